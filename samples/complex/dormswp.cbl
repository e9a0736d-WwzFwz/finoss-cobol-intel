      * ACCTVAL itself would already reject (closed, frozen, unknown
      * type) is left alone, since it is not this program's job to
      * second-guess ACCTVAL's own rules -- and, for a customer who
      * is still CUST-ACTIVE on CUSTMAST (or merged, since a merged
      * customer's accounts keep its CUST-ID), is flagged dormant
      * once its last activity date falls outside the dormancy
      * window.  The
      * master is indexed on ACCTM-NUM now, so the handful of status
      * bytes are REWRITTEN in place instead of the whole book being
      * copied to ACCTMAST.NEW -- which also retires the hazard that
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUST-ACTIVE OR CUST-MERGED
                           PERFORM MARK-ACCOUNT-DORMANT
                       END-IF
               END-READ
