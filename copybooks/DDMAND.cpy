           05 DDM-STATUS            PIC X(01).
               88 DDM-ACTIVE        VALUE "A".
               88 DDM-CANCELLED     VALUE "C".
               88 DDM-SUSPENDED     VALUE "S".
