      *    instruction currency on FX-touching legs, so treasury's
      *    position report can finally read the GL.
           05 GL-CURRENCY           PIC X(03).
      *    Branch dimension: the branch the entry was keyed or raised
      *    at, and the branch whose books the entry lands on.  GLPOST
      *    splits an entry whose legs belong to two branches through
      *    the inter-branch due-to/due-from accounts, so each row
      *    balances within its responsible branch.
           05 GL-ORIG-BRANCH        PIC X(04).
           05 GL-RESP-BRANCH        PIC X(04).
