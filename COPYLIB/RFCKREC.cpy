      *****************************************************************
      * RFCKREC -- one refund check on the refund check register      *
      * RFCHECK.DAT, keyed by check number.  CBLHJB30 cuts a check    *
      * for every non-card refund the edit run writes to REFUND.DAT   *
      * and carries the register forward to RFCHECK.NEW the way the   *
      * balance ledger is carried, so every check stays on file       *
      * until the bank pays it or the office voids it.  The stay and  *
      * payee identify the refund the check paid -- a refund already  *
      * on the register is never cut a second check.  A check issued  *
      * to replace a voided one names the voided check number in      *
      * RCK-REISSUE-OF.                                               *
      *****************************************************************
       01  RCK-REC.
           05  RCK-CHECK-NUM       PIC 9(8).
           05  RCK-STATUS          PIC X.
               88 RCK-OUTSTANDING  VALUE 'O'.
               88 RCK-PAID         VALUE 'P'.
               88 RCK-VOIDED       VALUE 'V'.
           05  RCK-ISSUE-DATE      PIC 9(8).
           05  RCK-STATUS-DATE     PIC 9(8).
           05  RCK-GUEST-NUM       PIC 9(6).
           05  RCK-PAYEE           PIC X(42).
           05  RCK-CAMPGROUND      PIC X(25).
           05  RCK-SITE            PIC X(3).
           05  RCK-START-DATE      PIC 9(8).
           05  RCK-TENDER          PIC X.
           05  RCK-AMT             PIC 9(5)V99.
           05  RCK-REISSUE-OF      PIC 9(8).
