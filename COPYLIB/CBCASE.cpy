      *****************************************************************
      * CBCASE -- one card chargeback dispute case on the case file   *
      * CBCASE.DAT, keyed by the case number CBLHJB31 assigns when    *
      * the processor's chargeback notice is taken in.  The notice's  *
      * own reference, card, amount, and charge date ride along with  *
      * the stay the notice was matched to on the balance ledger and  *
      * the stay history, so every later step -- representment, the   *
      * win or the loss -- works from the case alone.  A notice that  *
      * matched no stay still opens a case (CS-MATCH-SW 'N') so the   *
      * office answers it by hand before the reply-by date.  The      *
      * case file is carried forward to CBCASE.NEW the way the        *
      * balance ledger is; won and lost cases stay on file as the     *
      * guest's dispute history.  CS-CCNUM carries the card's vault   *
      * token, the form the ledger carries it in; a card the vault    *
      * does not know is held as zeros and its last four digits.      *
      *****************************************************************
       01  CS-REC.
           05  CS-CASE-NUM         PIC 9(6).
           05  CS-PROC-REF         PIC X(12).
           05  CS-STATUS           PIC X.
               88 CS-OPEN          VALUE 'O'.
               88 CS-REPRESENTED   VALUE 'R'.
               88 CS-WON           VALUE 'W'.
               88 CS-LOST          VALUE 'L'.
               88 CS-UNRESOLVED    VALUE 'O', 'R'.
           05  CS-OPEN-DATE        PIC 9(8).
           05  CS-STATUS-DATE      PIC 9(8).
           05  CS-REPLY-DATE       PIC 9(8).
           05  CS-REASON           PIC X(4).
           05  CS-CCTYPE           PIC X.
           05  CS-CCNUM            PIC 9(16).
           05  CS-AMT              PIC S9(3)V99.
           05  CS-TRAN-DATE        PIC 9(8).
           05  CS-MATCH-SW         PIC X.
               88 CS-MATCHED       VALUE 'Y'.
           05  CS-GUEST-NUM        PIC 9(6).
           05  CS-NAME             PIC X(42).
           05  CS-CAMPGROUND       PIC X(25).
           05  CS-SITE             PIC X(3).
           05  CS-START-DATE       PIC 9(8).
           05  CS-END-DATE         PIC 9(8).
