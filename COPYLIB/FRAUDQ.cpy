      *****************************************************************
      * FRAUDQ -- one booking on the card fraud review queue          *
      * FRAUDQ.DAT.  The edit run screens every card-tendered deposit *
      * before its authorization request is written and holds, whole  *
      * and unposted, any booking whose card has been used too often  *
      * in the day or the rolling week, under more than one guest     *
      * name, or that is tied to a declined card or a flagged guest.  *
      * The held booking is written to FRAUDHLD.DAT and taken into    *
      * the queue by the review program CBLHJB41, which numbers it    *
      * and carries the queue forward to FRAUDQ.NEW.  The office      *
      * clears an item with a release or reject transaction: a        *
      * released booking goes back through the edit on FRAUDREL.DAT   *
      * (without being screened again), a rejected one puts its card  *
      * on the watch list CARDWTCH.IDX.  The reason switches say      *
      * which tests held it; FRQ-TIED-NAME is the other guest name    *
      * the card was used under, or the flagged guest it ties to.     *
      * FRQ-TRAN is the booking as the edit read it, card number      *
      * already traded for its vault token.                           *
      *****************************************************************
       01  FRQ-REC.
           05  FRQ-ITEM-NUM        PIC 9(6).
           05  FRQ-STATUS          PIC X.
               88 FRQ-OPEN         VALUE 'H'.
               88 FRQ-RELEASED     VALUE 'R'.
               88 FRQ-REJECTED     VALUE 'X'.
           05  FRQ-STATUS-DATE     PIC 9(8).
           05  FRQ-REVIEW-CLERK    PIC X(6).
           05  FRQ-HELD-DATE       PIC 9(8).
           05  FRQ-HELD-TIME       PIC X(8).
           05  FRQ-REASONS.
               10  FRQ-DAY-SW      PIC X.
                   88 FRQ-DAY-LIMIT
                                   VALUE 'Y'.
               10  FRQ-WEEK-SW     PIC X.
                   88 FRQ-WEEK-LIMIT
                                   VALUE 'Y'.
               10  FRQ-NAME-SW     PIC X.
                   88 FRQ-NAME-LIMIT
                                   VALUE 'Y'.
               10  FRQ-DECL-SW     PIC X.
                   88 FRQ-DECLINE-TIE
                                   VALUE 'Y'.
               10  FRQ-FLAG-SW     PIC X.
                   88 FRQ-FLAGGED-TIE
                                   VALUE 'Y'.
           05  FRQ-DAY-USES        PIC 9(3).
           05  FRQ-WEEK-USES       PIC 9(3).
           05  FRQ-NAME-CTR        PIC 9(3).
           05  FRQ-TIED-NAME       PIC X(42).
           05  FRQ-TRAN            PIC X(163).
           05  FRQ-CYCLE           PIC 99.
           05  FRQ-CLERK-ID        PIC X(6).
