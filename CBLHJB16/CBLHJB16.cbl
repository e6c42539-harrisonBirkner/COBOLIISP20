      *     AUDIT.NEW for operations to swap in.                     *
      * No record is ever dropped -- archived history is appended,   *
      * never overwritten, so any season can still be reconstructed. *
      * A card number keyed before the card token vault was kept is  *
      * masked to its last four digits on the way to either file, so *
      * the archive never carries one for the years it is held.      *
      * With no cutoff card on file the run stops without touching   *
      * a thing.                                                     *
      *****************************************************************
       FD  AUDIT-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS AUDIT-REC
           RECORD CONTAINS 287 CHARACTERS.

       01  AUDIT-REC.
           05  AUD-RUN-DATE        PIC 9(8).
           05  AUD-RUN-TIME        PIC X(8).
           05  AUD-TRAN            PIC X(163).
           05  AUD-BEFORE          PIC X(51).
           05  AUD-AFTER           PIC X(51).
           05  AUD-CLERK-ID        PIC X(6).

       FD  AUDARCH-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS AUDARCH-REC
           RECORD CONTAINS 287 CHARACTERS.

       01  AUDARCH-REC             PIC X(287).

       FD  AUDIT-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS AUDITO-REC
           RECORD CONTAINS 287 CHARACTERS.

       01  AUDITO-REC              PIC X(287).

       FD  RPTOUT
           LABEL RECORD IS OMITTED
           05  AUD-READ-CTR        PIC 9(7)   VALUE 0.
           05  AUD-ARCH-CTR        PIC 9(7)   VALUE 0.
           05  AUD-KEPT-CTR        PIC 9(7)   VALUE 0.
           05  AUD-MASK-CTR        PIC 9(7)   VALUE 0.

       01  RPT-TITLE-LINE.
           05  FILLER               PIC X(6)    VALUE 'DATE: '.
                   MOVE 'N' TO AUDIT-MORE-SW
               NOT AT END
                   ADD 1 TO AUD-READ-CTR
                   PERFORM L4A-MASK-AUDIT-CARD
                   IF AUD-RUN-DATE NUMERIC
                    AND AUD-RUN-DATE < CUTOFF-DATE
                       ADD 1 TO AUD-ARCH-CTR
                   END-IF
           END-READ.

      *****************************************************************
      * A Visa, MasterCard, or Amex transaction whose card number is  *
      * still in the clear (not a vault token, which starts with 9)   *
      * keeps only its last four digits.                              *
      *****************************************************************
       L4A-MASK-AUDIT-CARD.
           IF (AUD-TRAN(85:1) = 'V' OR 'M' OR 'A')
            AND AUD-TRAN(86:16) NUMERIC
            AND AUD-TRAN(86:1) NOT = '9'
               MOVE ALL '*' TO AUD-TRAN(86:12)
               ADD 1 TO AUD-MASK-CTR
           END-IF.

       L2-CLOSING.
           IF CUTOFF-OK-SW = 'Y'
               MOVE 'MASTER RECORDS READ' TO O-CNT-LABEL
               MOVE 'AUDIT RECORDS KEPT TO AUDIT.NEW' TO O-CNT-LABEL
               MOVE AUD-KEPT-CTR TO O-CNT-VALUE
               PERFORM L8-WRITE-COUNT
               MOVE 'AUDIT CARD NUMBERS MASKED' TO O-CNT-LABEL
               MOVE AUD-MASK-CTR TO O-CNT-VALUE
               PERFORM L8-WRITE-COUNT
               WRITE RPTLINE FROM RPT-NOTE-LINE
                   AFTER ADVANCING 2 LINES
               IF AVAIL-IN-STATUS = '00' OR AVAIL-IN-STATUS = '10'
