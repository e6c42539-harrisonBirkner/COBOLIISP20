       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLHJB34.
       AUTHOR. HARRISON BIRKNER.

      *****************************************************************
      * CBLHJB34 -- CARD PROCESSOR TRANSMISSION.                      *
      * The edit run writes the night's authorization requests to     *
      * AUTHREQ.DAT and its cancellation refunds to REFUND.DAT with   *
      * the card carried as its vault token, the same as on every     *
      * other file in the suite.  The processor needs the card number *
      * itself, so this program -- and only this program -- trades    *
      * each token back for the card number off the card token vault  *
      * CARDVLT.IDX and writes the processor's copies:                *
      *   - AUTHXMIT.DAT  every authorization request;                *
      *   - RFNDXMIT.DAT  every Visa, MasterCard, and Amex refund     *
      *     (cash and check refunds are cut as checks by CBLHJB30     *
      *     and never go to the processor);                           *
      * both in the layout of the file they were read from.  A token  *
      * the vault does not know is not sent -- it prints on the       *
      * transmission report XMIT.PRT for the office to resolve with   *
      * the guest.  The report prints every card masked to its last   *
      * four digits.  The two transmission files are the only files   *
      * the suite writes with card numbers in them; operations sends  *
      * them and deletes them the same night.  The only other file    *
      * that carries card numbers in the clear is keyed input: the    *
      * web channel's WEBRES.DAT, written by CBLHJB36 off the         *
      * vendor's file, holds each booking's card number until the     *
      * edit run trades it for its token.                             *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-IN
               ASSIGN TO 'C:\COBOLSP20\AUTHREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTH-IN-STATUS.

           SELECT REFUND-IN
               ASSIGN TO 'C:\COBOLSP20\REFUND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFUND-IN-STATUS.

           SELECT CARD-VAULT
               ASSIGN TO 'C:\COBOLSP20\CARDVLT.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLT-TOKEN
               ALTERNATE RECORD KEY IS VLT-PAN
               FILE STATUS IS CARD-VAULT-STATUS.

           SELECT AUTHX-OUT
               ASSIGN TO 'C:\COBOLSP20\AUTHXMIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REFUNDX-OUT
               ASSIGN TO 'C:\COBOLSP20\RFNDXMIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RPTOUT
               ASSIGN TO 'C:\COBOLSP20\XMIT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *****************************************************************
      * RUNLOG-OUT is the shared run log -- a start record at         *
      * initialization and an end record at closing, appended for     *
      * every execution so the nightly sequencer CBLHJB17 can prove   *
      * each step's predecessors really finished before releasing     *
      * the next step.  A run that died shows a start record with     *
      * no matching end record.                                       *
      *****************************************************************
           SELECT RUNLOG-OUT
               ASSIGN TO 'C:\COBOLSP20\RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS AUTH-REC
           RECORD CONTAINS 108 CHARACTERS.

       01  AUTH-REC.
           05  ARQ-NAME            PIC X(42).
           05  ARQ-CAMPGROUND      PIC X(25).
           05  ARQ-SITE            PIC X(3).
           05  ARQ-START-DATE      PIC 9(8).
           05  ARQ-CCTYPE          PIC X.
           05  ARQ-CCNUM           PIC 9(16).
           05  ARQ-CCEXP           PIC 9(8).
           05  ARQ-AMT             PIC S9(3)V99.

       FD  REFUND-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS REFUND-REC
           RECORD CONTAINS 108 CHARACTERS.

       01  REFUND-REC.
           05  REF-NAME            PIC X(42).
           05  REF-CAMPGROUND      PIC X(25).
           05  REF-SITE            PIC X(3).
           05  REF-START-DATE      PIC 9(8).
           05  REF-CCTYPE          PIC X.
           05  REF-CCNUM           PIC 9(16).
           05  REF-PAID-AMT        PIC S9(3)V99.
           05  REF-PCT             PIC 9(3).
           05  REF-AMT             PIC S9(3)V99.

       FD  CARD-VAULT
           LABEL RECORD IS STANDARD
           DATA RECORD IS VLT-REC
           RECORD CONTAINS 60 CHARACTERS.

       COPY CARDVLT.

       FD  AUTHX-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS AUTHX-REC
           RECORD CONTAINS 108 CHARACTERS.

       01  AUTHX-REC               PIC X(108).

       FD  REFUNDX-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS REFUNDX-REC
           RECORD CONTAINS 108 CHARACTERS.

       01  REFUNDX-REC             PIC X(108).

       FD  RPTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  RPTLINE                 PIC X(132).

       FD  RUNLOG-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS RUNLOG-REC
           RECORD CONTAINS 86 CHARACTERS.

       01  RUNLOG-REC.
           05  RL-TYPE             PIC X.
               88 RL-START-REC     VALUE 'S'.
               88 RL-FILE-REC      VALUE 'F'.
               88 RL-END-REC       VALUE 'E'.
           05  RL-DATE             PIC 9(8).
           05  RL-TIME             PIC X(8).
           05  RL-TEXT             PIC X(40).
           05  RL-RECS-READ        PIC 9(8).
           05  RL-ACCEPT-CTR       PIC 9(8).
           05  RL-REJECT-CTR       PIC 9(8).
           05  RL-CKPT-CTR         PIC 9(4).
           05  RL-STATUS           PIC X.

       WORKING-STORAGE SECTION.
       01  RUNLOG-CONTROL.
           05  RUNLOG-OUT-STATUS   PIC XX     VALUE SPACES.

       01  SWITCHES.
           05  AUTH-MORE-SW        PIC X      VALUE 'Y'.
           05  REFUND-MORE-SW      PIC X      VALUE 'Y'.
           05  CARD-VAULT-SW       PIC X      VALUE 'N'.
               88 CARD-VAULT-OPEN  VALUE 'Y'.
           05  CARD-FOUND-SW       PIC X      VALUE 'N'.
               88 CARD-FOUND       VALUE 'Y'.

       01  CURRENT-DATE-AND-TIME.
           05  CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05  CURRENT-TIME        PIC X(11).

       01  MISC.
           05  AUTH-IN-STATUS      PIC XX     VALUE SPACES.
           05  REFUND-IN-STATUS    PIC XX     VALUE SPACES.
           05  CARD-VAULT-STATUS   PIC XX     VALUE SPACES.
           05  RPT-PAGE-CTR        PIC 99     VALUE 0.

      *****************************************************************
      * XT-CARD goes in to L4-DETOKENIZE as it was read off the       *
      * extract and comes back as the card number for the processor.  *
      * A number that is not a token (it does not start with 9) is    *
      * sent as it stands.                                            *
      *****************************************************************
       01  XMIT-WORK.
           05  XT-CARD             PIC 9(16)  VALUE 0.
           05  XT-CARD-X REDEFINES XT-CARD
                                   PIC X(16).
           05  XT-MASK             PIC X(16)  VALUE SPACES.

       01  RUN-TOTALS.
           05  TOT-AUTH-READ       PIC 9(5)       VALUE 0.
           05  TOT-AUTH-SENT       PIC 9(5)       VALUE 0.
           05  TOT-AUTH-SENT-AMT   PIC S9(7)V99   VALUE 0.
           05  TOT-AUTH-HELD       PIC 9(5)       VALUE 0.
           05  TOT-AUTH-HELD-AMT   PIC S9(7)V99   VALUE 0.
           05  TOT-REFUND-READ     PIC 9(5)       VALUE 0.
           05  TOT-REFUND-SENT     PIC 9(5)       VALUE 0.
           05  TOT-REFUND-SENT-AMT PIC S9(7)V99   VALUE 0.
           05  TOT-REFUND-HELD     PIC 9(5)       VALUE 0.
           05  TOT-REFUND-HELD-AMT PIC S9(7)V99   VALUE 0.
           05  TOT-REFUND-NONCARD  PIC 9(5)       VALUE 0.

       01  RPT-TITLE-LINE.
           05  FILLER               PIC X(6)    VALUE 'DATE: '.
           05  RPT-TITLE-DATE.
               10 RPT-TITLE-MONTH   PIC XX.
               10 FILLER            PIC X       VALUE '/'.
               10 RPT-TITLE-DAY     PIC XX.
               10 FILLER            PIC X       VALUE '/'.
               10 RPT-TITLE-YEAR    PIC X(4).
           05  FILLER               PIC X(37)   VALUE SPACES.
           05  FILLER               PIC X(25)
               VALUE 'RATHBUN LAKE RESERVATIONS'.
           05  FILLER               PIC X(46)   VALUE SPACES.
           05  FILLER               PIC X(6)    VALUE 'PAGE: '.
           05  RPT-TITLE-PAGE       PIC Z9.

       01  RPT-TITLE-LINE2.
           05  FILLER               PIC X(52)   VALUE SPACES.
           05  FILLER               PIC X(27)
               VALUE 'CARD PROCESSOR TRANSMISSION'.

       01  RPT-SECTION-HEADING.
           05  O-SECTION-TITLE      PIC X(60).

       01  RPT-COL-HEADING.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(44)   VALUE 'GUEST'.
           05  FILLER               PIC X(27)   VALUE 'CAMPGROUND'.
           05  FILLER               PIC X(5)    VALUE 'SITE'.
           05  FILLER               PIC X(10)   VALUE 'ARRIVAL'.
           05  FILLER               PIC X(19)   VALUE 'CARD'.
           05  FILLER               PIC X(9)    VALUE '   AMOUNT'.
           05  FILLER               PIC X(16)   VALUE '  NOTE'.

       01  RPT-DETAIL-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-NAME               PIC X(42).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CAMPGROUND         PIC X(25).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-SITE               PIC X(3).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-START-DATE         PIC 9(8).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CCTYPE             PIC X.
           05  FILLER               PIC X       VALUE SPACES.
           05  O-CCNUM              PIC X(16).
           05  FILLER               PIC X       VALUE SPACES.
           05  O-AMT                PIC Z,ZZ9.99-.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-NOTE               PIC X(14).

       01  RPT-COUNT-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CNT-LABEL          PIC X(38).
           05  O-CNT-VALUE          PIC ZZZZ9.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CNT-AMT            PIC Z,ZZZ,ZZ9.99- BLANK WHEN ZERO.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L3-SEND-AUTHORIZATIONS.
           PERFORM L4-SEND-REFUNDS.
           PERFORM L6-WRITE-TOTALS.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE     TO CURRENT-DATE-AND-TIME.
           PERFORM L2O-OPEN-RUN-LOG.
           PERFORM L2O-WRITE-START-RECORD.
           MOVE CURRENT-MONTH             TO RPT-TITLE-MONTH.
           MOVE CURRENT-DAY               TO RPT-TITLE-DAY.
           MOVE CURRENT-YEAR              TO RPT-TITLE-YEAR.
           OPEN INPUT CARD-VAULT.
           IF CARD-VAULT-STATUS = '00'
               MOVE 'Y' TO CARD-VAULT-SW
           ELSE
               DISPLAY 'CARD TOKEN VAULT OPEN FAILED -- STATUS '
                   CARD-VAULT-STATUS ' -- NO TOKEN WILL BE SENT'
           END-IF.
           OPEN OUTPUT AUTHX-OUT.
           OPEN OUTPUT REFUNDX-OUT.
           OPEN OUTPUT RPTOUT.
           PERFORM L3-INIT-RPT-HEADING.

       L2-CLOSING.
           IF CARD-VAULT-OPEN
               CLOSE CARD-VAULT
           END-IF.
           CLOSE AUTHX-OUT.
           CLOSE REFUNDX-OUT.
           CLOSE RPTOUT.
           PERFORM L2O-WRITE-END-RECORD.

      *****************************************************************
      * L3-SEND-AUTHORIZATIONS copies every authorization request to  *
      * AUTHXMIT.DAT with its card number in place of the token.      *
      *****************************************************************
       L3-SEND-AUTHORIZATIONS.
           MOVE 'AUTHORIZATION REQUESTS' TO O-SECTION-TITLE.
           PERFORM L5-WRITE-SECTION-HEADING.
           OPEN INPUT AUTH-IN.
           IF AUTH-IN-STATUS = '00'
               PERFORM L3A-READ-AUTH-REC
               PERFORM L3B-SEND-ONE-AUTH
                   UNTIL AUTH-MORE-SW = 'N'
               CLOSE AUTH-IN
           END-IF.

       L3A-READ-AUTH-REC.
           READ AUTH-IN
               AT END
                   MOVE 'N' TO AUTH-MORE-SW
               NOT AT END
                   MOVE 'Y' TO AUTH-MORE-SW
                   ADD 1 TO TOT-AUTH-READ
           END-READ.

       L3B-SEND-ONE-AUTH.
           MOVE ARQ-CCNUM TO XT-CARD.
           PERFORM L4-DETOKENIZE.
           MOVE ARQ-NAME       TO O-NAME.
           MOVE ARQ-CAMPGROUND TO O-CAMPGROUND.
           MOVE ARQ-SITE       TO O-SITE.
           MOVE ARQ-START-DATE TO O-START-DATE.
           MOVE ARQ-CCTYPE     TO O-CCTYPE.
           MOVE XT-MASK        TO O-CCNUM.
           MOVE ARQ-AMT        TO O-AMT.
           IF CARD-FOUND
               MOVE XT-CARD TO ARQ-CCNUM
               MOVE AUTH-REC TO AUTHX-REC
               WRITE AUTHX-REC
               ADD 1 TO TOT-AUTH-SENT
               ADD ARQ-AMT TO TOT-AUTH-SENT-AMT
               MOVE 'SENT' TO O-NOTE
           ELSE
               ADD 1 TO TOT-AUTH-HELD
               ADD ARQ-AMT TO TOT-AUTH-HELD-AMT
               MOVE 'NOT ON VAULT' TO O-NOTE
           END-IF.
           PERFORM L5-WRITE-DETAIL-LINE.
           PERFORM L3A-READ-AUTH-REC.

      *****************************************************************
      * L4-SEND-REFUNDS copies every card refund to RFNDXMIT.DAT the  *
      * same way.  Cash and check refunds are counted and passed by.  *
      *****************************************************************
       L4-SEND-REFUNDS.
           MOVE 'CARD REFUNDS' TO O-SECTION-TITLE.
           PERFORM L5-WRITE-SECTION-HEADING.
           OPEN INPUT REFUND-IN.
           IF REFUND-IN-STATUS = '00'
               PERFORM L4A-READ-REFUND-REC
               PERFORM L4B-SEND-ONE-REFUND
                   UNTIL REFUND-MORE-SW = 'N'
               CLOSE REFUND-IN
           END-IF.

       L4A-READ-REFUND-REC.
           READ REFUND-IN
               AT END
                   MOVE 'N' TO REFUND-MORE-SW
               NOT AT END
                   MOVE 'Y' TO REFUND-MORE-SW
                   ADD 1 TO TOT-REFUND-READ
           END-READ.

       L4B-SEND-ONE-REFUND.
           IF REF-CCTYPE = 'V' OR REF-CCTYPE = 'M' OR REF-CCTYPE = 'A'
               MOVE REF-CCNUM TO XT-CARD
               PERFORM L4-DETOKENIZE
               MOVE REF-NAME       TO O-NAME
               MOVE REF-CAMPGROUND TO O-CAMPGROUND
               MOVE REF-SITE       TO O-SITE
               MOVE REF-START-DATE TO O-START-DATE
               MOVE REF-CCTYPE     TO O-CCTYPE
               MOVE XT-MASK        TO O-CCNUM
               MOVE REF-AMT        TO O-AMT
               IF CARD-FOUND
                   MOVE XT-CARD TO REF-CCNUM
                   MOVE REFUND-REC TO REFUNDX-REC
                   WRITE REFUNDX-REC
                   ADD 1 TO TOT-REFUND-SENT
                   ADD REF-AMT TO TOT-REFUND-SENT-AMT
                   MOVE 'SENT' TO O-NOTE
               ELSE
                   ADD 1 TO TOT-REFUND-HELD
                   ADD REF-AMT TO TOT-REFUND-HELD-AMT
                   MOVE 'NOT ON VAULT' TO O-NOTE
               END-IF
               PERFORM L5-WRITE-DETAIL-LINE
           ELSE
               ADD 1 TO TOT-REFUND-NONCARD
           END-IF.
           PERFORM L4A-READ-REFUND-REC.

      *****************************************************************
      * L4-DETOKENIZE reads the vault by token.  XT-MASK is built     *
      * from the last four digits before the number is looked up, so  *
      * nothing but the mask ever reaches the report.                 *
      *****************************************************************
       L4-DETOKENIZE.
           MOVE ALL '*'          TO XT-MASK.
           MOVE XT-CARD-X(13:4)  TO XT-MASK(13:4).
           MOVE 'N'              TO CARD-FOUND-SW.
           IF XT-CARD-X(1:1) NOT = '9'
               IF XT-CARD NOT = 0
                   MOVE 'Y' TO CARD-FOUND-SW
               END-IF
           ELSE
               IF CARD-VAULT-OPEN
                   MOVE XT-CARD TO VLT-TOKEN
                   READ CARD-VAULT
                       KEY IS VLT-TOKEN
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE VLT-PAN TO XT-CARD
                           MOVE 'Y'     TO CARD-FOUND-SW
                   END-READ
               END-IF
           END-IF.

       L5-WRITE-SECTION-HEADING.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           WRITE RPTLINE FROM RPT-COL-HEADING
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.

       L5-WRITE-DETAIL-LINE.
           WRITE RPTLINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.

       L6-WRITE-TOTALS.
           MOVE 'RUN TOTALS' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           MOVE 'AUTHORIZATION REQUESTS READ'    TO O-CNT-LABEL.
           MOVE TOT-AUTH-READ                    TO O-CNT-VALUE.
           MOVE 0                                TO O-CNT-AMT.
           PERFORM L7-WRITE-COUNT.
           MOVE 'AUTHORIZATIONS SENT'            TO O-CNT-LABEL.
           MOVE TOT-AUTH-SENT                    TO O-CNT-VALUE.
           MOVE TOT-AUTH-SENT-AMT                TO O-CNT-AMT.
           PERFORM L7-WRITE-COUNT.
           MOVE 'AUTHORIZATIONS NOT SENT'        TO O-CNT-LABEL.
           MOVE TOT-AUTH-HELD                    TO O-CNT-VALUE.
           MOVE TOT-AUTH-HELD-AMT                TO O-CNT-AMT.
           PERFORM L7-WRITE-COUNT.
           MOVE 'REFUNDS READ'                   TO O-CNT-LABEL.
           MOVE TOT-REFUND-READ                  TO O-CNT-VALUE.
           MOVE 0                                TO O-CNT-AMT.
           PERFORM L7-WRITE-COUNT.
           MOVE 'CASH AND CHECK REFUNDS PASSED'  TO O-CNT-LABEL.
           MOVE TOT-REFUND-NONCARD               TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'CARD REFUNDS SENT'              TO O-CNT-LABEL.
           MOVE TOT-REFUND-SENT                  TO O-CNT-VALUE.
           MOVE TOT-REFUND-SENT-AMT              TO O-CNT-AMT.
           PERFORM L7-WRITE-COUNT.
           MOVE 'CARD REFUNDS NOT SENT'          TO O-CNT-LABEL.
           MOVE TOT-REFUND-HELD                  TO O-CNT-VALUE.
           MOVE TOT-REFUND-HELD-AMT              TO O-CNT-AMT.
           PERFORM L7-WRITE-COUNT.

       L7-WRITE-COUNT.
           WRITE RPTLINE FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.

       L3-INIT-RPT-HEADING.
           MOVE 1            TO RPT-PAGE-CTR.
           MOVE RPT-PAGE-CTR TO RPT-TITLE-PAGE.
           WRITE RPTLINE FROM RPT-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RPTLINE FROM RPT-TITLE-LINE2
               AFTER ADVANCING 1 LINE.

       L5-RPT-HEADING.
           ADD 1 TO RPT-PAGE-CTR.
           MOVE RPT-PAGE-CTR TO RPT-TITLE-PAGE.
           WRITE RPTLINE FROM RPT-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE RPTLINE FROM RPT-TITLE-LINE2
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * L2O-OPEN-RUN-LOG / start / end mirror the run-log writes in   *
      * CBLHJB01 so this program's executions prove themselves to     *
      * the nightly sequencer the same way the edit run's do.         *
      *****************************************************************
       L2O-OPEN-RUN-LOG.
           OPEN EXTEND RUNLOG-OUT.
           IF RUNLOG-OUT-STATUS NOT = '00'
               OPEN OUTPUT RUNLOG-OUT
           END-IF.

       L2O-WRITE-START-RECORD.
           MOVE SPACES            TO RUNLOG-REC.
           MOVE 'S'               TO RL-TYPE.
           MOVE CURRENT-DATE      TO RL-DATE.
           MOVE CURRENT-TIME(1:8) TO RL-TIME.
           MOVE 'CBLHJB34 START'  TO RL-TEXT.
           MOVE 0                 TO RL-RECS-READ.
           MOVE 0                 TO RL-ACCEPT-CTR.
           MOVE 0                 TO RL-REJECT-CTR.
           MOVE 0                 TO RL-CKPT-CTR.
           MOVE SPACE             TO RL-STATUS.
           WRITE RUNLOG-REC.

       L2O-WRITE-END-RECORD.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE SPACES            TO RUNLOG-REC.
           MOVE 'E'               TO RL-TYPE.
           MOVE CURRENT-DATE      TO RL-DATE.
           MOVE CURRENT-TIME(1:8) TO RL-TIME.
           MOVE 'CBLHJB34 END'    TO RL-TEXT.
           COMPUTE RL-RECS-READ  = TOT-AUTH-READ + TOT-REFUND-READ.
           COMPUTE RL-ACCEPT-CTR = TOT-AUTH-SENT + TOT-REFUND-SENT.
           COMPUTE RL-REJECT-CTR = TOT-AUTH-HELD + TOT-REFUND-HELD.
           MOVE 0                 TO RL-CKPT-CTR.
           MOVE 'C'               TO RL-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-OUT.

       END PROGRAM CBLHJB34.
