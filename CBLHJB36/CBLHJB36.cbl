       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLHJB36.
       AUTHOR. HARRISON BIRKNER.

      *****************************************************************
      * CBLHJB36 -- WEB RESERVATION CHANNEL INBOUND.                  *
      * The state's web reservation vendor sends the night's bookings *
      * as a comma-separated file, WEBBOOK.CSV, one booking a line:   *
      *   booking reference, campground, site, arrival (CCYYMMDD),    *
      *   nights, last name, first name, deposit (dollars.cents),     *
      *   card type, card number, card expiration (CCYYMMDD), rig     *
      *   length, party size, hookup, accessible, discount code       *
      * This program translates each line into a new-reservation      *
      * transaction ('N') in the RESERVE.DAT layout, with the         *
      * vendor's booking reference in I-CHANNEL-REF and the channel   *
      * stamped in I-CHANNEL-ID, and writes them to WEBRES.DAT in     *
      * batches of up to 500 behind a batch header carrying the       *
      * batch's record count and deposit hash, so the edit proves     *
      * the channel's batches exactly as it proves the office's.      *
      * Operations lists WEBRES.DAT on BATCHCTL.DAT after the day's   *
      * RESERVE.DAT and the edit run books them; CBLHJB37 then        *
      * answers the vendor booking by booking.                        *
      * A field the vendor sent that will not translate is left blank *
      * so the edit rejects the booking under its own error number    *
      * and the vendor hears why.  Only a line with no booking        *
      * reference is dropped here, since it could never be answered   *
      * -- it prints on the translation report WEBIN.PRT.  The report *
      * prints every card masked to its last four digits.  The        *
      * vendor's file is read twice -- once to count and hash each    *
      * batch, since each header goes out ahead of its batch, and     *
      * again to write the batches -- so no card number is ever       *
      * parked on a work file between the passes.                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEBBOOK-IN
               ASSIGN TO 'C:\COBOLSP20\WEBBOOK.CSV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WEBBOOK-IN-STATUS.

           SELECT WEBRES-OUT
               ASSIGN TO 'C:\COBOLSP20\WEBRES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RPTOUT
               ASSIGN TO 'C:\COBOLSP20\WEBIN.PRT'
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
       FD  WEBBOOK-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS WEBBOOK-LINE
           RECORD CONTAINS 300 CHARACTERS.

       01  WEBBOOK-LINE            PIC X(300).

       FD  WEBRES-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS WEBRES-REC
           RECORD CONTAINS 163 CHARACTERS.

       01  WEBRES-REC              PIC X(163).

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
           05  WEBBOOK-MORE-SW     PIC X      VALUE 'Y'.
           05  LINE-OK-SW          PIC X      VALUE 'Y'.
               88 LINE-OK          VALUE 'Y'.
           05  NUM-OK-SW           PIC X      VALUE 'Y'.
               88 NUM-OK           VALUE 'Y'.

       01  CURRENT-DATE-AND-TIME.
           05  CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05  CURRENT-TIME        PIC X(11).

       01  MISC.
           05  WEBBOOK-IN-STATUS   PIC XX     VALUE SPACES.
           05  RPT-PAGE-CTR        PIC 99     VALUE 0.

       COPY TRANREC.

       COPY BATHDR.

      *****************************************************************
      * WB-FIELDS receives one vendor line split at its commas.       *
      *****************************************************************
       01  WB-FIELDS.
           05  WB-REF              PIC X(20).
           05  WB-CAMPGROUND       PIC X(25).
           05  WB-SITE             PIC X(3).
           05  WB-ARRIVAL          PIC X(8).
           05  WB-NIGHTS           PIC X(8).
           05  WB-LNAME            PIC X(20).
           05  WB-FNAME            PIC X(20).
           05  WB-DEPOSIT          PIC X(10).
           05  WB-CCTYPE           PIC X.
           05  WB-CCNUM            PIC X(16).
           05  WB-CCEXP            PIC X(8).
           05  WB-RIG-LEN          PIC X(8).
           05  WB-PARTY-SIZE       PIC X(8).
           05  WB-HOOKUP           PIC X.
           05  WB-ACCESS           PIC X.
           05  WB-DISC-CODE        PIC X(6).
           05  WB-FIELD-CTR        PIC 99     VALUE 0.

      *****************************************************************
      * NUM-WORK right-justifies one numeric field the vendor sent    *
      * with as many digits as it needed.  NUM-IN goes in with its    *
      * field, NUM-OUT comes back with the value when NUM-OK is set.  *
      *****************************************************************
       01  NUM-WORK.
           05  NUM-IN              PIC X(16).
           05  NUM-LEN             PIC 99     VALUE 0.
           05  NUM-OUT             PIC 9(16)  VALUE 0.
           05  AMT-DOLLARS         PIC X(8).
           05  AMT-DOLLARS-LEN     PIC 99     VALUE 0.
           05  AMT-CENTS           PIC X(8).
           05  AMT-CENTS-LEN       PIC 99     VALUE 0.
           05  AMT-DOLLARS-N       PIC 9(3)   VALUE 0.
           05  AMT-CENTS-N         PIC 99     VALUE 0.
           05  CARD-MASK           PIC X(16)  VALUE SPACES.

      *****************************************************************
      * BATCH-TABLE carries each outgoing batch's count and deposit   *
      * hash from the translation pass to the write pass.  Batch n    *
      * holds bookings (n - 1) * 500 + 1 through n * 500.             *
      *****************************************************************
       01  BATCH-TABLE.
           05  BT-COUNT            PIC 99     VALUE 0.
           05  BT-ENTRY            OCCURS 99 TIMES.
               10  BT-REC-CNT      PIC 9(5).
               10  BT-HASH-AMT     PIC S9(9)V99.
       01  BATCH-WORK.
           05  BT-SUB              PIC 99     VALUE 0.
           05  BT-IN-BATCH         PIC 9(5)   VALUE 0.
           05  BT-BATCH-NUM        PIC 9(6)   VALUE 0.
           05  BT-BATCH-NUM-PARTS REDEFINES BT-BATCH-NUM.
               10  BT-BATCH-MMDD   PIC 9(4).
               10  BT-BATCH-SEQ    PIC 99.

       01  RUN-TOTALS.
           05  TOT-LINES-READ      PIC 9(5)       VALUE 0.
           05  TOT-BLANK-LINES     PIC 9(5)       VALUE 0.
           05  TOT-TRANSLATED      PIC 9(5)       VALUE 0.
           05  TOT-DEPOSIT-AMT     PIC S9(7)V99   VALUE 0.
           05  TOT-DROPPED         PIC 9(5)       VALUE 0.
           05  TOT-BATCHES         PIC 9(5)       VALUE 0.

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
           05  FILLER               PIC X(50)   VALUE SPACES.
           05  FILLER               PIC X(31)
               VALUE 'WEB CHANNEL BOOKING TRANSLATION'.

       01  RPT-SECTION-HEADING.
           05  O-SECTION-TITLE      PIC X(60).

       01  RPT-COL-HEADING.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(22)
               VALUE 'BOOKING REFERENCE'.
           05  FILLER               PIC X(27)   VALUE 'CAMPGROUND'.
           05  FILLER               PIC X(5)    VALUE 'SITE'.
           05  FILLER               PIC X(10)   VALUE 'ARRIVAL'.
           05  FILLER               PIC X(22)   VALUE 'LAST NAME'.
           05  FILLER               PIC X(19)   VALUE 'CARD'.
           05  FILLER               PIC X(9)    VALUE '  DEPOSIT'.
           05  FILLER               PIC X(16)   VALUE '  NOTE'.

       01  RPT-DETAIL-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-REF                PIC X(20).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CAMPGROUND         PIC X(25).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-SITE               PIC X(3).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-ARRIVAL            PIC X(8).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-LNAME              PIC X(20).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CCTYPE             PIC X.
           05  FILLER               PIC X       VALUE SPACES.
           05  O-CCNUM              PIC X(16).
           05  FILLER               PIC X       VALUE SPACES.
           05  O-AMT                PIC ZZ9.99-.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-NOTE               PIC X(14).

       01  RPT-BATCH-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(7)    VALUE 'BATCH '.
           05  O-BATCH-NUM          PIC 9(6).
           05  FILLER               PIC X(4)    VALUE SPACES.
           05  FILLER               PIC X(9)    VALUE 'RECORDS '.
           05  O-BATCH-CNT          PIC ZZZZ9.
           05  FILLER               PIC X(4)    VALUE SPACES.
           05  FILLER               PIC X(11)   VALUE 'HASH TOTAL '.
           05  O-BATCH-HASH         PIC ZZZ,ZZZ,ZZ9.99-.

       01  RPT-COUNT-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CNT-LABEL          PIC X(38).
           05  O-CNT-VALUE          PIC ZZZZ9.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CNT-AMT            PIC Z,ZZZ,ZZ9.99- BLANK WHEN ZERO.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L3-TRANSLATE-BOOKINGS.
           PERFORM L4-WRITE-BATCHES.
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
           MOVE CURRENT-DATE(5:4)         TO BT-BATCH-MMDD.
           OPEN OUTPUT WEBRES-OUT.
           OPEN OUTPUT RPTOUT.
           PERFORM L3-INIT-RPT-HEADING.

       L2-CLOSING.
           CLOSE WEBRES-OUT.
           CLOSE RPTOUT.
           PERFORM L2O-WRITE-END-RECORD.

      *****************************************************************
      * L3-TRANSLATE-BOOKINGS reads the vendor's file, turns each     *
      * booking into a transaction, and totals each batch as it       *
      * fills.  No file from the vendor tonight simply leaves         *
      * WEBRES.DAT empty.                                             *
      *****************************************************************
       L3-TRANSLATE-BOOKINGS.
           MOVE 'BOOKINGS RECEIVED' TO O-SECTION-TITLE.
           PERFORM L5-WRITE-SECTION-HEADING.
           OPEN INPUT WEBBOOK-IN.
           IF WEBBOOK-IN-STATUS = '00'
               PERFORM L3A-READ-WEBBOOK
               PERFORM L3B-TRANSLATE-ONE-LINE
                   UNTIL WEBBOOK-MORE-SW = 'N'
               CLOSE WEBBOOK-IN
           ELSE
               DISPLAY 'NO WEB CHANNEL FILE TONIGHT -- STATUS '
                   WEBBOOK-IN-STATUS
           END-IF.

       L3A-READ-WEBBOOK.
           READ WEBBOOK-IN
               AT END
                   MOVE 'N' TO WEBBOOK-MORE-SW
               NOT AT END
                   MOVE 'Y' TO WEBBOOK-MORE-SW
                   ADD 1 TO TOT-LINES-READ
           END-READ.

       L3B-TRANSLATE-ONE-LINE.
           IF WEBBOOK-LINE = SPACES
               ADD 1 TO TOT-BLANK-LINES
           ELSE
               PERFORM L3C-SPLIT-LINE
               PERFORM L3D-BUILD-TRANSACTION
               PERFORM L3H-FILE-TRANSACTION
           END-IF.
           PERFORM L3A-READ-WEBBOOK.

       L3C-SPLIT-LINE.
           MOVE SPACES TO WB-FIELDS.
           MOVE 0      TO WB-FIELD-CTR.
           UNSTRING WEBBOOK-LINE DELIMITED BY ','
               INTO WB-REF        WB-CAMPGROUND WB-SITE
                    WB-ARRIVAL    WB-NIGHTS     WB-LNAME
                    WB-FNAME      WB-DEPOSIT    WB-CCTYPE
                    WB-CCNUM      WB-CCEXP      WB-RIG-LEN
                    WB-PARTY-SIZE WB-HOOKUP     WB-ACCESS
                    WB-DISC-CODE
               TALLYING IN WB-FIELD-CTR
           END-UNSTRING.

      *****************************************************************
      * L3D-BUILD-TRANSACTION lays the vendor's fields into a new-    *
      * reservation transaction.  A numeric field that will not       *
      * translate stays blank and fails the matching edit.            *
      *****************************************************************
       L3D-BUILD-TRANSACTION.
           MOVE SPACES        TO TRAN-REC.
           MOVE 'N'           TO I-TRAN-TYPE.
           MOVE WB-CAMPGROUND TO I-CAMPGROUND.
           MOVE WB-SITE       TO I-SITE.
           MOVE WB-LNAME      TO I-LNAME.
           MOVE WB-FNAME      TO I-FNAME.
           MOVE WB-CCTYPE     TO I-CCTYPE.
           MOVE WB-HOOKUP     TO I-HOOKUP-NEED.
           MOVE WB-ACCESS     TO I-ACCESS-NEED.
           MOVE WB-DISC-CODE  TO I-DISC-CODE.
           MOVE WB-REF        TO I-CHANNEL-REF.
           MOVE 'WEB '        TO I-CHANNEL-ID.
           MOVE WB-ARRIVAL    TO NUM-IN.
           PERFORM L3E-EDIT-NUMBER.
           IF NUM-OK
               MOVE NUM-OUT TO I-DATE
           END-IF.
           MOVE WB-NIGHTS     TO NUM-IN.
           PERFORM L3E-EDIT-NUMBER.
           IF NUM-OK AND NUM-OUT < 100
               MOVE NUM-OUT TO I-LEN-STAY
           END-IF.
           MOVE WB-CCNUM      TO NUM-IN.
           PERFORM L3E-EDIT-NUMBER.
           IF NUM-OK
               MOVE NUM-OUT TO I-CCNUM
           END-IF.
           MOVE WB-CCEXP      TO NUM-IN.
           PERFORM L3E-EDIT-NUMBER.
           IF NUM-OK
               MOVE NUM-OUT TO I-CCEXP
           END-IF.
           MOVE WB-RIG-LEN    TO NUM-IN.
           PERFORM L3E-EDIT-NUMBER.
           IF NUM-OK AND NUM-OUT < 100
               MOVE NUM-OUT TO I-RIG-LEN
           END-IF.
           MOVE WB-PARTY-SIZE TO NUM-IN.
           PERFORM L3E-EDIT-NUMBER.
           IF NUM-OK AND NUM-OUT < 100
               MOVE NUM-OUT TO I-PARTY-SIZE
           END-IF.
           PERFORM L3F-EDIT-DEPOSIT.

      * a blank field is not a number -- it leaves NUM-OK off
       L3E-EDIT-NUMBER.
           MOVE 'N' TO NUM-OK-SW.
           MOVE 0   TO NUM-LEN.
           MOVE 0   TO NUM-OUT.
           INSPECT NUM-IN TALLYING NUM-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF NUM-LEN > 0
               IF NUM-IN(1:NUM-LEN) NUMERIC
                   MOVE NUM-IN(1:NUM-LEN) TO NUM-OUT
                   MOVE 'Y' TO NUM-OK-SW
               END-IF
           END-IF.

      *****************************************************************
      * L3F-EDIT-DEPOSIT reads the deposit as dollars and cents on    *
      * either side of the decimal point; whole dollars may come      *
      * without one.                                                  *
      *****************************************************************
       L3F-EDIT-DEPOSIT.
           MOVE SPACES TO AMT-DOLLARS.
           MOVE SPACES TO AMT-CENTS.
           MOVE 0      TO AMT-DOLLARS-LEN.
           MOVE 0      TO AMT-CENTS-LEN.
           UNSTRING WB-DEPOSIT DELIMITED BY '.' OR SPACE
               INTO AMT-DOLLARS COUNT IN AMT-DOLLARS-LEN
                    AMT-CENTS   COUNT IN AMT-CENTS-LEN
           END-UNSTRING.
           MOVE 'Y' TO NUM-OK-SW.
           MOVE 0   TO AMT-DOLLARS-N.
           MOVE 0   TO AMT-CENTS-N.
           IF AMT-DOLLARS-LEN = 0 OR AMT-DOLLARS-LEN > 3
               MOVE 'N' TO NUM-OK-SW
           ELSE
               IF AMT-DOLLARS(1:AMT-DOLLARS-LEN) NUMERIC
                   MOVE AMT-DOLLARS(1:AMT-DOLLARS-LEN)
                       TO AMT-DOLLARS-N
               ELSE
                   MOVE 'N' TO NUM-OK-SW
               END-IF
           END-IF.
           IF AMT-CENTS-LEN > 2
               MOVE 'N' TO NUM-OK-SW
           ELSE
               IF AMT-CENTS-LEN > 0
                   IF AMT-CENTS(1:AMT-CENTS-LEN) NUMERIC
                       MOVE AMT-CENTS(1:AMT-CENTS-LEN) TO AMT-CENTS-N
                       IF AMT-CENTS-LEN = 1
                           MULTIPLY 10 BY AMT-CENTS-N
                       END-IF
                   ELSE
                       MOVE 'N' TO NUM-OK-SW
                   END-IF
               END-IF
           END-IF.
           IF NUM-OK
               COMPUTE I-AMT = AMT-DOLLARS-N + AMT-CENTS-N / 100
           END-IF.

      *****************************************************************
      * L3H-FILE-TRANSACTION puts the booking into the current        *
      * batch's count and totals.  The hash takes I-AMT only          *
      * when it translated, the same way the edit's proof adds it.    *
      *****************************************************************
       L3H-FILE-TRANSACTION.
           MOVE WB-REF        TO O-REF.
           MOVE WB-CAMPGROUND TO O-CAMPGROUND.
           MOVE WB-SITE       TO O-SITE.
           MOVE WB-ARRIVAL    TO O-ARRIVAL.
           MOVE WB-LNAME      TO O-LNAME.
           MOVE WB-CCTYPE     TO O-CCTYPE.
           MOVE ALL '*'       TO CARD-MASK.
           IF I-CCNUM NUMERIC
               MOVE I-CCNUM(13:4) TO CARD-MASK(13:4)
           END-IF.
           MOVE CARD-MASK     TO O-CCNUM.
           MOVE 0             TO O-AMT.
           MOVE 'Y'           TO LINE-OK-SW.
           IF WB-REF = SPACES
               MOVE 'N' TO LINE-OK-SW
               MOVE 'NO REFERENCE' TO O-NOTE
           END-IF.
           IF LINE-OK AND BT-COUNT = 99
            AND BT-REC-CNT(99) = 500
               MOVE 'N' TO LINE-OK-SW
               MOVE 'FILE FULL' TO O-NOTE
           END-IF.
           IF LINE-OK
               IF BT-COUNT = 0 OR BT-REC-CNT(BT-COUNT) = 500
                   ADD 1 TO BT-COUNT
                   MOVE 0 TO BT-REC-CNT(BT-COUNT)
                   MOVE 0 TO BT-HASH-AMT(BT-COUNT)
               END-IF
               ADD 1 TO BT-REC-CNT(BT-COUNT)
               IF I-AMT NUMERIC
                   ADD I-AMT TO BT-HASH-AMT(BT-COUNT)
                   ADD I-AMT TO TOT-DEPOSIT-AMT
                   MOVE I-AMT TO O-AMT
               END-IF
               ADD 1 TO TOT-TRANSLATED
               MOVE 'TRANSLATED' TO O-NOTE
           ELSE
               ADD 1 TO TOT-DROPPED
           END-IF.
           PERFORM L5-WRITE-DETAIL-LINE.

      *****************************************************************
      * L4-WRITE-BATCHES reads the vendor's file again and writes     *
      * each booking the first pass counted to WEBRES.DAT, with a     *
      * header ahead of each batch of 500 and a trailer behind it.    *
      * A line the first pass dropped is passed over the same way.    *
      * Batch numbers are the run's month and day and a sequence.     *
      *****************************************************************
       L4-WRITE-BATCHES.
           MOVE 'BATCHES WRITTEN TO WEBRES.DAT' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           IF BT-COUNT > 0
               MOVE 0 TO BT-SUB
               MOVE 0 TO BT-IN-BATCH
               OPEN INPUT WEBBOOK-IN
               IF WEBBOOK-IN-STATUS = '00'
                   PERFORM L4A-REREAD-WEBBOOK
                   PERFORM L4B-WRITE-ONE-LINE
                       UNTIL WEBBOOK-MORE-SW = 'N'
                   CLOSE WEBBOOK-IN
               END-IF
               IF BT-SUB > 0
                   PERFORM L4D-WRITE-TRAILER
               END-IF
           END-IF.

       L4A-REREAD-WEBBOOK.
           READ WEBBOOK-IN
               AT END
                   MOVE 'N' TO WEBBOOK-MORE-SW
               NOT AT END
                   MOVE 'Y' TO WEBBOOK-MORE-SW
           END-READ.

       L4B-WRITE-ONE-LINE.
           IF WEBBOOK-LINE NOT = SPACES
               PERFORM L3C-SPLIT-LINE
               IF WB-REF NOT = SPACES
                   PERFORM L4E-WRITE-ONE-BOOKING
               END-IF
           END-IF.
           PERFORM L4A-REREAD-WEBBOOK.

      * the last batch full means every line after it was dropped
      * as the file filled
       L4E-WRITE-ONE-BOOKING.
           MOVE 'Y' TO LINE-OK-SW.
           IF BT-SUB = BT-COUNT
               IF BT-IN-BATCH = BT-REC-CNT(BT-SUB)
                   MOVE 'N' TO LINE-OK-SW
               END-IF
           END-IF.
           IF LINE-OK
               IF BT-SUB = 0 OR BT-IN-BATCH = BT-REC-CNT(BT-SUB)
                   IF BT-SUB > 0
                       PERFORM L4D-WRITE-TRAILER
                   END-IF
                   ADD 1 TO BT-SUB
                   MOVE 0 TO BT-IN-BATCH
                   PERFORM L4C-WRITE-HEADER
               END-IF
               ADD 1 TO BT-IN-BATCH
               PERFORM L3D-BUILD-TRANSACTION
               MOVE TRAN-REC TO WEBRES-REC
               WRITE WEBRES-REC
           END-IF.

       L4C-WRITE-HEADER.
           MOVE BT-SUB               TO BT-BATCH-SEQ.
           MOVE SPACES               TO BH-REC.
           MOVE 'H'                  TO BH-REC-TYPE.
           MOVE 'WEBCHN'             TO BH-CLERK-ID.
           MOVE BT-BATCH-NUM         TO BH-BATCH-NUM.
           MOVE BT-REC-CNT(BT-SUB)   TO BH-REC-CNT.
           MOVE BT-HASH-AMT(BT-SUB)  TO BH-HASH-AMT.
           MOVE BH-REC               TO WEBRES-REC.
           WRITE WEBRES-REC.
           ADD 1 TO TOT-BATCHES.
           MOVE BT-BATCH-NUM         TO O-BATCH-NUM.
           MOVE BT-REC-CNT(BT-SUB)   TO O-BATCH-CNT.
           MOVE BT-HASH-AMT(BT-SUB)  TO O-BATCH-HASH.
           WRITE RPTLINE FROM RPT-BATCH-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.

       L4D-WRITE-TRAILER.
           MOVE SPACES               TO BH-REC.
           MOVE 'T'                  TO BH-REC-TYPE.
           MOVE 'WEBCHN'             TO BH-CLERK-ID.
           MOVE BT-BATCH-NUM         TO BH-BATCH-NUM.
           MOVE BH-REC               TO WEBRES-REC.
           WRITE WEBRES-REC.

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
           MOVE 'VENDOR LINES READ'              TO O-CNT-LABEL.
           MOVE TOT-LINES-READ                   TO O-CNT-VALUE.
           MOVE 0                                TO O-CNT-AMT.
           PERFORM L7-WRITE-COUNT.
           MOVE 'BLANK LINES SKIPPED'            TO O-CNT-LABEL.
           MOVE TOT-BLANK-LINES                  TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'BOOKINGS TRANSLATED'            TO O-CNT-LABEL.
           MOVE TOT-TRANSLATED                   TO O-CNT-VALUE.
           MOVE TOT-DEPOSIT-AMT                  TO O-CNT-AMT.
           PERFORM L7-WRITE-COUNT.
           MOVE 'BOOKINGS DROPPED'               TO O-CNT-LABEL.
           MOVE TOT-DROPPED                      TO O-CNT-VALUE.
           MOVE 0                                TO O-CNT-AMT.
           PERFORM L7-WRITE-COUNT.
           MOVE 'BATCHES WRITTEN'                TO O-CNT-LABEL.
           MOVE TOT-BATCHES                      TO O-CNT-VALUE.
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
           MOVE 'CBLHJB36 START'  TO RL-TEXT.
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
           MOVE 'CBLHJB36 END'    TO RL-TEXT.
           MOVE TOT-LINES-READ    TO RL-RECS-READ.
           MOVE TOT-TRANSLATED    TO RL-ACCEPT-CTR.
           MOVE TOT-DROPPED       TO RL-REJECT-CTR.
           MOVE 0                 TO RL-CKPT-CTR.
           MOVE 'C'               TO RL-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-OUT.

       END PROGRAM CBLHJB36.
