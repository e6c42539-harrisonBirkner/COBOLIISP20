       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLHJB37.
       AUTHOR. HARRISON BIRKNER.

      *****************************************************************
      * CBLHJB37 -- WEB RESERVATION CHANNEL ACKNOWLEDGMENT.           *
      * Runs after the edit.  The edit run writes CHNLDISP.DAT, one   *
      * record for what became of each booking the web reservation    *
      * vendor sent; this program answers the vendor with WEBACK.CSV, *
      * one comma-separated line a disposition:                       *
      *   booking reference, status, our guest number, error number,  *
      *   reason                                                      *
      * Status is ACCEPTED (the guest number is filled in), REJECTED, *
      * WAITLISTED, or HELD.  The reason is the error table's text    *
      * for the first edit error the booking failed, in quotes since  *
      * the text can carry commas.  A waitlisted booking that books   *
      * later in the same run, or a rejection the office corrects and *
      * recycles, is answered again -- the vendor takes the last line *
      * for a reference as its standing.  So is a booking held for    *
      * card fraud review, once the office releases or rejects it --  *
      * the fraud review CBLHJB41 adds the rejections to CHNLDISP.DAT *
      * ahead of this run.  The acknowledgment report                 *
      * WEBACK.PRT lists every line sent and totals them by status.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHNLDISP-IN
               ASSIGN TO 'C:\COBOLSP20\CHNLDISP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHNLDISP-IN-STATUS.

           SELECT WEBACK-OUT
               ASSIGN TO 'C:\COBOLSP20\WEBACK.CSV'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RPTOUT
               ASSIGN TO 'C:\COBOLSP20\WEBACK.PRT'
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
       FD  CHNLDISP-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS CD-REC
           RECORD CONTAINS 76 CHARACTERS.

       COPY CHNLDSP.

       FD  WEBACK-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS WEBACK-LINE
           RECORD CONTAINS 160 CHARACTERS.

       01  WEBACK-LINE             PIC X(160).

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
           05  CHNLDISP-MORE-SW    PIC X      VALUE 'Y'.

       01  CURRENT-DATE-AND-TIME.
           05  CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05  CURRENT-TIME        PIC X(11).

       01  MISC.
           05  CHNLDISP-IN-STATUS  PIC XX     VALUE SPACES.
           05  RPT-PAGE-CTR        PIC 99     VALUE 0.

       COPY ERRTBL.

      *****************************************************************
      * ACK-WORK builds one acknowledgment line.  The reason has its  *
      * double quotes turned to single so it can ride in quotes.      *
      *****************************************************************
       01  ACK-WORK.
           05  ACK-STATUS          PIC X(10).
           05  ACK-GUEST-NUM       PIC 9(6).
           05  ACK-ERR-NUM         PIC 99.
           05  ACK-REASON          PIC X(100).

       01  RUN-TOTALS.
           05  TOT-DISP-READ       PIC 9(5)       VALUE 0.
           05  TOT-ACCEPTED        PIC 9(5)       VALUE 0.
           05  TOT-REJECTED        PIC 9(5)       VALUE 0.
           05  TOT-WAITLISTED      PIC 9(5)       VALUE 0.
           05  TOT-HELD            PIC 9(5)       VALUE 0.

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
           05  FILLER               PIC X(48)   VALUE SPACES.
           05  FILLER               PIC X(35)
               VALUE 'WEB CHANNEL BOOKING ACKNOWLEDGMENTS'.

       01  RPT-SECTION-HEADING.
           05  O-SECTION-TITLE      PIC X(60).

       01  RPT-COL-HEADING.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(22)
               VALUE 'BOOKING REFERENCE'.
           05  FILLER               PIC X(12)   VALUE 'STATUS'.
           05  FILLER               PIC X(8)    VALUE 'GUEST'.
           05  FILLER               PIC X(27)   VALUE 'CAMPGROUND'.
           05  FILLER               PIC X(5)    VALUE 'SITE'.
           05  FILLER               PIC X(10)   VALUE 'ARRIVAL'.
           05  FILLER               PIC X(46)   VALUE 'ERR  REASON'.

       01  RPT-DETAIL-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-REF                PIC X(20).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-STATUS             PIC X(10).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-GUEST-NUM          PIC ZZZZZ9  BLANK WHEN ZERO.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CAMPGROUND         PIC X(25).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-SITE               PIC X(3).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-START-DATE         PIC 9(8).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-ERR-NUM            PIC Z9      BLANK WHEN ZERO.
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  O-REASON             PIC X(41).

       01  RPT-COUNT-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CNT-LABEL          PIC X(38).
           05  O-CNT-VALUE          PIC ZZZZ9.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L3-ACKNOWLEDGE-BOOKINGS.
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
           OPEN OUTPUT WEBACK-OUT.
           OPEN OUTPUT RPTOUT.
           PERFORM L3-INIT-RPT-HEADING.

       L2-CLOSING.
           CLOSE WEBACK-OUT.
           CLOSE RPTOUT.
           PERFORM L2O-WRITE-END-RECORD.

      *****************************************************************
      * L3-ACKNOWLEDGE-BOOKINGS answers every disposition the edit    *
      * wrote.  No disposition file means no channel bookings ran     *
      * tonight, and the vendor gets an empty acknowledgment.         *
      *****************************************************************
       L3-ACKNOWLEDGE-BOOKINGS.
           MOVE 'BOOKINGS ACKNOWLEDGED' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           WRITE RPTLINE FROM RPT-COL-HEADING
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           OPEN INPUT CHNLDISP-IN.
           IF CHNLDISP-IN-STATUS = '00'
               PERFORM L3A-READ-CHNLDISP
               PERFORM L3B-ACK-ONE-BOOKING
                   UNTIL CHNLDISP-MORE-SW = 'N'
               CLOSE CHNLDISP-IN
           END-IF.

       L3A-READ-CHNLDISP.
           READ CHNLDISP-IN
               AT END
                   MOVE 'N' TO CHNLDISP-MORE-SW
               NOT AT END
                   MOVE 'Y' TO CHNLDISP-MORE-SW
                   ADD 1 TO TOT-DISP-READ
           END-READ.

       L3B-ACK-ONE-BOOKING.
           MOVE 0      TO ACK-GUEST-NUM.
           MOVE 0      TO ACK-ERR-NUM.
           MOVE SPACES TO ACK-REASON.
           EVALUATE TRUE
               WHEN CD-ACCEPTED
                   MOVE 'ACCEPTED'   TO ACK-STATUS
                   MOVE CD-GUEST-NUM TO ACK-GUEST-NUM
                   ADD 1 TO TOT-ACCEPTED
               WHEN CD-WAITLISTED
                   MOVE 'WAITLISTED' TO ACK-STATUS
                   ADD 1 TO TOT-WAITLISTED
               WHEN CD-HELD
                   MOVE 'HELD'       TO ACK-STATUS
                   ADD 1 TO TOT-HELD
               WHEN OTHER
                   MOVE 'REJECTED'   TO ACK-STATUS
                   ADD 1 TO TOT-REJECTED
           END-EVALUATE.
           IF NOT CD-ACCEPTED
               IF CD-ERR-NUM > 0 AND CD-ERR-NUM NOT > 69
                   MOVE CD-ERR-NUM          TO ACK-ERR-NUM
                   MOVE ERR-MSG(CD-ERR-NUM) TO ACK-REASON
                   INSPECT ACK-REASON REPLACING ALL '"' BY "'"
               END-IF
           END-IF.
           PERFORM L3C-WRITE-ACK-LINE.
           MOVE CD-CHANNEL-REF TO O-REF.
           MOVE ACK-STATUS     TO O-STATUS.
           MOVE ACK-GUEST-NUM  TO O-GUEST-NUM.
           MOVE CD-CAMPGROUND  TO O-CAMPGROUND.
           MOVE CD-SITE        TO O-SITE.
           MOVE CD-START-DATE  TO O-START-DATE.
           MOVE ACK-ERR-NUM    TO O-ERR-NUM.
           MOVE ACK-REASON     TO O-REASON.
           WRITE RPTLINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           PERFORM L3A-READ-CHNLDISP.

      * trailing blanks are trimmed off each field at the first pair
      * of spaces -- references and error texts never carry two
       L3C-WRITE-ACK-LINE.
           MOVE SPACES TO WEBACK-LINE.
           STRING CD-CHANNEL-REF DELIMITED BY '  '
                  ','            DELIMITED BY SIZE
                  ACK-STATUS     DELIMITED BY SPACE
                  ','            DELIMITED BY SIZE
                  ACK-GUEST-NUM  DELIMITED BY SIZE
                  ','            DELIMITED BY SIZE
                  ACK-ERR-NUM    DELIMITED BY SIZE
                  ',"'           DELIMITED BY SIZE
                  ACK-REASON     DELIMITED BY '  '
                  '"'            DELIMITED BY SIZE
               INTO WEBACK-LINE
           END-STRING.
           WRITE WEBACK-LINE.

       L6-WRITE-TOTALS.
           MOVE 'RUN TOTALS' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           MOVE 'DISPOSITIONS READ'              TO O-CNT-LABEL.
           MOVE TOT-DISP-READ                    TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'BOOKINGS ACCEPTED'              TO O-CNT-LABEL.
           MOVE TOT-ACCEPTED                     TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'BOOKINGS REJECTED'              TO O-CNT-LABEL.
           MOVE TOT-REJECTED                     TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'BOOKINGS WAITLISTED'            TO O-CNT-LABEL.
           MOVE TOT-WAITLISTED                   TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'BOOKINGS HELD (BATCH OR FRAUD REVIEW)'
                                                 TO O-CNT-LABEL.
           MOVE TOT-HELD                         TO O-CNT-VALUE.
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
           MOVE 'CBLHJB37 START'  TO RL-TEXT.
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
           MOVE 'CBLHJB37 END'    TO RL-TEXT.
           MOVE TOT-DISP-READ     TO RL-RECS-READ.
           MOVE TOT-ACCEPTED      TO RL-ACCEPT-CTR.
           COMPUTE RL-REJECT-CTR = TOT-REJECTED + TOT-HELD.
           MOVE 0                 TO RL-CKPT-CTR.
           MOVE 'C'               TO RL-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-OUT.

       END PROGRAM CBLHJB37.
