       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLHJB40.
       AUTHOR. HARRISON BIRKNER.

      *****************************************************************
      * CBLHJB40 -- GUEST AND LEDGER MASTER LOAD AND UNLOAD.          *
      * The guest master GUEST.IDX, the guest address file            *
      * GSTADDR.IDX, and the balance ledger BALLEDG.IDX are indexed   *
      * files updated in place.  This utility moves them to and from  *
      * their sequential forms the way CBLHJB08 does for the          *
      * availability master:                                          *
      *   L  load -- GUEST.DAT, GSTADDR.DAT, or BALLEDG.DAT builds    *
      *      (or rebuilds) its indexed file: the one-time conversion  *
      *      off the old carried-forward masters, and the recovery    *
      *      path for a .NEW file CBLHJB32 rolled forward;            *
      *   U  unload -- the indexed file is copied out in key order    *
      *      to its sequential form for the nightly backup, the       *
      *      .BKP copy CBLHJB32 starts a roll-forward from.           *
      * Each load or unload is one card on MSTLOAD.DAT -- the action  *
      * in column 1 and the master in column 2: B the balance ledger, *
      * G the guest master, M the guest mailing addresses, or blank   *
      * for all three.  A load record landing on a key already loaded *
      * is rejected to MSTLOAD.PRT, which also carries the records    *
      * read, written, and rejected for every file worked.  A ledger  *
      * record written before authorizations or incidentals were      *
      * carried loads with zero in place of the blank amounts.        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-IN
               ASSIGN TO 'C:\COBOLSP20\MSTLOAD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-IN-STATUS.

           SELECT BAL-SEQ
               ASSIGN TO 'C:\COBOLSP20\BALLEDG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BAL-SEQ-STATUS.

           SELECT BAL-MST
               ASSIGN TO 'C:\COBOLSP20\BALLEDG.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-KEY
               FILE STATUS IS BAL-MST-STATUS.

           SELECT GUEST-SEQ
               ASSIGN TO 'C:\COBOLSP20\GUEST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GUEST-SEQ-STATUS.

           SELECT GUEST-MST
               ASSIGN TO 'C:\COBOLSP20\GUEST.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GST-NUMBER
               ALTERNATE RECORD KEY IS GST-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS GUEST-MST-STATUS.

           SELECT GADDR-SEQ
               ASSIGN TO 'C:\COBOLSP20\GSTADDR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GADDR-SEQ-STATUS.

           SELECT GADDR-MST
               ASSIGN TO 'C:\COBOLSP20\GSTADDR.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAD-NUMBER
               FILE STATUS IS GADDR-MST-STATUS.

           SELECT RPTOUT
               ASSIGN TO 'C:\COBOLSP20\MSTLOAD.PRT'
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
       FD  CTL-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS CTL-REC
           RECORD CONTAINS 2 CHARACTERS.

       01  CTL-REC                 PIC X(2).

       FD  BAL-SEQ
           LABEL RECORD IS OMITTED
           DATA RECORD IS BAL-SEQ-REC
           RECORD CONTAINS 120 CHARACTERS.

       01  BAL-SEQ-REC             PIC X(120).

       FD  BAL-MST
           LABEL RECORD IS STANDARD
           DATA RECORD IS BAL-REC
           RECORD CONTAINS 120 CHARACTERS.

       COPY BALREC.

       FD  GUEST-SEQ
           LABEL RECORD IS OMITTED
           DATA RECORD IS GUEST-SEQ-REC
           RECORD CONTAINS 67 CHARACTERS.

       01  GUEST-SEQ-REC           PIC X(67).

       FD  GUEST-MST
           LABEL RECORD IS STANDARD
           DATA RECORD IS GST-REC
           RECORD CONTAINS 67 CHARACTERS.

       COPY GSTREC.

       FD  GADDR-SEQ
           LABEL RECORD IS OMITTED
           DATA RECORD IS GADDR-SEQ-REC
           RECORD CONTAINS 75 CHARACTERS.

       01  GADDR-SEQ-REC           PIC X(75).

       FD  GADDR-MST
           LABEL RECORD IS STANDARD
           DATA RECORD IS GAD-REC
           RECORD CONTAINS 75 CHARACTERS.

       COPY GADREC.

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
           05  CTL-MORE-SW         PIC X      VALUE 'Y'.
           05  CTL-FOUND-SW        PIC X      VALUE 'N'.
           05  SEQ-MORE-SW         PIC X      VALUE 'Y'.
           05  CARD-OK-SW          PIC X      VALUE 'Y'.
               88 CARD-OK          VALUE 'Y'.

       01  CURRENT-DATE-AND-TIME.
           05  CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05  CURRENT-TIME        PIC X(11).

       01  MISC.
           05  CTL-IN-STATUS       PIC XX     VALUE SPACES.
           05  BAL-SEQ-STATUS      PIC XX     VALUE SPACES.
           05  BAL-MST-STATUS      PIC XX     VALUE SPACES.
           05  GUEST-SEQ-STATUS    PIC XX     VALUE SPACES.
           05  GUEST-MST-STATUS    PIC XX     VALUE SPACES.
           05  GADDR-SEQ-STATUS    PIC XX     VALUE SPACES.
           05  GADDR-MST-STATUS    PIC XX     VALUE SPACES.
           05  RPT-PAGE-CTR        PIC 99     VALUE 0.
           05  CARD-ERR-TEXT       PIC X(40)  VALUE SPACES.

      *****************************************************************
      * CTL-CARD is one load or unload card off MSTLOAD.DAT.          *
      *****************************************************************
       01  CTL-CARD.
           05  CC-ACTION           PIC X.
               88 CC-LOAD          VALUE 'L'.
               88 CC-UNLOAD        VALUE 'U'.
               88 CC-VALID-ACTION  VALUE 'L', 'U'.
           05  CC-MASTER           PIC X.
               88 CC-LEDGER        VALUE 'B', ' '.
               88 CC-GUEST         VALUE 'G', ' '.
               88 CC-ADDRESS       VALUE 'M', ' '.
               88 CC-VALID-MASTER  VALUE 'B', 'G', 'M', ' '.

       01  FILE-TOTALS.
           05  FILE-READ-CTR       PIC 9(7)   VALUE 0.
           05  FILE-WRITTEN-CTR    PIC 9(7)   VALUE 0.
           05  FILE-REJECT-CTR     PIC 9(7)   VALUE 0.

       01  RUN-TOTALS.
           05  RUN-CARD-CTR        PIC 9(5)   VALUE 0.
           05  RUN-CARD-REJ-CTR    PIC 9(5)   VALUE 0.
           05  RUN-READ-CTR        PIC 9(8)   VALUE 0.
           05  RUN-WRITTEN-CTR     PIC 9(8)   VALUE 0.
           05  RUN-REJECT-CTR      PIC 9(8)   VALUE 0.

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
           05  FILLER               PIC X(36)
               VALUE 'GUEST AND LEDGER MASTER LOAD/UNLOAD'.

       01  RPT-CARD-LINE.
           05  FILLER               PIC X(6)    VALUE 'CARD  '.
           05  O-CARD-ACTION        PIC X.
           05  FILLER               PIC X       VALUE SPACE.
           05  O-CARD-MASTER        PIC X.
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  O-CARD-ERR           PIC X(40).

       01  RPT-FILE-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-FILE-TEXT          PIC X(60).

       01  RPT-REJECT-LINE.
           05  FILLER               PIC X(4)    VALUE SPACES.
           05  FILLER               PIC X(21)
               VALUE 'DUPLICATE KEY DROPPED'.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-REJ-KEY            PIC X(40).

       01  RPT-COUNT-LINE.
           05  FILLER               PIC X(4)    VALUE SPACES.
           05  O-CNT-LABEL          PIC X(30).
           05  O-CNT-VALUE          PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L3-WORK-ONE-CARD
               UNTIL CTL-MORE-SW = 'N'.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE     TO CURRENT-DATE-AND-TIME.
           PERFORM L2O-OPEN-RUN-LOG.
           PERFORM L2O-WRITE-START-RECORD.
           MOVE CURRENT-MONTH             TO RPT-TITLE-MONTH.
           MOVE CURRENT-DAY               TO RPT-TITLE-DAY.
           MOVE CURRENT-YEAR              TO RPT-TITLE-YEAR.
           OPEN OUTPUT RPTOUT.
           PERFORM L3-INIT-RPT-HEADING.
           OPEN INPUT CTL-IN.
           IF CTL-IN-STATUS = '00'
               MOVE 'Y' TO CTL-FOUND-SW
               PERFORM L9-READ-CTL
           ELSE
               DISPLAY 'MSTLOAD.DAT NOT ON FILE -- NOTHING TO DO'
               MOVE 'NO LOAD OR UNLOAD CARD ON FILE -- NOTHING DONE'
                   TO O-FILE-TEXT
               PERFORM L8-WRITE-FILE-LINE
               MOVE 'N' TO CTL-MORE-SW
           END-IF.

      *****************************************************************
      * L3-WORK-ONE-CARD edits one card and loads or unloads each     *
      * master it names.  A card in error touches nothing.            *
      *****************************************************************
       L3-WORK-ONE-CARD.
           ADD 1 TO RUN-CARD-CTR.
           MOVE 'Y'    TO CARD-OK-SW.
           MOVE SPACES TO CARD-ERR-TEXT.
           EVALUATE TRUE
               WHEN NOT CC-VALID-ACTION
                   MOVE 'N' TO CARD-OK-SW
                   MOVE 'ACTION MUST BE L OR U'
                       TO CARD-ERR-TEXT
               WHEN NOT CC-VALID-MASTER
                   MOVE 'N' TO CARD-OK-SW
                   MOVE 'MASTER MUST BE B, G, M, OR BLANK'
                       TO CARD-ERR-TEXT
           END-EVALUATE.
           MOVE CC-ACTION     TO O-CARD-ACTION.
           MOVE CC-MASTER     TO O-CARD-MASTER.
           MOVE CARD-ERR-TEXT TO O-CARD-ERR.
           WRITE RPTLINE FROM RPT-CARD-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           IF NOT CARD-OK
               ADD 1 TO RUN-CARD-REJ-CTR
           ELSE
               IF CC-LEDGER
                   IF CC-LOAD
                       PERFORM L4A-LOAD-LEDGER
                   ELSE
                       PERFORM L4B-UNLOAD-LEDGER
                   END-IF
               END-IF
               IF CC-GUEST
                   IF CC-LOAD
                       PERFORM L4C-LOAD-GUESTS
                   ELSE
                       PERFORM L4D-UNLOAD-GUESTS
                   END-IF
               END-IF
               IF CC-ADDRESS
                   IF CC-LOAD
                       PERFORM L4E-LOAD-ADDRESSES
                   ELSE
                       PERFORM L4F-UNLOAD-ADDRESSES
                   END-IF
               END-IF
           END-IF.
           PERFORM L9-READ-CTL.

      *****************************************************************
      * L4A-LOAD-LEDGER rebuilds BALLEDG.IDX from BALLEDG.DAT.  The   *
      * indexed file is only opened once the sequential input is      *
      * known to be there, so a missing input never empties the       *
      * ledger.  Records arrive in any order; the index orders them.  *
      *****************************************************************
       L4A-LOAD-LEDGER.
           MOVE ZEROS TO FILE-TOTALS.
           OPEN INPUT BAL-SEQ.
           IF BAL-SEQ-STATUS NOT = '00'
               MOVE 'BALLEDG.DAT NOT ON FILE -- LEDGER NOT LOADED'
                   TO O-FILE-TEXT
               PERFORM L8-WRITE-FILE-LINE
           ELSE
               OPEN OUTPUT BAL-MST
               IF BAL-MST-STATUS NOT = '00'
                   MOVE SPACES TO O-FILE-TEXT
                   STRING 'BALLEDG.IDX OPEN FAILED -- STATUS '
                       DELIMITED BY SIZE
                       BAL-MST-STATUS DELIMITED BY SIZE
                       INTO O-FILE-TEXT
                   PERFORM L8-WRITE-FILE-LINE
               ELSE
                   MOVE 'BALLEDG.DAT LOADED TO BALLEDG.IDX'
                       TO O-FILE-TEXT
                   PERFORM L8-WRITE-FILE-LINE
                   MOVE 'Y' TO SEQ-MORE-SW
                   PERFORM L4A-READ-BAL-SEQ
                   PERFORM L4A-LOAD-ONE-BAL
                       UNTIL SEQ-MORE-SW = 'N'
                   CLOSE BAL-MST
                   PERFORM L8-WRITE-FILE-TOTALS
               END-IF
               CLOSE BAL-SEQ
           END-IF.

       L4A-READ-BAL-SEQ.
           READ BAL-SEQ
               AT END
                   MOVE 'N' TO SEQ-MORE-SW
               NOT AT END
                   ADD 1 TO FILE-READ-CTR
           END-READ.

       L4A-LOAD-ONE-BAL.
           MOVE BAL-SEQ-REC TO BAL-REC.
           IF BAL-AUTH-AMT NOT NUMERIC
               MOVE 0 TO BAL-AUTH-AMT
           END-IF.
           IF BAL-INCID-AMT NOT NUMERIC
               MOVE 0 TO BAL-INCID-AMT
           END-IF.
           WRITE BAL-REC
               INVALID KEY
                   MOVE SPACES TO O-REJ-KEY
                   STRING BAL-CAMPGROUND DELIMITED BY '  '
                       ' ' DELIMITED BY SIZE
                       BAL-SITE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       BAL-START-DATE DELIMITED BY SIZE
                       INTO O-REJ-KEY
                   PERFORM L8-WRITE-REJECT-LINE
               NOT INVALID KEY
                   ADD 1 TO FILE-WRITTEN-CTR
           END-WRITE.
           PERFORM L4A-READ-BAL-SEQ.

      *****************************************************************
      * L4B-UNLOAD-LEDGER copies BALLEDG.IDX out to BALLEDG.DAT in    *
      * key order.  BALLEDG.DAT is only opened once the indexed file  *
      * is known to be there, so a failed unload never empties the    *
      * last good copy.                                               *
      *****************************************************************
       L4B-UNLOAD-LEDGER.
           MOVE ZEROS TO FILE-TOTALS.
           OPEN INPUT BAL-MST.
           IF BAL-MST-STATUS NOT = '00'
               MOVE SPACES TO O-FILE-TEXT
               STRING 'BALLEDG.IDX OPEN FAILED -- STATUS '
                   DELIMITED BY SIZE
                   BAL-MST-STATUS DELIMITED BY SIZE
                   INTO O-FILE-TEXT
               PERFORM L8-WRITE-FILE-LINE
           ELSE
               OPEN OUTPUT BAL-SEQ
               MOVE 'BALLEDG.IDX UNLOADED TO BALLEDG.DAT'
                   TO O-FILE-TEXT
               PERFORM L8-WRITE-FILE-LINE
               MOVE 'Y' TO SEQ-MORE-SW
               PERFORM L4B-READ-BAL-MST
               PERFORM L4B-UNLOAD-ONE-BAL
                   UNTIL SEQ-MORE-SW = 'N'
               CLOSE BAL-SEQ
               CLOSE BAL-MST
               PERFORM L8-WRITE-FILE-TOTALS
           END-IF.

       L4B-READ-BAL-MST.
           READ BAL-MST NEXT RECORD
               AT END
                   MOVE 'N' TO SEQ-MORE-SW
               NOT AT END
                   ADD 1 TO FILE-READ-CTR
           END-READ.

       L4B-UNLOAD-ONE-BAL.
           MOVE BAL-REC TO BAL-SEQ-REC.
           WRITE BAL-SEQ-REC.
           ADD 1 TO FILE-WRITTEN-CTR.
           PERFORM L4B-READ-BAL-MST.

      *****************************************************************
      * L4C-LOAD-GUESTS rebuilds GUEST.IDX from GUEST.DAT the same    *
      * way -- one guest per number; a name may appear under more     *
      * than one number.                                              *
      *****************************************************************
       L4C-LOAD-GUESTS.
           MOVE ZEROS TO FILE-TOTALS.
           OPEN INPUT GUEST-SEQ.
           IF GUEST-SEQ-STATUS NOT = '00'
               MOVE 'GUEST.DAT NOT ON FILE -- GUEST MASTER NOT LOADED'
                   TO O-FILE-TEXT
               PERFORM L8-WRITE-FILE-LINE
           ELSE
               OPEN OUTPUT GUEST-MST
               IF GUEST-MST-STATUS NOT = '00'
                   MOVE SPACES TO O-FILE-TEXT
                   STRING 'GUEST.IDX OPEN FAILED -- STATUS '
                       DELIMITED BY SIZE
                       GUEST-MST-STATUS DELIMITED BY SIZE
                       INTO O-FILE-TEXT
                   PERFORM L8-WRITE-FILE-LINE
               ELSE
                   MOVE 'GUEST.DAT LOADED TO GUEST.IDX'
                       TO O-FILE-TEXT
                   PERFORM L8-WRITE-FILE-LINE
                   MOVE 'Y' TO SEQ-MORE-SW
                   PERFORM L4C-READ-GUEST-SEQ
                   PERFORM L4C-LOAD-ONE-GUEST
                       UNTIL SEQ-MORE-SW = 'N'
                   CLOSE GUEST-MST
                   PERFORM L8-WRITE-FILE-TOTALS
               END-IF
               CLOSE GUEST-SEQ
           END-IF.

       L4C-READ-GUEST-SEQ.
           READ GUEST-SEQ
               AT END
                   MOVE 'N' TO SEQ-MORE-SW
               NOT AT END
                   ADD 1 TO FILE-READ-CTR
           END-READ.

       L4C-LOAD-ONE-GUEST.
           MOVE GUEST-SEQ-REC TO GST-REC.
           WRITE GST-REC
               INVALID KEY
                   MOVE SPACES TO O-REJ-KEY
                   STRING GST-NUMBER DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       GST-LNAME DELIMITED BY '  '
                       ', ' DELIMITED BY SIZE
                       GST-FNAME DELIMITED BY '  '
                       INTO O-REJ-KEY
                   PERFORM L8-WRITE-REJECT-LINE
               NOT INVALID KEY
                   ADD 1 TO FILE-WRITTEN-CTR
           END-WRITE.
           PERFORM L4C-READ-GUEST-SEQ.

       L4D-UNLOAD-GUESTS.
           MOVE ZEROS TO FILE-TOTALS.
           OPEN INPUT GUEST-MST.
           IF GUEST-MST-STATUS NOT = '00'
               MOVE SPACES TO O-FILE-TEXT
               STRING 'GUEST.IDX OPEN FAILED -- STATUS '
                   DELIMITED BY SIZE
                   GUEST-MST-STATUS DELIMITED BY SIZE
                   INTO O-FILE-TEXT
               PERFORM L8-WRITE-FILE-LINE
           ELSE
               OPEN OUTPUT GUEST-SEQ
               MOVE 'GUEST.IDX UNLOADED TO GUEST.DAT'
                   TO O-FILE-TEXT
               PERFORM L8-WRITE-FILE-LINE
               MOVE 'Y' TO SEQ-MORE-SW
               PERFORM L4D-READ-GUEST-MST
               PERFORM L4D-UNLOAD-ONE-GUEST
                   UNTIL SEQ-MORE-SW = 'N'
               CLOSE GUEST-SEQ
               CLOSE GUEST-MST
               PERFORM L8-WRITE-FILE-TOTALS
           END-IF.

       L4D-READ-GUEST-MST.
           READ GUEST-MST NEXT RECORD
               AT END
                   MOVE 'N' TO SEQ-MORE-SW
               NOT AT END
                   ADD 1 TO FILE-READ-CTR
           END-READ.

       L4D-UNLOAD-ONE-GUEST.
           MOVE GST-REC TO GUEST-SEQ-REC.
           WRITE GUEST-SEQ-REC.
           ADD 1 TO FILE-WRITTEN-CTR.
           PERFORM L4D-READ-GUEST-MST.

       L4E-LOAD-ADDRESSES.
           MOVE ZEROS TO FILE-TOTALS.
           OPEN INPUT GADDR-SEQ.
           IF GADDR-SEQ-STATUS NOT = '00'
               MOVE 'GSTADDR.DAT NOT ON FILE -- ADDRESSES NOT LOADED'
                   TO O-FILE-TEXT
               PERFORM L8-WRITE-FILE-LINE
           ELSE
               OPEN OUTPUT GADDR-MST
               IF GADDR-MST-STATUS NOT = '00'
                   MOVE SPACES TO O-FILE-TEXT
                   STRING 'GSTADDR.IDX OPEN FAILED -- STATUS '
                       DELIMITED BY SIZE
                       GADDR-MST-STATUS DELIMITED BY SIZE
                       INTO O-FILE-TEXT
                   PERFORM L8-WRITE-FILE-LINE
               ELSE
                   MOVE 'GSTADDR.DAT LOADED TO GSTADDR.IDX'
                       TO O-FILE-TEXT
                   PERFORM L8-WRITE-FILE-LINE
                   MOVE 'Y' TO SEQ-MORE-SW
                   PERFORM L4E-READ-GADDR-SEQ
                   PERFORM L4E-LOAD-ONE-ADDRESS
                       UNTIL SEQ-MORE-SW = 'N'
                   CLOSE GADDR-MST
                   PERFORM L8-WRITE-FILE-TOTALS
               END-IF
               CLOSE GADDR-SEQ
           END-IF.

       L4E-READ-GADDR-SEQ.
           READ GADDR-SEQ
               AT END
                   MOVE 'N' TO SEQ-MORE-SW
               NOT AT END
                   ADD 1 TO FILE-READ-CTR
           END-READ.

       L4E-LOAD-ONE-ADDRESS.
           MOVE GADDR-SEQ-REC TO GAD-REC.
           WRITE GAD-REC
               INVALID KEY
                   MOVE SPACES TO O-REJ-KEY
                   MOVE GAD-NUMBER TO O-REJ-KEY(1:6)
                   PERFORM L8-WRITE-REJECT-LINE
               NOT INVALID KEY
                   ADD 1 TO FILE-WRITTEN-CTR
           END-WRITE.
           PERFORM L4E-READ-GADDR-SEQ.

       L4F-UNLOAD-ADDRESSES.
           MOVE ZEROS TO FILE-TOTALS.
           OPEN INPUT GADDR-MST.
           IF GADDR-MST-STATUS NOT = '00'
               MOVE SPACES TO O-FILE-TEXT
               STRING 'GSTADDR.IDX OPEN FAILED -- STATUS '
                   DELIMITED BY SIZE
                   GADDR-MST-STATUS DELIMITED BY SIZE
                   INTO O-FILE-TEXT
               PERFORM L8-WRITE-FILE-LINE
           ELSE
               OPEN OUTPUT GADDR-SEQ
               MOVE 'GSTADDR.IDX UNLOADED TO GSTADDR.DAT'
                   TO O-FILE-TEXT
               PERFORM L8-WRITE-FILE-LINE
               MOVE 'Y' TO SEQ-MORE-SW
               PERFORM L4F-READ-GADDR-MST
               PERFORM L4F-UNLOAD-ONE-ADDRESS
                   UNTIL SEQ-MORE-SW = 'N'
               CLOSE GADDR-SEQ
               CLOSE GADDR-MST
               PERFORM L8-WRITE-FILE-TOTALS
           END-IF.

       L4F-READ-GADDR-MST.
           READ GADDR-MST NEXT RECORD
               AT END
                   MOVE 'N' TO SEQ-MORE-SW
               NOT AT END
                   ADD 1 TO FILE-READ-CTR
           END-READ.

       L4F-UNLOAD-ONE-ADDRESS.
           MOVE GAD-REC TO GADDR-SEQ-REC.
           WRITE GADDR-SEQ-REC.
           ADD 1 TO FILE-WRITTEN-CTR.
           PERFORM L4F-READ-GADDR-MST.

       L2-CLOSING.
           MOVE 'CARDS READ'             TO O-CNT-LABEL.
           MOVE RUN-CARD-CTR             TO O-CNT-VALUE.
           WRITE RPTLINE FROM RPT-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'CARDS REJECTED'         TO O-CNT-LABEL.
           MOVE RUN-CARD-REJ-CTR         TO O-CNT-VALUE.
           PERFORM L8-WRITE-COUNT-LINE.
           IF CTL-FOUND-SW = 'Y'
               CLOSE CTL-IN
           END-IF.
           CLOSE RPTOUT.
           PERFORM L2O-WRITE-END-RECORD.

       L8-WRITE-FILE-LINE.
           WRITE RPTLINE FROM RPT-FILE-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.

       L8-WRITE-REJECT-LINE.
           ADD 1 TO FILE-REJECT-CTR.
           WRITE RPTLINE FROM RPT-REJECT-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.

      *****************************************************************
      * L8-WRITE-FILE-TOTALS closes out one file's load or unload on  *
      * the report and adds its counts into the run's.                *
      *****************************************************************
       L8-WRITE-FILE-TOTALS.
           ADD FILE-READ-CTR    TO RUN-READ-CTR.
           ADD FILE-WRITTEN-CTR TO RUN-WRITTEN-CTR.
           ADD FILE-REJECT-CTR  TO RUN-REJECT-CTR.
           MOVE 'RECORDS READ'           TO O-CNT-LABEL.
           MOVE FILE-READ-CTR            TO O-CNT-VALUE.
           PERFORM L8-WRITE-COUNT-LINE.
           MOVE 'RECORDS WRITTEN'        TO O-CNT-LABEL.
           MOVE FILE-WRITTEN-CTR         TO O-CNT-VALUE.
           PERFORM L8-WRITE-COUNT-LINE.
           MOVE 'DUPLICATE RECORDS DROPPED' TO O-CNT-LABEL.
           MOVE FILE-REJECT-CTR          TO O-CNT-VALUE.
           PERFORM L8-WRITE-COUNT-LINE.

       L8-WRITE-COUNT-LINE.
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

       L9-READ-CTL.
           READ CTL-IN INTO CTL-CARD
               AT END
                   MOVE 'N' TO CTL-MORE-SW
               NOT AT END
                   MOVE 'Y' TO CTL-MORE-SW
           END-READ.


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
           MOVE 'CBLHJB40 START'  TO RL-TEXT.
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
           MOVE 'CBLHJB40 END'    TO RL-TEXT.
           MOVE RUN-READ-CTR      TO RL-RECS-READ.
           MOVE RUN-WRITTEN-CTR   TO RL-ACCEPT-CTR.
           MOVE RUN-REJECT-CTR    TO RL-REJECT-CTR.
           MOVE 0                 TO RL-CKPT-CTR.
           MOVE 'C'               TO RL-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-OUT.

       END PROGRAM CBLHJB40.
