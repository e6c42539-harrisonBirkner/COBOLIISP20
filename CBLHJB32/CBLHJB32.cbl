       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLHJB32.
       AUTHOR. HARRISON BIRKNER.

      *****************************************************************
      * CBLHJB32 -- MASTER ROLL-FORWARD RECOVERY.                     *
      * Reloading an old unload through CBLHJB08 loses every booking  *
      * taken since the unload.  This run rebuilds a damaged master   *
      * from its last good copy and then rolls it forward, replaying  *
      * every after image recorded since the copy was taken in run    *
      * date and time order, up to a keyed stop point:                *
      *   A  the availability master SITEAVL.IDX -- reloaded from     *
      *      the SITEAVAIL.DAT unload, then rolled forward off the    *
      *      archived and current audit trails AUDARCH.DAT and        *
      *      AUDIT.DAT;                                               *
      *   B  the balance ledger BALLEDG.IDX -- its BALLEDG.BKP        *
      *      unload rolled forward off the master image journal       *
      *      MSTJRNL.DAT to BALLEDG.NEW;                              *
      *   G  the guest master GUEST.IDX -- its GUEST.BKP unload       *
      *      rolled forward off the master image journal to           *
      *      GUEST.NEW.                                               *
      * Each master to recover is one card on RECOVER.DAT -- the      *
      * master code, the run date and time the starting copy was      *
      * taken (images at or before it are already in the copy), and   *
      * the stop point (images after it are not replayed).  A blank   *
      * from point replays the whole trail onto an empty master; a    *
      * blank stop date replays to the end of the trail and a blank   *
      * stop time to the end of the stop date.                        *
      * Every image replayed prints to RECOVER.PRT, and one whose     *
      * before image does not match what is on file at that point is  *
      * flagged -- the after image is still applied, since it is what *
      * the run that wrote it left on the master, but the flagged     *
      * keys are the ones the office checks by hand.  The rebuilt     *
      * ledger and guest master go to their .NEW files in the         *
      * sequential unload layout, for operations to load back into    *
      * the indexed files through CBLHJB40 once the report is         *
      * reviewed.  The .BKP copies are CBLHJB40 unloads taken with    *
      * the nightly backups.                                          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOVER-IN
               ASSIGN TO 'C:\COBOLSP20\RECOVER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECOVER-IN-STATUS.

           SELECT AVAIL-SEQ
               ASSIGN TO 'C:\COBOLSP20\SITEAVAIL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AVAIL-SEQ-STATUS.

           SELECT AVAIL-MST
               ASSIGN TO 'C:\COBOLSP20\SITEAVL.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVM-KEY
               FILE STATUS IS AVAIL-MST-STATUS.

           SELECT AUDARCH-IN
               ASSIGN TO 'C:\COBOLSP20\AUDARCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDARCH-IN-STATUS.

           SELECT AUDIT-IN
               ASSIGN TO 'C:\COBOLSP20\AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-IN-STATUS.

           SELECT JRNL-IN
               ASSIGN TO 'C:\COBOLSP20\MSTJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRNL-IN-STATUS.

      *****************************************************************
      * The trails are appended run by run, but a recovery may span   *
      * the archive and the current trail, so both sorts put the      *
      * images back in run date and time order -- WITH DUPLICATES IN  *
      * ORDER keeps the images one run wrote in the order it wrote    *
      * them.                                                         *
      *****************************************************************
           SELECT AUDIT-SORT
               ASSIGN TO 'C:\COBOLSP20\RECOVER.SRT'.

           SELECT JRNL-SORT
               ASSIGN TO 'C:\COBOLSP20\RECOVER.SRT'.

           SELECT SORTED-AUDIT
               ASSIGN TO 'C:\COBOLSP20\RECOVER.AUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-AUDIT-STATUS.

           SELECT SORTED-JRNL
               ASSIGN TO 'C:\COBOLSP20\RECOVER.JRN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-JRNL-STATUS.

           SELECT BAL-BKP
               ASSIGN TO 'C:\COBOLSP20\BALLEDG.BKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BAL-BKP-STATUS.

           SELECT BAL-OUT
               ASSIGN TO 'C:\COBOLSP20\BALLEDG.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GUEST-BKP
               ASSIGN TO 'C:\COBOLSP20\GUEST.BKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GUEST-BKP-STATUS.

           SELECT GUEST-OUT
               ASSIGN TO 'C:\COBOLSP20\GUEST.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.

      *****************************************************************
      * WORK-MST is the indexed work copy the balance ledger or the   *
      * guest master is rebuilt in -- recreated for every card, keyed *
      * the way the master itself is, and unloaded to the .NEW file   *
      * in key order once the images are replayed.                    *
      *****************************************************************
           SELECT WORK-MST
               ASSIGN TO 'C:\COBOLSP20\RECOVER.WRK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-KEY
               FILE STATUS IS WORK-MST-STATUS.

           SELECT RPTOUT
               ASSIGN TO 'C:\COBOLSP20\RECOVER.PRT'
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
       FD  RECOVER-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS RECOVER-REC
           RECORD CONTAINS 33 CHARACTERS.

       01  RECOVER-REC             PIC X(33).

       FD  AVAIL-SEQ
           LABEL RECORD IS OMITTED
           DATA RECORD IS AVAIL-SEQ-REC
           RECORD CONTAINS 51 CHARACTERS.

       01  AVAIL-SEQ-REC.
           05  AS-CAMPGROUND       PIC X(25).
           05  AS-SITE             PIC X(3).
           05  AS-START-DATE       PIC 9(8).
           05  AS-END-DATE         PIC 9(8).
           05  AS-STATUS           PIC X.
           05  AS-GROUP-ID         PIC X(6).

       FD  AVAIL-MST
           LABEL RECORD IS STANDARD
           DATA RECORD IS AVM-REC
           RECORD CONTAINS 51 CHARACTERS.

       01  AVM-REC.
           05  AVM-KEY.
               10  AVM-CAMPGROUND  PIC X(25).
               10  AVM-SITE        PIC X(3).
               10  AVM-START-DATE  PIC 9(8).
           05  AVM-END-DATE        PIC 9(8).
           05  AVM-STATUS          PIC X.
           05  AVM-GROUP-ID        PIC X(6).

       FD  AUDARCH-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS AUDARCH-REC
           RECORD CONTAINS 287 CHARACTERS.

       01  AUDARCH-REC             PIC X(287).

       FD  AUDIT-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS AUDIT-REC
           RECORD CONTAINS 287 CHARACTERS.

       01  AUDIT-REC               PIC X(287).

       FD  JRNL-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS JRNL-REC
           RECORD CONTAINS 265 CHARACTERS.

       01  JRNL-REC                PIC X(265).

       SD  AUDIT-SORT
           DATA RECORD IS AUDIT-SORT-REC
           RECORD CONTAINS 287 CHARACTERS.

       01  AUDIT-SORT-REC.
           05  SA-RUN-DATE         PIC 9(8).
           05  SA-RUN-TIME         PIC X(8).
           05  FILLER              PIC X(271).

       SD  JRNL-SORT
           DATA RECORD IS JRNL-SORT-REC
           RECORD CONTAINS 265 CHARACTERS.

       01  JRNL-SORT-REC.
           05  SM-RUN-DATE         PIC 9(8).
           05  SM-RUN-TIME         PIC X(8).
           05  FILLER              PIC X(249).

       FD  SORTED-AUDIT
           LABEL RECORD IS OMITTED
           DATA RECORD IS SORTED-AUDIT-REC
           RECORD CONTAINS 287 CHARACTERS.

       01  SORTED-AUDIT-REC        PIC X(287).

       FD  SORTED-JRNL
           LABEL RECORD IS OMITTED
           DATA RECORD IS SORTED-JRNL-REC
           RECORD CONTAINS 265 CHARACTERS.

       01  SORTED-JRNL-REC         PIC X(265).

       FD  BAL-BKP
           LABEL RECORD IS OMITTED
           DATA RECORD IS BAL-BKP-REC
           RECORD CONTAINS 120 CHARACTERS.

       01  BAL-BKP-REC             PIC X(120).

       FD  BAL-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS BALO-REC
           RECORD CONTAINS 120 CHARACTERS.

       01  BALO-REC                PIC X(120).

       FD  GUEST-BKP
           LABEL RECORD IS OMITTED
           DATA RECORD IS GUEST-BKP-REC
           RECORD CONTAINS 67 CHARACTERS.

       01  GUEST-BKP-REC           PIC X(67).

       FD  GUEST-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS GSTO-REC
           RECORD CONTAINS 67 CHARACTERS.

       01  GSTO-REC                PIC X(67).

       FD  WORK-MST
           LABEL RECORD IS STANDARD
           DATA RECORD IS WK-REC
           RECORD CONTAINS 156 CHARACTERS.

       01  WK-REC.
           05  WK-KEY              PIC X(36).
           05  WK-IMAGE            PIC X(120).

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
           05  RECOVER-MORE-SW     PIC X      VALUE 'Y'.
           05  RECOVER-FOUND-SW    PIC X      VALUE 'N'.
           05  SEQ-MORE-SW         PIC X      VALUE 'Y'.
           05  SEQ-FOUND-SW        PIC X      VALUE 'N'.
           05  BKP-MORE-SW         PIC X      VALUE 'Y'.
           05  WORK-MORE-SW        PIC X      VALUE 'Y'.
           05  REPLAY-MORE-SW      PIC X      VALUE 'Y'.
           05  REPLAY-FOUND-SW     PIC X      VALUE 'N'.
           05  AUDARCH-FOUND-SW    PIC X      VALUE 'N'.
           05  AUDIT-FOUND-SW      PIC X      VALUE 'N'.
           05  CARD-OK-SW          PIC X      VALUE 'Y'.
               88 CARD-OK          VALUE 'Y'.
           05  START-OK-SW         PIC X      VALUE 'Y'.
               88 START-COPY-OK    VALUE 'Y'.
           05  STOP-REACHED-SW     PIC X      VALUE 'N'.
               88 STOP-REACHED     VALUE 'Y'.
           05  RECORD-FOUND-SW     PIC X      VALUE 'N'.
               88 RECORD-FOUND     VALUE 'Y'.

       01  CURRENT-DATE-AND-TIME.
           05  CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05  CURRENT-TIME        PIC X(11).

       01  MISC.
           05  RECOVER-IN-STATUS   PIC XX     VALUE SPACES.
           05  AVAIL-SEQ-STATUS    PIC XX     VALUE SPACES.
           05  AVAIL-MST-STATUS    PIC XX     VALUE SPACES.
           05  AUDARCH-IN-STATUS   PIC XX     VALUE SPACES.
           05  AUDIT-IN-STATUS     PIC XX     VALUE SPACES.
           05  JRNL-IN-STATUS      PIC XX     VALUE SPACES.
           05  SORTED-AUDIT-STATUS PIC XX     VALUE SPACES.
           05  SORTED-JRNL-STATUS  PIC XX     VALUE SPACES.
           05  BAL-BKP-STATUS      PIC XX     VALUE SPACES.
           05  GUEST-BKP-STATUS    PIC XX     VALUE SPACES.
           05  WORK-MST-STATUS     PIC XX     VALUE SPACES.
           05  RPT-PAGE-CTR        PIC 99     VALUE 0.
           05  KEY-LEN             PIC 99     VALUE 36.
           05  CARD-ERR-TEXT       PIC X(40)  VALUE SPACES.

      *****************************************************************
      * RECOVER-CARD is one recovery control card off RECOVER.DAT.    *
      * The from and stop points are run date (YYYYMMDD) and run time *
      * (HHMMSSHH) pairs, the same stamps the trails carry.           *
      *****************************************************************
       01  RECOVER-CARD.
           05  RV-MASTER           PIC X.
               88 RV-AVAIL         VALUE 'A'.
               88 RV-LEDGER        VALUE 'B'.
               88 RV-GUEST         VALUE 'G'.
               88 RV-VALID-MASTER  VALUE 'A', 'B', 'G'.
           05  RV-FROM-DATE        PIC X(8).
           05  RV-FROM-TIME        PIC X(8).
           05  RV-STOP-DATE        PIC X(8).
           05  RV-STOP-TIME        PIC X(8).

       01  REPLAY-LIMITS.
           05  FROM-POINT.
               10  FROM-DATE       PIC X(8).
               10  FROM-TIME       PIC X(8).
           05  STOP-POINT.
               10  STOP-DATE       PIC X(8).
               10  STOP-TIME       PIC X(8).

       01  RECOVER-TOTALS.
           05  START-CTR           PIC 9(7)   VALUE 0.
           05  IMAGE-READ-CTR      PIC 9(7)   VALUE 0.
           05  NO-IMAGE-CTR        PIC 9(7)   VALUE 0.
           05  IMAGE-SKIP-CTR      PIC 9(7)   VALUE 0.
           05  REPLAY-CTR          PIC 9(7)   VALUE 0.
           05  ADDED-CTR           PIC 9(7)   VALUE 0.
           05  CHANGED-CTR         PIC 9(7)   VALUE 0.
           05  DELETED-CTR         PIC 9(7)   VALUE 0.
           05  MISMATCH-CTR        PIC 9(7)   VALUE 0.
           05  FINAL-CTR           PIC 9(7)   VALUE 0.

       01  RUN-TOTALS.
           05  RUN-CARD-CTR        PIC 9(5)   VALUE 0.
           05  RUN-REJECT-CTR      PIC 9(5)   VALUE 0.

      *****************************************************************
      * AUDIT-WORK is one audit trail record -- the transaction image *
      * and the availability master's before and after images, spaces *
      * meaning no record.  MJ-REC is one master image journal        *
      * record.  Both are worked through IMAGE-WORK so the three      *
      * masters replay through the same paragraphs.                   *
      *****************************************************************
       01  AUDIT-WORK.
           05  AW-RUN-POINT        PIC X(16).
           05  AW-TRAN             PIC X(163).
           05  AW-BEFORE           PIC X(51).
           05  AW-AFTER            PIC X(51).
           05  AW-CLERK-ID         PIC X(6).

       COPY MJREC.

       01  IMAGE-WORK.
           05  IW-POINT.
               10  IW-RUN-DATE     PIC X(8).
               10  IW-RUN-TIME     PIC X(8).
           05  IW-SOURCE           PIC X(15).
           05  IW-BEFORE           PIC X(120).
           05  IW-AFTER            PIC X(120).
           05  IW-BEFORE-KEY       PIC X(36).
           05  IW-AFTER-KEY        PIC X(36).
           05  IW-ACTION           PIC X(7).
           05  IW-NOTE             PIC X(40).

       01  FIND-WORK.
           05  FIND-KEY            PIC X(36).
           05  FILE-IMAGE          PIC X(120).

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
           05  FILLER               PIC X(28)
               VALUE 'MASTER ROLL-FORWARD RECOVERY'.

       01  RPT-CARD-LINE.
           05  FILLER               PIC X(9)    VALUE 'RECOVER  '.
           05  O-CARD-MASTER        PIC X(32).
           05  FILLER               PIC X(6)    VALUE 'FROM  '.
           05  O-CARD-FROM-DATE     PIC X(8).
           05  FILLER               PIC X       VALUE SPACE.
           05  O-CARD-FROM-TIME     PIC X(8).
           05  FILLER               PIC X(8)    VALUE '   STOP '.
           05  O-CARD-STOP-DATE     PIC X(8).
           05  FILLER               PIC X       VALUE SPACE.
           05  O-CARD-STOP-TIME     PIC X(8).
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  O-CARD-ERR           PIC X(40).

       01  RPT-MSG-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-MSG-TEXT           PIC X(60).

       01  RPT-COL-HEADING.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(10)   VALUE 'RUN DATE'.
           05  FILLER               PIC X(10)   VALUE 'RUN TIME'.
           05  FILLER               PIC X(17)   VALUE 'SOURCE'.
           05  FILLER               PIC X(40)   VALUE 'KEY'.
           05  FILLER               PIC X(9)    VALUE 'ACTION'.
           05  FILLER               PIC X(40)   VALUE 'NOTE'.

       01  RPT-IMAGE-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-RUN-DATE           PIC X(8).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-RUN-TIME           PIC X(8).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-SOURCE             PIC X(15).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-KEY.
               10  O-KEY-NAME       PIC X(25).
               10  FILLER           PIC X       VALUE SPACE.
               10  O-KEY-SITE       PIC X(3).
               10  FILLER           PIC X       VALUE SPACE.
               10  O-KEY-DATE       PIC X(8).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-ACTION             PIC X(7).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-NOTE               PIC X(40).

       01  RPT-COUNT-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CNT-LABEL          PIC X(44).
           05  O-CNT-VALUE          PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L3-RECOVER-ONE-MASTER
               UNTIL RECOVER-MORE-SW = 'N'.
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
           OPEN INPUT RECOVER-IN.
           IF RECOVER-IN-STATUS = '00'
               MOVE 'Y' TO RECOVER-FOUND-SW
               PERFORM L9-READ-RECOVER
           ELSE
               DISPLAY 'RECOVER.DAT NOT ON FILE -- NOTHING TO RECOVER'
               MOVE 'NO RECOVERY CARD ON FILE -- NOTHING RECOVERED'
                   TO O-MSG-TEXT
               PERFORM L8-WRITE-MSG-LINE
               MOVE 'N' TO RECOVER-MORE-SW
           END-IF.

      *****************************************************************
      * L3-RECOVER-ONE-MASTER works one control card -- the card is   *
      * edited, its master rebuilt from the starting copy, and the    *
      * trail replayed onto it.  A card in error touches nothing.     *
      *****************************************************************
       L3-RECOVER-ONE-MASTER.
           ADD 1 TO RUN-CARD-CTR.
           MOVE ZEROS TO RECOVER-TOTALS.
           PERFORM L3A-EDIT-CARD.
           PERFORM L3B-PRINT-CARD-LINE.
           IF CARD-OK
               IF RV-AVAIL
                   PERFORM L4-RECOVER-AVAIL
               ELSE
                   PERFORM L4-RECOVER-TABLE-MASTER
               END-IF
           ELSE
               ADD 1 TO RUN-REJECT-CTR
           END-IF.
           PERFORM L9-READ-RECOVER.

       L3A-EDIT-CARD.
           MOVE 'Y'    TO CARD-OK-SW.
           MOVE SPACES TO CARD-ERR-TEXT.
           IF RV-FROM-DATE = SPACES
               MOVE ZEROS TO RV-FROM-DATE
           END-IF.
           IF RV-FROM-TIME = SPACES
               MOVE ZEROS TO RV-FROM-TIME
           END-IF.
           IF RV-STOP-DATE = SPACES OR RV-STOP-DATE = ZEROS
               MOVE ALL '9' TO RV-STOP-DATE
           END-IF.
           IF RV-STOP-TIME = SPACES
               MOVE ALL '9' TO RV-STOP-TIME
           END-IF.
           MOVE RV-FROM-DATE TO FROM-DATE.
           MOVE RV-FROM-TIME TO FROM-TIME.
           MOVE RV-STOP-DATE TO STOP-DATE.
           MOVE RV-STOP-TIME TO STOP-TIME.
           EVALUATE TRUE
               WHEN NOT RV-VALID-MASTER
                   MOVE 'N' TO CARD-OK-SW
                   MOVE 'MASTER CODE MUST BE A, B, OR G'
                       TO CARD-ERR-TEXT
               WHEN RV-FROM-DATE NOT NUMERIC
                OR RV-FROM-TIME NOT NUMERIC
                   MOVE 'N' TO CARD-OK-SW
                   MOVE 'FROM DATE AND TIME MUST BE NUMERIC'
                       TO CARD-ERR-TEXT
               WHEN RV-STOP-DATE NOT NUMERIC
                OR RV-STOP-TIME NOT NUMERIC
                   MOVE 'N' TO CARD-OK-SW
                   MOVE 'STOP DATE AND TIME MUST BE NUMERIC'
                       TO CARD-ERR-TEXT
               WHEN STOP-POINT NOT > FROM-POINT
                   MOVE 'N' TO CARD-OK-SW
                   MOVE 'STOP POINT MUST FOLLOW THE FROM POINT'
                       TO CARD-ERR-TEXT
           END-EVALUATE.
           IF RV-GUEST
               MOVE 6  TO KEY-LEN
           ELSE
               MOVE 36 TO KEY-LEN
           END-IF.

       L3B-PRINT-CARD-LINE.
           EVALUATE TRUE
               WHEN RV-AVAIL
                   MOVE 'AVAILABILITY MASTER SITEAVL.IDX'
                       TO O-CARD-MASTER
               WHEN RV-LEDGER
                   MOVE 'BALANCE LEDGER TO BALLEDG.NEW'
                       TO O-CARD-MASTER
               WHEN RV-GUEST
                   MOVE 'GUEST MASTER TO GUEST.NEW'
                       TO O-CARD-MASTER
               WHEN OTHER
                   MOVE SPACES TO O-CARD-MASTER
                   MOVE RV-MASTER TO O-CARD-MASTER(1:1)
           END-EVALUATE.
           MOVE RV-FROM-DATE  TO O-CARD-FROM-DATE.
           MOVE RV-FROM-TIME  TO O-CARD-FROM-TIME.
           MOVE RV-STOP-DATE  TO O-CARD-STOP-DATE.
           MOVE RV-STOP-TIME  TO O-CARD-STOP-TIME.
           MOVE CARD-ERR-TEXT TO O-CARD-ERR.
           WRITE RPTLINE FROM RPT-CARD-LINE
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.

      *****************************************************************
      * L4-RECOVER-AVAIL rebuilds the availability master.  The index *
      * is only recreated once the unload is known to be on file -- a *
      * card whose starting copy is missing leaves the master as it   *
      * stands.  The load itself is CBLHJB08's -- arrived and         *
      * maintenance-hold statuses load as unloaded, all else as 'A'.  *
      *****************************************************************
       L4-RECOVER-AVAIL.
           MOVE 'Y' TO START-OK-SW.
           MOVE 'N' TO SEQ-FOUND-SW.
           OPEN INPUT AVAIL-SEQ.
           IF AVAIL-SEQ-STATUS = '00'
               MOVE 'Y' TO SEQ-FOUND-SW
           ELSE
               IF FROM-DATE NOT = ZEROS
                   MOVE 'N' TO START-OK-SW
                   MOVE 'SITEAVAIL.DAT NOT ON FILE -- MASTER UNCHANGED'
                       TO O-MSG-TEXT
                   PERFORM L8-WRITE-MSG-LINE
               END-IF
           END-IF.
           IF START-COPY-OK
               OPEN OUTPUT AVAIL-MST
               IF AVAIL-MST-STATUS NOT = '00'
                   MOVE 'N' TO START-OK-SW
                   DISPLAY 'AVAILABILITY MASTER OPEN FAILED -- STATUS '
                       AVAIL-MST-STATUS
                   MOVE 'AVAILABILITY MASTER OPEN FAILED'
                       TO O-MSG-TEXT
                   PERFORM L8-WRITE-MSG-LINE
               END-IF
           END-IF.
           IF START-COPY-OK AND SEQ-FOUND-SW = 'Y'
               MOVE 'Y' TO SEQ-MORE-SW
               PERFORM L4A-READ-SEQ
               PERFORM L4A-LOAD-ONE-SEQ
                   UNTIL SEQ-MORE-SW = 'N'
           END-IF.
           IF SEQ-FOUND-SW = 'Y'
               CLOSE AVAIL-SEQ
           END-IF.
           IF START-COPY-OK
               CLOSE AVAIL-MST
               OPEN I-O AVAIL-MST
               MOVE START-CTR TO FINAL-CTR
               PERFORM L4B-SORT-AUDIT-TRAIL
               PERFORM L5-REPLAY-AUDIT
               CLOSE AVAIL-MST
               PERFORM L7-PRINT-TOTALS
           END-IF.

       L4A-READ-SEQ.
           READ AVAIL-SEQ
               AT END
                   MOVE 'N' TO SEQ-MORE-SW
           END-READ.

       L4A-LOAD-ONE-SEQ.
           MOVE AVAIL-SEQ-REC TO AVM-REC.
           IF AS-STATUS NOT = 'I' AND AS-STATUS NOT = 'M'
               MOVE 'A' TO AVM-STATUS
           END-IF.
           WRITE AVM-REC
               INVALID KEY
                   MOVE SPACES TO O-MSG-TEXT
                   STRING 'DUPLICATE KEY DROPPED FROM UNLOAD: '
                       DELIMITED BY SIZE
                       AS-CAMPGROUND DELIMITED BY '  '
                       ' ' AS-SITE DELIMITED BY SIZE
                       INTO O-MSG-TEXT
                   END-STRING
                   PERFORM L8-WRITE-MSG-LINE
               NOT INVALID KEY
                   ADD 1 TO START-CTR
           END-WRITE.
           PERFORM L4A-READ-SEQ.

      *****************************************************************
      * L4B-SORT-AUDIT-TRAIL sorts whichever of the archived and      *
      * current audit trails are on file into one run date and time   *
      * ordered pass.                                                 *
      *****************************************************************
       L4B-SORT-AUDIT-TRAIL.
           MOVE 'N' TO AUDARCH-FOUND-SW.
           MOVE 'N' TO AUDIT-FOUND-SW.
           OPEN INPUT AUDARCH-IN.
           IF AUDARCH-IN-STATUS = '00'
               MOVE 'Y' TO AUDARCH-FOUND-SW
               CLOSE AUDARCH-IN
           END-IF.
           OPEN INPUT AUDIT-IN.
           IF AUDIT-IN-STATUS = '00'
               MOVE 'Y' TO AUDIT-FOUND-SW
               CLOSE AUDIT-IN
           END-IF.
           MOVE 'Y' TO REPLAY-FOUND-SW.
           EVALUATE TRUE
               WHEN AUDARCH-FOUND-SW = 'Y' AND AUDIT-FOUND-SW = 'Y'
                   SORT AUDIT-SORT
                       ON ASCENDING KEY SA-RUN-DATE SA-RUN-TIME
                       WITH DUPLICATES IN ORDER
                       USING AUDARCH-IN AUDIT-IN
                       GIVING SORTED-AUDIT
               WHEN AUDARCH-FOUND-SW = 'Y'
                   SORT AUDIT-SORT
                       ON ASCENDING KEY SA-RUN-DATE SA-RUN-TIME
                       WITH DUPLICATES IN ORDER
                       USING AUDARCH-IN
                       GIVING SORTED-AUDIT
               WHEN AUDIT-FOUND-SW = 'Y'
                   SORT AUDIT-SORT
                       ON ASCENDING KEY SA-RUN-DATE SA-RUN-TIME
                       WITH DUPLICATES IN ORDER
                       USING AUDIT-IN
                       GIVING SORTED-AUDIT
               WHEN OTHER
                   MOVE 'N' TO REPLAY-FOUND-SW
                   MOVE 'NO AUDIT TRAIL ON FILE -- NOTHING REPLAYED'
                       TO O-MSG-TEXT
                   PERFORM L8-WRITE-MSG-LINE
           END-EVALUATE.

      *****************************************************************
      * L4-RECOVER-TABLE-MASTER rebuilds the balance ledger or the    *
      * guest master in the indexed work copy from its backup copy,   *
      * replays the master image journal onto it, and writes the      *
      * result to the .NEW file for CBLHJB40 to load.  With no backup *
      * on file and a from point keyed, or no work copy to build in,  *
      * nothing is written.                                           *
      *****************************************************************
       L4-RECOVER-TABLE-MASTER.
           MOVE 'Y'    TO START-OK-SW.
           MOVE 'Y'    TO BKP-MORE-SW.
           OPEN OUTPUT WORK-MST.
           IF WORK-MST-STATUS = '00'
               PERFORM L4C-LOAD-BACKUP
               CLOSE WORK-MST
           ELSE
               MOVE 'N' TO START-OK-SW
               DISPLAY 'RECOVERY WORK FILE OPEN FAILED -- STATUS '
                   WORK-MST-STATUS
               MOVE 'RECOVER.WRK OPEN FAILED -- NOTHING WRITTEN'
                   TO O-MSG-TEXT
               PERFORM L8-WRITE-MSG-LINE
           END-IF.
           IF START-COPY-OK
               OPEN I-O WORK-MST
               MOVE START-CTR TO FINAL-CTR
               PERFORM L4D-SORT-JOURNAL
               PERFORM L5-REPLAY-JOURNAL
               PERFORM L4E-WRITE-TABLE-MASTER
               CLOSE WORK-MST
               PERFORM L7-PRINT-TOTALS
           END-IF.

       L4C-LOAD-BACKUP.
           IF RV-LEDGER
               OPEN INPUT BAL-BKP
               IF BAL-BKP-STATUS = '00'
                   PERFORM L4C-READ-BAL-BKP
                   PERFORM L4C-STORE-BAL-BKP
                       UNTIL BKP-MORE-SW = 'N'
                   CLOSE BAL-BKP
               ELSE
                   IF FROM-DATE NOT = ZEROS
                       MOVE 'N' TO START-OK-SW
                       MOVE 'BALLEDG.BKP NOT ON FILE -- NOTHING WRITTEN'
                           TO O-MSG-TEXT
                       PERFORM L8-WRITE-MSG-LINE
                   END-IF
               END-IF
           ELSE
               OPEN INPUT GUEST-BKP
               IF GUEST-BKP-STATUS = '00'
                   PERFORM L4C-READ-GUEST-BKP
                   PERFORM L4C-STORE-GUEST-BKP
                       UNTIL BKP-MORE-SW = 'N'
                   CLOSE GUEST-BKP
               ELSE
                   IF FROM-DATE NOT = ZEROS
                       MOVE 'N' TO START-OK-SW
                       MOVE 'GUEST.BKP NOT ON FILE -- NOTHING WRITTEN'
                           TO O-MSG-TEXT
                       PERFORM L8-WRITE-MSG-LINE
                   END-IF
               END-IF
           END-IF.

       L4C-READ-BAL-BKP.
           READ BAL-BKP
               AT END
                   MOVE 'N' TO BKP-MORE-SW
           END-READ.

       L4C-STORE-BAL-BKP.
           MOVE SPACES            TO WK-REC.
           MOVE BAL-BKP-REC(1:36) TO WK-KEY.
           MOVE BAL-BKP-REC       TO WK-IMAGE.
           PERFORM L4C-WRITE-WORK-REC.
           PERFORM L4C-READ-BAL-BKP.

       L4C-WRITE-WORK-REC.
           WRITE WK-REC
               INVALID KEY
                   MOVE SPACES TO O-MSG-TEXT
                   STRING 'DUPLICATE KEY DROPPED FROM BACKUP: '
                       DELIMITED BY SIZE
                       WK-KEY DELIMITED BY '  '
                       INTO O-MSG-TEXT
                   END-STRING
                   PERFORM L8-WRITE-MSG-LINE
               NOT INVALID KEY
                   ADD 1 TO START-CTR
           END-WRITE.

       L4C-READ-GUEST-BKP.
           READ GUEST-BKP
               AT END
                   MOVE 'N' TO BKP-MORE-SW
           END-READ.

       L4C-STORE-GUEST-BKP.
           MOVE SPACES             TO WK-REC.
           MOVE GUEST-BKP-REC(1:6) TO WK-KEY.
           MOVE GUEST-BKP-REC      TO WK-IMAGE.
           PERFORM L4C-WRITE-WORK-REC.
           PERFORM L4C-READ-GUEST-BKP.

       L4D-SORT-JOURNAL.
           MOVE 'N' TO REPLAY-FOUND-SW.
           OPEN INPUT JRNL-IN.
           IF JRNL-IN-STATUS = '00'
               MOVE 'Y' TO REPLAY-FOUND-SW
               CLOSE JRNL-IN
               SORT JRNL-SORT
                   ON ASCENDING KEY SM-RUN-DATE SM-RUN-TIME
                   WITH DUPLICATES IN ORDER
                   USING JRNL-IN
                   GIVING SORTED-JRNL
           ELSE
               MOVE 'NO IMAGE JOURNAL ON FILE -- NOTHING REPLAYED'
                   TO O-MSG-TEXT
               PERFORM L8-WRITE-MSG-LINE
           END-IF.

       L4E-WRITE-TABLE-MASTER.
           IF RV-LEDGER
               OPEN OUTPUT BAL-OUT
           ELSE
               OPEN OUTPUT GUEST-OUT
           END-IF.
           MOVE LOW-VALUES TO WK-KEY.
           MOVE 'Y' TO WORK-MORE-SW.
           START WORK-MST
               KEY IS NOT < WK-KEY
               INVALID KEY
                   MOVE 'N' TO WORK-MORE-SW
           END-START.
           IF WORK-MORE-SW = 'Y'
               PERFORM L4E-READ-NEXT-WORK
           END-IF.
           PERFORM L4E-WRITE-ONE-ENTRY
               UNTIL WORK-MORE-SW = 'N'.
           IF RV-LEDGER
               CLOSE BAL-OUT
           ELSE
               CLOSE GUEST-OUT
           END-IF.

       L4E-READ-NEXT-WORK.
           READ WORK-MST NEXT RECORD
               AT END
                   MOVE 'N' TO WORK-MORE-SW
           END-READ.

       L4E-WRITE-ONE-ENTRY.
           IF RV-LEDGER
               MOVE WK-IMAGE TO BALO-REC
               WRITE BALO-REC
           ELSE
               MOVE WK-IMAGE TO GSTO-REC
               WRITE GSTO-REC
           END-IF.
           PERFORM L4E-READ-NEXT-WORK.

      *****************************************************************
      * L5-REPLAY-AUDIT / L5-REPLAY-JOURNAL pass the sorted trail     *
      * through L6-REPLAY-IMAGE until the trail ends or an image past *
      * the stop point turns up.  The journal carries both the ledger *
      * and the guest master; only the card's master is replayed.     *
      *****************************************************************
       L5-REPLAY-AUDIT.
           IF REPLAY-FOUND-SW = 'Y'
               PERFORM L8-WRITE-COL-HEADING
               MOVE 'N' TO STOP-REACHED-SW
               OPEN INPUT SORTED-AUDIT
               PERFORM L5-READ-SORTED-AUDIT
               PERFORM L5-REPLAY-ONE-AUDIT
                   UNTIL REPLAY-MORE-SW = 'N' OR STOP-REACHED
               CLOSE SORTED-AUDIT
           END-IF.

       L5-READ-SORTED-AUDIT.
           READ SORTED-AUDIT INTO AUDIT-WORK
               AT END
                   MOVE 'N' TO REPLAY-MORE-SW
               NOT AT END
                   MOVE 'Y' TO REPLAY-MORE-SW
           END-READ.

       L5-REPLAY-ONE-AUDIT.
           MOVE AW-RUN-POINT TO IW-POINT.
           IF AW-TRAN(1:1) = '*'
               MOVE AW-TRAN(1:15) TO IW-SOURCE
           ELSE
               MOVE 'TRAN TYPE '  TO IW-SOURCE
               MOVE AW-TRAN(1:1)  TO IW-SOURCE(11:1)
           END-IF.
           MOVE AW-BEFORE TO IW-BEFORE.
           MOVE AW-AFTER  TO IW-AFTER.
           PERFORM L6-REPLAY-IMAGE.
           IF NOT STOP-REACHED
               PERFORM L5-READ-SORTED-AUDIT
           END-IF.

       L5-REPLAY-JOURNAL.
           IF REPLAY-FOUND-SW = 'Y'
               PERFORM L8-WRITE-COL-HEADING
               MOVE 'N' TO STOP-REACHED-SW
               OPEN INPUT SORTED-JRNL
               PERFORM L5-READ-SORTED-JRNL
               PERFORM L5-REPLAY-ONE-JRNL
                   UNTIL REPLAY-MORE-SW = 'N' OR STOP-REACHED
               CLOSE SORTED-JRNL
           END-IF.

       L5-READ-SORTED-JRNL.
           READ SORTED-JRNL INTO MJ-REC
               AT END
                   MOVE 'N' TO REPLAY-MORE-SW
               NOT AT END
                   MOVE 'Y' TO REPLAY-MORE-SW
           END-READ.

       L5-REPLAY-ONE-JRNL.
           IF MJ-MASTER = RV-MASTER
               MOVE MJ-RUN-DATE TO IW-RUN-DATE
               MOVE MJ-RUN-TIME TO IW-RUN-TIME
               MOVE MJ-PROGRAM  TO IW-SOURCE
               MOVE MJ-BEFORE   TO IW-BEFORE
               MOVE MJ-AFTER    TO IW-AFTER
               PERFORM L6-REPLAY-IMAGE
           END-IF.
           IF NOT STOP-REACHED
               PERFORM L5-READ-SORTED-JRNL
           END-IF.

      *****************************************************************
      * L6-REPLAY-IMAGE applies one image inside the replay window.   *
      * The before image is checked against the record on file under  *
      * its key -- missing or different is a mismatch, as is an add   *
      * landing on a key already on file.  The after image then wins  *
      * regardless: a drop or a re-key deletes the before key, and    *
      * the after image is written or rewritten under its own key.    *
      *****************************************************************
       L6-REPLAY-IMAGE.
           EVALUATE TRUE
               WHEN IW-POINT > STOP-POINT
                   MOVE 'Y' TO STOP-REACHED-SW
               WHEN IW-BEFORE = SPACES AND IW-AFTER = SPACES
                   ADD 1 TO IMAGE-READ-CTR
                   ADD 1 TO NO-IMAGE-CTR
               WHEN IW-POINT NOT > FROM-POINT
                   ADD 1 TO IMAGE-READ-CTR
                   ADD 1 TO IMAGE-SKIP-CTR
               WHEN OTHER
                   ADD 1 TO IMAGE-READ-CTR
                   PERFORM L6A-APPLY-IMAGE
           END-EVALUATE.

       L6A-APPLY-IMAGE.
           ADD 1 TO REPLAY-CTR.
           MOVE SPACES TO IW-NOTE.
           MOVE SPACES TO IW-BEFORE-KEY.
           MOVE SPACES TO IW-AFTER-KEY.
           MOVE IW-BEFORE(1:KEY-LEN) TO IW-BEFORE-KEY.
           MOVE IW-AFTER(1:KEY-LEN)  TO IW-AFTER-KEY.
           EVALUATE TRUE
               WHEN IW-BEFORE = SPACES
                   MOVE 'ADDED'   TO IW-ACTION
                   ADD 1 TO ADDED-CTR
               WHEN IW-AFTER = SPACES
                   MOVE 'DELETED' TO IW-ACTION
                   ADD 1 TO DELETED-CTR
               WHEN OTHER
                   MOVE 'CHANGED' TO IW-ACTION
                   ADD 1 TO CHANGED-CTR
           END-EVALUATE.
           IF IW-BEFORE NOT = SPACES
               MOVE IW-BEFORE-KEY TO FIND-KEY
               PERFORM L6B-FIND-RECORD
               IF NOT RECORD-FOUND
                   MOVE 'BEFORE IMAGE NOT ON FILE' TO IW-NOTE
               ELSE
                   IF FILE-IMAGE NOT = IW-BEFORE
                       IF FILE-IMAGE = IW-AFTER
                           MOVE 'AFTER IMAGE ALREADY ON FILE'
                               TO IW-NOTE
                       ELSE
                           MOVE 'BEFORE IMAGE DIFFERS FROM FILE'
                               TO IW-NOTE
                       END-IF
                   END-IF
                   IF IW-AFTER = SPACES
                    OR IW-AFTER-KEY NOT = IW-BEFORE-KEY
                       PERFORM L6C-DELETE-RECORD
                   END-IF
               END-IF
           ELSE
               MOVE IW-AFTER-KEY TO FIND-KEY
               PERFORM L6B-FIND-RECORD
               IF RECORD-FOUND
                   MOVE 'ADDED KEY ALREADY ON FILE' TO IW-NOTE
               END-IF
           END-IF.
           IF IW-AFTER NOT = SPACES
               MOVE IW-AFTER-KEY TO FIND-KEY
               PERFORM L6B-FIND-RECORD
               IF RECORD-FOUND
                   PERFORM L6D-REPLACE-RECORD
               ELSE
                   PERFORM L6E-ADD-RECORD
               END-IF
           END-IF.
           IF IW-NOTE NOT = SPACES
               ADD 1 TO MISMATCH-CTR
           END-IF.
           PERFORM L8-WRITE-IMAGE-LINE.

       L6B-FIND-RECORD.
           MOVE 'N'    TO RECORD-FOUND-SW.
           MOVE SPACES TO FILE-IMAGE.
           IF RV-AVAIL
               MOVE FIND-KEY TO AVM-KEY
               READ AVAIL-MST
                   INVALID KEY
                       MOVE 'N' TO RECORD-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y'     TO RECORD-FOUND-SW
                       MOVE AVM-REC TO FILE-IMAGE
               END-READ
           ELSE
               MOVE FIND-KEY TO WK-KEY
               READ WORK-MST
                   INVALID KEY
                       MOVE 'N' TO RECORD-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y'      TO RECORD-FOUND-SW
                       MOVE WK-IMAGE TO FILE-IMAGE
               END-READ
           END-IF.

       L6C-DELETE-RECORD.
           SUBTRACT 1 FROM FINAL-CTR.
           IF RV-AVAIL
               MOVE IW-BEFORE-KEY TO AVM-KEY
               DELETE AVAIL-MST RECORD
                   INVALID KEY
                       DISPLAY 'RECOVERY DELETE FAILED -- STATUS '
                           AVAIL-MST-STATUS
               END-DELETE
           ELSE
               MOVE IW-BEFORE-KEY TO WK-KEY
               DELETE WORK-MST RECORD
                   INVALID KEY
                       DISPLAY 'RECOVERY DELETE FAILED -- STATUS '
                           WORK-MST-STATUS
               END-DELETE
           END-IF.

       L6D-REPLACE-RECORD.
           IF RV-AVAIL
               MOVE IW-AFTER(1:51) TO AVM-REC
               REWRITE AVM-REC
                   INVALID KEY
                       DISPLAY 'RECOVERY REWRITE FAILED -- STATUS '
                           AVAIL-MST-STATUS
               END-REWRITE
           ELSE
               MOVE IW-AFTER-KEY TO WK-KEY
               MOVE IW-AFTER     TO WK-IMAGE
               REWRITE WK-REC
                   INVALID KEY
                       DISPLAY 'RECOVERY REWRITE FAILED -- STATUS '
                           WORK-MST-STATUS
               END-REWRITE
           END-IF.

       L6E-ADD-RECORD.
           IF RV-AVAIL
               MOVE IW-AFTER(1:51) TO AVM-REC
               WRITE AVM-REC
                   INVALID KEY
                       DISPLAY 'RECOVERY WRITE FAILED -- STATUS '
                           AVAIL-MST-STATUS
                   NOT INVALID KEY
                       ADD 1 TO FINAL-CTR
               END-WRITE
           ELSE
               MOVE IW-AFTER-KEY TO WK-KEY
               MOVE IW-AFTER     TO WK-IMAGE
               WRITE WK-REC
                   INVALID KEY
                       DISPLAY 'RECOVERY WRITE FAILED -- STATUS '
                           WORK-MST-STATUS
                   NOT INVALID KEY
                       ADD 1 TO FINAL-CTR
               END-WRITE
           END-IF.

       L7-PRINT-TOTALS.
           MOVE 'STARTING COPY RECORDS LOADED'     TO O-CNT-LABEL.
           MOVE START-CTR                          TO O-CNT-VALUE.
           PERFORM L8-WRITE-COUNT-LINE.
           MOVE 'IMAGES READ THROUGH THE STOP POINT' TO O-CNT-LABEL.
           MOVE IMAGE-READ-CTR                     TO O-CNT-VALUE.
           PERFORM L8-WRITE-COUNT-LINE.
           MOVE '  CARRYING NO MASTER IMAGE'       TO O-CNT-LABEL.
           MOVE NO-IMAGE-CTR                       TO O-CNT-VALUE.
           PERFORM L8-WRITE-COUNT-LINE.
           MOVE '  ALREADY IN THE STARTING COPY'   TO O-CNT-LABEL.
           MOVE IMAGE-SKIP-CTR                     TO O-CNT-VALUE.
           PERFORM L8-WRITE-COUNT-LINE.
           MOVE '  REPLAYED'                       TO O-CNT-LABEL.
           MOVE REPLAY-CTR                         TO O-CNT-VALUE.
           PERFORM L8-WRITE-COUNT-LINE.
           MOVE 'RECORDS ADDED'                    TO O-CNT-LABEL.
           MOVE ADDED-CTR                          TO O-CNT-VALUE.
           PERFORM L8-WRITE-COUNT-LINE.
           MOVE 'RECORDS CHANGED'                  TO O-CNT-LABEL.
           MOVE CHANGED-CTR                        TO O-CNT-VALUE.
           PERFORM L8-WRITE-COUNT-LINE.
           MOVE 'RECORDS DELETED'                  TO O-CNT-LABEL.
           MOVE DELETED-CTR                        TO O-CNT-VALUE.
           PERFORM L8-WRITE-COUNT-LINE.
           MOVE 'BEFORE-IMAGE MISMATCHES'          TO O-CNT-LABEL.
           MOVE MISMATCH-CTR                       TO O-CNT-VALUE.
           PERFORM L8-WRITE-COUNT-LINE.
           MOVE 'RECORDS ON THE REBUILT MASTER'    TO O-CNT-LABEL.
           MOVE FINAL-CTR                          TO O-CNT-VALUE.
           PERFORM L8-WRITE-COUNT-LINE.

       L8-WRITE-MSG-LINE.
           WRITE RPTLINE FROM RPT-MSG-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.

       L8-WRITE-COL-HEADING.
           WRITE RPTLINE FROM RPT-COL-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.

       L8-WRITE-COUNT-LINE.
           WRITE RPTLINE FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.

      *****************************************************************
      * L8-WRITE-IMAGE-LINE prints one replayed image under the key   *
      * it left on file -- campground, site, and start date for the   *
      * availability master and ledger, guest number and last name    *
      * for the guest master.                                         *
      *****************************************************************
       L8-WRITE-IMAGE-LINE.
           MOVE IW-RUN-DATE TO O-RUN-DATE.
           MOVE IW-RUN-TIME TO O-RUN-TIME.
           MOVE IW-SOURCE   TO O-SOURCE.
           MOVE SPACES      TO O-KEY-NAME.
           MOVE SPACES      TO O-KEY-SITE.
           MOVE SPACES      TO O-KEY-DATE.
           IF IW-AFTER = SPACES
               MOVE IW-BEFORE TO FILE-IMAGE
           ELSE
               MOVE IW-AFTER  TO FILE-IMAGE
           END-IF.
           IF RV-GUEST
               MOVE FILE-IMAGE(1:6)  TO O-KEY-NAME(1:6)
               MOVE FILE-IMAGE(7:18) TO O-KEY-NAME(8:18)
           ELSE
               MOVE FILE-IMAGE(1:25)  TO O-KEY-NAME
               MOVE FILE-IMAGE(26:3)  TO O-KEY-SITE
               MOVE FILE-IMAGE(29:8)  TO O-KEY-DATE
           END-IF.
           MOVE IW-ACTION   TO O-ACTION.
           MOVE IW-NOTE     TO O-NOTE.
           WRITE RPTLINE FROM RPT-IMAGE-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.

       L2-CLOSING.
           MOVE 'RECOVERY CARDS READ'  TO O-CNT-LABEL.
           MOVE RUN-CARD-CTR           TO O-CNT-VALUE.
           WRITE RPTLINE FROM RPT-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'RECOVERY CARDS REJECTED' TO O-CNT-LABEL.
           MOVE RUN-REJECT-CTR         TO O-CNT-VALUE.
           PERFORM L8-WRITE-COUNT-LINE.
           IF RECOVER-FOUND-SW = 'Y'
               CLOSE RECOVER-IN
           END-IF.
           CLOSE RPTOUT.
           PERFORM L2O-WRITE-END-RECORD.

       L9-READ-RECOVER.
           READ RECOVER-IN INTO RECOVER-CARD
               AT END
                   MOVE 'N' TO RECOVER-MORE-SW
               NOT AT END
                   MOVE 'Y' TO RECOVER-MORE-SW
           END-READ.

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
           MOVE 'CBLHJB32 START'  TO RL-TEXT.
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
           MOVE 'CBLHJB32 END'    TO RL-TEXT.
           MOVE RUN-CARD-CTR      TO RL-RECS-READ.
           COMPUTE RL-ACCEPT-CTR = RUN-CARD-CTR - RUN-REJECT-CTR.
           MOVE RUN-REJECT-CTR    TO RL-REJECT-CTR.
           MOVE 0                 TO RL-CKPT-CTR.
           MOVE 'C'               TO RL-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-OUT.

       END PROGRAM CBLHJB32.
