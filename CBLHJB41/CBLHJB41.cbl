       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLHJB41.
       AUTHOR. HARRISON BIRKNER.

      *****************************************************************
      * CBLHJB41 -- CARD FRAUD REVIEW QUEUE.                          *
      * The edit run CBLHJB01 screens every card-tendered deposit     *
      * before its authorization request goes out and holds, unposted *
      * and whole, any booking whose card was used more times in a    *
      * day or a rolling week than FRAUDPRM.DAT allows, under more    *
      * guest names than it allows, or that is tied to a declined     *
      * card or a flagged guest.  The holds land on FRAUDHLD.DAT.     *
      * This run, after the edit:                                     *
      *   - applies the office's keyed review transactions            *
      *     FRDMAINT.DAT against the queue's open items:              *
      *       R  release -- the booking goes back through the next    *
      *          edit run on FRAUDREL.DAT, unscreened, and books or   *
      *          rejects on its own edits like any other booking      *
      *       X  reject -- the booking is dropped, its card goes on   *
      *          the card watch list CARDWTCH.IDX so the next         *
      *          booking on it is held too, and a web channel         *
      *          booking is answered R under error 68 on              *
      *          CHNLDISP.DAT for CBLHJB37 to send the vendor;        *
      *   - takes tonight's holds off FRAUDHLD.DAT onto the queue,    *
      *     numbering each one, and empties the held file;            *
      *   - carries the queue (layout FRAUDQ) forward from            *
      *     FRAUDQ.DAT to FRAUDQ.NEW, dropping released and rejected  *
      *     items 30 days after they were closed;                     *
      *   - prints FRAUDREV.PRT: the transactions applied, the holds  *
      *     taken in, and every item still open with its reasons,     *
      *     for the office to work.                                   *
      * A hold already on the queue -- the same booking held the same *
      * day, as a restarted edit run can write twice -- is taken in   *
      * only once.  Cards print masked to their last four digits.     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRDMAINT-IN
               ASSIGN TO 'C:\COBOLSP20\FRDMAINT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRDMAINT-IN-STATUS.

           SELECT FRAUDHLD-IN
               ASSIGN TO 'C:\COBOLSP20\FRAUDHLD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRAUDHLD-IN-STATUS.

           SELECT QUEUE-IN
               ASSIGN TO 'C:\COBOLSP20\FRAUDQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-IN-STATUS.

           SELECT QUEUE-OUT
               ASSIGN TO 'C:\COBOLSP20\FRAUDQ.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.

      *****************************************************************
      * FRAUDREL-OUT carries released bookings to the next edit run   *
      * in the workbench's RECYCLE.DAT layout, appended until the     *
      * edit run reads and empties it.                                *
      *****************************************************************
           SELECT FRAUDREL-OUT
               ASSIGN TO 'C:\COBOLSP20\FRAUDREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRAUDREL-OUT-STATUS.

      *****************************************************************
      * CARD-WATCH is the card watch list, keyed by vault token --    *
      * created here the first time a card is rejected if the         *
      * decline unwind CBLHJB09 has not created it already.           *
      *****************************************************************
           SELECT CARD-WATCH
               ASSIGN TO 'C:\COBOLSP20\CARDWTCH.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FW-TOKEN
               FILE STATUS IS CARD-WATCH-STATUS.

      *****************************************************************
      * CHNLDISP-OUT is the edit run's channel disposition file --    *
      * a rejected web booking's answer is appended behind the edit   *
      * run's own, so this program runs after CBLHJB01 and before     *
      * the acknowledgment CBLHJB37.                                  *
      *****************************************************************
           SELECT CHNLDISP-OUT
               ASSIGN TO 'C:\COBOLSP20\CHNLDISP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHNLDISP-OUT-STATUS.

           SELECT RPTOUT
               ASSIGN TO 'C:\COBOLSP20\FRAUDREV.PRT'
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
      * one review transaction keyed by the office -- the action, the
      * queue item number off FRAUDREV.PRT, and the reviewing clerk
       FD  FRDMAINT-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS FRDMAINT-REC
           RECORD CONTAINS 13 CHARACTERS.

       01  FRDMAINT-REC.
           05  FM-ACTION           PIC X.
               88 FM-RELEASE       VALUE 'R'.
               88 FM-REJECT        VALUE 'X'.
           05  FM-ITEM-NUM         PIC 9(6).
           05  FM-CLERK-ID         PIC X(6).

       FD  FRAUDHLD-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS FRAUDHLD-REC
           RECORD CONTAINS 264 CHARACTERS.

       01  FRAUDHLD-REC            PIC X(264).

       FD  QUEUE-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS QUEUE-IN-REC
           RECORD CONTAINS 264 CHARACTERS.

       01  QUEUE-IN-REC            PIC X(264).

       FD  QUEUE-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS QUEUE-OUT-REC
           RECORD CONTAINS 264 CHARACTERS.

       01  QUEUE-OUT-REC           PIC X(264).

       FD  FRAUDREL-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS FRAUDREL-REC
           RECORD CONTAINS 171 CHARACTERS.

       01  FRAUDREL-REC.
           05  FRL-TRAN            PIC X(163).
           05  FRL-CYCLE           PIC 99.
           05  FRL-CLERK-ID        PIC X(6).

       FD  CARD-WATCH
           LABEL RECORD IS STANDARD
           DATA RECORD IS FW-REC
           RECORD CONTAINS 82 CHARACTERS.

       COPY CARDWTCH.

       FD  CHNLDISP-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS CD-REC
           RECORD CONTAINS 76 CHARACTERS.

       COPY CHNLDSP.

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
           05  FRDMAINT-MORE-SW    PIC X      VALUE 'Y'.
           05  HOLD-MORE-SW        PIC X      VALUE 'Y'.
           05  QUEUE-MORE-SW       PIC X      VALUE 'Y'.
           05  HOLD-FOUND-SW       PIC X      VALUE 'N'.
           05  WATCH-OPEN-SW       PIC X      VALUE 'N'.
               88 WATCH-OPEN       VALUE 'Y'.
           05  WATCH-ON-FILE-SW    PIC X      VALUE 'N'.
           05  WATCH-FOUND-SW      PIC X      VALUE 'N'.
               88 WATCH-FOUND      VALUE 'Y'.
           05  DUP-HOLD-SW         PIC X      VALUE 'N'.
               88 DUP-HOLD         VALUE 'Y'.
           05  TRAN-OK-SW          PIC X      VALUE 'N'.
               88 TRAN-OK          VALUE 'Y'.

       01  CURRENT-DATE-AND-TIME.
           05  CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05  CURRENT-TIME        PIC X(11).

       01  MISC.
           05  FRDMAINT-IN-STATUS  PIC XX     VALUE SPACES.
           05  FRAUDHLD-IN-STATUS  PIC XX     VALUE SPACES.
           05  QUEUE-IN-STATUS     PIC XX     VALUE SPACES.
           05  FRAUDREL-OUT-STATUS PIC XX     VALUE SPACES.
           05  CARD-WATCH-STATUS   PIC XX     VALUE SPACES.
           05  CHNLDISP-OUT-STATUS PIC XX     VALUE SPACES.
           05  RPT-PAGE-CTR        PIC 99     VALUE 0.
           05  RUN-DATE-NUM        PIC 9(8)   VALUE 0.
           05  RUN-JULIAN          PIC S9(8)  VALUE 0.
           05  ITEM-JULIAN         PIC S9(8)  VALUE 0.
           05  ITEM-AGE            PIC S9(8)  VALUE 0.
           05  NEXT-ITEM-NUM       PIC 9(6)   VALUE 1.
           05  REASON-TEXT         PIC X(20)  VALUE SPACES.
           05  REASON-PTR          PIC 99     VALUE 1.
           05  NAME-TEXT           PIC X(42)  VALUE SPACES.
           05  HOLD-IN-HAND        PIC X(264) VALUE SPACES.

      *****************************************************************
      * QUEUE-POLICY is how long a released or rejected item stays on *
      * the queue after it was closed, as the office's record of the  *
      * decision -- an open item is never dropped.                    *
      *****************************************************************
       01  QUEUE-POLICY.
           05  QUEUE-KEEP-DAYS     PIC 9(4)   VALUE 30.

      * the queue item being worked -- every table entry passes
      * through here on its way in, out, and under examination
       COPY FRAUDQ.

      * the held booking itself, for its campground, site, dates,
      * card, and channel reference
       COPY TRANREC.

       01  MASK-WORK.
           05  MASK-CCNUM          PIC 9(16).
           05  MASK-CCNUM-X REDEFINES MASK-CCNUM
                                   PIC X(16).
           05  MASK-OUT            PIC X(16).

      *****************************************************************
      * QT-TABLE is the review queue held for the run -- the items    *
      * carried in off FRAUDQ.DAT plus tonight's holds, written to    *
      * FRAUDQ.NEW at closing.                                        *
      *****************************************************************
       01  QT-TABLE-CONTROL.
           05  QT-COUNT            PIC 9(4)   VALUE 0.
           05  QT-SUB              PIC 9(4)   VALUE 0.
           05  QT-HIT-SUB          PIC 9(4)   VALUE 0.

       01  QT-TABLE.
           05  QT-ENTRY            OCCURS 2000 TIMES.
               10  QT-DATA         PIC X(264).

       01  RUN-TOTALS.
           05  TOT-TRAN-READ       PIC 9(5)       VALUE 0.
           05  TOT-RELEASED        PIC 9(5)       VALUE 0.
           05  TOT-RELEASED-AMT    PIC S9(7)V99   VALUE 0.
           05  TOT-REJECTED        PIC 9(5)       VALUE 0.
           05  TOT-REJECTED-AMT    PIC S9(7)V99   VALUE 0.
           05  TOT-WATCHED         PIC 9(5)       VALUE 0.
           05  TOT-TRAN-REJ        PIC 9(5)       VALUE 0.
           05  TOT-HOLD-READ       PIC 9(5)       VALUE 0.
           05  TOT-HOLD-NEW        PIC 9(5)       VALUE 0.
           05  TOT-HOLD-NEW-AMT    PIC S9(7)V99   VALUE 0.
           05  TOT-HOLD-DUP        PIC 9(5)       VALUE 0.
           05  TOT-DROPPED         PIC 9(5)       VALUE 0.
           05  TOT-OPEN-CTR        PIC 9(5)       VALUE 0.
           05  TOT-OPEN-AMT        PIC S9(7)V99   VALUE 0.

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
           05  FILLER               PIC X(53)   VALUE SPACES.
           05  FILLER               PIC X(23)
               VALUE 'CARD FRAUD REVIEW QUEUE'.

       01  RPT-SECTION-HEADING.
           05  O-SECTION-TITLE      PIC X(60).

       01  RPT-ITEM-COL-HEADING.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(8)    VALUE 'ITEM'.
           05  FILLER               PIC X(10)   VALUE 'HELD'.
           05  FILLER               PIC X(5)    VALUE 'AGE'.
           05  FILLER               PIC X(18)   VALUE 'CARD'.
           05  FILLER               PIC X(26)   VALUE 'GUEST'.
           05  FILLER               PIC X(18)   VALUE 'CAMPGROUND'.
           05  FILLER               PIC X(5)    VALUE 'SITE'.
           05  FILLER               PIC X(10)   VALUE 'ARRIVAL'.
           05  FILLER               PIC X(9)    VALUE ' AMOUNT'.
           05  FILLER               PIC X(20)   VALUE 'HELD FOR'.

       01  RPT-ITEM-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-ITEM-NUM           PIC 9(6).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-HELD-DATE          PIC 9(8).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-AGE                PIC ZZ9.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CARD               PIC X(16).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-NAME               PIC X(24).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CAMPGROUND         PIC X(16).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-SITE               PIC X(3).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-START-DATE         PIC 9(8).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-AMT                PIC ZZ9.99-.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-REASONS            PIC X(20).

       01  RPT-ITEM-DETAIL.
           05  FILLER               PIC X(20)   VALUE SPACES.
           05  FILLER               PIC X(11)   VALUE 'USES TODAY '.
           05  O-DAY-USES           PIC ZZ9.
           05  FILLER               PIC X(7)    VALUE '  WEEK '.
           05  O-WEEK-USES          PIC ZZ9.
           05  FILLER               PIC X(8)    VALUE '  NAMES '.
           05  O-NAME-CTR           PIC ZZ9.
           05  FILLER               PIC X(10)   VALUE '  TIED TO '.
           05  O-TIED-NAME          PIC X(42).
           05  FILLER               PIC X(8)    VALUE '  CLERK '.
           05  O-CLERK-ID           PIC X(6).

       01  RPT-REASON-LEGEND.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(40)   VALUE
               'HELD FOR:  DAY/WEEK - USES OVER LIMIT   '.
           05  FILLER               PIC X(24)   VALUE
               'NAMES - TOO MANY NAMES  '.
           05  FILLER               PIC X(37)   VALUE
               'DECL - CARD DECLINED OR REJECTED     '.
           05  FILLER               PIC X(20)   VALUE
               'FLAG - FLAGGED GUEST'.

       01  RPT-TRAN-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(8)    VALUE 'ACTION '.
           05  O-TRAN-ACTION        PIC X.
           05  FILLER               PIC X(8)    VALUE '  ITEM '.
           05  O-TRAN-ITEM-NUM      PIC X(6).
           05  FILLER               PIC X(9)    VALUE '  CLERK '.
           05  O-TRAN-CLERK-ID      PIC X(6).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-TRAN-RESULT        PIC X(60).

       01  RPT-COUNT-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CNT-LABEL          PIC X(38).
           05  O-CNT-VALUE          PIC ZZZZ9.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CNT-AMT            PIC Z,ZZZ,ZZ9.99- BLANK WHEN ZERO.

       01  RPT-NONE-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-NONE-TEXT          PIC X(70).

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L3-APPLY-REVIEW-TRANS.
           PERFORM L4-TAKE-IN-HOLDS.
           PERFORM L7-LIST-OPEN-ITEMS.
           PERFORM L8-WRITE-TOTALS.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE     TO CURRENT-DATE-AND-TIME.
           PERFORM L2O-OPEN-RUN-LOG.
           PERFORM L2O-WRITE-START-RECORD.
           MOVE CURRENT-MONTH             TO RPT-TITLE-MONTH.
           MOVE CURRENT-DAY               TO RPT-TITLE-DAY.
           MOVE CURRENT-YEAR              TO RPT-TITLE-YEAR.
           MOVE CURRENT-DATE              TO RUN-DATE-NUM.
           COMPUTE RUN-JULIAN = FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM).
           PERFORM L2A-LOAD-QUEUE.
           PERFORM L2B-OPEN-CARD-WATCH.
           OPEN EXTEND FRAUDREL-OUT.
           IF FRAUDREL-OUT-STATUS NOT = '00'
               OPEN OUTPUT FRAUDREL-OUT
           END-IF.
           OPEN EXTEND CHNLDISP-OUT.
           IF CHNLDISP-OUT-STATUS NOT = '00'
               OPEN OUTPUT CHNLDISP-OUT
           END-IF.
           OPEN OUTPUT RPTOUT.
           PERFORM L3-INIT-RPT-HEADING.

       L2A-LOAD-QUEUE.
           OPEN INPUT QUEUE-IN.
           IF QUEUE-IN-STATUS = '00'
               PERFORM L2A-READ-QUEUE-REC
               PERFORM L2A-STORE-QUEUE-REC
                   UNTIL QUEUE-MORE-SW = 'N'
               CLOSE QUEUE-IN
           END-IF.

       L2A-READ-QUEUE-REC.
           READ QUEUE-IN INTO FRQ-REC
               AT END
                   MOVE 'N' TO QUEUE-MORE-SW
               NOT AT END
                   MOVE 'Y' TO QUEUE-MORE-SW
           END-READ.

       L2A-STORE-QUEUE-REC.
           IF QT-COUNT < 2000
               ADD 1 TO QT-COUNT
               MOVE FRQ-REC TO QT-DATA(QT-COUNT)
               IF FRQ-ITEM-NUM NOT < NEXT-ITEM-NUM
                   COMPUTE NEXT-ITEM-NUM = FRQ-ITEM-NUM + 1
               END-IF
           ELSE
               DISPLAY 'QUEUE TABLE FULL -- ITEM DISCARDED: '
                   FRQ-ITEM-NUM
           END-IF.
           PERFORM L2A-READ-QUEUE-REC.

      *****************************************************************
      * L2B-OPEN-CARD-WATCH opens the card watch list for update,     *
      * creating it the first time it is needed.  With the list       *
      * unavailable a rejection still closes its item; the card just  *
      * misses the list and the report says so.                       *
      *****************************************************************
       L2B-OPEN-CARD-WATCH.
           OPEN I-O CARD-WATCH.
           IF CARD-WATCH-STATUS = '35'
               OPEN OUTPUT CARD-WATCH
               CLOSE CARD-WATCH
               OPEN I-O CARD-WATCH
           END-IF.
           IF CARD-WATCH-STATUS = '00'
               MOVE 'Y' TO WATCH-OPEN-SW
           ELSE
               DISPLAY 'CARD WATCH LIST OPEN FAILED -- STATUS '
                   CARD-WATCH-STATUS ' -- REJECTED CARDS NOT WATCHED'
           END-IF.

      *****************************************************************
      * L2-CLOSING carries the queue forward, less the closed items   *
      * past QUEUE-KEEP-DAYS, and empties the held file now that its  *
      * items are on the queue.                                       *
      *****************************************************************
       L2-CLOSING.
           OPEN OUTPUT QUEUE-OUT.
           PERFORM L2C-WRITE-ONE-ITEM
               VARYING QT-SUB FROM 1 BY 1
               UNTIL QT-SUB > QT-COUNT.
           CLOSE QUEUE-OUT.
           IF HOLD-FOUND-SW = 'Y'
               OPEN OUTPUT FRAUDHLD-IN
               CLOSE FRAUDHLD-IN
           END-IF.
           IF WATCH-OPEN
               CLOSE CARD-WATCH
           END-IF.
           CLOSE FRAUDREL-OUT.
           CLOSE CHNLDISP-OUT.
           CLOSE RPTOUT.
           PERFORM L2O-WRITE-END-RECORD.

       L2C-WRITE-ONE-ITEM.
           MOVE QT-DATA(QT-SUB) TO FRQ-REC.
           IF FRQ-OPEN
               WRITE QUEUE-OUT-REC FROM FRQ-REC
           ELSE
               COMPUTE ITEM-JULIAN =
                   FUNCTION INTEGER-OF-DATE(FRQ-STATUS-DATE)
               IF RUN-JULIAN - ITEM-JULIAN > QUEUE-KEEP-DAYS
                   ADD 1 TO TOT-DROPPED
               ELSE
                   WRITE QUEUE-OUT-REC FROM FRQ-REC
               END-IF
           END-IF.

      *****************************************************************
      * L3-APPLY-REVIEW-TRANS posts the office's review transactions. *
      * Only an open item can be released or rejected.                *
      *****************************************************************
       L3-APPLY-REVIEW-TRANS.
           MOVE 'REVIEW TRANSACTIONS' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES.
           OPEN INPUT FRDMAINT-IN.
           IF FRDMAINT-IN-STATUS = '00'
               PERFORM L3A-READ-FRDMAINT-REC
               PERFORM L3B-APPLY-ONE-TRAN
                   UNTIL FRDMAINT-MORE-SW = 'N'
               CLOSE FRDMAINT-IN
           END-IF.
           IF TOT-TRAN-READ = 0
               MOVE 'NO REVIEW TRANSACTIONS' TO O-NONE-TEXT
               WRITE RPTLINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       L3A-READ-FRDMAINT-REC.
           READ FRDMAINT-IN
               AT END
                   MOVE 'N' TO FRDMAINT-MORE-SW
               NOT AT END
                   MOVE 'Y' TO FRDMAINT-MORE-SW
           END-READ.

       L3B-APPLY-ONE-TRAN.
           ADD 1 TO TOT-TRAN-READ.
           MOVE FM-ACTION   TO O-TRAN-ACTION.
           MOVE FRDMAINT-REC(2:6) TO O-TRAN-ITEM-NUM.
           MOVE FM-CLERK-ID TO O-TRAN-CLERK-ID.
           MOVE 'N' TO TRAN-OK-SW.
           MOVE 0 TO QT-HIT-SUB.
           IF FM-ITEM-NUM NUMERIC
               PERFORM L3C-MATCH-ONE-ITEM
                   VARYING QT-SUB FROM 1 BY 1
                   UNTIL QT-SUB > QT-COUNT OR QT-HIT-SUB > 0
           END-IF.
           IF QT-HIT-SUB > 0
               MOVE QT-DATA(QT-HIT-SUB) TO FRQ-REC
               MOVE FRQ-TRAN            TO TRAN-REC
           END-IF.
           EVALUATE TRUE
               WHEN NOT FM-RELEASE AND NOT FM-REJECT
                   MOVE 'REJECTED - ACTION NOT R OR X'
                       TO O-TRAN-RESULT
                   ADD 1 TO TOT-TRAN-REJ
               WHEN QT-HIT-SUB = 0
                   MOVE 'REJECTED - ITEM NOT ON QUEUE' TO O-TRAN-RESULT
                   ADD 1 TO TOT-TRAN-REJ
               WHEN NOT FRQ-OPEN
                   MOVE 'REJECTED - ITEM ALREADY RELEASED OR REJECTED'
                       TO O-TRAN-RESULT
                   ADD 1 TO TOT-TRAN-REJ
               WHEN FM-RELEASE
                   MOVE 'Y' TO TRAN-OK-SW
                   MOVE 'R' TO FRQ-STATUS
                   PERFORM L3D-RELEASE-ITEM
               WHEN OTHER
                   MOVE 'Y' TO TRAN-OK-SW
                   MOVE 'X' TO FRQ-STATUS
                   PERFORM L3E-REJECT-ITEM
           END-EVALUATE.
           IF TRAN-OK
               MOVE RUN-DATE-NUM TO FRQ-STATUS-DATE
               MOVE FM-CLERK-ID  TO FRQ-REVIEW-CLERK
               MOVE FRQ-REC      TO QT-DATA(QT-HIT-SUB)
           END-IF.
           WRITE RPTLINE FROM RPT-TRAN-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           PERFORM L3A-READ-FRDMAINT-REC.

       L3C-MATCH-ONE-ITEM.
           MOVE QT-DATA(QT-SUB) TO FRQ-REC.
           IF FRQ-ITEM-NUM = FM-ITEM-NUM
               MOVE QT-SUB TO QT-HIT-SUB
           END-IF.

      * a released booking goes back through the edit run whole, with
      * its correction cycles and the clerk who keyed it
       L3D-RELEASE-ITEM.
           MOVE FRQ-TRAN     TO FRL-TRAN.
           MOVE FRQ-CYCLE    TO FRL-CYCLE.
           MOVE FRQ-CLERK-ID TO FRL-CLERK-ID.
           WRITE FRAUDREL-REC.
           ADD 1     TO TOT-RELEASED.
           ADD I-AMT TO TOT-RELEASED-AMT.
           MOVE 'RELEASED - BOOKING GOES BACK THROUGH THE NEXT EDIT RUN'
               TO O-TRAN-RESULT.

      * a rejected booking is never posted, so nothing is backed out
      * -- its card goes on the watch list and a web booking gets its
      * answer
       L3E-REJECT-ITEM.
           ADD 1     TO TOT-REJECTED.
           ADD I-AMT TO TOT-REJECTED-AMT.
           PERFORM L3F-WATCH-REJECTED-CARD.
           IF WATCH-ON-FILE-SW = 'Y'
               ADD 1 TO TOT-WATCHED
               MOVE 'REJECTED - CARD ADDED TO THE WATCH LIST'
                   TO O-TRAN-RESULT
           ELSE
               MOVE 'REJECTED - CARD NOT WATCHED, SEE OPERATIONS'
                   TO O-TRAN-RESULT
           END-IF.
           IF CHANNEL-WEB
               PERFORM L3G-WRITE-CHANNEL-DISP
           END-IF.

      *****************************************************************
      * L3F-WATCH-REJECTED-CARD puts the rejected booking's token on  *
      * the card watch list, or counts one more rejection against it  *
      * there, with the booking's guest name.  WATCH-ON-FILE-SW comes *
      * back 'Y' once the list holds the card.                        *
      *****************************************************************
       L3F-WATCH-REJECTED-CARD.
           MOVE 'N' TO WATCH-ON-FILE-SW.
           IF WATCH-OPEN
            AND FRQ-TRAN(86:16) NUMERIC AND FRQ-TRAN(86:1) = '9'
               MOVE I-CCNUM TO FW-TOKEN
               READ CARD-WATCH
                   INVALID KEY
                       MOVE 0   TO FW-DECL-CTR
                       MOVE 0   TO FW-LAST-DECL-DATE
                       MOVE 0   TO FW-REJECT-CTR
                       MOVE 'N' TO WATCH-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO WATCH-FOUND-SW
               END-READ
               ADD 1 TO FW-REJECT-CTR
               MOVE RUN-DATE-NUM TO FW-LAST-REJECT-DATE
               PERFORM L9-EDIT-NAME
               MOVE NAME-TEXT TO FW-NAME
               IF WATCH-FOUND
                   REWRITE FW-REC
                       INVALID KEY
                           DISPLAY 'CARD WATCH REWRITE REJECTED -- '
                               'STATUS ' CARD-WATCH-STATUS
                       NOT INVALID KEY
                           MOVE 'Y' TO WATCH-ON-FILE-SW
                   END-REWRITE
               ELSE
                   WRITE FW-REC
                       INVALID KEY
                           DISPLAY 'CARD WATCH WRITE REJECTED -- '
                               'STATUS ' CARD-WATCH-STATUS
                       NOT INVALID KEY
                           MOVE 'Y' TO WATCH-ON-FILE-SW
                   END-WRITE
               END-IF
           END-IF.

      * the edit run answered the booking H when it was held; the
      * vendor now gets the final word
       L3G-WRITE-CHANNEL-DISP.
           MOVE RUN-DATE-NUM  TO CD-RUN-DATE.
           MOVE I-CHANNEL-REF TO CD-CHANNEL-REF.
           MOVE 'R'           TO CD-STATUS.
           MOVE 0             TO CD-GUEST-NUM.
           MOVE 1             TO CD-ERR-CTR.
           MOVE 68            TO CD-ERR-NUM.
           MOVE I-CAMPGROUND  TO CD-CAMPGROUND.
           MOVE I-SITE        TO CD-SITE.
           MOVE I-DATE        TO CD-START-DATE.
           MOVE I-LEN-STAY    TO CD-LEN-STAY.
           WRITE CD-REC.

      *****************************************************************
      * L4-TAKE-IN-HOLDS numbers tonight's holds onto the queue and   *
      * lists them.  A hold matching an open item held the same day   *
      * -- the same booking, written again by a restarted edit run -- *
      * is counted and dropped.                                       *
      *****************************************************************
       L4-TAKE-IN-HOLDS.
           MOVE 'BOOKINGS HELD SINCE THE LAST REVIEW'
               TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           WRITE RPTLINE FROM RPT-ITEM-COL-HEADING
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           OPEN INPUT FRAUDHLD-IN.
           IF FRAUDHLD-IN-STATUS = '00'
               MOVE 'Y' TO HOLD-FOUND-SW
               PERFORM L4A-READ-HOLD-REC
               PERFORM L4B-TAKE-IN-ONE-HOLD
                   UNTIL HOLD-MORE-SW = 'N'
               CLOSE FRAUDHLD-IN
           END-IF.
           IF TOT-HOLD-NEW = 0
               MOVE 'NO NEW HOLDS' TO O-NONE-TEXT
               WRITE RPTLINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       L4A-READ-HOLD-REC.
           READ FRAUDHLD-IN INTO FRQ-REC
               AT END
                   MOVE 'N' TO HOLD-MORE-SW
               NOT AT END
                   MOVE 'Y' TO HOLD-MORE-SW
           END-READ.

       L4B-TAKE-IN-ONE-HOLD.
           ADD 1 TO TOT-HOLD-READ.
           MOVE FRQ-REC TO HOLD-IN-HAND.
           MOVE 'N' TO DUP-HOLD-SW.
           PERFORM L4C-MATCH-ONE-HOLD
               VARYING QT-SUB FROM 1 BY 1
               UNTIL QT-SUB > QT-COUNT OR DUP-HOLD.
           MOVE HOLD-IN-HAND TO FRQ-REC.
           EVALUATE TRUE
               WHEN DUP-HOLD
                   ADD 1 TO TOT-HOLD-DUP
               WHEN QT-COUNT NOT < 2000
                   DISPLAY 'QUEUE TABLE FULL -- HOLD LEFT OFF QUEUE: '
                       FRQ-TRAN(1:37)
               WHEN OTHER
                   MOVE NEXT-ITEM-NUM TO FRQ-ITEM-NUM
                   ADD 1 TO NEXT-ITEM-NUM
                   MOVE 'H'           TO FRQ-STATUS
                   ADD 1 TO QT-COUNT
                   MOVE FRQ-REC TO QT-DATA(QT-COUNT)
                   MOVE FRQ-TRAN TO TRAN-REC
                   ADD 1     TO TOT-HOLD-NEW
                   ADD I-AMT TO TOT-HOLD-NEW-AMT
                   PERFORM L7B-WRITE-ITEM-LINES
           END-EVALUATE.
           PERFORM L4A-READ-HOLD-REC.

      * the hold in hand waits in HOLD-IN-HAND while the queue is
      * searched through FRQ-REC
       L4C-MATCH-ONE-HOLD.
           MOVE QT-DATA(QT-SUB) TO FRQ-REC.
           IF FRQ-OPEN
            AND FRQ-HELD-DATE = HOLD-IN-HAND(22:8)
            AND FRQ-TRAN      = HOLD-IN-HAND(94:163)
               MOVE 'Y' TO DUP-HOLD-SW
           END-IF.

      *****************************************************************
      * L7-LIST-OPEN-ITEMS lists every item still waiting on the      *
      * office, oldest first, with its age in days.                   *
      *****************************************************************
       L7-LIST-OPEN-ITEMS.
           MOVE 'OPEN ITEMS AWAITING REVIEW' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           WRITE RPTLINE FROM RPT-ITEM-COL-HEADING
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           PERFORM L7A-LIST-ONE-ITEM
               VARYING QT-SUB FROM 1 BY 1
               UNTIL QT-SUB > QT-COUNT.
           IF TOT-OPEN-CTR = 0
               MOVE 'NO ITEMS OPEN' TO O-NONE-TEXT
               WRITE RPTLINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE RPTLINE FROM RPT-REASON-LEGEND
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.

       L7A-LIST-ONE-ITEM.
           MOVE QT-DATA(QT-SUB) TO FRQ-REC.
           IF FRQ-OPEN
               MOVE FRQ-TRAN TO TRAN-REC
               ADD 1     TO TOT-OPEN-CTR
               ADD I-AMT TO TOT-OPEN-AMT
               PERFORM L7B-WRITE-ITEM-LINES
           END-IF.

      * the item's line and its detail line -- the counts that held
      * it and the name it was tied to; FRQ-REC and TRAN-REC hold the
      * item
       L7B-WRITE-ITEM-LINES.
           MOVE FRQ-ITEM-NUM   TO O-ITEM-NUM.
           MOVE FRQ-HELD-DATE  TO O-HELD-DATE.
           COMPUTE ITEM-JULIAN =
               FUNCTION INTEGER-OF-DATE(FRQ-HELD-DATE).
           COMPUTE ITEM-AGE = RUN-JULIAN - ITEM-JULIAN.
           IF ITEM-AGE < 0
               MOVE 0 TO ITEM-AGE
           END-IF.
           MOVE ITEM-AGE       TO O-AGE.
           MOVE FRQ-TRAN(86:16) TO MASK-CCNUM-X.
           PERFORM L9-MASK-CARD.
           MOVE MASK-OUT       TO O-CARD.
           PERFORM L9-EDIT-NAME.
           MOVE NAME-TEXT      TO O-NAME.
           MOVE I-CAMPGROUND   TO O-CAMPGROUND.
           MOVE I-SITE         TO O-SITE.
           MOVE I-DATE         TO O-START-DATE.
           MOVE I-AMT          TO O-AMT.
           PERFORM L7C-EDIT-REASONS.
           MOVE REASON-TEXT    TO O-REASONS.
           WRITE RPTLINE FROM RPT-ITEM-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           MOVE FRQ-DAY-USES   TO O-DAY-USES.
           MOVE FRQ-WEEK-USES  TO O-WEEK-USES.
           MOVE FRQ-NAME-CTR   TO O-NAME-CTR.
           MOVE FRQ-TIED-NAME  TO O-TIED-NAME.
           MOVE FRQ-CLERK-ID   TO O-CLERK-ID.
           WRITE RPTLINE FROM RPT-ITEM-DETAIL
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.

       L7C-EDIT-REASONS.
           MOVE SPACES TO REASON-TEXT.
           MOVE 1      TO REASON-PTR.
           IF FRQ-DAY-LIMIT
               STRING 'DAY ' DELIMITED BY SIZE
                   INTO REASON-TEXT WITH POINTER REASON-PTR
           END-IF.
           IF FRQ-WEEK-LIMIT
               STRING 'WEEK ' DELIMITED BY SIZE
                   INTO REASON-TEXT WITH POINTER REASON-PTR
           END-IF.
           IF FRQ-NAME-LIMIT
               STRING 'NAMES ' DELIMITED BY SIZE
                   INTO REASON-TEXT WITH POINTER REASON-PTR
           END-IF.
           IF FRQ-DECLINE-TIE
               STRING 'DECL ' DELIMITED BY SIZE
                   INTO REASON-TEXT WITH POINTER REASON-PTR
           END-IF.
           IF FRQ-FLAGGED-TIE
               STRING 'FLAG' DELIMITED BY SIZE
                   INTO REASON-TEXT WITH POINTER REASON-PTR
           END-IF.

       L8-WRITE-TOTALS.
           MOVE 'RUN TOTALS' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           MOVE 'REVIEW TRANSACTIONS READ'      TO O-CNT-LABEL.
           MOVE TOT-TRAN-READ                   TO O-CNT-VALUE.
           MOVE 0                               TO O-CNT-AMT.
           PERFORM L8A-WRITE-COUNT.
           MOVE 'ITEMS RELEASED'                TO O-CNT-LABEL.
           MOVE TOT-RELEASED                    TO O-CNT-VALUE.
           MOVE TOT-RELEASED-AMT                TO O-CNT-AMT.
           PERFORM L8A-WRITE-COUNT.
           MOVE 'ITEMS REJECTED'                TO O-CNT-LABEL.
           MOVE TOT-REJECTED                    TO O-CNT-VALUE.
           MOVE TOT-REJECTED-AMT                TO O-CNT-AMT.
           PERFORM L8A-WRITE-COUNT.
           MOVE '  CARDS PUT ON THE WATCH LIST' TO O-CNT-LABEL.
           MOVE TOT-WATCHED                     TO O-CNT-VALUE.
           MOVE 0                               TO O-CNT-AMT.
           PERFORM L8A-WRITE-COUNT.
           MOVE 'REVIEW TRANSACTIONS REJECTED'  TO O-CNT-LABEL.
           MOVE TOT-TRAN-REJ                    TO O-CNT-VALUE.
           PERFORM L8A-WRITE-COUNT.
           MOVE 'HOLDS READ'                    TO O-CNT-LABEL.
           MOVE TOT-HOLD-READ                   TO O-CNT-VALUE.
           PERFORM L8A-WRITE-COUNT.
           MOVE '  TAKEN ONTO THE QUEUE'        TO O-CNT-LABEL.
           MOVE TOT-HOLD-NEW                    TO O-CNT-VALUE.
           MOVE TOT-HOLD-NEW-AMT                TO O-CNT-AMT.
           PERFORM L8A-WRITE-COUNT.
           MOVE '  ALREADY ON THE QUEUE'        TO O-CNT-LABEL.
           MOVE TOT-HOLD-DUP                    TO O-CNT-VALUE.
           MOVE 0                               TO O-CNT-AMT.
           PERFORM L8A-WRITE-COUNT.
           MOVE 'CLOSED ITEMS DROPPED FROM QUEUE' TO O-CNT-LABEL.
           MOVE TOT-DROPPED                     TO O-CNT-VALUE.
           PERFORM L8A-WRITE-COUNT.
           MOVE 'ITEMS OPEN'                    TO O-CNT-LABEL.
           MOVE TOT-OPEN-CTR                    TO O-CNT-VALUE.
           MOVE TOT-OPEN-AMT                    TO O-CNT-AMT.
           PERFORM L8A-WRITE-COUNT.

       L8A-WRITE-COUNT.
           WRITE RPTLINE FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.

      * only the last four digits of a card ever print
       L9-MASK-CARD.
           MOVE ALL '*'              TO MASK-OUT.
           MOVE MASK-CCNUM-X(13:4)   TO MASK-OUT(13:4).

       L9-EDIT-NAME.
           MOVE SPACES TO NAME-TEXT.
           STRING I-LNAME DELIMITED BY "  "
               ', ' DELIMITED BY SIZE
               I-FNAME DELIMITED BY "  "
               INTO NAME-TEXT.

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
           MOVE 'CBLHJB41 START'  TO RL-TEXT.
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
           MOVE 'CBLHJB41 END'    TO RL-TEXT.
           COMPUTE RL-RECS-READ  = TOT-TRAN-READ + TOT-HOLD-READ.
           COMPUTE RL-ACCEPT-CTR = TOT-RELEASED + TOT-REJECTED
                                 + TOT-HOLD-NEW.
           MOVE TOT-TRAN-REJ      TO RL-REJECT-CTR.
           MOVE 0                 TO RL-CKPT-CTR.
           MOVE 'C'               TO RL-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-OUT.

       END PROGRAM CBLHJB41.
