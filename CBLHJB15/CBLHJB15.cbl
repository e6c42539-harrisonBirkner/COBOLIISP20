       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * The availability master and the balance ledger are each read  *
      * front to back once and at random by the other's key -- the    *
      * master walk looks up each booking's ledger entry, and the     *
      * ledger sweep looks up each entry's booking.  The guest        *
      * master is read at random by the history record's guest        *
      * number.                                                       *
      *****************************************************************
           SELECT AVAIL-IN
               ASSIGN TO 'C:\COBOLSP20\SITEAVL.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-KEY
               FILE STATUS IS AVAIL-IN-STATUS.

           SELECT BAL-IN
               ASSIGN TO 'C:\COBOLSP20\BALLEDG.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-KEY
               FILE STATUS IS BAL-IN-STATUS.

           SELECT GUEST-IN
               ASSIGN TO 'C:\COBOLSP20\GUEST.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GST-NUMBER
               ALTERNATE RECORD KEY IS GST-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS GUEST-IN-STATUS.

           SELECT GHIST-IN
           05  AI-GROUP-ID         PIC X(6).

       FD  BAL-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS BAL-REC
           RECORD CONTAINS 120 CHARACTERS.

       COPY BALREC.

       FD  GUEST-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS GST-REC
           RECORD CONTAINS 67 CHARACTERS.

       FD  GHIST-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS GST-HIST-REC
           RECORD CONTAINS 62 CHARACTERS.

       01  GST-HIST-REC.
           05  GH-GUEST-NUMBER     PIC 9(6).
           05  GH-SITE             PIC X(3).
           05  GH-START-DATE       PIC 9(8).
           05  GH-AMT              PIC S9(3)V99.
           05  GH-CLERK-ID         PIC X(6).

       FD  WAIT-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS WAIT-REC
           RECORD CONTAINS 183 CHARACTERS.

       01  WAIT-REC.
           05  WL-SEQ              PIC 9(6).
           05  WL-ENTRY-DATE       PIC 9(8).
           05  WL-TRAN             PIC X(163).
           05  WL-CLERK-ID         PIC X(6).

       FD  RPTOUT
           LABEL RECORD IS OMITTED
       01  SWITCHES.
           05  AVAIL-MORE-SW       PIC X      VALUE 'Y'.
           05  BAL-MORE-SW         PIC X      VALUE 'Y'.
           05  AVAIL-OPEN-SW       PIC X      VALUE 'Y'.
           05  BAL-OPEN-SW         PIC X      VALUE 'Y'.
           05  GST-OPEN-SW         PIC X      VALUE 'Y'.
           05  BAL-FOUND-SW        PIC X      VALUE 'N'.
           05  AVAIL-FOUND-SW      PIC X      VALUE 'N'.
           05  GST-FOUND-SW        PIC X      VALUE 'N'.
           05  GHIST-MORE-SW       PIC X      VALUE 'Y'.
           05  WAIT-MORE-SW        PIC X      VALUE 'Y'.

           05  GHIST-IN-STATUS     PIC XX     VALUE SPACES.
           05  WAIT-IN-STATUS      PIC XX     VALUE SPACES.
           05  RPT-PAGE-CTR        PIC 99     VALUE 0.
           05  GRP-SUB             PIC 99     VALUE 0.
           05  GRP-HIT-SUB         PIC 99     VALUE 0.

           05  EXC-WAIT-CTR        PIC 9(5)   VALUE 0.
           05  EXC-TOTAL-CTR       PIC 9(5)   VALUE 0.

      *****************************************************************
      * GRP-TABLE collects every group id seen on the master with     *
      * the first member's campground and dates -- a later member     *
       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L4-AUDIT-ONE-MASTER-REC
               UNTIL AVAIL-MORE-SW = 'N'.
           PERFORM L5-START-LEDGER-SWEEP.
           PERFORM L5-SWEEP-UNMATCHED-LEDGER
               UNTIL BAL-MORE-SW = 'N'.
           PERFORM L5-SWEEP-BAD-GROUPS
               VARYING GRP-SUB FROM 1 BY 1
               UNTIL GRP-SUB > GRP-COUNT.
           OPEN INPUT AVAIL-IN.
           IF AVAIL-IN-STATUS NOT = '00'
               MOVE 'N' TO AVAIL-MORE-SW
               MOVE 'N' TO AVAIL-OPEN-SW
           END-IF.
           OPEN INPUT BAL-IN.
           IF BAL-IN-STATUS NOT = '00'
               MOVE 'N' TO BAL-MORE-SW
               MOVE 'N' TO BAL-OPEN-SW
           END-IF.
           OPEN INPUT GUEST-IN.
           IF GUEST-IN-STATUS NOT = '00'
               MOVE 'N' TO GST-OPEN-SW
           END-IF.
           OPEN INPUT GHIST-IN.
           IF GHIST-IN-STATUS NOT = '00'
               MOVE 'N' TO WAIT-MORE-SW
           END-IF.

      *****************************************************************
      * L4-AUDIT-ONE-MASTER-REC takes one availability record         *
      * through the booking-side checks: an occupied booking must     *
      * its group's consistency tally.                                *
      *****************************************************************
       L4-AUDIT-ONE-MASTER-REC.
           READ AVAIL-IN NEXT RECORD
               AT END
                   MOVE 'N' TO AVAIL-MORE-SW
               NOT AT END
                   IF AI-OCCUPIED
                       PERFORM L4-MATCH-LEDGER-ENTRY
                       IF BAL-FOUND-SW = 'N'
                           MOVE 'BOOKING HAS NO LEDGER ENTRY'
                               TO O-EXC-TEXT
                           PERFORM L4-BUILD-MASTER-KEY
           END-READ.

       L4-MATCH-LEDGER-ENTRY.
           MOVE 'N' TO BAL-FOUND-SW.
           IF BAL-OPEN-SW = 'Y'
               MOVE AI-CAMPGROUND TO BAL-CAMPGROUND
               MOVE AI-SITE       TO BAL-SITE
               MOVE AI-START-DATE TO BAL-START-DATE
               READ BAL-IN
                   INVALID KEY
                       MOVE 'N' TO BAL-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO BAL-FOUND-SW
               END-READ
           END-IF.

       L4-TALLY-GROUP-MEMBER.
           MOVE EXC-KEY-WORK  TO O-EXC-KEY.

      *****************************************************************
      * L5-SWEEP-UNMATCHED-LEDGER reads the ledger front to back and  *
      * flags every entry with no occupied booking on the master      *
      * whose arrival is still ahead -- a past-dated entry may        *
      * simply be a stay that ended, but a future one is money        *
      * carried for a booking that is gone.                           *
      *****************************************************************
      * the master walk's random reads left the ledger positioned
      * mid-file -- the sweep starts it again at the lowest key
       L5-START-LEDGER-SWEEP.
           IF BAL-OPEN-SW = 'Y'
               MOVE LOW-VALUES TO BAL-KEY
               START BAL-IN KEY NOT LESS THAN BAL-KEY
                   INVALID KEY
                       MOVE 'N' TO BAL-MORE-SW
               END-START
           END-IF.

       L5-SWEEP-UNMATCHED-LEDGER.
           READ BAL-IN NEXT RECORD
               AT END
                   MOVE 'N' TO BAL-MORE-SW
               NOT AT END
                   IF BAL-START-DATE NOT < CURRENT-DATE
                       PERFORM L5-MATCH-MASTER-BOOKING
                       IF AVAIL-FOUND-SW = 'N'
                           MOVE 'LEDGER ENTRY HAS NO BOOKING'
                               TO O-EXC-TEXT
                           MOVE BAL-CAMPGROUND TO EK-CAMPGROUND
                           MOVE BAL-SITE       TO EK-SITE
                           MOVE BAL-START-DATE TO EK-DATE
                           MOVE EXC-KEY-WORK   TO O-EXC-KEY
                           ADD 1 TO EXC-LEDGER-CTR
                           PERFORM L8-WRITE-EXCEPTION
                       END-IF
                   END-IF
           END-READ.

       L5-MATCH-MASTER-BOOKING.
           MOVE 'N' TO AVAIL-FOUND-SW.
           IF AVAIL-OPEN-SW = 'Y'
               MOVE BAL-CAMPGROUND TO AI-CAMPGROUND
               MOVE BAL-SITE       TO AI-SITE
               MOVE BAL-START-DATE TO AI-START-DATE
               READ AVAIL-IN
                   INVALID KEY
                       MOVE 'N' TO AVAIL-FOUND-SW
                   NOT INVALID KEY
                       IF AI-OCCUPIED
                           MOVE 'Y' TO AVAIL-FOUND-SW
                       END-IF
               END-READ
           END-IF.

       L5-SWEEP-BAD-GROUPS.
               AT END
                   MOVE 'N' TO GHIST-MORE-SW
               NOT AT END
                   PERFORM L6-MATCH-GUEST-NUMBER
                   IF GST-FOUND-SW = 'N'
                       MOVE 'HISTORY POINTS AT UNASSIGNED GUEST'
                           TO O-EXC-TEXT
                       MOVE SPACES TO O-EXC-KEY
                   END-IF
           END-READ.

       L6-MATCH-GUEST-NUMBER.
           MOVE 'N' TO GST-FOUND-SW.
           IF GST-OPEN-SW = 'Y'
               MOVE GH-GUEST-NUMBER TO GST-NUMBER
               READ GUEST-IN
                   INVALID KEY
                       MOVE 'N' TO GST-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO GST-FOUND-SW
               END-READ
           END-IF.

       L7-AUDIT-ONE-WAIT-REC.
           END-IF.
           WRITE RPTLINE FROM RPT-RESULT-LINE
               AFTER ADVANCING 2 LINES.
           IF AVAIL-OPEN-SW = 'Y'
               CLOSE AVAIL-IN
           END-IF.
           IF BAL-OPEN-SW = 'Y'
               CLOSE BAL-IN
           END-IF.
           IF GST-OPEN-SW = 'Y'
               CLOSE GUEST-IN
           END-IF.
           IF GHIST-IN-STATUS = '00' OR GHIST-IN-STATUS = '10'
