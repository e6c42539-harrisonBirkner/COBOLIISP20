      * prints one statement per selected guest:                      *
      *   - the booking history off GUESTHIS.DAT, every transaction   *
      *     with its date, campground, site, arrival, and amount;     *
      *   - the open ledger position off BALLEDG.IDX, each carried    *
      *     stay with its value, the deposits and payments applied,   *
      *     and the balance still due;                                *
      *   - the refunds issued off the REFUND.DAT extract;            *
      *   - the total open balance.                                   *
      * The guest's mailing address heads the statement when one is   *
      * on GSTADDR.IDX, so the statement can be mailed as printed.    *
      * The ledger and refund files carry the guest by name, so       *
      * those sections match on the same LAST, FIRST name the edit    *
      * run posts under.                                              *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STMTREQ-IN-STATUS.

      *****************************************************************
      * GUEST-IN is read at random for a 'G' card's guest number and  *
      * front to back for a 'D' card's sweep; GADDR-IN is read at     *
      * random for each statement's heading.                          *
      *****************************************************************
           SELECT GUEST-IN
               ASSIGN TO 'C:\COBOLSP20\GUEST.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GST-NUMBER
               ALTERNATE RECORD KEY IS GST-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS GUEST-IN-STATUS.

           SELECT GADDR-IN
               ASSIGN TO 'C:\COBOLSP20\GSTADDR.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GAD-NUMBER
               FILE STATUS IS GADDR-IN-STATUS.

           SELECT GHIST-IN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GHIST-IN-STATUS.

      *****************************************************************
      * BAL-IN carries the guest by name only, so each statement      *
      * reads the ledger front to back for that guest's stays.        *
      *****************************************************************
           SELECT BAL-IN
               ASSIGN TO 'C:\COBOLSP20\BALLEDG.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-KEY
               FILE STATUS IS BAL-IN-STATUS.

           SELECT REFUND-IN
           05  SR-TO-DATE          PIC 9(8).

       FD  GUEST-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS GST-REC
           RECORD CONTAINS 67 CHARACTERS.

       COPY GSTREC.

       FD  GADDR-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS GAD-REC
           RECORD CONTAINS 75 CHARACTERS.

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

       FD  BAL-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS BAL-REC
           RECORD CONTAINS 120 CHARACTERS.

       COPY BALREC.

           05  MORE-RECS           PIC X      VALUE 'Y'.
           05  STMT-FOUND-SW       PIC X      VALUE 'N'.
           05  GST-MORE-SW         PIC X      VALUE 'Y'.
           05  GST-OPEN-SW         PIC X      VALUE 'N'.
           05  GADDR-OPEN-SW       PIC X      VALUE 'N'.
           05  GHIST-MORE-SW       PIC X      VALUE 'Y'.
           05  BAL-MORE-SW         PIC X      VALUE 'Y'.
           05  BAL-OPEN-SW         PIC X      VALUE 'N'.
           05  REF-MORE-SW         PIC X      VALUE 'Y'.

       01  CURRENT-DATE-AND-TIME.
           05  REFUND-IN-STATUS    PIC XX     VALUE SPACES.
           05  RPT-PAGE-CTR        PIC 99     VALUE 0.
           05  GT-SUB              PIC 9(4)   VALUE 0.
           05  GT-HIT-SUB          PIC 9(4)   VALUE 0.
           05  HS-SUB              PIC 9(4)   VALUE 0.
           05  RF-SUB              PIC 9(4)   VALUE 0.
           05  STMT-NAME           PIC X(42)  VALUE SPACES.
           05  STMT-OPEN-BALANCE   PIC S9(7)V99 VALUE 0.
           05  STMT-PRINTED-CTR    PIC 9(4)   VALUE 0.

      *****************************************************************
      * GT-TABLE carries the guests selected for a statement -- 'G'   *
      * cards read their guest off the master by number, 'D' cards    *
      * sweep the master for the range, and a guest selected twice    *
      * is kept once.  The statements print in the order selected.    *
      *****************************************************************
       01  GT-CONTROL.
           05  GT-COUNT            PIC 9(4)   VALUE 0.
               10  GT-NUMBER       PIC 9(6).
               10  GT-LNAME        PIC X(20).
               10  GT-FNAME        PIC X(20).

      *****************************************************************
      * HS-TABLE keeps only the selected guests' history records so   *
               10  HS-SITE         PIC X(3).
               10  HS-START-DATE   PIC 9(8).
               10  HS-AMT          PIC S9(3)V99.
               10  HS-CLERK-ID     PIC X(6).

       01  RF-CONTROL.
           05  RF-COUNT            PIC 9(4)   VALUE 0.
           05  FILLER               PIC X(27)   VALUE 'CAMPGROUND'.
           05  FILLER               PIC X(6)    VALUE 'SITE'.
           05  FILLER               PIC X(10)   VALUE 'ARRIVAL'.
           05  FILLER               PIC X(10)   VALUE 'AMOUNT'.
           05  FILLER               PIC X(5)    VALUE 'CLERK'.

       01  RPT-HIST-LINE.
           05  FILLER               PIC X(12)   VALUE SPACES.
           05  O-HS-START-DATE      PIC 9(8).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-HS-AMT             PIC ZZ9.99-.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-HS-CLERK           PIC X(6).

       01  RPT-LEDG-HEADING.
           05  FILLER               PIC X(22)
               VALUE '  OPEN LEDGER POSITION'.
           05  FILLER               PIC X(18)   VALUE SPACES.
           05  FILLER               PIC X(12)   VALUE 'STAY VALUE'.
           05  FILLER               PIC X(12)   VALUE 'INCIDENTALS'.
           05  FILLER               PIC X(12)   VALUE 'PAID'.
           05  FILLER               PIC X(12)   VALUE 'BALANCE DUE'.

           05  FILLER               PIC XX      VALUE SPACES.
           05  O-BL-STAY-AMT        PIC ZZ9.99-.
           05  FILLER               PIC X(5)    VALUE SPACES.
           05  O-BL-INCID-AMT       PIC ZZ9.99-.
           05  FILLER               PIC X(5)    VALUE SPACES.
           05  O-BL-PAID-AMT        PIC ZZ9.99-.
           05  FILLER               PIC X(5)    VALUE SPACES.
           05  O-BL-BALANCE         PIC ZZ9.99-.
           MOVE CURRENT-YEAR              TO RPT-TITLE-YEAR.
           OPEN OUTPUT RPTOUT.
           PERFORM L3-INIT-RPT-HEADING.
           PERFORM L2A-OPEN-GUEST-MASTER.
           PERFORM L2D-LOAD-REFUNDS.
           OPEN INPUT GHIST-IN.
           IF GHIST-IN-STATUS NOT = '00'
               PERFORM L9-READ-REQUEST
           END-IF.

       L2A-OPEN-GUEST-MASTER.
           OPEN INPUT GUEST-IN.
           IF GUEST-IN-STATUS = '00'
               MOVE 'Y' TO GST-OPEN-SW
           ELSE
               DISPLAY 'GUEST.IDX NOT ON FILE -- NO GUEST CAN BE '
                   'SELECTED'
           END-IF.
           OPEN INPUT GADDR-IN.
           IF GADDR-IN-STATUS = '00'
               MOVE 'Y' TO GADDR-OPEN-SW
           END-IF.
           OPEN INPUT BAL-IN.
           IF BAL-IN-STATUS = '00'
               MOVE 'Y' TO BAL-OPEN-SW
           END-IF.

       L2D-LOAD-REFUNDS.
           OPEN INPUT REFUND-IN.
           EVALUATE TRUE
               WHEN SR-BY-GUEST
                   PERFORM L3-SELECT-BY-NUMBER
               WHEN SR-BY-DATE
                   PERFORM L3-SELECT-BY-RANGE
               WHEN OTHER
                   DISPLAY 'STATEMENT REQUEST TYPE MUST BE G OR D -- '
                       'CARD SKIPPED'
           PERFORM L9-READ-REQUEST.

       L3-SELECT-BY-NUMBER.
           IF SR-NUMBER NUMERIC AND GST-OPEN-SW = 'Y'
               MOVE SR-NUMBER TO GST-NUMBER
               READ GUEST-IN
                   INVALID KEY
                       DISPLAY 'GUEST ' SR-NUMBER
                           ' NOT ON GUEST.IDX -- CARD SKIPPED'
                   NOT INVALID KEY
                       PERFORM L3-KEEP-SELECTED-GUEST
               END-READ
           END-IF.

       L3-SELECT-BY-RANGE.
           IF SR-FROM-DATE NUMERIC AND SR-TO-DATE NUMERIC
            AND GST-OPEN-SW = 'Y'
               MOVE 'Y' TO GST-MORE-SW
               MOVE 0   TO GST-NUMBER
               START GUEST-IN KEY NOT LESS THAN GST-NUMBER
                   INVALID KEY
                       MOVE 'N' TO GST-MORE-SW
               END-START
               PERFORM L3-TEST-ONE-GUEST
                   UNTIL GST-MORE-SW = 'N'
           END-IF.

       L3-TEST-ONE-GUEST.
           READ GUEST-IN NEXT RECORD
               AT END
                   MOVE 'N' TO GST-MORE-SW
               NOT AT END
                   IF NOT GST-FLAGGED
                    AND GST-LAST-ACT-DATE NOT < SR-FROM-DATE
                    AND GST-LAST-ACT-DATE NOT > SR-TO-DATE
                       PERFORM L3-KEEP-SELECTED-GUEST
                   END-IF
           END-READ.

       L3-KEEP-SELECTED-GUEST.
           MOVE 0 TO GT-HIT-SUB.
           PERFORM L3-MATCH-ONE-SELECTED
               VARYING GT-SUB FROM 1 BY 1
               UNTIL GT-SUB > GT-COUNT OR GT-HIT-SUB > 0.
           IF GT-HIT-SUB = 0
               IF GT-COUNT < 500
                   ADD 1 TO GT-COUNT
                   MOVE GST-NUMBER TO GT-NUMBER(GT-COUNT)
                   MOVE GST-LNAME  TO GT-LNAME(GT-COUNT)
                   MOVE GST-FNAME  TO GT-FNAME(GT-COUNT)
               ELSE
                   DISPLAY 'SELECTION TABLE FULL -- GUEST NOT PRINTED: '
                       GST-NUMBER
               END-IF
           END-IF.

       L3-MATCH-ONE-SELECTED.
           IF GT-NUMBER(GT-SUB) = GST-NUMBER
               MOVE GT-SUB TO GT-HIT-SUB
           END-IF.

      *****************************************************************
           END-READ.

       L3-TEST-ONE-HIST-REC.
           IF GT-NUMBER(GT-SUB) = GH-GUEST-NUMBER
               IF HS-COUNT < 2000
                   ADD 1 TO HS-COUNT
                   MOVE GH-GUEST-NUMBER TO HS-GUEST-NUMBER(HS-COUNT)
                   MOVE GH-SITE         TO HS-SITE(HS-COUNT)
                   MOVE GH-START-DATE   TO HS-START-DATE(HS-COUNT)
                   MOVE GH-AMT          TO HS-AMT(HS-COUNT)
                   MOVE GH-CLERK-ID     TO HS-CLERK-ID(HS-COUNT)
               ELSE
                   DISPLAY 'HISTORY TABLE FULL -- ENTRY DISCARDED: '
                       GH-GUEST-NUMBER
      * position, refunds issued, and the total open balance.         *
      *****************************************************************
       L5-PRINT-ONE-STATEMENT.
           IF GT-NUMBER(GT-SUB) > 0
               ADD 1 TO STMT-PRINTED-CTR
               MOVE 0 TO STMT-OPEN-BALANCE
               MOVE SPACES TO STMT-NAME
                       AT EOP
                           PERFORM L5-RPT-HEADING
               MOVE 0 TO STMT-LINE-CTR
               PERFORM L5-START-LEDGER
               PERFORM L5-PRINT-ONE-LEDG-LINE
                   UNTIL BAL-MORE-SW = 'N'
               IF STMT-LINE-CTR = 0
                   PERFORM L8-WRITE-NONE-LINE
               END-IF
           END-IF.

       L5-PRINT-ADDRESS.
           IF GADDR-OPEN-SW = 'Y'
               MOVE GT-NUMBER(GT-SUB) TO GAD-NUMBER
               READ GADDR-IN
                   INVALID KEY
                       NEXT SENTENCE
                   NOT INVALID KEY
                       MOVE GAD-STREET TO O-GA-STREET
                       MOVE GAD-CITY   TO O-GA-CITY
                       MOVE GAD-STATE  TO O-GA-STATE
                       MOVE GAD-ZIP    TO O-GA-ZIP
                       WRITE RPTLINE FROM RPT-ADDR-LINE
                           AFTER ADVANCING 1 LINE
                               AT EOP
                                   PERFORM L5-RPT-HEADING
               END-READ
           END-IF.

       L5-PRINT-ONE-HIST-LINE.
               MOVE HS-SITE(HS-SUB)       TO O-HS-SITE
               MOVE HS-START-DATE(HS-SUB) TO O-HS-START-DATE
               MOVE HS-AMT(HS-SUB)        TO O-HS-AMT
               MOVE HS-CLERK-ID(HS-SUB)   TO O-HS-CLERK
               WRITE RPTLINE FROM RPT-HIST-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L5-RPT-HEADING
           END-IF.

       L5-START-LEDGER.
           MOVE 'N' TO BAL-MORE-SW.
           IF BAL-OPEN-SW = 'Y'
               MOVE 'Y' TO BAL-MORE-SW
               MOVE LOW-VALUES TO BAL-KEY
               START BAL-IN KEY NOT LESS THAN BAL-KEY
                   INVALID KEY
                       MOVE 'N' TO BAL-MORE-SW
               END-START
           END-IF.

       L5-PRINT-ONE-LEDG-LINE.
           READ BAL-IN NEXT RECORD
               AT END
                   MOVE 'N' TO BAL-MORE-SW
               NOT AT END
                   IF BAL-NAME = STMT-NAME
                       PERFORM L5-WRITE-LEDG-LINE
                   END-IF
           END-READ.

       L5-WRITE-LEDG-LINE.
           IF BAL-INCID-AMT NOT NUMERIC
               MOVE 0 TO BAL-INCID-AMT
           END-IF.
           ADD 1 TO STMT-LINE-CTR.
           MOVE BAL-CAMPGROUND  TO O-BL-CAMPGROUND.
           MOVE BAL-SITE        TO O-BL-SITE.
           MOVE BAL-START-DATE  TO O-BL-START-DATE.
           MOVE BAL-STAY-AMT    TO O-BL-STAY-AMT.
           MOVE BAL-INCID-AMT   TO O-BL-INCID-AMT.
           MOVE BAL-PAID-AMT    TO O-BL-PAID-AMT.
           MOVE BAL-BALANCE-DUE TO O-BL-BALANCE.
           ADD BAL-BALANCE-DUE  TO STMT-OPEN-BALANCE.
           WRITE RPTLINE FROM RPT-LEDG-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.

       L5-PRINT-ONE-RFND-LINE.
           IF RF-NAME(RF-SUB) = STMT-NAME
           IF GHIST-IN-STATUS = '00' OR GHIST-IN-STATUS = '10'
               CLOSE GHIST-IN
           END-IF.
           IF GST-OPEN-SW = 'Y'
               CLOSE GUEST-IN
           END-IF.
           IF GADDR-OPEN-SW = 'Y'
               CLOSE GADDR-IN
           END-IF.
           IF BAL-OPEN-SW = 'Y'
               CLOSE BAL-IN
           END-IF.
           CLOSE RPTOUT.

       L3-INIT-RPT-HEADING.
