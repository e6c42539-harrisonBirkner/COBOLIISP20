      * divided between them.  This utility reads keyed merge         *
      * transactions off MERGE.DAT -- survivor guest number,          *
      * duplicate guest number -- folds the duplicate's activity      *
      * counters and status onto the survivor on GUEST.IDX,           *
      * restamps every one of the duplicate's GUESTHIS.DAT records    *
      * to the survivor's number, and prints an audit report of       *
      * every merge so the repeat-camper counts stop undercounting    *
      * the best guests.                                              *
      * The duplicate's GSTADDR.IDX record follows the merge too:     *
      * it restamps to the survivor when the survivor has no address  *
      * on file, and drops (survivor's own address wins) when both    *
      * carry one -- either way the audit report says so, and no      *
      * address is left orphaned under a merged-away number.          *
      * The guest master and address file are updated in place as     *
      * each merge is applied -- the survivor rewritten and the       *
      * duplicate deleted, both journaled to MSTJRNL.DAT -- while the *
      * history goes to GUESTHIS.NEW the same old-master-in           *
      * new-master-out way CBLHJB05 carries the parameter file, for   *
      * operations to swap in once the audit report is reviewed.  A   *
      * merged-away number is never reissued -- CBLHJB01 assigns new  *
      * numbers above the highest on file.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUEST-MST
               ASSIGN TO 'C:\COBOLSP20\GUEST.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GST-NUMBER
               ALTERNATE RECORD KEY IS GST-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS GUEST-MST-STATUS.

           SELECT MERGE-IN
               ASSIGN TO 'C:\COBOLSP20\MERGE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-IN-STATUS.

      *****************************************************************
      * MSTJRNL-OUT is the master image journal -- every survivor a   *
      * merge changed and every duplicate it dropped goes on it with  *
      * its before and after image so CBLHJB32 can roll the guest     *
      * master forward over the merge.                                *
      *****************************************************************
           SELECT MSTJRNL-OUT
               ASSIGN TO 'C:\COBOLSP20\MSTJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSTJRNL-OUT-STATUS.

           SELECT GHIST-IN
               ASSIGN TO 'C:\COBOLSP20\GUESTHIS.DAT'
               ASSIGN TO 'C:\COBOLSP20\GUESTHIS.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GADDR-MST
               ASSIGN TO 'C:\COBOLSP20\GSTADDR.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GAD-NUMBER
               FILE STATUS IS GADDR-MST-STATUS.

           SELECT RPTOUT
               ASSIGN TO 'C:\COBOLSP20\MERGE.PRT'

       DATA DIVISION.
       FILE SECTION.
       FD  GUEST-MST
           LABEL RECORD IS STANDARD
           DATA RECORD IS GST-REC
           RECORD CONTAINS 67 CHARACTERS.

           05  MG-SURVIVOR         PIC 9(6).
           05  MG-DUPLICATE        PIC 9(6).

       FD  MSTJRNL-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS MJ-REC
           RECORD CONTAINS 265 CHARACTERS.

       COPY MJREC.

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

       FD  GHIST-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS GHO-REC
           RECORD CONTAINS 62 CHARACTERS.

       01  GHO-REC                 PIC X(62).

       FD  GADDR-MST
           LABEL RECORD IS STANDARD
           DATA RECORD IS GAD-REC
           RECORD CONTAINS 75 CHARACTERS.

       COPY GADREC.

       FD  RPTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTLINE
           05  MORE-RECS           PIC X      VALUE 'Y'.
           05  ERR-SW              PIC X      VALUE 'N'.
           05  MERGE-FOUND-SW      PIC X      VALUE 'N'.
           05  GST-OPEN-SW         PIC X      VALUE 'N'.
           05  GHIST-MORE-SW       PIC X      VALUE 'Y'.
           05  GHIST-FOUND-SW      PIC X      VALUE 'N'.
           05  GADDR-FOUND-SW      PIC X      VALUE 'N'.
           05  SRV-AD-FOUND-SW     PIC X      VALUE 'N'.
           05  DUP-AD-FOUND-SW     PIC X      VALUE 'N'.

       01  CURRENT-DATE-AND-TIME.
           05  CURRENT-DATE.
           05  CURRENT-TIME        PIC X(11).

       01  MISC.
           05  GUEST-MST-STATUS    PIC XX     VALUE SPACES.
           05  MERGE-IN-STATUS     PIC XX     VALUE SPACES.
           05  GHIST-IN-STATUS     PIC XX     VALUE SPACES.
           05  GADDR-MST-STATUS    PIC XX     VALUE SPACES.
           05  MSTJRNL-OUT-STATUS  PIC XX     VALUE SPACES.
           05  RPT-PAGE-CTR        PIC 99     VALUE 0.
           05  SURV-SUB            PIC 9(4)   VALUE 0.
           05  DUP-SUB             PIC 9(4)   VALUE 0.
           05  MAP-SUB             PIC 9(4)   VALUE 0.

       01  MERGE-TOTALS.
           05  MRG-READ-CTR        PIC 9(5)   VALUE 0.
           05  MRG-HIST-CTR        PIC 9(7)   VALUE 0.

      *****************************************************************
      * GT-TABLE holds the merge card's two guests as read off the    *
      * master -- the survivor in entry 1 and the duplicate in entry  *
      * 2 -- with GT-BEFORE keeping each as read for the journal.     *
      * SURV-SUB or DUP-SUB stays zero when its guest is not on file. *
      *****************************************************************
       01  GT-TABLE.
           05  GT-ENTRY            OCCURS 2 TIMES.
               10  GT-NUMBER           PIC 9(6).
               10  GT-LNAME            PIC X(20).
               10  GT-FNAME            PIC X(20).
               10  GT-STATUS           PIC X.
                   88 GT-FLAGGED       VALUE 'F'.
                   88 GT-NO-CHECKS     VALUE 'K'.
               10  GT-RES-CTR          PIC 9(4).
               10  GT-CANCEL-CTR       PIC 9(4).
               10  GT-CHANGE-CTR       PIC 9(4).
               10  GT-LAST-ACT-DATE    PIC 9(8).

       01  GT-BEFORE-TABLE.
           05  GT-BEFORE           PIC X(67)  OCCURS 2 TIMES.

      *****************************************************************
      * MERGE-MAP remembers every applied merge so the history        *
      * rewrite can restamp the duplicate's records in one pass at    *
               10  MAP-DUP-NUMBER  PIC 9(6).
               10  MAP-SRV-NUMBER  PIC 9(6).

      * the duplicate's address is held here while the survivor's
      * address is read
       01  GAD-WORK                PIC X(75).

       01  RPT-TITLE-LINE.
           05  FILLER               PIC X(6)    VALUE 'DATE: '.
           MOVE 'Y'                       TO MORE-RECS.
           OPEN OUTPUT RPTOUT.
           PERFORM L3-INIT-RPT-HEADING.
           PERFORM L2A-OPEN-GUEST-MASTER.
           PERFORM L2B-OPEN-ADDRESS-FILE.
           OPEN INPUT MERGE-IN.
           IF MERGE-IN-STATUS = '00'
               MOVE 'Y' TO MERGE-FOUND-SW
               PERFORM L9-READ-MERGE
           END-IF.

      *****************************************************************
      * L2A-OPEN-GUEST-MASTER opens the guest master for update and   *
      * the master image journal for append -- a master that is not   *
      * on file has nothing to merge.                                 *
      *****************************************************************
       L2A-OPEN-GUEST-MASTER.
           OPEN I-O GUEST-MST.
           IF GUEST-MST-STATUS = '00'
               MOVE 'Y' TO GST-OPEN-SW
               OPEN EXTEND MSTJRNL-OUT
               IF MSTJRNL-OUT-STATUS NOT = '00'
                   OPEN OUTPUT MSTJRNL-OUT
               END-IF
           ELSE
               DISPLAY 'GUEST.IDX OPEN FAILED -- STATUS '
                   GUEST-MST-STATUS ' -- NOTHING TO MERGE'
               MOVE 'N' TO MORE-RECS
           END-IF.

      *****************************************************************
      * L2B-OPEN-ADDRESS-FILE opens the guest address file for update *
      * so the duplicate's address can follow its guest through the   *
      * merge.  A missing GSTADDR.IDX is not an error -- the shop ran *
      * without addresses before CBLHJB19 built the file.             *
      *****************************************************************
       L2B-OPEN-ADDRESS-FILE.
           OPEN I-O GADDR-MST.
           IF GADDR-MST-STATUS = '00'
               MOVE 'Y' TO GADDR-FOUND-SW
           END-IF.

       L2-MAINLINE.
           ADD 1 TO MRG-READ-CTR.
           MOVE 'N' TO ERR-SW.
       L3-FIND-BOTH-GUESTS.
           MOVE 0 TO SURV-SUB.
           MOVE 0 TO DUP-SUB.
           IF MG-SURVIVOR NUMERIC
               MOVE MG-SURVIVOR TO GST-NUMBER
               READ GUEST-MST
                   INVALID KEY
                       MOVE 0 TO SURV-SUB
                   NOT INVALID KEY
                       MOVE 1       TO SURV-SUB
                       MOVE GST-REC TO GT-ENTRY(1)
                       MOVE GST-REC TO GT-BEFORE(1)
               END-READ
           END-IF.
           IF MG-DUPLICATE NUMERIC
               MOVE MG-DUPLICATE TO GST-NUMBER
               READ GUEST-MST
                   INVALID KEY
                       MOVE 0 TO DUP-SUB
                   NOT INVALID KEY
                       MOVE 2       TO DUP-SUB
                       MOVE GST-REC TO GT-ENTRY(2)
                       MOVE GST-REC TO GT-BEFORE(2)
               END-READ
           END-IF.

      *****************************************************************
      * L4-APPLY-MERGE folds the duplicate onto the survivor: the     *
      * activity counters add, the later last-activity date wins,     *
      * and a flag on either side stays on the survivor so an office  *
      * hold is never washed away by a merge.  A returned-check mark  *
      * carries over the same way, though a flag outranks it.  The    *
      * survivor is rewritten and the duplicate deleted, each         *
      * journaled, and the number pair joins the map the history      *
      * rewrite restamps from.                                        *
      *****************************************************************
       L4-APPLY-MERGE.
           EVALUATE TRUE
           IF GT-FLAGGED(DUP-SUB)
               MOVE 'F' TO GT-STATUS(SURV-SUB)
           END-IF.
           IF GT-NO-CHECKS(DUP-SUB)
            AND NOT GT-FLAGGED(SURV-SUB)
               MOVE 'K' TO GT-STATUS(SURV-SUB)
           END-IF.
           MOVE GT-ENTRY(SURV-SUB)  TO GST-REC.
           MOVE GT-BEFORE(SURV-SUB) TO MJ-BEFORE.
           MOVE GST-REC             TO MJ-AFTER.
           REWRITE GST-REC
               INVALID KEY
                   MOVE 'Y' TO ERR-SW
                   MOVE 'SURVIVOR REWRITE REJECTED - NOT MERGED'
                       TO O-MG-DISP
               NOT INVALID KEY
                   PERFORM L6-WRITE-JOURNAL-REC
                   PERFORM L4-DROP-DUPLICATE
           END-REWRITE.

       L4-DROP-DUPLICATE.
           MOVE GT-BEFORE(DUP-SUB) TO GST-REC.
           MOVE GT-BEFORE(DUP-SUB) TO MJ-BEFORE.
           MOVE SPACES             TO MJ-AFTER.
           DELETE GUEST-MST RECORD
               INVALID KEY
                   DISPLAY 'DUPLICATE DELETE REJECTED: ' MG-DUPLICATE
               NOT INVALID KEY
                   PERFORM L6-WRITE-JOURNAL-REC
           END-DELETE.
           ADD 1 TO MAP-COUNT.
           MOVE MG-DUPLICATE TO MAP-DUP-NUMBER(MAP-COUNT).
           MOVE MG-SURVIVOR  TO MAP-SRV-NUMBER(MAP-COUNT).

      *****************************************************************
      * L4-FOLD-ADDRESS keeps the address file square with the        *
      * merge: the duplicate's GSTADDR.IDX record restamps to the     *
      * survivor's number when the survivor has none, and drops when  *
      * the survivor already carries one -- the survivor's own        *
      * address wins.  Either way the audit line says what became     *
      * of it, and no record is left under a merged-away number.      *
      *****************************************************************
       L4-FOLD-ADDRESS.
           MOVE 'N' TO SRV-AD-FOUND-SW.
           MOVE 'N' TO DUP-AD-FOUND-SW.
           IF GADDR-FOUND-SW = 'Y'
               MOVE MG-DUPLICATE TO GAD-NUMBER
               READ GADDR-MST
                   INVALID KEY
                       MOVE 'N' TO DUP-AD-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y'     TO DUP-AD-FOUND-SW
                       MOVE GAD-REC TO GAD-WORK
               END-READ
           END-IF.
           IF DUP-AD-FOUND-SW = 'Y'
               MOVE MG-SURVIVOR TO GAD-NUMBER
               READ GADDR-MST
                   INVALID KEY
                       MOVE 'N' TO SRV-AD-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO SRV-AD-FOUND-SW
               END-READ
               IF SRV-AD-FOUND-SW = 'N'
                   MOVE GAD-WORK    TO GAD-REC
                   MOVE MG-SURVIVOR TO GAD-NUMBER
                   WRITE GAD-REC
                       INVALID KEY
                           DISPLAY 'SURVIVOR ADDRESS ADD REJECTED: '
                               MG-SURVIVOR
                   END-WRITE
                   MOVE 'DUPLICATE ADDRESS MOVED TO SURVIVOR'
                       TO O-MG-ADDR-DISP
               ELSE
                   MOVE 'DUPLICATE ADDRESS DROPPED - SURVIVOR KEPT'
                       TO O-MG-ADDR-DISP
               END-IF
               MOVE MG-DUPLICATE TO GAD-NUMBER
               DELETE GADDR-MST RECORD
                   INVALID KEY
                       DISPLAY 'DUPLICATE ADDRESS DELETE REJECTED: '
                           MG-DUPLICATE
               END-DELETE
               WRITE RPTLINE FROM RPT-ADDR-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L5-RPT-HEADING
           END-IF.

       L4-PRINT-NAMES.
           MOVE SPACES TO O-MG-SRV-NAME.
           STRING GT-LNAME(SURV-SUB) DELIMITED BY '  '
                       PERFORM L5-RPT-HEADING.

       L2-CLOSING.
           PERFORM L6-REWRITE-HISTORY.
           MOVE MRG-READ-CTR     TO O-MRG-READ-CTR.
           MOVE MRG-APPLIED-CTR  TO O-MRG-APPLIED-CTR.
           MOVE MRG-REJECTED-CTR TO O-MRG-REJECTED-CTR.
           IF MERGE-FOUND-SW = 'Y'
               CLOSE MERGE-IN
           END-IF.
           IF GST-OPEN-SW = 'Y'
               CLOSE GUEST-MST
               CLOSE MSTJRNL-OUT
           END-IF.
           IF GADDR-FOUND-SW = 'Y'
               CLOSE GADDR-MST
           END-IF.
           CLOSE RPTOUT.

      *****************************************************************
      * L6-WRITE-JOURNAL-REC journals one guest master change to the  *
      * master image journal as it is written -- a survivor that took *
      * on counters or a flag is a change, a merged-away duplicate a  *
      * drop.                                                         *
      *****************************************************************
       L6-WRITE-JOURNAL-REC.
           MOVE CURRENT-DATE       TO MJ-RUN-DATE.
           MOVE CURRENT-TIME(1:8)  TO MJ-RUN-TIME.
           MOVE 'CBLHJB14'         TO MJ-PROGRAM.
           MOVE 'G'                TO MJ-MASTER.
           WRITE MJ-REC.

      *****************************************************************
      * L6-REWRITE-HISTORY copies the cumulative history forward,     *
               ADD 1 TO MRG-HIST-CTR
           END-IF.

       L3-INIT-RPT-HEADING.
           MOVE 1            TO RPT-PAGE-CTR.
           MOVE RPT-PAGE-CTR TO RPT-TITLE-PAGE.
