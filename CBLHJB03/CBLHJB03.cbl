      * RESERVE.DAT but written to neither CAMPRES.DAT nor            *
      * SUSPENSE.DAT) and a 'P' record per promotion (written to      *
      * CAMPRES.DAT with no RESERVE.DAT record behind it).  Both are  *
      * needed for the day's record counts to foot.  So are the card  *
      * fraud screen's 'F' records -- a booking held for review,      *
      * written to none of the three -- and its 'L' records -- a      *
      * reviewed booking released back through the edit with no       *
      * RESERVE.DAT record behind it.                                 *
      *****************************************************************
           SELECT WAITACT-IN
               ASSIGN TO 'C:\COBOLSP20\WAITACT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAITACT-IN-STATUS.

      *****************************************************************
      * HELDBAT-IN is the held-batch file CBLHJB01 writes -- every    *
      * batch on RESERVE.DAT that wouldn't prove against its header   *
      * is set aside there whole, so its transactions reached neither *
      * CAMPRES.DAT nor SUSPENSE.DAT and are accounted for here.      *
      *****************************************************************
           SELECT HELDBAT-IN
               ASSIGN TO 'C:\COBOLSP20\HELDBAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HELDBAT-IN-STATUS.

           SELECT GENCTL
               ASSIGN TO 'C:\COBOLSP20\GENCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  RESERVE-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAN-REC
           RECORD CONTAINS 163 CHARACTERS.

       01  TRAN-REC.
           05  TR-REC-TYPE         PIC X.
               88 TR-BATCH-CONTROL VALUE 'H', 'T'.
           05  FILLER              PIC X(162).

       FD  BATCH-CTL
           LABEL RECORD IS OMITTED
       FD  SUSPENSE-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS SUS-REC
           RECORD CONTAINS 190 CHARACTERS.

       COPY SUSREC.

       FD  WAITACT-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS WAITACT-REC
           RECORD CONTAINS 164 CHARACTERS.

       01  WAITACT-REC.
           05  WA-TYPE             PIC X.
           05  WA-TRAN             PIC X(163).

       FD  HELDBAT-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS HELDBAT-REC
           RECORD CONTAINS 163 CHARACTERS.

       01  HELDBAT-REC.
           05  HB-REC-TYPE         PIC X.
               88 HB-BATCH-CONTROL VALUE 'H', 'T'.
           05  FILLER              PIC X(162).

       FD  RPTOUT
           LABEL RECORD IS OMITTED
           05  WAITACT-MORE-SW     PIC X      VALUE 'Y'.
           05  WAITACT-FOUND-SW    PIC X      VALUE 'N'.
           05  WAITACT-IN-STATUS   PIC XX     VALUE SPACES.
           05  HELDBAT-MORE-SW     PIC X      VALUE 'Y'.
           05  HELDBAT-FOUND-SW    PIC X      VALUE 'N'.
           05  HELDBAT-IN-STATUS   PIC XX     VALUE SPACES.

       01  BATCH-CONTROL.
           05  BATCH-CTL-STATUS        PIC XX     VALUE SPACES.
           05  REC-WL-PROM-CTR     PIC 9(7)   VALUE 0.
           05  REC-RECYCLE-CTR     PIC 9(7)   VALUE 0.
           05  REC-DECL-CTR        PIC 9(7)   VALUE 0.
           05  REC-BATCH-CTL-CTR   PIC 9(7)   VALUE 0.
           05  REC-HELD-CTR        PIC 9(7)   VALUE 0.
           05  REC-FRD-HELD-CTR    PIC 9(7)   VALUE 0.
           05  REC-FRD-REL-CTR     PIC 9(7)   VALUE 0.
           05  GRP-SUB             PIC 99     VALUE 0.
           05  GRP-SEEN-SW         PIC X      VALUE 'N'.

               'PROCESSOR DECLINES - EXCLUDED'.
           05  O-REC-DECL-CTR       PIC ZZZZZZ9.

       01  RPT-HELD-LINE.
           05  FILLER               PIC X(33)   VALUE
               'HELD IN OUT-OF-BALANCE BATCHES'.
           05  O-REC-HELD-CTR       PIC ZZZZZZ9.

       01  RPT-FRD-HELD-LINE.
           05  FILLER               PIC X(33)   VALUE
               'HELD FOR CARD FRAUD REVIEW'.
           05  O-REC-FRD-HELD-CTR   PIC ZZZZZZ9.

       01  RPT-FRD-REL-LINE.
           05  FILLER               PIC X(33)   VALUE
               'RELEASED FROM CARD FRAUD REVIEW'.
           05  O-REC-FRD-REL-CTR    PIC ZZZZZZ9.

       01  RPT-BATCH-CTL-LINE.
           05  FILLER               PIC X(33)   VALUE
               'BATCH HEADERS/TRAILERS - EXCLUDED'.
           05  O-REC-BATCH-CTL-CTR  PIC ZZZZZZ9.

       01  RPT-OUT-LINE.
           05  FILLER               PIC X(33)   VALUE
               'TOTAL ACCOUNTED FOR'.
               PERFORM L3-COUNT-WAITACT
                   UNTIL WAITACT-MORE-SW = 'N'
           END-IF.
           IF HELDBAT-FOUND-SW = 'Y'
               PERFORM L3-COUNT-HELDBAT
                   UNTIL HELDBAT-MORE-SW = 'N'
           END-IF.
           PERFORM L4-RECONCILE.
           PERFORM L2-CLOSING.
           STOP RUN.
           IF WAITACT-IN-STATUS = '00'
               MOVE 'Y' TO WAITACT-FOUND-SW
           END-IF.
           OPEN INPUT HELDBAT-IN.
           IF HELDBAT-IN-STATUS = '00'
               MOVE 'Y' TO HELDBAT-FOUND-SW
           END-IF.
           OPEN OUTPUT RPTOUT.
           MOVE FUNCTION CURRENT-DATE     TO CURRENT-DATE-AND-TIME.
           PERFORM L2O-OPEN-RUN-LOG.
           IF WAITACT-FOUND-SW = 'Y'
               CLOSE WAITACT-IN
           END-IF.
           IF HELDBAT-FOUND-SW = 'Y'
               CLOSE HELDBAT-IN
           END-IF.
           CLOSE RPTOUT.
           PERFORM L2O-WRITE-END-RECORD.

      * stopping, so REC-IN-CTR totals the whole batch instead of      *
      * just the first file in it.                                     *
      *****************************************************************
      * the office's batch header and trailer records carry no        *
      * transaction and are counted apart from REC-IN-CTR
       L3-COUNT-RESERVE.
           MOVE 'N' TO RESERVE-READ-OK-SW.
           PERFORM L3-COUNT-ONE-RESERVE-REC
               AT END
                   PERFORM L3A-ADVANCE-RESERVE-FILE
               NOT AT END
                   IF TR-BATCH-CONTROL
                       ADD 1 TO REC-BATCH-CTL-CTR
                   ELSE
                       ADD 1 TO REC-IN-CTR
                   END-IF
                   MOVE 'Y' TO RESERVE-READ-OK-SW
           END-READ.

                           ADD 1 TO REC-WL-PROM-CTR
                       WHEN 'R'
                           ADD 1 TO REC-RECYCLE-CTR
                       WHEN 'F'
                           ADD 1 TO REC-FRD-HELD-CTR
                       WHEN 'L'
                           ADD 1 TO REC-FRD-REL-CTR
                   END-EVALUATE
           END-READ.

       L3-COUNT-HELDBAT.
           READ HELDBAT-IN
               AT END
                   MOVE 'N' TO HELDBAT-MORE-SW
               NOT AT END
                   IF NOT HB-BATCH-CONTROL
                       ADD 1 TO REC-HELD-CTR
                   END-IF
           END-READ.

      *****************************************************************
      * L4-RECONCILE ties every RESERVE.DAT record back to exactly    *
      * one CAMPRES.DAT or SUSPENSE.DAT record -- CBLHJB01 writes     *
      * Every RESERVE.DAT record lands in exactly one of CAMPRES.DAT,
      * SUSPENSE.DAT, or the waitlist -- and every promotion or
      * workbench recycle puts an output record out with no RESERVE
      * record behind it, so both come back out before footing.  A
      * transaction in a batch held out of balance never reached the
      * edit at all -- it is accounted for on the held-batch file.
      * A booking held for card fraud review reached no output file,
      * and one released from review comes back out of one with no
      * RESERVE record behind it, the same as a recycle.
       L4-RECONCILE.
           COMPUTE REC-OUT-CTR = REC-ACCEPT-CTR + REC-REJECT-CTR
               + REC-WL-ADD-CTR - REC-WL-PROM-CTR
               - REC-RECYCLE-CTR + REC-HELD-CTR
               + REC-FRD-HELD-CTR - REC-FRD-REL-CTR.
           COMPUTE REC-DIFF = REC-IN-CTR - REC-OUT-CTR.
           MOVE REC-IN-CTR      TO O-REC-IN-CTR.
           MOVE REC-ACCEPT-CTR  TO O-REC-ACCEPT-CTR.
           MOVE REC-WL-PROM-CTR TO O-REC-WL-PROM-CTR.
           MOVE REC-RECYCLE-CTR TO O-REC-RECYCLE-CTR.
           MOVE REC-DECL-CTR    TO O-REC-DECL-CTR.
           MOVE REC-HELD-CTR    TO O-REC-HELD-CTR.
           MOVE REC-FRD-HELD-CTR TO O-REC-FRD-HELD-CTR.
           MOVE REC-FRD-REL-CTR TO O-REC-FRD-REL-CTR.
           MOVE REC-BATCH-CTL-CTR TO O-REC-BATCH-CTL-CTR.
           MOVE REC-OUT-CTR     TO O-REC-OUT-CTR.
           WRITE RPTLINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
               AFTER ADVANCING 1 LINE.
           WRITE RPTLINE FROM RPT-DECL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RPTLINE FROM RPT-HELD-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RPTLINE FROM RPT-FRD-HELD-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RPTLINE FROM RPT-FRD-REL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RPTLINE FROM RPT-BATCH-CTL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RPTLINE FROM RPT-OUT-LINE
               AFTER ADVANCING 2 LINES.
           IF REC-DIFF = 0
