               RECORD KEY IS AVM-KEY
               FILE STATUS IS AVAIL-MST-STATUS.

      *****************************************************************
      * AUDIT-OUT is the edit run's cumulative audit trail -- every   *
      * hold placed or lifted goes on it with its master image, so    *
      * the trail accounts for every master change when CBLHJB32      *
      * rolls the availability master forward.                        *
      *****************************************************************
           SELECT AUDIT-OUT
               ASSIGN TO 'C:\COBOLSP20\AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-OUT-STATUS.


      *****************************************************************
      * RUNLOG-OUT is the shared run log -- a start record at         *
               88 AVM-MAINT        VALUE 'M'.
           05  AVM-GROUP-ID        PIC X(6).

       FD  AUDIT-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS AUDIT-REC
           RECORD CONTAINS 287 CHARACTERS.

       01  AUDIT-REC.
           05  AUD-RUN-DATE        PIC 9(8).
           05  AUD-RUN-TIME        PIC X(8).
           05  AUD-TRAN            PIC X(163).
           05  AUD-BEFORE          PIC X(51).
           05  AUD-AFTER           PIC X(51).
           05  AUD-CLERK-ID        PIC X(6).

       FD  CGPARM-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS CGPO-REC
           05  CGPARM-IN-STATUS    PIC XX     VALUE SPACES.
           05  MAINT-IN-STATUS     PIC XX     VALUE SPACES.
           05  AVAIL-MST-STATUS    PIC XX     VALUE SPACES.
           05  AUDIT-OUT-STATUS    PIC XX     VALUE SPACES.
           05  CGPARM-MORE-SW      PIC X      VALUE 'Y'.
           05  RPT-PAGE-CTR        PIC 99     VALUE 0.
           05  HOLD-DATE-OK-SW     PIC X      VALUE 'Y'.
           PERFORM L3-INIT-RPT-HEADING.
           PERFORM L2A-LOAD-PARM-MASTER.
           PERFORM L2B-OPEN-AVAIL-MASTER.
           OPEN EXTEND AUDIT-OUT.
           IF AUDIT-OUT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-OUT
           END-IF.
           OPEN INPUT MAINT-IN.
           IF MAINT-IN-STATUS = '00'
               MOVE 'Y' TO MAINT-FOUND-SW
                           MOVE 'KEY ALREADY BOOKED OR HELD'
                               TO O-MT-DISP
                       NOT INVALID KEY
                           MOVE SPACES  TO AUD-BEFORE
                           MOVE AVM-REC TO AUD-AFTER
                           PERFORM L4-WRITE-HOLD-AUDIT
                           MOVE 'OUT-OF-SERVICE HOLD PLACED'
                               TO O-MT-DISP
                   END-WRITE
                               TO O-MT-DISP
                       NOT INVALID KEY
                           IF AVM-MAINT
                               MOVE AVM-REC TO AUD-BEFORE
                               MOVE SPACES  TO AUD-AFTER
                               PERFORM L4-WRITE-HOLD-AUDIT
                               DELETE AVAIL-MST RECORD
                               MOVE 'OUT-OF-SERVICE HOLD LIFTED'
                                   TO O-MT-DISP
                   END-READ
           END-EVALUATE.

      *****************************************************************
      * L4-WRITE-HOLD-AUDIT stamps the staged hold image with the run *
      * date and time and the maintenance transaction itself.         *
      *****************************************************************
       L4-WRITE-HOLD-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DATE          TO AUD-RUN-DATE.
           MOVE CURRENT-TIME(1:8)     TO AUD-RUN-TIME.
           MOVE SPACES                TO AUD-TRAN.
           MOVE '*SITE HOLD*'         TO AUD-TRAN(1:11).
           MOVE MT-ACTION             TO AUD-TRAN(12:1).
           MOVE SPACES                TO AUD-CLERK-ID.
           WRITE AUDIT-REC.

      *****************************************************************
      * L5-VALIDATE-HOLD-DATES requires both hold dates numeric with  *
      * a sound month and day, start not after end.                   *
               CLOSE MAINT-IN
           END-IF.
           CLOSE AVAIL-MST.
           CLOSE AUDIT-OUT.
           CLOSE RPTOUT.
           PERFORM L2O-WRITE-END-RECORD.

