      * No file in the system ever held a mailing address, so the     *
      * "mail-merge-ready" letter extracts still sent a clerk to      *
      * the paper card file.  This program maintains the guest        *
      * address file GSTADDR.IDX from keyed transactions on           *
      * GAMAINT.DAT, updating it in place by guest number, and        *
      * prints an update report of every transaction and its          *
      * disposition.                                                  *
      *                                                               *
      * A maintenance transaction carries an action code, the guest   *
      * number, and the address fields the action uses:               *
      *   S  set the guest's address (add or replace whole address)   *
      *   D  delete the guest's address                               *
      * The guest number must be on GUEST.IDX -- an address for a     *
      * number the system never assigned is a keying error.           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GADDR-MST
               ASSIGN TO 'C:\COBOLSP20\GSTADDR.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GAD-NUMBER
               FILE STATUS IS GADDR-MST-STATUS.

           SELECT MAINT-IN
               ASSIGN TO 'C:\COBOLSP20\GAMAINT.DAT'
               FILE STATUS IS MAINT-IN-STATUS.

           SELECT GUEST-IN
               ASSIGN TO 'C:\COBOLSP20\GUEST.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GST-NUMBER
               ALTERNATE RECORD KEY IS GST-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS GUEST-IN-STATUS.

           SELECT RPTOUT
               ASSIGN TO 'C:\COBOLSP20\GAMAINT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GADDR-MST
           LABEL RECORD IS STANDARD
           DATA RECORD IS GAD-REC
           RECORD CONTAINS 75 CHARACTERS.

           05  MT-PHONE            PIC X(12).

       FD  GUEST-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS GST-REC
           RECORD CONTAINS 67 CHARACTERS.

       COPY GSTREC.

       FD  RPTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTLINE
           05  MORE-RECS           PIC X      VALUE 'Y'.
           05  ERR-SW              PIC X      VALUE 'N'.
           05  MAINT-FOUND-SW      PIC X      VALUE 'N'.
           05  GADDR-OPEN-SW       PIC X      VALUE 'N'.
           05  GST-OPEN-SW         PIC X      VALUE 'N'.
           05  GAD-FOUND-SW        PIC X      VALUE 'N'.
           05  GST-FOUND-SW        PIC X      VALUE 'N'.

       01  CURRENT-DATE-AND-TIME.
           05  CURRENT-DATE.
           05  CURRENT-TIME        PIC X(11).

       01  MISC.
           05  GADDR-MST-STATUS    PIC XX     VALUE SPACES.
           05  MAINT-IN-STATUS     PIC XX     VALUE SPACES.
           05  GUEST-IN-STATUS     PIC XX     VALUE SPACES.
           05  RPT-PAGE-CTR        PIC 99     VALUE 0.

       01  MAINT-TOTALS.
           05  MNT-READ-CTR        PIC 9(5)   VALUE 0.
           05  MNT-APPLIED-CTR     PIC 9(5)   VALUE 0.
           05  MNT-REJECTED-CTR    PIC 9(5)   VALUE 0.

       01  RPT-TITLE-LINE.
           05  FILLER               PIC X(6)    VALUE 'DATE: '.
           05  RPT-TITLE-DATE.
           MOVE 'Y'                       TO MORE-RECS.
           OPEN OUTPUT RPTOUT.
           PERFORM L3-INIT-RPT-HEADING.
           PERFORM L2A-OPEN-ADDRESS-FILE.
           PERFORM L2B-OPEN-GUEST-MASTER.
           OPEN INPUT MAINT-IN.
           IF MAINT-IN-STATUS = '00'
               MOVE 'Y' TO MAINT-FOUND-SW
           END-IF.

      *****************************************************************
      * L2A-OPEN-ADDRESS-FILE opens the address file for update.  A   *
      * missing GSTADDR.IDX is not an error -- it is created empty,   *
      * and the first run of this program is how the file is built    *
      * in the first place.  A file that will not open rejects every  *
      * transaction.                                                  *
      *****************************************************************
       L2A-OPEN-ADDRESS-FILE.
           OPEN I-O GADDR-MST.
           IF GADDR-MST-STATUS = '35'
               OPEN OUTPUT GADDR-MST
               CLOSE GADDR-MST
               OPEN I-O GADDR-MST
           END-IF.
           IF GADDR-MST-STATUS = '00'
               MOVE 'Y' TO GADDR-OPEN-SW
           ELSE
               DISPLAY 'GUEST ADDRESS FILE OPEN FAILED -- STATUS '
                   GADDR-MST-STATUS
           END-IF.

       L2B-OPEN-GUEST-MASTER.
           OPEN INPUT GUEST-IN.
           IF GUEST-IN-STATUS = '00'
               MOVE 'Y' TO GST-OPEN-SW
           END-IF.

       L2-MAINLINE.
           ADD 1 TO MNT-READ-CTR.
           PERFORM L3-FIND-ADDRESS.
           PERFORM L3-FIND-GUEST-NUMBER.
           EVALUATE TRUE
               WHEN GADDR-OPEN-SW = 'N'
                   MOVE 'Y' TO ERR-SW
                   MOVE 'ADDRESS FILE NOT OPEN - NOT APPLIED'
                       TO O-MT-DISP
               WHEN NOT VAL-MT-ACTION
                   MOVE 'Y' TO ERR-SW
                   MOVE 'ACTION MUST BE S OR D'
                       PERFORM L5-RPT-HEADING.

       L3-FIND-ADDRESS.
           MOVE 'N' TO GAD-FOUND-SW.
           IF MT-NUMBER NUMERIC AND GADDR-OPEN-SW = 'Y'
               MOVE MT-NUMBER TO GAD-NUMBER
               READ GADDR-MST
                   INVALID KEY
                       MOVE 'N' TO GAD-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO GAD-FOUND-SW
               END-READ
           END-IF.

       L3-FIND-GUEST-NUMBER.
           MOVE 'N' TO GST-FOUND-SW.
           IF MT-NUMBER NUMERIC AND GST-OPEN-SW = 'Y'
               MOVE MT-NUMBER TO GST-NUMBER
               READ GUEST-IN
                   INVALID KEY
                       MOVE 'N' TO GST-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO GST-FOUND-SW
               END-READ
           END-IF.

      *****************************************************************
      *****************************************************************
       L4-APPLY-SET.
           EVALUATE TRUE
               WHEN GST-FOUND-SW = 'N'
                   MOVE 'Y' TO ERR-SW
                   MOVE 'GUEST NUMBER NOT ON GUEST MASTER'
                       TO O-MT-DISP
                   MOVE 'Y' TO ERR-SW
                   MOVE 'STREET AND CITY MUST NOT BE BLANK'
                       TO O-MT-DISP
               WHEN GAD-FOUND-SW = 'Y'
                   PERFORM L4-STORE-ADDRESS
                   REWRITE GAD-REC
                       INVALID KEY
                           MOVE 'Y' TO ERR-SW
                           MOVE 'ADDRESS REWRITE REJECTED'
                               TO O-MT-DISP
                       NOT INVALID KEY
                           MOVE 'ADDRESS REPLACED' TO O-MT-DISP
                   END-REWRITE
               WHEN OTHER
                   PERFORM L4-STORE-ADDRESS
                   WRITE GAD-REC
                       INVALID KEY
                           MOVE 'Y' TO ERR-SW
                           MOVE 'ADDRESS ADD REJECTED'
                               TO O-MT-DISP
                       NOT INVALID KEY
                           MOVE 'ADDRESS ADDED' TO O-MT-DISP
                   END-WRITE
           END-EVALUATE.

       L4-STORE-ADDRESS.
           MOVE MT-NUMBER TO GAD-NUMBER.
           MOVE MT-STREET TO GAD-STREET.
           MOVE MT-CITY   TO GAD-CITY.
           MOVE MT-STATE  TO GAD-STATE.
           MOVE MT-ZIP    TO GAD-ZIP.
           MOVE MT-PHONE  TO GAD-PHONE.

       L4-APPLY-DELETE.
           EVALUATE TRUE
               WHEN GAD-FOUND-SW = 'N'
                   MOVE 'Y' TO ERR-SW
                   MOVE 'NO ADDRESS ON FILE FOR GUEST NUMBER'
                       TO O-MT-DISP
               WHEN OTHER
                   DELETE GADDR-MST RECORD
                       INVALID KEY
                           MOVE 'Y' TO ERR-SW
                           MOVE 'ADDRESS DELETE REJECTED'
                               TO O-MT-DISP
                       NOT INVALID KEY
                           MOVE 'ADDRESS DELETED' TO O-MT-DISP
                   END-DELETE
           END-EVALUATE.

       L2-CLOSING.
           MOVE MNT-READ-CTR     TO O-MNT-READ-CTR.
           MOVE MNT-APPLIED-CTR  TO O-MNT-APPLIED-CTR.
           MOVE MNT-REJECTED-CTR TO O-MNT-REJECTED-CTR.
           IF MAINT-FOUND-SW = 'Y'
               CLOSE MAINT-IN
           END-IF.
           IF GADDR-OPEN-SW = 'Y'
               CLOSE GADDR-MST
           END-IF.
           IF GST-OPEN-SW = 'Y'
               CLOSE GUEST-IN
           END-IF.
           CLOSE RPTOUT.

       L3-INIT-RPT-HEADING.
           MOVE 1            TO RPT-PAGE-CTR.
