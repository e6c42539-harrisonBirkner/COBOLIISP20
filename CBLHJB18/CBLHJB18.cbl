               FILE STATUS IS REMDAYS-IN-STATUS.

           SELECT BAL-IN
               ASSIGN TO 'C:\COBOLSP20\BALLEDG.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-KEY
               FILE STATUS IS BAL-IN-STATUS.

           SELECT AVAIL-MST
               RECORD KEY IS AVM-KEY
               FILE STATUS IS AVAIL-MST-STATUS.

      *****************************************************************
      * GUEST-IN is read at random by the ledger name on its          *
      * alternate last/first name key, and GADDR-IN by the guest      *
      * number that read returns.                                     *
      *****************************************************************
           SELECT GUEST-IN
               ASSIGN TO 'C:\COBOLSP20\GUEST.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

           SELECT REMIND-OUT
       01  REMDAYS-REC             PIC 9(3).

       FD  BAL-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS BAL-REC
           RECORD CONTAINS 120 CHARACTERS.

       COPY BALREC.

           05  AVM-GROUP-ID        PIC X(6).

       FD  GUEST-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS GST-REC
           RECORD CONTAINS 67 CHARACTERS.

       COPY GSTREC.

       FD  GADDR-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS GAD-REC
           RECORD CONTAINS 75 CHARACTERS.


      * the same shape CONFIRM-OUT writes, so one mail-merge layout
      * serves confirmations, waitlist offers, and reminders alike --
      * the mailing address rides on the record off GSTADDR.IDX, and
      * the card on file rides as type plus last four off the ledger
      * so the letter can name it without mailing the whole number
       01  REMIND-REC.
       01  SWITCHES.
           05  MORE-RECS           PIC X      VALUE 'Y'.
           05  BAL-FOUND-SW        PIC X      VALUE 'N'.
           05  GST-OPEN-SW         PIC X      VALUE 'N'.
           05  AVM-FOUND-SW        PIC X      VALUE 'N'.

       01  CURRENT-DATE-AND-TIME.
           05  AVAIL-MST-STATUS    PIC XX     VALUE SPACES.
           05  GUEST-IN-STATUS     PIC XX     VALUE SPACES.
           05  GADDR-IN-STATUS     PIC XX     VALUE SPACES.
           05  GADDR-OPEN-SW       PIC X      VALUE 'N'.
           05  RPT-PAGE-CTR        PIC 99     VALUE 0.
           05  REMIND-DAYS         PIC 9(3)   VALUE 7.

       01  AGE-CALC.
           05  AGE-CURR-JULIAN     PIC S9(8)  VALUE 0.
           05  NS-LNAME            PIC X(20).
           05  NS-FNAME            PIC X(20).

       01  RPT-TITLE-LINE.
           05  FILLER               PIC X(6)    VALUE 'DATE: '.
           05  RPT-TITLE-DATE.
           COMPUTE AGE-CURR-JULIAN =
               FUNCTION INTEGER-OF-DATE(AGE-CURR-DATE-NUM).
           PERFORM L2A-SET-REMIND-DAYS.
           PERFORM L2B-OPEN-GUEST-MASTER.
           PERFORM L2C-OPEN-GUEST-ADDRESSES.
           OPEN INPUT AVAIL-MST.
           IF AVAIL-MST-STATUS NOT = '00'
               DISPLAY 'AVAILABILITY MASTER OPEN FAILED -- STATUS '
               CLOSE REMDAYS-IN
           END-IF.

       L2B-OPEN-GUEST-MASTER.
           OPEN INPUT GUEST-IN.
           IF GUEST-IN-STATUS = '00'
               MOVE 'Y' TO GST-OPEN-SW
           END-IF.

       L2C-OPEN-GUEST-ADDRESSES.
           OPEN INPUT GADDR-IN.
           IF GADDR-IN-STATUS = '00'
               MOVE 'Y' TO GADDR-OPEN-SW
           END-IF.

      *****************************************************************
      * L2-MAINLINE selects one ledger entry: an open balance whose   *
           UNSTRING BAL-NAME
               DELIMITED BY ', '
               INTO NS-LNAME NS-FNAME.
           IF GST-OPEN-SW = 'Y'
               MOVE NS-LNAME TO GST-LNAME
               MOVE NS-FNAME TO GST-FNAME
               READ GUEST-IN
                   KEY IS GST-NAME-KEY
                   INVALID KEY
                       NEXT SENTENCE
                   NOT INVALID KEY
                       MOVE GST-NUMBER TO RM-GUEST-NUM
               END-READ
           END-IF.

      * cash and check tender on the ledger is no card on file --
           MOVE SPACES TO RM-CITY.
           MOVE SPACES TO RM-STATE.
           MOVE SPACES TO RM-ZIP.
           IF RM-GUEST-NUM > 0 AND GADDR-OPEN-SW = 'Y'
               MOVE RM-GUEST-NUM TO GAD-NUMBER
               READ GADDR-IN
                   INVALID KEY
                       NEXT SENTENCE
                   NOT INVALID KEY
                       MOVE GAD-STREET TO RM-STREET
                       MOVE GAD-CITY   TO RM-CITY
                       MOVE GAD-STATE  TO RM-STATE
                       MOVE GAD-ZIP    TO RM-ZIP
               END-READ
           END-IF.

       L2-CLOSING.
               CLOSE BAL-IN
           END-IF.
           CLOSE AVAIL-MST.
           IF GST-OPEN-SW = 'Y'
               CLOSE GUEST-IN
           END-IF.
           IF GADDR-OPEN-SW = 'Y'
               CLOSE GADDR-IN
           END-IF.
           CLOSE REMIND-OUT.
           CLOSE RPTOUT.

