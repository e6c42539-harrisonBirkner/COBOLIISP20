      *****************************************************************
      * INCREC -- one incidental charge line on INCIDENT.DAT, keyed   *
      * to its stay the way the balance ledger is (campground/site/   *
      * start date).  CBLHJB01 writes a line for every accepted       *
      * charge transaction, carries the open lines forward to         *
      * INCIDENT.NEW at closing, and prints them on the guest folio   *
      * when the stay checks out -- a folioed stay's lines are        *
      * dropped from the carry-forward.  The BALREC running total     *
      * BAL-INCID-AMT is the sum of a stay's open lines, plus any     *
      * returned check fee CBLHJB42 assessed against the stay.        *
      *****************************************************************
       01  INC-REC.
           05  INC-CAMPGROUND      PIC X(25).
           05  INC-SITE            PIC X(3).
           05  INC-START-DATE      PIC 9(8).
           05  INC-POST-DATE       PIC 9(8).
           05  INC-CHG-CODE        PIC X(4).
           05  INC-DESC            PIC X(20).
           05  INC-QTY             PIC 99.
           05  INC-TAXABLE         PIC X.
           05  INC-AMT             PIC S9(3)V99.
