      *****************************************************************
      * MJREC -- one before/after image on the master image journal   *
      * MSTJRNL.DAT, the balance ledger's and guest master's answer   *
      * to the availability master's audit trail.  Every program      *
      * that updates BALLEDG.IDX or GUEST.IDX appends one record per  *
      * ledger entry or guest it added, changed, or deleted, as it    *
      * writes the change, stamped with the run date and time and     *
      * the program that made the change.  Spaces in MJ-BEFORE mean   *
      * the record was added, spaces in MJ-AFTER that it was dropped. *
      * The journal is cumulative -- CBLHJB32 replays it in run date  *
      * and time order on top of a backup unload to roll a damaged    *
      * master forward.                                               *
      *****************************************************************
       01  MJ-REC.
           05  MJ-RUN-DATE         PIC 9(8).
           05  MJ-RUN-TIME         PIC X(8).
           05  MJ-PROGRAM          PIC X(8).
           05  MJ-MASTER           PIC X.
               88 MJ-LEDGER        VALUE 'B'.
               88 MJ-GUEST         VALUE 'G'.
           05  MJ-BEFORE           PIC X(120).
           05  MJ-AFTER            PIC X(120).
