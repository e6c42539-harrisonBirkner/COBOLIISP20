      *****************************************************************
      * BATHDR -- the batch header and trailer records the office     *
      * keys around every batch of transactions on RESERVE.DAT.  The  *
      * header ('H') names the clerk who keyed the batch, the batch   *
      * number, and the batch's control totals -- how many            *
      * transactions follow it and the hash total of their I-AMT.     *
      * The trailer ('T') closes the batch and repeats its batch      *
      * number; its count and hash fields are not used.  CBLHJB01     *
      * proves each batch against its header before any of it         *
      * posts, and an out-of-balance batch is held off the masters    *
      * whole.  The record shares RESERVE.DAT's 163-byte layout, with *
      * the record type where I-TRAN-TYPE sits.                       *
      *****************************************************************
       01  BH-REC.
           05  BH-REC-TYPE         PIC X.
               88 BH-HEADER        VALUE 'H'.
               88 BH-TRAILER       VALUE 'T'.
               88 BH-CONTROL-REC   VALUE 'H', 'T'.
           05  BH-CLERK-ID         PIC X(6).
           05  BH-BATCH-NUM        PIC 9(6).
           05  BH-BATCH-NUM-X REDEFINES BH-BATCH-NUM
                                   PIC X(6).
           05  BH-REC-CNT          PIC 9(5).
           05  BH-REC-CNT-X REDEFINES BH-REC-CNT
                                   PIC X(5).
           05  BH-HASH-AMT         PIC S9(9)V99.
           05  BH-HASH-AMT-X REDEFINES BH-HASH-AMT
                                   PIC X(11).
           05  FILLER              PIC X(134).
