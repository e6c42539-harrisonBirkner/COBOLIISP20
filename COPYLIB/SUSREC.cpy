      * rejected transaction: the input record itself plus up to nine *
      * edit error numbers (positions into ERRTBL) and the number of  *
      * correction cycles the record has already been through the     *
      * suspense workbench CBLHJB04, and the clerk who keyed it.      *
      *****************************************************************
       01  SUS-REC.
           05  SUS-TRAN            PIC X(163).
           05  SUS-ERR-CTR         PIC 9.
           05  SUS-ERR-NUMS        PIC 99  OCCURS 9 TIMES.
           05  SUS-CYCLE-CTR       PIC 99.
           05  SUS-CLERK-ID        PIC X(6).
