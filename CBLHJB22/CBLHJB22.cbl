       FD  SUSPENSE-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS SUS-REC
           RECORD CONTAINS 190 CHARACTERS.

       COPY SUSREC.

      * must stay the same size as ERR-MSG.                           *
      *****************************************************************
       01  FQ-ERR-TABLE.
           05  FQ-ERR-ENTRY        OCCURS 69 TIMES.
               10  FQ-ERR-CTR      PIC 9(7).
               10  FQ-CYCLE-SUM    PIC 9(7).

       L3-BANK-ONE-ERROR.
           IF SUS-ERR-NUMS(SUS-IDX) NUMERIC
            AND SUS-ERR-NUMS(SUS-IDX) > 0
            AND SUS-ERR-NUMS(SUS-IDX) NOT > 69
               MOVE SUS-ERR-NUMS(SUS-IDX) TO ERR-SUB
               ADD 1 TO FQ-ERR-CTR(ERR-SUB)
               ADD 1 TO FQ-TOT-ERRS
               AFTER ADVANCING 2 LINES.
           PERFORM L4-PRINT-ONE-ERROR
               VARYING ERR-SUB FROM 1 BY 1
               UNTIL ERR-SUB > 69.
           WRITE RPTLINE FROM RPT-DAY-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM L4-PRINT-ONE-DAY
