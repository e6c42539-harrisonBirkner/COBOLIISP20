
      *****************************************************************
      * CBLHJB06 -- BALANCE AGING REPORT.                             *
      * Reads the balance ledger BALLEDG.IDX that CBLHJB01 keeps      *
      * up to date in place and prints every reservation still owing  *
      * money, aged by days until arrival, so the office can chase    *
      * final payments before the guest shows up at the gate.  The    *
      * nearest arrivals print under the hottest bucket -- DUE NOW    *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAL-IN
               ASSIGN TO 'C:\COBOLSP20\BALLEDG.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-KEY
               FILE STATUS IS BAL-IN-STATUS.

           SELECT RPTOUT
       DATA DIVISION.
       FILE SECTION.
       FD  BAL-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS BAL-REC
           RECORD CONTAINS 120 CHARACTERS.

       COPY BALREC.

