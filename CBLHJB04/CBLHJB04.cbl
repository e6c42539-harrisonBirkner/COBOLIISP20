      *   CT card type    CN card number  CE card expiration          *
      *   GI group id    G1-G9 group sites 1-9    G0 group site 10    *
      *   DC discount code                                            *
      *   RL rig length   PS party size   HK hookup    AC access      *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISCOUNT-IN-STATUS.

      *****************************************************************
      * SITEATTR-IN mirrors the site attribute file the edit run      *
      * holds a booking's equipment to, so a corrected rig length or  *
      * site re-edits against the same pad the next run will use.     *
      *****************************************************************
           SELECT SITEATTR-IN
               ASSIGN TO 'C:\COBOLSP20\SITEATTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SITEATTR-IN-STATUS.

      *****************************************************************
      * STAYRULE-IN mirrors the stay rule file the edit run holds a   *
      * stay's nights to, so a corrected length of stay or arrival    *
      * date re-edits against the same rule the next run will use.    *
      *****************************************************************
           SELECT STAYRULE-IN
               ASSIGN TO 'C:\COBOLSP20\STAYRULE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAYRULE-IN-STATUS.


      *****************************************************************
      * CARD-VAULT is the card token vault the edit run trades card   *
      * numbers for tokens on.  A corrected card number is traded     *
      * here the same way, and a suspense record written before the   *
      * vault was kept is tokenized as it is read, so neither the     *
      * workbench report nor RECYCLE.DAT ever carries the number.     *
      *****************************************************************
           SELECT CARD-VAULT
               ASSIGN TO 'C:\COBOLSP20\CARDVLT.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLT-TOKEN
               ALTERNATE RECORD KEY IS VLT-PAN
               FILE STATUS IS CARD-VAULT-STATUS.

      *****************************************************************
      * RUNLOG-OUT is the shared run log -- a start record at         *
       FD  SUSPENSE-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS SUS-REC
           RECORD CONTAINS 190 CHARACTERS.

       COPY SUSREC.

       FD  RECYCLE-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS RECYCLE-REC
           RECORD CONTAINS 171 CHARACTERS.

       01  RECYCLE-REC.
           05  RC-TRAN             PIC X(163).
           05  RC-CYCLE            PIC 99.
           05  RC-CLERK-ID         PIC X(6).

       FD  SUSPENSE-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS SUSO-REC
           RECORD CONTAINS 190 CHARACTERS.

       01  SUSO-REC.
           05  SUSO-TRAN           PIC X(163).
           05  SUSO-ERR-CTR        PIC 9.
           05  SUSO-ERR-NUMS       PIC 99  OCCURS 9 TIMES.
           05  SUSO-CYCLE-CTR      PIC 99.
           05  SUSO-CLERK-ID       PIC X(6).

       FD  WORKOUT
           LABEL RECORD IS OMITTED

       COPY DSCREC.

       FD  SITEATTR-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS SAT-REC
           RECORD CONTAINS 34 CHARACTERS.

       COPY SITEATTR.

       FD  STAYRULE-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS STR-REC
           RECORD CONTAINS 82 CHARACTERS.

       COPY STAYRULE.

       FD  CARD-VAULT
           LABEL RECORD IS STANDARD
           DATA RECORD IS VLT-REC
           RECORD CONTAINS 60 CHARACTERS.

       COPY CARDVLT.

       FD  RUNLOG-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS RUNLOG-REC
               10 CURRENT-DAY      PIC XX.
           05  CURRENT-TIME        PIC X(11).

      *****************************************************************
      * CARD-VAULT-CONTROL mirrors the same-named area in CBLHJB01.   *
      *****************************************************************
       01  CARD-VAULT-CONTROL.
           05  CARD-VAULT-STATUS   PIC XX       VALUE SPACES.
           05  CARD-VAULT-SW       PIC X        VALUE 'N'.
               88 CARD-VAULT-OPEN  VALUE 'Y'.
           05  CARD-PROTECT-SW     PIC X        VALUE SPACE.
               88 CARD-CHECK-FAILED
                                   VALUE 'F'.
               88 CARD-VAULT-DOWN  VALUE 'V'.
           05  CARD-FIELD-SW       PIC X        VALUE 'N'.
               88 CARD-ON-TRAN     VALUE 'Y'.
           05  CARD-CORRECTED-SW   PIC X        VALUE 'N'.
               88 CARD-CORRECTED   VALUE 'Y'.
           05  CV-PAN              PIC 9(16)    VALUE 0.
           05  CV-PAN-PARTS REDEFINES CV-PAN.
               10  FILLER          PIC 9(12).
               10  CV-PAN-LAST4    PIC 9(4).
           05  CV-CCTYPE           PIC X        VALUE SPACE.
           05  CV-TOKEN            PIC 9(16)    VALUE 0.
           05  CV-TOKEN-PARTS REDEFINES CV-TOKEN.
               10  CV-TOKEN-FLAG   PIC 9.
               10  CV-TOKEN-SERIAL PIC 9(11).
               10  CV-TOKEN-LAST4  PIC 9(4).
           05  CV-TODAY            PIC 9(8)     VALUE 0.

       01  MISC.
           05  SUSPENSE-IN-STATUS  PIC XX     VALUE SPACES.
           05  CORRECT-IN-STATUS   PIC XX     VALUE SPACES.
               10  DS-CG-LIST.
                   15 DS-CG-NAME   PIC X(25)  OCCURS 10 TIMES.

      *****************************************************************
      * SA-TABLE mirrors the site attribute table the edit run loads, *
      * for the equipment-fit re-edit of corrected records.           *
      *****************************************************************
       01  SITE-ATTR-CONTROL.
           05  SITEATTR-IN-STATUS  PIC XX       VALUE SPACES.
           05  SITEATTR-MORE-SW    PIC X        VALUE 'Y'.
           05  SA-COUNT            PIC 9(4)     VALUE 0.
           05  SA-SUB              PIC 9(4)     VALUE 0.
           05  SA-HIT-SUB          PIC 9(4)     VALUE 0.
           05  BLK-SUB             PIC 99       VALUE 0.
           05  FIT-SITE.
               10  FIT-SITE1       PIC X.
               10  FIT-SITE2       PIC XX.
           05  FIT-LOOP-SITE.
               10  FIT-LOOP-LETTER PIC X.
               10  FILLER          PIC XX       VALUE SPACES.
           05  FIT-SITE-RANK       PIC 9        VALUE 0.
           05  FIT-NEED-RANK       PIC 9        VALUE 0.
           05  EQUIP-OK-SW         PIC X        VALUE 'Y'.
           05  FIT-OK-SW           PIC X        VALUE 'Y'.
           05  FIT-RIG-SW          PIC X        VALUE 'Y'.
           05  FIT-PARTY-SW        PIC X        VALUE 'Y'.
           05  FIT-HOOKUP-SW       PIC X        VALUE 'Y'.
           05  FIT-ACCESS-SW       PIC X        VALUE 'Y'.

       01  SA-TABLE.
           05  SA-ENTRY            OCCURS 1000 TIMES.
               10  SA-CAMPGROUND   PIC X(25).
               10  SA-SITE         PIC X(3).
               10  SA-TYPE         PIC X.
               10  SA-MAX-RIG      PIC 99.
               10  SA-MAX-PARTY    PIC 99.
               10  SA-ACCESS       PIC X.

      *****************************************************************
      * SR-TABLE mirrors the stay rule table the edit run loads, for  *
      * the length-of-stay re-edit of corrected records.              *
      *****************************************************************
       01  STAY-RULE-CONTROL.
           05  STAYRULE-IN-STATUS  PIC XX       VALUE SPACES.
           05  STAYRULE-MORE-SW    PIC X        VALUE 'Y'.
           05  SR-COUNT            PIC 999      VALUE 0.
           05  SR-SUB              PIC 999      VALUE 0.
           05  SR-HIT-SUB          PIC 999      VALUE 0.
           05  SR-RANK             PIC 9        VALUE 0.
           05  SR-HIT-RANK         PIC 9        VALUE 0.
           05  SR-CURR-ID          PIC X(6)     VALUE SPACES.
           05  SR-CURR-MIN         PIC 99       VALUE 0.
           05  SR-CURR-MAX         PIC 99       VALUE 0.
           05  SR-ERR-NUM          PIC 99       VALUE 0.

       01  SR-TABLE.
           05  SR-ENTRY            OCCURS 200 TIMES.
               10  SR-RULE-ID      PIC X(6).
               10  SR-CAMPGROUND   PIC X(25).
               10  SR-FROM-DATE    PIC 9(8).
               10  SR-THRU-DATE    PIC 9(8).
               10  SR-MIN-NIGHTS   PIC 99.
               10  SR-MAX-NIGHTS   PIC 99.

       01  SR-MSG-SUFFIX.
           05  FILLER              PIC X(7)     VALUE ' (RULE '.
           05  SR-MSG-ID           PIC X(6).
           05  FILLER              PIC X        VALUE SPACE.
           05  SR-MSG-MIN          PIC Z9.
           05  FILLER              PIC X        VALUE '-'.
           05  SR-MSG-MAX          PIC Z9.
           05  FILLER              PIC X        VALUE ')'.

       COPY TRANREC.

       COPY ERRTBL.

       01  WRK-REC-LINE2.
           05  FILLER               PIC X(7)    VALUE SPACES.
           05  O-WRK-REC-OVFL       PIC X(100).

       01  ERR-MSG-LINE.
           05  FILLER               PIC X(7)    VALUE SPACES.
           05  FILLER               PIC X(13)
               VALUE 'DISPOSITION: '.
           05  O-WRK-DISP           PIC X(40).
           05  FILLER               PIC X(12)
               VALUE '  KEYED BY: '.
           05  O-WRK-CLERK          PIC X(6).

       01  WRK-TOTAL-HEADING.
           05  FILLER               PIC X(8)    VALUE 'TOTALS: '.
           PERFORM L2N-RESOLVE-GENERATION.
           PERFORM L2B-LOAD-CG-PARAMETERS.
           PERFORM L2C-LOAD-DISCOUNT-CODES.
           PERFORM L2D-LOAD-SITE-ATTRIBUTES.
           PERFORM L2E-LOAD-STAY-RULES.
           MOVE FUNCTION CURRENT-DATE     TO CURRENT-DATE-AND-TIME.
           PERFORM L2O-OPEN-RUN-LOG.
           PERFORM L2O-WRITE-START-RECORD.
           PERFORM L2X-OPEN-CARD-VAULT.
           MOVE CURRENT-MONTH             TO WRK-TITLE-MONTH.
           MOVE CURRENT-DAY               TO WRK-TITLE-DAY.
           MOVE CURRENT-YEAR              TO WRK-TITLE-YEAR.
           END-IF.
           PERFORM L2C-READ-DISC-REC.

       L2D-LOAD-SITE-ATTRIBUTES.
           OPEN INPUT SITEATTR-IN.
           IF SITEATTR-IN-STATUS = '00'
               PERFORM L2D-READ-SAT-REC
               PERFORM L2D-STORE-SAT-REC
                   UNTIL SITEATTR-MORE-SW = 'N'
               CLOSE SITEATTR-IN
           END-IF.

       L2D-READ-SAT-REC.
           READ SITEATTR-IN
               AT END
                   MOVE 'N' TO SITEATTR-MORE-SW
               NOT AT END
                   MOVE 'Y' TO SITEATTR-MORE-SW
           END-READ.

       L2D-STORE-SAT-REC.
           IF SA-COUNT < 1000
               ADD 1 TO SA-COUNT
               MOVE SAT-CAMPGROUND TO SA-CAMPGROUND(SA-COUNT)
               MOVE SAT-SITE       TO SA-SITE(SA-COUNT)
               MOVE SAT-TYPE       TO SA-TYPE(SA-COUNT)
               MOVE SAT-MAX-RIG    TO SA-MAX-RIG(SA-COUNT)
               MOVE SAT-MAX-PARTY  TO SA-MAX-PARTY(SA-COUNT)
               MOVE SAT-ACCESS     TO SA-ACCESS(SA-COUNT)
           ELSE
               DISPLAY 'SITE ATTRIBUTE TABLE FULL -- ENTRY DISCARDED: '
                   SAT-CAMPGROUND ' ' SAT-SITE
           END-IF.
           PERFORM L2D-READ-SAT-REC.

      *****************************************************************
      * L2E-LOAD-STAY-RULES mirrors L2W-LOAD-STAY-RULES in CBLHJB01.  *
      *****************************************************************
       L2E-LOAD-STAY-RULES.
           OPEN INPUT STAYRULE-IN.
           IF STAYRULE-IN-STATUS = '00'
               PERFORM L2E-READ-STR-REC
               PERFORM L2E-STORE-STR-REC
                   UNTIL STAYRULE-MORE-SW = 'N'
               CLOSE STAYRULE-IN
           END-IF.

       L2E-READ-STR-REC.
           READ STAYRULE-IN
               AT END
                   MOVE 'N' TO STAYRULE-MORE-SW
               NOT AT END
                   MOVE 'Y' TO STAYRULE-MORE-SW
           END-READ.

       L2E-STORE-STR-REC.
           IF STR-ACTIVE
               IF SR-COUNT < 200
                   ADD 1 TO SR-COUNT
                   MOVE STR-RULE-ID    TO SR-RULE-ID(SR-COUNT)
                   MOVE STR-CAMPGROUND TO SR-CAMPGROUND(SR-COUNT)
                   MOVE STR-FROM-DATE  TO SR-FROM-DATE(SR-COUNT)
                   MOVE STR-THRU-DATE  TO SR-THRU-DATE(SR-COUNT)
                   MOVE STR-MIN-NIGHTS TO SR-MIN-NIGHTS(SR-COUNT)
                   MOVE STR-MAX-NIGHTS TO SR-MAX-NIGHTS(SR-COUNT)
               ELSE
                   DISPLAY 'STAY RULE TABLE FULL -- ENTRY DISCARDED: '
                       STR-RULE-ID
               END-IF
           END-IF.
           PERFORM L2E-READ-STR-REC.

      *****************************************************************
      * L2X-OPEN-CARD-VAULT mirrors the same-named paragraph in       *
      * CBLHJB01.                                                     *
      *****************************************************************
       L2X-OPEN-CARD-VAULT.
           MOVE CURRENT-DATE TO CV-TODAY.
           OPEN I-O CARD-VAULT.
           IF CARD-VAULT-STATUS = '35'
               OPEN OUTPUT CARD-VAULT
               CLOSE CARD-VAULT
               OPEN I-O CARD-VAULT
           END-IF.
           IF CARD-VAULT-STATUS = '00'
               MOVE 'Y' TO CARD-VAULT-SW
           ELSE
               DISPLAY 'CARD TOKEN VAULT OPEN FAILED -- STATUS '
                   CARD-VAULT-STATUS ' -- CARD NUMBERS WILL NOT RECYCLE'
           END-IF.

      *****************************************************************
      * L2A-LOAD-CORRECTIONS tables the correction transactions so    *
      * every suspense record's corrections can be found by sequence  *
           ADD 1 TO WB-SEQ-CTR.
           ADD 1 TO WB-READ-CTR.
           MOVE SUS-TRAN TO TRAN-REC.
           PERFORM L3V-PROTECT-CARD.
           MOVE 'N' TO CARD-CORRECTED-SW.
           MOVE WB-SEQ-CTR TO O-WRK-SEQ.
           MOVE TRAN-REC   TO O-WRK-REC.
           PERFORM L4-MASK-WRK-CARD.
           MOVE SUS-CLERK-ID TO O-WRK-CLERK.
           WRITE WRKLINE FROM WRK-REC-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-WRK-HEADING.
           IF SUS-TRAN(126:) NOT = SPACES
               MOVE SUS-TRAN(126:) TO O-WRK-REC-OVFL
               WRITE WRKLINE FROM WRK-REC-LINE2
                   AFTER ADVANCING 1 LINE
                       AT EOP
           IF ERR-SW = 'N'
               MOVE TRAN-REC      TO RC-TRAN
               MOVE WB-NEXT-CYCLE TO RC-CYCLE
               MOVE SUS-CLERK-ID  TO RC-CLERK-ID
               WRITE RECYCLE-REC
               ADD 1 TO WB-RECYCLED-CTR
               MOVE 'RECYCLED FOR NEXT EDIT RUN' TO O-WRK-DISP
                       MOVE CT-VALUE(CORR-SUB)(1:1)  TO I-CCTYPE
                   WHEN 'CN'
                       MOVE CT-VALUE(CORR-SUB)(1:16) TO TRAN-REC(86:16)
                       MOVE 'Y' TO CARD-CORRECTED-SW
                   WHEN 'CE'
                       MOVE CT-VALUE(CORR-SUB)(1:8)  TO TRAN-REC(102:8)
                   WHEN 'GI'
                           TO I-GROUP-SITE(10)
                   WHEN 'DC'
                       MOVE CT-VALUE(CORR-SUB)(1:6)  TO I-DISC-CODE
                   WHEN 'RL'
                       MOVE CT-VALUE(CORR-SUB)(1:2)  TO I-RIG-LEN-X
                   WHEN 'PS'
                       MOVE CT-VALUE(CORR-SUB)(1:2)  TO I-PARTY-SIZE-X
                   WHEN 'HK'
                       MOVE CT-VALUE(CORR-SUB)(1:1)  TO I-HOOKUP-NEED
                   WHEN 'AC'
                       MOVE CT-VALUE(CORR-SUB)(1:1)  TO I-ACCESS-NEED
                   WHEN OTHER
                       MOVE 'UNKNOWN FIELD CODE - NOT APPLIED'
                           TO O-ERR-MSG
               END-EVALUATE
               MOVE CT-FIELD-ID(CORR-SUB) TO O-CORR-FIELD-ID
               MOVE CT-VALUE(CORR-SUB)    TO O-CORR-VALUE
               IF CT-FIELD-ID(CORR-SUB) = 'CN'
                   MOVE ALL '*' TO O-CORR-VALUE(1:12)
               END-IF
               WRITE WRKLINE FROM WRK-CORR-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
           MOVE 'N' TO AMNT-SW.
           MOVE 'N' TO LEN-STAY-SW.
           MOVE 'Y' TO FIRST-ERR-SW.
      * a corrected card number is traded for its token before the
      * record is edited, exactly as the edit run trades a fresh one;
      * a card the first pass already failed keeps that finding
           IF CARD-PROTECT-SW = SPACE OR CARD-CORRECTED
               PERFORM L3V-PROTECT-CARD
           END-IF.
           IF NOT VAL-TRAN-TYPE
               MOVE 29 TO ERR-NUM-CURR
               MOVE ERR-MSG(29) TO O-ERR-MSG
           END-IF
           END-IF.

      * the equipment-fit edit the edit run applies -- one keyed site
      * on a new booking or change, every listed site on a block
           IF TRAN-NEW OR TRAN-CHANGE OR TRAN-BLOCK
               PERFORM L3K-EDIT-EQUIP-FIELDS
               IF EQUIP-OK-SW = 'Y' AND CG-FOUND
                   PERFORM L3K-RESET-FIT
                   IF TRAN-BLOCK
                       PERFORM L3K-FIT-ONE-GROUP-SITE
                           VARYING BLK-SUB FROM 1 BY 1
                           UNTIL BLK-SUB > 10
                   ELSE
                       IF SITE1-SW = 'N' AND SITE2-SW = 'N'
                           MOVE I-SITE TO FIT-SITE
                           PERFORM L3K-TEST-FIT
                       END-IF
                   END-IF
                   PERFORM L3K-REPORT-FIT
               END-IF
           END-IF.

           MOVE I-DATE TO WK-DATE.
           MOVE 'R' TO DATE-TYPE.
           PERFORM L5-DATE-VAL
               THRU L5-DATE-VAL-EXIT.

      * a booking, block, or change is held to the stay rule for its
      * campground and arrival date; any other transaction names a
      * stay already booked and only needs a length of stay at all
           IF I-LEN-STAY NUMERIC
               IF TRAN-NEW OR TRAN-BLOCK OR TRAN-CHANGE
                   PERFORM L3S-CHECK-STAY-RULE
                   IF SR-ERR-NUM > 0
                       PERFORM L3S-PRINT-STAY-RULE-ERR
                   END-IF
               ELSE
                   IF I-LEN-STAY = 0
                       MOVE 13 TO ERR-NUM-CURR
                       MOVE ERR-MSG(13) TO O-ERR-MSG
                       MOVE 'Y' TO ERR-SW
                       PERFORM L4-ERROR-PRINT
                   END-IF
               END-IF
           ELSE
               MOVE 12 TO ERR-NUM-CURR
               END-IF

               IF TENDER-CARD
                   PERFORM L3C-EDIT-CARD-NUMBER

                   MOVE I-CCEXP TO WK-DATE
                   MOVE 'C' TO DATE-TYPE
           END-IF.
           SUBTRACT C-DISC-AMT FROM C-AMT.

      *****************************************************************
      * L3S- paragraphs mirror the edit run's stay rule edit -- the   *
      * most specific active rule for the campground and arrival      *
      * date governs, and the built-in 2-11 SYSTEM rule stands in     *
      * when no rule covers the stay.                                 *
      *****************************************************************
       L3S-CHECK-STAY-RULE.
           PERFORM L3S-FIND-STAY-RULE.
           MOVE 0 TO SR-ERR-NUM.
           IF I-LEN-STAY < SR-CURR-MIN OR I-LEN-STAY > SR-CURR-MAX
               IF SR-HIT-RANK < 2
                   MOVE 13 TO SR-ERR-NUM
               ELSE
                   IF I-LEN-STAY < SR-CURR-MIN
                       MOVE 63 TO SR-ERR-NUM
                   ELSE
                       MOVE 64 TO SR-ERR-NUM
                   END-IF
               END-IF
           END-IF.

       L3S-FIND-STAY-RULE.
           MOVE 0        TO SR-HIT-SUB.
           MOVE 0        TO SR-HIT-RANK.
           MOVE 'SYSTEM' TO SR-CURR-ID.
           MOVE 2        TO SR-CURR-MIN.
           MOVE 11       TO SR-CURR-MAX.
           PERFORM L3S-TEST-ONE-RULE
               VARYING SR-SUB FROM 1 BY 1
               UNTIL SR-SUB > SR-COUNT.
           IF SR-HIT-SUB > 0
               MOVE SR-RULE-ID(SR-HIT-SUB)    TO SR-CURR-ID
               MOVE SR-MIN-NIGHTS(SR-HIT-SUB) TO SR-CURR-MIN
               MOVE SR-MAX-NIGHTS(SR-HIT-SUB) TO SR-CURR-MAX
           END-IF.

       L3S-TEST-ONE-RULE.
           MOVE 0 TO SR-RANK.
           IF SR-CAMPGROUND(SR-SUB) = SPACES
            OR SR-CAMPGROUND(SR-SUB) = I-CAMPGROUND
               IF SR-FROM-DATE(SR-SUB) = 0
                   MOVE 1 TO SR-RANK
               ELSE
                   IF I-DATE NUMERIC
                    AND I-DATE NOT < SR-FROM-DATE(SR-SUB)
                    AND I-DATE NOT > SR-THRU-DATE(SR-SUB)
                       MOVE 2 TO SR-RANK
                   END-IF
               END-IF
               IF SR-RANK > 0 AND SR-CAMPGROUND(SR-SUB) NOT = SPACES
                   ADD 2 TO SR-RANK
               END-IF
           END-IF.
           IF SR-RANK > SR-HIT-RANK
               MOVE SR-RANK TO SR-HIT-RANK
               MOVE SR-SUB  TO SR-HIT-SUB
           END-IF.

       L3S-PRINT-STAY-RULE-ERR.
           MOVE SR-CURR-ID  TO SR-MSG-ID.
           MOVE SR-CURR-MIN TO SR-MSG-MIN.
           MOVE SR-CURR-MAX TO SR-MSG-MAX.
           MOVE SR-ERR-NUM  TO ERR-NUM-CURR.
           MOVE SPACES      TO O-ERR-MSG.
           STRING ERR-MSG(SR-ERR-NUM) DELIMITED BY '  '
                  SR-MSG-SUFFIX       DELIMITED BY SIZE
               INTO O-ERR-MSG
           END-STRING.
           MOVE 'Y' TO ERR-SW.
           PERFORM L4-ERROR-PRINT.

      *****************************************************************
      * L3K- paragraphs mirror the edit run's equipment-fit edit --   *
      * blank rig length or party size reads as zero, the exact site  *
      * is looked for before its letter-only loop record, and a site  *
      * with neither on file takes any equipment.                     *
      *****************************************************************
       L3K-EDIT-EQUIP-FIELDS.
           MOVE 'Y' TO EQUIP-OK-SW.
           IF I-RIG-LEN-X = SPACES
               MOVE 0 TO I-RIG-LEN
           END-IF.
           IF I-PARTY-SIZE-X = SPACES
               MOVE 0 TO I-PARTY-SIZE
           END-IF.
           IF I-RIG-LEN NOT NUMERIC OR I-PARTY-SIZE NOT NUMERIC
            OR NOT VAL-HOOKUP-NEED OR NOT VAL-ACCESS-NEED
               MOVE 'N' TO EQUIP-OK-SW
               MOVE 57 TO ERR-NUM-CURR
               MOVE ERR-MSG(57) TO O-ERR-MSG
               MOVE 'Y' TO ERR-SW
               PERFORM L4-ERROR-PRINT
           END-IF.

       L3K-RESET-FIT.
           MOVE 'Y' TO FIT-RIG-SW.
           MOVE 'Y' TO FIT-PARTY-SW.
           MOVE 'Y' TO FIT-HOOKUP-SW.
           MOVE 'Y' TO FIT-ACCESS-SW.
           MOVE 'Y' TO FIT-OK-SW.

       L3K-FIT-ONE-GROUP-SITE.
           IF I-GROUP-SITE(BLK-SUB) NOT = SPACES
               MOVE I-GROUP-SITE(BLK-SUB) TO FIT-SITE
               PERFORM L3K-TEST-FIT
           END-IF.

       L3K-TEST-FIT.
           PERFORM L3K-FIND-SITE-ATTR.
           IF SA-HIT-SUB > 0
               IF I-RIG-LEN > SA-MAX-RIG(SA-HIT-SUB)
                   MOVE 'N' TO FIT-RIG-SW
               END-IF
               IF SA-MAX-PARTY(SA-HIT-SUB) > 0
                AND I-PARTY-SIZE > SA-MAX-PARTY(SA-HIT-SUB)
                   MOVE 'N' TO FIT-PARTY-SW
               END-IF
               EVALUATE SA-TYPE(SA-HIT-SUB)
                   WHEN 'F'
                       MOVE 2 TO FIT-SITE-RANK
                   WHEN 'E'
                       MOVE 1 TO FIT-SITE-RANK
                   WHEN OTHER
                       MOVE 0 TO FIT-SITE-RANK
               END-EVALUATE
               EVALUATE TRUE
                   WHEN HOOKUP-FULL
                       MOVE 2 TO FIT-NEED-RANK
                   WHEN HOOKUP-ELECTRIC
                       MOVE 1 TO FIT-NEED-RANK
                   WHEN OTHER
                       MOVE 0 TO FIT-NEED-RANK
               END-EVALUATE
               IF FIT-NEED-RANK > FIT-SITE-RANK
                   MOVE 'N' TO FIT-HOOKUP-SW
               END-IF
               IF ACCESS-NEEDED AND SA-ACCESS(SA-HIT-SUB) NOT = 'Y'
                   MOVE 'N' TO FIT-ACCESS-SW
               END-IF
           END-IF.
           IF FIT-RIG-SW = 'N' OR FIT-PARTY-SW = 'N'
            OR FIT-HOOKUP-SW = 'N' OR FIT-ACCESS-SW = 'N'
               MOVE 'N' TO FIT-OK-SW
           END-IF.

       L3K-FIND-SITE-ATTR.
           MOVE 0 TO SA-HIT-SUB.
           PERFORM L3K-MATCH-EXACT-SITE
               VARYING SA-SUB FROM 1 BY 1
               UNTIL SA-SUB > SA-COUNT OR SA-HIT-SUB > 0.
           IF SA-HIT-SUB = 0
               MOVE FIT-SITE1 TO FIT-LOOP-LETTER
               PERFORM L3K-MATCH-LOOP-SITE
                   VARYING SA-SUB FROM 1 BY 1
                   UNTIL SA-SUB > SA-COUNT OR SA-HIT-SUB > 0
           END-IF.

       L3K-MATCH-EXACT-SITE.
           IF SA-CAMPGROUND(SA-SUB) = I-CAMPGROUND
            AND SA-SITE(SA-SUB) = FIT-SITE
               MOVE SA-SUB TO SA-HIT-SUB
           END-IF.

       L3K-MATCH-LOOP-SITE.
           IF SA-CAMPGROUND(SA-SUB) = I-CAMPGROUND
            AND SA-SITE(SA-SUB) = FIT-LOOP-SITE
               MOVE SA-SUB TO SA-HIT-SUB
           END-IF.

       L3K-REPORT-FIT.
           IF FIT-RIG-SW = 'N'
               MOVE 53 TO ERR-NUM-CURR
               MOVE ERR-MSG(53) TO O-ERR-MSG
               MOVE 'Y' TO ERR-SW
               PERFORM L4-ERROR-PRINT
           END-IF.
           IF FIT-PARTY-SW = 'N'
               MOVE 54 TO ERR-NUM-CURR
               MOVE ERR-MSG(54) TO O-ERR-MSG
               MOVE 'Y' TO ERR-SW
               PERFORM L4-ERROR-PRINT
           END-IF.
           IF FIT-HOOKUP-SW = 'N'
               MOVE 55 TO ERR-NUM-CURR
               MOVE ERR-MSG(55) TO O-ERR-MSG
               MOVE 'Y' TO ERR-SW
               PERFORM L4-ERROR-PRINT
           END-IF.
           IF FIT-ACCESS-SW = 'N'
               MOVE 56 TO ERR-NUM-CURR
               MOVE ERR-MSG(56) TO O-ERR-MSG
               MOVE 'Y' TO ERR-SW
               PERFORM L4-ERROR-PRINT
           END-IF.

       L3B-FIND-CAMPGROUND.
           MOVE 'N' TO CG-FOUND-SW.
           IF I-CAMPGROUND NOT = SPACES
               PERFORM L4-ERROR-PRINT
           END-IF.

      *****************************************************************
      * L3C-EDIT-CARD-NUMBER, L3C-LUHN-CHECK, and the L3V card        *
      * protection paragraphs mirror the same-named paragraphs in     *
      * CBLHJB01.                                                     *
      *****************************************************************
       L3C-EDIT-CARD-NUMBER.
           EVALUATE TRUE
               WHEN CARD-CHECK-FAILED
                   MOVE 'Y' TO ERR-SW
                   MOVE 31 TO ERR-NUM-CURR
                   MOVE ERR-MSG(31) TO O-ERR-MSG
                   PERFORM L4-ERROR-PRINT
               WHEN CARD-VAULT-DOWN
                   MOVE 'Y' TO ERR-SW
                   MOVE 65 TO ERR-NUM-CURR
                   MOVE ERR-MSG(65) TO O-ERR-MSG
                   PERFORM L4-ERROR-PRINT
               WHEN I-CCNUM NOT NUMERIC
                   MOVE 'Y' TO ERR-SW
                   MOVE 19 TO ERR-NUM-CURR
                   MOVE ERR-MSG(19) TO O-ERR-MSG
                   PERFORM L4-ERROR-PRINT
           END-EVALUATE.

       L3C-LUHN-CHECK.
           MOVE 0 TO C-LUHN-SUM.
           PERFORM L3C-LUHN-ADD-DIGIT
               UNTIL CCNUM-INDEX > 16.
           DIVIDE C-LUHN-SUM BY 10 GIVING C-LUHN-DIV
               REMAINDER C-LUHN-REM.

       L3C-LUHN-ADD-DIGIT.
           DIVIDE CCNUM-INDEX BY 2 GIVING C-LUHN-DIV
           END-IF.
           ADD C-LUHN-DIGIT TO C-LUHN-SUM.

       L3V-PROTECT-CARD.
           MOVE SPACE TO CARD-PROTECT-SW.
           PERFORM L3V-CHECK-CARD-FIELD.
           IF CARD-ON-TRAN
               IF I-CCNUM NUMERIC
                   IF I-CCNUM NOT = 0
                       IF I-CCNUM-DIGITS(1) = 9
                           PERFORM L3V-PROTECT-TOKEN
                       ELSE
                           PERFORM L3V-PROTECT-PAN
                       END-IF
                   END-IF
               ELSE
                   MOVE ALL '*' TO TRAN-REC(86:12)
               END-IF
           END-IF.

       L3V-PROTECT-TOKEN.
           MOVE I-CCNUM TO CV-TOKEN.
           PERFORM L3V-FIND-TOKEN.
           IF CARD-CHECK-FAILED OR CARD-VAULT-DOWN
               MOVE ALL '*' TO TRAN-REC(86:12)
           END-IF.

       L3V-PROTECT-PAN.
           PERFORM L3C-LUHN-CHECK.
           IF C-LUHN-REM NOT = 0
               MOVE 'F' TO CARD-PROTECT-SW
               MOVE ALL '*' TO TRAN-REC(86:12)
           ELSE
               MOVE I-CCNUM  TO CV-PAN
               MOVE I-CCTYPE TO CV-CCTYPE
               PERFORM L3V-VAULT-CARD
               IF CARD-VAULT-DOWN
                   MOVE ALL '*' TO TRAN-REC(86:12)
               ELSE
                   MOVE CV-TOKEN TO I-CCNUM
               END-IF
           END-IF.

       L3V-CHECK-CARD-FIELD.
           MOVE 'Y' TO CARD-FIELD-SW.
           IF (TENDER-CASH OR TENDER-CHECK) AND NOT TRAN-BLOCK
               MOVE 'N' TO CARD-FIELD-SW
           END-IF.
           IF TRAN-REC(86:16) = SPACES OR TRAN-REC(86:16) = ZEROS
               MOVE 'N' TO CARD-FIELD-SW
           END-IF.

       L3V-VAULT-CARD.
           MOVE SPACE TO CARD-PROTECT-SW.
           MOVE 0     TO CV-TOKEN.
           IF NOT CARD-VAULT-OPEN
               MOVE 'V' TO CARD-PROTECT-SW
           ELSE
               MOVE CV-PAN TO VLT-PAN
               READ CARD-VAULT
                   KEY IS VLT-PAN
                   INVALID KEY
                       PERFORM L3V-ISSUE-TOKEN
                   NOT INVALID KEY
                       MOVE VLT-TOKEN TO CV-TOKEN
                       MOVE CV-TODAY  TO VLT-LAST-ACTIVE-DATE
                       REWRITE VLT-REC
                           INVALID KEY
                               DISPLAY 'CARD TOKEN VAULT REWRITE '
                                   'REJECTED -- STATUS '
                                   CARD-VAULT-STATUS
                       END-REWRITE
               END-READ
           END-IF.

       L3V-ISSUE-TOKEN.
           MOVE 0 TO VLT-TOKEN.
           READ CARD-VAULT
               KEY IS VLT-TOKEN
               INVALID KEY
                   MOVE 0        TO VLT-TOKEN
                   MOVE 0        TO VLT-PAN
                   MOVE SPACE    TO VLT-CCTYPE
                   MOVE CV-TODAY TO VLT-ISSUE-DATE
                   MOVE CV-TODAY TO VLT-LAST-ACTIVE-DATE
                   MOVE 1        TO VLT-LAST-SERIAL
                   WRITE VLT-REC
                       INVALID KEY
                           MOVE 'V' TO CARD-PROTECT-SW
                   END-WRITE
               NOT INVALID KEY
                   ADD 1         TO VLT-LAST-SERIAL
                   MOVE CV-TODAY TO VLT-LAST-ACTIVE-DATE
                   REWRITE VLT-REC
                       INVALID KEY
                           MOVE 'V' TO CARD-PROTECT-SW
                   END-REWRITE
           END-READ.
           IF NOT CARD-VAULT-DOWN
               MOVE 9               TO CV-TOKEN-FLAG
               MOVE VLT-LAST-SERIAL TO CV-TOKEN-SERIAL
               MOVE CV-PAN-LAST4    TO CV-TOKEN-LAST4
               MOVE CV-TOKEN        TO VLT-TOKEN
               MOVE CV-PAN          TO VLT-PAN
               MOVE CV-CCTYPE       TO VLT-CCTYPE
               MOVE CV-TODAY        TO VLT-ISSUE-DATE
               MOVE CV-TODAY        TO VLT-LAST-ACTIVE-DATE
               MOVE 0               TO VLT-LAST-SERIAL
               WRITE VLT-REC
                   INVALID KEY
                       MOVE 'V' TO CARD-PROTECT-SW
                       MOVE 0   TO CV-TOKEN
               END-WRITE
           END-IF.
           IF CARD-VAULT-DOWN
               DISPLAY 'CARD TOKEN VAULT WRITE REJECTED -- STATUS '
                   CARD-VAULT-STATUS
           END-IF.

       L3V-FIND-TOKEN.
           MOVE SPACE TO CARD-PROTECT-SW.
           IF NOT CARD-VAULT-OPEN
               MOVE 'V' TO CARD-PROTECT-SW
           ELSE
               MOVE CV-TOKEN TO VLT-TOKEN
               READ CARD-VAULT
                   KEY IS VLT-TOKEN
                   INVALID KEY
                       MOVE 'F' TO CARD-PROTECT-SW
                   NOT INVALID KEY
                       MOVE CV-TODAY TO VLT-LAST-ACTIVE-DATE
                       REWRITE VLT-REC
                           INVALID KEY
                               DISPLAY 'CARD TOKEN VAULT REWRITE '
                                   'REJECTED -- STATUS '
                                   CARD-VAULT-STATUS
                       END-REWRITE
               END-READ
           END-IF.

       L3D-COMPUTE-TOTAL.
           MOVE 0 TO C-AMT.
           MOVE I-DATE TO WK-DATE.
                   AT EOP
                       PERFORM L4-WRK-HEADING.

      *****************************************************************
      * L4-MASK-WRK-CARD masks the card number on a printed record    *
      * image down to its last four digits.                           *
      *****************************************************************
       L4-MASK-WRK-CARD.
           PERFORM L3V-CHECK-CARD-FIELD.
           IF CARD-ON-TRAN
               MOVE ALL '*' TO O-WRK-REC(86:12)
           END-IF.

       L3-INIT-WRK-HEADING.
           MOVE 1            TO WRK-PAGE-CTR.
           MOVE WRK-PAGE-CTR TO WRK-TITLE-PAGE.
               VARYING SUS-IDX FROM 1 BY 1
               UNTIL SUS-IDX > 9.
           MOVE WB-NEXT-CYCLE  TO SUSO-CYCLE-CTR.
           MOVE SUS-CLERK-ID   TO SUSO-CLERK-ID.
           WRITE SUSO-REC.

       L5A-MOVE-ONE-SUS-NUM.
           END-IF.
           MOVE WB-SEQ-CTR TO O-WRK-SEQ.
           MOVE TRAN-REC   TO O-WRK-REC.
           PERFORM L4-MASK-WRK-CARD.
           WRITE DLTRLINE FROM WRK-REC-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L6-DLTR-HEADING.
           IF TRAN-REC(126:) NOT = SPACES
               MOVE TRAN-REC(126:) TO O-WRK-REC-OVFL
               WRITE DLTRLINE FROM WRK-REC-LINE2
                   AFTER ADVANCING 1 LINE
                       AT EOP
           CLOSE SUSPENSE-OUT.
           CLOSE WORKOUT.
           CLOSE DEADOUT.
           IF CARD-VAULT-OPEN
               CLOSE CARD-VAULT
           END-IF.
           PERFORM L2O-WRITE-END-RECORD.

       L9-READ-SUSPENSE.
