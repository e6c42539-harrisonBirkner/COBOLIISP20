      * The bookings come off the indexed availability master and     *
      * the rates off the parameter master -- the same files the      *
      * edit run keeps, so the quote and the edit can never disagree. *
      * A caller may also key the rig length, party size, hookup, and *
      * accessible-site need; a site letter then quotes only when the *
      * site attribute file shows a site under it that will take the  *
      * equipment, or the letter has not been surveyed at all.        *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CGPARM-IN-STATUS.

           SELECT SITEATTR-IN
               ASSIGN TO 'C:\COBOLSP20\SITEATTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SITEATTR-IN-STATUS.

           SELECT STAYRULE-IN
               ASSIGN TO 'C:\COBOLSP20\STAYRULE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAYRULE-IN-STATUS.

           SELECT RPTOUT
               ASSIGN TO 'C:\COBOLSP20\INQUIRY.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
       FD  INQUIRY-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS INQ-REC
           RECORD CONTAINS 49 CHARACTERS.

      * an inquiry names the campground and the arrival date, and
      * closes the range with either a departure date or a count of
      * nights -- nights win when both are keyed.  The equipment
      * fields code the same way as on the booking transaction and
      * are left blank when the caller has nothing to fit.
       01  INQ-REC.
           05  IQ-CAMPGROUND       PIC X(25).
           05  IQ-START-DATE       PIC 9(8).
           05  IQ-END-DATE         PIC 9(8).
           05  IQ-NIGHTS           PIC 99.
           05  IQ-RIG-LEN          PIC 99.
           05  IQ-RIG-LEN-X        REDEFINES IQ-RIG-LEN
                                   PIC XX.
           05  IQ-PARTY-SIZE       PIC 99.
           05  IQ-PARTY-SIZE-X     REDEFINES IQ-PARTY-SIZE
                                   PIC XX.
           05  IQ-HOOKUP-NEED      PIC X.
               88 IQ-HOOKUP-ELECTRIC   VALUE 'E'.
               88 IQ-HOOKUP-FULL       VALUE 'F'.
               88 VAL-IQ-HOOKUP-NEED   VALUE ' ', 'N', 'E', 'F'.
           05  IQ-ACCESS-NEED      PIC X.
               88 IQ-ACCESS-NEEDED     VALUE 'Y'.
               88 VAL-IQ-ACCESS-NEED   VALUE ' ', 'N', 'Y'.

       FD  AVAIL-MST
           LABEL RECORD IS STANDARD

       COPY CGPARM.

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

       FD  RPTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTLINE

       COPY CGTABLE.

      *****************************************************************
      * SA-TABLE carries the site attribute file, loaded the same way *
      * the edit run loads it.  FIT-LETTER-SW is set for the site     *
      * letter being quoted: any attribute record under the letter    *
      * (a numbered site or the loop record) that takes the caller's  *
      * equipment sets it, and so does a letter with no loop record   *
      * -- every numbered site on it without a record of its own is   *
      * unsurveyed and takes any equipment in the edit too.           *
      *****************************************************************
       01  SITE-ATTR-CONTROL.
           05  SITEATTR-IN-STATUS  PIC XX       VALUE SPACES.
           05  SITEATTR-MORE-SW    PIC X        VALUE 'Y'.
           05  SA-COUNT            PIC 9(4)     VALUE 0.
           05  SA-SUB              PIC 9(4)     VALUE 0.
           05  FIT-SITE-RANK       PIC 9        VALUE 0.
           05  FIT-NEED-RANK       PIC 9        VALUE 0.
           05  FIT-LOOP-REC-SW     PIC X        VALUE 'N'.
           05  FIT-ONE-SW          PIC X        VALUE 'Y'.
           05  FIT-LETTER-SW       PIC X        VALUE 'Y'.
               88 FIT-LETTER-OK    VALUE 'Y'.

       01  SA-TABLE.
           05  SA-ENTRY            OCCURS 1000 TIMES.
               10  SA-CAMPGROUND   PIC X(25).
               10  SA-SITE         PIC X(3).
               10  SA-TYPE         PIC X.
               10  SA-MAX-RIG      PIC 99.
               10  SA-MAX-PARTY    PIC 99.
               10  SA-ACCESS       PIC X.

      *****************************************************************
      * SR-TABLE carries the active stay rules, loaded and searched   *
      * the same way the edit run does it, so a range is quoted only  *
      * when its nights fit the rule that would govern the booking.   *
      * SR-QUOTE-MSG names that rule when the range does not fit.     *
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

       01  SR-TABLE.
           05  SR-ENTRY            OCCURS 200 TIMES.
               10  SR-RULE-ID      PIC X(6).
               10  SR-CAMPGROUND   PIC X(25).
               10  SR-FROM-DATE    PIC 9(8).
               10  SR-THRU-DATE    PIC 9(8).
               10  SR-MIN-NIGHTS   PIC 99.
               10  SR-MAX-NIGHTS   PIC 99.

       01  SR-QUOTE-MSG.
           05  FILLER              PIC X(10)    VALUE 'STAY RULE '.
           05  SR-MSG-ID           PIC X(6).
           05  FILLER              PIC X(8)     VALUE ' ALLOWS '.
           05  SR-MSG-MIN          PIC Z9.
           05  FILLER              PIC X(4)     VALUE ' TO '.
           05  SR-MSG-MAX          PIC Z9.
           05  FILLER              PIC X(7)     VALUE ' NIGHTS'.

       01  RPT-TITLE-LINE.
           05  FILLER               PIC X(6)    VALUE 'DATE: '.
           05  RPT-TITLE-DATE.
           05  FILLER               PIC X(5)    VALUE ' FOR '.
           05  O-IQ-NIGHTS          PIC Z9.
           05  FILLER               PIC X(7)    VALUE ' NIGHTS'.
           05  FILLER               PIC X(7)    VALUE '   RIG '.
           05  O-IQ-RIG-LEN         PIC Z9.
           05  FILLER               PIC X(9)    VALUE ' FT PARTY'.
           05  O-IQ-PARTY-SIZE      PIC ZZ9.
           05  FILLER               PIC X(9)    VALUE '  HOOKUP '.
           05  O-IQ-HOOKUP-NEED     PIC X.
           05  FILLER               PIC X(9)    VALUE '  ACCESS '.
           05  O-IQ-ACCESS-NEED     PIC X.

       01  RPT-INQ-ERR-LINE.
           05  FILLER               PIC X(7)    VALUE SPACES.
           MOVE CURRENT-DAY               TO RPT-TITLE-DAY.
           MOVE CURRENT-YEAR              TO RPT-TITLE-YEAR.
           PERFORM L2G-LOAD-CG-PARAMETERS.
           PERFORM L2T-LOAD-SITE-ATTRIBUTES.
           PERFORM L2W-LOAD-STAY-RULES.
           OPEN OUTPUT RPTOUT.
           PERFORM L3-INIT-RPT-HEADING.
           OPEN INPUT AVAIL-MST.
           MOVE CGP-SITE-PRICE(CG-SITE-SUB)
               TO TBL-SITE-PRICE(CG-COUNT CG-SITE-SUB).

      *****************************************************************
      * L2T-LOAD-SITE-ATTRIBUTES mirrors the same-named loader in     *
      * CBLHJB01 -- a missing file leaves every site unsurveyed.      *
      *****************************************************************
       L2T-LOAD-SITE-ATTRIBUTES.
           OPEN INPUT SITEATTR-IN.
           IF SITEATTR-IN-STATUS = '00'
               PERFORM L2T-READ-SAT-REC
               PERFORM L2T-STORE-SAT-REC
                   UNTIL SITEATTR-MORE-SW = 'N'
               CLOSE SITEATTR-IN
           END-IF.

       L2T-READ-SAT-REC.
           READ SITEATTR-IN
               AT END
                   MOVE 'N' TO SITEATTR-MORE-SW
               NOT AT END
                   MOVE 'Y' TO SITEATTR-MORE-SW
           END-READ.

       L2T-STORE-SAT-REC.
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
           PERFORM L2T-READ-SAT-REC.

      *****************************************************************
      * L2W-LOAD-STAY-RULES mirrors the same-named loader in          *
      * CBLHJB01 -- a missing file holds every range to 2-11 nights.  *
      *****************************************************************
       L2W-LOAD-STAY-RULES.
           OPEN INPUT STAYRULE-IN.
           IF STAYRULE-IN-STATUS = '00'
               PERFORM L2W-READ-STR-REC
               PERFORM L2W-STORE-STR-REC
                   UNTIL STAYRULE-MORE-SW = 'N'
               CLOSE STAYRULE-IN
           END-IF.

       L2W-READ-STR-REC.
           READ STAYRULE-IN
               AT END
                   MOVE 'N' TO STAYRULE-MORE-SW
               NOT AT END
                   MOVE 'Y' TO STAYRULE-MORE-SW
           END-READ.

       L2W-STORE-STR-REC.
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
           PERFORM L2W-READ-STR-REC.

       L2-MAINLINE.
           ADD 1 TO INQ-READ-CTR.
           PERFORM L3-EDIT-INQUIRY.
      *****************************************************************
      * L3-EDIT-INQUIRY settles the range: the nights count wins      *
      * when keyed, otherwise the nights come off the departure       *
      * date.  The same stay rule the edit run books under applies,   *
      * so no quote is ever read out for a stay the system would then *
      * refuse.                                                       *
      *****************************************************************
       L3-EDIT-INQUIRY.
           MOVE 'Y'    TO INQ-OK-SW.
                   PERFORM L3-SET-NIGHTS
               END-IF
           END-IF.
           IF INQ-OK-SW = 'Y'
               PERFORM L3-EDIT-EQUIPMENT
           END-IF.

      * blank rig length or party size reads as zero -- nothing keyed,
      * nothing to hold the site to -- as in the edit run
       L3-EDIT-EQUIPMENT.
           IF IQ-RIG-LEN-X = SPACES
               MOVE 0 TO IQ-RIG-LEN
           END-IF.
           IF IQ-PARTY-SIZE-X = SPACES
               MOVE 0 TO IQ-PARTY-SIZE
           END-IF.
           IF IQ-RIG-LEN NOT NUMERIC OR IQ-PARTY-SIZE NOT NUMERIC
            OR NOT VAL-IQ-HOOKUP-NEED OR NOT VAL-IQ-ACCESS-NEED
               MOVE 'N' TO INQ-OK-SW
               MOVE 'RIG, PARTY, HOOKUP, OR ACCESS CODE INVALID'
                   TO O-IQ-ERR
           END-IF.

       L3-SET-NIGHTS.
           IF IQ-NIGHTS NUMERIC AND IQ-NIGHTS > 0
                   MOVE 0 TO Q-NIGHTS
               END-IF
           END-IF.
           PERFORM L3S-FIND-STAY-RULE.
           IF Q-NIGHTS < SR-CURR-MIN OR Q-NIGHTS > SR-CURR-MAX
               MOVE 'N' TO INQ-OK-SW
               MOVE SR-CURR-ID  TO SR-MSG-ID
               MOVE SR-CURR-MIN TO SR-MSG-MIN
               MOVE SR-CURR-MAX TO SR-MSG-MAX
               MOVE SR-QUOTE-MSG TO O-IQ-ERR
           ELSE
               PERFORM L3-CHECK-CLOSED-SEASON
               IF INQ-OK-SW = 'Y'
               END-IF
           END-IF.

      *****************************************************************
      * L3S-FIND-STAY-RULE mirrors the same-named paragraph in        *
      * CBLHJB01 -- the most specific active rule for the campground  *
      * and arrival date governs, and the built-in 2-11 SYSTEM rule   *
      * stands in when no rule covers the range.                      *
      *****************************************************************
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
            OR SR-CAMPGROUND(SR-SUB) = IQ-CAMPGROUND
               IF SR-FROM-DATE(SR-SUB) = 0
                   MOVE 1 TO SR-RANK
               ELSE
                   IF IQ-START-DATE NOT < SR-FROM-DATE(SR-SUB)
                    AND IQ-START-DATE NOT > SR-THRU-DATE(SR-SUB)
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

      *****************************************************************
      * L3-CHECK-CLOSED-SEASON applies the same MMDD closed-season    *
      * test the edit run's date edit applies -- a closed start past  *
               MOVE 0 TO O-IQ-START-DATE
           END-IF.
           MOVE Q-NIGHTS TO O-IQ-NIGHTS.
           IF IQ-RIG-LEN NUMERIC
               MOVE IQ-RIG-LEN TO O-IQ-RIG-LEN
           ELSE
               MOVE 0 TO O-IQ-RIG-LEN
           END-IF.
           IF IQ-PARTY-SIZE NUMERIC
               MOVE IQ-PARTY-SIZE TO O-IQ-PARTY-SIZE
           ELSE
               MOVE 0 TO O-IQ-PARTY-SIZE
           END-IF.
           MOVE IQ-HOOKUP-NEED TO O-IQ-HOOKUP-NEED.
           MOVE IQ-ACCESS-NEED TO O-IQ-ACCESS-NEED.
           WRITE RPTLINE FROM RPT-INQ-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
      * L4-QUOTE-ONE-SITE tests one site of the campground against    *
      * the master for the whole range and, when it is clear, prints  *
      * the site with its stay quote.  A site carrying no rate on     *
      * the parameter master is not bookable and never quotes, and a  *
      * letter with no site that takes the caller's equipment is left *
      * off the same way.                                             *
      *****************************************************************
       L4-QUOTE-ONE-SITE.
           IF TBL-SITE-PRICE(CG-INDEX SITE-INDEX) > 0
               PERFORM L4-CHECK-LETTER-FIT
           ELSE
               MOVE 'N' TO FIT-LETTER-SW
           END-IF.
           IF FIT-LETTER-OK
               PERFORM L4-BROWSE-FOR-CONFLICT
               IF NOT AVM-CONFLICT
                   ADD 1 TO OPEN-SITE-CTR
               END-IF
           END-IF.

      *****************************************************************
      * L4-CHECK-LETTER-FIT runs every attribute record for the       *
      * campground under the site letter through the same fit test    *
      * the edit run's L3K-TEST-FIT applies -- rig length against the *
      * pad, party against a nonzero limit, hookup ranked tent 0,     *
      * electric 1, full 2, and the accessible flag.                  *
      *****************************************************************
       L4-CHECK-LETTER-FIT.
           MOVE 'N' TO FIT-LOOP-REC-SW.
           MOVE 'N' TO FIT-LETTER-SW.
           PERFORM L4-FIT-ONE-SA-ENTRY
               VARYING SA-SUB FROM 1 BY 1
               UNTIL SA-SUB > SA-COUNT OR FIT-LETTER-OK.
           IF FIT-LOOP-REC-SW = 'N'
               MOVE 'Y' TO FIT-LETTER-SW
           END-IF.

       L4-FIT-ONE-SA-ENTRY.
           IF SA-CAMPGROUND(SA-SUB) = IQ-CAMPGROUND
            AND SA-SITE(SA-SUB)(1:1) =
                TBL-SITE-NAME(CG-INDEX SITE-INDEX)
               IF SA-SITE(SA-SUB)(2:2) = SPACES
                   MOVE 'Y' TO FIT-LOOP-REC-SW
               END-IF
               PERFORM L4-TEST-SA-ENTRY
               IF FIT-ONE-SW = 'Y'
                   MOVE 'Y' TO FIT-LETTER-SW
               END-IF
           END-IF.

       L4-TEST-SA-ENTRY.
           MOVE 'Y' TO FIT-ONE-SW.
           IF IQ-RIG-LEN > SA-MAX-RIG(SA-SUB)
               MOVE 'N' TO FIT-ONE-SW
           END-IF.
           IF SA-MAX-PARTY(SA-SUB) > 0
            AND IQ-PARTY-SIZE > SA-MAX-PARTY(SA-SUB)
               MOVE 'N' TO FIT-ONE-SW
           END-IF.
           EVALUATE SA-TYPE(SA-SUB)
               WHEN 'F'
                   MOVE 2 TO FIT-SITE-RANK
               WHEN 'E'
                   MOVE 1 TO FIT-SITE-RANK
               WHEN OTHER
                   MOVE 0 TO FIT-SITE-RANK
           END-EVALUATE.
           EVALUATE TRUE
               WHEN IQ-HOOKUP-FULL
                   MOVE 2 TO FIT-NEED-RANK
               WHEN IQ-HOOKUP-ELECTRIC
                   MOVE 1 TO FIT-NEED-RANK
               WHEN OTHER
                   MOVE 0 TO FIT-NEED-RANK
           END-EVALUATE.
           IF FIT-NEED-RANK > FIT-SITE-RANK
               MOVE 'N' TO FIT-ONE-SW
           END-IF.
           IF IQ-ACCESS-NEEDED AND SA-ACCESS(SA-SUB) NOT = 'Y'
               MOVE 'N' TO FIT-ONE-SW
           END-IF.

      *****************************************************************
      * L4-BROWSE-FOR-CONFLICT walks every master record for the      *
      * campground and site letter -- the same START and READ NEXT    *
