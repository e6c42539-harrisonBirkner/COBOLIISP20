           05  FILLER                      PIC X(100)
               VALUE 'LENGTH OF STAY MUST BE NUMERIC'.
           05  FILLER                      PIC X(100)
               VALUE 'LENGTH OF STAY OUTSIDE THE DEFAULT STAY RULE'.
           05  FILLER                      PIC X(100)
               VALUE 'LAST NAME MUST NOT BE BLANK'.
           05  FILLER                      PIC X(100)
           05  FILLER                      PIC X(100)
               VALUE 'SITE IS ALREADY RESERVED FOR AN OVERLAPPING DATE'.
           05  FILLER                      PIC X(100)
               VALUE 'TRANSACTION TYPE MUST BE N, X, G, P, I, O, B, C'.
           05  FILLER                      PIC X(100)
               VALUE 'NO RESERVATION ON FILE TO CANCEL OR CHANGE'.
           05  FILLER                      PIC X(100)
               VALUE 'DISCOUNT CODE NOT VALID FOR DATE OR CAMPGROUND'.
           05  FILLER                      PIC X(100)
               VALUE 'BLOCK DEPOSIT TENDER MUST BE A CARD - V, M, OR A'.
           05  FILLER                      PIC X(100)
               VALUE 'RIG IS LONGER THAN THE SITE WILL TAKE'.
           05  FILLER                      PIC X(100)
               VALUE 'PARTY IS LARGER THAN THE SITE LIMIT'.
           05  FILLER                      PIC X(100)
               VALUE 'SITE DOES NOT PROVIDE THE HOOKUP THE RIG NEEDS'.
           05  FILLER                      PIC X(100)
               VALUE 'PARTY NEEDS AN ACCESSIBLE SITE'.
           05  FILLER                      PIC X(100)
               VALUE 'RIG LENGTH, PARTY SIZE, HOOKUP, OR ACCESS CODE IN
      -        'VALID'.
           05  FILLER                      PIC X(100)
               VALUE 'CHARGE CODE NOT ON FILE OR NOT ACTIVE'.
           05  FILLER                      PIC X(100)
               VALUE 'CHARGE AMOUNT OR QUANTITY INVALID'.
           05  FILLER                      PIC X(100)
               VALUE 'STAY HAS AN OPEN BALANCE - CHECKOUT NEEDS A SETTLE
      -        '-NOW TENDER'.
           05  FILLER                      PIC X(100)
               VALUE 'SETTLE-NOW AMOUNT MUST EQUAL THE OPEN BALANCE'.
           05  FILLER                      PIC X(100)
               VALUE 'INCIDENTAL CHARGE FILE IS FULL - SEE OPERATIONS'.
           05  FILLER                      PIC X(100)
               VALUE 'LENGTH OF STAY UNDER THE STAY RULE MINIMUM FOR THE
      -        ' CAMPGROUND AND ARRIVAL DATE'.
           05  FILLER                      PIC X(100)
               VALUE 'LENGTH OF STAY EXCEEDS THE STAY RULE MAXIMUM FOR T
      -        'HE CAMPGROUND AND ARRIVAL DATE'.
           05  FILLER                      PIC X(100)
               VALUE 'CARD TOKEN VAULT UNAVAILABLE - CARD NOT ACCEPTED'.
           05  FILLER                      PIC X(100)
               VALUE 'BATCH HELD - OUT OF BALANCE WITH ITS HEADER'.
           05  FILLER                      PIC X(100)
               VALUE 'CARD HELD FOR FRAUD REVIEW - SEE FRAUD REVIEW REPO
      -        'RT'.
           05  FILLER                      PIC X(100)
               VALUE 'BOOKING REJECTED ON CARD FRAUD REVIEW'.
           05  FILLER                      PIC X(100)
               VALUE 'CHECK NOT ACCEPTED - GUEST HAS A RETURNED CHECK'.

       01  TABLE-ERR REDEFINES ERR-TABLE.
           05  ERR-MSG                     PIC X(100)  OCCURS 69 TIMES.
