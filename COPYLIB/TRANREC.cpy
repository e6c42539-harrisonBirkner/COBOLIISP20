      * and lists 2-10 requested sites in I-GROUP-SITES under a       *
      * shared I-GROUP-ID; the block books all-or-nothing, and one    *
      * cancel carrying the group id releases every site at once.     *
      * An incidental charge ('C') names an arrived stay the way a    *
      * checkout does and posts one line off the charge-code table    *
      * CHGCODE.DAT against the stay's balance ledger entry.          *
      *****************************************************************
       01  TRAN-REC.
           05  I-TRAN-TYPE         PIC X.
               88 TRAN-CHECKIN     VALUE 'I'.
               88 TRAN-CHECKOUT    VALUE 'O'.
               88 TRAN-BLOCK       VALUE 'B'.
               88 TRAN-CHARGE      VALUE 'C'.
               88 VAL-TRAN-TYPE    VALUE 'N', 'X', 'G', 'P', 'I', 'O',
                                         'B', 'C'.
           05  I-CAMPGROUND        PIC X(25).
               88 VAL-CAMPGROUND   VALUE 'A' THRU 'Z'.
           05  I-SITE.
           05  I-GROUP-ID          PIC X(6).
           05  I-GROUP-SITES.
               10  I-GROUP-SITE    PIC X(3)   OCCURS 10 TIMES.
      * a booking taken on the state's web reservation channel carries
      * the vendor's booking reference where a block lists its sites
      * -- only a block reads I-GROUP-SITES, so the two never meet.
      * The channel program CBLHJB36 stamps I-CHANNEL-ID, and the
      * edit run acknowledges every stamped booking back to the
      * vendor by its reference.
           05  I-CHANNEL-DATA REDEFINES I-GROUP-SITES.
               10  I-CHANNEL-REF   PIC X(20).
               10  I-CHANNEL-ID    PIC X(4).
                   88 CHANNEL-WEB  VALUE 'WEB '.
               10  FILLER          PIC X(6).
      * a promotional or pass-holder discount code -- validated
      * against the discount code file DISCOUNT.DAT and applied to
      * the priced stay before the deposit edit, so a legitimately
      * discounted deposit no longer bounces on error 17
           05  I-DISC-CODE         PIC X(6).
      * the camper's equipment -- rig length in feet (zero for a
      * tent), party size, the hookup the rig needs, and whether the
      * party needs an accessible site.  A booking is held to the
      * site attribute file SITEATTR.DAT so a 35-foot fifth wheel is
      * never put on a 20-foot tent pad.  Blank equipment fields
      * mean no equipment restriction was keyed.
           05  I-RIG-LEN           PIC 99.
           05  I-RIG-LEN-X REDEFINES I-RIG-LEN
                                   PIC XX.
           05  I-PARTY-SIZE        PIC 99.
           05  I-PARTY-SIZE-X REDEFINES I-PARTY-SIZE
                                   PIC XX.
           05  I-HOOKUP-NEED       PIC X.
               88 HOOKUP-NONE      VALUE ' ', 'N'.
               88 HOOKUP-ELECTRIC  VALUE 'E'.
               88 HOOKUP-FULL      VALUE 'F'.
               88 VAL-HOOKUP-NEED  VALUE ' ', 'N', 'E', 'F'.
           05  I-ACCESS-NEED       PIC X.
               88 ACCESS-NEEDED    VALUE 'Y'.
               88 VAL-ACCESS-NEED  VALUE ' ', 'N', 'Y'.
      * an incidental charge's code and quantity.  I-AMT on a charge
      * is the extended amount when keyed; left blank or zero, the
      * charge is priced at the code's unit price times the quantity,
      * and a blank quantity means one.  A checkout carrying a
      * tender in I-CCTYPE settles the open balance on the spot.
           05  I-CHG-CODE          PIC X(4).
           05  I-CHG-QTY           PIC 99.
           05  I-CHG-QTY-X REDEFINES I-CHG-QTY
                                   PIC XX.
