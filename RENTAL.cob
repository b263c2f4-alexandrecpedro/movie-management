             FILE STATUS IS RENTALS-STATUS
             RECORD KEY IS RENTAL-KEY
             ALTERNATE RECORD KEY IS RENTAL-MOVIES-KEY
                WITH DUPLICATES
             ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-KEY
                WITH DUPLICATES.

      *      COPIES.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
             FILE STATUS IS REFTABLE-STATUS
             RECORD KEY IS REF-ID.

      *      USERS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      USERSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT USERS ASSIGN TO WRK-USERS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS USERS-STATUS
             RECORD KEY IS USER-ID.

      *      PLANS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      PLANSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT PLANS ASSIGN TO WRK-PLANS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PLANS-STATUS
             RECORD KEY IS PLAN-CODE.

      *      SUBS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      SUBSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT SUBS ASSIGN TO WRK-SUBS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS SUBS-STATUS
             RECORD KEY IS SUB-CUSTOMER-KEY.

      *      PAYMENTS.TXT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      PAYMENTSTXT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT PAYMENTS ASSIGN TO WRK-PAYMENTS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PAYMENTS-STATUS.

      *      SELECT TAX-RATES ASSIGN TO "./Data/TAXRATES.TXT"
             SELECT TAX-RATES ASSIGN TO
               "C:\Cobol\Project\Data\TAXRATES.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PROMOS-STATUS.

      *      SELECT WINBACK ASSIGN TO "./Data/WINBACK.TXT"
             SELECT WINBACK ASSIGN TO
               "C:\Cobol\Project\Data\WINBACK.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WINBACK-STATUS.

      *      SELECT RENT-TERMS ASSIGN TO "./Data/RENTTERMS.TXT"
             SELECT RENT-TERMS ASSIGN TO
               "C:\Cobol\Project\Data\RENTTERMS.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS POLICY-STATUS.

      *      RECEIPTS.TXT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      RECEIPTSTXT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT RECEIPTS ASSIGN TO WRK-RECEIPTS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RECEIPTS-STATUS.

      *      SELECT SELL-TABLE ASSIGN TO "./Data/SELLPRICE.TXT"
             SELECT SELL-TABLE ASSIGN TO
               "C:\Cobol\Project\Data\SELLPRICE.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SELL-TABLE-STATUS.

      *      SELECT TIER-TABLE ASSIGN TO "./Data/TIERS.TXT"
             SELECT TIER-TABLE ASSIGN TO
               "C:\Cobol\Project\Data\TIERS.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TIER-TABLE-STATUS.

      *      COPYSALE.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      COPYSALEDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT COPYSALE ASSIGN TO WRK-COPYSALE-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS COPYSALE-STATUS
             RECORD KEY IS SALE-ID.

      *      ASSETS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      ASSETSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT ASSETS ASSIGN TO WRK-ASSETS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ASSETS-STATUS
             RECORD KEY IS AST-KEY.

      *      RECJRNL.TXT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      RECJRNLTXT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT REC-JOURNAL ASSIGN TO WRK-JOURNAL-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JOURNAL-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- FILE DESCRIPTION
                88 CUSTOMER-COLLECTIONS      VALUE "C".
            05 CUSTOMER-CREDIT        PIC 9(005)V99.
            05 CUSTOMER-POINTS        PIC 9(005).
            05 CUSTOMER-TIER          PIC X(001).
            05 CUSTOMER-TIER-SCORE    PIC 9(003).

      *---------------------------- RENTAL FILE DESCRIPTION
       FD RENTALS.
            05 RENTAL-STATUS-FLAG     PIC X(001).
                88 RENTAL-OPEN               VALUE "O".
                88 RENTAL-CLOSED             VALUE "C".
                88 RENTAL-LOST               VALUE "L".
            05 RENTAL-COPY-NUMBER     PIC 9(002).
            05 RENTAL-CHARGED-PRICE   PIC 9(003)V99.
            05 RENTAL-PRICE-RULE      PIC X(008).
                88 COPY-INACTIVE             VALUE "I".
                88 COPY-AT-DIST              VALUE "R".
                88 COPY-IN-TRANSIT           VALUE "T".
                88 COPY-LOST                 VALUE "L".
                88 COPY-SOLD                 VALUE "S".
            05 COPY-REPL-COST         PIC 9(003)V99.
            05 COPY-RENT-COUNT        PIC 9(005).
            05 COPY-STORE             PIC X(003).
                88 HOLD-HELD                 VALUE "H".
                88 HOLD-EXPIRED              VALUE "X".
                88 HOLD-FILLED               VALUE "F".
      *      FILL STAMP - SET BY A CHECK-OUT THAT FILLS THE HOLD:
      *      THE DAY, THE RENTAL, AND THE STATUS IT HAD BEFORE,
      *      SO A VOID OF THAT CHECK-OUT CAN PUT IT BACK.
            05 HOLD-FILL-DATE         PIC 9(008).
            05 HOLD-FILL-RENTAL       PIC 9(005).
            05 HOLD-FILL-PRIOR        PIC X(001).

      *---------------------------- DRAWER SHIFT SESSION FILE
      *      ONE RECORD PER DRAWER SESSION - SEE THE SHIFT MODULE.
                88 REF-RETIRED               VALUE "R".
            05 REF-MIN-AGE            PIC 9(002).

      *---------------------------- OPERATOR MASTER FILE
      *      READ-ONLY HERE - A POST-VOID OR ANY OVERRIDE NEEDS A
      *      LEVEL-2 OR HIGHER OPERATOR TO SIGN FOR IT AT THE COUNTER.
       FD USERS.
       01 USERS-REG.
            05 USER-ID                PIC X(008).
            05 USER-NAME              PIC X(030).
            05 USER-PASSWORD          PIC X(008).
            05 USER-LEVEL             PIC 9(001).
            05 USER-STATUS-FLAG       PIC X(001).
                88 USER-ACTIVE               VALUE "A".
                88 USER-INACTIVE             VALUE "I".
            05 USER-STORE             PIC X(003).

      *---------------------------- SUBSCRIPTION PLANS
      *      READ-ONLY HERE - SUBMAINT KEEPS THE PLAN TERMS.
       FD PLANS.
       01 PLANS-REG.
            05 PLAN-CODE              PIC X(008).
            05 PLAN-NAME              PIC X(030).
            05 PLAN-FEE               PIC 9(003)V99.
            05 PLAN-RENTALS           PIC 9(003).
            05 PLAN-MAX-OUT           PIC 9(002).
            05 PLAN-NO-NEW            PIC X(001).
                88 PLAN-EXCLUDES-NEW         VALUE "Y".
            05 PLAN-STATUS-FLAG       PIC X(001).
                88 PLAN-ACTIVE               VALUE "A".
                88 PLAN-INACTIVE             VALUE "I".
            05 FILLER                 PIC X(010).

      *---------------------------- CUSTOMER SUBSCRIPTIONS
      *      ONLY THE USAGE COUNTS ARE UPDATED HERE - SIGN-UP,
      *      CANCELLATION AND RENEWAL BELONG TO SUBMAINT/SUBBILL.
       FD SUBS.
       01 SUBS-REG.
            05 SUB-CUSTOMER-KEY       PIC 9(005).
            05 SUB-PLAN-CODE          PIC X(008).
            05 SUB-START-DATE         PIC 9(008).
            05 SUB-RENEW-DATE         PIC 9(008).
            05 SUB-BILL-DAY           PIC 9(002).
            05 SUB-STATUS-FLAG        PIC X(001).
                88 SUB-ACTIVE                VALUE "A".
                88 SUB-SUSPENDED             VALUE "S".
                88 SUB-CANCELLED             VALUE "C".
            05 SUB-STATUS-DATE        PIC 9(008).
            05 SUB-PERIOD-USED        PIC 9(003).
            05 SUB-TOTAL-USED         PIC 9(005).
            05 SUB-LAST-BILLED        PIC 9(008).
            05 SUB-LAST-FEE           PIC 9(003)V99.
            05 FILLER                 PIC X(010).

      *---------------------------- PAYMENTS FILE INPUT
      *      READ-ONLY HERE - ROWS ARE APPENDED BY PAYLOG. THE POST-
      *      VOID READS TODAY'S ROWS BACK TO FIND WHAT A TRANSACTION
      *      POSTED, AND WHAT AN EARLIER VOID ALREADY REVERSED.
       FD PAYMENTS.
       01 PAYMENTS-REG.
            05 PAY-DATE               PIC 9(008).
            05 FILLER                 PIC X(001).
            05 PAY-TIME               PIC X(006).
            05 FILLER                 PIC X(001).
            05 PAY-CATEGORY           PIC X(001).
            05 FILLER                 PIC X(001).
            05 PAY-TYPE               PIC X(001).
            05 FILLER                 PIC X(001).
            05 PAY-RENTAL-KEY         PIC 9(005).
            05 FILLER                 PIC X(001).
            05 PAY-CUSTOMER-KEY       PIC 9(005).
            05 FILLER                 PIC X(001).
            05 PAY-MOVIES-KEY         PIC 9(005).
            05 FILLER                 PIC X(001).
            05 PAY-AMOUNT             PIC 9(003)V99.
            05 FILLER                 PIC X(001).
            05 PAY-OPERATOR           PIC X(008).
            05 FILLER                 PIC X(001).
            05 PAY-RULE               PIC X(008).
            05 FILLER                 PIC X(001).
            05 PAY-TAX-X              PIC X(005).
            05 PAY-TAX REDEFINES PAY-TAX-X
                                      PIC 9(003)V99.
            05 FILLER                 PIC X(001).
            05 PAY-SHIFT-X            PIC X(005).
            05 PAY-SHIFT REDEFINES PAY-SHIFT-X
                                      PIC 9(005).
            05 FILLER                 PIC X(001).
            05 PAY-PROMO              PIC X(008).
            05 FILLER                 PIC X(001).
            05 PAY-STORE              PIC X(003).
            05 FILLER                 PIC X(001).
            05 PAY-SIGN               PIC X(001).
                88 PAY-REVERSAL              VALUE "-".
            05 FILLER                 PIC X(001).
            05 PAY-RECEIPT-X          PIC X(005).
            05 PAY-RECEIPT REDEFINES PAY-RECEIPT-X
                                      PIC 9(005).
            05 FILLER                 PIC X(001).
            05 PAY-CERT-X             PIC X(005).
            05 PAY-CERT REDEFINES PAY-CERT-X
                                      PIC 9(005).

      *---------------------------- SALES TAX RATE TABLE INPUT
      *      ONE ROW: THE PERCENT RATE (NNVV, E.G. 0825 = 8,25) TO
      *      CHARGE ON RENTAL INCOME AND LATE FEES COLLECTED AT THE
      *      OPTIONAL GENRE RESTRICTION (FIRST 8 CHARS, SPACES = ANY
      *      TITLE). TWO-FOR-ONE TUESDAYS AND MAILER COUPONS LIVE
      *      HERE AS DATA, NOT AS FEE WAIVERS POLLUTING THE AUDIT.
      *      A LIST FLAG OF "L" LIMITS THE CODE TO THE CUSTOMERS THE
      *      WIN-BACK CAMPAIGN SELECTED, ONCE EACH, IN THEIR GENRE.
       FD PROMOS.
       01 PROMOS-REG.
            05 PROMO-CODE             PIC X(008).
            05 PROMO-START            PIC 9(008).
            05 PROMO-END              PIC 9(008).
            05 PROMO-GENRE            PIC X(008).
            05 PROMO-LIST-FLAG        PIC X(001).
                88 PROMO-LISTED              VALUE "L".

      *---------------------------- WIN-BACK CAMPAIGN LIST INPUT
      *      ONE ROW PER CUSTOMER SELECTED BY A CAMPAIGN (WINBACK).
       FD WINBACK.
       01 WINBACK-REG.
            05 WB-CODE                PIC X(008).
            05 FILLER                 PIC X(001).
            05 WB-CUSTOMER            PIC 9(005).
            05 FILLER                 PIC X(001).
            05 WB-GENRE               PIC X(008).
            05 FILLER                 PIC X(001).
            05 WB-LAST-DATE           PIC 9(008).
            05 FILLER                 PIC X(001).
            05 WB-START               PIC 9(008).
            05 FILLER                 PIC X(001).
            05 WB-END                 PIC 9(008).

      *---------------------------- RENTAL TERMS TABLE INPUT
      *      ONE ROW PER TERM CLASS: NEW (RELEASED WITHIN A YEAR),

      *---------------------------- LATE FEE POLICY INPUT
      *      ONE ROW: GRACE DAYS BEFORE FEES START, THE MAXIMUM FEE
      *      PER RENTAL (E.G. CAPPED AT REPLACEMENT COST) AND THE
      *      BALANCE LIMIT. THE OLD SHARED SUPERVISOR CODE IS NO
      *      LONGER READ - AN OVERRIDE NEEDS A USERS.DAT SIGN-IN.
      *      NO FILE MEANS NO GRACE AND NO CAP.
       FD FEE-POLICY.
       01 FEE-POLICY-REG.
            05 POL-GRACE-DAYS         PIC 9(002).
       01 RECEIPTS-REG.
            05 RECEIPTS-DATA          PIC X(080).

      *---------------------------- SELL-THROUGH PRICE TABLE INPUT
      *      ONE ROW PER PRICE BREAK: TERM CLASS (NEW/STD/CAT, THE
      *      SAME RULE AS THE LOAN PERIODS), COPY CONDITION (G/W/D),
      *      THE MINIMUM COPY AGE IN MONTHS THE ROW APPLIES FROM, AND
      *      THE SALE PRICE BEFORE TAX (NNNVV). A BLANK CLASS OR
      *      CONDITION MATCHES ANY. OF THE ROWS THAT MATCH, THE ONE
      *      WITH THE HIGHEST MINIMUM AGE THE COPY HAS REACHED WINS
      *      (A LATER ROW WINS A TIE). NO ROW MEANS NO SALE - A COPY
      *      IS NEVER SOLD AT A PRICE NOBODY SET.
       FD SELL-TABLE.
       01 SELL-TABLE-REG.
            05 SELL-CLASS             PIC X(003).
            05 SELL-CONDITION         PIC X(001).
            05 SELL-MIN-AGE           PIC 9(003).
            05 SELL-PRICE             PIC 9(003)V99.

      *---------------------------- RELIABILITY TIER TABLE INPUT
      *      THE SAME TABLE CUSTSCORE GRADES AGAINST: TIER LETTER,
      *      MINIMUM SCORE, THE MOST TITLES THE TIER MAY HAVE OUT AT
      *      ONCE AND THE MOST OF THEM THAT MAY BE NEW RELEASES. A
      *      ROW REPLACES THE BUILT-IN TERMS FOR ITS LETTER.
       FD TIER-TABLE.
       01 TIER-TABLE-REG.
            05 TIERT-CODE             PIC X(001).
            05 TIERT-MIN-SCORE        PIC 9(003).
            05 TIERT-MAX-OUT          PIC 9(002).
            05 TIERT-MAX-NEW          PIC 9(002).
            05 TIERT-NAME             PIC X(012).

      *---------------------------- USED COPY SALES FILE
      *      ONE RECORD PER COPY SOLD OVER THE COUNTER - WHO BOUGHT
      *      IT, FOR WHAT, AND WHAT THE COPY HAD COST US. THE COPY
      *      RECORD ITSELF ONLY CARRIES THE SOLD STATUS.
       FD COPYSALE.
       01 COPYSALE-REG.
            05 SALE-ID.
                10 SALE-MOVIES-KEY    PIC 9(005).
                10 SALE-COPY-NUMBER   PIC 9(002).
            05 SALE-CUSTOMER-KEY      PIC 9(005).
            05 SALE-DATE              PIC 9(008).
            05 SALE-TIME              PIC 9(006).
            05 SALE-PRICE             PIC 9(003)V99.
            05 SALE-TAX               PIC 9(003)V99.
            05 SALE-TENDER            PIC X(001).
            05 SALE-RECEIPT           PIC 9(005).
            05 SALE-OPERATOR          PIC X(008).
            05 SALE-STORE             PIC X(003).
            05 SALE-CLASS             PIC X(003).
            05 SALE-CONDITION         PIC X(001).
            05 SALE-AGE-MONTHS        PIC 9(003).
            05 SALE-COST              PIC 9(005)V99.
            05 SALE-NBV               PIC 9(005)V99.
            05 SALE-RENT-COUNT        PIC 9(005).
            05 FILLER                 PIC X(010).

      *---------------------------- COPY ASSET REGISTER
      *      READ-ONLY HERE - A SALE TAKES THE COPY'S COST AND
      *      IN-SERVICE DATE FROM IT. ASSETREG DOES THE POSTING.
       FD ASSETS.
       01 ASSETS-REG.
            05 AST-KEY.
                10 AST-MOVIES-KEY     PIC 9(005).
                10 AST-COPY-NUMBER    PIC 9(002).
            05 AST-COST               PIC 9(005)V99.
            05 AST-IN-SERVICE         PIC 9(008).
            05 AST-CLASS              PIC X(003).
            05 AST-METHOD             PIC X(001).
            05 AST-LIFE               PIC 9(003).
            05 AST-ACCUM-DEPR         PIC 9(005)V99.
            05 AST-MONTHS-DEPR        PIC 9(003).
            05 AST-LAST-MONTH         PIC 9(006).
            05 AST-STORE              PIC X(003).
            05 AST-STATUS-FLAG        PIC X(001).
            05 AST-WO-DATE            PIC 9(008).
            05 AST-WO-NBV             PIC 9(005)V99.
            05 AST-WO-REASON          PIC X(008).
            05 AST-WO-MONTH           PIC 9(006).
            05 AST-RECOVERY           PIC 9(005)V99.
            05 AST-RECOVERY-NEW       PIC 9(005)V99.
            05 FILLER                 PIC X(010).

      *---------------------------- FORWARD-RECOVERY JOURNAL
      *      READ-ONLY HERE - A RENEWAL VOID PUTS BACK THE DUE DATE
      *      FROM THE BEFORE IMAGE THE RENEWAL JOURNALED. RECJRNL
      *      DOES THE WRITING. THE REDEFINES GIVE A RENTALS ROW'S
      *      KEY, DUE DATE AND RENEWAL COUNT.
       FD REC-JOURNAL.
       01 REC-JOURNAL-REG.
            05 RJ-SEQ                 PIC 9(005).
            05 FILLER                 PIC X(001).
            05 RJ-DATE                PIC 9(008).
            05 FILLER                 PIC X(001).
            05 RJ-TIME                PIC 9(006).
            05 FILLER                 PIC X(001).
            05 RJ-FILE                PIC X(008).
            05 FILLER                 PIC X(001).
            05 RJ-OPERATION           PIC X(001).
            05 FILLER                 PIC X(001).
            05 RJ-PROGRAM             PIC X(012).
            05 FILLER                 PIC X(001).
            05 RJ-OPERATOR            PIC X(008).
            05 FILLER                 PIC X(001).
            05 RJ-BEFORE              PIC X(100).
            05 RJ-BEFORE-RENT REDEFINES RJ-BEFORE.
                10 RJB-KEY            PIC 9(005).
                10 FILLER             PIC X(018).
                10 RJB-DUE-DATE       PIC 9(008).
                10 FILLER             PIC X(042).
                10 RJB-RENEWALS       PIC 9(002).
                10 FILLER             PIC X(025).
            05 FILLER                 PIC X(001).
            05 RJ-AFTER               PIC X(100).
            05 RJ-AFTER-RENT REDEFINES RJ-AFTER.
                10 RJA-KEY            PIC 9(005).
                10 FILLER             PIC X(018).
                10 RJA-DUE-DATE       PIC 9(008).
                10 FILLER             PIC X(042).
                10 RJA-RENEWALS       PIC 9(002).
                10 FILLER             PIC X(025).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                     PIC X(001) VALUE SPACE.
      *---------------------------- PROCESS FLAGS
       77 WRK-ALREADY-OUT-FLAG        PIC X(001) VALUE "N".
       77 WRK-OPEN-FOUND-FLAG         PIC X(001) VALUE "N".
       77 WRK-LOST-RENTAL-KEY         PIC 9(005) VALUE ZEROS.
       77 WRK-LOST-REFUND             PIC 9(003)V99 VALUE ZEROS.
       77 WRK-CUSTOMER-OK-FLAG        PIC X(001) VALUE "N".

      *---------------------------- ERROR MESSAGES
            05 WRK-MSG-WAIVEFEE       PIC X(040) VALUE
               "WAIVE OR REDUCE THE FEE (Y/N)?".
            05 WRK-MSG-BADSUPER       PIC X(040) VALUE
               "SUPERVISOR SIGN-IN NOT ACCEPTED".
            05 WRK-MSG-RENEWOVR       PIC X(040) VALUE
               "OVERRIDE THE HOLD AND RENEW (Y/N)?".
            05 WRK-MSG-BADADJ         PIC X(040) VALUE
               "ADJUSTED FEE EXCEEDS ORIGINAL".
            05 WRK-MSG-FEEADJUSTED    PIC X(040) VALUE
               "WAIVE THE REPLACEMENT (Y/N)?".
            05 WRK-MSG-REPLWAIVED     PIC X(040) VALUE
               "REPLACEMENT WAIVED".
            05 WRK-MSG-LOSTBACK       PIC X(040) VALUE
               "LOST TAPE BACK - REPLACEMENT REVERSED".
            05 WRK-MSG-RENEWED        PIC X(040) VALUE
               "RENEWED - SEE NEW DUE DATE".
            05 WRK-MSG-RENEWREFUSED   PIC X(040) VALUE
               "COMP RENTAL (Y/N)?".
            05 WRK-MSG-COMPDONE       PIC X(040) VALUE
               "COMP AUTHORIZED - NO CHARGE".
            05 WRK-MSG-PLANRENTAL     PIC X(040) VALUE
               "ON SUBSCRIPTION PLAN - NO CHARGE".
            05 WRK-MSG-PLANSUSP       PIC X(040) VALUE
               "SUBSCRIPTION SUSPENDED - NORMAL PRICE".
            05 WRK-MSG-PLANCLOSED     PIC X(040) VALUE
               "PLAN WITHDRAWN - NORMAL PRICE".
            05 WRK-MSG-PLANNEW        PIC X(040) VALUE
               "NEW RELEASE NOT ON PLAN - NORMAL PRICE".
            05 WRK-MSG-PLANUSED       PIC X(040) VALUE
               "PLAN RENTALS USED UP - NORMAL PRICE".
            05 WRK-MSG-PLANMAXOUT     PIC X(040) VALUE
               "PLAN LIMIT OUT AT ONCE - NORMAL PRICE".
            05 WRK-MSG-TIERMAXOUT     PIC X(040) VALUE
               "TIER LIMIT - TOO MANY TITLES OUT".
            05 WRK-MSG-TIERMAXNEW     PIC X(040) VALUE
               "TIER LIMIT - TOO MANY NEW RELEASES OUT".
            05 WRK-MSG-TIERBLOCKED    PIC X(040) VALUE
               "TIER LIMIT - RENTAL REFUSED".
            05 WRK-MSG-HHBALANCE      PIC X(040) VALUE
               "HOUSEHOLD BALANCE DUE".
            05 WRK-MSG-NOTAPPROVED    PIC X(040) VALUE
               "RATING NOT APPROVED BY ACCOUNT HOLDER".
            05 WRK-MSG-BADCOUPON      PIC X(040) VALUE
               "COUPON NOT VALID FOR THIS RENTAL".
            05 WRK-MSG-BADCERT        PIC X(040) VALUE
               "UNDER AGE FOR THIS RATING".
            05 WRK-MSG-AGEBLOCKED     PIC X(040) VALUE
               "RATING BLOCK - RENTAL REFUSED".
            05 WRK-MSG-BSKFULL        PIC X(040) VALUE
               "BASKET IS FULL - COMMIT OR DROP A LINE".
            05 WRK-MSG-BSKEMPTY       PIC X(040) VALUE
               "BASKET IS EMPTY".
            05 WRK-MSG-BSKBADLINE     PIC X(040) VALUE
               "NO SUCH LINE IN THE BASKET".
            05 WRK-MSG-BSKBADOPT      PIC X(040) VALUE
               "INVALID OPTION - ENTER A, D, C OR Q".
            05 WRK-MSG-BSKQUIT        PIC X(040) VALUE
               "BASKET ABANDONED - NOTHING WRITTEN".
            05 WRK-MSG-BSKDONE        PIC X(040) VALUE
               "BASKET CHECKED OUT - RECEIPT PRINTED".
            05 WRK-MSG-BSKBACKOUT     PIC X(040) VALUE
               "SAVE FAILED - BASKET BACKED OUT".
            05 WRK-MSG-BADTENDER      PIC X(040) VALUE
               "INVALID TENDER".
            05 WRK-MSG-CREDITSHORT    PIC X(040) VALUE
               "CREDIT DOES NOT COVER THE BASKET".
            05 WRK-MSG-POINTSSHORT    PIC X(040) VALUE
               "NOT ENOUGH POINTS FOR THE BASKET".
            05 WRK-MSG-VOIDNOAUTH     PIC X(040) VALUE
               "LEVEL-2 SIGN-IN REQUIRED - VOID REFUSED".
            05 WRK-MSG-VOIDNOTFOUND   PIC X(040) VALUE
               "NO SAME-DAY TRANSACTION TO VOID".
            05 WRK-MSG-VOIDORDER      PIC X(040) VALUE
               "VOID THE LATER TRANSACTION FIRST".
            05 WRK-MSG-VOIDSHIFT      PIC X(040) VALUE
               "DRAWER SHIFT ALREADY CLOSED - REFUSED".
            05 WRK-MSG-VOIDNOJRNL     PIC X(040) VALUE
               "RENEWAL NOT ON THE JOURNAL - REFUSED".
            05 WRK-MSG-VOIDCERT       PIC X(040) VALUE
               "GIFT CERT ALREADY USED - VOID REFUSED".
            05 WRK-MSG-VOIDFULL       PIC X(040) VALUE
               "TOO MANY ROWS FOR ONE VOID".
            05 WRK-MSG-VOIDCANCEL     PIC X(040) VALUE
               "VOID CANCELLED - NOTHING CHANGED".
            05 WRK-MSG-VOIDDONE       PIC X(040) VALUE
               "TRANSACTION VOIDED - SLIP PRINTED".
            05 WRK-MSG-VOIDCONFIRM    PIC X(040) VALUE
               "REVERSE THIS TRANSACTION (Y/N)?".
            05 WRK-MSG-SALENOCOPY     PIC X(040) VALUE
               "NO SUCH COPY ON FILE FOR THIS TITLE".
            05 WRK-MSG-SALENOTSTOCK   PIC X(040) VALUE
               "COPY IS OUT, AWAY OR GONE - NOT FOR SALE".
            05 WRK-MSG-SALENOPRICE    PIC X(040) VALUE
               "NO SELL-THROUGH PRICE FOR THIS COPY".
            05 WRK-MSG-SALETOOBIG     PIC X(040) VALUE
               "SALE TOTAL OVER 999,99 - CHECK TABLE".
            05 WRK-MSG-SALECONFIRM    PIC X(040) VALUE
               "SELL THIS COPY (Y/N)?".
            05 WRK-MSG-SALECANCEL     PIC X(040) VALUE
               "SALE CANCELLED - NOTHING CHANGED".
            05 WRK-MSG-SALEDONE       PIC X(040) VALUE
               "COPY SOLD - RECEIPT PRINTED".
            05 WRK-MSG-CASENOCUST     PIC X(040) VALUE
               "CUSTOMER NOT FOUND - NO CASE OPENED".
            05 WRK-MSG-BADCATEGORY    PIC X(040) VALUE
               "CATEGORY MUST BE L, D, R OR O".
            05 WRK-MSG-NODESC         PIC X(040) VALUE
               "DESCRIBE THE COMPLAINT".
            05 WRK-MSG-CASERENTAL     PIC X(040) VALUE
               "RENTAL NOT ON FILE FOR THIS CUSTOMER".
            05 WRK-MSG-CASEOPENED     PIC X(040) VALUE
               "CASE OPENED".
            05 WRK-MSG-CASENOTSAVED   PIC X(040) VALUE
               "ERROR WHILE SAVING CASE".

      *---------------------------- FILE
       77 MOVIES-STATUS               PIC 9(002) VALUE ZEROS.
       77 TERMS-STATUS                PIC 9(002) VALUE ZEROS.
       77 POLICY-STATUS               PIC 9(002) VALUE ZEROS.
       77 RECEIPTS-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-RECEIPTS-PATH           PIC X(060) VALUE SPACES.
       77 SHIFTS-STATUS               PIC 9(002) VALUE ZEROS.
       77 WRK-SHIFTS-PATH             PIC X(060) VALUE SPACES.
       77 USERS-STATUS                PIC 9(002) VALUE ZEROS.
       77 WRK-USERS-PATH              PIC X(060) VALUE SPACES.
       77 PAYMENTS-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-PAYMENTS-PATH           PIC X(060) VALUE SPACES.
       77 JOURNAL-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-JOURNAL-PATH            PIC X(060) VALUE SPACES.

      *---------------------------- CURRENT DRAWER SHIFT
       77 WRK-SHIFT-ID                PIC 9(005) VALUE ZEROS.
       77 WRK-COUPON-ENTRY            PIC X(008) VALUE SPACES.
       77 WRK-PROMO-FOUND-FLAG        PIC X(001) VALUE "N".
       77 WRK-DISC-AMT                PIC 9(003)V99 VALUE ZEROS.
       77 WINBACK-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-LISTED-FLAG             PIC X(001) VALUE "N".
       77 WRK-CODE-USED-FLAG          PIC X(001) VALUE "N".
       01 WRK-SAVE-RENTAL             PIC X(120) VALUE SPACES.

      *---------------------------- RECOMMENDATIONS
       77 SUGGEST-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-TODAY-YEAR              PIC 9(004) VALUE ZEROS.
       77 WRK-BIRTH-YEAR              PIC 9(004) VALUE ZEROS.

      *---------------------------- SUBSCRIPTION PLANS
       77 PLANS-STATUS                PIC 9(002) VALUE ZEROS.
       77 WRK-PLANS-PATH              PIC X(060) VALUE SPACES.
       77 SUBS-STATUS                 PIC 9(002) VALUE ZEROS.
       77 WRK-SUBS-PATH               PIC X(060) VALUE SPACES.
       77 WRK-PLAN-AVAIL-FLAG         PIC X(001) VALUE "N".
       77 WRK-PLAN-APPLY-FLAG         PIC X(001) VALUE "N".
       77 WRK-PLAN-TITLE-AGE          PIC S9(004) VALUE ZEROS.
       77 WRK-PLAN-BSK-LINES          PIC 9(003) VALUE ZEROS.
       77 WRK-PLAN-OUT-COUNT          PIC 9(003) VALUE ZEROS.
       77 WRK-PLAN-SAVE-KEY           PIC 9(005) VALUE ZEROS.

      *---------------------------- RELIABILITY TIERS
      *      BUILT-IN TERMS, BEST TIER FIRST - TIERS.TXT ROWS REPLACE
      *      THEM LETTER BY LETTER (SEE CUSTSCORE).
       77 TIER-TABLE-STATUS           PIC 9(002) VALUE ZEROS.
       01 WRK-TIER-VALUES.
            05 FILLER                 PIC X(020) VALUE
               "A0801005PREMIER".
            05 FILLER                 PIC X(020) VALUE
               "B0600603REGULAR".
            05 FILLER                 PIC X(020) VALUE
               "C0400301STANDARD".
            05 FILLER                 PIC X(020) VALUE
               "D0000100RESTRICTED".
       01 WRK-TIER-TABLE REDEFINES WRK-TIER-VALUES.
            05 WRK-TIER-ENTRY OCCURS 4 TIMES.
                10 WRK-TIER-CODE      PIC X(001).
                10 WRK-TIER-MIN       PIC 9(003).
                10 WRK-TIER-MAX-OUT   PIC 9(002).
                10 WRK-TIER-MAX-NEW   PIC 9(002).
                10 WRK-TIER-NAME      PIC X(012).
       77 WRK-TIER-IDX                PIC 9(001) VALUE ZEROS.
       77 WRK-TIER-OUT-COUNT          PIC 9(003) VALUE ZEROS.
       77 WRK-TIER-NEW-COUNT          PIC 9(003) VALUE ZEROS.
       77 WRK-TIER-THIS-NEW           PIC X(001) VALUE "N".
       77 WRK-TIER-TITLE-AGE          PIC S9(004) VALUE ZEROS.
       77 WRK-TIER-SAVE-KEY           PIC 9(005) VALUE ZEROS.
       77 WRK-TIER-MOVIE-SAVE         PIC X(151) VALUE SPACES.

      *---------------------------- HOUSEHOLD ACCOUNTS
       77 WRK-HH-BALANCE              PIC 9(006)V99 VALUE ZEROS.
       77 WRK-HH-COLLECT-FLAG         PIC X(001) VALUE SPACE.
       77 WRK-HH-SAVE-KEY             PIC 9(005) VALUE ZEROS.
       77 WRK-HH-IDX                  PIC 9(002) VALUE ZEROS.
       77 WRK-HH-APPROVED-FLAG        PIC X(001) VALUE "N".
       01 WRK-HH-REC.
            05 WRK-HH-ACTION          PIC X(001).
            05 WRK-HH-CUSTOMER        PIC 9(005).
            05 WRK-HH-PAYER           PIC 9(005).
            05 WRK-HH-ROLE            PIC X(001).
            05 WRK-HH-RATINGS.
                10 WRK-HH-RATING      PIC X(005) OCCURS 6 TIMES.
            05 WRK-HH-QTY             PIC 9(002).
            05 WRK-HH-MEMBER          PIC 9(005) OCCURS 20 TIMES.
            05 WRK-HH-RESULT          PIC X(001).

      *---------------------------- BARCODE ENTRY
       77 WRK-SCAN-ENTRY              PIC X(008) VALUE SPACES.
       77 WRK-SCAN-WORK               PIC X(008) VALUE SPACES.
       77 WRK-RCPT-TYPE               PIC X(001) VALUE "O".
       77 WRK-RCPT-TIME               PIC 9(008) VALUE ZEROS.
       77 WRK-FORM-FEED               PIC X(001) VALUE X"0C".
      *      TRAINING - "Y" WHEN THE MENU SIGNED THIS SESSION ON TO
      *      THE TRAINING DATA SET. EVERY SLIP IS STAMPED SO A
      *      PRACTICE RECEIPT CAN NEVER PASS FOR A REAL ONE.
       77 WRK-TRAINING-FLAG           PIC X(001) VALUE "N".
      *      EVERY COUNTER TRANSACTION TAKES THE NEXT RECEIPT NUMBER
      *      FROM CONTROL.DAT. IT IS PRINTED ON THE SLIP AND STAMPED
      *      ON EVERY PAYMENT ROW THE TRANSACTION POSTS, SO A VOID
      *      CAN FIND THE WHOLE TRANSACTION FROM THE PAPER.
       77 WRK-RCPT-NUMBER             PIC 9(005) VALUE ZEROS.

      *---------------------------- LATE FEE POLICY
       77 WRK-POL-GRACE               PIC 9(002) VALUE ZEROS.
       77 WRK-POL-CAP                 PIC 9(003)V99 VALUE 999,99.
       77 WRK-POL-BAL-LIMIT           PIC 9(003)V99 VALUE 999,99.

      *---------------------------- SUPERVISOR SIGN-IN (OVERRIDES)
       77 WRK-SUP-ENTRY               PIC X(008) VALUE SPACES.
       77 WRK-SUP-PASSWORD            PIC X(008) VALUE SPACES.
       77 WRK-SUP-APPROVER            PIC X(008) VALUE SPACES.

      *---------------------------- FEE WAIVER
       77 WRK-ADJ-FEE                 PIC 9(003)V99 VALUE ZEROS.
       77 WRK-ORIG-FEE                PIC 9(003)V99 VALUE ZEROS.
       77 WRK-WAIVE-REASON            PIC X(020) VALUE SPACES.
       77 WRK-TODAY                   PIC 9(008) VALUE ZEROS.
       77 WRK-NEXT-HOLD-SEQ           PIC 9(003) VALUE ZEROS.
       77 WRK-ACTIVE-HOLD-SEQ         PIC 9(003) VALUE ZEROS.
       77 WRK-FILL-HOLD-SEQ           PIC 9(003) VALUE ZEROS.
       77 WRK-ACTIVE-HOLD-ST          PIC X(001) VALUE SPACE.
       77 WRK-HOLD-CUST               PIC 9(005) VALUE ZEROS.
       77 WRK-HOLD-UNTIL              PIC 9(008) VALUE ZEROS.
            05 WRK-CTL-COUNT          PIC 9(005).
            05 WRK-CTL-RESULT         PIC X(001).

      *---------------------------- STORE BUSINESS CALENDAR SUBPROGRAM
       01 WRK-CAL-REC.
            05 WRK-CAL-ACTION         PIC X(001).
            05 WRK-CAL-STORE          PIC X(003).
            05 WRK-CAL-DATE           PIC 9(008).
            05 WRK-CAL-DATE-2         PIC 9(008).
            05 WRK-CAL-DAYS           PIC 9(005).
            05 WRK-CAL-RESULT-DATE    PIC 9(008).
            05 WRK-CAL-RESULT         PIC X(001).

      *---------------------------- CUSTOMER ACCOUNT LEDGER SUBPROGRAM
       01 WRK-LEDG-REC.
            05 WRK-LEDG-CUSTOMER      PIC 9(005).
            05 WRK-LEDG-FIELD         PIC X(001).
            05 WRK-LEDG-AMOUNT        PIC S9(005)V99.
            05 WRK-LEDG-REASON        PIC X(008).
            05 WRK-LEDG-REFERENCE.
                10 WRK-LEDG-REF-TYPE  PIC X(005).
                10 WRK-LEDG-REF-KEY   PIC 9(005).
            05 WRK-LEDG-PROGRAM       PIC X(012) VALUE "RENTAL".
            05 WRK-LEDG-OPERATOR      PIC X(008).
            05 WRK-LEDG-BALANCE       PIC 9(005)V99.
            05 WRK-LEDG-CREDIT        PIC 9(005)V99.
            05 WRK-LEDG-POINTS        PIC 9(005).
            05 WRK-LEDG-RESULT        PIC X(001).

      *---------------------------- PAYMENT RECORDING
       77 WRK-PAY-ENTRY               PIC X(001) VALUE SPACE.
       77 WRK-OPERATOR                PIC X(008) VALUE SPACES.
            05 WRK-PAY-TAX            PIC 9(003)V99.
            05 WRK-PAY-RESULT         PIC X(001).
            05 WRK-PAY-STORE          PIC X(003).
            05 WRK-PAY-SIGN           PIC X(001) VALUE SPACE.
            05 WRK-PAY-RECEIPT        PIC 9(005) VALUE ZEROS.
            05 WRK-PAY-CERT           PIC 9(005) VALUE ZEROS.

      *---------------------------- COPY ASSET REGISTER SUBPROGRAM
       01 WRK-AST-REC.
            05 WRK-AST-ACTION         PIC X(001).
            05 WRK-AST-MOVIES-KEY     PIC 9(005).
            05 WRK-AST-COPY-NUMBER    PIC 9(002).
            05 WRK-AST-COST           PIC 9(003)V99.
            05 WRK-AST-DATE           PIC 9(008).
            05 WRK-AST-RELEASE-YEAR   PIC 9(004).
            05 WRK-AST-STORE          PIC X(003).
            05 WRK-AST-REASON         PIC X(008).
            05 WRK-AST-RECOVERY       PIC 9(005)V99.
            05 WRK-AST-NBV            PIC 9(005)V99.
            05 WRK-AST-RESULT         PIC X(001).

      *---------------------------- AUDIT TRAIL (FEE WAIVERS)
       01 WRK-AUDIT-REC.
               VALUE "RENTAL".
            05 WRK-AUDIT-OPERATOR        PIC X(008) VALUE SPACES.

      *---------------------------- OVERRIDE LOG
       01 WRK-OVR-REC.
            05 WRK-OVR-TYPE              PIC X(008).
            05 WRK-OVR-APPROVER          PIC X(008).
            05 WRK-OVR-REQUESTER         PIC X(008).
            05 WRK-OVR-AMOUNT            PIC 9(005)V99.
            05 WRK-OVR-KEY-KIND          PIC X(001).
            05 WRK-OVR-KEY               PIC 9(005).
            05 WRK-OVR-PROGRAM           PIC X(012)
               VALUE "RENTAL".
            05 WRK-OVR-REASON            PIC X(030).

      *---------------------------- PRICING SUBPROGRAM
       01 WRK-PRICE-REC.
            05 WRK-PRICE-GENRE        PIC X(030).
      *---------------------------- DATE WORK AREAS
       77 WRK-DAYS-LATE               PIC S9(005) VALUE ZEROS.

      *---------------------------- CHECK-OUT BASKET
      *      THE LINES OF A MULTI-TITLE CHECK-OUT ARE HELD HERE UNTIL
      *      THE OPERATOR COMMITS - NOTHING TOUCHES RENTALS.DAT, THE
      *      PAYMENTS FILE OR THE CUSTOMER RECORD BEFORE THEN.
       77 WRK-BASKET-FLAG             PIC X(001) VALUE "N".
       77 WRK-BSK-COUNT               PIC 9(002) VALUE ZEROS.
       77 WRK-BSK-MAX                 PIC 9(002) VALUE 10.
       77 WRK-BSK-IDX                 PIC 9(002) VALUE ZEROS.
       77 WRK-BSK-IDX2                PIC 9(002) VALUE ZEROS.
       77 WRK-BSK-DROP                PIC 9(002) VALUE ZEROS.
       77 WRK-BSK-WRITTEN             PIC 9(002) VALUE ZEROS.
       77 WRK-BSK-PAYABLE             PIC 9(002) VALUE ZEROS.
       77 WRK-BSK-ACTION              PIC X(001) VALUE SPACE.
       77 WRK-BSK-TENDER              PIC X(001) VALUE SPACE.
       77 WRK-BSK-DONE-FLAG           PIC X(001) VALUE "N".
       77 WRK-BSK-TENDER-OK           PIC X(001) VALUE "N".
       77 WRK-BSK-FAIL-FLAG           PIC X(001) VALUE "N".
       77 WRK-BSK-LOCKED-FLAG         PIC X(001) VALUE "N".
       77 WRK-BSK-CUSTOMER            PIC 9(005) VALUE ZEROS.
       77 WRK-BSK-CUST-NAME           PIC X(030) VALUE SPACES.
       77 WRK-BSK-CERT                PIC 9(005) VALUE ZEROS.
       77 WRK-BSK-FILL-SEQ            PIC 9(003) VALUE ZEROS.
       77 WRK-BSK-SUBTOTAL            PIC 9(004)V99 VALUE ZEROS.
       77 WRK-BSK-TAX-TOTAL           PIC 9(004)V99 VALUE ZEROS.
       77 WRK-BSK-DUE                 PIC 9(004)V99 VALUE ZEROS.
       77 WRK-BSK-POINTS-NEED         PIC 9(005) VALUE ZEROS.
       77 WRK-BSK-POINTS-EARNED       PIC 9(005) VALUE ZEROS.
       01 WRK-BASKET.
            05 WRK-BSK-LINE OCCURS 10 TIMES.
                10 WRK-BSK-MOVIES-KEY     PIC 9(005).
                10 WRK-BSK-TITLE          PIC X(030).
                10 WRK-BSK-COPY           PIC 9(002).
                10 WRK-BSK-DUE-DATE       PIC 9(008).
                10 WRK-BSK-BASE           PIC 9(003)V99.
                10 WRK-BSK-PRICE          PIC 9(003)V99.
                10 WRK-BSK-RULE           PIC X(008).
                10 WRK-BSK-PROMO          PIC X(008).
                10 WRK-BSK-DISCOUNT       PIC 9(003)V99.
                10 WRK-BSK-TAX            PIC 9(003)V99.
                10 WRK-BSK-HOLD-SEQ       PIC 9(003).
                10 WRK-BSK-RENTAL-KEY     PIC 9(005).
                10 WRK-BSK-NEW            PIC X(001).

      *---------------------------- POST-VOID
      *      A SAME-DAY TRANSACTION IS FOUND BY RENTAL KEY OR BY
      *      RECEIPT NUMBER. TODAY'S PAYMENT ROWS ARE LOADED INTO THE
      *      ROW TABLE (ROWS AN EARLIER VOID ALREADY REVERSED ARE
      *      MARKED DEAD), THE ONES THIS VOID WILL REVERSE ARE PICKED,
      *      AND EVERY RECORD THE TRANSACTION TOUCHED IS LISTED IN
      *      THE PLAN TABLE WITH ITS KIND - NOTHING IS WRITTEN UNTIL
      *      THE WHOLE PLAN HAS PASSED ITS CHECKS.
       77 WRK-VOID-BY                 PIC X(001) VALUE SPACE.
       77 WRK-VOID-ENTRY              PIC 9(005) VALUE ZEROS.
       77 WRK-VOID-OK-FLAG            PIC X(001) VALUE "N".
       77 WRK-VOID-ROWS               PIC 9(002) VALUE ZEROS.
       77 WRK-VOID-MAX                PIC 9(002) VALUE 40.
       77 WRK-VOID-IDX                PIC 9(002) VALUE ZEROS.
       77 WRK-VOID-IDX2               PIC 9(002) VALUE ZEROS.
       77 WRK-VOID-PLANS              PIC 9(002) VALUE ZEROS.
       77 WRK-VOID-PIDX               PIC 9(002) VALUE ZEROS.
       77 WRK-VOID-PICKED             PIC 9(002) VALUE ZEROS.
       77 WRK-VOID-KIND               PIC X(001) VALUE SPACE.
       77 WRK-VOID-RENTAL             PIC 9(005) VALUE ZEROS.
       77 WRK-VOID-LAST-RCPT          PIC 9(005) VALUE ZEROS.
       77 WRK-VOID-LATE-PAID          PIC X(001) VALUE "N".
       77 WRK-VOID-DAMAGED            PIC X(001) VALUE "N".
       77 WRK-VOID-TOTAL              PIC 9(005)V99 VALUE ZEROS.
       77 WRK-VOID-CHARGE             PIC 9(003)V99 VALUE ZEROS.
       77 WRK-VOID-POINTS             PIC 9(005) VALUE ZEROS.
       77 WRK-VOID-HOLD-SEQ           PIC 9(003) VALUE ZEROS.
       77 WRK-VOID-KIND-NAME          PIC X(010) VALUE SPACES.
       01 WRK-VOID-ROW-TABLE.
            05 WRK-VD-ROW OCCURS 40 TIMES.
                10 WRK-VD-CATEGORY        PIC X(001).
                10 WRK-VD-TYPE            PIC X(001).
                10 WRK-VD-RENTAL-KEY      PIC 9(005).
                10 WRK-VD-CUSTOMER-KEY    PIC 9(005).
                10 WRK-VD-MOVIES-KEY      PIC 9(005).
                10 WRK-VD-AMOUNT          PIC 9(003)V99.
                10 WRK-VD-OPERATOR        PIC X(008).
                10 WRK-VD-RULE            PIC X(008).
                10 WRK-VD-TAX             PIC 9(003)V99.
                10 WRK-VD-SHIFT           PIC 9(005).
                10 WRK-VD-PROMO           PIC X(008).
                10 WRK-VD-STORE           PIC X(003).
                10 WRK-VD-RECEIPT         PIC 9(005).
                10 WRK-VD-CERT            PIC 9(005).
                10 WRK-VD-LIVE            PIC X(001).
                10 WRK-VD-PICK            PIC X(001).
      *      KIND: O = CHECK-OUT, I = CHECK-IN, R = RENEWAL,
      *      G = GIFT CERTIFICATE SALE.
       01 WRK-VOID-PLAN-TABLE.
            05 WRK-VP-ENTRY OCCURS 10 TIMES.
                10 WRK-VP-KIND            PIC X(001).
                10 WRK-VP-KEY             PIC 9(005).
                10 WRK-VP-LATE-PAID       PIC X(001).
                10 WRK-VP-DMG-PAID        PIC X(001).
                10 WRK-VP-PRIOR-DUE       PIC 9(008).

      *---------------------------- USED COPY SALES
      *      A COPY PULLED FROM RENTAL STOCK GOES OUT OF THE BARGAIN
      *      BIN AT THE SELL-THROUGH TABLE PRICE FOR ITS TERM CLASS,
      *      CONDITION AND AGE. AGE RUNS FROM THE IN-SERVICE DATE ON
      *      THE ASSET REGISTER, OR THE TITLE'S ENTRY DATE FOR A COPY
      *      BOUGHT BEFORE THE REGISTER EXISTED.
       77 SELL-TABLE-STATUS          PIC 9(002) VALUE ZEROS.
       77 COPYSALE-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-COPYSALE-PATH          PIC X(060) VALUE SPACES.
       77 ASSETS-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-ASSETS-PATH            PIC X(060) VALUE SPACES.
       77 WRK-SALE-OK-FLAG           PIC X(001) VALUE "N".
       77 WRK-SALE-PRICED-FLAG       PIC X(001) VALUE "N".
       77 WRK-SALE-WAS-INACTIVE      PIC X(001) VALUE "N".
       77 WRK-SALE-CLASS             PIC X(003) VALUE SPACES.
       77 WRK-SALE-START             PIC 9(008) VALUE ZEROS.
       77 WRK-SALE-START-YEAR        PIC 9(004) VALUE ZEROS.
       77 WRK-SALE-START-MONTH       PIC 9(002) VALUE ZEROS.
       77 WRK-SALE-TODAY-MONTH       PIC 9(002) VALUE ZEROS.
       77 WRK-SALE-MONTHS            PIC S9(005) VALUE ZEROS.
       77 WRK-SALE-AGE               PIC 9(003) VALUE ZEROS.
       77 WRK-SALE-BEST-AGE          PIC 9(003) VALUE ZEROS.
       77 WRK-SALE-PRICE             PIC 9(003)V99 VALUE ZEROS.
       77 WRK-SALE-TAX               PIC 9(003)V99 VALUE ZEROS.
       77 WRK-SALE-TOTAL             PIC 9(003)V99 VALUE ZEROS.
       77 WRK-SALE-COST              PIC 9(005)V99 VALUE ZEROS.
       77 WRK-SALE-NBV               PIC 9(005)V99 VALUE ZEROS.
       77 WRK-SALE-CUSTOMER          PIC 9(005) VALUE ZEROS.
       77 WRK-SALE-CUST-NAME         PIC X(030) VALUE SPACES.

      *---------------------------- RECOVERY JOURNAL SUBPROGRAM
       01 WRK-RJ-REC.
            05 WRK-RJ-FILE           PIC X(008).
            05 WRK-RJ-OPERATION      PIC X(001).
            05 WRK-RJ-BEFORE         PIC X(100).
            05 WRK-RJ-AFTER          PIC X(100).
            05 WRK-RJ-PROGRAM        PIC X(012) VALUE "RENTAL".
      *      BEFORE IMAGES, SAVED WHEN A RECORD IS READ FOR UPDATE
       77 WRK-RJ-CUST-BEFORE         PIC X(100) VALUE SPACES.
       77 WRK-RJ-RENT-BEFORE         PIC X(100) VALUE SPACES.
       77 WRK-RJ-COPY-BEFORE         PIC X(100) VALUE SPACES.
       77 WRK-RJ-HOLD-BEFORE         PIC X(100) VALUE SPACES.

      *---------------------------- DISPUTE CASES
       77 WRK-CASE-RENTAL-IN         PIC 9(005) VALUE ZEROS.
       77 WRK-CASE-RECEIPT-IN        PIC 9(005) VALUE ZEROS.
       77 WRK-LINK-OK-FLAG           PIC X(001) VALUE "N".
       01 WRK-CASE-REC.
            05 WRK-CASE-ACTION       PIC X(001).
            05 WRK-CASE-NUMBER       PIC 9(005).
            05 WRK-CASE-CUSTOMER     PIC 9(005).
            05 WRK-CASE-LINK-KIND    PIC X(001).
            05 WRK-CASE-LINK-KEY     PIC 9(005).
            05 WRK-CASE-CATEGORY     PIC X(001).
            05 WRK-CASE-DESCRIPTION  PIC X(060).
            05 WRK-CASE-ASSIGNED     PIC X(008).
            05 WRK-CASE-OPERATOR     PIC X(008).
            05 WRK-CASE-STORE        PIC X(003).
            05 WRK-CASE-OPEN-QTY     PIC 9(003).
            05 WRK-CASE-YEAR-QTY     PIC 9(003).
            05 WRK-CASE-RESULT       PIC X(001).

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-TITLE.
       01 MODE-SCREEN.
            05 MODE-ENTRY FOREGROUND-COLOR 2.
                10 LINE 08 COLUMN 10
                   VALUE "(O)UT,(I)N,(B)RS,(H)OLDS,(G)IFT,(R)ENEW,".
                10 LINE 09 COLUMN 10
                   VALUE "(M)ULTI,(V)OID,(S)ELL,(D)ISPUTE:".
                10 COLUMN PLUS 2      PIC X(001)
                   USING WRK-RENTAL-MODE.

      *---------------------------- DISPUTE CASE ENTRY SCREEN
       01 CASE-ENTRY-SCREEN.
            05 CASE-ENTRY-DATA FOREGROUND-COLOR 2.
                10 LINE 11 COLUMN 10 VALUE "RENTAL ID: ".
                10 COLUMN PLUS 2      PIC 9(005)
                   USING WRK-CASE-RENTAL-IN BLANK WHEN ZEROS.
                10 LINE 11 COLUMN 40 VALUE "OR RECEIPT NR: ".
                10 COLUMN PLUS 2      PIC 9(005)
                   USING WRK-CASE-RECEIPT-IN BLANK WHEN ZEROS.
                10 LINE 12 COLUMN 10 VALUE "CATEGORY: ".
                10 COLUMN PLUS 2      PIC X(001)
                   USING WRK-CASE-CATEGORY.
                10 LINE 12 COLUMN 25
                   VALUE "(L)ATE FEE,(D)AMAGE,(R)ETURNED,(O)THER".
                10 LINE 13 COLUMN 10 VALUE "DESCRIPTION: ".
                10 LINE 14 COLUMN 10  PIC X(060)
                   USING WRK-CASE-DESCRIPTION.
                10 LINE 15 COLUMN 10 VALUE "ASSIGN TO: ".
                10 COLUMN PLUS 2      PIC X(008)
                   USING WRK-CASE-ASSIGNED.

      *---------------------------- MOVIE LOOKUP SCREEN
      *      TAKES THE RAW 5-DIGIT ID, OR THE SHELF-LABEL BARCODE
      *      WITH ITS CHECK DIGIT (WITH OR WITHOUT THE ASTERISKS) -
            GOBACK.

       0195-SET-FILE-PATHS     SECTION.
            MOVE SPACES TO WRK-JOURNAL-PATH.
            ACCEPT WRK-JOURNAL-PATH FROM ENVIRONMENT "RECJRNLTXT".
            IF WRK-JOURNAL-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\RECJRNL.TXT"
                   TO WRK-JOURNAL-PATH
            END-IF.

            MOVE SPACES TO WRK-RECEIPTS-PATH.
            ACCEPT WRK-RECEIPTS-PATH FROM ENVIRONMENT "RECEIPTSTXT".
            IF WRK-RECEIPTS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\RECEIPTS.TXT"
                   TO WRK-RECEIPTS-PATH
            END-IF.

            MOVE SPACES TO WRK-PAYMENTS-PATH.
            ACCEPT WRK-PAYMENTS-PATH FROM ENVIRONMENT "PAYMENTSTXT".
            IF WRK-PAYMENTS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\PAYMENTS.TXT"
                   TO WRK-PAYMENTS-PATH
            END-IF.

            MOVE SPACES TO WRK-PLANS-PATH.
            ACCEPT WRK-PLANS-PATH FROM ENVIRONMENT "PLANSDAT".
            IF WRK-PLANS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\PLANS.DAT"
                   TO WRK-PLANS-PATH
            END-IF.

            MOVE SPACES TO WRK-SUBS-PATH.
            ACCEPT WRK-SUBS-PATH FROM ENVIRONMENT "SUBSDAT".
            IF WRK-SUBS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\SUBS.DAT"
                   TO WRK-SUBS-PATH
            END-IF.

            MOVE SPACES TO WRK-MOVIES-PATH.
            ACCEPT WRK-MOVIES-PATH FROM ENVIRONMENT "MOVIESDAT".
            IF WRK-MOVIES-PATH = SPACES
                   TO WRK-GIFTCERTS-PATH
            END-IF.

            MOVE SPACES TO WRK-USERS-PATH.
            ACCEPT WRK-USERS-PATH FROM ENVIRONMENT "USERSDAT".
            IF WRK-USERS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\USERS.DAT"
                   TO WRK-USERS-PATH
            END-IF.

            MOVE SPACES TO WRK-MONTHEND-PATH.
            ACCEPT WRK-MONTHEND-PATH FROM ENVIRONMENT "MONTHENDDAT".
            IF WRK-MONTHEND-PATH = SPACES
                   TO WRK-REFTABLE-PATH
            END-IF.

            MOVE SPACES TO WRK-COPYSALE-PATH.
            ACCEPT WRK-COPYSALE-PATH FROM ENVIRONMENT "COPYSALEDAT".
            IF WRK-COPYSALE-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\COPYSALE.DAT"
                   TO WRK-COPYSALE-PATH
            END-IF.

            MOVE SPACES TO WRK-ASSETS-PATH.
            ACCEPT WRK-ASSETS-PATH FROM ENVIRONMENT "ASSETSDAT".
            IF WRK-ASSETS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\ASSETS.DAT"
                   TO WRK-ASSETS-PATH
            END-IF.

            MOVE SPACES TO WRK-RETIRE-LIMIT-X.
            ACCEPT WRK-RETIRE-LIMIT-X FROM ENVIRONMENT "RETIRELIMIT".
            IF WRK-RETIRE-LIMIT-X IS NUMERIC
                MOVE "001" TO WRK-STORE-CODE
            END-IF.

            MOVE SPACES TO WRK-TRAINING-FLAG.
            ACCEPT WRK-TRAINING-FLAG FROM ENVIRONMENT "TRAINING".
            IF WRK-TRAINING-FLAG NOT = "Y"
                MOVE "N" TO WRK-TRAINING-FLAG
            END-IF.

       0200-INITIALIZE         SECTION.
            PERFORM 0195-SET-FILE-PATHS.
            PERFORM 0197-SET-OPERATOR.
            PERFORM 0220-LOAD-TERMS.
            PERFORM 0222-LOAD-FEE-POLICY.
            PERFORM 0223-LOAD-TAX-RATE.
            PERFORM 0227-LOAD-TIERS.
            PERFORM 0224-FIND-OPEN-SHIFT.
            PERFORM 0226-CHECK-PERIOD-LOCK.

                MOVE "N" TO WRK-REF-AVAIL-FLAG
            END-IF.

      *      NO PLAN FILES JUST MEANS NOBODY HAS SUBSCRIBED YET -
      *      EVERY RENTAL IS THEN PRICED AS IT ALWAYS WAS.
            MOVE "N" TO WRK-PLAN-AVAIL-FLAG.
            OPEN INPUT PLANS.
            IF PLANS-STATUS = ZEROS
                OPEN I-O SUBS
                IF SUBS-STATUS = ZEROS
                    MOVE "Y" TO WRK-PLAN-AVAIL-FLAG
                ELSE
                    CLOSE PLANS
                END-IF
            END-IF.

       0210-VERIFICATION       SECTION.
            EVALUATE MOVIES-STATUS
              WHEN 0
                   NOT AT END
                       MOVE POL-GRACE-DAYS TO WRK-POL-GRACE
                       MOVE POL-FEE-CAP    TO WRK-POL-CAP
                       IF POL-BAL-LIMIT > ZEROS
                           MOVE POL-BAL-LIMIT TO WRK-POL-BAL-LIMIT
                       END-IF
                CLOSE TAX-RATES
            END-IF.

       0227-LOAD-TIERS         SECTION.
            OPEN INPUT TIER-TABLE.
            IF TIER-TABLE-STATUS = ZEROS
                PERFORM UNTIL TIER-TABLE-STATUS = 10
                   READ TIER-TABLE
                      AT END
                          MOVE 10 TO TIER-TABLE-STATUS
                      NOT AT END
                          PERFORM 0228-APPLY-TIER-ROW
                   END-READ
                END-PERFORM
                CLOSE TIER-TABLE
            END-IF.

       0228-APPLY-TIER-ROW     SECTION.
            IF TIERT-MAX-OUT IS NUMERIC AND TIERT-MAX-NEW IS NUMERIC
                PERFORM VARYING WRK-TIER-IDX FROM 1 BY 1
                      UNTIL WRK-TIER-IDX > 4
                   IF WRK-TIER-CODE(WRK-TIER-IDX) = TIERT-CODE
                       MOVE TIERT-MAX-OUT
                          TO WRK-TIER-MAX-OUT(WRK-TIER-IDX)
                       MOVE TIERT-MAX-NEW
                          TO WRK-TIER-MAX-NEW(WRK-TIER-IDX)
                   END-IF
                END-PERFORM
            END-IF.

       0220-LOAD-TERMS         SECTION.
            OPEN INPUT RENT-TERMS.
            IF TERMS-STATUS = ZEROS
                       OR WRK-RENTAL-MODE = "G"
                       OR WRK-RENTAL-MODE = "g"
                       OR WRK-RENTAL-MODE = "R"
                       OR WRK-RENTAL-MODE = "r"
                       OR WRK-RENTAL-MODE = "M"
                       OR WRK-RENTAL-MODE = "m"
                       OR WRK-RENTAL-MODE = "V"
                       OR WRK-RENTAL-MODE = "v"
                       OR WRK-RENTAL-MODE = "S"
                       OR WRK-RENTAL-MODE = "s")
                MOVE WRK-MSG-PERIODLOCKED TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
              WHEN WRK-RENTAL-MODE = "O" OR WRK-RENTAL-MODE = "o"
                PERFORM 0390-SELL-GIFT
              WHEN WRK-RENTAL-MODE = "R" OR WRK-RENTAL-MODE = "r"
                PERFORM 0345-RENEW
              WHEN WRK-RENTAL-MODE = "M" OR WRK-RENTAL-MODE = "m"
                PERFORM 0500-BASKET-CHECK-OUT
              WHEN WRK-RENTAL-MODE = "V" OR WRK-RENTAL-MODE = "v"
                PERFORM 0610-VOID-TRANSACTION
              WHEN WRK-RENTAL-MODE = "S" OR WRK-RENTAL-MODE = "s"
                PERFORM 0800-SELL-COPY
              WHEN WRK-RENTAL-MODE = "D" OR WRK-RENTAL-MODE = "d"
                PERFORM 0840-OPEN-DISPUTE
              WHEN OTHER
                MOVE WRK-MSG-BADMODE TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
                    IF WRK-CUSTOMER-OK-FLAG = "Y"
                        PERFORM 0327-CHECK-AGE-RATING
                    END-IF
                    IF WRK-CUSTOMER-OK-FLAG = "Y"
                        PERFORM 0750-CHECK-TIER
                    END-IF
                    IF WRK-CUSTOMER-OK-FLAG = "Y"
                        PERFORM 0386-CHECKOUT-HOLD-CHECK
                        IF WRK-HOLD-OK-FLAG = "Y"
                            PERFORM 0700-CHECK-PLAN
                            PERFORM 0318-WRITE-RENTAL
                        END-IF
                    END-IF
                      IF RENTAL-MOVIES-KEY NOT EQUAL MOVIES-KEY
                          MOVE 10 TO RENTALS-STATUS
                      ELSE
      *                   A TAPE WRITTEN OFF AS LOST IS NOT ON THE
      *                   SHELF EITHER - THIS MATTERS FOR A TITLE WITH
      *                   NO COPY RECORDS, WHERE NO COPY FLAG SAYS SO.
                          IF RENTAL-OPEN OR RENTAL-LOST
                              MOVE RENTAL-COPY-NUMBER TO WRK-COPY-IDX
                              IF WRK-COPY-IDX = ZEROS
                                  MOVE 1 TO WRK-COPY-IDX
               END-READ
            END-PERFORM.

      *      A COPY ALREADY SCANNED INTO THE BASKET IS AS GOOD AS OUT.
            IF WRK-BASKET-FLAG = "Y"
                PERFORM 0513-FLAG-BASKET-COPIES
            END-IF.

            MOVE MOVIES-KEY TO COPY-MOVIES-KEY.
            MOVE ZEROS TO COPY-NUMBER.
            START COPIES KEY IS GREATER THAN COPY-ID
            END-IF.

       0316-LOOKUP-CUSTOMER    SECTION.
            PERFORM 0303-SCAN-CUSTOMER.

            READ CUSTOMERS
               INVALID KEY
                   PERFORM 0317-REGISTER-CUSTOMER
               NOT INVALID KEY
                   PERFORM 0325-CHECK-BALANCE
            END-READ.

      *      CARD, CUSTOMER ID OR - LEFT BLANK - THE PHONE INDEX;
      *      LEAVES THE KEY IN CUSTOMER-KEY FOR THE CALLER TO READ.
       0303-SCAN-CUSTOMER      SECTION.
            MOVE "N" TO WRK-SCAN-OK-FLAG.
            PERFORM UNTIL WRK-SCAN-OK-FLAG = "Y"
               MOVE SPACES TO WRK-SCAN-ENTRY
               END-IF
            END-PERFORM.

      *      AN UNPAID FEE TRAVELS WITH THE CUSTOMER. THE OPERATOR
      *      IS WARNED WHENEVER SOMETHING IS OWED, AND PAST THE
      *      POLICY LIMIT - OR ON AN ACCOUNT FLAGGED FOR COLLECTIONS
      *      BY THE AGING RUN - A NEW RENTAL NEEDS A SUPERVISOR TO
      *      SIGN IN. IN A HOUSEHOLD IT IS THE TOTAL OWED BY EVERY
      *      ACCOUNT IN IT THAT COUNTS.
       0325-CHECK-BALANCE      SECTION.
            DISPLAY "POINTS" LINE 13 COLUMN 60.
            DISPLAY CUSTOMER-POINTS LINE 13 COLUMN 67.
            DISPLAY "TIER" LINE 14 COLUMN 60.
            DISPLAY CUSTOMER-TIER LINE 14 COLUMN 67.
            PERFORM 0846-SHOW-CASE-COUNT.
            PERFORM 0720-HOUSEHOLD-BALANCE.

            IF WRK-HH-BALANCE > ZEROS OR WRK-HH-COLLECT-FLAG = "C"
                IF WRK-HH-ROLE = SPACE
                    DISPLAY WRK-MSG-BALANCEDUE LINE 17 COLUMN 10
                       BACKGROUND-COLOR 3
                ELSE
                    DISPLAY WRK-MSG-HHBALANCE LINE 17 COLUMN 10
                       BACKGROUND-COLOR 3
                END-IF
                DISPLAY WRK-HH-BALANCE LINE 17 COLUMN 34
                   BACKGROUND-COLOR 3
                IF WRK-HH-BALANCE > WRK-POL-BAL-LIMIT
                      OR WRK-HH-COLLECT-FLAG = "C"
                    PERFORM 0730-SUPERVISOR-SIGNIN
                    IF WRK-SUP-APPROVER = SPACES
                        MOVE "N" TO WRK-CUSTOMER-OK-FLAG
                        MOVE WRK-MSG-OVERLIMIT TO WRK-ERROR-MSG
                        PERFORM 9000-MANAGE-ERROR
                    ELSE
                        IF WRK-HH-COLLECT-FLAG = "C"
                            MOVE "COLLECT" TO WRK-OVR-TYPE
                        ELSE
                            MOVE "BALANCE" TO WRK-OVR-TYPE
                        END-IF
                        MOVE WRK-HH-BALANCE TO WRK-OVR-AMOUNT
                        MOVE "C"            TO WRK-OVR-KEY-KIND
                        MOVE CUSTOMER-KEY   TO WRK-OVR-KEY
                        PERFORM 0732-LOG-OVERRIDE
                    END-IF
                END-IF
            END-IF.

      *      THE TITLE'S RATING ROW ON THE REFERENCE TABLE CARRIES A
      *      MINIMUM AGE. A MEMBER UNDER IT - OR WITH NO BIRTH DATE
      *      ON FILE FOR AN AGE-LIMITED TITLE - ONLY RENTS WITH A
      *      SUPERVISOR SIGN-IN, SAME PATH THE BALANCE LIMIT USES.
      *      A HOUSEHOLD MEMBER IS THE EXCEPTION: THE PRIMARY HOLDER
      *      DECIDES, SO ONLY A RATING THEY APPROVED GOES OUT AND
      *      THERE IS NO SUPERVISOR OVERRIDE.
       0327-CHECK-AGE-RATING   SECTION.
            MOVE ZEROS TO WRK-MIN-AGE.
            IF WRK-REF-AVAIL-FLAG = "Y"
                PERFORM 0329-COMPUTE-AGE
                IF CUSTOMER-BIRTH-DATE = ZEROS
                      OR WRK-CUST-AGE < WRK-MIN-AGE
                    PERFORM 0722-HOUSEHOLD-RATING
                    IF WRK-HH-ROLE = "M"
                        IF WRK-HH-APPROVED-FLAG NOT = "Y"
                            MOVE "N" TO WRK-CUSTOMER-OK-FLAG
                            MOVE WRK-MSG-NOTAPPROVED TO WRK-ERROR-MSG
                            PERFORM 9000-MANAGE-ERROR
                        END-IF
                    ELSE
                        MOVE WRK-MSG-UNDERAGE TO WRK-ERROR-MSG
                        PERFORM 9000-MANAGE-ERROR
                        PERFORM 0730-SUPERVISOR-SIGNIN
                        IF WRK-SUP-APPROVER = SPACES
                            MOVE "N" TO WRK-CUSTOMER-OK-FLAG
                            MOVE WRK-MSG-AGEBLOCKED TO WRK-ERROR-MSG
                            PERFORM 9000-MANAGE-ERROR
                        ELSE
                            MOVE "AGE"        TO WRK-OVR-TYPE
                            MOVE ZEROS        TO WRK-OVR-AMOUNT
                            MOVE "C"          TO WRK-OVR-KEY-KIND
                            MOVE CUSTOMER-KEY TO WRK-OVR-KEY
                            PERFORM 0732-LOG-OVERRIDE
                        END-IF
                    END-IF
                END-IF
            END-IF.
                MOVE ZEROS TO CUSTOMER-BALANCE CUSTOMER-BIRTH-DATE
                   CUSTOMER-CREDIT CUSTOMER-POINTS
                MOVE SPACE TO CUSTOMER-COLLECT-FLAG
                MOVE SPACE TO CUSTOMER-TIER
                MOVE ZEROS TO CUSTOMER-TIER-SCORE
                DISPLAY CUSTOMER-DATA-SCREEN
                ACCEPT CUSTOMER-DATA
                WRITE CUSTOMERS-REG
                       MOVE WRK-MSG-NOTREGISTERED TO WRK-ERROR-MSG
                       MOVE "N" TO WRK-CUSTOMER-OK-FLAG
                       PERFORM 9000-MANAGE-ERROR
                   NOT INVALID KEY
                       MOVE "W" TO WRK-RJ-OPERATION
                       PERFORM 8100-JOURNAL-CUSTOMER
                END-WRITE
            ELSE
                MOVE "N" TO WRK-CUSTOMER-OK-FLAG
            MOVE ZEROS TO RENTAL-LATE-FEE RENTAL-RENEWALS.
            MOVE "O" TO RENTAL-STATUS-FLAG.
            MOVE WRK-STORE-CODE TO RENTAL-STORE.
            IF WRK-PLAN-APPLY-FLAG = "Y"
                PERFORM 0705-PRICE-PLAN
            ELSE
                PERFORM 0341-OFFER-COMP
                PERFORM 0326-PRICE-RENTAL
                PERFORM 0336-APPLY-COUPON
            END-IF.

            WRITE RENTALS-REG
               INVALID KEY
                   MOVE WRK-MSG-NOTREGISTERED TO WRK-ERROR-MSG
               NOT INVALID KEY
                   MOVE "W" TO WRK-RJ-OPERATION
                   PERFORM 8110-JOURNAL-RENTAL
                   IF WRK-FILL-HOLD-SEQ > ZEROS
                       MOVE WRK-FILL-HOLD-SEQ TO WRK-ACTIVE-HOLD-SEQ
                       PERFORM 0387-FILL-HOLD
                   END-IF
                   MOVE WRK-MSG-CHECKEDOUT TO WRK-ERROR-MSG
                   DISPLAY RENTAL-INFO-SCREEN
                   IF RENTAL-PRICE-RULE = "PLAN"
                       PERFORM 0710-COUNT-PLAN-USE
                   END-IF
                   PERFORM 0324-SYNC-RENTAL-CONTROL
                   PERFORM 0330-COUNT-COPY-USE
                   PERFORM 0600-NEXT-RECEIPT
                   PERFORM 0331-SETTLE-CHARGE
                   MOVE "O" TO WRK-RCPT-TYPE
                   PERFORM 0328-WRITE-RECEIPT
            MOVE SPACES TO RECEIPTS-REG.
            MOVE WRK-STORE-NAME TO RECEIPTS-DATA(003:30).
            WRITE RECEIPTS-REG.
            PERFORM 0335-TRAINING-STAMP.

            ACCEPT WRK-RCPT-TIME FROM TIME.
            MOVE SPACES TO RECEIPTS-REG.
            MOVE WRK-RCPT-TIME(1:6) TO RECEIPTS-DATA(013:06).
            WRITE RECEIPTS-REG.

            MOVE SPACES TO RECEIPTS-REG.
            MOVE "RECEIPT NR:" TO RECEIPTS-DATA(003:11).
            MOVE WRK-RCPT-NUMBER TO RECEIPTS-DATA(015:05).
            WRITE RECEIPTS-REG.

            MOVE SPACES TO RECEIPTS-REG.
            MOVE "CUSTOMER:" TO RECEIPTS-DATA(003:09).
            MOVE CUSTOMER-NAME TO RECEIPTS-DATA(013:30).

            CLOSE RECEIPTS.

      *      A SESSION SIGNED ON FOR TRAINING PRINTS THIS UNDER THE
      *      STORE NAME ON EVERY SLIP.
       0335-TRAINING-STAMP     SECTION.
            IF WRK-TRAINING-FLAG = "Y"
                MOVE SPACES TO RECEIPTS-REG
                MOVE "*** TRAINING - NOT A VALID RECEIPT ***"
                   TO RECEIPTS-DATA(003:38)
                WRITE RECEIPTS-REG
            END-IF.

      *      THE SLIP AT THE BOTTOM OF THE RECEIPT: THE TOP RANKED
      *      PICKS FOR THE TITLE GOING OUT, BUT ONLY THE ONES WITH A
      *      COPY ACTUALLY ON THE SHELF RIGHT NOW - NOBODY GETS SENT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE COPIES-REG TO WRK-RJ-COPY-BEFORE
                   ADD 1 TO COPY-RENT-COUNT
                   REWRITE COPIES-REG
                   MOVE "R" TO WRK-RJ-OPERATION
                   PERFORM 8120-JOURNAL-COPY
            END-READ.

      *      MONEY ON DEPOSIT PAYS FIRST - THE CHARGE COMES OUT OF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUSTOMERS-REG TO WRK-RJ-CUST-BEFORE
                   IF CUSTOMER-POINTS >= WRK-POINTS-COST
                         AND WRK-CHARGE-REMAIN > ZEROS
                       PERFORM 0332-OFFER-REDEMPTION
                       SUBTRACT WRK-CREDIT-USED FROM CUSTOMER-CREDIT
                       SUBTRACT WRK-CREDIT-USED FROM WRK-CHARGE-REMAIN
                       REWRITE CUSTOMERS-REG
                       MOVE "R" TO WRK-RJ-OPERATION
                       PERFORM 8100-JOURNAL-CUSTOMER
                       MOVE "C" TO WRK-LEDG-FIELD
                       COMPUTE WRK-LEDG-AMOUNT = 0 - WRK-CREDIT-USED
                       MOVE "CREDDRAW" TO WRK-LEDG-REASON
                       PERFORM 0661-LEDGER-RENTAL-REF
                       PERFORM 0660-POST-LEDGER
                   END-IF
            END-READ.

                MOVE ZEROS TO WRK-TAX-AMT WRK-TAX-PENDING
                SUBTRACT WRK-POINTS-COST FROM CUSTOMER-POINTS
                REWRITE CUSTOMERS-REG
                MOVE "R" TO WRK-RJ-OPERATION
                PERFORM 8100-JOURNAL-CUSTOMER
                MOVE "P" TO WRK-LEDG-FIELD
                COMPUTE WRK-LEDG-AMOUNT = 0 - WRK-POINTS-COST
                MOVE "REDEEM" TO WRK-LEDG-REASON
                PERFORM 0661-LEDGER-RENTAL-REF
                PERFORM 0660-POST-LEDGER
                PERFORM 0337-RECORD-REDEMPTION
                MOVE RENTALS-REG TO WRK-RJ-RENT-BEFORE
                MOVE ZEROS TO RENTAL-CHARGED-PRICE WRK-CHARGE-REMAIN
                MOVE "POINTS" TO RENTAL-PRICE-RULE
                REWRITE RENTALS-REG
                MOVE "R" TO WRK-RJ-OPERATION
                PERFORM 8110-JOURNAL-RENTAL
                MOVE WRK-MSG-REDEEMED TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-IF.
            MOVE "POINTS"            TO WRK-PAY-RULE.
            MOVE RENTAL-PROMO-CODE   TO WRK-PAY-PROMO.
            MOVE ZEROS               TO WRK-PAY-TAX.
            MOVE ZEROS               TO WRK-PAY-CERT.
            MOVE WRK-OPERATOR        TO WRK-PAY-OPERATOR.
            MOVE WRK-STORE-CODE TO WRK-PAY-STORE.
            CALL "PAYLOG" USING WRK-PAY-REC.
            MOVE "COMP"              TO WRK-PAY-RULE.
            MOVE SPACES              TO WRK-PAY-PROMO.
            MOVE ZEROS               TO WRK-PAY-TAX.
            MOVE ZEROS               TO WRK-PAY-CERT.
            MOVE WRK-OPERATOR        TO WRK-PAY-OPERATOR.
            MOVE WRK-STORE-CODE TO WRK-PAY-STORE.
            CALL "PAYLOG" USING WRK-PAY-REC.
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUSTOMERS-REG TO WRK-RJ-CUST-BEFORE
                       ADD WRK-POINTS-EARNED TO CUSTOMER-POINTS
                       REWRITE CUSTOMERS-REG
                       MOVE "R" TO WRK-RJ-OPERATION
                       PERFORM 8100-JOURNAL-CUSTOMER
                       MOVE "P" TO WRK-LEDG-FIELD
                       MOVE WRK-POINTS-EARNED TO WRK-LEDG-AMOUNT
                       MOVE "EARN" TO WRK-LEDG-REASON
                       PERFORM 0661-LEDGER-RENTAL-REF
                       PERFORM 0660-POST-LEDGER
                END-READ
            END-IF.

            MOVE RENTAL-PRICE-RULE   TO WRK-PAY-RULE.
            MOVE RENTAL-PROMO-CODE   TO WRK-PAY-PROMO.
            MOVE WRK-OPERATOR        TO WRK-PAY-OPERATOR.
            MOVE ZEROS               TO WRK-PAY-CERT.
            MOVE WRK-STORE-CODE TO WRK-PAY-STORE.
            CALL "PAYLOG" USING WRK-PAY-REC.

            MOVE RENTAL-CUSTOMER-KEY TO WRK-PAY-CUSTOMER-KEY.
            MOVE RENTAL-MOVIES-KEY   TO WRK-PAY-MOVIES-KEY.
            MOVE WRK-PAY-ENTRY       TO WRK-PAY-TYPE.
            IF WRK-PAY-ENTRY = "G"
                MOVE WRK-GIFT-ENTRY  TO WRK-PAY-CERT
            ELSE
                MOVE ZEROS           TO WRK-PAY-CERT
            END-IF.
            MOVE RENTAL-PROMO-CODE   TO WRK-PAY-PROMO.
            MOVE WRK-TAX-PENDING     TO WRK-PAY-TAX.
            MOVE ZEROS               TO WRK-TAX-PENDING.
                   MOVE WRK-MSG-NOTREGISTERED TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
               NOT INVALID KEY
                   PERFORM 0600-NEXT-RECEIPT
                   MOVE CERT-NUMBER     TO WRK-PAY-CERT
                   MOVE ZEROS TO WRK-PAY-RENTAL-KEY
                      WRK-PAY-CUSTOMER-KEY WRK-PAY-MOVIES-KEY
                   MOVE WRK-GIFT-AMOUNT TO WRK-PAY-AMOUNT

                   MOVE WRK-MSG-CERTSOLD TO WRK-ERROR-MSG
                   DISPLAY CERT-NUMBER LINE 12 COLUMN 10
                   DISPLAY "RECEIPT NR:" LINE 12 COLUMN 20
                   DISPLAY WRK-RCPT-NUMBER LINE 12 COLUMN 32
                   PERFORM 9000-MANAGE-ERROR
            END-WRITE.

      *      LIVE THERE AS DATA. THE RULE THAT FIRED IS KEPT ON THE
      *      RENTAL AND ON THE PAYMENT ROW FOR THE CASH REPORT.
      *      STAFF RENTALS AND MAKE-GOOD FREEBIES GO OUT AS COMPS
      *      WITH A SUPERVISOR SIGN-IN - A ZERO CHARGE UNDER THE COMP
      *      RULE TAG, NOT A FEE WAIVER FOR THE AUDITORS TO COUNT.
       0341-OFFER-COMP         SECTION.
            MOVE "N" TO WRK-COMP-FLAG.
               BACKGROUND-COLOR 3.

            IF WRK-KEY = "Y" OR WRK-KEY = "y"
                PERFORM 0730-SUPERVISOR-SIGNIN
                IF WRK-SUP-APPROVER NOT = SPACES
                    MOVE "Y" TO WRK-COMP-FLAG
                    MOVE "COMP"              TO WRK-OVR-TYPE
                    MOVE MOVIES-RENTAL-PRICE TO WRK-OVR-AMOUNT
                    MOVE "C"                 TO WRK-OVR-KEY-KIND
                    MOVE CUSTOMER-KEY        TO WRK-OVR-KEY
                    PERFORM 0732-LOG-OVERRIDE
                    MOVE WRK-MSG-COMPDONE TO WRK-ERROR-MSG
                ELSE
                    MOVE WRK-MSG-BADSUPER TO WRK-ERROR-MSG
                               AND (PROMO-GENRE = SPACES
                                  OR PROMO-GENRE = MOVIES-GENRE(1:8))
                              MOVE "Y" TO WRK-PROMO-FOUND-FLAG
                              IF PROMO-LISTED
                                  PERFORM 0344-CHECK-CAMPAIGN-USE
                              END-IF
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE PROMOS
            END-IF.

      *      A CAMPAIGN CODE ONLY WORKS FOR A CUSTOMER ON THAT
      *      CAMPAIGN'S LIST, ON A TITLE IN THE GENRE THEY WERE
      *      MAILED FOR, AND ONLY ONCE - NOT ALREADY ON ONE OF THEIR
      *      RENTALS NOR ON ANOTHER LINE OF THE SAME BASKET. THE
      *      RENTAL BEING BUILT IS PUT ASIDE WHILE THE FILE IS READ.
       0344-CHECK-CAMPAIGN-USE SECTION.
            MOVE "N" TO WRK-LISTED-FLAG WRK-CODE-USED-FLAG.
            OPEN INPUT WINBACK.
            IF WINBACK-STATUS = ZEROS
                PERFORM UNTIL WINBACK-STATUS = 10
                      OR WRK-LISTED-FLAG = "Y"
                   READ WINBACK
                      AT END
                          MOVE 10 TO WINBACK-STATUS
                      NOT AT END
                          IF WB-CODE = WRK-COUPON-ENTRY
                               AND WB-CUSTOMER = CUSTOMER-KEY
                               AND WB-GENRE = MOVIES-GENRE(1:8)
                              MOVE "Y" TO WRK-LISTED-FLAG
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE WINBACK
            END-IF.

            IF WRK-LISTED-FLAG = "Y" AND WRK-BASKET-FLAG = "Y"
                PERFORM VARYING WRK-BSK-IDX FROM 1 BY 1
                      UNTIL WRK-BSK-IDX > WRK-BSK-COUNT
                   IF WRK-BSK-PROMO(WRK-BSK-IDX) = WRK-COUPON-ENTRY
                       MOVE "Y" TO WRK-CODE-USED-FLAG
                   END-IF
                END-PERFORM
            END-IF.

            IF WRK-LISTED-FLAG = "Y" AND WRK-CODE-USED-FLAG = "N"
                MOVE RENTALS-REG TO WRK-SAVE-RENTAL
                MOVE CUSTOMER-KEY TO RENTAL-CUSTOMER-KEY
                START RENTALS KEY IS EQUAL TO RENTAL-CUSTOMER-KEY
                   INVALID KEY
                       MOVE 10 TO RENTALS-STATUS
                   NOT INVALID KEY
                       MOVE 0 TO RENTALS-STATUS
                END-START
                PERFORM UNTIL RENTALS-STATUS = 10
                      OR WRK-CODE-USED-FLAG = "Y"
                   READ RENTALS NEXT
                      AT END
                          MOVE 10 TO RENTALS-STATUS
                      NOT AT END
                          IF RENTAL-CUSTOMER-KEY NOT = CUSTOMER-KEY
                              MOVE 10 TO RENTALS-STATUS
                          ELSE
                              IF RENTAL-PROMO-CODE = WRK-COUPON-ENTRY
                                  MOVE "Y" TO WRK-CODE-USED-FLAG
                              END-IF
                          END-IF
                   END-READ
                END-PERFORM
                MOVE WRK-SAVE-RENTAL TO RENTALS-REG
                MOVE ZEROS TO RENTALS-STATUS
            END-IF.

            IF WRK-LISTED-FLAG = "N" OR WRK-CODE-USED-FLAG = "Y"
                MOVE "N" TO WRK-PROMO-FOUND-FLAG
            END-IF.

      *      THE LOAN PERIOD COMES FROM THE TERMS TABLE BY TERM
      *      CLASS, WHICH IS DERIVED FROM HOW OLD THE RELEASE IS.
      *      FUNCTION INTEGER-OF-DATE/DATE-OF-INTEGER ARE USED SO
      *      THE MONTH AND YEAR ROLL OVER CORRECTLY. A DUE DATE THAT
      *      LANDS ON A DAY THE STORE IS CLOSED MOVES FORWARD TO THE
      *      NEXT OPEN DAY (BIZCAL).
       0320-COMPUTE-DUE-DATE   SECTION.
            MOVE RENTAL-CHECKOUT-DATE(1:4) TO WRK-CHECKOUT-YEAR.
            COMPUTE WRK-TITLE-AGE =
            COMPUTE RENTAL-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(RENTAL-CHECKOUT-DATE)
                + WRK-TERM-DAYS).
            PERFORM 0340-ROLL-DUE-DATE.

       0340-ROLL-DUE-DATE      SECTION.
            MOVE "R" TO WRK-CAL-ACTION.
            MOVE WRK-STORE-CODE TO WRK-CAL-STORE.
            MOVE RENTAL-DUE-DATE TO WRK-CAL-DATE.
            CALL "BIZCAL" USING WRK-CAL-REC.
            MOVE WRK-CAL-RESULT-DATE TO RENTAL-DUE-DATE.

      *      A PHONE-IN EXTENSION WITHOUT THE CHECK-IN/CHECK-OUT
      *      DANCE: THE OPEN RENTAL KEEPS ITS NUMBER, THE DUE DATE

      *      A TITLE WITH SOMEBODY ELSE WAITING IN THE HOLD QUEUE IS
      *      NOT RENEWED - HOLD CUSTOMERS ARE NOT STARVED SO ONE
      *      HOUSEHOLD CAN KEEP A TAPE ANOTHER WEEK - UNLESS A
      *      SUPERVISOR SIGNS IN TO OVERRIDE, WHICH IS LOGGED.
       0347-CHECK-RENEW-HOLD   SECTION.
            MOVE "Y" TO WRK-HOLD-OK-FLAG.
            PERFORM 0385-FIND-ACTIVE-HOLD.
                MOVE "N" TO WRK-HOLD-OK-FLAG
                MOVE WRK-MSG-RENEWREFUSED TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
                DISPLAY WRK-MSG-RENEWOVR LINE 16 COLUMN 10
                   BACKGROUND-COLOR 3
                ACCEPT WRK-KEY LINE 16 COLUMN 46
                   BACKGROUND-COLOR 3
                IF WRK-KEY = "Y" OR WRK-KEY = "y"
                    PERFORM 0730-SUPERVISOR-SIGNIN
                    IF WRK-SUP-APPROVER = SPACES
                        MOVE WRK-MSG-BADSUPER TO WRK-ERROR-MSG
                        PERFORM 9000-MANAGE-ERROR
                    ELSE
                        MOVE "Y"        TO WRK-HOLD-OK-FLAG
                        MOVE "RENEW"    TO WRK-OVR-TYPE
                        MOVE ZEROS      TO WRK-OVR-AMOUNT
                        MOVE "R"        TO WRK-OVR-KEY-KIND
                        MOVE RENTAL-KEY TO WRK-OVR-KEY
                        PERFORM 0732-LOG-OVERRIDE
                    END-IF
                END-IF
                MOVE SPACES TO WRK-KEY
            END-IF.

       0348-APPLY-RENEWAL      SECTION.
            MOVE RENTALS-REG TO WRK-RJ-RENT-BEFORE.
      *      SAME TERM CLASS RULES THE ORIGINAL CHECK-OUT USED.
            ACCEPT WRK-TODAY FROM DATE YYYYMMDD.
            MOVE WRK-TODAY(1:4) TO WRK-CHECKOUT-YEAR.
            COMPUTE RENTAL-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(RENTAL-DUE-DATE)
                + WRK-TERM-DAYS).
            PERFORM 0340-ROLL-DUE-DATE.

      *      THE RENEWAL IS PRICED AS OF TODAY - WEEKDAY SPECIALS
      *      AND NEW-RELEASE RULES APPLY JUST AS AT THE COUNTER.
                   MOVE WRK-MSG-NOTREGISTERED TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
               NOT INVALID KEY
                   MOVE "R" TO WRK-RJ-OPERATION
                   PERFORM 8110-JOURNAL-RENTAL
                   DISPLAY RENTAL-INFO-SCREEN
                   MOVE ZEROS TO WRK-TAX-AMT WRK-TAX-PENDING
                   IF WRK-TAX-RATE > ZEROS
                          WRK-RENEW-CHARGE * WRK-TAX-RATE / 100
                       MOVE WRK-TAX-AMT TO WRK-TAX-PENDING
                   END-IF
                   PERFORM 0600-NEXT-RECEIPT
                   IF WRK-RENEW-CHARGE > ZEROS
                       COMPUTE WRK-PAY-AMOUNT =
                          WRK-RENEW-CHARGE + WRK-TAX-PENDING
      *      COPY NR 0 ON THE SCREEN MEANS "ANY COPY" - OTHERWISE ONLY
      *      THE OPEN RENTAL HOLDING THAT SPECIFIC COPY IS CLOSED, SO
      *      THE RIGHT CUSTOMER GETS CREDITED WHEN SEVERAL COPIES OF
      *      ONE TITLE ARE OUT AT ONCE. A TAPE ALREADY WRITTEN OFF
      *      AS LOST IS ONLY MATCHED WHEN NO OPEN RENTAL IS.
       0352-FIND-OPEN-RENTAL   SECTION.
            MOVE "N" TO WRK-OPEN-FOUND-FLAG.
            MOVE ZEROS TO WRK-LOST-RENTAL-KEY.
            MOVE MOVIES-KEY TO RENTAL-MOVIES-KEY.

            START RENTALS KEY IS EQUAL TO RENTAL-MOVIES-KEY
                                  MOVE "Y" TO WRK-OPEN-FOUND-FLAG
                              END-IF
                          END-IF
                          IF RENTAL-LOST
                                AND WRK-LOST-RENTAL-KEY = ZEROS
                              MOVE RENTAL-COPY-NUMBER TO WRK-COPY-IDX
                              IF WRK-COPY-IDX = ZEROS
                                  MOVE 1 TO WRK-COPY-IDX
                              END-IF
                              IF WRK-ENTER-COPY = ZEROS
                                    OR WRK-COPY-IDX = WRK-ENTER-COPY
                                  MOVE RENTAL-KEY
                                     TO WRK-LOST-RENTAL-KEY
                              END-IF
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.

            IF WRK-OPEN-FOUND-FLAG NOT = "Y"
                  AND WRK-LOST-RENTAL-KEY > ZEROS
                MOVE WRK-LOST-RENTAL-KEY TO RENTAL-KEY
                READ RENTALS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0366-RECOVER-LOST
                       MOVE "Y" TO WRK-OPEN-FOUND-FLAG
                END-READ
            END-IF.

            IF WRK-OPEN-FOUND-FLAG = "Y"
                PERFORM 0354-CLOSE-RENTAL
                PERFORM 0355-ASSESS-CONDITION
            END-IF.

       0354-CLOSE-RENTAL       SECTION.
            MOVE RENTALS-REG TO WRK-RJ-RENT-BEFORE.
            PERFORM 0600-NEXT-RECEIPT.
            ACCEPT RENTAL-RETURN-DATE FROM DATE YYYYMMDD.
            PERFORM 0356-COMPUTE-LATE-FEE.
            IF RENTAL-LATE-FEE > ZEROS
               INVALID KEY
                   MOVE WRK-MSG-NOTREGISTERED TO WRK-ERROR-MSG
               NOT INVALID KEY
                   MOVE "R" TO WRK-RJ-OPERATION
                   PERFORM 8110-JOURNAL-RENTAL
                   MOVE WRK-MSG-CHECKEDIN TO WRK-ERROR-MSG
                   DISPLAY LATEFEE-SCREEN
                   IF RENTAL-LATE-FEE > ZEROS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE COPIES-REG TO WRK-RJ-COPY-BEFORE
                   MOVE WRK-COND-ENTRY TO COPY-CONDITION
                   REWRITE COPIES-REG
                   MOVE "R" TO WRK-RJ-OPERATION
                   PERFORM 8120-JOURNAL-COPY
                   MOVE COPY-REPL-COST TO WRK-REPL-CHARGE
      *            WORN OUT BY MILEAGE, NOT JUST MISHAPS - WARN THE
      *            OPERATOR SO THE COPY LANDS ON THE RETIREMENT
               BACKGROUND-COLOR 3.

            IF WRK-KEY = "Y" OR WRK-KEY = "y"
                PERFORM 0730-SUPERVISOR-SIGNIN
                IF WRK-SUP-APPROVER NOT = SPACES
                    PERFORM 0361-AUDIT-DMG-WAIVER
                    MOVE "DMGWAIVE"      TO WRK-OVR-TYPE
                    MOVE WRK-REPL-CHARGE TO WRK-OVR-AMOUNT
                    MOVE "R"             TO WRK-OVR-KEY-KIND
                    MOVE RENTAL-KEY      TO WRK-OVR-KEY
                    PERFORM 0732-LOG-OVERRIDE
                    MOVE WRK-MSG-REPLWAIVED TO WRK-ERROR-MSG
                    PERFORM 9000-MANAGE-ERROR
                ELSE
               BACKGROUND-COLOR 3.

            IF WRK-KEY = "N" OR WRK-KEY = "n"
                PERFORM 0724-FIND-PAYER
                READ CUSTOMERS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUSTOMERS-REG TO WRK-RJ-CUST-BEFORE
                       ADD WRK-REPL-CHARGE TO CUSTOMER-BALANCE
                       REWRITE CUSTOMERS-REG
                       MOVE "R" TO WRK-RJ-OPERATION
                       PERFORM 8100-JOURNAL-CUSTOMER
                       MOVE "B" TO WRK-LEDG-FIELD
                       MOVE WRK-REPL-CHARGE TO WRK-LEDG-AMOUNT
                       MOVE "DAMAGE" TO WRK-LEDG-REASON
                       PERFORM 0661-LEDGER-RENTAL-REF
                       PERFORM 0660-POST-LEDGER
                       MOVE WRK-MSG-TOBALANCE TO WRK-ERROR-MSG
                       PERFORM 9000-MANAGE-ERROR
                END-READ
                PERFORM 0322-RECORD-PAYMENT
            END-IF.
            MOVE SPACES TO WRK-KEY.
            PERFORM 0364-WRITE-OFF-DAMAGED.

      *      THE CUSTOMER HAS PAID FOR (OR OWES) A REPLACEMENT, SO
      *      THE DAMAGED COPY LEAVES SERVICE AND COMES OFF THE ASSET
      *      REGISTER AT ITS REMAINING BOOK VALUE - THE REPLACEMENT
      *      CHARGE IS WHAT WE RECOVERED ON IT.
       0364-WRITE-OFF-DAMAGED  SECTION.
            MOVE RENTAL-MOVIES-KEY TO COPY-MOVIES-KEY.
            MOVE RENTAL-COPY-NUMBER TO COPY-NUMBER.
            IF COPY-NUMBER = ZEROS
                MOVE 1 TO COPY-NUMBER
            END-IF.

            READ COPIES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE COPIES-REG TO WRK-RJ-COPY-BEFORE
                   MOVE "I" TO COPY-STATUS-FLAG
                   REWRITE COPIES-REG
                   MOVE "R" TO WRK-RJ-OPERATION
                   PERFORM 8120-JOURNAL-COPY
            END-READ.

            MOVE "W"             TO WRK-AST-ACTION.
            MOVE COPY-MOVIES-KEY TO WRK-AST-MOVIES-KEY.
            MOVE COPY-NUMBER     TO WRK-AST-COPY-NUMBER.
            MOVE ZEROS           TO WRK-AST-COST WRK-AST-DATE
               WRK-AST-RELEASE-YEAR.
            MOVE SPACES          TO WRK-AST-STORE.
            MOVE "DAMAGED"       TO WRK-AST-REASON.
            MOVE WRK-REPL-CHARGE TO WRK-AST-RECOVERY.
            CALL "ASSETREG" USING WRK-AST-REC.

      *      THE TAPE THE LOST-RENTAL RUN BILLED FOR HAS TURNED UP.
      *      THE REPLACEMENT CHARGE IT PUT ON THE RENTAL COMES OFF THE
      *      BALANCE (ANY PART ALREADY PAID GOES TO STORE CREDIT), A
      *      NEGATIVE ROW CANCELS ITS PAYMENT ROW, AND THE COPY GOES
      *      BACK IN STOCK AND ON THE ASSET REGISTER. THE RENTAL IS
      *      THEN CLOSED LIKE ANY LATE RETURN - THE CAPPED LATE FEE.
       0366-RECOVER-LOST       SECTION.
            MOVE RENTAL-LATE-FEE TO WRK-REPL-CHARGE.

            PERFORM 0724-FIND-PAYER.
            READ CUSTOMERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUSTOMERS-REG TO WRK-RJ-CUST-BEFORE
                   PERFORM 0367-REVERSE-BALANCE
            END-READ.

            MOVE WRK-SHIFT-ID        TO WRK-PAY-SHIFT.
            MOVE RENTAL-KEY          TO WRK-PAY-RENTAL-KEY.
            MOVE RENTAL-CUSTOMER-KEY TO WRK-PAY-CUSTOMER-KEY.
            MOVE RENTAL-MOVIES-KEY   TO WRK-PAY-MOVIES-KEY.
            MOVE WRK-REPL-CHARGE     TO WRK-PAY-AMOUNT.
            MOVE "K"                 TO WRK-PAY-TYPE.
            MOVE "D"                 TO WRK-PAY-CATEGORY.
            MOVE "LOST"              TO WRK-PAY-RULE.
            MOVE SPACES              TO WRK-PAY-PROMO.
            MOVE ZEROS               TO WRK-PAY-TAX WRK-PAY-RECEIPT
               WRK-PAY-CERT.
            MOVE WRK-OPERATOR        TO WRK-PAY-OPERATOR.
            IF RENTAL-STORE = SPACES
                MOVE WRK-STORE-CODE  TO WRK-PAY-STORE
            ELSE
                MOVE RENTAL-STORE    TO WRK-PAY-STORE
            END-IF.
            MOVE "-"                 TO WRK-PAY-SIGN.
            CALL "PAYLOG" USING WRK-PAY-REC.
            MOVE SPACE TO WRK-PAY-SIGN.
            IF WRK-PAY-RESULT = "N"
                MOVE WRK-MSG-PERIODLOCKED TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-IF.

            MOVE RENTAL-MOVIES-KEY TO COPY-MOVIES-KEY.
            MOVE RENTAL-COPY-NUMBER TO COPY-NUMBER.
            IF COPY-NUMBER = ZEROS
                MOVE 1 TO COPY-NUMBER
            END-IF.
            READ COPIES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COPY-LOST
                       MOVE COPIES-REG TO WRK-RJ-COPY-BEFORE
                       MOVE "A" TO COPY-STATUS-FLAG
                       REWRITE COPIES-REG
                       MOVE "R" TO WRK-RJ-OPERATION
                       PERFORM 8120-JOURNAL-COPY
                   END-IF
            END-READ.

            MOVE "U"             TO WRK-AST-ACTION.
            MOVE COPY-MOVIES-KEY TO WRK-AST-MOVIES-KEY.
            MOVE COPY-NUMBER     TO WRK-AST-COPY-NUMBER.
            MOVE ZEROS           TO WRK-AST-COST WRK-AST-DATE
               WRK-AST-RELEASE-YEAR.
            MOVE SPACES          TO WRK-AST-STORE.
            MOVE "LOST"          TO WRK-AST-REASON.
            MOVE WRK-REPL-CHARGE TO WRK-AST-RECOVERY.
            CALL "ASSETREG" USING WRK-AST-REC.

            MOVE WRK-MSG-LOSTBACK TO WRK-ERROR-MSG.
            PERFORM 9000-MANAGE-ERROR.

       0367-REVERSE-BALANCE    SECTION.
            MOVE ZEROS TO WRK-LOST-REFUND.
            IF CUSTOMER-BALANCE NOT < WRK-REPL-CHARGE
                COMPUTE WRK-LEDG-AMOUNT = 0 - WRK-REPL-CHARGE
                SUBTRACT WRK-REPL-CHARGE FROM CUSTOMER-BALANCE
            ELSE
                COMPUTE WRK-LOST-REFUND =
                   WRK-REPL-CHARGE - CUSTOMER-BALANCE
                COMPUTE WRK-LEDG-AMOUNT = 0 - CUSTOMER-BALANCE
                MOVE ZEROS TO CUSTOMER-BALANCE
                ADD WRK-LOST-REFUND TO CUSTOMER-CREDIT
            END-IF.
            REWRITE CUSTOMERS-REG.
            MOVE "R" TO WRK-RJ-OPERATION.
            PERFORM 8100-JOURNAL-CUSTOMER.

            MOVE "LOST" TO WRK-LEDG-REASON.
            IF WRK-LEDG-AMOUNT NOT = ZEROS
                MOVE "B" TO WRK-LEDG-FIELD
                PERFORM 0661-LEDGER-RENTAL-REF
                PERFORM 0660-POST-LEDGER
            END-IF.
            IF WRK-LOST-REFUND > ZEROS
                MOVE "C" TO WRK-LEDG-FIELD
                MOVE WRK-LOST-REFUND TO WRK-LEDG-AMOUNT
                PERFORM 0661-LEDGER-RENTAL-REF
                PERFORM 0660-POST-LEDGER
            END-IF.

       0361-AUDIT-DMG-WAIVER   SECTION.
            MOVE "DMGWAIVE"          TO WRK-AUDIT-OPERATION.
      *      TIMES THE TITLE'S RENTAL PRICE, NEVER MORE THAN THE
      *      POLICY CAP. MOVIES-REG IS STILL POSITIONED ON THE MOVIE
      *      JUST CHECKED IN, SO MOVIES-RENTAL-PRICE IS AVAILABLE.
      *      ONLY DAYS THE RENTING STORE WAS OPEN COUNT AS LATE - A
      *      CLOSED HOLIDAY IS NOT CHARGED FOR.
       0356-COMPUTE-LATE-FEE   SECTION.
            MOVE ZEROS TO RENTAL-LATE-FEE.
            IF RENTAL-RETURN-DATE > RENTAL-DUE-DATE
                MOVE "C" TO WRK-CAL-ACTION
                MOVE RENTAL-STORE TO WRK-CAL-STORE
                MOVE RENTAL-DUE-DATE TO WRK-CAL-DATE
                MOVE RENTAL-RETURN-DATE TO WRK-CAL-DATE-2
                CALL "BIZCAL" USING WRK-CAL-REC
                COMPUTE WRK-DAYS-LATE =
                   WRK-CAL-DAYS - WRK-POL-GRACE
                IF WRK-DAYS-LATE > ZEROS
                    COMPUTE RENTAL-LATE-FEE ROUNDED =
                       WRK-DAYS-LATE * MOVIES-RENTAL-PRICE
            END-IF.

      *      A FEE CAN BE WAIVED OR REDUCED AT THE COUNTER, BUT ONLY
      *      WITH A SUPERVISOR SIGN-IN, AND THE ORIGINAL FEE, THE
      *      ADJUSTED FEE AND THE REASON ALL GO TO THE AUDIT TRAIL -
      *      NO MORE QUIETLY NOT COLLECTING.
       0358-OFFER-WAIVER       SECTION.
               BACKGROUND-COLOR 3.

            IF WRK-KEY = "Y" OR WRK-KEY = "y"
                PERFORM 0730-SUPERVISOR-SIGNIN
                IF WRK-SUP-APPROVER = SPACES
                    MOVE WRK-MSG-BADSUPER TO WRK-ERROR-MSG
                    PERFORM 9000-MANAGE-ERROR
                ELSE
                MOVE WRK-MSG-BADADJ TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                MOVE WRK-OVR-REASON TO WRK-WAIVE-REASON
                MOVE WRK-ADJ-FEE TO RENTAL-LATE-FEE
                PERFORM 0361-AUDIT-WAIVER
                IF WRK-ADJ-FEE = ZEROS
                    MOVE "FEEWAIVE" TO WRK-OVR-TYPE
                ELSE
                    MOVE "FEEREDUC" TO WRK-OVR-TYPE
                END-IF
                COMPUTE WRK-OVR-AMOUNT = WRK-ORIG-FEE - WRK-ADJ-FEE
                MOVE "R"        TO WRK-OVR-KEY-KIND
                MOVE RENTAL-KEY TO WRK-OVR-KEY
                PERFORM 0732-LOG-OVERRIDE
                MOVE WRK-MSG-FEEADJUSTED TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
                DISPLAY LATEFEE-SCREEN
            MOVE SPACES TO WRK-KEY.

       0363-ADD-TO-BALANCE     SECTION.
            PERFORM 0724-FIND-PAYER.
            READ CUSTOMERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUSTOMERS-REG TO WRK-RJ-CUST-BEFORE
                   ADD RENTAL-LATE-FEE TO CUSTOMER-BALANCE
                   REWRITE CUSTOMERS-REG
                   MOVE "R" TO WRK-RJ-OPERATION
                   PERFORM 8100-JOURNAL-CUSTOMER
                   MOVE "B" TO WRK-LEDG-FIELD
                   MOVE RENTAL-LATE-FEE TO WRK-LEDG-AMOUNT
                   MOVE "LATEFEE" TO WRK-LEDG-REASON
                   PERFORM 0661-LEDGER-RENTAL-REF
                   PERFORM 0660-POST-LEDGER
                   MOVE WRK-MSG-TOBALANCE TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
            END-READ.
            ACCEPT HOLD-PLACED-DATE FROM DATE YYYYMMDD.
            MOVE ZEROS TO HOLD-UNTIL-DATE.
            MOVE "W" TO HOLD-STATUS-FLAG.
            MOVE ZEROS TO HOLD-FILL-DATE HOLD-FILL-RENTAL.
            MOVE SPACE TO HOLD-FILL-PRIOR.

            WRITE HOLDS-REG
               INVALID KEY
                   MOVE WRK-MSG-HOLDNOTPLACED TO WRK-ERROR-MSG
               NOT INVALID KEY
                   MOVE "W" TO WRK-RJ-OPERATION
                   PERFORM 8130-JOURNAL-HOLD
                   MOVE WRK-MSG-HOLDPLACED TO WRK-ERROR-MSG
            END-WRITE.
            PERFORM 9000-MANAGE-ERROR.
                          EVALUATE TRUE
                            WHEN HOLD-HELD
                                  AND HOLD-UNTIL-DATE < WRK-TODAY
                              MOVE HOLDS-REG TO WRK-RJ-HOLD-BEFORE
                              MOVE "X" TO HOLD-STATUS-FLAG
                              REWRITE HOLDS-REG
                              MOVE "R" TO WRK-RJ-OPERATION
                              PERFORM 8130-JOURNAL-HOLD
                            WHEN HOLD-HELD OR HOLD-WAITING
                              MOVE "Y" TO WRK-HOLD-ACTIVE-FLAG
                              MOVE HOLD-SEQ TO WRK-ACTIVE-HOLD-SEQ
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE HOLDS-REG TO WRK-RJ-HOLD-BEFORE
                           MOVE "H" TO HOLD-STATUS-FLAG
                           PERFORM 0383-HOLD-UNTIL-DATE
                           MOVE WRK-HOLD-UNTIL TO HOLD-UNTIL-DATE
                           REWRITE HOLDS-REG
                           MOVE "R" TO WRK-RJ-OPERATION
                           PERFORM 8130-JOURNAL-HOLD
                    END-READ
                END-IF
                MOVE WRK-HOLD-CUST TO CUSTOMER-KEY
                MOVE SPACES TO WRK-KEY
            END-IF.

      *      THE SHELF HOLD RUNS FOR HOLDDAYS DAYS THE STORE IS OPEN,
      *      SO A CUSTOMER DOES NOT LOSE THE TAPE OVER A HOLIDAY.
       0383-HOLD-UNTIL-DATE    SECTION.
            MOVE "A" TO WRK-CAL-ACTION.
            MOVE WRK-STORE-CODE TO WRK-CAL-STORE.
            MOVE WRK-TODAY TO WRK-CAL-DATE.
            MOVE WRK-HOLD-DAYS TO WRK-CAL-DAYS.
            CALL "BIZCAL" USING WRK-CAL-REC.
            MOVE WRK-CAL-RESULT-DATE TO WRK-HOLD-UNTIL.

      *      AT CHECK-OUT TIME THE OLDEST ACTIVE HOLD WINS: IF IT
      *      BELONGS TO THE RENTING CUSTOMER IT IS FILLED ONCE THE
      *      RENTAL IS WRITTEN, OTHERWISE THE OPERATOR MUST OVERRIDE
      *      TO RENT PAST THE QUEUE.
       0386-CHECKOUT-HOLD-CHECK SECTION.
            MOVE "Y" TO WRK-HOLD-OK-FLAG.
            MOVE ZEROS TO WRK-FILL-HOLD-SEQ.
            PERFORM 0385-FIND-ACTIVE-HOLD.
            IF WRK-HOLD-ACTIVE-FLAG = "Y"
                IF WRK-HOLD-CUST = CUSTOMER-KEY
                    MOVE WRK-ACTIVE-HOLD-SEQ TO WRK-FILL-HOLD-SEQ
                ELSE
                    DISPLAY WRK-MSG-HELDOTHER LINE 17 COLUMN 10
                       BACKGROUND-COLOR 3
                END-IF
            END-IF.

      *      CALLED ONCE THE RENTAL IS ON FILE. THE HOLD IS STAMPED
      *      WITH THE DAY, THE RENTAL THAT FILLED IT AND THE STATUS
      *      IT HAD, SO A VOID OF THE CHECK-OUT REQUEUES THIS HOLD
      *      AND NO OTHER.
       0387-FILL-HOLD          SECTION.
            MOVE MOVIES-KEY TO HOLD-MOVIES-KEY.
            MOVE WRK-ACTIVE-HOLD-SEQ TO HOLD-SEQ.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HOLDS-REG TO WRK-RJ-HOLD-BEFORE
                   MOVE HOLD-STATUS-FLAG TO HOLD-FILL-PRIOR
                   ACCEPT HOLD-FILL-DATE FROM DATE YYYYMMDD
                   MOVE RENTAL-KEY TO HOLD-FILL-RENTAL
                   MOVE "F" TO HOLD-STATUS-FLAG
                   REWRITE HOLDS-REG
                   MOVE "R" TO WRK-RJ-OPERATION
                   PERFORM 8130-JOURNAL-HOLD
            END-READ.

       0388-BROWSE-HOLDS       SECTION.
                MOVE SPACES TO WRK-KEY
            END-IF.

      *      A FAMILY RENTING FOUR TAPES IS ONE VISIT, NOT FOUR. THE
      *      CUSTOMER IS IDENTIFIED ONCE, EACH TITLE IS SCANNED INTO
      *      THE BASKET WITH THE SAME FREE-COPY, AGE AND HOLD CHECKS
      *      THE SINGLE CHECK-OUT RUNS, AND NOTHING IS WRITTEN UNTIL
      *      THE OPERATOR COMMITS - THEN ONE TENDER SETTLES THE WHOLE
      *      BASKET AND ONE RECEIPT LISTS EVERY LINE.
       0500-BASKET-CHECK-OUT   SECTION.
            MOVE ZEROS TO WRK-BSK-COUNT.
            MOVE "N" TO WRK-BSK-DONE-FLAG.
            MOVE "Y" TO WRK-CUSTOMER-OK-FLAG.
            PERFORM 0316-LOOKUP-CUSTOMER.

            IF WRK-CUSTOMER-OK-FLAG = "Y"
                MOVE CUSTOMER-KEY  TO WRK-BSK-CUSTOMER
                MOVE CUSTOMER-NAME TO WRK-BSK-CUST-NAME
                MOVE "Y" TO WRK-BASKET-FLAG
                PERFORM UNTIL WRK-BSK-DONE-FLAG = "Y"
                   PERFORM 0502-BASKET-SHOW
                   PERFORM 0504-BASKET-ACTION
                END-PERFORM
                MOVE "N" TO WRK-BASKET-FLAG
            END-IF.

      *      THE RUNNING LIST: ONE SCREEN LINE PER TITLE WITH ITS COPY,
      *      PRICE AFTER COUPON AND DUE DATE, THEN THE PRE-TAX TOTAL.
       0502-BASKET-SHOW        SECTION.
            DISPLAY CLEANER-SCREEN.
            DISPLAY "CUSTOMER:"       LINE 03 COLUMN 10.
            DISPLAY WRK-BSK-CUSTOMER  LINE 03 COLUMN 20.
            DISPLAY WRK-BSK-CUST-NAME LINE 03 COLUMN 26.
            DISPLAY "NR"              LINE 04 COLUMN 10.
            DISPLAY "MOVIE"           LINE 04 COLUMN 14.
            DISPLAY "CP"              LINE 04 COLUMN 46.
            DISPLAY "PRICE"           LINE 04 COLUMN 50.
            DISPLAY "DUE DATE"        LINE 04 COLUMN 58.

            MOVE ZEROS TO WRK-BSK-SUBTOTAL.
            PERFORM VARYING WRK-BSK-IDX FROM 1 BY 1
                  UNTIL WRK-BSK-IDX > WRK-BSK-COUNT
               COMPUTE WRK-LINE = WRK-BSK-IDX + 4
               DISPLAY WRK-BSK-IDX LINE WRK-LINE COLUMN 10
               DISPLAY WRK-BSK-TITLE(WRK-BSK-IDX)
                  LINE WRK-LINE COLUMN 14
               DISPLAY WRK-BSK-COPY(WRK-BSK-IDX)
                  LINE WRK-LINE COLUMN 46
               EVALUATE WRK-BSK-RULE(WRK-BSK-IDX)
                 WHEN "COMP"
                   DISPLAY "COMP" LINE WRK-LINE COLUMN 50
                 WHEN "PLAN"
                   DISPLAY "PLAN" LINE WRK-LINE COLUMN 50
                 WHEN OTHER
                   DISPLAY WRK-BSK-PRICE(WRK-BSK-IDX)
                      LINE WRK-LINE COLUMN 50
                   ADD WRK-BSK-PRICE(WRK-BSK-IDX) TO WRK-BSK-SUBTOTAL
               END-EVALUATE
               DISPLAY WRK-BSK-DUE-DATE(WRK-BSK-IDX)
                  LINE WRK-LINE COLUMN 58
            END-PERFORM.

            DISPLAY "TOTAL BEFORE TAX:" LINE 15 COLUMN 31.
            DISPLAY WRK-BSK-SUBTOTAL    LINE 15 COLUMN 50.

       0504-BASKET-ACTION      SECTION.
            MOVE SPACE TO WRK-BSK-ACTION.
            DISPLAY "(A)DD, (D)ROP, (C)OMMIT, (Q)UIT: "
               LINE 16 COLUMN 10.
            ACCEPT WRK-BSK-ACTION LINE 16 COLUMN 44.

            EVALUATE TRUE
              WHEN WRK-BSK-ACTION = "A" OR WRK-BSK-ACTION = "a"
                IF WRK-BSK-COUNT >= WRK-BSK-MAX
                    MOVE WRK-MSG-BSKFULL TO WRK-ERROR-MSG
                    PERFORM 9000-MANAGE-ERROR
                ELSE
                    PERFORM 0506-BASKET-ADD
                END-IF
              WHEN WRK-BSK-ACTION = "D" OR WRK-BSK-ACTION = "d"
                PERFORM 0510-BASKET-DROP
              WHEN WRK-BSK-ACTION = "C" OR WRK-BSK-ACTION = "c"
                IF WRK-BSK-COUNT = ZEROS
                    MOVE WRK-MSG-BSKEMPTY TO WRK-ERROR-MSG
                    PERFORM 9000-MANAGE-ERROR
                ELSE
                    PERFORM 0520-BASKET-COMMIT
                END-IF
              WHEN WRK-BSK-ACTION = "Q" OR WRK-BSK-ACTION = "q"
                MOVE "Y" TO WRK-BSK-DONE-FLAG
                MOVE WRK-MSG-BSKQUIT TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
              WHEN OTHER
                MOVE WRK-MSG-BSKBADOPT TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-EVALUATE.

       0506-BASKET-ADD         SECTION.
            DISPLAY CLEANER-SCREEN.
            PERFORM 0311-ACCEPT-MOVIE-ID.

            READ MOVIES
               INVALID KEY
                   MOVE WRK-MSG-NOTFOUND TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
               NOT INVALID KEY
                   PERFORM 0508-BASKET-VALIDATE-LINE
            END-READ.

      *      THE SAME CHECKS 0312-VALIDATE-AND-OUT MAKES, LINE BY LINE
      *      AGAINST THE CUSTOMER ALREADY IDENTIFIED.
       0508-BASKET-VALIDATE-LINE SECTION.
            MOVE WRK-BSK-CUSTOMER TO CUSTOMER-KEY.
            READ CUSTOMERS
               INVALID KEY
                   MOVE ZEROS TO CUSTOMER-BIRTH-DATE
               NOT INVALID KEY
                   CONTINUE
            END-READ.

            IF MOVIES-INACTIVE
                MOVE WRK-MSG-INACTIVE TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                DISPLAY MOVIE-TITLE-SCREEN
                PERFORM 0314-CHECK-ALREADY-OUT
                IF WRK-ALREADY-OUT-FLAG = "Y"
                    MOVE WRK-MSG-ALREADYOUT TO WRK-ERROR-MSG
                    PERFORM 9000-MANAGE-ERROR
                    PERFORM 0509-BASKET-OFFER-HOLD
                ELSE
                    DISPLAY COPY-AVAIL-SCREEN
                    MOVE "Y" TO WRK-CUSTOMER-OK-FLAG
                    PERFORM 0327-CHECK-AGE-RATING
                    IF WRK-CUSTOMER-OK-FLAG = "Y"
                        PERFORM 0750-CHECK-TIER
                    END-IF
                    IF WRK-CUSTOMER-OK-FLAG = "Y"
                        PERFORM 0512-BASKET-HOLD-CHECK
                        IF WRK-HOLD-OK-FLAG = "Y"
                            PERFORM 0700-CHECK-PLAN
                            PERFORM 0514-BASKET-PRICE-LINE
                        END-IF
                    END-IF
                END-IF
            END-IF.

      *      NO FREE COPY - A HOLD FOR THIS SAME CUSTOMER IS NOT PART
      *      OF THE RENTAL, SO IT IS QUEUED STRAIGHT AWAY.
       0509-BASKET-OFFER-HOLD  SECTION.
            DISPLAY WRK-MSG-PLACEHOLD LINE 17 COLUMN 10
               BACKGROUND-COLOR 3.
            ACCEPT WRK-KEY LINE 17 COLUMN 46
               BACKGROUND-COLOR 3.

            IF WRK-KEY = "Y" OR WRK-KEY = "y"
                MOVE WRK-BSK-CUSTOMER TO CUSTOMER-KEY
                PERFORM 0382-WRITE-HOLD
            END-IF.
            MOVE SPACES TO WRK-KEY.

       0510-BASKET-DROP        SECTION.
            MOVE ZEROS TO WRK-BSK-DROP.
            DISPLAY "DROP LINE NR: " LINE 17 COLUMN 10.
            ACCEPT WRK-BSK-DROP LINE 17 COLUMN 25.

            IF WRK-BSK-DROP = ZEROS OR WRK-BSK-DROP > WRK-BSK-COUNT
                MOVE WRK-MSG-BSKBADLINE TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                PERFORM VARYING WRK-BSK-IDX FROM WRK-BSK-DROP BY 1
                      UNTIL WRK-BSK-IDX >= WRK-BSK-COUNT
                   COMPUTE WRK-BSK-IDX2 = WRK-BSK-IDX + 1
                   MOVE WRK-BSK-LINE(WRK-BSK-IDX2)
                      TO WRK-BSK-LINE(WRK-BSK-IDX)
                END-PERFORM
                SUBTRACT 1 FROM WRK-BSK-COUNT
            END-IF.

       0513-FLAG-BASKET-COPIES SECTION.
            PERFORM VARYING WRK-BSK-IDX FROM 1 BY 1
                  UNTIL WRK-BSK-IDX > WRK-BSK-COUNT
               IF WRK-BSK-MOVIES-KEY(WRK-BSK-IDX) = MOVIES-KEY
                   MOVE WRK-BSK-COPY(WRK-BSK-IDX) TO WRK-COPY-IDX
                   IF WRK-COPY-IDX = ZEROS
                       MOVE 1 TO WRK-COPY-IDX
                   END-IF
                   MOVE "Y" TO WRK-OUT-FLAG(WRK-COPY-IDX)
               END-IF
            END-PERFORM.

      *      LIKE 0386-CHECKOUT-HOLD-CHECK, EXCEPT THE CUSTOMER'S OWN
      *      HOLD IS NOTED ON THE LINE - IT IS FILLED AT COMMIT, SO
      *      AN ABANDONED BASKET LEAVES THE QUEUE AS IT WAS.
       0512-BASKET-HOLD-CHECK  SECTION.
            MOVE "Y" TO WRK-HOLD-OK-FLAG.
            MOVE ZEROS TO WRK-BSK-FILL-SEQ.
            PERFORM 0385-FIND-ACTIVE-HOLD.
            IF WRK-HOLD-ACTIVE-FLAG = "Y"
                IF WRK-HOLD-CUST = WRK-BSK-CUSTOMER
                    MOVE WRK-ACTIVE-HOLD-SEQ TO WRK-BSK-FILL-SEQ
                ELSE
                    DISPLAY WRK-MSG-HELDOTHER LINE 17 COLUMN 10
                       BACKGROUND-COLOR 3
                    ACCEPT WRK-KEY LINE 17 COLUMN 49
                       BACKGROUND-COLOR 3
                    IF WRK-KEY NOT = "Y" AND WRK-KEY NOT = "y"
                        MOVE "N" TO WRK-HOLD-OK-FLAG
                    END-IF
                    MOVE SPACES TO WRK-KEY
                END-IF
            END-IF.

      *      COPY, DUE DATE, COMP, PRICE AND COUPON ARE WORKED OUT IN
      *      THE RENTAL RECORD AREA EXACTLY AS FOR A SINGLE RENTAL,
      *      THEN PARKED ON THE BASKET LINE - THE RECORD IS NOT
      *      WRITTEN HERE.
       0514-BASKET-PRICE-LINE  SECTION.
            PERFORM 0315-SELECT-COPY.
            ACCEPT RENTAL-CHECKOUT-DATE FROM DATE YYYYMMDD.
            PERFORM 0320-COMPUTE-DUE-DATE.
            DISPLAY RENTAL-INFO-SCREEN.
            IF WRK-PLAN-APPLY-FLAG = "Y"
                PERFORM 0705-PRICE-PLAN
            ELSE
                PERFORM 0341-OFFER-COMP
                PERFORM 0326-PRICE-RENTAL
                PERFORM 0336-APPLY-COUPON
            END-IF.

            ADD 1 TO WRK-BSK-COUNT.
            MOVE MOVIES-KEY TO WRK-BSK-MOVIES-KEY(WRK-BSK-COUNT).
            MOVE MOVIES-TITLE        TO WRK-BSK-TITLE(WRK-BSK-COUNT).
            MOVE WRK-ENTER-COPY      TO WRK-BSK-COPY(WRK-BSK-COUNT).
            MOVE RENTAL-DUE-DATE     TO WRK-BSK-DUE-DATE(WRK-BSK-COUNT).
            MOVE MOVIES-RENTAL-PRICE TO WRK-BSK-BASE(WRK-BSK-COUNT).
            MOVE RENTAL-CHARGED-PRICE
               TO WRK-BSK-PRICE(WRK-BSK-COUNT).
            MOVE RENTAL-PRICE-RULE   TO WRK-BSK-RULE(WRK-BSK-COUNT).
            MOVE RENTAL-PROMO-CODE   TO WRK-BSK-PROMO(WRK-BSK-COUNT).
            MOVE RENTAL-DISCOUNT     TO WRK-BSK-DISCOUNT(WRK-BSK-COUNT).
            MOVE ZEROS               TO WRK-BSK-TAX(WRK-BSK-COUNT).
            MOVE WRK-BSK-FILL-SEQ    TO WRK-BSK-HOLD-SEQ(WRK-BSK-COUNT).
            MOVE ZEROS TO WRK-BSK-RENTAL-KEY(WRK-BSK-COUNT).
            IF WRK-TERM-CLASS = "NEW"
                MOVE "Y" TO WRK-BSK-NEW(WRK-BSK-COUNT)
            ELSE
                MOVE "N" TO WRK-BSK-NEW(WRK-BSK-COUNT)
            END-IF.

      *      ONE TENDER FOR THE LOT: THE TENDER IS PROVEN GOOD FIRST,
      *      THEN EVERY RENTAL IS WRITTEN, AND ONLY WHEN ALL OF THEM
      *      ARE ON FILE DO THE PAYMENT ROWS, COPY COUNTS, HOLDS AND
      *      CUSTOMER FIGURES MOVE.
       0520-BASKET-COMMIT      SECTION.
            PERFORM 0522-BASKET-TOTALS.

            MOVE "Y" TO WRK-BSK-TENDER-OK.
            MOVE SPACE TO WRK-BSK-TENDER.
            IF WRK-BSK-DUE > ZEROS
                PERFORM 0524-BASKET-TENDER
            END-IF.

            IF WRK-BSK-TENDER-OK = "Y"
                PERFORM 0530-BASKET-WRITE-RENTALS
                IF WRK-BSK-FAIL-FLAG = "N"
                    PERFORM 0534-BASKET-POST
                    PERFORM 0540-BASKET-RECEIPT
                    MOVE "Y" TO WRK-BSK-DONE-FLAG
                    MOVE WRK-MSG-BSKDONE TO WRK-ERROR-MSG
                    PERFORM 9000-MANAGE-ERROR
                END-IF
            END-IF.

      *      TAX IS WORKED PER LINE, THE SAME WAY 0342-SETTLE-NORMAL
      *      WORKS IT FOR ONE RENTAL, SO EACH PAYMENT ROW CARRIES ITS
      *      OWN SHARE. COMPS CARRY NO CHARGE AND NO TAX.
       0522-BASKET-TOTALS      SECTION.
            MOVE ZEROS TO WRK-BSK-SUBTOTAL WRK-BSK-TAX-TOTAL
               WRK-BSK-DUE WRK-BSK-PAYABLE.

            PERFORM VARYING WRK-BSK-IDX FROM 1 BY 1
                  UNTIL WRK-BSK-IDX > WRK-BSK-COUNT
               MOVE ZEROS TO WRK-BSK-TAX(WRK-BSK-IDX)
               IF WRK-BSK-RULE(WRK-BSK-IDX) NOT = "COMP"
                     AND WRK-BSK-PRICE(WRK-BSK-IDX) > ZEROS
                   ADD 1 TO WRK-BSK-PAYABLE
                   ADD WRK-BSK-PRICE(WRK-BSK-IDX) TO WRK-BSK-SUBTOTAL
                   IF WRK-TAX-RATE > ZEROS
                       COMPUTE WRK-BSK-TAX(WRK-BSK-IDX) ROUNDED =
                          WRK-BSK-PRICE(WRK-BSK-IDX) * WRK-TAX-RATE
                          / 100
                       ADD WRK-BSK-TAX(WRK-BSK-IDX)
                          TO WRK-BSK-TAX-TOTAL
                   END-IF
               END-IF
            END-PERFORM.

            COMPUTE WRK-BSK-DUE = WRK-BSK-SUBTOTAL + WRK-BSK-TAX-TOTAL.

      *      CASH NEEDS AN OPEN DRAWER, CREDIT MUST COVER THE WHOLE
      *      BASKET, A GIFT CERTIFICATE MUST BE OUTSTANDING AND COVER
      *      IT, AND POINTS BUY EVERY CHARGED LINE AT THE POINTS COST
      *      EACH. (X) GOES BACK TO THE BASKET WITH NOTHING WRITTEN.
       0524-BASKET-TENDER      SECTION.
            MOVE WRK-BSK-CUSTOMER TO CUSTOMER-KEY.
            READ CUSTOMERS
               INVALID KEY
                   MOVE ZEROS TO CUSTOMER-CREDIT CUSTOMER-POINTS
               NOT INVALID KEY
                   CONTINUE
            END-READ.

            COMPUTE WRK-BSK-POINTS-NEED =
               WRK-POINTS-COST * WRK-BSK-PAYABLE
                ON SIZE ERROR
                   MOVE 99999 TO WRK-BSK-POINTS-NEED
            END-COMPUTE.

            MOVE "N" TO WRK-BSK-TENDER-OK.
            PERFORM UNTIL WRK-BSK-TENDER-OK = "Y"
                  OR WRK-BSK-TENDER = "X"
               DISPLAY "TAX:"          LINE 14 COLUMN 10
               DISPLAY WRK-BSK-TAX-TOTAL LINE 14 COLUMN 22
               DISPLAY "AMOUNT DUE:"   LINE 15 COLUMN 10
               DISPLAY WRK-BSK-DUE     LINE 15 COLUMN 22
               DISPLAY "CREDIT"        LINE 14 COLUMN 45
               DISPLAY CUSTOMER-CREDIT LINE 14 COLUMN 53
               DISPLAY "POINTS"        LINE 15 COLUMN 45
               DISPLAY CUSTOMER-POINTS LINE 15 COLUMN 53
               MOVE SPACE TO WRK-BSK-TENDER
               DISPLAY
                  "TENDER (C)ASH,(O)THER,(G)IFT,(A)CREDIT,(P)OINTS,(X):"
                  LINE 16 COLUMN 10
               ACCEPT WRK-BSK-TENDER LINE 16 COLUMN 64
               EVALUATE TRUE
                 WHEN WRK-BSK-TENDER = "C" OR WRK-BSK-TENDER = "c"
                   MOVE "C" TO WRK-BSK-TENDER
                   IF WRK-SHIFT-ID = ZEROS
                       MOVE WRK-MSG-NOSHIFT TO WRK-ERROR-MSG
                       PERFORM 9000-MANAGE-ERROR
                   ELSE
                       MOVE "Y" TO WRK-BSK-TENDER-OK
                   END-IF
                 WHEN WRK-BSK-TENDER = "O" OR WRK-BSK-TENDER = "o"
                   MOVE "O" TO WRK-BSK-TENDER
                   MOVE "Y" TO WRK-BSK-TENDER-OK
                 WHEN WRK-BSK-TENDER = "G" OR WRK-BSK-TENDER = "g"
                   MOVE "G" TO WRK-BSK-TENDER
                   PERFORM 0526-BASKET-CHECK-GIFT
                 WHEN WRK-BSK-TENDER = "A" OR WRK-BSK-TENDER = "a"
                   MOVE "A" TO WRK-BSK-TENDER
                   IF CUSTOMER-CREDIT >= WRK-BSK-DUE
                       MOVE "Y" TO WRK-BSK-TENDER-OK
                   ELSE
                       MOVE WRK-MSG-CREDITSHORT TO WRK-ERROR-MSG
                       PERFORM 9000-MANAGE-ERROR
                   END-IF
                 WHEN WRK-BSK-TENDER = "P" OR WRK-BSK-TENDER = "p"
                   MOVE "P" TO WRK-BSK-TENDER
                   IF CUSTOMER-POINTS >= WRK-BSK-POINTS-NEED
                       MOVE "Y" TO WRK-BSK-TENDER-OK
                   ELSE
                       MOVE WRK-MSG-POINTSSHORT TO WRK-ERROR-MSG
                       PERFORM 9000-MANAGE-ERROR
                   END-IF
                 WHEN WRK-BSK-TENDER = "X" OR WRK-BSK-TENDER = "x"
                   MOVE "X" TO WRK-BSK-TENDER
                 WHEN OTHER
                   MOVE WRK-MSG-BADTENDER TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
               END-EVALUATE
            END-PERFORM.

      *      ONLY A LOOK AT THE CERTIFICATE - IT IS MARKED REDEEMED
      *      IN 0534-BASKET-POST, ONCE THE RENTALS ARE SAFELY ON FILE.
       0526-BASKET-CHECK-GIFT  SECTION.
            MOVE ZEROS TO WRK-GIFT-ENTRY.
            DISPLAY "CERT NUMBER: " LINE 17 COLUMN 10.
            ACCEPT WRK-GIFT-ENTRY LINE 17 COLUMN 24.

            MOVE WRK-GIFT-ENTRY TO CERT-NUMBER.
            READ GIFTCERTS
               INVALID KEY
                   MOVE WRK-MSG-BADCERT TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
               NOT INVALID KEY
                   EVALUATE TRUE
                     WHEN NOT CERT-OUTSTANDING
                       MOVE WRK-MSG-BADCERT TO WRK-ERROR-MSG
                       PERFORM 9000-MANAGE-ERROR
                     WHEN CERT-AMOUNT < WRK-BSK-DUE
                       MOVE WRK-MSG-CERTSHORT TO WRK-ERROR-MSG
                       PERFORM 9000-MANAGE-ERROR
                     WHEN OTHER
                       MOVE CERT-NUMBER TO WRK-BSK-CERT
                       MOVE "Y" TO WRK-BSK-TENDER-OK
                   END-EVALUATE
            END-READ.

      *      ALL OR NOTHING: IF ANY RENTAL WILL NOT WRITE, THE ONES
      *      ALREADY WRITTEN FOR THIS BASKET ARE DELETED AGAIN BEFORE
      *      A SINGLE PAYMENT ROW OR CUSTOMER FIGURE HAS MOVED.
       0530-BASKET-WRITE-RENTALS SECTION.
            MOVE "N" TO WRK-BSK-FAIL-FLAG.
            MOVE ZEROS TO WRK-BSK-WRITTEN.
            ACCEPT WRK-TODAY FROM DATE YYYYMMDD.

            PERFORM VARYING WRK-BSK-IDX FROM 1 BY 1
                  UNTIL WRK-BSK-IDX > WRK-BSK-COUNT
                     OR WRK-BSK-FAIL-FLAG = "Y"
               PERFORM 0532-BASKET-WRITE-LINE
            END-PERFORM.

            IF WRK-BSK-FAIL-FLAG = "Y"
                PERFORM 0536-BASKET-BACK-OUT
            END-IF.

       0532-BASKET-WRITE-LINE  SECTION.
            PERFORM 0319-NEXT-RENTAL-KEY.
            MOVE WRK-BSK-MOVIES-KEY(WRK-BSK-IDX) TO RENTAL-MOVIES-KEY.
            MOVE WRK-BSK-CUSTOMER TO RENTAL-CUSTOMER-KEY.
            MOVE WRK-TODAY TO RENTAL-CHECKOUT-DATE.
            MOVE WRK-BSK-DUE-DATE(WRK-BSK-IDX) TO RENTAL-DUE-DATE.
            MOVE ZEROS TO RENTAL-RETURN-DATE.
            MOVE ZEROS TO RENTAL-LATE-FEE RENTAL-RENEWALS.
            MOVE "O" TO RENTAL-STATUS-FLAG.
            MOVE WRK-BSK-COPY(WRK-BSK-IDX) TO RENTAL-COPY-NUMBER.
            MOVE WRK-BSK-PRICE(WRK-BSK-IDX) TO RENTAL-CHARGED-PRICE.
            MOVE WRK-BSK-RULE(WRK-BSK-IDX) TO RENTAL-PRICE-RULE.
            MOVE WRK-BSK-PROMO(WRK-BSK-IDX) TO RENTAL-PROMO-CODE.
            MOVE WRK-BSK-DISCOUNT(WRK-BSK-IDX) TO RENTAL-DISCOUNT.
            MOVE WRK-STORE-CODE TO RENTAL-STORE.

      *      A LINE BOUGHT WITH POINTS GOES ON FILE AS A POINTS
      *      RENTAL, THE SAME AS 0332-OFFER-REDEMPTION LEAVES IT.
            IF WRK-BSK-TENDER = "P"
                  AND WRK-BSK-RULE(WRK-BSK-IDX) NOT = "COMP"
                  AND WRK-BSK-PRICE(WRK-BSK-IDX) > ZEROS
                MOVE ZEROS TO RENTAL-CHARGED-PRICE
                MOVE "POINTS" TO RENTAL-PRICE-RULE
            END-IF.

            WRITE RENTALS-REG
               INVALID KEY
                   MOVE "Y" TO WRK-BSK-FAIL-FLAG
               NOT INVALID KEY
                   MOVE "W" TO WRK-RJ-OPERATION
                   PERFORM 8110-JOURNAL-RENTAL
                   MOVE RENTAL-KEY TO WRK-BSK-RENTAL-KEY(WRK-BSK-IDX)
                   ADD 1 TO WRK-BSK-WRITTEN
            END-WRITE.

       0536-BASKET-BACK-OUT    SECTION.
            PERFORM VARYING WRK-BSK-IDX FROM 1 BY 1
                  UNTIL WRK-BSK-IDX > WRK-BSK-WRITTEN
               MOVE WRK-BSK-RENTAL-KEY(WRK-BSK-IDX) TO RENTAL-KEY
      *        READ FIRST SO THE JOURNAL CARRIES THE WHOLE ROW
               READ RENTALS
                  INVALID KEY
                      CONTINUE
               END-READ
               DELETE RENTALS RECORD
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "D" TO WRK-RJ-OPERATION
                      PERFORM 8110-JOURNAL-RENTAL
               END-DELETE
               MOVE ZEROS TO WRK-BSK-RENTAL-KEY(WRK-BSK-IDX)
            END-PERFORM.

            MOVE WRK-MSG-BSKBACKOUT TO WRK-ERROR-MSG.
            PERFORM 9000-MANAGE-ERROR.

      *      EVERY RENTAL IS ON FILE - NOW THE CONTROL COUNT, THE
      *      COPY MILEAGE, THE FILLED HOLDS, ONE PAYMENT ROW PER LINE
      *      UNDER THE ONE TENDER, AND THE CUSTOMER'S CREDIT OR
      *      POINTS.
       0534-BASKET-POST        SECTION.
            MOVE "N" TO WRK-BSK-LOCKED-FLAG.
            MOVE ZEROS TO WRK-BSK-POINTS-EARNED.
            PERFORM 0600-NEXT-RECEIPT.

            PERFORM VARYING WRK-BSK-IDX FROM 1 BY 1
                  UNTIL WRK-BSK-IDX > WRK-BSK-COUNT
               MOVE WRK-BSK-RENTAL-KEY(WRK-BSK-IDX) TO RENTAL-KEY
               PERFORM 0324-SYNC-RENTAL-CONTROL
               MOVE WRK-BSK-MOVIES-KEY(WRK-BSK-IDX) TO MOVIES-KEY
               MOVE WRK-BSK-COPY(WRK-BSK-IDX) TO RENTAL-COPY-NUMBER
               PERFORM 0330-COUNT-COPY-USE
               IF WRK-BSK-HOLD-SEQ(WRK-BSK-IDX) > ZEROS
                   MOVE WRK-BSK-HOLD-SEQ(WRK-BSK-IDX)
                      TO WRK-ACTIVE-HOLD-SEQ
                   PERFORM 0387-FILL-HOLD
               END-IF
               IF WRK-BSK-RULE(WRK-BSK-IDX) = "PLAN"
                   MOVE WRK-BSK-CUSTOMER TO RENTAL-CUSTOMER-KEY
                   PERFORM 0710-COUNT-PLAN-USE
               END-IF
               PERFORM 0538-BASKET-PAY-LINE
            END-PERFORM.

            IF WRK-BSK-LOCKED-FLAG = "Y"
                MOVE WRK-MSG-PERIODLOCKED TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-IF.

            MOVE WRK-BSK-CUSTOMER TO CUSTOMER-KEY.
            READ CUSTOMERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUSTOMERS-REG TO WRK-RJ-CUST-BEFORE
                   EVALUATE WRK-BSK-TENDER
                     WHEN "A"
                       SUBTRACT WRK-BSK-DUE FROM CUSTOMER-CREDIT
                       ADD WRK-BSK-POINTS-EARNED TO CUSTOMER-POINTS
                     WHEN "P"
                       SUBTRACT WRK-BSK-POINTS-NEED FROM CUSTOMER-POINTS
                     WHEN OTHER
                       ADD WRK-BSK-POINTS-EARNED TO CUSTOMER-POINTS
                   END-EVALUATE
                   REWRITE CUSTOMERS-REG
                   MOVE "R" TO WRK-RJ-OPERATION
                   PERFORM 8100-JOURNAL-CUSTOMER
                   PERFORM 0539-BASKET-LEDGER
            END-READ.

            IF WRK-BSK-TENDER = "G"
                MOVE WRK-BSK-CERT TO CERT-NUMBER
                READ GIFTCERTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "R" TO CERT-STATUS-FLAG
                       ACCEPT CERT-REDEEMED-DATE FROM DATE YYYYMMDD
                       REWRITE GIFTCERTS-REG
                END-READ
            END-IF.

      *      COMPS GO DOWN AS CATEGORY M AT THE BASE PRICE (SEE
      *      0343-RECORD-COMP), POINTS AS CATEGORY P, EVERYTHING ELSE
      *      AS RENTAL INCOME UNDER THE TENDER TAKEN - CREDIT ON
      *      ACCOUNT BEING TYPE K, NO NEW MONEY IN THE DRAWER.
       0538-BASKET-PAY-LINE    SECTION.
            MOVE WRK-SHIFT-ID                    TO WRK-PAY-SHIFT.
            MOVE WRK-BSK-RENTAL-KEY(WRK-BSK-IDX) TO WRK-PAY-RENTAL-KEY.
            MOVE WRK-BSK-CUSTOMER               TO WRK-PAY-CUSTOMER-KEY.
            MOVE WRK-BSK-MOVIES-KEY(WRK-BSK-IDX) TO WRK-PAY-MOVIES-KEY.
            MOVE WRK-BSK-PROMO(WRK-BSK-IDX)      TO WRK-PAY-PROMO.
            MOVE WRK-BSK-RULE(WRK-BSK-IDX)       TO WRK-PAY-RULE.
            MOVE WRK-OPERATOR                    TO WRK-PAY-OPERATOR.
            MOVE WRK-STORE-CODE                  TO WRK-PAY-STORE.
            MOVE ZEROS                           TO WRK-PAY-TAX.
            MOVE SPACE                           TO WRK-PAY-RESULT.
            IF WRK-BSK-TENDER = "G"
                MOVE WRK-BSK-CERT                TO WRK-PAY-CERT
            ELSE
                MOVE ZEROS                       TO WRK-PAY-CERT
            END-IF.

            EVALUATE TRUE
              WHEN WRK-BSK-RULE(WRK-BSK-IDX) = "COMP"
                MOVE WRK-BSK-BASE(WRK-BSK-IDX) TO WRK-PAY-AMOUNT
                MOVE "K"      TO WRK-PAY-TYPE
                MOVE "M"      TO WRK-PAY-CATEGORY
                MOVE SPACES   TO WRK-PAY-PROMO
                CALL "PAYLOG" USING WRK-PAY-REC
              WHEN WRK-BSK-PRICE(WRK-BSK-IDX) = ZEROS
                CONTINUE
              WHEN WRK-BSK-TENDER = "P"
                MOVE WRK-BSK-PRICE(WRK-BSK-IDX) TO WRK-PAY-AMOUNT
                MOVE "K"      TO WRK-PAY-TYPE
                MOVE "P"      TO WRK-PAY-CATEGORY
                MOVE "POINTS" TO WRK-PAY-RULE
                CALL "PAYLOG" USING WRK-PAY-REC
              WHEN OTHER
                COMPUTE WRK-PAY-AMOUNT = WRK-BSK-PRICE(WRK-BSK-IDX)
                   + WRK-BSK-TAX(WRK-BSK-IDX)
                MOVE WRK-BSK-TAX(WRK-BSK-IDX) TO WRK-PAY-TAX
                IF WRK-BSK-TENDER = "A"
                    MOVE "K" TO WRK-PAY-TYPE
                ELSE
                    MOVE WRK-BSK-TENDER TO WRK-PAY-TYPE
                END-IF
                MOVE "R"      TO WRK-PAY-CATEGORY
                CALL "PAYLOG" USING WRK-PAY-REC
      *         ONE POINT PER WHOLE UNIT CHARGED, AS 0334 ACCRUES.
                MOVE WRK-BSK-PRICE(WRK-BSK-IDX) TO WRK-POINTS-EARNED
                ADD WRK-POINTS-EARNED TO WRK-BSK-POINTS-EARNED
            END-EVALUATE.

            IF WRK-PAY-RESULT = "N"
                MOVE "Y" TO WRK-BSK-LOCKED-FLAG
            END-IF.

      *      THE BASKET MOVES CREDIT AND POINTS IN ONE REWRITE - ONE
      *      LEDGER LINE PER FIGURE THAT MOVED, ALL UNDER THE RECEIPT.
      *      ON ACCOUNT TENDER ONE REWRITE MOVED CREDIT AND POINTS
      *      TOGETHER - THE POINTS ARE HELD BACK WHILE THE DRAW IS
      *      POSTED SO EACH LINE SHOWS THE ACCOUNT AFTER ITS OWN MOVE.
       0539-BASKET-LEDGER      SECTION.
            MOVE "RCPT" TO WRK-LEDG-REF-TYPE.
            MOVE WRK-RCPT-NUMBER TO WRK-LEDG-REF-KEY.
            IF WRK-BSK-TENDER = "A"
                SUBTRACT WRK-BSK-POINTS-EARNED FROM CUSTOMER-POINTS
                MOVE "C" TO WRK-LEDG-FIELD
                COMPUTE WRK-LEDG-AMOUNT = 0 - WRK-BSK-DUE
                MOVE "CREDDRAW" TO WRK-LEDG-REASON
                PERFORM 0660-POST-LEDGER
                ADD WRK-BSK-POINTS-EARNED TO CUSTOMER-POINTS
            END-IF.
            IF WRK-BSK-TENDER = "P"
                MOVE "P" TO WRK-LEDG-FIELD
                COMPUTE WRK-LEDG-AMOUNT = 0 - WRK-BSK-POINTS-NEED
                MOVE "REDEEM" TO WRK-LEDG-REASON
                PERFORM 0660-POST-LEDGER
            ELSE
                IF WRK-BSK-POINTS-EARNED > ZEROS
                    MOVE "P" TO WRK-LEDG-FIELD
                    MOVE WRK-BSK-POINTS-EARNED TO WRK-LEDG-AMOUNT
                    MOVE "EARN" TO WRK-LEDG-REASON
                    PERFORM 0660-POST-LEDGER
                END-IF
            END-IF.

      *      ONE RECEIPT FOR THE BASKET - EVERY LINE WITH ITS RENTAL
      *      NUMBER, COPY, PRICE AND DUE DATE, THEN THE TOTALS AND THE
      *      TENDER THAT SETTLED THEM.
       0540-BASKET-RECEIPT     SECTION.
            OPEN EXTEND RECEIPTS.
            IF RECEIPTS-STATUS = 35
                OPEN OUTPUT RECEIPTS
            END-IF.

            MOVE SPACES TO RECEIPTS-REG.
            MOVE WRK-FORM-FEED TO RECEIPTS-DATA(001:01).
            WRITE RECEIPTS-REG.

            MOVE SPACES TO RECEIPTS-REG.
            MOVE WRK-STORE-NAME TO RECEIPTS-DATA(003:30).
            WRITE RECEIPTS-REG.
            PERFORM 0335-TRAINING-STAMP.

            ACCEPT WRK-RCPT-TIME FROM TIME.
            MOVE SPACES TO RECEIPTS-REG.
            MOVE WRK-TODAY TO RECEIPTS-DATA(003:08).
            MOVE WRK-RCPT-TIME(1:6) TO RECEIPTS-DATA(013:06).
            WRITE RECEIPTS-REG.

            MOVE SPACES TO RECEIPTS-REG.
            MOVE "RECEIPT NR:" TO RECEIPTS-DATA(003:11).
            MOVE WRK-RCPT-NUMBER TO RECEIPTS-DATA(015:05).
            WRITE RECEIPTS-REG.

            MOVE SPACES TO RECEIPTS-REG.
            MOVE "CUSTOMER:" TO RECEIPTS-DATA(003:09).
            MOVE WRK-BSK-CUST-NAME TO RECEIPTS-DATA(013:30).
            WRITE RECEIPTS-REG.

            PERFORM VARYING WRK-BSK-IDX FROM 1 BY 1
                  UNTIL WRK-BSK-IDX > WRK-BSK-COUNT
               PERFORM 0542-BASKET-RECEIPT-LINE
            END-PERFORM.

            MOVE SPACES TO RECEIPTS-REG.
            MOVE "SUBTOTAL:" TO RECEIPTS-DATA(003:09).
            MOVE WRK-BSK-SUBTOTAL TO RECEIPTS-DATA(013:06).
            WRITE RECEIPTS-REG.

            IF WRK-BSK-TAX-TOTAL > ZEROS AND WRK-BSK-TENDER NOT = "P"
                MOVE SPACES TO RECEIPTS-REG
                MOVE "TAX:" TO RECEIPTS-DATA(003:04)
                MOVE WRK-BSK-TAX-TOTAL TO RECEIPTS-DATA(013:06)
                WRITE RECEIPTS-REG
            END-IF.

            MOVE SPACES TO RECEIPTS-REG.
            MOVE "TENDER:" TO RECEIPTS-DATA(003:07).
            EVALUATE WRK-BSK-TENDER
              WHEN "C"
                MOVE "CASH" TO RECEIPTS-DATA(013:04)
                MOVE WRK-BSK-DUE TO RECEIPTS-DATA(023:06)
              WHEN "O"
                MOVE "OTHER" TO RECEIPTS-DATA(013:05)
                MOVE WRK-BSK-DUE TO RECEIPTS-DATA(023:06)
              WHEN "G"
                MOVE "GIFT CERT" TO RECEIPTS-DATA(013:09)
                MOVE WRK-BSK-CERT TO RECEIPTS-DATA(023:05)
              WHEN "A"
                MOVE "CREDIT" TO RECEIPTS-DATA(013:06)
                MOVE WRK-BSK-DUE TO RECEIPTS-DATA(023:06)
              WHEN "P"
                MOVE "POINTS" TO RECEIPTS-DATA(013:06)
                MOVE WRK-BSK-POINTS-NEED TO RECEIPTS-DATA(023:05)
              WHEN OTHER
                MOVE "NO CHARGE" TO RECEIPTS-DATA(013:09)
            END-EVALUATE.
            WRITE RECEIPTS-REG.

            MOVE SPACES TO RECEIPTS-REG.
            MOVE "THANK YOU" TO RECEIPTS-DATA(003:09).
            WRITE RECEIPTS-REG.

            CLOSE RECEIPTS.

       0542-BASKET-RECEIPT-LINE SECTION.
            MOVE SPACES TO RECEIPTS-REG.
            MOVE WRK-BSK-RENTAL-KEY(WRK-BSK-IDX)
               TO RECEIPTS-DATA(003:05).
            MOVE WRK-BSK-TITLE(WRK-BSK-IDX) TO RECEIPTS-DATA(010:30).
            MOVE WRK-BSK-COPY(WRK-BSK-IDX)  TO RECEIPTS-DATA(041:02).
            EVALUATE TRUE
              WHEN WRK-BSK-RULE(WRK-BSK-IDX) = "COMP"
                MOVE "COMP" TO RECEIPTS-DATA(045:04)
              WHEN WRK-BSK-TENDER = "P"
                  AND WRK-BSK-PRICE(WRK-BSK-IDX) > ZEROS
                MOVE "POINTS" TO RECEIPTS-DATA(045:06)
              WHEN OTHER
                MOVE WRK-BSK-PRICE(WRK-BSK-IDX)
                   TO RECEIPTS-DATA(045:05)
            END-EVALUATE.
            MOVE "DUE" TO RECEIPTS-DATA(053:03).
            MOVE WRK-BSK-DUE-DATE(WRK-BSK-IDX) TO RECEIPTS-DATA(057:08).
            WRITE RECEIPTS-REG.

            IF WRK-BSK-DISCOUNT(WRK-BSK-IDX) > ZEROS
                MOVE SPACES TO RECEIPTS-REG
                MOVE "COUPON:" TO RECEIPTS-DATA(010:07)
                MOVE WRK-BSK-PROMO(WRK-BSK-IDX) TO RECEIPTS-DATA(018:08)
                MOVE WRK-BSK-DISCOUNT(WRK-BSK-IDX)
                   TO RECEIPTS-DATA(027:05)
                WRITE RECEIPTS-REG
            END-IF.

      *      THE NEXT RECEIPT NUMBER COMES FROM CONTROL.DAT. THERE IS
      *      NO FILE TO COUNT A FIRST NUMBER FROM - A STORE THAT NEVER
      *      HAD ONE STARTS AT 1. EVERY ROW THE TRANSACTION POSTS
      *      CARRIES THE NUMBER, SO IT IS SET ON THE PAYMENT AREA HERE.
       0600-NEXT-RECEIPT       SECTION.
            MOVE "N"          TO WRK-CTL-ACTION.
            MOVE "RECEIPTS"   TO WRK-CTL-NAME.
            MOVE ZEROS        TO WRK-CTL-NEXT-KEY WRK-CTL-COUNT.
            CALL "KEYCTL" USING WRK-CTL-REC.

            IF WRK-CTL-RESULT NOT = "Y"
                MOVE "I"        TO WRK-CTL-ACTION
                MOVE "RECEIPTS" TO WRK-CTL-NAME
                MOVE 1          TO WRK-CTL-NEXT-KEY
                MOVE ZEROS      TO WRK-CTL-COUNT
                CALL "KEYCTL" USING WRK-CTL-REC
                MOVE "N"        TO WRK-CTL-ACTION
                MOVE "RECEIPTS" TO WRK-CTL-NAME
                MOVE ZEROS      TO WRK-CTL-NEXT-KEY WRK-CTL-COUNT
                CALL "KEYCTL" USING WRK-CTL-REC
            END-IF.

            MOVE WRK-CTL-NEXT-KEY TO WRK-RCPT-NUMBER.
            MOVE WRK-RCPT-NUMBER  TO WRK-PAY-RECEIPT.
            MOVE SPACE            TO WRK-PAY-SIGN.
            MOVE ZEROS            TO WRK-PAY-CERT.

      *      A SAME-DAY MISTAKE AT THE COUNTER IS TAKEN BACK WHOLE -
      *      THE RENTAL, THE MONEY, THE CREDIT AND POINTS, THE COPY
      *      MILEAGE AND THE HOLD IT FILLED - INSTEAD OF BEING PATCHED
      *      BY HAND IN THREE MODULES. A LEVEL-2 OPERATOR SIGNS FOR
      *      IT, AND THE MONEY COMES OFF AS NEGATIVE ROWS UNDER THE
      *      ORIGINAL SHIFT AND CATEGORY SO THE DRAWER STILL BALANCES.
       0610-VOID-TRANSACTION   SECTION.
            MOVE "N" TO WRK-VOID-OK-FLAG.
            MOVE ZEROS TO WRK-VOID-ROWS WRK-VOID-PLANS
               WRK-VOID-PICKED WRK-VOID-TOTAL.
            ACCEPT WRK-TODAY FROM DATE YYYYMMDD.

            PERFORM 0612-VOID-APPROVAL.
            IF WRK-SUP-APPROVER NOT = SPACES
                PERFORM 0614-VOID-ACCEPT-ENTRY
            END-IF.
            IF WRK-VOID-OK-FLAG = "Y"
                PERFORM 0616-VOID-COLLECT
            END-IF.
            IF WRK-VOID-OK-FLAG = "Y"
                PERFORM 0620-VOID-PLAN
            END-IF.
            IF WRK-VOID-OK-FLAG = "Y"
                PERFORM 0626-VOID-CHECK
            END-IF.
            IF WRK-VOID-OK-FLAG = "Y"
                PERFORM 0628-VOID-CONFIRM
            END-IF.
            IF WRK-VOID-OK-FLAG = "Y"
                PERFORM 0630-VOID-APPLY
                PERFORM 0648-VOID-OVERRIDE-LOG
                PERFORM 0650-VOID-SLIP
                MOVE WRK-MSG-VOIDDONE TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-IF.

      *      THE APPROVER SIGNS IN THROUGH THE SAME SUPERVISOR SIGN-IN
      *      AS EVERY OTHER OVERRIDE, REASON INCLUDED - THE SIGNED-ON
      *      CLERK CANNOT APPROVE THEIR OWN VOID UNLESS THEY ARE A
      *      LEVEL-2 OPERATOR THEMSELVES.
       0612-VOID-APPROVAL      SECTION.
            PERFORM 0730-SUPERVISOR-SIGNIN.

            IF WRK-SUP-APPROVER = SPACES
                MOVE WRK-MSG-VOIDNOAUTH TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-IF.

       0614-VOID-ACCEPT-ENTRY  SECTION.
            MOVE SPACE TO WRK-VOID-BY.
            PERFORM UNTIL WRK-VOID-BY = "R" OR WRK-VOID-BY = "N"
               DISPLAY "(R)ENTAL KEY OR RECEIPT (N)R: "
                  LINE 12 COLUMN 10
               ACCEPT WRK-VOID-BY LINE 12 COLUMN 41
               IF WRK-VOID-BY = "r"
                   MOVE "R" TO WRK-VOID-BY
               END-IF
               IF WRK-VOID-BY = "n"
                   MOVE "N" TO WRK-VOID-BY
               END-IF
            END-PERFORM.

            MOVE ZEROS TO WRK-VOID-ENTRY.
            DISPLAY "NUMBER: " LINE 13 COLUMN 10.
            ACCEPT WRK-VOID-ENTRY LINE 13 COLUMN 26.

            IF WRK-VOID-ENTRY = ZEROS
                MOVE WRK-MSG-VOIDNOTFOUND TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                MOVE "Y" TO WRK-VOID-OK-FLAG
            END-IF.

      *      THE PLAN TABLE STARTS AS THE LIST OF RENTALS TO LOOK AT:
      *      THE ONE KEYED, OR EVERY RENTAL ON THE RECEIPT (A GIFT
      *      CERTIFICATE SALE GOES IN AS ITS OWN ENTRY). THE SECOND
      *      PASS LOADS ALL OF TODAY'S ROWS FOR THOSE RENTALS - A
      *      RECEIPT IS ONLY VOIDED WHEN IT IS STILL THE LATEST THING
      *      THAT HAPPENED TO EACH OF ITS RENTALS.
       0616-VOID-COLLECT       SECTION.
            IF WRK-VOID-BY = "R"
                MOVE 1 TO WRK-VOID-PLANS
                MOVE SPACE TO WRK-VP-KIND(1)
                MOVE WRK-VOID-ENTRY TO WRK-VP-KEY(1)
                MOVE "N" TO WRK-VP-LATE-PAID(1)
                MOVE "N" TO WRK-VP-DMG-PAID(1)
            ELSE
                OPEN INPUT PAYMENTS
                IF PAYMENTS-STATUS = ZEROS
                    PERFORM UNTIL PAYMENTS-STATUS = 10
                       READ PAYMENTS
                          AT END
                              MOVE 10 TO PAYMENTS-STATUS
                          NOT AT END
                              IF PAY-DATE = WRK-TODAY
                                    AND PAY-RECEIPT-X IS NUMERIC
                                    AND PAY-RECEIPT = WRK-VOID-ENTRY
                                    AND NOT PAY-REVERSAL
                                  PERFORM 0617-VOID-LIST-RECEIPT
                              END-IF
                       END-READ
                    END-PERFORM
                    CLOSE PAYMENTS
                END-IF
            END-IF.

            OPEN INPUT PAYMENTS.
            IF PAYMENTS-STATUS = ZEROS
                PERFORM UNTIL PAYMENTS-STATUS = 10
                   READ PAYMENTS
                      AT END
                          MOVE 10 TO PAYMENTS-STATUS
                      NOT AT END
                          IF PAY-DATE = WRK-TODAY
                              PERFORM 0618-VOID-COLLECT-ROW
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE PAYMENTS
            END-IF.

            IF WRK-VOID-OK-FLAG = "F"
                MOVE "N" TO WRK-VOID-OK-FLAG
                MOVE WRK-MSG-VOIDFULL TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-IF.

       0617-VOID-LIST-RECEIPT  SECTION.
            IF PAY-RENTAL-KEY > ZEROS
                MOVE PAY-RENTAL-KEY TO WRK-VOID-RENTAL
                MOVE SPACE TO WRK-VOID-KIND
            ELSE
                IF PAY-CATEGORY = "G" AND PAY-CERT-X IS NUMERIC
                    MOVE PAY-CERT TO WRK-VOID-RENTAL
                    MOVE "G" TO WRK-VOID-KIND
                ELSE
                    MOVE ZEROS TO WRK-VOID-RENTAL
                END-IF
            END-IF.

            IF WRK-VOID-RENTAL > ZEROS
                PERFORM 0621-VOID-FIND-PLAN
                IF WRK-VOID-PIDX = ZEROS
                    IF WRK-VOID-PLANS >= 10
                        MOVE "F" TO WRK-VOID-OK-FLAG
                    ELSE
                        ADD 1 TO WRK-VOID-PLANS
                        MOVE WRK-VOID-KIND
                           TO WRK-VP-KIND(WRK-VOID-PLANS)
                        MOVE WRK-VOID-RENTAL
                           TO WRK-VP-KEY(WRK-VOID-PLANS)
                        MOVE "N" TO WRK-VP-LATE-PAID(WRK-VOID-PLANS)
                        MOVE "N" TO WRK-VP-DMG-PAID(WRK-VOID-PLANS)
                    END-IF
                END-IF
            END-IF.

      *      AN ORIGINAL ROW GOES INTO THE TABLE LIVE. A REVERSAL ROW
      *      (LEFT BY AN EARLIER VOID) KILLS THE FIRST LIVE ORIGINAL
      *      IT MATCHES, SO NOTHING IS EVER REVERSED TWICE.
       0618-VOID-COLLECT-ROW   SECTION.
            MOVE "N" TO WRK-KEY.
            IF PAY-RENTAL-KEY > ZEROS
                MOVE PAY-RENTAL-KEY TO WRK-VOID-RENTAL
                MOVE SPACE TO WRK-VOID-KIND
                PERFORM 0621-VOID-FIND-PLAN
                IF WRK-VOID-PIDX > ZEROS
                    MOVE "Y" TO WRK-KEY
                END-IF
            END-IF.
            IF WRK-VOID-BY = "N" AND PAY-RECEIPT-X IS NUMERIC
                  AND PAY-RECEIPT = WRK-VOID-ENTRY
                MOVE "Y" TO WRK-KEY
            END-IF.

            IF WRK-KEY = "Y"
                IF PAY-REVERSAL
                    PERFORM 0619-VOID-CANCEL-ROW
                ELSE
                    IF WRK-VOID-ROWS >= WRK-VOID-MAX
                        MOVE "F" TO WRK-VOID-OK-FLAG
                    ELSE
                        ADD 1 TO WRK-VOID-ROWS
                        MOVE WRK-VOID-ROWS TO WRK-VOID-IDX
                        PERFORM 0615-VOID-STORE-ROW
                    END-IF
                END-IF
            END-IF.
            MOVE SPACES TO WRK-KEY.

       0615-VOID-STORE-ROW     SECTION.
            MOVE PAY-CATEGORY     TO WRK-VD-CATEGORY(WRK-VOID-IDX).
            MOVE PAY-TYPE         TO WRK-VD-TYPE(WRK-VOID-IDX).
            MOVE PAY-RENTAL-KEY   TO WRK-VD-RENTAL-KEY(WRK-VOID-IDX).
            MOVE PAY-CUSTOMER-KEY TO WRK-VD-CUSTOMER-KEY(WRK-VOID-IDX).
            MOVE PAY-MOVIES-KEY   TO WRK-VD-MOVIES-KEY(WRK-VOID-IDX).
            MOVE PAY-AMOUNT       TO WRK-VD-AMOUNT(WRK-VOID-IDX).
            MOVE PAY-OPERATOR     TO WRK-VD-OPERATOR(WRK-VOID-IDX).
            MOVE PAY-RULE         TO WRK-VD-RULE(WRK-VOID-IDX).
            MOVE PAY-PROMO        TO WRK-VD-PROMO(WRK-VOID-IDX).
            MOVE PAY-STORE        TO WRK-VD-STORE(WRK-VOID-IDX).
            MOVE ZEROS TO WRK-VD-TAX(WRK-VOID-IDX)
               WRK-VD-SHIFT(WRK-VOID-IDX) WRK-VD-RECEIPT(WRK-VOID-IDX)
               WRK-VD-CERT(WRK-VOID-IDX).
            IF PAY-TAX-X IS NUMERIC
                MOVE PAY-TAX TO WRK-VD-TAX(WRK-VOID-IDX)
            END-IF.
            IF PAY-SHIFT-X IS NUMERIC
                MOVE PAY-SHIFT TO WRK-VD-SHIFT(WRK-VOID-IDX)
            END-IF.
            IF PAY-RECEIPT-X IS NUMERIC
                MOVE PAY-RECEIPT TO WRK-VD-RECEIPT(WRK-VOID-IDX)
            END-IF.
            IF PAY-CERT-X IS NUMERIC
                MOVE PAY-CERT TO WRK-VD-CERT(WRK-VOID-IDX)
            END-IF.
            MOVE "Y" TO WRK-VD-LIVE(WRK-VOID-IDX).
            MOVE "N" TO WRK-VD-PICK(WRK-VOID-IDX).

       0619-VOID-CANCEL-ROW    SECTION.
            MOVE ZEROS TO WRK-VOID-IDX2.
            PERFORM VARYING WRK-VOID-IDX FROM 1 BY 1
                  UNTIL WRK-VOID-IDX > WRK-VOID-ROWS
                     OR WRK-VOID-IDX2 > ZEROS
               IF WRK-VD-LIVE(WRK-VOID-IDX) = "Y"
                     AND WRK-VD-RENTAL-KEY(WRK-VOID-IDX) =
                         PAY-RENTAL-KEY
                     AND WRK-VD-CATEGORY(WRK-VOID-IDX) = PAY-CATEGORY
                     AND WRK-VD-TYPE(WRK-VOID-IDX) = PAY-TYPE
                     AND WRK-VD-AMOUNT(WRK-VOID-IDX) = PAY-AMOUNT
                     AND WRK-VD-RECEIPT(WRK-VOID-IDX) = PAY-RECEIPT
                   MOVE WRK-VOID-IDX TO WRK-VOID-IDX2
                   MOVE "N" TO WRK-VD-LIVE(WRK-VOID-IDX)
               END-IF
            END-PERFORM.

      *      LEAVES WRK-VOID-PIDX ON THE PLAN ENTRY FOR THE KEY IN
      *      WRK-VOID-RENTAL (RENTALS HAVE A BLANK KIND UNTIL THEY ARE
      *      PLANNED, A GIFT SALE IS KIND G), OR ZERO WHEN NOT LISTED.
       0621-VOID-FIND-PLAN     SECTION.
            MOVE ZEROS TO WRK-VOID-IDX2.
            PERFORM VARYING WRK-VOID-PIDX FROM 1 BY 1
                  UNTIL WRK-VOID-PIDX > WRK-VOID-PLANS
                     OR WRK-VOID-IDX2 > ZEROS
               IF WRK-VP-KEY(WRK-VOID-PIDX) = WRK-VOID-RENTAL
                     AND ((WRK-VOID-KIND = "G"
                           AND WRK-VP-KIND(WRK-VOID-PIDX) = "G")
                      OR (WRK-VOID-KIND NOT = "G"
                           AND WRK-VP-KIND(WRK-VOID-PIDX) NOT = "G"))
                   MOVE WRK-VOID-PIDX TO WRK-VOID-IDX2
               END-IF
            END-PERFORM.
            MOVE WRK-VOID-IDX2 TO WRK-VOID-PIDX.

      *      WHAT IS BEING VOIDED IS READ FROM THE RENTAL ITSELF: CLOSED
      *      TODAY IS A CHECK-IN, OPEN AND RENEWED IS THE LATEST
      *      RENEWAL, OPEN AND TAKEN OUT TODAY IS THE CHECK-OUT. A
      *      RECEIPT ROW THE PLAN DID NOT PICK MEANS SOMETHING LATER
      *      HAPPENED TO THAT RENTAL, WHICH MUST BE VOIDED FIRST.
       0620-VOID-PLAN          SECTION.
            PERFORM VARYING WRK-VOID-PIDX FROM 1 BY 1
                  UNTIL WRK-VOID-PIDX > WRK-VOID-PLANS
                     OR WRK-VOID-OK-FLAG NOT = "Y"
               IF WRK-VP-KIND(WRK-VOID-PIDX) = "G"
                   PERFORM 0624-VOID-PLAN-GIFT
               ELSE
                   PERFORM 0622-VOID-PLAN-RENTAL
               END-IF
            END-PERFORM.

            IF WRK-VOID-OK-FLAG = "Y" AND WRK-VOID-BY = "N"
                PERFORM VARYING WRK-VOID-IDX FROM 1 BY 1
                      UNTIL WRK-VOID-IDX > WRK-VOID-ROWS
                   IF WRK-VD-LIVE(WRK-VOID-IDX) = "Y"
                         AND WRK-VD-RECEIPT(WRK-VOID-IDX) =
                             WRK-VOID-ENTRY
                         AND WRK-VD-PICK(WRK-VOID-IDX) NOT = "Y"
                       MOVE "O" TO WRK-VOID-OK-FLAG
                   END-IF
                END-PERFORM
                IF WRK-VOID-OK-FLAG = "O"
                    MOVE "N" TO WRK-VOID-OK-FLAG
                    MOVE WRK-MSG-VOIDORDER TO WRK-ERROR-MSG
                    PERFORM 9000-MANAGE-ERROR
                END-IF
            END-IF.

            IF WRK-VOID-OK-FLAG = "Y" AND WRK-VOID-PLANS = ZEROS
                MOVE "N" TO WRK-VOID-OK-FLAG
                MOVE WRK-MSG-VOIDNOTFOUND TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-IF.

            MOVE ZEROS TO WRK-VOID-PICKED WRK-VOID-TOTAL.
            PERFORM VARYING WRK-VOID-IDX FROM 1 BY 1
                  UNTIL WRK-VOID-IDX > WRK-VOID-ROWS
               IF WRK-VD-PICK(WRK-VOID-IDX) = "Y"
                   ADD 1 TO WRK-VOID-PICKED
                   ADD WRK-VD-AMOUNT(WRK-VOID-IDX) TO WRK-VOID-TOTAL
               END-IF
            END-PERFORM.

       0622-VOID-PLAN-RENTAL   SECTION.
            MOVE SPACE TO WRK-VOID-KIND.
            MOVE WRK-VP-KEY(WRK-VOID-PIDX) TO RENTAL-KEY.
            READ RENTALS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                     WHEN RENTAL-STATUS-FLAG = "C"
                           AND RENTAL-RETURN-DATE = WRK-TODAY
                       MOVE "I" TO WRK-VOID-KIND
                     WHEN RENTAL-STATUS-FLAG = "O"
                           AND RENTAL-RENEWALS > ZEROS
                       MOVE "R" TO WRK-VOID-KIND
                     WHEN RENTAL-STATUS-FLAG = "O"
                           AND RENTAL-CHECKOUT-DATE = WRK-TODAY
                       MOVE "O" TO WRK-VOID-KIND
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
            END-READ.

            MOVE ZEROS TO WRK-VOID-IDX2.
            PERFORM VARYING WRK-VOID-IDX FROM 1 BY 1
                  UNTIL WRK-VOID-IDX > WRK-VOID-ROWS
               IF WRK-VD-LIVE(WRK-VOID-IDX) = "Y"
                     AND WRK-VD-RENTAL-KEY(WRK-VOID-IDX) =
                         WRK-VP-KEY(WRK-VOID-PIDX)
                   EVALUATE TRUE
                     WHEN WRK-VOID-KIND = "O"
                           AND (WRK-VD-CATEGORY(WRK-VOID-IDX) = "R"
                             OR WRK-VD-CATEGORY(WRK-VOID-IDX) = "P"
                             OR WRK-VD-CATEGORY(WRK-VOID-IDX) = "M")
                       MOVE "Y" TO WRK-VD-PICK(WRK-VOID-IDX)
                     WHEN WRK-VOID-KIND = "I"
                           AND (WRK-VD-CATEGORY(WRK-VOID-IDX) = "L"
                             OR WRK-VD-CATEGORY(WRK-VOID-IDX) = "D")
                       MOVE "Y" TO WRK-VD-PICK(WRK-VOID-IDX)
                       IF WRK-VD-CATEGORY(WRK-VOID-IDX) = "L"
                           MOVE "Y" TO WRK-VP-LATE-PAID(WRK-VOID-PIDX)
                       ELSE
                           MOVE "Y" TO WRK-VP-DMG-PAID(WRK-VOID-PIDX)
                       END-IF
                     WHEN WRK-VOID-KIND = "R"
                           AND WRK-VD-CATEGORY(WRK-VOID-IDX) = "R"
                       MOVE WRK-VOID-IDX TO WRK-VOID-IDX2
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
               END-IF
            END-PERFORM.

      *      ONLY THE LATEST RENEWAL ROW IS TAKEN BACK - A RENEWAL
      *      WITH NO ROW TODAY WAS NOT A SAME-DAY TRANSACTION.
            IF WRK-VOID-KIND = "R"
                IF WRK-VOID-IDX2 = ZEROS
                    MOVE SPACE TO WRK-VOID-KIND
                ELSE
                    MOVE "Y" TO WRK-VD-PICK(WRK-VOID-IDX2)
                END-IF
            END-IF.

            MOVE WRK-VOID-KIND TO WRK-VP-KIND(WRK-VOID-PIDX).
            IF WRK-VOID-KIND = SPACE
                MOVE "N" TO WRK-VOID-OK-FLAG
                MOVE WRK-MSG-VOIDNOTFOUND TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-IF.

      *      A CERTIFICATE SOLD IN ERROR IS TAKEN BACK ONLY WHILE IT
      *      IS STILL OUTSTANDING - ONCE SPENT THE MONEY HAS MOVED ON.
       0624-VOID-PLAN-GIFT     SECTION.
            PERFORM VARYING WRK-VOID-IDX FROM 1 BY 1
                  UNTIL WRK-VOID-IDX > WRK-VOID-ROWS
               IF WRK-VD-LIVE(WRK-VOID-IDX) = "Y"
                     AND WRK-VD-RENTAL-KEY(WRK-VOID-IDX) = ZEROS
                     AND WRK-VD-CATEGORY(WRK-VOID-IDX) = "G"
                     AND WRK-VD-CERT(WRK-VOID-IDX) =
                         WRK-VP-KEY(WRK-VOID-PIDX)
                   MOVE "Y" TO WRK-VD-PICK(WRK-VOID-IDX)
               END-IF
            END-PERFORM.

            MOVE WRK-VP-KEY(WRK-VOID-PIDX) TO CERT-NUMBER.
            READ GIFTCERTS
               INVALID KEY
                   MOVE "N" TO WRK-VOID-OK-FLAG
                   MOVE WRK-MSG-BADCERT TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
               NOT INVALID KEY
                   IF NOT CERT-OUTSTANDING
                       MOVE "N" TO WRK-VOID-OK-FLAG
                       MOVE WRK-MSG-VOIDCERT TO WRK-ERROR-MSG
                       PERFORM 9000-MANAGE-ERROR
                   END-IF
            END-READ.

      *      CASH CAN ONLY COME BACK OUT OF A DRAWER THAT IS STILL
      *      OPEN - ONCE THE SHIFT IS COUNTED AND CLOSED THE Z-REPORT
      *      IS FINAL AND THE MISTAKE GOES THROUGH THE OFFICE.
       0626-VOID-CHECK         SECTION.
            PERFORM VARYING WRK-VOID-IDX FROM 1 BY 1
                  UNTIL WRK-VOID-IDX > WRK-VOID-ROWS
                     OR WRK-VOID-OK-FLAG NOT = "Y"
               IF WRK-VD-PICK(WRK-VOID-IDX) = "Y"
                     AND WRK-VD-TYPE(WRK-VOID-IDX) = "C"
                   MOVE WRK-VD-SHIFT(WRK-VOID-IDX) TO SHIFT-ID
                   READ SHIFTS
                      INVALID KEY
                          MOVE "N" TO WRK-VOID-OK-FLAG
                      NOT INVALID KEY
                          IF NOT SHIFT-SESSION-OPEN
                              MOVE "N" TO WRK-VOID-OK-FLAG
                          END-IF
                   END-READ
               END-IF
            END-PERFORM.

            IF WRK-VOID-OK-FLAG NOT = "Y"
                MOVE WRK-MSG-VOIDSHIFT TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                PERFORM VARYING WRK-VOID-PIDX FROM 1 BY 1
                      UNTIL WRK-VOID-PIDX > WRK-VOID-PLANS
                         OR WRK-VOID-OK-FLAG NOT = "Y"
                   IF WRK-VP-KIND(WRK-VOID-PIDX) = "R"
                       PERFORM 0627-VOID-PRIOR-DUE
                   END-IF
                END-PERFORM
                IF WRK-VOID-OK-FLAG NOT = "Y"
                    MOVE WRK-MSG-VOIDNOJRNL TO WRK-ERROR-MSG
                    PERFORM 9000-MANAGE-ERROR
                END-IF
            END-IF.

      *      THE DUE DATE A RENEWAL REPLACED IS ON THE RECOVERY
      *      JOURNAL AS THE BEFORE IMAGE OF 0348'S REWRITE - THE ROW
      *      WHOSE AFTER IMAGE IS THE RENTAL AS IT STANDS NOW. THE
      *      LAST SUCH ROW WINS. ONCE A SYSTEM DUMP HAS CUT THE
      *      JOURNAL THE ROW IS GONE AND THE VOID IS REFUSED, RATHER
      *      THAN GUESS A DATE ACROSS THE STORE CALENDAR.
       0627-VOID-PRIOR-DUE     SECTION.
            MOVE ZEROS TO WRK-VP-PRIOR-DUE(WRK-VOID-PIDX).
            MOVE WRK-VP-KEY(WRK-VOID-PIDX) TO RENTAL-KEY.
            READ RENTALS
               INVALID KEY
                   MOVE "N" TO WRK-VOID-OK-FLAG
            END-READ.

            IF WRK-VOID-OK-FLAG = "Y"
                OPEN INPUT REC-JOURNAL
                IF JOURNAL-STATUS = ZEROS
                    PERFORM UNTIL JOURNAL-STATUS = 10
                       READ REC-JOURNAL
                          AT END
                              MOVE 10 TO JOURNAL-STATUS
                          NOT AT END
                              IF RJ-FILE = "RENTALS"
                                    AND RJ-OPERATION = "R"
                                  PERFORM 0629-VOID-MATCH-RENEWAL
                              END-IF
                       END-READ
                    END-PERFORM
                    CLOSE REC-JOURNAL
                END-IF
                IF WRK-VP-PRIOR-DUE(WRK-VOID-PIDX) = ZEROS
                    MOVE "N" TO WRK-VOID-OK-FLAG
                END-IF
            END-IF.

       0629-VOID-MATCH-RENEWAL SECTION.
            IF RJA-KEY = RENTAL-KEY
                  AND RJA-DUE-DATE = RENTAL-DUE-DATE
                  AND RJA-RENEWALS = RENTAL-RENEWALS
                  AND RJB-KEY = RENTAL-KEY
                  AND RJB-RENEWALS + 1 = RJA-RENEWALS
                MOVE RJB-DUE-DATE TO WRK-VP-PRIOR-DUE(WRK-VOID-PIDX)
            END-IF.

       0628-VOID-CONFIRM       SECTION.
            DISPLAY "ROWS TO REVERSE:" LINE 14 COLUMN 10.
            DISPLAY WRK-VOID-PICKED LINE 14 COLUMN 28.
            DISPLAY "AMOUNT:" LINE 14 COLUMN 35.
            DISPLAY WRK-VOID-TOTAL LINE 14 COLUMN 44.

            DISPLAY WRK-MSG-VOIDCONFIRM LINE 16 COLUMN 10
               BACKGROUND-COLOR 3.
            ACCEPT WRK-KEY LINE 16 COLUMN 42
               BACKGROUND-COLOR 3.

            IF WRK-KEY NOT = "Y" AND WRK-KEY NOT = "y"
                MOVE "N" TO WRK-VOID-OK-FLAG
                MOVE WRK-MSG-VOIDCANCEL TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-IF.
            MOVE SPACES TO WRK-KEY.

       0630-VOID-APPLY         SECTION.
            PERFORM VARYING WRK-VOID-IDX FROM 1 BY 1
                  UNTIL WRK-VOID-IDX > WRK-VOID-ROWS
               IF WRK-VD-PICK(WRK-VOID-IDX) = "Y"
                   PERFORM 0632-VOID-REVERSE-ROW
               END-IF
            END-PERFORM.

            PERFORM VARYING WRK-VOID-PIDX FROM 1 BY 1
                  UNTIL WRK-VOID-PIDX > WRK-VOID-PLANS
               EVALUATE WRK-VP-KIND(WRK-VOID-PIDX)
                 WHEN "O"
                   PERFORM 0634-VOID-CHECK-OUT
                 WHEN "I"
                   PERFORM 0638-VOID-CHECK-IN
                 WHEN "R"
                   PERFORM 0640-VOID-RENEWAL
                 WHEN "G"
                   PERFORM 0642-VOID-GIFT-SALE
               END-EVALUATE
               PERFORM 0646-VOID-AUDIT
            END-PERFORM.

      *      THE NEGATIVE ROW IS THE ORIGINAL ROW WORD FOR WORD - SAME
      *      SHIFT, CATEGORY, TENDER, OPERATOR, RECEIPT AND TAX - WITH
      *      THE SIGN COLUMN SET. CREDIT DRAWN AND POINTS SPENT GO
      *      BACK ON THE ACCOUNT, A CERTIFICATE TENDERED IS LIVE AGAIN.
       0632-VOID-REVERSE-ROW   SECTION.
            MOVE WRK-VD-SHIFT(WRK-VOID-IDX)     TO WRK-PAY-SHIFT.
            MOVE WRK-VD-RENTAL-KEY(WRK-VOID-IDX)
               TO WRK-PAY-RENTAL-KEY.
            MOVE WRK-VD-CUSTOMER-KEY(WRK-VOID-IDX)
               TO WRK-PAY-CUSTOMER-KEY.
            MOVE WRK-VD-MOVIES-KEY(WRK-VOID-IDX)
               TO WRK-PAY-MOVIES-KEY.
            MOVE WRK-VD-AMOUNT(WRK-VOID-IDX)    TO WRK-PAY-AMOUNT.
            MOVE WRK-VD-TYPE(WRK-VOID-IDX)      TO WRK-PAY-TYPE.
            MOVE WRK-VD-CATEGORY(WRK-VOID-IDX)  TO WRK-PAY-CATEGORY.
            MOVE WRK-VD-RULE(WRK-VOID-IDX)      TO WRK-PAY-RULE.
            MOVE WRK-VD-PROMO(WRK-VOID-IDX)     TO WRK-PAY-PROMO.
            MOVE WRK-VD-TAX(WRK-VOID-IDX)       TO WRK-PAY-TAX.
            MOVE WRK-VD-OPERATOR(WRK-VOID-IDX)  TO WRK-PAY-OPERATOR.
            MOVE WRK-VD-STORE(WRK-VOID-IDX)     TO WRK-PAY-STORE.
            MOVE WRK-VD-RECEIPT(WRK-VOID-IDX)   TO WRK-PAY-RECEIPT.
            MOVE WRK-VD-CERT(WRK-VOID-IDX)      TO WRK-PAY-CERT.
            MOVE "-"                            TO WRK-PAY-SIGN.
            CALL "PAYLOG" USING WRK-PAY-REC.
            MOVE SPACE TO WRK-PAY-SIGN.

            IF (WRK-VD-TYPE(WRK-VOID-IDX) = "K"
                  AND WRK-VD-CATEGORY(WRK-VOID-IDX) = "R")
                  OR WRK-VD-CATEGORY(WRK-VOID-IDX) = "P"
                MOVE WRK-VD-CUSTOMER-KEY(WRK-VOID-IDX) TO CUSTOMER-KEY
                READ CUSTOMERS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUSTOMERS-REG TO WRK-RJ-CUST-BEFORE
                       IF WRK-VD-CATEGORY(WRK-VOID-IDX) = "P"
                           ADD WRK-POINTS-COST TO CUSTOMER-POINTS
                           MOVE "P" TO WRK-LEDG-FIELD
                           MOVE WRK-POINTS-COST TO WRK-LEDG-AMOUNT
                       ELSE
                           ADD WRK-VD-AMOUNT(WRK-VOID-IDX)
                              TO CUSTOMER-CREDIT
                           MOVE "C" TO WRK-LEDG-FIELD
                           MOVE WRK-VD-AMOUNT(WRK-VOID-IDX)
                              TO WRK-LEDG-AMOUNT
                       END-IF
                       REWRITE CUSTOMERS-REG
                       MOVE "R" TO WRK-RJ-OPERATION
                       PERFORM 8100-JOURNAL-CUSTOMER
                       MOVE "VOID" TO WRK-LEDG-REASON
                       MOVE "RCPT" TO WRK-LEDG-REF-TYPE
                       MOVE WRK-VD-RECEIPT(WRK-VOID-IDX)
                          TO WRK-LEDG-REF-KEY
                       PERFORM 0660-POST-LEDGER
                END-READ
            END-IF.

            IF WRK-VD-TYPE(WRK-VOID-IDX) = "G"
                  AND WRK-VD-CERT(WRK-VOID-IDX) > ZEROS
                PERFORM 0633-VOID-REINSTATE-CERT
            END-IF.

      *      A BASKET PAID BY ONE CERTIFICATE LEAVES ONE ROW PER LINE
      *      UNDER IT - THE CERT ONLY COMES BACK WHEN NO LINE IT PAID
      *      FOR IS STILL STANDING.
       0633-VOID-REINSTATE-CERT SECTION.
            MOVE ZEROS TO WRK-VOID-IDX2.
            PERFORM VARYING WRK-VOID-PIDX FROM 1 BY 1
                  UNTIL WRK-VOID-PIDX > WRK-VOID-ROWS
               IF WRK-VD-LIVE(WRK-VOID-PIDX) = "Y"
                     AND WRK-VD-PICK(WRK-VOID-PIDX) NOT = "Y"
                     AND WRK-VD-TYPE(WRK-VOID-PIDX) = "G"
                     AND WRK-VD-CERT(WRK-VOID-PIDX) =
                         WRK-VD-CERT(WRK-VOID-IDX)
                   MOVE WRK-VOID-PIDX TO WRK-VOID-IDX2
               END-IF
            END-PERFORM.

            IF WRK-VOID-IDX2 = ZEROS
                MOVE WRK-VD-CERT(WRK-VOID-IDX) TO CERT-NUMBER
                READ GIFTCERTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO CERT-STATUS-FLAG
                       MOVE ZEROS TO CERT-REDEEMED-DATE
                       REWRITE GIFTCERTS-REG
                END-READ
            END-IF.

      *      THE CHECK-OUT NEVER HAPPENED: THE POINTS IT EARNED COME
      *      OFF, THE COPY LOSES THE TRIP, THE HOLD IT FILLED GOES
      *      BACK IN THE QUEUE AND THE RENTAL IS REMOVED.
       0634-VOID-CHECK-OUT     SECTION.
            MOVE WRK-VP-KEY(WRK-VOID-PIDX) TO RENTAL-KEY.
            READ RENTALS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0635-VOID-TAKE-POINTS
                   PERFORM 0636-VOID-UNCOUNT-COPY
                   PERFORM 0637-VOID-REQUEUE-HOLD
                   IF RENTAL-PRICE-RULE = "PLAN"
                       PERFORM 0715-UNCOUNT-PLAN-USE
                   END-IF
                   DELETE RENTALS RECORD
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          MOVE "D" TO WRK-RJ-OPERATION
                          PERFORM 8110-JOURNAL-RENTAL
                          MOVE "D"       TO WRK-CTL-ACTION
                          MOVE "RENTALS" TO WRK-CTL-NAME
                          MOVE ZEROS TO WRK-CTL-NEXT-KEY WRK-CTL-COUNT
                          CALL "KEYCTL" USING WRK-CTL-REC
                   END-DELETE
            END-READ.

      *      ONE POINT PER WHOLE UNIT CHARGED, AS 0334 ACCRUED IT -
      *      POINTS AND COMP RENTALS NEVER EARNED ANY.
       0635-VOID-TAKE-POINTS   SECTION.
            MOVE ZEROS TO WRK-VOID-POINTS.
            IF RENTAL-CHARGED-PRICE > ZEROS
                  AND RENTAL-PRICE-RULE NOT = "POINTS"
                  AND RENTAL-PRICE-RULE NOT = "COMP"
                MOVE RENTAL-CHARGED-PRICE TO WRK-VOID-POINTS
            END-IF.

            IF WRK-VOID-POINTS > ZEROS
                MOVE RENTAL-CUSTOMER-KEY TO CUSTOMER-KEY
                READ CUSTOMERS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUSTOMERS-REG TO WRK-RJ-CUST-BEFORE
                       IF CUSTOMER-POINTS > WRK-VOID-POINTS
                           COMPUTE WRK-LEDG-AMOUNT = 0 - WRK-VOID-POINTS
                           SUBTRACT WRK-VOID-POINTS
                              FROM CUSTOMER-POINTS
                       ELSE
                           COMPUTE WRK-LEDG-AMOUNT = 0 - CUSTOMER-POINTS
                           MOVE ZEROS TO CUSTOMER-POINTS
                       END-IF
                       REWRITE CUSTOMERS-REG
                       MOVE "R" TO WRK-RJ-OPERATION
                       PERFORM 8100-JOURNAL-CUSTOMER
                       MOVE "P" TO WRK-LEDG-FIELD
                       MOVE "VOID" TO WRK-LEDG-REASON
                       PERFORM 0661-LEDGER-RENTAL-REF
                       PERFORM 0660-POST-LEDGER
                END-READ
            END-IF.

       0636-VOID-UNCOUNT-COPY  SECTION.
            MOVE RENTAL-MOVIES-KEY TO COPY-MOVIES-KEY.
            MOVE RENTAL-COPY-NUMBER TO COPY-NUMBER.
            IF COPY-NUMBER = ZEROS
                MOVE 1 TO COPY-NUMBER
            END-IF.

            READ COPIES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COPY-RENT-COUNT > ZEROS
                       MOVE COPIES-REG TO WRK-RJ-COPY-BEFORE
                       SUBTRACT 1 FROM COPY-RENT-COUNT
                       REWRITE COPIES-REG
                       MOVE "R" TO WRK-RJ-OPERATION
                       PERFORM 8120-JOURNAL-COPY
                   END-IF
            END-READ.

      *      ONLY THE HOLD STAMPED WITH THIS RENTAL GOES BACK - TO THE
      *      STATUS IT HAD BEFORE THE FILL (WAITING, OR ON THE SHELF)
      *      AND IN ITS OLD PLACE IN THE QUEUE. A CHECK-OUT THAT
      *      FILLED NO HOLD TOUCHES NONE.
       0637-VOID-REQUEUE-HOLD  SECTION.
            MOVE ZEROS TO WRK-VOID-HOLD-SEQ.
            MOVE RENTAL-MOVIES-KEY TO HOLD-MOVIES-KEY.
            MOVE ZEROS TO HOLD-SEQ.
            START HOLDS KEY IS GREATER THAN HOLD-ID
               INVALID KEY
                   MOVE 10 TO HOLDS-STATUS
               NOT INVALID KEY
                   MOVE 0 TO HOLDS-STATUS
            END-START.

            PERFORM UNTIL HOLDS-STATUS = 10
               READ HOLDS NEXT
                  AT END
                      MOVE 10 TO HOLDS-STATUS
                  NOT AT END
                      IF HOLD-MOVIES-KEY NOT EQUAL RENTAL-MOVIES-KEY
                          MOVE 10 TO HOLDS-STATUS
                      ELSE
                          IF HOLD-FILLED
                                AND HOLD-FILL-RENTAL = RENTAL-KEY
                              MOVE HOLD-SEQ TO WRK-VOID-HOLD-SEQ
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.

            IF WRK-VOID-HOLD-SEQ > ZEROS
                MOVE RENTAL-MOVIES-KEY TO HOLD-MOVIES-KEY
                MOVE WRK-VOID-HOLD-SEQ TO HOLD-SEQ
                READ HOLDS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HOLDS-REG TO WRK-RJ-HOLD-BEFORE
                       IF HOLD-FILL-PRIOR = "H"
                           MOVE "H" TO HOLD-STATUS-FLAG
                       ELSE
                           MOVE "W" TO HOLD-STATUS-FLAG
                       END-IF
                       MOVE ZEROS TO HOLD-FILL-DATE HOLD-FILL-RENTAL
                       MOVE SPACE TO HOLD-FILL-PRIOR
                       REWRITE HOLDS-REG
                       MOVE "R" TO WRK-RJ-OPERATION
                       PERFORM 8130-JOURNAL-HOLD
                END-READ
            END-IF.

      *      THE RETURN NEVER HAPPENED: THE RENTAL IS OPEN AGAIN WITH
      *      NO FEE. A FEE THAT WENT ON THE ACCOUNT INSTEAD OF BEING
      *      PAID COMES BACK OFF THE BALANCE, A DAMAGE CHARGE IS TAKEN
      *      BACK WITH ITS WRITE-OFF, AND A HOLD THE RETURN PUT ON THE
      *      SHELF TODAY GOES BACK TO WAITING.
       0638-VOID-CHECK-IN      SECTION.
            MOVE WRK-VP-KEY(WRK-VOID-PIDX) TO RENTAL-KEY.
            READ RENTALS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RENTALS-REG TO WRK-RJ-RENT-BEFORE
                   IF RENTAL-LATE-FEE > ZEROS
                         AND WRK-VP-LATE-PAID(WRK-VOID-PIDX) = "N"
                       PERFORM 0724-FIND-PAYER
                       READ CUSTOMERS
                          INVALID KEY
                              CONTINUE
                          NOT INVALID KEY
                              MOVE CUSTOMERS-REG TO WRK-RJ-CUST-BEFORE
                              IF CUSTOMER-BALANCE > RENTAL-LATE-FEE
                                  COMPUTE WRK-LEDG-AMOUNT =
                                     0 - RENTAL-LATE-FEE
                                  SUBTRACT RENTAL-LATE-FEE
                                     FROM CUSTOMER-BALANCE
                              ELSE
                                  COMPUTE WRK-LEDG-AMOUNT =
                                     0 - CUSTOMER-BALANCE
                                  MOVE ZEROS TO CUSTOMER-BALANCE
                              END-IF
                              REWRITE CUSTOMERS-REG
                              MOVE "R" TO WRK-RJ-OPERATION
                              PERFORM 8100-JOURNAL-CUSTOMER
                              MOVE "B" TO WRK-LEDG-FIELD
                              MOVE "VOID" TO WRK-LEDG-REASON
                              PERFORM 0661-LEDGER-RENTAL-REF
                              PERFORM 0660-POST-LEDGER
                       END-READ
                   END-IF
                   MOVE "O" TO RENTAL-STATUS-FLAG
                   MOVE ZEROS TO RENTAL-RETURN-DATE RENTAL-LATE-FEE
                   REWRITE RENTALS-REG
                   MOVE "R" TO WRK-RJ-OPERATION
                   PERFORM 8110-JOURNAL-RENTAL
                   PERFORM 0641-VOID-DAMAGE
                   PERFORM 0639-VOID-UNHOLD
            END-READ.

      *      A DAMAGE CHARGE THAT WAS NOT WAIVED TOOK THE COPY OUT OF
      *      SERVICE AND OFF THE ASSET REGISTER (0364), SO A DAMAGED
      *      COPY STILL INACTIVE IS THE SIGN ONE WAS MADE. THE CHARGE
      *      IS WORKED OUT AGAIN THE WAY 0355 DID. PAID AT THE COUNTER
      *      IT CAME BACK AS A NEGATIVE ROW WITH THE REST OF THE
      *      RECEIPT; PUT ON THE ACCOUNT IT COMES BACK OFF THE PAYER'S
      *      BALANCE HERE. THE COPY GOES BACK INTO SERVICE AND THE
      *      WRITE-OFF IS UNDONE.
       0641-VOID-DAMAGE        SECTION.
            MOVE RENTAL-MOVIES-KEY TO COPY-MOVIES-KEY.
            MOVE RENTAL-COPY-NUMBER TO COPY-NUMBER.
            IF COPY-NUMBER = ZEROS
                MOVE 1 TO COPY-NUMBER
            END-IF.

            MOVE ZEROS TO WRK-REPL-CHARGE.
            MOVE "N" TO WRK-VOID-DAMAGED.
            READ COPIES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COPY-DAMAGED AND COPY-INACTIVE
                       MOVE "Y" TO WRK-VOID-DAMAGED
                       MOVE COPY-REPL-COST TO WRK-REPL-CHARGE
                       IF WRK-REPL-CHARGE = ZEROS
                           MOVE RENTAL-MOVIES-KEY TO MOVIES-KEY
                           READ MOVIES
                              INVALID KEY
                                  CONTINUE
                              NOT INVALID KEY
                                  MOVE MOVIES-RENTAL-PRICE
                                     TO WRK-REPL-CHARGE
                           END-READ
                       END-IF
                       MOVE COPIES-REG TO WRK-RJ-COPY-BEFORE
                       MOVE "A" TO COPY-STATUS-FLAG
                       REWRITE COPIES-REG
                       MOVE "R" TO WRK-RJ-OPERATION
                       PERFORM 8120-JOURNAL-COPY
                   END-IF
            END-READ.

            IF WRK-VOID-DAMAGED = "Y"
                IF WRK-VP-DMG-PAID(WRK-VOID-PIDX) = "N"
                      AND WRK-REPL-CHARGE > ZEROS
                    PERFORM 0724-FIND-PAYER
                    READ CUSTOMERS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CUSTOMERS-REG TO WRK-RJ-CUST-BEFORE
                           IF CUSTOMER-BALANCE > WRK-REPL-CHARGE
                               COMPUTE WRK-LEDG-AMOUNT =
                                  0 - WRK-REPL-CHARGE
                               SUBTRACT WRK-REPL-CHARGE
                                  FROM CUSTOMER-BALANCE
                           ELSE
                               COMPUTE WRK-LEDG-AMOUNT =
                                  0 - CUSTOMER-BALANCE
                               MOVE ZEROS TO CUSTOMER-BALANCE
                           END-IF
                           REWRITE CUSTOMERS-REG
                           MOVE "R" TO WRK-RJ-OPERATION
                           PERFORM 8100-JOURNAL-CUSTOMER
                           MOVE "B" TO WRK-LEDG-FIELD
                           MOVE "DMGVOID" TO WRK-LEDG-REASON
                           PERFORM 0661-LEDGER-RENTAL-REF
                           PERFORM 0660-POST-LEDGER
                    END-READ
                END-IF

                MOVE "U"             TO WRK-AST-ACTION
                MOVE COPY-MOVIES-KEY TO WRK-AST-MOVIES-KEY
                MOVE COPY-NUMBER     TO WRK-AST-COPY-NUMBER
                MOVE ZEROS           TO WRK-AST-COST WRK-AST-DATE
                   WRK-AST-RELEASE-YEAR
                MOVE SPACES          TO WRK-AST-STORE
                MOVE "DAMAGED"       TO WRK-AST-REASON
                MOVE WRK-REPL-CHARGE TO WRK-AST-RECOVERY
                CALL "ASSETREG" USING WRK-AST-REC
            END-IF.

       0639-VOID-UNHOLD        SECTION.
            PERFORM 0383-HOLD-UNTIL-DATE.
            MOVE ZEROS TO WRK-VOID-HOLD-SEQ.
            MOVE RENTAL-MOVIES-KEY TO HOLD-MOVIES-KEY.
            MOVE ZEROS TO HOLD-SEQ.
            START HOLDS KEY IS GREATER THAN HOLD-ID
               INVALID KEY
                   MOVE 10 TO HOLDS-STATUS
               NOT INVALID KEY
                   MOVE 0 TO HOLDS-STATUS
            END-START.

            PERFORM UNTIL HOLDS-STATUS = 10
               READ HOLDS NEXT
                  AT END
                      MOVE 10 TO HOLDS-STATUS
                  NOT AT END
                      IF HOLD-MOVIES-KEY NOT EQUAL RENTAL-MOVIES-KEY
                          MOVE 10 TO HOLDS-STATUS
                      ELSE
                          IF HOLD-HELD
                                AND HOLD-UNTIL-DATE = WRK-HOLD-UNTIL
                              MOVE HOLDS-REG TO WRK-RJ-HOLD-BEFORE
                              MOVE "W" TO HOLD-STATUS-FLAG
                              MOVE ZEROS TO HOLD-UNTIL-DATE
                              REWRITE HOLDS-REG
                              MOVE "R" TO WRK-RJ-OPERATION
                              PERFORM 8130-JOURNAL-HOLD
                              MOVE 10 TO HOLDS-STATUS
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.

      *      THE RENEWAL NEVER HAPPENED: THE DUE DATE GOES BACK TO
      *      THE ONE 0627 FOUND ON THE JOURNAL AND THE CHARGE (THE ROW
      *      LESS ITS TAX) COMES OFF THE RENTAL'S CHARGED PRICE.
       0640-VOID-RENEWAL       SECTION.
            MOVE ZEROS TO WRK-VOID-CHARGE.
            PERFORM VARYING WRK-VOID-IDX FROM 1 BY 1
                  UNTIL WRK-VOID-IDX > WRK-VOID-ROWS
               IF WRK-VD-PICK(WRK-VOID-IDX) = "Y"
                     AND WRK-VD-RENTAL-KEY(WRK-VOID-IDX) =
                         WRK-VP-KEY(WRK-VOID-PIDX)
                   COMPUTE WRK-VOID-CHARGE =
                      WRK-VD-AMOUNT(WRK-VOID-IDX) -
                      WRK-VD-TAX(WRK-VOID-IDX)
               END-IF
            END-PERFORM.

            MOVE WRK-VP-KEY(WRK-VOID-PIDX) TO RENTAL-KEY.
            READ RENTALS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RENTALS-REG TO WRK-RJ-RENT-BEFORE
                   MOVE WRK-VP-PRIOR-DUE(WRK-VOID-PIDX)
                      TO RENTAL-DUE-DATE
                   SUBTRACT 1 FROM RENTAL-RENEWALS
                   IF RENTAL-CHARGED-PRICE > WRK-VOID-CHARGE
                       SUBTRACT WRK-VOID-CHARGE
                          FROM RENTAL-CHARGED-PRICE
                   ELSE
                       MOVE ZEROS TO RENTAL-CHARGED-PRICE
                   END-IF
                   REWRITE RENTALS-REG
                   MOVE "R" TO WRK-RJ-OPERATION
                   PERFORM 8110-JOURNAL-RENTAL
            END-READ.

       0642-VOID-GIFT-SALE     SECTION.
            MOVE WRK-VP-KEY(WRK-VOID-PIDX) TO CERT-NUMBER.
            DELETE GIFTCERTS RECORD
               INVALID KEY
                   CONTINUE
            END-DELETE.

       0646-VOID-AUDIT         SECTION.
            EVALUATE WRK-VP-KIND(WRK-VOID-PIDX)
              WHEN "O"
                MOVE "CHECK-OUT" TO WRK-VOID-KIND-NAME
              WHEN "I"
                MOVE "CHECK-IN"  TO WRK-VOID-KIND-NAME
              WHEN "R"
                MOVE "RENEWAL"   TO WRK-VOID-KIND-NAME
              WHEN OTHER
                MOVE "GIFT SALE" TO WRK-VOID-KIND-NAME
            END-EVALUATE.

            MOVE "VOID"              TO WRK-AUDIT-OPERATION.
            MOVE WRK-VP-KEY(WRK-VOID-PIDX) TO WRK-AUDIT-KEY.
            MOVE SPACES TO WRK-AUDIT-BEFORE-TITLE
               WRK-AUDIT-BEFORE-GENRE WRK-AUDIT-BEFORE-DISTRIBUTOR
               WRK-AUDIT-BEFORE-RATING WRK-AUDIT-BEFORE-STATUS.
            MOVE ZEROS TO WRK-AUDIT-BEFORE-DURATION
               WRK-AUDIT-BEFORE-YEAR WRK-AUDIT-BEFORE-PRICE.
            MOVE SPACES TO WRK-AUDIT-AFTER-TITLE
               WRK-AUDIT-AFTER-GENRE WRK-AUDIT-AFTER-DISTRIBUTOR
               WRK-AUDIT-AFTER-RATING WRK-AUDIT-AFTER-STATUS.
            MOVE ZEROS TO WRK-AUDIT-AFTER-DURATION
               WRK-AUDIT-AFTER-YEAR WRK-AUDIT-AFTER-PRICE.
            STRING WRK-VOID-KIND-NAME  DELIMITED BY SIZE
                   " VOID BY "         DELIMITED BY SIZE
                   WRK-SUP-APPROVER    DELIMITED BY SIZE
                   INTO WRK-AUDIT-BEFORE-TITLE
            END-STRING.
            IF WRK-VOID-BY = "N"
                STRING "RECEIPT "      DELIMITED BY SIZE
                       WRK-VOID-ENTRY  DELIMITED BY SIZE
                       INTO WRK-AUDIT-AFTER-TITLE
                END-STRING
            END-IF.
            CALL "AUDITLOG" USING WRK-AUDIT-REC.

      *      ONE OVERRIDE LOG ROW PER VOID FOR THE WHOLE AMOUNT TAKEN
      *      BACK - THE CLERK SIGNED ON ASKED, THE APPROVER SIGNED
      *      AND GAVE THE REASON AT THE SIGN-IN.
       0648-VOID-OVERRIDE-LOG  SECTION.
            MOVE "VOID"            TO WRK-OVR-TYPE.
            MOVE WRK-VOID-TOTAL    TO WRK-OVR-AMOUNT.
            IF WRK-VOID-BY = "N"
                MOVE "N"           TO WRK-OVR-KEY-KIND
            ELSE
                MOVE "R"           TO WRK-OVR-KEY-KIND
            END-IF.
            MOVE WRK-VOID-ENTRY    TO WRK-OVR-KEY.
            PERFORM 0732-LOG-OVERRIDE.

      *      THE VOID SLIP GOES IN THE DRAWER WITH THE ORIGINAL
      *      RECEIPT - EVERY ROW TAKEN BACK AND WHO APPROVED IT.
       0650-VOID-SLIP          SECTION.
            OPEN EXTEND RECEIPTS.
            IF RECEIPTS-STATUS = 35
                OPEN OUTPUT RECEIPTS
            END-IF.

            MOVE SPACES TO RECEIPTS-REG.
            MOVE WRK-FORM-FEED TO RECEIPTS-DATA(001:01).
            WRITE RECEIPTS-REG.

            MOVE SPACES TO RECEIPTS-REG.
            MOVE WRK-STORE-NAME TO RECEIPTS-DATA(003:30).
            WRITE RECEIPTS-REG.
            PERFORM 0335-TRAINING-STAMP.

            ACCEPT WRK-RCPT-TIME FROM TIME.
            MOVE SPACES TO RECEIPTS-REG.
            MOVE WRK-TODAY TO RECEIPTS-DATA(003:08).
            MOVE WRK-RCPT-TIME(1:6) TO RECEIPTS-DATA(013:06).
            WRITE RECEIPTS-REG.

            MOVE SPACES TO RECEIPTS-REG.
            MOVE "*** VOID ***" TO RECEIPTS-DATA(003:12).
            WRITE RECEIPTS-REG.

            PERFORM VARYING WRK-VOID-IDX FROM 1 BY 1
                  UNTIL WRK-VOID-IDX > WRK-VOID-ROWS
               IF WRK-VD-PICK(WRK-VOID-IDX) = "Y"
                   MOVE SPACES TO RECEIPTS-REG
                   MOVE WRK-VD-RECEIPT(WRK-VOID-IDX)
                      TO RECEIPTS-DATA(003:05)
                   MOVE WRK-VD-RENTAL-KEY(WRK-VOID-IDX)
                      TO RECEIPTS-DATA(010:05)
                   MOVE WRK-VD-CATEGORY(WRK-VOID-IDX)
                      TO RECEIPTS-DATA(017:01)
                   MOVE WRK-VD-TYPE(WRK-VOID-IDX)
                      TO RECEIPTS-DATA(019:01)
                   MOVE "-" TO RECEIPTS-DATA(022:01)
                   MOVE WRK-VD-AMOUNT(WRK-VOID-IDX)
                      TO RECEIPTS-DATA(023:05)
                   WRITE RECEIPTS-REG
               END-IF
            END-PERFORM.

            MOVE SPACES TO RECEIPTS-REG.
            MOVE "TOTAL:" TO RECEIPTS-DATA(003:06).
            MOVE "-" TO RECEIPTS-DATA(022:01).
            MOVE WRK-VOID-TOTAL TO RECEIPTS-DATA(023:07).
            WRITE RECEIPTS-REG.

            MOVE SPACES TO RECEIPTS-REG.
            MOVE "APPROVED BY:" TO RECEIPTS-DATA(003:12).
            MOVE WRK-SUP-APPROVER TO RECEIPTS-DATA(016:08).
            WRITE RECEIPTS-REG.

            CLOSE RECEIPTS.

       0400-FINALIZE           SECTION.
            CLOSE MOVIES.
            CLOSE CUSTOMERS.
            CLOSE RENTALS.
            CLOSE COPIES.
            CLOSE HOLDS.
            CLOSE SHIFTS.
            CLOSE GIFTCERTS.
            IF WRK-SUG-AVAIL-FLAG = "Y"
                CLOSE SUGGEST-FILE
            END-IF.
            IF WRK-REF-AVAIL-FLAG = "Y"
                CLOSE REFTABLE
            END-IF.
            IF WRK-PLAN-AVAIL-FLAG = "Y"
                CLOSE PLANS
                CLOSE SUBS
            END-IF.
            GOBACK.

      *      EVERY CHANGE TO A CUSTOMER'S BALANCE, CREDIT OR POINTS
      *      GOES TO THE ACCOUNT LEDGER RIGHT AFTER THE REWRITE. THE
      *      CALLER SETS FIELD, SIGNED AMOUNT, REASON AND REFERENCE;
      *      CUSTOMERS-REG STILL HOLDS THE RECORD JUST REWRITTEN.
       0660-POST-LEDGER        SECTION.
            MOVE CUSTOMER-KEY     TO WRK-LEDG-CUSTOMER.
            MOVE WRK-OPERATOR     TO WRK-LEDG-OPERATOR.
            MOVE CUSTOMER-BALANCE TO WRK-LEDG-BALANCE.
            MOVE CUSTOMER-CREDIT  TO WRK-LEDG-CREDIT.
            MOVE CUSTOMER-POINTS  TO WRK-LEDG-POINTS.
            CALL "CUSTLEDG" USING WRK-LEDG-REC.

       0661-LEDGER-RENTAL-REF  SECTION.
            MOVE "RENT" TO WRK-LEDG-REF-TYPE.
            MOVE RENTAL-KEY TO WRK-LEDG-REF-KEY.

      *      A SUBSCRIBER RENTS AT NO CHARGE (RULE "PLAN") WHILE THE
      *      SUBSCRIPTION IS ACTIVE - OR CANCELLED BUT STILL INSIDE THE
      *      MONTH PAID FOR - AND THE PLAN'S LIMITS ALLOW. OTHERWISE
      *      THE RENTAL IS PRICED AS USUAL AND THE OPERATOR IS TOLD
      *      WHY. TITLES ALREADY IN THE BASKET UNDER THE PLAN COUNT
      *      TOWARDS BOTH LIMITS.
       0700-CHECK-PLAN         SECTION.
            MOVE "N" TO WRK-PLAN-APPLY-FLAG.
            IF WRK-PLAN-AVAIL-FLAG = "Y"
                MOVE CUSTOMER-KEY TO SUB-CUSTOMER-KEY
                READ SUBS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0702-PLAN-TERMS
                END-READ
            END-IF.

       0702-PLAN-TERMS         SECTION.
            ACCEPT WRK-TODAY FROM DATE YYYYMMDD.
            MOVE "Y" TO WRK-PLAN-APPLY-FLAG.

            IF SUB-SUSPENDED
                MOVE "N" TO WRK-PLAN-APPLY-FLAG
                MOVE WRK-MSG-PLANSUSP TO WRK-ERROR-MSG
            END-IF.

      *      A CANCELLATION PAST ITS RENEWAL DATE IS SIMPLY OVER.
            IF SUB-CANCELLED AND SUB-RENEW-DATE <= WRK-TODAY
                MOVE "N" TO WRK-PLAN-APPLY-FLAG
            END-IF.

            IF WRK-PLAN-APPLY-FLAG = "Y"
                MOVE SUB-PLAN-CODE TO PLAN-CODE
                READ PLANS
                   INVALID KEY
                       MOVE "I" TO PLAN-STATUS-FLAG
                END-READ
                IF NOT PLAN-ACTIVE
                    MOVE "N" TO WRK-PLAN-APPLY-FLAG
                    MOVE WRK-MSG-PLANCLOSED TO WRK-ERROR-MSG
                END-IF
            END-IF.

      *      NEW RELEASE BY THE SAME AGE TEST THE LOAN TERMS USE.
            IF WRK-PLAN-APPLY-FLAG = "Y" AND PLAN-EXCLUDES-NEW
                MOVE WRK-TODAY(1:4) TO WRK-CHECKOUT-YEAR
                COMPUTE WRK-PLAN-TITLE-AGE =
                   WRK-CHECKOUT-YEAR - MOVIES-RELEASE-YEAR
                IF WRK-PLAN-TITLE-AGE <= 1
                    MOVE "N" TO WRK-PLAN-APPLY-FLAG
                    MOVE WRK-MSG-PLANNEW TO WRK-ERROR-MSG
                END-IF
            END-IF.

            PERFORM 0703-COUNT-BASKET-PLAN.

            IF WRK-PLAN-APPLY-FLAG = "Y" AND PLAN-RENTALS > ZEROS
                IF SUB-PERIOD-USED + WRK-PLAN-BSK-LINES
                      >= PLAN-RENTALS
                    MOVE "N" TO WRK-PLAN-APPLY-FLAG
                    MOVE WRK-MSG-PLANUSED TO WRK-ERROR-MSG
                END-IF
            END-IF.

            IF WRK-PLAN-APPLY-FLAG = "Y" AND PLAN-MAX-OUT > ZEROS
                PERFORM 0704-COUNT-PLAN-OUT
                IF WRK-PLAN-OUT-COUNT + WRK-PLAN-BSK-LINES
                      >= PLAN-MAX-OUT
                    MOVE "N" TO WRK-PLAN-APPLY-FLAG
                    MOVE WRK-MSG-PLANMAXOUT TO WRK-ERROR-MSG
                END-IF
            END-IF.

            IF WRK-PLAN-APPLY-FLAG = "Y"
                MOVE WRK-MSG-PLANRENTAL TO WRK-ERROR-MSG
            END-IF.

            IF WRK-ERROR-MSG NOT = SPACES
                PERFORM 9000-MANAGE-ERROR
            END-IF.

       0703-COUNT-BASKET-PLAN  SECTION.
            MOVE ZEROS TO WRK-PLAN-BSK-LINES.
            IF WRK-BASKET-FLAG = "Y"
                PERFORM VARYING WRK-BSK-IDX FROM 1 BY 1
                      UNTIL WRK-BSK-IDX > WRK-BSK-COUNT
                   IF WRK-BSK-RULE(WRK-BSK-IDX) = "PLAN"
                       ADD 1 TO WRK-PLAN-BSK-LINES
                   END-IF
                END-PERFORM
            END-IF.

      *      OPEN PLAN RENTALS FOR THIS CUSTOMER, READ DIRECTLY ON
      *      THE CUSTOMER KEY; THE CALLER FILLS THE RENTAL RECORD
      *      AFRESH AFTERWARDS.
       0704-COUNT-PLAN-OUT     SECTION.
            MOVE ZEROS TO WRK-PLAN-OUT-COUNT.
            MOVE CUSTOMER-KEY TO WRK-PLAN-SAVE-KEY.
            MOVE CUSTOMER-KEY TO RENTAL-CUSTOMER-KEY.
            START RENTALS KEY IS EQUAL TO RENTAL-CUSTOMER-KEY
               INVALID KEY
                   MOVE 10 TO RENTALS-STATUS
               NOT INVALID KEY
                   MOVE 0 TO RENTALS-STATUS
            END-START.

            PERFORM UNTIL RENTALS-STATUS = 10
               READ RENTALS NEXT
                  AT END
                      MOVE 10 TO RENTALS-STATUS
                  NOT AT END
                      IF RENTAL-CUSTOMER-KEY NOT = WRK-PLAN-SAVE-KEY
                          MOVE 10 TO RENTALS-STATUS
                      ELSE
                          IF RENTAL-OPEN
                                AND RENTAL-PRICE-RULE = "PLAN"
                              ADD 1 TO WRK-PLAN-OUT-COUNT
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.
            MOVE ZEROS TO RENTALS-STATUS.

       0705-PRICE-PLAN         SECTION.
            MOVE "N" TO WRK-COMP-FLAG.
            MOVE ZEROS TO RENTAL-CHARGED-PRICE RENTAL-DISCOUNT.
            MOVE "PLAN" TO RENTAL-PRICE-RULE.
            MOVE SPACES TO RENTAL-PROMO-CODE.

      *      USAGE IS COUNTED ONLY ONCE THE RENTAL IS ON FILE.
       0710-COUNT-PLAN-USE     SECTION.
            IF WRK-PLAN-AVAIL-FLAG = "Y"
                MOVE RENTAL-CUSTOMER-KEY TO SUB-CUSTOMER-KEY
                READ SUBS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO SUB-PERIOD-USED
                          ON SIZE ERROR
                              CONTINUE
                       END-ADD
                       ADD 1 TO SUB-TOTAL-USED
                          ON SIZE ERROR
                              CONTINUE
                       END-ADD
                       REWRITE SUBS-REG
                       END-REWRITE
                END-READ
            END-IF.

       0715-UNCOUNT-PLAN-USE   SECTION.
            IF WRK-PLAN-AVAIL-FLAG = "Y"
                MOVE RENTAL-CUSTOMER-KEY TO SUB-CUSTOMER-KEY
                READ SUBS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SUB-PERIOD-USED > ZEROS
                           SUBTRACT 1 FROM SUB-PERIOD-USED
                       END-IF
                       IF SUB-TOTAL-USED > ZEROS
                           SUBTRACT 1 FROM SUB-TOTAL-USED
                       END-IF
                       REWRITE SUBS-REG
                       END-REWRITE
                END-READ
            END-IF.

      *      THE HOUSEHOLD TOTAL THE BALANCE LIMIT IS CHECKED ON -
      *      JUST THIS ACCOUNT WHEN IT IS NOT IN A HOUSEHOLD. READING
      *      THE OTHER ACCOUNTS MOVES THE RECORD AREA, SO THE COUNTER
      *      CUSTOMER IS READ BACK AT THE END.
       0720-HOUSEHOLD-BALANCE  SECTION.
            MOVE CUSTOMER-BALANCE TO WRK-HH-BALANCE.
            MOVE CUSTOMER-COLLECT-FLAG TO WRK-HH-COLLECT-FLAG.
            MOVE "H" TO WRK-HH-ACTION.
            MOVE CUSTOMER-KEY TO WRK-HH-CUSTOMER.
            CALL "HHLINK" USING WRK-HH-REC.

            IF WRK-HH-ROLE NOT = SPACE
                MOVE CUSTOMER-KEY TO WRK-HH-SAVE-KEY
                MOVE ZEROS TO WRK-HH-BALANCE
                PERFORM VARYING WRK-HH-IDX FROM 1 BY 1
                      UNTIL WRK-HH-IDX > WRK-HH-QTY
                   MOVE WRK-HH-MEMBER(WRK-HH-IDX) TO CUSTOMER-KEY
                   READ CUSTOMERS
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          ADD CUSTOMER-BALANCE TO WRK-HH-BALANCE
                          IF CUSTOMER-COLLECTIONS
                              MOVE "C" TO WRK-HH-COLLECT-FLAG
                          END-IF
                   END-READ
                END-PERFORM
                MOVE WRK-HH-SAVE-KEY TO CUSTOMER-KEY
                READ CUSTOMERS
                   INVALID KEY
                       CONTINUE
                END-READ
            END-IF.

       0722-HOUSEHOLD-RATING   SECTION.
            MOVE "N" TO WRK-HH-APPROVED-FLAG.
            MOVE "P" TO WRK-HH-ACTION.
            MOVE CUSTOMER-KEY TO WRK-HH-CUSTOMER.
            CALL "HHLINK" USING WRK-HH-REC.

            IF WRK-HH-ROLE = "M"
                PERFORM VARYING WRK-HH-IDX FROM 1 BY 1
                      UNTIL WRK-HH-IDX > 6
                   IF WRK-HH-RATING(WRK-HH-IDX) NOT = SPACES
                         AND WRK-HH-RATING(WRK-HH-IDX) = MOVIES-RATING
                       MOVE "Y" TO WRK-HH-APPROVED-FLAG
                   END-IF
                END-PERFORM
            END-IF.

      *      LATE FEES AND DAMAGE ON A MEMBER'S RENTAL GO ON THE
      *      PRIMARY HOLDER'S BALANCE - CUSTOMER-KEY IS LEFT ON THE
      *      ACCOUNT THAT PAYS FOR RENTAL-CUSTOMER-KEY.
       0724-FIND-PAYER         SECTION.
            MOVE "P" TO WRK-HH-ACTION.
            MOVE RENTAL-CUSTOMER-KEY TO WRK-HH-CUSTOMER.
            CALL "HHLINK" USING WRK-HH-REC.
            MOVE WRK-HH-PAYER TO CUSTOMER-KEY.

      *      EVERY OVERRIDE - FEE AND DAMAGE WAIVERS, COMPS, THE
      *      BALANCE, COLLECTIONS, AGE AND RENEWAL BLOCKS, TIER
      *      LIMITS - NEEDS A LEVEL-2 OR LEVEL-3 OPERATOR TO SIGN IN
      *      THERE AND THEN WITH THEIR OWN USERS.DAT ID AND PASSWORD,
      *      THE SAME TEST THE POST-VOID APPROVAL MAKES. THE REASON IS
      *      TAKEN WITH THE SIGN-IN. NO APPROVER LEAVES
      *      WRK-SUP-APPROVER BLANK.
       0730-SUPERVISOR-SIGNIN  SECTION.
            MOVE SPACES TO WRK-SUP-ENTRY WRK-SUP-PASSWORD
               WRK-SUP-APPROVER WRK-OVR-REASON.
            DISPLAY "SUPERVISOR ID: " LINE 20 COLUMN 10.
            ACCEPT WRK-SUP-ENTRY LINE 20 COLUMN 26.
            DISPLAY "PASSWORD: " LINE 20 COLUMN 36.
            ACCEPT WRK-SUP-PASSWORD LINE 20 COLUMN 47 WITH SECURE.

            OPEN INPUT USERS.
            IF USERS-STATUS = ZEROS
                MOVE WRK-SUP-ENTRY TO USER-ID
                READ USERS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF USER-ACTIVE AND USER-LEVEL >= 2
                             AND USER-PASSWORD = WRK-SUP-PASSWORD
                           MOVE USER-ID TO WRK-SUP-APPROVER
                       END-IF
                END-READ
                CLOSE USERS
            END-IF.

            IF WRK-SUP-APPROVER NOT = SPACES
                DISPLAY "REASON: " LINE 21 COLUMN 10
                ACCEPT WRK-OVR-REASON LINE 21 COLUMN 26
            END-IF.

      *      THE CALLER HAS SET TYPE, AMOUNT AND THE TRANSACTION KEY.
       0732-LOG-OVERRIDE       SECTION.
            MOVE WRK-SUP-APPROVER TO WRK-OVR-APPROVER.
            MOVE WRK-OPERATOR     TO WRK-OVR-REQUESTER.
            CALL "OVRLOG" USING WRK-OVR-REC.

      *      THE NIGHTLY CUSTSCORE RUN PUTS EACH CUSTOMER IN A TIER;
      *      THE TIER CAPS HOW MANY TITLES MAY BE OUT AT ONCE AND HOW
      *      MANY OF THOSE MAY BE NEW RELEASES (SAME AGE RULE AS THE
      *      LOAN PERIODS). OPEN RENTALS ARE COUNTED ON THE CUSTOMER
      *      KEY, PLUS ANY LINES ALREADY IN THE BASKET. A CUSTOMER NOT
      *      SCORED YET, OR ON A LETTER THE TABLE DOES NOT KNOW, GETS
      *      THE LOWEST TIER. GOING OVER NEEDS A SUPERVISOR SIGN-IN.
      *      THE CALLER FILLS THE RENTAL RECORD AFRESH AFTERWARDS.
       0750-CHECK-TIER         SECTION.
            PERFORM VARYING WRK-TIER-IDX FROM 1 BY 1
                  UNTIL WRK-TIER-IDX > 3
                     OR WRK-TIER-CODE(WRK-TIER-IDX) = CUSTOMER-TIER
               CONTINUE
            END-PERFORM.

            ACCEPT WRK-TODAY FROM DATE YYYYMMDD.
            MOVE WRK-TODAY(1:4) TO WRK-TODAY-YEAR.
            COMPUTE WRK-TIER-TITLE-AGE =
               WRK-TODAY-YEAR - MOVIES-RELEASE-YEAR.
            IF WRK-TIER-TITLE-AGE <= 1
                MOVE "Y" TO WRK-TIER-THIS-NEW
            ELSE
                MOVE "N" TO WRK-TIER-THIS-NEW
            END-IF.

            PERFORM 0752-COUNT-TIER-OUT.

            IF WRK-BASKET-FLAG = "Y"
                PERFORM VARYING WRK-BSK-IDX FROM 1 BY 1
                      UNTIL WRK-BSK-IDX > WRK-BSK-COUNT
                   ADD 1 TO WRK-TIER-OUT-COUNT
                   IF WRK-BSK-NEW(WRK-BSK-IDX) = "Y"
                       ADD 1 TO WRK-TIER-NEW-COUNT
                   END-IF
                END-PERFORM
            END-IF.

            MOVE SPACES TO WRK-ERROR-MSG.
            IF WRK-TIER-OUT-COUNT + 1 > WRK-TIER-MAX-OUT(WRK-TIER-IDX)
                MOVE WRK-MSG-TIERMAXOUT TO WRK-ERROR-MSG
            ELSE
                IF WRK-TIER-THIS-NEW = "Y"
                      AND WRK-TIER-NEW-COUNT + 1 >
                          WRK-TIER-MAX-NEW(WRK-TIER-IDX)
                    MOVE WRK-MSG-TIERMAXNEW TO WRK-ERROR-MSG
                END-IF
            END-IF.

            IF WRK-ERROR-MSG NOT = SPACES
                PERFORM 9000-MANAGE-ERROR
                PERFORM 0730-SUPERVISOR-SIGNIN
                IF WRK-SUP-APPROVER = SPACES
                    MOVE "N" TO WRK-CUSTOMER-OK-FLAG
                    MOVE WRK-MSG-TIERBLOCKED TO WRK-ERROR-MSG
                    PERFORM 9000-MANAGE-ERROR
                ELSE
                    MOVE "TIERLIM"    TO WRK-OVR-TYPE
                    MOVE ZEROS        TO WRK-OVR-AMOUNT
                    MOVE "C"          TO WRK-OVR-KEY-KIND
                    MOVE CUSTOMER-KEY TO WRK-OVR-KEY
                    PERFORM 0732-LOG-OVERRIDE
                END-IF
            END-IF.

      *      THE TITLE BEING CHECKED OUT IS KEPT ASIDE WHILE EACH OPEN
      *      RENTAL'S OWN TITLE IS READ FOR ITS RELEASE YEAR.
       0752-COUNT-TIER-OUT     SECTION.
            MOVE ZEROS TO WRK-TIER-OUT-COUNT WRK-TIER-NEW-COUNT.
            MOVE MOVIES-REG TO WRK-TIER-MOVIE-SAVE.
            MOVE CUSTOMER-KEY TO WRK-TIER-SAVE-KEY.
            MOVE CUSTOMER-KEY TO RENTAL-CUSTOMER-KEY.
            START RENTALS KEY IS EQUAL TO RENTAL-CUSTOMER-KEY
               INVALID KEY
                   MOVE 10 TO RENTALS-STATUS
               NOT INVALID KEY
                   MOVE 0 TO RENTALS-STATUS
            END-START.

            PERFORM UNTIL RENTALS-STATUS = 10
               READ RENTALS NEXT
                  AT END
                      MOVE 10 TO RENTALS-STATUS
                  NOT AT END
                      IF RENTAL-CUSTOMER-KEY NOT = WRK-TIER-SAVE-KEY
                          MOVE 10 TO RENTALS-STATUS
                      ELSE
                          IF RENTAL-OPEN
                              ADD 1 TO WRK-TIER-OUT-COUNT
                              PERFORM 0754-TIER-NEW-TITLE
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.
            MOVE ZEROS TO RENTALS-STATUS.
            MOVE WRK-TIER-MOVIE-SAVE TO MOVIES-REG.

       0754-TIER-NEW-TITLE     SECTION.
            MOVE RENTAL-MOVIES-KEY TO MOVIES-KEY.
            READ MOVIES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WRK-TIER-TITLE-AGE =
                      WRK-TODAY-YEAR - MOVIES-RELEASE-YEAR
                   IF WRK-TIER-TITLE-AGE <= 1
                       ADD 1 TO WRK-TIER-NEW-COUNT
                   END-IF
            END-READ.

      *      THE WORN AND HIGH-TURN COPIES RETIRE PULLS OFF THE SHELF
      *      ARE SOLD HERE INSTEAD OF VANISHING INTO THE DRAWER: THE
      *      PRICE COMES FROM THE SELL-THROUGH TABLE, THE MONEY GOES
      *      TO THE PAYMENTS FILE UNDER ITS OWN CATEGORY WITH TAX,
      *      THE COPY IS MARKED SOLD (SO IT NEVER COUNTS AS STOCK
      *      AGAIN) AND COMES OFF THE ASSET REGISTER, AND THE SALE
      *      IS KEPT ON COPYSALE.DAT AGAINST THE CUSTOMER WHO BOUGHT
      *      IT. NOTHING IS WRITTEN UNTIL THE SALE IS CONFIRMED AND
      *      PAID FOR.
       0800-SELL-COPY          SECTION.
            MOVE "N" TO WRK-SALE-OK-FLAG.
            PERFORM 0311-ACCEPT-MOVIE-ID.

            READ MOVIES
               INVALID KEY
                   MOVE WRK-MSG-NOTFOUND TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
               NOT INVALID KEY
                   DISPLAY MOVIE-TITLE-SCREEN
                   PERFORM 0802-SELL-PICK-COPY
            END-READ.

            IF WRK-SALE-OK-FLAG = "Y"
                PERFORM 0804-SELL-PRICE-COPY
            END-IF.

            IF WRK-SALE-OK-FLAG = "Y"
                PERFORM 0808-SELL-CONFIRM
            END-IF.

            IF WRK-SALE-OK-FLAG = "Y"
                MOVE "Y" TO WRK-CUSTOMER-OK-FLAG
                PERFORM 0316-LOOKUP-CUSTOMER
                MOVE WRK-CUSTOMER-OK-FLAG TO WRK-SALE-OK-FLAG
                MOVE CUSTOMER-KEY  TO WRK-SALE-CUSTOMER
                MOVE CUSTOMER-NAME TO WRK-SALE-CUST-NAME
            END-IF.

            IF WRK-SALE-OK-FLAG = "Y"
                PERFORM 0810-SELL-TENDER
                PERFORM 0812-SELL-POST
            END-IF.

      *      ONLY A COPY THAT IS OURS AND ON HAND CAN BE SOLD - ON
      *      THE SHELF AND NOT OUT ON A RENTAL, OR ALREADY PULLED
      *      FROM SERVICE. ONE AT A DISTRIBUTOR, IN TRANSIT, LOST OR
      *      ALREADY SOLD IS NOT IN THE STORE TO HAND OVER.
       0802-SELL-PICK-COPY     SECTION.
            PERFORM 0313-COUNT-FREE-COPIES.
            MOVE ZEROS TO WRK-ENTER-COPY.
            DISPLAY COPY-ENTRY-SCREEN.
            ACCEPT COPY-ENTRY.

            IF WRK-ENTER-COPY = ZEROS
                MOVE WRK-MSG-SALENOCOPY TO WRK-ERROR-MSG
            ELSE
                MOVE MOVIES-KEY TO COPY-MOVIES-KEY
                MOVE WRK-ENTER-COPY TO COPY-NUMBER
                READ COPIES
                   INVALID KEY
                       MOVE WRK-MSG-SALENOCOPY TO WRK-ERROR-MSG
                   NOT INVALID KEY
                       EVALUATE TRUE
                         WHEN COPY-STORE NOT = WRK-STORE-CODE
                               AND COPY-STORE NOT = SPACES
                           MOVE WRK-MSG-SALENOTSTOCK TO WRK-ERROR-MSG
                         WHEN COPY-ACTIVE
                               AND WRK-OUT-FLAG(COPY-NUMBER) = "Y"
                           MOVE WRK-MSG-SALENOTSTOCK TO WRK-ERROR-MSG
                         WHEN COPY-ACTIVE OR COPY-INACTIVE
                           MOVE "Y" TO WRK-SALE-OK-FLAG
                         WHEN OTHER
                           MOVE WRK-MSG-SALENOTSTOCK TO WRK-ERROR-MSG
                       END-EVALUATE
                END-READ
            END-IF.

            IF WRK-ERROR-MSG NOT = SPACES
                PERFORM 9000-MANAGE-ERROR
            END-IF.

       0804-SELL-PRICE-COPY    SECTION.
            ACCEPT WRK-TODAY FROM DATE YYYYMMDD.
            MOVE WRK-TODAY(1:4) TO WRK-TODAY-YEAR.
            MOVE WRK-TODAY(5:2) TO WRK-SALE-TODAY-MONTH.

      *      TERM CLASS BY RELEASE AGE - THE SAME RULE THE LOAN
      *      PERIODS AND THE ASSET REGISTER USE.
            COMPUTE WRK-TITLE-AGE =
               WRK-TODAY-YEAR - MOVIES-RELEASE-YEAR.
            EVALUATE TRUE
              WHEN WRK-TITLE-AGE <= 1
                MOVE "NEW" TO WRK-SALE-CLASS
              WHEN WRK-TITLE-AGE <= 5
                MOVE "STD" TO WRK-SALE-CLASS
              WHEN OTHER
                MOVE "CAT" TO WRK-SALE-CLASS
            END-EVALUATE.

            PERFORM 0805-SELL-COPY-COST.
            PERFORM 0806-SELL-COPY-AGE.
            PERFORM 0807-SELL-FIND-PRICE.

            IF WRK-SALE-PRICED-FLAG NOT = "Y"
                MOVE "N" TO WRK-SALE-OK-FLAG
                MOVE WRK-MSG-SALENOPRICE TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                MOVE ZEROS TO WRK-SALE-TAX
                IF WRK-TAX-RATE > ZEROS
                    COMPUTE WRK-SALE-TAX ROUNDED =
                       WRK-SALE-PRICE * WRK-TAX-RATE / 100
                END-IF
                COMPUTE WRK-SALE-TOTAL = WRK-SALE-PRICE + WRK-SALE-TAX
                   ON SIZE ERROR
                       MOVE "N" TO WRK-SALE-OK-FLAG
                       MOVE WRK-MSG-SALETOOBIG TO WRK-ERROR-MSG
                       PERFORM 9000-MANAGE-ERROR
                END-COMPUTE
            END-IF.

            IF WRK-SALE-OK-FLAG = "Y"
                DISPLAY "CLASS:" LINE 14 COLUMN 10
                DISPLAY WRK-SALE-CLASS LINE 14 COLUMN 17
                DISPLAY "COND:" LINE 14 COLUMN 22
                DISPLAY COPY-CONDITION LINE 14 COLUMN 28
                DISPLAY "AGE (MONTHS):" LINE 14 COLUMN 31
                DISPLAY WRK-SALE-AGE LINE 14 COLUMN 45
                DISPLAY "PRICE:" LINE 15 COLUMN 10
                DISPLAY WRK-SALE-PRICE LINE 15 COLUMN 17
                DISPLAY "TAX:" LINE 15 COLUMN 25
                DISPLAY WRK-SALE-TAX LINE 15 COLUMN 30
                DISPLAY "TOTAL:" LINE 15 COLUMN 38
                DISPLAY WRK-SALE-TOTAL LINE 15 COLUMN 45
            END-IF.

      *      THE REGISTER KNOWS WHAT THE COPY COST AND WHEN IT WENT
      *      INTO SERVICE. A COPY BOUGHT BEFORE THE REGISTER EXISTED
      *      FALLS BACK TO ITS REPLACEMENT COST AND THE DATE THE
      *      TITLE WAS ENTERED.
       0805-SELL-COPY-COST     SECTION.
            MOVE ZEROS TO WRK-SALE-COST WRK-SALE-START.
            OPEN INPUT ASSETS.
            IF ASSETS-STATUS = ZEROS
                MOVE COPY-MOVIES-KEY TO AST-MOVIES-KEY
                MOVE COPY-NUMBER     TO AST-COPY-NUMBER
                READ ASSETS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AST-COST       TO WRK-SALE-COST
                       MOVE AST-IN-SERVICE TO WRK-SALE-START
                END-READ
                CLOSE ASSETS
            END-IF.

            IF WRK-SALE-COST = ZEROS
                MOVE COPY-REPL-COST TO WRK-SALE-COST
            END-IF.
            IF WRK-SALE-START = ZEROS
                MOVE MOVIES-ENTRY-DATE TO WRK-SALE-START
            END-IF.

      *      WHOLE CALENDAR MONTHS SINCE THE START DATE. A COPY WITH
      *      NO DATE AT ALL IS OLD STOCK AND TAKES THE OLDEST BREAK.
       0806-SELL-COPY-AGE      SECTION.
            IF WRK-SALE-START = ZEROS
                MOVE 999 TO WRK-SALE-AGE
            ELSE
                MOVE WRK-SALE-START(1:4) TO WRK-SALE-START-YEAR
                MOVE WRK-SALE-START(5:2) TO WRK-SALE-START-MONTH
                COMPUTE WRK-SALE-MONTHS =
                   (WRK-TODAY-YEAR * 12 + WRK-SALE-TODAY-MONTH)
                   - (WRK-SALE-START-YEAR * 12 + WRK-SALE-START-MONTH)
                EVALUATE TRUE
                  WHEN WRK-SALE-MONTHS < ZEROS
                    MOVE ZEROS TO WRK-SALE-AGE
                  WHEN WRK-SALE-MONTHS > 999
                    MOVE 999 TO WRK-SALE-AGE
                  WHEN OTHER
                    MOVE WRK-SALE-MONTHS TO WRK-SALE-AGE
                END-EVALUATE
            END-IF.

       0807-SELL-FIND-PRICE    SECTION.
            MOVE "N" TO WRK-SALE-PRICED-FLAG.
            MOVE ZEROS TO WRK-SALE-PRICE WRK-SALE-BEST-AGE.
            OPEN INPUT SELL-TABLE.
            IF SELL-TABLE-STATUS = ZEROS
                PERFORM UNTIL SELL-TABLE-STATUS = 10
                   READ SELL-TABLE
                      AT END
                          MOVE 10 TO SELL-TABLE-STATUS
                      NOT AT END
                          IF (SELL-CLASS = WRK-SALE-CLASS
                                OR SELL-CLASS = SPACES)
                                AND (SELL-CONDITION = COPY-CONDITION
                                   OR SELL-CONDITION = SPACE)
                                AND SELL-MIN-AGE <= WRK-SALE-AGE
                                AND (WRK-SALE-PRICED-FLAG = "N"
                                   OR SELL-MIN-AGE >= WRK-SALE-BEST-AGE)
                              MOVE "Y" TO WRK-SALE-PRICED-FLAG
                              MOVE SELL-MIN-AGE TO WRK-SALE-BEST-AGE
                              MOVE SELL-PRICE TO WRK-SALE-PRICE
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE SELL-TABLE
            END-IF.

       0808-SELL-CONFIRM       SECTION.
            DISPLAY WRK-MSG-SALECONFIRM LINE 16 COLUMN 10
               BACKGROUND-COLOR 3.
            ACCEPT WRK-KEY LINE 16 COLUMN 42
               BACKGROUND-COLOR 3.

            IF WRK-KEY NOT = "Y" AND WRK-KEY NOT = "y"
                MOVE "N" TO WRK-SALE-OK-FLAG
                MOVE WRK-MSG-SALECANCEL TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-IF.
            MOVE SPACES TO WRK-KEY.

      *      SAME TENDERS AS A RENTAL CHARGE. A GIFT CERTIFICATE MUST
      *      COVER THE WHOLE SALE, TAX INCLUDED.
       0810-SELL-TENDER        SECTION.
            MOVE WRK-SALE-TOTAL TO WRK-PAY-AMOUNT.
            MOVE SPACE TO WRK-PAY-ENTRY.
            PERFORM UNTIL WRK-PAY-ENTRY = "C" OR WRK-PAY-ENTRY = "O"
                  OR WRK-PAY-ENTRY = "G"
               DISPLAY PAYMENT-SCREEN
               ACCEPT PAYMENT-ENTRY
               IF WRK-PAY-ENTRY = "c"
                   MOVE "C" TO WRK-PAY-ENTRY
               END-IF
               IF WRK-PAY-ENTRY = "o"
                   MOVE "O" TO WRK-PAY-ENTRY
               END-IF
               IF WRK-PAY-ENTRY = "g"
                   MOVE "G" TO WRK-PAY-ENTRY
               END-IF
               IF WRK-PAY-ENTRY = "C" AND WRK-SHIFT-ID = ZEROS
                   MOVE WRK-MSG-NOSHIFT TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
                   MOVE SPACE TO WRK-PAY-ENTRY
               END-IF
               IF WRK-PAY-ENTRY = "G"
                   PERFORM 0338-VALIDATE-GIFT
                   IF WRK-GIFT-OK-FLAG NOT = "Y"
                       MOVE SPACE TO WRK-PAY-ENTRY
                   END-IF
               END-IF
            END-PERFORM.

       0812-SELL-POST          SECTION.
            MOVE MOVIES-KEY TO COPY-MOVIES-KEY.
            MOVE WRK-ENTER-COPY TO COPY-NUMBER.
            READ COPIES
               INVALID KEY
                   MOVE "N" TO WRK-SALE-OK-FLAG
               NOT INVALID KEY
                   MOVE COPIES-REG TO WRK-RJ-COPY-BEFORE
                   IF COPY-INACTIVE
                       MOVE "Y" TO WRK-SALE-WAS-INACTIVE
                   ELSE
                       MOVE "N" TO WRK-SALE-WAS-INACTIVE
                   END-IF
                   MOVE "S" TO COPY-STATUS-FLAG
                   REWRITE COPIES-REG
                      INVALID KEY
                          MOVE "N" TO WRK-SALE-OK-FLAG
                      NOT INVALID KEY
                          MOVE "R" TO WRK-RJ-OPERATION
                          PERFORM 8120-JOURNAL-COPY
                   END-REWRITE
            END-READ.

            IF WRK-SALE-OK-FLAG NOT = "Y"
                MOVE WRK-MSG-NOTREGISTERED TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                PERFORM 0600-NEXT-RECEIPT
                PERFORM 0814-SELL-PAYMENT
                PERFORM 0816-SELL-ASSET
                PERFORM 0818-SELL-RECORD
                PERFORM 0820-SELL-RECEIPT
                DISPLAY "RECEIPT NR:" LINE 17 COLUMN 10
                DISPLAY WRK-RCPT-NUMBER LINE 17 COLUMN 22
                MOVE WRK-MSG-SALEDONE TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-IF.

      *      THE ROW CARRIES THE TITLE AND THE BUYER BUT NO RENTAL -
      *      THE COPY NUMBER IS ON THE SALE RECORD.
       0814-SELL-PAYMENT       SECTION.
            MOVE ZEROS             TO WRK-PAY-RENTAL-KEY.
            MOVE WRK-SALE-CUSTOMER TO WRK-PAY-CUSTOMER-KEY.
            MOVE MOVIES-KEY        TO WRK-PAY-MOVIES-KEY.
            MOVE WRK-SALE-TOTAL    TO WRK-PAY-AMOUNT.
            MOVE WRK-PAY-ENTRY     TO WRK-PAY-TYPE.
            MOVE "U"               TO WRK-PAY-CATEGORY.
            MOVE WRK-OPERATOR      TO WRK-PAY-OPERATOR.
            MOVE "SALE"            TO WRK-PAY-RULE.
            MOVE WRK-SHIFT-ID      TO WRK-PAY-SHIFT.
            MOVE SPACES            TO WRK-PAY-PROMO.
            MOVE WRK-SALE-TAX      TO WRK-PAY-TAX.
            MOVE WRK-STORE-CODE    TO WRK-PAY-STORE.
            IF WRK-PAY-ENTRY = "G"
                MOVE WRK-GIFT-ENTRY TO WRK-PAY-CERT
            END-IF.
            CALL "PAYLOG" USING WRK-PAY-REC.

            IF WRK-PAY-RESULT = "N"
                MOVE WRK-MSG-PERIODLOCKED TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-IF.

      *      A COPY STILL IN SERVICE IS WRITTEN OFF WITH THE SALE
      *      PRICE AS ITS RECOVERY. ONE ALREADY PULLED FROM SERVICE
      *      WAS WRITTEN OFF THEN - THE SALE PRICE IS RECORDED AS A
      *      RECOVERY AGAINST THAT WRITE-OFF.
       0816-SELL-ASSET         SECTION.
            MOVE ZEROS TO WRK-SALE-NBV.
            IF WRK-SALE-WAS-INACTIVE = "Y"
                MOVE "R" TO WRK-AST-ACTION
            ELSE
                MOVE "W" TO WRK-AST-ACTION
            END-IF.
            MOVE COPY-MOVIES-KEY TO WRK-AST-MOVIES-KEY.
            MOVE COPY-NUMBER     TO WRK-AST-COPY-NUMBER.
            MOVE ZEROS           TO WRK-AST-COST WRK-AST-DATE
               WRK-AST-RELEASE-YEAR.
            MOVE SPACES          TO WRK-AST-STORE.
            MOVE "SOLD"          TO WRK-AST-REASON.
            MOVE WRK-SALE-PRICE  TO WRK-AST-RECOVERY.
            CALL "ASSETREG" USING WRK-AST-REC.
            IF WRK-AST-RESULT = "Y"
                MOVE WRK-AST-NBV TO WRK-SALE-NBV
            END-IF.

       0818-SELL-RECORD        SECTION.
            OPEN I-O COPYSALE.
            IF COPYSALE-STATUS = 35
                OPEN OUTPUT COPYSALE
                CLOSE COPYSALE
                OPEN I-O COPYSALE
            END-IF.

            IF COPYSALE-STATUS = ZEROS
                MOVE SPACES             TO COPYSALE-REG
                MOVE COPY-MOVIES-KEY    TO SALE-MOVIES-KEY
                MOVE COPY-NUMBER        TO SALE-COPY-NUMBER
                MOVE WRK-SALE-CUSTOMER  TO SALE-CUSTOMER-KEY
                MOVE WRK-TODAY          TO SALE-DATE
                ACCEPT WRK-RCPT-TIME FROM TIME
                MOVE WRK-RCPT-TIME(1:6) TO SALE-TIME
                MOVE WRK-SALE-PRICE     TO SALE-PRICE
                MOVE WRK-SALE-TAX       TO SALE-TAX
                MOVE WRK-PAY-ENTRY      TO SALE-TENDER
                MOVE WRK-RCPT-NUMBER    TO SALE-RECEIPT
                MOVE WRK-OPERATOR       TO SALE-OPERATOR
                MOVE WRK-STORE-CODE     TO SALE-STORE
                MOVE WRK-SALE-CLASS     TO SALE-CLASS
                MOVE COPY-CONDITION     TO SALE-CONDITION
                MOVE WRK-SALE-AGE       TO SALE-AGE-MONTHS
                MOVE WRK-SALE-COST      TO SALE-COST
                MOVE WRK-SALE-NBV       TO SALE-NBV
                MOVE COPY-RENT-COUNT    TO SALE-RENT-COUNT
      *         A COPY NUMBER REUSED AFTER AN EARLIER SALE REPLACES
      *         THE OLD RECORD - THE PAYMENT ROW STILL HOLDS THE MONEY.
                WRITE COPYSALE-REG
                   INVALID KEY
                       REWRITE COPYSALE-REG
                END-WRITE
                CLOSE COPYSALE
            END-IF.

       0820-SELL-RECEIPT       SECTION.
            OPEN EXTEND RECEIPTS.
            IF RECEIPTS-STATUS = 35
                OPEN OUTPUT RECEIPTS
            END-IF.

            MOVE SPACES TO RECEIPTS-REG.
            MOVE WRK-FORM-FEED TO RECEIPTS-DATA(001:01).
            WRITE RECEIPTS-REG.

            MOVE SPACES TO RECEIPTS-REG.
            MOVE WRK-STORE-NAME TO RECEIPTS-DATA(003:30).
            WRITE RECEIPTS-REG.
            PERFORM 0335-TRAINING-STAMP.

            MOVE SPACES TO RECEIPTS-REG.
            MOVE WRK-TODAY TO RECEIPTS-DATA(003:08).
            MOVE WRK-RCPT-TIME(1:6) TO RECEIPTS-DATA(013:06).
            WRITE RECEIPTS-REG.

            MOVE SPACES TO RECEIPTS-REG.
            MOVE "RECEIPT NR:" TO RECEIPTS-DATA(003:11).
            MOVE WRK-RCPT-NUMBER TO RECEIPTS-DATA(015:05).
            WRITE RECEIPTS-REG.

            MOVE SPACES TO RECEIPTS-REG.
            MOVE "CUSTOMER:" TO RECEIPTS-DATA(003:09).
            MOVE WRK-SALE-CUST-NAME TO RECEIPTS-DATA(013:30).
            WRITE RECEIPTS-REG.

            MOVE SPACES TO RECEIPTS-REG.
            MOVE "PREVIOUSLY-VIEWED SALE" TO RECEIPTS-DATA(003:22).
            WRITE RECEIPTS-REG.

            MOVE SPACES TO RECEIPTS-REG.
            MOVE "TITLE:" TO RECEIPTS-DATA(003:06).
            MOVE MOVIES-TITLE TO RECEIPTS-DATA(013:50).
            WRITE RECEIPTS-REG.

            MOVE SPACES TO RECEIPTS-REG.
            MOVE "COPY NR:" TO RECEIPTS-DATA(003:08).
            MOVE COPY-NUMBER TO RECEIPTS-DATA(013:02).
            MOVE "CONDITION:" TO RECEIPTS-DATA(018:10).
            MOVE COPY-CONDITION TO RECEIPTS-DATA(029:01).
            WRITE RECEIPTS-REG.

            MOVE SPACES TO RECEIPTS-REG.
            MOVE "PRICE:" TO RECEIPTS-DATA(003:06).
            MOVE WRK-SALE-PRICE TO RECEIPTS-DATA(013:05).
            WRITE RECEIPTS-REG.

            IF WRK-SALE-TAX > ZEROS
                MOVE SPACES TO RECEIPTS-REG
                MOVE "TAX:" TO RECEIPTS-DATA(003:04)
                MOVE WRK-SALE-TAX TO RECEIPTS-DATA(013:05)
                WRITE RECEIPTS-REG
            END-IF.

            MOVE SPACES TO RECEIPTS-REG.
            MOVE "TENDER:" TO RECEIPTS-DATA(003:07).
            EVALUATE WRK-PAY-ENTRY
              WHEN "C"
                MOVE "CASH" TO RECEIPTS-DATA(013:04)
                MOVE WRK-SALE-TOTAL TO RECEIPTS-DATA(023:05)
              WHEN "O"
                MOVE "OTHER" TO RECEIPTS-DATA(013:05)
                MOVE WRK-SALE-TOTAL TO RECEIPTS-DATA(023:05)
              WHEN OTHER
                MOVE "GIFT CERT" TO RECEIPTS-DATA(013:09)
                MOVE WRK-GIFT-ENTRY TO RECEIPTS-DATA(023:05)
            END-EVALUATE.
            WRITE RECEIPTS-REG.

            MOVE SPACES TO RECEIPTS-REG.
            MOVE "SOLD AS SEEN - NO RENTAL RETURN" TO
               RECEIPTS-DATA(003:31).
            WRITE RECEIPTS-REG.

            MOVE SPACES TO RECEIPTS-REG.
            MOVE "THANK YOU" TO RECEIPTS-DATA(003:09).
            WRITE RECEIPTS-REG.

            CLOSE RECEIPTS.

      *      A COMPLAINT TAKEN AT THE COUNTER BECOMES A CASE FOR THE
      *      BACK OFFICE TO WORK (SEE CASEMAINT). NO MONEY MOVES HERE
      *      AND AN UNKNOWN CUSTOMER IS NOT REGISTERED ON THE WAY.
       0840-OPEN-DISPUTE       SECTION.
            PERFORM 0303-SCAN-CUSTOMER.

            READ CUSTOMERS
               INVALID KEY
                   MOVE WRK-MSG-CASENOCUST TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
               NOT INVALID KEY
                   DISPLAY CLEANER-SCREEN
                   DISPLAY "CUSTOMER:" LINE 09 COLUMN 10
                   DISPLAY CUSTOMER-KEY LINE 09 COLUMN 20
                   DISPLAY CUSTOMER-NAME LINE 09 COLUMN 27
                   PERFORM 0846-SHOW-CASE-COUNT
                   PERFORM 0842-TAKE-CASE-ENTRY
            END-READ.

      *      ONLY THE LIVE RENTAL FILE IS OPEN AT THE COUNTER - A
      *      CASE ABOUT AN ARCHIVED RENTAL IS OPENED FROM THE
      *      CUSTOMER HISTORY SCREEN OR THE CASE MODULE.
       0842-TAKE-CASE-ENTRY    SECTION.
            MOVE ZEROS TO WRK-CASE-RENTAL-IN WRK-CASE-RECEIPT-IN.
            MOVE SPACES TO WRK-CASE-CATEGORY WRK-CASE-DESCRIPTION.
            MOVE WRK-OPERATOR TO WRK-CASE-ASSIGNED.
            DISPLAY CASE-ENTRY-SCREEN.
            ACCEPT CASE-ENTRY-DATA.
            INSPECT WRK-CASE-CATEGORY CONVERTING "ldro" TO "LDRO".

            MOVE "Y" TO WRK-LINK-OK-FLAG.
            IF WRK-CASE-RENTAL-IN > ZEROS
                MOVE "N" TO WRK-LINK-OK-FLAG
                MOVE WRK-CASE-RENTAL-IN TO RENTAL-KEY
                READ RENTALS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RENTAL-CUSTOMER-KEY = CUSTOMER-KEY
                           MOVE "Y" TO WRK-LINK-OK-FLAG
                       END-IF
                END-READ
            END-IF.

            EVALUATE TRUE
              WHEN WRK-CASE-CATEGORY NOT = "L"
                    AND WRK-CASE-CATEGORY NOT = "D"
                    AND WRK-CASE-CATEGORY NOT = "R"
                    AND WRK-CASE-CATEGORY NOT = "O"
                MOVE WRK-MSG-BADCATEGORY TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
              WHEN WRK-CASE-DESCRIPTION = SPACES
                MOVE WRK-MSG-NODESC TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
              WHEN WRK-LINK-OK-FLAG NOT = "Y"
                MOVE WRK-MSG-CASERENTAL TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
              WHEN OTHER
                PERFORM 0844-WRITE-CASE
            END-EVALUATE.

       0844-WRITE-CASE         SECTION.
            MOVE "O"            TO WRK-CASE-ACTION.
            MOVE CUSTOMER-KEY   TO WRK-CASE-CUSTOMER.
            IF WRK-CASE-RENTAL-IN > ZEROS
                MOVE "R" TO WRK-CASE-LINK-KIND
                MOVE WRK-CASE-RENTAL-IN TO WRK-CASE-LINK-KEY
            ELSE
                IF WRK-CASE-RECEIPT-IN > ZEROS
                    MOVE "P" TO WRK-CASE-LINK-KIND
                    MOVE WRK-CASE-RECEIPT-IN TO WRK-CASE-LINK-KEY
                ELSE
                    MOVE SPACE TO WRK-CASE-LINK-KIND
                    MOVE ZEROS TO WRK-CASE-LINK-KEY
                END-IF
            END-IF.
            MOVE WRK-OPERATOR   TO WRK-CASE-OPERATOR.
            MOVE WRK-STORE-CODE TO WRK-CASE-STORE.
            CALL "CASELOG" USING WRK-CASE-REC.

            IF WRK-CASE-RESULT = "Y"
                DISPLAY "CASE" LINE 16 COLUMN 10
                DISPLAY WRK-CASE-NUMBER LINE 16 COLUMN 15
                MOVE WRK-MSG-CASEOPENED TO WRK-ERROR-MSG
            ELSE
                MOVE WRK-MSG-CASENOTSAVED TO WRK-ERROR-MSG
            END-IF.
            PERFORM 9000-MANAGE-ERROR.

      *      THE OPERATOR SEES THE CUSTOMER HAS A COMPLAINT RUNNING -
      *      OR A HISTORY OF THEM THIS YEAR - BEFORE ANYTHING GOES
      *      OUT. INFORMATION ONLY, NOTHING IS BLOCKED ON IT.
       0846-SHOW-CASE-COUNT    SECTION.
            MOVE "K"          TO WRK-CASE-ACTION.
            MOVE CUSTOMER-KEY TO WRK-CASE-CUSTOMER.
            CALL "CASELOG" USING WRK-CASE-REC.
            IF WRK-CASE-OPEN-QTY > ZEROS OR WRK-CASE-YEAR-QTY > ZEROS
                DISPLAY "DISPUTE CASES OPEN:" LINE 19 COLUMN 10
                   BACKGROUND-COLOR 3
                DISPLAY WRK-CASE-OPEN-QTY LINE 19 COLUMN 30
                   BACKGROUND-COLOR 3
                DISPLAY "THIS YEAR:" LINE 19 COLUMN 35
                   BACKGROUND-COLOR 3
                DISPLAY WRK-CASE-YEAR-QTY LINE 19 COLUMN 46
                   BACKGROUND-COLOR 3
            END-IF.

      *      FORWARD-RECOVERY JOURNAL - SEE RECJRNL. THE CALLER SETS
      *      WRK-RJ-OPERATION TO W, R OR D AFTER THE CHANGE IS MADE;
      *      A REWRITE'S BEFORE IMAGE WAS SAVED WHEN THE RECORD WAS
      *      READ FOR UPDATE.
       8100-JOURNAL-CUSTOMER   SECTION.
            MOVE "CUSTOMER" TO WRK-RJ-FILE.
            MOVE WRK-RJ-CUST-BEFORE TO WRK-RJ-BEFORE.
            MOVE CUSTOMERS-REG TO WRK-RJ-AFTER.
            IF WRK-RJ-OPERATION = "D"
                MOVE CUSTOMERS-REG TO WRK-RJ-BEFORE
            END-IF.
            CALL "RECJRNL" USING WRK-RJ-REC.

       8110-JOURNAL-RENTAL     SECTION.
            MOVE "RENTALS" TO WRK-RJ-FILE.
            MOVE WRK-RJ-RENT-BEFORE TO WRK-RJ-BEFORE.
            MOVE RENTALS-REG TO WRK-RJ-AFTER.
            IF WRK-RJ-OPERATION = "D"
                MOVE RENTALS-REG TO WRK-RJ-BEFORE
            END-IF.
            CALL "RECJRNL" USING WRK-RJ-REC.

       8120-JOURNAL-COPY       SECTION.
            MOVE "COPIES" TO WRK-RJ-FILE.
            MOVE WRK-RJ-COPY-BEFORE TO WRK-RJ-BEFORE.
            MOVE COPIES-REG TO WRK-RJ-AFTER.
            IF WRK-RJ-OPERATION = "D"
                MOVE COPIES-REG TO WRK-RJ-BEFORE
            END-IF.
            CALL "RECJRNL" USING WRK-RJ-REC.

       8130-JOURNAL-HOLD       SECTION.
            MOVE "HOLDS" TO WRK-RJ-FILE.
            MOVE WRK-RJ-HOLD-BEFORE TO WRK-RJ-BEFORE.
            MOVE HOLDS-REG TO WRK-RJ-AFTER.
            IF WRK-RJ-OPERATION = "D"
                MOVE HOLDS-REG TO WRK-RJ-BEFORE
            END-IF.
            CALL "RECJRNL" USING WRK-RJ-REC.

       9000-MANAGE-ERROR       SECTION.
            MOVE SPACES TO WRK-KEY.
