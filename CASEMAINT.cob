       IDENTIFICATION          DIVISION.
       PROGRAM-ID. CASEMAINT.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: CUSTOMER DISPUTE AND COMPLAINT CASES - OPEN A CASE
      *          AGAINST A CUSTOMER (AND THE RENTAL OR RECEIPT IT IS
      *          ABOUT), HAND IT TO AN OPERATOR, AND RESOLVE IT. A
      *          RESOLUTION THAT GIVES MONEY BACK GOES THROUGH THE
      *          SAME CREDIT-ON-ACCOUNT OR BALANCE PATH AS THE
      *          CUSTOMER SCREEN, WITH THE CASE NUMBER ON THE LEDGER
      *          LINE, AND NEEDS A SUPERVISOR TO SIGN FOR IT. THE
      *          OPEN CASES AGE ON CASEAGING.TXT SO NOTHING SITS.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      CASES.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      CASESDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT CASES ASSIGN TO WRK-CASES-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CASES-STATUS
             RECORD KEY IS CASE-NUMBER
             ALTERNATE RECORD KEY IS CASE-CUSTOMER-KEY
                WITH DUPLICATES.

      *      CUSTOMERS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      CUSTOMERSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT CUSTOMERS ASSIGN TO WRK-CUSTOMERS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CUSTOMERS-STATUS
             RECORD KEY IS CUSTOMER-KEY
             ALTERNATE RECORD KEY IS CUSTOMER-PHONE
                WITH DUPLICATES.

      *      RENTALS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      RENTALSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT RENTALS ASSIGN TO WRK-RENTALS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS RENTALS-STATUS
             RECORD KEY IS RENTAL-KEY
             ALTERNATE RECORD KEY IS RENTAL-MOVIES-KEY
                WITH DUPLICATES
             ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-KEY
                WITH DUPLICATES.

      *      RENTALS_HIST.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      RENTHISTDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT RENTALS-HIST ASSIGN TO WRK-HIST-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS HIST-STATUS
             RECORD KEY IS HIST-KEY
             ALTERNATE RECORD KEY IS HIST-CUSTOMER-KEY
                WITH DUPLICATES.

      *      SHIFTS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      SHIFTSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT SHIFTS ASSIGN TO WRK-SHIFTS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS SHIFTS-STATUS
             RECORD KEY IS SHIFT-ID.

      *      USERS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      USERSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT USERS ASSIGN TO WRK-USERS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS USERS-STATUS
             RECORD KEY IS USER-ID.

      *      MONTHEND.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      MONTHENDDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT MONTHEND ASSIGN TO WRK-MONTHEND-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS MONTHEND-STATUS
             RECORD KEY IS MEND-MONTH.

      *      SELECT CASE-REPORT ASSIGN TO "./Data/CASEAGING.TXT"
             SELECT CASE-REPORT ASSIGN TO
               "C:\Cobol\Project\Data\CASEAGING.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CASE-REPORT-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- DISPUTE CASE FILE DESCRIPTION
       FD CASES.
       01 CASES-REG.
            05 CASE-NUMBER            PIC 9(005).
            05 CASE-CUSTOMER-KEY      PIC 9(005).
            05 CASE-LINK-KIND         PIC X(001).
                88 CASE-LINK-RENTAL          VALUE "R".
                88 CASE-LINK-RECEIPT         VALUE "P".
                88 CASE-LINK-NONE            VALUE SPACE.
            05 CASE-LINK-KEY          PIC 9(005).
            05 CASE-CATEGORY          PIC X(001).
                88 CASE-LATE-FEE             VALUE "L".
                88 CASE-DAMAGE               VALUE "D".
                88 CASE-RETURNED             VALUE "R".
                88 CASE-OTHER                VALUE "O".
            05 CASE-DESCRIPTION       PIC X(060).
            05 CASE-STATUS-FLAG       PIC X(001).
                88 CASE-OPEN                 VALUE "O".
                88 CASE-RESOLVED             VALUE "R".
            05 CASE-OPEN-DATE         PIC 9(008).
            05 CASE-OPENED-BY         PIC X(008).
            05 CASE-ASSIGNED          PIC X(008).
            05 CASE-STORE             PIC X(003).
            05 CASE-RESOLVED-DATE     PIC 9(008).
            05 CASE-RESOLVED-BY       PIC X(008).
            05 CASE-OUTCOME           PIC X(001).
                88 CASE-NO-ADJUSTMENT        VALUE "N".
                88 CASE-CREDITED             VALUE "C".
                88 CASE-BALANCE-REVERSED     VALUE "B".
            05 CASE-ADJ-AMOUNT        PIC 9(003)V99.
            05 CASE-RESOLUTION        PIC X(040).
            05 FILLER                 PIC X(010).

      *---------------------------- CUSTOMER FILE DESCRIPTION
       FD CUSTOMERS.
       01 CUSTOMERS-REG.
            05 CUSTOMER-KEY           PIC 9(005).
            05 CUSTOMER-NAME          PIC X(030).
            05 CUSTOMER-PHONE         PIC X(015).
            05 CUSTOMER-STATUS-FLAG   PIC X(001).
                88 CUSTOMER-ACTIVE           VALUE "A".
                88 CUSTOMER-INACTIVE         VALUE "I".
            05 CUSTOMER-BALANCE       PIC 9(005)V99.
            05 CUSTOMER-BIRTH-DATE    PIC 9(008).
            05 CUSTOMER-COLLECT-FLAG  PIC X(001).
                88 CUSTOMER-COLLECTIONS      VALUE "C".
            05 CUSTOMER-CREDIT        PIC 9(005)V99.
            05 CUSTOMER-POINTS        PIC 9(005).
            05 CUSTOMER-TIER          PIC X(001).
            05 CUSTOMER-TIER-SCORE    PIC 9(003).

      *---------------------------- RENTAL FILE DESCRIPTION
      *      READ-ONLY HERE - A CASE ABOUT A RENTAL MUST NAME ONE
      *      THAT BELONGS TO THE CUSTOMER, LIVE OR ARCHIVED.
       FD RENTALS.
       01 RENTALS-REG.
            05 RENTAL-KEY             PIC 9(005).
            05 RENTAL-MOVIES-KEY      PIC 9(005).
            05 RENTAL-CUSTOMER-KEY    PIC 9(005).
            05 RENTAL-CHECKOUT-DATE   PIC 9(008).
            05 RENTAL-DUE-DATE        PIC 9(008).
            05 RENTAL-RETURN-DATE     PIC 9(008).
            05 RENTAL-LATE-FEE        PIC 9(003)V99.
            05 RENTAL-STATUS-FLAG     PIC X(001).
                88 RENTAL-OPEN               VALUE "O".
                88 RENTAL-CLOSED             VALUE "C".
            05 RENTAL-COPY-NUMBER     PIC 9(002).
            05 RENTAL-CHARGED-PRICE   PIC 9(003)V99.
            05 RENTAL-PRICE-RULE      PIC X(008).
            05 RENTAL-PROMO-CODE      PIC X(008).
            05 RENTAL-DISCOUNT        PIC 9(003)V99.
            05 RENTAL-RENEWALS        PIC 9(002).
            05 RENTAL-STORE           PIC X(003).

      *---------------------------- ARCHIVED RENTAL HISTORY
       FD RENTALS-HIST.
       01 HIST-REG.
            05 HIST-KEY               PIC 9(005).
            05 HIST-MOVIES-KEY        PIC 9(005).
            05 HIST-CUSTOMER-KEY      PIC 9(005).
            05 HIST-CHECKOUT-DATE     PIC 9(008).
            05 HIST-DUE-DATE          PIC 9(008).
            05 HIST-RETURN-DATE       PIC 9(008).
            05 HIST-LATE-FEE          PIC 9(003)V99.
            05 HIST-STATUS-FLAG       PIC X(001).
            05 HIST-COPY-NUMBER       PIC 9(002).
            05 HIST-CHARGED-PRICE     PIC 9(003)V99.
            05 HIST-PRICE-RULE        PIC X(008).
            05 HIST-PROMO-CODE        PIC X(008).
            05 HIST-DISCOUNT          PIC 9(003)V99.
            05 HIST-RENEWALS          PIC 9(002).
            05 HIST-STORE             PIC X(003).

      *---------------------------- DRAWER SHIFT SESSION FILE
      *      READ-ONLY HERE - A BALANCE REVERSAL IS A WRITE-OFF ROW
      *      ON THE PAYMENTS LOG, STAMPED WITH THE OPERATOR'S OPEN
      *      SESSION AS THE CUSTOMER SCREEN DOES.
       FD SHIFTS.
       01 SHIFTS-REG.
            05 SHIFT-ID               PIC 9(005).
            05 SHIFT-OPERATOR         PIC X(008).
            05 SHIFT-OPEN-DATE        PIC 9(008).
            05 SHIFT-OPEN-TIME        PIC 9(006).
            05 SHIFT-FLOAT            PIC 9(005)V99.
            05 SHIFT-CLOSE-DATE       PIC 9(008).
            05 SHIFT-CLOSE-TIME       PIC 9(006).
            05 SHIFT-COUNTED          PIC 9(005)V99.
            05 SHIFT-CASH-TAKEN       PIC 9(007)V99.
            05 SHIFT-OVER-SHORT       PIC S9(005)V99.
            05 SHIFT-STATUS-FLAG      PIC X(001).
                88 SHIFT-SESSION-OPEN        VALUE "O".
                88 SHIFT-SESSION-CLOSED      VALUE "C".

      *---------------------------- OPERATOR MASTER FILE
      *      READ-ONLY HERE - MONEY BACK ON A CASE NEEDS A LEVEL-2
      *      OR HIGHER OPERATOR TO SIGN FOR IT, AS A WRITE-OFF DOES.
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

      *---------------------------- MONTH-END LOCK FILE
      *      READ-ONLY HERE - A LOCKED CURRENT MONTH REFUSES A
      *      RESOLUTION THAT MOVES MONEY BEFORE THE ACCOUNT IS
      *      TOUCHED. ONE WITH NO ADJUSTMENT CAN STILL BE CLOSED.
       FD MONTHEND.
       01 MEND-REG.
            05 MEND-MONTH             PIC 9(006).
            05 MEND-INSERTS           PIC 9(007).
            05 MEND-UPDATES           PIC 9(007).
            05 MEND-DELETES           PIC 9(007).
            05 MEND-CHECKOUTS         PIC 9(007).
            05 MEND-CHECKINS          PIC 9(007).
            05 MEND-FEES              PIC 9(009)V99.
            05 MEND-TAX               PIC 9(009)V99.
            05 MEND-DAYS-CLOSED       PIC 9(002).
            05 MEND-DAYS-MISSING      PIC 9(002).
            05 MEND-PAY-AMOUNT        PIC 9(009)V99.
            05 MEND-RUN-DATE          PIC 9(008).
            05 MEND-STATUS-FLAG       PIC X(001).
                88 MEND-LOCKED               VALUE "L".

      *---------------------------- AGING REPORT OUTPUT
       FD CASE-REPORT.
       01 CASE-REPORT-REG.
            05 CASE-REPORT-DATA       PIC X(080).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                     PIC X(001).
       77 WRK-MAINT-MODE              PIC X(001) VALUE SPACE.

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                    PIC 9(002) VALUE ZEROS.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG               PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM    PIC X(012) VALUE "CASEMAINT".
            05 WRK-ERRORLOG-MESSAGE    PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "CASEAGING".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\CASEAGING.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01 WRK-MSGS.
            05 WRK-MSG-BADMODE        PIC X(040) VALUE
               "INVALID MODE - ENTER O, A, R, C, L OR X".
            05 WRK-MSG-CORRUPTED      PIC X(040) VALUE
               "CORRUPTED FILE".
            05 WRK-MSG-OPEN           PIC X(040) VALUE
               "ERROR WHILE OPENING FILE".
            05 WRK-MSG-PATH           PIC X(040) VALUE
               "ERROR ON FILE PATH".
            05 WRK-MSG-UNKNOWN        PIC X(040) VALUE
               "UNKNOWN ERROR".
            05 WRK-MSG-CUSTNOTFOUND   PIC X(040) VALUE
               "CUSTOMER NOT FOUND".
            05 WRK-MSG-CASENOTFOUND   PIC X(040) VALUE
               "CASE NOT ON FILE".
            05 WRK-MSG-NOTOPEN        PIC X(040) VALUE
               "CASE IS NOT OPEN".
            05 WRK-MSG-BADCATEGORY    PIC X(040) VALUE
               "CATEGORY MUST BE L, D, R OR O".
            05 WRK-MSG-NODESC         PIC X(040) VALUE
               "DESCRIBE THE COMPLAINT".
            05 WRK-MSG-BADRENTAL      PIC X(040) VALUE
               "RENTAL NOT ON FILE FOR THIS CUSTOMER".
            05 WRK-MSG-NOTSAVED       PIC X(040) VALUE
               "ERROR WHILE SAVING CASE".
            05 WRK-MSG-CASEOPENED     PIC X(040) VALUE
               "CASE OPENED".
            05 WRK-MSG-ASSIGNED       PIC X(040) VALUE
               "CASE ASSIGNED".
            05 WRK-MSG-BADOUTCOME     PIC X(040) VALUE
               "OUTCOME MUST BE N, C OR B".
            05 WRK-MSG-BADAMOUNT      PIC X(040) VALUE
               "INVALID AMOUNT".
            05 WRK-MSG-OVERBALANCE    PIC X(040) VALUE
               "AMOUNT IS MORE THAN THE BALANCE OWED".
            05 WRK-MSG-NORESOLUTION   PIC X(040) VALUE
               "ENTER THE RESOLUTION".
            05 WRK-MSG-PERIODLOCKED   PIC X(040) VALUE
               "PERIOD CLOSED - POSTING REFUSED".
            05 WRK-MSG-BADSUPER       PIC X(040) VALUE
               "SUPERVISOR SIGN-IN NOT ACCEPTED".
            05 WRK-MSG-RESOLVED       PIC X(040) VALUE
               "CASE RESOLVED".
            05 WRK-MSG-NOCASES        PIC X(040) VALUE
               "NO CASES ON FILE FOR THIS CUSTOMER".
            05 WRK-MSG-NOOPENCASES    PIC X(040) VALUE
               "NO OPEN CASES ON FILE".
            05 WRK-MSG-PRESSKEY       PIC X(040) VALUE
               "PRESS ANY KEY".

      *---------------------------- FILE
       77 CASES-STATUS                PIC 9(002) VALUE ZEROS.
       77 WRK-CASES-PATH              PIC X(060) VALUE SPACES.
       77 CUSTOMERS-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-CUSTOMERS-PATH          PIC X(060) VALUE SPACES.
       77 RENTALS-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-RENTALS-PATH            PIC X(060) VALUE SPACES.
       77 HIST-STATUS                 PIC 9(002) VALUE ZEROS.
       77 WRK-HIST-PATH               PIC X(060) VALUE SPACES.
       77 WRK-HIST-AVAIL-FLAG         PIC X(001) VALUE "N".
       77 SHIFTS-STATUS               PIC 9(002) VALUE ZEROS.
       77 WRK-SHIFTS-PATH             PIC X(060) VALUE SPACES.
       77 WRK-SHIFTS-AVAIL-FLAG       PIC X(001) VALUE "N".
       77 USERS-STATUS                PIC 9(002) VALUE ZEROS.
       77 WRK-USERS-PATH              PIC X(060) VALUE SPACES.
       77 MONTHEND-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-MONTHEND-PATH           PIC X(060) VALUE SPACES.
       77 CASE-REPORT-STATUS          PIC 9(002) VALUE ZEROS.

      *---------------------------- OPERATOR AND PERIOD
       77 WRK-OPERATOR                PIC X(008) VALUE SPACES.
       77 WRK-STORE-CODE              PIC X(003) VALUE "001".
       77 WRK-SHIFT-ID                PIC 9(005) VALUE ZEROS.
       77 WRK-PERIOD-LOCKED           PIC X(001) VALUE "N".
       77 WRK-TODAY                   PIC 9(008) VALUE ZEROS.

      *---------------------------- ENTRY WORK AREAS
       77 WRK-CASE-IN                 PIC 9(005) VALUE ZEROS.
       77 WRK-CASE-RENTAL-IN          PIC 9(005) VALUE ZEROS.
       77 WRK-CASE-RECEIPT-IN         PIC 9(005) VALUE ZEROS.
       77 WRK-LINK-OK-FLAG            PIC X(001) VALUE "N".
       77 WRK-ASSIGN-IN               PIC X(008) VALUE SPACES.
       77 WRK-OUTCOME-IN              PIC X(001) VALUE SPACE.
       77 WRK-ADJ-AMOUNT-IN           PIC 9(003)V99 VALUE ZEROS.
       77 WRK-RESOLUTION-IN           PIC X(040) VALUE SPACES.

      *---------------------------- AGING AND LISTING
       77 WRK-CASE-DAYS               PIC S9(005) VALUE ZEROS.
       77 WRK-OPEN-QTY                PIC 9(005) VALUE ZEROS.
       77 WRK-LIST-QTY                PIC 9(005) VALUE ZEROS.
       77 WRK-AGE-07                  PIC 9(005) VALUE ZEROS.
       77 WRK-AGE-30                  PIC 9(005) VALUE ZEROS.
       77 WRK-AGE-60                  PIC 9(005) VALUE ZEROS.
       77 WRK-AGE-OVER                PIC 9(005) VALUE ZEROS.
       77 WRK-LIST-CUSTOMER           PIC 9(005) VALUE ZEROS.

       01 WRK-CASE-HDR.
           05 WRK-CASE-HDR-ID         PIC X(007) VALUE "CASE".
           05 WRK-CASE-HDR-ST         PIC X(003) VALUE "ST".
           05 WRK-CASE-HDR-CAT        PIC X(003) VALUE "CT".
           05 WRK-CASE-HDR-OPEN       PIC X(010) VALUE "OPENED".
           05 WRK-CASE-HDR-ASSIGN     PIC X(010) VALUE "ASSIGNED".
           05 WRK-CASE-HDR-OUT        PIC X(003) VALUE "OC".
           05 WRK-CASE-HDR-AMT        PIC X(009) VALUE "AMOUNT".
           05 WRK-CASE-HDR-DESC       PIC X(025) VALUE "DESCRIPTION".

      *---------------------------- DISPUTE CASE SUBPROGRAM
       01 WRK-CASE-REC.
            05 WRK-CASE-ACTION        PIC X(001).
            05 WRK-CASE-NUMBER        PIC 9(005).
            05 WRK-CASE-CUSTOMER      PIC 9(005).
            05 WRK-CASE-LINK-KIND     PIC X(001).
            05 WRK-CASE-LINK-KEY      PIC 9(005).
            05 WRK-CASE-CATEGORY      PIC X(001).
            05 WRK-CASE-DESCRIPTION   PIC X(060).
            05 WRK-CASE-ASSIGNED      PIC X(008).
            05 WRK-CASE-OPERATOR      PIC X(008).
            05 WRK-CASE-STORE         PIC X(003).
            05 WRK-CASE-OPEN-QTY      PIC 9(003).
            05 WRK-CASE-YEAR-QTY      PIC 9(003).
            05 WRK-CASE-RESULT        PIC X(001).

      *---------------------------- SUPERVISOR SIGN-IN (ADJUSTMENTS)
       77 WRK-SUP-ENTRY               PIC X(008) VALUE SPACES.
       77 WRK-SUP-PASSWORD            PIC X(008) VALUE SPACES.
       77 WRK-SUP-APPROVER            PIC X(008) VALUE SPACES.

      *---------------------------- OVERRIDE LOG
       01 WRK-OVR-REC.
            05 WRK-OVR-TYPE              PIC X(008).
            05 WRK-OVR-APPROVER          PIC X(008).
            05 WRK-OVR-REQUESTER         PIC X(008).
            05 WRK-OVR-AMOUNT            PIC 9(005)V99.
            05 WRK-OVR-KEY-KIND          PIC X(001).
            05 WRK-OVR-KEY               PIC 9(005).
            05 WRK-OVR-PROGRAM           PIC X(012)
               VALUE "CASEMAINT".
            05 WRK-OVR-REASON            PIC X(030).

      *---------------------------- PAYMENTS LOG SUBPROGRAM
       01 WRK-PAY-REC.
            05 WRK-PAY-RENTAL-KEY     PIC 9(005).
            05 WRK-PAY-CUSTOMER-KEY   PIC 9(005).
            05 WRK-PAY-MOVIES-KEY     PIC 9(005).
            05 WRK-PAY-AMOUNT         PIC 9(003)V99.
            05 WRK-PAY-TYPE           PIC X(001).
            05 WRK-PAY-CATEGORY       PIC X(001).
            05 WRK-PAY-OPERATOR       PIC X(008).
            05 WRK-PAY-RULE           PIC X(008).
            05 WRK-PAY-SHIFT          PIC 9(005).
            05 WRK-PAY-PROMO          PIC X(008).
            05 WRK-PAY-TAX            PIC 9(003)V99.
            05 WRK-PAY-RESULT         PIC X(001).
            05 WRK-PAY-STORE          PIC X(003).
            05 WRK-PAY-SIGN           PIC X(001) VALUE SPACE.
            05 WRK-PAY-RECEIPT        PIC 9(005) VALUE ZEROS.
            05 WRK-PAY-CERT           PIC 9(005) VALUE ZEROS.

      *---------------------------- CUSTOMER ACCOUNT LEDGER SUBPROGRAM
       01 WRK-LEDG-REC.
            05 WRK-LEDG-CUSTOMER      PIC 9(005).
            05 WRK-LEDG-FIELD         PIC X(001).
            05 WRK-LEDG-AMOUNT        PIC S9(005)V99.
            05 WRK-LEDG-REASON        PIC X(008).
            05 WRK-LEDG-REFERENCE.
                10 WRK-LEDG-REF-TYPE  PIC X(005) VALUE "CASE".
                10 WRK-LEDG-REF-KEY   PIC 9(005).
            05 WRK-LEDG-PROGRAM       PIC X(012) VALUE "CASEMAINT".
            05 WRK-LEDG-OPERATOR      PIC X(008).
            05 WRK-LEDG-BALANCE       PIC 9(005)V99.
            05 WRK-LEDG-CREDIT        PIC 9(005)V99.
            05 WRK-LEDG-POINTS        PIC 9(005).
            05 WRK-LEDG-RESULT        PIC X(001).

      *---------------------------- RECOVERY JOURNAL SUBPROGRAM
       01 WRK-RJ-REC.
            05 WRK-RJ-FILE           PIC X(008).
            05 WRK-RJ-OPERATION      PIC X(001).
            05 WRK-RJ-BEFORE         PIC X(100).
            05 WRK-RJ-AFTER          PIC X(100).
            05 WRK-RJ-PROGRAM        PIC X(012) VALUE "CASEMAINT".
      *      BEFORE IMAGES, SAVED WHEN A RECORD IS READ FOR UPDATE
       77 WRK-RJ-CUST-BEFORE         PIC X(100) VALUE SPACES.

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-TITLE.
            05 LNK-SCREEN-TITLE       PIC X(020).
            05 LNK-MODULE-TITLE       PIC X(026).

       SCREEN                  SECTION.
      *---------------------------- ERROR SCREEN
       01 ERROR-SCREEN.
            05 MSG-ERROR.
                10 LINE 18 COLUMN 01 ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 18 COLUMN 10  PIC X(040)
                   BACKGROUND-COLOR 3
                   USING WRK-ERROR-MSG.
                10 COLUMN PLUS 2      PIC X(001)
                   BACKGROUND-COLOR 3
                   USING WRK-KEY.

      *---------------------------- MODE SELECTION SCREEN
       01 MODE-SCREEN.
            05 MODE-ENTRY FOREGROUND-COLOR 2.
                10 LINE 08 COLUMN 10
                   VALUE "(O)PEN,(A)SSIGN,(R)ESOLVE,".
                10 VALUE "(C)USTOMER,(L)IST,(X) EXIT: ".
                10 COLUMN PLUS 2      PIC X(001)
                   USING WRK-MAINT-MODE.

      *---------------------------- CUSTOMER LOOKUP SCREEN
       01 CUSTOMER-LOOKUP-SCREEN.
            05 CUSTOMER-LOOKUP-KEY FOREGROUND-COLOR 2.
                10 LINE 09 COLUMN 10 VALUE "CUSTOMER ID: ".
                10 COLUMN PLUS 2      PIC 9(005) USING CUSTOMER-KEY
                   BLANK WHEN ZEROS.

      *---------------------------- CASE NUMBER SCREEN
       01 CASE-NUMBER-SCREEN.
            05 CASE-NUMBER-KEY FOREGROUND-COLOR 2.
                10 LINE 09 COLUMN 10 VALUE "CASE NUMBER: ".
                10 COLUMN PLUS 2      PIC 9(005) USING WRK-CASE-IN
                   BLANK WHEN ZEROS.

      *---------------------------- NEW CASE ENTRY SCREEN
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

      *---------------------------- CASE DETAIL DISPLAY
       01 CASE-DETAIL-SCREEN.
            05 CASE-DETAIL-LINES.
                10 LINE 10 COLUMN 10 VALUE "CUSTOMER: ".
                10 COLUMN PLUS 2      PIC 9(005)
                   FROM CASE-CUSTOMER-KEY.
                10 COLUMN PLUS 2      PIC X(030) FROM CUSTOMER-NAME.
                10 LINE 11 COLUMN 10 VALUE "CATEGORY: ".
                10 COLUMN PLUS 2      PIC X(001) FROM CASE-CATEGORY.
                10 LINE 11 COLUMN 25 VALUE "LINK: ".
                10 COLUMN PLUS 2      PIC X(001) FROM CASE-LINK-KIND.
                10 COLUMN PLUS 1      PIC 9(005) FROM CASE-LINK-KEY
                   BLANK WHEN ZEROS.
                10 LINE 11 COLUMN 42 VALUE "OPENED: ".
                10 COLUMN PLUS 2      PIC 9(008) FROM CASE-OPEN-DATE.
                10 COLUMN PLUS 2      PIC X(008) FROM CASE-OPENED-BY.
                10 LINE 12 COLUMN 10  PIC X(060)
                   FROM CASE-DESCRIPTION.
                10 LINE 13 COLUMN 10 VALUE "ASSIGNED: ".
                10 COLUMN PLUS 2      PIC X(008) FROM CASE-ASSIGNED.

      *---------------------------- ASSIGN ENTRY SCREEN
       01 ASSIGN-SCREEN.
            05 ASSIGN-DATA FOREGROUND-COLOR 2.
                10 LINE 15 COLUMN 10 VALUE "ASSIGN TO: ".
                10 COLUMN PLUS 2      PIC X(008) USING WRK-ASSIGN-IN.

      *---------------------------- RESOLUTION ENTRY SCREEN
       01 RESOLVE-SCREEN.
            05 RESOLVE-DATA FOREGROUND-COLOR 2.
                10 LINE 14 COLUMN 10
                   VALUE "OUTCOME (N)O ADJUSTMENT,(C)REDIT,(B)ALANCE: ".
                10 COLUMN PLUS 2      PIC X(001) USING WRK-OUTCOME-IN.
                10 LINE 15 COLUMN 10 VALUE "AMOUNT: ".
                10 COLUMN PLUS 2      PIC 9(003)V99
                   USING WRK-ADJ-AMOUNT-IN.
                10 LINE 16 COLUMN 10 VALUE "RESOLUTION: ".
                10 COLUMN PLUS 2      PIC X(040)
                   USING WRK-RESOLUTION-IN.

      *---------------------------- SCREEN LAYOUT
       01 CLEANER-SCREEN.
            05 CLEAN-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01   PIC X(020) ERASE EOL
                    BACKGROUND-COLOR 3.
               10 LINE 01 COLUMN 15   PIC X(020)
                    BACKGROUND-COLOR 3 FOREGROUND-COLOR 0
                    FROM LNK-SCREEN-TITLE.
               10 LINE 02 COLUMN 01   PIC X(025) ERASE EOL
                    BACKGROUND-COLOR 1.
               10 LINE 02 COLUMN 14   PIC X(026)
                    BACKGROUND-COLOR 1 FOREGROUND-COLOR 6
                    FROM LNK-MODULE-TITLE.

       PROCEDURE               DIVISION USING LNK-TITLE.

       0100-MAIN               SECTION.
            PERFORM 0200-INITIALIZE.
            PERFORM 0300-PROCESS
               UNTIL WRK-MAINT-MODE = "X" OR WRK-MAINT-MODE = "x".
            PERFORM 0400-FINALIZE.
            GOBACK.

       0195-SET-FILE-PATHS     SECTION.
            MOVE SPACES TO WRK-CASES-PATH.
            ACCEPT WRK-CASES-PATH FROM ENVIRONMENT "CASESDAT".
            IF WRK-CASES-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\CASES.DAT"
                   TO WRK-CASES-PATH
            END-IF.

            MOVE SPACES TO WRK-CUSTOMERS-PATH.
            ACCEPT WRK-CUSTOMERS-PATH FROM ENVIRONMENT "CUSTOMERSDAT".
            IF WRK-CUSTOMERS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\CUSTOMERS.DAT"
                   TO WRK-CUSTOMERS-PATH
            END-IF.

            MOVE SPACES TO WRK-RENTALS-PATH.
            ACCEPT WRK-RENTALS-PATH FROM ENVIRONMENT "RENTALSDAT".
            IF WRK-RENTALS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\RENTALS.DAT"
                   TO WRK-RENTALS-PATH
            END-IF.

            MOVE SPACES TO WRK-HIST-PATH.
            ACCEPT WRK-HIST-PATH FROM ENVIRONMENT "RENTHISTDAT".
            IF WRK-HIST-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\RENTALS_HIST.DAT"
                   TO WRK-HIST-PATH
            END-IF.

            MOVE SPACES TO WRK-SHIFTS-PATH.
            ACCEPT WRK-SHIFTS-PATH FROM ENVIRONMENT "SHIFTSDAT".
            IF WRK-SHIFTS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\SHIFTS.DAT"
                   TO WRK-SHIFTS-PATH
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
                MOVE "C:\Cobol\Project\Data\MONTHEND.DAT"
                   TO WRK-MONTHEND-PATH
            END-IF.

       0200-INITIALIZE         SECTION.
            PERFORM 0195-SET-FILE-PATHS.
            OPEN I-O CASES.
            PERFORM 0210-VERIFICATION.

            OPEN I-O CUSTOMERS.
            PERFORM 0212-VERIFICATION-CUSTOMERS.

            OPEN INPUT RENTALS.

      *      THE HISTORY FILE ONLY EXISTS ONCE THE RENTAL ARCHIVE JOB
      *      HAS RUN - WITHOUT IT ONLY LIVE RENTALS CAN BE LINKED.
            OPEN INPUT RENTALS-HIST.
            IF HIST-STATUS = ZEROS
                MOVE "Y" TO WRK-HIST-AVAIL-FLAG
            ELSE
                MOVE "N" TO WRK-HIST-AVAIL-FLAG
            END-IF.

            MOVE SPACES TO WRK-OPERATOR.
            ACCEPT WRK-OPERATOR FROM ENVIRONMENT "OPERATORID".
            IF WRK-OPERATOR = SPACES
                MOVE "COUNTER" TO WRK-OPERATOR
            END-IF.

            MOVE SPACES TO WRK-STORE-CODE.
            ACCEPT WRK-STORE-CODE FROM ENVIRONMENT "STORECODE".
            IF WRK-STORE-CODE = SPACES
                MOVE "001" TO WRK-STORE-CODE
            END-IF.

            PERFORM 0218-CHECK-PERIOD-LOCK.

      *      NO SHIFT FILE YET JUST MEANS THE DRAWER MODULE HAS NOT
      *      RUN - PAYMENT ROWS THEN CARRY SHIFT ZERO.
            OPEN INPUT SHIFTS.
            IF SHIFTS-STATUS = ZEROS
                MOVE "Y" TO WRK-SHIFTS-AVAIL-FLAG
                PERFORM 0215-FIND-OPEN-SHIFT
            ELSE
                MOVE "N" TO WRK-SHIFTS-AVAIL-FLAG
            END-IF.

       0210-VERIFICATION       SECTION.
            EVALUATE CASES-STATUS
              WHEN 0
                CONTINUE
              WHEN 30
                MOVE WRK-MSG-PATH TO WRK-ERROR-MSG
              WHEN 35
                OPEN OUTPUT CASES
                CLOSE CASES
                OPEN I-O CASES
                CONTINUE
              WHEN 42
                MOVE WRK-MSG-CORRUPTED TO WRK-ERROR-MSG
              WHEN OTHER
                MOVE WRK-MSG-UNKNOWN TO WRK-ERROR-MSG
            END-EVALUATE.

            IF WRK-ERROR-MSG NOT EQUAL SPACES
               PERFORM 9000-MANAGE-ERROR
            END-IF.

       0212-VERIFICATION-CUSTOMERS SECTION.
            EVALUATE CUSTOMERS-STATUS
              WHEN 0
                CONTINUE
              WHEN 30
                MOVE WRK-MSG-PATH TO WRK-ERROR-MSG
              WHEN 35
                MOVE WRK-MSG-OPEN TO WRK-ERROR-MSG
              WHEN 42
                MOVE WRK-MSG-CORRUPTED TO WRK-ERROR-MSG
              WHEN OTHER
                MOVE WRK-MSG-UNKNOWN TO WRK-ERROR-MSG
            END-EVALUATE.

            IF WRK-ERROR-MSG NOT EQUAL SPACES
               PERFORM 9000-MANAGE-ERROR
            END-IF.

      *      THE OPERATOR'S OPEN DRAWER SESSION, IF ANY - THE SAME
      *      SEARCH THE CUSTOMER SCREEN MAKES.
       0215-FIND-OPEN-SHIFT    SECTION.
            MOVE ZEROS TO WRK-SHIFT-ID.
            MOVE ZEROS TO SHIFT-ID.
            START SHIFTS KEY IS GREATER THAN SHIFT-ID
               INVALID KEY
                   MOVE 10 TO SHIFTS-STATUS
               NOT INVALID KEY
                   MOVE 0 TO SHIFTS-STATUS
            END-START.

            PERFORM UNTIL SHIFTS-STATUS = 10
               READ SHIFTS NEXT
                  AT END
                      MOVE 10 TO SHIFTS-STATUS
                  NOT AT END
                      IF SHIFT-OPERATOR = WRK-OPERATOR
                            AND SHIFT-SESSION-OPEN
                          MOVE SHIFT-ID TO WRK-SHIFT-ID
                      END-IF
               END-READ
            END-PERFORM.

      *      THE LOCK IS CHECKED BEFORE A MONEY RESOLUTION TOUCHES
      *      THE ACCOUNT - PAYLOG KEEPS ITS OWN CHECK AS THE BACKSTOP.
       0218-CHECK-PERIOD-LOCK  SECTION.
            MOVE "N" TO WRK-PERIOD-LOCKED.
            OPEN INPUT MONTHEND.
            IF MONTHEND-STATUS = ZEROS
                ACCEPT WRK-TODAY FROM DATE YYYYMMDD
                MOVE WRK-TODAY(1:6) TO MEND-MONTH
                READ MONTHEND
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MEND-LOCKED
                           MOVE "Y" TO WRK-PERIOD-LOCKED
                       END-IF
                END-READ
                CLOSE MONTHEND
            END-IF.

       0300-PROCESS            SECTION.
            MOVE SPACES TO WRK-MAINT-MODE.
            DISPLAY CLEANER-SCREEN.
            DISPLAY MODE-SCREEN.
            ACCEPT MODE-ENTRY.

            EVALUATE TRUE
              WHEN WRK-MAINT-MODE = "O" OR WRK-MAINT-MODE = "o"
                PERFORM 0310-OPEN-CASE
              WHEN WRK-MAINT-MODE = "A" OR WRK-MAINT-MODE = "a"
                PERFORM 0320-ASSIGN-CASE
              WHEN WRK-MAINT-MODE = "R" OR WRK-MAINT-MODE = "r"
                PERFORM 0330-RESOLVE-CASE
              WHEN WRK-MAINT-MODE = "C" OR WRK-MAINT-MODE = "c"
                PERFORM 0340-CUSTOMER-CASES
              WHEN WRK-MAINT-MODE = "L" OR WRK-MAINT-MODE = "l"
                PERFORM 0350-AGING-REPORT
              WHEN WRK-MAINT-MODE = "X" OR WRK-MAINT-MODE = "x"
                CONTINUE
              WHEN OTHER
                MOVE WRK-MSG-BADMODE TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-EVALUATE.

       0310-OPEN-CASE          SECTION.
            MOVE ZEROS TO CUSTOMER-KEY.
            DISPLAY CUSTOMER-LOOKUP-SCREEN.
            ACCEPT CUSTOMER-LOOKUP-KEY.

            READ CUSTOMERS
               INVALID KEY
                   MOVE WRK-MSG-CUSTNOTFOUND TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
               NOT INVALID KEY
                   DISPLAY CUSTOMER-NAME LINE 09 COLUMN 35
                   PERFORM 0312-TAKE-CASE-ENTRY
            END-READ.

      *      THE CASE IS ABOUT ONE RENTAL, ONE RECEIPT, OR NEITHER.
      *      A RENTAL MUST BE THIS CUSTOMER'S; A RECEIPT NUMBER IS
      *      TAKEN AS GIVEN, THE PAYMENTS LOG BEING A FLAT FILE.
       0312-TAKE-CASE-ENTRY    SECTION.
            MOVE ZEROS TO WRK-CASE-RENTAL-IN WRK-CASE-RECEIPT-IN.
            MOVE SPACES TO WRK-CASE-CATEGORY WRK-CASE-DESCRIPTION.
            MOVE WRK-OPERATOR TO WRK-CASE-ASSIGNED.
            DISPLAY CASE-ENTRY-SCREEN.
            ACCEPT CASE-ENTRY-DATA.
            INSPECT WRK-CASE-CATEGORY CONVERTING "ldro" TO "LDRO".
            PERFORM 0314-CHECK-RENTAL-LINK.

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
                MOVE WRK-MSG-BADRENTAL TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
              WHEN OTHER
                PERFORM 0316-WRITE-CASE
            END-EVALUATE.

       0314-CHECK-RENTAL-LINK  SECTION.
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
                IF WRK-LINK-OK-FLAG NOT = "Y"
                      AND WRK-HIST-AVAIL-FLAG = "Y"
                    MOVE WRK-CASE-RENTAL-IN TO HIST-KEY
                    READ RENTALS-HIST
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF HIST-CUSTOMER-KEY = CUSTOMER-KEY
                               MOVE "Y" TO WRK-LINK-OK-FLAG
                           END-IF
                    END-READ
                END-IF
            END-IF.

      *      CASELOG NUMBERS AND WRITES THE CASE AND OPENS THE FILE
      *      ITSELF, SO OUR OWN OPEN IS DROPPED AROUND THE CALL.
       0316-WRITE-CASE         SECTION.
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

            CLOSE CASES.
            CALL "CASELOG" USING WRK-CASE-REC.
            OPEN I-O CASES.

            IF WRK-CASE-RESULT = "Y"
                DISPLAY "CASE" LINE 16 COLUMN 10
                DISPLAY WRK-CASE-NUMBER LINE 16 COLUMN 15
                MOVE WRK-MSG-CASEOPENED TO WRK-ERROR-MSG
            ELSE
                MOVE WRK-MSG-NOTSAVED TO WRK-ERROR-MSG
            END-IF.
            PERFORM 9000-MANAGE-ERROR.

       0320-ASSIGN-CASE        SECTION.
            PERFORM 0390-READ-OPEN-CASE.

            IF CASES-STATUS = ZEROS
                MOVE CASE-ASSIGNED TO WRK-ASSIGN-IN
                DISPLAY ASSIGN-SCREEN
                ACCEPT ASSIGN-DATA
                MOVE WRK-ASSIGN-IN TO CASE-ASSIGNED
                REWRITE CASES-REG
                   INVALID KEY
                       MOVE WRK-MSG-NOTSAVED TO WRK-ERROR-MSG
                   NOT INVALID KEY
                       MOVE WRK-MSG-ASSIGNED TO WRK-ERROR-MSG
                END-REWRITE
                PERFORM 9000-MANAGE-ERROR
            END-IF.

      *      NO ADJUSTMENT JUST CLOSES THE CASE. MONEY BACK IS EITHER
      *      CREDIT ON ACCOUNT (C) OR A REVERSAL OF WHAT IS STILL OWED
      *      ON THE BALANCE (B) - NEVER CASH OVER THE COUNTER - AND
      *      NEEDS THE PERIOD OPEN AND A SUPERVISOR TO SIGN.
       0330-RESOLVE-CASE       SECTION.
            PERFORM 0390-READ-OPEN-CASE.

            IF CASES-STATUS = ZEROS
                MOVE SPACES TO WRK-OUTCOME-IN WRK-RESOLUTION-IN
                MOVE ZEROS TO WRK-ADJ-AMOUNT-IN
                DISPLAY RESOLVE-SCREEN
                ACCEPT RESOLVE-DATA
                INSPECT WRK-OUTCOME-IN CONVERTING "ncb" TO "NCB"

                EVALUATE TRUE
                  WHEN WRK-OUTCOME-IN NOT = "N"
                        AND WRK-OUTCOME-IN NOT = "C"
                        AND WRK-OUTCOME-IN NOT = "B"
                    MOVE WRK-MSG-BADOUTCOME TO WRK-ERROR-MSG
                    PERFORM 9000-MANAGE-ERROR
                  WHEN WRK-RESOLUTION-IN = SPACES
                    MOVE WRK-MSG-NORESOLUTION TO WRK-ERROR-MSG
                    PERFORM 9000-MANAGE-ERROR
                  WHEN WRK-OUTCOME-IN = "N"
                    MOVE ZEROS TO WRK-ADJ-AMOUNT-IN
                    PERFORM 0338-CLOSE-CASE
                  WHEN WRK-ADJ-AMOUNT-IN = ZEROS
                    MOVE WRK-MSG-BADAMOUNT TO WRK-ERROR-MSG
                    PERFORM 9000-MANAGE-ERROR
                  WHEN WRK-PERIOD-LOCKED = "Y"
                    MOVE WRK-MSG-PERIODLOCKED TO WRK-ERROR-MSG
                    PERFORM 9000-MANAGE-ERROR
                  WHEN OTHER
                    PERFORM 0332-ADJUST-ACCOUNT
                END-EVALUATE
            END-IF.

       0332-ADJUST-ACCOUNT     SECTION.
            MOVE CASE-CUSTOMER-KEY TO CUSTOMER-KEY.
            READ CUSTOMERS
               INVALID KEY
                   MOVE WRK-MSG-CUSTNOTFOUND TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
               NOT INVALID KEY
                   MOVE CUSTOMERS-REG TO WRK-RJ-CUST-BEFORE
                   IF WRK-OUTCOME-IN = "B"
                         AND WRK-ADJ-AMOUNT-IN > CUSTOMER-BALANCE
                       MOVE WRK-MSG-OVERBALANCE TO WRK-ERROR-MSG
                       PERFORM 9000-MANAGE-ERROR
                   ELSE
                       PERFORM 0367-SUPERVISOR-SIGNIN
                       IF WRK-SUP-APPROVER = SPACES
                           MOVE WRK-MSG-BADSUPER TO WRK-ERROR-MSG
                           PERFORM 9000-MANAGE-ERROR
                       ELSE
                           PERFORM 0334-POST-ADJUSTMENT
                           PERFORM 0338-CLOSE-CASE
                       END-IF
                   END-IF
            END-READ.

      *      CREDIT GOES ON THE ACCOUNT LIKE A DEPOSIT WITH NO CASH
      *      BEHIND IT; A REVERSAL COMES OFF THE BALANCE AND IS BOOKED
      *      AS A WRITE-OFF ROW, AS THE CUSTOMER SCREEN BOOKS ONE.
      *      EITHER WAY THE LEDGER LINE CARRIES THE CASE NUMBER AND
      *      THE SIGN-OFF GOES TO THE OVERRIDE LOG.
       0334-POST-ADJUSTMENT    SECTION.
            IF WRK-OUTCOME-IN = "C"
                ADD WRK-ADJ-AMOUNT-IN TO CUSTOMER-CREDIT
            ELSE
                SUBTRACT WRK-ADJ-AMOUNT-IN FROM CUSTOMER-BALANCE
            END-IF.
            REWRITE CUSTOMERS-REG.
            MOVE "R" TO WRK-RJ-OPERATION.
            PERFORM 8100-JOURNAL-CUSTOMER.

            IF WRK-OUTCOME-IN = "C"
                MOVE "C" TO WRK-LEDG-FIELD
                MOVE WRK-ADJ-AMOUNT-IN TO WRK-LEDG-AMOUNT
            ELSE
                MOVE "B" TO WRK-LEDG-FIELD
                COMPUTE WRK-LEDG-AMOUNT = 0 - WRK-ADJ-AMOUNT-IN
            END-IF.
            MOVE "DISPUTE" TO WRK-LEDG-REASON.
            PERFORM 0380-POST-LEDGER.

            MOVE "DISPUTE"         TO WRK-OVR-TYPE.
            MOVE WRK-SUP-APPROVER  TO WRK-OVR-APPROVER.
            MOVE WRK-OPERATOR      TO WRK-OVR-REQUESTER.
            MOVE WRK-ADJ-AMOUNT-IN TO WRK-OVR-AMOUNT.
            MOVE "C"               TO WRK-OVR-KEY-KIND.
            MOVE CUSTOMER-KEY      TO WRK-OVR-KEY.
            MOVE WRK-RESOLUTION-IN TO WRK-OVR-REASON.
            CALL "OVRLOG" USING WRK-OVR-REC.

            IF WRK-OUTCOME-IN = "B"
                MOVE ZEROS TO WRK-PAY-RENTAL-KEY WRK-PAY-MOVIES-KEY
                IF CASE-LINK-RENTAL
                    MOVE CASE-LINK-KEY TO WRK-PAY-RENTAL-KEY
                END-IF
                MOVE CUSTOMER-KEY TO WRK-PAY-CUSTOMER-KEY
                MOVE WRK-ADJ-AMOUNT-IN TO WRK-PAY-AMOUNT
                MOVE "O" TO WRK-PAY-TYPE
                MOVE "W" TO WRK-PAY-CATEGORY
                MOVE WRK-OPERATOR TO WRK-PAY-OPERATOR
                MOVE "DISPUTE" TO WRK-PAY-RULE
                MOVE WRK-SHIFT-ID TO WRK-PAY-SHIFT
                MOVE SPACES TO WRK-PAY-PROMO
                MOVE ZEROS TO WRK-PAY-TAX
                MOVE WRK-STORE-CODE TO WRK-PAY-STORE
                CALL "PAYLOG" USING WRK-PAY-REC
                IF WRK-PAY-RESULT = "N"
                    MOVE WRK-MSG-PERIODLOCKED TO WRK-ERROR-MSG
                    PERFORM 9000-MANAGE-ERROR
                END-IF
            END-IF.

       0338-CLOSE-CASE         SECTION.
            MOVE "R"               TO CASE-STATUS-FLAG.
            ACCEPT CASE-RESOLVED-DATE FROM DATE YYYYMMDD.
            MOVE WRK-OPERATOR      TO CASE-RESOLVED-BY.
            MOVE WRK-OUTCOME-IN    TO CASE-OUTCOME.
            MOVE WRK-ADJ-AMOUNT-IN TO CASE-ADJ-AMOUNT.
            MOVE WRK-RESOLUTION-IN TO CASE-RESOLUTION.

            REWRITE CASES-REG
               INVALID KEY
                   MOVE WRK-MSG-NOTSAVED TO WRK-ERROR-MSG
               NOT INVALID KEY
                   MOVE WRK-MSG-RESOLVED TO WRK-ERROR-MSG
            END-REWRITE.
            PERFORM 9000-MANAGE-ERROR.

      *      EVERY CASE THE CUSTOMER HAS HAD, OPEN AND RESOLVED, IN
      *      THE ORDER THEY WERE OPENED.
       0340-CUSTOMER-CASES     SECTION.
            MOVE ZEROS TO CUSTOMER-KEY WRK-LIST-QTY.
            DISPLAY CUSTOMER-LOOKUP-SCREEN.
            ACCEPT CUSTOMER-LOOKUP-KEY.
            MOVE CUSTOMER-KEY TO WRK-LIST-CUSTOMER.

            READ CUSTOMERS
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-NAME
               NOT INVALID KEY
                   DISPLAY CUSTOMER-NAME LINE 09 COLUMN 35
            END-READ.

            MOVE 10 TO WRK-LINE.
            PERFORM 0345-LIST-HEADER.

            MOVE WRK-LIST-CUSTOMER TO CASE-CUSTOMER-KEY.
            START CASES KEY IS EQUAL TO CASE-CUSTOMER-KEY
               INVALID KEY
                   MOVE 10 TO CASES-STATUS
               NOT INVALID KEY
                   MOVE 0 TO CASES-STATUS
            END-START.

            PERFORM UNTIL CASES-STATUS = 10
               READ CASES NEXT
                  AT END
                      MOVE 10 TO CASES-STATUS
                  NOT AT END
                      IF CASE-CUSTOMER-KEY NOT = WRK-LIST-CUSTOMER
                          MOVE 10 TO CASES-STATUS
                      ELSE
                          PERFORM 0347-LIST-ONE
                      END-IF
               END-READ
            END-PERFORM.

            IF WRK-LIST-QTY = ZEROS
                MOVE WRK-MSG-NOCASES TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                ADD 1 TO WRK-LINE
                DISPLAY WRK-MSG-PRESSKEY LINE WRK-LINE COLUMN 05
                ACCEPT WRK-KEY LINE WRK-LINE COLUMN 20
                MOVE SPACES TO WRK-KEY
            END-IF.

       0345-LIST-HEADER        SECTION.
            DISPLAY WRK-CASE-HDR-ID     LINE WRK-LINE COLUMN 05.
            DISPLAY WRK-CASE-HDR-ST     LINE WRK-LINE COLUMN 12.
            DISPLAY WRK-CASE-HDR-CAT    LINE WRK-LINE COLUMN 15.
            DISPLAY WRK-CASE-HDR-OPEN   LINE WRK-LINE COLUMN 18.
            DISPLAY WRK-CASE-HDR-ASSIGN LINE WRK-LINE COLUMN 28.
            DISPLAY WRK-CASE-HDR-OUT    LINE WRK-LINE COLUMN 38.
            DISPLAY WRK-CASE-HDR-AMT    LINE WRK-LINE COLUMN 41.
            DISPLAY WRK-CASE-HDR-DESC   LINE WRK-LINE COLUMN 50.

       0347-LIST-ONE           SECTION.
            ADD 1 TO WRK-LIST-QTY.
            ADD 1 TO WRK-LINE.
            DISPLAY CASE-NUMBER          LINE WRK-LINE COLUMN 05.
            DISPLAY CASE-STATUS-FLAG     LINE WRK-LINE COLUMN 12.
            DISPLAY CASE-CATEGORY        LINE WRK-LINE COLUMN 15.
            DISPLAY CASE-OPEN-DATE       LINE WRK-LINE COLUMN 18.
            DISPLAY CASE-ASSIGNED        LINE WRK-LINE COLUMN 28.
            DISPLAY CASE-OUTCOME         LINE WRK-LINE COLUMN 38.
            DISPLAY CASE-ADJ-AMOUNT      LINE WRK-LINE COLUMN 41.
            DISPLAY CASE-DESCRIPTION(1:25) LINE WRK-LINE COLUMN 50.
            IF WRK-LINE > 20
                DISPLAY WRK-MSG-PRESSKEY LINE 22 COLUMN 05
                ACCEPT WRK-KEY LINE 22 COLUMN 20
                DISPLAY CLEANER-SCREEN
                MOVE 09 TO WRK-LINE
                PERFORM 0345-LIST-HEADER
            END-IF.

      *      EVERY OPEN CASE WITH THE DAYS IT HAS BEEN OPEN, AND HOW
      *      MANY FALL IN EACH AGE BAND AT THE FOOT.
       0350-AGING-REPORT       SECTION.
            MOVE ZEROS TO WRK-OPEN-QTY WRK-AGE-07 WRK-AGE-30
               WRK-AGE-60 WRK-AGE-OVER.
            ACCEPT WRK-TODAY FROM DATE YYYYMMDD.
            OPEN OUTPUT CASE-REPORT.

            MOVE SPACES TO CASE-REPORT-REG.
            STRING "OPEN DISPUTE CASE AGING - " DELIMITED BY SIZE
                   WRK-TODAY DELIMITED BY SIZE
                   INTO CASE-REPORT-DATA
            END-STRING.
            WRITE CASE-REPORT-REG.

            MOVE SPACES TO CASE-REPORT-REG.
            MOVE "CASE"        TO CASE-REPORT-DATA(001:04).
            MOVE "CUST"        TO CASE-REPORT-DATA(008:04).
            MOVE "CT"          TO CASE-REPORT-DATA(015:02).
            MOVE "OPENED"      TO CASE-REPORT-DATA(018:06).
            MOVE "AGE"         TO CASE-REPORT-DATA(028:03).
            MOVE "ASSIGNED"    TO CASE-REPORT-DATA(040:08).
            MOVE "DESCRIPTION" TO CASE-REPORT-DATA(050:11).
            WRITE CASE-REPORT-REG.

            MOVE SPACES TO CASE-REPORT-REG.
            MOVE "----------------------------" TO CASE-REPORT-DATA.
            WRITE CASE-REPORT-REG.

            MOVE ZEROS TO CASE-NUMBER.
            START CASES KEY IS GREATER THAN CASE-NUMBER
               INVALID KEY
                   MOVE 10 TO CASES-STATUS
               NOT INVALID KEY
                   MOVE 0 TO CASES-STATUS
            END-START.

            MOVE 09 TO WRK-LINE.
            PERFORM UNTIL CASES-STATUS = 10
               READ CASES NEXT
                  AT END
                      MOVE 10 TO CASES-STATUS
                  NOT AT END
                      IF CASE-OPEN
                          PERFORM 0355-AGE-ONE
                      END-IF
               END-READ
            END-PERFORM.

            PERFORM 0358-AGING-TOTALS.
            CLOSE CASE-REPORT.
            CALL "RPTFILE" USING WRK-RPTFILE-REC.

            IF WRK-OPEN-QTY = ZEROS
                MOVE WRK-MSG-NOOPENCASES TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                ADD 1 TO WRK-LINE
                DISPLAY WRK-MSG-PRESSKEY LINE WRK-LINE COLUMN 05
                ACCEPT WRK-KEY LINE WRK-LINE COLUMN 20
                MOVE SPACES TO WRK-KEY
            END-IF.

       0355-AGE-ONE            SECTION.
            ADD 1 TO WRK-OPEN-QTY.
            COMPUTE WRK-CASE-DAYS =
               FUNCTION INTEGER-OF-DATE(WRK-TODAY) -
               FUNCTION INTEGER-OF-DATE(CASE-OPEN-DATE).

            EVALUATE TRUE
              WHEN WRK-CASE-DAYS <= 7
                ADD 1 TO WRK-AGE-07
              WHEN WRK-CASE-DAYS <= 30
                ADD 1 TO WRK-AGE-30
              WHEN WRK-CASE-DAYS <= 60
                ADD 1 TO WRK-AGE-60
              WHEN OTHER
                ADD 1 TO WRK-AGE-OVER
            END-EVALUATE.

            MOVE SPACES TO CASE-REPORT-REG.
            MOVE CASE-NUMBER       TO CASE-REPORT-DATA(001:05).
            MOVE CASE-CUSTOMER-KEY TO CASE-REPORT-DATA(008:05).
            MOVE CASE-CATEGORY     TO CASE-REPORT-DATA(015:01).
            MOVE CASE-OPEN-DATE    TO CASE-REPORT-DATA(018:08).
            MOVE WRK-CASE-DAYS     TO CASE-REPORT-DATA(028:05).
            MOVE "DAYS"            TO CASE-REPORT-DATA(034:04).
            MOVE CASE-ASSIGNED     TO CASE-REPORT-DATA(040:08).
            MOVE CASE-DESCRIPTION(1:30) TO CASE-REPORT-DATA(050:30).
            WRITE CASE-REPORT-REG.

            ADD 1 TO WRK-LINE.
            DISPLAY CASE-NUMBER    LINE WRK-LINE COLUMN 05.
            DISPLAY CASE-CUSTOMER-KEY LINE WRK-LINE COLUMN 12.
            DISPLAY CASE-OPEN-DATE LINE WRK-LINE COLUMN 20.
            DISPLAY WRK-CASE-DAYS  LINE WRK-LINE COLUMN 30.
            DISPLAY CASE-ASSIGNED  LINE WRK-LINE COLUMN 38.
            IF WRK-LINE > 20
                DISPLAY WRK-MSG-PRESSKEY LINE 22 COLUMN 05
                ACCEPT WRK-KEY LINE 22 COLUMN 20
                DISPLAY CLEANER-SCREEN
                MOVE 09 TO WRK-LINE
            END-IF.

       0358-AGING-TOTALS       SECTION.
            MOVE SPACES TO CASE-REPORT-REG.
            MOVE "----------------------------" TO CASE-REPORT-DATA.
            WRITE CASE-REPORT-REG.

            MOVE SPACES TO CASE-REPORT-REG.
            MOVE "OPEN CASES:"  TO CASE-REPORT-DATA(001:11).
            MOVE WRK-OPEN-QTY   TO CASE-REPORT-DATA(013:05).
            MOVE "0-7:"         TO CASE-REPORT-DATA(021:04).
            MOVE WRK-AGE-07     TO CASE-REPORT-DATA(026:05).
            MOVE "8-30:"        TO CASE-REPORT-DATA(033:05).
            MOVE WRK-AGE-30     TO CASE-REPORT-DATA(039:05).
            MOVE "31-60:"       TO CASE-REPORT-DATA(046:06).
            MOVE WRK-AGE-60     TO CASE-REPORT-DATA(053:05).
            MOVE "OVER 60:"     TO CASE-REPORT-DATA(060:08).
            MOVE WRK-AGE-OVER   TO CASE-REPORT-DATA(069:05).
            WRITE CASE-REPORT-REG.

      *      SHARED BY ASSIGN AND RESOLVE - LEAVES CASES-STATUS ZERO
      *      ONLY WHEN AN OPEN CASE IS ON SCREEN AND READY TO UPDATE.
       0390-READ-OPEN-CASE     SECTION.
            MOVE ZEROS TO WRK-CASE-IN.
            DISPLAY CASE-NUMBER-SCREEN.
            ACCEPT CASE-NUMBER-KEY.

            MOVE WRK-CASE-IN TO CASE-NUMBER.
            READ CASES
               INVALID KEY
                   MOVE 23 TO CASES-STATUS
                   MOVE WRK-MSG-CASENOTFOUND TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
               NOT INVALID KEY
                   IF NOT CASE-OPEN
                       MOVE 99 TO CASES-STATUS
                       MOVE WRK-MSG-NOTOPEN TO WRK-ERROR-MSG
                       PERFORM 9000-MANAGE-ERROR
                   ELSE
                       MOVE CASE-CUSTOMER-KEY TO CUSTOMER-KEY
                       READ CUSTOMERS
                          INVALID KEY
                              MOVE SPACES TO CUSTOMER-NAME
                       END-READ
                       DISPLAY CASE-DETAIL-SCREEN
                   END-IF
            END-READ.

      *      THE APPROVER SIGNS IN WITH THEIR OWN USERS.DAT ID AND
      *      PASSWORD AT LEVEL 2 OR ABOVE, AS FOR A WRITE-OFF. THE
      *      RESOLUTION TEXT IS THE REASON ON THE OVERRIDE LOG.
       0367-SUPERVISOR-SIGNIN  SECTION.
            MOVE SPACES TO WRK-SUP-ENTRY WRK-SUP-PASSWORD
               WRK-SUP-APPROVER.
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

      *      THE LEDGER LINE IS REFERENCED TO THE CASE, NOT THE SHIFT.
       0380-POST-LEDGER        SECTION.
            MOVE CUSTOMER-KEY     TO WRK-LEDG-CUSTOMER.
            MOVE CASE-NUMBER      TO WRK-LEDG-REF-KEY.
            MOVE WRK-OPERATOR     TO WRK-LEDG-OPERATOR.
            MOVE CUSTOMER-BALANCE TO WRK-LEDG-BALANCE.
            MOVE CUSTOMER-CREDIT  TO WRK-LEDG-CREDIT.
            MOVE CUSTOMER-POINTS  TO WRK-LEDG-POINTS.
            CALL "CUSTLEDG" USING WRK-LEDG-REC.

       0400-FINALIZE           SECTION.
            CLOSE CASES.
            CLOSE CUSTOMERS.
            CLOSE RENTALS.
            IF WRK-HIST-AVAIL-FLAG = "Y"
                CLOSE RENTALS-HIST
            END-IF.
            IF WRK-SHIFTS-AVAIL-FLAG = "Y"
                CLOSE SHIFTS
            END-IF.
            GOBACK.

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

       9000-MANAGE-ERROR       SECTION.
            MOVE SPACES TO WRK-KEY.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
