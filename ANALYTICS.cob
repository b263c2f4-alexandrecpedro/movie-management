       IDENTIFICATION          DIVISION.
       PROGRAM-ID. ANALYTICS.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: NIGHTLY ANALYTICS EXTRACT FOR SPREADSHEET AND BI
      *          TOOLS - ONE RENTAL FACT FILE AND SIX DIMENSION FILES,
      *          SEMICOLON DELIMITED (THE COMMA IS THE DECIMAL POINT)
      *          WITH A COLUMN HEADING ON EVERY FILE:
      *            ANLFACT.TXT  ONE ROW PER CHECK-OUT (O), RENEWAL (N)
      *                         AND CHECK-IN (I) FROM RENTALS.DAT, THE
      *                         ARCHIVE AND PAYMENTS.TXT
      *            ANLTITLE.TXT TITLES   ANLCUST.TXT  CUSTOMERS (AGE
      *            ANLCOPY.TXT  COPIES   BAND AND TENURE ONLY - NO
      *            ANLDIST.TXT  DISTRIB  NAMES, PHONES OR BIRTH DATES)
      *            ANLOPER.TXT  OPERATORS
      *            ANLDATE.TXT  ONE ROW PER CALENDAR DAY COVERED
      *          ANLCTL.TXT CARRIES THE ROW COUNTS AND AMOUNT TOTALS
      *          OF EVERY FILE AND, PER DAY, THE CHECK-OUTS, CHECK-INS,
      *          LATE FEES AND TAX SET AGAINST THE SEALED DAYCLOSE
      *          RECORD, ENDING IN A "T" TRAILER.
      *
      *          FACTS ARE INCREMENTAL - ONLY EVENTS DATED AFTER THE
      *          LAST RUN (ANALYTICS.CKP) - UNLESS A FULL REFRESH IS
      *          ASKED FOR (ANALYTICSFULL=Y IN THE NIGHT CHAIN) OR NO
      *          RUN HAS BEEN MADE YET. A RERUN ON THE SAME DAY COVERS
      *          THE SAME DAYS AGAIN. THE DIMENSIONS ARE SMALL AND ARE
      *          ALWAYS SENT WHOLE.
      *
      *          A RENEWAL LEAVES NO DATE ON THE RENTAL, SO RENEWALS
      *          ARE THE RENTAL-INCOME PAYMENT ROWS TAKEN ON A DAY
      *          OTHER THAN THE CHECK-OUT. A VOIDED ROW COMES OUT WITH
      *          NEGATIVE AMOUNTS.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      MOVIES.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      MOVIESDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT MOVIES ASSIGN TO WRK-MOVIES-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS MOVIES-STATUS
            RECORD KEY IS MOVIES-KEY.

      *      CUSTOMERS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      CUSTOMERSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT CUSTOMERS ASSIGN TO WRK-CUSTOMERS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
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

      *      COPIES.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      COPIESDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT COPIES ASSIGN TO WRK-COPIES-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS COPIES-STATUS
            RECORD KEY IS COPY-ID.

      *      DISTRIB.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      DISTRIBDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT DISTRIB ASSIGN TO WRK-DISTRIB-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS DISTRIB-STATUS
            RECORD KEY IS DIST-CODE
            ALTERNATE RECORD KEY IS DIST-NAME
               WITH DUPLICATES.

      *      USERS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      USERSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT USERS ASSIGN TO WRK-USERS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS USERS-STATUS
            RECORD KEY IS USER-ID.

      *      PAYMENTS.TXT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      PAYMENTSTXT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT PAYMENTS ASSIGN TO WRK-PAYMENTS-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAYMENTS-STATUS.

      *      SELECT DAYCLOSE-FILE ASSIGN TO "./Data/DAYCLOSE.DAT"
            SELECT DAYCLOSE-FILE ASSIGN TO
              "C:\Cobol\Project\Data\DAYCLOSE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS DAYCLOSE-STATUS
            RECORD KEY IS CLOSE-DATE.

      *      SELECT ANL-STATE ASSIGN TO "./Data/ANALYTICS.CKP"
            SELECT ANL-STATE ASSIGN TO
              "C:\Cobol\Project\Data\ANALYTICS.CKP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ANL-STATE-STATUS.

      *      SELECT ANL-FACT ASSIGN TO "./Data/ANLFACT.TXT"
            SELECT ANL-FACT ASSIGN TO
              "C:\Cobol\Project\Data\ANLFACT.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ANL-FACT-STATUS.

      *      SELECT ANL-DIM ASSIGN TO "./Data/ANL<NAME>.TXT"
      *      ONE DIMENSION FILE AT A TIME - SEE 0350-WRITE-DIMENSIONS
            SELECT ANL-DIM ASSIGN TO WRK-DIM-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ANL-DIM-STATUS.

      *      SELECT ANL-CTL ASSIGN TO "./Data/ANLCTL.TXT"
            SELECT ANL-CTL ASSIGN TO
              "C:\Cobol\Project\Data\ANLCTL.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ANL-CTL-STATUS.

            SELECT SORT-EVENTS ASSIGN TO "SORTWK1".

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- TITLE MASTER
       FD MOVIES.
       01 MOVIES-REG.
            05 MOVIES-KEY            PIC 9(005).
            05 MOVIES-TITLE          PIC X(050).
            05 MOVIES-GENRE          PIC X(030).
            05 MOVIES-DURATION       PIC 9(003).
            05 MOVIES-DISTRIBUTOR    PIC X(040).
            05 MOVIES-RATING         PIC X(005).
            05 MOVIES-STATUS-FLAG    PIC X(001).
                88 MOVIES-ACTIVE             VALUE "A".
                88 MOVIES-INACTIVE           VALUE "I".
            05 MOVIES-RELEASE-YEAR   PIC 9(004).
            05 MOVIES-RENTAL-PRICE   PIC 9(003)V99.
            05 MOVIES-ENTRY-DATE     PIC 9(008).

      *---------------------------- CUSTOMER MASTER
       FD CUSTOMERS.
       01 CUSTOMERS-REG.
            05 CUSTOMER-KEY          PIC 9(005).
            05 CUSTOMER-NAME         PIC X(030).
            05 CUSTOMER-PHONE        PIC X(015).
            05 CUSTOMER-STATUS-FLAG  PIC X(001).
            05 CUSTOMER-BALANCE      PIC 9(005)V99.
            05 CUSTOMER-BIRTH-DATE   PIC 9(008).
            05 CUSTOMER-COLLECT-FLAG PIC X(001).
            05 CUSTOMER-CREDIT       PIC 9(005)V99.
            05 CUSTOMER-POINTS       PIC 9(005).
            05 CUSTOMER-TIER         PIC X(001).
            05 CUSTOMER-TIER-SCORE   PIC 9(003).

      *---------------------------- RENTAL FILE DESCRIPTION
       FD RENTALS.
       01 RENTALS-REG.
            05 RENTAL-KEY            PIC 9(005).
            05 RENTAL-MOVIES-KEY     PIC 9(005).
            05 RENTAL-CUSTOMER-KEY   PIC 9(005).
            05 RENTAL-CHECKOUT-DATE  PIC 9(008).
            05 RENTAL-DUE-DATE       PIC 9(008).
            05 RENTAL-RETURN-DATE    PIC 9(008).
            05 RENTAL-LATE-FEE       PIC 9(003)V99.
            05 RENTAL-STATUS-FLAG    PIC X(001).
                88 RENTAL-OPEN               VALUE "O".
                88 RENTAL-CLOSED             VALUE "C".
            05 RENTAL-COPY-NUMBER    PIC 9(002).
            05 RENTAL-CHARGED-PRICE  PIC 9(003)V99.
            05 RENTAL-PRICE-RULE     PIC X(008).
            05 RENTAL-PROMO-CODE     PIC X(008).
            05 RENTAL-DISCOUNT       PIC 9(003)V99.
            05 RENTAL-RENEWALS       PIC 9(002).
            05 RENTAL-STORE          PIC X(003).

      *---------------------------- RENTAL HISTORY (ARCHIVE)
       FD RENTALS-HIST.
       01 HIST-REG.
            05 HIST-KEY              PIC 9(005).
            05 HIST-MOVIES-KEY       PIC 9(005).
            05 HIST-CUSTOMER-KEY     PIC 9(005).
            05 HIST-CHECKOUT-DATE    PIC 9(008).
            05 HIST-DUE-DATE         PIC 9(008).
            05 HIST-RETURN-DATE      PIC 9(008).
            05 HIST-LATE-FEE         PIC 9(003)V99.
            05 HIST-STATUS-FLAG      PIC X(001).
            05 HIST-COPY-NUMBER      PIC 9(002).
            05 HIST-CHARGED-PRICE    PIC 9(003)V99.
            05 HIST-PRICE-RULE       PIC X(008).
            05 HIST-PROMO-CODE       PIC X(008).
            05 HIST-DISCOUNT         PIC 9(003)V99.
            05 HIST-RENEWALS         PIC 9(002).
            05 HIST-STORE            PIC X(003).

      *---------------------------- COPY MASTER
       FD COPIES.
       01 COPIES-REG.
            05 COPY-ID.
                10 COPY-MOVIES-KEY   PIC 9(005).
                10 COPY-NUMBER       PIC 9(002).
            05 COPY-BARCODE          PIC X(008).
            05 COPY-CONDITION        PIC X(001).
            05 COPY-STATUS-FLAG      PIC X(001).
            05 COPY-REPL-COST        PIC 9(003)V99.
            05 COPY-RENT-COUNT       PIC 9(005).
            05 COPY-STORE            PIC X(003).

      *---------------------------- DISTRIBUTOR MASTER
       FD DISTRIB.
       01 DISTRIB-REG.
            05 DIST-CODE              PIC X(006).
            05 DIST-NAME              PIC X(040).
            05 DIST-CONTACT           PIC X(030).
            05 DIST-PHONE             PIC X(015).
            05 DIST-STATUS-FLAG       PIC X(001).

      *---------------------------- OPERATOR MASTER
       FD USERS.
       01 USERS-REG.
            05 USER-ID                PIC X(008).
            05 USER-NAME              PIC X(030).
            05 USER-PASSWORD          PIC X(008).
            05 USER-LEVEL             PIC 9(001).
            05 USER-STATUS-FLAG       PIC X(001).
            05 USER-STORE             PIC X(003).

      *---------------------------- PAYMENTS FILE INPUT
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
            05 FILLER                 PIC X(001).
            05 PAY-PROMO              PIC X(008).
            05 FILLER                 PIC X(001).
            05 PAY-STORE              PIC X(003).
            05 FILLER                 PIC X(001).
            05 PAY-SIGN               PIC X(001).
                88 PAY-REVERSAL              VALUE "-".
            05 FILLER                 PIC X(012).

      *---------------------------- DAY CLOSE CONTROL FILE
       FD DAYCLOSE-FILE.
       01 CLOSE-REG.
            05 CLOSE-DATE            PIC 9(008).
            05 CLOSE-INSERTS         PIC 9(005).
            05 CLOSE-UPDATES         PIC 9(005).
            05 CLOSE-DELETES         PIC 9(005).
            05 CLOSE-CHECKOUTS       PIC 9(005).
            05 CLOSE-CHECKINS        PIC 9(005).
            05 CLOSE-FEES            PIC 9(007)V99.
            05 CLOSE-RUN-TIME        PIC 9(006).
            05 CLOSE-TAX             PIC 9(007)V99.
            05 CLOSE-VOIDS           PIC 9(005).
            05 CLOSE-VOID-AMOUNT     PIC 9(007)V99.

      *---------------------------- LAST RUN STATE
      *      THE DAYS THE LAST RUN COVERED - EVENTS DATED AFTER
      *      STATE-AFTER UP TO AND INCLUDING STATE-THROUGH.
       FD ANL-STATE.
       01 ANL-STATE-REG.
            05 STATE-AFTER           PIC 9(008).
            05 FILLER                PIC X(001).
            05 STATE-THROUGH         PIC 9(008).

      *---------------------------- FACT OUTPUT
       FD ANL-FACT.
       01 ANL-FACT-REG.
            05 ANL-FACT-DATA         PIC X(150).

      *---------------------------- DIMENSION OUTPUT
       FD ANL-DIM.
       01 ANL-DIM-REG.
            05 ANL-DIM-DATA          PIC X(200).

      *---------------------------- CONTROL OUTPUT
       FD ANL-CTL.
       01 ANL-CTL-REG.
            05 ANL-CTL-DATA          PIC X(150).

      *---------------------------- SORT WORK FILE (BY RENTAL, DAY)
      *      SOURCE "1" IS A CHECK-OUT OR CHECK-IN TAKEN FROM THE
      *      RENTAL ITSELF, SOURCE "2" A PAYMENT ROW AGAINST IT - SO
      *      ON EVERY DAY THE EVENT ARRIVES BEFORE ITS MONEY.
       SD SORT-EVENTS.
       01 SORT-EVENT-REC.
            05 SRT-RENTAL-KEY        PIC 9(005).
            05 SRT-DATE              PIC 9(008).
            05 SRT-SOURCE            PIC X(001).
            05 SRT-TIME              PIC X(006).
            05 SRT-EVENT             PIC X(001).
            05 SRT-MOVIES-KEY        PIC 9(005).
            05 SRT-COPY-NUMBER       PIC 9(002).
            05 SRT-CUSTOMER-KEY      PIC 9(005).
            05 SRT-STORE             PIC X(003).
            05 SRT-CHARGED           PIC 9(003)V99.
            05 SRT-DISCOUNT          PIC 9(003)V99.
            05 SRT-LATE-FEE          PIC 9(003)V99.
            05 SRT-TAX               PIC 9(003)V99.
            05 SRT-PROMO             PIC X(008).
            05 SRT-RULE              PIC X(008).
            05 SRT-OPERATOR          PIC X(008).
            05 SRT-SIGN              PIC X(001).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                    PIC X(001).

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                   PIC 9(002) VALUE 01.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG              PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "ANALYTICS".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-PRESSKEY      PIC X(040) VALUE
               "PRESS ANY KEY".
            05 WRK-MSG-FULL          PIC X(040) VALUE
               "FULL REFRESH, NOT SINCE LAST RUN (Y/N)?".
            05 WRK-MSG-FACTS         PIC X(040) VALUE
               "FACT ROWS".
            05 WRK-MSG-DAYSMATCH     PIC X(040) VALUE
               "DAYS MATCHING DAYCLOSE".
            05 WRK-MSG-DAYSDIFFER    PIC X(040) VALUE
               "DAYS DIFFERING FROM DAYCLOSE".
            05 WRK-MSG-DAYSOPEN      PIC X(040) VALUE
               "DAYS NOT YET CLOSED".
            05 WRK-MSG-DONE          PIC X(040) VALUE
               "ANALYTICS EXTRACT WRITTEN - SEE ANLCTL".

      *---------------------------- FILE
       77 MOVIES-STATUS              PIC 9(002) VALUE ZEROS.
       77 CUSTOMERS-STATUS           PIC 9(002) VALUE ZEROS.
       77 RENTALS-STATUS             PIC 9(002) VALUE ZEROS.
       77 HIST-STATUS                PIC 9(002) VALUE ZEROS.
       77 COPIES-STATUS              PIC 9(002) VALUE ZEROS.
       77 DISTRIB-STATUS             PIC 9(002) VALUE ZEROS.
       77 USERS-STATUS               PIC 9(002) VALUE ZEROS.
       77 PAYMENTS-STATUS            PIC 9(002) VALUE ZEROS.
       77 DAYCLOSE-STATUS            PIC 9(002) VALUE ZEROS.
       77 ANL-STATE-STATUS           PIC 9(002) VALUE ZEROS.
       77 ANL-FACT-STATUS            PIC 9(002) VALUE ZEROS.
       77 ANL-DIM-STATUS             PIC 9(002) VALUE ZEROS.
       77 ANL-CTL-STATUS             PIC 9(002) VALUE ZEROS.
       77 SORT-EOF-FLAG              PIC X(001) VALUE "N".

      *---------------------------- FILE PATHS
       77 WRK-MOVIES-PATH            PIC X(060) VALUE SPACES.
       77 WRK-CUSTOMERS-PATH         PIC X(060) VALUE SPACES.
       77 WRK-RENTALS-PATH           PIC X(060) VALUE SPACES.
       77 WRK-HIST-PATH              PIC X(060) VALUE SPACES.
       77 WRK-COPIES-PATH            PIC X(060) VALUE SPACES.
       77 WRK-DISTRIB-PATH           PIC X(060) VALUE SPACES.
       77 WRK-USERS-PATH             PIC X(060) VALUE SPACES.
       77 WRK-PAYMENTS-PATH          PIC X(060) VALUE SPACES.
       77 WRK-DIM-PATH               PIC X(060) VALUE SPACES.

      *---------------------------- RUN CONTROLS
       77 WRK-REPORT-BATCH           PIC X(001) VALUE "N".
       77 WRK-FULL-FLAG              PIC X(001) VALUE "N".
       77 WRK-RUN-DATE               PIC 9(008) VALUE ZEROS.
       77 WRK-AFTER-DATE             PIC 9(008) VALUE ZEROS.
       77 WRK-MIN-DATE               PIC 9(008) VALUE ZEROS.
       77 WRK-EVENT-DATE             PIC 9(008) VALUE ZEROS.
       77 WRK-RUN-INT                PIC 9(007) VALUE ZEROS.
       77 WRK-BASE-INT               PIC 9(007) VALUE ZEROS.
       77 WRK-DAY-INT                PIC 9(007) VALUE ZEROS.
       77 WRK-LAST-INT               PIC 9(007) VALUE ZEROS.
       77 WRK-DAY-IDX                PIC S9(007) VALUE ZEROS.
       77 WRK-DAY-FIRST              PIC S9(007) VALUE ZEROS.

      *---------------------------- ONE RENTAL, LIVE OR ARCHIVED
       01 WRK-RENT-REG.
            05 WRK-RT-KEY            PIC 9(005).
            05 WRK-RT-MOVIES-KEY     PIC 9(005).
            05 WRK-RT-CUSTOMER-KEY   PIC 9(005).
            05 WRK-RT-CHECKOUT-DATE  PIC 9(008).
            05 WRK-RT-DUE-DATE       PIC 9(008).
            05 WRK-RT-RETURN-DATE    PIC 9(008).
            05 WRK-RT-LATE-FEE       PIC 9(003)V99.
            05 WRK-RT-STATUS-FLAG    PIC X(001).
                88 WRK-RT-CLOSED             VALUE "C".
            05 WRK-RT-COPY-NUMBER    PIC 9(002).
            05 WRK-RT-CHARGED-PRICE  PIC 9(003)V99.
            05 WRK-RT-PRICE-RULE     PIC X(008).
            05 WRK-RT-PROMO-CODE     PIC X(008).
            05 WRK-RT-DISCOUNT       PIC 9(003)V99.
            05 WRK-RT-RENEWALS       PIC 9(002).
            05 WRK-RT-STORE          PIC X(003).

      *---------------------------- FACT ROW BEING WRITTEN
       01 WRK-FACT.
            05 WRK-FCT-EVENT         PIC X(001).
            05 WRK-FCT-DATE          PIC 9(008).
            05 WRK-FCT-RENTAL-KEY    PIC 9(005).
            05 WRK-FCT-MOVIES-KEY    PIC 9(005).
            05 WRK-FCT-COPY-NUMBER   PIC 9(002).
            05 WRK-FCT-CUSTOMER-KEY  PIC 9(005).
            05 WRK-FCT-STORE         PIC X(003).
            05 WRK-FCT-OPERATOR      PIC X(008).
            05 WRK-FCT-CHARGED       PIC S9(005)V99.
            05 WRK-FCT-DISCOUNT      PIC S9(005)V99.
            05 WRK-FCT-LATE-FEE      PIC S9(005)V99.
            05 WRK-FCT-TAX           PIC S9(005)V99.
            05 WRK-FCT-PROMO         PIC X(008).
            05 WRK-FCT-RULE          PIC X(008).

      *---------------------------- CHECK-OUT HELD TO THE RENTAL BREAK
      *      ITS PRICE ON FILE ALREADY INCLUDES ANY RENEWAL CHARGED
      *      SINCE, SO IT GOES OUT ONCE THE RENEWALS ARE KNOWN.
       01 WRK-HOLD-OUT.
            05 WRK-HO-FLAG           PIC X(001) VALUE "N".
            05 WRK-HO-FACT           PIC X(081).
            05 WRK-HO-RENEWALS       PIC S9(005)V99.

      *---------------------------- CHECK-IN HELD TO THE DAY BREAK
       01 WRK-HOLD-IN.
            05 WRK-HI-FLAG           PIC X(001) VALUE "N".
            05 WRK-HI-FACT           PIC X(081).

       77 WRK-CUR-RENTAL-KEY         PIC 9(005) VALUE ZEROS.
       77 WRK-CUR-DATE               PIC 9(008) VALUE ZEROS.
       77 WRK-SIGNED-TAX             PIC S9(005)V99 VALUE ZEROS.
       77 WRK-SIGNED-NET             PIC S9(005)V99 VALUE ZEROS.

      *---------------------------- EDITED OUTPUT FIELDS
       77 WRK-ED-CHARGED             PIC -(5)9,99.
       77 WRK-ED-DISCOUNT            PIC -(5)9,99.
       77 WRK-ED-LATE-FEE            PIC -(5)9,99.
       77 WRK-ED-TAX                 PIC -(5)9,99.
       77 WRK-ED-PRICE               PIC ZZ9,99.
       77 WRK-ED-TOTAL-1             PIC -(9)9,99.
       77 WRK-ED-TOTAL-2             PIC -(9)9,99.
       77 WRK-ED-TOTAL-3             PIC -(9)9,99.
       77 WRK-ED-TOTAL-4             PIC -(9)9,99.

      *---------------------------- FILE TOTALS
       77 WRK-FACT-ROWS              PIC 9(007) VALUE ZEROS.
       77 WRK-FACT-CHARGED           PIC S9(009)V99 VALUE ZEROS.
       77 WRK-FACT-DISCOUNT          PIC S9(009)V99 VALUE ZEROS.
       77 WRK-FACT-LATE-FEE          PIC S9(009)V99 VALUE ZEROS.
       77 WRK-FACT-TAX               PIC S9(009)V99 VALUE ZEROS.
       77 WRK-DIM-ROWS               PIC 9(007) VALUE ZEROS.
       77 WRK-DIM-NAME               PIC X(008) VALUE SPACES.
       77 WRK-DAYS-MATCH             PIC 9(005) VALUE ZEROS.
       77 WRK-DAYS-DIFFER            PIC 9(005) VALUE ZEROS.
       77 WRK-DAYS-OPEN              PIC 9(005) VALUE ZEROS.
       77 WRK-TIE-RESULT             PIC X(010) VALUE SPACES.

      *---------------------------- PER-DAY TIE TO DAYCLOSE
      *      THE LAST TEN YEARS, ONE ENTRY PER CALENDAR DAY - A FULL
      *      REFRESH OF OLDER HISTORY STILL GOES INTO THE FACTS, IT
      *      JUST HAS NO SEALED DAY LEFT WORTH TYING TO.
       01 WRK-DAY-TABLE.
            05 WRK-DAY-ENTRY OCCURS 3660 TIMES.
                10 WRK-DAY-USED       PIC X(001).
                10 WRK-DAY-OUT        PIC 9(005).
                10 WRK-DAY-IN         PIC 9(005).
                10 WRK-DAY-FEES       PIC 9(007)V99.
                10 WRK-DAY-TAX        PIC S9(007)V99.

      *---------------------------- CUSTOMER DIMENSION WORK
       77 WRK-CUST-AGE               PIC 9(003) VALUE ZEROS.
       77 WRK-TODAY-YEAR             PIC 9(004) VALUE ZEROS.
       77 WRK-TODAY-MONTH            PIC 9(002) VALUE ZEROS.
       77 WRK-BIRTH-YEAR             PIC 9(004) VALUE ZEROS.
       77 WRK-FIRST-YEAR             PIC 9(004) VALUE ZEROS.
       77 WRK-FIRST-MONTH            PIC 9(002) VALUE ZEROS.
       77 WRK-AGE-BAND               PIC X(008) VALUE SPACES.
       77 WRK-FIRST-RENTAL           PIC 9(008) VALUE ZEROS.
       77 WRK-TENURE-MONTHS          PIC 9(005) VALUE ZEROS.
       77 WRK-TENURE-BAND            PIC X(008) VALUE SPACES.

      *---------------------------- DATE DIMENSION WORK
       77 WRK-DOW                    PIC 9(001) VALUE ZEROS.
       77 WRK-WEEKEND                PIC X(001) VALUE "N".
       01 WRK-DAY-NAMES              PIC X(021) VALUE
          "MONTUEWEDTHUFRISATSUN".
       01 WRK-DAY-NAMES-R REDEFINES WRK-DAY-NAMES.
            05 WRK-DAY-NAME          PIC X(003) OCCURS 7 TIMES.

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-TITLE.
            05 LNK-SCREEN-TITLE      PIC X(020).
            05 LNK-MODULE-TITLE      PIC X(026).

       SCREEN                  SECTION.
      *---------------------------- ERROR SCREEN
       01 ERROR-SCREEN.
            05 MSG-ERROR.
                10 LINE 18 COLUMN 01 ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 18 COLUMN 10 PIC X(040)
                   BACKGROUND-COLOR 3
                   USING WRK-ERROR-MSG.
                10 COLUMN PLUS 2     PIC X(001)
                   BACKGROUND-COLOR 3
                   USING WRK-KEY.

      *---------------------------- SCREEN LAYOUT
       01 CLEANER-SCREEN.
            05 CLEAN-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01  PIC X(020) ERASE EOL
                    BACKGROUND-COLOR 3.
               10 LINE 01 COLUMN 15  PIC X(020)
                    BACKGROUND-COLOR 3 FOREGROUND-COLOR 0
                    FROM LNK-SCREEN-TITLE.
               10 LINE 02 COLUMN 01  PIC X(025) ERASE EOL
                    BACKGROUND-COLOR 1.
               10 LINE 02 COLUMN 14  PIC X(026)
                    BACKGROUND-COLOR 1 FOREGROUND-COLOR 6
                    FROM LNK-MODULE-TITLE.

       PROCEDURE               DIVISION USING LNK-TITLE.

       0100-MAIN               SECTION.
            PERFORM 0200-INITIALIZE.
            PERFORM 0300-PROCESS.
            PERFORM 0400-FINALIZE.
            GOBACK.

       0195-SET-FILE-PATHS     SECTION.
            MOVE SPACES TO WRK-MOVIES-PATH.
            ACCEPT WRK-MOVIES-PATH FROM ENVIRONMENT "MOVIESDAT".
            IF WRK-MOVIES-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\MOVIES.DAT"
                   TO WRK-MOVIES-PATH
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

            MOVE SPACES TO WRK-COPIES-PATH.
            ACCEPT WRK-COPIES-PATH FROM ENVIRONMENT "COPIESDAT".
            IF WRK-COPIES-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\COPIES.DAT"
                   TO WRK-COPIES-PATH
            END-IF.

            MOVE SPACES TO WRK-DISTRIB-PATH.
            ACCEPT WRK-DISTRIB-PATH FROM ENVIRONMENT "DISTRIBDAT".
            IF WRK-DISTRIB-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\DISTRIB.DAT"
                   TO WRK-DISTRIB-PATH
            END-IF.

            MOVE SPACES TO WRK-USERS-PATH.
            ACCEPT WRK-USERS-PATH FROM ENVIRONMENT "USERSDAT".
            IF WRK-USERS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\USERS.DAT"
                   TO WRK-USERS-PATH
            END-IF.

            MOVE SPACES TO WRK-PAYMENTS-PATH.
            ACCEPT WRK-PAYMENTS-PATH FROM ENVIRONMENT "PAYMENTSTXT".
            IF WRK-PAYMENTS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\PAYMENTS.TXT"
                   TO WRK-PAYMENTS-PATH
            END-IF.

      *      REPORTBATCH - WHEN "Y", RUN WITH NO TERMINAL PROMPTS SO
      *      THE NIGHT CHAIN CAN DRIVE THIS STEP UNATTENDED, SAME
      *      CONVENTION AS EXTRACT.
       0196-CHECK-BATCH-MODE   SECTION.
            MOVE SPACES TO WRK-REPORT-BATCH.
            ACCEPT WRK-REPORT-BATCH FROM ENVIRONMENT "REPORTBATCH".
            IF WRK-REPORT-BATCH NOT = "Y" AND WRK-REPORT-BATCH NOT = "y"
                MOVE "N" TO WRK-REPORT-BATCH
            ELSE
                MOVE "Y" TO WRK-REPORT-BATCH
            END-IF.

       0200-INITIALIZE         SECTION.
            PERFORM 0195-SET-FILE-PATHS.
            PERFORM 0196-CHECK-BATCH-MODE.
            DISPLAY CLEANER-SCREEN.
            MOVE SPACES TO WRK-ERROR-MSG WRK-KEY.
            ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 0210-READ-STATE.
            PERFORM 0220-ASK-REFRESH.

      *      THE NEXT RUN STARTS WHERE THE LAST ONE STOPPED. RUN
      *      AGAIN ON THE SAME DAY, IT COVERS THE SAME DAYS AGAIN SO
      *      A FAILED NIGHT CAN SIMPLY BE RE-RUN.
       0210-READ-STATE         SECTION.
            MOVE "Y" TO WRK-FULL-FLAG.
            MOVE ZEROS TO WRK-AFTER-DATE.
            OPEN INPUT ANL-STATE.
            IF ANL-STATE-STATUS = ZEROS
                READ ANL-STATE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF STATE-AFTER IS NUMERIC
                             AND STATE-THROUGH IS NUMERIC
                             AND STATE-THROUGH > ZEROS
                           MOVE "N" TO WRK-FULL-FLAG
                           IF STATE-THROUGH < WRK-RUN-DATE
                               MOVE STATE-THROUGH TO WRK-AFTER-DATE
                           ELSE
                               MOVE STATE-AFTER TO WRK-AFTER-DATE
                           END-IF
                       END-IF
                END-READ
                CLOSE ANL-STATE
            END-IF.

      *      ANALYTICSFULL=Y ASKS THE NIGHT CHAIN FOR A FULL REFRESH;
      *      AT THE TERMINAL THE OPERATOR IS ASKED.
       0220-ASK-REFRESH        SECTION.
            IF WRK-FULL-FLAG = "N"
                IF WRK-REPORT-BATCH = "Y"
                    MOVE SPACES TO WRK-KEY
                    ACCEPT WRK-KEY FROM ENVIRONMENT "ANALYTICSFULL"
                ELSE
                    DISPLAY WRK-MSG-FULL LINE 08 COLUMN 10
                       BACKGROUND-COLOR 3
                    ACCEPT WRK-KEY LINE 08 COLUMN 52
                       BACKGROUND-COLOR 3
                END-IF
                IF WRK-KEY = "Y" OR WRK-KEY = "y"
                    MOVE "Y" TO WRK-FULL-FLAG
                END-IF
                MOVE SPACES TO WRK-KEY
            END-IF.
            IF WRK-FULL-FLAG = "Y"
                MOVE ZEROS TO WRK-AFTER-DATE
            END-IF.

       0300-PROCESS            SECTION.
            MOVE ZEROS TO WRK-FACT-ROWS WRK-FACT-CHARGED
               WRK-FACT-DISCOUNT WRK-FACT-LATE-FEE WRK-FACT-TAX
               WRK-DAYS-MATCH WRK-DAYS-DIFFER WRK-DAYS-OPEN.
            MOVE WRK-RUN-DATE TO WRK-MIN-DATE.
            PERFORM VARYING WRK-DAY-IDX FROM 1 BY 1
                  UNTIL WRK-DAY-IDX > 3660
               MOVE "N" TO WRK-DAY-USED(WRK-DAY-IDX)
               MOVE ZEROS TO WRK-DAY-OUT(WRK-DAY-IDX)
                  WRK-DAY-IN(WRK-DAY-IDX)
                  WRK-DAY-FEES(WRK-DAY-IDX)
                  WRK-DAY-TAX(WRK-DAY-IDX)
            END-PERFORM.
            COMPUTE WRK-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WRK-RUN-DATE).
            COMPUTE WRK-BASE-INT = WRK-RUN-INT - 3659.

            OPEN OUTPUT ANL-FACT.
            MOVE SPACES TO ANL-FACT-REG.
            MOVE "EVENT;DATE;RENTAL;TITLE;COPY;CUSTOMER;STORE;OPERATOR;"
               TO ANL-FACT-DATA(001:53).
            MOVE "CHARGED;DISCOUNT;LATEFEE;TAX;PROMO;RULE"
               TO ANL-FACT-DATA(054:39).
            WRITE ANL-FACT-REG.

            SORT SORT-EVENTS
                ON ASCENDING KEY SRT-RENTAL-KEY
                                 SRT-DATE
                                 SRT-SOURCE
                                 SRT-TIME
                INPUT PROCEDURE IS 0310-GATHER-EVENTS
                OUTPUT PROCEDURE IS 0330-WRITE-FACTS.

            CLOSE ANL-FACT.

            OPEN OUTPUT ANL-CTL.
            PERFORM 0370-CONTROL-HEADER.
            PERFORM 0350-WRITE-DIMENSIONS.
            PERFORM 0375-TIE-TO-DAYCLOSE.
            PERFORM 0378-CONTROL-TRAILER.
            CLOSE ANL-CTL.

            PERFORM 0380-SAVE-STATE.
            PERFORM 0390-REPORT-STATISTICS.

      *---------------------------------------------------------------
      *      INPUT SIDE: EVERY CHECK-OUT AND CHECK-IN IN THE WINDOW,
      *      LIVE AND ARCHIVED, AND EVERY PAYMENT ROW AGAINST A RENTAL.
      *---------------------------------------------------------------
       0310-GATHER-EVENTS      SECTION.
            OPEN INPUT RENTALS.
            IF RENTALS-STATUS = ZEROS
                PERFORM UNTIL RENTALS-STATUS = 10
                   READ RENTALS NEXT
                      AT END
                          MOVE 10 TO RENTALS-STATUS
                      NOT AT END
                          MOVE RENTALS-REG TO WRK-RENT-REG
                          PERFORM 0312-RENTAL-EVENTS
                   END-READ
                END-PERFORM
                CLOSE RENTALS
            END-IF.

            OPEN INPUT RENTALS-HIST.
            IF HIST-STATUS = ZEROS
                PERFORM UNTIL HIST-STATUS = 10
                   READ RENTALS-HIST NEXT
                      AT END
                          MOVE 10 TO HIST-STATUS
                      NOT AT END
                          MOVE HIST-REG TO WRK-RENT-REG
                          PERFORM 0312-RENTAL-EVENTS
                   END-READ
                END-PERFORM
                CLOSE RENTALS-HIST
            END-IF.

            OPEN INPUT PAYMENTS.
            IF PAYMENTS-STATUS = ZEROS
                PERFORM UNTIL PAYMENTS-STATUS = 10
                   READ PAYMENTS
                      AT END
                          MOVE 10 TO PAYMENTS-STATUS
                      NOT AT END
                          IF PAY-DATE IS NUMERIC
                                AND PAY-DATE > WRK-AFTER-DATE
                                AND PAY-DATE NOT > WRK-RUN-DATE
                              PERFORM 0316-PAYMENT-EVENT
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE PAYMENTS
            END-IF.

      *      THE COUNTS HERE ARE THE ONES DAYCLOSE MAKES: A CHECK-OUT
      *      ON ITS CHECK-OUT DATE, A CLOSED RENTAL ON ITS RETURN
      *      DATE WITH ITS LATE FEE.
       0312-RENTAL-EVENTS      SECTION.
            MOVE SPACES TO SORT-EVENT-REC.
            MOVE WRK-RT-KEY           TO SRT-RENTAL-KEY.
            MOVE "1"                  TO SRT-SOURCE.
            MOVE WRK-RT-MOVIES-KEY    TO SRT-MOVIES-KEY.
            MOVE WRK-RT-COPY-NUMBER   TO SRT-COPY-NUMBER.
            MOVE WRK-RT-CUSTOMER-KEY  TO SRT-CUSTOMER-KEY.
            MOVE WRK-RT-STORE         TO SRT-STORE.
            MOVE ZEROS TO SRT-CHARGED SRT-DISCOUNT SRT-LATE-FEE
               SRT-TAX.
            MOVE "000000"             TO SRT-TIME.

            IF WRK-RT-CHECKOUT-DATE > WRK-AFTER-DATE
                  AND WRK-RT-CHECKOUT-DATE NOT > WRK-RUN-DATE
                MOVE WRK-RT-CHECKOUT-DATE TO SRT-DATE WRK-EVENT-DATE
                MOVE "O"                  TO SRT-EVENT
                MOVE WRK-RT-CHARGED-PRICE TO SRT-CHARGED
                MOVE WRK-RT-DISCOUNT      TO SRT-DISCOUNT
                MOVE ZEROS                TO SRT-LATE-FEE
                MOVE WRK-RT-PROMO-CODE    TO SRT-PROMO
                MOVE WRK-RT-PRICE-RULE    TO SRT-RULE
                RELEASE SORT-EVENT-REC
                PERFORM 0318-FIND-DAY
                IF WRK-DAY-IDX > ZEROS
                    ADD 1 TO WRK-DAY-OUT(WRK-DAY-IDX)
                END-IF
            END-IF.

            IF WRK-RT-CLOSED
                  AND WRK-RT-RETURN-DATE > WRK-AFTER-DATE
                  AND WRK-RT-RETURN-DATE NOT > WRK-RUN-DATE
                MOVE WRK-RT-RETURN-DATE   TO SRT-DATE WRK-EVENT-DATE
                MOVE "I"                  TO SRT-EVENT
                MOVE ZEROS                TO SRT-CHARGED SRT-DISCOUNT
                MOVE WRK-RT-LATE-FEE      TO SRT-LATE-FEE
                MOVE SPACES               TO SRT-PROMO SRT-RULE
                RELEASE SORT-EVENT-REC
                PERFORM 0318-FIND-DAY
                IF WRK-DAY-IDX > ZEROS
                    ADD 1 TO WRK-DAY-IN(WRK-DAY-IDX)
                    ADD WRK-RT-LATE-FEE TO WRK-DAY-FEES(WRK-DAY-IDX)
                END-IF
            END-IF.

      *      EVERY ROW'S TAX COUNTS TOWARD THE DAY, AS IN DAYCLOSE,
      *      BUT ONLY THE MONEY TAKEN AGAINST A RENTAL - RENTAL
      *      INCOME, POINTS, COMPS, LATE FEES AND DAMAGE - IS SORTED
      *      IN WITH THE RENTAL EVENTS.
       0316-PAYMENT-EVENT      SECTION.
            MOVE PAY-DATE TO WRK-EVENT-DATE.
            PERFORM 0318-FIND-DAY.
            IF WRK-DAY-IDX > ZEROS AND PAY-TAX-X IS NUMERIC
                IF PAY-REVERSAL
                    SUBTRACT PAY-TAX FROM WRK-DAY-TAX(WRK-DAY-IDX)
                ELSE
                    ADD PAY-TAX TO WRK-DAY-TAX(WRK-DAY-IDX)
                END-IF
            END-IF.

            IF PAY-RENTAL-KEY IS NUMERIC AND PAY-RENTAL-KEY > ZEROS
                  AND (PAY-CATEGORY = "R" OR PAY-CATEGORY = "P"
                    OR PAY-CATEGORY = "M" OR PAY-CATEGORY = "L"
                    OR PAY-CATEGORY = "D")
                MOVE SPACES TO SORT-EVENT-REC
                MOVE PAY-RENTAL-KEY   TO SRT-RENTAL-KEY
                MOVE PAY-DATE         TO SRT-DATE
                MOVE "2"              TO SRT-SOURCE
                MOVE PAY-TIME         TO SRT-TIME
                MOVE PAY-CATEGORY     TO SRT-EVENT
                MOVE PAY-MOVIES-KEY   TO SRT-MOVIES-KEY
                MOVE ZEROS            TO SRT-COPY-NUMBER
                MOVE PAY-CUSTOMER-KEY TO SRT-CUSTOMER-KEY
                MOVE PAY-STORE        TO SRT-STORE
                MOVE PAY-AMOUNT       TO SRT-CHARGED
                MOVE ZEROS            TO SRT-DISCOUNT SRT-LATE-FEE
                IF PAY-TAX-X IS NUMERIC
                    MOVE PAY-TAX      TO SRT-TAX
                ELSE
                    MOVE ZEROS        TO SRT-TAX
                END-IF
                MOVE PAY-PROMO        TO SRT-PROMO
                MOVE PAY-RULE         TO SRT-RULE
                MOVE PAY-OPERATOR     TO SRT-OPERATOR
                MOVE PAY-SIGN         TO SRT-SIGN
                RELEASE SORT-EVENT-REC
            END-IF.

      *      WRK-EVENT-DATE IN, ITS PLACE IN THE DAY TABLE OUT (ZERO
      *      WHEN OLDER THAN THE TABLE REACHES). THE EARLIEST DATE
      *      SEEN STARTS THE DATE DIMENSION ON A FULL REFRESH.
       0318-FIND-DAY           SECTION.
            MOVE ZEROS TO WRK-DAY-IDX.
            IF WRK-EVENT-DATE < WRK-MIN-DATE
                  AND WRK-EVENT-DATE > 16010100
                MOVE WRK-EVENT-DATE TO WRK-MIN-DATE
            END-IF.
            IF WRK-EVENT-DATE > 16010100
                COMPUTE WRK-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-EVENT-DATE)
                IF WRK-DAY-INT >= WRK-BASE-INT
                      AND WRK-DAY-INT <= WRK-RUN-INT
                    COMPUTE WRK-DAY-IDX = WRK-DAY-INT - WRK-BASE-INT + 1
                    MOVE "Y" TO WRK-DAY-USED(WRK-DAY-IDX)
                END-IF
            END-IF.

      *---------------------------------------------------------------
      *      OUTPUT SIDE: ONE RENTAL AT A TIME, ONE DAY AT A TIME.
      *      A CHECK-OUT'S TAX IS THE RENTAL-INCOME, POINTS AND COMP
      *      ROWS TAKEN THAT DAY; A CHECK-IN'S THE LATE-FEE AND
      *      DAMAGE ROWS; A RENTAL-INCOME ROW ON ANY OTHER DAY IS A
      *      RENEWAL OF ITS OWN.
      *---------------------------------------------------------------
       0330-WRITE-FACTS        SECTION.
            MOVE ZEROS TO WRK-CUR-RENTAL-KEY WRK-CUR-DATE
               WRK-HO-RENEWALS.
            MOVE "N" TO WRK-HO-FLAG WRK-HI-FLAG.
            OPEN INPUT RENTALS.
            OPEN INPUT RENTALS-HIST.

            MOVE "N" TO SORT-EOF-FLAG.
            PERFORM UNTIL SORT-EOF-FLAG = "Y"
               RETURN SORT-EVENTS RECORD
                   AT END
                       MOVE "Y" TO SORT-EOF-FLAG
                   NOT AT END
                       PERFORM 0332-FACT-DETAIL
               END-RETURN
            END-PERFORM.
            PERFORM 0336-DAY-BREAK.
            PERFORM 0338-RENTAL-BREAK.

            CLOSE RENTALS.
            CLOSE RENTALS-HIST.

       0332-FACT-DETAIL        SECTION.
            IF SRT-RENTAL-KEY NOT = WRK-CUR-RENTAL-KEY
                  OR SRT-DATE NOT = WRK-CUR-DATE
                PERFORM 0336-DAY-BREAK
            END-IF.
            IF SRT-RENTAL-KEY NOT = WRK-CUR-RENTAL-KEY
                PERFORM 0338-RENTAL-BREAK
            END-IF.
            MOVE SRT-RENTAL-KEY TO WRK-CUR-RENTAL-KEY.
            MOVE SRT-DATE       TO WRK-CUR-DATE.

            IF SRT-SOURCE = "1"
                MOVE SPACES TO WRK-FACT
                MOVE SRT-EVENT        TO WRK-FCT-EVENT
                MOVE SRT-DATE         TO WRK-FCT-DATE
                MOVE SRT-RENTAL-KEY   TO WRK-FCT-RENTAL-KEY
                MOVE SRT-MOVIES-KEY   TO WRK-FCT-MOVIES-KEY
                MOVE SRT-COPY-NUMBER  TO WRK-FCT-COPY-NUMBER
                MOVE SRT-CUSTOMER-KEY TO WRK-FCT-CUSTOMER-KEY
                MOVE SRT-STORE        TO WRK-FCT-STORE
                MOVE SRT-CHARGED      TO WRK-FCT-CHARGED
                MOVE SRT-DISCOUNT     TO WRK-FCT-DISCOUNT
                MOVE SRT-LATE-FEE     TO WRK-FCT-LATE-FEE
                MOVE ZEROS            TO WRK-FCT-TAX
                MOVE SRT-PROMO        TO WRK-FCT-PROMO
                MOVE SRT-RULE         TO WRK-FCT-RULE
                IF SRT-EVENT = "O"
                    MOVE WRK-FACT TO WRK-HO-FACT
                    MOVE "Y" TO WRK-HO-FLAG
                ELSE
                    MOVE WRK-FACT TO WRK-HI-FACT
                    MOVE "Y" TO WRK-HI-FLAG
                END-IF
            ELSE
                PERFORM 0334-PAYMENT-ROW
            END-IF.

       0334-PAYMENT-ROW        SECTION.
            MOVE SRT-TAX TO WRK-SIGNED-TAX.
            COMPUTE WRK-SIGNED-NET = SRT-CHARGED - SRT-TAX.
            IF SRT-SIGN = "-"
                COMPUTE WRK-SIGNED-TAX = ZERO - WRK-SIGNED-TAX
                COMPUTE WRK-SIGNED-NET = ZERO - WRK-SIGNED-NET
            END-IF.

            EVALUATE SRT-EVENT
              WHEN "R" WHEN "P" WHEN "M"
                MOVE WRK-HO-FACT TO WRK-FACT
                IF WRK-HO-FLAG = "Y" AND WRK-FCT-DATE = SRT-DATE
                    ADD WRK-SIGNED-TAX TO WRK-FCT-TAX
                    IF WRK-FCT-OPERATOR = SPACES
                        MOVE SRT-OPERATOR TO WRK-FCT-OPERATOR
                    END-IF
                    MOVE WRK-FACT TO WRK-HO-FACT
                ELSE
                    IF SRT-EVENT = "R"
                        PERFORM 0335-WRITE-RENEWAL
                    END-IF
                END-IF
              WHEN "L" WHEN "D"
                IF WRK-HI-FLAG = "Y"
                    MOVE WRK-HI-FACT TO WRK-FACT
                    ADD WRK-SIGNED-TAX TO WRK-FCT-TAX
                    IF WRK-FCT-OPERATOR = SPACES
                        MOVE SRT-OPERATOR TO WRK-FCT-OPERATOR
                    END-IF
                    MOVE WRK-FACT TO WRK-HI-FACT
                END-IF
            END-EVALUATE.

      *      THE PAYMENT ROW CARRIES NO COPY NUMBER - IT COMES FROM
      *      THE RENTAL, LIVE OR ARCHIVED.
       0335-WRITE-RENEWAL      SECTION.
            MOVE SPACES TO WRK-FACT.
            MOVE "N"              TO WRK-FCT-EVENT.
            MOVE SRT-DATE         TO WRK-FCT-DATE.
            MOVE SRT-RENTAL-KEY   TO WRK-FCT-RENTAL-KEY.
            MOVE SRT-MOVIES-KEY   TO WRK-FCT-MOVIES-KEY.
            MOVE ZEROS            TO WRK-FCT-COPY-NUMBER.
            MOVE SRT-CUSTOMER-KEY TO WRK-FCT-CUSTOMER-KEY.
            MOVE SRT-STORE        TO WRK-FCT-STORE.
            MOVE SRT-OPERATOR     TO WRK-FCT-OPERATOR.
            MOVE WRK-SIGNED-NET   TO WRK-FCT-CHARGED.
            MOVE ZEROS            TO WRK-FCT-DISCOUNT WRK-FCT-LATE-FEE.
            MOVE WRK-SIGNED-TAX   TO WRK-FCT-TAX.
            MOVE SRT-PROMO        TO WRK-FCT-PROMO.
            MOVE SRT-RULE         TO WRK-FCT-RULE.

            MOVE SRT-RENTAL-KEY TO RENTAL-KEY.
            READ RENTALS
               INVALID KEY
                   MOVE SRT-RENTAL-KEY TO HIST-KEY
                   READ RENTALS-HIST
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          MOVE HIST-COPY-NUMBER TO WRK-FCT-COPY-NUMBER
                   END-READ
               NOT INVALID KEY
                   MOVE RENTAL-COPY-NUMBER TO WRK-FCT-COPY-NUMBER
            END-READ.

            ADD WRK-SIGNED-NET TO WRK-HO-RENEWALS.
            PERFORM 0340-WRITE-FACT.

       0336-DAY-BREAK          SECTION.
            IF WRK-HI-FLAG = "Y"
                MOVE WRK-HI-FACT TO WRK-FACT
                PERFORM 0340-WRITE-FACT
                MOVE "N" TO WRK-HI-FLAG
            END-IF.

      *      THE CHECK-OUT IS PRICED AS IT LEFT THE COUNTER - THE
      *      RENEWALS SEEN SINCE ARE TAKEN BACK OFF THE PRICE ON FILE.
       0338-RENTAL-BREAK       SECTION.
            IF WRK-HO-FLAG = "Y"
                MOVE WRK-HO-FACT TO WRK-FACT
                SUBTRACT WRK-HO-RENEWALS FROM WRK-FCT-CHARGED
                IF WRK-FCT-CHARGED < ZERO
                    MOVE ZEROS TO WRK-FCT-CHARGED
                END-IF
                PERFORM 0340-WRITE-FACT
                MOVE "N" TO WRK-HO-FLAG
            END-IF.
            MOVE ZEROS TO WRK-HO-RENEWALS.

       0340-WRITE-FACT         SECTION.
            MOVE WRK-FCT-CHARGED  TO WRK-ED-CHARGED.
            MOVE WRK-FCT-DISCOUNT TO WRK-ED-DISCOUNT.
            MOVE WRK-FCT-LATE-FEE TO WRK-ED-LATE-FEE.
            MOVE WRK-FCT-TAX      TO WRK-ED-TAX.

            MOVE SPACES TO ANL-FACT-REG.
            STRING
                WRK-FCT-EVENT        DELIMITED BY SIZE
                ";"                  DELIMITED BY SIZE
                WRK-FCT-DATE         DELIMITED BY SIZE
                ";"                  DELIMITED BY SIZE
                WRK-FCT-RENTAL-KEY   DELIMITED BY SIZE
                ";"                  DELIMITED BY SIZE
                WRK-FCT-MOVIES-KEY   DELIMITED BY SIZE
                ";"                  DELIMITED BY SIZE
                WRK-FCT-COPY-NUMBER  DELIMITED BY SIZE
                ";"                  DELIMITED BY SIZE
                WRK-FCT-CUSTOMER-KEY DELIMITED BY SIZE
                ";"                  DELIMITED BY SIZE
                WRK-FCT-STORE        DELIMITED BY SPACE
                ";"                  DELIMITED BY SIZE
                WRK-FCT-OPERATOR     DELIMITED BY SPACE
                ";"                  DELIMITED BY SIZE
                WRK-ED-CHARGED       DELIMITED BY SIZE
                ";"                  DELIMITED BY SIZE
                WRK-ED-DISCOUNT      DELIMITED BY SIZE
                ";"                  DELIMITED BY SIZE
                WRK-ED-LATE-FEE      DELIMITED BY SIZE
                ";"                  DELIMITED BY SIZE
                WRK-ED-TAX           DELIMITED BY SIZE
                ";"                  DELIMITED BY SIZE
                WRK-FCT-PROMO        DELIMITED BY SPACE
                ";"                  DELIMITED BY SIZE
                WRK-FCT-RULE         DELIMITED BY SPACE
                INTO ANL-FACT-DATA
            END-STRING.
            WRITE ANL-FACT-REG.

            ADD 1                TO WRK-FACT-ROWS.
            ADD WRK-FCT-CHARGED  TO WRK-FACT-CHARGED.
            ADD WRK-FCT-DISCOUNT TO WRK-FACT-DISCOUNT.
            ADD WRK-FCT-LATE-FEE TO WRK-FACT-LATE-FEE.
            ADD WRK-FCT-TAX      TO WRK-FACT-TAX.

      *---------------------------------------------------------------
      *      DIMENSIONS - SENT WHOLE EVERY RUN, EACH FOLLOWED BY ITS
      *      COUNT ON THE CONTROL FILE.
      *---------------------------------------------------------------
       0350-WRITE-DIMENSIONS   SECTION.
            PERFORM 0352-DIM-TITLES.
            PERFORM 0354-DIM-CUSTOMERS.
            PERFORM 0356-DIM-COPIES.
            PERFORM 0358-DIM-DISTRIBUTORS.
            PERFORM 0360-DIM-OPERATORS.
            PERFORM 0362-DIM-DATES.

       0351-OPEN-DIMENSION     SECTION.
            MOVE SPACES TO WRK-DIM-PATH.
            STRING "C:\Cobol\Project\Data\ANL" DELIMITED BY SIZE
                   WRK-DIM-NAME                DELIMITED BY SPACE
                   ".TXT"                      DELIMITED BY SIZE
                   INTO WRK-DIM-PATH
            END-STRING.
            OPEN OUTPUT ANL-DIM.
            MOVE ZEROS TO WRK-DIM-ROWS.
            MOVE SPACES TO ANL-DIM-REG.

       0353-CLOSE-DIMENSION    SECTION.
            CLOSE ANL-DIM.
            MOVE SPACES TO ANL-CTL-REG.
            STRING "C;"           DELIMITED BY SIZE
                   WRK-DIM-NAME   DELIMITED BY SPACE
                   ";"            DELIMITED BY SIZE
                   WRK-DIM-ROWS   DELIMITED BY SIZE
                   INTO ANL-CTL-DATA
            END-STRING.
            WRITE ANL-CTL-REG.

       0352-DIM-TITLES         SECTION.
            MOVE "TITLE" TO WRK-DIM-NAME.
            PERFORM 0351-OPEN-DIMENSION.
            MOVE "TITLE;NAME;GENRE;RATING;YEAR;DURATION;DISTCODE;"
               TO ANL-DIM-DATA(001:48).
            MOVE "DISTRIBUTOR;PRICE;STATUS" TO ANL-DIM-DATA(049:24).
            WRITE ANL-DIM-REG.

            OPEN INPUT DISTRIB.
            OPEN INPUT MOVIES.
            IF MOVIES-STATUS = ZEROS
                PERFORM UNTIL MOVIES-STATUS = 10
                   READ MOVIES NEXT
                      AT END
                          MOVE 10 TO MOVIES-STATUS
                      NOT AT END
                          PERFORM 0357-TITLE-ROW
                   END-READ
                END-PERFORM
                CLOSE MOVIES
            END-IF.
            IF DISTRIB-STATUS = ZEROS
                CLOSE DISTRIB
            END-IF.
            PERFORM 0353-CLOSE-DIMENSION.

      *      THE TITLE CARRIES ITS DISTRIBUTOR BY NAME - THE CODE IS
      *      LOOKED UP SO THE TWO DIMENSIONS JOIN ON IT.
       0357-TITLE-ROW          SECTION.
            MOVE SPACES TO DIST-CODE.
            IF DISTRIB-STATUS = ZEROS
                MOVE MOVIES-DISTRIBUTOR TO DIST-NAME
                READ DISTRIB KEY IS DIST-NAME
                   INVALID KEY
                       MOVE SPACES TO DIST-CODE
                END-READ
            END-IF.
            MOVE MOVIES-RENTAL-PRICE TO WRK-ED-PRICE.

            MOVE SPACES TO ANL-DIM-REG.
            STRING
                MOVIES-KEY          DELIMITED BY SIZE
                ";"                 DELIMITED BY SIZE
                '"'                 DELIMITED BY SIZE
                MOVIES-TITLE        DELIMITED BY SIZE
                '"'                 DELIMITED BY SIZE
                ";"                 DELIMITED BY SIZE
                '"'                 DELIMITED BY SIZE
                MOVIES-GENRE        DELIMITED BY SIZE
                '"'                 DELIMITED BY SIZE
                ";"                 DELIMITED BY SIZE
                MOVIES-RATING       DELIMITED BY SPACE
                ";"                 DELIMITED BY SIZE
                MOVIES-RELEASE-YEAR DELIMITED BY SIZE
                ";"                 DELIMITED BY SIZE
                MOVIES-DURATION     DELIMITED BY SIZE
                ";"                 DELIMITED BY SIZE
                DIST-CODE           DELIMITED BY SPACE
                ";"                 DELIMITED BY SIZE
                '"'                 DELIMITED BY SIZE
                MOVIES-DISTRIBUTOR  DELIMITED BY SIZE
                '"'                 DELIMITED BY SIZE
                ";"                 DELIMITED BY SIZE
                WRK-ED-PRICE        DELIMITED BY SIZE
                ";"                 DELIMITED BY SIZE
                MOVIES-STATUS-FLAG  DELIMITED BY SIZE
                INTO ANL-DIM-DATA
            END-STRING.
            WRITE ANL-DIM-REG.
            ADD 1 TO WRK-DIM-ROWS.

      *      NO NAME, PHONE OR BIRTH DATE LEAVES THE BUILDING - ONLY
      *      THE AGE BAND AND HOW LONG THE MEMBER HAS BEEN RENTING.
       0354-DIM-CUSTOMERS      SECTION.
            MOVE "CUST" TO WRK-DIM-NAME.
            PERFORM 0351-OPEN-DIMENSION.
            MOVE "CUSTOMER;AGEBAND;FIRSTRENTAL;TENUREMONTHS;TENUREBAND"
               TO ANL-DIM-DATA(001:52).
            WRITE ANL-DIM-REG.

            OPEN INPUT RENTALS.
            OPEN INPUT RENTALS-HIST.
            OPEN INPUT CUSTOMERS.
            IF CUSTOMERS-STATUS = ZEROS
                PERFORM UNTIL CUSTOMERS-STATUS = 10
                   READ CUSTOMERS NEXT
                      AT END
                          MOVE 10 TO CUSTOMERS-STATUS
                      NOT AT END
                          PERFORM 0355-CUSTOMER-ROW
                   END-READ
                END-PERFORM
                CLOSE CUSTOMERS
            END-IF.
            CLOSE RENTALS.
            CLOSE RENTALS-HIST.
            PERFORM 0353-CLOSE-DIMENSION.

       0355-CUSTOMER-ROW       SECTION.
      *      WHOLE YEARS AS OF THE RUN DATE, AS RENTAL COUNTS THEM.
            MOVE ZEROS TO WRK-CUST-AGE.
            IF CUSTOMER-BIRTH-DATE IS NUMERIC
                  AND CUSTOMER-BIRTH-DATE > ZEROS
                  AND CUSTOMER-BIRTH-DATE < WRK-RUN-DATE
                MOVE WRK-RUN-DATE(1:4) TO WRK-TODAY-YEAR
                MOVE CUSTOMER-BIRTH-DATE(1:4) TO WRK-BIRTH-YEAR
                COMPUTE WRK-CUST-AGE =
                   WRK-TODAY-YEAR - WRK-BIRTH-YEAR
                IF WRK-RUN-DATE(5:4) < CUSTOMER-BIRTH-DATE(5:4)
                      AND WRK-CUST-AGE > ZEROS
                    SUBTRACT 1 FROM WRK-CUST-AGE
                END-IF
            END-IF.
            EVALUATE TRUE
              WHEN CUSTOMER-BIRTH-DATE NOT NUMERIC
                   OR CUSTOMER-BIRTH-DATE = ZEROS
                MOVE "UNKNOWN"  TO WRK-AGE-BAND
              WHEN WRK-CUST-AGE < 18
                MOVE "UNDER18"  TO WRK-AGE-BAND
              WHEN WRK-CUST-AGE < 25
                MOVE "18-24"    TO WRK-AGE-BAND
              WHEN WRK-CUST-AGE < 35
                MOVE "25-34"    TO WRK-AGE-BAND
              WHEN WRK-CUST-AGE < 45
                MOVE "35-44"    TO WRK-AGE-BAND
              WHEN WRK-CUST-AGE < 55
                MOVE "45-54"    TO WRK-AGE-BAND
              WHEN WRK-CUST-AGE < 65
                MOVE "55-64"    TO WRK-AGE-BAND
              WHEN OTHER
                MOVE "65+"      TO WRK-AGE-BAND
            END-EVALUATE.

      *      TENURE RUNS FROM THE FIRST RENTAL ON FILE, LIVE OR
      *      ARCHIVED - THE MEMBER RECORD CARRIES NO JOINING DATE.
            MOVE ZEROS TO WRK-FIRST-RENTAL WRK-TENURE-MONTHS.
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
                      IF RENTAL-CUSTOMER-KEY NOT = CUSTOMER-KEY
                          MOVE 10 TO RENTALS-STATUS
                      ELSE
                          IF WRK-FIRST-RENTAL = ZEROS
                             OR RENTAL-CHECKOUT-DATE < WRK-FIRST-RENTAL
                              MOVE RENTAL-CHECKOUT-DATE
                                 TO WRK-FIRST-RENTAL
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.

            MOVE CUSTOMER-KEY TO HIST-CUSTOMER-KEY.
            START RENTALS-HIST KEY IS EQUAL TO HIST-CUSTOMER-KEY
               INVALID KEY
                   MOVE 10 TO HIST-STATUS
               NOT INVALID KEY
                   MOVE 0 TO HIST-STATUS
            END-START.
            PERFORM UNTIL HIST-STATUS = 10
               READ RENTALS-HIST NEXT
                  AT END
                      MOVE 10 TO HIST-STATUS
                  NOT AT END
                      IF HIST-CUSTOMER-KEY NOT = CUSTOMER-KEY
                          MOVE 10 TO HIST-STATUS
                      ELSE
                          IF WRK-FIRST-RENTAL = ZEROS
                             OR HIST-CHECKOUT-DATE < WRK-FIRST-RENTAL
                              MOVE HIST-CHECKOUT-DATE
                                 TO WRK-FIRST-RENTAL
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.
            MOVE ZEROS TO RENTALS-STATUS HIST-STATUS.

            IF WRK-FIRST-RENTAL > ZEROS
                  AND WRK-FIRST-RENTAL NOT > WRK-RUN-DATE
                MOVE WRK-RUN-DATE(1:4)     TO WRK-TODAY-YEAR
                MOVE WRK-RUN-DATE(5:2)     TO WRK-TODAY-MONTH
                MOVE WRK-FIRST-RENTAL(1:4) TO WRK-FIRST-YEAR
                MOVE WRK-FIRST-RENTAL(5:2) TO WRK-FIRST-MONTH
                COMPUTE WRK-TENURE-MONTHS =
                   (WRK-TODAY-YEAR * 12 + WRK-TODAY-MONTH)
                 - (WRK-FIRST-YEAR * 12 + WRK-FIRST-MONTH)
            END-IF.
            EVALUATE TRUE
              WHEN WRK-FIRST-RENTAL = ZEROS
                MOVE "NONE"     TO WRK-TENURE-BAND
              WHEN WRK-TENURE-MONTHS < 3
                MOVE "UNDER3M"  TO WRK-TENURE-BAND
              WHEN WRK-TENURE-MONTHS < 12
                MOVE "3-11M"    TO WRK-TENURE-BAND
              WHEN WRK-TENURE-MONTHS < 24
                MOVE "1-2Y"     TO WRK-TENURE-BAND
              WHEN WRK-TENURE-MONTHS < 60
                MOVE "2-5Y"     TO WRK-TENURE-BAND
              WHEN OTHER
                MOVE "5Y+"      TO WRK-TENURE-BAND
            END-EVALUATE.

            MOVE SPACES TO ANL-DIM-REG.
            STRING
                CUSTOMER-KEY         DELIMITED BY SIZE
                ";"                  DELIMITED BY SIZE
                WRK-AGE-BAND         DELIMITED BY SPACE
                ";"                  DELIMITED BY SIZE
                WRK-FIRST-RENTAL     DELIMITED BY SIZE
                ";"                  DELIMITED BY SIZE
                WRK-TENURE-MONTHS    DELIMITED BY SIZE
                ";"                  DELIMITED BY SIZE
                WRK-TENURE-BAND      DELIMITED BY SPACE
                INTO ANL-DIM-DATA
            END-STRING.
            WRITE ANL-DIM-REG.
            ADD 1 TO WRK-DIM-ROWS.

       0356-DIM-COPIES         SECTION.
            MOVE "COPY" TO WRK-DIM-NAME.
            PERFORM 0351-OPEN-DIMENSION.
            MOVE "TITLE;COPY;BARCODE;CONDITION;STATUS;STORE;RENTCOUNT;"
               TO ANL-DIM-DATA(001:52).
            MOVE "REPLCOST" TO ANL-DIM-DATA(053:08).
            WRITE ANL-DIM-REG.

            OPEN INPUT COPIES.
            IF COPIES-STATUS = ZEROS
                PERFORM UNTIL COPIES-STATUS = 10
                   READ COPIES NEXT
                      AT END
                          MOVE 10 TO COPIES-STATUS
                      NOT AT END
                          MOVE COPY-REPL-COST TO WRK-ED-PRICE
                          MOVE SPACES TO ANL-DIM-REG
                          STRING
                              COPY-MOVIES-KEY  DELIMITED BY SIZE
                              ";"              DELIMITED BY SIZE
                              COPY-NUMBER      DELIMITED BY SIZE
                              ";"              DELIMITED BY SIZE
                              COPY-BARCODE     DELIMITED BY SPACE
                              ";"              DELIMITED BY SIZE
                              COPY-CONDITION   DELIMITED BY SIZE
                              ";"              DELIMITED BY SIZE
                              COPY-STATUS-FLAG DELIMITED BY SIZE
                              ";"              DELIMITED BY SIZE
                              COPY-STORE       DELIMITED BY SPACE
                              ";"              DELIMITED BY SIZE
                              COPY-RENT-COUNT  DELIMITED BY SIZE
                              ";"              DELIMITED BY SIZE
                              WRK-ED-PRICE     DELIMITED BY SIZE
                              INTO ANL-DIM-DATA
                          END-STRING
                          WRITE ANL-DIM-REG
                          ADD 1 TO WRK-DIM-ROWS
                   END-READ
                END-PERFORM
                CLOSE COPIES
            END-IF.
            PERFORM 0353-CLOSE-DIMENSION.

      *      THE CONTACT NAME AND PHONE STAY BEHIND.
       0358-DIM-DISTRIBUTORS   SECTION.
            MOVE "DIST" TO WRK-DIM-NAME.
            PERFORM 0351-OPEN-DIMENSION.
            MOVE "DISTCODE;NAME;STATUS" TO ANL-DIM-DATA(001:20).
            WRITE ANL-DIM-REG.

            OPEN INPUT DISTRIB.
            IF DISTRIB-STATUS = ZEROS
                PERFORM UNTIL DISTRIB-STATUS = 10
                   READ DISTRIB NEXT
                      AT END
                          MOVE 10 TO DISTRIB-STATUS
                      NOT AT END
                          MOVE SPACES TO ANL-DIM-REG
                          STRING
                              DIST-CODE        DELIMITED BY SPACE
                              ";"              DELIMITED BY SIZE
                              '"'              DELIMITED BY SIZE
                              DIST-NAME        DELIMITED BY SIZE
                              '"'              DELIMITED BY SIZE
                              ";"              DELIMITED BY SIZE
                              DIST-STATUS-FLAG DELIMITED BY SIZE
                              INTO ANL-DIM-DATA
                          END-STRING
                          WRITE ANL-DIM-REG
                          ADD 1 TO WRK-DIM-ROWS
                   END-READ
                END-PERFORM
                CLOSE DISTRIB
            END-IF.
            PERFORM 0353-CLOSE-DIMENSION.

      *      THE PASSWORD STAYS BEHIND.
       0360-DIM-OPERATORS      SECTION.
            MOVE "OPER" TO WRK-DIM-NAME.
            PERFORM 0351-OPEN-DIMENSION.
            MOVE "OPERATOR;NAME;LEVEL;STATUS;STORE"
               TO ANL-DIM-DATA(001:32).
            WRITE ANL-DIM-REG.

            OPEN INPUT USERS.
            IF USERS-STATUS = ZEROS
                PERFORM UNTIL USERS-STATUS = 10
                   READ USERS NEXT
                      AT END
                          MOVE 10 TO USERS-STATUS
                      NOT AT END
                          MOVE SPACES TO ANL-DIM-REG
                          STRING
                              USER-ID          DELIMITED BY SPACE
                              ";"              DELIMITED BY SIZE
                              '"'              DELIMITED BY SIZE
                              USER-NAME        DELIMITED BY SIZE
                              '"'              DELIMITED BY SIZE
                              ";"              DELIMITED BY SIZE
                              USER-LEVEL       DELIMITED BY SIZE
                              ";"              DELIMITED BY SIZE
                              USER-STATUS-FLAG DELIMITED BY SIZE
                              ";"              DELIMITED BY SIZE
                              USER-STORE       DELIMITED BY SPACE
                              INTO ANL-DIM-DATA
                          END-STRING
                          WRITE ANL-DIM-REG
                          ADD 1 TO WRK-DIM-ROWS
                   END-READ
                END-PERFORM
                CLOSE USERS
            END-IF.
            PERFORM 0353-CLOSE-DIMENSION.

      *      ONE ROW PER CALENDAR DAY THE FACTS COVER - FROM THE DAY
      *      AFTER THE LAST RUN, OR THE EARLIEST EVENT ON A FULL
      *      REFRESH, TO THE RUN DATE. DAY 1 IS MONDAY.
       0362-DIM-DATES          SECTION.
            MOVE "DATE" TO WRK-DIM-NAME.
            PERFORM 0351-OPEN-DIMENSION.
            MOVE "DATE;YEAR;MONTH;DAY;WEEKDAY;DAYNAME;WEEKEND"
               TO ANL-DIM-DATA(001:43).
            WRITE ANL-DIM-REG.

            IF WRK-FULL-FLAG = "Y"
                COMPUTE WRK-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-MIN-DATE)
            ELSE
                COMPUTE WRK-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-AFTER-DATE) + 1
            END-IF.
            PERFORM UNTIL WRK-DAY-INT > WRK-RUN-INT
               COMPUTE WRK-EVENT-DATE =
                  FUNCTION DATE-OF-INTEGER(WRK-DAY-INT)
               COMPUTE WRK-DOW = FUNCTION MOD(WRK-DAY-INT - 1, 7) + 1
               IF WRK-DOW > 5
                   MOVE "Y" TO WRK-WEEKEND
               ELSE
                   MOVE "N" TO WRK-WEEKEND
               END-IF
               MOVE SPACES TO ANL-DIM-REG
               STRING
                   WRK-EVENT-DATE           DELIMITED BY SIZE
                   ";"                      DELIMITED BY SIZE
                   WRK-EVENT-DATE(1:4)      DELIMITED BY SIZE
                   ";"                      DELIMITED BY SIZE
                   WRK-EVENT-DATE(5:2)      DELIMITED BY SIZE
                   ";"                      DELIMITED BY SIZE
                   WRK-EVENT-DATE(7:2)      DELIMITED BY SIZE
                   ";"                      DELIMITED BY SIZE
                   WRK-DOW                  DELIMITED BY SIZE
                   ";"                      DELIMITED BY SIZE
                   WRK-DAY-NAME(WRK-DOW)    DELIMITED BY SIZE
                   ";"                      DELIMITED BY SIZE
                   WRK-WEEKEND              DELIMITED BY SIZE
                   INTO ANL-DIM-DATA
               END-STRING
               WRITE ANL-DIM-REG
               ADD 1 TO WRK-DIM-ROWS
               ADD 1 TO WRK-DAY-INT
            END-PERFORM.
            PERFORM 0353-CLOSE-DIMENSION.

      *---------------------------------------------------------------
      *      CONTROL FILE: H HEADER, C COUNT ROWS, D DAY ROWS, T
      *      TRAILER.
      *---------------------------------------------------------------
       0370-CONTROL-HEADER     SECTION.
            MOVE SPACES TO ANL-CTL-REG.
            STRING "H;"           DELIMITED BY SIZE
                   WRK-RUN-DATE   DELIMITED BY SIZE
                   ";"            DELIMITED BY SIZE
                   WRK-FULL-FLAG  DELIMITED BY SIZE
                   ";"            DELIMITED BY SIZE
                   WRK-AFTER-DATE DELIMITED BY SIZE
                   ";"            DELIMITED BY SIZE
                   WRK-RUN-DATE   DELIMITED BY SIZE
                   INTO ANL-CTL-DATA
            END-STRING.
            WRITE ANL-CTL-REG.

            MOVE WRK-FACT-CHARGED  TO WRK-ED-TOTAL-1.
            MOVE WRK-FACT-DISCOUNT TO WRK-ED-TOTAL-2.
            MOVE WRK-FACT-LATE-FEE TO WRK-ED-TOTAL-3.
            MOVE WRK-FACT-TAX      TO WRK-ED-TOTAL-4.
            MOVE SPACES TO ANL-CTL-REG.
            STRING "C;FACT;"      DELIMITED BY SIZE
                   WRK-FACT-ROWS  DELIMITED BY SIZE
                   ";"            DELIMITED BY SIZE
                   WRK-ED-TOTAL-1 DELIMITED BY SIZE
                   ";"            DELIMITED BY SIZE
                   WRK-ED-TOTAL-2 DELIMITED BY SIZE
                   ";"            DELIMITED BY SIZE
                   WRK-ED-TOTAL-3 DELIMITED BY SIZE
                   ";"            DELIMITED BY SIZE
                   WRK-ED-TOTAL-4 DELIMITED BY SIZE
                   INTO ANL-CTL-DATA
            END-STRING.
            WRITE ANL-CTL-REG.

      *      EVERY DAY IN THE WINDOW THAT SAW ACTIVITY OR WAS SEALED
      *      IS SET AGAINST ITS DAYCLOSE RECORD: CHECK-OUTS,
      *      CHECK-INS, LATE FEES AND TAX NET OF VOIDS.
       0375-TIE-TO-DAYCLOSE    SECTION.
            OPEN INPUT DAYCLOSE-FILE.
            MOVE 1 TO WRK-DAY-FIRST.
            IF WRK-AFTER-DATE > ZEROS
                COMPUTE WRK-DAY-FIRST =
                   FUNCTION INTEGER-OF-DATE(WRK-AFTER-DATE)
                   - WRK-BASE-INT + 2
                IF WRK-DAY-FIRST < 1
                    MOVE 1 TO WRK-DAY-FIRST
                END-IF
            END-IF.
            PERFORM VARYING WRK-DAY-IDX FROM WRK-DAY-FIRST BY 1
                  UNTIL WRK-DAY-IDX > 3660
               PERFORM 0376-TIE-ONE-DAY
            END-PERFORM.
            IF DAYCLOSE-STATUS NOT = 35
                CLOSE DAYCLOSE-FILE
            END-IF.

       0376-TIE-ONE-DAY        SECTION.
            COMPUTE WRK-DAY-INT = WRK-BASE-INT + WRK-DAY-IDX - 1.
            COMPUTE WRK-EVENT-DATE =
               FUNCTION DATE-OF-INTEGER(WRK-DAY-INT).
            MOVE "NOT CLOSED" TO WRK-TIE-RESULT.
            MOVE ZEROS TO CLOSE-CHECKOUTS CLOSE-CHECKINS CLOSE-FEES
               CLOSE-TAX.
            IF DAYCLOSE-STATUS NOT = 35
                MOVE WRK-EVENT-DATE TO CLOSE-DATE
                READ DAYCLOSE-FILE
                   INVALID KEY
                       MOVE ZEROS TO CLOSE-CHECKOUTS CLOSE-CHECKINS
                          CLOSE-FEES CLOSE-TAX
                   NOT INVALID KEY
                       MOVE "Y" TO WRK-DAY-USED(WRK-DAY-IDX)
                       IF CLOSE-CHECKOUTS = WRK-DAY-OUT(WRK-DAY-IDX)
                             AND CLOSE-CHECKINS
                                = WRK-DAY-IN(WRK-DAY-IDX)
                             AND CLOSE-FEES = WRK-DAY-FEES(WRK-DAY-IDX)
                             AND CLOSE-TAX = WRK-DAY-TAX(WRK-DAY-IDX)
                           MOVE "MATCH" TO WRK-TIE-RESULT
                       ELSE
                           MOVE "DIFFER" TO WRK-TIE-RESULT
                       END-IF
                END-READ
            END-IF.

            IF WRK-DAY-USED(WRK-DAY-IDX) = "Y"
                EVALUATE WRK-TIE-RESULT
                  WHEN "MATCH"
                    ADD 1 TO WRK-DAYS-MATCH
                  WHEN "DIFFER"
                    ADD 1 TO WRK-DAYS-DIFFER
                  WHEN OTHER
                    ADD 1 TO WRK-DAYS-OPEN
                END-EVALUATE
                MOVE WRK-DAY-FEES(WRK-DAY-IDX) TO WRK-ED-TOTAL-1
                MOVE WRK-DAY-TAX(WRK-DAY-IDX)  TO WRK-ED-TOTAL-2
                MOVE CLOSE-FEES                TO WRK-ED-TOTAL-3
                MOVE CLOSE-TAX                 TO WRK-ED-TOTAL-4
                MOVE SPACES TO ANL-CTL-REG
                STRING "D;"                      DELIMITED BY SIZE
                       WRK-EVENT-DATE            DELIMITED BY SIZE
                       ";"                       DELIMITED BY SIZE
                       WRK-DAY-OUT(WRK-DAY-IDX)  DELIMITED BY SIZE
                       ";"                       DELIMITED BY SIZE
                       WRK-DAY-IN(WRK-DAY-IDX)   DELIMITED BY SIZE
                       ";"                       DELIMITED BY SIZE
                       WRK-ED-TOTAL-1            DELIMITED BY SIZE
                       ";"                       DELIMITED BY SIZE
                       WRK-ED-TOTAL-2            DELIMITED BY SIZE
                       ";"                       DELIMITED BY SIZE
                       CLOSE-CHECKOUTS           DELIMITED BY SIZE
                       ";"                       DELIMITED BY SIZE
                       CLOSE-CHECKINS            DELIMITED BY SIZE
                       ";"                       DELIMITED BY SIZE
                       WRK-ED-TOTAL-3            DELIMITED BY SIZE
                       ";"                       DELIMITED BY SIZE
                       WRK-ED-TOTAL-4            DELIMITED BY SIZE
                       ";"                       DELIMITED BY SIZE
                       WRK-TIE-RESULT            DELIMITED BY SIZE
                       INTO ANL-CTL-DATA
                END-STRING
                WRITE ANL-CTL-REG
            END-IF.

      *      THE TRAILER IS WRITTEN LAST - THE NIGHT CHAIN TAKES ITS
      *      PRESENCE AS PROOF THE WHOLE EXTRACT WAS PRODUCED.
       0378-CONTROL-TRAILER    SECTION.
            MOVE SPACES TO ANL-CTL-REG.
            STRING "T;"            DELIMITED BY SIZE
                   WRK-FACT-ROWS   DELIMITED BY SIZE
                   ";"             DELIMITED BY SIZE
                   WRK-DAYS-MATCH  DELIMITED BY SIZE
                   ";"             DELIMITED BY SIZE
                   WRK-DAYS-DIFFER DELIMITED BY SIZE
                   ";"             DELIMITED BY SIZE
                   WRK-DAYS-OPEN   DELIMITED BY SIZE
                   INTO ANL-CTL-DATA
            END-STRING.
            WRITE ANL-CTL-REG.

       0380-SAVE-STATE         SECTION.
            OPEN OUTPUT ANL-STATE.
            MOVE SPACES TO ANL-STATE-REG.
            MOVE WRK-AFTER-DATE TO STATE-AFTER.
            MOVE WRK-RUN-DATE   TO STATE-THROUGH.
            WRITE ANL-STATE-REG.
            CLOSE ANL-STATE.

       0390-REPORT-STATISTICS  SECTION.
            MOVE 12 TO WRK-LINE.
            DISPLAY WRK-MSG-FACTS      LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-FACT-ROWS      LINE WRK-LINE COLUMN 42.
            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-DAYSMATCH  LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-DAYS-MATCH     LINE WRK-LINE COLUMN 42.
            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-DAYSDIFFER LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-DAYS-DIFFER    LINE WRK-LINE COLUMN 42.
            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-DAYSOPEN   LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-DAYS-OPEN      LINE WRK-LINE COLUMN 42.

            MOVE WRK-MSG-DONE TO WRK-ERROR-MSG.
            PERFORM 9000-MANAGE-ERROR.

       0400-FINALIZE           SECTION.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
            IF WRK-REPORT-BATCH = "Y"
                DISPLAY ERROR-SCREEN
            ELSE
                ACCEPT ERROR-SCREEN
            END-IF.
            MOVE SPACES TO WRK-ERROR-MSG.
