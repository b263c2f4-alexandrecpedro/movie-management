       IDENTIFICATION          DIVISION.
       PROGRAM-ID. REORDER.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: WEEKLY REORDER ANALYSIS - SCORE EVERY ACTIVE TITLE
      *          ON ITS HOLD QUEUE, THE DAYS THOSE CUSTOMERS HAVE BEEN
      *          WAITING, TURNS PER ACTIVE COPY OVER THE LAST N WEEKS
      *          AND COPIES LOST TO RETIREMENT, DAMAGE OR DISTRIBUTOR
      *          RETURNS, AND RECOMMEND HOW MANY COPIES TO BUY, BEST
      *          SCORE FIRST, WITHIN THE BUDGET KEYED FOR THE RUN.
      *          PRICES COME OFF THE DISTRIBUTOR FEED (ELSE THE LAST
      *          COPY'S COST). PRE-RELEASE WAITING LIST DEMAND AND
      *          TITLES WITH COPIES NOBODY RENTED ARE LISTED ON THE
      *          SAME REPORT (REORDER.TXT).
      *          A SUPERVISOR THEN SIGNS IN, WALKS THE LINES, ADJUSTS
      *          OR DROPS EACH ONE, AND THE ACCEPTED LINES BECOME
      *          DRAFT ORDERS ON PORDERS.DAT - ONE PER DISTRIBUTOR -
      *          FOR PURCHORD TO PLACE, EACH ONE SIGNED FOR ON THE
      *          OVERRIDE LOG. UNDER REPORTBATCH ONLY THE REPORT IS MADE
      *          (REORDERWEEKS / REORDERBUDGET GIVE THE PARAMETERS).
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
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS MOVIES-STATUS
            RECORD KEY IS MOVIES-KEY.

      *      COPIES.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      COPIESDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT COPIES ASSIGN TO WRK-COPIES-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS COPIES-STATUS
            RECORD KEY IS COPY-ID.

      *      RENTALS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      RENTALSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT RENTALS ASSIGN TO WRK-RENTALS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS RENTALS-STATUS
            RECORD KEY IS RENTAL-KEY
            ALTERNATE RECORD KEY IS RENTAL-MOVIES-KEY
               WITH DUPLICATES
            ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-KEY
               WITH DUPLICATES.

      *      SELECT RENTALS-HIST ASSIGN TO
      *        "./Data/RENTALS_HIST.DAT"
            SELECT RENTALS-HIST ASSIGN TO
              "C:\Cobol\Project\Data\RENTALS_HIST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS HIST-STATUS
            RECORD KEY IS HIST-KEY
            ALTERNATE RECORD KEY IS HIST-CUSTOMER-KEY
               WITH DUPLICATES.

      *      HOLDS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      HOLDSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT HOLDS ASSIGN TO WRK-HOLDS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS HOLDS-STATUS
            RECORD KEY IS HOLD-ID.

      *      WAITLIST.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      WAITLISTDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT WAITLIST ASSIGN TO WRK-WAITLIST-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS WAITLIST-STATUS
            RECORD KEY IS WAIT-ID.

      *      ASSETS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      ASSETSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT ASSETS ASSIGN TO WRK-ASSETS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS ASSETS-STATUS
            RECORD KEY IS AST-KEY.

      *      PORDERS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      PORDERSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT PORDERS ASSIGN TO WRK-PORDERS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS PORDERS-STATUS
            RECORD KEY IS PO-ID.

      *      DISTRIB.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      DISTRIBDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT DISTRIB ASSIGN TO WRK-DISTRIB-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS DISTRIB-STATUS
            RECORD KEY IS DIST-CODE
            ALTERNATE RECORD KEY IS DIST-NAME
               WITH DUPLICATES.

      *      SELECT DISTFEED ASSIGN TO "./Data/DISTFEED.TXT"
            SELECT DISTFEED ASSIGN TO
              "C:\Cobol\Project\Data\DISTFEED.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DISTFEED-STATUS.

      *      USERS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      USERSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT USERS ASSIGN TO WRK-USERS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS USERS-STATUS
            RECORD KEY IS USER-ID.

      *      SELECT REORDER-REPORT ASSIGN TO "./Data/REORDER.TXT"
            SELECT REORDER-REPORT ASSIGN TO
              "C:\Cobol\Project\Data\REORDER.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS REORDER-REPORT-STATUS.

            SELECT SORT-REORDER ASSIGN TO "SORTWK1".

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- FILE DESCRIPTION
       FD MOVIES.
       01 MOVIES-REG.
            05 MOVIES-KEY             PIC 9(005).
            05 MOVIES-TITLE           PIC X(050).
            05 MOVIES-GENRE           PIC X(030).
            05 MOVIES-DURATION        PIC 9(003).
            05 MOVIES-DISTRIBUTOR     PIC X(040).
            05 MOVIES-RATING          PIC X(005).
            05 MOVIES-STATUS-FLAG     PIC X(001).
                88 MOVIES-ACTIVE             VALUE "A".
                88 MOVIES-INACTIVE           VALUE "I".
            05 MOVIES-RELEASE-YEAR    PIC 9(004).
            05 MOVIES-RENTAL-PRICE    PIC 9(003)V99.
            05 MOVIES-ENTRY-DATE      PIC 9(008).

      *---------------------------- COPY INVENTORY FILE DESCRIPTION
       FD COPIES.
       01 COPIES-REG.
            05 COPY-ID.
                10 COPY-MOVIES-KEY    PIC 9(005).
                10 COPY-NUMBER        PIC 9(002).
            05 COPY-BARCODE           PIC X(008).
            05 COPY-CONDITION         PIC X(001).
            05 COPY-STATUS-FLAG       PIC X(001).
                88 COPY-ACTIVE               VALUE "A".
                88 COPY-INACTIVE             VALUE "I".
                88 COPY-AT-DIST              VALUE "R".
                88 COPY-IN-TRANSIT           VALUE "T".
            05 COPY-REPL-COST         PIC 9(003)V99.
            05 COPY-RENT-COUNT        PIC 9(005).
            05 COPY-STORE             PIC X(003).

      *---------------------------- RENTAL FILE DESCRIPTION
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

      *---------------------------- HOLD QUEUE FILE DESCRIPTION
       FD HOLDS.
       01 HOLDS-REG.
            05 HOLD-ID.
                10 HOLD-MOVIES-KEY    PIC 9(005).
                10 HOLD-SEQ           PIC 9(003).
            05 HOLD-CUSTOMER-KEY      PIC 9(005).
            05 HOLD-PLACED-DATE       PIC 9(008).
            05 HOLD-UNTIL-DATE        PIC 9(008).
            05 HOLD-STATUS-FLAG       PIC X(001).
                88 HOLD-WAITING              VALUE "W".
                88 HOLD-HELD                 VALUE "H".
                88 HOLD-EXPIRED              VALUE "X".
                88 HOLD-FILLED               VALUE "F".
            05 HOLD-FILL-DATE         PIC 9(008).
            05 HOLD-FILL-RENTAL       PIC 9(005).
            05 HOLD-FILL-PRIOR        PIC X(001).

      *---------------------------- PRE-RELEASE WAITING LIST
       FD WAITLIST.
       01 WAITLIST-REG.
            05 WAIT-ID                PIC 9(005).
            05 WAIT-TITLE             PIC X(030).
            05 WAIT-CUSTOMER-KEY      PIC 9(005).
            05 WAIT-PLACED-DATE       PIC 9(008).
            05 WAIT-STATUS-FLAG       PIC X(001).
                88 WAIT-WAITING              VALUE "W".
                88 WAIT-CONVERTED            VALUE "C".
                88 WAIT-CANCELLED            VALUE "X".

      *---------------------------- COPY ASSET REGISTER
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
                88 AST-WRITTEN-OFF           VALUE "W".
            05 AST-WO-DATE            PIC 9(008).
            05 AST-WO-NBV             PIC 9(005)V99.
            05 AST-WO-REASON          PIC X(008).
            05 AST-WO-MONTH           PIC 9(006).
            05 AST-RECOVERY           PIC 9(005)V99.
            05 AST-RECOVERY-NEW       PIC 9(005)V99.
            05 FILLER                 PIC X(010).

      *---------------------------- PURCHASE ORDER FILE
       FD PORDERS.
       01 PORDERS-REG.
            05 PO-ID.
                10 PO-NUMBER          PIC 9(005).
                10 PO-LINE            PIC 9(002).
            05 PO-DIST-CODE           PIC X(006).
            05 PO-MOVIES-KEY          PIC 9(005).
            05 PO-TITLE               PIC X(030).
            05 PO-QTY-ORDERED         PIC 9(002).
            05 PO-QTY-RECEIVED        PIC 9(002).
            05 PO-PRICE               PIC 9(003)V99.
            05 PO-ORDER-DATE          PIC 9(008).
            05 PO-STATUS-FLAG         PIC X(001).
                88 PO-LINE-OPEN              VALUE "O".
                88 PO-LINE-RECEIVED          VALUE "R".
                88 PO-LINE-SHORT             VALUE "S".
                88 PO-LINE-DRAFT             VALUE "D".

      *---------------------------- DISTRIBUTOR MASTER
       FD DISTRIB.
       01 DISTRIB-REG.
            05 DIST-CODE              PIC X(006).
            05 DIST-NAME              PIC X(040).
            05 DIST-CONTACT           PIC X(030).
            05 DIST-PHONE             PIC X(015).
            05 DIST-STATUS-FLAG       PIC X(001).
                88 DIST-ACTIVE               VALUE "A".
                88 DIST-INACTIVE             VALUE "I".

      *---------------------------- DISTRIBUTOR FEED INPUT
       FD DISTFEED.
       01 DISTFEED-REG.
            05 FEED-KEY               PIC X(005).
            05 FEED-KEY-N REDEFINES FEED-KEY
                                      PIC 9(005).
            05 FEED-TITLE             PIC X(030).
            05 FEED-PRICE             PIC 9(003)V99.
            05 FEED-PRICE-X REDEFINES FEED-PRICE
                                      PIC X(005).
            05 FEED-DISC-FLAG         PIC X(001).

      *---------------------------- OPERATOR MASTER FILE
      *      READ-ONLY HERE - TURNING THE LINES INTO DRAFT ORDERS
      *      NEEDS A LEVEL-2 OR HIGHER OPERATOR TO SIGN FOR IT.
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

      *---------------------------- REORDER REPORT OUTPUT
       FD REORDER-REPORT.
       01 REORDER-REPORT-REG.
            05 REORDER-REPORT-DATA    PIC X(132).

      *---------------------------- SORT WORK FILE (BY SCORE)
       SD SORT-REORDER.
       01 SORT-REORDER-REC.
            05 SORT-SCORE             PIC 9(005)V9.
            05 SORT-TTL-IDX           PIC 9(003).
            05 SORT-QTY               PIC 9(002).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                     PIC X(001).

      *---------------------------- SUPERVISOR SIGN-IN (DRAFT ORDERS)
       77 WRK-SUP-ENTRY               PIC X(008) VALUE SPACES.
       77 WRK-SUP-PASSWORD            PIC X(008) VALUE SPACES.
       77 WRK-SUP-APPROVER            PIC X(008) VALUE SPACES.
       77 WRK-OPERATOR                PIC X(008) VALUE SPACES.

      *---------------------------- OVERRIDE LOG
       01 WRK-OVR-REC.
            05 WRK-OVR-TYPE              PIC X(008).
            05 WRK-OVR-APPROVER          PIC X(008).
            05 WRK-OVR-REQUESTER         PIC X(008).
            05 WRK-OVR-AMOUNT            PIC 9(005)V99.
            05 WRK-OVR-KEY-KIND          PIC X(001).
            05 WRK-OVR-KEY               PIC 9(005).
            05 WRK-OVR-PROGRAM           PIC X(012)
               VALUE "REORDER".
            05 WRK-OVR-REASON            PIC X(030).

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                    PIC 9(002) VALUE 01.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG               PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM    PIC X(012) VALUE "REORDER".
            05 WRK-ERRORLOG-MESSAGE    PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "REORDER".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\REORDER.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01 WRK-MSGS.
            05 WRK-MSG-CORRUPTED      PIC X(040) VALUE
               "CORRUPTED FILE".
            05 WRK-MSG-PATH           PIC X(040) VALUE
               "ERROR ON FILE PATH".
            05 WRK-MSG-UNKNOWN        PIC X(040) VALUE
               "UNKNOWN ERROR".
            05 WRK-MSG-NOLINES        PIC X(040) VALUE
               "NOTHING TO REORDER THIS WEEK".
            05 WRK-MSG-TABLEFULL      PIC X(040) VALUE
               "TOO MANY TITLES - SOME NOT SCORED".
            05 WRK-MSG-REVIEW         PIC X(040) VALUE
               "REVIEW LINES INTO DRAFT ORDERS (Y/N)?".
            05 WRK-MSG-BADSUPER       PIC X(040) VALUE
               "SUPERVISOR SIGN-IN NOT ACCEPTED".
            05 WRK-MSG-CONFIRM        PIC X(040) VALUE
               "CREATE THE DRAFT ORDERS (Y/N)?".
            05 WRK-MSG-DRAFTED        PIC X(040) VALUE
               "DRAFT ORDER LINES WRITTEN".
            05 WRK-MSG-NOTSAVED       PIC X(040) VALUE
               "ERROR WHILE SAVING ORDER LINE".
            05 WRK-MSG-TITLES         PIC X(040) VALUE
               "TITLES SCORED".
            05 WRK-MSG-RECOMMENDED    PIC X(040) VALUE
               "LINES RECOMMENDED".
            05 WRK-MSG-UNITS          PIC X(040) VALUE
               "COPIES TO BUY".
            05 WRK-MSG-SPEND          PIC X(040) VALUE
               "COST WITHIN BUDGET".
            05 WRK-MSG-PRESSKEY       PIC X(040) VALUE
               "PRESS ANY KEY".

      *---------------------------- FILE
       77 MOVIES-STATUS               PIC 9(002) VALUE ZEROS.
       77 WRK-MOVIES-PATH             PIC X(060) VALUE SPACES.
       77 COPIES-STATUS               PIC 9(002) VALUE ZEROS.
       77 WRK-COPIES-PATH             PIC X(060) VALUE SPACES.
       77 RENTALS-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-RENTALS-PATH            PIC X(060) VALUE SPACES.
       77 HIST-STATUS                 PIC 9(002) VALUE ZEROS.
       77 HOLDS-STATUS                PIC 9(002) VALUE ZEROS.
       77 WRK-HOLDS-PATH              PIC X(060) VALUE SPACES.
       77 WAITLIST-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-WAITLIST-PATH           PIC X(060) VALUE SPACES.
       77 ASSETS-STATUS               PIC 9(002) VALUE ZEROS.
       77 WRK-ASSETS-PATH             PIC X(060) VALUE SPACES.
       77 PORDERS-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-PORDERS-PATH            PIC X(060) VALUE SPACES.
       77 DISTRIB-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-DISTRIB-PATH            PIC X(060) VALUE SPACES.
       77 DISTFEED-STATUS             PIC 9(002) VALUE ZEROS.
       77 USERS-STATUS                PIC 9(002) VALUE ZEROS.
       77 WRK-USERS-PATH              PIC X(060) VALUE SPACES.
       77 REORDER-REPORT-STATUS       PIC 9(002) VALUE ZEROS.

      *---------------------------- RUN PARAMETERS
       77 WRK-REPORT-BATCH            PIC X(001) VALUE "N".
       77 WRK-PARM-X                  PIC X(009) VALUE SPACES.
       77 WRK-WEEKS                   PIC 9(002) VALUE 04.
       77 WRK-BUDGET                  PIC 9(005)V99 VALUE ZEROS.
      *      REORDERHOLDS - CUSTOMERS IN A HOLD QUEUE ONE NEW COPY
      *      IS EXPECTED TO SERVE.
       77 WRK-HOLDS-PER-COPY          PIC 9(002) VALUE 02.
      *      REORDERBUSY - TURNS PER COPY PER WEEK FROM WHICH A
      *      TITLE IS BUSY ENOUGH FOR ONE MORE COPY.
       77 WRK-BUSY-TURNS              PIC 9(002) VALUE 02.

      *---------------------------- DATES
       77 WRK-TODAY                   PIC 9(008) VALUE ZEROS.
       77 WRK-FROM-DATE               PIC 9(008) VALUE ZEROS.

      *---------------------------- TITLE TABLE (IN MOVIES KEY ORDER)
       77 WRK-TTL-MAX                 PIC 9(003) VALUE 999.
       77 WRK-TTL-QTY                 PIC 9(003) VALUE ZEROS.
       77 WRK-TTL-IDX                 PIC 9(003) VALUE ZEROS.
       77 WRK-TTL-FULL                PIC X(001) VALUE "N".
       01 WRK-TTL-TABLE.
            05 WRK-TTL-ENTRY OCCURS 999 TIMES.
                10 WRK-TTL-KEY        PIC 9(005).
                10 WRK-TTL-ACTIVE     PIC 9(003).
                10 WRK-TTL-FREE       PIC 9(003).
                10 WRK-TTL-IDLE       PIC 9(003).
                10 WRK-TTL-TURNS      PIC 9(005).
                10 WRK-TTL-HOLDS      PIC 9(003).
                10 WRK-TTL-WAIT-SUM   PIC 9(007).
                10 WRK-TTL-LOST       PIC 9(003).
                10 WRK-TTL-ON-ORDER   PIC 9(003).
                10 WRK-TTL-PRICE      PIC 9(003)V99.
                10 WRK-TTL-PRICE-SRC  PIC X(001).
                10 WRK-TTL-OUT        PIC X(099).
                10 WRK-TTL-RENTED     PIC X(099).

      *---------------------------- TITLE LOOKUP (BINARY SEARCH)
       77 WRK-FIND-KEY                PIC 9(005) VALUE ZEROS.
       77 WRK-FIND-LO                 PIC 9(004) VALUE ZEROS.
       77 WRK-FIND-HI                 PIC 9(004) VALUE ZEROS.
       77 WRK-FIND-MID                PIC 9(004) VALUE ZEROS.
       77 WRK-FIND-IDX                PIC 9(003) VALUE ZEROS.
       77 WRK-COPY-IDX                PIC 9(002) VALUE ZEROS.

      *---------------------------- ONE TITLE'S FIGURES
       77 WRK-TPW                     PIC 9(003)V99 VALUE ZEROS.
       77 WRK-WAIT-AVG                PIC 9(003) VALUE ZEROS.
       77 WRK-SCORE                   PIC 9(005)V9 VALUE ZEROS.
       77 WRK-NEED                    PIC S9(005) VALUE ZEROS.
       77 WRK-HOLD-NEED               PIC S9(005) VALUE ZEROS.
       77 WRK-COPY-WEEKS              PIC 9(005) VALUE ZEROS.

      *---------------------------- BUDGET ALLOCATION
       77 WRK-SPENT                   PIC 9(007)V99 VALUE ZEROS.
       77 WRK-AFFORD                  PIC 9(005) VALUE ZEROS.
       77 WRK-BUY                     PIC 9(002) VALUE ZEROS.
       77 WRK-LINE-COST               PIC 9(005)V99 VALUE ZEROS.
       77 WRK-SORT-EOF                PIC X(001) VALUE "N".
       77 WRK-LINE-QTY                PIC 9(005) VALUE ZEROS.
       77 WRK-UNIT-QTY                PIC 9(005) VALUE ZEROS.
       77 WRK-NOTE                    PIC X(012) VALUE SPACES.
       77 WRK-AMT-DISP                PIC Z(006)9,99 VALUE ZEROS.
       77 WRK-TPW-DISP                PIC ZZ9,99 VALUE ZEROS.
       77 WRK-SCORE-DISP              PIC ZZZZ9,9 VALUE ZEROS.

      *---------------------------- LINES OFFERED FOR REVIEW
       77 WRK-SUG-MAX                 PIC 9(003) VALUE 200.
       77 WRK-SUG-QTY                 PIC 9(003) VALUE ZEROS.
       77 WRK-SUG-IDX                 PIC 9(003) VALUE ZEROS.
       01 WRK-SUG-TABLE.
            05 WRK-SUG-ENTRY OCCURS 200 TIMES.
                10 WRK-SUG-MOVIES-KEY PIC 9(005).
                10 WRK-SUG-TITLE      PIC X(030).
                10 WRK-SUG-DIST-CODE  PIC X(006).
                10 WRK-SUG-BUY        PIC 9(002).
                10 WRK-SUG-PRICE      PIC 9(003)V99.

      *---------------------------- REVIEW SCREEN FIELDS
       77 WRK-REV-TITLE               PIC X(030) VALUE SPACES.
       77 WRK-REV-DIST                PIC X(006) VALUE SPACES.
       77 WRK-REV-QTY                 PIC 9(002) VALUE ZEROS.
       77 WRK-REV-PRICE               PIC 9(003)V99 VALUE ZEROS.
       77 WRK-REV-ACCEPTED            PIC 9(003) VALUE ZEROS.

      *---------------------------- DRAFT ORDERS BY DISTRIBUTOR
       77 WRK-DRF-QTY                 PIC 9(003) VALUE ZEROS.
       77 WRK-DRF-IDX                 PIC 9(003) VALUE ZEROS.
       77 WRK-DRAFT-LINES             PIC 9(003) VALUE ZEROS.
       01 WRK-DRF-TABLE.
            05 WRK-DRF-ENTRY OCCURS 200 TIMES.
                10 WRK-DRF-DIST-CODE  PIC X(006).
                10 WRK-DRF-PO-NUMBER  PIC 9(005).
                10 WRK-DRF-LAST-LINE  PIC 9(002).
                10 WRK-DRF-AMOUNT     PIC 9(005)V99.
       77 WRK-MAX-PO-NUMBER           PIC 9(005) VALUE ZEROS.
       77 WRK-PO-SCAN-COUNT           PIC 9(005) VALUE ZEROS.

      *---------------------------- PRE-RELEASE DEMAND
       77 WRK-WL-MAX                  PIC 9(003) VALUE 100.
       77 WRK-WL-QTY                  PIC 9(003) VALUE ZEROS.
       77 WRK-WL-IDX                  PIC 9(003) VALUE ZEROS.
       01 WRK-WL-TABLE.
            05 WRK-WL-ENTRY OCCURS 100 TIMES.
                10 WRK-WL-TITLE       PIC X(030).
                10 WRK-WL-COUNT       PIC 9(003).
                10 WRK-WL-OLDEST      PIC 9(008).

      *---------------------------- KEY CONTROL SUBPROGRAM
       01 WRK-CTL-REC.
            05 WRK-CTL-ACTION         PIC X(001).
            05 WRK-CTL-NAME           PIC X(012).
            05 WRK-CTL-NEXT-KEY       PIC 9(005).
            05 WRK-CTL-COUNT          PIC 9(005).
            05 WRK-CTL-RESULT         PIC X(001).

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

      *---------------------------- RUN PARAMETER SCREEN
       01 PARM-SCREEN.
            05 PARM-DATA FOREGROUND-COLOR 2.
                10 LINE 08 COLUMN 10
                   VALUE "WEEKS OF HISTORY TO SCORE: ".
                10 COLUMN PLUS 2      PIC 9(002) USING WRK-WEEKS.
                10 LINE 09 COLUMN 10
                   VALUE "BUDGET (0 = NO LIMIT)....: ".
                10 COLUMN PLUS 2      PIC Z(004)9,99
                   USING WRK-BUDGET.

      *---------------------------- LINE REVIEW SCREEN
       01 REVIEW-SCREEN.
            05 REVIEW-DATA FOREGROUND-COLOR 2.
                10 LINE 10 COLUMN 10 ERASE EOL VALUE "TITLE: ".
                10 COLUMN PLUS 1      PIC X(030) FROM WRK-REV-TITLE.
                10 LINE 11 COLUMN 10 ERASE EOL VALUE "DISTRIBUTOR: ".
                10 COLUMN PLUS 1      PIC X(006) FROM WRK-REV-DIST.
                10 LINE 12 COLUMN 10 ERASE EOL VALUE "PRICE EACH: ".
                10 COLUMN PLUS 1      PIC ZZ9,99 FROM WRK-REV-PRICE.
                10 LINE 13 COLUMN 10 ERASE EOL
                   VALUE "QUANTITY (0 = DROP): ".
                10 COLUMN PLUS 1      PIC 9(002) USING WRK-REV-QTY.

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

            MOVE SPACES TO WRK-COPIES-PATH.
            ACCEPT WRK-COPIES-PATH FROM ENVIRONMENT "COPIESDAT".
            IF WRK-COPIES-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\COPIES.DAT"
                   TO WRK-COPIES-PATH
            END-IF.

            MOVE SPACES TO WRK-RENTALS-PATH.
            ACCEPT WRK-RENTALS-PATH FROM ENVIRONMENT "RENTALSDAT".
            IF WRK-RENTALS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\RENTALS.DAT"
                   TO WRK-RENTALS-PATH
            END-IF.

            MOVE SPACES TO WRK-HOLDS-PATH.
            ACCEPT WRK-HOLDS-PATH FROM ENVIRONMENT "HOLDSDAT".
            IF WRK-HOLDS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\HOLDS.DAT"
                   TO WRK-HOLDS-PATH
            END-IF.

            MOVE SPACES TO WRK-WAITLIST-PATH.
            ACCEPT WRK-WAITLIST-PATH FROM ENVIRONMENT "WAITLISTDAT".
            IF WRK-WAITLIST-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\WAITLIST.DAT"
                   TO WRK-WAITLIST-PATH
            END-IF.

            MOVE SPACES TO WRK-ASSETS-PATH.
            ACCEPT WRK-ASSETS-PATH FROM ENVIRONMENT "ASSETSDAT".
            IF WRK-ASSETS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\ASSETS.DAT"
                   TO WRK-ASSETS-PATH
            END-IF.

            MOVE SPACES TO WRK-PORDERS-PATH.
            ACCEPT WRK-PORDERS-PATH FROM ENVIRONMENT "PORDERSDAT".
            IF WRK-PORDERS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\PORDERS.DAT"
                   TO WRK-PORDERS-PATH
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

            MOVE SPACES TO WRK-OPERATOR.
            ACCEPT WRK-OPERATOR FROM ENVIRONMENT "OPERATORID".
            IF WRK-OPERATOR = SPACES
                MOVE "COUNTER" TO WRK-OPERATOR
            END-IF.

            MOVE SPACES TO WRK-PARM-X.
            ACCEPT WRK-PARM-X FROM ENVIRONMENT "REORDERHOLDS".
            IF WRK-PARM-X(1:2) IS NUMERIC AND WRK-PARM-X(1:2) > "00"
                MOVE WRK-PARM-X(1:2) TO WRK-HOLDS-PER-COPY
            END-IF.

            MOVE SPACES TO WRK-PARM-X.
            ACCEPT WRK-PARM-X FROM ENVIRONMENT "REORDERBUSY".
            IF WRK-PARM-X(1:2) IS NUMERIC AND WRK-PARM-X(1:2) > "00"
                MOVE WRK-PARM-X(1:2) TO WRK-BUSY-TURNS
            END-IF.

      *      REPORTBATCH - WHEN "Y", RUN WITH NO TERMINAL PROMPTS SO
      *      THE NIGHT CHAIN CAN DRIVE THIS STEP UNATTENDED, SAME
      *      CONVENTION AS REPORTDISK.
       0196-CHECK-BATCH-MODE   SECTION.
            MOVE SPACES TO WRK-REPORT-BATCH.
            ACCEPT WRK-REPORT-BATCH FROM ENVIRONMENT "REPORTBATCH".
            IF WRK-REPORT-BATCH NOT = "Y" AND WRK-REPORT-BATCH NOT = "y"
                MOVE "N" TO WRK-REPORT-BATCH
            ELSE
                MOVE "Y" TO WRK-REPORT-BATCH
            END-IF.

       0200-INITIALIZE         SECTION.
            PERFORM 0196-CHECK-BATCH-MODE.
            PERFORM 0195-SET-FILE-PATHS.
            ACCEPT WRK-TODAY FROM DATE YYYYMMDD.

            OPEN INPUT MOVIES.
            PERFORM 0210-VERIFICATION.

            OPEN INPUT COPIES.
            OPEN INPUT RENTALS.
            OPEN INPUT RENTALS-HIST.
            OPEN INPUT HOLDS.
            OPEN INPUT WAITLIST.
            OPEN INPUT ASSETS.
            OPEN INPUT DISTRIB.

            OPEN I-O PORDERS.
            IF PORDERS-STATUS = 35
                OPEN OUTPUT PORDERS
                CLOSE PORDERS
                OPEN I-O PORDERS
            END-IF.

            OPEN OUTPUT REORDER-REPORT.

       0210-VERIFICATION       SECTION.
            EVALUATE MOVIES-STATUS
              WHEN 0
                CONTINUE
              WHEN 30
                MOVE WRK-MSG-PATH TO WRK-ERROR-MSG
              WHEN 42
                MOVE WRK-MSG-CORRUPTED TO WRK-ERROR-MSG
              WHEN OTHER
                MOVE WRK-MSG-UNKNOWN TO WRK-ERROR-MSG
            END-EVALUATE.

            IF WRK-ERROR-MSG NOT EQUAL SPACES
               PERFORM 9000-MANAGE-ERROR
            END-IF.

       0300-PROCESS            SECTION.
            DISPLAY CLEANER-SCREEN.
            PERFORM 0305-GET-PARAMETERS.

            PERFORM 0310-LOAD-TITLES.
            PERFORM 0315-SCAN-RENTALS.
            PERFORM 0318-SCAN-HISTORY.
            PERFORM 0320-SCAN-COPIES.
            PERFORM 0325-SCAN-HOLDS.
            PERFORM 0328-SCAN-WRITE-OFFS.
            PERFORM 0330-SCAN-ON-ORDER.
            PERFORM 0333-LOAD-FEED-PRICES.

            PERFORM 0340-REPORT-HEADER.
            MOVE ZEROS TO WRK-SPENT WRK-LINE-QTY WRK-UNIT-QTY
               WRK-SUG-QTY.

            SORT SORT-REORDER
                ON DESCENDING KEY SORT-SCORE
                INPUT PROCEDURE IS 0345-SCORE-TITLES
                OUTPUT PROCEDURE IS 0350-ALLOCATE-BUDGET.

            PERFORM 0360-PRE-RELEASE.
            PERFORM 0370-OVER-STOCKED.
            PERFORM 0380-REPORT-TOTALS.
            PERFORM 0390-REPORT-STATISTICS.

            IF WRK-REPORT-BATCH NOT = "Y" AND WRK-SUG-QTY > ZEROS
                PERFORM 0500-REVIEW-LINES
            END-IF.

      *      UNDER REPORTBATCH THE WEEKS AND BUDGET COME FROM
      *      REORDERWEEKS AND REORDERBUDGET (WHOLE CURRENCY UNITS).
       0305-GET-PARAMETERS     SECTION.
            MOVE 04 TO WRK-WEEKS.
            MOVE ZEROS TO WRK-BUDGET.
            IF WRK-REPORT-BATCH = "Y"
                MOVE SPACES TO WRK-PARM-X
                ACCEPT WRK-PARM-X FROM ENVIRONMENT "REORDERWEEKS"
                IF WRK-PARM-X(1:2) IS NUMERIC
                    MOVE WRK-PARM-X(1:2) TO WRK-WEEKS
                END-IF
                MOVE SPACES TO WRK-PARM-X
                ACCEPT WRK-PARM-X FROM ENVIRONMENT "REORDERBUDGET"
                IF WRK-PARM-X(1:5) IS NUMERIC
                    MOVE WRK-PARM-X(1:5) TO WRK-BUDGET
                END-IF
            ELSE
                DISPLAY PARM-SCREEN
                ACCEPT PARM-DATA
            END-IF.

            IF WRK-WEEKS = ZEROS
                MOVE 04 TO WRK-WEEKS
            END-IF.
            COMPUTE WRK-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-TODAY) - WRK-WEEKS * 7).

      *      EVERY ACTIVE TITLE GETS A SLOT; MOVIES.DAT IS READ IN
      *      KEY ORDER SO THE TABLE CAN BE BINARY SEARCHED.
       0310-LOAD-TITLES        SECTION.
            MOVE ZEROS TO WRK-TTL-QTY.
            MOVE "N" TO WRK-TTL-FULL.
            MOVE ZEROS TO MOVIES-KEY.
            START MOVIES KEY IS GREATER THAN MOVIES-KEY
               INVALID KEY
                   MOVE 10 TO MOVIES-STATUS
               NOT INVALID KEY
                   MOVE 0 TO MOVIES-STATUS
            END-START.

            PERFORM UNTIL MOVIES-STATUS = 10
               READ MOVIES NEXT
                  AT END
                      MOVE 10 TO MOVIES-STATUS
                  NOT AT END
                      IF MOVIES-ACTIVE
                          IF WRK-TTL-QTY < WRK-TTL-MAX
                              ADD 1 TO WRK-TTL-QTY
                              MOVE WRK-TTL-QTY TO WRK-TTL-IDX
                              PERFORM 0312-INIT-TITLE
                          ELSE
                              MOVE "Y" TO WRK-TTL-FULL
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.

       0312-INIT-TITLE         SECTION.
            MOVE MOVIES-KEY TO WRK-TTL-KEY(WRK-TTL-IDX).
            MOVE ZEROS TO WRK-TTL-ACTIVE(WRK-TTL-IDX)
               WRK-TTL-FREE(WRK-TTL-IDX) WRK-TTL-IDLE(WRK-TTL-IDX)
               WRK-TTL-TURNS(WRK-TTL-IDX) WRK-TTL-HOLDS(WRK-TTL-IDX)
               WRK-TTL-WAIT-SUM(WRK-TTL-IDX) WRK-TTL-LOST(WRK-TTL-IDX)
               WRK-TTL-ON-ORDER(WRK-TTL-IDX)
               WRK-TTL-PRICE(WRK-TTL-IDX).
            MOVE SPACE TO WRK-TTL-PRICE-SRC(WRK-TTL-IDX).
            MOVE ALL "N" TO WRK-TTL-OUT(WRK-TTL-IDX)
               WRK-TTL-RENTED(WRK-TTL-IDX).

      *      OPEN RENTALS MARK THEIR COPY AS OUT; CHECK-OUTS INSIDE
      *      THE WINDOW ARE TURNS AND MARK THEIR COPY AS RENTED.
       0315-SCAN-RENTALS       SECTION.
            IF RENTALS-STATUS NOT EQUAL ZEROS
                MOVE 10 TO RENTALS-STATUS
            END-IF.
            PERFORM UNTIL RENTALS-STATUS = 10
               READ RENTALS NEXT
                  AT END
                      MOVE 10 TO RENTALS-STATUS
                  NOT AT END
                      MOVE RENTAL-MOVIES-KEY TO WRK-FIND-KEY
                      PERFORM 0290-FIND-TITLE
                      IF WRK-FIND-IDX > ZEROS
                          MOVE RENTAL-COPY-NUMBER TO WRK-COPY-IDX
                          IF WRK-COPY-IDX = ZEROS
                              MOVE 1 TO WRK-COPY-IDX
                          END-IF
                          IF RENTAL-OPEN
                              MOVE "Y" TO WRK-TTL-OUT(WRK-FIND-IDX)
                                 (WRK-COPY-IDX:1)
                          END-IF
                          IF RENTAL-CHECKOUT-DATE NOT < WRK-FROM-DATE
                              ADD 1 TO WRK-TTL-TURNS(WRK-FIND-IDX)
                              MOVE "Y" TO WRK-TTL-RENTED(WRK-FIND-IDX)
                                 (WRK-COPY-IDX:1)
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.

       0318-SCAN-HISTORY       SECTION.
            IF HIST-STATUS NOT EQUAL ZEROS
                MOVE 10 TO HIST-STATUS
            END-IF.
            PERFORM UNTIL HIST-STATUS = 10
               READ RENTALS-HIST NEXT
                  AT END
                      MOVE 10 TO HIST-STATUS
                  NOT AT END
                      IF HIST-CHECKOUT-DATE NOT < WRK-FROM-DATE
                          MOVE HIST-MOVIES-KEY TO WRK-FIND-KEY
                          PERFORM 0290-FIND-TITLE
                          IF WRK-FIND-IDX > ZEROS
                              MOVE HIST-COPY-NUMBER TO WRK-COPY-IDX
                              IF WRK-COPY-IDX = ZEROS
                                  MOVE 1 TO WRK-COPY-IDX
                              END-IF
                              ADD 1 TO WRK-TTL-TURNS(WRK-FIND-IDX)
                              MOVE "Y" TO WRK-TTL-RENTED(WRK-FIND-IDX)
                                 (WRK-COPY-IDX:1)
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.

      *      ACTIVE COPIES ON THE SHELF ARE FREE; THOSE NOBODY TOOK
      *      HOME IN THE WINDOW ARE IDLE. A COPY SITTING WITH THE
      *      DISTRIBUTOR ON A RETURN IS CAPACITY WE HAVE LOST.
       0320-SCAN-COPIES        SECTION.
            MOVE LOW-VALUES TO COPY-ID.
            START COPIES KEY IS GREATER THAN COPY-ID
               INVALID KEY
                   MOVE 10 TO COPIES-STATUS
               NOT INVALID KEY
                   MOVE 0 TO COPIES-STATUS
            END-START.

            PERFORM UNTIL COPIES-STATUS = 10
               READ COPIES NEXT
                  AT END
                      MOVE 10 TO COPIES-STATUS
                  NOT AT END
                      MOVE COPY-MOVIES-KEY TO WRK-FIND-KEY
                      PERFORM 0290-FIND-TITLE
                      IF WRK-FIND-IDX > ZEROS
                          PERFORM 0322-TALLY-COPY
                      END-IF
               END-READ
            END-PERFORM.

       0322-TALLY-COPY         SECTION.
            MOVE COPY-NUMBER TO WRK-COPY-IDX.
            IF WRK-COPY-IDX = ZEROS
                MOVE 1 TO WRK-COPY-IDX
            END-IF.

            EVALUATE TRUE
              WHEN COPY-ACTIVE
                ADD 1 TO WRK-TTL-ACTIVE(WRK-FIND-IDX)
                IF WRK-TTL-OUT(WRK-FIND-IDX)(WRK-COPY-IDX:1) = "N"
                    ADD 1 TO WRK-TTL-FREE(WRK-FIND-IDX)
                    IF WRK-TTL-RENTED(WRK-FIND-IDX)(WRK-COPY-IDX:1)
                          = "N"
                        ADD 1 TO WRK-TTL-IDLE(WRK-FIND-IDX)
                    END-IF
                END-IF
              WHEN COPY-AT-DIST
                ADD 1 TO WRK-TTL-LOST(WRK-FIND-IDX)
              WHEN OTHER
                CONTINUE
            END-EVALUATE.

      *      THE PRICE FALLS BACK TO WHAT THE NEWEST COPY COST WHEN
      *      THE TITLE IS NOT ON THE DISTRIBUTOR FEED.
            IF COPY-REPL-COST > ZEROS
                MOVE COPY-REPL-COST TO WRK-TTL-PRICE(WRK-FIND-IDX)
                MOVE "C" TO WRK-TTL-PRICE-SRC(WRK-FIND-IDX)
            END-IF.

      *      CUSTOMERS STILL WAITING IN THE QUEUE, AND HOW LONG THEY
      *      HAVE BEEN WAITING.
       0325-SCAN-HOLDS         SECTION.
            IF HOLDS-STATUS = ZEROS
                MOVE LOW-VALUES TO HOLD-ID
                START HOLDS KEY IS GREATER THAN HOLD-ID
                   INVALID KEY
                       MOVE 10 TO HOLDS-STATUS
                   NOT INVALID KEY
                       MOVE 0 TO HOLDS-STATUS
                END-START
            ELSE
                MOVE 10 TO HOLDS-STATUS
            END-IF.

            PERFORM UNTIL HOLDS-STATUS = 10
               READ HOLDS NEXT
                  AT END
                      MOVE 10 TO HOLDS-STATUS
                  NOT AT END
                      IF HOLD-WAITING
                          MOVE HOLD-MOVIES-KEY TO WRK-FIND-KEY
                          PERFORM 0290-FIND-TITLE
                          IF WRK-FIND-IDX > ZEROS
                              ADD 1 TO WRK-TTL-HOLDS(WRK-FIND-IDX)
                              COMPUTE WRK-TTL-WAIT-SUM(WRK-FIND-IDX) =
                                 WRK-TTL-WAIT-SUM(WRK-FIND-IDX) +
                                 FUNCTION INTEGER-OF-DATE(WRK-TODAY) -
                                 FUNCTION INTEGER-OF-DATE
                                    (HOLD-PLACED-DATE)
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.

      *      COPIES WRITTEN OFF THE ASSET REGISTER INSIDE THE WINDOW
      *      - RETIRED, DAMAGED, RETURNED TO THE DISTRIBUTOR, LOST.
       0328-SCAN-WRITE-OFFS    SECTION.
            IF ASSETS-STATUS = ZEROS
                MOVE LOW-VALUES TO AST-KEY
                START ASSETS KEY IS GREATER THAN AST-KEY
                   INVALID KEY
                       MOVE 10 TO ASSETS-STATUS
                   NOT INVALID KEY
                       MOVE 0 TO ASSETS-STATUS
                END-START
            ELSE
                MOVE 10 TO ASSETS-STATUS
            END-IF.

            PERFORM UNTIL ASSETS-STATUS = 10
               READ ASSETS NEXT
                  AT END
                      MOVE 10 TO ASSETS-STATUS
                  NOT AT END
                      IF AST-WRITTEN-OFF
                            AND AST-WO-DATE NOT < WRK-FROM-DATE
                          MOVE AST-MOVIES-KEY TO WRK-FIND-KEY
                          PERFORM 0290-FIND-TITLE
                          IF WRK-FIND-IDX > ZEROS
                              ADD 1 TO WRK-TTL-LOST(WRK-FIND-IDX)
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.

      *      COPIES ALREADY ORDERED (OR DRAFTED) AND NOT YET IN ARE
      *      TAKEN OFF WHAT WE RECOMMEND.
       0330-SCAN-ON-ORDER      SECTION.
            MOVE ZEROS TO PO-NUMBER PO-LINE.
            START PORDERS KEY IS GREATER THAN PO-ID
               INVALID KEY
                   MOVE 10 TO PORDERS-STATUS
               NOT INVALID KEY
                   MOVE 0 TO PORDERS-STATUS
            END-START.

            PERFORM UNTIL PORDERS-STATUS = 10
               READ PORDERS NEXT
                  AT END
                      MOVE 10 TO PORDERS-STATUS
                  NOT AT END
                      IF PO-LINE-OPEN OR PO-LINE-SHORT
                            OR PO-LINE-DRAFT
                          MOVE PO-MOVIES-KEY TO WRK-FIND-KEY
                          PERFORM 0290-FIND-TITLE
                          IF WRK-FIND-IDX > ZEROS
                              COMPUTE WRK-TTL-ON-ORDER(WRK-FIND-IDX) =
                                 WRK-TTL-ON-ORDER(WRK-FIND-IDX) +
                                 PO-QTY-ORDERED - PO-QTY-RECEIVED
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.

      *      SAME PRICE SHEET PURCHORD SEEDS ITS ORDER LINES FROM.
       0333-LOAD-FEED-PRICES   SECTION.
            OPEN INPUT DISTFEED.
            IF DISTFEED-STATUS = ZEROS
                PERFORM UNTIL DISTFEED-STATUS = 10
                   READ DISTFEED
                      AT END
                          MOVE 10 TO DISTFEED-STATUS
                      NOT AT END
                          IF FEED-KEY IS NUMERIC
                                AND FEED-PRICE-X IS NUMERIC
                              MOVE FEED-KEY-N TO WRK-FIND-KEY
                              PERFORM 0290-FIND-TITLE
                              IF WRK-FIND-IDX > ZEROS
                                  MOVE FEED-PRICE
                                     TO WRK-TTL-PRICE(WRK-FIND-IDX)
                                  MOVE "F"
                                     TO WRK-TTL-PRICE-SRC(WRK-FIND-IDX)
                              END-IF
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE DISTFEED
            END-IF.

       0340-REPORT-HEADER      SECTION.
            MOVE SPACES TO REORDER-REPORT-REG.
            STRING "REORDER ANALYSIS - RUN " DELIMITED BY SIZE
                   WRK-TODAY DELIMITED BY SIZE
                   "  WEEKS " DELIMITED BY SIZE
                   WRK-WEEKS DELIMITED BY SIZE
                   "  FROM " DELIMITED BY SIZE
                   WRK-FROM-DATE DELIMITED BY SIZE
                   INTO REORDER-REPORT-DATA
            END-STRING.
            WRITE REORDER-REPORT-REG.

            MOVE SPACES TO REORDER-REPORT-REG.
            MOVE WRK-BUDGET TO WRK-AMT-DISP.
            STRING "BUDGET (0 = NO LIMIT) " DELIMITED BY SIZE
                   WRK-AMT-DISP DELIMITED BY SIZE
                   INTO REORDER-REPORT-DATA
            END-STRING.
            WRITE REORDER-REPORT-REG.

            MOVE SPACES TO REORDER-REPORT-REG.
            MOVE "----------------------------"
               TO REORDER-REPORT-DATA.
            WRITE REORDER-REPORT-REG.

            MOVE SPACES TO REORDER-REPORT-REG.
            MOVE "  SCORE MOVIE TITLE" TO REORDER-REPORT-DATA(001:19).
            MOVE "DIST   COPY FREE HOLD WAIT TURN T/C/W LOST ORDR"
               TO REORDER-REPORT-DATA(047:47).
            MOVE "NEED BUY  PRICE      COST NOTE"
               TO REORDER-REPORT-DATA(095:30).
            WRITE REORDER-REPORT-REG.

      *      THE SCORE RANKS THE TITLES; THE QUANTITY IS WHAT IT
      *      TAKES TO SERVE THE QUEUE (ONE COPY PER REORDERHOLDS
      *      WAITING CUSTOMERS NOT COVERED BY A FREE COPY), ONE MORE
      *      WHEN THE TITLE IS BUSY, AND A REPLACEMENT FOR EACH COPY
      *      LOST WHILE THE TITLE IS STILL IN DEMAND - LESS WHAT IS
      *      ALREADY ON ORDER.
       0345-SCORE-TITLES       SECTION.
            PERFORM VARYING WRK-TTL-IDX FROM 1 BY 1
                  UNTIL WRK-TTL-IDX > WRK-TTL-QTY
               PERFORM 0347-SCORE-ONE
               IF WRK-NEED > ZEROS
                   MOVE WRK-SCORE   TO SORT-SCORE
                   MOVE WRK-TTL-IDX TO SORT-TTL-IDX
                   MOVE WRK-NEED    TO SORT-QTY
                   RELEASE SORT-REORDER-REC
               END-IF
            END-PERFORM.

       0347-SCORE-ONE          SECTION.
            IF WRK-TTL-ACTIVE(WRK-TTL-IDX) > ZEROS
                COMPUTE WRK-COPY-WEEKS =
                   WRK-TTL-ACTIVE(WRK-TTL-IDX) * WRK-WEEKS
            ELSE
                MOVE WRK-WEEKS TO WRK-COPY-WEEKS
            END-IF.
            COMPUTE WRK-TPW ROUNDED =
               WRK-TTL-TURNS(WRK-TTL-IDX) / WRK-COPY-WEEKS.

            IF WRK-TTL-HOLDS(WRK-TTL-IDX) > ZEROS
                COMPUTE WRK-WAIT-AVG = WRK-TTL-WAIT-SUM(WRK-TTL-IDX)
                   / WRK-TTL-HOLDS(WRK-TTL-IDX)
            ELSE
                MOVE ZEROS TO WRK-WAIT-AVG
            END-IF.

            COMPUTE WRK-SCORE = WRK-TTL-HOLDS(WRK-TTL-IDX) * 10
               + WRK-WAIT-AVG + WRK-TPW * 20
               + WRK-TTL-LOST(WRK-TTL-IDX) * 5.

            MOVE ZEROS TO WRK-NEED.
            COMPUTE WRK-HOLD-NEED = WRK-TTL-HOLDS(WRK-TTL-IDX)
               - WRK-TTL-FREE(WRK-TTL-IDX).
            IF WRK-HOLD-NEED > ZEROS
                COMPUTE WRK-NEED = (WRK-HOLD-NEED
                   + WRK-HOLDS-PER-COPY - 1) / WRK-HOLDS-PER-COPY
            END-IF.
            IF WRK-TPW NOT < WRK-BUSY-TURNS
                ADD 1 TO WRK-NEED
            END-IF.
            IF WRK-TTL-LOST(WRK-TTL-IDX) > ZEROS
                  AND (WRK-TTL-HOLDS(WRK-TTL-IDX) > ZEROS
                       OR WRK-TPW NOT < 1)
                ADD WRK-TTL-LOST(WRK-TTL-IDX) TO WRK-NEED
            END-IF.
            SUBTRACT WRK-TTL-ON-ORDER(WRK-TTL-IDX) FROM WRK-NEED.
            IF WRK-NEED > 99
                MOVE 99 TO WRK-NEED
            END-IF.

      *      BEST SCORE FIRST: EACH LINE TAKES AS MANY COPIES AS THE
      *      BUDGET LEFT WILL BUY. A LINE WITH NO PRICE IS LISTED BUT
      *      NOT COSTED, AND ONE WITH NO DISTRIBUTOR ON FILE CANNOT
      *      BE DRAFTED.
       0350-ALLOCATE-BUDGET    SECTION.
            MOVE "N" TO WRK-SORT-EOF.
            PERFORM UNTIL WRK-SORT-EOF = "Y"
               RETURN SORT-REORDER RECORD
                   AT END
                       MOVE "Y" TO WRK-SORT-EOF
                   NOT AT END
                       PERFORM 0352-ALLOCATE-LINE
               END-RETURN
            END-PERFORM.

       0352-ALLOCATE-LINE      SECTION.
            MOVE SORT-TTL-IDX TO WRK-TTL-IDX.
            PERFORM 0347-SCORE-ONE.
            MOVE WRK-TTL-KEY(WRK-TTL-IDX) TO MOVIES-KEY.
            READ MOVIES
               INVALID KEY
                   MOVE SPACES TO MOVIES-TITLE MOVIES-DISTRIBUTOR
            END-READ.

            MOVE SPACES TO DIST-CODE WRK-NOTE.
            MOVE MOVIES-DISTRIBUTOR TO DIST-NAME.
            READ DISTRIB KEY IS DIST-NAME
               INVALID KEY
                   MOVE SPACES TO DIST-CODE
                   MOVE "NO DISTRIB" TO WRK-NOTE
               NOT INVALID KEY
                   IF DIST-INACTIVE
                       MOVE SPACES TO DIST-CODE
                       MOVE "DIST INACTIV" TO WRK-NOTE
                   END-IF
            END-READ.

            MOVE SORT-QTY TO WRK-BUY.
            IF WRK-TTL-PRICE(WRK-TTL-IDX) = ZEROS
                MOVE "NO PRICE" TO WRK-NOTE
            ELSE
                IF WRK-BUDGET > ZEROS
                    COMPUTE WRK-AFFORD = (WRK-BUDGET - WRK-SPENT)
                       / WRK-TTL-PRICE(WRK-TTL-IDX)
                    IF WRK-AFFORD < WRK-BUY
                        MOVE WRK-AFFORD TO WRK-BUY
                        MOVE "OVER BUDGET" TO WRK-NOTE
                    END-IF
                END-IF
                IF WRK-TTL-PRICE-SRC(WRK-TTL-IDX) = "C"
                      AND WRK-NOTE = SPACES
                    MOVE "LAST COST" TO WRK-NOTE
                END-IF
            END-IF.
            COMPUTE WRK-LINE-COST =
               WRK-BUY * WRK-TTL-PRICE(WRK-TTL-IDX).
            ADD WRK-LINE-COST TO WRK-SPENT.
            ADD 1 TO WRK-LINE-QTY.
            ADD WRK-BUY TO WRK-UNIT-QTY.

            MOVE SPACES TO REORDER-REPORT-REG.
            MOVE WRK-SCORE TO WRK-SCORE-DISP.
            MOVE WRK-SCORE-DISP TO REORDER-REPORT-DATA(001:07).
            MOVE WRK-TTL-KEY(WRK-TTL-IDX)
               TO REORDER-REPORT-DATA(009:05).
            MOVE MOVIES-TITLE(1:30) TO REORDER-REPORT-DATA(015:30).
            MOVE DIST-CODE TO REORDER-REPORT-DATA(047:06).
            MOVE WRK-TTL-ACTIVE(WRK-TTL-IDX)
               TO REORDER-REPORT-DATA(054:03).
            MOVE WRK-TTL-FREE(WRK-TTL-IDX)
               TO REORDER-REPORT-DATA(059:03).
            MOVE WRK-TTL-HOLDS(WRK-TTL-IDX)
               TO REORDER-REPORT-DATA(064:03).
            MOVE WRK-WAIT-AVG TO REORDER-REPORT-DATA(069:03).
            MOVE WRK-TTL-TURNS(WRK-TTL-IDX)(3:3)
               TO REORDER-REPORT-DATA(074:03).
            MOVE WRK-TPW TO WRK-TPW-DISP.
            MOVE WRK-TPW-DISP TO REORDER-REPORT-DATA(078:06).
            MOVE WRK-TTL-LOST(WRK-TTL-IDX)
               TO REORDER-REPORT-DATA(085:03).
            MOVE WRK-TTL-ON-ORDER(WRK-TTL-IDX)
               TO REORDER-REPORT-DATA(090:03).
            MOVE SORT-QTY TO REORDER-REPORT-DATA(096:02).
            MOVE WRK-BUY  TO REORDER-REPORT-DATA(100:02).
            MOVE WRK-TTL-PRICE(WRK-TTL-IDX) TO WRK-TPW-DISP.
            MOVE WRK-TPW-DISP TO REORDER-REPORT-DATA(103:06).
            MOVE WRK-LINE-COST TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP TO REORDER-REPORT-DATA(110:10).
            MOVE WRK-NOTE TO REORDER-REPORT-DATA(121:12).
            WRITE REORDER-REPORT-REG.

            IF WRK-BUY > ZEROS AND DIST-CODE NOT = SPACES
                  AND WRK-SUG-QTY < WRK-SUG-MAX
                ADD 1 TO WRK-SUG-QTY
                MOVE WRK-SUG-QTY TO WRK-SUG-IDX
                MOVE WRK-TTL-KEY(WRK-TTL-IDX)
                   TO WRK-SUG-MOVIES-KEY(WRK-SUG-IDX)
                MOVE MOVIES-TITLE(1:30) TO WRK-SUG-TITLE(WRK-SUG-IDX)
                MOVE DIST-CODE TO WRK-SUG-DIST-CODE(WRK-SUG-IDX)
                MOVE WRK-BUY TO WRK-SUG-BUY(WRK-SUG-IDX)
                MOVE WRK-TTL-PRICE(WRK-TTL-IDX)
                   TO WRK-SUG-PRICE(WRK-SUG-IDX)
            END-IF.

      *      WAITING-LIST ENTRIES ARE FOR TITLES NOT YET IN THE
      *      CATALOG - THEY CANNOT BE ORDERED UNTIL THE TITLE IS
      *      REGISTERED, BUT THE DEMAND IS SHOWN SO THE FIRST ORDER
      *      IS SIZED RIGHT.
       0360-PRE-RELEASE        SECTION.
            MOVE ZEROS TO WRK-WL-QTY.
            IF WAITLIST-STATUS = ZEROS
                MOVE ZEROS TO WAIT-ID
                START WAITLIST KEY IS GREATER THAN WAIT-ID
                   INVALID KEY
                       MOVE 10 TO WAITLIST-STATUS
                   NOT INVALID KEY
                       MOVE 0 TO WAITLIST-STATUS
                END-START
            ELSE
                MOVE 10 TO WAITLIST-STATUS
            END-IF.

            PERFORM UNTIL WAITLIST-STATUS = 10
               READ WAITLIST NEXT
                  AT END
                      MOVE 10 TO WAITLIST-STATUS
                  NOT AT END
                      IF WAIT-WAITING
                          PERFORM 0362-TALLY-WAIT
                      END-IF
               END-READ
            END-PERFORM.

            MOVE SPACES TO REORDER-REPORT-REG.
            WRITE REORDER-REPORT-REG.
            MOVE SPACES TO REORDER-REPORT-REG.
            MOVE "PRE-RELEASE DEMAND (WAITING LIST - NOT IN CATALOG)"
               TO REORDER-REPORT-DATA.
            WRITE REORDER-REPORT-REG.

            PERFORM VARYING WRK-WL-IDX FROM 1 BY 1
                  UNTIL WRK-WL-IDX > WRK-WL-QTY
               MOVE SPACES TO REORDER-REPORT-REG
               MOVE WRK-WL-TITLE(WRK-WL-IDX)
                  TO REORDER-REPORT-DATA(015:30)
               MOVE "WAITING" TO REORDER-REPORT-DATA(047:07)
               MOVE WRK-WL-COUNT(WRK-WL-IDX)
                  TO REORDER-REPORT-DATA(055:03)
               MOVE "SINCE" TO REORDER-REPORT-DATA(060:05)
               MOVE WRK-WL-OLDEST(WRK-WL-IDX)
                  TO REORDER-REPORT-DATA(066:08)
               MOVE "SUGGESTED FIRST ORDER"
                  TO REORDER-REPORT-DATA(076:21)
               COMPUTE WRK-NEED = (WRK-WL-COUNT(WRK-WL-IDX)
                  + WRK-HOLDS-PER-COPY - 1) / WRK-HOLDS-PER-COPY
               MOVE WRK-NEED TO WRK-BUY
               MOVE WRK-BUY TO REORDER-REPORT-DATA(098:02)
               WRITE REORDER-REPORT-REG
            END-PERFORM.

       0362-TALLY-WAIT         SECTION.
            PERFORM VARYING WRK-WL-IDX FROM 1 BY 1
                  UNTIL WRK-WL-IDX > WRK-WL-QTY
                     OR WRK-WL-TITLE(WRK-WL-IDX) = WAIT-TITLE
               CONTINUE
            END-PERFORM.
            IF WRK-WL-IDX > WRK-WL-QTY
                IF WRK-WL-QTY < WRK-WL-MAX
                    ADD 1 TO WRK-WL-QTY
                    MOVE WRK-WL-QTY TO WRK-WL-IDX
                    MOVE WAIT-TITLE TO WRK-WL-TITLE(WRK-WL-IDX)
                    MOVE ZEROS TO WRK-WL-COUNT(WRK-WL-IDX)
                    MOVE WAIT-PLACED-DATE TO WRK-WL-OLDEST(WRK-WL-IDX)
                ELSE
                    MOVE ZEROS TO WRK-WL-IDX
                END-IF
            END-IF.
            IF WRK-WL-IDX > ZEROS
                ADD 1 TO WRK-WL-COUNT(WRK-WL-IDX)
                IF WAIT-PLACED-DATE < WRK-WL-OLDEST(WRK-WL-IDX)
                    MOVE WAIT-PLACED-DATE TO WRK-WL-OLDEST(WRK-WL-IDX)
                END-IF
            END-IF.

      *      TITLES WITH MORE THAN ONE COPY WHERE SOME COPIES SAT ON
      *      THE SHELF THE WHOLE WINDOW AND NOBODY IS QUEUEING -
      *      CANDIDATES FOR TRANSFER OR RETIREMENT, NOT FOR BUYING.
       0370-OVER-STOCKED       SECTION.
            MOVE SPACES TO REORDER-REPORT-REG.
            WRITE REORDER-REPORT-REG.
            MOVE SPACES TO REORDER-REPORT-REG.
            MOVE "OVER-STOCKED (COPIES NOT RENTED IN THE WINDOW)"
               TO REORDER-REPORT-DATA.
            WRITE REORDER-REPORT-REG.

            PERFORM VARYING WRK-TTL-IDX FROM 1 BY 1
                  UNTIL WRK-TTL-IDX > WRK-TTL-QTY
               IF WRK-TTL-IDLE(WRK-TTL-IDX) > ZEROS
                     AND WRK-TTL-ACTIVE(WRK-TTL-IDX) > 1
                     AND WRK-TTL-HOLDS(WRK-TTL-IDX) = ZEROS
                   PERFORM 0372-OVER-STOCK-LINE
               END-IF
            END-PERFORM.

       0372-OVER-STOCK-LINE    SECTION.
            MOVE WRK-TTL-KEY(WRK-TTL-IDX) TO MOVIES-KEY.
            READ MOVIES
               INVALID KEY
                   MOVE SPACES TO MOVIES-TITLE
            END-READ.

            MOVE SPACES TO REORDER-REPORT-REG.
            MOVE WRK-TTL-KEY(WRK-TTL-IDX)
               TO REORDER-REPORT-DATA(009:05).
            MOVE MOVIES-TITLE(1:30) TO REORDER-REPORT-DATA(015:30).
            MOVE "COPIES" TO REORDER-REPORT-DATA(047:06).
            MOVE WRK-TTL-ACTIVE(WRK-TTL-IDX)
               TO REORDER-REPORT-DATA(054:03).
            MOVE "IDLE" TO REORDER-REPORT-DATA(059:04).
            MOVE WRK-TTL-IDLE(WRK-TTL-IDX)
               TO REORDER-REPORT-DATA(064:03).
            MOVE "TURNS" TO REORDER-REPORT-DATA(069:05).
            MOVE WRK-TTL-TURNS(WRK-TTL-IDX)
               TO REORDER-REPORT-DATA(075:05).
            WRITE REORDER-REPORT-REG.

       0380-REPORT-TOTALS      SECTION.
            MOVE SPACES TO REORDER-REPORT-REG.
            WRITE REORDER-REPORT-REG.

            MOVE SPACES TO REORDER-REPORT-REG.
            MOVE WRK-MSG-TITLES TO REORDER-REPORT-DATA(001:30).
            MOVE WRK-TTL-QTY TO REORDER-REPORT-DATA(032:03).
            WRITE REORDER-REPORT-REG.

            MOVE SPACES TO REORDER-REPORT-REG.
            MOVE WRK-MSG-RECOMMENDED TO REORDER-REPORT-DATA(001:30).
            MOVE WRK-LINE-QTY TO REORDER-REPORT-DATA(032:05).
            WRITE REORDER-REPORT-REG.

            MOVE SPACES TO REORDER-REPORT-REG.
            MOVE WRK-MSG-UNITS TO REORDER-REPORT-DATA(001:30).
            MOVE WRK-UNIT-QTY TO REORDER-REPORT-DATA(032:05).
            WRITE REORDER-REPORT-REG.

            MOVE SPACES TO REORDER-REPORT-REG.
            MOVE WRK-MSG-SPEND TO REORDER-REPORT-DATA(001:30).
            MOVE WRK-SPENT TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP TO REORDER-REPORT-DATA(032:10).
            WRITE REORDER-REPORT-REG.

            IF WRK-TTL-FULL = "Y"
                MOVE SPACES TO REORDER-REPORT-REG
                MOVE WRK-MSG-TABLEFULL TO REORDER-REPORT-DATA
                WRITE REORDER-REPORT-REG
            END-IF.

       0390-REPORT-STATISTICS  SECTION.
            MOVE 10 TO WRK-LINE.
            DISPLAY WRK-MSG-TITLES      LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-TTL-QTY         LINE WRK-LINE COLUMN 36.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-RECOMMENDED LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-LINE-QTY        LINE WRK-LINE COLUMN 36.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-UNITS       LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-UNIT-QTY        LINE WRK-LINE COLUMN 36.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-SPEND       LINE WRK-LINE COLUMN 10.
            MOVE WRK-SPENT TO WRK-AMT-DISP.
            DISPLAY WRK-AMT-DISP        LINE WRK-LINE COLUMN 36.

            IF WRK-TTL-FULL = "Y"
                MOVE WRK-MSG-TABLEFULL TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-IF.

            IF WRK-LINE-QTY = ZEROS
                MOVE WRK-MSG-NOLINES TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                IF WRK-REPORT-BATCH NOT = "Y"
                    ADD 1 TO WRK-LINE
                    DISPLAY WRK-MSG-PRESSKEY LINE WRK-LINE COLUMN 10
                    ACCEPT WRK-KEY LINE WRK-LINE COLUMN 25
                    MOVE SPACES TO WRK-KEY
                END-IF
            END-IF.

      *      MOVIES.DAT ORDER MAKES THE TITLE TABLE ASCENDING BY KEY.
      *      WRK-FIND-IDX COMES BACK ZERO WHEN THE TITLE IS NOT IN IT
      *      (INACTIVE, OR PAST THE TABLE).
       0290-FIND-TITLE         SECTION.
            MOVE ZEROS TO WRK-FIND-IDX.
            MOVE 1 TO WRK-FIND-LO.
            MOVE WRK-TTL-QTY TO WRK-FIND-HI.
            PERFORM UNTIL WRK-FIND-LO > WRK-FIND-HI
                  OR WRK-FIND-IDX > ZEROS
               COMPUTE WRK-FIND-MID = (WRK-FIND-LO + WRK-FIND-HI) / 2
               EVALUATE TRUE
                 WHEN WRK-TTL-KEY(WRK-FIND-MID) = WRK-FIND-KEY
                   MOVE WRK-FIND-MID TO WRK-FIND-IDX
                 WHEN WRK-TTL-KEY(WRK-FIND-MID) < WRK-FIND-KEY
                   COMPUTE WRK-FIND-LO = WRK-FIND-MID + 1
                 WHEN OTHER
                   IF WRK-FIND-MID = 1
                       MOVE ZEROS TO WRK-FIND-HI
                   ELSE
                       COMPUTE WRK-FIND-HI = WRK-FIND-MID - 1
                   END-IF
               END-EVALUATE
            END-PERFORM.

      *      THE SUPERVISOR SIGNS IN, THEN WALKS THE RECOMMENDED
      *      LINES, KEEPING, RESIZING OR DROPPING EACH; THE KEPT ONES
      *      BECOME DRAFT ORDER LINES FOR PURCHORD TO PLACE.
       0500-REVIEW-LINES       SECTION.
            DISPLAY CLEANER-SCREEN.
            DISPLAY WRK-MSG-REVIEW LINE 08 COLUMN 10.
            ACCEPT WRK-KEY LINE 08 COLUMN 50.
            IF WRK-KEY NOT = "Y" AND WRK-KEY NOT = "y"
                MOVE SPACES TO WRK-KEY
            ELSE
                MOVE SPACES TO WRK-KEY
                PERFORM 0505-SUPERVISOR-SIGNIN
                IF WRK-SUP-APPROVER = SPACES
                    MOVE WRK-MSG-BADSUPER TO WRK-ERROR-MSG
                    PERFORM 9000-MANAGE-ERROR
                ELSE
                    MOVE ZEROS TO WRK-REV-ACCEPTED
                    PERFORM 0510-REVIEW-ONE
                       VARYING WRK-SUG-IDX FROM 1 BY 1
                       UNTIL WRK-SUG-IDX > WRK-SUG-QTY
                    IF WRK-REV-ACCEPTED > ZEROS
                        PERFORM 0520-CONFIRM-DRAFTS
                    END-IF
                END-IF
            END-IF.

      *      THE APPROVER SIGNS IN WITH THEIR OWN USERS.DAT ID AND
      *      PASSWORD AT LEVEL 2 OR ABOVE - THE SAME TEST THE RENTAL
      *      COUNTER MAKES FOR ITS OVERRIDES - AND GIVES THE REASON
      *      THAT GOES TO THE OVERRIDE LOG.
       0505-SUPERVISOR-SIGNIN  SECTION.
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

       0510-REVIEW-ONE         SECTION.
            MOVE WRK-SUG-TITLE(WRK-SUG-IDX)     TO WRK-REV-TITLE.
            MOVE WRK-SUG-DIST-CODE(WRK-SUG-IDX) TO WRK-REV-DIST.
            MOVE WRK-SUG-PRICE(WRK-SUG-IDX)     TO WRK-REV-PRICE.
            MOVE WRK-SUG-BUY(WRK-SUG-IDX)       TO WRK-REV-QTY.
            DISPLAY REVIEW-SCREEN.
            ACCEPT REVIEW-DATA.
            MOVE WRK-REV-QTY TO WRK-SUG-BUY(WRK-SUG-IDX).
            IF WRK-REV-QTY > ZEROS
                ADD 1 TO WRK-REV-ACCEPTED
            END-IF.

       0520-CONFIRM-DRAFTS     SECTION.
            DISPLAY WRK-MSG-CONFIRM LINE 16 COLUMN 10
               BACKGROUND-COLOR 3.
            ACCEPT WRK-KEY LINE 16 COLUMN 41
               BACKGROUND-COLOR 3.

            IF WRK-KEY = "Y" OR WRK-KEY = "y"
                MOVE ZEROS TO WRK-DRF-QTY WRK-DRAFT-LINES
                PERFORM 0530-WRITE-DRAFT
                   VARYING WRK-SUG-IDX FROM 1 BY 1
                   UNTIL WRK-SUG-IDX > WRK-SUG-QTY
                PERFORM 0540-LOG-DRAFT
                   VARYING WRK-DRF-IDX FROM 1 BY 1
                   UNTIL WRK-DRF-IDX > WRK-DRF-QTY
                DISPLAY WRK-MSG-DRAFTED LINE 17 COLUMN 10
                DISPLAY WRK-DRAFT-LINES LINE 17 COLUMN 40
                MOVE WRK-MSG-PRESSKEY TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-IF.
            MOVE SPACES TO WRK-KEY.

      *      ONE DRAFT ORDER PER DISTRIBUTOR PER RUN - THE FIRST LINE
      *      FOR A DISTRIBUTOR TAKES A NEW ORDER NUMBER, THE REST ARE
      *      ADDED AS FURTHER LINES ON IT.
       0530-WRITE-DRAFT        SECTION.
            IF WRK-SUG-BUY(WRK-SUG-IDX) > ZEROS
                PERFORM VARYING WRK-DRF-IDX FROM 1 BY 1
                      UNTIL WRK-DRF-IDX > WRK-DRF-QTY
                         OR WRK-DRF-DIST-CODE(WRK-DRF-IDX)
                            = WRK-SUG-DIST-CODE(WRK-SUG-IDX)
                   CONTINUE
                END-PERFORM
                IF WRK-DRF-IDX > WRK-DRF-QTY
                    ADD 1 TO WRK-DRF-QTY
                    MOVE WRK-DRF-QTY TO WRK-DRF-IDX
                    MOVE WRK-SUG-DIST-CODE(WRK-SUG-IDX)
                       TO WRK-DRF-DIST-CODE(WRK-DRF-IDX)
                    PERFORM 0535-NEXT-PO-NUMBER
                    MOVE PO-NUMBER TO WRK-DRF-PO-NUMBER(WRK-DRF-IDX)
                    MOVE ZEROS TO WRK-DRF-LAST-LINE(WRK-DRF-IDX)
                                  WRK-DRF-AMOUNT(WRK-DRF-IDX)
                END-IF

                ADD 1 TO WRK-DRF-LAST-LINE(WRK-DRF-IDX)
                MOVE WRK-DRF-PO-NUMBER(WRK-DRF-IDX) TO PO-NUMBER
                MOVE WRK-DRF-LAST-LINE(WRK-DRF-IDX) TO PO-LINE
                MOVE WRK-SUG-DIST-CODE(WRK-SUG-IDX) TO PO-DIST-CODE
                MOVE WRK-SUG-MOVIES-KEY(WRK-SUG-IDX) TO PO-MOVIES-KEY
                MOVE WRK-SUG-TITLE(WRK-SUG-IDX) TO PO-TITLE
                MOVE WRK-SUG-BUY(WRK-SUG-IDX) TO PO-QTY-ORDERED
                MOVE ZEROS TO PO-QTY-RECEIVED
                MOVE WRK-SUG-PRICE(WRK-SUG-IDX) TO PO-PRICE
                MOVE WRK-TODAY TO PO-ORDER-DATE
                MOVE "D" TO PO-STATUS-FLAG
                WRITE PORDERS-REG
                   INVALID KEY
                       MOVE WRK-MSG-NOTSAVED TO WRK-ERROR-MSG
                       PERFORM 9000-MANAGE-ERROR
                   NOT INVALID KEY
                       ADD 1 TO WRK-DRAFT-LINES
                       COMPUTE WRK-DRF-AMOUNT(WRK-DRF-IDX) =
                          WRK-DRF-AMOUNT(WRK-DRF-IDX)
                          + PO-QTY-ORDERED * PO-PRICE
                END-WRITE
            END-IF.

      *      EACH DRAFT ORDER GOES ON THE OVERRIDE LOG UNDER THE
      *      SUPERVISOR WHO SIGNED FOR IT, KEYED BY ORDER NUMBER,
      *      FOR THE VALUE OF THE LINES WRITTEN ON IT.
       0540-LOG-DRAFT          SECTION.
            IF WRK-DRF-AMOUNT(WRK-DRF-IDX) > ZEROS
                MOVE "REORDER"        TO WRK-OVR-TYPE
                MOVE WRK-SUP-APPROVER TO WRK-OVR-APPROVER
                MOVE WRK-OPERATOR     TO WRK-OVR-REQUESTER
                MOVE WRK-DRF-AMOUNT(WRK-DRF-IDX) TO WRK-OVR-AMOUNT
                MOVE "P"              TO WRK-OVR-KEY-KIND
                MOVE WRK-DRF-PO-NUMBER(WRK-DRF-IDX) TO WRK-OVR-KEY
                CALL "OVRLOG" USING WRK-OVR-REC
            END-IF.

      *      SAME ORDER NUMBER SERIES AS PURCHORD (CONTROL.DAT,
      *      SEEDED BY A FULL PASS THE FIRST TIME ONLY).
       0535-NEXT-PO-NUMBER     SECTION.
            MOVE "N"       TO WRK-CTL-ACTION.
            MOVE "PORDERS" TO WRK-CTL-NAME.
            MOVE ZEROS     TO WRK-CTL-NEXT-KEY WRK-CTL-COUNT.
            CALL "KEYCTL" USING WRK-CTL-REC.

            IF WRK-CTL-RESULT NOT = "Y"
                PERFORM 0538-INIT-PO-CONTROL
                MOVE "N"       TO WRK-CTL-ACTION
                MOVE "PORDERS" TO WRK-CTL-NAME
                MOVE ZEROS     TO WRK-CTL-NEXT-KEY WRK-CTL-COUNT
                CALL "KEYCTL" USING WRK-CTL-REC
            END-IF.

            MOVE WRK-CTL-NEXT-KEY TO PO-NUMBER.

       0538-INIT-PO-CONTROL    SECTION.
            MOVE ZEROS TO WRK-MAX-PO-NUMBER WRK-PO-SCAN-COUNT.
            MOVE ZEROS TO PO-NUMBER PO-LINE.

            START PORDERS KEY IS GREATER THAN PO-ID
               INVALID KEY
                   MOVE 10 TO PORDERS-STATUS
               NOT INVALID KEY
                   MOVE 0 TO PORDERS-STATUS
            END-START.

            PERFORM UNTIL PORDERS-STATUS = 10
               READ PORDERS NEXT
                  AT END
                      MOVE 10 TO PORDERS-STATUS
                  NOT AT END
                      ADD 1 TO WRK-PO-SCAN-COUNT
                      MOVE PO-NUMBER TO WRK-MAX-PO-NUMBER
               END-READ
            END-PERFORM.

            MOVE "I"       TO WRK-CTL-ACTION.
            MOVE "PORDERS" TO WRK-CTL-NAME.
            COMPUTE WRK-CTL-NEXT-KEY = WRK-MAX-PO-NUMBER + 1.
            MOVE WRK-PO-SCAN-COUNT TO WRK-CTL-COUNT.
            CALL "KEYCTL" USING WRK-CTL-REC.

       0400-FINALIZE           SECTION.
            CLOSE MOVIES.
            CLOSE COPIES.
            CLOSE RENTALS.
            CLOSE RENTALS-HIST.
            CLOSE HOLDS.
            CLOSE WAITLIST.
            CLOSE ASSETS.
            CLOSE PORDERS.
            CLOSE DISTRIB.
            CLOSE REORDER-REPORT.
            MOVE SPACES TO WRK-RPTFILE-PARMS.
            STRING "WEEKS " DELIMITED BY SIZE
                   WRK-WEEKS DELIMITED BY SIZE
                   INTO WRK-RPTFILE-PARMS
            END-STRING.
            CALL "RPTFILE" USING WRK-RPTFILE-REC.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
            MOVE SPACES TO WRK-KEY.
            IF WRK-REPORT-BATCH = "Y"
                DISPLAY ERROR-SCREEN
            ELSE
                ACCEPT ERROR-SCREEN
            END-IF.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
