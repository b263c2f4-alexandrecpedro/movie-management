       IDENTIFICATION          DIVISION.
       PROGRAM-ID. REVSHARE.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: DISTRIBUTOR REVENUE-SHARING AGREEMENTS AND THEIR
      *          MONTHLY SETTLEMENT. EACH AGREEMENT (REVSHARE.DAT)
      *          CARRIES THE DISTRIBUTOR'S SHARE PERCENTAGE, A MINIMUM
      *          GUARANTEE PER COPY, THE TERM DATES AND THE TITLES IT
      *          COVERS. THE SETTLEMENT RUN TOTALS CHARGED PRICE LESS
      *          DISCOUNT FROM RENTALS.DAT AND RENTALS_HIST.DAT FOR
      *          COVERED TITLES CHECKED OUT IN THE MONTH, PRINTS ONE
      *          STATEMENT PER DISTRIBUTOR (REVSTMT.TXT) WITH TITLE
      *          TURNS, GROSS, THEIR SHARE AND THE AMOUNT PAYABLE, AND
      *          FILES THE PAYABLE ON DISTPAY.DAT, WHERE PURCHASE
      *          ORDER RECEIPTS AND RMA CREDIT MEMOS ARE NETTED
      *          AGAINST IT (SEE DISTNET).
      *
      *          THE MINIMUM GUARANTEE IS SETTLED ONCE, IN THE MONTH
      *          THE TERM ENDS: IF THE SHARE PAID OVER THE TERM FALLS
      *          SHORT OF COPIES ON FILE TIMES THE GUARANTEE, THE
      *          SHORTFALL IS ADDED TO THAT MONTH'S PAYABLE.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      REVSHARE.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      REVSHAREDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT REVSHARE ASSIGN TO WRK-REVSHARE-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS REVSHARE-STATUS
             RECORD KEY IS RSH-KEY.

      *      DISTPAY.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      DISTPAYDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT DISTPAY ASSIGN TO WRK-DISTPAY-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS DISTPAY-STATUS
             RECORD KEY IS DP-KEY.

      *      DISTRIB.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      DISTRIBDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT DISTRIB ASSIGN TO WRK-DISTRIB-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS DISTRIB-STATUS
             RECORD KEY IS DIST-CODE
             ALTERNATE RECORD KEY IS DIST-NAME
                WITH DUPLICATES.

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

      *      SELECT REV-STATEMENT ASSIGN TO "./Data/REVSTMT.TXT"
             SELECT REV-STATEMENT ASSIGN TO
               "C:\Cobol\Project\Data\REVSTMT.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REV-STATEMENT-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- REVENUE-SHARE AGREEMENTS
      *      TITLE ZERO UNDER A DISTRIBUTOR IS THE AGREEMENT ITSELF;
      *      EVERY OTHER RECORD IS ONE COVERED TITLE, CARRYING WHAT
      *      HAS BEEN PAID ON IT SO FAR.
       FD REVSHARE.
       01 REVSHARE-REG.
            05 RSH-KEY.
                10 RSH-DIST-CODE      PIC X(006).
                10 RSH-MOVIES-KEY     PIC 9(005).
            05 RSH-TERMS.
                10 RSH-SHARE-PCT      PIC 9(003)V99.
                10 RSH-MIN-GUARANTEE  PIC 9(003)V99.
                10 RSH-START-DATE     PIC 9(008).
                10 RSH-END-DATE       PIC 9(008).
            05 RSH-TITLE REDEFINES RSH-TERMS.
                10 RSH-PAID-TO-DATE   PIC 9(007)V99.
                10 RSH-TOPUP-FLAG     PIC X(001).
                    88 RSH-TOPUP-DONE        VALUE "Y".
                10 RSH-ADDED-DATE     PIC 9(008).
                10 FILLER             PIC X(008).

      *---------------------------- DISTRIBUTOR PAYABLES
       FD DISTPAY.
       01 DISTPAY-REG.
            05 DP-KEY.
                10 DP-DIST-CODE       PIC X(006).
                10 DP-MONTH           PIC 9(006).
            05 DP-GROSS               PIC 9(007)V99.
            05 DP-SHARE               PIC 9(007)V99.
            05 DP-GUARANTEE           PIC 9(007)V99.
            05 DP-PAYABLE             PIC 9(007)V99.
            05 DP-NETTED              PIC S9(007)V99.
            05 DP-BALANCE             PIC S9(007)V99.
            05 DP-RUN-DATE            PIC 9(008).
            05 DP-STATUS-FLAG         PIC X(001).
                88 DP-OPEN                   VALUE "O".
                88 DP-PAID                   VALUE "P".
            05 DP-PAID-DATE           PIC 9(008).
            05 FILLER                 PIC X(010).

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

      *---------------------------- SETTLEMENT STATEMENT OUTPUT
       FD REV-STATEMENT.
       01 REV-STATEMENT-REG.
            05 REV-STATEMENT-DATA     PIC X(100).

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
            05 WRK-ERRORLOG-PROGRAM    PIC X(012) VALUE "REVSHARE".
            05 WRK-ERRORLOG-MESSAGE    PIC X(040) VALUE SPACES.

       01 WRK-MSGS.
            05 WRK-MSG-BADMODE        PIC X(040) VALUE
               "ENTER A, T, D, S, P, L OR X".
            05 WRK-MSG-CORRUPTED      PIC X(040) VALUE
               "CORRUPTED FILE".
            05 WRK-MSG-PATH           PIC X(040) VALUE
               "ERROR ON FILE PATH".
            05 WRK-MSG-UNKNOWN        PIC X(040) VALUE
               "UNKNOWN ERROR".
            05 WRK-MSG-DISTNOTFOUND   PIC X(040) VALUE
               "DISTRIBUTOR CODE NOT ON FILE".
            05 WRK-MSG-NOAGREEMENT    PIC X(040) VALUE
               "NO AGREEMENT FOR THIS DISTRIBUTOR".
            05 WRK-MSG-BADSHARE       PIC X(040) VALUE
               "SHARE MUST BE OVER 0 AND UP TO 100".
            05 WRK-MSG-BADTERM        PIC X(040) VALUE
               "TERM DATES ARE NOT VALID".
            05 WRK-MSG-TITLENOTFOUND  PIC X(040) VALUE
               "TITLE NOT ON FILE".
            05 WRK-MSG-TITLEELSEWHERE PIC X(040) VALUE
               "TITLE NOT FROM THIS DISTRIBUTOR".
            05 WRK-MSG-NOTCOVERED     PIC X(040) VALUE
               "TITLE NOT ON THIS AGREEMENT".
            05 WRK-MSG-SAVED          PIC X(040) VALUE
               "AGREEMENT SAVED".
            05 WRK-MSG-TITLEADDED     PIC X(040) VALUE
               "TITLE ADDED TO AGREEMENT".
            05 WRK-MSG-TITLEDROPPED   PIC X(040) VALUE
               "TITLE TAKEN OFF AGREEMENT".
            05 WRK-MSG-NOTSAVED       PIC X(040) VALUE
               "ERROR WHILE SAVING AGREEMENT".
            05 WRK-MSG-BADMONTH       PIC X(040) VALUE
               "ENTER THE MONTH TO SETTLE (YYYYMM)".
            05 WRK-MSG-NOTHING        PIC X(040) VALUE
               "NO AGREEMENT TO SETTLE FOR THIS MONTH".
            05 WRK-MSG-SETTLED        PIC X(040) VALUE
               "MONTH SETTLED - SEE REVSTMT.TXT".
            05 WRK-MSG-TOOMANY        PIC X(040) VALUE
               "TOO MANY TITLES - SETTLEMENT STOPPED".
            05 WRK-MSG-PAYNOTFOUND    PIC X(040) VALUE
               "PAYABLE NOT ON FILE".
            05 WRK-MSG-ALREADYPAID    PIC X(040) VALUE
               "PAYABLE ALREADY MARKED PAID".
            05 WRK-MSG-PAIDOK         PIC X(040) VALUE
               "PAYABLE MARKED PAID".
            05 WRK-MSG-PROCEED        PIC X(040) VALUE
               "DO YOU WANT TO PROCEED (Y/N)?".
            05 WRK-MSG-PRESSKEY       PIC X(040) VALUE
               "PRESS ANY KEY".

      *---------------------------- FILE
       77 REVSHARE-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-REVSHARE-PATH           PIC X(060) VALUE SPACES.
       77 DISTPAY-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-DISTPAY-PATH            PIC X(060) VALUE SPACES.
       77 DISTRIB-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-DISTRIB-PATH            PIC X(060) VALUE SPACES.
       77 MOVIES-STATUS               PIC 9(002) VALUE ZEROS.
       77 WRK-MOVIES-PATH             PIC X(060) VALUE SPACES.
       77 COPIES-STATUS               PIC 9(002) VALUE ZEROS.
       77 WRK-COPIES-PATH             PIC X(060) VALUE SPACES.
       77 RENTALS-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-RENTALS-PATH            PIC X(060) VALUE SPACES.
       77 HIST-STATUS                 PIC 9(002) VALUE ZEROS.
       77 REV-STATEMENT-STATUS        PIC 9(002) VALUE ZEROS.

      *---------------------------- ENTRY WORK AREAS
       77 WRK-DIST-IN                 PIC X(006) VALUE SPACES.
       77 WRK-MOVIE-IN                PIC 9(005) VALUE ZEROS.
       77 WRK-SHARE-IN                PIC 9(003)V99 VALUE ZEROS.
       77 WRK-GUARANTEE-IN            PIC 9(003)V99 VALUE ZEROS.
       77 WRK-START-IN                PIC 9(008) VALUE ZEROS.
       77 WRK-END-IN                  PIC 9(008) VALUE ZEROS.
       77 WRK-MONTH-IN                PIC 9(006) VALUE ZEROS.
       77 WRK-TODAY                   PIC 9(008) VALUE ZEROS.

      *---------------------------- SETTLEMENT PERIOD
       77 WRK-FIRST-DATE              PIC 9(008) VALUE ZEROS.
       77 WRK-LAST-DATE               PIC 9(008) VALUE ZEROS.
       77 WRK-NEXT-MONTH-DATE         PIC 9(008) VALUE ZEROS.
       77 WRK-STOP-FLAG               PIC X(001) VALUE "N".

      *---------------------------- AGREEMENTS BEING SETTLED
       77 WRK-AGR-MAX                 PIC 9(003) VALUE 50.
       77 WRK-AGR-QTY                 PIC 9(003) VALUE ZEROS.
       77 WRK-AGR-IDX                 PIC 9(003) VALUE ZEROS.
       77 WRK-AGR-CURRENT             PIC 9(003) VALUE ZEROS.
       01 WRK-AGR-TABLE.
            05 WRK-AGR-ENTRY OCCURS 50 TIMES.
                10 WRK-AGR-DIST       PIC X(006).
                10 WRK-AGR-PCT        PIC 9(003)V99.
                10 WRK-AGR-GUARANTEE  PIC 9(003)V99.
                10 WRK-AGR-START      PIC 9(008).
                10 WRK-AGR-END        PIC 9(008).

      *---------------------------- COVERED TITLES BEING SETTLED
       77 WRK-TTL-MAX                 PIC 9(003) VALUE 500.
       77 WRK-TTL-QTY                 PIC 9(003) VALUE ZEROS.
       77 WRK-TTL-IDX                 PIC 9(003) VALUE ZEROS.
       01 WRK-TTL-TABLE.
            05 WRK-TTL-ENTRY OCCURS 500 TIMES.
                10 WRK-TTL-AGR        PIC 9(003).
                10 WRK-TTL-MOVIE      PIC 9(005).
                10 WRK-TTL-TURNS      PIC 9(005).
                10 WRK-TTL-GROSS      PIC 9(007)V99.

      *---------------------------- ONE RENTAL BEING TALLIED
       77 WRK-RNT-MOVIE               PIC 9(005) VALUE ZEROS.
       77 WRK-RNT-DATE                PIC 9(008) VALUE ZEROS.
       77 WRK-RNT-NET                 PIC 9(005)V99 VALUE ZEROS.

      *---------------------------- TITLE AND DISTRIBUTOR FIGURES
       77 WRK-SHARE-AMT               PIC 9(007)V99 VALUE ZEROS.
       77 WRK-TOPUP-AMT               PIC 9(007)V99 VALUE ZEROS.
       77 WRK-COPY-QTY                PIC 9(005) VALUE ZEROS.
       77 WRK-GUARANTEE-AMT           PIC 9(007)V99 VALUE ZEROS.
       77 WRK-DIST-TURNS              PIC 9(007) VALUE ZEROS.
       77 WRK-DIST-GROSS              PIC 9(007)V99 VALUE ZEROS.
       77 WRK-DIST-SHARE              PIC 9(007)V99 VALUE ZEROS.
       77 WRK-DIST-TOPUP              PIC 9(007)V99 VALUE ZEROS.
       77 WRK-SETTLED-QTY             PIC 9(003) VALUE ZEROS.
       77 WRK-AMT-DISP                PIC 9(007),99 VALUE ZEROS.
       77 WRK-BAL-DISP                PIC +9(007),99 VALUE ZEROS.
       77 WRK-PCT-DISP                PIC 9(003),99 VALUE ZEROS.

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
                10 LINE 06 COLUMN 10
                   VALUE "(A)GREEMENT TERMS  (T)ITLE ON  (D)ROP TITLE".
                10 LINE 07 COLUMN 10
                   VALUE "(S)ETTLE MONTH  (P)AID  (L)IST PAYABLES".
                10 LINE 08 COLUMN 10 VALUE "OR (X) EXIT: ".
                10 COLUMN PLUS 2      PIC X(001)
                   USING WRK-MAINT-MODE.

      *---------------------------- AGREEMENT TERMS SCREEN
       01 TERMS-SCREEN.
            05 TERMS-DATA FOREGROUND-COLOR 2.
                10 LINE 10 COLUMN 10 VALUE "DIST CODE         : ".
                10 COLUMN PLUS 2      PIC X(006) USING WRK-DIST-IN.
                10 LINE 11 COLUMN 10 VALUE "SHARE PERCENT     : ".
                10 COLUMN PLUS 2      PIC 9(003)V99
                   USING WRK-SHARE-IN.
                10 LINE 12 COLUMN 10 VALUE "MIN GUARANTEE/COPY: ".
                10 COLUMN PLUS 2      PIC 9(003)V99
                   USING WRK-GUARANTEE-IN.
                10 LINE 13 COLUMN 10 VALUE "TERM START        : ".
                10 COLUMN PLUS 2      PIC 9(008) USING WRK-START-IN.
                10 LINE 14 COLUMN 10 VALUE "TERM END          : ".
                10 COLUMN PLUS 2      PIC 9(008) USING WRK-END-IN.

      *---------------------------- COVERED TITLE SCREEN
       01 TITLE-SCREEN.
            05 TITLE-DATA FOREGROUND-COLOR 2.
                10 LINE 10 COLUMN 10 VALUE "DIST CODE : ".
                10 COLUMN PLUS 2      PIC X(006) USING WRK-DIST-IN.
                10 LINE 11 COLUMN 10 VALUE "MOVIE KEY : ".
                10 COLUMN PLUS 2      PIC 9(005) USING WRK-MOVIE-IN.

      *---------------------------- SETTLEMENT MONTH SCREEN
       01 MONTH-SCREEN.
            05 MONTH-DATA FOREGROUND-COLOR 2.
                10 LINE 10 COLUMN 10 VALUE "MONTH (YYYYMM): ".
                10 COLUMN PLUS 2      PIC 9(006) USING WRK-MONTH-IN
                   BLANK WHEN ZEROS.

      *---------------------------- PAYABLE SCREEN
       01 PAID-SCREEN.
            05 PAID-DATA FOREGROUND-COLOR 2.
                10 LINE 10 COLUMN 10 VALUE "DIST CODE     : ".
                10 COLUMN PLUS 2      PIC X(006) USING WRK-DIST-IN.
                10 LINE 11 COLUMN 10 VALUE "MONTH (YYYYMM): ".
                10 COLUMN PLUS 2      PIC 9(006) USING WRK-MONTH-IN.

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
            MOVE SPACES TO WRK-REVSHARE-PATH.
            ACCEPT WRK-REVSHARE-PATH FROM ENVIRONMENT "REVSHAREDAT".
            IF WRK-REVSHARE-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\REVSHARE.DAT"
                   TO WRK-REVSHARE-PATH
            END-IF.

            MOVE SPACES TO WRK-DISTPAY-PATH.
            ACCEPT WRK-DISTPAY-PATH FROM ENVIRONMENT "DISTPAYDAT".
            IF WRK-DISTPAY-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\DISTPAY.DAT"
                   TO WRK-DISTPAY-PATH
            END-IF.

            MOVE SPACES TO WRK-DISTRIB-PATH.
            ACCEPT WRK-DISTRIB-PATH FROM ENVIRONMENT "DISTRIBDAT".
            IF WRK-DISTRIB-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\DISTRIB.DAT"
                   TO WRK-DISTRIB-PATH
            END-IF.

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

       0200-INITIALIZE         SECTION.
            PERFORM 0195-SET-FILE-PATHS.

            OPEN I-O REVSHARE.
            IF REVSHARE-STATUS = 35
                OPEN OUTPUT REVSHARE
                CLOSE REVSHARE
                OPEN I-O REVSHARE
            END-IF.
            PERFORM 0210-VERIFICATION.

            OPEN I-O DISTPAY.
            IF DISTPAY-STATUS = 35
                OPEN OUTPUT DISTPAY
                CLOSE DISTPAY
                OPEN I-O DISTPAY
            END-IF.

            OPEN INPUT DISTRIB.
            OPEN INPUT MOVIES.
            OPEN INPUT COPIES.

       0210-VERIFICATION       SECTION.
            EVALUATE REVSHARE-STATUS
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
            MOVE SPACES TO WRK-MAINT-MODE.
            DISPLAY CLEANER-SCREEN.
            DISPLAY MODE-SCREEN.
            ACCEPT MODE-ENTRY.

            EVALUATE TRUE
              WHEN WRK-MAINT-MODE = "A" OR WRK-MAINT-MODE = "a"
                PERFORM 0310-AGREEMENT-TERMS
              WHEN WRK-MAINT-MODE = "T" OR WRK-MAINT-MODE = "t"
                PERFORM 0320-ADD-TITLE
              WHEN WRK-MAINT-MODE = "D" OR WRK-MAINT-MODE = "d"
                PERFORM 0325-DROP-TITLE
              WHEN WRK-MAINT-MODE = "S" OR WRK-MAINT-MODE = "s"
                PERFORM 0500-SETTLE-MONTH
              WHEN WRK-MAINT-MODE = "P" OR WRK-MAINT-MODE = "p"
                PERFORM 0600-MARK-PAID
              WHEN WRK-MAINT-MODE = "L" OR WRK-MAINT-MODE = "l"
                PERFORM 0610-LIST-PAYABLES
              WHEN WRK-MAINT-MODE = "X" OR WRK-MAINT-MODE = "x"
                CONTINUE
              WHEN OTHER
                MOVE WRK-MSG-BADMODE TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-EVALUATE.

      *      ADD OR CHANGE THE TERMS OF A DISTRIBUTOR'S AGREEMENT.
      *      THE CURRENT TERMS ARE SHOWN FOR CHANGE WHEN ON FILE.
       0310-AGREEMENT-TERMS    SECTION.
            MOVE SPACES TO WRK-DIST-IN.
            MOVE ZEROS TO WRK-SHARE-IN WRK-GUARANTEE-IN WRK-START-IN
               WRK-END-IN.
            DISPLAY TERMS-SCREEN.
            ACCEPT WRK-DIST-IN LINE 10 COLUMN 32.
            INSPECT WRK-DIST-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

            MOVE WRK-DIST-IN TO DIST-CODE.
            READ DISTRIB
               INVALID KEY
                   MOVE WRK-MSG-DISTNOTFOUND TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
               NOT INVALID KEY
                   PERFORM 0312-KEY-TERMS
            END-READ.

       0312-KEY-TERMS          SECTION.
            DISPLAY DIST-NAME LINE 10 COLUMN 42.
            MOVE WRK-DIST-IN TO RSH-DIST-CODE.
            MOVE ZEROS TO RSH-MOVIES-KEY.
            READ REVSHARE
               INVALID KEY
                   MOVE "N" TO WRK-KEY
               NOT INVALID KEY
                   MOVE RSH-SHARE-PCT     TO WRK-SHARE-IN
                   MOVE RSH-MIN-GUARANTEE TO WRK-GUARANTEE-IN
                   MOVE RSH-START-DATE    TO WRK-START-IN
                   MOVE RSH-END-DATE      TO WRK-END-IN
                   MOVE "Y" TO WRK-KEY
            END-READ.

            DISPLAY TERMS-SCREEN.
            ACCEPT TERMS-DATA.
            MOVE DIST-CODE TO WRK-DIST-IN.

            EVALUATE TRUE
              WHEN WRK-SHARE-IN = ZEROS OR WRK-SHARE-IN > 100
                MOVE WRK-MSG-BADSHARE TO WRK-ERROR-MSG
              WHEN FUNCTION TEST-DATE-YYYYMMDD(WRK-START-IN) NOT = ZEROS
                MOVE WRK-MSG-BADTERM TO WRK-ERROR-MSG
              WHEN FUNCTION TEST-DATE-YYYYMMDD(WRK-END-IN) NOT = ZEROS
                MOVE WRK-MSG-BADTERM TO WRK-ERROR-MSG
              WHEN WRK-END-IN < WRK-START-IN
                MOVE WRK-MSG-BADTERM TO WRK-ERROR-MSG
              WHEN OTHER
                MOVE WRK-DIST-IN      TO RSH-DIST-CODE
                MOVE ZEROS            TO RSH-MOVIES-KEY
                MOVE WRK-SHARE-IN     TO RSH-SHARE-PCT
                MOVE WRK-GUARANTEE-IN TO RSH-MIN-GUARANTEE
                MOVE WRK-START-IN     TO RSH-START-DATE
                MOVE WRK-END-IN       TO RSH-END-DATE
                IF WRK-KEY = "Y"
                    REWRITE REVSHARE-REG
                       INVALID KEY
                           MOVE WRK-MSG-NOTSAVED TO WRK-ERROR-MSG
                       NOT INVALID KEY
                           MOVE WRK-MSG-SAVED TO WRK-ERROR-MSG
                    END-REWRITE
                ELSE
                    WRITE REVSHARE-REG
                       INVALID KEY
                           MOVE WRK-MSG-NOTSAVED TO WRK-ERROR-MSG
                       NOT INVALID KEY
                           MOVE WRK-MSG-SAVED TO WRK-ERROR-MSG
                    END-WRITE
                END-IF
            END-EVALUATE.
            MOVE SPACES TO WRK-KEY.
            PERFORM 9000-MANAGE-ERROR.

      *      A COVERED TITLE MUST BE ON THE CATALOG UNDER THIS
      *      DISTRIBUTOR'S NAME, AND THE AGREEMENT MUST EXIST.
       0320-ADD-TITLE          SECTION.
            PERFORM 0328-KEY-TITLE.
            IF WRK-ERROR-MSG = SPACES
                MOVE WRK-MOVIE-IN TO MOVIES-KEY
                READ MOVIES
                   INVALID KEY
                       MOVE WRK-MSG-TITLENOTFOUND TO WRK-ERROR-MSG
                   NOT INVALID KEY
                       IF MOVIES-DISTRIBUTOR NOT = DIST-NAME
                           MOVE WRK-MSG-TITLEELSEWHERE
                              TO WRK-ERROR-MSG
                       END-IF
                END-READ
            END-IF.

            IF WRK-ERROR-MSG = SPACES
                MOVE WRK-DIST-IN  TO RSH-DIST-CODE
                MOVE WRK-MOVIE-IN TO RSH-MOVIES-KEY
                MOVE ZEROS        TO RSH-PAID-TO-DATE
                MOVE "N"          TO RSH-TOPUP-FLAG
                ACCEPT RSH-ADDED-DATE FROM DATE YYYYMMDD
                WRITE REVSHARE-REG
                   INVALID KEY
                       MOVE WRK-MSG-NOTSAVED TO WRK-ERROR-MSG
                   NOT INVALID KEY
                       MOVE WRK-MSG-TITLEADDED TO WRK-ERROR-MSG
                END-WRITE
            END-IF.
            PERFORM 9000-MANAGE-ERROR.

       0325-DROP-TITLE         SECTION.
            PERFORM 0328-KEY-TITLE.
            IF WRK-ERROR-MSG = SPACES
                MOVE WRK-DIST-IN  TO RSH-DIST-CODE
                MOVE WRK-MOVIE-IN TO RSH-MOVIES-KEY
                IF WRK-MOVIE-IN = ZEROS
                    MOVE WRK-MSG-NOTCOVERED TO WRK-ERROR-MSG
                ELSE
                    DELETE REVSHARE RECORD
                       INVALID KEY
                           MOVE WRK-MSG-NOTCOVERED TO WRK-ERROR-MSG
                       NOT INVALID KEY
                           MOVE WRK-MSG-TITLEDROPPED TO WRK-ERROR-MSG
                    END-DELETE
                END-IF
            END-IF.
            PERFORM 9000-MANAGE-ERROR.

      *      DISTRIBUTOR AND TITLE ENTRY; THE AGREEMENT MUST EXIST.
       0328-KEY-TITLE          SECTION.
            MOVE SPACES TO WRK-DIST-IN WRK-ERROR-MSG.
            MOVE ZEROS TO WRK-MOVIE-IN.
            DISPLAY TITLE-SCREEN.
            ACCEPT TITLE-DATA.
            INSPECT WRK-DIST-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

            MOVE WRK-DIST-IN TO DIST-CODE.
            READ DISTRIB
               INVALID KEY
                   MOVE WRK-MSG-DISTNOTFOUND TO WRK-ERROR-MSG
            END-READ.

            IF WRK-ERROR-MSG = SPACES
                MOVE WRK-DIST-IN TO RSH-DIST-CODE
                MOVE ZEROS TO RSH-MOVIES-KEY
                READ REVSHARE
                   INVALID KEY
                       MOVE WRK-MSG-NOAGREEMENT TO WRK-ERROR-MSG
                END-READ
            END-IF.

      *      MONTHLY SETTLEMENT. AN AGREEMENT WHOSE TERM TOUCHES THE
      *      MONTH IS SETTLED ONCE - A PAYABLE ALREADY ON FILE FOR
      *      THE DISTRIBUTOR AND MONTH KEEPS IT OUT OF A SECOND RUN.
       0500-SETTLE-MONTH       SECTION.
            MOVE ZEROS TO WRK-MONTH-IN.
            DISPLAY CLEANER-SCREEN.
            DISPLAY MONTH-SCREEN.
            ACCEPT MONTH-DATA.

            IF WRK-MONTH-IN = ZEROS
               OR WRK-MONTH-IN(5:2) < "01" OR WRK-MONTH-IN(5:2) > "12"
                MOVE WRK-MSG-BADMONTH TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                PERFORM 0505-MONTH-LIMITS
                MOVE "N" TO WRK-STOP-FLAG
                MOVE ZEROS TO WRK-AGR-QTY WRK-TTL-QTY WRK-SETTLED-QTY
                OPEN OUTPUT REV-STATEMENT
                PERFORM 0510-LOAD-AGREEMENTS
                EVALUATE TRUE
                  WHEN WRK-STOP-FLAG = "Y"
                    MOVE WRK-MSG-TOOMANY TO WRK-ERROR-MSG
                  WHEN WRK-AGR-QTY = ZEROS
                    MOVE WRK-MSG-NOTHING TO WRK-ERROR-MSG
                  WHEN OTHER
                    PERFORM 0520-SCAN-RENTALS
                    PERFORM 0525-SCAN-HIST
                    PERFORM 0530-SETTLE-AGREEMENT
                       VARYING WRK-AGR-IDX FROM 1 BY 1
                       UNTIL WRK-AGR-IDX > WRK-AGR-QTY
                    MOVE WRK-MSG-SETTLED TO WRK-ERROR-MSG
                END-EVALUATE
                CLOSE REV-STATEMENT
                PERFORM 9000-MANAGE-ERROR
            END-IF.

       0505-MONTH-LIMITS       SECTION.
            COMPUTE WRK-FIRST-DATE = WRK-MONTH-IN * 100 + 1.
            IF WRK-MONTH-IN(5:2) = "12"
                COMPUTE WRK-NEXT-MONTH-DATE =
                   (WRK-MONTH-IN + 89) * 100 + 1
            ELSE
                COMPUTE WRK-NEXT-MONTH-DATE =
                   (WRK-MONTH-IN + 1) * 100 + 1
            END-IF.
            COMPUTE WRK-LAST-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-NEXT-MONTH-DATE) - 1).

      *      THE AGREEMENT RECORD SORTS AHEAD OF ITS TITLES, SO EACH
      *      TITLE IS TAKEN ONLY WHEN ITS AGREEMENT WAS TAKEN.
       0510-LOAD-AGREEMENTS    SECTION.
            MOVE ZEROS TO WRK-AGR-CURRENT.
            MOVE LOW-VALUES TO RSH-KEY.
            START REVSHARE KEY IS GREATER THAN RSH-KEY
               INVALID KEY
                   MOVE 10 TO REVSHARE-STATUS
               NOT INVALID KEY
                   MOVE 0 TO REVSHARE-STATUS
            END-START.

            PERFORM UNTIL REVSHARE-STATUS = 10
               READ REVSHARE NEXT
                  AT END
                      MOVE 10 TO REVSHARE-STATUS
                  NOT AT END
                      IF RSH-MOVIES-KEY = ZEROS
                          PERFORM 0512-TAKE-AGREEMENT
                      ELSE
                          IF WRK-AGR-CURRENT > ZEROS
                              PERFORM 0514-TAKE-TITLE
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.

       0512-TAKE-AGREEMENT     SECTION.
            MOVE ZEROS TO WRK-AGR-CURRENT.
            IF RSH-START-DATE NOT > WRK-LAST-DATE
               AND RSH-END-DATE NOT < WRK-FIRST-DATE
                MOVE RSH-DIST-CODE TO DP-DIST-CODE
                MOVE WRK-MONTH-IN  TO DP-MONTH
                READ DISTPAY
                   INVALID KEY
                       IF WRK-AGR-QTY < WRK-AGR-MAX
                           ADD 1 TO WRK-AGR-QTY
                           MOVE WRK-AGR-QTY TO WRK-AGR-CURRENT
                           MOVE RSH-DIST-CODE
                              TO WRK-AGR-DIST(WRK-AGR-CURRENT)
                           MOVE RSH-SHARE-PCT
                              TO WRK-AGR-PCT(WRK-AGR-CURRENT)
                           MOVE RSH-MIN-GUARANTEE
                              TO WRK-AGR-GUARANTEE(WRK-AGR-CURRENT)
                           MOVE RSH-START-DATE
                              TO WRK-AGR-START(WRK-AGR-CURRENT)
                           MOVE RSH-END-DATE
                              TO WRK-AGR-END(WRK-AGR-CURRENT)
                       ELSE
                           MOVE "Y" TO WRK-STOP-FLAG
                       END-IF
                   NOT INVALID KEY
                       MOVE SPACES TO REV-STATEMENT-REG
                       STRING "ALREADY SETTLED FOR THIS MONTH - "
                                 DELIMITED BY SIZE
                              RSH-DIST-CODE DELIMITED BY SIZE
                              INTO REV-STATEMENT-DATA
                       END-STRING
                       WRITE REV-STATEMENT-REG
                END-READ
            END-IF.

       0514-TAKE-TITLE         SECTION.
            IF WRK-TTL-QTY < WRK-TTL-MAX
                ADD 1 TO WRK-TTL-QTY
                MOVE WRK-AGR-CURRENT TO WRK-TTL-AGR(WRK-TTL-QTY)
                MOVE RSH-MOVIES-KEY  TO WRK-TTL-MOVIE(WRK-TTL-QTY)
                MOVE ZEROS TO WRK-TTL-TURNS(WRK-TTL-QTY)
                   WRK-TTL-GROSS(WRK-TTL-QTY)
            ELSE
                MOVE "Y" TO WRK-STOP-FLAG
            END-IF.

       0520-SCAN-RENTALS       SECTION.
            OPEN INPUT RENTALS.
            IF RENTALS-STATUS NOT = ZEROS
                MOVE 10 TO RENTALS-STATUS
            END-IF.
            PERFORM UNTIL RENTALS-STATUS = 10
               READ RENTALS NEXT
                  AT END
                      MOVE 10 TO RENTALS-STATUS
                  NOT AT END
                      MOVE RENTAL-MOVIES-KEY    TO WRK-RNT-MOVIE
                      MOVE RENTAL-CHECKOUT-DATE TO WRK-RNT-DATE
                      IF RENTAL-CHARGED-PRICE > RENTAL-DISCOUNT
                          COMPUTE WRK-RNT-NET = RENTAL-CHARGED-PRICE
                             - RENTAL-DISCOUNT
                      ELSE
                          MOVE ZEROS TO WRK-RNT-NET
                      END-IF
                      PERFORM 0528-TALLY-RENTAL
               END-READ
            END-PERFORM.
            CLOSE RENTALS.

       0525-SCAN-HIST          SECTION.
            OPEN INPUT RENTALS-HIST.
            IF HIST-STATUS NOT = ZEROS
                MOVE 10 TO HIST-STATUS
            END-IF.
            PERFORM UNTIL HIST-STATUS = 10
               READ RENTALS-HIST NEXT
                  AT END
                      MOVE 10 TO HIST-STATUS
                  NOT AT END
                      MOVE HIST-MOVIES-KEY    TO WRK-RNT-MOVIE
                      MOVE HIST-CHECKOUT-DATE TO WRK-RNT-DATE
                      IF HIST-CHARGED-PRICE > HIST-DISCOUNT
                          COMPUTE WRK-RNT-NET = HIST-CHARGED-PRICE
                             - HIST-DISCOUNT
                      ELSE
                          MOVE ZEROS TO WRK-RNT-NET
                      END-IF
                      PERFORM 0528-TALLY-RENTAL
               END-READ
            END-PERFORM.
            CLOSE RENTALS-HIST.

      *      A CHECK-OUT COUNTS WHEN IT FALLS IN THE MONTH AND INSIDE
      *      THE TERM OF THE AGREEMENT COVERING THE TITLE.
       0528-TALLY-RENTAL       SECTION.
            IF WRK-RNT-DATE NOT < WRK-FIRST-DATE
               AND WRK-RNT-DATE NOT > WRK-LAST-DATE
                PERFORM VARYING WRK-TTL-IDX FROM 1 BY 1
                      UNTIL WRK-TTL-IDX > WRK-TTL-QTY
                   IF WRK-TTL-MOVIE(WRK-TTL-IDX) = WRK-RNT-MOVIE
                       MOVE WRK-TTL-AGR(WRK-TTL-IDX) TO WRK-AGR-IDX
                       IF WRK-RNT-DATE
                             NOT < WRK-AGR-START(WRK-AGR-IDX)
                          AND WRK-RNT-DATE
                             NOT > WRK-AGR-END(WRK-AGR-IDX)
                           ADD 1 TO WRK-TTL-TURNS(WRK-TTL-IDX)
                           ADD WRK-RNT-NET
                              TO WRK-TTL-GROSS(WRK-TTL-IDX)
                       END-IF
                   END-IF
                END-PERFORM
            END-IF.

      *      ONE STATEMENT PER DISTRIBUTOR: A LINE PER COVERED TITLE,
      *      THE GUARANTEE SHORTFALL WHEN THE TERM ENDS THIS MONTH,
      *      AND THE PAYABLE FILED FOR PURCHORD AND RMA TO NET AGAINST.
       0530-SETTLE-AGREEMENT   SECTION.
            MOVE ZEROS TO WRK-DIST-TURNS WRK-DIST-GROSS WRK-DIST-SHARE
               WRK-DIST-TOPUP.
            MOVE WRK-AGR-DIST(WRK-AGR-IDX) TO DIST-CODE.
            READ DISTRIB
               INVALID KEY
                   MOVE SPACES TO DIST-NAME
            END-READ.

            MOVE SPACES TO REV-STATEMENT-REG.
            WRITE REV-STATEMENT-REG.
            MOVE SPACES TO REV-STATEMENT-REG.
            STRING "REVENUE SHARE STATEMENT " DELIMITED BY SIZE
                   WRK-MONTH-IN DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WRK-AGR-DIST(WRK-AGR-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DIST-NAME DELIMITED BY SIZE
                   INTO REV-STATEMENT-DATA
            END-STRING.
            WRITE REV-STATEMENT-REG.

            MOVE SPACES TO REV-STATEMENT-REG.
            MOVE "SHARE %" TO REV-STATEMENT-DATA(001:07).
            MOVE WRK-AGR-PCT(WRK-AGR-IDX) TO WRK-PCT-DISP.
            MOVE WRK-PCT-DISP TO REV-STATEMENT-DATA(009:06).
            MOVE "GUARANTEE/COPY" TO REV-STATEMENT-DATA(017:14).
            MOVE WRK-AGR-GUARANTEE(WRK-AGR-IDX) TO WRK-PCT-DISP.
            MOVE WRK-PCT-DISP TO REV-STATEMENT-DATA(032:06).
            MOVE "TERM" TO REV-STATEMENT-DATA(040:04).
            MOVE WRK-AGR-START(WRK-AGR-IDX)
               TO REV-STATEMENT-DATA(045:08).
            MOVE WRK-AGR-END(WRK-AGR-IDX)
               TO REV-STATEMENT-DATA(054:08).
            WRITE REV-STATEMENT-REG.

            MOVE SPACES TO REV-STATEMENT-REG.
            MOVE "MOVIE TITLE                          TURNS"
               TO REV-STATEMENT-DATA(001:43).
            MOVE "     GROSS      SHARE   GUARANTEE"
               TO REV-STATEMENT-DATA(045:33).
            WRITE REV-STATEMENT-REG.

            PERFORM VARYING WRK-TTL-IDX FROM 1 BY 1
                  UNTIL WRK-TTL-IDX > WRK-TTL-QTY
               IF WRK-TTL-AGR(WRK-TTL-IDX) = WRK-AGR-IDX
                   PERFORM 0535-SETTLE-TITLE
               END-IF
            END-PERFORM.

            MOVE SPACES TO REV-STATEMENT-REG.
            MOVE "TOTAL"         TO REV-STATEMENT-DATA(001:05).
            MOVE WRK-DIST-TURNS  TO REV-STATEMENT-DATA(037:07).
            MOVE WRK-DIST-GROSS  TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP    TO REV-STATEMENT-DATA(045:10).
            MOVE WRK-DIST-SHARE  TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP    TO REV-STATEMENT-DATA(056:10).
            MOVE WRK-DIST-TOPUP  TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP    TO REV-STATEMENT-DATA(068:10).
            WRITE REV-STATEMENT-REG.

            MOVE SPACES TO DISTPAY-REG.
            MOVE WRK-AGR-DIST(WRK-AGR-IDX) TO DP-DIST-CODE.
            MOVE WRK-MONTH-IN    TO DP-MONTH.
            MOVE WRK-DIST-GROSS  TO DP-GROSS.
            MOVE WRK-DIST-SHARE  TO DP-SHARE.
            MOVE WRK-DIST-TOPUP  TO DP-GUARANTEE.
            COMPUTE DP-PAYABLE = WRK-DIST-SHARE + WRK-DIST-TOPUP.
            MOVE ZEROS           TO DP-NETTED DP-PAID-DATE.
            MOVE DP-PAYABLE      TO DP-BALANCE.
            ACCEPT DP-RUN-DATE FROM DATE YYYYMMDD.
            MOVE "O"             TO DP-STATUS-FLAG.
            WRITE DISTPAY-REG
               INVALID KEY
                   MOVE WRK-MSG-NOTSAVED TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
            END-WRITE.

            MOVE SPACES TO REV-STATEMENT-REG.
            MOVE "AMOUNT PAYABLE" TO REV-STATEMENT-DATA(001:14).
            MOVE DP-PAYABLE      TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP    TO REV-STATEMENT-DATA(056:10).
            WRITE REV-STATEMENT-REG.
            ADD 1 TO WRK-SETTLED-QTY.

       0535-SETTLE-TITLE       SECTION.
            COMPUTE WRK-SHARE-AMT ROUNDED =
               WRK-TTL-GROSS(WRK-TTL-IDX) * WRK-AGR-PCT(WRK-AGR-IDX)
               / 100.
            MOVE ZEROS TO WRK-TOPUP-AMT.

            MOVE WRK-AGR-DIST(WRK-AGR-IDX) TO RSH-DIST-CODE.
            MOVE WRK-TTL-MOVIE(WRK-TTL-IDX) TO RSH-MOVIES-KEY.
            READ REVSHARE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WRK-AGR-END(WRK-AGR-IDX) NOT > WRK-LAST-DATE
                      AND NOT RSH-TOPUP-DONE
                       PERFORM 0538-COUNT-COPIES
                       COMPUTE WRK-GUARANTEE-AMT = WRK-COPY-QTY
                          * WRK-AGR-GUARANTEE(WRK-AGR-IDX)
                       IF WRK-GUARANTEE-AMT >
                             RSH-PAID-TO-DATE + WRK-SHARE-AMT
                           COMPUTE WRK-TOPUP-AMT = WRK-GUARANTEE-AMT
                              - RSH-PAID-TO-DATE - WRK-SHARE-AMT
                       END-IF
                       MOVE "Y" TO RSH-TOPUP-FLAG
                   END-IF
                   ADD WRK-SHARE-AMT WRK-TOPUP-AMT TO RSH-PAID-TO-DATE
                   REWRITE REVSHARE-REG
            END-READ.

            MOVE WRK-TTL-MOVIE(WRK-TTL-IDX) TO MOVIES-KEY.
            READ MOVIES
               INVALID KEY
                   MOVE SPACES TO MOVIES-TITLE
            END-READ.

            MOVE SPACES TO REV-STATEMENT-REG.
            MOVE WRK-TTL-MOVIE(WRK-TTL-IDX)
               TO REV-STATEMENT-DATA(001:05).
            MOVE MOVIES-TITLE(1:30) TO REV-STATEMENT-DATA(007:30).
            MOVE WRK-TTL-TURNS(WRK-TTL-IDX)
               TO REV-STATEMENT-DATA(039:05).
            MOVE WRK-TTL-GROSS(WRK-TTL-IDX) TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP TO REV-STATEMENT-DATA(045:10).
            MOVE WRK-SHARE-AMT TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP TO REV-STATEMENT-DATA(056:10).
            IF WRK-TOPUP-AMT > ZEROS
                MOVE WRK-TOPUP-AMT TO WRK-AMT-DISP
                MOVE WRK-AMT-DISP TO REV-STATEMENT-DATA(068:10)
            END-IF.
            WRITE REV-STATEMENT-REG.

            ADD WRK-TTL-TURNS(WRK-TTL-IDX) TO WRK-DIST-TURNS.
            ADD WRK-TTL-GROSS(WRK-TTL-IDX) TO WRK-DIST-GROSS.
            ADD WRK-SHARE-AMT TO WRK-DIST-SHARE.
            ADD WRK-TOPUP-AMT TO WRK-DIST-TOPUP.

       0538-COUNT-COPIES       SECTION.
            MOVE ZEROS TO WRK-COPY-QTY.
            MOVE WRK-TTL-MOVIE(WRK-TTL-IDX) TO COPY-MOVIES-KEY.
            MOVE ZEROS TO COPY-NUMBER.

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
                      IF COPY-MOVIES-KEY
                         NOT = WRK-TTL-MOVIE(WRK-TTL-IDX)
                          MOVE 10 TO COPIES-STATUS
                      ELSE
                          ADD 1 TO WRK-COPY-QTY
                      END-IF
               END-READ
            END-PERFORM.

      *      THE PAYABLE WAS SETTLED OUTSIDE THE SYSTEM - CLOSE IT SO
      *      NOTHING MORE IS NETTED AGAINST IT.
       0600-MARK-PAID          SECTION.
            MOVE SPACES TO WRK-DIST-IN.
            MOVE ZEROS TO WRK-MONTH-IN.
            DISPLAY CLEANER-SCREEN.
            DISPLAY PAID-SCREEN.
            ACCEPT PAID-DATA.
            INSPECT WRK-DIST-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

            MOVE WRK-DIST-IN  TO DP-DIST-CODE.
            MOVE WRK-MONTH-IN TO DP-MONTH.
            READ DISTPAY
               INVALID KEY
                   MOVE WRK-MSG-PAYNOTFOUND TO WRK-ERROR-MSG
               NOT INVALID KEY
                   IF DP-PAID
                       MOVE WRK-MSG-ALREADYPAID TO WRK-ERROR-MSG
                   ELSE
                       MOVE DP-BALANCE TO WRK-BAL-DISP
                       DISPLAY "BALANCE" LINE 13 COLUMN 10
                       DISPLAY WRK-BAL-DISP LINE 13 COLUMN 28
                       DISPLAY WRK-MSG-PROCEED LINE 15 COLUMN 10
                          BACKGROUND-COLOR 3
                       ACCEPT WRK-KEY LINE 15 COLUMN 41
                          BACKGROUND-COLOR 3
                       IF WRK-KEY = "Y" OR WRK-KEY = "y"
                           MOVE "P" TO DP-STATUS-FLAG
                           ACCEPT DP-PAID-DATE FROM DATE YYYYMMDD
                           REWRITE DISTPAY-REG
                           MOVE WRK-MSG-PAIDOK TO WRK-ERROR-MSG
                       END-IF
                       MOVE SPACES TO WRK-KEY
                   END-IF
            END-READ.
            IF WRK-ERROR-MSG NOT = SPACES
                PERFORM 9000-MANAGE-ERROR
            END-IF.

       0610-LIST-PAYABLES      SECTION.
            DISPLAY CLEANER-SCREEN.
            MOVE 04 TO WRK-LINE.
            DISPLAY "DIST   MONTH     PAYABLE      NETTED     BALANCE S"
               LINE WRK-LINE COLUMN 05.
            MOVE LOW-VALUES TO DP-KEY.

            START DISTPAY KEY IS GREATER THAN DP-KEY
               INVALID KEY
                   MOVE 10 TO DISTPAY-STATUS
               NOT INVALID KEY
                   MOVE 0 TO DISTPAY-STATUS
            END-START.

            PERFORM UNTIL DISTPAY-STATUS = 10
               READ DISTPAY NEXT
                  AT END
                      MOVE 10 TO DISTPAY-STATUS
                  NOT AT END
                      ADD 1 TO WRK-LINE
                      DISPLAY DP-DIST-CODE LINE WRK-LINE COLUMN 05
                      DISPLAY DP-MONTH     LINE WRK-LINE COLUMN 12
                      MOVE DP-PAYABLE TO WRK-AMT-DISP
                      DISPLAY WRK-AMT-DISP LINE WRK-LINE COLUMN 20
                      MOVE DP-NETTED TO WRK-BAL-DISP
                      DISPLAY WRK-BAL-DISP LINE WRK-LINE COLUMN 31
                      MOVE DP-BALANCE TO WRK-BAL-DISP
                      DISPLAY WRK-BAL-DISP LINE WRK-LINE COLUMN 43
                      DISPLAY DP-STATUS-FLAG LINE WRK-LINE COLUMN 55
                      IF WRK-LINE > 20
                          DISPLAY WRK-MSG-PRESSKEY
                             LINE 22 COLUMN 05
                          ACCEPT WRK-KEY LINE 22 COLUMN 20
                          DISPLAY CLEANER-SCREEN
                          MOVE 04 TO WRK-LINE
                      END-IF
               END-READ
            END-PERFORM.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-PRESSKEY LINE WRK-LINE COLUMN 05.
            ACCEPT WRK-KEY LINE WRK-LINE COLUMN 20.
            MOVE SPACES TO WRK-KEY.

       0400-FINALIZE           SECTION.
            CLOSE REVSHARE.
            CLOSE DISTPAY.
            CLOSE DISTRIB.
            CLOSE MOVIES.
            CLOSE COPIES.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
            MOVE SPACES TO WRK-KEY.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
