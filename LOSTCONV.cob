       IDENTIFICATION          DIVISION.
       PROGRAM-ID. LOSTCONV.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: CONVERT RENTALS THAT NEVER CAME BACK TO LOST. EVERY
      *          OPEN RENTAL MORE THAN LOSTDAYS CALENDAR DAYS PAST ITS
      *          DUE DATE (DEFAULT 60) IS MARKED "L": THE COPY'S
      *          REPLACEMENT COST (THE TITLE PRICE WHEN THE COPY HAS
      *          NONE, SAME FALLBACK AS A DAMAGED RETURN) GOES ON THE
      *          CUSTOMER'S BALANCE WITH A CATEGORY-D PAYMENT ROW, THE
      *          COPY IS FLAGGED LOST AND COMES OFF THE ASSET REGISTER,
      *          AND A FINAL-DEMAND LETTER IS PRINTED. THE OVERDUE
      *          LETTERS STOP AND THE LATE FEE STOPS GROWING.
      *
      *          THE CHARGE IS KEPT ON THE RENTAL (RETURN DATE = DATE
      *          CONVERTED, LATE FEE = CHARGE BILLED) SO THAT A TAPE
      *          WHICH TURNS UP AFTER ALL - AT THE COUNTER OR IN THE
      *          DROP BOX - CAN HAVE EXACTLY THAT AMOUNT REVERSED AND
      *          THE CAPPED LATE FEE CHARGED INSTEAD.
      *
      *          A HOUSEHOLD MEMBER'S CHARGE GOES ON THE PRIMARY
      *          ACCOUNT HOLDER'S BALANCE (HHLINK), AND THE LETTER IS
      *          ADDRESSED TO THE HOLDER.
      *
      *          RUNS PROMPT-FREE UNDER REPORTBATCH SO THE NIGHT CHAIN
      *          CAN DRIVE IT; THE REPORT IS ALWAYS WRITTEN.
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

      *      COPIES.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      COPIESDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT COPIES ASSIGN TO WRK-COPIES-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS COPIES-STATUS
            RECORD KEY IS COPY-ID.

      *      SELECT LOST-REPORT ASSIGN TO "./Data/LOSTCONV.TXT"
            SELECT LOST-REPORT ASSIGN TO
              "C:\Cobol\Project\Data\LOSTCONV.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOST-REPORT-STATUS.

      *      SELECT LOST-LETTERS ASSIGN TO "./Data/LOSTDEMAND.TXT"
            SELECT LOST-LETTERS ASSIGN TO
              "C:\Cobol\Project\Data\LOSTDEMAND.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOST-LETTERS-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- FILE DESCRIPTION
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

      *---------------------------- CUSTOMER FILE DESCRIPTION
       FD CUSTOMERS.
       01 CUSTOMERS-REG.
            05 CUSTOMER-KEY          PIC 9(005).
            05 CUSTOMER-NAME         PIC X(030).
            05 CUSTOMER-PHONE        PIC X(015).
            05 CUSTOMER-STATUS-FLAG  PIC X(001).
                88 CUSTOMER-ACTIVE           VALUE "A".
                88 CUSTOMER-INACTIVE         VALUE "I".
            05 CUSTOMER-BALANCE      PIC 9(005)V99.
            05 CUSTOMER-BIRTH-DATE   PIC 9(008).
            05 CUSTOMER-COLLECT-FLAG PIC X(001).
                88 CUSTOMER-COLLECTIONS      VALUE "C".
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
                88 RENTAL-LOST               VALUE "L".
            05 RENTAL-COPY-NUMBER    PIC 9(002).
            05 RENTAL-CHARGED-PRICE  PIC 9(003)V99.
            05 RENTAL-PRICE-RULE     PIC X(008).
            05 RENTAL-PROMO-CODE     PIC X(008).
            05 RENTAL-DISCOUNT       PIC 9(003)V99.
            05 RENTAL-RENEWALS       PIC 9(002).
            05 RENTAL-STORE          PIC X(003).

      *---------------------------- COPY INVENTORY FILE DESCRIPTION
       FD COPIES.
       01 COPIES-REG.
            05 COPY-ID.
                10 COPY-MOVIES-KEY   PIC 9(005).
                10 COPY-NUMBER       PIC 9(002).
            05 COPY-BARCODE          PIC X(008).
            05 COPY-CONDITION        PIC X(001).
                88 COPY-GOOD                 VALUE "G".
                88 COPY-WORN                 VALUE "W".
                88 COPY-DAMAGED              VALUE "D".
            05 COPY-STATUS-FLAG      PIC X(001).
                88 COPY-ACTIVE               VALUE "A".
                88 COPY-INACTIVE             VALUE "I".
                88 COPY-AT-DIST              VALUE "R".
                88 COPY-IN-TRANSIT           VALUE "T".
                88 COPY-LOST                 VALUE "L".
            05 COPY-REPL-COST        PIC 9(003)V99.
            05 COPY-RENT-COUNT       PIC 9(005).
            05 COPY-STORE            PIC X(003).

      *---------------------------- CONVERSION REPORT OUTPUT
       FD LOST-REPORT.
       01 LOST-REPORT-REG.
            05 LOST-REPORT-DATA      PIC X(120).

      *---------------------------- FINAL-DEMAND LETTER OUTPUT
       FD LOST-LETTERS.
       01 LOST-LETTERS-REG.
            05 LOST-LETTERS-DATA     PIC X(080).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                    PIC X(001).

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                   PIC 9(002) VALUE 01.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG              PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "LOSTCONV".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "LOSTCONV".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\LOSTCONV.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-CORRUPTED     PIC X(040) VALUE
               "CORRUPTED FILE".
            05 WRK-MSG-OPEN          PIC X(040) VALUE
               "ERROR WHILE OPENING FILE".
            05 WRK-MSG-PATH          PIC X(040) VALUE
               "ERROR ON FILE PATH".
            05 WRK-MSG-UNKNOWN       PIC X(040) VALUE
               "UNKNOWN ERROR".
            05 WRK-MSG-PRESSKEY      PIC X(040) VALUE
               "PRESS ANY KEY".
            05 WRK-MSG-PROCEED       PIC X(040) VALUE
               "CONVERT OVERDUE RENTALS TO LOST (Y/N)?".
            05 WRK-MSG-CANCELLED     PIC X(040) VALUE
               "RUN CANCELLED - NOTHING CONVERTED".
            05 WRK-MSG-READRECORDS   PIC X(040) VALUE
               "RENTALS READ".
            05 WRK-MSG-CONVERTED     PIC X(040) VALUE
               "RENTALS CONVERTED TO LOST".
            05 WRK-MSG-BILLED        PIC X(040) VALUE
               "REPLACEMENT BILLED".
            05 WRK-MSG-LOCKED        PIC X(040) VALUE
               "PERIOD LOCKED - PAYMENT ROW NOT POSTED".

      *---------------------------- FILE
       77 MOVIES-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-MOVIES-PATH            PIC X(060) VALUE SPACES.
       77 CUSTOMERS-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-CUSTOMERS-PATH         PIC X(060) VALUE SPACES.
       77 RENTALS-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-RENTALS-PATH           PIC X(060) VALUE SPACES.
       77 COPIES-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-COPIES-PATH            PIC X(060) VALUE SPACES.
       77 LOST-REPORT-STATUS         PIC 9(002) VALUE ZEROS.
       77 LOST-LETTERS-STATUS        PIC 9(002) VALUE ZEROS.
       77 WRK-REPORT-BATCH           PIC X(001) VALUE "N".

      *---------------------------- CONVERSION THRESHOLD
      *      LOSTDAYS - CALENDAR DAYS PAST THE DUE DATE BEFORE AN
      *      OPEN RENTAL IS GIVEN UP ON.
       77 WRK-LOST-DAYS-X            PIC X(003) VALUE SPACES.
       77 WRK-LOST-DAYS              PIC 9(003) VALUE 060.

      *      STORECODE - STAMPED ON THE PAYMENT ROW WHEN THE RENTAL
      *      PREDATES STORE CODES.
       77 WRK-STORE-CODE             PIC X(003) VALUE SPACES.

      *---------------------------- RUN CONTROLS
       77 WRK-RUN-DATE               PIC 9(008) VALUE ZEROS.
       77 WRK-DAYS-PAST              PIC S9(007) VALUE ZEROS.
       77 WRK-DAYS-DISP              PIC 9(005) VALUE ZEROS.
       77 WRK-REGQTY                 PIC 9(005) VALUE ZEROS.
       77 WRK-LOST-QTY               PIC 9(005) VALUE ZEROS.
       77 WRK-LOCKED-QTY             PIC 9(005) VALUE ZEROS.
       77 WRK-TOT-BILLED             PIC 9(007)V99 VALUE ZEROS.
       77 WRK-REPL-CHARGE            PIC 9(003)V99 VALUE ZEROS.
       77 WRK-LETTER-NAME            PIC X(030) VALUE SPACES.
       77 WRK-LETTER-PHONE           PIC X(015) VALUE SPACES.
       77 WRK-LETTER-TITLE           PIC X(050) VALUE SPACES.
       77 WRK-FORM-FEED              PIC X(001) VALUE X"0C".
       77 WRK-AMT-DISP               PIC Z(006)9,99 VALUE ZEROS.

      *---------------------------- REPORT HEADER
       01 WRK-REPORT-HEADER.
           05 WRK-HDR-RENTAL         PIC X(007) VALUE "RENTAL".
           05 WRK-HDR-CUST           PIC X(006) VALUE "CUST".
           05 WRK-HDR-NAME           PIC X(031) VALUE "CUSTOMER".
           05 WRK-HDR-TITLE          PIC X(041) VALUE "TITLE".
           05 WRK-HDR-COPY           PIC X(005) VALUE "COPY".
           05 WRK-HDR-DUE            PIC X(010) VALUE "DUE DATE".
           05 WRK-HDR-DAYS           PIC X(006) VALUE "DAYS".
           05 WRK-HDR-CHARGE         PIC X(010) VALUE "    CHARGE".

      *---------------------------- PAYMENT LOG SUBPROGRAM
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
            05 WRK-LEDG-CUSTOMER     PIC 9(005).
            05 WRK-LEDG-FIELD        PIC X(001) VALUE "B".
            05 WRK-LEDG-AMOUNT       PIC S9(005)V99.
            05 WRK-LEDG-REASON       PIC X(008) VALUE "LOST".
            05 WRK-LEDG-REFERENCE.
                10 WRK-LEDG-REF-TYPE PIC X(005) VALUE "RENT".
                10 WRK-LEDG-REF-KEY  PIC 9(005).
            05 WRK-LEDG-PROGRAM      PIC X(012) VALUE "LOSTCONV".
            05 WRK-LEDG-OPERATOR     PIC X(008) VALUE SPACES.
            05 WRK-LEDG-BALANCE      PIC 9(005)V99.
            05 WRK-LEDG-CREDIT       PIC 9(005)V99.
            05 WRK-LEDG-POINTS       PIC 9(005).
            05 WRK-LEDG-RESULT       PIC X(001).

      *---------------------------- HOUSEHOLD PAYER LOOKUP SUBPROGRAM
       01 WRK-HH-REC.
            05 WRK-HH-ACTION          PIC X(001) VALUE "P".
            05 WRK-HH-CUSTOMER        PIC 9(005).
            05 WRK-HH-PAYER           PIC 9(005).
            05 WRK-HH-ROLE            PIC X(001).
            05 WRK-HH-RATINGS.
                10 WRK-HH-RATING      PIC X(005) OCCURS 6 TIMES.
            05 WRK-HH-QTY             PIC 9(002).
            05 WRK-HH-MEMBER          PIC 9(005) OCCURS 20 TIMES.
            05 WRK-HH-RESULT          PIC X(001).

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

      *---------------------------- RECOVERY JOURNAL SUBPROGRAM
       01 WRK-RJ-REC.
            05 WRK-RJ-FILE           PIC X(008).
            05 WRK-RJ-OPERATION      PIC X(001).
            05 WRK-RJ-BEFORE         PIC X(100).
            05 WRK-RJ-AFTER          PIC X(100).
            05 WRK-RJ-PROGRAM        PIC X(012) VALUE "LOSTCONV".
      *      BEFORE IMAGES, SAVED WHEN A RECORD IS READ FOR UPDATE
       77 WRK-RJ-CUST-BEFORE         PIC X(100) VALUE SPACES.
       77 WRK-RJ-RENT-BEFORE         PIC X(100) VALUE SPACES.
       77 WRK-RJ-COPY-BEFORE         PIC X(100) VALUE SPACES.

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

      *---------------------------- THRESHOLD SCREEN
       01 THRESHOLD-SCREEN.
            05 THRESHOLD-DATA FOREGROUND-COLOR 2.
                10 LINE 08 COLUMN 10 VALUE "DAYS PAST DUE: ".
                10 COLUMN PLUS 2      PIC 9(003)
                   USING WRK-LOST-DAYS.

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

            MOVE SPACES TO WRK-COPIES-PATH.
            ACCEPT WRK-COPIES-PATH FROM ENVIRONMENT "COPIESDAT".
            IF WRK-COPIES-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\COPIES.DAT"
                   TO WRK-COPIES-PATH
            END-IF.

            MOVE SPACES TO WRK-LOST-DAYS-X.
            ACCEPT WRK-LOST-DAYS-X FROM ENVIRONMENT "LOSTDAYS".
            IF WRK-LOST-DAYS-X IS NUMERIC
                MOVE WRK-LOST-DAYS-X TO WRK-LOST-DAYS
            ELSE
                MOVE 060 TO WRK-LOST-DAYS
            END-IF.

            MOVE SPACES TO WRK-STORE-CODE.
            ACCEPT WRK-STORE-CODE FROM ENVIRONMENT "STORECODE".
            IF WRK-STORE-CODE = SPACES
                MOVE "001" TO WRK-STORE-CODE
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
            OPEN INPUT MOVIES.
            OPEN I-O CUSTOMERS.
            OPEN I-O RENTALS.
            PERFORM 0210-VERIFICATION.
            OPEN I-O COPIES.
            OPEN OUTPUT LOST-REPORT.
            OPEN OUTPUT LOST-LETTERS.

       0210-VERIFICATION       SECTION.
            EVALUATE RENTALS-STATUS
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

       0300-PROCESS            SECTION.
            MOVE ZEROS TO WRK-REGQTY WRK-LOST-QTY WRK-LOCKED-QTY
               WRK-TOT-BILLED.
            ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
            DISPLAY CLEANER-SCREEN.

      *      AT THE TERMINAL THE OPERATOR SEES THE THRESHOLD AND
      *      CONFIRMS BEFORE ANYONE IS BILLED.
            MOVE "Y" TO WRK-KEY.
            IF WRK-REPORT-BATCH NOT = "Y"
                DISPLAY THRESHOLD-SCREEN
                ACCEPT THRESHOLD-DATA
                DISPLAY WRK-MSG-PROCEED LINE 10 COLUMN 10
                   BACKGROUND-COLOR 3
                ACCEPT WRK-KEY LINE 10 COLUMN 52
                   BACKGROUND-COLOR 3
            END-IF.

            PERFORM 0305-REPORT-HEADER.

            IF WRK-KEY = "Y" OR WRK-KEY = "y"
                PERFORM 0310-SCAN-RENTALS
            ELSE
                MOVE WRK-MSG-CANCELLED TO LOST-REPORT-DATA
                WRITE LOST-REPORT-REG
                MOVE WRK-MSG-CANCELLED TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-IF.
            MOVE SPACES TO WRK-KEY.

            PERFORM 0340-REPORT-TOTALS.
            PERFORM 0350-REPORT-STATISTICS.

       0305-REPORT-HEADER      SECTION.
            MOVE SPACES TO LOST-REPORT-REG.
            STRING "LOST RENTAL CONVERSION - RUN DATE "
                   DELIMITED BY SIZE
                   WRK-RUN-DATE DELIMITED BY SIZE
                   " - OVER " DELIMITED BY SIZE
                   WRK-LOST-DAYS DELIMITED BY SIZE
                   " DAYS PAST DUE" DELIMITED BY SIZE
                   INTO LOST-REPORT-DATA
            END-STRING.
            WRITE LOST-REPORT-REG.

            MOVE SPACES TO LOST-REPORT-REG.
            MOVE "----------------------------" TO LOST-REPORT-DATA.
            WRITE LOST-REPORT-REG.

            MOVE SPACES TO LOST-REPORT-REG.
            MOVE WRK-REPORT-HEADER TO LOST-REPORT-DATA.
            WRITE LOST-REPORT-REG.

       0310-SCAN-RENTALS       SECTION.
            MOVE ZEROS TO RENTAL-KEY.
            START RENTALS KEY IS GREATER THAN RENTAL-KEY
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
                      ADD 1 TO WRK-REGQTY
                      IF RENTAL-OPEN
                            AND RENTAL-DUE-DATE < WRK-RUN-DATE
                          COMPUTE WRK-DAYS-PAST =
                             FUNCTION INTEGER-OF-DATE(WRK-RUN-DATE) -
                             FUNCTION INTEGER-OF-DATE(RENTAL-DUE-DATE)
                          IF WRK-DAYS-PAST > WRK-LOST-DAYS
                              PERFORM 0320-CONVERT-ONE
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.

      *      THE RENTAL IS REWRITTEN FIRST - IF THAT FAILS NOTHING
      *      ELSE IS TOUCHED AND THE NEXT RUN TRIES AGAIN.
       0320-CONVERT-ONE        SECTION.
            MOVE RENTAL-MOVIES-KEY TO MOVIES-KEY.
            READ MOVIES
               INVALID KEY
                   MOVE SPACES TO WRK-LETTER-TITLE
                   MOVE ZEROS TO MOVIES-RENTAL-PRICE
               NOT INVALID KEY
                   MOVE MOVIES-TITLE TO WRK-LETTER-TITLE
            END-READ.

            PERFORM 0322-PRICE-REPLACEMENT.

            MOVE RENTALS-REG     TO WRK-RJ-RENT-BEFORE.
            MOVE "L"             TO RENTAL-STATUS-FLAG.
            MOVE WRK-RUN-DATE    TO RENTAL-RETURN-DATE.
            MOVE WRK-REPL-CHARGE TO RENTAL-LATE-FEE.
            REWRITE RENTALS-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "R" TO WRK-RJ-OPERATION
                   PERFORM 8110-JOURNAL-RENTAL
                   ADD 1 TO WRK-LOST-QTY
                   ADD WRK-REPL-CHARGE TO WRK-TOT-BILLED
                   PERFORM 0324-BILL-CUSTOMER
                   PERFORM 0326-LOG-PAYMENT
                   PERFORM 0328-MARK-COPY-LOST
                   PERFORM 0330-REPORT-LINE
                   PERFORM 0335-DEMAND-LETTER
            END-REWRITE.

      *      REPLACEMENT COST OF THE COPY THE CUSTOMER HAS - THE
      *      TITLE'S RENTAL PRICE WHEN THE COPY CARRIES NO COST OR
      *      THE TITLE HAS NO COPY RECORDS AT ALL.
       0322-PRICE-REPLACEMENT  SECTION.
            MOVE ZEROS TO WRK-REPL-CHARGE.
            MOVE RENTAL-MOVIES-KEY TO COPY-MOVIES-KEY.
            MOVE RENTAL-COPY-NUMBER TO COPY-NUMBER.
            IF COPY-NUMBER = ZEROS
                MOVE 1 TO COPY-NUMBER
            END-IF.
            READ COPIES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE COPY-REPL-COST TO WRK-REPL-CHARGE
            END-READ.
            IF WRK-REPL-CHARGE = ZEROS
                MOVE MOVIES-RENTAL-PRICE TO WRK-REPL-CHARGE
            END-IF.

       0324-BILL-CUSTOMER      SECTION.
            MOVE RENTAL-CUSTOMER-KEY TO WRK-HH-CUSTOMER.
            CALL "HHLINK" USING WRK-HH-REC.
            MOVE WRK-HH-PAYER TO CUSTOMER-KEY.
            READ CUSTOMERS
               INVALID KEY
                   MOVE SPACES TO WRK-LETTER-NAME WRK-LETTER-PHONE
               NOT INVALID KEY
                   MOVE CUSTOMER-NAME  TO WRK-LETTER-NAME
                   MOVE CUSTOMER-PHONE TO WRK-LETTER-PHONE
                   MOVE CUSTOMERS-REG TO WRK-RJ-CUST-BEFORE
                   ADD WRK-REPL-CHARGE TO CUSTOMER-BALANCE
                   REWRITE CUSTOMERS-REG
                   MOVE "R" TO WRK-RJ-OPERATION
                   PERFORM 8100-JOURNAL-CUSTOMER
                   MOVE CUSTOMER-KEY     TO WRK-LEDG-CUSTOMER
                   MOVE WRK-REPL-CHARGE  TO WRK-LEDG-AMOUNT
                   MOVE RENTAL-KEY       TO WRK-LEDG-REF-KEY
                   MOVE CUSTOMER-BALANCE TO WRK-LEDG-BALANCE
                   MOVE CUSTOMER-CREDIT  TO WRK-LEDG-CREDIT
                   MOVE CUSTOMER-POINTS  TO WRK-LEDG-POINTS
                   CALL "CUSTLEDG" USING WRK-LEDG-REC
            END-READ.

      *      NO MONEY CHANGES HANDS, SO THE ROW GOES IN AS TENDER K
      *      (ON ACCOUNT) LIKE A COMP OR A CREDIT DRAW - IT SHOWS AS
      *      DAMAGE INCOME WITHOUT LANDING IN ANYBODY'S DRAWER.
       0326-LOG-PAYMENT        SECTION.
            MOVE RENTAL-KEY          TO WRK-PAY-RENTAL-KEY.
            MOVE RENTAL-CUSTOMER-KEY TO WRK-PAY-CUSTOMER-KEY.
            MOVE RENTAL-MOVIES-KEY   TO WRK-PAY-MOVIES-KEY.
            MOVE WRK-REPL-CHARGE     TO WRK-PAY-AMOUNT.
            MOVE "K"                 TO WRK-PAY-TYPE.
            MOVE "D"                 TO WRK-PAY-CATEGORY.
            MOVE "LOSTCONV"          TO WRK-PAY-OPERATOR.
            MOVE "LOST"              TO WRK-PAY-RULE.
            MOVE ZEROS               TO WRK-PAY-SHIFT WRK-PAY-TAX
               WRK-PAY-RECEIPT WRK-PAY-CERT.
            MOVE SPACES              TO WRK-PAY-PROMO.
            MOVE SPACE               TO WRK-PAY-SIGN.
            IF RENTAL-STORE = SPACES
                MOVE WRK-STORE-CODE  TO WRK-PAY-STORE
            ELSE
                MOVE RENTAL-STORE    TO WRK-PAY-STORE
            END-IF.
            CALL "PAYLOG" USING WRK-PAY-REC.
            IF WRK-PAY-RESULT = "N"
                ADD 1 TO WRK-LOCKED-QTY
            END-IF.

      *      THE COPY LEAVES THE FREE-COPY COUNTS AND COMES OFF THE
      *      ASSET REGISTER, WITH THE CHARGE BILLED AS ITS RECOVERY.
       0328-MARK-COPY-LOST     SECTION.
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
                   MOVE "L" TO COPY-STATUS-FLAG
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
            MOVE "LOST"          TO WRK-AST-REASON.
            MOVE WRK-REPL-CHARGE TO WRK-AST-RECOVERY.
            CALL "ASSETREG" USING WRK-AST-REC.

       0330-REPORT-LINE        SECTION.
            MOVE SPACES TO LOST-REPORT-REG.
            MOVE RENTAL-KEY          TO LOST-REPORT-DATA(001:05).
            MOVE WRK-HH-PAYER        TO LOST-REPORT-DATA(008:05).
            MOVE WRK-LETTER-NAME     TO LOST-REPORT-DATA(014:30).
            MOVE WRK-LETTER-TITLE(1:40)
               TO LOST-REPORT-DATA(045:40).
            MOVE COPY-NUMBER         TO LOST-REPORT-DATA(086:02).
            MOVE RENTAL-DUE-DATE     TO LOST-REPORT-DATA(091:08).
            MOVE WRK-DAYS-PAST       TO WRK-DAYS-DISP.
            MOVE WRK-DAYS-DISP       TO LOST-REPORT-DATA(101:05).
            MOVE WRK-REPL-CHARGE     TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP        TO LOST-REPORT-DATA(107:10).
            IF WRK-PAY-RESULT = "N"
                MOVE "*" TO LOST-REPORT-DATA(118:01)
            END-IF.
            WRITE LOST-REPORT-REG.

      *      ONE LETTER PER LOST TAPE, SAME LAYOUT AS THE OVERDUE
      *      NOTICES - THE CHARGE IS ON THE ACCOUNT, AND BRINGING THE
      *      TAPE BACK STILL CANCELS IT.
       0335-DEMAND-LETTER      SECTION.
            MOVE SPACES TO LOST-LETTERS-REG.
            MOVE WRK-FORM-FEED TO LOST-LETTERS-DATA(001:01).
            WRITE LOST-LETTERS-REG.

            MOVE SPACES TO LOST-LETTERS-REG.
            MOVE WRK-LETTER-NAME TO LOST-LETTERS-DATA(003:30).
            WRITE LOST-LETTERS-REG.

            MOVE SPACES TO LOST-LETTERS-REG.
            MOVE "PHONE:" TO LOST-LETTERS-DATA(003:06).
            MOVE WRK-LETTER-PHONE TO LOST-LETTERS-DATA(010:15).
            WRITE LOST-LETTERS-REG.

            MOVE SPACES TO LOST-LETTERS-REG.
            MOVE "DATE:" TO LOST-LETTERS-DATA(003:05).
            MOVE WRK-RUN-DATE TO LOST-LETTERS-DATA(009:08).
            WRITE LOST-LETTERS-REG.

            MOVE SPACES TO LOST-LETTERS-REG.
            WRITE LOST-LETTERS-REG.

            MOVE SPACES TO LOST-LETTERS-REG.
            MOVE "FINAL DEMAND" TO LOST-LETTERS-DATA(003:12).
            WRITE LOST-LETTERS-REG.

            MOVE SPACES TO LOST-LETTERS-REG.
            WRITE LOST-LETTERS-REG.

            MOVE SPACES TO LOST-LETTERS-REG.
            MOVE "THE FOLLOWING RENTAL HAS NOT BEEN RETURNED AND IS NOW"
               TO LOST-LETTERS-DATA(003:53).
            WRITE LOST-LETTERS-REG.

            MOVE SPACES TO LOST-LETTERS-REG.
            MOVE "TREATED AS LOST:" TO LOST-LETTERS-DATA(003:16).
            WRITE LOST-LETTERS-REG.

            MOVE SPACES TO LOST-LETTERS-REG.
            WRITE LOST-LETTERS-REG.

            MOVE SPACES TO LOST-LETTERS-REG.
            MOVE WRK-LETTER-TITLE(1:50) TO LOST-LETTERS-DATA(003:50).
            MOVE "DUE"             TO LOST-LETTERS-DATA(055:03).
            MOVE RENTAL-DUE-DATE   TO LOST-LETTERS-DATA(059:08).
            WRITE LOST-LETTERS-REG.

            MOVE SPACES TO LOST-LETTERS-REG.
            WRITE LOST-LETTERS-REG.

            MOVE SPACES TO LOST-LETTERS-REG.
            MOVE "REPLACEMENT CHARGED TO YOUR ACCOUNT:"
               TO LOST-LETTERS-DATA(003:36).
            MOVE WRK-AMT-DISP TO LOST-LETTERS-DATA(041:10).
            WRITE LOST-LETTERS-REG.

            MOVE SPACES TO LOST-LETTERS-REG.
            WRITE LOST-LETTERS-REG.

            MOVE SPACES TO LOST-LETTERS-REG.
            MOVE "IF THE TAPE IS RETURNED THIS CHARGE WILL BE REVERSED"
               TO LOST-LETTERS-DATA(003:52).
            WRITE LOST-LETTERS-REG.

            MOVE SPACES TO LOST-LETTERS-REG.
            MOVE "AND THE USUAL LATE FEE CHARGED INSTEAD."
               TO LOST-LETTERS-DATA(003:39).
            WRITE LOST-LETTERS-REG.

       0340-REPORT-TOTALS      SECTION.
            MOVE SPACES TO LOST-REPORT-REG.
            WRITE LOST-REPORT-REG.

            MOVE SPACES TO LOST-REPORT-REG.
            MOVE WRK-MSG-READRECORDS TO LOST-REPORT-DATA(001:25).
            MOVE WRK-REGQTY          TO LOST-REPORT-DATA(027:05).
            WRITE LOST-REPORT-REG.

            MOVE SPACES TO LOST-REPORT-REG.
            MOVE WRK-MSG-CONVERTED   TO LOST-REPORT-DATA(001:25).
            MOVE WRK-LOST-QTY        TO LOST-REPORT-DATA(027:05).
            WRITE LOST-REPORT-REG.

            MOVE SPACES TO LOST-REPORT-REG.
            MOVE WRK-MSG-BILLED      TO LOST-REPORT-DATA(001:25).
            MOVE WRK-TOT-BILLED      TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP        TO LOST-REPORT-DATA(027:10).
            WRITE LOST-REPORT-REG.

            IF WRK-LOCKED-QTY > ZEROS
                MOVE SPACES TO LOST-REPORT-REG
                MOVE "* " TO LOST-REPORT-DATA(001:02)
                MOVE WRK-MSG-LOCKED TO LOST-REPORT-DATA(003:40)
                MOVE WRK-LOCKED-QTY TO LOST-REPORT-DATA(044:05)
                WRITE LOST-REPORT-REG
            END-IF.

       0350-REPORT-STATISTICS  SECTION.
            MOVE 12 TO WRK-LINE.
            DISPLAY WRK-MSG-READRECORDS LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-REGQTY          LINE WRK-LINE COLUMN 38.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-CONVERTED   LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-LOST-QTY        LINE WRK-LINE COLUMN 38.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-BILLED      LINE WRK-LINE COLUMN 10.
            MOVE WRK-TOT-BILLED TO WRK-AMT-DISP.
            DISPLAY WRK-AMT-DISP        LINE WRK-LINE COLUMN 38.

            IF WRK-REPORT-BATCH NOT = "Y"
                ADD 1 TO WRK-LINE
                DISPLAY WRK-MSG-PRESSKEY LINE WRK-LINE COLUMN 10
                ACCEPT WRK-KEY LINE WRK-LINE COLUMN 25
                MOVE SPACES TO WRK-KEY
            END-IF.

       0400-FINALIZE           SECTION.
            CLOSE MOVIES.
            CLOSE CUSTOMERS.
            CLOSE RENTALS.
            CLOSE COPIES.
            CLOSE LOST-REPORT.
            MOVE SPACES TO WRK-RPTFILE-PARMS.
            STRING "DAYS " DELIMITED BY SIZE
                   WRK-LOST-DAYS DELIMITED BY SIZE
                   INTO WRK-RPTFILE-PARMS
            END-STRING.
            CALL "RPTFILE" USING WRK-RPTFILE-REC.
            CLOSE LOST-LETTERS.
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

       9000-MANAGE-ERROR       SECTION.
            IF WRK-REPORT-BATCH = "Y"
                DISPLAY ERROR-SCREEN
            ELSE
                ACCEPT ERROR-SCREEN
            END-IF.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
