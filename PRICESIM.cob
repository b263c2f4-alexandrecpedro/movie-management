       IDENTIFICATION          DIVISION.
       PROGRAM-ID. PRICESIM.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: PRICE-CHANGE WHAT-IF - REPLAY THE LAST N WEEKS OF
      *          CHECK-OUTS (RENTALS.DAT AND THE ARCHIVE) TWICE:
      *            CURRENT   - TODAY'S PRICERULES.TXT AND BASE PRICES
      *            SIMULATED - THE PROPOSED RULES ON PRICEPROP.TXT
      *                        (SAME LAYOUT; NO FILE MEANS TODAY'S
      *                        RULES) WITH EVERY PENDING PRICEPEND
      *                        ENTRY APPLIED ON TOP - RULE PERCENT
      *                        CHANGES AND NEW TITLE BASE PRICES
      *          BOTH SIDES GO THROUGH THE SAME TESTS, IN THE SAME
      *          ORDER, AS PRICING (GENRE, RATING, TITLE AGE, DAY OF
      *          WEEK, FLOOR) AND GET THE RENTAL'S RECORDED COUPON
      *          RE-APPLIED. COMP AND PLAN RENTALS ARE NOT PRICED BY
      *          THE RULES AND ARE LEFT OUT. THE REPORT PRICESIM.TXT
      *          SHOWS BOTH TOTALS BY SIMULATED RULE, GENRE AND DAY
      *          OF WEEK, AND THE TITLES MOST AFFECTED. NOTHING ON
      *          FILE IS CHANGED.
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

      *      PRICEPEND.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      PRICEPENDDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT PRICEPEND ASSIGN TO WRK-PRICEPEND-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS PRICEPEND-STATUS
            RECORD KEY IS PEND-ID.

      *      SELECT PRICE-RULES ASSIGN TO "./Data/PRICERULES.TXT"
            SELECT PRICE-RULES ASSIGN TO
              "C:\Cobol\Project\Data\PRICERULES.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RULES-STATUS.

      *      SELECT PROP-RULES ASSIGN TO "./Data/PRICEPROP.TXT"
            SELECT PROP-RULES ASSIGN TO
              "C:\Cobol\Project\Data\PRICEPROP.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PROP-STATUS.

      *      SELECT PROMOS ASSIGN TO "./Data/PROMOS.TXT"
            SELECT PROMOS ASSIGN TO
              "C:\Cobol\Project\Data\PROMOS.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PROMOS-STATUS.

      *      SELECT SIM-REPORT ASSIGN TO "./Data/PRICESIM.TXT"
            SELECT SIM-REPORT ASSIGN TO
              "C:\Cobol\Project\Data\PRICESIM.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SIM-REPORT-STATUS.

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
            05 RENTAL-COPY-NUMBER    PIC 9(002).
            05 RENTAL-CHARGED-PRICE  PIC 9(003)V99.
            05 RENTAL-PRICE-RULE     PIC X(008).
            05 RENTAL-PROMO-CODE     PIC X(008).
            05 RENTAL-DISCOUNT       PIC 9(003)V99.
            05 RENTAL-RENEWALS       PIC 9(002).
            05 RENTAL-STORE          PIC X(003).

      *---------------------------- RENTAL ARCHIVE DESCRIPTION
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

      *---------------------------- PENDING PRICE CHANGES
       FD PRICEPEND.
       01 PRICEPEND-REG.
            05 PEND-ID               PIC 9(005).
            05 PEND-TYPE             PIC X(001).
                88 PEND-TITLE-PRICE          VALUE "T".
                88 PEND-RULE-PCT             VALUE "R".
            05 PEND-MOVIES-KEY       PIC 9(005).
            05 PEND-RULE-ID          PIC X(008).
            05 PEND-NEW-PRICE        PIC 9(003)V99.
            05 PEND-NEW-PCT          PIC 9(003).
            05 PEND-EFF-DATE         PIC 9(008).
            05 PEND-STATUS-FLAG      PIC X(001).
                88 PEND-PENDING              VALUE "P".
                88 PEND-APPLIED              VALUE "A".
                88 PEND-DROPPED              VALUE "X".

      *---------------------------- PRICING RULES IN FORCE
       FD PRICE-RULES.
       01 RULES-REG                  PIC X(032).

      *---------------------------- PROPOSED PRICING RULES
       FD PROP-RULES.
       01 PROP-REG                   PIC X(032).

      *---------------------------- PROMOTIONS TABLE INPUT
       FD PROMOS.
       01 PROMOS-REG.
            05 PROMO-CODE            PIC X(008).
            05 PROMO-TYPE            PIC X(001).
            05 PROMO-PCT             PIC 9(003).
            05 PROMO-AMT             PIC 9(003)V99.
            05 PROMO-START           PIC 9(008).
            05 PROMO-END             PIC 9(008).
            05 PROMO-GENRE           PIC X(008).
            05 PROMO-LIST-FLAG       PIC X(001).

      *---------------------------- REPORT OUTPUT
       FD SIM-REPORT.
       01 SIM-REPORT-REG.
            05 SIM-REPORT-DATA       PIC X(080).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                    PIC X(001).
       77 WRK-WEEKS                  PIC 9(002) VALUE ZEROS.

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                   PIC 9(002) VALUE 01.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG              PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "PRICESIM".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "PRICESIM".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\PRICESIM.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-NOMOVIES      PIC X(040) VALUE
               "ERROR OPENING MOVIES FILE".
            05 WRK-MSG-NORENTALS     PIC X(040) VALUE
               "ERROR OPENING RENTALS FILE".
            05 WRK-MSG-BADWEEKS      PIC X(040) VALUE
               "ENTER THE NUMBER OF WEEKS (01-99)".
            05 WRK-MSG-NOPROPOSAL    PIC X(040) VALUE
               "NO PRICEPROP.TXT - TODAY'S RULES USED".
            05 WRK-MSG-PRESSKEY      PIC X(040) VALUE
               "PRESS ANY KEY".

      *---------------------------- FILE
       77 MOVIES-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-MOVIES-PATH            PIC X(060) VALUE SPACES.
       77 RENTALS-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-RENTALS-PATH           PIC X(060) VALUE SPACES.
       77 HIST-STATUS                PIC 9(002) VALUE ZEROS.
       77 WRK-HIST-AVAIL-FLAG        PIC X(001) VALUE "N".
       77 PRICEPEND-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-PRICEPEND-PATH         PIC X(060) VALUE SPACES.
       77 RULES-STATUS               PIC 9(002) VALUE ZEROS.
       77 PROP-STATUS                PIC 9(002) VALUE ZEROS.
       77 PROMOS-STATUS              PIC 9(002) VALUE ZEROS.
       77 SIM-REPORT-STATUS          PIC 9(002) VALUE ZEROS.

      *---------------------------- RUN CONTROLS
       77 WRK-RUN-DATE               PIC 9(008) VALUE ZEROS.
       77 WRK-FROM-DATE              PIC 9(008) VALUE ZEROS.
       77 WRK-PROPOSAL-FLAG          PIC X(001) VALUE "N".
       77 WRK-PEND-RULE-QTY          PIC 9(003) VALUE ZEROS.
       77 WRK-SKIPPED-QTY            PIC 9(005) VALUE ZEROS.

      *---------------------------- RULE TABLES: 1 CURRENT, 2 PROPOSED
      *      THE RULES FILE IS SMALL ENOUGH TO HOLD IN MEMORY, AS
      *      PRICEAPPLY DOES - 50 ROWS PER SIDE.
       77 WRK-SC                     PIC 9(001) VALUE ZEROS.
       77 WRK-RULE-MAX               PIC 9(002) VALUE 50.
       77 WRK-RULE-IDX               PIC 9(002) VALUE ZEROS.
       01 WRK-SCENARIO-TABLE.
            05 WRK-SCN OCCURS 2 TIMES.
                10 WRK-SCN-QTY        PIC 9(002).
                10 WRK-SCN-RULE OCCURS 50 TIMES.
                    15 WRK-SR-ID      PIC X(008).
                    15 WRK-SR-GENRE   PIC X(008).
                    15 WRK-SR-RATING  PIC X(005).
                    15 WRK-SR-MAX-AGE PIC 9(002).
                    15 WRK-SR-DOW     PIC 9(001).
                    15 WRK-SR-PCT     PIC 9(003).
                    15 WRK-SR-FLOOR   PIC 9(003)V99.

      *---------------------------- PENDING TITLE PRICES
       77 WRK-TP-QTY                 PIC 9(003) VALUE ZEROS.
       77 WRK-TP-MAX                 PIC 9(003) VALUE 200.
       77 WRK-TP-IDX                 PIC 9(003) VALUE ZEROS.
       01 WRK-TP-TABLE.
            05 WRK-TP-ENTRY OCCURS 200 TIMES.
                10 WRK-TP-MOVIE       PIC 9(005).
                10 WRK-TP-PRICE       PIC 9(003)V99.

      *---------------------------- PROMOTIONS
       77 WRK-PR-QTY                 PIC 9(002) VALUE ZEROS.
       77 WRK-PR-MAX                 PIC 9(002) VALUE 50.
       77 WRK-PR-IDX                 PIC 9(002) VALUE ZEROS.
       01 WRK-PR-TABLE.
            05 WRK-PR-ENTRY OCCURS 50 TIMES.
                10 WRK-PR-CODE        PIC X(008).
                10 WRK-PR-TYPE        PIC X(001).
                10 WRK-PR-PCT         PIC 9(003).
                10 WRK-PR-AMT         PIC 9(003)V99.

      *---------------------------- ONE RENTAL, LIVE OR ARCHIVED
       77 WRK-R-MOVIE                PIC 9(005) VALUE ZEROS.
       77 WRK-R-CHECKOUT             PIC 9(008) VALUE ZEROS.
       77 WRK-R-CHARGED              PIC 9(003)V99 VALUE ZEROS.
       77 WRK-R-RULE                 PIC X(008) VALUE SPACES.
       77 WRK-R-PROMO                PIC X(008) VALUE SPACES.
       77 WRK-R-DISCOUNT             PIC 9(003)V99 VALUE ZEROS.

      *---------------------------- PRICE WORK AREAS (AS PRICING)
       77 WRK-TITLE-AGE              PIC S9(004) VALUE ZEROS.
       77 WRK-DOW                    PIC 9(001) VALUE ZEROS.
       77 WRK-CHECKOUT-YEAR          PIC 9(004) VALUE ZEROS.
       77 WRK-MATCHED-FLAG           PIC X(001) VALUE "N".
       77 WRK-P-BASE                 PIC 9(003)V99 VALUE ZEROS.
       77 WRK-P-CHARGED              PIC 9(003)V99 VALUE ZEROS.
       77 WRK-P-RULE                 PIC X(008) VALUE SPACES.
       77 WRK-P-DISC                 PIC 9(003)V99 VALUE ZEROS.
       77 WRK-CUR-PRICE              PIC 9(003)V99 VALUE ZEROS.
       77 WRK-SIM-PRICE              PIC 9(003)V99 VALUE ZEROS.
       77 WRK-SIM-RULE               PIC X(008) VALUE SPACES.

      *---------------------------- GRAND TOTALS
       77 WRK-TOT-QTY                PIC 9(005) VALUE ZEROS.
       77 WRK-TOT-ACTUAL             PIC 9(007)V99 VALUE ZEROS.
       77 WRK-TOT-CUR                PIC 9(007)V99 VALUE ZEROS.
       77 WRK-TOT-SIM                PIC 9(007)V99 VALUE ZEROS.

      *---------------------------- BREAKDOWN BY SIMULATED RULE
       77 WRK-BR-QTY                 PIC 9(002) VALUE ZEROS.
       77 WRK-BR-IDX                 PIC 9(002) VALUE ZEROS.
       01 WRK-BR-TABLE.
            05 WRK-BR-ENTRY OCCURS 51 TIMES.
                10 WRK-BR-ID          PIC X(008).
                10 WRK-BR-COUNT       PIC 9(005).
                10 WRK-BR-CUR         PIC 9(007)V99.
                10 WRK-BR-SIM         PIC 9(007)V99.

      *---------------------------- BREAKDOWN BY GENRE
       77 WRK-BG-QTY                 PIC 9(002) VALUE ZEROS.
       77 WRK-BG-MAX                 PIC 9(002) VALUE 50.
       77 WRK-BG-IDX                 PIC 9(002) VALUE ZEROS.
       01 WRK-BG-TABLE.
            05 WRK-BG-ENTRY OCCURS 50 TIMES.
                10 WRK-BG-GENRE       PIC X(030).
                10 WRK-BG-COUNT       PIC 9(005).
                10 WRK-BG-CUR         PIC 9(007)V99.
                10 WRK-BG-SIM         PIC 9(007)V99.

      *---------------------------- BREAKDOWN BY DAY OF WEEK
       01 WRK-DOW-NAMES              PIC X(021)
            VALUE "MONTUEWEDTHUFRISATSUN".
       01 WRK-DOW-NAME-TBL REDEFINES WRK-DOW-NAMES.
            05 WRK-DOW-NAME          PIC X(003) OCCURS 7 TIMES.
       01 WRK-BD-TABLE.
            05 WRK-BD-ENTRY OCCURS 7 TIMES.
                10 WRK-BD-COUNT       PIC 9(005).
                10 WRK-BD-CUR         PIC 9(007)V99.
                10 WRK-BD-SIM         PIC 9(007)V99.

      *---------------------------- BREAKDOWN BY TITLE
       77 WRK-BT-QTY                 PIC 9(003) VALUE ZEROS.
       77 WRK-BT-MAX                 PIC 9(003) VALUE 500.
       77 WRK-BT-IDX                 PIC 9(003) VALUE ZEROS.
       77 WRK-BT-BEST                PIC 9(003) VALUE ZEROS.
       77 WRK-BT-RANK                PIC 9(002) VALUE ZEROS.
       77 WRK-BT-SWING               PIC 9(007)V99 VALUE ZEROS.
       77 WRK-BT-BEST-SWING          PIC 9(007)V99 VALUE ZEROS.
       01 WRK-BT-TABLE.
            05 WRK-BT-ENTRY OCCURS 500 TIMES.
                10 WRK-BT-MOVIE       PIC 9(005).
                10 WRK-BT-COUNT       PIC 9(005).
                10 WRK-BT-CUR         PIC 9(007)V99.
                10 WRK-BT-SIM         PIC 9(007)V99.
                10 WRK-BT-SHOWN       PIC X(001).

      *---------------------------- REPORT LINE WORK AREAS
       77 WRK-L-LABEL                PIC X(020) VALUE SPACES.
       77 WRK-L-COUNT                PIC 9(005) VALUE ZEROS.
       77 WRK-L-CUR                  PIC 9(007)V99 VALUE ZEROS.
       77 WRK-L-SIM                  PIC 9(007)V99 VALUE ZEROS.
       77 WRK-L-DIFF                 PIC S9(007)V99 VALUE ZEROS.
       77 WRK-EDIT-AMOUNT            PIC ZZZZZZ9,99.
       77 WRK-EDIT-SIGNED            PIC -ZZZZZZ9,99.

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

      *---------------------------- WEEKS ENTRY SCREEN
       01 SIM-WEEKS-SCREEN.
            05 SIM-WEEKS-DATA FOREGROUND-COLOR 2.
                10 LINE 08 COLUMN 10
                   VALUE "REPLAY THE LAST (WEEKS): ".
                10 COLUMN PLUS 2     PIC 9(002) USING WRK-WEEKS
                   BLANK WHEN ZEROS.

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

            MOVE SPACES TO WRK-RENTALS-PATH.
            ACCEPT WRK-RENTALS-PATH FROM ENVIRONMENT "RENTALSDAT".
            IF WRK-RENTALS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\RENTALS.DAT"
                   TO WRK-RENTALS-PATH
            END-IF.

            MOVE SPACES TO WRK-PRICEPEND-PATH.
            ACCEPT WRK-PRICEPEND-PATH FROM ENVIRONMENT "PRICEPENDDAT".
            IF WRK-PRICEPEND-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\PRICEPEND.DAT"
                   TO WRK-PRICEPEND-PATH
            END-IF.

      *      EVERYTHING IS OPENED FOR INPUT ONLY - THE REPORT IS THE
      *      ONE FILE THIS PROGRAM WRITES.
       0200-INITIALIZE         SECTION.
            PERFORM 0195-SET-FILE-PATHS.
            OPEN INPUT MOVIES.
            OPEN INPUT RENTALS.

      *      THE HISTORY FILE ONLY EXISTS ONCE THE RENTAL ARCHIVE JOB
      *      HAS RUN AT LEAST ONCE.
            OPEN INPUT RENTALS-HIST.
            IF HIST-STATUS = ZEROS
                MOVE "Y" TO WRK-HIST-AVAIL-FLAG
            ELSE
                MOVE "N" TO WRK-HIST-AVAIL-FLAG
            END-IF.

            OPEN OUTPUT SIM-REPORT.

       0300-PROCESS            SECTION.
            MOVE ZEROS TO WRK-TOT-QTY WRK-TOT-ACTUAL WRK-TOT-CUR
               WRK-TOT-SIM WRK-BR-QTY WRK-BG-QTY WRK-BT-QTY
               WRK-SKIPPED-QTY WRK-WEEKS.
            INITIALIZE WRK-BD-TABLE.
            ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
            DISPLAY CLEANER-SCREEN.

            IF MOVIES-STATUS NOT = ZEROS
                MOVE WRK-MSG-NOMOVIES TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                IF RENTALS-STATUS NOT = ZEROS
                    MOVE WRK-MSG-NORENTALS TO WRK-ERROR-MSG
                    PERFORM 9000-MANAGE-ERROR
                ELSE
                    PERFORM 0305-ACCEPT-WEEKS
                    PERFORM 0310-LOAD-RULES
                    PERFORM 0315-LOAD-PENDING
                    PERFORM 0320-LOAD-PROMOS
                    PERFORM 0330-SCAN-RENTALS
                    IF WRK-HIST-AVAIL-FLAG = "Y"
                        PERFORM 0335-SCAN-HISTORY
                    END-IF
                    PERFORM 0370-WRITE-REPORT
                    PERFORM 0390-REPORT-STATISTICS
                END-IF
            END-IF.

       0305-ACCEPT-WEEKS       SECTION.
            PERFORM UNTIL WRK-WEEKS > ZEROS
               DISPLAY SIM-WEEKS-SCREEN
               ACCEPT SIM-WEEKS-DATA
               IF WRK-WEEKS = ZEROS
                   MOVE WRK-MSG-BADWEEKS TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
               END-IF
            END-PERFORM.

      *      FUNCTION INTEGER-OF-DATE/DATE-OF-INTEGER ARE USED SO
      *      THE MONTH AND YEAR ROLL OVER CORRECTLY.
            COMPUTE WRK-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-RUN-DATE)
                  - (WRK-WEEKS * 7)).

      *      SIDE 1 IS THE FILE IN FORCE; SIDE 2 STARTS AS THE
      *      PROPOSAL, OR AS A COPY OF SIDE 1 WHEN THERE IS NONE.
       0310-LOAD-RULES         SECTION.
            MOVE ZEROS TO WRK-SCN-QTY(1) WRK-SCN-QTY(2).
            OPEN INPUT PRICE-RULES.
            IF RULES-STATUS = ZEROS
                PERFORM UNTIL RULES-STATUS = 10
                      OR WRK-SCN-QTY(1) = WRK-RULE-MAX
                   READ PRICE-RULES
                      AT END
                          MOVE 10 TO RULES-STATUS
                      NOT AT END
                          ADD 1 TO WRK-SCN-QTY(1)
                          MOVE RULES-REG
                             TO WRK-SCN-RULE(1, WRK-SCN-QTY(1))
                   END-READ
                END-PERFORM
                CLOSE PRICE-RULES
            END-IF.

            OPEN INPUT PROP-RULES.
            IF PROP-STATUS = ZEROS
                MOVE "Y" TO WRK-PROPOSAL-FLAG
                PERFORM UNTIL PROP-STATUS = 10
                      OR WRK-SCN-QTY(2) = WRK-RULE-MAX
                   READ PROP-RULES
                      AT END
                          MOVE 10 TO PROP-STATUS
                      NOT AT END
                          ADD 1 TO WRK-SCN-QTY(2)
                          MOVE PROP-REG
                             TO WRK-SCN-RULE(2, WRK-SCN-QTY(2))
                   END-READ
                END-PERFORM
                CLOSE PROP-RULES
            ELSE
                MOVE "N" TO WRK-PROPOSAL-FLAG
                MOVE WRK-SCN(1) TO WRK-SCN(2)
                MOVE WRK-MSG-NOPROPOSAL TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-IF.

      *      EVERY ENTRY STILL PENDING IS TAKEN, WHATEVER ITS
      *      EFFECTIVE DATE - THE QUESTION IS WHAT THEY ALL DO ONCE
      *      PRICEAPPLY HAS FIRED THEM. A RULE CHANGE PATCHES THE
      *      PERCENT ON THE PROPOSED SIDE EXACTLY AS PRICEAPPLY
      *      PATCHES THE FILE.
       0315-LOAD-PENDING       SECTION.
            MOVE ZEROS TO WRK-TP-QTY WRK-PEND-RULE-QTY.
            OPEN INPUT PRICEPEND.
            IF PRICEPEND-STATUS = ZEROS
                PERFORM UNTIL PRICEPEND-STATUS = 10
                   READ PRICEPEND NEXT
                      AT END
                          MOVE 10 TO PRICEPEND-STATUS
                      NOT AT END
                          IF PEND-PENDING
                              PERFORM 0317-TAKE-PENDING
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE PRICEPEND
            END-IF.

       0317-TAKE-PENDING       SECTION.
            IF PEND-TITLE-PRICE
                PERFORM VARYING WRK-TP-IDX FROM 1 BY 1
                      UNTIL WRK-TP-IDX > WRK-TP-QTY
                   IF WRK-TP-MOVIE(WRK-TP-IDX) = PEND-MOVIES-KEY
                       MOVE PEND-NEW-PRICE TO WRK-TP-PRICE(WRK-TP-IDX)
                       MOVE WRK-TP-QTY TO WRK-TP-IDX
                       MOVE ZEROS TO PEND-MOVIES-KEY
                   END-IF
                END-PERFORM
                IF PEND-MOVIES-KEY NOT = ZEROS
                      AND WRK-TP-QTY < WRK-TP-MAX
                    ADD 1 TO WRK-TP-QTY
                    MOVE PEND-MOVIES-KEY TO WRK-TP-MOVIE(WRK-TP-QTY)
                    MOVE PEND-NEW-PRICE  TO WRK-TP-PRICE(WRK-TP-QTY)
                END-IF
            ELSE
                PERFORM VARYING WRK-RULE-IDX FROM 1 BY 1
                      UNTIL WRK-RULE-IDX > WRK-SCN-QTY(2)
                   IF WRK-SR-ID(2, WRK-RULE-IDX) = PEND-RULE-ID
                       MOVE PEND-NEW-PCT TO WRK-SR-PCT(2, WRK-RULE-IDX)
                       ADD 1 TO WRK-PEND-RULE-QTY
                       MOVE WRK-SCN-QTY(2) TO WRK-RULE-IDX
                   END-IF
                END-PERFORM
            END-IF.

       0320-LOAD-PROMOS        SECTION.
            MOVE ZEROS TO WRK-PR-QTY.
            OPEN INPUT PROMOS.
            IF PROMOS-STATUS = ZEROS
                PERFORM UNTIL PROMOS-STATUS = 10
                      OR WRK-PR-QTY = WRK-PR-MAX
                   READ PROMOS
                      AT END
                          MOVE 10 TO PROMOS-STATUS
                      NOT AT END
                          ADD 1 TO WRK-PR-QTY
                          MOVE PROMO-CODE TO WRK-PR-CODE(WRK-PR-QTY)
                          MOVE PROMO-TYPE TO WRK-PR-TYPE(WRK-PR-QTY)
                          MOVE PROMO-PCT  TO WRK-PR-PCT(WRK-PR-QTY)
                          MOVE PROMO-AMT  TO WRK-PR-AMT(WRK-PR-QTY)
                   END-READ
                END-PERFORM
                CLOSE PROMOS
            END-IF.

       0330-SCAN-RENTALS       SECTION.
            PERFORM UNTIL RENTALS-STATUS = 10
               READ RENTALS NEXT
                  AT END
                      MOVE 10 TO RENTALS-STATUS
                  NOT AT END
                      IF RENTAL-CHECKOUT-DATE >= WRK-FROM-DATE
                          MOVE RENTAL-MOVIES-KEY    TO WRK-R-MOVIE
                          MOVE RENTAL-CHECKOUT-DATE TO WRK-R-CHECKOUT
                          MOVE RENTAL-CHARGED-PRICE TO WRK-R-CHARGED
                          MOVE RENTAL-PRICE-RULE    TO WRK-R-RULE
                          MOVE RENTAL-PROMO-CODE    TO WRK-R-PROMO
                          MOVE RENTAL-DISCOUNT      TO WRK-R-DISCOUNT
                          PERFORM 0340-REPLAY-RENTAL
                      END-IF
               END-READ
            END-PERFORM.

       0335-SCAN-HISTORY       SECTION.
            PERFORM UNTIL HIST-STATUS = 10
               READ RENTALS-HIST NEXT
                  AT END
                      MOVE 10 TO HIST-STATUS
                  NOT AT END
                      IF HIST-CHECKOUT-DATE >= WRK-FROM-DATE
                          MOVE HIST-MOVIES-KEY      TO WRK-R-MOVIE
                          MOVE HIST-CHECKOUT-DATE   TO WRK-R-CHECKOUT
                          MOVE HIST-CHARGED-PRICE   TO WRK-R-CHARGED
                          MOVE HIST-PRICE-RULE      TO WRK-R-RULE
                          MOVE HIST-PROMO-CODE      TO WRK-R-PROMO
                          MOVE HIST-DISCOUNT        TO WRK-R-DISCOUNT
                          PERFORM 0340-REPLAY-RENTAL
                      END-IF
               END-READ
            END-PERFORM.

       0340-REPLAY-RENTAL      SECTION.
            IF WRK-R-RULE = "COMP" OR WRK-R-RULE = "PLAN"
                ADD 1 TO WRK-SKIPPED-QTY
            ELSE
                MOVE WRK-R-MOVIE TO MOVIES-KEY
                READ MOVIES
                   INVALID KEY
                       ADD 1 TO WRK-SKIPPED-QTY
                   NOT INVALID KEY
                       PERFORM 0342-PRICE-BOTH-SIDES
                       PERFORM 0360-ACCUMULATE
                END-READ
            END-IF.

       0342-PRICE-BOTH-SIDES   SECTION.
            PERFORM 0344-DERIVE-FACTS.

            MOVE 1 TO WRK-SC.
            MOVE MOVIES-RENTAL-PRICE TO WRK-P-BASE.
            PERFORM 0346-SCAN-RULES.
            PERFORM 0350-REAPPLY-COUPON.
            MOVE WRK-P-CHARGED TO WRK-CUR-PRICE.

            MOVE 2 TO WRK-SC.
            MOVE MOVIES-RENTAL-PRICE TO WRK-P-BASE.
            PERFORM VARYING WRK-TP-IDX FROM 1 BY 1
                  UNTIL WRK-TP-IDX > WRK-TP-QTY
               IF WRK-TP-MOVIE(WRK-TP-IDX) = MOVIES-KEY
                   MOVE WRK-TP-PRICE(WRK-TP-IDX) TO WRK-P-BASE
               END-IF
            END-PERFORM.
            PERFORM 0346-SCAN-RULES.
            MOVE WRK-P-RULE TO WRK-SIM-RULE.
            PERFORM 0350-REAPPLY-COUPON.
            MOVE WRK-P-CHARGED TO WRK-SIM-PRICE.

      *      AS PRICING 0200-DERIVE-FACTS. DAY 1 OF THE INTEGER DATE
      *      BASE IS A MONDAY, SO THIS LANDS ON 1=MONDAY .. 7=SUNDAY.
       0344-DERIVE-FACTS       SECTION.
            MOVE WRK-R-CHECKOUT(1:4) TO WRK-CHECKOUT-YEAR.
            COMPUTE WRK-TITLE-AGE =
               WRK-CHECKOUT-YEAR - MOVIES-RELEASE-YEAR.
            IF WRK-TITLE-AGE < ZEROS
                MOVE ZEROS TO WRK-TITLE-AGE
            END-IF.
            COMPUTE WRK-DOW = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE(WRK-R-CHECKOUT) - 1, 7) + 1.

      *      AS PRICING 0300-SCAN-RULES/0310-TRY-RULE, AGAINST THE
      *      RULE TABLE OF SIDE WRK-SC: FIRST MATCH IN FILE ORDER
      *      FIRES, NEVER BELOW ITS FLOOR; NO MATCH IS "BASE".
       0346-SCAN-RULES         SECTION.
            MOVE WRK-P-BASE TO WRK-P-CHARGED.
            MOVE "BASE" TO WRK-P-RULE.
            MOVE "N" TO WRK-MATCHED-FLAG.
            PERFORM VARYING WRK-RULE-IDX FROM 1 BY 1
                  UNTIL WRK-RULE-IDX > WRK-SCN-QTY(WRK-SC)
                     OR WRK-MATCHED-FLAG = "Y"
               PERFORM 0348-TRY-RULE
            END-PERFORM.

       0348-TRY-RULE           SECTION.
            IF WRK-SR-GENRE(WRK-SC, WRK-RULE-IDX) NOT = SPACES
                  AND WRK-SR-GENRE(WRK-SC, WRK-RULE-IDX)
                     NOT = MOVIES-GENRE(1:8)
                CONTINUE
            ELSE
            IF WRK-SR-RATING(WRK-SC, WRK-RULE-IDX) NOT = SPACES
                  AND WRK-SR-RATING(WRK-SC, WRK-RULE-IDX)
                     NOT = MOVIES-RATING
                CONTINUE
            ELSE
            IF WRK-SR-MAX-AGE(WRK-SC, WRK-RULE-IDX) > ZEROS
                  AND WRK-TITLE-AGE
                     > WRK-SR-MAX-AGE(WRK-SC, WRK-RULE-IDX)
                CONTINUE
            ELSE
            IF WRK-SR-DOW(WRK-SC, WRK-RULE-IDX) > ZEROS
                  AND WRK-SR-DOW(WRK-SC, WRK-RULE-IDX) NOT = WRK-DOW
                CONTINUE
            ELSE
                MOVE "Y" TO WRK-MATCHED-FLAG
                MOVE WRK-SR-ID(WRK-SC, WRK-RULE-IDX) TO WRK-P-RULE
                COMPUTE WRK-P-CHARGED ROUNDED =
                   WRK-P-BASE * WRK-SR-PCT(WRK-SC, WRK-RULE-IDX) / 100
                IF WRK-P-CHARGED < WRK-SR-FLOOR(WRK-SC, WRK-RULE-IDX)
                    MOVE WRK-SR-FLOOR(WRK-SC, WRK-RULE-IDX)
                       TO WRK-P-CHARGED
                END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

      *      AS RENTAL 0336-APPLY-COUPON: A PERCENT CODE IS WORKED
      *      OUT AGAIN ON THE NEW PRICE, A FLAT ONE TAKES ITS AMOUNT.
      *      A CODE NO LONGER ON THE PROMOTIONS FILE TAKES THE
      *      DISCOUNT RECORDED ON THE RENTAL. NEVER BELOW ZERO.
       0350-REAPPLY-COUPON     SECTION.
            IF WRK-R-PROMO NOT = SPACES
                MOVE WRK-R-DISCOUNT TO WRK-P-DISC
                PERFORM VARYING WRK-PR-IDX FROM 1 BY 1
                      UNTIL WRK-PR-IDX > WRK-PR-QTY
                   IF WRK-PR-CODE(WRK-PR-IDX) = WRK-R-PROMO
                       IF WRK-PR-TYPE(WRK-PR-IDX) = "P"
                           COMPUTE WRK-P-DISC ROUNDED =
                              WRK-P-CHARGED * WRK-PR-PCT(WRK-PR-IDX)
                                 / 100
                       ELSE
                           MOVE WRK-PR-AMT(WRK-PR-IDX) TO WRK-P-DISC
                       END-IF
                       MOVE WRK-PR-QTY TO WRK-PR-IDX
                   END-IF
                END-PERFORM
                IF WRK-P-DISC > WRK-P-CHARGED
                    MOVE WRK-P-CHARGED TO WRK-P-DISC
                END-IF
                SUBTRACT WRK-P-DISC FROM WRK-P-CHARGED
            END-IF.

       0360-ACCUMULATE         SECTION.
            ADD 1 TO WRK-TOT-QTY.
            ADD WRK-R-CHARGED TO WRK-TOT-ACTUAL.
            ADD WRK-CUR-PRICE TO WRK-TOT-CUR.
            ADD WRK-SIM-PRICE TO WRK-TOT-SIM.

            PERFORM VARYING WRK-BR-IDX FROM 1 BY 1
                  UNTIL WRK-BR-IDX > WRK-BR-QTY
                     OR WRK-BR-ID(WRK-BR-IDX) = WRK-SIM-RULE
               CONTINUE
            END-PERFORM.
            IF WRK-BR-IDX > WRK-BR-QTY
                ADD 1 TO WRK-BR-QTY
                MOVE WRK-BR-QTY TO WRK-BR-IDX
                MOVE WRK-SIM-RULE TO WRK-BR-ID(WRK-BR-IDX)
                MOVE ZEROS TO WRK-BR-COUNT(WRK-BR-IDX)
                   WRK-BR-CUR(WRK-BR-IDX) WRK-BR-SIM(WRK-BR-IDX)
            END-IF.
            ADD 1 TO WRK-BR-COUNT(WRK-BR-IDX).
            ADD WRK-CUR-PRICE TO WRK-BR-CUR(WRK-BR-IDX).
            ADD WRK-SIM-PRICE TO WRK-BR-SIM(WRK-BR-IDX).

            PERFORM VARYING WRK-BG-IDX FROM 1 BY 1
                  UNTIL WRK-BG-IDX > WRK-BG-QTY
                     OR WRK-BG-GENRE(WRK-BG-IDX) = MOVIES-GENRE
               CONTINUE
            END-PERFORM.
            IF WRK-BG-IDX > WRK-BG-QTY AND WRK-BG-QTY < WRK-BG-MAX
                ADD 1 TO WRK-BG-QTY
                MOVE WRK-BG-QTY TO WRK-BG-IDX
                MOVE MOVIES-GENRE TO WRK-BG-GENRE(WRK-BG-IDX)
                MOVE ZEROS TO WRK-BG-COUNT(WRK-BG-IDX)
                   WRK-BG-CUR(WRK-BG-IDX) WRK-BG-SIM(WRK-BG-IDX)
            END-IF.
            IF WRK-BG-IDX NOT > WRK-BG-QTY
                ADD 1 TO WRK-BG-COUNT(WRK-BG-IDX)
                ADD WRK-CUR-PRICE TO WRK-BG-CUR(WRK-BG-IDX)
                ADD WRK-SIM-PRICE TO WRK-BG-SIM(WRK-BG-IDX)
            END-IF.

            ADD 1 TO WRK-BD-COUNT(WRK-DOW).
            ADD WRK-CUR-PRICE TO WRK-BD-CUR(WRK-DOW).
            ADD WRK-SIM-PRICE TO WRK-BD-SIM(WRK-DOW).

            PERFORM VARYING WRK-BT-IDX FROM 1 BY 1
                  UNTIL WRK-BT-IDX > WRK-BT-QTY
                     OR WRK-BT-MOVIE(WRK-BT-IDX) = MOVIES-KEY
               CONTINUE
            END-PERFORM.
            IF WRK-BT-IDX > WRK-BT-QTY AND WRK-BT-QTY < WRK-BT-MAX
                ADD 1 TO WRK-BT-QTY
                MOVE WRK-BT-QTY TO WRK-BT-IDX
                MOVE MOVIES-KEY TO WRK-BT-MOVIE(WRK-BT-IDX)
                MOVE ZEROS TO WRK-BT-COUNT(WRK-BT-IDX)
                   WRK-BT-CUR(WRK-BT-IDX) WRK-BT-SIM(WRK-BT-IDX)
                MOVE "N" TO WRK-BT-SHOWN(WRK-BT-IDX)
            END-IF.
            IF WRK-BT-IDX NOT > WRK-BT-QTY
                ADD 1 TO WRK-BT-COUNT(WRK-BT-IDX)
                ADD WRK-CUR-PRICE TO WRK-BT-CUR(WRK-BT-IDX)
                ADD WRK-SIM-PRICE TO WRK-BT-SIM(WRK-BT-IDX)
            END-IF.

       0370-WRITE-REPORT       SECTION.
            MOVE SPACES TO SIM-REPORT-REG.
            STRING "PRICE CHANGE WHAT-IF - " DELIMITED BY SIZE
                   WRK-RUN-DATE              DELIMITED BY SIZE
                   INTO SIM-REPORT-DATA
            END-STRING.
            WRITE SIM-REPORT-REG.

            MOVE SPACES TO SIM-REPORT-REG.
            STRING "CHECK-OUTS FROM " DELIMITED BY SIZE
                   WRK-FROM-DATE      DELIMITED BY SIZE
                   " TO "             DELIMITED BY SIZE
                   WRK-RUN-DATE       DELIMITED BY SIZE
                   INTO SIM-REPORT-DATA
            END-STRING.
            WRITE SIM-REPORT-REG.

            MOVE SPACES TO SIM-REPORT-REG.
            IF WRK-PROPOSAL-FLAG = "Y"
                MOVE "PROPOSED RULES: PRICEPROP.TXT" TO SIM-REPORT-DATA
            ELSE
                MOVE "PROPOSED RULES: NONE - RULES IN FORCE"
                   TO SIM-REPORT-DATA
            END-IF.
            WRITE SIM-REPORT-REG.

            MOVE SPACES TO SIM-REPORT-REG.
            MOVE "PENDING TITLE PRICES"  TO SIM-REPORT-DATA(001:20).
            MOVE WRK-TP-QTY              TO SIM-REPORT-DATA(023:03).
            MOVE "PENDING RULE CHANGES"  TO SIM-REPORT-DATA(030:20).
            MOVE WRK-PEND-RULE-QTY       TO SIM-REPORT-DATA(052:03).
            WRITE SIM-REPORT-REG.

            MOVE "TOTAL" TO WRK-L-LABEL.
            PERFORM 0380-HEADING.
            MOVE "ALL CHECK-OUTS"  TO WRK-L-LABEL.
            MOVE WRK-TOT-QTY       TO WRK-L-COUNT.
            MOVE WRK-TOT-CUR       TO WRK-L-CUR.
            MOVE WRK-TOT-SIM       TO WRK-L-SIM.
            PERFORM 0385-DETAIL.

            MOVE SPACES TO SIM-REPORT-REG.
            MOVE "ACTUALLY CHARGED"     TO SIM-REPORT-DATA(001:20).
            MOVE WRK-TOT-ACTUAL         TO WRK-EDIT-AMOUNT.
            MOVE WRK-EDIT-AMOUNT        TO SIM-REPORT-DATA(028:10).
            WRITE SIM-REPORT-REG.

            MOVE SPACES TO SIM-REPORT-REG.
            MOVE "COMP/PLAN LEFT OUT"   TO SIM-REPORT-DATA(001:20).
            MOVE WRK-SKIPPED-QTY        TO SIM-REPORT-DATA(022:05).
            WRITE SIM-REPORT-REG.

            MOVE "BY RULE (SIMULATED)" TO WRK-L-LABEL.
            PERFORM 0380-HEADING.
            PERFORM VARYING WRK-BR-IDX FROM 1 BY 1
                  UNTIL WRK-BR-IDX > WRK-BR-QTY
               MOVE WRK-BR-ID(WRK-BR-IDX)    TO WRK-L-LABEL
               MOVE WRK-BR-COUNT(WRK-BR-IDX) TO WRK-L-COUNT
               MOVE WRK-BR-CUR(WRK-BR-IDX)   TO WRK-L-CUR
               MOVE WRK-BR-SIM(WRK-BR-IDX)   TO WRK-L-SIM
               PERFORM 0385-DETAIL
            END-PERFORM.

            MOVE "BY GENRE" TO WRK-L-LABEL.
            PERFORM 0380-HEADING.
            PERFORM VARYING WRK-BG-IDX FROM 1 BY 1
                  UNTIL WRK-BG-IDX > WRK-BG-QTY
               MOVE WRK-BG-GENRE(WRK-BG-IDX) TO WRK-L-LABEL
               MOVE WRK-BG-COUNT(WRK-BG-IDX) TO WRK-L-COUNT
               MOVE WRK-BG-CUR(WRK-BG-IDX)   TO WRK-L-CUR
               MOVE WRK-BG-SIM(WRK-BG-IDX)   TO WRK-L-SIM
               PERFORM 0385-DETAIL
            END-PERFORM.

            MOVE "BY DAY OF WEEK" TO WRK-L-LABEL.
            PERFORM 0380-HEADING.
            PERFORM VARYING WRK-DOW FROM 1 BY 1 UNTIL WRK-DOW > 7
               MOVE WRK-DOW-NAME(WRK-DOW)  TO WRK-L-LABEL
               MOVE WRK-BD-COUNT(WRK-DOW)  TO WRK-L-COUNT
               MOVE WRK-BD-CUR(WRK-DOW)    TO WRK-L-CUR
               MOVE WRK-BD-SIM(WRK-DOW)    TO WRK-L-SIM
               PERFORM 0385-DETAIL
            END-PERFORM.

            MOVE "TITLES MOST AFFECTED" TO WRK-L-LABEL.
            PERFORM 0380-HEADING.
            PERFORM VARYING WRK-BT-RANK FROM 1 BY 1
                  UNTIL WRK-BT-RANK > 10
               PERFORM 0375-NEXT-TITLE
               IF WRK-BT-BEST = ZEROS
                   MOVE 10 TO WRK-BT-RANK
               ELSE
                   MOVE "Y" TO WRK-BT-SHOWN(WRK-BT-BEST)
                   MOVE WRK-BT-MOVIE(WRK-BT-BEST) TO MOVIES-KEY
                   READ MOVIES
                      INVALID KEY
                          MOVE SPACES TO MOVIES-TITLE
                   END-READ
                   MOVE SPACES TO WRK-L-LABEL
                   STRING WRK-BT-MOVIE(WRK-BT-BEST) DELIMITED BY SIZE
                          " "                     DELIMITED BY SIZE
                          MOVIES-TITLE(1:14)       DELIMITED BY SIZE
                          INTO WRK-L-LABEL
                   END-STRING
                   MOVE WRK-BT-COUNT(WRK-BT-BEST) TO WRK-L-COUNT
                   MOVE WRK-BT-CUR(WRK-BT-BEST)   TO WRK-L-CUR
                   MOVE WRK-BT-SIM(WRK-BT-BEST)   TO WRK-L-SIM
                   PERFORM 0385-DETAIL
               END-IF
            END-PERFORM.

      *      THE BIGGEST SWING EITHER WAY NOT YET PRINTED; A TITLE
      *      THE CHANGE DOES NOT TOUCH IS NEVER LISTED.
       0375-NEXT-TITLE         SECTION.
            MOVE ZEROS TO WRK-BT-BEST WRK-BT-BEST-SWING.
            PERFORM VARYING WRK-BT-IDX FROM 1 BY 1
                  UNTIL WRK-BT-IDX > WRK-BT-QTY
               IF WRK-BT-SHOWN(WRK-BT-IDX) = "N"
                   IF WRK-BT-SIM(WRK-BT-IDX) > WRK-BT-CUR(WRK-BT-IDX)
                       COMPUTE WRK-BT-SWING = WRK-BT-SIM(WRK-BT-IDX)
                          - WRK-BT-CUR(WRK-BT-IDX)
                   ELSE
                       COMPUTE WRK-BT-SWING = WRK-BT-CUR(WRK-BT-IDX)
                          - WRK-BT-SIM(WRK-BT-IDX)
                   END-IF
                   IF WRK-BT-SWING > WRK-BT-BEST-SWING
                       MOVE WRK-BT-SWING TO WRK-BT-BEST-SWING
                       MOVE WRK-BT-IDX   TO WRK-BT-BEST
                   END-IF
               END-IF
            END-PERFORM.

       0380-HEADING            SECTION.
            MOVE SPACES TO SIM-REPORT-REG.
            WRITE SIM-REPORT-REG.

            MOVE SPACES TO SIM-REPORT-REG.
            MOVE WRK-L-LABEL  TO SIM-REPORT-DATA(001:20).
            MOVE "QTY"        TO SIM-REPORT-DATA(024:03).
            MOVE "CURRENT"    TO SIM-REPORT-DATA(031:07).
            MOVE "SIMULATED"  TO SIM-REPORT-DATA(040:09).
            MOVE "CHANGE"     TO SIM-REPORT-DATA(055:06).
            WRITE SIM-REPORT-REG.

            MOVE SPACES TO SIM-REPORT-REG.
            MOVE "----------------------------" TO SIM-REPORT-DATA.
            WRITE SIM-REPORT-REG.

       0385-DETAIL             SECTION.
            MOVE SPACES TO SIM-REPORT-REG.
            MOVE WRK-L-LABEL      TO SIM-REPORT-DATA(001:20).
            MOVE WRK-L-COUNT      TO SIM-REPORT-DATA(022:05).
            MOVE WRK-L-CUR        TO WRK-EDIT-AMOUNT.
            MOVE WRK-EDIT-AMOUNT  TO SIM-REPORT-DATA(028:10).
            MOVE WRK-L-SIM        TO WRK-EDIT-AMOUNT.
            MOVE WRK-EDIT-AMOUNT  TO SIM-REPORT-DATA(039:10).
            COMPUTE WRK-L-DIFF = WRK-L-SIM - WRK-L-CUR.
            MOVE WRK-L-DIFF       TO WRK-EDIT-SIGNED.
            MOVE WRK-EDIT-SIGNED  TO SIM-REPORT-DATA(050:11).
            WRITE SIM-REPORT-REG.

       0390-REPORT-STATISTICS  SECTION.
            MOVE 10 TO WRK-LINE.
            DISPLAY "CHECK-OUTS REPLAYED" LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-TOT-QTY           LINE WRK-LINE COLUMN 32.

            ADD 1 TO WRK-LINE.
            DISPLAY "CURRENT REVENUE"     LINE WRK-LINE COLUMN 10.
            MOVE WRK-TOT-CUR TO WRK-EDIT-AMOUNT.
            DISPLAY WRK-EDIT-AMOUNT       LINE WRK-LINE COLUMN 32.

            ADD 1 TO WRK-LINE.
            DISPLAY "SIMULATED REVENUE"   LINE WRK-LINE COLUMN 10.
            MOVE WRK-TOT-SIM TO WRK-EDIT-AMOUNT.
            DISPLAY WRK-EDIT-AMOUNT       LINE WRK-LINE COLUMN 32.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-PRESSKEY      LINE WRK-LINE COLUMN 10.
            ACCEPT WRK-KEY                LINE WRK-LINE COLUMN 25.
            MOVE SPACES TO WRK-KEY.

       0400-FINALIZE           SECTION.
            CLOSE MOVIES.
            CLOSE RENTALS.
            IF WRK-HIST-AVAIL-FLAG = "Y"
                CLOSE RENTALS-HIST
            END-IF.
            CLOSE SIM-REPORT.
            MOVE SPACES TO WRK-RPTFILE-PARMS.
            STRING "WEEKS " DELIMITED BY SIZE
                   WRK-WEEKS DELIMITED BY SIZE
                   INTO WRK-RPTFILE-PARMS
            END-STRING.
            CALL "RPTFILE" USING WRK-RPTFILE-REC.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
