       IDENTIFICATION          DIVISION.
       PROGRAM-ID. TRAFFIC.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: COUNTER TRAFFIC AND STAFFING ANALYSIS FROM THE
      *          PAYMENTS FILE OVER A CHOSEN DATE RANGE. PER STORE IT
      *          SHOWS TRANSACTIONS AND REVENUE BY HOUR OF DAY AND DAY
      *          OF WEEK, THE AVERAGE PER OPEN DAY OF EACH WEEKDAY AND
      *          THE PEAK HOURS LIKELY TO QUEUE. IT THEN SHOWS EACH
      *          OPERATOR'S TRANSACTIONS PER HOUR ON SHIFT AND, FROM
      *          THE SAME WEEKDAY-AND-HOUR PROFILE, A SUGGESTED MINIMUM
      *          STAFFING GRID FOR THE SEVEN DAYS FROM TOMORROW.
      *
      *          A TRANSACTION IS ONE COUNTER RECEIPT - THE ROWS OF ONE
      *          CHECKOUT SHARE A RECEIPT NUMBER AND COUNT ONCE; A ROW
      *          WITH NO RECEIPT COUNTS ON ITS OWN. A CHECK-IN THAT
      *          TAKES NO MONEY WRITES NO PAYMENTS ROW AND IS NOT SEEN.
      *
      *          DAYS THE BUSINESS CALENDAR HAS THE STORE CLOSED ARE
      *          LEFT OUT OF THE AVERAGES AND OF THE STAFFING PROFILE,
      *          AND SHOW AS CLOSED ON THE COMING WEEK'S GRID.
      *
      *          TRAFFICCAP - TRANSACTIONS ONE CLERK CAN SERVE IN AN
      *          HOUR (DEFAULT 20). AN HOUR WHOSE AVERAGE IS ABOVE IT
      *          IS FLAGGED AS A QUEUE RISK, AND THE GRID ASKS FOR ONE
      *          CLERK PER THAT MANY TRANSACTIONS, ROUNDED UP.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      PAYMENTS.TXT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      PAYMENTSTXT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT PAYMENTS ASSIGN TO WRK-PAYMENTS-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAYMENTS-STATUS.

      *      SHIFTS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      SHIFTSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT SHIFTS ASSIGN TO WRK-SHIFTS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS SHIFTS-STATUS
            RECORD KEY IS SHIFT-ID.

      *      TRAFFIC.TXT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      TRAFFICTXT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT TRAFFIC-REPORT ASSIGN TO WRK-TRAFFIC-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TRAFFIC-REPORT-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- PAYMENTS FILE INPUT
       FD PAYMENTS.
       01 PAYMENTS-REG.
            05 PAY-DATE              PIC 9(008).
            05 FILLER                PIC X(001).
            05 PAY-TIME              PIC X(006).
            05 FILLER                PIC X(001).
            05 PAY-CATEGORY          PIC X(001).
                88 PAY-WRITE-OFF             VALUE "W".
                88 PAY-POINTS                VALUE "P".
                88 PAY-COMP                  VALUE "M".
            05 FILLER                PIC X(001).
            05 PAY-TYPE              PIC X(001).
            05 FILLER                PIC X(001).
            05 PAY-RENTAL-KEY        PIC 9(005).
            05 FILLER                PIC X(001).
            05 PAY-CUSTOMER-KEY      PIC 9(005).
            05 FILLER                PIC X(001).
            05 PAY-MOVIES-KEY        PIC 9(005).
            05 FILLER                PIC X(001).
            05 PAY-AMOUNT            PIC 9(003)V99.
            05 FILLER                PIC X(001).
            05 PAY-OPERATOR          PIC X(008).
            05 FILLER                PIC X(001).
            05 PAY-RULE              PIC X(008).
            05 FILLER                PIC X(001).
            05 PAY-TAX-X             PIC X(005).
            05 FILLER                PIC X(016).
            05 PAY-STORE             PIC X(003).
            05 FILLER                PIC X(001).
      *      "-" MARKS THE REVERSAL ROW A POST-VOID WRITES - ITS
      *      AMOUNT COMES OFF THE REVENUE OF THE HOUR IT IS RUNG IN.
            05 PAY-SIGN              PIC X(001).
                88 PAY-REVERSAL              VALUE "-".
            05 FILLER                PIC X(001).
      *      SPACES ON ROWS WRITTEN BEFORE THE RECEIPT COLUMN EXISTED.
            05 PAY-RECEIPT           PIC X(005).
            05 FILLER                PIC X(006).

      *---------------------------- SHIFTS FILE DESCRIPTION
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

      *---------------------------- TRAFFIC REPORT OUTPUT
       FD TRAFFIC-REPORT.
       01 TRAFFIC-REPORT-REG.
            05 TRAFFIC-REPORT-DATA   PIC X(080).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                    PIC X(001).

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                   PIC 9(002) VALUE 01.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG              PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "TRAFFIC".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "TRAFFIC".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE SPACES.
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

      *---------------------------- BUSINESS CALENDAR REQUEST
       01 WRK-CAL-REC.
            05 WRK-CAL-ACTION        PIC X(001).
            05 WRK-CAL-STORE         PIC X(003).
            05 WRK-CAL-DATE          PIC 9(008).
            05 WRK-CAL-DATE-2        PIC 9(008).
            05 WRK-CAL-DAYS          PIC 9(005).
            05 WRK-CAL-RESULT-DATE   PIC 9(008).
            05 WRK-CAL-RESULT        PIC X(001).

       01   WRK-MSGS.
            05 WRK-MSG-NOPAYMENTS    PIC X(040) VALUE
               "NO COUNTER ACTIVITY IN THAT RANGE".
            05 WRK-MSG-OPEN          PIC X(040) VALUE
               "ERROR WHILE OPENING FILE".
            05 WRK-MSG-BADRANGE      PIC X(040) VALUE
               "INVALID DATE RANGE".
            05 WRK-MSG-LONGRANGE     PIC X(040) VALUE
               "RANGE LONGER THAN ONE YEAR".
            05 WRK-MSG-STOREFULL     PIC X(040) VALUE
               "TOO MANY STORES - SOME LEFT OUT".
            05 WRK-MSG-PRESSKEY      PIC X(040) VALUE
               "PRESS ANY KEY".
            05 WRK-MSG-ROWSREAD      PIC X(040) VALUE
               "PAYMENT ROWS IN RANGE".
            05 WRK-MSG-TRANSTOTAL    PIC X(040) VALUE
               "TRANSACTIONS".
            05 WRK-MSG-REVTOTAL      PIC X(040) VALUE
               "REVENUE".
            05 WRK-MSG-STORES        PIC X(040) VALUE
               "STORES".
            05 WRK-MSG-OPERATORS     PIC X(040) VALUE
               "OPERATORS".
            05 WRK-MSG-PEAKS         PIC X(040) VALUE
               "PEAK HOURS FLAGGED".

      *---------------------------- FILE
       77 PAYMENTS-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-PAYMENTS-PATH          PIC X(060) VALUE SPACES.
       77 SHIFTS-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-SHIFTS-PATH            PIC X(060) VALUE SPACES.
       77 TRAFFIC-REPORT-STATUS      PIC 9(002) VALUE ZEROS.
       77 WRK-TRAFFIC-PATH           PIC X(060) VALUE SPACES.

      *---------------------------- RUN CONTROLS
       77 WRK-F-FROM-DATE            PIC 9(008) VALUE ZEROS.
       77 WRK-F-TO-DATE              PIC 9(008) VALUE ZEROS.
       77 WRK-F-STORE                PIC X(003) VALUE SPACES.
       77 WRK-RUN-DATE               PIC 9(008) VALUE ZEROS.
       77 WRK-RUN-TIME               PIC 9(008) VALUE ZEROS.
       77 WRK-RANGE-OK               PIC X(001) VALUE "N".
       77 WRK-PARM-X                 PIC X(010) VALUE SPACES.
       77 WRK-CAPACITY               PIC 9(003) VALUE 020.
       77 WRK-ROW-QTY                PIC 9(007) VALUE ZEROS.
       77 WRK-TOT-TRANS              PIC 9(007) VALUE ZEROS.
       77 WRK-TOT-REVENUE            PIC S9(007)V99 VALUE ZEROS.
       77 WRK-PEAK-QTY               PIC 9(005) VALUE ZEROS.

      *---------------------------- DAY ARITHMETIC
       77 WRK-FROM-DAY               PIC 9(007) VALUE ZEROS.
       77 WRK-TO-DAY                 PIC 9(007) VALUE ZEROS.
       77 WRK-DAY                    PIC 9(007) VALUE ZEROS.
       77 WRK-DAY-DATE               PIC 9(008) VALUE ZEROS.
       77 WRK-DOW                    PIC 9(001) VALUE ZEROS.
       77 WRK-HOUR                   PIC 9(002) VALUE ZEROS.
       77 WRK-NEW-TRANS              PIC X(001) VALUE "N".
       77 WRK-ROW-AMOUNT             PIC S9(003)V99 VALUE ZEROS.

      *---------------------------- WEEKDAY NAMES (MON..SUN)
       01 WRK-DAY-NAMES-X            PIC X(021) VALUE
               "MONTUEWEDTHUFRISATSUN".
       01 WRK-DAY-NAMES REDEFINES WRK-DAY-NAMES-X.
            05 WRK-DAY-NAME          PIC X(003) OCCURS 7 TIMES.

      *---------------------------- STORE TABLE
      *      ONE ENTRY PER STORE CODE SEEN ON THE PAYMENTS FILE IN
      *      RANGE. EACH HOLDS A WEEKDAY BY HOUR GRID OF
      *      TRANSACTIONS AND REVENUE, AND THE PROFILE - THE SAME
      *      TRANSACTIONS LESS THOSE RUNG ON A DAY THE CALENDAR HAS
      *      THE STORE CLOSED. THE LAST DATE LOOKED UP IS KEPT SO THE
      *      CALENDAR IS ASKED ONCE PER STORE PER DAY, AND THE LAST
      *      RECEIPT SO THE ROWS OF ONE CHECKOUT COUNT ONCE.
       77 WRK-ST-QTY                 PIC 9(002) VALUE ZEROS.
       77 WRK-ST-MAX                 PIC 9(002) VALUE 10.
       77 WRK-ST-IDX                 PIC 9(002) VALUE ZEROS.
       77 WRK-ST-FIND                PIC X(003) VALUE SPACES.
       77 WRK-ST-FULL                PIC X(001) VALUE "N".
       01 WRK-ST-TABLE.
            05 WRK-ST-ENTRY OCCURS 10 TIMES.
                10 WRK-ST-CODE          PIC X(003).
                10 WRK-ST-LAST-DATE     PIC 9(008).
                10 WRK-ST-LAST-CLOSED   PIC X(001).
                10 WRK-ST-LAST-RECEIPT  PIC X(005).
                10 WRK-ST-OPEN-DAYS     PIC 9(003) OCCURS 7 TIMES.
                10 WRK-ST-DAY OCCURS 7 TIMES.
                   15 WRK-ST-SLOT OCCURS 24 TIMES.
                      20 WRK-ST-TRANS   PIC 9(005).
                      20 WRK-ST-REVENUE PIC S9(007)V99.
                      20 WRK-ST-PROFILE PIC 9(005).

      *---------------------------- OPERATOR TABLE
      *      SHIFTS.DAT CARRIES NO STORE, SO AN OPERATOR'S HOURS ARE
      *      EVERY SHIFT OPENED IN RANGE EVEN WHEN ONE STORE IS ASKED
      *      FOR; THE TRANSACTIONS ARE THAT STORE'S ONLY.
       77 WRK-OPER-QTY               PIC 9(002) VALUE ZEROS.
       77 WRK-OPER-MAX               PIC 9(002) VALUE 50.
       77 WRK-OPER-IDX               PIC 9(002) VALUE ZEROS.
       77 WRK-OPER-FIND              PIC X(008) VALUE SPACES.
       01 WRK-OPER-TABLE.
            05 WRK-OPER-ENTRY OCCURS 50 TIMES.
                10 WRK-OPER-ID        PIC X(008).
                10 WRK-OPER-TRANS     PIC 9(005).
                10 WRK-OPER-SHIFTS    PIC 9(003).
                10 WRK-OPER-SECONDS   PIC 9(009).

      *---------------------------- SHIFT LENGTH
       77 WRK-SHIFT-END-DATE         PIC 9(008) VALUE ZEROS.
       77 WRK-SHIFT-END-TIME         PIC 9(006) VALUE ZEROS.
       77 WRK-SHIFT-SECONDS          PIC S9(009) VALUE ZEROS.
       01 WRK-HMS                    PIC 9(006) VALUE ZEROS.
       01 WRK-HMS-R REDEFINES WRK-HMS.
            05 WRK-HMS-HH            PIC 9(002).
            05 WRK-HMS-MM            PIC 9(002).
            05 WRK-HMS-SS            PIC 9(002).
       77 WRK-OPEN-SECS              PIC 9(005) VALUE ZEROS.
       77 WRK-END-SECS               PIC 9(005) VALUE ZEROS.

      *---------------------------- REPORT WORK FIELDS
       77 WRK-D                      PIC 9(001) VALUE ZEROS.
       77 WRK-H                      PIC 9(002) VALUE ZEROS.
       77 WRK-COL                    PIC 9(002) VALUE ZEROS.
       77 WRK-HOUR-TRANS             PIC 9(007) VALUE ZEROS.
       77 WRK-HOUR-REVENUE           PIC S9(007)V99 VALUE ZEROS.
       77 WRK-DAY-TRANS              PIC 9(007) VALUE ZEROS.
       77 WRK-DAY-REVENUE            PIC S9(007)V99 VALUE ZEROS.
       77 WRK-STORE-TRANS            PIC 9(007) VALUE ZEROS.
       77 WRK-STORE-REVENUE          PIC S9(007)V99 VALUE ZEROS.
       77 WRK-ACTIVE-SLOTS           PIC 9(003) VALUE ZEROS.
       77 WRK-AVG-SUM                PIC 9(007)V99 VALUE ZEROS.
       77 WRK-STORE-AVG              PIC 9(005)V99 VALUE ZEROS.
       77 WRK-PEAK-LEVEL             PIC 9(005)V99 VALUE ZEROS.
       77 WRK-SLOT-AVG               PIC 9(005)V99 VALUE ZEROS.
       77 WRK-DAY-AVG                PIC 9(005)V99 VALUE ZEROS.
       77 WRK-DAY-AVG-REV            PIC S9(007)V99 VALUE ZEROS.
       77 WRK-HOURS                  PIC 9(005)V99 VALUE ZEROS.
       77 WRK-RATE                   PIC 9(005)V99 VALUE ZEROS.
       77 WRK-DIVISOR                PIC 9(007) VALUE ZEROS.
       77 WRK-STAFF                  PIC 9(003) VALUE ZEROS.
       77 WRK-HOUR-USED              PIC X(001) VALUE "N".
       77 WRK-STORE-LABEL            PIC X(006) VALUE SPACES.

      *---------------------------- COMING WEEK
       01 WRK-WEEK-TABLE.
            05 WRK-WEEK-ENTRY OCCURS 7 TIMES.
                10 WRK-WEEK-DATE      PIC 9(008).
                10 WRK-WEEK-DOW       PIC 9(001).
                10 WRK-WEEK-CLOSED    PIC X(001).

      *---------------------------- EDITED AMOUNTS
       77 WRK-EDIT-COUNT             PIC ZZZZ9.
       77 WRK-EDIT-TOTAL-COUNT       PIC ZZZZZZ9.
       77 WRK-EDIT-DAYS              PIC ZZ9.
       77 WRK-EDIT-STAFF             PIC ZZ9.
       77 WRK-EDIT-AVG               PIC ZZZZ9,9.
       77 WRK-EDIT-HOURS             PIC ZZZZ9,99.
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

      *---------------------------- DATE RANGE SCREEN
       01 DATE-RANGE-SCREEN.
            05 DATE-RANGE-ENTRY FOREGROUND-COLOR 2.
                10 LINE 08 COLUMN 10
                   VALUE "FROM DATE (YYYYMMDD, 0 = 4 WEEKS): ".
                10 COLUMN PLUS 2     PIC 9(008)
                   USING WRK-F-FROM-DATE
                   BLANK WHEN ZEROS.
                10 LINE 09 COLUMN 10
                   VALUE "TO DATE   (YYYYMMDD, 0 = TODAY):   ".
                10 COLUMN PLUS 2     PIC 9(008)
                   USING WRK-F-TO-DATE
                   BLANK WHEN ZEROS.
                10 LINE 10 COLUMN 10
                   VALUE "STORE (SPACES = EVERY STORE):      ".
                10 COLUMN PLUS 2     PIC X(003)
                   USING WRK-F-STORE.

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
            MOVE SPACES TO WRK-TRAFFIC-PATH.
            ACCEPT WRK-TRAFFIC-PATH FROM ENVIRONMENT "TRAFFICTXT".
            IF WRK-TRAFFIC-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\TRAFFIC.TXT"
                   TO WRK-TRAFFIC-PATH
            END-IF.

            MOVE SPACES TO WRK-PAYMENTS-PATH.
            ACCEPT WRK-PAYMENTS-PATH FROM ENVIRONMENT "PAYMENTSTXT".
            IF WRK-PAYMENTS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\PAYMENTS.TXT"
                   TO WRK-PAYMENTS-PATH
            END-IF.

            MOVE SPACES TO WRK-SHIFTS-PATH.
            ACCEPT WRK-SHIFTS-PATH FROM ENVIRONMENT "SHIFTSDAT".
            IF WRK-SHIFTS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\SHIFTS.DAT"
                   TO WRK-SHIFTS-PATH
            END-IF.

       0200-INITIALIZE         SECTION.
            PERFORM 0195-SET-FILE-PATHS.
            MOVE SPACES TO WRK-PARM-X.
            ACCEPT WRK-PARM-X FROM ENVIRONMENT "TRAFFICCAP".
            IF WRK-PARM-X(1:3) IS NUMERIC
                MOVE WRK-PARM-X(1:3) TO WRK-CAPACITY
            END-IF.
            IF WRK-CAPACITY = ZEROS
                MOVE 020 TO WRK-CAPACITY
            END-IF.
            OPEN OUTPUT TRAFFIC-REPORT.

       0300-PROCESS            SECTION.
            MOVE ZEROS TO WRK-ROW-QTY WRK-TOT-TRANS WRK-TOT-REVENUE
               WRK-PEAK-QTY WRK-ST-QTY WRK-OPER-QTY
               WRK-F-FROM-DATE WRK-F-TO-DATE.
            MOVE SPACES TO WRK-F-STORE.
            MOVE "N" TO WRK-ST-FULL.
            ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WRK-RUN-TIME FROM TIME.

            DISPLAY CLEANER-SCREEN.
            DISPLAY DATE-RANGE-SCREEN.
            ACCEPT DATE-RANGE-ENTRY.
            PERFORM 0305-CHECK-RANGE.
            IF WRK-RANGE-OK NOT = "Y"
                PERFORM 9000-MANAGE-ERROR
            ELSE
                PERFORM 0310-TALLY-PAYMENTS
                IF WRK-ROW-QTY = ZEROS
                    MOVE WRK-MSG-NOPAYMENTS TO WRK-ERROR-MSG
                    PERFORM 9000-MANAGE-ERROR
                ELSE
                    IF WRK-ST-FULL = "Y"
                        MOVE WRK-MSG-STOREFULL TO WRK-ERROR-MSG
                        PERFORM 9000-MANAGE-ERROR
                    END-IF
                    PERFORM 0330-COUNT-OPEN-DAYS
                    PERFORM 0340-SCAN-SHIFTS
                    PERFORM 0350-WRITE-REPORT
                    PERFORM 0380-REPORT-STATISTICS
                END-IF
            END-IF.

            MOVE SPACES TO WRK-KEY.

      *      THE TO DATE DEFAULTS TO TODAY AND THE FROM DATE TO FOUR
      *      WEEKS BEFORE IT - FOUR OF EACH WEEKDAY FOR THE PROFILE.
       0305-CHECK-RANGE        SECTION.
            MOVE "N" TO WRK-RANGE-OK.
            MOVE WRK-MSG-BADRANGE TO WRK-ERROR-MSG.
            IF WRK-F-TO-DATE = ZEROS
                MOVE WRK-RUN-DATE TO WRK-F-TO-DATE
            END-IF.
            IF FUNCTION TEST-DATE-YYYYMMDD(WRK-F-TO-DATE) = ZEROS
                IF WRK-F-FROM-DATE = ZEROS
                    COMPUTE WRK-F-FROM-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WRK-F-TO-DATE) - 27)
                END-IF
                IF FUNCTION TEST-DATE-YYYYMMDD(WRK-F-FROM-DATE) = ZEROS
                      AND WRK-F-FROM-DATE NOT > WRK-F-TO-DATE
                    COMPUTE WRK-FROM-DAY =
                        FUNCTION INTEGER-OF-DATE(WRK-F-FROM-DATE)
                    COMPUTE WRK-TO-DAY =
                        FUNCTION INTEGER-OF-DATE(WRK-F-TO-DATE)
                    IF WRK-TO-DAY - WRK-FROM-DAY > 365
                        MOVE WRK-MSG-LONGRANGE TO WRK-ERROR-MSG
                    ELSE
                        MOVE "Y" TO WRK-RANGE-OK
                        MOVE SPACES TO WRK-ERROR-MSG
                    END-IF
                END-IF
            END-IF.

       0310-TALLY-PAYMENTS     SECTION.
            OPEN INPUT PAYMENTS.
            IF PAYMENTS-STATUS NOT EQUAL ZEROS
                MOVE WRK-MSG-OPEN TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                PERFORM UNTIL PAYMENTS-STATUS = 10
                   READ PAYMENTS
                      AT END
                          MOVE 10 TO PAYMENTS-STATUS
                      NOT AT END
                          IF PAY-DATE >= WRK-F-FROM-DATE
                                AND PAY-DATE <= WRK-F-TO-DATE
                                AND PAY-TIME(1:2) IS NUMERIC
                                AND PAY-TIME(1:2) < "24"
                                AND (WRK-F-STORE = SPACES
                                   OR PAY-STORE = WRK-F-STORE)
                              PERFORM 0320-TALLY-ONE
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE PAYMENTS
            END-IF.

      *      REVENUE LEAVES OUT WRITE-OFFS, COMPS AND POINTS
      *      REDEMPTIONS - NO CHARGE WAS MADE AT THE COUNTER FOR THEM,
      *      THOUGH THE CUSTOMER WAS STILL SERVED AND THE TRANSACTION
      *      STILL COUNTS.
       0320-TALLY-ONE          SECTION.
            MOVE PAY-STORE TO WRK-ST-FIND.
            PERFORM 0322-FIND-STORE.
            IF WRK-ST-IDX > WRK-ST-QTY
                MOVE "Y" TO WRK-ST-FULL
            ELSE
                ADD 1 TO WRK-ROW-QTY
                COMPUTE WRK-DOW = FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE(PAY-DATE) - 1, 7) + 1
                MOVE PAY-TIME(1:2) TO WRK-HOUR
                ADD 1 TO WRK-HOUR
                PERFORM 0324-CHECK-ROW-DAY

                MOVE "N" TO WRK-NEW-TRANS
                IF PAY-RECEIPT = SPACES OR PAY-RECEIPT = "00000"
                    MOVE "Y" TO WRK-NEW-TRANS
                ELSE
                    IF PAY-RECEIPT NOT =
                          WRK-ST-LAST-RECEIPT(WRK-ST-IDX)
                        MOVE "Y" TO WRK-NEW-TRANS
                        MOVE PAY-RECEIPT
                           TO WRK-ST-LAST-RECEIPT(WRK-ST-IDX)
                    END-IF
                END-IF

                IF WRK-NEW-TRANS = "Y"
                    ADD 1 TO WRK-TOT-TRANS
                    ADD 1 TO WRK-ST-TRANS(WRK-ST-IDX, WRK-DOW,
                       WRK-HOUR)
                    IF WRK-ST-LAST-CLOSED(WRK-ST-IDX) = "N"
                        ADD 1 TO WRK-ST-PROFILE(WRK-ST-IDX, WRK-DOW,
                           WRK-HOUR)
                    END-IF
                    MOVE PAY-OPERATOR TO WRK-OPER-FIND
                    PERFORM 0326-FIND-OPERATOR
                    IF WRK-OPER-IDX NOT > WRK-OPER-QTY
                        ADD 1 TO WRK-OPER-TRANS(WRK-OPER-IDX)
                    END-IF
                END-IF

                IF NOT PAY-WRITE-OFF AND NOT PAY-COMP
                      AND NOT PAY-POINTS
                    MOVE PAY-AMOUNT TO WRK-ROW-AMOUNT
                    IF PAY-REVERSAL
                        COMPUTE WRK-ROW-AMOUNT = 0 - PAY-AMOUNT
                    END-IF
                    ADD WRK-ROW-AMOUNT TO WRK-TOT-REVENUE
                    ADD WRK-ROW-AMOUNT TO WRK-ST-REVENUE(WRK-ST-IDX,
                       WRK-DOW, WRK-HOUR)
                END-IF
            END-IF.

      *      ROWS FROM BEFORE THE STORE COLUMN EXISTED CARRY SPACES
      *      THERE AND ARE REPORTED TOGETHER AS THEIR OWN "STORE".
       0322-FIND-STORE         SECTION.
            PERFORM VARYING WRK-ST-IDX FROM 1 BY 1
                  UNTIL WRK-ST-IDX > WRK-ST-QTY
                     OR WRK-ST-CODE(WRK-ST-IDX) = WRK-ST-FIND
               CONTINUE
            END-PERFORM.
            IF WRK-ST-IDX > WRK-ST-QTY
                  AND WRK-ST-QTY < WRK-ST-MAX
                ADD 1 TO WRK-ST-QTY
                MOVE WRK-ST-QTY TO WRK-ST-IDX
                INITIALIZE WRK-ST-ENTRY(WRK-ST-IDX)
                MOVE WRK-ST-FIND TO WRK-ST-CODE(WRK-ST-IDX)
                MOVE "N" TO WRK-ST-LAST-CLOSED(WRK-ST-IDX)
            END-IF.

      *      A DAY IS CLOSED WHEN ROLLING IT FORWARD TO THE FIRST OPEN
      *      DAY LANDS ON ANOTHER DATE.
       0324-CHECK-ROW-DAY      SECTION.
            IF PAY-DATE NOT = WRK-ST-LAST-DATE(WRK-ST-IDX)
                MOVE PAY-DATE TO WRK-ST-LAST-DATE(WRK-ST-IDX)
                MOVE "R" TO WRK-CAL-ACTION
                MOVE WRK-ST-CODE(WRK-ST-IDX) TO WRK-CAL-STORE
                MOVE PAY-DATE TO WRK-CAL-DATE
                CALL "BIZCAL" USING WRK-CAL-REC
                IF WRK-CAL-RESULT-DATE = PAY-DATE
                    MOVE "N" TO WRK-ST-LAST-CLOSED(WRK-ST-IDX)
                ELSE
                    MOVE "Y" TO WRK-ST-LAST-CLOSED(WRK-ST-IDX)
                END-IF
            END-IF.

       0326-FIND-OPERATOR      SECTION.
            PERFORM VARYING WRK-OPER-IDX FROM 1 BY 1
                  UNTIL WRK-OPER-IDX > WRK-OPER-QTY
                     OR WRK-OPER-ID(WRK-OPER-IDX) = WRK-OPER-FIND
               CONTINUE
            END-PERFORM.
            IF WRK-OPER-IDX > WRK-OPER-QTY
                  AND WRK-OPER-QTY < WRK-OPER-MAX
                ADD 1 TO WRK-OPER-QTY
                MOVE WRK-OPER-QTY TO WRK-OPER-IDX
                INITIALIZE WRK-OPER-ENTRY(WRK-OPER-IDX)
                MOVE WRK-OPER-FIND TO WRK-OPER-ID(WRK-OPER-IDX)
            END-IF.

      *      HOW MANY OF EACH WEEKDAY IN RANGE EVERY STORE WAS OPEN -
      *      THE DIVISOR FOR ITS AVERAGES.
       0330-COUNT-OPEN-DAYS    SECTION.
            PERFORM VARYING WRK-ST-IDX FROM 1 BY 1
                  UNTIL WRK-ST-IDX > WRK-ST-QTY
                PERFORM VARYING WRK-DAY FROM WRK-FROM-DAY BY 1
                      UNTIL WRK-DAY > WRK-TO-DAY
                    COMPUTE WRK-DAY-DATE =
                        FUNCTION DATE-OF-INTEGER(WRK-DAY)
                    MOVE "R" TO WRK-CAL-ACTION
                    MOVE WRK-ST-CODE(WRK-ST-IDX) TO WRK-CAL-STORE
                    MOVE WRK-DAY-DATE TO WRK-CAL-DATE
                    CALL "BIZCAL" USING WRK-CAL-REC
                    IF WRK-CAL-RESULT-DATE = WRK-DAY-DATE
                        COMPUTE WRK-DOW =
                            FUNCTION MOD(WRK-DAY - 1, 7) + 1
                        ADD 1 TO WRK-ST-OPEN-DAYS(WRK-ST-IDX, WRK-DOW)
                    END-IF
                END-PERFORM
            END-PERFORM.

      *      HOURS ON SHIFT - EVERY SHIFT OPENED IN RANGE, UP TO ITS
      *      CLOSE, OR UP TO NOW FOR ONE STILL OPEN TODAY. A SHIFT
      *      LEFT OPEN FROM AN EARLIER DAY HAS NO END TO MEASURE.
       0340-SCAN-SHIFTS        SECTION.
            OPEN INPUT SHIFTS.
            IF SHIFTS-STATUS = ZEROS
                PERFORM UNTIL SHIFTS-STATUS = 10
                   READ SHIFTS NEXT
                      AT END
                          MOVE 10 TO SHIFTS-STATUS
                      NOT AT END
                          IF SHIFT-OPEN-DATE >= WRK-F-FROM-DATE
                                AND SHIFT-OPEN-DATE <= WRK-F-TO-DATE
                              PERFORM 0342-ADD-SHIFT
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE SHIFTS
            END-IF.

       0342-ADD-SHIFT          SECTION.
            MOVE ZEROS TO WRK-SHIFT-END-DATE WRK-SHIFT-END-TIME.
            IF SHIFT-SESSION-CLOSED
                MOVE SHIFT-CLOSE-DATE TO WRK-SHIFT-END-DATE
                MOVE SHIFT-CLOSE-TIME TO WRK-SHIFT-END-TIME
            ELSE
                IF SHIFT-OPEN-DATE = WRK-RUN-DATE
                    MOVE WRK-RUN-DATE TO WRK-SHIFT-END-DATE
                    MOVE WRK-RUN-TIME(1:6) TO WRK-SHIFT-END-TIME
                END-IF
            END-IF.

            IF WRK-SHIFT-END-DATE NOT = ZEROS
                MOVE SHIFT-OPEN-TIME TO WRK-HMS
                COMPUTE WRK-OPEN-SECS = WRK-HMS-HH * 3600
                   + WRK-HMS-MM * 60 + WRK-HMS-SS
                MOVE WRK-SHIFT-END-TIME TO WRK-HMS
                COMPUTE WRK-END-SECS = WRK-HMS-HH * 3600
                   + WRK-HMS-MM * 60 + WRK-HMS-SS
                COMPUTE WRK-SHIFT-SECONDS =
                   (FUNCTION INTEGER-OF-DATE(WRK-SHIFT-END-DATE)
                  - FUNCTION INTEGER-OF-DATE(SHIFT-OPEN-DATE)) * 86400
                  + WRK-END-SECS - WRK-OPEN-SECS
                IF WRK-SHIFT-SECONDS > ZEROS
                    MOVE SHIFT-OPERATOR TO WRK-OPER-FIND
                    PERFORM 0326-FIND-OPERATOR
                    IF WRK-OPER-IDX NOT > WRK-OPER-QTY
                        ADD 1 TO WRK-OPER-SHIFTS(WRK-OPER-IDX)
                        ADD WRK-SHIFT-SECONDS
                           TO WRK-OPER-SECONDS(WRK-OPER-IDX)
                    END-IF
                END-IF
            END-IF.

       0350-WRITE-REPORT       SECTION.
            MOVE SPACES TO TRAFFIC-REPORT-REG.
            STRING "COUNTER TRAFFIC AND STAFFING - " DELIMITED BY SIZE
                   WRK-F-FROM-DATE DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WRK-F-TO-DATE DELIMITED BY SIZE
                   INTO TRAFFIC-REPORT-DATA
            END-STRING.
            WRITE TRAFFIC-REPORT-REG.

            MOVE SPACES TO TRAFFIC-REPORT-REG.
            MOVE "CLERK CAPACITY (TRANSACTIONS/HOUR):"
               TO TRAFFIC-REPORT-DATA(001:35).
            MOVE WRK-CAPACITY TO WRK-EDIT-STAFF.
            MOVE WRK-EDIT-STAFF TO TRAFFIC-REPORT-DATA(037:03).
            WRITE TRAFFIC-REPORT-REG.

            PERFORM VARYING WRK-ST-IDX FROM 1 BY 1
                  UNTIL WRK-ST-IDX > WRK-ST-QTY
                PERFORM 0352-WRITE-STORE
            END-PERFORM.

            PERFORM 0360-WRITE-OPERATORS.
            PERFORM 0370-WRITE-STAFFING.

       0352-WRITE-STORE        SECTION.
            IF WRK-ST-CODE(WRK-ST-IDX) = SPACES
                MOVE "(NONE)" TO WRK-STORE-LABEL
            ELSE
                MOVE WRK-ST-CODE(WRK-ST-IDX) TO WRK-STORE-LABEL
            END-IF.

            MOVE SPACES TO TRAFFIC-REPORT-REG.
            WRITE TRAFFIC-REPORT-REG.
            MOVE SPACES TO TRAFFIC-REPORT-REG.
            STRING "STORE " DELIMITED BY SIZE
                   WRK-STORE-LABEL DELIMITED BY SIZE
                   " - TRANSACTIONS BY HOUR AND WEEKDAY"
                   DELIMITED BY SIZE
                   INTO TRAFFIC-REPORT-DATA
            END-STRING.
            WRITE TRAFFIC-REPORT-REG.

            MOVE SPACES TO TRAFFIC-REPORT-REG.
            MOVE "----------------------------" TO TRAFFIC-REPORT-DATA.
            WRITE TRAFFIC-REPORT-REG.

            MOVE SPACES TO TRAFFIC-REPORT-REG.
            MOVE "HR" TO TRAFFIC-REPORT-DATA(001:02).
            PERFORM VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > 7
                COMPUTE WRK-COL = 3 + (WRK-D - 1) * 6 + 3
                MOVE WRK-DAY-NAME(WRK-D)
                   TO TRAFFIC-REPORT-DATA(WRK-COL:03)
            END-PERFORM.
            MOVE "TOTAL"   TO TRAFFIC-REPORT-DATA(048:05).
            MOVE "REVENUE" TO TRAFFIC-REPORT-DATA(058:07).
            WRITE TRAFFIC-REPORT-REG.

            MOVE ZEROS TO WRK-STORE-TRANS WRK-STORE-REVENUE.
            PERFORM VARYING WRK-H FROM 1 BY 1 UNTIL WRK-H > 24
                PERFORM 0354-WRITE-HOUR-LINE
            END-PERFORM.

            MOVE SPACES TO TRAFFIC-REPORT-REG.
            MOVE "ALL" TO TRAFFIC-REPORT-DATA(001:03).
            MOVE WRK-STORE-TRANS TO WRK-EDIT-TOTAL-COUNT.
            MOVE WRK-EDIT-TOTAL-COUNT TO TRAFFIC-REPORT-DATA(046:07).
            MOVE WRK-STORE-REVENUE TO WRK-EDIT-SIGNED.
            MOVE WRK-EDIT-SIGNED TO TRAFFIC-REPORT-DATA(054:11).
            WRITE TRAFFIC-REPORT-REG.

            PERFORM 0356-WRITE-WEEKDAYS.
            PERFORM 0358-WRITE-PEAKS.

      *      AN HOUR WITH NO ACTIVITY ON ANY WEEKDAY IS LEFT OFF.
       0354-WRITE-HOUR-LINE    SECTION.
            MOVE ZEROS TO WRK-HOUR-TRANS WRK-HOUR-REVENUE.
            PERFORM VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > 7
                ADD WRK-ST-TRANS(WRK-ST-IDX, WRK-D, WRK-H)
                   TO WRK-HOUR-TRANS
                ADD WRK-ST-REVENUE(WRK-ST-IDX, WRK-D, WRK-H)
                   TO WRK-HOUR-REVENUE
            END-PERFORM.

            IF WRK-HOUR-TRANS > ZEROS OR WRK-HOUR-REVENUE NOT = ZEROS
                MOVE SPACES TO TRAFFIC-REPORT-REG
                COMPUTE WRK-HOUR = WRK-H - 1
                MOVE WRK-HOUR TO TRAFFIC-REPORT-DATA(001:02)
                PERFORM VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > 7
                    COMPUTE WRK-COL = 3 + (WRK-D - 1) * 6 + 1
                    MOVE WRK-ST-TRANS(WRK-ST-IDX, WRK-D, WRK-H)
                       TO WRK-EDIT-COUNT
                    MOVE WRK-EDIT-COUNT
                       TO TRAFFIC-REPORT-DATA(WRK-COL:05)
                END-PERFORM
                MOVE WRK-HOUR-TRANS TO WRK-EDIT-TOTAL-COUNT
                MOVE WRK-EDIT-TOTAL-COUNT
                   TO TRAFFIC-REPORT-DATA(046:07)
                MOVE WRK-HOUR-REVENUE TO WRK-EDIT-SIGNED
                MOVE WRK-EDIT-SIGNED TO TRAFFIC-REPORT-DATA(054:11)
                WRITE TRAFFIC-REPORT-REG
                ADD WRK-HOUR-TRANS TO WRK-STORE-TRANS
                ADD WRK-HOUR-REVENUE TO WRK-STORE-REVENUE
            END-IF.

      *      ONE LINE PER WEEKDAY - ITS TOTALS AND THE AVERAGE PER
      *      DAY THE STORE WAS OPEN.
       0356-WRITE-WEEKDAYS     SECTION.
            MOVE SPACES TO TRAFFIC-REPORT-REG.
            WRITE TRAFFIC-REPORT-REG.
            MOVE SPACES TO TRAFFIC-REPORT-REG.
            MOVE "DAY OPEN"  TO TRAFFIC-REPORT-DATA(001:08).
            MOVE "TRANS"     TO TRAFFIC-REPORT-DATA(012:05).
            MOVE "REVENUE"   TO TRAFFIC-REPORT-DATA(024:07).
            MOVE "TRANS/DAY" TO TRAFFIC-REPORT-DATA(033:09).
            MOVE "REVENUE/DAY" TO TRAFFIC-REPORT-DATA(044:11).
            WRITE TRAFFIC-REPORT-REG.

            PERFORM VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > 7
                MOVE ZEROS TO WRK-DAY-TRANS WRK-DAY-REVENUE
                   WRK-DAY-AVG WRK-DAY-AVG-REV
                PERFORM VARYING WRK-H FROM 1 BY 1 UNTIL WRK-H > 24
                    ADD WRK-ST-TRANS(WRK-ST-IDX, WRK-D, WRK-H)
                       TO WRK-DAY-TRANS
                    ADD WRK-ST-REVENUE(WRK-ST-IDX, WRK-D, WRK-H)
                       TO WRK-DAY-REVENUE
                END-PERFORM
                IF WRK-ST-OPEN-DAYS(WRK-ST-IDX, WRK-D) > ZEROS
                    COMPUTE WRK-DAY-AVG ROUNDED = WRK-DAY-TRANS
                       / WRK-ST-OPEN-DAYS(WRK-ST-IDX, WRK-D)
                    COMPUTE WRK-DAY-AVG-REV ROUNDED = WRK-DAY-REVENUE
                       / WRK-ST-OPEN-DAYS(WRK-ST-IDX, WRK-D)
                END-IF
                MOVE SPACES TO TRAFFIC-REPORT-REG
                MOVE WRK-DAY-NAME(WRK-D)
                   TO TRAFFIC-REPORT-DATA(001:03)
                MOVE WRK-ST-OPEN-DAYS(WRK-ST-IDX, WRK-D)
                   TO WRK-EDIT-DAYS
                MOVE WRK-EDIT-DAYS TO TRAFFIC-REPORT-DATA(006:03)
                MOVE WRK-DAY-TRANS TO WRK-EDIT-TOTAL-COUNT
                MOVE WRK-EDIT-TOTAL-COUNT
                   TO TRAFFIC-REPORT-DATA(010:07)
                MOVE WRK-DAY-REVENUE TO WRK-EDIT-SIGNED
                MOVE WRK-EDIT-SIGNED TO TRAFFIC-REPORT-DATA(020:11)
                MOVE WRK-DAY-AVG TO WRK-EDIT-AVG
                MOVE WRK-EDIT-AVG TO TRAFFIC-REPORT-DATA(035:07)
                MOVE WRK-DAY-AVG-REV TO WRK-EDIT-SIGNED
                MOVE WRK-EDIT-SIGNED TO TRAFFIC-REPORT-DATA(044:11)
                WRITE TRAFFIC-REPORT-REG
            END-PERFORM.

      *      A SLOT'S AVERAGE IS ITS PROFILE TRANSACTIONS OVER THE
      *      OPEN DAYS OF THAT WEEKDAY. A SLOT IS A PEAK WHEN ITS
      *      AVERAGE IS HALF AGAIN THE STORE'S MEAN BUSY HOUR, AND A
      *      QUEUE RISK WHEN ONE CLERK COULD NOT KEEP UP WITH IT.
       0358-WRITE-PEAKS        SECTION.
            MOVE ZEROS TO WRK-ACTIVE-SLOTS WRK-AVG-SUM WRK-STORE-AVG.
            PERFORM VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > 7
                PERFORM VARYING WRK-H FROM 1 BY 1 UNTIL WRK-H > 24
                    PERFORM 0359-SLOT-AVERAGE
                    IF WRK-SLOT-AVG > ZEROS
                        ADD 1 TO WRK-ACTIVE-SLOTS
                        ADD WRK-SLOT-AVG TO WRK-AVG-SUM
                    END-IF
                END-PERFORM
            END-PERFORM.
            IF WRK-ACTIVE-SLOTS > ZEROS
                COMPUTE WRK-STORE-AVG ROUNDED =
                   WRK-AVG-SUM / WRK-ACTIVE-SLOTS
            END-IF.
            COMPUTE WRK-PEAK-LEVEL ROUNDED = WRK-STORE-AVG * 1,5.

            MOVE SPACES TO TRAFFIC-REPORT-REG.
            WRITE TRAFFIC-REPORT-REG.
            MOVE SPACES TO TRAFFIC-REPORT-REG.
            MOVE "PEAK HOURS - MEAN BUSY HOUR" TO
               TRAFFIC-REPORT-DATA(001:27).
            MOVE WRK-STORE-AVG TO WRK-EDIT-AVG.
            MOVE WRK-EDIT-AVG TO TRAFFIC-REPORT-DATA(029:07).
            MOVE "TRANSACTIONS" TO TRAFFIC-REPORT-DATA(037:12).
            WRITE TRAFFIC-REPORT-REG.
            MOVE SPACES TO TRAFFIC-REPORT-REG.
            MOVE "DAY HR  AVG/HR INDICATOR" TO TRAFFIC-REPORT-DATA.
            WRITE TRAFFIC-REPORT-REG.

            PERFORM VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > 7
                PERFORM VARYING WRK-H FROM 1 BY 1 UNTIL WRK-H > 24
                    PERFORM 0359-SLOT-AVERAGE
                    IF WRK-SLOT-AVG > ZEROS
                          AND (WRK-SLOT-AVG NOT < WRK-PEAK-LEVEL
                            OR WRK-SLOT-AVG > WRK-CAPACITY)
                        ADD 1 TO WRK-PEAK-QTY
                        MOVE SPACES TO TRAFFIC-REPORT-REG
                        MOVE WRK-DAY-NAME(WRK-D)
                           TO TRAFFIC-REPORT-DATA(001:03)
                        COMPUTE WRK-HOUR = WRK-H - 1
                        MOVE WRK-HOUR TO TRAFFIC-REPORT-DATA(005:02)
                        MOVE WRK-SLOT-AVG TO WRK-EDIT-AVG
                        MOVE WRK-EDIT-AVG
                           TO TRAFFIC-REPORT-DATA(008:07)
                        IF WRK-SLOT-AVG > WRK-CAPACITY
                            MOVE "PEAK - QUEUE LIKELY"
                               TO TRAFFIC-REPORT-DATA(016:19)
                        ELSE
                            MOVE "PEAK"
                               TO TRAFFIC-REPORT-DATA(016:04)
                        END-IF
                        WRITE TRAFFIC-REPORT-REG
                    END-IF
                END-PERFORM
            END-PERFORM.

       0359-SLOT-AVERAGE       SECTION.
            MOVE ZEROS TO WRK-SLOT-AVG.
            IF WRK-ST-OPEN-DAYS(WRK-ST-IDX, WRK-D) > ZEROS
                COMPUTE WRK-SLOT-AVG ROUNDED =
                   WRK-ST-PROFILE(WRK-ST-IDX, WRK-D, WRK-H)
                 / WRK-ST-OPEN-DAYS(WRK-ST-IDX, WRK-D)
            END-IF.

       0360-WRITE-OPERATORS    SECTION.
            MOVE SPACES TO TRAFFIC-REPORT-REG.
            WRITE TRAFFIC-REPORT-REG.
            MOVE SPACES TO TRAFFIC-REPORT-REG.
            MOVE "OPERATOR TRANSACTIONS PER HOUR ON SHIFT"
               TO TRAFFIC-REPORT-DATA.
            WRITE TRAFFIC-REPORT-REG.
            MOVE SPACES TO TRAFFIC-REPORT-REG.
            MOVE "----------------------------" TO TRAFFIC-REPORT-DATA.
            WRITE TRAFFIC-REPORT-REG.
            MOVE SPACES TO TRAFFIC-REPORT-REG.
            MOVE "OPERATOR" TO TRAFFIC-REPORT-DATA(001:08).
            MOVE "SHIFTS"   TO TRAFFIC-REPORT-DATA(011:06).
            MOVE "HOURS"    TO TRAFFIC-REPORT-DATA(022:05).
            MOVE "TRANS"    TO TRAFFIC-REPORT-DATA(030:05).
            MOVE "TRANS/HR" TO TRAFFIC-REPORT-DATA(037:08).
            WRITE TRAFFIC-REPORT-REG.

            PERFORM VARYING WRK-OPER-IDX FROM 1 BY 1
                  UNTIL WRK-OPER-IDX > WRK-OPER-QTY
                MOVE SPACES TO TRAFFIC-REPORT-REG
                MOVE WRK-OPER-ID(WRK-OPER-IDX)
                   TO TRAFFIC-REPORT-DATA(001:08)
                MOVE WRK-OPER-SHIFTS(WRK-OPER-IDX) TO WRK-EDIT-DAYS
                MOVE WRK-EDIT-DAYS TO TRAFFIC-REPORT-DATA(014:03)
                COMPUTE WRK-HOURS ROUNDED =
                   WRK-OPER-SECONDS(WRK-OPER-IDX) / 3600
                MOVE WRK-HOURS TO WRK-EDIT-HOURS
                MOVE WRK-EDIT-HOURS TO TRAFFIC-REPORT-DATA(019:08)
                MOVE WRK-OPER-TRANS(WRK-OPER-IDX) TO WRK-EDIT-COUNT
                MOVE WRK-EDIT-COUNT TO TRAFFIC-REPORT-DATA(030:05)
                IF WRK-HOURS > ZEROS
                    COMPUTE WRK-RATE ROUNDED =
                       WRK-OPER-TRANS(WRK-OPER-IDX) / WRK-HOURS
                    MOVE WRK-RATE TO WRK-EDIT-AVG
                    MOVE WRK-EDIT-AVG TO TRAFFIC-REPORT-DATA(038:07)
                ELSE
                    MOVE "NO SHIFT" TO TRAFFIC-REPORT-DATA(037:08)
                END-IF
                WRITE TRAFFIC-REPORT-REG
            END-PERFORM.

      *      THE SEVEN DAYS FROM TOMORROW, ONE COLUMN EACH. A CELL IS
      *      THE CLERKS THAT HOUR'S AVERAGE CALLS FOR AT TRAFFICCAP
      *      TRANSACTIONS EACH, ROUNDED UP; "-" WHERE THE PROFILE HAS
      *      NO ACTIVITY THAT WEEKDAY AND HOUR.
       0370-WRITE-STAFFING     SECTION.
            PERFORM VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > 7
                COMPUTE WRK-DAY =
                   FUNCTION INTEGER-OF-DATE(WRK-RUN-DATE) + WRK-D
                COMPUTE WRK-WEEK-DATE(WRK-D) =
                   FUNCTION DATE-OF-INTEGER(WRK-DAY)
                COMPUTE WRK-WEEK-DOW(WRK-D) =
                   FUNCTION MOD(WRK-DAY - 1, 7) + 1
            END-PERFORM.

            PERFORM VARYING WRK-ST-IDX FROM 1 BY 1
                  UNTIL WRK-ST-IDX > WRK-ST-QTY
                PERFORM 0372-WRITE-STAFF-STORE
            END-PERFORM.

       0372-WRITE-STAFF-STORE  SECTION.
            IF WRK-ST-CODE(WRK-ST-IDX) = SPACES
                MOVE "(NONE)" TO WRK-STORE-LABEL
            ELSE
                MOVE WRK-ST-CODE(WRK-ST-IDX) TO WRK-STORE-LABEL
            END-IF.

            PERFORM VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > 7
                MOVE "R" TO WRK-CAL-ACTION
                MOVE WRK-ST-CODE(WRK-ST-IDX) TO WRK-CAL-STORE
                MOVE WRK-WEEK-DATE(WRK-D) TO WRK-CAL-DATE
                CALL "BIZCAL" USING WRK-CAL-REC
                IF WRK-CAL-RESULT-DATE = WRK-WEEK-DATE(WRK-D)
                    MOVE "N" TO WRK-WEEK-CLOSED(WRK-D)
                ELSE
                    MOVE "Y" TO WRK-WEEK-CLOSED(WRK-D)
                END-IF
            END-PERFORM.

            MOVE SPACES TO TRAFFIC-REPORT-REG.
            WRITE TRAFFIC-REPORT-REG.
            MOVE SPACES TO TRAFFIC-REPORT-REG.
            STRING "STORE " DELIMITED BY SIZE
                   WRK-STORE-LABEL DELIMITED BY SIZE
                   " - SUGGESTED MINIMUM CLERKS FOR THE COMING WEEK"
                   DELIMITED BY SIZE
                   INTO TRAFFIC-REPORT-DATA
            END-STRING.
            WRITE TRAFFIC-REPORT-REG.

            MOVE SPACES TO TRAFFIC-REPORT-REG.
            MOVE "----------------------------" TO TRAFFIC-REPORT-DATA.
            WRITE TRAFFIC-REPORT-REG.

            MOVE SPACES TO TRAFFIC-REPORT-REG.
            MOVE "HR" TO TRAFFIC-REPORT-DATA(001:02).
            PERFORM VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > 7
                COMPUTE WRK-COL = 3 + (WRK-D - 1) * 9 + 2
                MOVE WRK-DAY-NAME(WRK-WEEK-DOW(WRK-D))
                   TO TRAFFIC-REPORT-DATA(WRK-COL:03)
                ADD 4 TO WRK-COL
                MOVE WRK-WEEK-DATE(WRK-D)(7:2)
                   TO TRAFFIC-REPORT-DATA(WRK-COL:02)
            END-PERFORM.
            WRITE TRAFFIC-REPORT-REG.

            PERFORM VARYING WRK-H FROM 1 BY 1 UNTIL WRK-H > 24
                PERFORM 0374-WRITE-STAFF-LINE
            END-PERFORM.

      *      ONLY HOURS THE STORE HAS TRADED IN ON SOME WEEKDAY ARE
      *      PRINTED; A CLOSED DAY SHOWS "CLOSED" DOWN ITS COLUMN.
       0374-WRITE-STAFF-LINE   SECTION.
            MOVE "N" TO WRK-HOUR-USED.
            PERFORM VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > 7
                IF WRK-ST-PROFILE(WRK-ST-IDX, WRK-D, WRK-H) > ZEROS
                    MOVE "Y" TO WRK-HOUR-USED
                END-IF
            END-PERFORM.

            IF WRK-HOUR-USED = "Y"
                MOVE SPACES TO TRAFFIC-REPORT-REG
                COMPUTE WRK-HOUR = WRK-H - 1
                MOVE WRK-HOUR TO TRAFFIC-REPORT-DATA(001:02)
                PERFORM VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > 7
                    COMPUTE WRK-COL = 3 + (WRK-D - 1) * 9 + 2
                    MOVE WRK-WEEK-DOW(WRK-D) TO WRK-DOW
                    EVALUATE TRUE
                      WHEN WRK-WEEK-CLOSED(WRK-D) = "Y"
                        MOVE "CLOSED"
                           TO TRAFFIC-REPORT-DATA(WRK-COL:06)
                      WHEN WRK-ST-PROFILE(WRK-ST-IDX, WRK-DOW, WRK-H)
                              = ZEROS
                        ADD 5 TO WRK-COL
                        MOVE "-" TO TRAFFIC-REPORT-DATA(WRK-COL:01)
                      WHEN OTHER
                        COMPUTE WRK-DIVISOR =
                           WRK-ST-OPEN-DAYS(WRK-ST-IDX, WRK-DOW)
                         * WRK-CAPACITY
                        COMPUTE WRK-STAFF =
                           (WRK-ST-PROFILE(WRK-ST-IDX, WRK-DOW, WRK-H)
                          + WRK-DIVISOR - 1) / WRK-DIVISOR
                        MOVE WRK-STAFF TO WRK-EDIT-STAFF
                        ADD 3 TO WRK-COL
                        MOVE WRK-EDIT-STAFF
                           TO TRAFFIC-REPORT-DATA(WRK-COL:03)
                    END-EVALUATE
                END-PERFORM
                WRITE TRAFFIC-REPORT-REG
            END-IF.

       0380-REPORT-STATISTICS  SECTION.
            MOVE 12 TO WRK-LINE.
            DISPLAY WRK-MSG-ROWSREAD    LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-ROW-QTY         LINE WRK-LINE COLUMN 32.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-TRANSTOTAL  LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-TOT-TRANS       LINE WRK-LINE COLUMN 32.

            ADD 1 TO WRK-LINE.
            MOVE WRK-TOT-REVENUE TO WRK-EDIT-SIGNED.
            DISPLAY WRK-MSG-REVTOTAL    LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-EDIT-SIGNED     LINE WRK-LINE COLUMN 32.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-STORES      LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-ST-QTY          LINE WRK-LINE COLUMN 32.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-OPERATORS   LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-OPER-QTY        LINE WRK-LINE COLUMN 32.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-PEAKS       LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-PEAK-QTY        LINE WRK-LINE COLUMN 32.

            ADD 2 TO WRK-LINE.
            DISPLAY WRK-MSG-PRESSKEY    LINE WRK-LINE COLUMN 10.
            ACCEPT WRK-KEY              LINE WRK-LINE COLUMN 25.

       0400-FINALIZE           SECTION.
            CLOSE TRAFFIC-REPORT.
            MOVE WRK-TRAFFIC-PATH TO WRK-RPTFILE-SOURCE.
            MOVE SPACES TO WRK-RPTFILE-PARMS.
            STRING "FROM " DELIMITED BY SIZE
                   WRK-F-FROM-DATE DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WRK-F-TO-DATE DELIMITED BY SIZE
                   " STORE " DELIMITED BY SIZE
                   WRK-F-STORE DELIMITED BY SIZE
                   INTO WRK-RPTFILE-PARMS
            END-STRING.
            CALL "RPTFILE" USING WRK-RPTFILE-REC.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
