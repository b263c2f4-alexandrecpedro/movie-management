       IDENTIFICATION          DIVISION.
       PROGRAM-ID. DASHBOARD.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: MANAGER MORNING DASHBOARD - ONE SCREEN GATHERING THE
      *          CHECKS THE MANAGER USED TO MAKE IN SIX PROGRAMS EVERY
      *          MORNING: WHETHER LAST NIGHT'S NIGHTRUN CHAIN FINISHED
      *          (AND WHICH STEP FAILED) FROM JOBLOG.TXT, YESTERDAY'S
      *          DAY CLOSE TOTALS, THE DRAWER OVER/SHORT BY OPERATOR,
      *          ACCOUNTING ACKNOWLEDGMENTS STILL MISMATCHED OR
      *          WAITING, OPEN RENTALS PAST DUE, HELD TITLES WAITING
      *          FOR PICKUP, THE DROP-BOX AND INTEGRITY EXCEPTIONS OF
      *          THE LAST RUN AND THE MONTH LOCK STATUS.
      *          EACH LINE SAYS OK OR ATTENTION, AND ITS NUMBER OPENS
      *          THE MATCHING INQUIRY OR REPORT. NOTHING IS WRITTEN -
      *          A FILE THAT CANNOT BE READ JUST FLAGS ITS LINE.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      SELECT JOB-LOG ASSIGN TO "./Data/JOBLOG.TXT"
            SELECT JOB-LOG ASSIGN TO
              "C:\Cobol\Project\Data\JOBLOG.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS JOB-LOG-STATUS.

      *      SELECT DAYCLOSE-FILE ASSIGN TO "./Data/DAYCLOSE.DAT"
            SELECT DAYCLOSE-FILE ASSIGN TO
              "C:\Cobol\Project\Data\DAYCLOSE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS DAYCLOSE-STATUS
            RECORD KEY IS CLOSE-DATE.

      *      SHIFTS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      SHIFTSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT SHIFTS ASSIGN TO WRK-SHIFTS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS SHIFTS-STATUS
            RECORD KEY IS SHIFT-ID.

      *      EXTRSTAT.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      EXTRSTATDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT EXTRSTAT ASSIGN TO WRK-EXTRSTAT-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EXTRSTAT-STATUS
            RECORD KEY IS EXTR-DATE.

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

      *      HOLDS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      HOLDSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT HOLDS ASSIGN TO WRK-HOLDS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS HOLDS-STATUS
            RECORD KEY IS HOLD-ID.

      *      SELECT DBOX-CHECK ASSIGN TO "./Data/DROPBOXEXC.TXT"
            SELECT DBOX-CHECK ASSIGN TO
              "C:\Cobol\Project\Data\DROPBOXEXC.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DBOX-CHECK-STATUS.

      *      SELECT INTEG-CHECK ASSIGN TO "./Data/INTEGRITY.TXT"
            SELECT INTEG-CHECK ASSIGN TO
              "C:\Cobol\Project\Data\INTEGRITY.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS INTEG-CHECK-STATUS.

      *      MONTHEND.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      MONTHENDDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT MONTHEND ASSIGN TO WRK-MONTHEND-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS MONTHEND-STATUS
            RECORD KEY IS MEND-MONTH.

      *      THE TEXT FILE A DRILL-DOWN LINE OPENS ON THE SCREEN -
      *      SEE 0390-DRILL-DOWN
            SELECT VIEW-TEXT ASSIGN TO WRK-VIEW-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VIEW-TEXT-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- NIGHT CHAIN JOB LOG
       FD JOB-LOG.
       01 JOB-LOG-REG.
            05 JOB-LOG-DATA          PIC X(060).

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

      *---------------------------- DRAWER SHIFT SESSIONS
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

      *---------------------------- EXTRACT SEND-STATE
       FD EXTRSTAT.
       01 EXTRSTAT-REG.
            05 EXTR-DATE             PIC 9(008).
            05 EXTR-COUNT            PIC 9(007).
            05 EXTR-AMOUNT           PIC 9(009)V99.
            05 EXTR-STATUS-FLAG      PIC X(001).
                88 EXTR-HELD                 VALUE "H".
                88 EXTR-ACKED                VALUE "A".
                88 EXTR-MISMATCH             VALUE "M".

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

      *---------------------------- HOLD FILE DESCRIPTION
       FD HOLDS.
       01 HOLDS-REG.
            05 HOLD-ID.
                10 HOLD-MOVIES-KEY   PIC 9(005).
                10 HOLD-SEQ          PIC 9(003).
            05 HOLD-CUSTOMER-KEY     PIC 9(005).
            05 HOLD-PLACED-DATE      PIC 9(008).
            05 HOLD-UNTIL-DATE       PIC 9(008).
            05 HOLD-STATUS-FLAG      PIC X(001).
                88 HOLD-WAITING              VALUE "W".
                88 HOLD-HELD                 VALUE "H".
                88 HOLD-EXPIRED              VALUE "X".
                88 HOLD-FILLED               VALUE "F".
            05 HOLD-FILL-DATE        PIC 9(008).
            05 HOLD-FILL-RENTAL      PIC 9(005).
            05 HOLD-FILL-PRIOR       PIC X(001).

      *---------------------------- DROP-BOX EXCEPTIONS REPORT
       FD DBOX-CHECK.
       01 DBOX-CHECK-REG.
            05 DBOX-CHECK-DATA       PIC X(080).

      *---------------------------- INTEGRITY EXCEPTIONS REPORT
       FD INTEG-CHECK.
       01 INTEG-CHECK-REG.
            05 INTEG-CHECK-DATA      PIC X(120).

      *---------------------------- MONTH-END SUMMARY
       FD MONTHEND.
       01 MEND-REG.
            05 MEND-MONTH            PIC 9(006).
            05 MEND-INSERTS          PIC 9(007).
            05 MEND-UPDATES          PIC 9(007).
            05 MEND-DELETES          PIC 9(007).
            05 MEND-CHECKOUTS        PIC 9(007).
            05 MEND-CHECKINS         PIC 9(007).
            05 MEND-FEES             PIC 9(009)V99.
            05 MEND-TAX              PIC 9(009)V99.
            05 MEND-DAYS-CLOSED      PIC 9(002).
            05 MEND-DAYS-MISSING     PIC 9(002).
            05 MEND-PAY-AMOUNT       PIC 9(009)V99.
            05 MEND-RUN-DATE         PIC 9(008).
            05 MEND-STATUS-FLAG      PIC X(001).
                88 MEND-LOCKED               VALUE "L".

      *---------------------------- DRILL-DOWN TEXT VIEW
       FD VIEW-TEXT.
       01 VIEW-TEXT-REG.
            05 VIEW-TEXT-DATA        PIC X(120).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                    PIC X(001) VALUE SPACE.
       77 WRK-OPTION                 PIC X(001) VALUE SPACE.

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                   PIC 9(002) VALUE ZEROS.
       77 WRK-COUNTLINE              PIC 9(002) VALUE ZEROS.
       77 WRK-VIEW-LINE              PIC X(078) VALUE SPACES.
       77 WRK-EDIT-QTY               PIC ZZZZ9.
       77 WRK-EDIT-QTY2              PIC ZZZZ9.
       77 WRK-EDIT-QTY3              PIC ZZZZ9.
       77 WRK-EDIT-AMOUNT            PIC ZZZZZZ9,99.
       77 WRK-EDIT-OVER-SHORT        PIC -ZZZZZZ9,99.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG              PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "DASHBOARD".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-OPTION        PIC X(040) VALUE
               "INVALID OPTION! TRY AGAIN".
            05 WRK-MSG-NOREPORT      PIC X(040) VALUE
               "REPORT NOT ON FILE".
            05 WRK-MSG-ENDREPORT     PIC X(040) VALUE
               "END OF REPORT".

      *---------------------------- FILE
       77 JOB-LOG-STATUS             PIC 9(002) VALUE ZEROS.
       77 DAYCLOSE-STATUS            PIC 9(002) VALUE ZEROS.
       77 SHIFTS-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-SHIFTS-PATH            PIC X(060) VALUE SPACES.
       77 EXTRSTAT-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-EXTRSTAT-PATH          PIC X(060) VALUE SPACES.
       77 RENTALS-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-RENTALS-PATH           PIC X(060) VALUE SPACES.
       77 HOLDS-STATUS               PIC 9(002) VALUE ZEROS.
       77 WRK-HOLDS-PATH             PIC X(060) VALUE SPACES.
       77 DBOX-CHECK-STATUS          PIC 9(002) VALUE ZEROS.
       77 INTEG-CHECK-STATUS         PIC 9(002) VALUE ZEROS.
       77 MONTHEND-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-MONTHEND-PATH          PIC X(060) VALUE SPACES.
       77 VIEW-TEXT-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-VIEW-PATH              PIC X(060) VALUE SPACES.
       77 WRK-EOF                    PIC X(001) VALUE "N".

      *---------------------------- BUSINESS DATES
       77 WRK-TODAY                  PIC 9(008) VALUE ZEROS.
       77 WRK-YESTERDAY              PIC 9(008) VALUE ZEROS.
       01 WRK-CUR-MONTH              PIC 9(006) VALUE ZEROS.
       01 WRK-CUR-MONTH-R REDEFINES WRK-CUR-MONTH.
            05 WRK-CUR-YEAR          PIC 9(004).
            05 WRK-CUR-MM            PIC 9(002).
       01 WRK-PRIOR-MONTH            PIC 9(006) VALUE ZEROS.
       01 WRK-PRIOR-MONTH-R REDEFINES WRK-PRIOR-MONTH.
            05 WRK-PRIOR-YEAR        PIC 9(004).
            05 WRK-PRIOR-MM          PIC 9(002).

      *---------------------------- DASHBOARD LINES
      *      ONE ROW PER CHECK, IN THE ORDER THE MANAGER WORKS
      *      THROUGH THEM. THE ROW NUMBER IS THE DRILL-DOWN OPTION.
       77 WRK-ST-OK                  PIC X(009) VALUE "OK".
       77 WRK-ST-ATTN                PIC X(009) VALUE "ATTENTION".
       77 WRK-DASH-IDX               PIC 9(002) VALUE ZEROS.
       77 WRK-DASH-ROWS              PIC 9(002) VALUE 09.
       01 WRK-DASH-LABELS.
            05 FILLER                PIC X(020) VALUE
               "LAST NIGHT'S RUN".
            05 FILLER                PIC X(020) VALUE
               "YESTERDAY'S CLOSE".
            05 FILLER                PIC X(020) VALUE
               "DRAWER OVER/SHORT".
            05 FILLER                PIC X(020) VALUE
               "ACCOUNTING ACKS".
            05 FILLER                PIC X(020) VALUE
               "OVERDUE RENTALS".
            05 FILLER                PIC X(020) VALUE
               "HOLDS FOR PICKUP".
            05 FILLER                PIC X(020) VALUE
               "DROP-BOX EXCEPTIONS".
            05 FILLER                PIC X(020) VALUE
               "INTEGRITY EXCEPTIONS".
            05 FILLER                PIC X(020) VALUE
               "MONTH LOCK".
       01 WRK-DASH-LABELS-R REDEFINES WRK-DASH-LABELS.
            05 WRK-DASH-LABEL        PIC X(020) OCCURS 9 TIMES.
       01 WRK-DASH-TABLE.
            05 WRK-DASH-ENTRY OCCURS 9 TIMES.
                10 WRK-DASH-STATUS   PIC X(009).
                10 WRK-DASH-DETAIL   PIC X(040).

      *---------------------------- NIGHT CHAIN CHECK
       77 WRK-JOB-ROWS               PIC 9(005) VALUE ZEROS.
       77 WRK-CHAIN-DONE             PIC X(001) VALUE "N".
       77 WRK-FAIL-STEP              PIC X(012) VALUE SPACES.
       77 WRK-LAST-STEP              PIC X(012) VALUE SPACES.

      *---------------------------- SHIFT CHECK
       77 WRK-SHIFT-CLOSED           PIC 9(005) VALUE ZEROS.
       77 WRK-SHIFT-OFF              PIC 9(005) VALUE ZEROS.
       77 WRK-SHIFT-LEFT-OPEN        PIC 9(005) VALUE ZEROS.
       77 WRK-OPER-QTY               PIC 9(002) VALUE ZEROS.
       77 WRK-OPER-MAX               PIC 9(002) VALUE 20.
       77 WRK-OPER-IDX               PIC 9(002) VALUE ZEROS.
       77 WRK-OPER-SHOWN             PIC 9(002) VALUE 05.
       01 WRK-OPER-TABLE.
            05 WRK-OPER-ENTRY OCCURS 20 TIMES.
                10 WRK-OPER-ID       PIC X(008).
                10 WRK-OPER-SHIFTS   PIC 9(003).
                10 WRK-OPER-NET      PIC S9(007)V99.

      *---------------------------- OTHER CHECK COUNTERS
       77 WRK-ACK-MISMATCH           PIC 9(005) VALUE ZEROS.
       77 WRK-ACK-WAITING            PIC 9(005) VALUE ZEROS.
       77 WRK-OVERDUE-QTY            PIC 9(005) VALUE ZEROS.
       77 WRK-HELD-QTY               PIC 9(005) VALUE ZEROS.
       77 WRK-HELD-PAST              PIC 9(005) VALUE ZEROS.
       77 WRK-DBOX-FOUND             PIC X(001) VALUE "N".
       77 WRK-DBOX-EXC               PIC 9(005) VALUE ZEROS.
       77 WRK-INTEG-FOUND            PIC X(001) VALUE "N".
       77 WRK-INTEG-EXC              PIC 9(005) VALUE ZEROS.
       77 WRK-INTEG-ROW              PIC 9(005) VALUE ZEROS.

      *---------------------------- DRILL-DOWN VIEW CONTROLS
       77 WRK-FORM-FEED              PIC X(001) VALUE X"0C".
       77 WRK-VIEW-ROWS              PIC 9(002) VALUE 16.
       77 WRK-VIEW-FROM              PIC 9(008) VALUE ZEROS.
       77 WRK-VIEW-END               PIC X(001) VALUE "N".

      *---------------------------- CALLED MODULE TITLES
       01 WRK-TITLE.
            05 WRK-SCREEN-TITLE      PIC X(020) VALUE "MOVIE SYSTEM".
            05 WRK-MODULE-TITLE      PIC X(026) VALUE SPACES.

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-TITLE.
            05 LNK-SCREEN-TITLE      PIC X(020).
            05 LNK-MODULE-TITLE      PIC X(026).

       SCREEN                  SECTION.
      *---------------------------- ERROR SCREEN
       01 ERROR-SCREEN.
            05 MSG-ERROR.
                10 LINE 24 COLUMN 01 ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 24 COLUMN 10 PIC X(040)
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
            PERFORM 0300-PROCESS UNTIL WRK-OPTION = "X" OR "x".
            PERFORM 0400-FINALIZE.
            GOBACK.

       0195-SET-FILE-PATHS     SECTION.
            MOVE SPACES TO WRK-SHIFTS-PATH.
            ACCEPT WRK-SHIFTS-PATH FROM ENVIRONMENT "SHIFTSDAT".
            IF WRK-SHIFTS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\SHIFTS.DAT"
                   TO WRK-SHIFTS-PATH
            END-IF.

            MOVE SPACES TO WRK-EXTRSTAT-PATH.
            ACCEPT WRK-EXTRSTAT-PATH FROM ENVIRONMENT "EXTRSTATDAT".
            IF WRK-EXTRSTAT-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\EXTRSTAT.DAT"
                   TO WRK-EXTRSTAT-PATH
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

            MOVE SPACES TO WRK-MONTHEND-PATH.
            ACCEPT WRK-MONTHEND-PATH FROM ENVIRONMENT "MONTHENDDAT".
            IF WRK-MONTHEND-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\MONTHEND.DAT"
                   TO WRK-MONTHEND-PATH
            END-IF.

       0200-INITIALIZE         SECTION.
            PERFORM 0195-SET-FILE-PATHS.
            MOVE SPACE TO WRK-OPTION.
      *      THE CALLER'S BANNER CARRIES ON TO EVERY MODULE OPENED
      *      FROM A DASHBOARD LINE.
            MOVE LNK-SCREEN-TITLE TO WRK-SCREEN-TITLE.

      *      EVERY PASS RE-READS THE FILES, SO COMING BACK FROM A
      *      DRILL-DOWN SHOWS WHAT THAT MODULE JUST CHANGED.
       0300-PROCESS            SECTION.
            PERFORM 0310-GATHER-CHECKS.
            PERFORM 0380-SHOW-DASHBOARD.

            MOVE SPACE TO WRK-OPTION.
            DISPLAY "LINE NO TO OPEN, ENTER=REFRESH, X=EXIT:"
               LINE 22 COLUMN 02.
            ACCEPT WRK-OPTION LINE 22 COLUMN 42.

            IF WRK-OPTION NOT = "X" AND WRK-OPTION NOT = "x"
                PERFORM 0390-DRILL-DOWN
            END-IF.

       0310-GATHER-CHECKS      SECTION.
            ACCEPT WRK-TODAY FROM DATE YYYYMMDD.
            COMPUTE WRK-YESTERDAY = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-TODAY) - 1).
            MOVE WRK-TODAY(1:6) TO WRK-CUR-MONTH.
            IF WRK-CUR-MM = 01
                COMPUTE WRK-PRIOR-YEAR = WRK-CUR-YEAR - 1
                MOVE 12 TO WRK-PRIOR-MM
            ELSE
                MOVE WRK-CUR-YEAR TO WRK-PRIOR-YEAR
                COMPUTE WRK-PRIOR-MM = WRK-CUR-MM - 1
            END-IF.

            INITIALIZE WRK-DASH-TABLE.
            PERFORM 0320-CHECK-NIGHTRUN.
            PERFORM 0325-CHECK-DAYCLOSE.
            PERFORM 0330-CHECK-SHIFTS.
            PERFORM 0340-CHECK-ACKS.
            PERFORM 0345-CHECK-OVERDUE.
            PERFORM 0350-CHECK-HOLDS.
            PERFORM 0355-CHECK-DROPBOX.
            PERFORM 0360-CHECK-INTEGRITY.
            PERFORM 0365-CHECK-MONTH.

      *      LAST NIGHT IS EVERY JOBLOG ROW STAMPED YESTERDAY OR
      *      TODAY. A FAILED STEP STAYS THE ANSWER UNTIL A RESTART
      *      TAKES THE CHAIN THROUGH TO THE END OF ITS LAST STEP.
       0320-CHECK-NIGHTRUN     SECTION.
            MOVE ZEROS TO WRK-JOB-ROWS.
            MOVE "N" TO WRK-CHAIN-DONE.
            MOVE SPACES TO WRK-FAIL-STEP WRK-LAST-STEP.

            OPEN INPUT JOB-LOG.
            IF JOB-LOG-STATUS NOT = ZEROS
                MOVE WRK-ST-ATTN TO WRK-DASH-STATUS(1)
                MOVE "NO JOB LOG ON FILE" TO WRK-DASH-DETAIL(1)
            ELSE
                MOVE "N" TO WRK-EOF
                PERFORM UNTIL WRK-EOF = "Y"
                   READ JOB-LOG
                      AT END
                          MOVE "Y" TO WRK-EOF
                      NOT AT END
                          IF JOB-LOG-DATA(001:08) NOT < WRK-YESTERDAY
                              PERFORM 0322-NIGHTRUN-ROW
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE JOB-LOG

                EVALUATE TRUE
                  WHEN WRK-CHAIN-DONE = "Y"
                    MOVE WRK-ST-OK TO WRK-DASH-STATUS(1)
                    MOVE "CHAIN COMPLETE" TO WRK-DASH-DETAIL(1)
                  WHEN WRK-FAIL-STEP NOT = SPACES
                    MOVE WRK-ST-ATTN TO WRK-DASH-STATUS(1)
                    STRING "FAILED AT STEP " WRK-FAIL-STEP
                       DELIMITED BY SIZE INTO WRK-DASH-DETAIL(1)
                    END-STRING
                  WHEN WRK-JOB-ROWS = ZEROS
                    MOVE WRK-ST-ATTN TO WRK-DASH-STATUS(1)
                    MOVE "CHAIN DID NOT RUN" TO WRK-DASH-DETAIL(1)
                  WHEN OTHER
                    MOVE WRK-ST-ATTN TO WRK-DASH-STATUS(1)
                    STRING "NOT FINISHED - LAST STEP " WRK-LAST-STEP
                       DELIMITED BY SIZE INTO WRK-DASH-DETAIL(1)
                    END-STRING
                END-EVALUATE
            END-IF.

       0322-NIGHTRUN-ROW       SECTION.
            ADD 1 TO WRK-JOB-ROWS.
            MOVE JOB-LOG-DATA(017:12) TO WRK-LAST-STEP.
            IF JOB-LOG-DATA(030:12) = "END   FAIL"
                MOVE JOB-LOG-DATA(017:12) TO WRK-FAIL-STEP
                MOVE "N" TO WRK-CHAIN-DONE
            END-IF.
            IF JOB-LOG-DATA(017:12) = "WEBAVAIL"
                  AND JOB-LOG-DATA(030:12) = "END   OK"
                MOVE "Y" TO WRK-CHAIN-DONE
                MOVE SPACES TO WRK-FAIL-STEP
            END-IF.

       0325-CHECK-DAYCLOSE     SECTION.
            OPEN INPUT DAYCLOSE-FILE.
            IF DAYCLOSE-STATUS NOT = ZEROS
                MOVE WRK-ST-ATTN TO WRK-DASH-STATUS(2)
                MOVE "NO DAY CLOSE ON FILE" TO WRK-DASH-DETAIL(2)
            ELSE
                MOVE WRK-YESTERDAY TO CLOSE-DATE
                READ DAYCLOSE-FILE KEY IS CLOSE-DATE
                   INVALID KEY
                       MOVE WRK-ST-ATTN TO WRK-DASH-STATUS(2)
                       STRING "DAY NOT CLOSED " WRK-YESTERDAY
                          DELIMITED BY SIZE INTO WRK-DASH-DETAIL(2)
                       END-STRING
                   NOT INVALID KEY
                       MOVE WRK-ST-OK TO WRK-DASH-STATUS(2)
                       MOVE CLOSE-CHECKOUTS TO WRK-EDIT-QTY
                       MOVE CLOSE-CHECKINS  TO WRK-EDIT-QTY2
                       MOVE CLOSE-FEES      TO WRK-EDIT-AMOUNT
                       STRING "OUT" WRK-EDIT-QTY
                              " IN" WRK-EDIT-QTY2
                              " FEES" WRK-EDIT-AMOUNT
                          DELIMITED BY SIZE INTO WRK-DASH-DETAIL(2)
                       END-STRING
                END-READ
                CLOSE DAYCLOSE-FILE
            END-IF.

      *      THE SESSIONS CLOSED YESTERDAY, TOTALLED BY OPERATOR FOR
      *      THE BLOCK UNDER THE DASHBOARD, AND ANY SESSION OPENED
      *      BEFORE TODAY THAT WAS NEVER CLOSED OUT.
       0330-CHECK-SHIFTS       SECTION.
            MOVE ZEROS TO WRK-SHIFT-CLOSED WRK-SHIFT-OFF
               WRK-SHIFT-LEFT-OPEN WRK-OPER-QTY.
            INITIALIZE WRK-OPER-TABLE.

            OPEN INPUT SHIFTS.
            IF SHIFTS-STATUS NOT = ZEROS
                MOVE WRK-ST-OK TO WRK-DASH-STATUS(3)
                MOVE "NO DRAWER SHIFTS ON FILE" TO WRK-DASH-DETAIL(3)
            ELSE
                MOVE "N" TO WRK-EOF
                PERFORM UNTIL WRK-EOF = "Y"
                   READ SHIFTS NEXT
                      AT END
                          MOVE "Y" TO WRK-EOF
                      NOT AT END
                          PERFORM 0332-SHIFT-ROW
                   END-READ
                END-PERFORM
                CLOSE SHIFTS

                IF WRK-SHIFT-OFF > ZEROS OR WRK-SHIFT-LEFT-OPEN > ZEROS
                    MOVE WRK-ST-ATTN TO WRK-DASH-STATUS(3)
                ELSE
                    MOVE WRK-ST-OK TO WRK-DASH-STATUS(3)
                END-IF
                MOVE WRK-SHIFT-CLOSED    TO WRK-EDIT-QTY
                MOVE WRK-SHIFT-OFF       TO WRK-EDIT-QTY2
                MOVE WRK-SHIFT-LEFT-OPEN TO WRK-EDIT-QTY3
                STRING WRK-EDIT-QTY " CLOSED"
                       WRK-EDIT-QTY2 " OFF"
                       WRK-EDIT-QTY3 " LEFT OPEN"
                   DELIMITED BY SIZE INTO WRK-DASH-DETAIL(3)
                END-STRING
            END-IF.

       0332-SHIFT-ROW          SECTION.
            IF SHIFT-SESSION-OPEN AND SHIFT-OPEN-DATE < WRK-TODAY
                ADD 1 TO WRK-SHIFT-LEFT-OPEN
            END-IF.

            IF SHIFT-SESSION-CLOSED
                  AND SHIFT-CLOSE-DATE = WRK-YESTERDAY
                ADD 1 TO WRK-SHIFT-CLOSED
                IF SHIFT-OVER-SHORT NOT = ZEROS
                    ADD 1 TO WRK-SHIFT-OFF
                END-IF
                PERFORM 0334-FIND-OPERATOR
                IF WRK-OPER-IDX > ZEROS
                    ADD 1 TO WRK-OPER-SHIFTS(WRK-OPER-IDX)
                    ADD SHIFT-OVER-SHORT TO WRK-OPER-NET(WRK-OPER-IDX)
                END-IF
            END-IF.

      *      A FULL TABLE STILL COUNTS THE SHIFT ON THE DASHBOARD
      *      LINE - ONLY THE PER-OPERATOR BLOCK LOSES IT.
       0334-FIND-OPERATOR      SECTION.
            MOVE ZEROS TO WRK-OPER-IDX.
            PERFORM VARYING WRK-DASH-IDX FROM 1 BY 1
                  UNTIL WRK-DASH-IDX > WRK-OPER-QTY
                     OR WRK-OPER-IDX > ZEROS
               IF WRK-OPER-ID(WRK-DASH-IDX) = SHIFT-OPERATOR
                   MOVE WRK-DASH-IDX TO WRK-OPER-IDX
               END-IF
            END-PERFORM.

            IF WRK-OPER-IDX = ZEROS AND WRK-OPER-QTY < WRK-OPER-MAX
                ADD 1 TO WRK-OPER-QTY
                MOVE WRK-OPER-QTY TO WRK-OPER-IDX
                MOVE SHIFT-OPERATOR TO WRK-OPER-ID(WRK-OPER-IDX)
            END-IF.

      *      YESTERDAY'S EXTRACT IS NORMALLY STILL HELD THIS MORNING -
      *      ONLY AN OLDER NIGHT WITHOUT ITS ACKNOWLEDGMENT IS LATE.
       0340-CHECK-ACKS         SECTION.
            MOVE ZEROS TO WRK-ACK-MISMATCH WRK-ACK-WAITING.
            OPEN INPUT EXTRSTAT.
            IF EXTRSTAT-STATUS NOT = ZEROS
                MOVE WRK-ST-OK TO WRK-DASH-STATUS(4)
                MOVE "NO EXTRACTS SENT YET" TO WRK-DASH-DETAIL(4)
            ELSE
                MOVE "N" TO WRK-EOF
                PERFORM UNTIL WRK-EOF = "Y"
                   READ EXTRSTAT NEXT
                      AT END
                          MOVE "Y" TO WRK-EOF
                      NOT AT END
                          IF EXTR-MISMATCH
                              ADD 1 TO WRK-ACK-MISMATCH
                          END-IF
                          IF EXTR-HELD AND EXTR-DATE < WRK-YESTERDAY
                              ADD 1 TO WRK-ACK-WAITING
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE EXTRSTAT

                IF WRK-ACK-MISMATCH > ZEROS OR WRK-ACK-WAITING > ZEROS
                    MOVE WRK-ST-ATTN TO WRK-DASH-STATUS(4)
                ELSE
                    MOVE WRK-ST-OK TO WRK-DASH-STATUS(4)
                END-IF
                MOVE WRK-ACK-MISMATCH TO WRK-EDIT-QTY
                MOVE WRK-ACK-WAITING  TO WRK-EDIT-QTY2
                STRING WRK-EDIT-QTY " MISMATCHED"
                       WRK-EDIT-QTY2 " NOT ACKNOWLEDGED"
                   DELIMITED BY SIZE INTO WRK-DASH-DETAIL(4)
                END-STRING
            END-IF.

       0345-CHECK-OVERDUE      SECTION.
            MOVE ZEROS TO WRK-OVERDUE-QTY.
            OPEN INPUT RENTALS.
            IF RENTALS-STATUS NOT = ZEROS
                MOVE WRK-ST-ATTN TO WRK-DASH-STATUS(5)
                MOVE "RENTALS FILE NOT AVAILABLE" TO WRK-DASH-DETAIL(5)
            ELSE
                MOVE "N" TO WRK-EOF
                PERFORM UNTIL WRK-EOF = "Y"
                   READ RENTALS NEXT
                      AT END
                          MOVE "Y" TO WRK-EOF
                      NOT AT END
                          IF RENTAL-OPEN
                                AND RENTAL-DUE-DATE < WRK-TODAY
                              ADD 1 TO WRK-OVERDUE-QTY
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE RENTALS

                IF WRK-OVERDUE-QTY > ZEROS
                    MOVE WRK-ST-ATTN TO WRK-DASH-STATUS(5)
                ELSE
                    MOVE WRK-ST-OK TO WRK-DASH-STATUS(5)
                END-IF
                MOVE WRK-OVERDUE-QTY TO WRK-EDIT-QTY
                STRING WRK-EDIT-QTY " OPEN RENTALS PAST DUE"
                   DELIMITED BY SIZE INTO WRK-DASH-DETAIL(5)
                END-STRING
            END-IF.

      *      TITLES ON THE HOLD SHELF ARE THE NORMAL STATE OF THE
      *      BUSINESS; ONE STILL THERE PAST ITS PICKUP DEADLINE MEANS
      *      THE NIGHT SWEEP DID NOT GET TO IT.
       0350-CHECK-HOLDS        SECTION.
            MOVE ZEROS TO WRK-HELD-QTY WRK-HELD-PAST.
            OPEN INPUT HOLDS.
            IF HOLDS-STATUS NOT = ZEROS
                MOVE WRK-ST-OK TO WRK-DASH-STATUS(6)
                MOVE "NO HOLDS ON FILE" TO WRK-DASH-DETAIL(6)
            ELSE
                MOVE "N" TO WRK-EOF
                PERFORM UNTIL WRK-EOF = "Y"
                   READ HOLDS NEXT
                      AT END
                          MOVE "Y" TO WRK-EOF
                      NOT AT END
                          IF HOLD-HELD
                              ADD 1 TO WRK-HELD-QTY
                              IF HOLD-UNTIL-DATE < WRK-TODAY
                                  ADD 1 TO WRK-HELD-PAST
                              END-IF
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE HOLDS

                IF WRK-HELD-PAST > ZEROS
                    MOVE WRK-ST-ATTN TO WRK-DASH-STATUS(6)
                ELSE
                    MOVE WRK-ST-OK TO WRK-DASH-STATUS(6)
                END-IF
                MOVE WRK-HELD-QTY  TO WRK-EDIT-QTY
                MOVE WRK-HELD-PAST TO WRK-EDIT-QTY2
                STRING WRK-EDIT-QTY " ON SHELF"
                       WRK-EDIT-QTY2 " PAST DEADLINE"
                   DELIMITED BY SIZE INTO WRK-DASH-DETAIL(6)
                END-STRING
            END-IF.

      *      THE EXCEPTION COUNT IS TAKEN FROM THE TRAILER THE LAST
      *      DROP-BOX RUN WROTE AT THE FOOT OF ITS REPORT.
       0355-CHECK-DROPBOX      SECTION.
            MOVE "N" TO WRK-DBOX-FOUND.
            MOVE ZEROS TO WRK-DBOX-EXC.
            OPEN INPUT DBOX-CHECK.
            IF DBOX-CHECK-STATUS = ZEROS
                MOVE "N" TO WRK-EOF
                PERFORM UNTIL WRK-EOF = "Y"
                   READ DBOX-CHECK
                      AT END
                          MOVE "Y" TO WRK-EOF
                      NOT AT END
                          IF DBOX-CHECK-DATA(001:14) = "EXCEPTIONS"
                                AND DBOX-CHECK-DATA(016:05) NUMERIC
                              MOVE "Y" TO WRK-DBOX-FOUND
                              MOVE DBOX-CHECK-DATA(016:05)
                                 TO WRK-DBOX-EXC
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE DBOX-CHECK
            END-IF.

            EVALUATE TRUE
              WHEN WRK-DBOX-FOUND = "N"
                MOVE WRK-ST-ATTN TO WRK-DASH-STATUS(7)
                MOVE "NO DROP-BOX REPORT ON FILE" TO WRK-DASH-DETAIL(7)
              WHEN WRK-DBOX-EXC > ZEROS
                MOVE WRK-ST-ATTN TO WRK-DASH-STATUS(7)
              WHEN OTHER
                MOVE WRK-ST-OK TO WRK-DASH-STATUS(7)
            END-EVALUATE.
            IF WRK-DBOX-FOUND = "Y"
                MOVE WRK-DBOX-EXC TO WRK-EDIT-QTY
                STRING WRK-EDIT-QTY " EXCEPTIONS ON THE LAST RUN"
                   DELIMITED BY SIZE INTO WRK-DASH-DETAIL(7)
                END-STRING
            END-IF.

      *      THE FIVE EXCEPTION TOTALS AT THE FOOT OF THE LAST
      *      INTEGRITY REPORT, ADDED TOGETHER.
       0360-CHECK-INTEGRITY    SECTION.
            MOVE "N" TO WRK-INTEG-FOUND.
            MOVE ZEROS TO WRK-INTEG-EXC.
            OPEN INPUT INTEG-CHECK.
            IF INTEG-CHECK-STATUS = ZEROS
                MOVE "N" TO WRK-EOF
                PERFORM UNTIL WRK-EOF = "Y"
                   READ INTEG-CHECK
                      AT END
                          MOVE "Y" TO WRK-EOF
                      NOT AT END
                          PERFORM 0362-INTEGRITY-ROW
                   END-READ
                END-PERFORM
                CLOSE INTEG-CHECK
            END-IF.

            EVALUATE TRUE
              WHEN WRK-INTEG-FOUND = "N"
                MOVE WRK-ST-ATTN TO WRK-DASH-STATUS(8)
                MOVE "NO INTEGRITY REPORT ON FILE"
                   TO WRK-DASH-DETAIL(8)
              WHEN WRK-INTEG-EXC > ZEROS
                MOVE WRK-ST-ATTN TO WRK-DASH-STATUS(8)
              WHEN OTHER
                MOVE WRK-ST-OK TO WRK-DASH-STATUS(8)
            END-EVALUATE.
            IF WRK-INTEG-FOUND = "Y"
                MOVE WRK-INTEG-EXC TO WRK-EDIT-QTY
                STRING WRK-EDIT-QTY " EXCEPTIONS ON THE LAST RUN"
                   DELIMITED BY SIZE INTO WRK-DASH-DETAIL(8)
                END-STRING
            END-IF.

       0362-INTEGRITY-ROW      SECTION.
            IF INTEG-CHECK-DATA(022:05) NUMERIC
                EVALUATE INTEG-CHECK-DATA(001:20)
                  WHEN "RENTALS CHECKED"
                    MOVE "Y" TO WRK-INTEG-FOUND
                  WHEN "MISSING MOVIES"
                  WHEN "ARCHIVED MOVIES"
                  WHEN "MISSING CUSTOMERS"
                  WHEN "OPEN ON INACTIVE"
                  WHEN "DUPLICATE COPIES"
                    MOVE INTEG-CHECK-DATA(022:05) TO WRK-INTEG-ROW
                    ADD WRK-INTEG-ROW TO WRK-INTEG-EXC
                  WHEN OTHER
                    CONTINUE
                END-EVALUATE
            END-IF.

      *      A LOCKED CURRENT MONTH REFUSES EVERY PAYMENT POSTING;
      *      AN UNLOCKED PRIOR MONTH IS A CLOSE STILL TO BE DONE.
       0365-CHECK-MONTH        SECTION.
            OPEN INPUT MONTHEND.
            IF MONTHEND-STATUS NOT = ZEROS
                MOVE WRK-ST-ATTN TO WRK-DASH-STATUS(9)
                MOVE "NO MONTH CLOSED YET" TO WRK-DASH-DETAIL(9)
            ELSE
                MOVE WRK-ST-OK TO WRK-DASH-STATUS(9)
                STRING "CURRENT MONTH OPEN, " WRK-PRIOR-MONTH
                       " LOCKED"
                   DELIMITED BY SIZE INTO WRK-DASH-DETAIL(9)
                END-STRING

                MOVE WRK-PRIOR-MONTH TO MEND-MONTH
                READ MONTHEND KEY IS MEND-MONTH
                   INVALID KEY
                       MOVE SPACE TO MEND-STATUS-FLAG
                END-READ
                IF NOT MEND-LOCKED
                    MOVE WRK-ST-ATTN TO WRK-DASH-STATUS(9)
                    MOVE SPACES TO WRK-DASH-DETAIL(9)
                    STRING "MONTH " WRK-PRIOR-MONTH " NOT CLOSED"
                       DELIMITED BY SIZE INTO WRK-DASH-DETAIL(9)
                    END-STRING
                END-IF

                MOVE WRK-CUR-MONTH TO MEND-MONTH
                READ MONTHEND KEY IS MEND-MONTH
                   INVALID KEY
                       MOVE SPACE TO MEND-STATUS-FLAG
                END-READ
                IF MEND-LOCKED
                    MOVE WRK-ST-ATTN TO WRK-DASH-STATUS(9)
                    MOVE SPACES TO WRK-DASH-DETAIL(9)
                    STRING "MONTH " WRK-CUR-MONTH
                           " LOCKED - POSTINGS REFUSED"
                       DELIMITED BY SIZE INTO WRK-DASH-DETAIL(9)
                    END-STRING
                END-IF
                CLOSE MONTHEND
            END-IF.

       0380-SHOW-DASHBOARD     SECTION.
            DISPLAY CLEANER-SCREEN.
            DISPLAY "BUSINESS DATE"  LINE 03 COLUMN 02.
            DISPLAY WRK-TODAY        LINE 03 COLUMN 16.
            MOVE 04 TO WRK-LINE.
            DISPLAY "NO"             LINE WRK-LINE COLUMN 02.
            DISPLAY "CHECK"          LINE WRK-LINE COLUMN 05.
            DISPLAY "STATUS"         LINE WRK-LINE COLUMN 26.
            DISPLAY "DETAIL"         LINE WRK-LINE COLUMN 37.

            PERFORM VARYING WRK-DASH-IDX FROM 1 BY 1
                  UNTIL WRK-DASH-IDX > WRK-DASH-ROWS
               ADD 1 TO WRK-LINE
               DISPLAY WRK-DASH-IDX(2:1)  LINE WRK-LINE COLUMN 03
               DISPLAY WRK-DASH-LABEL(WRK-DASH-IDX)
                  LINE WRK-LINE COLUMN 05
               DISPLAY WRK-DASH-STATUS(WRK-DASH-IDX)
                  LINE WRK-LINE COLUMN 26
               DISPLAY WRK-DASH-DETAIL(WRK-DASH-IDX)
                  LINE WRK-LINE COLUMN 37
            END-PERFORM.

            PERFORM 0385-SHOW-OPERATORS.

      *      THE OVER/SHORT BEHIND LINE 3, ONE ROW PER OPERATOR WHO
      *      CLOSED A DRAWER YESTERDAY. THE DRAWER SHIFTS MODULE HAS
      *      THE REST WHEN MORE OPERATORS WORKED THAN FIT HERE.
       0385-SHOW-OPERATORS     SECTION.
            MOVE 15 TO WRK-LINE.
            DISPLAY "OVER/SHORT BY OPERATOR"  LINE WRK-LINE COLUMN 05.
            DISPLAY WRK-YESTERDAY             LINE WRK-LINE COLUMN 28.
            ADD 1 TO WRK-LINE.
            DISPLAY "OPERATOR"   LINE WRK-LINE COLUMN 05.
            DISPLAY "SHIFTS"     LINE WRK-LINE COLUMN 15.
            DISPLAY "OVER/SHORT" LINE WRK-LINE COLUMN 25.

            PERFORM VARYING WRK-OPER-IDX FROM 1 BY 1
                  UNTIL WRK-OPER-IDX > WRK-OPER-QTY
                     OR WRK-OPER-IDX > WRK-OPER-SHOWN
               ADD 1 TO WRK-LINE
               MOVE WRK-OPER-NET(WRK-OPER-IDX) TO WRK-EDIT-OVER-SHORT
               DISPLAY WRK-OPER-ID(WRK-OPER-IDX)
                  LINE WRK-LINE COLUMN 05
               DISPLAY WRK-OPER-SHIFTS(WRK-OPER-IDX)
                  LINE WRK-LINE COLUMN 15
               DISPLAY WRK-EDIT-OVER-SHORT
                  LINE WRK-LINE COLUMN 24
            END-PERFORM.

            IF WRK-OPER-QTY > WRK-OPER-SHOWN
                ADD 1 TO WRK-LINE
                DISPLAY "MORE - OPEN LINE 3" LINE WRK-LINE COLUMN 05
            END-IF.

      *      EACH LINE OPENS THE MODULE THAT ANSWERS FOR IT; THE
      *      NIGHT CHAIN, DROP-BOX AND INTEGRITY LINES SHOW THE FILE
      *      THE LAST RUN LEFT BEHIND, SINCE RUNNING THOSE AGAIN IS
      *      NOT A LOOK.
       0390-DRILL-DOWN         SECTION.
            MOVE SPACES TO WRK-MODULE-TITLE.
            EVALUATE WRK-OPTION
              WHEN "1"
                MOVE "C:\Cobol\Project\Data\JOBLOG.TXT"
                   TO WRK-VIEW-PATH
                MOVE WRK-YESTERDAY TO WRK-VIEW-FROM
                PERFORM 0500-VIEW-TEXT
              WHEN "2"
                MOVE "MODULE - CASH DRAWER " TO WRK-MODULE-TITLE
                CALL "CASHRPT" USING WRK-TITLE
              WHEN "3"
                MOVE "MODULE - DRAWER SHIFTS " TO WRK-MODULE-TITLE
                CALL "SHIFT" USING WRK-TITLE
              WHEN "4"
                MOVE "MODULE - ACK MATCH " TO WRK-MODULE-TITLE
                CALL "ACKMATCH" USING WRK-TITLE
              WHEN "5"
                MOVE "MODULE - OVERDUE " TO WRK-MODULE-TITLE
                CALL "OVERDUE" USING WRK-TITLE
              WHEN "6"
                MOVE "MODULE - HOLD NOTICES " TO WRK-MODULE-TITLE
                CALL "HOLDNOTICE" USING WRK-TITLE
              WHEN "7"
                MOVE "C:\Cobol\Project\Data\DROPBOXEXC.TXT"
                   TO WRK-VIEW-PATH
                MOVE ZEROS TO WRK-VIEW-FROM
                PERFORM 0500-VIEW-TEXT
              WHEN "8"
                MOVE "C:\Cobol\Project\Data\INTEGRITY.TXT"
                   TO WRK-VIEW-PATH
                MOVE ZEROS TO WRK-VIEW-FROM
                PERFORM 0500-VIEW-TEXT
              WHEN "9"
                MOVE "MODULE - MONTH-END " TO WRK-MODULE-TITLE
                CALL "MONTHEND" USING WRK-TITLE
              WHEN SPACE
                CONTINUE
              WHEN OTHER
                MOVE WRK-MSG-OPTION TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-EVALUATE.

       0400-FINALIZE           SECTION.
            GOBACK.

      *      A FROM-DATE KEEPS ONLY THE ROWS STAMPED ON OR AFTER IT IN
      *      THEIR FIRST EIGHT COLUMNS - THE JOB LOG NEVER SHRINKS.
       0500-VIEW-TEXT          SECTION.
            OPEN INPUT VIEW-TEXT.
            IF VIEW-TEXT-STATUS NOT = ZEROS
                MOVE WRK-MSG-NOREPORT TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                MOVE "N" TO WRK-VIEW-END
                PERFORM 0510-VIEW-HEADER
                PERFORM UNTIL WRK-VIEW-END = "Y"
                   READ VIEW-TEXT
                      AT END
                          MOVE "Y" TO WRK-VIEW-END
                      NOT AT END
                          IF WRK-VIEW-FROM = ZEROS
                                OR VIEW-TEXT-DATA(001:08)
                                   NOT < WRK-VIEW-FROM
                              PERFORM 0520-VIEW-ROW
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE VIEW-TEXT
                MOVE WRK-MSG-ENDREPORT TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-IF.

       0510-VIEW-HEADER        SECTION.
            DISPLAY CLEANER-SCREEN.
            DISPLAY WRK-VIEW-PATH    LINE 03 COLUMN 02.
            MOVE 03 TO WRK-LINE.
            MOVE ZEROS TO WRK-COUNTLINE.

       0520-VIEW-ROW           SECTION.
            IF VIEW-TEXT-DATA(1:1) = WRK-FORM-FEED
                MOVE SPACE TO VIEW-TEXT-DATA(1:1)
            END-IF.
            IF WRK-COUNTLINE = WRK-VIEW-ROWS
                PERFORM 0530-VIEW-PAUSE
            END-IF.
            IF WRK-VIEW-END = "N"
                ADD 1 TO WRK-LINE
                ADD 1 TO WRK-COUNTLINE
                MOVE VIEW-TEXT-DATA(1:78) TO WRK-VIEW-LINE
                DISPLAY WRK-VIEW-LINE LINE WRK-LINE COLUMN 02
            END-IF.

       0530-VIEW-PAUSE         SECTION.
            MOVE SPACE TO WRK-KEY.
            DISPLAY "ENTER=NEXT X=STOP:" LINE 21 COLUMN 02.
            ACCEPT WRK-KEY LINE 21 COLUMN 21.
            IF WRK-KEY = "X" OR "x"
                MOVE "Y" TO WRK-VIEW-END
            ELSE
                PERFORM 0510-VIEW-HEADER
            END-IF.
            MOVE SPACE TO WRK-KEY.

       9000-MANAGE-ERROR       SECTION.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
