       IDENTIFICATION          DIVISION.
       PROGRAM-ID. TIMESHEET.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: WEEKLY TIMESHEETS AND PAYROLL EXPORT. FOR THE SEVEN
      *          DAYS ENDING ON THE REQUESTED DATE THE TIME CLOCK
      *          PUNCHES ARE PAIRED - CLOCK IN TO CLOCK OUT, LESS
      *          BREAKS - AND EACH OPERATOR'S HOURS ARE SPLIT INTO
      *          REGULAR (UP TO THE STANDARD WEEK) AND OVERTIME. A
      *          SHIFT BELONGS TO THE DAY IT WAS CLOCKED IN, SO ONE
      *          THAT RUNS PAST MIDNIGHT IS STILL PAIRED.
      *
      *          EVERY DRAWER OPENED ON SHIFTS.DAT THAT WEEK IS CHECKED
      *          AGAINST THE CLOCK: A DRAWER OPENED BY SOMEBODY WHO WAS
      *          NOT CLOCKED IN AT THAT MOMENT IS LISTED AND FLAGGED.
      *          UNPAIRED PUNCHES (NO CLOCK-OUT, A BREAK WITH NO END,
      *          ...) ARE LISTED TOO - A SUPERVISOR PUTS THEM RIGHT ON
      *          TIMECORR.
      *
      *          ON REQUEST THE WEEK IS CLOSED ON TIMEPER.DAT, WHICH
      *          LOCKS ITS DAYS AGAINST CORRECTION. IT ONLY CLOSES WITH
      *          NO UNPAIRED PUNCHES AND WHEN THE EXPORT, READ BACK,
      *          AGREES WITH ITS OWN TRAILER AND WITH THE TIMESHEET.
      *
      *          PAYROLL.TXT ROW LAYOUT (FIXED COLUMNS, HOURS WITH TWO
      *          IMPLIED DECIMALS):
      *            "H" HEADER:  01 "H", 03-10 WEEK START, 12-19 WEEK
      *                         END, 21-28 RUN DATE
      *            "D" DETAIL:  01 "D"
      *                         03-10  OPERATOR (USER ID)
      *                         12-41  NAME
      *                         43-47  REGULAR HOURS
      *                         49-53  OVERTIME HOURS
      *            "T" TRAILER: 01 "T", 03-05 DETAIL ROW COUNT,
      *                         07-13 TOTAL REGULAR, 15-21 TOTAL
      *                         OVERTIME
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      TIMECLOCK.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      TIMECLOCKDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT TIMECLOCK ASSIGN TO WRK-TIMECLOCK-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS TIMECLOCK-STATUS
            RECORD KEY IS TC-KEY.

      *      SHIFTS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      SHIFTSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT SHIFTS ASSIGN TO WRK-SHIFTS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS SHIFTS-STATUS
            RECORD KEY IS SHIFT-ID.

      *      USERS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      USERSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT USERS ASSIGN TO WRK-USERS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS USERS-STATUS
            RECORD KEY IS USER-ID.

      *      TIMEPER.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      TIMEPERDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT TIMEPER ASSIGN TO WRK-TIMEPER-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS TIMEPER-STATUS
            RECORD KEY IS TP-WEEK-END.

      *      SELECT TS-REPORT ASSIGN TO "./Data/TIMESHEET.TXT"
            SELECT TS-REPORT ASSIGN TO
              "C:\Cobol\Project\Data\TIMESHEET.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TS-REPORT-STATUS.

      *      SELECT PAY-EXPORT ASSIGN TO "./Data/PAYROLL.TXT"
            SELECT PAY-EXPORT ASSIGN TO
              "C:\Cobol\Project\Data\PAYROLL.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAY-EXPORT-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- TIME CLOCK PUNCH FILE
       FD TIMECLOCK.
       01 TIMECLOCK-REG.
            05 TC-KEY.
                10 TC-USER            PIC X(008).
                10 TC-DATE            PIC 9(008).
                10 TC-TIME            PIC 9(006).
                10 TC-TIME-R REDEFINES TC-TIME.
                    15 TC-HH          PIC 9(002).
                    15 TC-MM          PIC 9(002).
                    15 TC-SS          PIC 9(002).
            05 TC-TYPE                PIC X(001).
                88 TC-CLOCK-IN               VALUE "I".
                88 TC-CLOCK-OUT              VALUE "O".
                88 TC-BREAK-START            VALUE "B".
                88 TC-BREAK-END              VALUE "E".
            05 TC-STATUS-FLAG         PIC X(001).
                88 TC-ACTIVE                 VALUE "A".
                88 TC-VOIDED                 VALUE "X".
            05 TC-SOURCE              PIC X(001).
                88 TC-FROM-CLOCK             VALUE "C".
                88 TC-FROM-SUPERVISOR        VALUE "S".
            05 TC-ENTERED-BY          PIC X(008).

      *---------------------------- DRAWER SHIFT SESSION FILE
       FD SHIFTS.
       01 SHIFTS-REG.
            05 SHIFT-ID               PIC 9(005).
            05 SHIFT-OPERATOR         PIC X(008).
            05 SHIFT-OPEN-DATE        PIC 9(008).
            05 SHIFT-OPEN-TIME        PIC 9(006).
            05 SHIFT-OPEN-TIME-R REDEFINES SHIFT-OPEN-TIME.
                10 SHIFT-OPEN-HH      PIC 9(002).
                10 SHIFT-OPEN-MM      PIC 9(002).
                10 SHIFT-OPEN-SS      PIC 9(002).
            05 SHIFT-FLOAT            PIC 9(005)V99.
            05 SHIFT-CLOSE-DATE       PIC 9(008).
            05 SHIFT-CLOSE-TIME       PIC 9(006).
            05 SHIFT-COUNTED          PIC 9(005)V99.
            05 SHIFT-CASH-TAKEN       PIC 9(007)V99.
            05 SHIFT-OVER-SHORT       PIC S9(005)V99.
            05 SHIFT-STATUS-FLAG      PIC X(001).
                88 SHIFT-SESSION-OPEN        VALUE "O".
                88 SHIFT-SESSION-CLOSED      VALUE "C".

      *---------------------------- OPERATOR FILE
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

      *---------------------------- PAY WEEK CONTROL FILE
      *      ONE RECORD PER CLOSED PAY WEEK, KEYED ON ITS LAST DAY.
      *      TIMECORR REFUSES TO TOUCH A DAY INSIDE A CLOSED WEEK.
       FD TIMEPER.
       01 TIMEPER-REG.
            05 TP-WEEK-END            PIC 9(008).
            05 TP-WEEK-START          PIC 9(008).
            05 TP-OPERATORS           PIC 9(003).
            05 TP-REGULAR             PIC 9(005)V99.
            05 TP-OVERTIME            PIC 9(005)V99.
            05 TP-CLOSED-BY           PIC X(008).
            05 TP-CLOSE-DATE          PIC 9(008).
            05 TP-STATUS-FLAG         PIC X(001).
                88 TP-CLOSED                 VALUE "C".

      *---------------------------- REPORT OUTPUT
       FD TS-REPORT.
       01 TS-REPORT-REG.
            05 TS-REPORT-DATA        PIC X(080).

      *---------------------------- PAYROLL EXPORT
       FD PAY-EXPORT.
       01 PAY-EXPORT-REG.
            05 PAY-EXPORT-DATA       PIC X(060).
       01 PAY-EXPORT-DETAIL.
            05 PXD-ROW-TYPE          PIC X(001).
            05 FILLER                PIC X(001).
            05 PXD-USER              PIC X(008).
            05 FILLER                PIC X(001).
            05 PXD-NAME              PIC X(030).
            05 FILLER                PIC X(001).
            05 PXD-REGULAR           PIC 9(003)V99.
            05 FILLER                PIC X(001).
            05 PXD-OVERTIME          PIC 9(003)V99.
            05 FILLER                PIC X(007).
       01 PAY-EXPORT-TRAILER.
            05 PXT-ROW-TYPE          PIC X(001).
            05 FILLER                PIC X(001).
            05 PXT-COUNT             PIC 9(003).
            05 FILLER                PIC X(001).
            05 PXT-REGULAR           PIC 9(005)V99.
            05 FILLER                PIC X(001).
            05 PXT-OVERTIME          PIC 9(005)V99.
            05 FILLER                PIC X(039).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                    PIC X(001).
       77 WRK-CLOSE-ASK              PIC X(001) VALUE "N".

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                   PIC 9(002) VALUE 01.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG              PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "TIMESHEET".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "TIMESHEET".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\TIMESHEET.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-NOTHING       PIC X(040) VALUE
               "NO PUNCHES OR DRAWERS IN THAT WEEK".
            05 WRK-MSG-OPERATORS     PIC X(040) VALUE
               "OPERATORS LISTED".
            05 WRK-MSG-REGULAR       PIC X(040) VALUE
               "REGULAR HOURS".
            05 WRK-MSG-OVERTIME      PIC X(040) VALUE
               "OVERTIME HOURS".
            05 WRK-MSG-EXCEPTIONS    PIC X(040) VALUE
               "EXCEPTIONS LISTED".
            05 WRK-MSG-PRESSKEY      PIC X(040) VALUE
               "PRESS ANY KEY".
            05 WRK-MSG-WEEKCLOSED    PIC X(040) VALUE
               "PAY WEEK CLOSED".
            05 WRK-MSG-ALREADY       PIC X(040) VALUE
               "PAY WEEK ALREADY CLOSED".
            05 WRK-MSG-OVERLAP       PIC X(040) VALUE
               "WEEK OVERLAPS A CLOSED PAY WEEK".
            05 WRK-MSG-MISSING       PIC X(040) VALUE
               "UNPAIRED PUNCHES - WEEK NOT CLOSED".
            05 WRK-MSG-DISAGREE      PIC X(040) VALUE
               "EXPORT TOTALS DISAGREE - WEEK NOT CLOSED".
            05 WRK-MSG-CORRUPTED     PIC X(040) VALUE
               "CORRUPTED FILE".

      *---------------------------- FILE
       77 TIMECLOCK-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-TIMECLOCK-PATH         PIC X(060) VALUE SPACES.
       77 SHIFTS-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-SHIFTS-PATH            PIC X(060) VALUE SPACES.
       77 USERS-STATUS               PIC 9(002) VALUE ZEROS.
       77 WRK-USERS-PATH             PIC X(060) VALUE SPACES.
       77 TIMEPER-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-TIMEPER-PATH           PIC X(060) VALUE SPACES.
       77 WRK-TIMEPER-OPEN           PIC X(001) VALUE "N".
       77 TS-REPORT-STATUS           PIC 9(002) VALUE ZEROS.
       77 PAY-EXPORT-STATUS          PIC 9(002) VALUE ZEROS.

      *---------------------------- RUN CONTROLS
       77 WRK-OPERATOR               PIC X(008) VALUE SPACES.
       77 WRK-RUN-DATE               PIC 9(008) VALUE ZEROS.
       77 WRK-WEEK-END               PIC 9(008) VALUE ZEROS.
       77 WRK-WEEK-START             PIC 9(008) VALUE ZEROS.
       77 WRK-SCAN-FROM              PIC 9(008) VALUE ZEROS.
       77 WRK-SCAN-TO                PIC 9(008) VALUE ZEROS.
       77 WRK-PERIOD-STATE           PIC X(030) VALUE SPACES.

      *---------------------------- STANDARD WEEK BEFORE OVERTIME
       77 WRK-STD-HOURS              PIC 9(003)V99 VALUE 40,00.

      *---------------------------- PUNCH PAIRING
      *      STAMPS ARE MINUTES SINCE THE START OF THE CALENDAR, SO
      *      A SHIFT ACROSS MIDNIGHT IS A PLAIN SUBTRACTION.
      *      STATE: N = NOT CLOCKED IN, I = CLOCKED IN, B = ON BREAK.
       77 WRK-CUR-USER               PIC X(008) VALUE SPACES.
       77 WRK-STATE                  PIC X(001) VALUE "N".
       77 WRK-STAMP                  PIC 9(010) VALUE ZEROS.
       77 WRK-IN-STAMP               PIC 9(010) VALUE ZEROS.
       77 WRK-IN-DATE                PIC 9(008) VALUE ZEROS.
       77 WRK-IN-TIME                PIC 9(006) VALUE ZEROS.
       77 WRK-BREAK-STAMP            PIC 9(010) VALUE ZEROS.
       77 WRK-BREAK-MINUTES          PIC 9(006) VALUE ZEROS.
       77 WRK-WORKED                 PIC S9(008) VALUE ZEROS.
       77 WRK-OPEN-INTERVAL          PIC 9(004) VALUE ZEROS.

      *---------------------------- PER-OPERATOR TOTALS
       77 WRK-OPER-QTY               PIC 9(002) VALUE ZEROS.
       77 WRK-OPER-MAX               PIC 9(002) VALUE 50.
       77 WRK-OPER-IDX               PIC 9(002) VALUE ZEROS.
       77 WRK-OPER-FIND              PIC X(008) VALUE SPACES.
       01 WRK-OPER-TABLE.
            05 WRK-OPER-ENTRY OCCURS 50 TIMES.
                10 WRK-OPER-ID        PIC X(008).
                10 WRK-OPER-NAME      PIC X(030).
                10 WRK-OPER-MINUTES   PIC 9(006).
                10 WRK-OPER-HOURS     PIC 9(003)V99.
                10 WRK-OPER-REGULAR   PIC 9(003)V99.
                10 WRK-OPER-OVERTIME  PIC 9(003)V99.
                10 WRK-OPER-MISSING   PIC 9(003).
                10 WRK-OPER-DRAWERS   PIC 9(003).
                10 WRK-OPER-NOCLOCK   PIC 9(003).

      *---------------------------- CLOCKED-IN INTERVALS
      *      EVERY CLOCK-IN IN THE SCAN WINDOW, TO HOLD THE DRAWER
      *      OPENINGS AGAINST. AN OUT STAMP OF ZERO IS STILL OPEN.
       77 WRK-INT-QTY                PIC 9(004) VALUE ZEROS.
       77 WRK-INT-MAX                PIC 9(004) VALUE 1000.
       77 WRK-INT-IDX                PIC 9(004) VALUE ZEROS.
       77 WRK-INT-FOUND              PIC X(001) VALUE "N".
       01 WRK-INT-TABLE.
            05 WRK-INT-ENTRY OCCURS 1000 TIMES.
                10 WRK-INT-OPER       PIC 9(002).
                10 WRK-INT-IN         PIC 9(010).
                10 WRK-INT-OUT        PIC 9(010).

      *---------------------------- EXCEPTIONS FOR THE REPORT
       77 WRK-EXC-QTY                PIC 9(003) VALUE ZEROS.
       77 WRK-EXC-MAX                PIC 9(003) VALUE 200.
       77 WRK-EXC-IDX                PIC 9(003) VALUE ZEROS.
       77 WRK-EXC-TEXT               PIC X(040) VALUE SPACES.
       77 WRK-EXC-DATE               PIC 9(008) VALUE ZEROS.
       77 WRK-EXC-TIME               PIC 9(006) VALUE ZEROS.
       01 WRK-EXC-TABLE.
            05 WRK-EXC-ENTRY OCCURS 200 TIMES.
                10 WRK-EXC-USER       PIC X(008).
                10 WRK-EXC-ON-DATE    PIC 9(008).
                10 WRK-EXC-AT-TIME    PIC 9(006).
                10 WRK-EXC-WHAT       PIC X(040).

      *---------------------------- WEEK TOTALS
       77 WRK-TOT-REGULAR            PIC 9(005)V99 VALUE ZEROS.
       77 WRK-TOT-OVERTIME           PIC 9(005)V99 VALUE ZEROS.
       77 WRK-TOT-MISSING            PIC 9(004) VALUE ZEROS.
       77 WRK-EXPORT-QTY             PIC 9(003) VALUE ZEROS.

      *---------------------------- EXPORT READ-BACK
       77 WRK-CHK-QTY                PIC 9(003) VALUE ZEROS.
       77 WRK-CHK-REGULAR            PIC 9(005)V99 VALUE ZEROS.
       77 WRK-CHK-OVERTIME           PIC 9(005)V99 VALUE ZEROS.
       77 WRK-CHK-TRAILER            PIC X(001) VALUE "N".
       77 WRK-EXPORT-OK              PIC X(001) VALUE "N".

      *---------------------------- REPORT EDIT FIELDS
       77 WRK-EDIT-HOURS             PIC ZZ9,99.
       77 WRK-EDIT-TOTAL             PIC ZZZZ9,99.
       77 WRK-EDIT-COUNT             PIC ZZ9.

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

      *---------------------------- WEEK SCREEN
       01 WEEK-END-SCREEN.
            05 WEEK-END-ENTRY FOREGROUND-COLOR 2.
                10 LINE 08 COLUMN 10
                   VALUE "WEEK ENDING (YYYYMMDD, 0 = TODAY): ".
                10 COLUMN PLUS 2     PIC 9(008)
                   USING WRK-WEEK-END
                   BLANK WHEN ZEROS.
                10 LINE 09 COLUMN 10
                   VALUE "CLOSE THE PAY WEEK (Y/N)..........: ".
                10 COLUMN PLUS 2     PIC X(001)
                   USING WRK-CLOSE-ASK.

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
            MOVE SPACES TO WRK-TIMECLOCK-PATH.
            ACCEPT WRK-TIMECLOCK-PATH FROM ENVIRONMENT "TIMECLOCKDAT".
            IF WRK-TIMECLOCK-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\TIMECLOCK.DAT"
                   TO WRK-TIMECLOCK-PATH
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

            MOVE SPACES TO WRK-TIMEPER-PATH.
            ACCEPT WRK-TIMEPER-PATH FROM ENVIRONMENT "TIMEPERDAT".
            IF WRK-TIMEPER-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\TIMEPER.DAT"
                   TO WRK-TIMEPER-PATH
            END-IF.

       0197-SET-OPERATOR       SECTION.
            MOVE SPACES TO WRK-OPERATOR.
            ACCEPT WRK-OPERATOR FROM ENVIRONMENT "OPERATORID".
            IF WRK-OPERATOR = SPACES
                MOVE "COUNTER" TO WRK-OPERATOR
            END-IF.

       0200-INITIALIZE         SECTION.
            PERFORM 0195-SET-FILE-PATHS.
            PERFORM 0197-SET-OPERATOR.
            ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
            OPEN OUTPUT TS-REPORT.

      *      THE FIRST CLOSE CREATES THE PAY WEEK FILE.
            OPEN I-O TIMEPER.
            IF TIMEPER-STATUS = 35
                OPEN OUTPUT TIMEPER
                CLOSE TIMEPER
                OPEN I-O TIMEPER
            END-IF.
            IF TIMEPER-STATUS = ZEROS
                MOVE "Y" TO WRK-TIMEPER-OPEN
            END-IF.

       0300-PROCESS            SECTION.
            MOVE ZEROS TO WRK-OPER-QTY WRK-INT-QTY WRK-EXC-QTY
               WRK-WEEK-END WRK-TOT-REGULAR WRK-TOT-OVERTIME
               WRK-TOT-MISSING WRK-EXPORT-QTY.
            MOVE "N" TO WRK-CLOSE-ASK.
            DISPLAY CLEANER-SCREEN.
            DISPLAY WEEK-END-SCREEN.
            ACCEPT WEEK-END-ENTRY.
            IF WRK-WEEK-END = ZEROS
                MOVE WRK-RUN-DATE TO WRK-WEEK-END
            END-IF.
            COMPUTE WRK-WEEK-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-WEEK-END) - 6).
            COMPUTE WRK-SCAN-FROM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-WEEK-START) - 1).
            COMPUTE WRK-SCAN-TO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-WEEK-END) + 1).

            PERFORM 0310-SCAN-PUNCHES.
            PERFORM 0330-SCAN-DRAWERS.

            IF WRK-OPER-QTY = ZEROS
                MOVE WRK-MSG-NOTHING TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                PERFORM 0340-WORK-OUT-HOURS
                PERFORM 0350-WRITE-EXPORT
                PERFORM 0355-CHECK-EXPORT
                PERFORM 0360-CLOSE-WEEK
                PERFORM 0370-REPORT-TIMESHEETS
                PERFORM 0375-REPORT-EXCEPTIONS
                PERFORM 0390-REPORT-STATISTICS
            END-IF.

      *      THE FILE IS IN OPERATOR, DATE, TIME ORDER, SO EACH
      *      OPERATOR'S PUNCHES ARE PAIRED IN ONE PASS. THE DAY
      *      BEFORE THE WEEK IS READ TO KNOW WHO WAS ALREADY IN, AND
      *      THE DAY AFTER TO CATCH THE LAST NIGHT'S CLOCK-OUT.
       0310-SCAN-PUNCHES       SECTION.
            MOVE SPACES TO WRK-CUR-USER.
            MOVE "N" TO WRK-STATE.
            OPEN INPUT TIMECLOCK.
            IF TIMECLOCK-STATUS = ZEROS
                PERFORM UNTIL TIMECLOCK-STATUS = 10
                   READ TIMECLOCK NEXT
                      AT END
                          MOVE 10 TO TIMECLOCK-STATUS
                      NOT AT END
                          IF TC-ACTIVE
                                AND TC-DATE >= WRK-SCAN-FROM
                                AND TC-DATE <= WRK-SCAN-TO
                              IF TC-USER NOT = WRK-CUR-USER
                                  PERFORM 0325-END-OF-OPERATOR
                                  MOVE TC-USER TO WRK-CUR-USER
                                  MOVE "N" TO WRK-STATE
                                  MOVE ZEROS TO WRK-OPEN-INTERVAL
                              END-IF
                              PERFORM 0315-PAIR-PUNCH
                          END-IF
                   END-READ
                END-PERFORM
                PERFORM 0325-END-OF-OPERATOR
                CLOSE TIMECLOCK
            END-IF.

       0315-PAIR-PUNCH         SECTION.
            COMPUTE WRK-STAMP =
               FUNCTION INTEGER-OF-DATE(TC-DATE) * 1440
               + TC-HH * 60 + TC-MM.
            MOVE TC-DATE TO WRK-EXC-DATE.
            MOVE TC-TIME TO WRK-EXC-TIME.

            EVALUATE TRUE
              WHEN TC-CLOCK-IN
                IF WRK-STATE NOT = "N"
                    IF WRK-OPEN-INTERVAL > ZEROS
                        MOVE WRK-STAMP
                           TO WRK-INT-OUT(WRK-OPEN-INTERVAL)
                    END-IF
                    PERFORM 0325-END-OF-OPERATOR
                    MOVE TC-DATE TO WRK-EXC-DATE
                    MOVE TC-TIME TO WRK-EXC-TIME
                END-IF
                MOVE "I"          TO WRK-STATE
                MOVE WRK-STAMP    TO WRK-IN-STAMP
                MOVE TC-DATE      TO WRK-IN-DATE
                MOVE TC-TIME      TO WRK-IN-TIME
                MOVE ZEROS        TO WRK-BREAK-MINUTES
                PERFORM 0320-OPEN-INTERVAL
              WHEN TC-BREAK-START
                IF WRK-STATE = "I"
                    MOVE "B"       TO WRK-STATE
                    MOVE WRK-STAMP TO WRK-BREAK-STAMP
                ELSE
                    MOVE "BREAK STARTED WHILE NOT CLOCKED IN"
                       TO WRK-EXC-TEXT
                    PERFORM 0380-ADD-EXCEPTION
                END-IF
              WHEN TC-BREAK-END
                IF WRK-STATE = "B"
                    COMPUTE WRK-BREAK-MINUTES = WRK-BREAK-MINUTES
                       + WRK-STAMP - WRK-BREAK-STAMP
                    MOVE "I" TO WRK-STATE
                ELSE
                    MOVE "BREAK ENDED WITHOUT A BREAK START"
                       TO WRK-EXC-TEXT
                    PERFORM 0380-ADD-EXCEPTION
                END-IF
              WHEN TC-CLOCK-OUT
                EVALUATE WRK-STATE
                  WHEN "B"
                    MOVE "CLOCKED OUT DURING A BREAK"
                       TO WRK-EXC-TEXT
                    PERFORM 0380-ADD-EXCEPTION
                    COMPUTE WRK-BREAK-MINUTES = WRK-BREAK-MINUTES
                       + WRK-STAMP - WRK-BREAK-STAMP
                    PERFORM 0322-CLOSE-SHIFT
                  WHEN "I"
                    PERFORM 0322-CLOSE-SHIFT
                  WHEN OTHER
                    MOVE "CLOCK-OUT WITHOUT A CLOCK-IN"
                       TO WRK-EXC-TEXT
                    PERFORM 0380-ADD-EXCEPTION
                END-EVALUATE
            END-EVALUATE.

       0320-OPEN-INTERVAL      SECTION.
            MOVE TC-USER TO WRK-OPER-FIND.
            PERFORM 0385-FIND-OPERATOR.
            MOVE ZEROS TO WRK-OPEN-INTERVAL.
            IF WRK-OPER-IDX NOT > WRK-OPER-QTY
                  AND WRK-INT-QTY < WRK-INT-MAX
                ADD 1 TO WRK-INT-QTY
                MOVE WRK-INT-QTY  TO WRK-OPEN-INTERVAL
                MOVE WRK-OPER-IDX TO WRK-INT-OPER(WRK-INT-QTY)
                MOVE WRK-STAMP    TO WRK-INT-IN(WRK-INT-QTY)
                MOVE ZEROS        TO WRK-INT-OUT(WRK-INT-QTY)
            END-IF.

      *      HOURS COUNT ONLY FOR A SHIFT CLOCKED IN INSIDE THE WEEK.
       0322-CLOSE-SHIFT        SECTION.
            COMPUTE WRK-WORKED = WRK-STAMP - WRK-IN-STAMP
               - WRK-BREAK-MINUTES.
            IF WRK-WORKED < ZEROS
                MOVE ZEROS TO WRK-WORKED
            END-IF.
            IF WRK-OPEN-INTERVAL > ZEROS
                MOVE WRK-STAMP TO WRK-INT-OUT(WRK-OPEN-INTERVAL)
            END-IF.
            IF WRK-IN-DATE >= WRK-WEEK-START
                  AND WRK-IN-DATE <= WRK-WEEK-END
                MOVE TC-USER TO WRK-OPER-FIND
                PERFORM 0385-FIND-OPERATOR
                IF WRK-OPER-IDX NOT > WRK-OPER-QTY
                    ADD WRK-WORKED TO WRK-OPER-MINUTES(WRK-OPER-IDX)
                END-IF
            END-IF.
            MOVE "N" TO WRK-STATE.

      *      A SHIFT STILL OPEN WHEN THE OPERATOR'S PUNCHES RUN OUT
      *      (OR WHEN A NEW CLOCK-IN ARRIVES) NEVER CLOCKED OUT.
       0325-END-OF-OPERATOR    SECTION.
            IF WRK-STATE NOT = "N"
                  AND WRK-IN-DATE >= WRK-WEEK-START
                  AND WRK-IN-DATE <= WRK-WEEK-END
                MOVE WRK-IN-DATE TO WRK-EXC-DATE
                MOVE WRK-IN-TIME TO WRK-EXC-TIME
                MOVE "CLOCKED IN WITH NO CLOCK-OUT" TO WRK-EXC-TEXT
                PERFORM 0380-ADD-EXCEPTION
            END-IF.
            MOVE "N" TO WRK-STATE.

      *      A DRAWER OPENED IN THE WEEK MUST FALL INSIDE ONE OF THE
      *      OPERATOR'S CLOCKED-IN INTERVALS.
       0330-SCAN-DRAWERS       SECTION.
            OPEN INPUT SHIFTS.
            IF SHIFTS-STATUS = ZEROS
                PERFORM UNTIL SHIFTS-STATUS = 10
                   READ SHIFTS NEXT
                      AT END
                          MOVE 10 TO SHIFTS-STATUS
                      NOT AT END
                          IF SHIFT-OPEN-DATE >= WRK-WEEK-START
                                AND SHIFT-OPEN-DATE <= WRK-WEEK-END
                              PERFORM 0335-CHECK-DRAWER
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE SHIFTS
            END-IF.

       0335-CHECK-DRAWER       SECTION.
            MOVE SHIFT-OPERATOR TO WRK-OPER-FIND.
            PERFORM 0385-FIND-OPERATOR.
            IF WRK-OPER-IDX NOT > WRK-OPER-QTY
                ADD 1 TO WRK-OPER-DRAWERS(WRK-OPER-IDX)
                COMPUTE WRK-STAMP =
                   FUNCTION INTEGER-OF-DATE(SHIFT-OPEN-DATE) * 1440
                   + SHIFT-OPEN-HH * 60 + SHIFT-OPEN-MM
                MOVE "N" TO WRK-INT-FOUND
                PERFORM VARYING WRK-INT-IDX FROM 1 BY 1
                      UNTIL WRK-INT-IDX > WRK-INT-QTY
                         OR WRK-INT-FOUND = "Y"
                   IF WRK-INT-OPER(WRK-INT-IDX) = WRK-OPER-IDX
                         AND WRK-INT-IN(WRK-INT-IDX) <= WRK-STAMP
                         AND (WRK-INT-OUT(WRK-INT-IDX) = ZEROS
                           OR WRK-INT-OUT(WRK-INT-IDX) >= WRK-STAMP)
                       MOVE "Y" TO WRK-INT-FOUND
                   END-IF
                END-PERFORM
                IF WRK-INT-FOUND = "N"
                    ADD 1 TO WRK-OPER-NOCLOCK(WRK-OPER-IDX)
                    MOVE SPACES TO WRK-EXC-TEXT
                    STRING "DRAWER " DELIMITED BY SIZE
                           SHIFT-ID  DELIMITED BY SIZE
                           " OPENED WITHOUT CLOCK-IN"
                              DELIMITED BY SIZE
                           INTO WRK-EXC-TEXT
                    END-STRING
                    MOVE SHIFT-OPERATOR  TO WRK-CUR-USER
                    MOVE SHIFT-OPEN-DATE TO WRK-EXC-DATE
                    MOVE SHIFT-OPEN-TIME TO WRK-EXC-TIME
                    PERFORM 0380-ADD-EXCEPTION
                END-IF
            END-IF.

      *      HOURS ARE ROUNDED TO THE HUNDREDTH ONCE, ON THE WEEK'S
      *      MINUTES, SO REGULAR PLUS OVERTIME ALWAYS MAKES THE TOTAL.
       0340-WORK-OUT-HOURS     SECTION.
            OPEN INPUT USERS.
            PERFORM VARYING WRK-OPER-IDX FROM 1 BY 1
                  UNTIL WRK-OPER-IDX > WRK-OPER-QTY
               MOVE SPACES TO WRK-OPER-NAME(WRK-OPER-IDX)
               IF USERS-STATUS = ZEROS
                   MOVE WRK-OPER-ID(WRK-OPER-IDX) TO USER-ID
                   READ USERS
                      INVALID KEY
                          MOVE "NOT ON USER FILE"
                             TO WRK-OPER-NAME(WRK-OPER-IDX)
                      NOT INVALID KEY
                          MOVE USER-NAME
                             TO WRK-OPER-NAME(WRK-OPER-IDX)
                   END-READ
               END-IF
               COMPUTE WRK-OPER-HOURS(WRK-OPER-IDX) ROUNDED =
                  WRK-OPER-MINUTES(WRK-OPER-IDX) / 60
               IF WRK-OPER-HOURS(WRK-OPER-IDX) > WRK-STD-HOURS
                   MOVE WRK-STD-HOURS
                      TO WRK-OPER-REGULAR(WRK-OPER-IDX)
                   COMPUTE WRK-OPER-OVERTIME(WRK-OPER-IDX) =
                      WRK-OPER-HOURS(WRK-OPER-IDX) - WRK-STD-HOURS
               ELSE
                   MOVE WRK-OPER-HOURS(WRK-OPER-IDX)
                      TO WRK-OPER-REGULAR(WRK-OPER-IDX)
                   MOVE ZEROS TO WRK-OPER-OVERTIME(WRK-OPER-IDX)
               END-IF
               ADD WRK-OPER-REGULAR(WRK-OPER-IDX) TO WRK-TOT-REGULAR
               ADD WRK-OPER-OVERTIME(WRK-OPER-IDX)
                  TO WRK-TOT-OVERTIME
               ADD WRK-OPER-MISSING(WRK-OPER-IDX) TO WRK-TOT-MISSING
            END-PERFORM.
            IF USERS-STATUS = ZEROS
                CLOSE USERS
            END-IF.

      *      ONLY OPERATORS WITH HOURS GO TO THE PAYROLL SERVICE.
       0350-WRITE-EXPORT       SECTION.
            OPEN OUTPUT PAY-EXPORT.
            MOVE SPACES TO PAY-EXPORT-REG.
            MOVE "H"            TO PAY-EXPORT-DATA(001:01).
            MOVE WRK-WEEK-START TO PAY-EXPORT-DATA(003:08).
            MOVE WRK-WEEK-END   TO PAY-EXPORT-DATA(012:08).
            MOVE WRK-RUN-DATE   TO PAY-EXPORT-DATA(021:08).
            WRITE PAY-EXPORT-REG.

            PERFORM VARYING WRK-OPER-IDX FROM 1 BY 1
                  UNTIL WRK-OPER-IDX > WRK-OPER-QTY
               IF WRK-OPER-HOURS(WRK-OPER-IDX) > ZEROS
                   MOVE SPACES TO PAY-EXPORT-DETAIL
                   MOVE "D"    TO PXD-ROW-TYPE
                   MOVE WRK-OPER-ID(WRK-OPER-IDX)   TO PXD-USER
                   MOVE WRK-OPER-NAME(WRK-OPER-IDX) TO PXD-NAME
                   MOVE WRK-OPER-REGULAR(WRK-OPER-IDX)
                      TO PXD-REGULAR
                   MOVE WRK-OPER-OVERTIME(WRK-OPER-IDX)
                      TO PXD-OVERTIME
                   WRITE PAY-EXPORT-DETAIL
                   ADD 1 TO WRK-EXPORT-QTY
               END-IF
            END-PERFORM.

            MOVE SPACES           TO PAY-EXPORT-TRAILER.
            MOVE "T"              TO PXT-ROW-TYPE.
            MOVE WRK-EXPORT-QTY   TO PXT-COUNT.
            MOVE WRK-TOT-REGULAR  TO PXT-REGULAR.
            MOVE WRK-TOT-OVERTIME TO PXT-OVERTIME.
            WRITE PAY-EXPORT-TRAILER.
            CLOSE PAY-EXPORT.

      *      READ THE EXPORT BACK AS THE PAYROLL SERVICE WILL: THE
      *      DETAIL ROWS MUST ADD UP TO THE TRAILER, AND THE TRAILER
      *      TO THE TIMESHEET TOTALS.
       0355-CHECK-EXPORT       SECTION.
            MOVE ZEROS TO WRK-CHK-QTY WRK-CHK-REGULAR WRK-CHK-OVERTIME.
            MOVE "N" TO WRK-CHK-TRAILER WRK-EXPORT-OK.
            OPEN INPUT PAY-EXPORT.
            IF PAY-EXPORT-STATUS = ZEROS
                PERFORM UNTIL PAY-EXPORT-STATUS = 10
                   READ PAY-EXPORT
                      AT END
                          MOVE 10 TO PAY-EXPORT-STATUS
                      NOT AT END
                          EVALUATE PXD-ROW-TYPE
                            WHEN "D"
                              ADD 1            TO WRK-CHK-QTY
                              ADD PXD-REGULAR  TO WRK-CHK-REGULAR
                              ADD PXD-OVERTIME TO WRK-CHK-OVERTIME
                            WHEN "T"
                              IF PXT-COUNT = WRK-CHK-QTY
                                    AND PXT-REGULAR = WRK-CHK-REGULAR
                                    AND PXT-OVERTIME
                                        = WRK-CHK-OVERTIME
                                    AND PXT-REGULAR = WRK-TOT-REGULAR
                                    AND PXT-OVERTIME
                                        = WRK-TOT-OVERTIME
                                  MOVE "Y" TO WRK-CHK-TRAILER
                              END-IF
                          END-EVALUATE
                   END-READ
                END-PERFORM
                CLOSE PAY-EXPORT
            END-IF.
            IF WRK-CHK-TRAILER = "Y"
                MOVE "Y" TO WRK-EXPORT-OK
            END-IF.

      *      A WEEK IS CLOSED ONCE; IT MAY NOT OVERLAP A WEEK ALREADY
      *      CLOSED. THE CHECKS ARE MADE EVEN WHEN NO CLOSE WAS ASKED
      *      FOR, SO THE REPORT CAN SAY WHERE THE WEEK STANDS.
       0360-CLOSE-WEEK         SECTION.
            MOVE "PAY WEEK OPEN" TO WRK-PERIOD-STATE.
            IF WRK-TIMEPER-OPEN NOT = "Y"
                MOVE WRK-MSG-CORRUPTED TO WRK-ERROR-MSG
            ELSE
                MOVE WRK-WEEK-START TO TP-WEEK-END
                START TIMEPER KEY IS NOT LESS THAN TP-WEEK-END
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ TIMEPER NEXT
                          AT END
                              CONTINUE
                          NOT AT END
                              IF TP-WEEK-END = WRK-WEEK-END
                                  MOVE WRK-MSG-ALREADY
                                     TO WRK-ERROR-MSG
                                  MOVE "PAY WEEK CLOSED"
                                     TO WRK-PERIOD-STATE
                              ELSE
                                  IF TP-WEEK-START NOT > WRK-WEEK-END
                                      MOVE WRK-MSG-OVERLAP
                                         TO WRK-ERROR-MSG
                                  END-IF
                              END-IF
                       END-READ
                END-START
            END-IF.

            IF WRK-ERROR-MSG = SPACES AND WRK-TOT-MISSING > ZEROS
                MOVE WRK-MSG-MISSING TO WRK-ERROR-MSG
            END-IF.
            IF WRK-ERROR-MSG = SPACES AND WRK-EXPORT-OK NOT = "Y"
                MOVE WRK-MSG-DISAGREE TO WRK-ERROR-MSG
            END-IF.

            IF WRK-CLOSE-ASK = "Y" OR WRK-CLOSE-ASK = "y"
                IF WRK-ERROR-MSG = SPACES
                    MOVE WRK-WEEK-END     TO TP-WEEK-END
                    MOVE WRK-WEEK-START   TO TP-WEEK-START
                    MOVE WRK-EXPORT-QTY   TO TP-OPERATORS
                    MOVE WRK-TOT-REGULAR  TO TP-REGULAR
                    MOVE WRK-TOT-OVERTIME TO TP-OVERTIME
                    MOVE WRK-OPERATOR     TO TP-CLOSED-BY
                    MOVE WRK-RUN-DATE     TO TP-CLOSE-DATE
                    MOVE "C"              TO TP-STATUS-FLAG
                    WRITE TIMEPER-REG
                       INVALID KEY
                           MOVE WRK-MSG-ALREADY TO WRK-ERROR-MSG
                       NOT INVALID KEY
                           MOVE WRK-MSG-WEEKCLOSED TO WRK-ERROR-MSG
                           MOVE "PAY WEEK CLOSED"
                              TO WRK-PERIOD-STATE
                    END-WRITE
                END-IF
                PERFORM 9000-MANAGE-ERROR
            ELSE
                MOVE SPACES TO WRK-ERROR-MSG
            END-IF.

       0370-REPORT-TIMESHEETS  SECTION.
            MOVE SPACES TO TS-REPORT-REG.
            STRING "WEEKLY TIMESHEETS - WEEK " DELIMITED BY SIZE
                   WRK-WEEK-START DELIMITED BY SIZE
                   " TO "         DELIMITED BY SIZE
                   WRK-WEEK-END   DELIMITED BY SIZE
                   " - "          DELIMITED BY SIZE
                   WRK-PERIOD-STATE DELIMITED BY "  "
                   INTO TS-REPORT-DATA
            END-STRING.
            WRITE TS-REPORT-REG.

            MOVE SPACES TO TS-REPORT-REG.
            MOVE "STANDARD WEEK BEFORE OVERTIME:"
               TO TS-REPORT-DATA(001:30).
            MOVE WRK-STD-HOURS TO WRK-EDIT-HOURS.
            MOVE WRK-EDIT-HOURS TO TS-REPORT-DATA(032:06).
            WRITE TS-REPORT-REG.

            MOVE SPACES TO TS-REPORT-REG.
            WRITE TS-REPORT-REG.

            MOVE SPACES TO TS-REPORT-REG.
            MOVE "OPERATOR NAME                  HOURS REGULAR"
               TO TS-REPORT-DATA(001:45).
            MOVE " OVERTIME DRW FLAGS"
               TO TS-REPORT-DATA(046:19).
            WRITE TS-REPORT-REG.

            MOVE SPACES TO TS-REPORT-REG.
            MOVE "----------------------------" TO TS-REPORT-DATA.
            WRITE TS-REPORT-REG.

            PERFORM VARYING WRK-OPER-IDX FROM 1 BY 1
                  UNTIL WRK-OPER-IDX > WRK-OPER-QTY
               MOVE SPACES TO TS-REPORT-REG
               MOVE WRK-OPER-ID(WRK-OPER-IDX)
                  TO TS-REPORT-DATA(001:08)
               MOVE WRK-OPER-NAME(WRK-OPER-IDX)(1:20)
                  TO TS-REPORT-DATA(010:20)
               MOVE WRK-OPER-HOURS(WRK-OPER-IDX) TO WRK-EDIT-HOURS
               MOVE WRK-EDIT-HOURS TO TS-REPORT-DATA(031:06)
               MOVE WRK-OPER-REGULAR(WRK-OPER-IDX) TO WRK-EDIT-HOURS
               MOVE WRK-EDIT-HOURS TO TS-REPORT-DATA(039:06)
               MOVE WRK-OPER-OVERTIME(WRK-OPER-IDX) TO WRK-EDIT-HOURS
               MOVE WRK-EDIT-HOURS TO TS-REPORT-DATA(049:06)
               MOVE WRK-OPER-DRAWERS(WRK-OPER-IDX) TO WRK-EDIT-COUNT
               MOVE WRK-EDIT-COUNT TO TS-REPORT-DATA(056:03)
               IF WRK-OPER-MISSING(WRK-OPER-IDX) > ZEROS
                   MOVE "*P" TO TS-REPORT-DATA(060:02)
               END-IF
               IF WRK-OPER-NOCLOCK(WRK-OPER-IDX) > ZEROS
                   MOVE "*D" TO TS-REPORT-DATA(063:02)
               END-IF
               WRITE TS-REPORT-REG
            END-PERFORM.

            MOVE SPACES TO TS-REPORT-REG.
            MOVE "----------------------------" TO TS-REPORT-DATA.
            WRITE TS-REPORT-REG.

            MOVE SPACES TO TS-REPORT-REG.
            MOVE "TOTAL"            TO TS-REPORT-DATA(001:05).
            MOVE WRK-TOT-REGULAR    TO WRK-EDIT-TOTAL.
            MOVE WRK-EDIT-TOTAL     TO TS-REPORT-DATA(037:08).
            MOVE WRK-TOT-OVERTIME   TO WRK-EDIT-TOTAL.
            MOVE WRK-EDIT-TOTAL     TO TS-REPORT-DATA(047:08).
            WRITE TS-REPORT-REG.

            MOVE SPACES TO TS-REPORT-REG.
            MOVE "EXPORTED TO PAYROLL:" TO TS-REPORT-DATA(001:20).
            MOVE WRK-EXPORT-QTY     TO WRK-EDIT-COUNT.
            MOVE WRK-EDIT-COUNT     TO TS-REPORT-DATA(022:03).
            IF WRK-EXPORT-OK = "Y"
                MOVE "OPERATORS - TOTALS AGREE"
                   TO TS-REPORT-DATA(026:24)
            ELSE
                MOVE "OPERATORS - TOTALS DO NOT AGREE"
                   TO TS-REPORT-DATA(026:31)
            END-IF.
            WRITE TS-REPORT-REG.

            MOVE SPACES TO TS-REPORT-REG.
            MOVE "FLAGS: *P UNPAIRED PUNCHES, *D DRAWER OPENED"
               TO TS-REPORT-DATA(001:45).
            MOVE " WITHOUT CLOCK-IN" TO TS-REPORT-DATA(046:17).
            WRITE TS-REPORT-REG.

       0375-REPORT-EXCEPTIONS  SECTION.
            IF WRK-EXC-QTY > ZEROS
                MOVE SPACES TO TS-REPORT-REG
                WRITE TS-REPORT-REG

                MOVE SPACES TO TS-REPORT-REG
                MOVE "OPERATOR DATE     TIME   EXCEPTION"
                   TO TS-REPORT-DATA(001:34)
                WRITE TS-REPORT-REG

                MOVE SPACES TO TS-REPORT-REG
                MOVE "----------------------------" TO TS-REPORT-DATA
                WRITE TS-REPORT-REG

                PERFORM VARYING WRK-EXC-IDX FROM 1 BY 1
                      UNTIL WRK-EXC-IDX > WRK-EXC-QTY
                   MOVE SPACES TO TS-REPORT-REG
                   MOVE WRK-EXC-USER(WRK-EXC-IDX)
                      TO TS-REPORT-DATA(001:08)
                   MOVE WRK-EXC-ON-DATE(WRK-EXC-IDX)
                      TO TS-REPORT-DATA(010:08)
                   MOVE WRK-EXC-AT-TIME(WRK-EXC-IDX)
                      TO TS-REPORT-DATA(019:06)
                   MOVE WRK-EXC-WHAT(WRK-EXC-IDX)
                      TO TS-REPORT-DATA(026:40)
                   WRITE TS-REPORT-REG
                END-PERFORM
            END-IF.

      *      PUNCH EXCEPTIONS COUNT AGAINST THE OPERATOR AS UNPAIRED
      *      PUNCHES; DRAWER EXCEPTIONS ARE COUNTED BY THE CALLER.
      *      THE DAYS EITHER SIDE OF THE WEEK ARE ONLY READ FOR
      *      CONTEXT - WHAT HAPPENS ON THEM IS NOT THIS WEEK'S.
       0380-ADD-EXCEPTION      SECTION.
            IF WRK-EXC-DATE >= WRK-WEEK-START
                  AND WRK-EXC-DATE <= WRK-WEEK-END
                MOVE WRK-CUR-USER TO WRK-OPER-FIND
                PERFORM 0385-FIND-OPERATOR
                IF WRK-OPER-IDX NOT > WRK-OPER-QTY
                      AND WRK-EXC-TEXT(1:6) NOT = "DRAWER"
                    ADD 1 TO WRK-OPER-MISSING(WRK-OPER-IDX)
                END-IF
                IF WRK-EXC-QTY < WRK-EXC-MAX
                    ADD 1 TO WRK-EXC-QTY
                    MOVE WRK-CUR-USER TO WRK-EXC-USER(WRK-EXC-QTY)
                    MOVE WRK-EXC-DATE TO WRK-EXC-ON-DATE(WRK-EXC-QTY)
                    MOVE WRK-EXC-TIME TO WRK-EXC-AT-TIME(WRK-EXC-QTY)
                    MOVE WRK-EXC-TEXT TO WRK-EXC-WHAT(WRK-EXC-QTY)
                END-IF
            END-IF.

      *      LEAVES WRK-OPER-IDX ON THE OPERATOR'S ROW, ADDING ONE
      *      WHEN NEW. A FULL TABLE LEAVES IT PAST WRK-OPER-QTY.
       0385-FIND-OPERATOR      SECTION.
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

       0390-REPORT-STATISTICS  SECTION.
            DISPLAY CLEANER-SCREEN.
            MOVE 10 TO WRK-LINE.
            DISPLAY WRK-MSG-OPERATORS  LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-OPER-QTY       LINE WRK-LINE COLUMN 32.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-REGULAR    LINE WRK-LINE COLUMN 10.
            MOVE WRK-TOT-REGULAR TO WRK-EDIT-TOTAL.
            DISPLAY WRK-EDIT-TOTAL     LINE WRK-LINE COLUMN 32.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-OVERTIME   LINE WRK-LINE COLUMN 10.
            MOVE WRK-TOT-OVERTIME TO WRK-EDIT-TOTAL.
            DISPLAY WRK-EDIT-TOTAL     LINE WRK-LINE COLUMN 32.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-EXCEPTIONS LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-EXC-QTY        LINE WRK-LINE COLUMN 32.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-PERIOD-STATE   LINE WRK-LINE COLUMN 10.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-PRESSKEY   LINE WRK-LINE COLUMN 10.
            ACCEPT WRK-KEY             LINE WRK-LINE COLUMN 25.
            MOVE SPACES TO WRK-KEY.

       0400-FINALIZE           SECTION.
            CLOSE TS-REPORT.
            MOVE SPACES TO WRK-RPTFILE-PARMS.
            STRING "WEEK ENDING " DELIMITED BY SIZE
                   WRK-WEEK-END DELIMITED BY SIZE
                   INTO WRK-RPTFILE-PARMS
            END-STRING.
            CALL "RPTFILE" USING WRK-RPTFILE-REC.
            IF WRK-TIMEPER-OPEN = "Y"
                CLOSE TIMEPER
            END-IF.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
