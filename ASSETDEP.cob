       IDENTIFICATION          DIVISION.
       PROGRAM-ID. ASSETDEP.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: MONTH-END RUN OF THE COPY ASSET REGISTER (ASSETS.DAT).
      *          POSTS THE MONTH'S DEPRECIATION ON EVERY COPY IN
      *          SERVICE (CATCHING UP ANY MONTH NOT YET POSTED), AND
      *          WRITES THE REGISTER REPORT ASSETRPT.TXT: COST,
      *          ACCUMULATED DEPRECIATION AND NET BOOK VALUE PER
      *          TITLE, PER GENRE AND PER STORE, THE COPIES WRITTEN
      *          OFF SINCE THE LAST RUN WITH THEIR RECOVERIES, AND THE
      *          MONTH AND YEAR-TO-DATE DEPRECIATION. THE TOTALS ARE
      *          FILED ON ASSETMON.DAT FOR MONTHEND TO CARRY INTO THE
      *          MONTHLY SUMMARY. A MONTH IS RUN ONCE, IN ORDER.
      *
      *          ASSETTAKEON=Y PUTS EVERY COPY NOT YET ON THE REGISTER
      *          ON IT FIRST, AT ITS REPLACEMENT COST AND THE TITLE'S
      *          CATALOG ENTRY DATE - A ONE-OFF AT GO-LIVE.
      *          RUNS PROMPT-FREE UNDER REPORTBATCH (MONTH FROM
      *          ASSETMONTH, DEFAULT THE MONTH BEFORE TODAY).
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      ASSETS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      ASSETSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT ASSETS ASSIGN TO WRK-ASSETS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS ASSETS-STATUS
            RECORD KEY IS AST-KEY.

      *      ASSETMON.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      ASSETMONDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT ASSETMON ASSIGN TO WRK-ASSETMON-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS ASSETMON-STATUS
            RECORD KEY IS MON-MONTH.

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

      *      SELECT ASSET-REPORT ASSIGN TO "./Data/ASSETRPT.TXT"
            SELECT ASSET-REPORT ASSIGN TO
              "C:\Cobol\Project\Data\ASSETRPT.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ASSET-REPORT-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
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
                88 AST-STRAIGHT-LINE         VALUE "S".
                88 AST-DECLINING             VALUE "D".
            05 AST-LIFE               PIC 9(003).
            05 AST-ACCUM-DEPR         PIC 9(005)V99.
            05 AST-MONTHS-DEPR        PIC 9(003).
            05 AST-LAST-MONTH         PIC 9(006).
            05 AST-STORE              PIC X(003).
            05 AST-STATUS-FLAG        PIC X(001).
                88 AST-IN-USE                VALUE "A".
                88 AST-WRITTEN-OFF           VALUE "W".
            05 AST-WO-DATE            PIC 9(008).
            05 AST-WO-NBV             PIC 9(005)V99.
            05 AST-WO-REASON          PIC X(008).
            05 AST-WO-MONTH           PIC 9(006).
            05 AST-RECOVERY           PIC 9(005)V99.
            05 AST-RECOVERY-NEW       PIC 9(005)V99.
            05 FILLER                 PIC X(010).

      *---------------------------- MONTHLY REGISTER TOTALS
       FD ASSETMON.
       01 ASSETMON-REG.
            05 MON-MONTH              PIC 9(006).
            05 MON-ASSET-QTY          PIC 9(007).
            05 MON-COST               PIC 9(009)V99.
            05 MON-ACCUM-DEPR         PIC 9(009)V99.
            05 MON-NBV                PIC 9(009)V99.
            05 MON-DEPRECIATION       PIC 9(009)V99.
            05 MON-WO-QTY             PIC 9(005).
            05 MON-WO-NBV             PIC 9(009)V99.
            05 MON-RECOVERY           PIC 9(009)V99.
            05 MON-RUN-DATE           PIC 9(008).
            05 FILLER                 PIC X(010).

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
                88 COPY-INACTIVE             VALUE "I".
                88 COPY-LOST                 VALUE "L".
                88 COPY-SOLD                 VALUE "S".
            05 COPY-REPL-COST         PIC 9(003)V99.
            05 COPY-RENT-COUNT        PIC 9(005).
            05 COPY-STORE             PIC X(003).

      *---------------------------- REGISTER REPORT OUTPUT
       FD ASSET-REPORT.
       01 ASSET-REPORT-REG.
            05 ASSET-REPORT-DATA      PIC X(100).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                     PIC X(001).

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                    PIC 9(002) VALUE 01.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG               PIC X(040) VALUE SPACES.
       77 WRK-REFUSE-MSG              PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM    PIC X(012) VALUE "ASSETDEP".
            05 WRK-ERRORLOG-MESSAGE    PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "ASSETRPT".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\ASSETRPT.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01 WRK-MSGS.
            05 WRK-MSG-CORRUPTED      PIC X(040) VALUE
               "CORRUPTED FILE".
            05 WRK-MSG-PATH           PIC X(040) VALUE
               "ERROR ON FILE PATH".
            05 WRK-MSG-UNKNOWN        PIC X(040) VALUE
               "UNKNOWN ERROR".
            05 WRK-MSG-BADMONTH       PIC X(040) VALUE
               "MONTH IS NOT VALID (YYYYMM)".
            05 WRK-MSG-ALREADYRUN     PIC X(040) VALUE
               "MONTH ALREADY RUN - NOTHING POSTED".
            05 WRK-MSG-LATERRUN       PIC X(040) VALUE
               "A LATER MONTH IS RUN - NOTHING POSTED".
            05 WRK-MSG-NOTFILED       PIC X(040) VALUE
               "ERROR WHILE FILING MONTH TOTALS".
            05 WRK-MSG-DONE           PIC X(040) VALUE
               "DEPRECIATION POSTED - SEE ASSETRPT.TXT".
            05 WRK-MSG-INSERVICE      PIC X(040) VALUE
               "COPIES IN SERVICE".
            05 WRK-MSG-NBV            PIC X(040) VALUE
               "NET BOOK VALUE".
            05 WRK-MSG-DEPR           PIC X(040) VALUE
               "DEPRECIATION THIS MONTH".
            05 WRK-MSG-WRITEOFFS      PIC X(040) VALUE
               "COPIES WRITTEN OFF".
            05 WRK-MSG-TAKENON        PIC X(040) VALUE
               "COPIES TAKEN ON".
            05 WRK-MSG-PRESSKEY       PIC X(040) VALUE
               "PRESS ANY KEY".

      *---------------------------- FILE
       77 ASSETS-STATUS               PIC 9(002) VALUE ZEROS.
       77 WRK-ASSETS-PATH             PIC X(060) VALUE SPACES.
       77 ASSETMON-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-ASSETMON-PATH           PIC X(060) VALUE SPACES.
       77 MOVIES-STATUS               PIC 9(002) VALUE ZEROS.
       77 WRK-MOVIES-PATH             PIC X(060) VALUE SPACES.
       77 COPIES-STATUS               PIC 9(002) VALUE ZEROS.
       77 WRK-COPIES-PATH             PIC X(060) VALUE SPACES.
       77 ASSET-REPORT-STATUS         PIC 9(002) VALUE ZEROS.

      *---------------------------- RUN MODE
       77 WRK-REPORT-BATCH            PIC X(001) VALUE "N".
       77 WRK-TAKE-ON                 PIC X(001) VALUE "N".

      *---------------------------- RUN MONTH
       77 WRK-RUN-MONTH               PIC 9(006) VALUE ZEROS.
       77 WRK-RUN-MONTH-X             PIC X(006) VALUE SPACES.
       77 WRK-RUN-IDX                 PIC 9(006) VALUE ZEROS.
       77 WRK-FROM-IDX                PIC 9(006) VALUE ZEROS.
       77 WRK-MONTHS-DUE              PIC S9(006) VALUE ZEROS.
       77 WRK-LAST-DATE               PIC 9(008) VALUE ZEROS.
       77 WRK-NEXT-MONTH-DATE         PIC 9(008) VALUE ZEROS.
       77 WRK-LATEST-MONTH            PIC 9(006) VALUE ZEROS.
       77 WRK-TODAY                   PIC 9(008) VALUE ZEROS.
       01 WRK-MONTH-PARTS.
            05 WRK-MP-YEAR            PIC 9(004).
            05 WRK-MP-MONTH           PIC 9(002).
       01 WRK-DATE-PARTS.
            05 WRK-DP-YEAR            PIC 9(004).
            05 WRK-DP-MONTH           PIC 9(002).
            05 WRK-DP-DAY             PIC 9(002).

      *---------------------------- ONE COPY'S DEPRECIATION
       77 WRK-NBV                     PIC 9(005)V99 VALUE ZEROS.
       77 WRK-CHARGE                  PIC 9(005)V99 VALUE ZEROS.
       77 WRK-CHANGED                 PIC X(001) VALUE "N".

      *---------------------------- TAKE-ON
       77 WRK-TAKEN-QTY               PIC 9(005) VALUE ZEROS.
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

      *---------------------------- TITLE BEING TOTALLED
       77 WRK-TTL-KEY                 PIC 9(005) VALUE ZEROS.
       77 WRK-TTL-QTY                 PIC 9(005) VALUE ZEROS.
       77 WRK-TTL-COST                PIC 9(007)V99 VALUE ZEROS.
       77 WRK-TTL-ACCUM               PIC 9(007)V99 VALUE ZEROS.
       77 WRK-TTL-GENRE               PIC X(030) VALUE SPACES.

      *---------------------------- TOTALS BY GENRE
       77 WRK-GEN-MAX                 PIC 9(003) VALUE 40.
       77 WRK-GEN-QTY                 PIC 9(003) VALUE ZEROS.
       77 WRK-GEN-IDX                 PIC 9(003) VALUE ZEROS.
       01 WRK-GEN-TABLE.
            05 WRK-GEN-ENTRY OCCURS 40 TIMES.
                10 WRK-GEN-NAME       PIC X(030).
                10 WRK-GEN-COPIES     PIC 9(007).
                10 WRK-GEN-COST       PIC 9(009)V99.
                10 WRK-GEN-ACCUM      PIC 9(009)V99.

      *---------------------------- TOTALS BY STORE
       77 WRK-STO-MAX                 PIC 9(003) VALUE 20.
       77 WRK-STO-QTY                 PIC 9(003) VALUE ZEROS.
       77 WRK-STO-IDX                 PIC 9(003) VALUE ZEROS.
       01 WRK-STO-TABLE.
            05 WRK-STO-ENTRY OCCURS 20 TIMES.
                10 WRK-STO-CODE       PIC X(003).
                10 WRK-STO-COPIES     PIC 9(007).
                10 WRK-STO-COST       PIC 9(009)V99.
                10 WRK-STO-ACCUM      PIC 9(009)V99.

      *---------------------------- RUN TOTALS
       77 WRK-TOT-QTY                 PIC 9(007) VALUE ZEROS.
       77 WRK-TOT-COST                PIC 9(009)V99 VALUE ZEROS.
       77 WRK-TOT-ACCUM               PIC 9(009)V99 VALUE ZEROS.
       77 WRK-TOT-DEPR                PIC 9(009)V99 VALUE ZEROS.
       77 WRK-TOT-YTD                 PIC 9(009)V99 VALUE ZEROS.
       77 WRK-TOT-WO-QTY              PIC 9(005) VALUE ZEROS.
       77 WRK-TOT-WO-NBV              PIC 9(009)V99 VALUE ZEROS.
       77 WRK-TOT-RECOVERY            PIC 9(009)V99 VALUE ZEROS.
       77 WRK-WORK-AMT                PIC 9(009)V99 VALUE ZEROS.
       77 WRK-GAIN-LOSS               PIC S9(009)V99 VALUE ZEROS.
       77 WRK-AMT-DISP                PIC Z(008)9,99 VALUE ZEROS.
       77 WRK-GAIN-DISP               PIC -(008)9,99 VALUE ZEROS.

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

      *---------------------------- RUN MONTH SCREEN
       01 MONTH-SCREEN.
            05 MONTH-ENTRY FOREGROUND-COLOR 2.
                10 LINE 08 COLUMN 10
                   VALUE "MONTH TO DEPRECIATE (YYYYMM): ".
                10 COLUMN PLUS 2      PIC 9(006)
                   USING WRK-RUN-MONTH
                   BLANK WHEN ZEROS.

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
            MOVE SPACES TO WRK-ASSETS-PATH.
            ACCEPT WRK-ASSETS-PATH FROM ENVIRONMENT "ASSETSDAT".
            IF WRK-ASSETS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\ASSETS.DAT"
                   TO WRK-ASSETS-PATH
            END-IF.

            MOVE SPACES TO WRK-ASSETMON-PATH.
            ACCEPT WRK-ASSETMON-PATH FROM ENVIRONMENT "ASSETMONDAT".
            IF WRK-ASSETMON-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\ASSETMON.DAT"
                   TO WRK-ASSETMON-PATH
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

            MOVE SPACES TO WRK-TAKE-ON.
            ACCEPT WRK-TAKE-ON FROM ENVIRONMENT "ASSETTAKEON".
            IF WRK-TAKE-ON NOT = "Y" AND WRK-TAKE-ON NOT = "y"
                MOVE "N" TO WRK-TAKE-ON
            ELSE
                MOVE "Y" TO WRK-TAKE-ON
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
            OPEN INPUT COPIES.

      *      THE TAKE-ON GOES THROUGH ASSETREG, SO IT HAPPENS BEFORE
      *      THE REGISTER IS OPENED HERE.
            IF WRK-TAKE-ON = "Y"
                PERFORM 0250-TAKE-ON
            END-IF.

            OPEN I-O ASSETS.
            IF ASSETS-STATUS = 35
                OPEN OUTPUT ASSETS
                CLOSE ASSETS
                OPEN I-O ASSETS
            END-IF.
            PERFORM 0210-VERIFICATION.

            OPEN I-O ASSETMON.
            IF ASSETMON-STATUS = 35
                OPEN OUTPUT ASSETMON
                CLOSE ASSETMON
                OPEN I-O ASSETMON
            END-IF.

            OPEN OUTPUT ASSET-REPORT.

       0210-VERIFICATION       SECTION.
            EVALUATE ASSETS-STATUS
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

      *      EVERY COPY STILL IN STOCK (ON THE SHELF, AT A
      *      DISTRIBUTOR OR IN TRANSIT) - ASSETREG LEAVES ONE THAT IS
      *      ALREADY ON THE REGISTER ALONE. A COPY MARKED LOST
      *      WAS WRITTEN OFF WHEN IT WAS BILLED, AND A COPY SOLD AT
      *      THE COUNTER WHEN IT WAS SOLD, SO NEITHER IS TAKEN BACK
      *      ON HERE.
       0250-TAKE-ON            SECTION.
            MOVE ZEROS TO WRK-TAKEN-QTY.
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
                      IF NOT COPY-INACTIVE AND NOT COPY-LOST
                            AND NOT COPY-SOLD
                          PERFORM 0255-TAKE-ON-COPY
                      END-IF
               END-READ
            END-PERFORM.

       0255-TAKE-ON-COPY       SECTION.
            MOVE COPY-MOVIES-KEY TO MOVIES-KEY.
            READ MOVIES
               INVALID KEY
                   MOVE ZEROS TO MOVIES-RELEASE-YEAR MOVIES-ENTRY-DATE
            END-READ.

            MOVE "A"             TO WRK-AST-ACTION.
            MOVE COPY-MOVIES-KEY TO WRK-AST-MOVIES-KEY.
            MOVE COPY-NUMBER     TO WRK-AST-COPY-NUMBER.
            MOVE COPY-REPL-COST  TO WRK-AST-COST.
            MOVE MOVIES-ENTRY-DATE TO WRK-AST-DATE.
            MOVE MOVIES-RELEASE-YEAR TO WRK-AST-RELEASE-YEAR.
            MOVE COPY-STORE      TO WRK-AST-STORE.
            MOVE SPACES          TO WRK-AST-REASON.
            MOVE ZEROS           TO WRK-AST-RECOVERY.
            CALL "ASSETREG" USING WRK-AST-REC.
            IF WRK-AST-RESULT = "Y"
                ADD 1 TO WRK-TAKEN-QTY
            END-IF.

       0300-PROCESS            SECTION.
            DISPLAY CLEANER-SCREEN.
            PERFORM 0305-GET-MONTH.

            IF WRK-REFUSE-MSG = SPACES
                PERFORM 0310-CHECK-ORDER
            END-IF.

            MOVE SPACES TO ASSET-REPORT-REG.
            STRING "COPY ASSET REGISTER - MONTH " DELIMITED BY SIZE
                   WRK-RUN-MONTH DELIMITED BY SIZE
                   "   RUN " DELIMITED BY SIZE
                   WRK-TODAY DELIMITED BY SIZE
                   INTO ASSET-REPORT-DATA
            END-STRING.
            WRITE ASSET-REPORT-REG.

            MOVE SPACES TO ASSET-REPORT-REG.
            MOVE "------------------------------------"
               TO ASSET-REPORT-DATA.
            WRITE ASSET-REPORT-REG.

            IF WRK-REFUSE-MSG = SPACES
                PERFORM 0320-DEPRECIATE
                PERFORM 0350-GENRE-STORE-TOTALS
                PERFORM 0360-WRITE-OFFS
                PERFORM 0370-YEAR-TO-DATE
                PERFORM 0380-FILE-MONTH
                PERFORM 0385-REPORT-TOTALS
            ELSE
                MOVE SPACES TO ASSET-REPORT-REG
                MOVE WRK-REFUSE-MSG TO ASSET-REPORT-DATA
                WRITE ASSET-REPORT-REG
            END-IF.

            PERFORM 0390-REPORT-STATISTICS.

      *      UNDER REPORTBATCH THE MONTH COMES FROM ASSETMONTH; NONE
      *      GIVEN (OR NONE KEYED) MEANS THE MONTH BEFORE TODAY.
       0305-GET-MONTH          SECTION.
            MOVE ZEROS TO WRK-RUN-MONTH.
            IF WRK-REPORT-BATCH = "Y"
                MOVE SPACES TO WRK-RUN-MONTH-X
                ACCEPT WRK-RUN-MONTH-X FROM ENVIRONMENT "ASSETMONTH"
                IF WRK-RUN-MONTH-X IS NUMERIC
                    MOVE WRK-RUN-MONTH-X TO WRK-RUN-MONTH
                END-IF
            ELSE
                DISPLAY MONTH-SCREEN
                ACCEPT MONTH-ENTRY
            END-IF.

            IF WRK-RUN-MONTH = ZEROS
                MOVE WRK-TODAY TO WRK-DATE-PARTS
                IF WRK-DP-MONTH = 1
                    COMPUTE WRK-RUN-MONTH = (WRK-DP-YEAR - 1) * 100 + 12
                ELSE
                    COMPUTE WRK-RUN-MONTH = WRK-DP-YEAR * 100
                       + WRK-DP-MONTH - 1
                END-IF
            END-IF.

            MOVE WRK-RUN-MONTH TO WRK-MONTH-PARTS.
            IF WRK-MP-MONTH < 1 OR WRK-MP-MONTH > 12
                MOVE WRK-MSG-BADMONTH TO WRK-REFUSE-MSG
            ELSE
                COMPUTE WRK-RUN-IDX = WRK-MP-YEAR * 12 + WRK-MP-MONTH
                IF WRK-MP-MONTH = 12
                    COMPUTE WRK-NEXT-MONTH-DATE =
                       (WRK-RUN-MONTH + 89) * 100 + 1
                ELSE
                    COMPUTE WRK-NEXT-MONTH-DATE =
                       (WRK-RUN-MONTH + 1) * 100 + 1
                END-IF
                COMPUTE WRK-LAST-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WRK-NEXT-MONTH-DATE) - 1)
            END-IF.

      *      MONTHS ARE RUN ONCE AND IN ORDER - A RERUN OR A RUN FOR
      *      A MONTH BEHIND THE LATEST WOULD DOUBLE OR SCRAMBLE THE
      *      DEPRECIATION ALREADY POSTED.
       0310-CHECK-ORDER        SECTION.
            MOVE ZEROS TO WRK-LATEST-MONTH MON-MONTH.
            START ASSETMON KEY IS GREATER THAN MON-MONTH
               INVALID KEY
                   MOVE 10 TO ASSETMON-STATUS
               NOT INVALID KEY
                   MOVE 0 TO ASSETMON-STATUS
            END-START.

            PERFORM UNTIL ASSETMON-STATUS = 10
               READ ASSETMON NEXT
                  AT END
                      MOVE 10 TO ASSETMON-STATUS
                  NOT AT END
                      MOVE MON-MONTH TO WRK-LATEST-MONTH
               END-READ
            END-PERFORM.

            EVALUATE TRUE
              WHEN WRK-LATEST-MONTH = WRK-RUN-MONTH
                MOVE WRK-MSG-ALREADYRUN TO WRK-REFUSE-MSG
              WHEN WRK-LATEST-MONTH > WRK-RUN-MONTH
                MOVE WRK-MSG-LATERRUN TO WRK-REFUSE-MSG
              WHEN OTHER
                CONTINUE
            END-EVALUATE.

      *      ONE PASS OVER THE REGISTER IN TITLE ORDER: EACH COPY IN
      *      SERVICE BY THE END OF THE MONTH IS DEPRECIATED AND
      *      ADDED TO ITS TITLE, GENRE AND STORE.
       0320-DEPRECIATE         SECTION.
            MOVE ZEROS TO WRK-TTL-KEY WRK-TTL-QTY WRK-TTL-COST
               WRK-TTL-ACCUM WRK-GEN-QTY WRK-STO-QTY WRK-TOT-QTY
               WRK-TOT-COST WRK-TOT-ACCUM WRK-TOT-DEPR.

            MOVE SPACES TO ASSET-REPORT-REG.
            MOVE "TITLE                                 COPIES"
               TO ASSET-REPORT-DATA(001:44).
            MOVE "        COST  ACCUM DEPR  NET BOOK VAL"
               TO ASSET-REPORT-DATA(045:38).
            WRITE ASSET-REPORT-REG.

            MOVE LOW-VALUES TO AST-KEY.
            START ASSETS KEY IS GREATER THAN AST-KEY
               INVALID KEY
                   MOVE 10 TO ASSETS-STATUS
               NOT INVALID KEY
                   MOVE 0 TO ASSETS-STATUS
            END-START.

            PERFORM UNTIL ASSETS-STATUS = 10
               READ ASSETS NEXT
                  AT END
                      MOVE 10 TO ASSETS-STATUS
                  NOT AT END
                      IF AST-IN-USE
                         AND AST-IN-SERVICE NOT > WRK-LAST-DATE
                          PERFORM 0325-DEPRECIATE-COPY
                          PERFORM 0335-ADD-TO-TOTALS
                      END-IF
               END-READ
            END-PERFORM.

            IF WRK-TTL-QTY > ZEROS
                PERFORM 0340-TITLE-LINE
            END-IF.

       0325-DEPRECIATE-COPY    SECTION.
            MOVE "N" TO WRK-CHANGED.
            IF AST-LAST-MONTH = ZEROS
                MOVE AST-IN-SERVICE TO WRK-DATE-PARTS
                COMPUTE WRK-FROM-IDX = WRK-DP-YEAR * 12 + WRK-DP-MONTH
            ELSE
                MOVE AST-LAST-MONTH TO WRK-MONTH-PARTS
                COMPUTE WRK-FROM-IDX = WRK-MP-YEAR * 12 + WRK-MP-MONTH
                   + 1
            END-IF.
            COMPUTE WRK-MONTHS-DUE = WRK-RUN-IDX - WRK-FROM-IDX + 1.

            IF WRK-MONTHS-DUE > ZEROS
                PERFORM 0330-DEPRECIATE-MONTH WRK-MONTHS-DUE TIMES
                MOVE WRK-RUN-MONTH TO AST-LAST-MONTH
                MOVE "Y" TO WRK-CHANGED
            END-IF.

      *      THE COPY MAY HAVE MOVED STORE SINCE IT WAS BOUGHT - THE
      *      REGISTER FOLLOWS THE COPY FILE.
            MOVE AST-MOVIES-KEY  TO COPY-MOVIES-KEY.
            MOVE AST-COPY-NUMBER TO COPY-NUMBER.
            READ COPIES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COPY-STORE NOT = AST-STORE
                       MOVE COPY-STORE TO AST-STORE
                       MOVE "Y" TO WRK-CHANGED
                   END-IF
            END-READ.

            IF WRK-CHANGED = "Y"
                REWRITE ASSETS-REG
            END-IF.

      *      STRAIGHT LINE TAKES COST / LIFE A MONTH; DOUBLE
      *      DECLINING TAKES TWICE THE LIFE RATE OF WHAT IS LEFT.
      *      THE LAST MONTH OF THE LIFE TAKES WHATEVER REMAINS.
       0330-DEPRECIATE-MONTH   SECTION.
            COMPUTE WRK-NBV = AST-COST - AST-ACCUM-DEPR.
            IF AST-MONTHS-DEPR < AST-LIFE AND WRK-NBV > ZEROS
                IF AST-MONTHS-DEPR + 1 NOT < AST-LIFE
                    MOVE WRK-NBV TO WRK-CHARGE
                ELSE
                    IF AST-DECLINING
                        COMPUTE WRK-CHARGE ROUNDED =
                           WRK-NBV * 2 / AST-LIFE
                    ELSE
                        COMPUTE WRK-CHARGE ROUNDED =
                           AST-COST / AST-LIFE
                    END-IF
                    IF WRK-CHARGE > WRK-NBV
                        MOVE WRK-NBV TO WRK-CHARGE
                    END-IF
                END-IF
                ADD WRK-CHARGE TO AST-ACCUM-DEPR
                ADD WRK-CHARGE TO WRK-TOT-DEPR
                ADD 1 TO AST-MONTHS-DEPR
            END-IF.

       0335-ADD-TO-TOTALS      SECTION.
            IF AST-MOVIES-KEY NOT = WRK-TTL-KEY
                IF WRK-TTL-QTY > ZEROS
                    PERFORM 0340-TITLE-LINE
                END-IF
                MOVE AST-MOVIES-KEY TO WRK-TTL-KEY
                MOVE ZEROS TO WRK-TTL-QTY WRK-TTL-COST WRK-TTL-ACCUM
            END-IF.
            ADD 1              TO WRK-TTL-QTY.
            ADD AST-COST       TO WRK-TTL-COST.
            ADD AST-ACCUM-DEPR TO WRK-TTL-ACCUM.

            ADD 1              TO WRK-TOT-QTY.
            ADD AST-COST       TO WRK-TOT-COST.
            ADD AST-ACCUM-DEPR TO WRK-TOT-ACCUM.

            PERFORM VARYING WRK-STO-IDX FROM 1 BY 1
                  UNTIL WRK-STO-IDX > WRK-STO-QTY
                     OR WRK-STO-CODE(WRK-STO-IDX) = AST-STORE
               CONTINUE
            END-PERFORM.
            IF WRK-STO-IDX > WRK-STO-QTY
                IF WRK-STO-QTY < WRK-STO-MAX
                    ADD 1 TO WRK-STO-QTY
                    MOVE WRK-STO-QTY TO WRK-STO-IDX
                    MOVE AST-STORE TO WRK-STO-CODE(WRK-STO-IDX)
                    MOVE ZEROS TO WRK-STO-COPIES(WRK-STO-IDX)
                       WRK-STO-COST(WRK-STO-IDX)
                       WRK-STO-ACCUM(WRK-STO-IDX)
                ELSE
                    MOVE WRK-STO-MAX TO WRK-STO-IDX
                    MOVE "***" TO WRK-STO-CODE(WRK-STO-IDX)
                END-IF
            END-IF.
            ADD 1              TO WRK-STO-COPIES(WRK-STO-IDX).
            ADD AST-COST       TO WRK-STO-COST(WRK-STO-IDX).
            ADD AST-ACCUM-DEPR TO WRK-STO-ACCUM(WRK-STO-IDX).

      *      ONE LINE PER TITLE, AND THE TITLE'S FIGURES INTO ITS
      *      GENRE (A FULL GENRE TABLE LUMPS THE REST UNDER "OTHER").
       0340-TITLE-LINE         SECTION.
            MOVE WRK-TTL-KEY TO MOVIES-KEY.
            READ MOVIES
               INVALID KEY
                   MOVE SPACES TO MOVIES-TITLE MOVIES-GENRE
            END-READ.

            MOVE SPACES TO ASSET-REPORT-REG.
            MOVE WRK-TTL-KEY        TO ASSET-REPORT-DATA(001:05).
            MOVE MOVIES-TITLE(1:30) TO ASSET-REPORT-DATA(007:30).
            MOVE WRK-TTL-QTY        TO ASSET-REPORT-DATA(040:05).
            MOVE WRK-TTL-COST       TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP       TO ASSET-REPORT-DATA(046:12).
            MOVE WRK-TTL-ACCUM      TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP       TO ASSET-REPORT-DATA(058:12).
            COMPUTE WRK-WORK-AMT = WRK-TTL-COST - WRK-TTL-ACCUM.
            MOVE WRK-WORK-AMT       TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP       TO ASSET-REPORT-DATA(071:12).
            WRITE ASSET-REPORT-REG.

            MOVE MOVIES-GENRE TO WRK-TTL-GENRE.
            PERFORM VARYING WRK-GEN-IDX FROM 1 BY 1
                  UNTIL WRK-GEN-IDX > WRK-GEN-QTY
                     OR WRK-GEN-NAME(WRK-GEN-IDX) = WRK-TTL-GENRE
               CONTINUE
            END-PERFORM.
            IF WRK-GEN-IDX > WRK-GEN-QTY
                IF WRK-GEN-QTY < WRK-GEN-MAX
                    ADD 1 TO WRK-GEN-QTY
                    MOVE WRK-GEN-QTY TO WRK-GEN-IDX
                    MOVE WRK-TTL-GENRE TO WRK-GEN-NAME(WRK-GEN-IDX)
                    MOVE ZEROS TO WRK-GEN-COPIES(WRK-GEN-IDX)
                       WRK-GEN-COST(WRK-GEN-IDX)
                       WRK-GEN-ACCUM(WRK-GEN-IDX)
                ELSE
                    MOVE WRK-GEN-MAX TO WRK-GEN-IDX
                    MOVE "OTHER" TO WRK-GEN-NAME(WRK-GEN-IDX)
                END-IF
            END-IF.
            ADD WRK-TTL-QTY   TO WRK-GEN-COPIES(WRK-GEN-IDX).
            ADD WRK-TTL-COST  TO WRK-GEN-COST(WRK-GEN-IDX).
            ADD WRK-TTL-ACCUM TO WRK-GEN-ACCUM(WRK-GEN-IDX).

       0350-GENRE-STORE-TOTALS SECTION.
            MOVE SPACES TO ASSET-REPORT-REG.
            WRITE ASSET-REPORT-REG.
            MOVE SPACES TO ASSET-REPORT-REG.
            MOVE "BY GENRE" TO ASSET-REPORT-DATA.
            WRITE ASSET-REPORT-REG.

            PERFORM VARYING WRK-GEN-IDX FROM 1 BY 1
                  UNTIL WRK-GEN-IDX > WRK-GEN-QTY
               MOVE SPACES TO ASSET-REPORT-REG
               MOVE WRK-GEN-NAME(WRK-GEN-IDX)
                  TO ASSET-REPORT-DATA(001:30)
               MOVE WRK-GEN-COPIES(WRK-GEN-IDX)
                  TO ASSET-REPORT-DATA(038:07)
               MOVE WRK-GEN-COST(WRK-GEN-IDX) TO WRK-AMT-DISP
               MOVE WRK-AMT-DISP TO ASSET-REPORT-DATA(046:12)
               MOVE WRK-GEN-ACCUM(WRK-GEN-IDX) TO WRK-AMT-DISP
               MOVE WRK-AMT-DISP TO ASSET-REPORT-DATA(058:12)
               COMPUTE WRK-WORK-AMT = WRK-GEN-COST(WRK-GEN-IDX)
                  - WRK-GEN-ACCUM(WRK-GEN-IDX)
               MOVE WRK-WORK-AMT TO WRK-AMT-DISP
               MOVE WRK-AMT-DISP TO ASSET-REPORT-DATA(071:12)
               WRITE ASSET-REPORT-REG
            END-PERFORM.

            MOVE SPACES TO ASSET-REPORT-REG.
            WRITE ASSET-REPORT-REG.
            MOVE SPACES TO ASSET-REPORT-REG.
            MOVE "BY STORE" TO ASSET-REPORT-DATA.
            WRITE ASSET-REPORT-REG.

            PERFORM VARYING WRK-STO-IDX FROM 1 BY 1
                  UNTIL WRK-STO-IDX > WRK-STO-QTY
               MOVE SPACES TO ASSET-REPORT-REG
               MOVE "STORE" TO ASSET-REPORT-DATA(001:05)
               MOVE WRK-STO-CODE(WRK-STO-IDX)
                  TO ASSET-REPORT-DATA(007:03)
               MOVE WRK-STO-COPIES(WRK-STO-IDX)
                  TO ASSET-REPORT-DATA(038:07)
               MOVE WRK-STO-COST(WRK-STO-IDX) TO WRK-AMT-DISP
               MOVE WRK-AMT-DISP TO ASSET-REPORT-DATA(046:12)
               MOVE WRK-STO-ACCUM(WRK-STO-IDX) TO WRK-AMT-DISP
               MOVE WRK-AMT-DISP TO ASSET-REPORT-DATA(058:12)
               COMPUTE WRK-WORK-AMT = WRK-STO-COST(WRK-STO-IDX)
                  - WRK-STO-ACCUM(WRK-STO-IDX)
               MOVE WRK-WORK-AMT TO WRK-AMT-DISP
               MOVE WRK-AMT-DISP TO ASSET-REPORT-DATA(071:12)
               WRITE ASSET-REPORT-REG
            END-PERFORM.

      *      COPIES WRITTEN OFF SINCE THE LAST RUN, AND MONEY THAT
      *      HAS COME BACK SINCE ON COPIES WRITTEN OFF EARLIER. EACH
      *      IS STAMPED SO THE NEXT RUN DOES NOT REPORT IT AGAIN.
       0360-WRITE-OFFS         SECTION.
            MOVE ZEROS TO WRK-TOT-WO-QTY WRK-TOT-WO-NBV
               WRK-TOT-RECOVERY.

            MOVE SPACES TO ASSET-REPORT-REG.
            WRITE ASSET-REPORT-REG.
            MOVE SPACES TO ASSET-REPORT-REG.
            MOVE "WRITE-OFFS AND RECOVERIES" TO ASSET-REPORT-DATA.
            WRITE ASSET-REPORT-REG.
            MOVE SPACES TO ASSET-REPORT-REG.
            MOVE "MOVIE CP REASON   DATE         BOOK VALUE"
               TO ASSET-REPORT-DATA(001:42).
            MOVE "    RECOVERY   GAIN/LOSS"
               TO ASSET-REPORT-DATA(046:24).
            WRITE ASSET-REPORT-REG.

            MOVE LOW-VALUES TO AST-KEY.
            START ASSETS KEY IS GREATER THAN AST-KEY
               INVALID KEY
                   MOVE 10 TO ASSETS-STATUS
               NOT INVALID KEY
                   MOVE 0 TO ASSETS-STATUS
            END-START.

            PERFORM UNTIL ASSETS-STATUS = 10
               READ ASSETS NEXT
                  AT END
                      MOVE 10 TO ASSETS-STATUS
                  NOT AT END
                      IF AST-WRITTEN-OFF
                         AND (AST-WO-MONTH = ZEROS
                              OR AST-RECOVERY-NEW > ZEROS)
                          PERFORM 0365-WRITE-OFF-LINE
                      END-IF
               END-READ
            END-PERFORM.

       0365-WRITE-OFF-LINE     SECTION.
            MOVE SPACES TO ASSET-REPORT-REG.
            MOVE AST-MOVIES-KEY  TO ASSET-REPORT-DATA(001:05).
            MOVE AST-COPY-NUMBER TO ASSET-REPORT-DATA(007:02).
            MOVE AST-WO-REASON   TO ASSET-REPORT-DATA(010:08).
            MOVE AST-WO-DATE     TO ASSET-REPORT-DATA(019:08).

            IF AST-WO-MONTH = ZEROS
                ADD 1 TO WRK-TOT-WO-QTY
                ADD AST-WO-NBV TO WRK-TOT-WO-NBV
                MOVE AST-WO-NBV TO WRK-AMT-DISP
                MOVE WRK-AMT-DISP TO ASSET-REPORT-DATA(031:12)
                COMPUTE WRK-GAIN-LOSS = AST-RECOVERY-NEW - AST-WO-NBV
                MOVE WRK-RUN-MONTH TO AST-WO-MONTH
            ELSE
                MOVE "RECOVERED" TO ASSET-REPORT-DATA(031:12)
                MOVE AST-RECOVERY-NEW TO WRK-GAIN-LOSS
            END-IF.

            ADD AST-RECOVERY-NEW TO WRK-TOT-RECOVERY.
            MOVE AST-RECOVERY-NEW TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP TO ASSET-REPORT-DATA(046:12).
            MOVE WRK-GAIN-LOSS TO WRK-GAIN-DISP.
            MOVE WRK-GAIN-DISP TO ASSET-REPORT-DATA(058:12).
            WRITE ASSET-REPORT-REG.

            MOVE ZEROS TO AST-RECOVERY-NEW.
            REWRITE ASSETS-REG.

      *      THE YEAR'S EARLIER MONTHS ARE ON ASSETMON - AT DECEMBER
      *      THIS IS THE YEAR-END FIGURE THE ACCOUNTANT ASKS FOR.
       0370-YEAR-TO-DATE       SECTION.
            MOVE WRK-TOT-DEPR TO WRK-TOT-YTD.
            MOVE WRK-RUN-MONTH TO WRK-MONTH-PARTS.
            COMPUTE MON-MONTH = WRK-MP-YEAR * 100.
            START ASSETMON KEY IS GREATER THAN MON-MONTH
               INVALID KEY
                   MOVE 10 TO ASSETMON-STATUS
               NOT INVALID KEY
                   MOVE 0 TO ASSETMON-STATUS
            END-START.

            PERFORM UNTIL ASSETMON-STATUS = 10
               READ ASSETMON NEXT
                  AT END
                      MOVE 10 TO ASSETMON-STATUS
                  NOT AT END
                      IF MON-MONTH < WRK-RUN-MONTH
                          ADD MON-DEPRECIATION TO WRK-TOT-YTD
                      ELSE
                          MOVE 10 TO ASSETMON-STATUS
                      END-IF
               END-READ
            END-PERFORM.

       0380-FILE-MONTH         SECTION.
            MOVE SPACES TO ASSETMON-REG.
            MOVE WRK-RUN-MONTH    TO MON-MONTH.
            MOVE WRK-TOT-QTY      TO MON-ASSET-QTY.
            MOVE WRK-TOT-COST     TO MON-COST.
            MOVE WRK-TOT-ACCUM    TO MON-ACCUM-DEPR.
            COMPUTE MON-NBV = WRK-TOT-COST - WRK-TOT-ACCUM.
            MOVE WRK-TOT-DEPR     TO MON-DEPRECIATION.
            MOVE WRK-TOT-WO-QTY   TO MON-WO-QTY.
            MOVE WRK-TOT-WO-NBV   TO MON-WO-NBV.
            MOVE WRK-TOT-RECOVERY TO MON-RECOVERY.
            MOVE WRK-TODAY        TO MON-RUN-DATE.
            WRITE ASSETMON-REG
               INVALID KEY
                   MOVE WRK-MSG-NOTFILED TO WRK-REFUSE-MSG
            END-WRITE.

       0385-REPORT-TOTALS      SECTION.
            MOVE SPACES TO ASSET-REPORT-REG.
            WRITE ASSET-REPORT-REG.

            MOVE SPACES TO ASSET-REPORT-REG.
            MOVE WRK-MSG-INSERVICE TO ASSET-REPORT-DATA(001:30).
            MOVE WRK-TOT-QTY       TO ASSET-REPORT-DATA(038:07).
            WRITE ASSET-REPORT-REG.

            MOVE SPACES TO ASSET-REPORT-REG.
            MOVE "COST"            TO ASSET-REPORT-DATA(001:30).
            MOVE WRK-TOT-COST      TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP      TO ASSET-REPORT-DATA(033:12).
            WRITE ASSET-REPORT-REG.

            MOVE SPACES TO ASSET-REPORT-REG.
            MOVE "ACCUMULATED DEPRECIATION"
               TO ASSET-REPORT-DATA(001:30).
            MOVE WRK-TOT-ACCUM     TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP      TO ASSET-REPORT-DATA(033:12).
            WRITE ASSET-REPORT-REG.

            MOVE SPACES TO ASSET-REPORT-REG.
            MOVE WRK-MSG-NBV       TO ASSET-REPORT-DATA(001:30).
            MOVE MON-NBV           TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP      TO ASSET-REPORT-DATA(033:12).
            WRITE ASSET-REPORT-REG.

            MOVE SPACES TO ASSET-REPORT-REG.
            MOVE WRK-MSG-DEPR      TO ASSET-REPORT-DATA(001:30).
            MOVE WRK-TOT-DEPR      TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP      TO ASSET-REPORT-DATA(033:12).
            WRITE ASSET-REPORT-REG.

            MOVE SPACES TO ASSET-REPORT-REG.
            MOVE "DEPRECIATION YEAR TO DATE"
               TO ASSET-REPORT-DATA(001:30).
            MOVE WRK-TOT-YTD       TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP      TO ASSET-REPORT-DATA(033:12).
            WRITE ASSET-REPORT-REG.

            MOVE SPACES TO ASSET-REPORT-REG.
            MOVE "BOOK VALUE WRITTEN OFF" TO ASSET-REPORT-DATA(001:30).
            MOVE WRK-TOT-WO-NBV    TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP      TO ASSET-REPORT-DATA(033:12).
            WRITE ASSET-REPORT-REG.

            MOVE SPACES TO ASSET-REPORT-REG.
            MOVE "RECOVERIES"      TO ASSET-REPORT-DATA(001:30).
            MOVE WRK-TOT-RECOVERY  TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP      TO ASSET-REPORT-DATA(033:12).
            WRITE ASSET-REPORT-REG.

            MOVE SPACES TO ASSET-REPORT-REG.
            IF WRK-REFUSE-MSG = SPACES
                MOVE WRK-MSG-DONE   TO ASSET-REPORT-DATA
            ELSE
                MOVE WRK-REFUSE-MSG TO ASSET-REPORT-DATA
            END-IF.
            WRITE ASSET-REPORT-REG.

       0390-REPORT-STATISTICS  SECTION.
            MOVE 10 TO WRK-LINE.
            IF WRK-TAKE-ON = "Y"
                DISPLAY WRK-MSG-TAKENON LINE WRK-LINE COLUMN 10
                DISPLAY WRK-TAKEN-QTY   LINE WRK-LINE COLUMN 36
                ADD 1 TO WRK-LINE
            END-IF.

            DISPLAY WRK-MSG-INSERVICE LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-TOT-QTY       LINE WRK-LINE COLUMN 36.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-DEPR      LINE WRK-LINE COLUMN 10.
            MOVE WRK-TOT-DEPR TO WRK-AMT-DISP.
            DISPLAY WRK-AMT-DISP      LINE WRK-LINE COLUMN 36.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-NBV       LINE WRK-LINE COLUMN 10.
            COMPUTE WRK-WORK-AMT = WRK-TOT-COST - WRK-TOT-ACCUM.
            MOVE WRK-WORK-AMT TO WRK-AMT-DISP.
            DISPLAY WRK-AMT-DISP      LINE WRK-LINE COLUMN 36.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-WRITEOFFS LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-TOT-WO-QTY    LINE WRK-LINE COLUMN 36.

            IF WRK-REFUSE-MSG NOT = SPACES
                MOVE WRK-REFUSE-MSG TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                IF WRK-REPORT-BATCH NOT = "Y"
                    ADD 1 TO WRK-LINE
                    DISPLAY WRK-MSG-PRESSKEY LINE WRK-LINE COLUMN 10
                    ACCEPT WRK-KEY LINE WRK-LINE COLUMN 25
                    MOVE SPACES TO WRK-KEY
                END-IF
            END-IF.

       0400-FINALIZE           SECTION.
            CLOSE ASSETS.
            CLOSE ASSETMON.
            CLOSE MOVIES.
            CLOSE COPIES.
            CLOSE ASSET-REPORT.
            MOVE SPACES TO WRK-RPTFILE-PARMS.
            STRING "MONTH " DELIMITED BY SIZE
                   WRK-RUN-MONTH DELIMITED BY SIZE
                   INTO WRK-RPTFILE-PARMS
            END-STRING.
            CALL "RPTFILE" USING WRK-RPTFILE-REC.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
            IF WRK-REPORT-BATCH = "Y"
                DISPLAY ERROR-SCREEN
            ELSE
                ACCEPT ERROR-SCREEN
            END-IF.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
