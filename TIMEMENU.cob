       IDENTIFICATION          DIVISION.
       PROGRAM-ID. TIMEMENU.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: TIME CLOCK SUB-MENU OFF THE BACK OFFICE MENU. ANY
      *          OPERATOR PUNCHES THEIR OWN CLOCK; PUNCH CORRECTIONS
      *          AND THE WEEKLY TIMESHEET RUN ARE FOR SUPERVISORS, BY
      *          THE LEVEL THE MENU SIGN-ON LEFT IN OPERLEVEL.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       DATA                    DIVISION.
       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                    PIC X(001) VALUE SPACE.
       77 WRK-OPTION                 PIC X(001) VALUE SPACE.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG              PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "TIMEMENU".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-OPTION        PIC X(040) VALUE
               "INVALID OPTION! TRY AGAIN".
            05 WRK-MSG-NOAUTH        PIC X(040) VALUE
               "NOT AUTHORIZED FOR THIS OPTION".

      *---------------------------- OPERATOR LEVEL FROM SIGN-ON
       77 WRK-OPER-LEVEL-X           PIC X(001) VALUE SPACE.
       77 WRK-OPER-LEVEL             PIC 9(001) VALUE ZEROS.

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
      *---------------------------- SCREEN LAYOUT
       01 CLEANER-SCREEN.
            05 CLEAN-SCREEN.
                10 BLANK SCREEN.
                10 LINE 01 COLUMN 01 PIC X(020) ERASE EOL
                    BACKGROUND-COLOR 3.
                10 LINE 01 COLUMN 15 PIC X(020)
                    BACKGROUND-COLOR 3 FOREGROUND-COLOR 0
                    FROM LNK-SCREEN-TITLE.
                10 LINE 02 COLUMN 01 PIC X(025) ERASE EOL
                    BACKGROUND-COLOR 1.
                10 LINE 02 COLUMN 14 PIC X(026)
                    BACKGROUND-COLOR 1 FOREGROUND-COLOR 6
                    FROM LNK-MODULE-TITLE.

      *---------------------------- TIME CLOCK MENU
       01 SHOW-MENU.
            05 LINE 07 COLUMN 15 VALUE "C - CLOCK IN / BREAK / OUT".
            05 LINE 08 COLUMN 15 VALUE "K - PUNCH CORRECTIONS".
            05 LINE 09 COLUMN 15 VALUE "W - WEEKLY TIMESHEETS".
            05 LINE 22 COLUMN 15 VALUE "X - BACK TO BACK OFFICE".
            05 LINE 23 COLUMN 15 VALUE "OPTION...: ".
            05 LINE 23 COLUMN 26     PIC X(001) USING WRK-OPTION.

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

       PROCEDURE               DIVISION USING LNK-TITLE.

       0100-MAIN               SECTION.
            PERFORM 0200-INITIALIZE.
            PERFORM 0300-PROCESS UNTIL WRK-OPTION = "X" OR "x".
            PERFORM 0400-FINALIZE.
            GOBACK.

       0200-INITIALIZE         SECTION.
            MOVE SPACE TO WRK-OPTION.
      *      THE CALLER'S BANNER (A TRAINING SESSION SAYS SO) CARRIES
      *      ON TO EVERY MODULE CALLED FROM HERE.
            MOVE LNK-SCREEN-TITLE TO WRK-SCREEN-TITLE.
            MOVE SPACES TO WRK-OPER-LEVEL-X.
            ACCEPT WRK-OPER-LEVEL-X FROM ENVIRONMENT "OPERLEVEL".
            IF WRK-OPER-LEVEL-X IS NUMERIC
                MOVE WRK-OPER-LEVEL-X TO WRK-OPER-LEVEL
            ELSE
                MOVE 1 TO WRK-OPER-LEVEL
            END-IF.
            PERFORM 0220-DISPLAY-MENU.

       0220-DISPLAY-MENU       SECTION.
            DISPLAY CLEANER-SCREEN.
            ACCEPT SHOW-MENU.

       0300-PROCESS            SECTION.
            EVALUATE WRK-OPTION
              WHEN "C" WHEN "c"
                 MOVE "MODULE - TIME CLOCK " TO WRK-MODULE-TITLE
                 CALL "TIMECLOCK" USING WRK-TITLE
              WHEN "K" WHEN "k"
                 IF WRK-OPER-LEVEL < 2
                     MOVE WRK-MSG-NOAUTH TO WRK-ERROR-MSG
                     PERFORM 9000-MANAGE-ERROR
                 ELSE
                     MOVE "MODULE - PUNCH CORRECTION " TO
                        WRK-MODULE-TITLE
                     CALL "TIMECORR" USING WRK-TITLE
                 END-IF
              WHEN "W" WHEN "w"
                 IF WRK-OPER-LEVEL < 2
                     MOVE WRK-MSG-NOAUTH TO WRK-ERROR-MSG
                     PERFORM 9000-MANAGE-ERROR
                 ELSE
                     MOVE "MODULE - TIMESHEETS " TO WRK-MODULE-TITLE
                     CALL "TIMESHEET" USING WRK-TITLE
                 END-IF
              WHEN OTHER
                 IF WRK-OPTION = "X" OR "x"
                     CONTINUE
                 END-IF
                 MOVE WRK-MSG-OPTION TO WRK-ERROR-MSG
                 PERFORM 9000-MANAGE-ERROR
            END-EVALUATE.

            IF WRK-OPTION NOT = "X" AND WRK-OPTION NOT = "x"
                MOVE SPACE TO WRK-OPTION WRK-KEY
                MOVE SPACES TO WRK-MODULE-TITLE
                PERFORM 0220-DISPLAY-MENU
            END-IF.

       0400-FINALIZE           SECTION.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
