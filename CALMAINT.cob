       IDENTIFICATION          DIVISION.
       PROGRAM-ID. CALMAINT.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: MAINTAIN CALENDAR.DAT - THE DAYS EACH STORE IS
      *          CLOSED. A WEEKLY PATTERN (MON..SUN, "C" = CLOSED) AND
      *          ONE RECORD PER HOLIDAY OR OTHER CLOSED DATE. A BLANK
      *          STORE CODE APPLIES TO EVERY STORE. BIZCAL READS THE
      *          FILE WHEN DUE DATES, LATE FEES AND HOLD EXPIRIES ARE
      *          WORKED OUT.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      CALENDAR.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      CALENDARDAT - SEE 0195-SET-CALENDAR-PATH FOR THE DEFAULT
            SELECT CALENDAR-FILE ASSIGN TO WRK-CALENDAR-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS CALENDAR-STATUS
            RECORD KEY IS CAL-KEY.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- CALENDAR FILE DESCRIPTION
       FD CALENDAR-FILE.
       01 CALENDAR-REG.
            05 CAL-KEY.
                10 CAL-STORE         PIC X(003).
                10 CAL-DATE          PIC 9(008).
            05 CAL-WEEKDAYS          PIC X(007).
            05 CAL-DESCRIPTION       PIC X(030).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                    PIC X(001).
       77 WRK-MAINT-MODE             PIC X(001) VALUE SPACE.
       77 WRK-WEEK-IDX               PIC 9(001) VALUE ZEROS.
       77 WRK-WEEK-OK                PIC X(001) VALUE "Y".

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                   PIC 9(002) VALUE ZEROS.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG              PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "CALMAINT".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-BADMODE       PIC X(040) VALUE
               "ENTER A, W, D, L OR X".
            05 WRK-MSG-CORRUPTED     PIC X(040) VALUE
               "CORRUPTED FILE".
            05 WRK-MSG-PATH          PIC X(040) VALUE
               "ERROR ON FILE PATH".
            05 WRK-MSG-UNKNOWN       PIC X(040) VALUE
               "UNKNOWN ERROR".
            05 WRK-MSG-NOTFOUND      PIC X(040) VALUE
               "DATE NOT ON FILE".
            05 WRK-MSG-DUPLICATED    PIC X(040) VALUE
               "DATE ALREADY CLOSED".
            05 WRK-MSG-SAVED         PIC X(040) VALUE
               "CLOSED DATE SAVED".
            05 WRK-MSG-WEEKSAVED     PIC X(040) VALUE
               "WEEKLY PATTERN SAVED".
            05 WRK-MSG-DELETED       PIC X(040) VALUE
               "CLOSED DATE REMOVED".
            05 WRK-MSG-BADDATE       PIC X(040) VALUE
               "INVALID DATE".
            05 WRK-MSG-BADWEEK       PIC X(040) VALUE
               "USE C (CLOSED) OR - (OPEN), NOT ALL C".
            05 WRK-MSG-PRESSKEY      PIC X(040) VALUE
               "PRESS ANY KEY".

      *---------------------------- FILE
       77 CALENDAR-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-CALENDAR-PATH          PIC X(060) VALUE SPACES.

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

      *---------------------------- MODE SELECTION SCREEN
       01 MODE-SCREEN.
            05 MODE-ENTRY FOREGROUND-COLOR 2.
                10 LINE 08 COLUMN 10
                   VALUE "(A)DD, (W)EEKLY, (D)ELETE, (L)IST, (X): ".
                10 COLUMN PLUS 2     PIC X(001)
                   USING WRK-MAINT-MODE.

      *---------------------------- CLOSED DATE SCREEN
       01 DATE-KEY-SCREEN.
            05 DATE-KEY-DATA FOREGROUND-COLOR 2.
                10 LINE 10 COLUMN 10
                   VALUE "STORE (BLANK = ALL): ".
                10 COLUMN PLUS 2     PIC X(003) USING CAL-STORE.
                10 LINE 11 COLUMN 10 VALUE "DATE (YYYYMMDD): ".
                10 COLUMN PLUS 2     PIC 9(008) USING CAL-DATE.
                10 LINE 12 COLUMN 10 VALUE "DESCRIPTION: ".
                10 COLUMN PLUS 2     PIC X(030) USING CAL-DESCRIPTION.

      *---------------------------- WEEKLY PATTERN SCREEN
       01 WEEK-SCREEN.
            05 WEEK-DATA FOREGROUND-COLOR 2.
                10 LINE 10 COLUMN 10
                   VALUE "STORE (BLANK = ALL): ".
                10 COLUMN PLUS 2     PIC X(003) USING CAL-STORE.
                10 LINE 11 COLUMN 10 VALUE "CLOSED DAYS  MTWTFSS".
                10 LINE 12 COLUMN 10 VALUE "C = CLOSED : ".
                10 LINE 12 COLUMN 23 PIC X(007) USING CAL-WEEKDAYS.

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
            PERFORM 0300-PROCESS
               UNTIL WRK-MAINT-MODE = "X" OR WRK-MAINT-MODE = "x".
            PERFORM 0400-FINALIZE.
            GOBACK.

       0195-SET-CALENDAR-PATH  SECTION.
            MOVE SPACES TO WRK-CALENDAR-PATH.
            ACCEPT WRK-CALENDAR-PATH FROM ENVIRONMENT "CALENDARDAT".
            IF WRK-CALENDAR-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\CALENDAR.DAT"
                   TO WRK-CALENDAR-PATH
            END-IF.

       0200-INITIALIZE         SECTION.
            PERFORM 0195-SET-CALENDAR-PATH.

      *      THE CALENDAR IS OPTIONAL - THE FIRST VISIT HERE CREATES
      *      AN EMPTY ONE (EVERY DAY OPEN).
            OPEN I-O CALENDAR-FILE.
            IF CALENDAR-STATUS = 35
                OPEN OUTPUT CALENDAR-FILE
                CLOSE CALENDAR-FILE
                OPEN I-O CALENDAR-FILE
            END-IF.
            PERFORM 0210-VERIFICATION.

       0210-VERIFICATION       SECTION.
            EVALUATE CALENDAR-STATUS
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
                PERFORM 0310-ADD-CLOSED-DATE
              WHEN WRK-MAINT-MODE = "W" OR WRK-MAINT-MODE = "w"
                PERFORM 0320-SET-WEEKLY
              WHEN WRK-MAINT-MODE = "D" OR WRK-MAINT-MODE = "d"
                PERFORM 0330-DELETE-CLOSED-DATE
              WHEN WRK-MAINT-MODE = "L" OR WRK-MAINT-MODE = "l"
                PERFORM 0340-LIST-CALENDAR
              WHEN WRK-MAINT-MODE = "X" OR WRK-MAINT-MODE = "x"
                CONTINUE
              WHEN OTHER
                MOVE WRK-MSG-BADMODE TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-EVALUATE.

       0310-ADD-CLOSED-DATE    SECTION.
            MOVE SPACES TO CALENDAR-REG.
            MOVE ZEROS TO CAL-DATE.
            DISPLAY DATE-KEY-SCREEN.
            ACCEPT DATE-KEY-DATA.

            IF CAL-DATE = ZEROS
               OR FUNCTION TEST-DATE-YYYYMMDD(CAL-DATE) NOT = ZEROS
                MOVE WRK-MSG-BADDATE TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                MOVE SPACES TO CAL-WEEKDAYS
                WRITE CALENDAR-REG
                   INVALID KEY
                       MOVE WRK-MSG-DUPLICATED TO WRK-ERROR-MSG
                   NOT INVALID KEY
                       MOVE WRK-MSG-SAVED TO WRK-ERROR-MSG
                END-WRITE
                PERFORM 9000-MANAGE-ERROR
            END-IF.

      *      THE WEEKLY PATTERN LIVES ON THE STORE'S DATE-ZERO
      *      RECORD. SHOW WHAT IS THERE, LET IT BE OVERTYPED, AND
      *      REFUSE A PATTERN THAT WOULD NEVER OPEN.
       0320-SET-WEEKLY         SECTION.
            MOVE SPACES TO CALENDAR-REG.
            DISPLAY WEEK-SCREEN.
            ACCEPT CAL-STORE LINE 10 COLUMN 33.
            MOVE ZEROS TO CAL-DATE.
            READ CALENDAR-FILE
               INVALID KEY
                   MOVE "-------" TO CAL-WEEKDAYS
                   MOVE "WEEKLY CLOSED DAYS" TO CAL-DESCRIPTION
            END-READ.
            DISPLAY WEEK-SCREEN.
            ACCEPT WEEK-DATA.
            MOVE ZEROS TO CAL-DATE.

            MOVE "N" TO WRK-WEEK-OK.
            PERFORM VARYING WRK-WEEK-IDX FROM 1 BY 1
               UNTIL WRK-WEEK-IDX > 7
                EVALUATE CAL-WEEKDAYS (WRK-WEEK-IDX:1)
                  WHEN "C" WHEN "c"
                    MOVE "C" TO CAL-WEEKDAYS (WRK-WEEK-IDX:1)
                  WHEN "-" WHEN SPACE
                    MOVE "-" TO CAL-WEEKDAYS (WRK-WEEK-IDX:1)
                    MOVE "Y" TO WRK-WEEK-OK
                  WHEN OTHER
                    MOVE "-" TO CAL-WEEKDAYS (WRK-WEEK-IDX:1)
                    MOVE "X" TO WRK-WEEK-OK
                    MOVE 8 TO WRK-WEEK-IDX
                END-EVALUATE
            END-PERFORM.

            IF WRK-WEEK-OK NOT = "Y"
                MOVE WRK-MSG-BADWEEK TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                WRITE CALENDAR-REG
                   INVALID KEY
                       REWRITE CALENDAR-REG
                END-WRITE
                MOVE WRK-MSG-WEEKSAVED TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-IF.

       0330-DELETE-CLOSED-DATE SECTION.
            MOVE SPACES TO CALENDAR-REG.
            MOVE ZEROS TO CAL-DATE.
            DISPLAY DATE-KEY-SCREEN.
            ACCEPT CAL-STORE LINE 10 COLUMN 33.
            ACCEPT CAL-DATE LINE 11 COLUMN 29.

            IF CAL-DATE = ZEROS
                MOVE WRK-MSG-BADDATE TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                DELETE CALENDAR-FILE
                   INVALID KEY
                       MOVE WRK-MSG-NOTFOUND TO WRK-ERROR-MSG
                   NOT INVALID KEY
                       MOVE WRK-MSG-DELETED TO WRK-ERROR-MSG
                END-DELETE
                PERFORM 9000-MANAGE-ERROR
            END-IF.

       0340-LIST-CALENDAR      SECTION.
            MOVE 09 TO WRK-LINE.
            MOVE LOW-VALUES TO CAL-KEY.

            START CALENDAR-FILE KEY IS GREATER THAN CAL-KEY
               INVALID KEY
                   MOVE 10 TO CALENDAR-STATUS
               NOT INVALID KEY
                   MOVE 0 TO CALENDAR-STATUS
            END-START.

            PERFORM UNTIL CALENDAR-STATUS = 10
               READ CALENDAR-FILE NEXT
                  AT END
                      MOVE 10 TO CALENDAR-STATUS
                  NOT AT END
                      ADD 1 TO WRK-LINE
                      DISPLAY CAL-STORE LINE WRK-LINE COLUMN 05
                      IF CAL-DATE = ZEROS
                          DISPLAY "WEEKLY"
                             LINE WRK-LINE COLUMN 10
                          DISPLAY CAL-WEEKDAYS
                             LINE WRK-LINE COLUMN 20
                      ELSE
                          DISPLAY CAL-DATE
                             LINE WRK-LINE COLUMN 10
                          DISPLAY CAL-DESCRIPTION
                             LINE WRK-LINE COLUMN 20
                      END-IF
                      IF WRK-LINE > 20
                          DISPLAY WRK-MSG-PRESSKEY
                             LINE 22 COLUMN 05
                          ACCEPT WRK-KEY LINE 22 COLUMN 20
                          DISPLAY CLEANER-SCREEN
                          MOVE 09 TO WRK-LINE
                      END-IF
               END-READ
            END-PERFORM.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-PRESSKEY LINE WRK-LINE COLUMN 05.
            ACCEPT WRK-KEY LINE WRK-LINE COLUMN 20.
            MOVE SPACES TO WRK-KEY.

       0400-FINALIZE           SECTION.
            CLOSE CALENDAR-FILE.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
            MOVE SPACES TO WRK-KEY.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
