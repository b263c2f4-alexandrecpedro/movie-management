       IDENTIFICATION          DIVISION.
       PROGRAM-ID. TIMECLOCK.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: STAFF TIME CLOCK - THE OPERATOR SIGNED ON AT THE MENU
      *          (OPERATORID) CLOCKS IN, STARTS AND ENDS A BREAK AND
      *          CLOCKS OUT. EVERY PUNCH IS ONE RECORD ON TIMECLOCK.DAT
      *          STAMPED WITH THE SYSTEM DATE AND TIME - THE CLERK
      *          CANNOT KEY A TIME. MISTAKES ARE PUT RIGHT BY A
      *          SUPERVISOR ON TIMECORR, AND TIMESHEET TURNS THE WEEK'S
      *          PUNCHES INTO HOURS FOR PAYROLL. THE CLOCK IS KEPT
      *          APART FROM THE DRAWER SHIFTS ON SHIFTS.DAT.
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
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS TIMECLOCK-STATUS
            RECORD KEY IS TC-KEY.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- TIME CLOCK PUNCH FILE
      *      ONE RECORD PER PUNCH. A PUNCH IS NEVER DELETED - A
      *      SUPERVISOR CORRECTION VOIDS IT (STATUS X) AND, WHEN THE
      *      TIME WAS WRONG, WRITES THE RIGHT ONE WITH SOURCE S.
       FD TIMECLOCK.
       01 TIMECLOCK-REG.
            05 TC-KEY.
                10 TC-USER            PIC X(008).
                10 TC-DATE            PIC 9(008).
                10 TC-TIME            PIC 9(006).
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

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                    PIC X(001).
       77 WRK-ACTION                 PIC X(001) VALUE SPACE.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG              PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "TIMECLOCK".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-BADACTION     PIC X(040) VALUE
               "ENTER I, B, E, O OR X".
            05 WRK-MSG-CORRUPTED     PIC X(040) VALUE
               "CORRUPTED FILE".
            05 WRK-MSG-PATH          PIC X(040) VALUE
               "ERROR ON FILE PATH".
            05 WRK-MSG-UNKNOWN       PIC X(040) VALUE
               "UNKNOWN ERROR".
            05 WRK-MSG-ALREADYIN     PIC X(040) VALUE
               "ALREADY CLOCKED IN".
            05 WRK-MSG-NOTIN         PIC X(040) VALUE
               "NOT CLOCKED IN".
            05 WRK-MSG-ONBREAK       PIC X(040) VALUE
               "ON A BREAK - END THE BREAK FIRST".
            05 WRK-MSG-NOTBREAK      PIC X(040) VALUE
               "NOT ON A BREAK".
            05 WRK-MSG-TWICE         PIC X(040) VALUE
               "PUNCH ALREADY TAKEN - TRY AGAIN".
            05 WRK-MSG-CLOCKEDIN     PIC X(040) VALUE
               "CLOCKED IN".
            05 WRK-MSG-BREAKSTART    PIC X(040) VALUE
               "BREAK STARTED".
            05 WRK-MSG-BREAKEND      PIC X(040) VALUE
               "BREAK ENDED".
            05 WRK-MSG-CLOCKEDOUT    PIC X(040) VALUE
               "CLOCKED OUT".

      *---------------------------- FILE
       77 TIMECLOCK-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-TIMECLOCK-PATH         PIC X(060) VALUE SPACES.

      *---------------------------- OPERATOR AND CLOCK STATE
      *      STATE: N = NOT CLOCKED IN, I = CLOCKED IN, B = ON BREAK.
      *      IT IS WORKED OUT FROM THE PUNCHES SINCE YESTERDAY, SO A
      *      LATE SHIFT THAT RUNS PAST MIDNIGHT CLOCKS OUT NORMALLY.
       77 WRK-OPERATOR               PIC X(008) VALUE SPACES.
       77 WRK-STATE                  PIC X(001) VALUE "N".
       77 WRK-STATE-TEXT             PIC X(020) VALUE SPACES.
       77 WRK-SINCE-DATE             PIC 9(008) VALUE ZEROS.
       77 WRK-SINCE-TIME             PIC 9(006) VALUE ZEROS.
       77 WRK-TODAY                  PIC 9(008) VALUE ZEROS.
       77 WRK-YESTERDAY              PIC 9(008) VALUE ZEROS.
       77 WRK-NOW                    PIC 9(008) VALUE ZEROS.

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

      *---------------------------- CLOCK SCREEN
       01 CLOCK-SCREEN.
            05 CLOCK-STATE FOREGROUND-COLOR 2.
                10 LINE 06 COLUMN 10 VALUE "OPERATOR: ".
                10 COLUMN PLUS 2     PIC X(008) FROM WRK-OPERATOR.
                10 LINE 07 COLUMN 10 VALUE "STATUS..: ".
                10 COLUMN PLUS 2     PIC X(020) FROM WRK-STATE-TEXT.
                10 LINE 08 COLUMN 10 VALUE "SINCE...: ".
                10 COLUMN PLUS 2     PIC 9(008) FROM WRK-SINCE-DATE
                   BLANK WHEN ZEROS.
                10 COLUMN PLUS 2     PIC 9(006) FROM WRK-SINCE-TIME
                   BLANK WHEN ZEROS.
            05 CLOCK-ENTRY FOREGROUND-COLOR 2.
                10 LINE 10 COLUMN 10
                   VALUE "(I)N, (B)REAK, (E)ND BREAK, (O)UT, (X): ".
                10 COLUMN PLUS 2     PIC X(001)
                   USING WRK-ACTION.

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
               UNTIL WRK-ACTION = "X" OR WRK-ACTION = "x".
            PERFORM 0400-FINALIZE.
            GOBACK.

       0195-SET-FILE-PATHS     SECTION.
            MOVE SPACES TO WRK-TIMECLOCK-PATH.
            ACCEPT WRK-TIMECLOCK-PATH FROM ENVIRONMENT "TIMECLOCKDAT".
            IF WRK-TIMECLOCK-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\TIMECLOCK.DAT"
                   TO WRK-TIMECLOCK-PATH
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

      *      THE FIRST PUNCH EVER TAKEN CREATES THE FILE.
            OPEN I-O TIMECLOCK.
            IF TIMECLOCK-STATUS = 35
                OPEN OUTPUT TIMECLOCK
                CLOSE TIMECLOCK
                OPEN I-O TIMECLOCK
            END-IF.
            PERFORM 0210-VERIFICATION.

       0210-VERIFICATION       SECTION.
            EVALUATE TIMECLOCK-STATUS
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
               MOVE "X" TO WRK-ACTION
            END-IF.

       0300-PROCESS            SECTION.
            PERFORM 0310-FIND-STATE.
            MOVE SPACES TO WRK-ACTION.
            DISPLAY CLEANER-SCREEN.
            DISPLAY CLOCK-SCREEN.
            ACCEPT CLOCK-ENTRY.

            EVALUATE TRUE
              WHEN WRK-ACTION = "I" OR WRK-ACTION = "i"
                IF WRK-STATE = "N"
                    MOVE "I" TO TC-TYPE
                    MOVE WRK-MSG-CLOCKEDIN TO WRK-ERROR-MSG
                    PERFORM 0320-TAKE-PUNCH
                ELSE
                    MOVE WRK-MSG-ALREADYIN TO WRK-ERROR-MSG
                END-IF
                PERFORM 9000-MANAGE-ERROR
              WHEN WRK-ACTION = "B" OR WRK-ACTION = "b"
                EVALUATE WRK-STATE
                  WHEN "I"
                    MOVE "B" TO TC-TYPE
                    MOVE WRK-MSG-BREAKSTART TO WRK-ERROR-MSG
                    PERFORM 0320-TAKE-PUNCH
                  WHEN "B"
                    MOVE WRK-MSG-ONBREAK TO WRK-ERROR-MSG
                  WHEN OTHER
                    MOVE WRK-MSG-NOTIN TO WRK-ERROR-MSG
                END-EVALUATE
                PERFORM 9000-MANAGE-ERROR
              WHEN WRK-ACTION = "E" OR WRK-ACTION = "e"
                IF WRK-STATE = "B"
                    MOVE "E" TO TC-TYPE
                    MOVE WRK-MSG-BREAKEND TO WRK-ERROR-MSG
                    PERFORM 0320-TAKE-PUNCH
                ELSE
                    MOVE WRK-MSG-NOTBREAK TO WRK-ERROR-MSG
                END-IF
                PERFORM 9000-MANAGE-ERROR
              WHEN WRK-ACTION = "O" OR WRK-ACTION = "o"
                EVALUATE WRK-STATE
                  WHEN "I"
                    MOVE "O" TO TC-TYPE
                    MOVE WRK-MSG-CLOCKEDOUT TO WRK-ERROR-MSG
                    PERFORM 0320-TAKE-PUNCH
                  WHEN "B"
                    MOVE WRK-MSG-ONBREAK TO WRK-ERROR-MSG
                  WHEN OTHER
                    MOVE WRK-MSG-NOTIN TO WRK-ERROR-MSG
                END-EVALUATE
                PERFORM 9000-MANAGE-ERROR
              WHEN WRK-ACTION = "X" OR WRK-ACTION = "x"
                CONTINUE
              WHEN OTHER
                MOVE WRK-MSG-BADACTION TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-EVALUATE.

      *      WALK THE OPERATOR'S ACTIVE PUNCHES FROM YESTERDAY ON; THE
      *      LAST ONE SAYS WHERE THEY ARE NOW.
       0310-FIND-STATE         SECTION.
            MOVE "N" TO WRK-STATE.
            MOVE ZEROS TO WRK-SINCE-DATE WRK-SINCE-TIME.
            ACCEPT WRK-TODAY FROM DATE YYYYMMDD.
            COMPUTE WRK-YESTERDAY = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-TODAY) - 1).

            MOVE WRK-OPERATOR  TO TC-USER.
            MOVE WRK-YESTERDAY TO TC-DATE.
            MOVE ZEROS         TO TC-TIME.
            START TIMECLOCK KEY IS NOT LESS THAN TC-KEY
               INVALID KEY
                   MOVE 10 TO TIMECLOCK-STATUS
               NOT INVALID KEY
                   MOVE 0 TO TIMECLOCK-STATUS
            END-START.

            PERFORM UNTIL TIMECLOCK-STATUS = 10
               READ TIMECLOCK NEXT
                  AT END
                      MOVE 10 TO TIMECLOCK-STATUS
                  NOT AT END
                      IF TC-USER NOT = WRK-OPERATOR
                          MOVE 10 TO TIMECLOCK-STATUS
                      ELSE
                          IF TC-ACTIVE
                              PERFORM 0315-APPLY-PUNCH
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.

            EVALUATE WRK-STATE
              WHEN "I"
                MOVE "CLOCKED IN"     TO WRK-STATE-TEXT
              WHEN "B"
                MOVE "ON A BREAK"     TO WRK-STATE-TEXT
              WHEN OTHER
                MOVE "NOT CLOCKED IN" TO WRK-STATE-TEXT
            END-EVALUATE.

       0315-APPLY-PUNCH        SECTION.
            EVALUATE TRUE
              WHEN TC-CLOCK-IN
                MOVE "I" TO WRK-STATE
              WHEN TC-BREAK-START
                MOVE "B" TO WRK-STATE
              WHEN TC-BREAK-END
                MOVE "I" TO WRK-STATE
              WHEN TC-CLOCK-OUT
                MOVE "N" TO WRK-STATE
            END-EVALUATE.
            MOVE TC-DATE TO WRK-SINCE-DATE.
            MOVE TC-TIME TO WRK-SINCE-TIME.

      *      TC-TYPE IS SET BY THE CALLER; DATE AND TIME ARE ALWAYS
      *      THE SYSTEM CLOCK'S.
       0320-TAKE-PUNCH         SECTION.
            ACCEPT WRK-NOW FROM TIME.
            MOVE WRK-OPERATOR  TO TC-USER TC-ENTERED-BY.
            ACCEPT TC-DATE FROM DATE YYYYMMDD.
            MOVE WRK-NOW(1:6)  TO TC-TIME.
            MOVE "A"           TO TC-STATUS-FLAG.
            MOVE "C"           TO TC-SOURCE.
            WRITE TIMECLOCK-REG
               INVALID KEY
                   MOVE WRK-MSG-TWICE TO WRK-ERROR-MSG
            END-WRITE.

       0400-FINALIZE           SECTION.
            CLOSE TIMECLOCK.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
            MOVE SPACES TO WRK-KEY.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
