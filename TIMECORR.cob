       IDENTIFICATION          DIVISION.
       PROGRAM-ID. TIMECORR.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: SUPERVISOR CORRECTIONS TO THE TIME CLOCK. PICK AN
      *          OPERATOR AND A DAY, SEE EVERY PUNCH (VOIDED ONES TOO)
      *          AND ADD A FORGOTTEN PUNCH, CHANGE THE TYPE OR TIME OF
      *          ONE, OR VOID ONE. NOTHING IS DELETED - A CHANGED TIME
      *          VOIDS THE OLD PUNCH AND WRITES THE NEW ONE. EVERY
      *          CORRECTION NEEDS A REASON AND IS APPENDED TO
      *          TIMECORR.TXT WITH THE SUPERVISOR SIGNED ON AT THE
      *          MENU. NOBODY CORRECTS THEIR OWN PUNCHES, AND A DAY IN
      *          A PAY WEEK ALREADY CLOSED ON TIMEPER.DAT IS LOCKED.
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

      *      TIMEPER.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      TIMEPERDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT TIMEPER ASSIGN TO WRK-TIMEPER-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS TIMEPER-STATUS
            RECORD KEY IS TP-WEEK-END.

      *      USERS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      USERSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT USERS ASSIGN TO WRK-USERS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS USERS-STATUS
            RECORD KEY IS USER-ID.

      *      SELECT CORR-LOG ASSIGN TO "./Data/TIMECORR.TXT"
            SELECT CORR-LOG ASSIGN TO
              "C:\Cobol\Project\Data\TIMECORR.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CORR-LOG-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- TIME CLOCK PUNCH FILE
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
                88 TC-VALID-TYPE             VALUE "I" "O" "B" "E".
            05 TC-STATUS-FLAG         PIC X(001).
                88 TC-ACTIVE                 VALUE "A".
                88 TC-VOIDED                 VALUE "X".
            05 TC-SOURCE              PIC X(001).
                88 TC-FROM-CLOCK             VALUE "C".
                88 TC-FROM-SUPERVISOR        VALUE "S".
            05 TC-ENTERED-BY          PIC X(008).

      *---------------------------- PAY WEEK CONTROL FILE
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

      *---------------------------- CORRECTION LOG OUTPUT
       FD CORR-LOG.
       01 CORR-LOG-REG.
            05 CORR-LOG-DATA          PIC X(100).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                    PIC X(001).
       77 WRK-ACTION                 PIC X(001) VALUE SPACE.
       77 WRK-USER                   PIC X(008) VALUE SPACES.
       77 WRK-DAY                    PIC 9(008) VALUE ZEROS.
       77 WRK-PICK                   PIC 9(002) VALUE ZEROS.
       77 WRK-NEW-TYPE               PIC X(001) VALUE SPACE.
       77 WRK-NEW-TIME               PIC 9(006) VALUE ZEROS.
       77 WRK-REASON                 PIC X(030) VALUE SPACES.
       77 WRK-DAY-OK                 PIC X(001) VALUE "N".

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                   PIC 9(002) VALUE ZEROS.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG              PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "TIMECORR".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-BADACTION     PIC X(040) VALUE
               "ENTER A, C, V OR N".
            05 WRK-MSG-CORRUPTED     PIC X(040) VALUE
               "CORRUPTED FILE".
            05 WRK-MSG-PATH          PIC X(040) VALUE
               "ERROR ON FILE PATH".
            05 WRK-MSG-UNKNOWN       PIC X(040) VALUE
               "UNKNOWN ERROR".
            05 WRK-MSG-NOUSER        PIC X(040) VALUE
               "OPERATOR NOT ON FILE".
            05 WRK-MSG-OWN           PIC X(040) VALUE
               "YOU CANNOT CORRECT YOUR OWN PUNCHES".
            05 WRK-MSG-BADDATE       PIC X(040) VALUE
               "INVALID DATE".
            05 WRK-MSG-CLOSED        PIC X(040) VALUE
               "PAY WEEK ALREADY CLOSED - DAY LOCKED".
            05 WRK-MSG-BADTYPE       PIC X(040) VALUE
               "TYPE MUST BE I, O, B OR E".
            05 WRK-MSG-BADTIME       PIC X(040) VALUE
               "INVALID TIME (HHMMSS)".
            05 WRK-MSG-NOREASON      PIC X(040) VALUE
               "A REASON IS REQUIRED".
            05 WRK-MSG-BADPICK       PIC X(040) VALUE
               "NO ACTIVE PUNCH ON THAT LINE".
            05 WRK-MSG-TAKEN         PIC X(040) VALUE
               "A PUNCH ALREADY EXISTS AT THAT TIME".
            05 WRK-MSG-ADDED         PIC X(040) VALUE
               "PUNCH ADDED".
            05 WRK-MSG-CHANGED       PIC X(040) VALUE
               "PUNCH CHANGED".
            05 WRK-MSG-VOIDED        PIC X(040) VALUE
               "PUNCH VOIDED".
            05 WRK-MSG-TOOMANY       PIC X(040) VALUE
               "MORE PUNCHES THAN FIT - FIRST 10 SHOWN".

      *---------------------------- FILE
       77 TIMECLOCK-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-TIMECLOCK-PATH         PIC X(060) VALUE SPACES.
       77 TIMEPER-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-TIMEPER-PATH           PIC X(060) VALUE SPACES.
       77 WRK-TIMEPER-OPEN           PIC X(001) VALUE "N".
       77 USERS-STATUS               PIC 9(002) VALUE ZEROS.
       77 WRK-USERS-PATH             PIC X(060) VALUE SPACES.
       77 CORR-LOG-STATUS            PIC 9(002) VALUE ZEROS.

      *---------------------------- SUPERVISOR SIGNED ON
       77 WRK-OPERATOR               PIC X(008) VALUE SPACES.

      *---------------------------- THE DAY'S PUNCHES
       77 WRK-PUNCH-QTY              PIC 9(002) VALUE ZEROS.
       77 WRK-PUNCH-MAX              PIC 9(002) VALUE 10.
       77 WRK-PUNCH-IDX              PIC 9(002) VALUE ZEROS.
       01 WRK-PUNCH-TABLE.
            05 WRK-PUNCH-ENTRY OCCURS 10 TIMES.
                10 WRK-PUNCH-TIME     PIC 9(006).
                10 WRK-PUNCH-TYPE     PIC X(001).
                10 WRK-PUNCH-STATUS   PIC X(001).
                10 WRK-PUNCH-SOURCE   PIC X(001).
                10 WRK-PUNCH-BY       PIC X(008).

      *---------------------------- PUNCH DISPLAY LINE
       01 WRK-PUNCH-LINE.
            05 WRK-PL-NUMBER          PIC Z9.
            05 FILLER                 PIC X(002) VALUE SPACES.
            05 WRK-PL-TIME            PIC 9(006).
            05 FILLER                 PIC X(002) VALUE SPACES.
            05 WRK-PL-TYPE            PIC X(011).
            05 FILLER                 PIC X(001) VALUE SPACES.
            05 WRK-PL-STATUS          PIC X(006).
            05 FILLER                 PIC X(001) VALUE SPACES.
            05 WRK-PL-SOURCE          PIC X(010).
            05 FILLER                 PIC X(001) VALUE SPACES.
            05 WRK-PL-BY              PIC X(008).

      *---------------------------- CORRECTION BEING LOGGED
       77 WRK-OLD-TYPE               PIC X(001) VALUE SPACE.
       77 WRK-OLD-TIME               PIC 9(006) VALUE ZEROS.
       77 WRK-LOG-DATE               PIC 9(008) VALUE ZEROS.
       77 WRK-LOG-TIME               PIC 9(008) VALUE ZEROS.

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-TITLE.
            05 LNK-SCREEN-TITLE      PIC X(020).
            05 LNK-MODULE-TITLE      PIC X(026).

       SCREEN                  SECTION.
      *---------------------------- ERROR SCREEN
       01 ERROR-SCREEN.
            05 MSG-ERROR.
                10 LINE 22 COLUMN 01 ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 22 COLUMN 10 PIC X(040)
                   BACKGROUND-COLOR 3
                   USING WRK-ERROR-MSG.
                10 COLUMN PLUS 2     PIC X(001)
                   BACKGROUND-COLOR 3
                   USING WRK-KEY.

      *---------------------------- OPERATOR AND DAY SCREEN
       01 DAY-SCREEN.
            05 DAY-ENTRY FOREGROUND-COLOR 2.
                10 LINE 04 COLUMN 10
                   VALUE "OPERATOR (BLANK = EXIT): ".
                10 COLUMN PLUS 2     PIC X(008) USING WRK-USER.
                10 LINE 05 COLUMN 10
                   VALUE "DAY (YYYYMMDD)..........: ".
                10 COLUMN PLUS 2     PIC 9(008) USING WRK-DAY.

      *---------------------------- ACTION SCREEN
       01 ACTION-SCREEN.
            05 ACTION-ENTRY FOREGROUND-COLOR 2.
                10 LINE 19 COLUMN 10
                   VALUE "(A)DD, (C)HANGE, (V)OID, (N)EXT: ".
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
            PERFORM 0300-PROCESS UNTIL WRK-USER = SPACES.
            PERFORM 0400-FINALIZE.
            GOBACK.

       0195-SET-FILE-PATHS     SECTION.
            MOVE SPACES TO WRK-TIMECLOCK-PATH.
            ACCEPT WRK-TIMECLOCK-PATH FROM ENVIRONMENT "TIMECLOCKDAT".
            IF WRK-TIMECLOCK-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\TIMECLOCK.DAT"
                   TO WRK-TIMECLOCK-PATH
            END-IF.

            MOVE SPACES TO WRK-TIMEPER-PATH.
            ACCEPT WRK-TIMEPER-PATH FROM ENVIRONMENT "TIMEPERDAT".
            IF WRK-TIMEPER-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\TIMEPER.DAT"
                   TO WRK-TIMEPER-PATH
            END-IF.

            MOVE SPACES TO WRK-USERS-PATH.
            ACCEPT WRK-USERS-PATH FROM ENVIRONMENT "USERSDAT".
            IF WRK-USERS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\USERS.DAT"
                   TO WRK-USERS-PATH
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
            MOVE "X" TO WRK-USER.

            OPEN I-O TIMECLOCK.
            IF TIMECLOCK-STATUS = 35
                OPEN OUTPUT TIMECLOCK
                CLOSE TIMECLOCK
                OPEN I-O TIMECLOCK
            END-IF.
            PERFORM 0210-VERIFICATION.

            IF WRK-USER NOT = SPACES
                OPEN INPUT USERS
                PERFORM 0210-VERIFICATION
            END-IF.

      *      NO PAY WEEK HAS BEEN CLOSED UNTIL TIMEPER.DAT EXISTS.
            OPEN INPUT TIMEPER.
            IF TIMEPER-STATUS = ZEROS
                MOVE "Y" TO WRK-TIMEPER-OPEN
            END-IF.

            OPEN EXTEND CORR-LOG.
            IF CORR-LOG-STATUS = 35
                OPEN OUTPUT CORR-LOG
            END-IF.

       0210-VERIFICATION       SECTION.
            EVALUATE TIMECLOCK-STATUS ALSO USERS-STATUS
              WHEN 0 ALSO 0
                CONTINUE
              WHEN 30 ALSO ANY
              WHEN ANY ALSO 30
              WHEN ANY ALSO 35
                MOVE WRK-MSG-PATH TO WRK-ERROR-MSG
              WHEN 42 ALSO ANY
              WHEN ANY ALSO 42
                MOVE WRK-MSG-CORRUPTED TO WRK-ERROR-MSG
              WHEN OTHER
                MOVE WRK-MSG-UNKNOWN TO WRK-ERROR-MSG
            END-EVALUATE.

            IF WRK-ERROR-MSG NOT EQUAL SPACES
               PERFORM 9000-MANAGE-ERROR
               MOVE SPACES TO WRK-USER
            END-IF.

       0300-PROCESS            SECTION.
            MOVE SPACES TO WRK-USER.
            MOVE ZEROS TO WRK-DAY.
            DISPLAY CLEANER-SCREEN.
            DISPLAY DAY-SCREEN.
            ACCEPT DAY-ENTRY.

            IF WRK-USER NOT = SPACES
                PERFORM 0310-CHECK-DAY
                IF WRK-DAY-OK = "Y"
                    MOVE SPACE TO WRK-ACTION
                    PERFORM 0320-CORRECT-DAY
                       UNTIL WRK-ACTION = "N" OR WRK-ACTION = "n"
                END-IF
            END-IF.

      *      THE OPERATOR MUST EXIST, MUST NOT BE THE SUPERVISOR, AND
      *      THE DAY MUST BE A REAL DATE OUTSIDE ANY CLOSED PAY WEEK.
       0310-CHECK-DAY          SECTION.
            MOVE "N" TO WRK-DAY-OK.
            MOVE WRK-USER TO USER-ID.
            READ USERS
               INVALID KEY
                   MOVE WRK-MSG-NOUSER TO WRK-ERROR-MSG
            END-READ.

            IF WRK-ERROR-MSG = SPACES AND WRK-USER = WRK-OPERATOR
                MOVE WRK-MSG-OWN TO WRK-ERROR-MSG
            END-IF.

            IF WRK-ERROR-MSG = SPACES
                IF WRK-DAY = ZEROS
                   OR FUNCTION TEST-DATE-YYYYMMDD(WRK-DAY) NOT = ZEROS
                    MOVE WRK-MSG-BADDATE TO WRK-ERROR-MSG
                END-IF
            END-IF.

            IF WRK-ERROR-MSG = SPACES AND WRK-TIMEPER-OPEN = "Y"
                MOVE WRK-DAY TO TP-WEEK-END
                START TIMEPER KEY IS NOT LESS THAN TP-WEEK-END
                   INVALID KEY
                       MOVE 10 TO TIMEPER-STATUS
                   NOT INVALID KEY
                       MOVE 0 TO TIMEPER-STATUS
                END-START
                IF TIMEPER-STATUS = ZEROS
                    READ TIMEPER NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF TP-CLOSED
                                 AND TP-WEEK-START NOT > WRK-DAY
                               MOVE WRK-MSG-CLOSED TO WRK-ERROR-MSG
                           END-IF
                    END-READ
                END-IF
            END-IF.

            IF WRK-ERROR-MSG = SPACES
                MOVE "Y" TO WRK-DAY-OK
            ELSE
                PERFORM 9000-MANAGE-ERROR
            END-IF.

       0320-CORRECT-DAY        SECTION.
            PERFORM 0330-LOAD-PUNCHES.
            PERFORM 0340-SHOW-PUNCHES.
            MOVE SPACE TO WRK-ACTION.
            DISPLAY ACTION-SCREEN.
            ACCEPT ACTION-ENTRY.

            EVALUATE TRUE
              WHEN WRK-ACTION = "A" OR WRK-ACTION = "a"
                PERFORM 0350-ADD-PUNCH
              WHEN WRK-ACTION = "C" OR WRK-ACTION = "c"
                PERFORM 0360-CHANGE-PUNCH
              WHEN WRK-ACTION = "V" OR WRK-ACTION = "v"
                PERFORM 0370-VOID-PUNCH
              WHEN WRK-ACTION = "N" OR WRK-ACTION = "n"
                CONTINUE
              WHEN OTHER
                MOVE WRK-MSG-BADACTION TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-EVALUATE.

       0330-LOAD-PUNCHES       SECTION.
            MOVE ZEROS TO WRK-PUNCH-QTY.
            MOVE WRK-USER TO TC-USER.
            MOVE WRK-DAY  TO TC-DATE.
            MOVE ZEROS    TO TC-TIME.
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
                      IF TC-USER NOT = WRK-USER
                            OR TC-DATE NOT = WRK-DAY
                          MOVE 10 TO TIMECLOCK-STATUS
                      ELSE
                          IF WRK-PUNCH-QTY < WRK-PUNCH-MAX
                              ADD 1 TO WRK-PUNCH-QTY
                              MOVE TC-TIME TO
                                 WRK-PUNCH-TIME(WRK-PUNCH-QTY)
                              MOVE TC-TYPE TO
                                 WRK-PUNCH-TYPE(WRK-PUNCH-QTY)
                              MOVE TC-STATUS-FLAG TO
                                 WRK-PUNCH-STATUS(WRK-PUNCH-QTY)
                              MOVE TC-SOURCE TO
                                 WRK-PUNCH-SOURCE(WRK-PUNCH-QTY)
                              MOVE TC-ENTERED-BY TO
                                 WRK-PUNCH-BY(WRK-PUNCH-QTY)
                          ELSE
                              MOVE WRK-MSG-TOOMANY TO WRK-ERROR-MSG
                              MOVE 10 TO TIMECLOCK-STATUS
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.

       0340-SHOW-PUNCHES       SECTION.
            DISPLAY CLEANER-SCREEN.
            DISPLAY DAY-SCREEN.
            DISPLAY " # TIME    TYPE        STATUS SOURCE     BY"
               LINE 07 COLUMN 10.
            MOVE 07 TO WRK-LINE.
            PERFORM VARYING WRK-PUNCH-IDX FROM 1 BY 1
                  UNTIL WRK-PUNCH-IDX > WRK-PUNCH-QTY
               ADD 1 TO WRK-LINE
               MOVE WRK-PUNCH-IDX TO WRK-PL-NUMBER
               MOVE WRK-PUNCH-TIME(WRK-PUNCH-IDX) TO WRK-PL-TIME
               EVALUATE WRK-PUNCH-TYPE(WRK-PUNCH-IDX)
                 WHEN "I"
                   MOVE "CLOCK IN"    TO WRK-PL-TYPE
                 WHEN "O"
                   MOVE "CLOCK OUT"   TO WRK-PL-TYPE
                 WHEN "B"
                   MOVE "BREAK START" TO WRK-PL-TYPE
                 WHEN "E"
                   MOVE "BREAK END"   TO WRK-PL-TYPE
                 WHEN OTHER
                   MOVE "?"           TO WRK-PL-TYPE
               END-EVALUATE
               IF WRK-PUNCH-STATUS(WRK-PUNCH-IDX) = "X"
                   MOVE "VOID"   TO WRK-PL-STATUS
               ELSE
                   MOVE "ACTIVE" TO WRK-PL-STATUS
               END-IF
               IF WRK-PUNCH-SOURCE(WRK-PUNCH-IDX) = "S"
                   MOVE "SUPERVISOR" TO WRK-PL-SOURCE
               ELSE
                   MOVE "CLOCK"      TO WRK-PL-SOURCE
               END-IF
               MOVE WRK-PUNCH-BY(WRK-PUNCH-IDX) TO WRK-PL-BY
               DISPLAY WRK-PUNCH-LINE LINE WRK-LINE COLUMN 10
            END-PERFORM.

            IF WRK-ERROR-MSG NOT = SPACES
                PERFORM 9000-MANAGE-ERROR
            END-IF.

       0350-ADD-PUNCH          SECTION.
            MOVE SPACE TO WRK-OLD-TYPE.
            MOVE ZEROS TO WRK-OLD-TIME.
            PERFORM 0380-ACCEPT-NEW-PUNCH.
            IF WRK-ERROR-MSG = SPACES
                PERFORM 0385-WRITE-NEW-PUNCH
            END-IF.
            IF WRK-ERROR-MSG = SPACES
                MOVE "A" TO WRK-ACTION
                PERFORM 0390-LOG-CORRECTION
                MOVE WRK-MSG-ADDED TO WRK-ERROR-MSG
            END-IF.
            MOVE SPACE TO WRK-ACTION.
            PERFORM 9000-MANAGE-ERROR.

      *      THE SAME TIME KEEPS THE RECORD AND ONLY THE TYPE CHANGES;
      *      A NEW TIME VOIDS THE OLD PUNCH AND WRITES A NEW ONE.
       0360-CHANGE-PUNCH       SECTION.
            PERFORM 0375-PICK-PUNCH.
            IF WRK-ERROR-MSG = SPACES
                PERFORM 0380-ACCEPT-NEW-PUNCH
            END-IF.

            IF WRK-ERROR-MSG = SPACES
                IF WRK-NEW-TIME = WRK-OLD-TIME
                    MOVE WRK-NEW-TYPE TO TC-TYPE
                    MOVE "S"          TO TC-SOURCE
                    MOVE WRK-OPERATOR TO TC-ENTERED-BY
                    REWRITE TIMECLOCK-REG
                ELSE
                    PERFORM 0385-WRITE-NEW-PUNCH
                    IF WRK-ERROR-MSG = SPACES
                        MOVE WRK-USER     TO TC-USER
                        MOVE WRK-DAY      TO TC-DATE
                        MOVE WRK-OLD-TIME TO TC-TIME
                        READ TIMECLOCK
                        MOVE "X"          TO TC-STATUS-FLAG
                        REWRITE TIMECLOCK-REG
                    END-IF
                END-IF
            END-IF.

            IF WRK-ERROR-MSG = SPACES
                MOVE "C" TO WRK-ACTION
                PERFORM 0390-LOG-CORRECTION
                MOVE WRK-MSG-CHANGED TO WRK-ERROR-MSG
            END-IF.
            MOVE SPACE TO WRK-ACTION.
            PERFORM 9000-MANAGE-ERROR.

       0370-VOID-PUNCH         SECTION.
            PERFORM 0375-PICK-PUNCH.
            IF WRK-ERROR-MSG = SPACES
                MOVE SPACES TO WRK-REASON
                DISPLAY "REASON: " LINE 21 COLUMN 10
                ACCEPT WRK-REASON LINE 21 COLUMN 26
                IF WRK-REASON = SPACES
                    MOVE WRK-MSG-NOREASON TO WRK-ERROR-MSG
                END-IF
            END-IF.

            IF WRK-ERROR-MSG = SPACES
                MOVE "X" TO TC-STATUS-FLAG
                REWRITE TIMECLOCK-REG
                MOVE SPACE TO WRK-NEW-TYPE
                MOVE ZEROS TO WRK-NEW-TIME
                MOVE "V" TO WRK-ACTION
                PERFORM 0390-LOG-CORRECTION
                MOVE WRK-MSG-VOIDED TO WRK-ERROR-MSG
            END-IF.
            MOVE SPACE TO WRK-ACTION.
            PERFORM 9000-MANAGE-ERROR.

      *      LEAVES THE PICKED PUNCH READ AND ITS TYPE AND TIME IN
      *      WRK-OLD-TYPE / WRK-OLD-TIME. ONLY AN ACTIVE PUNCH CAN BE
      *      CHANGED OR VOIDED.
       0375-PICK-PUNCH         SECTION.
            MOVE ZEROS TO WRK-PICK.
            DISPLAY "LINE #: " LINE 20 COLUMN 10.
            ACCEPT WRK-PICK LINE 20 COLUMN 26.
            IF WRK-PICK = ZEROS OR WRK-PICK > WRK-PUNCH-QTY
                MOVE WRK-MSG-BADPICK TO WRK-ERROR-MSG
            ELSE
                IF WRK-PUNCH-STATUS(WRK-PICK) = "X"
                    MOVE WRK-MSG-BADPICK TO WRK-ERROR-MSG
                ELSE
                    MOVE WRK-USER TO TC-USER
                    MOVE WRK-DAY  TO TC-DATE
                    MOVE WRK-PUNCH-TIME(WRK-PICK) TO TC-TIME
                    READ TIMECLOCK
                       INVALID KEY
                           MOVE WRK-MSG-BADPICK TO WRK-ERROR-MSG
                    END-READ
                    MOVE TC-TYPE TO WRK-OLD-TYPE
                    MOVE TC-TIME TO WRK-OLD-TIME
                END-IF
            END-IF.

       0380-ACCEPT-NEW-PUNCH   SECTION.
            MOVE SPACE  TO WRK-NEW-TYPE.
            MOVE ZEROS  TO WRK-NEW-TIME.
            MOVE SPACES TO WRK-REASON.
            DISPLAY "TYPE (I/O/B/E): " LINE 20 COLUMN 36.
            ACCEPT WRK-NEW-TYPE LINE 20 COLUMN 53.
            DISPLAY "TIME: " LINE 20 COLUMN 56.
            ACCEPT WRK-NEW-TIME LINE 20 COLUMN 62.
            DISPLAY "REASON: " LINE 21 COLUMN 10.
            ACCEPT WRK-REASON LINE 21 COLUMN 26.

            INSPECT WRK-NEW-TYPE CONVERTING "iobe" TO "IOBE".
            MOVE WRK-NEW-TYPE TO TC-TYPE.
            EVALUATE TRUE
              WHEN NOT TC-VALID-TYPE
                MOVE WRK-MSG-BADTYPE TO WRK-ERROR-MSG
              WHEN WRK-NEW-TIME(1:2) > "23"
                 OR WRK-NEW-TIME(3:2) > "59"
                 OR WRK-NEW-TIME(5:2) > "59"
                MOVE WRK-MSG-BADTIME TO WRK-ERROR-MSG
              WHEN WRK-REASON = SPACES
                MOVE WRK-MSG-NOREASON TO WRK-ERROR-MSG
            END-EVALUATE.

       0385-WRITE-NEW-PUNCH    SECTION.
            MOVE WRK-USER     TO TC-USER.
            MOVE WRK-DAY      TO TC-DATE.
            MOVE WRK-NEW-TIME TO TC-TIME.
            MOVE WRK-NEW-TYPE TO TC-TYPE.
            MOVE "A"          TO TC-STATUS-FLAG.
            MOVE "S"          TO TC-SOURCE.
            MOVE WRK-OPERATOR TO TC-ENTERED-BY.
            WRITE TIMECLOCK-REG
               INVALID KEY
                   MOVE WRK-MSG-TAKEN TO WRK-ERROR-MSG
            END-WRITE.

      *      TIMECORR.TXT ROW: 01-08 DATE, 10-15 TIME, 17-24
      *      SUPERVISOR, 26-33 OPERATOR, 35-42 DAY CORRECTED, 44
      *      ACTION (A ADD, C CHANGE, V VOID), 46 OLD TYPE, 48-53 OLD
      *      TIME, 55 NEW TYPE, 57-62 NEW TIME, 64-93 REASON.
       0390-LOG-CORRECTION     SECTION.
            ACCEPT WRK-LOG-DATE FROM DATE YYYYMMDD.
            ACCEPT WRK-LOG-TIME FROM TIME.
            MOVE SPACES TO CORR-LOG-DATA.
            MOVE WRK-LOG-DATE      TO CORR-LOG-DATA(001:08).
            MOVE WRK-LOG-TIME(1:6) TO CORR-LOG-DATA(010:06).
            MOVE WRK-OPERATOR      TO CORR-LOG-DATA(017:08).
            MOVE WRK-USER          TO CORR-LOG-DATA(026:08).
            MOVE WRK-DAY           TO CORR-LOG-DATA(035:08).
            MOVE WRK-ACTION        TO CORR-LOG-DATA(044:01).
            MOVE WRK-OLD-TYPE      TO CORR-LOG-DATA(046:01).
            IF WRK-OLD-TYPE NOT = SPACE
                MOVE WRK-OLD-TIME  TO CORR-LOG-DATA(048:06)
            END-IF.
            MOVE WRK-NEW-TYPE      TO CORR-LOG-DATA(055:01).
            IF WRK-NEW-TYPE NOT = SPACE
                MOVE WRK-NEW-TIME  TO CORR-LOG-DATA(057:06)
            END-IF.
            MOVE WRK-REASON        TO CORR-LOG-DATA(064:30).
            WRITE CORR-LOG-REG.

       0400-FINALIZE           SECTION.
            CLOSE TIMECLOCK USERS CORR-LOG.
            IF WRK-TIMEPER-OPEN = "Y"
                CLOSE TIMEPER
            END-IF.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
            MOVE SPACES TO WRK-KEY.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
