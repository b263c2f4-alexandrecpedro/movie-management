       IDENTIFICATION          DIVISION.
       PROGRAM-ID. BIZCAL.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: STORE BUSINESS CALENDAR - ANSWER DATE QUESTIONS
      *          AGAINST CALENDAR.DAT SO DUE DATES, LATE FEES AND HOLD
      *          EXPIRIES SKIP THE DAYS A STORE IS CLOSED.
      *
      *          CALENDAR.DAT HOLDS TWO KINDS OF RECORD, KEYED BY
      *          STORE + DATE:
      *            WEEKLY  - CAL-DATE ZERO, CAL-WEEKDAYS FLAGS THE
      *                      DAYS OF THE WEEK (MON..SUN) THE STORE IS
      *                      CLOSED WITH "C"
      *            CLOSED  - ONE RECORD PER HOLIDAY OR CLOSED DATE
      *          A BLANK STORE CODE MEANS THE RECORD APPLIES TO EVERY
      *          STORE. A DAY IS CLOSED WHEN EITHER THE STORE OR THE
      *          SHOP-WIDE RECORDS SAY SO.
      *
      *          ACTIONS (LNK-CAL-ACTION):
      *            R - ROLL:  FIRST OPEN DAY ON OR AFTER LNK-CAL-DATE
      *            C - COUNT: OPEN DAYS AFTER LNK-CAL-DATE UP TO AND
      *                       INCLUDING LNK-CAL-DATE-2 (IN DAYS)
      *            A - ADD:   THE DATE LNK-CAL-DAYS OPEN DAYS AFTER
      *                       LNK-CAL-DATE
      *            B - BACK:  LAST OPEN DAY ON OR BEFORE LNK-CAL-DATE
      *          LNK-CAL-RESULT IS "Y" WHEN THE CALENDAR WAS CONSULTED
      *          AND "N" WHEN THERE IS NO CALENDAR FILE - THE ANSWER IS
      *          THEN PLAIN CALENDAR-DAY ARITHMETIC, SO CALLERS NEVER
      *          NEED A FALLBACK OF THEIR OWN.
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
      *---------------------------- FILE
       77 CALENDAR-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-CALENDAR-PATH          PIC X(060) VALUE SPACES.

      *---------------------------- WEEKLY CLOSED DAYS (MON..SUN)
       01 WRK-WEEK-CLOSED.
            05 WRK-WEEK-FLAG         PIC X(001) OCCURS 7 TIMES.
       77 WRK-WEEK-IDX               PIC 9(001) VALUE ZEROS.
       77 WRK-WEEK-OPEN              PIC 9(001) VALUE ZEROS.

      *---------------------------- DAY ARITHMETIC
       77 WRK-DAY                    PIC 9(007) VALUE ZEROS.
       77 WRK-LAST-DAY               PIC 9(007) VALUE ZEROS.
       77 WRK-STEPS                  PIC 9(005) VALUE ZEROS.
       77 WRK-OPEN-COUNT             PIC 9(005) VALUE ZEROS.
       77 WRK-DAY-OF-WEEK            PIC 9(001) VALUE ZEROS.
       77 WRK-CHECK-DATE             PIC 9(008) VALUE ZEROS.
       77 WRK-CLOSED-FLAG            PIC X(001) VALUE "N".
            88 WRK-DAY-CLOSED                VALUE "Y".

      *      A CALENDAR THAT CLOSES EVERY DAY FOR OVER A YEAR IS A
      *      DATA ERROR - STOP LOOKING RATHER THAN LOOP FOREVER
       77 WRK-MAX-STEPS              PIC 9(005) VALUE 366.

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-CAL-REC.
            05 LNK-CAL-ACTION        PIC X(001).
                88 LNK-CAL-ROLL             VALUE "R".
                88 LNK-CAL-COUNT            VALUE "C".
                88 LNK-CAL-ADD              VALUE "A".
                88 LNK-CAL-BACK             VALUE "B".
            05 LNK-CAL-STORE         PIC X(003).
            05 LNK-CAL-DATE          PIC 9(008).
            05 LNK-CAL-DATE-2        PIC 9(008).
            05 LNK-CAL-DAYS          PIC 9(005).
            05 LNK-CAL-RESULT-DATE   PIC 9(008).
            05 LNK-CAL-RESULT        PIC X(001).

       PROCEDURE               DIVISION USING LNK-CAL-REC.

       0100-MAIN               SECTION.
            MOVE "N" TO LNK-CAL-RESULT.
            MOVE LNK-CAL-DATE TO LNK-CAL-RESULT-DATE.
            MOVE SPACES TO WRK-WEEK-CLOSED.
      *      AN EMPTY DATE HAS NO ANSWER - HAND IT BACK UNCHANGED
            IF LNK-CAL-DATE = ZEROS
                IF LNK-CAL-COUNT
                    MOVE ZEROS TO LNK-CAL-DAYS
                END-IF
            ELSE
                PERFORM 0195-SET-CALENDAR-PATH
                OPEN INPUT CALENDAR-FILE
                IF CALENDAR-STATUS = ZEROS
                    MOVE "Y" TO LNK-CAL-RESULT
                    PERFORM 0210-LOAD-WEEK
                END-IF
                PERFORM 0300-APPLY-ACTION
                IF LNK-CAL-RESULT = "Y"
                    CLOSE CALENDAR-FILE
                END-IF
            END-IF.
            GOBACK.

       0195-SET-CALENDAR-PATH  SECTION.
            MOVE SPACES TO WRK-CALENDAR-PATH.
            ACCEPT WRK-CALENDAR-PATH FROM ENVIRONMENT "CALENDARDAT".
            IF WRK-CALENDAR-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\CALENDAR.DAT"
                   TO WRK-CALENDAR-PATH
            END-IF.

      *      MERGE THE SHOP-WIDE AND THE STORE'S OWN WEEKLY PATTERN. A
      *      PATTERN THAT WOULD CLOSE ALL SEVEN DAYS IS IGNORED.
       0210-LOAD-WEEK          SECTION.
            MOVE SPACES TO CAL-STORE.
            MOVE ZEROS TO CAL-DATE.
            READ CALENDAR-FILE
               NOT INVALID KEY
                   PERFORM 0215-MERGE-WEEK
            END-READ.

            IF LNK-CAL-STORE NOT = SPACES
                MOVE LNK-CAL-STORE TO CAL-STORE
                MOVE ZEROS TO CAL-DATE
                READ CALENDAR-FILE
                   NOT INVALID KEY
                       PERFORM 0215-MERGE-WEEK
                END-READ
            END-IF.

            MOVE ZEROS TO WRK-WEEK-OPEN.
            PERFORM VARYING WRK-WEEK-IDX FROM 1 BY 1
               UNTIL WRK-WEEK-IDX > 7
                IF WRK-WEEK-FLAG (WRK-WEEK-IDX) NOT = "C"
                    ADD 1 TO WRK-WEEK-OPEN
                END-IF
            END-PERFORM.
            IF WRK-WEEK-OPEN = ZEROS
                MOVE SPACES TO WRK-WEEK-CLOSED
            END-IF.

       0215-MERGE-WEEK         SECTION.
            PERFORM VARYING WRK-WEEK-IDX FROM 1 BY 1
               UNTIL WRK-WEEK-IDX > 7
                IF CAL-WEEKDAYS (WRK-WEEK-IDX:1) = "C" OR "c"
                    MOVE "C" TO WRK-WEEK-FLAG (WRK-WEEK-IDX)
                END-IF
            END-PERFORM.

       0300-APPLY-ACTION       SECTION.
            EVALUATE TRUE
              WHEN LNK-CAL-ROLL
                PERFORM 0310-ROLL-FORWARD
              WHEN LNK-CAL-COUNT
                PERFORM 0320-COUNT-OPEN-DAYS
              WHEN LNK-CAL-ADD
                PERFORM 0330-ADD-OPEN-DAYS
              WHEN LNK-CAL-BACK
                PERFORM 0340-ROLL-BACK
              WHEN OTHER
                CONTINUE
            END-EVALUATE.

       0310-ROLL-FORWARD       SECTION.
            COMPUTE WRK-DAY = FUNCTION INTEGER-OF-DATE(LNK-CAL-DATE).
            MOVE ZEROS TO WRK-STEPS.
            PERFORM 0350-CHECK-DAY.
            PERFORM UNTIL NOT WRK-DAY-CLOSED
                       OR WRK-STEPS NOT < WRK-MAX-STEPS
                ADD 1 TO WRK-DAY
                ADD 1 TO WRK-STEPS
                PERFORM 0350-CHECK-DAY
            END-PERFORM.
            COMPUTE LNK-CAL-RESULT-DATE =
                FUNCTION DATE-OF-INTEGER(WRK-DAY).

      *      A RENTAL DUE ON THE DAY IT COMES BACK, OR BROUGHT BACK
      *      EARLY, IS NOT LATE AT ALL - THE COUNT IS ZERO.
       0320-COUNT-OPEN-DAYS    SECTION.
            MOVE ZEROS TO LNK-CAL-DAYS WRK-OPEN-COUNT.
            MOVE LNK-CAL-DATE-2 TO LNK-CAL-RESULT-DATE.
            IF LNK-CAL-DATE-2 > LNK-CAL-DATE
                COMPUTE WRK-DAY =
                    FUNCTION INTEGER-OF-DATE(LNK-CAL-DATE)
                COMPUTE WRK-LAST-DAY =
                    FUNCTION INTEGER-OF-DATE(LNK-CAL-DATE-2)
                PERFORM UNTIL WRK-DAY NOT < WRK-LAST-DAY
                    ADD 1 TO WRK-DAY
                    PERFORM 0350-CHECK-DAY
                    IF NOT WRK-DAY-CLOSED
                        ADD 1 TO WRK-OPEN-COUNT
                    END-IF
                END-PERFORM
                MOVE WRK-OPEN-COUNT TO LNK-CAL-DAYS
            END-IF.

       0330-ADD-OPEN-DAYS      SECTION.
            COMPUTE WRK-DAY = FUNCTION INTEGER-OF-DATE(LNK-CAL-DATE).
            MOVE ZEROS TO WRK-OPEN-COUNT WRK-STEPS.
            PERFORM UNTIL WRK-OPEN-COUNT NOT < LNK-CAL-DAYS
                ADD 1 TO WRK-DAY
                PERFORM 0350-CHECK-DAY
                IF WRK-DAY-CLOSED
                    ADD 1 TO WRK-STEPS
                    IF WRK-STEPS NOT < WRK-MAX-STEPS
                        ADD 1 TO WRK-OPEN-COUNT
                    END-IF
                ELSE
                    ADD 1 TO WRK-OPEN-COUNT
                END-IF
            END-PERFORM.
            COMPUTE LNK-CAL-RESULT-DATE =
                FUNCTION DATE-OF-INTEGER(WRK-DAY).

       0340-ROLL-BACK          SECTION.
            COMPUTE WRK-DAY = FUNCTION INTEGER-OF-DATE(LNK-CAL-DATE).
            MOVE ZEROS TO WRK-STEPS.
            PERFORM 0350-CHECK-DAY.
            PERFORM UNTIL NOT WRK-DAY-CLOSED
                       OR WRK-STEPS NOT < WRK-MAX-STEPS
                SUBTRACT 1 FROM WRK-DAY
                ADD 1 TO WRK-STEPS
                PERFORM 0350-CHECK-DAY
            END-PERFORM.
            COMPUTE LNK-CAL-RESULT-DATE =
                FUNCTION DATE-OF-INTEGER(WRK-DAY).

      *      WRK-DAY (INTEGER DATE) IN, WRK-CLOSED-FLAG OUT. WITH NO
      *      CALENDAR FILE EVERY DAY IS OPEN.
       0350-CHECK-DAY          SECTION.
            MOVE "N" TO WRK-CLOSED-FLAG.
            IF LNK-CAL-RESULT = "Y"
                COMPUTE WRK-DAY-OF-WEEK =
                    FUNCTION MOD(WRK-DAY - 1, 7) + 1
                IF WRK-WEEK-FLAG (WRK-DAY-OF-WEEK) = "C"
                    MOVE "Y" TO WRK-CLOSED-FLAG
                ELSE
                    PERFORM 0355-CHECK-CLOSED-DATE
                END-IF
            END-IF.

       0355-CHECK-CLOSED-DATE  SECTION.
            COMPUTE WRK-CHECK-DATE = FUNCTION DATE-OF-INTEGER(WRK-DAY).
            MOVE SPACES TO CAL-STORE.
            MOVE WRK-CHECK-DATE TO CAL-DATE.
            READ CALENDAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WRK-CLOSED-FLAG
            END-READ.

            IF NOT WRK-DAY-CLOSED AND LNK-CAL-STORE NOT = SPACES
                MOVE LNK-CAL-STORE TO CAL-STORE
                MOVE WRK-CHECK-DATE TO CAL-DATE
                READ CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WRK-CLOSED-FLAG
                END-READ
            END-IF.
