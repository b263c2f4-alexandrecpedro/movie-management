       IDENTIFICATION          DIVISION.
       PROGRAM-ID. CASELOG.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: CUSTOMER DISPUTE AND COMPLAINT CASES ON CASES.DAT -
      *          ONE RECORD PER CASE, NUMBERED FROM CONTROL.DAT, KEYED
      *          ALSO BY CUSTOMER SO THE COUNTER CAN COUNT THEM.
      *          CASES ARE OPENED FROM THE COUNTER, FROM THE CUSTOMER
      *          HISTORY SCREEN AND FROM CASEMAINT, WHICH IS ALSO
      *          WHERE THEY ARE WORKED AND RESOLVED.
      *
      *          ACTIONS (LNK-CASE-ACTION):
      *            O - OPEN:  WRITE A NEW OPEN CASE FROM THE LINKAGE
      *                       FIELDS AND RETURN ITS NUMBER IN
      *                       LNK-CASE-NUMBER
      *            K - COUNT: RETURN HOW MANY CASES LNK-CASE-CUSTOMER
      *                       HAS OPEN NOW AND HOW MANY WERE OPENED
      *                       THIS CALENDAR YEAR
      *          LNK-CASE-RESULT IS "Y" WHEN THE ACTION WAS DONE. A
      *          COUNT WITH NO FILE YET COMES BACK "N" WITH ZEROS.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      CASES.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      CASESDAT - SEE 0195-SET-CASES-PATH FOR THE DEFAULT
            SELECT CASES ASSIGN TO WRK-CASES-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS CASES-STATUS
            RECORD KEY IS CASE-NUMBER
            ALTERNATE RECORD KEY IS CASE-CUSTOMER-KEY
               WITH DUPLICATES.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- DISPUTE CASE FILE DESCRIPTION
       FD CASES.
       01 CASES-REG.
            05 CASE-NUMBER            PIC 9(005).
            05 CASE-CUSTOMER-KEY      PIC 9(005).
            05 CASE-LINK-KIND         PIC X(001).
                88 CASE-LINK-RENTAL          VALUE "R".
                88 CASE-LINK-RECEIPT         VALUE "P".
                88 CASE-LINK-NONE            VALUE SPACE.
            05 CASE-LINK-KEY          PIC 9(005).
            05 CASE-CATEGORY          PIC X(001).
                88 CASE-LATE-FEE             VALUE "L".
                88 CASE-DAMAGE               VALUE "D".
                88 CASE-RETURNED             VALUE "R".
                88 CASE-OTHER                VALUE "O".
            05 CASE-DESCRIPTION       PIC X(060).
            05 CASE-STATUS-FLAG       PIC X(001).
                88 CASE-OPEN                 VALUE "O".
                88 CASE-RESOLVED             VALUE "R".
            05 CASE-OPEN-DATE         PIC 9(008).
            05 CASE-OPENED-BY         PIC X(008).
            05 CASE-ASSIGNED          PIC X(008).
            05 CASE-STORE             PIC X(003).
            05 CASE-RESOLVED-DATE     PIC 9(008).
            05 CASE-RESOLVED-BY       PIC X(008).
            05 CASE-OUTCOME           PIC X(001).
                88 CASE-NO-ADJUSTMENT        VALUE "N".
                88 CASE-CREDITED             VALUE "C".
                88 CASE-BALANCE-REVERSED     VALUE "B".
            05 CASE-ADJ-AMOUNT        PIC 9(003)V99.
            05 CASE-RESOLUTION        PIC X(040).
            05 FILLER                 PIC X(010).

       WORKING-STORAGE         SECTION.
      *---------------------------- FILE
       77 CASES-STATUS                PIC 9(002) VALUE ZEROS.
       77 WRK-CASES-PATH              PIC X(060) VALUE SPACES.

      *---------------------------- WORK AREAS
       77 WRK-TODAY                   PIC 9(008) VALUE ZEROS.
       77 WRK-MAX-CASE-NUMBER         PIC 9(005) VALUE ZEROS.
       77 WRK-CASE-SCAN-COUNT         PIC 9(005) VALUE ZEROS.

      *---------------------------- KEY/COUNT CONTROL SUBPROGRAM
       01 WRK-CTL-REC.
            05 WRK-CTL-ACTION         PIC X(001).
            05 WRK-CTL-NAME           PIC X(012).
            05 WRK-CTL-NEXT-KEY       PIC 9(005).
            05 WRK-CTL-COUNT          PIC 9(005).
            05 WRK-CTL-RESULT         PIC X(001).

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-CASE-REC.
            05 LNK-CASE-ACTION        PIC X(001).
                88 LNK-CASE-OPEN-NEW         VALUE "O".
                88 LNK-CASE-COUNT            VALUE "K".
            05 LNK-CASE-NUMBER        PIC 9(005).
            05 LNK-CASE-CUSTOMER      PIC 9(005).
            05 LNK-CASE-LINK-KIND     PIC X(001).
            05 LNK-CASE-LINK-KEY      PIC 9(005).
            05 LNK-CASE-CATEGORY      PIC X(001).
            05 LNK-CASE-DESCRIPTION   PIC X(060).
            05 LNK-CASE-ASSIGNED      PIC X(008).
            05 LNK-CASE-OPERATOR      PIC X(008).
            05 LNK-CASE-STORE         PIC X(003).
            05 LNK-CASE-OPEN-QTY      PIC 9(003).
            05 LNK-CASE-YEAR-QTY      PIC 9(003).
            05 LNK-CASE-RESULT        PIC X(001).

       PROCEDURE               DIVISION USING LNK-CASE-REC.

       0100-MAIN               SECTION.
            MOVE "N" TO LNK-CASE-RESULT.
            ACCEPT WRK-TODAY FROM DATE YYYYMMDD.
            PERFORM 0195-SET-CASES-PATH.

            EVALUATE TRUE
              WHEN LNK-CASE-OPEN-NEW
                PERFORM 0300-OPEN-CASE
              WHEN LNK-CASE-COUNT
                PERFORM 0400-COUNT-CASES
              WHEN OTHER
                CONTINUE
            END-EVALUATE.
            GOBACK.

       0195-SET-CASES-PATH     SECTION.
            MOVE SPACES TO WRK-CASES-PATH.
            ACCEPT WRK-CASES-PATH FROM ENVIRONMENT "CASESDAT".
            IF WRK-CASES-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\CASES.DAT"
                   TO WRK-CASES-PATH
            END-IF.

      *      THE FIRST CASE EVER OPENED CREATES THE FILE.
       0300-OPEN-CASE          SECTION.
            MOVE ZEROS TO LNK-CASE-NUMBER.
            OPEN I-O CASES.
            IF CASES-STATUS = 35
                OPEN OUTPUT CASES
                CLOSE CASES
                OPEN I-O CASES
            END-IF.

            IF CASES-STATUS = ZEROS
                PERFORM 0310-NEXT-CASE-NUMBER
                PERFORM 0320-WRITE-CASE
                CLOSE CASES
            END-IF.

      *      THE NEXT CASE NUMBER COMES FROM CONTROL.DAT WITH ONE
      *      READ, SEEDED BY A FULL PASS THE FIRST TIME ONLY.
       0310-NEXT-CASE-NUMBER   SECTION.
            MOVE "N"     TO WRK-CTL-ACTION.
            MOVE "CASES" TO WRK-CTL-NAME.
            MOVE ZEROS   TO WRK-CTL-NEXT-KEY WRK-CTL-COUNT.
            CALL "KEYCTL" USING WRK-CTL-REC.

            IF WRK-CTL-RESULT NOT = "Y"
                PERFORM 0315-INIT-CASE-CONTROL
                MOVE "N"     TO WRK-CTL-ACTION
                MOVE "CASES" TO WRK-CTL-NAME
                MOVE ZEROS   TO WRK-CTL-NEXT-KEY WRK-CTL-COUNT
                CALL "KEYCTL" USING WRK-CTL-REC
            END-IF.

            MOVE WRK-CTL-NEXT-KEY TO CASE-NUMBER.

       0315-INIT-CASE-CONTROL  SECTION.
            MOVE ZEROS TO WRK-MAX-CASE-NUMBER WRK-CASE-SCAN-COUNT.
            MOVE ZEROS TO CASE-NUMBER.

            START CASES KEY IS GREATER THAN CASE-NUMBER
               INVALID KEY
                   MOVE 10 TO CASES-STATUS
               NOT INVALID KEY
                   MOVE 0 TO CASES-STATUS
            END-START.

            PERFORM UNTIL CASES-STATUS = 10
               READ CASES NEXT
                  AT END
                      MOVE 10 TO CASES-STATUS
                  NOT AT END
                      ADD 1 TO WRK-CASE-SCAN-COUNT
                      MOVE CASE-NUMBER TO WRK-MAX-CASE-NUMBER
               END-READ
            END-PERFORM.

            MOVE "I"     TO WRK-CTL-ACTION.
            MOVE "CASES" TO WRK-CTL-NAME.
            COMPUTE WRK-CTL-NEXT-KEY = WRK-MAX-CASE-NUMBER + 1.
            MOVE WRK-CASE-SCAN-COUNT TO WRK-CTL-COUNT.
            CALL "KEYCTL" USING WRK-CTL-REC.

       0320-WRITE-CASE         SECTION.
            MOVE LNK-CASE-CUSTOMER    TO CASE-CUSTOMER-KEY.
            MOVE LNK-CASE-LINK-KIND   TO CASE-LINK-KIND.
            MOVE LNK-CASE-LINK-KEY    TO CASE-LINK-KEY.
            MOVE LNK-CASE-CATEGORY    TO CASE-CATEGORY.
            MOVE LNK-CASE-DESCRIPTION TO CASE-DESCRIPTION.
            MOVE "O"                  TO CASE-STATUS-FLAG.
            MOVE WRK-TODAY            TO CASE-OPEN-DATE.
            MOVE LNK-CASE-OPERATOR    TO CASE-OPENED-BY.
            MOVE LNK-CASE-ASSIGNED    TO CASE-ASSIGNED.
            MOVE LNK-CASE-STORE       TO CASE-STORE.
            MOVE ZEROS                TO CASE-RESOLVED-DATE
               CASE-ADJ-AMOUNT.
            MOVE SPACES               TO CASE-RESOLVED-BY
               CASE-OUTCOME CASE-RESOLUTION.

            WRITE CASES-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CASE-NUMBER TO LNK-CASE-NUMBER
                   MOVE "Y" TO LNK-CASE-RESULT
            END-WRITE.

      *      EVERY CASE THE CUSTOMER HAS EVER HAD SITS UNDER THE
      *      CUSTOMER KEY - COUNT THE OPEN ONES AND THE ONES OPENED
      *      SINCE 1 JANUARY, WHATEVER STATE THEY ARE IN NOW.
       0400-COUNT-CASES        SECTION.
            MOVE ZEROS TO LNK-CASE-OPEN-QTY LNK-CASE-YEAR-QTY.
            OPEN INPUT CASES.
            IF CASES-STATUS = ZEROS
                MOVE "Y" TO LNK-CASE-RESULT
                MOVE LNK-CASE-CUSTOMER TO CASE-CUSTOMER-KEY

                START CASES KEY IS EQUAL TO CASE-CUSTOMER-KEY
                   INVALID KEY
                       MOVE 10 TO CASES-STATUS
                   NOT INVALID KEY
                       MOVE 0 TO CASES-STATUS
                END-START

                PERFORM UNTIL CASES-STATUS = 10
                   READ CASES NEXT
                      AT END
                          MOVE 10 TO CASES-STATUS
                      NOT AT END
                          IF CASE-CUSTOMER-KEY NOT = LNK-CASE-CUSTOMER
                              MOVE 10 TO CASES-STATUS
                          ELSE
                              PERFORM 0410-COUNT-ONE
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE CASES
            END-IF.

       0410-COUNT-ONE          SECTION.
            IF CASE-OPEN AND LNK-CASE-OPEN-QTY < 999
                ADD 1 TO LNK-CASE-OPEN-QTY
            END-IF.
            IF CASE-OPEN-DATE(1:4) = WRK-TODAY(1:4)
                  AND LNK-CASE-YEAR-QTY < 999
                ADD 1 TO LNK-CASE-YEAR-QTY
            END-IF.
