      *          FIGURE IS SEALED ON THE SHIFT RECORD AND PRINTED ON
      *          A Z-REPORT. CASH THAT WALKS NOW HAS A SHIFT TO
      *          ANSWER FOR IT.
      *          THE DRAWER IS COUNTED BY DENOMINATION; THE COUNT IS
      *          KEPT ON SHIFTCNT.DAT, WHERE THE BANK DEPOSIT RUN
      *          (DEPOSIT) PICKS IT UP.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
             FILE STATUS IS SHIFTS-STATUS
             RECORD KEY IS SHIFT-ID.

      *      SHIFTCNT.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      SHIFTCNTDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT SHIFTCNT ASSIGN TO WRK-SHIFTCNT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS SHIFTCNT-STATUS
             RECORD KEY IS CNT-SHIFT-ID.

      *      PAYMENTS.TXT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      PAYMENTSTXT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT PAYMENTS ASSIGN TO WRK-PAYMENTS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PAYMENTS-STATUS.

      *      ZREPORT.TXT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      ZREPORTTXT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT Z-REPORT ASSIGN TO WRK-ZREPORT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS Z-REPORT-STATUS.

                88 SHIFT-SESSION-OPEN        VALUE "O".
                88 SHIFT-SESSION-CLOSED      VALUE "C".

      *---------------------------- DRAWER COUNT BY DENOMINATION
      *      ONE RECORD PER CLOSED SHIFT. THE FLOAT KEPT BACK STAYS
      *      IN THE DRAWER; THE REST GOES TO THE BANK ON THE DEPOSIT
      *      NUMBERED HERE (ZERO UNTIL IT IS BANKED).
       FD SHIFTCNT.
       01 SHIFTCNT-REG.
            05 CNT-SHIFT-ID           PIC 9(005).
            05 CNT-CLOSE-DATE         PIC 9(008).
            05 CNT-QTY                PIC 9(005) OCCURS 13 TIMES.
            05 CNT-COUNTED            PIC 9(005)V99.
            05 CNT-FLOAT-KEPT         PIC 9(005)V99.
            05 CNT-DEPOSIT-NUMBER     PIC 9(005).
            05 FILLER                 PIC X(010).

      *---------------------------- PAYMENTS FILE INPUT
       FD PAYMENTS.
       01 PAYMENTS-REG.
            05 PAY-RULE              PIC X(008).
            05 FILLER                PIC X(007).
            05 PAY-SHIFT-X           PIC X(005).
            05 FILLER                PIC X(014).
      *      "-" MARKS THE REVERSAL ROW A POST-VOID WRITES UNDER THE
      *      ORIGINAL SHIFT - IT COMES OFF THAT SHIFT'S TAKINGS.
            05 PAY-SIGN              PIC X(001).
                88 PAY-REVERSAL              VALUE "-".
            05 FILLER                PIC X(012).

      *---------------------------- Z-REPORT OUTPUT
       FD Z-REPORT.
               "DO YOU WANT TO PROCEED (Y/N)?".
            05 WRK-MSG-PRESSKEY       PIC X(040) VALUE
               "PRESS ANY KEY".
            05 WRK-MSG-NOCOUNT        PIC X(040) VALUE
               "ERROR WHILE SAVING DRAWER COUNT".

      *---------------------------- FILE
       77 SHIFTS-STATUS               PIC 9(002) VALUE ZEROS.
       77 WRK-SHIFTS-PATH             PIC X(060) VALUE SPACES.
       77 SHIFTCNT-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-SHIFTCNT-PATH           PIC X(060) VALUE SPACES.
       77 PAYMENTS-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-PAYMENTS-PATH           PIC X(060) VALUE SPACES.
       77 Z-REPORT-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-ZREPORT-PATH            PIC X(060) VALUE SPACES.

      *---------------------------- OPERATOR
       77 WRK-OPERATOR                PIC X(008) VALUE SPACES.
       77 WRK-COUNTED-IN              PIC 9(005)V99 VALUE ZEROS.
       77 WRK-TOT-CASH                PIC 9(007)V99 VALUE ZEROS.
       77 WRK-TOT-OTHER               PIC 9(007)V99 VALUE ZEROS.
       77 WRK-TOT-VOID                PIC 9(007)V99 VALUE ZEROS.
       77 WRK-ROW-QTY                 PIC 9(005) VALUE ZEROS.
       77 WRK-EXPECTED                PIC 9(007)V99 VALUE ZEROS.
       77 WRK-OVER-SHORT              PIC S9(005)V99 VALUE ZEROS.
       77 WRK-OS-DISP                 PIC +9(005),99 VALUE ZEROS.
       77 WRK-PAY-SHIFT               PIC 9(005) VALUE ZEROS.

      *---------------------------- DENOMINATIONS (NOTES, THEN COINS)
       01 WRK-DENOM-VALUES.
            05 FILLER                 PIC X(007) VALUE "0010000".
            05 FILLER                 PIC X(007) VALUE "0005000".
            05 FILLER                 PIC X(007) VALUE "0002000".
            05 FILLER                 PIC X(007) VALUE "0001000".
            05 FILLER                 PIC X(007) VALUE "0000500".
            05 FILLER                 PIC X(007) VALUE "0000200".
            05 FILLER                 PIC X(007) VALUE "0000100".
            05 FILLER                 PIC X(007) VALUE "0000050".
            05 FILLER                 PIC X(007) VALUE "0000020".
            05 FILLER                 PIC X(007) VALUE "0000010".
            05 FILLER                 PIC X(007) VALUE "0000005".
            05 FILLER                 PIC X(007) VALUE "0000002".
            05 FILLER                 PIC X(007) VALUE "0000001".
       01 WRK-DENOM-TABLE REDEFINES WRK-DENOM-VALUES.
            05 WRK-DENOM-VALUE        PIC 9(005)V99 OCCURS 13 TIMES.

       01 WRK-COUNT-IN.
            05 WRK-CNT-N100           PIC 9(005).
            05 WRK-CNT-N050           PIC 9(005).
            05 WRK-CNT-N020           PIC 9(005).
            05 WRK-CNT-N010           PIC 9(005).
            05 WRK-CNT-N005           PIC 9(005).
            05 WRK-CNT-C200           PIC 9(005).
            05 WRK-CNT-C100           PIC 9(005).
            05 WRK-CNT-C050           PIC 9(005).
            05 WRK-CNT-C020           PIC 9(005).
            05 WRK-CNT-C010           PIC 9(005).
            05 WRK-CNT-C005           PIC 9(005).
            05 WRK-CNT-C002           PIC 9(005).
            05 WRK-CNT-C001           PIC 9(005).
       01 WRK-COUNT-TABLE REDEFINES WRK-COUNT-IN.
            05 WRK-CNT-QTY            PIC 9(005) OCCURS 13 TIMES.

       77 WRK-DENOM-IDX               PIC 9(002) VALUE ZEROS.
       77 WRK-DENOM-AMOUNT            PIC 9(007)V99 VALUE ZEROS.

      *---------------------------- NEW SHIFT KEY ASSIGNMENT
       77 WRK-MAX-SHIFT-ID            PIC 9(005) VALUE ZEROS.
       77 WRK-SCAN-COUNT              PIC 9(005) VALUE ZEROS.
                10 COLUMN PLUS 2      PIC 9(005)V99
                   USING WRK-FLOAT-IN.

      *---------------------------- DENOMINATION COUNT SCREEN
       01 DENOM-SCREEN.
            05 DENOM-ENTRY FOREGROUND-COLOR 2.
                10 LINE 04 COLUMN 05 VALUE "100,00 X".
                10 COLUMN PLUS 2      PIC 9(005) USING WRK-CNT-N100.
                10 LINE 05 COLUMN 05 VALUE " 50,00 X".
                10 COLUMN PLUS 2      PIC 9(005) USING WRK-CNT-N050.
                10 LINE 06 COLUMN 05 VALUE " 20,00 X".
                10 COLUMN PLUS 2      PIC 9(005) USING WRK-CNT-N020.
                10 LINE 07 COLUMN 05 VALUE " 10,00 X".
                10 COLUMN PLUS 2      PIC 9(005) USING WRK-CNT-N010.
                10 LINE 08 COLUMN 05 VALUE "  5,00 X".
                10 COLUMN PLUS 2      PIC 9(005) USING WRK-CNT-N005.
                10 LINE 04 COLUMN 30 VALUE "  2,00 X".
                10 COLUMN PLUS 2      PIC 9(005) USING WRK-CNT-C200.
                10 LINE 05 COLUMN 30 VALUE "  1,00 X".
                10 COLUMN PLUS 2      PIC 9(005) USING WRK-CNT-C100.
                10 LINE 06 COLUMN 30 VALUE "  0,50 X".
                10 COLUMN PLUS 2      PIC 9(005) USING WRK-CNT-C050.
                10 LINE 07 COLUMN 30 VALUE "  0,20 X".
                10 COLUMN PLUS 2      PIC 9(005) USING WRK-CNT-C020.
                10 LINE 08 COLUMN 30 VALUE "  0,10 X".
                10 COLUMN PLUS 2      PIC 9(005) USING WRK-CNT-C010.
                10 LINE 04 COLUMN 55 VALUE "  0,05 X".
                10 COLUMN PLUS 2      PIC 9(005) USING WRK-CNT-C005.
                10 LINE 05 COLUMN 55 VALUE "  0,02 X".
                10 COLUMN PLUS 2      PIC 9(005) USING WRK-CNT-C002.
                10 LINE 06 COLUMN 55 VALUE "  0,01 X".
                10 COLUMN PLUS 2      PIC 9(005) USING WRK-CNT-C001.

      *---------------------------- COUNTED DRAWER SCREEN
       01 COUNTED-SCREEN.
            05 COUNTED-ENTRY FOREGROUND-COLOR 2.
            GOBACK.

       0195-SET-FILE-PATHS     SECTION.
            MOVE SPACES TO WRK-ZREPORT-PATH.
            ACCEPT WRK-ZREPORT-PATH FROM ENVIRONMENT "ZREPORTTXT".
            IF WRK-ZREPORT-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\ZREPORT.TXT"
                   TO WRK-ZREPORT-PATH
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
                   TO WRK-SHIFTS-PATH
            END-IF.

            MOVE SPACES TO WRK-SHIFTCNT-PATH.
            ACCEPT WRK-SHIFTCNT-PATH FROM ENVIRONMENT "SHIFTCNTDAT".
            IF WRK-SHIFTCNT-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\SHIFTCNT.DAT"
                   TO WRK-SHIFTCNT-PATH
            END-IF.

       0197-SET-OPERATOR       SECTION.
            MOVE SPACES TO WRK-OPERATOR.
            ACCEPT WRK-OPERATOR FROM ENVIRONMENT "OPERATORID".
            OPEN I-O SHIFTS.
            PERFORM 0210-VERIFICATION.

            OPEN I-O SHIFTCNT.
            IF SHIFTCNT-STATUS = 35
                OPEN OUTPUT SHIFTCNT
                CLOSE SHIFTCNT
                OPEN I-O SHIFTCNT
            END-IF.

       0210-VERIFICATION       SECTION.
            EVALUATE SHIFTS-STATUS
              WHEN 0
            DISPLAY "FLOAT" LINE 11 COLUMN 10.
            DISPLAY SHIFT-FLOAT LINE 11 COLUMN 17.

      *      THE DRAWER IS COUNTED NOTE BY NOTE AND COIN BY COIN;
      *      THE COUNTED TOTAL IS WHAT THE DENOMINATIONS ADD UP TO.
            MOVE ZEROS TO WRK-COUNT-IN WRK-DENOM-AMOUNT.
            DISPLAY DENOM-SCREEN.
            ACCEPT DENOM-ENTRY.
            PERFORM VARYING WRK-DENOM-IDX FROM 1 BY 1
                  UNTIL WRK-DENOM-IDX > 13
               COMPUTE WRK-DENOM-AMOUNT = WRK-DENOM-AMOUNT
                  + WRK-CNT-QTY(WRK-DENOM-IDX)
                  * WRK-DENOM-VALUE(WRK-DENOM-IDX)
            END-PERFORM.
            MOVE WRK-DENOM-AMOUNT TO WRK-COUNTED-IN.
            DISPLAY COUNTED-SCREEN.

            PERFORM 0345-TALLY-SESSION.

                   MOVE WRK-MSG-NOTSAVED TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
               NOT INVALID KEY
                   PERFORM 0348-WRITE-COUNT
                   PERFORM 0350-WRITE-Z-REPORT
                   PERFORM 0360-SHOW-CLOSE
            END-REWRITE.

       0345-TALLY-SESSION      SECTION.
            MOVE ZEROS TO WRK-TOT-CASH WRK-TOT-OTHER WRK-ROW-QTY
               WRK-TOT-VOID.

            OPEN INPUT PAYMENTS.
            IF PAYMENTS-STATUS NOT EQUAL ZEROS
                          MOVE PAY-SHIFT-X TO WRK-PAY-SHIFT
                          IF WRK-PAY-SHIFT = SHIFT-ID
                              ADD 1 TO WRK-ROW-QTY
                              EVALUATE TRUE
                                WHEN PAY-REVERSAL AND PAY-CASH
                                  SUBTRACT PAY-AMOUNT FROM WRK-TOT-CASH
                                  ADD PAY-AMOUNT TO WRK-TOT-VOID
                                WHEN PAY-REVERSAL
                                  SUBTRACT PAY-AMOUNT FROM WRK-TOT-OTHER
                                  ADD PAY-AMOUNT TO WRK-TOT-VOID
                                WHEN PAY-CASH
                                  ADD PAY-AMOUNT TO WRK-TOT-CASH
                                WHEN OTHER
                                  ADD PAY-AMOUNT TO WRK-TOT-OTHER
                              END-EVALUATE
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.
            CLOSE PAYMENTS.

      *      THE OPENING FLOAT IS WHAT STAYS IN THE DRAWER FOR THE
      *      NEXT SESSION; THE DEPOSIT RUN BANKS THE REST.
       0348-WRITE-COUNT        SECTION.
            MOVE SHIFT-ID          TO CNT-SHIFT-ID.
            MOVE SHIFT-CLOSE-DATE  TO CNT-CLOSE-DATE.
            PERFORM VARYING WRK-DENOM-IDX FROM 1 BY 1
                  UNTIL WRK-DENOM-IDX > 13
               MOVE WRK-CNT-QTY(WRK-DENOM-IDX)
                  TO CNT-QTY(WRK-DENOM-IDX)
            END-PERFORM.
            MOVE WRK-COUNTED-IN    TO CNT-COUNTED.
            MOVE SHIFT-FLOAT       TO CNT-FLOAT-KEPT.
            MOVE ZEROS             TO CNT-DEPOSIT-NUMBER.

            WRITE SHIFTCNT-REG
               INVALID KEY
                   MOVE WRK-MSG-NOCOUNT TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
            END-WRITE.

       0350-WRITE-Z-REPORT     SECTION.
            OPEN EXTEND Z-REPORT.
            IF Z-REPORT-STATUS = 35
            MOVE WRK-TOT-OTHER      TO Z-REPORT-DATA(018:09).
            WRITE Z-REPORT-REG.

            MOVE SPACES TO Z-REPORT-REG.
            MOVE "VOIDS"            TO Z-REPORT-DATA(001:16).
            MOVE WRK-TOT-VOID       TO Z-REPORT-DATA(018:09).
            WRITE Z-REPORT-REG.

            MOVE SPACES TO Z-REPORT-REG.
            MOVE "DRAWER EXPECTED"  TO Z-REPORT-DATA(001:16).
            MOVE WRK-EXPECTED       TO Z-REPORT-DATA(018:09).
            MOVE WRK-COUNTED-IN     TO Z-REPORT-DATA(018:07).
            WRITE Z-REPORT-REG.

            PERFORM VARYING WRK-DENOM-IDX FROM 1 BY 1
                  UNTIL WRK-DENOM-IDX > 13
               IF WRK-CNT-QTY(WRK-DENOM-IDX) > ZEROS
                   MOVE SPACES TO Z-REPORT-REG
                   MOVE WRK-DENOM-VALUE(WRK-DENOM-IDX)
                      TO Z-REPORT-DATA(005:07)
                   MOVE "X"         TO Z-REPORT-DATA(013:01)
                   MOVE WRK-CNT-QTY(WRK-DENOM-IDX)
                      TO Z-REPORT-DATA(018:05)
                   WRITE Z-REPORT-REG
               END-IF
            END-PERFORM.

            MOVE WRK-OVER-SHORT TO WRK-OS-DISP.
            MOVE SPACES TO Z-REPORT-REG.
            MOVE "OVER/SHORT"       TO Z-REPORT-DATA(001:16).

       0400-FINALIZE           SECTION.
            CLOSE SHIFTS.
            CLOSE SHIFTCNT.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
