       IDENTIFICATION          DIVISION.
       PROGRAM-ID. CARDRECN.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: RECONCILE CARD AND OTHER NON-CASH TENDERS (TYPE "O"
      *          ON PAYMENTS.TXT) AGAINST THE CARD PROCESSOR'S DAILY
      *          SETTLEMENT FILE. COUNTER ROWS AND SETTLEMENT ROWS ARE
      *          PAIRED ON SALE DATE, SHIFT AND AMOUNT; WHATEVER DOES
      *          NOT PAIR IS KEPT AS AN OPEN ITEM ON CARDRECN.DAT AND
      *          TRIED AGAIN ON EVERY LATER RUN UNTIL IT PAIRS OR
      *          SOMEBODY CLEARS IT WITH A REASON CODE. MONTHEND WILL
      *          NOT LOCK A MONTH THAT STILL HAS OPEN ITEMS OR CARD
      *          DAYS THAT WERE NEVER RECONCILED.
      *
      *          THE REPORT (CARDRECN.TXT) LISTS THE MATCHED ITEMS,
      *          COUNTER ROWS WITH NO SETTLEMENT, SETTLEMENTS WITH NO
      *          COUNTER ROW AND THE PROCESSOR FEES DEDUCTED.
      *          RUNS PROMPT-FREE UNDER REPORTBATCH.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      SELECT PAYMENTS ASSIGN TO "./Data/PAYMENTS.TXT"
            SELECT PAYMENTS ASSIGN TO
              "C:\Cobol\Project\Data\PAYMENTS.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAYMENTS-STATUS.

      *      SELECT SETTLEMENT ASSIGN TO "./Data/SETTLE.TXT"
            SELECT SETTLEMENT ASSIGN TO
              "C:\Cobol\Project\Data\SETTLE.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SETTLEMENT-STATUS.

      *      CARDRECN.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      CARDRECNDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT CARDRECN ASSIGN TO WRK-CARDRECN-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS CARDRECN-STATUS
            RECORD KEY IS RECN-KEY.

      *      SELECT RECN-REPORT ASSIGN TO "./Data/CARDRECN.TXT"
            SELECT RECN-REPORT ASSIGN TO
              "C:\Cobol\Project\Data\CARDRECN.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RECN-REPORT-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- PAYMENTS FILE INPUT
       FD PAYMENTS.
       01 PAYMENTS-REG.
            05 PAY-DATE              PIC 9(008).
            05 FILLER                PIC X(010).
            05 PAY-TYPE              PIC X(001).
                88 PAY-OTHER                 VALUE "O".
            05 FILLER                PIC X(001).
            05 PAY-RENTAL-KEY        PIC X(005).
            05 FILLER                PIC X(013).
            05 PAY-AMOUNT            PIC 9(003)V99.
            05 FILLER                PIC X(025).
            05 PAY-SHIFT-X           PIC X(005).
            05 PAY-SHIFT REDEFINES PAY-SHIFT-X
                                     PIC 9(005).
            05 FILLER                PIC X(010).
            05 PAY-STORE             PIC X(003).
            05 FILLER                PIC X(001).
            05 PAY-SIGN              PIC X(001).
                88 PAY-REVERSAL              VALUE "-".
            05 FILLER                PIC X(001).
            05 PAY-RECEIPT           PIC X(005).
            05 FILLER                PIC X(006).

      *---------------------------- PROCESSOR SETTLEMENT FILE
      * ONE "H" HEADER CARRYING THE BUSINESS DATE THE FILE SETTLES,
      * ONE "D" ROW PER CARD ITEM, ONE "T" TRAILER:
      *   H (02:08) BUSINESS DATE
      *   D (02:08) SALE DATE  (10:05) SHIFT/BATCH  (15:07) AMOUNT
      *     (22:01) "-" REFUND OR CHARGEBACK  (23:05) FEE
      *     (28:12) PROCESSOR REFERENCE
      *   T (02:07) D-ROW COUNT  (09:11) AMOUNTS  (20:09) FEES
       FD SETTLEMENT.
       01 SETL-REG.
            05 SETL-REC-TYPE         PIC X(001).
                88 SETL-HEADER               VALUE "H".
                88 SETL-DETAIL               VALUE "D".
                88 SETL-TRAILER              VALUE "T".
            05 SETL-DETAIL-DATA.
                10 SETL-SALE-DATE    PIC 9(008).
                10 SETL-SHIFT        PIC 9(005).
                10 SETL-AMOUNT       PIC 9(005)V99.
                10 SETL-SIGN         PIC X(001).
                    88 SETL-REFUND           VALUE "-".
                10 SETL-FEE          PIC 9(003)V99.
                10 SETL-REFERENCE    PIC X(012).
                10 FILLER            PIC X(041).
            05 SETL-HEADER-DATA REDEFINES SETL-DETAIL-DATA.
                10 SETL-BUSINESS-DATE PIC 9(008).
                10 FILLER            PIC X(071).
            05 SETL-TRAILER-DATA REDEFINES SETL-DETAIL-DATA.
                10 SETL-TRL-COUNT    PIC 9(007).
                10 SETL-TRL-AMOUNT   PIC 9(009)V99.
                10 SETL-TRL-FEES     PIC 9(007)V99.
                10 FILLER            PIC X(052).

      *---------------------------- RECONCILIATION ITEMS
      *      KEY IS THE BUSINESS DATE OF THE RUN THAT RAISED THE ITEM
      *      PLUS A NUMBER WITHIN THAT RUN. ITEM ZERO IS THE RUN
      *      ITSELF - ITS PRESENCE MEANS THE DAY HAS BEEN RECONCILED.
       FD CARDRECN.
       01 CARDRECN-REG.
            05 RECN-KEY.
                10 RECN-RUN-DATE     PIC 9(008).
                10 RECN-ITEM         PIC 9(005).
            05 RECN-DETAIL.
                10 RECN-SOURCE       PIC X(001).
                    88 RECN-COUNTER          VALUE "P".
                    88 RECN-PROCESSOR        VALUE "S".
                10 RECN-SALE-DATE    PIC 9(008).
                10 RECN-SHIFT        PIC 9(005).
                10 RECN-AMOUNT       PIC S9(005)V99.
                10 RECN-FEE          PIC 9(003)V99.
                10 RECN-REFERENCE    PIC X(012).
                10 RECN-STORE        PIC X(003).
                10 RECN-STATUS-FLAG  PIC X(001).
                    88 RECN-OPEN             VALUE "O".
                    88 RECN-MATCHED          VALUE "M".
                    88 RECN-CLEARED          VALUE "C".
                10 RECN-RESOLVED-DATE PIC 9(008).
                10 RECN-REASON       PIC X(008).
                10 RECN-OPERATOR     PIC X(008).
            05 RECN-HEADER REDEFINES RECN-DETAIL.
                10 RECN-LAST-ITEM    PIC 9(005).
                10 RECN-MATCHED-QTY  PIC 9(005).
                10 RECN-OPEN-QTY     PIC 9(005).
                10 RECN-FEES         PIC 9(007)V99.
                10 RECN-RUN-TIME     PIC 9(006).
                10 RECN-RUN-OPERATOR PIC X(008).
                10 FILLER            PIC X(028).

      *---------------------------- RECONCILIATION REPORT OUTPUT
       FD RECN-REPORT.
       01 RECN-REPORT-REG.
            05 RECN-REPORT-DATA      PIC X(080).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                    PIC X(001).
       77 WRK-MAINT-MODE             PIC X(001) VALUE SPACE.
       77 WRK-CLEAR-DATE             PIC 9(008) VALUE ZEROS.
       77 WRK-CLEAR-ITEM             PIC 9(005) VALUE ZEROS.
       77 WRK-CLEAR-REASON           PIC X(008) VALUE SPACES.
           88 WRK-REASON-VALID       VALUE "CHGBACK" "KEYERROR"
                                           "DUPLICAT" "WRITEOFF"
                                           "REFUNDED" "BANKADJ".

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                   PIC 9(002) VALUE 01.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG              PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "CARDRECN".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "CARDRECN".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\CARDRECN.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-BADMODE       PIC X(040) VALUE
               "ENTER R, L, C OR X".
            05 WRK-MSG-CORRUPTED     PIC X(040) VALUE
               "CORRUPTED FILE".
            05 WRK-MSG-PATH          PIC X(040) VALUE
               "ERROR ON FILE PATH".
            05 WRK-MSG-UNKNOWN       PIC X(040) VALUE
               "UNKNOWN ERROR".
            05 WRK-MSG-PRESSKEY      PIC X(040) VALUE
               "PRESS ANY KEY".
            05 WRK-MSG-NOFILE        PIC X(040) VALUE
               "NO SETTLEMENT FILE FROM PROCESSOR".
            05 WRK-MSG-BADFILE       PIC X(040) VALUE
               "SETTLEMENT FILE INCOMPLETE - NOT USED".
            05 WRK-MSG-DONE          PIC X(040) VALUE
               "DAY ALREADY RECONCILED".
            05 WRK-MSG-TOOMANY       PIC X(040) VALUE
               "TOO MANY ITEMS - RECONCILIATION STOPPED".
            05 WRK-MSG-RECONCILED    PIC X(040) VALUE
               "DAY RECONCILED".
            05 WRK-MSG-NOTFOUND      PIC X(040) VALUE
               "ITEM NOT ON FILE".
            05 WRK-MSG-NOTOPEN       PIC X(040) VALUE
               "ITEM IS NOT OPEN".
            05 WRK-MSG-BADREASON     PIC X(040) VALUE
               "REASON NOT ON THE LIST".
            05 WRK-MSG-CLEARED       PIC X(040) VALUE
               "ITEM CLEARED".
            05 WRK-MSG-MATCHED       PIC X(040) VALUE
               "MATCHED".
            05 WRK-MSG-NOSETTLE      PIC X(040) VALUE
               "NO SETTLEMENT".
            05 WRK-MSG-NOCOUNTER     PIC X(040) VALUE
               "NO COUNTER ROW".
            05 WRK-MSG-FEES          PIC X(040) VALUE
               "PROCESSOR FEES".
            05 WRK-MSG-NETDEP        PIC X(040) VALUE
               "NET SETTLED".

      *---------------------------- FILE
       77 PAYMENTS-STATUS            PIC 9(002) VALUE ZEROS.
       77 SETTLEMENT-STATUS          PIC 9(002) VALUE ZEROS.
       77 CARDRECN-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-CARDRECN-PATH          PIC X(060) VALUE SPACES.
       77 RECN-REPORT-STATUS         PIC 9(002) VALUE ZEROS.
       77 WRK-REPORT-BATCH           PIC X(001) VALUE "N".

      *---------------------------- RUN CONTROLS
       77 WRK-RUN-DATE               PIC 9(008) VALUE ZEROS.
       77 WRK-TODAY                  PIC 9(008) VALUE ZEROS.
       77 WRK-OPERATOR               PIC X(008) VALUE SPACES.
       77 WRK-STOP-MSG               PIC X(040) VALUE SPACES.
       77 WRK-TRAILER-FLAG           PIC X(001) VALUE "N".
       77 WRK-SETL-COUNT             PIC 9(007) VALUE ZEROS.
       77 WRK-SETL-AMOUNT            PIC 9(009)V99 VALUE ZEROS.
       77 WRK-SETL-FEES              PIC 9(007)V99 VALUE ZEROS.
       77 WRK-SETL-NET               PIC S9(009)V99 VALUE ZEROS.
       77 WRK-MATCHED-QTY            PIC 9(005) VALUE ZEROS.
       77 WRK-NOSETTLE-QTY           PIC 9(005) VALUE ZEROS.
       77 WRK-NOCOUNTER-QTY          PIC 9(005) VALUE ZEROS.
       77 WRK-NEXT-ITEM              PIC 9(005) VALUE ZEROS.

      *---------------------------- ITEMS UNDER RECONCILIATION
      *      CARRIED-FORWARD OPEN ITEMS FIRST (THEIR FILE KEY KEPT),
      *      THEN TODAY'S COUNTER ROWS, THEN TODAY'S SETTLEMENTS.
       77 WRK-ITM-MAX                PIC 9(003) VALUE 500.
       77 WRK-ITM-QTY                PIC 9(003) VALUE ZEROS.
       77 WRK-ITM-IDX                PIC 9(003) VALUE ZEROS.
       77 WRK-ITM-JDX                PIC 9(003) VALUE ZEROS.
       01 WRK-ITM-TABLE.
            05 WRK-ITM-ENTRY OCCURS 500 TIMES.
                10 WRK-ITM-RUN-DATE  PIC 9(008).
                10 WRK-ITM-NUMBER    PIC 9(005).
                10 WRK-ITM-SOURCE    PIC X(001).
                10 WRK-ITM-SALE-DATE PIC 9(008).
                10 WRK-ITM-SHIFT     PIC 9(005).
                10 WRK-ITM-AMOUNT    PIC S9(005)V99.
                10 WRK-ITM-FEE       PIC 9(003)V99.
                10 WRK-ITM-REFERENCE PIC X(012).
                10 WRK-ITM-STORE     PIC X(003).
                10 WRK-ITM-PARTNER   PIC 9(003).

      *---------------------------- REPORT LINE FIGURES
       77 WRK-AMT-DISP               PIC +9(005),99 VALUE ZEROS.
       77 WRK-FEE-DISP               PIC 9(003),99 VALUE ZEROS.
       77 WRK-TOT-DISP               PIC +9(009),99 VALUE ZEROS.

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
                   VALUE "(R)ECONCILE, (L)IST OPEN, (C)LEAR, (X): ".
                10 COLUMN PLUS 2     PIC X(001)
                   USING WRK-MAINT-MODE.

      *---------------------------- CLEAR ITEM SCREEN
       01 CLEAR-SCREEN.
            05 CLEAR-DATA FOREGROUND-COLOR 2.
                10 LINE 10 COLUMN 10 VALUE "RUN DATE (YYYYMMDD): ".
                10 COLUMN PLUS 2     PIC 9(008) USING WRK-CLEAR-DATE.
                10 LINE 11 COLUMN 10 VALUE "ITEM              : ".
                10 COLUMN PLUS 2     PIC 9(005) USING WRK-CLEAR-ITEM.
                10 LINE 12 COLUMN 10 VALUE "REASON            : ".
                10 COLUMN PLUS 2     PIC X(008)
                   USING WRK-CLEAR-REASON.
                10 LINE 14 COLUMN 10
                   VALUE "CHGBACK KEYERROR DUPLICAT WRITEOFF".
                10 LINE 15 COLUMN 10
                   VALUE "REFUNDED BANKADJ".

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
            IF WRK-REPORT-BATCH = "Y"
                PERFORM 0310-RECONCILE
            ELSE
                PERFORM 0300-PROCESS
                   UNTIL WRK-MAINT-MODE = "X" OR WRK-MAINT-MODE = "x"
            END-IF.
            PERFORM 0400-FINALIZE.
            GOBACK.

       0195-SET-FILE-PATHS     SECTION.
            MOVE SPACES TO WRK-CARDRECN-PATH.
            ACCEPT WRK-CARDRECN-PATH FROM ENVIRONMENT "CARDRECNDAT".
            IF WRK-CARDRECN-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\CARDRECN.DAT"
                   TO WRK-CARDRECN-PATH
            END-IF.

            MOVE SPACES TO WRK-OPERATOR.
            ACCEPT WRK-OPERATOR FROM ENVIRONMENT "OPERATORID".

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

            OPEN I-O CARDRECN.
            IF CARDRECN-STATUS = 35
                OPEN OUTPUT CARDRECN
                CLOSE CARDRECN
                OPEN I-O CARDRECN
            END-IF.
            PERFORM 0210-VERIFICATION.

       0210-VERIFICATION       SECTION.
            EVALUATE CARDRECN-STATUS
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
              WHEN WRK-MAINT-MODE = "R" OR WRK-MAINT-MODE = "r"
                DISPLAY CLEANER-SCREEN
                PERFORM 0310-RECONCILE
              WHEN WRK-MAINT-MODE = "L" OR WRK-MAINT-MODE = "l"
                PERFORM 0370-LIST-OPEN
              WHEN WRK-MAINT-MODE = "C" OR WRK-MAINT-MODE = "c"
                PERFORM 0380-CLEAR-ITEM
              WHEN WRK-MAINT-MODE = "X" OR WRK-MAINT-MODE = "x"
                CONTINUE
              WHEN OTHER
                MOVE WRK-MSG-BADMODE TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-EVALUATE.

      *      THE SETTLEMENT FILE IS PROVED AGAINST ITS OWN TRAILER
      *      BEFORE ANYTHING IS TOUCHED; ITS HEADER DATE IS THE DAY
      *      BEING RECONCILED, SO FEEDING THE SAME FILE TWICE IS
      *      REFUSED BY THE RUN RECORD ALREADY ON FILE.
       0310-RECONCILE          SECTION.
            MOVE SPACES TO WRK-STOP-MSG.
            MOVE ZEROS TO WRK-ITM-QTY WRK-MATCHED-QTY WRK-NOSETTLE-QTY
               WRK-NOCOUNTER-QTY WRK-RUN-DATE.
            ACCEPT WRK-TODAY FROM DATE YYYYMMDD.
            OPEN OUTPUT RECN-REPORT.

            PERFORM 0315-PROVE-SETTLEMENT.

            IF WRK-STOP-MSG = SPACES
                MOVE WRK-RUN-DATE TO RECN-RUN-DATE
                MOVE ZEROS TO RECN-ITEM
                READ CARDRECN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WRK-MSG-DONE TO WRK-STOP-MSG
                END-READ
            END-IF.

            IF WRK-STOP-MSG = SPACES
                PERFORM 0320-LOAD-CARRIED
                PERFORM 0325-LOAD-COUNTER
                PERFORM 0330-LOAD-SETTLEMENT
            END-IF.

            IF WRK-STOP-MSG = SPACES
                PERFORM 0340-MATCH-ITEMS
                PERFORM 0350-REPORT-ITEMS
                PERFORM 0360-SAVE-ITEMS
                MOVE WRK-MSG-RECONCILED TO WRK-ERROR-MSG
            ELSE
                MOVE SPACES TO RECN-REPORT-REG
                MOVE WRK-STOP-MSG TO RECN-REPORT-DATA
                WRITE RECN-REPORT-REG
                MOVE WRK-STOP-MSG TO WRK-ERROR-MSG
            END-IF.

            CLOSE RECN-REPORT.
            CALL "RPTFILE" USING WRK-RPTFILE-REC.
            PERFORM 0365-REPORT-STATISTICS.

       0315-PROVE-SETTLEMENT   SECTION.
            MOVE ZEROS TO WRK-SETL-COUNT WRK-SETL-AMOUNT WRK-SETL-FEES.
            MOVE "N" TO WRK-TRAILER-FLAG.
            OPEN INPUT SETTLEMENT.
            IF SETTLEMENT-STATUS NOT = ZEROS
                MOVE WRK-MSG-NOFILE TO WRK-STOP-MSG
            ELSE
                PERFORM UNTIL SETTLEMENT-STATUS = 10
                   READ SETTLEMENT
                      AT END
                          MOVE 10 TO SETTLEMENT-STATUS
                      NOT AT END
                          EVALUATE TRUE
                            WHEN SETL-HEADER
                              MOVE SETL-BUSINESS-DATE TO WRK-RUN-DATE
                            WHEN SETL-DETAIL
                              ADD 1 TO WRK-SETL-COUNT
                              ADD SETL-AMOUNT TO WRK-SETL-AMOUNT
                              ADD SETL-FEE TO WRK-SETL-FEES
                            WHEN SETL-TRAILER
                              MOVE "Y" TO WRK-TRAILER-FLAG
                              IF SETL-TRL-COUNT NOT = WRK-SETL-COUNT
                                 OR SETL-TRL-AMOUNT
                                    NOT = WRK-SETL-AMOUNT
                                 OR SETL-TRL-FEES NOT = WRK-SETL-FEES
                                  MOVE "N" TO WRK-TRAILER-FLAG
                              END-IF
                            WHEN OTHER
                              CONTINUE
                          END-EVALUATE
                   END-READ
                END-PERFORM
                CLOSE SETTLEMENT
                IF WRK-TRAILER-FLAG = "N" OR WRK-RUN-DATE = ZEROS
                    MOVE WRK-MSG-BADFILE TO WRK-STOP-MSG
                END-IF
            END-IF.

       0320-LOAD-CARRIED       SECTION.
            MOVE LOW-VALUES TO RECN-KEY.
            START CARDRECN KEY IS GREATER THAN RECN-KEY
               INVALID KEY
                   MOVE 10 TO CARDRECN-STATUS
               NOT INVALID KEY
                   MOVE 0 TO CARDRECN-STATUS
            END-START.

            PERFORM UNTIL CARDRECN-STATUS = 10
               READ CARDRECN NEXT
                  AT END
                      MOVE 10 TO CARDRECN-STATUS
                  NOT AT END
                      IF RECN-ITEM > ZEROS AND RECN-OPEN
                          PERFORM 0335-ADD-ITEM
                          IF WRK-ITM-IDX > ZEROS
                              MOVE RECN-RUN-DATE
                                 TO WRK-ITM-RUN-DATE(WRK-ITM-IDX)
                              MOVE RECN-ITEM
                                 TO WRK-ITM-NUMBER(WRK-ITM-IDX)
                              MOVE RECN-SOURCE
                                 TO WRK-ITM-SOURCE(WRK-ITM-IDX)
                              MOVE RECN-SALE-DATE
                                 TO WRK-ITM-SALE-DATE(WRK-ITM-IDX)
                              MOVE RECN-SHIFT
                                 TO WRK-ITM-SHIFT(WRK-ITM-IDX)
                              MOVE RECN-AMOUNT
                                 TO WRK-ITM-AMOUNT(WRK-ITM-IDX)
                              MOVE RECN-FEE
                                 TO WRK-ITM-FEE(WRK-ITM-IDX)
                              MOVE RECN-REFERENCE
                                 TO WRK-ITM-REFERENCE(WRK-ITM-IDX)
                              MOVE RECN-STORE
                                 TO WRK-ITM-STORE(WRK-ITM-IDX)
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.

      *      CARD ROWS TAKEN ON THE BUSINESS DATE. A POST-VOID'S
      *      REVERSAL ROW IS A NEGATIVE ITEM, PAIRED WITH THE
      *      PROCESSOR'S REFUND.
       0325-LOAD-COUNTER       SECTION.
            OPEN INPUT PAYMENTS.
            IF PAYMENTS-STATUS NOT EQUAL ZEROS
                MOVE 10 TO PAYMENTS-STATUS
            END-IF.
            PERFORM UNTIL PAYMENTS-STATUS = 10
               READ PAYMENTS
                  AT END
                      MOVE 10 TO PAYMENTS-STATUS
                  NOT AT END
                      IF PAY-DATE = WRK-RUN-DATE AND PAY-OTHER
                          PERFORM 0335-ADD-ITEM
                          IF WRK-ITM-IDX > ZEROS
                              MOVE "P" TO WRK-ITM-SOURCE(WRK-ITM-IDX)
                              MOVE PAY-DATE
                                 TO WRK-ITM-SALE-DATE(WRK-ITM-IDX)
                              IF PAY-SHIFT-X IS NUMERIC
                                  MOVE PAY-SHIFT
                                     TO WRK-ITM-SHIFT(WRK-ITM-IDX)
                              END-IF
                              IF PAY-REVERSAL
                                  COMPUTE WRK-ITM-AMOUNT(WRK-ITM-IDX)
                                     = 0 - PAY-AMOUNT
                              ELSE
                                  MOVE PAY-AMOUNT
                                     TO WRK-ITM-AMOUNT(WRK-ITM-IDX)
                              END-IF
                              STRING PAY-RECEIPT DELIMITED BY SIZE
                                     "/" DELIMITED BY SIZE
                                     PAY-RENTAL-KEY DELIMITED BY SIZE
                                     INTO WRK-ITM-REFERENCE(WRK-ITM-IDX)
                              END-STRING
                              MOVE PAY-STORE
                                 TO WRK-ITM-STORE(WRK-ITM-IDX)
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.
            CLOSE PAYMENTS.

      *      ONE FREE TABLE SLOT, CLEARED; WRK-ITM-IDX ZERO WHEN
      *      THE TABLE IS FULL (THE RUN IS THEN STOPPED WHOLE).
       0335-ADD-ITEM           SECTION.
            IF WRK-ITM-QTY < WRK-ITM-MAX
                ADD 1 TO WRK-ITM-QTY
                MOVE WRK-ITM-QTY TO WRK-ITM-IDX
                MOVE ZEROS TO WRK-ITM-RUN-DATE(WRK-ITM-IDX)
                   WRK-ITM-NUMBER(WRK-ITM-IDX)
                   WRK-ITM-SALE-DATE(WRK-ITM-IDX)
                   WRK-ITM-SHIFT(WRK-ITM-IDX)
                   WRK-ITM-AMOUNT(WRK-ITM-IDX)
                   WRK-ITM-FEE(WRK-ITM-IDX)
                   WRK-ITM-PARTNER(WRK-ITM-IDX)
                MOVE SPACES TO WRK-ITM-SOURCE(WRK-ITM-IDX)
                   WRK-ITM-REFERENCE(WRK-ITM-IDX)
                   WRK-ITM-STORE(WRK-ITM-IDX)
            ELSE
                MOVE ZEROS TO WRK-ITM-IDX
                MOVE WRK-MSG-TOOMANY TO WRK-STOP-MSG
            END-IF.

       0330-LOAD-SETTLEMENT    SECTION.
            OPEN INPUT SETTLEMENT.
            PERFORM UNTIL SETTLEMENT-STATUS = 10
               READ SETTLEMENT
                  AT END
                      MOVE 10 TO SETTLEMENT-STATUS
                  NOT AT END
                      IF SETL-DETAIL
                          PERFORM 0335-ADD-ITEM
                          IF WRK-ITM-IDX > ZEROS
                              MOVE "S" TO WRK-ITM-SOURCE(WRK-ITM-IDX)
                              MOVE SETL-SALE-DATE
                                 TO WRK-ITM-SALE-DATE(WRK-ITM-IDX)
                              MOVE SETL-SHIFT
                                 TO WRK-ITM-SHIFT(WRK-ITM-IDX)
                              IF SETL-REFUND
                                  COMPUTE WRK-ITM-AMOUNT(WRK-ITM-IDX)
                                     = 0 - SETL-AMOUNT
                              ELSE
                                  MOVE SETL-AMOUNT
                                     TO WRK-ITM-AMOUNT(WRK-ITM-IDX)
                              END-IF
                              MOVE SETL-FEE
                                 TO WRK-ITM-FEE(WRK-ITM-IDX)
                              MOVE SETL-REFERENCE
                                 TO WRK-ITM-REFERENCE(WRK-ITM-IDX)
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.
            CLOSE SETTLEMENT.

      *      EACH SETTLEMENT TAKES THE FIRST UNPAIRED COUNTER ROW
      *      WITH THE SAME SALE DATE, SHIFT AND SIGNED AMOUNT.
       0340-MATCH-ITEMS        SECTION.
            PERFORM VARYING WRK-ITM-IDX FROM 1 BY 1
                  UNTIL WRK-ITM-IDX > WRK-ITM-QTY
               IF WRK-ITM-SOURCE(WRK-ITM-IDX) = "S"
                  AND WRK-ITM-PARTNER(WRK-ITM-IDX) = ZEROS
                   PERFORM VARYING WRK-ITM-JDX FROM 1 BY 1
                         UNTIL WRK-ITM-JDX > WRK-ITM-QTY
                            OR WRK-ITM-PARTNER(WRK-ITM-IDX) > ZEROS
                      IF WRK-ITM-SOURCE(WRK-ITM-JDX) = "P"
                         AND WRK-ITM-PARTNER(WRK-ITM-JDX) = ZEROS
                         AND WRK-ITM-SALE-DATE(WRK-ITM-JDX)
                             = WRK-ITM-SALE-DATE(WRK-ITM-IDX)
                         AND WRK-ITM-SHIFT(WRK-ITM-JDX)
                             = WRK-ITM-SHIFT(WRK-ITM-IDX)
                         AND WRK-ITM-AMOUNT(WRK-ITM-JDX)
                             = WRK-ITM-AMOUNT(WRK-ITM-IDX)
                          MOVE WRK-ITM-JDX
                             TO WRK-ITM-PARTNER(WRK-ITM-IDX)
                          MOVE WRK-ITM-IDX
                             TO WRK-ITM-PARTNER(WRK-ITM-JDX)
                      END-IF
                   END-PERFORM
               END-IF
            END-PERFORM.

       0350-REPORT-ITEMS       SECTION.
            MOVE SPACES TO RECN-REPORT-REG.
            STRING "CARD SETTLEMENT RECONCILIATION - " DELIMITED BY SIZE
                   WRK-RUN-DATE DELIMITED BY SIZE
                   INTO RECN-REPORT-DATA
            END-STRING.
            WRITE RECN-REPORT-REG.

            MOVE SPACES TO RECN-REPORT-REG.
            MOVE "------------------------------------"
               TO RECN-REPORT-DATA.
            WRITE RECN-REPORT-REG.

      *      MATCHED PAIRS ARE LISTED ONCE, FROM THE SETTLEMENT SIDE.
            PERFORM VARYING WRK-ITM-IDX FROM 1 BY 1
                  UNTIL WRK-ITM-IDX > WRK-ITM-QTY
               EVALUATE TRUE
                 WHEN WRK-ITM-SOURCE(WRK-ITM-IDX) = "S"
                      AND WRK-ITM-PARTNER(WRK-ITM-IDX) > ZEROS
                   ADD 1 TO WRK-MATCHED-QTY
                   MOVE WRK-MSG-MATCHED TO RECN-REPORT-DATA(001:14)
                   PERFORM 0355-WRITE-ITEM-LINE
                 WHEN WRK-ITM-SOURCE(WRK-ITM-IDX) = "P"
                      AND WRK-ITM-PARTNER(WRK-ITM-IDX) = ZEROS
                   ADD 1 TO WRK-NOSETTLE-QTY
                   MOVE WRK-MSG-NOSETTLE TO RECN-REPORT-DATA(001:14)
                   PERFORM 0355-WRITE-ITEM-LINE
                 WHEN WRK-ITM-SOURCE(WRK-ITM-IDX) = "S"
                   ADD 1 TO WRK-NOCOUNTER-QTY
                   MOVE WRK-MSG-NOCOUNTER TO RECN-REPORT-DATA(001:14)
                   PERFORM 0355-WRITE-ITEM-LINE
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
            END-PERFORM.

            COMPUTE WRK-SETL-NET = WRK-SETL-AMOUNT - WRK-SETL-FEES.

            MOVE SPACES TO RECN-REPORT-REG.
            WRITE RECN-REPORT-REG.

            MOVE SPACES TO RECN-REPORT-REG.
            MOVE WRK-MSG-MATCHED   TO RECN-REPORT-DATA(001:16).
            MOVE WRK-MATCHED-QTY   TO RECN-REPORT-DATA(018:05).
            WRITE RECN-REPORT-REG.

            MOVE SPACES TO RECN-REPORT-REG.
            MOVE WRK-MSG-NOSETTLE  TO RECN-REPORT-DATA(001:16).
            MOVE WRK-NOSETTLE-QTY  TO RECN-REPORT-DATA(018:05).
            WRITE RECN-REPORT-REG.

            MOVE SPACES TO RECN-REPORT-REG.
            MOVE WRK-MSG-NOCOUNTER TO RECN-REPORT-DATA(001:16).
            MOVE WRK-NOCOUNTER-QTY TO RECN-REPORT-DATA(018:05).
            WRITE RECN-REPORT-REG.

            MOVE SPACES TO RECN-REPORT-REG.
            MOVE WRK-MSG-FEES      TO RECN-REPORT-DATA(001:16).
            MOVE WRK-SETL-FEES     TO WRK-TOT-DISP.
            MOVE WRK-TOT-DISP      TO RECN-REPORT-DATA(018:13).
            WRITE RECN-REPORT-REG.

            MOVE SPACES TO RECN-REPORT-REG.
            MOVE WRK-MSG-NETDEP    TO RECN-REPORT-DATA(001:16).
            MOVE WRK-SETL-NET      TO WRK-TOT-DISP.
            MOVE WRK-TOT-DISP      TO RECN-REPORT-DATA(018:13).
            WRITE RECN-REPORT-REG.

      *      STATUS, SOURCE, SALE DATE, SHIFT, AMOUNT, FEE, REFERENCE,
      *      AND THE RUN DATE THE ITEM WAS CARRIED FROM (IF ANY).
       0355-WRITE-ITEM-LINE    SECTION.
            MOVE WRK-ITM-SOURCE(WRK-ITM-IDX)
               TO RECN-REPORT-DATA(016:01).
            MOVE WRK-ITM-SALE-DATE(WRK-ITM-IDX)
               TO RECN-REPORT-DATA(018:08).
            MOVE WRK-ITM-SHIFT(WRK-ITM-IDX)
               TO RECN-REPORT-DATA(027:05).
            MOVE WRK-ITM-AMOUNT(WRK-ITM-IDX) TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP TO RECN-REPORT-DATA(033:09).
            MOVE WRK-ITM-FEE(WRK-ITM-IDX) TO WRK-FEE-DISP.
            MOVE WRK-FEE-DISP TO RECN-REPORT-DATA(043:06).
            MOVE WRK-ITM-REFERENCE(WRK-ITM-IDX)
               TO RECN-REPORT-DATA(050:12).
            IF WRK-ITM-RUN-DATE(WRK-ITM-IDX) > ZEROS
                MOVE "CF"
                   TO RECN-REPORT-DATA(063:02)
                MOVE WRK-ITM-RUN-DATE(WRK-ITM-IDX)
                   TO RECN-REPORT-DATA(066:08)
            END-IF.
            WRITE RECN-REPORT-REG.
            MOVE SPACES TO RECN-REPORT-REG.

      *      CARRIED ITEMS THAT PAIRED TODAY ARE CLOSED OFF; TODAY'S
      *      ITEMS THAT DID NOT PAIR ARE FILED AS OPEN UNDER TODAY'S
      *      RUN. THE RUN RECORD GOES LAST.
       0360-SAVE-ITEMS         SECTION.
            MOVE ZEROS TO WRK-NEXT-ITEM.
            PERFORM VARYING WRK-ITM-IDX FROM 1 BY 1
                  UNTIL WRK-ITM-IDX > WRK-ITM-QTY
               IF WRK-ITM-RUN-DATE(WRK-ITM-IDX) > ZEROS
                   IF WRK-ITM-PARTNER(WRK-ITM-IDX) > ZEROS
                       MOVE WRK-ITM-RUN-DATE(WRK-ITM-IDX)
                          TO RECN-RUN-DATE
                       MOVE WRK-ITM-NUMBER(WRK-ITM-IDX) TO RECN-ITEM
                       READ CARDRECN
                          NOT INVALID KEY
                              MOVE "M" TO RECN-STATUS-FLAG
                              MOVE WRK-RUN-DATE TO RECN-RESOLVED-DATE
                              MOVE "MATCHED" TO RECN-REASON
                              MOVE WRK-OPERATOR TO RECN-OPERATOR
                              REWRITE CARDRECN-REG
                       END-READ
                   END-IF
               ELSE
                   IF WRK-ITM-PARTNER(WRK-ITM-IDX) = ZEROS
                       ADD 1 TO WRK-NEXT-ITEM
                       MOVE SPACES TO CARDRECN-REG
                       MOVE WRK-RUN-DATE TO RECN-RUN-DATE
                       MOVE WRK-NEXT-ITEM TO RECN-ITEM
                       MOVE WRK-ITM-SOURCE(WRK-ITM-IDX) TO RECN-SOURCE
                       MOVE WRK-ITM-SALE-DATE(WRK-ITM-IDX)
                          TO RECN-SALE-DATE
                       MOVE WRK-ITM-SHIFT(WRK-ITM-IDX) TO RECN-SHIFT
                       MOVE WRK-ITM-AMOUNT(WRK-ITM-IDX) TO RECN-AMOUNT
                       MOVE WRK-ITM-FEE(WRK-ITM-IDX) TO RECN-FEE
                       MOVE WRK-ITM-REFERENCE(WRK-ITM-IDX)
                          TO RECN-REFERENCE
                       MOVE WRK-ITM-STORE(WRK-ITM-IDX) TO RECN-STORE
                       MOVE "O" TO RECN-STATUS-FLAG
                       MOVE ZEROS TO RECN-RESOLVED-DATE
                       WRITE CARDRECN-REG
                          INVALID KEY
                              CONTINUE
                       END-WRITE
                   END-IF
               END-IF
            END-PERFORM.

            MOVE SPACES TO CARDRECN-REG.
            MOVE WRK-RUN-DATE TO RECN-RUN-DATE.
            MOVE ZEROS TO RECN-ITEM.
            MOVE WRK-NEXT-ITEM TO RECN-LAST-ITEM.
            MOVE WRK-MATCHED-QTY TO RECN-MATCHED-QTY.
            COMPUTE RECN-OPEN-QTY = WRK-NOSETTLE-QTY
               + WRK-NOCOUNTER-QTY.
            MOVE WRK-SETL-FEES TO RECN-FEES.
            ACCEPT RECN-RUN-TIME FROM TIME.
            MOVE WRK-OPERATOR TO RECN-RUN-OPERATOR.
            WRITE CARDRECN-REG
               INVALID KEY
                   CONTINUE
            END-WRITE.

       0365-REPORT-STATISTICS  SECTION.
            MOVE 10 TO WRK-LINE.
            DISPLAY WRK-MSG-MATCHED   LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-MATCHED-QTY   LINE WRK-LINE COLUMN 28.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-NOSETTLE  LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-NOSETTLE-QTY  LINE WRK-LINE COLUMN 28.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-NOCOUNTER LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-NOCOUNTER-QTY LINE WRK-LINE COLUMN 28.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-FEES      LINE WRK-LINE COLUMN 10.
            MOVE WRK-SETL-FEES TO WRK-TOT-DISP.
            DISPLAY WRK-TOT-DISP      LINE WRK-LINE COLUMN 28.

            PERFORM 9000-MANAGE-ERROR.

       0370-LIST-OPEN          SECTION.
            DISPLAY CLEANER-SCREEN.
            MOVE 09 TO WRK-LINE.
            DISPLAY "RUN DATE ITEM  S SALE DATE SHIFT    AMOUNT REF"
               LINE WRK-LINE COLUMN 05.
            MOVE LOW-VALUES TO RECN-KEY.

            START CARDRECN KEY IS GREATER THAN RECN-KEY
               INVALID KEY
                   MOVE 10 TO CARDRECN-STATUS
               NOT INVALID KEY
                   MOVE 0 TO CARDRECN-STATUS
            END-START.

            PERFORM UNTIL CARDRECN-STATUS = 10
               READ CARDRECN NEXT
                  AT END
                      MOVE 10 TO CARDRECN-STATUS
                  NOT AT END
                      IF RECN-ITEM > ZEROS AND RECN-OPEN
                          ADD 1 TO WRK-LINE
                          DISPLAY RECN-RUN-DATE
                             LINE WRK-LINE COLUMN 05
                          DISPLAY RECN-ITEM
                             LINE WRK-LINE COLUMN 14
                          DISPLAY RECN-SOURCE
                             LINE WRK-LINE COLUMN 20
                          DISPLAY RECN-SALE-DATE
                             LINE WRK-LINE COLUMN 22
                          DISPLAY RECN-SHIFT
                             LINE WRK-LINE COLUMN 32
                          MOVE RECN-AMOUNT TO WRK-AMT-DISP
                          DISPLAY WRK-AMT-DISP
                             LINE WRK-LINE COLUMN 38
                          DISPLAY RECN-REFERENCE
                             LINE WRK-LINE COLUMN 48
                          IF WRK-LINE > 20
                              DISPLAY WRK-MSG-PRESSKEY
                                 LINE 22 COLUMN 05
                              ACCEPT WRK-KEY LINE 22 COLUMN 20
                              DISPLAY CLEANER-SCREEN
                              MOVE 09 TO WRK-LINE
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-PRESSKEY LINE WRK-LINE COLUMN 05.
            ACCEPT WRK-KEY LINE WRK-LINE COLUMN 20.
            MOVE SPACES TO WRK-KEY.

      *      AN ITEM THAT WILL NEVER PAIR (CHARGEBACK ACCEPTED, TENDER
      *      KEYED WRONG, ...) IS CLEARED WITH A REASON CODE AND THE
      *      OPERATOR WHO CLEARED IT. ONLY OPEN ITEMS CAN BE CLEARED.
       0380-CLEAR-ITEM         SECTION.
            MOVE ZEROS TO WRK-CLEAR-DATE WRK-CLEAR-ITEM.
            MOVE SPACES TO WRK-CLEAR-REASON.
            DISPLAY CLEANER-SCREEN.
            DISPLAY CLEAR-SCREEN.
            ACCEPT CLEAR-DATA.
            INSPECT WRK-CLEAR-REASON CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

            MOVE WRK-CLEAR-DATE TO RECN-RUN-DATE.
            MOVE WRK-CLEAR-ITEM TO RECN-ITEM.
            EVALUATE TRUE
              WHEN WRK-CLEAR-ITEM = ZEROS
                MOVE WRK-MSG-NOTFOUND TO WRK-ERROR-MSG
              WHEN NOT WRK-REASON-VALID
                MOVE WRK-MSG-BADREASON TO WRK-ERROR-MSG
              WHEN OTHER
                READ CARDRECN
                   INVALID KEY
                       MOVE WRK-MSG-NOTFOUND TO WRK-ERROR-MSG
                   NOT INVALID KEY
                       IF NOT RECN-OPEN
                           MOVE WRK-MSG-NOTOPEN TO WRK-ERROR-MSG
                       ELSE
                           MOVE "C" TO RECN-STATUS-FLAG
                           ACCEPT RECN-RESOLVED-DATE
                              FROM DATE YYYYMMDD
                           MOVE WRK-CLEAR-REASON TO RECN-REASON
                           MOVE WRK-OPERATOR TO RECN-OPERATOR
                           REWRITE CARDRECN-REG
                           MOVE WRK-MSG-CLEARED TO WRK-ERROR-MSG
                       END-IF
                END-READ
            END-EVALUATE.
            PERFORM 9000-MANAGE-ERROR.

       0400-FINALIZE           SECTION.
            CLOSE CARDRECN.
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
