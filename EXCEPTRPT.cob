       IDENTIFICATION          DIVISION.
       PROGRAM-ID. EXCEPTRPT.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: WEEKLY LOSS-PREVENTION EXCEPTION REPORT. FOR THE
      *          SEVEN DAYS ENDING ON THE REQUESTED DATE, EVERY
      *          OPERATOR IS TOTALLED ON:
      *            WAIVED   - FEE WAIVERS, DAMAGE WAIVERS AND BALANCE
      *                       WRITE-OFFS THEY ASKED FOR (OVERRIDE LOG)
      *            COMPS    - COMP RENTALS THEY RANG UP (PAYMENTS,
      *                       CATEGORY M, NET OF POST-VOIDS)
      *            VOID/RED - POST-VOIDS AND FEE REDUCTIONS THEY
      *                       ASKED FOR (OVERRIDE LOG)
      *            OVR/SHRT - DRAWER OVER/SHORT ON THE SHIFTS THEY
      *                       CLOSED (SHIFTS.DAT)
      *          AND RANKED BY THE SUM OF ALL FOUR (OVER/SHORT TAKEN
      *          EITHER WAY). ANYONE ABOVE A THRESHOLD ON LPTHRESH.TXT
      *          IS FLAGGED. A SECOND SECTION SHOWS WHICH SUPERVISOR
      *          APPROVED HOW MUCH, AND HOW OFTEN THEY APPROVED THEIR
      *          OWN REQUEST.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      SELECT OVERRIDE-LOG ASSIGN TO "./Data/OVERRIDE.TXT"
            SELECT OVERRIDE-LOG ASSIGN TO
              "C:\Cobol\Project\Data\OVERRIDE.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OVERRIDE-STATUS.

      *      SELECT PAYMENTS ASSIGN TO "./Data/PAYMENTS.TXT"
            SELECT PAYMENTS ASSIGN TO
              "C:\Cobol\Project\Data\PAYMENTS.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAYMENTS-STATUS.

      *      SHIFTS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      SHIFTSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT SHIFTS ASSIGN TO WRK-SHIFTS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS SHIFTS-STATUS
            RECORD KEY IS SHIFT-ID.

      *      SELECT THRESHOLDS ASSIGN TO "./Data/LPTHRESH.TXT"
            SELECT THRESHOLDS ASSIGN TO
              "C:\Cobol\Project\Data\LPTHRESH.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS THRESH-STATUS.

      *      SELECT EXC-REPORT ASSIGN TO "./Data/EXCEPTRPT.TXT"
            SELECT EXC-REPORT ASSIGN TO
              "C:\Cobol\Project\Data\EXCEPTRPT.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EXC-REPORT-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- OVERRIDE LOG INPUT
       FD OVERRIDE-LOG.
       01 OVERRIDE-LOG-REG.
            05 OVR-DATE              PIC 9(008).
            05 FILLER                PIC X(001).
            05 OVR-TIME              PIC X(006).
            05 FILLER                PIC X(001).
            05 OVR-TYPE              PIC X(008).
                88 OVR-WAIVED                VALUE "FEEWAIVE"
                                                   "DMGWAIVE"
                                                   "WRITEOFF"
                                                   "DISPUTE".
                88 OVR-VOID-REDUCE           VALUE "VOID"
                                                   "FEEREDUC".
            05 FILLER                PIC X(001).
            05 OVR-APPROVER          PIC X(008).
            05 FILLER                PIC X(001).
            05 OVR-REQUESTER         PIC X(008).
            05 FILLER                PIC X(001).
            05 OVR-AMOUNT            PIC 9(005)V99.
            05 FILLER                PIC X(001).
            05 OVR-KEY-KIND          PIC X(001).
            05 FILLER                PIC X(001).
            05 OVR-KEY               PIC 9(005).
            05 FILLER                PIC X(001).
            05 OVR-PROGRAM           PIC X(012).
            05 FILLER                PIC X(001).
            05 OVR-REASON            PIC X(030).
            05 FILLER                PIC X(008).

      *---------------------------- PAYMENTS FILE INPUT
       FD PAYMENTS.
       01 PAYMENTS-REG.
            05 PAY-DATE              PIC 9(008).
            05 FILLER                PIC X(001).
            05 PAY-TIME              PIC X(006).
            05 FILLER                PIC X(001).
            05 PAY-CATEGORY          PIC X(001).
                88 PAY-COMP                  VALUE "M".
            05 FILLER                PIC X(001).
            05 PAY-TYPE              PIC X(001).
            05 FILLER                PIC X(001).
            05 PAY-RENTAL-KEY        PIC 9(005).
            05 FILLER                PIC X(001).
            05 PAY-CUSTOMER-KEY      PIC 9(005).
            05 FILLER                PIC X(001).
            05 PAY-MOVIES-KEY        PIC 9(005).
            05 FILLER                PIC X(001).
            05 PAY-AMOUNT            PIC 9(003)V99.
            05 FILLER                PIC X(001).
            05 PAY-OPERATOR          PIC X(008).
            05 FILLER                PIC X(035).
            05 PAY-SIGN              PIC X(001).
                88 PAY-REVERSAL              VALUE "-".
            05 FILLER                PIC X(012).

      *---------------------------- DRAWER SHIFT SESSION FILE
       FD SHIFTS.
       01 SHIFTS-REG.
            05 SHIFT-ID               PIC 9(005).
            05 SHIFT-OPERATOR         PIC X(008).
            05 SHIFT-OPEN-DATE        PIC 9(008).
            05 SHIFT-OPEN-TIME        PIC 9(006).
            05 SHIFT-FLOAT            PIC 9(005)V99.
            05 SHIFT-CLOSE-DATE       PIC 9(008).
            05 SHIFT-CLOSE-TIME       PIC 9(006).
            05 SHIFT-COUNTED          PIC 9(005)V99.
            05 SHIFT-CASH-TAKEN       PIC 9(007)V99.
            05 SHIFT-OVER-SHORT       PIC S9(005)V99.
            05 SHIFT-STATUS-FLAG      PIC X(001).
                88 SHIFT-SESSION-OPEN        VALUE "O".
                88 SHIFT-SESSION-CLOSED      VALUE "C".

      *---------------------------- EXCEPTION THRESHOLDS
      *      ONE ROW: WAIVED AMOUNT, NUMBER OF COMPS, VOIDED OR
      *      REDUCED AMOUNT AND OVER/SHORT (EITHER WAY) PER OPERATOR
      *      PER WEEK. AN OPERATOR ABOVE ANY OF THEM IS FLAGGED. NO
      *      FILE MEANS THE DEFAULTS IN WORKING-STORAGE.
       FD THRESHOLDS.
       01 THRESH-REG.
            05 THR-WAIVED            PIC 9(005)V99.
            05 THR-COMPS             PIC 9(003).
            05 THR-VOIDS             PIC 9(005)V99.
            05 THR-OVER-SHORT        PIC 9(005)V99.

      *---------------------------- REPORT OUTPUT
       FD EXC-REPORT.
       01 EXC-REPORT-REG.
            05 EXC-REPORT-DATA       PIC X(080).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                    PIC X(001).

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                   PIC 9(002) VALUE 01.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG              PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "EXCEPTRPT".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "EXCEPTRPT".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\EXCEPTRPT.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-NOTHING       PIC X(040) VALUE
               "NO EXCEPTIONS IN THAT WEEK".
            05 WRK-MSG-OPERATORS     PIC X(040) VALUE
               "OPERATORS LISTED".
            05 WRK-MSG-FLAGGED       PIC X(040) VALUE
               "OPERATORS FLAGGED".
            05 WRK-MSG-PRESSKEY      PIC X(040) VALUE
               "PRESS ANY KEY".

      *---------------------------- FILE
       77 OVERRIDE-STATUS            PIC 9(002) VALUE ZEROS.
       77 PAYMENTS-STATUS            PIC 9(002) VALUE ZEROS.
       77 SHIFTS-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-SHIFTS-PATH            PIC X(060) VALUE SPACES.
       77 THRESH-STATUS              PIC 9(002) VALUE ZEROS.
       77 EXC-REPORT-STATUS          PIC 9(002) VALUE ZEROS.

      *---------------------------- RUN CONTROLS
       77 WRK-WEEK-END               PIC 9(008) VALUE ZEROS.
       77 WRK-WEEK-START             PIC 9(008) VALUE ZEROS.
       77 WRK-FLAGGED-QTY            PIC 9(003) VALUE ZEROS.

      *---------------------------- THRESHOLDS IN FORCE
       77 WRK-THR-WAIVED             PIC 9(005)V99 VALUE 50,00.
       77 WRK-THR-COMPS              PIC 9(003) VALUE 5.
       77 WRK-THR-VOIDS              PIC 9(005)V99 VALUE 50,00.
       77 WRK-THR-OVER-SHORT         PIC 9(005)V99 VALUE 20,00.

      *---------------------------- PER-OPERATOR TOTALS
       77 WRK-OPER-QTY               PIC 9(002) VALUE ZEROS.
       77 WRK-OPER-MAX               PIC 9(002) VALUE 50.
       77 WRK-OPER-IDX               PIC 9(002) VALUE ZEROS.
       77 WRK-OPER-FIND              PIC X(008) VALUE SPACES.
       01 WRK-OPER-TABLE.
            05 WRK-OPER-ENTRY OCCURS 50 TIMES.
                10 WRK-OPER-ID        PIC X(008).
                10 WRK-OPER-WAIVED    PIC 9(007)V99.
                10 WRK-OPER-COMPS     PIC S9(005).
                10 WRK-OPER-COMP-VAL  PIC S9(007)V99.
                10 WRK-OPER-VOIDS     PIC 9(007)V99.
                10 WRK-OPER-OS-NET    PIC S9(007)V99.
                10 WRK-OPER-OS-ABS    PIC 9(007)V99.
                10 WRK-OPER-SCORE     PIC S9(008)V99.
                10 WRK-OPER-FLAGS     PIC X(004).
                10 WRK-OPER-SHOWN     PIC X(001).

      *---------------------------- PER-APPROVER TOTALS
       77 WRK-APPR-QTY               PIC 9(002) VALUE ZEROS.
       77 WRK-APPR-MAX               PIC 9(002) VALUE 30.
       77 WRK-APPR-IDX               PIC 9(002) VALUE ZEROS.
       01 WRK-APPR-TABLE.
            05 WRK-APPR-ENTRY OCCURS 30 TIMES.
                10 WRK-APPR-ID        PIC X(008).
                10 WRK-APPR-COUNT     PIC 9(005).
                10 WRK-APPR-AMOUNT    PIC 9(007)V99.
                10 WRK-APPR-SELF      PIC 9(005).

      *---------------------------- RANKING
       77 WRK-RANK                   PIC 9(002) VALUE ZEROS.
       77 WRK-BEST                   PIC 9(002) VALUE ZEROS.
       77 WRK-BEST-SCORE             PIC S9(008)V99 VALUE ZEROS.

      *---------------------------- REPORT EDIT FIELDS
       77 WRK-EDIT-AMOUNT            PIC ZZZZ9,99.
       77 WRK-EDIT-SIGNED            PIC -ZZZZ9,99.
       77 WRK-EDIT-COUNT             PIC -ZZZ9.

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
            MOVE SPACES TO WRK-SHIFTS-PATH.
            ACCEPT WRK-SHIFTS-PATH FROM ENVIRONMENT "SHIFTSDAT".
            IF WRK-SHIFTS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\SHIFTS.DAT"
                   TO WRK-SHIFTS-PATH
            END-IF.

       0200-INITIALIZE         SECTION.
            PERFORM 0195-SET-FILE-PATHS.
            OPEN OUTPUT EXC-REPORT.

            OPEN INPUT THRESHOLDS.
            IF THRESH-STATUS = ZEROS
                READ THRESHOLDS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE THR-WAIVED     TO WRK-THR-WAIVED
                       MOVE THR-COMPS      TO WRK-THR-COMPS
                       MOVE THR-VOIDS      TO WRK-THR-VOIDS
                       MOVE THR-OVER-SHORT TO WRK-THR-OVER-SHORT
                END-READ
                CLOSE THRESHOLDS
            END-IF.

       0300-PROCESS            SECTION.
            MOVE ZEROS TO WRK-OPER-QTY WRK-APPR-QTY WRK-FLAGGED-QTY
               WRK-WEEK-END.
            DISPLAY CLEANER-SCREEN.
            DISPLAY WEEK-END-SCREEN.
            ACCEPT WEEK-END-ENTRY.
            IF WRK-WEEK-END = ZEROS
                ACCEPT WRK-WEEK-END FROM DATE YYYYMMDD
            END-IF.
            COMPUTE WRK-WEEK-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-WEEK-END) - 6).

            PERFORM 0310-SCAN-OVERRIDES.
            PERFORM 0320-SCAN-COMPS.
            PERFORM 0330-SCAN-SHIFTS.

            IF WRK-OPER-QTY = ZEROS
                MOVE WRK-MSG-NOTHING TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                PERFORM 0340-SCORE-OPERATORS
                PERFORM 0350-REPORT-HEADER
                PERFORM 0360-REPORT-RANKING
                PERFORM 0370-REPORT-APPROVERS
                PERFORM 0390-REPORT-STATISTICS
            END-IF.

       0310-SCAN-OVERRIDES     SECTION.
            OPEN INPUT OVERRIDE-LOG.
            IF OVERRIDE-STATUS = ZEROS
                PERFORM UNTIL OVERRIDE-STATUS = 10
                   READ OVERRIDE-LOG
                      AT END
                          MOVE 10 TO OVERRIDE-STATUS
                      NOT AT END
                          IF OVR-DATE >= WRK-WEEK-START
                                AND OVR-DATE <= WRK-WEEK-END
                              PERFORM 0315-TALLY-OVERRIDE
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE OVERRIDE-LOG
            END-IF.

       0315-TALLY-OVERRIDE     SECTION.
            MOVE OVR-REQUESTER TO WRK-OPER-FIND.
            PERFORM 0380-FIND-OPERATOR.
            IF WRK-OPER-IDX NOT > WRK-OPER-QTY
                IF OVR-WAIVED
                    ADD OVR-AMOUNT TO WRK-OPER-WAIVED(WRK-OPER-IDX)
                END-IF
                IF OVR-VOID-REDUCE
                    ADD OVR-AMOUNT TO WRK-OPER-VOIDS(WRK-OPER-IDX)
                END-IF
            END-IF.

            PERFORM VARYING WRK-APPR-IDX FROM 1 BY 1
                  UNTIL WRK-APPR-IDX > WRK-APPR-QTY
                     OR WRK-APPR-ID(WRK-APPR-IDX) = OVR-APPROVER
               CONTINUE
            END-PERFORM.
            IF WRK-APPR-IDX > WRK-APPR-QTY
                  AND WRK-APPR-QTY < WRK-APPR-MAX
                ADD 1 TO WRK-APPR-QTY
                MOVE WRK-APPR-QTY TO WRK-APPR-IDX
                MOVE OVR-APPROVER TO WRK-APPR-ID(WRK-APPR-IDX)
                MOVE ZEROS TO WRK-APPR-COUNT(WRK-APPR-IDX)
                   WRK-APPR-AMOUNT(WRK-APPR-IDX)
                   WRK-APPR-SELF(WRK-APPR-IDX)
            END-IF.
            IF WRK-APPR-IDX NOT > WRK-APPR-QTY
                ADD 1 TO WRK-APPR-COUNT(WRK-APPR-IDX)
                ADD OVR-AMOUNT TO WRK-APPR-AMOUNT(WRK-APPR-IDX)
                IF OVR-APPROVER = OVR-REQUESTER
                    ADD 1 TO WRK-APPR-SELF(WRK-APPR-IDX)
                END-IF
            END-IF.

      *      COMPS ARE COUNTED FROM THE PAYMENTS FILE THE SAME WAY
      *      THE COMP-USAGE REPORT COUNTS THEM, SO THE TWO AGREE.
       0320-SCAN-COMPS         SECTION.
            OPEN INPUT PAYMENTS.
            IF PAYMENTS-STATUS = ZEROS
                PERFORM UNTIL PAYMENTS-STATUS = 10
                   READ PAYMENTS
                      AT END
                          MOVE 10 TO PAYMENTS-STATUS
                      NOT AT END
                          IF PAY-COMP
                                AND PAY-DATE >= WRK-WEEK-START
                                AND PAY-DATE <= WRK-WEEK-END
                              PERFORM 0325-TALLY-COMP
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE PAYMENTS
            END-IF.

       0325-TALLY-COMP         SECTION.
            MOVE PAY-OPERATOR TO WRK-OPER-FIND.
            PERFORM 0380-FIND-OPERATOR.
            IF WRK-OPER-IDX NOT > WRK-OPER-QTY
                IF PAY-REVERSAL
                    SUBTRACT 1 FROM WRK-OPER-COMPS(WRK-OPER-IDX)
                    SUBTRACT PAY-AMOUNT
                       FROM WRK-OPER-COMP-VAL(WRK-OPER-IDX)
                ELSE
                    ADD 1 TO WRK-OPER-COMPS(WRK-OPER-IDX)
                    ADD PAY-AMOUNT TO WRK-OPER-COMP-VAL(WRK-OPER-IDX)
                END-IF
            END-IF.

       0330-SCAN-SHIFTS        SECTION.
            OPEN INPUT SHIFTS.
            IF SHIFTS-STATUS = ZEROS
                PERFORM UNTIL SHIFTS-STATUS = 10
                   READ SHIFTS NEXT
                      AT END
                          MOVE 10 TO SHIFTS-STATUS
                      NOT AT END
                          IF SHIFT-SESSION-CLOSED
                                AND SHIFT-CLOSE-DATE >= WRK-WEEK-START
                                AND SHIFT-CLOSE-DATE <= WRK-WEEK-END
                                AND SHIFT-OVER-SHORT NOT = ZEROS
                              PERFORM 0335-TALLY-SHIFT
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE SHIFTS
            END-IF.

       0335-TALLY-SHIFT        SECTION.
            MOVE SHIFT-OPERATOR TO WRK-OPER-FIND.
            PERFORM 0380-FIND-OPERATOR.
            IF WRK-OPER-IDX NOT > WRK-OPER-QTY
                ADD SHIFT-OVER-SHORT TO WRK-OPER-OS-NET(WRK-OPER-IDX)
                IF SHIFT-OVER-SHORT < ZEROS
                    SUBTRACT SHIFT-OVER-SHORT
                       FROM WRK-OPER-OS-ABS(WRK-OPER-IDX)
                ELSE
                    ADD SHIFT-OVER-SHORT
                       TO WRK-OPER-OS-ABS(WRK-OPER-IDX)
                END-IF
            END-IF.

      *      THE SCORE IS WHAT RANKS THE LIST; THE FLAGS SAY WHICH
      *      THRESHOLDS WERE PASSED: W WAIVED, C COMPS, V VOIDED OR
      *      REDUCED, S OVER/SHORT.
       0340-SCORE-OPERATORS    SECTION.
            PERFORM VARYING WRK-OPER-IDX FROM 1 BY 1
                  UNTIL WRK-OPER-IDX > WRK-OPER-QTY
               COMPUTE WRK-OPER-SCORE(WRK-OPER-IDX) =
                  WRK-OPER-WAIVED(WRK-OPER-IDX)
                  + WRK-OPER-COMP-VAL(WRK-OPER-IDX)
                  + WRK-OPER-VOIDS(WRK-OPER-IDX)
                  + WRK-OPER-OS-ABS(WRK-OPER-IDX)
               MOVE SPACES TO WRK-OPER-FLAGS(WRK-OPER-IDX)
               IF WRK-OPER-WAIVED(WRK-OPER-IDX) > WRK-THR-WAIVED
                   MOVE "W" TO WRK-OPER-FLAGS(WRK-OPER-IDX)(1:1)
               END-IF
               IF WRK-OPER-COMPS(WRK-OPER-IDX) > WRK-THR-COMPS
                   MOVE "C" TO WRK-OPER-FLAGS(WRK-OPER-IDX)(2:1)
               END-IF
               IF WRK-OPER-VOIDS(WRK-OPER-IDX) > WRK-THR-VOIDS
                   MOVE "V" TO WRK-OPER-FLAGS(WRK-OPER-IDX)(3:1)
               END-IF
               IF WRK-OPER-OS-ABS(WRK-OPER-IDX) > WRK-THR-OVER-SHORT
                   MOVE "S" TO WRK-OPER-FLAGS(WRK-OPER-IDX)(4:1)
               END-IF
               IF WRK-OPER-FLAGS(WRK-OPER-IDX) NOT = SPACES
                   ADD 1 TO WRK-FLAGGED-QTY
               END-IF
            END-PERFORM.

       0350-REPORT-HEADER      SECTION.
            MOVE SPACES TO EXC-REPORT-REG.
            STRING "LOSS-PREVENTION EXCEPTIONS - WEEK "
                   DELIMITED BY SIZE
                   WRK-WEEK-START DELIMITED BY SIZE
                   " TO "         DELIMITED BY SIZE
                   WRK-WEEK-END   DELIMITED BY SIZE
                   INTO EXC-REPORT-DATA
            END-STRING.
            WRITE EXC-REPORT-REG.

            MOVE SPACES TO EXC-REPORT-REG.
            MOVE "THRESHOLDS: WAIVED"  TO EXC-REPORT-DATA(001:18).
            MOVE WRK-THR-WAIVED        TO WRK-EDIT-AMOUNT.
            MOVE WRK-EDIT-AMOUNT       TO EXC-REPORT-DATA(020:08).
            MOVE "COMPS"               TO EXC-REPORT-DATA(030:05).
            MOVE WRK-THR-COMPS         TO EXC-REPORT-DATA(036:03).
            MOVE "VOID/RED"            TO EXC-REPORT-DATA(041:08).
            MOVE WRK-THR-VOIDS         TO WRK-EDIT-AMOUNT.
            MOVE WRK-EDIT-AMOUNT       TO EXC-REPORT-DATA(050:08).
            MOVE "OVR/SHRT"            TO EXC-REPORT-DATA(060:08).
            MOVE WRK-THR-OVER-SHORT    TO WRK-EDIT-AMOUNT.
            MOVE WRK-EDIT-AMOUNT       TO EXC-REPORT-DATA(069:08).
            WRITE EXC-REPORT-REG.

            MOVE SPACES TO EXC-REPORT-REG.
            WRITE EXC-REPORT-REG.

            MOVE SPACES TO EXC-REPORT-REG.
            MOVE "RK OPERATOR   WAIVED COMPS COMP VAL VOID/RED"
               TO EXC-REPORT-DATA(001:44).
            MOVE " OVR/SHRT    TOTAL FLAGS"
               TO EXC-REPORT-DATA(045:24).
            WRITE EXC-REPORT-REG.

            MOVE SPACES TO EXC-REPORT-REG.
            MOVE "----------------------------" TO EXC-REPORT-DATA.
            WRITE EXC-REPORT-REG.

       0360-REPORT-RANKING     SECTION.
            PERFORM VARYING WRK-OPER-IDX FROM 1 BY 1
                  UNTIL WRK-OPER-IDX > WRK-OPER-QTY
               MOVE "N" TO WRK-OPER-SHOWN(WRK-OPER-IDX)
            END-PERFORM.

            PERFORM VARYING WRK-RANK FROM 1 BY 1
                  UNTIL WRK-RANK > WRK-OPER-QTY
               PERFORM 0365-NEXT-OPERATOR
               MOVE "Y" TO WRK-OPER-SHOWN(WRK-BEST)
               PERFORM 0367-RANKING-LINE
            END-PERFORM.

       0365-NEXT-OPERATOR      SECTION.
            MOVE ZEROS TO WRK-BEST.
            PERFORM VARYING WRK-OPER-IDX FROM 1 BY 1
                  UNTIL WRK-OPER-IDX > WRK-OPER-QTY
               IF WRK-OPER-SHOWN(WRK-OPER-IDX) = "N"
                   IF WRK-BEST = ZEROS
                         OR WRK-OPER-SCORE(WRK-OPER-IDX)
                            > WRK-BEST-SCORE
                       MOVE WRK-OPER-IDX TO WRK-BEST
                       MOVE WRK-OPER-SCORE(WRK-OPER-IDX)
                          TO WRK-BEST-SCORE
                   END-IF
               END-IF
            END-PERFORM.

       0367-RANKING-LINE       SECTION.
            MOVE SPACES TO EXC-REPORT-REG.
            MOVE WRK-RANK                  TO EXC-REPORT-DATA(001:02).
            MOVE WRK-OPER-ID(WRK-BEST)     TO EXC-REPORT-DATA(004:08).
            MOVE WRK-OPER-WAIVED(WRK-BEST) TO WRK-EDIT-AMOUNT.
            MOVE WRK-EDIT-AMOUNT           TO EXC-REPORT-DATA(013:08).
            MOVE WRK-OPER-COMPS(WRK-BEST)  TO WRK-EDIT-COUNT.
            MOVE WRK-EDIT-COUNT            TO EXC-REPORT-DATA(022:05).
            MOVE WRK-OPER-COMP-VAL(WRK-BEST) TO WRK-EDIT-SIGNED.
            MOVE WRK-EDIT-SIGNED           TO EXC-REPORT-DATA(027:09).
            MOVE WRK-OPER-VOIDS(WRK-BEST)  TO WRK-EDIT-AMOUNT.
            MOVE WRK-EDIT-AMOUNT           TO EXC-REPORT-DATA(037:08).
            MOVE WRK-OPER-OS-NET(WRK-BEST) TO WRK-EDIT-SIGNED.
            MOVE WRK-EDIT-SIGNED           TO EXC-REPORT-DATA(045:09).
            MOVE WRK-OPER-SCORE(WRK-BEST)  TO WRK-EDIT-SIGNED.
            MOVE WRK-EDIT-SIGNED           TO EXC-REPORT-DATA(054:09).
            IF WRK-OPER-FLAGS(WRK-BEST) NOT = SPACES
                MOVE "*"                   TO EXC-REPORT-DATA(064:01)
                MOVE WRK-OPER-FLAGS(WRK-BEST)
                                           TO EXC-REPORT-DATA(065:04)
            END-IF.
            WRITE EXC-REPORT-REG.

       0370-REPORT-APPROVERS   SECTION.
            MOVE SPACES TO EXC-REPORT-REG.
            WRITE EXC-REPORT-REG.

            MOVE SPACES TO EXC-REPORT-REG.
            MOVE "APPROVED BY  OVERRIDES   AMOUNT  OWN REQUESTS"
               TO EXC-REPORT-DATA(001:45).
            WRITE EXC-REPORT-REG.

            MOVE SPACES TO EXC-REPORT-REG.
            MOVE "----------------------------" TO EXC-REPORT-DATA.
            WRITE EXC-REPORT-REG.

            PERFORM VARYING WRK-APPR-IDX FROM 1 BY 1
                  UNTIL WRK-APPR-IDX > WRK-APPR-QTY
               MOVE SPACES TO EXC-REPORT-REG
               MOVE WRK-APPR-ID(WRK-APPR-IDX)
                  TO EXC-REPORT-DATA(001:08)
               MOVE WRK-APPR-COUNT(WRK-APPR-IDX)
                  TO EXC-REPORT-DATA(016:05)
               MOVE WRK-APPR-AMOUNT(WRK-APPR-IDX) TO WRK-EDIT-AMOUNT
               MOVE WRK-EDIT-AMOUNT TO EXC-REPORT-DATA(023:08)
               MOVE WRK-APPR-SELF(WRK-APPR-IDX)
                  TO EXC-REPORT-DATA(036:05)
               WRITE EXC-REPORT-REG
            END-PERFORM.

      *      LEAVES WRK-OPER-IDX ON THE OPERATOR'S ROW, ADDING ONE
      *      WHEN NEW. A FULL TABLE LEAVES IT PAST WRK-OPER-QTY.
       0380-FIND-OPERATOR      SECTION.
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
            MOVE 10 TO WRK-LINE.
            DISPLAY WRK-MSG-OPERATORS LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-OPER-QTY      LINE WRK-LINE COLUMN 32.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-FLAGGED   LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-FLAGGED-QTY   LINE WRK-LINE COLUMN 32.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-PRESSKEY  LINE WRK-LINE COLUMN 10.
            ACCEPT WRK-KEY            LINE WRK-LINE COLUMN 25.
            MOVE SPACES TO WRK-KEY.

       0400-FINALIZE           SECTION.
            CLOSE EXC-REPORT.
            MOVE SPACES TO WRK-RPTFILE-PARMS.
            STRING "WEEK ENDING " DELIMITED BY SIZE
                   WRK-WEEK-END DELIMITED BY SIZE
                   INTO WRK-RPTFILE-PARMS
            END-STRING.
            CALL "RPTFILE" USING WRK-RPTFILE-REC.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
