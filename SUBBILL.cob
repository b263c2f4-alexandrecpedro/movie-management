       IDENTIFICATION          DIVISION.
       PROGRAM-ID. SUBBILL.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: MONTHLY SUBSCRIPTION RENEWALS. EVERY ACTIVE
      *          SUBSCRIPTION WHOSE RENEWAL DATE HAS COME IS CHARGED
      *          THE PLAN'S CURRENT FEE THROUGH SUBCHG, THE SAME AS AT
      *          SIGN-UP. A CHARGE THAT GOES THROUGH MOVES THE RENEWAL
      *          DATE ON A MONTH AND STARTS A FRESH RENTAL ALLOWANCE;
      *          A REFUSED CHARGE (INACTIVE, IN COLLECTIONS OR OVER THE
      *          BALANCE LIMIT) SUSPENDS THE SUBSCRIPTION UNTIL THE
      *          CUSTOMER SIGNS UP AGAIN. WHEN THE PAYMENT MONTH IS
      *          LOCKED NOTHING IS CHANGED AND THE NEXT RUN TRIES
      *          AGAIN. A SUBSCRIPTION ON A WITHDRAWN PLAN IS NOT
      *          RENEWED - IT IS CANCELLED AT ITS RENEWAL DATE.
      *
      *          A SUBSCRIPTION SEVERAL MONTHS BEHIND (THE RUN WAS
      *          MISSED) IS CHARGED ONCE FOR EACH MONTH DUE.
      *
      *          THE REPORT GIVES, PER PLAN, THE ACTIVE SUBSCRIBERS,
      *          NEW SIGN-UPS, LAPSES AND CANCELLATIONS IN THE RUN
      *          MONTH AND THE FEES BILLED IN IT.
      *
      *          RUNS PROMPT-FREE UNDER REPORTBATCH; THE REPORT IS
      *          ALWAYS WRITTEN.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      PLANS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      PLANSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT PLANS ASSIGN TO WRK-PLANS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS PLANS-STATUS
            RECORD KEY IS PLAN-CODE.

      *      SUBS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      SUBSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT SUBS ASSIGN TO WRK-SUBS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS SUBS-STATUS
            RECORD KEY IS SUB-CUSTOMER-KEY.

      *      SELECT SUB-REPORT ASSIGN TO "./Data/SUBBILL.TXT"
            SELECT SUB-REPORT ASSIGN TO
              "C:\Cobol\Project\Data\SUBBILL.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SUB-REPORT-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- SUBSCRIPTION PLANS
       FD PLANS.
       01 PLANS-REG.
            05 PLAN-CODE              PIC X(008).
            05 PLAN-NAME              PIC X(030).
            05 PLAN-FEE               PIC 9(003)V99.
            05 PLAN-RENTALS           PIC 9(003).
            05 PLAN-MAX-OUT           PIC 9(002).
            05 PLAN-NO-NEW            PIC X(001).
                88 PLAN-EXCLUDES-NEW         VALUE "Y".
            05 PLAN-STATUS-FLAG       PIC X(001).
                88 PLAN-ACTIVE               VALUE "A".
                88 PLAN-INACTIVE             VALUE "I".
            05 FILLER                 PIC X(010).

      *---------------------------- CUSTOMER SUBSCRIPTIONS
       FD SUBS.
       01 SUBS-REG.
            05 SUB-CUSTOMER-KEY       PIC 9(005).
            05 SUB-PLAN-CODE          PIC X(008).
            05 SUB-START-DATE         PIC 9(008).
            05 SUB-RENEW-DATE         PIC 9(008).
            05 SUB-BILL-DAY           PIC 9(002).
            05 SUB-STATUS-FLAG        PIC X(001).
                88 SUB-ACTIVE                VALUE "A".
                88 SUB-SUSPENDED             VALUE "S".
                88 SUB-CANCELLED             VALUE "C".
            05 SUB-STATUS-DATE        PIC 9(008).
            05 SUB-PERIOD-USED        PIC 9(003).
            05 SUB-TOTAL-USED         PIC 9(005).
            05 SUB-LAST-BILLED        PIC 9(008).
            05 SUB-LAST-FEE           PIC 9(003)V99.
            05 FILLER                 PIC X(010).

      *---------------------------- BILLING REPORT OUTPUT
       FD SUB-REPORT.
       01 SUB-REPORT-REG.
            05 SUB-REPORT-DATA       PIC X(100).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                    PIC X(001).

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                   PIC 9(002) VALUE 01.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG              PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "SUBBILL".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "SUBBILL".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\SUBBILL.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-CORRUPTED     PIC X(040) VALUE
               "CORRUPTED FILE".
            05 WRK-MSG-OPEN          PIC X(040) VALUE
               "ERROR WHILE OPENING FILE".
            05 WRK-MSG-PATH          PIC X(040) VALUE
               "ERROR ON FILE PATH".
            05 WRK-MSG-UNKNOWN       PIC X(040) VALUE
               "UNKNOWN ERROR".
            05 WRK-MSG-PRESSKEY      PIC X(040) VALUE
               "PRESS ANY KEY".
            05 WRK-MSG-PROCEED       PIC X(040) VALUE
               "BILL SUBSCRIPTION RENEWALS DUE (Y/N)?".
            05 WRK-MSG-CANCELLED     PIC X(040) VALUE
               "RUN CANCELLED - NOTHING BILLED".
            05 WRK-MSG-READRECORDS   PIC X(040) VALUE
               "SUBSCRIPTIONS READ".
            05 WRK-MSG-RENEWED       PIC X(040) VALUE
               "RENEWALS CHARGED".
            05 WRK-MSG-BILLED        PIC X(040) VALUE
               "FEES BILLED".
            05 WRK-MSG-SUSPENDED     PIC X(040) VALUE
               "SUSPENDED - CHARGE REFUSED".
            05 WRK-MSG-WITHDRAWN     PIC X(040) VALUE
               "ENDED - PLAN WITHDRAWN".
            05 WRK-MSG-LOCKED        PIC X(040) VALUE
               "PERIOD LOCKED - RENEWALS NOT CHARGED".
            05 WRK-MSG-PLANFULL      PIC X(040) VALUE
               "TOO MANY PLANS - SOME LEFT OFF REPORT".

      *---------------------------- FILE
       77 PLANS-STATUS               PIC 9(002) VALUE ZEROS.
       77 WRK-PLANS-PATH             PIC X(060) VALUE SPACES.
       77 SUBS-STATUS                PIC 9(002) VALUE ZEROS.
       77 WRK-SUBS-PATH              PIC X(060) VALUE SPACES.
       77 SUB-REPORT-STATUS          PIC 9(002) VALUE ZEROS.
       77 WRK-REPORT-BATCH           PIC X(001) VALUE "N".
       77 WRK-OPERATOR               PIC X(008) VALUE SPACES.

      *---------------------------- RUN CONTROLS
       77 WRK-RUN-DATE               PIC 9(008) VALUE ZEROS.
       77 WRK-RUN-MONTH              PIC 9(006) VALUE ZEROS.
       77 WRK-DATE-MONTH             PIC 9(006) VALUE ZEROS.
       77 WRK-REGQTY                 PIC 9(005) VALUE ZEROS.
       77 WRK-RENEWED-QTY            PIC 9(005) VALUE ZEROS.
       77 WRK-SUSPENDED-QTY          PIC 9(005) VALUE ZEROS.
       77 WRK-WITHDRAWN-QTY          PIC 9(005) VALUE ZEROS.
       77 WRK-LOCKED-QTY             PIC 9(005) VALUE ZEROS.
       77 WRK-TOT-BILLED             PIC 9(007)V99 VALUE ZEROS.
       77 WRK-BILL-DONE              PIC X(001) VALUE "N".
       77 WRK-ACTION                 PIC X(012) VALUE SPACES.
       77 WRK-AMT-DISP               PIC Z(006)9,99 VALUE ZEROS.
       77 WRK-QTY-DISP               PIC Z(004)9 VALUE ZEROS.

      *---------------------------- NEXT RENEWAL DATE
      *      ONE MONTH ON FROM WRK-NX-DATE-N, ON THE SUBSCRIPTION'S
      *      BILLING DAY - PULLED BACK TO THE MONTH'S LAST DAY WHEN
      *      THE MONTH IS SHORTER.
       77 WRK-NX-BILL-DAY            PIC 9(002) VALUE ZEROS.
       01 WRK-NX-DATE.
            05 WRK-NX-YEAR           PIC 9(004).
            05 WRK-NX-MONTH          PIC 9(002).
            05 WRK-NX-DAY            PIC 9(002).
       01 WRK-NX-DATE-N REDEFINES WRK-NX-DATE
                                     PIC 9(008).

      *---------------------------- PLAN TABLE
      *      LOADED FROM PLANS.DAT AT THE START OF THE RUN; CARRIES
      *      THE FEE AND STATUS FOR BILLING AND THE REPORT COUNTS.
       77 WRK-PLN-COUNT              PIC 9(003) VALUE ZEROS.
       77 WRK-PLN-IDX                PIC 9(003) VALUE ZEROS.
       77 WRK-PLN-FOUND              PIC 9(003) VALUE ZEROS.
       77 WRK-PLN-FULL-FLAG          PIC X(001) VALUE "N".
       01 WRK-PLN-TABLE.
            05 WRK-PLN-ENTRY OCCURS 50 TIMES.
                10 WRK-PLN-CODE      PIC X(008).
                10 WRK-PLN-NAME      PIC X(030).
                10 WRK-PLN-FEE       PIC 9(003)V99.
                10 WRK-PLN-STATUS    PIC X(001).
                10 WRK-PLN-ACTIVE    PIC 9(005).
                10 WRK-PLN-NEW       PIC 9(005).
                10 WRK-PLN-LAPSED    PIC 9(005).
                10 WRK-PLN-CANCEL    PIC 9(005).
                10 WRK-PLN-REVENUE   PIC 9(007)V99.

      *---------------------------- REPORT HEADERS
       01 WRK-DETAIL-HEADER.
           05 WRK-HDR-CUST           PIC X(007) VALUE "CUST".
           05 WRK-HDR-PLAN           PIC X(009) VALUE "PLAN".
           05 WRK-HDR-ACTION         PIC X(013) VALUE "ACTION".
           05 WRK-HDR-DUE            PIC X(010) VALUE "DUE DATE".
           05 WRK-HDR-FEE            PIC X(011) VALUE "        FEE".
           05 WRK-HDR-NEXT           PIC X(010) VALUE " NEXT DUE".

       01 WRK-PLAN-HEADER.
           05 WRK-HDR-PCODE          PIC X(009) VALUE "PLAN".
           05 WRK-HDR-PNAME          PIC X(031) VALUE "NAME".
           05 WRK-HDR-PACTIVE        PIC X(007) VALUE " ACTIVE".
           05 WRK-HDR-PNEW           PIC X(007) VALUE "    NEW".
           05 WRK-HDR-PLAPSED        PIC X(007) VALUE " LAPSED".
           05 WRK-HDR-PCANCEL        PIC X(007) VALUE " CANCEL".
           05 WRK-HDR-PREVENUE       PIC X(011) VALUE "    REVENUE".

      *---------------------------- SUBSCRIPTION CHARGE SUBPROGRAM
       01 WRK-SUBCHG-REC.
            05 WRK-SUBCHG-CUSTOMER    PIC 9(005).
            05 WRK-SUBCHG-PLAN        PIC X(008).
            05 WRK-SUBCHG-FEE         PIC 9(003)V99.
            05 WRK-SUBCHG-PROGRAM     PIC X(012) VALUE "SUBBILL".
            05 WRK-SUBCHG-OPERATOR    PIC X(008).
            05 WRK-SUBCHG-CREDIT-USED PIC 9(003)V99.
            05 WRK-SUBCHG-RESULT      PIC X(001).
                88 WRK-SUBCHG-CHARGED        VALUE "Y".
                88 WRK-SUBCHG-REFUSED        VALUE "N".
                88 WRK-SUBCHG-LOCKED         VALUE "L".
            05 WRK-SUBCHG-REASON      PIC X(040).

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
            MOVE SPACES TO WRK-PLANS-PATH.
            ACCEPT WRK-PLANS-PATH FROM ENVIRONMENT "PLANSDAT".
            IF WRK-PLANS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\PLANS.DAT"
                   TO WRK-PLANS-PATH
            END-IF.

            MOVE SPACES TO WRK-SUBS-PATH.
            ACCEPT WRK-SUBS-PATH FROM ENVIRONMENT "SUBSDAT".
            IF WRK-SUBS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\SUBS.DAT"
                   TO WRK-SUBS-PATH
            END-IF.

            MOVE SPACES TO WRK-OPERATOR.
            ACCEPT WRK-OPERATOR FROM ENVIRONMENT "OPERATORID".
            IF WRK-OPERATOR = SPACES
                MOVE "BATCH" TO WRK-OPERATOR
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
            OPEN INPUT PLANS.
            OPEN I-O SUBS.
            PERFORM 0210-VERIFICATION.
            OPEN OUTPUT SUB-REPORT.

       0210-VERIFICATION       SECTION.
            EVALUATE SUBS-STATUS
              WHEN 0
                CONTINUE
              WHEN 30
                MOVE WRK-MSG-PATH TO WRK-ERROR-MSG
              WHEN 35
                MOVE WRK-MSG-OPEN TO WRK-ERROR-MSG
              WHEN 42
                MOVE WRK-MSG-CORRUPTED TO WRK-ERROR-MSG
              WHEN OTHER
                MOVE WRK-MSG-UNKNOWN TO WRK-ERROR-MSG
            END-EVALUATE.

            IF WRK-ERROR-MSG NOT EQUAL SPACES
               PERFORM 9000-MANAGE-ERROR
            END-IF.

       0300-PROCESS            SECTION.
            MOVE ZEROS TO WRK-REGQTY WRK-RENEWED-QTY WRK-SUSPENDED-QTY
               WRK-WITHDRAWN-QTY WRK-LOCKED-QTY WRK-TOT-BILLED.
            ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
            COMPUTE WRK-RUN-MONTH = WRK-RUN-DATE / 100.
            DISPLAY CLEANER-SCREEN.

            MOVE "Y" TO WRK-KEY.
            IF WRK-REPORT-BATCH NOT = "Y"
                DISPLAY WRK-MSG-PROCEED LINE 10 COLUMN 10
                   BACKGROUND-COLOR 3
                ACCEPT WRK-KEY LINE 10 COLUMN 52
                   BACKGROUND-COLOR 3
            END-IF.

            PERFORM 0305-REPORT-HEADER.

            IF WRK-KEY = "Y" OR WRK-KEY = "y"
                PERFORM 0308-LOAD-PLANS
                PERFORM 0310-SCAN-SUBS
                PERFORM 0340-REPORT-TOTALS
                PERFORM 0345-REPORT-PLANS
            ELSE
                MOVE WRK-MSG-CANCELLED TO SUB-REPORT-DATA
                WRITE SUB-REPORT-REG
                MOVE WRK-MSG-CANCELLED TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-IF.
            MOVE SPACES TO WRK-KEY.

            PERFORM 0350-REPORT-STATISTICS.

       0305-REPORT-HEADER      SECTION.
            MOVE SPACES TO SUB-REPORT-REG.
            STRING "SUBSCRIPTION RENEWALS - RUN DATE "
                   DELIMITED BY SIZE
                   WRK-RUN-DATE DELIMITED BY SIZE
                   INTO SUB-REPORT-DATA
            END-STRING.
            WRITE SUB-REPORT-REG.

            MOVE SPACES TO SUB-REPORT-REG.
            MOVE "----------------------------" TO SUB-REPORT-DATA.
            WRITE SUB-REPORT-REG.

            MOVE SPACES TO SUB-REPORT-REG.
            MOVE WRK-DETAIL-HEADER TO SUB-REPORT-DATA.
            WRITE SUB-REPORT-REG.

       0308-LOAD-PLANS         SECTION.
            MOVE ZEROS TO WRK-PLN-COUNT.
            MOVE "N" TO WRK-PLN-FULL-FLAG.
            MOVE LOW-VALUES TO PLAN-CODE.
            START PLANS KEY IS GREATER THAN PLAN-CODE
               INVALID KEY
                   MOVE 10 TO PLANS-STATUS
               NOT INVALID KEY
                   MOVE 0 TO PLANS-STATUS
            END-START.

            PERFORM UNTIL PLANS-STATUS = 10
               READ PLANS NEXT
                  AT END
                      MOVE 10 TO PLANS-STATUS
                  NOT AT END
                      IF WRK-PLN-COUNT < 50
                          ADD 1 TO WRK-PLN-COUNT
                          MOVE WRK-PLN-COUNT TO WRK-PLN-IDX
                          MOVE PLAN-CODE
                             TO WRK-PLN-CODE(WRK-PLN-IDX)
                          MOVE PLAN-NAME
                             TO WRK-PLN-NAME(WRK-PLN-IDX)
                          MOVE PLAN-FEE
                             TO WRK-PLN-FEE(WRK-PLN-IDX)
                          MOVE PLAN-STATUS-FLAG
                             TO WRK-PLN-STATUS(WRK-PLN-IDX)
                          MOVE ZEROS TO WRK-PLN-ACTIVE(WRK-PLN-IDX)
                             WRK-PLN-NEW(WRK-PLN-IDX)
                             WRK-PLN-LAPSED(WRK-PLN-IDX)
                             WRK-PLN-CANCEL(WRK-PLN-IDX)
                             WRK-PLN-REVENUE(WRK-PLN-IDX)
                      ELSE
                          MOVE "Y" TO WRK-PLN-FULL-FLAG
                      END-IF
               END-READ
            END-PERFORM.

       0310-SCAN-SUBS          SECTION.
            MOVE ZEROS TO SUB-CUSTOMER-KEY.
            START SUBS KEY IS GREATER THAN SUB-CUSTOMER-KEY
               INVALID KEY
                   MOVE 10 TO SUBS-STATUS
               NOT INVALID KEY
                   MOVE 0 TO SUBS-STATUS
            END-START.

            PERFORM UNTIL SUBS-STATUS = 10
               READ SUBS NEXT
                  AT END
                      MOVE 10 TO SUBS-STATUS
                  NOT AT END
                      ADD 1 TO WRK-REGQTY
                      PERFORM 0315-FIND-PLAN
                      IF SUB-ACTIVE AND SUB-RENEW-DATE <= WRK-RUN-DATE
                          PERFORM 0320-RENEW-ONE
                      END-IF
                      PERFORM 0335-COUNT-PLAN
               END-READ
            END-PERFORM.

       0315-FIND-PLAN          SECTION.
            MOVE ZEROS TO WRK-PLN-FOUND.
            PERFORM VARYING WRK-PLN-IDX FROM 1 BY 1
                  UNTIL WRK-PLN-IDX > WRK-PLN-COUNT
                     OR WRK-PLN-FOUND > ZEROS
               IF WRK-PLN-CODE(WRK-PLN-IDX) = SUB-PLAN-CODE
                   MOVE WRK-PLN-IDX TO WRK-PLN-FOUND
               END-IF
            END-PERFORM.

      *      ONE CHARGE PER MONTH DUE. A PLAN NO LONGER ON FILE IS
      *      TREATED AS WITHDRAWN.
       0320-RENEW-ONE          SECTION.
            MOVE "N" TO WRK-BILL-DONE.
            PERFORM UNTIL WRK-BILL-DONE = "Y"
               IF WRK-PLN-FOUND = ZEROS
                   MOVE "Y" TO WRK-BILL-DONE
                   PERFORM 0326-END-WITHDRAWN
               ELSE
                   IF WRK-PLN-STATUS(WRK-PLN-FOUND) NOT = "A"
                       MOVE "Y" TO WRK-BILL-DONE
                       PERFORM 0326-END-WITHDRAWN
                   ELSE
                       PERFORM 0322-CHARGE-MONTH
                       IF NOT SUB-ACTIVE
                             OR SUB-RENEW-DATE > WRK-RUN-DATE
                           MOVE "Y" TO WRK-BILL-DONE
                       END-IF
                   END-IF
               END-IF
            END-PERFORM.

       0322-CHARGE-MONTH       SECTION.
            MOVE SUB-CUSTOMER-KEY TO WRK-SUBCHG-CUSTOMER.
            MOVE SUB-PLAN-CODE TO WRK-SUBCHG-PLAN.
            MOVE WRK-PLN-FEE(WRK-PLN-FOUND) TO WRK-SUBCHG-FEE.
            MOVE WRK-OPERATOR TO WRK-SUBCHG-OPERATOR.
            CALL "SUBCHG" USING WRK-SUBCHG-REC.

            EVALUATE TRUE
              WHEN WRK-SUBCHG-CHARGED
                MOVE SUB-RENEW-DATE TO WRK-NX-DATE-N
                MOVE SUB-BILL-DAY TO WRK-NX-BILL-DAY
                PERFORM 0500-NEXT-RENEW-DATE
                MOVE "RENEWED" TO WRK-ACTION
                PERFORM 0330-REPORT-LINE
                MOVE WRK-NX-DATE-N TO SUB-RENEW-DATE
                MOVE ZEROS TO SUB-PERIOD-USED
                MOVE WRK-RUN-DATE TO SUB-LAST-BILLED
                MOVE WRK-SUBCHG-FEE TO SUB-LAST-FEE
                ADD 1 TO WRK-RENEWED-QTY
                ADD WRK-SUBCHG-FEE TO WRK-TOT-BILLED
                REWRITE SUBS-REG
                END-REWRITE
              WHEN WRK-SUBCHG-REFUSED
                MOVE ZEROS TO WRK-NX-DATE-N
                MOVE "SUSPENDED" TO WRK-ACTION
                PERFORM 0330-REPORT-LINE
                MOVE "S" TO SUB-STATUS-FLAG
                MOVE WRK-RUN-DATE TO SUB-STATUS-DATE
                ADD 1 TO WRK-SUSPENDED-QTY
                REWRITE SUBS-REG
                END-REWRITE
              WHEN OTHER
      *         MONTH LOCKED - NOTHING CHARGED OR CHANGED; THE RENEWAL
      *         STAYS DUE FOR THE NEXT RUN.
                MOVE ZEROS TO WRK-NX-DATE-N
                MOVE "LOCKED" TO WRK-ACTION
                PERFORM 0330-REPORT-LINE
                ADD 1 TO WRK-LOCKED-QTY
                MOVE "Y" TO WRK-BILL-DONE
            END-EVALUATE.

       0326-END-WITHDRAWN      SECTION.
            MOVE ZEROS TO WRK-NX-DATE-N WRK-SUBCHG-FEE.
            MOVE SPACE TO WRK-SUBCHG-RESULT.
            MOVE "WITHDRAWN" TO WRK-ACTION.
            PERFORM 0330-REPORT-LINE.
            MOVE "C" TO SUB-STATUS-FLAG.
            MOVE WRK-RUN-DATE TO SUB-STATUS-DATE.
            ADD 1 TO WRK-WITHDRAWN-QTY.
            REWRITE SUBS-REG
            END-REWRITE.

       0330-REPORT-LINE        SECTION.
            MOVE SPACES TO SUB-REPORT-REG.
            MOVE SUB-CUSTOMER-KEY    TO SUB-REPORT-DATA(001:05).
            MOVE SUB-PLAN-CODE       TO SUB-REPORT-DATA(008:08).
            MOVE WRK-ACTION          TO SUB-REPORT-DATA(017:12).
            MOVE SUB-RENEW-DATE      TO SUB-REPORT-DATA(030:08).
            IF WRK-SUBCHG-CHARGED
                MOVE WRK-SUBCHG-FEE  TO WRK-AMT-DISP
                MOVE WRK-AMT-DISP    TO SUB-REPORT-DATA(040:10)
            END-IF.
            IF WRK-NX-DATE-N > ZEROS
                MOVE WRK-NX-DATE-N   TO SUB-REPORT-DATA(052:08)
            END-IF.
            WRITE SUB-REPORT-REG.

      *      COUNTED ON THE RECORD AS IT STANDS AFTER BILLING, SO
      *      THIS RUN'S SUSPENSIONS SHOW AS LAPSES.
       0335-COUNT-PLAN         SECTION.
            IF WRK-PLN-FOUND > ZEROS
                MOVE WRK-PLN-FOUND TO WRK-PLN-IDX
                IF SUB-ACTIVE
                    ADD 1 TO WRK-PLN-ACTIVE(WRK-PLN-IDX)
                END-IF
                COMPUTE WRK-DATE-MONTH = SUB-START-DATE / 100
                IF WRK-DATE-MONTH = WRK-RUN-MONTH
                    ADD 1 TO WRK-PLN-NEW(WRK-PLN-IDX)
                END-IF
                COMPUTE WRK-DATE-MONTH = SUB-STATUS-DATE / 100
                IF WRK-DATE-MONTH = WRK-RUN-MONTH
                    IF SUB-SUSPENDED
                        ADD 1 TO WRK-PLN-LAPSED(WRK-PLN-IDX)
                    END-IF
                    IF SUB-CANCELLED
                        ADD 1 TO WRK-PLN-CANCEL(WRK-PLN-IDX)
                    END-IF
                END-IF
                COMPUTE WRK-DATE-MONTH = SUB-LAST-BILLED / 100
                IF WRK-DATE-MONTH = WRK-RUN-MONTH
                    ADD SUB-LAST-FEE TO WRK-PLN-REVENUE(WRK-PLN-IDX)
                END-IF
            END-IF.

       0340-REPORT-TOTALS      SECTION.
            MOVE SPACES TO SUB-REPORT-REG.
            WRITE SUB-REPORT-REG.

            MOVE SPACES TO SUB-REPORT-REG.
            MOVE WRK-MSG-READRECORDS TO SUB-REPORT-DATA(001:28).
            MOVE WRK-REGQTY          TO SUB-REPORT-DATA(030:05).
            WRITE SUB-REPORT-REG.

            MOVE SPACES TO SUB-REPORT-REG.
            MOVE WRK-MSG-RENEWED     TO SUB-REPORT-DATA(001:28).
            MOVE WRK-RENEWED-QTY     TO SUB-REPORT-DATA(030:05).
            WRITE SUB-REPORT-REG.

            MOVE SPACES TO SUB-REPORT-REG.
            MOVE WRK-MSG-BILLED      TO SUB-REPORT-DATA(001:28).
            MOVE WRK-TOT-BILLED      TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP        TO SUB-REPORT-DATA(030:10).
            WRITE SUB-REPORT-REG.

            MOVE SPACES TO SUB-REPORT-REG.
            MOVE WRK-MSG-SUSPENDED   TO SUB-REPORT-DATA(001:28).
            MOVE WRK-SUSPENDED-QTY   TO SUB-REPORT-DATA(030:05).
            WRITE SUB-REPORT-REG.

            MOVE SPACES TO SUB-REPORT-REG.
            MOVE WRK-MSG-WITHDRAWN   TO SUB-REPORT-DATA(001:28).
            MOVE WRK-WITHDRAWN-QTY   TO SUB-REPORT-DATA(030:05).
            WRITE SUB-REPORT-REG.

            IF WRK-LOCKED-QTY > ZEROS
                MOVE SPACES TO SUB-REPORT-REG
                MOVE "* " TO SUB-REPORT-DATA(001:02)
                MOVE WRK-MSG-LOCKED TO SUB-REPORT-DATA(003:40)
                MOVE WRK-LOCKED-QTY TO SUB-REPORT-DATA(044:05)
                WRITE SUB-REPORT-REG
            END-IF.

       0345-REPORT-PLANS       SECTION.
            MOVE SPACES TO SUB-REPORT-REG.
            WRITE SUB-REPORT-REG.

            MOVE SPACES TO SUB-REPORT-REG.
            STRING "PLANS - MONTH " DELIMITED BY SIZE
                   WRK-RUN-MONTH DELIMITED BY SIZE
                   INTO SUB-REPORT-DATA
            END-STRING.
            WRITE SUB-REPORT-REG.

            MOVE SPACES TO SUB-REPORT-REG.
            MOVE WRK-PLAN-HEADER TO SUB-REPORT-DATA.
            WRITE SUB-REPORT-REG.

            PERFORM VARYING WRK-PLN-IDX FROM 1 BY 1
                  UNTIL WRK-PLN-IDX > WRK-PLN-COUNT
               MOVE SPACES TO SUB-REPORT-REG
               MOVE WRK-PLN-CODE(WRK-PLN-IDX)
                  TO SUB-REPORT-DATA(001:08)
               MOVE WRK-PLN-NAME(WRK-PLN-IDX)
                  TO SUB-REPORT-DATA(010:30)
               MOVE WRK-PLN-ACTIVE(WRK-PLN-IDX) TO WRK-QTY-DISP
               MOVE WRK-QTY-DISP TO SUB-REPORT-DATA(042:05)
               MOVE WRK-PLN-NEW(WRK-PLN-IDX) TO WRK-QTY-DISP
               MOVE WRK-QTY-DISP TO SUB-REPORT-DATA(049:05)
               MOVE WRK-PLN-LAPSED(WRK-PLN-IDX) TO WRK-QTY-DISP
               MOVE WRK-QTY-DISP TO SUB-REPORT-DATA(056:05)
               MOVE WRK-PLN-CANCEL(WRK-PLN-IDX) TO WRK-QTY-DISP
               MOVE WRK-QTY-DISP TO SUB-REPORT-DATA(063:05)
               MOVE WRK-PLN-REVENUE(WRK-PLN-IDX) TO WRK-AMT-DISP
               MOVE WRK-AMT-DISP TO SUB-REPORT-DATA(069:10)
               IF WRK-PLN-STATUS(WRK-PLN-IDX) NOT = "A"
                   MOVE "WITHDRAWN" TO SUB-REPORT-DATA(081:09)
               END-IF
               WRITE SUB-REPORT-REG
            END-PERFORM.

            IF WRK-PLN-FULL-FLAG = "Y"
                MOVE SPACES TO SUB-REPORT-REG
                MOVE "* " TO SUB-REPORT-DATA(001:02)
                MOVE WRK-MSG-PLANFULL TO SUB-REPORT-DATA(003:40)
                WRITE SUB-REPORT-REG
            END-IF.

       0350-REPORT-STATISTICS  SECTION.
            MOVE 12 TO WRK-LINE.
            DISPLAY WRK-MSG-READRECORDS LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-REGQTY          LINE WRK-LINE COLUMN 40.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-RENEWED     LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-RENEWED-QTY     LINE WRK-LINE COLUMN 40.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-BILLED      LINE WRK-LINE COLUMN 10.
            MOVE WRK-TOT-BILLED TO WRK-AMT-DISP.
            DISPLAY WRK-AMT-DISP        LINE WRK-LINE COLUMN 40.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-SUSPENDED   LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-SUSPENDED-QTY   LINE WRK-LINE COLUMN 40.

            IF WRK-LOCKED-QTY > ZEROS
                ADD 1 TO WRK-LINE
                DISPLAY WRK-MSG-LOCKED  LINE WRK-LINE COLUMN 10
                DISPLAY WRK-LOCKED-QTY  LINE WRK-LINE COLUMN 50
            END-IF.

            IF WRK-REPORT-BATCH NOT = "Y"
                ADD 1 TO WRK-LINE
                DISPLAY WRK-MSG-PRESSKEY LINE WRK-LINE COLUMN 10
                ACCEPT WRK-KEY LINE WRK-LINE COLUMN 25
                MOVE SPACES TO WRK-KEY
            END-IF.

       0500-NEXT-RENEW-DATE    SECTION.
            ADD 1 TO WRK-NX-MONTH.
            IF WRK-NX-MONTH > 12
                MOVE 1 TO WRK-NX-MONTH
                ADD 1 TO WRK-NX-YEAR
            END-IF.
            MOVE WRK-NX-BILL-DAY TO WRK-NX-DAY.
            PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WRK-NX-DATE-N)
                  = ZEROS
               SUBTRACT 1 FROM WRK-NX-DAY
            END-PERFORM.

       0400-FINALIZE           SECTION.
            CLOSE PLANS.
            CLOSE SUBS.
            CLOSE SUB-REPORT.
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
