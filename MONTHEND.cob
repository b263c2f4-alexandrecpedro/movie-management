      *          THE PERIOD SO THE PAYMENT LOGGER REFUSES TO POST
      *          MONEY INTO A CLOSED MONTH. THE ACCOUNTANT STOPS
      *          RECONSTRUCTING THIS FROM THIRTY DAILY SCREENS.
      *          A MONTH WITH CARD SETTLEMENT ITEMS STILL OPEN, OR
      *          WITH CARD DAYS NEVER RECONCILED (CARDRECN), IS
      *          REPORTED AND LEFT UNLOCKED, AS IS A MONTH WITH A
      *          BANK DEPOSIT NOT YET MATCHED TO THE STATEMENT.
      *          THE COPY ASSET REGISTER TOTALS FILED BY THE MONTH'S
      *          DEPRECIATION RUN (ASSETDEP) ARE CARRIED INTO THE
      *          SUMMARY; ONCE THE REGISTER IS IN USE, A MONTH WHOSE
      *          DEPRECIATION HAS NOT BEEN RUN IS LEFT UNLOCKED.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAYMENTS-STATUS.

      *      CARDRECN.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      CARDRECNDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT CARDRECN ASSIGN TO WRK-CARDRECN-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS CARDRECN-STATUS
            RECORD KEY IS RECN-KEY.

      *      DEPOSITS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      DEPOSITSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT DEPOSITS ASSIGN TO WRK-DEPOSITS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS DEPOSITS-STATUS
            RECORD KEY IS DEP-NUMBER.

      *      ASSETS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      ASSETSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT ASSETS ASSIGN TO WRK-ASSETS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS ASSETS-STATUS
            RECORD KEY IS AST-KEY.

      *      ASSETMON.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      ASSETMONDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT ASSETMON ASSIGN TO WRK-ASSETMON-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS ASSETMON-STATUS
            RECORD KEY IS MON-MONTH.

      *      SELECT MEND-REPORT ASSIGN TO "./Data/MONTHEND.TXT"
            SELECT MEND-REPORT ASSIGN TO
              "C:\Cobol\Project\Data\MONTHEND.TXT"
            05 CLOSE-FEES            PIC 9(007)V99.
            05 CLOSE-RUN-TIME        PIC 9(006).
            05 CLOSE-TAX             PIC 9(007)V99.
            05 CLOSE-VOIDS           PIC 9(005).
            05 CLOSE-VOID-AMOUNT     PIC 9(007)V99.

      *---------------------------- PAYMENTS FILE INPUT
       FD PAYMENTS.
            05 PAY-TYPE              PIC X(001).
                88 PAY-CREDIT                VALUE "K".
                88 PAY-GIFT-TENDER           VALUE "G".
                88 PAY-OTHER                 VALUE "O".
            05 FILLER                PIC X(019).
            05 PAY-AMOUNT            PIC 9(003)V99.
            05 FILLER                PIC X(044).
            05 PAY-SIGN              PIC X(001).
                88 PAY-REVERSAL              VALUE "-".
            05 FILLER                PIC X(012).

      *---------------------------- CARD SETTLEMENT ITEMS
       FD CARDRECN.
       01 CARDRECN-REG.
            05 RECN-KEY.
                10 RECN-RUN-DATE     PIC 9(008).
                10 RECN-ITEM         PIC 9(005).
            05 RECN-DETAIL.
                10 RECN-SOURCE       PIC X(001).
                10 RECN-SALE-DATE    PIC 9(008).
                10 RECN-SHIFT        PIC 9(005).
                10 RECN-AMOUNT       PIC S9(005)V99.
                10 RECN-FEE          PIC 9(003)V99.
                10 RECN-REFERENCE    PIC X(012).
                10 RECN-STORE        PIC X(003).
                10 RECN-STATUS-FLAG  PIC X(001).
                    88 RECN-OPEN             VALUE "O".
                10 RECN-RESOLVED-DATE PIC 9(008).
                10 RECN-REASON       PIC X(008).
                10 RECN-OPERATOR     PIC X(008).

      *---------------------------- BANK DEPOSITS
       FD DEPOSITS.
       01 DEPOSITS-REG.
            05 DEP-NUMBER             PIC 9(005).
            05 DEP-DATE               PIC 9(008).
            05 DEP-TIME               PIC 9(006).
            05 DEP-OPERATOR           PIC X(008).
            05 DEP-SHIFT-QTY          PIC 9(003).
            05 DEP-AMOUNT             PIC 9(007)V99.
            05 DEP-STATUS-FLAG        PIC X(001).
                88 DEP-PENDING               VALUE "P".
            05 DEP-BANK-DATE          PIC 9(008).
            05 DEP-BANK-AMOUNT        PIC 9(007)V99.
            05 DEP-BANK-REF           PIC X(020).
            05 FILLER                 PIC X(010).

      *---------------------------- COPY ASSET REGISTER
       FD ASSETS.
       01 ASSETS-REG.
            05 AST-KEY.
                10 AST-MOVIES-KEY    PIC 9(005).
                10 AST-COPY-NUMBER   PIC 9(002).
            05 AST-COST              PIC 9(005)V99.
            05 AST-IN-SERVICE        PIC 9(008).
            05 AST-CLASS             PIC X(003).
            05 AST-METHOD            PIC X(001).
            05 AST-LIFE              PIC 9(003).
            05 AST-ACCUM-DEPR        PIC 9(005)V99.
            05 AST-MONTHS-DEPR       PIC 9(003).
            05 AST-LAST-MONTH        PIC 9(006).
            05 AST-STORE             PIC X(003).
            05 AST-STATUS-FLAG       PIC X(001).
            05 AST-WO-DATE           PIC 9(008).
            05 AST-WO-NBV            PIC 9(005)V99.
            05 AST-WO-REASON         PIC X(008).
            05 AST-WO-MONTH          PIC 9(006).
            05 AST-RECOVERY          PIC 9(005)V99.
            05 AST-RECOVERY-NEW      PIC 9(005)V99.
            05 FILLER                PIC X(010).

      *---------------------------- MONTHLY REGISTER TOTALS
       FD ASSETMON.
       01 ASSETMON-REG.
            05 MON-MONTH             PIC 9(006).
            05 MON-ASSET-QTY         PIC 9(007).
            05 MON-COST              PIC 9(009)V99.
            05 MON-ACCUM-DEPR        PIC 9(009)V99.
            05 MON-NBV               PIC 9(009)V99.
            05 MON-DEPRECIATION      PIC 9(009)V99.
            05 MON-WO-QTY            PIC 9(005).
            05 MON-WO-NBV            PIC 9(009)V99.
            05 MON-RECOVERY          PIC 9(009)V99.
            05 MON-RUN-DATE          PIC 9(008).
            05 FILLER                PIC X(010).

      *---------------------------- MONTH-END REPORT OUTPUT
       FD MEND-REPORT.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "MONTHEND".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "MONTHEND".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\MONTHEND.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-CORRUPTED     PIC X(040) VALUE
               "CORRUPTED FILE".
               "FEES (FROM CLOSES)".
            05 WRK-MSG-PAYMENTS      PIC X(040) VALUE
               "MONEY TAKEN (PAYMENTS)".
            05 WRK-MSG-CARDOPEN      PIC X(040) VALUE
               "OPEN CARD ITEMS - MONTH NOT LOCKED".
            05 WRK-MSG-CARDDAYS      PIC X(040) VALUE
               "CARD DAYS NOT RECONCILED - NOT LOCKED".
            05 WRK-MSG-DEPOPEN       PIC X(040) VALUE
               "DEPOSITS NOT ON STATEMENT - NOT LOCKED".
            05 WRK-MSG-DEPRNOTRUN    PIC X(040) VALUE
               "DEPRECIATION NOT RUN - NOT LOCKED".

      *---------------------------- FILE
       77 MONTHEND-STATUS            PIC 9(002) VALUE ZEROS.
       77 DAYCLOSE-STATUS            PIC 9(002) VALUE ZEROS.
       77 PAYMENTS-STATUS            PIC 9(002) VALUE ZEROS.
       77 MEND-REPORT-STATUS         PIC 9(002) VALUE ZEROS.
       77 CARDRECN-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-CARDRECN-PATH          PIC X(060) VALUE SPACES.
       77 WRK-CARDRECN-OPEN          PIC X(001) VALUE "N".
       77 DEPOSITS-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-DEPOSITS-PATH          PIC X(060) VALUE SPACES.
       77 WRK-DEPOSITS-OPEN          PIC X(001) VALUE "N".
       77 ASSETS-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-ASSETS-PATH            PIC X(060) VALUE SPACES.
       77 WRK-ASSETS-OPEN            PIC X(001) VALUE "N".
       77 ASSETMON-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-ASSETMON-PATH          PIC X(060) VALUE SPACES.
       77 WRK-ASSETMON-OPEN          PIC X(001) VALUE "N".

      *---------------------------- RUN CONTROLS
       77 WRK-CLOSE-MONTH            PIC 9(006) VALUE ZEROS.
       77 WRK-WORK-DATE              PIC 9(008) VALUE ZEROS.
       77 WRK-NEXT-MONTH-DATE        PIC 9(008) VALUE ZEROS.
       77 WRK-WORK-YYYYMM            PIC 9(006) VALUE ZEROS.
       77 WRK-CARD-OPEN-QTY          PIC 9(005) VALUE ZEROS.
       77 WRK-CARD-DAYS-QTY          PIC 9(002) VALUE ZEROS.
       77 WRK-CARD-AMT-DISP          PIC +9(005),99 VALUE ZEROS.
       77 WRK-DEP-OPEN-QTY           PIC 9(005) VALUE ZEROS.
       77 WRK-DEPR-MISSING           PIC X(001) VALUE "N".

      *---------------------------- DAYS WITH CARD TENDERS ("Y")
       01 WRK-CARD-DAYS.
            05 WRK-CARD-DAY          PIC X(001) OCCURS 31 TIMES.

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
                   TO WRK-MONTHEND-PATH
            END-IF.

            MOVE SPACES TO WRK-CARDRECN-PATH.
            ACCEPT WRK-CARDRECN-PATH FROM ENVIRONMENT "CARDRECNDAT".
            IF WRK-CARDRECN-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\CARDRECN.DAT"
                   TO WRK-CARDRECN-PATH
            END-IF.

            MOVE SPACES TO WRK-DEPOSITS-PATH.
            ACCEPT WRK-DEPOSITS-PATH FROM ENVIRONMENT "DEPOSITSDAT".
            IF WRK-DEPOSITS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\DEPOSITS.DAT"
                   TO WRK-DEPOSITS-PATH
            END-IF.

            MOVE SPACES TO WRK-ASSETS-PATH.
            ACCEPT WRK-ASSETS-PATH FROM ENVIRONMENT "ASSETSDAT".
            IF WRK-ASSETS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\ASSETS.DAT"
                   TO WRK-ASSETS-PATH
            END-IF.

            MOVE SPACES TO WRK-ASSETMON-PATH.
            ACCEPT WRK-ASSETMON-PATH FROM ENVIRONMENT "ASSETMONDAT".
            IF WRK-ASSETMON-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\ASSETMON.DAT"
                   TO WRK-ASSETMON-PATH
            END-IF.

       0200-INITIALIZE         SECTION.
            PERFORM 0195-SET-FILE-PATHS.
            OPEN I-O MONTHEND.
            OPEN INPUT PAYMENTS.
            OPEN OUTPUT MEND-REPORT.

      *      NO CARD FILE YET MEANS NO DAY WAS EVER RECONCILED -
      *      ANY CARD DAY IN THE MONTH WILL THEN HOLD THE LOCK.
            OPEN INPUT CARDRECN.
            IF CARDRECN-STATUS = ZEROS
                MOVE "Y" TO WRK-CARDRECN-OPEN
            END-IF.

            OPEN INPUT DEPOSITS.
            IF DEPOSITS-STATUS = ZEROS
                MOVE "Y" TO WRK-DEPOSITS-OPEN
            END-IF.

      *      NO ASSET REGISTER YET MEANS THE SHOP HAS NOT STARTED
      *      DEPRECIATING - NOTHING TO CARRY AND NOTHING TO HOLD.
            OPEN INPUT ASSETS.
            IF ASSETS-STATUS = ZEROS
                MOVE "Y" TO WRK-ASSETS-OPEN
            END-IF.

            OPEN INPUT ASSETMON.
            IF ASSETMON-STATUS = ZEROS
                MOVE "Y" TO WRK-ASSETMON-OPEN
            END-IF.

       0210-VERIFICATION       SECTION.
            EVALUATE MONTHEND-STATUS
              WHEN 0
            PERFORM 0320-ROLL-UP-DAYS.
            PERFORM 0330-TALLY-PAYMENTS.
            PERFORM 0335-CROSS-FOOT.
            PERFORM 0337-CHECK-CARD-ITEMS.
            PERFORM 0338-CHECK-DEPOSITS.
            PERFORM 0339-ASSET-REGISTER.

            EVALUATE TRUE
              WHEN WRK-CARD-OPEN-QTY > ZEROS
                MOVE WRK-MSG-CARDOPEN TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
              WHEN WRK-CARD-DAYS-QTY > ZEROS
                MOVE WRK-MSG-CARDDAYS TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
              WHEN WRK-DEP-OPEN-QTY > ZEROS
                MOVE WRK-MSG-DEPOPEN TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
              WHEN WRK-DEPR-MISSING = "Y"
                MOVE WRK-MSG-DEPRNOTRUN TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
              WHEN OTHER
                PERFORM 0340-WRITE-MONTH
            END-EVALUATE.

      *      THE CALENDAR LENGTH COMES FROM THE DATE ARITHMETIC THE
      *      WHOLE SYSTEM ALREADY USES - FIRST OF NEXT MONTH MINUS

      *      EVERY ROW OF REAL MONEY IN THE PERIOD - WRITE-OFFS AND
      *      NO-CASH TENDERS (CREDIT, POINTS, GIFT) STAY OUT, SAME
      *      AS THE DRAWER REPORT COUNTS THEM. A POST-VOID'S
      *      REVERSAL ROW TAKES ITS AMOUNT BACK OFF.
       0330-TALLY-PAYMENTS     SECTION.
            MOVE ALL "N" TO WRK-CARD-DAYS.
            IF PAYMENTS-STATUS NOT EQUAL ZEROS
                MOVE 10 TO PAYMENTS-STATUS
            END-IF.
                  AT END
                      MOVE 10 TO PAYMENTS-STATUS
                  NOT AT END
                      IF PAY-YYYYMM = WRK-CLOSE-MONTH AND PAY-OTHER
                          MOVE "Y" TO WRK-CARD-DAY(PAY-DD)
                      END-IF
                      IF PAY-YYYYMM = WRK-CLOSE-MONTH
                            AND NOT PAY-WRITE-OFF
                            AND NOT PAY-CREDIT
                            AND NOT PAY-GIFT-TENDER
                          IF PAY-REVERSAL
                              SUBTRACT PAY-AMOUNT FROM MEND-PAY-AMOUNT
                          ELSE
                              ADD PAY-AMOUNT TO MEND-PAY-AMOUNT
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.
            MOVE MEND-DAYS-MISSING TO MEND-REPORT-DATA(024:02).
            WRITE MEND-REPORT-REG.

      *      A CARD ITEM SOLD IN OR BEFORE THIS MONTH THAT IS STILL
      *      OPEN, OR A DAY WITH CARD TENDERS THAT NEVER WENT THROUGH
      *      THE SETTLEMENT RECONCILIATION, KEEPS THE MONTH OPEN.
       0337-CHECK-CARD-ITEMS   SECTION.
            MOVE ZEROS TO WRK-CARD-OPEN-QTY WRK-CARD-DAYS-QTY.

            IF WRK-CARDRECN-OPEN = "Y"
                MOVE LOW-VALUES TO RECN-KEY
                START CARDRECN KEY IS GREATER THAN RECN-KEY
                   INVALID KEY
                       MOVE 10 TO CARDRECN-STATUS
                   NOT INVALID KEY
                       MOVE 0 TO CARDRECN-STATUS
                END-START
            ELSE
                MOVE 10 TO CARDRECN-STATUS
            END-IF.

            PERFORM UNTIL CARDRECN-STATUS = 10
               READ CARDRECN NEXT
                  AT END
                      MOVE 10 TO CARDRECN-STATUS
                  NOT AT END
                      COMPUTE WRK-WORK-YYYYMM = RECN-SALE-DATE / 100
                      IF RECN-ITEM > ZEROS AND RECN-OPEN
                            AND WRK-WORK-YYYYMM NOT > WRK-CLOSE-MONTH
                          ADD 1 TO WRK-CARD-OPEN-QTY
                          MOVE SPACES TO MEND-REPORT-REG
                          MOVE "OPEN CARD ITEM"
                             TO MEND-REPORT-DATA(001:22)
                          MOVE RECN-RUN-DATE
                             TO MEND-REPORT-DATA(024:08)
                          MOVE RECN-ITEM
                             TO MEND-REPORT-DATA(033:05)
                          MOVE RECN-SOURCE
                             TO MEND-REPORT-DATA(039:01)
                          MOVE RECN-SALE-DATE
                             TO MEND-REPORT-DATA(041:08)
                          MOVE RECN-AMOUNT TO WRK-CARD-AMT-DISP
                          MOVE WRK-CARD-AMT-DISP
                             TO MEND-REPORT-DATA(050:09)
                          MOVE RECN-REFERENCE
                             TO MEND-REPORT-DATA(060:12)
                          WRITE MEND-REPORT-REG
                      END-IF
               END-READ
            END-PERFORM.

            PERFORM VARYING WRK-DAY-IDX FROM 1 BY 1
                  UNTIL WRK-DAY-IDX > WRK-DAYS-IN-MONTH
               IF WRK-CARD-DAY(WRK-DAY-IDX) = "Y"
                   COMPUTE RECN-RUN-DATE =
                      WRK-CLOSE-MONTH * 100 + WRK-DAY-IDX
                   MOVE ZEROS TO RECN-ITEM
                   IF WRK-CARDRECN-OPEN = "Y"
                       READ CARDRECN
                          INVALID KEY
                              MOVE 23 TO CARDRECN-STATUS
                       END-READ
                   ELSE
                       MOVE 23 TO CARDRECN-STATUS
                   END-IF
                   IF CARDRECN-STATUS NOT = ZEROS
                       ADD 1 TO WRK-CARD-DAYS-QTY
                       MOVE SPACES TO MEND-REPORT-REG
                       MOVE "CARD DAY NOT RECONCILED"
                          TO MEND-REPORT-DATA(001:23)
                       MOVE RECN-RUN-DATE
                          TO MEND-REPORT-DATA(025:08)
                       WRITE MEND-REPORT-REG
                   END-IF
               END-IF
            END-PERFORM.

      *      A DEPOSIT MADE IN OR BEFORE THIS MONTH THAT THE BANK
      *      STATEMENT HAS NOT YET SHOWN KEEPS THE MONTH OPEN.
       0338-CHECK-DEPOSITS     SECTION.
            MOVE ZEROS TO WRK-DEP-OPEN-QTY.

            IF WRK-DEPOSITS-OPEN = "Y"
                MOVE ZEROS TO DEP-NUMBER
                START DEPOSITS KEY IS GREATER THAN DEP-NUMBER
                   INVALID KEY
                       MOVE 10 TO DEPOSITS-STATUS
                   NOT INVALID KEY
                       MOVE 0 TO DEPOSITS-STATUS
                END-START
            ELSE
                MOVE 10 TO DEPOSITS-STATUS
            END-IF.

            PERFORM UNTIL DEPOSITS-STATUS = 10
               READ DEPOSITS NEXT
                  AT END
                      MOVE 10 TO DEPOSITS-STATUS
                  NOT AT END
                      COMPUTE WRK-WORK-YYYYMM = DEP-DATE / 100
                      IF DEP-PENDING
                            AND WRK-WORK-YYYYMM NOT > WRK-CLOSE-MONTH
                          ADD 1 TO WRK-DEP-OPEN-QTY
                          MOVE SPACES TO MEND-REPORT-REG
                          MOVE "DEPOSIT NOT ON STATEMENT"
                             TO MEND-REPORT-DATA(001:24)
                          MOVE DEP-NUMBER
                             TO MEND-REPORT-DATA(026:05)
                          MOVE DEP-DATE
                             TO MEND-REPORT-DATA(032:08)
                          MOVE DEP-AMOUNT
                             TO MEND-REPORT-DATA(041:09)
                          WRITE MEND-REPORT-REG
                      END-IF
               END-READ
            END-PERFORM.

      *      THE REGISTER TOTALS FILED BY THE MONTH'S DEPRECIATION
      *      RUN. WITH THE REGISTER IN USE AND NO RUN FILED FOR THE
      *      MONTH THE BOOKS ARE INCOMPLETE, SO THE MONTH STAYS OPEN.
       0339-ASSET-REGISTER     SECTION.
            MOVE "N" TO WRK-DEPR-MISSING.
            IF WRK-ASSETS-OPEN = "Y"
                MOVE WRK-CLOSE-MONTH TO MON-MONTH
                IF WRK-ASSETMON-OPEN = "Y"
                    READ ASSETMON
                       INVALID KEY
                           MOVE "Y" TO WRK-DEPR-MISSING
                       NOT INVALID KEY
                           PERFORM 0336-ASSET-TOTALS
                    END-READ
                ELSE
                    MOVE "Y" TO WRK-DEPR-MISSING
                END-IF
                IF WRK-DEPR-MISSING = "Y"
                    MOVE SPACES TO MEND-REPORT-REG
                    WRITE MEND-REPORT-REG
                    MOVE SPACES TO MEND-REPORT-REG
                    MOVE "DEPRECIATION NOT RUN FOR"
                       TO MEND-REPORT-DATA(001:24)
                    MOVE WRK-CLOSE-MONTH TO MEND-REPORT-DATA(026:06)
                    WRITE MEND-REPORT-REG
                END-IF
            END-IF.

       0336-ASSET-TOTALS       SECTION.
            MOVE SPACES TO MEND-REPORT-REG.
            WRITE MEND-REPORT-REG.

            MOVE SPACES TO MEND-REPORT-REG.
            MOVE "COPIES ON REGISTER" TO MEND-REPORT-DATA(001:22).
            MOVE MON-ASSET-QTY     TO MEND-REPORT-DATA(024:07).
            WRITE MEND-REPORT-REG.

            MOVE SPACES TO MEND-REPORT-REG.
            MOVE "ASSET COST"      TO MEND-REPORT-DATA(001:22).
            MOVE MON-COST          TO MEND-REPORT-DATA(024:11).
            WRITE MEND-REPORT-REG.

            MOVE SPACES TO MEND-REPORT-REG.
            MOVE "ACCUM DEPRECIATION" TO MEND-REPORT-DATA(001:22).
            MOVE MON-ACCUM-DEPR    TO MEND-REPORT-DATA(024:11).
            WRITE MEND-REPORT-REG.

            MOVE SPACES TO MEND-REPORT-REG.
            MOVE "NET BOOK VALUE"  TO MEND-REPORT-DATA(001:22).
            MOVE MON-NBV           TO MEND-REPORT-DATA(024:11).
            WRITE MEND-REPORT-REG.

            MOVE SPACES TO MEND-REPORT-REG.
            MOVE "DEPRECIATION"    TO MEND-REPORT-DATA(001:22).
            MOVE MON-DEPRECIATION  TO MEND-REPORT-DATA(024:11).
            WRITE MEND-REPORT-REG.

            MOVE SPACES TO MEND-REPORT-REG.
            MOVE "COPIES WRITTEN OFF" TO MEND-REPORT-DATA(001:22).
            MOVE MON-WO-QTY        TO MEND-REPORT-DATA(024:05).
            WRITE MEND-REPORT-REG.

            MOVE SPACES TO MEND-REPORT-REG.
            MOVE "BOOK VALUE WRITTEN OFF" TO MEND-REPORT-DATA(001:22).
            MOVE MON-WO-NBV        TO MEND-REPORT-DATA(024:11).
            WRITE MEND-REPORT-REG.

            MOVE SPACES TO MEND-REPORT-REG.
            MOVE "ASSET RECOVERIES" TO MEND-REPORT-DATA(001:22).
            MOVE MON-RECOVERY      TO MEND-REPORT-DATA(024:11).
            WRITE MEND-REPORT-REG.

       0340-WRITE-MONTH        SECTION.
            MOVE "L" TO MEND-STATUS-FLAG.
            WRITE MEND-REG
            CLOSE DAYCLOSE-FILE.
            CLOSE PAYMENTS.
            CLOSE MEND-REPORT.
            MOVE SPACES TO WRK-RPTFILE-PARMS.
            STRING "MONTH " DELIMITED BY SIZE
                   WRK-CLOSE-MONTH DELIMITED BY SIZE
                   INTO WRK-RPTFILE-PARMS
            END-STRING.
            CALL "RPTFILE" USING WRK-RPTFILE-REC.
            IF WRK-CARDRECN-OPEN = "Y"
                CLOSE CARDRECN
            END-IF.
            IF WRK-DEPOSITS-OPEN = "Y"
                CLOSE DEPOSITS
            END-IF.
            IF WRK-ASSETS-OPEN = "Y"
                CLOSE ASSETS
            END-IF.
            IF WRK-ASSETMON-OPEN = "Y"
                CLOSE ASSETMON
            END-IF.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
