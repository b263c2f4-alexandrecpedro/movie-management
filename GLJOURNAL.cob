       IDENTIFICATION          DIVISION.
       PROGRAM-ID. GLJOURNAL.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: BUILD THE GENERAL LEDGER JOURNAL FOR ONE DAY FROM
      *          PAYMENTS.TXT. EVERY ROW FOR THE DATE IS TURNED INTO
      *          DEBIT AND CREDIT LINES THROUGH THE ACCOUNT MAP KEPT
      *          BY GLMAINT, SUMMED PER STORE AND ACCOUNT, AND
      *          WRITTEN TO GLJOURNAL.TXT WITH A CONTROL TRAILER.
      *          THE JOURNAL IS REFUSED (LEFT EMPTY) WHEN THE MONTH
      *          IS LOCKED, WHEN ANY ROW HAS NO MAPPING, OR WHEN THE
      *          DEBITS AND CREDITS DO NOT AGREE. GLREPORT.TXT CARRIES
      *          THE CONTROL TOTALS AND THE TIE TO THE DAY CLOSE.
      *          RUNS PROMPT-FREE UNDER REPORTBATCH, TAKING THE DATE
      *          FROM GLDATE (TODAY WHEN NOT SET).
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

      *      GLMAP.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      GLMAPDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT GLMAP-FILE ASSIGN TO WRK-GLMAP-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS GLMAP-STATUS
            RECORD KEY IS GLMAP-KEY.

      *      MONTHEND.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      MONTHENDDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT MONTHEND ASSIGN TO WRK-MONTHEND-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS MONTHEND-STATUS
            RECORD KEY IS MEND-MONTH.

      *      SELECT DAYCLOSE-FILE ASSIGN TO "./Data/DAYCLOSE.DAT"
            SELECT DAYCLOSE-FILE ASSIGN TO
              "C:\Cobol\Project\Data\DAYCLOSE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS DAYCLOSE-STATUS
            RECORD KEY IS CLOSE-DATE.

      *      SELECT GL-JOURNAL ASSIGN TO "./Data/GLJOURNAL.TXT"
            SELECT GL-JOURNAL ASSIGN TO
              "C:\Cobol\Project\Data\GLJOURNAL.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GL-JOURNAL-STATUS.

      *      SELECT GL-REPORT ASSIGN TO "./Data/GLREPORT.TXT"
            SELECT GL-REPORT ASSIGN TO
              "C:\Cobol\Project\Data\GLREPORT.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GL-REPORT-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- PAYMENTS FILE INPUT
       FD PAYMENTS.
       01 PAYMENTS-REG.
            05 PAY-DATE              PIC 9(008).
            05 FILLER                PIC X(001).
            05 PAY-TIME              PIC X(006).
            05 FILLER                PIC X(001).
            05 PAY-CATEGORY          PIC X(001).
            05 FILLER                PIC X(001).
            05 PAY-TYPE              PIC X(001).
            05 FILLER                PIC X(001).
            05 PAY-RENTAL-KEY        PIC 9(005).
            05 FILLER                PIC X(001).
            05 PAY-CUSTOMER-KEY      PIC 9(005).
            05 FILLER                PIC X(007).
            05 PAY-AMOUNT            PIC 9(003)V99.
            05 FILLER                PIC X(019).
            05 PAY-TAX-X             PIC X(005).
            05 PAY-TAX REDEFINES PAY-TAX-X
                                     PIC 9(003)V99.
            05 FILLER                PIC X(016).
            05 PAY-STORE             PIC X(003).
            05 FILLER                PIC X(001).
            05 PAY-SIGN              PIC X(001).
                88 PAY-REVERSAL              VALUE "-".
            05 FILLER                PIC X(012).

      *---------------------------- ACCOUNT MAP FILE DESCRIPTION
       FD GLMAP-FILE.
       01 GLMAP-REG.
            05 GLMAP-KEY.
                10 GLMAP-TYPE        PIC X(001).
                10 GLMAP-CATEGORY    PIC X(001).
            05 GLMAP-DEBIT-ACCT      PIC X(010).
            05 GLMAP-CREDIT-ACCT     PIC X(010).
            05 GLMAP-DESCRIPTION     PIC X(030).

      *---------------------------- MONTH-END LOCK FILE
       FD MONTHEND.
       01 MEND-REG.
            05 MEND-MONTH            PIC 9(006).
            05 MEND-INSERTS          PIC 9(007).
            05 MEND-UPDATES          PIC 9(007).
            05 MEND-DELETES          PIC 9(007).
            05 MEND-CHECKOUTS        PIC 9(007).
            05 MEND-CHECKINS         PIC 9(007).
            05 MEND-FEES             PIC 9(009)V99.
            05 MEND-TAX              PIC 9(009)V99.
            05 MEND-DAYS-CLOSED      PIC 9(002).
            05 MEND-DAYS-MISSING     PIC 9(002).
            05 MEND-PAY-AMOUNT       PIC 9(009)V99.
            05 MEND-RUN-DATE         PIC 9(008).
            05 MEND-STATUS-FLAG      PIC X(001).
                88 MEND-LOCKED               VALUE "L".

      *---------------------------- DAY CLOSE CONTROL FILE
       FD DAYCLOSE-FILE.
       01 CLOSE-REG.
            05 CLOSE-DATE            PIC 9(008).
            05 CLOSE-INSERTS         PIC 9(005).
            05 CLOSE-UPDATES         PIC 9(005).
            05 CLOSE-DELETES         PIC 9(005).
            05 CLOSE-CHECKOUTS       PIC 9(005).
            05 CLOSE-CHECKINS        PIC 9(005).
            05 CLOSE-FEES            PIC 9(007)V99.
            05 CLOSE-RUN-TIME        PIC 9(006).
            05 CLOSE-TAX             PIC 9(007)V99.
            05 CLOSE-VOIDS           PIC 9(005).
            05 CLOSE-VOID-AMOUNT     PIC 9(007)V99.

      *---------------------------- JOURNAL OUTPUT
      * ONE "D" ROW PER STORE AND ACCOUNT:
      *   (01:01) "D"   (02:08) DATE   (10:03) STORE
      *   (13:10) ACCOUNT   (23:11) DEBIT   (34:11) CREDIT
      * FOLLOWED BY ONE "T" TRAILER:
      *   (01:01) "T"   (02:07) LINE COUNT   (09:08) DATE
      *   (17:13) TOTAL DEBITS   (30:13) TOTAL CREDITS
      * AMOUNTS ARE DIGITS WITH TWO IMPLIED DECIMALS.
       FD GL-JOURNAL.
       01 GL-JOURNAL-REG.
            05 GL-JOURNAL-DATA       PIC X(080).

      *---------------------------- CONTROL REPORT OUTPUT
       FD GL-REPORT.
       01 GL-REPORT-REG.
            05 GL-REPORT-DATA        PIC X(080).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                    PIC X(001).

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                   PIC 9(002) VALUE 01.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG              PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "GLJOURNAL".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "GLREPORT".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\GLREPORT.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-CORRUPTED     PIC X(040) VALUE
               "CORRUPTED FILE".
            05 WRK-MSG-PATH          PIC X(040) VALUE
               "ERROR ON FILE PATH".
            05 WRK-MSG-UNKNOWN       PIC X(040) VALUE
               "UNKNOWN ERROR".
            05 WRK-MSG-PRESSKEY      PIC X(040) VALUE
               "PRESS ANY KEY".
            05 WRK-MSG-NOMAP         PIC X(040) VALUE
               "ACCOUNT MAP NOT SET UP".
            05 WRK-MSG-LOCKED        PIC X(040) VALUE
               "MONTH IS LOCKED - JOURNAL REFUSED".
            05 WRK-MSG-UNMAPPED      PIC X(040) VALUE
               "UNMAPPED ROWS - JOURNAL REFUSED".
            05 WRK-MSG-UNBALANCED    PIC X(040) VALUE
               "DEBITS NOT EQUAL CREDITS - REFUSED".
            05 WRK-MSG-TABLEFULL     PIC X(040) VALUE
               "TOO MANY ACCOUNTS - JOURNAL REFUSED".
            05 WRK-MSG-BUILT         PIC X(040) VALUE
               "JOURNAL BUILT".
            05 WRK-MSG-ROWS          PIC X(040) VALUE
               "PAYMENT ROWS".
            05 WRK-MSG-MEMO          PIC X(040) VALUE
               "MEMO ROWS".
            05 WRK-MSG-NOMAPROWS     PIC X(040) VALUE
               "UNMAPPED ROWS".
            05 WRK-MSG-LINES         PIC X(040) VALUE
               "JOURNAL LINES".
            05 WRK-MSG-DEBITS        PIC X(040) VALUE
               "TOTAL DEBITS".
            05 WRK-MSG-CREDITS       PIC X(040) VALUE
               "TOTAL CREDITS".
            05 WRK-MSG-NOTCLOSED     PIC X(040) VALUE
               "DAY NOT CLOSED - NO TIE".

      *---------------------------- FILE
       77 PAYMENTS-STATUS            PIC 9(002) VALUE ZEROS.
       77 GLMAP-STATUS               PIC 9(002) VALUE ZEROS.
       77 WRK-GLMAP-PATH             PIC X(060) VALUE SPACES.
       77 MONTHEND-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-MONTHEND-PATH          PIC X(060) VALUE SPACES.
       77 DAYCLOSE-STATUS            PIC 9(002) VALUE ZEROS.
       77 GL-JOURNAL-STATUS          PIC 9(002) VALUE ZEROS.
       77 GL-REPORT-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-REPORT-BATCH           PIC X(001) VALUE "N".
       77 WRK-MAP-OPEN-FLAG          PIC X(001) VALUE "N".

      *---------------------------- RUN CONTROLS
       01 WRK-GL-DATE                PIC 9(008) VALUE ZEROS.
       01 WRK-GL-DATE-PARTS REDEFINES WRK-GL-DATE.
            05 WRK-GL-YYYYMM         PIC 9(006).
            05 WRK-GL-DD             PIC 9(002).
       77 WRK-GL-DATE-X              PIC X(008) VALUE SPACES.
       77 WRK-REFUSE-MSG             PIC X(040) VALUE SPACES.
       77 WRK-TAX-ACCT               PIC X(010) VALUE SPACES.
       77 WRK-MAPPED-FLAG            PIC X(001) VALUE "N".
       77 WRK-ROWS-QTY               PIC 9(007) VALUE ZEROS.
       77 WRK-MEMO-QTY               PIC 9(007) VALUE ZEROS.
       77 WRK-NOMAP-QTY              PIC 9(007) VALUE ZEROS.
       77 WRK-LINES-QTY              PIC 9(007) VALUE ZEROS.
       77 WRK-TOTAL-DEBITS           PIC 9(011)V99 VALUE ZEROS.
       77 WRK-TOTAL-CREDITS          PIC 9(011)V99 VALUE ZEROS.

      *---------------------------- DAY CLOSE TIE FIGURES
       77 WRK-NET-TAX                PIC S9(009)V99 VALUE ZEROS.
       77 WRK-VOID-AMOUNT            PIC 9(009)V99 VALUE ZEROS.
       77 WRK-TIE-NAME               PIC X(016) VALUE SPACES.
       77 WRK-TIE-JOURNAL            PIC S9(009)V99 VALUE ZEROS.
       77 WRK-TIE-CLOSE              PIC S9(009)V99 VALUE ZEROS.

      *---------------------------- ONE POSTING
       77 WRK-POST-ACCT              PIC X(010) VALUE SPACES.
       77 WRK-POST-SIDE              PIC X(001) VALUE SPACE.
       77 WRK-POST-AMOUNT            PIC 9(003)V99 VALUE ZEROS.
       77 WRK-NET-AMOUNT             PIC 9(003)V99 VALUE ZEROS.
       77 WRK-ROW-TAX                PIC 9(003)V99 VALUE ZEROS.

      *---------------------------- JOURNAL LINES BY STORE/ACCOUNT
       77 WRK-ACCT-MAX               PIC 9(003) VALUE 100.
       77 WRK-ACCT-QTY               PIC 9(003) VALUE ZEROS.
       77 WRK-ACCT-IDX               PIC 9(003) VALUE ZEROS.
       77 WRK-ACCT-FOUND             PIC 9(003) VALUE ZEROS.
       77 WRK-ACCT-FULL-FLAG         PIC X(001) VALUE "N".
       01 WRK-ACCT-TABLE.
            05 WRK-ACCT-ENTRY OCCURS 100 TIMES.
                10 WRK-ACCT-STORE    PIC X(003).
                10 WRK-ACCT-CODE     PIC X(010).
                10 WRK-ACCT-DEBIT    PIC 9(009)V99.
                10 WRK-ACCT-CREDIT   PIC 9(009)V99.

      *---------------------------- REPORT LINE FIGURES
       77 WRK-AMT-DISP               PIC +9(011),99 VALUE ZEROS.
       77 WRK-ROW-DISP               PIC 9(003),99 VALUE ZEROS.

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

      *---------------------------- DATE ENTRY SCREEN
       01 GL-DATE-SCREEN.
            05 GL-DATE-ENTRY FOREGROUND-COLOR 2.
                10 LINE 08 COLUMN 10
                   VALUE "JOURNAL DATE (YYYYMMDD, 0 = TODAY): ".
                10 COLUMN PLUS 2     PIC 9(008)
                   USING WRK-GL-DATE.

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
            MOVE SPACES TO WRK-GLMAP-PATH.
            ACCEPT WRK-GLMAP-PATH FROM ENVIRONMENT "GLMAPDAT".
            IF WRK-GLMAP-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\GLMAP.DAT"
                   TO WRK-GLMAP-PATH
            END-IF.

            MOVE SPACES TO WRK-MONTHEND-PATH.
            ACCEPT WRK-MONTHEND-PATH FROM ENVIRONMENT "MONTHENDDAT".
            IF WRK-MONTHEND-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\MONTHEND.DAT"
                   TO WRK-MONTHEND-PATH
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
            MOVE SPACES TO WRK-REFUSE-MSG.
            OPEN INPUT GLMAP-FILE.
            PERFORM 0210-VERIFICATION.
      *      NO PAYMENTS FILE YET IS AN EMPTY DAY, NOT AN ERROR.
            OPEN INPUT PAYMENTS.
            OPEN OUTPUT GL-REPORT.

       0210-VERIFICATION       SECTION.
            EVALUATE GLMAP-STATUS
              WHEN 0
                MOVE "Y" TO WRK-MAP-OPEN-FLAG
              WHEN 30
                MOVE WRK-MSG-PATH TO WRK-ERROR-MSG
              WHEN 35
                MOVE WRK-MSG-NOMAP TO WRK-REFUSE-MSG
              WHEN 42
                MOVE WRK-MSG-CORRUPTED TO WRK-ERROR-MSG
              WHEN OTHER
                MOVE WRK-MSG-UNKNOWN TO WRK-ERROR-MSG
            END-EVALUATE.

            IF WRK-ERROR-MSG NOT EQUAL SPACES
               MOVE WRK-ERROR-MSG TO WRK-REFUSE-MSG
               PERFORM 9000-MANAGE-ERROR
            END-IF.

       0300-PROCESS            SECTION.
            MOVE ZEROS TO WRK-ROWS-QTY WRK-MEMO-QTY WRK-NOMAP-QTY
               WRK-LINES-QTY WRK-TOTAL-DEBITS WRK-TOTAL-CREDITS
               WRK-NET-TAX WRK-VOID-AMOUNT WRK-ACCT-QTY.
            MOVE "N" TO WRK-ACCT-FULL-FLAG.
            DISPLAY CLEANER-SCREEN.
            PERFORM 0305-GET-DATE.

            MOVE SPACES TO GL-REPORT-REG.
            STRING "GENERAL LEDGER JOURNAL - " DELIMITED BY SIZE
                   WRK-GL-DATE DELIMITED BY SIZE
                   INTO GL-REPORT-DATA
            END-STRING.
            WRITE GL-REPORT-REG.

            MOVE SPACES TO GL-REPORT-REG.
            MOVE "------------------------------------"
               TO GL-REPORT-DATA.
            WRITE GL-REPORT-REG.

            IF WRK-REFUSE-MSG = SPACES
                PERFORM 0310-CHECK-MONTH-LOCK
            END-IF.

            IF WRK-REFUSE-MSG = SPACES
                PERFORM 0315-LOAD-TAX-ACCOUNT
                PERFORM 0320-READ-PAYMENTS
                PERFORM 0360-CHECK-BALANCE
            END-IF.

      *      A REFUSED JOURNAL STILL EMPTIES THE OUTPUT, SO NOTHING
      *      DOWNSTREAM PICKS UP YESTERDAY'S FILE BY MISTAKE.
            OPEN OUTPUT GL-JOURNAL.
            IF WRK-REFUSE-MSG = SPACES
                PERFORM 0370-WRITE-JOURNAL
            END-IF.
            CLOSE GL-JOURNAL.

            PERFORM 0380-TIE-DAYCLOSE.
            PERFORM 0390-REPORT-STATISTICS.

      *      UNDER REPORTBATCH THE DATE COMES FROM GLDATE, SO THE
      *      NIGHT CHAIN CAN BE POINTED AT A PAST DAY THAT IS STILL
      *      OPEN FOR POSTING.
       0305-GET-DATE           SECTION.
            MOVE ZEROS TO WRK-GL-DATE.
            IF WRK-REPORT-BATCH = "Y"
                MOVE SPACES TO WRK-GL-DATE-X
                ACCEPT WRK-GL-DATE-X FROM ENVIRONMENT "GLDATE"
                IF WRK-GL-DATE-X IS NUMERIC
                    MOVE WRK-GL-DATE-X TO WRK-GL-DATE
                END-IF
            ELSE
                DISPLAY GL-DATE-SCREEN
                ACCEPT GL-DATE-ENTRY
            END-IF.
            IF WRK-GL-DATE = ZEROS
                ACCEPT WRK-GL-DATE FROM DATE YYYYMMDD
            END-IF.

      *      THE BOOKS FOR A LOCKED MONTH ARE SIGNED OFF - NO NEW
      *      JOURNAL MAY BE CUT FOR ANY DAY IN IT.
       0310-CHECK-MONTH-LOCK   SECTION.
            OPEN INPUT MONTHEND.
            IF MONTHEND-STATUS = ZEROS
                MOVE WRK-GL-YYYYMM TO MEND-MONTH
                READ MONTHEND
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MEND-LOCKED
                           MOVE WRK-MSG-LOCKED TO WRK-REFUSE-MSG
                       END-IF
                END-READ
                CLOSE MONTHEND
            END-IF.

       0315-LOAD-TAX-ACCOUNT   SECTION.
            MOVE SPACES TO WRK-TAX-ACCT.
            MOVE "*T" TO GLMAP-KEY.
            READ GLMAP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GLMAP-CREDIT-ACCT TO WRK-TAX-ACCT
            END-READ.

       0320-READ-PAYMENTS      SECTION.
            IF PAYMENTS-STATUS NOT EQUAL ZEROS
                MOVE 10 TO PAYMENTS-STATUS
            END-IF.
            PERFORM UNTIL PAYMENTS-STATUS = 10
               READ PAYMENTS
                  AT END
                      MOVE 10 TO PAYMENTS-STATUS
                  NOT AT END
                      IF PAY-DATE = WRK-GL-DATE
                          ADD 1 TO WRK-ROWS-QTY
                          PERFORM 0330-JOURNAL-ROW
                      END-IF
               END-READ
            END-PERFORM.

      *      THE TENDERED SIDE TAKES THE FULL AMOUNT, THE INCOME SIDE
      *      TAKES IT LESS TAX, AND THE TAX GOES TO TAX PAYABLE. A
      *      REVERSAL ROW POSTS THE SAME LINES THE OTHER WAY ROUND.
      *      ROWS WRITTEN BEFORE THE TAX COLUMN EXISTED CARRY NO TAX.
       0330-JOURNAL-ROW        SECTION.
            MOVE ZEROS TO WRK-ROW-TAX.
            IF PAY-TAX-X IS NUMERIC
                MOVE PAY-TAX TO WRK-ROW-TAX
            END-IF.
            IF PAY-REVERSAL
                ADD PAY-AMOUNT TO WRK-VOID-AMOUNT
                SUBTRACT WRK-ROW-TAX FROM WRK-NET-TAX
            ELSE
                ADD WRK-ROW-TAX TO WRK-NET-TAX
            END-IF.

            PERFORM 0335-FIND-MAPPING.

            EVALUATE TRUE
              WHEN WRK-MAPPED-FLAG = "N"
                PERFORM 0340-REPORT-UNMAPPED
              WHEN GLMAP-DEBIT-ACCT = SPACES
                   AND GLMAP-CREDIT-ACCT = SPACES
                ADD 1 TO WRK-MEMO-QTY
              WHEN WRK-ROW-TAX > ZEROS AND WRK-TAX-ACCT = SPACES
                MOVE "N" TO WRK-MAPPED-FLAG
                PERFORM 0340-REPORT-UNMAPPED
              WHEN OTHER
                IF WRK-ROW-TAX > PAY-AMOUNT
                    MOVE PAY-AMOUNT TO WRK-ROW-TAX
                END-IF
                COMPUTE WRK-NET-AMOUNT = PAY-AMOUNT - WRK-ROW-TAX
                MOVE GLMAP-DEBIT-ACCT TO WRK-POST-ACCT
                MOVE PAY-AMOUNT TO WRK-POST-AMOUNT
                MOVE "D" TO WRK-POST-SIDE
                PERFORM 0350-POST-LINE
                MOVE GLMAP-CREDIT-ACCT TO WRK-POST-ACCT
                MOVE WRK-NET-AMOUNT TO WRK-POST-AMOUNT
                MOVE "C" TO WRK-POST-SIDE
                PERFORM 0350-POST-LINE
                MOVE WRK-TAX-ACCT TO WRK-POST-ACCT
                MOVE WRK-ROW-TAX TO WRK-POST-AMOUNT
                MOVE "C" TO WRK-POST-SIDE
                PERFORM 0350-POST-LINE
            END-EVALUATE.

      *      THE EXACT TYPE AND CATEGORY FIRST, THEN THE "*" RECORD
      *      THAT COVERS THE CATEGORY FOR EVERY TENDER.
       0335-FIND-MAPPING       SECTION.
            MOVE "Y" TO WRK-MAPPED-FLAG.
            MOVE PAY-TYPE     TO GLMAP-TYPE.
            MOVE PAY-CATEGORY TO GLMAP-CATEGORY.
            READ GLMAP-FILE
               INVALID KEY
                   MOVE "*" TO GLMAP-TYPE
                   READ GLMAP-FILE
                      INVALID KEY
                          MOVE "N" TO WRK-MAPPED-FLAG
                   END-READ
            END-READ.

       0340-REPORT-UNMAPPED    SECTION.
            ADD 1 TO WRK-NOMAP-QTY.
            MOVE SPACES TO GL-REPORT-REG.
            MOVE "NO MAPPING"     TO GL-REPORT-DATA(001:10).
            MOVE PAY-TYPE         TO GL-REPORT-DATA(012:01).
            MOVE PAY-CATEGORY     TO GL-REPORT-DATA(014:01).
            MOVE PAY-TIME         TO GL-REPORT-DATA(016:06).
            MOVE PAY-STORE        TO GL-REPORT-DATA(023:03).
            MOVE PAY-RENTAL-KEY   TO GL-REPORT-DATA(027:05).
            MOVE PAY-CUSTOMER-KEY TO GL-REPORT-DATA(033:05).
            MOVE PAY-AMOUNT       TO WRK-ROW-DISP.
            MOVE WRK-ROW-DISP     TO GL-REPORT-DATA(039:06).
            MOVE PAY-SIGN         TO GL-REPORT-DATA(046:01).
            WRITE GL-REPORT-REG.

      *      ADD ONE AMOUNT TO THE STORE/ACCOUNT LINE, OPENING THE
      *      LINE THE FIRST TIME THE PAIR IS SEEN. A REVERSAL ROW
      *      FLIPS THE SIDE.
       0350-POST-LINE          SECTION.
            IF WRK-POST-AMOUNT > ZEROS
                IF PAY-REVERSAL
                    IF WRK-POST-SIDE = "D"
                        MOVE "C" TO WRK-POST-SIDE
                    ELSE
                        MOVE "D" TO WRK-POST-SIDE
                    END-IF
                END-IF

                MOVE ZEROS TO WRK-ACCT-FOUND
                PERFORM VARYING WRK-ACCT-IDX FROM 1 BY 1
                      UNTIL WRK-ACCT-IDX > WRK-ACCT-QTY
                         OR WRK-ACCT-FOUND > ZEROS
                   IF WRK-ACCT-STORE(WRK-ACCT-IDX) = PAY-STORE
                      AND WRK-ACCT-CODE(WRK-ACCT-IDX) = WRK-POST-ACCT
                       MOVE WRK-ACCT-IDX TO WRK-ACCT-FOUND
                   END-IF
                END-PERFORM

                IF WRK-ACCT-FOUND = ZEROS
                    IF WRK-ACCT-QTY < WRK-ACCT-MAX
                        ADD 1 TO WRK-ACCT-QTY
                        MOVE WRK-ACCT-QTY TO WRK-ACCT-FOUND
                        MOVE PAY-STORE
                           TO WRK-ACCT-STORE(WRK-ACCT-FOUND)
                        MOVE WRK-POST-ACCT
                           TO WRK-ACCT-CODE(WRK-ACCT-FOUND)
                        MOVE ZEROS TO WRK-ACCT-DEBIT(WRK-ACCT-FOUND)
                           WRK-ACCT-CREDIT(WRK-ACCT-FOUND)
                    ELSE
                        MOVE "Y" TO WRK-ACCT-FULL-FLAG
                    END-IF
                END-IF

                IF WRK-ACCT-FOUND > ZEROS
                    IF WRK-POST-SIDE = "D"
                        ADD WRK-POST-AMOUNT
                           TO WRK-ACCT-DEBIT(WRK-ACCT-FOUND)
                        ADD WRK-POST-AMOUNT TO WRK-TOTAL-DEBITS
                    ELSE
                        ADD WRK-POST-AMOUNT
                           TO WRK-ACCT-CREDIT(WRK-ACCT-FOUND)
                        ADD WRK-POST-AMOUNT TO WRK-TOTAL-CREDITS
                    END-IF
                END-IF
            END-IF.

       0360-CHECK-BALANCE      SECTION.
            EVALUATE TRUE
              WHEN WRK-NOMAP-QTY > ZEROS
                MOVE WRK-MSG-UNMAPPED TO WRK-REFUSE-MSG
              WHEN WRK-ACCT-FULL-FLAG = "Y"
                MOVE WRK-MSG-TABLEFULL TO WRK-REFUSE-MSG
              WHEN WRK-TOTAL-DEBITS NOT = WRK-TOTAL-CREDITS
                MOVE WRK-MSG-UNBALANCED TO WRK-REFUSE-MSG
              WHEN OTHER
                CONTINUE
            END-EVALUATE.

       0370-WRITE-JOURNAL      SECTION.
            PERFORM VARYING WRK-ACCT-IDX FROM 1 BY 1
                  UNTIL WRK-ACCT-IDX > WRK-ACCT-QTY
               MOVE SPACES TO GL-JOURNAL-REG
               MOVE "D"         TO GL-JOURNAL-DATA(01:01)
               MOVE WRK-GL-DATE TO GL-JOURNAL-DATA(02:08)
               MOVE WRK-ACCT-STORE(WRK-ACCT-IDX)
                  TO GL-JOURNAL-DATA(10:03)
               MOVE WRK-ACCT-CODE(WRK-ACCT-IDX)
                  TO GL-JOURNAL-DATA(13:10)
               MOVE WRK-ACCT-DEBIT(WRK-ACCT-IDX)
                  TO GL-JOURNAL-DATA(23:11)
               MOVE WRK-ACCT-CREDIT(WRK-ACCT-IDX)
                  TO GL-JOURNAL-DATA(34:11)
               WRITE GL-JOURNAL-REG
               ADD 1 TO WRK-LINES-QTY
               PERFORM 0375-REPORT-LINE
            END-PERFORM.

            MOVE SPACES TO GL-JOURNAL-REG.
            MOVE "T"               TO GL-JOURNAL-DATA(01:01).
            MOVE WRK-LINES-QTY     TO GL-JOURNAL-DATA(02:07).
            MOVE WRK-GL-DATE       TO GL-JOURNAL-DATA(09:08).
            MOVE WRK-TOTAL-DEBITS  TO GL-JOURNAL-DATA(17:13).
            MOVE WRK-TOTAL-CREDITS TO GL-JOURNAL-DATA(30:13).
            WRITE GL-JOURNAL-REG.

       0375-REPORT-LINE        SECTION.
            MOVE SPACES TO GL-REPORT-REG.
            MOVE WRK-ACCT-STORE(WRK-ACCT-IDX) TO GL-REPORT-DATA(001:03).
            MOVE WRK-ACCT-CODE(WRK-ACCT-IDX)  TO GL-REPORT-DATA(005:10).
            MOVE WRK-ACCT-DEBIT(WRK-ACCT-IDX) TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP                 TO GL-REPORT-DATA(017:15).
            MOVE WRK-ACCT-CREDIT(WRK-ACCT-IDX) TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP                 TO GL-REPORT-DATA(034:15).
            WRITE GL-REPORT-REG.

      *      THE JOURNAL'S NET TAX AND ITS REVERSALS MUST MATCH WHAT
      *      DAYCLOSE SEALED FOR THE SAME DATE. A DAY NOT YET CLOSED
      *      IS NOTED, NOT REFUSED - THE JOURNAL STANDS ON ITS OWN.
       0380-TIE-DAYCLOSE       SECTION.
            MOVE SPACES TO GL-REPORT-REG.
            WRITE GL-REPORT-REG.

            OPEN INPUT DAYCLOSE-FILE.
            IF DAYCLOSE-STATUS = ZEROS
                MOVE WRK-GL-DATE TO CLOSE-DATE
                READ DAYCLOSE-FILE
                   INVALID KEY
                       MOVE 23 TO DAYCLOSE-STATUS
                END-READ
                CLOSE DAYCLOSE-FILE
            END-IF.

            IF DAYCLOSE-STATUS NOT = ZEROS
                MOVE SPACES TO GL-REPORT-REG
                MOVE WRK-MSG-NOTCLOSED TO GL-REPORT-DATA
                WRITE GL-REPORT-REG
            ELSE
                MOVE "DAY CLOSE TAX"   TO WRK-TIE-NAME
                MOVE WRK-NET-TAX       TO WRK-TIE-JOURNAL
                MOVE CLOSE-TAX         TO WRK-TIE-CLOSE
                PERFORM 0385-WRITE-TIE
                MOVE "DAY CLOSE VOIDS" TO WRK-TIE-NAME
                MOVE WRK-VOID-AMOUNT   TO WRK-TIE-JOURNAL
                MOVE CLOSE-VOID-AMOUNT TO WRK-TIE-CLOSE
                PERFORM 0385-WRITE-TIE
            END-IF.

      *      NAME, JOURNAL FIGURE, DAY CLOSE FIGURE, TIES/DIFFERS.
       0385-WRITE-TIE          SECTION.
            MOVE SPACES TO GL-REPORT-REG.
            MOVE WRK-TIE-NAME    TO GL-REPORT-DATA(001:16).
            MOVE WRK-TIE-JOURNAL TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP    TO GL-REPORT-DATA(018:15).
            MOVE WRK-TIE-CLOSE   TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP    TO GL-REPORT-DATA(035:15).
            IF WRK-TIE-JOURNAL = WRK-TIE-CLOSE
                MOVE "TIES"      TO GL-REPORT-DATA(052:07)
            ELSE
                MOVE "DIFFERS"   TO GL-REPORT-DATA(052:07)
            END-IF.
            WRITE GL-REPORT-REG.

       0390-REPORT-STATISTICS  SECTION.
            MOVE SPACES TO GL-REPORT-REG.
            WRITE GL-REPORT-REG.

            MOVE SPACES TO GL-REPORT-REG.
            MOVE WRK-MSG-ROWS     TO GL-REPORT-DATA(001:16).
            MOVE WRK-ROWS-QTY     TO GL-REPORT-DATA(018:07).
            WRITE GL-REPORT-REG.

            MOVE SPACES TO GL-REPORT-REG.
            MOVE WRK-MSG-MEMO     TO GL-REPORT-DATA(001:16).
            MOVE WRK-MEMO-QTY     TO GL-REPORT-DATA(018:07).
            WRITE GL-REPORT-REG.

            MOVE SPACES TO GL-REPORT-REG.
            MOVE WRK-MSG-NOMAPROWS TO GL-REPORT-DATA(001:16).
            MOVE WRK-NOMAP-QTY    TO GL-REPORT-DATA(018:07).
            WRITE GL-REPORT-REG.

            MOVE SPACES TO GL-REPORT-REG.
            MOVE WRK-MSG-LINES    TO GL-REPORT-DATA(001:16).
            MOVE WRK-LINES-QTY    TO GL-REPORT-DATA(018:07).
            WRITE GL-REPORT-REG.

            MOVE SPACES TO GL-REPORT-REG.
            MOVE WRK-MSG-DEBITS   TO GL-REPORT-DATA(001:16).
            MOVE WRK-TOTAL-DEBITS TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP     TO GL-REPORT-DATA(018:15).
            WRITE GL-REPORT-REG.

            MOVE SPACES TO GL-REPORT-REG.
            MOVE WRK-MSG-CREDITS  TO GL-REPORT-DATA(001:16).
            MOVE WRK-TOTAL-CREDITS TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP     TO GL-REPORT-DATA(018:15).
            WRITE GL-REPORT-REG.

            MOVE SPACES TO GL-REPORT-REG.
            IF WRK-REFUSE-MSG = SPACES
                MOVE WRK-MSG-BUILT  TO GL-REPORT-DATA
            ELSE
                MOVE WRK-REFUSE-MSG TO GL-REPORT-DATA
            END-IF.
            WRITE GL-REPORT-REG.

            MOVE 10 TO WRK-LINE.
            DISPLAY WRK-MSG-ROWS     LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-ROWS-QTY     LINE WRK-LINE COLUMN 28.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-NOMAPROWS LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-NOMAP-QTY    LINE WRK-LINE COLUMN 28.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-LINES    LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-LINES-QTY    LINE WRK-LINE COLUMN 28.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-DEBITS   LINE WRK-LINE COLUMN 10.
            MOVE WRK-TOTAL-DEBITS TO WRK-AMT-DISP.
            DISPLAY WRK-AMT-DISP     LINE WRK-LINE COLUMN 28.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-CREDITS  LINE WRK-LINE COLUMN 10.
            MOVE WRK-TOTAL-CREDITS TO WRK-AMT-DISP.
            DISPLAY WRK-AMT-DISP     LINE WRK-LINE COLUMN 28.

            IF WRK-REFUSE-MSG NOT = SPACES
                MOVE WRK-REFUSE-MSG TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                IF WRK-REPORT-BATCH NOT = "Y"
                    ADD 1 TO WRK-LINE
                    DISPLAY WRK-MSG-PRESSKEY LINE WRK-LINE COLUMN 10
                    ACCEPT WRK-KEY LINE WRK-LINE COLUMN 25
                    MOVE SPACES TO WRK-KEY
                END-IF
            END-IF.

       0400-FINALIZE           SECTION.
            IF WRK-MAP-OPEN-FLAG = "Y"
                CLOSE GLMAP-FILE
            END-IF.
            CLOSE PAYMENTS.
            CLOSE GL-REPORT.
            MOVE SPACES TO WRK-RPTFILE-PARMS.
            STRING "DATE " DELIMITED BY SIZE
                   WRK-GL-DATE DELIMITED BY SIZE
                   INTO WRK-RPTFILE-PARMS
            END-STRING.
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
