       IDENTIFICATION          DIVISION.
       PROGRAM-ID. LEDGPROOF.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: NIGHTLY PROOF OF THE CUSTOMER ACCOUNT LEDGER AGAINST
      *          CUSTOMERS.DAT. EVERY ACCOUNT'S LEDGER CLOSING FIGURES
      *          (BALANCE DUE, CREDIT, POINTS) MUST EQUAL WHAT THE
      *          CUSTOMER RECORD HOLDS; ANY ACCOUNT THAT DOES NOT TIE,
      *          AND ANY ACCOUNT CARRYING FIGURES WITH NO LEDGER AT
      *          ALL, IS LISTED ON LEDGPROOF.TXT. RUNS PROMPT-FREE
      *          UNDER REPORTBATCH SO THE NIGHT CHAIN CAN DRIVE IT.
      *
      *          LEDGTAKEON=Y FIRST OPENS A LEDGER FOR EVERY ACCOUNT
      *          THAT HAS NONE, CARRYING ITS CURRENT FIGURES FORWARD -
      *          RUN ONCE THAT WAY WHEN THE LEDGER GOES LIVE.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      CUSTOMERS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      CUSTOMERSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT CUSTOMERS ASSIGN TO WRK-CUSTOMERS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS CUSTOMERS-STATUS
            RECORD KEY IS CUSTOMER-KEY
            ALTERNATE RECORD KEY IS CUSTOMER-PHONE
               WITH DUPLICATES.

      *      CUSTLEDG.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      CUSTLEDGDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT CUSTLEDG ASSIGN TO WRK-CUSTLEDG-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS CUSTLEDG-STATUS
            RECORD KEY IS LEDG-KEY.

      *      SELECT PROOF-REPORT ASSIGN TO "./Data/LEDGPROOF.TXT"
            SELECT PROOF-REPORT ASSIGN TO
              "C:\Cobol\Project\Data\LEDGPROOF.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PROOF-REPORT-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- CUSTOMER FILE DESCRIPTION
       FD CUSTOMERS.
       01 CUSTOMERS-REG.
            05 CUSTOMER-KEY           PIC 9(005).
            05 CUSTOMER-NAME          PIC X(030).
            05 CUSTOMER-PHONE         PIC X(015).
            05 CUSTOMER-STATUS-FLAG   PIC X(001).
                88 CUSTOMER-ACTIVE           VALUE "A".
                88 CUSTOMER-INACTIVE         VALUE "I".
            05 CUSTOMER-BALANCE       PIC 9(005)V99.
            05 CUSTOMER-BIRTH-DATE    PIC 9(008).
            05 CUSTOMER-COLLECT-FLAG  PIC X(001).
                88 CUSTOMER-COLLECTIONS      VALUE "C".
            05 CUSTOMER-CREDIT        PIC 9(005)V99.
            05 CUSTOMER-POINTS        PIC 9(005).
            05 CUSTOMER-TIER          PIC X(001).
            05 CUSTOMER-TIER-SCORE    PIC 9(003).

      *---------------------------- CUSTOMER LEDGER DESCRIPTION
       FD CUSTLEDG.
       01 CUSTLEDG-REG.
            05 LEDG-KEY.
                10 LEDG-CUSTOMER     PIC 9(005).
                10 LEDG-SEQ          PIC 9(007).
            05 LEDG-ENTRY.
                10 LEDG-DATE         PIC 9(008).
                10 LEDG-TIME         PIC 9(006).
                10 LEDG-FIELD        PIC X(001).
                10 LEDG-AMOUNT       PIC S9(005)V99.
                10 LEDG-REASON       PIC X(008).
                10 LEDG-REFERENCE    PIC X(010).
                10 LEDG-PROGRAM      PIC X(012).
                10 LEDG-OPERATOR     PIC X(008).
            05 LEDG-HEADER REDEFINES LEDG-ENTRY.
                10 LEDG-LAST-SEQ     PIC 9(007).
                10 LEDG-OPEN-DATE    PIC 9(008).
                10 FILLER            PIC X(045).
            05 LEDG-RUN-BALANCE      PIC S9(007)V99.
            05 LEDG-RUN-CREDIT       PIC S9(007)V99.
            05 LEDG-RUN-POINTS       PIC S9(007).

      *---------------------------- PROOF REPORT OUTPUT
       FD PROOF-REPORT.
       01 PROOF-REPORT-REG.
            05 PROOF-REPORT-DATA     PIC X(080).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                    PIC X(001).

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                   PIC 9(002) VALUE 01.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG              PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "LEDGPROOF".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "LEDGPROOF".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\LEDGPROOF.TXT".
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
            05 WRK-MSG-CHECKED       PIC X(040) VALUE
               "ACCOUNTS CHECKED".
            05 WRK-MSG-TIED          PIC X(040) VALUE
               "ACCOUNTS TIED".
            05 WRK-MSG-OUTOFBAL      PIC X(040) VALUE
               "OUT OF BALANCE".
            05 WRK-MSG-NOLEDGER      PIC X(040) VALUE
               "NO LEDGER".
            05 WRK-MSG-TAKENON       PIC X(040) VALUE
               "LEDGERS OPENED".

      *---------------------------- FILE
       77 CUSTOMERS-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-CUSTOMERS-PATH         PIC X(060) VALUE SPACES.
       77 CUSTLEDG-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-CUSTLEDG-PATH          PIC X(060) VALUE SPACES.
       77 WRK-LEDG-AVAIL-FLAG        PIC X(001) VALUE "N".
       77 PROOF-REPORT-STATUS        PIC 9(002) VALUE ZEROS.
       77 WRK-REPORT-BATCH           PIC X(001) VALUE "N".
       77 WRK-TAKE-ON                PIC X(001) VALUE "N".

      *---------------------------- RUN CONTROLS
       77 WRK-RUN-DATE               PIC 9(008) VALUE ZEROS.
       77 WRK-CHECKED-QTY            PIC 9(005) VALUE ZEROS.
       77 WRK-TIED-QTY               PIC 9(005) VALUE ZEROS.
       77 WRK-OUTOFBAL-QTY           PIC 9(005) VALUE ZEROS.
       77 WRK-NOLEDGER-QTY           PIC 9(005) VALUE ZEROS.
       77 WRK-TAKENON-QTY            PIC 9(005) VALUE ZEROS.
       77 WRK-TIES-FLAG              PIC X(001) VALUE "Y".

      *---------------------------- REPORT LINE FIGURES
       77 WRK-PROOF-FIELD            PIC X(007) VALUE SPACES.
       77 WRK-LEDGER-FIG             PIC S9(007)V99 VALUE ZEROS.
       77 WRK-MASTER-FIG             PIC S9(007)V99 VALUE ZEROS.
       77 WRK-FIG-DISP               PIC +9(007),99 VALUE ZEROS.

      *---------------------------- CUSTOMER LEDGER SUBPROGRAM
       01 WRK-LEDG-REC.
            05 WRK-LEDG-CUSTOMER      PIC 9(005).
            05 WRK-LEDG-FIELD         PIC X(001) VALUE "O".
            05 WRK-LEDG-AMOUNT        PIC S9(005)V99 VALUE ZEROS.
            05 WRK-LEDG-REASON        PIC X(008) VALUE "TAKEON".
            05 WRK-LEDG-REFERENCE     PIC X(010) VALUE SPACES.
            05 WRK-LEDG-PROGRAM       PIC X(012) VALUE "LEDGPROOF".
            05 WRK-LEDG-OPERATOR      PIC X(008) VALUE SPACES.
            05 WRK-LEDG-BALANCE       PIC 9(005)V99.
            05 WRK-LEDG-CREDIT        PIC 9(005)V99.
            05 WRK-LEDG-POINTS        PIC 9(005).
            05 WRK-LEDG-RESULT        PIC X(001).

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
            MOVE SPACES TO WRK-CUSTOMERS-PATH.
            ACCEPT WRK-CUSTOMERS-PATH FROM ENVIRONMENT "CUSTOMERSDAT".
            IF WRK-CUSTOMERS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\CUSTOMERS.DAT"
                   TO WRK-CUSTOMERS-PATH
            END-IF.

            MOVE SPACES TO WRK-CUSTLEDG-PATH.
            ACCEPT WRK-CUSTLEDG-PATH FROM ENVIRONMENT "CUSTLEDGDAT".
            IF WRK-CUSTLEDG-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\CUSTLEDG.DAT"
                   TO WRK-CUSTLEDG-PATH
            END-IF.

            MOVE SPACES TO WRK-TAKE-ON.
            ACCEPT WRK-TAKE-ON FROM ENVIRONMENT "LEDGTAKEON".
            IF WRK-TAKE-ON NOT = "Y" AND WRK-TAKE-ON NOT = "y"
                MOVE "N" TO WRK-TAKE-ON
            ELSE
                MOVE "Y" TO WRK-TAKE-ON
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
            OPEN INPUT CUSTOMERS.
            PERFORM 0210-VERIFICATION.
            OPEN OUTPUT PROOF-REPORT.

       0210-VERIFICATION       SECTION.
            EVALUATE CUSTOMERS-STATUS
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
            MOVE ZEROS TO WRK-CHECKED-QTY WRK-TIED-QTY
               WRK-OUTOFBAL-QTY WRK-NOLEDGER-QTY WRK-TAKENON-QTY.
            ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
            DISPLAY CLEANER-SCREEN.

            MOVE SPACES TO PROOF-REPORT-REG.
            STRING "CUSTOMER LEDGER PROOF - " DELIMITED BY SIZE
                   WRK-RUN-DATE DELIMITED BY SIZE
                   INTO PROOF-REPORT-DATA
            END-STRING.
            WRITE PROOF-REPORT-REG.

            MOVE SPACES TO PROOF-REPORT-REG.
            MOVE "------------------------------------"
               TO PROOF-REPORT-DATA.
            WRITE PROOF-REPORT-REG.

            IF CUSTOMERS-STATUS = ZEROS
                IF WRK-TAKE-ON = "Y"
                    PERFORM 0310-TAKE-ON
                END-IF
                PERFORM 0320-OPEN-LEDGER
                PERFORM 0330-PROVE-ACCOUNTS
                IF WRK-LEDG-AVAIL-FLAG = "Y"
                    CLOSE CUSTLEDG
                END-IF
            END-IF.

            PERFORM 0370-REPORT-STATISTICS.

      *      CUSTLEDG OPENS AND CLOSES THE LEDGER ITSELF, SO THE
      *      TAKE-ON PASS RUNS BEFORE THIS PROGRAM OPENS IT. AN
      *      ACCOUNT THAT ALREADY HAS A LEDGER IS LEFT AS IT IS.
       0310-TAKE-ON            SECTION.
            MOVE ZEROS TO CUSTOMER-KEY.
            START CUSTOMERS KEY IS GREATER THAN CUSTOMER-KEY
               INVALID KEY
                   MOVE 10 TO CUSTOMERS-STATUS
               NOT INVALID KEY
                   MOVE 0 TO CUSTOMERS-STATUS
            END-START.

            PERFORM UNTIL CUSTOMERS-STATUS = 10
               READ CUSTOMERS NEXT
                  AT END
                      MOVE 10 TO CUSTOMERS-STATUS
                  NOT AT END
                      MOVE CUSTOMER-KEY     TO WRK-LEDG-CUSTOMER
                      MOVE CUSTOMER-BALANCE TO WRK-LEDG-BALANCE
                      MOVE CUSTOMER-CREDIT  TO WRK-LEDG-CREDIT
                      MOVE CUSTOMER-POINTS  TO WRK-LEDG-POINTS
                      CALL "CUSTLEDG" USING WRK-LEDG-REC
                      IF WRK-LEDG-RESULT = "Y"
                          ADD 1 TO WRK-TAKENON-QTY
                      END-IF
               END-READ
            END-PERFORM.

      *      NO LEDGER FILE AT ALL IS NOT AN ERROR - EVERY ACCOUNT
      *      WITH FIGURES ON IT SIMPLY SHOWS UP AS "NO LEDGER".
       0320-OPEN-LEDGER        SECTION.
            OPEN INPUT CUSTLEDG.
            IF CUSTLEDG-STATUS = ZEROS
                MOVE "Y" TO WRK-LEDG-AVAIL-FLAG
            ELSE
                MOVE "N" TO WRK-LEDG-AVAIL-FLAG
            END-IF.

       0330-PROVE-ACCOUNTS     SECTION.
            MOVE ZEROS TO CUSTOMER-KEY.
            START CUSTOMERS KEY IS GREATER THAN CUSTOMER-KEY
               INVALID KEY
                   MOVE 10 TO CUSTOMERS-STATUS
               NOT INVALID KEY
                   MOVE 0 TO CUSTOMERS-STATUS
            END-START.

            PERFORM UNTIL CUSTOMERS-STATUS = 10
               READ CUSTOMERS NEXT
                  AT END
                      MOVE 10 TO CUSTOMERS-STATUS
                  NOT AT END
                      ADD 1 TO WRK-CHECKED-QTY
                      PERFORM 0340-PROVE-ONE
               END-READ
            END-PERFORM.

       0340-PROVE-ONE          SECTION.
            MOVE "Y" TO WRK-TIES-FLAG.
            MOVE CUSTOMER-KEY TO LEDG-CUSTOMER.
            MOVE ZEROS TO LEDG-SEQ.
            IF WRK-LEDG-AVAIL-FLAG = "Y"
                READ CUSTLEDG
                   INVALID KEY
                       MOVE "N" TO WRK-TIES-FLAG
                   NOT INVALID KEY
                       CONTINUE
                END-READ
            ELSE
                MOVE "N" TO WRK-TIES-FLAG
            END-IF.

            IF WRK-TIES-FLAG = "N"
      *          AN ACCOUNT THAT HAS NEVER MOVED NEEDS NO LEDGER.
                IF CUSTOMER-BALANCE = ZEROS
                      AND CUSTOMER-CREDIT = ZEROS
                      AND CUSTOMER-POINTS = ZEROS
                    ADD 1 TO WRK-TIED-QTY
                ELSE
                    ADD 1 TO WRK-NOLEDGER-QTY
                    MOVE SPACES TO PROOF-REPORT-REG
                    MOVE "NO LEDGER"   TO PROOF-REPORT-DATA(001:09)
                    MOVE CUSTOMER-KEY  TO PROOF-REPORT-DATA(011:05)
                    MOVE CUSTOMER-NAME TO PROOF-REPORT-DATA(018:30)
                    WRITE PROOF-REPORT-REG
                END-IF
            ELSE
                IF LEDG-RUN-BALANCE NOT = CUSTOMER-BALANCE
                    MOVE "N" TO WRK-TIES-FLAG
                    MOVE "BALANCE" TO WRK-PROOF-FIELD
                    MOVE LEDG-RUN-BALANCE TO WRK-LEDGER-FIG
                    MOVE CUSTOMER-BALANCE TO WRK-MASTER-FIG
                    PERFORM 0350-WRITE-DIFFERENCE
                END-IF
                IF LEDG-RUN-CREDIT NOT = CUSTOMER-CREDIT
                    MOVE "N" TO WRK-TIES-FLAG
                    MOVE "CREDIT" TO WRK-PROOF-FIELD
                    MOVE LEDG-RUN-CREDIT TO WRK-LEDGER-FIG
                    MOVE CUSTOMER-CREDIT TO WRK-MASTER-FIG
                    PERFORM 0350-WRITE-DIFFERENCE
                END-IF
                IF LEDG-RUN-POINTS NOT = CUSTOMER-POINTS
                    MOVE "N" TO WRK-TIES-FLAG
                    MOVE "POINTS" TO WRK-PROOF-FIELD
                    MOVE LEDG-RUN-POINTS TO WRK-LEDGER-FIG
                    MOVE CUSTOMER-POINTS TO WRK-MASTER-FIG
                    PERFORM 0350-WRITE-DIFFERENCE
                END-IF
                IF WRK-TIES-FLAG = "Y"
                    ADD 1 TO WRK-TIED-QTY
                ELSE
                    ADD 1 TO WRK-OUTOFBAL-QTY
                END-IF
            END-IF.

      *      ONE ROW PER FIGURE THAT DOES NOT TIE:
      *      KEY, NAME, WHICH FIGURE, LEDGER SAYS, CUSTOMER FILE SAYS.
       0350-WRITE-DIFFERENCE   SECTION.
            MOVE SPACES TO PROOF-REPORT-REG.
            MOVE "NO TIE"        TO PROOF-REPORT-DATA(001:09).
            MOVE CUSTOMER-KEY    TO PROOF-REPORT-DATA(011:05).
            MOVE CUSTOMER-NAME(1:20) TO PROOF-REPORT-DATA(018:20).
            MOVE WRK-PROOF-FIELD TO PROOF-REPORT-DATA(040:07).
            MOVE WRK-LEDGER-FIG  TO WRK-FIG-DISP.
            MOVE WRK-FIG-DISP    TO PROOF-REPORT-DATA(048:11).
            MOVE WRK-MASTER-FIG  TO WRK-FIG-DISP.
            MOVE WRK-FIG-DISP    TO PROOF-REPORT-DATA(061:11).
            WRITE PROOF-REPORT-REG.

       0370-REPORT-STATISTICS  SECTION.
            MOVE SPACES TO PROOF-REPORT-REG.
            WRITE PROOF-REPORT-REG.

            IF WRK-TAKE-ON = "Y"
                MOVE SPACES TO PROOF-REPORT-REG
                MOVE WRK-MSG-TAKENON  TO PROOF-REPORT-DATA(001:16)
                MOVE WRK-TAKENON-QTY  TO PROOF-REPORT-DATA(018:05)
                WRITE PROOF-REPORT-REG
            END-IF.

            MOVE SPACES TO PROOF-REPORT-REG.
            MOVE WRK-MSG-CHECKED  TO PROOF-REPORT-DATA(001:16).
            MOVE WRK-CHECKED-QTY  TO PROOF-REPORT-DATA(018:05).
            WRITE PROOF-REPORT-REG.

            MOVE SPACES TO PROOF-REPORT-REG.
            MOVE WRK-MSG-TIED     TO PROOF-REPORT-DATA(001:16).
            MOVE WRK-TIED-QTY     TO PROOF-REPORT-DATA(018:05).
            WRITE PROOF-REPORT-REG.

            MOVE SPACES TO PROOF-REPORT-REG.
            MOVE WRK-MSG-OUTOFBAL TO PROOF-REPORT-DATA(001:16).
            MOVE WRK-OUTOFBAL-QTY TO PROOF-REPORT-DATA(018:05).
            WRITE PROOF-REPORT-REG.

            MOVE SPACES TO PROOF-REPORT-REG.
            MOVE WRK-MSG-NOLEDGER TO PROOF-REPORT-DATA(001:16).
            MOVE WRK-NOLEDGER-QTY TO PROOF-REPORT-DATA(018:05).
            WRITE PROOF-REPORT-REG.

            MOVE 10 TO WRK-LINE.
            DISPLAY WRK-MSG-CHECKED  LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-CHECKED-QTY  LINE WRK-LINE COLUMN 28.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-TIED     LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-TIED-QTY     LINE WRK-LINE COLUMN 28.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-OUTOFBAL LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-OUTOFBAL-QTY LINE WRK-LINE COLUMN 28.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-NOLEDGER LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-NOLEDGER-QTY LINE WRK-LINE COLUMN 28.

            IF WRK-REPORT-BATCH NOT = "Y"
                ADD 1 TO WRK-LINE
                DISPLAY WRK-MSG-PRESSKEY LINE WRK-LINE COLUMN 10
                ACCEPT WRK-KEY LINE WRK-LINE COLUMN 25
                MOVE SPACES TO WRK-KEY
            END-IF.

       0400-FINALIZE           SECTION.
            CLOSE CUSTOMERS.
            CLOSE PROOF-REPORT.
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
