      *          EXCEPTIONS REPORT FOR SCANS THAT MATCH NO OPEN
      *          RENTAL. RUNS PROMPT-FREE UNDER REPORTBATCH SO THE
      *          NIGHT CHAIN CAN DRIVE IT BEFORE OPENING.
      *          A TAPE ALREADY WRITTEN OFF BY THE LOST-RENTAL RUN IS
      *          TAKEN BACK THE SAME WAY THE COUNTER DOES IT - THE
      *          REPLACEMENT CHARGE IS REVERSED, THE COPY GOES BACK IN
      *          STOCK, AND THE CAPPED LATE FEE IS CHARGED INSTEAD.
      *          A HOUSEHOLD MEMBER'S FEE GOES ON THE PRIMARY ACCOUNT
      *          HOLDER'S BALANCE (HHLINK), SAME AS AT THE COUNTER.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
            FILE STATUS IS RENTALS-STATUS
            RECORD KEY IS RENTAL-KEY
            ALTERNATE RECORD KEY IS RENTAL-MOVIES-KEY
               WITH DUPLICATES
            ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-KEY
               WITH DUPLICATES.

      *      COPIES.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      COPIESDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT COPIES ASSIGN TO WRK-COPIES-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS COPIES-STATUS
            RECORD KEY IS COPY-ID.

      *      SELECT SCAN-FILE ASSIGN TO "./Data/DROPBOX.TXT"
            SELECT SCAN-FILE ASSIGN TO
              "C:\Cobol\Project\Data\DROPBOX.TXT"
                88 CUSTOMER-COLLECTIONS      VALUE "C".
            05 CUSTOMER-CREDIT       PIC 9(005)V99.
            05 CUSTOMER-POINTS       PIC 9(005).
            05 CUSTOMER-TIER         PIC X(001).
            05 CUSTOMER-TIER-SCORE   PIC 9(003).

      *---------------------------- RENTAL FILE DESCRIPTION
       FD RENTALS.
            05 RENTAL-STATUS-FLAG    PIC X(001).
                88 RENTAL-OPEN               VALUE "O".
                88 RENTAL-CLOSED             VALUE "C".
                88 RENTAL-LOST               VALUE "L".
            05 RENTAL-COPY-NUMBER    PIC 9(002).
            05 RENTAL-CHARGED-PRICE  PIC 9(003)V99.
            05 RENTAL-PRICE-RULE     PIC X(008).
            05 RENTAL-RENEWALS       PIC 9(002).
            05 RENTAL-STORE          PIC X(003).

      *---------------------------- COPY INVENTORY FILE DESCRIPTION
       FD COPIES.
       01 COPIES-REG.
            05 COPY-ID.
                10 COPY-MOVIES-KEY   PIC 9(005).
                10 COPY-NUMBER       PIC 9(002).
            05 COPY-BARCODE          PIC X(008).
            05 COPY-CONDITION        PIC X(001).
                88 COPY-GOOD                 VALUE "G".
                88 COPY-WORN                 VALUE "W".
                88 COPY-DAMAGED              VALUE "D".
            05 COPY-STATUS-FLAG      PIC X(001).
                88 COPY-ACTIVE               VALUE "A".
                88 COPY-INACTIVE             VALUE "I".
                88 COPY-AT-DIST              VALUE "R".
                88 COPY-IN-TRANSIT           VALUE "T".
                88 COPY-LOST                 VALUE "L".
            05 COPY-REPL-COST        PIC 9(003)V99.
            05 COPY-RENT-COUNT       PIC 9(005).
            05 COPY-STORE            PIC X(003).

      *---------------------------- SCANNED BARCODE INPUT
      *      ONE SCAN PER LINE, WITH OR WITHOUT THE ASTERISKS.
       FD SCAN-FILE.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "DROPBOX".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "DROPBOXEXC".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\DROPBOXEXC.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-CORRUPTED     PIC X(040) VALUE
               "CORRUPTED FILE".
               "EXCEPTIONS".
            05 WRK-MSG-FEESPOSTED    PIC X(040) VALUE
               "FEES POSTED TO BALANCES".
            05 WRK-MSG-RECOVERED     PIC X(040) VALUE
               "LOST TAPES RECOVERED".

      *---------------------------- FILE
       77 MOVIES-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-CUSTOMERS-PATH         PIC X(060) VALUE SPACES.
       77 RENTALS-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-RENTALS-PATH           PIC X(060) VALUE SPACES.
       77 COPIES-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-COPIES-PATH            PIC X(060) VALUE SPACES.
       77 SCAN-FILE-STATUS           PIC 9(002) VALUE ZEROS.
       77 POLICY-STATUS              PIC 9(002) VALUE ZEROS.
       77 EXCEPT-REPORT-STATUS       PIC 9(002) VALUE ZEROS.
       77 WRK-EXCEPT-QTY             PIC 9(005) VALUE ZEROS.
       77 WRK-FEES-POSTED            PIC 9(007)V99 VALUE ZEROS.
       77 WRK-DAYS-LATE              PIC S9(005) VALUE ZEROS.
       77 WRK-RECOVERED-QTY          PIC 9(005) VALUE ZEROS.

      *---------------------------- LOST RENTAL RECOVERY
      *      STORECODE - STAMPED ON THE REVERSAL ROW WHEN THE RENTAL
      *      PREDATES STORE CODES.
       77 WRK-STORE-CODE             PIC X(003) VALUE SPACES.
       77 WRK-LOST-RENTAL-KEY        PIC 9(005) VALUE ZEROS.
       77 WRK-REPL-CHARGE            PIC 9(003)V99 VALUE ZEROS.
       77 WRK-LOST-REFUND            PIC 9(003)V99 VALUE ZEROS.

      *---------------------------- PAYMENT LOG SUBPROGRAM
       01 WRK-PAY-REC.
            05 WRK-PAY-RENTAL-KEY     PIC 9(005).
            05 WRK-PAY-CUSTOMER-KEY   PIC 9(005).
            05 WRK-PAY-MOVIES-KEY     PIC 9(005).
            05 WRK-PAY-AMOUNT         PIC 9(003)V99.
            05 WRK-PAY-TYPE           PIC X(001).
            05 WRK-PAY-CATEGORY       PIC X(001).
            05 WRK-PAY-OPERATOR       PIC X(008).
            05 WRK-PAY-RULE           PIC X(008).
            05 WRK-PAY-SHIFT          PIC 9(005).
            05 WRK-PAY-PROMO          PIC X(008).
            05 WRK-PAY-TAX            PIC 9(003)V99.
            05 WRK-PAY-RESULT         PIC X(001).
            05 WRK-PAY-STORE          PIC X(003).
            05 WRK-PAY-SIGN           PIC X(001) VALUE SPACE.
            05 WRK-PAY-RECEIPT        PIC 9(005) VALUE ZEROS.
            05 WRK-PAY-CERT           PIC 9(005) VALUE ZEROS.

      *---------------------------- COPY ASSET REGISTER SUBPROGRAM
       01 WRK-AST-REC.
            05 WRK-AST-ACTION         PIC X(001).
            05 WRK-AST-MOVIES-KEY     PIC 9(005).
            05 WRK-AST-COPY-NUMBER    PIC 9(002).
            05 WRK-AST-COST           PIC 9(003)V99.
            05 WRK-AST-DATE           PIC 9(008).
            05 WRK-AST-RELEASE-YEAR   PIC 9(004).
            05 WRK-AST-STORE          PIC X(003).
            05 WRK-AST-REASON         PIC X(008).
            05 WRK-AST-RECOVERY       PIC 9(005)V99.
            05 WRK-AST-NBV            PIC 9(005)V99.
            05 WRK-AST-RESULT         PIC X(001).

      *---------------------------- STORE BUSINESS CALENDAR SUBPROGRAM
       01 WRK-CAL-REC.
            05 WRK-CAL-ACTION        PIC X(001).
            05 WRK-CAL-STORE         PIC X(003).
            05 WRK-CAL-DATE          PIC 9(008).
            05 WRK-CAL-DATE-2        PIC 9(008).
            05 WRK-CAL-DAYS          PIC 9(005).
            05 WRK-CAL-RESULT-DATE   PIC 9(008).
            05 WRK-CAL-RESULT        PIC X(001).

      *---------------------------- CUSTOMER ACCOUNT LEDGER SUBPROGRAM
       01 WRK-LEDG-REC.
            05 WRK-LEDG-CUSTOMER     PIC 9(005).
            05 WRK-LEDG-FIELD        PIC X(001) VALUE "B".
            05 WRK-LEDG-AMOUNT       PIC S9(005)V99.
            05 WRK-LEDG-REASON       PIC X(008) VALUE "LATEFEE".
            05 WRK-LEDG-REFERENCE.
                10 WRK-LEDG-REF-TYPE PIC X(005) VALUE "RENT".
                10 WRK-LEDG-REF-KEY  PIC 9(005).
            05 WRK-LEDG-PROGRAM      PIC X(012) VALUE "DROPBOX".
            05 WRK-LEDG-OPERATOR     PIC X(008) VALUE SPACES.
            05 WRK-LEDG-BALANCE      PIC 9(005)V99.
            05 WRK-LEDG-CREDIT       PIC 9(005)V99.
            05 WRK-LEDG-POINTS       PIC 9(005).
            05 WRK-LEDG-RESULT       PIC X(001).

      *---------------------------- HOUSEHOLD PAYER LOOKUP SUBPROGRAM
       01 WRK-HH-REC.
            05 WRK-HH-ACTION          PIC X(001) VALUE "P".
            05 WRK-HH-CUSTOMER        PIC 9(005).
            05 WRK-HH-PAYER           PIC 9(005).
            05 WRK-HH-ROLE            PIC X(001).
            05 WRK-HH-RATINGS.
                10 WRK-HH-RATING      PIC X(005) OCCURS 6 TIMES.
            05 WRK-HH-QTY             PIC 9(002).
            05 WRK-HH-MEMBER          PIC 9(005) OCCURS 20 TIMES.
            05 WRK-HH-RESULT          PIC X(001).

      *---------------------------- BARCODE PARSING
       77 WRK-SCAN-WORK              PIC X(008) VALUE SPACES.
            05 WRK-CD-ACTION         PIC X(001).
            05 WRK-CD-OK             PIC X(001).

      *---------------------------- RECOVERY JOURNAL SUBPROGRAM
       01 WRK-RJ-REC.
            05 WRK-RJ-FILE           PIC X(008).
            05 WRK-RJ-OPERATION      PIC X(001).
            05 WRK-RJ-BEFORE         PIC X(100).
            05 WRK-RJ-AFTER          PIC X(100).
            05 WRK-RJ-PROGRAM        PIC X(012) VALUE "DROPBOX".
      *      BEFORE IMAGES, SAVED WHEN A RECORD IS READ FOR UPDATE
       77 WRK-RJ-CUST-BEFORE         PIC X(100) VALUE SPACES.
       77 WRK-RJ-RENT-BEFORE         PIC X(100) VALUE SPACES.
       77 WRK-RJ-COPY-BEFORE         PIC X(100) VALUE SPACES.

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-TITLE.
                   TO WRK-RENTALS-PATH
            END-IF.

            MOVE SPACES TO WRK-COPIES-PATH.
            ACCEPT WRK-COPIES-PATH FROM ENVIRONMENT "COPIESDAT".
            IF WRK-COPIES-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\COPIES.DAT"
                   TO WRK-COPIES-PATH
            END-IF.

            MOVE SPACES TO WRK-STORE-CODE.
            ACCEPT WRK-STORE-CODE FROM ENVIRONMENT "STORECODE".
            IF WRK-STORE-CODE = SPACES
                MOVE "001" TO WRK-STORE-CODE
            END-IF.

      *      REPORTBATCH - WHEN "Y", RUN WITH NO TERMINAL PROMPTS SO
      *      THE NIGHT CHAIN CAN DRIVE THIS STEP UNATTENDED, SAME
      *      CONVENTION AS REPORTDISK.
            OPEN I-O CUSTOMERS.
            OPEN I-O RENTALS.
            PERFORM 0210-VERIFICATION.
            OPEN I-O COPIES.
            OPEN OUTPUT EXCEPT-REPORT.

      *      SAME GRACE AND CAP THE CHECK-IN DESK APPLIES.

       0300-PROCESS            SECTION.
            MOVE ZEROS TO WRK-SCAN-QTY WRK-CLOSED-QTY WRK-EXCEPT-QTY
               WRK-FEES-POSTED WRK-RECOVERED-QTY.
            ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
            DISPLAY CLEANER-SCREEN.


      *      ANY OPEN RENTAL ON THE TITLE CLOSES - THE SLOT GIVES NO
      *      COPY NUMBER, SO THE FIRST OPEN ONE FOUND IS TAKEN, THE
      *      SAME CHOICE THE COUNTER MAKES ON COPY NR 0. A RENTAL
      *      ALREADY CONVERTED TO LOST IS ONLY TAKEN WHEN THE TITLE
      *      HAS NO OPEN ONE.
       0320-CLOSE-OPEN-RENTAL  SECTION.
            MOVE "N" TO WRK-OPEN-FOUND-FLAG.
            MOVE ZEROS TO WRK-LOST-RENTAL-KEY.
            MOVE MOVIES-KEY TO RENTAL-MOVIES-KEY.

            START RENTALS KEY IS EQUAL TO RENTAL-MOVIES-KEY
                          IF RENTAL-OPEN
                              MOVE "Y" TO WRK-OPEN-FOUND-FLAG
                          END-IF
                          IF RENTAL-LOST
                                AND WRK-LOST-RENTAL-KEY = ZEROS
                              MOVE RENTAL-KEY TO WRK-LOST-RENTAL-KEY
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.

            IF WRK-OPEN-FOUND-FLAG NOT = "Y"
                  AND WRK-LOST-RENTAL-KEY > ZEROS
                MOVE WRK-LOST-RENTAL-KEY TO RENTAL-KEY
                READ RENTALS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0327-RECOVER-LOST
                       MOVE "Y" TO WRK-OPEN-FOUND-FLAG
                END-READ
            END-IF.

            IF WRK-OPEN-FOUND-FLAG = "Y"
                PERFORM 0325-CLOSE-ONE
            ELSE
            END-IF.

       0325-CLOSE-ONE          SECTION.
            MOVE RENTALS-REG TO WRK-RJ-RENT-BEFORE.
            MOVE WRK-RUN-DATE TO RENTAL-RETURN-DATE.
            PERFORM 0330-COMPUTE-LATE-FEE.
            MOVE "C" TO RENTAL-STATUS-FLAG.
               INVALID KEY
                   PERFORM 0338-REPORT-EXCEPTION
               NOT INVALID KEY
                   MOVE "R" TO WRK-RJ-OPERATION
                   PERFORM 8110-JOURNAL-RENTAL
                   ADD 1 TO WRK-CLOSED-QTY
                   IF RENTAL-LATE-FEE > ZEROS
                       PERFORM 0335-POST-FEE
            END-REWRITE.

      *      SAME GRACE, SAME PRICE-TIMES-DAYS, SAME CAP AS THE
      *      INTERACTIVE CHECK-IN DESK, AND THE SAME RULE THAT ONLY
      *      DAYS THE RENTING STORE WAS OPEN COUNT AS LATE.
       0330-COMPUTE-LATE-FEE   SECTION.
            MOVE ZEROS TO RENTAL-LATE-FEE.
            READ MOVIES
                   CONTINUE
               NOT INVALID KEY
                   IF RENTAL-RETURN-DATE > RENTAL-DUE-DATE
                       MOVE "C" TO WRK-CAL-ACTION
                       MOVE RENTAL-STORE TO WRK-CAL-STORE
                       MOVE RENTAL-DUE-DATE TO WRK-CAL-DATE
                       MOVE RENTAL-RETURN-DATE TO WRK-CAL-DATE-2
                       CALL "BIZCAL" USING WRK-CAL-REC
                       COMPUTE WRK-DAYS-LATE =
                          WRK-CAL-DAYS - WRK-POL-GRACE
                       IF WRK-DAYS-LATE > ZEROS
                           COMPUTE RENTAL-LATE-FEE ROUNDED =
                              WRK-DAYS-LATE * MOVIES-RENTAL-PRICE
      *      NOBODY IS AT THE SLOT TO PAY - THE FEE GOES ON THE
      *      ACCOUNT AND THE COUNTER COLLECTS IT NEXT VISIT.
       0335-POST-FEE           SECTION.
            PERFORM 0336-FIND-PAYER.
            READ CUSTOMERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUSTOMERS-REG TO WRK-RJ-CUST-BEFORE
                   ADD RENTAL-LATE-FEE TO CUSTOMER-BALANCE
                   REWRITE CUSTOMERS-REG
                   MOVE "R" TO WRK-RJ-OPERATION
                   PERFORM 8100-JOURNAL-CUSTOMER
                   ADD RENTAL-LATE-FEE TO WRK-FEES-POSTED
                   MOVE "B"              TO WRK-LEDG-FIELD
                   MOVE "LATEFEE"        TO WRK-LEDG-REASON
                   MOVE CUSTOMER-KEY     TO WRK-LEDG-CUSTOMER
                   MOVE RENTAL-LATE-FEE  TO WRK-LEDG-AMOUNT
                   MOVE RENTAL-KEY       TO WRK-LEDG-REF-KEY
                   MOVE CUSTOMER-BALANCE TO WRK-LEDG-BALANCE
                   MOVE CUSTOMER-CREDIT  TO WRK-LEDG-CREDIT
                   MOVE CUSTOMER-POINTS  TO WRK-LEDG-POINTS
                   CALL "CUSTLEDG" USING WRK-LEDG-REC
            END-READ.

      *      SAME STEPS AS THE COUNTER'S LOST-TAPE RETURN: THE
      *      REPLACEMENT CHARGE KEPT ON THE RENTAL COMES OFF THE
      *      BALANCE (ANY PART ALREADY PAID GOES TO STORE CREDIT), A
      *      NEGATIVE ROW CANCELS ITS PAYMENT ROW, AND THE COPY GOES
      *      BACK IN STOCK AND ON THE ASSET REGISTER.
      *      THE ACCOUNT THAT PAYS FOR RENTAL-CUSTOMER-KEY - THE
      *      PRIMARY HOLDER FOR A HOUSEHOLD MEMBER.
       0336-FIND-PAYER         SECTION.
            MOVE RENTAL-CUSTOMER-KEY TO WRK-HH-CUSTOMER.
            CALL "HHLINK" USING WRK-HH-REC.
            MOVE WRK-HH-PAYER TO CUSTOMER-KEY.

       0327-RECOVER-LOST       SECTION.
            MOVE RENTAL-LATE-FEE TO WRK-REPL-CHARGE.
            ADD 1 TO WRK-RECOVERED-QTY.

            PERFORM 0336-FIND-PAYER.
            READ CUSTOMERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUSTOMERS-REG TO WRK-RJ-CUST-BEFORE
                   PERFORM 0328-REVERSE-BALANCE
            END-READ.

            MOVE ZEROS               TO WRK-PAY-SHIFT.
            MOVE RENTAL-KEY          TO WRK-PAY-RENTAL-KEY.
            MOVE RENTAL-CUSTOMER-KEY TO WRK-PAY-CUSTOMER-KEY.
            MOVE RENTAL-MOVIES-KEY   TO WRK-PAY-MOVIES-KEY.
            MOVE WRK-REPL-CHARGE     TO WRK-PAY-AMOUNT.
            MOVE "K"                 TO WRK-PAY-TYPE.
            MOVE "D"                 TO WRK-PAY-CATEGORY.
            MOVE "LOST"              TO WRK-PAY-RULE.
            MOVE SPACES              TO WRK-PAY-PROMO.
            MOVE ZEROS               TO WRK-PAY-TAX WRK-PAY-RECEIPT
               WRK-PAY-CERT.
            MOVE "DROPBOX"           TO WRK-PAY-OPERATOR.
            IF RENTAL-STORE = SPACES
                MOVE WRK-STORE-CODE  TO WRK-PAY-STORE
            ELSE
                MOVE RENTAL-STORE    TO WRK-PAY-STORE
            END-IF.
            MOVE "-"                 TO WRK-PAY-SIGN.
            CALL "PAYLOG" USING WRK-PAY-REC.
            MOVE SPACE TO WRK-PAY-SIGN.

            MOVE RENTAL-MOVIES-KEY TO COPY-MOVIES-KEY.
            MOVE RENTAL-COPY-NUMBER TO COPY-NUMBER.
            IF COPY-NUMBER = ZEROS
                MOVE 1 TO COPY-NUMBER
            END-IF.
            READ COPIES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COPY-LOST
                       MOVE COPIES-REG TO WRK-RJ-COPY-BEFORE
                       MOVE "A" TO COPY-STATUS-FLAG
                       REWRITE COPIES-REG
                       MOVE "R" TO WRK-RJ-OPERATION
                       PERFORM 8120-JOURNAL-COPY
                   END-IF
            END-READ.

            MOVE "U"             TO WRK-AST-ACTION.
            MOVE COPY-MOVIES-KEY TO WRK-AST-MOVIES-KEY.
            MOVE COPY-NUMBER     TO WRK-AST-COPY-NUMBER.
            MOVE ZEROS           TO WRK-AST-COST WRK-AST-DATE
               WRK-AST-RELEASE-YEAR.
            MOVE SPACES          TO WRK-AST-STORE.
            MOVE "LOST"          TO WRK-AST-REASON.
            MOVE WRK-REPL-CHARGE TO WRK-AST-RECOVERY.
            CALL "ASSETREG" USING WRK-AST-REC.

            MOVE SPACES TO EXCEPT-REPORT-REG.
            MOVE "LOST TAPE RECOVERED - RENTAL"
               TO EXCEPT-REPORT-DATA(001:28).
            MOVE RENTAL-KEY TO EXCEPT-REPORT-DATA(030:05).
            IF WRK-PAY-RESULT = "N"
                MOVE "PERIOD LOCKED - NO REVERSAL ROW"
                   TO EXCEPT-REPORT-DATA(037:31)
            END-IF.
            WRITE EXCEPT-REPORT-REG.

       0328-REVERSE-BALANCE    SECTION.
            MOVE ZEROS TO WRK-LOST-REFUND.
            IF CUSTOMER-BALANCE NOT < WRK-REPL-CHARGE
                COMPUTE WRK-LEDG-AMOUNT = 0 - WRK-REPL-CHARGE
                SUBTRACT WRK-REPL-CHARGE FROM CUSTOMER-BALANCE
            ELSE
                COMPUTE WRK-LOST-REFUND =
                   WRK-REPL-CHARGE - CUSTOMER-BALANCE
                COMPUTE WRK-LEDG-AMOUNT = 0 - CUSTOMER-BALANCE
                MOVE ZEROS TO CUSTOMER-BALANCE
                ADD WRK-LOST-REFUND TO CUSTOMER-CREDIT
            END-IF.
            REWRITE CUSTOMERS-REG.
            MOVE "R" TO WRK-RJ-OPERATION.
            PERFORM 8100-JOURNAL-CUSTOMER.

            MOVE "LOST"           TO WRK-LEDG-REASON.
            MOVE CUSTOMER-KEY     TO WRK-LEDG-CUSTOMER.
            MOVE RENTAL-KEY       TO WRK-LEDG-REF-KEY.
            MOVE CUSTOMER-BALANCE TO WRK-LEDG-BALANCE.
            MOVE CUSTOMER-CREDIT  TO WRK-LEDG-CREDIT.
            MOVE CUSTOMER-POINTS  TO WRK-LEDG-POINTS.
            IF WRK-LEDG-AMOUNT NOT = ZEROS
                MOVE "B" TO WRK-LEDG-FIELD
                CALL "CUSTLEDG" USING WRK-LEDG-REC
            END-IF.
            IF WRK-LOST-REFUND > ZEROS
                MOVE "C" TO WRK-LEDG-FIELD
                MOVE WRK-LOST-REFUND TO WRK-LEDG-AMOUNT
                CALL "CUSTLEDG" USING WRK-LEDG-REC
            END-IF.

       0338-REPORT-EXCEPTION   SECTION.
            ADD 1 TO WRK-EXCEPT-QTY.
            MOVE SPACES TO EXCEPT-REPORT-REG.
            MOVE WRK-FEES-POSTED    TO EXCEPT-REPORT-DATA(026:09).
            WRITE EXCEPT-REPORT-REG.

            MOVE SPACES TO EXCEPT-REPORT-REG.
            MOVE WRK-MSG-RECOVERED  TO EXCEPT-REPORT-DATA(001:24).
            MOVE WRK-RECOVERED-QTY  TO EXCEPT-REPORT-DATA(026:05).
            WRITE EXCEPT-REPORT-REG.

       0350-REPORT-STATISTICS  SECTION.
            MOVE 10 TO WRK-LINE.
            DISPLAY WRK-MSG-SCANSREAD   LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-MSG-FEESPOSTED  LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-FEES-POSTED     LINE WRK-LINE COLUMN 36.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-RECOVERED   LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-RECOVERED-QTY   LINE WRK-LINE COLUMN 36.

            IF WRK-REPORT-BATCH NOT = "Y"
                ADD 1 TO WRK-LINE
                DISPLAY WRK-MSG-PRESSKEY LINE WRK-LINE COLUMN 10
            CLOSE MOVIES.
            CLOSE CUSTOMERS.
            CLOSE RENTALS.
            CLOSE COPIES.
            CLOSE EXCEPT-REPORT.
            CALL "RPTFILE" USING WRK-RPTFILE-REC.
            GOBACK.

      *      FORWARD-RECOVERY JOURNAL - SEE RECJRNL. THE CALLER SETS
      *      WRK-RJ-OPERATION TO W, R OR D AFTER THE CHANGE IS MADE;
      *      A REWRITE'S BEFORE IMAGE WAS SAVED WHEN THE RECORD WAS
      *      READ FOR UPDATE.
       8100-JOURNAL-CUSTOMER   SECTION.
            MOVE "CUSTOMER" TO WRK-RJ-FILE.
            MOVE WRK-RJ-CUST-BEFORE TO WRK-RJ-BEFORE.
            MOVE CUSTOMERS-REG TO WRK-RJ-AFTER.
            IF WRK-RJ-OPERATION = "D"
                MOVE CUSTOMERS-REG TO WRK-RJ-BEFORE
            END-IF.
            CALL "RECJRNL" USING WRK-RJ-REC.

       8110-JOURNAL-RENTAL     SECTION.
            MOVE "RENTALS" TO WRK-RJ-FILE.
            MOVE WRK-RJ-RENT-BEFORE TO WRK-RJ-BEFORE.
            MOVE RENTALS-REG TO WRK-RJ-AFTER.
            IF WRK-RJ-OPERATION = "D"
                MOVE RENTALS-REG TO WRK-RJ-BEFORE
            END-IF.
            CALL "RECJRNL" USING WRK-RJ-REC.

       8120-JOURNAL-COPY       SECTION.
            MOVE "COPIES" TO WRK-RJ-FILE.
            MOVE WRK-RJ-COPY-BEFORE TO WRK-RJ-BEFORE.
            MOVE COPIES-REG TO WRK-RJ-AFTER.
            IF WRK-RJ-OPERATION = "D"
                MOVE COPIES-REG TO WRK-RJ-BEFORE
            END-IF.
            CALL "RECJRNL" USING WRK-RJ-REC.

       9000-MANAGE-ERROR       SECTION.
            IF WRK-REPORT-BATCH = "Y"
                DISPLAY ERROR-SCREEN
