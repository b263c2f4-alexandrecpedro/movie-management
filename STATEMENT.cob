      *          STATEMENT PAGE PER ACTIVE CUSTOMER WITH OPEN
      *          RENTALS, SHOWING DUE DATES AND THE LATE FEE ACCRUED
      *          AS OF THE RUN DATE, PLUS A DELIMITED MAILING LIST OF
      *          EVERY ACTIVE CUSTOMER. A HOUSEHOLD GETS ONE STATEMENT,
      *          ADDRESSED TO THE PRIMARY ACCOUNT HOLDER, WITH EACH
      *          MEMBER'S OPEN RENTALS UNDER THE MEMBER'S NAME.
      *          A PAYER OPTED INTO EMAIL OR TEXT FOR STATEMENTS
      *          (CONTPREF) GETS NO PAPER PAGE - A ROW GOES TO
      *          NOTIFYQ.TXT INSTEAD AND THE NIGHTLY NOTIFY FEED TELLS
      *          THEM THE STATEMENT IS READY.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
            FILE STATUS IS RENTALS-STATUS
            RECORD KEY IS RENTAL-KEY
            ALTERNATE RECORD KEY IS RENTAL-MOVIES-KEY
               WITH DUPLICATES
            ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-KEY
               WITH DUPLICATES.

      *      SELECT STATEMENTS ASSIGN TO "./Data/STATEMENTS.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS POLICY-STATUS.

      *      SELECT STMT-QUEUE ASSIGN TO "./Data/NOTIFYQ.TXT"
            SELECT STMT-QUEUE ASSIGN TO
              "C:\Cobol\Project\Data\NOTIFYQ.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STMT-QUEUE-STATUS.

            SELECT SORT-STMT ASSIGN TO "SORTWK1".

       DATA                    DIVISION.
                88 CUSTOMER-COLLECTIONS      VALUE "C".
            05 CUSTOMER-CREDIT       PIC 9(005)V99.
            05 CUSTOMER-POINTS       PIC 9(005).
            05 CUSTOMER-TIER         PIC X(001).
            05 CUSTOMER-TIER-SCORE   PIC 9(003).

      *---------------------------- RENTAL FILE DESCRIPTION
       FD RENTALS.
            05 POL-SUPERVISOR        PIC X(008).
            05 POL-BAL-LIMIT         PIC 9(003)V99.

      *---------------------------- STATEMENT READY QUEUE OUTPUT
      *      ONE ROW PER STATEMENT NOT PRINTED, PICKED UP BY NOTIFY:
      *      01-05 PAYER, 07-14 STATEMENT DATE, 16-22 ACCRUED FEES.
       FD STMT-QUEUE.
       01 STMT-QUEUE-REG.
            05 SQ-CUSTOMER           PIC 9(005).
            05 FILLER                PIC X(001).
            05 SQ-DATE               PIC 9(008).
            05 FILLER                PIC X(001).
            05 SQ-AMOUNT             PIC 9(005)V99.

      *---------------------------- SORT WORK FILE (BY PAYER, CUSTOMER)
       SD SORT-STMT.
       01 SORT-STMT-REC.
            05 SORT-PAYER-KEY        PIC 9(005).
            05 SORT-CUST-KEY         PIC 9(005).
            05 SORT-DUE-DATE         PIC 9(008).
            05 SORT-TITLE            PIC X(050).
               "STATEMENTS WRITTEN".
            05 WRK-MSG-MAILROWS      PIC X(040) VALUE
               "MAILING LIST ROWS".
            05 WRK-MSG-ELECTRONIC    PIC X(040) VALUE
               "SENT BY EMAIL OR TEXT".

      *---------------------------- FILE
       77 MOVIES-STATUS              PIC 9(002) VALUE ZEROS.
       77 STATEMENTS-STATUS          PIC 9(002) VALUE ZEROS.
       77 MAIL-LIST-STATUS           PIC 9(002) VALUE ZEROS.
       77 POLICY-STATUS              PIC 9(002) VALUE ZEROS.
       77 STMT-QUEUE-STATUS          PIC 9(002) VALUE ZEROS.

      *---------------------------- LATE FEE POLICY
       77 WRK-POL-GRACE              PIC 9(002) VALUE ZEROS.
      *---------------------------- RUN CONTROLS
       77 WRK-RUN-DATE               PIC 9(008) VALUE ZEROS.
       77 WRK-DAYS-LATE              PIC S9(005) VALUE ZEROS.

      *---------------------------- STORE BUSINESS CALENDAR SUBPROGRAM
       01 WRK-CAL-REC.
            05 WRK-CAL-ACTION        PIC X(001).
            05 WRK-CAL-STORE         PIC X(003).
            05 WRK-CAL-DATE          PIC 9(008).
            05 WRK-CAL-DATE-2        PIC 9(008).
            05 WRK-CAL-DAYS          PIC 9(005).
            05 WRK-CAL-RESULT-DATE   PIC 9(008).
            05 WRK-CAL-RESULT        PIC X(001).
       77 WRK-STMT-QTY               PIC 9(005) VALUE ZEROS.
       77 WRK-MAIL-QTY               PIC 9(005) VALUE ZEROS.
       77 WRK-ELECTRONIC-QTY         PIC 9(005) VALUE ZEROS.
       77 SORT-EOF-FLAG              PIC X(001) VALUE "N".

      *---------------------------- STATEMENT CONTROL BREAK
       77 WRK-PREV-CUST              PIC 9(005) VALUE ZEROS.
       77 WRK-PREV-MEMBER            PIC 9(005) VALUE ZEROS.
       77 WRK-STMT-HH-FLAG           PIC X(001) VALUE "N".
       77 WRK-SKIP-CUST-FLAG         PIC X(001) VALUE "N".
       77 WRK-STMT-NAME              PIC X(030) VALUE SPACES.
       77 WRK-STMT-PHONE             PIC X(015) VALUE SPACES.
       77 WRK-STMT-TOTAL             PIC 9(005)V99 VALUE ZEROS.
       77 WRK-FORM-FEED              PIC X(001) VALUE X"0C".
       77 WRK-STMT-PAPER-FLAG        PIC X(001) VALUE "Y".
       77 WRK-CP-IDX                 PIC 9(001) VALUE ZEROS.

      *---------------------------- CONTACT PREFERENCE SUBPROGRAM
       01 WRK-CP-REC.
            05 WRK-CP-CUSTOMER        PIC 9(005).
            05 WRK-CP-MSG-TYPE        PIC 9(001).
            05 WRK-CP-EMAIL           PIC X(050).
            05 WRK-CP-MOBILE          PIC X(015).
            05 WRK-CP-ADDRESS.
                10 WRK-CP-ADDR-LINE   PIC X(030) OCCURS 3 TIMES.
                10 WRK-CP-POSTCODE    PIC X(010).
            05 WRK-CP-PAPER           PIC X(001).
            05 WRK-CP-RESULT          PIC X(001).

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

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
            OPEN OUTPUT STATEMENTS.
            OPEN OUTPUT MAIL-LIST.

      *      THE QUEUE ACCUMULATES UNTIL THE NIGHTLY FEED EMPTIES IT.
            OPEN EXTEND STMT-QUEUE.
            IF STMT-QUEUE-STATUS = 35
                OPEN OUTPUT STMT-QUEUE
            END-IF.

      *      SAME GRACE AND CAP THE CHECK-IN DESK APPLIES, SO THE
      *      PAPER STATEMENT NEVER CLAIMS MORE THAN THE COUNTER
      *      WOULD ACTUALLY CHARGE.

       0300-PROCESS            SECTION.
            MOVE ZEROS TO WRK-STMT-QTY WRK-MAIL-QTY WRK-PREV-CUST
               WRK-STMT-TOTAL WRK-ELECTRONIC-QTY.
            ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
            DISPLAY CLEANER-SCREEN.

            PERFORM 0360-WRITE-MAIL-LIST.

            SORT SORT-STMT
                ON ASCENDING KEY SORT-PAYER-KEY
                                 SORT-CUST-KEY
                                 SORT-DUE-DATE
                INPUT PROCEDURE IS 0320-SCAN-RENTALS
                OUTPUT PROCEDURE IS 0330-WRITE-STATEMENTS.

            PERFORM 0350-REPORT-STATISTICS.

      *      WALK THE CUSTOMER FILE AND READ EACH CUSTOMER'S RENTALS
      *      DIRECTLY ON THE CUSTOMER KEY, INSTEAD OF PASSING OVER
      *      EVERY RENTAL EVER WRITTEN TO FIND THE OPEN ONES.
       0320-SCAN-RENTALS       SECTION.
            IF RENTALS-STATUS NOT EQUAL ZEROS
                MOVE 10 TO CUSTOMERS-STATUS
            ELSE
                MOVE ZEROS TO CUSTOMER-KEY
                START CUSTOMERS KEY IS GREATER THAN CUSTOMER-KEY
                   INVALID KEY
                       MOVE 10 TO CUSTOMERS-STATUS
                   NOT INVALID KEY
                       MOVE 0 TO CUSTOMERS-STATUS
                END-START
            END-IF.
            PERFORM UNTIL CUSTOMERS-STATUS = 10
               READ CUSTOMERS NEXT
                  AT END
                      MOVE 10 TO CUSTOMERS-STATUS
                  NOT AT END
                      PERFORM 0322-CUSTOMER-RENTALS
               END-READ
            END-PERFORM.

       0322-CUSTOMER-RENTALS   SECTION.
            MOVE CUSTOMER-KEY TO RENTAL-CUSTOMER-KEY.
            START RENTALS KEY IS EQUAL TO RENTAL-CUSTOMER-KEY
               INVALID KEY
                   MOVE 10 TO RENTALS-STATUS
               NOT INVALID KEY
                   MOVE 0 TO RENTALS-STATUS
            END-START.
            PERFORM UNTIL RENTALS-STATUS = 10
               READ RENTALS NEXT
                  AT END
                      MOVE 10 TO RENTALS-STATUS
                  NOT AT END
                      IF RENTAL-CUSTOMER-KEY NOT = CUSTOMER-KEY
                          MOVE 10 TO RENTALS-STATUS
                      ELSE
                          IF RENTAL-OPEN
                              PERFORM 0325-RELEASE-OPEN
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.
            MOVE ZEROS TO RENTALS-STATUS.

      *      THE ACCRUED FEE IS WHAT 0356-COMPUTE-LATE-FEE IN RENTAL
      *      WOULD CHARGE IF THE TAPE CAME BACK TODAY - OPEN DAYS
      *      PAST DUE (BIZCAL) TIMES THE TITLE'S RENTAL PRICE.
       0325-RELEASE-OPEN       SECTION.
            MOVE RENTAL-CUSTOMER-KEY TO SORT-CUST-KEY WRK-HH-CUSTOMER.
            CALL "HHLINK" USING WRK-HH-REC.
            MOVE WRK-HH-PAYER        TO SORT-PAYER-KEY.
            MOVE RENTAL-DUE-DATE     TO SORT-DUE-DATE.
            MOVE ZEROS               TO SORT-ACCRUED-FEE.

               NOT INVALID KEY
                   MOVE MOVIES-TITLE TO SORT-TITLE
                   IF WRK-RUN-DATE > RENTAL-DUE-DATE
                       MOVE "C" TO WRK-CAL-ACTION
                       MOVE RENTAL-STORE TO WRK-CAL-STORE
                       MOVE RENTAL-DUE-DATE TO WRK-CAL-DATE
                       MOVE WRK-RUN-DATE TO WRK-CAL-DATE-2
                       CALL "BIZCAL" USING WRK-CAL-REC
                       COMPUTE WRK-DAYS-LATE =
                          WRK-CAL-DAYS - WRK-POL-GRACE
                       IF WRK-DAYS-LATE > ZEROS
                           COMPUTE SORT-ACCRUED-FEE ROUNDED =
                              WRK-DAYS-LATE * MOVIES-RENTAL-PRICE
                PERFORM 0345-STATEMENT-FOOTER
            END-IF.

      *      THE BREAK IS ON THE PAYER - ONE STATEMENT PER HOUSEHOLD.
      *      INSIDE A HOUSEHOLD EACH MEMBER GETS A NAME LINE.
       0335-STATEMENT-DETAIL   SECTION.
            IF SORT-PAYER-KEY NOT = WRK-PREV-CUST
                IF WRK-PREV-CUST NOT = ZEROS
                      AND WRK-SKIP-CUST-FLAG = "N"
                    PERFORM 0345-STATEMENT-FOOTER
                END-IF
                PERFORM 0340-STATEMENT-HEADER
                MOVE SORT-PAYER-KEY TO WRK-PREV-CUST
                MOVE ZEROS TO WRK-PREV-MEMBER
            END-IF.

            IF WRK-SKIP-CUST-FLAG = "N" AND WRK-STMT-HH-FLAG = "Y"
                  AND WRK-STMT-PAPER-FLAG = "Y"
                  AND SORT-CUST-KEY NOT = WRK-PREV-MEMBER
                PERFORM 0342-MEMBER-HEADING
                MOVE SORT-CUST-KEY TO WRK-PREV-MEMBER
            END-IF.

            IF WRK-SKIP-CUST-FLAG = "N" AND WRK-STMT-PAPER-FLAG = "Y"
                MOVE SPACES TO STATEMENTS-REG
                MOVE SORT-TITLE(1:45) TO STATEMENTS-DATA(003:45)
                MOVE "DUE"            TO STATEMENTS-DATA(050:03)
                                      TO STATEMENTS-DATA(068:05)
                END-IF
                WRITE STATEMENTS-REG
            END-IF.

            IF WRK-SKIP-CUST-FLAG = "N"
                ADD SORT-ACCRUED-FEE TO WRK-STMT-TOTAL
            END-IF.

      *      COLLECTIONS TOOL, BUT WE DO NOT MAIL THEM PAPER.
       0340-STATEMENT-HEADER   SECTION.
            MOVE ZEROS TO WRK-STMT-TOTAL.
            MOVE SORT-PAYER-KEY TO WRK-HH-CUSTOMER.
            CALL "HHLINK" USING WRK-HH-REC.
            IF WRK-HH-ROLE = SPACE
                MOVE "N" TO WRK-STMT-HH-FLAG
            ELSE
                MOVE "Y" TO WRK-STMT-HH-FLAG
            END-IF.
            MOVE SORT-PAYER-KEY TO CUSTOMER-KEY.
            READ CUSTOMERS
               INVALID KEY
                   MOVE "Y" TO WRK-SKIP-CUST-FLAG
                   END-IF
            END-READ.

            MOVE "Y" TO WRK-STMT-PAPER-FLAG.
            IF WRK-SKIP-CUST-FLAG = "N"
                MOVE SORT-PAYER-KEY TO WRK-CP-CUSTOMER
                MOVE 4 TO WRK-CP-MSG-TYPE
                CALL "CONTPREF" USING WRK-CP-REC
                MOVE WRK-CP-PAPER TO WRK-STMT-PAPER-FLAG
            END-IF.

            IF WRK-SKIP-CUST-FLAG = "N" AND WRK-STMT-PAPER-FLAG = "Y"
                ADD 1 TO WRK-STMT-QTY

                MOVE SPACES TO STATEMENTS-REG
                MOVE WRK-STMT-NAME TO STATEMENTS-DATA(003:30)
                WRITE STATEMENTS-REG

                PERFORM VARYING WRK-CP-IDX FROM 1 BY 1
                      UNTIL WRK-CP-IDX > 3
                   IF WRK-CP-ADDR-LINE(WRK-CP-IDX) NOT = SPACES
                       MOVE SPACES TO STATEMENTS-REG
                       MOVE WRK-CP-ADDR-LINE(WRK-CP-IDX)
                          TO STATEMENTS-DATA(003:30)
                       WRITE STATEMENTS-REG
                   END-IF
                END-PERFORM
                IF WRK-CP-POSTCODE NOT = SPACES
                    MOVE SPACES TO STATEMENTS-REG
                    MOVE WRK-CP-POSTCODE TO STATEMENTS-DATA(003:10)
                    WRITE STATEMENTS-REG
                END-IF

                MOVE SPACES TO STATEMENTS-REG
                MOVE "PHONE:" TO STATEMENTS-DATA(003:06)
                MOVE WRK-STMT-PHONE TO STATEMENTS-DATA(010:15)
                WRITE STATEMENTS-REG

                MOVE SPACES TO STATEMENTS-REG
                IF WRK-STMT-HH-FLAG = "Y"
                    MOVE "HOUSEHOLD OPEN RENTALS:"
                       TO STATEMENTS-DATA(003:23)
                ELSE
                    MOVE "OPEN RENTALS:" TO STATEMENTS-DATA(003:13)
                END-IF
                WRITE STATEMENTS-REG
            END-IF.

       0342-MEMBER-HEADING     SECTION.
            MOVE SORT-CUST-KEY TO CUSTOMER-KEY.
            READ CUSTOMERS
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-NAME
            END-READ.
            MOVE SPACES TO STATEMENTS-REG.
            MOVE "FOR:"          TO STATEMENTS-DATA(003:04).
            MOVE SORT-CUST-KEY   TO STATEMENTS-DATA(008:05).
            MOVE CUSTOMER-NAME   TO STATEMENTS-DATA(014:30).
            WRITE STATEMENTS-REG.

       0345-STATEMENT-FOOTER   SECTION.
            IF WRK-STMT-PAPER-FLAG = "N"
                PERFORM 0347-QUEUE-STATEMENT
            ELSE
                PERFORM 0346-PRINT-FOOTER
            END-IF.

       0346-PRINT-FOOTER       SECTION.
            MOVE SPACES TO STATEMENTS-REG.
            WRITE STATEMENTS-REG.

               TO STATEMENTS-DATA(003:39).
            WRITE STATEMENTS-REG.

       0347-QUEUE-STATEMENT    SECTION.
            ADD 1 TO WRK-ELECTRONIC-QTY.
            MOVE SPACES         TO STMT-QUEUE-REG.
            MOVE WRK-PREV-CUST  TO SQ-CUSTOMER.
            MOVE WRK-RUN-DATE   TO SQ-DATE.
            MOVE WRK-STMT-TOTAL TO SQ-AMOUNT.
            WRITE STMT-QUEUE-REG.

      *      NAME AND PHONE IN THE SAME QUOTED-COMMA SHAPE AS THE
      *      REPORTDISK CSV EXPORT, FOR THE MAIL-MERGE SIDE.
       0360-WRITE-MAIL-LIST    SECTION.
            DISPLAY WRK-MSG-MAILROWS   LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-MAIL-QTY       LINE WRK-LINE COLUMN 30.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-ELECTRONIC LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-ELECTRONIC-QTY LINE WRK-LINE COLUMN 32.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-PRESSKEY   LINE WRK-LINE COLUMN 10.
            ACCEPT WRK-KEY             LINE WRK-LINE COLUMN 25.
            CLOSE RENTALS.
            CLOSE STATEMENTS.
            CLOSE MAIL-LIST.
            CLOSE STMT-QUEUE.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
