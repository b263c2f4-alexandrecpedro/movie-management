      *          OPEN BALANCE, TIE THE DEBT BACK TO THE UNPAID FEE
      *          POSTINGS THAT CREATED IT (CLOSED RENTALS WITH LATE
      *          FEES AFTER THE LAST BALANCE PAYMENT OR WRITE-OFF ON
      *          THE PAYMENTS FILE, AND MONTHLY PLAN FEES BILLED TO
      *          THE ACCOUNT) AND BUCKET IT 30/60/90+ DAYS.
      *          OPTIONALLY FLAGS THE 90+ ACCOUNTS FOR COLLECTIONS,
      *          WHICH MAKES NEW RENTALS NEED THE SUPERVISOR CODE AT
      *          THE COUNTER.
             FILE STATUS IS RENTALS-STATUS
             RECORD KEY IS RENTAL-KEY
             ALTERNATE RECORD KEY IS RENTAL-MOVIES-KEY
                WITH DUPLICATES
             ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-KEY
                WITH DUPLICATES.

      *      SELECT PAYMENTS ASSIGN TO "./Data/PAYMENTS.TXT"
                88 CUSTOMER-COLLECTIONS      VALUE "C".
            05 CUSTOMER-CREDIT        PIC 9(005)V99.
            05 CUSTOMER-POINTS        PIC 9(005).
            05 CUSTOMER-TIER          PIC X(001).
            05 CUSTOMER-TIER-SCORE    PIC 9(003).

      *---------------------------- RENTAL FILE DESCRIPTION
       FD RENTALS.
            05 RENTAL-STATUS-FLAG     PIC X(001).
                88 RENTAL-OPEN               VALUE "O".
                88 RENTAL-CLOSED             VALUE "C".
                88 RENTAL-LOST               VALUE "L".
            05 RENTAL-COPY-NUMBER     PIC 9(002).
            05 RENTAL-CHARGED-PRICE   PIC 9(003)V99.
            05 RENTAL-PRICE-RULE      PIC X(008).
            05 PAY-CATEGORY          PIC X(001).
                88 PAY-BALANCE               VALUE "B".
                88 PAY-WRITE-OFF             VALUE "W".
                88 PAY-SUBSCRIPTION          VALUE "S".
            05 FILLER                PIC X(001).
            05 PAY-TYPE              PIC X(001).
            05 FILLER                PIC X(001).
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "AGING".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "AGING".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\AGING.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-CORRUPTED     PIC X(040) VALUE
               "CORRUPTED FILE".
                10 WRK-DEBT-BALANCE   PIC 9(005)V99.
                10 WRK-DEBT-LASTPAY   PIC 9(008).
                10 WRK-DEBT-ORIGIN    PIC 9(008).
                10 WRK-DEBT-SUBORIG   PIC 9(008).
                10 WRK-DEBT-DAYS      PIC 9(005).
                10 WRK-DEBT-FLAG      PIC X(001).

       77 WRK-TOT-BUCKET-OVER        PIC 9(007)V99 VALUE ZEROS.
       77 WRK-BUCKET-LABEL           PIC X(006) VALUE SPACES.

      *---------------------------- HOUSEHOLD LOOKUP SUBPROGRAM
       77 WRK-HH-IDX                 PIC 9(002) VALUE ZEROS.
       77 WRK-FEE-CUSTOMER           PIC 9(005) VALUE ZEROS.
       01 WRK-HH-REC.
            05 WRK-HH-ACTION          PIC X(001) VALUE "H".
            05 WRK-HH-CUSTOMER        PIC 9(005).
            05 WRK-HH-PAYER           PIC 9(005).
            05 WRK-HH-ROLE            PIC X(001).
            05 WRK-HH-RATINGS.
                10 WRK-HH-RATING      PIC X(005) OCCURS 6 TIMES.
            05 WRK-HH-QTY             PIC 9(002).
            05 WRK-HH-MEMBER          PIC 9(005) OCCURS 20 TIMES.
            05 WRK-HH-RESULT          PIC X(001).

      *---------------------------- RECOVERY JOURNAL SUBPROGRAM
       01 WRK-RJ-REC.
            05 WRK-RJ-FILE           PIC X(008).
            05 WRK-RJ-OPERATION      PIC X(001).
            05 WRK-RJ-BEFORE         PIC X(100).
            05 WRK-RJ-AFTER          PIC X(100).
            05 WRK-RJ-PROGRAM        PIC X(012) VALUE "AGING".
      *      BEFORE IMAGES, SAVED WHEN A RECORD IS READ FOR UPDATE
       77 WRK-RJ-CUST-BEFORE         PIC X(100) VALUE SPACES.

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-TITLE.
                          MOVE ZEROS TO
                             WRK-DEBT-LASTPAY(WRK-DEBT-QTY)
                             WRK-DEBT-ORIGIN(WRK-DEBT-QTY)
                             WRK-DEBT-SUBORIG(WRK-DEBT-QTY)
                             WRK-DEBT-DAYS(WRK-DEBT-QTY)
                          MOVE CUSTOMER-COLLECT-FLAG TO
                             WRK-DEBT-FLAG(WRK-DEBT-QTY)
                                      WRK-DEBT-LASTPAY(WRK-DEBT-IDX)
                                 MOVE PAY-DATE TO
                                    WRK-DEBT-LASTPAY(WRK-DEBT-IDX)
                                 MOVE ZEROS TO
                                    WRK-DEBT-SUBORIG(WRK-DEBT-IDX)
                             END-IF
                          END-PERFORM
                      END-IF
      *               A PLAN FEE PUT ON THE ACCOUNT IS DEBT FROM THE
      *               DAY IT WAS BILLED. THE FILE IS IN DATE ORDER, SO
      *               A LATER BALANCE PAYMENT CLEARS IT AGAIN ABOVE.
                      IF PAY-SUBSCRIPTION
                          PERFORM VARYING WRK-DEBT-IDX FROM 1 BY 1
                                UNTIL WRK-DEBT-IDX > WRK-DEBT-QTY
                             IF WRK-DEBT-KEY(WRK-DEBT-IDX)
                                   = PAY-CUSTOMER-KEY
                                   AND WRK-DEBT-SUBORIG(WRK-DEBT-IDX)
                                      = ZEROS
                                 MOVE PAY-DATE TO
                                    WRK-DEBT-SUBORIG(WRK-DEBT-IDX)
                             END-IF
                          END-PERFORM
                      END-IF

      *      THE OLDEST LATE FEE STILL UNPAID IS WHERE THE DEBT
      *      STARTED - THAT RETURN DATE IS WHAT GETS AGED.
      *      A RENTAL CONVERTED TO LOST CARRIES ITS REPLACEMENT
      *      CHARGE IN THE LATE FEE AND THE CONVERSION DATE AS ITS
      *      RETURN DATE, SO IT AGES THE SAME WAY.
      *      A HOUSEHOLD MEMBER'S FEE SITS ON THE PRIMARY HOLDER'S
      *      BALANCE, SO ITS RENTAL COUNTS FOR THE PAYER TOO.
      *      EACH DEBTOR'S RENTALS (AND ITS MEMBERS', FOR A PRIMARY
      *      HOLDER) ARE READ DIRECTLY ON THE CUSTOMER KEY.
       0330-SCAN-RENTALS       SECTION.
            IF RENTALS-STATUS EQUAL ZEROS
                PERFORM VARYING WRK-DEBT-IDX FROM 1 BY 1
                      UNTIL WRK-DEBT-IDX > WRK-DEBT-QTY
                   PERFORM 0332-DEBTOR-RENTALS
                END-PERFORM
            END-IF.

       0332-DEBTOR-RENTALS     SECTION.
            MOVE WRK-DEBT-KEY(WRK-DEBT-IDX) TO WRK-HH-CUSTOMER.
            CALL "HHLINK" USING WRK-HH-REC.
            IF WRK-HH-ROLE = "P"
                PERFORM VARYING WRK-HH-IDX FROM 1 BY 1
                      UNTIL WRK-HH-IDX > WRK-HH-QTY
                   MOVE WRK-HH-MEMBER(WRK-HH-IDX) TO WRK-FEE-CUSTOMER
                   PERFORM 0334-CUSTOMER-FEES
                END-PERFORM
            ELSE
                MOVE WRK-DEBT-KEY(WRK-DEBT-IDX) TO WRK-FEE-CUSTOMER
                PERFORM 0334-CUSTOMER-FEES
            END-IF.

       0334-CUSTOMER-FEES      SECTION.
            MOVE WRK-FEE-CUSTOMER TO RENTAL-CUSTOMER-KEY.
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
                      IF RENTAL-CUSTOMER-KEY NOT = WRK-FEE-CUSTOMER
                          MOVE 10 TO RENTALS-STATUS
                      ELSE
                          IF (RENTAL-CLOSED OR RENTAL-LOST)
                              AND RENTAL-LATE-FEE > ZEROS
                              AND RENTAL-RETURN-DATE >
                                 WRK-DEBT-LASTPAY(WRK-DEBT-IDX)
                              IF WRK-DEBT-ORIGIN(WRK-DEBT-IDX) = ZEROS
                                    OR RENTAL-RETURN-DATE <
                                    WRK-DEBT-ORIGIN(WRK-DEBT-IDX)
                                  MOVE RENTAL-RETURN-DATE TO
                                     WRK-DEBT-ORIGIN(WRK-DEBT-IDX)
                              END-IF
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.
            MOVE ZEROS TO RENTALS-STATUS.

      *      A BALANCE WITH NO MATCHING FEE ROW LEFT (THE RENTAL WAS
      *      ARCHIVED, OR THE POSTING PREDATES THE PAYMENTS FILE) IS
       0340-AGE-DEBTORS        SECTION.
            PERFORM VARYING WRK-DEBT-IDX FROM 1 BY 1
                  UNTIL WRK-DEBT-IDX > WRK-DEBT-QTY
               IF WRK-DEBT-SUBORIG(WRK-DEBT-IDX) > ZEROS
                     AND (WRK-DEBT-ORIGIN(WRK-DEBT-IDX) = ZEROS
                        OR WRK-DEBT-SUBORIG(WRK-DEBT-IDX) <
                           WRK-DEBT-ORIGIN(WRK-DEBT-IDX))
                   MOVE WRK-DEBT-SUBORIG(WRK-DEBT-IDX)
                      TO WRK-DEBT-ORIGIN(WRK-DEBT-IDX)
               END-IF
               IF WRK-DEBT-ORIGIN(WRK-DEBT-IDX) = ZEROS
                   MOVE 99999 TO WRK-DEBT-DAYS(WRK-DEBT-IDX)
               ELSE
                          INVALID KEY
                              CONTINUE
                          NOT INVALID KEY
                              MOVE CUSTOMERS-REG TO WRK-RJ-CUST-BEFORE
                              MOVE "C" TO CUSTOMER-COLLECT-FLAG
                              REWRITE CUSTOMERS-REG
                              MOVE "R" TO WRK-RJ-OPERATION
                              PERFORM 8100-JOURNAL-CUSTOMER
                              ADD 1 TO WRK-FLAGGED-QTY
                       END-READ
                   END-IF
            CLOSE CUSTOMERS.
            CLOSE RENTALS.
            CLOSE AGING-REPORT.
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

       9000-MANAGE-ERROR       SECTION.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
