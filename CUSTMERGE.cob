             FILE STATUS IS RENTALS-STATUS
             RECORD KEY IS RENTAL-KEY
             ALTERNATE RECORD KEY IS RENTAL-MOVIES-KEY
                WITH DUPLICATES
             ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-KEY
                WITH DUPLICATES.

      *      HOLDS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
                88 CUSTOMER-COLLECTIONS      VALUE "C".
            05 CUSTOMER-CREDIT        PIC 9(005)V99.
            05 CUSTOMER-POINTS        PIC 9(005).
            05 CUSTOMER-TIER          PIC X(001).
            05 CUSTOMER-TIER-SCORE    PIC 9(003).

      *---------------------------- RENTAL FILE DESCRIPTION
       FD RENTALS.
                88 HOLD-HELD                 VALUE "H".
                88 HOLD-EXPIRED              VALUE "X".
                88 HOLD-FILLED               VALUE "F".
            05 HOLD-FILL-DATE         PIC 9(008).
            05 HOLD-FILL-RENTAL       PIC 9(005).
            05 HOLD-FILL-PRIOR        PIC X(001).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-RENTALS-MOVED           PIC 9(005) VALUE ZEROS.
       77 WRK-HOLDS-MOVED             PIC 9(005) VALUE ZEROS.

      *---------------------------- CUSTOMER LEDGER
       01 WRK-LEDG-REC.
            05 WRK-LEDG-CUSTOMER      PIC 9(005).
            05 WRK-LEDG-FIELD         PIC X(001).
            05 WRK-LEDG-AMOUNT        PIC S9(005)V99.
            05 WRK-LEDG-REASON        PIC X(008) VALUE "MERGE".
            05 WRK-LEDG-REFERENCE.
                10 WRK-LEDG-REF-TYPE  PIC X(005) VALUE "CUST".
                10 WRK-LEDG-REF-KEY   PIC 9(005).
            05 WRK-LEDG-PROGRAM       PIC X(012) VALUE "CUSTMERGE".
            05 WRK-LEDG-OPERATOR      PIC X(008).
            05 WRK-LEDG-BALANCE       PIC 9(005)V99.
            05 WRK-LEDG-CREDIT        PIC 9(005)V99.
            05 WRK-LEDG-POINTS        PIC 9(005).
            05 WRK-LEDG-RESULT        PIC X(001).

      *---------------------------- AUDIT TRAIL
       01 WRK-AUDIT-REC.
            05 WRK-AUDIT-OPERATION     PIC X(010).
               VALUE "CUSTMERGE".
            05 WRK-AUDIT-OPERATOR        PIC X(008) VALUE SPACES.

      *---------------------------- RECOVERY JOURNAL SUBPROGRAM
       01 WRK-RJ-REC.
            05 WRK-RJ-FILE           PIC X(008).
            05 WRK-RJ-OPERATION      PIC X(001).
            05 WRK-RJ-BEFORE         PIC X(100).
            05 WRK-RJ-AFTER          PIC X(100).
            05 WRK-RJ-PROGRAM        PIC X(012) VALUE "CUSTMERGE".
      *      BEFORE IMAGES, SAVED WHEN A RECORD IS READ FOR UPDATE
       77 WRK-RJ-CUST-BEFORE         PIC X(100) VALUE SPACES.
       77 WRK-RJ-RENT-BEFORE         PIC X(100) VALUE SPACES.
       77 WRK-RJ-HOLD-BEFORE         PIC X(100) VALUE SPACES.

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-TITLE.
            END-IF.
            MOVE SPACES TO WRK-KEY.

      *      THE DUPLICATE'S RENTALS ARE FOUND DIRECTLY ON THE
      *      CUSTOMER KEY - OPEN AND CLOSED ROWS BOTH MOVE, OTHERWISE
      *      THE HISTORY INQUIRY AND THE STATISTICS WOULD SPLIT ONE
      *      PERSON ACROSS TWO ACCOUNTS FOREVER. EACH REWRITE TAKES
      *      THE ROW OFF THE KEY BEING READ, SO THE POSITION IS
      *      TAKEN AGAIN AFTER EVERY ONE UNTIL NONE ARE LEFT.
       0330-MOVE-RENTALS       SECTION.
            MOVE 0 TO RENTALS-STATUS.
            PERFORM UNTIL RENTALS-STATUS = 10
               MOVE WRK-DUP-KEY TO RENTAL-CUSTOMER-KEY
               START RENTALS KEY IS EQUAL TO RENTAL-CUSTOMER-KEY
                  INVALID KEY
                      MOVE 10 TO RENTALS-STATUS
                  NOT INVALID KEY
                      READ RENTALS NEXT
                         AT END
                             MOVE 10 TO RENTALS-STATUS
                         NOT AT END
                             IF RENTAL-CUSTOMER-KEY = WRK-DUP-KEY
                                 MOVE RENTALS-REG
                                    TO WRK-RJ-RENT-BEFORE
                                 MOVE WRK-SURV-KEY
                                    TO RENTAL-CUSTOMER-KEY
                                 REWRITE RENTALS-REG
                                    INVALID KEY
                                        MOVE 10 TO RENTALS-STATUS
                                    NOT INVALID KEY
                                        ADD 1 TO WRK-RENTALS-MOVED
                                        MOVE "R" TO WRK-RJ-OPERATION
                                        PERFORM 8110-JOURNAL-RENTAL
                                 END-REWRITE
                             ELSE
                                 MOVE 10 TO RENTALS-STATUS
                             END-IF
                      END-READ
               END-START
            END-PERFORM.

       0340-MOVE-HOLDS         SECTION.
                      MOVE 10 TO HOLDS-STATUS
                  NOT AT END
                      IF HOLD-CUSTOMER-KEY = WRK-DUP-KEY
                          MOVE HOLDS-REG TO WRK-RJ-HOLD-BEFORE
                          MOVE WRK-SURV-KEY TO HOLD-CUSTOMER-KEY
                          REWRITE HOLDS-REG
                          MOVE "R" TO WRK-RJ-OPERATION
                          PERFORM 8130-JOURNAL-HOLD
                          ADD 1 TO WRK-HOLDS-MOVED
                      END-IF
               END-READ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUSTOMERS-REG TO WRK-RJ-CUST-BEFORE
                   MOVE ZEROS TO CUSTOMER-BALANCE CUSTOMER-CREDIT
                      CUSTOMER-POINTS
                   MOVE "I" TO CUSTOMER-STATUS-FLAG
                   REWRITE CUSTOMERS-REG
                   MOVE "R" TO WRK-RJ-OPERATION
                   PERFORM 8100-JOURNAL-CUSTOMER
                   MOVE WRK-SURV-KEY TO WRK-LEDG-REF-KEY
                   PERFORM 0355-LEDGER-MERGE-OUT
            END-READ.

            MOVE WRK-SURV-KEY TO CUSTOMER-KEY.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUSTOMERS-REG TO WRK-RJ-CUST-BEFORE
                   ADD WRK-DUP-BALANCE TO CUSTOMER-BALANCE
                   ADD WRK-DUP-CREDIT  TO CUSTOMER-CREDIT
                   ADD WRK-DUP-POINTS  TO CUSTOMER-POINTS
                   REWRITE CUSTOMERS-REG
                   MOVE "R" TO WRK-RJ-OPERATION
                   PERFORM 8100-JOURNAL-CUSTOMER
                   MOVE WRK-DUP-KEY TO WRK-LEDG-REF-KEY
                   PERFORM 0356-LEDGER-MERGE-IN
            END-READ.

      *      EACH SIDE OF THE MERGE GETS ITS OWN LEDGER LINES, ONE PER
      *      FIGURE THAT ACTUALLY MOVED, CROSS-REFERENCING THE OTHER
      *      ACCOUNT SO BOTH HISTORIES STILL TIE TO CUSTOMERS.DAT.
      *      THE RECORD IS ALREADY REWRITTEN: ITS FIGURES ARE WOUND
      *      BACK AND PLAYED FORWARD ONE AT A TIME SO EVERY LINE
      *      CARRIES THE ACCOUNT AS IT STOOD RIGHT AFTER THAT MOVE.
       0355-LEDGER-MERGE-OUT   SECTION.
            MOVE WRK-DUP-CREDIT TO CUSTOMER-CREDIT.
            MOVE WRK-DUP-POINTS TO CUSTOMER-POINTS.
            IF WRK-DUP-BALANCE NOT = ZEROS
                MOVE "B" TO WRK-LEDG-FIELD
                COMPUTE WRK-LEDG-AMOUNT = ZERO - WRK-DUP-BALANCE
                PERFORM 0357-POST-LEDGER
            END-IF.
            MOVE ZEROS TO CUSTOMER-CREDIT.
            IF WRK-DUP-CREDIT NOT = ZEROS
                MOVE "C" TO WRK-LEDG-FIELD
                COMPUTE WRK-LEDG-AMOUNT = ZERO - WRK-DUP-CREDIT
                PERFORM 0357-POST-LEDGER
            END-IF.
            MOVE ZEROS TO CUSTOMER-POINTS.
            IF WRK-DUP-POINTS NOT = ZEROS
                MOVE "P" TO WRK-LEDG-FIELD
                COMPUTE WRK-LEDG-AMOUNT = ZERO - WRK-DUP-POINTS
                PERFORM 0357-POST-LEDGER
            END-IF.

       0356-LEDGER-MERGE-IN    SECTION.
            SUBTRACT WRK-DUP-CREDIT FROM CUSTOMER-CREDIT.
            SUBTRACT WRK-DUP-POINTS FROM CUSTOMER-POINTS.
            IF WRK-DUP-BALANCE NOT = ZEROS
                MOVE "B" TO WRK-LEDG-FIELD
                MOVE WRK-DUP-BALANCE TO WRK-LEDG-AMOUNT
                PERFORM 0357-POST-LEDGER
            END-IF.
            ADD WRK-DUP-CREDIT TO CUSTOMER-CREDIT.
            IF WRK-DUP-CREDIT NOT = ZEROS
                MOVE "C" TO WRK-LEDG-FIELD
                MOVE WRK-DUP-CREDIT TO WRK-LEDG-AMOUNT
                PERFORM 0357-POST-LEDGER
            END-IF.
            ADD WRK-DUP-POINTS TO CUSTOMER-POINTS.
            IF WRK-DUP-POINTS NOT = ZEROS
                MOVE "P" TO WRK-LEDG-FIELD
                MOVE WRK-DUP-POINTS TO WRK-LEDG-AMOUNT
                PERFORM 0357-POST-LEDGER
            END-IF.

       0357-POST-LEDGER        SECTION.
            MOVE CUSTOMER-KEY       TO WRK-LEDG-CUSTOMER.
            MOVE WRK-AUDIT-OPERATOR TO WRK-LEDG-OPERATOR.
            MOVE CUSTOMER-BALANCE   TO WRK-LEDG-BALANCE.
            MOVE CUSTOMER-CREDIT    TO WRK-LEDG-CREDIT.
            MOVE CUSTOMER-POINTS    TO WRK-LEDG-POINTS.
            CALL "CUSTLEDG" USING WRK-LEDG-REC.

      *      ONE TRAIL ROW TELLS THE WHOLE STORY: WHICH ACCOUNT WAS
      *      DROPPED, WHERE ITS ROWS AND BALANCE WENT, AND WHO DID
      *      IT - SO A CUSTOMER DISPUTE MONTHS LATER CAN STILL BE
            CLOSE HOLDS.
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

       8130-JOURNAL-HOLD       SECTION.
            MOVE "HOLDS" TO WRK-RJ-FILE.
            MOVE WRK-RJ-HOLD-BEFORE TO WRK-RJ-BEFORE.
            MOVE HOLDS-REG TO WRK-RJ-AFTER.
            IF WRK-RJ-OPERATION = "D"
                MOVE HOLDS-REG TO WRK-RJ-BEFORE
            END-IF.
            CALL "RECJRNL" USING WRK-RJ-REC.

       9000-MANAGE-ERROR       SECTION.
            MOVE SPACES TO WRK-KEY.
            ACCEPT ERROR-SCREEN.
