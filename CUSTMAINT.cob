             FILE STATUS IS SHIFTS-STATUS
             RECORD KEY IS SHIFT-ID.

      *      USERS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      USERSDAT - SEE 0195-SET-CUSTOMERS-PATH FOR THE DEFAULT
             SELECT USERS ASSIGN TO WRK-USERS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS USERS-STATUS
             RECORD KEY IS USER-ID.

      *      MONTHEND.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      MONTHENDDAT - SEE 0195-SET-CUSTOMERS-PATH FOR THE DEFAULT
                88 CUSTOMER-COLLECTIONS      VALUE "C".
            05 CUSTOMER-CREDIT        PIC 9(005)V99.
            05 CUSTOMER-POINTS        PIC 9(005).
            05 CUSTOMER-TIER          PIC X(001).
            05 CUSTOMER-TIER-SCORE    PIC 9(003).

      *---------------------------- DRAWER SHIFT SESSION FILE
      *      READ-ONLY HERE - BALANCE PAYMENTS TAKEN AT THIS SCREEN
                88 SHIFT-SESSION-OPEN        VALUE "O".
                88 SHIFT-SESSION-CLOSED      VALUE "C".

      *---------------------------- OPERATOR MASTER FILE
      *      READ-ONLY HERE - A BALANCE WRITE-OFF NEEDS A LEVEL-2 OR
      *      HIGHER OPERATOR TO SIGN FOR IT, AS A FEE WAIVER DOES.
       FD USERS.
       01 USERS-REG.
            05 USER-ID                PIC X(008).
            05 USER-NAME              PIC X(030).
            05 USER-PASSWORD          PIC X(008).
            05 USER-LEVEL             PIC 9(001).
            05 USER-STATUS-FLAG       PIC X(001).
                88 USER-ACTIVE               VALUE "A".
                88 USER-INACTIVE             VALUE "I".
            05 USER-STORE             PIC X(003).

      *---------------------------- MONTH-END LOCK FILE
      *      READ-ONLY HERE - A LOCKED CURRENT MONTH SHUTS THE MONEY
            05 WRK-MSG-BADDEPOSIT     PIC X(040) VALUE
               "DEPOSIT MUST BE 0,01 TO 999,99".
            05 WRK-MSG-BADSUPER       PIC X(040) VALUE
               "SUPERVISOR SIGN-IN NOT ACCEPTED".
            05 WRK-MSG-WRITTENOFF     PIC X(040) VALUE
               "BALANCE WRITTEN OFF".
            05 WRK-MSG-NOBALANCE      PIC X(040) VALUE
       77 WRK-CUSTOMERS-PATH          PIC X(060) VALUE SPACES.
       77 SHIFTS-STATUS               PIC 9(002) VALUE ZEROS.
       77 WRK-SHIFTS-PATH             PIC X(060) VALUE SPACES.
       77 USERS-STATUS                PIC 9(002) VALUE ZEROS.
       77 WRK-USERS-PATH              PIC X(060) VALUE SPACES.

      *---------------------------- MONTH-END PERIOD LOCK
       77 MONTHEND-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-PERIOD-LOCKED           PIC X(001) VALUE "N".
       77 WRK-TODAY                   PIC 9(008) VALUE ZEROS.

      *---------------------------- SUPERVISOR SIGN-IN (WRITE-OFFS)
       77 WRK-SUP-ENTRY               PIC X(008) VALUE SPACES.
       77 WRK-SUP-PASSWORD            PIC X(008) VALUE SPACES.
       77 WRK-SUP-APPROVER            PIC X(008) VALUE SPACES.
       77 WRK-WOFF-AMOUNT             PIC 9(005)V99 VALUE ZEROS.

      *---------------------------- OVERRIDE LOG
       01 WRK-OVR-REC.
            05 WRK-OVR-TYPE              PIC X(008).
            05 WRK-OVR-APPROVER          PIC X(008).
            05 WRK-OVR-REQUESTER         PIC X(008).
            05 WRK-OVR-AMOUNT            PIC 9(005)V99.
            05 WRK-OVR-KEY-KIND          PIC X(001).
            05 WRK-OVR-KEY               PIC 9(005).
            05 WRK-OVR-PROGRAM           PIC X(012)
               VALUE "CUSTMAINT".
            05 WRK-OVR-REASON            PIC X(030).

      *---------------------------- CURRENT DRAWER SHIFT
       77 WRK-SHIFT-ID                PIC 9(005) VALUE ZEROS.
       77 WRK-SHIFTS-AVAIL-FLAG       PIC X(001) VALUE "N".
            05 WRK-PAY-TAX            PIC 9(003)V99.
            05 WRK-PAY-RESULT         PIC X(001).
            05 WRK-PAY-STORE          PIC X(003).
            05 WRK-PAY-SIGN           PIC X(001) VALUE SPACE.
            05 WRK-PAY-RECEIPT        PIC 9(005) VALUE ZEROS.
            05 WRK-PAY-CERT           PIC 9(005) VALUE ZEROS.

      *---------------------------- CUSTOMER ACCOUNT LEDGER SUBPROGRAM
       01 WRK-LEDG-REC.
            05 WRK-LEDG-CUSTOMER      PIC 9(005).
            05 WRK-LEDG-FIELD         PIC X(001).
            05 WRK-LEDG-AMOUNT        PIC S9(005)V99.
            05 WRK-LEDG-REASON        PIC X(008).
            05 WRK-LEDG-REFERENCE.
                10 WRK-LEDG-REF-TYPE  PIC X(005) VALUE "SHIFT".
                10 WRK-LEDG-REF-KEY   PIC 9(005).
            05 WRK-LEDG-PROGRAM       PIC X(012) VALUE "CUSTMAINT".
            05 WRK-LEDG-OPERATOR      PIC X(008).
            05 WRK-LEDG-BALANCE       PIC 9(005)V99.
            05 WRK-LEDG-CREDIT        PIC 9(005)V99.
            05 WRK-LEDG-POINTS        PIC 9(005).
            05 WRK-LEDG-RESULT        PIC X(001).

      *---------------------------- DUPLICATE NAME CHECK
       01 WRK-NEW-REC.
       77 WRK-DUP-NAME-FLAG            PIC X(001) VALUE "N".
       77 WRK-DUP-KEY                  PIC 9(005) VALUE ZEROS.

      *---------------------------- RECOVERY JOURNAL SUBPROGRAM
       01 WRK-RJ-REC.
            05 WRK-RJ-FILE           PIC X(008).
            05 WRK-RJ-OPERATION      PIC X(001).
            05 WRK-RJ-BEFORE         PIC X(100).
            05 WRK-RJ-AFTER          PIC X(100).
            05 WRK-RJ-PROGRAM        PIC X(012) VALUE "CUSTMAINT".
      *      BEFORE IMAGES, SAVED WHEN A RECORD IS READ FOR UPDATE
       77 WRK-RJ-CUST-BEFORE         PIC X(100) VALUE SPACES.

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-TITLE.
                   TO WRK-SHIFTS-PATH
            END-IF.

            MOVE SPACES TO WRK-USERS-PATH.
            ACCEPT WRK-USERS-PATH FROM ENVIRONMENT "USERSDAT".
            IF WRK-USERS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\USERS.DAT"
                   TO WRK-USERS-PATH
            END-IF.

            MOVE SPACES TO WRK-MONTHEND-PATH.
            ACCEPT WRK-MONTHEND-PATH FROM ENVIRONMENT "MONTHENDDAT".
            IF WRK-MONTHEND-PATH = SPACES
                MOVE "001" TO WRK-STORE-CODE
            END-IF.


            PERFORM 0218-CHECK-PERIOD-LOCK.

            MOVE ZEROS TO CUSTOMER-BALANCE CUSTOMER-BIRTH-DATE
               CUSTOMER-CREDIT CUSTOMER-POINTS.
            MOVE SPACE TO CUSTOMER-COLLECT-FLAG.
            MOVE SPACE TO CUSTOMER-TIER.
            MOVE ZEROS TO CUSTOMER-TIER-SCORE.

            DISPLAY CUSTOMER-LOOKUP-SCREEN.
            ACCEPT CUSTOMER-LOOKUP-KEY.
                       MOVE WRK-MSG-NOTREGISTERED TO WRK-ERROR-MSG
                   NOT INVALID KEY
                       MOVE WRK-MSG-REGISTERED TO WRK-ERROR-MSG
                       MOVE "W" TO WRK-RJ-OPERATION
                       PERFORM 8100-JOURNAL-CUSTOMER
                END-WRITE
                PERFORM 9000-MANAGE-ERROR
            END-IF.
                   MOVE WRK-MSG-NOTFOUND TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
               NOT INVALID KEY
                   MOVE CUSTOMERS-REG TO WRK-RJ-CUST-BEFORE
                   DISPLAY CUSTOMER-DATA-SCREEN
                   ACCEPT CUSTOMER-DATA
                   PERFORM 0335-CONFIRM-REWRITE
                       MOVE WRK-MSG-NOTREGISTERED TO WRK-ERROR-MSG
                   NOT INVALID KEY
                       MOVE WRK-MSG-UPDATED TO WRK-ERROR-MSG
                       MOVE "R" TO WRK-RJ-OPERATION
                       PERFORM 8100-JOURNAL-CUSTOMER
                END-REWRITE
                PERFORM 9000-MANAGE-ERROR
            END-IF.
                   MOVE WRK-MSG-NOTFOUND TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
               NOT INVALID KEY
                   MOVE CUSTOMERS-REG TO WRK-RJ-CUST-BEFORE
                   DISPLAY CUSTOMER-DATA-SCREEN
                   PERFORM 0345-CONFIRM-DEACTIVATE
            END-READ.
                       MOVE WRK-MSG-NOTREGISTERED TO WRK-ERROR-MSG
                   NOT INVALID KEY
                       MOVE WRK-MSG-DEACTIVATED TO WRK-ERROR-MSG
                       MOVE "R" TO WRK-RJ-OPERATION
                       PERFORM 8100-JOURNAL-CUSTOMER
                END-REWRITE
                PERFORM 9000-MANAGE-ERROR
            END-IF.
                   MOVE WRK-MSG-NOTFOUND TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
               NOT INVALID KEY
                   MOVE CUSTOMERS-REG TO WRK-RJ-CUST-BEFORE
                   IF CUSTOMER-BALANCE = ZEROS
                       MOVE WRK-MSG-NOBALANCE TO WRK-ERROR-MSG
                       PERFORM 9000-MANAGE-ERROR

                    SUBTRACT WRK-PAY-AMOUNT-IN FROM CUSTOMER-BALANCE
                    REWRITE CUSTOMERS-REG
                    MOVE "R" TO WRK-RJ-OPERATION
                    PERFORM 8100-JOURNAL-CUSTOMER
                    MOVE "B" TO WRK-LEDG-FIELD
                    COMPUTE WRK-LEDG-AMOUNT = 0 - WRK-PAY-AMOUNT-IN
                    MOVE "PAYMENT" TO WRK-LEDG-REASON
                    PERFORM 0380-POST-LEDGER

                    MOVE ZEROS TO WRK-PAY-RENTAL-KEY
                       WRK-PAY-MOVIES-KEY
            END-IF.

      *      A DEBT NOBODY WILL EVER PAY COMES OFF THE BOOKS WITH THE
      *      A SUPERVISOR SIGN-IN, AND AN OFFSETTING PAYMENTS ROW
      *      (CATEGORY W, NO CASH) IS LOGGED SO THE DRAWER REPORT
      *      AND THE DAY CLOSE STILL ADD UP TO THE PENNY.
       0360-WRITE-OFF          SECTION.
                   MOVE WRK-MSG-NOTFOUND TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
               NOT INVALID KEY
                   MOVE CUSTOMERS-REG TO WRK-RJ-CUST-BEFORE
                   IF CUSTOMER-BALANCE = ZEROS
                       MOVE WRK-MSG-NOBALANCE TO WRK-ERROR-MSG
                       PERFORM 9000-MANAGE-ERROR

       0365-TAKE-WRITE-OFF     SECTION.
            DISPLAY CUSTOMER-BALANCE-LINE.
            PERFORM 0367-SUPERVISOR-SIGNIN.

            IF WRK-SUP-APPROVER = SPACES
                MOVE WRK-MSG-BADSUPER TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                    IF WRK-WOFF-AMOUNT > ZEROS
                        SUBTRACT WRK-WOFF-AMOUNT FROM CUSTOMER-BALANCE
                        REWRITE CUSTOMERS-REG
                        MOVE "R" TO WRK-RJ-OPERATION
                        PERFORM 8100-JOURNAL-CUSTOMER
                        MOVE "B" TO WRK-LEDG-FIELD
                        COMPUTE WRK-LEDG-AMOUNT = 0 - WRK-WOFF-AMOUNT
                        MOVE "WRITEOFF" TO WRK-LEDG-REASON
                        PERFORM 0380-POST-LEDGER

                        MOVE "WRITEOFF"      TO WRK-OVR-TYPE
                        MOVE WRK-SUP-APPROVER TO WRK-OVR-APPROVER
                        MOVE WRK-OPERATOR    TO WRK-OVR-REQUESTER
                        MOVE WRK-WOFF-AMOUNT TO WRK-OVR-AMOUNT
                        MOVE "C"             TO WRK-OVR-KEY-KIND
                        MOVE CUSTOMER-KEY    TO WRK-OVR-KEY
                        CALL "OVRLOG" USING WRK-OVR-REC

                        MOVE ZEROS TO WRK-PAY-RENTAL-KEY
                           WRK-PAY-MOVIES-KEY
                END-IF
            END-IF.

      *      THE APPROVER SIGNS IN WITH THEIR OWN USERS.DAT ID AND
      *      PASSWORD AT LEVEL 2 OR ABOVE - THE SAME TEST THE RENTAL
      *      COUNTER MAKES FOR ITS OVERRIDES - AND GIVES THE REASON
      *      THAT GOES TO THE OVERRIDE LOG.
       0367-SUPERVISOR-SIGNIN  SECTION.
            MOVE SPACES TO WRK-SUP-ENTRY WRK-SUP-PASSWORD
               WRK-SUP-APPROVER WRK-OVR-REASON.
            DISPLAY "SUPERVISOR ID: " LINE 20 COLUMN 10.
            ACCEPT WRK-SUP-ENTRY LINE 20 COLUMN 26.
            DISPLAY "PASSWORD: " LINE 20 COLUMN 36.
            ACCEPT WRK-SUP-PASSWORD LINE 20 COLUMN 47 WITH SECURE.

            OPEN INPUT USERS.
            IF USERS-STATUS = ZEROS
                MOVE WRK-SUP-ENTRY TO USER-ID
                READ USERS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF USER-ACTIVE AND USER-LEVEL >= 2
                             AND USER-PASSWORD = WRK-SUP-PASSWORD
                           MOVE USER-ID TO WRK-SUP-APPROVER
                       END-IF
                END-READ
                CLOSE USERS
            END-IF.

            IF WRK-SUP-APPROVER NOT = SPACES
                DISPLAY "REASON: " LINE 21 COLUMN 10
                ACCEPT WRK-OVR-REASON LINE 21 COLUMN 26
            END-IF.

      *      A REGULAR PUTS MONEY ON DEPOSIT AND RENTS AGAINST IT -
      *      THE CASH GOES IN THE DRAWER NOW (CATEGORY A ROW), AND
      *      CHECK-OUT DRAWS THE CHARGES DOWN FROM THE CREDIT SIDE
                   MOVE WRK-MSG-NOTFOUND TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
               NOT INVALID KEY
                   MOVE CUSTOMERS-REG TO WRK-RJ-CUST-BEFORE
                   PERFORM 0375-TAKE-DEPOSIT
            END-READ.


                ADD WRK-PAY-AMOUNT-IN TO CUSTOMER-CREDIT
                REWRITE CUSTOMERS-REG
                MOVE "R" TO WRK-RJ-OPERATION
                PERFORM 8100-JOURNAL-CUSTOMER
                MOVE "C" TO WRK-LEDG-FIELD
                MOVE WRK-PAY-AMOUNT-IN TO WRK-LEDG-AMOUNT
                MOVE "DEPOSIT" TO WRK-LEDG-REASON
                PERFORM 0380-POST-LEDGER

                MOVE ZEROS TO WRK-PAY-RENTAL-KEY WRK-PAY-MOVIES-KEY
                MOVE CUSTOMER-KEY TO WRK-PAY-CUSTOMER-KEY
                PERFORM 9000-MANAGE-ERROR
            END-IF.

      *      EVERY PAYMENT, WRITE-OFF AND DEPOSIT ALSO GOES TO THE
      *      CUSTOMER'S ACCOUNT LEDGER, REFERENCED TO THE DRAWER SHIFT
      *      THE MONEY WENT THROUGH.
       0380-POST-LEDGER        SECTION.
            MOVE CUSTOMER-KEY     TO WRK-LEDG-CUSTOMER.
            MOVE WRK-SHIFT-ID     TO WRK-LEDG-REF-KEY.
            MOVE WRK-OPERATOR     TO WRK-LEDG-OPERATOR.
            MOVE CUSTOMER-BALANCE TO WRK-LEDG-BALANCE.
            MOVE CUSTOMER-CREDIT  TO WRK-LEDG-CREDIT.
            MOVE CUSTOMER-POINTS  TO WRK-LEDG-POINTS.
            CALL "CUSTLEDG" USING WRK-LEDG-REC.

       0400-FINALIZE           SECTION.
            CLOSE CUSTOMERS.
            IF WRK-SHIFTS-AVAIL-FLAG = "Y"
            END-IF.
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
            MOVE SPACES TO WRK-KEY.
            ACCEPT ERROR-SCREEN.
