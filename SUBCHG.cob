       IDENTIFICATION          DIVISION.
       PROGRAM-ID. SUBCHG.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: CHARGE ONE SUBSCRIPTION PERIOD TO A CUSTOMER'S
      *          ACCOUNT. THE PLAN FEE GOES ON THE BALANCE DUE WITH A
      *          TYPE-K CATEGORY-S PAYMENT ROW (SUBSCRIPTION INCOME
      *          BILLED ON ACCOUNT), THEN ANY CREDIT THE CUSTOMER HOLDS
      *          ON DEPOSIT IS DRAWN AGAINST IT WITH A TYPE-K
      *          CATEGORY-B ROW, THE SAME AS A BALANCE PAID FROM
      *          CREDIT. BOTH MOVES GO TO THE ACCOUNT LEDGER.
      *
      *          THE CHARGE IS REFUSED - NOTHING MOVES - WHEN THE
      *          CUSTOMER IS NOT ON FILE, INACTIVE OR IN COLLECTIONS,
      *          OR WHEN WHAT WOULD BE OWED AFTER THE CREDIT IS DRAWN
      *          GOES OVER THE FEE POLICY BALANCE LIMIT.
      *
      *          LNK-SUBCHG-RESULT: "Y" CHARGED, "N" REFUSED (THE
      *          REASON IN LNK-SUBCHG-REASON), "L" THE POSTING MONTH
      *          IS LOCKED. LNK-SUBCHG-CREDIT-USED SAYS HOW MUCH OF
      *          THE FEE CAME OFF CREDIT.
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

      *      SELECT FEE-POLICY ASSIGN TO "./Data/FEEPOLICY.TXT"
             SELECT FEE-POLICY ASSIGN TO
               "C:\Cobol\Project\Data\FEEPOLICY.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS POLICY-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- CUSTOMER FILE DESCRIPTION
       FD CUSTOMERS.
       01 CUSTOMERS-REG.
            05 CUSTOMER-KEY          PIC 9(005).
            05 CUSTOMER-NAME         PIC X(030).
            05 CUSTOMER-PHONE        PIC X(015).
            05 CUSTOMER-STATUS-FLAG  PIC X(001).
                88 CUSTOMER-ACTIVE           VALUE "A".
                88 CUSTOMER-INACTIVE         VALUE "I".
            05 CUSTOMER-BALANCE      PIC 9(005)V99.
            05 CUSTOMER-BIRTH-DATE   PIC 9(008).
            05 CUSTOMER-COLLECT-FLAG PIC X(001).
                88 CUSTOMER-COLLECTIONS      VALUE "C".
            05 CUSTOMER-CREDIT       PIC 9(005)V99.
            05 CUSTOMER-POINTS       PIC 9(005).
            05 CUSTOMER-TIER         PIC X(001).
            05 CUSTOMER-TIER-SCORE   PIC 9(003).

      *---------------------------- LATE FEE POLICY
       FD FEE-POLICY.
       01 FEE-POLICY-REG.
            05 POL-GRACE-DAYS        PIC 9(002).
            05 POL-FEE-CAP           PIC 9(003)V99.
            05 POL-SUPERVISOR        PIC X(008).
            05 POL-BAL-LIMIT         PIC 9(003)V99.

       WORKING-STORAGE         SECTION.
      *---------------------------- FILE
       77 CUSTOMERS-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-CUSTOMERS-PATH         PIC X(060) VALUE SPACES.
       77 POLICY-STATUS              PIC 9(002) VALUE ZEROS.

      *---------------------------- CHARGE WORK AREAS
       77 WRK-POL-BAL-LIMIT          PIC 9(003)V99 VALUE 999,99.
       77 WRK-STORE-CODE             PIC X(003) VALUE SPACES.
       77 WRK-OWED-AFTER             PIC S9(006)V99 VALUE ZEROS.
       77 WRK-CREDIT-USED            PIC 9(003)V99 VALUE ZEROS.

       01 WRK-MSGS.
            05 WRK-MSG-NOFILE        PIC X(040) VALUE
               "CUSTOMER FILE NOT AVAILABLE".
            05 WRK-MSG-NOCUSTOMER    PIC X(040) VALUE
               "CUSTOMER NOT ON FILE".
            05 WRK-MSG-INACTIVE      PIC X(040) VALUE
               "CUSTOMER IS INACTIVE".
            05 WRK-MSG-COLLECTIONS   PIC X(040) VALUE
               "ACCOUNT IS IN COLLECTIONS".
            05 WRK-MSG-OVERLIMIT     PIC X(040) VALUE
               "CHARGE WOULD PASS THE BALANCE LIMIT".
            05 WRK-MSG-LOCKED        PIC X(040) VALUE
               "PERIOD LOCKED - NOTHING CHARGED".
            05 WRK-MSG-NOTSAVED      PIC X(040) VALUE
               "ERROR WHILE SAVING CUSTOMER".

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

      *---------------------------- CUSTOMER ACCOUNT LEDGER SUBPROGRAM
       01 WRK-LEDG-REC.
            05 WRK-LEDG-CUSTOMER     PIC 9(005).
            05 WRK-LEDG-FIELD        PIC X(001) VALUE "B".
            05 WRK-LEDG-AMOUNT       PIC S9(005)V99.
            05 WRK-LEDG-REASON       PIC X(008) VALUE "SUBSCR".
            05 WRK-LEDG-REFERENCE.
                10 WRK-LEDG-REF-TYPE PIC X(005) VALUE "SUBS".
                10 WRK-LEDG-REF-KEY  PIC 9(005).
            05 WRK-LEDG-PROGRAM      PIC X(012) VALUE SPACES.
            05 WRK-LEDG-OPERATOR     PIC X(008) VALUE SPACES.
            05 WRK-LEDG-BALANCE      PIC 9(005)V99.
            05 WRK-LEDG-CREDIT       PIC 9(005)V99.
            05 WRK-LEDG-POINTS       PIC 9(005).
            05 WRK-LEDG-RESULT       PIC X(001).

      *---------------------------- RECOVERY JOURNAL SUBPROGRAM
       01 WRK-RJ-REC.
            05 WRK-RJ-FILE           PIC X(008).
            05 WRK-RJ-OPERATION      PIC X(001).
            05 WRK-RJ-BEFORE         PIC X(100).
            05 WRK-RJ-AFTER          PIC X(100).
            05 WRK-RJ-PROGRAM        PIC X(012) VALUE "SUBCHG".
      *      BEFORE IMAGES, SAVED WHEN A RECORD IS READ FOR UPDATE
       77 WRK-RJ-CUST-BEFORE         PIC X(100) VALUE SPACES.

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-SUBCHG-REC.
            05 LNK-SUBCHG-CUSTOMER   PIC 9(005).
            05 LNK-SUBCHG-PLAN       PIC X(008).
            05 LNK-SUBCHG-FEE        PIC 9(003)V99.
            05 LNK-SUBCHG-PROGRAM    PIC X(012).
            05 LNK-SUBCHG-OPERATOR   PIC X(008).
            05 LNK-SUBCHG-CREDIT-USED PIC 9(003)V99.
            05 LNK-SUBCHG-RESULT     PIC X(001).
                88 LNK-SUBCHG-CHARGED        VALUE "Y".
                88 LNK-SUBCHG-REFUSED        VALUE "N".
                88 LNK-SUBCHG-LOCKED         VALUE "L".
            05 LNK-SUBCHG-REASON     PIC X(040).

       PROCEDURE               DIVISION USING LNK-SUBCHG-REC.

       0100-MAIN               SECTION.
            MOVE "N" TO LNK-SUBCHG-RESULT.
            MOVE SPACES TO LNK-SUBCHG-REASON.
            MOVE ZEROS TO LNK-SUBCHG-CREDIT-USED.
            PERFORM 0195-SET-FILE-PATHS.
            PERFORM 0200-LOAD-FEE-POLICY.

            OPEN I-O CUSTOMERS.
            IF CUSTOMERS-STATUS NOT = ZEROS
                MOVE WRK-MSG-NOFILE TO LNK-SUBCHG-REASON
            ELSE
                MOVE LNK-SUBCHG-CUSTOMER TO CUSTOMER-KEY
                READ CUSTOMERS
                   INVALID KEY
                       MOVE WRK-MSG-NOCUSTOMER TO LNK-SUBCHG-REASON
                   NOT INVALID KEY
                       PERFORM 0300-CHECK-ACCOUNT
                       IF LNK-SUBCHG-REASON = SPACES
                           PERFORM 0310-CHARGE-FEE
                       END-IF
                END-READ
                CLOSE CUSTOMERS
            END-IF.
            GOBACK.

       0195-SET-FILE-PATHS     SECTION.
            MOVE SPACES TO WRK-CUSTOMERS-PATH.
            ACCEPT WRK-CUSTOMERS-PATH FROM ENVIRONMENT "CUSTOMERSDAT".
            IF WRK-CUSTOMERS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\CUSTOMERS.DAT"
                   TO WRK-CUSTOMERS-PATH
            END-IF.

            MOVE SPACES TO WRK-STORE-CODE.
            ACCEPT WRK-STORE-CODE FROM ENVIRONMENT "STORECODE".
            IF WRK-STORE-CODE = SPACES
                MOVE "001" TO WRK-STORE-CODE
            END-IF.

      *      SAME BALANCE LIMIT THE COUNTER HOLDS A NEW RENTAL TO -
      *      999,99 WHEN THE POLICY FILE IS MISSING OR CARRIES NONE.
       0200-LOAD-FEE-POLICY    SECTION.
            MOVE 999,99 TO WRK-POL-BAL-LIMIT.
            OPEN INPUT FEE-POLICY.
            IF POLICY-STATUS = ZEROS
                READ FEE-POLICY
                   AT END
                       CONTINUE
                   NOT AT END
                       IF POL-BAL-LIMIT > ZEROS
                           MOVE POL-BAL-LIMIT TO WRK-POL-BAL-LIMIT
                       END-IF
                END-READ
                CLOSE FEE-POLICY
            END-IF.

       0300-CHECK-ACCOUNT      SECTION.
            COMPUTE WRK-OWED-AFTER = CUSTOMER-BALANCE
               + LNK-SUBCHG-FEE - CUSTOMER-CREDIT.

            EVALUATE TRUE
              WHEN CUSTOMER-INACTIVE
                MOVE WRK-MSG-INACTIVE TO LNK-SUBCHG-REASON
              WHEN CUSTOMER-COLLECTIONS
                MOVE WRK-MSG-COLLECTIONS TO LNK-SUBCHG-REASON
              WHEN WRK-OWED-AFTER > WRK-POL-BAL-LIMIT
                MOVE WRK-MSG-OVERLIMIT TO LNK-SUBCHG-REASON
              WHEN OTHER
                CONTINUE
            END-EVALUATE.

      *      THE INCOME ROW GOES FIRST - A LOCKED MONTH REFUSES IT
      *      AND THE ACCOUNT IS LEFT EXACTLY AS IT WAS.
       0310-CHARGE-FEE         SECTION.
            IF LNK-SUBCHG-FEE = ZEROS
                MOVE "Y" TO LNK-SUBCHG-RESULT
            ELSE
                MOVE LNK-SUBCHG-FEE TO WRK-PAY-AMOUNT
                MOVE "S" TO WRK-PAY-CATEGORY
                PERFORM 0330-LOG-PAYMENT
                IF WRK-PAY-RESULT = "N"
                    MOVE "L" TO LNK-SUBCHG-RESULT
                    MOVE WRK-MSG-LOCKED TO LNK-SUBCHG-REASON
                ELSE
                    MOVE CUSTOMERS-REG TO WRK-RJ-CUST-BEFORE
                    ADD LNK-SUBCHG-FEE TO CUSTOMER-BALANCE
                    REWRITE CUSTOMERS-REG
                       INVALID KEY
                           MOVE WRK-MSG-NOTSAVED TO LNK-SUBCHG-REASON
                       NOT INVALID KEY
                           MOVE "R" TO WRK-RJ-OPERATION
                           PERFORM 8100-JOURNAL-CUSTOMER
                           MOVE "Y" TO LNK-SUBCHG-RESULT
                           MOVE "B" TO WRK-LEDG-FIELD
                           MOVE LNK-SUBCHG-FEE TO WRK-LEDG-AMOUNT
                           MOVE "SUBSCR" TO WRK-LEDG-REASON
                           PERFORM 0340-POST-LEDGER
                           IF CUSTOMER-CREDIT > ZEROS
                               PERFORM 0320-DRAW-CREDIT
                           END-IF
                    END-REWRITE
                END-IF
            END-IF.

      *      CREDIT ON DEPOSIT PAYS THE FEE JUST BILLED, UP TO THE
      *      FEE - AN OLDER BALANCE IS LEFT FOR THE COUNTER TO TAKE.
       0320-DRAW-CREDIT        SECTION.
            IF CUSTOMER-CREDIT >= LNK-SUBCHG-FEE
                MOVE LNK-SUBCHG-FEE TO WRK-CREDIT-USED
            ELSE
                MOVE CUSTOMER-CREDIT TO WRK-CREDIT-USED
            END-IF.

            MOVE CUSTOMERS-REG TO WRK-RJ-CUST-BEFORE.
            SUBTRACT WRK-CREDIT-USED FROM CUSTOMER-CREDIT.
            SUBTRACT WRK-CREDIT-USED FROM CUSTOMER-BALANCE.
            REWRITE CUSTOMERS-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "R" TO WRK-RJ-OPERATION
                   PERFORM 8100-JOURNAL-CUSTOMER
                   MOVE WRK-CREDIT-USED TO LNK-SUBCHG-CREDIT-USED
      *            EACH LEDGER LINE SHOWS THE ACCOUNT AFTER ITS OWN
      *            MOVE - THE BALANCE IS HELD BACK WHILE THE DRAW ON
      *            CREDIT IS POSTED.
                   ADD WRK-CREDIT-USED TO CUSTOMER-BALANCE
                   MOVE "C" TO WRK-LEDG-FIELD
                   COMPUTE WRK-LEDG-AMOUNT = 0 - WRK-CREDIT-USED
                   MOVE "CREDDRAW" TO WRK-LEDG-REASON
                   PERFORM 0340-POST-LEDGER
                   SUBTRACT WRK-CREDIT-USED FROM CUSTOMER-BALANCE
                   MOVE "B" TO WRK-LEDG-FIELD
                   COMPUTE WRK-LEDG-AMOUNT = 0 - WRK-CREDIT-USED
                   MOVE "CREDDRAW" TO WRK-LEDG-REASON
                   PERFORM 0340-POST-LEDGER
                   MOVE WRK-CREDIT-USED TO WRK-PAY-AMOUNT
                   MOVE "B" TO WRK-PAY-CATEGORY
                   PERFORM 0330-LOG-PAYMENT
            END-REWRITE.

      *      NO MONEY CHANGES HANDS, SO EVERY ROW GOES IN AS TENDER K
      *      (ON ACCOUNT) OUTSIDE ANY DRAWER SHIFT. THE PLAN CODE
      *      RIDES THE RULE COLUMN. THE CALLER SETS AMOUNT AND
      *      CATEGORY FIRST.
       0330-LOG-PAYMENT        SECTION.
            MOVE ZEROS               TO WRK-PAY-RENTAL-KEY
               WRK-PAY-MOVIES-KEY WRK-PAY-SHIFT WRK-PAY-TAX
               WRK-PAY-RECEIPT WRK-PAY-CERT.
            MOVE LNK-SUBCHG-CUSTOMER TO WRK-PAY-CUSTOMER-KEY.
            MOVE "K"                 TO WRK-PAY-TYPE.
            MOVE LNK-SUBCHG-OPERATOR TO WRK-PAY-OPERATOR.
            MOVE LNK-SUBCHG-PLAN     TO WRK-PAY-RULE.
            MOVE SPACES              TO WRK-PAY-PROMO.
            MOVE SPACE               TO WRK-PAY-SIGN.
            MOVE WRK-STORE-CODE      TO WRK-PAY-STORE.
            CALL "PAYLOG" USING WRK-PAY-REC.

       0340-POST-LEDGER        SECTION.
            MOVE CUSTOMER-KEY        TO WRK-LEDG-CUSTOMER.
            MOVE CUSTOMER-KEY        TO WRK-LEDG-REF-KEY.
            MOVE LNK-SUBCHG-PROGRAM  TO WRK-LEDG-PROGRAM.
            MOVE LNK-SUBCHG-OPERATOR TO WRK-LEDG-OPERATOR.
            MOVE CUSTOMER-BALANCE    TO WRK-LEDG-BALANCE.
            MOVE CUSTOMER-CREDIT     TO WRK-LEDG-CREDIT.
            MOVE CUSTOMER-POINTS     TO WRK-LEDG-POINTS.
            CALL "CUSTLEDG" USING WRK-LEDG-REC.

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
