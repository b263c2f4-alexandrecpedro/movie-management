       IDENTIFICATION          DIVISION.
       PROGRAM-ID. CUSTLEDG.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: POST ONE MOVEMENT TO THE CUSTOMER ACCOUNT LEDGER,
      *          CUSTLEDG.DAT. EVERY CHANGE TO A CUSTOMER'S BALANCE
      *          DUE, CREDIT OR POINTS IS WRITTEN HERE RIGHT AFTER THE
      *          CUSTOMERS.DAT REWRITE, WITH DATE, PROGRAM, OPERATOR,
      *          REFERENCE AND THE RUNNING FIGURES AFTER THE MOVEMENT.
      *
      *          EACH CUSTOMER HAS A HEADER RECORD (SEQUENCE ZERO)
      *          CARRYING THE LAST SEQUENCE USED AND THE CURRENT
      *          RUNNING FIGURES. THE FIRST MOVEMENT FOR A CUSTOMER
      *          OPENS THE LEDGER: AN "OPENING" LINE CARRIES FORWARD
      *          WHAT THE ACCOUNT HELD BEFORE THE MOVEMENT (THE
      *          CALLER'S FIGURES LESS THE AMOUNT).
      *
      *          FIELDS (LNK-LEDG-FIELD):
      *            B - BALANCE DUE     C - ACCOUNT CREDIT
      *            P - POINTS          O - OPEN ONLY (NO MOVEMENT)
      *          LNK-LEDG-AMOUNT IS SIGNED - NEGATIVE TAKES OFF.
      *          LNK-LEDG-RESULT IS "Y" WHEN THE LINE WAS POSTED, OR
      *          FOR "O" WHEN A LEDGER WAS ACTUALLY OPENED.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      CUSTLEDG.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      CUSTLEDGDAT - SEE 0195-SET-LEDGER-PATH FOR THE DEFAULT
            SELECT CUSTLEDG ASSIGN TO WRK-CUSTLEDG-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS CUSTLEDG-STATUS
            RECORD KEY IS LEDG-KEY.

       DATA                    DIVISION.
       FILE                    SECTION.
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

       WORKING-STORAGE         SECTION.
      *---------------------------- FILE
       77 CUSTLEDG-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-CUSTLEDG-PATH          PIC X(060) VALUE SPACES.

      *---------------------------- TIMESTAMP
       77 WRK-DATE                   PIC 9(008) VALUE ZEROS.
       77 WRK-TIME                   PIC 9(008) VALUE ZEROS.
       77 WRK-OPERATOR               PIC X(008) VALUE SPACES.

      *---------------------------- RUNNING FIGURES
       77 WRK-LAST-SEQ               PIC 9(007) VALUE ZEROS.
       77 WRK-OPEN-DATE              PIC 9(008) VALUE ZEROS.
       77 WRK-RUN-BALANCE            PIC S9(007)V99 VALUE ZEROS.
       77 WRK-RUN-CREDIT             PIC S9(007)V99 VALUE ZEROS.
       77 WRK-RUN-POINTS             PIC S9(007) VALUE ZEROS.

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-LEDG-REC.
            05 LNK-LEDG-CUSTOMER     PIC 9(005).
            05 LNK-LEDG-FIELD        PIC X(001).
                88 LNK-LEDG-BALANCE-MOVE    VALUE "B".
                88 LNK-LEDG-CREDIT-MOVE     VALUE "C".
                88 LNK-LEDG-POINTS-MOVE     VALUE "P".
                88 LNK-LEDG-OPEN-ONLY       VALUE "O".
            05 LNK-LEDG-AMOUNT       PIC S9(005)V99.
            05 LNK-LEDG-REASON       PIC X(008).
            05 LNK-LEDG-REFERENCE    PIC X(010).
            05 LNK-LEDG-PROGRAM      PIC X(012).
            05 LNK-LEDG-OPERATOR     PIC X(008).
      *      THE CUSTOMER'S FIGURES AS REWRITTEN - ONLY USED TO OPEN
      *      A LEDGER THAT DOES NOT EXIST YET.
            05 LNK-LEDG-BALANCE      PIC 9(005)V99.
            05 LNK-LEDG-CREDIT       PIC 9(005)V99.
            05 LNK-LEDG-POINTS       PIC 9(005).
            05 LNK-LEDG-RESULT       PIC X(001).

       PROCEDURE               DIVISION USING LNK-LEDG-REC.

       0100-MAIN               SECTION.
            MOVE "N" TO LNK-LEDG-RESULT.
            PERFORM 0195-SET-LEDGER-PATH.
            PERFORM 0200-OPEN-LEDGER.
            IF CUSTLEDG-STATUS = ZEROS
                PERFORM 0300-POST-MOVEMENT
                CLOSE CUSTLEDG
            END-IF.
            GOBACK.

       0195-SET-LEDGER-PATH    SECTION.
            MOVE SPACES TO WRK-CUSTLEDG-PATH.
            ACCEPT WRK-CUSTLEDG-PATH FROM ENVIRONMENT "CUSTLEDGDAT".
            IF WRK-CUSTLEDG-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\CUSTLEDG.DAT"
                   TO WRK-CUSTLEDG-PATH
            END-IF.

       0200-OPEN-LEDGER        SECTION.
            OPEN I-O CUSTLEDG.
            IF CUSTLEDG-STATUS = 35
                OPEN OUTPUT CUSTLEDG
                CLOSE CUSTLEDG
                OPEN I-O CUSTLEDG
            END-IF.

       0300-POST-MOVEMENT      SECTION.
            ACCEPT WRK-DATE FROM DATE YYYYMMDD.
            ACCEPT WRK-TIME FROM TIME.
            MOVE LNK-LEDG-OPERATOR TO WRK-OPERATOR.
            IF WRK-OPERATOR = SPACES
                ACCEPT WRK-OPERATOR FROM ENVIRONMENT "OPERATORID"
            END-IF.

            MOVE LNK-LEDG-CUSTOMER TO LEDG-CUSTOMER.
            MOVE ZEROS TO LEDG-SEQ.
            READ CUSTLEDG
               INVALID KEY
                   PERFORM 0310-OPEN-ACCOUNT
               NOT INVALID KEY
                   MOVE LEDG-LAST-SEQ    TO WRK-LAST-SEQ
                   MOVE LEDG-OPEN-DATE   TO WRK-OPEN-DATE
                   MOVE LEDG-RUN-BALANCE TO WRK-RUN-BALANCE
                   MOVE LEDG-RUN-CREDIT  TO WRK-RUN-CREDIT
                   MOVE LEDG-RUN-POINTS  TO WRK-RUN-POINTS
                   IF NOT LNK-LEDG-OPEN-ONLY
                       MOVE "Y" TO LNK-LEDG-RESULT
                   END-IF
            END-READ.

            IF LNK-LEDG-RESULT = "Y" AND NOT LNK-LEDG-OPEN-ONLY
                PERFORM 0320-WRITE-MOVEMENT
            END-IF.

      *      NO LEDGER YET - BACK THE MOVEMENT OUT OF THE CALLER'S
      *      FIGURES TO FIND WHAT THE ACCOUNT HELD BEFORE IT, AND
      *      CARRY THAT FORWARD AS THE OPENING LINE.
       0310-OPEN-ACCOUNT       SECTION.
            MOVE LNK-LEDG-BALANCE TO WRK-RUN-BALANCE.
            MOVE LNK-LEDG-CREDIT  TO WRK-RUN-CREDIT.
            MOVE LNK-LEDG-POINTS  TO WRK-RUN-POINTS.
            EVALUATE TRUE
              WHEN LNK-LEDG-BALANCE-MOVE
                SUBTRACT LNK-LEDG-AMOUNT FROM WRK-RUN-BALANCE
              WHEN LNK-LEDG-CREDIT-MOVE
                SUBTRACT LNK-LEDG-AMOUNT FROM WRK-RUN-CREDIT
              WHEN LNK-LEDG-POINTS-MOVE
                SUBTRACT LNK-LEDG-AMOUNT FROM WRK-RUN-POINTS
            END-EVALUATE.
            MOVE 1 TO WRK-LAST-SEQ.
            MOVE WRK-DATE TO WRK-OPEN-DATE.

            MOVE LNK-LEDG-CUSTOMER TO LEDG-CUSTOMER.
            MOVE ZEROS TO LEDG-SEQ.
            PERFORM 0330-FILL-HEADER.
            WRITE CUSTLEDG-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO LNK-LEDG-RESULT
            END-WRITE.

            IF LNK-LEDG-RESULT = "Y"
                MOVE LNK-LEDG-CUSTOMER TO LEDG-CUSTOMER
                MOVE 1 TO LEDG-SEQ
                MOVE SPACES TO LEDG-ENTRY
                MOVE WRK-DATE       TO LEDG-DATE
                MOVE WRK-TIME(1:6)  TO LEDG-TIME
                MOVE "O"            TO LEDG-FIELD
                MOVE ZEROS          TO LEDG-AMOUNT
                MOVE "OPENING"      TO LEDG-REASON
                MOVE LNK-LEDG-PROGRAM  TO LEDG-PROGRAM
                MOVE WRK-OPERATOR      TO LEDG-OPERATOR
                MOVE WRK-RUN-BALANCE TO LEDG-RUN-BALANCE
                MOVE WRK-RUN-CREDIT  TO LEDG-RUN-CREDIT
                MOVE WRK-RUN-POINTS  TO LEDG-RUN-POINTS
                WRITE CUSTLEDG-REG
            END-IF.

       0320-WRITE-MOVEMENT     SECTION.
            EVALUATE TRUE
              WHEN LNK-LEDG-BALANCE-MOVE
                ADD LNK-LEDG-AMOUNT TO WRK-RUN-BALANCE
              WHEN LNK-LEDG-CREDIT-MOVE
                ADD LNK-LEDG-AMOUNT TO WRK-RUN-CREDIT
              WHEN LNK-LEDG-POINTS-MOVE
                ADD LNK-LEDG-AMOUNT TO WRK-RUN-POINTS
            END-EVALUATE.
            ADD 1 TO WRK-LAST-SEQ.

            MOVE LNK-LEDG-CUSTOMER TO LEDG-CUSTOMER.
            MOVE WRK-LAST-SEQ      TO LEDG-SEQ.
            MOVE SPACES TO LEDG-ENTRY.
            MOVE WRK-DATE          TO LEDG-DATE.
            MOVE WRK-TIME(1:6)     TO LEDG-TIME.
            MOVE LNK-LEDG-FIELD    TO LEDG-FIELD.
            MOVE LNK-LEDG-AMOUNT   TO LEDG-AMOUNT.
            MOVE LNK-LEDG-REASON   TO LEDG-REASON.
            MOVE LNK-LEDG-REFERENCE TO LEDG-REFERENCE.
            MOVE LNK-LEDG-PROGRAM  TO LEDG-PROGRAM.
            MOVE WRK-OPERATOR      TO LEDG-OPERATOR.
            MOVE WRK-RUN-BALANCE   TO LEDG-RUN-BALANCE.
            MOVE WRK-RUN-CREDIT    TO LEDG-RUN-CREDIT.
            MOVE WRK-RUN-POINTS    TO LEDG-RUN-POINTS.
            WRITE CUSTLEDG-REG
               INVALID KEY
                   MOVE "N" TO LNK-LEDG-RESULT
            END-WRITE.

            IF LNK-LEDG-RESULT = "Y"
                MOVE LNK-LEDG-CUSTOMER TO LEDG-CUSTOMER
                MOVE ZEROS TO LEDG-SEQ
                PERFORM 0330-FILL-HEADER
                REWRITE CUSTLEDG-REG
            END-IF.

       0330-FILL-HEADER        SECTION.
            MOVE SPACES TO LEDG-ENTRY.
            MOVE WRK-LAST-SEQ    TO LEDG-LAST-SEQ.
            MOVE WRK-OPEN-DATE   TO LEDG-OPEN-DATE.
            MOVE WRK-RUN-BALANCE TO LEDG-RUN-BALANCE.
            MOVE WRK-RUN-CREDIT  TO LEDG-RUN-CREDIT.
            MOVE WRK-RUN-POINTS  TO LEDG-RUN-POINTS.
