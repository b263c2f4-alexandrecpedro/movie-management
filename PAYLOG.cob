      *          CARRIES THE DRAWER SHIFT SESSION IT WAS TAKEN UNDER
      *          (ZERO WHEN NO SHIFT WAS OPEN) SO THE SHIFT CLOSE CAN
      *          RECONCILE THE COUNTED DRAWER AGAINST THESE ROWS.
      *          A VOIDED TRANSACTION IS REVERSED BY A SECOND ROW
      *          CARRYING "-" IN THE SIGN COLUMN - THE READERS
      *          SUBTRACT IT UNDER THE ORIGINAL SHIFT AND CATEGORY.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      PAYMENTS.TXT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      PAYMENTSTXT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT PAYMENTS ASSIGN TO WRK-PAYMENTS-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAYMENTS-STATUS.

      *      MONTHEND.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      MONTHENDDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT MONTHEND ASSIGN TO WRK-MONTHEND-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
       WORKING-STORAGE         SECTION.
      *---------------------------- FILE
       77 PAYMENTS-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-PAYMENTS-PATH          PIC X(060) VALUE SPACES.

       77 MONTHEND-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-MONTHEND-PATH          PIC X(060) VALUE SPACES.
                88 LNK-PAY-GIFT-SALE         VALUE "G".
                88 LNK-PAY-COMP              VALUE "M".
                88 LNK-PAY-DAMAGE            VALUE "D".
                88 LNK-PAY-SUBSCRIPTION      VALUE "S".
                88 LNK-PAY-COPY-SALE         VALUE "U".
            05 LNK-PAY-OPERATOR      PIC X(008).
            05 LNK-PAY-RULE          PIC X(008).
            05 LNK-PAY-SHIFT         PIC 9(005).
      *      ALREADY CLOSED AND LOCKED.
            05 LNK-PAY-RESULT        PIC X(001).
            05 LNK-PAY-STORE         PIC X(003).
      *      "-" = REVERSAL OF AN EARLIER ROW (POST-VOID), SPACE =
      *      ORDINARY POSTING.
            05 LNK-PAY-SIGN          PIC X(001).
                88 LNK-PAY-REVERSAL          VALUE "-".
      *      THE COUNTER RECEIPT NUMBER THE ROW WAS TAKEN UNDER - ONE
      *      NUMBER FOR EVERY ROW OF A TRANSACTION, ZERO WHEN THE ROW
      *      DID NOT COME FROM THE RENTAL COUNTER.
            05 LNK-PAY-RECEIPT       PIC 9(005).
      *      THE GIFT CERTIFICATE SOLD OR TENDERED, ZERO OTHERWISE.
            05 LNK-PAY-CERT          PIC 9(005).

       PROCEDURE               DIVISION USING LNK-PAY-REC.

            PERFORM 0400-FINALIZE.
            GOBACK.

       0195-SET-FILE-PATHS     SECTION.
            MOVE SPACES TO WRK-PAYMENTS-PATH.
            ACCEPT WRK-PAYMENTS-PATH FROM ENVIRONMENT "PAYMENTSTXT".
            IF WRK-PAYMENTS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\PAYMENTS.TXT"
                   TO WRK-PAYMENTS-PATH
            END-IF.

            MOVE SPACES TO WRK-MONTHEND-PATH.
            ACCEPT WRK-MONTHEND-PATH FROM ENVIRONMENT "MONTHENDDAT".
            IF WRK-MONTHEND-PATH = SPACES
      *      NO MONTH-END FILE YET MEANS NO PERIOD HAS EVER BEEN
      *      LOCKED - POSTINGS GO THROUGH AS THEY ALWAYS DID.
       0150-CHECK-PERIOD-LOCK  SECTION.
            PERFORM 0195-SET-FILE-PATHS.
            OPEN INPUT MONTHEND.
            IF MONTHEND-STATUS = ZEROS
                ACCEPT WRK-DATE FROM DATE YYYYMMDD
            MOVE LNK-PAY-SHIFT             TO PAYMENTS-DATA(069:05).
            MOVE LNK-PAY-PROMO             TO PAYMENTS-DATA(075:08).
            MOVE LNK-PAY-STORE             TO PAYMENTS-DATA(084:03).
            IF LNK-PAY-REVERSAL
                MOVE "-"                   TO PAYMENTS-DATA(088:01)
            END-IF.
            MOVE LNK-PAY-RECEIPT           TO PAYMENTS-DATA(090:05).
            MOVE LNK-PAY-CERT              TO PAYMENTS-DATA(096:05).

            WRITE PAYMENTS-REG.

