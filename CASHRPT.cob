
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      PAYMENTS.TXT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      PAYMENTSTXT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT PAYMENTS ASSIGN TO WRK-PAYMENTS-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAYMENTS-STATUS.

      *      CASHRPT.TXT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      CASHRPTTXT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT CASH-REPORT ASSIGN TO WRK-CASHRPT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CASH-REPORT-STATUS.

                88 PAY-GIFT-SALE             VALUE "G".
                88 PAY-COMP                  VALUE "M".
                88 PAY-DAMAGE                VALUE "D".
                88 PAY-SUBSCRIPTION          VALUE "S".
                88 PAY-COPY-SALE             VALUE "U".
            05 FILLER                PIC X(001).
            05 PAY-TYPE              PIC X(001).
                88 PAY-CASH                  VALUE "C".
                                     PIC 9(003)V99.
            05 FILLER                PIC X(016).
            05 PAY-STORE             PIC X(003).
            05 FILLER                PIC X(001).
      *      "-" MARKS THE REVERSAL ROW A POST-VOID WRITES - IT IS
      *      SUBTRACTED UNDER THE SAME TENDER AND CATEGORY.
            05 PAY-SIGN              PIC X(001).
                88 PAY-REVERSAL              VALUE "-".
            05 FILLER                PIC X(012).

      *---------------------------- CASH REPORT OUTPUT
       FD CASH-REPORT.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "CASHRPT".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "CASHRPT".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE SPACES.
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-NOPAYMENTS    PIC X(040) VALUE
               "NO PAYMENTS ON FILE FOR THAT DATE".
               "COMP VALUE (NO CASH)".
            05 WRK-MSG-DMGTOTAL      PIC X(040) VALUE
               "DAMAGE BILLINGS".
            05 WRK-MSG-SUBTOTAL      PIC X(040) VALUE
               "SUBSCRIPTIONS BILLED".
            05 WRK-MSG-CSALETOTAL    PIC X(040) VALUE
               "USED COPY SALES".
            05 WRK-MSG-VOIDTOTAL     PIC X(040) VALUE
               "VOIDS (NETTED ABOVE)".

      *---------------------------- FILE
       77 PAYMENTS-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-PAYMENTS-PATH          PIC X(060) VALUE SPACES.
       77 CASH-REPORT-STATUS         PIC 9(002) VALUE ZEROS.
       77 WRK-CASHRPT-PATH           PIC X(060) VALUE SPACES.

      *---------------------------- RUN CONTROLS
       77 WRK-REPORT-DATE            PIC 9(008) VALUE ZEROS.
       77 WRK-TOT-TAX                PIC 9(007)V99 VALUE ZEROS.
       77 WRK-TOT-COMP               PIC 9(007)V99 VALUE ZEROS.
       77 WRK-TOT-DAMAGE             PIC 9(007)V99 VALUE ZEROS.
       77 WRK-TOT-SUBSCR             PIC 9(007)V99 VALUE ZEROS.
       77 WRK-TOT-COPYSALE           PIC 9(007)V99 VALUE ZEROS.
       77 WRK-TOT-VOID               PIC 9(007)V99 VALUE ZEROS.

      *---------------------------- ROW BEING TALLIED
      *      THE ROW'S AMOUNT AND TAX, NEGATIVE ON A REVERSAL ROW.
       77 WRK-ROW-AMOUNT             PIC S9(003)V99 VALUE ZEROS.
       77 WRK-ROW-TAX                PIC S9(003)V99 VALUE ZEROS.

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
            PERFORM 0400-FINALIZE.
            GOBACK.

       0195-SET-FILE-PATHS     SECTION.
            MOVE SPACES TO WRK-CASHRPT-PATH.
            ACCEPT WRK-CASHRPT-PATH FROM ENVIRONMENT "CASHRPTTXT".
            IF WRK-CASHRPT-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\CASHRPT.TXT"
                   TO WRK-CASHRPT-PATH
            END-IF.

            MOVE SPACES TO WRK-PAYMENTS-PATH.
            ACCEPT WRK-PAYMENTS-PATH FROM ENVIRONMENT "PAYMENTSTXT".
            IF WRK-PAYMENTS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\PAYMENTS.TXT"
                   TO WRK-PAYMENTS-PATH
            END-IF.

       0200-INITIALIZE         SECTION.
            PERFORM 0195-SET-FILE-PATHS.
            OPEN INPUT PAYMENTS.
            IF PAYMENTS-STATUS NOT EQUAL ZEROS
                MOVE WRK-MSG-OPEN TO WRK-ERROR-MSG
               WRK-TOT-BALPAY WRK-TOT-WRITEOFF WRK-TOT-DEPOSIT
               WRK-TOT-CREDIT WRK-TOT-POINTS WRK-TOT-GIFTSALE
               WRK-TOT-GIFTRED WRK-TOT-TAX WRK-TOT-COMP
               WRK-TOT-DAMAGE WRK-TOT-SUBSCR WRK-TOT-VOID
               WRK-TOT-COPYSALE WRK-REPORT-DATE.
            MOVE SPACES TO WRK-STORE-FILTER.

            DISPLAY CLEANER-SCREEN.
      *      LINE AND KEPT OUT OF THE CASH AND DRAWER FIGURES.
       0320-TALLY-ONE          SECTION.
            ADD 1 TO WRK-PAYMENT-QTY.
            MOVE PAY-AMOUNT TO WRK-ROW-AMOUNT.
            MOVE ZEROS TO WRK-ROW-TAX.
            IF PAY-TAX-X IS NUMERIC
                MOVE PAY-TAX TO WRK-ROW-TAX
            END-IF.
            IF PAY-REVERSAL
                ADD PAY-AMOUNT TO WRK-TOT-VOID
                COMPUTE WRK-ROW-AMOUNT = 0 - PAY-AMOUNT
                COMPUTE WRK-ROW-TAX = 0 - WRK-ROW-TAX
            END-IF.
            EVALUATE TRUE
              WHEN PAY-WRITE-OFF
                ADD WRK-ROW-AMOUNT TO WRK-TOT-WRITEOFF
      *       POINTS AND COMP ROWS ALSO RIDE TYPE K - THEY STAY OUT
      *       OF THE DRAWER BUT BELONG ON THEIR OWN LINES BELOW,
      *       NOT ON THE CREDIT-APPLIED LINE.
                CONTINUE
              WHEN PAY-CREDIT AND PAY-COMP
                CONTINUE
      *       SO DOES A LOST TAPE'S REPLACEMENT BILLED TO THE
      *       ACCOUNT (AND ITS REVERSAL WHEN THE TAPE COMES BACK) -
      *       IT IS DAMAGE INCOME, NOT CREDIT SPENT.
              WHEN PAY-CREDIT AND PAY-DAMAGE
                CONTINUE
      *       AND A MONTHLY PLAN FEE PUT ON THE ACCOUNT - THE ROW
      *       BILLS THE CUSTOMER, IT SPENDS NO CREDIT.
              WHEN PAY-CREDIT AND PAY-SUBSCRIPTION
                CONTINUE
      *       A TYPE-K ROW IS A CHARGE PAID FROM CREDIT ON DEPOSIT -
      *       THE CASH CAME IN WHEN THE DEPOSIT WAS TAKEN, SO IT
      *       STAYS OUT OF THE DRAWER FIGURES TOO.
              WHEN PAY-CREDIT
                ADD WRK-ROW-AMOUNT TO WRK-TOT-CREDIT
      *       A GIFT-TENDERED ROW WAS PAID FOR WHEN THE CERT WAS
      *       SOLD - NO NEW MONEY ENTERS THE DRAWER AT REDEMPTION.
              WHEN PAY-GIFT-TENDER
                ADD WRK-ROW-AMOUNT TO WRK-TOT-GIFTRED
              WHEN OTHER
                ADD WRK-ROW-AMOUNT TO WRK-TOT-DRAWER
                IF PAY-CASH
                    ADD WRK-ROW-AMOUNT TO WRK-TOT-CASH
                ELSE
                    ADD WRK-ROW-AMOUNT TO WRK-TOT-OTHER
                END-IF
            END-EVALUATE.
            IF PAY-ON-ACCOUNT
                ADD WRK-ROW-AMOUNT TO WRK-TOT-DEPOSIT
            END-IF.
            IF PAY-POINTS
                ADD WRK-ROW-AMOUNT TO WRK-TOT-POINTS
            END-IF.
            IF PAY-GIFT-SALE
                ADD WRK-ROW-AMOUNT TO WRK-TOT-GIFTSALE
            END-IF.
            IF PAY-TAX-X IS NUMERIC
                ADD WRK-ROW-TAX TO WRK-TOT-TAX
            END-IF.
            IF PAY-COMP
                ADD WRK-ROW-AMOUNT TO WRK-TOT-COMP
            END-IF.
            IF PAY-DAMAGE
                ADD WRK-ROW-AMOUNT TO WRK-TOT-DAMAGE
            END-IF.
            IF PAY-SUBSCRIPTION
                ADD WRK-ROW-AMOUNT TO WRK-TOT-SUBSCR
            END-IF.
            IF PAY-COPY-SALE
                ADD WRK-ROW-AMOUNT TO WRK-TOT-COPYSALE
            END-IF.
            IF PAY-RENTAL-INCOME
                ADD WRK-ROW-AMOUNT TO WRK-TOT-RENTAL
            END-IF.
            IF PAY-LATE-FEE
                ADD WRK-ROW-AMOUNT TO WRK-TOT-LATE
            END-IF.
            IF PAY-BALANCE
                ADD WRK-ROW-AMOUNT TO WRK-TOT-BALPAY
            END-IF.

       0330-WRITE-REPORT       SECTION.
            MOVE WRK-TOT-DAMAGE      TO CASH-REPORT-DATA(022:09).
            WRITE CASH-REPORT-REG.

            MOVE SPACES TO CASH-REPORT-REG.
            MOVE WRK-MSG-SUBTOTAL    TO CASH-REPORT-DATA(001:20).
            MOVE WRK-TOT-SUBSCR      TO CASH-REPORT-DATA(022:09).
            WRITE CASH-REPORT-REG.

            MOVE SPACES TO CASH-REPORT-REG.
            MOVE WRK-MSG-CSALETOTAL  TO CASH-REPORT-DATA(001:20).
            MOVE WRK-TOT-COPYSALE    TO CASH-REPORT-DATA(022:09).
            WRITE CASH-REPORT-REG.

            MOVE SPACES TO CASH-REPORT-REG.
            MOVE WRK-MSG-WOFFTOTAL   TO CASH-REPORT-DATA(001:20).
            MOVE WRK-TOT-WRITEOFF    TO CASH-REPORT-DATA(022:09).
            WRITE CASH-REPORT-REG.

            MOVE SPACES TO CASH-REPORT-REG.
            MOVE WRK-MSG-VOIDTOTAL   TO CASH-REPORT-DATA(001:20).
            MOVE WRK-TOT-VOID        TO CASH-REPORT-DATA(022:09).
            WRITE CASH-REPORT-REG.

            MOVE SPACES TO CASH-REPORT-REG.
            MOVE WRK-MSG-DRAWERTOTAL TO CASH-REPORT-DATA(001:20).
            MOVE WRK-TOT-DRAWER      TO CASH-REPORT-DATA(022:09).
            DISPLAY WRK-MSG-DMGTOTAL    LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-TOT-DAMAGE      LINE WRK-LINE COLUMN 28.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-SUBTOTAL    LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-TOT-SUBSCR      LINE WRK-LINE COLUMN 28.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-CSALETOTAL  LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-TOT-COPYSALE    LINE WRK-LINE COLUMN 28.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-WOFFTOTAL   LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-TOT-WRITEOFF    LINE WRK-LINE COLUMN 28.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-VOIDTOTAL   LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-TOT-VOID        LINE WRK-LINE COLUMN 28.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-DRAWERTOTAL LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-TOT-DRAWER      LINE WRK-LINE COLUMN 28.
       0400-FINALIZE           SECTION.
            CLOSE PAYMENTS.
            CLOSE CASH-REPORT.
            MOVE WRK-CASHRPT-PATH TO WRK-RPTFILE-SOURCE.
            MOVE SPACES TO WRK-RPTFILE-PARMS.
            STRING "DATE " DELIMITED BY SIZE
                   WRK-REPORT-DATE DELIMITED BY SIZE
                   " STORE " DELIMITED BY SIZE
                   WRK-STORE-FILTER DELIMITED BY SIZE
                   INTO WRK-RPTFILE-PARMS
            END-STRING.
            CALL "RPTFILE" USING WRK-RPTFILE-REC.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
