            FILE STATUS IS RENTALS-STATUS
            RECORD KEY IS RENTAL-KEY
            ALTERNATE RECORD KEY IS RENTAL-MOVIES-KEY
               WITH DUPLICATES
            ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-KEY
               WITH DUPLICATES.

      *      SELECT PAYMENTS ASSIGN TO "./Data/PAYMENTS.TXT"
            05 RENTAL-STORE          PIC X(003).

      *---------------------------- PAYMENTS FILE INPUT
      *      ONLY THE DATE, THE AMOUNT, THE TAX COLUMN AND THE SIGN
      *      MATTER HERE - THE TAX COLLECTED ON THE DAY AND THE VOIDS
      *      TAKEN BACK ARE SEALED INTO THE CLOSE RECORD.
       FD PAYMENTS.
       01 PAYMENTS-REG.
            05 PAY-DATE              PIC 9(008).
            05 FILLER                PIC X(030).
            05 PAY-AMOUNT            PIC 9(003)V99.
            05 FILLER                PIC X(019).
            05 PAY-TAX-X             PIC X(005).
            05 PAY-TAX REDEFINES PAY-TAX-X
                                     PIC 9(003)V99.
            05 FILLER                PIC X(016).
            05 PAY-STORE             PIC X(003).
            05 FILLER                PIC X(001).
            05 PAY-SIGN              PIC X(001).
                88 PAY-REVERSAL              VALUE "-".
            05 FILLER                PIC X(012).

      *---------------------------- DAY CLOSE CONTROL FILE
       FD DAYCLOSE-FILE.
            05 CLOSE-FEES            PIC 9(007)V99.
            05 CLOSE-RUN-TIME        PIC 9(006).
            05 CLOSE-TAX             PIC 9(007)V99.
            05 CLOSE-VOIDS           PIC 9(005).
            05 CLOSE-VOID-AMOUNT     PIC 9(007)V99.

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
               "FEES ASSESSED".
            05 WRK-MSG-TAX           PIC X(040) VALUE
               "TAX COLLECTED".
            05 WRK-MSG-VOIDS         PIC X(040) VALUE
               "VOID ROWS".
            05 WRK-MSG-VOIDAMT       PIC X(040) VALUE
               "VOIDED AMOUNT".
            05 WRK-MSG-STOREVIEW     PIC X(040) VALUE
               "STORE VIEW ONLY - NO CLOSE WRITTEN".

       0310-BUILD-CLOSE        SECTION.
            MOVE WRK-CLOSE-DATE TO CLOSE-DATE.
            MOVE ZEROS TO CLOSE-INSERTS CLOSE-UPDATES CLOSE-DELETES
               CLOSE-CHECKOUTS CLOSE-CHECKINS CLOSE-FEES CLOSE-TAX
               CLOSE-VOIDS CLOSE-VOID-AMOUNT.
            ACCEPT CLOSE-RUN-TIME FROM TIME.

            PERFORM 0320-TALLY-AUDIT.
            END-PERFORM.

      *      ROWS WRITTEN BEFORE THE TAX COLUMN EXISTED CARRY SPACES
      *      THERE AND ARE SKIPPED. A REVERSAL ROW FROM A POST-VOID
      *      TAKES ITS TAX BACK OFF AND IS COUNTED ON THE VOID LINE.
       0335-TALLY-TAX          SECTION.
            IF PAYMENTS-STATUS NOT EQUAL ZEROS
                MOVE 10 TO PAYMENTS-STATUS
                      MOVE 10 TO PAYMENTS-STATUS
                  NOT AT END
                      IF PAY-DATE = WRK-CLOSE-DATE
                            AND (WRK-STORE-FILTER = SPACES
                               OR PAY-STORE = WRK-STORE-FILTER)
                          PERFORM 0337-TALLY-TAX-ROW
                      END-IF
               END-READ
            END-PERFORM.

       0337-TALLY-TAX-ROW      SECTION.
            IF PAY-REVERSAL
                ADD 1 TO CLOSE-VOIDS
                ADD PAY-AMOUNT TO CLOSE-VOID-AMOUNT
                IF PAY-TAX-X IS NUMERIC
                    SUBTRACT PAY-TAX FROM CLOSE-TAX
                END-IF
            ELSE
                IF PAY-TAX-X IS NUMERIC
                    ADD PAY-TAX TO CLOSE-TAX
                END-IF
            END-IF.

       0340-WRITE-CLOSE        SECTION.
            WRITE CLOSE-REG
               INVALID KEY
            DISPLAY WRK-MSG-TAX       LINE WRK-LINE COLUMN 10.
            DISPLAY CLOSE-TAX         LINE WRK-LINE COLUMN 28.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-VOIDS     LINE WRK-LINE COLUMN 10.
            DISPLAY CLOSE-VOIDS       LINE WRK-LINE COLUMN 28.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-VOIDAMT   LINE WRK-LINE COLUMN 10.
            DISPLAY CLOSE-VOID-AMOUNT LINE WRK-LINE COLUMN 28.

            ADD 1 TO WRK-LINE.
            IF WRK-STORE-FILTER = SPACES
                MOVE WRK-MSG-CLOSED TO WRK-ERROR-MSG
