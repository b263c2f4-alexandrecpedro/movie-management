       IDENTIFICATION          DIVISION.
       PROGRAM-ID. WINRESP.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: WIN-BACK CAMPAIGN RESPONSE REPORT - FOR ONE CAMPAIGN
      *          CODE ON WINBACK.TXT, WALK RENTALS.DAT AND THE
      *          ARCHIVE FOR CHECK-OUTS INSIDE THE CAMPAIGN WINDOW BY
      *          THE SELECTED CUSTOMERS AND REPORT HOW MANY CAME BACK,
      *          HOW MANY USED THE CODE, THE RENTAL REVENUE THEY
      *          BROUGHT IN AND THE DISCOUNT THE CODE COST US. RUN
      *          AFTER THE WINDOW CLOSES - A RUN INSIDE THE WINDOW IS
      *          MARKED AS FIGURES SO FAR.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      SELECT WINBACK ASSIGN TO "./Data/WINBACK.TXT"
            SELECT WINBACK ASSIGN TO
              "C:\Cobol\Project\Data\WINBACK.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WINBACK-STATUS.

      *      RENTALS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      RENTALSDAT - SEE 0195-SET-RENTALS-PATH FOR THE DEFAULT
            SELECT RENTALS ASSIGN TO WRK-RENTALS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS RENTALS-STATUS
            RECORD KEY IS RENTAL-KEY
            ALTERNATE RECORD KEY IS RENTAL-MOVIES-KEY
               WITH DUPLICATES
            ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-KEY
               WITH DUPLICATES.

      *      SELECT RENTALS-HIST ASSIGN TO
      *        "./Data/RENTALS_HIST.DAT"
            SELECT RENTALS-HIST ASSIGN TO
              "C:\Cobol\Project\Data\RENTALS_HIST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS HIST-STATUS
            RECORD KEY IS HIST-KEY
            ALTERNATE RECORD KEY IS HIST-CUSTOMER-KEY
               WITH DUPLICATES.

      *      SELECT WIN-REPORT ASSIGN TO "./Data/WINRESP.TXT"
            SELECT WIN-REPORT ASSIGN TO
              "C:\Cobol\Project\Data\WINRESP.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WIN-REPORT-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- WIN-BACK CAMPAIGN LIST
       FD WINBACK.
       01 WINBACK-REG.
            05 WB-CODE               PIC X(008).
            05 FILLER                PIC X(001).
            05 WB-CUSTOMER           PIC 9(005).
            05 FILLER                PIC X(001).
            05 WB-GENRE              PIC X(008).
            05 FILLER                PIC X(001).
            05 WB-LAST-DATE          PIC 9(008).
            05 FILLER                PIC X(001).
            05 WB-START              PIC 9(008).
            05 FILLER                PIC X(001).
            05 WB-END                PIC 9(008).

      *---------------------------- RENTAL FILE DESCRIPTION
       FD RENTALS.
       01 RENTALS-REG.
            05 RENTAL-KEY            PIC 9(005).
            05 RENTAL-MOVIES-KEY     PIC 9(005).
            05 RENTAL-CUSTOMER-KEY   PIC 9(005).
            05 RENTAL-CHECKOUT-DATE  PIC 9(008).
            05 RENTAL-DUE-DATE       PIC 9(008).
            05 RENTAL-RETURN-DATE    PIC 9(008).
            05 RENTAL-LATE-FEE       PIC 9(003)V99.
            05 RENTAL-STATUS-FLAG    PIC X(001).
            05 RENTAL-COPY-NUMBER    PIC 9(002).
            05 RENTAL-CHARGED-PRICE  PIC 9(003)V99.
            05 RENTAL-PRICE-RULE     PIC X(008).
            05 RENTAL-PROMO-CODE     PIC X(008).
            05 RENTAL-DISCOUNT       PIC 9(003)V99.
            05 RENTAL-RENEWALS       PIC 9(002).
            05 RENTAL-STORE          PIC X(003).

      *---------------------------- RENTAL ARCHIVE DESCRIPTION
       FD RENTALS-HIST.
       01 HIST-REG.
            05 HIST-KEY              PIC 9(005).
            05 HIST-MOVIES-KEY       PIC 9(005).
            05 HIST-CUSTOMER-KEY     PIC 9(005).
            05 HIST-CHECKOUT-DATE    PIC 9(008).
            05 HIST-DUE-DATE         PIC 9(008).
            05 HIST-RETURN-DATE      PIC 9(008).
            05 HIST-LATE-FEE         PIC 9(003)V99.
            05 HIST-STATUS-FLAG      PIC X(001).
            05 HIST-COPY-NUMBER      PIC 9(002).
            05 HIST-CHARGED-PRICE    PIC 9(003)V99.
            05 HIST-PRICE-RULE       PIC X(008).
            05 HIST-PROMO-CODE       PIC X(008).
            05 HIST-DISCOUNT         PIC 9(003)V99.
            05 HIST-RENEWALS         PIC 9(002).
            05 HIST-STORE            PIC X(003).

      *---------------------------- REPORT OUTPUT
       FD WIN-REPORT.
       01 WIN-REPORT-REG.
            05 WIN-REPORT-DATA       PIC X(080).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                    PIC X(001).
       77 WRK-CODE-ENTRY             PIC X(008) VALUE SPACES.

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                   PIC 9(002) VALUE 01.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG              PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "WINRESP".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "WINRESP".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\WINRESP.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-NOCAMPAIGN    PIC X(040) VALUE
               "CAMPAIGN CODE NOT ON WINBACK.TXT".
            05 WRK-MSG-NORENTALS     PIC X(040) VALUE
               "ERROR OPENING RENTALS FILE".
            05 WRK-MSG-LISTFULL      PIC X(040) VALUE
               "LIST TRUNCATED AT 999 CUSTOMERS".
            05 WRK-MSG-PRESSKEY      PIC X(040) VALUE
               "PRESS ANY KEY".

      *---------------------------- FILE
       77 WINBACK-STATUS             PIC 9(002) VALUE ZEROS.
       77 RENTALS-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-RENTALS-PATH           PIC X(060) VALUE SPACES.
       77 HIST-STATUS                PIC 9(002) VALUE ZEROS.
       77 WRK-HIST-AVAIL-FLAG        PIC X(001) VALUE "N".
       77 WIN-REPORT-STATUS          PIC 9(002) VALUE ZEROS.

      *---------------------------- RUN CONTROLS
       77 WRK-RUN-DATE               PIC 9(008) VALUE ZEROS.
       77 WRK-START-DATE             PIC 9(008) VALUE ZEROS.
       77 WRK-END-DATE               PIC 9(008) VALUE ZEROS.

      *---------------------------- ONE RENTAL, LIVE OR ARCHIVED
       77 WRK-R-CUSTOMER             PIC 9(005) VALUE ZEROS.
       77 WRK-R-CHECKOUT             PIC 9(008) VALUE ZEROS.
       77 WRK-R-PRICE                PIC 9(003)V99 VALUE ZEROS.
       77 WRK-R-PROMO                PIC X(008) VALUE SPACES.
       77 WRK-R-DISCOUNT             PIC 9(003)V99 VALUE ZEROS.

      *---------------------------- TOTALS
       77 WRK-SELECTED-QTY           PIC 9(005) VALUE ZEROS.
       77 WRK-BACK-QTY               PIC 9(005) VALUE ZEROS.
       77 WRK-USED-QTY               PIC 9(005) VALUE ZEROS.
       77 WRK-RENT-QTY               PIC 9(005) VALUE ZEROS.
       77 WRK-REVENUE                PIC 9(007)V99 VALUE ZEROS.
       77 WRK-COST                   PIC 9(007)V99 VALUE ZEROS.
       77 WRK-NET                    PIC S9(007)V99 VALUE ZEROS.
       77 WRK-EDIT-AMOUNT            PIC ZZZZZZ9,99.
       77 WRK-EDIT-SIGNED            PIC -ZZZZZZ9,99.

      *---------------------------- SELECTED CUSTOMER TABLE
       77 WRK-SEL-MAX                PIC 9(003) VALUE 999.
       77 WRK-SEL-IDX                PIC 9(004) VALUE ZEROS.
       77 WRK-SEL-HIT                PIC 9(004) VALUE ZEROS.
       77 WRK-LIST-FULL-FLAG         PIC X(001) VALUE "N".
       01 WRK-SEL-TABLE.
            05 WRK-SEL-ENTRY OCCURS 999 TIMES.
                10 WRK-SEL-CUSTOMER  PIC 9(005).
                10 WRK-SEL-GENRE     PIC X(008).
                10 WRK-SEL-LAST      PIC 9(008).
                10 WRK-SEL-RENTALS   PIC 9(003).
                10 WRK-SEL-REVENUE   PIC 9(005)V99.
                10 WRK-SEL-USED      PIC X(001).

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-TITLE.
            05 LNK-SCREEN-TITLE      PIC X(020).
            05 LNK-MODULE-TITLE      PIC X(026).

       SCREEN                  SECTION.
      *---------------------------- ERROR SCREEN
       01 ERROR-SCREEN.
            05 MSG-ERROR.
                10 LINE 18 COLUMN 01 ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 18 COLUMN 10 PIC X(040)
                   BACKGROUND-COLOR 3
                   USING WRK-ERROR-MSG.
                10 COLUMN PLUS 2     PIC X(001)
                   BACKGROUND-COLOR 3
                   USING WRK-KEY.

      *---------------------------- CAMPAIGN CODE ENTRY SCREEN
       01 WR-CODE-SCREEN.
            05 WR-CODE-DATA FOREGROUND-COLOR 2.
                10 LINE 08 COLUMN 10 VALUE "CAMPAIGN CODE: ".
                10 COLUMN PLUS 2     PIC X(008) USING WRK-CODE-ENTRY.

      *---------------------------- SCREEN LAYOUT
       01 CLEANER-SCREEN.
            05 CLEAN-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01  PIC X(020) ERASE EOL
                    BACKGROUND-COLOR 3.
               10 LINE 01 COLUMN 15  PIC X(020)
                    BACKGROUND-COLOR 3 FOREGROUND-COLOR 0
                    FROM LNK-SCREEN-TITLE.
               10 LINE 02 COLUMN 01  PIC X(025) ERASE EOL
                    BACKGROUND-COLOR 1.
               10 LINE 02 COLUMN 14  PIC X(026)
                    BACKGROUND-COLOR 1 FOREGROUND-COLOR 6
                    FROM LNK-MODULE-TITLE.

       PROCEDURE               DIVISION USING LNK-TITLE.

       0100-MAIN               SECTION.
            PERFORM 0200-INITIALIZE.
            PERFORM 0300-PROCESS.
            PERFORM 0400-FINALIZE.
            GOBACK.

       0195-SET-RENTALS-PATH   SECTION.
            MOVE SPACES TO WRK-RENTALS-PATH.
            ACCEPT WRK-RENTALS-PATH FROM ENVIRONMENT "RENTALSDAT".
            IF WRK-RENTALS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\RENTALS.DAT"
                   TO WRK-RENTALS-PATH
            END-IF.

       0200-INITIALIZE         SECTION.
            PERFORM 0195-SET-RENTALS-PATH.
            OPEN INPUT RENTALS.

      *      THE HISTORY FILE ONLY EXISTS ONCE THE RENTAL ARCHIVE JOB
      *      HAS RUN AT LEAST ONCE.
            OPEN INPUT RENTALS-HIST.
            IF HIST-STATUS = ZEROS
                MOVE "Y" TO WRK-HIST-AVAIL-FLAG
            ELSE
                MOVE "N" TO WRK-HIST-AVAIL-FLAG
            END-IF.

            OPEN OUTPUT WIN-REPORT.

       0300-PROCESS            SECTION.
            MOVE ZEROS TO WRK-SELECTED-QTY WRK-BACK-QTY WRK-USED-QTY
               WRK-RENT-QTY WRK-REVENUE WRK-COST.
            MOVE "N" TO WRK-LIST-FULL-FLAG.
            ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
            DISPLAY CLEANER-SCREEN.

            DISPLAY WR-CODE-SCREEN.
            ACCEPT WR-CODE-DATA.
            PERFORM 0310-LOAD-CAMPAIGN.

            IF WRK-SELECTED-QTY = ZEROS
                MOVE WRK-MSG-NOCAMPAIGN TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                IF RENTALS-STATUS NOT = ZEROS
                    MOVE WRK-MSG-NORENTALS TO WRK-ERROR-MSG
                    PERFORM 9000-MANAGE-ERROR
                ELSE
                    PERFORM 0320-SCAN-RENTALS
                    IF WRK-HIST-AVAIL-FLAG = "Y"
                        PERFORM 0325-SCAN-HISTORY
                    END-IF
                    PERFORM 0330-WRITE-REPORT
                    PERFORM 0350-REPORT-STATISTICS
                END-IF
            END-IF.

       0310-LOAD-CAMPAIGN      SECTION.
            OPEN INPUT WINBACK.
            IF WINBACK-STATUS = ZEROS
                PERFORM UNTIL WINBACK-STATUS = 10
                   READ WINBACK
                      AT END
                          MOVE 10 TO WINBACK-STATUS
                      NOT AT END
                          IF WB-CODE = WRK-CODE-ENTRY
                              PERFORM 0315-ADD-SELECTED
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE WINBACK
            END-IF.

       0315-ADD-SELECTED       SECTION.
            IF WRK-SELECTED-QTY < WRK-SEL-MAX
                ADD 1 TO WRK-SELECTED-QTY
                MOVE WB-CUSTOMER  TO WRK-SEL-CUSTOMER(WRK-SELECTED-QTY)
                MOVE WB-GENRE     TO WRK-SEL-GENRE(WRK-SELECTED-QTY)
                MOVE WB-LAST-DATE TO WRK-SEL-LAST(WRK-SELECTED-QTY)
                MOVE ZEROS TO WRK-SEL-RENTALS(WRK-SELECTED-QTY)
                   WRK-SEL-REVENUE(WRK-SELECTED-QTY)
                MOVE "N" TO WRK-SEL-USED(WRK-SELECTED-QTY)
                MOVE WB-START TO WRK-START-DATE
                MOVE WB-END   TO WRK-END-DATE
            ELSE
                IF WRK-LIST-FULL-FLAG = "N"
                    MOVE "Y" TO WRK-LIST-FULL-FLAG
                    MOVE WRK-MSG-LISTFULL TO WRK-ERROR-MSG
                    PERFORM 9000-MANAGE-ERROR
                END-IF
            END-IF.

       0320-SCAN-RENTALS       SECTION.
            PERFORM UNTIL RENTALS-STATUS = 10
               READ RENTALS NEXT
                  AT END
                      MOVE 10 TO RENTALS-STATUS
                  NOT AT END
                      MOVE RENTAL-CUSTOMER-KEY  TO WRK-R-CUSTOMER
                      MOVE RENTAL-CHECKOUT-DATE TO WRK-R-CHECKOUT
                      MOVE RENTAL-CHARGED-PRICE TO WRK-R-PRICE
                      MOVE RENTAL-PROMO-CODE    TO WRK-R-PROMO
                      MOVE RENTAL-DISCOUNT      TO WRK-R-DISCOUNT
                      PERFORM 0328-TALLY-RENTAL
               END-READ
            END-PERFORM.

       0325-SCAN-HISTORY       SECTION.
            PERFORM UNTIL HIST-STATUS = 10
               READ RENTALS-HIST NEXT
                  AT END
                      MOVE 10 TO HIST-STATUS
                  NOT AT END
                      MOVE HIST-CUSTOMER-KEY    TO WRK-R-CUSTOMER
                      MOVE HIST-CHECKOUT-DATE   TO WRK-R-CHECKOUT
                      MOVE HIST-CHARGED-PRICE   TO WRK-R-PRICE
                      MOVE HIST-PROMO-CODE      TO WRK-R-PROMO
                      MOVE HIST-DISCOUNT        TO WRK-R-DISCOUNT
                      PERFORM 0328-TALLY-RENTAL
               END-READ
            END-PERFORM.

      *      REVENUE IS THE RENTAL PRICE ACTUALLY CHARGED (AFTER ANY
      *      DISCOUNT); THE COST IS THE DISCOUNT THE CAMPAIGN CODE
      *      GAVE AWAY.
       0328-TALLY-RENTAL       SECTION.
            IF WRK-R-CHECKOUT >= WRK-START-DATE
                  AND WRK-R-CHECKOUT <= WRK-END-DATE
                MOVE ZEROS TO WRK-SEL-HIT
                PERFORM VARYING WRK-SEL-IDX FROM 1 BY 1
                      UNTIL WRK-SEL-IDX > WRK-SELECTED-QTY
                         OR WRK-SEL-HIT NOT = ZEROS
                   IF WRK-SEL-CUSTOMER(WRK-SEL-IDX) = WRK-R-CUSTOMER
                       MOVE WRK-SEL-IDX TO WRK-SEL-HIT
                   END-IF
                END-PERFORM
                IF WRK-SEL-HIT NOT = ZEROS
                    ADD 1 TO WRK-SEL-RENTALS(WRK-SEL-HIT) WRK-RENT-QTY
                    ADD WRK-R-PRICE TO WRK-SEL-REVENUE(WRK-SEL-HIT)
                       WRK-REVENUE
                    IF WRK-R-PROMO = WRK-CODE-ENTRY
                        MOVE "Y" TO WRK-SEL-USED(WRK-SEL-HIT)
                        ADD WRK-R-DISCOUNT TO WRK-COST
                    END-IF
                END-IF
            END-IF.

       0330-WRITE-REPORT       SECTION.
            MOVE SPACES TO WIN-REPORT-REG.
            STRING "WIN-BACK RESPONSE - " DELIMITED BY SIZE
                   WRK-CODE-ENTRY         DELIMITED BY SIZE
                   " - "                  DELIMITED BY SIZE
                   WRK-RUN-DATE           DELIMITED BY SIZE
                   INTO WIN-REPORT-DATA
            END-STRING.
            WRITE WIN-REPORT-REG.

            MOVE SPACES TO WIN-REPORT-REG.
            STRING "WINDOW " DELIMITED BY SIZE
                   WRK-START-DATE DELIMITED BY SIZE
                   " TO "    DELIMITED BY SIZE
                   WRK-END-DATE   DELIMITED BY SIZE
                   INTO WIN-REPORT-DATA
            END-STRING.
            IF WRK-RUN-DATE NOT > WRK-END-DATE
                MOVE "- STILL OPEN, FIGURES SO FAR"
                   TO WIN-REPORT-DATA(32:28)
            END-IF.
            WRITE WIN-REPORT-REG.

            MOVE SPACES TO WIN-REPORT-REG.
            MOVE "----------------------------" TO WIN-REPORT-DATA.
            WRITE WIN-REPORT-REG.

            MOVE SPACES TO WIN-REPORT-REG.
            MOVE "CUST"     TO WIN-REPORT-DATA(001:04).
            MOVE "GENRE"    TO WIN-REPORT-DATA(008:05).
            MOVE "LAST OUT" TO WIN-REPORT-DATA(018:08).
            MOVE "RENT"     TO WIN-REPORT-DATA(028:04).
            MOVE "REVENUE"  TO WIN-REPORT-DATA(036:07).
            MOVE "CODE"     TO WIN-REPORT-DATA(045:04).
            WRITE WIN-REPORT-REG.

            PERFORM VARYING WRK-SEL-IDX FROM 1 BY 1
                  UNTIL WRK-SEL-IDX > WRK-SELECTED-QTY
               MOVE SPACES TO WIN-REPORT-REG
               MOVE WRK-SEL-CUSTOMER(WRK-SEL-IDX)
                  TO WIN-REPORT-DATA(001:05)
               MOVE WRK-SEL-GENRE(WRK-SEL-IDX)
                  TO WIN-REPORT-DATA(008:08)
               MOVE WRK-SEL-LAST(WRK-SEL-IDX)
                  TO WIN-REPORT-DATA(018:08)
               MOVE WRK-SEL-RENTALS(WRK-SEL-IDX)
                  TO WIN-REPORT-DATA(029:03)
               MOVE WRK-SEL-REVENUE(WRK-SEL-IDX) TO WRK-EDIT-AMOUNT
               MOVE WRK-EDIT-AMOUNT TO WIN-REPORT-DATA(033:10)
               MOVE WRK-SEL-USED(WRK-SEL-IDX)
                  TO WIN-REPORT-DATA(046:01)
               WRITE WIN-REPORT-REG
               IF WRK-SEL-RENTALS(WRK-SEL-IDX) > ZEROS
                   ADD 1 TO WRK-BACK-QTY
               END-IF
               IF WRK-SEL-USED(WRK-SEL-IDX) = "Y"
                   ADD 1 TO WRK-USED-QTY
               END-IF
            END-PERFORM.

            MOVE SPACES TO WIN-REPORT-REG.
            MOVE "----------------------------" TO WIN-REPORT-DATA.
            WRITE WIN-REPORT-REG.

            MOVE SPACES TO WIN-REPORT-REG.
            MOVE "CUSTOMERS SELECTED"  TO WIN-REPORT-DATA(001:20).
            MOVE WRK-SELECTED-QTY      TO WIN-REPORT-DATA(027:05).
            WRITE WIN-REPORT-REG.

            MOVE SPACES TO WIN-REPORT-REG.
            MOVE "CAME BACK"           TO WIN-REPORT-DATA(001:20).
            MOVE WRK-BACK-QTY          TO WIN-REPORT-DATA(027:05).
            WRITE WIN-REPORT-REG.

            MOVE SPACES TO WIN-REPORT-REG.
            MOVE "USED THE CODE"       TO WIN-REPORT-DATA(001:20).
            MOVE WRK-USED-QTY          TO WIN-REPORT-DATA(027:05).
            WRITE WIN-REPORT-REG.

            MOVE SPACES TO WIN-REPORT-REG.
            MOVE "RENTALS IN WINDOW"   TO WIN-REPORT-DATA(001:20).
            MOVE WRK-RENT-QTY          TO WIN-REPORT-DATA(027:05).
            WRITE WIN-REPORT-REG.

            MOVE SPACES TO WIN-REPORT-REG.
            MOVE "RENTAL REVENUE"      TO WIN-REPORT-DATA(001:20).
            MOVE WRK-REVENUE           TO WRK-EDIT-AMOUNT.
            MOVE WRK-EDIT-AMOUNT       TO WIN-REPORT-DATA(022:10).
            WRITE WIN-REPORT-REG.

            MOVE SPACES TO WIN-REPORT-REG.
            MOVE "PROMOTION COST"      TO WIN-REPORT-DATA(001:20).
            MOVE WRK-COST              TO WRK-EDIT-AMOUNT.
            MOVE WRK-EDIT-AMOUNT       TO WIN-REPORT-DATA(022:10).
            WRITE WIN-REPORT-REG.

            COMPUTE WRK-NET = WRK-REVENUE - WRK-COST.
            MOVE SPACES TO WIN-REPORT-REG.
            MOVE "REVENUE LESS COST"   TO WIN-REPORT-DATA(001:20).
            MOVE WRK-NET               TO WRK-EDIT-SIGNED.
            MOVE WRK-EDIT-SIGNED       TO WIN-REPORT-DATA(021:11).
            WRITE WIN-REPORT-REG.

       0350-REPORT-STATISTICS  SECTION.
            MOVE 10 TO WRK-LINE.
            DISPLAY "CUSTOMERS SELECTED" LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-SELECTED-QTY     LINE WRK-LINE COLUMN 30.

            ADD 1 TO WRK-LINE.
            DISPLAY "CAME BACK"          LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-BACK-QTY         LINE WRK-LINE COLUMN 30.

            ADD 1 TO WRK-LINE.
            DISPLAY "USED THE CODE"      LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-USED-QTY         LINE WRK-LINE COLUMN 30.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-PRESSKEY     LINE WRK-LINE COLUMN 10.
            ACCEPT WRK-KEY               LINE WRK-LINE COLUMN 25.
            MOVE SPACES TO WRK-KEY.

       0400-FINALIZE           SECTION.
            CLOSE RENTALS.
            IF WRK-HIST-AVAIL-FLAG = "Y"
                CLOSE RENTALS-HIST
            END-IF.
            CLOSE WIN-REPORT.
            MOVE SPACES TO WRK-RPTFILE-PARMS.
            STRING "CODE " DELIMITED BY SIZE
                   WRK-CODE-ENTRY DELIMITED BY SIZE
                   INTO WRK-RPTFILE-PARMS
            END-STRING.
            CALL "RPTFILE" USING WRK-RPTFILE-REC.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
