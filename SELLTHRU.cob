       IDENTIFICATION          DIVISION.
       PROGRAM-ID. SELLTHRU.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: SELL-THROUGH REPORT - ONE LINE PER PREVIOUSLY-VIEWED
      *          COPY SOLD AT THE COUNTER (COPYSALE.DAT), SHOWING THE
      *          SALE PROCEEDS NEXT TO WHAT THE COPY COST, THE BOOK
      *          VALUE WRITTEN OFF WHEN IT LEFT THE REGISTER AND THE
      *          RENTAL REVENUE IT EARNED OVER ITS LIFE - CHARGED
      *          PRICE PLUS LATE FEES ON EVERY RENTAL OF THAT COPY,
      *          OPEN AND ARCHIVED, UP TO THE DAY IT WAS SOLD. NET IS
      *          PROCEEDS PLUS REVENUE LESS COST.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      MOVIES.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      MOVIESDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT MOVIES ASSIGN TO WRK-MOVIES-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS MOVIES-STATUS
            RECORD KEY IS MOVIES-KEY.

      *      COPYSALE.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      COPYSALEDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT COPYSALE ASSIGN TO WRK-COPYSALE-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS COPYSALE-STATUS
            RECORD KEY IS SALE-ID.

      *      RENTALS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      RENTALSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT RENTALS ASSIGN TO WRK-RENTALS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS RENTALS-STATUS
            RECORD KEY IS RENTAL-KEY.

      *      RENTALS_HIST.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      RENTHISTDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT RENTALS-HIST ASSIGN TO WRK-HIST-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS HIST-STATUS
            RECORD KEY IS HIST-KEY.

      *      SELECT SELLTHRU-REPORT ASSIGN TO "./Data/SELLTHRU.TXT"
            SELECT SELLTHRU-REPORT ASSIGN TO
              "C:\Cobol\Project\Data\SELLTHRU.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SELLTHRU-REPORT-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- FILE DESCRIPTION
       FD MOVIES.
       01 MOVIES-REG.
            05 MOVIES-KEY            PIC 9(005).
            05 MOVIES-TITLE          PIC X(050).
            05 MOVIES-GENRE          PIC X(030).
            05 MOVIES-DURATION       PIC 9(003).
            05 MOVIES-DISTRIBUTOR    PIC X(040).
            05 MOVIES-RATING         PIC X(005).
            05 MOVIES-STATUS-FLAG    PIC X(001).
                88 MOVIES-ACTIVE             VALUE "A".
                88 MOVIES-INACTIVE           VALUE "I".
            05 MOVIES-RELEASE-YEAR   PIC 9(004).
            05 MOVIES-RENTAL-PRICE   PIC 9(003)V99.
            05 MOVIES-ENTRY-DATE     PIC 9(008).

      *---------------------------- USED COPY SALES
       FD COPYSALE.
       01 COPYSALE-REG.
            05 SALE-ID.
                10 SALE-MOVIES-KEY   PIC 9(005).
                10 SALE-COPY-NUMBER  PIC 9(002).
            05 SALE-CUSTOMER-KEY     PIC 9(005).
            05 SALE-DATE             PIC 9(008).
            05 SALE-TIME             PIC 9(006).
            05 SALE-PRICE            PIC 9(003)V99.
            05 SALE-TAX              PIC 9(003)V99.
            05 SALE-TENDER           PIC X(001).
            05 SALE-RECEIPT          PIC 9(005).
            05 SALE-OPERATOR         PIC X(008).
            05 SALE-STORE            PIC X(003).
            05 SALE-CLASS            PIC X(003).
            05 SALE-CONDITION        PIC X(001).
            05 SALE-AGE-MONTHS       PIC 9(003).
            05 SALE-COST             PIC 9(005)V99.
            05 SALE-NBV              PIC 9(005)V99.
            05 SALE-RENT-COUNT       PIC 9(005).
            05 FILLER                PIC X(010).

      *---------------------------- RENTAL FILE DESCRIPTION
       FD RENTALS.
       01 RENTALS-REG.
            05 RENTAL-KEY             PIC 9(005).
            05 RENTAL-MOVIES-KEY      PIC 9(005).
            05 RENTAL-CUSTOMER-KEY    PIC 9(005).
            05 RENTAL-CHECKOUT-DATE   PIC 9(008).
            05 RENTAL-DUE-DATE        PIC 9(008).
            05 RENTAL-RETURN-DATE     PIC 9(008).
            05 RENTAL-LATE-FEE        PIC 9(003)V99.
            05 RENTAL-STATUS-FLAG     PIC X(001).
                88 RENTAL-OPEN               VALUE "O".
                88 RENTAL-CLOSED             VALUE "C".
                88 RENTAL-LOST               VALUE "L".
            05 RENTAL-COPY-NUMBER     PIC 9(002).
            05 RENTAL-CHARGED-PRICE   PIC 9(003)V99.
            05 RENTAL-PRICE-RULE      PIC X(008).
            05 RENTAL-PROMO-CODE      PIC X(008).
            05 RENTAL-DISCOUNT        PIC 9(003)V99.
            05 RENTAL-RENEWALS        PIC 9(002).
            05 RENTAL-STORE           PIC X(003).

      *---------------------------- ARCHIVED RENTAL HISTORY
       FD RENTALS-HIST.
       01 HIST-REG.
            05 HIST-KEY               PIC 9(005).
            05 HIST-MOVIES-KEY        PIC 9(005).
            05 HIST-CUSTOMER-KEY      PIC 9(005).
            05 HIST-CHECKOUT-DATE     PIC 9(008).
            05 HIST-DUE-DATE          PIC 9(008).
            05 HIST-RETURN-DATE       PIC 9(008).
            05 HIST-LATE-FEE          PIC 9(003)V99.
            05 HIST-STATUS-FLAG       PIC X(001).
            05 HIST-COPY-NUMBER       PIC 9(002).
            05 HIST-CHARGED-PRICE     PIC 9(003)V99.
            05 HIST-PRICE-RULE        PIC X(008).
            05 HIST-PROMO-CODE        PIC X(008).
            05 HIST-DISCOUNT          PIC 9(003)V99.
            05 HIST-RENEWALS          PIC 9(002).
            05 HIST-STORE             PIC X(003).

      *---------------------------- SELL-THROUGH REPORT OUTPUT
       FD SELLTHRU-REPORT.
       01 SELLTHRU-REPORT-REG.
            05 SELLTHRU-REPORT-DATA  PIC X(090).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                    PIC X(001).

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                   PIC 9(002) VALUE 01.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG              PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "SELLTHRU".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "SELLTHRU".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\SELLTHRU.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-NOSALES       PIC X(040) VALUE
               "NO COPY SALES ON FILE".
            05 WRK-MSG-TABLEFULL     PIC X(040) VALUE
               "TOO MANY SALES - SOME REVENUE NOT SHOWN".
            05 WRK-MSG-PRESSKEY      PIC X(040) VALUE
               "PRESS ANY KEY".
            05 WRK-MSG-SALESREAD     PIC X(040) VALUE
               "COPIES SOLD".
            05 WRK-MSG-PROCEEDS      PIC X(040) VALUE
               "SALE PROCEEDS".
            05 WRK-MSG-REVENUE       PIC X(040) VALUE
               "LIFETIME RENTAL REVENUE".
            05 WRK-MSG-NET           PIC X(040) VALUE
               "NET AGAINST COST".

      *---------------------------- FILE
       77 MOVIES-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-MOVIES-PATH            PIC X(060) VALUE SPACES.
       77 COPYSALE-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-COPYSALE-PATH          PIC X(060) VALUE SPACES.
       77 RENTALS-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-RENTALS-PATH           PIC X(060) VALUE SPACES.
       77 HIST-STATUS                PIC 9(002) VALUE ZEROS.
       77 WRK-HIST-PATH              PIC X(060) VALUE SPACES.
       77 SELLTHRU-REPORT-STATUS     PIC 9(002) VALUE ZEROS.

      *---------------------------- RUN CONTROLS
       77 WRK-RUN-DATE               PIC 9(008) VALUE ZEROS.
       77 WRK-SALE-QTY               PIC 9(005) VALUE ZEROS.
       77 WRK-TOT-PROCEEDS           PIC 9(007)V99 VALUE ZEROS.
       77 WRK-TOT-COST               PIC 9(007)V99 VALUE ZEROS.
       77 WRK-TOT-NBV                PIC 9(007)V99 VALUE ZEROS.
       77 WRK-TOT-REVENUE            PIC 9(007)V99 VALUE ZEROS.
       77 WRK-TOT-NET                PIC S9(007)V99 VALUE ZEROS.
       77 WRK-NET                    PIC S9(007)V99 VALUE ZEROS.
       77 WRK-REVENUE                PIC 9(007)V99 VALUE ZEROS.

      *---------------------------- SOLD COPY TABLE
      *      LOADED IN COPYSALE KEY ORDER SO THE PRINT PASS, WHICH
      *      READS THE FILE AGAIN IN THE SAME ORDER, WALKS IT IN STEP.
       77 WRK-SOLD-QTY               PIC 9(003) VALUE ZEROS.
       77 WRK-SOLD-IDX               PIC 9(003) VALUE ZEROS.
       77 WRK-SOLD-MAX               PIC 9(003) VALUE 500.
       77 WRK-SOLD-FOUND             PIC 9(003) VALUE ZEROS.
       01 WRK-SOLD-TABLE.
            05 WRK-SOLD-ENTRY OCCURS 500 TIMES.
                10 WRK-SOLD-MOVIES-KEY  PIC 9(005).
                10 WRK-SOLD-COPY-NUMBER PIC 9(002).
                10 WRK-SOLD-DATE        PIC 9(008).
                10 WRK-SOLD-REVENUE     PIC 9(007)V99.

      *---------------------------- RENTAL BEING MATCHED
       77 WRK-MATCH-MOVIES-KEY       PIC 9(005) VALUE ZEROS.
       77 WRK-MATCH-COPY-NUMBER      PIC 9(002) VALUE ZEROS.
       77 WRK-MATCH-CHECKOUT         PIC 9(008) VALUE ZEROS.
       77 WRK-MATCH-AMOUNT           PIC 9(005)V99 VALUE ZEROS.

      *---------------------------- EDITED AMOUNTS
       77 WRK-EDIT-AMOUNT            PIC ZZZZ9,99.
       77 WRK-EDIT-SIGNED            PIC -ZZZZ9,99.
       77 WRK-EDIT-TOTAL             PIC ZZZZZZ9,99.
       77 WRK-EDIT-TOTAL-SIGNED      PIC -ZZZZZZ9,99.

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

       0195-SET-FILE-PATHS     SECTION.
            MOVE SPACES TO WRK-MOVIES-PATH.
            ACCEPT WRK-MOVIES-PATH FROM ENVIRONMENT "MOVIESDAT".
            IF WRK-MOVIES-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\MOVIES.DAT"
                   TO WRK-MOVIES-PATH
            END-IF.

            MOVE SPACES TO WRK-COPYSALE-PATH.
            ACCEPT WRK-COPYSALE-PATH FROM ENVIRONMENT "COPYSALEDAT".
            IF WRK-COPYSALE-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\COPYSALE.DAT"
                   TO WRK-COPYSALE-PATH
            END-IF.

            MOVE SPACES TO WRK-RENTALS-PATH.
            ACCEPT WRK-RENTALS-PATH FROM ENVIRONMENT "RENTALSDAT".
            IF WRK-RENTALS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\RENTALS.DAT"
                   TO WRK-RENTALS-PATH
            END-IF.

            MOVE SPACES TO WRK-HIST-PATH.
            ACCEPT WRK-HIST-PATH FROM ENVIRONMENT "RENTHISTDAT".
            IF WRK-HIST-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\RENTALS_HIST.DAT"
                   TO WRK-HIST-PATH
            END-IF.

       0200-INITIALIZE         SECTION.
            PERFORM 0195-SET-FILE-PATHS.
            OPEN INPUT MOVIES.
            OPEN OUTPUT SELLTHRU-REPORT.

       0300-PROCESS            SECTION.
            MOVE ZEROS TO WRK-SALE-QTY WRK-TOT-PROCEEDS WRK-TOT-COST
               WRK-TOT-NBV WRK-TOT-REVENUE WRK-TOT-NET.
            ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
            DISPLAY CLEANER-SCREEN.

            MOVE SPACES TO SELLTHRU-REPORT-REG.
            STRING "SELL-THROUGH - USED COPY SALES - " DELIMITED BY SIZE
                   WRK-RUN-DATE DELIMITED BY SIZE
                   INTO SELLTHRU-REPORT-DATA
            END-STRING.
            WRITE SELLTHRU-REPORT-REG.

            MOVE SPACES TO SELLTHRU-REPORT-REG.
            MOVE "MOVIE CP TITLE" TO SELLTHRU-REPORT-DATA(001:14).
            MOVE "SOLD ON"  TO SELLTHRU-REPORT-DATA(031:07).
            MOVE "PROCEEDS" TO SELLTHRU-REPORT-DATA(040:08).
            MOVE "COST"     TO SELLTHRU-REPORT-DATA(053:04).
            MOVE "NBV W/O"  TO SELLTHRU-REPORT-DATA(059:07).
            MOVE "REVENUE"  TO SELLTHRU-REPORT-DATA(068:07).
            MOVE "NET"      TO SELLTHRU-REPORT-DATA(082:03).
            WRITE SELLTHRU-REPORT-REG.

            MOVE SPACES TO SELLTHRU-REPORT-REG.
            MOVE "----------------------------" TO SELLTHRU-REPORT-DATA.
            WRITE SELLTHRU-REPORT-REG.

            PERFORM 0310-LOAD-SALES.

            IF WRK-SOLD-QTY = ZEROS
                MOVE WRK-MSG-NOSALES TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                PERFORM 0320-SCAN-RENTALS
                PERFORM 0330-SCAN-HISTORY
                PERFORM 0340-WRITE-SALES
                PERFORM 0345-WRITE-TOTALS
            END-IF.

            PERFORM 0350-REPORT-STATISTICS.

       0310-LOAD-SALES         SECTION.
            MOVE ZEROS TO WRK-SOLD-QTY.
            OPEN INPUT COPYSALE.
            IF COPYSALE-STATUS NOT EQUAL ZEROS
                MOVE 10 TO COPYSALE-STATUS
            END-IF.
            PERFORM UNTIL COPYSALE-STATUS = 10
               READ COPYSALE
                  AT END
                      MOVE 10 TO COPYSALE-STATUS
                  NOT AT END
                      IF WRK-SOLD-QTY < WRK-SOLD-MAX
                          ADD 1 TO WRK-SOLD-QTY
                          MOVE SALE-MOVIES-KEY
                             TO WRK-SOLD-MOVIES-KEY(WRK-SOLD-QTY)
                          MOVE SALE-COPY-NUMBER
                             TO WRK-SOLD-COPY-NUMBER(WRK-SOLD-QTY)
                          MOVE SALE-DATE
                             TO WRK-SOLD-DATE(WRK-SOLD-QTY)
                          MOVE ZEROS
                             TO WRK-SOLD-REVENUE(WRK-SOLD-QTY)
                      ELSE
                          MOVE WRK-MSG-TABLEFULL TO WRK-ERROR-MSG
                      END-IF
               END-READ
            END-PERFORM.
            CLOSE COPYSALE.

            IF WRK-ERROR-MSG NOT = SPACES
                PERFORM 9000-MANAGE-ERROR
            END-IF.

       0320-SCAN-RENTALS       SECTION.
            OPEN INPUT RENTALS.
            IF RENTALS-STATUS NOT EQUAL ZEROS
                MOVE 10 TO RENTALS-STATUS
            END-IF.
            PERFORM UNTIL RENTALS-STATUS = 10
               READ RENTALS
                  AT END
                      MOVE 10 TO RENTALS-STATUS
                  NOT AT END
                      MOVE RENTAL-MOVIES-KEY    TO WRK-MATCH-MOVIES-KEY
                      MOVE RENTAL-COPY-NUMBER   TO WRK-MATCH-COPY-NUMBER
                      MOVE RENTAL-CHECKOUT-DATE TO WRK-MATCH-CHECKOUT
                      COMPUTE WRK-MATCH-AMOUNT =
                         RENTAL-CHARGED-PRICE + RENTAL-LATE-FEE
                      PERFORM 0325-ADD-REVENUE
               END-READ
            END-PERFORM.
            CLOSE RENTALS.

      *      A RENTAL TAKEN OUT AFTER THE SALE BELONGS TO A NEWER
      *      COPY THAT WAS GIVEN THE SAME NUMBER.
       0325-ADD-REVENUE        SECTION.
            PERFORM VARYING WRK-SOLD-IDX FROM 1 BY 1
                    UNTIL WRK-SOLD-IDX > WRK-SOLD-QTY
               IF WRK-SOLD-MOVIES-KEY(WRK-SOLD-IDX)
                     = WRK-MATCH-MOVIES-KEY
                     AND WRK-SOLD-COPY-NUMBER(WRK-SOLD-IDX)
                        = WRK-MATCH-COPY-NUMBER
                     AND WRK-MATCH-CHECKOUT
                        <= WRK-SOLD-DATE(WRK-SOLD-IDX)
                   ADD WRK-MATCH-AMOUNT
                      TO WRK-SOLD-REVENUE(WRK-SOLD-IDX)
               END-IF
            END-PERFORM.

      *      THE HISTORY FILE ONLY EXISTS ONCE THE RENTAL ARCHIVE JOB
      *      HAS RUN - WITHOUT IT THE OPEN FILE IS THE WHOLE STORY.
       0330-SCAN-HISTORY       SECTION.
            OPEN INPUT RENTALS-HIST.
            IF HIST-STATUS NOT EQUAL ZEROS
                MOVE 10 TO HIST-STATUS
            END-IF.
            PERFORM UNTIL HIST-STATUS = 10
               READ RENTALS-HIST
                  AT END
                      MOVE 10 TO HIST-STATUS
                  NOT AT END
                      MOVE HIST-MOVIES-KEY    TO WRK-MATCH-MOVIES-KEY
                      MOVE HIST-COPY-NUMBER   TO WRK-MATCH-COPY-NUMBER
                      MOVE HIST-CHECKOUT-DATE TO WRK-MATCH-CHECKOUT
                      COMPUTE WRK-MATCH-AMOUNT =
                         HIST-CHARGED-PRICE + HIST-LATE-FEE
                      PERFORM 0325-ADD-REVENUE
               END-READ
            END-PERFORM.
            CLOSE RENTALS-HIST.

       0340-WRITE-SALES        SECTION.
            MOVE ZEROS TO WRK-SOLD-IDX.
            OPEN INPUT COPYSALE.
            IF COPYSALE-STATUS NOT EQUAL ZEROS
                MOVE 10 TO COPYSALE-STATUS
            END-IF.
            PERFORM UNTIL COPYSALE-STATUS = 10
               READ COPYSALE
                  AT END
                      MOVE 10 TO COPYSALE-STATUS
                  NOT AT END
                      ADD 1 TO WRK-SOLD-IDX
                      PERFORM 0342-WRITE-SALE
               END-READ
            END-PERFORM.
            CLOSE COPYSALE.

       0342-WRITE-SALE         SECTION.
            ADD 1 TO WRK-SALE-QTY.
            MOVE ZEROS TO WRK-REVENUE.
            IF WRK-SOLD-IDX <= WRK-SOLD-QTY
                MOVE WRK-SOLD-REVENUE(WRK-SOLD-IDX) TO WRK-REVENUE
            END-IF.
            COMPUTE WRK-NET = SALE-PRICE + WRK-REVENUE - SALE-COST.

            ADD SALE-PRICE  TO WRK-TOT-PROCEEDS.
            ADD SALE-COST   TO WRK-TOT-COST.
            ADD SALE-NBV    TO WRK-TOT-NBV.
            ADD WRK-REVENUE TO WRK-TOT-REVENUE.
            ADD WRK-NET     TO WRK-TOT-NET.

            MOVE SALE-MOVIES-KEY TO MOVIES-KEY.
            READ MOVIES
               INVALID KEY
                   MOVE SPACES TO MOVIES-TITLE
               NOT INVALID KEY
                   CONTINUE
            END-READ.

            MOVE SPACES TO SELLTHRU-REPORT-REG.
            MOVE SALE-MOVIES-KEY  TO SELLTHRU-REPORT-DATA(001:05).
            MOVE SALE-COPY-NUMBER TO SELLTHRU-REPORT-DATA(007:02).
            MOVE MOVIES-TITLE     TO SELLTHRU-REPORT-DATA(010:20).
            MOVE SALE-DATE        TO SELLTHRU-REPORT-DATA(031:08).
            MOVE SALE-PRICE       TO WRK-EDIT-AMOUNT.
            MOVE WRK-EDIT-AMOUNT  TO SELLTHRU-REPORT-DATA(040:08).
            MOVE SALE-COST        TO WRK-EDIT-AMOUNT.
            MOVE WRK-EDIT-AMOUNT  TO SELLTHRU-REPORT-DATA(049:08).
            MOVE SALE-NBV         TO WRK-EDIT-AMOUNT.
            MOVE WRK-EDIT-AMOUNT  TO SELLTHRU-REPORT-DATA(058:08).
            MOVE WRK-REVENUE      TO WRK-EDIT-AMOUNT.
            MOVE WRK-EDIT-AMOUNT  TO SELLTHRU-REPORT-DATA(067:08).
            MOVE WRK-NET          TO WRK-EDIT-SIGNED.
            MOVE WRK-EDIT-SIGNED  TO SELLTHRU-REPORT-DATA(076:09).
            WRITE SELLTHRU-REPORT-REG.

       0345-WRITE-TOTALS       SECTION.
            MOVE SPACES TO SELLTHRU-REPORT-REG.
            MOVE "----------------------------" TO SELLTHRU-REPORT-DATA.
            WRITE SELLTHRU-REPORT-REG.

            MOVE SPACES TO SELLTHRU-REPORT-REG.
            MOVE "TOTALS" TO SELLTHRU-REPORT-DATA(001:06).
            MOVE WRK-SALE-QTY TO SELLTHRU-REPORT-DATA(010:05).
            MOVE "COPIES" TO SELLTHRU-REPORT-DATA(016:06).
            WRITE SELLTHRU-REPORT-REG.

            MOVE SPACES TO SELLTHRU-REPORT-REG.
            MOVE WRK-MSG-PROCEEDS TO SELLTHRU-REPORT-DATA(003:25).
            MOVE WRK-TOT-PROCEEDS TO WRK-EDIT-TOTAL.
            MOVE WRK-EDIT-TOTAL   TO SELLTHRU-REPORT-DATA(030:10).
            WRITE SELLTHRU-REPORT-REG.

            MOVE SPACES TO SELLTHRU-REPORT-REG.
            MOVE "COPY COST"      TO SELLTHRU-REPORT-DATA(003:09).
            MOVE WRK-TOT-COST     TO WRK-EDIT-TOTAL.
            MOVE WRK-EDIT-TOTAL   TO SELLTHRU-REPORT-DATA(030:10).
            WRITE SELLTHRU-REPORT-REG.

            MOVE SPACES TO SELLTHRU-REPORT-REG.
            MOVE "BOOK VALUE WRITTEN OFF" TO
               SELLTHRU-REPORT-DATA(003:22).
            MOVE WRK-TOT-NBV      TO WRK-EDIT-TOTAL.
            MOVE WRK-EDIT-TOTAL   TO SELLTHRU-REPORT-DATA(030:10).
            WRITE SELLTHRU-REPORT-REG.

            MOVE SPACES TO SELLTHRU-REPORT-REG.
            MOVE WRK-MSG-REVENUE  TO SELLTHRU-REPORT-DATA(003:25).
            MOVE WRK-TOT-REVENUE  TO WRK-EDIT-TOTAL.
            MOVE WRK-EDIT-TOTAL   TO SELLTHRU-REPORT-DATA(030:10).
            WRITE SELLTHRU-REPORT-REG.

            MOVE SPACES TO SELLTHRU-REPORT-REG.
            MOVE WRK-MSG-NET      TO SELLTHRU-REPORT-DATA(003:25).
            MOVE WRK-TOT-NET      TO WRK-EDIT-TOTAL-SIGNED.
            MOVE WRK-EDIT-TOTAL-SIGNED TO SELLTHRU-REPORT-DATA(029:11).
            WRITE SELLTHRU-REPORT-REG.

       0350-REPORT-STATISTICS  SECTION.
            MOVE 10 TO WRK-LINE.
            DISPLAY WRK-MSG-SALESREAD  LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-SALE-QTY       LINE WRK-LINE COLUMN 34.

            ADD 1 TO WRK-LINE.
            MOVE WRK-TOT-PROCEEDS TO WRK-EDIT-TOTAL.
            DISPLAY WRK-MSG-PROCEEDS   LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-EDIT-TOTAL     LINE WRK-LINE COLUMN 34.

            ADD 1 TO WRK-LINE.
            MOVE WRK-TOT-REVENUE TO WRK-EDIT-TOTAL.
            DISPLAY WRK-MSG-REVENUE    LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-EDIT-TOTAL     LINE WRK-LINE COLUMN 34.

            ADD 1 TO WRK-LINE.
            MOVE WRK-TOT-NET TO WRK-EDIT-TOTAL-SIGNED.
            DISPLAY WRK-MSG-NET        LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-EDIT-TOTAL-SIGNED LINE WRK-LINE COLUMN 33.

            ADD 2 TO WRK-LINE.
            DISPLAY WRK-MSG-PRESSKEY   LINE WRK-LINE COLUMN 10.
            ACCEPT WRK-KEY             LINE WRK-LINE COLUMN 25.
            MOVE SPACES TO WRK-KEY.

       0400-FINALIZE           SECTION.
            CLOSE MOVIES.
            CLOSE SELLTHRU-REPORT.
            CALL "RPTFILE" USING WRK-RPTFILE-REC.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
