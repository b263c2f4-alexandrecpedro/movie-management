       IDENTIFICATION          DIVISION.
       PROGRAM-ID. WEBAVAIL.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: NIGHTLY WEBSITE AVAILABILITY FEED FOR ONE STORE
      *          (STORECODE) - ONE ROW PER ACTIVE TITLE WITH THE
      *          COPIES ON THE SHELF, THE COPIES STOCKED, THE HOLD
      *          QUEUE LENGTH AND THE NEXT DATE A COPY IS DUE BACK, SO
      *          THE WEBSITE ANSWERS "IS IT IN?" INSTEAD OF THE PHONE.
      *          FREE COPIES ARE COUNTED THE WAY THE RENTAL COUNTER,
      *          QUERY AND PEOPLE COUNT THEM. RUNS PROMPT-FREE UNDER
      *          REPORTBATCH.
      *
      *          WEBAVAIL.TXT ROW LAYOUT (FIXED COLUMNS):
      *            "H" HEADER:  01 "H", 03-10 RUN DATE, 12-14 STORE,
      *                         16-45 STORE NAME
      *            "D" DETAIL:  01 "D"
      *                         03-05  STORE
      *                         07-11  MOVIE KEY
      *                         13-62  TITLE
      *                         64-68  RATING
      *                         70-71  COPIES STOCKED
      *                         73-74  COPIES ON THE SHELF
      *                         76-78  HOLD QUEUE (WAITING AND HELD)
      *                         80-87  NEXT DUE BACK (ZEROS - NONE OUT)
      *            "T" TRAILER: 01 "T", 03-09 DETAIL ROW COUNT
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

      *      RENTALS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      RENTALSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT RENTALS ASSIGN TO WRK-RENTALS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS RENTALS-STATUS
            RECORD KEY IS RENTAL-KEY
            ALTERNATE RECORD KEY IS RENTAL-MOVIES-KEY
               WITH DUPLICATES
            ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-KEY
               WITH DUPLICATES.

      *      COPIES.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      COPIESDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT COPIES ASSIGN TO WRK-COPIES-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS COPIES-STATUS
            RECORD KEY IS COPY-ID.

      *      HOLDS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      HOLDSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT HOLDS ASSIGN TO WRK-HOLDS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS HOLDS-STATUS
            RECORD KEY IS HOLD-ID.

      *      SELECT AVAIL-FEED ASSIGN TO "./Data/WEBAVAIL.TXT"
            SELECT AVAIL-FEED ASSIGN TO
              "C:\Cobol\Project\Data\WEBAVAIL.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AVAIL-FEED-STATUS.

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
                88 RENTAL-OPEN               VALUE "O".
                88 RENTAL-CLOSED             VALUE "C".
            05 RENTAL-COPY-NUMBER    PIC 9(002).
            05 RENTAL-CHARGED-PRICE  PIC 9(003)V99.
            05 RENTAL-PRICE-RULE     PIC X(008).
            05 RENTAL-PROMO-CODE     PIC X(008).
            05 RENTAL-DISCOUNT       PIC 9(003)V99.
            05 RENTAL-RENEWALS       PIC 9(002).
            05 RENTAL-STORE          PIC X(003).

      *---------------------------- COPY INVENTORY FILE DESCRIPTION
       FD COPIES.
       01 COPIES-REG.
            05 COPY-ID.
                10 COPY-MOVIES-KEY   PIC 9(005).
                10 COPY-NUMBER       PIC 9(002).
            05 COPY-BARCODE          PIC X(008).
            05 COPY-CONDITION        PIC X(001).
                88 COPY-GOOD                 VALUE "G".
                88 COPY-WORN                 VALUE "W".
                88 COPY-DAMAGED              VALUE "D".
            05 COPY-STATUS-FLAG      PIC X(001).
                88 COPY-ACTIVE               VALUE "A".
                88 COPY-INACTIVE             VALUE "I".
                88 COPY-AT-DIST              VALUE "R".
                88 COPY-IN-TRANSIT           VALUE "T".
            05 COPY-REPL-COST        PIC 9(003)V99.
            05 COPY-RENT-COUNT       PIC 9(005).
            05 COPY-STORE            PIC X(003).

      *---------------------------- HOLD QUEUE FILE DESCRIPTION
       FD HOLDS.
       01 HOLDS-REG.
            05 HOLD-ID.
                10 HOLD-MOVIES-KEY   PIC 9(005).
                10 HOLD-SEQ          PIC 9(003).
            05 HOLD-CUSTOMER-KEY     PIC 9(005).
            05 HOLD-PLACED-DATE      PIC 9(008).
            05 HOLD-UNTIL-DATE       PIC 9(008).
            05 HOLD-STATUS-FLAG      PIC X(001).
                88 HOLD-WAITING              VALUE "W".
                88 HOLD-HELD                 VALUE "H".
                88 HOLD-EXPIRED              VALUE "X".
                88 HOLD-FILLED               VALUE "F".
            05 HOLD-FILL-DATE        PIC 9(008).
            05 HOLD-FILL-RENTAL      PIC 9(005).
            05 HOLD-FILL-PRIOR       PIC X(001).

      *---------------------------- WEBSITE FEED OUTPUT
       FD AVAIL-FEED.
       01 AVAIL-FEED-REG.
            05 AVAIL-FEED-DATA       PIC X(090).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                    PIC X(001).

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                   PIC 9(002) VALUE 01.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG              PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "WEBAVAIL".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-NOMOVIES      PIC X(040) VALUE
               "MOVIES FILE NOT AVAILABLE".
            05 WRK-MSG-PRESSKEY      PIC X(040) VALUE
               "PRESS ANY KEY".
            05 WRK-MSG-ROWS          PIC X(040) VALUE
               "TITLES IN FEED".
            05 WRK-MSG-INSTOCK       PIC X(040) VALUE
               "TITLES ON THE SHELF".

      *---------------------------- FILE
       77 MOVIES-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-MOVIES-PATH            PIC X(060) VALUE SPACES.
       77 RENTALS-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-RENTALS-PATH           PIC X(060) VALUE SPACES.
       77 COPIES-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-COPIES-PATH            PIC X(060) VALUE SPACES.
       77 HOLDS-STATUS               PIC 9(002) VALUE ZEROS.
       77 WRK-HOLDS-PATH             PIC X(060) VALUE SPACES.
       77 AVAIL-FEED-STATUS          PIC 9(002) VALUE ZEROS.
       77 WRK-REPORT-BATCH           PIC X(001) VALUE "N".
       77 WRK-RENT-AVAIL-FLAG        PIC X(001) VALUE "N".
       77 WRK-COPY-AVAIL-FLAG        PIC X(001) VALUE "N".
       77 WRK-HOLD-AVAIL-FLAG        PIC X(001) VALUE "N".

      *---------------------------- HOME STORE
      *      STORECODE - SAME VARIABLE THE RENTAL COUNTER READS, SO
      *      THE FEED CARRIES THE FIGURE THE COUNTER WOULD COMPUTE
      *      FOR THIS LOCATION. EACH STORE'S NIGHT RUN BUILDS ITS OWN.
       77 WRK-STORE-CODE             PIC X(003) VALUE "001".
       77 WRK-STORE-NAME             PIC X(030) VALUE SPACES.

      *---------------------------- RUN CONTROLS
       77 WRK-RUN-DATE               PIC 9(008) VALUE ZEROS.
       77 WRK-ROW-QTY                PIC 9(007) VALUE ZEROS.
       77 WRK-INSTOCK-QTY            PIC 9(005) VALUE ZEROS.

      *---------------------------- LIVE AVAILABILITY CHECK
      *      SAME COUNTING AS RENTAL 0313-COUNT-FREE-COPIES: MARK
      *      THE COPY NUMBERS OUT ON OPEN RENTALS, COUNT THE ACTIVE
      *      COPIES WITHOUT ONE. A TITLE WITH NO COPY RECORDS IS A
      *      SINGLE COPY (NR 01).
       77 WRK-COPY-TOTAL             PIC 9(002) VALUE ZEROS.
       77 WRK-FREE-COUNT             PIC 9(002) VALUE ZEROS.
       77 WRK-COPY-IDX               PIC 9(002) VALUE ZEROS.
       77 WRK-COPY-RECS-FLAG         PIC X(001) VALUE "N".
       77 WRK-MIN-DUE                PIC 9(008) VALUE ZEROS.
       77 WRK-QUEUE-QTY              PIC 9(003) VALUE ZEROS.
       01 WRK-OUT-FLAG-TABLE.
            05 WRK-OUT-FLAG          PIC X(001) OCCURS 99 TIMES.

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

            MOVE SPACES TO WRK-RENTALS-PATH.
            ACCEPT WRK-RENTALS-PATH FROM ENVIRONMENT "RENTALSDAT".
            IF WRK-RENTALS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\RENTALS.DAT"
                   TO WRK-RENTALS-PATH
            END-IF.

            MOVE SPACES TO WRK-COPIES-PATH.
            ACCEPT WRK-COPIES-PATH FROM ENVIRONMENT "COPIESDAT".
            IF WRK-COPIES-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\COPIES.DAT"
                   TO WRK-COPIES-PATH
            END-IF.

            MOVE SPACES TO WRK-HOLDS-PATH.
            ACCEPT WRK-HOLDS-PATH FROM ENVIRONMENT "HOLDSDAT".
            IF WRK-HOLDS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\HOLDS.DAT"
                   TO WRK-HOLDS-PATH
            END-IF.

            MOVE SPACES TO WRK-STORE-CODE.
            ACCEPT WRK-STORE-CODE FROM ENVIRONMENT "STORECODE".
            IF WRK-STORE-CODE = SPACES
                MOVE "001" TO WRK-STORE-CODE
            END-IF.

            MOVE SPACES TO WRK-STORE-NAME.
            ACCEPT WRK-STORE-NAME FROM ENVIRONMENT "STORENAME".
            IF WRK-STORE-NAME = SPACES
                MOVE "XPTO VIDEO" TO WRK-STORE-NAME
            END-IF.

      *      REPORTBATCH - WHEN "Y", RUN WITH NO TERMINAL PROMPTS SO
      *      THE NIGHT CHAIN CAN DRIVE THIS STEP UNATTENDED, SAME
      *      CONVENTION AS REPORTDISK.
       0196-CHECK-BATCH-MODE   SECTION.
            MOVE SPACES TO WRK-REPORT-BATCH.
            ACCEPT WRK-REPORT-BATCH FROM ENVIRONMENT "REPORTBATCH".
            IF WRK-REPORT-BATCH NOT = "Y" AND WRK-REPORT-BATCH NOT = "y"
                MOVE "N" TO WRK-REPORT-BATCH
            ELSE
                MOVE "Y" TO WRK-REPORT-BATCH
            END-IF.

      *      NO RENTALS, COPIES OR HOLDS FILE YET IS NOT AN ERROR -
      *      NOTHING OUT, ONE COPY PER TITLE, NOBODY WAITING.
       0200-INITIALIZE         SECTION.
            PERFORM 0196-CHECK-BATCH-MODE.
            PERFORM 0195-SET-FILE-PATHS.
            OPEN INPUT MOVIES.

            OPEN INPUT RENTALS.
            IF RENTALS-STATUS = ZEROS
                MOVE "Y" TO WRK-RENT-AVAIL-FLAG
            ELSE
                MOVE "N" TO WRK-RENT-AVAIL-FLAG
            END-IF.

            OPEN INPUT COPIES.
            IF COPIES-STATUS = ZEROS
                MOVE "Y" TO WRK-COPY-AVAIL-FLAG
            ELSE
                MOVE "N" TO WRK-COPY-AVAIL-FLAG
            END-IF.

            OPEN INPUT HOLDS.
            IF HOLDS-STATUS = ZEROS
                MOVE "Y" TO WRK-HOLD-AVAIL-FLAG
            ELSE
                MOVE "N" TO WRK-HOLD-AVAIL-FLAG
            END-IF.

            OPEN OUTPUT AVAIL-FEED.

      *      NO TRAILER IS WRITTEN WHEN THE CATALOG CANNOT BE READ -
      *      THE WEBSITE KEEPS YESTERDAY'S FILE RATHER THAN SHOWING
      *      AN EMPTY STORE.
       0300-PROCESS            SECTION.
            MOVE ZEROS TO WRK-ROW-QTY WRK-INSTOCK-QTY.
            ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
            DISPLAY CLEANER-SCREEN.

            MOVE SPACES TO AVAIL-FEED-REG.
            MOVE "H"            TO AVAIL-FEED-DATA(001:01).
            MOVE WRK-RUN-DATE   TO AVAIL-FEED-DATA(003:08).
            MOVE WRK-STORE-CODE TO AVAIL-FEED-DATA(012:03).
            MOVE WRK-STORE-NAME TO AVAIL-FEED-DATA(016:30).
            WRITE AVAIL-FEED-REG.

            IF MOVIES-STATUS NOT = ZEROS
                MOVE WRK-MSG-NOMOVIES TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                PERFORM 0310-SCAN-TITLES
                MOVE SPACES TO AVAIL-FEED-REG
                MOVE "T"         TO AVAIL-FEED-DATA(001:01)
                MOVE WRK-ROW-QTY TO AVAIL-FEED-DATA(003:07)
                WRITE AVAIL-FEED-REG
            END-IF.

            PERFORM 0350-REPORT-STATISTICS.

       0310-SCAN-TITLES        SECTION.
            MOVE ZEROS TO MOVIES-KEY.
            START MOVIES KEY IS GREATER THAN MOVIES-KEY
               INVALID KEY
                   MOVE 10 TO MOVIES-STATUS
               NOT INVALID KEY
                   MOVE 0 TO MOVIES-STATUS
            END-START.

            PERFORM UNTIL MOVIES-STATUS = 10
               READ MOVIES NEXT
                  AT END
                      MOVE 10 TO MOVIES-STATUS
                  NOT AT END
                      IF MOVIES-ACTIVE
                          PERFORM 0320-TITLE-ROW
                      END-IF
               END-READ
            END-PERFORM.

       0320-TITLE-ROW          SECTION.
            PERFORM 0330-COUNT-FREE-COPIES.
            PERFORM 0340-COUNT-QUEUE.

            ADD 1 TO WRK-ROW-QTY.
            IF WRK-FREE-COUNT > ZEROS
                ADD 1 TO WRK-INSTOCK-QTY
            END-IF.

            MOVE SPACES TO AVAIL-FEED-REG.
            MOVE "D"            TO AVAIL-FEED-DATA(001:01).
            MOVE WRK-STORE-CODE TO AVAIL-FEED-DATA(003:03).
            MOVE MOVIES-KEY     TO AVAIL-FEED-DATA(007:05).
            MOVE MOVIES-TITLE   TO AVAIL-FEED-DATA(013:50).
            MOVE MOVIES-RATING  TO AVAIL-FEED-DATA(064:05).
            MOVE WRK-COPY-TOTAL TO AVAIL-FEED-DATA(070:02).
            MOVE WRK-FREE-COUNT TO AVAIL-FEED-DATA(073:02).
            MOVE WRK-QUEUE-QTY  TO AVAIL-FEED-DATA(076:03).
            MOVE WRK-MIN-DUE    TO AVAIL-FEED-DATA(080:08).
            WRITE AVAIL-FEED-REG.

      *      THE NEXT DUE DATE IS THE EARLIEST OPEN RENTAL OUT OF
      *      THIS STORE (OR OF LEGACY STOCK WITH NO STORE) - A COPY
      *      RENTED ELSEWHERE COMES BACK ELSEWHERE.
       0330-COUNT-FREE-COPIES  SECTION.
            MOVE ALL "N" TO WRK-OUT-FLAG-TABLE.
            MOVE ZEROS TO WRK-COPY-TOTAL WRK-FREE-COUNT WRK-MIN-DUE.
            MOVE "N" TO WRK-COPY-RECS-FLAG.

            IF WRK-RENT-AVAIL-FLAG = "Y"
                MOVE MOVIES-KEY TO RENTAL-MOVIES-KEY
                START RENTALS KEY IS EQUAL TO RENTAL-MOVIES-KEY
                   INVALID KEY
                       MOVE 10 TO RENTALS-STATUS
                   NOT INVALID KEY
                       MOVE 0 TO RENTALS-STATUS
                END-START
                PERFORM UNTIL RENTALS-STATUS = 10
                   READ RENTALS NEXT
                      AT END
                          MOVE 10 TO RENTALS-STATUS
                      NOT AT END
                          IF RENTAL-MOVIES-KEY NOT EQUAL MOVIES-KEY
                              MOVE 10 TO RENTALS-STATUS
                          ELSE
                              IF RENTAL-OPEN
                                  PERFORM 0335-MARK-OUT
                              END-IF
                          END-IF
                   END-READ
                END-PERFORM
            END-IF.

            IF WRK-COPY-AVAIL-FLAG = "Y"
                MOVE MOVIES-KEY TO COPY-MOVIES-KEY
                MOVE ZEROS TO COPY-NUMBER
                START COPIES KEY IS GREATER THAN COPY-ID
                   INVALID KEY
                       MOVE 10 TO COPIES-STATUS
                   NOT INVALID KEY
                       MOVE 0 TO COPIES-STATUS
                END-START
                PERFORM UNTIL COPIES-STATUS = 10
                   READ COPIES NEXT
                      AT END
                          MOVE 10 TO COPIES-STATUS
                      NOT AT END
                          IF COPY-MOVIES-KEY NOT EQUAL MOVIES-KEY
                              MOVE 10 TO COPIES-STATUS
                          ELSE
                              MOVE "Y" TO WRK-COPY-RECS-FLAG
                              IF COPY-ACTIVE AND COPY-NUMBER > ZEROS
                                    AND (COPY-STORE = WRK-STORE-CODE
                                       OR COPY-STORE = SPACES)
                                  ADD 1 TO WRK-COPY-TOTAL
                                  IF WRK-OUT-FLAG(COPY-NUMBER)
                                        NOT = "Y"
                                      ADD 1 TO WRK-FREE-COUNT
                                  END-IF
                              END-IF
                          END-IF
                   END-READ
                END-PERFORM
            END-IF.

            IF WRK-COPY-RECS-FLAG = "N"
                MOVE 1 TO WRK-COPY-TOTAL
                IF WRK-OUT-FLAG(1) NOT = "Y"
                    MOVE 1 TO WRK-FREE-COUNT
                END-IF
            END-IF.

       0335-MARK-OUT           SECTION.
            MOVE RENTAL-COPY-NUMBER TO WRK-COPY-IDX.
            IF WRK-COPY-IDX = ZEROS
                MOVE 1 TO WRK-COPY-IDX
            END-IF.
            MOVE "Y" TO WRK-OUT-FLAG(WRK-COPY-IDX).
            IF RENTAL-STORE = WRK-STORE-CODE OR RENTAL-STORE = SPACES
                IF WRK-MIN-DUE = ZEROS
                      OR RENTAL-DUE-DATE < WRK-MIN-DUE
                    MOVE RENTAL-DUE-DATE TO WRK-MIN-DUE
                END-IF
            END-IF.

      *      THE QUEUE IS EVERYBODY STILL IN LINE - WAITING, OR WITH
      *      A COPY ALREADY PUT ASIDE ON THE HOLD SHELF.
       0340-COUNT-QUEUE        SECTION.
            MOVE ZEROS TO WRK-QUEUE-QTY.
            IF WRK-HOLD-AVAIL-FLAG = "Y"
                MOVE MOVIES-KEY TO HOLD-MOVIES-KEY
                MOVE ZEROS TO HOLD-SEQ
                START HOLDS KEY IS GREATER THAN HOLD-ID
                   INVALID KEY
                       MOVE 10 TO HOLDS-STATUS
                   NOT INVALID KEY
                       MOVE 0 TO HOLDS-STATUS
                END-START
                PERFORM UNTIL HOLDS-STATUS = 10
                   READ HOLDS NEXT
                      AT END
                          MOVE 10 TO HOLDS-STATUS
                      NOT AT END
                          IF HOLD-MOVIES-KEY NOT EQUAL MOVIES-KEY
                              MOVE 10 TO HOLDS-STATUS
                          ELSE
                              IF HOLD-WAITING OR HOLD-HELD
                                  ADD 1 TO WRK-QUEUE-QTY
                              END-IF
                          END-IF
                   END-READ
                END-PERFORM
            END-IF.

       0350-REPORT-STATISTICS  SECTION.
            MOVE 10 TO WRK-LINE.
            DISPLAY WRK-MSG-ROWS     LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-ROW-QTY      LINE WRK-LINE COLUMN 34.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-INSTOCK  LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-INSTOCK-QTY  LINE WRK-LINE COLUMN 34.

            IF WRK-REPORT-BATCH NOT = "Y"
                ADD 1 TO WRK-LINE
                DISPLAY WRK-MSG-PRESSKEY LINE WRK-LINE COLUMN 10
                ACCEPT WRK-KEY LINE WRK-LINE COLUMN 25
                MOVE SPACES TO WRK-KEY
            END-IF.

       0400-FINALIZE           SECTION.
            CLOSE MOVIES.
            IF WRK-RENT-AVAIL-FLAG = "Y"
                CLOSE RENTALS
            END-IF.
            IF WRK-COPY-AVAIL-FLAG = "Y"
                CLOSE COPIES
            END-IF.
            IF WRK-HOLD-AVAIL-FLAG = "Y"
                CLOSE HOLDS
            END-IF.
            CLOSE AVAIL-FEED.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
            IF WRK-REPORT-BATCH = "Y"
                DISPLAY ERROR-SCREEN
            ELSE
                ACCEPT ERROR-SCREEN
            END-IF.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
