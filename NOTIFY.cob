       IDENTIFICATION          DIVISION.
       PROGRAM-ID. NOTIFY.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: NIGHTLY OUTBOUND NOTIFICATION FEED FOR THE MESSAGING
      *          VENDOR - ONE FILE (NOTIFY.TXT) CARRYING, PER CHANNEL
      *          THE CUSTOMER OPTED INTO (SEE CONTPREF):
      *            D - DUE TOMORROW REMINDER, EVERY OPEN RENTAL DUE
      *                THE DAY AFTER THE RUN DATE
      *            H - HOLD READY, ONCE PER HOLD PUT ON THE SHELF
      *            O - OVERDUE NOTICE, FIRST NIGHT LATE AND THEN EVERY
      *                WRK-OVERDUE-EVERY DAYS WHILE IT STAYS OUT
      *            S - STATEMENT READY, ONE PER ROW THE STATEMENT RUN
      *                LEFT IN NOTIFYQ.TXT
      *          A CUSTOMER WITH NO USABLE CHANNEL FOR A TYPE GETS THE
      *          PRINTED LETTER INSTEAD - HOLDNOTICE, OVERDUE AND
      *          STATEMENT STILL PRINT THEIRS, AND THE DUE-TOMORROW
      *          REMINDER, WHICH HAS NO PAPER RUN OF ITS OWN, IS
      *          PRINTED HERE TO DUEREMIND.TXT.
      *
      *          NOTIFLOG.DAT REMEMBERS WHAT WENT OUT, SO A RESTARTED
      *          NIGHT CHAIN DOES NOT MESSAGE ANYBODY TWICE. RUNS
      *          PROMPT-FREE UNDER REPORTBATCH.
      *
      *          NOTIFY.TXT ROW LAYOUT (FIXED COLUMNS):
      *            "H" HEADER:  01 "H", 03-10 RUN DATE, 12-41 STORE
      *            "D" DETAIL:  01 "D"
      *                         03-10  RUN DATE
      *                         12     CHANNEL E EMAIL / S SMS TEXT
      *                         14     MESSAGE TYPE D, H, O OR S
      *                         16-20  CUSTOMER
      *                         22-51  CUSTOMER NAME
      *                         53-102 EMAIL ADDRESS OR MOBILE NUMBER
      *                         104-111 DUE / SHELF-UNTIL / STATEMENT
      *                                 DATE
      *                         113-162 TITLE (BLANK FOR STATEMENTS)
      *                         164-170 AMOUNT NNNNNVV (STATEMENTS)
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

      *      CUSTOMERS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      CUSTOMERSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT CUSTOMERS ASSIGN TO WRK-CUSTOMERS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS CUSTOMERS-STATUS
            RECORD KEY IS CUSTOMER-KEY
            ALTERNATE RECORD KEY IS CUSTOMER-PHONE
               WITH DUPLICATES.

      *      RENTALS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      RENTALSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT RENTALS ASSIGN TO WRK-RENTALS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS RENTALS-STATUS
            RECORD KEY IS RENTAL-KEY
            ALTERNATE RECORD KEY IS RENTAL-MOVIES-KEY
               WITH DUPLICATES
            ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-KEY
               WITH DUPLICATES.

      *      HOLDS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      HOLDSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT HOLDS ASSIGN TO WRK-HOLDS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS HOLDS-STATUS
            RECORD KEY IS HOLD-ID.

      *      NOTIFLOG.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      NOTIFLOGDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT NOTIFLOG ASSIGN TO WRK-NOTIFLOG-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS NOTIFLOG-STATUS
            RECORD KEY IS NL-KEY.

      *      SELECT STMT-QUEUE ASSIGN TO "./Data/NOTIFYQ.TXT"
            SELECT STMT-QUEUE ASSIGN TO
              "C:\Cobol\Project\Data\NOTIFYQ.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STMT-QUEUE-STATUS.

      *      SELECT NOTIFY-FEED ASSIGN TO "./Data/NOTIFY.TXT"
            SELECT NOTIFY-FEED ASSIGN TO
              "C:\Cobol\Project\Data\NOTIFY.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS NOTIFY-FEED-STATUS.

      *      SELECT DUE-LETTERS ASSIGN TO "./Data/DUEREMIND.TXT"
            SELECT DUE-LETTERS ASSIGN TO
              "C:\Cobol\Project\Data\DUEREMIND.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DUE-LETTERS-STATUS.

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

      *---------------------------- SENT MESSAGE LOG
      *      ONE ROW PER THING MESSAGED ABOUT: THE RENTAL (D, O), THE
      *      HOLD (H) OR THE CUSTOMER (S). NL-REF-DATE IS THE DATE
      *      THE MESSAGE WAS ABOUT, SO A NEW DUE DATE, A NEW SHELF
      *      CLOCK OR A NEW STATEMENT IS A NEW MESSAGE.
       FD NOTIFLOG.
       01 NOTIFLOG-REG.
            05 NL-KEY.
                10 NL-MSG-TYPE       PIC X(001).
                10 NL-REF            PIC 9(008).
            05 NL-CUSTOMER           PIC 9(005).
            05 NL-REF-DATE           PIC 9(008).
            05 NL-SENT-DATE          PIC 9(008).
            05 FILLER                PIC X(010).

      *---------------------------- STATEMENT READY QUEUE INPUT
      *      WRITTEN BY THE STATEMENT RUN FOR EVERY STATEMENT IT DID
      *      NOT PRINT: 01-05 PAYER, 07-14 STATEMENT DATE, 16-22
      *      ACCRUED FEES NNNNNVV.
       FD STMT-QUEUE.
       01 STMT-QUEUE-REG.
            05 SQ-CUSTOMER           PIC 9(005).
            05 FILLER                PIC X(001).
            05 SQ-DATE               PIC 9(008).
            05 FILLER                PIC X(001).
            05 SQ-AMOUNT             PIC 9(005)V99.

      *---------------------------- VENDOR FEED OUTPUT
       FD NOTIFY-FEED.
       01 NOTIFY-FEED-REG.
            05 NOTIFY-FEED-DATA      PIC X(170).

      *---------------------------- DUE REMINDER LETTER OUTPUT
       FD DUE-LETTERS.
       01 DUE-LETTERS-REG.
            05 DUE-LETTERS-DATA      PIC X(080).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                    PIC X(001).

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                   PIC 9(002) VALUE 01.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG              PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "NOTIFY".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-NORENTALS     PIC X(040) VALUE
               "RENTALS FILE NOT AVAILABLE".
            05 WRK-MSG-NOLOG         PIC X(040) VALUE
               "ERROR OPENING NOTIFICATION LOG".
            05 WRK-MSG-PRESSKEY      PIC X(040) VALUE
               "PRESS ANY KEY".
            05 WRK-MSG-ROWS          PIC X(040) VALUE
               "MESSAGES IN FEED".
            05 WRK-MSG-LETTERS       PIC X(040) VALUE
               "DUE REMINDERS PRINTED".
            05 WRK-MSG-SKIPPED       PIC X(040) VALUE
               "ALREADY SENT - SKIPPED".

      *---------------------------- FILE
       77 MOVIES-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-MOVIES-PATH            PIC X(060) VALUE SPACES.
       77 CUSTOMERS-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-CUSTOMERS-PATH         PIC X(060) VALUE SPACES.
       77 RENTALS-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-RENTALS-PATH           PIC X(060) VALUE SPACES.
       77 HOLDS-STATUS               PIC 9(002) VALUE ZEROS.
       77 WRK-HOLDS-PATH             PIC X(060) VALUE SPACES.
       77 NOTIFLOG-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-NOTIFLOG-PATH          PIC X(060) VALUE SPACES.
       77 STMT-QUEUE-STATUS          PIC 9(002) VALUE ZEROS.
       77 NOTIFY-FEED-STATUS         PIC 9(002) VALUE ZEROS.
       77 DUE-LETTERS-STATUS         PIC 9(002) VALUE ZEROS.
       77 WRK-REPORT-BATCH           PIC X(001) VALUE "N".
       77 WRK-HOLDS-AVAIL-FLAG       PIC X(001) VALUE "N".

      *---------------------------- RUN CONTROLS
       77 WRK-RUN-DATE               PIC 9(008) VALUE ZEROS.
       77 WRK-TOMORROW               PIC 9(008) VALUE ZEROS.
       77 WRK-ROW-QTY                PIC 9(007) VALUE ZEROS.
       77 WRK-LETTER-QTY             PIC 9(005) VALUE ZEROS.
       77 WRK-SKIP-QTY               PIC 9(005) VALUE ZEROS.
       77 WRK-STORE-NAME             PIC X(030) VALUE SPACES.
       77 WRK-FORM-FEED              PIC X(001) VALUE X"0C".

      *---------------------------- OVERDUE REPEAT
      *      AN OVERDUE NOTICE GOES OUT THE FIRST NIGHT A RENTAL IS
      *      LATE AND AGAIN EVERY THIS MANY DAYS WHILE IT IS OUT.
       77 WRK-OVERDUE-EVERY          PIC 9(002) VALUE 07.
       77 WRK-DAYS-SINCE             PIC S9(005) VALUE ZEROS.

      *---------------------------- MESSAGE BEING BUILT
       77 WRK-MSG-TYPE-CODE          PIC X(001) VALUE SPACE.
       77 WRK-MSG-CUSTOMER           PIC 9(005) VALUE ZEROS.
       77 WRK-MSG-REF                PIC 9(008) VALUE ZEROS.
       77 WRK-MSG-REF-DATE           PIC 9(008) VALUE ZEROS.
       77 WRK-MSG-TITLE              PIC X(050) VALUE SPACES.
       77 WRK-MSG-AMOUNT             PIC 9(005)V99 VALUE ZEROS.
       77 WRK-MSG-NAME               PIC X(030) VALUE SPACES.
       77 WRK-SEND-FLAG              PIC X(001) VALUE "N".
       77 WRK-LOG-FOUND-FLAG         PIC X(001) VALUE "N".

      *---------------------------- CONTACT PREFERENCE SUBPROGRAM
       01 WRK-CP-REC.
            05 WRK-CP-CUSTOMER        PIC 9(005).
            05 WRK-CP-MSG-TYPE        PIC 9(001).
            05 WRK-CP-EMAIL           PIC X(050).
            05 WRK-CP-MOBILE          PIC X(015).
            05 WRK-CP-ADDRESS.
                10 WRK-CP-ADDR-LINE   PIC X(030) OCCURS 3 TIMES.
                10 WRK-CP-POSTCODE    PIC X(010).
            05 WRK-CP-PAPER           PIC X(001).
            05 WRK-CP-RESULT          PIC X(001).
       77 WRK-CP-IDX                 PIC 9(001) VALUE ZEROS.

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

            MOVE SPACES TO WRK-CUSTOMERS-PATH.
            ACCEPT WRK-CUSTOMERS-PATH FROM ENVIRONMENT "CUSTOMERSDAT".
            IF WRK-CUSTOMERS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\CUSTOMERS.DAT"
                   TO WRK-CUSTOMERS-PATH
            END-IF.

            MOVE SPACES TO WRK-RENTALS-PATH.
            ACCEPT WRK-RENTALS-PATH FROM ENVIRONMENT "RENTALSDAT".
            IF WRK-RENTALS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\RENTALS.DAT"
                   TO WRK-RENTALS-PATH
            END-IF.

            MOVE SPACES TO WRK-HOLDS-PATH.
            ACCEPT WRK-HOLDS-PATH FROM ENVIRONMENT "HOLDSDAT".
            IF WRK-HOLDS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\HOLDS.DAT"
                   TO WRK-HOLDS-PATH
            END-IF.

            MOVE SPACES TO WRK-NOTIFLOG-PATH.
            ACCEPT WRK-NOTIFLOG-PATH FROM ENVIRONMENT "NOTIFLOGDAT".
            IF WRK-NOTIFLOG-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\NOTIFLOG.DAT"
                   TO WRK-NOTIFLOG-PATH
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

       0200-INITIALIZE         SECTION.
            PERFORM 0196-CHECK-BATCH-MODE.
            PERFORM 0195-SET-FILE-PATHS.
            OPEN INPUT MOVIES.
            OPEN INPUT CUSTOMERS.
            OPEN INPUT RENTALS.

      *      NO HOLD FILE YET - THERE IS SIMPLY NOTHING ON THE SHELF.
            OPEN INPUT HOLDS.
            IF HOLDS-STATUS = ZEROS
                MOVE "Y" TO WRK-HOLDS-AVAIL-FLAG
            ELSE
                MOVE "N" TO WRK-HOLDS-AVAIL-FLAG
            END-IF.

            OPEN I-O NOTIFLOG.
            IF NOTIFLOG-STATUS = 35
                OPEN OUTPUT NOTIFLOG
                CLOSE NOTIFLOG
                OPEN I-O NOTIFLOG
            END-IF.

            OPEN OUTPUT NOTIFY-FEED.
            OPEN OUTPUT DUE-LETTERS.

      *      NO TRAILER IS WRITTEN WHEN THE RUN CANNOT SEE THE
      *      RENTALS OR ITS LOG - THE NIGHT CHAIN THEN STOPS HERE.
       0300-PROCESS            SECTION.
            MOVE ZEROS TO WRK-ROW-QTY WRK-LETTER-QTY WRK-SKIP-QTY.
            ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
            COMPUTE WRK-TOMORROW = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-RUN-DATE) + 1).
            DISPLAY CLEANER-SCREEN.

            MOVE SPACES TO NOTIFY-FEED-REG.
            MOVE "H"            TO NOTIFY-FEED-DATA(001:01).
            MOVE WRK-RUN-DATE   TO NOTIFY-FEED-DATA(003:08).
            MOVE WRK-STORE-NAME TO NOTIFY-FEED-DATA(012:30).
            WRITE NOTIFY-FEED-REG.

            IF RENTALS-STATUS NOT = ZEROS
                MOVE WRK-MSG-NORENTALS TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                IF NOTIFLOG-STATUS NOT = ZEROS
                    MOVE WRK-MSG-NOLOG TO WRK-ERROR-MSG
                    PERFORM 9000-MANAGE-ERROR
                ELSE
                    PERFORM 0310-SCAN-RENTALS
                    PERFORM 0330-SCAN-HOLDS
                    PERFORM 0340-STATEMENT-QUEUE
                    PERFORM 0390-WRITE-TRAILER
                END-IF
            END-IF.

            PERFORM 0395-REPORT-STATISTICS.

       0310-SCAN-RENTALS       SECTION.
            PERFORM UNTIL RENTALS-STATUS = 10
               READ RENTALS NEXT
                  AT END
                      MOVE 10 TO RENTALS-STATUS
                  NOT AT END
                      IF RENTAL-OPEN
                          EVALUATE TRUE
                            WHEN RENTAL-DUE-DATE = WRK-TOMORROW
                              PERFORM 0315-DUE-TOMORROW
                            WHEN RENTAL-DUE-DATE < WRK-RUN-DATE
                              PERFORM 0320-OVERDUE
                          END-EVALUATE
                      END-IF
               END-READ
            END-PERFORM.

       0315-DUE-TOMORROW       SECTION.
            MOVE "D"                 TO WRK-MSG-TYPE-CODE.
            MOVE 1                   TO WRK-CP-MSG-TYPE.
            MOVE RENTAL-CUSTOMER-KEY TO WRK-MSG-CUSTOMER.
            MOVE RENTAL-KEY          TO WRK-MSG-REF.
            MOVE RENTAL-DUE-DATE     TO WRK-MSG-REF-DATE.
            MOVE ZEROS               TO WRK-MSG-AMOUNT.
            PERFORM 0325-READ-TITLE.
            PERFORM 0350-CHECK-LOG.
            IF WRK-SEND-FLAG = "Y"
                PERFORM 0360-SEND-MESSAGE
            END-IF.

       0320-OVERDUE            SECTION.
            MOVE "O"                 TO WRK-MSG-TYPE-CODE.
            MOVE 3                   TO WRK-CP-MSG-TYPE.
            MOVE RENTAL-CUSTOMER-KEY TO WRK-MSG-CUSTOMER.
            MOVE RENTAL-KEY          TO WRK-MSG-REF.
            MOVE RENTAL-DUE-DATE     TO WRK-MSG-REF-DATE.
            MOVE ZEROS               TO WRK-MSG-AMOUNT.
            PERFORM 0325-READ-TITLE.
            PERFORM 0350-CHECK-LOG.
            IF WRK-SEND-FLAG = "Y"
                PERFORM 0360-SEND-MESSAGE
            END-IF.

       0325-READ-TITLE         SECTION.
            MOVE RENTAL-MOVIES-KEY TO MOVIES-KEY.
            READ MOVIES
               INVALID KEY
                   MOVE SPACES TO WRK-MSG-TITLE
               NOT INVALID KEY
                   MOVE MOVIES-TITLE TO WRK-MSG-TITLE
            END-READ.

       0330-SCAN-HOLDS         SECTION.
            IF WRK-HOLDS-AVAIL-FLAG = "N"
                MOVE 10 TO HOLDS-STATUS
            END-IF.
            PERFORM UNTIL HOLDS-STATUS = 10
               READ HOLDS NEXT
                  AT END
                      MOVE 10 TO HOLDS-STATUS
                  NOT AT END
                      IF HOLD-HELD
                          PERFORM 0335-HOLD-READY
                      END-IF
               END-READ
            END-PERFORM.

       0335-HOLD-READY         SECTION.
            MOVE "H"               TO WRK-MSG-TYPE-CODE.
            MOVE 2                 TO WRK-CP-MSG-TYPE.
            MOVE HOLD-CUSTOMER-KEY TO WRK-MSG-CUSTOMER.
            MOVE HOLD-ID           TO WRK-MSG-REF.
            MOVE HOLD-UNTIL-DATE   TO WRK-MSG-REF-DATE.
            MOVE ZEROS             TO WRK-MSG-AMOUNT.

            MOVE HOLD-MOVIES-KEY TO MOVIES-KEY.
            READ MOVIES
               INVALID KEY
                   MOVE SPACES TO WRK-MSG-TITLE
               NOT INVALID KEY
                   MOVE MOVIES-TITLE TO WRK-MSG-TITLE
            END-READ.

            PERFORM 0350-CHECK-LOG.
            IF WRK-SEND-FLAG = "Y"
                PERFORM 0360-SEND-MESSAGE
            END-IF.

      *      THE QUEUE IS EMPTIED ONCE EVERY ROW IS IN THE FEED - A
      *      MISSING QUEUE JUST MEANS NO STATEMENT RUN SINCE LAST
      *      NIGHT.
       0340-STATEMENT-QUEUE    SECTION.
            OPEN INPUT STMT-QUEUE.
            IF STMT-QUEUE-STATUS = ZEROS
                PERFORM UNTIL STMT-QUEUE-STATUS = 10
                   READ STMT-QUEUE
                      AT END
                          MOVE 10 TO STMT-QUEUE-STATUS
                      NOT AT END
                          PERFORM 0345-STATEMENT-READY
                   END-READ
                END-PERFORM
                CLOSE STMT-QUEUE
                OPEN OUTPUT STMT-QUEUE
                CLOSE STMT-QUEUE
            END-IF.

       0345-STATEMENT-READY    SECTION.
            MOVE "S"         TO WRK-MSG-TYPE-CODE.
            MOVE 4           TO WRK-CP-MSG-TYPE.
            MOVE SQ-CUSTOMER TO WRK-MSG-CUSTOMER WRK-MSG-REF.
            MOVE SQ-DATE     TO WRK-MSG-REF-DATE.
            MOVE SQ-AMOUNT   TO WRK-MSG-AMOUNT.
            MOVE SPACES      TO WRK-MSG-TITLE.
            PERFORM 0350-CHECK-LOG.
            IF WRK-SEND-FLAG = "Y"
                PERFORM 0360-SEND-MESSAGE
            END-IF.

      *      SAME THING, SAME DATE, SAME CUSTOMER - ALREADY DONE.
      *      OVERDUE IS THE EXCEPTION: IT REPEATS EVERY
      *      WRK-OVERDUE-EVERY DAYS UNTIL THE TAPE COMES BACK.
       0350-CHECK-LOG          SECTION.
            MOVE "Y" TO WRK-SEND-FLAG.
            MOVE "N" TO WRK-LOG-FOUND-FLAG.
            MOVE WRK-MSG-TYPE-CODE TO NL-MSG-TYPE.
            MOVE WRK-MSG-REF       TO NL-REF.
            READ NOTIFLOG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WRK-LOG-FOUND-FLAG
                   IF NL-CUSTOMER = WRK-MSG-CUSTOMER
                         AND NL-REF-DATE = WRK-MSG-REF-DATE
                       IF WRK-MSG-TYPE-CODE = "O"
                           COMPUTE WRK-DAYS-SINCE =
                              FUNCTION INTEGER-OF-DATE(WRK-RUN-DATE)
                            - FUNCTION INTEGER-OF-DATE(NL-SENT-DATE)
                           IF WRK-DAYS-SINCE < WRK-OVERDUE-EVERY
                               MOVE "N" TO WRK-SEND-FLAG
                           END-IF
                       ELSE
                           MOVE "N" TO WRK-SEND-FLAG
                       END-IF
                   END-IF
            END-READ.
            IF WRK-SEND-FLAG = "N"
                ADD 1 TO WRK-SKIP-QTY
            END-IF.

      *      ONE FEED ROW PER OPTED-IN CHANNEL. NOTHING OPTED IN:
      *      THE DUE REMINDER IS PRINTED HERE, THE OTHER TYPES ARE
      *      LEFT TO THEIR OWN PAPER RUNS AND NOT LOGGED, SO AN
      *      OPT-IN KEYED TOMORROW STILL GETS THE NEXT MESSAGE.
       0360-SEND-MESSAGE       SECTION.
            MOVE WRK-MSG-CUSTOMER TO WRK-CP-CUSTOMER CUSTOMER-KEY.
            CALL "CONTPREF" USING WRK-CP-REC.

            READ CUSTOMERS
               INVALID KEY
                   MOVE SPACES TO WRK-MSG-NAME
               NOT INVALID KEY
                   MOVE CUSTOMER-NAME TO WRK-MSG-NAME
            END-READ.

            IF WRK-CP-EMAIL NOT = SPACES
                MOVE SPACES TO NOTIFY-FEED-REG
                MOVE "E" TO NOTIFY-FEED-DATA(012:01)
                MOVE WRK-CP-EMAIL TO NOTIFY-FEED-DATA(053:50)
                PERFORM 0365-WRITE-DETAIL
            END-IF.

            IF WRK-CP-MOBILE NOT = SPACES
                MOVE SPACES TO NOTIFY-FEED-REG
                MOVE "S" TO NOTIFY-FEED-DATA(012:01)
                MOVE WRK-CP-MOBILE TO NOTIFY-FEED-DATA(053:15)
                PERFORM 0365-WRITE-DETAIL
            END-IF.

            IF WRK-CP-PAPER = "Y" AND WRK-MSG-TYPE-CODE = "D"
                PERFORM 0370-DUE-LETTER
            END-IF.

            IF WRK-CP-PAPER = "N" OR WRK-MSG-TYPE-CODE = "D"
                PERFORM 0380-WRITE-LOG
            END-IF.

       0365-WRITE-DETAIL       SECTION.
            MOVE "D"               TO NOTIFY-FEED-DATA(001:01).
            MOVE WRK-RUN-DATE      TO NOTIFY-FEED-DATA(003:08).
            MOVE WRK-MSG-TYPE-CODE TO NOTIFY-FEED-DATA(014:01).
            MOVE WRK-MSG-CUSTOMER  TO NOTIFY-FEED-DATA(016:05).
            MOVE WRK-MSG-NAME      TO NOTIFY-FEED-DATA(022:30).
            MOVE WRK-MSG-REF-DATE  TO NOTIFY-FEED-DATA(104:08).
            MOVE WRK-MSG-TITLE     TO NOTIFY-FEED-DATA(113:50).
            MOVE WRK-MSG-AMOUNT    TO NOTIFY-FEED-DATA(164:07).
            WRITE NOTIFY-FEED-REG.
            ADD 1 TO WRK-ROW-QTY.

      *      ONE PAGE PER REMINDER, FORM FEED FIRST, LAID OUT LIKE
      *      THE HOLD PICKUP NOTICE.
       0370-DUE-LETTER         SECTION.
            ADD 1 TO WRK-LETTER-QTY.

            MOVE SPACES TO DUE-LETTERS-REG.
            MOVE WRK-FORM-FEED TO DUE-LETTERS-DATA(001:01).
            WRITE DUE-LETTERS-REG.

            MOVE SPACES TO DUE-LETTERS-REG.
            MOVE WRK-STORE-NAME TO DUE-LETTERS-DATA(003:30).
            WRITE DUE-LETTERS-REG.

            MOVE SPACES TO DUE-LETTERS-REG.
            MOVE "RENTAL DUE REMINDER" TO DUE-LETTERS-DATA(003:19).
            MOVE WRK-RUN-DATE          TO DUE-LETTERS-DATA(024:08).
            WRITE DUE-LETTERS-REG.

            MOVE SPACES TO DUE-LETTERS-REG.
            WRITE DUE-LETTERS-REG.

            MOVE SPACES TO DUE-LETTERS-REG.
            MOVE WRK-MSG-NAME TO DUE-LETTERS-DATA(003:30).
            WRITE DUE-LETTERS-REG.

            PERFORM VARYING WRK-CP-IDX FROM 1 BY 1
                  UNTIL WRK-CP-IDX > 3
               IF WRK-CP-ADDR-LINE(WRK-CP-IDX) NOT = SPACES
                   MOVE SPACES TO DUE-LETTERS-REG
                   MOVE WRK-CP-ADDR-LINE(WRK-CP-IDX)
                      TO DUE-LETTERS-DATA(003:30)
                   WRITE DUE-LETTERS-REG
               END-IF
            END-PERFORM.
            IF WRK-CP-POSTCODE NOT = SPACES
                MOVE SPACES TO DUE-LETTERS-REG
                MOVE WRK-CP-POSTCODE TO DUE-LETTERS-DATA(003:10)
                WRITE DUE-LETTERS-REG
            END-IF.

            MOVE SPACES TO DUE-LETTERS-REG.
            WRITE DUE-LETTERS-REG.

            MOVE SPACES TO DUE-LETTERS-REG.
            MOVE "A FRIENDLY REMINDER THAT THIS TITLE IS DUE BACK:"
               TO DUE-LETTERS-DATA(003:48).
            WRITE DUE-LETTERS-REG.

            MOVE SPACES TO DUE-LETTERS-REG.
            MOVE WRK-MSG-TITLE TO DUE-LETTERS-DATA(003:50).
            WRITE DUE-LETTERS-REG.

            MOVE SPACES TO DUE-LETTERS-REG.
            MOVE "DUE DATE" TO DUE-LETTERS-DATA(003:08).
            MOVE WRK-MSG-REF-DATE TO DUE-LETTERS-DATA(013:08).
            WRITE DUE-LETTERS-REG.

       0380-WRITE-LOG          SECTION.
            MOVE WRK-MSG-TYPE-CODE TO NL-MSG-TYPE.
            MOVE WRK-MSG-REF       TO NL-REF.
            MOVE WRK-MSG-CUSTOMER  TO NL-CUSTOMER.
            MOVE WRK-MSG-REF-DATE  TO NL-REF-DATE.
            MOVE WRK-RUN-DATE      TO NL-SENT-DATE.
            IF WRK-LOG-FOUND-FLAG = "Y"
                REWRITE NOTIFLOG-REG
                   INVALID KEY
                       CONTINUE
                END-REWRITE
            ELSE
                WRITE NOTIFLOG-REG
                   INVALID KEY
                       CONTINUE
                END-WRITE
            END-IF.

       0390-WRITE-TRAILER      SECTION.
            MOVE SPACES TO NOTIFY-FEED-REG.
            MOVE "T"         TO NOTIFY-FEED-DATA(001:01).
            MOVE WRK-ROW-QTY TO NOTIFY-FEED-DATA(003:07).
            WRITE NOTIFY-FEED-REG.

       0395-REPORT-STATISTICS  SECTION.
            MOVE 10 TO WRK-LINE.
            DISPLAY WRK-MSG-ROWS     LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-ROW-QTY      LINE WRK-LINE COLUMN 34.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-LETTERS  LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-LETTER-QTY   LINE WRK-LINE COLUMN 34.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-SKIPPED  LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-SKIP-QTY     LINE WRK-LINE COLUMN 34.

            IF WRK-REPORT-BATCH NOT = "Y"
                ADD 1 TO WRK-LINE
                DISPLAY WRK-MSG-PRESSKEY LINE WRK-LINE COLUMN 10
                ACCEPT WRK-KEY LINE WRK-LINE COLUMN 25
                MOVE SPACES TO WRK-KEY
            END-IF.

       0400-FINALIZE           SECTION.
            CLOSE MOVIES.
            CLOSE CUSTOMERS.
            CLOSE RENTALS.
            IF WRK-HOLDS-AVAIL-FLAG = "Y"
                CLOSE HOLDS
            END-IF.
            CLOSE NOTIFLOG.
            CLOSE NOTIFY-FEED.
            CLOSE DUE-LETTERS.
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
