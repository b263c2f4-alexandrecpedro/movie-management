       IDENTIFICATION          DIVISION.
       PROGRAM-ID. WEBHOLD.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: LOAD THE WEBSITE'S HOLD REQUESTS INTO HOLDS.DAT. EACH
      *          REQUEST IS CHECKED THE WAY THE RENTAL COUNTER CHECKS
      *          A CUSTOMER BEFORE QUEUEING A HOLD:
      *            - CUSTOMER ON FILE AND ACTIVE
      *            - HOUSEHOLD BALANCE WITHIN THE FEE POLICY LIMIT AND
      *              NOT IN COLLECTIONS (NO SUPERVISOR ON THE WEBSITE,
      *              SO WHAT WOULD NEED THE CODE AT THE COUNTER IS
      *              REJECTED HERE)
      *            - TITLE ON FILE AND ACTIVE
      *            - AGE RATING MET (A HOUSEHOLD MEMBER ONLY FOR A
      *              RATING THE PRIMARY HOLDER APPROVED)
      *            - TITLE STOCKED AT THE STORE ASKED FOR
      *            - NOT ALREADY IN THE QUEUE FOR THE TITLE
      *          A VALID REQUEST IS QUEUED EXACTLY AS RENTAL
      *          0382-WRITE-HOLD DOES. EVERY REQUEST GETS AN ACCEPT OR
      *          REJECT ROW BACK TO THE WEBSITE. RUNS PROMPT-FREE UNDER
      *          REPORTBATCH.
      *
      *          WEBHOLDS.TXT ROW LAYOUT (FIXED COLUMNS):
      *            01-05  CUSTOMER
      *            07-11  MOVIE KEY
      *            13-15  STORE (BLANK - THIS STORE, STORECODE)
      *
      *          WEBHOLDRSP.TXT ROW LAYOUT (FIXED COLUMNS):
      *            "H" HEADER:  01 "H", 03-10 RUN DATE, 12-14 STORE
      *            "D" DETAIL:  01 "D"
      *                         03-07  CUSTOMER
      *                         09-13  MOVIE KEY
      *                         15-17  STORE
      *                         19     A ACCEPTED / R REJECTED
      *                         21-50  REASON
      *                         52-59  HOLD ID (MOVIE KEY + QUEUE SEQ)
      *            "T" TRAILER: 01 "T", 03-07 ACCEPTED, 09-13 REJECTED
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

      *      REFTABLE.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      REFTABLEDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT REFTABLE ASSIGN TO WRK-REFTABLE-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS REFTABLE-STATUS
            RECORD KEY IS REF-ID.

      *      SELECT FEE-POLICY ASSIGN TO "./Data/FEEPOLICY.TXT"
            SELECT FEE-POLICY ASSIGN TO
              "C:\Cobol\Project\Data\FEEPOLICY.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS POLICY-STATUS.

      *      SELECT REQ-FILE ASSIGN TO "./Data/WEBHOLDS.TXT"
            SELECT REQ-FILE ASSIGN TO
              "C:\Cobol\Project\Data\WEBHOLDS.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS REQ-FILE-STATUS.

      *      SELECT RSP-FILE ASSIGN TO "./Data/WEBHOLDRSP.TXT"
            SELECT RSP-FILE ASSIGN TO
              "C:\Cobol\Project\Data\WEBHOLDRSP.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RSP-FILE-STATUS.

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

      *---------------------------- REFERENCE TABLE FILE DESCRIPTION
       FD REFTABLE.
       01 REFTABLE-REG.
            05 REF-ID.
                10 REF-TYPE          PIC X(001).
                10 REF-VALUE         PIC X(008).
            05 REF-STATUS-FLAG       PIC X(001).
                88 REF-ACTIVE                VALUE "A".
                88 REF-RETIRED               VALUE "R".
            05 REF-MIN-AGE           PIC 9(002).

      *---------------------------- FEE POLICY FILE DESCRIPTION
       FD FEE-POLICY.
       01 FEE-POLICY-REG.
            05 POL-GRACE-DAYS        PIC 9(002).
            05 POL-FEE-CAP           PIC 9(003)V99.
            05 POL-SUPERVISOR        PIC X(008).
            05 POL-BAL-LIMIT         PIC 9(003)V99.

      *---------------------------- WEBSITE HOLD REQUESTS INPUT
       FD REQ-FILE.
       01 REQ-FILE-REG.
            05 REQ-CUSTOMER          PIC 9(005).
            05 FILLER                PIC X(001).
            05 REQ-MOVIE             PIC 9(005).
            05 FILLER                PIC X(001).
            05 REQ-STORE             PIC X(003).

      *---------------------------- WEBSITE RESPONSE OUTPUT
       FD RSP-FILE.
       01 RSP-FILE-REG.
            05 RSP-FILE-DATA         PIC X(060).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                    PIC X(001).

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                   PIC 9(002) VALUE 01.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG              PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "WEBHOLD".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-NOFILES       PIC X(040) VALUE
               "CUSTOMER OR MOVIES FILE NOT AVAILABLE".
            05 WRK-MSG-NOHOLDS       PIC X(040) VALUE
               "ERROR OPENING HOLDS FILE".
            05 WRK-MSG-PRESSKEY      PIC X(040) VALUE
               "PRESS ANY KEY".
            05 WRK-MSG-ACCEPTED      PIC X(040) VALUE
               "HOLDS QUEUED FROM THE WEBSITE".
            05 WRK-MSG-REJECTED      PIC X(040) VALUE
               "REQUESTS REJECTED".

      *---------------------------- FILE
       77 MOVIES-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-MOVIES-PATH            PIC X(060) VALUE SPACES.
       77 CUSTOMERS-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-CUSTOMERS-PATH         PIC X(060) VALUE SPACES.
       77 COPIES-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-COPIES-PATH            PIC X(060) VALUE SPACES.
       77 HOLDS-STATUS               PIC 9(002) VALUE ZEROS.
       77 WRK-HOLDS-PATH             PIC X(060) VALUE SPACES.
       77 REFTABLE-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-REFTABLE-PATH          PIC X(060) VALUE SPACES.
       77 POLICY-STATUS              PIC 9(002) VALUE ZEROS.
       77 REQ-FILE-STATUS            PIC 9(002) VALUE ZEROS.
       77 RSP-FILE-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-REPORT-BATCH           PIC X(001) VALUE "N".
       77 WRK-COPY-AVAIL-FLAG        PIC X(001) VALUE "N".
       77 WRK-REF-AVAIL-FLAG         PIC X(001) VALUE "N".

      *---------------------------- HOME STORE
       77 WRK-STORE-CODE             PIC X(003) VALUE "001".
       77 WRK-REQ-STORE              PIC X(003) VALUE SPACES.

      *---------------------------- FEE POLICY
      *      SAME DEFAULT AS THE RENTAL COUNTER WHEN FEEPOLICY.TXT
      *      IS MISSING OR CARRIES NO LIMIT.
       77 WRK-POL-BAL-LIMIT          PIC 9(003)V99 VALUE 999,99.

      *---------------------------- RUN CONTROLS
       77 WRK-RUN-DATE               PIC 9(008) VALUE ZEROS.
       77 WRK-TODAY                  PIC 9(008) VALUE ZEROS.
       77 WRK-ACCEPT-QTY             PIC 9(005) VALUE ZEROS.
       77 WRK-REJECT-QTY             PIC 9(005) VALUE ZEROS.
       77 WRK-REASON                 PIC X(030) VALUE SPACES.
       77 WRK-NEXT-HOLD-SEQ          PIC 9(003) VALUE ZEROS.
       77 WRK-DUP-FLAG               PIC X(001) VALUE "N".
       77 WRK-STOCKED-FLAG           PIC X(001) VALUE "N".
       77 WRK-COPY-RECS-FLAG         PIC X(001) VALUE "N".

      *---------------------------- AGE RATING CHECK
       77 WRK-MIN-AGE                PIC 9(002) VALUE ZEROS.
       77 WRK-CUST-AGE               PIC S9(003) VALUE ZEROS.
       77 WRK-TODAY-YEAR             PIC 9(004) VALUE ZEROS.
       77 WRK-BIRTH-YEAR             PIC 9(004) VALUE ZEROS.

      *---------------------------- HOUSEHOLD
       77 WRK-HH-BALANCE             PIC 9(006)V99 VALUE ZEROS.
       77 WRK-HH-COLLECT-FLAG        PIC X(001) VALUE SPACE.
       77 WRK-HH-SAVE-KEY            PIC 9(005) VALUE ZEROS.
       77 WRK-HH-IDX                 PIC 9(002) VALUE ZEROS.
       77 WRK-HH-APPROVED-FLAG       PIC X(001) VALUE "N".
       01 WRK-HH-REC.
            05 WRK-HH-ACTION         PIC X(001).
            05 WRK-HH-CUSTOMER       PIC 9(005).
            05 WRK-HH-PAYER          PIC 9(005).
            05 WRK-HH-ROLE           PIC X(001).
            05 WRK-HH-RATINGS.
                10 WRK-HH-RATING     PIC X(005) OCCURS 6 TIMES.
            05 WRK-HH-QTY            PIC 9(002).
            05 WRK-HH-MEMBER         PIC 9(005) OCCURS 20 TIMES.
            05 WRK-HH-RESULT         PIC X(001).

      *---------------------------- RECOVERY JOURNAL SUBPROGRAM
       01 WRK-RJ-REC.
            05 WRK-RJ-FILE           PIC X(008).
            05 WRK-RJ-OPERATION      PIC X(001).
            05 WRK-RJ-BEFORE         PIC X(100).
            05 WRK-RJ-AFTER          PIC X(100).
            05 WRK-RJ-PROGRAM        PIC X(012) VALUE "WEBHOLD".

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

            MOVE SPACES TO WRK-REFTABLE-PATH.
            ACCEPT WRK-REFTABLE-PATH FROM ENVIRONMENT "REFTABLEDAT".
            IF WRK-REFTABLE-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\REFTABLE.DAT"
                   TO WRK-REFTABLE-PATH
            END-IF.

            MOVE SPACES TO WRK-STORE-CODE.
            ACCEPT WRK-STORE-CODE FROM ENVIRONMENT "STORECODE".
            IF WRK-STORE-CODE = SPACES
                MOVE "001" TO WRK-STORE-CODE
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

      *      NO COPIES FILE MEANS SINGLE-COPY TITLES STOCKED EVERY-
      *      WHERE; NO REFERENCE TABLE MEANS NO AGE LIMITS - BOTH AS
      *      AT THE COUNTER.
       0200-INITIALIZE         SECTION.
            PERFORM 0196-CHECK-BATCH-MODE.
            PERFORM 0195-SET-FILE-PATHS.
            OPEN INPUT MOVIES.
            OPEN INPUT CUSTOMERS.

            OPEN INPUT COPIES.
            IF COPIES-STATUS = ZEROS
                MOVE "Y" TO WRK-COPY-AVAIL-FLAG
            ELSE
                MOVE "N" TO WRK-COPY-AVAIL-FLAG
            END-IF.

            OPEN INPUT REFTABLE.
            IF REFTABLE-STATUS = ZEROS
                MOVE "Y" TO WRK-REF-AVAIL-FLAG
            ELSE
                MOVE "N" TO WRK-REF-AVAIL-FLAG
            END-IF.

            OPEN I-O HOLDS.
            IF HOLDS-STATUS = 35
                OPEN OUTPUT HOLDS
                CLOSE HOLDS
                OPEN I-O HOLDS
            END-IF.

            PERFORM 0222-LOAD-FEE-POLICY.
            OPEN OUTPUT RSP-FILE.

       0222-LOAD-FEE-POLICY    SECTION.
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

      *      NO REQUEST FILE IS A QUIET NIGHT, NOT AN ERROR - THE
      *      RESPONSE STILL GETS ITS HEADER AND TRAILER SO THE
      *      WEBSITE AND THE NIGHT CHAIN BOTH SEE THE STEP RAN.
       0300-PROCESS            SECTION.
            MOVE ZEROS TO WRK-ACCEPT-QTY WRK-REJECT-QTY.
            ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
            DISPLAY CLEANER-SCREEN.

            MOVE SPACES TO RSP-FILE-REG.
            MOVE "H"            TO RSP-FILE-DATA(001:01).
            MOVE WRK-RUN-DATE   TO RSP-FILE-DATA(003:08).
            MOVE WRK-STORE-CODE TO RSP-FILE-DATA(012:03).
            WRITE RSP-FILE-REG.

            IF CUSTOMERS-STATUS NOT = ZEROS
                  OR MOVIES-STATUS NOT = ZEROS
                MOVE WRK-MSG-NOFILES TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                IF HOLDS-STATUS NOT = ZEROS
                    MOVE WRK-MSG-NOHOLDS TO WRK-ERROR-MSG
                    PERFORM 9000-MANAGE-ERROR
                ELSE
                    PERFORM 0310-LOAD-REQUESTS
                END-IF
            END-IF.

            MOVE SPACES TO RSP-FILE-REG.
            MOVE "T"            TO RSP-FILE-DATA(001:01).
            MOVE WRK-ACCEPT-QTY TO RSP-FILE-DATA(003:05).
            MOVE WRK-REJECT-QTY TO RSP-FILE-DATA(009:05).
            WRITE RSP-FILE-REG.

            PERFORM 0370-REPORT-STATISTICS.

       0310-LOAD-REQUESTS      SECTION.
            OPEN INPUT REQ-FILE.
            IF REQ-FILE-STATUS = ZEROS
                PERFORM UNTIL REQ-FILE-STATUS = 10
                   READ REQ-FILE
                      AT END
                          MOVE 10 TO REQ-FILE-STATUS
                      NOT AT END
                          PERFORM 0320-CHECK-ONE
                   END-READ
                END-PERFORM
                CLOSE REQ-FILE
            END-IF.

      *      THE CHECKS RUN IN THE COUNTER'S ORDER AND STOP AT THE
      *      FIRST ONE THAT FAILS - THAT REASON GOES BACK TO THE SITE.
       0320-CHECK-ONE          SECTION.
            MOVE SPACES TO WRK-REASON.
            MOVE ZEROS TO WRK-NEXT-HOLD-SEQ.
            MOVE REQ-STORE TO WRK-REQ-STORE.
            IF WRK-REQ-STORE = SPACES
                MOVE WRK-STORE-CODE TO WRK-REQ-STORE
            END-IF.

            MOVE REQ-CUSTOMER TO CUSTOMER-KEY.
            READ CUSTOMERS
               INVALID KEY
                   MOVE "CUSTOMER NOT FOUND" TO WRK-REASON
               NOT INVALID KEY
                   IF NOT CUSTOMER-ACTIVE
                       MOVE "CUSTOMER NOT ACTIVE" TO WRK-REASON
                   END-IF
            END-READ.

            IF WRK-REASON = SPACES
                PERFORM 0325-CHECK-BALANCE
            END-IF.

            IF WRK-REASON = SPACES
                MOVE REQ-MOVIE TO MOVIES-KEY
                READ MOVIES
                   INVALID KEY
                       MOVE "TITLE NOT FOUND" TO WRK-REASON
                   NOT INVALID KEY
                       IF NOT MOVIES-ACTIVE
                           MOVE "TITLE NOT ACTIVE" TO WRK-REASON
                       END-IF
                END-READ
            END-IF.

            IF WRK-REASON = SPACES
                PERFORM 0327-CHECK-AGE-RATING
            END-IF.

            IF WRK-REASON = SPACES
                PERFORM 0330-CHECK-STOCKED
            END-IF.

            IF WRK-REASON = SPACES
                PERFORM 0340-SCAN-QUEUE
            END-IF.

            IF WRK-REASON = SPACES
                PERFORM 0382-WRITE-HOLD
            END-IF.

            MOVE SPACES TO RSP-FILE-REG.
            MOVE "D"           TO RSP-FILE-DATA(001:01).
            MOVE REQ-CUSTOMER  TO RSP-FILE-DATA(003:05).
            MOVE REQ-MOVIE     TO RSP-FILE-DATA(009:05).
            MOVE WRK-REQ-STORE TO RSP-FILE-DATA(015:03).
            IF WRK-REASON = SPACES
                ADD 1 TO WRK-ACCEPT-QTY
                MOVE "A"           TO RSP-FILE-DATA(019:01)
                MOVE "HOLD QUEUED" TO RSP-FILE-DATA(021:30)
                MOVE HOLD-ID       TO RSP-FILE-DATA(052:08)
            ELSE
                ADD 1 TO WRK-REJECT-QTY
                MOVE "R"           TO RSP-FILE-DATA(019:01)
                MOVE WRK-REASON    TO RSP-FILE-DATA(021:30)
            END-IF.
            WRITE RSP-FILE-REG.

      *      WHAT WOULD TAKE THE SUPERVISOR CODE AT THE COUNTER -
      *      OVER THE LIMIT OR IN COLLECTIONS - IS A REJECT HERE. A
      *      SMALLER BALANCE ONLY WARNS AT THE COUNTER, SO IT PASSES.
       0325-CHECK-BALANCE      SECTION.
            PERFORM 0720-HOUSEHOLD-BALANCE.
            IF WRK-HH-COLLECT-FLAG = "C"
                MOVE "ACCOUNT IN COLLECTIONS" TO WRK-REASON
            ELSE
                IF WRK-HH-BALANCE > WRK-POL-BAL-LIMIT
                    MOVE "BALANCE OVER LIMIT" TO WRK-REASON
                END-IF
            END-IF.

      *      SAME RULE AS RENTAL 0327-CHECK-AGE-RATING, WITHOUT THE
      *      SUPERVISOR OVERRIDE.
       0327-CHECK-AGE-RATING   SECTION.
            MOVE ZEROS TO WRK-MIN-AGE.
            IF WRK-REF-AVAIL-FLAG = "Y"
                MOVE "R" TO REF-TYPE
                MOVE SPACES TO REF-VALUE
                MOVE MOVIES-RATING TO REF-VALUE(1:5)
                READ REFTABLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REF-MIN-AGE TO WRK-MIN-AGE
                END-READ
            END-IF.

            IF WRK-MIN-AGE > ZEROS
                PERFORM 0329-COMPUTE-AGE
                IF CUSTOMER-BIRTH-DATE = ZEROS
                      OR WRK-CUST-AGE < WRK-MIN-AGE
                    PERFORM 0722-HOUSEHOLD-RATING
                    IF WRK-HH-ROLE = "M"
                        IF WRK-HH-APPROVED-FLAG NOT = "Y"
                            MOVE "RATING NOT APPROVED" TO WRK-REASON
                        END-IF
                    ELSE
                        MOVE "UNDER AGE FOR RATING" TO WRK-REASON
                    END-IF
                END-IF
            END-IF.

      *      WHOLE YEARS AS OF TODAY - ONE LESS WHEN THE BIRTHDAY
      *      HAS NOT COME AROUND YET THIS YEAR.
       0329-COMPUTE-AGE        SECTION.
            MOVE ZEROS TO WRK-CUST-AGE.
            IF CUSTOMER-BIRTH-DATE > ZEROS
                ACCEPT WRK-TODAY FROM DATE YYYYMMDD
                MOVE WRK-TODAY(1:4) TO WRK-TODAY-YEAR
                MOVE CUSTOMER-BIRTH-DATE(1:4) TO WRK-BIRTH-YEAR
                COMPUTE WRK-CUST-AGE =
                   WRK-TODAY-YEAR - WRK-BIRTH-YEAR
                IF WRK-TODAY(5:4) < CUSTOMER-BIRTH-DATE(5:4)
                      AND WRK-CUST-AGE > ZEROS
                    SUBTRACT 1 FROM WRK-CUST-AGE
                END-IF
            END-IF.

      *      THE STORE MUST CARRY AN ACTIVE COPY - OR LEGACY STOCK
      *      WITH NO STORE. A TITLE WITH NO COPY RECORDS AT ALL IS A
      *      SINGLE COPY AND COUNTS AS STOCKED, AS AT THE COUNTER.
       0330-CHECK-STOCKED      SECTION.
            MOVE "N" TO WRK-STOCKED-FLAG.
            MOVE "N" TO WRK-COPY-RECS-FLAG.
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
                                    AND (COPY-STORE = WRK-REQ-STORE
                                       OR COPY-STORE = SPACES)
                                  MOVE "Y" TO WRK-STOCKED-FLAG
                              END-IF
                          END-IF
                   END-READ
                END-PERFORM
            END-IF.

            IF WRK-COPY-RECS-FLAG = "N"
                MOVE "Y" TO WRK-STOCKED-FLAG
            END-IF.

            IF WRK-STOCKED-FLAG NOT = "Y"
                MOVE "NOT STOCKED AT THIS STORE" TO WRK-REASON
            END-IF.

      *      ONE PASS OVER THE TITLE'S QUEUE FINDS BOTH THE LAST
      *      SEQUENCE USED (FOR 0382-WRITE-HOLD) AND ANY PLACE THE
      *      CUSTOMER ALREADY HAS IN LINE.
       0340-SCAN-QUEUE         SECTION.
            MOVE "N" TO WRK-DUP-FLAG.
            MOVE ZEROS TO WRK-NEXT-HOLD-SEQ.
            MOVE MOVIES-KEY TO HOLD-MOVIES-KEY.
            MOVE ZEROS TO HOLD-SEQ.

            START HOLDS KEY IS GREATER THAN HOLD-ID
               INVALID KEY
                   MOVE 10 TO HOLDS-STATUS
               NOT INVALID KEY
                   MOVE 0 TO HOLDS-STATUS
            END-START.

            PERFORM UNTIL HOLDS-STATUS = 10
               READ HOLDS NEXT
                  AT END
                      MOVE 10 TO HOLDS-STATUS
                  NOT AT END
                      IF HOLD-MOVIES-KEY NOT EQUAL MOVIES-KEY
                          MOVE 10 TO HOLDS-STATUS
                      ELSE
                          MOVE HOLD-SEQ TO WRK-NEXT-HOLD-SEQ
                          IF HOLD-CUSTOMER-KEY = CUSTOMER-KEY
                                AND (HOLD-WAITING OR HOLD-HELD)
                              MOVE "Y" TO WRK-DUP-FLAG
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.

            IF WRK-DUP-FLAG = "Y"
                MOVE "ALREADY IN QUEUE FOR TITLE" TO WRK-REASON
            END-IF.

       0382-WRITE-HOLD         SECTION.
            ADD 1 TO WRK-NEXT-HOLD-SEQ.
            MOVE MOVIES-KEY        TO HOLD-MOVIES-KEY.
            MOVE WRK-NEXT-HOLD-SEQ TO HOLD-SEQ.
            MOVE CUSTOMER-KEY      TO HOLD-CUSTOMER-KEY.
            ACCEPT HOLD-PLACED-DATE FROM DATE YYYYMMDD.
            MOVE ZEROS TO HOLD-UNTIL-DATE.
            MOVE "W" TO HOLD-STATUS-FLAG.
            MOVE ZEROS TO HOLD-FILL-DATE HOLD-FILL-RENTAL.
            MOVE SPACE TO HOLD-FILL-PRIOR.

            WRITE HOLDS-REG
               INVALID KEY
                   MOVE "HOLD NOT PLACED - RETRY" TO WRK-REASON
               NOT INVALID KEY
                   MOVE "W" TO WRK-RJ-OPERATION
                   PERFORM 8130-JOURNAL-HOLD
            END-WRITE.

       0370-REPORT-STATISTICS  SECTION.
            MOVE 10 TO WRK-LINE.
            DISPLAY WRK-MSG-ACCEPTED LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-ACCEPT-QTY   LINE WRK-LINE COLUMN 40.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-REJECTED LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-REJECT-QTY   LINE WRK-LINE COLUMN 40.

            IF WRK-REPORT-BATCH NOT = "Y"
                ADD 1 TO WRK-LINE
                DISPLAY WRK-MSG-PRESSKEY LINE WRK-LINE COLUMN 10
                ACCEPT WRK-KEY LINE WRK-LINE COLUMN 25
                MOVE SPACES TO WRK-KEY
            END-IF.

       0400-FINALIZE           SECTION.
            CLOSE MOVIES.
            CLOSE CUSTOMERS.
            IF WRK-COPY-AVAIL-FLAG = "Y"
                CLOSE COPIES
            END-IF.
            IF WRK-REF-AVAIL-FLAG = "Y"
                CLOSE REFTABLE
            END-IF.
            CLOSE HOLDS.
            CLOSE RSP-FILE.
            GOBACK.

      *      THE HOUSEHOLD TOTAL THE BALANCE LIMIT IS CHECKED ON -
      *      JUST THIS ACCOUNT WHEN IT IS NOT IN A HOUSEHOLD. READING
      *      THE OTHER ACCOUNTS MOVES THE RECORD AREA, SO THE
      *      REQUESTING CUSTOMER IS READ BACK AT THE END.
       0720-HOUSEHOLD-BALANCE  SECTION.
            MOVE CUSTOMER-BALANCE TO WRK-HH-BALANCE.
            MOVE CUSTOMER-COLLECT-FLAG TO WRK-HH-COLLECT-FLAG.
            MOVE "H" TO WRK-HH-ACTION.
            MOVE CUSTOMER-KEY TO WRK-HH-CUSTOMER.
            CALL "HHLINK" USING WRK-HH-REC.

            IF WRK-HH-ROLE NOT = SPACE
                MOVE CUSTOMER-KEY TO WRK-HH-SAVE-KEY
                MOVE ZEROS TO WRK-HH-BALANCE
                PERFORM VARYING WRK-HH-IDX FROM 1 BY 1
                      UNTIL WRK-HH-IDX > WRK-HH-QTY
                   MOVE WRK-HH-MEMBER(WRK-HH-IDX) TO CUSTOMER-KEY
                   READ CUSTOMERS
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          ADD CUSTOMER-BALANCE TO WRK-HH-BALANCE
                          IF CUSTOMER-COLLECTIONS
                              MOVE "C" TO WRK-HH-COLLECT-FLAG
                          END-IF
                   END-READ
                END-PERFORM
                MOVE WRK-HH-SAVE-KEY TO CUSTOMER-KEY
                READ CUSTOMERS
                   INVALID KEY
                       CONTINUE
                END-READ
            END-IF.

       0722-HOUSEHOLD-RATING   SECTION.
            MOVE "N" TO WRK-HH-APPROVED-FLAG.
            MOVE "P" TO WRK-HH-ACTION.
            MOVE CUSTOMER-KEY TO WRK-HH-CUSTOMER.
            CALL "HHLINK" USING WRK-HH-REC.

            IF WRK-HH-ROLE = "M"
                PERFORM VARYING WRK-HH-IDX FROM 1 BY 1
                      UNTIL WRK-HH-IDX > 6
                   IF WRK-HH-RATING(WRK-HH-IDX) NOT = SPACES
                         AND WRK-HH-RATING(WRK-HH-IDX) = MOVIES-RATING
                       MOVE "Y" TO WRK-HH-APPROVED-FLAG
                   END-IF
                END-PERFORM
            END-IF.

      *      FORWARD-RECOVERY JOURNAL - SEE RECJRNL. THE CALLER SETS
      *      WRK-RJ-OPERATION TO W, R OR D AFTER THE CHANGE IS MADE;
      *      A REWRITE'S BEFORE IMAGE WAS SAVED WHEN THE RECORD WAS
      *      READ FOR UPDATE.
       8130-JOURNAL-HOLD       SECTION.
            MOVE "HOLDS" TO WRK-RJ-FILE.
            MOVE SPACES TO WRK-RJ-BEFORE.
            MOVE HOLDS-REG TO WRK-RJ-AFTER.
            CALL "RECJRNL" USING WRK-RJ-REC.

       9000-MANAGE-ERROR       SECTION.
            IF WRK-REPORT-BATCH = "Y"
                DISPLAY ERROR-SCREEN
            ELSE
                ACCEPT ERROR-SCREEN
            END-IF.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
