       IDENTIFICATION          DIVISION.
       PROGRAM-ID. CUSTSCORE.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: CUSTOMER RELIABILITY SCORING. EVERY ACTIVE CUSTOMER
      *          GETS A SCORE FROM 0 TO 100 AND, FROM IT, A TIER (A TO
      *          D) KEPT ON THE CUSTOMER RECORD. THE RENTAL COUNTER
      *          HOLDS EACH TIER TO ITS OWN LIMITS ON TITLES OUT AT
      *          ONCE AND NEW RELEASES OUT AT ONCE.
      *
      *          THE SCORE STARTS AT 20 AND IS BUILT FROM THE OPEN
      *          RENTALS, THE ARCHIVED HISTORY, THE PAYMENTS FILE AND
      *          THE CUSTOMER LEDGER:
      *            TENURE      +1 PER QUARTER SINCE THE FIRST
      *                        RENTAL ON FILE, UP TO +20
      *            VOLUME      +1 PER 5 RENTALS, UP TO +20
      *            ON TIME     UP TO +40 IN PROPORTION TO RENTALS
      *                        BACK BY THEIR DUE DATE (AN OPEN RENTAL
      *                        ALREADY PAST DUE COUNTS AS LATE); +20
      *                        WHILE NOTHING HAS BEEN JUDGED YET
      *            WRITE-OFFS  -10 EACH BALANCE WRITTEN OFF, TO -30
      *                        (NOT A DISPUTE SETTLED IN THE
      *                        CUSTOMER'S FAVOUR)
      *            DAMAGE      -5 EACH DAMAGE CHARGE NOT VOIDED,
      *                        TO -20
      *            LOST        -15 EACH RENTAL STILL LOST, TO -45
      *            COLLECTIONS -20 WHILE THE ACCOUNT IS FLAGGED
      *          THE TIER IS THE FIRST ONE IN TIERS.TXT WHOSE MINIMUM
      *          SCORE IS REACHED.
      *
      *          ONLY A CHANGED SCORE OR TIER IS REWRITTEN.
      *          CUSTSCORE.TXT LISTS EVERY CUSTOMER WHOSE TIER MOVED,
      *          WITH THE OLD AND NEW SCORE, EACH COMPONENT AND THE ONE
      *          THAT WEIGHED MOST IN THE DIRECTION OF THE MOVE.
      *
      *          RUNS PROMPT-FREE UNDER REPORTBATCH SO THE NIGHT CHAIN
      *          CAN DRIVE IT; THE REPORT IS ALWAYS WRITTEN.
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

      *      RENTALS_HIST.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      RENTHISTDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT RENTALS-HIST ASSIGN TO WRK-HIST-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS HIST-STATUS
             RECORD KEY IS HIST-KEY
             ALTERNATE RECORD KEY IS HIST-CUSTOMER-KEY
                WITH DUPLICATES.

      *      CUSTLEDG.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      CUSTLEDGDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT CUSTLEDG ASSIGN TO WRK-CUSTLEDG-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CUSTLEDG-STATUS
             RECORD KEY IS LEDG-KEY.

      *      PAYMENTS.TXT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      PAYMENTSTXT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT PAYMENTS ASSIGN TO WRK-PAYMENTS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PAYMENTS-STATUS.

      *      SELECT TIER-TABLE ASSIGN TO "./Data/TIERS.TXT"
             SELECT TIER-TABLE ASSIGN TO
               "C:\Cobol\Project\Data\TIERS.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TIER-TABLE-STATUS.

      *      SELECT SCORE-REPORT ASSIGN TO "./Data/CUSTSCORE.TXT"
             SELECT SCORE-REPORT ASSIGN TO
               "C:\Cobol\Project\Data\CUSTSCORE.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SCORE-REPORT-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- CUSTOMER FILE DESCRIPTION
      *      CUSTOMER-TIER / CUSTOMER-TIER-SCORE ARE SET BY THIS RUN -
      *      SPACES UNTIL THE CUSTOMER HAS BEEN SCORED ONCE.
       FD CUSTOMERS.
       01 CUSTOMERS-REG.
            05 CUSTOMER-KEY           PIC 9(005).
            05 CUSTOMER-NAME          PIC X(030).
            05 CUSTOMER-PHONE         PIC X(015).
            05 CUSTOMER-STATUS-FLAG   PIC X(001).
                88 CUSTOMER-ACTIVE           VALUE "A".
                88 CUSTOMER-INACTIVE         VALUE "I".
            05 CUSTOMER-BALANCE       PIC 9(005)V99.
            05 CUSTOMER-BIRTH-DATE    PIC 9(008).
            05 CUSTOMER-COLLECT-FLAG  PIC X(001).
                88 CUSTOMER-COLLECTIONS      VALUE "C".
            05 CUSTOMER-CREDIT        PIC 9(005)V99.
            05 CUSTOMER-POINTS        PIC 9(005).
            05 CUSTOMER-TIER          PIC X(001).
            05 CUSTOMER-TIER-SCORE    PIC 9(003).

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

      *---------------------------- PAYMENTS FILE INPUT
       FD PAYMENTS.
       01 PAYMENTS-REG.
            05 PAY-DATE              PIC 9(008).
            05 FILLER                PIC X(001).
            05 PAY-TIME              PIC X(006).
            05 FILLER                PIC X(001).
            05 PAY-CATEGORY          PIC X(001).
                88 PAY-WRITE-OFF             VALUE "W".
                88 PAY-DAMAGE                VALUE "D".
            05 FILLER                PIC X(001).
            05 PAY-TYPE              PIC X(001).
            05 FILLER                PIC X(001).
            05 PAY-RENTAL-KEY        PIC 9(005).
            05 FILLER                PIC X(001).
            05 PAY-CUSTOMER-KEY      PIC 9(005).
            05 FILLER                PIC X(001).
            05 PAY-MOVIES-KEY        PIC 9(005).
            05 FILLER                PIC X(001).
            05 PAY-AMOUNT            PIC 9(003)V99.
            05 FILLER                PIC X(001).
            05 PAY-OPERATOR          PIC X(008).
            05 FILLER                PIC X(001).
            05 PAY-RULE              PIC X(008).
            05 FILLER                PIC X(001).
            05 PAY-TAX-X             PIC X(005).
            05 FILLER                PIC X(016).
            05 PAY-STORE             PIC X(003).
            05 FILLER                PIC X(001).
            05 PAY-SIGN              PIC X(001).
                88 PAY-REVERSAL              VALUE "-".
            05 FILLER                PIC X(012).

      *---------------------------- RELIABILITY TIER TABLE INPUT
      *      ONE ROW PER TIER: THE TIER LETTER (A BEST TO D), THE
      *      MINIMUM SCORE THAT EARNS IT, THE MOST TITLES THAT TIER
      *      MAY HAVE OUT AT ONCE, THE MOST OF THEM THAT MAY BE NEW
      *      RELEASES, AND A NAME FOR THE SCREENS. A ROW REPLACES THE
      *      BUILT-IN TERMS FOR ITS LETTER; NO FILE MEANS THE BUILT-IN
      *      TERMS FOR ALL FOUR (SAME TABLE AS THE RENTAL COUNTER).
       FD TIER-TABLE.
       01 TIER-TABLE-REG.
            05 TIERT-CODE             PIC X(001).
            05 TIERT-MIN-SCORE        PIC 9(003).
            05 TIERT-MAX-OUT          PIC 9(002).
            05 TIERT-MAX-NEW          PIC 9(002).
            05 TIERT-NAME             PIC X(012).

      *---------------------------- TIER MOVES REPORT OUTPUT
       FD SCORE-REPORT.
       01 SCORE-REPORT-REG.
            05 SCORE-REPORT-DATA     PIC X(100).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                    PIC X(001).

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                   PIC 9(002) VALUE 01.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG              PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "CUSTSCORE".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "CUSTSCORE".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\CUSTSCORE.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-CORRUPTED     PIC X(040) VALUE
               "CORRUPTED FILE".
            05 WRK-MSG-OPEN          PIC X(040) VALUE
               "ERROR WHILE OPENING FILE".
            05 WRK-MSG-PATH          PIC X(040) VALUE
               "ERROR ON FILE PATH".
            05 WRK-MSG-UNKNOWN       PIC X(040) VALUE
               "UNKNOWN ERROR".
            05 WRK-MSG-PROCEED       PIC X(040) VALUE
               "SCORE ALL CUSTOMERS NOW (Y/N)?".
            05 WRK-MSG-CANCELLED     PIC X(040) VALUE
               "RUN CANCELLED - NO CUSTOMER SCORED".
            05 WRK-MSG-EVTFULL       PIC X(040) VALUE
               "EVENT TABLE FULL - REST SKIPPED".
            05 WRK-MSG-SCORED        PIC X(040) VALUE
               "CUSTOMERS SCORED".
            05 WRK-MSG-UPDATED       PIC X(040) VALUE
               "RECORDS UPDATED".
            05 WRK-MSG-MOVED-UP      PIC X(040) VALUE
               "TIER MOVED UP".
            05 WRK-MSG-MOVED-DOWN    PIC X(040) VALUE
               "TIER MOVED DOWN".
            05 WRK-MSG-FIRST         PIC X(040) VALUE
               "SCORED FOR THE FIRST TIME".
            05 WRK-MSG-PRESSKEY      PIC X(040) VALUE
               "PRESS ANY KEY".

      *---------------------------- FILE
       77 CUSTOMERS-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-CUSTOMERS-PATH         PIC X(060) VALUE SPACES.
       77 RENTALS-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-RENTALS-PATH           PIC X(060) VALUE SPACES.
       77 HIST-STATUS                PIC 9(002) VALUE ZEROS.
       77 WRK-HIST-PATH              PIC X(060) VALUE SPACES.
       77 WRK-HIST-AVAIL-FLAG        PIC X(001) VALUE "N".
       77 CUSTLEDG-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-CUSTLEDG-PATH          PIC X(060) VALUE SPACES.
       77 WRK-LEDG-AVAIL-FLAG        PIC X(001) VALUE "N".
       77 PAYMENTS-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-PAYMENTS-PATH          PIC X(060) VALUE SPACES.
       77 TIER-TABLE-STATUS          PIC 9(002) VALUE ZEROS.
       77 SCORE-REPORT-STATUS        PIC 9(002) VALUE ZEROS.

      *---------------------------- RUN CONTROLS
       77 WRK-RUN-DATE               PIC 9(008) VALUE ZEROS.
       77 WRK-REPORT-BATCH           PIC X(001) VALUE "N".

      *---------------------------- RELIABILITY TIERS
      *      BUILT-IN TERMS, BEST TIER FIRST - TIERS.TXT ROWS REPLACE
      *      THEM LETTER BY LETTER. THE LAST TIER MUST START AT ZERO
      *      SO EVERY SCORE LANDS SOMEWHERE.
       01 WRK-TIER-VALUES.
            05 FILLER                PIC X(020) VALUE
               "A0801005PREMIER".
            05 FILLER                PIC X(020) VALUE
               "B0600603REGULAR".
            05 FILLER                PIC X(020) VALUE
               "C0400301STANDARD".
            05 FILLER                PIC X(020) VALUE
               "D0000100RESTRICTED".
       01 WRK-TIER-TABLE REDEFINES WRK-TIER-VALUES.
            05 WRK-TIER-ENTRY OCCURS 4 TIMES.
                10 WRK-TIER-CODE      PIC X(001).
                10 WRK-TIER-MIN       PIC 9(003).
                10 WRK-TIER-MAX-OUT   PIC 9(002).
                10 WRK-TIER-MAX-NEW   PIC 9(002).
                10 WRK-TIER-NAME      PIC X(012).
       77 WRK-TIER-IDX               PIC 9(001) VALUE ZEROS.
       01 WRK-TIER-COUNTS.
            05 WRK-TIER-QTY          PIC 9(005) OCCURS 4 TIMES.

      *---------------------------- WRITE-OFF AND DAMAGE EVENTS
      *      ONE ENTRY PER CUSTOMER WITH A WRITE-OFF OR A DAMAGE CHARGE
      *      PAID AT THE COUNTER ON THE PAYMENTS FILE. A DAMAGE CHARGE
      *      PUT ON THE BALANCE INSTEAD IS FOUND ON THE LEDGER.
       77 WRK-EVT-QTY                PIC 9(004) VALUE ZEROS.
       77 WRK-EVT-MAX                PIC 9(004) VALUE 2000.
       77 WRK-EVT-IDX                PIC 9(004) VALUE ZEROS.
       77 WRK-EVT-FULL-FLAG          PIC X(001) VALUE "N".
       01 WRK-EVT-TABLE.
            05 WRK-EVT-ENTRY OCCURS 2000 TIMES.
                10 WRK-EVT-CUSTOMER   PIC 9(005).
                10 WRK-EVT-WRITEOFFS  PIC 9(003).
                10 WRK-EVT-DAMAGES    PIC 9(003).

      *---------------------------- ONE CUSTOMER'S HISTORY
       77 WRK-SC-RENTALS             PIC 9(005) VALUE ZEROS.
       77 WRK-SC-FIRST               PIC 9(008) VALUE ZEROS.
       77 WRK-SC-JUDGED              PIC 9(005) VALUE ZEROS.
       77 WRK-SC-ONTIME              PIC 9(005) VALUE ZEROS.
       77 WRK-SC-LOST                PIC 9(003) VALUE ZEROS.
       77 WRK-SC-WRITEOFFS           PIC 9(003) VALUE ZEROS.
       77 WRK-SC-DAMAGES             PIC 9(003) VALUE ZEROS.
       77 WRK-SC-DAYS                PIC 9(006) VALUE ZEROS.

      *      ONE RENTAL, FROM EITHER FILE, AS IT IS TALLIED
       77 WRK-TR-CHECKOUT            PIC 9(008) VALUE ZEROS.
       77 WRK-TR-DUE                 PIC 9(008) VALUE ZEROS.
       77 WRK-TR-RETURN              PIC 9(008) VALUE ZEROS.
       77 WRK-TR-STATUS              PIC X(001) VALUE SPACE.

      *---------------------------- SCORE COMPONENTS
       01 WRK-POINTS.
            05 WRK-PT-TENURE         PIC 9(002).
            05 WRK-PT-VOLUME         PIC 9(002).
            05 WRK-PT-ONTIME         PIC 9(002).
            05 WRK-PT-WRITEOFF       PIC 9(002).
            05 WRK-PT-DAMAGE         PIC 9(002).
            05 WRK-PT-LOST           PIC 9(002).
            05 WRK-PT-COLLECT        PIC 9(002).
       77 WRK-PT-LATE                PIC 9(002) VALUE ZEROS.
       77 WRK-SC-RAW                 PIC S9(004) VALUE ZEROS.
       77 WRK-OLD-SCORE              PIC 9(003) VALUE ZEROS.
       77 WRK-NEW-SCORE              PIC 9(003) VALUE ZEROS.
       77 WRK-OLD-TIER               PIC X(001) VALUE SPACE.
       77 WRK-NEW-TIER               PIC X(001) VALUE SPACE.
       77 WRK-REASON                 PIC X(020) VALUE SPACES.
       77 WRK-REASON-PTS             PIC 9(002) VALUE ZEROS.

      *---------------------------- RUN TOTALS
       77 WRK-SCORED-QTY             PIC 9(005) VALUE ZEROS.
       77 WRK-UPDATED-QTY            PIC 9(005) VALUE ZEROS.
       77 WRK-UP-QTY                 PIC 9(005) VALUE ZEROS.
       77 WRK-DOWN-QTY               PIC 9(005) VALUE ZEROS.
       77 WRK-FIRST-QTY              PIC 9(005) VALUE ZEROS.

      *---------------------------- RECOVERY JOURNAL SUBPROGRAM
       01 WRK-RJ-REC.
            05 WRK-RJ-FILE           PIC X(008).
            05 WRK-RJ-OPERATION      PIC X(001).
            05 WRK-RJ-BEFORE         PIC X(100).
            05 WRK-RJ-AFTER          PIC X(100).
            05 WRK-RJ-PROGRAM        PIC X(012) VALUE "CUSTSCORE".
      *      BEFORE IMAGES, SAVED WHEN A RECORD IS READ FOR UPDATE
       77 WRK-RJ-CUST-BEFORE         PIC X(100) VALUE SPACES.

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

            MOVE SPACES TO WRK-HIST-PATH.
            ACCEPT WRK-HIST-PATH FROM ENVIRONMENT "RENTHISTDAT".
            IF WRK-HIST-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\RENTALS_HIST.DAT"
                   TO WRK-HIST-PATH
            END-IF.

            MOVE SPACES TO WRK-CUSTLEDG-PATH.
            ACCEPT WRK-CUSTLEDG-PATH FROM ENVIRONMENT "CUSTLEDGDAT".
            IF WRK-CUSTLEDG-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\CUSTLEDG.DAT"
                   TO WRK-CUSTLEDG-PATH
            END-IF.

            MOVE SPACES TO WRK-PAYMENTS-PATH.
            ACCEPT WRK-PAYMENTS-PATH FROM ENVIRONMENT "PAYMENTSTXT".
            IF WRK-PAYMENTS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\PAYMENTS.TXT"
                   TO WRK-PAYMENTS-PATH
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
            OPEN I-O CUSTOMERS.
            PERFORM 0210-VERIFICATION.

            OPEN INPUT RENTALS.
            PERFORM 0212-VERIFICATION-RENTALS.

      *      NO HISTORY OR NO LEDGER YET IS NOT AN ERROR - THERE IS
      *      JUST NOTHING THERE TO COUNT.
            OPEN INPUT RENTALS-HIST.
            IF HIST-STATUS = ZEROS
                MOVE "Y" TO WRK-HIST-AVAIL-FLAG
            ELSE
                MOVE "N" TO WRK-HIST-AVAIL-FLAG
            END-IF.

            OPEN INPUT CUSTLEDG.
            IF CUSTLEDG-STATUS = ZEROS
                MOVE "Y" TO WRK-LEDG-AVAIL-FLAG
            ELSE
                MOVE "N" TO WRK-LEDG-AVAIL-FLAG
            END-IF.

            PERFORM 0220-LOAD-TIERS.

            OPEN OUTPUT SCORE-REPORT.

       0210-VERIFICATION       SECTION.
            EVALUATE CUSTOMERS-STATUS
              WHEN 0
                CONTINUE
              WHEN 30
                MOVE WRK-MSG-PATH TO WRK-ERROR-MSG
              WHEN 35
                MOVE WRK-MSG-OPEN TO WRK-ERROR-MSG
              WHEN 42
                MOVE WRK-MSG-CORRUPTED TO WRK-ERROR-MSG
              WHEN OTHER
                MOVE WRK-MSG-UNKNOWN TO WRK-ERROR-MSG
            END-EVALUATE.

            IF WRK-ERROR-MSG NOT EQUAL SPACES
               PERFORM 9000-MANAGE-ERROR
            END-IF.

       0212-VERIFICATION-RENTALS SECTION.
            EVALUATE RENTALS-STATUS
              WHEN 0
                CONTINUE
              WHEN 30
                MOVE WRK-MSG-PATH TO WRK-ERROR-MSG
              WHEN 35
                MOVE WRK-MSG-OPEN TO WRK-ERROR-MSG
              WHEN 42
                MOVE WRK-MSG-CORRUPTED TO WRK-ERROR-MSG
              WHEN OTHER
                MOVE WRK-MSG-UNKNOWN TO WRK-ERROR-MSG
            END-EVALUATE.

            IF WRK-ERROR-MSG NOT EQUAL SPACES
               PERFORM 9000-MANAGE-ERROR
            END-IF.

       0220-LOAD-TIERS         SECTION.
            OPEN INPUT TIER-TABLE.
            IF TIER-TABLE-STATUS = ZEROS
                PERFORM UNTIL TIER-TABLE-STATUS = 10
                   READ TIER-TABLE
                      AT END
                          MOVE 10 TO TIER-TABLE-STATUS
                      NOT AT END
                          PERFORM 0222-APPLY-TIER-ROW
                   END-READ
                END-PERFORM
                CLOSE TIER-TABLE
            END-IF.
            MOVE ZEROS TO WRK-TIER-MIN(4).

       0222-APPLY-TIER-ROW     SECTION.
            IF TIERT-MIN-SCORE IS NUMERIC
                  AND TIERT-MAX-OUT IS NUMERIC
                  AND TIERT-MAX-NEW IS NUMERIC
                PERFORM VARYING WRK-TIER-IDX FROM 1 BY 1
                      UNTIL WRK-TIER-IDX > 4
                   IF WRK-TIER-CODE(WRK-TIER-IDX) = TIERT-CODE
                       MOVE TIERT-MIN-SCORE
                          TO WRK-TIER-MIN(WRK-TIER-IDX)
                       MOVE TIERT-MAX-OUT
                          TO WRK-TIER-MAX-OUT(WRK-TIER-IDX)
                       MOVE TIERT-MAX-NEW
                          TO WRK-TIER-MAX-NEW(WRK-TIER-IDX)
                       IF TIERT-NAME NOT = SPACES
                           MOVE TIERT-NAME
                              TO WRK-TIER-NAME(WRK-TIER-IDX)
                       END-IF
                   END-IF
                END-PERFORM
            END-IF.

       0300-PROCESS            SECTION.
            MOVE ZEROS TO WRK-SCORED-QTY WRK-UPDATED-QTY WRK-UP-QTY
               WRK-DOWN-QTY WRK-FIRST-QTY WRK-EVT-QTY.
            INITIALIZE WRK-TIER-COUNTS.
            MOVE "N" TO WRK-EVT-FULL-FLAG.
            ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
            DISPLAY CLEANER-SCREEN.

            MOVE "Y" TO WRK-KEY.
            IF WRK-REPORT-BATCH NOT = "Y"
                DISPLAY WRK-MSG-PROCEED LINE 08 COLUMN 10
                   BACKGROUND-COLOR 3
                ACCEPT WRK-KEY LINE 08 COLUMN 52
                   BACKGROUND-COLOR 3
            END-IF.

            PERFORM 0305-REPORT-HEADER.

            IF WRK-KEY = "Y" OR WRK-KEY = "y"
                PERFORM 0310-SCAN-PAYMENTS
                PERFORM 0320-SCORE-CUSTOMERS
                PERFORM 0360-REPORT-TOTALS
            ELSE
                MOVE SPACES TO SCORE-REPORT-REG
                MOVE WRK-MSG-CANCELLED TO SCORE-REPORT-DATA
                WRITE SCORE-REPORT-REG
            END-IF.
            MOVE SPACES TO WRK-KEY.

            PERFORM 0370-REPORT-STATISTICS.

       0305-REPORT-HEADER      SECTION.
            MOVE SPACES TO SCORE-REPORT-REG.
            STRING "CUSTOMER TIER MOVES - " DELIMITED BY SIZE
                   WRK-RUN-DATE DELIMITED BY SIZE
                   INTO SCORE-REPORT-DATA
            END-STRING.
            WRITE SCORE-REPORT-REG.

            MOVE SPACES TO SCORE-REPORT-REG.
            MOVE "ID"       TO SCORE-REPORT-DATA(001:02).
            MOVE "NAME"     TO SCORE-REPORT-DATA(007:04).
            MOVE "TIER"     TO SCORE-REPORT-DATA(028:04).
            MOVE "WAS"      TO SCORE-REPORT-DATA(036:03).
            MOVE "NOW"      TO SCORE-REPORT-DATA(041:03).
            MOVE "TEN"      TO SCORE-REPORT-DATA(045:03).
            MOVE "VOL"      TO SCORE-REPORT-DATA(049:03).
            MOVE "ONT"      TO SCORE-REPORT-DATA(053:03).
            MOVE "W/O"      TO SCORE-REPORT-DATA(057:03).
            MOVE "DMG"      TO SCORE-REPORT-DATA(061:03).
            MOVE "LST"      TO SCORE-REPORT-DATA(065:03).
            MOVE "COL"      TO SCORE-REPORT-DATA(069:03).
            MOVE "REASON"   TO SCORE-REPORT-DATA(074:06).
            WRITE SCORE-REPORT-REG.

            MOVE SPACES TO SCORE-REPORT-REG.
            MOVE ALL "-" TO SCORE-REPORT-DATA(001:93).
            WRITE SCORE-REPORT-REG.

      *      A REVERSAL ROW (POST-VOID) CANCELS THE ROW IT REVERSES,
      *      SO A VOIDED CHARGE IS NOT HELD AGAINST ANYONE. A WRITE-OFF
      *      UNDER RULE DISPUTE SETTLED A CASE IN THE CUSTOMER'S
      *      FAVOUR AND IS NOT A BAD DEBT. THE "LOST" DAMAGE ROWS ARE
      *      LEFT OUT HERE - THE LOST RENTAL ITSELF IS WHAT COUNTS.
       0310-SCAN-PAYMENTS      SECTION.
            OPEN INPUT PAYMENTS.
            IF PAYMENTS-STATUS NOT EQUAL ZEROS
                MOVE 10 TO PAYMENTS-STATUS
            END-IF.
            PERFORM UNTIL PAYMENTS-STATUS = 10
               READ PAYMENTS
                  AT END
                      MOVE 10 TO PAYMENTS-STATUS
                  NOT AT END
                      IF (PAY-WRITE-OFF AND PAY-RULE NOT = "DISPUTE")
                            OR (PAY-DAMAGE AND PAY-RULE = "DAMAGE")
                          PERFORM 0312-ADD-EVENT
                      END-IF
               END-READ
            END-PERFORM.
            CLOSE PAYMENTS.

            IF WRK-EVT-FULL-FLAG = "Y"
                MOVE WRK-MSG-EVTFULL TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-IF.

       0312-ADD-EVENT          SECTION.
            PERFORM VARYING WRK-EVT-IDX FROM 1 BY 1
                  UNTIL WRK-EVT-IDX > WRK-EVT-QTY
                     OR WRK-EVT-CUSTOMER(WRK-EVT-IDX)
                        = PAY-CUSTOMER-KEY
               CONTINUE
            END-PERFORM.

            IF WRK-EVT-IDX > WRK-EVT-QTY
                IF WRK-EVT-QTY = WRK-EVT-MAX
                    MOVE "Y" TO WRK-EVT-FULL-FLAG
                    MOVE ZEROS TO WRK-EVT-IDX
                ELSE
                    ADD 1 TO WRK-EVT-QTY
                    MOVE WRK-EVT-QTY TO WRK-EVT-IDX
                    MOVE PAY-CUSTOMER-KEY
                       TO WRK-EVT-CUSTOMER(WRK-EVT-IDX)
                    MOVE ZEROS TO WRK-EVT-WRITEOFFS(WRK-EVT-IDX)
                       WRK-EVT-DAMAGES(WRK-EVT-IDX)
                END-IF
            END-IF.

            IF WRK-EVT-IDX > ZEROS
                IF PAY-REVERSAL
                    IF PAY-WRITE-OFF
                        IF WRK-EVT-WRITEOFFS(WRK-EVT-IDX) > ZEROS
                            SUBTRACT 1
                               FROM WRK-EVT-WRITEOFFS(WRK-EVT-IDX)
                        END-IF
                    ELSE
                        IF WRK-EVT-DAMAGES(WRK-EVT-IDX) > ZEROS
                            SUBTRACT 1
                               FROM WRK-EVT-DAMAGES(WRK-EVT-IDX)
                        END-IF
                    END-IF
                ELSE
                    IF PAY-WRITE-OFF
                        ADD 1 TO WRK-EVT-WRITEOFFS(WRK-EVT-IDX)
                    ELSE
                        ADD 1 TO WRK-EVT-DAMAGES(WRK-EVT-IDX)
                    END-IF
                END-IF
            END-IF.

      *      A CUSTOMER MARKED INACTIVE (CLOSED, OR MERGED INTO
      *      ANOTHER ACCOUNT) CANNOT RENT, SO IS NOT SCORED.
       0320-SCORE-CUSTOMERS    SECTION.
            MOVE ZEROS TO CUSTOMER-KEY.
            START CUSTOMERS KEY IS GREATER THAN CUSTOMER-KEY
               INVALID KEY
                   MOVE 10 TO CUSTOMERS-STATUS
               NOT INVALID KEY
                   MOVE 0 TO CUSTOMERS-STATUS
            END-START.

            PERFORM UNTIL CUSTOMERS-STATUS = 10
               READ CUSTOMERS NEXT
                  AT END
                      MOVE 10 TO CUSTOMERS-STATUS
                  NOT AT END
                      IF NOT CUSTOMER-INACTIVE
                          PERFORM 0330-SCORE-ONE
                      END-IF
               END-READ
            END-PERFORM.

       0330-SCORE-ONE          SECTION.
            ADD 1 TO WRK-SCORED-QTY.
            MOVE ZEROS TO WRK-SC-RENTALS WRK-SC-FIRST WRK-SC-JUDGED
               WRK-SC-ONTIME WRK-SC-LOST WRK-SC-WRITEOFFS
               WRK-SC-DAMAGES.

            PERFORM 0332-TALLY-RENTALS.
            IF WRK-HIST-AVAIL-FLAG = "Y"
                PERFORM 0334-TALLY-HISTORY
            END-IF.
            IF WRK-LEDG-AVAIL-FLAG = "Y"
                PERFORM 0338-TALLY-LEDGER
            END-IF.
            PERFORM VARYING WRK-EVT-IDX FROM 1 BY 1
                  UNTIL WRK-EVT-IDX > WRK-EVT-QTY
               IF WRK-EVT-CUSTOMER(WRK-EVT-IDX) = CUSTOMER-KEY
                   ADD WRK-EVT-WRITEOFFS(WRK-EVT-IDX)
                      TO WRK-SC-WRITEOFFS
                   ADD WRK-EVT-DAMAGES(WRK-EVT-IDX)
                      TO WRK-SC-DAMAGES
               END-IF
            END-PERFORM.

            PERFORM 0340-COMPUTE-SCORE.
            PERFORM 0342-ASSIGN-TIER.

            MOVE CUSTOMER-TIER TO WRK-OLD-TIER.
            IF CUSTOMER-TIER-SCORE IS NUMERIC
                MOVE CUSTOMER-TIER-SCORE TO WRK-OLD-SCORE
            ELSE
                MOVE ZEROS TO WRK-OLD-SCORE
            END-IF.

            IF WRK-NEW-TIER NOT = WRK-OLD-TIER
                  OR WRK-NEW-SCORE NOT = WRK-OLD-SCORE
                  OR CUSTOMER-TIER-SCORE IS NOT NUMERIC
                MOVE CUSTOMERS-REG TO WRK-RJ-CUST-BEFORE
                MOVE WRK-NEW-TIER  TO CUSTOMER-TIER
                MOVE WRK-NEW-SCORE TO CUSTOMER-TIER-SCORE
                REWRITE CUSTOMERS-REG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "R" TO WRK-RJ-OPERATION
                       PERFORM 8100-JOURNAL-CUSTOMER
                       ADD 1 TO WRK-UPDATED-QTY
                END-REWRITE
            END-IF.

            IF WRK-NEW-TIER NOT = WRK-OLD-TIER
                PERFORM 0344-PICK-REASON
                PERFORM 0350-WRITE-MOVE
            END-IF.

       0332-TALLY-RENTALS      SECTION.
            MOVE CUSTOMER-KEY TO RENTAL-CUSTOMER-KEY.
            START RENTALS KEY IS EQUAL TO RENTAL-CUSTOMER-KEY
               INVALID KEY
                   MOVE 10 TO RENTALS-STATUS
               NOT INVALID KEY
                   MOVE 0 TO RENTALS-STATUS
            END-START.
            PERFORM UNTIL RENTALS-STATUS = 10
               READ RENTALS NEXT
                  AT END
                      MOVE 10 TO RENTALS-STATUS
                  NOT AT END
                      IF RENTAL-CUSTOMER-KEY NOT = CUSTOMER-KEY
                          MOVE 10 TO RENTALS-STATUS
                      ELSE
                          MOVE RENTAL-CHECKOUT-DATE TO WRK-TR-CHECKOUT
                          MOVE RENTAL-DUE-DATE      TO WRK-TR-DUE
                          MOVE RENTAL-RETURN-DATE   TO WRK-TR-RETURN
                          MOVE RENTAL-STATUS-FLAG   TO WRK-TR-STATUS
                          PERFORM 0336-TALLY-ONE
                      END-IF
               END-READ
            END-PERFORM.
            MOVE ZEROS TO RENTALS-STATUS.

       0334-TALLY-HISTORY      SECTION.
            MOVE CUSTOMER-KEY TO HIST-CUSTOMER-KEY.
            START RENTALS-HIST KEY IS EQUAL TO HIST-CUSTOMER-KEY
               INVALID KEY
                   MOVE 10 TO HIST-STATUS
               NOT INVALID KEY
                   MOVE 0 TO HIST-STATUS
            END-START.
            PERFORM UNTIL HIST-STATUS = 10
               READ RENTALS-HIST NEXT
                  AT END
                      MOVE 10 TO HIST-STATUS
                  NOT AT END
                      IF HIST-CUSTOMER-KEY NOT = CUSTOMER-KEY
                          MOVE 10 TO HIST-STATUS
                      ELSE
                          MOVE HIST-CHECKOUT-DATE TO WRK-TR-CHECKOUT
                          MOVE HIST-DUE-DATE      TO WRK-TR-DUE
                          MOVE HIST-RETURN-DATE   TO WRK-TR-RETURN
                          MOVE HIST-STATUS-FLAG   TO WRK-TR-STATUS
                          PERFORM 0336-TALLY-ONE
                      END-IF
               END-READ
            END-PERFORM.
            MOVE ZEROS TO HIST-STATUS.

      *      A RETURN IS ON TIME WHEN IT CAME BACK BY THE DUE DATE
      *      (RENEWALS HAVE ALREADY MOVED THE DUE DATE OUT). A TITLE
      *      STILL OUT IS ONLY JUDGED ONCE IT IS PAST DUE, AND THEN AS
      *      LATE; A LOST ONE COUNTS UNDER LOST, NOT HERE.
       0336-TALLY-ONE          SECTION.
            ADD 1 TO WRK-SC-RENTALS.
            IF WRK-TR-CHECKOUT > ZEROS
                  AND (WRK-SC-FIRST = ZEROS
                     OR WRK-TR-CHECKOUT < WRK-SC-FIRST)
                MOVE WRK-TR-CHECKOUT TO WRK-SC-FIRST
            END-IF.

            EVALUATE WRK-TR-STATUS
              WHEN "C"
                ADD 1 TO WRK-SC-JUDGED
                IF WRK-TR-RETURN <= WRK-TR-DUE
                    ADD 1 TO WRK-SC-ONTIME
                END-IF
              WHEN "L"
                ADD 1 TO WRK-SC-LOST
              WHEN "O"
                IF WRK-TR-DUE < WRK-RUN-DATE
                    ADD 1 TO WRK-SC-JUDGED
                END-IF
              WHEN OTHER
                CONTINUE
            END-EVALUATE.

      *      A DAMAGE CHARGE THE CUSTOMER COULD NOT PAY ON THE SPOT
      *      GOES ON THE BALANCE AND SHOWS ONLY ON THE LEDGER. A VOID
      *      OF THAT CHARGE POSTS THE TAKE-BACK UNDER DMGVOID, WHICH
      *      CANCELS ONE DAMAGE.
       0338-TALLY-LEDGER       SECTION.
            MOVE CUSTOMER-KEY TO LEDG-CUSTOMER.
            MOVE 1 TO LEDG-SEQ.
            START CUSTLEDG KEY IS NOT LESS THAN LEDG-KEY
               INVALID KEY
                   MOVE 10 TO CUSTLEDG-STATUS
               NOT INVALID KEY
                   MOVE 0 TO CUSTLEDG-STATUS
            END-START.
            PERFORM UNTIL CUSTLEDG-STATUS = 10
               READ CUSTLEDG NEXT
                  AT END
                      MOVE 10 TO CUSTLEDG-STATUS
                  NOT AT END
                      IF LEDG-CUSTOMER NOT = CUSTOMER-KEY
                          MOVE 10 TO CUSTLEDG-STATUS
                      ELSE
                          IF LEDG-REASON = "DAMAGE"
                                AND LEDG-AMOUNT > ZEROS
                              ADD 1 TO WRK-SC-DAMAGES
                          END-IF
                          IF LEDG-REASON = "DMGVOID"
                                AND LEDG-AMOUNT NOT > ZEROS
                                AND WRK-SC-DAMAGES > ZEROS
                              SUBTRACT 1 FROM WRK-SC-DAMAGES
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.
            MOVE ZEROS TO CUSTLEDG-STATUS.

       0340-COMPUTE-SCORE      SECTION.
            INITIALIZE WRK-POINTS.

            IF WRK-SC-FIRST > ZEROS
                  AND WRK-SC-FIRST < WRK-RUN-DATE
                COMPUTE WRK-SC-DAYS =
                   FUNCTION INTEGER-OF-DATE(WRK-RUN-DATE) -
                   FUNCTION INTEGER-OF-DATE(WRK-SC-FIRST)
                IF WRK-SC-DAYS / 91 > 20
                    MOVE 20 TO WRK-PT-TENURE
                ELSE
                    COMPUTE WRK-PT-TENURE = WRK-SC-DAYS / 91
                END-IF
            END-IF.

            IF WRK-SC-RENTALS / 5 > 20
                MOVE 20 TO WRK-PT-VOLUME
            ELSE
                COMPUTE WRK-PT-VOLUME = WRK-SC-RENTALS / 5
            END-IF.

            IF WRK-SC-JUDGED = ZEROS
                MOVE 20 TO WRK-PT-ONTIME
            ELSE
                COMPUTE WRK-PT-ONTIME =
                   WRK-SC-ONTIME * 40 / WRK-SC-JUDGED
            END-IF.

            IF WRK-SC-WRITEOFFS > 3
                MOVE 30 TO WRK-PT-WRITEOFF
            ELSE
                COMPUTE WRK-PT-WRITEOFF = WRK-SC-WRITEOFFS * 10
            END-IF.

            IF WRK-SC-DAMAGES > 4
                MOVE 20 TO WRK-PT-DAMAGE
            ELSE
                COMPUTE WRK-PT-DAMAGE = WRK-SC-DAMAGES * 5
            END-IF.

            IF WRK-SC-LOST > 3
                MOVE 45 TO WRK-PT-LOST
            ELSE
                COMPUTE WRK-PT-LOST = WRK-SC-LOST * 15
            END-IF.

            IF CUSTOMER-COLLECTIONS
                MOVE 20 TO WRK-PT-COLLECT
            END-IF.

            COMPUTE WRK-SC-RAW = 20 + WRK-PT-TENURE + WRK-PT-VOLUME
               + WRK-PT-ONTIME - WRK-PT-WRITEOFF - WRK-PT-DAMAGE
               - WRK-PT-LOST - WRK-PT-COLLECT.
            EVALUATE TRUE
              WHEN WRK-SC-RAW < ZEROS
                MOVE ZEROS TO WRK-NEW-SCORE
              WHEN WRK-SC-RAW > 100
                MOVE 100 TO WRK-NEW-SCORE
              WHEN OTHER
                MOVE WRK-SC-RAW TO WRK-NEW-SCORE
            END-EVALUATE.

       0342-ASSIGN-TIER        SECTION.
            PERFORM VARYING WRK-TIER-IDX FROM 1 BY 1
                  UNTIL WRK-TIER-IDX = 4
                     OR WRK-NEW-SCORE >= WRK-TIER-MIN(WRK-TIER-IDX)
               CONTINUE
            END-PERFORM.
            MOVE WRK-TIER-CODE(WRK-TIER-IDX) TO WRK-NEW-TIER.
            ADD 1 TO WRK-TIER-QTY(WRK-TIER-IDX).

      *      THE REASON SHOWN IS THE COMPONENT THAT WEIGHED MOST IN
      *      THE DIRECTION THE TIER WENT - THE BIGGEST PLUS FOR A MOVE
      *      UP, THE BIGGEST MINUS (A SHORTFALL IN ON-TIME RETURNS
      *      COUNTING AS A MINUS) FOR A MOVE DOWN. THE SAME SCORE IN A
      *      NEW TIER MEANS TIERS.TXT WAS CHANGED.
       0344-PICK-REASON        SECTION.
            MOVE ZEROS TO WRK-REASON-PTS.
            MOVE SPACES TO WRK-REASON.
            EVALUATE TRUE
              WHEN WRK-OLD-TIER = SPACE
                ADD 1 TO WRK-FIRST-QTY
                MOVE "FIRST SCORING" TO WRK-REASON
              WHEN WRK-NEW-SCORE = WRK-OLD-SCORE
                IF WRK-NEW-TIER < WRK-OLD-TIER
                    ADD 1 TO WRK-UP-QTY
                ELSE
                    ADD 1 TO WRK-DOWN-QTY
                END-IF
                MOVE "TIER TERMS CHANGED" TO WRK-REASON
              WHEN WRK-NEW-TIER < WRK-OLD-TIER
                ADD 1 TO WRK-UP-QTY
                MOVE WRK-PT-TENURE TO WRK-REASON-PTS
                MOVE "TENURE" TO WRK-REASON
                IF WRK-PT-VOLUME > WRK-REASON-PTS
                    MOVE WRK-PT-VOLUME TO WRK-REASON-PTS
                    MOVE "RENTAL VOLUME" TO WRK-REASON
                END-IF
                IF WRK-PT-ONTIME > WRK-REASON-PTS
                    MOVE WRK-PT-ONTIME TO WRK-REASON-PTS
                    MOVE "ON-TIME RETURNS" TO WRK-REASON
                END-IF
              WHEN OTHER
                ADD 1 TO WRK-DOWN-QTY
                COMPUTE WRK-PT-LATE = 40 - WRK-PT-ONTIME
                MOVE WRK-PT-LATE TO WRK-REASON-PTS
                MOVE "LATE RETURNS" TO WRK-REASON
                IF WRK-PT-WRITEOFF > WRK-REASON-PTS
                    MOVE WRK-PT-WRITEOFF TO WRK-REASON-PTS
                    MOVE "BALANCE WRITE-OFFS" TO WRK-REASON
                END-IF
                IF WRK-PT-DAMAGE > WRK-REASON-PTS
                    MOVE WRK-PT-DAMAGE TO WRK-REASON-PTS
                    MOVE "DAMAGE CHARGES" TO WRK-REASON
                END-IF
                IF WRK-PT-LOST > WRK-REASON-PTS
                    MOVE WRK-PT-LOST TO WRK-REASON-PTS
                    MOVE "LOST RENTALS" TO WRK-REASON
                END-IF
                IF WRK-PT-COLLECT > WRK-REASON-PTS
                    MOVE WRK-PT-COLLECT TO WRK-REASON-PTS
                    MOVE "COLLECTIONS FLAG" TO WRK-REASON
                END-IF
            END-EVALUATE.

       0350-WRITE-MOVE         SECTION.
            MOVE SPACES TO SCORE-REPORT-REG.
            MOVE CUSTOMER-KEY    TO SCORE-REPORT-DATA(001:05).
            MOVE CUSTOMER-NAME   TO SCORE-REPORT-DATA(007:20).
            IF WRK-OLD-TIER = SPACE
                MOVE "-"         TO SCORE-REPORT-DATA(028:01)
            ELSE
                MOVE WRK-OLD-TIER TO SCORE-REPORT-DATA(028:01)
            END-IF.
            MOVE "->"            TO SCORE-REPORT-DATA(029:02).
            MOVE WRK-NEW-TIER    TO SCORE-REPORT-DATA(031:01).
            MOVE WRK-OLD-SCORE   TO SCORE-REPORT-DATA(036:03).
            MOVE WRK-NEW-SCORE   TO SCORE-REPORT-DATA(041:03).
            MOVE WRK-PT-TENURE   TO SCORE-REPORT-DATA(046:02).
            MOVE WRK-PT-VOLUME   TO SCORE-REPORT-DATA(050:02).
            MOVE WRK-PT-ONTIME   TO SCORE-REPORT-DATA(054:02).
            MOVE WRK-PT-WRITEOFF TO SCORE-REPORT-DATA(058:02).
            MOVE WRK-PT-DAMAGE   TO SCORE-REPORT-DATA(062:02).
            MOVE WRK-PT-LOST     TO SCORE-REPORT-DATA(066:02).
            MOVE WRK-PT-COLLECT  TO SCORE-REPORT-DATA(070:02).
            MOVE WRK-REASON      TO SCORE-REPORT-DATA(074:20).
            WRITE SCORE-REPORT-REG.

       0360-REPORT-TOTALS      SECTION.
            MOVE SPACES TO SCORE-REPORT-REG.
            WRITE SCORE-REPORT-REG.

            MOVE SPACES TO SCORE-REPORT-REG.
            MOVE WRK-MSG-SCORED  TO SCORE-REPORT-DATA(001:30).
            MOVE WRK-SCORED-QTY  TO SCORE-REPORT-DATA(032:05).
            WRITE SCORE-REPORT-REG.

            MOVE SPACES TO SCORE-REPORT-REG.
            MOVE WRK-MSG-UPDATED TO SCORE-REPORT-DATA(001:30).
            MOVE WRK-UPDATED-QTY TO SCORE-REPORT-DATA(032:05).
            WRITE SCORE-REPORT-REG.

            MOVE SPACES TO SCORE-REPORT-REG.
            MOVE WRK-MSG-MOVED-UP TO SCORE-REPORT-DATA(001:30).
            MOVE WRK-UP-QTY      TO SCORE-REPORT-DATA(032:05).
            WRITE SCORE-REPORT-REG.

            MOVE SPACES TO SCORE-REPORT-REG.
            MOVE WRK-MSG-MOVED-DOWN TO SCORE-REPORT-DATA(001:30).
            MOVE WRK-DOWN-QTY    TO SCORE-REPORT-DATA(032:05).
            WRITE SCORE-REPORT-REG.

            MOVE SPACES TO SCORE-REPORT-REG.
            MOVE WRK-MSG-FIRST   TO SCORE-REPORT-DATA(001:30).
            MOVE WRK-FIRST-QTY   TO SCORE-REPORT-DATA(032:05).
            WRITE SCORE-REPORT-REG.

            PERFORM VARYING WRK-TIER-IDX FROM 1 BY 1
                  UNTIL WRK-TIER-IDX > 4
               MOVE SPACES TO SCORE-REPORT-REG
               MOVE "TIER" TO SCORE-REPORT-DATA(001:04)
               MOVE WRK-TIER-CODE(WRK-TIER-IDX)
                  TO SCORE-REPORT-DATA(006:01)
               MOVE WRK-TIER-NAME(WRK-TIER-IDX)
                  TO SCORE-REPORT-DATA(008:12)
               MOVE "FROM"  TO SCORE-REPORT-DATA(021:04)
               MOVE WRK-TIER-MIN(WRK-TIER-IDX)
                  TO SCORE-REPORT-DATA(026:03)
               MOVE WRK-TIER-QTY(WRK-TIER-IDX)
                  TO SCORE-REPORT-DATA(032:05)
               MOVE "OUT"   TO SCORE-REPORT-DATA(039:03)
               MOVE WRK-TIER-MAX-OUT(WRK-TIER-IDX)
                  TO SCORE-REPORT-DATA(043:02)
               MOVE "NEW"   TO SCORE-REPORT-DATA(046:03)
               MOVE WRK-TIER-MAX-NEW(WRK-TIER-IDX)
                  TO SCORE-REPORT-DATA(050:02)
               WRITE SCORE-REPORT-REG
            END-PERFORM.

       0370-REPORT-STATISTICS  SECTION.
            MOVE 10 TO WRK-LINE.
            DISPLAY WRK-MSG-SCORED     LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-SCORED-QTY     LINE WRK-LINE COLUMN 38.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-UPDATED    LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-UPDATED-QTY    LINE WRK-LINE COLUMN 38.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-MOVED-UP   LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-UP-QTY         LINE WRK-LINE COLUMN 38.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-MOVED-DOWN LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-DOWN-QTY       LINE WRK-LINE COLUMN 38.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-FIRST      LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-FIRST-QTY      LINE WRK-LINE COLUMN 38.

            IF WRK-REPORT-BATCH NOT = "Y"
                ADD 1 TO WRK-LINE
                DISPLAY WRK-MSG-PRESSKEY LINE WRK-LINE COLUMN 10
                ACCEPT WRK-KEY LINE WRK-LINE COLUMN 25
                MOVE SPACES TO WRK-KEY
            END-IF.

       0400-FINALIZE           SECTION.
            CLOSE CUSTOMERS.
            CLOSE RENTALS.
            IF WRK-HIST-AVAIL-FLAG = "Y"
                CLOSE RENTALS-HIST
            END-IF.
            IF WRK-LEDG-AVAIL-FLAG = "Y"
                CLOSE CUSTLEDG
            END-IF.
            CLOSE SCORE-REPORT.
            CALL "RPTFILE" USING WRK-RPTFILE-REC.
            GOBACK.

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

       9000-MANAGE-ERROR       SECTION.
            IF WRK-REPORT-BATCH = "Y"
                DISPLAY ERROR-SCREEN
            ELSE
                ACCEPT ERROR-SCREEN
            END-IF.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
