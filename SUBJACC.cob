       IDENTIFICATION          DIVISION.
       PROGRAM-ID. SUBJACC.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: SUBJECT-ACCESS REPORT - EVERYTHING ON FILE FOR ONE
      *          CUSTOMER, FOR ANSWERING "WHAT DO YOU HOLD ABOUT ME":
      *            - THE CUSTOMER MASTER AND CONTACT DETAILS
      *            - HOUSEHOLD AND SUBSCRIPTION
      *            - THE ACCOUNT LEDGER
      *            - LIVE RENTALS AND THE RENTAL ARCHIVE
      *            - PAYMENTS.TXT ROWS
      *            - HOLDS AND THE WAITING LIST
      *          WRITTEN TO SUBJACC.TXT FOR PRINTING OR HANDING OVER.
      *          EACH REPORT PRODUCED GOES TO THE AUDIT TRAIL.
      *          PAYMENT ROWS ALREADY MOVED TO A YEARLY ARCHIVE BY THE
      *          LOG RETENTION RUN ARE NOT READ HERE.
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

      *      CONTACTS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      CONTACTSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT CONTACTS ASSIGN TO WRK-CONTACTS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTACTS-STATUS
             RECORD KEY IS CONTACT-KEY.

      *      SUBS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      SUBSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT SUBS ASSIGN TO WRK-SUBS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS SUBS-STATUS
             RECORD KEY IS SUB-CUSTOMER-KEY.

      *      CUSTLEDG.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      CUSTLEDGDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT CUSTLEDG ASSIGN TO WRK-CUSTLEDG-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CUSTLEDG-STATUS
             RECORD KEY IS LEDG-KEY.

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

      *      SELECT RENTALS-HIST ASSIGN TO
      *        "./Data/RENTALS_HIST.DAT"
             SELECT RENTALS-HIST ASSIGN TO
               "C:\Cobol\Project\Data\RENTALS_HIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS HIST-STATUS
             RECORD KEY IS HIST-KEY
             ALTERNATE RECORD KEY IS HIST-CUSTOMER-KEY
                WITH DUPLICATES.

      *      SELECT PAYMENTS ASSIGN TO "./Data/PAYMENTS.TXT"
             SELECT PAYMENTS ASSIGN TO
               "C:\Cobol\Project\Data\PAYMENTS.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PAYMENTS-STATUS.

      *      HOLDS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      HOLDSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT HOLDS ASSIGN TO WRK-HOLDS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS HOLDS-STATUS
             RECORD KEY IS HOLD-ID.

      *      WAITLIST.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      WAITLISTDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT WAITLIST ASSIGN TO WRK-WAITLIST-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WAITLIST-STATUS
             RECORD KEY IS WAIT-ID.

      *      SELECT SAR-REPORT ASSIGN TO "./Data/SUBJACC.TXT"
             SELECT SAR-REPORT ASSIGN TO
               "C:\Cobol\Project\Data\SUBJACC.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SAR-REPORT-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- CUSTOMER FILE DESCRIPTION
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

      *---------------------------- CONTACT FILE DESCRIPTION
       FD CONTACTS.
       01 CONTACTS-REG.
            05 CONTACT-KEY            PIC 9(005).
            05 CONTACT-EMAIL          PIC X(050).
            05 CONTACT-EMAIL-FLAG     PIC X(001).
                88 CONTACT-EMAIL-BAD         VALUE "B".
            05 CONTACT-MOBILE         PIC X(015).
            05 CONTACT-MOBILE-FLAG    PIC X(001).
                88 CONTACT-MOBILE-BAD        VALUE "B".
            05 CONTACT-ADDRESS.
                10 CONTACT-ADDR-LINE  PIC X(030) OCCURS 3 TIMES.
                10 CONTACT-POSTCODE   PIC X(010).
            05 CONTACT-OPTINS.
                10 CONTACT-OPT-DUE    PIC X(001).
                10 CONTACT-OPT-HOLD   PIC X(001).
                10 CONTACT-OPT-OVERDUE PIC X(001).
                10 CONTACT-OPT-STMT   PIC X(001).
            05 CONTACT-CHANGED-DATE   PIC 9(008).
            05 CONTACT-BOUNCE-DATE    PIC 9(008).
            05 CONTACT-OPERATOR       PIC X(008).
            05 FILLER                 PIC X(020).

      *---------------------------- SUBSCRIPTION FILE DESCRIPTION
       FD SUBS.
       01 SUBS-REG.
            05 SUB-CUSTOMER-KEY       PIC 9(005).
            05 SUB-PLAN-CODE          PIC X(008).
            05 SUB-START-DATE         PIC 9(008).
            05 SUB-RENEW-DATE         PIC 9(008).
            05 SUB-BILL-DAY           PIC 9(002).
            05 SUB-STATUS-FLAG        PIC X(001).
                88 SUB-ACTIVE                VALUE "A".
                88 SUB-SUSPENDED             VALUE "S".
                88 SUB-CANCELLED             VALUE "C".
            05 SUB-STATUS-DATE        PIC 9(008).
            05 SUB-PERIOD-USED        PIC 9(003).
            05 SUB-TOTAL-USED         PIC 9(005).
            05 SUB-LAST-BILLED        PIC 9(008).
            05 SUB-LAST-FEE           PIC 9(003)V99.
            05 FILLER                 PIC X(010).

      *---------------------------- CUSTOMER LEDGER DESCRIPTION
       FD CUSTLEDG.
       01 CUSTLEDG-REG.
            05 LEDG-KEY.
                10 LEDG-CUSTOMER      PIC 9(005).
                10 LEDG-SEQ           PIC 9(007).
            05 LEDG-ENTRY.
                10 LEDG-DATE          PIC 9(008).
                10 LEDG-TIME          PIC 9(006).
                10 LEDG-FIELD         PIC X(001).
                10 LEDG-AMOUNT        PIC S9(005)V99.
                10 LEDG-REASON        PIC X(008).
                10 LEDG-REFERENCE     PIC X(010).
                10 LEDG-PROGRAM       PIC X(012).
                10 LEDG-OPERATOR      PIC X(008).
            05 LEDG-HEADER REDEFINES LEDG-ENTRY.
                10 LEDG-LAST-SEQ      PIC 9(007).
                10 LEDG-OPEN-DATE     PIC 9(008).
                10 FILLER             PIC X(045).
            05 LEDG-RUN-BALANCE       PIC S9(007)V99.
            05 LEDG-RUN-CREDIT        PIC S9(007)V99.
            05 LEDG-RUN-POINTS        PIC S9(007).

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
            05 RENTAL-COPY-NUMBER     PIC 9(002).
            05 RENTAL-CHARGED-PRICE   PIC 9(003)V99.
            05 RENTAL-PRICE-RULE      PIC X(008).
            05 RENTAL-PROMO-CODE      PIC X(008).
            05 RENTAL-DISCOUNT        PIC 9(003)V99.
            05 RENTAL-RENEWALS        PIC 9(002).
            05 RENTAL-STORE           PIC X(003).

      *---------------------------- RENTAL ARCHIVE DESCRIPTION
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

      *---------------------------- PAYMENTS FILE INPUT
       FD PAYMENTS.
       01 PAYMENTS-REG.
            05 PAY-DATE               PIC 9(008).
            05 FILLER                 PIC X(001).
            05 PAY-TIME               PIC X(006).
            05 FILLER                 PIC X(001).
            05 PAY-CATEGORY           PIC X(001).
            05 FILLER                 PIC X(001).
            05 PAY-TYPE               PIC X(001).
            05 FILLER                 PIC X(001).
            05 PAY-RENTAL-KEY         PIC 9(005).
            05 FILLER                 PIC X(001).
            05 PAY-CUSTOMER-KEY       PIC 9(005).
            05 FILLER                 PIC X(001).
            05 PAY-MOVIES-KEY         PIC 9(005).
            05 FILLER                 PIC X(001).
            05 PAY-AMOUNT             PIC 9(003)V99.
            05 FILLER                 PIC X(044).
            05 PAY-SIGN               PIC X(001).
                88 PAY-REVERSAL              VALUE "-".
            05 FILLER                 PIC X(012).

      *---------------------------- HOLD QUEUE FILE DESCRIPTION
       FD HOLDS.
       01 HOLDS-REG.
            05 HOLD-ID.
                10 HOLD-MOVIES-KEY    PIC 9(005).
                10 HOLD-SEQ           PIC 9(003).
            05 HOLD-CUSTOMER-KEY      PIC 9(005).
            05 HOLD-PLACED-DATE       PIC 9(008).
            05 HOLD-UNTIL-DATE        PIC 9(008).
            05 HOLD-STATUS-FLAG       PIC X(001).
            05 HOLD-FILL-DATE         PIC 9(008).
            05 HOLD-FILL-RENTAL       PIC 9(005).
            05 HOLD-FILL-PRIOR        PIC X(001).

      *---------------------------- WAITING LIST FILE DESCRIPTION
       FD WAITLIST.
       01 WAITLIST-REG.
            05 WAIT-ID                PIC 9(005).
            05 WAIT-TITLE             PIC X(030).
            05 WAIT-CUSTOMER-KEY      PIC 9(005).
            05 WAIT-PLACED-DATE       PIC 9(008).
            05 WAIT-STATUS-FLAG       PIC X(001).

      *---------------------------- SUBJECT-ACCESS REPORT OUTPUT
       FD SAR-REPORT.
       01 SAR-REPORT-REG.
            05 SAR-REPORT-DATA        PIC X(100).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                     PIC X(001).

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                    PIC 9(002) VALUE ZEROS.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG               PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM    PIC X(012) VALUE "SUBJACC".
            05 WRK-ERRORLOG-MESSAGE    PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "SUBJACC".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\SUBJACC.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01 WRK-MSGS.
            05 WRK-MSG-NOCUSTOMERS    PIC X(040) VALUE
               "ERROR OPENING CUSTOMERS FILE".
            05 WRK-MSG-NOTFOUND       PIC X(040) VALUE
               "CUSTOMER NOT FOUND".
            05 WRK-MSG-DONE           PIC X(040) VALUE
               "REPORT WRITTEN TO SUBJACC.TXT".

      *---------------------------- FILE
       77 CUSTOMERS-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-CUSTOMERS-PATH          PIC X(060) VALUE SPACES.
       77 CONTACTS-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-CONTACTS-PATH           PIC X(060) VALUE SPACES.
       77 SUBS-STATUS                 PIC 9(002) VALUE ZEROS.
       77 WRK-SUBS-PATH               PIC X(060) VALUE SPACES.
       77 CUSTLEDG-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-CUSTLEDG-PATH           PIC X(060) VALUE SPACES.
       77 RENTALS-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-RENTALS-PATH            PIC X(060) VALUE SPACES.
       77 HIST-STATUS                 PIC 9(002) VALUE ZEROS.
       77 PAYMENTS-STATUS             PIC 9(002) VALUE ZEROS.
       77 HOLDS-STATUS                PIC 9(002) VALUE ZEROS.
       77 WRK-HOLDS-PATH              PIC X(060) VALUE SPACES.
       77 WAITLIST-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-WAITLIST-PATH           PIC X(060) VALUE SPACES.
       77 SAR-REPORT-STATUS           PIC 9(002) VALUE ZEROS.

      *---------------------------- REPORT CONTROLS
       77 WRK-CUST-KEY                PIC 9(005) VALUE ZEROS.
       77 WRK-RUN-DATE                PIC 9(008) VALUE ZEROS.
       77 WRK-HEAD-TEXT               PIC X(040) VALUE SPACES.
       77 WRK-ROW-QTY                 PIC 9(005) VALUE ZEROS.
       77 WRK-TOTAL-QTY               PIC 9(007) VALUE ZEROS.
       77 WRK-ADDR-IDX                PIC 9(001) VALUE ZEROS.
       77 WRK-HH-IDX                  PIC 9(002) VALUE ZEROS.
       77 WRK-EDIT-AMOUNT             PIC ZZZZ9,99.
       77 WRK-EDIT-SIGNED             PIC -ZZZZ9,99.

      *---------------------------- HOUSEHOLD LOOKUP
       01 WRK-HH-REC.
            05 WRK-HH-ACTION          PIC X(001).
            05 WRK-HH-CUSTOMER        PIC 9(005).
            05 WRK-HH-PAYER           PIC 9(005).
            05 WRK-HH-ROLE            PIC X(001).
            05 WRK-HH-RATINGS.
                10 WRK-HH-RATING      PIC X(005) OCCURS 6 TIMES.
            05 WRK-HH-QTY             PIC 9(002).
            05 WRK-HH-MEMBER          PIC 9(005) OCCURS 20 TIMES.
            05 WRK-HH-RESULT          PIC X(001).

      *---------------------------- AUDIT TRAIL
       01 WRK-AUDIT-REC.
            05 WRK-AUDIT-OPERATION     PIC X(010).
            05 WRK-AUDIT-KEY           PIC 9(005).
            05 WRK-AUDIT-BEFORE.
                10 WRK-AUDIT-BEFORE-TITLE       PIC X(050).
                10 WRK-AUDIT-BEFORE-GENRE       PIC X(030).
                10 WRK-AUDIT-BEFORE-DURATION    PIC 9(003).
                10 WRK-AUDIT-BEFORE-DISTRIBUTOR PIC X(040).
                10 WRK-AUDIT-BEFORE-RATING      PIC X(005).
                10 WRK-AUDIT-BEFORE-STATUS      PIC X(001).
                10 WRK-AUDIT-BEFORE-YEAR        PIC 9(004).
                10 WRK-AUDIT-BEFORE-PRICE       PIC 9(003)V99.
            05 WRK-AUDIT-AFTER.
                10 WRK-AUDIT-AFTER-TITLE        PIC X(050).
                10 WRK-AUDIT-AFTER-GENRE        PIC X(030).
                10 WRK-AUDIT-AFTER-DURATION     PIC 9(003).
                10 WRK-AUDIT-AFTER-DISTRIBUTOR  PIC X(040).
                10 WRK-AUDIT-AFTER-RATING       PIC X(005).
                10 WRK-AUDIT-AFTER-STATUS       PIC X(001).
                10 WRK-AUDIT-AFTER-YEAR         PIC 9(004).
                10 WRK-AUDIT-AFTER-PRICE        PIC 9(003)V99.
            05 WRK-AUDIT-PROGRAM         PIC X(012)
               VALUE "SUBJACC".
            05 WRK-AUDIT-OPERATOR        PIC X(008) VALUE SPACES.

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-TITLE.
            05 LNK-SCREEN-TITLE       PIC X(020).
            05 LNK-MODULE-TITLE       PIC X(026).

       SCREEN                  SECTION.
      *---------------------------- ERROR SCREEN
       01 ERROR-SCREEN.
            05 MSG-ERROR.
                10 LINE 18 COLUMN 01 ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 18 COLUMN 10  PIC X(040)
                   BACKGROUND-COLOR 3
                   USING WRK-ERROR-MSG.
                10 COLUMN PLUS 2      PIC X(001)
                   BACKGROUND-COLOR 3
                   USING WRK-KEY.

      *---------------------------- CUSTOMER KEY ENTRY SCREEN
       01 SAR-KEY-SCREEN.
            05 SAR-KEY-DATA FOREGROUND-COLOR 2.
                10 LINE 08 COLUMN 10 VALUE "CUSTOMER: ".
                10 COLUMN PLUS 2      PIC 9(005) USING WRK-CUST-KEY
                   BLANK WHEN ZEROS.

      *---------------------------- SCREEN LAYOUT
       01 CLEANER-SCREEN.
            05 CLEAN-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01   PIC X(020) ERASE EOL
                    BACKGROUND-COLOR 3.
               10 LINE 01 COLUMN 15   PIC X(020)
                    BACKGROUND-COLOR 3 FOREGROUND-COLOR 0
                    FROM LNK-SCREEN-TITLE.
               10 LINE 02 COLUMN 01   PIC X(025) ERASE EOL
                    BACKGROUND-COLOR 1.
               10 LINE 02 COLUMN 14   PIC X(026)
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

            MOVE SPACES TO WRK-CONTACTS-PATH.
            ACCEPT WRK-CONTACTS-PATH FROM ENVIRONMENT "CONTACTSDAT".
            IF WRK-CONTACTS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\CONTACTS.DAT"
                   TO WRK-CONTACTS-PATH
            END-IF.

            MOVE SPACES TO WRK-SUBS-PATH.
            ACCEPT WRK-SUBS-PATH FROM ENVIRONMENT "SUBSDAT".
            IF WRK-SUBS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\SUBS.DAT"
                   TO WRK-SUBS-PATH
            END-IF.

            MOVE SPACES TO WRK-CUSTLEDG-PATH.
            ACCEPT WRK-CUSTLEDG-PATH FROM ENVIRONMENT "CUSTLEDGDAT".
            IF WRK-CUSTLEDG-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\CUSTLEDG.DAT"
                   TO WRK-CUSTLEDG-PATH
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

            MOVE SPACES TO WRK-WAITLIST-PATH.
            ACCEPT WRK-WAITLIST-PATH FROM ENVIRONMENT "WAITLISTDAT".
            IF WRK-WAITLIST-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\WAITLIST.DAT"
                   TO WRK-WAITLIST-PATH
            END-IF.

      *      ONLY THE CUSTOMER MASTER IS REQUIRED - ANY OTHER FILE
      *      NOT THERE YET SIMPLY HOLDS NOTHING ABOUT ANYBODY.
       0200-INITIALIZE         SECTION.
            PERFORM 0195-SET-FILE-PATHS.
            OPEN INPUT CUSTOMERS.
            OPEN OUTPUT SAR-REPORT.

      *      STAMP THE AUDIT ROW WITH THE SIGNED-ON OPERATOR.
            MOVE SPACES TO WRK-AUDIT-OPERATOR.
            ACCEPT WRK-AUDIT-OPERATOR FROM ENVIRONMENT "OPERATORID".
            IF WRK-AUDIT-OPERATOR = SPACES
                MOVE "COUNTER" TO WRK-AUDIT-OPERATOR
            END-IF.

       0300-PROCESS            SECTION.
            MOVE ZEROS TO WRK-CUST-KEY WRK-TOTAL-QTY.
            ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
            DISPLAY CLEANER-SCREEN.

            IF CUSTOMERS-STATUS NOT = ZEROS
                MOVE WRK-MSG-NOCUSTOMERS TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                DISPLAY SAR-KEY-SCREEN
                ACCEPT SAR-KEY-DATA
                MOVE WRK-CUST-KEY TO CUSTOMER-KEY
                READ CUSTOMERS
                   INVALID KEY
                       MOVE WRK-MSG-NOTFOUND TO WRK-ERROR-MSG
                       PERFORM 9000-MANAGE-ERROR
                   NOT INVALID KEY
                       PERFORM 0310-WRITE-REPORT
                END-READ
            END-IF.

       0310-WRITE-REPORT       SECTION.
            MOVE SPACES TO SAR-REPORT-REG.
            STRING "SUBJECT-ACCESS REPORT - CUSTOMER "
                      DELIMITED BY SIZE
                   WRK-CUST-KEY DELIMITED BY SIZE
                   " - "        DELIMITED BY SIZE
                   WRK-RUN-DATE DELIMITED BY SIZE
                   INTO SAR-REPORT-DATA
            END-STRING.
            WRITE SAR-REPORT-REG.

            MOVE SPACES TO SAR-REPORT-REG.
            MOVE "----------------------------" TO SAR-REPORT-DATA.
            WRITE SAR-REPORT-REG.

            PERFORM 0320-MASTER.
            PERFORM 0325-CONTACT.
            PERFORM 0330-HOUSEHOLD.
            PERFORM 0335-SUBSCRIPTION.
            PERFORM 0340-LEDGER.
            PERFORM 0345-RENTALS.
            PERFORM 0350-ARCHIVE.
            PERFORM 0355-PAYMENTS.
            PERFORM 0360-HOLDS.
            PERFORM 0365-WAITLIST.
            PERFORM 0370-AUDIT-REQUEST.

            MOVE 10 TO WRK-LINE.
            DISPLAY "ROWS REPORTED" LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-TOTAL-QTY   LINE WRK-LINE COLUMN 26.
            MOVE WRK-MSG-DONE TO WRK-ERROR-MSG.
            PERFORM 9000-MANAGE-ERROR.

       0320-MASTER             SECTION.
            MOVE "CUSTOMER MASTER" TO WRK-HEAD-TEXT.
            PERFORM 0380-SECTION-HEAD.

            MOVE SPACES TO SAR-REPORT-REG.
            MOVE "NAME"          TO SAR-REPORT-DATA(003:04).
            MOVE CUSTOMER-NAME   TO SAR-REPORT-DATA(020:30).
            WRITE SAR-REPORT-REG.

            MOVE SPACES TO SAR-REPORT-REG.
            MOVE "PHONE"         TO SAR-REPORT-DATA(003:05).
            MOVE CUSTOMER-PHONE  TO SAR-REPORT-DATA(020:15).
            WRITE SAR-REPORT-REG.

            MOVE SPACES TO SAR-REPORT-REG.
            MOVE "BIRTH DATE"    TO SAR-REPORT-DATA(003:10).
            MOVE CUSTOMER-BIRTH-DATE TO SAR-REPORT-DATA(020:08).
            WRITE SAR-REPORT-REG.

            MOVE SPACES TO SAR-REPORT-REG.
            MOVE "STATUS"        TO SAR-REPORT-DATA(003:06).
            MOVE CUSTOMER-STATUS-FLAG TO SAR-REPORT-DATA(020:01).
            MOVE "COLLECTIONS"   TO SAR-REPORT-DATA(030:11).
            MOVE CUSTOMER-COLLECT-FLAG TO SAR-REPORT-DATA(045:01).
            WRITE SAR-REPORT-REG.

            MOVE SPACES TO SAR-REPORT-REG.
            MOVE "BALANCE DUE"   TO SAR-REPORT-DATA(003:11).
            MOVE CUSTOMER-BALANCE TO WRK-EDIT-AMOUNT.
            MOVE WRK-EDIT-AMOUNT TO SAR-REPORT-DATA(020:08).
            MOVE "CREDIT"        TO SAR-REPORT-DATA(030:06).
            MOVE CUSTOMER-CREDIT TO WRK-EDIT-AMOUNT.
            MOVE WRK-EDIT-AMOUNT TO SAR-REPORT-DATA(045:08).
            MOVE "POINTS"        TO SAR-REPORT-DATA(055:06).
            MOVE CUSTOMER-POINTS TO SAR-REPORT-DATA(063:05).
            WRITE SAR-REPORT-REG.
            ADD 1 TO WRK-TOTAL-QTY.

       0325-CONTACT            SECTION.
            MOVE "CONTACT DETAILS" TO WRK-HEAD-TEXT.
            PERFORM 0380-SECTION-HEAD.
            MOVE ZEROS TO WRK-ROW-QTY.

            OPEN INPUT CONTACTS.
            IF CONTACTS-STATUS = ZEROS
                MOVE WRK-CUST-KEY TO CONTACT-KEY
                READ CONTACTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0326-CONTACT-LINES
                END-READ
                CLOSE CONTACTS
            END-IF.
            PERFORM 0385-NONE-LINE.

       0326-CONTACT-LINES      SECTION.
            ADD 1 TO WRK-ROW-QTY WRK-TOTAL-QTY.
            MOVE SPACES TO SAR-REPORT-REG.
            MOVE "EMAIL"         TO SAR-REPORT-DATA(003:05).
            MOVE CONTACT-EMAIL   TO SAR-REPORT-DATA(020:50).
            MOVE CONTACT-EMAIL-FLAG TO SAR-REPORT-DATA(072:01).
            WRITE SAR-REPORT-REG.

            MOVE SPACES TO SAR-REPORT-REG.
            MOVE "MOBILE"        TO SAR-REPORT-DATA(003:06).
            MOVE CONTACT-MOBILE  TO SAR-REPORT-DATA(020:15).
            MOVE CONTACT-MOBILE-FLAG TO SAR-REPORT-DATA(072:01).
            WRITE SAR-REPORT-REG.

            PERFORM VARYING WRK-ADDR-IDX FROM 1 BY 1
                  UNTIL WRK-ADDR-IDX > 3
               IF CONTACT-ADDR-LINE(WRK-ADDR-IDX) NOT = SPACES
                   MOVE SPACES TO SAR-REPORT-REG
                   MOVE "ADDRESS"    TO SAR-REPORT-DATA(003:07)
                   MOVE CONTACT-ADDR-LINE(WRK-ADDR-IDX)
                      TO SAR-REPORT-DATA(020:30)
                   WRITE SAR-REPORT-REG
               END-IF
            END-PERFORM.

            MOVE SPACES TO SAR-REPORT-REG.
            MOVE "POSTCODE"      TO SAR-REPORT-DATA(003:08).
            MOVE CONTACT-POSTCODE TO SAR-REPORT-DATA(020:10).
            WRITE SAR-REPORT-REG.

            MOVE SPACES TO SAR-REPORT-REG.
            MOVE "MESSAGE CHOICES" TO SAR-REPORT-DATA(003:15).
            MOVE CONTACT-OPTINS  TO SAR-REPORT-DATA(020:04).
            MOVE "CHANGED"       TO SAR-REPORT-DATA(030:07).
            MOVE CONTACT-CHANGED-DATE TO SAR-REPORT-DATA(045:08).
            WRITE SAR-REPORT-REG.

       0330-HOUSEHOLD          SECTION.
            MOVE "HOUSEHOLD" TO WRK-HEAD-TEXT.
            PERFORM 0380-SECTION-HEAD.
            MOVE ZEROS TO WRK-ROW-QTY.

            MOVE "H" TO WRK-HH-ACTION.
            MOVE WRK-CUST-KEY TO WRK-HH-CUSTOMER.
            CALL "HHLINK" USING WRK-HH-REC.

            IF WRK-HH-ROLE NOT = SPACE
                ADD 1 TO WRK-ROW-QTY WRK-TOTAL-QTY
                MOVE SPACES TO SAR-REPORT-REG
                MOVE "ROLE"        TO SAR-REPORT-DATA(003:04)
                MOVE WRK-HH-ROLE   TO SAR-REPORT-DATA(020:01)
                MOVE "PAYER"       TO SAR-REPORT-DATA(030:05)
                MOVE WRK-HH-PAYER  TO SAR-REPORT-DATA(045:05)
                WRITE SAR-REPORT-REG
                PERFORM VARYING WRK-HH-IDX FROM 1 BY 1
                      UNTIL WRK-HH-IDX > WRK-HH-QTY
                   MOVE SPACES TO SAR-REPORT-REG
                   MOVE "MEMBER"     TO SAR-REPORT-DATA(003:06)
                   MOVE WRK-HH-MEMBER(WRK-HH-IDX)
                      TO SAR-REPORT-DATA(020:05)
                   WRITE SAR-REPORT-REG
                END-PERFORM
            END-IF.
            PERFORM 0385-NONE-LINE.

       0335-SUBSCRIPTION       SECTION.
            MOVE "SUBSCRIPTION" TO WRK-HEAD-TEXT.
            PERFORM 0380-SECTION-HEAD.
            MOVE ZEROS TO WRK-ROW-QTY.

            OPEN INPUT SUBS.
            IF SUBS-STATUS = ZEROS
                MOVE WRK-CUST-KEY TO SUB-CUSTOMER-KEY
                READ SUBS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-ROW-QTY WRK-TOTAL-QTY
                       MOVE SPACES TO SAR-REPORT-REG
                       MOVE SUB-PLAN-CODE   TO SAR-REPORT-DATA(003:08)
                       MOVE SUB-STATUS-FLAG TO SAR-REPORT-DATA(013:01)
                       MOVE SUB-START-DATE  TO SAR-REPORT-DATA(016:08)
                       MOVE SUB-RENEW-DATE  TO SAR-REPORT-DATA(026:08)
                       MOVE SUB-LAST-BILLED TO SAR-REPORT-DATA(036:08)
                       MOVE SUB-LAST-FEE    TO WRK-EDIT-AMOUNT
                       MOVE WRK-EDIT-AMOUNT TO SAR-REPORT-DATA(046:08)
                       WRITE SAR-REPORT-REG
                END-READ
                CLOSE SUBS
            END-IF.
            PERFORM 0385-NONE-LINE.

      *      SEQUENCE ZERO IS THE LEDGER HEADER - ONLY THE MOVEMENT
      *      LINES BEHIND IT ARE LISTED.
       0340-LEDGER             SECTION.
            MOVE "ACCOUNT LEDGER" TO WRK-HEAD-TEXT.
            PERFORM 0380-SECTION-HEAD.
            MOVE ZEROS TO WRK-ROW-QTY.

            OPEN INPUT CUSTLEDG.
            IF CUSTLEDG-STATUS = ZEROS
                MOVE WRK-CUST-KEY TO LEDG-CUSTOMER
                MOVE ZEROS TO LEDG-SEQ
                START CUSTLEDG KEY IS GREATER THAN LEDG-KEY
                   INVALID KEY
                       MOVE 10 TO CUSTLEDG-STATUS
                   NOT INVALID KEY
                       MOVE 0 TO CUSTLEDG-STATUS
                END-START
                PERFORM UNTIL CUSTLEDG-STATUS = 10
                   READ CUSTLEDG NEXT
                      AT END
                          MOVE 10 TO CUSTLEDG-STATUS
                      NOT AT END
                          IF LEDG-CUSTOMER NOT = WRK-CUST-KEY
                              MOVE 10 TO CUSTLEDG-STATUS
                          ELSE
                              PERFORM 0341-LEDGER-LINE
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE CUSTLEDG
            END-IF.
            PERFORM 0385-NONE-LINE.

       0341-LEDGER-LINE        SECTION.
            ADD 1 TO WRK-ROW-QTY WRK-TOTAL-QTY.
            MOVE SPACES TO SAR-REPORT-REG.
            MOVE LEDG-DATE       TO SAR-REPORT-DATA(003:08).
            MOVE LEDG-FIELD      TO SAR-REPORT-DATA(013:01).
            MOVE LEDG-AMOUNT     TO WRK-EDIT-SIGNED.
            MOVE WRK-EDIT-SIGNED TO SAR-REPORT-DATA(016:09).
            MOVE LEDG-REASON     TO SAR-REPORT-DATA(027:08).
            MOVE LEDG-REFERENCE  TO SAR-REPORT-DATA(037:10).
            MOVE LEDG-PROGRAM    TO SAR-REPORT-DATA(049:12).
            WRITE SAR-REPORT-REG.

      *      THE CUSTOMER KEY ON A RENTAL IS NOT INDEXED, SO THE
      *      WHOLE FILE IS WALKED, AS IN THE CUSTOMER MERGE.
       0345-RENTALS            SECTION.
            MOVE "RENTALS" TO WRK-HEAD-TEXT.
            PERFORM 0380-SECTION-HEAD.
            MOVE ZEROS TO WRK-ROW-QTY.

            OPEN INPUT RENTALS.
            IF RENTALS-STATUS = ZEROS
                MOVE ZEROS TO RENTAL-KEY
                START RENTALS KEY IS GREATER THAN RENTAL-KEY
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
                          IF RENTAL-CUSTOMER-KEY = WRK-CUST-KEY
                              PERFORM 0346-RENTAL-LINE
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE RENTALS
            END-IF.
            PERFORM 0385-NONE-LINE.

       0346-RENTAL-LINE        SECTION.
            ADD 1 TO WRK-ROW-QTY WRK-TOTAL-QTY.
            MOVE SPACES TO SAR-REPORT-REG.
            MOVE RENTAL-KEY           TO SAR-REPORT-DATA(003:05).
            MOVE RENTAL-MOVIES-KEY    TO SAR-REPORT-DATA(010:05).
            MOVE RENTAL-CHECKOUT-DATE TO SAR-REPORT-DATA(017:08).
            MOVE RENTAL-DUE-DATE      TO SAR-REPORT-DATA(027:08).
            MOVE RENTAL-RETURN-DATE   TO SAR-REPORT-DATA(037:08).
            MOVE RENTAL-STATUS-FLAG   TO SAR-REPORT-DATA(047:01).
            MOVE RENTAL-CHARGED-PRICE TO WRK-EDIT-AMOUNT.
            MOVE WRK-EDIT-AMOUNT      TO SAR-REPORT-DATA(050:08).
            MOVE RENTAL-LATE-FEE      TO WRK-EDIT-AMOUNT.
            MOVE WRK-EDIT-AMOUNT      TO SAR-REPORT-DATA(060:08).
            MOVE RENTAL-STORE         TO SAR-REPORT-DATA(070:03).
            WRITE SAR-REPORT-REG.

       0350-ARCHIVE            SECTION.
            MOVE "RENTAL ARCHIVE" TO WRK-HEAD-TEXT.
            PERFORM 0380-SECTION-HEAD.
            MOVE ZEROS TO WRK-ROW-QTY.

            OPEN INPUT RENTALS-HIST.
            IF HIST-STATUS = ZEROS
                MOVE ZEROS TO HIST-KEY
                START RENTALS-HIST KEY IS GREATER THAN HIST-KEY
                   INVALID KEY
                       MOVE 10 TO HIST-STATUS
                   NOT INVALID KEY
                       MOVE 0 TO HIST-STATUS
                END-START
                PERFORM UNTIL HIST-STATUS = 10
                   READ RENTALS-HIST NEXT
                      AT END
                          MOVE 10 TO HIST-STATUS
                      NOT AT END
                          IF HIST-CUSTOMER-KEY = WRK-CUST-KEY
                              PERFORM 0351-ARCHIVE-LINE
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE RENTALS-HIST
            END-IF.
            PERFORM 0385-NONE-LINE.

       0351-ARCHIVE-LINE       SECTION.
            ADD 1 TO WRK-ROW-QTY WRK-TOTAL-QTY.
            MOVE SPACES TO SAR-REPORT-REG.
            MOVE HIST-KEY             TO SAR-REPORT-DATA(003:05).
            MOVE HIST-MOVIES-KEY      TO SAR-REPORT-DATA(010:05).
            MOVE HIST-CHECKOUT-DATE   TO SAR-REPORT-DATA(017:08).
            MOVE HIST-DUE-DATE        TO SAR-REPORT-DATA(027:08).
            MOVE HIST-RETURN-DATE     TO SAR-REPORT-DATA(037:08).
            MOVE HIST-STATUS-FLAG     TO SAR-REPORT-DATA(047:01).
            MOVE HIST-CHARGED-PRICE   TO WRK-EDIT-AMOUNT.
            MOVE WRK-EDIT-AMOUNT      TO SAR-REPORT-DATA(050:08).
            MOVE HIST-LATE-FEE        TO WRK-EDIT-AMOUNT.
            MOVE WRK-EDIT-AMOUNT      TO SAR-REPORT-DATA(060:08).
            MOVE HIST-STORE           TO SAR-REPORT-DATA(070:03).
            WRITE SAR-REPORT-REG.

       0355-PAYMENTS           SECTION.
            MOVE "PAYMENTS" TO WRK-HEAD-TEXT.
            PERFORM 0380-SECTION-HEAD.
            MOVE ZEROS TO WRK-ROW-QTY.

            OPEN INPUT PAYMENTS.
            IF PAYMENTS-STATUS = ZEROS
                PERFORM UNTIL PAYMENTS-STATUS = 10
                   READ PAYMENTS
                      AT END
                          MOVE 10 TO PAYMENTS-STATUS
                      NOT AT END
                          IF PAY-CUSTOMER-KEY = WRK-CUST-KEY
                              PERFORM 0356-PAYMENT-LINE
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE PAYMENTS
            END-IF.
            PERFORM 0385-NONE-LINE.

       0356-PAYMENT-LINE       SECTION.
            ADD 1 TO WRK-ROW-QTY WRK-TOTAL-QTY.
            MOVE SPACES TO SAR-REPORT-REG.
            MOVE PAY-DATE        TO SAR-REPORT-DATA(003:08).
            MOVE PAY-TIME        TO SAR-REPORT-DATA(013:06).
            MOVE PAY-CATEGORY    TO SAR-REPORT-DATA(021:01).
            MOVE PAY-TYPE        TO SAR-REPORT-DATA(023:01).
            MOVE PAY-RENTAL-KEY  TO SAR-REPORT-DATA(026:05).
            MOVE PAY-MOVIES-KEY  TO SAR-REPORT-DATA(033:05).
            MOVE PAY-AMOUNT      TO WRK-EDIT-AMOUNT.
            MOVE WRK-EDIT-AMOUNT TO SAR-REPORT-DATA(040:08).
            IF PAY-REVERSAL
                MOVE "-"         TO SAR-REPORT-DATA(048:01)
                MOVE "REVERSAL"  TO SAR-REPORT-DATA(050:08)
            END-IF.
            WRITE SAR-REPORT-REG.

       0360-HOLDS              SECTION.
            MOVE "HOLDS" TO WRK-HEAD-TEXT.
            PERFORM 0380-SECTION-HEAD.
            MOVE ZEROS TO WRK-ROW-QTY.

            OPEN INPUT HOLDS.
            IF HOLDS-STATUS = ZEROS
                MOVE ZEROS TO HOLD-MOVIES-KEY HOLD-SEQ
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
                          IF HOLD-CUSTOMER-KEY = WRK-CUST-KEY
                              ADD 1 TO WRK-ROW-QTY WRK-TOTAL-QTY
                              MOVE SPACES TO SAR-REPORT-REG
                              MOVE HOLD-MOVIES-KEY
                                 TO SAR-REPORT-DATA(003:05)
                              MOVE HOLD-SEQ
                                 TO SAR-REPORT-DATA(009:03)
                              MOVE HOLD-PLACED-DATE
                                 TO SAR-REPORT-DATA(017:08)
                              MOVE HOLD-UNTIL-DATE
                                 TO SAR-REPORT-DATA(027:08)
                              MOVE HOLD-STATUS-FLAG
                                 TO SAR-REPORT-DATA(037:01)
                              WRITE SAR-REPORT-REG
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE HOLDS
            END-IF.
            PERFORM 0385-NONE-LINE.

       0365-WAITLIST           SECTION.
            MOVE "WAITING LIST" TO WRK-HEAD-TEXT.
            PERFORM 0380-SECTION-HEAD.
            MOVE ZEROS TO WRK-ROW-QTY.

            OPEN INPUT WAITLIST.
            IF WAITLIST-STATUS = ZEROS
                MOVE ZEROS TO WAIT-ID
                START WAITLIST KEY IS GREATER THAN WAIT-ID
                   INVALID KEY
                       MOVE 10 TO WAITLIST-STATUS
                   NOT INVALID KEY
                       MOVE 0 TO WAITLIST-STATUS
                END-START
                PERFORM UNTIL WAITLIST-STATUS = 10
                   READ WAITLIST NEXT
                      AT END
                          MOVE 10 TO WAITLIST-STATUS
                      NOT AT END
                          IF WAIT-CUSTOMER-KEY = WRK-CUST-KEY
                              ADD 1 TO WRK-ROW-QTY WRK-TOTAL-QTY
                              MOVE SPACES TO SAR-REPORT-REG
                              MOVE WAIT-ID
                                 TO SAR-REPORT-DATA(003:05)
                              MOVE WAIT-TITLE
                                 TO SAR-REPORT-DATA(010:30)
                              MOVE WAIT-PLACED-DATE
                                 TO SAR-REPORT-DATA(042:08)
                              MOVE WAIT-STATUS-FLAG
                                 TO SAR-REPORT-DATA(052:01)
                              WRITE SAR-REPORT-REG
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE WAITLIST
            END-IF.
            PERFORM 0385-NONE-LINE.

      *      THE TRAIL RECORDS THAT A REPORT WAS PRODUCED AND FOR
      *      WHOM - NOT WHAT WAS IN IT.
       0370-AUDIT-REQUEST      SECTION.
            MOVE "SUBJACCESS" TO WRK-AUDIT-OPERATION.
            MOVE WRK-CUST-KEY TO WRK-AUDIT-KEY.
            MOVE SPACES TO WRK-AUDIT-BEFORE WRK-AUDIT-AFTER.
            MOVE ZEROS TO WRK-AUDIT-BEFORE-DURATION
               WRK-AUDIT-BEFORE-YEAR WRK-AUDIT-BEFORE-PRICE
               WRK-AUDIT-AFTER-DURATION WRK-AUDIT-AFTER-YEAR
               WRK-AUDIT-AFTER-PRICE.
            STRING "ROWS REPORTED " DELIMITED BY SIZE
                   WRK-TOTAL-QTY    DELIMITED BY SIZE
                   INTO WRK-AUDIT-AFTER-TITLE
            END-STRING.
            CALL "AUDITLOG" USING WRK-AUDIT-REC.

       0380-SECTION-HEAD       SECTION.
            MOVE SPACES TO SAR-REPORT-REG.
            WRITE SAR-REPORT-REG.
            MOVE SPACES TO SAR-REPORT-REG.
            MOVE WRK-HEAD-TEXT TO SAR-REPORT-DATA.
            WRITE SAR-REPORT-REG.

       0385-NONE-LINE          SECTION.
            IF WRK-ROW-QTY = ZEROS
                MOVE SPACES TO SAR-REPORT-REG
                MOVE "NONE ON FILE" TO SAR-REPORT-DATA(003:12)
                WRITE SAR-REPORT-REG
            END-IF.

       0400-FINALIZE           SECTION.
            CLOSE CUSTOMERS.
            CLOSE SAR-REPORT.
            MOVE SPACES TO WRK-RPTFILE-PARMS.
            STRING "CUSTOMER " DELIMITED BY SIZE
                   WRK-CUST-KEY DELIMITED BY SIZE
                   INTO WRK-RPTFILE-PARMS
            END-STRING.
            CALL "RPTFILE" USING WRK-RPTFILE-REC.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
            MOVE SPACES TO WRK-KEY.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
