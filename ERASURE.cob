       IDENTIFICATION          DIVISION.
       PROGRAM-ID. ERASURE.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: ANONYMISE CUSTOMER PERSONAL DATA, EITHER
      *            S - ONE NAMED CUSTOMER WHO ASKED TO BE DELETED, OR
      *            R - A RETENTION SWEEP: EVERY INACTIVE CUSTOMER WHOSE
      *                LAST RENTAL ACTIVITY (LIVE FILE OR ARCHIVE) IS
      *                BEFORE THE CUTOFF DATE
      *          THE NAME BECOMES THE TOKEN "ERASED-" + CUSTOMER KEY,
      *          THE PHONE AND BIRTH DATE ARE BLANKED, THE CONTACT
      *          RECORD LOSES ITS EMAIL, MOBILE AND ADDRESS, AND ANY
      *          HOLD OR WAITING LIST ENTRY STILL OPEN IS CLOSED. THE
      *          CUSTOMER KEY, RENTALS, PAYMENTS AND LEDGER ROWS STAY
      *          AS THEY ARE, SO RECONCILE, AGING AND THE ACCOUNTING
      *          FIGURES STILL ADD UP. THE ACCOUNT IS LEFT INACTIVE,
      *          SO THE NEXT MAIL LIST AND LETTER RUNS DROP IT.
      *
      *          A CUSTOMER WITH AN OPEN RENTAL, A BALANCE DUE OR
      *          STORE CREDIT IS REFUSED. EVERY ERASURE AND REFUSAL IS
      *          APPENDED TO ERASURE.TXT UNDER A RUN HEADING, WITH A
      *          SIGN-OFF BLOCK FOR THE APPROVING MANAGER, AND EVERY
      *          ERASURE GOES TO THE AUDIT TRAIL BY KEY ONLY.
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

      *      SELECT ERASE-REPORT ASSIGN TO "./Data/ERASURE.TXT"
             SELECT ERASE-REPORT ASSIGN TO
               "C:\Cobol\Project\Data\ERASURE.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ERASE-REPORT-STATUS.

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
                88 HOLD-WAITING              VALUE "W".
                88 HOLD-HELD                 VALUE "H".
                88 HOLD-EXPIRED              VALUE "X".
                88 HOLD-FILLED               VALUE "F".
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
                88 WAIT-WAITING              VALUE "W".
                88 WAIT-CONVERTED            VALUE "C".
                88 WAIT-CANCELLED            VALUE "X".

      *---------------------------- ERASURE REPORT OUTPUT
       FD ERASE-REPORT.
       01 ERASE-REPORT-REG.
            05 ERASE-REPORT-DATA      PIC X(080).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                     PIC X(001).

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                    PIC 9(002) VALUE ZEROS.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG               PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM    PIC X(012) VALUE "ERASURE".
            05 WRK-ERRORLOG-MESSAGE    PIC X(040) VALUE SPACES.

       01 WRK-MSGS.
            05 WRK-MSG-NOCUSTOMERS    PIC X(040) VALUE
               "ERROR OPENING CUSTOMERS FILE".
            05 WRK-MSG-NORENTALS      PIC X(040) VALUE
               "ERROR OPENING RENTALS FILE".
            05 WRK-MSG-BADMODE        PIC X(040) VALUE
               "MODE MUST BE S OR R".
            05 WRK-MSG-BADCUTOFF      PIC X(040) VALUE
               "ENTER A CUTOFF DATE (YYYYMMDD)".
            05 WRK-MSG-NOTFOUND       PIC X(040) VALUE
               "CUSTOMER NOT FOUND".
            05 WRK-MSG-PROCEED        PIC X(040) VALUE
               "DO YOU WANT TO PROCEED (Y/N)?".
            05 WRK-MSG-DONE           PIC X(040) VALUE
               "SEE ERASURE.TXT - SIGN AND FILE IT".

      *---------------------------- FILE
       77 CUSTOMERS-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-CUSTOMERS-PATH          PIC X(060) VALUE SPACES.
       77 CONTACTS-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-CONTACTS-PATH           PIC X(060) VALUE SPACES.
       77 RENTALS-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-RENTALS-PATH            PIC X(060) VALUE SPACES.
       77 HIST-STATUS                 PIC 9(002) VALUE ZEROS.
       77 HOLDS-STATUS                PIC 9(002) VALUE ZEROS.
       77 WRK-HOLDS-PATH              PIC X(060) VALUE SPACES.
       77 WAITLIST-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-WAITLIST-PATH           PIC X(060) VALUE SPACES.
       77 ERASE-REPORT-STATUS         PIC 9(002) VALUE ZEROS.
       77 WRK-CONT-AVAIL-FLAG         PIC X(001) VALUE "N".
       77 WRK-HIST-AVAIL-FLAG         PIC X(001) VALUE "N".
       77 WRK-HOLD-AVAIL-FLAG         PIC X(001) VALUE "N".
       77 WRK-WAIT-AVAIL-FLAG         PIC X(001) VALUE "N".

      *---------------------------- RUN CONTROLS
       77 WRK-MODE                    PIC X(001) VALUE SPACE.
       77 WRK-CUST-KEY                PIC 9(005) VALUE ZEROS.
       77 WRK-CUTOFF-DATE             PIC 9(008) VALUE ZEROS.
       77 WRK-RUN-DATE                PIC 9(008) VALUE ZEROS.
       77 WRK-RUN-TIME                PIC 9(008) VALUE ZEROS.
       77 WRK-OPERATOR                PIC X(008) VALUE SPACES.
       77 WRK-ERASED-QTY              PIC 9(005) VALUE ZEROS.
       77 WRK-REFUSED-QTY             PIC 9(005) VALUE ZEROS.
       77 WRK-REASON                  PIC X(030) VALUE SPACES.
       77 WRK-OPEN-FLAG               PIC X(001) VALUE "N".
       77 WRK-LAST-ACTIVITY           PIC 9(008) VALUE ZEROS.
       77 WRK-HOLDS-CLOSED            PIC 9(003) VALUE ZEROS.
       77 WRK-WAITS-CLOSED            PIC 9(003) VALUE ZEROS.
       01 WRK-TOKEN.
            05 WRK-TOKEN-TEXT         PIC X(007) VALUE "ERASED-".
            05 WRK-TOKEN-KEY          PIC 9(005) VALUE ZEROS.

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
               VALUE "ERASURE".
            05 WRK-AUDIT-OPERATOR        PIC X(008) VALUE SPACES.

      *---------------------------- RECOVERY JOURNAL SUBPROGRAM
       01 WRK-RJ-REC.
            05 WRK-RJ-FILE           PIC X(008).
            05 WRK-RJ-OPERATION      PIC X(001).
            05 WRK-RJ-BEFORE         PIC X(100).
            05 WRK-RJ-AFTER          PIC X(100).
            05 WRK-RJ-PROGRAM        PIC X(012) VALUE "ERASURE".
      *      BEFORE IMAGES, SAVED WHEN A RECORD IS READ FOR UPDATE
       77 WRK-RJ-CUST-BEFORE         PIC X(100) VALUE SPACES.
       77 WRK-RJ-HOLD-BEFORE         PIC X(100) VALUE SPACES.

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

      *---------------------------- MODE ENTRY SCREEN
       01 ERASE-MODE-SCREEN.
            05 ERASE-MODE-DATA FOREGROUND-COLOR 2.
                10 LINE 06 COLUMN 10
                   VALUE "S - ONE CUSTOMER ON REQUEST".
                10 LINE 07 COLUMN 10
                   VALUE "R - RETENTION SWEEP OF INACTIVE CUSTOMERS".
                10 LINE 09 COLUMN 10 VALUE "MODE: ".
                10 COLUMN PLUS 2      PIC X(001) USING WRK-MODE.

      *---------------------------- CUSTOMER KEY ENTRY SCREEN
       01 ERASE-KEY-SCREEN.
            05 ERASE-KEY-DATA FOREGROUND-COLOR 2.
                10 LINE 11 COLUMN 10 VALUE "CUSTOMER: ".
                10 COLUMN PLUS 2      PIC 9(005) USING WRK-CUST-KEY
                   BLANK WHEN ZEROS.

      *---------------------------- CUTOFF DATE SCREEN
       01 CUTOFF-DATE-SCREEN.
            05 CUTOFF-DATE-ENTRY FOREGROUND-COLOR 2.
                10 LINE 11 COLUMN 10
                   VALUE "LAST ACTIVITY BEFORE".
                10 LINE 12 COLUMN 10 VALUE "(YYYYMMDD): ".
                10 COLUMN PLUS 2      PIC 9(008)
                   USING WRK-CUTOFF-DATE
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

      *      THE CUSTOMER MASTER AND THE LIVE RENTALS ARE REQUIRED -
      *      WITHOUT RENTALS THE OPEN-RENTAL REFUSAL CANNOT BE
      *      CHECKED. THE OTHER FILES MAY NOT EXIST YET.
       0200-INITIALIZE         SECTION.
            PERFORM 0195-SET-FILE-PATHS.
            OPEN I-O CUSTOMERS.
            OPEN INPUT RENTALS.

            OPEN I-O CONTACTS.
            IF CONTACTS-STATUS = ZEROS
                MOVE "Y" TO WRK-CONT-AVAIL-FLAG
            ELSE
                MOVE "N" TO WRK-CONT-AVAIL-FLAG
            END-IF.

            OPEN INPUT RENTALS-HIST.
            IF HIST-STATUS = ZEROS
                MOVE "Y" TO WRK-HIST-AVAIL-FLAG
            ELSE
                MOVE "N" TO WRK-HIST-AVAIL-FLAG
            END-IF.

            OPEN I-O HOLDS.
            IF HOLDS-STATUS = ZEROS
                MOVE "Y" TO WRK-HOLD-AVAIL-FLAG
            ELSE
                MOVE "N" TO WRK-HOLD-AVAIL-FLAG
            END-IF.

            OPEN I-O WAITLIST.
            IF WAITLIST-STATUS = ZEROS
                MOVE "Y" TO WRK-WAIT-AVAIL-FLAG
            ELSE
                MOVE "N" TO WRK-WAIT-AVAIL-FLAG
            END-IF.

            OPEN EXTEND ERASE-REPORT.
            IF ERASE-REPORT-STATUS = 35
                OPEN OUTPUT ERASE-REPORT
            END-IF.

      *      STAMP THE REPORT AND AUDIT ROWS WITH THE SIGNED-ON
      *      OPERATOR.
            MOVE SPACES TO WRK-OPERATOR.
            ACCEPT WRK-OPERATOR FROM ENVIRONMENT "OPERATORID".
            IF WRK-OPERATOR = SPACES
                MOVE "COUNTER" TO WRK-OPERATOR
            END-IF.
            MOVE WRK-OPERATOR TO WRK-AUDIT-OPERATOR.

       0300-PROCESS            SECTION.
            MOVE ZEROS TO WRK-CUST-KEY WRK-CUTOFF-DATE
               WRK-ERASED-QTY WRK-REFUSED-QTY.
            MOVE SPACE TO WRK-MODE.
            ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WRK-RUN-TIME FROM TIME.
            DISPLAY CLEANER-SCREEN.

            IF CUSTOMERS-STATUS NOT = ZEROS
                MOVE WRK-MSG-NOCUSTOMERS TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                IF RENTALS-STATUS NOT = ZEROS
                    MOVE WRK-MSG-NORENTALS TO WRK-ERROR-MSG
                    PERFORM 9000-MANAGE-ERROR
                ELSE
                    PERFORM 0310-ACCEPT-MODE
                END-IF
            END-IF.

       0310-ACCEPT-MODE        SECTION.
            PERFORM UNTIL WRK-MODE = "S" OR WRK-MODE = "R"
               DISPLAY ERASE-MODE-SCREEN
               ACCEPT ERASE-MODE-DATA
               EVALUATE WRK-MODE
                 WHEN "s"
                   MOVE "S" TO WRK-MODE
                 WHEN "r"
                   MOVE "R" TO WRK-MODE
                 WHEN "S"
                 WHEN "R"
                   CONTINUE
                 WHEN OTHER
                   MOVE WRK-MSG-BADMODE TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
               END-EVALUATE
            END-PERFORM.

            IF WRK-MODE = "S"
                PERFORM 0320-SINGLE-CUSTOMER
            ELSE
                PERFORM 0330-RETENTION-SWEEP
            END-IF.

       0320-SINGLE-CUSTOMER    SECTION.
            DISPLAY ERASE-KEY-SCREEN.
            ACCEPT ERASE-KEY-DATA.
            MOVE WRK-CUST-KEY TO CUSTOMER-KEY.
            READ CUSTOMERS
               INVALID KEY
                   MOVE WRK-MSG-NOTFOUND TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
               NOT INVALID KEY
                   DISPLAY CUSTOMER-NAME LINE 11 COLUMN 30
                   PERFORM 0380-CONFIRM
                   IF WRK-KEY = "Y" OR WRK-KEY = "y"
                       MOVE SPACES TO WRK-KEY
                       PERFORM 0390-RUN-HEADING
                       PERFORM 0340-ERASE-ONE
                       PERFORM 0395-RUN-FOOTING
                   END-IF
            END-READ.
            MOVE SPACES TO WRK-KEY.

       0330-RETENTION-SWEEP    SECTION.
            PERFORM UNTIL WRK-CUTOFF-DATE > ZEROS
               DISPLAY CUTOFF-DATE-SCREEN
               ACCEPT CUTOFF-DATE-ENTRY
               IF WRK-CUTOFF-DATE = ZEROS
                   MOVE WRK-MSG-BADCUTOFF TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
               END-IF
            END-PERFORM.

            PERFORM 0380-CONFIRM.
            IF WRK-KEY = "Y" OR WRK-KEY = "y"
                MOVE SPACES TO WRK-KEY
                PERFORM 0390-RUN-HEADING
                MOVE ZEROS TO CUSTOMER-KEY
                START CUSTOMERS KEY IS GREATER THAN CUSTOMER-KEY
                   INVALID KEY
                       MOVE 10 TO CUSTOMERS-STATUS
                   NOT INVALID KEY
                       MOVE 0 TO CUSTOMERS-STATUS
                END-START
                PERFORM UNTIL CUSTOMERS-STATUS = 10
                   READ CUSTOMERS NEXT
                      AT END
                          MOVE 10 TO CUSTOMERS-STATUS
                      NOT AT END
                          IF CUSTOMER-INACTIVE
                                AND CUSTOMER-NAME(1:7)
                                   NOT = WRK-TOKEN-TEXT
                              PERFORM 0335-SWEEP-ONE
                          END-IF
                   END-READ
                END-PERFORM
                PERFORM 0395-RUN-FOOTING
            END-IF.
            MOVE SPACES TO WRK-KEY.

      *      ONLY A CUSTOMER WHO HAS BEEN QUIET SINCE BEFORE THE
      *      CUTOFF IS DUE - ONE WHO RENTED RECENTLY IS SIMPLY NOT
      *      REPORTED. A CUSTOMER WITH NO RENTALS AT ALL IS DUE.
       0335-SWEEP-ONE          SECTION.
            PERFORM 0350-SCAN-ACTIVITY.
            IF WRK-LAST-ACTIVITY < WRK-CUTOFF-DATE
                PERFORM 0340-ERASE-ONE
            END-IF.

      *      THE CUSTOMER RECORD IS IN THE RECORD AREA ON ENTRY.
       0340-ERASE-ONE          SECTION.
            MOVE SPACES TO WRK-REASON.
            IF WRK-MODE = "S"
                PERFORM 0350-SCAN-ACTIVITY
            END-IF.

            EVALUATE TRUE
              WHEN CUSTOMER-NAME(1:7) = WRK-TOKEN-TEXT
                MOVE "ALREADY ERASED" TO WRK-REASON
              WHEN WRK-OPEN-FLAG = "Y"
                MOVE "OPEN RENTAL" TO WRK-REASON
              WHEN CUSTOMER-BALANCE NOT = ZEROS
                MOVE "BALANCE DUE" TO WRK-REASON
              WHEN CUSTOMER-CREDIT NOT = ZEROS
                MOVE "STORE CREDIT ON ACCOUNT" TO WRK-REASON
            END-EVALUATE.

            IF WRK-REASON NOT = SPACES
                ADD 1 TO WRK-REFUSED-QTY
                MOVE SPACES TO ERASE-REPORT-REG
                MOVE "REFUSED"    TO ERASE-REPORT-DATA(001:07)
                MOVE CUSTOMER-KEY TO ERASE-REPORT-DATA(010:05)
                MOVE WRK-REASON   TO ERASE-REPORT-DATA(017:30)
                WRITE ERASE-REPORT-REG
            ELSE
                PERFORM 0360-ANONYMISE
            END-IF.

      *      THE CUSTOMER KEY ON A RENTAL IS NOT INDEXED, SO BOTH
      *      FILES ARE WALKED WHOLE, AS IN THE CUSTOMER MERGE. THE
      *      LATEST CHECK-OUT OR RETURN DATE IS THE LAST ACTIVITY.
       0350-SCAN-ACTIVITY      SECTION.
            MOVE "N" TO WRK-OPEN-FLAG.
            MOVE ZEROS TO WRK-LAST-ACTIVITY.

            MOVE ZEROS TO RENTAL-KEY.
            START RENTALS KEY IS GREATER THAN RENTAL-KEY
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
                      IF RENTAL-CUSTOMER-KEY = CUSTOMER-KEY
                          IF RENTAL-OPEN
                              MOVE "Y" TO WRK-OPEN-FLAG
                          END-IF
                          IF RENTAL-CHECKOUT-DATE > WRK-LAST-ACTIVITY
                              MOVE RENTAL-CHECKOUT-DATE
                                 TO WRK-LAST-ACTIVITY
                          END-IF
                          IF RENTAL-RETURN-DATE > WRK-LAST-ACTIVITY
                              MOVE RENTAL-RETURN-DATE
                                 TO WRK-LAST-ACTIVITY
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.

            IF WRK-HIST-AVAIL-FLAG = "Y"
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
                          IF HIST-CUSTOMER-KEY = CUSTOMER-KEY
                              IF HIST-CHECKOUT-DATE > WRK-LAST-ACTIVITY
                                  MOVE HIST-CHECKOUT-DATE
                                     TO WRK-LAST-ACTIVITY
                              END-IF
                              IF HIST-RETURN-DATE > WRK-LAST-ACTIVITY
                                  MOVE HIST-RETURN-DATE
                                     TO WRK-LAST-ACTIVITY
                              END-IF
                          END-IF
                   END-READ
                END-PERFORM
            END-IF.

       0360-ANONYMISE          SECTION.
            MOVE CUSTOMER-KEY TO WRK-TOKEN-KEY.
            MOVE SPACES TO CUSTOMER-NAME CUSTOMER-PHONE.
            MOVE WRK-TOKEN TO CUSTOMER-NAME.
            MOVE ZEROS TO CUSTOMER-BIRTH-DATE.
      *      THE JOURNAL'S BEFORE IMAGE ONLY HAS TO CARRY THE MONEY
      *      FIELDS, SO IT TOO IS TAKEN AFTER THE NAME, PHONE AND
      *      BIRTH DATE ARE GONE - NOTHING ERASED SURVIVES IN IT.
            MOVE CUSTOMERS-REG TO WRK-RJ-CUST-BEFORE.
            MOVE "I" TO CUSTOMER-STATUS-FLAG.
            REWRITE CUSTOMERS-REG.
            MOVE "R" TO WRK-RJ-OPERATION.
            PERFORM 8100-JOURNAL-CUSTOMER.

            IF WRK-CONT-AVAIL-FLAG = "Y"
                MOVE CUSTOMER-KEY TO CONTACT-KEY
                READ CONTACTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO CONTACT-EMAIL CONTACT-MOBILE
                          CONTACT-ADDRESS CONTACT-EMAIL-FLAG
                          CONTACT-MOBILE-FLAG
                       MOVE ALL "N" TO CONTACT-OPTINS
                       MOVE ZEROS TO CONTACT-BOUNCE-DATE
                       MOVE WRK-RUN-DATE TO CONTACT-CHANGED-DATE
                       MOVE WRK-OPERATOR TO CONTACT-OPERATOR
                       REWRITE CONTACTS-REG
                END-READ
            END-IF.

            PERFORM 0365-CLOSE-QUEUES.

            ADD 1 TO WRK-ERASED-QTY.
            MOVE SPACES TO ERASE-REPORT-REG.
            MOVE "ERASED"          TO ERASE-REPORT-DATA(001:06).
            MOVE CUSTOMER-KEY      TO ERASE-REPORT-DATA(010:05).
            MOVE WRK-TOKEN         TO ERASE-REPORT-DATA(017:12).
            MOVE "LAST ACTIVITY"   TO ERASE-REPORT-DATA(031:13).
            MOVE WRK-LAST-ACTIVITY TO ERASE-REPORT-DATA(045:08).
            MOVE "HOLDS"           TO ERASE-REPORT-DATA(055:05).
            MOVE WRK-HOLDS-CLOSED  TO ERASE-REPORT-DATA(061:03).
            MOVE "WAITS"           TO ERASE-REPORT-DATA(066:05).
            MOVE WRK-WAITS-CLOSED  TO ERASE-REPORT-DATA(072:03).
            WRITE ERASE-REPORT-REG.

            PERFORM 0370-AUDIT-ERASURE.

      *      A HOLD OR WAITING LIST ENTRY STILL OPEN WOULD HAVE THE
      *      COUNTER CALLING SOMEBODY WHO NO LONGER HAS A NAME.
       0365-CLOSE-QUEUES       SECTION.
            MOVE ZEROS TO WRK-HOLDS-CLOSED WRK-WAITS-CLOSED.

            IF WRK-HOLD-AVAIL-FLAG = "Y"
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
                          IF HOLD-CUSTOMER-KEY = CUSTOMER-KEY
                                AND (HOLD-WAITING OR HOLD-HELD)
                              MOVE HOLDS-REG TO WRK-RJ-HOLD-BEFORE
                              MOVE "X" TO HOLD-STATUS-FLAG
                              REWRITE HOLDS-REG
                              MOVE "R" TO WRK-RJ-OPERATION
                              PERFORM 8130-JOURNAL-HOLD
                              ADD 1 TO WRK-HOLDS-CLOSED
                          END-IF
                   END-READ
                END-PERFORM
            END-IF.

            IF WRK-WAIT-AVAIL-FLAG = "Y"
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
                          IF WAIT-CUSTOMER-KEY = CUSTOMER-KEY
                                AND WAIT-WAITING
                              MOVE "X" TO WAIT-STATUS-FLAG
                              REWRITE WAITLIST-REG
                              ADD 1 TO WRK-WAITS-CLOSED
                          END-IF
                   END-READ
                END-PERFORM
            END-IF.

      *      THE TRAIL CARRIES THE KEY AND THE TOKEN ONLY - WRITING
      *      THE OLD NAME HERE WOULD DEFEAT THE ERASURE.
       0370-AUDIT-ERASURE      SECTION.
            MOVE "ERASURE"    TO WRK-AUDIT-OPERATION.
            MOVE CUSTOMER-KEY TO WRK-AUDIT-KEY.
            MOVE SPACES TO WRK-AUDIT-BEFORE WRK-AUDIT-AFTER.
            MOVE ZEROS TO WRK-AUDIT-BEFORE-DURATION
               WRK-AUDIT-BEFORE-YEAR WRK-AUDIT-BEFORE-PRICE
               WRK-AUDIT-AFTER-DURATION WRK-AUDIT-AFTER-YEAR
               WRK-AUDIT-AFTER-PRICE.
            IF WRK-MODE = "S"
                MOVE "ON REQUEST" TO WRK-AUDIT-BEFORE-TITLE
            ELSE
                STRING "RETENTION - BEFORE " DELIMITED BY SIZE
                       WRK-CUTOFF-DATE       DELIMITED BY SIZE
                       INTO WRK-AUDIT-BEFORE-TITLE
                END-STRING
            END-IF.
            MOVE WRK-TOKEN TO WRK-AUDIT-AFTER-TITLE.
            CALL "AUDITLOG" USING WRK-AUDIT-REC.

       0380-CONFIRM            SECTION.
            MOVE SPACES TO WRK-KEY.
            DISPLAY WRK-MSG-PROCEED LINE 14 COLUMN 10
               BACKGROUND-COLOR 3.
            ACCEPT WRK-KEY LINE 14 COLUMN 41
               BACKGROUND-COLOR 3.

       0390-RUN-HEADING        SECTION.
            MOVE SPACES TO ERASE-REPORT-REG.
            STRING "CUSTOMER DATA ERASURE - " DELIMITED BY SIZE
                   WRK-RUN-DATE              DELIMITED BY SIZE
                   " "                       DELIMITED BY SIZE
                   WRK-RUN-TIME(1:6)         DELIMITED BY SIZE
                   INTO ERASE-REPORT-DATA
            END-STRING.
            WRITE ERASE-REPORT-REG.

            MOVE SPACES TO ERASE-REPORT-REG.
            IF WRK-MODE = "S"
                STRING "ONE CUSTOMER ON REQUEST - " DELIMITED BY SIZE
                       WRK-CUST-KEY                DELIMITED BY SIZE
                       INTO ERASE-REPORT-DATA
                END-STRING
            ELSE
                STRING "RETENTION SWEEP - INACTIVE, LAST ACTIVITY "
                          DELIMITED BY SIZE
                       "BEFORE "       DELIMITED BY SIZE
                       WRK-CUTOFF-DATE DELIMITED BY SIZE
                       INTO ERASE-REPORT-DATA
                END-STRING
            END-IF.
            WRITE ERASE-REPORT-REG.

            MOVE SPACES TO ERASE-REPORT-REG.
            MOVE "----------------------------" TO ERASE-REPORT-DATA.
            WRITE ERASE-REPORT-REG.

      *      THE RUN IS NOT FINISHED UNTIL A MANAGER HAS SIGNED THE
      *      PRINTED PAGE AND FILED IT WITH THE ORIGINAL REQUEST.
       0395-RUN-FOOTING        SECTION.
            MOVE SPACES TO ERASE-REPORT-REG.
            MOVE "----------------------------" TO ERASE-REPORT-DATA.
            WRITE ERASE-REPORT-REG.

            MOVE SPACES TO ERASE-REPORT-REG.
            MOVE "ERASED"        TO ERASE-REPORT-DATA(001:06).
            MOVE WRK-ERASED-QTY  TO ERASE-REPORT-DATA(010:05).
            MOVE "REFUSED"       TO ERASE-REPORT-DATA(017:07).
            MOVE WRK-REFUSED-QTY TO ERASE-REPORT-DATA(026:05).
            WRITE ERASE-REPORT-REG.

            MOVE SPACES TO ERASE-REPORT-REG.
            WRITE ERASE-REPORT-REG.

            MOVE SPACES TO ERASE-REPORT-REG.
            MOVE "RUN BY:"       TO ERASE-REPORT-DATA(001:07).
            MOVE WRK-OPERATOR    TO ERASE-REPORT-DATA(014:08).
            WRITE ERASE-REPORT-REG.

            MOVE SPACES TO ERASE-REPORT-REG.
            MOVE "APPROVED BY: ______________________   DATE: ________"
               TO ERASE-REPORT-DATA.
            WRITE ERASE-REPORT-REG.

            MOVE SPACES TO ERASE-REPORT-REG.
            WRITE ERASE-REPORT-REG.

            MOVE 15 TO WRK-LINE.
            DISPLAY "CUSTOMERS ERASED" LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-ERASED-QTY     LINE WRK-LINE COLUMN 30.
            ADD 1 TO WRK-LINE.
            DISPLAY "REFUSED"          LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-REFUSED-QTY    LINE WRK-LINE COLUMN 30.

            MOVE WRK-MSG-DONE TO WRK-ERROR-MSG.
            PERFORM 9000-MANAGE-ERROR.

       0400-FINALIZE           SECTION.
            CLOSE CUSTOMERS.
            CLOSE RENTALS.
            IF WRK-CONT-AVAIL-FLAG = "Y"
                CLOSE CONTACTS
            END-IF.
            IF WRK-HIST-AVAIL-FLAG = "Y"
                CLOSE RENTALS-HIST
            END-IF.
            IF WRK-HOLD-AVAIL-FLAG = "Y"
                CLOSE HOLDS
            END-IF.
            IF WRK-WAIT-AVAIL-FLAG = "Y"
                CLOSE WAITLIST
            END-IF.
            CLOSE ERASE-REPORT.
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

       8130-JOURNAL-HOLD       SECTION.
            MOVE "HOLDS" TO WRK-RJ-FILE.
            MOVE WRK-RJ-HOLD-BEFORE TO WRK-RJ-BEFORE.
            MOVE HOLDS-REG TO WRK-RJ-AFTER.
            IF WRK-RJ-OPERATION = "D"
                MOVE HOLDS-REG TO WRK-RJ-BEFORE
            END-IF.
            CALL "RECJRNL" USING WRK-RJ-REC.

       9000-MANAGE-ERROR       SECTION.
            MOVE SPACES TO WRK-KEY.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
