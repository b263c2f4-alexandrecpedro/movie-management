       IDENTIFICATION          DIVISION.
       PROGRAM-ID. WINBACK.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: WIN-BACK CAMPAIGN SELECTION - PICK EVERY ACTIVE
      *          CUSTOMER WHOSE LAST CHECK-OUT (LIVE FILE OR ARCHIVE)
      *          IS OLDER THAN THE CHOSEN NUMBER OF DAYS, WORK OUT
      *          THEIR FAVOURITE GENRE FROM THE SAME RENTALS, AND
      *            - APPEND THEM TO THE CAMPAIGN LIST WINBACK.TXT
      *            - WRITE THE CAMPAIGN MAILER WINMAIL.CSV
      *            - ADD ONE PROMOTIONS ROW PER GENRE TO PROMOS.TXT,
      *              ALL UNDER ONE CAMPAIGN CODE "WB" + YYMMDD, VALID
      *              FROM TODAY FOR THE CHOSEN WINDOW AND FLAGGED "L"
      *              SO THE COUNTER ONLY TAKES IT FROM A LISTED
      *              CUSTOMER, ONCE, ON A TITLE IN THEIR GENRE.
      *          CUSTOMERS IN COLLECTIONS ARE LEFT OUT. THE RESPONSE
      *          IS MEASURED LATER BY WINRESP.
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

      *      SELECT PROMOS ASSIGN TO "./Data/PROMOS.TXT"
             SELECT PROMOS ASSIGN TO
               "C:\Cobol\Project\Data\PROMOS.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PROMOS-STATUS.

      *      SELECT WINBACK ASSIGN TO "./Data/WINBACK.TXT"
             SELECT WINBACK ASSIGN TO
               "C:\Cobol\Project\Data\WINBACK.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WINBACK-STATUS.

      *      SELECT WIN-MAIL ASSIGN TO "./Data/WINMAIL.CSV"
             SELECT WIN-MAIL ASSIGN TO
               "C:\Cobol\Project\Data\WINMAIL.CSV"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WIN-MAIL-STATUS.

             SELECT SORT-WB ASSIGN TO "SORTWK1".

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- MOVIE FILE DESCRIPTION
       FD MOVIES.
       01 MOVIES-REG.
            05 MOVIES-KEY             PIC 9(005).
            05 MOVIES-TITLE           PIC X(050).
            05 MOVIES-GENRE           PIC X(030).
            05 MOVIES-DURATION        PIC 9(003).
            05 MOVIES-DISTRIBUTOR     PIC X(040).
            05 MOVIES-RATING          PIC X(005).
            05 MOVIES-STATUS-FLAG     PIC X(001).
                88 MOVIES-ACTIVE             VALUE "A".
                88 MOVIES-INACTIVE           VALUE "I".
            05 MOVIES-RELEASE-YEAR    PIC 9(004).
            05 MOVIES-RENTAL-PRICE    PIC 9(003)V99.
            05 MOVIES-ENTRY-DATE      PIC 9(008).

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

      *---------------------------- PROMOTIONS TABLE
       FD PROMOS.
       01 PROMOS-REG.
            05 PROMO-CODE             PIC X(008).
            05 PROMO-TYPE             PIC X(001).
            05 PROMO-PCT              PIC 9(003).
            05 PROMO-AMT              PIC 9(003)V99.
            05 PROMO-START            PIC 9(008).
            05 PROMO-END              PIC 9(008).
            05 PROMO-GENRE            PIC X(008).
            05 PROMO-LIST-FLAG        PIC X(001).

      *---------------------------- WIN-BACK CAMPAIGN LIST
       FD WINBACK.
       01 WINBACK-REG.
            05 WB-CODE                PIC X(008).
            05 FILLER                 PIC X(001).
            05 WB-CUSTOMER            PIC 9(005).
            05 FILLER                 PIC X(001).
            05 WB-GENRE               PIC X(008).
            05 FILLER                 PIC X(001).
            05 WB-LAST-DATE           PIC 9(008).
            05 FILLER                 PIC X(001).
            05 WB-START               PIC 9(008).
            05 FILLER                 PIC X(001).
            05 WB-END                 PIC 9(008).

      *---------------------------- CAMPAIGN MAILER OUTPUT
       FD WIN-MAIL.
       01 WIN-MAIL-REG.
            05 WIN-MAIL-DATA          PIC X(160).

      *---------------------------- SORT WORK FILE (CUSTOMER, GENRE)
       SD SORT-WB.
       01 SORT-WB-REC.
            05 SORT-CUST-KEY          PIC 9(005).
            05 SORT-GENRE             PIC X(008).
            05 SORT-CHECKOUT-DATE     PIC 9(008).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                     PIC X(001).

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                    PIC 9(002) VALUE ZEROS.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG               PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM    PIC X(012) VALUE "WINBACK".
            05 WRK-ERRORLOG-MESSAGE    PIC X(040) VALUE SPACES.

       01 WRK-MSGS.
            05 WRK-MSG-NOCUSTOMERS    PIC X(040) VALUE
               "ERROR OPENING CUSTOMERS FILE".
            05 WRK-MSG-NOMOVIES       PIC X(040) VALUE
               "ERROR OPENING MOVIES FILE".
            05 WRK-MSG-NORENTALS      PIC X(040) VALUE
               "ERROR OPENING RENTALS FILE".
            05 WRK-MSG-BADTERMS       PIC X(040) VALUE
               "DAYS, TYPE (P/F) AND VALUE ARE REQUIRED".
            05 WRK-MSG-ALREADY        PIC X(040) VALUE
               "A CAMPAIGN WAS ALREADY RUN TODAY".
            05 WRK-MSG-PROCEED        PIC X(040) VALUE
               "DO YOU WANT TO PROCEED (Y/N)?".
            05 WRK-MSG-PRESSKEY       PIC X(040) VALUE
               "PRESS ANY KEY".

      *---------------------------- FILE
       77 MOVIES-STATUS               PIC 9(002) VALUE ZEROS.
       77 WRK-MOVIES-PATH             PIC X(060) VALUE SPACES.
       77 CUSTOMERS-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-CUSTOMERS-PATH          PIC X(060) VALUE SPACES.
       77 CONTACTS-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-CONTACTS-PATH           PIC X(060) VALUE SPACES.
       77 RENTALS-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-RENTALS-PATH            PIC X(060) VALUE SPACES.
       77 HIST-STATUS                 PIC 9(002) VALUE ZEROS.
       77 PROMOS-STATUS               PIC 9(002) VALUE ZEROS.
       77 WINBACK-STATUS              PIC 9(002) VALUE ZEROS.
       77 WIN-MAIL-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-CONT-AVAIL-FLAG         PIC X(001) VALUE "N".
       77 WRK-HIST-AVAIL-FLAG         PIC X(001) VALUE "N".
       77 SORT-EOF-FLAG               PIC X(001) VALUE "N".

      *---------------------------- CAMPAIGN TERMS
       77 WRK-LAPSED-DAYS             PIC 9(003) VALUE ZEROS.
       77 WRK-WINDOW-DAYS             PIC 9(003) VALUE ZEROS.
       77 WRK-DISC-TYPE               PIC X(001) VALUE SPACE.
       77 WRK-DISC-PCT                PIC 9(003) VALUE ZEROS.
       77 WRK-DISC-AMT                PIC 9(003)V99 VALUE ZEROS.
       77 WRK-TERMS-OK-FLAG           PIC X(001) VALUE "N".
       77 WRK-RUN-DATE                PIC 9(008) VALUE ZEROS.
       77 WRK-CUTOFF-DATE             PIC 9(008) VALUE ZEROS.
       77 WRK-END-DATE                PIC 9(008) VALUE ZEROS.
       01 WRK-CAMPAIGN-CODE.
            05 WRK-CAMPAIGN-PREFIX    PIC X(002) VALUE "WB".
            05 WRK-CAMPAIGN-DATE      PIC 9(006) VALUE ZEROS.
       77 WRK-DUP-FLAG                PIC X(001) VALUE "N".

      *---------------------------- CONTROL BREAK
       77 WRK-PREV-CUST               PIC 9(005) VALUE ZEROS.
       77 WRK-PREV-GENRE              PIC X(008) VALUE SPACES.
       77 WRK-GENRE-COUNT             PIC 9(005) VALUE ZEROS.
       77 WRK-BEST-GENRE              PIC X(008) VALUE SPACES.
       77 WRK-BEST-COUNT              PIC 9(005) VALUE ZEROS.
       77 WRK-CUST-LAST               PIC 9(008) VALUE ZEROS.
       77 WRK-EMAIL                   PIC X(050) VALUE SPACES.

      *---------------------------- STATISTICS
       77 WRK-CUST-QTY                PIC 9(005) VALUE ZEROS.
       77 WRK-LAPSED-QTY              PIC 9(005) VALUE ZEROS.
       77 WRK-SELECTED-QTY            PIC 9(005) VALUE ZEROS.

      *---------------------------- CAMPAIGN GENRES
       77 WRK-GEN-QTY                 PIC 9(002) VALUE ZEROS.
       77 WRK-GEN-MAX                 PIC 9(002) VALUE 50.
       77 WRK-GEN-IDX                 PIC 9(002) VALUE ZEROS.
       77 WRK-GEN-FOUND-FLAG          PIC X(001) VALUE "N".
       01 WRK-GEN-TABLE.
            05 WRK-GEN-ENTRY OCCURS 50 TIMES.
                10 WRK-GEN-NAME       PIC X(008).
                10 WRK-GEN-CUSTS      PIC 9(005).

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
               VALUE "WINBACK".
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

      *---------------------------- CAMPAIGN TERMS SCREEN
       01 WB-TERMS-SCREEN.
            05 WB-TERMS-DATA FOREGROUND-COLOR 2.
                10 LINE 05 COLUMN 10
                   VALUE "NO CHECK-OUT IN LAST (DAYS): ".
                10 COLUMN PLUS 2      PIC 9(003)
                   USING WRK-LAPSED-DAYS BLANK WHEN ZEROS.
                10 LINE 06 COLUMN 10
                   VALUE "DISCOUNT TYPE (P=PCT F=FLAT): ".
                10 COLUMN PLUS 1      PIC X(001) USING WRK-DISC-TYPE.
                10 LINE 07 COLUMN 10
                   VALUE "PERCENT OFF.................: ".
                10 COLUMN PLUS 1      PIC 9(003)
                   USING WRK-DISC-PCT BLANK WHEN ZEROS.
                10 LINE 08 COLUMN 10
                   VALUE "AMOUNT OFF..................: ".
                10 COLUMN PLUS 1      PIC ZZ9,99
                   USING WRK-DISC-AMT.
                10 LINE 09 COLUMN 10
                   VALUE "CODE VALID FOR (DAYS).......: ".
                10 COLUMN PLUS 1      PIC 9(003)
                   USING WRK-WINDOW-DAYS BLANK WHEN ZEROS.

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

       0200-INITIALIZE         SECTION.
            PERFORM 0195-SET-FILE-PATHS.
            OPEN INPUT MOVIES.
            OPEN INPUT CUSTOMERS.
            OPEN INPUT RENTALS.

            OPEN INPUT CONTACTS.
            IF CONTACTS-STATUS = ZEROS
                MOVE "Y" TO WRK-CONT-AVAIL-FLAG
            ELSE
                MOVE "N" TO WRK-CONT-AVAIL-FLAG
            END-IF.

      *      THE HISTORY FILE ONLY EXISTS ONCE THE RENTAL ARCHIVE JOB
      *      HAS RUN AT LEAST ONCE.
            OPEN INPUT RENTALS-HIST.
            IF HIST-STATUS = ZEROS
                MOVE "Y" TO WRK-HIST-AVAIL-FLAG
            ELSE
                MOVE "N" TO WRK-HIST-AVAIL-FLAG
            END-IF.

            MOVE SPACES TO WRK-AUDIT-OPERATOR.
            ACCEPT WRK-AUDIT-OPERATOR FROM ENVIRONMENT "OPERATORID".
            IF WRK-AUDIT-OPERATOR = SPACES
                MOVE "COUNTER" TO WRK-AUDIT-OPERATOR
            END-IF.

       0300-PROCESS            SECTION.
            MOVE ZEROS TO WRK-CUST-QTY WRK-LAPSED-QTY WRK-SELECTED-QTY
               WRK-GEN-QTY WRK-PREV-CUST.
            ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
            MOVE WRK-RUN-DATE(3:6) TO WRK-CAMPAIGN-DATE.
            DISPLAY CLEANER-SCREEN.

            EVALUATE TRUE
              WHEN CUSTOMERS-STATUS NOT = ZEROS
                MOVE WRK-MSG-NOCUSTOMERS TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
              WHEN MOVIES-STATUS NOT = ZEROS
                MOVE WRK-MSG-NOMOVIES TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
              WHEN RENTALS-STATUS NOT = ZEROS
                MOVE WRK-MSG-NORENTALS TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
              WHEN OTHER
                PERFORM 0305-CHECK-CODE-FREE
                IF WRK-DUP-FLAG = "Y"
                    MOVE WRK-MSG-ALREADY TO WRK-ERROR-MSG
                    PERFORM 9000-MANAGE-ERROR
                ELSE
                    PERFORM 0310-ACCEPT-TERMS
                    PERFORM 0380-CONFIRM
                    IF WRK-KEY = "Y" OR WRK-KEY = "y"
                        PERFORM 0320-RUN-CAMPAIGN
                    END-IF
                END-IF
            END-EVALUATE.

      *      ONE CAMPAIGN CODE PER DAY - A SECOND RUN WOULD ADD A
      *      SECOND SET OF PROMOTION ROWS UNDER THE SAME CODE.
       0305-CHECK-CODE-FREE    SECTION.
            MOVE "N" TO WRK-DUP-FLAG.
            OPEN INPUT PROMOS.
            IF PROMOS-STATUS = ZEROS
                PERFORM UNTIL PROMOS-STATUS = 10
                   READ PROMOS
                      AT END
                          MOVE 10 TO PROMOS-STATUS
                      NOT AT END
                          IF PROMO-CODE = WRK-CAMPAIGN-CODE
                              MOVE "Y" TO WRK-DUP-FLAG
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE PROMOS
            END-IF.

       0310-ACCEPT-TERMS       SECTION.
            MOVE "N" TO WRK-TERMS-OK-FLAG.
            PERFORM UNTIL WRK-TERMS-OK-FLAG = "Y"
               DISPLAY WB-TERMS-SCREEN
               ACCEPT WB-TERMS-DATA
               IF WRK-DISC-TYPE = "p"
                   MOVE "P" TO WRK-DISC-TYPE
               END-IF
               IF WRK-DISC-TYPE = "f"
                   MOVE "F" TO WRK-DISC-TYPE
               END-IF
               IF WRK-LAPSED-DAYS > ZEROS AND WRK-WINDOW-DAYS > ZEROS
                     AND ((WRK-DISC-TYPE = "P" AND WRK-DISC-PCT > ZEROS
                           AND WRK-DISC-PCT NOT > 100)
                       OR (WRK-DISC-TYPE = "F"
                           AND WRK-DISC-AMT > ZEROS))
                   MOVE "Y" TO WRK-TERMS-OK-FLAG
               ELSE
                   MOVE WRK-MSG-BADTERMS TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
               END-IF
            END-PERFORM.

            IF WRK-DISC-TYPE = "P"
                MOVE ZEROS TO WRK-DISC-AMT
            ELSE
                MOVE ZEROS TO WRK-DISC-PCT
            END-IF.

      *      FUNCTION INTEGER-OF-DATE/DATE-OF-INTEGER ARE USED SO
      *      THE MONTH AND YEAR ROLL OVER CORRECTLY.
            COMPUTE WRK-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-RUN-DATE)
                  - WRK-LAPSED-DAYS).
            COMPUTE WRK-END-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-RUN-DATE)
                  + WRK-WINDOW-DAYS).

            DISPLAY "CAMPAIGN CODE:"  LINE 11 COLUMN 10.
            DISPLAY WRK-CAMPAIGN-CODE LINE 11 COLUMN 30.
            DISPLAY "LAST CHECK-OUT BEFORE:" LINE 12 COLUMN 10.
            DISPLAY WRK-CUTOFF-DATE   LINE 12 COLUMN 34.
            DISPLAY "VALID UNTIL:"    LINE 13 COLUMN 10.
            DISPLAY WRK-END-DATE      LINE 13 COLUMN 34.

       0320-RUN-CAMPAIGN       SECTION.
            OPEN EXTEND WINBACK.
            IF WINBACK-STATUS = 35
                OPEN OUTPUT WINBACK
            END-IF.
            OPEN OUTPUT WIN-MAIL.
            MOVE "CAMPAIGN,CUSTOMER,NAME,PHONE,EMAIL,GENRE,VALID TO"
               TO WIN-MAIL-DATA.
            WRITE WIN-MAIL-REG.

            SORT SORT-WB
                ON ASCENDING KEY SORT-CUST-KEY
                                 SORT-GENRE
                INPUT PROCEDURE IS 0330-SCAN-RENTALS
                OUTPUT PROCEDURE IS 0340-SELECT-CUSTOMERS.

            CLOSE WINBACK.
            CLOSE WIN-MAIL.

            IF WRK-SELECTED-QTY > ZEROS
                PERFORM 0360-WRITE-PROMOS
                PERFORM 0370-AUDIT-CAMPAIGN
            END-IF.
            PERFORM 0390-REPORT-STATISTICS.

      *      EVERY RENTAL EVER TAKEN, LIVE OR ARCHIVED, CARRIES ONE
      *      VOTE FOR ITS GENRE (FIRST 8 CHARACTERS, AS THE
      *      PROMOTIONS FILE MATCHES THEM).
       0330-SCAN-RENTALS       SECTION.
            PERFORM UNTIL RENTALS-STATUS = 10
               READ RENTALS NEXT
                  AT END
                      MOVE 10 TO RENTALS-STATUS
                  NOT AT END
                      MOVE RENTAL-CUSTOMER-KEY  TO SORT-CUST-KEY
                      MOVE RENTAL-CHECKOUT-DATE TO SORT-CHECKOUT-DATE
                      MOVE RENTAL-MOVIES-KEY    TO MOVIES-KEY
                      PERFORM 0335-RELEASE-RENTAL
               END-READ
            END-PERFORM.

            IF WRK-HIST-AVAIL-FLAG = "Y"
                PERFORM UNTIL HIST-STATUS = 10
                   READ RENTALS-HIST NEXT
                      AT END
                          MOVE 10 TO HIST-STATUS
                      NOT AT END
                          MOVE HIST-CUSTOMER-KEY  TO SORT-CUST-KEY
                          MOVE HIST-CHECKOUT-DATE TO SORT-CHECKOUT-DATE
                          MOVE HIST-MOVIES-KEY    TO MOVIES-KEY
                          PERFORM 0335-RELEASE-RENTAL
                   END-READ
                END-PERFORM
            END-IF.

       0335-RELEASE-RENTAL     SECTION.
            READ MOVIES
               INVALID KEY
                   MOVE SPACES TO SORT-GENRE
               NOT INVALID KEY
                   MOVE MOVIES-GENRE(1:8) TO SORT-GENRE
            END-READ.
            RELEASE SORT-WB-REC.

      *      BREAK ON CUSTOMER, AND ON GENRE INSIDE THE CUSTOMER.
       0340-SELECT-CUSTOMERS   SECTION.
            MOVE "N" TO SORT-EOF-FLAG.
            PERFORM UNTIL SORT-EOF-FLAG = "Y"
               RETURN SORT-WB RECORD
                   AT END
                       MOVE "Y" TO SORT-EOF-FLAG
                   NOT AT END
                       PERFORM 0342-TALLY-RENTAL
               END-RETURN
            END-PERFORM.
            IF WRK-PREV-CUST NOT = ZEROS
                PERFORM 0344-CLOSE-GENRE
                PERFORM 0346-CLOSE-CUSTOMER
            END-IF.

       0342-TALLY-RENTAL       SECTION.
            IF SORT-CUST-KEY NOT = WRK-PREV-CUST
                IF WRK-PREV-CUST NOT = ZEROS
                    PERFORM 0344-CLOSE-GENRE
                    PERFORM 0346-CLOSE-CUSTOMER
                END-IF
                MOVE SORT-CUST-KEY TO WRK-PREV-CUST
                MOVE SORT-GENRE    TO WRK-PREV-GENRE
                MOVE SPACES TO WRK-BEST-GENRE
                MOVE ZEROS  TO WRK-GENRE-COUNT WRK-BEST-COUNT
                   WRK-CUST-LAST
            ELSE
                IF SORT-GENRE NOT = WRK-PREV-GENRE
                    PERFORM 0344-CLOSE-GENRE
                    MOVE SORT-GENRE TO WRK-PREV-GENRE
                    MOVE ZEROS TO WRK-GENRE-COUNT
                END-IF
            END-IF.

            ADD 1 TO WRK-GENRE-COUNT.
            IF SORT-CHECKOUT-DATE > WRK-CUST-LAST
                MOVE SORT-CHECKOUT-DATE TO WRK-CUST-LAST
            END-IF.

      *      A TITLE NO LONGER ON THE CATALOG HAS NO GENRE AND
      *      CANNOT BE THE FAVOURITE. A TIE GOES TO THE GENRE THAT
      *      SORTS FIRST.
       0344-CLOSE-GENRE        SECTION.
            IF WRK-PREV-GENRE NOT = SPACES
                  AND WRK-GENRE-COUNT > WRK-BEST-COUNT
                MOVE WRK-PREV-GENRE  TO WRK-BEST-GENRE
                MOVE WRK-GENRE-COUNT TO WRK-BEST-COUNT
            END-IF.

       0346-CLOSE-CUSTOMER     SECTION.
            ADD 1 TO WRK-CUST-QTY.
            IF WRK-CUST-LAST < WRK-CUTOFF-DATE
                ADD 1 TO WRK-LAPSED-QTY
                MOVE WRK-PREV-CUST TO CUSTOMER-KEY
                READ CUSTOMERS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUSTOMER-ACTIVE
                             AND NOT CUSTOMER-COLLECTIONS
                             AND WRK-BEST-GENRE NOT = SPACES
                           PERFORM 0348-FIND-GENRE
                           IF WRK-GEN-FOUND-FLAG = "Y"
                               PERFORM 0350-WRITE-SELECTED
                           END-IF
                       END-IF
                END-READ
            END-IF.

      *      THE CAMPAIGN CARRIES ONE PROMOTIONS ROW PER GENRE, SO
      *      A CUSTOMER WHOSE GENRE WOULD OVERFLOW THE TABLE IS LEFT
      *      FOR THE NEXT CAMPAIGN.
       0348-FIND-GENRE         SECTION.
            MOVE "N" TO WRK-GEN-FOUND-FLAG.
            PERFORM VARYING WRK-GEN-IDX FROM 1 BY 1
                  UNTIL WRK-GEN-IDX > WRK-GEN-QTY
                     OR WRK-GEN-FOUND-FLAG = "Y"
               IF WRK-GEN-NAME(WRK-GEN-IDX) = WRK-BEST-GENRE
                   MOVE "Y" TO WRK-GEN-FOUND-FLAG
                   ADD 1 TO WRK-GEN-CUSTS(WRK-GEN-IDX)
               END-IF
            END-PERFORM.

            IF WRK-GEN-FOUND-FLAG = "N" AND WRK-GEN-QTY < WRK-GEN-MAX
                ADD 1 TO WRK-GEN-QTY
                MOVE WRK-BEST-GENRE TO WRK-GEN-NAME(WRK-GEN-QTY)
                MOVE 1 TO WRK-GEN-CUSTS(WRK-GEN-QTY)
                MOVE "Y" TO WRK-GEN-FOUND-FLAG
            END-IF.

       0350-WRITE-SELECTED     SECTION.
            ADD 1 TO WRK-SELECTED-QTY.

            MOVE SPACES TO WINBACK-REG.
            MOVE WRK-CAMPAIGN-CODE TO WB-CODE.
            MOVE CUSTOMER-KEY      TO WB-CUSTOMER.
            MOVE WRK-BEST-GENRE    TO WB-GENRE.
            MOVE WRK-CUST-LAST     TO WB-LAST-DATE.
            MOVE WRK-RUN-DATE      TO WB-START.
            MOVE WRK-END-DATE      TO WB-END.
            WRITE WINBACK-REG.

            MOVE SPACES TO WRK-EMAIL.
            IF WRK-CONT-AVAIL-FLAG = "Y"
                MOVE CUSTOMER-KEY TO CONTACT-KEY
                READ CONTACTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT CONTACT-EMAIL-BAD
                           MOVE CONTACT-EMAIL TO WRK-EMAIL
                       END-IF
                END-READ
            END-IF.

            MOVE SPACES TO WIN-MAIL-REG.
            STRING
                WRK-CAMPAIGN-CODE DELIMITED BY SIZE
                ","               DELIMITED BY SIZE
                CUSTOMER-KEY      DELIMITED BY SIZE
                ","               DELIMITED BY SIZE
                '"'               DELIMITED BY SIZE
                CUSTOMER-NAME     DELIMITED BY SIZE
                '"'               DELIMITED BY SIZE
                ","               DELIMITED BY SIZE
                '"'               DELIMITED BY SIZE
                CUSTOMER-PHONE    DELIMITED BY SIZE
                '"'               DELIMITED BY SIZE
                ","               DELIMITED BY SIZE
                '"'               DELIMITED BY SIZE
                WRK-EMAIL         DELIMITED BY SPACE
                '"'               DELIMITED BY SIZE
                ","               DELIMITED BY SIZE
                '"'               DELIMITED BY SIZE
                WRK-BEST-GENRE    DELIMITED BY SIZE
                '"'               DELIMITED BY SIZE
                ","               DELIMITED BY SIZE
                WRK-END-DATE      DELIMITED BY SIZE
                INTO WIN-MAIL-DATA
            END-STRING.
            WRITE WIN-MAIL-REG.

       0360-WRITE-PROMOS       SECTION.
            OPEN EXTEND PROMOS.
            IF PROMOS-STATUS = 35
                OPEN OUTPUT PROMOS
            END-IF.
            PERFORM VARYING WRK-GEN-IDX FROM 1 BY 1
                  UNTIL WRK-GEN-IDX > WRK-GEN-QTY
               MOVE WRK-CAMPAIGN-CODE        TO PROMO-CODE
               MOVE WRK-DISC-TYPE            TO PROMO-TYPE
               MOVE WRK-DISC-PCT             TO PROMO-PCT
               MOVE WRK-DISC-AMT             TO PROMO-AMT
               MOVE WRK-RUN-DATE             TO PROMO-START
               MOVE WRK-END-DATE             TO PROMO-END
               MOVE WRK-GEN-NAME(WRK-GEN-IDX) TO PROMO-GENRE
               MOVE "L"                      TO PROMO-LIST-FLAG
               WRITE PROMOS-REG
            END-PERFORM.
            CLOSE PROMOS.

      *      A NEW DISCOUNT CODE IS A PRICE CHANGE - THE TRAIL SHOWS
      *      WHO LAUNCHED IT, ITS TERMS AND HOW MANY WERE MAILED.
       0370-AUDIT-CAMPAIGN     SECTION.
            MOVE "CAMPAIGN"       TO WRK-AUDIT-OPERATION.
            MOVE WRK-SELECTED-QTY TO WRK-AUDIT-KEY.
            MOVE SPACES TO WRK-AUDIT-BEFORE WRK-AUDIT-AFTER.
            MOVE ZEROS TO WRK-AUDIT-BEFORE-DURATION
               WRK-AUDIT-BEFORE-YEAR WRK-AUDIT-BEFORE-PRICE
               WRK-AUDIT-AFTER-DURATION WRK-AUDIT-AFTER-YEAR
               WRK-AUDIT-AFTER-PRICE.
            STRING "NO CHECK-OUT SINCE " DELIMITED BY SIZE
                   WRK-CUTOFF-DATE        DELIMITED BY SIZE
                   INTO WRK-AUDIT-BEFORE-TITLE
            END-STRING.
            STRING WRK-CAMPAIGN-CODE     DELIMITED BY SIZE
                   " VALID TO "          DELIMITED BY SIZE
                   WRK-END-DATE          DELIMITED BY SIZE
                   INTO WRK-AUDIT-AFTER-TITLE
            END-STRING.
            MOVE WRK-DISC-TYPE    TO WRK-AUDIT-AFTER-STATUS.
            MOVE WRK-DISC-PCT     TO WRK-AUDIT-AFTER-DURATION.
            MOVE WRK-DISC-AMT     TO WRK-AUDIT-AFTER-PRICE.
            CALL "AUDITLOG" USING WRK-AUDIT-REC.

       0380-CONFIRM            SECTION.
            MOVE SPACES TO WRK-KEY.
            DISPLAY WRK-MSG-PROCEED LINE 15 COLUMN 10
               BACKGROUND-COLOR 3.
            ACCEPT WRK-KEY LINE 15 COLUMN 41
               BACKGROUND-COLOR 3.

       0390-REPORT-STATISTICS  SECTION.
            DISPLAY CLEANER-SCREEN.
            MOVE 10 TO WRK-LINE.
            DISPLAY "CAMPAIGN CODE"     LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-CAMPAIGN-CODE   LINE WRK-LINE COLUMN 30.
            ADD 1 TO WRK-LINE.
            DISPLAY "CUSTOMERS SEEN"    LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-CUST-QTY        LINE WRK-LINE COLUMN 30.
            ADD 1 TO WRK-LINE.
            DISPLAY "LAPSED"            LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-LAPSED-QTY      LINE WRK-LINE COLUMN 30.
            ADD 1 TO WRK-LINE.
            DISPLAY "SELECTED"          LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-SELECTED-QTY    LINE WRK-LINE COLUMN 30.
            ADD 1 TO WRK-LINE.
            DISPLAY "GENRES"            LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-GEN-QTY         LINE WRK-LINE COLUMN 30.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-PRESSKEY    LINE WRK-LINE COLUMN 10.
            ACCEPT WRK-KEY              LINE WRK-LINE COLUMN 25.
            MOVE SPACES TO WRK-KEY.

       0400-FINALIZE           SECTION.
            CLOSE MOVIES.
            CLOSE CUSTOMERS.
            CLOSE RENTALS.
            IF WRK-CONT-AVAIL-FLAG = "Y"
                CLOSE CONTACTS
            END-IF.
            IF WRK-HIST-AVAIL-FLAG = "Y"
                CLOSE RENTALS-HIST
            END-IF.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
            MOVE SPACES TO WRK-KEY.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
