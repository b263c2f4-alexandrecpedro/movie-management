       IDENTIFICATION          DIVISION.
       PROGRAM-ID. TRAINLOAD.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: REFRESH THE TRAINING DATA SET FROM THE LATEST SYSTEM
      *          DUMP. THE PORTABLE .SEQ FILES SYSDUMP LEFT BEHIND ARE
      *          LOADED INTO THE TRAINING DIRECTORY (TRAINDIR), NEVER
      *          INTO THE LIVE ONE, AND EVERY PERSONAL FIELD IS
      *          SCRAMBLED ON THE WAY IN - CUSTOMER NAMES, PHONES AND
      *          BIRTH DATES, DISTRIBUTOR CONTACTS. EVERYTHING ELSE A
      *          PRACTICE SESSION CAN WRITE (SHIFTS, LEDGERS, LOGS,
      *          RECEIPTS) IS DELETED SO EACH CLASS STARTS CLEAN. A
      *          DUMP OLDER THAN A WEEK IS REFUSED, AND THE LOADED
      *          COUNTS ARE PROVEN AGAINST SYSDUMP.CTL.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      EVERY MASTER BELOW IS THE TRAINING COPY - THE PATHS ARE
      *      BUILT FROM TRAINDIR IN 0195-SET-FILE-PATHS.
            SELECT MOVIES ASSIGN TO WRK-MOVIES-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WRK-FILE-STATUS
            RECORD KEY IS MOVIES-KEY.

            SELECT CUSTOMERS ASSIGN TO WRK-CUSTOMERS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WRK-FILE-STATUS
            RECORD KEY IS CUSTOMER-KEY
            ALTERNATE RECORD KEY IS CUSTOMER-PHONE
               WITH DUPLICATES.

            SELECT RENTALS ASSIGN TO WRK-RENTALS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WRK-FILE-STATUS
            RECORD KEY IS RENTAL-KEY
            ALTERNATE RECORD KEY IS RENTAL-MOVIES-KEY
               WITH DUPLICATES
            ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-KEY
               WITH DUPLICATES.

            SELECT COPIES ASSIGN TO WRK-COPIES-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WRK-FILE-STATUS
            RECORD KEY IS COPY-ID.

            SELECT HOLDS ASSIGN TO WRK-HOLDS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WRK-FILE-STATUS
            RECORD KEY IS HOLD-ID.

            SELECT DISTRIB ASSIGN TO WRK-DISTRIB-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WRK-FILE-STATUS
            RECORD KEY IS DIST-CODE
            ALTERNATE RECORD KEY IS DIST-NAME
               WITH DUPLICATES.

            SELECT REFTABLE ASSIGN TO WRK-REFTABLE-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WRK-FILE-STATUS
            RECORD KEY IS REF-ID.

            SELECT CONTROL-FILE ASSIGN TO WRK-CONTROL-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WRK-FILE-STATUS
            RECORD KEY IS CTL-NAME.

            SELECT LOAD-SEQ ASSIGN TO WRK-SEQ-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOAD-SEQ-STATUS.

      *      SELECT DUMP-CTL ASSIGN TO "./Data/SYSDUMP.CTL"
            SELECT DUMP-CTL ASSIGN TO
              "C:\Cobol\Project\Data\SYSDUMP.CTL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DUMP-CTL-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
       FD MOVIES.
       01 MOVIES-REG.
            05 MOVIES-KEY            PIC 9(005).
            05 MOVIES-TITLE          PIC X(050).
            05 MOVIES-GENRE          PIC X(030).
            05 MOVIES-DURATION       PIC 9(003).
            05 MOVIES-DISTRIBUTOR    PIC X(040).
            05 MOVIES-RATING         PIC X(005).
            05 MOVIES-STATUS-FLAG    PIC X(001).
            05 MOVIES-RELEASE-YEAR   PIC 9(004).
            05 MOVIES-RENTAL-PRICE   PIC 9(003)V99.
            05 MOVIES-ENTRY-DATE     PIC 9(008).

       FD CUSTOMERS.
       01 CUSTOMERS-REG.
            05 CUSTOMER-KEY          PIC 9(005).
            05 CUSTOMER-NAME         PIC X(030).
            05 CUSTOMER-PHONE        PIC X(015).
            05 CUSTOMER-STATUS-FLAG  PIC X(001).
            05 CUSTOMER-BALANCE      PIC 9(005)V99.
            05 CUSTOMER-BIRTH-DATE   PIC 9(008).
            05 CUSTOMER-BIRTH-PARTS REDEFINES CUSTOMER-BIRTH-DATE.
                10 CUSTOMER-BIRTH-YYYY PIC 9(004).
                10 CUSTOMER-BIRTH-MMDD PIC 9(004).
            05 CUSTOMER-COLLECT-FLAG PIC X(001).
            05 CUSTOMER-CREDIT       PIC 9(005)V99.
            05 CUSTOMER-POINTS       PIC 9(005).
            05 CUSTOMER-TIER         PIC X(001).
            05 CUSTOMER-TIER-SCORE   PIC 9(003).

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

       FD COPIES.
       01 COPIES-REG.
            05 COPY-ID.
                10 COPY-MOVIES-KEY   PIC 9(005).
                10 COPY-NUMBER       PIC 9(002).
            05 COPY-BARCODE          PIC X(008).
            05 COPY-CONDITION        PIC X(001).
            05 COPY-STATUS-FLAG      PIC X(001).
            05 COPY-REPL-COST        PIC 9(003)V99.
            05 COPY-RENT-COUNT       PIC 9(005).
            05 COPY-STORE            PIC X(003).

       FD HOLDS.
       01 HOLDS-REG.
            05 HOLD-ID.
                10 HOLD-MOVIES-KEY   PIC 9(005).
                10 HOLD-SEQ          PIC 9(003).
            05 HOLD-CUSTOMER-KEY     PIC 9(005).
            05 HOLD-PLACED-DATE      PIC 9(008).
            05 HOLD-UNTIL-DATE       PIC 9(008).
            05 HOLD-STATUS-FLAG      PIC X(001).
            05 HOLD-FILL-DATE        PIC 9(008).
            05 HOLD-FILL-RENTAL      PIC 9(005).
            05 HOLD-FILL-PRIOR       PIC X(001).

       FD DISTRIB.
       01 DISTRIB-REG.
            05 DIST-CODE             PIC X(006).
            05 DIST-NAME             PIC X(040).
            05 DIST-CONTACT          PIC X(030).
            05 DIST-PHONE            PIC X(015).
            05 DIST-STATUS-FLAG      PIC X(001).

       FD REFTABLE.
       01 REFTABLE-REG.
            05 REF-ID.
                10 REF-TYPE          PIC X(001).
                10 REF-VALUE         PIC X(008).
            05 REF-STATUS-FLAG       PIC X(001).
            05 REF-MIN-AGE           PIC 9(002).

       FD CONTROL-FILE.
       01 CONTROL-REG.
            05 CTL-NAME              PIC X(012).
            05 CTL-NEXT-KEY          PIC 9(005).
            05 CTL-COUNT             PIC 9(005).

      *---------------------------- PORTABLE DUMP INPUT
       FD LOAD-SEQ.
       01 LOAD-SEQ-REG.
            05 LOAD-SEQ-DATA         PIC X(160).

      *---------------------------- DUMP CONTROL TOTALS INPUT
      *      THE DUMPDATE ROW CARRIES THE RUN DATE IN THE AMOUNT
      *      COLUMN - SEE SYSDUMP.
       FD DUMP-CTL.
       01 DUMP-CTL-REG.
            05 DCTL-NAME             PIC X(012).
            05 FILLER                PIC X(001).
            05 DCTL-COUNT            PIC 9(007).
            05 FILLER                PIC X(001).
            05 DCTL-AMOUNT           PIC 9(009)V99.

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                    PIC X(001).

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                   PIC 9(002) VALUE 01.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG              PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "TRAINLOAD".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-DONE          PIC X(040) VALUE
               "TRAINING DATA REFRESHED".
            05 WRK-MSG-NOCTL         PIC X(040) VALUE
               "SYSDUMP.CTL NOT FOUND - RUN SYSTEM DUMP".
            05 WRK-MSG-NODATE        PIC X(040) VALUE
               "DUMP IS NOT DATED - RUN SYSTEM DUMP".
            05 WRK-MSG-STALE         PIC X(040) VALUE
               "DUMP OVER A WEEK OLD - RUN SYSTEM DUMP".
            05 WRK-MSG-INTRAINING    PIC X(040) VALUE
               "NOT AVAILABLE IN TRAINING".
            05 WRK-MSG-CANCELLED     PIC X(040) VALUE
               "REFRESH CANCELLED".
            05 WRK-MSG-DIFFER        PIC X(040) VALUE
               "LOADED COUNTS DIFFER FROM THE DUMP".

      *---------------------------- FILE
       77 WRK-FILE-STATUS            PIC 9(002) VALUE ZEROS.
       77 LOAD-SEQ-STATUS            PIC 9(002) VALUE ZEROS.
       77 DUMP-CTL-STATUS            PIC 9(002) VALUE ZEROS.

      *---------------------------- FILE PATHS
       77 WRK-TRAIN-DIR              PIC X(040) VALUE SPACES.
       77 WRK-MOVIES-PATH            PIC X(060) VALUE SPACES.
       77 WRK-CUSTOMERS-PATH         PIC X(060) VALUE SPACES.
       77 WRK-RENTALS-PATH           PIC X(060) VALUE SPACES.
       77 WRK-COPIES-PATH            PIC X(060) VALUE SPACES.
       77 WRK-HOLDS-PATH             PIC X(060) VALUE SPACES.
       77 WRK-DISTRIB-PATH           PIC X(060) VALUE SPACES.
       77 WRK-REFTABLE-PATH          PIC X(060) VALUE SPACES.
       77 WRK-CONTROL-PATH           PIC X(060) VALUE SPACES.
       77 WRK-SEQ-PATH               PIC X(060) VALUE SPACES.
       77 WRK-DEL-PATH               PIC X(060) VALUE SPACES.

      *---------------------------- TRAINING FILES TO CLEAR
      *      THE SAME LIST THE MENU POINTS A TRAINING SESSION AT.
      *      INDEXED FILES ARE THE NAME PLUS ".DAT".
       01 WRK-TRAIN-DAT-TABLE.
            05 FILLER                PIC X(010) VALUE "MOVIES".
            05 FILLER                PIC X(010) VALUE "CUSTOMERS".
            05 FILLER                PIC X(010) VALUE "RENTALS".
            05 FILLER                PIC X(010) VALUE "COPIES".
            05 FILLER                PIC X(010) VALUE "HOLDS".
            05 FILLER                PIC X(010) VALUE "DISTRIB".
            05 FILLER                PIC X(010) VALUE "REFTABLE".
            05 FILLER                PIC X(010) VALUE "CONTROL".
            05 FILLER                PIC X(010) VALUE "SHIFTS".
            05 FILLER                PIC X(010) VALUE "SHIFTCNT".
            05 FILLER                PIC X(010) VALUE "GIFTCERTS".
            05 FILLER                PIC X(010) VALUE "SUBS".
            05 FILLER                PIC X(010) VALUE "CREDITS".
            05 FILLER                PIC X(010) VALUE "ASSETS".
            05 FILLER                PIC X(010) VALUE "ASSETMON".
            05 FILLER                PIC X(010) VALUE "CUSTLEDG".
            05 FILLER                PIC X(010) VALUE "WAITLIST".
            05 FILLER                PIC X(010) VALUE "HOUSEHLD".
            05 FILLER                PIC X(010) VALUE "CONTACTS".
            05 FILLER                PIC X(010) VALUE "SUGGEST".
            05 FILLER                PIC X(010) VALUE "MONTHEND".
            05 FILLER                PIC X(010) VALUE "TIMECLOCK".
            05 FILLER                PIC X(010) VALUE "TIMEPER".
            05 FILLER                PIC X(010) VALUE "CARDRECN".
            05 FILLER                PIC X(010) VALUE "DEPOSITS".
            05 FILLER                PIC X(010) VALUE "DISTPAY".
            05 FILLER                PIC X(010) VALUE "EXTRSTAT".
            05 FILLER                PIC X(010) VALUE "GLMAP".
            05 FILLER                PIC X(010) VALUE "NOTIFLOG".
            05 FILLER                PIC X(010) VALUE "PORDERS".
            05 FILLER                PIC X(010) VALUE "PRICEPEND".
            05 FILLER                PIC X(010) VALUE "REVSHARE".
            05 FILLER                PIC X(010) VALUE "RMAS".
            05 FILLER                PIC X(010) VALUE "RPTLIB".
            05 FILLER                PIC X(010) VALUE "COPYSALE".
            05 FILLER                PIC X(010) VALUE "CASES".
       01 WRK-TRAIN-DAT-TABLE-R REDEFINES WRK-TRAIN-DAT-TABLE.
            05 WRK-TRAIN-DAT-ENTRY   PIC X(010) OCCURS 36 TIMES.

       01 WRK-TRAIN-TXT-TABLE.
            05 FILLER                PIC X(020) VALUE "PAYMENTS.TXT".
            05 FILLER                PIC X(020) VALUE "AUDITLOG.TXT".
            05 FILLER                PIC X(020) VALUE "OVERRIDE.TXT".
            05 FILLER                PIC X(020) VALUE "ERRORLOG.TXT".
            05 FILLER                PIC X(020) VALUE "RECEIPTS.TXT".
            05 FILLER                PIC X(020) VALUE "ZREPORT.TXT".
            05 FILLER                PIC X(020) VALUE "OVERDUE.TXT".
            05 FILLER                PIC X(020)
               VALUE "OVERDUE_LETTERS.TXT".
            05 FILLER                PIC X(020) VALUE "CASHRPT.TXT".
            05 FILLER                PIC X(020)
               VALUE "RENTALS_HIST.DAT".
            05 FILLER                PIC X(020) VALUE "MOVIES.TXT".
       01 WRK-TRAIN-TXT-TABLE-R REDEFINES WRK-TRAIN-TXT-TABLE.
            05 WRK-TRAIN-TXT-ENTRY   PIC X(020) OCCURS 11 TIMES.
       77 WRK-TRAIN-IDX              PIC 9(002) VALUE ZEROS.

      *---------------------------- SCRAMBLED NAMES
      *      A CUSTOMER'S TRAINING NAME IS PICKED FROM THESE TWO
      *      LISTS BY THE LAST TWO DIGITS OF THE CUSTOMER KEY - THE
      *      SAME KEY ALWAYS GETS THE SAME NAME, AND THE NAMES REPEAT
      *      ENOUGH THAT CLERKS PRACTISE TELLING NAMESAKES APART.
       01 WRK-FIRST-NAMES.
            05 FILLER                PIC X(010) VALUE "ANA".
            05 FILLER                PIC X(010) VALUE "BRUNO".
            05 FILLER                PIC X(010) VALUE "CARLA".
            05 FILLER                PIC X(010) VALUE "DANIEL".
            05 FILLER                PIC X(010) VALUE "EVA".
            05 FILLER                PIC X(010) VALUE "FILIPE".
            05 FILLER                PIC X(010) VALUE "GRACA".
            05 FILLER                PIC X(010) VALUE "HUGO".
            05 FILLER                PIC X(010) VALUE "INES".
            05 FILLER                PIC X(010) VALUE "JOAO".
       01 WRK-FIRST-NAMES-R REDEFINES WRK-FIRST-NAMES.
            05 WRK-FIRST-NAME        PIC X(010) OCCURS 10 TIMES.
       01 WRK-LAST-NAMES.
            05 FILLER                PIC X(010) VALUE "ALVES".
            05 FILLER                PIC X(010) VALUE "BARROS".
            05 FILLER                PIC X(010) VALUE "COSTA".
            05 FILLER                PIC X(010) VALUE "DIAS".
            05 FILLER                PIC X(010) VALUE "ESTEVES".
            05 FILLER                PIC X(010) VALUE "FARIA".
            05 FILLER                PIC X(010) VALUE "GOMES".
            05 FILLER                PIC X(010) VALUE "LOPES".
            05 FILLER                PIC X(010) VALUE "MATOS".
            05 FILLER                PIC X(010) VALUE "NUNES".
       01 WRK-LAST-NAMES-R REDEFINES WRK-LAST-NAMES.
            05 WRK-LAST-NAME         PIC X(010) OCCURS 10 TIMES.
       77 WRK-NAME-QUOT              PIC 9(005) VALUE ZEROS.
       77 WRK-FIRST-IDX              PIC 9(002) VALUE ZEROS.
       77 WRK-LAST-IDX               PIC 9(002) VALUE ZEROS.

      *---------------------------- LOAD CONTROLS
       77 WRK-GO-FLAG                PIC X(001) VALUE "Y".
       77 WRK-TRAINING-FLAG          PIC X(001) VALUE "N".
       77 WRK-TABLE-IDX              PIC 9(002) VALUE ZEROS.
       77 WRK-TABLE-NAME             PIC X(012) VALUE SPACES.
       77 WRK-REC-COUNT              PIC 9(007) VALUE ZEROS.
       77 WRK-AMT-TOTAL              PIC 9(009)V99 VALUE ZEROS.
       77 WRK-DIFFER-QTY             PIC 9(002) VALUE ZEROS.

      *---------------------------- DUMP AGE
       77 WRK-MAX-DUMP-AGE           PIC 9(003) VALUE 7.
       77 WRK-TODAY                  PIC 9(008) VALUE ZEROS.
       77 WRK-DUMP-DATE              PIC 9(008) VALUE ZEROS.
       77 WRK-DUMP-AGE               PIC S9(007) VALUE ZEROS.

      *---------------------------- DUMP TOTALS TABLE
       77 WRK-CTL-QTY                PIC 9(002) VALUE ZEROS.
       77 WRK-CTL-IDX                PIC 9(002) VALUE ZEROS.
       77 WRK-CTL-HIT                PIC 9(002) VALUE ZEROS.
       01 WRK-DCTL-TABLE.
            05 WRK-DCTL-ENTRY OCCURS 20 TIMES.
                10 WRK-DCTL-NAME      PIC X(012).
                10 WRK-DCTL-COUNT     PIC 9(007).
                10 WRK-DCTL-AMOUNT    PIC 9(009)V99.

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

      *      THE TRAINING DIRECTORY IS THE ONE THE MENU POINTS A
      *      TRAINING SESSION AT. THE LIVE FILE VARIABLES ARE NOT
      *      CONSULTED AT ALL - THIS PROGRAM HAS NO WAY TO WRITE THEM.
       0195-SET-FILE-PATHS     SECTION.
            MOVE SPACES TO WRK-TRAIN-DIR.
            ACCEPT WRK-TRAIN-DIR FROM ENVIRONMENT "TRAINDIR".
            IF WRK-TRAIN-DIR = SPACES
                MOVE "C:\Cobol\Project\Training\" TO WRK-TRAIN-DIR
            END-IF.

            STRING WRK-TRAIN-DIR  DELIMITED BY SPACE
                   "MOVIES.DAT"    DELIMITED BY SIZE
                   INTO WRK-MOVIES-PATH
            END-STRING.
            STRING WRK-TRAIN-DIR  DELIMITED BY SPACE
                   "CUSTOMERS.DAT" DELIMITED BY SIZE
                   INTO WRK-CUSTOMERS-PATH
            END-STRING.
            STRING WRK-TRAIN-DIR  DELIMITED BY SPACE
                   "RENTALS.DAT"   DELIMITED BY SIZE
                   INTO WRK-RENTALS-PATH
            END-STRING.
            STRING WRK-TRAIN-DIR  DELIMITED BY SPACE
                   "COPIES.DAT"    DELIMITED BY SIZE
                   INTO WRK-COPIES-PATH
            END-STRING.
            STRING WRK-TRAIN-DIR  DELIMITED BY SPACE
                   "HOLDS.DAT"     DELIMITED BY SIZE
                   INTO WRK-HOLDS-PATH
            END-STRING.
            STRING WRK-TRAIN-DIR  DELIMITED BY SPACE
                   "DISTRIB.DAT"   DELIMITED BY SIZE
                   INTO WRK-DISTRIB-PATH
            END-STRING.
            STRING WRK-TRAIN-DIR  DELIMITED BY SPACE
                   "REFTABLE.DAT"  DELIMITED BY SIZE
                   INTO WRK-REFTABLE-PATH
            END-STRING.
            STRING WRK-TRAIN-DIR  DELIMITED BY SPACE
                   "CONTROL.DAT"   DELIMITED BY SIZE
                   INTO WRK-CONTROL-PATH
            END-STRING.

       0200-INITIALIZE         SECTION.
            PERFORM 0195-SET-FILE-PATHS.
            DISPLAY CLEANER-SCREEN.
            MOVE 09 TO WRK-LINE.
            MOVE "Y" TO WRK-GO-FLAG.

      *      A TRAINING SESSION CANNOT REFRESH ITS OWN DATA SET.
            MOVE SPACES TO WRK-TRAINING-FLAG.
            ACCEPT WRK-TRAINING-FLAG FROM ENVIRONMENT "TRAINING".
            IF WRK-TRAINING-FLAG = "Y"
                MOVE WRK-MSG-INTRAINING TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
                MOVE "N" TO WRK-GO-FLAG
            END-IF.

            IF WRK-GO-FLAG = "Y"
                PERFORM 0210-LOAD-DUMP-TOTALS
            END-IF.
            IF WRK-GO-FLAG = "Y"
                PERFORM 0220-CHECK-DUMP-AGE
            END-IF.
            IF WRK-GO-FLAG = "Y"
                PERFORM 0230-CONFIRM-REFRESH
            END-IF.

       0210-LOAD-DUMP-TOTALS   SECTION.
            MOVE ZEROS TO WRK-CTL-QTY WRK-DUMP-DATE.
            OPEN INPUT DUMP-CTL.
            IF DUMP-CTL-STATUS NOT = ZEROS
                MOVE WRK-MSG-NOCTL TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
                MOVE "N" TO WRK-GO-FLAG
            ELSE
                PERFORM UNTIL DUMP-CTL-STATUS = 10
                   READ DUMP-CTL
                      AT END
                          MOVE 10 TO DUMP-CTL-STATUS
                      NOT AT END
                          IF DCTL-NAME = "DUMPDATE"
                              MOVE DCTL-AMOUNT TO WRK-DUMP-DATE
                          ELSE
                              IF WRK-CTL-QTY < 20
                                  ADD 1 TO WRK-CTL-QTY
                                  MOVE DCTL-NAME TO
                                     WRK-DCTL-NAME(WRK-CTL-QTY)
                                  MOVE DCTL-COUNT TO
                                     WRK-DCTL-COUNT(WRK-CTL-QTY)
                                  MOVE DCTL-AMOUNT TO
                                     WRK-DCTL-AMOUNT(WRK-CTL-QTY)
                              END-IF
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE DUMP-CTL
            END-IF.

      *      CLASSES PRACTISE ON LAST WEEK'S SHOP AT THE OLDEST - A
      *      DUMP FROM BEFORE THE DATE ROW EXISTED IS TREATED AS STALE.
       0220-CHECK-DUMP-AGE     SECTION.
            ACCEPT WRK-TODAY FROM DATE YYYYMMDD.
            IF WRK-DUMP-DATE = ZEROS
                  OR FUNCTION TEST-DATE-YYYYMMDD(WRK-DUMP-DATE)
                     NOT = ZEROS
                MOVE WRK-MSG-NODATE TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
                MOVE "N" TO WRK-GO-FLAG
            ELSE
                COMPUTE WRK-DUMP-AGE =
                    FUNCTION INTEGER-OF-DATE(WRK-TODAY)
                  - FUNCTION INTEGER-OF-DATE(WRK-DUMP-DATE)
                IF WRK-DUMP-AGE > WRK-MAX-DUMP-AGE
                    MOVE WRK-MSG-STALE TO WRK-ERROR-MSG
                    PERFORM 9000-MANAGE-ERROR
                    MOVE "N" TO WRK-GO-FLAG
                END-IF
            END-IF.

       0230-CONFIRM-REFRESH    SECTION.
            DISPLAY "DUMP TAKEN ON" LINE 05 COLUMN 10.
            DISPLAY WRK-DUMP-DATE   LINE 05 COLUMN 30.
            DISPLAY "TRAINING DIR"  LINE 06 COLUMN 10.
            DISPLAY WRK-TRAIN-DIR   LINE 06 COLUMN 30.

            MOVE SPACES TO WRK-KEY.
            DISPLAY "REPLACE THE TRAINING DATA (Y/N)?"
               LINE 07 COLUMN 10 BACKGROUND-COLOR 3.
            ACCEPT WRK-KEY LINE 07 COLUMN 44
               BACKGROUND-COLOR 3.
            IF WRK-KEY NOT = "Y" AND WRK-KEY NOT = "y"
                MOVE WRK-MSG-CANCELLED TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
                MOVE "N" TO WRK-GO-FLAG
            END-IF.
            MOVE SPACES TO WRK-KEY.

       0300-PROCESS            SECTION.
            IF WRK-GO-FLAG = "Y"
                PERFORM 0305-CLEAR-TRAINING-FILES
                MOVE ZEROS TO WRK-DIFFER-QTY
                PERFORM 0310-LOAD-ONE-TABLE
                   VARYING WRK-TABLE-IDX FROM 1 BY 1
                   UNTIL WRK-TABLE-IDX > 8
                IF WRK-DIFFER-QTY > ZEROS
                    MOVE WRK-MSG-DIFFER TO WRK-ERROR-MSG
                ELSE
                    MOVE WRK-MSG-DONE TO WRK-ERROR-MSG
                END-IF
                PERFORM 9000-MANAGE-ERROR
            END-IF.

      *      WHATEVER THE LAST CLASS LEFT BEHIND GOES - SHIFTS,
      *      LEDGER ROWS, GIFT CERTIFICATES, LOGS AND RECEIPTS. THE
      *      MODULES CREATE THEM AFRESH ON FIRST USE.
       0305-CLEAR-TRAINING-FILES SECTION.
            PERFORM VARYING WRK-TRAIN-IDX FROM 1 BY 1
                  UNTIL WRK-TRAIN-IDX > 36
               MOVE SPACES TO WRK-DEL-PATH
               STRING WRK-TRAIN-DIR DELIMITED BY SPACE
                      WRK-TRAIN-DAT-ENTRY(WRK-TRAIN-IDX)
                         DELIMITED BY SPACE
                      ".DAT"        DELIMITED BY SIZE
                      INTO WRK-DEL-PATH
               END-STRING
               CALL "CBL_DELETE_FILE" USING WRK-DEL-PATH
            END-PERFORM.

            PERFORM VARYING WRK-TRAIN-IDX FROM 1 BY 1
                  UNTIL WRK-TRAIN-IDX > 11
               MOVE SPACES TO WRK-DEL-PATH
               STRING WRK-TRAIN-DIR DELIMITED BY SPACE
                      WRK-TRAIN-TXT-ENTRY(WRK-TRAIN-IDX)
                         DELIMITED BY SPACE
                      INTO WRK-DEL-PATH
               END-STRING
               CALL "CBL_DELETE_FILE" USING WRK-DEL-PATH
            END-PERFORM.

      *      USERS IS NEVER LOADED - A TRAINING SESSION SIGNS ON AND
      *      TAKES SUPERVISOR APPROVALS AGAINST THE LIVE ACCOUNTS.
       0310-LOAD-ONE-TABLE     SECTION.
            MOVE ZEROS TO WRK-REC-COUNT WRK-AMT-TOTAL.

            EVALUATE WRK-TABLE-IDX
              WHEN 1
                MOVE "MOVIES"    TO WRK-TABLE-NAME
              WHEN 2
                MOVE "CUSTOMERS" TO WRK-TABLE-NAME
              WHEN 3
                MOVE "RENTALS"   TO WRK-TABLE-NAME
              WHEN 4
                MOVE "COPIES"    TO WRK-TABLE-NAME
              WHEN 5
                MOVE "HOLDS"     TO WRK-TABLE-NAME
              WHEN 6
                MOVE "DISTRIB"   TO WRK-TABLE-NAME
              WHEN 7
                MOVE "REFTABLE"  TO WRK-TABLE-NAME
              WHEN 8
                MOVE "CONTROL"   TO WRK-TABLE-NAME
            END-EVALUATE.

            MOVE SPACES TO WRK-SEQ-PATH.
            STRING "C:\Cobol\Project\Data\" DELIMITED BY SIZE
                   WRK-TABLE-NAME           DELIMITED BY SPACE
                   ".SEQ"                   DELIMITED BY SIZE
                   INTO WRK-SEQ-PATH
            END-STRING.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-TABLE-NAME LINE WRK-LINE COLUMN 10.

            OPEN INPUT LOAD-SEQ.
            IF LOAD-SEQ-STATUS NOT = ZEROS
                ADD 1 TO WRK-DIFFER-QTY
                DISPLAY "NO DUMP FILE" LINE WRK-LINE COLUMN 34
            ELSE
                EVALUATE WRK-TABLE-IDX
                  WHEN 1
                    PERFORM 0321-LOAD-MOVIES
                  WHEN 2
                    PERFORM 0322-LOAD-CUSTOMERS
                  WHEN 3
                    PERFORM 0323-LOAD-RENTALS
                  WHEN 4
                    PERFORM 0324-LOAD-COPIES
                  WHEN 5
                    PERFORM 0325-LOAD-HOLDS
                  WHEN 6
                    PERFORM 0326-LOAD-DISTRIB
                  WHEN 7
                    PERFORM 0327-LOAD-REFTABLE
                  WHEN 8
                    PERFORM 0328-LOAD-CONTROL
                END-EVALUATE
                CLOSE LOAD-SEQ
                PERFORM 0330-COMPARE-TOTALS
            END-IF.

       0321-LOAD-MOVIES        SECTION.
            OPEN OUTPUT MOVIES.
            PERFORM UNTIL LOAD-SEQ-STATUS = 10
               READ LOAD-SEQ
                  AT END
                      MOVE 10 TO LOAD-SEQ-STATUS
                  NOT AT END
                      MOVE LOAD-SEQ-DATA TO MOVIES-REG
                      WRITE MOVIES-REG
                      END-WRITE
                      ADD 1 TO WRK-REC-COUNT
                      ADD MOVIES-RENTAL-PRICE TO WRK-AMT-TOTAL
               END-READ
            END-PERFORM.
            CLOSE MOVIES.
            MOVE ZEROS TO WRK-FILE-STATUS.

       0322-LOAD-CUSTOMERS     SECTION.
            OPEN OUTPUT CUSTOMERS.
            PERFORM UNTIL LOAD-SEQ-STATUS = 10
               READ LOAD-SEQ
                  AT END
                      MOVE 10 TO LOAD-SEQ-STATUS
                  NOT AT END
                      MOVE LOAD-SEQ-DATA TO CUSTOMERS-REG
      *               A DUMP TAKEN BEFORE THE RELIABILITY TIER EXISTED
      *               HAS SHORTER ROWS - THE CUSTOMER COMES BACK NOT
      *               SCORED YET.
                      IF CUSTOMER-TIER-SCORE NOT NUMERIC
                          MOVE SPACE TO CUSTOMER-TIER
                          MOVE ZEROS TO CUSTOMER-TIER-SCORE
                      END-IF
                      PERFORM 0342-SCRAMBLE-CUSTOMER
                      WRITE CUSTOMERS-REG
                      END-WRITE
                      ADD 1 TO WRK-REC-COUNT
                      ADD CUSTOMER-BALANCE TO WRK-AMT-TOTAL
                      ADD CUSTOMER-CREDIT  TO WRK-AMT-TOTAL
               END-READ
            END-PERFORM.
            CLOSE CUSTOMERS.
            MOVE ZEROS TO WRK-FILE-STATUS.

       0323-LOAD-RENTALS       SECTION.
            OPEN OUTPUT RENTALS.
            PERFORM UNTIL LOAD-SEQ-STATUS = 10
               READ LOAD-SEQ
                  AT END
                      MOVE 10 TO LOAD-SEQ-STATUS
                  NOT AT END
                      MOVE LOAD-SEQ-DATA TO RENTALS-REG
                      WRITE RENTALS-REG
                      END-WRITE
                      ADD 1 TO WRK-REC-COUNT
                      ADD RENTAL-CHARGED-PRICE TO WRK-AMT-TOTAL
                      ADD RENTAL-LATE-FEE      TO WRK-AMT-TOTAL
               END-READ
            END-PERFORM.
            CLOSE RENTALS.
            MOVE ZEROS TO WRK-FILE-STATUS.

       0324-LOAD-COPIES        SECTION.
            OPEN OUTPUT COPIES.
            PERFORM UNTIL LOAD-SEQ-STATUS = 10
               READ LOAD-SEQ
                  AT END
                      MOVE 10 TO LOAD-SEQ-STATUS
                  NOT AT END
                      MOVE LOAD-SEQ-DATA TO COPIES-REG
                      WRITE COPIES-REG
                      END-WRITE
                      ADD 1 TO WRK-REC-COUNT
               END-READ
            END-PERFORM.
            CLOSE COPIES.
            MOVE ZEROS TO WRK-FILE-STATUS.

       0325-LOAD-HOLDS         SECTION.
            OPEN OUTPUT HOLDS.
            PERFORM UNTIL LOAD-SEQ-STATUS = 10
               READ LOAD-SEQ
                  AT END
                      MOVE 10 TO LOAD-SEQ-STATUS
                  NOT AT END
                      MOVE LOAD-SEQ-DATA TO HOLDS-REG
      *               A DUMP TAKEN BEFORE HOLDS CARRIED A FILL STAMP
      *               HAS SHORTER ROWS - THE HOLD COMES BACK UNSTAMPED.
                      IF HOLD-FILL-DATE NOT NUMERIC
                          MOVE ZEROS TO HOLD-FILL-DATE HOLD-FILL-RENTAL
                          MOVE SPACE TO HOLD-FILL-PRIOR
                      END-IF
                      WRITE HOLDS-REG
                      END-WRITE
                      ADD 1 TO WRK-REC-COUNT
               END-READ
            END-PERFORM.
            CLOSE HOLDS.
            MOVE ZEROS TO WRK-FILE-STATUS.

       0326-LOAD-DISTRIB       SECTION.
            OPEN OUTPUT DISTRIB.
            PERFORM UNTIL LOAD-SEQ-STATUS = 10
               READ LOAD-SEQ
                  AT END
                      MOVE 10 TO LOAD-SEQ-STATUS
                  NOT AT END
                      MOVE LOAD-SEQ-DATA TO DISTRIB-REG
                      PERFORM 0346-SCRAMBLE-DISTRIB
                      WRITE DISTRIB-REG
                      END-WRITE
                      ADD 1 TO WRK-REC-COUNT
               END-READ
            END-PERFORM.
            CLOSE DISTRIB.
            MOVE ZEROS TO WRK-FILE-STATUS.

       0327-LOAD-REFTABLE      SECTION.
            OPEN OUTPUT REFTABLE.
            PERFORM UNTIL LOAD-SEQ-STATUS = 10
               READ LOAD-SEQ
                  AT END
                      MOVE 10 TO LOAD-SEQ-STATUS
                  NOT AT END
                      MOVE LOAD-SEQ-DATA TO REFTABLE-REG
                      WRITE REFTABLE-REG
                      END-WRITE
                      ADD 1 TO WRK-REC-COUNT
               END-READ
            END-PERFORM.
            CLOSE REFTABLE.
            MOVE ZEROS TO WRK-FILE-STATUS.

      *      THE KEY COUNTERS COME ACROSS AS THEY STOOD IN THE DUMP,
      *      SO THEY ALREADY AGREE WITH THE MOVIES AND RENTALS JUST
      *      LOADED - NO RE-SEED IS NEEDED.
       0328-LOAD-CONTROL       SECTION.
            OPEN OUTPUT CONTROL-FILE.
            PERFORM UNTIL LOAD-SEQ-STATUS = 10
               READ LOAD-SEQ
                  AT END
                      MOVE 10 TO LOAD-SEQ-STATUS
                  NOT AT END
                      MOVE LOAD-SEQ-DATA TO CONTROL-REG
                      WRITE CONTROL-REG
                      END-WRITE
                      ADD 1 TO WRK-REC-COUNT
               END-READ
            END-PERFORM.
            CLOSE CONTROL-FILE.
            MOVE ZEROS TO WRK-FILE-STATUS.

      *      NAME, PHONE AND DAY OF BIRTH ARE REPLACED. THE BIRTH YEAR
      *      STAYS SO THE AGE-RATED TITLES STILL BEHAVE AS THEY WOULD
      *      FOR THE REAL CUSTOMER; BALANCES, CREDIT AND POINTS STAY
      *      SO THE MONEY SCREENS HAVE SOMETHING TO SHOW.
       0342-SCRAMBLE-CUSTOMER  SECTION.
            DIVIDE CUSTOMER-KEY BY 10 GIVING WRK-NAME-QUOT
               REMAINDER WRK-FIRST-IDX.
            DIVIDE WRK-NAME-QUOT BY 10 GIVING WRK-NAME-QUOT
               REMAINDER WRK-LAST-IDX.
            ADD 1 TO WRK-FIRST-IDX WRK-LAST-IDX.

            MOVE SPACES TO CUSTOMER-NAME.
            STRING WRK-FIRST-NAME(WRK-FIRST-IDX) DELIMITED BY SPACE
                   " "                           DELIMITED BY SIZE
                   WRK-LAST-NAME(WRK-LAST-IDX)   DELIMITED BY SPACE
                   INTO CUSTOMER-NAME
            END-STRING.

            MOVE SPACES TO CUSTOMER-PHONE.
            STRING "555-0"      DELIMITED BY SIZE
                   CUSTOMER-KEY DELIMITED BY SIZE
                   INTO CUSTOMER-PHONE
            END-STRING.

            IF CUSTOMER-BIRTH-DATE NOT = ZEROS
                MOVE 0101 TO CUSTOMER-BIRTH-MMDD
            END-IF.

      *      THE DISTRIBUTOR ITSELF IS A COMPANY AND STAYS; THE
      *      PERSON WE DEAL WITH THERE DOES NOT.
       0346-SCRAMBLE-DISTRIB   SECTION.
            MOVE "TRAINING CONTACT" TO DIST-CONTACT.
            MOVE "555-0000"         TO DIST-PHONE.

      *      SCRAMBLING TOUCHES NO COUNTED OR TOTALLED FIELD, SO THE
      *      LOADED FIGURES MUST STILL AGREE WITH SYSDUMP.CTL.
       0330-COMPARE-TOTALS     SECTION.
            MOVE ZEROS TO WRK-CTL-HIT.
            PERFORM VARYING WRK-CTL-IDX FROM 1 BY 1
                  UNTIL WRK-CTL-IDX > WRK-CTL-QTY
                     OR WRK-CTL-HIT > ZEROS
               IF WRK-DCTL-NAME(WRK-CTL-IDX) = WRK-TABLE-NAME
                   MOVE WRK-CTL-IDX TO WRK-CTL-HIT
               END-IF
            END-PERFORM.

            DISPLAY WRK-REC-COUNT LINE WRK-LINE COLUMN 24.
            IF WRK-CTL-HIT > ZEROS
                  AND WRK-DCTL-COUNT(WRK-CTL-HIT) = WRK-REC-COUNT
                  AND WRK-DCTL-AMOUNT(WRK-CTL-HIT) = WRK-AMT-TOTAL
                DISPLAY "MATCH " LINE WRK-LINE COLUMN 34
            ELSE
                ADD 1 TO WRK-DIFFER-QTY
                DISPLAY "DIFFER" LINE WRK-LINE COLUMN 34
            END-IF.

       0400-FINALIZE           SECTION.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
