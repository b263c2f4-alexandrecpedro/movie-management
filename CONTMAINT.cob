       IDENTIFICATION          DIVISION.
       PROGRAM-ID. CONTMAINT.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: CUSTOMER CONTACT PREFERENCES - EMAIL, MOBILE NUMBER,
      *          POSTAL ADDRESS AND, PER MESSAGE TYPE, WHICH CHANNELS
      *          THE CUSTOMER HAS OPTED INTO:
      *            DUE TOMORROW REMINDER, HOLD READY, OVERDUE NOTICE,
      *            STATEMENT READY
      *          EACH ONE (E)MAIL, (S)MS TEXT, (B)OTH OR (N)ONE.
      *
      *          CONTACTS.DAT HOLDS ONE RECORD PER CUSTOMER (SEE
      *          CONTPREF, WHICH THE NOTICE RUNS CALL). THE NIGHTLY
      *          NOTIFY FEED SENDS ONLY ON OPTED-IN CHANNELS; A
      *          CUSTOMER WITH NONE KEEPS GETTING THE PRINTED LETTER.
      *          NOTIFRET FLAGS ADDRESSES THE VENDOR BOUNCED AND DROPS
      *          OPT-OUTS - KEYING A NEW ADDRESS HERE CLEARS ITS
      *          BOUNCE FLAG.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      CONTACTS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      CONTACTSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT CONTACTS ASSIGN TO WRK-CONTACTS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTACTS-STATUS
             RECORD KEY IS CONTACT-KEY.

      *      CUSTOMERS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      CUSTOMERSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT CUSTOMERS ASSIGN TO WRK-CUSTOMERS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CUSTOMERS-STATUS
             RECORD KEY IS CUSTOMER-KEY
             ALTERNATE RECORD KEY IS CUSTOMER-PHONE
                WITH DUPLICATES.

       DATA                    DIVISION.
       FILE                    SECTION.
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
            05 CONTACT-OPT-TBL REDEFINES CONTACT-OPTINS.
                10 CONTACT-OPTIN      PIC X(001) OCCURS 4 TIMES.
            05 CONTACT-CHANGED-DATE   PIC 9(008).
            05 CONTACT-BOUNCE-DATE    PIC 9(008).
            05 CONTACT-OPERATOR       PIC X(008).
            05 FILLER                 PIC X(020).

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

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                     PIC X(001).
       77 WRK-MAINT-MODE              PIC X(001) VALUE SPACE.

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                    PIC 9(002) VALUE ZEROS.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG               PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM    PIC X(012) VALUE "CONTMAINT".
            05 WRK-ERRORLOG-MESSAGE    PIC X(040) VALUE SPACES.

       01 WRK-MSGS.
            05 WRK-MSG-BADMODE        PIC X(040) VALUE
               "ENTER U, S OR X".
            05 WRK-MSG-CORRUPTED      PIC X(040) VALUE
               "CORRUPTED FILE".
            05 WRK-MSG-OPEN           PIC X(040) VALUE
               "ERROR WHILE OPENING FILE".
            05 WRK-MSG-PATH           PIC X(040) VALUE
               "ERROR ON FILE PATH".
            05 WRK-MSG-UNKNOWN        PIC X(040) VALUE
               "UNKNOWN ERROR".
            05 WRK-MSG-CUSTNOTFOUND   PIC X(040) VALUE
               "CUSTOMER NOT ON FILE".
            05 WRK-MSG-NOCONTACT      PIC X(040) VALUE
               "NO CONTACT DETAILS ON FILE".
            05 WRK-MSG-BADOPTIN       PIC X(040) VALUE
               "SEND BY MUST BE E, S, B OR N".
            05 WRK-MSG-BADEMAIL       PIC X(040) VALUE
               "EMAIL ADDRESS NEEDS AN @".
            05 WRK-MSG-NEEDEMAIL      PIC X(040) VALUE
               "EMAIL OPT-IN NEEDS AN EMAIL ADDRESS".
            05 WRK-MSG-NEEDMOBILE     PIC X(040) VALUE
               "TEXT OPT-IN NEEDS A MOBILE NUMBER".
            05 WRK-MSG-SAVED          PIC X(040) VALUE
               "CONTACT DETAILS SAVED".
            05 WRK-MSG-NOTSAVED       PIC X(040) VALUE
               "ERROR WHILE SAVING".
            05 WRK-MSG-NOTHINGDONE    PIC X(040) VALUE
               "NOTHING CHANGED".
            05 WRK-MSG-PROCEED        PIC X(040) VALUE
               "DO YOU WANT TO PROCEED (Y/N)?".
            05 WRK-MSG-PRESSKEY       PIC X(040) VALUE
               "PRESS ANY KEY".

      *---------------------------- FILE
       77 CONTACTS-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-CONTACTS-PATH           PIC X(060) VALUE SPACES.
       77 CUSTOMERS-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-CUSTOMERS-PATH          PIC X(060) VALUE SPACES.
       77 WRK-OPERATOR                PIC X(008) VALUE SPACES.

      *---------------------------- ENTRY WORK AREAS
       77 WRK-CUST-IN                 PIC 9(005) VALUE ZEROS.
       77 WRK-TODAY                   PIC 9(008) VALUE ZEROS.
       77 WRK-IDX                     PIC 9(001) VALUE ZEROS.
       77 WRK-AT-QTY                  PIC 9(002) VALUE ZEROS.
       77 WRK-ON-FILE-FLAG            PIC X(001) VALUE "N".
       77 WRK-OLD-EMAIL               PIC X(050) VALUE SPACES.
       77 WRK-OLD-MOBILE              PIC X(015) VALUE SPACES.
       01 WRK-CONTACT-IN.
            05 WRK-EMAIL-IN           PIC X(050).
            05 WRK-MOBILE-IN          PIC X(015).
            05 WRK-ADDR-IN-1          PIC X(030).
            05 WRK-ADDR-IN-2          PIC X(030).
            05 WRK-ADDR-IN-3          PIC X(030).
            05 WRK-POSTCODE-IN        PIC X(010).
       01 WRK-OPTINS-IN.
            05 WRK-OPT-IN-1           PIC X(001).
            05 WRK-OPT-IN-2           PIC X(001).
            05 WRK-OPT-IN-3           PIC X(001).
            05 WRK-OPT-IN-4           PIC X(001).
       01 WRK-OPTINS-TBL REDEFINES WRK-OPTINS-IN.
            05 WRK-OPT-IN             PIC X(001) OCCURS 4 TIMES.

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

      *---------------------------- MODE SELECTION SCREEN
       01 MODE-SCREEN.
            05 MODE-ENTRY FOREGROUND-COLOR 2.
                10 LINE 06 COLUMN 10
                   VALUE "(U)PDATE  (S)HOW".
                10 LINE 07 COLUMN 10
                   VALUE "OR (X) EXIT: ".
                10 COLUMN PLUS 2      PIC X(001)
                   USING WRK-MAINT-MODE.

      *---------------------------- CUSTOMER KEY SCREEN
       01 CUSTOMER-SCREEN.
            05 CUSTOMER-DATA FOREGROUND-COLOR 2.
                10 LINE 08 COLUMN 10 VALUE "CUSTOMER KEY: ".
                10 COLUMN PLUS 2      PIC 9(005) USING WRK-CUST-IN.

      *---------------------------- CONTACT DETAILS SCREEN
       01 CONTACT-SCREEN.
            05 CONTACT-DATA FOREGROUND-COLOR 2.
                10 LINE 09 COLUMN 10 VALUE "EMAIL   : ".
                10 LINE 09 COLUMN 21  PIC X(050)
                   USING WRK-EMAIL-IN.
                10 LINE 10 COLUMN 10 VALUE "MOBILE  : ".
                10 LINE 10 COLUMN 21  PIC X(015)
                   USING WRK-MOBILE-IN.
                10 LINE 11 COLUMN 10 VALUE "ADDRESS : ".
                10 LINE 11 COLUMN 21  PIC X(030)
                   USING WRK-ADDR-IN-1.
                10 LINE 12 COLUMN 21  PIC X(030)
                   USING WRK-ADDR-IN-2.
                10 LINE 13 COLUMN 21  PIC X(030)
                   USING WRK-ADDR-IN-3.
                10 LINE 14 COLUMN 10 VALUE "POSTCODE: ".
                10 LINE 14 COLUMN 21  PIC X(010)
                   USING WRK-POSTCODE-IN.
                10 LINE 15 COLUMN 10
                   VALUE "SEND BY (E)MAIL, (S)MS TEXT, (B)OTH, (N)ONE".
                10 LINE 16 COLUMN 10 VALUE "DUE TOMORROW".
                10 COLUMN PLUS 1      PIC X(001)
                   USING WRK-OPT-IN-1.
                10 COLUMN PLUS 2      VALUE "HOLD READY".
                10 COLUMN PLUS 1      PIC X(001)
                   USING WRK-OPT-IN-2.
                10 COLUMN PLUS 2      VALUE "OVERDUE".
                10 COLUMN PLUS 1      PIC X(001)
                   USING WRK-OPT-IN-3.
                10 COLUMN PLUS 2      VALUE "STATEMENT".
                10 COLUMN PLUS 1      PIC X(001)
                   USING WRK-OPT-IN-4.

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
            PERFORM 0300-PROCESS
               UNTIL WRK-MAINT-MODE = "X" OR WRK-MAINT-MODE = "x".
            PERFORM 0400-FINALIZE.
            GOBACK.

       0195-SET-FILE-PATHS     SECTION.
            MOVE SPACES TO WRK-CONTACTS-PATH.
            ACCEPT WRK-CONTACTS-PATH FROM ENVIRONMENT "CONTACTSDAT".
            IF WRK-CONTACTS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\CONTACTS.DAT"
                   TO WRK-CONTACTS-PATH
            END-IF.

            MOVE SPACES TO WRK-CUSTOMERS-PATH.
            ACCEPT WRK-CUSTOMERS-PATH FROM ENVIRONMENT "CUSTOMERSDAT".
            IF WRK-CUSTOMERS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\CUSTOMERS.DAT"
                   TO WRK-CUSTOMERS-PATH
            END-IF.

            MOVE SPACES TO WRK-OPERATOR.
            ACCEPT WRK-OPERATOR FROM ENVIRONMENT "OPERATORID".
            IF WRK-OPERATOR = SPACES
                MOVE "COUNTER" TO WRK-OPERATOR
            END-IF.

       0200-INITIALIZE         SECTION.
            PERFORM 0195-SET-FILE-PATHS.
            OPEN I-O CONTACTS.
            IF CONTACTS-STATUS = 35
                OPEN OUTPUT CONTACTS
                CLOSE CONTACTS
                OPEN I-O CONTACTS
            END-IF.
            PERFORM 0210-VERIFICATION.

            OPEN INPUT CUSTOMERS.
            PERFORM 0212-VERIFICATION-CUSTOMERS.

       0210-VERIFICATION       SECTION.
            EVALUATE CONTACTS-STATUS
              WHEN 0
                CONTINUE
              WHEN 30
                MOVE WRK-MSG-PATH TO WRK-ERROR-MSG
              WHEN 42
                MOVE WRK-MSG-CORRUPTED TO WRK-ERROR-MSG
              WHEN OTHER
                MOVE WRK-MSG-UNKNOWN TO WRK-ERROR-MSG
            END-EVALUATE.

            IF WRK-ERROR-MSG NOT EQUAL SPACES
               PERFORM 9000-MANAGE-ERROR
            END-IF.

       0212-VERIFICATION-CUSTOMERS SECTION.
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

       0300-PROCESS            SECTION.
            MOVE SPACES TO WRK-MAINT-MODE.
            ACCEPT WRK-TODAY FROM DATE YYYYMMDD.
            DISPLAY CLEANER-SCREEN.
            DISPLAY MODE-SCREEN.
            ACCEPT MODE-ENTRY.

            EVALUATE TRUE
              WHEN WRK-MAINT-MODE = "U" OR WRK-MAINT-MODE = "u"
                PERFORM 0310-UPDATE
              WHEN WRK-MAINT-MODE = "S" OR WRK-MAINT-MODE = "s"
                PERFORM 0330-SHOW
              WHEN WRK-MAINT-MODE = "X" OR WRK-MAINT-MODE = "x"
                CONTINUE
              WHEN OTHER
                MOVE WRK-MSG-BADMODE TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-EVALUATE.

      *      THE FIRST UPDATE FOR A CUSTOMER CREATES THE RECORD.
      *      EVERY OPT-IN STARTS AT N - NOBODY IS MESSAGED UNTIL THEY
      *      HAVE ASKED FOR IT.
       0310-UPDATE             SECTION.
            MOVE SPACES TO WRK-ERROR-MSG.
            PERFORM 0340-FIND-CUSTOMER.

            IF WRK-ERROR-MSG = SPACES
                PERFORM 0345-LOAD-CONTACT
                DISPLAY CONTACT-SCREEN
                ACCEPT CONTACT-DATA
                PERFORM 0350-VALIDATE
            END-IF.

            IF WRK-ERROR-MSG = SPACES
                DISPLAY WRK-MSG-PROCEED LINE 17 COLUMN 10
                   BACKGROUND-COLOR 3
                ACCEPT WRK-KEY LINE 17 COLUMN 41
                   BACKGROUND-COLOR 3
                IF WRK-KEY = "Y" OR WRK-KEY = "y"
                    PERFORM 0320-SAVE-CONTACT
                ELSE
                    MOVE WRK-MSG-NOTHINGDONE TO WRK-ERROR-MSG
                END-IF
                MOVE SPACES TO WRK-KEY
            END-IF.
            PERFORM 9000-MANAGE-ERROR.

      *      A CHANGED ADDRESS IS A FRESH START WITH THE VENDOR - ITS
      *      BOUNCE FLAG GOES. THE CHANGED DATE ALSO TELLS NOTIFRET
      *      TO IGNORE RETURNS OLDER THAN WHAT WAS KEYED HERE.
       0320-SAVE-CONTACT       SECTION.
            MOVE WRK-EMAIL-IN    TO CONTACT-EMAIL.
            MOVE WRK-MOBILE-IN   TO CONTACT-MOBILE.
            MOVE WRK-ADDR-IN-1   TO CONTACT-ADDR-LINE(1).
            MOVE WRK-ADDR-IN-2   TO CONTACT-ADDR-LINE(2).
            MOVE WRK-ADDR-IN-3   TO CONTACT-ADDR-LINE(3).
            MOVE WRK-POSTCODE-IN TO CONTACT-POSTCODE.
            MOVE WRK-OPTINS-IN   TO CONTACT-OPTINS.
            IF WRK-EMAIL-IN NOT = WRK-OLD-EMAIL
                MOVE SPACE TO CONTACT-EMAIL-FLAG
            END-IF.
            IF WRK-MOBILE-IN NOT = WRK-OLD-MOBILE
                MOVE SPACE TO CONTACT-MOBILE-FLAG
            END-IF.
            IF NOT CONTACT-EMAIL-BAD AND NOT CONTACT-MOBILE-BAD
                MOVE ZEROS TO CONTACT-BOUNCE-DATE
            END-IF.
            MOVE WRK-TODAY    TO CONTACT-CHANGED-DATE.
            MOVE WRK-OPERATOR TO CONTACT-OPERATOR.

            IF WRK-ON-FILE-FLAG = "Y"
                REWRITE CONTACTS-REG
                   INVALID KEY
                       MOVE WRK-MSG-NOTSAVED TO WRK-ERROR-MSG
                   NOT INVALID KEY
                       MOVE WRK-MSG-SAVED TO WRK-ERROR-MSG
                END-REWRITE
            ELSE
                WRITE CONTACTS-REG
                   INVALID KEY
                       MOVE WRK-MSG-NOTSAVED TO WRK-ERROR-MSG
                   NOT INVALID KEY
                       MOVE WRK-MSG-SAVED TO WRK-ERROR-MSG
                END-WRITE
            END-IF.

       0330-SHOW               SECTION.
            MOVE SPACES TO WRK-ERROR-MSG.
            PERFORM 0340-FIND-CUSTOMER.

            IF WRK-ERROR-MSG = SPACES
                PERFORM 0345-LOAD-CONTACT
                IF WRK-ON-FILE-FLAG = "N"
                    MOVE WRK-MSG-NOCONTACT TO WRK-ERROR-MSG
                ELSE
                    DISPLAY CONTACT-SCREEN
                    DISPLAY "LAST CHANGED" LINE 17 COLUMN 10
                    DISPLAY CONTACT-CHANGED-DATE LINE 17 COLUMN 23
                    DISPLAY "BY" LINE 17 COLUMN 32
                    DISPLAY CONTACT-OPERATOR LINE 17 COLUMN 35
                    DISPLAY WRK-MSG-PRESSKEY LINE 18 COLUMN 10
                    ACCEPT WRK-KEY LINE 18 COLUMN 25
                    MOVE SPACES TO WRK-KEY
                END-IF
            END-IF.

            IF WRK-ERROR-MSG NOT = SPACES
                PERFORM 9000-MANAGE-ERROR
            END-IF.

       0340-FIND-CUSTOMER      SECTION.
            MOVE ZEROS TO WRK-CUST-IN.
            DISPLAY CLEANER-SCREEN.
            DISPLAY CUSTOMER-SCREEN.
            ACCEPT CUSTOMER-DATA.

            MOVE WRK-CUST-IN TO CUSTOMER-KEY.
            READ CUSTOMERS
               INVALID KEY
                   MOVE WRK-MSG-CUSTNOTFOUND TO WRK-ERROR-MSG
               NOT INVALID KEY
                   DISPLAY CUSTOMER-NAME LINE 08 COLUMN 34
            END-READ.

      *      A BOUNCED ADDRESS IS CALLED OUT ABOVE THE FORM SO THE
      *      COUNTER CAN ASK FOR A NEW ONE WHILE THE CUSTOMER IS THERE.
       0345-LOAD-CONTACT       SECTION.
            MOVE SPACES TO WRK-CONTACT-IN.
            MOVE "NNNN" TO WRK-OPTINS-IN.
            MOVE WRK-CUST-IN TO CONTACT-KEY.
            READ CONTACTS
               INVALID KEY
                   MOVE "N" TO WRK-ON-FILE-FLAG
                   MOVE SPACES TO CONTACTS-REG
                   MOVE WRK-CUST-IN TO CONTACT-KEY
                   MOVE ZEROS TO CONTACT-CHANGED-DATE
                      CONTACT-BOUNCE-DATE
               NOT INVALID KEY
                   MOVE "Y" TO WRK-ON-FILE-FLAG
                   MOVE CONTACT-EMAIL        TO WRK-EMAIL-IN
                   MOVE CONTACT-MOBILE       TO WRK-MOBILE-IN
                   MOVE CONTACT-ADDR-LINE(1) TO WRK-ADDR-IN-1
                   MOVE CONTACT-ADDR-LINE(2) TO WRK-ADDR-IN-2
                   MOVE CONTACT-ADDR-LINE(3) TO WRK-ADDR-IN-3
                   MOVE CONTACT-POSTCODE     TO WRK-POSTCODE-IN
                   MOVE CONTACT-OPTINS       TO WRK-OPTINS-IN
            END-READ.
            MOVE WRK-EMAIL-IN  TO WRK-OLD-EMAIL.
            MOVE WRK-MOBILE-IN TO WRK-OLD-MOBILE.

            IF CONTACT-EMAIL-BAD
                DISPLAY "EMAIL BOUNCED - ASK FOR A NEW ONE"
                   LINE 04 COLUMN 10 BACKGROUND-COLOR 3
                DISPLAY CONTACT-BOUNCE-DATE LINE 04 COLUMN 45
                   BACKGROUND-COLOR 3
            END-IF.
            IF CONTACT-MOBILE-BAD
                DISPLAY "MOBILE BOUNCED - ASK FOR A NEW ONE"
                   LINE 05 COLUMN 10 BACKGROUND-COLOR 3
                DISPLAY CONTACT-BOUNCE-DATE LINE 05 COLUMN 45
                   BACKGROUND-COLOR 3
            END-IF.

       0350-VALIDATE           SECTION.
            INSPECT WRK-OPTINS-IN CONVERTING "esbn " TO "ESBNN".
            PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 4
               IF WRK-OPT-IN(WRK-IDX) NOT = "E"
                     AND WRK-OPT-IN(WRK-IDX) NOT = "S"
                     AND WRK-OPT-IN(WRK-IDX) NOT = "B"
                     AND WRK-OPT-IN(WRK-IDX) NOT = "N"
                   MOVE WRK-MSG-BADOPTIN TO WRK-ERROR-MSG
               END-IF
            END-PERFORM.

            IF WRK-ERROR-MSG = SPACES AND WRK-EMAIL-IN NOT = SPACES
                MOVE ZEROS TO WRK-AT-QTY
                INSPECT WRK-EMAIL-IN TALLYING WRK-AT-QTY FOR ALL "@"
                IF WRK-AT-QTY NOT = 1
                    MOVE WRK-MSG-BADEMAIL TO WRK-ERROR-MSG
                END-IF
            END-IF.

            IF WRK-ERROR-MSG = SPACES
                PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 4
                   IF (WRK-OPT-IN(WRK-IDX) = "E"
                         OR WRK-OPT-IN(WRK-IDX) = "B")
                         AND WRK-EMAIL-IN = SPACES
                       MOVE WRK-MSG-NEEDEMAIL TO WRK-ERROR-MSG
                   END-IF
                   IF (WRK-OPT-IN(WRK-IDX) = "S"
                         OR WRK-OPT-IN(WRK-IDX) = "B")
                         AND WRK-MOBILE-IN = SPACES
                       MOVE WRK-MSG-NEEDMOBILE TO WRK-ERROR-MSG
                   END-IF
                END-PERFORM
            END-IF.

       0400-FINALIZE           SECTION.
            CLOSE CONTACTS.
            CLOSE CUSTOMERS.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
            MOVE SPACES TO WRK-KEY.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
