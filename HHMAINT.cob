       IDENTIFICATION          DIVISION.
       PROGRAM-ID. HHMAINT.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: HOUSEHOLD ACCOUNTS - LINK FAMILY MEMBER ACCOUNTS TO
      *          THE PRIMARY ACCOUNT HOLDER WHO PAYS FOR THEM, UNLINK
      *          THEM, AND KEEP THE LIST OF RATINGS THE HOLDER HAS
      *          APPROVED FOR EACH MEMBER.
      *
      *          HOUSEHLD.DAT HOLDS ONE RECORD PER MEMBER (SEE HHLINK,
      *          WHICH THE COUNTER AND THE BATCH JOBS CALL TO FIND
      *          THE PAYER). LATE FEES AND DAMAGE CHARGES ON A
      *          MEMBER'S RENTALS GO ON THE PRIMARY'S BALANCE, THE
      *          BALANCE LIMIT IS CHECKED AGAINST THE HOUSEHOLD TOTAL,
      *          AND A MEMBER UNDER A RATING'S MINIMUM AGE MAY ONLY
      *          RENT THE RATINGS APPROVED HERE.
      *
      *          A PRIMARY CANNOT ALSO BE A MEMBER, AND A MEMBER
      *          BELONGS TO ONE HOUSEHOLD ONLY. UNLINKING LEAVES ANY
      *          CHARGE ALREADY POSTED WHERE IT IS.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      HOUSEHLD.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      HOUSEHLDDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT HOUSEHLD ASSIGN TO WRK-HOUSEHLD-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS HOUSEHLD-STATUS
             RECORD KEY IS HH-MEMBER-KEY
             ALTERNATE RECORD KEY IS HH-PRIMARY-KEY
                WITH DUPLICATES.

      *      CUSTOMERS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      CUSTOMERSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT CUSTOMERS ASSIGN TO WRK-CUSTOMERS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CUSTOMERS-STATUS
             RECORD KEY IS CUSTOMER-KEY
             ALTERNATE RECORD KEY IS CUSTOMER-PHONE
                WITH DUPLICATES.

      *      REFTABLE.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      REFTABLEDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT REFTABLE ASSIGN TO WRK-REFTABLE-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS REFTABLE-STATUS
             RECORD KEY IS REF-ID.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- HOUSEHOLD FILE DESCRIPTION
       FD HOUSEHLD.
       01 HOUSEHLD-REG.
            05 HH-MEMBER-KEY          PIC 9(005).
            05 HH-PRIMARY-KEY         PIC 9(005).
            05 HH-LINK-DATE           PIC 9(008).
            05 HH-RATINGS.
                10 HH-RATING          PIC X(005) OCCURS 6 TIMES.
            05 HH-OPERATOR            PIC X(008).
            05 FILLER                 PIC X(010).

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

      *---------------------------- REFERENCE TABLE (RATINGS)
      *      READ-ONLY HERE - AN APPROVED RATING MUST BE ONE OF THE
      *      RATING ROWS ON THE REFERENCE TABLE.
       FD REFTABLE.
       01 REFTABLE-REG.
            05 REF-ID.
                10 REF-TYPE           PIC X(001).
                10 REF-VALUE          PIC X(008).
            05 REF-STATUS-FLAG        PIC X(001).
                88 REF-ACTIVE                VALUE "A".
                88 REF-RETIRED               VALUE "R".
            05 REF-MIN-AGE            PIC 9(002).

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
            05 WRK-ERRORLOG-PROGRAM    PIC X(012) VALUE "HHMAINT".
            05 WRK-ERRORLOG-MESSAGE    PIC X(040) VALUE SPACES.

       01 WRK-MSGS.
            05 WRK-MSG-BADMODE        PIC X(040) VALUE
               "ENTER L, U, R, S OR X".
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
            05 WRK-MSG-CUSTINACTIVE   PIC X(040) VALUE
               "CUSTOMER ACCOUNT IS INACTIVE".
            05 WRK-MSG-SAMEACCT       PIC X(040) VALUE
               "MEMBER AND PRIMARY MUST DIFFER".
            05 WRK-MSG-ALREADYLINKED  PIC X(040) VALUE
               "ALREADY IN A HOUSEHOLD - UNLINK FIRST".
            05 WRK-MSG-HASMEMBERS     PIC X(040) VALUE
               "ACCOUNT IS A PRIMARY WITH MEMBERS".
            05 WRK-MSG-PRIMARYMEMBER  PIC X(040) VALUE
               "PRIMARY IS ITSELF A HOUSEHOLD MEMBER".
            05 WRK-MSG-HHFULL         PIC X(040) VALUE
               "HOUSEHOLD IS FULL".
            05 WRK-MSG-NOTMEMBER      PIC X(040) VALUE
               "NOT A HOUSEHOLD MEMBER".
            05 WRK-MSG-NOHOUSEHOLD    PIC X(040) VALUE
               "NOT PART OF A HOUSEHOLD".
            05 WRK-MSG-BADRATING      PIC X(040) VALUE
               "RATING NOT ON THE REFERENCE TABLE".
            05 WRK-MSG-LINKED         PIC X(040) VALUE
               "MEMBER LINKED TO HOUSEHOLD".
            05 WRK-MSG-UNLINKED       PIC X(040) VALUE
               "MEMBER UNLINKED - POSTED CHARGES STAY".
            05 WRK-MSG-RATINGSSAVED   PIC X(040) VALUE
               "APPROVED RATINGS SAVED".
            05 WRK-MSG-NOTSAVED       PIC X(040) VALUE
               "ERROR WHILE SAVING".
            05 WRK-MSG-NOTHINGDONE    PIC X(040) VALUE
               "NOTHING CHANGED".
            05 WRK-MSG-PROCEED        PIC X(040) VALUE
               "DO YOU WANT TO PROCEED (Y/N)?".
            05 WRK-MSG-PRESSKEY       PIC X(040) VALUE
               "PRESS ANY KEY".

      *---------------------------- FILE
       77 HOUSEHLD-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-HOUSEHLD-PATH           PIC X(060) VALUE SPACES.
       77 CUSTOMERS-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-CUSTOMERS-PATH          PIC X(060) VALUE SPACES.
       77 REFTABLE-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-REFTABLE-PATH           PIC X(060) VALUE SPACES.
       77 WRK-REF-AVAIL-FLAG          PIC X(001) VALUE "N".
       77 WRK-OPERATOR                PIC X(008) VALUE SPACES.

      *---------------------------- ENTRY WORK AREAS
       77 WRK-MEMBER-IN               PIC 9(005) VALUE ZEROS.
       77 WRK-PRIMARY-IN              PIC 9(005) VALUE ZEROS.
       77 WRK-TODAY                   PIC 9(008) VALUE ZEROS.
       77 WRK-IDX                     PIC 9(002) VALUE ZEROS.
       77 WRK-HH-COUNT                PIC 9(002) VALUE ZEROS.
       77 WRK-HH-MAX                  PIC 9(002) VALUE 19.
       77 WRK-HH-TOTAL                PIC 9(006)V99 VALUE ZEROS.
       77 WRK-AMT-DISP                PIC ZZZZZ9,99 VALUE ZEROS.
       01 WRK-RATINGS-IN.
            05 WRK-RATING-IN-1        PIC X(005).
            05 WRK-RATING-IN-2        PIC X(005).
            05 WRK-RATING-IN-3        PIC X(005).
            05 WRK-RATING-IN-4        PIC X(005).
            05 WRK-RATING-IN-5        PIC X(005).
            05 WRK-RATING-IN-6        PIC X(005).
       01 WRK-RATINGS-TBL REDEFINES WRK-RATINGS-IN.
            05 WRK-RATING-IN          PIC X(005) OCCURS 6 TIMES.

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
                   VALUE "(L)INK  (U)NLINK  (R)ATINGS  (S)HOW".
                10 LINE 07 COLUMN 10
                   VALUE "OR (X) EXIT: ".
                10 COLUMN PLUS 2      PIC X(001)
                   USING WRK-MAINT-MODE.

      *---------------------------- MEMBER AND PRIMARY SCREEN
       01 LINK-SCREEN.
            05 LINK-DATA FOREGROUND-COLOR 2.
                10 LINE 10 COLUMN 10 VALUE "MEMBER KEY   : ".
                10 COLUMN PLUS 2      PIC 9(005) USING WRK-MEMBER-IN.
                10 LINE 11 COLUMN 10 VALUE "PRIMARY KEY  : ".
                10 COLUMN PLUS 2      PIC 9(005) USING WRK-PRIMARY-IN.

      *---------------------------- MEMBER ONLY SCREEN
       01 MEMBER-SCREEN.
            05 MEMBER-DATA FOREGROUND-COLOR 2.
                10 LINE 10 COLUMN 10 VALUE "CUSTOMER KEY : ".
                10 COLUMN PLUS 2      PIC 9(005) USING WRK-MEMBER-IN.

      *---------------------------- APPROVED RATINGS SCREEN
       01 RATINGS-SCREEN.
            05 RATINGS-DATA FOREGROUND-COLOR 2.
                10 LINE 13 COLUMN 10 VALUE "APPROVED RATINGS: ".
                10 COLUMN PLUS 1      PIC X(005)
                   USING WRK-RATING-IN-1.
                10 COLUMN PLUS 1      PIC X(005)
                   USING WRK-RATING-IN-2.
                10 COLUMN PLUS 1      PIC X(005)
                   USING WRK-RATING-IN-3.
                10 COLUMN PLUS 1      PIC X(005)
                   USING WRK-RATING-IN-4.
                10 COLUMN PLUS 1      PIC X(005)
                   USING WRK-RATING-IN-5.
                10 COLUMN PLUS 1      PIC X(005)
                   USING WRK-RATING-IN-6.
                10 LINE 14 COLUMN 10
                   VALUE "(ONLY NEEDED WHILE UNDER A RATING'S AGE)".

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
            MOVE SPACES TO WRK-HOUSEHLD-PATH.
            ACCEPT WRK-HOUSEHLD-PATH FROM ENVIRONMENT "HOUSEHLDDAT".
            IF WRK-HOUSEHLD-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\HOUSEHLD.DAT"
                   TO WRK-HOUSEHLD-PATH
            END-IF.

            MOVE SPACES TO WRK-CUSTOMERS-PATH.
            ACCEPT WRK-CUSTOMERS-PATH FROM ENVIRONMENT "CUSTOMERSDAT".
            IF WRK-CUSTOMERS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\CUSTOMERS.DAT"
                   TO WRK-CUSTOMERS-PATH
            END-IF.

            MOVE SPACES TO WRK-REFTABLE-PATH.
            ACCEPT WRK-REFTABLE-PATH FROM ENVIRONMENT "REFTABLEDAT".
            IF WRK-REFTABLE-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\REFTABLE.DAT"
                   TO WRK-REFTABLE-PATH
            END-IF.

            MOVE SPACES TO WRK-OPERATOR.
            ACCEPT WRK-OPERATOR FROM ENVIRONMENT "OPERATORID".
            IF WRK-OPERATOR = SPACES
                MOVE "COUNTER" TO WRK-OPERATOR
            END-IF.

       0200-INITIALIZE         SECTION.
            PERFORM 0195-SET-FILE-PATHS.
            OPEN I-O HOUSEHLD.
            IF HOUSEHLD-STATUS = 35
                OPEN OUTPUT HOUSEHLD
                CLOSE HOUSEHLD
                OPEN I-O HOUSEHLD
            END-IF.
            PERFORM 0210-VERIFICATION.

            OPEN INPUT CUSTOMERS.
            PERFORM 0212-VERIFICATION-CUSTOMERS.

      *      NO REFERENCE TABLE YET - RATINGS ARE TAKEN AS KEYED.
            OPEN INPUT REFTABLE.
            IF REFTABLE-STATUS = ZEROS
                MOVE "Y" TO WRK-REF-AVAIL-FLAG
            ELSE
                MOVE "N" TO WRK-REF-AVAIL-FLAG
            END-IF.

       0210-VERIFICATION       SECTION.
            EVALUATE HOUSEHLD-STATUS
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
              WHEN WRK-MAINT-MODE = "L" OR WRK-MAINT-MODE = "l"
                PERFORM 0310-LINK
              WHEN WRK-MAINT-MODE = "U" OR WRK-MAINT-MODE = "u"
                PERFORM 0320-UNLINK
              WHEN WRK-MAINT-MODE = "R" OR WRK-MAINT-MODE = "r"
                PERFORM 0330-RATINGS
              WHEN WRK-MAINT-MODE = "S" OR WRK-MAINT-MODE = "s"
                PERFORM 0340-SHOW-HOUSEHOLD
              WHEN WRK-MAINT-MODE = "X" OR WRK-MAINT-MODE = "x"
                CONTINUE
              WHEN OTHER
                MOVE WRK-MSG-BADMODE TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-EVALUATE.

      *      BOTH ACCOUNTS ON FILE AND ACTIVE; THE MEMBER NOT IN A
      *      HOUSEHOLD ALREADY AND NOT A PRIMARY ITSELF; THE PRIMARY
      *      NOT SOMEBODY ELSE'S MEMBER. HOUSEHOLDS STAY ONE LEVEL.
       0310-LINK               SECTION.
            MOVE ZEROS TO WRK-MEMBER-IN WRK-PRIMARY-IN.
            MOVE SPACES TO WRK-RATINGS-IN WRK-ERROR-MSG.
            DISPLAY CLEANER-SCREEN.
            DISPLAY LINK-SCREEN.
            ACCEPT LINK-DATA.

            IF WRK-MEMBER-IN = WRK-PRIMARY-IN
                MOVE WRK-MSG-SAMEACCT TO WRK-ERROR-MSG
            END-IF.

            IF WRK-ERROR-MSG = SPACES
                MOVE WRK-MEMBER-IN TO CUSTOMER-KEY
                MOVE 10 TO WRK-LINE
                PERFORM 0350-SHOW-CUSTOMER
            END-IF.

            IF WRK-ERROR-MSG = SPACES
                MOVE WRK-PRIMARY-IN TO CUSTOMER-KEY
                MOVE 11 TO WRK-LINE
                PERFORM 0350-SHOW-CUSTOMER
            END-IF.

            IF WRK-ERROR-MSG = SPACES
                PERFORM 0312-CHECK-LINKS
            END-IF.

            IF WRK-ERROR-MSG = SPACES
                DISPLAY RATINGS-SCREEN
                ACCEPT RATINGS-DATA
                PERFORM 0360-VALIDATE-RATINGS
            END-IF.

            IF WRK-ERROR-MSG = SPACES
                DISPLAY WRK-MSG-PROCEED LINE 16 COLUMN 10
                   BACKGROUND-COLOR 3
                ACCEPT WRK-KEY LINE 16 COLUMN 41
                   BACKGROUND-COLOR 3
                IF WRK-KEY = "Y" OR WRK-KEY = "y"
                    MOVE SPACES          TO HOUSEHLD-REG
                    MOVE WRK-MEMBER-IN   TO HH-MEMBER-KEY
                    MOVE WRK-PRIMARY-IN  TO HH-PRIMARY-KEY
                    MOVE WRK-TODAY       TO HH-LINK-DATE
                    MOVE WRK-RATINGS-IN  TO HH-RATINGS
                    MOVE WRK-OPERATOR    TO HH-OPERATOR
                    WRITE HOUSEHLD-REG
                       INVALID KEY
                           MOVE WRK-MSG-NOTSAVED TO WRK-ERROR-MSG
                       NOT INVALID KEY
                           MOVE WRK-MSG-LINKED TO WRK-ERROR-MSG
                    END-WRITE
                ELSE
                    MOVE WRK-MSG-NOTHINGDONE TO WRK-ERROR-MSG
                END-IF
                MOVE SPACES TO WRK-KEY
            END-IF.
            PERFORM 9000-MANAGE-ERROR.

       0312-CHECK-LINKS        SECTION.
            MOVE WRK-MEMBER-IN TO HH-MEMBER-KEY.
            READ HOUSEHLD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WRK-MSG-ALREADYLINKED TO WRK-ERROR-MSG
            END-READ.

            IF WRK-ERROR-MSG = SPACES
                MOVE WRK-MEMBER-IN TO HH-PRIMARY-KEY
                START HOUSEHLD KEY IS EQUAL TO HH-PRIMARY-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WRK-MSG-HASMEMBERS TO WRK-ERROR-MSG
                END-START
            END-IF.

            IF WRK-ERROR-MSG = SPACES
                MOVE WRK-PRIMARY-IN TO HH-MEMBER-KEY
                READ HOUSEHLD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WRK-MSG-PRIMARYMEMBER TO WRK-ERROR-MSG
                END-READ
            END-IF.

            IF WRK-ERROR-MSG = SPACES
                MOVE WRK-PRIMARY-IN TO CUSTOMER-KEY
                PERFORM 0370-COUNT-MEMBERS
                IF WRK-HH-COUNT NOT < WRK-HH-MAX
                    MOVE WRK-MSG-HHFULL TO WRK-ERROR-MSG
                END-IF
            END-IF.

       0320-UNLINK             SECTION.
            MOVE ZEROS TO WRK-MEMBER-IN.
            MOVE SPACES TO WRK-ERROR-MSG.
            DISPLAY CLEANER-SCREEN.
            DISPLAY MEMBER-SCREEN.
            ACCEPT MEMBER-DATA.

            MOVE WRK-MEMBER-IN TO HH-MEMBER-KEY.
            READ HOUSEHLD
               INVALID KEY
                   MOVE WRK-MSG-NOTMEMBER TO WRK-ERROR-MSG
            END-READ.

            IF WRK-ERROR-MSG = SPACES
                MOVE WRK-MEMBER-IN TO CUSTOMER-KEY
                MOVE 10 TO WRK-LINE
                PERFORM 0352-SHOW-NAME
                DISPLAY "PRIMARY KEY  : " LINE 11 COLUMN 10
                DISPLAY HH-PRIMARY-KEY LINE 11 COLUMN 27
                MOVE HH-PRIMARY-KEY TO CUSTOMER-KEY
                MOVE 11 TO WRK-LINE
                PERFORM 0352-SHOW-NAME
                DISPLAY WRK-MSG-PROCEED LINE 16 COLUMN 10
                   BACKGROUND-COLOR 3
                ACCEPT WRK-KEY LINE 16 COLUMN 41
                   BACKGROUND-COLOR 3
                IF WRK-KEY = "Y" OR WRK-KEY = "y"
                    DELETE HOUSEHLD
                       INVALID KEY
                           MOVE WRK-MSG-NOTSAVED TO WRK-ERROR-MSG
                       NOT INVALID KEY
                           MOVE WRK-MSG-UNLINKED TO WRK-ERROR-MSG
                    END-DELETE
                ELSE
                    MOVE WRK-MSG-NOTHINGDONE TO WRK-ERROR-MSG
                END-IF
                MOVE SPACES TO WRK-KEY
            END-IF.
            PERFORM 9000-MANAGE-ERROR.

      *      THE PRIMARY'S CALL - WHICH RATINGS THIS MEMBER MAY TAKE
      *      HOME WHILE STILL UNDER THE RATING'S MINIMUM AGE.
       0330-RATINGS            SECTION.
            MOVE ZEROS TO WRK-MEMBER-IN.
            MOVE SPACES TO WRK-ERROR-MSG.
            DISPLAY CLEANER-SCREEN.
            DISPLAY MEMBER-SCREEN.
            ACCEPT MEMBER-DATA.

            MOVE WRK-MEMBER-IN TO HH-MEMBER-KEY.
            READ HOUSEHLD
               INVALID KEY
                   MOVE WRK-MSG-NOTMEMBER TO WRK-ERROR-MSG
            END-READ.

            IF WRK-ERROR-MSG = SPACES
                MOVE WRK-MEMBER-IN TO CUSTOMER-KEY
                MOVE 10 TO WRK-LINE
                PERFORM 0352-SHOW-NAME
                MOVE HH-RATINGS TO WRK-RATINGS-IN
                DISPLAY RATINGS-SCREEN
                ACCEPT RATINGS-DATA
                PERFORM 0360-VALIDATE-RATINGS
            END-IF.

            IF WRK-ERROR-MSG = SPACES
                MOVE WRK-RATINGS-IN TO HH-RATINGS
                MOVE WRK-OPERATOR   TO HH-OPERATOR
                REWRITE HOUSEHLD-REG
                   INVALID KEY
                       MOVE WRK-MSG-NOTSAVED TO WRK-ERROR-MSG
                   NOT INVALID KEY
                       MOVE WRK-MSG-RATINGSSAVED TO WRK-ERROR-MSG
                END-REWRITE
            END-IF.
            PERFORM 9000-MANAGE-ERROR.

      *      ANY ACCOUNT IN THE HOUSEHOLD FINDS IT - THE PRIMARY, ITS
      *      MEMBERS AND THE HOUSEHOLD BALANCE THE LIMIT IS CHECKED ON.
       0340-SHOW-HOUSEHOLD     SECTION.
            MOVE ZEROS TO WRK-MEMBER-IN WRK-HH-TOTAL.
            MOVE SPACES TO WRK-ERROR-MSG.
            DISPLAY CLEANER-SCREEN.
            DISPLAY MEMBER-SCREEN.
            ACCEPT MEMBER-DATA.

            MOVE WRK-MEMBER-IN TO HH-MEMBER-KEY.
            READ HOUSEHLD
               INVALID KEY
                   MOVE WRK-MEMBER-IN TO WRK-PRIMARY-IN
               NOT INVALID KEY
                   MOVE HH-PRIMARY-KEY TO WRK-PRIMARY-IN
            END-READ.

            MOVE WRK-PRIMARY-IN TO CUSTOMER-KEY.
            PERFORM 0370-COUNT-MEMBERS.
            IF WRK-HH-COUNT = ZEROS
                MOVE WRK-MSG-NOHOUSEHOLD TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                PERFORM 0342-LIST-HOUSEHOLD
            END-IF.

       0342-LIST-HOUSEHOLD     SECTION.
            DISPLAY CLEANER-SCREEN.
            MOVE 04 TO WRK-LINE.
            DISPLAY "PRIMARY" LINE WRK-LINE COLUMN 05.
            MOVE WRK-PRIMARY-IN TO CUSTOMER-KEY.
            DISPLAY CUSTOMER-KEY LINE WRK-LINE COLUMN 13.
            READ CUSTOMERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY CUSTOMER-NAME LINE WRK-LINE COLUMN 20
                   MOVE CUSTOMER-BALANCE TO WRK-AMT-DISP
                   DISPLAY WRK-AMT-DISP LINE WRK-LINE COLUMN 52
                   ADD CUSTOMER-BALANCE TO WRK-HH-TOTAL
            END-READ.

            ADD 2 TO WRK-LINE.
            DISPLAY "MEMBER NAME                 LINKED   RATINGS"
               LINE WRK-LINE COLUMN 05.

            MOVE WRK-PRIMARY-IN TO HH-PRIMARY-KEY.
            START HOUSEHLD KEY IS EQUAL TO HH-PRIMARY-KEY
               INVALID KEY
                   MOVE 10 TO HOUSEHLD-STATUS
               NOT INVALID KEY
                   MOVE 0 TO HOUSEHLD-STATUS
            END-START.

            PERFORM UNTIL HOUSEHLD-STATUS = 10
               READ HOUSEHLD NEXT
                  AT END
                      MOVE 10 TO HOUSEHLD-STATUS
                  NOT AT END
                      IF HH-PRIMARY-KEY NOT = WRK-PRIMARY-IN
                          MOVE 10 TO HOUSEHLD-STATUS
                      ELSE
                          PERFORM 0344-SHOW-MEMBER
                      END-IF
               END-READ
            END-PERFORM.

            ADD 2 TO WRK-LINE.
            MOVE WRK-HH-TOTAL TO WRK-AMT-DISP.
            DISPLAY "HOUSEHOLD BALANCE" LINE WRK-LINE COLUMN 05.
            DISPLAY WRK-AMT-DISP LINE WRK-LINE COLUMN 52.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-PRESSKEY LINE WRK-LINE COLUMN 05.
            ACCEPT WRK-KEY LINE WRK-LINE COLUMN 20.
            MOVE SPACES TO WRK-KEY.

       0344-SHOW-MEMBER        SECTION.
            ADD 1 TO WRK-LINE.
            DISPLAY HH-MEMBER-KEY LINE WRK-LINE COLUMN 05.
            MOVE HH-MEMBER-KEY TO CUSTOMER-KEY.
            READ CUSTOMERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY CUSTOMER-NAME(1:20) LINE WRK-LINE
                      COLUMN 12
                   ADD CUSTOMER-BALANCE TO WRK-HH-TOTAL
            END-READ.
            DISPLAY HH-LINK-DATE LINE WRK-LINE COLUMN 33.
            DISPLAY HH-RATINGS   LINE WRK-LINE COLUMN 42.
            IF WRK-LINE > 19
                DISPLAY WRK-MSG-PRESSKEY LINE 22 COLUMN 05
                ACCEPT WRK-KEY LINE 22 COLUMN 20
                DISPLAY CLEANER-SCREEN
                MOVE 04 TO WRK-LINE
            END-IF.

       0350-SHOW-CUSTOMER      SECTION.
            READ CUSTOMERS
               INVALID KEY
                   MOVE WRK-MSG-CUSTNOTFOUND TO WRK-ERROR-MSG
               NOT INVALID KEY
                   IF CUSTOMER-INACTIVE
                       MOVE WRK-MSG-CUSTINACTIVE TO WRK-ERROR-MSG
                   END-IF
                   DISPLAY CUSTOMER-NAME LINE WRK-LINE COLUMN 34
            END-READ.

       0352-SHOW-NAME          SECTION.
            READ CUSTOMERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY CUSTOMER-NAME LINE WRK-LINE COLUMN 34
            END-READ.

      *      RATINGS ARE KEPT UPPER CASE AND MUST EXIST ON THE
      *      REFERENCE TABLE, THE SAME ROWS THE COUNTER READS THE
      *      MINIMUM AGE FROM.
       0360-VALIDATE-RATINGS   SECTION.
            INSPECT WRK-RATINGS-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            IF WRK-REF-AVAIL-FLAG = "Y"
                PERFORM VARYING WRK-IDX FROM 1 BY 1
                      UNTIL WRK-IDX > 6
                   IF WRK-RATING-IN(WRK-IDX) NOT = SPACES
                       MOVE "R" TO REF-TYPE
                       MOVE SPACES TO REF-VALUE
                       MOVE WRK-RATING-IN(WRK-IDX) TO REF-VALUE(1:5)
                       READ REFTABLE
                          INVALID KEY
                              MOVE WRK-MSG-BADRATING TO WRK-ERROR-MSG
                       END-READ
                   END-IF
                END-PERFORM
            END-IF.

      *      MEMBERS LINKED TO THE ACCOUNT IN CUSTOMER-KEY.
       0370-COUNT-MEMBERS      SECTION.
            MOVE ZEROS TO WRK-HH-COUNT.
            MOVE CUSTOMER-KEY TO HH-PRIMARY-KEY.
            START HOUSEHLD KEY IS EQUAL TO HH-PRIMARY-KEY
               INVALID KEY
                   MOVE 10 TO HOUSEHLD-STATUS
               NOT INVALID KEY
                   MOVE 0 TO HOUSEHLD-STATUS
            END-START.

            PERFORM UNTIL HOUSEHLD-STATUS = 10
               READ HOUSEHLD NEXT
                  AT END
                      MOVE 10 TO HOUSEHLD-STATUS
                  NOT AT END
                      IF HH-PRIMARY-KEY NOT = CUSTOMER-KEY
                          MOVE 10 TO HOUSEHLD-STATUS
                      ELSE
                          ADD 1 TO WRK-HH-COUNT
                      END-IF
               END-READ
            END-PERFORM.

       0400-FINALIZE           SECTION.
            CLOSE HOUSEHLD.
            CLOSE CUSTOMERS.
            IF WRK-REF-AVAIL-FLAG = "Y"
                CLOSE REFTABLE
            END-IF.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
            MOVE SPACES TO WRK-KEY.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
