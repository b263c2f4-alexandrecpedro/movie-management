       IDENTIFICATION          DIVISION.
       PROGRAM-ID. SUBMAINT.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: MONTHLY SUBSCRIPTION PLANS AND THE CUSTOMERS ON THEM.
      *          PLANS.DAT HOLDS ONE RECORD PER PLAN: THE MONTHLY FEE,
      *          RENTALS ALLOWED PER PERIOD (000 = UNLIMITED), THE
      *          MOST TITLES OUT AT ONCE UNDER THE PLAN (00 = NO
      *          LIMIT) AND WHETHER NEW RELEASES ARE LEFT OUT.
      *          SUBS.DAT HOLDS ONE SUBSCRIPTION PER CUSTOMER WITH ITS
      *          START DATE, NEXT RENEWAL DATE, STATUS AND USAGE.
      *
      *          SIGN-UP CHARGES THE FIRST MONTH THROUGH SUBCHG AND IS
      *          REFUSED WHEN THE CHARGE IS. A CANCELLED SUBSCRIPTION
      *          STAYS USABLE UP TO ITS RENEWAL DATE AND IS THEN NOT
      *          BILLED AGAIN; SIGNING UP AGAIN ON THE SAME PLAN BEFORE
      *          THAT DATE JUST REACTIVATES IT. A SUBSCRIPTION THE
      *          BILLING RUN SUSPENDED IS BROUGHT BACK BY SIGNING UP
      *          AGAIN, WHICH CHARGES A FRESH MONTH.
      *
      *          STATUS: A = ACTIVE, S = SUSPENDED (RENEWAL FAILED),
      *          C = CANCELLED. RENTAL CHARGES ZERO UNDER RULE "PLAN"
      *          WHILE THE PLAN LIMITS ALLOW; SUBBILL RENEWS.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      PLANS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      PLANSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT PLANS ASSIGN TO WRK-PLANS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PLANS-STATUS
             RECORD KEY IS PLAN-CODE.

      *      SUBS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      SUBSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT SUBS ASSIGN TO WRK-SUBS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS SUBS-STATUS
             RECORD KEY IS SUB-CUSTOMER-KEY.

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
      *---------------------------- SUBSCRIPTION PLANS
       FD PLANS.
       01 PLANS-REG.
            05 PLAN-CODE              PIC X(008).
            05 PLAN-NAME              PIC X(030).
            05 PLAN-FEE               PIC 9(003)V99.
            05 PLAN-RENTALS           PIC 9(003).
            05 PLAN-MAX-OUT           PIC 9(002).
            05 PLAN-NO-NEW            PIC X(001).
                88 PLAN-EXCLUDES-NEW         VALUE "Y".
            05 PLAN-STATUS-FLAG       PIC X(001).
                88 PLAN-ACTIVE               VALUE "A".
                88 PLAN-INACTIVE             VALUE "I".
            05 FILLER                 PIC X(010).

      *---------------------------- CUSTOMER SUBSCRIPTIONS
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
            05 WRK-ERRORLOG-PROGRAM    PIC X(012) VALUE "SUBMAINT".
            05 WRK-ERRORLOG-MESSAGE    PIC X(040) VALUE SPACES.

       01 WRK-MSGS.
            05 WRK-MSG-BADMODE        PIC X(040) VALUE
               "ENTER P, S, C, L, B OR X".
            05 WRK-MSG-CORRUPTED      PIC X(040) VALUE
               "CORRUPTED FILE".
            05 WRK-MSG-PATH           PIC X(040) VALUE
               "ERROR ON FILE PATH".
            05 WRK-MSG-UNKNOWN        PIC X(040) VALUE
               "UNKNOWN ERROR".
            05 WRK-MSG-BADPLANCODE    PIC X(040) VALUE
               "ENTER A PLAN CODE".
            05 WRK-MSG-BADPLANNAME    PIC X(040) VALUE
               "ENTER A PLAN NAME".
            05 WRK-MSG-BADNONEW       PIC X(040) VALUE
               "NEW RELEASES OUT MUST BE Y OR N".
            05 WRK-MSG-BADSTATUS      PIC X(040) VALUE
               "STATUS MUST BE A OR I".
            05 WRK-MSG-PLANSAVED      PIC X(040) VALUE
               "PLAN SAVED".
            05 WRK-MSG-NOTSAVED       PIC X(040) VALUE
               "ERROR WHILE SAVING".
            05 WRK-MSG-PLANNOTFOUND   PIC X(040) VALUE
               "PLAN NOT ON FILE".
            05 WRK-MSG-PLANCLOSED     PIC X(040) VALUE
               "PLAN IS NOT OPEN FOR SIGN-UP".
            05 WRK-MSG-CUSTNOTFOUND   PIC X(040) VALUE
               "CUSTOMER NOT ON FILE".
            05 WRK-MSG-CUSTFILE       PIC X(040) VALUE
               "CUSTOMER FILE NOT AVAILABLE".
            05 WRK-MSG-ALREADYSUB     PIC X(040) VALUE
               "ALREADY SUBSCRIBED - CANCEL FIRST".
            05 WRK-MSG-REACTIVATED    PIC X(040) VALUE
               "SUBSCRIPTION REACTIVATED - NO CHARGE".
            05 WRK-MSG-SUBSCRIBED     PIC X(040) VALUE
               "SUBSCRIBED - FIRST MONTH CHARGED".
            05 WRK-MSG-NOSUB          PIC X(040) VALUE
               "NO SUBSCRIPTION FOR THIS CUSTOMER".
            05 WRK-MSG-NOTACTIVE      PIC X(040) VALUE
               "SUBSCRIPTION IS NOT ACTIVE".
            05 WRK-MSG-CANCELLED      PIC X(040) VALUE
               "CANCELLED - PLAN RUNS TO RENEWAL DATE".
            05 WRK-MSG-NOTHINGDONE    PIC X(040) VALUE
               "NOTHING CHANGED".
            05 WRK-MSG-PROCEED        PIC X(040) VALUE
               "DO YOU WANT TO PROCEED (Y/N)?".
            05 WRK-MSG-PRESSKEY       PIC X(040) VALUE
               "PRESS ANY KEY".

      *---------------------------- FILE
       77 PLANS-STATUS                PIC 9(002) VALUE ZEROS.
       77 WRK-PLANS-PATH              PIC X(060) VALUE SPACES.
       77 SUBS-STATUS                 PIC 9(002) VALUE ZEROS.
       77 WRK-SUBS-PATH               PIC X(060) VALUE SPACES.
       77 CUSTOMERS-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-CUSTOMERS-PATH          PIC X(060) VALUE SPACES.
       77 WRK-OPERATOR                PIC X(008) VALUE SPACES.

      *---------------------------- ENTRY WORK AREAS
       77 WRK-PLAN-IN                 PIC X(008) VALUE SPACES.
       77 WRK-NAME-IN                 PIC X(030) VALUE SPACES.
       77 WRK-FEE-IN                  PIC 9(003)V99 VALUE ZEROS.
       77 WRK-RENTALS-IN              PIC 9(003) VALUE ZEROS.
       77 WRK-MAXOUT-IN               PIC 9(002) VALUE ZEROS.
       77 WRK-NONEW-IN                PIC X(001) VALUE SPACE.
       77 WRK-STATUS-IN               PIC X(001) VALUE SPACE.
       77 WRK-CUST-IN                 PIC 9(005) VALUE ZEROS.
       77 WRK-TODAY                   PIC 9(008) VALUE ZEROS.
       77 WRK-SUB-FOUND-FLAG          PIC X(001) VALUE "N".
       77 WRK-AMT-DISP                PIC ZZ9,99 VALUE ZEROS.

      *---------------------------- NEXT RENEWAL DATE
      *      ONE MONTH ON FROM WRK-NX-DATE-N, ON THE SUBSCRIPTION'S
      *      BILLING DAY - PULLED BACK TO THE MONTH'S LAST DAY WHEN
      *      THE MONTH IS SHORTER.
       77 WRK-NX-BILL-DAY             PIC 9(002) VALUE ZEROS.
       01 WRK-NX-DATE.
            05 WRK-NX-YEAR            PIC 9(004).
            05 WRK-NX-MONTH           PIC 9(002).
            05 WRK-NX-DAY             PIC 9(002).
       01 WRK-NX-DATE-N REDEFINES WRK-NX-DATE
                                      PIC 9(008).

      *---------------------------- SUBSCRIPTION CHARGE SUBPROGRAM
       01 WRK-SUBCHG-REC.
            05 WRK-SUBCHG-CUSTOMER    PIC 9(005).
            05 WRK-SUBCHG-PLAN        PIC X(008).
            05 WRK-SUBCHG-FEE         PIC 9(003)V99.
            05 WRK-SUBCHG-PROGRAM     PIC X(012) VALUE "SUBMAINT".
            05 WRK-SUBCHG-OPERATOR    PIC X(008).
            05 WRK-SUBCHG-CREDIT-USED PIC 9(003)V99.
            05 WRK-SUBCHG-RESULT      PIC X(001).
            05 WRK-SUBCHG-REASON      PIC X(040).

      *---------------------------- CALLED MODULE TITLES
       01 WRK-TITLE.
            05 WRK-SCREEN-TITLE       PIC X(020) VALUE "MOVIE SYSTEM".
            05 WRK-MODULE-TITLE       PIC X(026) VALUE SPACES.

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
                   VALUE "(P)LAN  (S)IGN UP  (C)ANCEL  (L)IST".
                10 LINE 07 COLUMN 10
                   VALUE "(B)ILL RENEWALS  OR (X) EXIT: ".
                10 COLUMN PLUS 2      PIC X(001)
                   USING WRK-MAINT-MODE.

      *---------------------------- PLAN SCREEN
       01 PLAN-SCREEN.
            05 PLAN-DATA FOREGROUND-COLOR 2.
                10 LINE 10 COLUMN 10 VALUE "PLAN CODE         : ".
                10 COLUMN PLUS 2      PIC X(008) USING WRK-PLAN-IN.
                10 LINE 11 COLUMN 10 VALUE "PLAN NAME         : ".
                10 COLUMN PLUS 2      PIC X(030) USING WRK-NAME-IN.
                10 LINE 12 COLUMN 10 VALUE "MONTHLY FEE       : ".
                10 COLUMN PLUS 2      PIC 9(003)V99
                   USING WRK-FEE-IN.
                10 LINE 13 COLUMN 10 VALUE "RENTALS/MONTH     : ".
                10 COLUMN PLUS 2      PIC 9(003) USING WRK-RENTALS-IN.
                10 COLUMN PLUS 2      VALUE "(000 = UNLIMITED)".
                10 LINE 14 COLUMN 10 VALUE "MOST OUT AT ONCE  : ".
                10 COLUMN PLUS 2      PIC 9(002) USING WRK-MAXOUT-IN.
                10 COLUMN PLUS 3      VALUE "(00 = NO LIMIT)".
                10 LINE 15 COLUMN 10 VALUE "NEW RELEASES OUT  : ".
                10 COLUMN PLUS 2      PIC X(001) USING WRK-NONEW-IN.
                10 COLUMN PLUS 4      VALUE "(Y/N)".
                10 LINE 16 COLUMN 10 VALUE "STATUS (A/I)      : ".
                10 COLUMN PLUS 2      PIC X(001) USING WRK-STATUS-IN.

      *---------------------------- CUSTOMER AND PLAN SCREEN
       01 SIGNUP-SCREEN.
            05 SIGNUP-DATA FOREGROUND-COLOR 2.
                10 LINE 10 COLUMN 10 VALUE "CUSTOMER KEY : ".
                10 COLUMN PLUS 2      PIC 9(005) USING WRK-CUST-IN.
                10 LINE 11 COLUMN 10 VALUE "PLAN CODE    : ".
                10 COLUMN PLUS 2      PIC X(008) USING WRK-PLAN-IN.

      *---------------------------- CUSTOMER ONLY SCREEN
       01 CANCEL-SCREEN.
            05 CANCEL-DATA FOREGROUND-COLOR 2.
                10 LINE 10 COLUMN 10 VALUE "CUSTOMER KEY : ".
                10 COLUMN PLUS 2      PIC 9(005) USING WRK-CUST-IN.

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
            MOVE SPACES TO WRK-PLANS-PATH.
            ACCEPT WRK-PLANS-PATH FROM ENVIRONMENT "PLANSDAT".
            IF WRK-PLANS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\PLANS.DAT"
                   TO WRK-PLANS-PATH
            END-IF.

            MOVE SPACES TO WRK-SUBS-PATH.
            ACCEPT WRK-SUBS-PATH FROM ENVIRONMENT "SUBSDAT".
            IF WRK-SUBS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\SUBS.DAT"
                   TO WRK-SUBS-PATH
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
            PERFORM 0205-OPEN-FILES.
            PERFORM 0210-VERIFICATION.

      *      THE BILLING RUN OPENS BOTH FILES ITSELF, SO THEY ARE
      *      CLOSED AROUND THAT CALL AND OPENED AGAIN HERE.
       0205-OPEN-FILES         SECTION.
            OPEN I-O PLANS.
            IF PLANS-STATUS = 35
                OPEN OUTPUT PLANS
                CLOSE PLANS
                OPEN I-O PLANS
            END-IF.

            OPEN I-O SUBS.
            IF SUBS-STATUS = 35
                OPEN OUTPUT SUBS
                CLOSE SUBS
                OPEN I-O SUBS
            END-IF.

       0210-VERIFICATION       SECTION.
            EVALUATE PLANS-STATUS
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

       0300-PROCESS            SECTION.
            MOVE SPACES TO WRK-MAINT-MODE.
            ACCEPT WRK-TODAY FROM DATE YYYYMMDD.
            DISPLAY CLEANER-SCREEN.
            DISPLAY MODE-SCREEN.
            ACCEPT MODE-ENTRY.

            EVALUATE TRUE
              WHEN WRK-MAINT-MODE = "P" OR WRK-MAINT-MODE = "p"
                PERFORM 0310-PLAN-TERMS
              WHEN WRK-MAINT-MODE = "S" OR WRK-MAINT-MODE = "s"
                PERFORM 0320-SIGN-UP
              WHEN WRK-MAINT-MODE = "C" OR WRK-MAINT-MODE = "c"
                PERFORM 0330-CANCEL
              WHEN WRK-MAINT-MODE = "L" OR WRK-MAINT-MODE = "l"
                PERFORM 0340-LIST-SUBS
              WHEN WRK-MAINT-MODE = "B" OR WRK-MAINT-MODE = "b"
                CLOSE PLANS
                CLOSE SUBS
                MOVE "MODULE - SUBSCR BILLING " TO WRK-MODULE-TITLE
                CALL "SUBBILL" USING WRK-TITLE
                PERFORM 0205-OPEN-FILES
              WHEN WRK-MAINT-MODE = "X" OR WRK-MAINT-MODE = "x"
                CONTINUE
              WHEN OTHER
                MOVE WRK-MSG-BADMODE TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-EVALUATE.

      *      ADD OR CHANGE A PLAN. THE CURRENT TERMS ARE SHOWN FOR
      *      CHANGE WHEN ON FILE. A FEE CHANGE TAKES EFFECT AT EACH
      *      SUBSCRIBER'S NEXT RENEWAL; WITHDRAWING A PLAN (STATUS I)
      *      CLOSES IT TO SIGN-UPS AND TO PLAN RENTALS.
       0310-PLAN-TERMS         SECTION.
            MOVE SPACES TO WRK-PLAN-IN WRK-NAME-IN WRK-NONEW-IN.
            MOVE ZEROS TO WRK-FEE-IN WRK-RENTALS-IN WRK-MAXOUT-IN.
            MOVE "A" TO WRK-STATUS-IN.
            DISPLAY PLAN-SCREEN.
            ACCEPT WRK-PLAN-IN LINE 10 COLUMN 32.
            INSPECT WRK-PLAN-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

            IF WRK-PLAN-IN = SPACES
                MOVE WRK-MSG-BADPLANCODE TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                PERFORM 0312-KEY-PLAN
            END-IF.

       0312-KEY-PLAN           SECTION.
            MOVE WRK-PLAN-IN TO PLAN-CODE.
            READ PLANS
               INVALID KEY
                   MOVE "N" TO WRK-KEY
                   MOVE "N" TO WRK-NONEW-IN
               NOT INVALID KEY
                   MOVE PLAN-NAME        TO WRK-NAME-IN
                   MOVE PLAN-FEE         TO WRK-FEE-IN
                   MOVE PLAN-RENTALS     TO WRK-RENTALS-IN
                   MOVE PLAN-MAX-OUT     TO WRK-MAXOUT-IN
                   IF PLAN-EXCLUDES-NEW
                       MOVE "N" TO WRK-NONEW-IN
                   ELSE
                       MOVE "Y" TO WRK-NONEW-IN
                   END-IF
                   MOVE PLAN-STATUS-FLAG TO WRK-STATUS-IN
                   MOVE "Y" TO WRK-KEY
            END-READ.

            DISPLAY PLAN-SCREEN.
            ACCEPT PLAN-DATA.
            MOVE PLAN-CODE TO WRK-PLAN-IN.
            INSPECT WRK-NAME-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            INSPECT WRK-NONEW-IN CONVERTING "yn" TO "YN".
            INSPECT WRK-STATUS-IN CONVERTING "ai" TO "AI".

            EVALUATE TRUE
              WHEN WRK-NAME-IN = SPACES
                MOVE WRK-MSG-BADPLANNAME TO WRK-ERROR-MSG
              WHEN WRK-NONEW-IN NOT = "Y" AND WRK-NONEW-IN NOT = "N"
                MOVE WRK-MSG-BADNONEW TO WRK-ERROR-MSG
              WHEN WRK-STATUS-IN NOT = "A" AND WRK-STATUS-IN NOT = "I"
                MOVE WRK-MSG-BADSTATUS TO WRK-ERROR-MSG
              WHEN OTHER
                MOVE SPACES          TO PLANS-REG
                MOVE WRK-PLAN-IN     TO PLAN-CODE
                MOVE WRK-NAME-IN     TO PLAN-NAME
                MOVE WRK-FEE-IN      TO PLAN-FEE
                MOVE WRK-RENTALS-IN  TO PLAN-RENTALS
                MOVE WRK-MAXOUT-IN   TO PLAN-MAX-OUT
      *         THE SCREEN ASKS WHETHER NEW RELEASES GO OUT ON THE
      *         PLAN; THE FILE KEEPS THE EXCLUSION FLAG.
                IF WRK-NONEW-IN = "N"
                    MOVE "Y" TO PLAN-NO-NEW
                ELSE
                    MOVE "N" TO PLAN-NO-NEW
                END-IF
                MOVE WRK-STATUS-IN   TO PLAN-STATUS-FLAG
                IF WRK-KEY = "Y"
                    REWRITE PLANS-REG
                       INVALID KEY
                           MOVE WRK-MSG-NOTSAVED TO WRK-ERROR-MSG
                       NOT INVALID KEY
                           MOVE WRK-MSG-PLANSAVED TO WRK-ERROR-MSG
                    END-REWRITE
                ELSE
                    WRITE PLANS-REG
                       INVALID KEY
                           MOVE WRK-MSG-NOTSAVED TO WRK-ERROR-MSG
                       NOT INVALID KEY
                           MOVE WRK-MSG-PLANSAVED TO WRK-ERROR-MSG
                    END-WRITE
                END-IF
            END-EVALUATE.
            MOVE SPACES TO WRK-KEY.
            PERFORM 9000-MANAGE-ERROR.

      *      THE PLAN MUST BE OPEN AND THE CUSTOMER ON FILE. THE
      *      FIRST MONTH IS CHARGED BEFORE THE SUBSCRIPTION IS
      *      WRITTEN - A REFUSED CHARGE LEAVES NO SUBSCRIPTION.
       0320-SIGN-UP            SECTION.
            MOVE ZEROS TO WRK-CUST-IN.
            MOVE SPACES TO WRK-PLAN-IN WRK-ERROR-MSG.
            DISPLAY CLEANER-SCREEN.
            DISPLAY SIGNUP-SCREEN.
            ACCEPT SIGNUP-DATA.
            INSPECT WRK-PLAN-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

            MOVE WRK-PLAN-IN TO PLAN-CODE.
            READ PLANS
               INVALID KEY
                   MOVE WRK-MSG-PLANNOTFOUND TO WRK-ERROR-MSG
               NOT INVALID KEY
                   IF NOT PLAN-ACTIVE
                       MOVE WRK-MSG-PLANCLOSED TO WRK-ERROR-MSG
                   END-IF
            END-READ.

            IF WRK-ERROR-MSG = SPACES
                PERFORM 0350-SHOW-CUSTOMER
            END-IF.

            IF WRK-ERROR-MSG = SPACES
                DISPLAY PLAN-NAME LINE 11 COLUMN 37
                MOVE PLAN-FEE TO WRK-AMT-DISP
                DISPLAY "MONTHLY FEE" LINE 12 COLUMN 10
                DISPLAY WRK-AMT-DISP LINE 12 COLUMN 27
                MOVE WRK-CUST-IN TO SUB-CUSTOMER-KEY
                READ SUBS
                   INVALID KEY
                       MOVE "N" TO WRK-SUB-FOUND-FLAG
                   NOT INVALID KEY
                       MOVE "Y" TO WRK-SUB-FOUND-FLAG
                END-READ
                EVALUATE TRUE
                  WHEN WRK-SUB-FOUND-FLAG = "Y" AND SUB-ACTIVE
                    MOVE WRK-MSG-ALREADYSUB TO WRK-ERROR-MSG
                  WHEN WRK-SUB-FOUND-FLAG = "Y" AND SUB-CANCELLED
                        AND SUB-RENEW-DATE > WRK-TODAY
                        AND SUB-PLAN-CODE = PLAN-CODE
                    PERFORM 0324-REACTIVATE
                  WHEN OTHER
                    PERFORM 0322-CHARGE-AND-WRITE
                END-EVALUATE
            END-IF.
            PERFORM 9000-MANAGE-ERROR.

       0322-CHARGE-AND-WRITE   SECTION.
            DISPLAY WRK-MSG-PROCEED LINE 14 COLUMN 10
               BACKGROUND-COLOR 3.
            ACCEPT WRK-KEY LINE 14 COLUMN 41
               BACKGROUND-COLOR 3.

            IF WRK-KEY = "Y" OR WRK-KEY = "y"
                MOVE WRK-CUST-IN  TO WRK-SUBCHG-CUSTOMER
                MOVE PLAN-CODE    TO WRK-SUBCHG-PLAN
                MOVE PLAN-FEE     TO WRK-SUBCHG-FEE
                MOVE WRK-OPERATOR TO WRK-SUBCHG-OPERATOR
                CALL "SUBCHG" USING WRK-SUBCHG-REC
                IF WRK-SUBCHG-RESULT = "Y"
                    PERFORM 0326-WRITE-SUB
                ELSE
                    MOVE WRK-SUBCHG-REASON TO WRK-ERROR-MSG
                END-IF
            ELSE
                MOVE WRK-MSG-NOTHINGDONE TO WRK-ERROR-MSG
            END-IF.
            MOVE SPACES TO WRK-KEY.

      *      STILL INSIDE THE MONTH ALREADY PAID FOR - IT SIMPLY
      *      GOES BACK ON, AND RENEWS ON ITS OLD DATE.
       0324-REACTIVATE         SECTION.
            MOVE "A" TO SUB-STATUS-FLAG.
            MOVE WRK-TODAY TO SUB-STATUS-DATE.
            REWRITE SUBS-REG
               INVALID KEY
                   MOVE WRK-MSG-NOTSAVED TO WRK-ERROR-MSG
               NOT INVALID KEY
                   MOVE WRK-MSG-REACTIVATED TO WRK-ERROR-MSG
            END-REWRITE.

      *      A NEW SUBSCRIPTION, OR A LAPSED ONE STARTING OVER: THE
      *      BILLING DAY BECOMES TODAY'S DAY OF THE MONTH. USAGE TO
      *      DATE IS KEPT ACROSS A RESTART.
       0326-WRITE-SUB          SECTION.
            IF WRK-SUB-FOUND-FLAG NOT = "Y"
                MOVE SPACES TO SUBS-REG
                MOVE WRK-CUST-IN TO SUB-CUSTOMER-KEY
                MOVE ZEROS TO SUB-TOTAL-USED
            END-IF.
            MOVE PLAN-CODE       TO SUB-PLAN-CODE.
            MOVE WRK-TODAY       TO SUB-START-DATE SUB-STATUS-DATE
               SUB-LAST-BILLED.
            MOVE WRK-TODAY       TO WRK-NX-DATE-N.
            MOVE WRK-NX-DAY      TO SUB-BILL-DAY WRK-NX-BILL-DAY.
            PERFORM 0500-NEXT-RENEW-DATE.
            MOVE WRK-NX-DATE-N   TO SUB-RENEW-DATE.
            MOVE "A"             TO SUB-STATUS-FLAG.
            MOVE ZEROS           TO SUB-PERIOD-USED.
            MOVE PLAN-FEE        TO SUB-LAST-FEE.

            IF WRK-SUB-FOUND-FLAG = "Y"
                REWRITE SUBS-REG
                   INVALID KEY
                       MOVE WRK-MSG-NOTSAVED TO WRK-ERROR-MSG
                   NOT INVALID KEY
                       MOVE WRK-MSG-SUBSCRIBED TO WRK-ERROR-MSG
                END-REWRITE
            ELSE
                WRITE SUBS-REG
                   INVALID KEY
                       MOVE WRK-MSG-NOTSAVED TO WRK-ERROR-MSG
                   NOT INVALID KEY
                       MOVE WRK-MSG-SUBSCRIBED TO WRK-ERROR-MSG
                END-WRITE
            END-IF.

      *      CANCELLING STOPS THE NEXT RENEWAL ONLY - THE MONTH
      *      ALREADY PAID FOR CAN STILL BE USED.
       0330-CANCEL             SECTION.
            MOVE ZEROS TO WRK-CUST-IN.
            MOVE SPACES TO WRK-ERROR-MSG.
            DISPLAY CLEANER-SCREEN.
            DISPLAY CANCEL-SCREEN.
            ACCEPT CANCEL-DATA.

            MOVE WRK-CUST-IN TO SUB-CUSTOMER-KEY.
            READ SUBS
               INVALID KEY
                   MOVE WRK-MSG-NOSUB TO WRK-ERROR-MSG
               NOT INVALID KEY
                   IF NOT SUB-ACTIVE
                       MOVE WRK-MSG-NOTACTIVE TO WRK-ERROR-MSG
                   END-IF
            END-READ.

            IF WRK-ERROR-MSG = SPACES
                PERFORM 0350-SHOW-CUSTOMER
            END-IF.

            IF WRK-ERROR-MSG = SPACES
                DISPLAY "PLAN"         LINE 12 COLUMN 10
                DISPLAY SUB-PLAN-CODE  LINE 12 COLUMN 27
                DISPLAY "RENEWAL DATE" LINE 13 COLUMN 10
                DISPLAY SUB-RENEW-DATE LINE 13 COLUMN 27
                DISPLAY WRK-MSG-PROCEED LINE 15 COLUMN 10
                   BACKGROUND-COLOR 3
                ACCEPT WRK-KEY LINE 15 COLUMN 41
                   BACKGROUND-COLOR 3
                IF WRK-KEY = "Y" OR WRK-KEY = "y"
                    MOVE "C" TO SUB-STATUS-FLAG
                    MOVE WRK-TODAY TO SUB-STATUS-DATE
                    REWRITE SUBS-REG
                       INVALID KEY
                           MOVE WRK-MSG-NOTSAVED TO WRK-ERROR-MSG
                       NOT INVALID KEY
                           MOVE WRK-MSG-CANCELLED TO WRK-ERROR-MSG
                    END-REWRITE
                ELSE
                    MOVE WRK-MSG-NOTHINGDONE TO WRK-ERROR-MSG
                END-IF
                MOVE SPACES TO WRK-KEY
            END-IF.
            PERFORM 9000-MANAGE-ERROR.

       0340-LIST-SUBS          SECTION.
            DISPLAY CLEANER-SCREEN.
            MOVE 04 TO WRK-LINE.
            DISPLAY "CUST  PLAN     S STARTED  RENEWAL  USED TOTAL"
               LINE WRK-LINE COLUMN 05.
            MOVE ZEROS TO SUB-CUSTOMER-KEY.

            START SUBS KEY IS GREATER THAN SUB-CUSTOMER-KEY
               INVALID KEY
                   MOVE 10 TO SUBS-STATUS
               NOT INVALID KEY
                   MOVE 0 TO SUBS-STATUS
            END-START.

            PERFORM UNTIL SUBS-STATUS = 10
               READ SUBS NEXT
                  AT END
                      MOVE 10 TO SUBS-STATUS
                  NOT AT END
                      ADD 1 TO WRK-LINE
                      DISPLAY SUB-CUSTOMER-KEY LINE WRK-LINE COLUMN 05
                      DISPLAY SUB-PLAN-CODE    LINE WRK-LINE COLUMN 11
                      DISPLAY SUB-STATUS-FLAG  LINE WRK-LINE COLUMN 20
                      DISPLAY SUB-START-DATE   LINE WRK-LINE COLUMN 22
                      DISPLAY SUB-RENEW-DATE   LINE WRK-LINE COLUMN 31
                      DISPLAY SUB-PERIOD-USED  LINE WRK-LINE COLUMN 41
                      DISPLAY SUB-TOTAL-USED   LINE WRK-LINE COLUMN 45
                      IF WRK-LINE > 20
                          DISPLAY WRK-MSG-PRESSKEY
                             LINE 22 COLUMN 05
                          ACCEPT WRK-KEY LINE 22 COLUMN 20
                          DISPLAY CLEANER-SCREEN
                          MOVE 04 TO WRK-LINE
                      END-IF
               END-READ
            END-PERFORM.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-PRESSKEY LINE WRK-LINE COLUMN 05.
            ACCEPT WRK-KEY LINE WRK-LINE COLUMN 20.
            MOVE SPACES TO WRK-KEY.

      *      CUSTOMERS.DAT IS ONLY OPENED FOR THE LOOK - SUBCHG
      *      OPENS IT FOR UPDATE WHEN THE CHARGE IS MADE.
       0350-SHOW-CUSTOMER      SECTION.
            OPEN INPUT CUSTOMERS.
            IF CUSTOMERS-STATUS NOT = ZEROS
                MOVE WRK-MSG-CUSTFILE TO WRK-ERROR-MSG
            ELSE
                MOVE WRK-CUST-IN TO CUSTOMER-KEY
                READ CUSTOMERS
                   INVALID KEY
                       MOVE WRK-MSG-CUSTNOTFOUND TO WRK-ERROR-MSG
                   NOT INVALID KEY
                       DISPLAY CUSTOMER-NAME LINE 10 COLUMN 34
                END-READ
                CLOSE CUSTOMERS
            END-IF.

       0500-NEXT-RENEW-DATE    SECTION.
            ADD 1 TO WRK-NX-MONTH.
            IF WRK-NX-MONTH > 12
                MOVE 1 TO WRK-NX-MONTH
                ADD 1 TO WRK-NX-YEAR
            END-IF.
            MOVE WRK-NX-BILL-DAY TO WRK-NX-DAY.
            PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WRK-NX-DATE-N)
                  = ZEROS
               SUBTRACT 1 FROM WRK-NX-DAY
            END-PERFORM.

       0400-FINALIZE           SECTION.
            CLOSE PLANS.
            CLOSE SUBS.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
            MOVE SPACES TO WRK-KEY.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
