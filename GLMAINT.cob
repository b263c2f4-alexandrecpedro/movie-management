       IDENTIFICATION          DIVISION.
       PROGRAM-ID. GLMAINT.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: MAINTAIN GLMAP.DAT - THE CHART-OF-ACCOUNTS MAPPING
      *          GLJOURNAL USES TO TURN EACH PAYMENTS ROW INTO DEBIT
      *          AND CREDIT LINES. ONE RECORD PER PAYMENT TYPE
      *          (C/O/K/G) AND CATEGORY; A TYPE OF "*" COVERS EVERY
      *          TENDER FOR THAT CATEGORY. THE "*T" RECORD CARRIES
      *          THE TAX-PAYABLE ACCOUNT ON ITS CREDIT SIDE. A RECORD
      *          WITH BOTH ACCOUNTS BLANK IS A MEMO ROW - THE JOURNAL
      *          COUNTS IT BUT POSTS NOTHING. THE FIRST VISIT SEEDS
      *          A STARTING CHART FOR THE ACCOUNTANT TO ADJUST.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      GLMAP.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      GLMAPDAT - SEE 0195-SET-GLMAP-PATH FOR THE DEFAULT
            SELECT GLMAP-FILE ASSIGN TO WRK-GLMAP-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS GLMAP-STATUS
            RECORD KEY IS GLMAP-KEY.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- ACCOUNT MAP FILE DESCRIPTION
       FD GLMAP-FILE.
       01 GLMAP-REG.
            05 GLMAP-KEY.
                10 GLMAP-TYPE        PIC X(001).
                10 GLMAP-CATEGORY    PIC X(001).
            05 GLMAP-DEBIT-ACCT      PIC X(010).
            05 GLMAP-CREDIT-ACCT     PIC X(010).
            05 GLMAP-DESCRIPTION     PIC X(030).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                    PIC X(001).
       77 WRK-MAINT-MODE             PIC X(001) VALUE SPACE.
       77 WRK-MAP-OK                 PIC X(001) VALUE "Y".

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                   PIC 9(002) VALUE ZEROS.

      *---------------------------- STARTING CHART (FIRST VISIT ONLY)
      *      TYPE, CATEGORY, DEBIT ACCOUNT, CREDIT ACCOUNT, TEXT.
      *      1000 CASH            1010 CARD/OTHER CLEARING
      *      1200 CUSTOMER A/R    2100 GIFT CERTIFICATE LIABILITY
      *      2200 CUSTOMER DEPOSITS                2300 TAX PAYABLE
      *      4000 RENTAL INCOME   4100 LATE FEES   4200 DAMAGE
      *      4300 SUBSCRIPTIONS   4400 COPY SALES
      *      6100 BAD DEBT        6200 POINTS      6300 COMPS
       01 WRK-SEED-MAP.
            05 FILLER                PIC X(036) VALUE
               "CR10004000CASH RENTAL".
            05 FILLER                PIC X(036) VALUE
               "CL10004100CASH LATE FEE".
            05 FILLER                PIC X(036) VALUE
               "CD10004200CASH DAMAGE".
            05 FILLER                PIC X(036) VALUE
               "CB10001200CASH BALANCE PAYMENT".
            05 FILLER                PIC X(036) VALUE
               "CA10002200CASH ON-ACCOUNT DEPOSIT".
            05 FILLER                PIC X(036) VALUE
               "CG10002100CASH GIFT CERT SALE".
            05 FILLER                PIC X(036) VALUE
               "OR10104000CARD RENTAL".
            05 FILLER                PIC X(036) VALUE
               "OL10104100CARD LATE FEE".
            05 FILLER                PIC X(036) VALUE
               "OD10104200CARD DAMAGE".
            05 FILLER                PIC X(036) VALUE
               "OB10101200CARD BALANCE PAYMENT".
            05 FILLER                PIC X(036) VALUE
               "OA10102200CARD ON-ACCOUNT DEPOSIT".
            05 FILLER                PIC X(036) VALUE
               "OG10102100CARD GIFT CERT SALE".
            05 FILLER                PIC X(036) VALUE
               "GR21004000GIFT CERT RENTAL".
            05 FILLER                PIC X(036) VALUE
               "GL21004100GIFT CERT LATE FEE".
            05 FILLER                PIC X(036) VALUE
               "GD21004200GIFT CERT DAMAGE".
            05 FILLER                PIC X(036) VALUE
               "GB21001200GIFT CERT BALANCE PAYMENT".
            05 FILLER                PIC X(036) VALUE
               "KR22004000CREDIT DRAWN RENTAL".
            05 FILLER                PIC X(036) VALUE
               "KL22004100CREDIT DRAWN LATE FEE".
            05 FILLER                PIC X(036) VALUE
               "KD22004200CREDIT DRAWN DAMAGE".
            05 FILLER                PIC X(036) VALUE
               "KB22001200CREDIT DRAWN BAL PAYMENT".
            05 FILLER                PIC X(036) VALUE
               "KS12004300SUBSCRIPTION ON ACCOUNT".
            05 FILLER                PIC X(036) VALUE
               "CU10004400CASH COPY SALE".
            05 FILLER                PIC X(036) VALUE
               "OU10104400CARD COPY SALE".
            05 FILLER                PIC X(036) VALUE
               "GU21004400GIFT CERT COPY SALE".
            05 FILLER                PIC X(036) VALUE
               "*W61001200BAD DEBT WRITE-OFF".
            05 FILLER                PIC X(036) VALUE
               "*P62004000POINTS REDEEMED".
            05 FILLER                PIC X(036) VALUE
               "*M63004000COMPLIMENTARY RENTAL".
            05 FILLER                PIC X(036) VALUE
               "*T    2300TAX PAYABLE".
       01 WRK-SEED-MAP-R REDEFINES WRK-SEED-MAP.
            05 WRK-SEED-ENTRY OCCURS 28 TIMES.
                10 WRK-SEED-KEY      PIC X(002).
                10 WRK-SEED-DEBIT    PIC X(004).
                10 WRK-SEED-CREDIT   PIC X(004).
                10 WRK-SEED-TEXT     PIC X(026).

       77 WRK-SEED-IDX               PIC 9(002) VALUE ZEROS.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG              PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "GLMAINT".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-BADMODE       PIC X(040) VALUE
               "ENTER A, D, L OR X".
            05 WRK-MSG-CORRUPTED     PIC X(040) VALUE
               "CORRUPTED FILE".
            05 WRK-MSG-PATH          PIC X(040) VALUE
               "ERROR ON FILE PATH".
            05 WRK-MSG-UNKNOWN       PIC X(040) VALUE
               "UNKNOWN ERROR".
            05 WRK-MSG-NOTFOUND      PIC X(040) VALUE
               "MAPPING NOT ON FILE".
            05 WRK-MSG-SAVED         PIC X(040) VALUE
               "MAPPING SAVED".
            05 WRK-MSG-DELETED       PIC X(040) VALUE
               "MAPPING REMOVED".
            05 WRK-MSG-BADTYPE       PIC X(040) VALUE
               "TYPE MUST BE C, O, K, G OR *".
            05 WRK-MSG-BADCAT        PIC X(040) VALUE
               "CATEGORY MUST BE R L B W A P G M OR D".
            05 WRK-MSG-ONESIDED      PIC X(040) VALUE
               "ENTER BOTH ACCOUNTS OR NEITHER".
            05 WRK-MSG-NOTAX         PIC X(040) VALUE
               "TAX ACCOUNT (*T) NEEDS A CREDIT ACCOUNT".
            05 WRK-MSG-PRESSKEY      PIC X(040) VALUE
               "PRESS ANY KEY".

      *---------------------------- FILE
       77 GLMAP-STATUS               PIC 9(002) VALUE ZEROS.
       77 WRK-GLMAP-PATH             PIC X(060) VALUE SPACES.

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

      *---------------------------- MODE SELECTION SCREEN
       01 MODE-SCREEN.
            05 MODE-ENTRY FOREGROUND-COLOR 2.
                10 LINE 08 COLUMN 10
                   VALUE "(A)DD/CHANGE, (D)ELETE, (L)IST, (X): ".
                10 COLUMN PLUS 2     PIC X(001)
                   USING WRK-MAINT-MODE.

      *---------------------------- MAPPING SCREEN
       01 MAP-SCREEN.
            05 MAP-KEY-DATA FOREGROUND-COLOR 2.
                10 LINE 10 COLUMN 10
                   VALUE "TYPE (C/O/K/G, * = ANY): ".
                10 COLUMN PLUS 2     PIC X(001) USING GLMAP-TYPE.
                10 LINE 11 COLUMN 10
                   VALUE "CATEGORY (T = TAX)     : ".
                10 COLUMN PLUS 2     PIC X(001) USING GLMAP-CATEGORY.
            05 MAP-DATA FOREGROUND-COLOR 2.
                10 LINE 12 COLUMN 10 VALUE "DEBIT ACCOUNT : ".
                10 COLUMN PLUS 2     PIC X(010)
                   USING GLMAP-DEBIT-ACCT.
                10 LINE 13 COLUMN 10 VALUE "CREDIT ACCOUNT: ".
                10 COLUMN PLUS 2     PIC X(010)
                   USING GLMAP-CREDIT-ACCT.
                10 LINE 14 COLUMN 10 VALUE "DESCRIPTION   : ".
                10 COLUMN PLUS 2     PIC X(030)
                   USING GLMAP-DESCRIPTION.

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
            PERFORM 0300-PROCESS
               UNTIL WRK-MAINT-MODE = "X" OR WRK-MAINT-MODE = "x".
            PERFORM 0400-FINALIZE.
            GOBACK.

       0195-SET-GLMAP-PATH     SECTION.
            MOVE SPACES TO WRK-GLMAP-PATH.
            ACCEPT WRK-GLMAP-PATH FROM ENVIRONMENT "GLMAPDAT".
            IF WRK-GLMAP-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\GLMAP.DAT"
                   TO WRK-GLMAP-PATH
            END-IF.

       0200-INITIALIZE         SECTION.
            PERFORM 0195-SET-GLMAP-PATH.

            OPEN I-O GLMAP-FILE.
            IF GLMAP-STATUS = 35
                OPEN OUTPUT GLMAP-FILE
                CLOSE GLMAP-FILE
                OPEN I-O GLMAP-FILE
                IF GLMAP-STATUS = 0
                    PERFORM 0220-SEED-DEFAULTS
                END-IF
            END-IF.
            PERFORM 0210-VERIFICATION.

       0210-VERIFICATION       SECTION.
            EVALUATE GLMAP-STATUS
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

       0220-SEED-DEFAULTS      SECTION.
            PERFORM VARYING WRK-SEED-IDX FROM 1 BY 1
                  UNTIL WRK-SEED-IDX > 28
               MOVE SPACES TO GLMAP-REG
               MOVE WRK-SEED-KEY(WRK-SEED-IDX)    TO GLMAP-KEY
               MOVE WRK-SEED-DEBIT(WRK-SEED-IDX)  TO GLMAP-DEBIT-ACCT
               MOVE WRK-SEED-CREDIT(WRK-SEED-IDX)
                  TO GLMAP-CREDIT-ACCT
               MOVE WRK-SEED-TEXT(WRK-SEED-IDX)   TO GLMAP-DESCRIPTION
               WRITE GLMAP-REG
                  INVALID KEY
                      CONTINUE
               END-WRITE
            END-PERFORM.
            MOVE ZEROS TO GLMAP-STATUS.

       0300-PROCESS            SECTION.
            MOVE SPACES TO WRK-MAINT-MODE.
            DISPLAY CLEANER-SCREEN.
            DISPLAY MODE-SCREEN.
            ACCEPT MODE-ENTRY.

            EVALUATE TRUE
              WHEN WRK-MAINT-MODE = "A" OR WRK-MAINT-MODE = "a"
                PERFORM 0310-ADD-MAPPING
              WHEN WRK-MAINT-MODE = "D" OR WRK-MAINT-MODE = "d"
                PERFORM 0330-DELETE-MAPPING
              WHEN WRK-MAINT-MODE = "L" OR WRK-MAINT-MODE = "l"
                PERFORM 0340-LIST-MAPPING
              WHEN WRK-MAINT-MODE = "X" OR WRK-MAINT-MODE = "x"
                CONTINUE
              WHEN OTHER
                MOVE WRK-MSG-BADMODE TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-EVALUATE.

      *      KEY FIRST - AN EXISTING MAPPING IS SHOWN SO IT CAN BE
      *      OVERTYPED, A NEW ONE STARTS BLANK.
       0310-ADD-MAPPING        SECTION.
            MOVE SPACES TO GLMAP-REG.
            DISPLAY MAP-SCREEN.
            ACCEPT MAP-KEY-DATA.
            PERFORM 0320-CHECK-KEY.

            IF WRK-MAP-OK = "Y"
                READ GLMAP-FILE
                   INVALID KEY
                       MOVE SPACES TO GLMAP-DEBIT-ACCT
                          GLMAP-CREDIT-ACCT GLMAP-DESCRIPTION
                END-READ
                DISPLAY MAP-SCREEN
                ACCEPT MAP-DATA
                PERFORM 0325-CHECK-ACCOUNTS
            END-IF.

            IF WRK-MAP-OK = "Y"
                WRITE GLMAP-REG
                   INVALID KEY
                       REWRITE GLMAP-REG
                END-WRITE
                MOVE WRK-MSG-SAVED TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-IF.

       0320-CHECK-KEY          SECTION.
            MOVE "Y" TO WRK-MAP-OK.
            INSPECT GLMAP-KEY CONVERTING "cokgrlbwapmdt"
                                      TO "COKGRLBWAPMDT".

            IF GLMAP-TYPE NOT = "C" AND NOT = "O" AND NOT = "K"
               AND NOT = "G" AND NOT = "*"
                MOVE "N" TO WRK-MAP-OK
                MOVE WRK-MSG-BADTYPE TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                IF GLMAP-KEY NOT = "*T"
                   AND GLMAP-CATEGORY NOT = "R" AND NOT = "L"
                   AND NOT = "B" AND NOT = "W" AND NOT = "A"
                   AND NOT = "P" AND NOT = "G" AND NOT = "M"
                   AND NOT = "D"
                    MOVE "N" TO WRK-MAP-OK
                    MOVE WRK-MSG-BADCAT TO WRK-ERROR-MSG
                    PERFORM 9000-MANAGE-ERROR
                END-IF
            END-IF.

      *      A POSTING NEEDS TWO SIDES. THE TAX RECORD ONLY EVER
      *      CREDITS, SO ITS DEBIT SIDE IS LEFT BLANK.
       0325-CHECK-ACCOUNTS     SECTION.
            EVALUATE TRUE
              WHEN GLMAP-KEY = "*T"
                MOVE SPACES TO GLMAP-DEBIT-ACCT
                IF GLMAP-CREDIT-ACCT = SPACES
                    MOVE "N" TO WRK-MAP-OK
                    MOVE WRK-MSG-NOTAX TO WRK-ERROR-MSG
                    PERFORM 9000-MANAGE-ERROR
                END-IF
              WHEN GLMAP-DEBIT-ACCT = SPACES
                   AND GLMAP-CREDIT-ACCT = SPACES
                CONTINUE
              WHEN GLMAP-DEBIT-ACCT = SPACES
                   OR GLMAP-CREDIT-ACCT = SPACES
                MOVE "N" TO WRK-MAP-OK
                MOVE WRK-MSG-ONESIDED TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
              WHEN OTHER
                CONTINUE
            END-EVALUATE.

       0330-DELETE-MAPPING     SECTION.
            MOVE SPACES TO GLMAP-REG.
            DISPLAY MAP-SCREEN.
            ACCEPT MAP-KEY-DATA.
            INSPECT GLMAP-KEY CONVERTING "cokgrlbwapmdt"
                                      TO "COKGRLBWAPMDT".

            DELETE GLMAP-FILE
               INVALID KEY
                   MOVE WRK-MSG-NOTFOUND TO WRK-ERROR-MSG
               NOT INVALID KEY
                   MOVE WRK-MSG-DELETED TO WRK-ERROR-MSG
            END-DELETE.
            PERFORM 9000-MANAGE-ERROR.

       0340-LIST-MAPPING       SECTION.
            MOVE 09 TO WRK-LINE.
            MOVE LOW-VALUES TO GLMAP-KEY.

            START GLMAP-FILE KEY IS GREATER THAN GLMAP-KEY
               INVALID KEY
                   MOVE 10 TO GLMAP-STATUS
               NOT INVALID KEY
                   MOVE 0 TO GLMAP-STATUS
            END-START.

            DISPLAY "TC DEBIT      CREDIT     DESCRIPTION"
               LINE WRK-LINE COLUMN 05.

            PERFORM UNTIL GLMAP-STATUS = 10
               READ GLMAP-FILE NEXT
                  AT END
                      MOVE 10 TO GLMAP-STATUS
                  NOT AT END
                      ADD 1 TO WRK-LINE
                      DISPLAY GLMAP-KEY LINE WRK-LINE COLUMN 05
                      DISPLAY GLMAP-DEBIT-ACCT
                         LINE WRK-LINE COLUMN 08
                      DISPLAY GLMAP-CREDIT-ACCT
                         LINE WRK-LINE COLUMN 19
                      DISPLAY GLMAP-DESCRIPTION
                         LINE WRK-LINE COLUMN 30
                      IF WRK-LINE > 20
                          DISPLAY WRK-MSG-PRESSKEY
                             LINE 22 COLUMN 05
                          ACCEPT WRK-KEY LINE 22 COLUMN 20
                          DISPLAY CLEANER-SCREEN
                          MOVE 09 TO WRK-LINE
                      END-IF
               END-READ
            END-PERFORM.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-PRESSKEY LINE WRK-LINE COLUMN 05.
            ACCEPT WRK-KEY LINE WRK-LINE COLUMN 20.
            MOVE SPACES TO WRK-KEY.

       0400-FINALIZE           SECTION.
            CLOSE GLMAP-FILE.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
            MOVE SPACES TO WRK-KEY.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
