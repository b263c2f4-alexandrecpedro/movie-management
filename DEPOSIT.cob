       IDENTIFICATION          DIVISION.
       PROGRAM-ID. DEPOSIT.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: BANK DEPOSITS - FOLLOW THE CASH FROM THE CLOSED
      *          DRAWER TO THE BANK. A DEPOSIT GATHERS ONE OR MORE
      *          CLOSED SHIFTS (COUNTED DRAWER LESS THE FLOAT KEPT
      *          BACK), TAKES THE NEXT DEPOSIT NUMBER, IS FILED ON
      *          DEPOSITS.DAT AS PENDING AND PRINTS A NUMBERED SLIP
      *          ON DEPSLIP.TXT. BANK STATEMENT LINES (LOADED FROM
      *          BANKSTMT.TXT OR KEYED) ARE MATCHED TO THE DEPOSITS;
      *          DEPRECN.TXT SHOWS WHAT MATCHED, WHAT CAME IN SHORT
      *          OR OVER, WHAT THE BANK SHOWS THAT WE NEVER SENT AND
      *          WHAT WE SENT THAT THE BANK NEVER SHOWED. MONTHEND
      *          WILL NOT LOCK A MONTH WITH A DEPOSIT STILL PENDING.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      SHIFTS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      SHIFTSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT SHIFTS ASSIGN TO WRK-SHIFTS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS SHIFTS-STATUS
             RECORD KEY IS SHIFT-ID.

      *      SHIFTCNT.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      SHIFTCNTDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT SHIFTCNT ASSIGN TO WRK-SHIFTCNT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS SHIFTCNT-STATUS
             RECORD KEY IS CNT-SHIFT-ID.

      *      DEPOSITS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      DEPOSITSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT DEPOSITS ASSIGN TO WRK-DEPOSITS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS DEPOSITS-STATUS
             RECORD KEY IS DEP-NUMBER.

      *      SELECT BANK-STATEMENT ASSIGN TO "./Data/BANKSTMT.TXT"
             SELECT BANK-STATEMENT ASSIGN TO
               "C:\Cobol\Project\Data\BANKSTMT.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BANK-STATEMENT-STATUS.

      *      SELECT DEPOSIT-SLIP ASSIGN TO "./Data/DEPSLIP.TXT"
             SELECT DEPOSIT-SLIP ASSIGN TO
               "C:\Cobol\Project\Data\DEPSLIP.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DEPOSIT-SLIP-STATUS.

      *      SELECT DEPOSIT-REPORT ASSIGN TO "./Data/DEPRECN.TXT"
             SELECT DEPOSIT-REPORT ASSIGN TO
               "C:\Cobol\Project\Data\DEPRECN.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DEPOSIT-REPORT-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- DRAWER SHIFT SESSION FILE
       FD SHIFTS.
       01 SHIFTS-REG.
            05 SHIFT-ID               PIC 9(005).
            05 SHIFT-OPERATOR         PIC X(008).
            05 SHIFT-OPEN-DATE        PIC 9(008).
            05 SHIFT-OPEN-TIME        PIC 9(006).
            05 SHIFT-FLOAT            PIC 9(005)V99.
            05 SHIFT-CLOSE-DATE       PIC 9(008).
            05 SHIFT-CLOSE-TIME       PIC 9(006).
            05 SHIFT-COUNTED          PIC 9(005)V99.
            05 SHIFT-CASH-TAKEN       PIC 9(007)V99.
            05 SHIFT-OVER-SHORT       PIC S9(005)V99.
            05 SHIFT-STATUS-FLAG      PIC X(001).
                88 SHIFT-SESSION-OPEN        VALUE "O".
                88 SHIFT-SESSION-CLOSED      VALUE "C".

      *---------------------------- DRAWER COUNT BY DENOMINATION
       FD SHIFTCNT.
       01 SHIFTCNT-REG.
            05 CNT-SHIFT-ID           PIC 9(005).
            05 CNT-CLOSE-DATE         PIC 9(008).
            05 CNT-QTY                PIC 9(005) OCCURS 13 TIMES.
            05 CNT-COUNTED            PIC 9(005)V99.
            05 CNT-FLOAT-KEPT         PIC 9(005)V99.
            05 CNT-DEPOSIT-NUMBER     PIC 9(005).
            05 FILLER                 PIC X(010).

      *---------------------------- BANK DEPOSITS
       FD DEPOSITS.
       01 DEPOSITS-REG.
            05 DEP-NUMBER             PIC 9(005).
            05 DEP-DATE               PIC 9(008).
            05 DEP-TIME               PIC 9(006).
            05 DEP-OPERATOR           PIC X(008).
            05 DEP-SHIFT-QTY          PIC 9(003).
            05 DEP-AMOUNT             PIC 9(007)V99.
            05 DEP-STATUS-FLAG        PIC X(001).
                88 DEP-PENDING               VALUE "P".
                88 DEP-MATCHED               VALUE "M".
                88 DEP-DIFFERS               VALUE "S".
            05 DEP-BANK-DATE          PIC 9(008).
            05 DEP-BANK-AMOUNT        PIC 9(007)V99.
            05 DEP-BANK-REF           PIC X(020).
            05 FILLER                 PIC X(010).

      *---------------------------- BANK STATEMENT LINES
      *      (01:08) VALUE DATE  (10:05) DEPOSIT SLIP NUMBER THE BANK
      *      QUOTES (ZEROS WHEN IT QUOTES NONE)  (16:09) AMOUNT
      *      (25:01) "-" FOR A DEBIT  (27:20) BANK REFERENCE
       FD BANK-STATEMENT.
       01 STMT-REG.
            05 STMT-DATE              PIC 9(008).
            05 FILLER                 PIC X(001).
            05 STMT-SLIP              PIC 9(005).
            05 FILLER                 PIC X(001).
            05 STMT-AMOUNT            PIC 9(007)V99.
            05 STMT-SIGN              PIC X(001).
                88 STMT-DEBIT                VALUE "-".
            05 FILLER                 PIC X(001).
            05 STMT-REFERENCE         PIC X(020).
            05 FILLER                 PIC X(034).

      *---------------------------- DEPOSIT SLIP OUTPUT
       FD DEPOSIT-SLIP.
       01 DEPOSIT-SLIP-REG.
            05 DEPOSIT-SLIP-DATA      PIC X(080).

      *---------------------------- MATCHING REPORT OUTPUT
       FD DEPOSIT-REPORT.
       01 DEPOSIT-REPORT-REG.
            05 DEPOSIT-REPORT-DATA    PIC X(080).

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
            05 WRK-ERRORLOG-PROGRAM    PIC X(012) VALUE "DEPOSIT".
            05 WRK-ERRORLOG-MESSAGE    PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "DEPRECN".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\DEPRECN.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01 WRK-MSGS.
            05 WRK-MSG-BADMODE        PIC X(040) VALUE
               "INVALID MODE - ENTER P, B, K, L OR X".
            05 WRK-MSG-CORRUPTED      PIC X(040) VALUE
               "CORRUPTED FILE".
            05 WRK-MSG-PATH           PIC X(040) VALUE
               "ERROR ON FILE PATH".
            05 WRK-MSG-UNKNOWN        PIC X(040) VALUE
               "UNKNOWN ERROR".
            05 WRK-MSG-NOSHIFTS       PIC X(040) VALUE
               "NO CLOSED SHIFTS WAITING FOR THE BANK".
            05 WRK-MSG-NONECHOSEN     PIC X(040) VALUE
               "NO SHIFTS CHOSEN - NO DEPOSIT MADE".
            05 WRK-MSG-TOOMANY        PIC X(040) VALUE
               "DEPOSIT FULL - REST GOES ON THE NEXT ONE".
            05 WRK-MSG-DEPOSITED      PIC X(040) VALUE
               "DEPOSIT FILED - SEE DEPSLIP.TXT".
            05 WRK-MSG-NOTSAVED       PIC X(040) VALUE
               "ERROR WHILE SAVING DEPOSIT".
            05 WRK-MSG-NOSTMT         PIC X(040) VALUE
               "NO BANK STATEMENT FILE".
            05 WRK-MSG-LOADED         PIC X(040) VALUE
               "STATEMENT MATCHED - SEE DEPRECN.TXT".
            05 WRK-MSG-PROCEED        PIC X(040) VALUE
               "DO YOU WANT TO PROCEED (Y/N)?".
            05 WRK-MSG-INCLUDE        PIC X(040) VALUE
               "INCLUDE THIS SHIFT (Y/N)?".
            05 WRK-MSG-PRESSKEY       PIC X(040) VALUE
               "PRESS ANY KEY".

      *---------------------------- MATCH RESULTS
       01 WRK-RESULTS.
            05 WRK-RES-MATCHED        PIC X(016) VALUE
               "MATCHED".
            05 WRK-RES-DIFFERS        PIC X(016) VALUE
               "SHORT/OVER".
            05 WRK-RES-NODEPOSIT      PIC X(016) VALUE
               "NO DEPOSIT".
            05 WRK-RES-ALREADY        PIC X(016) VALUE
               "ALREADY MATCHED".
            05 WRK-RES-MISSING        PIC X(016) VALUE
               "NOT ON STATEMENT".

      *---------------------------- FILE
       77 SHIFTS-STATUS               PIC 9(002) VALUE ZEROS.
       77 WRK-SHIFTS-PATH             PIC X(060) VALUE SPACES.
       77 SHIFTCNT-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-SHIFTCNT-PATH           PIC X(060) VALUE SPACES.
       77 DEPOSITS-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-DEPOSITS-PATH           PIC X(060) VALUE SPACES.
       77 BANK-STATEMENT-STATUS       PIC 9(002) VALUE ZEROS.
       77 DEPOSIT-SLIP-STATUS         PIC 9(002) VALUE ZEROS.
       77 DEPOSIT-REPORT-STATUS       PIC 9(002) VALUE ZEROS.

      *---------------------------- OPERATOR
       77 WRK-OPERATOR                PIC X(008) VALUE SPACES.

      *---------------------------- DENOMINATIONS (SAME ORDER AS SHIFT)
       01 WRK-DENOM-VALUES.
            05 FILLER                 PIC X(007) VALUE "0010000".
            05 FILLER                 PIC X(007) VALUE "0005000".
            05 FILLER                 PIC X(007) VALUE "0002000".
            05 FILLER                 PIC X(007) VALUE "0001000".
            05 FILLER                 PIC X(007) VALUE "0000500".
            05 FILLER                 PIC X(007) VALUE "0000200".
            05 FILLER                 PIC X(007) VALUE "0000100".
            05 FILLER                 PIC X(007) VALUE "0000050".
            05 FILLER                 PIC X(007) VALUE "0000020".
            05 FILLER                 PIC X(007) VALUE "0000010".
            05 FILLER                 PIC X(007) VALUE "0000005".
            05 FILLER                 PIC X(007) VALUE "0000002".
            05 FILLER                 PIC X(007) VALUE "0000001".
       01 WRK-DENOM-TABLE REDEFINES WRK-DENOM-VALUES.
            05 WRK-DENOM-VALUE        PIC 9(005)V99 OCCURS 13 TIMES.

       01 WRK-DENOM-TOTALS.
            05 WRK-DENOM-QTY          PIC 9(007) OCCURS 13 TIMES.
       77 WRK-DENOM-IDX               PIC 9(002) VALUE ZEROS.
       77 WRK-DENOM-AMOUNT            PIC 9(007)V99 VALUE ZEROS.

      *---------------------------- SHIFTS GOING ON THIS DEPOSIT
       77 WRK-DEP-MAX                 PIC 9(003) VALUE 50.
       77 WRK-DEP-QTY                 PIC 9(003) VALUE ZEROS.
       77 WRK-DEP-IDX                 PIC 9(003) VALUE ZEROS.
       77 WRK-SEEN-QTY                PIC 9(003) VALUE ZEROS.
       01 WRK-DEP-TABLE.
            05 WRK-DEP-ENTRY OCCURS 50 TIMES.
                10 WRK-DEP-SHIFT      PIC 9(005).
                10 WRK-DEP-OPERATOR   PIC X(008).
                10 WRK-DEP-CLOSE-DATE PIC 9(008).
                10 WRK-DEP-COUNTED    PIC 9(005)V99.
                10 WRK-DEP-FLOAT      PIC 9(005)V99.
                10 WRK-DEP-CASH       PIC 9(005)V99.
                10 WRK-DEP-ON-FILE    PIC X(001).

       77 WRK-DEP-TOTAL               PIC 9(007)V99 VALUE ZEROS.
       77 WRK-FLOAT-TOTAL             PIC 9(007)V99 VALUE ZEROS.
       77 WRK-COUNTED-TOTAL           PIC 9(007)V99 VALUE ZEROS.
       77 WRK-DEP-NUMBER              PIC 9(005) VALUE ZEROS.

      *---------------------------- STATEMENT LINE BEING MATCHED
       77 WRK-STM-DATE                PIC 9(008) VALUE ZEROS.
       77 WRK-STM-SLIP                PIC 9(005) VALUE ZEROS.
       77 WRK-STM-AMOUNT              PIC 9(007)V99 VALUE ZEROS.
       77 WRK-STM-REF                 PIC X(020) VALUE SPACES.
       77 WRK-STM-RESULT              PIC X(016) VALUE SPACES.
       77 WRK-STM-LAST-DATE           PIC 9(008) VALUE ZEROS.
       77 WRK-FOUND-FLAG              PIC X(001) VALUE "N".
       77 WRK-AGE-DAYS                PIC 9(005) VALUE ZEROS.
       77 WRK-DIFF                    PIC S9(007)V99 VALUE ZEROS.
       77 WRK-DIFF-DISP               PIC +9(007),99 VALUE ZEROS.
       77 WRK-AMT-DISP                PIC 9(007),99 VALUE ZEROS.

      *---------------------------- RUN COUNTERS
       77 WRK-QTY-MATCHED             PIC 9(005) VALUE ZEROS.
       77 WRK-QTY-DIFFERS             PIC 9(005) VALUE ZEROS.
       77 WRK-QTY-NODEPOSIT           PIC 9(005) VALUE ZEROS.
       77 WRK-QTY-MISSING             PIC 9(005) VALUE ZEROS.

      *---------------------------- KEY/COUNT CONTROL SUBPROGRAM
       01 WRK-CTL-REC.
            05 WRK-CTL-ACTION         PIC X(001).
            05 WRK-CTL-NAME           PIC X(012).
            05 WRK-CTL-NEXT-KEY       PIC 9(005).
            05 WRK-CTL-COUNT          PIC 9(005).
            05 WRK-CTL-RESULT         PIC X(001).

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
                10 LINE 08 COLUMN 05
                   VALUE "(P)REPARE, (B)ANK FILE, (K)EY LINE, (L)IST".
                10 COLUMN PLUS 1
                   VALUE "OR (X) EXIT: ".
                10 COLUMN PLUS 2      PIC X(001)
                   USING WRK-MAINT-MODE.

      *---------------------------- KEYED STATEMENT LINE SCREEN
       01 STMT-SCREEN.
            05 STMT-ENTRY FOREGROUND-COLOR 2.
                10 LINE 10 COLUMN 10 VALUE "VALUE DATE (YYYYMMDD): ".
                10 COLUMN PLUS 2      PIC 9(008) USING WRK-STM-DATE.
                10 LINE 11 COLUMN 10 VALUE "SLIP NUMBER (0=NONE) : ".
                10 COLUMN PLUS 2      PIC 9(005) USING WRK-STM-SLIP.
                10 LINE 12 COLUMN 10 VALUE "AMOUNT CREDITED      : ".
                10 COLUMN PLUS 2      PIC 9(007)V99
                   USING WRK-STM-AMOUNT.
                10 LINE 13 COLUMN 10 VALUE "BANK REFERENCE       : ".
                10 COLUMN PLUS 2      PIC X(020) USING WRK-STM-REF.

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
            MOVE SPACES TO WRK-SHIFTS-PATH.
            ACCEPT WRK-SHIFTS-PATH FROM ENVIRONMENT "SHIFTSDAT".
            IF WRK-SHIFTS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\SHIFTS.DAT"
                   TO WRK-SHIFTS-PATH
            END-IF.

            MOVE SPACES TO WRK-SHIFTCNT-PATH.
            ACCEPT WRK-SHIFTCNT-PATH FROM ENVIRONMENT "SHIFTCNTDAT".
            IF WRK-SHIFTCNT-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\SHIFTCNT.DAT"
                   TO WRK-SHIFTCNT-PATH
            END-IF.

            MOVE SPACES TO WRK-DEPOSITS-PATH.
            ACCEPT WRK-DEPOSITS-PATH FROM ENVIRONMENT "DEPOSITSDAT".
            IF WRK-DEPOSITS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\DEPOSITS.DAT"
                   TO WRK-DEPOSITS-PATH
            END-IF.

       0197-SET-OPERATOR       SECTION.
            MOVE SPACES TO WRK-OPERATOR.
            ACCEPT WRK-OPERATOR FROM ENVIRONMENT "OPERATORID".
            IF WRK-OPERATOR = SPACES
                MOVE "COUNTER" TO WRK-OPERATOR
            END-IF.

       0200-INITIALIZE         SECTION.
            PERFORM 0195-SET-FILE-PATHS.
            PERFORM 0197-SET-OPERATOR.

            OPEN I-O SHIFTCNT.
            IF SHIFTCNT-STATUS = 35
                OPEN OUTPUT SHIFTCNT
                CLOSE SHIFTCNT
                OPEN I-O SHIFTCNT
            END-IF.

            OPEN I-O DEPOSITS.
            IF DEPOSITS-STATUS = 35
                OPEN OUTPUT DEPOSITS
                CLOSE DEPOSITS
                OPEN I-O DEPOSITS
            END-IF.
            PERFORM 0210-VERIFICATION.

            OPEN INPUT SHIFTS.

       0210-VERIFICATION       SECTION.
            EVALUATE DEPOSITS-STATUS
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
            DISPLAY CLEANER-SCREEN.
            DISPLAY MODE-SCREEN.
            ACCEPT MODE-ENTRY.

            EVALUATE TRUE
              WHEN WRK-MAINT-MODE = "P" OR WRK-MAINT-MODE = "p"
                PERFORM 0310-PREPARE-DEPOSIT
              WHEN WRK-MAINT-MODE = "B" OR WRK-MAINT-MODE = "b"
                PERFORM 0350-LOAD-STATEMENT
              WHEN WRK-MAINT-MODE = "K" OR WRK-MAINT-MODE = "k"
                PERFORM 0365-KEY-STATEMENT
              WHEN WRK-MAINT-MODE = "L" OR WRK-MAINT-MODE = "l"
                PERFORM 0380-LIST-DEPOSITS
              WHEN WRK-MAINT-MODE = "X" OR WRK-MAINT-MODE = "x"
                CONTINUE
              WHEN OTHER
                MOVE WRK-MSG-BADMODE TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-EVALUATE.

      *      EVERY CLOSED SHIFT NOT YET ON A DEPOSIT IS OFFERED IN
      *      TURN. A SHIFT CLOSED BEFORE DRAWERS WERE COUNTED BY
      *      DENOMINATION HAS NO COUNT RECORD - ITS COUNTED TOTAL
      *      AND FLOAT COME FROM THE SHIFT RECORD INSTEAD.
       0310-PREPARE-DEPOSIT    SECTION.
            MOVE ZEROS TO WRK-DEP-QTY WRK-SEEN-QTY WRK-DEP-TOTAL
               WRK-FLOAT-TOTAL WRK-COUNTED-TOTAL WRK-DENOM-TOTALS.
            MOVE ZEROS TO SHIFT-ID.

            START SHIFTS KEY IS GREATER THAN SHIFT-ID
               INVALID KEY
                   MOVE 10 TO SHIFTS-STATUS
               NOT INVALID KEY
                   MOVE 0 TO SHIFTS-STATUS
            END-START.

            PERFORM UNTIL SHIFTS-STATUS = 10
               READ SHIFTS NEXT
                  AT END
                      MOVE 10 TO SHIFTS-STATUS
                  NOT AT END
                      IF SHIFT-SESSION-CLOSED
                          PERFORM 0315-OFFER-SHIFT
                      END-IF
               END-READ
            END-PERFORM.

            EVALUATE TRUE
              WHEN WRK-SEEN-QTY = ZEROS
                MOVE WRK-MSG-NOSHIFTS TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
              WHEN WRK-DEP-QTY = ZEROS
                MOVE WRK-MSG-NONECHOSEN TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
              WHEN OTHER
                DISPLAY CLEANER-SCREEN
                DISPLAY "SHIFTS"        LINE 10 COLUMN 10
                DISPLAY WRK-DEP-QTY     LINE 10 COLUMN 28
                DISPLAY "LESS FLOATS"   LINE 11 COLUMN 10
                MOVE WRK-FLOAT-TOTAL TO WRK-AMT-DISP
                DISPLAY WRK-AMT-DISP    LINE 11 COLUMN 28
                DISPLAY "TO DEPOSIT"    LINE 12 COLUMN 10
                MOVE WRK-DEP-TOTAL TO WRK-AMT-DISP
                DISPLAY WRK-AMT-DISP    LINE 12 COLUMN 28
                DISPLAY WRK-MSG-PROCEED LINE 15 COLUMN 10
                   BACKGROUND-COLOR 3
                ACCEPT WRK-KEY LINE 15 COLUMN 41
                   BACKGROUND-COLOR 3
                IF WRK-KEY = "Y" OR WRK-KEY = "y"
                    PERFORM 0320-FILE-DEPOSIT
                END-IF
                MOVE SPACES TO WRK-KEY
            END-EVALUATE.

       0315-OFFER-SHIFT        SECTION.
            MOVE SHIFT-ID TO CNT-SHIFT-ID.
            READ SHIFTCNT
               INVALID KEY
                   MOVE SHIFT-ID         TO CNT-SHIFT-ID
                   MOVE SHIFT-CLOSE-DATE TO CNT-CLOSE-DATE
                   MOVE ZEROS            TO CNT-DEPOSIT-NUMBER
                   MOVE SHIFT-COUNTED    TO CNT-COUNTED
                   MOVE SHIFT-FLOAT      TO CNT-FLOAT-KEPT
                   PERFORM VARYING WRK-DENOM-IDX FROM 1 BY 1
                         UNTIL WRK-DENOM-IDX > 13
                      MOVE ZEROS TO CNT-QTY(WRK-DENOM-IDX)
                   END-PERFORM
                   MOVE "N" TO WRK-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WRK-FOUND-FLAG
            END-READ.

            IF CNT-DEPOSIT-NUMBER = ZEROS
                ADD 1 TO WRK-SEEN-QTY
                IF WRK-DEP-QTY NOT < WRK-DEP-MAX
                    MOVE WRK-MSG-TOOMANY TO WRK-ERROR-MSG
                    PERFORM 9000-MANAGE-ERROR
                    MOVE 10 TO SHIFTS-STATUS
                ELSE
                    DISPLAY CLEANER-SCREEN
                    DISPLAY "SHIFT"          LINE 10 COLUMN 10
                    DISPLAY SHIFT-ID         LINE 10 COLUMN 28
                    DISPLAY SHIFT-OPERATOR   LINE 10 COLUMN 35
                    DISPLAY "CLOSED"         LINE 11 COLUMN 10
                    DISPLAY SHIFT-CLOSE-DATE LINE 11 COLUMN 28
                    DISPLAY "COUNTED"        LINE 12 COLUMN 10
                    MOVE CNT-COUNTED TO WRK-AMT-DISP
                    DISPLAY WRK-AMT-DISP     LINE 12 COLUMN 28
                    DISPLAY "FLOAT KEPT"     LINE 13 COLUMN 10
                    MOVE CNT-FLOAT-KEPT TO WRK-AMT-DISP
                    DISPLAY WRK-AMT-DISP     LINE 13 COLUMN 28
                    DISPLAY WRK-MSG-INCLUDE  LINE 15 COLUMN 10
                       BACKGROUND-COLOR 3
                    ACCEPT WRK-KEY LINE 15 COLUMN 41
                       BACKGROUND-COLOR 3
                    IF WRK-KEY = "Y" OR WRK-KEY = "y"
                        PERFORM 0318-ADD-SHIFT
                    END-IF
                    MOVE SPACES TO WRK-KEY
                END-IF
            END-IF.

       0318-ADD-SHIFT          SECTION.
            ADD 1 TO WRK-DEP-QTY.
            MOVE WRK-DEP-QTY TO WRK-DEP-IDX.
            MOVE SHIFT-ID       TO WRK-DEP-SHIFT(WRK-DEP-IDX).
            MOVE SHIFT-OPERATOR TO WRK-DEP-OPERATOR(WRK-DEP-IDX).
            MOVE SHIFT-CLOSE-DATE TO WRK-DEP-CLOSE-DATE(WRK-DEP-IDX).
            MOVE CNT-COUNTED    TO WRK-DEP-COUNTED(WRK-DEP-IDX).
            MOVE CNT-FLOAT-KEPT TO WRK-DEP-FLOAT(WRK-DEP-IDX).
            MOVE WRK-FOUND-FLAG TO WRK-DEP-ON-FILE(WRK-DEP-IDX).
            IF CNT-COUNTED > CNT-FLOAT-KEPT
                COMPUTE WRK-DEP-CASH(WRK-DEP-IDX) =
                   CNT-COUNTED - CNT-FLOAT-KEPT
            ELSE
                MOVE ZEROS TO WRK-DEP-CASH(WRK-DEP-IDX)
            END-IF.

            ADD WRK-DEP-CASH(WRK-DEP-IDX) TO WRK-DEP-TOTAL.
            ADD CNT-COUNTED TO WRK-COUNTED-TOTAL.
            COMPUTE WRK-FLOAT-TOTAL = WRK-COUNTED-TOTAL
               - WRK-DEP-TOTAL.
            PERFORM VARYING WRK-DENOM-IDX FROM 1 BY 1
                  UNTIL WRK-DENOM-IDX > 13
               ADD CNT-QTY(WRK-DENOM-IDX)
                  TO WRK-DENOM-QTY(WRK-DENOM-IDX)
            END-PERFORM.

      *      THE DEPOSIT NUMBER COMES FROM CONTROL.DAT ("DEPOSITS");
      *      EACH SHIFT ON IT IS STAMPED WITH THE NUMBER SO IT IS
      *      NEVER OFFERED AGAIN.
       0320-FILE-DEPOSIT       SECTION.
            MOVE "N"        TO WRK-CTL-ACTION.
            MOVE "DEPOSITS" TO WRK-CTL-NAME.
            MOVE ZEROS      TO WRK-CTL-NEXT-KEY WRK-CTL-COUNT.
            CALL "KEYCTL" USING WRK-CTL-REC.

            IF WRK-CTL-RESULT NOT = "Y"
                MOVE "I"        TO WRK-CTL-ACTION
                MOVE "DEPOSITS" TO WRK-CTL-NAME
                MOVE 1          TO WRK-CTL-NEXT-KEY
                MOVE ZEROS      TO WRK-CTL-COUNT
                CALL "KEYCTL" USING WRK-CTL-REC
                MOVE "N"        TO WRK-CTL-ACTION
                MOVE "DEPOSITS" TO WRK-CTL-NAME
                MOVE ZEROS      TO WRK-CTL-NEXT-KEY WRK-CTL-COUNT
                CALL "KEYCTL" USING WRK-CTL-REC
            END-IF.
            MOVE WRK-CTL-NEXT-KEY TO WRK-DEP-NUMBER.

            MOVE SPACES TO DEPOSITS-REG.
            MOVE WRK-DEP-NUMBER TO DEP-NUMBER.
            ACCEPT DEP-DATE FROM DATE YYYYMMDD.
            ACCEPT DEP-TIME FROM TIME.
            MOVE WRK-OPERATOR   TO DEP-OPERATOR.
            MOVE WRK-DEP-QTY    TO DEP-SHIFT-QTY.
            MOVE WRK-DEP-TOTAL  TO DEP-AMOUNT.
            MOVE "P"            TO DEP-STATUS-FLAG.
            MOVE ZEROS TO DEP-BANK-DATE DEP-BANK-AMOUNT.

            WRITE DEPOSITS-REG
               INVALID KEY
                   MOVE WRK-MSG-NOTSAVED TO WRK-ERROR-MSG
               NOT INVALID KEY
                   PERFORM 0325-STAMP-SHIFTS
                   PERFORM 0330-WRITE-SLIP
                   MOVE WRK-MSG-DEPOSITED TO WRK-ERROR-MSG
            END-WRITE.
            PERFORM 9000-MANAGE-ERROR.

       0325-STAMP-SHIFTS       SECTION.
            PERFORM VARYING WRK-DEP-IDX FROM 1 BY 1
                  UNTIL WRK-DEP-IDX > WRK-DEP-QTY
               MOVE WRK-DEP-SHIFT(WRK-DEP-IDX) TO CNT-SHIFT-ID
               IF WRK-DEP-ON-FILE(WRK-DEP-IDX) = "Y"
                   READ SHIFTCNT
                      NOT INVALID KEY
                          MOVE WRK-DEP-NUMBER TO CNT-DEPOSIT-NUMBER
                          REWRITE SHIFTCNT-REG
                   END-READ
               ELSE
                   MOVE WRK-DEP-CLOSE-DATE(WRK-DEP-IDX)
                      TO CNT-CLOSE-DATE
                   PERFORM VARYING WRK-DENOM-IDX FROM 1 BY 1
                         UNTIL WRK-DENOM-IDX > 13
                      MOVE ZEROS TO CNT-QTY(WRK-DENOM-IDX)
                   END-PERFORM
                   MOVE WRK-DEP-COUNTED(WRK-DEP-IDX) TO CNT-COUNTED
                   MOVE WRK-DEP-FLOAT(WRK-DEP-IDX) TO CNT-FLOAT-KEPT
                   MOVE WRK-DEP-NUMBER TO CNT-DEPOSIT-NUMBER
                   WRITE SHIFTCNT-REG
                      INVALID KEY
                          CONTINUE
                   END-WRITE
               END-IF
            END-PERFORM.

      *      THE SLIP CARRIES THE DEPOSIT NUMBER FOR THE BANK TO
      *      QUOTE BACK, THE SHIFTS BEHIND IT, THE NOTES AND COINS
      *      COUNTED ACROSS THOSE DRAWERS AND THE FLOATS KEPT BACK.
       0330-WRITE-SLIP         SECTION.
            OPEN EXTEND DEPOSIT-SLIP.
            IF DEPOSIT-SLIP-STATUS = 35
                OPEN OUTPUT DEPOSIT-SLIP
            END-IF.

            MOVE SPACES TO DEPOSIT-SLIP-REG.
            MOVE "BANK DEPOSIT SLIP" TO DEPOSIT-SLIP-DATA(001:17).
            MOVE DEP-NUMBER          TO DEPOSIT-SLIP-DATA(019:05).
            MOVE DEP-DATE            TO DEPOSIT-SLIP-DATA(026:08).
            MOVE DEP-OPERATOR        TO DEPOSIT-SLIP-DATA(036:08).
            WRITE DEPOSIT-SLIP-REG.

            MOVE SPACES TO DEPOSIT-SLIP-REG.
            MOVE "---------------------------------"
               TO DEPOSIT-SLIP-DATA.
            WRITE DEPOSIT-SLIP-REG.

            PERFORM VARYING WRK-DEP-IDX FROM 1 BY 1
                  UNTIL WRK-DEP-IDX > WRK-DEP-QTY
               MOVE SPACES TO DEPOSIT-SLIP-REG
               MOVE "SHIFT"   TO DEPOSIT-SLIP-DATA(001:05)
               MOVE WRK-DEP-SHIFT(WRK-DEP-IDX)
                  TO DEPOSIT-SLIP-DATA(007:05)
               MOVE WRK-DEP-OPERATOR(WRK-DEP-IDX)
                  TO DEPOSIT-SLIP-DATA(013:08)
               MOVE WRK-DEP-COUNTED(WRK-DEP-IDX) TO WRK-AMT-DISP
               MOVE WRK-AMT-DISP TO DEPOSIT-SLIP-DATA(022:10)
               MOVE WRK-DEP-FLOAT(WRK-DEP-IDX) TO WRK-AMT-DISP
               MOVE WRK-AMT-DISP TO DEPOSIT-SLIP-DATA(033:10)
               MOVE WRK-DEP-CASH(WRK-DEP-IDX) TO WRK-AMT-DISP
               MOVE WRK-AMT-DISP TO DEPOSIT-SLIP-DATA(044:10)
               WRITE DEPOSIT-SLIP-REG
            END-PERFORM.

            MOVE SPACES TO DEPOSIT-SLIP-REG.
            WRITE DEPOSIT-SLIP-REG.

            PERFORM VARYING WRK-DENOM-IDX FROM 1 BY 1
                  UNTIL WRK-DENOM-IDX > 13
               IF WRK-DENOM-QTY(WRK-DENOM-IDX) > ZEROS
                   MOVE SPACES TO DEPOSIT-SLIP-REG
                   MOVE WRK-DENOM-VALUE(WRK-DENOM-IDX) TO WRK-AMT-DISP
                   MOVE WRK-AMT-DISP TO DEPOSIT-SLIP-DATA(001:10)
                   MOVE "X"          TO DEPOSIT-SLIP-DATA(012:01)
                   MOVE WRK-DENOM-QTY(WRK-DENOM-IDX)
                      TO DEPOSIT-SLIP-DATA(014:07)
                   COMPUTE WRK-DENOM-AMOUNT =
                      WRK-DENOM-QTY(WRK-DENOM-IDX)
                      * WRK-DENOM-VALUE(WRK-DENOM-IDX)
                   MOVE WRK-DENOM-AMOUNT TO WRK-AMT-DISP
                   MOVE WRK-AMT-DISP TO DEPOSIT-SLIP-DATA(022:10)
                   WRITE DEPOSIT-SLIP-REG
               END-IF
            END-PERFORM.

            MOVE SPACES TO DEPOSIT-SLIP-REG.
            MOVE "DRAWERS COUNTED"   TO DEPOSIT-SLIP-DATA(001:20).
            MOVE WRK-COUNTED-TOTAL   TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP        TO DEPOSIT-SLIP-DATA(022:10).
            WRITE DEPOSIT-SLIP-REG.

            MOVE SPACES TO DEPOSIT-SLIP-REG.
            MOVE "LESS FLOATS KEPT"  TO DEPOSIT-SLIP-DATA(001:20).
            MOVE WRK-FLOAT-TOTAL     TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP        TO DEPOSIT-SLIP-DATA(022:10).
            WRITE DEPOSIT-SLIP-REG.

            MOVE SPACES TO DEPOSIT-SLIP-REG.
            MOVE "TOTAL DEPOSITED"   TO DEPOSIT-SLIP-DATA(001:20).
            MOVE WRK-DEP-TOTAL       TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP        TO DEPOSIT-SLIP-DATA(022:10).
            WRITE DEPOSIT-SLIP-REG.

            MOVE SPACES TO DEPOSIT-SLIP-REG.
            WRITE DEPOSIT-SLIP-REG.

            CLOSE DEPOSIT-SLIP.

      *      A STATEMENT FILE RUN: DEBIT LINES ARE NOT DEPOSITS AND
      *      ARE SKIPPED. AFTER THE LINES, EVERY DEPOSIT STILL
      *      PENDING IS LISTED AS NOT ON THE STATEMENT WITH ITS AGE.
       0350-LOAD-STATEMENT     SECTION.
            MOVE ZEROS TO WRK-QTY-MATCHED WRK-QTY-DIFFERS
               WRK-QTY-NODEPOSIT WRK-QTY-MISSING WRK-STM-LAST-DATE.

            OPEN INPUT BANK-STATEMENT.
            IF BANK-STATEMENT-STATUS NOT = ZEROS
                MOVE WRK-MSG-NOSTMT TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                OPEN OUTPUT DEPOSIT-REPORT
                MOVE SPACES TO DEPOSIT-REPORT-REG
                MOVE "BANK DEPOSIT MATCHING"
                   TO DEPOSIT-REPORT-DATA
                WRITE DEPOSIT-REPORT-REG
                MOVE SPACES TO DEPOSIT-REPORT-REG
                MOVE "---------------------------------"
                   TO DEPOSIT-REPORT-DATA
                WRITE DEPOSIT-REPORT-REG

                PERFORM UNTIL BANK-STATEMENT-STATUS = 10
                   READ BANK-STATEMENT
                      AT END
                          MOVE 10 TO BANK-STATEMENT-STATUS
                      NOT AT END
                          IF NOT STMT-DEBIT AND STMT-DATE IS NUMERIC
                              MOVE STMT-DATE      TO WRK-STM-DATE
                              MOVE STMT-SLIP      TO WRK-STM-SLIP
                              MOVE STMT-AMOUNT    TO WRK-STM-AMOUNT
                              MOVE STMT-REFERENCE TO WRK-STM-REF
                              PERFORM 0360-MATCH-LINE
                              PERFORM 0370-REPORT-LINE
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE BANK-STATEMENT

                PERFORM 0375-REPORT-MISSING
                CLOSE DEPOSIT-REPORT
                CALL "RPTFILE" USING WRK-RPTFILE-REC
                PERFORM 0378-SHOW-TOTALS
                MOVE WRK-MSG-LOADED TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-IF.

      *      A LINE QUOTING A SLIP NUMBER GOES TO THAT DEPOSIT; ONE
      *      THAT QUOTES NONE TAKES THE OLDEST PENDING DEPOSIT OF
      *      THE SAME AMOUNT MADE ON OR BEFORE THE VALUE DATE.
       0360-MATCH-LINE         SECTION.
            MOVE "N" TO WRK-FOUND-FLAG.
            MOVE WRK-RES-NODEPOSIT TO WRK-STM-RESULT.
            IF WRK-STM-DATE > WRK-STM-LAST-DATE
                MOVE WRK-STM-DATE TO WRK-STM-LAST-DATE
            END-IF.

            IF WRK-STM-SLIP > ZEROS
                MOVE WRK-STM-SLIP TO DEP-NUMBER
                READ DEPOSITS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEP-PENDING
                           MOVE "Y" TO WRK-FOUND-FLAG
                       ELSE
                           MOVE WRK-RES-ALREADY TO WRK-STM-RESULT
                       END-IF
                END-READ
            ELSE
                MOVE ZEROS TO DEP-NUMBER
                START DEPOSITS KEY IS GREATER THAN DEP-NUMBER
                   INVALID KEY
                       MOVE 10 TO DEPOSITS-STATUS
                   NOT INVALID KEY
                       MOVE 0 TO DEPOSITS-STATUS
                END-START
                PERFORM UNTIL DEPOSITS-STATUS = 10
                   READ DEPOSITS NEXT
                      AT END
                          MOVE 10 TO DEPOSITS-STATUS
                      NOT AT END
                          IF DEP-PENDING
                                AND DEP-AMOUNT = WRK-STM-AMOUNT
                                AND DEP-DATE NOT > WRK-STM-DATE
                              MOVE "Y" TO WRK-FOUND-FLAG
                              MOVE 10 TO DEPOSITS-STATUS
                          END-IF
                   END-READ
                END-PERFORM
            END-IF.

            IF WRK-FOUND-FLAG = "Y"
                MOVE WRK-STM-DATE   TO DEP-BANK-DATE
                MOVE WRK-STM-AMOUNT TO DEP-BANK-AMOUNT
                MOVE WRK-STM-REF    TO DEP-BANK-REF
                IF DEP-AMOUNT = WRK-STM-AMOUNT
                    MOVE "M" TO DEP-STATUS-FLAG
                    MOVE WRK-RES-MATCHED TO WRK-STM-RESULT
                    ADD 1 TO WRK-QTY-MATCHED
                ELSE
                    MOVE "S" TO DEP-STATUS-FLAG
                    MOVE WRK-RES-DIFFERS TO WRK-STM-RESULT
                    ADD 1 TO WRK-QTY-DIFFERS
                END-IF
                REWRITE DEPOSITS-REG
                   INVALID KEY
                       MOVE WRK-MSG-NOTSAVED TO WRK-ERROR-MSG
                       PERFORM 9000-MANAGE-ERROR
                END-REWRITE
            ELSE
                ADD 1 TO WRK-QTY-NODEPOSIT
                MOVE ZEROS TO DEP-NUMBER DEP-AMOUNT
            END-IF.

      *      RESULT, STATEMENT DATE, SLIP QUOTED, AMOUNT CREDITED,
      *      DEPOSIT MATCHED AND THE DIFFERENCE (BANK LESS OURS).
       0370-REPORT-LINE        SECTION.
            MOVE SPACES TO DEPOSIT-REPORT-REG.
            MOVE WRK-STM-RESULT  TO DEPOSIT-REPORT-DATA(001:16).
            MOVE WRK-STM-DATE    TO DEPOSIT-REPORT-DATA(018:08).
            MOVE WRK-STM-SLIP    TO DEPOSIT-REPORT-DATA(027:05).
            MOVE WRK-STM-AMOUNT  TO WRK-AMT-DISP.
            MOVE WRK-AMT-DISP    TO DEPOSIT-REPORT-DATA(033:10).
            IF WRK-FOUND-FLAG = "Y"
                MOVE DEP-NUMBER  TO DEPOSIT-REPORT-DATA(044:05)
                COMPUTE WRK-DIFF = WRK-STM-AMOUNT - DEP-AMOUNT
                MOVE WRK-DIFF    TO WRK-DIFF-DISP
                MOVE WRK-DIFF-DISP TO DEPOSIT-REPORT-DATA(050:11)
            END-IF.
            MOVE WRK-STM-REF(1:18) TO DEPOSIT-REPORT-DATA(062:18).
            WRITE DEPOSIT-REPORT-REG.

       0375-REPORT-MISSING     SECTION.
            MOVE ZEROS TO DEP-NUMBER.
            START DEPOSITS KEY IS GREATER THAN DEP-NUMBER
               INVALID KEY
                   MOVE 10 TO DEPOSITS-STATUS
               NOT INVALID KEY
                   MOVE 0 TO DEPOSITS-STATUS
            END-START.

            PERFORM UNTIL DEPOSITS-STATUS = 10
               READ DEPOSITS NEXT
                  AT END
                      MOVE 10 TO DEPOSITS-STATUS
                  NOT AT END
                      IF DEP-PENDING
                          ADD 1 TO WRK-QTY-MISSING
                          MOVE ZEROS TO WRK-AGE-DAYS
                          IF WRK-STM-LAST-DATE > DEP-DATE
                              COMPUTE WRK-AGE-DAYS =
                                 FUNCTION INTEGER-OF-DATE
                                    (WRK-STM-LAST-DATE)
                                 - FUNCTION INTEGER-OF-DATE(DEP-DATE)
                          END-IF
                          MOVE SPACES TO DEPOSIT-REPORT-REG
                          MOVE WRK-RES-MISSING
                             TO DEPOSIT-REPORT-DATA(001:16)
                          MOVE DEP-DATE TO DEPOSIT-REPORT-DATA(018:08)
                          MOVE DEP-AMOUNT TO WRK-AMT-DISP
                          MOVE WRK-AMT-DISP
                             TO DEPOSIT-REPORT-DATA(033:10)
                          MOVE DEP-NUMBER
                             TO DEPOSIT-REPORT-DATA(044:05)
                          MOVE "DAYS"   TO DEPOSIT-REPORT-DATA(050:04)
                          MOVE WRK-AGE-DAYS
                             TO DEPOSIT-REPORT-DATA(055:05)
                          WRITE DEPOSIT-REPORT-REG
                      END-IF
               END-READ
            END-PERFORM.

            MOVE SPACES TO DEPOSIT-REPORT-REG.
            WRITE DEPOSIT-REPORT-REG.

            MOVE SPACES TO DEPOSIT-REPORT-REG.
            MOVE WRK-RES-MATCHED   TO DEPOSIT-REPORT-DATA(001:16).
            MOVE WRK-QTY-MATCHED   TO DEPOSIT-REPORT-DATA(018:05).
            WRITE DEPOSIT-REPORT-REG.

            MOVE SPACES TO DEPOSIT-REPORT-REG.
            MOVE WRK-RES-DIFFERS   TO DEPOSIT-REPORT-DATA(001:16).
            MOVE WRK-QTY-DIFFERS   TO DEPOSIT-REPORT-DATA(018:05).
            WRITE DEPOSIT-REPORT-REG.

            MOVE SPACES TO DEPOSIT-REPORT-REG.
            MOVE WRK-RES-NODEPOSIT TO DEPOSIT-REPORT-DATA(001:16).
            MOVE WRK-QTY-NODEPOSIT TO DEPOSIT-REPORT-DATA(018:05).
            WRITE DEPOSIT-REPORT-REG.

            MOVE SPACES TO DEPOSIT-REPORT-REG.
            MOVE WRK-RES-MISSING   TO DEPOSIT-REPORT-DATA(001:16).
            MOVE WRK-QTY-MISSING   TO DEPOSIT-REPORT-DATA(018:05).
            WRITE DEPOSIT-REPORT-REG.

       0378-SHOW-TOTALS        SECTION.
            DISPLAY CLEANER-SCREEN.
            MOVE 10 TO WRK-LINE.
            DISPLAY WRK-RES-MATCHED   LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-QTY-MATCHED   LINE WRK-LINE COLUMN 28.
            ADD 1 TO WRK-LINE.
            DISPLAY WRK-RES-DIFFERS   LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-QTY-DIFFERS   LINE WRK-LINE COLUMN 28.
            ADD 1 TO WRK-LINE.
            DISPLAY WRK-RES-NODEPOSIT LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-QTY-NODEPOSIT LINE WRK-LINE COLUMN 28.
            ADD 1 TO WRK-LINE.
            DISPLAY WRK-RES-MISSING   LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-QTY-MISSING   LINE WRK-LINE COLUMN 28.

      *      ONE LINE KEYED FROM A PAPER STATEMENT - SAME MATCHING
      *      AS THE FILE; THE RESULT IS SHOWN RATHER THAN PRINTED.
       0365-KEY-STATEMENT      SECTION.
            MOVE ZEROS TO WRK-STM-DATE WRK-STM-SLIP WRK-STM-AMOUNT
               WRK-STM-LAST-DATE WRK-QTY-MATCHED WRK-QTY-DIFFERS
               WRK-QTY-NODEPOSIT.
            MOVE SPACES TO WRK-STM-REF.
            DISPLAY CLEANER-SCREEN.
            DISPLAY STMT-SCREEN.
            ACCEPT STMT-ENTRY.

            IF WRK-STM-AMOUNT > ZEROS
                PERFORM 0360-MATCH-LINE
                DISPLAY WRK-STM-RESULT LINE 15 COLUMN 10
                IF WRK-FOUND-FLAG = "Y"
                    DISPLAY "DEPOSIT"  LINE 15 COLUMN 28
                    DISPLAY DEP-NUMBER LINE 15 COLUMN 36
                END-IF
                DISPLAY WRK-MSG-PRESSKEY LINE 16 COLUMN 10
                ACCEPT WRK-KEY LINE 16 COLUMN 25
                MOVE SPACES TO WRK-KEY
            END-IF.

       0380-LIST-DEPOSITS      SECTION.
            DISPLAY CLEANER-SCREEN.
            MOVE 09 TO WRK-LINE.
            MOVE ZEROS TO DEP-NUMBER.

            START DEPOSITS KEY IS GREATER THAN DEP-NUMBER
               INVALID KEY
                   MOVE 10 TO DEPOSITS-STATUS
               NOT INVALID KEY
                   MOVE 0 TO DEPOSITS-STATUS
            END-START.

            PERFORM UNTIL DEPOSITS-STATUS = 10
               READ DEPOSITS NEXT
                  AT END
                      MOVE 10 TO DEPOSITS-STATUS
                  NOT AT END
                      ADD 1 TO WRK-LINE
                      DISPLAY DEP-NUMBER      LINE WRK-LINE COLUMN 05
                      DISPLAY DEP-DATE        LINE WRK-LINE COLUMN 12
                      MOVE DEP-AMOUNT TO WRK-AMT-DISP
                      DISPLAY WRK-AMT-DISP    LINE WRK-LINE COLUMN 22
                      DISPLAY DEP-STATUS-FLAG LINE WRK-LINE COLUMN 34
                      IF NOT DEP-PENDING
                          DISPLAY DEP-BANK-DATE
                             LINE WRK-LINE COLUMN 37
                          MOVE DEP-BANK-AMOUNT TO WRK-AMT-DISP
                          DISPLAY WRK-AMT-DISP
                             LINE WRK-LINE COLUMN 47
                      END-IF
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
            CLOSE SHIFTS.
            CLOSE SHIFTCNT.
            CLOSE DEPOSITS.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
            MOVE SPACES TO WRK-KEY.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
