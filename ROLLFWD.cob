       IDENTIFICATION          DIVISION.
       PROGRAM-ID. ROLLFWD.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: FORWARD RECOVERY FOR CUSTOMERS.DAT, RENTALS.DAT,
      *          COPIES.DAT AND HOLDS.DAT AFTER A LOST OR DAMAGED
      *          FILE. THE FOUR FILES ARE RELOADED FROM THE LAST
      *          SYSDUMP (.SEQ FILES AND SYSDUMP.CTL) AND THE
      *          RECOVERY JOURNAL RECJRNL WROTE SINCE THAT DUMP IS
      *          RE-APPLIED IN SEQUENCE, UP TO A STOP DATE AND TIME
      *          THE OPERATOR CHOOSES (ZERO = THE WHOLE JOURNAL).
      *
      *          ROLLFWD.TXT PROVES THE RESULT: FOR EACH FILE THE
      *          DUMP TOTALS, WHAT THE JOURNAL DID, THE COUNT AND
      *          MONEY THE FILE SHOULD NOW HOLD (DUMP PLUS JOURNAL)
      *          AND WHAT WAS ACTUALLY READ BACK - MATCH OR DIFFER -
      *          WITH EVERY EXCEPTION AND SEQUENCE GAP LISTED. MONEY
      *          IS COUNTED THE WAY SYSDUMP COUNTS IT: BALANCE PLUS
      *          CREDIT ON CUSTOMERS, CHARGED PRICE PLUS LATE FEE ON
      *          RENTALS, COUNTS ONLY ON COPIES AND HOLDS.
      *
      *          WHEN THE REPLAY STOPS SHORT OF THE END, THE FULL
      *          JOURNAL IS KEPT AS RECJRNL.OLD AND THE LIVE ONE IS
      *          CUT BACK TO THE STOP POINT, SO NEW WORK IS NEVER
      *          JOURNALLED BEHIND ROWS THAT WERE NOT APPLIED.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
            SELECT CUSTOMERS ASSIGN TO WRK-CUSTOMERS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS WRK-FILE-STATUS
            RECORD KEY IS CUSTOMER-KEY
            ALTERNATE RECORD KEY IS CUSTOMER-PHONE
               WITH DUPLICATES.

            SELECT RENTALS ASSIGN TO WRK-RENTALS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS WRK-FILE-STATUS
            RECORD KEY IS RENTAL-KEY
            ALTERNATE RECORD KEY IS RENTAL-MOVIES-KEY
               WITH DUPLICATES
            ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-KEY
               WITH DUPLICATES.

            SELECT COPIES ASSIGN TO WRK-COPIES-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS WRK-FILE-STATUS
            RECORD KEY IS COPY-ID.

            SELECT HOLDS ASSIGN TO WRK-HOLDS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS WRK-FILE-STATUS
            RECORD KEY IS HOLD-ID.

            SELECT LOAD-SEQ ASSIGN TO WRK-SEQ-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOAD-SEQ-STATUS.

      *      SELECT DUMP-CTL ASSIGN TO "./Data/SYSDUMP.CTL"
            SELECT DUMP-CTL ASSIGN TO
              "C:\Cobol\Project\Data\SYSDUMP.CTL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DUMP-CTL-STATUS.

      *      RECJRNL.TXT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      RECJRNLTXT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT REC-JOURNAL ASSIGN TO WRK-JOURNAL-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS JOURNAL-STATUS.

            SELECT JOURNAL-OLD ASSIGN TO WRK-JOURNAL-OLD-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS JOURNAL-OLD-STATUS.

      *      SELECT ROLL-REPORT ASSIGN TO "./Data/ROLLFWD.TXT"
            SELECT ROLL-REPORT ASSIGN TO
              "C:\Cobol\Project\Data\ROLLFWD.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ROLL-REPORT-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
       FD CUSTOMERS.
       01 CUSTOMERS-REG.
            05 CUSTOMER-KEY          PIC 9(005).
            05 CUSTOMER-NAME         PIC X(030).
            05 CUSTOMER-PHONE        PIC X(015).
            05 CUSTOMER-STATUS-FLAG  PIC X(001).
            05 CUSTOMER-BALANCE      PIC 9(005)V99.
            05 CUSTOMER-BIRTH-DATE   PIC 9(008).
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

      *---------------------------- PORTABLE DUMP INPUT
       FD LOAD-SEQ.
       01 LOAD-SEQ-REG.
            05 LOAD-SEQ-DATA         PIC X(160).

      *---------------------------- DUMP CONTROL TOTALS INPUT
       FD DUMP-CTL.
       01 DUMP-CTL-REG.
            05 DCTL-NAME             PIC X(012).
            05 FILLER                PIC X(001).
            05 DCTL-COUNT            PIC 9(007).
            05 FILLER                PIC X(001).
            05 DCTL-AMOUNT           PIC 9(009)V99.

      *---------------------------- RECOVERY JOURNAL
       FD REC-JOURNAL.
       01 REC-JOURNAL-REG.
            05 RJ-SEQ                PIC 9(005).
            05 FILLER                PIC X(001).
            05 RJ-DATE               PIC 9(008).
            05 FILLER                PIC X(001).
            05 RJ-TIME               PIC 9(006).
            05 FILLER                PIC X(001).
            05 RJ-FILE               PIC X(008).
            05 FILLER                PIC X(001).
            05 RJ-OPERATION          PIC X(001).
            05 FILLER                PIC X(001).
            05 RJ-PROGRAM            PIC X(012).
            05 FILLER                PIC X(001).
            05 RJ-OPERATOR           PIC X(008).
            05 FILLER                PIC X(001).
            05 RJ-BEFORE             PIC X(100).
            05 FILLER                PIC X(001).
            05 RJ-AFTER              PIC X(100).

      *---------------------------- FULL JOURNAL KEPT ON A SHORT STOP
       FD JOURNAL-OLD.
       01 JOURNAL-OLD-REG.
            05 JOLD-DATA             PIC X(256).

      *---------------------------- PROOF REPORT OUTPUT
       FD ROLL-REPORT.
       01 ROLL-REPORT-REG.
            05 ROLL-REPORT-DATA      PIC X(080).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                    PIC X(001).

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                   PIC 9(002) VALUE 01.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG              PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "ROLLFWD".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "ROLLFWD".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\ROLLFWD.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-PRESSKEY      PIC X(040) VALUE
               "PRESS ANY KEY".
            05 WRK-MSG-NOCTL         PIC X(040) VALUE
               "SYSDUMP.CTL MISSING - NOTHING TO RELOAD".
            05 WRK-MSG-NOJOURNAL     PIC X(040) VALUE
               "RECOVERY JOURNAL NOT FOUND".
            05 WRK-MSG-WRONGDUMP     PIC X(040) VALUE
               "JOURNAL WAS NOT STARTED BY THE LAST DUMP".
            05 WRK-MSG-CANCELLED     PIC X(040) VALUE
               "ROLL FORWARD CANCELLED - NOTHING CHANGED".
            05 WRK-MSG-PROVEN        PIC X(040) VALUE
               "RECOVERY PROVEN - SEE ROLLFWD.TXT".
            05 WRK-MSG-NOTPROVEN     PIC X(040) VALUE
               "FILES DIFFER - SEE ROLLFWD.TXT".

      *---------------------------- FILE
       77 WRK-FILE-STATUS            PIC 9(002) VALUE ZEROS.
       77 LOAD-SEQ-STATUS            PIC 9(002) VALUE ZEROS.
       77 DUMP-CTL-STATUS            PIC 9(002) VALUE ZEROS.
       77 JOURNAL-STATUS             PIC 9(002) VALUE ZEROS.
       77 JOURNAL-OLD-STATUS         PIC 9(002) VALUE ZEROS.
       77 ROLL-REPORT-STATUS         PIC 9(002) VALUE ZEROS.

      *---------------------------- FILE PATHS
       77 WRK-CUSTOMERS-PATH         PIC X(060) VALUE SPACES.
       77 WRK-RENTALS-PATH           PIC X(060) VALUE SPACES.
       77 WRK-COPIES-PATH            PIC X(060) VALUE SPACES.
       77 WRK-HOLDS-PATH             PIC X(060) VALUE SPACES.
       77 WRK-JOURNAL-PATH           PIC X(060) VALUE SPACES.
       77 WRK-JOURNAL-OLD-PATH       PIC X(060) VALUE
          "C:\Cobol\Project\Data\RECJRNL.OLD".
       77 WRK-SEQ-PATH               PIC X(060) VALUE SPACES.

      *---------------------------- BASE POINT AND STOP POINT
       77 WRK-DUMP-DATE              PIC 9(008) VALUE ZEROS.
       77 WRK-JRNL-DUMP-DATE         PIC 9(008) VALUE ZEROS.
       77 WRK-STOP-DATE              PIC 9(008) VALUE ZEROS.
       77 WRK-STOP-TIME              PIC 9(006) VALUE ZEROS.
       77 WRK-STOP-STAMP             PIC 9(014) VALUE ZEROS.
       77 WRK-ROW-STAMP              PIC 9(014) VALUE ZEROS.
       77 WRK-STOPPED-FLAG           PIC X(001) VALUE "N".
       77 WRK-PROVEN-FLAG            PIC X(001) VALUE "Y".

      *---------------------------- REPLAY CONTROLS
       77 WRK-TABLE-IDX              PIC 9(002) VALUE ZEROS.
       77 WRK-ROWS-READ              PIC 9(005) VALUE ZEROS.
       77 WRK-ROWS-APPLIED           PIC 9(005) VALUE ZEROS.
       77 WRK-LAST-SEQ               PIC 9(005) VALUE ZEROS.
       77 WRK-ISSUED-SEQ             PIC 9(005) VALUE ZEROS.
       77 WRK-GAP-QTY                PIC 9(005) VALUE ZEROS.
       77 WRK-EXCEPT-TEXT            PIC X(030) VALUE SPACES.
       77 WRK-IMAGE-MONEY            PIC 9(007)V99 VALUE ZEROS.
       77 WRK-MAX-RENTAL-KEY         PIC 9(005) VALUE ZEROS.
       77 WRK-RENTAL-COUNT           PIC 9(005) VALUE ZEROS.

      *---------------------------- ONE ROW PER RECOVERED FILE -
      *      THE DUMP NAME MATCHES SYSDUMP.CTL, THE JOURNAL NAME
      *      MATCHES THE RECJRNL FILE COLUMN
       01 WRK-RF-TABLE.
            05 WRK-RF-ENTRY OCCURS 4 TIMES.
                10 WRK-RF-DUMP-NAME   PIC X(012).
                10 WRK-RF-JRNL-NAME   PIC X(008).
                10 WRK-RF-DUMP-COUNT  PIC 9(007).
                10 WRK-RF-DUMP-AMT    PIC 9(009)V99.
                10 WRK-RF-BASE-COUNT  PIC 9(007).
                10 WRK-RF-BASE-AMT    PIC 9(009)V99.
                10 WRK-RF-WRITES      PIC 9(007).
                10 WRK-RF-REWRITES    PIC 9(007).
                10 WRK-RF-DELETES     PIC 9(007).
                10 WRK-RF-EXCEPTIONS  PIC 9(005).
                10 WRK-RF-EXP-COUNT   PIC S9(007).
                10 WRK-RF-EXP-AMT     PIC S9(009)V99.
                10 WRK-RF-ACT-COUNT   PIC 9(007).
                10 WRK-RF-ACT-AMT     PIC 9(009)V99.

      *---------------------------- EDITED REPORT FIELDS
       77 WRK-ED-COUNT               PIC -Z(6)9.
       77 WRK-ED-AMOUNT              PIC -Z(8)9,99.
       77 WRK-ED-DATE                PIC 9(008).
       77 WRK-ED-TIME                PIC 9(006).
       77 WRK-ED-SEQ                 PIC Z(4)9.

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

      *---------------------------- STOP POINT SCREEN
       01 STOP-SCREEN.
            05 STOP-ENTRY FOREGROUND-COLOR 2.
                10 LINE 10 COLUMN 10
                   VALUE "REPLAY UP TO DATE (YYYYMMDD, 0 = ALL): ".
                10 COLUMN PLUS 1     PIC 9(008)
                   USING WRK-STOP-DATE.
                10 LINE 11 COLUMN 10
                   VALUE "              AND TIME (HHMMSS): ".
                10 COLUMN PLUS 1     PIC 9(006)
                   USING WRK-STOP-TIME.

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
            IF WRK-ERROR-MSG = SPACES
                PERFORM 0300-PROCESS
            ELSE
                PERFORM 9000-MANAGE-ERROR
            END-IF.
            GOBACK.

      *      THE SAME ENVIRONMENT OVERRIDES EVERY OTHER MODULE
      *      HONORS - RECOVERY MUST REBUILD THE FILES THE SHOP IS
      *      ACTUALLY RUNNING ON.
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

            MOVE SPACES TO WRK-COPIES-PATH.
            ACCEPT WRK-COPIES-PATH FROM ENVIRONMENT "COPIESDAT".
            IF WRK-COPIES-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\COPIES.DAT"
                   TO WRK-COPIES-PATH
            END-IF.

            MOVE SPACES TO WRK-HOLDS-PATH.
            ACCEPT WRK-HOLDS-PATH FROM ENVIRONMENT "HOLDSDAT".
            IF WRK-HOLDS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\HOLDS.DAT"
                   TO WRK-HOLDS-PATH
            END-IF.

            MOVE SPACES TO WRK-JOURNAL-PATH.
            ACCEPT WRK-JOURNAL-PATH FROM ENVIRONMENT "RECJRNLTXT".
            IF WRK-JOURNAL-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\RECJRNL.TXT"
                   TO WRK-JOURNAL-PATH
            END-IF.

       0200-INITIALIZE         SECTION.
            PERFORM 0195-SET-FILE-PATHS.
            DISPLAY CLEANER-SCREEN.
            MOVE SPACES TO WRK-ERROR-MSG.

            MOVE "CUSTOMERS" TO WRK-RF-DUMP-NAME(1).
            MOVE "CUSTOMER"  TO WRK-RF-JRNL-NAME(1).
            MOVE "RENTALS"   TO WRK-RF-DUMP-NAME(2).
            MOVE "RENTALS"   TO WRK-RF-JRNL-NAME(2).
            MOVE "COPIES"    TO WRK-RF-DUMP-NAME(3).
            MOVE "COPIES"    TO WRK-RF-JRNL-NAME(3).
            MOVE "HOLDS"     TO WRK-RF-DUMP-NAME(4).
            MOVE "HOLDS"     TO WRK-RF-JRNL-NAME(4).
            PERFORM VARYING WRK-TABLE-IDX FROM 1 BY 1
                  UNTIL WRK-TABLE-IDX > 4
               MOVE ZEROS TO WRK-RF-DUMP-COUNT(WRK-TABLE-IDX)
                  WRK-RF-DUMP-AMT(WRK-TABLE-IDX)
                  WRK-RF-BASE-COUNT(WRK-TABLE-IDX)
                  WRK-RF-BASE-AMT(WRK-TABLE-IDX)
                  WRK-RF-WRITES(WRK-TABLE-IDX)
                  WRK-RF-REWRITES(WRK-TABLE-IDX)
                  WRK-RF-DELETES(WRK-TABLE-IDX)
                  WRK-RF-EXCEPTIONS(WRK-TABLE-IDX)
                  WRK-RF-EXP-COUNT(WRK-TABLE-IDX)
                  WRK-RF-EXP-AMT(WRK-TABLE-IDX)
                  WRK-RF-ACT-COUNT(WRK-TABLE-IDX)
                  WRK-RF-ACT-AMT(WRK-TABLE-IDX)
            END-PERFORM.

            PERFORM 0210-LOAD-DUMP-TOTALS.
            IF WRK-ERROR-MSG = SPACES
                PERFORM 0220-CHECK-JOURNAL
            END-IF.

      *      ONLY THE FOUR JOURNALLED FILES AND THE DUMPDATE ROW
      *      MATTER HERE - THE OTHER TABLES ARE NOT TOUCHED.
       0210-LOAD-DUMP-TOTALS   SECTION.
            OPEN INPUT DUMP-CTL.
            IF DUMP-CTL-STATUS NOT = ZEROS
                MOVE WRK-MSG-NOCTL TO WRK-ERROR-MSG
            ELSE
                PERFORM UNTIL DUMP-CTL-STATUS = 10
                   READ DUMP-CTL
                      AT END
                          MOVE 10 TO DUMP-CTL-STATUS
                      NOT AT END
                          PERFORM 0212-KEEP-DUMP-ROW
                   END-READ
                END-PERFORM
                CLOSE DUMP-CTL
                IF WRK-DUMP-DATE = ZEROS
                    MOVE WRK-MSG-NOCTL TO WRK-ERROR-MSG
                END-IF
            END-IF.

       0212-KEEP-DUMP-ROW      SECTION.
            IF DCTL-NAME = "DUMPDATE"
                MOVE DCTL-AMOUNT TO WRK-DUMP-DATE
            END-IF.
            PERFORM VARYING WRK-TABLE-IDX FROM 1 BY 1
                  UNTIL WRK-TABLE-IDX > 4
               IF DCTL-NAME = WRK-RF-DUMP-NAME(WRK-TABLE-IDX)
                   MOVE DCTL-COUNT
                      TO WRK-RF-DUMP-COUNT(WRK-TABLE-IDX)
                   MOVE DCTL-AMOUNT
                      TO WRK-RF-DUMP-AMT(WRK-TABLE-IDX)
               END-IF
            END-PERFORM.

      *      THE JOURNAL OPENS WITH THE HEADER ROW SYSDUMP'S CUT
      *      WROTE. A JOURNAL FROM ANY OTHER DUMP WOULD REPLAY THE
      *      WRONG DAY'S WORK ON TOP OF THESE FILES.
       0220-CHECK-JOURNAL      SECTION.
            MOVE ZEROS TO WRK-JRNL-DUMP-DATE.
            OPEN INPUT REC-JOURNAL.
            IF JOURNAL-STATUS NOT = ZEROS
                MOVE WRK-MSG-NOJOURNAL TO WRK-ERROR-MSG
            ELSE
                READ REC-JOURNAL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RJ-SEQ = ZEROS AND RJ-OPERATION = "C"
                             AND RJ-AFTER(1:8) IS NUMERIC
                           MOVE RJ-AFTER(1:8) TO WRK-JRNL-DUMP-DATE
                       END-IF
                END-READ
                CLOSE REC-JOURNAL
                IF WRK-JRNL-DUMP-DATE NOT = WRK-DUMP-DATE
                    MOVE WRK-MSG-WRONGDUMP TO WRK-ERROR-MSG
                END-IF
            END-IF.

       0300-PROCESS            SECTION.
            PERFORM 0230-ASK-STOP-POINT.
            IF WRK-KEY = "Y" OR WRK-KEY = "y"
                MOVE SPACES TO WRK-KEY
                OPEN OUTPUT ROLL-REPORT
                PERFORM 0240-REPORT-HEADING
                PERFORM 0310-RELOAD-ONE-TABLE
                   VARYING WRK-TABLE-IDX FROM 1 BY 1
                   UNTIL WRK-TABLE-IDX > 4
                PERFORM 0340-REPLAY-JOURNAL
                PERFORM 0360-READ-BACK-ONE
                   VARYING WRK-TABLE-IDX FROM 1 BY 1
                   UNTIL WRK-TABLE-IDX > 4
                PERFORM 0370-PROVE-ONE
                   VARYING WRK-TABLE-IDX FROM 1 BY 1
                   UNTIL WRK-TABLE-IDX > 4
                PERFORM 0375-REPORT-TRAILER
                IF WRK-STOPPED-FLAG = "Y"
                    PERFORM 0390-CUT-BACK-JOURNAL
                END-IF
                PERFORM 0380-RESEED-COUNTERS
                CLOSE ROLL-REPORT
                CALL "RPTFILE" USING WRK-RPTFILE-REC
                IF WRK-PROVEN-FLAG = "Y"
                    MOVE WRK-MSG-PROVEN TO WRK-ERROR-MSG
                ELSE
                    MOVE WRK-MSG-NOTPROVEN TO WRK-ERROR-MSG
                END-IF
            ELSE
                MOVE WRK-MSG-CANCELLED TO WRK-ERROR-MSG
            END-IF.
            MOVE SPACES TO WRK-KEY.
            PERFORM 9000-MANAGE-ERROR.

      *      RELOADING THROWS AWAY WHATEVER IS LEFT OF THE FOUR FILES,
      *      SO NOTHING HAPPENS WITHOUT A Y.
       0230-ASK-STOP-POINT     SECTION.
            DISPLAY "LAST DUMP TAKEN" LINE 08 COLUMN 10.
            DISPLAY WRK-DUMP-DATE     LINE 08 COLUMN 30.

            MOVE ZEROS TO WRK-STOP-DATE WRK-STOP-TIME.
            DISPLAY STOP-SCREEN.
            ACCEPT STOP-ENTRY.
            IF WRK-STOP-DATE = ZEROS
                MOVE ZEROS TO WRK-STOP-STAMP
            ELSE
                COMPUTE WRK-STOP-STAMP =
                   WRK-STOP-DATE * 1000000 + WRK-STOP-TIME
            END-IF.

            DISPLAY "RELOAD FROM DUMP AND REPLAY (Y/N)?"
               LINE 13 COLUMN 10 BACKGROUND-COLOR 3.
            ACCEPT WRK-KEY LINE 13 COLUMN 46
               BACKGROUND-COLOR 3.

       0240-REPORT-HEADING     SECTION.
            MOVE SPACES TO ROLL-REPORT-REG.
            MOVE "FORWARD RECOVERY FROM DUMP OF"
               TO ROLL-REPORT-DATA(001:29).
            MOVE WRK-DUMP-DATE TO WRK-ED-DATE.
            MOVE WRK-ED-DATE TO ROLL-REPORT-DATA(031:08).
            WRITE ROLL-REPORT-REG.

            MOVE SPACES TO ROLL-REPORT-REG.
            MOVE "REPLAYED UP TO" TO ROLL-REPORT-DATA(001:14).
            IF WRK-STOP-STAMP = ZEROS
                MOVE "END OF JOURNAL" TO ROLL-REPORT-DATA(016:14)
            ELSE
                MOVE WRK-STOP-DATE TO WRK-ED-DATE
                MOVE WRK-ED-DATE TO ROLL-REPORT-DATA(016:08)
                MOVE WRK-STOP-TIME TO WRK-ED-TIME
                MOVE WRK-ED-TIME TO ROLL-REPORT-DATA(025:06)
            END-IF.
            WRITE ROLL-REPORT-REG.

            MOVE SPACES TO ROLL-REPORT-REG.
            WRITE ROLL-REPORT-REG.

      *      THE BASE POINT GOES BACK EXACTLY AS SYSLOAD WOULD PUT
      *      IT - OPEN OUTPUT, ONE WRITE PER DUMP ROW - AND ITS
      *      COUNT AND MONEY ARE HELD FOR THE PROOF.
       0310-RELOAD-ONE-TABLE   SECTION.
            MOVE SPACES TO WRK-SEQ-PATH.
            STRING "C:\Cobol\Project\Data\" DELIMITED BY SIZE
                   WRK-RF-DUMP-NAME(WRK-TABLE-IDX)
                                            DELIMITED BY SPACE
                   ".SEQ"                   DELIMITED BY SIZE
                   INTO WRK-SEQ-PATH
            END-STRING.

            EVALUATE WRK-TABLE-IDX
              WHEN 1
                OPEN OUTPUT CUSTOMERS
              WHEN 2
                OPEN OUTPUT RENTALS
              WHEN 3
                OPEN OUTPUT COPIES
              WHEN 4
                OPEN OUTPUT HOLDS
            END-EVALUATE.

            OPEN INPUT LOAD-SEQ.
            IF LOAD-SEQ-STATUS = ZEROS
                PERFORM UNTIL LOAD-SEQ-STATUS = 10
                   READ LOAD-SEQ
                      AT END
                          MOVE 10 TO LOAD-SEQ-STATUS
                      NOT AT END
                          PERFORM 0320-RELOAD-ROW
                   END-READ
                END-PERFORM
                CLOSE LOAD-SEQ
            END-IF.

            EVALUATE WRK-TABLE-IDX
              WHEN 1
                CLOSE CUSTOMERS
              WHEN 2
                CLOSE RENTALS
              WHEN 3
                CLOSE COPIES
              WHEN 4
                CLOSE HOLDS
            END-EVALUATE.
            MOVE ZEROS TO WRK-FILE-STATUS.

            MOVE WRK-RF-DUMP-COUNT(WRK-TABLE-IDX)
               TO WRK-RF-EXP-COUNT(WRK-TABLE-IDX).
            MOVE WRK-RF-DUMP-AMT(WRK-TABLE-IDX)
               TO WRK-RF-EXP-AMT(WRK-TABLE-IDX).

       0320-RELOAD-ROW         SECTION.
            ADD 1 TO WRK-RF-BASE-COUNT(WRK-TABLE-IDX).
            EVALUATE WRK-TABLE-IDX
              WHEN 1
                MOVE LOAD-SEQ-DATA TO CUSTOMERS-REG
                WRITE CUSTOMERS-REG
                END-WRITE
              WHEN 2
                MOVE LOAD-SEQ-DATA TO RENTALS-REG
                WRITE RENTALS-REG
                END-WRITE
              WHEN 3
                MOVE LOAD-SEQ-DATA TO COPIES-REG
                WRITE COPIES-REG
                END-WRITE
              WHEN 4
                MOVE LOAD-SEQ-DATA TO HOLDS-REG
                WRITE HOLDS-REG
                END-WRITE
            END-EVALUATE.
            PERFORM 0355-IMAGE-MONEY.
            ADD WRK-IMAGE-MONEY TO WRK-RF-BASE-AMT(WRK-TABLE-IDX).

      *      EVERY ROW AFTER THE HEADER IS APPLIED IN SEQUENCE ORDER
      *      UNTIL THE STOP POINT. A ROW THAT CANNOT GO IN AS
      *      JOURNALLED (A WRITE WHOSE KEY IS ALREADY THERE, A
      *      REWRITE OR DELETE WHOSE RECORD IS NOT) IS APPLIED THE
      *      NEAREST SAFE WAY AND LISTED AS AN EXCEPTION.
       0340-REPLAY-JOURNAL     SECTION.
            OPEN I-O CUSTOMERS.
            OPEN I-O RENTALS.
            OPEN I-O COPIES.
            OPEN I-O HOLDS.
            MOVE ZEROS TO WRK-FILE-STATUS WRK-LAST-SEQ.

            OPEN INPUT REC-JOURNAL.
            PERFORM UNTIL JOURNAL-STATUS = 10
                  OR WRK-STOPPED-FLAG = "Y"
               READ REC-JOURNAL
                  AT END
                      MOVE 10 TO JOURNAL-STATUS
                  NOT AT END
                      IF RJ-OPERATION NOT = "C"
                          PERFORM 0342-APPLY-ROW
                      END-IF
               END-READ
            END-PERFORM.
            CLOSE REC-JOURNAL.

            CLOSE CUSTOMERS.
            CLOSE RENTALS.
            CLOSE COPIES.
            CLOSE HOLDS.
            MOVE ZEROS TO WRK-FILE-STATUS.

       0342-APPLY-ROW          SECTION.
            COMPUTE WRK-ROW-STAMP = RJ-DATE * 1000000 + RJ-TIME.
            IF WRK-STOP-STAMP > ZEROS
                  AND WRK-ROW-STAMP > WRK-STOP-STAMP
                MOVE "Y" TO WRK-STOPPED-FLAG
            ELSE
                ADD 1 TO WRK-ROWS-READ
                IF RJ-SEQ NOT = WRK-LAST-SEQ + 1
                    PERFORM 0349-REPORT-GAP
                END-IF
                MOVE RJ-SEQ TO WRK-LAST-SEQ

                MOVE ZEROS TO WRK-TABLE-IDX
                EVALUATE RJ-FILE
                  WHEN "CUSTOMER"
                    MOVE 1 TO WRK-TABLE-IDX
                  WHEN "RENTALS"
                    MOVE 2 TO WRK-TABLE-IDX
                  WHEN "COPIES"
                    MOVE 3 TO WRK-TABLE-IDX
                  WHEN "HOLDS"
                    MOVE 4 TO WRK-TABLE-IDX
                END-EVALUATE

                IF WRK-TABLE-IDX = ZEROS
                    MOVE "UNKNOWN FILE - SKIPPED" TO WRK-EXCEPT-TEXT
                    PERFORM 0348-REPORT-EXCEPTION
                ELSE
                    ADD 1 TO WRK-ROWS-APPLIED
                    EVALUATE RJ-OPERATION
                      WHEN "W"
                        PERFORM 0344-APPLY-WRITE
                      WHEN "R"
                        PERFORM 0345-APPLY-REWRITE
                      WHEN "D"
                        PERFORM 0346-APPLY-DELETE
                      WHEN OTHER
                        SUBTRACT 1 FROM WRK-ROWS-APPLIED
                        MOVE "UNKNOWN OPERATION - SKIPPED"
                           TO WRK-EXCEPT-TEXT
                        PERFORM 0348-REPORT-EXCEPTION
                    END-EVALUATE
                END-IF
            END-IF.

      *      A NEW RECORD: ONE MORE ON FILE, ITS MONEY ADDED.
       0344-APPLY-WRITE        SECTION.
            ADD 1 TO WRK-RF-WRITES(WRK-TABLE-IDX).
            ADD 1 TO WRK-RF-EXP-COUNT(WRK-TABLE-IDX).
            PERFORM 0352-AFTER-TO-RECORD.
            ADD WRK-IMAGE-MONEY TO WRK-RF-EXP-AMT(WRK-TABLE-IDX).

            MOVE ZEROS TO WRK-FILE-STATUS.
            EVALUATE WRK-TABLE-IDX
              WHEN 1
                WRITE CUSTOMERS-REG
                   INVALID KEY
                       REWRITE CUSTOMERS-REG
                       END-REWRITE
                       MOVE 22 TO WRK-FILE-STATUS
                END-WRITE
              WHEN 2
                WRITE RENTALS-REG
                   INVALID KEY
                       REWRITE RENTALS-REG
                       END-REWRITE
                       MOVE 22 TO WRK-FILE-STATUS
                END-WRITE
              WHEN 3
                WRITE COPIES-REG
                   INVALID KEY
                       REWRITE COPIES-REG
                       END-REWRITE
                       MOVE 22 TO WRK-FILE-STATUS
                END-WRITE
              WHEN 4
                WRITE HOLDS-REG
                   INVALID KEY
                       REWRITE HOLDS-REG
                       END-REWRITE
                       MOVE 22 TO WRK-FILE-STATUS
                END-WRITE
            END-EVALUATE.
            IF WRK-FILE-STATUS = 22
                MOVE "WRITE FOUND KEY - REWRITTEN" TO WRK-EXCEPT-TEXT
                PERFORM 0348-REPORT-EXCEPTION
            END-IF.

      *      A CHANGED RECORD: SAME COUNT, MONEY MOVES BY AFTER LESS
      *      BEFORE.
       0345-APPLY-REWRITE      SECTION.
            ADD 1 TO WRK-RF-REWRITES(WRK-TABLE-IDX).
            PERFORM 0354-BEFORE-TO-RECORD.
            SUBTRACT WRK-IMAGE-MONEY FROM WRK-RF-EXP-AMT(WRK-TABLE-IDX).
            PERFORM 0352-AFTER-TO-RECORD.
            ADD WRK-IMAGE-MONEY TO WRK-RF-EXP-AMT(WRK-TABLE-IDX).

            MOVE ZEROS TO WRK-FILE-STATUS.
            EVALUATE WRK-TABLE-IDX
              WHEN 1
                REWRITE CUSTOMERS-REG
                   INVALID KEY
                       WRITE CUSTOMERS-REG
                       END-WRITE
                       MOVE 23 TO WRK-FILE-STATUS
                END-REWRITE
              WHEN 2
                REWRITE RENTALS-REG
                   INVALID KEY
                       WRITE RENTALS-REG
                       END-WRITE
                       MOVE 23 TO WRK-FILE-STATUS
                END-REWRITE
              WHEN 3
                REWRITE COPIES-REG
                   INVALID KEY
                       WRITE COPIES-REG
                       END-WRITE
                       MOVE 23 TO WRK-FILE-STATUS
                END-REWRITE
              WHEN 4
                REWRITE HOLDS-REG
                   INVALID KEY
                       WRITE HOLDS-REG
                       END-WRITE
                       MOVE 23 TO WRK-FILE-STATUS
                END-REWRITE
            END-EVALUATE.
            IF WRK-FILE-STATUS = 23
                MOVE "REWRITE MISSED KEY - WRITTEN" TO WRK-EXCEPT-TEXT
                PERFORM 0348-REPORT-EXCEPTION
            END-IF.

      *      A REMOVED RECORD: ONE FEWER ON FILE, ITS MONEY GONE. THE
      *      KEY COMES FROM THE BEFORE IMAGE.
       0346-APPLY-DELETE       SECTION.
            ADD 1 TO WRK-RF-DELETES(WRK-TABLE-IDX).
            SUBTRACT 1 FROM WRK-RF-EXP-COUNT(WRK-TABLE-IDX).
            PERFORM 0354-BEFORE-TO-RECORD.
            SUBTRACT WRK-IMAGE-MONEY FROM WRK-RF-EXP-AMT(WRK-TABLE-IDX).

            MOVE ZEROS TO WRK-FILE-STATUS.
            EVALUATE WRK-TABLE-IDX
              WHEN 1
                DELETE CUSTOMERS RECORD
                   INVALID KEY
                       MOVE 23 TO WRK-FILE-STATUS
                END-DELETE
              WHEN 2
                DELETE RENTALS RECORD
                   INVALID KEY
                       MOVE 23 TO WRK-FILE-STATUS
                END-DELETE
              WHEN 3
                DELETE COPIES RECORD
                   INVALID KEY
                       MOVE 23 TO WRK-FILE-STATUS
                END-DELETE
              WHEN 4
                DELETE HOLDS RECORD
                   INVALID KEY
                       MOVE 23 TO WRK-FILE-STATUS
                END-DELETE
            END-EVALUATE.
            IF WRK-FILE-STATUS = 23
                MOVE "DELETE MISSED KEY" TO WRK-EXCEPT-TEXT
                PERFORM 0348-REPORT-EXCEPTION
            END-IF.

       0348-REPORT-EXCEPTION   SECTION.
            IF WRK-TABLE-IDX > ZEROS
                ADD 1 TO WRK-RF-EXCEPTIONS(WRK-TABLE-IDX)
            END-IF.
            MOVE SPACES TO ROLL-REPORT-REG.
            MOVE "EXCEPTION SEQ" TO ROLL-REPORT-DATA(001:13).
            MOVE RJ-SEQ TO WRK-ED-SEQ.
            MOVE WRK-ED-SEQ TO ROLL-REPORT-DATA(015:05).
            MOVE RJ-FILE TO ROLL-REPORT-DATA(022:08).
            MOVE RJ-OPERATION TO ROLL-REPORT-DATA(031:01).
            MOVE RJ-PROGRAM TO ROLL-REPORT-DATA(033:12).
            MOVE WRK-EXCEPT-TEXT TO ROLL-REPORT-DATA(046:30).
            WRITE ROLL-REPORT-REG.

      *      A GAP MEANS A ROW NEVER REACHED THE JOURNAL, SO THE
      *      FILES CANNOT BE TRUSTED TO MATCH WHAT THE COUNTER SAW.
       0349-REPORT-GAP         SECTION.
            ADD 1 TO WRK-GAP-QTY.
            MOVE "N" TO WRK-PROVEN-FLAG.
            MOVE SPACES TO ROLL-REPORT-REG.
            MOVE "SEQUENCE GAP AFTER" TO ROLL-REPORT-DATA(001:18).
            MOVE WRK-LAST-SEQ TO WRK-ED-SEQ.
            MOVE WRK-ED-SEQ TO ROLL-REPORT-DATA(020:05).
            MOVE "NEXT ROW IS" TO ROLL-REPORT-DATA(027:11).
            MOVE RJ-SEQ TO WRK-ED-SEQ.
            MOVE WRK-ED-SEQ TO ROLL-REPORT-DATA(039:05).
            WRITE ROLL-REPORT-REG.

       0352-AFTER-TO-RECORD    SECTION.
            EVALUATE WRK-TABLE-IDX
              WHEN 1
                MOVE RJ-AFTER TO CUSTOMERS-REG
              WHEN 2
                MOVE RJ-AFTER TO RENTALS-REG
              WHEN 3
                MOVE RJ-AFTER TO COPIES-REG
              WHEN 4
                MOVE RJ-AFTER TO HOLDS-REG
            END-EVALUATE.
            PERFORM 0355-IMAGE-MONEY.

       0354-BEFORE-TO-RECORD   SECTION.
            EVALUATE WRK-TABLE-IDX
              WHEN 1
                MOVE RJ-BEFORE TO CUSTOMERS-REG
              WHEN 2
                MOVE RJ-BEFORE TO RENTALS-REG
              WHEN 3
                MOVE RJ-BEFORE TO COPIES-REG
              WHEN 4
                MOVE RJ-BEFORE TO HOLDS-REG
            END-EVALUATE.
            PERFORM 0355-IMAGE-MONEY.

      *      THE MONEY ONE RECORD CARRIES, COUNTED AS SYSDUMP COUNTS
      *      IT. A BLANK IMAGE (A BEFORE IMAGE NEVER SAVED) IS ZERO.
       0355-IMAGE-MONEY        SECTION.
            MOVE ZEROS TO WRK-IMAGE-MONEY.
            EVALUATE WRK-TABLE-IDX
              WHEN 1
                IF CUSTOMER-BALANCE IS NUMERIC
                      AND CUSTOMER-CREDIT IS NUMERIC
                    COMPUTE WRK-IMAGE-MONEY =
                       CUSTOMER-BALANCE + CUSTOMER-CREDIT
                END-IF
              WHEN 2
                IF RENTAL-CHARGED-PRICE IS NUMERIC
                      AND RENTAL-LATE-FEE IS NUMERIC
                    COMPUTE WRK-IMAGE-MONEY =
                       RENTAL-CHARGED-PRICE + RENTAL-LATE-FEE
                END-IF
              WHEN OTHER
                CONTINUE
            END-EVALUATE.

      *      WHAT IS REALLY ON FILE NOW, READ END TO END.
       0360-READ-BACK-ONE      SECTION.
            MOVE ZEROS TO WRK-FILE-STATUS.
            EVALUATE WRK-TABLE-IDX
              WHEN 1
                OPEN INPUT CUSTOMERS
                PERFORM UNTIL WRK-FILE-STATUS NOT = ZEROS
                   READ CUSTOMERS NEXT
                      AT END
                          MOVE 10 TO WRK-FILE-STATUS
                      NOT AT END
                          PERFORM 0362-COUNT-RECORD
                   END-READ
                END-PERFORM
                CLOSE CUSTOMERS
              WHEN 2
                OPEN INPUT RENTALS
                PERFORM UNTIL WRK-FILE-STATUS NOT = ZEROS
                   READ RENTALS NEXT
                      AT END
                          MOVE 10 TO WRK-FILE-STATUS
                      NOT AT END
                          PERFORM 0362-COUNT-RECORD
                          MOVE RENTAL-KEY TO WRK-MAX-RENTAL-KEY
                   END-READ
                END-PERFORM
                CLOSE RENTALS
                MOVE WRK-RF-ACT-COUNT(2) TO WRK-RENTAL-COUNT
              WHEN 3
                OPEN INPUT COPIES
                PERFORM UNTIL WRK-FILE-STATUS NOT = ZEROS
                   READ COPIES NEXT
                      AT END
                          MOVE 10 TO WRK-FILE-STATUS
                      NOT AT END
                          PERFORM 0362-COUNT-RECORD
                   END-READ
                END-PERFORM
                CLOSE COPIES
              WHEN 4
                OPEN INPUT HOLDS
                PERFORM UNTIL WRK-FILE-STATUS NOT = ZEROS
                   READ HOLDS NEXT
                      AT END
                          MOVE 10 TO WRK-FILE-STATUS
                      NOT AT END
                          PERFORM 0362-COUNT-RECORD
                   END-READ
                END-PERFORM
                CLOSE HOLDS
            END-EVALUATE.
            MOVE ZEROS TO WRK-FILE-STATUS.

       0362-COUNT-RECORD       SECTION.
            ADD 1 TO WRK-RF-ACT-COUNT(WRK-TABLE-IDX).
            PERFORM 0355-IMAGE-MONEY.
            ADD WRK-IMAGE-MONEY TO WRK-RF-ACT-AMT(WRK-TABLE-IDX).

      *      FOUR LINES PER FILE: THE DUMP TOTALS (AND WHETHER THE
      *      RELOAD REPRODUCED THEM), WHAT THE JOURNAL DID, WHAT THE
      *      FILE SHOULD HOLD, AND WHAT IT DOES HOLD.
       0370-PROVE-ONE          SECTION.
            MOVE SPACES TO ROLL-REPORT-REG.
            MOVE WRK-RF-DUMP-NAME(WRK-TABLE-IDX)
               TO ROLL-REPORT-DATA(001:12).
            MOVE "DUMP" TO ROLL-REPORT-DATA(014:04).
            MOVE WRK-RF-DUMP-COUNT(WRK-TABLE-IDX) TO WRK-ED-COUNT.
            MOVE WRK-ED-COUNT TO ROLL-REPORT-DATA(021:08).
            MOVE "MONEY" TO ROLL-REPORT-DATA(031:05).
            MOVE WRK-RF-DUMP-AMT(WRK-TABLE-IDX) TO WRK-ED-AMOUNT.
            MOVE WRK-ED-AMOUNT TO ROLL-REPORT-DATA(037:13).
            IF WRK-RF-BASE-COUNT(WRK-TABLE-IDX)
                  NOT = WRK-RF-DUMP-COUNT(WRK-TABLE-IDX)
                  OR WRK-RF-BASE-AMT(WRK-TABLE-IDX)
                  NOT = WRK-RF-DUMP-AMT(WRK-TABLE-IDX)
                MOVE "RELOAD DIFFERS" TO ROLL-REPORT-DATA(052:14)
                MOVE "N" TO WRK-PROVEN-FLAG
            END-IF.
            WRITE ROLL-REPORT-REG.

            MOVE SPACES TO ROLL-REPORT-REG.
            MOVE "JOURNAL" TO ROLL-REPORT-DATA(014:07).
            MOVE "W" TO ROLL-REPORT-DATA(022:01).
            MOVE WRK-RF-WRITES(WRK-TABLE-IDX)
               TO ROLL-REPORT-DATA(024:07).
            MOVE "R" TO ROLL-REPORT-DATA(032:01).
            MOVE WRK-RF-REWRITES(WRK-TABLE-IDX)
               TO ROLL-REPORT-DATA(034:07).
            MOVE "D" TO ROLL-REPORT-DATA(042:01).
            MOVE WRK-RF-DELETES(WRK-TABLE-IDX)
               TO ROLL-REPORT-DATA(044:07).
            MOVE "EXCEPTIONS" TO ROLL-REPORT-DATA(053:10).
            MOVE WRK-RF-EXCEPTIONS(WRK-TABLE-IDX)
               TO ROLL-REPORT-DATA(064:05).
            WRITE ROLL-REPORT-REG.

            MOVE SPACES TO ROLL-REPORT-REG.
            MOVE "EXPECT" TO ROLL-REPORT-DATA(014:06).
            MOVE WRK-RF-EXP-COUNT(WRK-TABLE-IDX) TO WRK-ED-COUNT.
            MOVE WRK-ED-COUNT TO ROLL-REPORT-DATA(021:08).
            MOVE "MONEY" TO ROLL-REPORT-DATA(031:05).
            MOVE WRK-RF-EXP-AMT(WRK-TABLE-IDX) TO WRK-ED-AMOUNT.
            MOVE WRK-ED-AMOUNT TO ROLL-REPORT-DATA(037:13).
            WRITE ROLL-REPORT-REG.

            MOVE SPACES TO ROLL-REPORT-REG.
            MOVE "ACTUAL" TO ROLL-REPORT-DATA(014:06).
            MOVE WRK-RF-ACT-COUNT(WRK-TABLE-IDX) TO WRK-ED-COUNT.
            MOVE WRK-ED-COUNT TO ROLL-REPORT-DATA(021:08).
            MOVE "MONEY" TO ROLL-REPORT-DATA(031:05).
            MOVE WRK-RF-ACT-AMT(WRK-TABLE-IDX) TO WRK-ED-AMOUNT.
            MOVE WRK-ED-AMOUNT TO ROLL-REPORT-DATA(037:13).
            IF WRK-RF-ACT-COUNT(WRK-TABLE-IDX)
                  = WRK-RF-EXP-COUNT(WRK-TABLE-IDX)
                  AND WRK-RF-ACT-AMT(WRK-TABLE-IDX)
                  = WRK-RF-EXP-AMT(WRK-TABLE-IDX)
                MOVE "MATCH"  TO ROLL-REPORT-DATA(052:05)
            ELSE
                MOVE "DIFFER" TO ROLL-REPORT-DATA(052:06)
                MOVE "N" TO WRK-PROVEN-FLAG
            END-IF.
            WRITE ROLL-REPORT-REG.

            MOVE SPACES TO ROLL-REPORT-REG.
            WRITE ROLL-REPORT-REG.

            COMPUTE WRK-LINE = 13 + WRK-TABLE-IDX.
            DISPLAY WRK-RF-DUMP-NAME(WRK-TABLE-IDX)
               LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-RF-ACT-COUNT(WRK-TABLE-IDX)
               LINE WRK-LINE COLUMN 24.
            DISPLAY ROLL-REPORT-DATA(052:06)
               LINE WRK-LINE COLUMN 34.

      *      A JOURNAL THAT ENDS SHORT OF THE LAST SEQUENCE NUMBER
      *      CONTROL.DAT HANDED OUT LOST ITS TAIL - ONLY CHECKED WHEN
      *      THE WHOLE JOURNAL WAS ASKED FOR.
       0375-REPORT-TRAILER     SECTION.
            MOVE SPACES TO ROLL-REPORT-REG.
            MOVE "JOURNAL ROWS READ" TO ROLL-REPORT-DATA(001:17).
            MOVE WRK-ROWS-READ TO WRK-ED-SEQ.
            MOVE WRK-ED-SEQ TO ROLL-REPORT-DATA(019:05).
            MOVE "APPLIED" TO ROLL-REPORT-DATA(026:07).
            MOVE WRK-ROWS-APPLIED TO WRK-ED-SEQ.
            MOVE WRK-ED-SEQ TO ROLL-REPORT-DATA(034:05).
            MOVE "LAST SEQ" TO ROLL-REPORT-DATA(041:08).
            MOVE WRK-LAST-SEQ TO WRK-ED-SEQ.
            MOVE WRK-ED-SEQ TO ROLL-REPORT-DATA(050:05).
            MOVE "GAPS" TO ROLL-REPORT-DATA(057:04).
            MOVE WRK-GAP-QTY TO WRK-ED-SEQ.
            MOVE WRK-ED-SEQ TO ROLL-REPORT-DATA(062:05).
            WRITE ROLL-REPORT-REG.

            IF WRK-STOP-STAMP = ZEROS
                MOVE "G"       TO WRK-CTL-ACTION
                MOVE "RECJRNL" TO WRK-CTL-NAME
                CALL "KEYCTL" USING WRK-CTL-REC
                IF WRK-CTL-RESULT = "Y" AND WRK-CTL-NEXT-KEY > 1
                    COMPUTE WRK-ISSUED-SEQ = WRK-CTL-NEXT-KEY - 1
                    IF WRK-ISSUED-SEQ > WRK-LAST-SEQ
                        MOVE "N" TO WRK-PROVEN-FLAG
                        MOVE SPACES TO ROLL-REPORT-REG
                        MOVE "JOURNAL ENDS BEFORE SEQ"
                           TO ROLL-REPORT-DATA(001:23)
                        MOVE WRK-ISSUED-SEQ TO WRK-ED-SEQ
                        MOVE WRK-ED-SEQ TO ROLL-REPORT-DATA(025:05)
                        MOVE "- ROWS LOST" TO ROLL-REPORT-DATA(031:11)
                        WRITE ROLL-REPORT-REG
                    END-IF
                END-IF
            END-IF.

            MOVE SPACES TO ROLL-REPORT-REG.
            IF WRK-PROVEN-FLAG = "Y"
                MOVE "RECOVERY PROVEN - EVERY FILE MATCHES"
                   TO ROLL-REPORT-DATA(001:36)
            ELSE
                MOVE "RECOVERY NOT PROVEN - SEE DIFFER, GAP LINES"
                   TO ROLL-REPORT-DATA(001:43)
            END-IF.
            WRITE ROLL-REPORT-REG.

      *      KEY ASSIGNMENT PICKS UP FROM THE RECOVERED RENTALS, AS
      *      SYSLOAD DOES AFTER A LOAD.
       0380-RESEED-COUNTERS    SECTION.
            MOVE "I"       TO WRK-CTL-ACTION.
            MOVE "RENTALS" TO WRK-CTL-NAME.
            COMPUTE WRK-CTL-NEXT-KEY = WRK-MAX-RENTAL-KEY + 1.
            MOVE WRK-RENTAL-COUNT TO WRK-CTL-COUNT.
            CALL "KEYCTL" USING WRK-CTL-REC.

      *      THE ROWS PAST THE STOP POINT WERE DELIBERATELY LEFT OUT.
      *      THE FULL JOURNAL IS KEPT AS RECJRNL.OLD, THE LIVE ONE IS
      *      REWRITTEN UP TO THE LAST ROW APPLIED, AND NUMBERING
      *      CARRIES ON FROM THERE.
       0390-CUT-BACK-JOURNAL   SECTION.
            CALL "CBL_DELETE_FILE" USING WRK-JOURNAL-OLD-PATH.
            CALL "CBL_RENAME_FILE"
               USING WRK-JOURNAL-PATH WRK-JOURNAL-OLD-PATH.

            OPEN INPUT JOURNAL-OLD.
            OPEN OUTPUT REC-JOURNAL.
            MOVE ZEROS TO JOURNAL-OLD-STATUS.
            PERFORM UNTIL JOURNAL-OLD-STATUS = 10
               READ JOURNAL-OLD
                  AT END
                      MOVE 10 TO JOURNAL-OLD-STATUS
                  NOT AT END
                      MOVE JOLD-DATA TO REC-JOURNAL-REG
                      IF RJ-SEQ NOT > WRK-LAST-SEQ
                          WRITE REC-JOURNAL-REG
                      ELSE
                          MOVE 10 TO JOURNAL-OLD-STATUS
                      END-IF
               END-READ
            END-PERFORM.
            CLOSE JOURNAL-OLD.
            CLOSE REC-JOURNAL.

            MOVE "I"       TO WRK-CTL-ACTION.
            MOVE "RECJRNL" TO WRK-CTL-NAME.
            COMPUTE WRK-CTL-NEXT-KEY = WRK-LAST-SEQ + 1.
            MOVE ZEROS     TO WRK-CTL-COUNT.
            CALL "KEYCTL" USING WRK-CTL-REC.

            MOVE SPACES TO ROLL-REPORT-REG.
            MOVE "JOURNAL CUT BACK TO SEQ" TO ROLL-REPORT-DATA(001:23).
            MOVE WRK-LAST-SEQ TO WRK-ED-SEQ.
            MOVE WRK-ED-SEQ TO ROLL-REPORT-DATA(025:05).
            MOVE "- FULL JOURNAL KEPT AS RECJRNL.OLD"
               TO ROLL-REPORT-DATA(031:34).
            WRITE ROLL-REPORT-REG.

       9000-MANAGE-ERROR       SECTION.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
