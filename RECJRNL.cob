       IDENTIFICATION          DIVISION.
       PROGRAM-ID. RECJRNL.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: APPEND A FORWARD-RECOVERY JOURNAL ROW FOR A WRITE,
      *          REWRITE OR DELETE AGAINST CUSTOMERS.DAT, RENTALS.DAT,
      *          COPIES.DAT OR HOLDS.DAT. EVERY ROW CARRIES A
      *          SEQUENCE NUMBER, THE TIME, THE PROGRAM AND OPERATOR,
      *          AND THE RECORD IMAGE BEFORE AND AFTER THE CHANGE, SO
      *          ROLLFWD CAN REPLAY THE DAY'S COUNTER WORK ON TOP OF
      *          THE LAST SYSTEM DUMP.
      *
      *          OPERATIONS (LNK-RJ-OPERATION):
      *            W - WRITE:   AFTER IMAGE ONLY
      *            R - REWRITE: BEFORE AND AFTER IMAGES
      *            D - DELETE:  BEFORE IMAGE ONLY
      *            C - CUT:     START THE JOURNAL AFRESH - SYSDUMP
      *                         CALLS THIS AFTER A GOOD DUMP, PASSING
      *                         THE DUMP DATE IN LNK-RJ-AFTER. THE
      *                         HEADER ROW TIES THE JOURNAL TO IT.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      RECJRNL.TXT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      RECJRNLTXT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT REC-JOURNAL ASSIGN TO WRK-JOURNAL-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS JOURNAL-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- JOURNAL OUTPUT
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

       WORKING-STORAGE         SECTION.
      *---------------------------- FILE
       77 JOURNAL-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-JOURNAL-PATH           PIC X(060) VALUE SPACES.

      *---------------------------- TIMESTAMP
       77 WRK-DATE                   PIC 9(008) VALUE ZEROS.
       77 WRK-TIME                   PIC 9(008) VALUE ZEROS.
       77 WRK-OPERATOR               PIC X(008) VALUE SPACES.

      *---------------------------- KEY/COUNT CONTROL SUBPROGRAM
       01 WRK-CTL-REC.
            05 WRK-CTL-ACTION        PIC X(001).
            05 WRK-CTL-NAME          PIC X(012) VALUE "RECJRNL".
            05 WRK-CTL-NEXT-KEY      PIC 9(005).
            05 WRK-CTL-COUNT         PIC 9(005).
            05 WRK-CTL-RESULT        PIC X(001).

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-RJ-REC.
            05 LNK-RJ-FILE           PIC X(008).
            05 LNK-RJ-OPERATION      PIC X(001).
                88 LNK-RJ-WRITE             VALUE "W".
                88 LNK-RJ-REWRITE           VALUE "R".
                88 LNK-RJ-DELETE            VALUE "D".
                88 LNK-RJ-CUT               VALUE "C".
            05 LNK-RJ-BEFORE         PIC X(100).
            05 LNK-RJ-AFTER          PIC X(100).
            05 LNK-RJ-PROGRAM        PIC X(012).

       PROCEDURE               DIVISION USING LNK-RJ-REC.

       0100-MAIN               SECTION.
            PERFORM 0195-SET-FILE-PATHS.
            IF LNK-RJ-CUT
                PERFORM 0400-CUT-JOURNAL
            ELSE
                PERFORM 0200-OPEN-JOURNAL
                PERFORM 0300-WRITE-ENTRY
                CLOSE REC-JOURNAL
            END-IF.
            GOBACK.

       0195-SET-FILE-PATHS     SECTION.
            MOVE SPACES TO WRK-JOURNAL-PATH.
            ACCEPT WRK-JOURNAL-PATH FROM ENVIRONMENT "RECJRNLTXT".
            IF WRK-JOURNAL-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\RECJRNL.TXT"
                   TO WRK-JOURNAL-PATH
            END-IF.

       0200-OPEN-JOURNAL       SECTION.
            OPEN EXTEND REC-JOURNAL.
            IF JOURNAL-STATUS = 35
                OPEN OUTPUT REC-JOURNAL
            END-IF.

      *      THE SEQUENCE COMES FROM CONTROL.DAT LIKE ANY OTHER KEY.
      *      NO RECORD THERE YET MEANS NO CUT HAS BEEN TAKEN SINCE
      *      THE JOURNAL WAS INTRODUCED - NUMBERING STARTS AT 1.
       0300-WRITE-ENTRY        SECTION.
            MOVE "N" TO WRK-CTL-ACTION.
            CALL "KEYCTL" USING WRK-CTL-REC.
            IF WRK-CTL-RESULT NOT = "Y"
                MOVE "I"   TO WRK-CTL-ACTION
                MOVE 2     TO WRK-CTL-NEXT-KEY
                MOVE ZEROS TO WRK-CTL-COUNT
                CALL "KEYCTL" USING WRK-CTL-REC
                MOVE 1     TO WRK-CTL-NEXT-KEY
            END-IF.

            ACCEPT WRK-DATE FROM DATE YYYYMMDD.
            ACCEPT WRK-TIME FROM TIME.
            MOVE SPACES TO WRK-OPERATOR.
            ACCEPT WRK-OPERATOR FROM ENVIRONMENT "OPERATORID".

            MOVE SPACES             TO REC-JOURNAL-REG.
            MOVE WRK-CTL-NEXT-KEY   TO RJ-SEQ.
            MOVE WRK-DATE           TO RJ-DATE.
            MOVE WRK-TIME(1:6)      TO RJ-TIME.
            MOVE LNK-RJ-FILE        TO RJ-FILE.
            MOVE LNK-RJ-OPERATION   TO RJ-OPERATION.
            MOVE LNK-RJ-PROGRAM     TO RJ-PROGRAM.
            MOVE WRK-OPERATOR       TO RJ-OPERATOR.
            IF NOT LNK-RJ-WRITE
                MOVE LNK-RJ-BEFORE  TO RJ-BEFORE
            END-IF.
            IF NOT LNK-RJ-DELETE
                MOVE LNK-RJ-AFTER   TO RJ-AFTER
            END-IF.
            WRITE REC-JOURNAL-REG.

      *      A FRESH JOURNAL OPENS WITH A SEQUENCE-ZERO HEADER ROW
      *      CARRYING THE DUMP DATE, AND NUMBERING RESTARTS AT 1.
       0400-CUT-JOURNAL        SECTION.
            ACCEPT WRK-DATE FROM DATE YYYYMMDD.
            ACCEPT WRK-TIME FROM TIME.

            OPEN OUTPUT REC-JOURNAL.
            MOVE SPACES             TO REC-JOURNAL-REG.
            MOVE ZEROS              TO RJ-SEQ.
            MOVE WRK-DATE           TO RJ-DATE.
            MOVE WRK-TIME(1:6)      TO RJ-TIME.
            MOVE "DUMP"             TO RJ-FILE.
            MOVE "C"                TO RJ-OPERATION.
            MOVE LNK-RJ-PROGRAM     TO RJ-PROGRAM.
            MOVE LNK-RJ-AFTER       TO RJ-AFTER.
            WRITE REC-JOURNAL-REG.
            CLOSE REC-JOURNAL.

            MOVE "I"   TO WRK-CTL-ACTION.
            MOVE 1     TO WRK-CTL-NEXT-KEY.
            MOVE ZEROS TO WRK-CTL-COUNT.
            CALL "KEYCTL" USING WRK-CTL-REC.
