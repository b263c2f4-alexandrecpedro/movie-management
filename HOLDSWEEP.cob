                88 HOLD-HELD                 VALUE "H".
                88 HOLD-EXPIRED              VALUE "X".
                88 HOLD-FILLED               VALUE "F".
            05 HOLD-FILL-DATE        PIC 9(008).
            05 HOLD-FILL-RENTAL      PIC 9(005).
            05 HOLD-FILL-PRIOR       PIC X(001).

      *---------------------------- SHELF PULL LIST OUTPUT
       FD PULL-LIST.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "HOLDSWEEP".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "PULLLIST".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\PULLLIST.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-PRESSKEY      PIC X(040) VALUE
               "PRESS ANY KEY".
       77 WRK-HOLD-DAYS-X            PIC X(002) VALUE SPACES.
       77 WRK-HOLD-DAYS              PIC 9(002) VALUE 03.

      *---------------------------- STORE BUSINESS CALENDAR
      *      STORECODE - THE STORE WHOSE CLOSED DAYS THE SHELF CLOCK
      *      SKIPS. HOLDS CARRY NO STORE OF THEIR OWN.
       77 WRK-STORE-CODE             PIC X(003) VALUE SPACES.
       01 WRK-CAL-REC.
            05 WRK-CAL-ACTION        PIC X(001).
            05 WRK-CAL-STORE         PIC X(003).
            05 WRK-CAL-DATE          PIC 9(008).
            05 WRK-CAL-DATE-2        PIC 9(008).
            05 WRK-CAL-DAYS          PIC 9(005).
            05 WRK-CAL-RESULT-DATE   PIC 9(008).
            05 WRK-CAL-RESULT        PIC X(001).

      *---------------------------- RUN CONTROLS
       77 WRK-RUN-DATE               PIC 9(008) VALUE ZEROS.
       77 WRK-EXPIRED-QTY            PIC 9(005) VALUE ZEROS.
       77 WRK-PROMO-SEQ              PIC 9(003) VALUE ZEROS.
       77 WRK-PROMO-CUST             PIC 9(005) VALUE ZEROS.

      *---------------------------- RECOVERY JOURNAL SUBPROGRAM
       01 WRK-RJ-REC.
            05 WRK-RJ-FILE           PIC X(008).
            05 WRK-RJ-OPERATION      PIC X(001).
            05 WRK-RJ-BEFORE         PIC X(100).
            05 WRK-RJ-AFTER          PIC X(100).
            05 WRK-RJ-PROGRAM        PIC X(012) VALUE "HOLDSWEEP".
      *      BEFORE IMAGES, SAVED WHEN A RECORD IS READ FOR UPDATE
       77 WRK-RJ-HOLD-BEFORE         PIC X(100) VALUE SPACES.

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-TITLE.
                MOVE 03 TO WRK-HOLD-DAYS
            END-IF.

            MOVE SPACES TO WRK-STORE-CODE.
            ACCEPT WRK-STORE-CODE FROM ENVIRONMENT "STORECODE".
            IF WRK-STORE-CODE = SPACES
                MOVE "001" TO WRK-STORE-CODE
            END-IF.

      *      REPORTBATCH - WHEN "Y", RUN WITH NO TERMINAL PROMPTS SO
      *      THE NIGHT CHAIN CAN DRIVE THIS STEP UNATTENDED, SAME
      *      CONVENTION AS REPORTDISK.
                  NOT AT END
                      IF HOLD-HELD
                            AND HOLD-UNTIL-DATE < WRK-RUN-DATE
                          MOVE HOLDS-REG TO WRK-RJ-HOLD-BEFORE
                          MOVE "X" TO HOLD-STATUS-FLAG
                          REWRITE HOLDS-REG
                          MOVE "R" TO WRK-RJ-OPERATION
                          PERFORM 8130-JOURNAL-HOLD
                          ADD 1 TO WRK-EXPIRED-QTY
                          PERFORM 0320-NOTE-TITLE
                      END-IF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HOLDS-REG TO WRK-RJ-HOLD-BEFORE
                   MOVE "H" TO HOLD-STATUS-FLAG
                   MOVE "A" TO WRK-CAL-ACTION
                   MOVE WRK-STORE-CODE TO WRK-CAL-STORE
                   MOVE WRK-RUN-DATE TO WRK-CAL-DATE
                   MOVE WRK-HOLD-DAYS TO WRK-CAL-DAYS
                   CALL "BIZCAL" USING WRK-CAL-REC
                   MOVE WRK-CAL-RESULT-DATE TO HOLD-UNTIL-DATE
                   REWRITE HOLDS-REG
                   MOVE "R" TO WRK-RJ-OPERATION
                   PERFORM 8130-JOURNAL-HOLD
                   ADD 1 TO WRK-PROMOTED-QTY

                   MOVE SPACES TO PULL-LIST-REG
            CLOSE MOVIES.
            CLOSE HOLDS.
            CLOSE PULL-LIST.
            CALL "RPTFILE" USING WRK-RPTFILE-REC.
            GOBACK.

      *      FORWARD-RECOVERY JOURNAL - SEE RECJRNL. THE CALLER SETS
      *      WRK-RJ-OPERATION TO W, R OR D AFTER THE CHANGE IS MADE;
      *      A REWRITE'S BEFORE IMAGE WAS SAVED WHEN THE RECORD WAS
      *      READ FOR UPDATE.
       8130-JOURNAL-HOLD       SECTION.
            MOVE "HOLDS" TO WRK-RJ-FILE.
            MOVE WRK-RJ-HOLD-BEFORE TO WRK-RJ-BEFORE.
            MOVE HOLDS-REG TO WRK-RJ-AFTER.
            IF WRK-RJ-OPERATION = "D"
                MOVE HOLDS-REG TO WRK-RJ-BEFORE
            END-IF.
            CALL "RECJRNL" USING WRK-RJ-REC.

       9000-MANAGE-ERROR       SECTION.
            IF WRK-REPORT-BATCH = "Y"
                DISPLAY ERROR-SCREEN
