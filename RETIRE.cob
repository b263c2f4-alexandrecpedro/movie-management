      *          COPY'S LIFETIME RENTAL COUNT WITH ITS CONDITION AND
      *          LIST THE ONES PAST THE RETIRELIMIT THRESHOLD OR IN
      *          WORN/DAMAGED CONDITION, SO COPY DEACTIVATIONS STOP
      *          BEING GUESSWORK. ONCE THE LIST IS UP THE MANAGER
      *          CAN RETIRE THE LISTED COPIES IN ONE GO - EACH IS
      *          TAKEN OUT OF SERVICE AND WRITTEN OFF THE ASSET
      *          REGISTER AT ITS REMAINING BOOK VALUE.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "RETIRE".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "RETIRE".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\RETIRE.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-NOCANDS       PIC X(040) VALUE
               "NO RETIREMENT CANDIDATES FOUND".
               "COPIES READ".
            05 WRK-MSG-CANDIDATES    PIC X(040) VALUE
               "RETIREMENT CANDIDATES".
            05 WRK-MSG-CONFIRM       PIC X(040) VALUE
               "RETIRE THE LISTED COPIES (Y/N)?".
            05 WRK-MSG-RETIRED       PIC X(040) VALUE
               "COPIES RETIRED".

      *---------------------------- FILE
       77 MOVIES-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-RUN-DATE               PIC 9(008) VALUE ZEROS.
       77 WRK-COPY-QTY               PIC 9(005) VALUE ZEROS.
       77 WRK-CAND-QTY               PIC 9(005) VALUE ZEROS.
       77 WRK-RETIRED-QTY            PIC 9(005) VALUE ZEROS.

      *---------------------------- COPY ASSET REGISTER SUBPROGRAM
       01 WRK-AST-REC.
            05 WRK-AST-ACTION        PIC X(001).
            05 WRK-AST-MOVIES-KEY    PIC 9(005).
            05 WRK-AST-COPY-NUMBER   PIC 9(002).
            05 WRK-AST-COST          PIC 9(003)V99.
            05 WRK-AST-DATE          PIC 9(008).
            05 WRK-AST-RELEASE-YEAR  PIC 9(004).
            05 WRK-AST-STORE         PIC X(003).
            05 WRK-AST-REASON        PIC X(008).
            05 WRK-AST-RECOVERY      PIC 9(005)V99.
            05 WRK-AST-NBV           PIC 9(005)V99.
            05 WRK-AST-RESULT        PIC X(001).

      *---------------------------- RECOVERY JOURNAL SUBPROGRAM
       01 WRK-RJ-REC.
            05 WRK-RJ-FILE           PIC X(008).
            05 WRK-RJ-OPERATION      PIC X(001).
            05 WRK-RJ-BEFORE         PIC X(100).
            05 WRK-RJ-AFTER          PIC X(100).
            05 WRK-RJ-PROGRAM        PIC X(012) VALUE "RETIRE".
      *      BEFORE IMAGES, SAVED WHEN A RECORD IS READ FOR UPDATE
       77 WRK-RJ-COPY-BEFORE         PIC X(100) VALUE SPACES.

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
            DISPLAY WRK-MSG-CANDIDATES LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-CAND-QTY       LINE WRK-LINE COLUMN 34.

            IF WRK-CAND-QTY > ZEROS
                ADD 1 TO WRK-LINE
                DISPLAY WRK-MSG-CONFIRM LINE WRK-LINE COLUMN 10
                ACCEPT WRK-KEY          LINE WRK-LINE COLUMN 44
                IF WRK-KEY = "Y" OR WRK-KEY = "y"
                    PERFORM 0360-RETIRE-CANDIDATES
                    ADD 1 TO WRK-LINE
                    DISPLAY WRK-MSG-RETIRED LINE WRK-LINE COLUMN 10
                    DISPLAY WRK-RETIRED-QTY LINE WRK-LINE COLUMN 34
                END-IF
            END-IF.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-PRESSKEY   LINE WRK-LINE COLUMN 10.
            ACCEPT WRK-KEY             LINE WRK-LINE COLUMN 25.
            MOVE SPACES TO WRK-KEY.

      *      SECOND PASS WITH THE SAME TEST AS THE LIST: EACH
      *      CANDIDATE GOES INACTIVE AND OFF THE ASSET REGISTER.
       0360-RETIRE-CANDIDATES  SECTION.
            MOVE ZEROS TO WRK-RETIRED-QTY.
            CLOSE COPIES.
            OPEN I-O COPIES.
            IF COPIES-STATUS NOT EQUAL ZEROS
                MOVE 10 TO COPIES-STATUS
            END-IF.
            PERFORM UNTIL COPIES-STATUS = 10
               READ COPIES NEXT
                  AT END
                      MOVE 10 TO COPIES-STATUS
                  NOT AT END
                      IF COPY-ACTIVE
                            AND (COPY-RENT-COUNT >= WRK-RETIRE-LIMIT
                               OR COPY-WORN OR COPY-DAMAGED)
                          PERFORM 0365-RETIRE-COPY
                      END-IF
               END-READ
            END-PERFORM.

       0365-RETIRE-COPY        SECTION.
            MOVE COPIES-REG TO WRK-RJ-COPY-BEFORE.
            MOVE "I" TO COPY-STATUS-FLAG.
            REWRITE COPIES-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "R" TO WRK-RJ-OPERATION
                   PERFORM 8120-JOURNAL-COPY
                   ADD 1 TO WRK-RETIRED-QTY
                   MOVE "W"             TO WRK-AST-ACTION
                   MOVE COPY-MOVIES-KEY TO WRK-AST-MOVIES-KEY
                   MOVE COPY-NUMBER     TO WRK-AST-COPY-NUMBER
                   MOVE ZEROS           TO WRK-AST-COST WRK-AST-DATE
                      WRK-AST-RELEASE-YEAR WRK-AST-RECOVERY
                   MOVE SPACES          TO WRK-AST-STORE
                   MOVE "RETIRED"       TO WRK-AST-REASON
                   CALL "ASSETREG" USING WRK-AST-REC
            END-REWRITE.

       0400-FINALIZE           SECTION.
            CLOSE MOVIES.
            CLOSE COPIES.
            CLOSE RETIRE-REPORT.
            CALL "RPTFILE" USING WRK-RPTFILE-REC.
            GOBACK.

      *      FORWARD-RECOVERY JOURNAL - SEE RECJRNL. THE CALLER SETS
      *      WRK-RJ-OPERATION TO W, R OR D AFTER THE CHANGE IS MADE;
      *      A REWRITE'S BEFORE IMAGE WAS SAVED WHEN THE RECORD WAS
      *      READ FOR UPDATE.
       8120-JOURNAL-COPY       SECTION.
            MOVE "COPIES" TO WRK-RJ-FILE.
            MOVE WRK-RJ-COPY-BEFORE TO WRK-RJ-BEFORE.
            MOVE COPIES-REG TO WRK-RJ-AFTER.
            IF WRK-RJ-OPERATION = "D"
                MOVE COPIES-REG TO WRK-RJ-BEFORE
            END-IF.
            CALL "RECJRNL" USING WRK-RJ-REC.

       9000-MANAGE-ERROR       SECTION.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
