                88 COPY-INACTIVE             VALUE "I".
                88 COPY-AT-DIST              VALUE "R".
                88 COPY-IN-TRANSIT           VALUE "T".
                88 COPY-LOST                 VALUE "L".
                88 COPY-SOLD                 VALUE "S".
            05 COPY-REPL-COST         PIC 9(003)V99.
            05 COPY-RENT-COUNT        PIC 9(005).
            05 COPY-STORE             PIC X(003).
               "DO YOU WANT TO PROCEED (Y/N)?".
            05 WRK-MSG-PRESSKEY       PIC X(040) VALUE
               "PRESS ANY KEY".
            05 WRK-MSG-LOSTSTATUS     PIC X(040) VALUE
               "LOST STATUS IS SET ONLY BY RENTALS".
            05 WRK-MSG-SOLDSTATUS     PIC X(040) VALUE
               "SOLD STATUS IS SET ONLY BY A SALE".

      *---------------------------- FILE
       77 MOVIES-STATUS               PIC 9(002) VALUE ZEROS.
      *---------------------------- HOME STORE
       77 WRK-STORE-CODE              PIC X(003) VALUE "001".

      *---------------------------- STATUS BEFORE THE UPDATE
       77 WRK-OLD-STATUS              PIC X(001) VALUE SPACE.

      *---------------------------- COPY ASSET REGISTER SUBPROGRAM
       01 WRK-AST-REC.
            05 WRK-AST-ACTION         PIC X(001).
            05 WRK-AST-MOVIES-KEY     PIC 9(005).
            05 WRK-AST-COPY-NUMBER    PIC 9(002).
            05 WRK-AST-COST           PIC 9(003)V99.
            05 WRK-AST-DATE           PIC 9(008).
            05 WRK-AST-RELEASE-YEAR   PIC 9(004).
            05 WRK-AST-STORE          PIC X(003).
            05 WRK-AST-REASON         PIC X(008).
            05 WRK-AST-RECOVERY       PIC 9(005)V99.
            05 WRK-AST-NBV            PIC 9(005)V99.
            05 WRK-AST-RESULT         PIC X(001).

      *---------------------------- RECOVERY JOURNAL SUBPROGRAM
       01 WRK-RJ-REC.
            05 WRK-RJ-FILE           PIC X(008).
            05 WRK-RJ-OPERATION      PIC X(001).
            05 WRK-RJ-BEFORE         PIC X(100).
            05 WRK-RJ-AFTER          PIC X(100).
            05 WRK-RJ-PROGRAM        PIC X(012) VALUE "COPYMAINT".
      *      BEFORE IMAGES, SAVED WHEN A RECORD IS READ FOR UPDATE
       77 WRK-RJ-COPY-BEFORE         PIC X(100) VALUE SPACES.

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-TITLE.
                       MOVE WRK-MSG-NOTSAVED TO WRK-ERROR-MSG
                   NOT INVALID KEY
                       MOVE WRK-MSG-SAVED TO WRK-ERROR-MSG
                       MOVE "W" TO WRK-RJ-OPERATION
                       PERFORM 8120-JOURNAL-COPY
                       PERFORM 0325-REGISTER-ASSET
                END-WRITE
                PERFORM 9000-MANAGE-ERROR
            END-IF.
            MOVE SPACES TO WRK-KEY.

      *      A COPY ADDED BY HAND GOES ON THE ASSET REGISTER AT ITS
      *      REPLACEMENT COST, IN SERVICE FROM TODAY.
       0325-REGISTER-ASSET     SECTION.
            MOVE "A"             TO WRK-AST-ACTION.
            MOVE COPY-MOVIES-KEY TO WRK-AST-MOVIES-KEY.
            MOVE COPY-NUMBER     TO WRK-AST-COPY-NUMBER.
            MOVE COPY-REPL-COST  TO WRK-AST-COST.
            MOVE ZEROS           TO WRK-AST-DATE WRK-AST-RECOVERY.
            MOVE MOVIES-RELEASE-YEAR TO WRK-AST-RELEASE-YEAR.
            MOVE COPY-STORE      TO WRK-AST-STORE.
            MOVE SPACES          TO WRK-AST-REASON.
            CALL "ASSETREG" USING WRK-AST-REC.

       0330-LIST-COPIES        SECTION.
            MOVE ZEROS TO MOVIES-KEY.
            DISPLAY MOVIE-LOOKUP-SCREEN.
                   MOVE WRK-MSG-COPYNOTFOUND TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
               NOT INVALID KEY
                   MOVE COPY-STATUS-FLAG TO WRK-OLD-STATUS
                   MOVE COPIES-REG TO WRK-RJ-COPY-BEFORE
                   DISPLAY COPY-DATA-SCREEN
                   ACCEPT COPY-DATA
                   PERFORM 0342-CHECK-LOST-STATUS
                   PERFORM 0343-CHECK-SOLD-STATUS
                   PERFORM 0345-CONFIRM-REWRITE
            END-READ.

      *      A LOST COPY WAS BILLED TO A CUSTOMER AND WRITTEN OFF BY
      *      THE LOST-RENTAL RUN - IT ONLY COMES BACK THROUGH CHECK-IN,
      *      WHICH REVERSES THE CHARGE, AND IS ONLY MARKED LOST BY
      *      THAT RUN. THE OTHER FIELDS CAN STILL BE CORRECTED HERE.
       0342-CHECK-LOST-STATUS  SECTION.
            IF (WRK-OLD-STATUS = "L" AND NOT COPY-LOST)
                  OR (WRK-OLD-STATUS NOT = "L" AND COPY-LOST)
                MOVE WRK-OLD-STATUS TO COPY-STATUS-FLAG
                MOVE WRK-MSG-LOSTSTATUS TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-IF.

      *      A SOLD COPY LEFT THE STORE WITH A CUSTOMER ON A COUNTER
      *      RECEIPT AND CAME OFF THE ASSET REGISTER AT THE SALE - IT
      *      IS NEVER PUT BACK IN STOCK FROM HERE, AND IS ONLY MARKED
      *      SOLD BY THE SALE ITSELF.
       0343-CHECK-SOLD-STATUS  SECTION.
            IF (WRK-OLD-STATUS = "S" AND NOT COPY-SOLD)
                  OR (WRK-OLD-STATUS NOT = "S" AND COPY-SOLD)
                MOVE WRK-OLD-STATUS TO COPY-STATUS-FLAG
                MOVE WRK-MSG-SOLDSTATUS TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-IF.

       0345-CONFIRM-REWRITE    SECTION.
            DISPLAY WRK-MSG-PROCEED LINE 16 COLUMN 10
               BACKGROUND-COLOR 3.
                       MOVE WRK-MSG-NOTSAVED TO WRK-ERROR-MSG
                   NOT INVALID KEY
                       MOVE WRK-MSG-SAVED TO WRK-ERROR-MSG
                       MOVE "R" TO WRK-RJ-OPERATION
                       PERFORM 8120-JOURNAL-COPY
                       IF COPY-INACTIVE AND WRK-OLD-STATUS NOT = "I"
                           PERFORM 0348-WRITE-OFF-ASSET
                       END-IF
                END-REWRITE
                PERFORM 9000-MANAGE-ERROR
            END-IF.
            MOVE SPACES TO WRK-KEY.

      *      TAKING A COPY OUT OF SERVICE RETIRES IT - IT COMES OFF
      *      THE ASSET REGISTER AT WHAT IS LEFT OF ITS BOOK VALUE.
       0348-WRITE-OFF-ASSET    SECTION.
            MOVE "W"             TO WRK-AST-ACTION.
            MOVE COPY-MOVIES-KEY TO WRK-AST-MOVIES-KEY.
            MOVE COPY-NUMBER     TO WRK-AST-COPY-NUMBER.
            MOVE ZEROS           TO WRK-AST-COST WRK-AST-DATE
               WRK-AST-RELEASE-YEAR WRK-AST-RECOVERY.
            MOVE SPACES          TO WRK-AST-STORE.
            MOVE "RETIRED"       TO WRK-AST-REASON.
            CALL "ASSETREG" USING WRK-AST-REC.

       0400-FINALIZE           SECTION.
            CLOSE MOVIES.
            CLOSE COPIES.
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
            MOVE SPACES TO WRK-KEY.
            ACCEPT ERROR-SCREEN.
