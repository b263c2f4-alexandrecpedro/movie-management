       77 WRK-DEST-STORE              PIC X(003) VALUE SPACES.
       77 WRK-LIST-QTY                PIC 9(005) VALUE ZEROS.

      *---------------------------- RECOVERY JOURNAL SUBPROGRAM
       01 WRK-RJ-REC.
            05 WRK-RJ-FILE           PIC X(008).
            05 WRK-RJ-OPERATION      PIC X(001).
            05 WRK-RJ-BEFORE         PIC X(100).
            05 WRK-RJ-AFTER          PIC X(100).
            05 WRK-RJ-PROGRAM        PIC X(012) VALUE "TRANSFER".
      *      BEFORE IMAGES, SAVED WHEN A RECORD IS READ FOR UPDATE
       77 WRK-RJ-COPY-BEFORE         PIC X(100) VALUE SPACES.

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-TITLE.
                           MOVE WRK-MSG-NOTRENTABLE TO WRK-ERROR-MSG
                           PERFORM 9000-MANAGE-ERROR
                       ELSE
                           MOVE COPIES-REG TO WRK-RJ-COPY-BEFORE
                           MOVE "T" TO COPY-STATUS-FLAG
                           MOVE WRK-DEST-STORE TO COPY-STORE
                           REWRITE COPIES-REG
                           MOVE "R" TO WRK-RJ-OPERATION
                           PERFORM 8120-JOURNAL-COPY
                           MOVE WRK-MSG-SENT TO WRK-ERROR-MSG
                           PERFORM 9000-MANAGE-ERROR
                       END-IF
               NOT INVALID KEY
                   IF COPY-IN-TRANSIT
                         AND COPY-STORE = WRK-STORE-CODE
                       MOVE COPIES-REG TO WRK-RJ-COPY-BEFORE
                       MOVE "A" TO COPY-STATUS-FLAG
                       REWRITE COPIES-REG
                       MOVE "R" TO WRK-RJ-OPERATION
                       PERFORM 8120-JOURNAL-COPY
                       MOVE WRK-MSG-RECEIVED TO WRK-ERROR-MSG
                       PERFORM 9000-MANAGE-ERROR
                   ELSE
            CLOSE MOVIES.
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
