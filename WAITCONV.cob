                88 HOLD-HELD                 VALUE "H".
                88 HOLD-EXPIRED              VALUE "X".
                88 HOLD-FILLED               VALUE "F".
            05 HOLD-FILL-DATE         PIC 9(008).
            05 HOLD-FILL-RENTAL       PIC 9(005).
            05 HOLD-FILL-PRIOR        PIC X(001).

       WORKING-STORAGE         SECTION.
      *---------------------------- FILE
       77 WRK-SAVE-CUSTOMER          PIC 9(005) VALUE ZEROS.
       77 WRK-SAVE-PLACED            PIC 9(008) VALUE ZEROS.

      *---------------------------- RECOVERY JOURNAL SUBPROGRAM
       01 WRK-RJ-REC.
            05 WRK-RJ-FILE           PIC X(008).
            05 WRK-RJ-OPERATION      PIC X(001).
            05 WRK-RJ-BEFORE         PIC X(100).
            05 WRK-RJ-AFTER          PIC X(100).
            05 WRK-RJ-PROGRAM        PIC X(012) VALUE "WAITCONV".

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-WC-REC.
            MOVE WRK-SAVE-PLACED   TO HOLD-PLACED-DATE.
            MOVE ZEROS TO HOLD-UNTIL-DATE.
            MOVE "W" TO HOLD-STATUS-FLAG.
            MOVE ZEROS TO HOLD-FILL-DATE HOLD-FILL-RENTAL.
            MOVE SPACE TO HOLD-FILL-PRIOR.

            WRITE HOLDS-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "W" TO WRK-RJ-OPERATION
                   PERFORM 8130-JOURNAL-HOLD
                   MOVE "C" TO WAIT-STATUS-FLAG
                   REWRITE WAITLIST-REG
                   ADD 1 TO LNK-WC-CONVERTED
            END-PERFORM.

            ADD 1 TO WRK-NEXT-HOLD-SEQ.

      *      FORWARD-RECOVERY JOURNAL - SEE RECJRNL. THE CALLER SETS
      *      WRK-RJ-OPERATION TO W, R OR D AFTER THE CHANGE IS MADE;
      *      A REWRITE'S BEFORE IMAGE WAS SAVED WHEN THE RECORD WAS
      *      READ FOR UPDATE.
       8130-JOURNAL-HOLD       SECTION.
            MOVE "HOLDS" TO WRK-RJ-FILE.
            MOVE SPACES TO WRK-RJ-BEFORE.
            MOVE HOLDS-REG TO WRK-RJ-AFTER.
            CALL "RECJRNL" USING WRK-RJ-REC.
