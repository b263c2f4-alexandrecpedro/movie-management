            FILE STATUS IS RENTALS-STATUS
            RECORD KEY IS RENTAL-KEY
            ALTERNATE RECORD KEY IS RENTAL-MOVIES-KEY
               WITH DUPLICATES
            ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-KEY
               WITH DUPLICATES.

      *      SELECT RENTALS-HIST ASSIGN TO
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS HIST-STATUS
            RECORD KEY IS HIST-KEY
            ALTERNATE RECORD KEY IS HIST-CUSTOMER-KEY
               WITH DUPLICATES.

       DATA                    DIVISION.
       FILE                    SECTION.
       77 WRK-MOVED-RECORDS          PIC 9(005) VALUE ZEROS.
       77 WRK-RETAINED-RECORDS       PIC 9(005) VALUE ZEROS.

      *---------------------------- RECOVERY JOURNAL SUBPROGRAM
       01 WRK-RJ-REC.
            05 WRK-RJ-FILE           PIC X(008).
            05 WRK-RJ-OPERATION      PIC X(001).
            05 WRK-RJ-BEFORE         PIC X(100).
            05 WRK-RJ-AFTER          PIC X(100).
            05 WRK-RJ-PROGRAM        PIC X(012) VALUE "RENTARCH".

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-TITLE.
                   ADD 1 TO WRK-RETAINED-RECORDS
               NOT INVALID KEY
                   DELETE RENTALS RECORD
                   MOVE "D" TO WRK-RJ-OPERATION
                   PERFORM 8110-JOURNAL-RENTAL
                   ADD 1 TO WRK-MOVED-RECORDS
                   MOVE "D"       TO WRK-CTL-ACTION
                   MOVE "RENTALS" TO WRK-CTL-NAME
            CLOSE RENTALS-HIST.
            GOBACK.

      *      FORWARD-RECOVERY JOURNAL - SEE RECJRNL. THE CALLER SETS
      *      WRK-RJ-OPERATION TO W, R OR D AFTER THE CHANGE IS MADE;
      *      A REWRITE'S BEFORE IMAGE WAS SAVED WHEN THE RECORD WAS
      *      READ FOR UPDATE.
       8110-JOURNAL-RENTAL     SECTION.
            MOVE "RENTALS" TO WRK-RJ-FILE.
            MOVE RENTALS-REG TO WRK-RJ-BEFORE.
            MOVE SPACES TO WRK-RJ-AFTER.
            CALL "RECJRNL" USING WRK-RJ-REC.

       9000-MANAGE-ERROR       SECTION.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
