            05 WRK-ERRORLOG-PROGRAM    PIC X(012) VALUE "RMA".
            05 WRK-ERRORLOG-MESSAGE    PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "RMAAGING".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\RMAAGING.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01 WRK-MSGS.
            05 WRK-MSG-BADMODE        PIC X(040) VALUE
               "INVALID MODE - ENTER S, C, L OR X".
               "RMA RECORDED - COPY FLAGGED IN TRANSIT".
            05 WRK-MSG-CREDITED       PIC X(040) VALUE
               "CREDIT MEMO BOOKED - COPY RETIRED".
            05 WRK-MSG-CREDITNETTED   PIC X(040) VALUE
               "CREDIT BOOKED - NETTED AGAINST PAYABLE".
            05 WRK-MSG-NOTSAVED       PIC X(040) VALUE
               "ERROR WHILE SAVING RMA".
            05 WRK-MSG-NOOPENRMAS     PIC X(040) VALUE
            05 WRK-CTL-COUNT          PIC 9(005).
            05 WRK-CTL-RESULT         PIC X(001).

      *---------------------------- DISTRIBUTOR PAYABLE NETTING
       01 WRK-NET-REC.
            05 WRK-NET-DIST-CODE      PIC X(006).
            05 WRK-NET-AMOUNT         PIC S9(005)V99.
            05 WRK-NET-MONTH          PIC 9(006).
            05 WRK-NET-RESULT         PIC X(001).

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
            05 WRK-RJ-PROGRAM        PIC X(012) VALUE "RMA".
      *      BEFORE IMAGES, SAVED WHEN A RECORD IS READ FOR UPDATE
       77 WRK-RJ-COPY-BEFORE         PIC X(100) VALUE SPACES.

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-TITLE.
                   MOVE WRK-MSG-COPYNOTFOUND TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
               NOT INVALID KEY
                   MOVE COPIES-REG TO WRK-RJ-COPY-BEFORE
                   MOVE "R" TO COPY-STATUS-FLAG
                   REWRITE COPIES-REG
                   MOVE "R" TO WRK-RJ-OPERATION
                   PERFORM 8120-JOURNAL-COPY
                   PERFORM 0320-WRITE-RMA
            END-READ.

                       MOVE "C" TO RMA-STATUS-FLAG
                       REWRITE RMAS-REG
                       PERFORM 0335-RETIRE-COPY
                       PERFORM 0338-NET-CREDIT
                       PERFORM 9000-MANAGE-ERROR
                   END-IF
            END-READ.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE COPIES-REG TO WRK-RJ-COPY-BEFORE
                   MOVE "I" TO COPY-STATUS-FLAG
                   REWRITE COPIES-REG
                   MOVE "R" TO WRK-RJ-OPERATION
                   PERFORM 8120-JOURNAL-COPY
            END-READ.
            PERFORM 0336-WRITE-OFF-ASSET.

      *      THE COPY COMES OFF THE ASSET REGISTER AT WHAT IS LEFT OF
      *      ITS BOOK VALUE; THE CREDIT IS WHAT WE RECOVERED ON IT.
       0336-WRITE-OFF-ASSET    SECTION.
            MOVE "W"             TO WRK-AST-ACTION.
            MOVE RMA-MOVIES-KEY  TO WRK-AST-MOVIES-KEY.
            MOVE RMA-COPY-NUMBER TO WRK-AST-COPY-NUMBER.
            MOVE ZEROS           TO WRK-AST-COST WRK-AST-DATE
               WRK-AST-RELEASE-YEAR.
            MOVE SPACES          TO WRK-AST-STORE.
            MOVE "RMA"           TO WRK-AST-REASON.
            MOVE RMA-CREDIT-AMT  TO WRK-AST-RECOVERY.
            CALL "ASSETREG" USING WRK-AST-REC.

      *      A REVENUE-SHARE DISTRIBUTOR'S CREDIT MEMO COMES OFF THE
      *      PAYABLE WE OWE THEM INSTEAD OF ARRIVING AS A REFUND.
       0338-NET-CREDIT         SECTION.
            MOVE RMA-DIST-CODE TO WRK-NET-DIST-CODE.
            COMPUTE WRK-NET-AMOUNT = ZEROS - RMA-CREDIT-AMT.
            CALL "DISTNET" USING WRK-NET-REC.
            IF WRK-NET-RESULT = "Y"
                MOVE WRK-MSG-CREDITNETTED TO WRK-ERROR-MSG
            ELSE
                MOVE WRK-MSG-CREDITED TO WRK-ERROR-MSG
            END-IF.

       0350-AGING-REPORT       SECTION.
            MOVE ZEROS TO WRK-OPEN-QTY WRK-OPEN-VALUE.
            END-PERFORM.

            CLOSE RMA-REPORT.
            CALL "RPTFILE" USING WRK-RPTFILE-REC.

            IF WRK-OPEN-QTY = ZEROS
                MOVE WRK-MSG-NOOPENRMAS TO WRK-ERROR-MSG
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
