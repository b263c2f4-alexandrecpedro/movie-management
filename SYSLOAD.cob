            FILE STATUS IS WRK-FILE-STATUS
            RECORD KEY IS RENTAL-KEY
            ALTERNATE RECORD KEY IS RENTAL-MOVIES-KEY
               WITH DUPLICATES
            ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-KEY
               WITH DUPLICATES.

            SELECT COPIES ASSIGN TO WRK-COPIES-PATH
            05 CUSTOMER-COLLECT-FLAG PIC X(001).
            05 CUSTOMER-CREDIT       PIC 9(005)V99.
            05 CUSTOMER-POINTS       PIC 9(005).
            05 CUSTOMER-TIER         PIC X(001).
            05 CUSTOMER-TIER-SCORE   PIC 9(003).

       FD RENTALS.
       01 RENTALS-REG.
            05 HOLD-PLACED-DATE      PIC 9(008).
            05 HOLD-UNTIL-DATE       PIC 9(008).
            05 HOLD-STATUS-FLAG      PIC X(001).
            05 HOLD-FILL-DATE        PIC 9(008).
            05 HOLD-FILL-RENTAL      PIC 9(005).
            05 HOLD-FILL-PRIOR       PIC X(001).

       FD DISTRIB.
       01 DISTRIB-REG.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "SYSLOAD".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "SYSLOAD".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\SYSLOAD.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-PRESSKEY      PIC X(040) VALUE
               "PRESS ANY KEY".
                      MOVE 10 TO LOAD-SEQ-STATUS
                  NOT AT END
                      MOVE LOAD-SEQ-DATA TO CUSTOMERS-REG
      *               A DUMP TAKEN BEFORE THE RELIABILITY TIER EXISTED
      *               HAS SHORTER ROWS - THE CUSTOMER COMES BACK NOT
      *               SCORED YET.
                      IF CUSTOMER-TIER-SCORE NOT NUMERIC
                          MOVE SPACE TO CUSTOMER-TIER
                          MOVE ZEROS TO CUSTOMER-TIER-SCORE
                      END-IF
                      WRITE CUSTOMERS-REG
                      END-WRITE
                      ADD 1 TO WRK-REC-COUNT
                      MOVE 10 TO LOAD-SEQ-STATUS
                  NOT AT END
                      MOVE LOAD-SEQ-DATA TO HOLDS-REG
      *               A DUMP TAKEN BEFORE HOLDS CARRIED A FILL STAMP
      *               HAS SHORTER ROWS - THE HOLD COMES BACK UNSTAMPED.
                      IF HOLD-FILL-DATE NOT NUMERIC
                          MOVE ZEROS TO HOLD-FILL-DATE HOLD-FILL-RENTAL
                          MOVE SPACE TO HOLD-FILL-PRIOR
                      END-IF
                      WRITE HOLDS-REG
                      END-WRITE
                      ADD 1 TO WRK-REC-COUNT

       0400-FINALIZE           SECTION.
            CLOSE LOAD-REPORT.
            CALL "RPTFILE" USING WRK-RPTFILE-REC.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
