            FILE STATUS IS RENTALS-STATUS
            RECORD KEY IS RENTAL-KEY
            ALTERNATE RECORD KEY IS RENTAL-MOVIES-KEY
               WITH DUPLICATES
            ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-KEY
               WITH DUPLICATES.

      *      SELECT RENTALS-HIST ASSIGN TO
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS HIST-STATUS
            RECORD KEY IS HIST-KEY
            ALTERNATE RECORD KEY IS HIST-CUSTOMER-KEY
               WITH DUPLICATES.

      *      SELECT STATS-REPORT ASSIGN TO "./Data/TITLESTATS.TXT"
            SELECT STATS-REPORT ASSIGN TO
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "TITLESTATS".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "TITLESTATS".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\TITLESTATS.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-CORRUPTED     PIC X(040) VALUE
               "CORRUPTED FILE".
                OPEN OUTPUT STATS-REPORT
                PERFORM 0330-WRITE-REPORT
                CLOSE STATS-REPORT
                MOVE SPACES TO WRK-RPTFILE-PARMS
                STRING "FROM " DELIMITED BY SIZE
                       WRK-F-FROM-DATE DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       WRK-F-TO-DATE DELIMITED BY SIZE
                       " STORE " DELIMITED BY SIZE
                       WRK-F-STORE DELIMITED BY SIZE
                       INTO WRK-RPTFILE-PARMS
                END-STRING
                CALL "RPTFILE" USING WRK-RPTFILE-REC
                MOVE WRK-MSG-DONE TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-IF.
