            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "DISTLOAD".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "DISTLOAD".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\DISTLOAD.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-CORRUPTED     PIC X(040) VALUE
               "CORRUPTED FILE".
                   UNTIL DISTFEED-STATUS = 10
                PERFORM 0345-REPORT-TOTALS
                CLOSE LOAD-REPORT
                CALL "RPTFILE" USING WRK-RPTFILE-REC
                CLOSE DISTFEED
                PERFORM 0350-REPORT-STATISTICS
            END-IF.
