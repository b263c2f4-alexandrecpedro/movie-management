            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "ACKMATCH".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "ACKREPORT".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\ACKREPORT.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-NOSTATE       PIC X(040) VALUE
               "NO EXTRACT SEND-STATE FILE ON DISK".
       0400-FINALIZE           SECTION.
            CLOSE EXTRSTAT.
            CLOSE ACK-REPORT.
            CALL "RPTFILE" USING WRK-RPTFILE-REC.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
