            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "RETAIN".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "RETAIN".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\RETAIN.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-BADCUTOFF     PIC X(040) VALUE
               "ENTER A CUTOFF DATE (YYYYMMDD)".

       0400-FINALIZE           SECTION.
            CLOSE RETAIN-REPORT.
            MOVE SPACES TO WRK-RPTFILE-PARMS.
            STRING "CUTOFF " DELIMITED BY SIZE
                   WRK-CUTOFF-DATE DELIMITED BY SIZE
                   INTO WRK-RPTFILE-PARMS
            END-STRING.
            CALL "RPTFILE" USING WRK-RPTFILE-REC.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
