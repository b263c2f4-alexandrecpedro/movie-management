            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "AUDITINQ".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "AUDITINQ".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\AUDITINQ.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-OPEN          PIC X(040) VALUE
               "ERROR WHILE OPENING AUDIT LOG".
            IF WRK-OUTPUT-MODE = "R"
                PERFORM 0345-REPORT-TRAILER
                CLOSE AUDIT-REPORT
                MOVE SPACES TO WRK-RPTFILE-PARMS
                STRING "FROM " DELIMITED BY SIZE
                       WRK-F-FROM-DATE DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       WRK-F-TO-DATE DELIMITED BY SIZE
                       INTO WRK-RPTFILE-PARMS
                END-STRING
                CALL "RPTFILE" USING WRK-RPTFILE-REC
            END-IF.

            IF WRK-MATCH-QTY = ZEROS
