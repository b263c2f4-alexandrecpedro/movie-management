            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "RECONCILE".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "RECONCILE".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\RECONCILE.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-CORRUPTED     PIC X(040) VALUE
               "CORRUPTED FILE".
                PERFORM 0345-SWEEP-MISSING
                PERFORM 0350-REPORT-TOTALS
                CLOSE RECON-REPORT
                CALL "RPTFILE" USING WRK-RPTFILE-REC
                PERFORM 0360-SHOW-RESULT
            END-IF.

