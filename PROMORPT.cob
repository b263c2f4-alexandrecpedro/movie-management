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

      *      SELECT PROMO-REPORT ASSIGN TO "./Data/PROMORPT.TXT"
            SELECT PROMO-REPORT ASSIGN TO
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "PROMORPT".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "PROMORPT".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\PROMORPT.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-NOPROMOS      PIC X(040) VALUE
               "NO PROMOTIONS FILE ON DISK".
                CLOSE RENTALS-HIST
            END-IF.
            CLOSE PROMO-REPORT.
            CALL "RPTFILE" USING WRK-RPTFILE-REC.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
