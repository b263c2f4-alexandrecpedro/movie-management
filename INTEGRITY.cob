            FILE STATUS IS RENTALS-STATUS
            RECORD KEY IS RENTAL-KEY
            ALTERNATE RECORD KEY IS RENTAL-MOVIES-KEY
               WITH DUPLICATES
            ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-KEY
               WITH DUPLICATES.

      *      SELECT MOVIES-ARCHIVE ASSIGN TO
                88 CUSTOMER-COLLECTIONS      VALUE "C".
            05 CUSTOMER-CREDIT       PIC 9(005)V99.
            05 CUSTOMER-POINTS       PIC 9(005).
            05 CUSTOMER-TIER         PIC X(001).
            05 CUSTOMER-TIER-SCORE   PIC 9(003).

      *---------------------------- RENTAL FILE DESCRIPTION
       FD RENTALS.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "INTEGRITY".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "INTEGRITY".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\INTEGRITY.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-CORRUPTED     PIC X(040) VALUE
               "CORRUPTED FILE".
            PERFORM 0320-SCAN-RENTALS.
            PERFORM 0345-REPORT-TOTALS.
            CLOSE EXCEPTIONS.
            CALL "RPTFILE" USING WRK-RPTFILE-REC.
            PERFORM 0350-REPORT-STATISTICS.

       0315-REPORT-HEADER      SECTION.
