
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      ERRORLOG.TXT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      ERRORLOGTXT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT ERROR-LOG ASSIGN TO WRK-ERRORLOG-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ERRORLOG-STATUS.

       WORKING-STORAGE         SECTION.
      *---------------------------- FILE
       77 ERRORLOG-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-ERRORLOG-PATH          PIC X(060) VALUE SPACES.

      *---------------------------- TIMESTAMP
       77 WRK-DATE                   PIC 9(008) VALUE ZEROS.
            PERFORM 0400-FINALIZE.
            GOBACK.

       0195-SET-FILE-PATHS     SECTION.
            MOVE SPACES TO WRK-ERRORLOG-PATH.
            ACCEPT WRK-ERRORLOG-PATH FROM ENVIRONMENT "ERRORLOGTXT".
            IF WRK-ERRORLOG-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\ERRORLOG.TXT"
                   TO WRK-ERRORLOG-PATH
            END-IF.

       0200-OPEN-LOG           SECTION.
            PERFORM 0195-SET-FILE-PATHS.
            OPEN EXTEND ERROR-LOG.
            IF ERRORLOG-STATUS = 35
                OPEN OUTPUT ERROR-LOG
