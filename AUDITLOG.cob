
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      AUDITLOG.TXT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      AUDITLOGTXT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT AUDIT-LOG ASSIGN TO WRK-AUDIT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AUDIT-STATUS.

       WORKING-STORAGE         SECTION.
      *---------------------------- FILE
       77 AUDIT-STATUS               PIC 9(002) VALUE ZEROS.
       77 WRK-AUDIT-PATH             PIC X(060) VALUE SPACES.

      *---------------------------- TIMESTAMP
       77 WRK-DATE                   PIC 9(008) VALUE ZEROS.
            PERFORM 0400-FINALIZE.
            GOBACK.

       0195-SET-FILE-PATHS     SECTION.
            MOVE SPACES TO WRK-AUDIT-PATH.
            ACCEPT WRK-AUDIT-PATH FROM ENVIRONMENT "AUDITLOGTXT".
            IF WRK-AUDIT-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\AUDITLOG.TXT"
                   TO WRK-AUDIT-PATH
            END-IF.

       0200-OPEN-LOG           SECTION.
            PERFORM 0195-SET-FILE-PATHS.
            OPEN EXTEND AUDIT-LOG.
            IF AUDIT-STATUS = 35
                OPEN OUTPUT AUDIT-LOG
