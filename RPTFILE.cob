       IDENTIFICATION          DIVISION.
       PROGRAM-ID. RPTFILE.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: FILE A FINISHED REPORT INTO THE REPORT LIBRARY. EVERY
      *          REPORT PROGRAM OVERWRITES ITS OWN FIXED OUTPUT FILE,
      *          SO ONCE IT HAS CLOSED THAT FILE IT CALLS HERE. THE
      *          REPORT IS COPIED INTO THE LIBRARY DIRECTORY UNDER A
      *          NAME BUILT FROM THE REPORT NAME AND THE RUN DATE AND
      *          TIME, AND AN INDEX ROW IN RPTLIB.DAT RECORDS WHO RAN
      *          IT, WITH WHAT PARAMETERS, AND HOW MANY PAGES AND
      *          LINES CAME OUT. COPIES OF THE SAME REPORT OLDER THAN
      *          ITS RETENTION (RPTRETAIN.TXT) ARE PURGED ON THE WAY
      *          OUT. A REPORT THAT CANNOT BE FILED NEVER STOPS THE
      *          RUN THAT PRODUCED IT - THE LIVE OUTPUT IS UNTOUCHED.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      RPTLIB.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      RPTLIBDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT RPTLIB ASSIGN TO WRK-RPTLIB-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS RPTLIB-STATUS
            RECORD KEY IS RLIB-KEY.

            SELECT RPT-SOURCE ASSIGN TO WRK-SOURCE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RPT-SOURCE-STATUS.

            SELECT RPT-COPY ASSIGN TO WRK-COPY-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RPT-COPY-STATUS.

      *      SELECT RETAIN-POLICY ASSIGN TO "./Data/RPTRETAIN.TXT"
            SELECT RETAIN-POLICY ASSIGN TO
              "C:\Cobol\Project\Data\RPTRETAIN.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RETAIN-POLICY-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- REPORT LIBRARY INDEX
      *      ONE ROW PER FILED COPY, IN REPORT / RUN DATE / RUN TIME
      *      ORDER. THE FILE NAME IS RELATIVE TO THE LIBRARY
      *      DIRECTORY (RPTLIBDIR).
       FD RPTLIB.
       01 RPTLIB-REG.
            05 RLIB-KEY.
                10 RLIB-REPORT       PIC X(012).
                10 RLIB-RUN-DATE     PIC 9(008).
                10 RLIB-RUN-TIME     PIC 9(008).
            05 RLIB-FILE-NAME        PIC X(040).
            05 RLIB-OPERATOR         PIC X(008).
            05 RLIB-PARMS            PIC X(040).
            05 RLIB-PAGES            PIC 9(005).
            05 RLIB-LINES            PIC 9(007).

      *---------------------------- REPORT AS THE PROGRAM LEFT IT
       FD RPT-SOURCE.
       01 RPT-SOURCE-REG.
            05 RPT-SOURCE-DATA       PIC X(200).

      *---------------------------- FILED COPY
       FD RPT-COPY.
       01 RPT-COPY-REG.
            05 RPT-COPY-DATA         PIC X(200).

      *---------------------------- RETENTION BY REPORT
      *      ONE ROW PER REPORT NAME WITH THE DAYS TO KEEP ITS COPIES.
      *      A ROW NAMED DEFAULT COVERS EVERY REPORT NOT LISTED.
       FD RETAIN-POLICY.
       01 RETAIN-POLICY-REG.
            05 RPOL-REPORT           PIC X(012).
            05 FILLER                PIC X(001).
            05 RPOL-DAYS             PIC 9(004).

       WORKING-STORAGE         SECTION.
      *---------------------------- FILE
       77 RPTLIB-STATUS              PIC 9(002) VALUE ZEROS.
       77 RPT-SOURCE-STATUS          PIC 9(002) VALUE ZEROS.
       77 RPT-COPY-STATUS            PIC 9(002) VALUE ZEROS.
       77 RETAIN-POLICY-STATUS       PIC 9(002) VALUE ZEROS.
       77 WRK-RPTLIB-PATH            PIC X(060) VALUE SPACES.
       77 WRK-LIB-DIR                PIC X(040) VALUE SPACES.
       77 WRK-SOURCE-PATH            PIC X(060) VALUE SPACES.
       77 WRK-COPY-PATH              PIC X(060) VALUE SPACES.
       77 WRK-PURGE-PATH             PIC X(060) VALUE SPACES.

      *---------------------------- TIMESTAMP
       77 WRK-DATE                   PIC 9(008) VALUE ZEROS.
       77 WRK-TIME                   PIC 9(008) VALUE ZEROS.

      *---------------------------- COPY CONTROLS
       77 WRK-FILED-FLAG             PIC X(001) VALUE "N".
       77 WRK-LIB-OPEN-FLAG          PIC X(001) VALUE "N".
       77 WRK-FORM-FEED              PIC X(001) VALUE X"0C".
       77 WRK-LINE-COUNT             PIC 9(007) VALUE ZEROS.
       77 WRK-FEED-COUNT             PIC 9(005) VALUE ZEROS.
       77 WRK-FIRST-FEED             PIC X(001) VALUE "N".
       77 WRK-PAGE-COUNT             PIC 9(005) VALUE ZEROS.
       77 WRK-PAGE-REM               PIC 9(002) VALUE ZEROS.
      *      A REPORT WITHOUT FORM FEEDS IS COUNTED IN PRINTER PAGES
      *      OF THIS MANY LINES.
       77 WRK-PAGE-LINES             PIC 9(002) VALUE 60.

      *---------------------------- RETENTION
       77 WRK-DEFAULT-DAYS           PIC 9(004) VALUE 90.
       77 WRK-KEEP-DAYS              PIC 9(004) VALUE ZEROS.
       77 WRK-KEEP-FOUND             PIC X(001) VALUE "N".
       77 WRK-CUTOFF-DATE            PIC 9(008) VALUE ZEROS.
       77 WRK-PURGE-END              PIC X(001) VALUE "N".

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-RPTFILE-REC.
            05 LNK-RPTFILE-REPORT    PIC X(012).
            05 LNK-RPTFILE-SOURCE    PIC X(060).
            05 LNK-RPTFILE-PARMS     PIC X(040).

       PROCEDURE               DIVISION USING LNK-RPTFILE-REC.

       0100-MAIN               SECTION.
            PERFORM 0200-INITIALIZE.
            PERFORM 0300-PROCESS.
            PERFORM 0400-FINALIZE.
            GOBACK.

       0195-SET-FILE-PATHS     SECTION.
            MOVE SPACES TO WRK-RPTLIB-PATH.
            ACCEPT WRK-RPTLIB-PATH FROM ENVIRONMENT "RPTLIBDAT".
            IF WRK-RPTLIB-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\RPTLIB.DAT"
                   TO WRK-RPTLIB-PATH
            END-IF.

            MOVE SPACES TO WRK-LIB-DIR.
            ACCEPT WRK-LIB-DIR FROM ENVIRONMENT "RPTLIBDIR".
            IF WRK-LIB-DIR = SPACES
                MOVE "C:\Cobol\Project\Reports\" TO WRK-LIB-DIR
            END-IF.

       0200-INITIALIZE         SECTION.
            PERFORM 0195-SET-FILE-PATHS.
            MOVE "N" TO WRK-FILED-FLAG.
            ACCEPT WRK-DATE FROM DATE YYYYMMDD.
            ACCEPT WRK-TIME FROM TIME.

            OPEN I-O RPTLIB.
            IF RPTLIB-STATUS = 35
                OPEN OUTPUT RPTLIB
                CLOSE RPTLIB
                OPEN I-O RPTLIB
            END-IF.
            IF RPTLIB-STATUS = ZEROS
                MOVE "Y" TO WRK-LIB-OPEN-FLAG
            ELSE
                MOVE "N" TO WRK-LIB-OPEN-FLAG
            END-IF.

       0300-PROCESS            SECTION.
            IF WRK-LIB-OPEN-FLAG = "Y"
                MOVE LNK-RPTFILE-SOURCE TO WRK-SOURCE-PATH
                OPEN INPUT RPT-SOURCE
                IF RPT-SOURCE-STATUS = ZEROS
                    PERFORM 0310-COPY-REPORT
                    CLOSE RPT-SOURCE
                END-IF
                IF WRK-FILED-FLAG = "Y"
                    PERFORM 0320-WRITE-INDEX
                END-IF
                PERFORM 0330-PURGE-OLD-COPIES
            END-IF.

      *      REPORT NAME, RUN DATE AND RUN TIME TO THE HUNDREDTH OF A
      *      SECOND - TWO RUNS OF ONE REPORT CANNOT SHARE A NAME.
       0310-COPY-REPORT        SECTION.
            MOVE LNK-RPTFILE-REPORT TO RLIB-REPORT.
            MOVE WRK-DATE           TO RLIB-RUN-DATE.
            MOVE WRK-TIME           TO RLIB-RUN-TIME.

            MOVE SPACES TO RLIB-FILE-NAME.
            STRING LNK-RPTFILE-REPORT DELIMITED BY SPACE
                   "_"                DELIMITED BY SIZE
                   WRK-DATE           DELIMITED BY SIZE
                   "_"                DELIMITED BY SIZE
                   WRK-TIME           DELIMITED BY SIZE
                   ".TXT"             DELIMITED BY SIZE
                   INTO RLIB-FILE-NAME
            END-STRING.

            MOVE SPACES TO WRK-COPY-PATH.
            STRING WRK-LIB-DIR    DELIMITED BY SPACE
                   RLIB-FILE-NAME DELIMITED BY SPACE
                   INTO WRK-COPY-PATH
            END-STRING.

            OPEN OUTPUT RPT-COPY.
            IF RPT-COPY-STATUS = ZEROS
                MOVE ZEROS TO WRK-LINE-COUNT WRK-FEED-COUNT
                MOVE "N" TO WRK-FIRST-FEED
                PERFORM UNTIL RPT-SOURCE-STATUS = 10
                   READ RPT-SOURCE
                      AT END
                          MOVE 10 TO RPT-SOURCE-STATUS
                      NOT AT END
                          MOVE RPT-SOURCE-DATA TO RPT-COPY-DATA
                          WRITE RPT-COPY-REG
                          ADD 1 TO WRK-LINE-COUNT
                          IF RPT-SOURCE-DATA(1:1) = WRK-FORM-FEED
                              ADD 1 TO WRK-FEED-COUNT
                              IF WRK-LINE-COUNT = 1
                                  MOVE "Y" TO WRK-FIRST-FEED
                              END-IF
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE RPT-COPY
                MOVE "Y" TO WRK-FILED-FLAG
                PERFORM 0315-COUNT-PAGES
            END-IF.

      *      A FORM FEED OPENS EACH PAGE OF A PAGINATED REPORT; ANY
      *      LINES BEFORE THE FIRST ONE ARE A PAGE OF THEIR OWN.
       0315-COUNT-PAGES        SECTION.
            IF WRK-FEED-COUNT > ZEROS
                MOVE WRK-FEED-COUNT TO WRK-PAGE-COUNT
                IF WRK-FIRST-FEED = "N"
                    ADD 1 TO WRK-PAGE-COUNT
                END-IF
            ELSE
                DIVIDE WRK-LINE-COUNT BY WRK-PAGE-LINES
                   GIVING WRK-PAGE-COUNT REMAINDER WRK-PAGE-REM
                IF WRK-PAGE-REM > ZEROS
                    ADD 1 TO WRK-PAGE-COUNT
                END-IF
            END-IF.

       0320-WRITE-INDEX        SECTION.
            MOVE SPACES TO RLIB-OPERATOR.
            ACCEPT RLIB-OPERATOR FROM ENVIRONMENT "OPERATORID".
            IF RLIB-OPERATOR = SPACES
                MOVE "BATCH" TO RLIB-OPERATOR
            END-IF.
            MOVE LNK-RPTFILE-PARMS TO RLIB-PARMS.
            MOVE WRK-PAGE-COUNT    TO RLIB-PAGES.
            MOVE WRK-LINE-COUNT    TO RLIB-LINES.

            WRITE RPTLIB-REG
               INVALID KEY
                   CALL "CBL_DELETE_FILE" USING WRK-COPY-PATH
            END-WRITE.

       0330-PURGE-OLD-COPIES   SECTION.
            PERFORM 0335-LOAD-RETENTION.
            COMPUTE WRK-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WRK-DATE) - WRK-KEEP-DAYS).

            MOVE LNK-RPTFILE-REPORT TO RLIB-REPORT.
            MOVE ZEROS TO RLIB-RUN-DATE RLIB-RUN-TIME.
            MOVE "N" TO WRK-PURGE-END.
            START RPTLIB KEY IS NOT LESS THAN RLIB-KEY
               INVALID KEY
                   MOVE "Y" TO WRK-PURGE-END
            END-START.

            PERFORM UNTIL WRK-PURGE-END = "Y"
               READ RPTLIB NEXT
                  AT END
                      MOVE "Y" TO WRK-PURGE-END
                  NOT AT END
                      IF RLIB-REPORT NOT = LNK-RPTFILE-REPORT
                            OR RLIB-RUN-DATE NOT < WRK-CUTOFF-DATE
                          MOVE "Y" TO WRK-PURGE-END
                      ELSE
                          MOVE SPACES TO WRK-PURGE-PATH
                          STRING WRK-LIB-DIR    DELIMITED BY SPACE
                                 RLIB-FILE-NAME DELIMITED BY SPACE
                                 INTO WRK-PURGE-PATH
                          END-STRING
                          CALL "CBL_DELETE_FILE" USING WRK-PURGE-PATH
                          DELETE RPTLIB
                          END-DELETE
                      END-IF
               END-READ
            END-PERFORM.

      *      NO POLICY FILE, OR NO ROW FOR THIS REPORT, MEANS THE
      *      DEFAULT ROW OR, FAILING THAT, THE HOUSE DEFAULT.
       0335-LOAD-RETENTION     SECTION.
            MOVE WRK-DEFAULT-DAYS TO WRK-KEEP-DAYS.
            MOVE "N" TO WRK-KEEP-FOUND.
            OPEN INPUT RETAIN-POLICY.
            IF RETAIN-POLICY-STATUS = ZEROS
                PERFORM UNTIL RETAIN-POLICY-STATUS = 10
                   READ RETAIN-POLICY
                      AT END
                          MOVE 10 TO RETAIN-POLICY-STATUS
                      NOT AT END
                          IF RPOL-DAYS IS NUMERIC
                              IF RPOL-REPORT = LNK-RPTFILE-REPORT
                                  MOVE RPOL-DAYS TO WRK-KEEP-DAYS
                                  MOVE "Y" TO WRK-KEEP-FOUND
                              END-IF
                              IF RPOL-REPORT = "DEFAULT"
                                    AND WRK-KEEP-FOUND = "N"
                                  MOVE RPOL-DAYS TO WRK-KEEP-DAYS
                              END-IF
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE RETAIN-POLICY
            END-IF.

       0400-FINALIZE           SECTION.
            IF WRK-LIB-OPEN-FLAG = "Y"
                CLOSE RPTLIB
            END-IF.
