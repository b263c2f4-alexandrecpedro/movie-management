       IDENTIFICATION          DIVISION.
       PROGRAM-ID. RPTLIB.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: REPORT LIBRARY BROWSER. LISTS THE FILED COPIES IN
      *          RPTLIB.DAT BY REPORT AND RUN DATE, SHOWS A CHOSEN
      *          COPY ON SCREEN PAGE BY PAGE, AND REPRINTS IT TO
      *          REPRINT.TXT WITH A BANNER SAYING WHICH RUN IT WAS, SO
      *          A REPRINT IS NEVER MISTAKEN FOR TODAY'S FIGURES. THE
      *          COPIES ARE FILED BY RPTFILE WHEN EACH REPORT RUNS.
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

            SELECT RPT-COPY ASSIGN TO WRK-COPY-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RPT-COPY-STATUS.

      *      SELECT REPRINT ASSIGN TO "./Data/REPRINT.TXT"
            SELECT REPRINT ASSIGN TO
              "C:\Cobol\Project\Data\REPRINT.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS REPRINT-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- REPORT LIBRARY INDEX
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

      *---------------------------- FILED COPY
       FD RPT-COPY.
       01 RPT-COPY-REG.
            05 RPT-COPY-DATA         PIC X(200).

      *---------------------------- REPRINT OUTPUT
       FD REPRINT.
       01 REPRINT-REG.
            05 REPRINT-DATA          PIC X(200).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                    PIC X(001).
       77 WRK-ACTION                 PIC X(001) VALUE SPACE.
       77 WRK-PICK                   PIC 9(002) VALUE ZEROS.
       77 WRK-FILTER-REPORT          PIC X(012) VALUE SPACES.
       77 WRK-FILTER-DATE            PIC 9(008) VALUE ZEROS.

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                   PIC 9(002) VALUE ZEROS.
       77 WRK-COUNTLINE              PIC 9(002) VALUE ZEROS.
       77 WRK-TIME-DISP              PIC 99B99B99 VALUE ZEROS.
       77 WRK-ROW-TIME               PIC 9(006) VALUE ZEROS.
       77 WRK-VIEW-TEXT              PIC X(078) VALUE SPACES.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG              PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "RPTLIB".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-EMPTY         PIC X(040) VALUE
               "NO FILED REPORTS MATCH".
            05 WRK-MSG-NOLIB         PIC X(040) VALUE
               "REPORT LIBRARY IS EMPTY".
            05 WRK-MSG-NOCOPY        PIC X(040) VALUE
               "FILED COPY IS MISSING FROM THE LIBRARY".
            05 WRK-MSG-BADPICK       PIC X(040) VALUE
               "NO SUCH ROW ON THIS PAGE".
            05 WRK-MSG-REPRINTED     PIC X(040) VALUE
               "COPY WRITTEN TO REPRINT.TXT".
            05 WRK-MSG-ENDREPORT     PIC X(040) VALUE
               "END OF REPORT".

      *---------------------------- FILE
       77 RPTLIB-STATUS              PIC 9(002) VALUE ZEROS.
       77 RPT-COPY-STATUS            PIC 9(002) VALUE ZEROS.
       77 REPRINT-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-RPTLIB-PATH            PIC X(060) VALUE SPACES.
       77 WRK-LIB-DIR                PIC X(040) VALUE SPACES.
       77 WRK-COPY-PATH              PIC X(060) VALUE SPACES.
       77 WRK-LIB-OPEN-FLAG          PIC X(001) VALUE "N".

      *---------------------------- LIST CONTROLS
      *      THE KEYS OF THE ROWS ON THE CURRENT PAGE, SO A ROW
      *      NUMBER CAN BE TURNED BACK INTO A LIBRARY ENTRY.
       77 WRK-PAGE-ROWS              PIC 9(002) VALUE 12.
       77 WRK-ROW-QTY                PIC 9(002) VALUE ZEROS.
       77 WRK-LISTED-QTY             PIC 9(005) VALUE ZEROS.
       77 WRK-LIST-END               PIC X(001) VALUE "N".
       77 WRK-STOP-FLAG              PIC X(001) VALUE "N".
       01 WRK-PAGE-TABLE.
            05 WRK-PAGE-KEY          PIC X(028) OCCURS 12 TIMES.

      *---------------------------- VIEW CONTROLS
       77 WRK-FORM-FEED              PIC X(001) VALUE X"0C".
       77 WRK-VIEW-ROWS              PIC 9(002) VALUE 16.
       77 WRK-VIEW-PAGE              PIC 9(005) VALUE ZEROS.
       77 WRK-VIEW-END               PIC X(001) VALUE "N".

      *---------------------------- REPRINT BANNER
       01 WRK-BANNER.
            05 FILLER                PIC X(013) VALUE "*** REPRINT -".
            05 FILLER                PIC X(001) VALUE SPACE.
            05 WRK-BANNER-REPORT     PIC X(012) VALUE SPACES.
            05 FILLER                PIC X(005) VALUE " RUN ".
            05 WRK-BANNER-DATE       PIC 9(008) VALUE ZEROS.
            05 FILLER                PIC X(001) VALUE SPACE.
            05 WRK-BANNER-TIME       PIC 99B99B99 VALUE ZEROS.
            05 FILLER                PIC X(004) VALUE " BY ".
            05 WRK-BANNER-OPER       PIC X(008) VALUE SPACES.
            05 FILLER                PIC X(004) VALUE " ***".

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-TITLE.
            05 LNK-SCREEN-TITLE      PIC X(020).
            05 LNK-MODULE-TITLE      PIC X(026).

       SCREEN                  SECTION.
      *---------------------------- ERROR SCREEN
       01 ERROR-SCREEN.
            05 MSG-ERROR.
                10 LINE 24 COLUMN 01 ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 24 COLUMN 10 PIC X(040)
                   BACKGROUND-COLOR 3
                   USING WRK-ERROR-MSG.
                10 COLUMN PLUS 2     PIC X(001)
                   BACKGROUND-COLOR 3
                   USING WRK-KEY.

      *---------------------------- LIBRARY FILTER SCREEN
       01 FILTER-SCREEN.
            05 FILTER-FIELDS FOREGROUND-COLOR 2.
                10 LINE 08 COLUMN 10 VALUE "REPORT (BLANK = ALL): ".
                10 COLUMN PLUS 2     PIC X(012)
                   USING WRK-FILTER-REPORT.
                10 LINE 09 COLUMN 10 VALUE "FROM DATE (YYYYMMDD): ".
                10 COLUMN PLUS 2     PIC 9(008)
                   USING WRK-FILTER-DATE BLANK WHEN ZEROS.

      *---------------------------- SCREEN LAYOUT
       01 CLEANER-SCREEN.
            05 CLEAN-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01  PIC X(020) ERASE EOL
                    BACKGROUND-COLOR 3.
               10 LINE 01 COLUMN 15  PIC X(020)
                    BACKGROUND-COLOR 3 FOREGROUND-COLOR 0
                    FROM LNK-SCREEN-TITLE.
               10 LINE 02 COLUMN 01  PIC X(025) ERASE EOL
                    BACKGROUND-COLOR 1.
               10 LINE 02 COLUMN 14  PIC X(026)
                    BACKGROUND-COLOR 1 FOREGROUND-COLOR 6
                    FROM LNK-MODULE-TITLE.

       PROCEDURE               DIVISION USING LNK-TITLE.

       0100-MAIN               SECTION.
            PERFORM 0200-INITIALIZE.
            IF WRK-LIB-OPEN-FLAG = "Y"
                PERFORM 0300-PROCESS
            END-IF.
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
            DISPLAY CLEANER-SCREEN.

      *      THE LIBRARY IS CREATED BY THE FIRST REPORT FILED - A
      *      MISSING FILE JUST MEANS NOTHING HAS RUN YET.
            OPEN INPUT RPTLIB.
            IF RPTLIB-STATUS = ZEROS
                MOVE "Y" TO WRK-LIB-OPEN-FLAG
            ELSE
                MOVE "N" TO WRK-LIB-OPEN-FLAG
                MOVE WRK-MSG-NOLIB TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-IF.

       0300-PROCESS            SECTION.
            MOVE SPACES TO WRK-FILTER-REPORT.
            MOVE ZEROS TO WRK-FILTER-DATE.
            DISPLAY FILTER-SCREEN.
            ACCEPT FILTER-FIELDS.

            MOVE LOW-VALUES TO RLIB-KEY.
            IF WRK-FILTER-REPORT NOT = SPACES
                MOVE WRK-FILTER-REPORT TO RLIB-REPORT
                MOVE WRK-FILTER-DATE TO RLIB-RUN-DATE
                MOVE ZEROS TO RLIB-RUN-TIME
            END-IF.

            MOVE "N" TO WRK-LIST-END WRK-STOP-FLAG.
            MOVE ZEROS TO WRK-LISTED-QTY.
            START RPTLIB KEY IS NOT LESS THAN RLIB-KEY
               INVALID KEY
                   MOVE "Y" TO WRK-LIST-END
            END-START.

            PERFORM UNTIL WRK-LIST-END = "Y" OR WRK-STOP-FLAG = "Y"
               PERFORM 0310-LIST-PAGE
               IF WRK-ROW-QTY > ZEROS
                   PERFORM 0340-PAGE-ACTION
               END-IF
            END-PERFORM.

            IF WRK-LISTED-QTY = ZEROS
                MOVE WRK-MSG-EMPTY TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-IF.

      *      ONE SCREEN OF MATCHING ROWS. A REPORT FILTER ENDS THE
      *      LIST AT THE NEXT REPORT NAME; THE DATE FILTER SKIPS
      *      EARLIER RUNS OF EVERY REPORT WHEN NO REPORT IS GIVEN.
       0310-LIST-PAGE          SECTION.
            MOVE ZEROS TO WRK-ROW-QTY.
            INITIALIZE WRK-PAGE-TABLE.
            PERFORM 0320-PAGE-HEADER.

            PERFORM UNTIL WRK-LIST-END = "Y"
                  OR WRK-ROW-QTY = WRK-PAGE-ROWS
               READ RPTLIB NEXT
                  AT END
                      MOVE "Y" TO WRK-LIST-END
                  NOT AT END
                      IF WRK-FILTER-REPORT NOT = SPACES
                            AND RLIB-REPORT NOT = WRK-FILTER-REPORT
                          MOVE "Y" TO WRK-LIST-END
                      ELSE
                          IF RLIB-RUN-DATE NOT < WRK-FILTER-DATE
                              PERFORM 0330-SHOW-ROW
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.

       0320-PAGE-HEADER        SECTION.
            DISPLAY CLEANER-SCREEN.
            MOVE 04 TO WRK-LINE.
            DISPLAY "NO"         LINE WRK-LINE COLUMN 02.
            DISPLAY "REPORT"     LINE WRK-LINE COLUMN 05.
            DISPLAY "RUN DATE"   LINE WRK-LINE COLUMN 18.
            DISPLAY "TIME"       LINE WRK-LINE COLUMN 27.
            DISPLAY "OPERATOR"   LINE WRK-LINE COLUMN 36.
            DISPLAY "PAGES"      LINE WRK-LINE COLUMN 45.
            DISPLAY "LINES"      LINE WRK-LINE COLUMN 51.
            DISPLAY "PARAMETERS" LINE WRK-LINE COLUMN 59.
            MOVE ZEROS TO WRK-COUNTLINE.

       0330-SHOW-ROW           SECTION.
            ADD 1 TO WRK-ROW-QTY.
            ADD 1 TO WRK-LISTED-QTY.
            ADD 1 TO WRK-LINE.
            MOVE RLIB-KEY TO WRK-PAGE-KEY(WRK-ROW-QTY).
            MOVE RLIB-RUN-TIME(1:6) TO WRK-ROW-TIME.
            MOVE WRK-ROW-TIME TO WRK-TIME-DISP.

            DISPLAY WRK-ROW-QTY       LINE WRK-LINE COLUMN 02.
            DISPLAY RLIB-REPORT       LINE WRK-LINE COLUMN 05.
            DISPLAY RLIB-RUN-DATE     LINE WRK-LINE COLUMN 18.
            DISPLAY WRK-TIME-DISP     LINE WRK-LINE COLUMN 27.
            DISPLAY RLIB-OPERATOR     LINE WRK-LINE COLUMN 36.
            DISPLAY RLIB-PAGES        LINE WRK-LINE COLUMN 45.
            DISPLAY RLIB-LINES        LINE WRK-LINE COLUMN 51.
            DISPLAY RLIB-PARMS(1:21)  LINE WRK-LINE COLUMN 59.

      *      V OR P WITH A ROW NUMBER VIEWS OR REPRINTS THAT COPY;
      *      ENTER MOVES TO THE NEXT PAGE, X LEAVES THE LIST.
       0340-PAGE-ACTION        SECTION.
            MOVE SPACE TO WRK-ACTION.
            MOVE ZEROS TO WRK-PICK.
            DISPLAY "V=VIEW P=REPRINT X=EXIT ENTER=NEXT:"
               LINE 20 COLUMN 02.
            ACCEPT WRK-ACTION LINE 20 COLUMN 39.
            IF WRK-ACTION = "V" OR "v" OR "P" OR "p"
                DISPLAY "ROW NO:" LINE 20 COLUMN 42
                ACCEPT WRK-PICK LINE 20 COLUMN 50
            END-IF.

            EVALUATE WRK-ACTION
              WHEN "X" WHEN "x"
                MOVE "Y" TO WRK-STOP-FLAG
              WHEN "V" WHEN "v"
                PERFORM 0350-FETCH-PICK
                IF WRK-ERROR-MSG = SPACES
                    PERFORM 0360-VIEW-COPY
                END-IF
                PERFORM 0390-RESUME-LIST
              WHEN "P" WHEN "p"
                PERFORM 0350-FETCH-PICK
                IF WRK-ERROR-MSG = SPACES
                    PERFORM 0380-REPRINT-COPY
                END-IF
                PERFORM 0390-RESUME-LIST
              WHEN OTHER
                CONTINUE
            END-EVALUATE.

            IF WRK-ERROR-MSG NOT = SPACES
                PERFORM 9000-MANAGE-ERROR
            END-IF.

       0350-FETCH-PICK         SECTION.
            IF WRK-PICK < 1 OR WRK-PICK > WRK-ROW-QTY
                MOVE WRK-MSG-BADPICK TO WRK-ERROR-MSG
            ELSE
                MOVE WRK-PAGE-KEY(WRK-PICK) TO RLIB-KEY
                READ RPTLIB KEY IS RLIB-KEY
                   INVALID KEY
                       MOVE WRK-MSG-NOCOPY TO WRK-ERROR-MSG
                END-READ
            END-IF.

            IF WRK-ERROR-MSG = SPACES
                MOVE SPACES TO WRK-COPY-PATH
                STRING WRK-LIB-DIR    DELIMITED BY SPACE
                       RLIB-FILE-NAME DELIMITED BY SPACE
                       INTO WRK-COPY-PATH
                END-STRING
                OPEN INPUT RPT-COPY
                IF RPT-COPY-STATUS NOT = ZEROS
                    MOVE WRK-MSG-NOCOPY TO WRK-ERROR-MSG
                END-IF
            END-IF.

      *      A FORM FEED IN THE COPY STARTS A FRESH SCREEN, SO A
      *      PAGINATED REPORT IS SEEN A PRINTED PAGE AT A TIME.
       0360-VIEW-COPY          SECTION.
            MOVE "N" TO WRK-VIEW-END.
            MOVE ZEROS TO WRK-VIEW-PAGE.
            PERFORM 0365-VIEW-HEADER.

            PERFORM UNTIL WRK-VIEW-END = "Y"
               READ RPT-COPY
                  AT END
                      MOVE "Y" TO WRK-VIEW-END
                  NOT AT END
                      IF RPT-COPY-DATA(1:1) = WRK-FORM-FEED
                          IF WRK-COUNTLINE > ZEROS
                              PERFORM 0370-VIEW-PAUSE
                          END-IF
                          MOVE SPACE TO RPT-COPY-DATA(1:1)
                      END-IF
                      IF WRK-VIEW-END = "N"
                            AND WRK-COUNTLINE = WRK-VIEW-ROWS
                          PERFORM 0370-VIEW-PAUSE
                      END-IF
                      IF WRK-VIEW-END = "N"
                          ADD 1 TO WRK-LINE
                          ADD 1 TO WRK-COUNTLINE
                          MOVE RPT-COPY-DATA(1:78) TO WRK-VIEW-TEXT
                          DISPLAY WRK-VIEW-TEXT
                             LINE WRK-LINE COLUMN 02
                      END-IF
               END-READ
            END-PERFORM.
            CLOSE RPT-COPY.

            MOVE WRK-MSG-ENDREPORT TO WRK-ERROR-MSG.

       0365-VIEW-HEADER        SECTION.
            DISPLAY CLEANER-SCREEN.
            ADD 1 TO WRK-VIEW-PAGE.
            MOVE RLIB-RUN-TIME(1:6) TO WRK-ROW-TIME.
            MOVE WRK-ROW-TIME TO WRK-TIME-DISP.
            DISPLAY RLIB-REPORT      LINE 03 COLUMN 02.
            DISPLAY RLIB-RUN-DATE    LINE 03 COLUMN 16.
            DISPLAY WRK-TIME-DISP    LINE 03 COLUMN 26.
            DISPLAY "SCREEN"         LINE 03 COLUMN 40.
            DISPLAY WRK-VIEW-PAGE    LINE 03 COLUMN 47.
            MOVE 03 TO WRK-LINE.
            MOVE ZEROS TO WRK-COUNTLINE.

       0370-VIEW-PAUSE         SECTION.
            MOVE SPACE TO WRK-KEY.
            DISPLAY "ENTER=NEXT X=STOP:" LINE 21 COLUMN 02.
            ACCEPT WRK-KEY LINE 21 COLUMN 21.
            IF WRK-KEY = "X" OR "x"
                MOVE "Y" TO WRK-VIEW-END
            ELSE
                PERFORM 0365-VIEW-HEADER
            END-IF.
            MOVE SPACE TO WRK-KEY.

       0380-REPRINT-COPY       SECTION.
            OPEN OUTPUT REPRINT.
            MOVE RLIB-REPORT     TO WRK-BANNER-REPORT.
            MOVE RLIB-RUN-DATE   TO WRK-BANNER-DATE.
            MOVE RLIB-RUN-TIME(1:6) TO WRK-ROW-TIME.
            MOVE WRK-ROW-TIME    TO WRK-BANNER-TIME.
            MOVE RLIB-OPERATOR   TO WRK-BANNER-OPER.
            MOVE WRK-BANNER      TO REPRINT-DATA.
            WRITE REPRINT-REG.
            IF RLIB-PARMS NOT = SPACES
                MOVE SPACES TO REPRINT-DATA
                STRING "*** PARAMETERS: " DELIMITED BY SIZE
                       RLIB-PARMS         DELIMITED BY SIZE
                       INTO REPRINT-DATA
                END-STRING
                WRITE REPRINT-REG
            END-IF.

            PERFORM UNTIL RPT-COPY-STATUS = 10
               READ RPT-COPY
                  AT END
                      MOVE 10 TO RPT-COPY-STATUS
                  NOT AT END
                      MOVE RPT-COPY-DATA TO REPRINT-DATA
                      WRITE REPRINT-REG
               END-READ
            END-PERFORM.
            CLOSE RPT-COPY.
            CLOSE REPRINT.

            MOVE WRK-MSG-REPRINTED TO WRK-ERROR-MSG.

      *      VIEWING OR REPRINTING MOVED THE FILE POSITION - PUT IT
      *      BACK AFTER THE LAST ROW LISTED AND SHOW THE SAME PAGE.
       0390-RESUME-LIST        SECTION.
            MOVE WRK-PAGE-KEY(1) TO RLIB-KEY.
            START RPTLIB KEY IS NOT LESS THAN RLIB-KEY
               INVALID KEY
                   MOVE "Y" TO WRK-LIST-END
            END-START.
            SUBTRACT WRK-ROW-QTY FROM WRK-LISTED-QTY.
            IF WRK-ERROR-MSG NOT = SPACES
                PERFORM 9000-MANAGE-ERROR
            END-IF.

       0400-FINALIZE           SECTION.
            IF WRK-LIB-OPEN-FLAG = "Y"
                CLOSE RPTLIB
            END-IF.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
            MOVE SPACES TO WRK-KEY.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
            MOVE SPACES TO WRK-KEY.
