      * Company: XPTO
      * Date: 02/09/2026
      * Purpose: REPORTS SUB-MENU - THE PERIODIC REPORT RUNS THAT DO
      *          NOT BELONG ON THE COUNTER MENU. THE STAFF EXCEPTION
      *          REPORT IS GATED BY THE LEVEL THE MENU SIGN-ON LEFT
      *          IN OPERLEVEL, AS ON THE BACK OFFICE MENU. THE
      *          REPORT LIBRARY BROWSES, VIEWS AND REPRINTS EARLIER
      *          RUNS OF EVERY REPORT. THE ANALYTICS EXTRACT CAN BE
      *          RUN BY HAND BETWEEN NIGHTS, GATED LIKE THE EXCEPTION
      *          REPORT, AND SO CAN THE CUSTOMER TIER SCORING.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       01   WRK-MSGS.
            05 WRK-MSG-OPTION        PIC X(040) VALUE
               "INVALID OPTION! TRY AGAIN".
            05 WRK-MSG-NOAUTH        PIC X(040) VALUE
               "NOT AUTHORIZED FOR THIS OPTION".

      *---------------------------- OPERATOR LEVEL FROM SIGN-ON
       77 WRK-OPER-LEVEL-X           PIC X(001) VALUE SPACE.
       77 WRK-OPER-LEVEL             PIC 9(001) VALUE ZEROS.

      *---------------------------- CALLED MODULE TITLES
       01 WRK-TITLE.
            05 LINE 11 COLUMN 15 VALUE "R - RETIRE CANDIDATES".
            05 LINE 12 COLUMN 15 VALUE "H - HOLD PICKUP NOTICES".
            05 LINE 13 COLUMN 15 VALUE "S - BUILD SUGGESTIONS".
            05 LINE 14 COLUMN 15 VALUE "O - REORDER SUGGESTIONS".
            05 LINE 15 COLUMN 15 VALUE "W - WIN-BACK RESPONSE".
            05 LINE 16 COLUMN 15 VALUE "I - PRICE CHANGE WHAT-IF".
            05 LINE 17 COLUMN 15 VALUE "E - OVERRIDE EXCEPTIONS".
            05 LINE 18 COLUMN 15 VALUE "L - REPORT LIBRARY".
            05 LINE 19 COLUMN 15 VALUE "N - ANALYTICS EXTRACT".
            05 LINE 20 COLUMN 15 VALUE "T - SELL-THROUGH".
            05 LINE 21 COLUMN 15 VALUE "F - TRAFFIC AND STAFFING".
            05 LINE 07 COLUMN 45 VALUE "C - CUSTOMER TIERS".
            05 LINE 22 COLUMN 15 VALUE "X - BACK TO MAIN MENU".
            05 LINE 23 COLUMN 15 VALUE "OPTION...: ".
            05 LINE 23 COLUMN 26     PIC X(001) USING WRK-OPTION.

       0200-INITIALIZE         SECTION.
            MOVE SPACE TO WRK-OPTION.
      *      THE CALLER'S BANNER (A TRAINING SESSION SAYS SO) CARRIES
      *      ON TO EVERY MODULE CALLED FROM HERE.
            MOVE LNK-SCREEN-TITLE TO WRK-SCREEN-TITLE.
            MOVE SPACES TO WRK-OPER-LEVEL-X.
            ACCEPT WRK-OPER-LEVEL-X FROM ENVIRONMENT "OPERLEVEL".
            IF WRK-OPER-LEVEL-X IS NUMERIC
                MOVE WRK-OPER-LEVEL-X TO WRK-OPER-LEVEL
            ELSE
                MOVE 1 TO WRK-OPER-LEVEL
            END-IF.
            PERFORM 0220-DISPLAY-MENU.

       0220-DISPLAY-MENU       SECTION.
              WHEN "S" WHEN "s"
                 MOVE "MODULE - SUGGESTIONS " TO WRK-MODULE-TITLE
                 CALL "SUGGEST" USING WRK-TITLE
              WHEN "O" WHEN "o"
                 MOVE "MODULE - REORDER " TO WRK-MODULE-TITLE
                 CALL "REORDER" USING WRK-TITLE
              WHEN "W" WHEN "w"
                 MOVE "MODULE - WIN-BACK RESPONSE " TO WRK-MODULE-TITLE
                 CALL "WINRESP" USING WRK-TITLE
              WHEN "I" WHEN "i"
                 MOVE "MODULE - PRICE WHAT-IF " TO WRK-MODULE-TITLE
                 CALL "PRICESIM" USING WRK-TITLE
              WHEN "E" WHEN "e"
                 IF WRK-OPER-LEVEL < 2
                     MOVE WRK-MSG-NOAUTH TO WRK-ERROR-MSG
                     PERFORM 9000-MANAGE-ERROR
                 ELSE
                     MOVE "MODULE - EXCEPTIONS " TO WRK-MODULE-TITLE
                     CALL "EXCEPTRPT" USING WRK-TITLE
                 END-IF
              WHEN "L" WHEN "l"
                 MOVE "MODULE - REPORT LIBRARY " TO WRK-MODULE-TITLE
                 CALL "RPTLIB" USING WRK-TITLE
              WHEN "N" WHEN "n"
                 IF WRK-OPER-LEVEL < 2
                     MOVE WRK-MSG-NOAUTH TO WRK-ERROR-MSG
                     PERFORM 9000-MANAGE-ERROR
                 ELSE
                     MOVE "MODULE - ANALYTICS " TO WRK-MODULE-TITLE
                     CALL "ANALYTICS" USING WRK-TITLE
                 END-IF
              WHEN "T" WHEN "t"
                 MOVE "MODULE - SELL-THROUGH " TO WRK-MODULE-TITLE
                 CALL "SELLTHRU" USING WRK-TITLE
              WHEN "F" WHEN "f"
                 IF WRK-OPER-LEVEL < 2
                     MOVE WRK-MSG-NOAUTH TO WRK-ERROR-MSG
                     PERFORM 9000-MANAGE-ERROR
                 ELSE
                     MOVE "MODULE - TRAFFIC " TO WRK-MODULE-TITLE
                     CALL "TRAFFIC" USING WRK-TITLE
                 END-IF
              WHEN "C" WHEN "c"
                 IF WRK-OPER-LEVEL < 2
                     MOVE WRK-MSG-NOAUTH TO WRK-ERROR-MSG
                     PERFORM 9000-MANAGE-ERROR
                 ELSE
                     MOVE "MODULE - CUSTOMER TIERS" TO WRK-MODULE-TITLE
                     CALL "CUSTSCORE" USING WRK-TITLE
                 END-IF
              WHEN OTHER
                 IF WRK-OPTION = "X" OR "x"
                     CONTINUE
