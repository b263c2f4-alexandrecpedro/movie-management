      *          FILE CARRYING PER-FILE RECORD COUNTS AND AMOUNT
      *          TOTALS. THE COMPANION SYSLOAD REBUILDS THE INDEXED
      *          FILES ON THE NEW MACHINE AND PROVES THE MOVE WAS
      *          LOSSLESS AGAINST THESE TOTALS. A CLOSING DUMPDATE
      *          ROW RECORDS WHEN THE DUMP WAS TAKEN, SO THE TRAINING
      *          REFRESH CAN REFUSE A STALE ONE.
      *          A GOOD DUMP IS ALSO THE FORWARD-RECOVERY BASE POINT:
      *          ONCE CUSTOMERS, RENTALS, COPIES AND HOLDS ARE ALL
      *          SAFELY OUT, THE RECOVERY JOURNAL IS CUT AND STARTED
      *          FRESH (SEE RECJRNL AND ROLLFWD).
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
            FILE STATUS IS WRK-FILE-STATUS
            RECORD KEY IS RENTAL-KEY
            ALTERNATE RECORD KEY IS RENTAL-MOVIES-KEY
               WITH DUPLICATES
            ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-KEY
               WITH DUPLICATES.

            SELECT COPIES ASSIGN TO WRK-COPIES-PATH
            05 CUSTOMER-COLLECT-FLAG PIC X(001).
            05 CUSTOMER-CREDIT       PIC 9(005)V99.
            05 CUSTOMER-POINTS       PIC 9(005).
            05 CUSTOMER-TIER         PIC X(001).
            05 CUSTOMER-TIER-SCORE   PIC 9(003).

       FD RENTALS.
       01 RENTALS-REG.
            05 HOLD-PLACED-DATE      PIC 9(008).
            05 HOLD-UNTIL-DATE       PIC 9(008).
            05 HOLD-STATUS-FLAG      PIC X(001).
            05 HOLD-FILL-DATE        PIC 9(008).
            05 HOLD-FILL-RENTAL      PIC 9(005).
            05 HOLD-FILL-PRIOR       PIC X(001).

       FD DISTRIB.
       01 DISTRIB-REG.
               "PRESS ANY KEY".
            05 WRK-MSG-DONE          PIC X(040) VALUE
               "DUMP COMPLETE - SEE SYSDUMP.CTL".
            05 WRK-MSG-NOTCUT        PIC X(040) VALUE
               "FILE UNREADABLE - JOURNAL NOT CUT".

      *---------------------------- FILE
       77 WRK-FILE-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-TABLE-NAME             PIC X(012) VALUE SPACES.
       77 WRK-REC-COUNT              PIC 9(007) VALUE ZEROS.
       77 WRK-AMT-TOTAL              PIC 9(009)V99 VALUE ZEROS.
       77 WRK-DUMP-DATE              PIC 9(008) VALUE ZEROS.
       77 WRK-DUMP-OK-FLAG           PIC X(001) VALUE "Y".

      *---------------------------- RECOVERY JOURNAL SUBPROGRAM
       01 WRK-RJ-REC.
            05 WRK-RJ-FILE           PIC X(008).
            05 WRK-RJ-OPERATION      PIC X(001).
            05 WRK-RJ-BEFORE         PIC X(100).
            05 WRK-RJ-AFTER          PIC X(100).
            05 WRK-RJ-PROGRAM        PIC X(012) VALUE "SYSDUMP".

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
               VARYING WRK-TABLE-IDX FROM 1 BY 1
               UNTIL WRK-TABLE-IDX > 9.

      *      THE DATE ROW CARRIES NO COUNT - THE RUN DATE RIDES IN
      *      THE AMOUNT COLUMN. SYSLOAD MATCHES ROWS BY TABLE NAME
      *      AND PASSES OVER IT.
            ACCEPT WRK-DUMP-DATE FROM DATE YYYYMMDD.
            MOVE "DUMPDATE"    TO DCTL-NAME.
            MOVE ZEROS         TO DCTL-COUNT.
            MOVE WRK-DUMP-DATE TO DCTL-AMOUNT.
            WRITE DUMP-CTL-REG.

      *      THE JOURNAL IS ONLY CUT WHEN EVERY JOURNALLED FILE WAS
      *      READ - OTHERWISE THE OLD BASE POINT AND ITS JOURNAL ARE
      *      STILL THE ONLY WAY BACK. A FILE NOT YET CREATED (35)
      *      DUMPS AS EMPTY AND DOES NOT STOP THE CUT.
            IF WRK-DUMP-OK-FLAG = "Y"
                MOVE "DUMP"        TO WRK-RJ-FILE
                MOVE "C"           TO WRK-RJ-OPERATION
                MOVE SPACES        TO WRK-RJ-BEFORE WRK-RJ-AFTER
                MOVE WRK-DUMP-DATE TO WRK-RJ-AFTER(1:8)
                CALL "RECJRNL" USING WRK-RJ-REC
                MOVE WRK-MSG-DONE TO WRK-ERROR-MSG
            ELSE
                MOVE WRK-MSG-NOTCUT TO WRK-ERROR-MSG
            END-IF.
            PERFORM 9000-MANAGE-ERROR.

      *      EVERY TABLE GOES OUT THE SAME WAY: READ IN KEY ORDER,
                   END-READ
                END-PERFORM
                CLOSE CUSTOMERS
            ELSE
                IF WRK-FILE-STATUS NOT = 35
                    MOVE "N" TO WRK-DUMP-OK-FLAG
                END-IF
            END-IF.
            MOVE ZEROS TO WRK-FILE-STATUS.

                   END-READ
                END-PERFORM
                CLOSE RENTALS
            ELSE
                IF WRK-FILE-STATUS NOT = 35
                    MOVE "N" TO WRK-DUMP-OK-FLAG
                END-IF
            END-IF.
            MOVE ZEROS TO WRK-FILE-STATUS.

                   END-READ
                END-PERFORM
                CLOSE COPIES
            ELSE
                IF WRK-FILE-STATUS NOT = 35
                    MOVE "N" TO WRK-DUMP-OK-FLAG
                END-IF
            END-IF.
            MOVE ZEROS TO WRK-FILE-STATUS.

                   END-READ
                END-PERFORM
                CLOSE HOLDS
            ELSE
                IF WRK-FILE-STATUS NOT = 35
                    MOVE "N" TO WRK-DUMP-OK-FLAG
                END-IF
            END-IF.
            MOVE ZEROS TO WRK-FILE-STATUS.

