            05 PAY-AMOUNT            PIC 9(003)V99.
            05 FILLER                PIC X(001).
            05 PAY-OPERATOR          PIC X(008).
            05 FILLER                PIC X(035).
      *      "-" MARKS A POST-VOID'S REVERSAL OF A COMP ROW - THE COMP
      *      NEVER WENT OUT, SO IT COMES BACK OFF THE COUNTS.
            05 PAY-SIGN              PIC X(001).
                88 PAY-REVERSAL              VALUE "-".
            05 FILLER                PIC X(012).

      *---------------------------- COMP USAGE REPORT OUTPUT
       FD COMP-REPORT.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "COMPRPT".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "COMPRPT".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\COMPRPT.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-NOCOMPS       PIC X(040) VALUE
               "NO COMP RENTALS IN THAT MONTH".
            END-PERFORM.

       0320-TALLY-ONE          SECTION.
            IF PAY-REVERSAL
                SUBTRACT 1 FROM WRK-COMP-QTY
                SUBTRACT PAY-AMOUNT FROM WRK-TOT-COMP
            ELSE
                ADD 1 TO WRK-COMP-QTY
                ADD PAY-AMOUNT TO WRK-TOT-COMP
            END-IF.

            MOVE SPACES TO COMP-REPORT-REG.
            MOVE PAY-DATE         TO COMP-REPORT-DATA(001:08).
            MOVE PAY-CUSTOMER-KEY TO COMP-REPORT-DATA(021:05).
            MOVE PAY-MOVIES-KEY   TO COMP-REPORT-DATA(028:05).
            MOVE PAY-AMOUNT       TO COMP-REPORT-DATA(035:05).
            IF PAY-REVERSAL
                MOVE "-"          TO COMP-REPORT-DATA(034:01)
            END-IF.
            WRITE COMP-REPORT-REG.

            MOVE "N" TO WRK-OPER-FOUND-FLAG.
            PERFORM VARYING WRK-OPER-IDX FROM 1 BY 1
                  UNTIL WRK-OPER-IDX > WRK-OPER-QTY
               IF WRK-OPER-ID(WRK-OPER-IDX) = PAY-OPERATOR
                   IF PAY-REVERSAL
                       SUBTRACT 1 FROM WRK-OPER-COUNT(WRK-OPER-IDX)
                       SUBTRACT PAY-AMOUNT
                          FROM WRK-OPER-VALUE(WRK-OPER-IDX)
                   ELSE
                       ADD 1 TO WRK-OPER-COUNT(WRK-OPER-IDX)
                       ADD PAY-AMOUNT TO WRK-OPER-VALUE(WRK-OPER-IDX)
                   END-IF
                   MOVE "Y" TO WRK-OPER-FOUND-FLAG
                   MOVE WRK-OPER-QTY TO WRK-OPER-IDX
               END-IF
       0400-FINALIZE           SECTION.
            CLOSE PAYMENTS.
            CLOSE COMP-REPORT.
            MOVE SPACES TO WRK-RPTFILE-PARMS.
            STRING "MONTH " DELIMITED BY SIZE
                   WRK-REPORT-MONTH DELIMITED BY SIZE
                   INTO WRK-RPTFILE-PARMS
            END-STRING.
            CALL "RPTFILE" USING WRK-RPTFILE-REC.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
