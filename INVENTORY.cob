            FILE STATUS IS RENTALS-STATUS
            RECORD KEY IS RENTAL-KEY
            ALTERNATE RECORD KEY IS RENTAL-MOVIES-KEY
               WITH DUPLICATES
            ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-KEY
               WITH DUPLICATES.

      *      SELECT MOVIES-ARCHIVE ASSIGN TO
            05 RENTAL-STATUS-FLAG    PIC X(001).
                88 RENTAL-OPEN               VALUE "O".
                88 RENTAL-CLOSED             VALUE "C".
                88 RENTAL-LOST               VALUE "L".
            05 RENTAL-COPY-NUMBER    PIC 9(002).
            05 RENTAL-CHARGED-PRICE  PIC 9(003)V99.
            05 RENTAL-PRICE-RULE     PIC X(008).

      *---------------------------- COPY INVENTORY FILE DESCRIPTION
      *      READ-ONLY HERE - A TITLE WHOSE COPY IS FLAGGED "R" IS AT
      *      THE DISTRIBUTOR ON AN RMA, IN TRANSIT, NOT MISSING, AND
      *      ONE FLAGGED "L" WAS WRITTEN OFF AND BILLED AS LOST.
       FD COPIES.
       01 COPIES-REG.
            05 COPY-ID.
                88 COPY-INACTIVE             VALUE "I".
                88 COPY-AT-DIST              VALUE "R".
                88 COPY-IN-TRANSIT           VALUE "T".
                88 COPY-LOST                 VALUE "L".
                88 COPY-SOLD                 VALUE "S".
            05 COPY-REPL-COST        PIC 9(003)V99.
            05 COPY-RENT-COUNT       PIC 9(005).
            05 COPY-STORE            PIC X(003).
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "INVENTORY".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "INVREPORT".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\INVREPORT.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-BADMODE       PIC X(040) VALUE
               "ENTER S, C OR X".
       77 WRK-COPIES-PATH            PIC X(060) VALUE SPACES.
       77 WRK-COPIES-AVAIL-FLAG      PIC X(001) VALUE "N".
       77 WRK-DIST-HIT-FLAG          PIC X(001) VALUE "N".
       77 WRK-LOST-HIT-FLAG          PIC X(001) VALUE "N".
       77 WRK-ALL-SOLD-FLAG          PIC X(001) VALUE "N".
       77 WRK-SOLD-QTY               PIC 9(002) VALUE ZEROS.
       77 WRK-KEPT-QTY               PIC 9(002) VALUE ZEROS.
       77 COUNT-SHEET-STATUS         PIC 9(002) VALUE ZEROS.
       77 COUNT-IN-STATUS            PIC 9(002) VALUE ZEROS.
       77 INV-REPORT-STATUS          PIC 9(002) VALUE ZEROS.
      *---------------------------- DISCREPANCY COUNTERS
       77 WRK-CNT-MISSING            PIC 9(005) VALUE ZEROS.
       77 WRK-CNT-TRANSIT            PIC 9(005) VALUE ZEROS.
       77 WRK-CNT-LOST               PIC 9(005) VALUE ZEROS.
       77 WRK-CNT-INACTIVE           PIC 9(005) VALUE ZEROS.
       77 WRK-CNT-ARCHIVED           PIC 9(005) VALUE ZEROS.
       77 WRK-CNT-UNKNOWN            PIC 9(005) VALUE ZEROS.
       77 WRK-CNT-SOLD               PIC 9(005) VALUE ZEROS.
       77 WRK-SHEET-QTY              PIC 9(005) VALUE ZEROS.

       LINKAGE                 SECTION.
                      MOVE 10 TO MOVIES-STATUS
                  NOT AT END
                      IF MOVIES-ACTIVE
                          PERFORM 0358-CHECK-ALL-SOLD
                      END-IF
                      IF MOVIES-ACTIVE AND WRK-ALL-SOLD-FLAG = "N"
                          ADD 1 TO WRK-SHEET-QTY
                          MOVE SPACES TO COUNT-SHEET-REG
                          MOVE MOVIES-KEY
                PERFORM 0355-CHECK-MISSING
                PERFORM 0360-REPORT-TOTALS
                CLOSE INV-REPORT
                CALL "RPTFILE" USING WRK-RPTFILE-REC
                MOVE WRK-MSG-COMPDONE TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            END-IF.
       0335-LOAD-COUNTED       SECTION.
            MOVE ZEROS TO WRK-FND-QTY WRK-CNT-MISSING
               WRK-CNT-TRANSIT WRK-CNT-INACTIVE WRK-CNT-ARCHIVED
               WRK-CNT-UNKNOWN WRK-CNT-LOST WRK-CNT-SOLD.

            PERFORM UNTIL COUNT-IN-STATUS = 10
               READ COUNT-IN
                      MOVE 10 TO MOVIES-STATUS
                  NOT AT END
                      IF MOVIES-ACTIVE
                          PERFORM 0358-CHECK-ALL-SOLD
                          IF WRK-ALL-SOLD-FLAG = "Y"
                              ADD 1 TO WRK-CNT-SOLD
                          ELSE
                              PERFORM 0356-CHECK-ONE-MISSING
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.
                           TO INV-REPORT-DATA(024:40)
                        WRITE INV-REPORT-REG
                    ELSE
                      IF WRK-LOST-HIT-FLAG = "Y"
                        ADD 1 TO WRK-CNT-LOST
                        MOVE SPACES TO INV-REPORT-REG
                        MOVE "LOST - BILLED"
                           TO INV-REPORT-DATA(001:15)
                        MOVE MOVIES-KEY TO INV-REPORT-DATA(017:05)
                        MOVE MOVIES-TITLE(1:40)
                           TO INV-REPORT-DATA(024:40)
                        WRITE INV-REPORT-REG
                      ELSE
                        ADD 1 TO WRK-CNT-MISSING
                        MOVE SPACES TO INV-REPORT-REG
                        MOVE "MISSING" TO INV-REPORT-DATA(001:15)
                        MOVE MOVIES-TITLE(1:40)
                           TO INV-REPORT-DATA(024:40)
                        WRITE INV-REPORT-REG
                      END-IF
                    END-IF
                END-IF
            END-IF.

      *      ONE COPY OUT ON AN RMA IS ENOUGH TO EXPLAIN AN EMPTY
      *      SHELF SLOT - THE TAPE IS AT THE DISTRIBUTOR, NOT GONE.
      *      A COPY ALREADY WRITTEN OFF AS LOST IS GONE, BUT IT IS
      *      KNOWN AND BILLED, SO IT IS NOT REPORTED AS MISSING.
       0357-CHECK-AT-DIST      SECTION.
            MOVE "N" TO WRK-DIST-HIT-FLAG.
            MOVE "N" TO WRK-LOST-HIT-FLAG.
            IF WRK-COPIES-AVAIL-FLAG = "Y"
                MOVE MOVIES-KEY TO COPY-MOVIES-KEY
                MOVE ZEROS TO COPY-NUMBER
                              IF COPY-AT-DIST
                                  MOVE "Y" TO WRK-DIST-HIT-FLAG
                              END-IF
                              IF COPY-LOST
                                  MOVE "Y" TO WRK-LOST-HIT-FLAG
                              END-IF
                          END-IF
                   END-READ
                END-PERFORM
            END-IF.

      *      A TITLE WHOSE EVERY COPY WENT OUT OF THE BARGAIN BIN IS
      *      NO LONGER STOCK - IT IS LEFT OFF THE COUNT SHEETS AND IS
      *      NEVER REPORTED MISSING. A TITLE WITH NO COPY RECORDS, OR
      *      WITH ANY COPY NOT SOLD, IS COUNTED AS BEFORE.
       0358-CHECK-ALL-SOLD     SECTION.
            MOVE "N" TO WRK-ALL-SOLD-FLAG.
            MOVE ZEROS TO WRK-SOLD-QTY WRK-KEPT-QTY.
            IF WRK-COPIES-AVAIL-FLAG = "Y"
                MOVE MOVIES-KEY TO COPY-MOVIES-KEY
                MOVE ZEROS TO COPY-NUMBER
                START COPIES KEY IS GREATER THAN COPY-ID
                   INVALID KEY
                       MOVE 10 TO COPIES-STATUS
                   NOT INVALID KEY
                       MOVE 0 TO COPIES-STATUS
                END-START
                PERFORM UNTIL COPIES-STATUS = 10
                      OR WRK-KEPT-QTY > ZEROS
                   READ COPIES NEXT
                      AT END
                          MOVE 10 TO COPIES-STATUS
                      NOT AT END
                          IF COPY-MOVIES-KEY NOT EQUAL MOVIES-KEY
                              MOVE 10 TO COPIES-STATUS
                          ELSE
                              IF COPY-SOLD
                                  ADD 1 TO WRK-SOLD-QTY
                              ELSE
                                  ADD 1 TO WRK-KEPT-QTY
                              END-IF
                          END-IF
                   END-READ
                END-PERFORM
                IF WRK-SOLD-QTY > ZEROS AND WRK-KEPT-QTY = ZEROS
                    MOVE "Y" TO WRK-ALL-SOLD-FLAG
                END-IF
            END-IF.

       0360-REPORT-TOTALS      SECTION.
            MOVE WRK-CNT-TRANSIT   TO INV-REPORT-DATA(020:05).
            WRITE INV-REPORT-REG.

            MOVE SPACES TO INV-REPORT-REG.
            MOVE "LOST - BILLED"   TO INV-REPORT-DATA(001:18).
            MOVE WRK-CNT-LOST      TO INV-REPORT-DATA(020:05).
            WRITE INV-REPORT-REG.

            MOVE SPACES TO INV-REPORT-REG.
            MOVE "SOLD - OFF STOCK" TO INV-REPORT-DATA(001:18).
            MOVE WRK-CNT-SOLD      TO INV-REPORT-DATA(020:05).
            WRITE INV-REPORT-REG.

            MOVE SPACES TO INV-REPORT-REG.
            MOVE "FOUND INACTIVE"  TO INV-REPORT-DATA(001:18).
            MOVE WRK-CNT-INACTIVE  TO INV-REPORT-DATA(020:05).
