      * Date: 23/08/2026
      * Purpose: RUN THE NIGHT WINDOW AS ONE UNATTENDED CHAIN -
      *          BACKUP, EXTRACT, REPORTDISK, REPORTLABEL, THE
      *          DROP-BOX CHECK-IN, THE LOST-RENTAL CONVERSION, THE
      *          HOLD SHELF SWEEP, THE
      *          STAGED PRICE-CHANGE APPLY, THE CUSTOMER LEDGER
      *          PROOF, THE GENERAL LEDGER JOURNAL, THE MESSAGING
      *          RETURN LOAD, THE CUSTOMER NOTIFICATION FEED, THE
      *          WEBSITE HOLD LOAD, THE WEBSITE AVAILABILITY FEED,
      *          THE ANALYTICS EXTRACT AND THE CUSTOMER RELIABILITY
      *          SCORING - LOGGING
      *          EVERY STEP'S START, END AND OUTCOME TO JOBLOG.TXT,
      *          STOPPING THE CHAIN ON A FAILED STEP, AND OFFERING TO
      *          RESTART FROM THE FAILED STEP ON THE NEXT RUN INSTEAD
      *          EACH STEP IS JUDGED BY ITS OWN ARTIFACT: BACKUP BY
      *          ITS RETURN FLAG, EXTRACT BY THE "T" TRAILER ON THE
      *          FEED, REPORTDISK BY ITS CHECKPOINT COMING BACK ZERO,
      *          REPORTLABEL BY LABELS.TXT HAVING CONTENT, THE GL
      *          JOURNAL BY ITS "T" CONTROL TRAILER, THE RETURN LOAD
      *          BY NOTIFRPT.TXT HAVING CONTENT AND THE NOTIFICATION
      *          FEED BY THE "T" TRAILER ON NOTIFY.TXT, THE WEBSITE
      *          HOLD LOAD BY THE "T" TRAILER ON WEBHOLDRSP.TXT AND
      *          THE AVAILABILITY FEED BY THE "T" TRAILER ON
      *          WEBAVAIL.TXT, THE ANALYTICS EXTRACT BY THE "T"
      *          TRAILER ON ITS CONTROL FILE ANLCTL.TXT AND THE SCORING
      *          BY CUSTSCORE.TXT HAVING CONTENT.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DBOX-CHECK-STATUS.

      *      SELECT LOST-CHECK ASSIGN TO "./Data/LOSTCONV.TXT"
            SELECT LOST-CHECK ASSIGN TO
              "C:\Cobol\Project\Data\LOSTCONV.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOST-CHECK-STATUS.

      *      SELECT PULL-CHECK ASSIGN TO "./Data/PULLLIST.TXT"
            SELECT PULL-CHECK ASSIGN TO
              "C:\Cobol\Project\Data\PULLLIST.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PRICE-CHECK-STATUS.

      *      SELECT PROOF-CHECK ASSIGN TO "./Data/LEDGPROOF.TXT"
            SELECT PROOF-CHECK ASSIGN TO
              "C:\Cobol\Project\Data\LEDGPROOF.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PROOF-CHECK-STATUS.

      *      SELECT GLJRNL-CHECK ASSIGN TO "./Data/GLJOURNAL.TXT"
            SELECT GLJRNL-CHECK ASSIGN TO
              "C:\Cobol\Project\Data\GLJOURNAL.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GLJRNL-CHECK-STATUS.

      *      SELECT LABELS-CHECK ASSIGN TO "./Data/LABELS.TXT"
            SELECT LABELS-CHECK ASSIGN TO
              "C:\Cobol\Project\Data\LABELS.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LABELS-CHECK-STATUS.

      *      SELECT NOTIFRET-CHECK ASSIGN TO "./Data/NOTIFRPT.TXT"
            SELECT NOTIFRET-CHECK ASSIGN TO
              "C:\Cobol\Project\Data\NOTIFRPT.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS NOTIFRET-CHECK-STATUS.

      *      SELECT NOTIFY-CHECK ASSIGN TO "./Data/NOTIFY.TXT"
            SELECT NOTIFY-CHECK ASSIGN TO
              "C:\Cobol\Project\Data\NOTIFY.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS NOTIFY-CHECK-STATUS.

      *      SELECT WEBHOLD-CHECK ASSIGN TO "./Data/WEBHOLDRSP.TXT"
            SELECT WEBHOLD-CHECK ASSIGN TO
              "C:\Cobol\Project\Data\WEBHOLDRSP.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WEBHOLD-CHECK-STATUS.

      *      SELECT WEBAVAIL-CHECK ASSIGN TO "./Data/WEBAVAIL.TXT"
            SELECT WEBAVAIL-CHECK ASSIGN TO
              "C:\Cobol\Project\Data\WEBAVAIL.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WEBAVAIL-CHECK-STATUS.

      *      SELECT ANLCTL-CHECK ASSIGN TO "./Data/ANLCTL.TXT"
            SELECT ANLCTL-CHECK ASSIGN TO
              "C:\Cobol\Project\Data\ANLCTL.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ANLCTL-CHECK-STATUS.

      *      SELECT SCORE-CHECK ASSIGN TO "./Data/CUSTSCORE.TXT"
            SELECT SCORE-CHECK ASSIGN TO
              "C:\Cobol\Project\Data\CUSTSCORE.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SCORE-CHECK-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- JOB LOG OUTPUT
            05 JOB-LOG-DATA          PIC X(060).

      *---------------------------- RESTART CHECKPOINT
      *      TWO DIGITS SINCE THE CHAIN GREW PAST NINE STEPS - A
      *      CHECKPOINT LEFT BY THE ONE-DIGIT CHAIN READS AS "7 ".
       FD NIGHT-CKP.
       01 NIGHT-CKP-REG.
            05 NIGHT-CKP-STEP        PIC X(002).

      *---------------------------- EXTRACT FEED (TRAILER CHECK)
       FD EXTRACT-CHECK.
       01 DBOX-CHECK-REG.
            05 DBOX-CHECK-DATA       PIC X(080).

      *---------------------------- LOST CONVERSION REPORT (CHECK)
       FD LOST-CHECK.
       01 LOST-CHECK-REG.
            05 LOST-CHECK-DATA       PIC X(120).

      *---------------------------- HOLD PULL LIST (CHECK)
       FD PULL-CHECK.
       01 PULL-CHECK-REG.
       01 PRICE-CHECK-REG.
            05 PRICE-CHECK-DATA      PIC X(080).

      *---------------------------- LEDGER PROOF REPORT (CHECK)
       FD PROOF-CHECK.
       01 PROOF-CHECK-REG.
            05 PROOF-CHECK-DATA      PIC X(080).

      *---------------------------- MESSAGING RETURN REPORT (CHECK)
       FD NOTIFRET-CHECK.
       01 NOTIFRET-CHECK-REG.
            05 NOTIFRET-CHECK-DATA   PIC X(080).

      *---------------------------- NOTIFICATION FEED (TRAILER CHECK)
       FD NOTIFY-CHECK.
       01 NOTIFY-CHECK-REG.
            05 NOTIFY-CHECK-DATA     PIC X(170).

      *---------------------------- WEB HOLD RESPONSE (TRAILER CHECK)
       FD WEBHOLD-CHECK.
       01 WEBHOLD-CHECK-REG.
            05 WEBHOLD-CHECK-DATA    PIC X(060).

      *---------------------------- WEBSITE AVAILABILITY (TRAILER CHECK)
       FD WEBAVAIL-CHECK.
       01 WEBAVAIL-CHECK-REG.
            05 WEBAVAIL-CHECK-DATA   PIC X(090).

      *---------------------------- ANALYTICS CONTROL (TRAILER CHECK)
       FD ANLCTL-CHECK.
       01 ANLCTL-CHECK-REG.
            05 ANLCTL-CHECK-DATA     PIC X(150).

      *---------------------------- TIER MOVES REPORT (CHECK)
       FD SCORE-CHECK.
       01 SCORE-CHECK-REG.
            05 SCORE-CHECK-DATA      PIC X(100).

      *---------------------------- GL JOURNAL (TRAILER CHECK)
       FD GLJRNL-CHECK.
       01 GLJRNL-CHECK-REG.
            05 GLJRNL-CHECK-DATA     PIC X(080).

      *---------------------------- LABELS OUTPUT (CHECK)
       FD LABELS-CHECK.
       01 LABELS-CHECK-REG.
       77 DISK-CKP-STATUS            PIC 9(002) VALUE ZEROS.
       77 LABELS-CHECK-STATUS        PIC 9(002) VALUE ZEROS.
       77 DBOX-CHECK-STATUS          PIC 9(002) VALUE ZEROS.
       77 LOST-CHECK-STATUS          PIC 9(002) VALUE ZEROS.
       77 PULL-CHECK-STATUS          PIC 9(002) VALUE ZEROS.
       77 PRICE-CHECK-STATUS         PIC 9(002) VALUE ZEROS.
       77 PROOF-CHECK-STATUS         PIC 9(002) VALUE ZEROS.
       77 GLJRNL-CHECK-STATUS        PIC 9(002) VALUE ZEROS.
       77 NOTIFRET-CHECK-STATUS      PIC 9(002) VALUE ZEROS.
       77 NOTIFY-CHECK-STATUS        PIC 9(002) VALUE ZEROS.
       77 WEBHOLD-CHECK-STATUS       PIC 9(002) VALUE ZEROS.
       77 WEBAVAIL-CHECK-STATUS      PIC 9(002) VALUE ZEROS.
       77 ANLCTL-CHECK-STATUS        PIC 9(002) VALUE ZEROS.
       77 SCORE-CHECK-STATUS         PIC 9(002) VALUE ZEROS.

      *---------------------------- CHAIN CONTROLS
       77 WRK-START-STEP             PIC 9(002) VALUE 1.
       77 WRK-STEP                   PIC 9(002) VALUE 1.
       77 WRK-STEP-NAME              PIC X(012) VALUE SPACES.
       77 WRK-STEP-OK-FLAG           PIC X(001) VALUE "Y".
       77 WRK-CHAIN-OK-FLAG          PIC X(001) VALUE "Y".
       77 WRK-CKP-STEP               PIC 9(002) VALUE ZEROS.
       77 WRK-NIGHT-BATCH            PIC X(001) VALUE "N".

      *---------------------------- TIMESTAMP
            PERFORM 0310-CHECK-RESTART.

            PERFORM VARYING WRK-STEP FROM WRK-START-STEP BY 1
                  UNTIL WRK-STEP > 16
                     OR WRK-CHAIN-OK-FLAG = "N"
               PERFORM 0320-RUN-STEP
            END-PERFORM.
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NIGHT-CKP-STEP(2:1) = SPACE
                           MOVE NIGHT-CKP-STEP(1:1)
                              TO NIGHT-CKP-STEP(2:1)
                           MOVE "0" TO NIGHT-CKP-STEP(1:1)
                       END-IF
                       IF NIGHT-CKP-STEP >= "01"
                             AND NIGHT-CKP-STEP <= "16"
                           MOVE NIGHT-CKP-STEP TO WRK-CKP-STEP
                       END-IF
                END-READ
              WHEN 5
                MOVE "DROPBOX"     TO WRK-STEP-NAME
              WHEN 6
                MOVE "LOSTCONV"    TO WRK-STEP-NAME
              WHEN 7
                MOVE "HOLDSWEEP"   TO WRK-STEP-NAME
              WHEN 8
                MOVE "PRICEAPPLY"  TO WRK-STEP-NAME
              WHEN 9
                MOVE "LEDGPROOF"   TO WRK-STEP-NAME
              WHEN 10
                MOVE "GLJOURNAL"   TO WRK-STEP-NAME
              WHEN 11
                MOVE "NOTIFRET"    TO WRK-STEP-NAME
              WHEN 12
                MOVE "NOTIFY"      TO WRK-STEP-NAME
              WHEN 13
                MOVE "WEBHOLD"     TO WRK-STEP-NAME
              WHEN 14
                MOVE "WEBAVAIL"    TO WRK-STEP-NAME
              WHEN 15
                MOVE "ANALYTICS"   TO WRK-STEP-NAME
              WHEN 16
                MOVE "CUSTSCORE"   TO WRK-STEP-NAME
            END-EVALUATE.

            PERFORM 0330-LOG-START.
                CALL "DROPBOX" USING WRK-CHILD-TITLE
                PERFORM 0349-VERIFY-DROPBOX
              WHEN 6
                CALL "LOSTCONV" USING WRK-CHILD-TITLE
                PERFORM 0355-VERIFY-LOSTCONV
              WHEN 7
                CALL "HOLDSWEEP" USING WRK-CHILD-TITLE
                PERFORM 0351-VERIFY-HOLDSWEEP
              WHEN 8
                CALL "PRICEAPPLY" USING WRK-CHILD-TITLE
                PERFORM 0352-VERIFY-PRICEAPPLY
              WHEN 9
                CALL "LEDGPROOF" USING WRK-CHILD-TITLE
                PERFORM 0353-VERIFY-LEDGPROOF
              WHEN 10
                CALL "GLJOURNAL" USING WRK-CHILD-TITLE
                PERFORM 0354-VERIFY-GLJOURNAL
              WHEN 11
                CALL "NOTIFRET" USING WRK-CHILD-TITLE
                PERFORM 0356-VERIFY-NOTIFRET
              WHEN 12
                CALL "NOTIFY" USING WRK-CHILD-TITLE
                PERFORM 0357-VERIFY-NOTIFY
              WHEN 13
                CALL "WEBHOLD" USING WRK-CHILD-TITLE
                PERFORM 0358-VERIFY-WEBHOLD
              WHEN 14
                CALL "WEBAVAIL" USING WRK-CHILD-TITLE
                PERFORM 0359-VERIFY-WEBAVAIL
              WHEN 15
                CALL "ANALYTICS" USING WRK-CHILD-TITLE
                PERFORM 0347-VERIFY-ANALYTICS
              WHEN 16
                CALL "CUSTSCORE" USING WRK-CHILD-TITLE
                PERFORM 0346-VERIFY-CUSTSCORE
            END-EVALUATE.

            PERFORM 0335-LOG-END.
                CLOSE PRICE-CHECK
            END-IF.

      *      THE PROOF ALWAYS LEAVES ITS REPORT BEHIND - ACCOUNTS
      *      THAT DO NOT TIE ARE FOR THE OFFICE TO CHASE IN THE
      *      MORNING, NOT A REASON TO STOP THE CHAIN. NO REPORT MEANS
      *      THE STEP DIED BEFORE IT GOT GOING.
       0353-VERIFY-LEDGPROOF   SECTION.
            OPEN INPUT PROOF-CHECK.
            IF PROOF-CHECK-STATUS NOT = ZEROS
                MOVE "N" TO WRK-STEP-OK-FLAG
            ELSE
                READ PROOF-CHECK
                   AT END
                       MOVE "N" TO WRK-STEP-OK-FLAG
                   NOT AT END
                       CONTINUE
                END-READ
                CLOSE PROOF-CHECK
            END-IF.

      *      A REFUSED JOURNAL (LOCKED MONTH, UNMAPPED ROW, DEBITS
      *      AND CREDITS APART) IS LEFT EMPTY, SO NO TRAILER MEANS
      *      THE BOOKS WERE NOT FED AND THE CHAIN STOPS HERE.
       0354-VERIFY-GLJOURNAL   SECTION.
            MOVE SPACE TO WRK-LAST-FIRST-CHAR.
            OPEN INPUT GLJRNL-CHECK.
            IF GLJRNL-CHECK-STATUS NOT = ZEROS
                MOVE "N" TO WRK-STEP-OK-FLAG
            ELSE
                PERFORM UNTIL GLJRNL-CHECK-STATUS = 10
                   READ GLJRNL-CHECK
                      AT END
                          MOVE 10 TO GLJRNL-CHECK-STATUS
                      NOT AT END
                          MOVE GLJRNL-CHECK-DATA(1:1)
                             TO WRK-LAST-FIRST-CHAR
                   END-READ
                END-PERFORM
                CLOSE GLJRNL-CHECK
                IF WRK-LAST-FIRST-CHAR NOT = "T"
                    MOVE "N" TO WRK-STEP-OK-FLAG
                END-IF
            END-IF.

      *      THE CONVERSION ALWAYS LEAVES ITS REPORT BEHIND, EVEN ON
      *      A NIGHT WITH NOTHING PAST THE THRESHOLD - NO REPORT
      *      MEANS THE STEP DIED BEFORE IT GOT GOING.
       0355-VERIFY-LOSTCONV    SECTION.
            OPEN INPUT LOST-CHECK.
            IF LOST-CHECK-STATUS NOT = ZEROS
                MOVE "N" TO WRK-STEP-OK-FLAG
            ELSE
                READ LOST-CHECK
                   AT END
                       MOVE "N" TO WRK-STEP-OK-FLAG
                   NOT AT END
                       CONTINUE
                END-READ
                CLOSE LOST-CHECK
            END-IF.

      *      THE RETURN LOAD ALWAYS LEAVES ITS REPORT BEHIND, EVEN
      *      ON A NIGHT THE VENDOR SENT NOTHING BACK - NO REPORT
      *      MEANS THE STEP DIED BEFORE IT GOT GOING.
       0356-VERIFY-NOTIFRET    SECTION.
            OPEN INPUT NOTIFRET-CHECK.
            IF NOTIFRET-CHECK-STATUS NOT = ZEROS
                MOVE "N" TO WRK-STEP-OK-FLAG
            ELSE
                READ NOTIFRET-CHECK
                   AT END
                       MOVE "N" TO WRK-STEP-OK-FLAG
                   NOT AT END
                       CONTINUE
                END-READ
                CLOSE NOTIFRET-CHECK
            END-IF.

      *      NO TRAILER MEANS THE FEED WAS NOT FINISHED AND MUST NOT
      *      GO TO THE MESSAGING VENDOR.
       0357-VERIFY-NOTIFY      SECTION.
            MOVE SPACE TO WRK-LAST-FIRST-CHAR.
            OPEN INPUT NOTIFY-CHECK.
            IF NOTIFY-CHECK-STATUS NOT = ZEROS
                MOVE "N" TO WRK-STEP-OK-FLAG
            ELSE
                PERFORM UNTIL NOTIFY-CHECK-STATUS = 10
                   READ NOTIFY-CHECK
                      AT END
                          MOVE 10 TO NOTIFY-CHECK-STATUS
                      NOT AT END
                          MOVE NOTIFY-CHECK-DATA(1:1)
                             TO WRK-LAST-FIRST-CHAR
                   END-READ
                END-PERFORM
                CLOSE NOTIFY-CHECK
                IF WRK-LAST-FIRST-CHAR NOT = "T"
                    MOVE "N" TO WRK-STEP-OK-FLAG
                END-IF
            END-IF.

      *      THE RESPONSE GETS ITS TRAILER EVEN WHEN THE WEBSITE SENT
      *      NO REQUESTS - NO TRAILER MEANS THE LOAD DIED PART WAY AND
      *      THE WEBSITE MUST NOT PICK THE FILE UP.
       0358-VERIFY-WEBHOLD     SECTION.
            MOVE SPACE TO WRK-LAST-FIRST-CHAR.
            OPEN INPUT WEBHOLD-CHECK.
            IF WEBHOLD-CHECK-STATUS NOT = ZEROS
                MOVE "N" TO WRK-STEP-OK-FLAG
            ELSE
                PERFORM UNTIL WEBHOLD-CHECK-STATUS = 10
                   READ WEBHOLD-CHECK
                      AT END
                          MOVE 10 TO WEBHOLD-CHECK-STATUS
                      NOT AT END
                          MOVE WEBHOLD-CHECK-DATA(1:1)
                             TO WRK-LAST-FIRST-CHAR
                   END-READ
                END-PERFORM
                CLOSE WEBHOLD-CHECK
                IF WRK-LAST-FIRST-CHAR NOT = "T"
                    MOVE "N" TO WRK-STEP-OK-FLAG
                END-IF
            END-IF.

      *      THE AVAILABILITY FEED RUNS AFTER THE HOLD LOAD SO THE
      *      QUEUE LENGTHS INCLUDE TONIGHT'S WEBSITE HOLDS.
       0359-VERIFY-WEBAVAIL    SECTION.
            MOVE SPACE TO WRK-LAST-FIRST-CHAR.
            OPEN INPUT WEBAVAIL-CHECK.
            IF WEBAVAIL-CHECK-STATUS NOT = ZEROS
                MOVE "N" TO WRK-STEP-OK-FLAG
            ELSE
                PERFORM UNTIL WEBAVAIL-CHECK-STATUS = 10
                   READ WEBAVAIL-CHECK
                      AT END
                          MOVE 10 TO WEBAVAIL-CHECK-STATUS
                      NOT AT END
                          MOVE WEBAVAIL-CHECK-DATA(1:1)
                             TO WRK-LAST-FIRST-CHAR
                   END-READ
                END-PERFORM
                CLOSE WEBAVAIL-CHECK
                IF WRK-LAST-FIRST-CHAR NOT = "T"
                    MOVE "N" TO WRK-STEP-OK-FLAG
                END-IF
            END-IF.

      *      THE ANALYTICS EXTRACT RUNS AFTER EVERY POSTING STEP SO
      *      ITS FACTS AND ITS TIE TO DAYCLOSE SEE EVERYTHING THE
      *      NIGHT HAS POSTED.
       0347-VERIFY-ANALYTICS   SECTION.
            MOVE SPACE TO WRK-LAST-FIRST-CHAR.
            OPEN INPUT ANLCTL-CHECK.
            IF ANLCTL-CHECK-STATUS NOT = ZEROS
                MOVE "N" TO WRK-STEP-OK-FLAG
            ELSE
                PERFORM UNTIL ANLCTL-CHECK-STATUS = 10
                   READ ANLCTL-CHECK
                      AT END
                          MOVE 10 TO ANLCTL-CHECK-STATUS
                      NOT AT END
                          MOVE ANLCTL-CHECK-DATA(1:1)
                             TO WRK-LAST-FIRST-CHAR
                   END-READ
                END-PERFORM
                CLOSE ANLCTL-CHECK
                IF WRK-LAST-FIRST-CHAR NOT = "T"
                    MOVE "N" TO WRK-STEP-OK-FLAG
                END-IF
            END-IF.

      *      THE SCORING ALWAYS LEAVES ITS REPORT BEHIND, EVEN ON A
      *      NIGHT NO TIER MOVED - NO REPORT MEANS THE STEP DIED
      *      BEFORE IT GOT GOING. IT RUNS AFTER THE DROP-BOX AND LOST
      *      CONVERSION STEPS SO TONIGHT'S RETURNS AND LOSSES COUNT.
       0346-VERIFY-CUSTSCORE   SECTION.
            OPEN INPUT SCORE-CHECK.
            IF SCORE-CHECK-STATUS NOT = ZEROS
                MOVE "N" TO WRK-STEP-OK-FLAG
            ELSE
                READ SCORE-CHECK
                   AT END
                       MOVE "N" TO WRK-STEP-OK-FLAG
                   NOT AT END
                       CONTINUE
                END-READ
                CLOSE SCORE-CHECK
            END-IF.

       0360-CLEAR-CHECKPOINT   SECTION.
            OPEN OUTPUT NIGHT-CKP.
            MOVE "00" TO NIGHT-CKP-STEP.
            WRITE NIGHT-CKP-REG.
            CLOSE NIGHT-CKP.

