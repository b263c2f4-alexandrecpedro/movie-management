      *          SO THE NEW STOCK SHOWS ON THE NEW ARRIVALS REPORT.
      *          A RECEIVED BOX NOW TOUCHES ONE SCREEN, NOT THREE
      *          SCREENS AND A CALCULATOR.
      *          DRAFT ORDERS WRITTEN BY THE REORDER ANALYSIS ARE
      *          PLACED (OR CANCELLED) HERE BEFORE ANY STOCK CAN BE
      *          RECEIVED AGAINST THEM.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
                88 PO-LINE-OPEN              VALUE "O".
                88 PO-LINE-RECEIVED          VALUE "R".
                88 PO-LINE-SHORT             VALUE "S".
                88 PO-LINE-DRAFT             VALUE "D".

      *---------------------------- DISTRIBUTOR MASTER
       FD DISTRIB.

       01 WRK-MSGS.
            05 WRK-MSG-BADMODE        PIC X(040) VALUE
               "INVALID MODE - ENTER A, R, L, P, C OR X".
            05 WRK-MSG-CORRUPTED      PIC X(040) VALUE
               "CORRUPTED FILE".
            05 WRK-MSG-PATH           PIC X(040) VALUE
               "LINE STILL SHORT - FLAGGED".
            05 WRK-MSG-PROCEED        PIC X(040) VALUE
               "DO YOU WANT TO PROCEED (Y/N)?".
            05 WRK-MSG-NETTED         PIC X(040) VALUE
               "RECEIPT NETTED AGAINST PAYABLE".
            05 WRK-MSG-PRESSKEY       PIC X(040) VALUE
               "PRESS ANY KEY".
            05 WRK-MSG-NOLINES        PIC X(040) VALUE
               "NO OPEN ORDER LINES".
            05 WRK-MSG-ISDRAFT        PIC X(040) VALUE
               "DRAFT ORDER - PLACE IT BEFORE RECEIVING".
            05 WRK-MSG-NODRAFT        PIC X(040) VALUE
               "NO DRAFT LINES ON THAT ORDER".
            05 WRK-MSG-PLACED         PIC X(040) VALUE
               "DRAFT ORDER PLACED".
            05 WRK-MSG-CANCELLED      PIC X(040) VALUE
               "DRAFT ORDER CANCELLED".

      *---------------------------- FILE
       77 PORDERS-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-QTY-IN                  PIC 9(002) VALUE ZEROS.
       77 WRK-NEXT-LINE               PIC 9(002) VALUE ZEROS.
       77 WRK-FEED-FOUND-FLAG         PIC X(001) VALUE "N".
       77 WRK-DRAFT-FLAG              PIC X(001) VALUE "N".
       77 WRK-DRAFT-QTY               PIC 9(002) VALUE ZEROS.
       77 WRK-TODAY                   PIC 9(008) VALUE ZEROS.

      *---------------------------- HOME STORE
       77 WRK-STORE-CODE              PIC X(003) VALUE "001".
            05 WRK-CTL-COUNT          PIC 9(005).
            05 WRK-CTL-RESULT         PIC X(001).

      *---------------------------- DISTRIBUTOR PAYABLE NETTING
       01 WRK-NET-REC.
            05 WRK-NET-DIST-CODE      PIC X(006).
            05 WRK-NET-AMOUNT         PIC S9(005)V99.
            05 WRK-NET-MONTH          PIC 9(006).
            05 WRK-NET-RESULT         PIC X(001).

      *---------------------------- COPY ASSET REGISTER SUBPROGRAM
       01 WRK-AST-REC.
            05 WRK-AST-ACTION         PIC X(001).
            05 WRK-AST-MOVIES-KEY     PIC 9(005).
            05 WRK-AST-COPY-NUMBER    PIC 9(002).
            05 WRK-AST-COST           PIC 9(003)V99.
            05 WRK-AST-DATE           PIC 9(008).
            05 WRK-AST-RELEASE-YEAR   PIC 9(004).
            05 WRK-AST-STORE          PIC X(003).
            05 WRK-AST-REASON         PIC X(008).
            05 WRK-AST-RECOVERY       PIC 9(005)V99.
            05 WRK-AST-NBV            PIC 9(005)V99.
            05 WRK-AST-RESULT         PIC X(001).

      *---------------------------- CHECK DIGIT SUBPROGRAM
       01 WRK-CD-REC.
            05 WRK-CD-KEY             PIC 9(005).
           05 WRK-NB-CHECK            PIC 9(001).
           05 FILLER                  PIC X(001) VALUE "*".

      *---------------------------- RECOVERY JOURNAL SUBPROGRAM
       01 WRK-RJ-REC.
            05 WRK-RJ-FILE           PIC X(008).
            05 WRK-RJ-OPERATION      PIC X(001).
            05 WRK-RJ-BEFORE         PIC X(100).
            05 WRK-RJ-AFTER          PIC X(100).
            05 WRK-RJ-PROGRAM        PIC X(012) VALUE "PURCHORD".

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-TITLE.
       01 MODE-SCREEN.
            05 MODE-ENTRY FOREGROUND-COLOR 2.
                10 LINE 08 COLUMN 10
                   VALUE "(A)DD LINE, (R)ECEIVE, (L)IST, (P)LACE,".
                10 LINE 09 COLUMN 10
                   VALUE "(C)ANCEL DRAFT, (X): ".
                10 COLUMN PLUS 2      PIC X(001)
                   USING WRK-MAINT-MODE.

                   USING WRK-PO-LINE-IN
                   BLANK WHEN ZEROS.

      *---------------------------- DRAFT ORDER SCREEN
       01 DRAFT-SCREEN.
            05 DRAFT-DATA FOREGROUND-COLOR 2.
                10 LINE 10 COLUMN 10 VALUE "DRAFT PO NUMBER: ".
                10 COLUMN PLUS 2      PIC 9(005)
                   USING WRK-PO-NUMBER-IN
                   BLANK WHEN ZEROS.

      *---------------------------- SCREEN LAYOUT
       01 CLEANER-SCREEN.
            05 CLEAN-SCREEN.
                PERFORM 0330-RECEIVE
              WHEN WRK-MAINT-MODE = "L" OR WRK-MAINT-MODE = "l"
                PERFORM 0370-LIST-OPEN
              WHEN WRK-MAINT-MODE = "P" OR WRK-MAINT-MODE = "p"
                PERFORM 0360-DRAFT-ORDER
              WHEN WRK-MAINT-MODE = "C" OR WRK-MAINT-MODE = "c"
                PERFORM 0360-DRAFT-ORDER
              WHEN WRK-MAINT-MODE = "X" OR WRK-MAINT-MODE = "x"
                CONTINUE
              WHEN OTHER
            MOVE ZEROS TO PO-QTY-RECEIVED.
            PERFORM 0322-LOOKUP-FEED-PRICE.
            ACCEPT PO-ORDER-DATE FROM DATE YYYYMMDD.
            IF WRK-DRAFT-FLAG = "Y"
                MOVE "D" TO PO-STATUS-FLAG
            ELSE
                MOVE "O" TO PO-STATUS-FLAG
            END-IF.

            DISPLAY "PRICE EACH: " LINE 14 COLUMN 10.
            ACCEPT PO-PRICE LINE 14 COLUMN 24.
            MOVE WRK-PO-SCAN-COUNT TO WRK-CTL-COUNT.
            CALL "KEYCTL" USING WRK-CTL-REC.

      *      A LINE ADDED TO A DRAFT ORDER STAYS A DRAFT UNTIL THE
      *      WHOLE ORDER IS PLACED.
       0320-NEXT-PO-LINE       SECTION.
            MOVE ZEROS TO WRK-NEXT-LINE.
            MOVE "N" TO WRK-DRAFT-FLAG.
            MOVE WRK-PO-NUMBER-IN TO PO-NUMBER.
            MOVE ZEROS TO PO-LINE.

                          MOVE 10 TO PORDERS-STATUS
                      ELSE
                          MOVE PO-LINE TO WRK-NEXT-LINE
                          IF PO-LINE-DRAFT
                              MOVE "Y" TO WRK-DRAFT-FLAG
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.
                   MOVE WRK-MSG-LINENOTFOUND TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
               NOT INVALID KEY
                   IF PO-LINE-DRAFT
                       MOVE WRK-MSG-ISDRAFT TO WRK-ERROR-MSG
                       PERFORM 9000-MANAGE-ERROR
                   ELSE
                       PERFORM 0335-BOOK-STOCK
                   END-IF
            END-READ.

       0335-BOOK-STOCK         SECTION.
               INVALID KEY
                   MOVE WRK-MSG-NOTSAVED TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
               NOT INVALID KEY
                   MOVE "W" TO WRK-RJ-OPERATION
                   PERFORM 8120-JOURNAL-COPY
                   PERFORM 0342-REGISTER-ASSET
            END-WRITE.

      *      THE NEW COPY GOES ON THE ASSET REGISTER AT WHAT WE PAID
      *      FOR IT, IN SERVICE FROM THE DAY IT WAS RECEIVED.
       0342-REGISTER-ASSET     SECTION.
            MOVE PO-MOVIES-KEY TO MOVIES-KEY.
            READ MOVIES
               INVALID KEY
                   MOVE ZEROS TO MOVIES-RELEASE-YEAR
            END-READ.

            MOVE "A"            TO WRK-AST-ACTION.
            MOVE COPY-MOVIES-KEY TO WRK-AST-MOVIES-KEY.
            MOVE COPY-NUMBER    TO WRK-AST-COPY-NUMBER.
            MOVE PO-PRICE       TO WRK-AST-COST.
            MOVE WRK-RECV-DATE  TO WRK-AST-DATE.
            MOVE MOVIES-RELEASE-YEAR TO WRK-AST-RELEASE-YEAR.
            MOVE WRK-STORE-CODE TO WRK-AST-STORE.
            MOVE SPACES         TO WRK-AST-REASON.
            MOVE ZEROS          TO WRK-AST-RECOVERY.
            CALL "ASSETREG" USING WRK-AST-REC.

       0345-UPDATE-LINE        SECTION.
            ADD WRK-RECV-QTY TO PO-QTY-RECEIVED.
            IF PO-QTY-RECEIVED >= PO-QTY-ORDERED
                MOVE WRK-MSG-SHORTLINE TO WRK-ERROR-MSG
            END-IF.
            REWRITE PORDERS-REG.
            PERFORM 0346-NET-RECEIPT.
            PERFORM 9000-MANAGE-ERROR.

      *      STOCK RECEIVED FROM A REVENUE-SHARE DISTRIBUTOR IS ADDED
      *      TO THE PAYABLE WE OWE THEM RATHER THAN INVOICED APART.
       0346-NET-RECEIPT        SECTION.
            MOVE PO-DIST-CODE TO WRK-NET-DIST-CODE.
            COMPUTE WRK-NET-AMOUNT = WRK-RECV-QTY * PO-PRICE.
            CALL "DISTNET" USING WRK-NET-REC.
            IF WRK-NET-RESULT = "Y"
                DISPLAY WRK-MSG-NETTED LINE 16 COLUMN 10
                DISPLAY WRK-NET-MONTH LINE 16 COLUMN 42
            END-IF.

      *      FRESH STOCK SHOWS ON THE NEW ARRIVALS REPORT, WHICH
      *      SELECTS ON THE TITLE'S ENTRY DATE.
       0348-TOUCH-ENTRY-DATE   SECTION.
                   REWRITE MOVIES-REG
            END-READ.

      *      (P)LACE TURNS EVERY DRAFT LINE ON THE ORDER INTO AN
      *      OPEN LINE DATED TODAY; (C)ANCEL DELETES THEM.
       0360-DRAFT-ORDER        SECTION.
            MOVE ZEROS TO WRK-PO-NUMBER-IN.
            DISPLAY DRAFT-SCREEN.
            ACCEPT DRAFT-DATA.

            MOVE ZEROS TO WRK-DRAFT-QTY.
            MOVE "N" TO WRK-DRAFT-FLAG.
            PERFORM 0362-SCAN-DRAFT.

            IF WRK-DRAFT-QTY = ZEROS
                MOVE WRK-MSG-NODRAFT TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                DISPLAY "DRAFT LINES: " LINE 12 COLUMN 10
                DISPLAY WRK-DRAFT-QTY LINE 12 COLUMN 24
                DISPLAY WRK-MSG-PROCEED LINE 14 COLUMN 10
                ACCEPT WRK-KEY LINE 14 COLUMN 41
                IF WRK-KEY = "Y" OR WRK-KEY = "y"
                    ACCEPT WRK-TODAY FROM DATE YYYYMMDD
                    MOVE "Y" TO WRK-DRAFT-FLAG
                    PERFORM 0362-SCAN-DRAFT
                    IF WRK-MAINT-MODE = "P" OR WRK-MAINT-MODE = "p"
                        MOVE WRK-MSG-PLACED TO WRK-ERROR-MSG
                    ELSE
                        MOVE WRK-MSG-CANCELLED TO WRK-ERROR-MSG
                    END-IF
                    PERFORM 9000-MANAGE-ERROR
                END-IF
                MOVE SPACES TO WRK-KEY
            END-IF.

      *      WRK-DRAFT-FLAG "N" ONLY COUNTS THE DRAFT LINES; "Y"
      *      PLACES OR CANCELS THEM AS THE MODE SAYS.
       0362-SCAN-DRAFT         SECTION.
            MOVE WRK-PO-NUMBER-IN TO PO-NUMBER.
            MOVE ZEROS TO PO-LINE.

            START PORDERS KEY IS GREATER THAN PO-ID
               INVALID KEY
                   MOVE 10 TO PORDERS-STATUS
               NOT INVALID KEY
                   MOVE 0 TO PORDERS-STATUS
            END-START.

            PERFORM UNTIL PORDERS-STATUS = 10
               READ PORDERS NEXT
                  AT END
                      MOVE 10 TO PORDERS-STATUS
                  NOT AT END
                      IF PO-NUMBER NOT EQUAL WRK-PO-NUMBER-IN
                          MOVE 10 TO PORDERS-STATUS
                      ELSE
                          IF PO-LINE-DRAFT
                              IF WRK-DRAFT-FLAG = "Y"
                                  PERFORM 0364-APPLY-DRAFT
                              ELSE
                                  ADD 1 TO WRK-DRAFT-QTY
                              END-IF
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.

       0364-APPLY-DRAFT        SECTION.
            IF WRK-MAINT-MODE = "P" OR WRK-MAINT-MODE = "p"
                MOVE "O" TO PO-STATUS-FLAG
                MOVE WRK-TODAY TO PO-ORDER-DATE
                REWRITE PORDERS-REG
                   INVALID KEY
                       MOVE WRK-MSG-NOTSAVED TO WRK-ERROR-MSG
                       PERFORM 9000-MANAGE-ERROR
                END-REWRITE
            ELSE
                DELETE PORDERS RECORD
                   INVALID KEY
                       MOVE WRK-MSG-NOTSAVED TO WRK-ERROR-MSG
                       PERFORM 9000-MANAGE-ERROR
                END-DELETE
            END-IF.

       0370-LIST-OPEN          SECTION.
            MOVE 09 TO WRK-LINE.
            MOVE ZEROS TO PO-NUMBER PO-LINE WRK-PO-SCAN-COUNT.
                      MOVE 10 TO PORDERS-STATUS
                  NOT AT END
                      IF PO-LINE-OPEN OR PO-LINE-SHORT
                            OR PO-LINE-DRAFT
                          ADD 1 TO WRK-PO-SCAN-COUNT
                          ADD 1 TO WRK-LINE
                          DISPLAY PO-NUMBER LINE WRK-LINE COLUMN 05
            CLOSE COPIES.
            GOBACK.

      *      FORWARD-RECOVERY JOURNAL - SEE RECJRNL. THE CALLER SETS
      *      WRK-RJ-OPERATION TO W, R OR D AFTER THE CHANGE IS MADE;
      *      A REWRITE'S BEFORE IMAGE WAS SAVED WHEN THE RECORD WAS
      *      READ FOR UPDATE.
       8120-JOURNAL-COPY       SECTION.
            MOVE "COPIES" TO WRK-RJ-FILE.
            MOVE SPACES TO WRK-RJ-BEFORE.
            MOVE COPIES-REG TO WRK-RJ-AFTER.
            CALL "RECJRNL" USING WRK-RJ-REC.

       9000-MANAGE-ERROR       SECTION.
            MOVE SPACES TO WRK-KEY.
            ACCEPT ERROR-SCREEN.
