      * Date: 23/08/2026
      * Purpose: INQUIRY LISTING ONE CUSTOMER'S RENTALS NEWEST-FIRST,
      *          OPEN RENTALS FIRST AND CLOSED HISTORY AFTER, WITH
      *          TITLE, DATES AND LATE FEE FOR COUNTER DISPUTES.
      *          FOR AN ACCOUNT IN A HOUSEHOLD IT CAN ALSO SHOW EVERY
      *          OPEN RENTAL IN THE HOUSEHOLD ON ONE SCREEN. A DISPUTE
      *          THE HISTORY DOES NOT SETTLE CAN BE OPENED AS A CASE
      *          FROM HERE (SEE CASELOG).
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
             FILE STATUS IS RENTALS-STATUS
             RECORD KEY IS RENTAL-KEY
             ALTERNATE RECORD KEY IS RENTAL-MOVIES-KEY
                WITH DUPLICATES
             ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-KEY
                WITH DUPLICATES.

      *      RENTALS_HIST.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      RENTHISTDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT RENTALS-HIST ASSIGN TO WRK-HIST-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS HIST-STATUS
             RECORD KEY IS HIST-KEY
             ALTERNATE RECORD KEY IS HIST-CUSTOMER-KEY
                WITH DUPLICATES.

       DATA                    DIVISION.
       FILE                    SECTION.
                88 CUSTOMER-COLLECTIONS      VALUE "C".
            05 CUSTOMER-CREDIT        PIC 9(005)V99.
            05 CUSTOMER-POINTS        PIC 9(005).
            05 CUSTOMER-TIER          PIC X(001).
            05 CUSTOMER-TIER-SCORE    PIC 9(003).

      *---------------------------- RENTAL FILE DESCRIPTION
       FD RENTALS.
               "OPEN RENTALS".
            05 WRK-MSG-CLOSEDHDR      PIC X(040) VALUE
               "CLOSED RENTALS".
            05 WRK-MSG-HHOPENHDR      PIC X(040) VALUE
               "HOUSEHOLD OPEN RENTALS".
            05 WRK-MSG-SHOWHH         PIC X(040) VALUE
               "SHOW HOUSEHOLD OPEN RENTALS (Y/N)?".
            05 WRK-MSG-NOHHOPEN       PIC X(040) VALUE
               "NO OPEN RENTALS IN THIS HOUSEHOLD".
            05 WRK-MSG-OPENCASE       PIC X(040) VALUE
               "OPEN A DISPUTE CASE (Y/N)?".
            05 WRK-MSG-BADCATEGORY    PIC X(040) VALUE
               "CATEGORY MUST BE L, D, R OR O".
            05 WRK-MSG-NODESC         PIC X(040) VALUE
               "DESCRIBE THE COMPLAINT".
            05 WRK-MSG-BADRENTAL      PIC X(040) VALUE
               "RENTAL NOT IN THIS CUSTOMER'S HISTORY".
            05 WRK-MSG-CASEOPENED     PIC X(040) VALUE
               "CASE OPENED".
            05 WRK-MSG-CASENOTSAVED   PIC X(040) VALUE
               "ERROR WHILE SAVING CASE".

      *---------------------------- FILE
       77 MOVIES-STATUS               PIC 9(002) VALUE ZEROS.
       77 RENTALS-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-RENTALS-PATH            PIC X(060) VALUE SPACES.
       77 HIST-STATUS                 PIC 9(002) VALUE ZEROS.
       77 WRK-HIST-PATH               PIC X(060) VALUE SPACES.
       77 WRK-HIST-AVAIL-FLAG         PIC X(001) VALUE "N".

      *---------------------------- HISTORY TABLE
                10 WRK-HIST-RETURN      PIC 9(008).
                10 WRK-HIST-FEE         PIC 9(003)V99.
                10 WRK-HIST-STATUS      PIC X(001).
                10 WRK-HIST-CUSTOMER    PIC 9(005).

      *---------------------------- DETAIL DISPLAY
       77 WRK-HIST-TITLE              PIC X(025) VALUE SPACES.
           05 WRK-HIST-HDR-RET        PIC X(009) VALUE "RETURNED".
           05 WRK-HIST-HDR-FEE        PIC X(006) VALUE "FEE".

       01 WRK-HH-HDR.
           05 WRK-HH-HDR-ID           PIC X(007) VALUE "ID".
           05 WRK-HH-HDR-MEMBER       PIC X(016) VALUE "MEMBER".
           05 WRK-HH-HDR-TITLE        PIC X(023) VALUE "MOVIE".
           05 WRK-HH-HDR-OUT          PIC X(009) VALUE "OUT".
           05 WRK-HH-HDR-DUE          PIC X(009) VALUE "DUE".

      *---------------------------- HOUSEHOLD LOOKUP SUBPROGRAM
       77 WRK-HH-IDX                  PIC 9(002) VALUE ZEROS.
       77 WRK-HH-NAME                 PIC X(015) VALUE SPACES.
       01 WRK-HH-REC.
            05 WRK-HH-ACTION          PIC X(001) VALUE "H".
            05 WRK-HH-CUSTOMER        PIC 9(005).
            05 WRK-HH-PAYER           PIC 9(005).
            05 WRK-HH-ROLE            PIC X(001).
            05 WRK-HH-RATINGS.
                10 WRK-HH-RATING      PIC X(005) OCCURS 6 TIMES.
            05 WRK-HH-QTY             PIC 9(002).
            05 WRK-HH-MEMBER          PIC 9(005) OCCURS 20 TIMES.
            05 WRK-HH-RESULT          PIC X(001).

      *---------------------------- DISPUTE CASE SUBPROGRAM
       77 WRK-OPERATOR                PIC X(008) VALUE SPACES.
       77 WRK-STORE-CODE              PIC X(003) VALUE "001".
       77 WRK-CASE-RENTAL-IN          PIC 9(005) VALUE ZEROS.
       77 WRK-CASE-RECEIPT-IN         PIC 9(005) VALUE ZEROS.
       77 WRK-LINK-OK-FLAG            PIC X(001) VALUE "N".
       01 WRK-CASE-REC.
            05 WRK-CASE-ACTION        PIC X(001).
            05 WRK-CASE-NUMBER        PIC 9(005).
            05 WRK-CASE-CUSTOMER      PIC 9(005).
            05 WRK-CASE-LINK-KIND     PIC X(001).
            05 WRK-CASE-LINK-KEY      PIC 9(005).
            05 WRK-CASE-CATEGORY      PIC X(001).
            05 WRK-CASE-DESCRIPTION   PIC X(060).
            05 WRK-CASE-ASSIGNED      PIC X(008).
            05 WRK-CASE-OPERATOR      PIC X(008).
            05 WRK-CASE-STORE         PIC X(003).
            05 WRK-CASE-OPEN-QTY      PIC 9(003).
            05 WRK-CASE-YEAR-QTY      PIC 9(003).
            05 WRK-CASE-RESULT        PIC X(001).

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-TITLE.
                10 COLUMN PLUS 2      PIC 9(005)
                   FROM CUSTOMER-POINTS.

      *---------------------------- DISPUTE CASE ENTRY SCREEN
       01 CASE-ENTRY-SCREEN.
            05 CASE-ENTRY-DATA FOREGROUND-COLOR 2.
                10 LINE 12 COLUMN 10 VALUE "RENTAL ID: ".
                10 COLUMN PLUS 2      PIC 9(005)
                   USING WRK-CASE-RENTAL-IN BLANK WHEN ZEROS.
                10 LINE 12 COLUMN 40 VALUE "OR RECEIPT NR: ".
                10 COLUMN PLUS 2      PIC 9(005)
                   USING WRK-CASE-RECEIPT-IN BLANK WHEN ZEROS.
                10 LINE 13 COLUMN 10 VALUE "CATEGORY: ".
                10 COLUMN PLUS 2      PIC X(001)
                   USING WRK-CASE-CATEGORY.
                10 LINE 13 COLUMN 25
                   VALUE "(L)ATE FEE,(D)AMAGE,(R)ETURNED,(O)THER".
                10 LINE 14 COLUMN 10 VALUE "DESCRIPTION: ".
                10 LINE 15 COLUMN 10  PIC X(060)
                   USING WRK-CASE-DESCRIPTION.
                10 LINE 16 COLUMN 10 VALUE "ASSIGN TO: ".
                10 COLUMN PLUS 2      PIC X(008)
                   USING WRK-CASE-ASSIGNED.

      *---------------------------- SCREEN LAYOUT
       01 CLEANER-SCREEN.
            05 CLEAN-SCREEN.
            GOBACK.

       0195-SET-FILE-PATHS     SECTION.
            MOVE SPACES TO WRK-HIST-PATH.
            ACCEPT WRK-HIST-PATH FROM ENVIRONMENT "RENTHISTDAT".
            IF WRK-HIST-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\RENTALS_HIST.DAT"
                   TO WRK-HIST-PATH
            END-IF.

            MOVE SPACES TO WRK-MOVIES-PATH.
            ACCEPT WRK-MOVIES-PATH FROM ENVIRONMENT "MOVIESDAT".
            IF WRK-MOVIES-PATH = SPACES
            OPEN INPUT RENTALS.
            PERFORM 0214-VERIFICATION-RENTALS.

            MOVE SPACES TO WRK-OPERATOR.
            ACCEPT WRK-OPERATOR FROM ENVIRONMENT "OPERATORID".
            IF WRK-OPERATOR = SPACES
                MOVE "COUNTER" TO WRK-OPERATOR
            END-IF.

            MOVE SPACES TO WRK-STORE-CODE.
            ACCEPT WRK-STORE-CODE FROM ENVIRONMENT "STORECODE".
            IF WRK-STORE-CODE = SPACES
                MOVE "001" TO WRK-STORE-CODE
            END-IF.

      *      THE HISTORY FILE ONLY EXISTS ONCE THE RENTAL ARCHIVE JOB
      *      HAS RUN AT LEAST ONCE - A MISSING FILE JUST MEANS THERE
      *      IS NO ARCHIVED HISTORY TO SHOW YET.
                   ELSE
                       PERFORM 0330-SHOW-HISTORY
                   END-IF
                   PERFORM 0365-OFFER-CASE
                   PERFORM 0370-OFFER-HOUSEHOLD
            END-READ.

      *      ARCHIVED RENTALS CARRY LOWER KEYS THAN ANYTHING STILL ON
      *      THE LIVE FILE, SO COLLECTING THEM FIRST KEEPS THE TABLE
      *      IN ASCENDING KEY ORDER FOR THE NEWEST-FIRST WALK. BOTH
      *      FILES ARE READ ON THEIR CUSTOMER KEY, WHOSE DUPLICATES
      *      COME BACK IN THE ORDER THEY WERE WRITTEN - RENTAL KEY
      *      ORDER - SO ONLY THIS CUSTOMER'S ROWS ARE TOUCHED.
       0308-COLLECT-ARCHIVED   SECTION.
            MOVE CUSTOMER-KEY TO HIST-CUSTOMER-KEY.
            START RENTALS-HIST KEY IS EQUAL TO HIST-CUSTOMER-KEY
               INVALID KEY
                   MOVE 10 TO HIST-STATUS
               NOT INVALID KEY
                      IF HIST-CUSTOMER-KEY = CUSTOMER-KEY
                          MOVE HIST-REG TO RENTALS-REG
                          PERFORM 0320-SAVE-HISTORY-ENTRY
                      ELSE
                          MOVE 10 TO HIST-STATUS
                      END-IF
               END-READ
            END-PERFORM.

       0310-COLLECT-HISTORY    SECTION.
            MOVE CUSTOMER-KEY TO RENTAL-CUSTOMER-KEY.

            START RENTALS KEY IS EQUAL TO RENTAL-CUSTOMER-KEY
               INVALID KEY
                   MOVE 10 TO RENTALS-STATUS
               NOT INVALID KEY
                  NOT AT END
                      IF RENTAL-CUSTOMER-KEY = CUSTOMER-KEY
                          PERFORM 0320-SAVE-HISTORY-ENTRY
                      ELSE
                          MOVE 10 TO RENTALS-STATUS
                      END-IF
               END-READ
            END-PERFORM.
               WRK-HIST-FEE(WRK-HIST-QTY).
            MOVE RENTAL-STATUS-FLAG   TO
               WRK-HIST-STATUS(WRK-HIST-QTY).
            MOVE RENTAL-CUSTOMER-KEY  TO
               WRK-HIST-CUSTOMER(WRK-HIST-QTY).

       0330-SHOW-HISTORY       SECTION.
            MOVE "O" TO WRK-SECTION-FLAG.
            ACCEPT WRK-KEY           LINE WRK-LINE COLUMN 17.
            MOVE SPACES TO WRK-KEY.

      *      THE CUSTOMER'S CASE COUNTS COME UP WITH THE OFFER. IT
      *      RUNS BEFORE THE HOUSEHOLD LIST, WHICH REUSES THE HISTORY
      *      TABLE THE RENTAL ID IS CHECKED AGAINST.
       0365-OFFER-CASE         SECTION.
            DISPLAY CLEANER-SCREEN.
            DISPLAY CUSTOMER-NAME-SCREEN.

            MOVE "K"          TO WRK-CASE-ACTION.
            MOVE CUSTOMER-KEY TO WRK-CASE-CUSTOMER.
            CALL "CASELOG" USING WRK-CASE-REC.
            IF WRK-CASE-OPEN-QTY > ZEROS OR WRK-CASE-YEAR-QTY > ZEROS
                DISPLAY "DISPUTE CASES OPEN:" LINE 10 COLUMN 10
                DISPLAY WRK-CASE-OPEN-QTY LINE 10 COLUMN 30
                DISPLAY "THIS YEAR:" LINE 10 COLUMN 35
                DISPLAY WRK-CASE-YEAR-QTY LINE 10 COLUMN 46
            END-IF.

            MOVE SPACES TO WRK-KEY.
            DISPLAY WRK-MSG-OPENCASE LINE 11 COLUMN 10.
            ACCEPT WRK-KEY LINE 11 COLUMN 46.
            IF WRK-KEY = "Y" OR WRK-KEY = "y"
                PERFORM 0366-TAKE-CASE-ENTRY
            END-IF.
            MOVE SPACES TO WRK-KEY.

       0366-TAKE-CASE-ENTRY    SECTION.
            MOVE ZEROS TO WRK-CASE-RENTAL-IN WRK-CASE-RECEIPT-IN.
            MOVE SPACES TO WRK-CASE-CATEGORY WRK-CASE-DESCRIPTION.
            MOVE WRK-OPERATOR TO WRK-CASE-ASSIGNED.
            DISPLAY CASE-ENTRY-SCREEN.
            ACCEPT CASE-ENTRY-DATA.
            INSPECT WRK-CASE-CATEGORY CONVERTING "ldro" TO "LDRO".

            MOVE "Y" TO WRK-LINK-OK-FLAG.
            IF WRK-CASE-RENTAL-IN > ZEROS
                MOVE "N" TO WRK-LINK-OK-FLAG
                PERFORM VARYING WRK-HIST-IDX FROM 1 BY 1
                      UNTIL WRK-HIST-IDX > WRK-HIST-QTY
                   IF WRK-HIST-RENTAL-KEY(WRK-HIST-IDX)
                         = WRK-CASE-RENTAL-IN
                       MOVE "Y" TO WRK-LINK-OK-FLAG
                   END-IF
                END-PERFORM
            END-IF.

            EVALUATE TRUE
              WHEN WRK-CASE-CATEGORY NOT = "L"
                    AND WRK-CASE-CATEGORY NOT = "D"
                    AND WRK-CASE-CATEGORY NOT = "R"
                    AND WRK-CASE-CATEGORY NOT = "O"
                MOVE WRK-MSG-BADCATEGORY TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
              WHEN WRK-CASE-DESCRIPTION = SPACES
                MOVE WRK-MSG-NODESC TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
              WHEN WRK-LINK-OK-FLAG NOT = "Y"
                MOVE WRK-MSG-BADRENTAL TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
              WHEN OTHER
                PERFORM 0368-WRITE-CASE
            END-EVALUATE.

       0368-WRITE-CASE         SECTION.
            MOVE "O"            TO WRK-CASE-ACTION.
            MOVE CUSTOMER-KEY   TO WRK-CASE-CUSTOMER.
            IF WRK-CASE-RENTAL-IN > ZEROS
                MOVE "R" TO WRK-CASE-LINK-KIND
                MOVE WRK-CASE-RENTAL-IN TO WRK-CASE-LINK-KEY
            ELSE
                IF WRK-CASE-RECEIPT-IN > ZEROS
                    MOVE "P" TO WRK-CASE-LINK-KIND
                    MOVE WRK-CASE-RECEIPT-IN TO WRK-CASE-LINK-KEY
                ELSE
                    MOVE SPACE TO WRK-CASE-LINK-KIND
                    MOVE ZEROS TO WRK-CASE-LINK-KEY
                END-IF
            END-IF.
            MOVE WRK-OPERATOR   TO WRK-CASE-OPERATOR.
            MOVE WRK-STORE-CODE TO WRK-CASE-STORE.
            CALL "CASELOG" USING WRK-CASE-REC.

            IF WRK-CASE-RESULT = "Y"
                DISPLAY "CASE" LINE 17 COLUMN 10
                DISPLAY WRK-CASE-NUMBER LINE 17 COLUMN 15
                MOVE WRK-MSG-CASEOPENED TO WRK-ERROR-MSG
            ELSE
                MOVE WRK-MSG-CASENOTSAVED TO WRK-ERROR-MSG
            END-IF.
            PERFORM 9000-MANAGE-ERROR.

      *      ONLY OFFERED FOR AN ACCOUNT IN A HOUSEHOLD. OPEN
      *      RENTALS ARE NEVER ARCHIVED, SO THE LIVE FILE HAS THEM
      *      ALL.
       0370-OFFER-HOUSEHOLD    SECTION.
            MOVE CUSTOMER-KEY TO WRK-HH-CUSTOMER.
            CALL "HHLINK" USING WRK-HH-REC.

            IF WRK-HH-ROLE NOT = SPACE
                DISPLAY CLEANER-SCREEN
                DISPLAY CUSTOMER-NAME-SCREEN
                MOVE SPACES TO WRK-KEY
                DISPLAY WRK-MSG-SHOWHH LINE 11 COLUMN 10
                ACCEPT WRK-KEY LINE 11 COLUMN 46
                IF WRK-KEY = "Y" OR WRK-KEY = "y"
                    MOVE ZEROS TO WRK-HIST-QTY
                    PERFORM 0375-COLLECT-HOUSEHOLD
                    IF WRK-HIST-QTY = ZEROS
                        MOVE WRK-MSG-NOHHOPEN TO WRK-ERROR-MSG
                        PERFORM 9000-MANAGE-ERROR
                    ELSE
                        PERFORM 0380-SHOW-HOUSEHOLD
                    END-IF
                END-IF
                MOVE SPACES TO WRK-KEY
            END-IF.

      *      EACH MEMBER'S RENTALS ARE READ ON THE CUSTOMER KEY, SO
      *      THE LIST COMES OUT GROUPED BY MEMBER.
       0375-COLLECT-HOUSEHOLD  SECTION.
            PERFORM VARYING WRK-HH-IDX FROM 1 BY 1
                  UNTIL WRK-HH-IDX > WRK-HH-QTY
                     OR WRK-HIST-QTY = WRK-HIST-MAX
               PERFORM 0377-COLLECT-MEMBER-OPEN
            END-PERFORM.

       0377-COLLECT-MEMBER-OPEN SECTION.
            MOVE WRK-HH-MEMBER(WRK-HH-IDX) TO RENTAL-CUSTOMER-KEY.

            START RENTALS KEY IS EQUAL TO RENTAL-CUSTOMER-KEY
               INVALID KEY
                   MOVE 10 TO RENTALS-STATUS
               NOT INVALID KEY
                   MOVE 0 TO RENTALS-STATUS
            END-START.

            PERFORM UNTIL RENTALS-STATUS = 10
                  OR WRK-HIST-QTY = WRK-HIST-MAX
               READ RENTALS NEXT
                  AT END
                      MOVE 10 TO RENTALS-STATUS
                  NOT AT END
                      IF RENTAL-CUSTOMER-KEY
                            NOT = WRK-HH-MEMBER(WRK-HH-IDX)
                          MOVE 10 TO RENTALS-STATUS
                      ELSE
                          IF RENTAL-OPEN
                              PERFORM 0320-SAVE-HISTORY-ENTRY
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.

       0380-SHOW-HOUSEHOLD     SECTION.
            DISPLAY CLEANER-SCREEN.
            PERFORM 0385-HOUSEHOLD-HEADER.
            MOVE ZEROS TO WRK-COUNTLINE.

            PERFORM VARYING WRK-HIST-IDX FROM WRK-HIST-QTY BY -1
                  UNTIL WRK-HIST-IDX = 0
               IF WRK-COUNTLINE = 10
                   PERFORM 0360-PAGE-PAUSE
                   DISPLAY CLEANER-SCREEN
                   PERFORM 0385-HOUSEHOLD-HEADER
                   MOVE ZEROS TO WRK-COUNTLINE
               END-IF
               PERFORM 0390-HOUSEHOLD-DETAIL
            END-PERFORM.

            PERFORM 0360-PAGE-PAUSE.

       0385-HOUSEHOLD-HEADER   SECTION.
            MOVE 03 TO WRK-LINE.
            DISPLAY WRK-MSG-HHOPENHDR LINE WRK-LINE COLUMN 03.
            ADD 1 TO WRK-LINE.
            DISPLAY WRK-HH-HDR-ID      LINE WRK-LINE COLUMN 03.
            DISPLAY WRK-HH-HDR-MEMBER  LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-HH-HDR-TITLE   LINE WRK-LINE COLUMN 26.
            DISPLAY WRK-HH-HDR-OUT     LINE WRK-LINE COLUMN 49.
            DISPLAY WRK-HH-HDR-DUE     LINE WRK-LINE COLUMN 58.

       0390-HOUSEHOLD-DETAIL   SECTION.
            ADD 1 TO WRK-LINE.
            ADD 1 TO WRK-COUNTLINE.

            MOVE WRK-HIST-CUSTOMER(WRK-HIST-IDX) TO CUSTOMER-KEY.
            READ CUSTOMERS
               INVALID KEY
                   MOVE SPACES TO WRK-HH-NAME
               NOT INVALID KEY
                   MOVE CUSTOMER-NAME TO WRK-HH-NAME
            END-READ.

            MOVE WRK-HIST-MOVIES-KEY(WRK-HIST-IDX) TO MOVIES-KEY.
            READ MOVIES
               INVALID KEY
                   MOVE SPACES TO WRK-HIST-TITLE
               NOT INVALID KEY
                   MOVE MOVIES-TITLE TO WRK-HIST-TITLE
            END-READ.

            DISPLAY WRK-HIST-RENTAL-KEY(WRK-HIST-IDX)
               LINE WRK-LINE COLUMN 03.
            DISPLAY WRK-HH-NAME
               LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-HIST-TITLE(1:22)
               LINE WRK-LINE COLUMN 26.
            DISPLAY WRK-HIST-CHECKOUT(WRK-HIST-IDX)
               LINE WRK-LINE COLUMN 49.
            DISPLAY WRK-HIST-DUE(WRK-HIST-IDX)
               LINE WRK-LINE COLUMN 58.

       0400-FINALIZE           SECTION.
            CLOSE MOVIES.
            CLOSE CUSTOMERS.
