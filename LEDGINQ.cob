       IDENTIFICATION          DIVISION.
       PROGRAM-ID. LEDGINQ.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: INQUIRY LISTING ONE CUSTOMER'S ACCOUNT LEDGER LINE BY
      *          LINE, OLDEST FIRST - EVERY MOVEMENT ON BALANCE DUE,
      *          CREDIT AND POINTS WITH DATE, REASON, REFERENCE,
      *          PROGRAM, OPERATOR AND THE RUNNING FIGURE AFTER IT,
      *          SO A DISPUTED BALANCE CAN BE WALKED BACK AT THE DESK
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      CUSTOMERS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      CUSTOMERSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT CUSTOMERS ASSIGN TO WRK-CUSTOMERS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CUSTOMERS-STATUS
             RECORD KEY IS CUSTOMER-KEY
             ALTERNATE RECORD KEY IS CUSTOMER-PHONE
                WITH DUPLICATES.

      *      CUSTLEDG.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      CUSTLEDGDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
             SELECT CUSTLEDG ASSIGN TO WRK-CUSTLEDG-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CUSTLEDG-STATUS
             RECORD KEY IS LEDG-KEY.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- CUSTOMER FILE DESCRIPTION
       FD CUSTOMERS.
       01 CUSTOMERS-REG.
            05 CUSTOMER-KEY           PIC 9(005).
            05 CUSTOMER-NAME          PIC X(030).
            05 CUSTOMER-PHONE         PIC X(015).
            05 CUSTOMER-STATUS-FLAG   PIC X(001).
                88 CUSTOMER-ACTIVE           VALUE "A".
                88 CUSTOMER-INACTIVE         VALUE "I".
            05 CUSTOMER-BALANCE       PIC 9(005)V99.
            05 CUSTOMER-BIRTH-DATE    PIC 9(008).
            05 CUSTOMER-COLLECT-FLAG  PIC X(001).
                88 CUSTOMER-COLLECTIONS      VALUE "C".
            05 CUSTOMER-CREDIT        PIC 9(005)V99.
            05 CUSTOMER-POINTS        PIC 9(005).
            05 CUSTOMER-TIER          PIC X(001).
            05 CUSTOMER-TIER-SCORE    PIC 9(003).

      *---------------------------- CUSTOMER LEDGER DESCRIPTION
       FD CUSTLEDG.
       01 CUSTLEDG-REG.
            05 LEDG-KEY.
                10 LEDG-CUSTOMER     PIC 9(005).
                10 LEDG-SEQ          PIC 9(007).
            05 LEDG-ENTRY.
                10 LEDG-DATE         PIC 9(008).
                10 LEDG-TIME         PIC 9(006).
                10 LEDG-FIELD        PIC X(001).
                10 LEDG-AMOUNT       PIC S9(005)V99.
                10 LEDG-REASON       PIC X(008).
                10 LEDG-REFERENCE    PIC X(010).
                10 LEDG-PROGRAM      PIC X(012).
                10 LEDG-OPERATOR     PIC X(008).
            05 LEDG-HEADER REDEFINES LEDG-ENTRY.
                10 LEDG-LAST-SEQ     PIC 9(007).
                10 LEDG-OPEN-DATE    PIC 9(008).
                10 FILLER            PIC X(045).
            05 LEDG-RUN-BALANCE      PIC S9(007)V99.
            05 LEDG-RUN-CREDIT       PIC S9(007)V99.
            05 LEDG-RUN-POINTS       PIC S9(007).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                     PIC X(001).

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                    PIC 9(002) VALUE ZEROS.
       77 WRK-COUNTLINE               PIC 9(002) VALUE ZEROS.
       77 WRK-LEDG-LINES              PIC 9(007) VALUE ZEROS.
       77 WRK-AMOUNT-DISP             PIC +9(005),99 VALUE ZEROS.
       77 WRK-RUNNING-DISP            PIC +9(007),99 VALUE ZEROS.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG               PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM    PIC X(012) VALUE "LEDGINQ".
            05 WRK-ERRORLOG-MESSAGE    PIC X(040) VALUE SPACES.

       01 WRK-MSGS.
            05 WRK-MSG-CORRUPTED      PIC X(040) VALUE
               "CORRUPTED FILE".
            05 WRK-MSG-OPEN           PIC X(040) VALUE
               "ERROR WHILE OPENING FILE".
            05 WRK-MSG-PATH           PIC X(040) VALUE
               "ERROR ON FILE PATH".
            05 WRK-MSG-UNKNOWN        PIC X(040) VALUE
               "UNKNOWN ERROR".
            05 WRK-MSG-CUSTNOTFOUND   PIC X(040) VALUE
               "CUSTOMER NOT FOUND".
            05 WRK-MSG-NOLEDGER       PIC X(040) VALUE
               "NO LEDGER LINES FOR THIS CUSTOMER".
            05 WRK-MSG-PRESSKEY       PIC X(040) VALUE
               "PRESS ANY KEY".

      *---------------------------- FILE
       77 CUSTOMERS-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-CUSTOMERS-PATH          PIC X(060) VALUE SPACES.
       77 CUSTLEDG-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-CUSTLEDG-PATH           PIC X(060) VALUE SPACES.
       77 WRK-LEDG-AVAIL-FLAG         PIC X(001) VALUE "N".

       01 WRK-LEDG-HDR.
           05 WRK-LEDG-HDR-DATE       PIC X(009) VALUE "DATE".
           05 WRK-LEDG-HDR-FIELD      PIC X(002) VALUE "F".
           05 WRK-LEDG-HDR-AMOUNT     PIC X(010) VALUE "AMOUNT".
           05 WRK-LEDG-HDR-REASON     PIC X(009) VALUE "REASON".
           05 WRK-LEDG-HDR-REF        PIC X(011) VALUE "REFERENCE".
           05 WRK-LEDG-HDR-PROGRAM    PIC X(013) VALUE "PROGRAM".
           05 WRK-LEDG-HDR-OPER       PIC X(009) VALUE "OPERATOR".
           05 WRK-LEDG-HDR-RUNNING    PIC X(011) VALUE "RUNNING".

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-TITLE.
            05 LNK-SCREEN-TITLE       PIC X(020).
            05 LNK-MODULE-TITLE       PIC X(026).

       SCREEN                  SECTION.
      *---------------------------- ERROR SCREEN
       01 ERROR-SCREEN.
            05 MSG-ERROR.
                10 LINE 18 COLUMN 01 ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 18 COLUMN 10  PIC X(040)
                   BACKGROUND-COLOR 3
                   USING WRK-ERROR-MSG.
                10 COLUMN PLUS 2      PIC X(001)
                   BACKGROUND-COLOR 3
                   USING WRK-KEY.

      *---------------------------- CUSTOMER LOOKUP SCREEN
       01 CUSTOMER-LOOKUP-SCREEN.
            05 CUSTOMER-LOOKUP-KEY FOREGROUND-COLOR 2.
                10 LINE 08 COLUMN 10 VALUE "CUSTOMER ID: ".
                10 COLUMN PLUS 2      PIC 9(005) USING CUSTOMER-KEY
                   BLANK WHEN ZEROS.

      *---------------------------- CUSTOMER FIGURES DISPLAY
       01 CUSTOMER-NAME-SCREEN.
            05 CUSTOMER-NAME-LINE.
                10 LINE 03 COLUMN 03 VALUE "NAME: ".
                10 COLUMN PLUS 1      PIC X(030) FROM CUSTOMER-NAME.
                10 LINE 04 COLUMN 03 VALUE "BALANCE: ".
                10 COLUMN PLUS 1      PIC 9(005),99
                   FROM CUSTOMER-BALANCE.
                10 COLUMN PLUS 3      VALUE "CREDIT: ".
                10 COLUMN PLUS 1      PIC 9(005),99
                   FROM CUSTOMER-CREDIT.
                10 COLUMN PLUS 3      VALUE "POINTS: ".
                10 COLUMN PLUS 1      PIC 9(005)
                   FROM CUSTOMER-POINTS.

      *---------------------------- SCREEN LAYOUT
       01 CLEANER-SCREEN.
            05 CLEAN-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01   PIC X(020) ERASE EOL
                    BACKGROUND-COLOR 3.
               10 LINE 01 COLUMN 15   PIC X(020)
                    BACKGROUND-COLOR 3 FOREGROUND-COLOR 0
                    FROM LNK-SCREEN-TITLE.
               10 LINE 02 COLUMN 01   PIC X(025) ERASE EOL
                    BACKGROUND-COLOR 1.
               10 LINE 02 COLUMN 14   PIC X(026)
                    BACKGROUND-COLOR 1 FOREGROUND-COLOR 6
                    FROM LNK-MODULE-TITLE.

       PROCEDURE               DIVISION USING LNK-TITLE.

       0100-MAIN               SECTION.
            PERFORM 0200-INITIALIZE.
            PERFORM 0300-PROCESS.
            PERFORM 0400-FINALIZE.
            GOBACK.

       0195-SET-FILE-PATHS     SECTION.
            MOVE SPACES TO WRK-CUSTOMERS-PATH.
            ACCEPT WRK-CUSTOMERS-PATH FROM ENVIRONMENT "CUSTOMERSDAT".
            IF WRK-CUSTOMERS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\CUSTOMERS.DAT"
                   TO WRK-CUSTOMERS-PATH
            END-IF.

            MOVE SPACES TO WRK-CUSTLEDG-PATH.
            ACCEPT WRK-CUSTLEDG-PATH FROM ENVIRONMENT "CUSTLEDGDAT".
            IF WRK-CUSTLEDG-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\CUSTLEDG.DAT"
                   TO WRK-CUSTLEDG-PATH
            END-IF.

       0200-INITIALIZE         SECTION.
            PERFORM 0195-SET-FILE-PATHS.
            OPEN INPUT CUSTOMERS.
            PERFORM 0210-VERIFICATION.

      *      THE LEDGER FILE IS CREATED BY THE FIRST POSTING - A
      *      MISSING FILE JUST MEANS NOTHING HAS MOVED YET.
            OPEN INPUT CUSTLEDG.
            IF CUSTLEDG-STATUS = ZEROS
                MOVE "Y" TO WRK-LEDG-AVAIL-FLAG
            ELSE
                MOVE "N" TO WRK-LEDG-AVAIL-FLAG
            END-IF.

       0210-VERIFICATION       SECTION.
            EVALUATE CUSTOMERS-STATUS
              WHEN 0
                CONTINUE
              WHEN 30
                MOVE WRK-MSG-PATH TO WRK-ERROR-MSG
              WHEN 35
                MOVE WRK-MSG-OPEN TO WRK-ERROR-MSG
              WHEN 42
                MOVE WRK-MSG-CORRUPTED TO WRK-ERROR-MSG
              WHEN OTHER
                MOVE WRK-MSG-UNKNOWN TO WRK-ERROR-MSG
            END-EVALUATE.

            IF WRK-ERROR-MSG NOT EQUAL SPACES
               PERFORM 9000-MANAGE-ERROR
            END-IF.

       0300-PROCESS            SECTION.
            MOVE ZEROS TO CUSTOMER-KEY.
            DISPLAY CLEANER-SCREEN.
            DISPLAY CUSTOMER-LOOKUP-SCREEN.
            ACCEPT CUSTOMER-LOOKUP-KEY.

            READ CUSTOMERS
               INVALID KEY
                   MOVE WRK-MSG-CUSTNOTFOUND TO WRK-ERROR-MSG
                   PERFORM 9000-MANAGE-ERROR
               NOT INVALID KEY
                   MOVE ZEROS TO WRK-LEDG-LINES
                   IF WRK-LEDG-AVAIL-FLAG = "Y"
                       PERFORM 0310-SHOW-LEDGER
                   END-IF
                   IF WRK-LEDG-LINES = ZEROS
                       MOVE WRK-MSG-NOLEDGER TO WRK-ERROR-MSG
                       PERFORM 9000-MANAGE-ERROR
                   ELSE
                       PERFORM 0360-PAGE-PAUSE
                   END-IF
            END-READ.

      *      SEQUENCE ZERO IS THE ACCOUNT HEADER; THE LINES START AT
      *      ONE AND COME BACK IN POSTING ORDER.
       0310-SHOW-LEDGER        SECTION.
            MOVE CUSTOMER-KEY TO LEDG-CUSTOMER.
            MOVE 1 TO LEDG-SEQ.
            START CUSTLEDG KEY IS NOT LESS THAN LEDG-KEY
               INVALID KEY
                   MOVE 10 TO CUSTLEDG-STATUS
               NOT INVALID KEY
                   MOVE 0 TO CUSTLEDG-STATUS
            END-START.

            PERFORM UNTIL CUSTLEDG-STATUS = 10
               READ CUSTLEDG NEXT
                  AT END
                      MOVE 10 TO CUSTLEDG-STATUS
                  NOT AT END
                      IF LEDG-CUSTOMER NOT = CUSTOMER-KEY
                          MOVE 10 TO CUSTLEDG-STATUS
                      ELSE
                          IF WRK-LEDG-LINES = ZEROS
                            OR WRK-COUNTLINE = 12
                              IF WRK-LEDG-LINES NOT = ZEROS
                                  PERFORM 0360-PAGE-PAUSE
                              END-IF
                              PERFORM 0320-PAGE-HEADER
                          END-IF
                          PERFORM 0330-SHOW-DETAIL
                      END-IF
               END-READ
            END-PERFORM.

       0320-PAGE-HEADER        SECTION.
            DISPLAY CLEANER-SCREEN.
            DISPLAY CUSTOMER-NAME-SCREEN.
            MOVE 06 TO WRK-LINE.
            DISPLAY WRK-LEDG-HDR-DATE    LINE WRK-LINE COLUMN 03.
            DISPLAY WRK-LEDG-HDR-FIELD   LINE WRK-LINE COLUMN 12.
            DISPLAY WRK-LEDG-HDR-AMOUNT  LINE WRK-LINE COLUMN 14.
            DISPLAY WRK-LEDG-HDR-REASON  LINE WRK-LINE COLUMN 24.
            DISPLAY WRK-LEDG-HDR-REF     LINE WRK-LINE COLUMN 33.
            DISPLAY WRK-LEDG-HDR-PROGRAM LINE WRK-LINE COLUMN 44.
            DISPLAY WRK-LEDG-HDR-OPER    LINE WRK-LINE COLUMN 57.
            DISPLAY WRK-LEDG-HDR-RUNNING LINE WRK-LINE COLUMN 66.
            MOVE ZEROS TO WRK-COUNTLINE.

      *      THE RUNNING COLUMN SHOWS THE FIGURE THE LINE MOVED; THE
      *      OPENING LINE SHOWS THE BALANCE DUE IT CARRIED FORWARD.
       0330-SHOW-DETAIL        SECTION.
            ADD 1 TO WRK-LINE.
            ADD 1 TO WRK-COUNTLINE.
            ADD 1 TO WRK-LEDG-LINES.

            MOVE LEDG-AMOUNT TO WRK-AMOUNT-DISP.
            EVALUATE LEDG-FIELD
              WHEN "C"
                MOVE LEDG-RUN-CREDIT  TO WRK-RUNNING-DISP
              WHEN "P"
                MOVE LEDG-RUN-POINTS  TO WRK-RUNNING-DISP
              WHEN OTHER
                MOVE LEDG-RUN-BALANCE TO WRK-RUNNING-DISP
            END-EVALUATE.

            DISPLAY LEDG-DATE        LINE WRK-LINE COLUMN 03.
            DISPLAY LEDG-FIELD       LINE WRK-LINE COLUMN 12.
            DISPLAY WRK-AMOUNT-DISP  LINE WRK-LINE COLUMN 14.
            DISPLAY LEDG-REASON      LINE WRK-LINE COLUMN 24.
            DISPLAY LEDG-REFERENCE   LINE WRK-LINE COLUMN 33.
            DISPLAY LEDG-PROGRAM     LINE WRK-LINE COLUMN 44.
            DISPLAY LEDG-OPERATOR    LINE WRK-LINE COLUMN 57.
            DISPLAY WRK-RUNNING-DISP LINE WRK-LINE COLUMN 66.

       0360-PAGE-PAUSE         SECTION.
            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-PRESSKEY LINE WRK-LINE COLUMN 03.
            ACCEPT WRK-KEY           LINE WRK-LINE COLUMN 17.
            MOVE SPACES TO WRK-KEY.

       0400-FINALIZE           SECTION.
            CLOSE CUSTOMERS.
            IF WRK-LEDG-AVAIL-FLAG = "Y"
                CLOSE CUSTLEDG
            END-IF.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
            MOVE SPACES TO WRK-KEY.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
            MOVE SPACES TO WRK-KEY.
