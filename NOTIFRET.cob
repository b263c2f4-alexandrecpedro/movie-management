       IDENTIFICATION          DIVISION.
       PROGRAM-ID. NOTIFRET.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: LOAD THE MESSAGING VENDOR'S RETURN FILE INTO
      *          CONTACTS.DAT BEFORE THE NIGHT'S NOTIFICATION FEED IS
      *          BUILT:
      *            B - BOUNCE:   THE EMAIL ADDRESS OR MOBILE NUMBER IS
      *                          MARKED BAD AND IS NOT USED AGAIN UNTIL
      *                          THE COUNTER KEYS A NEW ONE (CONTMAINT)
      *            O - OPT-OUT:  THE CUSTOMER REPLIED STOP - THE
      *                          CHANNEL IS TAKEN OFF THAT MESSAGE
      *                          TYPE, OR OFF EVERY TYPE WHEN THE ROW
      *                          NAMES NONE
      *          AN EVENT OLDER THAN THE LAST COUNTER CHANGE, OR A
      *          BOUNCE FOR AN ADDRESS THE CUSTOMER NO LONGER HAS, IS
      *          REPORTED AS STALE AND LEFT ALONE. RUNS PROMPT-FREE
      *          UNDER REPORTBATCH.
      *
      *          NOTIFYRET.TXT ROW LAYOUT (FIXED COLUMNS):
      *            01-05  CUSTOMER
      *            07     CHANNEL E EMAIL / S SMS TEXT
      *            09     EVENT B BOUNCE / O OPT-OUT
      *            11     MESSAGE TYPE D, H, O, S (BLANK - ALL TYPES)
      *            13-20  EVENT DATE (YYYYMMDD)
      *            22-71  EMAIL ADDRESS OR MOBILE NUMBER MESSAGED
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      CONTACTS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      CONTACTSDAT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT CONTACTS ASSIGN TO WRK-CONTACTS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS CONTACTS-STATUS
            RECORD KEY IS CONTACT-KEY.

      *      SELECT RET-FILE ASSIGN TO "./Data/NOTIFYRET.TXT"
            SELECT RET-FILE ASSIGN TO
              "C:\Cobol\Project\Data\NOTIFYRET.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RET-FILE-STATUS.

      *      SELECT RET-REPORT ASSIGN TO "./Data/NOTIFRPT.TXT"
            SELECT RET-REPORT ASSIGN TO
              "C:\Cobol\Project\Data\NOTIFRPT.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RET-REPORT-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- CONTACT FILE DESCRIPTION
       FD CONTACTS.
       01 CONTACTS-REG.
            05 CONTACT-KEY           PIC 9(005).
            05 CONTACT-EMAIL         PIC X(050).
            05 CONTACT-EMAIL-FLAG    PIC X(001).
                88 CONTACT-EMAIL-BAD         VALUE "B".
            05 CONTACT-MOBILE        PIC X(015).
            05 CONTACT-MOBILE-FLAG   PIC X(001).
                88 CONTACT-MOBILE-BAD        VALUE "B".
            05 CONTACT-ADDRESS.
                10 CONTACT-ADDR-LINE PIC X(030) OCCURS 3 TIMES.
                10 CONTACT-POSTCODE  PIC X(010).
            05 CONTACT-OPTINS.
                10 CONTACT-OPT-DUE   PIC X(001).
                10 CONTACT-OPT-HOLD  PIC X(001).
                10 CONTACT-OPT-OVERDUE PIC X(001).
                10 CONTACT-OPT-STMT  PIC X(001).
            05 CONTACT-OPT-TBL REDEFINES CONTACT-OPTINS.
                10 CONTACT-OPTIN     PIC X(001) OCCURS 4 TIMES.
            05 CONTACT-CHANGED-DATE  PIC 9(008).
            05 CONTACT-BOUNCE-DATE   PIC 9(008).
            05 CONTACT-OPERATOR      PIC X(008).
            05 FILLER                PIC X(020).

      *---------------------------- VENDOR RETURN INPUT
       FD RET-FILE.
       01 RET-FILE-REG.
            05 RET-CUSTOMER          PIC 9(005).
            05 FILLER                PIC X(001).
            05 RET-CHANNEL           PIC X(001).
                88 RET-EMAIL                 VALUE "E".
                88 RET-SMS                   VALUE "S".
            05 FILLER                PIC X(001).
            05 RET-EVENT             PIC X(001).
                88 RET-BOUNCE                VALUE "B".
                88 RET-OPTOUT                VALUE "O".
            05 FILLER                PIC X(001).
            05 RET-MSG-TYPE          PIC X(001).
            05 FILLER                PIC X(001).
            05 RET-DATE              PIC 9(008).
            05 FILLER                PIC X(001).
            05 RET-ADDRESS           PIC X(050).

      *---------------------------- RETURN REPORT OUTPUT
       FD RET-REPORT.
       01 RET-REPORT-REG.
            05 RET-REPORT-DATA       PIC X(080).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                    PIC X(001).

      *---------------------------- DISPLAY VARIABLES
       77 WRK-LINE                   PIC 9(002) VALUE 01.

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG              PIC X(040) VALUE SPACES.

      *---------------------------- ERROR LOG RECORD
       01 WRK-ERRORLOG-REC.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "NOTIFRET".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "NOTIFRPT".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\NOTIFRPT.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-NOCONTACTS    PIC X(040) VALUE
               "ERROR OPENING CONTACTS FILE".
            05 WRK-MSG-PRESSKEY      PIC X(040) VALUE
               "PRESS ANY KEY".
            05 WRK-MSG-BOUNCED       PIC X(040) VALUE
               "ADDRESSES MARKED BAD".
            05 WRK-MSG-OPTEDOUT      PIC X(040) VALUE
               "OPT-OUTS APPLIED".
            05 WRK-MSG-STALE         PIC X(040) VALUE
               "STALE OR UNKNOWN - IGNORED".

      *---------------------------- FILE
       77 CONTACTS-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-CONTACTS-PATH          PIC X(060) VALUE SPACES.
       77 RET-FILE-STATUS            PIC 9(002) VALUE ZEROS.
       77 RET-REPORT-STATUS          PIC 9(002) VALUE ZEROS.
       77 WRK-REPORT-BATCH           PIC X(001) VALUE "N".

      *---------------------------- RUN CONTROLS
       77 WRK-RUN-DATE               PIC 9(008) VALUE ZEROS.
       77 WRK-BOUNCE-QTY             PIC 9(005) VALUE ZEROS.
       77 WRK-OPTOUT-QTY             PIC 9(005) VALUE ZEROS.
       77 WRK-STALE-QTY              PIC 9(005) VALUE ZEROS.
       77 WRK-REASON                 PIC X(030) VALUE SPACES.
       77 WRK-TYPE-IDX               PIC 9(001) VALUE ZEROS.
       77 WRK-TYPE-FROM              PIC 9(001) VALUE ZEROS.
       77 WRK-TYPE-TO                PIC 9(001) VALUE ZEROS.

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-TITLE.
            05 LNK-SCREEN-TITLE      PIC X(020).
            05 LNK-MODULE-TITLE      PIC X(026).

       SCREEN                  SECTION.
      *---------------------------- ERROR SCREEN
       01 ERROR-SCREEN.
            05 MSG-ERROR.
                10 LINE 18 COLUMN 01 ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 18 COLUMN 10 PIC X(040)
                   BACKGROUND-COLOR 3
                   USING WRK-ERROR-MSG.
                10 COLUMN PLUS 2     PIC X(001)
                   BACKGROUND-COLOR 3
                   USING WRK-KEY.

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
            PERFORM 0300-PROCESS.
            PERFORM 0400-FINALIZE.
            GOBACK.

       0195-SET-FILE-PATHS     SECTION.
            MOVE SPACES TO WRK-CONTACTS-PATH.
            ACCEPT WRK-CONTACTS-PATH FROM ENVIRONMENT "CONTACTSDAT".
            IF WRK-CONTACTS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\CONTACTS.DAT"
                   TO WRK-CONTACTS-PATH
            END-IF.

      *      REPORTBATCH - WHEN "Y", RUN WITH NO TERMINAL PROMPTS SO
      *      THE NIGHT CHAIN CAN DRIVE THIS STEP UNATTENDED, SAME
      *      CONVENTION AS REPORTDISK.
       0196-CHECK-BATCH-MODE   SECTION.
            MOVE SPACES TO WRK-REPORT-BATCH.
            ACCEPT WRK-REPORT-BATCH FROM ENVIRONMENT "REPORTBATCH".
            IF WRK-REPORT-BATCH NOT = "Y" AND WRK-REPORT-BATCH NOT = "y"
                MOVE "N" TO WRK-REPORT-BATCH
            ELSE
                MOVE "Y" TO WRK-REPORT-BATCH
            END-IF.

       0200-INITIALIZE         SECTION.
            PERFORM 0196-CHECK-BATCH-MODE.
            PERFORM 0195-SET-FILE-PATHS.
            OPEN I-O CONTACTS.
            IF CONTACTS-STATUS = 35
                OPEN OUTPUT CONTACTS
                CLOSE CONTACTS
                OPEN I-O CONTACTS
            END-IF.
            OPEN OUTPUT RET-REPORT.

      *      NO RETURN FILE IS A QUIET NIGHT, NOT AN ERROR - THE
      *      REPORT STILL GETS ITS HEADING SO THE NIGHT CHAIN SEES
      *      THE STEP RAN.
       0300-PROCESS            SECTION.
            MOVE ZEROS TO WRK-BOUNCE-QTY WRK-OPTOUT-QTY WRK-STALE-QTY.
            ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
            DISPLAY CLEANER-SCREEN.

            MOVE SPACES TO RET-REPORT-REG.
            STRING "MESSAGING RETURNS - " DELIMITED BY SIZE
                   WRK-RUN-DATE DELIMITED BY SIZE
                   INTO RET-REPORT-DATA
            END-STRING.
            WRITE RET-REPORT-REG.

            MOVE SPACES TO RET-REPORT-REG.
            MOVE "----------------------------" TO RET-REPORT-DATA.
            WRITE RET-REPORT-REG.

            IF CONTACTS-STATUS NOT = ZEROS
                MOVE WRK-MSG-NOCONTACTS TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                PERFORM 0310-LOAD-RETURNS
            END-IF.

            PERFORM 0350-REPORT-STATISTICS.

       0310-LOAD-RETURNS       SECTION.
            OPEN INPUT RET-FILE.
            IF RET-FILE-STATUS = ZEROS
                PERFORM UNTIL RET-FILE-STATUS = 10
                   READ RET-FILE
                      AT END
                          MOVE 10 TO RET-FILE-STATUS
                      NOT AT END
                          PERFORM 0320-APPLY-ONE
                   END-READ
                END-PERFORM
                CLOSE RET-FILE
            END-IF.

      *      THE COUNTER'S WORD IS NEWER THAN THE VENDOR'S: AN EVENT
      *      DATED BEFORE THE LAST CHANGE TO THE RECORD WAS ABOUT THE
      *      OLD DETAILS AND IS DROPPED.
       0320-APPLY-ONE          SECTION.
            MOVE SPACES TO WRK-REASON.
            MOVE RET-CUSTOMER TO CONTACT-KEY.
            READ CONTACTS
               INVALID KEY
                   MOVE "NO CONTACT RECORD" TO WRK-REASON
               NOT INVALID KEY
                   IF RET-DATE < CONTACT-CHANGED-DATE
                       MOVE "OLDER THAN LAST CHANGE" TO WRK-REASON
                   ELSE
                       EVALUATE TRUE
                         WHEN RET-BOUNCE AND RET-EMAIL
                           PERFORM 0330-BOUNCE-EMAIL
                         WHEN RET-BOUNCE AND RET-SMS
                           PERFORM 0332-BOUNCE-MOBILE
                         WHEN RET-OPTOUT AND (RET-EMAIL OR RET-SMS)
                           PERFORM 0340-OPT-OUT
                         WHEN OTHER
                           MOVE "UNKNOWN EVENT" TO WRK-REASON
                       END-EVALUATE
                   END-IF
            END-READ.

            IF WRK-REASON NOT = SPACES
                ADD 1 TO WRK-STALE-QTY
                MOVE SPACES TO RET-REPORT-REG
                MOVE "IGNORED"    TO RET-REPORT-DATA(001:07)
                MOVE RET-CUSTOMER TO RET-REPORT-DATA(010:05)
                MOVE RET-CHANNEL  TO RET-REPORT-DATA(017:01)
                MOVE RET-EVENT    TO RET-REPORT-DATA(019:01)
                MOVE RET-DATE     TO RET-REPORT-DATA(021:08)
                MOVE WRK-REASON   TO RET-REPORT-DATA(031:30)
                WRITE RET-REPORT-REG
            END-IF.

       0330-BOUNCE-EMAIL       SECTION.
            IF RET-ADDRESS NOT = CONTACT-EMAIL
                MOVE "ADDRESS SINCE CHANGED" TO WRK-REASON
            ELSE
                MOVE "B" TO CONTACT-EMAIL-FLAG
                MOVE RET-DATE TO CONTACT-BOUNCE-DATE
                REWRITE CONTACTS-REG
                ADD 1 TO WRK-BOUNCE-QTY
                MOVE SPACES TO RET-REPORT-REG
                MOVE "EMAIL BOUNCED" TO RET-REPORT-DATA(001:13)
                MOVE RET-CUSTOMER    TO RET-REPORT-DATA(016:05)
                MOVE CONTACT-EMAIL   TO RET-REPORT-DATA(023:50)
                WRITE RET-REPORT-REG
            END-IF.

       0332-BOUNCE-MOBILE      SECTION.
            IF RET-ADDRESS NOT = CONTACT-MOBILE
                MOVE "NUMBER SINCE CHANGED" TO WRK-REASON
            ELSE
                MOVE "B" TO CONTACT-MOBILE-FLAG
                MOVE RET-DATE TO CONTACT-BOUNCE-DATE
                REWRITE CONTACTS-REG
                ADD 1 TO WRK-BOUNCE-QTY
                MOVE SPACES TO RET-REPORT-REG
                MOVE "TEXT BOUNCED"  TO RET-REPORT-DATA(001:12)
                MOVE RET-CUSTOMER    TO RET-REPORT-DATA(016:05)
                MOVE CONTACT-MOBILE  TO RET-REPORT-DATA(023:15)
                WRITE RET-REPORT-REG
            END-IF.

      *      "B" LOSES THE CHANNEL AND KEEPS THE OTHER ONE; A TYPE
      *      OPTED INTO THAT CHANNEL ALONE GOES BACK TO PAPER.
       0340-OPT-OUT            SECTION.
            EVALUATE RET-MSG-TYPE
              WHEN "D"   MOVE 1 TO WRK-TYPE-FROM WRK-TYPE-TO
              WHEN "H"   MOVE 2 TO WRK-TYPE-FROM WRK-TYPE-TO
              WHEN "O"   MOVE 3 TO WRK-TYPE-FROM WRK-TYPE-TO
              WHEN "S"   MOVE 4 TO WRK-TYPE-FROM WRK-TYPE-TO
              WHEN OTHER
                  MOVE 1 TO WRK-TYPE-FROM
                  MOVE 4 TO WRK-TYPE-TO
            END-EVALUATE.

            PERFORM VARYING WRK-TYPE-IDX FROM WRK-TYPE-FROM BY 1
                  UNTIL WRK-TYPE-IDX > WRK-TYPE-TO
               EVALUATE TRUE
                 WHEN CONTACT-OPTIN(WRK-TYPE-IDX) = "B" AND RET-EMAIL
                   MOVE "S" TO CONTACT-OPTIN(WRK-TYPE-IDX)
                 WHEN CONTACT-OPTIN(WRK-TYPE-IDX) = "B" AND RET-SMS
                   MOVE "E" TO CONTACT-OPTIN(WRK-TYPE-IDX)
                 WHEN CONTACT-OPTIN(WRK-TYPE-IDX) = RET-CHANNEL
                   MOVE "N" TO CONTACT-OPTIN(WRK-TYPE-IDX)
               END-EVALUATE
            END-PERFORM.

            REWRITE CONTACTS-REG.
            ADD 1 TO WRK-OPTOUT-QTY.
            MOVE SPACES TO RET-REPORT-REG.
            MOVE "OPTED OUT"    TO RET-REPORT-DATA(001:09).
            MOVE RET-CUSTOMER   TO RET-REPORT-DATA(016:05).
            MOVE RET-CHANNEL    TO RET-REPORT-DATA(023:01).
            MOVE RET-MSG-TYPE   TO RET-REPORT-DATA(025:01).
            MOVE "NOW"          TO RET-REPORT-DATA(028:03).
            MOVE CONTACT-OPTINS TO RET-REPORT-DATA(032:04).
            WRITE RET-REPORT-REG.

       0350-REPORT-STATISTICS  SECTION.
            MOVE 10 TO WRK-LINE.
            DISPLAY WRK-MSG-BOUNCED  LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-BOUNCE-QTY   LINE WRK-LINE COLUMN 40.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-OPTEDOUT LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-OPTOUT-QTY   LINE WRK-LINE COLUMN 40.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-STALE    LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-STALE-QTY    LINE WRK-LINE COLUMN 40.

            IF WRK-REPORT-BATCH NOT = "Y"
                ADD 1 TO WRK-LINE
                DISPLAY WRK-MSG-PRESSKEY LINE WRK-LINE COLUMN 10
                ACCEPT WRK-KEY LINE WRK-LINE COLUMN 25
                MOVE SPACES TO WRK-KEY
            END-IF.

       0400-FINALIZE           SECTION.
            CLOSE CONTACTS.
            CLOSE RET-REPORT.
            CALL "RPTFILE" USING WRK-RPTFILE-REC.
            GOBACK.

       9000-MANAGE-ERROR       SECTION.
            IF WRK-REPORT-BATCH = "Y"
                DISPLAY ERROR-SCREEN
            ELSE
                ACCEPT ERROR-SCREEN
            END-IF.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
            CALL "ERRORLOG" USING WRK-ERRORLOG-REC.
            MOVE SPACES TO WRK-ERROR-MSG.
