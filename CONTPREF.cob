       IDENTIFICATION          DIVISION.
       PROGRAM-ID. CONTPREF.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: CONTACT PREFERENCE LOOKUP ON CONTACTS.DAT - FOR ONE
      *          CUSTOMER AND ONE MESSAGE TYPE, RETURN THE EMAIL
      *          ADDRESS AND/OR MOBILE NUMBER THE MESSAGE MAY GO TO,
      *          PLUS THE POSTAL ADDRESS FOR THE PRINTED LETTER.
      *
      *          MESSAGE TYPES (LNK-CP-MSG-TYPE):
      *            1 - DUE TOMORROW REMINDER
      *            2 - HOLD READY FOR PICKUP
      *            3 - OVERDUE NOTICE
      *            4 - STATEMENT READY
      *          A CHANNEL IS RETURNED ONLY WHEN THE CUSTOMER OPTED
      *          INTO IT FOR THAT TYPE AND THE VENDOR HAS NOT BOUNCED
      *          THE ADDRESS. LNK-CP-PAPER IS "Y" WHEN NO CHANNEL IS
      *          LEFT - THE CALLER THEN PRINTS THE LETTER AS BEFORE.
      *          LNK-CP-RESULT IS "N" WHEN THE CUSTOMER HAS NO CONTACT
      *          RECORD (OR THERE IS NO CONTACT FILE YET).
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      CONTACTS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      CONTACTSDAT - SEE 0195-SET-CONTACTS-PATH FOR THE DEFAULT
            SELECT CONTACTS ASSIGN TO WRK-CONTACTS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS CONTACTS-STATUS
            RECORD KEY IS CONTACT-KEY.

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

       WORKING-STORAGE         SECTION.
      *---------------------------- FILE
       77 CONTACTS-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-CONTACTS-PATH          PIC X(060) VALUE SPACES.

      *---------------------------- OPT-IN FOR THE ASKED TYPE
       77 WRK-OPTIN                  PIC X(001) VALUE SPACE.

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-CP-REC.
            05 LNK-CP-CUSTOMER       PIC 9(005).
            05 LNK-CP-MSG-TYPE       PIC 9(001).
                88 LNK-CP-TYPE-VALID        VALUE 1 THRU 4.
            05 LNK-CP-EMAIL          PIC X(050).
            05 LNK-CP-MOBILE         PIC X(015).
            05 LNK-CP-ADDRESS.
                10 LNK-CP-ADDR-LINE  PIC X(030) OCCURS 3 TIMES.
                10 LNK-CP-POSTCODE   PIC X(010).
            05 LNK-CP-PAPER          PIC X(001).
            05 LNK-CP-RESULT         PIC X(001).

       PROCEDURE               DIVISION USING LNK-CP-REC.

       0100-MAIN               SECTION.
            MOVE SPACES TO LNK-CP-EMAIL LNK-CP-MOBILE LNK-CP-ADDRESS.
            MOVE "Y" TO LNK-CP-PAPER.
            MOVE "N" TO LNK-CP-RESULT.

            PERFORM 0195-SET-CONTACTS-PATH.
            OPEN INPUT CONTACTS.
            IF CONTACTS-STATUS = ZEROS
                MOVE LNK-CP-CUSTOMER TO CONTACT-KEY
                READ CONTACTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO LNK-CP-RESULT
                       MOVE CONTACT-ADDRESS TO LNK-CP-ADDRESS
                       IF LNK-CP-TYPE-VALID
                           PERFORM 0300-PICK-CHANNELS
                       END-IF
                END-READ
                CLOSE CONTACTS
            END-IF.
            GOBACK.

       0195-SET-CONTACTS-PATH  SECTION.
            MOVE SPACES TO WRK-CONTACTS-PATH.
            ACCEPT WRK-CONTACTS-PATH FROM ENVIRONMENT "CONTACTSDAT".
            IF WRK-CONTACTS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\CONTACTS.DAT"
                   TO WRK-CONTACTS-PATH
            END-IF.

      *      E - EMAIL, S - TEXT TO THE MOBILE, B - BOTH, N - NONE.
      *      A BOUNCED ADDRESS STAYS OFF UNTIL THE COUNTER KEYS A
      *      NEW ONE.
       0300-PICK-CHANNELS      SECTION.
            MOVE CONTACT-OPTIN(LNK-CP-MSG-TYPE) TO WRK-OPTIN.

            IF (WRK-OPTIN = "E" OR WRK-OPTIN = "B")
                  AND CONTACT-EMAIL NOT = SPACES
                  AND NOT CONTACT-EMAIL-BAD
                MOVE CONTACT-EMAIL TO LNK-CP-EMAIL
                MOVE "N" TO LNK-CP-PAPER
            END-IF.

            IF (WRK-OPTIN = "S" OR WRK-OPTIN = "B")
                  AND CONTACT-MOBILE NOT = SPACES
                  AND NOT CONTACT-MOBILE-BAD
                MOVE CONTACT-MOBILE TO LNK-CP-MOBILE
                MOVE "N" TO LNK-CP-PAPER
            END-IF.
