       IDENTIFICATION          DIVISION.
       PROGRAM-ID. HHLINK.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: HOUSEHOLD LOOKUP ON HOUSEHLD.DAT - ONE RECORD PER
      *          MEMBER ACCOUNT LINKED TO A PRIMARY (PAYING) ACCOUNT
      *          HOLDER, CARRYING THE RATINGS THE HOLDER HAS APPROVED
      *          FOR THAT MEMBER. THE PRIMARY HAS NO RECORD OF ITS
      *          OWN - IT IS WHOEVER THE MEMBERS POINT AT.
      *
      *          ACTIONS (LNK-HH-ACTION):
      *            P - PAYER:     RETURN WHO PAYS FOR LNK-HH-CUSTOMER,
      *                           ITS ROLE AND APPROVED RATINGS
      *            H - HOUSEHOLD: AS P, PLUS EVERY ACCOUNT IN THE
      *                           HOUSEHOLD IN LNK-HH-MEMBER (THE
      *                           PAYER FIRST)
      *          LNK-HH-ROLE IS "P" FOR A PRIMARY WITH MEMBERS, "M"
      *          FOR A MEMBER AND SPACE FOR AN ACCOUNT ON ITS OWN -
      *          THE PAYER IS THEN THE CUSTOMER ITSELF, SO CALLERS CAN
      *          ALWAYS POST TO LNK-HH-PAYER. LNK-HH-RESULT IS "N"
      *          WHEN THE FILE IS NOT THERE YET (NO HOUSEHOLDS).
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      HOUSEHLD.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      HOUSEHLDDAT - SEE 0195-SET-HOUSEHLD-PATH FOR THE DEFAULT
            SELECT HOUSEHLD ASSIGN TO WRK-HOUSEHLD-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS HOUSEHLD-STATUS
            RECORD KEY IS HH-MEMBER-KEY
            ALTERNATE RECORD KEY IS HH-PRIMARY-KEY
               WITH DUPLICATES.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- HOUSEHOLD FILE DESCRIPTION
       FD HOUSEHLD.
       01 HOUSEHLD-REG.
            05 HH-MEMBER-KEY         PIC 9(005).
            05 HH-PRIMARY-KEY        PIC 9(005).
            05 HH-LINK-DATE          PIC 9(008).
            05 HH-RATINGS.
                10 HH-RATING         PIC X(005) OCCURS 6 TIMES.
            05 HH-OPERATOR           PIC X(008).
            05 FILLER                PIC X(010).

       WORKING-STORAGE         SECTION.
      *---------------------------- FILE
       77 HOUSEHLD-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-HOUSEHLD-PATH          PIC X(060) VALUE SPACES.

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-HH-REC.
            05 LNK-HH-ACTION         PIC X(001).
                88 LNK-HH-PAYER-ONLY        VALUE "P".
                88 LNK-HH-WHOLE             VALUE "H".
            05 LNK-HH-CUSTOMER       PIC 9(005).
            05 LNK-HH-PAYER          PIC 9(005).
            05 LNK-HH-ROLE           PIC X(001).
                88 LNK-HH-PRIMARY           VALUE "P".
                88 LNK-HH-MEMBER-ACCT       VALUE "M".
            05 LNK-HH-RATINGS.
                10 LNK-HH-RATING     PIC X(005) OCCURS 6 TIMES.
            05 LNK-HH-QTY            PIC 9(002).
            05 LNK-HH-MEMBER         PIC 9(005) OCCURS 20 TIMES.
            05 LNK-HH-RESULT         PIC X(001).

       PROCEDURE               DIVISION USING LNK-HH-REC.

       0100-MAIN               SECTION.
            MOVE LNK-HH-CUSTOMER TO LNK-HH-PAYER.
            MOVE SPACE TO LNK-HH-ROLE.
            MOVE SPACES TO LNK-HH-RATINGS.
            MOVE 1 TO LNK-HH-QTY.
            MOVE LNK-HH-CUSTOMER TO LNK-HH-MEMBER(1).
            MOVE "N" TO LNK-HH-RESULT.

            PERFORM 0195-SET-HOUSEHLD-PATH.
            OPEN INPUT HOUSEHLD.
            IF HOUSEHLD-STATUS = ZEROS
                MOVE "Y" TO LNK-HH-RESULT
                PERFORM 0300-FIND-PAYER
                IF LNK-HH-WHOLE AND LNK-HH-ROLE NOT = SPACE
                    PERFORM 0320-LIST-MEMBERS
                END-IF
                CLOSE HOUSEHLD
            END-IF.
            GOBACK.

       0195-SET-HOUSEHLD-PATH  SECTION.
            MOVE SPACES TO WRK-HOUSEHLD-PATH.
            ACCEPT WRK-HOUSEHLD-PATH FROM ENVIRONMENT "HOUSEHLDDAT".
            IF WRK-HOUSEHLD-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\HOUSEHLD.DAT"
                   TO WRK-HOUSEHLD-PATH
            END-IF.

      *      A MEMBER RECORD NAMES ITS PAYER. NO MEMBER RECORD - LOOK
      *      FOR MEMBERS POINTING AT THIS ACCOUNT TO TELL A PRIMARY
      *      FROM AN ACCOUNT ON ITS OWN.
       0300-FIND-PAYER         SECTION.
            MOVE LNK-HH-CUSTOMER TO HH-MEMBER-KEY.
            READ HOUSEHLD
               INVALID KEY
                   MOVE LNK-HH-CUSTOMER TO HH-PRIMARY-KEY
                   START HOUSEHLD KEY IS EQUAL TO HH-PRIMARY-KEY
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          MOVE "P" TO LNK-HH-ROLE
                   END-START
               NOT INVALID KEY
                   MOVE "M" TO LNK-HH-ROLE
                   MOVE HH-PRIMARY-KEY TO LNK-HH-PAYER
                   MOVE HH-RATINGS TO LNK-HH-RATINGS
            END-READ.

       0320-LIST-MEMBERS       SECTION.
            MOVE 1 TO LNK-HH-QTY.
            MOVE LNK-HH-PAYER TO LNK-HH-MEMBER(1).
            MOVE LNK-HH-PAYER TO HH-PRIMARY-KEY.

            START HOUSEHLD KEY IS EQUAL TO HH-PRIMARY-KEY
               INVALID KEY
                   MOVE 10 TO HOUSEHLD-STATUS
               NOT INVALID KEY
                   MOVE 0 TO HOUSEHLD-STATUS
            END-START.

            PERFORM UNTIL HOUSEHLD-STATUS = 10
                  OR LNK-HH-QTY = 20
               READ HOUSEHLD NEXT
                  AT END
                      MOVE 10 TO HOUSEHLD-STATUS
                  NOT AT END
                      IF HH-PRIMARY-KEY NOT = LNK-HH-PAYER
                          MOVE 10 TO HOUSEHLD-STATUS
                      ELSE
                          ADD 1 TO LNK-HH-QTY
                          MOVE HH-MEMBER-KEY TO
                             LNK-HH-MEMBER(LNK-HH-QTY)
                      END-IF
               END-READ
            END-PERFORM.
