               "INVALID OPTION! TRY AGAIN".
            05 WRK-MSG-NOAUTH        PIC X(040) VALUE
               "NOT AUTHORIZED FOR THIS OPTION".
            05 WRK-MSG-TRAINONLY     PIC X(040) VALUE
               "NOT AVAILABLE IN TRAINING".

      *---------------------------- OPERATOR LEVEL FROM SIGN-ON
       77 WRK-OPER-LEVEL-X           PIC X(001) VALUE SPACE.
       77 WRK-OPER-LEVEL             PIC 9(001) VALUE ZEROS.

      *---------------------------- TRAINING SESSION FROM SIGN-ON
      *      A TRAINING SESSION MAY ONLY OPEN AND CLOSE ITS DRAWER
      *      SHIFT HERE - EVERYTHING ELSE IN THE BACK OFFICE IS LIVE
      *      BOOKKEEPING.
       77 WRK-TRAINING-FLAG          PIC X(001) VALUE "N".

      *---------------------------- CALLED MODULE TITLES
       01 WRK-TITLE.
            05 WRK-SCREEN-TITLE      PIC X(020) VALUE "MOVIE SYSTEM".

      *---------------------------- BACK OFFICE MENU
       01 SHOW-MENU.
            05 LINE 05 COLUMN 15 VALUE "0 - DISPUTE CASES".
            05 LINE 06 COLUMN 15 VALUE "9 - MORNING DASHBOARD".
            05 LINE 06 COLUMN 45 VALUE "8 - REFRESH TRAINING DATA".
            05 LINE 07 COLUMN 15 VALUE "U - OPERATORS".
            05 LINE 08 COLUMN 15 VALUE "S - DRAWER SHIFTS".
            05 LINE 09 COLUMN 15 VALUE "C - MEMBER CARDS".
            05 LINE 17 COLUMN 15 VALUE "A - EXTRACT ACK MATCH".
            05 LINE 18 COLUMN 15 VALUE "L - LOG RETENTION".
            05 LINE 19 COLUMN 15 VALUE "T - STORE TRANSFERS".
            05 LINE 20 COLUMN 15 VALUE "4 - SUBJECT ACCESS REPORT".
            05 LINE 21 COLUMN 15 VALUE "5 - DATA ERASURE".
            05 LINE 07 COLUMN 45 VALUE "B - SYSTEM DUMP".
            05 LINE 08 COLUMN 45 VALUE "V - SYSTEM LOAD".
            05 LINE 09 COLUMN 45 VALUE "K - STORE CALENDAR".
            05 LINE 10 COLUMN 45 VALUE "G - CUSTOMER LEDGER".
            05 LINE 11 COLUMN 45 VALUE "F - LEDGER PROOF".
            05 LINE 12 COLUMN 45 VALUE "H - GL ACCOUNT MAP".
            05 LINE 13 COLUMN 45 VALUE "J - GL JOURNAL".
            05 LINE 14 COLUMN 45 VALUE "N - CARD SETTLEMENT".
            05 LINE 15 COLUMN 45 VALUE "Q - BANK DEPOSITS".
            05 LINE 16 COLUMN 45 VALUE "Y - REVENUE SHARE".
            05 LINE 17 COLUMN 45 VALUE "I - ASSET DEPRECIATION".
            05 LINE 18 COLUMN 45 VALUE "Z - LOST RENTALS".
            05 LINE 19 COLUMN 45 VALUE "1 - SUBSCRIPTIONS".
            05 LINE 20 COLUMN 45 VALUE "2 - HOUSEHOLDS".
            05 LINE 21 COLUMN 45 VALUE "3 - CONTACT PREFERENCES".
            05 LINE 22 COLUMN 15 VALUE "X - BACK TO MAIN MENU".
            05 LINE 22 COLUMN 45 VALUE "6 - WIN-BACK CAMPAIGN".
            05 LINE 23 COLUMN 45 VALUE "7 - TIME CLOCK".
            05 LINE 23 COLUMN 15 VALUE "OPTION...: ".
            05 LINE 23 COLUMN 26     PIC X(001) USING WRK-OPTION.


       0200-INITIALIZE         SECTION.
            MOVE SPACE TO WRK-OPTION.
      *      THE CALLER'S BANNER (A TRAINING SESSION SAYS SO) CARRIES
      *      ON TO EVERY MODULE CALLED FROM HERE.
            MOVE LNK-SCREEN-TITLE TO WRK-SCREEN-TITLE.
            MOVE SPACES TO WRK-OPER-LEVEL-X.
            ACCEPT WRK-OPER-LEVEL-X FROM ENVIRONMENT "OPERLEVEL".
            IF WRK-OPER-LEVEL-X IS NUMERIC
            ELSE
                MOVE 1 TO WRK-OPER-LEVEL
            END-IF.
            MOVE SPACES TO WRK-TRAINING-FLAG.
            ACCEPT WRK-TRAINING-FLAG FROM ENVIRONMENT "TRAINING".
            PERFORM 0220-DISPLAY-MENU.

       0220-DISPLAY-MENU       SECTION.
            ACCEPT SHOW-MENU.

       0300-PROCESS            SECTION.
            IF WRK-TRAINING-FLAG = "Y"
                  AND WRK-OPTION NOT = "S" AND WRK-OPTION NOT = "s"
                  AND WRK-OPTION NOT = "X" AND WRK-OPTION NOT = "x"
                MOVE WRK-MSG-TRAINONLY TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                PERFORM 0310-DISPATCH-OPTION
            END-IF.

            IF WRK-OPTION NOT = "X" AND WRK-OPTION NOT = "x"
                MOVE SPACE TO WRK-OPTION WRK-KEY
                MOVE SPACES TO WRK-MODULE-TITLE
                PERFORM 0220-DISPLAY-MENU
            END-IF.

       0310-DISPATCH-OPTION    SECTION.
            EVALUATE WRK-OPTION
              WHEN "U" WHEN "u"
                 IF WRK-OPER-LEVEL < 3
                        TO WRK-MODULE-TITLE
                     CALL "SYSLOAD" USING WRK-TITLE
                 END-IF
              WHEN "K" WHEN "k"
                 IF WRK-OPER-LEVEL < 2
                     MOVE WRK-MSG-NOAUTH TO WRK-ERROR-MSG
                     PERFORM 9000-MANAGE-ERROR
                 ELSE
                     MOVE "MODULE - STORE CALENDAR "
                        TO WRK-MODULE-TITLE
                     CALL "CALMAINT" USING WRK-TITLE
                 END-IF
              WHEN "G" WHEN "g"
                 MOVE "MODULE - CUSTOMER LEDGER " TO WRK-MODULE-TITLE
                 CALL "LEDGINQ" USING WRK-TITLE
              WHEN "F" WHEN "f"
                 IF WRK-OPER-LEVEL < 2
                     MOVE WRK-MSG-NOAUTH TO WRK-ERROR-MSG
                     PERFORM 9000-MANAGE-ERROR
                 ELSE
                     MOVE "MODULE - LEDGER PROOF "
                        TO WRK-MODULE-TITLE
                     CALL "LEDGPROOF" USING WRK-TITLE
                 END-IF
              WHEN "H" WHEN "h"
                 IF WRK-OPER-LEVEL < 3
                     MOVE WRK-MSG-NOAUTH TO WRK-ERROR-MSG
                     PERFORM 9000-MANAGE-ERROR
                 ELSE
                     MOVE "MODULE - GL ACCOUNT MAP "
                        TO WRK-MODULE-TITLE
                     CALL "GLMAINT" USING WRK-TITLE
                 END-IF
              WHEN "J" WHEN "j"
                 IF WRK-OPER-LEVEL < 2
                     MOVE WRK-MSG-NOAUTH TO WRK-ERROR-MSG
                     PERFORM 9000-MANAGE-ERROR
                 ELSE
                     MOVE "MODULE - GL JOURNAL "
                        TO WRK-MODULE-TITLE
                     CALL "GLJOURNAL" USING WRK-TITLE
                 END-IF
              WHEN "N" WHEN "n"
                 IF WRK-OPER-LEVEL < 2
                     MOVE WRK-MSG-NOAUTH TO WRK-ERROR-MSG
                     PERFORM 9000-MANAGE-ERROR
                 ELSE
                     MOVE "MODULE - CARD SETTLEMENT "
                        TO WRK-MODULE-TITLE
                     CALL "CARDRECN" USING WRK-TITLE
                 END-IF
              WHEN "Q" WHEN "q"
                 IF WRK-OPER-LEVEL < 2
                     MOVE WRK-MSG-NOAUTH TO WRK-ERROR-MSG
                     PERFORM 9000-MANAGE-ERROR
                 ELSE
                     MOVE "MODULE - BANK DEPOSITS "
                        TO WRK-MODULE-TITLE
                     CALL "DEPOSIT" USING WRK-TITLE
                 END-IF
              WHEN "Y" WHEN "y"
                 IF WRK-OPER-LEVEL < 3
                     MOVE WRK-MSG-NOAUTH TO WRK-ERROR-MSG
                     PERFORM 9000-MANAGE-ERROR
                 ELSE
                     MOVE "MODULE - REVENUE SHARE "
                        TO WRK-MODULE-TITLE
                     CALL "REVSHARE" USING WRK-TITLE
                 END-IF
              WHEN "I" WHEN "i"
                 IF WRK-OPER-LEVEL < 2
                     MOVE WRK-MSG-NOAUTH TO WRK-ERROR-MSG
                     PERFORM 9000-MANAGE-ERROR
                 ELSE
                     MOVE "MODULE - ASSET REGISTER "
                        TO WRK-MODULE-TITLE
                     CALL "ASSETDEP" USING WRK-TITLE
                 END-IF
              WHEN "Z" WHEN "z"
                 IF WRK-OPER-LEVEL < 2
                     MOVE WRK-MSG-NOAUTH TO WRK-ERROR-MSG
                     PERFORM 9000-MANAGE-ERROR
                 ELSE
                     MOVE "MODULE - LOST RENTALS "
                        TO WRK-MODULE-TITLE
                     CALL "LOSTCONV" USING WRK-TITLE
                 END-IF
              WHEN "1"
                 IF WRK-OPER-LEVEL < 2
                     MOVE WRK-MSG-NOAUTH TO WRK-ERROR-MSG
                     PERFORM 9000-MANAGE-ERROR
                 ELSE
                     MOVE "MODULE - SUBSCRIPTIONS "
                        TO WRK-MODULE-TITLE
                     CALL "SUBMAINT" USING WRK-TITLE
                 END-IF
              WHEN "2"
                 IF WRK-OPER-LEVEL < 2
                     MOVE WRK-MSG-NOAUTH TO WRK-ERROR-MSG
                     PERFORM 9000-MANAGE-ERROR
                 ELSE
                     MOVE "MODULE - HOUSEHOLDS "
                        TO WRK-MODULE-TITLE
                     CALL "HHMAINT" USING WRK-TITLE
                 END-IF
              WHEN "3"
                 MOVE "MODULE - CONTACTS "
                    TO WRK-MODULE-TITLE
                 CALL "CONTMAINT" USING WRK-TITLE
              WHEN "4"
                 IF WRK-OPER-LEVEL < 2
                     MOVE WRK-MSG-NOAUTH TO WRK-ERROR-MSG
                     PERFORM 9000-MANAGE-ERROR
                 ELSE
                     MOVE "MODULE - SUBJECT ACCESS "
                        TO WRK-MODULE-TITLE
                     CALL "SUBJACC" USING WRK-TITLE
                 END-IF
              WHEN "5"
                 IF WRK-OPER-LEVEL < 3
                     MOVE WRK-MSG-NOAUTH TO WRK-ERROR-MSG
                     PERFORM 9000-MANAGE-ERROR
                 ELSE
                     MOVE "MODULE - DATA ERASURE "
                        TO WRK-MODULE-TITLE
                     CALL "ERASURE" USING WRK-TITLE
                 END-IF
              WHEN "6"
                 IF WRK-OPER-LEVEL < 2
                     MOVE WRK-MSG-NOAUTH TO WRK-ERROR-MSG
                     PERFORM 9000-MANAGE-ERROR
                 ELSE
                     MOVE "MODULE - WIN-BACK CAMPAIGN "
                        TO WRK-MODULE-TITLE
                     CALL "WINBACK" USING WRK-TITLE
                 END-IF
              WHEN "0"
                 MOVE "MODULE - DISPUTE CASES " TO WRK-MODULE-TITLE
                 CALL "CASEMAINT" USING WRK-TITLE
              WHEN "7"
                 MOVE "MODULE - TIME CLOCK " TO WRK-MODULE-TITLE
                 CALL "TIMEMENU" USING WRK-TITLE
              WHEN "8"
                 IF WRK-OPER-LEVEL < 3
                     MOVE WRK-MSG-NOAUTH TO WRK-ERROR-MSG
                     PERFORM 9000-MANAGE-ERROR
                 ELSE
                     MOVE "MODULE - TRAINING DATA " TO WRK-MODULE-TITLE
                     CALL "TRAINLOAD" USING WRK-TITLE
                 END-IF
              WHEN "9"
                 IF WRK-OPER-LEVEL < 3
                     MOVE WRK-MSG-NOAUTH TO WRK-ERROR-MSG
                     PERFORM 9000-MANAGE-ERROR
                 ELSE
                     MOVE "MODULE - DASHBOARD " TO WRK-MODULE-TITLE
                     CALL "DASHBOARD" USING WRK-TITLE
                 END-IF
              WHEN OTHER
                 IF WRK-OPTION = "X" OR "x"
                     CONTINUE
                 PERFORM 9000-MANAGE-ERROR
            END-EVALUATE.

       0400-FINALIZE           SECTION.
            GOBACK.

