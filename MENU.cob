      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                    PIC X(001) VALUE SPACE.
       77 WRK-OPTION                 PIC X(001) VALUE SPACE.
      *      THE COUNTER WORK A TRAINING SESSION MAY PRACTISE ON.
           88 WRK-OPTION-TRAINING        VALUE "0" "1" "2" "3" "4"
                                         "5" "R" "r" "O" "o" "K" "k"
                                         "C" "c" "H" "h" "P" "p" "Q"
                                         "q" "J" "j" "X" "x".

      *---------------------------- ERROR MESSAGES
       77 WRK-ERROR-MSG              PIC X(030) VALUE SPACES.
               "NOT AUTHORIZED FOR THIS OPTION".
            05 WRK-MSG-BADSIGNON     PIC X(030) VALUE
               "SIGN-ON REFUSED".
            05 WRK-MSG-TRAINONLY     PIC X(030) VALUE
               "NOT AVAILABLE IN TRAINING".
            05 WRK-MSG-NOTRAINDATA   PIC X(030) VALUE
               "NO TRAINING DATA ON FILE".

      *---------------------------- FILE
       77 MOVIES-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-SIGNON-OK-FLAG         PIC X(001) VALUE "N".
       77 WRK-OPER-LEVEL             PIC 9(001) VALUE ZEROS.
       77 WRK-OPER-LEVEL-X           PIC X(001) VALUE SPACE.
       77 WRK-SIGNON-TRAIN           PIC X(001) VALUE "N".

      *---------------------------- TRAINING SESSION
      *      A TRAINING SIGN-ON POINTS EVERY FILE ENVIRONMENT
      *      VARIABLE AT THE TRAINING DIRECTORY (TRAINDIR) BEFORE ANY
      *      MODULE IS CALLED, SO THE WHOLE SESSION RUNS ON THE
      *      SCRAMBLED COPY THE TRAINLOAD UTILITY BUILDS. USERS,
      *      PLANS AND CALENDAR STAY ON THE LIVE FILES - THEY ARE ONLY
      *      READ AT THE COUNTER, AND THE SUPERVISOR SIGN-INS NEED THE
      *      REAL OPERATOR ACCOUNTS.
       77 WRK-TRAINING-FLAG          PIC X(001) VALUE "N".
       77 WRK-TRAIN-DIR              PIC X(040) VALUE SPACES.
       77 WRK-TRAIN-IDX              PIC 9(002) VALUE ZEROS.
       77 WRK-TRAIN-ENV              PIC X(014) VALUE SPACES.
       77 WRK-TRAIN-PATH             PIC X(060) VALUE SPACES.

      *      INDEXED FILES - THE VARIABLE IS THE NAME PLUS "DAT" AND
      *      THE FILE IS THE NAME PLUS ".DAT".
       01 WRK-TRAIN-DAT-TABLE.
            05 FILLER                PIC X(010) VALUE "MOVIES".
            05 FILLER                PIC X(010) VALUE "CUSTOMERS".
            05 FILLER                PIC X(010) VALUE "RENTALS".
            05 FILLER                PIC X(010) VALUE "COPIES".
            05 FILLER                PIC X(010) VALUE "HOLDS".
            05 FILLER                PIC X(010) VALUE "DISTRIB".
            05 FILLER                PIC X(010) VALUE "REFTABLE".
            05 FILLER                PIC X(010) VALUE "CONTROL".
            05 FILLER                PIC X(010) VALUE "SHIFTS".
            05 FILLER                PIC X(010) VALUE "SHIFTCNT".
            05 FILLER                PIC X(010) VALUE "GIFTCERTS".
            05 FILLER                PIC X(010) VALUE "SUBS".
            05 FILLER                PIC X(010) VALUE "CREDITS".
            05 FILLER                PIC X(010) VALUE "ASSETS".
            05 FILLER                PIC X(010) VALUE "ASSETMON".
            05 FILLER                PIC X(010) VALUE "CUSTLEDG".
            05 FILLER                PIC X(010) VALUE "WAITLIST".
            05 FILLER                PIC X(010) VALUE "HOUSEHLD".
            05 FILLER                PIC X(010) VALUE "CONTACTS".
            05 FILLER                PIC X(010) VALUE "SUGGEST".
            05 FILLER                PIC X(010) VALUE "MONTHEND".
            05 FILLER                PIC X(010) VALUE "TIMECLOCK".
            05 FILLER                PIC X(010) VALUE "TIMEPER".
            05 FILLER                PIC X(010) VALUE "CARDRECN".
            05 FILLER                PIC X(010) VALUE "DEPOSITS".
            05 FILLER                PIC X(010) VALUE "DISTPAY".
            05 FILLER                PIC X(010) VALUE "EXTRSTAT".
            05 FILLER                PIC X(010) VALUE "GLMAP".
            05 FILLER                PIC X(010) VALUE "NOTIFLOG".
            05 FILLER                PIC X(010) VALUE "PORDERS".
            05 FILLER                PIC X(010) VALUE "PRICEPEND".
            05 FILLER                PIC X(010) VALUE "REVSHARE".
            05 FILLER                PIC X(010) VALUE "RMAS".
            05 FILLER                PIC X(010) VALUE "RPTLIB".
            05 FILLER                PIC X(010) VALUE "COPYSALE".
            05 FILLER                PIC X(010) VALUE "CASES".
       01 WRK-TRAIN-DAT-TABLE-R REDEFINES WRK-TRAIN-DAT-TABLE.
            05 WRK-TRAIN-DAT-ENTRY   PIC X(010) OCCURS 36 TIMES.

      *      TEXT FILES AND LOGS - VARIABLE, THEN FILE NAME.
       01 WRK-TRAIN-TXT-TABLE.
            05 FILLER                PIC X(014) VALUE "PAYMENTSTXT".
            05 FILLER                PIC X(020) VALUE "PAYMENTS.TXT".
            05 FILLER                PIC X(014) VALUE "AUDITLOGTXT".
            05 FILLER                PIC X(020) VALUE "AUDITLOG.TXT".
            05 FILLER                PIC X(014) VALUE "OVERRIDETXT".
            05 FILLER                PIC X(020) VALUE "OVERRIDE.TXT".
            05 FILLER                PIC X(014) VALUE "ERRORLOGTXT".
            05 FILLER                PIC X(020) VALUE "ERRORLOG.TXT".
            05 FILLER                PIC X(014) VALUE "RECEIPTSTXT".
            05 FILLER                PIC X(020) VALUE "RECEIPTS.TXT".
            05 FILLER                PIC X(014) VALUE "ZREPORTTXT".
            05 FILLER                PIC X(020) VALUE "ZREPORT.TXT".
            05 FILLER                PIC X(014) VALUE "OVERDUETXT".
            05 FILLER                PIC X(020) VALUE "OVERDUE.TXT".
            05 FILLER                PIC X(014) VALUE "OVERDUELTRTXT".
            05 FILLER                PIC X(020)
               VALUE "OVERDUE_LETTERS.TXT".
            05 FILLER                PIC X(014) VALUE "CASHRPTTXT".
            05 FILLER                PIC X(020) VALUE "CASHRPT.TXT".
            05 FILLER                PIC X(014) VALUE "RENTHISTDAT".
            05 FILLER                PIC X(020)
               VALUE "RENTALS_HIST.DAT".
            05 FILLER                PIC X(014) VALUE "MOVIESTXT".
            05 FILLER                PIC X(020) VALUE "MOVIES.TXT".
            05 FILLER                PIC X(014) VALUE "RECJRNLTXT".
            05 FILLER                PIC X(020) VALUE "RECJRNL.TXT".
       01 WRK-TRAIN-TXT-TABLE-R REDEFINES WRK-TRAIN-TXT-TABLE.
            05 WRK-TRAIN-TXT-ENTRY   OCCURS 12 TIMES.
                10 WRK-TRAIN-TXT-ENV  PIC X(014).
                10 WRK-TRAIN-TXT-FILE PIC X(020).

      *---------------------------- KEY/COUNT CONTROL SUBPROGRAM
       01 WRK-CTL-REC.
                10 LINE 09 COLUMN 15 VALUE "PASSWORD...: ".
                10 COLUMN PLUS 2     PIC X(008) SECURE
                   USING WRK-SIGNON-PW.
                10 LINE 10 COLUMN 15 VALUE "TRAINING(Y/N)".
                10 COLUMN PLUS 2     PIC X(001)
                   USING WRK-SIGNON-TRAIN.

      *---------------------------- MENU
       01 SHOW-MENU.
            PERFORM UNTIL WRK-SIGNON-OK-FLAG = "Y"
                  OR WRK-SIGNON-TRIES >= 3
               MOVE SPACES TO WRK-SIGNON-ID WRK-SIGNON-PW
               MOVE "N" TO WRK-SIGNON-TRAIN
               DISPLAY CLEANER-SCREEN
               DISPLAY SIGNON-SCREEN
               ACCEPT SIGNON-ENTRY
                SET ENVIRONMENT "STORECODE" TO USER-STORE
            END-IF.

            IF WRK-SIGNON-TRAIN = "Y" OR WRK-SIGNON-TRAIN = "y"
                PERFORM 0240-ENTER-TRAINING
            ELSE
                SET ENVIRONMENT "TRAINING" TO "N"
            END-IF.

      *      SWITCH THE SESSION ONTO THE TRAINING DATA SET. THE MOVIES
      *      FILE THE MENU ALREADY HAS OPEN IS REOPENED FROM THE NEW
      *      PATH; A TRAINING DIRECTORY THAT WAS NEVER LOADED ENDS THE
      *      SESSION RATHER THAN LET IT START ON EMPTY FILES.
       0240-ENTER-TRAINING     SECTION.
            MOVE SPACES TO WRK-TRAIN-DIR.
            ACCEPT WRK-TRAIN-DIR FROM ENVIRONMENT "TRAINDIR".
            IF WRK-TRAIN-DIR = SPACES
                MOVE "C:\Cobol\Project\Training\" TO WRK-TRAIN-DIR
            END-IF.

            PERFORM VARYING WRK-TRAIN-IDX FROM 1 BY 1
                  UNTIL WRK-TRAIN-IDX > 36
               MOVE SPACES TO WRK-TRAIN-ENV WRK-TRAIN-PATH
               STRING WRK-TRAIN-DAT-ENTRY(WRK-TRAIN-IDX)
                         DELIMITED BY SPACE
                      "DAT"         DELIMITED BY SIZE
                      INTO WRK-TRAIN-ENV
               END-STRING
               STRING WRK-TRAIN-DIR DELIMITED BY SPACE
                      WRK-TRAIN-DAT-ENTRY(WRK-TRAIN-IDX)
                         DELIMITED BY SPACE
                      ".DAT"        DELIMITED BY SIZE
                      INTO WRK-TRAIN-PATH
               END-STRING
               SET ENVIRONMENT WRK-TRAIN-ENV TO WRK-TRAIN-PATH
            END-PERFORM.

            PERFORM VARYING WRK-TRAIN-IDX FROM 1 BY 1
                  UNTIL WRK-TRAIN-IDX > 12
               MOVE SPACES TO WRK-TRAIN-PATH
               STRING WRK-TRAIN-DIR DELIMITED BY SPACE
                      WRK-TRAIN-TXT-FILE(WRK-TRAIN-IDX)
                         DELIMITED BY SPACE
                      INTO WRK-TRAIN-PATH
               END-STRING
               SET ENVIRONMENT WRK-TRAIN-TXT-ENV(WRK-TRAIN-IDX)
                  TO WRK-TRAIN-PATH
            END-PERFORM.

      *      REPORTS RUN IN A TRAINING SESSION ARE FILED BESIDE THE
      *      TRAINING DATA, NEVER IN THE LIVE REPORT LIBRARY.
            SET ENVIRONMENT "RPTLIBDIR" TO WRK-TRAIN-DIR.

            SET ENVIRONMENT "TRAINING" TO "Y".
            MOVE "Y" TO WRK-TRAINING-FLAG.
            MOVE "*** TRAINING ***" TO WRK-SCREEN-TITLE.

            CLOSE MOVIES.
            PERFORM 0195-SET-MOVIES-PATH.
            OPEN I-O MOVIES.
            IF MOVIES-STATUS = 35
                MOVE WRK-MSG-NOTRAINDATA TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
                CLOSE USERS
                STOP RUN
            END-IF.
            PERFORM 0210-VERIFICATION.

       0210-VERIFICATION.
            EVALUATE MOVIES-STATUS
              WHEN 30
            CALL "KEYCTL" USING WRK-CTL-REC.

       0300-PROCESS            SECTION.
      *      A TRAINING SESSION ONLY REACHES THE COUNTER WORK -
      *      BATCH, REPORTING AND MAINTENANCE OPTIONS ARE REFUSED.
            IF WRK-TRAINING-FLAG = "Y" AND NOT WRK-OPTION-TRAINING
                MOVE WRK-MSG-TRAINONLY TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                PERFORM 0310-DISPATCH-OPTION
            END-IF.

            MOVE SPACE TO WRK-OPTION WRK-KEY WRK-MODULE-TITLE.
            MOVE SPACES TO MOVIES-TITLE MOVIES-GENRE MOVIES-DISTRIBUTOR
               MOVIES-RATING.
            MOVE ZEROS TO MOVIES-KEY MOVIES-DURATION.

            PERFORM 0220-DISPLAY-MENU.

       0310-DISPATCH-OPTION    SECTION.
            EVALUATE WRK-OPTION
              WHEN 0
                 MOVE "MODULE - BACK OFFICE " TO WRK-MODULE-TITLE
                 PERFORM 9000-MANAGE-ERROR
            END-EVALUATE.

       0400-FINALIZE           SECTION.
            CLOSE MOVIES.
            CLOSE USERS.
