       IDENTIFICATION          DIVISION.
       PROGRAM-ID. ASSETREG.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: POST ONE EVENT TO THE COPY ASSET REGISTER, ASSETS.DAT.
      *          EVERY TAPE RECEIVED THROUGH PURCHORD IS CAPITALISED
      *          HERE AT ITS ORDER PRICE, WITH ITS IN-SERVICE DATE,
      *          ITS TERM CLASS (NEW/STD/CAT, BY RELEASE AGE, THE
      *          SAME RULE THE COUNTER USES FOR LOAN PERIODS) AND THE
      *          DEPRECIATION METHOD AND LIFE FOR THAT CLASS FROM
      *          DEPRPOL.TXT. ASSETDEP POSTS THE MONTHLY DEPRECIATION.
      *
      *          ACTIONS (LNK-AST-ACTION):
      *            A - ADD THE COPY TO THE REGISTER
      *            W - WRITE THE COPY OFF AT ITS REMAINING BOOK VALUE
      *                (LNK-AST-REASON), WITH ANY RECOVERY SO FAR
      *            R - RECORD A RECOVERY AGAINST A WRITTEN-OFF COPY
      *            U - UNDO A WRITE-OFF - A LOST COPY CAME BACK, OR
      *                A DAMAGED CHECK-IN WAS VOIDED; THE RECOVERY
      *                BILLED FOR IT (LNK-AST-RECOVERY) IS TAKEN BACK
      *                OFF
      *          LNK-AST-NBV RETURNS THE BOOK VALUE WRITTEN OFF.
      *          LNK-AST-RESULT IS "Y" WHEN THE REGISTER CHANGED AND
      *          "N" WHEN THE COPY IS NOT ON IT (OR NOT IN THE RIGHT
      *          STATE) - COPIES BOUGHT BEFORE THE REGISTER EXISTED
      *          ARE ONLY ON IT ONCE ASSETDEP HAS TAKEN THEM ON.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      ASSETS.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      ASSETSDAT - SEE 0195-SET-REGISTER-PATH FOR THE DEFAULT
            SELECT ASSETS ASSIGN TO WRK-ASSETS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS ASSETS-STATUS
            RECORD KEY IS AST-KEY.

      *      SELECT DEPR-POLICY ASSIGN TO "./Data/DEPRPOL.TXT"
            SELECT DEPR-POLICY ASSIGN TO
              "C:\Cobol\Project\Data\DEPRPOL.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DEPR-POLICY-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- COPY ASSET REGISTER
       FD ASSETS.
       01 ASSETS-REG.
            05 AST-KEY.
                10 AST-MOVIES-KEY     PIC 9(005).
                10 AST-COPY-NUMBER    PIC 9(002).
            05 AST-COST               PIC 9(005)V99.
            05 AST-IN-SERVICE         PIC 9(008).
            05 AST-CLASS              PIC X(003).
            05 AST-METHOD             PIC X(001).
                88 AST-STRAIGHT-LINE         VALUE "S".
                88 AST-DECLINING             VALUE "D".
            05 AST-LIFE               PIC 9(003).
            05 AST-ACCUM-DEPR         PIC 9(005)V99.
            05 AST-MONTHS-DEPR        PIC 9(003).
            05 AST-LAST-MONTH         PIC 9(006).
            05 AST-STORE              PIC X(003).
            05 AST-STATUS-FLAG        PIC X(001).
                88 AST-IN-USE                VALUE "A".
                88 AST-WRITTEN-OFF           VALUE "W".
            05 AST-WO-DATE            PIC 9(008).
            05 AST-WO-NBV             PIC 9(005)V99.
            05 AST-WO-REASON          PIC X(008).
            05 AST-WO-MONTH           PIC 9(006).
            05 AST-RECOVERY           PIC 9(005)V99.
            05 AST-RECOVERY-NEW       PIC 9(005)V99.
            05 FILLER                 PIC X(010).

      *---------------------------- DEPRECIATION POLICY INPUT
      *      ONE ROW PER TERM CLASS: METHOD (S STRAIGHT LINE OR D
      *      DOUBLE DECLINING BALANCE) AND USEFUL LIFE IN MONTHS.
      *      NO FILE MEANS NEW D 012, STD S 024, CAT S 036.
       FD DEPR-POLICY.
       01 DEPR-POLICY-REG.
            05 DEPR-CLASS             PIC X(003).
            05 DEPR-METHOD            PIC X(001).
            05 DEPR-LIFE              PIC 9(003).

       WORKING-STORAGE         SECTION.
      *---------------------------- FILE
       77 ASSETS-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-ASSETS-PATH            PIC X(060) VALUE SPACES.
       77 DEPR-POLICY-STATUS         PIC 9(002) VALUE ZEROS.

      *---------------------------- DEPRECIATION POLICY BY CLASS
       01 WRK-POLICY.
            05 WRK-POL-NEW-METHOD     PIC X(001) VALUE "D".
            05 WRK-POL-NEW-LIFE       PIC 9(003) VALUE 012.
            05 WRK-POL-STD-METHOD     PIC X(001) VALUE "S".
            05 WRK-POL-STD-LIFE       PIC 9(003) VALUE 024.
            05 WRK-POL-CAT-METHOD     PIC X(001) VALUE "S".
            05 WRK-POL-CAT-LIFE       PIC 9(003) VALUE 036.

      *---------------------------- TERM CLASS
       77 WRK-TODAY                  PIC 9(008) VALUE ZEROS.
       77 WRK-TITLE-AGE              PIC S9(004) VALUE ZEROS.

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-AST-REC.
            05 LNK-AST-ACTION         PIC X(001).
                88 LNK-AST-ADD               VALUE "A".
                88 LNK-AST-WRITE-OFF         VALUE "W".
                88 LNK-AST-RECOVER           VALUE "R".
                88 LNK-AST-REINSTATE         VALUE "U".
            05 LNK-AST-MOVIES-KEY     PIC 9(005).
            05 LNK-AST-COPY-NUMBER    PIC 9(002).
            05 LNK-AST-COST           PIC 9(003)V99.
      *      IN-SERVICE DATE FOR "A" - ZERO MEANS TODAY.
            05 LNK-AST-DATE           PIC 9(008).
            05 LNK-AST-RELEASE-YEAR   PIC 9(004).
            05 LNK-AST-STORE          PIC X(003).
            05 LNK-AST-REASON         PIC X(008).
            05 LNK-AST-RECOVERY       PIC 9(005)V99.
            05 LNK-AST-NBV            PIC 9(005)V99.
            05 LNK-AST-RESULT         PIC X(001).

       PROCEDURE               DIVISION USING LNK-AST-REC.

       0100-MAIN               SECTION.
            MOVE "N" TO LNK-AST-RESULT.
            MOVE ZEROS TO LNK-AST-NBV.
            ACCEPT WRK-TODAY FROM DATE YYYYMMDD.
            PERFORM 0195-SET-REGISTER-PATH.
            PERFORM 0200-OPEN-REGISTER.
            IF ASSETS-STATUS = ZEROS
                EVALUATE TRUE
                  WHEN LNK-AST-ADD
                    PERFORM 0300-ADD-ASSET
                  WHEN LNK-AST-WRITE-OFF
                    PERFORM 0320-WRITE-OFF
                  WHEN LNK-AST-RECOVER
                    PERFORM 0330-RECOVERY
                  WHEN LNK-AST-REINSTATE
                    PERFORM 0340-REINSTATE
                END-EVALUATE
                CLOSE ASSETS
            END-IF.
            GOBACK.

       0195-SET-REGISTER-PATH  SECTION.
            MOVE SPACES TO WRK-ASSETS-PATH.
            ACCEPT WRK-ASSETS-PATH FROM ENVIRONMENT "ASSETSDAT".
            IF WRK-ASSETS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\ASSETS.DAT"
                   TO WRK-ASSETS-PATH
            END-IF.

       0200-OPEN-REGISTER      SECTION.
            OPEN I-O ASSETS.
            IF ASSETS-STATUS = 35
                OPEN OUTPUT ASSETS
                CLOSE ASSETS
                OPEN I-O ASSETS
            END-IF.

       0210-LOAD-POLICY        SECTION.
            OPEN INPUT DEPR-POLICY.
            IF DEPR-POLICY-STATUS = ZEROS
                PERFORM UNTIL DEPR-POLICY-STATUS = 10
                   READ DEPR-POLICY
                      AT END
                          MOVE 10 TO DEPR-POLICY-STATUS
                      NOT AT END
                          PERFORM 0215-TAKE-POLICY-ROW
                   END-READ
                END-PERFORM
                CLOSE DEPR-POLICY
            END-IF.

       0215-TAKE-POLICY-ROW    SECTION.
            IF (DEPR-METHOD = "S" OR DEPR-METHOD = "D")
               AND DEPR-LIFE IS NUMERIC AND DEPR-LIFE > ZEROS
                EVALUATE DEPR-CLASS
                  WHEN "NEW"
                    MOVE DEPR-METHOD TO WRK-POL-NEW-METHOD
                    MOVE DEPR-LIFE   TO WRK-POL-NEW-LIFE
                  WHEN "STD"
                    MOVE DEPR-METHOD TO WRK-POL-STD-METHOD
                    MOVE DEPR-LIFE   TO WRK-POL-STD-LIFE
                  WHEN "CAT"
                    MOVE DEPR-METHOD TO WRK-POL-CAT-METHOD
                    MOVE DEPR-LIFE   TO WRK-POL-CAT-LIFE
                  WHEN OTHER
                    CONTINUE
                END-EVALUATE
            END-IF.

      *      A COPY IS CAPITALISED ONCE - A SECOND RECEIPT OF THE
      *      SAME COPY NUMBER LEAVES THE FIRST ENTRY ALONE.
       0300-ADD-ASSET          SECTION.
            PERFORM 0210-LOAD-POLICY.

            MOVE SPACES TO ASSETS-REG.
            MOVE LNK-AST-MOVIES-KEY  TO AST-MOVIES-KEY.
            MOVE LNK-AST-COPY-NUMBER TO AST-COPY-NUMBER.
            MOVE LNK-AST-COST        TO AST-COST.
            IF LNK-AST-DATE = ZEROS
                MOVE WRK-TODAY TO AST-IN-SERVICE
            ELSE
                MOVE LNK-AST-DATE TO AST-IN-SERVICE
            END-IF.

            COMPUTE WRK-TITLE-AGE =
               AST-IN-SERVICE / 10000 - LNK-AST-RELEASE-YEAR.
            EVALUATE TRUE
              WHEN WRK-TITLE-AGE <= 1
                MOVE "NEW" TO AST-CLASS
                MOVE WRK-POL-NEW-METHOD TO AST-METHOD
                MOVE WRK-POL-NEW-LIFE   TO AST-LIFE
              WHEN WRK-TITLE-AGE <= 5
                MOVE "STD" TO AST-CLASS
                MOVE WRK-POL-STD-METHOD TO AST-METHOD
                MOVE WRK-POL-STD-LIFE   TO AST-LIFE
              WHEN OTHER
                MOVE "CAT" TO AST-CLASS
                MOVE WRK-POL-CAT-METHOD TO AST-METHOD
                MOVE WRK-POL-CAT-LIFE   TO AST-LIFE
            END-EVALUATE.

            MOVE ZEROS TO AST-ACCUM-DEPR AST-MONTHS-DEPR
               AST-LAST-MONTH AST-WO-DATE AST-WO-NBV AST-WO-MONTH
               AST-RECOVERY AST-RECOVERY-NEW.
            MOVE LNK-AST-STORE TO AST-STORE.
            MOVE "A" TO AST-STATUS-FLAG.
            WRITE ASSETS-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO LNK-AST-RESULT
            END-WRITE.

      *      THE BOOK VALUE LEFT AFTER THE LAST MONTH-END RUN GOES
      *      OUT WITH THE COPY; THE MONTH-END RUN REPORTS IT.
       0320-WRITE-OFF          SECTION.
            MOVE LNK-AST-MOVIES-KEY  TO AST-MOVIES-KEY.
            MOVE LNK-AST-COPY-NUMBER TO AST-COPY-NUMBER.
            READ ASSETS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AST-IN-USE
                       COMPUTE AST-WO-NBV = AST-COST - AST-ACCUM-DEPR
                       MOVE WRK-TODAY        TO AST-WO-DATE
                       MOVE LNK-AST-REASON   TO AST-WO-REASON
                       MOVE ZEROS            TO AST-WO-MONTH
                       ADD LNK-AST-RECOVERY  TO AST-RECOVERY
                       ADD LNK-AST-RECOVERY  TO AST-RECOVERY-NEW
                       MOVE "W" TO AST-STATUS-FLAG
                       REWRITE ASSETS-REG
                          INVALID KEY
                              CONTINUE
                          NOT INVALID KEY
                              MOVE AST-WO-NBV TO LNK-AST-NBV
                              MOVE "Y" TO LNK-AST-RESULT
                       END-REWRITE
                   END-IF
            END-READ.

      *      MONEY THAT COMES BACK LATER - A DISTRIBUTOR'S CREDIT
      *      MEMO, A LOST COPY PAID FOR - LANDS ON THE WRITTEN-OFF
      *      COPY AND IS REPORTED BY THE NEXT MONTH-END RUN.
       0330-RECOVERY           SECTION.
            MOVE LNK-AST-MOVIES-KEY  TO AST-MOVIES-KEY.
            MOVE LNK-AST-COPY-NUMBER TO AST-COPY-NUMBER.
            READ ASSETS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AST-WRITTEN-OFF
                       ADD LNK-AST-RECOVERY TO AST-RECOVERY
                       ADD LNK-AST-RECOVERY TO AST-RECOVERY-NEW
                       REWRITE ASSETS-REG
                          INVALID KEY
                              CONTINUE
                          NOT INVALID KEY
                              MOVE AST-WO-NBV TO LNK-AST-NBV
                              MOVE "Y" TO LNK-AST-RESULT
                       END-REWRITE
                   END-IF
            END-READ.

      *      A COPY WRITTEN OFF AS LOST THAT TURNS UP AGAIN GOES BACK
      *      INTO SERVICE. WHILE MONTH-END HAS NOT REPORTED THE
      *      WRITE-OFF IT SIMPLY NEVER HAPPENED - THE BOOK VALUE IS
      *      UNTOUCHED AND DEPRECIATION CATCHES UP ON THE NEXT RUN.
      *      ONCE REPORTED, THE LOSS STANDS AND THE COPY COMES BACK
      *      FULLY DEPRECIATED, SO NOTHING IS CAPITALISED TWICE.
       0340-REINSTATE          SECTION.
            MOVE LNK-AST-MOVIES-KEY  TO AST-MOVIES-KEY.
            MOVE LNK-AST-COPY-NUMBER TO AST-COPY-NUMBER.
            READ ASSETS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AST-WRITTEN-OFF
                       IF AST-WO-MONTH NOT = ZEROS
                           MOVE AST-COST TO AST-ACCUM-DEPR
                       END-IF
                       IF AST-RECOVERY > LNK-AST-RECOVERY
                           SUBTRACT LNK-AST-RECOVERY FROM AST-RECOVERY
                       ELSE
                           MOVE ZEROS TO AST-RECOVERY
                       END-IF
                       IF AST-RECOVERY-NEW > LNK-AST-RECOVERY
                           SUBTRACT LNK-AST-RECOVERY
                              FROM AST-RECOVERY-NEW
                       ELSE
                           MOVE ZEROS TO AST-RECOVERY-NEW
                       END-IF
                       MOVE ZEROS  TO AST-WO-DATE AST-WO-NBV
                          AST-WO-MONTH
                       MOVE SPACES TO AST-WO-REASON
                       MOVE "A" TO AST-STATUS-FLAG
                       REWRITE ASSETS-REG
                          INVALID KEY
                              CONTINUE
                          NOT INVALID KEY
                              MOVE "Y" TO LNK-AST-RESULT
                       END-REWRITE
                   END-IF
            END-READ.
