      *          AND PHONE FOR THE COUNTER TO WORK THROUGH EACH
      *          MORNING. WHETHER THE CUSTOMER HEARS ABOUT THEIR
      *          TITLE NO LONGER DEPENDS ON SOMEBODY REMEMBERING.
      *          A CUSTOMER OPTED INTO EMAIL OR TEXT FOR HOLD NOTICES
      *          (CONTPREF) GETS NO LETTER - THE NIGHTLY NOTIFY FEED
      *          SENDS THEIRS. THE CALL SHEET STILL LISTS EVERY HOLD.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
                88 CUSTOMER-COLLECTIONS      VALUE "C".
            05 CUSTOMER-CREDIT       PIC 9(005)V99.
            05 CUSTOMER-POINTS       PIC 9(005).
            05 CUSTOMER-TIER         PIC X(001).
            05 CUSTOMER-TIER-SCORE   PIC 9(003).

      *---------------------------- HOLD QUEUE FILE DESCRIPTION
       FD HOLDS.
                88 HOLD-HELD                 VALUE "H".
                88 HOLD-EXPIRED              VALUE "X".
                88 HOLD-FILLED               VALUE "F".
            05 HOLD-FILL-DATE        PIC 9(008).
            05 HOLD-FILL-RENTAL      PIC 9(005).
            05 HOLD-FILL-PRIOR       PIC X(001).

      *---------------------------- PICKUP NOTICE OUTPUT
       FD NOTICES.
               "PRESS ANY KEY".
            05 WRK-MSG-NOTICES       PIC X(040) VALUE
               "PICKUP NOTICES PRINTED".
            05 WRK-MSG-ELECTRONIC    PIC X(040) VALUE
               "SENT BY EMAIL OR TEXT".

      *---------------------------- FILE
       77 MOVIES-STATUS              PIC 9(002) VALUE ZEROS.
      *---------------------------- RUN CONTROLS
       77 WRK-RUN-DATE               PIC 9(008) VALUE ZEROS.
       77 WRK-NOTICE-QTY             PIC 9(005) VALUE ZEROS.
       77 WRK-PAPER-QTY              PIC 9(005) VALUE ZEROS.
       77 WRK-ELECTRONIC-QTY         PIC 9(005) VALUE ZEROS.
       77 WRK-CP-IDX                 PIC 9(001) VALUE ZEROS.

      *---------------------------- CONTACT PREFERENCE SUBPROGRAM
       01 WRK-CP-REC.
            05 WRK-CP-CUSTOMER        PIC 9(005).
            05 WRK-CP-MSG-TYPE        PIC 9(001).
            05 WRK-CP-EMAIL           PIC X(050).
            05 WRK-CP-MOBILE          PIC X(015).
            05 WRK-CP-ADDRESS.
                10 WRK-CP-ADDR-LINE   PIC X(030) OCCURS 3 TIMES.
                10 WRK-CP-POSTCODE    PIC X(010).
            05 WRK-CP-PAPER           PIC X(001).
            05 WRK-CP-RESULT          PIC X(001).
       77 WRK-STORE-NAME             PIC X(030) VALUE SPACES.
       77 WRK-FORM-FEED              PIC X(001) VALUE X"0C".

            OPEN OUTPUT CALL-SHEET.

       0300-PROCESS            SECTION.
            MOVE ZEROS TO WRK-NOTICE-QTY WRK-PAPER-QTY
               WRK-ELECTRONIC-QTY.
            ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
            DISPLAY CLEANER-SCREEN.

                   CONTINUE
            END-READ.

            MOVE HOLD-CUSTOMER-KEY TO WRK-CP-CUSTOMER.
            MOVE 2 TO WRK-CP-MSG-TYPE.
            CALL "CONTPREF" USING WRK-CP-REC.

            IF WRK-CP-PAPER = "Y"
                ADD 1 TO WRK-PAPER-QTY
                PERFORM 0330-WRITE-NOTICE
            ELSE
                ADD 1 TO WRK-ELECTRONIC-QTY
            END-IF.
            PERFORM 0340-WRITE-CALL-LINE.

      *      ONE PAGE PER NOTICE, FORM FEED FIRST, SAME AS THE
            MOVE CUSTOMER-NAME TO NOTICES-DATA(003:30).
            WRITE NOTICES-REG.

            PERFORM VARYING WRK-CP-IDX FROM 1 BY 1
                  UNTIL WRK-CP-IDX > 3
               IF WRK-CP-ADDR-LINE(WRK-CP-IDX) NOT = SPACES
                   MOVE SPACES TO NOTICES-REG
                   MOVE WRK-CP-ADDR-LINE(WRK-CP-IDX)
                      TO NOTICES-DATA(003:30)
                   WRITE NOTICES-REG
               END-IF
            END-PERFORM.
            IF WRK-CP-POSTCODE NOT = SPACES
                MOVE SPACES TO NOTICES-REG
                MOVE WRK-CP-POSTCODE TO NOTICES-DATA(003:10)
                WRITE NOTICES-REG
            END-IF.

            MOVE SPACES TO NOTICES-REG.
            WRITE NOTICES-REG.

            MOVE SPACES TO NOTICES-REG.
            MOVE "YOUR RESERVED TITLE IS WAITING:"
               TO NOTICES-DATA(003:31).
       0350-REPORT-STATISTICS  SECTION.
            MOVE 10 TO WRK-LINE.
            DISPLAY WRK-MSG-NOTICES LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-PAPER-QTY   LINE WRK-LINE COLUMN 34.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-ELECTRONIC LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-ELECTRONIC-QTY LINE WRK-LINE COLUMN 34.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-PRESSKEY LINE WRK-LINE COLUMN 10.
