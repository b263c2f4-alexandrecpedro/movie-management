      * Date: 23/08/2026
      * Purpose: SWEEP RENTALS.DAT FOR OPEN RENTALS PAST THEIR DUE
      *          DATE AND PRODUCE AN OPERATOR AGING REPORT PLUS ONE
      *          NOTICE LETTER PER CUSTOMER READY FOR MAILING.
      *          A CUSTOMER OPTED INTO EMAIL OR TEXT FOR OVERDUE
      *          NOTICES (CONTPREF) GETS NO LETTER - THE NIGHTLY
      *          NOTIFY FEED SENDS THEIRS. THE AGING REPORT STILL
      *          LISTS EVERY OVERDUE RENTAL.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
            FILE STATUS IS RENTALS-STATUS
            RECORD KEY IS RENTAL-KEY
            ALTERNATE RECORD KEY IS RENTAL-MOVIES-KEY
               WITH DUPLICATES
            ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-KEY
               WITH DUPLICATES.

      *      OVERDUE.TXT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      OVERDUETXT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT OVERDUE-REPORT ASSIGN TO WRK-OVERDUE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OVERDUE-REPORT-STATUS.

      *      OVERDUE_LETTERS.TXT LOCATION COMES FROM ENVIRONMENT
      *      VARIABLE OVERDUELTRTXT - SEE 0195-SET-FILE-PATHS FOR THE
      *      DEFAULT
            SELECT OVERDUE-LETTERS ASSIGN TO WRK-LETTERS-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OVERDUE-LETTERS-STATUS.

                88 CUSTOMER-COLLECTIONS      VALUE "C".
            05 CUSTOMER-CREDIT       PIC 9(005)V99.
            05 CUSTOMER-POINTS       PIC 9(005).
            05 CUSTOMER-TIER         PIC X(001).
            05 CUSTOMER-TIER-SCORE   PIC 9(003).

      *---------------------------- RENTAL FILE DESCRIPTION
       FD RENTALS.
            05 WRK-ERRORLOG-PROGRAM   PIC X(012) VALUE "OVERDUE".
            05 WRK-ERRORLOG-MESSAGE   PIC X(040) VALUE SPACES.

      *---------------------------- REPORT LIBRARY FILING
       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "OVERDUE".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE SPACES.
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

       01   WRK-MSGS.
            05 WRK-MSG-CORRUPTED     PIC X(040) VALUE
               "CORRUPTED FILE".
               "OVERDUE RENTALS".
            05 WRK-MSG-LETTERSREC    PIC X(040) VALUE
               "LETTERS WRITTEN".
            05 WRK-MSG-ELECTRONIC    PIC X(040) VALUE
               "SENT BY EMAIL OR TEXT".
            05 WRK-MSG-NOOVERDUE     PIC X(040) VALUE
               "NO OVERDUE RENTALS FOUND".
            05 WRK-MSG-UNKNOWN       PIC X(040) VALUE
       77 RENTALS-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-RENTALS-PATH           PIC X(060) VALUE SPACES.
       77 OVERDUE-REPORT-STATUS      PIC 9(002) VALUE ZEROS.
       77 WRK-OVERDUE-PATH           PIC X(060) VALUE SPACES.
       77 OVERDUE-LETTERS-STATUS     PIC 9(002) VALUE ZEROS.
       77 WRK-LETTERS-PATH           PIC X(060) VALUE SPACES.

      *---------------------------- RUN CONTROLS
       77 WRK-RUN-DATE               PIC 9(008) VALUE ZEROS.
       77 WRK-REGQTY                 PIC 9(005) VALUE ZEROS.
       77 WRK-OVERDUE-QTY            PIC 9(005) VALUE ZEROS.
       77 WRK-LETTER-QTY             PIC 9(005) VALUE ZEROS.
       77 WRK-ELECTRONIC-QTY         PIC 9(005) VALUE ZEROS.
       77 SORT-EOF-FLAG              PIC X(001) VALUE "N".

      *---------------------------- STORE BUSINESS CALENDAR SUBPROGRAM
       01 WRK-CAL-REC.
            05 WRK-CAL-ACTION        PIC X(001).
            05 WRK-CAL-STORE         PIC X(003).
            05 WRK-CAL-DATE          PIC 9(008).
            05 WRK-CAL-DATE-2        PIC 9(008).
            05 WRK-CAL-DAYS          PIC 9(005).
            05 WRK-CAL-RESULT-DATE   PIC 9(008).
            05 WRK-CAL-RESULT        PIC X(001).

      *---------------------------- AGING BUCKETS
       77 WRK-BUCKET-1-7             PIC 9(005) VALUE ZEROS.
       77 WRK-BUCKET-8-14            PIC 9(005) VALUE ZEROS.
       77 WRK-LETTER-NAME            PIC X(030) VALUE SPACES.
       77 WRK-LETTER-PHONE           PIC X(015) VALUE SPACES.
       77 WRK-FORM-FEED              PIC X(001) VALUE X"0C".
      *      "Y" WHEN THE SESSION IS SIGNED ON FOR TRAINING - EVERY
      *      LETTER IS STAMPED SO NONE CAN GO OUT IN THE POST.
       77 WRK-TRAINING-FLAG          PIC X(001) VALUE "N".
       77 WRK-LETTER-PAPER-FLAG      PIC X(001) VALUE "Y".
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

      *---------------------------- REPORT HEADER
       01 WRK-REPORT-HEADER.
            GOBACK.

       0195-SET-FILE-PATHS     SECTION.
            MOVE SPACES TO WRK-LETTERS-PATH.
            ACCEPT WRK-LETTERS-PATH FROM ENVIRONMENT "OVERDUELTRTXT".
            IF WRK-LETTERS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\OVERDUE_LETTERS.TXT"
                   TO WRK-LETTERS-PATH
            END-IF.

            MOVE SPACES TO WRK-OVERDUE-PATH.
            ACCEPT WRK-OVERDUE-PATH FROM ENVIRONMENT "OVERDUETXT".
            IF WRK-OVERDUE-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\OVERDUE.TXT"
                   TO WRK-OVERDUE-PATH
            END-IF.

            MOVE SPACES TO WRK-MOVIES-PATH.
            ACCEPT WRK-MOVIES-PATH FROM ENVIRONMENT "MOVIESDAT".
            IF WRK-MOVIES-PATH = SPACES

       0200-INITIALIZE         SECTION.
            PERFORM 0195-SET-FILE-PATHS.
            MOVE SPACES TO WRK-TRAINING-FLAG.
            ACCEPT WRK-TRAINING-FLAG FROM ENVIRONMENT "TRAINING".
            IF WRK-TRAINING-FLAG NOT = "Y"
                MOVE "N" TO WRK-TRAINING-FLAG
            END-IF.
            OPEN INPUT MOVIES.
            PERFORM 0210-VERIFICATION.


       0300-PROCESS            SECTION.
            MOVE ZEROS TO WRK-REGQTY WRK-OVERDUE-QTY WRK-LETTER-QTY
               WRK-ELECTRONIC-QTY WRK-BUCKET-1-7 WRK-BUCKET-8-14
               WRK-BUCKET-15-UP WRK-PREV-CUST.
            ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.

            DISPLAY CLEANER-SCREEN.
               END-READ
            END-PERFORM.

      *      DAYS LATE ARE DAYS THE RENTING STORE WAS OPEN SINCE THE
      *      DUE DATE (BIZCAL) - THE SAME COUNT THE FEE IS CHARGED
      *      ON AT CHECK-IN, SO THE NOTICE AND THE COUNTER AGREE.
       0325-RELEASE-OVERDUE    SECTION.
            MOVE "C" TO WRK-CAL-ACTION.
            MOVE RENTAL-STORE TO WRK-CAL-STORE.
            MOVE RENTAL-DUE-DATE TO WRK-CAL-DATE.
            MOVE WRK-RUN-DATE TO WRK-CAL-DATE-2.
            CALL "BIZCAL" USING WRK-CAL-REC.
            MOVE WRK-CAL-DAYS TO WRK-DAYS-LATE.

            MOVE RENTAL-CUSTOMER-KEY TO SORT-CUST-KEY.
            MOVE RENTAL-DUE-DATE     TO SORT-DUE-DATE.
               END-RETURN
            END-PERFORM.
            IF WRK-PREV-CUST NOT = ZEROS
               AND WRK-LETTER-PAPER-FLAG = "Y"
                PERFORM 0342-LETTER-FOOTER
            END-IF.

       0335-OVERDUE-DETAIL     SECTION.
            IF SORT-CUST-KEY NOT = WRK-PREV-CUST
                IF WRK-PREV-CUST NOT = ZEROS
                   AND WRK-LETTER-PAPER-FLAG = "Y"
                    PERFORM 0342-LETTER-FOOTER
                END-IF
                PERFORM 0340-LETTER-HEADER
            MOVE SORT-DAYS-LATE  TO OVERDUE-REPORT-DATA(099:05).
            WRITE OVERDUE-REPORT-REG.

            IF WRK-LETTER-PAPER-FLAG = "Y"
                MOVE SPACES TO OVERDUE-LETTERS-REG
                MOVE SORT-TITLE(1:50) TO OVERDUE-LETTERS-DATA(003:50)
                MOVE "DUE"            TO OVERDUE-LETTERS-DATA(055:03)
                MOVE SORT-DUE-DATE    TO OVERDUE-LETTERS-DATA(059:08)
                MOVE SORT-DAYS-LATE   TO OVERDUE-LETTERS-DATA(069:05)
                MOVE "LATE"           TO OVERDUE-LETTERS-DATA(075:04)
                WRITE OVERDUE-LETTERS-REG
            END-IF.

       0340-LETTER-HEADER      SECTION.
            MOVE SORT-CUST-KEY TO CUSTOMER-KEY.
                   MOVE CUSTOMER-PHONE TO WRK-LETTER-PHONE
            END-READ.

            MOVE SORT-CUST-KEY TO WRK-CP-CUSTOMER.
            MOVE 3 TO WRK-CP-MSG-TYPE.
            CALL "CONTPREF" USING WRK-CP-REC.
            MOVE WRK-CP-PAPER TO WRK-LETTER-PAPER-FLAG.
            IF WRK-LETTER-PAPER-FLAG = "Y"
                PERFORM 0341-LETTER-TOP
            ELSE
                ADD 1 TO WRK-ELECTRONIC-QTY
            END-IF.

       0341-LETTER-TOP         SECTION.
            ADD 1 TO WRK-LETTER-QTY.

            MOVE SPACES TO OVERDUE-LETTERS-REG.
            MOVE WRK-FORM-FEED TO OVERDUE-LETTERS-DATA(001:01).
            WRITE OVERDUE-LETTERS-REG.

            IF WRK-TRAINING-FLAG = "Y"
                MOVE SPACES TO OVERDUE-LETTERS-REG
                MOVE "*** TRAINING - DO NOT MAIL ***"
                   TO OVERDUE-LETTERS-DATA(003:30)
                WRITE OVERDUE-LETTERS-REG
            END-IF.

            MOVE SPACES TO OVERDUE-LETTERS-REG.
            MOVE WRK-LETTER-NAME TO OVERDUE-LETTERS-DATA(003:30).
            WRITE OVERDUE-LETTERS-REG.

            PERFORM VARYING WRK-CP-IDX FROM 1 BY 1
                  UNTIL WRK-CP-IDX > 3
               IF WRK-CP-ADDR-LINE(WRK-CP-IDX) NOT = SPACES
                   MOVE SPACES TO OVERDUE-LETTERS-REG
                   MOVE WRK-CP-ADDR-LINE(WRK-CP-IDX)
                      TO OVERDUE-LETTERS-DATA(003:30)
                   WRITE OVERDUE-LETTERS-REG
               END-IF
            END-PERFORM.
            IF WRK-CP-POSTCODE NOT = SPACES
                MOVE SPACES TO OVERDUE-LETTERS-REG
                MOVE WRK-CP-POSTCODE TO OVERDUE-LETTERS-DATA(003:10)
                WRITE OVERDUE-LETTERS-REG
            END-IF.

            MOVE SPACES TO OVERDUE-LETTERS-REG.
            MOVE "PHONE:" TO OVERDUE-LETTERS-DATA(003:06).
            MOVE WRK-LETTER-PHONE TO OVERDUE-LETTERS-DATA(010:15).
            DISPLAY WRK-LETTER-QTY      LINE WRK-LINE COLUMN 28
               BACKGROUND-COLOR 3.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-ELECTRONIC  LINE WRK-LINE COLUMN 10
               BACKGROUND-COLOR 3.
            DISPLAY WRK-ELECTRONIC-QTY  LINE WRK-LINE COLUMN 32
               BACKGROUND-COLOR 3.

            ADD 1 TO WRK-LINE.
            DISPLAY WRK-MSG-PRESSKEY    LINE WRK-LINE COLUMN 10
               BACKGROUND-COLOR 3.
            CLOSE CUSTOMERS.
            CLOSE RENTALS.
            CLOSE OVERDUE-REPORT.
            MOVE WRK-OVERDUE-PATH TO WRK-RPTFILE-SOURCE.
            CALL "RPTFILE" USING WRK-RPTFILE-REC.
            CLOSE OVERDUE-LETTERS.
            GOBACK.

