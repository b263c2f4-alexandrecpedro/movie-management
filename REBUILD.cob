      * Company: XPTO
      * Date: 23/08/2026
      * Purpose: SALVAGE A DAMAGED INDEXED FILE - READ MOVIES.DAT,
      *          CUSTOMERS.DAT, RENTALS.DAT OR RENTALS_HIST.DAT
      *          RECORD BY RECORD, COPY EVERY READABLE RECORD INTO A
      *          FRESHLY CREATED INDEXED FILE WITH ITS KEYS REBUILT,
      *          REPORT THE READ ERRORS HIT ALONG THE WAY, AND SWAP
      *          THE REBUILT FILE IN ONLY AFTER THE OPERATOR CONFIRMS
      *          THE COUNTS. ALSO CARRIES THE ONE-TIME CONVERSIONS
      *          FOR OLD FILE LAYOUTS AND KEYS, AND ROLL (F)ORWARD -
      *          RELOAD FROM THE LAST DUMP AND REPLAY THE RECOVERY
      *          JOURNAL (SEE ROLLFWD).
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
            ALTERNATE RECORD KEY IS CUSTOMER-PHONE
               WITH DUPLICATES.

      *      THE SAME PHYSICAL FILE UNDER ITS OLD RECORD LAYOUT,
      *      FROM BEFORE THE RELIABILITY TIER WAS ADDED - USED BY
      *      THE ONE-TIME (T)IER-LAYOUT CONVERSION MODE ONLY.
            SELECT CUSTOMERS-OLD ASSIGN TO WRK-CUSTOMERS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS CUSTOMERS-OLD-STATUS
            RECORD KEY IS CUSO-KEY
            ALTERNATE RECORD KEY IS CUSO-PHONE
               WITH DUPLICATES.

            SELECT CUSTOMERS-NEW ASSIGN TO WRK-CUSTOMERS-NEW-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS RENTALS-STATUS
            RECORD KEY IS RENTAL-KEY
            ALTERNATE RECORD KEY IS RENTAL-MOVIES-KEY
               WITH DUPLICATES
            ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-KEY
               WITH DUPLICATES.

      *      THE SAME PHYSICAL FILE AS BUILT BEFORE THE CUSTOMER
      *      KEY WAS ADDED - USED BY THE ONE-TIME (K)EY CONVERSION
      *      MODE ONLY.
            SELECT RENTALS-OLD ASSIGN TO WRK-RENTALS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS RENTALS-OLD-STATUS
            RECORD KEY IS RENO-KEY
            ALTERNATE RECORD KEY IS RENO-MOVIES-KEY
               WITH DUPLICATES.

            SELECT RENTALS-NEW ASSIGN TO WRK-RENTALS-NEW-PATH
            FILE STATUS IS RENTALS-NEW-STATUS
            RECORD KEY IS RENN-KEY
            ALTERNATE RECORD KEY IS RENN-MOVIES-KEY
               WITH DUPLICATES
            ALTERNATE RECORD KEY IS RENN-CUSTOMER-KEY
               WITH DUPLICATES.

            SELECT RENTALS-HIST ASSIGN TO WRK-HIST-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS HIST-STATUS
            RECORD KEY IS HIST-KEY
            ALTERNATE RECORD KEY IS HIST-CUSTOMER-KEY
               WITH DUPLICATES.

      *      RENTALS_HIST.DAT AS BUILT BEFORE THE CUSTOMER KEY -
      *      (K)EY CONVERSION MODE ONLY.
            SELECT HIST-OLD ASSIGN TO WRK-HIST-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS HIST-OLD-STATUS
            RECORD KEY IS HSTO-KEY.

            SELECT HIST-NEW ASSIGN TO WRK-HIST-NEW-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS HIST-NEW-STATUS
            RECORD KEY IS HSTN-KEY
            ALTERNATE RECORD KEY IS HSTN-CUSTOMER-KEY
               WITH DUPLICATES.

      *      HOLDS.DAT UNDER ITS OLD RECORD LAYOUT, FROM BEFORE THE
      *      FILL STAMP WAS ADDED - USED BY THE ONE-TIME (Q)UEUE
      *      CONVERSION MODE ONLY.
            SELECT HOLDS-OLD ASSIGN TO WRK-HOLDS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS HOLDS-OLD-STATUS
            RECORD KEY IS HLDO-ID.

            SELECT HOLDS-NEW ASSIGN TO WRK-HOLDS-NEW-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS HOLDS-NEW-STATUS
            RECORD KEY IS HLDN-ID.

      *      SELECT KEYCONV-REPORT ASSIGN TO "./Data/KEYCONV.TXT"
            SELECT KEYCONV-REPORT ASSIGN TO
              "C:\Cobol\Project\Data\KEYCONV.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS KEYCONV-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- FILE DESCRIPTION
                88 CUSTOMER-COLLECTIONS      VALUE "C".
            05 CUSTOMER-CREDIT       PIC 9(005)V99.
            05 CUSTOMER-POINTS       PIC 9(005).
            05 CUSTOMER-TIER         PIC X(001).
            05 CUSTOMER-TIER-SCORE   PIC 9(003).

      *---------------------------- OLD-LAYOUT CUSTOMERS (CONVERSION)
       FD CUSTOMERS-OLD.
       01 CUSTOMERS-OLD-REG.
            05 CUSO-KEY              PIC 9(005).
            05 CUSO-NAME             PIC X(030).
            05 CUSO-PHONE            PIC X(015).
            05 CUSO-STATUS-FLAG      PIC X(001).
            05 CUSO-BALANCE          PIC 9(005)V99.
            05 CUSO-BIRTH-DATE       PIC 9(008).
            05 CUSO-COLLECT-FLAG     PIC X(001).
            05 CUSO-CREDIT           PIC 9(005)V99.
            05 CUSO-POINTS           PIC 9(005).

      *---------------------------- REBUILT CUSTOMERS OUTPUT
       FD CUSTOMERS-NEW.
            05 CUSN-COLLECT-FLAG     PIC X(001).
            05 CUSN-CREDIT           PIC 9(005)V99.
            05 CUSN-POINTS           PIC 9(005).
            05 CUSN-TIER             PIC X(001).
            05 CUSN-TIER-SCORE       PIC 9(003).

      *---------------------------- RENTAL FILE DESCRIPTION
       FD RENTALS.
            05 RENN-RENEWALS         PIC 9(002).
            05 RENN-STORE            PIC X(003).

      *---------------------------- OLD-KEY RENTALS (CONVERSION)
       FD RENTALS-OLD.
       01 RENTALS-OLD-REG.
            05 RENO-KEY              PIC 9(005).
            05 RENO-MOVIES-KEY       PIC 9(005).
            05 RENO-CUSTOMER-KEY     PIC 9(005).
            05 RENO-CHECKOUT-DATE    PIC 9(008).
            05 RENO-DUE-DATE         PIC 9(008).
            05 RENO-RETURN-DATE      PIC 9(008).
            05 RENO-LATE-FEE         PIC 9(003)V99.
            05 RENO-STATUS-FLAG      PIC X(001).
            05 RENO-COPY-NUMBER      PIC 9(002).
            05 RENO-CHARGED-PRICE    PIC 9(003)V99.
            05 RENO-PRICE-RULE       PIC X(008).
            05 RENO-PROMO-CODE       PIC X(008).
            05 RENO-DISCOUNT         PIC 9(003)V99.
            05 RENO-RENEWALS         PIC 9(002).
            05 RENO-STORE            PIC X(003).

      *---------------------------- RENTAL HISTORY FILE DESCRIPTION
       FD RENTALS-HIST.
       01 HIST-REG.
            05 HIST-KEY              PIC 9(005).
            05 HIST-MOVIES-KEY       PIC 9(005).
            05 HIST-CUSTOMER-KEY     PIC 9(005).
            05 HIST-CHECKOUT-DATE    PIC 9(008).
            05 HIST-DUE-DATE         PIC 9(008).
            05 HIST-RETURN-DATE      PIC 9(008).
            05 HIST-LATE-FEE         PIC 9(003)V99.
            05 HIST-STATUS-FLAG      PIC X(001).
            05 HIST-COPY-NUMBER      PIC 9(002).
            05 HIST-CHARGED-PRICE    PIC 9(003)V99.
            05 HIST-PRICE-RULE       PIC X(008).
            05 HIST-PROMO-CODE       PIC X(008).
            05 HIST-DISCOUNT         PIC 9(003)V99.
            05 HIST-RENEWALS         PIC 9(002).
            05 HIST-STORE            PIC X(003).

      *---------------------------- OLD-KEY HISTORY (CONVERSION)
       FD HIST-OLD.
       01 HIST-OLD-REG.
            05 HSTO-KEY              PIC 9(005).
            05 HSTO-MOVIES-KEY       PIC 9(005).
            05 HSTO-CUSTOMER-KEY     PIC 9(005).
            05 HSTO-CHECKOUT-DATE    PIC 9(008).
            05 HSTO-DUE-DATE         PIC 9(008).
            05 HSTO-RETURN-DATE      PIC 9(008).
            05 HSTO-LATE-FEE         PIC 9(003)V99.
            05 HSTO-STATUS-FLAG      PIC X(001).
            05 HSTO-COPY-NUMBER      PIC 9(002).
            05 HSTO-CHARGED-PRICE    PIC 9(003)V99.
            05 HSTO-PRICE-RULE       PIC X(008).
            05 HSTO-PROMO-CODE       PIC X(008).
            05 HSTO-DISCOUNT         PIC 9(003)V99.
            05 HSTO-RENEWALS         PIC 9(002).
            05 HSTO-STORE            PIC X(003).

      *---------------------------- REBUILT HISTORY OUTPUT
       FD HIST-NEW.
       01 HIST-NEW-REG.
            05 HSTN-KEY              PIC 9(005).
            05 HSTN-MOVIES-KEY       PIC 9(005).
            05 HSTN-CUSTOMER-KEY     PIC 9(005).
            05 HSTN-CHECKOUT-DATE    PIC 9(008).
            05 HSTN-DUE-DATE         PIC 9(008).
            05 HSTN-RETURN-DATE      PIC 9(008).
            05 HSTN-LATE-FEE         PIC 9(003)V99.
            05 HSTN-STATUS-FLAG      PIC X(001).
            05 HSTN-COPY-NUMBER      PIC 9(002).
            05 HSTN-CHARGED-PRICE    PIC 9(003)V99.
            05 HSTN-PRICE-RULE       PIC X(008).
            05 HSTN-PROMO-CODE       PIC X(008).
            05 HSTN-DISCOUNT         PIC 9(003)V99.
            05 HSTN-RENEWALS         PIC 9(002).
            05 HSTN-STORE            PIC X(003).

      *---------------------------- OLD-LAYOUT HOLDS (CONVERSION)
       FD HOLDS-OLD.
       01 HOLDS-OLD-REG.
            05 HLDO-ID.
                10 HLDO-MOVIES-KEY   PIC 9(005).
                10 HLDO-SEQ          PIC 9(003).
            05 HLDO-CUSTOMER-KEY     PIC 9(005).
            05 HLDO-PLACED-DATE      PIC 9(008).
            05 HLDO-UNTIL-DATE       PIC 9(008).
            05 HLDO-STATUS-FLAG      PIC X(001).

      *---------------------------- CONVERTED HOLDS OUTPUT
       FD HOLDS-NEW.
       01 HOLDS-NEW-REG.
            05 HLDN-ID.
                10 HLDN-MOVIES-KEY   PIC 9(005).
                10 HLDN-SEQ          PIC 9(003).
            05 HLDN-CUSTOMER-KEY     PIC 9(005).
            05 HLDN-PLACED-DATE      PIC 9(008).
            05 HLDN-UNTIL-DATE       PIC 9(008).
            05 HLDN-STATUS-FLAG      PIC X(001).
            05 HLDN-FILL-DATE        PIC 9(008).
            05 HLDN-FILL-RENTAL      PIC 9(005).
            05 HLDN-FILL-PRIOR       PIC X(001).

      *---------------------------- KEY CONVERSION PROOF REPORT
       FD KEYCONV-REPORT.
       01 KEYCONV-REPORT-REG.
            05 KEYCONV-REPORT-DATA   PIC X(080).

       WORKING-STORAGE         SECTION.
      *---------------------------- DATA ENTRY VARIABLES
       77 WRK-KEY                    PIC X(001).

       01   WRK-MSGS.
            05 WRK-MSG-BADMODE       PIC X(040) VALUE
               "ENTER M, C, R, H, O, K, T, Q, F OR X".
            05 WRK-MSG-CANTOPEN      PIC X(040) VALUE
               "CANNOT OPEN DAMAGED FILE AT ALL".
            05 WRK-MSG-SWAPPED       PIC X(040) VALUE
               "REBUILT FILE LEFT AS *_NEW.DAT".
            05 WRK-MSG-PRESSKEY      PIC X(040) VALUE
               "PRESS ANY KEY".
            05 WRK-MSG-NOTOLDKEYS    PIC X(040) VALUE
               "FILE NOT IN THE OLD KEY LAYOUT".
            05 WRK-MSG-COUNTSDIFFER  PIC X(040) VALUE
               "COUNTS DIFFER - LEFT AS *_NEW.DAT".
            05 WRK-MSG-NOTOLDCUST    PIC X(040) VALUE
               "FILE NOT IN THE OLD CUSTOMER LAYOUT".
            05 WRK-MSG-NOTOLDHOLD    PIC X(040) VALUE
               "FILE NOT IN THE OLD HOLD LAYOUT".

      *---------------------------- FILE
       77 MOVIES-STATUS              PIC 9(002) VALUE ZEROS.
          "C:\Cobol\Project\Data\MOVIES_NEW.DAT".
       77 CUSTOMERS-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-CUSTOMERS-PATH         PIC X(060) VALUE SPACES.
       77 CUSTOMERS-OLD-STATUS       PIC 9(002) VALUE ZEROS.
       77 CUSTOMERS-NEW-STATUS       PIC 9(002) VALUE ZEROS.
       77 WRK-CUSTOMERS-NEW-PATH     PIC X(060) VALUE
          "C:\Cobol\Project\Data\CUSTOMERS_NEW.DAT".
       77 RENTALS-NEW-STATUS         PIC 9(002) VALUE ZEROS.
       77 WRK-RENTALS-NEW-PATH       PIC X(060) VALUE
          "C:\Cobol\Project\Data\RENTALS_NEW.DAT".
       77 RENTALS-OLD-STATUS         PIC 9(002) VALUE ZEROS.
       77 HIST-STATUS                PIC 9(002) VALUE ZEROS.
       77 WRK-HIST-PATH              PIC X(060) VALUE SPACES.
       77 HIST-OLD-STATUS            PIC 9(002) VALUE ZEROS.
       77 HIST-NEW-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-HIST-NEW-PATH          PIC X(060) VALUE
          "C:\Cobol\Project\Data\RENTALS_HIST_NEW.DAT".
       77 WRK-HOLDS-PATH             PIC X(060) VALUE SPACES.
       77 HOLDS-OLD-STATUS           PIC 9(002) VALUE ZEROS.
       77 HOLDS-NEW-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-HOLDS-NEW-PATH         PIC X(060) VALUE
          "C:\Cobol\Project\Data\HOLDS_NEW.DAT".
       77 KEYCONV-STATUS             PIC 9(002) VALUE ZEROS.

      *---------------------------- SALVAGE CONTROLS
      *      A READ ERROR IS COUNTED AND THE SCAN PUSHES ON - ONLY A
       77 WRK-ERR-STREAK             PIC 9(002) VALUE ZEROS.
       77 WRK-LAST-GOOD-KEY          PIC 9(005) VALUE ZEROS.

      *---------------------------- CUSTOMER LAYOUT CONVERSION PROOF
       77 WRK-CUSCONV-BEFORE         PIC 9(006) VALUE ZEROS.
       77 WRK-CUSCONV-AFTER          PIC 9(006) VALUE ZEROS.

      *---------------------------- HOLD LAYOUT CONVERSION PROOF
       77 WRK-HLDCONV-BEFORE         PIC 9(006) VALUE ZEROS.
       77 WRK-HLDCONV-AFTER          PIC 9(006) VALUE ZEROS.

      *---------------------------- KEY CONVERSION PROOF
      *      EACH FILE IS COUNTED AS READ FROM THE OLD LAYOUT, THEN
      *      READ BACK FROM THE CONVERTED FILE TWICE - ONCE ALONG THE
      *      RECORD KEY, ONCE ALONG THE NEW CUSTOMER KEY. ALL THREE
      *      MUST AGREE, WITH NOTHING DROPPED, BEFORE A SWAP IS
      *      OFFERED. ROW 1 IS RENTALS.DAT, ROW 2 RENTALS_HIST.DAT.
       01 WRK-PROOF-TABLE.
            05 WRK-PROOF-ROW         OCCURS 2 TIMES.
                10 WRK-PROOF-BEFORE  PIC 9(006).
                10 WRK-PROOF-BYKEY   PIC 9(006).
                10 WRK-PROOF-BYCUST  PIC 9(006).
                10 WRK-PROOF-DROPPED PIC 9(006).
       77 WRK-PROOF-IDX              PIC 9(001) VALUE ZEROS.
       77 WRK-PROOF-OK-FLAG          PIC X(001) VALUE "N".
       77 WRK-HIST-CONV-FLAG         PIC X(001) VALUE "N".
       77 WRK-RUN-DATE               PIC 9(008) VALUE ZEROS.

       01 WRK-PROOF-NAMES.
            05 FILLER                PIC X(016) VALUE "RENTALS.DAT".
            05 FILLER                PIC X(016) VALUE
               "RENTALS_HIST.DAT".
       01 WRK-PROOF-NAMES-R REDEFINES WRK-PROOF-NAMES.
            05 WRK-PROOF-NAME        PIC X(016) OCCURS 2 TIMES.

       01 WRK-PROOF-LINE.
            05 WRK-PL-NAME           PIC X(018).
            05 WRK-PL-BEFORE         PIC ZZZZZ9.
            05 FILLER                PIC X(003) VALUE SPACES.
            05 WRK-PL-BYKEY          PIC ZZZZZ9.
            05 FILLER                PIC X(003) VALUE SPACES.
            05 WRK-PL-BYCUST         PIC ZZZZZ9.
            05 FILLER                PIC X(003) VALUE SPACES.
            05 WRK-PL-DROPPED        PIC ZZZZZ9.

       01 WRK-PROOF-HDR              PIC X(051) VALUE
          "FILE              BEFORE   BY KEY  BY CUST  DROPPED".

       01 WRK-RPTFILE-REC.
            05 WRK-RPTFILE-REPORT    PIC X(012) VALUE "KEYCONV".
            05 WRK-RPTFILE-SOURCE    PIC X(060) VALUE
               "C:\Cobol\Project\Data\KEYCONV.TXT".
            05 WRK-RPTFILE-PARMS     PIC X(040) VALUE SPACES.

      *---------------------------- KEY/COUNT CONTROL SUBPROGRAM
       01 WRK-CTL-REC.
            05 WRK-CTL-ACTION        PIC X(001).
                10 LINE 08 COLUMN 10
                   VALUE "REBUILD (M)OVIES, (C)USTOMERS, (R)ENTALS,".
                10 LINE 09 COLUMN 10
                   VALUE "(H)ISTORY, CONVERT (O)LD MOVIES, (K)EYS ON".
                10 LINE 10 COLUMN 10
                   VALUE "RENTALS, (T)IERS ON CUSTOMERS, HOLD (Q)UEUE".
                10 LINE 11 COLUMN 10
                   VALUE "STAMPS, ROLL (F)ORWARD OR (X) EXIT: ".
                10 COLUMN PLUS 2     PIC X(001)
                   USING WRK-FILE-MODE.

                   TO WRK-RENTALS-PATH
            END-IF.

            MOVE SPACES TO WRK-HIST-PATH.
            ACCEPT WRK-HIST-PATH FROM ENVIRONMENT "RENTHISTDAT".
            IF WRK-HIST-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\RENTALS_HIST.DAT"
                   TO WRK-HIST-PATH
            END-IF.

            MOVE SPACES TO WRK-HOLDS-PATH.
            ACCEPT WRK-HOLDS-PATH FROM ENVIRONMENT "HOLDSDAT".
            IF WRK-HOLDS-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\HOLDS.DAT"
                   TO WRK-HOLDS-PATH
            END-IF.

       0300-PROCESS            SECTION.
            MOVE SPACE TO WRK-FILE-MODE.
            DISPLAY CLEANER-SCREEN.
                PERFORM 0320-REBUILD-CUSTOMERS
              WHEN WRK-FILE-MODE = "R" OR WRK-FILE-MODE = "r"
                PERFORM 0330-REBUILD-RENTALS
              WHEN WRK-FILE-MODE = "H" OR WRK-FILE-MODE = "h"
                PERFORM 0350-REBUILD-HISTORY
              WHEN WRK-FILE-MODE = "O" OR WRK-FILE-MODE = "o"
                PERFORM 0335-CONVERT-OLD-MOVIES
              WHEN WRK-FILE-MODE = "K" OR WRK-FILE-MODE = "k"
                PERFORM 0360-CONVERT-CUST-KEY
              WHEN WRK-FILE-MODE = "T" OR WRK-FILE-MODE = "t"
                PERFORM 0380-CONVERT-OLD-CUSTOMERS
              WHEN WRK-FILE-MODE = "Q" OR WRK-FILE-MODE = "q"
                PERFORM 0390-CONVERT-OLD-HOLDS
              WHEN WRK-FILE-MODE = "F" OR WRK-FILE-MODE = "f"
                CALL "ROLLFWD" USING LNK-TITLE
              WHEN WRK-FILE-MODE = "X" OR WRK-FILE-MODE = "x"
                CONTINUE
              WHEN OTHER
            ACCEPT WRK-KEY LINE WRK-LINE COLUMN 39
               BACKGROUND-COLOR 3.

       0350-REBUILD-HISTORY    SECTION.
            OPEN INPUT RENTALS-HIST.
            IF HIST-STATUS NOT = ZEROS AND HIST-STATUS NOT = 42
                MOVE WRK-MSG-CANTOPEN TO WRK-ERROR-MSG
                PERFORM 9000-MANAGE-ERROR
            ELSE
                OPEN OUTPUT HIST-NEW
                PERFORM 0352-SALVAGE-HISTORY
                CLOSE RENTALS-HIST
                CLOSE HIST-NEW
                PERFORM 0340-CONFIRM-SWAP
                IF WRK-KEY = "Y" OR WRK-KEY = "y"
                    CALL "CBL_DELETE_FILE"
                       USING WRK-HIST-PATH
                    CALL "CBL_RENAME_FILE"
                       USING WRK-HIST-NEW-PATH WRK-HIST-PATH
                    MOVE WRK-MSG-SWAPPED TO WRK-ERROR-MSG
                ELSE
                    MOVE WRK-MSG-KEPT TO WRK-ERROR-MSG
                END-IF
                MOVE SPACES TO WRK-KEY
                PERFORM 9000-MANAGE-ERROR
            END-IF.

       0352-SALVAGE-HISTORY    SECTION.
            PERFORM UNTIL WRK-READ-STATUS = 10
               READ RENTALS-HIST NEXT
                  AT END
                      MOVE 10 TO WRK-READ-STATUS
               END-READ
               IF WRK-READ-STATUS NOT = 10
                   IF HIST-STATUS < 10
                       MOVE ZEROS TO WRK-ERR-STREAK
                       MOVE HIST-REG TO HIST-NEW-REG
                       WRITE HIST-NEW-REG
                          INVALID KEY
                              ADD 1 TO WRK-DROPPED
                          NOT INVALID KEY
                              ADD 1 TO WRK-SALVAGED
                              MOVE HIST-KEY
                                 TO WRK-LAST-GOOD-KEY
                       END-WRITE
                   ELSE
                       ADD 1 TO WRK-DROPPED
                       ADD 1 TO WRK-ERR-STREAK
                       IF WRK-ERR-STREAK > 4
                           MOVE 10 TO WRK-READ-STATUS
                       END-IF
                   END-IF
               END-IF
            END-PERFORM.
            MOVE ZEROS TO WRK-READ-STATUS.

      *      ONE-TIME KEY CONVERSION: RENTALS.DAT AND RENTALS_HIST.DAT
      *      ARE READ UNDER THEIR OLD KEYS AND REBUILT WITH THE
      *      CUSTOMER KEY ADDED, SO A CUSTOMER'S RENTALS CAN BE READ
      *      DIRECTLY. A STORE THAT HAS NEVER ARCHIVED HAS NO
      *      HISTORY FILE YET - THAT ROW IS LEFT AT ZERO. THE PROOF
      *      IS SHOWN AND FILED WHETHER OR NOT THE SWAP GOES AHEAD.
       0360-CONVERT-CUST-KEY   SECTION.
            INITIALIZE WRK-PROOF-TABLE.
            MOVE "N" TO WRK-HIST-CONV-FLAG.
            OPEN INPUT RENTALS-OLD.
            IF RENTALS-OLD-STATUS NOT = ZEROS
                IF RENTALS-OLD-STATUS = 39
                    MOVE WRK-MSG-NOTOLDKEYS TO WRK-ERROR-MSG
                ELSE
                    MOVE WRK-MSG-CANTOPEN TO WRK-ERROR-MSG
                END-IF
                PERFORM 9000-MANAGE-ERROR
            ELSE
                OPEN OUTPUT RENTALS-NEW
                PERFORM 0362-CONVERT-RENTALS
                CLOSE RENTALS-OLD
                CLOSE RENTALS-NEW

                OPEN INPUT HIST-OLD
                IF HIST-OLD-STATUS = ZEROS
                    MOVE "Y" TO WRK-HIST-CONV-FLAG
                    OPEN OUTPUT HIST-NEW
                    PERFORM 0364-CONVERT-HISTORY
                    CLOSE HIST-OLD
                    CLOSE HIST-NEW
                END-IF

                PERFORM 0366-COUNT-CONVERTED
                PERFORM 0368-SHOW-PROOF
                IF WRK-PROOF-OK-FLAG = "Y"
                    PERFORM 0370-SWAP-CONVERTED
                ELSE
                    MOVE WRK-MSG-COUNTSDIFFER TO WRK-ERROR-MSG
                END-IF
                PERFORM 0372-FILE-PROOF
                MOVE SPACES TO WRK-KEY
                PERFORM 9000-MANAGE-ERROR
            END-IF.

       0362-CONVERT-RENTALS    SECTION.
            PERFORM UNTIL WRK-READ-STATUS = 10
               READ RENTALS-OLD NEXT
                  AT END
                      MOVE 10 TO WRK-READ-STATUS
               END-READ
               IF WRK-READ-STATUS NOT = 10
                   ADD 1 TO WRK-PROOF-BEFORE(1)
                   IF RENTALS-OLD-STATUS < 10
                       MOVE RENTALS-OLD-REG TO RENTALS-NEW-REG
                       WRITE RENTALS-NEW-REG
                          INVALID KEY
                              ADD 1 TO WRK-PROOF-DROPPED(1)
                          NOT INVALID KEY
                              ADD 1 TO WRK-SALVAGED
                              MOVE RENO-KEY
                                 TO WRK-LAST-GOOD-KEY
                       END-WRITE
                   ELSE
                       ADD 1 TO WRK-PROOF-DROPPED(1)
                       MOVE 10 TO WRK-READ-STATUS
                   END-IF
               END-IF
            END-PERFORM.
            MOVE ZEROS TO WRK-READ-STATUS.

       0364-CONVERT-HISTORY    SECTION.
            PERFORM UNTIL WRK-READ-STATUS = 10
               READ HIST-OLD NEXT
                  AT END
                      MOVE 10 TO WRK-READ-STATUS
               END-READ
               IF WRK-READ-STATUS NOT = 10
                   ADD 1 TO WRK-PROOF-BEFORE(2)
                   IF HIST-OLD-STATUS < 10
                       MOVE HIST-OLD-REG TO HIST-NEW-REG
                       WRITE HIST-NEW-REG
                          INVALID KEY
                              ADD 1 TO WRK-PROOF-DROPPED(2)
                       END-WRITE
                   ELSE
                       ADD 1 TO WRK-PROOF-DROPPED(2)
                       MOVE 10 TO WRK-READ-STATUS
                   END-IF
               END-IF
            END-PERFORM.
            MOVE ZEROS TO WRK-READ-STATUS.

      *      THE "AFTER" COUNTS COME FROM READING THE CONVERTED FILES
      *      BACK, NOT FROM WHAT THE WRITES SAID - A CUSTOMER KEY
      *      THAT DID NOT GET BUILT SHOWS UP HERE AS A SHORT COUNT.
       0366-COUNT-CONVERTED    SECTION.
            OPEN INPUT RENTALS-NEW.
            MOVE ZEROS TO RENN-KEY.
            START RENTALS-NEW KEY IS NOT LESS THAN RENN-KEY
               INVALID KEY
                   MOVE 10 TO RENTALS-NEW-STATUS
            END-START.
            PERFORM UNTIL RENTALS-NEW-STATUS = 10
               READ RENTALS-NEW NEXT
                  AT END
                      MOVE 10 TO RENTALS-NEW-STATUS
                  NOT AT END
                      ADD 1 TO WRK-PROOF-BYKEY(1)
               END-READ
            END-PERFORM.

            MOVE ZEROS TO RENN-CUSTOMER-KEY.
            START RENTALS-NEW KEY IS NOT LESS THAN RENN-CUSTOMER-KEY
               INVALID KEY
                   MOVE 10 TO RENTALS-NEW-STATUS
               NOT INVALID KEY
                   MOVE ZEROS TO RENTALS-NEW-STATUS
            END-START.
            PERFORM UNTIL RENTALS-NEW-STATUS = 10
               READ RENTALS-NEW NEXT
                  AT END
                      MOVE 10 TO RENTALS-NEW-STATUS
                  NOT AT END
                      ADD 1 TO WRK-PROOF-BYCUST(1)
               END-READ
            END-PERFORM.
            CLOSE RENTALS-NEW.

            IF WRK-HIST-CONV-FLAG = "Y"
                OPEN INPUT HIST-NEW
                MOVE ZEROS TO HSTN-KEY
                START HIST-NEW KEY IS NOT LESS THAN HSTN-KEY
                   INVALID KEY
                       MOVE 10 TO HIST-NEW-STATUS
                END-START
                PERFORM UNTIL HIST-NEW-STATUS = 10
                   READ HIST-NEW NEXT
                      AT END
                          MOVE 10 TO HIST-NEW-STATUS
                      NOT AT END
                          ADD 1 TO WRK-PROOF-BYKEY(2)
                   END-READ
                END-PERFORM

                MOVE ZEROS TO HSTN-CUSTOMER-KEY
                START HIST-NEW KEY IS NOT LESS THAN HSTN-CUSTOMER-KEY
                   INVALID KEY
                       MOVE 10 TO HIST-NEW-STATUS
                   NOT INVALID KEY
                       MOVE ZEROS TO HIST-NEW-STATUS
                END-START
                PERFORM UNTIL HIST-NEW-STATUS = 10
                   READ HIST-NEW NEXT
                      AT END
                          MOVE 10 TO HIST-NEW-STATUS
                      NOT AT END
                          ADD 1 TO WRK-PROOF-BYCUST(2)
                   END-READ
                END-PERFORM
                CLOSE HIST-NEW
            END-IF.

       0368-SHOW-PROOF         SECTION.
            MOVE "Y" TO WRK-PROOF-OK-FLAG.
            MOVE 12 TO WRK-LINE.
            DISPLAY WRK-PROOF-HDR LINE WRK-LINE COLUMN 10.
            PERFORM VARYING WRK-PROOF-IDX FROM 1 BY 1
                  UNTIL WRK-PROOF-IDX > 2
               PERFORM 0369-FORMAT-PROOF-LINE
               ADD 1 TO WRK-LINE
               DISPLAY WRK-PROOF-LINE LINE WRK-LINE COLUMN 10
               IF WRK-PROOF-BYKEY(WRK-PROOF-IDX)
                     NOT = WRK-PROOF-BEFORE(WRK-PROOF-IDX)
                     OR WRK-PROOF-BYCUST(WRK-PROOF-IDX)
                     NOT = WRK-PROOF-BEFORE(WRK-PROOF-IDX)
                     OR WRK-PROOF-DROPPED(WRK-PROOF-IDX) > ZEROS
                   MOVE "N" TO WRK-PROOF-OK-FLAG
               END-IF
            END-PERFORM.

       0369-FORMAT-PROOF-LINE  SECTION.
            MOVE WRK-PROOF-NAME(WRK-PROOF-IDX)    TO WRK-PL-NAME.
            MOVE WRK-PROOF-BEFORE(WRK-PROOF-IDX)  TO WRK-PL-BEFORE.
            MOVE WRK-PROOF-BYKEY(WRK-PROOF-IDX)   TO WRK-PL-BYKEY.
            MOVE WRK-PROOF-BYCUST(WRK-PROOF-IDX)  TO WRK-PL-BYCUST.
            MOVE WRK-PROOF-DROPPED(WRK-PROOF-IDX) TO WRK-PL-DROPPED.

       0370-SWAP-CONVERTED     SECTION.
            ADD 2 TO WRK-LINE.
            DISPLAY "COUNTS AGREE - SWAP CONVERTED FILES IN (Y/N)?"
               LINE WRK-LINE COLUMN 10 BACKGROUND-COLOR 3.
            ACCEPT WRK-KEY LINE WRK-LINE COLUMN 57
               BACKGROUND-COLOR 3.
            IF WRK-KEY = "Y" OR WRK-KEY = "y"
                CALL "CBL_DELETE_FILE"
                   USING WRK-RENTALS-PATH
                CALL "CBL_RENAME_FILE"
                   USING WRK-RENTALS-NEW-PATH WRK-RENTALS-PATH
                PERFORM 0346-SEED-RENTAL-CONTROL
                IF WRK-HIST-CONV-FLAG = "Y"
                    CALL "CBL_DELETE_FILE"
                       USING WRK-HIST-PATH
                    CALL "CBL_RENAME_FILE"
                       USING WRK-HIST-NEW-PATH WRK-HIST-PATH
                END-IF
                MOVE WRK-MSG-SWAPPED TO WRK-ERROR-MSG
            ELSE
                MOVE WRK-MSG-KEPT TO WRK-ERROR-MSG
            END-IF.

       0372-FILE-PROOF         SECTION.
            ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
            OPEN OUTPUT KEYCONV-REPORT.
            MOVE SPACES TO KEYCONV-REPORT-DATA.
            STRING "CUSTOMER KEY CONVERSION - RUN " DELIMITED BY SIZE
                   WRK-RUN-DATE                     DELIMITED BY SIZE
                   INTO KEYCONV-REPORT-DATA
            END-STRING.
            WRITE KEYCONV-REPORT-REG.
            MOVE WRK-PROOF-HDR TO KEYCONV-REPORT-DATA.
            WRITE KEYCONV-REPORT-REG.
            PERFORM VARYING WRK-PROOF-IDX FROM 1 BY 1
                  UNTIL WRK-PROOF-IDX > 2
               PERFORM 0369-FORMAT-PROOF-LINE
               MOVE WRK-PROOF-LINE TO KEYCONV-REPORT-DATA
               WRITE KEYCONV-REPORT-REG
            END-PERFORM.
            MOVE WRK-ERROR-MSG TO KEYCONV-REPORT-DATA.
            WRITE KEYCONV-REPORT-REG.
            CLOSE KEYCONV-REPORT.
            MOVE WRK-RUN-DATE TO WRK-RPTFILE-PARMS.
            CALL "RPTFILE" USING WRK-RPTFILE-REC.

      *      ONE-TIME LAYOUT CONVERSION: READ CUSTOMERS.DAT UNDER ITS
      *      OLD RECORD LAYOUT (NO RELIABILITY TIER) AND REBUILD IT
      *      UNDER THE CURRENT ONE WITH THE TIER BLANK AND THE SCORE
      *      ZERO - NOT SCORED YET, UNTIL THE NEXT CUSTSCORE RUN. THE
      *      CONVERTED FILE IS READ BACK AND ONLY OFFERED FOR THE SWAP
      *      WHEN ITS COUNT AGREES WITH THE OLD FILE'S AND NOTHING
      *      WAS DROPPED.
       0380-CONVERT-OLD-CUSTOMERS SECTION.
            MOVE ZEROS TO WRK-CUSCONV-BEFORE WRK-CUSCONV-AFTER.
            OPEN INPUT CUSTOMERS-OLD.
            IF CUSTOMERS-OLD-STATUS NOT = ZEROS
                IF CUSTOMERS-OLD-STATUS = 39
                    MOVE WRK-MSG-NOTOLDCUST TO WRK-ERROR-MSG
                ELSE
                    MOVE WRK-MSG-CANTOPEN TO WRK-ERROR-MSG
                END-IF
                PERFORM 9000-MANAGE-ERROR
            ELSE
                OPEN OUTPUT CUSTOMERS-NEW
                PERFORM 0382-CONVERT-CUST-PROCESS
                CLOSE CUSTOMERS-OLD
                CLOSE CUSTOMERS-NEW
                PERFORM 0384-COUNT-CUSTOMERS-NEW
                PERFORM 0386-CUSTOMER-PROOF
                MOVE SPACES TO WRK-KEY
                PERFORM 9000-MANAGE-ERROR
            END-IF.

       0382-CONVERT-CUST-PROCESS SECTION.
            PERFORM UNTIL WRK-READ-STATUS = 10
               READ CUSTOMERS-OLD NEXT
                  AT END
                      MOVE 10 TO WRK-READ-STATUS
               END-READ
               IF WRK-READ-STATUS NOT = 10
                   ADD 1 TO WRK-CUSCONV-BEFORE
                   IF CUSTOMERS-OLD-STATUS < 10
                       MOVE CUSO-KEY          TO CUSN-KEY
                       MOVE CUSO-NAME         TO CUSN-NAME
                       MOVE CUSO-PHONE        TO CUSN-PHONE
                       MOVE CUSO-STATUS-FLAG  TO CUSN-STATUS-FLAG
                       MOVE CUSO-BALANCE      TO CUSN-BALANCE
                       MOVE CUSO-BIRTH-DATE   TO CUSN-BIRTH-DATE
                       MOVE CUSO-COLLECT-FLAG TO CUSN-COLLECT-FLAG
                       MOVE CUSO-CREDIT       TO CUSN-CREDIT
                       MOVE CUSO-POINTS       TO CUSN-POINTS
                       MOVE SPACE             TO CUSN-TIER
                       MOVE ZEROS             TO CUSN-TIER-SCORE
                       WRITE CUSTOMERS-NEW-REG
                          INVALID KEY
                              ADD 1 TO WRK-DROPPED
                          NOT INVALID KEY
                              ADD 1 TO WRK-SALVAGED
                              MOVE CUSO-KEY
                                 TO WRK-LAST-GOOD-KEY
                       END-WRITE
                   ELSE
                       ADD 1 TO WRK-DROPPED
                       MOVE 10 TO WRK-READ-STATUS
                   END-IF
               END-IF
            END-PERFORM.
            MOVE ZEROS TO WRK-READ-STATUS.

      *      THE "AFTER" COUNT COMES FROM READING THE CONVERTED FILE
      *      BACK, NOT FROM WHAT THE WRITES SAID.
       0384-COUNT-CUSTOMERS-NEW SECTION.
            OPEN INPUT CUSTOMERS-NEW.
            MOVE ZEROS TO CUSN-KEY.
            START CUSTOMERS-NEW KEY IS NOT LESS THAN CUSN-KEY
               INVALID KEY
                   MOVE 10 TO CUSTOMERS-NEW-STATUS
            END-START.
            PERFORM UNTIL CUSTOMERS-NEW-STATUS = 10
               READ CUSTOMERS-NEW NEXT
                  AT END
                      MOVE 10 TO CUSTOMERS-NEW-STATUS
                  NOT AT END
                      ADD 1 TO WRK-CUSCONV-AFTER
               END-READ
            END-PERFORM.
            CLOSE CUSTOMERS-NEW.

       0386-CUSTOMER-PROOF     SECTION.
            MOVE 12 TO WRK-LINE.
            DISPLAY "READ FROM OLD FILE" LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-CUSCONV-BEFORE   LINE WRK-LINE COLUMN 32.

            ADD 1 TO WRK-LINE.
            DISPLAY "READ BACK CONVERTED" LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-CUSCONV-AFTER    LINE WRK-LINE COLUMN 32.

            ADD 1 TO WRK-LINE.
            DISPLAY "DROPPED RECORDS"    LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-DROPPED          LINE WRK-LINE COLUMN 32.

            IF WRK-CUSCONV-AFTER = WRK-CUSCONV-BEFORE
                  AND WRK-DROPPED = ZEROS
                ADD 2 TO WRK-LINE
                DISPLAY "COUNTS AGREE - SWAP CONVERTED FILE IN (Y/N)?"
                   LINE WRK-LINE COLUMN 10 BACKGROUND-COLOR 3
                ACCEPT WRK-KEY LINE WRK-LINE COLUMN 56
                   BACKGROUND-COLOR 3
                IF WRK-KEY = "Y" OR WRK-KEY = "y"
                    CALL "CBL_DELETE_FILE"
                       USING WRK-CUSTOMERS-PATH
                    CALL "CBL_RENAME_FILE"
                       USING WRK-CUSTOMERS-NEW-PATH
                             WRK-CUSTOMERS-PATH
                    MOVE WRK-MSG-SWAPPED TO WRK-ERROR-MSG
                ELSE
                    MOVE WRK-MSG-KEPT TO WRK-ERROR-MSG
                END-IF
            ELSE
                MOVE WRK-MSG-COUNTSDIFFER TO WRK-ERROR-MSG
            END-IF.

      *      ONE-TIME LAYOUT CONVERSION: READ HOLDS.DAT UNDER ITS OLD
      *      RECORD LAYOUT (NO FILL STAMP) AND REBUILD IT UNDER THE
      *      CURRENT ONE WITH THE STAMP EMPTY. A HOLD FILLED BEFORE
      *      THE CONVERSION CARRIES NO STAMP, SO A VOID OF ITS
      *      CHECK-OUT LEAVES IT FILLED. SAME PROOF AND SWAP AS (T).
       0390-CONVERT-OLD-HOLDS  SECTION.
            MOVE ZEROS TO WRK-HLDCONV-BEFORE WRK-HLDCONV-AFTER.
            OPEN INPUT HOLDS-OLD.
            IF HOLDS-OLD-STATUS NOT = ZEROS
                IF HOLDS-OLD-STATUS = 39
                    MOVE WRK-MSG-NOTOLDHOLD TO WRK-ERROR-MSG
                ELSE
                    MOVE WRK-MSG-CANTOPEN TO WRK-ERROR-MSG
                END-IF
                PERFORM 9000-MANAGE-ERROR
            ELSE
                OPEN OUTPUT HOLDS-NEW
                PERFORM 0392-CONVERT-HOLD-PROCESS
                CLOSE HOLDS-OLD
                CLOSE HOLDS-NEW
                PERFORM 0394-COUNT-HOLDS-NEW
                PERFORM 0396-HOLD-PROOF
                MOVE SPACES TO WRK-KEY
                PERFORM 9000-MANAGE-ERROR
            END-IF.

       0392-CONVERT-HOLD-PROCESS SECTION.
            PERFORM UNTIL WRK-READ-STATUS = 10
               READ HOLDS-OLD NEXT
                  AT END
                      MOVE 10 TO WRK-READ-STATUS
               END-READ
               IF WRK-READ-STATUS NOT = 10
                   ADD 1 TO WRK-HLDCONV-BEFORE
                   IF HOLDS-OLD-STATUS < 10
                       MOVE HLDO-MOVIES-KEY   TO HLDN-MOVIES-KEY
                       MOVE HLDO-SEQ          TO HLDN-SEQ
                       MOVE HLDO-CUSTOMER-KEY TO HLDN-CUSTOMER-KEY
                       MOVE HLDO-PLACED-DATE  TO HLDN-PLACED-DATE
                       MOVE HLDO-UNTIL-DATE   TO HLDN-UNTIL-DATE
                       MOVE HLDO-STATUS-FLAG  TO HLDN-STATUS-FLAG
                       MOVE ZEROS             TO HLDN-FILL-DATE
                                                 HLDN-FILL-RENTAL
                       MOVE SPACE             TO HLDN-FILL-PRIOR
                       WRITE HOLDS-NEW-REG
                          INVALID KEY
                              ADD 1 TO WRK-DROPPED
                          NOT INVALID KEY
                              ADD 1 TO WRK-SALVAGED
                       END-WRITE
                   ELSE
                       ADD 1 TO WRK-DROPPED
                       MOVE 10 TO WRK-READ-STATUS
                   END-IF
               END-IF
            END-PERFORM.
            MOVE ZEROS TO WRK-READ-STATUS.

      *      THE "AFTER" COUNT COMES FROM READING THE CONVERTED FILE
      *      BACK, NOT FROM WHAT THE WRITES SAID.
       0394-COUNT-HOLDS-NEW    SECTION.
            OPEN INPUT HOLDS-NEW.
            MOVE ZEROS TO HLDN-MOVIES-KEY HLDN-SEQ.
            START HOLDS-NEW KEY IS NOT LESS THAN HLDN-ID
               INVALID KEY
                   MOVE 10 TO HOLDS-NEW-STATUS
            END-START.
            PERFORM UNTIL HOLDS-NEW-STATUS = 10
               READ HOLDS-NEW NEXT
                  AT END
                      MOVE 10 TO HOLDS-NEW-STATUS
                  NOT AT END
                      ADD 1 TO WRK-HLDCONV-AFTER
               END-READ
            END-PERFORM.
            CLOSE HOLDS-NEW.

       0396-HOLD-PROOF         SECTION.
            MOVE 12 TO WRK-LINE.
            DISPLAY "READ FROM OLD FILE" LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-HLDCONV-BEFORE   LINE WRK-LINE COLUMN 32.

            ADD 1 TO WRK-LINE.
            DISPLAY "READ BACK CONVERTED" LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-HLDCONV-AFTER    LINE WRK-LINE COLUMN 32.

            ADD 1 TO WRK-LINE.
            DISPLAY "DROPPED RECORDS"    LINE WRK-LINE COLUMN 10.
            DISPLAY WRK-DROPPED          LINE WRK-LINE COLUMN 32.

            IF WRK-HLDCONV-AFTER = WRK-HLDCONV-BEFORE
                  AND WRK-DROPPED = ZEROS
                ADD 2 TO WRK-LINE
                DISPLAY "COUNTS AGREE - SWAP CONVERTED FILE IN (Y/N)?"
                   LINE WRK-LINE COLUMN 10 BACKGROUND-COLOR 3
                ACCEPT WRK-KEY LINE WRK-LINE COLUMN 56
                   BACKGROUND-COLOR 3
                IF WRK-KEY = "Y" OR WRK-KEY = "y"
                    CALL "CBL_DELETE_FILE"
                       USING WRK-HOLDS-PATH
                    CALL "CBL_RENAME_FILE"
                       USING WRK-HOLDS-NEW-PATH
                             WRK-HOLDS-PATH
                    MOVE WRK-MSG-SWAPPED TO WRK-ERROR-MSG
                ELSE
                    MOVE WRK-MSG-KEPT TO WRK-ERROR-MSG
                END-IF
            ELSE
                MOVE WRK-MSG-COUNTSDIFFER TO WRK-ERROR-MSG
            END-IF.

       9000-MANAGE-ERROR       SECTION.
            ACCEPT ERROR-SCREEN.
            MOVE WRK-ERROR-MSG TO WRK-ERRORLOG-MESSAGE.
