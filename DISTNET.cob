       IDENTIFICATION          DIVISION.
       PROGRAM-ID. DISTNET.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: NET ONE AMOUNT AGAINST A DISTRIBUTOR'S REVENUE-SHARE
      *          PAYABLE ON DISTPAY.DAT. THE AMOUNT LANDS ON THE
      *          LATEST SETTLEMENT MONTH STILL OPEN FOR THE
      *          DISTRIBUTOR: STOCK RECEIVED ON A PURCHASE ORDER ADDS
      *          TO WHAT WE OWE THEM, A CREDIT MEMO TAKES OFF IT.
      *
      *          LNK-NET-AMOUNT IS SIGNED - NEGATIVE TAKES OFF.
      *          LNK-NET-RESULT IS "Y" WHEN THE AMOUNT WAS NETTED
      *          (LNK-NET-MONTH SAYS WHICH PAYABLE) AND "N" WHEN THE
      *          DISTRIBUTOR HAS NO OPEN PAYABLE - A FLAT-PURCHASE
      *          DISTRIBUTOR NEVER HAS ONE, AND NOTHING CHANGES.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      DISTPAY.DAT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      DISTPAYDAT - SEE 0195-SET-PAYABLE-PATH FOR THE DEFAULT
             SELECT DISTPAY ASSIGN TO WRK-DISTPAY-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS DISTPAY-STATUS
             RECORD KEY IS DP-KEY.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- DISTRIBUTOR PAYABLES
       FD DISTPAY.
       01 DISTPAY-REG.
            05 DP-KEY.
                10 DP-DIST-CODE      PIC X(006).
                10 DP-MONTH          PIC 9(006).
            05 DP-GROSS              PIC 9(007)V99.
            05 DP-SHARE              PIC 9(007)V99.
            05 DP-GUARANTEE          PIC 9(007)V99.
            05 DP-PAYABLE            PIC 9(007)V99.
            05 DP-NETTED             PIC S9(007)V99.
            05 DP-BALANCE            PIC S9(007)V99.
            05 DP-RUN-DATE           PIC 9(008).
            05 DP-STATUS-FLAG        PIC X(001).
                88 DP-OPEN                   VALUE "O".
                88 DP-PAID                   VALUE "P".
            05 DP-PAID-DATE          PIC 9(008).
            05 FILLER                PIC X(010).

       WORKING-STORAGE         SECTION.
      *---------------------------- FILE
       77 DISTPAY-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-DISTPAY-PATH           PIC X(060) VALUE SPACES.

      *---------------------------- LATEST OPEN MONTH
       77 WRK-OPEN-MONTH             PIC 9(006) VALUE ZEROS.

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
       01 LNK-NET-REC.
            05 LNK-NET-DIST-CODE     PIC X(006).
            05 LNK-NET-AMOUNT        PIC S9(005)V99.
            05 LNK-NET-MONTH         PIC 9(006).
            05 LNK-NET-RESULT        PIC X(001).

       PROCEDURE               DIVISION USING LNK-NET-REC.

       0100-MAIN               SECTION.
            MOVE "N" TO LNK-NET-RESULT.
            MOVE ZEROS TO LNK-NET-MONTH.
            PERFORM 0195-SET-PAYABLE-PATH.
            OPEN I-O DISTPAY.
            IF DISTPAY-STATUS = ZEROS
                PERFORM 0300-FIND-OPEN-MONTH
                IF WRK-OPEN-MONTH > ZEROS
                    PERFORM 0310-NET-AMOUNT
                END-IF
                CLOSE DISTPAY
            END-IF.
            GOBACK.

       0195-SET-PAYABLE-PATH   SECTION.
            MOVE SPACES TO WRK-DISTPAY-PATH.
            ACCEPT WRK-DISTPAY-PATH FROM ENVIRONMENT "DISTPAYDAT".
            IF WRK-DISTPAY-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\DISTPAY.DAT"
                   TO WRK-DISTPAY-PATH
            END-IF.

       0300-FIND-OPEN-MONTH    SECTION.
            MOVE ZEROS TO WRK-OPEN-MONTH.
            MOVE LNK-NET-DIST-CODE TO DP-DIST-CODE.
            MOVE ZEROS TO DP-MONTH.

            START DISTPAY KEY IS NOT LESS THAN DP-KEY
               INVALID KEY
                   MOVE 10 TO DISTPAY-STATUS
               NOT INVALID KEY
                   MOVE 0 TO DISTPAY-STATUS
            END-START.

            PERFORM UNTIL DISTPAY-STATUS = 10
               READ DISTPAY NEXT
                  AT END
                      MOVE 10 TO DISTPAY-STATUS
                  NOT AT END
                      IF DP-DIST-CODE NOT = LNK-NET-DIST-CODE
                          MOVE 10 TO DISTPAY-STATUS
                      ELSE
                          IF DP-OPEN
                              MOVE DP-MONTH TO WRK-OPEN-MONTH
                          END-IF
                      END-IF
               END-READ
            END-PERFORM.

       0310-NET-AMOUNT         SECTION.
            MOVE LNK-NET-DIST-CODE TO DP-DIST-CODE.
            MOVE WRK-OPEN-MONTH    TO DP-MONTH.
            READ DISTPAY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD LNK-NET-AMOUNT TO DP-NETTED
                   ADD LNK-NET-AMOUNT TO DP-BALANCE
                   REWRITE DISTPAY-REG
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          MOVE "Y" TO LNK-NET-RESULT
                          MOVE WRK-OPEN-MONTH TO LNK-NET-MONTH
                   END-REWRITE
            END-READ.
