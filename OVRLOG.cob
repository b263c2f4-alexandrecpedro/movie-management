       IDENTIFICATION          DIVISION.
       PROGRAM-ID. OVRLOG.
      ******************************************************************
      * Author: ALEXANDRE PEDRO
      * Company: XPTO
      * Date: 15/10/2026
      * Purpose: APPEND A TIMESTAMPED ROW TO THE OVERRIDE LOG FOR
      *          EVERY SUPERVISOR APPROVAL TAKEN AT THE COUNTER - FEE
      *          AND DAMAGE WAIVERS, COMPS, WRITE-OFFS, RENEWAL AND
      *          COLLECTIONS OVERRIDES, POST-VOIDS. EACH ROW NAMES THE
      *          SUPERVISOR WHO SIGNED IN TO APPROVE, THE CLERK WHO
      *          ASKED, THE AMOUNT, THE TRANSACTION AND THE REASON,
      *          SO THE EXCEPTION REPORT CAN SAY WHO LET WHAT GO.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *      OVERRIDE.TXT LOCATION COMES FROM ENVIRONMENT VARIABLE
      *      OVERRIDETXT - SEE 0195-SET-FILE-PATHS FOR THE DEFAULT
            SELECT OVERRIDE-LOG ASSIGN TO WRK-OVERRIDE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OVERRIDE-STATUS.

       DATA                    DIVISION.
       FILE                    SECTION.
      *---------------------------- FILE OUTPUT
       FD OVERRIDE-LOG.
       01 OVERRIDE-LOG-REG.
            05 OVERRIDE-LOG-DATA     PIC X(110).

       WORKING-STORAGE         SECTION.
      *---------------------------- FILE
       77 OVERRIDE-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-OVERRIDE-PATH          PIC X(060) VALUE SPACES.

      *---------------------------- TIMESTAMP
       77 WRK-DATE                   PIC 9(008) VALUE ZEROS.
       77 WRK-TIME                   PIC 9(008) VALUE ZEROS.

       LINKAGE                 SECTION.
      *---------------------------- LINKAGE VARIABLES
      *      TYPE IS ONE OF FEEWAIVE, FEEREDUC, DMGWAIVE, COMP,
      *      WRITEOFF, RENEW, BALANCE, COLLECT, AGE, VOID, DISPUTE,
      *      TIERLIM OR REORDER. KEY KIND SAYS WHAT THE KEY IS:
      *      R = RENTAL, C = CUSTOMER, N = RECEIPT NUMBER,
      *      P = PURCHASE ORDER NUMBER.
       01 LNK-OVR-REC.
            05 LNK-OVR-TYPE          PIC X(008).
            05 LNK-OVR-APPROVER      PIC X(008).
            05 LNK-OVR-REQUESTER     PIC X(008).
            05 LNK-OVR-AMOUNT        PIC 9(005)V99.
            05 LNK-OVR-KEY-KIND      PIC X(001).
            05 LNK-OVR-KEY           PIC 9(005).
            05 LNK-OVR-PROGRAM       PIC X(012).
            05 LNK-OVR-REASON        PIC X(030).

       PROCEDURE               DIVISION USING LNK-OVR-REC.

       0100-MAIN               SECTION.
            PERFORM 0200-OPEN-LOG.
            PERFORM 0300-WRITE-ENTRY.
            PERFORM 0400-FINALIZE.
            GOBACK.

       0195-SET-FILE-PATHS     SECTION.
            MOVE SPACES TO WRK-OVERRIDE-PATH.
            ACCEPT WRK-OVERRIDE-PATH FROM ENVIRONMENT "OVERRIDETXT".
            IF WRK-OVERRIDE-PATH = SPACES
                MOVE "C:\Cobol\Project\Data\OVERRIDE.TXT"
                   TO WRK-OVERRIDE-PATH
            END-IF.

       0200-OPEN-LOG           SECTION.
            PERFORM 0195-SET-FILE-PATHS.
            OPEN EXTEND OVERRIDE-LOG.
            IF OVERRIDE-STATUS = 35
                OPEN OUTPUT OVERRIDE-LOG
            END-IF.

       0300-WRITE-ENTRY        SECTION.
            ACCEPT WRK-DATE FROM DATE YYYYMMDD.
            ACCEPT WRK-TIME FROM TIME.

            MOVE SPACES TO OVERRIDE-LOG-DATA.
            MOVE WRK-DATE                TO OVERRIDE-LOG-DATA(001:08).
            MOVE WRK-TIME(1:6)           TO OVERRIDE-LOG-DATA(010:06).
            MOVE LNK-OVR-TYPE            TO OVERRIDE-LOG-DATA(017:08).
            MOVE LNK-OVR-APPROVER        TO OVERRIDE-LOG-DATA(026:08).
            MOVE LNK-OVR-REQUESTER       TO OVERRIDE-LOG-DATA(035:08).
            MOVE LNK-OVR-AMOUNT          TO OVERRIDE-LOG-DATA(044:07).
            MOVE LNK-OVR-KEY-KIND        TO OVERRIDE-LOG-DATA(052:01).
            MOVE LNK-OVR-KEY             TO OVERRIDE-LOG-DATA(054:05).
            MOVE LNK-OVR-PROGRAM         TO OVERRIDE-LOG-DATA(060:12).
            MOVE LNK-OVR-REASON          TO OVERRIDE-LOG-DATA(073:30).

            WRITE OVERRIDE-LOG-REG.

       0400-FINALIZE           SECTION.
            CLOSE OVERRIDE-LOG.
