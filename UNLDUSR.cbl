*>                     INACTIVE RECORDS TOO, PARKED AS THEY WERE.
*>    2026-09-02  RSM  STREET, STATE AND ZIP CARRIED ON EVERY
*>                     DETAIL (ADDRESS PROJECT).
*>    2026-10-09  RSM  AS-OF ROSTER PROJECT.  THE TRAILER NOW
*>                     CARRIES THE DATE AND TIME THE UNLOAD STARTED
*>                     (BK-CUT-DATE / BK-CUT-TIME), SO USRASOF CAN
*>                     PICK THE GENERATION THAT STOOD AT A PAST DATE
*>                     AND ROLL THE JOURNAL FORWARD FROM THAT
*>                     MOMENT.
*>    2026-10-11  RSM  UM-OWNER-SYSTEM CARRIED ON EVERY DETAIL AS
*>                     BK-USER-OWNER (MULTIPLE SENDING SYSTEMS
*>                     PROJECT).  BKUPFILE LRECL IS NOW 121.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
77  WS-HASH-NAME                    PIC X(30) VALUE SPACES.
77  WS-KEY-HASH                     PIC 9(15) VALUE ZERO.
77  WS-HASH-INDEX                   PIC 9(04) COMP VALUE ZERO.
77  WS-CUT-DATE                     PIC 9(08) VALUE ZERO.
77  WS-CUT-TIME                     PIC 9(08) VALUE ZERO.

PROCEDURE DIVISION.

*> 1000-INITIALIZE.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    ACCEPT WS-CUT-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CUT-TIME FROM TIME.
    OPEN INPUT USER-MASTER.
    IF WS-UM-STATUS NOT = '00'
        DISPLAY "USER-MASTER OPEN FAILED - STATUS " WS-UM-STATUS
    MOVE UM-STREET TO BK-USER-STREET.
    MOVE UM-STATE TO BK-USER-STATE.
    MOVE UM-ZIP TO BK-USER-ZIP.
    MOVE UM-OWNER-SYSTEM TO BK-USER-OWNER.
    WRITE BK-RECORD.
    ADD 1 TO WS-UNLOAD-COUNT.
    MOVE UM-NAME TO WS-HASH-NAME.

*> ----------------------------------------------------------------
*> 3000-WRITE-TRAILER.  ONE 'T' RECORD CLOSES THE BACKUP WITH THE
*> COUNT AND HASH TOTAL RELDUSR MUST REPRODUCE, AND THE MOMENT THE
*> UNLOAD STARTED.
*> ----------------------------------------------------------------
3000-WRITE-TRAILER.
    MOVE 'T' TO BK-RECORD-TYPE.
    MOVE SPACES TO BK-DETAIL-DATA.
    MOVE WS-UNLOAD-COUNT TO BK-RECORD-COUNT.
    MOVE WS-HASH-TOTAL TO BK-KEY-HASH.
    MOVE WS-CUT-DATE TO BK-CUT-DATE.
    MOVE WS-CUT-TIME TO BK-CUT-TIME.
    WRITE BK-RECORD.
3000-EXIT.
    EXIT.
    DISPLAY "USER-MASTER UNLOAD SUMMARY".
    DISPLAY "RECORDS UNLOADED ...... " WS-UNLOAD-COUNT.
    DISPLAY "KEY HASH TOTAL ........ " WS-HASH-TOTAL.
    DISPLAY "BACKUP CUT AT ......... " WS-CUT-DATE "/" WS-CUT-TIME.
    IF WS-IO-ERROR-SEEN
        DISPLAY "UNLOAD FAILED - NO TRAILER WRITTEN - DO NOT USE"
    END-IF.
