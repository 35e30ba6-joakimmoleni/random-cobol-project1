*>                     SHARE, AN INACTIVE MATCH, OR A REASON CODE
*>                     WE CANNOT AUTO-FIX PRINTS FOR MANUAL
*>                     FOLLOW-UP AND ENDS THE STEP RC=4.
*>    2026-10-10  RSM  OPERATIONS SUMMARY PROJECT.  EVERY RUN NOW
*>                     APPENDS A RUNCTL STAMP (PROGRAM "PAYACK",
*>                     BUSINESS DATE = THE EXTRACT DATE ACK'D, READ =
*>                     REJECT DETAILS, APPLIED = SUSPENDED FOR FIX,
*>                     RETURN CODE 0/4/8), SO THE MORNING SUMMARY
*>                     CAN SHOW THE LAST PAYROLL ACKNOWLEDGMENT
*>                     RESULT.  NO RESTART GUARD - A RERUN AFTER A
*>                     REFUSAL SIMPLY STAMPS AGAIN.
*>    2026-10-11  RSM  MULTIPLE SENDING SYSTEMS PROJECT.  ACKSUSP
*>                     RECORDS CARRY SP-SENDING-SYSTEM "PAYACK",
*>                     WHICH IS NOT ON SYSREF - THE NIGHTLY LOAD
*>                     TREATS THE RECYCLED FIX AS IN-HOUSE AND
*>                     APPLIES IT WHOEVER OWNS THE RECORD.  ACKSUSP
*>                     LRECL IS NOW 115.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT SUSPENSE-OUT ASSIGN TO "ACKSUSP"
        ORGANIZATION IS SEQUENTIAL.

    SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RC-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ACK-FILE
                         ==SP-LIKELY-DUPLICATE== BY ==SPO-LIKELY-DUPLICATE==
                         ==SP-UNKNOWN-CITY== BY ==SPO-UNKNOWN-CITY==
                         ==SP-BAD-ADDRESS== BY ==SPO-BAD-ADDRESS==
                         ==SP-OWNER-CONFLICT== BY ==SPO-OWNER-CONFLICT==
                         ==SP-FAIL-COUNT== BY ==SPO-FAIL-COUNT==
                         ==SP-NAME==       BY ==SPO-NAME==
                         ==SP-BIRTHDAY==   BY ==SPO-BIRTHDAY==
                         ==SP-CITY==       BY ==SPO-CITY==
                         ==SP-STREET==     BY ==SPO-STREET==
                         ==SP-STATE==      BY ==SPO-STATE==
                         ==SP-ZIP==        BY ==SPO-ZIP==
                         ==SP-SENDING-SYSTEM== BY ==SPO-SENDING-SYSTEM==.

FD  RUN-CONTROL
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY RCREC.

WORKING-STORAGE SECTION.
01  WS-DETAIL-LINE.
        88  WS-REASON-NOT-FOUND         VALUE 'N'.

77  WS-UM-STATUS                    PIC X(02) VALUE '00'.
77  WS-RC-STATUS                    PIC X(02) VALUE '00'.
77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
77  WS-END-TIME                     PIC 9(08) VALUE ZERO.
77  WS-LOOKUP-NAME                  PIC X(30) VALUE SPACES.
77  WS-LOCATED-ID                   PIC 9(06) VALUE ZERO.
77  WS-EXTRACT-DATE                 PIC 9(08) VALUE ZERO.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    PERFORM 2000-PROCESS-ACK-FILE THRU 2000-EXIT.
    PERFORM 5000-PRINT-REASON-SUMMARY THRU 5000-EXIT.
    PERFORM 8000-STAMP-RUN-CONTROL THRU 8000-EXIT.
    PERFORM 9000-TERMINATE THRU 9000-EXIT.
    EVALUATE TRUE
        WHEN WS-BATCH-REFUSED
*> 1000-INITIALIZE.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CURRENT-TIME FROM TIME.
    OPEN INPUT ACK-FILE.
    OPEN INPUT USER-MASTER.
    IF WS-UM-STATUS NOT = '00'
    MOVE UM-STREET TO SPO-STREET.
    MOVE UM-STATE TO SPO-STATE.
    MOVE UM-ZIP TO SPO-ZIP.
    MOVE "PAYACK" TO SPO-SENDING-SYSTEM.
    WRITE SPO-RECORD.
    ADD 1 TO WS-SUSPENDED-COUNT.
3300-EXIT.
5100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8000-STAMP-RUN-CONTROL.  APPEND THIS RUN'S RECORD TO RUNCTL.
*> A REFUSED FILE STAMPS 'F' RC=8; MANUAL FOLLOW-UP ITEMS STAMP
*> 'C' RC=4.  EVERY DETAIL IS EITHER SUSPENDED OR MANUAL, SO THE
*> MANUAL COUNT IS READ LESS APPLIED.
*> ----------------------------------------------------------------
8000-STAMP-RUN-CONTROL.
    OPEN EXTEND RUN-CONTROL.
    IF WS-RC-STATUS = '35'
        OPEN OUTPUT RUN-CONTROL
    END-IF.
    ACCEPT WS-END-TIME FROM TIME.
    MOVE WS-EXTRACT-DATE TO RC-BUSINESS-DATE.
    MOVE "PAYACK  " TO RC-PROGRAM.
    MOVE WS-CURRENT-DATE TO RC-START-DATE.
    MOVE WS-CURRENT-TIME TO RC-START-TIME.
    MOVE WS-END-TIME TO RC-END-TIME.
    EVALUATE TRUE
        WHEN WS-BATCH-REFUSED
            MOVE 8 TO RC-RETURN-CODE
            MOVE 'F' TO RC-RUN-STATUS
        WHEN WS-MANUAL-COUNT > ZERO
            MOVE 4 TO RC-RETURN-CODE
            MOVE 'C' TO RC-RUN-STATUS
        WHEN OTHER
            MOVE ZERO TO RC-RETURN-CODE
            MOVE 'C' TO RC-RUN-STATUS
    END-EVALUATE.
    MOVE WS-DETAIL-COUNT TO RC-READ-COUNT.
    MOVE WS-SUSPENDED-COUNT TO RC-APPLIED-COUNT.
    MOVE ZERO TO RC-ADDS-APPLIED.
    MOVE ZERO TO RC-CHANGE-ROWS.
    MOVE ZERO TO RC-DELETES-APPLIED.
    MOVE ZERO TO RC-RENAMES-APPLIED.
    MOVE ZERO TO RC-REINSTATES-APPLIED.
    MOVE ZERO TO RC-MERGES-APPLIED.
    WRITE RC-RECORD.
    CLOSE RUN-CONTROL.
8000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9000-TERMINATE.
*> ----------------------------------------------------------------
