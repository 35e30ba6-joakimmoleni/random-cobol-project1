*> ****************************************************************
*> IDENTIFICATION DIVISION.
*> ****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. SORCNV.
AUTHOR. R. MOLENI.
INSTALLATION. IT-OPERATIONS.
DATE-WRITTEN. 2026-10-11.
DATE-COMPILED.
*>
*>  MOD-HISTORY.
*>    2026-10-11  RSM  INITIAL VERSION.  ONE-TIME CONVERSION UNLOAD
*>                     FOR THE MULTIPLE SENDING SYSTEMS RELEASE.
*>                     UMREC GAINED UM-OWNER-SYSTEM (THE SYSTEM OF
*>                     RECORD FOR EACH USER), TAKING THE MASTER FROM
*>                     112 TO 120 BYTES AND THE BACKUP FROM 113 TO
*>                     121.  THIS PROGRAM IS THE ONLY ONE THAT STILL
*>                     DECLARES THE 112-BYTE SHAPE, SO IT CAN READ
*>                     THE PRE-CONVERSION MASTER AND UNLOAD IT TO A
*>                     STANDARD BKREC BACKUP IN THE NEW SHAPE WITH
*>                     BK-USER-OWNER BLANK - EVERY EXISTING USER
*>                     STARTS UNOWNED AND IS CLAIMED BY THE FIRST
*>                     SENDING SYSTEM TO SEND THEM.  USER-IDS,
*>                     STATUS AND ADDRESS CARRY OVER UNCHANGED.
*>                     RELDUSR THEN REBUILDS THE MASTER FROM THAT
*>                     BACKUP AND PROVES THE COUNT AND NAME HASH
*>                     AGAINST THE TRAILER, WHICH ALSO CARRIES THE
*>                     CUT DATE AND TIME SO USRASOF CAN START FROM
*>                     THIS GENERATION.  SEE JCL MEMBER SORCNV FOR
*>                     THE FULL PROCEDURE.  RUN ONCE AT INSTALL;
*>                     AGAINST AN ALREADY-CONVERTED MASTER THE OPEN
*>                     FAILS ON THE RECORD LENGTH, RC=8, NOTHING
*>                     TOUCHED.  SAME I/O-STATUS RULES AS UNLDUSR:
*>                     ANY ERROR PRINTS, SUPPRESSES THE TRAILER AND
*>                     ENDS RC=8.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT USER-MASTER ASSIGN TO "USERMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OLD-UM-USER-ID
        ALTERNATE RECORD KEY IS OLD-UM-NAME WITH DUPLICATES
        ALTERNATE RECORD KEY IS OLD-UM-CITY WITH DUPLICATES
        FILE STATUS IS WS-UM-STATUS.

    SELECT BACKUP-FILE ASSIGN TO "BKUPFILE"
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  USER-MASTER
    LABEL RECORDS ARE STANDARD.
01  OLD-UM-RECORD.
    05  OLD-UM-USER-ID              PIC 9(06).
    05  OLD-UM-NAME                 PIC X(30).
    05  OLD-UM-BIRTHDAY             PIC 9(08).
    05  OLD-UM-CITY                 PIC X(30).
    05  OLD-UM-STATUS               PIC X(01).
    05  OLD-UM-STREET               PIC X(30).
    05  OLD-UM-STATE                PIC X(02).
    05  OLD-UM-ZIP                  PIC X(05).

FD  BACKUP-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY BKREC.

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
        88  WS-EOF                      VALUE 'Y'.
        88  WS-NOT-EOF                  VALUE 'N'.
    05  WS-IO-ERROR-SWITCH          PIC X(01) VALUE 'N'.
        88  WS-IO-ERROR-SEEN            VALUE 'Y'.
        88  WS-NO-IO-ERROR              VALUE 'N'.

77  WS-UM-STATUS                    PIC X(02) VALUE '00'.
77  WS-UNLOAD-COUNT                 PIC 9(09) COMP VALUE ZERO.
77  WS-HASH-TOTAL                   PIC 9(15) VALUE ZERO.
77  WS-HASH-NAME                    PIC X(30) VALUE SPACES.
77  WS-KEY-HASH                     PIC 9(15) VALUE ZERO.
77  WS-HASH-INDEX                   PIC 9(04) COMP VALUE ZERO.
77  WS-CUT-DATE                     PIC 9(08) VALUE ZERO.
77  WS-CUT-TIME                     PIC 9(08) VALUE ZERO.

PROCEDURE DIVISION.

*> ----------------------------------------------------------------
*> 0000-MAIN-CONTROL.
*> ----------------------------------------------------------------
0000-MAIN-CONTROL.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    PERFORM 2000-UNLOAD-MASTER THRU 2000-EXIT.
    IF WS-NO-IO-ERROR
        PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
    END-IF.
    PERFORM 9000-TERMINATE THRU 9000-EXIT.
    IF WS-IO-ERROR-SEEN
        MOVE 8 TO RETURN-CODE
    END-IF.
    GOBACK.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    ACCEPT WS-CUT-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CUT-TIME FROM TIME.
    OPEN INPUT USER-MASTER.
    IF WS-UM-STATUS NOT = '00'
        DISPLAY "USER-MASTER OPEN FAILED - STATUS " WS-UM-STATUS
        MOVE 'Y' TO WS-IO-ERROR-SWITCH
        MOVE 'Y' TO WS-EOF-SWITCH
    END-IF.
    OPEN OUTPUT BACKUP-FILE.
1000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-UNLOAD-MASTER.  COPY EVERY OLD-SHAPE RECORD, IN USER-ID
*> ORDER, TO A NEW-SHAPE 'D' DETAIL WITH THE OWNER BLANK.  THE
*> COUNT AND UM-NAME KEY HASH ACCUMULATE FOR THE TRAILER RELDUSR
*> WILL PROVE.
*> ----------------------------------------------------------------
2000-UNLOAD-MASTER.
    IF WS-IO-ERROR-SEEN
        MOVE 'Y' TO WS-EOF-SWITCH
    ELSE
        PERFORM 2050-START-AND-COPY THRU 2050-EXIT
    END-IF.
2000-EXIT.
    EXIT.

2050-START-AND-COPY.
    MOVE ZERO TO OLD-UM-USER-ID.
    START USER-MASTER KEY IS NOT LESS THAN OLD-UM-USER-ID
        INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
    END-START.
    IF WS-NOT-EOF
        PERFORM 2100-READ-MASTER-NEXT THRU 2100-EXIT
    END-IF.
    PERFORM 2200-WRITE-ONE-DETAIL THRU 2200-EXIT
        UNTIL WS-EOF.
2050-EXIT.
    EXIT.

2100-READ-MASTER-NEXT.
    READ USER-MASTER NEXT RECORD
        AT END MOVE 'Y' TO WS-EOF-SWITCH
    END-READ.
    IF WS-UM-STATUS NOT = '00' AND WS-UM-STATUS NOT = '10'
        PERFORM 2150-NOTE-READ-ERROR THRU 2150-EXIT
    END-IF.
2100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2150-NOTE-READ-ERROR.  A READ NEXT CAME BACK WITH A STATUS THAT
*> IS NEITHER '00' NOR END-OF-FILE.  PRINT IT ONCE, STOP THE COPY
*> LOOP, AND LEAVE THE ERROR SWITCH SET SO NO TRAILER IS WRITTEN -
*> A BACKUP WHOSE TRAILER ONLY DESCRIBES WHAT HAPPENED TO GET
*> WRITTEN MUST NEVER PROVE CLEAN ON RELOAD.
*> ----------------------------------------------------------------
2150-NOTE-READ-ERROR.
    IF WS-NO-IO-ERROR
        DISPLAY "USER-MASTER READ FAILED - STATUS " WS-UM-STATUS
    END-IF.
    MOVE 'Y' TO WS-IO-ERROR-SWITCH.
    MOVE 'Y' TO WS-EOF-SWITCH.
2150-EXIT.
    EXIT.

2200-WRITE-ONE-DETAIL.
    MOVE 'D' TO BK-RECORD-TYPE.
    MOVE OLD-UM-USER-ID TO BK-USER-ID.
    MOVE OLD-UM-NAME TO BK-USER-NAME.
    MOVE OLD-UM-BIRTHDAY TO BK-USER-BIRTHDAY.
    MOVE OLD-UM-CITY TO BK-USER-CITY.
    MOVE OLD-UM-STATUS TO BK-USER-STATUS.
    MOVE OLD-UM-STREET TO BK-USER-STREET.
    MOVE OLD-UM-STATE TO BK-USER-STATE.
    MOVE OLD-UM-ZIP TO BK-USER-ZIP.
    MOVE SPACES TO BK-USER-OWNER.
    WRITE BK-RECORD.
    ADD 1 TO WS-UNLOAD-COUNT.
    MOVE OLD-UM-NAME TO WS-HASH-NAME.
    PERFORM 8000-HASH-ONE-KEY THRU 8000-EXIT.
    PERFORM 2100-READ-MASTER-NEXT THRU 2100-EXIT.
2200-EXIT.
    EXIT.

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

*> ----------------------------------------------------------------
*> 8000-HASH-ONE-KEY.  FOLD THE 30 BYTES OF WS-HASH-NAME INTO A
*> POSITION-SENSITIVE KEY HASH AND ADD IT TO THE RUNNING TOTAL,
*> ALL MODULO 10**15 SO THE TOTAL FITS THE TRAILER FIELD.  COPIED
*> UNCHANGED FROM UNLDUSR - RELDUSR MUST REPRODUCE IT EXACTLY.
*> ----------------------------------------------------------------
8000-HASH-ONE-KEY.
    MOVE ZERO TO WS-KEY-HASH.
    MOVE 1 TO WS-HASH-INDEX.
    PERFORM 8100-HASH-ONE-BYTE THRU 8100-EXIT
        VARYING WS-HASH-INDEX FROM 1 BY 1
        UNTIL WS-HASH-INDEX > 30.
    COMPUTE WS-HASH-TOTAL =
        FUNCTION MOD(WS-HASH-TOTAL + WS-KEY-HASH, 1000000000000000).
8000-EXIT.
    EXIT.

8100-HASH-ONE-BYTE.
    COMPUTE WS-KEY-HASH = FUNCTION MOD(
        WS-KEY-HASH * 31
        + FUNCTION ORD(WS-HASH-NAME(WS-HASH-INDEX:1)),
        1000000000000000).
8100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9000-TERMINATE.
*> ----------------------------------------------------------------
9000-TERMINATE.
    CLOSE USER-MASTER.
    CLOSE BACKUP-FILE.
    DISPLAY "SOURCE-OF-RECORD CONVERSION UNLOAD SUMMARY".
    DISPLAY "RECORDS UNLOADED ...... " WS-UNLOAD-COUNT.
    DISPLAY "KEY HASH TOTAL ........ " WS-HASH-TOTAL.
    DISPLAY "BACKUP CUT AT ......... " WS-CUT-DATE "/" WS-CUT-TIME.
    IF WS-IO-ERROR-SEEN
        DISPLAY "UNLOAD FAILED - NO TRAILER WRITTEN - DO NOT USE"
    END-IF.
9000-EXIT.
    EXIT.
