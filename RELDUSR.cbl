*>                     KEEPS ITS PARKED RECORDS PARKED.
*>    2026-09-02  RSM  STREET, STATE AND ZIP RESTORED ON EVERY
*>                     DETAIL (ADDRESS PROJECT).
*>    2026-10-11  RSM  BK-USER-OWNER RESTORED ON EVERY DETAIL
*>                     (MULTIPLE SENDING SYSTEMS PROJECT) - A
*>                     RELOADED RECORD KEEPS ITS SYSTEM OF RECORD.
*>                     BKUPFILE LRECL IS NOW 121.
*>    2026-10-12  RSM  PRIVACY ERASURE PROJECT.  THE ERASED-USER
*>                     LIST (ERASLIST, COPYBOOK ERREC) IS LOADED AND
*>                     PROVED BEFORE ANYTHING IS OPENED; A DETAIL
*>                     FOR AN ERASED USER-ID IS COUNTED AND HASHED
*>                     FOR THE TRAILER PROOF BUT NOT WRITTEN, SO AN
*>                     OLDER BACKUP CANNOT BRING AN ERASED USER
*>                     BACK.  A LIST THAT FAILS ITS PROOF LEAVES
*>                     USERMAST UNOPENED AND ENDS RC=8, AND SO DOES
*>                     NO LIST AT ALL (STATUS 35) - ERASDEF SEEDS AN
*>                     EMPTY ONE, SO A MISSING LIST IS A JCL ERROR,
*>                     NEVER "NOTHING ERASED".
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ALTERNATE RECORD KEY IS UM-CITY WITH DUPLICATES
        FILE STATUS IS WS-UM-STATUS.

    SELECT ERASED-LIST ASSIGN TO "ERASLIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  BACKUP-FILE
    LABEL RECORDS ARE STANDARD.
    COPY UMREC.

FD  ERASED-LIST
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY ERREC.

WORKING-STORAGE SECTION.
*> THE ERASED-USER LIST, IN ITS OWN ASCENDING ORDER FOR THE
*> HALVING SEARCH.
01  WS-ERASED-TABLE-AREA.
    05  WS-ERASED-ENTRY OCCURS 0 TO 50000 TIMES
                        DEPENDING ON WS-ERASED-COUNT.
        10  WS-EL-USER-ID           PIC 9(06).

01  WS-SWITCHES.
    05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
        88  WS-EOF                      VALUE 'Y'.
    05  WS-IO-ERROR-SWITCH          PIC X(01) VALUE 'N'.
        88  WS-IO-ERROR-SEEN            VALUE 'Y'.
        88  WS-NO-IO-ERROR              VALUE 'N'.
    05  WS-EL-EOF-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-EL-EOF                   VALUE 'Y'.
        88  WS-EL-NOT-EOF               VALUE 'N'.
    05  WS-LIST-SWITCH              PIC X(01) VALUE 'Y'.
        88  WS-LIST-PROVED              VALUE 'Y'.
        88  WS-LIST-NOT-PROVED          VALUE 'N'.
    05  WS-LIST-TRAILER-SWITCH      PIC X(01) VALUE 'N'.
        88  WS-LIST-TRAILER-SEEN        VALUE 'Y'.
        88  WS-LIST-TRAILER-NOT-SEEN    VALUE 'N'.
    05  WS-ERASED-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-USER-ERASED              VALUE 'Y'.
        88  WS-USER-NOT-ERASED          VALUE 'N'.

77  WS-UM-STATUS                    PIC X(02) VALUE '00'.
77  WS-EL-STATUS                    PIC X(02) VALUE '00'.
77  WS-ERASED-COUNT                 PIC 9(05) COMP VALUE ZERO.
77  WS-PRIOR-LIST-ID                PIC 9(06) VALUE ZERO.
77  WS-LIST-TRAILER-COUNT           PIC 9(09) VALUE ZERO.
77  WS-LIST-READ-COUNT              PIC 9(09) COMP VALUE ZERO.
77  WS-SEARCH-USER-ID               PIC 9(06) VALUE ZERO.
77  WS-SEARCH-LOW                   PIC 9(05) COMP VALUE ZERO.
77  WS-SEARCH-HIGH                  PIC 9(05) COMP VALUE ZERO.
77  WS-SEARCH-MID                   PIC 9(05) COMP VALUE ZERO.
77  WS-SKIPPED-COUNT                PIC 9(09) COMP VALUE ZERO.
77  WS-RELOAD-COUNT                 PIC 9(09) COMP VALUE ZERO.
77  WS-HASH-TOTAL                   PIC 9(15) VALUE ZERO.
77  WS-HASH-NAME                    PIC X(30) VALUE SPACES.
*> ----------------------------------------------------------------
0000-MAIN-CONTROL.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    IF WS-LIST-PROVED
        PERFORM 2000-RELOAD-MASTER THRU 2000-EXIT
    END-IF.
    PERFORM 3000-VERIFY-RELOAD THRU 3000-EXIT.
    PERFORM 9000-TERMINATE THRU 9000-EXIT.
    IF WS-RELOAD-NOT-PROVED
    GOBACK.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE.  THE ERASED-USER LIST FIRST - THE MASTER IS
*> NOT OPENED (AND SO NOT EMPTIED) AGAINST A LIST THAT FAILS.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    PERFORM 1500-LOAD-ERASED-LIST THRU 1500-EXIT.
    IF WS-LIST-PROVED
        OPEN INPUT BACKUP-FILE
        OPEN OUTPUT USER-MASTER
        IF WS-UM-STATUS NOT = '00'
            DISPLAY "USER-MASTER OPEN FAILED - STATUS " WS-UM-STATUS
            MOVE 'Y' TO WS-IO-ERROR-SWITCH
        END-IF
    END-IF.
1000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1500-LOAD-ERASED-LIST.  IDS STRICTLY ASCENDING, A TRAILER LAST
*> WITH THE RIGHT COUNT, AND NO MORE THAN THE TABLE HOLDS - ANY
*> FAILURE AND THE LIST IS NOT TRUSTED.  A MISSING LIST (STATUS
*> 35) IS NOT TRUSTED EITHER - ERASDEF SEEDS AN EMPTY ONE.  1500 THROUGH 1520 AND 2400 THROUGH 2410 ARE IDENTICAL
*> TO THE PARAGRAPHS OF THE SAME NAMES IN RPLYUSR AND USRASOF.
*> ----------------------------------------------------------------
1500-LOAD-ERASED-LIST.
    OPEN INPUT ERASED-LIST.
    IF WS-EL-STATUS = '35'
        MOVE 'N' TO WS-LIST-SWITCH
        DISPLAY "ERASED-USER LIST NOT FOUND - STATUS 35"
    ELSE
        PERFORM 1510-READ-ERASED-LIST THRU 1510-EXIT
        PERFORM 1520-LOAD-ONE-ENTRY THRU 1520-EXIT
            UNTIL WS-EL-EOF
        CLOSE ERASED-LIST
        IF WS-LIST-TRAILER-NOT-SEEN
            MOVE 'N' TO WS-LIST-SWITCH
            DISPLAY "ERASED-USER LIST HAS NO TRAILER"
        END-IF
        IF WS-LIST-TRAILER-SEEN
           AND WS-LIST-TRAILER-COUNT NOT = WS-LIST-READ-COUNT
            MOVE 'N' TO WS-LIST-SWITCH
            DISPLAY "ERASED-USER LIST COUNT DOES NOT MATCH TRAILER"
        END-IF
    END-IF.
1500-EXIT.
    EXIT.

1510-READ-ERASED-LIST.
    READ ERASED-LIST
        AT END MOVE 'Y' TO WS-EL-EOF-SWITCH
    END-READ.
1510-EXIT.
    EXIT.

1520-LOAD-ONE-ENTRY.
    EVALUATE TRUE
        WHEN WS-LIST-TRAILER-SEEN
            MOVE 'N' TO WS-LIST-SWITCH
            DISPLAY "ERASED-USER LIST HAS RECORDS AFTER ITS TRAILER"
        WHEN ER-TRAILER-RECORD
            MOVE 'Y' TO WS-LIST-TRAILER-SWITCH
            MOVE ER-RECORD-COUNT TO WS-LIST-TRAILER-COUNT
        WHEN NOT ER-DETAIL-RECORD
          OR ER-USER-ID NOT > WS-PRIOR-LIST-ID
            MOVE 'N' TO WS-LIST-SWITCH
            DISPLAY "ERASED-USER LIST OUT OF ORDER AT " ER-USER-ID
        WHEN WS-ERASED-COUNT NOT < 50000
            ADD 1 TO WS-LIST-READ-COUNT
            IF WS-LIST-PROVED
                DISPLAY "ERASED-USER LIST OVER 50000 IDS - TABLE FULL"
            END-IF
            MOVE 'N' TO WS-LIST-SWITCH
        WHEN OTHER
            ADD 1 TO WS-LIST-READ-COUNT
            ADD 1 TO WS-ERASED-COUNT
            MOVE ER-USER-ID TO WS-EL-USER-ID(WS-ERASED-COUNT)
            MOVE ER-USER-ID TO WS-PRIOR-LIST-ID
    END-EVALUATE.
    PERFORM 1510-READ-ERASED-LIST THRU 1510-EXIT.
1520-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-RELOAD-MASTER.  WRITE EVERY 'D' DETAIL BACK TO THE INDEXED
*> FILE, RECOMPUTING THE COUNT AND KEY HASH AS WE GO; SAVE THE
*> TRAILER VALUES FOR 3000-VERIFY-RELOAD.  A DETAIL FOR AN ERASED
*> USER-ID STILL COUNTS TOWARD THE PROOF - THE IMAGE IS PROVED AS
*> IT WAS CUT - BUT IS NOT WRITTEN.
*> ----------------------------------------------------------------
2000-RELOAD-MASTER.
    PERFORM 2100-READ-BACKUP-NEXT THRU 2100-EXIT.
            MOVE BK-USER-STREET TO UM-STREET
            MOVE BK-USER-STATE TO UM-STATE
            MOVE BK-USER-ZIP TO UM-ZIP
            MOVE BK-USER-OWNER TO UM-OWNER-SYSTEM
            MOVE BK-USER-ID TO WS-SEARCH-USER-ID
            PERFORM 2400-SEARCH-ERASED-LIST THRU 2400-EXIT
            IF WS-USER-ERASED
                ADD 1 TO WS-SKIPPED-COUNT
            ELSE
                WRITE UM-RECORD
                IF WS-UM-STATUS NOT = '00'
                    PERFORM 2300-NOTE-WRITE-ERROR THRU 2300-EXIT
                END-IF
            END-IF
            ADD 1 TO WS-RELOAD-COUNT
            MOVE BK-USER-NAME TO WS-HASH-NAME
2300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2400-SEARCH-ERASED-LIST.  HALVING SEARCH OF THE LIST TABLE FOR
*> WS-SEARCH-USER-ID.
*> ----------------------------------------------------------------
2400-SEARCH-ERASED-LIST.
    MOVE 'N' TO WS-ERASED-SWITCH.
    MOVE 1 TO WS-SEARCH-LOW.
    MOVE WS-ERASED-COUNT TO WS-SEARCH-HIGH.
    PERFORM 2410-SEARCH-STEP THRU 2410-EXIT
        UNTIL WS-SEARCH-LOW > WS-SEARCH-HIGH
           OR WS-USER-ERASED.
2400-EXIT.
    EXIT.

2410-SEARCH-STEP.
    COMPUTE WS-SEARCH-MID = (WS-SEARCH-LOW + WS-SEARCH-HIGH) / 2.
    EVALUATE TRUE
        WHEN WS-EL-USER-ID(WS-SEARCH-MID) = WS-SEARCH-USER-ID
            MOVE 'Y' TO WS-ERASED-SWITCH
        WHEN WS-EL-USER-ID(WS-SEARCH-MID) < WS-SEARCH-USER-ID
            COMPUTE WS-SEARCH-LOW = WS-SEARCH-MID + 1
        WHEN OTHER
            COMPUTE WS-SEARCH-HIGH = WS-SEARCH-MID - 1
    END-EVALUATE.
2410-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-VERIFY-RELOAD.  THE RELOAD IS PROVED ONLY WHEN A TRAILER
*> WAS PRESENT AND BOTH THE RECOMPUTED COUNT AND KEY HASH MATCH
*> STEP ENDS RC=8.
*> ----------------------------------------------------------------
3000-VERIFY-RELOAD.
    EVALUATE TRUE
        WHEN WS-LIST-NOT-PROVED
            DISPLAY "RELOAD NOT PROVED - ERASED-USER LIST NOT PROVED"
        WHEN WS-IO-ERROR-SEEN
            DISPLAY "RELOAD NOT PROVED - I/O ERROR DURING RELOAD"
        WHEN OTHER
            PERFORM 3100-PROVE-AGAINST-TRAILER THRU 3100-EXIT
    END-EVALUATE.
3000-EXIT.
    EXIT.

*> 9000-TERMINATE.
*> ----------------------------------------------------------------
9000-TERMINATE.
    IF WS-LIST-PROVED
        CLOSE BACKUP-FILE
        CLOSE USER-MASTER
    END-IF.
    DISPLAY "USER-MASTER RELOAD SUMMARY".
    DISPLAY "RECORDS RELOADED ...... " WS-RELOAD-COUNT.
    DISPLAY "ERASED, NOT WRITTEN ... " WS-SKIPPED-COUNT.
    DISPLAY "KEY HASH TOTAL ........ " WS-HASH-TOTAL.
    IF WS-RELOAD-PROVED
        DISPLAY "RELOAD PROVED - COUNT AND HASH MATCH TRAILER"
