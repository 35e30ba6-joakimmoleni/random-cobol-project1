*>                     BY HAND INSTEAD OF LOST.  APPLIES BY
*>                     AU-USER-ID, SO RENAMES AND SAME-NAME USERS
*>                     REPLAY CLEANLY.
*>    2026-10-08  RSM  MERGE PROJECT.  AN 'M' ENTRY (FIELD
*>                     MERGED-TO) REPLAYS AS A PARK OF ITS USER-ID
*>                     AT STATUS 'M'; THE SURVIVING ID IS NAMED ON
*>                     REPLRPT.  THE SURVIVOR ITSELF IS NOT TOUCHED
*>                     BY A MERGE, SO THERE IS NOTHING TO REPLAY ON
*>                     IT.
*>    2026-10-11  RSM  MULTIPLE SENDING SYSTEMS PROJECT.  A 'C'
*>                     ENTRY ON FIELD OWNER REPLAYS TO
*>                     UM-OWNER-SYSTEM; THE BACKUP'S BK-USER-OWNER
*>                     IS RESTORED WITH THE REST OF THE RECORD, AND
*>                     A RECORD CREATED BY AN 'A' ENTRY STARTS
*>                     UNOWNED UNTIL ITS OWNER ENTRY REPLAYS.
*>                     BKUPFILE LRECL IS NOW 121.
*>    2026-10-12  RSM  PRIVACY ERASURE PROJECT.  THE ERASED-USER
*>                     LIST (ERASLIST, COPYBOOK ERREC) IS LOADED AND
*>                     PROVED BEFORE THE MASTER IS OPENED.  THE
*>                     RELOAD PROVES EVERY BACKUP DETAIL BUT DOES
*>                     NOT WRITE AN ERASED USER-ID, AND EVERY
*>                     JOURNAL ENTRY FOR ONE IS PASSED OVER ("PASSED
*>                     OVER - USER-ID ERASED", NAME NOT PRINTED) -
*>                     COUNTED ON ITS OWN LINE, NOT AS NOT-APPLIED,
*>                     SO IT DOES NOT RAISE RC=4.  A LIST THAT FAILS
*>                     ITS PROOF ENDS RC=8 WITH NOTHING RELOADED OR
*>                     REPLAYED, AS DOES A MISSING LIST (STATUS 35)
*>                     - ERASDEF SEEDS AN EMPTY ONE.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT REPLAY-REPORT-FILE ASSIGN TO "REPLRPT"
        ORGANIZATION IS SEQUENTIAL.

    SELECT ERASED-LIST ASSIGN TO "ERASLIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE
    LABEL RECORDS ARE STANDARD.
01  REPLAY-REPORT-RECORD            PIC X(132).

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

01  WS-REPLAY-LINE.
    05  WS-RP-DATE                  PIC 9(08).
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-APPLY-SWITCH             PIC X(01) VALUE 'Y'.
        88  WS-ENTRY-APPLIED            VALUE 'Y'.
        88  WS-ENTRY-NOT-APPLIED        VALUE 'N'.
        88  WS-ENTRY-PASSED-OVER        VALUE 'P'.
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
77  WS-ENTRIES-PASSED-OVER          PIC 9(09) COMP VALUE ZERO.
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
    IF WS-RELOAD-PROVED
        PERFORM 4000-REPLAY-JOURNAL THRU 4000-EXIT
    PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
    PERFORM 1200-APPLY-PARM-CARD THRU 1200-EXIT
        UNTIL WS-PARM-EOF.
    PERFORM 1500-LOAD-ERASED-LIST THRU 1500-EXIT.
    IF WS-LIST-PROVED
        OPEN INPUT BACKUP-FILE
        OPEN INPUT AUDIT-FILE
        OPEN OUTPUT USER-MASTER
        IF WS-UM-STATUS NOT = '00'
            DISPLAY "USER-MASTER OPEN FAILED - STATUS " WS-UM-STATUS
            MOVE 'Y' TO WS-IO-ERROR-SWITCH
        END-IF
    END-IF.
    OPEN OUTPUT REPLAY-REPORT-FILE.
    PERFORM 1300-WRITE-REPLAY-HEADER THRU 1300-EXIT.
1300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1500-LOAD-ERASED-LIST.  IDS STRICTLY ASCENDING, A TRAILER LAST
*> WITH THE RIGHT COUNT, AND NO MORE THAN THE TABLE HOLDS - ANY
*> FAILURE AND THE LIST IS NOT TRUSTED.  A MISSING LIST (STATUS
*> 35) IS NOT TRUSTED EITHER - ERASDEF SEEDS AN EMPTY ONE.  1500 THROUGH 1520 AND 2400 THROUGH 2410 ARE IDENTICAL
*> TO THE PARAGRAPHS OF THE SAME NAMES IN RELDUSR AND USRASOF.
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
*> FILE, RECOMPUTING THE COUNT AND NAME HASH AS WE GO; SAVE THE
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
*> REPLAYS, AND THE STEP ENDS RC=8.
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

4300-APPLY-ONE-ENTRY.
    MOVE 'Y' TO WS-APPLY-SWITCH.
    MOVE "APPLIED" TO WS-RP-DISPOSITION.
    MOVE 'N' TO WS-ERASED-SWITCH.
    IF AU-USER-ID NOT = ZERO
        MOVE AU-USER-ID TO WS-SEARCH-USER-ID
        PERFORM 2400-SEARCH-ERASED-LIST THRU 2400-EXIT
    END-IF.
    EVALUATE TRUE
        WHEN WS-USER-ERASED
            MOVE 'P' TO WS-APPLY-SWITCH
            MOVE "PASSED OVER - USER-ID ERASED"
                TO WS-RP-DISPOSITION
        WHEN AU-USER-ID = ZERO
            MOVE 'N' TO WS-APPLY-SWITCH
            MOVE "NOT APPLIED - NO USER-ID ON ENTRY"
        WHEN OTHER
            PERFORM 4500-APPLY-FIELD-ENTRY THRU 4500-EXIT
    END-EVALUATE.
    EVALUATE TRUE
        WHEN WS-ENTRY-APPLIED
            ADD 1 TO WS-ENTRIES-APPLIED
        WHEN WS-ENTRY-PASSED-OVER
            ADD 1 TO WS-ENTRIES-PASSED-OVER
        WHEN OTHER
            ADD 1 TO WS-ENTRIES-NOT-APPLIED
    END-EVALUATE.
    PERFORM 4900-WRITE-REPLAY-LINE THRU 4900-EXIT.
4300-EXIT.
    EXIT.
            MOVE SPACES TO UM-STREET
            MOVE SPACES TO UM-STATE
            MOVE SPACES TO UM-ZIP
            MOVE SPACES TO UM-OWNER-SYSTEM
            WRITE UM-RECORD
        NOT INVALID KEY
            MOVE 'N' TO WS-APPLY-SWITCH
            MOVE AU-NEW-VALUE(1:2) TO UM-STATE
        WHEN "ZIP"
            MOVE AU-NEW-VALUE(1:5) TO UM-ZIP
        WHEN "OWNER"
            MOVE AU-NEW-VALUE(1:8) TO UM-OWNER-SYSTEM
        WHEN "MERGED-TO"
            MOVE 'M' TO UM-STATUS
            MOVE SPACES TO WS-RP-DISPOSITION
            STRING "APPLIED - MERGED INTO " DELIMITED BY SIZE
                   AU-NEW-VALUE(1:6) DELIMITED BY SIZE
                INTO WS-RP-DISPOSITION
        WHEN OTHER
            MOVE 'N' TO WS-APPLY-SWITCH
            MOVE "NOT APPLIED - UNKNOWN FIELD"
    MOVE AU-TIME TO WS-RP-TIME.
    MOVE AU-ACTION TO WS-RP-ACTION.
    MOVE AU-USER-ID TO WS-RP-USER-ID.
    IF WS-USER-ERASED
        MOVE "*ERASED*" TO WS-RP-NAME
    ELSE
        MOVE AU-NAME TO WS-RP-NAME
    END-IF.
    MOVE AU-FIELD TO WS-RP-FIELD.
    WRITE REPLAY-REPORT-RECORD FROM WS-REPLAY-LINE.
4900-EXIT.
    MOVE "RECORDS RELOADED .....  " TO WS-CT-LABEL.
    MOVE WS-RELOAD-COUNT TO WS-CT-COUNT.
    WRITE REPLAY-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "ERASED, NOT WRITTEN ..  " TO WS-CT-LABEL.
    MOVE WS-SKIPPED-COUNT TO WS-CT-COUNT.
    WRITE REPLAY-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "JOURNAL ENTRIES READ .  " TO WS-CT-LABEL.
    MOVE WS-ENTRIES-READ TO WS-CT-COUNT.
    WRITE REPLAY-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "ENTRIES NOT APPLIED ..  " TO WS-CT-LABEL.
    MOVE WS-ENTRIES-NOT-APPLIED TO WS-CT-COUNT.
    WRITE REPLAY-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "PASSED OVER - ERASED .  " TO WS-CT-LABEL.
    MOVE WS-ENTRIES-PASSED-OVER TO WS-CT-COUNT.
    WRITE REPLAY-REPORT-RECORD FROM WS-COUNT-LINE.
    IF WS-ENTRIES-NOT-APPLIED > ZERO
        MOVE "*** WORK THE NOT-APPLIED ENTRIES BY HAND - STEP ENDS RC=4 ***"
            TO REPLAY-REPORT-RECORD
*> ----------------------------------------------------------------
9000-TERMINATE.
    CLOSE PARM-FILE.
    IF WS-LIST-PROVED
        CLOSE BACKUP-FILE
        CLOSE AUDIT-FILE
        CLOSE USER-MASTER
    END-IF.
    CLOSE REPLAY-REPORT-FILE.
    DISPLAY "USER-MASTER FORWARD RECOVERY SUMMARY".
    DISPLAY "RECORDS RELOADED ...... " WS-RELOAD-COUNT.
    DISPLAY "ENTRIES APPLIED ....... " WS-ENTRIES-APPLIED.
    DISPLAY "ENTRIES NOT APPLIED ... " WS-ENTRIES-NOT-APPLIED.
    DISPLAY "PASSED OVER - ERASED .. " WS-ENTRIES-PASSED-OVER.
    IF WS-RELOAD-PROVED
        DISPLAY "RELOAD PROVED - COUNT AND HASH MATCH TRAILER"
    ELSE
