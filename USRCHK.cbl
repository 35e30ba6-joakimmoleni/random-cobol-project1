*>                     ERROR ON THE MASTER ENDS RC=8 - THE CHECK
*>                     IS INCOMPLETE, NOT CLEAN - THE SAME SPLIT
*>                     EVERY OTHER MASTER READER USES.
*>    2026-10-07  RSM  POSTAL REFERENCE PROJECT.  EVERY RECORD'S
*>                     UM-ZIP IS NOW CROSS-CHECKED AGAINST THE ZIPREF
*>                     POSTAL REFERENCE FILE (COPYBOOK ZPREC) WITH THE
*>                     SAME RULE THE INTAKE AND MAINTENANCE EDITS
*>                     APPLY - ON FILE, UNDER UM-STATE, FOR UM-CITY -
*>                     SO THE BACKLOG OF ADDRESSES THAT PREDATE THE
*>                     CHECK LANDS ON THE WORKLIST.  A BLANK ADDRESS
*>                     (CONVERTED RECORDS STILL WAITING FOR ONE) IS
*>                     REPORTED AS SUCH.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT CITY-REF-FILE ASSIGN TO "CITYREF"
        ORGANIZATION IS SEQUENTIAL.

    SELECT ZIP-REF-FILE ASSIGN TO "ZIPREF"
        ORGANIZATION IS SEQUENTIAL.

    SELECT BACKUP-FILE ASSIGN TO "BKUPFILE"
        ORGANIZATION IS SEQUENTIAL.

    LABEL RECORDS ARE STANDARD.
    COPY CYREC.

FD  ZIP-REF-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY ZPREC.

FD  BACKUP-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
                       DEPENDING ON WS-CANON-COUNT.
        10  WS-CN-CITY              PIC X(30).

01  ZIP-REF-TABLE-AREA.
    05  ZR-ENTRIES OCCURS 0 TO 60000 TIMES
                   DEPENDING ON WS-ZIPREF-COUNT.
        10  ZR-ZIP                  PIC X(05).
        10  ZR-STATE                PIC X(02).
        10  ZR-CITY                 PIC X(30).

01  WS-DIM-VALUES.
    05  FILLER                      PIC 9(02) VALUE 31.
    05  FILLER                      PIC 9(02) VALUE 28.
    05  WS-IO-ERROR-SWITCH          PIC X(01) VALUE 'N'.
        88  WS-IO-ERROR-SEEN            VALUE 'Y'.
        88  WS-NO-IO-ERROR              VALUE 'N'.
    05  WS-ZP-EOF-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-ZP-EOF                   VALUE 'Y'.
        88  WS-ZP-NOT-EOF               VALUE 'N'.
    05  WS-ZIP-MATCH-SWITCH         PIC X(01) VALUE 'N'.
        88  WS-ZIP-MATCHED              VALUE 'Y'.
        88  WS-ZIP-NOT-ON-FILE          VALUE 'N'.
        88  WS-ZIP-WRONG-STATE          VALUE 'S'.
        88  WS-ZIP-WRONG-CITY           VALUE 'C'.
    05  WS-ZIP-SCAN-SWITCH          PIC X(01) VALUE 'N'.
        88  WS-ZIP-SCAN-DONE            VALUE 'Y'.
        88  WS-ZIP-SCAN-OPEN            VALUE 'N'.

77  WS-UM-STATUS                    PIC X(02) VALUE '00'.
77  WS-CANON-COUNT                  PIC 9(04) COMP VALUE ZERO.
77  WS-FINDING-COUNT                PIC 9(09) COMP VALUE ZERO.
77  WS-CITY-FINDINGS                PIC 9(09) COMP VALUE ZERO.
77  WS-BDAY-FINDINGS                PIC 9(09) COMP VALUE ZERO.
77  WS-ZIP-FINDINGS                 PIC 9(09) COMP VALUE ZERO.
77  WS-ZIPREF-COUNT                 PIC 9(05) COMP VALUE ZERO.
77  WS-ZIPREF-INDEX                 PIC 9(05) COMP VALUE ZERO.
77  WS-ZIPREF-SEQ-ERRORS            PIC 9(09) COMP VALUE ZERO.
77  WS-ZIP-LOW                      PIC 9(05) COMP VALUE ZERO.
77  WS-ZIP-HIGH                     PIC 9(05) COMP VALUE ZERO.
77  WS-ZIP-MID                      PIC 9(05) COMP VALUE ZERO.
77  WS-ZIP-CITY-UPPER               PIC X(30) VALUE SPACES.

PROCEDURE DIVISION.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE.  LOAD THE CANONICAL CITY NAMES OFF CITYREF -
*> THE CY-CANONICAL SIDE, NOT THE ALIASES, BECAUSE ONLY CANONICAL
*> FORMS ARE SUPPOSED TO SIT ON UM-CITY - AND THE ZIPREF POSTAL
*> REFERENCE TABLE FOR 2500-CHECK-ZIP-REFERENCE.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    OPEN INPUT USER-MASTER.
        TO CHECK-REPORT-RECORD.
    WRITE CHECK-REPORT-RECORD.
    PERFORM 1100-LOAD-CANONICAL-CITIES THRU 1100-EXIT.
    PERFORM 1200-LOAD-ZIP-REFERENCE THRU 1200-EXIT.
1000-EXIT.
    EXIT.

1120-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1200-LOAD-ZIP-REFERENCE.  SAME LOAD, SAME ZIP-ORDER RULE, AS
*> THE NIGHTLY LOAD'S 1750-LOAD-ZIP-REFERENCE.
*> ----------------------------------------------------------------
1200-LOAD-ZIP-REFERENCE.
    OPEN INPUT ZIP-REF-FILE.
    PERFORM 1210-READ-ZIP-REFERENCE THRU 1210-EXIT.
    PERFORM 1220-STORE-ZIP-REFERENCE THRU 1220-EXIT
        UNTIL WS-ZP-EOF.
    CLOSE ZIP-REF-FILE.
    IF WS-ZIPREF-SEQ-ERRORS > ZERO
        DISPLAY "ZIPREF ROWS OUT OF ZIP ORDER - IGNORED: "
            WS-ZIPREF-SEQ-ERRORS
    END-IF.
1200-EXIT.
    EXIT.

1210-READ-ZIP-REFERENCE.
    READ ZIP-REF-FILE
        AT END MOVE 'Y' TO WS-ZP-EOF-SWITCH
    END-READ.
1210-EXIT.
    EXIT.

1220-STORE-ZIP-REFERENCE.
    EVALUATE TRUE
        WHEN WS-ZIPREF-COUNT NOT < 60000
            CONTINUE
        WHEN WS-ZIPREF-COUNT > ZERO
         AND ZP-ZIP < ZR-ZIP(WS-ZIPREF-COUNT)
            ADD 1 TO WS-ZIPREF-SEQ-ERRORS
        WHEN OTHER
            ADD 1 TO WS-ZIPREF-COUNT
            MOVE ZP-ZIP TO ZR-ZIP(WS-ZIPREF-COUNT)
            MOVE ZP-STATE TO ZR-STATE(WS-ZIPREF-COUNT)
            MOVE ZP-CITY TO ZR-CITY(WS-ZIPREF-COUNT)
            INSPECT ZR-CITY(WS-ZIPREF-COUNT) CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    END-EVALUATE.
    PERFORM 1210-READ-ZIP-REFERENCE THRU 1210-EXIT.
1220-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-CHECK-EVERY-RECORD.  WALK THE UM-USER-ID PRIMARY PATH END
*> TO END: EDIT EVERY RECORD'S CITY AND BIRTHDAY, AND ACCUMULATE
    PERFORM 7000-HASH-ONE-KEY THRU 7000-EXIT.
    PERFORM 2300-CHECK-CITY-CANONICAL THRU 2300-EXIT.
    PERFORM 2400-CHECK-BIRTHDAY THRU 2400-EXIT.
    PERFORM 2500-CHECK-ZIP-REFERENCE THRU 2500-EXIT.
    PERFORM 2100-READ-MASTER-NEXT THRU 2100-EXIT.
2200-EXIT.
    EXIT.
2400-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2500-CHECK-ZIP-REFERENCE.  THE INTAKE AND MAINTENANCE ZIP RULE
*> (3057 IN THE NIGHTLY LOAD, 8700 IN USRMAINT) APPLIED TO THE
*> RECORD AS IT SITS ON FILE: UM-ZIP ON ZIPREF, UNDER UM-STATE,
*> FOR UM-CITY.  UM-CITY IS NOT RE-STANDARDIZED HERE - A
*> NON-CANONICAL CITY IS ALREADY ON THE LIST FROM 2300 AND WILL
*> USUALLY FAIL THIS CHECK TOO.
*> ----------------------------------------------------------------
2500-CHECK-ZIP-REFERENCE.
    MOVE 'N' TO WS-ZIP-MATCH-SWITCH.
    IF UM-ZIP NOT = SPACES
        PERFORM 2505-SEARCH-ZIP-TABLE THRU 2505-EXIT
    END-IF.
    EVALUATE TRUE
        WHEN WS-ZIP-MATCHED
            CONTINUE
        WHEN UM-ZIP = SPACES
            MOVE "NO ADDRESS ON FILE - ZIP BLANK" TO WS-FL-FINDING
        WHEN WS-ZIP-NOT-ON-FILE
            MOVE "UM-ZIP NOT ON ZIPREF" TO WS-FL-FINDING
        WHEN WS-ZIP-WRONG-STATE
            MOVE "UM-ZIP NOT IN UM-STATE ON ZIPREF" TO WS-FL-FINDING
        WHEN OTHER
            MOVE "UM-ZIP NOT IN UM-CITY ON ZIPREF" TO WS-FL-FINDING
    END-EVALUATE.
    IF NOT WS-ZIP-MATCHED
        PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
        ADD 1 TO WS-ZIP-FINDINGS
    END-IF.
2500-EXIT.
    EXIT.

2505-SEARCH-ZIP-TABLE.
    MOVE UM-CITY TO WS-ZIP-CITY-UPPER.
    INSPECT WS-ZIP-CITY-UPPER CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    MOVE 'N' TO WS-ZIP-SCAN-SWITCH.
    MOVE 1 TO WS-ZIP-LOW.
    MOVE WS-ZIPREF-COUNT TO WS-ZIP-HIGH.
    PERFORM 2510-PROBE-ZIP-TABLE THRU 2510-EXIT
        UNTIL WS-ZIP-LOW > WS-ZIP-HIGH.
    PERFORM 2520-MATCH-ZIP-ROW THRU 2520-EXIT
        VARYING WS-ZIPREF-INDEX FROM WS-ZIP-LOW BY 1
        UNTIL WS-ZIPREF-INDEX > WS-ZIPREF-COUNT
           OR WS-ZIP-SCAN-DONE.
2505-EXIT.
    EXIT.

2510-PROBE-ZIP-TABLE.
    COMPUTE WS-ZIP-MID = (WS-ZIP-LOW + WS-ZIP-HIGH) / 2.
    IF ZR-ZIP(WS-ZIP-MID) < UM-ZIP
        COMPUTE WS-ZIP-LOW = WS-ZIP-MID + 1
    ELSE
        COMPUTE WS-ZIP-HIGH = WS-ZIP-MID - 1
    END-IF.
2510-EXIT.
    EXIT.

2520-MATCH-ZIP-ROW.
    EVALUATE TRUE
        WHEN ZR-ZIP(WS-ZIPREF-INDEX) NOT = UM-ZIP
            MOVE 'Y' TO WS-ZIP-SCAN-SWITCH
        WHEN ZR-STATE(WS-ZIPREF-INDEX) NOT = UM-STATE
            IF WS-ZIP-NOT-ON-FILE
                MOVE 'S' TO WS-ZIP-MATCH-SWITCH
            END-IF
        WHEN ZR-CITY(WS-ZIPREF-INDEX) NOT = WS-ZIP-CITY-UPPER
            MOVE 'C' TO WS-ZIP-MATCH-SWITCH
        WHEN OTHER
            MOVE 'Y' TO WS-ZIP-MATCH-SWITCH
            MOVE 'Y' TO WS-ZIP-SCAN-SWITCH
    END-EVALUATE.
2520-EXIT.
    EXIT.

2900-WRITE-FINDING.
    MOVE UM-USER-ID TO WS-FL-USER-ID.
    MOVE UM-NAME TO WS-FL-NAME.
    MOVE "BAD BIRTHDAYS ........  " TO WS-CT-LABEL.
    MOVE WS-BDAY-FINDINGS TO WS-CT-COUNT.
    WRITE CHECK-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "ZIP/STATE/CITY FAILS .  " TO WS-CT-LABEL.
    MOVE WS-ZIP-FINDINGS TO WS-CT-COUNT.
    WRITE CHECK-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "TOTAL FINDINGS .......  " TO WS-CT-LABEL.
    MOVE WS-FINDING-COUNT TO WS-CT-COUNT.
    WRITE CHECK-REPORT-RECORD FROM WS-COUNT-LINE.
