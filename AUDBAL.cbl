*>                     REPORT APPLIES TO TRANSACTION COUNTS.
*>                     PARMCARD CARD DATE=YYYYMMDD PICKS THE DAY;
*>                     NO CARD (DD DUMMY) MEANS TODAY.
*>    2026-10-05  RSM  USRONLN (ONLINE MAINTENANCE) JOURNALS AND
*>                     STAMPS RUNCTL LIKE USRMAINT; ADDED AS A
*>                     THIRD BALANCED PROGRAM.  THE PROGRAM TABLE
*>                     IS NOW SIZED BY WS-BAL-PGM-COUNT AND AN
*>                     ENTRY'S ROW IS FOUND BY SEARCHING IT.
*>    2026-10-06  RSM  USRAPPR (SECOND-OPERATOR APPROVAL OF QUEUED
*>                     DELETES, RENAMES AND BIRTHDAY CHANGES)
*>                     JOURNALS AND STAMPS RUNCTL; ADDED AS A
*>                     FOURTH BALANCED PROGRAM.
*>    2026-10-08  RSM  MERGE PROJECT.  SIXTH ACTION CELL 'M': A
*>                     MERGE JOURNALS EXACTLY ONE 'M' ROW, BALANCED
*>                     ONE FOR ONE AGAINST RC-MERGES-APPLIED.
*>    2026-10-10  RSM  OPERATIONS SUMMARY PROJECT.  THE VERDICT IS
*>                     NOW STAMPED TO RUNCTL (PROGRAM "AUDBAL",
*>                     BUSINESS DATE = THE BALANCE DATE, READ =
*>                     JOURNAL ROWS FOR THE DAY, APPLIED = ROWS THE
*>                     COUNTERS EXPECTED; RC=0 'C' IN BALANCE, RC=8
*>                     'F' OUT) SO THE MORNING SUMMARY CAN REPORT IT.
*>                     AUDBAL IS NEVER IN ITS OWN PROGRAM TABLE, SO
*>                     ITS STAMP DOES NOT ENTER THE BALANCE.
*>    2026-10-13  RSM  USRCITY (MASS CITY REASSIGNMENT) JOURNALS ONE
*>                     'C' CITY ROW PER USER MOVED AND STAMPS RUNCTL
*>                     WITH THE ROW COUNT; ADDED AS A FIFTH BALANCED
*>                     PROGRAM.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

WORKING-STORAGE SECTION.
*> ONE ROW PER JOURNALING PROGRAM, ONE CELL PER AUDIT ACTION IN
*> 'A','C','D','R','E','M' ORDER.  WS-BC-RUNCTL HOLDS THE JOURNAL ROWS
*> EXPECTED FROM THE RUNCTL APPLIED-ACTION COUNTS (6 X ADDS FOR
*> 'A'); WS-BC-JOURNAL HOLDS THE ROWS ACTUALLY ON THE JOURNAL.
*> ONLY THE PROGRAMS NAMED IN 1000 WRITE AUDITLOG ENTRIES; ANYTHING
*> ELSE IN THE JOURNAL COUNTS AS UNKNOWN AND FAILS THE BALANCE.
*> A NEW JOURNALING PROGRAM NEEDS ITS NAME MOVED IN 1000, THE
*> OCCURS AND WS-BAL-PGM-COUNT RAISED TOGETHER.
01  WS-BAL-TABLE-AREA.
    05  WS-BAL-PROGRAM OCCURS 5 TIMES.
        10  WS-BP-NAME              PIC X(08).
        10  WS-BP-CELL OCCURS 6 TIMES.
            15  WS-BC-RUNCTL        PIC 9(09) COMP.
            15  WS-BC-JOURNAL       PIC 9(09) COMP.

    05  FILLER                      PIC X(01) VALUE 'D'.
    05  FILLER                      PIC X(01) VALUE 'R'.
    05  FILLER                      PIC X(01) VALUE 'E'.
    05  FILLER                      PIC X(01) VALUE 'M'.
01  WS-ACTION-TABLE REDEFINES WS-ACTION-CODES.
    05  WS-ACTION-CODE              PIC X(01) OCCURS 6 TIMES.

01  WS-RECON-LINE.
    05  WS-RL-PROGRAM               PIC X(08).
        88  WS-TRAIL-OUT-OF-BALANCE     VALUE 'N'.

77  WS-RC-STATUS                    PIC X(02) VALUE '00'.
77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
77  WS-END-TIME                     PIC 9(08) VALUE ZERO.
77  WS-JOURNAL-ROWS                 PIC 9(09) COMP VALUE ZERO.
77  WS-EXPECTED-ROWS                PIC 9(09) COMP VALUE ZERO.
77  WS-BALANCE-DATE                 PIC 9(08) VALUE ZERO.
77  WS-PGM-INDEX                    PIC 9(02) COMP VALUE ZERO.
77  WS-BAL-PGM-COUNT                PIC 9(02) COMP VALUE 5.
77  WS-FOUND-INDEX                  PIC 9(02) COMP VALUE ZERO.
77  WS-ACT-INDEX                    PIC 9(02) COMP VALUE ZERO.
77  WS-UNKNOWN-COUNT                PIC 9(09) COMP VALUE ZERO.
77  WS-UNKNOWN-EDIT                 PIC ZZZZZZZZ9 VALUE ZERO.
    PERFORM 2000-SUM-RUN-CONTROL THRU 2000-EXIT.
    PERFORM 3000-COUNT-JOURNAL THRU 3000-EXIT.
    PERFORM 4000-PRINT-RECONCILIATION THRU 4000-EXIT.
    PERFORM 8000-STAMP-RUN-CONTROL THRU 8000-EXIT.
    PERFORM 9000-TERMINATE THRU 9000-EXIT.
    IF WS-TRAIL-OUT-OF-BALANCE
        MOVE 8 TO RETURN-CODE
*> ----------------------------------------------------------------
1000-INITIALIZE.
    ACCEPT WS-BALANCE-DATE FROM DATE YYYYMMDD.
    MOVE WS-BALANCE-DATE TO WS-CURRENT-DATE.
    ACCEPT WS-CURRENT-TIME FROM TIME.
    OPEN INPUT PARM-FILE.
    PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
    PERFORM 1200-APPLY-PARM-CARD THRU 1200-EXIT
    CLOSE PARM-FILE.
    MOVE "HELLOWLD" TO WS-BP-NAME(1).
    MOVE "USRMAINT" TO WS-BP-NAME(2).
    MOVE "USRONLN " TO WS-BP-NAME(3).
    MOVE "USRAPPR " TO WS-BP-NAME(4).
    MOVE "USRCITY " TO WS-BP-NAME(5).
    MOVE 1 TO WS-PGM-INDEX.
    PERFORM 1300-CLEAR-ONE-PROGRAM THRU 1300-EXIT
        VARYING WS-PGM-INDEX FROM 1 BY 1
        UNTIL WS-PGM-INDEX > WS-BAL-PGM-COUNT.
    OPEN INPUT AUDIT-FILE.
    OPEN OUTPUT RECON-REPORT-FILE.
1000-EXIT.
    MOVE 1 TO WS-ACT-INDEX.
    PERFORM 1310-CLEAR-ONE-CELL THRU 1310-EXIT
        VARYING WS-ACT-INDEX FROM 1 BY 1
        UNTIL WS-ACT-INDEX > 6.
1300-EXIT.
    EXIT.

        MOVE 1 TO WS-PGM-INDEX
        PERFORM 2300-SUM-INTO-PROGRAM THRU 2300-EXIT
            VARYING WS-PGM-INDEX FROM 1 BY 1
            UNTIL WS-PGM-INDEX > WS-BAL-PGM-COUNT
    END-IF.
    PERFORM 2100-READ-RUN-CONTROL THRU 2100-EXIT.
2200-EXIT.
            TO WS-BC-RUNCTL(WS-PGM-INDEX, 4)
        ADD RC-REINSTATES-APPLIED
            TO WS-BC-RUNCTL(WS-PGM-INDEX, 5)
        ADD RC-MERGES-APPLIED
            TO WS-BC-RUNCTL(WS-PGM-INDEX, 6)
    END-IF.
2300-EXIT.
    EXIT.
*> ----------------------------------------------------------------
*> 3000-COUNT-JOURNAL.  COUNT THE BALANCE DATE'S AUDITLOG ENTRIES
*> INTO THE SAME PROGRAM/ACTION CELLS.  AN ENTRY FROM A PROGRAM
*> NOT IN THE TABLE, OR WITH AN ACTION NOT IN 'A'/'C'/'D'/'R'/'E'/
*> 'M', COUNTS AS UNKNOWN AND FAILS THE BALANCE BY ITSELF.
*> ----------------------------------------------------------------
3000-COUNT-JOURNAL.
    PERFORM 3100-READ-AUDIT-NEXT THRU 3100-EXIT.

3200-COUNT-ONE-ENTRY.
    IF AU-DATE = WS-BALANCE-DATE
        ADD 1 TO WS-JOURNAL-ROWS
        PERFORM 3300-BUCKET-ONE-ENTRY THRU 3300-EXIT
    END-IF.
    PERFORM 3100-READ-AUDIT-NEXT THRU 3100-EXIT.
    EXIT.

3300-BUCKET-ONE-ENTRY.
    MOVE ZERO TO WS-FOUND-INDEX.
    MOVE 1 TO WS-PGM-INDEX.
    PERFORM 3350-FIND-PROGRAM THRU 3350-EXIT
        VARYING WS-PGM-INDEX FROM 1 BY 1
        UNTIL WS-PGM-INDEX > WS-BAL-PGM-COUNT
           OR WS-FOUND-INDEX > ZERO.
    EVALUATE TRUE
        WHEN WS-FOUND-INDEX = ZERO
            ADD 1 TO WS-UNKNOWN-COUNT
        WHEN OTHER
            MOVE WS-FOUND-INDEX TO WS-PGM-INDEX
            PERFORM 3400-BUCKET-BY-ACTION THRU 3400-EXIT
    END-EVALUATE.
3300-EXIT.
    EXIT.

3350-FIND-PROGRAM.
    IF AU-PROGRAM = WS-BP-NAME(WS-PGM-INDEX)
        MOVE WS-PGM-INDEX TO WS-FOUND-INDEX
    END-IF.
3350-EXIT.
    EXIT.

3400-BUCKET-BY-ACTION.
    EVALUATE AU-ACTION
        WHEN 'A'
            ADD 1 TO WS-BC-JOURNAL(WS-PGM-INDEX, 4)
        WHEN 'E'
            ADD 1 TO WS-BC-JOURNAL(WS-PGM-INDEX, 5)
        WHEN 'M'
            ADD 1 TO WS-BC-JOURNAL(WS-PGM-INDEX, 6)
        WHEN OTHER
            ADD 1 TO WS-UNKNOWN-COUNT
    END-EVALUATE.
    MOVE 1 TO WS-PGM-INDEX.
    PERFORM 4100-PRINT-ONE-PROGRAM THRU 4100-EXIT
        VARYING WS-PGM-INDEX FROM 1 BY 1
        UNTIL WS-PGM-INDEX > WS-BAL-PGM-COUNT.
    MOVE SPACES TO RECON-REPORT-RECORD.
    WRITE RECON-REPORT-RECORD.
    IF WS-UNKNOWN-COUNT > ZERO
    MOVE 1 TO WS-ACT-INDEX.
    PERFORM 4200-PRINT-ONE-CELL THRU 4200-EXIT
        VARYING WS-ACT-INDEX FROM 1 BY 1
        UNTIL WS-ACT-INDEX > 6.
4100-EXIT.
    EXIT.

    MOVE WS-BP-NAME(WS-PGM-INDEX) TO WS-RL-PROGRAM.
    MOVE WS-ACTION-CODE(WS-ACT-INDEX) TO WS-RL-ACTION.
    MOVE WS-BC-RUNCTL(WS-PGM-INDEX, WS-ACT-INDEX) TO WS-RL-RUNCTL.
    ADD WS-BC-RUNCTL(WS-PGM-INDEX, WS-ACT-INDEX) TO WS-EXPECTED-ROWS.
    MOVE WS-BC-JOURNAL(WS-PGM-INDEX, WS-ACT-INDEX)
        TO WS-RL-JOURNAL.
    IF WS-BC-RUNCTL(WS-PGM-INDEX, WS-ACT-INDEX)
4200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8000-STAMP-RUN-CONTROL.  APPEND THE VERDICT TO RUNCTL.  RUNCTL
*> WAS READ AND CLOSED IN 2000; A MISSING FILE IS CREATED HERE.
*> ----------------------------------------------------------------
8000-STAMP-RUN-CONTROL.
    OPEN EXTEND RUN-CONTROL.
    IF WS-RC-STATUS = '35'
        OPEN OUTPUT RUN-CONTROL
    END-IF.
    ACCEPT WS-END-TIME FROM TIME.
    MOVE WS-BALANCE-DATE TO RC-BUSINESS-DATE.
    MOVE "AUDBAL  " TO RC-PROGRAM.
    MOVE WS-CURRENT-DATE TO RC-START-DATE.
    MOVE WS-CURRENT-TIME TO RC-START-TIME.
    MOVE WS-END-TIME TO RC-END-TIME.
    IF WS-TRAIL-IN-BALANCE
        MOVE ZERO TO RC-RETURN-CODE
        MOVE 'C' TO RC-RUN-STATUS
    ELSE
        MOVE 8 TO RC-RETURN-CODE
        MOVE 'F' TO RC-RUN-STATUS
    END-IF.
    MOVE WS-JOURNAL-ROWS TO RC-READ-COUNT.
    MOVE WS-EXPECTED-ROWS TO RC-APPLIED-COUNT.
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
