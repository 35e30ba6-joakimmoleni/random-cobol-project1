*> ****************************************************************
*> IDENTIFICATION DIVISION.
*> ****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. AUDMASK.
AUTHOR. R. MOLENI.
INSTALLATION. IT-OPERATIONS.
DATE-WRITTEN. 2026-10-12.
DATE-COMPILED.
*>
*>  MOD-HISTORY.
*>    2026-10-12  RSM  INITIAL VERSION.  PRIVACY ERASURE.  ERASING A
*>                     USER FROM THE MASTER (USRERAS) LEAVES THE
*>                     PERSONAL DATA ON EVERY JOURNAL ENTRY EVER
*>                     WRITTEN FOR THEM.  THIS PROGRAM COPIES A
*>                     JOURNAL (AUDITIN - THE LIVE AUDITLOG OR ANY
*>                     ARCHIVE GENERATION) TO AUDITOUT, MASKING EVERY
*>                     ENTRY WHOSE AU-USER-ID IS ON THE ERASED-USER
*>                     LIST (ERASLIST, COPYBOOK ERREC): AU-NAME
*>                     BECOMES *ERASED*, AND SO DO AU-OLD-VALUE AND
*>                     AU-NEW-VALUE WHEN AU-FIELD IS A PERSONAL
*>                     FIELD (NAME, BIRTHDAY, STREET, CITY, STATE,
*>                     ZIP).  STATUS, OWNER AND MERGED-TO ENTRIES
*>                     KEEP THEIR VALUES, AND NO ENTRY IS DROPPED -
*>                     DATE, TIME, PROGRAM, ACTION, FIELD AND
*>                     OPERATOR ARE UNTOUCHED, SO THE ENTRY COUNTS
*>                     AUDBAL AND AUDHIST RELY ON STAND AS THEY WERE.
*>                     ENTRIES WRITTEN BEFORE AU-USER-ID EXISTED
*>                     CARRY ZERO AND CANNOT BE TIED TO AN ERASED
*>                     USER; THEY ARE COUNTED, NOT MASKED.
*>
*>                     A RERUN IS HARMLESS - AN ENTRY ALREADY MASKED
*>                     IS MASKED AGAIN TO THE SAME VALUE.  THE LIST
*>                     IS PROVED FIRST (ORDER, TRAILER, COUNT); A
*>                     LIST THAT FAILS ENDS RC=8 WITH AUDITOUT NEVER
*>                     OPENED, AND SO DOES ANY DIFFERENCE BETWEEN
*>                     ENTRIES IN AND ENTRIES OUT.  THE FOLLOW-ON
*>                     JCL STEP COPIES AUDITOUT OVER THE INPUT ONLY
*>                     ON RC=0 (SEE JCL MEMBERS ERASUSR AND
*>                     AUDMASK).  MASKRPT CARRIES THE COUNTS.
*>                     STAMPS RUNCTL AS "AUDMASK" - READ = ENTRIES
*>                     IN, APPLIED = ENTRIES MASKED, ACTION COUNTS
*>                     ZERO.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ERASED-LIST ASSIGN TO "ERASLIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EL-STATUS.

    SELECT AUDIT-FILE ASSIGN TO "AUDITIN"
        ORGANIZATION IS SEQUENTIAL.

    SELECT MASKED-FILE ASSIGN TO "AUDITOUT"
        ORGANIZATION IS SEQUENTIAL.

    SELECT SUMMARY-FILE ASSIGN TO "MASKRPT"
        ORGANIZATION IS SEQUENTIAL.

    SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RC-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ERASED-LIST
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY ERREC.

FD  AUDIT-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY AUREC.

FD  MASKED-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01  MASKED-RECORD                   PIC X(147).

FD  SUMMARY-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01  SUMMARY-RECORD                  PIC X(80).

FD  RUN-CONTROL
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY RCREC.

WORKING-STORAGE SECTION.
*> THE ERASED-USER LIST, HELD IN ITS OWN ASCENDING ORDER FOR THE
*> HALVING SEARCH.  WS-EL-SEEN MARKS AN ID MET ON THIS JOURNAL SO
*> THE SUMMARY CAN COUNT USERS AS WELL AS ENTRIES.
01  WS-ERASED-TABLE-AREA.
    05  WS-ERASED-ENTRY OCCURS 0 TO 50000 TIMES
                        DEPENDING ON WS-ERASED-COUNT.
        10  WS-EL-USER-ID           PIC 9(06).
        10  WS-EL-SEEN              PIC X(01).

01  WS-SUMMARY-LINE.
    05  WS-SM-LABEL                 PIC X(24).
    05  WS-SM-COUNT                 PIC ZZZZZZZZ9.
    05  FILLER                      PIC X(47) VALUE SPACES.

01  WS-SWITCHES.
    05  WS-AU-EOF-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-AU-EOF                   VALUE 'Y'.
        88  WS-AU-NOT-EOF               VALUE 'N'.
    05  WS-EL-EOF-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-EL-EOF                   VALUE 'Y'.
        88  WS-EL-NOT-EOF               VALUE 'N'.
    05  WS-LIST-SWITCH              PIC X(01) VALUE 'Y'.
        88  WS-LIST-PROVED              VALUE 'Y'.
        88  WS-LIST-NOT-PROVED          VALUE 'N'.
    05  WS-TRAILER-SWITCH           PIC X(01) VALUE 'N'.
        88  WS-TRAILER-SEEN             VALUE 'Y'.
        88  WS-TRAILER-NOT-SEEN         VALUE 'N'.
    05  WS-ERASED-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-USER-ERASED              VALUE 'Y'.
        88  WS-USER-NOT-ERASED          VALUE 'N'.

77  WS-MASK-VALUE                   PIC X(08) VALUE "*ERASED*".
77  WS-EL-STATUS                    PIC X(02) VALUE '00'.
77  WS-RC-STATUS                    PIC X(02) VALUE '00'.
77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
77  WS-END-TIME                     PIC 9(08) VALUE ZERO.
77  WS-ERASED-COUNT                 PIC 9(05) COMP VALUE ZERO.
77  WS-ERASED-INDEX                 PIC 9(05) COMP VALUE ZERO.
77  WS-PRIOR-LIST-ID                PIC 9(06) VALUE ZERO.
77  WS-TRAILER-COUNT                PIC 9(09) VALUE ZERO.
77  WS-LIST-READ-COUNT              PIC 9(09) COMP VALUE ZERO.
77  WS-SEARCH-LOW                   PIC 9(05) COMP VALUE ZERO.
77  WS-SEARCH-HIGH                  PIC 9(05) COMP VALUE ZERO.
77  WS-SEARCH-MID                   PIC 9(05) COMP VALUE ZERO.
77  WS-IN-COUNT                     PIC 9(09) COMP VALUE ZERO.
77  WS-OUT-COUNT                    PIC 9(09) COMP VALUE ZERO.
77  WS-MASKED-COUNT                 PIC 9(09) COMP VALUE ZERO.
77  WS-USERS-MASKED                 PIC 9(09) COMP VALUE ZERO.
77  WS-NO-ID-COUNT                  PIC 9(09) COMP VALUE ZERO.

PROCEDURE DIVISION.

*> ----------------------------------------------------------------
*> 0000-MAIN-CONTROL.
*> ----------------------------------------------------------------
0000-MAIN-CONTROL.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    IF WS-LIST-PROVED
        PERFORM 2000-MASK-JOURNAL THRU 2000-EXIT
        PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT
    ELSE
        MOVE "ERASED-USER LIST NOT PROVED - NOTHING MASKED - RC=8"
            TO SUMMARY-RECORD
        WRITE SUMMARY-RECORD
    END-IF.
    PERFORM 8000-STAMP-RUN-CONTROL THRU 8000-EXIT.
    PERFORM 9000-TERMINATE THRU 9000-EXIT.
    IF WS-LIST-NOT-PROVED OR WS-OUT-COUNT NOT = WS-IN-COUNT
        MOVE 8 TO RETURN-CODE
    END-IF.
    GOBACK.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE.  LOAD AND PROVE THE LIST FIRST; THE JOURNAL
*> AND ITS MASKED COPY ARE OPENED ONLY FOR A PROVED LIST.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CURRENT-TIME FROM TIME.
    OPEN OUTPUT SUMMARY-FILE.
    PERFORM 1500-LOAD-ERASED-LIST THRU 1500-EXIT.
    IF WS-LIST-PROVED
        OPEN INPUT AUDIT-FILE
        OPEN OUTPUT MASKED-FILE
    END-IF.
1000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1500-LOAD-ERASED-LIST.  IDS STRICTLY ASCENDING, A TRAILER LAST
*> WITH THE RIGHT COUNT, AND NO MORE THAN THE TABLE HOLDS - ANY
*> FAILURE AND THE LIST IS NOT TRUSTED.  A MISSING LIST (STATUS
*> 35) IS NOT PROVED EITHER: MASKING AGAINST NOTHING WOULD REPORT
*> A CLEAN JOURNAL THAT IS NOT.
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
        IF WS-TRAILER-NOT-SEEN
            MOVE 'N' TO WS-LIST-SWITCH
            DISPLAY "ERASED-USER LIST HAS NO TRAILER"
        END-IF
        IF WS-TRAILER-SEEN AND WS-TRAILER-COUNT NOT = WS-LIST-READ-COUNT
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
        WHEN WS-TRAILER-SEEN
            MOVE 'N' TO WS-LIST-SWITCH
            DISPLAY "ERASED-USER LIST HAS RECORDS AFTER ITS TRAILER"
        WHEN ER-TRAILER-RECORD
            MOVE 'Y' TO WS-TRAILER-SWITCH
            MOVE ER-RECORD-COUNT TO WS-TRAILER-COUNT
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
            MOVE 'N' TO WS-EL-SEEN(WS-ERASED-COUNT)
            MOVE ER-USER-ID TO WS-PRIOR-LIST-ID
    END-EVALUATE.
    PERFORM 1510-READ-ERASED-LIST THRU 1510-EXIT.
1520-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-MASK-JOURNAL.  ONE PASS, EVERY ENTRY WRITTEN - MASKED OR
*> NOT - IN THE ORDER READ.
*> ----------------------------------------------------------------
2000-MASK-JOURNAL.
    PERFORM 2100-READ-AUDIT-NEXT THRU 2100-EXIT.
    PERFORM 2200-MASK-ONE-ENTRY THRU 2200-EXIT
        UNTIL WS-AU-EOF.
2000-EXIT.
    EXIT.

2100-READ-AUDIT-NEXT.
    READ AUDIT-FILE
        AT END MOVE 'Y' TO WS-AU-EOF-SWITCH
    END-READ.
2100-EXIT.
    EXIT.

2200-MASK-ONE-ENTRY.
    ADD 1 TO WS-IN-COUNT.
    IF AU-USER-ID = ZERO
        ADD 1 TO WS-NO-ID-COUNT
    ELSE
        PERFORM 2300-SEARCH-ERASED-LIST THRU 2300-EXIT
        IF WS-USER-ERASED
            PERFORM 2400-MASK-PERSONAL-DATA THRU 2400-EXIT
        END-IF
    END-IF.
    MOVE AU-RECORD TO MASKED-RECORD.
    WRITE MASKED-RECORD.
    ADD 1 TO WS-OUT-COUNT.
    PERFORM 2100-READ-AUDIT-NEXT THRU 2100-EXIT.
2200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2300-SEARCH-ERASED-LIST.  HALVING SEARCH OF THE LIST TABLE FOR
*> AU-USER-ID; LEAVES WS-ERASED-INDEX ON THE ENTRY WHEN FOUND.
*> ----------------------------------------------------------------
2300-SEARCH-ERASED-LIST.
    MOVE 'N' TO WS-ERASED-SWITCH.
    MOVE 1 TO WS-SEARCH-LOW.
    MOVE WS-ERASED-COUNT TO WS-SEARCH-HIGH.
    PERFORM 2310-SEARCH-STEP THRU 2310-EXIT
        UNTIL WS-SEARCH-LOW > WS-SEARCH-HIGH
           OR WS-USER-ERASED.
2300-EXIT.
    EXIT.

2310-SEARCH-STEP.
    COMPUTE WS-SEARCH-MID = (WS-SEARCH-LOW + WS-SEARCH-HIGH) / 2.
    EVALUATE TRUE
        WHEN WS-EL-USER-ID(WS-SEARCH-MID) = AU-USER-ID
            MOVE 'Y' TO WS-ERASED-SWITCH
            MOVE WS-SEARCH-MID TO WS-ERASED-INDEX
        WHEN WS-EL-USER-ID(WS-SEARCH-MID) < AU-USER-ID
            COMPUTE WS-SEARCH-LOW = WS-SEARCH-MID + 1
        WHEN OTHER
            COMPUTE WS-SEARCH-HIGH = WS-SEARCH-MID - 1
    END-EVALUATE.
2310-EXIT.
    EXIT.

2400-MASK-PERSONAL-DATA.
    ADD 1 TO WS-MASKED-COUNT.
    IF WS-EL-SEEN(WS-ERASED-INDEX) = 'N'
        MOVE 'Y' TO WS-EL-SEEN(WS-ERASED-INDEX)
        ADD 1 TO WS-USERS-MASKED
    END-IF.
    MOVE WS-MASK-VALUE TO AU-NAME.
    EVALUATE AU-FIELD
        WHEN "NAME"
        WHEN "BIRTHDAY"
        WHEN "STREET"
        WHEN "CITY"
        WHEN "STATE"
        WHEN "ZIP"
            MOVE WS-MASK-VALUE TO AU-OLD-VALUE
            MOVE WS-MASK-VALUE TO AU-NEW-VALUE
    END-EVALUATE.
2400-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-PRINT-SUMMARY.
*> ----------------------------------------------------------------
3000-PRINT-SUMMARY.
    MOVE "AUDIT JOURNAL MASKING - ERASED USERS" TO SUMMARY-RECORD.
    WRITE SUMMARY-RECORD.
    MOVE SPACES TO SUMMARY-RECORD.
    WRITE SUMMARY-RECORD.
    MOVE "USER-IDS ON THE LIST ..  " TO WS-SM-LABEL.
    MOVE WS-ERASED-COUNT TO WS-SM-COUNT.
    WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE.
    MOVE "JOURNAL ENTRIES IN ....  " TO WS-SM-LABEL.
    MOVE WS-IN-COUNT TO WS-SM-COUNT.
    WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE.
    MOVE "JOURNAL ENTRIES OUT ...  " TO WS-SM-LABEL.
    MOVE WS-OUT-COUNT TO WS-SM-COUNT.
    WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE.
    MOVE "ENTRIES MASKED ........  " TO WS-SM-LABEL.
    MOVE WS-MASKED-COUNT TO WS-SM-COUNT.
    WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE.
    MOVE "USERS MASKED ..........  " TO WS-SM-LABEL.
    MOVE WS-USERS-MASKED TO WS-SM-COUNT.
    WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE.
    MOVE "ENTRIES WITH NO USER-ID  " TO WS-SM-LABEL.
    MOVE WS-NO-ID-COUNT TO WS-SM-COUNT.
    WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE.
    IF WS-OUT-COUNT NOT = WS-IN-COUNT
        MOVE "*** ENTRIES IN AND OUT DIFFER - DO NOT COPY BACK - RC=8"
            TO SUMMARY-RECORD
        WRITE SUMMARY-RECORD
    END-IF.
3000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8000-STAMP-RUN-CONTROL.  APPEND THIS RUN'S RECORD TO RUNCTL.
*> ----------------------------------------------------------------
8000-STAMP-RUN-CONTROL.
    OPEN EXTEND RUN-CONTROL.
    IF WS-RC-STATUS = '35'
        OPEN OUTPUT RUN-CONTROL
    END-IF.
    ACCEPT WS-END-TIME FROM TIME.
    MOVE WS-CURRENT-DATE TO RC-BUSINESS-DATE.
    MOVE "AUDMASK " TO RC-PROGRAM.
    MOVE WS-CURRENT-DATE TO RC-START-DATE.
    MOVE WS-CURRENT-TIME TO RC-START-TIME.
    MOVE WS-END-TIME TO RC-END-TIME.
    IF WS-LIST-PROVED AND WS-OUT-COUNT = WS-IN-COUNT
        MOVE ZERO TO RC-RETURN-CODE
        MOVE 'C' TO RC-RUN-STATUS
    ELSE
        MOVE 8 TO RC-RETURN-CODE
        MOVE 'F' TO RC-RUN-STATUS
    END-IF.
    MOVE WS-IN-COUNT TO RC-READ-COUNT.
    MOVE WS-MASKED-COUNT TO RC-APPLIED-COUNT.
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
9000-TERMINATE.
    IF WS-LIST-PROVED
        CLOSE AUDIT-FILE
        CLOSE MASKED-FILE
    END-IF.
    CLOSE SUMMARY-FILE.
    DISPLAY "AUDIT JOURNAL MASKING SUMMARY".
    DISPLAY "ENTRIES IN ............ " WS-IN-COUNT.
    DISPLAY "ENTRIES MASKED ........ " WS-MASKED-COUNT.
9000-EXIT.
    EXIT.
