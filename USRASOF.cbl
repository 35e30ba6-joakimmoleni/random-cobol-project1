*> ****************************************************************
*> IDENTIFICATION DIVISION.
*> ****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. USRASOF.
AUTHOR. R. MOLENI.
INSTALLATION. IT-OPERATIONS.
DATE-WRITTEN. 2026-10-09.
DATE-COMPILED.
*>
*>  MOD-HISTORY.
*>    2026-10-09  RSM  INITIAL VERSION.  ROSTER "AS OF" A PAST DATE.
*>                     AUDITORS AND HR ASK WHO WAS ACTIVE, AND AT
*>                     WHAT ADDRESS, ON A GIVEN DAY; THE ONLY ANSWER
*>                     USED TO BE A RELDUSR RESTORE OVER THE LIVE
*>                     MASTER.  THIS PROGRAM ANSWERS IT READ-ONLY:
*>                       - PARMCARD ASOF=YYYYMMDD NAMES THE DATE.
*>                       - BKUPFILE IS THE WHOLE BACKUP GDG,
*>                         NEWEST GENERATION FIRST.  A FIRST PASS
*>                         READS EVERY TRAILER'S CUT STAMP
*>                         (BK-CUT-DATE/TIME) AND PICKS THE NEWEST
*>                         GENERATION CUT ON OR BEFORE THE AS-OF
*>                         DATE; A SECOND PASS LOADS JUST THAT
*>                         GENERATION INTO A SCRATCH INDEXED FILE
*>                         (ASOFMAST) AND PROVES IT AGAINST ITS
*>                         TRAILER, AS RELDUSR DOES.
*>                       - THE JOURNAL IS THEN ROLLED FORWARD FROM
*>                         THE CUT MOMENT TO THE END OF THE AS-OF
*>                         DATE, APPLYING ENTRIES BY AU-USER-ID
*>                         EXACTLY AS RPLYUSR DOES.  WHEN THE LIVE
*>                         AUDITLOG STARTS AFTER THE CUT (AUDARCH
*>                         HAS MOVED THE OLDER ENTRIES OUT), THE
*>                         GAP IS READ FROM THE ARCHIVE FIRST
*>                         (ARCHJRNL - EVERY ARCHOUT GENERATION,
*>                         SORTED BACK INTO JOURNAL ORDER BY THE
*>                         STEP AHEAD OF THIS ONE).
*>                       - ROSTRPT LISTS THE ACTIVE USERS AS THEY
*>                         STOOD, ALPHABETICAL BY NAME, WITH THEIR
*>                         ADDRESS; CITYRPT COUNTS THEM BY CITY -
*>                         THE SAME LAYOUTS THE NIGHTLY LOAD
*>                         PRINTS.  ASOFRPT SHOWS THE GENERATION
*>                         USED, THE ENTRIES ROLLED FORWARD AND ANY
*>                         THAT COULD NOT APPLY.
*>                     THE LIVE USERMAST IS NEVER OPENED - THIS
*>                     PROGRAM HAS NO SELECT FOR IT.  RC=0 CLEAN;
*>                     RC=4 SOME JOURNAL ENTRIES COULD NOT APPLY
*>                     (LISTED ON ASOFRPT); RC=8 NO USABLE AS-OF
*>                     CARD, NO GENERATION OLD ENOUGH, OR THE
*>                     GENERATION DID NOT PROVE - NO ROSTER PRINTED.
*>    2026-10-11  RSM  MULTIPLE SENDING SYSTEMS PROJECT.  THE
*>                     BACKUP'S BK-USER-OWNER IS LOADED AND A 'C'
*>                     ENTRY ON FIELD OWNER ROLLS FORWARD, SAME AS
*>                     RPLYUSR.  ONLY GENERATIONS CUT AT LRECL 121
*>                     CAN BE READ - SEE THE SORCNV JOB.
*>    2026-10-12  RSM  PRIVACY ERASURE PROJECT.  THE ERASED-USER
*>                     LIST (ERASLIST, COPYBOOK ERREC) IS LOADED AND
*>                     PROVED AFTER THE AS-OF CARD.  AN ERASED
*>                     USER-ID IS PROVED WITH THE IMAGE BUT NOT
*>                     LOADED, AND ITS JOURNAL ENTRIES ARE PASSED
*>                     OVER (COUNTED, NEVER LISTED, NOT RC=4), SO
*>                     AN ERASED USER IS ON NO ROSTER, HOWEVER
*>                     EARLY THE DATE.  A LIST THAT FAILS ITS PROOF
*>                     ENDS RC=8 WITH NOTHING REBUILT, AS DOES A
*>                     MISSING LIST (STATUS 35) - ERASDEF SEEDS AN
*>                     EMPTY ONE.
*>    2026-10-15  RSM  AN AS-OF MASTER THAT WILL NOT REOPEN FOR THE
*>                     ROLL-FORWARD NOW STOPS THE RUN AT RC=8 BEFORE
*>                     THE ROSTER AND CITY COUNT, WHICH USED TO READ
*>                     THE UNOPENED FILE.  3000 NO LONGER CLOSES A
*>                     MASTER ITS OPEN OUTPUT NEVER OPENED.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO "PARMCARD"
        ORGANIZATION IS SEQUENTIAL.

    SELECT BACKUP-FILE ASSIGN TO "BKUPFILE"
        ORGANIZATION IS SEQUENTIAL.

    SELECT ARCHIVE-FILE ASSIGN TO "ARCHJRNL"
        ORGANIZATION IS SEQUENTIAL.

    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS SEQUENTIAL.

    SELECT ASOF-MASTER ASSIGN TO "ASOFMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS UM-USER-ID
        ALTERNATE RECORD KEY IS UM-NAME WITH DUPLICATES
        ALTERNATE RECORD KEY IS UM-CITY WITH DUPLICATES
        FILE STATUS IS WS-UM-STATUS.

    SELECT ASOF-REPORT-FILE ASSIGN TO "ASOFRPT"
        ORGANIZATION IS SEQUENTIAL.

    SELECT ROSTER-FILE ASSIGN TO "ROSTRPT"
        ORGANIZATION IS SEQUENTIAL.

    SELECT CITY-FILE ASSIGN TO "CITYRPT"
        ORGANIZATION IS SEQUENTIAL.

    SELECT ERASED-LIST ASSIGN TO "ERASLIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01  PARM-RECORD                     PIC X(80).

FD  BACKUP-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY BKREC.

FD  ARCHIVE-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01  ARCHIVE-RECORD                  PIC X(147).

FD  AUDIT-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01  AUDIT-RECORD                    PIC X(147).

FD  ASOF-MASTER
    LABEL RECORDS ARE STANDARD.
    COPY UMREC.

FD  ASOF-REPORT-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01  ASOF-REPORT-RECORD              PIC X(132).

FD  ROSTER-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01  ROSTER-RECORD                   PIC X(132).

FD  CITY-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01  CITY-RECORD                     PIC X(80).

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

*> THE JOURNAL ENTRY BEING ROLLED FORWARD - READ INTO HERE FROM
*> EITHER THE ARCHIVE OR THE LIVE JOURNAL.
    COPY AUREC.

01  WS-REPLAY-LINE.
    05  WS-RP-DATE                  PIC 9(08).
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-RP-TIME                  PIC 9(08).
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-RP-ACTION                PIC X(01).
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-RP-USER-ID               PIC 9(06).
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-RP-NAME                  PIC X(30).
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-RP-FIELD                 PIC X(10).
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-RP-DISPOSITION           PIC X(35).
    05  FILLER                      PIC X(28) VALUE SPACES.

01  WS-COUNT-LINE.
    05  WS-CT-LABEL                 PIC X(24).
    05  WS-CT-COUNT                 PIC ZZZZZZZZ9.
    05  FILLER                      PIC X(99) VALUE SPACES.

01  WS-ROSTER-HEADING.
    05  FILLER                      PIC X(32) VALUE "NAME".
    05  FILLER                      PIC X(08) VALUE "USERID".
    05  FILLER                      PIC X(10) VALUE "BIRTHDAY".
    05  FILLER                      PIC X(32) VALUE "CITY".
    05  FILLER                      PIC X(32) VALUE "STREET".
    05  FILLER                      PIC X(04) VALUE "ST".
    05  FILLER                      PIC X(14) VALUE "ZIP".

01  WS-ROSTER-LINE.
    05  WS-RO-NAME                  PIC X(30).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RO-USER-ID               PIC 9(06).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RO-BIRTHDAY              PIC 9(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RO-CITY                  PIC X(30).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RO-STREET                PIC X(30).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RO-STATE                 PIC X(02).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RO-ZIP                   PIC X(05).
    05  FILLER                      PIC X(09) VALUE SPACES.

01  WS-CITY-LINE.
    05  WS-CY-NAME                  PIC X(30).
    05  FILLER                      PIC X(04) VALUE SPACES.
    05  WS-CY-COUNT                 PIC ZZZZ9.
    05  FILLER                      PIC X(41) VALUE SPACES.

01  WS-SWITCHES.
    05  WS-PARM-EOF-SWITCH          PIC X(01) VALUE 'N'.
        88  WS-PARM-EOF                 VALUE 'Y'.
        88  WS-PARM-NOT-EOF             VALUE 'N'.
    05  WS-BK-EOF-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-BK-EOF                   VALUE 'Y'.
        88  WS-BK-NOT-EOF               VALUE 'N'.
    05  WS-AR-EOF-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-AR-EOF                   VALUE 'Y'.
        88  WS-AR-NOT-EOF               VALUE 'N'.
    05  WS-AU-EOF-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-AU-EOF                   VALUE 'Y'.
        88  WS-AU-NOT-EOF               VALUE 'N'.
    05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
        88  WS-EOF                      VALUE 'Y'.
        88  WS-NOT-EOF                  VALUE 'N'.
    05  WS-ASOF-SWITCH              PIC X(01) VALUE 'N'.
        88  WS-ASOF-VALID               VALUE 'Y'.
        88  WS-ASOF-INVALID             VALUE 'N'.
    05  WS-GENERATION-SWITCH        PIC X(01) VALUE 'N'.
        88  WS-GENERATION-CHOSEN        VALUE 'Y'.
        88  WS-NO-GENERATION            VALUE 'N'.
    05  WS-TRAILER-SWITCH           PIC X(01) VALUE 'N'.
        88  WS-TRAILER-SEEN             VALUE 'Y'.
        88  WS-TRAILER-NOT-SEEN         VALUE 'N'.
    05  WS-VERIFY-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-RELOAD-PROVED            VALUE 'Y'.
        88  WS-RELOAD-NOT-PROVED        VALUE 'N'.
    05  WS-IO-ERROR-SWITCH          PIC X(01) VALUE 'N'.
        88  WS-IO-ERROR-SEEN            VALUE 'Y'.
        88  WS-NO-IO-ERROR              VALUE 'N'.
    05  WS-ASOF-OPEN-SWITCH         PIC X(01) VALUE 'N'.
        88  WS-ASOF-OPEN                VALUE 'Y'.
        88  WS-ASOF-NOT-OPEN            VALUE 'N'.
    05  WS-APPLY-SWITCH             PIC X(01) VALUE 'Y'.
        88  WS-ENTRY-APPLIED            VALUE 'Y'.
        88  WS-ENTRY-NOT-APPLIED        VALUE 'N'.
        88  WS-ENTRY-PASSED-OVER        VALUE 'P'.
    05  WS-ARCHIVE-SWITCH           PIC X(01) VALUE 'N'.
        88  WS-ARCHIVE-NEEDED           VALUE 'Y'.
        88  WS-ARCHIVE-NOT-NEEDED       VALUE 'N'.
    05  WS-WINDOW-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-ENTRY-IN-WINDOW          VALUE 'Y'.
        88  WS-ENTRY-OUT-OF-WINDOW      VALUE 'N'.
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
77  WS-ASOF-DATE                    PIC 9(08) VALUE ZERO.
77  WS-GENERATION-COUNT             PIC 9(04) COMP VALUE ZERO.
77  WS-CHOSEN-GENERATION            PIC 9(04) COMP VALUE ZERO.
77  WS-TRAILERS-PASSED              PIC 9(04) COMP VALUE ZERO.
77  WS-UNSTAMPED-COUNT              PIC 9(04) COMP VALUE ZERO.
77  WS-RELATIVE-GENERATION          PIC 9(04) VALUE ZERO.
77  WS-CUT-DATE                     PIC 9(08) VALUE ZERO.
77  WS-CUT-TIME                     PIC 9(08) VALUE ZERO.
77  WS-LIVE-START-DATE              PIC 9(08) VALUE ZERO.
77  WS-LIVE-START-TIME              PIC 9(08) VALUE ZERO.
77  WS-RELOAD-COUNT                 PIC 9(09) COMP VALUE ZERO.
77  WS-HASH-TOTAL                   PIC 9(15) VALUE ZERO.
77  WS-HASH-NAME                    PIC X(30) VALUE SPACES.
77  WS-KEY-HASH                     PIC 9(15) VALUE ZERO.
77  WS-HASH-INDEX                   PIC 9(04) COMP VALUE ZERO.
77  WS-TRAILER-COUNT                PIC 9(09) VALUE ZERO.
77  WS-TRAILER-HASH                 PIC 9(15) VALUE ZERO.
77  WS-ARCHIVE-APPLIED              PIC 9(09) COMP VALUE ZERO.
77  WS-LIVE-APPLIED                 PIC 9(09) COMP VALUE ZERO.
77  WS-ENTRIES-APPLIED              PIC 9(09) COMP VALUE ZERO.
77  WS-ENTRIES-NOT-APPLIED          PIC 9(09) COMP VALUE ZERO.
77  WS-ACTIVE-COUNT                 PIC 9(09) COMP VALUE ZERO.
77  WS-PARKED-COUNT                 PIC 9(09) COMP VALUE ZERO.
77  WS-BREAK-CITY                   PIC X(30) VALUE SPACES.
77  WS-BREAK-COUNT                  PIC 9(05) COMP VALUE ZERO.
77  WS-LIVE-FIRST-ENTRY             PIC X(147) VALUE SPACES.

PROCEDURE DIVISION.

*> ----------------------------------------------------------------
*> 0000-MAIN-CONTROL.
*> ----------------------------------------------------------------
0000-MAIN-CONTROL.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    IF WS-ASOF-VALID AND WS-LIST-PROVED
        PERFORM 2000-CHOOSE-GENERATION THRU 2000-EXIT
    END-IF.
    IF WS-GENERATION-CHOSEN
        PERFORM 3000-LOAD-GENERATION THRU 3000-EXIT
    END-IF.
    IF WS-RELOAD-PROVED
        PERFORM 4000-ROLL-JOURNAL-FORWARD THRU 4000-EXIT
    END-IF.
*> 4000 TURNS WS-RELOAD-PROVED OFF IF THE MASTER WILL NOT REOPEN.
    IF WS-RELOAD-PROVED
        PERFORM 5000-PRINT-ROSTER THRU 5000-EXIT
        PERFORM 6000-PRINT-CITY-COUNT THRU 6000-EXIT
    END-IF.
    PERFORM 8000-WRITE-ASOF-TOTALS THRU 8000-EXIT.
    PERFORM 9000-TERMINATE THRU 9000-EXIT.
    EVALUATE TRUE
        WHEN WS-RELOAD-NOT-PROVED
            MOVE 8 TO RETURN-CODE
        WHEN WS-ENTRIES-NOT-APPLIED > ZERO
            MOVE 4 TO RETURN-CODE
    END-EVALUATE.
    GOBACK.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE.  READ THE ASOF= CARD AND OPEN THE REPORTS.  A
*> MISSING, NON-NUMERIC OR ZERO DATE LEAVES WS-ASOF-INVALID SET AND
*> NOTHING ELSE RUNS; SO DOES AN ERASED-USER LIST THAT FAILS.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    OPEN INPUT PARM-FILE.
    PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
    PERFORM 1200-APPLY-PARM-CARD THRU 1200-EXIT
        UNTIL WS-PARM-EOF.
    CLOSE PARM-FILE.
    OPEN OUTPUT ASOF-REPORT-FILE.
    OPEN OUTPUT ROSTER-FILE.
    OPEN OUTPUT CITY-FILE.
    MOVE "USER ROSTER AS OF A PAST DATE - REBUILD CONTROL REPORT"
        TO ASOF-REPORT-RECORD.
    WRITE ASOF-REPORT-RECORD.
    MOVE SPACES TO ASOF-REPORT-RECORD.
    WRITE ASOF-REPORT-RECORD.
    IF WS-ASOF-VALID
        MOVE SPACES TO ASOF-REPORT-RECORD
        STRING "AS-OF DATE: " DELIMITED BY SIZE
               WS-ASOF-DATE DELIMITED BY SIZE
               " (END OF DAY)" DELIMITED BY SIZE
            INTO ASOF-REPORT-RECORD
        WRITE ASOF-REPORT-RECORD
        PERFORM 1500-LOAD-ERASED-LIST THRU 1500-EXIT
        IF WS-LIST-NOT-PROVED
            MOVE "*** ERASED-USER LIST NOT PROVED - NOTHING REBUILT ***"
                TO ASOF-REPORT-RECORD
            WRITE ASOF-REPORT-RECORD
        END-IF
    ELSE
        DISPLAY "NO USABLE ASOF=YYYYMMDD CARD ON PARMCARD"
        MOVE "*** NO USABLE ASOF=YYYYMMDD CARD - NOTHING REBUILT ***"
            TO ASOF-REPORT-RECORD
        WRITE ASOF-REPORT-RECORD
    END-IF.
1000-EXIT.
    EXIT.

1100-READ-PARM-CARD.
    READ PARM-FILE
        AT END MOVE 'Y' TO WS-PARM-EOF-SWITCH
    END-READ.
1100-EXIT.
    EXIT.

1200-APPLY-PARM-CARD.
    IF PARM-RECORD(1:5) = "ASOF="
        IF PARM-RECORD(6:8) IS NUMERIC
            MOVE PARM-RECORD(6:8) TO WS-ASOF-DATE
        END-IF
        IF WS-ASOF-DATE > ZERO
            MOVE 'Y' TO WS-ASOF-SWITCH
        END-IF
    END-IF.
    PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
1200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1500-LOAD-ERASED-LIST.  IDS STRICTLY ASCENDING, A TRAILER LAST
*> WITH THE RIGHT COUNT, AND NO MORE THAN THE TABLE HOLDS - ANY
*> FAILURE AND THE LIST IS NOT TRUSTED.  A MISSING LIST (STATUS
*> 35) IS NOT TRUSTED EITHER - ERASDEF SEEDS AN EMPTY ONE.  1500 THROUGH 1520 AND 2400 THROUGH 2410 ARE IDENTICAL
*> TO THE PARAGRAPHS OF THE SAME NAMES IN RELDUSR AND RPLYUSR.
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
*> 2000-CHOOSE-GENERATION.  FIRST PASS OVER THE BACKUP GDG,
*> NEWEST GENERATION FIRST.  EVERY TRAILER CLOSES ONE GENERATION;
*> THE FIRST WHOSE CUT DATE IS ON OR BEFORE THE AS-OF DATE IS THE
*> NEAREST EARLIER IMAGE.  A GENERATION CUT BEFORE TRAILERS WERE
*> STAMPED CANNOT BE PLACED IN TIME AND IS PASSED OVER.
*> ----------------------------------------------------------------
2000-CHOOSE-GENERATION.
    OPEN INPUT BACKUP-FILE.
    PERFORM 2100-READ-BACKUP-NEXT THRU 2100-EXIT.
    PERFORM 2200-NOTE-ONE-TRAILER THRU 2200-EXIT
        UNTIL WS-BK-EOF.
    CLOSE BACKUP-FILE.
    MOVE SPACES TO ASOF-REPORT-RECORD.
    IF WS-GENERATION-CHOSEN
        COMPUTE WS-RELATIVE-GENERATION = WS-CHOSEN-GENERATION - 1
        STRING "STARTING IMAGE: BACKUP G(-" DELIMITED BY SIZE
               WS-RELATIVE-GENERATION DELIMITED BY SIZE
               ") CUT " DELIMITED BY SIZE
               WS-CUT-DATE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-CUT-TIME DELIMITED BY SIZE
            INTO ASOF-REPORT-RECORD
        WRITE ASOF-REPORT-RECORD
    ELSE
        DISPLAY "NO BACKUP GENERATION CUT ON OR BEFORE " WS-ASOF-DATE
        MOVE "*** NO BACKUP GENERATION CUT ON OR BEFORE THE AS-OF DATE - NOTHING REBUILT ***"
            TO ASOF-REPORT-RECORD
        WRITE ASOF-REPORT-RECORD
    END-IF.
    IF WS-UNSTAMPED-COUNT > ZERO
        MOVE "GENERATIONS WITH NO CUT STAMP WERE PASSED OVER"
            TO ASOF-REPORT-RECORD
        WRITE ASOF-REPORT-RECORD
    END-IF.
2000-EXIT.
    EXIT.

2100-READ-BACKUP-NEXT.
    READ BACKUP-FILE
        AT END MOVE 'Y' TO WS-BK-EOF-SWITCH
    END-READ.
2100-EXIT.
    EXIT.

2200-NOTE-ONE-TRAILER.
    IF BK-TRAILER-RECORD
        ADD 1 TO WS-GENERATION-COUNT
        EVALUATE TRUE
            WHEN BK-CUT-DATE IS NOT NUMERIC
              OR BK-CUT-TIME IS NOT NUMERIC
              OR BK-CUT-DATE = ZERO
                ADD 1 TO WS-UNSTAMPED-COUNT
            WHEN WS-GENERATION-CHOSEN
                CONTINUE
            WHEN BK-CUT-DATE NOT > WS-ASOF-DATE
                MOVE 'Y' TO WS-GENERATION-SWITCH
                MOVE WS-GENERATION-COUNT TO WS-CHOSEN-GENERATION
                MOVE BK-CUT-DATE TO WS-CUT-DATE
                MOVE BK-CUT-TIME TO WS-CUT-TIME
        END-EVALUATE
    END-IF.
    PERFORM 2100-READ-BACKUP-NEXT THRU 2100-EXIT.
2200-EXIT.
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
*> 3000-LOAD-GENERATION.  SECOND PASS: SKIP THE NEWER
*> GENERATIONS (COUNTING THEIR TRAILERS), WRITE THE CHOSEN ONE'S
*> DETAILS INTO THE SCRATCH MASTER, AND PROVE COUNT AND NAME HASH
*> AGAINST ITS TRAILER - THE SAME RULES AS RELDUSR AND RPLYUSR.
*> ----------------------------------------------------------------
3000-LOAD-GENERATION.
    OPEN OUTPUT ASOF-MASTER.
    IF WS-UM-STATUS NOT = '00'
        DISPLAY "AS-OF MASTER OPEN FAILED - STATUS " WS-UM-STATUS
        MOVE 'Y' TO WS-IO-ERROR-SWITCH
    ELSE
        MOVE 'Y' TO WS-ASOF-OPEN-SWITCH
    END-IF.
    MOVE 'N' TO WS-BK-EOF-SWITCH.
    OPEN INPUT BACKUP-FILE.
    PERFORM 2100-READ-BACKUP-NEXT THRU 2100-EXIT.
    PERFORM 3100-LOAD-ONE-RECORD THRU 3100-EXIT
        UNTIL WS-BK-EOF
           OR WS-TRAILER-SEEN.
    CLOSE BACKUP-FILE.
    IF WS-ASOF-OPEN
        CLOSE ASOF-MASTER
        MOVE 'N' TO WS-ASOF-OPEN-SWITCH
    END-IF.
    EVALUATE TRUE
        WHEN WS-IO-ERROR-SEEN
            DISPLAY "IMAGE NOT PROVED - I/O ERROR DURING LOAD"
        WHEN WS-TRAILER-NOT-SEEN
            DISPLAY "IMAGE NOT PROVED - NO TRAILER ON GENERATION"
        WHEN WS-RELOAD-COUNT = WS-TRAILER-COUNT
         AND WS-HASH-TOTAL = WS-TRAILER-HASH
            MOVE 'Y' TO WS-VERIFY-SWITCH
        WHEN OTHER
            DISPLAY "IMAGE NOT PROVED - TRAILER MISMATCH"
            DISPLAY "TRAILER COUNT ......... " WS-TRAILER-COUNT
            DISPLAY "TRAILER KEY HASH ...... " WS-TRAILER-HASH
    END-EVALUATE.
    IF WS-RELOAD-NOT-PROVED
        MOVE "*** STARTING IMAGE NOT PROVED - NOTHING ROLLED FORWARD ***"
            TO ASOF-REPORT-RECORD
        WRITE ASOF-REPORT-RECORD
    END-IF.
3000-EXIT.
    EXIT.

3100-LOAD-ONE-RECORD.
    EVALUATE TRUE
        WHEN WS-TRAILERS-PASSED < WS-CHOSEN-GENERATION - 1
            IF BK-TRAILER-RECORD
                ADD 1 TO WS-TRAILERS-PASSED
            END-IF
        WHEN BK-DETAIL-RECORD
            PERFORM 3200-WRITE-ONE-DETAIL THRU 3200-EXIT
        WHEN BK-TRAILER-RECORD
            MOVE 'Y' TO WS-TRAILER-SWITCH
            MOVE BK-RECORD-COUNT TO WS-TRAILER-COUNT
            MOVE BK-KEY-HASH TO WS-TRAILER-HASH
    END-EVALUATE.
    IF WS-TRAILER-NOT-SEEN
        PERFORM 2100-READ-BACKUP-NEXT THRU 2100-EXIT
    END-IF.
3100-EXIT.
    EXIT.

3200-WRITE-ONE-DETAIL.
    MOVE BK-USER-ID TO UM-USER-ID.
    MOVE BK-USER-NAME TO UM-NAME.
    MOVE BK-USER-BIRTHDAY TO UM-BIRTHDAY.
    MOVE BK-USER-CITY TO UM-CITY.
    MOVE BK-USER-STATUS TO UM-STATUS.
    MOVE BK-USER-STREET TO UM-STREET.
    MOVE BK-USER-STATE TO UM-STATE.
    MOVE BK-USER-ZIP TO UM-ZIP.
    MOVE BK-USER-OWNER TO UM-OWNER-SYSTEM.
    MOVE BK-USER-ID TO WS-SEARCH-USER-ID.
    PERFORM 2400-SEARCH-ERASED-LIST THRU 2400-EXIT.
    IF WS-USER-ERASED
        ADD 1 TO WS-SKIPPED-COUNT
    ELSE
        WRITE UM-RECORD
        IF WS-UM-STATUS NOT = '00'
            IF WS-NO-IO-ERROR
                DISPLAY "AS-OF MASTER WRITE FAILED - STATUS "
                    WS-UM-STATUS
                DISPLAY "FIRST FAILING KEY ..... " BK-USER-ID
            END-IF
            MOVE 'Y' TO WS-IO-ERROR-SWITCH
        END-IF
    END-IF.
    ADD 1 TO WS-RELOAD-COUNT.
    MOVE BK-USER-NAME TO WS-HASH-NAME.
    PERFORM 7000-HASH-ONE-KEY THRU 7000-EXIT.
3200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4000-ROLL-JOURNAL-FORWARD.  APPLY EVERY JOURNAL ENTRY FROM THE
*> CUT MOMENT THROUGH THE END OF THE AS-OF DATE, IN JOURNAL
*> ORDER.  THE LIVE JOURNAL'S FIRST ENTRY SAYS HOW FAR BACK IT
*> REACHES; IF THAT IS AFTER THE CUT, THE ARCHIVE SUPPLIES THE
*> ENTRIES BEFORE IT.  BOTH FILES ARE CHRONOLOGICAL, SO EACH READ
*> STOPS AT THE FIRST ENTRY PAST THE AS-OF DATE.
*> ----------------------------------------------------------------
4000-ROLL-JOURNAL-FORWARD.
    OPEN I-O ASOF-MASTER.
    IF WS-UM-STATUS NOT = '00'
        DISPLAY "AS-OF MASTER REOPEN FAILED - STATUS " WS-UM-STATUS
        MOVE 'N' TO WS-VERIFY-SWITCH
    ELSE
        MOVE SPACES TO ASOF-REPORT-RECORD
        WRITE ASOF-REPORT-RECORD
        MOVE "ENTRIES THAT COULD NOT BE ROLLED FORWARD:"
            TO ASOF-REPORT-RECORD
        WRITE ASOF-REPORT-RECORD
        MOVE "DATE     TIME     A USERID NAME                           FIELD      DISPOSITION"
            TO ASOF-REPORT-RECORD
        WRITE ASOF-REPORT-RECORD
        OPEN INPUT AUDIT-FILE
        PERFORM 4100-READ-LIVE-NEXT THRU 4100-EXIT
        IF WS-AU-EOF
            MOVE 'Y' TO WS-ARCHIVE-SWITCH
        ELSE
            MOVE AU-DATE TO WS-LIVE-START-DATE
            MOVE AU-TIME TO WS-LIVE-START-TIME
            IF WS-LIVE-START-DATE > WS-CUT-DATE
               OR (WS-LIVE-START-DATE = WS-CUT-DATE
                   AND WS-LIVE-START-TIME > WS-CUT-TIME)
                MOVE 'Y' TO WS-ARCHIVE-SWITCH
            END-IF
        END-IF
        IF WS-ARCHIVE-NEEDED
            PERFORM 4200-ROLL-ARCHIVE THRU 4200-EXIT
        END-IF
        PERFORM 4400-ROLL-ONE-LIVE-ENTRY THRU 4400-EXIT
            UNTIL WS-AU-EOF
        CLOSE AUDIT-FILE
    END-IF.
4000-EXIT.
    EXIT.

4100-READ-LIVE-NEXT.
    READ AUDIT-FILE INTO AU-RECORD
        AT END MOVE 'Y' TO WS-AU-EOF-SWITCH
    END-READ.
    IF WS-AU-NOT-EOF AND AU-DATE > WS-ASOF-DATE
        MOVE 'Y' TO WS-AU-EOF-SWITCH
    END-IF.
4100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4200-ROLL-ARCHIVE.  THE ARCHIVED PART OF THE WINDOW.  ENTRIES
*> AT OR AFTER THE LIVE JOURNAL'S FIRST ENTRY ARE LEFT TO THE LIVE
*> PASS SO NOTHING APPLIES TWICE.  THE LIVE JOURNAL'S FIRST ENTRY
*> IS SAVED ACROSS THE PASS AND RESTORED AFTER IT.
*> ----------------------------------------------------------------
4200-ROLL-ARCHIVE.
    MOVE AU-RECORD TO WS-LIVE-FIRST-ENTRY.
    OPEN INPUT ARCHIVE-FILE.
    PERFORM 4300-READ-ARCHIVE-NEXT THRU 4300-EXIT.
    PERFORM 4350-ROLL-ONE-ARCHIVE-ENTRY THRU 4350-EXIT
        UNTIL WS-AR-EOF.
    CLOSE ARCHIVE-FILE.
    MOVE WS-LIVE-FIRST-ENTRY TO AU-RECORD.
4200-EXIT.
    EXIT.

4300-READ-ARCHIVE-NEXT.
    READ ARCHIVE-FILE INTO AU-RECORD
        AT END MOVE 'Y' TO WS-AR-EOF-SWITCH
    END-READ.
    EVALUATE TRUE
        WHEN WS-AR-EOF
            CONTINUE
        WHEN AU-DATE > WS-ASOF-DATE
            MOVE 'Y' TO WS-AR-EOF-SWITCH
        WHEN WS-AU-EOF
            CONTINUE
        WHEN AU-DATE > WS-LIVE-START-DATE
          OR (AU-DATE = WS-LIVE-START-DATE
              AND AU-TIME NOT < WS-LIVE-START-TIME)
            MOVE 'Y' TO WS-AR-EOF-SWITCH
    END-EVALUATE.
4300-EXIT.
    EXIT.

4350-ROLL-ONE-ARCHIVE-ENTRY.
    PERFORM 4500-TEST-WINDOW THRU 4500-EXIT.
    IF WS-ENTRY-IN-WINDOW
        PERFORM 4600-APPLY-ONE-ENTRY THRU 4600-EXIT
        IF WS-ENTRY-APPLIED
            ADD 1 TO WS-ARCHIVE-APPLIED
        END-IF
    END-IF.
    PERFORM 4300-READ-ARCHIVE-NEXT THRU 4300-EXIT.
4350-EXIT.
    EXIT.

4400-ROLL-ONE-LIVE-ENTRY.
    PERFORM 4500-TEST-WINDOW THRU 4500-EXIT.
    IF WS-ENTRY-IN-WINDOW
        PERFORM 4600-APPLY-ONE-ENTRY THRU 4600-EXIT
        IF WS-ENTRY-APPLIED
            ADD 1 TO WS-LIVE-APPLIED
        END-IF
    END-IF.
    PERFORM 4100-READ-LIVE-NEXT THRU 4100-EXIT.
4400-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4500-TEST-WINDOW.  IN THE WINDOW FROM THE CUT MOMENT ON, THE
*> SAME INCLUSIVE START RPLYUSR USES FOR FROM/FROMTIME.  THE READ
*> PARAGRAPHS HAVE ALREADY STOPPED AT THE END OF THE AS-OF DATE.
*> ----------------------------------------------------------------
4500-TEST-WINDOW.
    MOVE 'N' TO WS-WINDOW-SWITCH.
    IF AU-DATE > WS-CUT-DATE
       OR (AU-DATE = WS-CUT-DATE AND AU-TIME NOT < WS-CUT-TIME)
        MOVE 'Y' TO WS-WINDOW-SWITCH
    END-IF.
4500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4600-APPLY-ONE-ENTRY.  APPLY ONE JOURNAL ENTRY TO THE SCRATCH
*> MASTER BY AU-USER-ID - THE RULES OF RPLYUSR 4300 THROUGH 4600,
*> WHICH THIS MUST TRACK.  ONLY ENTRIES THAT COULD NOT APPLY ARE
*> LISTED.
*> ----------------------------------------------------------------
4600-APPLY-ONE-ENTRY.
    MOVE 'Y' TO WS-APPLY-SWITCH.
    MOVE 'N' TO WS-ERASED-SWITCH.
    IF AU-USER-ID NOT = ZERO
        MOVE AU-USER-ID TO WS-SEARCH-USER-ID
        PERFORM 2400-SEARCH-ERASED-LIST THRU 2400-EXIT
    END-IF.
    EVALUATE TRUE
        WHEN WS-USER-ERASED
            MOVE 'P' TO WS-APPLY-SWITCH
        WHEN AU-USER-ID = ZERO
            MOVE 'N' TO WS-APPLY-SWITCH
            MOVE "NOT APPLIED - NO USER-ID ON ENTRY"
                TO WS-RP-DISPOSITION
        WHEN AU-ACT-ADD AND AU-FIELD = "NAME"
            PERFORM 4700-APPLY-ADD-ENTRY THRU 4700-EXIT
        WHEN OTHER
            PERFORM 4800-APPLY-FIELD-ENTRY THRU 4800-EXIT
    END-EVALUATE.
    EVALUATE TRUE
        WHEN WS-ENTRY-APPLIED
            ADD 1 TO WS-ENTRIES-APPLIED
        WHEN WS-ENTRY-PASSED-OVER
            ADD 1 TO WS-ENTRIES-PASSED-OVER
        WHEN OTHER
            ADD 1 TO WS-ENTRIES-NOT-APPLIED
            PERFORM 4900-WRITE-NOT-APPLIED THRU 4900-EXIT
    END-EVALUATE.
4600-EXIT.
    EXIT.

4700-APPLY-ADD-ENTRY.
    MOVE AU-USER-ID TO UM-USER-ID.
    READ ASOF-MASTER
        INVALID KEY
            MOVE AU-USER-ID TO UM-USER-ID
            MOVE AU-NEW-VALUE TO UM-NAME
            MOVE ZEROES TO UM-BIRTHDAY
            MOVE SPACES TO UM-CITY
            MOVE 'A' TO UM-STATUS
            MOVE SPACES TO UM-STREET
            MOVE SPACES TO UM-STATE
            MOVE SPACES TO UM-ZIP
            MOVE SPACES TO UM-OWNER-SYSTEM
            WRITE UM-RECORD
        NOT INVALID KEY
            MOVE 'N' TO WS-APPLY-SWITCH
            MOVE "NOT APPLIED - USER-ID ALREADY ON FILE"
                TO WS-RP-DISPOSITION
    END-READ.
4700-EXIT.
    EXIT.

4800-APPLY-FIELD-ENTRY.
    MOVE AU-USER-ID TO UM-USER-ID.
    READ ASOF-MASTER
        INVALID KEY
            MOVE 'N' TO WS-APPLY-SWITCH
            MOVE "NOT APPLIED - USER-ID NOT ON FILE"
                TO WS-RP-DISPOSITION
        NOT INVALID KEY
            PERFORM 4850-SET-JOURNALED-FIELD THRU 4850-EXIT
    END-READ.
4800-EXIT.
    EXIT.

4850-SET-JOURNALED-FIELD.
    EVALUATE AU-FIELD
        WHEN "NAME"
            MOVE AU-NEW-VALUE TO UM-NAME
        WHEN "BIRTHDAY"
            MOVE AU-NEW-VALUE(1:8) TO UM-BIRTHDAY
        WHEN "CITY"
            MOVE AU-NEW-VALUE TO UM-CITY
        WHEN "STATUS"
            MOVE AU-NEW-VALUE(1:1) TO UM-STATUS
        WHEN "STREET"
            MOVE AU-NEW-VALUE TO UM-STREET
        WHEN "STATE"
            MOVE AU-NEW-VALUE(1:2) TO UM-STATE
        WHEN "ZIP"
            MOVE AU-NEW-VALUE(1:5) TO UM-ZIP
        WHEN "OWNER"
            MOVE AU-NEW-VALUE(1:8) TO UM-OWNER-SYSTEM
        WHEN "MERGED-TO"
            MOVE 'M' TO UM-STATUS
        WHEN OTHER
            MOVE 'N' TO WS-APPLY-SWITCH
            MOVE "NOT APPLIED - UNKNOWN FIELD"
                TO WS-RP-DISPOSITION
    END-EVALUATE.
    IF WS-ENTRY-APPLIED
        REWRITE UM-RECORD
    END-IF.
4850-EXIT.
    EXIT.

4900-WRITE-NOT-APPLIED.
    MOVE AU-DATE TO WS-RP-DATE.
    MOVE AU-TIME TO WS-RP-TIME.
    MOVE AU-ACTION TO WS-RP-ACTION.
    MOVE AU-USER-ID TO WS-RP-USER-ID.
    MOVE AU-NAME TO WS-RP-NAME.
    MOVE AU-FIELD TO WS-RP-FIELD.
    WRITE ASOF-REPORT-RECORD FROM WS-REPLAY-LINE.
4900-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5000-PRINT-ROSTER.  ONE PASS ALONG THE UM-NAME ALTERNATE KEY OF
*> THE REBUILT MASTER - ROSTRPT'S ORDER AND COLUMNS, ACTIVE USERS
*> ONLY, WITH THE ADDRESS THEY HAD THAT DAY ON THE END.
*> ----------------------------------------------------------------
5000-PRINT-ROSTER.
    MOVE SPACES TO ROSTER-RECORD.
    STRING "USER ROSTER AS OF " DELIMITED BY SIZE
           WS-ASOF-DATE DELIMITED BY SIZE
           " - ALPHABETICAL BY NAME" DELIMITED BY SIZE
        INTO ROSTER-RECORD.
    WRITE ROSTER-RECORD.
    MOVE SPACES TO ROSTER-RECORD.
    WRITE ROSTER-RECORD.
    WRITE ROSTER-RECORD FROM WS-ROSTER-HEADING.
    MOVE 'N' TO WS-EOF-SWITCH.
    MOVE LOW-VALUES TO UM-NAME.
    START ASOF-MASTER KEY IS NOT LESS THAN UM-NAME
        INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
    END-START.
    IF WS-NOT-EOF
        PERFORM 5100-READ-ASOF-NEXT THRU 5100-EXIT
    END-IF.
    PERFORM 5200-LIST-ONE-USER THRU 5200-EXIT
        UNTIL WS-EOF.
5000-EXIT.
    EXIT.

5100-READ-ASOF-NEXT.
    READ ASOF-MASTER NEXT RECORD
        AT END MOVE 'Y' TO WS-EOF-SWITCH
    END-READ.
5100-EXIT.
    EXIT.

5200-LIST-ONE-USER.
    IF UM-ACTIVE
        MOVE UM-NAME TO WS-RO-NAME
        MOVE UM-USER-ID TO WS-RO-USER-ID
        MOVE UM-BIRTHDAY TO WS-RO-BIRTHDAY
        MOVE UM-CITY TO WS-RO-CITY
        MOVE UM-STREET TO WS-RO-STREET
        MOVE UM-STATE TO WS-RO-STATE
        MOVE UM-ZIP TO WS-RO-ZIP
        WRITE ROSTER-RECORD FROM WS-ROSTER-LINE
        ADD 1 TO WS-ACTIVE-COUNT
    ELSE
        ADD 1 TO WS-PARKED-COUNT
    END-IF.
    PERFORM 5100-READ-ASOF-NEXT THRU 5100-EXIT.
5200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 6000-PRINT-CITY-COUNT.  CONTROL BREAK ALONG THE UM-CITY
*> ALTERNATE KEY, ACTIVE USERS ONLY - CITYRPT'S RULES.
*> ----------------------------------------------------------------
6000-PRINT-CITY-COUNT.
    MOVE SPACES TO CITY-RECORD.
    STRING "USER ROSTER BY CITY AS OF " DELIMITED BY SIZE
           WS-ASOF-DATE DELIMITED BY SIZE
        INTO CITY-RECORD.
    WRITE CITY-RECORD.
    MOVE SPACES TO CITY-RECORD.
    WRITE CITY-RECORD.
    MOVE "CITY                              COUNT" TO CITY-RECORD.
    WRITE CITY-RECORD.
    MOVE 'N' TO WS-EOF-SWITCH.
    MOVE LOW-VALUES TO UM-CITY.
    START ASOF-MASTER KEY IS NOT LESS THAN UM-CITY
        INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
    END-START.
    MOVE SPACES TO WS-BREAK-CITY.
    MOVE ZERO TO WS-BREAK-COUNT.
    IF WS-NOT-EOF
        PERFORM 5100-READ-ASOF-NEXT THRU 5100-EXIT
    END-IF.
    PERFORM 6100-COUNT-ONE-CITY-USER THRU 6100-EXIT
        UNTIL WS-EOF.
    PERFORM 6200-PRINT-CITY-BREAK THRU 6200-EXIT.
6000-EXIT.
    EXIT.

6100-COUNT-ONE-CITY-USER.
    IF UM-CITY NOT = WS-BREAK-CITY
        PERFORM 6200-PRINT-CITY-BREAK THRU 6200-EXIT
        MOVE UM-CITY TO WS-BREAK-CITY
        MOVE ZERO TO WS-BREAK-COUNT
    END-IF.
    IF UM-ACTIVE
        ADD 1 TO WS-BREAK-COUNT
    END-IF.
    PERFORM 5100-READ-ASOF-NEXT THRU 5100-EXIT.
6100-EXIT.
    EXIT.

6200-PRINT-CITY-BREAK.
    IF WS-BREAK-COUNT > ZERO
        MOVE WS-BREAK-CITY TO WS-CY-NAME
        MOVE WS-BREAK-COUNT TO WS-CY-COUNT
        WRITE CITY-RECORD FROM WS-CITY-LINE
    END-IF.
6200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 7000-HASH-ONE-KEY.  FOLD THE 30 BYTES OF WS-HASH-NAME INTO A
*> POSITION-SENSITIVE KEY HASH AND ADD IT TO THE RUNNING TOTAL,
*> ALL MODULO 10**15.  IDENTICAL TO THE PARAGRAPH IN UNLDUSR,
*> RELDUSR AND RPLYUSR - THEY MUST NEVER DIVERGE.
*> ----------------------------------------------------------------
7000-HASH-ONE-KEY.
    MOVE ZERO TO WS-KEY-HASH.
    MOVE 1 TO WS-HASH-INDEX.
    PERFORM 7100-HASH-ONE-BYTE THRU 7100-EXIT
        VARYING WS-HASH-INDEX FROM 1 BY 1
        UNTIL WS-HASH-INDEX > 30.
    COMPUTE WS-HASH-TOTAL =
        FUNCTION MOD(WS-HASH-TOTAL + WS-KEY-HASH, 1000000000000000).
7000-EXIT.
    EXIT.

7100-HASH-ONE-BYTE.
    COMPUTE WS-KEY-HASH = FUNCTION MOD(
        WS-KEY-HASH * 31
        + FUNCTION ORD(WS-HASH-NAME(WS-HASH-INDEX:1)),
        1000000000000000).
7100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8000-WRITE-ASOF-TOTALS.
*> ----------------------------------------------------------------
8000-WRITE-ASOF-TOTALS.
    MOVE SPACES TO ASOF-REPORT-RECORD.
    WRITE ASOF-REPORT-RECORD.
    MOVE "GENERATIONS SCANNED ..  " TO WS-CT-LABEL.
    MOVE WS-GENERATION-COUNT TO WS-CT-COUNT.
    WRITE ASOF-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "RECORDS IN IMAGE .....  " TO WS-CT-LABEL.
    MOVE WS-RELOAD-COUNT TO WS-CT-COUNT.
    WRITE ASOF-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "ERASED, NOT LOADED ...  " TO WS-CT-LABEL.
    MOVE WS-SKIPPED-COUNT TO WS-CT-COUNT.
    WRITE ASOF-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "APPLIED FROM ARCHIVE .  " TO WS-CT-LABEL.
    MOVE WS-ARCHIVE-APPLIED TO WS-CT-COUNT.
    WRITE ASOF-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "APPLIED FROM AUDITLOG   " TO WS-CT-LABEL.
    MOVE WS-LIVE-APPLIED TO WS-CT-COUNT.
    WRITE ASOF-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "ENTRIES NOT APPLIED ..  " TO WS-CT-LABEL.
    MOVE WS-ENTRIES-NOT-APPLIED TO WS-CT-COUNT.
    WRITE ASOF-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "PASSED OVER - ERASED .  " TO WS-CT-LABEL.
    MOVE WS-ENTRIES-PASSED-OVER TO WS-CT-COUNT.
    WRITE ASOF-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "ACTIVE ON AS-OF DATE .  " TO WS-CT-LABEL.
    MOVE WS-ACTIVE-COUNT TO WS-CT-COUNT.
    WRITE ASOF-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "PARKED OR MERGED .....  " TO WS-CT-LABEL.
    MOVE WS-PARKED-COUNT TO WS-CT-COUNT.
    WRITE ASOF-REPORT-RECORD FROM WS-COUNT-LINE.
    IF WS-ARCHIVE-NEEDED
        MOVE "LIVE AUDITLOG STARTS AFTER THE CUT - ARCHIVE READ FOR THE GAP"
            TO ASOF-REPORT-RECORD
        WRITE ASOF-REPORT-RECORD
    END-IF.
    IF WS-ENTRIES-NOT-APPLIED > ZERO
        MOVE "*** ENTRIES ABOVE COULD NOT BE ROLLED FORWARD - ROSTER MAY DIFFER FOR THOSE USERS - STEP ENDS RC=4 ***"
            TO ASOF-REPORT-RECORD
        WRITE ASOF-REPORT-RECORD
    END-IF.
8000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9000-TERMINATE.
*> ----------------------------------------------------------------
9000-TERMINATE.
    IF WS-RELOAD-PROVED
        CLOSE ASOF-MASTER
    END-IF.
    CLOSE ASOF-REPORT-FILE.
    CLOSE ROSTER-FILE.
    CLOSE CITY-FILE.
    DISPLAY "USER ROSTER AS-OF SUMMARY".
    DISPLAY "AS-OF DATE ............ " WS-ASOF-DATE.
    DISPLAY "IMAGE CUT AT .......... " WS-CUT-DATE "/" WS-CUT-TIME.
    DISPLAY "ENTRIES APPLIED ....... " WS-ENTRIES-APPLIED.
    DISPLAY "ENTRIES NOT APPLIED ... " WS-ENTRIES-NOT-APPLIED.
    DISPLAY "ACTIVE ON AS-OF DATE .. " WS-ACTIVE-COUNT.
9000-EXIT.
    EXIT.
