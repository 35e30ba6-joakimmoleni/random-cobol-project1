*> ****************************************************************
*> IDENTIFICATION DIVISION.
*> ****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. OPSSUM.
AUTHOR. R. MOLENI.
INSTALLATION. IT-OPERATIONS.
DATE-WRITTEN. 2026-10-10.
DATE-COMPILED.
*>
*>  MOD-HISTORY.
*>    2026-10-10  RSM  INITIAL VERSION.  MORNING OPERATIONS SUMMARY,
*>                     THE LAST STEP OF NIGHTUSR.  THE ON-CALL
*>                     ANALYST USED TO PIECE THE NIGHT TOGETHER FROM
*>                     CTLRPT, RECONRPT, SUSPAGE, PENDRPT, ACKRPT AND
*>                     THE RUNCTL HISTORY BEFORE SIGNING IT OFF.  THIS
*>                     PROGRAM PRINTS ONE PAGE (SUMRPT):
*>                       - EVERY RUNCTL STAMP FOR THE RUN DATE, WITH
*>                         RETURN CODE, ELAPSED TIME, AND READ AND
*>                         APPLIED COUNTS SET AGAINST THAT PROGRAM'S
*>                         AVERAGE OVER ITS LAST 30 COMPLETE RUNS
*>                         BEFORE THE RUN DATE.  HELLOWLD, USREXTR AND
*>                         AUDBAL MUST ALL HAVE STAMPED.
*>                       - THE AUDBAL VERDICT (FROM ITS RUNCTL STAMP).
*>                       - THE SUSPENSE GENERATION THE LOAD JUST
*>                         WROTE, BY SP-REASON AND SP-FAIL-COUNT.
*>                       - THE PENDFILE BACKLOG BY EFFECTIVE DATE.
*>                       - THE LAST PAYACK RESULT (FROM ITS RUNCTL
*>                         STAMP).
*>                     AND HEADS THE PAGE WITH ONE OVERALL STATUS -
*>                     GREEN, AMBER OR RED - FOLLOWED BY EACH ITEM
*>                     THAT NEEDS A HUMAN.  RED: A STEP FAILED OR
*>                     NEVER STAMPED, THE AUDIT TRAIL IS OUT OF
*>                     BALANCE, OR THE LAST PAYACK WAS REFUSED.
*>                     AMBER: A RETURN CODE 4, COUNTS OR ELAPSED
*>                     TIME OUTSIDE THE TOLERANCE OF THE AVERAGE,
*>                     SUSPENSE RECORDS ONE FAILURE AWAY FROM THE
*>                     AGING REPORT, OR PENDING CHANGES THE SWEEP
*>                     SHOULD ALREADY HAVE TAKEN.  THE STEP ENDS
*>                     RC=0 GREEN, RC=4 AMBER, RC=8 RED.
*>                     PARMCARD: DATE=YYYYMMDD PICKS THE RUN DATE
*>                     (DEFAULT: THE START DATE OF THE LATEST
*>                     HELLOWLD STAMP - THE NIGHT JUST RUN);
*>                     TOLPCT=NNN SETS THE TOLERANCE (DEFAULT 50).
*>    2026-10-11  RSM  SUSPENSE POPULATION GAINS A ROW FOR REASON
*>                     'O', OWNER CONFLICT (MULTIPLE SENDING SYSTEMS
*>                     PROJECT).  A HELLOWLD RC=4 NOW ALSO MEANS A
*>                     SENDING SYSTEM'S BATCH WAS SKIPPED AS ALREADY
*>                     LOADED - SEE CTLRPT.
*>    2026-10-14  RSM  NO CODE CHANGE (INTAKE CIRCUIT BREAKER
*>                     PROJECT).  A HELLOWLD RC=4 CAN NOW ALSO MEAN
*>                     THE NIGHT'S INTAKE WAS HELD FOR OPERATOR
*>                     RELEASE - SEE BRKRPT.  A HELD NIGHT STAMPS
*>                     NO TRANFILE READS, SO ITS READ COUNT SHOWS
*>                     OUT OF TOLERANCE AS WELL.
*>    2026-10-15  RSM  THE NIGHT IS NOW A WINDOW, NOT A CALENDAR
*>                     DAY: IT OPENS AT THE START DATE AND TIME OF
*>                     THE HELLOWLD STAMP FOR THE RUN DATE AND
*>                     RUNS UP TO THE NEXT HELLOWLD START, SO A
*>                     USREXTR, AUDBAL OR PAYACK STEP THAT STARTS
*>                     AFTER MIDNIGHT IS REPORTED WITH ITS NIGHT
*>                     INSTEAD OF SHOWING AS NEVER STAMPED.  A RUN
*>                     DATE WITH NO HELLOWLD STAMP FALLS BACK TO
*>                     THE CALENDAR DAY.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO "PARMCARD"
        ORGANIZATION IS SEQUENTIAL.

    SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RC-STATUS.

    SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SP-STATUS.

    SELECT PENDING-FILE ASSIGN TO "PENDFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PD-STATUS.

    SELECT SUMMARY-REPORT-FILE ASSIGN TO "SUMRPT"
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01  PARM-RECORD                     PIC X(80).

FD  RUN-CONTROL
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY RCREC.

FD  SUSPENSE-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY SPREC.

FD  PENDING-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY MTREC.

FD  SUMMARY-REPORT-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01  SUMMARY-REPORT-RECORD           PIC X(132).

WORKING-STORAGE SECTION.
*> THE PAGE IS BUILT HERE AND WRITTEN AT THE END, SO THE OVERALL
*> STATUS AND THE ATTENTION ITEMS CAN HEAD IT.
01  WS-PAGE-AREA.
    05  WS-PAGE-LINE                PIC X(132) OCCURS 200 TIMES.

01  WS-ATTENTION-AREA.
    05  WS-ATTENTION-LINE           PIC X(132) OCCURS 30 TIMES.

*> TRAILING RUN HISTORY - ONE ROW PER PROGRAM SEEN ON RUNCTL, WITH
*> THE LAST 30 COMPLETE RUNS BEFORE THE RUN DATE HELD AS A RING.
*> THE SUMS ARE KEPT AS THE RING TURNS OVER.
01  WS-HISTORY-AREA.
    05  WS-HIST-PROGRAM OCCURS 20 TIMES.
        10  WS-HP-NAME              PIC X(08).
        10  WS-HP-RUNS              PIC 9(02) COMP.
        10  WS-HP-NEXT-SLOT         PIC 9(02) COMP.
        10  WS-HP-SUM-READ          PIC 9(11) COMP.
        10  WS-HP-SUM-APPLIED       PIC 9(11) COMP.
        10  WS-HP-SUM-ELAPSED       PIC 9(09) COMP.
        10  WS-HP-SLOT OCCURS 30 TIMES.
            15  WS-HS-READ          PIC 9(09) COMP.
            15  WS-HS-APPLIED       PIC 9(09) COMP.
            15  WS-HS-ELAPSED       PIC 9(05) COMP.

*> SUSPENSE POPULATION - ROWS IN 'B','D','C','A','O', OTHER ORDER;
*> COLUMNS FAIL COUNT 1, 2, 3 OR MORE.
01  WS-SUSPENSE-AREA.
    05  WS-SUSP-ROW OCCURS 6 TIMES.
        10  WS-SR-CELL              PIC 9(07) COMP OCCURS 3 TIMES.
        10  WS-SR-TOTAL             PIC 9(07) COMP.

01  WS-REASON-CODES.
    05  FILLER                      PIC X(32)
        VALUE "B BAD BIRTHDAY".
    05  FILLER                      PIC X(32)
        VALUE "D LIKELY DUPLICATE".
    05  FILLER                      PIC X(32)
        VALUE "C CITY NOT ON CITYREF".
    05  FILLER                      PIC X(32)
        VALUE "A ADDRESS FAILED EDITS".
    05  FILLER                      PIC X(32)
        VALUE "O OWNED BY ANOTHER SYSTEM".
    05  FILLER                      PIC X(32)
        VALUE "? UNRECOGNIZED REASON".
01  WS-REASON-TABLE REDEFINES WS-REASON-CODES.
    05  WS-REASON-ENTRY OCCURS 6 TIMES.
        10  WS-RN-CODE              PIC X(01).
        10  FILLER                  PIC X(01).
        10  WS-RN-TEXT              PIC X(30).

*> PENDING BACKLOG BUCKETS BY DAYS UNTIL THE EFFECTIVE DATE.
01  WS-PENDING-LABELS.
    05  FILLER                      PIC X(30)
        VALUE "DUE NOW OR UNDATED - NOT SWEPT".
    05  FILLER                      PIC X(30)
        VALUE "EFFECTIVE TOMORROW".
    05  FILLER                      PIC X(30)
        VALUE "EFFECTIVE IN 2 TO 7 DAYS".
    05  FILLER                      PIC X(30)
        VALUE "EFFECTIVE IN 8 TO 30 DAYS".
    05  FILLER                      PIC X(30)
        VALUE "EFFECTIVE IN MORE THAN 30 DAYS".
01  WS-PENDING-LABEL-TABLE REDEFINES WS-PENDING-LABELS.
    05  WS-PB-LABEL                 PIC X(30) OCCURS 5 TIMES.

01  WS-PENDING-COUNTS.
    05  WS-PB-COUNT                 PIC 9(07) COMP OCCURS 5 TIMES.

01  WS-TIME-WORK                    PIC 9(08).
01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
    05  WS-TW-HH                    PIC 9(02).
    05  WS-TW-MM                    PIC 9(02).
    05  WS-TW-SS                    PIC 9(02).
    05  WS-TW-CC                    PIC 9(02).

01  WS-RUN-HEADING.
    05  FILLER                      PIC X(10) VALUE "PROGRAM".
    05  FILLER                      PIC X(10) VALUE "BUS DATE".
    05  FILLER                      PIC X(10) VALUE "START".
    05  FILLER                      PIC X(10) VALUE "END".
    05  FILLER                      PIC X(04) VALUE "RC".
    05  FILLER                      PIC X(03) VALUE "S".
    05  FILLER                      PIC X(07) VALUE "SECS".
    05  FILLER                      PIC X(07) VALUE "AVG".
    05  FILLER                      PIC X(11) VALUE "READ".
    05  FILLER                      PIC X(11) VALUE "AVG READ".
    05  FILLER                      PIC X(11) VALUE "APPLIED".
    05  FILLER                      PIC X(11) VALUE "AVG APPL".
    05  FILLER                      PIC X(05) VALUE "RUNS".
    05  FILLER                      PIC X(22) VALUE "NOTE".

01  WS-RUN-LINE.
    05  WS-RN-PROGRAM               PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RN-BUSINESS-DATE         PIC 9(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RN-START                 PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RN-END                   PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RN-RETURN-CODE           PIC 9(02).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RN-STATUS                PIC X(01).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RN-ELAPSED               PIC ZZZZ9.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RN-AVG-ELAPSED           PIC ZZZZ9.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RN-READ                  PIC ZZZZZZZZ9.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RN-AVG-READ              PIC ZZZZZZZZ9.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RN-APPLIED               PIC ZZZZZZZZ9.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RN-AVG-APPLIED           PIC ZZZZZZZZ9.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RN-RUNS                  PIC ZZ9.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RN-NOTE                  PIC X(22).

01  WS-SUSPENSE-HEADING.
    05  FILLER                      PIC X(34) VALUE "REASON".
    05  FILLER                      PIC X(10) VALUE "FAIL 1".
    05  FILLER                      PIC X(10) VALUE "FAIL 2".
    05  FILLER                      PIC X(10) VALUE "FAIL 3+".
    05  FILLER                      PIC X(68) VALUE "TOTAL".

01  WS-SUSPENSE-LINE.
    05  WS-SL-REASON                PIC X(32).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-SL-FAIL-1                PIC ZZZZZZ9.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-SL-FAIL-2                PIC ZZZZZZ9.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-SL-FAIL-3                PIC ZZZZZZ9.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-SL-TOTAL                 PIC ZZZZZZ9.
    05  FILLER                      PIC X(61) VALUE SPACES.

01  WS-PENDING-LINE.
    05  WS-PL-LABEL                 PIC X(30).
    05  FILLER                      PIC X(04) VALUE SPACES.
    05  WS-PL-COUNT                 PIC ZZZZZZ9.
    05  FILLER                      PIC X(91) VALUE SPACES.

01  WS-COUNT-LINE.
    05  WS-CT-LABEL                 PIC X(24).
    05  WS-CT-COUNT                 PIC ZZZZZZZZ9.
    05  FILLER                      PIC X(99) VALUE SPACES.

01  WS-PRINT-LINE                   PIC X(132) VALUE SPACES.

01  WS-SWITCHES.
    05  WS-PARM-EOF-SWITCH          PIC X(01) VALUE 'N'.
        88  WS-PARM-EOF                 VALUE 'Y'.
        88  WS-PARM-NOT-EOF             VALUE 'N'.
    05  WS-RC-EOF-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-RC-EOF                   VALUE 'Y'.
        88  WS-RC-NOT-EOF               VALUE 'N'.
    05  WS-SP-EOF-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-SP-EOF                   VALUE 'Y'.
        88  WS-SP-NOT-EOF               VALUE 'N'.
    05  WS-PD-EOF-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-PD-EOF                   VALUE 'Y'.
        88  WS-PD-NOT-EOF               VALUE 'N'.
    05  WS-DATE-CARD-SWITCH         PIC X(01) VALUE 'N'.
        88  WS-DATE-CARD-GIVEN          VALUE 'Y'.
        88  WS-NO-DATE-CARD             VALUE 'N'.
    05  WS-NIGHT-SWITCH             PIC X(01) VALUE 'N'.
        88  WS-NIGHT-FOUND              VALUE 'Y'.
        88  WS-NIGHT-NOT-FOUND          VALUE 'N'.
    05  WS-LOAD-STAMP-SWITCH        PIC X(01) VALUE 'N'.
        88  WS-LOAD-STAMPED             VALUE 'Y'.
        88  WS-LOAD-NOT-STAMPED         VALUE 'N'.
    05  WS-EXTRACT-STAMP-SWITCH     PIC X(01) VALUE 'N'.
        88  WS-EXTRACT-STAMPED          VALUE 'Y'.
        88  WS-EXTRACT-NOT-STAMPED      VALUE 'N'.
    05  WS-BALANCE-STAMP-SWITCH     PIC X(01) VALUE 'N'.
        88  WS-BALANCE-STAMPED          VALUE 'Y'.
        88  WS-BALANCE-NOT-STAMPED      VALUE 'N'.
    05  WS-PAYACK-STAMP-SWITCH      PIC X(01) VALUE 'N'.
        88  WS-PAYACK-STAMPED           VALUE 'Y'.
        88  WS-PAYACK-NOT-STAMPED       VALUE 'N'.
    05  WS-DEVIATION-SWITCH         PIC X(01) VALUE 'N'.
        88  WS-RUN-DEVIATES             VALUE 'Y'.
        88  WS-RUN-WITHIN-TOLERANCE     VALUE 'N'.
    05  WS-OVERALL-SWITCH           PIC X(01) VALUE 'G'.
        88  WS-OVERALL-GREEN            VALUE 'G'.
        88  WS-OVERALL-AMBER            VALUE 'A'.
        88  WS-OVERALL-RED              VALUE 'R'.

77  WS-RC-STATUS                    PIC X(02) VALUE '00'.
77  WS-SP-STATUS                    PIC X(02) VALUE '00'.
77  WS-PD-STATUS                    PIC X(02) VALUE '00'.
77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
77  WS-NIGHT-START                  PIC 9(16) VALUE ZERO.
77  WS-NIGHT-END                    PIC 9(16) VALUE ZERO.
77  WS-STAMP-KEY                    PIC 9(16) VALUE ZERO.
77  WS-LOAD-BUSINESS-DATE           PIC 9(08) VALUE ZERO.
77  WS-TOLERANCE-PCT                PIC 9(03) VALUE 50.
77  WS-ELAPSED-FLOOR                PIC 9(05) VALUE 60.
77  WS-PAGE-COUNT                   PIC 9(03) COMP VALUE ZERO.
77  WS-PAGE-INDEX                   PIC 9(03) COMP VALUE ZERO.
77  WS-ATTENTION-COUNT              PIC 9(02) COMP VALUE ZERO.
77  WS-ATTENTION-INDEX              PIC 9(02) COMP VALUE ZERO.
77  WS-ATTENTION-LEVEL              PIC X(01) VALUE SPACES.
77  WS-ATTENTION-TEXT               PIC X(120) VALUE SPACES.
77  WS-HIST-COUNT                   PIC 9(02) COMP VALUE ZERO.
77  WS-HIST-INDEX                   PIC 9(02) COMP VALUE ZERO.
77  WS-FOUND-INDEX                  PIC 9(02) COMP VALUE ZERO.
77  WS-SLOT                         PIC 9(02) COMP VALUE ZERO.
77  WS-ROW                          PIC 9(02) COMP VALUE ZERO.
77  WS-COLUMN                       PIC 9(02) COMP VALUE ZERO.
77  WS-START-SECONDS                PIC S9(07) COMP VALUE ZERO.
77  WS-END-SECONDS                  PIC S9(07) COMP VALUE ZERO.
77  WS-ELAPSED                      PIC S9(07) COMP VALUE ZERO.
77  WS-AVG-READ                     PIC 9(09) COMP VALUE ZERO.
77  WS-AVG-APPLIED                  PIC 9(09) COMP VALUE ZERO.
77  WS-AVG-ELAPSED                  PIC 9(05) COMP VALUE ZERO.
77  WS-CHECK-TODAY                  PIC 9(09) COMP VALUE ZERO.
77  WS-CHECK-AVERAGE                PIC 9(09) COMP VALUE ZERO.
77  WS-CHECK-DIFFERENCE             PIC S9(10) COMP VALUE ZERO.
77  WS-STAMP-COUNT                  PIC 9(05) COMP VALUE ZERO.
77  WS-SUSPENSE-TOTAL               PIC 9(07) COMP VALUE ZERO.
77  WS-PENDING-TOTAL                PIC 9(07) COMP VALUE ZERO.
77  WS-PENDING-DAYS                 PIC S9(07) COMP VALUE ZERO.
77  WS-EARLIEST-EFFECTIVE           PIC 9(08) VALUE ZERO.
77  WS-LATEST-EFFECTIVE             PIC 9(08) VALUE ZERO.
77  WS-BAL-RETURN-CODE              PIC 9(02) VALUE ZERO.
77  WS-BAL-JOURNAL-ROWS             PIC 9(09) VALUE ZERO.
77  WS-BAL-EXPECTED-ROWS            PIC 9(09) VALUE ZERO.
77  WS-PA-START-DATE                PIC 9(08) VALUE ZERO.
77  WS-PA-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
77  WS-PA-RETURN-CODE               PIC 9(02) VALUE ZERO.
77  WS-PA-READ                      PIC 9(09) VALUE ZERO.
77  WS-PA-APPLIED                   PIC 9(09) VALUE ZERO.
77  WS-PA-MANUAL                    PIC 9(09) VALUE ZERO.
77  WS-EDIT-COUNT                   PIC ZZZZZZZZ9 VALUE ZERO.
77  WS-EDIT-AVERAGE                 PIC ZZZZZZZZ9 VALUE ZERO.
77  WS-EDIT-PCT                     PIC ZZ9 VALUE ZERO.

PROCEDURE DIVISION.

*> ----------------------------------------------------------------
*> 0000-MAIN-CONTROL.
*> ----------------------------------------------------------------
0000-MAIN-CONTROL.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    PERFORM 2000-SUMMARIZE-RUN-CONTROL THRU 2000-EXIT.
    PERFORM 3000-SUMMARIZE-AUDIT-BALANCE THRU 3000-EXIT.
    PERFORM 4000-SUMMARIZE-SUSPENSE THRU 4000-EXIT.
    PERFORM 5000-SUMMARIZE-PENDING THRU 5000-EXIT.
    PERFORM 6000-SUMMARIZE-PAYACK THRU 6000-EXIT.
    PERFORM 8000-WRITE-SUMMARY-PAGE THRU 8000-EXIT.
    PERFORM 9000-TERMINATE THRU 9000-EXIT.
    EVALUATE TRUE
        WHEN WS-OVERALL-RED
            MOVE 8 TO RETURN-CODE
        WHEN WS-OVERALL-AMBER
            MOVE 4 TO RETURN-CODE
    END-EVALUATE.
    GOBACK.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE.  READ THE PARMCARD, THEN - WITH NO DATE= CARD -
*> TAKE THE RUN DATE FROM THE LATEST HELLOWLD STAMP.  THE NIGHT
*> OPENS AT THAT STAMP'S START DATE AND TIME (WITH A DATE= CARD,
*> THE LAST HELLOWLD STARTED ON THAT DATE) AND RUNS UP TO THE
*> NEXT HELLOWLD START, SO A NIGHT THAT CROSSED MIDNIGHT IS STILL
*> SUMMARIZED AS ONE NIGHT.  A DATE WITH NO HELLOWLD STAMP IS
*> SUMMARIZED AS THE CALENDAR DAY.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    OPEN INPUT PARM-FILE.
    PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
    PERFORM 1200-APPLY-PARM-CARD THRU 1200-EXIT
        UNTIL WS-PARM-EOF.
    CLOSE PARM-FILE.
    INITIALIZE WS-HISTORY-AREA.
    INITIALIZE WS-SUSPENSE-AREA.
    INITIALIZE WS-PENDING-COUNTS.
    MOVE 'N' TO WS-RC-EOF-SWITCH.
    OPEN INPUT RUN-CONTROL.
    IF WS-RC-STATUS = '35'
        MOVE 'Y' TO WS-RC-EOF-SWITCH
    ELSE
        PERFORM 2100-READ-RUN-CONTROL THRU 2100-EXIT
        PERFORM 1300-NOTE-ONE-STAMP THRU 1300-EXIT
            UNTIL WS-RC-EOF
        CLOSE RUN-CONTROL
    END-IF.
    IF WS-NIGHT-NOT-FOUND
        COMPUTE WS-NIGHT-START = WS-RUN-DATE * 100000000
        COMPUTE WS-NIGHT-END = WS-NIGHT-START + 99999999
    END-IF.
    OPEN OUTPUT SUMMARY-REPORT-FILE.
1000-EXIT.
    EXIT.

1100-READ-PARM-CARD.
    READ PARM-FILE
        AT END MOVE 'Y' TO WS-PARM-EOF-SWITCH
    END-READ.
1100-EXIT.
    EXIT.

1200-APPLY-PARM-CARD.
    EVALUATE TRUE
        WHEN PARM-RECORD(1:5) = "DATE="
         AND PARM-RECORD(6:8) IS NUMERIC
            MOVE PARM-RECORD(6:8) TO WS-RUN-DATE
            MOVE 'Y' TO WS-DATE-CARD-SWITCH
        WHEN PARM-RECORD(1:7) = "TOLPCT="
         AND PARM-RECORD(8:3) IS NUMERIC
            MOVE PARM-RECORD(8:3) TO WS-TOLERANCE-PCT
    END-EVALUATE.
    PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
1200-EXIT.
    EXIT.

1300-NOTE-ONE-STAMP.
    IF RC-PROGRAM = "HELLOWLD"
        COMPUTE WS-STAMP-KEY = RC-START-DATE * 100000000
                             + RC-START-TIME
        EVALUATE TRUE
            WHEN WS-NO-DATE-CARD
              OR RC-START-DATE = WS-RUN-DATE
                MOVE RC-START-DATE TO WS-RUN-DATE
                MOVE WS-STAMP-KEY TO WS-NIGHT-START
                MOVE ALL '9' TO WS-NIGHT-END
                MOVE 'Y' TO WS-NIGHT-SWITCH
            WHEN WS-NIGHT-FOUND
             AND WS-STAMP-KEY > WS-NIGHT-START
             AND WS-STAMP-KEY < WS-NIGHT-END
                MOVE WS-STAMP-KEY TO WS-NIGHT-END
        END-EVALUATE
    END-IF.
    PERFORM 2100-READ-RUN-CONTROL THRU 2100-EXIT.
1300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-SUMMARIZE-RUN-CONTROL.  RUNCTL IS APPENDED IN RUN ORDER,
*> SO BY THE TIME A RUN-DATE STAMP IS MET EVERY EARLIER RUN IS
*> ALREADY IN THE HISTORY RING.  A STAMP STARTED BEFORE THE
*> NIGHT OPENED JOINS ITS PROGRAM'S HISTORY (COMPLETE RUNS ONLY);
*> A STAMP INSIDE THE NIGHT PRINTS AGAINST THAT HISTORY; A STAMP
*> AFTER IT (THE NEXT NIGHT, ON A REPRINT) IS IGNORED, EXCEPT FOR
*> PAYACK.
*> ----------------------------------------------------------------
2000-SUMMARIZE-RUN-CONTROL.
    MOVE WS-TOLERANCE-PCT TO WS-EDIT-PCT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "RUN CONTROL - STAMPS FOR " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           " AGAINST EACH PROGRAM'S LAST 30 COMPLETE RUNS (TOLERANCE "
               DELIMITED BY SIZE
           WS-EDIT-PCT DELIMITED BY SIZE
           "%)" DELIMITED BY SIZE
        INTO WS-PRINT-LINE.
    PERFORM 7000-ADD-PAGE-LINE THRU 7000-EXIT.
    MOVE WS-RUN-HEADING TO WS-PRINT-LINE.
    PERFORM 7000-ADD-PAGE-LINE THRU 7000-EXIT.
    MOVE 'N' TO WS-RC-EOF-SWITCH.
    OPEN INPUT RUN-CONTROL.
    IF WS-RC-STATUS = '35'
        MOVE 'Y' TO WS-RC-EOF-SWITCH
    ELSE
        PERFORM 2100-READ-RUN-CONTROL THRU 2100-EXIT
        PERFORM 2200-SORT-ONE-STAMP THRU 2200-EXIT
            UNTIL WS-RC-EOF
        CLOSE RUN-CONTROL
    END-IF.
    IF WS-STAMP-COUNT = ZERO
        MOVE "    NO RUNCTL STAMPS FOR THIS DATE" TO WS-PRINT-LINE
        PERFORM 7000-ADD-PAGE-LINE THRU 7000-EXIT
    END-IF.
    IF WS-LOAD-NOT-STAMPED
        MOVE 'R' TO WS-ATTENTION-LEVEL
        MOVE "HELLOWLD (THE NIGHTLY LOAD) NEVER STAMPED RUNCTL FOR THIS DATE - CHECK STEP005/STEP010"
            TO WS-ATTENTION-TEXT
        PERFORM 7100-ADD-ATTENTION THRU 7100-EXIT
    END-IF.
    IF WS-EXTRACT-NOT-STAMPED
        MOVE 'R' TO WS-ATTENTION-LEVEL
        MOVE "USREXTR NEVER STAMPED RUNCTL FOR THIS DATE - NO EXTRFILE WENT TO PAYROLL"
            TO WS-ATTENTION-TEXT
        PERFORM 7100-ADD-ATTENTION THRU 7100-EXIT
    END-IF.
    MOVE SPACES TO WS-PRINT-LINE.
    PERFORM 7000-ADD-PAGE-LINE THRU 7000-EXIT.
2000-EXIT.
    EXIT.

2100-READ-RUN-CONTROL.
    READ RUN-CONTROL
        AT END MOVE 'Y' TO WS-RC-EOF-SWITCH
    END-READ.
2100-EXIT.
    EXIT.

2200-SORT-ONE-STAMP.
    PERFORM 2300-COMPUTE-ELAPSED THRU 2300-EXIT.
    COMPUTE WS-STAMP-KEY = RC-START-DATE * 100000000 + RC-START-TIME.
    EVALUATE TRUE
        WHEN WS-STAMP-KEY < WS-NIGHT-START
            IF RC-RUN-COMPLETE
                PERFORM 2400-ADD-TO-HISTORY THRU 2400-EXIT
            END-IF
        WHEN WS-STAMP-KEY < WS-NIGHT-END
            PERFORM 2500-REPORT-ONE-STAMP THRU 2500-EXIT
    END-EVALUATE.
    IF RC-PROGRAM = "PAYACK  " AND WS-STAMP-KEY < WS-NIGHT-END
        MOVE 'Y' TO WS-PAYACK-STAMP-SWITCH
        MOVE RC-START-DATE TO WS-PA-START-DATE
        MOVE RC-BUSINESS-DATE TO WS-PA-BUSINESS-DATE
        MOVE RC-RETURN-CODE TO WS-PA-RETURN-CODE
        MOVE RC-READ-COUNT TO WS-PA-READ
        MOVE RC-APPLIED-COUNT TO WS-PA-APPLIED
    END-IF.
    PERFORM 2100-READ-RUN-CONTROL THRU 2100-EXIT.
2200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2300-COMPUTE-ELAPSED.  WALL-CLOCK SECONDS FROM RC-START-TIME TO
*> RC-END-TIME; A RUN THAT CROSSED MIDNIGHT WRAPS ONCE.
*> ----------------------------------------------------------------
2300-COMPUTE-ELAPSED.
    MOVE RC-START-TIME TO WS-TIME-WORK.
    COMPUTE WS-START-SECONDS =
        WS-TW-HH * 3600 + WS-TW-MM * 60 + WS-TW-SS.
    MOVE RC-END-TIME TO WS-TIME-WORK.
    COMPUTE WS-END-SECONDS =
        WS-TW-HH * 3600 + WS-TW-MM * 60 + WS-TW-SS.
    COMPUTE WS-ELAPSED = WS-END-SECONDS - WS-START-SECONDS.
    IF WS-ELAPSED < ZERO
        ADD 86400 TO WS-ELAPSED
    END-IF.
2300-EXIT.
    EXIT.

2350-FIND-PROGRAM.
    MOVE ZERO TO WS-FOUND-INDEX.
    MOVE 1 TO WS-HIST-INDEX.
    PERFORM 2360-MATCH-ONE-PROGRAM THRU 2360-EXIT
        VARYING WS-HIST-INDEX FROM 1 BY 1
        UNTIL WS-HIST-INDEX > WS-HIST-COUNT
           OR WS-FOUND-INDEX > ZERO.
2350-EXIT.
    EXIT.

2360-MATCH-ONE-PROGRAM.
    IF WS-HP-NAME(WS-HIST-INDEX) = RC-PROGRAM
        MOVE WS-HIST-INDEX TO WS-FOUND-INDEX
    END-IF.
2360-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2400-ADD-TO-HISTORY.  PUT THIS RUN IN ITS PROGRAM'S RING; ONCE
*> THE RING HOLDS 30, THE OLDEST RUN'S COUNTS LEAVE THE SUMS AS
*> THE NEW ONE'S ENTER.  A TWENTY-FIRST PROGRAM NAME IS DROPPED.
*> ----------------------------------------------------------------
2400-ADD-TO-HISTORY.
    PERFORM 2350-FIND-PROGRAM THRU 2350-EXIT.
    IF WS-FOUND-INDEX = ZERO AND WS-HIST-COUNT < 20
        ADD 1 TO WS-HIST-COUNT
        MOVE WS-HIST-COUNT TO WS-FOUND-INDEX
        MOVE RC-PROGRAM TO WS-HP-NAME(WS-FOUND-INDEX)
        MOVE 1 TO WS-HP-NEXT-SLOT(WS-FOUND-INDEX)
    END-IF.
    IF WS-FOUND-INDEX > ZERO
        MOVE WS-HP-NEXT-SLOT(WS-FOUND-INDEX) TO WS-SLOT
        IF WS-HP-RUNS(WS-FOUND-INDEX) = 30
            SUBTRACT WS-HS-READ(WS-FOUND-INDEX, WS-SLOT)
                FROM WS-HP-SUM-READ(WS-FOUND-INDEX)
            SUBTRACT WS-HS-APPLIED(WS-FOUND-INDEX, WS-SLOT)
                FROM WS-HP-SUM-APPLIED(WS-FOUND-INDEX)
            SUBTRACT WS-HS-ELAPSED(WS-FOUND-INDEX, WS-SLOT)
                FROM WS-HP-SUM-ELAPSED(WS-FOUND-INDEX)
        ELSE
            ADD 1 TO WS-HP-RUNS(WS-FOUND-INDEX)
        END-IF
        MOVE RC-READ-COUNT TO WS-HS-READ(WS-FOUND-INDEX, WS-SLOT)
        MOVE RC-APPLIED-COUNT
            TO WS-HS-APPLIED(WS-FOUND-INDEX, WS-SLOT)
        MOVE WS-ELAPSED TO WS-HS-ELAPSED(WS-FOUND-INDEX, WS-SLOT)
        ADD RC-READ-COUNT TO WS-HP-SUM-READ(WS-FOUND-INDEX)
        ADD RC-APPLIED-COUNT TO WS-HP-SUM-APPLIED(WS-FOUND-INDEX)
        ADD WS-ELAPSED TO WS-HP-SUM-ELAPSED(WS-FOUND-INDEX)
        IF WS-SLOT = 30
            MOVE 1 TO WS-HP-NEXT-SLOT(WS-FOUND-INDEX)
        ELSE
            ADD 1 TO WS-HP-NEXT-SLOT(WS-FOUND-INDEX)
        END-IF
    END-IF.
2400-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2500-REPORT-ONE-STAMP.  ONE LINE PER STAMP IN THE NIGHT,
*> WITH THE PROGRAM'S TRAILING AVERAGES AND A NOTE.  A FAILED OR
*> RC=8 RUN IS RED; RC=4 OR A COUNT OUTSIDE TOLERANCE IS AMBER.
*> ----------------------------------------------------------------
2500-REPORT-ONE-STAMP.
    ADD 1 TO WS-STAMP-COUNT.
    EVALUATE RC-PROGRAM
        WHEN "HELLOWLD"
            MOVE 'Y' TO WS-LOAD-STAMP-SWITCH
            MOVE RC-BUSINESS-DATE TO WS-LOAD-BUSINESS-DATE
        WHEN "USREXTR "
            MOVE 'Y' TO WS-EXTRACT-STAMP-SWITCH
        WHEN "AUDBAL  "
            MOVE 'Y' TO WS-BALANCE-STAMP-SWITCH
            MOVE RC-RETURN-CODE TO WS-BAL-RETURN-CODE
            MOVE RC-READ-COUNT TO WS-BAL-JOURNAL-ROWS
            MOVE RC-APPLIED-COUNT TO WS-BAL-EXPECTED-ROWS
    END-EVALUATE.
    MOVE RC-PROGRAM TO WS-RN-PROGRAM.
    MOVE RC-BUSINESS-DATE TO WS-RN-BUSINESS-DATE.
    MOVE RC-START-TIME TO WS-TIME-WORK.
    PERFORM 2600-FORMAT-TIME THRU 2600-EXIT.
    MOVE WS-PRINT-LINE(1:8) TO WS-RN-START.
    MOVE RC-END-TIME TO WS-TIME-WORK.
    PERFORM 2600-FORMAT-TIME THRU 2600-EXIT.
    MOVE WS-PRINT-LINE(1:8) TO WS-RN-END.
    MOVE RC-RETURN-CODE TO WS-RN-RETURN-CODE.
    MOVE RC-RUN-STATUS TO WS-RN-STATUS.
    MOVE WS-ELAPSED TO WS-RN-ELAPSED.
    MOVE RC-READ-COUNT TO WS-RN-READ.
    MOVE RC-APPLIED-COUNT TO WS-RN-APPLIED.
    MOVE ZERO TO WS-AVG-READ.
    MOVE ZERO TO WS-AVG-APPLIED.
    MOVE ZERO TO WS-AVG-ELAPSED.
    MOVE 'N' TO WS-DEVIATION-SWITCH.
    PERFORM 2350-FIND-PROGRAM THRU 2350-EXIT.
    IF WS-FOUND-INDEX > ZERO
        MOVE WS-HP-RUNS(WS-FOUND-INDEX) TO WS-RN-RUNS
        COMPUTE WS-AVG-READ ROUNDED =
            WS-HP-SUM-READ(WS-FOUND-INDEX)
            / WS-HP-RUNS(WS-FOUND-INDEX)
        COMPUTE WS-AVG-APPLIED ROUNDED =
            WS-HP-SUM-APPLIED(WS-FOUND-INDEX)
            / WS-HP-RUNS(WS-FOUND-INDEX)
        COMPUTE WS-AVG-ELAPSED ROUNDED =
            WS-HP-SUM-ELAPSED(WS-FOUND-INDEX)
            / WS-HP-RUNS(WS-FOUND-INDEX)
        PERFORM 2700-TEST-TOLERANCE THRU 2700-EXIT
    ELSE
        MOVE ZERO TO WS-RN-RUNS
    END-IF.
    MOVE WS-AVG-READ TO WS-RN-AVG-READ.
    MOVE WS-AVG-APPLIED TO WS-RN-AVG-APPLIED.
    MOVE WS-AVG-ELAPSED TO WS-RN-AVG-ELAPSED.
    EVALUATE TRUE
        WHEN RC-PROGRAM = "AUDBAL  " AND RC-RETURN-CODE > ZERO
*>          THE VERDICT AND ITS ATTENTION ITEM ARE 3000'S
            MOVE "*** OUT OF BALANCE" TO WS-RN-NOTE
        WHEN RC-RUN-FAILED OR RC-RETURN-CODE > 4
            MOVE "*** FAILED" TO WS-RN-NOTE
            MOVE 'R' TO WS-ATTENTION-LEVEL
            MOVE SPACES TO WS-ATTENTION-TEXT
            STRING RC-PROGRAM DELIMITED BY SIZE
                   " ENDED RC=" DELIMITED BY SIZE
                   RC-RETURN-CODE DELIMITED BY SIZE
                   " STATUS " DELIMITED BY SIZE
                   RC-RUN-STATUS DELIMITED BY SIZE
                   " - SEE ITS REPORT BEFORE SIGNING OFF"
                       DELIMITED BY SIZE
                INTO WS-ATTENTION-TEXT
            PERFORM 7100-ADD-ATTENTION THRU 7100-EXIT
        WHEN RC-RETURN-CODE = 4
            MOVE "** RC=4 WORKLIST" TO WS-RN-NOTE
            MOVE 'A' TO WS-ATTENTION-LEVEL
            MOVE SPACES TO WS-ATTENTION-TEXT
            STRING RC-PROGRAM DELIMITED BY SIZE
                   " ENDED RC=4 - ITS REPORT HAS ITEMS TO WORK"
                       DELIMITED BY SIZE
                INTO WS-ATTENTION-TEXT
            PERFORM 7100-ADD-ATTENTION THRU 7100-EXIT
        WHEN WS-FOUND-INDEX = ZERO
            MOVE "NO HISTORY YET" TO WS-RN-NOTE
        WHEN OTHER
            MOVE SPACES TO WS-RN-NOTE
    END-EVALUATE.
    IF WS-RUN-DEVIATES
        IF WS-RN-NOTE = SPACES
            MOVE "** OUTSIDE TOLERANCE" TO WS-RN-NOTE
        END-IF
        MOVE 'A' TO WS-ATTENTION-LEVEL
        MOVE SPACES TO WS-ATTENTION-TEXT
        STRING RC-PROGRAM DELIMITED BY SIZE
               " COUNTS OR ELAPSED TIME OUTSIDE TOLERANCE OF ITS 30-RUN AVERAGE - CONFIRM THE VOLUME"
                   DELIMITED BY SIZE
            INTO WS-ATTENTION-TEXT
        PERFORM 7100-ADD-ATTENTION THRU 7100-EXIT
    END-IF.
    MOVE WS-RUN-LINE TO WS-PRINT-LINE.
    PERFORM 7000-ADD-PAGE-LINE THRU 7000-EXIT.
2500-EXIT.
    EXIT.

2600-FORMAT-TIME.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING WS-TW-HH DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           WS-TW-MM DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           WS-TW-SS DELIMITED BY SIZE
        INTO WS-PRINT-LINE.
2600-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2700-TEST-TOLERANCE.  READ AND APPLIED COUNTS DEVIATE WHEN THEY
*> ARE MORE THAN THE TOLERANCE ABOVE OR BELOW A NON-ZERO AVERAGE.
*> ELAPSED TIME ONLY COUNTS WHEN IT IS LONGER, AND BY AT LEAST
*> THE FLOOR - A FIVE-SECOND STEP TAKING TEN IS NOT NEWS.
*> ----------------------------------------------------------------
2700-TEST-TOLERANCE.
    MOVE RC-READ-COUNT TO WS-CHECK-TODAY.
    MOVE WS-AVG-READ TO WS-CHECK-AVERAGE.
    PERFORM 2750-TEST-ONE-COUNT THRU 2750-EXIT.
    MOVE RC-APPLIED-COUNT TO WS-CHECK-TODAY.
    MOVE WS-AVG-APPLIED TO WS-CHECK-AVERAGE.
    PERFORM 2750-TEST-ONE-COUNT THRU 2750-EXIT.
    COMPUTE WS-CHECK-DIFFERENCE = WS-ELAPSED - WS-AVG-ELAPSED.
    IF WS-CHECK-DIFFERENCE > WS-ELAPSED-FLOOR
       AND WS-CHECK-DIFFERENCE * 100
           > WS-AVG-ELAPSED * WS-TOLERANCE-PCT
        MOVE 'Y' TO WS-DEVIATION-SWITCH
    END-IF.
2700-EXIT.
    EXIT.

2750-TEST-ONE-COUNT.
    IF WS-CHECK-AVERAGE > ZERO
        COMPUTE WS-CHECK-DIFFERENCE =
            WS-CHECK-TODAY - WS-CHECK-AVERAGE
        IF WS-CHECK-DIFFERENCE < ZERO
            COMPUTE WS-CHECK-DIFFERENCE = ZERO - WS-CHECK-DIFFERENCE
        END-IF
        IF WS-CHECK-DIFFERENCE * 100
           > WS-CHECK-AVERAGE * WS-TOLERANCE-PCT
            MOVE 'Y' TO WS-DEVIATION-SWITCH
        END-IF
    END-IF.
2750-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-SUMMARIZE-AUDIT-BALANCE.  THE VERDICT AUDBAL STAMPED IN
*> THE NIGHT WINDOW (ITS LAST STAMP, IF IT WAS RUN MORE THAN ONCE).
*> ----------------------------------------------------------------
3000-SUMMARIZE-AUDIT-BALANCE.
    MOVE "AUDIT TRAIL RECONCILIATION (AUDBAL)" TO WS-PRINT-LINE.
    PERFORM 7000-ADD-PAGE-LINE THRU 7000-EXIT.
    MOVE SPACES TO WS-PRINT-LINE.
    EVALUATE TRUE
        WHEN WS-BALANCE-NOT-STAMPED
            MOVE "    NOT RUN - NO AUDBAL STAMP FOR THIS DATE"
                TO WS-PRINT-LINE
            MOVE 'R' TO WS-ATTENTION-LEVEL
            MOVE "AUDBAL DID NOT RUN - THE AUDIT TRAIL IS UNPROVED FOR THIS DATE"
                TO WS-ATTENTION-TEXT
            PERFORM 7100-ADD-ATTENTION THRU 7100-EXIT
        WHEN WS-BAL-RETURN-CODE = ZERO
            MOVE WS-BAL-JOURNAL-ROWS TO WS-EDIT-COUNT
            STRING "    IN BALANCE - " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " JOURNAL ROWS" DELIMITED BY SIZE
                INTO WS-PRINT-LINE
        WHEN OTHER
            MOVE WS-BAL-JOURNAL-ROWS TO WS-EDIT-COUNT
            MOVE WS-BAL-EXPECTED-ROWS TO WS-EDIT-AVERAGE
            STRING "    *** OUT OF BALANCE - " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " JOURNAL ROWS AGAINST " DELIMITED BY SIZE
                   WS-EDIT-AVERAGE DELIMITED BY SIZE
                   " EXPECTED - SEE RECONRPT" DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            MOVE 'R' TO WS-ATTENTION-LEVEL
            MOVE "AUDIT TRAIL OUT OF BALANCE - WORK RECONRPT BEFORE SIGNING OFF"
                TO WS-ATTENTION-TEXT
            PERFORM 7100-ADD-ATTENTION THRU 7100-EXIT
    END-EVALUATE.
    PERFORM 7000-ADD-PAGE-LINE THRU 7000-EXIT.
    MOVE SPACES TO WS-PRINT-LINE.
    PERFORM 7000-ADD-PAGE-LINE THRU 7000-EXIT.
3000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4000-SUMMARIZE-SUSPENSE.  THE SUSPENSE GENERATION THE LOAD JUST
*> WROTE, BY REASON AND FAIL COUNT.  THE LOAD AGES A RECORD OFF TO
*> SUSPAGE ON ITS THIRD FAILURE, SO A FAIL COUNT OF 2 IS ONE NIGHT
*> FROM NEEDING MANUAL FOLLOW-UP - WORTH A CORRFILE CARD TODAY.
*> ----------------------------------------------------------------
4000-SUMMARIZE-SUSPENSE.
    MOVE "SUSPENSE POPULATION CARRIED INTO THE NEXT NIGHT"
        TO WS-PRINT-LINE.
    PERFORM 7000-ADD-PAGE-LINE THRU 7000-EXIT.
    MOVE WS-SUSPENSE-HEADING TO WS-PRINT-LINE.
    PERFORM 7000-ADD-PAGE-LINE THRU 7000-EXIT.
    MOVE 'N' TO WS-SP-EOF-SWITCH.
    OPEN INPUT SUSPENSE-FILE.
    IF WS-SP-STATUS = '35'
        MOVE 'Y' TO WS-SP-EOF-SWITCH
    ELSE
        PERFORM 4100-READ-SUSPENSE THRU 4100-EXIT
        PERFORM 4200-COUNT-ONE-SUSPENSE THRU 4200-EXIT
            UNTIL WS-SP-EOF
        CLOSE SUSPENSE-FILE
    END-IF.
    MOVE 1 TO WS-ROW.
    PERFORM 4300-PRINT-ONE-REASON THRU 4300-EXIT
        VARYING WS-ROW FROM 1 BY 1
        UNTIL WS-ROW > 6.
    MOVE "RECORDS IN SUSPENSE ..  " TO WS-CT-LABEL.
    MOVE WS-SUSPENSE-TOTAL TO WS-CT-COUNT.
    MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
    PERFORM 7000-ADD-PAGE-LINE THRU 7000-EXIT.
    MOVE ZERO TO WS-CHECK-TODAY.
    MOVE 1 TO WS-ROW.
    PERFORM 4400-SUM-NEAR-AGING THRU 4400-EXIT
        VARYING WS-ROW FROM 1 BY 1
        UNTIL WS-ROW > 6.
    IF WS-CHECK-TODAY > ZERO
        MOVE WS-CHECK-TODAY TO WS-EDIT-COUNT
        MOVE 'A' TO WS-ATTENTION-LEVEL
        MOVE SPACES TO WS-ATTENTION-TEXT
        STRING WS-EDIT-COUNT DELIMITED BY SIZE
               " SUSPENSE RECORDS HAVE FAILED TWICE - CORRECT THEM TODAY OR THEY AGE TO SUSPAGE"
                   DELIMITED BY SIZE
            INTO WS-ATTENTION-TEXT
        PERFORM 7100-ADD-ATTENTION THRU 7100-EXIT
    END-IF.
    MOVE SPACES TO WS-PRINT-LINE.
    PERFORM 7000-ADD-PAGE-LINE THRU 7000-EXIT.
4000-EXIT.
    EXIT.

4100-READ-SUSPENSE.
    READ SUSPENSE-FILE
        AT END MOVE 'Y' TO WS-SP-EOF-SWITCH
    END-READ.
4100-EXIT.
    EXIT.

4200-COUNT-ONE-SUSPENSE.
    EVALUATE TRUE
        WHEN SP-BAD-BIRTHDAY
            MOVE 1 TO WS-ROW
        WHEN SP-LIKELY-DUPLICATE
            MOVE 2 TO WS-ROW
        WHEN SP-UNKNOWN-CITY
            MOVE 3 TO WS-ROW
        WHEN SP-BAD-ADDRESS
            MOVE 4 TO WS-ROW
        WHEN SP-OWNER-CONFLICT
            MOVE 5 TO WS-ROW
        WHEN OTHER
            MOVE 6 TO WS-ROW
    END-EVALUATE.
    EVALUATE TRUE
        WHEN SP-FAIL-COUNT IS NOT NUMERIC
            MOVE 3 TO WS-COLUMN
        WHEN SP-FAIL-COUNT < 2
            MOVE 1 TO WS-COLUMN
        WHEN SP-FAIL-COUNT = 2
            MOVE 2 TO WS-COLUMN
        WHEN OTHER
            MOVE 3 TO WS-COLUMN
    END-EVALUATE.
    ADD 1 TO WS-SR-CELL(WS-ROW, WS-COLUMN).
    ADD 1 TO WS-SR-TOTAL(WS-ROW).
    ADD 1 TO WS-SUSPENSE-TOTAL.
    PERFORM 4100-READ-SUSPENSE THRU 4100-EXIT.
4200-EXIT.
    EXIT.

4300-PRINT-ONE-REASON.
    MOVE WS-REASON-ENTRY(WS-ROW) TO WS-SL-REASON.
    MOVE WS-SR-CELL(WS-ROW, 1) TO WS-SL-FAIL-1.
    MOVE WS-SR-CELL(WS-ROW, 2) TO WS-SL-FAIL-2.
    MOVE WS-SR-CELL(WS-ROW, 3) TO WS-SL-FAIL-3.
    MOVE WS-SR-TOTAL(WS-ROW) TO WS-SL-TOTAL.
    MOVE WS-SUSPENSE-LINE TO WS-PRINT-LINE.
    PERFORM 7000-ADD-PAGE-LINE THRU 7000-EXIT.
4300-EXIT.
    EXIT.

4400-SUM-NEAR-AGING.
    ADD WS-SR-CELL(WS-ROW, 2) TO WS-CHECK-TODAY.
    ADD WS-SR-CELL(WS-ROW, 3) TO WS-CHECK-TODAY.
4400-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5000-SUMMARIZE-PENDING.  THE PENDING-CHANGE FILE AS STEP015
*> LEFT IT, BUCKETED BY DAYS UNTIL THE EFFECTIVE DATE.  THE SWEEP
*> APPLIES EVERYTHING DUE ON OR BEFORE THE RUN DATE, SO ANYTHING
*> STILL IN THE FIRST BUCKET MEANS THE SWEEP DID NOT RUN OR ITS
*> COPY-BACK DID NOT HAPPEN.
*> ----------------------------------------------------------------
5000-SUMMARIZE-PENDING.
    MOVE "PENDING CHANGES (PENDFILE) BY EFFECTIVE DATE"
        TO WS-PRINT-LINE.
    PERFORM 7000-ADD-PAGE-LINE THRU 7000-EXIT.
    MOVE 'N' TO WS-PD-EOF-SWITCH.
    OPEN INPUT PENDING-FILE.
    IF WS-PD-STATUS = '35'
        MOVE 'Y' TO WS-PD-EOF-SWITCH
    ELSE
        PERFORM 5100-READ-PENDING THRU 5100-EXIT
        PERFORM 5200-BUCKET-ONE-PENDING THRU 5200-EXIT
            UNTIL WS-PD-EOF
        CLOSE PENDING-FILE
    END-IF.
    MOVE 1 TO WS-ROW.
    PERFORM 5300-PRINT-ONE-BUCKET THRU 5300-EXIT
        VARYING WS-ROW FROM 1 BY 1
        UNTIL WS-ROW > 5.
    MOVE "PENDING CHANGES ......  " TO WS-CT-LABEL.
    MOVE WS-PENDING-TOTAL TO WS-CT-COUNT.
    MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
    PERFORM 7000-ADD-PAGE-LINE THRU 7000-EXIT.
    IF WS-PENDING-TOTAL > WS-PB-COUNT(1)
        MOVE SPACES TO WS-PRINT-LINE
        STRING "    NEXT TO LAND " DELIMITED BY SIZE
               WS-EARLIEST-EFFECTIVE DELIMITED BY SIZE
               ", LAST " DELIMITED BY SIZE
               WS-LATEST-EFFECTIVE DELIMITED BY SIZE
            INTO WS-PRINT-LINE
        PERFORM 7000-ADD-PAGE-LINE THRU 7000-EXIT
    END-IF.
    IF WS-PB-COUNT(1) > ZERO
        MOVE WS-PB-COUNT(1) TO WS-EDIT-COUNT
        MOVE 'A' TO WS-ATTENTION-LEVEL
        MOVE SPACES TO WS-ATTENTION-TEXT
        STRING WS-EDIT-COUNT DELIMITED BY SIZE
               " PENDING CHANGES ARE DUE BUT STILL ON PENDFILE - CHECK STEP010'S SWEEP AND STEP015"
                   DELIMITED BY SIZE
            INTO WS-ATTENTION-TEXT
        PERFORM 7100-ADD-ATTENTION THRU 7100-EXIT
    END-IF.
    MOVE SPACES TO WS-PRINT-LINE.
    PERFORM 7000-ADD-PAGE-LINE THRU 7000-EXIT.
5000-EXIT.
    EXIT.

5100-READ-PENDING.
    READ PENDING-FILE
        AT END MOVE 'Y' TO WS-PD-EOF-SWITCH
    END-READ.
5100-EXIT.
    EXIT.

5200-BUCKET-ONE-PENDING.
    ADD 1 TO WS-PENDING-TOTAL.
    MOVE ZERO TO WS-PENDING-DAYS.
    IF MT-EFFECTIVE-DATE IS NUMERIC
       AND MT-EFFECTIVE-DATE > WS-RUN-DATE
        COMPUTE WS-PENDING-DAYS =
            FUNCTION INTEGER-OF-DATE(MT-EFFECTIVE-DATE)
          - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
    END-IF.
    EVALUATE TRUE
        WHEN WS-PENDING-DAYS < 1
            MOVE 1 TO WS-ROW
        WHEN WS-PENDING-DAYS = 1
            MOVE 2 TO WS-ROW
        WHEN WS-PENDING-DAYS < 8
            MOVE 3 TO WS-ROW
        WHEN WS-PENDING-DAYS < 31
            MOVE 4 TO WS-ROW
        WHEN OTHER
            MOVE 5 TO WS-ROW
    END-EVALUATE.
    ADD 1 TO WS-PB-COUNT(WS-ROW).
    IF WS-ROW > 1
        IF WS-EARLIEST-EFFECTIVE = ZERO
           OR MT-EFFECTIVE-DATE < WS-EARLIEST-EFFECTIVE
            MOVE MT-EFFECTIVE-DATE TO WS-EARLIEST-EFFECTIVE
        END-IF
        IF MT-EFFECTIVE-DATE > WS-LATEST-EFFECTIVE
            MOVE MT-EFFECTIVE-DATE TO WS-LATEST-EFFECTIVE
        END-IF
    END-IF.
    PERFORM 5100-READ-PENDING THRU 5100-EXIT.
5200-EXIT.
    EXIT.

5300-PRINT-ONE-BUCKET.
    MOVE WS-PB-LABEL(WS-ROW) TO WS-PL-LABEL.
    MOVE WS-PB-COUNT(WS-ROW) TO WS-PL-COUNT.
    MOVE WS-PENDING-LINE TO WS-PRINT-LINE.
    PERFORM 7000-ADD-PAGE-LINE THRU 7000-EXIT.
5300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 6000-SUMMARIZE-PAYACK.  THE LATEST PAYACK STAMP THAT STARTED
*> BEFORE THE NIGHT WINDOW CLOSES (WS-NIGHT-END, THE NEXT HELLOWLD
*> START) - A RUN BEFORE OR DURING THE NIGHT COUNTS, ONE AFTER THE
*> FOLLOWING LOAD STARTED DOES NOT.  EVERY REJECT DETAIL IS EITHER
*> SUSPENDED FOR FIX OR LEFT FOR MANUAL FOLLOW-UP, SO MANUAL IS
*> READ LESS APPLIED.
*> ----------------------------------------------------------------
6000-SUMMARIZE-PAYACK.
    MOVE "LAST PAYROLL ACKNOWLEDGMENT (PAYACK)" TO WS-PRINT-LINE.
    PERFORM 7000-ADD-PAGE-LINE THRU 7000-EXIT.
    IF WS-PAYACK-NOT-STAMPED
        MOVE "    NO PAYACK RUN ON RUNCTL" TO WS-PRINT-LINE
        PERFORM 7000-ADD-PAGE-LINE THRU 7000-EXIT
    ELSE
        MOVE SPACES TO WS-PRINT-LINE
        STRING "    RUN " DELIMITED BY SIZE
               WS-PA-START-DATE DELIMITED BY SIZE
               " FOR EXTRACT OF " DELIMITED BY SIZE
               WS-PA-BUSINESS-DATE DELIMITED BY SIZE
               " - RC=" DELIMITED BY SIZE
               WS-PA-RETURN-CODE DELIMITED BY SIZE
            INTO WS-PRINT-LINE
        PERFORM 7000-ADD-PAGE-LINE THRU 7000-EXIT
        IF WS-PA-READ > WS-PA-APPLIED
            COMPUTE WS-PA-MANUAL = WS-PA-READ - WS-PA-APPLIED
        END-IF
        MOVE "REJECT DETAILS READ ..  " TO WS-CT-LABEL
        MOVE WS-PA-READ TO WS-CT-COUNT
        MOVE WS-COUNT-LINE TO WS-PRINT-LINE
        PERFORM 7000-ADD-PAGE-LINE THRU 7000-EXIT
        MOVE "SUSPENDED FOR FIX ....  " TO WS-CT-LABEL
        MOVE WS-PA-APPLIED TO WS-CT-COUNT
        MOVE WS-COUNT-LINE TO WS-PRINT-LINE
        PERFORM 7000-ADD-PAGE-LINE THRU 7000-EXIT
        MOVE "MANUAL FOLLOW-UP .....  " TO WS-CT-LABEL
        MOVE WS-PA-MANUAL TO WS-CT-COUNT
        MOVE WS-COUNT-LINE TO WS-PRINT-LINE
        PERFORM 7000-ADD-PAGE-LINE THRU 7000-EXIT
        EVALUATE TRUE
            WHEN WS-PA-RETURN-CODE > 4
                MOVE 'R' TO WS-ATTENTION-LEVEL
                MOVE "LAST PAYACK REFUSED ITS FILE - ITS ACKSUSP MUST NOT FEED NIGHTUSR; RERUN PAYACK"
                    TO WS-ATTENTION-TEXT
                PERFORM 7100-ADD-ATTENTION THRU 7100-EXIT
            WHEN WS-PA-RETURN-CODE = 4
                MOVE 'A' TO WS-ATTENTION-LEVEL
                MOVE "LAST PAYACK LEFT MANUAL FOLLOW-UP ITEMS ON ACKRPT"
                    TO WS-ATTENTION-TEXT
                PERFORM 7100-ADD-ATTENTION THRU 7100-EXIT
        END-EVALUATE
    END-IF.
6000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 7000-ADD-PAGE-LINE.  HOLD WS-PRINT-LINE FOR THE PAGE.  A PAGE
*> THAT OUTGROWS THE TABLE LOSES ITS TAIL, NOT ITS STATUS LINE.
*> ----------------------------------------------------------------
7000-ADD-PAGE-LINE.
    IF WS-PAGE-COUNT < 200
        ADD 1 TO WS-PAGE-COUNT
        MOVE WS-PRINT-LINE TO WS-PAGE-LINE(WS-PAGE-COUNT)
    END-IF.
    MOVE SPACES TO WS-PRINT-LINE.
7000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 7100-ADD-ATTENTION.  RECORD ONE ITEM THAT NEEDS A HUMAN AND
*> RAISE THE OVERALL STATUS TO ITS LEVEL ('R' RED, 'A' AMBER) -
*> NEVER LOWER IT.
*> ----------------------------------------------------------------
7100-ADD-ATTENTION.
    EVALUATE TRUE
        WHEN WS-ATTENTION-LEVEL = 'R'
            MOVE 'R' TO WS-OVERALL-SWITCH
        WHEN WS-ATTENTION-LEVEL = 'A' AND WS-OVERALL-GREEN
            MOVE 'A' TO WS-OVERALL-SWITCH
    END-EVALUATE.
    IF WS-ATTENTION-COUNT < 30
        ADD 1 TO WS-ATTENTION-COUNT
        MOVE SPACES TO WS-ATTENTION-LINE(WS-ATTENTION-COUNT)
        IF WS-ATTENTION-LEVEL = 'R'
            MOVE "  RED    " TO WS-ATTENTION-LINE(WS-ATTENTION-COUNT)
        ELSE
            MOVE "  AMBER  " TO WS-ATTENTION-LINE(WS-ATTENTION-COUNT)
        END-IF
        MOVE WS-ATTENTION-TEXT
            TO WS-ATTENTION-LINE(WS-ATTENTION-COUNT)(10:120)
    END-IF.
7100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8000-WRITE-SUMMARY-PAGE.  TITLE, OVERALL STATUS, WHAT NEEDS A
*> HUMAN, THEN THE SECTIONS BUILT ABOVE.
*> ----------------------------------------------------------------
8000-WRITE-SUMMARY-PAGE.
    MOVE SPACES TO SUMMARY-REPORT-RECORD.
    STRING "NIGHTLY OPERATIONS SUMMARY - RUN DATE " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           "   LOAD BUSINESS DATE " DELIMITED BY SIZE
           WS-LOAD-BUSINESS-DATE DELIMITED BY SIZE
        INTO SUMMARY-REPORT-RECORD.
    WRITE SUMMARY-REPORT-RECORD.
    MOVE SPACES TO SUMMARY-REPORT-RECORD.
    WRITE SUMMARY-REPORT-RECORD.
    EVALUATE TRUE
        WHEN WS-OVERALL-RED
            MOVE "OVERALL STATUS: RED    - DO NOT SIGN OFF; THE ITEMS BELOW NEED A HUMAN NOW"
                TO SUMMARY-REPORT-RECORD
        WHEN WS-OVERALL-AMBER
            MOVE "OVERALL STATUS: AMBER  - NIGHT COMPLETE; THE ITEMS BELOW NEED A HUMAN TODAY"
                TO SUMMARY-REPORT-RECORD
        WHEN OTHER
            MOVE "OVERALL STATUS: GREEN  - NOTHING NEEDS A HUMAN; SIGN OFF"
                TO SUMMARY-REPORT-RECORD
    END-EVALUATE.
    WRITE SUMMARY-REPORT-RECORD.
    MOVE 1 TO WS-ATTENTION-INDEX.
    PERFORM 8100-WRITE-ONE-ATTENTION THRU 8100-EXIT
        VARYING WS-ATTENTION-INDEX FROM 1 BY 1
        UNTIL WS-ATTENTION-INDEX > WS-ATTENTION-COUNT.
    MOVE SPACES TO SUMMARY-REPORT-RECORD.
    WRITE SUMMARY-REPORT-RECORD.
    MOVE 1 TO WS-PAGE-INDEX.
    PERFORM 8200-WRITE-ONE-PAGE-LINE THRU 8200-EXIT
        VARYING WS-PAGE-INDEX FROM 1 BY 1
        UNTIL WS-PAGE-INDEX > WS-PAGE-COUNT.
8000-EXIT.
    EXIT.

8100-WRITE-ONE-ATTENTION.
    WRITE SUMMARY-REPORT-RECORD
        FROM WS-ATTENTION-LINE(WS-ATTENTION-INDEX).
8100-EXIT.
    EXIT.

8200-WRITE-ONE-PAGE-LINE.
    WRITE SUMMARY-REPORT-RECORD FROM WS-PAGE-LINE(WS-PAGE-INDEX).
8200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9000-TERMINATE.
*> ----------------------------------------------------------------
9000-TERMINATE.
    CLOSE SUMMARY-REPORT-FILE.
    DISPLAY "NIGHTLY OPERATIONS SUMMARY".
    DISPLAY "RUN DATE .............. " WS-RUN-DATE.
    DISPLAY "RUNCTL STAMPS ......... " WS-STAMP-COUNT.
    EVALUATE TRUE
        WHEN WS-OVERALL-RED
            DISPLAY "OVERALL STATUS: RED - SEE SUMRPT"
        WHEN WS-OVERALL-AMBER
            DISPLAY "OVERALL STATUS: AMBER - SEE SUMRPT"
        WHEN OTHER
            DISPLAY "OVERALL STATUS: GREEN"
    END-EVALUATE.
9000-EXIT.
    EXIT.
