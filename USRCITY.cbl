*> ****************************************************************
*> IDENTIFICATION DIVISION.
*> ****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. USRCITY.
AUTHOR. R. MOLENI.
INSTALLATION. IT-OPERATIONS.
DATE-WRITTEN. 2026-10-13.
DATE-COMPILED.
*>
*>  MOD-HISTORY.
*>    2026-10-13  RSM  INITIAL VERSION.  MASS CITY REASSIGNMENT.  WHEN
*>                     A MUNICIPALITY RENAMES ITSELF, OR TWO CITYREF
*>                     CANONICAL NAMES ARE FOLDED TOGETHER, EVERY
*>                     USER IN THE OLD CITY USED TO NEED ITS OWN
*>                     MAINTRAN 'C' CARD, AND USRCHK FLAGGED THEM ALL
*>                     UNTIL THEN.  THIS PROGRAM MOVES EVERY USER IN
*>                     CITY FROM= TO CITY TO= IN ONE APPROVED RUN:
*>                     IT WALKS THE UM-CITY ALTERNATE KEY, REWRITES
*>                     EACH RECORD - ACTIVE, INACTIVE OR MERGED - AND
*>                     JOURNALS A NORMAL 'C' ENTRY ON AU-FIELD CITY
*>                     FOR EACH ONE, SO AUDHIST, RPLYUSR AND USRASOF
*>                     SEE AN ORDINARY CITY CHANGE.
*>
*>                     CITYREF IS CARRIED FORWARD TO CITYNEW (THE JCL
*>                     COPIES IT BACK): EVERY ALIAS THAT TRANSLATED TO
*>                     THE OLD CITY NOW TRANSLATES TO THE NEW ONE, THE
*>                     OLD SPELLING ITSELF IS KEPT AS AN ALIAS OF THE
*>                     NEW CITY SO INTAKE GOES ON ACCEPTING IT, AND A
*>                     NEW CITY NOT YET ON CITYREF (NEWCITY=YES) GETS
*>                     ITS OWN CANONICAL ROW.  CITYNEW IS WRITTEN AND
*>                     CLOSED BEFORE A SINGLE USER IS MOVED.  THE RUN
*>                     IS REFUSED IF TO= IS ITSELF AN ALIAS OF ANOTHER
*>                     CITY, OR FROM= ALREADY TRANSLATES TO A THIRD.
*>
*>                     THE USERS ARE COLLECTED FIRST AND MOVED AFTER,
*>                     BY USER-ID, SO THE REWRITES NEVER DISTURB THE
*>                     ALTERNATE-KEY WALK.  A RERUN WITH THE SAME
*>                     CARDS SIMPLY MOVES WHOEVER IS STILL IN THE OLD
*>                     CITY - AFTER AN ABEND, AN I/O ERROR, OR A CITY
*>                     LARGER THAN ONE RUN TAKES - AND LEAVES CITYREF
*>                     AS THE FIRST RUN SET IT.
*>
*>                     MODE=PREVIEW (THE DEFAULT) CHANGES NOTHING AND
*>                     REPORTS WHAT WOULD MOVE; MODE=MOVE NEEDS OPER=
*>                     AND A DIFFERENT APPR=.  MOVERPT SHOWS THE
*>                     CITYREF CHANGES AND THE BEFORE/AFTER USER
*>                     COUNTS OF BOTH CITIES.  RC=0 CLEAN; RC=4 USERS
*>                     STILL IN THE OLD CITY - RERUN; RC=8 CARDS OR
*>                     CITYREF REFUSED THE RUN, OR A MASTER I/O ERROR.
*>                     STAMPS RUNCTL AS "USRCITY" WITH THE 'C' ROWS
*>                     WRITTEN, FOR AUDBAL.
*>    2026-10-15  RSM  OPER= AND APPR= ARE UPPERCASED AS READ, AS
*>                     USRMAINT AND USRAPPR DO, SO ONE OPERATOR
*>                     CANNOT APPROVE THEIR OWN MOVE BY KEYING
*>                     THE ID IN A DIFFERENT CASE.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO "PARMCARD"
        ORGANIZATION IS SEQUENTIAL.

    SELECT USER-MASTER ASSIGN TO "USERMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS UM-USER-ID
        ALTERNATE RECORD KEY IS UM-NAME WITH DUPLICATES
        ALTERNATE RECORD KEY IS UM-CITY WITH DUPLICATES
        FILE STATUS IS WS-UM-STATUS.

    SELECT CITY-REF-FILE ASSIGN TO "CITYREF"
        ORGANIZATION IS SEQUENTIAL.

    SELECT CITY-NEW-FILE ASSIGN TO "CITYNEW"
        ORGANIZATION IS SEQUENTIAL.

    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS SEQUENTIAL.

    SELECT REPORT-FILE ASSIGN TO "MOVERPT"
        ORGANIZATION IS SEQUENTIAL.

    SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RC-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01  PARM-RECORD                     PIC X(80).

FD  USER-MASTER
    LABEL RECORDS ARE STANDARD.
    COPY UMREC.

FD  CITY-REF-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY CYREC.

FD  CITY-NEW-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY CYREC REPLACING ==CY-RECORD==    BY ==CN-RECORD==
                         ==CY-ALIAS==     BY ==CN-ALIAS==
                         ==CY-CANONICAL== BY ==CN-CANONICAL==.

FD  AUDIT-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY AUREC.

FD  REPORT-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01  REPORT-RECORD                   PIC X(132).

FD  RUN-CONTROL
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY RCREC.

WORKING-STORAGE SECTION.
*> THE USER-IDS FOUND IN THE OLD CITY, IN UM-CITY PATH ORDER.  ONE
*> RUN MOVES AT MOST 50000; THE REST ARE HELD AND A RERUN WITH THE
*> SAME CARDS PICKS THEM UP.
01  WS-MOVE-TABLE-AREA.
    05  WS-MOVE-ENTRY OCCURS 0 TO 50000 TIMES
                      DEPENDING ON WS-MOVE-COUNT.
        10  WS-MV-USER-ID           PIC 9(06).

01  WS-CITY-COUNT-LINE.
    05  WS-CC-ROLE                  PIC X(05).
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-CC-CITY                  PIC X(30).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-CC-BEFORE-TOTAL          PIC ZZZZZZZZ9.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-CC-BEFORE-ACTIVE         PIC ZZZZZZZZ9.
    05  FILLER                      PIC X(04) VALUE SPACES.
    05  WS-CC-AFTER-TOTAL           PIC ZZZZZZZZ9.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-CC-AFTER-ACTIVE          PIC ZZZZZZZZ9.
    05  FILLER                      PIC X(50) VALUE SPACES.

01  WS-CITY-COUNT-HEADER.
    05  FILLER                      PIC X(38)
        VALUE "ROLE  CITY                            ".
    05  FILLER                      PIC X(44)
        VALUE "   BEFORE     ACTIVE        AFTER     ACTIVE".
    05  FILLER                      PIC X(50) VALUE SPACES.

01  WS-COUNT-LINE.
    05  WS-CT-LABEL                 PIC X(24).
    05  WS-CT-COUNT                 PIC ZZZZZZZZ9.
    05  FILLER                      PIC X(99) VALUE SPACES.

01  WS-SWITCHES.
    05  WS-PARM-EOF-SWITCH          PIC X(01) VALUE 'N'.
        88  WS-PARM-EOF                 VALUE 'Y'.
        88  WS-PARM-NOT-EOF             VALUE 'N'.
    05  WS-CY-EOF-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-CY-EOF                   VALUE 'Y'.
        88  WS-CY-NOT-EOF               VALUE 'N'.
    05  WS-UM-EOF-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-UM-EOF                   VALUE 'Y'.
        88  WS-UM-NOT-EOF               VALUE 'N'.
    05  WS-MODE-SWITCH              PIC X(01) VALUE 'P'.
        88  WS-MODE-PREVIEW             VALUE 'P'.
        88  WS-MODE-MOVE                VALUE 'M'.
    05  WS-NEWCITY-SWITCH           PIC X(01) VALUE 'N'.
        88  WS-NEWCITY-ALLOWED          VALUE 'Y'.
        88  WS-NEWCITY-NOT-ALLOWED      VALUE 'N'.
    05  WS-CARDS-SWITCH             PIC X(01) VALUE 'Y'.
        88  WS-CARDS-USABLE             VALUE 'Y'.
        88  WS-CARDS-UNUSABLE           VALUE 'N'.
    05  WS-CITYREF-SWITCH           PIC X(01) VALUE 'Y'.
        88  WS-CITYREF-USABLE           VALUE 'Y'.
        88  WS-CITYREF-REFUSED          VALUE 'N'.
    05  WS-FROM-ALIAS-SWITCH        PIC X(01) VALUE 'N'.
        88  WS-FROM-ALIAS-SEEN          VALUE 'Y'.
        88  WS-FROM-ALIAS-NOT-SEEN      VALUE 'N'.
    05  WS-TO-CANONICAL-SWITCH      PIC X(01) VALUE 'N'.
        88  WS-TO-CANONICAL             VALUE 'Y'.
        88  WS-TO-NOT-CANONICAL         VALUE 'N'.
    05  WS-MASTER-SWITCH            PIC X(01) VALUE 'Y'.
        88  WS-MASTER-AVAILABLE         VALUE 'Y'.
        88  WS-MASTER-UNAVAILABLE       VALUE 'N'.
    05  WS-MASTER-OPEN-SWITCH       PIC X(01) VALUE 'N'.
        88  WS-MASTER-OPENED            VALUE 'Y'.
        88  WS-MASTER-NOT-OPENED        VALUE 'N'.
    05  WS-COLLECT-SWITCH           PIC X(01) VALUE 'N'.
        88  WS-COLLECTING               VALUE 'Y'.
        88  WS-NOT-COLLECTING           VALUE 'N'.
    05  WS-IO-ERROR-SWITCH          PIC X(01) VALUE 'N'.
        88  WS-IO-ERROR-SEEN            VALUE 'Y'.
        88  WS-NO-IO-ERROR              VALUE 'N'.

77  WS-UM-STATUS                    PIC X(02) VALUE '00'.
77  WS-RC-STATUS                    PIC X(02) VALUE '00'.
77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
77  WS-END-TIME                     PIC 9(08) VALUE ZERO.
77  WS-FROM-CITY                    PIC X(30) VALUE SPACES.
77  WS-TO-CITY                      PIC X(30) VALUE SPACES.
77  WS-FROM-UPPER                   PIC X(30) VALUE SPACES.
77  WS-TO-UPPER                     PIC X(30) VALUE SPACES.
77  WS-ALIAS-UPPER                  PIC X(30) VALUE SPACES.
77  WS-WALK-CITY                    PIC X(30) VALUE SPACES.
77  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
77  WS-APPROVER-ID                  PIC X(08) VALUE SPACES.
77  WS-REFUSAL-TEXT                 PIC X(60) VALUE SPACES.
77  WS-MOVE-COUNT                   PIC 9(05) COMP VALUE ZERO.
77  WS-MOVE-INDEX                   PIC 9(05) COMP VALUE ZERO.
77  WS-WALK-TOTAL                   PIC 9(09) COMP VALUE ZERO.
77  WS-WALK-ACTIVE                  PIC 9(09) COMP VALUE ZERO.
77  WS-COLLECT-ACTIVE               PIC 9(09) COMP VALUE ZERO.
77  WS-FROM-BEFORE-TOTAL            PIC 9(09) COMP VALUE ZERO.
77  WS-FROM-BEFORE-ACTIVE           PIC 9(09) COMP VALUE ZERO.
77  WS-TO-BEFORE-TOTAL              PIC 9(09) COMP VALUE ZERO.
77  WS-TO-BEFORE-ACTIVE             PIC 9(09) COMP VALUE ZERO.
77  WS-FROM-AFTER-TOTAL             PIC 9(09) COMP VALUE ZERO.
77  WS-FROM-AFTER-ACTIVE            PIC 9(09) COMP VALUE ZERO.
77  WS-TO-AFTER-TOTAL               PIC 9(09) COMP VALUE ZERO.
77  WS-TO-AFTER-ACTIVE              PIC 9(09) COMP VALUE ZERO.
77  WS-CY-READ-COUNT                PIC 9(09) COMP VALUE ZERO.
77  WS-CY-REPOINT-COUNT             PIC 9(09) COMP VALUE ZERO.
77  WS-CY-WRITTEN-COUNT             PIC 9(09) COMP VALUE ZERO.
77  WS-HELD-COUNT                   PIC 9(09) COMP VALUE ZERO.
77  WS-MOVED-COUNT                  PIC 9(09) COMP VALUE ZERO.
77  WS-ALREADY-MOVED-COUNT          PIC 9(09) COMP VALUE ZERO.
77  WS-GONE-COUNT                   PIC 9(09) COMP VALUE ZERO.
77  WS-AUD-CHANGE-COUNT             PIC 9(09) COMP VALUE ZERO.

PROCEDURE DIVISION.

*> ----------------------------------------------------------------
*> 0000-MAIN-CONTROL.
*> ----------------------------------------------------------------
0000-MAIN-CONTROL.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    EVALUATE TRUE
        WHEN WS-CARDS-UNUSABLE
          OR WS-CITYREF-REFUSED
          OR WS-MASTER-UNAVAILABLE
            MOVE SPACES TO REPORT-RECORD
            STRING "*** " DELIMITED BY SIZE
                   WS-REFUSAL-TEXT DELIMITED BY SIZE
                   " - NOTHING MOVED - RC=8" DELIMITED BY SIZE
                INTO REPORT-RECORD
            WRITE REPORT-RECORD
        WHEN OTHER
            PERFORM 2000-COUNT-BEFORE THRU 2000-EXIT
            PERFORM 3000-WRITE-NEW-CITYREF THRU 3000-EXIT
            IF WS-MODE-MOVE
                PERFORM 4000-MOVE-USERS THRU 4000-EXIT
            END-IF
            PERFORM 5000-COUNT-AFTER THRU 5000-EXIT
            PERFORM 5500-PRINT-RESULTS THRU 5500-EXIT
    END-EVALUATE.
    PERFORM 8000-STAMP-RUN-CONTROL THRU 8000-EXIT.
    PERFORM 9000-TERMINATE THRU 9000-EXIT.
    EVALUATE TRUE
        WHEN WS-CARDS-UNUSABLE
          OR WS-CITYREF-REFUSED
          OR WS-MASTER-UNAVAILABLE
          OR WS-IO-ERROR-SEEN
            MOVE 8 TO RETURN-CODE
        WHEN WS-FROM-AFTER-TOTAL > ZERO
            MOVE 4 TO RETURN-CODE
    END-EVALUATE.
    GOBACK.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE.  READ AND CHECK THE CARDS, CHECK THE MOVE
*> AGAINST CITYREF, AND OPEN THE MASTER ONLY WHEN BOTH ARE GOOD -
*> UPDATE IN MOVE MODE, READ-ONLY IN PREVIEW.  THE REPORT HEADING
*> GOES OUT FIRST SO EVEN A REFUSED RUN IS SELF-DESCRIBING.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CURRENT-TIME FROM TIME.
    OPEN INPUT PARM-FILE.
    OPEN OUTPUT REPORT-FILE.
    PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
    PERFORM 1200-APPLY-PARM-CARD THRU 1200-EXIT
        UNTIL WS-PARM-EOF.
    PERFORM 1300-CHECK-CARDS THRU 1300-EXIT.
    IF WS-CARDS-USABLE
        PERFORM 1500-CHECK-CITY-REFERENCE THRU 1500-EXIT
    END-IF.
    PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT.
    IF WS-CARDS-USABLE AND WS-CITYREF-USABLE
        IF WS-MODE-MOVE
            OPEN I-O USER-MASTER
        ELSE
            OPEN INPUT USER-MASTER
        END-IF
        MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
        IF WS-UM-STATUS NOT = '00'
            DISPLAY "USER-MASTER OPEN FAILED - STATUS " WS-UM-STATUS
            MOVE 'N' TO WS-MASTER-SWITCH
            MOVE "USER-MASTER OPEN FAILED" TO WS-REFUSAL-TEXT
        END-IF
    END-IF.
1000-EXIT.
    EXIT.

1100-READ-PARM-CARD.
    READ PARM-FILE
        AT END MOVE 'Y' TO WS-PARM-EOF-SWITCH
    END-READ.
1100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1200-APPLY-PARM-CARD.  ONE KEYWORD CARD:
*>   FROM=CITY                  THE CITY USERS LEAVE, EXACTLY AS IT
*>                              STANDS ON USERMAST, IN 6-35
*>   TO=CITY                    THE CITY THEY MOVE TO, IN 4-33
*>   NEWCITY=YES                TO= IS NOT ON CITYREF YET - ADD IT
*>   MODE=MOVE                  MOVE (DEFAULT PREVIEW)
*>   OPER=XXXXXXXX              OPERATOR RUNNING THE MOVE
*>   APPR=XXXXXXXX              SECOND OPERATOR APPROVING IT
*> ----------------------------------------------------------------
1200-APPLY-PARM-CARD.
    EVALUATE TRUE
        WHEN PARM-RECORD(1:5) = "FROM="
            MOVE PARM-RECORD(6:30) TO WS-FROM-CITY
        WHEN PARM-RECORD(1:3) = "TO="
            MOVE PARM-RECORD(4:30) TO WS-TO-CITY
        WHEN PARM-RECORD(1:11) = "NEWCITY=YES"
            MOVE 'Y' TO WS-NEWCITY-SWITCH
        WHEN PARM-RECORD(1:9) = "MODE=MOVE"
            MOVE 'M' TO WS-MODE-SWITCH
        WHEN PARM-RECORD(1:12) = "MODE=PREVIEW"
            MOVE 'P' TO WS-MODE-SWITCH
        WHEN PARM-RECORD(1:5) = "OPER="
            MOVE PARM-RECORD(6:8) TO WS-OPERATOR-ID
            INSPECT WS-OPERATOR-ID CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        WHEN PARM-RECORD(1:5) = "APPR="
            MOVE PARM-RECORD(6:8) TO WS-APPROVER-ID
            INSPECT WS-APPROVER-ID CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    END-EVALUATE.
    PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
1200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1300-CHECK-CARDS.  BOTH CITIES ARE REQUIRED AND MUST DIFFER, AND
*> A MOVE RUN NEEDS TWO DIFFERENT OPERATORS.
*> ----------------------------------------------------------------
1300-CHECK-CARDS.
    EVALUATE TRUE
        WHEN WS-FROM-CITY = SPACES
            MOVE 'N' TO WS-CARDS-SWITCH
            MOVE "NO FROM= CARD (THE CITY THE USERS LEAVE)"
                TO WS-REFUSAL-TEXT
        WHEN WS-TO-CITY = SPACES
            MOVE 'N' TO WS-CARDS-SWITCH
            MOVE "NO TO= CARD (THE CITY THE USERS MOVE TO)"
                TO WS-REFUSAL-TEXT
        WHEN WS-FROM-CITY = WS-TO-CITY
            MOVE 'N' TO WS-CARDS-SWITCH
            MOVE "FROM= AND TO= NAME THE SAME CITY"
                TO WS-REFUSAL-TEXT
        WHEN WS-MODE-MOVE
         AND (WS-OPERATOR-ID = SPACES OR WS-APPROVER-ID = SPACES)
            MOVE 'N' TO WS-CARDS-SWITCH
            MOVE "MODE=MOVE NEEDS BOTH OPER= AND APPR="
                TO WS-REFUSAL-TEXT
        WHEN WS-MODE-MOVE
         AND WS-OPERATOR-ID = WS-APPROVER-ID
            MOVE 'N' TO WS-CARDS-SWITCH
            MOVE "APPR= MUST NOT BE THE OPERATOR RUNNING THE MOVE"
                TO WS-REFUSAL-TEXT
    END-EVALUATE.
1300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1500-CHECK-CITY-REFERENCE.  ONE PASS OVER CITYREF, MATCHING
*> ALIASES WITHOUT REGARD TO CASE AS THE INTAKE DOES.  TO= MUST BE
*> A CANONICAL CITY - ITS OWN ALIAS ROW - UNLESS NEWCITY=YES SAYS
*> IT IS NEW; IF TO= TRANSLATES TO SOME OTHER CITY THE MOVE WOULD
*> LEAVE EVERY USER NON-CANONICAL, SO IT IS REFUSED.  FROM= MAY
*> TRANSLATE TO ITSELF (THE USUAL CASE), TO TO= (A RERUN) OR TO
*> NOTHING, BUT NOT TO A THIRD CITY.  NO FILE STATUS - A MISSING
*> CITYREF DD ABENDS THE STEP.
*> ----------------------------------------------------------------
1500-CHECK-CITY-REFERENCE.
    MOVE WS-FROM-CITY TO WS-FROM-UPPER.
    INSPECT WS-FROM-UPPER CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    MOVE WS-TO-CITY TO WS-TO-UPPER.
    INSPECT WS-TO-UPPER CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    OPEN INPUT CITY-REF-FILE.
    PERFORM 1510-READ-CITY-REFERENCE THRU 1510-EXIT.
    PERFORM 1520-EXAMINE-CITY-ROW THRU 1520-EXIT
        UNTIL WS-CY-EOF.
    CLOSE CITY-REF-FILE.
    IF WS-CITYREF-USABLE
       AND WS-TO-NOT-CANONICAL
       AND WS-NEWCITY-NOT-ALLOWED
        MOVE 'N' TO WS-CITYREF-SWITCH
        MOVE "TO= IS NOT A CITYREF CITY - NEWCITY=YES TO ADD IT"
            TO WS-REFUSAL-TEXT
    END-IF.
1500-EXIT.
    EXIT.

1510-READ-CITY-REFERENCE.
    READ CITY-REF-FILE
        AT END MOVE 'Y' TO WS-CY-EOF-SWITCH
    END-READ.
1510-EXIT.
    EXIT.

1520-EXAMINE-CITY-ROW.
    ADD 1 TO WS-CY-READ-COUNT.
    IF CY-CANONICAL = WS-FROM-CITY
        ADD 1 TO WS-CY-REPOINT-COUNT
    END-IF.
    MOVE CY-ALIAS TO WS-ALIAS-UPPER.
    INSPECT WS-ALIAS-UPPER CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    IF WS-ALIAS-UPPER = WS-FROM-UPPER
        MOVE 'Y' TO WS-FROM-ALIAS-SWITCH
        IF CY-CANONICAL NOT = WS-FROM-CITY
           AND CY-CANONICAL NOT = WS-TO-CITY
            MOVE 'N' TO WS-CITYREF-SWITCH
            MOVE SPACES TO WS-REFUSAL-TEXT
            STRING "FROM= ALREADY TRANSLATES TO " DELIMITED BY SIZE
                   CY-CANONICAL DELIMITED BY SIZE
                INTO WS-REFUSAL-TEXT
        END-IF
    END-IF.
    IF WS-ALIAS-UPPER = WS-TO-UPPER
        IF CY-CANONICAL = WS-TO-CITY
            MOVE 'Y' TO WS-TO-CANONICAL-SWITCH
        ELSE
            MOVE 'N' TO WS-CITYREF-SWITCH
            MOVE SPACES TO WS-REFUSAL-TEXT
            STRING "TO= IS AN ALIAS OF " DELIMITED BY SIZE
                   CY-CANONICAL DELIMITED BY SIZE
                INTO WS-REFUSAL-TEXT
        END-IF
    END-IF.
    PERFORM 1510-READ-CITY-REFERENCE THRU 1510-EXIT.
1520-EXIT.
    EXIT.

1700-WRITE-REPORT-HEADER.
    IF WS-MODE-MOVE
        MOVE "MASS CITY REASSIGNMENT" TO REPORT-RECORD
    ELSE
        MOVE "MASS CITY REASSIGNMENT - PREVIEW, NOTHING CHANGED"
            TO REPORT-RECORD
    END-IF.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING "RUN DATE " DELIMITED BY SIZE
           WS-CURRENT-DATE DELIMITED BY SIZE
           "   FROM " DELIMITED BY SIZE
           WS-FROM-CITY DELIMITED BY SIZE
           "   TO " DELIMITED BY SIZE
           WS-TO-CITY DELIMITED BY SIZE
        INTO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING "OPERATOR " DELIMITED BY SIZE
           WS-OPERATOR-ID DELIMITED BY SIZE
           "   APPROVER " DELIMITED BY SIZE
           WS-APPROVER-ID DELIMITED BY SIZE
        INTO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    WRITE REPORT-RECORD.
1700-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-COUNT-BEFORE.  COUNT BOTH CITIES ON THE UM-CITY PATH, AND
*> COLLECT THE USER-IDS OF THE OLD ONE ON THE WAY.
*> ----------------------------------------------------------------
2000-COUNT-BEFORE.
    MOVE WS-TO-CITY TO WS-WALK-CITY.
    MOVE 'N' TO WS-COLLECT-SWITCH.
    PERFORM 2100-WALK-CITY THRU 2100-EXIT.
    MOVE WS-WALK-TOTAL TO WS-TO-BEFORE-TOTAL.
    MOVE WS-WALK-ACTIVE TO WS-TO-BEFORE-ACTIVE.
    MOVE WS-FROM-CITY TO WS-WALK-CITY.
    MOVE 'Y' TO WS-COLLECT-SWITCH.
    PERFORM 2100-WALK-CITY THRU 2100-EXIT.
    MOVE WS-WALK-TOTAL TO WS-FROM-BEFORE-TOTAL.
    MOVE WS-WALK-ACTIVE TO WS-FROM-BEFORE-ACTIVE.
2000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2100-WALK-CITY.  EVERY RECORD WHOSE UM-CITY IS WS-WALK-CITY,
*> WHATEVER ITS STATUS.
*> ----------------------------------------------------------------
2100-WALK-CITY.
    MOVE ZERO TO WS-WALK-TOTAL.
    MOVE ZERO TO WS-WALK-ACTIVE.
    MOVE 'N' TO WS-UM-EOF-SWITCH.
    MOVE WS-WALK-CITY TO UM-CITY.
    START USER-MASTER KEY IS = UM-CITY
        INVALID KEY MOVE 'Y' TO WS-UM-EOF-SWITCH
    END-START.
    IF WS-UM-NOT-EOF
        PERFORM 2150-READ-CITY-NEXT THRU 2150-EXIT
    END-IF.
    PERFORM 2200-COUNT-ONE-USER THRU 2200-EXIT
        UNTIL WS-UM-EOF.
2100-EXIT.
    EXIT.

2150-READ-CITY-NEXT.
    READ USER-MASTER NEXT RECORD
        AT END MOVE 'Y' TO WS-UM-EOF-SWITCH
    END-READ.
    IF WS-UM-NOT-EOF AND UM-CITY NOT = WS-WALK-CITY
        MOVE 'Y' TO WS-UM-EOF-SWITCH
    END-IF.
2150-EXIT.
    EXIT.

2200-COUNT-ONE-USER.
    ADD 1 TO WS-WALK-TOTAL.
    IF UM-ACTIVE
        ADD 1 TO WS-WALK-ACTIVE
    END-IF.
    IF WS-COLLECTING
        IF WS-MOVE-COUNT NOT < 50000
            ADD 1 TO WS-HELD-COUNT
        ELSE
            ADD 1 TO WS-MOVE-COUNT
            MOVE UM-USER-ID TO WS-MV-USER-ID(WS-MOVE-COUNT)
            IF UM-ACTIVE
                ADD 1 TO WS-COLLECT-ACTIVE
            END-IF
        END-IF
    END-IF.
    PERFORM 2150-READ-CITY-NEXT THRU 2150-EXIT.
2200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-WRITE-NEW-CITYREF.  COPY CITYREF TO CITYNEW.  IN MOVE MODE
*> EVERY ROW THAT TRANSLATED TO THE OLD CITY NOW TRANSLATES TO THE
*> NEW ONE, THE OLD SPELLING IS ADDED AS AN ALIAS IF NO ROW CARRIES
*> IT, AND A NEW CITY GETS ITS OWN CANONICAL ROW.  IN PREVIEW THE
*> COPY IS UNCHANGED.  EITHER WAY THE NEW FILE IS COMPLETE AND
*> CLOSED BEFORE ANY USER IS MOVED.
*> ----------------------------------------------------------------
3000-WRITE-NEW-CITYREF.
    MOVE 'N' TO WS-CY-EOF-SWITCH.
    OPEN INPUT CITY-REF-FILE.
    OPEN OUTPUT CITY-NEW-FILE.
    PERFORM 1510-READ-CITY-REFERENCE THRU 1510-EXIT.
    PERFORM 3100-COPY-CITY-ROW THRU 3100-EXIT
        UNTIL WS-CY-EOF.
    IF WS-MODE-MOVE
        IF WS-FROM-ALIAS-NOT-SEEN
            MOVE WS-FROM-CITY TO CN-ALIAS
            MOVE WS-TO-CITY TO CN-CANONICAL
            WRITE CN-RECORD
            ADD 1 TO WS-CY-WRITTEN-COUNT
        END-IF
        IF WS-TO-NOT-CANONICAL
            MOVE WS-TO-CITY TO CN-ALIAS
            MOVE WS-TO-CITY TO CN-CANONICAL
            WRITE CN-RECORD
            ADD 1 TO WS-CY-WRITTEN-COUNT
        END-IF
    END-IF.
    CLOSE CITY-REF-FILE.
    CLOSE CITY-NEW-FILE.
    DISPLAY "CITYREF CARRIED FORWARD - " WS-CY-WRITTEN-COUNT " ROWS".
3000-EXIT.
    EXIT.

3100-COPY-CITY-ROW.
    MOVE CY-RECORD TO CN-RECORD.
    IF WS-MODE-MOVE AND CY-CANONICAL = WS-FROM-CITY
        MOVE WS-TO-CITY TO CN-CANONICAL
    END-IF.
    WRITE CN-RECORD.
    ADD 1 TO WS-CY-WRITTEN-COUNT.
    PERFORM 1510-READ-CITY-REFERENCE THRU 1510-EXIT.
3100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4000-MOVE-USERS.  CITYNEW IS SAFELY CLOSED; NOW MOVE THE USERS
*> COLLECTED BY 2000, RE-READING EACH ON ITS PRIMARY KEY.  ONE
*> GONE SINCE, OR NO LONGER IN THE OLD CITY, IS COUNTED AND LEFT
*> ALONE.  THE FIRST I/O ERROR STOPS THE RUN - A RERUN CARRIES ON.
*> ----------------------------------------------------------------
4000-MOVE-USERS.
    OPEN EXTEND AUDIT-FILE.
    PERFORM 4100-MOVE-ONE-USER THRU 4100-EXIT
        VARYING WS-MOVE-INDEX FROM 1 BY 1
        UNTIL WS-MOVE-INDEX > WS-MOVE-COUNT
           OR WS-IO-ERROR-SEEN.
    CLOSE AUDIT-FILE.
4000-EXIT.
    EXIT.

*> A REWRITE INTO A CITY OTHER USERS ALREADY HOLD LEAVES STATUS 02
*> (DUPLICATE ALTERNATE KEY), SO ANY '0N' STATUS IS A GOOD REWRITE.
4100-MOVE-ONE-USER.
    MOVE WS-MV-USER-ID(WS-MOVE-INDEX) TO UM-USER-ID.
    READ USER-MASTER
        INVALID KEY CONTINUE
    END-READ.
    EVALUATE TRUE
        WHEN WS-UM-STATUS = '23'
            ADD 1 TO WS-GONE-COUNT
        WHEN WS-UM-STATUS(1:1) NOT = '0'
            DISPLAY "USER-MASTER READ FAILED - STATUS "
                WS-UM-STATUS " USER-ID " UM-USER-ID
            MOVE 'Y' TO WS-IO-ERROR-SWITCH
        WHEN UM-CITY NOT = WS-FROM-CITY
            ADD 1 TO WS-ALREADY-MOVED-COUNT
        WHEN OTHER
            PERFORM 4200-WRITE-AUDIT THRU 4200-EXIT
            MOVE WS-TO-CITY TO UM-CITY
            REWRITE UM-RECORD
            IF WS-UM-STATUS(1:1) = '0'
                ADD 1 TO WS-MOVED-COUNT
            ELSE
                DISPLAY "USER-MASTER REWRITE FAILED - STATUS "
                    WS-UM-STATUS " USER-ID " UM-USER-ID
                MOVE 'Y' TO WS-IO-ERROR-SWITCH
            END-IF
    END-EVALUATE.
4100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4200-WRITE-AUDIT.  THE SAME 'C' ENTRY A MAINTRAN CITY CHANGE
*> WRITES.  THE ROW IS COUNTED HERE, AS USRMAINT COUNTS ITS 'C'
*> ROWS, AND STAMPED TO RUNCTL FOR AUDBAL.
*> ----------------------------------------------------------------
4200-WRITE-AUDIT.
    MOVE WS-CURRENT-DATE TO AU-DATE.
    MOVE WS-CURRENT-TIME TO AU-TIME.
    MOVE "USRCITY " TO AU-PROGRAM.
    MOVE UM-USER-ID TO AU-USER-ID.
    MOVE UM-NAME TO AU-NAME.
    MOVE 'C' TO AU-ACTION.
    MOVE "CITY" TO AU-FIELD.
    MOVE WS-FROM-CITY TO AU-OLD-VALUE.
    MOVE WS-TO-CITY TO AU-NEW-VALUE.
    MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID.
    MOVE WS-APPROVER-ID TO AU-APPROVER-ID.
    WRITE AU-RECORD.
    ADD 1 TO WS-AUD-CHANGE-COUNT.
4200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5000-COUNT-AFTER.  AFTER A MOVE, COUNT BOTH CITIES AGAIN ON THE
*> PATH.  IN PREVIEW THE AFTER COLUMNS ARE PROJECTED: THE USERS
*> COLLECTED LEAVE THE OLD CITY FOR THE NEW ONE, AND ONLY THOSE
*> HELD FOR A RERUN STAY BEHIND.
*> ----------------------------------------------------------------
5000-COUNT-AFTER.
    IF WS-MODE-MOVE
        MOVE 'N' TO WS-COLLECT-SWITCH
        MOVE WS-FROM-CITY TO WS-WALK-CITY
        PERFORM 2100-WALK-CITY THRU 2100-EXIT
        MOVE WS-WALK-TOTAL TO WS-FROM-AFTER-TOTAL
        MOVE WS-WALK-ACTIVE TO WS-FROM-AFTER-ACTIVE
        MOVE WS-TO-CITY TO WS-WALK-CITY
        PERFORM 2100-WALK-CITY THRU 2100-EXIT
        MOVE WS-WALK-TOTAL TO WS-TO-AFTER-TOTAL
        MOVE WS-WALK-ACTIVE TO WS-TO-AFTER-ACTIVE
    ELSE
        COMPUTE WS-FROM-AFTER-TOTAL =
            WS-FROM-BEFORE-TOTAL - WS-MOVE-COUNT
        COMPUTE WS-FROM-AFTER-ACTIVE =
            WS-FROM-BEFORE-ACTIVE - WS-COLLECT-ACTIVE
        COMPUTE WS-TO-AFTER-TOTAL =
            WS-TO-BEFORE-TOTAL + WS-MOVE-COUNT
        COMPUTE WS-TO-AFTER-ACTIVE =
            WS-TO-BEFORE-ACTIVE + WS-COLLECT-ACTIVE
    END-IF.
5000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5500-PRINT-RESULTS.  THE CITYREF CHANGES, THE BEFORE/AFTER
*> COUNTS OF BOTH CITIES, AND WHAT BECAME OF THE USERS COLLECTED.
*> ----------------------------------------------------------------
5500-PRINT-RESULTS.
    IF WS-MODE-MOVE
        MOVE "CITYREF (CITYNEW)" TO REPORT-RECORD
    ELSE
        MOVE "CITYREF - WOULD BE CHANGED" TO REPORT-RECORD
    END-IF.
    WRITE REPORT-RECORD.
    MOVE "ROWS READ .............  " TO WS-CT-LABEL.
    MOVE WS-CY-READ-COUNT TO WS-CT-COUNT.
    WRITE REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "ROWS RE-POINTED .......  " TO WS-CT-LABEL.
    MOVE WS-CY-REPOINT-COUNT TO WS-CT-COUNT.
    WRITE REPORT-RECORD FROM WS-COUNT-LINE.
    IF WS-FROM-ALIAS-SEEN
        MOVE "OLD SPELLING ALREADY AN ALIAS - NO ROW ADDED"
            TO REPORT-RECORD
    ELSE
        MOVE "OLD SPELLING ADDED AS AN ALIAS OF THE NEW CITY"
            TO REPORT-RECORD
    END-IF.
    WRITE REPORT-RECORD.
    IF WS-TO-CANONICAL
        MOVE "NEW CITY ALREADY CANONICAL - NO ROW ADDED"
            TO REPORT-RECORD
    ELSE
        MOVE "NEW CITY ADDED AS A CANONICAL CITY (NEWCITY=YES)"
            TO REPORT-RECORD
    END-IF.
    WRITE REPORT-RECORD.
    MOVE "ROWS WRITTEN ..........  " TO WS-CT-LABEL.
    MOVE WS-CY-WRITTEN-COUNT TO WS-CT-COUNT.
    WRITE REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE SPACES TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    IF WS-MODE-MOVE
        MOVE "USERS BY CITY" TO REPORT-RECORD
    ELSE
        MOVE "USERS BY CITY - AFTER IS PROJECTED" TO REPORT-RECORD
    END-IF.
    WRITE REPORT-RECORD.
    WRITE REPORT-RECORD FROM WS-CITY-COUNT-HEADER.
    MOVE "FROM" TO WS-CC-ROLE.
    MOVE WS-FROM-CITY TO WS-CC-CITY.
    MOVE WS-FROM-BEFORE-TOTAL TO WS-CC-BEFORE-TOTAL.
    MOVE WS-FROM-BEFORE-ACTIVE TO WS-CC-BEFORE-ACTIVE.
    MOVE WS-FROM-AFTER-TOTAL TO WS-CC-AFTER-TOTAL.
    MOVE WS-FROM-AFTER-ACTIVE TO WS-CC-AFTER-ACTIVE.
    WRITE REPORT-RECORD FROM WS-CITY-COUNT-LINE.
    MOVE "TO" TO WS-CC-ROLE.
    MOVE WS-TO-CITY TO WS-CC-CITY.
    MOVE WS-TO-BEFORE-TOTAL TO WS-CC-BEFORE-TOTAL.
    MOVE WS-TO-BEFORE-ACTIVE TO WS-CC-BEFORE-ACTIVE.
    MOVE WS-TO-AFTER-TOTAL TO WS-CC-AFTER-TOTAL.
    MOVE WS-TO-AFTER-ACTIVE TO WS-CC-AFTER-ACTIVE.
    WRITE REPORT-RECORD FROM WS-CITY-COUNT-LINE.
    MOVE SPACES TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE "USERS COLLECTED .......  " TO WS-CT-LABEL.
    MOVE WS-MOVE-COUNT TO WS-CT-COUNT.
    WRITE REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "HELD FOR A RERUN ......  " TO WS-CT-LABEL.
    MOVE WS-HELD-COUNT TO WS-CT-COUNT.
    WRITE REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "USERS MOVED ...........  " TO WS-CT-LABEL.
    MOVE WS-MOVED-COUNT TO WS-CT-COUNT.
    WRITE REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "CITY CHANGED SINCE ....  " TO WS-CT-LABEL.
    MOVE WS-ALREADY-MOVED-COUNT TO WS-CT-COUNT.
    WRITE REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "GONE FROM THE MASTER ..  " TO WS-CT-LABEL.
    MOVE WS-GONE-COUNT TO WS-CT-COUNT.
    WRITE REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "JOURNAL ENTRIES .......  " TO WS-CT-LABEL.
    MOVE WS-AUD-CHANGE-COUNT TO WS-CT-COUNT.
    WRITE REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE SPACES TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    EVALUATE TRUE
        WHEN WS-IO-ERROR-SEEN
            MOVE "*** MASTER I/O ERROR - MOVE STOPPED, RERUN THE SAME CARDS AFTER THE FIX - RC=8"
                TO REPORT-RECORD
        WHEN WS-FROM-AFTER-TOTAL > ZERO AND WS-MODE-MOVE
            MOVE "*** USERS STILL IN THE OLD CITY - RERUN THE SAME CARDS - RC=4"
                TO REPORT-RECORD
        WHEN WS-FROM-AFTER-TOTAL > ZERO
            MOVE "*** MORE USERS THAN ONE RUN MOVES - RERUN THE SAME CARDS TO FINISH - RC=4"
                TO REPORT-RECORD
        WHEN WS-MODE-MOVE
            MOVE "EVERY USER MOVED - OLD CITY IS EMPTY" TO REPORT-RECORD
        WHEN OTHER
            MOVE "PREVIEW ONLY - RESUBMIT WITH MODE=MOVE, OPER= AND APPR="
                TO REPORT-RECORD
    END-EVALUATE.
    WRITE REPORT-RECORD.
5500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8000-STAMP-RUN-CONTROL.  APPEND THIS RUN'S RECORD TO RUNCTL.
*> READ = USERS COLLECTED, APPLIED = USERS MOVED (COUNTED AT THE
*> REWRITE), CHANGE ROWS = 'C' ENTRIES JOURNALED, WHICH AUDBAL
*> BALANCES.  NOTHING ELSE IS DONE, SO THE OTHER COUNTS ARE ZERO.
*> ----------------------------------------------------------------
8000-STAMP-RUN-CONTROL.
    OPEN EXTEND RUN-CONTROL.
    IF WS-RC-STATUS = '35'
        OPEN OUTPUT RUN-CONTROL
    END-IF.
    ACCEPT WS-END-TIME FROM TIME.
    MOVE WS-CURRENT-DATE TO RC-BUSINESS-DATE.
    MOVE "USRCITY " TO RC-PROGRAM.
    MOVE WS-CURRENT-DATE TO RC-START-DATE.
    MOVE WS-CURRENT-TIME TO RC-START-TIME.
    MOVE WS-END-TIME TO RC-END-TIME.
    EVALUATE TRUE
        WHEN WS-CARDS-UNUSABLE
          OR WS-CITYREF-REFUSED
          OR WS-MASTER-UNAVAILABLE
          OR WS-IO-ERROR-SEEN
            MOVE 8 TO RC-RETURN-CODE
            MOVE 'F' TO RC-RUN-STATUS
        WHEN WS-FROM-AFTER-TOTAL > ZERO
            MOVE 4 TO RC-RETURN-CODE
            MOVE 'C' TO RC-RUN-STATUS
        WHEN OTHER
            MOVE ZERO TO RC-RETURN-CODE
            MOVE 'C' TO RC-RUN-STATUS
    END-EVALUATE.
    MOVE WS-MOVE-COUNT TO RC-READ-COUNT.
    MOVE WS-MOVED-COUNT TO RC-APPLIED-COUNT.
    MOVE ZERO TO RC-ADDS-APPLIED.
    MOVE WS-AUD-CHANGE-COUNT TO RC-CHANGE-ROWS.
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
    CLOSE PARM-FILE.
    IF WS-MASTER-OPENED
        CLOSE USER-MASTER
    END-IF.
    CLOSE REPORT-FILE.
    DISPLAY "MASS CITY REASSIGNMENT SUMMARY".
    DISPLAY "USERS COLLECTED ....... " WS-MOVE-COUNT.
    DISPLAY "USERS MOVED ........... " WS-MOVED-COUNT.
    DISPLAY "HELD FOR A RERUN ...... " WS-HELD-COUNT.
9000-EXIT.
    EXIT.
