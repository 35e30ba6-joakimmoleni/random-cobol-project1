*> ****************************************************************
*> IDENTIFICATION DIVISION.
*> ****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. USRERAS.
AUTHOR. R. MOLENI.
INSTALLATION. IT-OPERATIONS.
DATE-WRITTEN. 2026-10-12.
DATE-COMPILED.
*>
*>  MOD-HISTORY.
*>    2026-10-12  RSM  INITIAL VERSION.  PRIVACY ERASURE.  THE SOFT
*>                     DELETE KEEPS A PARKED USER ON USERMAST FOR
*>                     EVER, WITH NAME, BIRTHDAY AND FULL ADDRESS.
*>                     THIS PROGRAM PHYSICALLY REMOVES EVERY
*>                     INACTIVE RECORD ('I' OR 'M') THAT EITHER HAS
*>                     BEEN INACTIVE LONGER THAN THE RETENTION
*>                     PERIOD (PARMCARD RETAIN=, IN DAYS) OR IS
*>                     NAMED ON A DOCUMENTED INDIVIDUAL REQUEST
*>                     (REQ= CARD).  AN ACTIVE USER IS NEVER ERASED -
*>                     A REQUEST FOR ONE IS REFUSED UNTIL THE USER
*>                     HAS BEEN DELETED THROUGH THE NORMAL APPROVED
*>                     MAINTENANCE CYCLE.
*>
*>                     THE DATE A USER WENT INACTIVE IS THE LATEST
*>                     'D' OR 'M' JOURNAL ENTRY FOR THE ID, READ
*>                     FROM STATHIST - THOSE ENTRIES FROM THE
*>                     ARCHIVES AND THE LIVE JOURNAL, SORTED INTO
*>                     USER-ID ORDER BY THE STEP BEFORE (SEE JCL
*>                     MEMBER ERASUSR) AND MATCHED AGAINST A PASS
*>                     OF THE MASTER ON ITS PRIMARY KEY.  AN
*>                     INACTIVE USER WITH NO SUCH ENTRY CANNOT BE
*>                     DATED AND IS LISTED, NOT ERASED.
*>
*>                     EVERY ERASED ID GOES ON THE ERASED-USER LIST
*>                     (ERASLIST, COPYBOOK ERREC): THE OLD LIST
*>                     (ERASOLD) IS PROVED, THEN COPIED THROUGH TO A
*>                     NEW GENERATION (ERASNEW) WITH THIS RUN'S IDS
*>                     MERGED IN - WRITTEN AND CLOSED BEFORE A
*>                     SINGLE RECORD IS DELETED, SO NO ERASED ID IS
*>                     EVER MISSING FROM IT.  RELDUSR, RPLYUSR AND
*>                     USRASOF PASS THOSE IDS OVER, SO AN OLDER
*>                     BACKUP OR THE JOURNAL CANNOT BRING THE DATA
*>                     BACK; AUDMASK (THE NEXT STEP) MASKS THEIR
*>                     JOURNAL ENTRIES.  THE RECORD CARRYING THE
*>                     HIGHEST USER-ID ON FILE IS HELD BACK, BECAUSE
*>                     THE NEXT ADD WOULD OTHERWISE BE GIVEN THE
*>                     ERASED ID AGAIN.
*>
*>                     MODE=PREVIEW (THE DEFAULT) CHANGES NOTHING
*>                     AND PRINTS WHAT WOULD BE ERASED; MODE=ERASE
*>                     ERASES, AND NEEDS OPER= AND A DIFFERENT
*>                     APPR= - NOBODY ERASES ON THEIR OWN SAY-SO.
*>                     ERASRPT IS THE ERASURE REGISTER, WITH THE
*>                     SIGN-OFF BLOCK; IT CARRIES USER-IDS, NEVER
*>                     NAMES.  RC=0 CLEAN; RC=4 SOMETHING LISTED
*>                     UNDER NOT ERASED (REQUEST REFUSED OR NOT ON
*>                     FILE, UNDATED, HELD); RC=8 CARDS UNUSABLE,
*>                     OLD LIST NOT PROVED, OR A MASTER I/O ERROR.
*>                     STAMPS RUNCTL AS "USRERAS" WITH ZERO ACTION
*>                     COUNTS - AN ERASURE WRITES NO JOURNAL ENTRY,
*>                     SO THERE IS NOTHING FOR AUDBAL TO BALANCE.
*>    2026-10-15  RSM  OPER= AND APPR= ARE UPPERCASED AS READ, AS
*>                     USRMAINT AND USRAPPR DO, SO ONE OPERATOR
*>                     CANNOT APPROVE THEIR OWN ERASURE BY KEYING
*>                     THE ID IN A DIFFERENT CASE.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO "PARMCARD"
        ORGANIZATION IS SEQUENTIAL.

    SELECT STATUS-HISTORY ASSIGN TO "STATHIST"
        ORGANIZATION IS SEQUENTIAL.

    SELECT USER-MASTER ASSIGN TO "USERMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS UM-USER-ID
        ALTERNATE RECORD KEY IS UM-NAME WITH DUPLICATES
        ALTERNATE RECORD KEY IS UM-CITY WITH DUPLICATES
        FILE STATUS IS WS-UM-STATUS.

    SELECT ERASED-OLD ASSIGN TO "ERASOLD"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EO-STATUS.

    SELECT ERASED-NEW ASSIGN TO "ERASNEW"
        ORGANIZATION IS SEQUENTIAL.

    SELECT REGISTER-FILE ASSIGN TO "ERASRPT"
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

FD  STATUS-HISTORY
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY AUREC REPLACING ==AU-RECORD==    BY ==SH-RECORD==
                         ==AU-DATE==      BY ==SH-DATE==
                         ==AU-TIME==      BY ==SH-TIME==
                         ==AU-PROGRAM==   BY ==SH-PROGRAM==
                         ==AU-USER-ID==   BY ==SH-USER-ID==
                         ==AU-NAME==      BY ==SH-NAME==
                         ==AU-ACTION==    BY ==SH-ACTION==
                         ==AU-ACT-ADD==   BY ==SH-ACT-ADD==
                         ==AU-ACT-CHANGE== BY ==SH-ACT-CHANGE==
                         ==AU-ACT-DELETE== BY ==SH-ACT-DELETE==
                         ==AU-ACT-RENAME== BY ==SH-ACT-RENAME==
                         ==AU-ACT-REINSTATE== BY ==SH-ACT-REINSTATE==
                         ==AU-ACT-MERGE== BY ==SH-ACT-MERGE==
                         ==AU-FIELD==     BY ==SH-FIELD==
                         ==AU-OLD-VALUE== BY ==SH-OLD-VALUE==
                         ==AU-NEW-VALUE== BY ==SH-NEW-VALUE==
                         ==AU-OPERATOR-ID== BY ==SH-OPERATOR-ID==
                         ==AU-APPROVER-ID== BY ==SH-APPROVER-ID==.

FD  USER-MASTER
    LABEL RECORDS ARE STANDARD.
    COPY UMREC.

FD  ERASED-OLD
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY ERREC.

FD  ERASED-NEW
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY ERREC REPLACING ==ER-RECORD==         BY ==EN-RECORD==
                         ==ER-RECORD-TYPE==    BY ==EN-RECORD-TYPE==
                         ==ER-DETAIL-RECORD==  BY ==EN-DETAIL-RECORD==
                         ==ER-TRAILER-RECORD== BY ==EN-TRAILER-RECORD==
                         ==ER-DETAIL-DATA==    BY ==EN-DETAIL-DATA==
                         ==ER-USER-ID==        BY ==EN-USER-ID==
                         ==ER-ERASED-DATE==    BY ==EN-ERASED-DATE==
                         ==ER-BASIS==          BY ==EN-BASIS==
                         ==ER-BY-RETENTION==   BY ==EN-BY-RETENTION==
                         ==ER-BY-REQUEST==     BY ==EN-BY-REQUEST==
                         ==ER-INACTIVE-SINCE== BY ==EN-INACTIVE-SINCE==
                         ==ER-REFERENCE==      BY ==EN-REFERENCE==
                         ==ER-OPERATOR-ID==    BY ==EN-OPERATOR-ID==
                         ==ER-APPROVER-ID==    BY ==EN-APPROVER-ID==
                         ==ER-TRAILER-DATA==   BY ==EN-TRAILER-DATA==
                         ==ER-RECORD-COUNT==   BY ==EN-RECORD-COUNT==
                         ==ER-WRITTEN-DATE==   BY ==EN-WRITTEN-DATE==.

FD  REGISTER-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01  REGISTER-RECORD                 PIC X(132).

FD  RUN-CONTROL
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY RCREC.

WORKING-STORAGE SECTION.
*> THE REQ= CARDS.  WS-RQ-STATE TRACKS WHAT BECAME OF EACH ONE SO
*> THE REGISTER CAN ACCOUNT FOR EVERY REQUEST RECEIVED.
01  WS-REQUEST-TABLE-AREA.
    05  WS-REQUEST-ENTRY OCCURS 0 TO 500 TIMES
                         DEPENDING ON WS-REQUEST-COUNT.
        10  WS-RQ-USER-ID           PIC 9(06).
        10  WS-RQ-REFERENCE         PIC X(20).
        10  WS-RQ-STATE             PIC X(01).
            88  WS-RQ-OPEN              VALUE 'O'.
            88  WS-RQ-SELECTED          VALUE 'S'.
            88  WS-RQ-REFUSED           VALUE 'R'.
            88  WS-RQ-ALREADY-ERASED    VALUE 'E'.

*> THE USERS CHOSEN FOR ERASURE, IN ASCENDING USER-ID ORDER (THE
*> ORDER OF THE MASTER PASS), READY TO MERGE INTO THE NEW LIST.
01  WS-SELECT-TABLE-AREA.
    05  WS-SELECT-ENTRY OCCURS 0 TO 5000 TIMES
                        DEPENDING ON WS-SELECT-COUNT.
        10  WS-SE-USER-ID           PIC 9(06).
        10  WS-SE-BASIS             PIC X(01).
        10  WS-SE-INACTIVE-SINCE    PIC 9(08).
        10  WS-SE-REFERENCE         PIC X(20).
        10  WS-SE-RESULT            PIC X(01).
            88  WS-SE-PENDING           VALUE ' '.
            88  WS-SE-ERASED            VALUE 'E'.
            88  WS-SE-WAS-LISTED        VALUE 'L'.
            88  WS-SE-GONE              VALUE 'N'.
            88  WS-SE-FAILED            VALUE 'F'.

01  WS-REGISTER-LINE.
    05  WS-RG-USER-ID               PIC 9(06).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RG-BASIS                 PIC X(09).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RG-SINCE                 PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RG-REFERENCE             PIC X(20).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RG-DISPOSITION           PIC X(60).
    05  FILLER                      PIC X(21) VALUE SPACES.

01  WS-REGISTER-HEADER.
    05  FILLER                      PIC X(49)
        VALUE "USERID  BASIS      INACTIVE  REFERENCE           ".
    05  FILLER                      PIC X(13)
        VALUE "  DISPOSITION".
    05  FILLER                      PIC X(70) VALUE SPACES.

01  WS-COUNT-LINE.
    05  WS-CT-LABEL                 PIC X(24).
    05  WS-CT-COUNT                 PIC ZZZZZZZZ9.
    05  FILLER                      PIC X(99) VALUE SPACES.

01  WS-SWITCHES.
    05  WS-PARM-EOF-SWITCH          PIC X(01) VALUE 'N'.
        88  WS-PARM-EOF                 VALUE 'Y'.
        88  WS-PARM-NOT-EOF             VALUE 'N'.
    05  WS-SH-EOF-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-SH-EOF                   VALUE 'Y'.
        88  WS-SH-NOT-EOF               VALUE 'N'.
    05  WS-UM-EOF-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-UM-EOF                   VALUE 'Y'.
        88  WS-UM-NOT-EOF               VALUE 'N'.
    05  WS-EO-END-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-EO-ENDED                 VALUE 'Y'.
        88  WS-EO-NOT-ENDED             VALUE 'N'.
    05  WS-MODE-SWITCH              PIC X(01) VALUE 'P'.
        88  WS-MODE-PREVIEW             VALUE 'P'.
        88  WS-MODE-ERASE               VALUE 'E'.
    05  WS-CARDS-SWITCH             PIC X(01) VALUE 'Y'.
        88  WS-CARDS-USABLE             VALUE 'Y'.
        88  WS-CARDS-UNUSABLE           VALUE 'N'.
    05  WS-LIST-SWITCH              PIC X(01) VALUE 'N'.
        88  WS-OLD-LIST-PROVED          VALUE 'Y'.
        88  WS-OLD-LIST-NOT-PROVED      VALUE 'N'.
    05  WS-TRAILER-SWITCH           PIC X(01) VALUE 'N'.
        88  WS-TRAILER-SEEN             VALUE 'Y'.
        88  WS-TRAILER-NOT-SEEN         VALUE 'N'.
    05  WS-MASTER-SWITCH            PIC X(01) VALUE 'Y'.
        88  WS-MASTER-AVAILABLE         VALUE 'Y'.
        88  WS-MASTER-UNAVAILABLE       VALUE 'N'.
    05  WS-IO-ERROR-SWITCH          PIC X(01) VALUE 'N'.
        88  WS-IO-ERROR-SEEN            VALUE 'Y'.
        88  WS-NO-IO-ERROR              VALUE 'N'.
    05  WS-NEW-LIST-SWITCH          PIC X(01) VALUE 'N'.
        88  WS-NEW-LIST-WRITTEN         VALUE 'Y'.
        88  WS-NEW-LIST-NOT-WRITTEN     VALUE 'N'.

*> THE SHORTEST RETENTION PERIOD THE RETAIN= CARD WILL ACCEPT - A
*> GUARD AGAINST A MISKEYED CARD ERASING LAST WEEK'S DELETES.
77  WS-MIN-RETAIN-DAYS              PIC 9(05) VALUE 365.
77  WS-UM-STATUS                    PIC X(02) VALUE '00'.
77  WS-EO-STATUS                    PIC X(02) VALUE '00'.
77  WS-RC-STATUS                    PIC X(02) VALUE '00'.
77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
77  WS-END-TIME                     PIC 9(08) VALUE ZERO.
77  WS-RETAIN-DAYS                  PIC 9(05) VALUE ZERO.
77  WS-CUTOFF-DATE                  PIC 9(08) VALUE ZERO.
77  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
77  WS-APPROVER-ID                  PIC X(08) VALUE SPACES.
77  WS-REFUSAL-TEXT                 PIC X(60) VALUE SPACES.
77  WS-REQUEST-COUNT                PIC 9(04) COMP VALUE ZERO.
77  WS-REQUEST-INDEX                PIC 9(04) COMP VALUE ZERO.
77  WS-FOUND-REQUEST                PIC 9(04) COMP VALUE ZERO.
77  WS-SELECT-COUNT                 PIC 9(04) COMP VALUE ZERO.
77  WS-SELECT-INDEX                 PIC 9(04) COMP VALUE ZERO.
77  WS-MERGE-LIMIT                  PIC 9(04) COMP VALUE ZERO.
77  WS-INACTIVE-SINCE               PIC 9(08) VALUE ZERO.
77  WS-HIGHEST-USER-ID              PIC 9(06) VALUE ZERO.
77  WS-PRIOR-LIST-ID                PIC 9(06) VALUE ZERO.
77  WS-OLD-LIST-COUNT               PIC 9(09) COMP VALUE ZERO.
77  WS-OLD-TRAILER-COUNT            PIC 9(09) VALUE ZERO.
77  WS-NEW-LIST-COUNT               PIC 9(09) COMP VALUE ZERO.
77  WS-USERS-READ                   PIC 9(09) COMP VALUE ZERO.
77  WS-INACTIVE-KEPT                PIC 9(09) COMP VALUE ZERO.
77  WS-UNDATED-COUNT                PIC 9(09) COMP VALUE ZERO.
77  WS-HELD-COUNT                   PIC 9(09) COMP VALUE ZERO.
77  WS-REFUSED-COUNT                PIC 9(09) COMP VALUE ZERO.
77  WS-ERASED-RETENTION             PIC 9(09) COMP VALUE ZERO.
77  WS-ERASED-REQUEST               PIC 9(09) COMP VALUE ZERO.
77  WS-ERASED-COUNT                 PIC 9(09) COMP VALUE ZERO.
77  WS-EXCEPTION-COUNT              PIC 9(09) COMP VALUE ZERO.

PROCEDURE DIVISION.

*> ----------------------------------------------------------------
*> 0000-MAIN-CONTROL.
*> ----------------------------------------------------------------
0000-MAIN-CONTROL.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    EVALUATE TRUE
        WHEN WS-OLD-LIST-NOT-PROVED
            MOVE "*** ERASED-USER LIST NOT PROVED - NOTHING ERASED - RC=8"
                TO REGISTER-RECORD
            WRITE REGISTER-RECORD
        WHEN WS-CARDS-UNUSABLE OR WS-MASTER-UNAVAILABLE
            PERFORM 3000-WRITE-NEW-LIST THRU 3000-EXIT
            MOVE SPACES TO REGISTER-RECORD
            STRING "*** " DELIMITED BY SIZE
                   WS-REFUSAL-TEXT DELIMITED BY SIZE
                   " - NOTHING ERASED - RC=8" DELIMITED BY SIZE
                INTO REGISTER-RECORD
            WRITE REGISTER-RECORD
        WHEN OTHER
            PERFORM 2000-SELECT-USERS THRU 2000-EXIT
            PERFORM 3000-WRITE-NEW-LIST THRU 3000-EXIT
            PERFORM 2800-LIST-OPEN-REQUESTS THRU 2800-EXIT
            IF WS-MODE-ERASE
                PERFORM 4000-ERASE-SELECTED THRU 4000-EXIT
            END-IF
            PERFORM 5000-PRINT-ERASED THRU 5000-EXIT
    END-EVALUATE.
    PERFORM 5500-PRINT-TOTALS THRU 5500-EXIT.
    PERFORM 5800-PRINT-SIGN-OFF THRU 5800-EXIT.
    PERFORM 8000-STAMP-RUN-CONTROL THRU 8000-EXIT.
    PERFORM 9000-TERMINATE THRU 9000-EXIT.
    EVALUATE TRUE
        WHEN WS-OLD-LIST-NOT-PROVED
          OR WS-CARDS-UNUSABLE
          OR WS-MASTER-UNAVAILABLE
          OR WS-IO-ERROR-SEEN
            MOVE 8 TO RETURN-CODE
        WHEN WS-EXCEPTION-COUNT > ZERO
            MOVE 4 TO RETURN-CODE
    END-EVALUATE.
    GOBACK.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE.  READ AND CHECK THE CARDS, PROVE THE OLD LIST,
*> AND OPEN THE MASTER ONLY WHEN BOTH ARE GOOD - UPDATE IN ERASE
*> MODE, READ-ONLY IN PREVIEW.  THE REGISTER HEADING GOES OUT
*> FIRST SO EVEN A REFUSED RUN IS SELF-DESCRIBING.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CURRENT-TIME FROM TIME.
    OPEN INPUT PARM-FILE.
    OPEN OUTPUT REGISTER-FILE.
    PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
    PERFORM 1200-APPLY-PARM-CARD THRU 1200-EXIT
        UNTIL WS-PARM-EOF.
    PERFORM 1300-CHECK-CARDS THRU 1300-EXIT.
    PERFORM 1500-PROVE-OLD-LIST THRU 1500-EXIT.
    PERFORM 1700-WRITE-REGISTER-HEADER THRU 1700-EXIT.
    IF WS-CARDS-USABLE AND WS-OLD-LIST-PROVED
        IF WS-MODE-ERASE
            OPEN I-O USER-MASTER
        ELSE
            OPEN INPUT USER-MASTER
        END-IF
        IF WS-UM-STATUS NOT = '00'
            DISPLAY "USER-MASTER OPEN FAILED - STATUS " WS-UM-STATUS
            MOVE 'N' TO WS-MASTER-SWITCH
            MOVE "USER-MASTER OPEN FAILED" TO WS-REFUSAL-TEXT
        ELSE
            OPEN INPUT STATUS-HISTORY
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
*>   RETAIN=NNNNN               RETENTION PERIOD IN DAYS
*>   MODE=ERASE                 ERASE (DEFAULT PREVIEW)
*>   OPER=XXXXXXXX              OPERATOR RUNNING THE ERASURE
*>   APPR=XXXXXXXX              SECOND OPERATOR APPROVING IT
*>   REQ=NNNNNN REFERENCE       ONE INDIVIDUAL REQUEST: USER-ID IN
*>                              5-10, REQUEST REFERENCE IN 12-31
*> ----------------------------------------------------------------
1200-APPLY-PARM-CARD.
    EVALUATE TRUE
        WHEN PARM-RECORD(1:7) = "RETAIN="
            IF PARM-RECORD(8:5) IS NUMERIC
                MOVE PARM-RECORD(8:5) TO WS-RETAIN-DAYS
            ELSE
                MOVE 'N' TO WS-CARDS-SWITCH
                MOVE "RETAIN= MUST BE FIVE DIGITS (DAYS)"
                    TO WS-REFUSAL-TEXT
            END-IF
        WHEN PARM-RECORD(1:10) = "MODE=ERASE"
            MOVE 'E' TO WS-MODE-SWITCH
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
        WHEN PARM-RECORD(1:4) = "REQ="
            PERFORM 1250-STORE-REQUEST THRU 1250-EXIT
    END-EVALUATE.
    PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
1200-EXIT.
    EXIT.

1250-STORE-REQUEST.
    EVALUATE TRUE
        WHEN PARM-RECORD(5:6) IS NOT NUMERIC
          OR PARM-RECORD(5:6) = "000000"
            MOVE 'N' TO WS-CARDS-SWITCH
            MOVE "REQ= CARD WITHOUT A SIX-DIGIT USER-ID"
                TO WS-REFUSAL-TEXT
        WHEN PARM-RECORD(12:20) = SPACES
            MOVE 'N' TO WS-CARDS-SWITCH
            MOVE "REQ= CARD WITHOUT A REQUEST REFERENCE"
                TO WS-REFUSAL-TEXT
        WHEN WS-REQUEST-COUNT NOT < 500
            MOVE 'N' TO WS-CARDS-SWITCH
            MOVE "MORE THAN 500 REQ= CARDS - SPLIT THE RUN"
                TO WS-REFUSAL-TEXT
        WHEN OTHER
            ADD 1 TO WS-REQUEST-COUNT
            MOVE PARM-RECORD(5:6) TO WS-RQ-USER-ID(WS-REQUEST-COUNT)
            MOVE PARM-RECORD(12:20)
                TO WS-RQ-REFERENCE(WS-REQUEST-COUNT)
            MOVE 'O' TO WS-RQ-STATE(WS-REQUEST-COUNT)
    END-EVALUATE.
1250-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1300-CHECK-CARDS.  A RETENTION PERIOD IS ALWAYS REQUIRED (EVEN
*> ON A RUN MEANT ONLY FOR REQUESTS, THE RETENTION SWEEP RUNS TOO),
*> AND AN ERASE RUN NEEDS TWO DIFFERENT OPERATORS.  THE CUTOFF IS
*> THE RUN DATE LESS THE RETENTION PERIOD: INACTIVE BEFORE IT
*> QUALIFIES.
*> ----------------------------------------------------------------
1300-CHECK-CARDS.
    EVALUATE TRUE
        WHEN WS-CARDS-UNUSABLE
            CONTINUE
        WHEN WS-RETAIN-DAYS < WS-MIN-RETAIN-DAYS
            MOVE 'N' TO WS-CARDS-SWITCH
            MOVE "NO USABLE RETAIN= CARD (365 DAYS OR MORE)"
                TO WS-REFUSAL-TEXT
        WHEN WS-MODE-ERASE
         AND (WS-OPERATOR-ID = SPACES OR WS-APPROVER-ID = SPACES)
            MOVE 'N' TO WS-CARDS-SWITCH
            MOVE "MODE=ERASE NEEDS BOTH OPER= AND APPR="
                TO WS-REFUSAL-TEXT
        WHEN WS-MODE-ERASE
         AND WS-OPERATOR-ID = WS-APPROVER-ID
            MOVE 'N' TO WS-CARDS-SWITCH
            MOVE "APPR= MUST NOT BE THE OPERATOR RUNNING THE ERASURE"
                TO WS-REFUSAL-TEXT
    END-EVALUATE.
    IF WS-CARDS-USABLE
        COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) - WS-RETAIN-DAYS)
    END-IF.
1300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1500-PROVE-OLD-LIST.  ONE PASS OVER THE CURRENT ERASED-USER
*> LIST: IDS STRICTLY ASCENDING, A TRAILER LAST, AND THE TRAILER
*> COUNT EQUAL TO THE DETAILS READ.  A LIST THAT FAILS IS NEITHER
*> TRUSTED NOR CARRIED FORWARD - NOTHING IS ERASED AND NO NEW
*> LIST IS WRITTEN.  A MISSING LIST (STATUS 35) FAILS TOO: THE
*> FIRST LIST IS SEEDED EMPTY BY JCL MEMBER ERASDEF, SO A MISSING
*> ONE MEANS THE REGISTER HAS BEEN LOST.
*> ----------------------------------------------------------------
1500-PROVE-OLD-LIST.
    OPEN INPUT ERASED-OLD.
    IF WS-EO-STATUS = '35'
        DISPLAY "ERASED-USER LIST NOT FOUND - STATUS 35"
    ELSE
        MOVE 'Y' TO WS-LIST-SWITCH
        MOVE ZERO TO WS-PRIOR-LIST-ID
        PERFORM 1510-READ-OLD-LIST THRU 1510-EXIT
        PERFORM 1520-PROVE-ONE-ENTRY THRU 1520-EXIT
            UNTIL WS-EO-ENDED
        CLOSE ERASED-OLD
        IF WS-TRAILER-NOT-SEEN
            MOVE 'N' TO WS-LIST-SWITCH
            DISPLAY "ERASED-USER LIST HAS NO TRAILER"
        END-IF
        IF WS-TRAILER-SEEN
           AND WS-OLD-TRAILER-COUNT NOT = WS-OLD-LIST-COUNT
            MOVE 'N' TO WS-LIST-SWITCH
            DISPLAY "ERASED-USER LIST COUNT DOES NOT MATCH TRAILER"
        END-IF
    END-IF.
1500-EXIT.
    EXIT.

1510-READ-OLD-LIST.
    READ ERASED-OLD
        AT END MOVE 'Y' TO WS-EO-END-SWITCH
    END-READ.
1510-EXIT.
    EXIT.

1520-PROVE-ONE-ENTRY.
    EVALUATE TRUE
        WHEN WS-TRAILER-SEEN
            MOVE 'N' TO WS-LIST-SWITCH
            DISPLAY "ERASED-USER LIST HAS RECORDS AFTER ITS TRAILER"
        WHEN ER-TRAILER-RECORD
            MOVE 'Y' TO WS-TRAILER-SWITCH
            MOVE ER-RECORD-COUNT TO WS-OLD-TRAILER-COUNT
        WHEN NOT ER-DETAIL-RECORD
          OR ER-USER-ID NOT > WS-PRIOR-LIST-ID
            MOVE 'N' TO WS-LIST-SWITCH
            DISPLAY "ERASED-USER LIST OUT OF ORDER AT " ER-USER-ID
        WHEN OTHER
            ADD 1 TO WS-OLD-LIST-COUNT
            MOVE ER-USER-ID TO WS-PRIOR-LIST-ID
    END-EVALUATE.
    PERFORM 1510-READ-OLD-LIST THRU 1510-EXIT.
1520-EXIT.
    EXIT.

1700-WRITE-REGISTER-HEADER.
    IF WS-MODE-ERASE
        MOVE "USER PRIVACY ERASURE REGISTER" TO REGISTER-RECORD
    ELSE
        MOVE "USER PRIVACY ERASURE REGISTER - PREVIEW, NOTHING ERASED"
            TO REGISTER-RECORD
    END-IF.
    WRITE REGISTER-RECORD.
    MOVE SPACES TO REGISTER-RECORD.
    WRITE REGISTER-RECORD.
    MOVE SPACES TO REGISTER-RECORD.
    STRING "RUN DATE " DELIMITED BY SIZE
           WS-CURRENT-DATE DELIMITED BY SIZE
           "   RETENTION " DELIMITED BY SIZE
           WS-RETAIN-DAYS DELIMITED BY SIZE
           " DAYS - INACTIVE BEFORE " DELIMITED BY SIZE
           WS-CUTOFF-DATE DELIMITED BY SIZE
           " QUALIFIES" DELIMITED BY SIZE
        INTO REGISTER-RECORD.
    WRITE REGISTER-RECORD.
    MOVE SPACES TO REGISTER-RECORD.
    STRING "OPERATOR " DELIMITED BY SIZE
           WS-OPERATOR-ID DELIMITED BY SIZE
           "   APPROVER " DELIMITED BY SIZE
           WS-APPROVER-ID DELIMITED BY SIZE
        INTO REGISTER-RECORD.
    WRITE REGISTER-RECORD.
    MOVE SPACES TO REGISTER-RECORD.
    WRITE REGISTER-RECORD.
    MOVE "NOT ERASED - FOR FOLLOW-UP" TO REGISTER-RECORD.
    WRITE REGISTER-RECORD.
    WRITE REGISTER-RECORD FROM WS-REGISTER-HEADER.
1700-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-SELECT-USERS.  PASS THE MASTER ON ITS PRIMARY KEY WITH THE
*> SORTED STATUS HISTORY ALONGSIDE, AND CHOOSE WHO IS ERASED.
*> THE LAST RECORD OF THE PASS HOLDS THE HIGHEST USER-ID ON FILE;
*> IF IT WAS CHOSEN IT IS HELD BACK (2700).
*> ----------------------------------------------------------------
2000-SELECT-USERS.
    PERFORM 2100-READ-HISTORY-NEXT THRU 2100-EXIT.
    MOVE ZERO TO UM-USER-ID.
    START USER-MASTER KEY IS NOT LESS THAN UM-USER-ID
        INVALID KEY MOVE 'Y' TO WS-UM-EOF-SWITCH
    END-START.
    IF WS-UM-NOT-EOF
        PERFORM 2150-READ-MASTER-NEXT THRU 2150-EXIT
    END-IF.
    PERFORM 2200-EXAMINE-ONE-USER THRU 2200-EXIT
        UNTIL WS-UM-EOF.
    IF WS-SELECT-COUNT > ZERO
        IF WS-SE-USER-ID(WS-SELECT-COUNT) = WS-HIGHEST-USER-ID
            PERFORM 2700-HOLD-HIGHEST-USER THRU 2700-EXIT
        END-IF
    END-IF.
2000-EXIT.
    EXIT.

2100-READ-HISTORY-NEXT.
    READ STATUS-HISTORY
        AT END MOVE 'Y' TO WS-SH-EOF-SWITCH
    END-READ.
2100-EXIT.
    EXIT.

2150-READ-MASTER-NEXT.
    READ USER-MASTER NEXT RECORD
        AT END MOVE 'Y' TO WS-UM-EOF-SWITCH
    END-READ.
2150-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2200-EXAMINE-ONE-USER.  TAKE THE USER'S LATEST 'D'/'M' ENTRY
*> DATE (2300), THEN DECIDE.  A REQUEST NAMING THE USER ERASES AN
*> INACTIVE ONE REGARDLESS OF AGE; AN ACTIVE ONE IS REFUSED.
*> ----------------------------------------------------------------
2200-EXAMINE-ONE-USER.
    ADD 1 TO WS-USERS-READ.
    MOVE UM-USER-ID TO WS-HIGHEST-USER-ID.
    MOVE ZERO TO WS-INACTIVE-SINCE.
    PERFORM 2300-TAKE-HISTORY THRU 2300-EXIT
        UNTIL WS-SH-EOF
           OR SH-USER-ID > UM-USER-ID.
    PERFORM 2400-FIND-REQUEST THRU 2400-EXIT.
    EVALUATE TRUE
        WHEN WS-FOUND-REQUEST > ZERO AND UM-ACTIVE
            MOVE 'R' TO WS-RQ-STATE(WS-FOUND-REQUEST)
            ADD 1 TO WS-REFUSED-COUNT
            MOVE "REQUEST REFUSED - USER IS ACTIVE, DELETE FIRST"
                TO WS-RG-DISPOSITION
            PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
        WHEN WS-FOUND-REQUEST > ZERO
            MOVE 'S' TO WS-RQ-STATE(WS-FOUND-REQUEST)
            PERFORM 2500-SELECT-USER THRU 2500-EXIT
        WHEN UM-ACTIVE
            CONTINUE
        WHEN WS-INACTIVE-SINCE = ZERO
            ADD 1 TO WS-UNDATED-COUNT
            MOVE "INACTIVE - NO DELETE/MERGE ON JOURNAL, CANNOT DATE"
                TO WS-RG-DISPOSITION
            PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
        WHEN WS-INACTIVE-SINCE < WS-CUTOFF-DATE
            PERFORM 2500-SELECT-USER THRU 2500-EXIT
        WHEN OTHER
            ADD 1 TO WS-INACTIVE-KEPT
    END-EVALUATE.
    PERFORM 2150-READ-MASTER-NEXT THRU 2150-EXIT.
2200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2300-TAKE-HISTORY.  STATHIST IS IN USER-ID, DATE, TIME ORDER,
*> SO THE LAST ENTRY SEEN FOR THE USER IS THE LATEST.  ENTRIES FOR
*> IDS NO LONGER ON THE MASTER ARE READ PAST.
*> ----------------------------------------------------------------
2300-TAKE-HISTORY.
    IF SH-USER-ID = UM-USER-ID
        MOVE SH-DATE TO WS-INACTIVE-SINCE
    END-IF.
    PERFORM 2100-READ-HISTORY-NEXT THRU 2100-EXIT.
2300-EXIT.
    EXIT.

2400-FIND-REQUEST.
    MOVE ZERO TO WS-FOUND-REQUEST.
    PERFORM 2410-TEST-ONE-REQUEST THRU 2410-EXIT
        VARYING WS-REQUEST-INDEX FROM 1 BY 1
        UNTIL WS-REQUEST-INDEX > WS-REQUEST-COUNT
           OR WS-FOUND-REQUEST > ZERO.
2400-EXIT.
    EXIT.

2410-TEST-ONE-REQUEST.
    IF WS-RQ-USER-ID(WS-REQUEST-INDEX) = UM-USER-ID
        MOVE WS-REQUEST-INDEX TO WS-FOUND-REQUEST
    END-IF.
2410-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2500-SELECT-USER.  ADD THE USER TO THE ERASURE TABLE.  ONE RUN
*> ERASES AT MOST 5000; THE REST ARE HELD AND QUALIFY AGAIN NEXT
*> RUN (THE FIRST RUN AFTER THE RELEASE MAY FIND YEARS' WORTH).
*> ----------------------------------------------------------------
2500-SELECT-USER.
    IF WS-SELECT-COUNT NOT < 5000
        ADD 1 TO WS-HELD-COUNT
        MOVE "HELD FOR NEXT RUN - 5000 ERASURES PER RUN"
            TO WS-RG-DISPOSITION
        PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
    ELSE
        ADD 1 TO WS-SELECT-COUNT
        MOVE UM-USER-ID TO WS-SE-USER-ID(WS-SELECT-COUNT)
        MOVE WS-INACTIVE-SINCE
            TO WS-SE-INACTIVE-SINCE(WS-SELECT-COUNT)
        MOVE SPACES TO WS-SE-RESULT(WS-SELECT-COUNT)
        IF WS-FOUND-REQUEST > ZERO
            MOVE 'Q' TO WS-SE-BASIS(WS-SELECT-COUNT)
            MOVE WS-RQ-REFERENCE(WS-FOUND-REQUEST)
                TO WS-SE-REFERENCE(WS-SELECT-COUNT)
        ELSE
            MOVE 'R' TO WS-SE-BASIS(WS-SELECT-COUNT)
            MOVE "RETENTION POLICY" TO WS-SE-REFERENCE(WS-SELECT-COUNT)
        END-IF
    END-IF.
2500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2600-WRITE-EXCEPTION.  ONE NOT-ERASED LINE FOR THE USER IN
*> HAND; THE CALLER HAS SET THE DISPOSITION.
*> ----------------------------------------------------------------
2600-WRITE-EXCEPTION.
    ADD 1 TO WS-EXCEPTION-COUNT.
    MOVE UM-USER-ID TO WS-RG-USER-ID.
    IF WS-FOUND-REQUEST > ZERO
        MOVE "REQUEST" TO WS-RG-BASIS
        MOVE WS-RQ-REFERENCE(WS-FOUND-REQUEST) TO WS-RG-REFERENCE
    ELSE
        MOVE "RETENTION" TO WS-RG-BASIS
        MOVE SPACES TO WS-RG-REFERENCE
    END-IF.
    IF WS-INACTIVE-SINCE = ZERO
        MOVE SPACES TO WS-RG-SINCE
    ELSE
        MOVE WS-INACTIVE-SINCE TO WS-RG-SINCE
    END-IF.
    WRITE REGISTER-RECORD FROM WS-REGISTER-LINE.
2600-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2700-HOLD-HIGHEST-USER.  NEW USER-IDS ARE ONE PAST THE HIGHEST
*> ON FILE, SO ERASING THAT RECORD WOULD HAND ITS ID TO THE NEXT
*> ADD - AND THE ERASED-USER LIST WOULD THEN HIDE THE NEW USER
*> FROM EVERY RELOAD.  IT WAITS UNTIL A NEWER USER IS ON FILE.
*> ----------------------------------------------------------------
2700-HOLD-HIGHEST-USER.
    ADD 1 TO WS-HELD-COUNT.
    ADD 1 TO WS-EXCEPTION-COUNT.
    MOVE WS-SE-USER-ID(WS-SELECT-COUNT) TO WS-RG-USER-ID.
    IF WS-SE-BASIS(WS-SELECT-COUNT) = 'Q'
        MOVE "REQUEST" TO WS-RG-BASIS
        PERFORM 2710-REOPEN-REQUEST THRU 2710-EXIT
            VARYING WS-REQUEST-INDEX FROM 1 BY 1
            UNTIL WS-REQUEST-INDEX > WS-REQUEST-COUNT
    ELSE
        MOVE "RETENTION" TO WS-RG-BASIS
    END-IF.
    IF WS-SE-INACTIVE-SINCE(WS-SELECT-COUNT) = ZERO
        MOVE SPACES TO WS-RG-SINCE
    ELSE
        MOVE WS-SE-INACTIVE-SINCE(WS-SELECT-COUNT) TO WS-RG-SINCE
    END-IF.
    MOVE WS-SE-REFERENCE(WS-SELECT-COUNT) TO WS-RG-REFERENCE.
    MOVE "HELD - HIGHEST USER-ID ON FILE, ERASED AFTER NEXT ADD"
        TO WS-RG-DISPOSITION.
    WRITE REGISTER-RECORD FROM WS-REGISTER-LINE.
    SUBTRACT 1 FROM WS-SELECT-COUNT.
2700-EXIT.
    EXIT.

*> THE REQUEST IS ACCOUNTED FOR BY THE HELD LINE JUST WRITTEN, SO
*> IT IS MARKED REFUSED RATHER THAN LEFT TO 2800 AS NOT ON FILE.
2710-REOPEN-REQUEST.
    IF WS-RQ-USER-ID(WS-REQUEST-INDEX) = WS-SE-USER-ID(WS-SELECT-COUNT)
        MOVE 'R' TO WS-RQ-STATE(WS-REQUEST-INDEX)
    END-IF.
2710-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2800-LIST-OPEN-REQUESTS.  A REQUEST THE MASTER PASS NEVER MET
*> IS EITHER ALREADY ON THE ERASED-USER LIST (MARKED BY 3000) OR
*> FOR AN ID THAT IS NOT ON FILE AT ALL.  BOTH ARE LISTED SO EVERY
*> REQUEST RECEIVED IS ANSWERED ON THE REGISTER.
*> ----------------------------------------------------------------
2800-LIST-OPEN-REQUESTS.
    PERFORM 2810-LIST-ONE-REQUEST THRU 2810-EXIT
        VARYING WS-REQUEST-INDEX FROM 1 BY 1
        UNTIL WS-REQUEST-INDEX > WS-REQUEST-COUNT.
2800-EXIT.
    EXIT.

2810-LIST-ONE-REQUEST.
    IF WS-RQ-OPEN(WS-REQUEST-INDEX)
       OR WS-RQ-ALREADY-ERASED(WS-REQUEST-INDEX)
        ADD 1 TO WS-EXCEPTION-COUNT
        MOVE WS-RQ-USER-ID(WS-REQUEST-INDEX) TO WS-RG-USER-ID
        MOVE "REQUEST" TO WS-RG-BASIS
        MOVE SPACES TO WS-RG-SINCE
        MOVE WS-RQ-REFERENCE(WS-REQUEST-INDEX) TO WS-RG-REFERENCE
        IF WS-RQ-ALREADY-ERASED(WS-REQUEST-INDEX)
            MOVE "ALREADY ERASED - ON THE ERASED-USER LIST"
                TO WS-RG-DISPOSITION
        ELSE
            MOVE "USER-ID NOT ON FILE - CHECK THE REQUEST"
                TO WS-RG-DISPOSITION
        END-IF
        WRITE REGISTER-RECORD FROM WS-REGISTER-LINE
    END-IF.
2810-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-WRITE-NEW-LIST.  MERGE THE OLD LIST WITH THE ERASURE
*> TABLE INTO THE NEW GENERATION, BOTH IN USER-ID ORDER, AND CLOSE
*> IT WITH A COUNTED TRAILER.  IN PREVIEW, OR ON A REFUSED RUN, THE
*> OLD LIST IS COPIED THROUGH UNCHANGED (MERGE LIMIT ZERO) - THE
*> NEW GENERATION IS ALWAYS COMPLETE.  AN ID ALREADY LISTED (AN
*> ERASE RUN THAT DIED BEFORE ITS DELETES FINISHED) KEEPS ITS
*> ORIGINAL ENTRY.
*> ----------------------------------------------------------------
3000-WRITE-NEW-LIST.
    IF WS-MODE-ERASE AND WS-CARDS-USABLE AND WS-MASTER-AVAILABLE
        MOVE WS-SELECT-COUNT TO WS-MERGE-LIMIT
    ELSE
        MOVE ZERO TO WS-MERGE-LIMIT
    END-IF.
    MOVE 'N' TO WS-EO-END-SWITCH.
    MOVE 1 TO WS-SELECT-INDEX.
    OPEN INPUT ERASED-OLD.
    OPEN OUTPUT ERASED-NEW.
    PERFORM 3100-READ-OLD-DETAIL THRU 3100-EXIT.
    PERFORM 3200-MERGE-ONE-ENTRY THRU 3200-EXIT
        UNTIL WS-EO-ENDED
          AND WS-SELECT-INDEX > WS-MERGE-LIMIT.
    MOVE SPACES TO EN-RECORD.
    MOVE 'T' TO EN-RECORD-TYPE.
    MOVE WS-NEW-LIST-COUNT TO EN-RECORD-COUNT.
    MOVE WS-CURRENT-DATE TO EN-WRITTEN-DATE.
    WRITE EN-RECORD.
    CLOSE ERASED-OLD.
    CLOSE ERASED-NEW.
    MOVE 'Y' TO WS-NEW-LIST-SWITCH.
    DISPLAY "ERASED-USER LIST WRITTEN - " WS-NEW-LIST-COUNT " IDS".
3000-EXIT.
    EXIT.

*> THE OLD LIST WAS PROVED BY 1500, SO ITS TRAILER ENDS IT.
3100-READ-OLD-DETAIL.
    READ ERASED-OLD
        AT END MOVE 'Y' TO WS-EO-END-SWITCH
    END-READ.
    IF WS-EO-NOT-ENDED AND ER-TRAILER-RECORD
        MOVE 'Y' TO WS-EO-END-SWITCH
    END-IF.
3100-EXIT.
    EXIT.

3200-MERGE-ONE-ENTRY.
    EVALUATE TRUE
        WHEN WS-EO-ENDED
            PERFORM 3400-WRITE-NEW-ENTRY THRU 3400-EXIT
        WHEN WS-SELECT-INDEX > WS-MERGE-LIMIT
            PERFORM 3300-COPY-OLD-ENTRY THRU 3300-EXIT
        WHEN ER-USER-ID < WS-SE-USER-ID(WS-SELECT-INDEX)
            PERFORM 3300-COPY-OLD-ENTRY THRU 3300-EXIT
        WHEN ER-USER-ID = WS-SE-USER-ID(WS-SELECT-INDEX)
            MOVE 'L' TO WS-SE-RESULT(WS-SELECT-INDEX)
            ADD 1 TO WS-SELECT-INDEX
            PERFORM 3300-COPY-OLD-ENTRY THRU 3300-EXIT
        WHEN OTHER
            PERFORM 3400-WRITE-NEW-ENTRY THRU 3400-EXIT
    END-EVALUATE.
3200-EXIT.
    EXIT.

3300-COPY-OLD-ENTRY.
    MOVE ER-RECORD TO EN-RECORD.
    WRITE EN-RECORD.
    ADD 1 TO WS-NEW-LIST-COUNT.
    IF WS-REQUEST-COUNT > ZERO
        PERFORM 3310-MARK-REQUEST-ERASED THRU 3310-EXIT
            VARYING WS-REQUEST-INDEX FROM 1 BY 1
            UNTIL WS-REQUEST-INDEX > WS-REQUEST-COUNT
    END-IF.
    PERFORM 3100-READ-OLD-DETAIL THRU 3100-EXIT.
3300-EXIT.
    EXIT.

3310-MARK-REQUEST-ERASED.
    IF WS-RQ-USER-ID(WS-REQUEST-INDEX) = ER-USER-ID
       AND WS-RQ-OPEN(WS-REQUEST-INDEX)
        MOVE 'E' TO WS-RQ-STATE(WS-REQUEST-INDEX)
    END-IF.
3310-EXIT.
    EXIT.

3400-WRITE-NEW-ENTRY.
    MOVE SPACES TO EN-RECORD.
    MOVE 'D' TO EN-RECORD-TYPE.
    MOVE WS-SE-USER-ID(WS-SELECT-INDEX) TO EN-USER-ID.
    MOVE WS-CURRENT-DATE TO EN-ERASED-DATE.
    MOVE WS-SE-BASIS(WS-SELECT-INDEX) TO EN-BASIS.
    MOVE WS-SE-INACTIVE-SINCE(WS-SELECT-INDEX) TO EN-INACTIVE-SINCE.
    MOVE WS-SE-REFERENCE(WS-SELECT-INDEX) TO EN-REFERENCE.
    MOVE WS-OPERATOR-ID TO EN-OPERATOR-ID.
    MOVE WS-APPROVER-ID TO EN-APPROVER-ID.
    WRITE EN-RECORD.
    ADD 1 TO WS-NEW-LIST-COUNT.
    ADD 1 TO WS-SELECT-INDEX.
3400-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4000-ERASE-SELECTED.  THE NEW LIST IS SAFELY CLOSED; NOW REMOVE
*> THE RECORDS.  A RECORD ALREADY GONE IS NOTED, NOT AN ERROR (A
*> RERUN AFTER A FAILURE); ANY OTHER NON-00 STATUS IS.
*> ----------------------------------------------------------------
4000-ERASE-SELECTED.
    PERFORM 4100-ERASE-ONE-USER THRU 4100-EXIT
        VARYING WS-SELECT-INDEX FROM 1 BY 1
        UNTIL WS-SELECT-INDEX > WS-SELECT-COUNT.
4000-EXIT.
    EXIT.

4100-ERASE-ONE-USER.
    MOVE WS-SE-USER-ID(WS-SELECT-INDEX) TO UM-USER-ID.
    DELETE USER-MASTER RECORD
        INVALID KEY
            MOVE 'N' TO WS-SE-RESULT(WS-SELECT-INDEX)
    END-DELETE.
    EVALUATE TRUE
        WHEN WS-UM-STATUS = '00'
            IF WS-SE-PENDING(WS-SELECT-INDEX)
                MOVE 'E' TO WS-SE-RESULT(WS-SELECT-INDEX)
            END-IF
            ADD 1 TO WS-ERASED-COUNT
            IF WS-SE-BASIS(WS-SELECT-INDEX) = 'Q'
                ADD 1 TO WS-ERASED-REQUEST
            ELSE
                ADD 1 TO WS-ERASED-RETENTION
            END-IF
        WHEN WS-UM-STATUS = '23'
            CONTINUE
        WHEN OTHER
            MOVE 'F' TO WS-SE-RESULT(WS-SELECT-INDEX)
            IF WS-NO-IO-ERROR
                DISPLAY "USER-MASTER DELETE FAILED - STATUS "
                    WS-UM-STATUS " USER-ID " UM-USER-ID
            END-IF
            MOVE 'Y' TO WS-IO-ERROR-SWITCH
    END-EVALUATE.
4100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5000-PRINT-ERASED.  THE REGISTER PROPER - ONE LINE PER USER-ID
*> ERASED (OR, IN PREVIEW, TO BE ERASED), WITH ITS BASIS.
*> ----------------------------------------------------------------
5000-PRINT-ERASED.
    MOVE SPACES TO REGISTER-RECORD.
    WRITE REGISTER-RECORD.
    IF WS-MODE-ERASE
        MOVE "ERASED" TO REGISTER-RECORD
    ELSE
        MOVE "TO BE ERASED - PREVIEW" TO REGISTER-RECORD
    END-IF.
    WRITE REGISTER-RECORD.
    WRITE REGISTER-RECORD FROM WS-REGISTER-HEADER.
    PERFORM 5100-PRINT-ONE-ERASED THRU 5100-EXIT
        VARYING WS-SELECT-INDEX FROM 1 BY 1
        UNTIL WS-SELECT-INDEX > WS-SELECT-COUNT.
5000-EXIT.
    EXIT.

5100-PRINT-ONE-ERASED.
    MOVE WS-SE-USER-ID(WS-SELECT-INDEX) TO WS-RG-USER-ID.
    IF WS-SE-BASIS(WS-SELECT-INDEX) = 'Q'
        MOVE "REQUEST" TO WS-RG-BASIS
    ELSE
        MOVE "RETENTION" TO WS-RG-BASIS
    END-IF.
    IF WS-SE-INACTIVE-SINCE(WS-SELECT-INDEX) = ZERO
        MOVE SPACES TO WS-RG-SINCE
    ELSE
        MOVE WS-SE-INACTIVE-SINCE(WS-SELECT-INDEX) TO WS-RG-SINCE
    END-IF.
    MOVE WS-SE-REFERENCE(WS-SELECT-INDEX) TO WS-RG-REFERENCE.
    EVALUATE TRUE
        WHEN WS-MODE-PREVIEW
            MOVE "WOULD BE ERASED" TO WS-RG-DISPOSITION
        WHEN WS-SE-ERASED(WS-SELECT-INDEX)
            MOVE "ERASED" TO WS-RG-DISPOSITION
        WHEN WS-SE-WAS-LISTED(WS-SELECT-INDEX)
            MOVE "ERASED - ALREADY LISTED BY AN EARLIER RUN"
                TO WS-RG-DISPOSITION
        WHEN WS-SE-GONE(WS-SELECT-INDEX)
            MOVE "LISTED - RECORD ALREADY GONE FROM THE MASTER"
                TO WS-RG-DISPOSITION
        WHEN OTHER
            MOVE "*** LISTED BUT DELETE FAILED - RERUN AFTER FIX"
                TO WS-RG-DISPOSITION
    END-EVALUATE.
    WRITE REGISTER-RECORD FROM WS-REGISTER-LINE.
5100-EXIT.
    EXIT.

5500-PRINT-TOTALS.
    MOVE SPACES TO REGISTER-RECORD.
    WRITE REGISTER-RECORD.
    MOVE "MASTER RECORDS READ ..  " TO WS-CT-LABEL.
    MOVE WS-USERS-READ TO WS-CT-COUNT.
    WRITE REGISTER-RECORD FROM WS-COUNT-LINE.
    MOVE "INACTIVE, IN RETENTION  " TO WS-CT-LABEL.
    MOVE WS-INACTIVE-KEPT TO WS-CT-COUNT.
    WRITE REGISTER-RECORD FROM WS-COUNT-LINE.
    MOVE "INACTIVE, UNDATED .....  " TO WS-CT-LABEL.
    MOVE WS-UNDATED-COUNT TO WS-CT-COUNT.
    WRITE REGISTER-RECORD FROM WS-COUNT-LINE.
    MOVE "REQUESTS RECEIVED .....  " TO WS-CT-LABEL.
    MOVE WS-REQUEST-COUNT TO WS-CT-COUNT.
    WRITE REGISTER-RECORD FROM WS-COUNT-LINE.
    MOVE "REQUESTS REFUSED ......  " TO WS-CT-LABEL.
    MOVE WS-REFUSED-COUNT TO WS-CT-COUNT.
    WRITE REGISTER-RECORD FROM WS-COUNT-LINE.
    MOVE "HELD FOR A LATER RUN ..  " TO WS-CT-LABEL.
    MOVE WS-HELD-COUNT TO WS-CT-COUNT.
    WRITE REGISTER-RECORD FROM WS-COUNT-LINE.
    MOVE "ERASED - RETENTION ....  " TO WS-CT-LABEL.
    MOVE WS-ERASED-RETENTION TO WS-CT-COUNT.
    WRITE REGISTER-RECORD FROM WS-COUNT-LINE.
    MOVE "ERASED - REQUEST ......  " TO WS-CT-LABEL.
    MOVE WS-ERASED-REQUEST TO WS-CT-COUNT.
    WRITE REGISTER-RECORD FROM WS-COUNT-LINE.
    MOVE "ERASED-USER LIST WAS ..  " TO WS-CT-LABEL.
    MOVE WS-OLD-LIST-COUNT TO WS-CT-COUNT.
    WRITE REGISTER-RECORD FROM WS-COUNT-LINE.
    MOVE "ERASED-USER LIST NOW ..  " TO WS-CT-LABEL.
    MOVE WS-NEW-LIST-COUNT TO WS-CT-COUNT.
    WRITE REGISTER-RECORD FROM WS-COUNT-LINE.
    IF WS-NEW-LIST-NOT-WRITTEN
        MOVE "*** NO NEW ERASED-USER LIST WRITTEN - DELETE THE NEW GENERATION"
            TO REGISTER-RECORD
        WRITE REGISTER-RECORD
    END-IF.
5500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5800-PRINT-SIGN-OFF.  THE REGISTER IS NOT COMPLETE UNTIL THE
*> OPERATOR, THE APPROVER AND THE DATA PROTECTION OFFICER HAVE
*> SIGNED IT; THE SIGNED COPY IS FILED WITH LEGAL.
*> ----------------------------------------------------------------
5800-PRINT-SIGN-OFF.
    MOVE SPACES TO REGISTER-RECORD.
    WRITE REGISTER-RECORD.
    WRITE REGISTER-RECORD.
    MOVE SPACES TO REGISTER-RECORD.
    STRING "ERASURE RUN BY ..... " DELIMITED BY SIZE
           WS-OPERATOR-ID DELIMITED BY SIZE
           "   SIGNATURE ______________________________   DATE __________"
               DELIMITED BY SIZE
        INTO REGISTER-RECORD.
    WRITE REGISTER-RECORD.
    MOVE SPACES TO REGISTER-RECORD.
    WRITE REGISTER-RECORD.
    MOVE SPACES TO REGISTER-RECORD.
    STRING "APPROVED BY ........ " DELIMITED BY SIZE
           WS-APPROVER-ID DELIMITED BY SIZE
           "   SIGNATURE ______________________________   DATE __________"
               DELIMITED BY SIZE
        INTO REGISTER-RECORD.
    WRITE REGISTER-RECORD.
    MOVE SPACES TO REGISTER-RECORD.
    WRITE REGISTER-RECORD.
    MOVE "DATA PROTECTION OFFICER     SIGNATURE ______________________________   DATE __________"
        TO REGISTER-RECORD.
    WRITE REGISTER-RECORD.
5800-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8000-STAMP-RUN-CONTROL.  APPEND THIS RUN'S RECORD TO RUNCTL.
*> READ = MASTER RECORDS EXAMINED, APPLIED = RECORDS ERASED.  THE
*> ACTION COUNTS ARE ZERO - NOTHING HERE IS JOURNALED.
*> ----------------------------------------------------------------
8000-STAMP-RUN-CONTROL.
    OPEN EXTEND RUN-CONTROL.
    IF WS-RC-STATUS = '35'
        OPEN OUTPUT RUN-CONTROL
    END-IF.
    ACCEPT WS-END-TIME FROM TIME.
    MOVE WS-CURRENT-DATE TO RC-BUSINESS-DATE.
    MOVE "USRERAS " TO RC-PROGRAM.
    MOVE WS-CURRENT-DATE TO RC-START-DATE.
    MOVE WS-CURRENT-TIME TO RC-START-TIME.
    MOVE WS-END-TIME TO RC-END-TIME.
    EVALUATE TRUE
        WHEN WS-OLD-LIST-NOT-PROVED
          OR WS-CARDS-UNUSABLE
          OR WS-MASTER-UNAVAILABLE
          OR WS-IO-ERROR-SEEN
            MOVE 8 TO RC-RETURN-CODE
            MOVE 'F' TO RC-RUN-STATUS
        WHEN WS-EXCEPTION-COUNT > ZERO
            MOVE 4 TO RC-RETURN-CODE
            MOVE 'C' TO RC-RUN-STATUS
        WHEN OTHER
            MOVE ZERO TO RC-RETURN-CODE
            MOVE 'C' TO RC-RUN-STATUS
    END-EVALUATE.
    MOVE WS-USERS-READ TO RC-READ-COUNT.
    MOVE WS-ERASED-COUNT TO RC-APPLIED-COUNT.
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
    CLOSE PARM-FILE.
    IF WS-CARDS-USABLE AND WS-OLD-LIST-PROVED
        CLOSE USER-MASTER
        IF WS-MASTER-AVAILABLE
            CLOSE STATUS-HISTORY
        END-IF
    END-IF.
    CLOSE REGISTER-FILE.
    DISPLAY "USER PRIVACY ERASURE SUMMARY".
    DISPLAY "MASTER RECORDS READ ... " WS-USERS-READ.
    DISPLAY "RECORDS ERASED ........ " WS-ERASED-COUNT.
    DISPLAY "ERASED-USER LIST NOW .. " WS-NEW-LIST-COUNT.
9000-EXIT.
    EXIT.
