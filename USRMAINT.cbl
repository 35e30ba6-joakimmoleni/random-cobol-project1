*>                     EXISTS SO THE NIGHTLY AUDBAL RECONCILIATION
*>                     CAN PROVE THE JOURNAL COMPLETE AGAINST WHAT
*>                     THIS PROGRAM BELIEVES IT WROTE.
*>    2026-10-06  RSM  OPERATOR IDENTITY / TWO-PERSON APPROVAL
*>                     PROJECT.  EVERY MAINTRAN CARD MUST CARRY
*>                     MT-OPERATOR-ID (BLANK REJECTS "OPERATOR ID
*>                     MISSING") AND EVERY AUDITLOG ENTRY IT WRITES
*>                     IS STAMPED WITH IT.  DELETES, RENAMES AND
*>                     CHANGES THAT WOULD ALTER UM-BIRTHDAY NO
*>                     LONGER APPLY HERE, IMMEDIATE OR FUTURE-
*>                     DATED: ONCE THEY PASS THEIR EDITS AND THE
*>                     TARGET RECORD IS FOUND THEY ARE HELD ON THE
*>                     APPRQUE APPROVAL QUEUE (COPYBOOK AQREC),
*>                     MT-USER-ID RESOLVED, FOR A SECOND OPERATOR
*>                     TO RELEASE OR REJECT THROUGH USRAPPR.  A
*>                     CARD'S MT-APPROVER-ID IS ALWAYS IGNORED.
*>    2026-10-07  RSM  POSTAL REFERENCE PROJECT.  8500-VALIDATE-
*>                     ADDRESS NOW ALSO REQUIRES MT-ZIP TO BE ON THE
*>                     ZIPREF POSTAL REFERENCE FILE (COPYBOOK ZPREC,
*>                     LOADED AT START-UP BESIDE CITYREF), UNDER
*>                     MT-STATE, FOR THE STANDARDIZED CITY.  A
*>                     FAILURE REJECTS TO MNTREJRP LIKE ANY OTHER
*>                     ADDRESS FAILURE, AT DEFER AND HOLD TIME TOO.
*>    2026-10-08  RSM  MERGE PROJECT.  NEW 'M' MERGE ACTION FOR ONE
*>                     PERSON HELD UNDER TWO USER-IDS: MT-USER-ID
*>                     IS THE ID TO RETIRE, MT-SURVIVOR-ID THE ONE
*>                     THAT CARRIES ON.  ONCE BOTH ARE FOUND AND
*>                     THE SURVIVOR IS ACTIVE THE MERGE IS HELD ON
*>                     APPRQUE LIKE A DELETE; USRAPPR PARKS THE
*>                     RETIRED RECORD AT STATUS 'M' AND JOURNALS
*>                     THE LINK.  A MERGE CANNOT BE FUTURE-DATED.
*>                     A MERGED ID REJECTS ANY LATER CHANGE, RENAME
*>                     OR REINSTATE, AND NAME LOOKUPS (8300) NOW
*>                     PASS OVER MERGED RECORDS - A NAME CARRIED
*>                     ONLY BY MERGED RECORDS COMES BACK AMBIGUOUS
*>                     SO THE CARD MUST NAME THE SURVIVING ID.
*>                     RUNCTL MERGE COUNT STAMPED ZERO HERE.
*>    2026-10-11  RSM  MULTIPLE SENDING SYSTEMS PROJECT.  A USER
*>                     ADDED HERE IS IN-HOUSE AND STARTS UNOWNED
*>                     (UM-OWNER-SYSTEM SPACES) - THE FIRST SENDING
*>                     SYSTEM TO SEND THE PERSON CLAIMS THEM.
*>                     CHANGES HERE NEVER TOUCH THE OWNER.
*>    2026-10-15  RSM  MT-OPERATOR-ID IS UPPERCASED ON READ, AS
*>                     USRONLN AND USRAPPR DO, SO THE TWO-PERSON
*>                     TEST AND AUDHIST OPER= SEE ONE SPELLING.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT CITY-REF-FILE ASSIGN TO "CITYREF"
        ORGANIZATION IS SEQUENTIAL.

    SELECT ZIP-REF-FILE ASSIGN TO "ZIPREF"
        ORGANIZATION IS SEQUENTIAL.

    SELECT PENDING-FILE ASSIGN TO "PENDFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PD-STATUS.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RC-STATUS.

    SELECT APPROVAL-QUEUE ASSIGN TO "APPRQUE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AQ-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MAINT-TRAN-FILE
    LABEL RECORDS ARE STANDARD.
    COPY CYREC.

FD  ZIP-REF-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY ZPREC.

FD  PENDING-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
                         ==MT-DELETE==         BY ==PD-DELETE==
                         ==MT-RENAME==         BY ==PD-RENAME==
                         ==MT-REINSTATE==      BY ==PD-REINSTATE==
                         ==MT-MERGE==          BY ==PD-MERGE==
                         ==MT-NAME==           BY ==PD-NAME==
                         ==MT-BIRTHDAY==       BY ==PD-BIRTHDAY==
                         ==MT-B-YEAR==         BY ==PD-B-YEAR==
                         ==MT-CITY==           BY ==PD-CITY==
                         ==MT-EFFECTIVE-DATE== BY ==PD-EFFECTIVE-DATE==
                         ==MT-NEW-NAME==       BY ==PD-NEW-NAME==
                         ==MT-MERGE-DATA==     BY ==PD-MERGE-DATA==
                         ==MT-SURVIVOR-ID==    BY ==PD-SURVIVOR-ID==
                         ==MT-USER-ID==        BY ==PD-USER-ID==
                         ==MT-STREET==         BY ==PD-STREET==
                         ==MT-STATE==          BY ==PD-STATE==
                         ==MT-ZIP==            BY ==PD-ZIP==
                         ==MT-OPERATOR-ID==    BY ==PD-OPERATOR-ID==
                         ==MT-APPROVER-ID==    BY ==PD-APPROVER-ID==.

FD  RUN-CONTROL
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY RCREC.

FD  APPROVAL-QUEUE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY AQREC.

WORKING-STORAGE SECTION.
    COPY UMREC REPLACING ==UM-RECORD==   BY ==WS-SAVE-RECORD==
                         ==UM-USER-ID==  BY ==WS-SAVE-USER-ID==
                         ==UM-STATUS==   BY ==WS-SAVE-STATUS==
                         ==UM-ACTIVE==   BY ==WS-SAVE-ACTIVE==
                         ==UM-INACTIVE== BY ==WS-SAVE-INACTIVE==
                         ==UM-MERGED==   BY ==WS-SAVE-MERGED==
                         ==UM-STREET==   BY ==WS-SAVE-STREET==
                         ==UM-STATE==    BY ==WS-SAVE-STATE==
                         ==UM-ZIP==      BY ==WS-SAVE-ZIP==
                         ==UM-OWNER-SYSTEM== BY ==WS-SAVE-OWNER-SYSTEM==.

01  CITY-REF-TABLE-AREA.
    05  CR-ENTRIES OCCURS 0 TO 5000 TIMES
        10  CR-ALIAS                PIC X(30).
        10  CR-CANONICAL            PIC X(30).

01  ZIP-REF-TABLE-AREA.
    05  ZR-ENTRIES OCCURS 0 TO 60000 TIMES
                   DEPENDING ON WS-ZIPREF-COUNT.
        10  ZR-ZIP                  PIC X(05).
        10  ZR-STATE                PIC X(02).
        10  ZR-CITY                 PIC X(30).

*> POSTAL STATE CODES - 50 STATES, DC, AND THE TERRITORIES THE
*> MAILING-LIST SYSTEM ACCEPTS.  HELLO-WORLD AND USRONLN CARRY THE
*> IDENTICAL TABLE - THE THREE MUST NEVER DIVERGE.
01  WS-STATE-VALUES.
    05  FILLER  PIC X(20) VALUE "ALAKAZARCACOCTDEDCFL".
    05  FILLER  PIC X(20) VALUE "GAHIIDILINIAKSKYLAME".
    05  WS-ADDRESS-SWITCH           PIC X(01) VALUE 'Y'.
        88  WS-ADDRESS-VALID            VALUE 'Y'.
        88  WS-ADDRESS-INVALID          VALUE 'N'.
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
    05  WS-CITY-MATCH-SWITCH        PIC X(01) VALUE 'N'.
        88  WS-CITY-KNOWN               VALUE 'Y'.
        88  WS-CITY-UNKNOWN             VALUE 'N'.
    05  WS-LOOKUP-AMBIG-SWITCH      PIC X(01) VALUE 'N'.
        88  WS-NAME-AMBIGUOUS           VALUE 'Y'.
        88  WS-NAME-UNAMBIGUOUS         VALUE 'N'.
    05  WS-AQ-EOF-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-AQ-EOF                   VALUE 'Y'.
        88  WS-AQ-NOT-EOF               VALUE 'N'.
    05  WS-ROUTE-SWITCH             PIC X(01) VALUE 'N'.
        88  WS-ROUTE-DONE               VALUE 'Y'.
        88  WS-ROUTE-OPEN               VALUE 'N'.
    05  WS-NAME-SCAN-SWITCH         PIC X(01) VALUE 'N'.
        88  WS-NAME-SCAN-DONE           VALUE 'Y'.
        88  WS-NAME-SCAN-OPEN           VALUE 'N'.
    05  WS-MERGED-SEEN-SWITCH       PIC X(01) VALUE 'N'.
        88  WS-MERGED-SEEN              VALUE 'Y'.
        88  WS-MERGED-NOT-SEEN          VALUE 'N'.

01  WS-REJECT-LINE.
    05  WS-RJ-ACTION                PIC X(01).
77  WS-CITYREF-INDEX                PIC 9(04) COMP VALUE ZERO.
77  WS-CITY-UPPER                   PIC X(30) VALUE SPACES.
77  WS-CITY-STD                     PIC X(30) VALUE SPACES.
77  WS-ZIPREF-COUNT                 PIC 9(05) COMP VALUE ZERO.
77  WS-ZIPREF-INDEX                 PIC 9(05) COMP VALUE ZERO.
77  WS-ZIPREF-SEQ-ERRORS            PIC 9(09) COMP VALUE ZERO.
77  WS-ZIP-LOW                      PIC 9(05) COMP VALUE ZERO.
77  WS-ZIP-HIGH                     PIC 9(05) COMP VALUE ZERO.
77  WS-ZIP-MID                      PIC 9(05) COMP VALUE ZERO.
77  WS-ZIP-CITY-UPPER               PIC X(30) VALUE SPACES.
77  WS-CITYEXC-COUNT                PIC 9(09) COMP VALUE ZERO.
77  WS-PD-STATUS                    PIC X(02) VALUE '00'.
77  WS-DEFER-COUNT                  PIC 9(09) COMP VALUE ZERO.
77  WS-AUDIT-FIELD                  PIC X(10) VALUE SPACES.
77  WS-AUDIT-OLD                    PIC X(30) VALUE SPACES.
77  WS-AUDIT-NEW                    PIC X(30) VALUE SPACES.
77  WS-AQ-STATUS                    PIC X(02) VALUE '00'.
77  WS-NEXT-ITEM-NO                 PIC 9(08) VALUE 1.
77  WS-HELD-COUNT                   PIC 9(09) COMP VALUE ZERO.
77  WS-HOLD-REASON                  PIC X(01) VALUE SPACES.
77  WS-HOLD-OLD-VALUE               PIC X(30) VALUE SPACES.
77  WS-RETIRED-ID                   PIC 9(06) VALUE ZERO.

PROCEDURE DIVISION.

    OPEN OUTPUT REJECT-FILE.
    PERFORM 1100-WRITE-REJECT-HEADER THRU 1100-EXIT.
    PERFORM 1200-LOAD-CITY-REFERENCE THRU 1200-EXIT.
    PERFORM 1250-LOAD-ZIP-REFERENCE THRU 1250-EXIT.
    OPEN EXTEND PENDING-FILE.
    IF WS-PD-STATUS = '35'
        OPEN OUTPUT PENDING-FILE
    END-IF.
    PERFORM 1400-FIND-NEXT-ITEM-NO THRU 1400-EXIT.
    OPEN EXTEND APPROVAL-QUEUE.
    IF WS-AQ-STATUS = '35'
        OPEN OUTPUT APPROVAL-QUEUE
    END-IF.
1000-EXIT.
    EXIT.

1220-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1250-LOAD-ZIP-REFERENCE.  LOAD THE ZIPREF POSTAL REFERENCE FILE
*> (COPYBOOK ZPREC) FOR 8700-CHECK-ZIP-REFERENCE, CITIES UPPERCASED.
*> THE FILE MUST BE IN ZIP ORDER; A ROW LOWER THAN THE ONE BEFORE
*> IT IS IGNORED AND COUNTED ON THE CONSOLE.  NO FILE
*> STATUS - A MISSING ZIPREF DD ABENDS THE STEP.
*> ----------------------------------------------------------------
1250-LOAD-ZIP-REFERENCE.
    OPEN INPUT ZIP-REF-FILE.
    PERFORM 1260-READ-ZIP-REFERENCE THRU 1260-EXIT.
    PERFORM 1270-STORE-ZIP-REFERENCE THRU 1270-EXIT
        UNTIL WS-ZP-EOF.
    CLOSE ZIP-REF-FILE.
    IF WS-ZIPREF-SEQ-ERRORS > ZERO
        DISPLAY "ZIPREF ROWS OUT OF ZIP ORDER - IGNORED: "
            WS-ZIPREF-SEQ-ERRORS
    END-IF.
1250-EXIT.
    EXIT.

1260-READ-ZIP-REFERENCE.
    READ ZIP-REF-FILE
        AT END MOVE 'Y' TO WS-ZP-EOF-SWITCH
    END-READ.
1260-EXIT.
    EXIT.

1270-STORE-ZIP-REFERENCE.
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
    PERFORM 1260-READ-ZIP-REFERENCE THRU 1260-EXIT.
1270-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1300-FIND-NEXT-USER-ID.  PASS THE MASTER ON ITS UM-USER-ID
*> PRIMARY KEY AND SET WS-NEXT-USER-ID ONE PAST THE HIGHEST ID ON
1320-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1400-FIND-NEXT-ITEM-NO.  PASS THE APPROVAL QUEUE AND SET
*> WS-NEXT-ITEM-NO ONE PAST THE HIGHEST ITEM NUMBER ON IT.  A
*> MISSING QUEUE (STATUS 35) MEANS NOTHING HAS EVER BEEN HELD.
*> SAME PARAGRAPH SHAPE AS 1300 AND AS USRONLN'S - THEY MUST
*> NEVER DIVERGE.
*> ----------------------------------------------------------------
1400-FIND-NEXT-ITEM-NO.
    MOVE 1 TO WS-NEXT-ITEM-NO.
    MOVE 'N' TO WS-AQ-EOF-SWITCH.
    OPEN INPUT APPROVAL-QUEUE.
    IF WS-AQ-STATUS = '35'
        MOVE 'Y' TO WS-AQ-EOF-SWITCH
    ELSE
        PERFORM 1410-READ-QUEUE-NEXT THRU 1410-EXIT
        PERFORM 1420-NOTE-ONE-ITEM-NO THRU 1420-EXIT
            UNTIL WS-AQ-EOF
        CLOSE APPROVAL-QUEUE
    END-IF.
1400-EXIT.
    EXIT.

1410-READ-QUEUE-NEXT.
    READ APPROVAL-QUEUE
        AT END MOVE 'Y' TO WS-AQ-EOF-SWITCH
    END-READ.
1410-EXIT.
    EXIT.

1420-NOTE-ONE-ITEM-NO.
    IF AQ-ITEM-NO >= WS-NEXT-ITEM-NO
        COMPUTE WS-NEXT-ITEM-NO = AQ-ITEM-NO + 1
    END-IF.
    PERFORM 1410-READ-QUEUE-NEXT THRU 1410-EXIT.
1420-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-PROCESS-TRANSACTIONS.
*> ----------------------------------------------------------------

2020-PROCESS-ONE-TRANSACTION.
    ADD 1 TO WS-TRAN-COUNT.
    MOVE SPACES TO MT-APPROVER-ID.
    INSPECT MT-OPERATOR-ID CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    PERFORM 6500-SCREEN-FOR-APPROVAL THRU 6500-EXIT.
    EVALUATE TRUE
        WHEN WS-ROUTE-DONE
            PERFORM 2010-READ-TRANSACTION THRU 2010-EXIT
        WHEN MT-EFFECTIVE-DATE IS NUMERIC
         AND MT-EFFECTIVE-DATE > WS-CURRENT-DATE
            PERFORM 6000-DEFER-TRANSACTION THRU 6000-EXIT
            PERFORM 2010-READ-TRANSACTION THRU 2010-EXIT
        WHEN OTHER
            PERFORM 2030-APPLY-ONE-TRANSACTION THRU 2030-EXIT
    END-EVALUATE.
2020-EXIT.
    EXIT.

    MOVE MT-STREET TO UM-STREET.
    MOVE MT-STATE TO UM-STATE.
    MOVE MT-ZIP TO UM-ZIP.
    MOVE SPACES TO UM-OWNER-SYSTEM.
    WRITE UM-RECORD.
    MOVE WS-NEXT-USER-ID TO WS-AUDIT-USER-ID.
    ADD 1 TO WS-NEXT-USER-ID.
            MOVE MT-NAME TO WS-RJ-NAME
            MOVE "NAME AMBIGUOUS - GIVE USER-ID" TO WS-RJ-REASON
            PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
        WHEN UM-MERGED
            MOVE MT-NAME TO WS-RJ-NAME
            MOVE "USER-ID HAS BEEN MERGED" TO WS-RJ-REASON
            PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
        WHEN OTHER
            PERFORM 4100-APPLY-CHANGES THRU 4100-EXIT
    END-EVALUATE.
*> ----------------------------------------------------------------
*> 5500-REINSTATE-USER.  BRING A PARKED RECORD BACK TO ACTIVE WITH
*> CITY AND BIRTHDAY INTACT.  REJECT IF THE USER IS NOT ON FILE,
*> THE NAME IS AMBIGUOUS, THE RECORD IS NOT INACTIVE, OR THE ID
*> HAS BEEN MERGED INTO ANOTHER (A MERGE IS NEVER UNDONE HERE).
*> ----------------------------------------------------------------
5500-REINSTATE-USER.
    MOVE 'E' TO WS-RJ-ACTION.
            MOVE MT-NAME TO WS-RJ-NAME
            MOVE "NAME AMBIGUOUS - GIVE USER-ID" TO WS-RJ-REASON
            PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
        WHEN UM-MERGED
            MOVE MT-NAME TO WS-RJ-NAME
            MOVE "USER-ID HAS BEEN MERGED" TO WS-RJ-REASON
            PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
        WHEN UM-ACTIVE
            MOVE MT-NAME TO WS-RJ-NAME
            MOVE "USER IS NOT INACTIVE" TO WS-RJ-REASON
    MOVE MT-STREET TO PD-STREET.
    MOVE MT-STATE TO PD-STATE.
    MOVE MT-ZIP TO PD-ZIP.
    MOVE MT-OPERATOR-ID TO PD-OPERATOR-ID.
    MOVE MT-APPROVER-ID TO PD-APPROVER-ID.
    WRITE PD-RECORD.
    ADD 1 TO WS-DEFER-COUNT.
6100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 6500-SCREEN-FOR-APPROVAL.  DECIDE, BEFORE THE EFFECTIVE DATE IS
*> LOOKED AT, WHETHER THIS TRANSACTION MAY APPLY (OR DEFER) ON ONE
*> OPERATOR'S SAY-SO.  A CARD WITH NO OPERATOR ID REJECTS.  A
*> DELETE, A RENAME, A MERGE, OR A CHANGE THAT WOULD ALTER
*> UM-BIRTHDAY IS HELD ON THE APPROVAL QUEUE ONCE ITS TARGET IS
*> FOUND - ANY EDIT
*> FAILURE REJECTS NOW, EXACTLY AS IT WOULD HAVE AT APPLY TIME.
*> WS-ROUTE-DONE MEANS THE TRANSACTION HAS BEEN DEALT WITH HERE;
*> OTHERWISE IT CARRIES ON DOWN THE USUAL DEFER/APPLY PATH.
*> ----------------------------------------------------------------
6500-SCREEN-FOR-APPROVAL.
    MOVE 'N' TO WS-ROUTE-SWITCH.
    EVALUATE TRUE
        WHEN MT-OPERATOR-ID = SPACES
            MOVE MT-ACTION TO WS-RJ-ACTION
            MOVE MT-NAME TO WS-RJ-NAME
            MOVE "OPERATOR ID MISSING" TO WS-RJ-REASON
            PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
            MOVE 'Y' TO WS-ROUTE-SWITCH
        WHEN MT-DELETE
            PERFORM 6510-SCREEN-DELETE THRU 6510-EXIT
        WHEN MT-RENAME
            PERFORM 6520-SCREEN-RENAME THRU 6520-EXIT
        WHEN MT-CHANGE
            PERFORM 6530-SCREEN-CHANGE THRU 6530-EXIT
        WHEN MT-MERGE
            PERFORM 6540-SCREEN-MERGE THRU 6540-EXIT
    END-EVALUATE.
6500-EXIT.
    EXIT.

6510-SCREEN-DELETE.
    MOVE 'Y' TO WS-ROUTE-SWITCH.
    MOVE 'D' TO WS-RJ-ACTION.
    PERFORM 8200-LOCATE-TARGET THRU 8200-EXIT.
    EVALUATE TRUE
        WHEN WS-LOOKUP-NOT-FOUND
            MOVE MT-NAME TO WS-RJ-NAME
            MOVE "USER NOT FOUND ON USER-MASTER" TO WS-RJ-REASON
            PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
        WHEN WS-NAME-AMBIGUOUS
            MOVE MT-NAME TO WS-RJ-NAME
            MOVE "NAME AMBIGUOUS - GIVE USER-ID" TO WS-RJ-REASON
            PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
        WHEN UM-INACTIVE
            MOVE MT-NAME TO WS-RJ-NAME
            MOVE "USER IS ALREADY INACTIVE" TO WS-RJ-REASON
            PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
        WHEN OTHER
            MOVE 'D' TO WS-HOLD-REASON
            MOVE UM-STATUS TO WS-HOLD-OLD-VALUE
            PERFORM 6600-HOLD-FOR-APPROVAL THRU 6600-EXIT
    END-EVALUATE.
6510-EXIT.
    EXIT.

6520-SCREEN-RENAME.
    MOVE 'Y' TO WS-ROUTE-SWITCH.
    MOVE 'R' TO WS-RJ-ACTION.
    IF MT-NEW-NAME = SPACES
        MOVE MT-NAME TO WS-RJ-NAME
        MOVE "NEW NAME MISSING" TO WS-RJ-REASON
        PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
    ELSE
        PERFORM 8200-LOCATE-TARGET THRU 8200-EXIT
        EVALUATE TRUE
            WHEN WS-LOOKUP-NOT-FOUND
                MOVE MT-NAME TO WS-RJ-NAME
                MOVE "USER NOT FOUND ON USER-MASTER" TO WS-RJ-REASON
                PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
            WHEN WS-NAME-AMBIGUOUS
                MOVE MT-NAME TO WS-RJ-NAME
                MOVE "NAME AMBIGUOUS - GIVE USER-ID" TO WS-RJ-REASON
                PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
            WHEN UM-MERGED
                MOVE MT-NAME TO WS-RJ-NAME
                MOVE "USER-ID HAS BEEN MERGED" TO WS-RJ-REASON
                PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
            WHEN OTHER
                MOVE 'R' TO WS-HOLD-REASON
                MOVE UM-NAME TO WS-HOLD-OLD-VALUE
                PERFORM 6600-HOLD-FOR-APPROVAL THRU 6600-EXIT
        END-EVALUATE
    END-IF.
6520-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 6530-SCREEN-CHANGE.  ONLY A CHANGE THAT PASSES ITS CITY AND
*> ADDRESS EDITS, FINDS ITS RECORD, AND CARRIES A DIFFERENT
*> BIRTHDAY IS HELD (A MERGED ID NEVER IS - 4050 REJECTS IT).
*> EVERYTHING ELSE IS LEFT TO THE USUAL PATH,
*> WHICH REJECTS OR APPLIES IT EXACTLY AS BEFORE.
*> ----------------------------------------------------------------
6530-SCREEN-CHANGE.
    MOVE MT-CITY TO WS-CITY-STD.
    PERFORM 8000-STANDARDIZE-CITY THRU 8000-EXIT.
    PERFORM 8500-VALIDATE-ADDRESS THRU 8500-EXIT.
    IF WS-CITY-KNOWN AND WS-ADDRESS-VALID
        PERFORM 8200-LOCATE-TARGET THRU 8200-EXIT
        IF WS-LOOKUP-FOUND AND WS-NAME-UNAMBIGUOUS
           AND NOT UM-MERGED
           AND UM-BIRTHDAY NOT = MT-BIRTHDAY
            MOVE 'Y' TO WS-ROUTE-SWITCH
            MOVE WS-CITY-STD TO MT-CITY
            MOVE 'B' TO WS-HOLD-REASON
            MOVE UM-BIRTHDAY TO WS-HOLD-OLD-VALUE
            PERFORM 6600-HOLD-FOR-APPROVAL THRU 6600-EXIT
        END-IF
    END-IF.
6530-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 6540-SCREEN-MERGE.  A MERGE ALWAYS ENDS HERE - HELD OR
*> REJECTED, NEVER APPLIED OR DEFERRED.  BOTH IDS MUST BE GIVEN
*> AND DIFFER; THE RETIRED ID MUST BE ON FILE AND NOT ALREADY
*> MERGED; THE SURVIVOR MUST BE ON FILE AND ACTIVE.  A MERGE IS
*> NOT FUTURE-DATED: EITHER RECORD COULD CHANGE UNDER IT WHILE IT
*> WAITED, SO THE APPROVER ALWAYS DECIDES ON THE RECORDS AS THEY
*> STAND.  THE RETIRED RECORD IS RE-READ LAST SO 6600 QUEUES THE
*> ITEM AGAINST IT.
*> ----------------------------------------------------------------
6540-SCREEN-MERGE.
    MOVE 'Y' TO WS-ROUTE-SWITCH.
    MOVE 'M' TO WS-RJ-ACTION.
    MOVE MT-NAME TO WS-RJ-NAME.
    EVALUATE TRUE
        WHEN MT-USER-ID IS NOT NUMERIC
          OR MT-USER-ID = ZERO
          OR MT-SURVIVOR-ID IS NOT NUMERIC
          OR MT-SURVIVOR-ID = ZERO
            MOVE "MERGE NEEDS BOTH USER-IDS" TO WS-RJ-REASON
            PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
        WHEN MT-USER-ID = MT-SURVIVOR-ID
            MOVE "CANNOT MERGE AN ID INTO ITSELF" TO WS-RJ-REASON
            PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
        WHEN MT-EFFECTIVE-DATE IS NUMERIC
         AND MT-EFFECTIVE-DATE > WS-CURRENT-DATE
            MOVE "MERGE CANNOT BE FUTURE-DATED" TO WS-RJ-REASON
            PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
        WHEN OTHER
            PERFORM 6550-CHECK-MERGE-PAIR THRU 6550-EXIT
    END-EVALUATE.
6540-EXIT.
    EXIT.

6550-CHECK-MERGE-PAIR.
    MOVE MT-USER-ID TO WS-RETIRED-ID.
    MOVE MT-SURVIVOR-ID TO UM-USER-ID.
    READ USER-MASTER
        INVALID KEY MOVE 'N' TO WS-LOOKUP-FOUND-SWITCH
        NOT INVALID KEY MOVE 'Y' TO WS-LOOKUP-FOUND-SWITCH
    END-READ.
    EVALUATE TRUE
        WHEN WS-LOOKUP-NOT-FOUND
            MOVE "SURVIVING USER-ID NOT ON FILE" TO WS-RJ-REASON
            PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
        WHEN NOT UM-ACTIVE
            MOVE "SURVIVING USER-ID NOT ACTIVE" TO WS-RJ-REASON
            PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
        WHEN OTHER
            PERFORM 6560-CHECK-RETIRED-ID THRU 6560-EXIT
    END-EVALUATE.
6550-EXIT.
    EXIT.

6560-CHECK-RETIRED-ID.
    MOVE WS-RETIRED-ID TO UM-USER-ID.
    READ USER-MASTER
        INVALID KEY MOVE 'N' TO WS-LOOKUP-FOUND-SWITCH
        NOT INVALID KEY MOVE 'Y' TO WS-LOOKUP-FOUND-SWITCH
    END-READ.
    EVALUATE TRUE
        WHEN WS-LOOKUP-NOT-FOUND
            MOVE "USER NOT FOUND ON USER-MASTER" TO WS-RJ-REASON
            PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
        WHEN UM-MERGED
            MOVE "USER-ID HAS BEEN MERGED" TO WS-RJ-REASON
            PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
        WHEN OTHER
            MOVE 'M' TO WS-HOLD-REASON
            MOVE UM-STATUS TO WS-HOLD-OLD-VALUE
            PERFORM 6600-HOLD-FOR-APPROVAL THRU 6600-EXIT
    END-EVALUATE.
6560-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 6600-HOLD-FOR-APPROVAL.  APPEND THE TRANSACTION TO APPRQUE
*> UNDER THE NEXT ITEM NUMBER, ADDRESSED TO THE RECORD JUST FOUND
*> BY ITS USER-ID.  NOTHING TOUCHES USER-MASTER OR AUDITLOG UNTIL
*> A SECOND OPERATOR APPROVES IT THROUGH USRAPPR.
*> ----------------------------------------------------------------
6600-HOLD-FOR-APPROVAL.
    MOVE UM-USER-ID TO MT-USER-ID.
    MOVE SPACES TO AQ-RECORD.
    MOVE WS-NEXT-ITEM-NO TO AQ-ITEM-NO.
    MOVE 'P' TO AQ-STATUS.
    MOVE WS-HOLD-REASON TO AQ-REASON.
    MOVE WS-CURRENT-DATE TO AQ-QUEUED-DATE.
    MOVE WS-CURRENT-TIME TO AQ-QUEUED-TIME.
    MOVE "USRMAINT" TO AQ-QUEUED-BY.
    MOVE ZERO TO AQ-DECIDED-DATE.
    MOVE WS-HOLD-OLD-VALUE TO AQ-OLD-VALUE.
    MOVE MT-RECORD TO AQ-TRANSACTION.
    WRITE AQ-RECORD.
    ADD 1 TO WS-NEXT-ITEM-NO.
    ADD 1 TO WS-HELD-COUNT.
6600-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 7000-RENAME-USER.  REWRITE UM-NAME IN PLACE UNDER THE UNCHANGED
*> USER-ID, KEEPING UM-BIRTHDAY AND UM-CITY.  REJECTED IF THE USER
            MOVE MT-NAME TO WS-RJ-NAME
            MOVE "NAME AMBIGUOUS - GIVE USER-ID" TO WS-RJ-REASON
            PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
        WHEN UM-MERGED
            MOVE MT-NAME TO WS-RJ-NAME
            MOVE "USER-ID HAS BEEN MERGED" TO WS-RJ-REASON
            PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
        WHEN OTHER
            PERFORM 7200-RENAME-IN-PLACE THRU 7200-EXIT
    END-EVALUATE.
    EXIT.

*> ----------------------------------------------------------------
*> 8300-LOCATE-BY-NAME.  WALK THE UM-NAME ALTERNATE KEY FOR
*> WS-LOOKUP-NAME, PASSING OVER MERGED RECORDS - A RETIRED ID IS
*> NEVER THE ONE A NAME MEANS.  SETS THE FOUND SWITCH, AND THE
*> AMBIGUOUS SWITCH WHEN A SECOND UNMERGED RECORD CARRIES THE
*> SAME NAME.  A NAME CARRIED ONLY BY MERGED RECORDS COMES BACK
*> FOUND AND AMBIGUOUS, SO THE CALLER ASKS FOR THE SURVIVING ID
*> INSTEAD OF TREATING THE PERSON AS NEW.  ON A UNIQUE MATCH THE
*> RECORD IS LEFT IN THE RECORD AREA, RE-READ BY ITS PRIMARY KEY
*> SO A FOLLOWING REWRITE TARGETS THE RIGHT ONE.
*> ----------------------------------------------------------------
8300-LOCATE-BY-NAME.
    MOVE 'N' TO WS-LOOKUP-FOUND-SWITCH.
    MOVE 'N' TO WS-LOOKUP-AMBIG-SWITCH.
    MOVE 'N' TO WS-NAME-SCAN-SWITCH.
    MOVE 'N' TO WS-MERGED-SEEN-SWITCH.
    MOVE WS-LOOKUP-NAME TO UM-NAME.
    START USER-MASTER KEY IS = UM-NAME
        INVALID KEY MOVE 'Y' TO WS-NAME-SCAN-SWITCH
    END-START.
    PERFORM 8350-CHECK-NAME-TWIN THRU 8350-EXIT
        UNTIL WS-NAME-SCAN-DONE.
    IF WS-LOOKUP-FOUND
        MOVE WS-LOCATED-ID TO UM-USER-ID
        READ USER-MASTER
            INVALID KEY CONTINUE
        END-READ
    ELSE
        IF WS-MERGED-SEEN
            MOVE 'Y' TO WS-LOOKUP-FOUND-SWITCH
            MOVE 'Y' TO WS-LOOKUP-AMBIG-SWITCH
        END-IF
    END-IF.
8300-EXIT.
    EXIT.

8350-CHECK-NAME-TWIN.
    READ USER-MASTER NEXT RECORD
        AT END MOVE 'Y' TO WS-NAME-SCAN-SWITCH
        NOT AT END
            EVALUATE TRUE
                WHEN UM-NAME NOT = WS-LOOKUP-NAME
                    MOVE 'Y' TO WS-NAME-SCAN-SWITCH
                WHEN UM-MERGED
                    MOVE 'Y' TO WS-MERGED-SEEN-SWITCH
                WHEN WS-LOOKUP-FOUND
                    MOVE 'Y' TO WS-LOOKUP-AMBIG-SWITCH
                    MOVE 'Y' TO WS-NAME-SCAN-SWITCH
                WHEN OTHER
                    MOVE 'Y' TO WS-LOOKUP-FOUND-SWITCH
                    MOVE UM-USER-ID TO WS-LOCATED-ID
            END-EVALUATE
    END-READ.
8350-EXIT.
    EXIT.
*> ----------------------------------------------------------------
*> 8500-VALIDATE-ADDRESS.  MT-STATE MUST BE A POSTAL CODE ON THE
*> STATE TABLE AND MT-ZIP MUST BE FIVE DIGITS - THE SAME EDIT
*> DISCIPLINE BIRTHDAYS GET ON THE NIGHTLY INTAKE - AND, ONCE
*> 8000 HAS FOUND THE CITY, 8700 MUST FIND THE ZIP ON ZIPREF UNDER
*> THAT STATE AND CANONICAL CITY.  ON FAILURE THE REJECT REASON IS
*> LEFT IN WS-RJ-REASON FOR THE CALLER.
*> ----------------------------------------------------------------
8500-VALIDATE-ADDRESS.
    MOVE 'Y' TO WS-ADDRESS-SWITCH.
        WHEN MT-ZIP IS NOT NUMERIC
            MOVE 'N' TO WS-ADDRESS-SWITCH
            MOVE "ZIP NOT FIVE DIGITS" TO WS-RJ-REASON
        WHEN WS-CITY-KNOWN
            PERFORM 8700-CHECK-ZIP-REFERENCE THRU 8700-EXIT
    END-EVALUATE.
8500-EXIT.
    EXIT.
8600-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8700-CHECK-ZIP-REFERENCE.  MT-ZIP MUST BE ON THE ZIPREF TABLE,
*> UNDER MT-STATE, FOR THE CANONICAL CITY 8000 LEFT IN WS-CITY-STD.
*> THE HALVING SEARCH LEAVES WS-ZIP-LOW ON THE FIRST ROW FOR THE
*> ZIP (IF ANY); 8720 THEN WALKS THAT ZIP'S ROWS.  SAME RULE AS
*> THE NIGHTLY LOAD'S 3057-CHECK-ZIP-REFERENCE.
*> ----------------------------------------------------------------
8700-CHECK-ZIP-REFERENCE.
    MOVE WS-CITY-STD TO WS-ZIP-CITY-UPPER.
    INSPECT WS-ZIP-CITY-UPPER CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    MOVE 'N' TO WS-ZIP-MATCH-SWITCH.
    MOVE 'N' TO WS-ZIP-SCAN-SWITCH.
    MOVE 1 TO WS-ZIP-LOW.
    MOVE WS-ZIPREF-COUNT TO WS-ZIP-HIGH.
    PERFORM 8710-PROBE-ZIP-TABLE THRU 8710-EXIT
        UNTIL WS-ZIP-LOW > WS-ZIP-HIGH.
    PERFORM 8720-MATCH-ZIP-ROW THRU 8720-EXIT
        VARYING WS-ZIPREF-INDEX FROM WS-ZIP-LOW BY 1
        UNTIL WS-ZIPREF-INDEX > WS-ZIPREF-COUNT
           OR WS-ZIP-SCAN-DONE.
    EVALUATE TRUE
        WHEN WS-ZIP-MATCHED
            CONTINUE
        WHEN WS-ZIP-NOT-ON-FILE
            MOVE 'N' TO WS-ADDRESS-SWITCH
            MOVE "ZIP NOT ON ZIP REFERENCE" TO WS-RJ-REASON
        WHEN WS-ZIP-WRONG-STATE
            MOVE 'N' TO WS-ADDRESS-SWITCH
            MOVE "ZIP NOT IN THAT STATE" TO WS-RJ-REASON
        WHEN OTHER
            MOVE 'N' TO WS-ADDRESS-SWITCH
            MOVE "ZIP NOT IN THAT CITY" TO WS-RJ-REASON
    END-EVALUATE.
8700-EXIT.
    EXIT.

8710-PROBE-ZIP-TABLE.
    COMPUTE WS-ZIP-MID = (WS-ZIP-LOW + WS-ZIP-HIGH) / 2.
    IF ZR-ZIP(WS-ZIP-MID) < MT-ZIP
        COMPUTE WS-ZIP-LOW = WS-ZIP-MID + 1
    ELSE
        COMPUTE WS-ZIP-HIGH = WS-ZIP-MID - 1
    END-IF.
8710-EXIT.
    EXIT.

8720-MATCH-ZIP-ROW.
    EVALUATE TRUE
        WHEN ZR-ZIP(WS-ZIPREF-INDEX) NOT = MT-ZIP
            MOVE 'Y' TO WS-ZIP-SCAN-SWITCH
        WHEN ZR-STATE(WS-ZIPREF-INDEX) NOT = MT-STATE
            IF WS-ZIP-NOT-ON-FILE
                MOVE 'S' TO WS-ZIP-MATCH-SWITCH
            END-IF
        WHEN ZR-CITY(WS-ZIPREF-INDEX) NOT = WS-ZIP-CITY-UPPER
            MOVE 'C' TO WS-ZIP-MATCH-SWITCH
        WHEN OTHER
            MOVE 'Y' TO WS-ZIP-MATCH-SWITCH
            MOVE 'Y' TO WS-ZIP-SCAN-SWITCH
    END-EVALUATE.
8720-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9100-WRITE-REJECT-LINE.
*> ----------------------------------------------------------------
    MOVE WS-AUDIT-FIELD TO AU-FIELD.
    MOVE WS-AUDIT-OLD TO AU-OLD-VALUE.
    MOVE WS-AUDIT-NEW TO AU-NEW-VALUE.
    MOVE MT-OPERATOR-ID TO AU-OPERATOR-ID.
    MOVE MT-APPROVER-ID TO AU-APPROVER-ID.
    WRITE AU-RECORD.
*> ONLY THE 'C' ROWS ARE COUNTED HERE.  A CHANGE WRITES 0..N ROWS
*> (ONE PER FIELD THAT ACTUALLY CHANGED), SO NO TRANSACTION-LEVEL
    MOVE WS-DELETE-COUNT TO RC-DELETES-APPLIED.
    MOVE WS-RENAME-COUNT TO RC-RENAMES-APPLIED.
    MOVE WS-REINSTATE-COUNT TO RC-REINSTATES-APPLIED.
    MOVE ZERO TO RC-MERGES-APPLIED.
    WRITE RC-RECORD.
    CLOSE RUN-CONTROL.
8800-EXIT.
    CLOSE AUDIT-FILE.
    CLOSE REJECT-FILE.
    CLOSE PENDING-FILE.
    CLOSE APPROVAL-QUEUE.
    DISPLAY "USER-MASTER MAINTENANCE SUMMARY".
    DISPLAY "TRANSACTIONS READ .... " WS-TRAN-COUNT.
    DISPLAY "ADDS APPLIED .......... " WS-ADD-COUNT.
    DISPLAY "TRANSACTIONS REJECTED . " WS-REJECT-COUNT.
    DISPLAY "CITY EXCEPTIONS ....... " WS-CITYEXC-COUNT.
    DISPLAY "DEFERRED TO PENDING ... " WS-DEFER-COUNT.
    DISPLAY "HELD FOR APPROVAL ..... " WS-HELD-COUNT.
9000-EXIT.
    EXIT.
