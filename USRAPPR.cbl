*> ****************************************************************
*> IDENTIFICATION DIVISION.
*> ****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. USRAPPR.
AUTHOR. R. MOLENI.
INSTALLATION. IT-OPERATIONS.
DATE-WRITTEN. 2026-10-06.
DATE-COMPILED.
*>
*>  MOD-HISTORY.
*>    2026-10-06  RSM  INITIAL VERSION.  SECOND-OPERATOR RELEASE OF
*>                     THE MAINTENANCE APPROVAL QUEUE (APPRQUE,
*>                     COPYBOOK AQREC).  USRMAINT AND USRONLN NO
*>                     LONGER APPLY A DELETE, A RENAME OR A
*>                     BIRTHDAY CHANGE ON ONE OPERATOR'S SAY-SO -
*>                     THEY QUEUE IT.  THIS PROGRAM READS THE DAY'S
*>                     DECISION CARDS (APPRDEC, COPYBOOK ADREC) AND
*>                     PASSES THE QUEUE ONCE, OLD TO NEW (APPRQUE
*>                     IN, APPRNEW OUT).  A DECISION IS REFUSED -
*>                     THE ITEM STAYS PENDING - IF IT HAS NO
*>                     APPROVER ID, IF THE APPROVER IS THE OPERATOR
*>                     WHO REQUESTED THE CHANGE, OR IF ITS USER-ID
*>                     DOES NOT MATCH THE ITEM'S.  A REJECT MARKS
*>                     THE ITEM 'R'.  AN APPROVAL MARKS IT 'A' AND
*>                     APPLIES IT TO USER-MASTER BY USER-ID - OR,
*>                     IF ITS EFFECTIVE DATE IS STILL IN THE
*>                     FUTURE, DEFERS IT TO PENDFILE FOR THE
*>                     NIGHTLY LOAD - WITH BOTH THE REQUESTING
*>                     OPERATOR AND THE APPROVER ON EVERY AUDITLOG
*>                     ENTRY (AU-PROGRAM "USRAPPR").  AN APPROVED
*>                     ITEM WHOSE RECORD HAS MOVED ON SINCE IT WAS
*>                     QUEUED IS MARKED 'V' VOID, NOT APPLIED.
*>                     DECIDED ITEMS ARE KEPT ON THE QUEUE FOR
*>                     WS-RETAIN-DAYS AFTER THEIR DECISION, THEN
*>                     DROPPED.  APPRRPT LISTS EVERY DECISION
*>                     TAKEN, EVERY CARD THAT MATCHED NO PENDING
*>                     ITEM, AND - THE DAILY PENDING-APPROVAL
*>                     REPORT - EVERY ITEM STILL WAITING, WITH ITS
*>                     AGE IN DAYS.  RC=4 IF ANY CARD WAS REFUSED
*>                     OR UNMATCHED; RC=8 IF USER-MASTER WILL NOT
*>                     OPEN, IN WHICH CASE NOTHING IS DECIDED AND
*>                     APPRNEW MUST NOT BE COPIED BACK.  STAMPS
*>                     RUNCTL AS "USRAPPR" SO AUDBAL BALANCES WHAT
*>                     IT JOURNALS.
*>    2026-10-08  RSM  MERGE PROJECT.  NEW QUEUE REASON 'M'.  AN
*>                     APPROVED MERGE (3400) RE-CHECKS BOTH RECORDS
*>                     - THE RETIRED ID STILL AT THE STATUS IT HAD
*>                     WHEN QUEUED, THE SURVIVOR STILL ON FILE AND
*>                     ACTIVE - THEN JOURNALS ONE 'M' ENTRY LINKING
*>                     THE RETIRED ID TO THE SURVIVOR AND PARKS THE
*>                     RETIRED RECORD AT STATUS 'M'.  ANYTHING ELSE
*>                     VOIDS THE ITEM.  MERGES ARE COUNTED AND
*>                     STAMPED TO RUNCTL FOR AUDBAL.
*>    2026-10-15  RSM  THE TWO-PERSON TEST COMPARES THE APPROVER
*>                     WITH AN UPPERCASED COPY OF THE REQUESTING
*>                     OPERATOR, SO A CHANGE KEYED IN LOWER CASE
*>                     (INCLUDING ONE QUEUED BEFORE USRMAINT
*>                     UPPERCASED IT) CANNOT BE SELF-APPROVED.  AN
*>                     ITEM WHOSE USER-ID HAS SINCE BEEN MERGED AWAY
*>                     IS VOIDED, NOT APPLIED TO THE RETIRED RECORD.
*>                     A MERGE WHOSE RETIRED USER-ID IS NO LONGER ON
*>                     FILE VOIDS AS SUCH, NOT AS A MISSING SURVIVOR.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT APPROVAL-QUEUE ASSIGN TO "APPRQUE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AQ-STATUS.

    SELECT APPROVAL-NEW ASSIGN TO "APPRNEW"
        ORGANIZATION IS SEQUENTIAL.

    SELECT DECISION-FILE ASSIGN TO "APPRDEC"
        ORGANIZATION IS SEQUENTIAL.

    SELECT USER-MASTER ASSIGN TO "USERMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS UM-USER-ID
        ALTERNATE RECORD KEY IS UM-NAME WITH DUPLICATES
        ALTERNATE RECORD KEY IS UM-CITY WITH DUPLICATES
        FILE STATUS IS WS-UM-STATUS.

    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS SEQUENTIAL.

    SELECT PENDING-FILE ASSIGN TO "PENDFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PD-STATUS.

    SELECT APPROVAL-REPORT ASSIGN TO "APPRRPT"
        ORGANIZATION IS SEQUENTIAL.

    SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RC-STATUS.

DATA DIVISION.
FILE SECTION.
FD  APPROVAL-QUEUE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY AQREC.

FD  APPROVAL-NEW
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY AQREC REPLACING ==AQ-RECORD==       BY ==AN-RECORD==
                         ==AQ-ITEM-NO==      BY ==AN-ITEM-NO==
                         ==AQ-STATUS==       BY ==AN-STATUS==
                         ==AQ-PENDING==      BY ==AN-PENDING==
                         ==AQ-APPROVED==     BY ==AN-APPROVED==
                         ==AQ-REJECTED==     BY ==AN-REJECTED==
                         ==AQ-VOIDED==       BY ==AN-VOIDED==
                         ==AQ-REASON==       BY ==AN-REASON==
                         ==AQ-FOR-DELETE==   BY ==AN-FOR-DELETE==
                         ==AQ-FOR-RENAME==   BY ==AN-FOR-RENAME==
                         ==AQ-FOR-BIRTHDAY== BY ==AN-FOR-BIRTHDAY==
                         ==AQ-FOR-MERGE==    BY ==AN-FOR-MERGE==
                         ==AQ-QUEUED-DATE==  BY ==AN-QUEUED-DATE==
                         ==AQ-QUEUED-TIME==  BY ==AN-QUEUED-TIME==
                         ==AQ-QUEUED-BY==    BY ==AN-QUEUED-BY==
                         ==AQ-DECIDED-DATE== BY ==AN-DECIDED-DATE==
                         ==AQ-DECIDED-BY==   BY ==AN-DECIDED-BY==
                         ==AQ-OLD-VALUE==    BY ==AN-OLD-VALUE==
                         ==AQ-TRANSACTION==  BY ==AN-TRANSACTION==.

FD  DECISION-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY ADREC.

FD  USER-MASTER
    LABEL RECORDS ARE STANDARD.
    COPY UMREC.

FD  AUDIT-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY AUREC.

FD  PENDING-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY MTREC REPLACING ==MT-RECORD==         BY ==PD-RECORD==
                         ==MT-ACTION==         BY ==PD-ACTION==
                         ==MT-ADD==            BY ==PD-ADD==
                         ==MT-CHANGE==         BY ==PD-CHANGE==
                         ==MT-DELETE==         BY ==PD-DELETE==
                         ==MT-RENAME==         BY ==PD-RENAME==
                         ==MT-REINSTATE==      BY ==PD-REINSTATE==
                         ==MT-MERGE==          BY ==PD-MERGE==
                         ==MT-NAME==           BY ==PD-NAME==
                         ==MT-BIRTHDAY==       BY ==PD-BIRTHDAY==
                         ==MT-B-YEAR==         BY ==PD-B-YEAR==
                         ==MT-B-MONTH==        BY ==PD-B-MONTH==
                         ==MT-B-DAY==          BY ==PD-B-DAY==
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

FD  APPROVAL-REPORT
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01  APPROVAL-REPORT-RECORD          PIC X(132).

FD  RUN-CONTROL
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY RCREC.

WORKING-STORAGE SECTION.
*> THE QUEUED ITEM'S TRANSACTION, UNPACKED FROM AQ-TRANSACTION.
    COPY MTREC.

*> THE DAY'S DECISION CARDS.  WS-DT-USED IS SET WHEN A CARD IS
*> MATCHED TO A PENDING ITEM, SO THE LEFTOVERS CAN BE REPORTED.
01  WS-DECISION-TABLE-AREA.
    05  WS-DECISION-ENTRY OCCURS 0 TO 500 TIMES
                          DEPENDING ON WS-DECISION-COUNT.
        10  WS-DT-DECISION          PIC X(01).
        10  WS-DT-ITEM-NO           PIC 9(08).
        10  WS-DT-USER-ID           PIC 9(06).
        10  WS-DT-APPROVER-ID       PIC X(08).
        10  WS-DT-USED              PIC X(01).

01  WS-DECISION-LINE.
    05  WS-DL-ITEM-NO               PIC Z(07)9.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-DL-USER-ID               PIC 9(06).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-DL-NAME                  PIC X(30).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-DL-REQUESTED-BY          PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-DL-APPROVER-ID           PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-DL-DISPOSITION           PIC X(50).
    05  FILLER                      PIC X(12) VALUE SPACES.

01  WS-PENDING-LINE.
    05  WS-PL-ITEM-NO               PIC Z(07)9.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-PL-USER-ID               PIC 9(06).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-PL-NAME                  PIC X(30).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-PL-QUEUED-DATE           PIC 9(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-PL-AGE                   PIC ZZZ9.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-PL-REQUESTED-BY          PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-PL-CHANGE                PIC X(50).
    05  FILLER                      PIC X(06) VALUE SPACES.

01  WS-DECISION-HEADER.
    05  FILLER                      PIC X(48)
        VALUE "    ITEM  USERID  NAME                          ".
    05  FILLER                      PIC X(33)
        VALUE "  REQUESTR  APPROVER  DISPOSITION".
    05  FILLER                      PIC X(51) VALUE SPACES.

01  WS-PENDING-HEADER.
    05  FILLER                      PIC X(48)
        VALUE "    ITEM  USERID  NAME                          ".
    05  FILLER                      PIC X(44)
        VALUE "  QUEUED    AGE   REQUESTR  CHANGE REQUESTED".
    05  FILLER                      PIC X(40) VALUE SPACES.

01  WS-COUNT-LINE.
    05  WS-CT-LABEL                 PIC X(24).
    05  WS-CT-COUNT                 PIC ZZZZZZZZ9.
    05  FILLER                      PIC X(99) VALUE SPACES.

01  WS-SWITCHES.
    05  WS-AQ-EOF-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-AQ-EOF                   VALUE 'Y'.
        88  WS-AQ-NOT-EOF               VALUE 'N'.
    05  WS-AN-EOF-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-AN-EOF                   VALUE 'Y'.
        88  WS-AN-NOT-EOF               VALUE 'N'.
    05  WS-AD-EOF-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-AD-EOF                   VALUE 'Y'.
        88  WS-AD-NOT-EOF               VALUE 'N'.
    05  WS-QUEUE-SWITCH             PIC X(01) VALUE 'Y'.
        88  WS-QUEUE-PRESENT            VALUE 'Y'.
        88  WS-QUEUE-ABSENT             VALUE 'N'.
    05  WS-MASTER-SWITCH            PIC X(01) VALUE 'Y'.
        88  WS-MASTER-AVAILABLE         VALUE 'Y'.
        88  WS-MASTER-UNAVAILABLE       VALUE 'N'.
    05  WS-DECISION-FOUND-SWITCH    PIC X(01) VALUE 'N'.
        88  WS-DECISION-FOUND           VALUE 'Y'.
        88  WS-DECISION-NOT-FOUND       VALUE 'N'.
    05  WS-KEEP-SWITCH              PIC X(01) VALUE 'Y'.
        88  WS-KEEP-ITEM                VALUE 'Y'.
        88  WS-DROP-ITEM                VALUE 'N'.
    05  WS-SURVIVOR-SWITCH          PIC X(01) VALUE 'N'.
        88  WS-SURVIVOR-ACTIVE          VALUE 'Y'.
        88  WS-SURVIVOR-MISSING         VALUE 'N'.
        88  WS-SURVIVOR-NOT-ACTIVE      VALUE 'I'.
    05  WS-RETIRED-SWITCH           PIC X(01) VALUE 'Y'.
        88  WS-RETIRED-FOUND            VALUE 'Y'.
        88  WS-RETIRED-MISSING          VALUE 'N'.

*> DECIDED ITEMS ARE KEPT THIS MANY DAYS AFTER THEIR DECISION.
77  WS-RETAIN-DAYS                  PIC 9(03) VALUE 90.
77  WS-AQ-STATUS                    PIC X(02) VALUE '00'.
77  WS-UM-STATUS                    PIC X(02) VALUE '00'.
77  WS-PD-STATUS                    PIC X(02) VALUE '00'.
77  WS-RC-STATUS                    PIC X(02) VALUE '00'.
77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
77  WS-END-TIME                     PIC 9(08) VALUE ZERO.
77  WS-PURGE-DATE                   PIC 9(08) VALUE ZERO.
77  WS-ITEM-AGE                     PIC 9(04) VALUE ZERO.
77  WS-DECISION-COUNT               PIC 9(04) COMP VALUE ZERO.
77  WS-DECISION-INDEX               PIC 9(04) COMP VALUE ZERO.
77  WS-FOUND-INDEX                  PIC 9(04) COMP VALUE ZERO.
77  WS-CARDS-READ                   PIC 9(09) COMP VALUE ZERO.
77  WS-CARDS-OVERFLOW               PIC 9(09) COMP VALUE ZERO.
77  WS-ITEMS-READ                   PIC 9(09) COMP VALUE ZERO.
77  WS-APPROVED-COUNT               PIC 9(09) COMP VALUE ZERO.
77  WS-REJECTED-COUNT               PIC 9(09) COMP VALUE ZERO.
77  WS-VOIDED-COUNT                 PIC 9(09) COMP VALUE ZERO.
77  WS-REFUSED-COUNT                PIC 9(09) COMP VALUE ZERO.
77  WS-UNMATCHED-COUNT              PIC 9(09) COMP VALUE ZERO.
77  WS-STILL-PENDING-COUNT          PIC 9(09) COMP VALUE ZERO.
77  WS-PURGED-COUNT                 PIC 9(09) COMP VALUE ZERO.
77  WS-DEFER-COUNT                  PIC 9(09) COMP VALUE ZERO.
77  WS-CHANGE-COUNT                 PIC 9(09) COMP VALUE ZERO.
77  WS-DELETE-COUNT                 PIC 9(09) COMP VALUE ZERO.
77  WS-RENAME-COUNT                 PIC 9(09) COMP VALUE ZERO.
77  WS-MERGE-COUNT                  PIC 9(09) COMP VALUE ZERO.
77  WS-AUD-CHANGE-COUNT             PIC 9(09) COMP VALUE ZERO.
77  WS-AUDIT-USER-ID                PIC 9(06) VALUE ZERO.
77  WS-AUDIT-ACTION                 PIC X(01) VALUE SPACES.
77  WS-AUDIT-NAME                   PIC X(30) VALUE SPACES.
77  WS-AUDIT-FIELD                  PIC X(10) VALUE SPACES.
77  WS-AUDIT-OLD                    PIC X(30) VALUE SPACES.
77  WS-AUDIT-NEW                    PIC X(30) VALUE SPACES.
77  WS-REQUESTER-ID                 PIC X(08) VALUE SPACES.

PROCEDURE DIVISION.

*> ----------------------------------------------------------------
*> 0000-MAIN-CONTROL.
*> ----------------------------------------------------------------
0000-MAIN-CONTROL.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    IF WS-MASTER-AVAILABLE
        PERFORM 2000-PROCESS-ONE-ITEM THRU 2000-EXIT
            UNTIL WS-AQ-EOF
        CLOSE APPROVAL-NEW
        PERFORM 4000-REPORT-UNMATCHED THRU 4000-EXIT
        PERFORM 4500-PRINT-PENDING THRU 4500-EXIT
    END-IF.
    PERFORM 4900-PRINT-TOTALS THRU 4900-EXIT.
    PERFORM 8800-STAMP-RUN-CONTROL THRU 8800-EXIT.
    PERFORM 9000-TERMINATE THRU 9000-EXIT.
    EVALUATE TRUE
        WHEN WS-MASTER-UNAVAILABLE
            MOVE 8 TO RETURN-CODE
        WHEN WS-REFUSED-COUNT > ZERO
          OR WS-UNMATCHED-COUNT > ZERO
          OR WS-CARDS-OVERFLOW > ZERO
            MOVE 4 TO RETURN-CODE
    END-EVALUATE.
    GOBACK.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE.  LOAD THE DECISION CARDS, OPEN THE MASTER FOR
*> UPDATE AND THE QUEUE FOR THE PASS.  A MISSING QUEUE (STATUS 35)
*> IS AN EMPTY ONE.  A MASTER THAT WILL NOT OPEN DECIDES NOTHING.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CURRENT-TIME FROM TIME.
    COMPUTE WS-PURGE-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) - WS-RETAIN-DAYS).
    OPEN OUTPUT APPROVAL-REPORT.
    PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT.
    PERFORM 1200-LOAD-DECISIONS THRU 1200-EXIT.
    OPEN I-O USER-MASTER.
    IF WS-UM-STATUS NOT = '00'
        DISPLAY "USER-MASTER OPEN FAILED - STATUS " WS-UM-STATUS
        MOVE 'N' TO WS-MASTER-SWITCH
        MOVE "*** USER-MASTER OPEN FAILED - NOTHING DECIDED - RC=8"
            TO APPROVAL-REPORT-RECORD
        WRITE APPROVAL-REPORT-RECORD
    ELSE
        OPEN INPUT APPROVAL-QUEUE
        IF WS-AQ-STATUS = '35'
            MOVE 'N' TO WS-QUEUE-SWITCH
            MOVE 'Y' TO WS-AQ-EOF-SWITCH
        END-IF
        OPEN OUTPUT APPROVAL-NEW
        OPEN EXTEND AUDIT-FILE
        OPEN EXTEND PENDING-FILE
        IF WS-PD-STATUS = '35'
            OPEN OUTPUT PENDING-FILE
        END-IF
        IF WS-QUEUE-PRESENT
            PERFORM 2010-READ-QUEUE THRU 2010-EXIT
        END-IF
    END-IF.
1000-EXIT.
    EXIT.

1100-WRITE-REPORT-HEADER.
    MOVE SPACES TO APPROVAL-REPORT-RECORD.
    STRING "MAINTENANCE APPROVAL QUEUE - DECISIONS AND PENDING ITEMS"
               DELIMITED BY SIZE
           "     RUN DATE " DELIMITED BY SIZE
           WS-CURRENT-DATE DELIMITED BY SIZE
        INTO APPROVAL-REPORT-RECORD.
    WRITE APPROVAL-REPORT-RECORD.
    MOVE SPACES TO APPROVAL-REPORT-RECORD.
    WRITE APPROVAL-REPORT-RECORD.
    MOVE "DECISIONS TAKEN" TO APPROVAL-REPORT-RECORD.
    WRITE APPROVAL-REPORT-RECORD.
    WRITE APPROVAL-REPORT-RECORD FROM WS-DECISION-HEADER.
1100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1200-LOAD-DECISIONS.  EVERY CARD GOES INTO THE TABLE AS READ;
*> ONE WITH A NON-NUMERIC ITEM NUMBER SIMPLY NEVER MATCHES AND IS
*> REPORTED WITH THE OTHER LEFTOVERS.  CARDS PAST THE TABLE LIMIT
*> ARE COUNTED, NOT DECIDED - RESUBMIT THEM TOMORROW.
*> ----------------------------------------------------------------
1200-LOAD-DECISIONS.
    OPEN INPUT DECISION-FILE.
    PERFORM 1210-READ-DECISION THRU 1210-EXIT.
    PERFORM 1220-STORE-DECISION THRU 1220-EXIT
        UNTIL WS-AD-EOF.
    CLOSE DECISION-FILE.
1200-EXIT.
    EXIT.

1210-READ-DECISION.
    READ DECISION-FILE
        AT END MOVE 'Y' TO WS-AD-EOF-SWITCH
    END-READ.
1210-EXIT.
    EXIT.

1220-STORE-DECISION.
    ADD 1 TO WS-CARDS-READ.
    IF WS-DECISION-COUNT < 500
        ADD 1 TO WS-DECISION-COUNT
        MOVE AD-DECISION TO WS-DT-DECISION(WS-DECISION-COUNT)
        MOVE AD-ITEM-NO TO WS-DT-ITEM-NO(WS-DECISION-COUNT)
        MOVE AD-USER-ID TO WS-DT-USER-ID(WS-DECISION-COUNT)
        MOVE AD-APPROVER-ID TO WS-DT-APPROVER-ID(WS-DECISION-COUNT)
        INSPECT WS-DT-APPROVER-ID(WS-DECISION-COUNT) CONVERTING
            "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        MOVE 'N' TO WS-DT-USED(WS-DECISION-COUNT)
    ELSE
        ADD 1 TO WS-CARDS-OVERFLOW
    END-IF.
    PERFORM 1210-READ-DECISION THRU 1210-EXIT.
1220-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-PROCESS-ONE-ITEM.  A PENDING ITEM WITH A CARD IS DECIDED;
*> A PENDING ITEM WITHOUT ONE IS CARRIED FORWARD UNCHANGED; A
*> DECIDED ITEM IS CARRIED FORWARD UNTIL ITS RETENTION RUNS OUT.
*> ----------------------------------------------------------------
2000-PROCESS-ONE-ITEM.
    ADD 1 TO WS-ITEMS-READ.
    MOVE 'Y' TO WS-KEEP-SWITCH.
    IF AQ-PENDING
        PERFORM 2100-FIND-DECISION THRU 2100-EXIT
        IF WS-DECISION-FOUND
            MOVE 'Y' TO WS-DT-USED(WS-FOUND-INDEX)
            PERFORM 3000-DECIDE-ITEM THRU 3000-EXIT
        END-IF
    ELSE
        IF AQ-DECIDED-DATE < WS-PURGE-DATE
            MOVE 'N' TO WS-KEEP-SWITCH
            ADD 1 TO WS-PURGED-COUNT
        END-IF
    END-IF.
    IF WS-KEEP-ITEM
        WRITE AN-RECORD FROM AQ-RECORD
    END-IF.
    PERFORM 2010-READ-QUEUE THRU 2010-EXIT.
2000-EXIT.
    EXIT.

2010-READ-QUEUE.
    READ APPROVAL-QUEUE
        AT END MOVE 'Y' TO WS-AQ-EOF-SWITCH
    END-READ.
2010-EXIT.
    EXIT.

2100-FIND-DECISION.
    MOVE 'N' TO WS-DECISION-FOUND-SWITCH.
    MOVE 1 TO WS-DECISION-INDEX.
    PERFORM 2110-SEARCH-DECISION THRU 2110-EXIT
        VARYING WS-DECISION-INDEX FROM 1 BY 1
        UNTIL WS-DECISION-INDEX > WS-DECISION-COUNT
           OR WS-DECISION-FOUND.
2100-EXIT.
    EXIT.

2110-SEARCH-DECISION.
    IF WS-DT-ITEM-NO(WS-DECISION-INDEX) = AQ-ITEM-NO
       AND WS-DT-USED(WS-DECISION-INDEX) = 'N'
        MOVE 'Y' TO WS-DECISION-FOUND-SWITCH
        MOVE WS-DECISION-INDEX TO WS-FOUND-INDEX
    END-IF.
2110-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-DECIDE-ITEM.  THE TWO-PERSON RULE: THE APPROVER MUST BE
*> NAMED AND MUST NOT BE THE OPERATOR WHO KEYED THE CHANGE, AND
*> THE CARD MUST NAME THE SAME USER-ID AS THE ITEM.  A REFUSED
*> CARD LEAVES THE ITEM PENDING FOR A CORRECT ONE.
*> ----------------------------------------------------------------
3000-DECIDE-ITEM.
    MOVE AQ-TRANSACTION TO MT-RECORD.
    MOVE AQ-ITEM-NO TO WS-DL-ITEM-NO.
    MOVE MT-USER-ID TO WS-DL-USER-ID.
    MOVE MT-NAME TO WS-DL-NAME.
    MOVE MT-OPERATOR-ID TO WS-DL-REQUESTED-BY.
    MOVE WS-DT-APPROVER-ID(WS-FOUND-INDEX) TO WS-DL-APPROVER-ID.
    MOVE MT-OPERATOR-ID TO WS-REQUESTER-ID.
    INSPECT WS-REQUESTER-ID CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    EVALUATE TRUE
        WHEN WS-DT-APPROVER-ID(WS-FOUND-INDEX) = SPACES
            MOVE "REFUSED - APPROVER ID MISSING" TO WS-DL-DISPOSITION
            ADD 1 TO WS-REFUSED-COUNT
        WHEN WS-DT-APPROVER-ID(WS-FOUND-INDEX) = WS-REQUESTER-ID
            MOVE "REFUSED - APPROVER IS THE REQUESTING OPERATOR"
                TO WS-DL-DISPOSITION
            ADD 1 TO WS-REFUSED-COUNT
        WHEN WS-DT-USER-ID(WS-FOUND-INDEX) NOT = MT-USER-ID
            MOVE "REFUSED - USER-ID ON CARD DOES NOT MATCH ITEM"
                TO WS-DL-DISPOSITION
            ADD 1 TO WS-REFUSED-COUNT
        WHEN WS-DT-DECISION(WS-FOUND-INDEX) = 'R'
            MOVE 'R' TO AQ-STATUS
            MOVE WS-CURRENT-DATE TO AQ-DECIDED-DATE
            MOVE WS-DT-APPROVER-ID(WS-FOUND-INDEX) TO AQ-DECIDED-BY
            MOVE "REJECTED - NOT APPLIED" TO WS-DL-DISPOSITION
            ADD 1 TO WS-REJECTED-COUNT
        WHEN WS-DT-DECISION(WS-FOUND-INDEX) = 'A'
            PERFORM 3100-APPROVE-ITEM THRU 3100-EXIT
        WHEN OTHER
            MOVE "REFUSED - DECISION MUST BE A OR R"
                TO WS-DL-DISPOSITION
            ADD 1 TO WS-REFUSED-COUNT
    END-EVALUATE.
    WRITE APPROVAL-REPORT-RECORD FROM WS-DECISION-LINE.
3000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3100-APPROVE-ITEM.  THE APPROVER GOES INTO THE TRANSACTION SO
*> IT IS JOURNALED BESIDE THE REQUESTER - NOW, OR BY THE NIGHTLY
*> LOAD WHEN A FUTURE-DATED ITEM COMES OFF PENDFILE.
*> ----------------------------------------------------------------
3100-APPROVE-ITEM.
    MOVE WS-DT-APPROVER-ID(WS-FOUND-INDEX) TO MT-APPROVER-ID.
    MOVE WS-CURRENT-DATE TO AQ-DECIDED-DATE.
    MOVE WS-DT-APPROVER-ID(WS-FOUND-INDEX) TO AQ-DECIDED-BY.
    IF MT-EFFECTIVE-DATE IS NUMERIC
       AND MT-EFFECTIVE-DATE > WS-CURRENT-DATE
        PERFORM 6100-WRITE-PENDING THRU 6100-EXIT
        MOVE 'A' TO AQ-STATUS
        MOVE SPACES TO WS-DL-DISPOSITION
        STRING "APPROVED - DEFERRED TO PENDFILE FOR "
                   DELIMITED BY SIZE
               MT-EFFECTIVE-DATE DELIMITED BY SIZE
            INTO WS-DL-DISPOSITION
        ADD 1 TO WS-APPROVED-COUNT
    ELSE
        PERFORM 3200-APPLY-NOW THRU 3200-EXIT
    END-IF.
    MOVE MT-RECORD TO AQ-TRANSACTION.
3100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3200-APPLY-NOW.  READ THE RECORD BY THE USER-ID RESOLVED AT
*> QUEUE TIME AND MAKE SURE IT STILL STANDS AS THE REQUESTER SAW
*> IT; IF NOT, VOID THE ITEM RATHER THAN APPLY IT BLIND.
*> ----------------------------------------------------------------
3200-APPLY-NOW.
    MOVE MT-USER-ID TO UM-USER-ID.
    READ USER-MASTER
        INVALID KEY
            MOVE "VOID - USER NO LONGER ON USER-MASTER"
                TO WS-DL-DISPOSITION
            MOVE 'V' TO AQ-STATUS
        NOT INVALID KEY
            PERFORM 3300-APPLY-TO-RECORD THRU 3300-EXIT
    END-READ.
    IF AQ-VOIDED
        ADD 1 TO WS-VOIDED-COUNT
    ELSE
        ADD 1 TO WS-APPROVED-COUNT
    END-IF.
3200-EXIT.
    EXIT.

3300-APPLY-TO-RECORD.
    MOVE 'A' TO AQ-STATUS.
    EVALUATE TRUE
        WHEN UM-MERGED
            MOVE 'V' TO AQ-STATUS
            MOVE "VOID - ID MERGED SINCE QUEUED" TO WS-DL-DISPOSITION
        WHEN AQ-FOR-DELETE AND UM-INACTIVE
            MOVE 'V' TO AQ-STATUS
            MOVE "VOID - USER IS ALREADY INACTIVE" TO WS-DL-DISPOSITION
        WHEN AQ-FOR-DELETE
            PERFORM 5100-AUDIT-AND-DELETE THRU 5100-EXIT
            MOVE "APPROVED - USER PARKED INACTIVE" TO WS-DL-DISPOSITION
        WHEN AQ-FOR-RENAME AND UM-NAME NOT = AQ-OLD-VALUE
            MOVE 'V' TO AQ-STATUS
            MOVE "VOID - NAME CHANGED SINCE QUEUED" TO WS-DL-DISPOSITION
        WHEN AQ-FOR-RENAME
            PERFORM 7200-RENAME-IN-PLACE THRU 7200-EXIT
            MOVE "APPROVED - USER RENAMED" TO WS-DL-DISPOSITION
        WHEN AQ-FOR-MERGE AND UM-STATUS NOT = AQ-OLD-VALUE(1:1)
            MOVE 'V' TO AQ-STATUS
            MOVE "VOID - STATUS CHANGED SINCE QUEUED" TO WS-DL-DISPOSITION
        WHEN AQ-FOR-MERGE
            PERFORM 3400-APPLY-MERGE THRU 3400-EXIT
        WHEN UM-BIRTHDAY NOT = AQ-OLD-VALUE(1:8)
            MOVE 'V' TO AQ-STATUS
            MOVE "VOID - BIRTHDAY CHANGED SINCE QUEUED"
                TO WS-DL-DISPOSITION
        WHEN OTHER
            PERFORM 4100-APPLY-CHANGES THRU 4100-EXIT
            MOVE "APPROVED - CHANGE APPLIED" TO WS-DL-DISPOSITION
    END-EVALUATE.
3300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3400-APPLY-MERGE.  THE SURVIVOR MUST STILL BE ON FILE AND
*> ACTIVE.  THE RETIRED RECORD IS THEN READ BACK INTO THE RECORD
*> AREA - IF IT IS NO LONGER ON FILE THE ITEM VOIDS FOR THAT
*> REASON FIRST - ONE 'M' ENTRY IS JOURNALED UNDER ITS ID (FIELD
*> MERGED-TO, OLD STATUS -> SURVIVING USER-ID) AND IT IS REWRITTEN
*> AT STATUS 'M'.  NOTHING ON THE SURVIVOR CHANGES; IT KEEPS ITS
*> OWN DATA.
*> ----------------------------------------------------------------
3400-APPLY-MERGE.
    MOVE MT-SURVIVOR-ID TO UM-USER-ID.
    READ USER-MASTER
        INVALID KEY MOVE 'N' TO WS-SURVIVOR-SWITCH
        NOT INVALID KEY
            IF UM-ACTIVE
                MOVE 'Y' TO WS-SURVIVOR-SWITCH
            ELSE
                MOVE 'I' TO WS-SURVIVOR-SWITCH
            END-IF
    END-READ.
    MOVE MT-USER-ID TO UM-USER-ID.
    READ USER-MASTER
        INVALID KEY MOVE 'N' TO WS-RETIRED-SWITCH
        NOT INVALID KEY MOVE 'Y' TO WS-RETIRED-SWITCH
    END-READ.
    EVALUATE TRUE
        WHEN WS-RETIRED-MISSING
            MOVE 'V' TO AQ-STATUS
            MOVE "VOID - RETIRED USER-ID NOT ON FILE"
                TO WS-DL-DISPOSITION
        WHEN WS-SURVIVOR-MISSING
            MOVE 'V' TO AQ-STATUS
            MOVE "VOID - SURVIVING USER-ID NOT ON FILE"
                TO WS-DL-DISPOSITION
        WHEN WS-SURVIVOR-NOT-ACTIVE
            MOVE 'V' TO AQ-STATUS
            MOVE "VOID - SURVIVING USER-ID NOT ACTIVE"
                TO WS-DL-DISPOSITION
        WHEN OTHER
            MOVE UM-USER-ID TO WS-AUDIT-USER-ID
            MOVE 'M' TO WS-AUDIT-ACTION
            MOVE UM-NAME TO WS-AUDIT-NAME
            MOVE "MERGED-TO" TO WS-AUDIT-FIELD
            MOVE UM-STATUS TO WS-AUDIT-OLD
            MOVE MT-SURVIVOR-ID TO WS-AUDIT-NEW
            PERFORM 9200-WRITE-AUDIT THRU 9200-EXIT
            MOVE 'M' TO UM-STATUS
            REWRITE UM-RECORD
            ADD 1 TO WS-MERGE-COUNT
            MOVE SPACES TO WS-DL-DISPOSITION
            STRING "APPROVED - MERGED INTO " DELIMITED BY SIZE
                   MT-SURVIVOR-ID DELIMITED BY SIZE
                INTO WS-DL-DISPOSITION
    END-EVALUATE.
3400-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4000-REPORT-UNMATCHED.  CARDS THAT DECIDED NOTHING: AN ITEM
*> NUMBER NOT ON THE QUEUE, ALREADY DECIDED, OR GIVEN TWICE.
*> ----------------------------------------------------------------
4000-REPORT-UNMATCHED.
    MOVE 1 TO WS-DECISION-INDEX.
    PERFORM 4010-REPORT-ONE-UNMATCHED THRU 4010-EXIT
        VARYING WS-DECISION-INDEX FROM 1 BY 1
        UNTIL WS-DECISION-INDEX > WS-DECISION-COUNT.
4000-EXIT.
    EXIT.

4010-REPORT-ONE-UNMATCHED.
    IF WS-DT-USED(WS-DECISION-INDEX) = 'N'
        MOVE WS-DT-ITEM-NO(WS-DECISION-INDEX) TO WS-DL-ITEM-NO
        MOVE WS-DT-USER-ID(WS-DECISION-INDEX) TO WS-DL-USER-ID
        MOVE SPACES TO WS-DL-NAME
        MOVE SPACES TO WS-DL-REQUESTED-BY
        MOVE WS-DT-APPROVER-ID(WS-DECISION-INDEX) TO WS-DL-APPROVER-ID
        MOVE "NO PENDING ITEM - UNKNOWN, DECIDED OR REPEATED"
            TO WS-DL-DISPOSITION
        WRITE APPROVAL-REPORT-RECORD FROM WS-DECISION-LINE
        ADD 1 TO WS-UNMATCHED-COUNT
    END-IF.
4010-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4100-APPLY-CHANGES.  THE SAME FIELD-BY-FIELD CHANGE USRMAINT
*> APPLIES - ONE 'C' ROW PER FIELD THAT DIFFERS - WITH MT-CITY
*> ALREADY STANDARDIZED WHEN THE ITEM WAS QUEUED.
*> ----------------------------------------------------------------
4100-APPLY-CHANGES.
    MOVE UM-USER-ID TO WS-AUDIT-USER-ID.
    MOVE 'C' TO WS-AUDIT-ACTION.
    MOVE UM-NAME TO WS-AUDIT-NAME.
    IF UM-BIRTHDAY NOT = MT-BIRTHDAY
        MOVE "BIRTHDAY" TO WS-AUDIT-FIELD
        MOVE UM-BIRTHDAY TO WS-AUDIT-OLD
        MOVE MT-BIRTHDAY TO WS-AUDIT-NEW
        PERFORM 9200-WRITE-AUDIT THRU 9200-EXIT
        MOVE MT-BIRTHDAY TO UM-BIRTHDAY
    END-IF.
    IF UM-CITY NOT = MT-CITY
        MOVE "CITY" TO WS-AUDIT-FIELD
        MOVE UM-CITY TO WS-AUDIT-OLD
        MOVE MT-CITY TO WS-AUDIT-NEW
        PERFORM 9200-WRITE-AUDIT THRU 9200-EXIT
        MOVE MT-CITY TO UM-CITY
    END-IF.
    IF UM-STREET NOT = MT-STREET
        MOVE "STREET" TO WS-AUDIT-FIELD
        MOVE UM-STREET TO WS-AUDIT-OLD
        MOVE MT-STREET TO WS-AUDIT-NEW
        PERFORM 9200-WRITE-AUDIT THRU 9200-EXIT
        MOVE MT-STREET TO UM-STREET
    END-IF.
    IF UM-STATE NOT = MT-STATE
        MOVE "STATE" TO WS-AUDIT-FIELD
        MOVE UM-STATE TO WS-AUDIT-OLD
        MOVE MT-STATE TO WS-AUDIT-NEW
        PERFORM 9200-WRITE-AUDIT THRU 9200-EXIT
        MOVE MT-STATE TO UM-STATE
    END-IF.
    IF UM-ZIP NOT = MT-ZIP
        MOVE "ZIP" TO WS-AUDIT-FIELD
        MOVE UM-ZIP TO WS-AUDIT-OLD
        MOVE MT-ZIP TO WS-AUDIT-NEW
        PERFORM 9200-WRITE-AUDIT THRU 9200-EXIT
        MOVE MT-ZIP TO UM-ZIP
    END-IF.
    REWRITE UM-RECORD.
    ADD 1 TO WS-CHANGE-COUNT.
4100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4500-PRINT-PENDING.  THE DAILY PENDING-APPROVAL REPORT: PASS
*> THE QUEUE AS JUST REWRITTEN AND LIST EVERY ITEM STILL WAITING
*> FOR A SECOND OPERATOR, OLDEST FIRST, WITH ITS AGE IN DAYS.
*> ----------------------------------------------------------------
4500-PRINT-PENDING.
    MOVE SPACES TO APPROVAL-REPORT-RECORD.
    WRITE APPROVAL-REPORT-RECORD.
    MOVE "ITEMS STILL PENDING APPROVAL" TO APPROVAL-REPORT-RECORD.
    WRITE APPROVAL-REPORT-RECORD.
    WRITE APPROVAL-REPORT-RECORD FROM WS-PENDING-HEADER.
    MOVE 'N' TO WS-AN-EOF-SWITCH.
    OPEN INPUT APPROVAL-NEW.
    PERFORM 4510-READ-NEW-QUEUE THRU 4510-EXIT.
    PERFORM 4520-PRINT-ONE-PENDING THRU 4520-EXIT
        UNTIL WS-AN-EOF.
    CLOSE APPROVAL-NEW.
4500-EXIT.
    EXIT.

4510-READ-NEW-QUEUE.
    READ APPROVAL-NEW
        AT END MOVE 'Y' TO WS-AN-EOF-SWITCH
    END-READ.
4510-EXIT.
    EXIT.

4520-PRINT-ONE-PENDING.
    IF AN-PENDING
        MOVE AN-TRANSACTION TO MT-RECORD
        MOVE AN-ITEM-NO TO WS-PL-ITEM-NO
        MOVE MT-USER-ID TO WS-PL-USER-ID
        MOVE MT-NAME TO WS-PL-NAME
        MOVE AN-QUEUED-DATE TO WS-PL-QUEUED-DATE
        COMPUTE WS-ITEM-AGE =
            FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
          - FUNCTION INTEGER-OF-DATE(AN-QUEUED-DATE)
        MOVE WS-ITEM-AGE TO WS-PL-AGE
        MOVE MT-OPERATOR-ID TO WS-PL-REQUESTED-BY
        MOVE SPACES TO WS-PL-CHANGE
        EVALUATE TRUE
            WHEN AN-FOR-DELETE
                MOVE "DELETE - PARK INACTIVE" TO WS-PL-CHANGE
            WHEN AN-FOR-RENAME
                STRING "RENAME TO " DELIMITED BY SIZE
                       MT-NEW-NAME DELIMITED BY SIZE
                    INTO WS-PL-CHANGE
            WHEN AN-FOR-MERGE
                STRING "MERGE INTO " DELIMITED BY SIZE
                       MT-SURVIVOR-ID DELIMITED BY SIZE
                    INTO WS-PL-CHANGE
            WHEN OTHER
                STRING "BIRTHDAY " DELIMITED BY SIZE
                       AN-OLD-VALUE(1:8) DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       MT-BIRTHDAY DELIMITED BY SIZE
                    INTO WS-PL-CHANGE
        END-EVALUATE
        WRITE APPROVAL-REPORT-RECORD FROM WS-PENDING-LINE
        ADD 1 TO WS-STILL-PENDING-COUNT
    END-IF.
    PERFORM 4510-READ-NEW-QUEUE THRU 4510-EXIT.
4520-EXIT.
    EXIT.

4900-PRINT-TOTALS.
    MOVE SPACES TO APPROVAL-REPORT-RECORD.
    WRITE APPROVAL-REPORT-RECORD.
    MOVE "DECISION CARDS READ ..  " TO WS-CT-LABEL.
    MOVE WS-CARDS-READ TO WS-CT-COUNT.
    WRITE APPROVAL-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "APPROVED .............  " TO WS-CT-LABEL.
    MOVE WS-APPROVED-COUNT TO WS-CT-COUNT.
    WRITE APPROVAL-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "  OF WHICH DEFERRED ..  " TO WS-CT-LABEL.
    MOVE WS-DEFER-COUNT TO WS-CT-COUNT.
    WRITE APPROVAL-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "  OF WHICH MERGES ....  " TO WS-CT-LABEL.
    MOVE WS-MERGE-COUNT TO WS-CT-COUNT.
    WRITE APPROVAL-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "REJECTED .............  " TO WS-CT-LABEL.
    MOVE WS-REJECTED-COUNT TO WS-CT-COUNT.
    WRITE APPROVAL-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "VOID - RECORD MOVED ON  " TO WS-CT-LABEL.
    MOVE WS-VOIDED-COUNT TO WS-CT-COUNT.
    WRITE APPROVAL-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "CARDS REFUSED ........  " TO WS-CT-LABEL.
    MOVE WS-REFUSED-COUNT TO WS-CT-COUNT.
    WRITE APPROVAL-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "CARDS UNMATCHED ......  " TO WS-CT-LABEL.
    MOVE WS-UNMATCHED-COUNT TO WS-CT-COUNT.
    WRITE APPROVAL-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "CARDS OVER LIMIT .....  " TO WS-CT-LABEL.
    MOVE WS-CARDS-OVERFLOW TO WS-CT-COUNT.
    WRITE APPROVAL-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "STILL PENDING ........  " TO WS-CT-LABEL.
    MOVE WS-STILL-PENDING-COUNT TO WS-CT-COUNT.
    WRITE APPROVAL-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "DECIDED ITEMS PURGED .  " TO WS-CT-LABEL.
    MOVE WS-PURGED-COUNT TO WS-CT-COUNT.
    WRITE APPROVAL-REPORT-RECORD FROM WS-COUNT-LINE.
    IF WS-REFUSED-COUNT > ZERO OR WS-UNMATCHED-COUNT > ZERO
       OR WS-CARDS-OVERFLOW > ZERO
        MOVE "*** CARDS ABOVE DECIDED NOTHING - STEP ENDS RC=4 ***"
            TO APPROVAL-REPORT-RECORD
        WRITE APPROVAL-REPORT-RECORD
    END-IF.
4900-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5100-AUDIT-AND-DELETE.  ONE 'D' JOURNAL ENTRY ON FIELD STATUS
*> (A -> I), THEN REWRITE THE RECORD PARKED - AS USRMAINT DOES.
*> ----------------------------------------------------------------
5100-AUDIT-AND-DELETE.
    MOVE UM-USER-ID TO WS-AUDIT-USER-ID.
    MOVE 'D' TO WS-AUDIT-ACTION.
    MOVE UM-NAME TO WS-AUDIT-NAME.
    MOVE "STATUS" TO WS-AUDIT-FIELD.
    MOVE UM-STATUS TO WS-AUDIT-OLD.
    MOVE 'I' TO WS-AUDIT-NEW.
    PERFORM 9200-WRITE-AUDIT THRU 9200-EXIT.
    MOVE 'I' TO UM-STATUS.
    REWRITE UM-RECORD.
    ADD 1 TO WS-DELETE-COUNT.
5100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 6100-WRITE-PENDING.  AN APPROVED ITEM DATED IN THE FUTURE GOES
*> TO PENDFILE WITH BOTH OPERATOR IDS, FOR THE NIGHTLY LOAD.
*> ----------------------------------------------------------------
6100-WRITE-PENDING.
    MOVE MT-RECORD TO PD-RECORD.
    WRITE PD-RECORD.
    ADD 1 TO WS-DEFER-COUNT.
6100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 7200-RENAME-IN-PLACE.  ONE LINKED 'R' ENTRY (OLD NAME -> NEW
*> NAME) UNDER THE UNCHANGED USER-ID - AS USRMAINT DOES.
*> ----------------------------------------------------------------
7200-RENAME-IN-PLACE.
    MOVE UM-USER-ID TO WS-AUDIT-USER-ID.
    MOVE UM-NAME TO WS-AUDIT-OLD.
    MOVE MT-NEW-NAME TO UM-NAME.
    REWRITE UM-RECORD.
    MOVE 'R' TO WS-AUDIT-ACTION.
    MOVE MT-NEW-NAME TO WS-AUDIT-NAME.
    MOVE "NAME" TO WS-AUDIT-FIELD.
    MOVE MT-NEW-NAME TO WS-AUDIT-NEW.
    PERFORM 9200-WRITE-AUDIT THRU 9200-EXIT.
    ADD 1 TO WS-RENAME-COUNT.
7200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8800-STAMP-RUN-CONTROL.  SAME SHAPE AND COUNTS USRMAINT STAMPS,
*> SO AUDBAL BALANCES WHAT THIS RUN JOURNALED.  DEFERRED ITEMS
*> ARE NOT COUNTED HERE - THE NIGHTLY LOAD COUNTS THEM WHEN IT
*> APPLIES THEM.
*> ----------------------------------------------------------------
8800-STAMP-RUN-CONTROL.
    OPEN EXTEND RUN-CONTROL.
    IF WS-RC-STATUS = '35'
        OPEN OUTPUT RUN-CONTROL
    END-IF.
    ACCEPT WS-END-TIME FROM TIME.
    MOVE WS-CURRENT-DATE TO RC-BUSINESS-DATE.
    MOVE "USRAPPR " TO RC-PROGRAM.
    MOVE WS-CURRENT-DATE TO RC-START-DATE.
    MOVE WS-CURRENT-TIME TO RC-START-TIME.
    MOVE WS-END-TIME TO RC-END-TIME.
    IF WS-MASTER-AVAILABLE
        MOVE ZERO TO RC-RETURN-CODE
        MOVE 'C' TO RC-RUN-STATUS
    ELSE
        MOVE 8 TO RC-RETURN-CODE
        MOVE 'F' TO RC-RUN-STATUS
    END-IF.
    MOVE WS-CARDS-READ TO RC-READ-COUNT.
    COMPUTE RC-APPLIED-COUNT = WS-CHANGE-COUNT + WS-DELETE-COUNT
                             + WS-RENAME-COUNT + WS-MERGE-COUNT.
    MOVE ZERO TO RC-ADDS-APPLIED.
    MOVE WS-AUD-CHANGE-COUNT TO RC-CHANGE-ROWS.
    MOVE WS-DELETE-COUNT TO RC-DELETES-APPLIED.
    MOVE WS-RENAME-COUNT TO RC-RENAMES-APPLIED.
    MOVE ZERO TO RC-REINSTATES-APPLIED.
    MOVE WS-MERGE-COUNT TO RC-MERGES-APPLIED.
    WRITE RC-RECORD.
    CLOSE RUN-CONTROL.
8800-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9200-WRITE-AUDIT.  APPEND ONE JOURNAL ENTRY TO AUDITLOG WITH
*> BOTH THE REQUESTING OPERATOR AND THE APPROVER.
*> ----------------------------------------------------------------
9200-WRITE-AUDIT.
    MOVE WS-CURRENT-DATE TO AU-DATE.
    MOVE WS-CURRENT-TIME TO AU-TIME.
    MOVE "USRAPPR " TO AU-PROGRAM.
    MOVE WS-AUDIT-USER-ID TO AU-USER-ID.
    MOVE WS-AUDIT-NAME TO AU-NAME.
    MOVE WS-AUDIT-ACTION TO AU-ACTION.
    MOVE WS-AUDIT-FIELD TO AU-FIELD.
    MOVE WS-AUDIT-OLD TO AU-OLD-VALUE.
    MOVE WS-AUDIT-NEW TO AU-NEW-VALUE.
    MOVE MT-OPERATOR-ID TO AU-OPERATOR-ID.
    MOVE MT-APPROVER-ID TO AU-APPROVER-ID.
    WRITE AU-RECORD.
*> ONLY THE 'C' ROWS ARE COUNTED HERE - SEE THE NOTE AT USRMAINT'S
*> 9200.  EVERY OTHER ACTION IS COUNTED AT ITS USER-MASTER I/O
*> SITE.
    IF WS-AUDIT-ACTION = 'C'
        ADD 1 TO WS-AUD-CHANGE-COUNT
    END-IF.
9200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9000-TERMINATE.
*> ----------------------------------------------------------------
9000-TERMINATE.
    IF WS-MASTER-AVAILABLE
        CLOSE USER-MASTER
        CLOSE AUDIT-FILE
        CLOSE PENDING-FILE
        IF WS-QUEUE-PRESENT
            CLOSE APPROVAL-QUEUE
        END-IF
    END-IF.
    CLOSE APPROVAL-REPORT.
    DISPLAY "MAINTENANCE APPROVAL SUMMARY".
    DISPLAY "DECISION CARDS READ ... " WS-CARDS-READ.
    DISPLAY "QUEUE ITEMS READ ...... " WS-ITEMS-READ.
    DISPLAY "APPROVED .............. " WS-APPROVED-COUNT.
    DISPLAY "DEFERRED TO PENDING ... " WS-DEFER-COUNT.
    DISPLAY "MERGES APPLIED ........ " WS-MERGE-COUNT.
    DISPLAY "REJECTED .............. " WS-REJECTED-COUNT.
    DISPLAY "VOIDED ................ " WS-VOIDED-COUNT.
    DISPLAY "CARDS REFUSED ......... " WS-REFUSED-COUNT.
    DISPLAY "CARDS UNMATCHED ....... " WS-UNMATCHED-COUNT.
    DISPLAY "STILL PENDING ......... " WS-STILL-PENDING-COUNT.
    DISPLAY "DECIDED ITEMS PURGED .. " WS-PURGED-COUNT.
9000-EXIT.
    EXIT.
