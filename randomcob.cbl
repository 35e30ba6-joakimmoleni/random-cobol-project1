*>                     TABLE-AREA SURVIVES ONLY FOR THE DUPLICATE
*>                     CHECK AND IS SLIMMED TO THE NAME AND
*>                     BIRTHDAY THAT CHECK USES.
*>    2026-10-06  RSM  OPERATOR IDENTITY PROJECT.  EVERY AUDITLOG
*>                     ENTRY NOW CARRIES AU-OPERATOR-ID AND
*>                     AU-APPROVER-ID.  INTAKE AND RECYCLED-SUSPENSE
*>                     ENTRIES CARRY THE BATCH'S TR-SENDING-SYSTEM AS
*>                     THE REQUESTER; SWEPT PENDFILE ENTRIES CARRY
*>                     THE KEYING OPERATOR AND, FOR A HELD ITEM
*>                     RELEASED THROUGH USRAPPR, THE APPROVER FROM
*>                     THE PENDING RECORD.  PENDFILE LRECL IS NOW
*>                     166; BOTH IDS CARRY FORWARD ON PENDNEW.
*>    2026-10-07  RSM  POSTAL REFERENCE PROJECT.  THE ADDRESS EDIT
*>                     USED TO STOP AT "STATE ON THE TABLE, ZIP FIVE
*>                     DIGITS", SO A BOSTON USER WITH STATE TX AND
*>                     ZIP 99999 SAILED THROUGH.  THE ZIPREF POSTAL
*>                     REFERENCE FILE (COPYBOOK ZPREC) IS NOW LOADED
*>                     AT START-UP BESIDE CITYREF, AND ONCE THE CITY
*>                     HAS BEEN STANDARDIZED 3057-CHECK-ZIP-REFERENCE
*>                     REQUIRES THE ZIP TO BE ON FILE, UNDER WS-STATE,
*>                     FOR THE CANONICAL CITY.  A FAILURE REJECTS AND
*>                     SUSPENDS AS REASON 'A' LIKE EVERY OTHER
*>                     ADDRESS FAILURE, SO A CORRFILE CORRECTION
*>                     RECYCLES IT.
*>    2026-10-08  RSM  MERGE PROJECT.  A USER-ID MERGED INTO
*>                     ANOTHER (UM-STATUS 'M') IS NO LONGER A NAME
*>                     MATCH: 3105 PASSES OVER MERGED RECORDS, SO
*>                     AN INTAKE DETAIL FOR THE PERSON LANDS ON THE
*>                     SURVIVING ID, AND A NAME NOW CARRIED ONLY BY
*>                     MERGED RECORDS ROUTES DOWN THE DUPLICATE
*>                     PATH FOR REVIEW RATHER THAN ADDING A THIRD
*>                     ID.  A SWEPT CHANGE, RENAME OR REINSTATE
*>                     ADDRESSED TO A MERGED ID IS NOT APPLIED.
*>                     RUNCTL MERGE COUNT STAMPED ZERO HERE.
*>    2026-10-11  RSM  MULTIPLE SENDING SYSTEMS PROJECT.  TRANFILE
*>                     NOW CARRIES ONE COMPLETE H/D/T BATCH PER
*>                     SENDING SYSTEM (THE HR FEED AND THE
*>                     CONTRACTOR-MANAGEMENT FEED, CONCATENATED BY
*>                     THE JCL).  THE VERIFICATION PASS PROVES EACH
*>                     BATCH'S FRAMING AND REQUIRES ITS SYSTEM TO BE
*>                     ON THE NEW SYSREF TABLE (COPYBOOK SYREC); A
*>                     FRAMING FAILURE STILL REFUSES THE WHOLE FILE.
*>                     THE LOADDATE GUARD IS NOW PER SYSTEM: A BATCH
*>                     WHOSE SYSTEM HAS ALREADY LOADED ITS BUSINESS
*>                     DATE IS SKIPPED (RC=4) WHILE THE OTHERS APPLY,
*>                     AND ONLY WHEN EVERY BATCH IS SKIPPED IS THE
*>                     RUN REFUSED AS A SECOND SUBMISSION.  A RUN
*>                     WHOSE BUSINESS DATE IS ALREADY COMPLETE ON
*>                     RUNCTL BUT STILL HAS AN UNLOADED BATCH (A
*>                     LATE FILE) RUNS INTAKE ONLY - THE SWEEP AND
*>                     RECYCLE ARE PASSED THROUGH, AS ON A REFUSED
*>                     RUN, SO NOTHING IS APPLIED TWICE.  CTLRPT
*>                     PRINTS CONTROL TOTALS AND A BALANCE PROOF PER
*>                     SYSTEM.  EVERY MASTER RECORD NOW CARRIES
*>                     UM-OWNER-SYSTEM, AND 3150-CHECK-PRECEDENCE
*>                     DECIDES WHETHER A DETAIL APPLIES: ITS OWN
*>                     SYSTEM'S RECORDS AND UNOWNED RECORDS APPLY
*>                     (AN UNOWNED ONE IS CLAIMED), A RECORD OWNED BY
*>                     A SYSTEM OF LOWER PRECEDENCE IS TAKEN OVER,
*>                     ANYTHING ELSE PRINTS ON DUPRPT AND SUSPENDS
*>                     WITH NEW REASON 'O'.  A CHANGE OF OWNER IS ONE
*>                     'C' ENTRY ON FIELD OWNER.  SUSPENSE RECORDS
*>                     CARRY THEIR SENDING SYSTEM, SO A RECYCLED
*>                     RECORD IS JUDGED - AND JOURNALED - AS ITS OWN
*>                     SYSTEM'S, NOT AS TONIGHT'S FIRST BATCH'S.  A
*>                     CORRFILE CORRECTION IS AN IN-HOUSE DECISION
*>                     AND APPLIES WITHOUT THE PRECEDENCE TEST.
*>                     CONVERT WITH THE SORCNV JOB BEFORE THE FIRST
*>                     RUN OF THIS RELEASE.
*>    2026-10-14  RSM  INTAKE CIRCUIT BREAKER PROJECT.  A COMPLETE
*>                     TRANFILE IS NO LONGER TAKEN AS A SANE ONE:
*>                     2600-CHECK-INTAKE-PATTERN JUDGES TONIGHT'S
*>                     LIVE BATCHES AGAINST THE MASTER BEFORE
*>                     ANYTHING APPLIES - DETAIL VOLUME AGAINST THE
*>                     RUNCTL AVERAGE, SHARE OF THE ACTIVE ROSTER
*>                     CHANGED, SHARE OF CHANGES ON ONE FIELD, AND
*>                     REINSTATES.  LIMITS COME FROM THE NEW
*>                     PARMCARD DD.  A TRIPPED RULE HOLDS EVERY LIVE
*>                     BATCH (READ PAST, NOT STAMPED TO LOADDATE)
*>                     AND ENDS THE STEP RC=4; THE NEW BRKRPT SAYS
*>                     WHICH RULE TRIPPED AND SHOWS SAMPLE RECORDS.
*>                     PARM='RELEASE' APPLIES A HELD BATCH AS SENT.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT CITY-REF-FILE ASSIGN TO "CITYREF"
        ORGANIZATION IS SEQUENTIAL.

    SELECT ZIP-REF-FILE ASSIGN TO "ZIPREF"
        ORGANIZATION IS SEQUENTIAL.

    SELECT SYS-REF-FILE ASSIGN TO "SYSREF"
        ORGANIZATION IS SEQUENTIAL.

    SELECT CITY-EXC-FILE ASSIGN TO "CITYEXRP"
        ORGANIZATION IS SEQUENTIAL.

        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RC-STATUS.

    SELECT PARM-FILE ASSIGN TO "PARMCARD"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PM-STATUS.

    SELECT BREAKER-FILE ASSIGN TO "BRKRPT"
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  USER-MASTER
                         ==SP-LIKELY-DUPLICATE== BY ==SPO-LIKELY-DUPLICATE==
                         ==SP-UNKNOWN-CITY== BY ==SPO-UNKNOWN-CITY==
                         ==SP-BAD-ADDRESS== BY ==SPO-BAD-ADDRESS==
                         ==SP-OWNER-CONFLICT== BY ==SPO-OWNER-CONFLICT==
                         ==SP-FAIL-COUNT== BY ==SPO-FAIL-COUNT==
                         ==SP-NAME==       BY ==SPO-NAME==
                         ==SP-BIRTHDAY==   BY ==SPO-BIRTHDAY==
                         ==SP-CITY==       BY ==SPO-CITY==
                         ==SP-STREET==     BY ==SPO-STREET==
                         ==SP-STATE==      BY ==SPO-STATE==
                         ==SP-ZIP==        BY ==SPO-ZIP==
                         ==SP-SENDING-SYSTEM== BY ==SPO-SENDING-SYSTEM==.

FD  CORRECTION-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY CYREC.

FD  ZIP-REF-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY ZPREC.

FD  SYS-REF-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY SYREC.

FD  CITY-EXC-FILE
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

FD  PENDING-OUT
    RECORDING MODE IS F
                         ==MT-DELETE==         BY ==PO-DELETE==
                         ==MT-RENAME==         BY ==PO-RENAME==
                         ==MT-REINSTATE==      BY ==PO-REINSTATE==
                         ==MT-MERGE==          BY ==PO-MERGE==
                         ==MT-NAME==           BY ==PO-NAME==
                         ==MT-BIRTHDAY==       BY ==PO-BIRTHDAY==
                         ==MT-B-YEAR==         BY ==PO-B-YEAR==
                         ==MT-CITY==           BY ==PO-CITY==
                         ==MT-EFFECTIVE-DATE== BY ==PO-EFFECTIVE-DATE==
                         ==MT-NEW-NAME==       BY ==PO-NEW-NAME==
                         ==MT-MERGE-DATA==     BY ==PO-MERGE-DATA==
                         ==MT-SURVIVOR-ID==    BY ==PO-SURVIVOR-ID==
                         ==MT-USER-ID==        BY ==PO-USER-ID==
                         ==MT-STREET==         BY ==PO-STREET==
                         ==MT-STATE==          BY ==PO-STATE==
                         ==MT-ZIP==            BY ==PO-ZIP==
                         ==MT-OPERATOR-ID==    BY ==PO-OPERATOR-ID==
                         ==MT-APPROVER-ID==    BY ==PO-APPROVER-ID==.

FD  PEND-REPORT-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY RCREC.

FD  PARM-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01  PARM-RECORD                     PIC X(80).

FD  BREAKER-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01  BREAKER-RECORD                  PIC X(132).

WORKING-STORAGE SECTION.
01  WS-AREA.
    05  WS-NAME                     PIC X(30).
                         ==UM-STATUS==   BY ==WS-SAVE-STATUS==
                         ==UM-ACTIVE==   BY ==WS-SAVE-ACTIVE==
                         ==UM-INACTIVE== BY ==WS-SAVE-INACTIVE==
                         ==UM-MERGED==   BY ==WS-SAVE-MERGED==
                         ==UM-STREET==   BY ==WS-SAVE-STREET==
                         ==UM-STATE==    BY ==WS-SAVE-STATE==
                         ==UM-ZIP==      BY ==WS-SAVE-ZIP==
                         ==UM-OWNER-SYSTEM== BY ==WS-SAVE-OWNER-SYSTEM==.

01  WS-DUP-LINE.
    05  WS-DP-INCOMING-NAME         PIC X(30).
        10  CR-ALIAS                PIC X(30).
        10  CR-CANONICAL            PIC X(30).

01  ZIP-REF-TABLE-AREA.
    05  ZR-ENTRIES OCCURS 0 TO 60000 TIMES
                   DEPENDING ON WS-ZIPREF-COUNT.
        10  ZR-ZIP                  PIC X(05).
        10  ZR-STATE                PIC X(02).
        10  ZR-CITY                 PIC X(30).

*> ONE ROW PER SENDING SYSTEM ON SYSREF, IN FILE ORDER.  THE
*> PRECEDENCE TEST (3160) SEARCHES IT BY SYSTEM CODE.
01  SYS-REF-TABLE-AREA.
    05  SR-ENTRIES OCCURS 0 TO 50 TIMES
                   DEPENDING ON WS-SYSREF-COUNT.
        10  SR-SYSTEM               PIC X(08).
        10  SR-PRECEDENCE           PIC 9(02).

*> ONE ENTRY PER H/D/T BATCH ON TONIGHT'S TRANFILE, IN FILE ORDER,
*> BUILT BY THE VERIFICATION PASS.  THE PROCESSING PASS STEPS
*> WS-CURRENT-BATCH ON EVERY 'H' HEADER, SO EACH DETAIL IS
*> COUNTED, JUDGED AND JOURNALED UNDER ITS OWN SYSTEM.  A BATCH
*> IS LIVE, SKIPPED AS ALREADY LOADED (2840), OR HELD BY THE
*> CIRCUIT BREAKER (2600).
01  BATCH-TABLE-AREA.
    05  BT-ENTRIES OCCURS 10 TIMES.
        10  BT-SYSTEM               PIC X(08).
        10  BT-BUSINESS-DATE        PIC 9(08).
        10  BT-STATE                PIC X(01).
            88  BT-LIVE                 VALUE 'L'.
            88  BT-SKIPPED              VALUE 'S'.
            88  BT-HELD                 VALUE 'H'.
        10  BT-DETAIL-COUNT         PIC 9(09) COMP.
        10  BT-READ                 PIC 9(09) COMP.
        10  BT-ADDS                 PIC 9(09) COMP.
        10  BT-CHANGES              PIC 9(09) COMP.
        10  BT-REJECTS              PIC 9(09) COMP.
        10  BT-DUPLICATES           PIC 9(09) COMP.
        10  BT-CONFLICTS            PIC 9(09) COMP.
        10  BT-CITYEXC              PIC 9(09) COMP.
        10  BT-SUSPENDED            PIC 9(09) COMP.

*> INTAKE CIRCUIT BREAKER (2600).  THE PRE-APPLY PASS COUNTS, PER
*> CATEGORY, THE FIVE FIELDS A DETAIL CAN CHANGE, THE REINSTATES
*> AND THE DETAILS THEMSELVES, KEEPING THE FIRST FIVE RECORDS OF
*> EACH AS SAMPLES FOR BRKRPT.
01  BC-CATEGORY-VALUES.
    05  FILLER                      PIC X(10) VALUE "BIRTHDAY".
    05  FILLER                      PIC X(10) VALUE "CITY".
    05  FILLER                      PIC X(10) VALUE "STREET".
    05  FILLER                      PIC X(10) VALUE "STATE".
    05  FILLER                      PIC X(10) VALUE "ZIP".
    05  FILLER                      PIC X(10) VALUE "STATUS".
    05  FILLER                      PIC X(10) VALUE "DETAIL".
01  BC-CATEGORY-TABLE REDEFINES BC-CATEGORY-VALUES.
    05  BC-CATEGORY-NAME            PIC X(10) OCCURS 7 TIMES.

01  BREAKER-TABLE-AREA.
    05  BC-ENTRIES OCCURS 7 TIMES.
        10  BC-COUNT                PIC 9(09) COMP.
        10  BC-SAMPLE-COUNT         PIC 9(02) COMP.
        10  BC-SAMPLES OCCURS 5 TIMES.
            15  BC-S-NAME           PIC X(30).
            15  BC-S-SYSTEM         PIC X(08).
            15  BC-S-OLD            PIC X(30).
            15  BC-S-NEW            PIC X(30).

*> ONE ROW PER BREAKER RULE - 1 VOLUME, 2 ROSTER, 3 FIELD,
*> 4 REINSTATE - AS 2670 JUDGED IT.
01  BREAKER-RULE-AREA.
    05  BR-RULES OCCURS 4 TIMES.
        10  BR-NAME                 PIC X(10).
        10  BR-MEASURE              PIC X(40).
        10  BR-STATE                PIC X(01).
            88  BR-TRIPPED              VALUE 'Y'.
            88  BR-WITHIN               VALUE 'N'.
            88  BR-NOT-CHECKED          VALUE 'X'.
        10  BR-OBSERVED             PIC 9(09) COMP.
        10  BR-LIMIT                PIC 9(09) COMP.
        10  BR-NOTE                 PIC X(30).

*> TRANFILE DETAILS READ BY THE LAST 30 COMPLETE RUNS BEFORE
*> TONIGHT'S BUSINESS DATE, HELD AS A RING THE WAY OPSSUM HOLDS
*> ITS HISTORY; THE SUM IS KEPT AS THE RING TURNS OVER.
01  BREAKER-HISTORY-AREA.
    05  BH-READ-COUNT               PIC 9(09) COMP OCCURS 30 TIMES.

01  WS-BREAKER-COUNT-LINE.
    05  WS-BRL-LABEL                PIC X(40).
    05  WS-BRL-COUNT                PIC ZZZZZZZZ9.
    05  FILLER                      PIC X(83) VALUE SPACES.

01  WS-BREAKER-RULE-HEADER.
    05  FILLER                      PIC X(12) VALUE "RULE".
    05  FILLER                      PIC X(41) VALUE "MEASURE".
    05  FILLER                      PIC X(08) VALUE "OBSERVED".
    05  FILLER                      PIC X(06) VALUE SPACES.
    05  FILLER                      PIC X(05) VALUE "LIMIT".
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(58) VALUE "RESULT".

01  WS-BREAKER-RULE-LINE.
    05  WS-BR-NAME                  PIC X(10).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-BR-MEASURE               PIC X(40).
    05  WS-BR-OBSERVED              PIC ZZZZZZZZ9.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-BR-LIMIT                 PIC ZZZZZZZZ9.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-BR-RESULT                PIC X(30).
    05  FILLER                      PIC X(28) VALUE SPACES.

01  WS-BREAKER-SAMPLE-HEADER.
    05  FILLER                      PIC X(04) VALUE SPACES.
    05  FILLER                      PIC X(32) VALUE "NAME".
    05  FILLER                      PIC X(10) VALUE "SYSTEM".
    05  FILLER                      PIC X(12) VALUE "FIELD".
    05  FILLER                      PIC X(34) VALUE "ON THE MASTER".
    05  FILLER                      PIC X(40) VALUE "IN TONIGHT'S BATCH".

01  WS-BREAKER-SAMPLE-LINE.
    05  FILLER                      PIC X(04) VALUE SPACES.
    05  WS-BS-NAME                  PIC X(30).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-BS-SYSTEM                PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-BS-FIELD                 PIC X(10).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-BS-OLD                   PIC X(30).
    05  FILLER                      PIC X(04) VALUE " -> ".
    05  WS-BS-NEW                   PIC X(30).
    05  FILLER                      PIC X(10) VALUE SPACES.

01  WS-OWNER-LINE.
    05  WS-OW-NAME                  PIC X(30).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(09) VALUE "OWNED BY ".
    05  WS-OW-OWNER                 PIC X(08).
    05  FILLER                      PIC X(10) VALUE " - SENT BY".
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  WS-OW-SENDER                PIC X(08).
    05  FILLER                      PIC X(12) VALUE SPACES.

01  WS-CITY-EXC-LINE.
    05  WS-CX-CITY                  PIC X(30).
    05  FILLER                      PIC X(04) VALUE SPACES.
    05  WS-DAYS-IN-MONTH            PIC 9(02) OCCURS 12 TIMES.

*> POSTAL STATE CODES - 50 STATES, DC, AND THE TERRITORIES THE
*> MAILING-LIST SYSTEM ACCEPTS.  USRMAINT AND USRONLN CARRY THE
*> IDENTICAL TABLE - THE THREE MUST NEVER DIVERGE.
01  WS-STATE-VALUES.
    05  FILLER  PIC X(20) VALUE "ALAKAZARCACOCTDEDCFL".
    05  FILLER  PIC X(20) VALUE "GAHIIDILINIAKSKYLAME".
    05  WS-STATE-MATCH-SWITCH       PIC X(01) VALUE 'N'.
        88  WS-STATE-KNOWN              VALUE 'Y'.
        88  WS-STATE-UNKNOWN            VALUE 'N'.
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
    05  WS-PD-EOF-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-PD-EOF                   VALUE 'Y'.
        88  WS-PD-NOT-EOF               VALUE 'N'.
    05  WS-LOOKUP-AMBIG-SWITCH      PIC X(01) VALUE 'N'.
        88  WS-NAME-AMBIGUOUS           VALUE 'Y'.
        88  WS-NAME-UNAMBIGUOUS         VALUE 'N'.
    05  WS-NAME-SCAN-SWITCH         PIC X(01) VALUE 'N'.
        88  WS-NAME-SCAN-DONE           VALUE 'Y'.
        88  WS-NAME-SCAN-OPEN           VALUE 'N'.
    05  WS-MERGED-SEEN-SWITCH       PIC X(01) VALUE 'N'.
        88  WS-MERGED-SEEN              VALUE 'Y'.
        88  WS-MERGED-NOT-SEEN          VALUE 'N'.
    05  WS-BATCH-SWITCH             PIC X(01) VALUE 'Y'.
        88  WS-BATCH-ACCEPTED           VALUE 'Y'.
        88  WS-BATCH-REFUSED            VALUE 'N'.
    05  WS-RUN-CONTROL-SWITCH       PIC X(01) VALUE 'Y'.
        88  WS-RUN-ALLOWED              VALUE 'Y'.
        88  WS-RUN-REFUSED              VALUE 'N'.
        88  WS-RUN-INTAKE-ONLY          VALUE 'L'.
    05  WS-RC-EOF-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-RC-EOF                   VALUE 'Y'.
        88  WS-RC-NOT-EOF               VALUE 'N'.
    05  WS-SY-EOF-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-SY-EOF                   VALUE 'Y'.
        88  WS-SY-NOT-EOF               VALUE 'N'.
    05  WS-BATCH-END-SWITCH         PIC X(01) VALUE 'N'.
        88  WS-BATCH-ENDED              VALUE 'Y'.
        88  WS-BATCH-OPEN               VALUE 'N'.
    05  WS-PRECEDENCE-SWITCH        PIC X(01) VALUE 'A'.
        88  WS-OWNER-APPLIES            VALUE 'A'.
        88  WS-OWNER-CLAIM              VALUE 'C'.
        88  WS-OWNER-CONFLICT           VALUE 'O'.
    05  WS-SYSTEMS-BALANCE-SWITCH   PIC X(01) VALUE 'Y'.
        88  WS-SYSTEMS-IN-BALANCE       VALUE 'Y'.
        88  WS-SYSTEMS-OUT-OF-BALANCE   VALUE 'N'.
    05  WS-RELEASE-SWITCH           PIC X(01) VALUE 'N'.
        88  WS-RELEASE-REQUESTED        VALUE 'Y'.
        88  WS-NO-RELEASE               VALUE 'N'.
    05  WS-HOLD-SWITCH              PIC X(01) VALUE 'N'.
        88  WS-INTAKE-HELD              VALUE 'Y'.
        88  WS-INTAKE-NOT-HELD          VALUE 'N'.
    05  WS-PM-EOF-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-PM-EOF                   VALUE 'Y'.
        88  WS-PM-NOT-EOF               VALUE 'N'.
    05  WS-BC-CHANGE-SWITCH         PIC X(01) VALUE 'N'.
        88  WS-BC-USER-CHANGED          VALUE 'Y'.
        88  WS-BC-USER-UNCHANGED        VALUE 'N'.

77  WS-UM-STATUS                    PIC X(02) VALUE '00'.
77  WS-SUBSCRIPT                    PIC 9(04) COMP VALUE ZERO.
77  WS-AUDIT-FIELD                   PIC X(10) VALUE SPACES.
77  WS-AUDIT-OLD                     PIC X(30) VALUE SPACES.
77  WS-AUDIT-NEW                     PIC X(30) VALUE SPACES.
77  WS-AUDIT-OPERATOR                PIC X(08) VALUE SPACES.
77  WS-AUDIT-APPROVER                PIC X(08) VALUE SPACES.
77  WS-CHECKPOINT-INTERVAL           PIC 9(09) COMP VALUE 100.
77  WS-PROCESSED-COUNT               PIC 9(09) COMP VALUE ZERO.
77  WS-SKIP-COUNT                    PIC 9(09) COMP VALUE ZERO.
77  WS-CITYREF-COUNT                 PIC 9(04) COMP VALUE ZERO.
77  WS-CITYREF-INDEX                 PIC 9(04) COMP VALUE ZERO.
77  WS-CITY-UPPER                    PIC X(30) VALUE SPACES.
77  WS-ZIPREF-COUNT                  PIC 9(05) COMP VALUE ZERO.
77  WS-ZIPREF-INDEX                  PIC 9(05) COMP VALUE ZERO.
77  WS-ZIPREF-SEQ-ERRORS             PIC 9(09) COMP VALUE ZERO.
77  WS-ZIP-LOW                       PIC 9(05) COMP VALUE ZERO.
77  WS-ZIP-HIGH                      PIC 9(05) COMP VALUE ZERO.
77  WS-ZIP-MID                       PIC 9(05) COMP VALUE ZERO.
77  WS-ZIP-CITY-UPPER                PIC X(30) VALUE SPACES.
77  WS-CITYEXC-COUNT                 PIC 9(09) COMP VALUE ZERO.
77  WS-SUSP-READ-COUNT               PIC 9(09) COMP VALUE ZERO.
77  WS-SUSPENDED-COUNT               PIC 9(09) COMP VALUE ZERO.
77  WS-SWEEP-DELETE-COUNT            PIC 9(09) COMP VALUE ZERO.
77  WS-SWEEP-RENAME-COUNT            PIC 9(09) COMP VALUE ZERO.
77  WS-REINSTATE-COUNT               PIC 9(09) COMP VALUE ZERO.
77  WS-FIRST-SYSTEM                  PIC X(08) VALUE SPACES.
77  WS-SYSREF-COUNT                  PIC 9(04) COMP VALUE ZERO.
77  WS-SYSREF-INDEX                  PIC 9(04) COMP VALUE ZERO.
77  WS-SYSREF-ERRORS                 PIC 9(09) COMP VALUE ZERO.
77  WS-RANK-SYSTEM                   PIC X(08) VALUE SPACES.
77  WS-RANK-FOUND                    PIC 9(02) VALUE ZERO.
77  WS-SENDER-RANK                   PIC 9(02) VALUE ZERO.
77  WS-OWNER-RANK                    PIC 9(02) VALUE ZERO.
77  WS-BATCH-COUNT                   PIC 9(04) COMP VALUE ZERO.
77  WS-BATCH-INDEX                   PIC 9(04) COMP VALUE ZERO.
77  WS-CURRENT-BATCH                 PIC 9(04) COMP VALUE ZERO.
77  WS-PRIOR-BATCH                   PIC 9(04) COMP VALUE ZERO.
77  WS-BATCHES-SKIPPED               PIC 9(04) COMP VALUE ZERO.
77  WS-SKIPPED-DETAILS               PIC 9(09) COMP VALUE ZERO.
77  WS-CONFLICT-COUNT                PIC 9(09) COMP VALUE ZERO.
77  WS-SYSTEM-ACCOUNTED              PIC 9(09) COMP VALUE ZERO.
77  WS-BATCH-STATUS-TEXT             PIC X(30) VALUE SPACES.
77  WS-ACTIVE-COUNT                  PIC 9(09) COMP VALUE ZERO.
77  WS-PM-STATUS                     PIC X(02) VALUE '00'.
77  WS-BC-VOLUME-LIMIT               PIC 9(04) VALUE 300.
77  WS-BC-ROSTER-LIMIT               PIC 9(03) VALUE 10.
77  WS-BC-FIELD-LIMIT                PIC 9(03) VALUE 90.
77  WS-BC-REINSTATE-LIMIT            PIC 9(05) VALUE 25.
77  WS-BC-MIN-CHANGES                PIC 9(05) VALUE 50.
77  WS-BC-MIN-HISTORY                PIC 9(02) VALUE 5.
77  WS-BC-HIST-RUNS                  PIC 9(02) COMP VALUE ZERO.
77  WS-BC-HIST-SLOT                  PIC 9(02) COMP VALUE ZERO.
77  WS-BC-HIST-SUM                   PIC 9(11) COMP VALUE ZERO.
77  WS-BC-AVERAGE                    PIC 9(09) COMP VALUE ZERO.
77  WS-BC-CHANGED-USERS              PIC 9(09) COMP VALUE ZERO.
77  WS-BC-FIELD-ROWS                 PIC 9(09) COMP VALUE ZERO.
77  WS-BC-ADDS                       PIC 9(09) COMP VALUE ZERO.
77  WS-BC-BATCH                      PIC 9(04) COMP VALUE ZERO.
77  WS-BC-CATEGORY                   PIC 9(02) COMP VALUE ZERO.
77  WS-BC-SAMPLE                     PIC 9(02) COMP VALUE ZERO.
77  WS-BC-RULE                       PIC 9(02) COMP VALUE ZERO.
77  WS-BC-TOP-FIELD                  PIC 9(02) COMP VALUE ZERO.
77  WS-BC-RULES-TRIPPED              PIC 9(02) COMP VALUE ZERO.
77  WS-BC-SYSTEM                     PIC X(08) VALUE SPACES.
77  WS-BC-OLD                        PIC X(30) VALUE SPACES.
77  WS-BC-NEW                        PIC X(30) VALUE SPACES.
77  WS-BATCHES-HELD                  PIC 9(04) COMP VALUE ZERO.
77  WS-HELD-DETAILS                  PIC 9(09) COMP VALUE ZERO.

LINKAGE SECTION.
01  LK-PARM.
    IF WS-BATCH-ACCEPTED
        PERFORM 2900-CHECK-RUN-CONTROL THRU 2900-EXIT
    END-IF.
    IF WS-BATCH-ACCEPTED AND NOT WS-RUN-REFUSED
        PERFORM 2600-CHECK-INTAKE-PATTERN THRU 2600-EXIT
    END-IF.
    EVALUATE TRUE
        WHEN WS-RUN-REFUSED
            PERFORM 2950-PASS-FILES-THROUGH THRU 2950-EXIT
        WHEN WS-RUN-INTAKE-ONLY
            PERFORM 2950-PASS-FILES-THROUGH THRU 2950-EXIT
            PERFORM 2000-LOAD-USER-MASTER THRU 2000-EXIT
            PERFORM 3000-PROCESS-TRANSACTIONS THRU 3000-EXIT
        WHEN OTHER
            PERFORM 1900-SWEEP-PENDING-CHANGES THRU 1900-EXIT
            PERFORM 2000-LOAD-USER-MASTER THRU 2000-EXIT
            PERFORM 2500-RECYCLE-SUSPENSE THRU 2500-EXIT
            IF WS-BATCH-ACCEPTED
                PERFORM 3000-PROCESS-TRANSACTIONS THRU 3000-EXIT
            END-IF
    END-EVALUATE.
    PERFORM 5500-PRINT-ROSTER-REPORTS THRU 5500-EXIT.
    PERFORM 6000-PRINT-CITY-REPORT THRU 6000-EXIT.
    PERFORM 8500-PRINT-CONTROL-REPORT THRU 8500-EXIT.
    IF WS-BATCH-ACCEPTED AND NOT WS-RUN-REFUSED
       AND WS-RUN-IN-BALANCE
        PERFORM 8700-RECORD-LOADED-DATE THRU 8700-EXIT
    END-IF.
    PERFORM 8800-STAMP-RUN-CONTROL THRU 8800-EXIT.
    PERFORM 9000-TERMINATE THRU 9000-EXIT.
    EVALUATE TRUE
        WHEN WS-RUN-OUT-OF-BALANCE OR WS-BATCH-REFUSED
          OR WS-RUN-REFUSED
            MOVE 8 TO RETURN-CODE
        WHEN WS-BATCHES-SKIPPED > ZERO OR WS-INTAKE-HELD
            MOVE 4 TO RETURN-CODE
    END-EVALUATE.
    GOBACK.

*> ----------------------------------------------------------------
    IF LK-PARM-LEN >= 7 AND LK-PARM-TEXT(1:7) = "RESTART"
        MOVE 'Y' TO WS-RESTART-SWITCH
    END-IF.
*> PARM='RELEASE' (OR 'RESTART,RELEASE') LETS A BATCH THE CIRCUIT
*> BREAKER HELD APPLY AS SENT - SEE 2600.
    IF LK-PARM-LEN >= 7 AND LK-PARM-TEXT(1:7) = "RELEASE"
        MOVE 'Y' TO WS-RELEASE-SWITCH
    END-IF.
    IF LK-PARM-LEN >= 15 AND LK-PARM-TEXT(9:7) = "RELEASE"
        MOVE 'Y' TO WS-RELEASE-SWITCH
    END-IF.
    IF WS-RESTART-REQUESTED
        PERFORM 1300-READ-LAST-CHECKPOINT THRU 1300-EXIT
    END-IF.
    PERFORM 1600-WRITE-AGING-HEADER THRU 1600-EXIT.
    PERFORM 1400-LOAD-CORRECTIONS THRU 1400-EXIT.
    PERFORM 1700-LOAD-CITY-REFERENCE THRU 1700-EXIT.
    PERFORM 1750-LOAD-ZIP-REFERENCE THRU 1750-EXIT.
    PERFORM 1780-LOAD-SYSTEM-REFERENCE THRU 1780-EXIT.
    OPEN OUTPUT CITY-EXC-FILE.
    PERFORM 1800-WRITE-CITY-EXC-HEADER THRU 1800-EXIT.
    OPEN OUTPUT INACTIVE-FILE.
*> 1150-FIND-NEXT-USER-ID.  PASS THE MASTER ON ITS UM-USER-ID
*> PRIMARY KEY AND SET WS-NEXT-USER-ID ONE PAST THE HIGHEST ID ON
*> FILE.  IDS ARE NEVER REUSED, SO EVERY ADD THIS RUN - INTAKE OR
*> PENDING SWEEP - TAKES WS-NEXT-USER-ID AND STEPS IT.  THE SAME
*> PASS COUNTS THE ACTIVE ROSTER FOR THE CIRCUIT BREAKER (2600).
*> ----------------------------------------------------------------
1150-FIND-NEXT-USER-ID.
    MOVE 1 TO WS-NEXT-USER-ID.
    IF UM-USER-ID >= WS-NEXT-USER-ID
        COMPUTE WS-NEXT-USER-ID = UM-USER-ID + 1
    END-IF.
    IF UM-ACTIVE
        ADD 1 TO WS-ACTIVE-COUNT
    END-IF.
    PERFORM 2100-READ-MASTER-NEXT THRU 2100-EXIT.
1160-EXIT.
    EXIT.
1720-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1750-LOAD-ZIP-REFERENCE.  LOAD THE ZIPREF POSTAL REFERENCE FILE
*> (COPYBOOK ZPREC) INTO ZIP-REF-TABLE-AREA FOR
*> 3057-CHECK-ZIP-REFERENCE.  CITIES ARE UPPERCASED AT LOAD, THE
*> SAME AS CITYREF ALIASES.  THE FILE MUST ARRIVE IN ZIP ORDER -
*> THE CHECK SEARCHES BY HALVING - SO A ROW LOWER THAN THE ONE
*> BEFORE IT IS IGNORED AND COUNTED ON THE CONSOLE RATHER THAN
*> ALLOWED TO BREAK THE SEARCH FOR EVERY ZIP AFTER IT.  NO FILE
*> STATUS - A MISSING ZIPREF DD ABENDS THE STEP, AS FOR CITYREF.
*> ----------------------------------------------------------------
1750-LOAD-ZIP-REFERENCE.
    OPEN INPUT ZIP-REF-FILE.
    PERFORM 1760-READ-ZIP-REFERENCE THRU 1760-EXIT.
    PERFORM 1770-STORE-ZIP-REFERENCE THRU 1770-EXIT
        UNTIL WS-ZP-EOF.
    CLOSE ZIP-REF-FILE.
    IF WS-ZIPREF-SEQ-ERRORS > ZERO
        DISPLAY "ZIPREF ROWS OUT OF ZIP ORDER - IGNORED: "
            WS-ZIPREF-SEQ-ERRORS
    END-IF.
1750-EXIT.
    EXIT.

1760-READ-ZIP-REFERENCE.
    READ ZIP-REF-FILE
        AT END MOVE 'Y' TO WS-ZP-EOF-SWITCH
    END-READ.
1760-EXIT.
    EXIT.

1770-STORE-ZIP-REFERENCE.
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
    PERFORM 1760-READ-ZIP-REFERENCE THRU 1760-EXIT.
1770-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1780-LOAD-SYSTEM-REFERENCE.  LOAD THE SYSREF SENDING-SYSTEM
*> TABLE (COPYBOOK SYREC) INTO SYS-REF-TABLE-AREA FOR THE BATCH
*> VERIFICATION (2805) AND THE PRECEDENCE TEST (3160).  A ROW
*> WHOSE PRECEDENCE IS NOT A NUMBER FROM 01 UP IS IGNORED AND
*> COUNTED ON THE CONSOLE - A BATCH FROM THAT SYSTEM IS THEN
*> REFUSED, WHICH IS THE SAFE OUTCOME.  NO FILE STATUS - A MISSING
*> SYSREF DD ABENDS THE STEP, AS FOR CITYREF.
*> ----------------------------------------------------------------
1780-LOAD-SYSTEM-REFERENCE.
    OPEN INPUT SYS-REF-FILE.
    PERFORM 1785-READ-SYSTEM-REFERENCE THRU 1785-EXIT.
    PERFORM 1790-STORE-SYSTEM-REFERENCE THRU 1790-EXIT
        UNTIL WS-SY-EOF.
    CLOSE SYS-REF-FILE.
    IF WS-SYSREF-ERRORS > ZERO
        DISPLAY "SYSREF ROWS WITHOUT A VALID PRECEDENCE - IGNORED: "
            WS-SYSREF-ERRORS
    END-IF.
1780-EXIT.
    EXIT.

1785-READ-SYSTEM-REFERENCE.
    READ SYS-REF-FILE
        AT END MOVE 'Y' TO WS-SY-EOF-SWITCH
    END-READ.
1785-EXIT.
    EXIT.

1790-STORE-SYSTEM-REFERENCE.
    EVALUATE TRUE
        WHEN WS-SYSREF-COUNT NOT < 50
            CONTINUE
        WHEN SY-PRECEDENCE NOT NUMERIC
          OR SY-PRECEDENCE = ZERO
          OR SY-SENDING-SYSTEM = SPACES
            ADD 1 TO WS-SYSREF-ERRORS
        WHEN OTHER
            ADD 1 TO WS-SYSREF-COUNT
            MOVE SY-SENDING-SYSTEM TO SR-SYSTEM(WS-SYSREF-COUNT)
            MOVE SY-PRECEDENCE TO SR-PRECEDENCE(WS-SYSREF-COUNT)
    END-EVALUATE.
    PERFORM 1785-READ-SYSTEM-REFERENCE THRU 1785-EXIT.
1790-EXIT.
    EXIT.

1800-WRITE-CITY-EXC-HEADER.
    MOVE "CITY EXCEPTIONS - NOT ON CITY REFERENCE TABLE"
        TO CITY-EXC-RECORD.
    PERFORM 1995-WRITE-PENDING-TOTALS THRU 1995-EXIT.
    CLOSE PENDING-OUT.
    CLOSE PEND-REPORT-FILE.
*> FROM HERE ON EVERY JOURNAL ENTRY IS INTAKE (OR RECYCLED
*> INTAKE) - THE SENDING SYSTEM IS THE REQUESTER.  2520 AND 3020
*> SET WS-AUDIT-OPERATOR TO EACH RECORD'S OWN SYSTEM.
    MOVE SPACES TO WS-AUDIT-APPROVER.
1900-EXIT.
    EXIT.

    MOVE PD-STREET TO PO-STREET.
    MOVE PD-STATE TO PO-STATE.
    MOVE PD-ZIP TO PO-ZIP.
    MOVE PD-OPERATOR-ID TO PO-OPERATOR-ID.
    MOVE PD-APPROVER-ID TO PO-APPROVER-ID.
    WRITE PO-RECORD.
    ADD 1 TO WS-PEND-CARRIED-COUNT.
    MOVE "STILL PENDING" TO WS-PL-STATUS.
    EXIT.

1925-APPLY-ONE-PENDING.
    MOVE PD-OPERATOR-ID TO WS-AUDIT-OPERATOR.
    MOVE PD-APPROVER-ID TO WS-AUDIT-APPROVER.
    EVALUATE TRUE
        WHEN PD-ADD
            PERFORM 1930-APPLY-PENDING-ADD THRU 1930-EXIT
    MOVE PD-STREET TO UM-STREET.
    MOVE PD-STATE TO UM-STATE.
    MOVE PD-ZIP TO UM-ZIP.
    MOVE SPACES TO UM-OWNER-SYSTEM.
    WRITE UM-RECORD.
    ADD 1 TO WS-SWEEP-ADD-COUNT.
    MOVE WS-NEXT-USER-ID TO WS-AUDIT-USER-ID.
            ADD 1 TO WS-PEND-NOTAPPL-COUNT
            MOVE "NOT APPLIED - NAME AMBIGUOUS" TO WS-PL-STATUS
            PERFORM 1990-WRITE-PENDING-LINE THRU 1990-EXIT
        WHEN UM-MERGED
            ADD 1 TO WS-PEND-NOTAPPL-COUNT
            MOVE "NOT APPLIED - ID MERGED" TO WS-PL-STATUS
            PERFORM 1990-WRITE-PENDING-LINE THRU 1990-EXIT
        WHEN OTHER
            PERFORM 1945-REWRITE-PENDING-CHANGE THRU 1945-EXIT
    END-EVALUATE.
*> ----------------------------------------------------------------
*> 1975-APPLY-PENDING-REINSTATE.  BRING A PARKED RECORD BACK TO
*> ACTIVE WITH CITY AND BIRTHDAY INTACT - ONE 'E' ENTRY ON FIELD
*> STATUS.  SAME RULES AS USRMAINT'S IMMEDIATE REINSTATE - A
*> MERGED ID IS NEVER BROUGHT BACK.
*> ----------------------------------------------------------------
1975-APPLY-PENDING-REINSTATE.
    PERFORM 1980-LOCATE-PENDING-TARGET THRU 1980-EXIT.
            ADD 1 TO WS-PEND-NOTAPPL-COUNT
            MOVE "NOT APPLIED - NAME AMBIGUOUS" TO WS-PL-STATUS
            PERFORM 1990-WRITE-PENDING-LINE THRU 1990-EXIT
        WHEN UM-MERGED
            ADD 1 TO WS-PEND-NOTAPPL-COUNT
            MOVE "NOT APPLIED - ID MERGED" TO WS-PL-STATUS
            PERFORM 1990-WRITE-PENDING-LINE THRU 1990-EXIT
        WHEN UM-ACTIVE
            ADD 1 TO WS-PEND-NOTAPPL-COUNT
            MOVE "NOT APPLIED - NOT INACTIVE" TO WS-PL-STATUS
            ADD 1 TO WS-PEND-NOTAPPL-COUNT
            MOVE "NOT APPLIED - NAME AMBIGUOUS" TO WS-PL-STATUS
            PERFORM 1990-WRITE-PENDING-LINE THRU 1990-EXIT
        WHEN UM-MERGED
            ADD 1 TO WS-PEND-NOTAPPL-COUNT
            MOVE "NOT APPLIED - ID MERGED" TO WS-PL-STATUS
            PERFORM 1990-WRITE-PENDING-LINE THRU 1990-EXIT
        WHEN OTHER
            PERFORM 1970-RENAME-IN-PLACE THRU 1970-EXIT
    END-EVALUATE.
    MOVE SP-ZIP TO WS-ZIP.
    MOVE SP-REASON TO WS-SUSP-REASON.
    MOVE SP-FAIL-COUNT TO WS-CURRENT-FAIL-COUNT.
*> A RECYCLED RECORD IS STILL ITS OWN SYSTEM'S REQUEST.  ONE
*> SUSPENDED BEFORE SENDING SYSTEMS WERE CARRIED HAS NONE, AND
*> IS TREATED AS COMING FROM TONIGHT'S FIRST BATCH.
    IF SP-SENDING-SYSTEM = SPACES
        MOVE WS-FIRST-SYSTEM TO WS-SENDING-SYSTEM
    ELSE
        MOVE SP-SENDING-SYSTEM TO WS-SENDING-SYSTEM
    END-IF.
    MOVE WS-SENDING-SYSTEM TO WS-AUDIT-OPERATOR.
    PERFORM 2550-APPLY-CORRECTION THRU 2550-EXIT.
    MOVE 'S' TO WS-SOURCE-SWITCH.
    PERFORM 3050-EDIT-AND-APPLY THRU 3050-EXIT.
2560-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2600-CHECK-INTAKE-PATTERN.  THE INTAKE CIRCUIT BREAKER.  2800
*> PROVES TONIGHT'S TRANFILE IS COMPLETE; THIS PROVES IT IS SANE,
*> BEFORE THE SWEEP, THE RECYCLE OR THE INTAKE TOUCHES THE MASTER.
*> A PRE-APPLY PASS (2630) JUDGES EVERY DETAIL OF EVERY LIVE BATCH
*> AGAINST THE MASTER THE WAY 3050/3100 WOULD, AND FOUR RULES
*> (2670) WEIGH WHAT IT FOUND:
*>   VOLUME     DETAILS AS A PERCENTAGE OF THE AVERAGE TRANFILE
*>              READ OF THE LAST 30 COMPLETE RUNS ON RUNCTL;
*>   ROSTER     ACTIVE USERS THE BATCH WOULD CHANGE, AS A
*>              PERCENTAGE OF THE ACTIVE ROSTER;
*>   FIELD      THE MOST-CHANGED FIELD'S SHARE OF ALL THE FIELD
*>              CHANGES THE BATCH WOULD MAKE;
*>   REINSTATE  INACTIVE USERS THE BATCH WOULD BRING BACK.
*> THE LIMITS COME FROM PARMCARD (2605).  IF ANY RULE TRIPS, EVERY
*> LIVE BATCH IS HELD: ITS DETAILS ARE READ PAST UNAPPLIED, IT IS
*> NOT STAMPED TO LOADDATE, AND THE STEP ENDS RC=4 WITH THE REST
*> OF THE NIGHT - SWEEP, RECYCLE, REPORTS - RUN AS NORMAL.  BRKRPT
*> SAYS WHICH RULE TRIPPED AND SHOWS SAMPLE RECORDS.  THE OPERATOR
*> RELEASES A HELD BATCH BY RESUBMITTING WITH PARM='RELEASE': THE
*> NIGHT IS STAMPED COMPLETE, SO 2900 TAKES THE BATCH INTAKE ONLY
*> AS IT WOULD A LATE FILE, AND THE RULES STAND ASIDE FOR THAT RUN.
*> A RESTART IS JUDGED AFRESH LIKE ANY OTHER RUN.
*> ----------------------------------------------------------------
2600-CHECK-INTAKE-PATTERN.
    OPEN OUTPUT BREAKER-FILE.
    MOVE "NIGHTLY LOAD - INTAKE CIRCUIT BREAKER" TO BREAKER-RECORD.
    WRITE BREAKER-RECORD.
    MOVE SPACES TO BREAKER-RECORD.
    WRITE BREAKER-RECORD.
    MOVE SPACES TO BREAKER-RECORD.
    STRING "INTAKE FOR BUSINESS DATE " DELIMITED BY SIZE
           WS-BATCH-DATE DELIMITED BY SIZE
        INTO BREAKER-RECORD.
    WRITE BREAKER-RECORD.
    MOVE SPACES TO BREAKER-RECORD.
    WRITE BREAKER-RECORD.
    IF WS-RELEASE-REQUESTED
        MOVE "*** PARM='RELEASE' - RULES NOT APPLIED, TONIGHT'S BATCHES APPLY AS SENT"
            TO BREAKER-RECORD
        WRITE BREAKER-RECORD
    ELSE
        PERFORM 2605-READ-BREAKER-LIMITS THRU 2605-EXIT
        PERFORM 2610-LOAD-RUN-HISTORY THRU 2610-EXIT
        PERFORM 2630-PRE-APPLY-PASS THRU 2630-EXIT
        PERFORM 2670-APPLY-BREAKER-RULES THRU 2670-EXIT
        PERFORM 2680-PRINT-BREAKER-REPORT THRU 2680-EXIT
        IF WS-INTAKE-HELD
            PERFORM 2690-HOLD-ONE-BATCH THRU 2690-EXIT
                VARYING WS-BATCH-INDEX FROM 1 BY 1
                UNTIL WS-BATCH-INDEX > WS-BATCH-COUNT
        END-IF
    END-IF.
    CLOSE BREAKER-FILE.
2600-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2605-READ-BREAKER-LIMITS.  ONE KEYWORD PER PARMCARD CARD, THE
*> VALUE ZERO-FILLED TO ITS FULL WIDTH.  A CARD NOT CARDED KEEPS
*> ITS DEFAULT (IN BRACKETS); A ZERO LIMIT TURNS ITS RULE OFF.
*>   VOLPCT=NNNN    VOLUME LIMIT, PERCENT OF AVERAGE     (0300)
*>   ROSTPCT=NNN    ROSTER LIMIT, PERCENT OF ACTIVES     (010)
*>   FIELDPCT=NNN   FIELD LIMIT, PERCENT OF CHANGES      (090)
*>   REINST=NNNNN   REINSTATE LIMIT, USERS               (00025)
*>   MINCHG=NNNNN   FEWEST CHANGED USERS BEFORE THE
*>                  ROSTER AND FIELD RULES APPLY         (00050)
*>   MINHIST=NN     FEWEST PRIOR RUNS (01-30) BEFORE THE
*>                  VOLUME RULE APPLIES                  (05)
*> A MISSING PARMCARD DD (STATUS 35) MEANS ALL DEFAULTS.
*> ----------------------------------------------------------------
2605-READ-BREAKER-LIMITS.
    MOVE 'N' TO WS-PM-EOF-SWITCH.
    OPEN INPUT PARM-FILE.
    IF WS-PM-STATUS = '35'
        MOVE 'Y' TO WS-PM-EOF-SWITCH
    ELSE
        PERFORM 2606-READ-PARM-CARD THRU 2606-EXIT
        PERFORM 2607-APPLY-PARM-CARD THRU 2607-EXIT
            UNTIL WS-PM-EOF
        CLOSE PARM-FILE
    END-IF.
2605-EXIT.
    EXIT.

2606-READ-PARM-CARD.
    READ PARM-FILE
        AT END MOVE 'Y' TO WS-PM-EOF-SWITCH
    END-READ.
2606-EXIT.
    EXIT.

2607-APPLY-PARM-CARD.
    EVALUATE TRUE
        WHEN PARM-RECORD(1:7) = "VOLPCT="
         AND PARM-RECORD(8:4) IS NUMERIC
            MOVE PARM-RECORD(8:4) TO WS-BC-VOLUME-LIMIT
        WHEN PARM-RECORD(1:8) = "ROSTPCT="
         AND PARM-RECORD(9:3) IS NUMERIC
            MOVE PARM-RECORD(9:3) TO WS-BC-ROSTER-LIMIT
        WHEN PARM-RECORD(1:9) = "FIELDPCT="
         AND PARM-RECORD(10:3) IS NUMERIC
            MOVE PARM-RECORD(10:3) TO WS-BC-FIELD-LIMIT
        WHEN PARM-RECORD(1:7) = "REINST="
         AND PARM-RECORD(8:5) IS NUMERIC
            MOVE PARM-RECORD(8:5) TO WS-BC-REINSTATE-LIMIT
        WHEN PARM-RECORD(1:7) = "MINCHG="
         AND PARM-RECORD(8:5) IS NUMERIC
            MOVE PARM-RECORD(8:5) TO WS-BC-MIN-CHANGES
        WHEN PARM-RECORD(1:8) = "MINHIST="
         AND PARM-RECORD(9:2) IS NUMERIC
            MOVE PARM-RECORD(9:2) TO WS-BC-MIN-HISTORY
        WHEN OTHER
            DISPLAY "PARMCARD CARD NOT RECOGNIZED - IGNORED: "
                PARM-RECORD(1:20)
    END-EVALUATE.
    PERFORM 2606-READ-PARM-CARD THRU 2606-EXIT.
2607-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2610-LOAD-RUN-HISTORY.  PASS RUNCTL FOR THE VOLUME RULE'S
*> AVERAGE.  A RUN COUNTS WHEN IT IS THIS PROGRAM'S, STAMPED
*> COMPLETE, FOR AN EARLIER BUSINESS DATE, AND READ ANY TRANFILE
*> DETAILS AT ALL - A NIGHT WHOSE INTAKE WAS HELD READ NONE AND
*> WOULD ONLY DRAG THE AVERAGE DOWN.  RUNCTL IS APPENDED IN RUN
*> ORDER, SO THE RING ENDS HOLDING THE LATEST 30.
*> ----------------------------------------------------------------
2610-LOAD-RUN-HISTORY.
    INITIALIZE BREAKER-HISTORY-AREA.
    MOVE ZERO TO WS-BC-HIST-RUNS.
    MOVE ZERO TO WS-BC-HIST-SUM.
    MOVE 1 TO WS-BC-HIST-SLOT.
    MOVE 'N' TO WS-RC-EOF-SWITCH.
    OPEN INPUT RUN-CONTROL.
    IF WS-RC-STATUS = '35'
        MOVE 'Y' TO WS-RC-EOF-SWITCH
    ELSE
        PERFORM 2910-READ-RUN-CONTROL THRU 2910-EXIT
        PERFORM 2615-NOTE-ONE-RUN THRU 2615-EXIT
            UNTIL WS-RC-EOF
        CLOSE RUN-CONTROL
    END-IF.
    MOVE ZERO TO WS-BC-AVERAGE.
    IF WS-BC-HIST-RUNS > ZERO
        COMPUTE WS-BC-AVERAGE ROUNDED =
            WS-BC-HIST-SUM / WS-BC-HIST-RUNS
    END-IF.
2610-EXIT.
    EXIT.

2615-NOTE-ONE-RUN.
    IF RC-PROGRAM = "HELLOWLD"
       AND RC-RUN-COMPLETE
       AND RC-BUSINESS-DATE < WS-BATCH-DATE
       AND RC-READ-COUNT > ZERO
        IF WS-BC-HIST-RUNS = 30
            SUBTRACT BH-READ-COUNT(WS-BC-HIST-SLOT) FROM WS-BC-HIST-SUM
        ELSE
            ADD 1 TO WS-BC-HIST-RUNS
        END-IF
        MOVE RC-READ-COUNT TO BH-READ-COUNT(WS-BC-HIST-SLOT)
        ADD RC-READ-COUNT TO WS-BC-HIST-SUM
        IF WS-BC-HIST-SLOT = 30
            MOVE 1 TO WS-BC-HIST-SLOT
        ELSE
            ADD 1 TO WS-BC-HIST-SLOT
        END-IF
    END-IF.
    PERFORM 2910-READ-RUN-CONTROL THRU 2910-EXIT.
2615-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2630-PRE-APPLY-PASS.  READ TRANFILE FROM THE TOP AND JUDGE EACH
*> DETAIL OF A LIVE BATCH WITHOUT APPLYING IT.  NOTHING IS
*> WRITTEN AND NOTHING IS COUNTED ON CTLRPT; THE FILE IS CLOSED
*> AND REOPENED AGAIN SO THE PROCESSING PASS STILL READS FROM THE
*> TOP, AND THE EDIT SWITCHES THE PASS BORROWED ARE PUT BACK.
*> ----------------------------------------------------------------
2630-PRE-APPLY-PASS.
    INITIALIZE BREAKER-TABLE-AREA.
    MOVE ZERO TO WS-BC-CHANGED-USERS.
    MOVE ZERO TO WS-BC-FIELD-ROWS.
    MOVE ZERO TO WS-BC-ADDS.
    MOVE ZERO TO WS-BC-BATCH.
    MOVE 'N' TO WS-TR-EOF-SWITCH.
    PERFORM 2635-READ-PRE-APPLY THRU 2635-EXIT.
    PERFORM 2640-JUDGE-ONE-RECORD THRU 2640-EXIT
        UNTIL WS-TR-EOF.
    CLOSE TRAN-FILE.
    OPEN INPUT TRAN-FILE.
    MOVE 'N' TO WS-TR-EOF-SWITCH.
    MOVE 'Y' TO WS-VALID-SWITCH.
    MOVE SPACES TO WS-SUSP-REASON.
    MOVE SPACES TO WS-RJ-REASON.
2630-EXIT.
    EXIT.

2635-READ-PRE-APPLY.
    READ TRAN-FILE
        AT END MOVE 'Y' TO WS-TR-EOF-SWITCH
    END-READ.
2635-EXIT.
    EXIT.

2640-JUDGE-ONE-RECORD.
    EVALUATE TRUE
        WHEN TR-HEADER-RECORD
            ADD 1 TO WS-BC-BATCH
        WHEN NOT TR-DETAIL-RECORD
            CONTINUE
        WHEN BT-LIVE(WS-BC-BATCH)
            PERFORM 2645-JUDGE-ONE-DETAIL THRU 2645-EXIT
    END-EVALUATE.
    PERFORM 2635-READ-PRE-APPLY THRU 2635-EXIT.
2640-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2645-JUDGE-ONE-DETAIL.  EDIT THE DETAIL AND LOOK ITS NAME UP
*> THE WAY 3050 AND 3100 WILL, DOWN TO THE SAME SENDER FOR THE
*> PRECEDENCE TEST.  A DETAIL THAT WILL REJECT OR SUSPEND, WHOSE
*> NAME IS AMBIGUOUS, OR THAT MEETS AN OWNER CONFLICT CHANGES
*> NOBODY; A NEW NAME IS AN ADD; AN INACTIVE MATCH IS A
*> REINSTATE; ANY OTHER MATCH IS A CHANGE TO EVERY FIELD THAT
*> DIFFERS.  EVERY DETAIL IS ALSO NOTED UNDER 'DETAIL' FOR THE
*> VOLUME RULE'S SAMPLES.
*> ----------------------------------------------------------------
2645-JUDGE-ONE-DETAIL.
    MOVE BT-SYSTEM(WS-BC-BATCH) TO WS-SENDING-SYSTEM.
    MOVE WS-SENDING-SYSTEM TO WS-BC-SYSTEM.
    MOVE TR-NAME TO WS-NAME.
    MOVE TR-BIRTHDAY TO WS-BIRTHDAY.
    MOVE TR-CITY TO WS-CITY.
    MOVE TR-STREET TO WS-STREET.
    MOVE TR-STATE TO WS-STATE.
    MOVE TR-ZIP TO WS-ZIP.
    MOVE 'T' TO WS-SOURCE-SWITCH.
    MOVE SPACES TO WS-BC-OLD.
    MOVE WS-CITY TO WS-BC-NEW.
    MOVE 7 TO WS-BC-CATEGORY.
    PERFORM 2660-NOTE-SAMPLE THRU 2660-EXIT.
    PERFORM 3025-VALIDATE-BIRTHDAY THRU 3025-EXIT.
    IF WS-TRANSACTION-VALID
        PERFORM 3026-VALIDATE-ADDRESS THRU 3026-EXIT
    END-IF.
    IF WS-TRANSACTION-VALID
        PERFORM 3055-STANDARDIZE-CITY THRU 3055-EXIT
    END-IF.
    IF WS-TRANSACTION-VALID AND WS-CITY-KNOWN
        PERFORM 3057-CHECK-ZIP-REFERENCE THRU 3057-EXIT
    END-IF.
    IF WS-TRANSACTION-VALID AND WS-CITY-KNOWN
        PERFORM 2647-JUDGE-AGAINST-MASTER THRU 2647-EXIT
    END-IF.
2645-EXIT.
    EXIT.

2647-JUDGE-AGAINST-MASTER.
    MOVE WS-NAME TO WS-LOOKUP-NAME.
    PERFORM 3105-LOCATE-BY-NAME THRU 3105-EXIT.
    MOVE 'A' TO WS-PRECEDENCE-SWITCH.
    IF WS-LOOKUP-FOUND AND WS-NAME-UNAMBIGUOUS
        PERFORM 3150-CHECK-PRECEDENCE THRU 3150-EXIT
    END-IF.
    EVALUATE TRUE
        WHEN WS-LOOKUP-NOT-FOUND
            ADD 1 TO WS-BC-ADDS
        WHEN WS-NAME-AMBIGUOUS
            CONTINUE
        WHEN WS-OWNER-CONFLICT
            CONTINUE
        WHEN UM-INACTIVE
            MOVE UM-STATUS TO WS-BC-OLD
            MOVE 'A' TO WS-BC-NEW
            MOVE 6 TO WS-BC-CATEGORY
            PERFORM 2660-NOTE-SAMPLE THRU 2660-EXIT
        WHEN OTHER
            PERFORM 2650-COMPARE-FIELDS THRU 2650-EXIT
    END-EVALUATE.
2647-EXIT.
    EXIT.

2650-COMPARE-FIELDS.
    MOVE 'N' TO WS-BC-CHANGE-SWITCH.
    IF UM-BIRTHDAY NOT = WS-BIRTHDAY
        MOVE UM-BIRTHDAY TO WS-BC-OLD
        MOVE WS-BIRTHDAY TO WS-BC-NEW
        MOVE 1 TO WS-BC-CATEGORY
        PERFORM 2655-NOTE-FIELD-CHANGE THRU 2655-EXIT
    END-IF.
    IF UM-CITY NOT = WS-CITY
        MOVE UM-CITY TO WS-BC-OLD
        MOVE WS-CITY TO WS-BC-NEW
        MOVE 2 TO WS-BC-CATEGORY
        PERFORM 2655-NOTE-FIELD-CHANGE THRU 2655-EXIT
    END-IF.
    IF UM-STREET NOT = WS-STREET
        MOVE UM-STREET TO WS-BC-OLD
        MOVE WS-STREET TO WS-BC-NEW
        MOVE 3 TO WS-BC-CATEGORY
        PERFORM 2655-NOTE-FIELD-CHANGE THRU 2655-EXIT
    END-IF.
    IF UM-STATE NOT = WS-STATE
        MOVE UM-STATE TO WS-BC-OLD
        MOVE WS-STATE TO WS-BC-NEW
        MOVE 4 TO WS-BC-CATEGORY
        PERFORM 2655-NOTE-FIELD-CHANGE THRU 2655-EXIT
    END-IF.
    IF UM-ZIP NOT = WS-ZIP
        MOVE UM-ZIP TO WS-BC-OLD
        MOVE WS-ZIP TO WS-BC-NEW
        MOVE 5 TO WS-BC-CATEGORY
        PERFORM 2655-NOTE-FIELD-CHANGE THRU 2655-EXIT
    END-IF.
    IF WS-BC-USER-CHANGED
        ADD 1 TO WS-BC-CHANGED-USERS
    END-IF.
2650-EXIT.
    EXIT.

2655-NOTE-FIELD-CHANGE.
    MOVE 'Y' TO WS-BC-CHANGE-SWITCH.
    ADD 1 TO WS-BC-FIELD-ROWS.
    PERFORM 2660-NOTE-SAMPLE THRU 2660-EXIT.
2655-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2660-NOTE-SAMPLE.  COUNT ONE UNDER WS-BC-CATEGORY AND, WHILE
*> THE CATEGORY HAS FEWER THAN FIVE, KEEP THE RECORD AS A SAMPLE.
*> ----------------------------------------------------------------
2660-NOTE-SAMPLE.
    ADD 1 TO BC-COUNT(WS-BC-CATEGORY).
    IF BC-SAMPLE-COUNT(WS-BC-CATEGORY) < 5
        ADD 1 TO BC-SAMPLE-COUNT(WS-BC-CATEGORY)
        MOVE BC-SAMPLE-COUNT(WS-BC-CATEGORY) TO WS-BC-SAMPLE
        MOVE WS-NAME TO BC-S-NAME(WS-BC-CATEGORY, WS-BC-SAMPLE)
        MOVE WS-BC-SYSTEM TO BC-S-SYSTEM(WS-BC-CATEGORY, WS-BC-SAMPLE)
        MOVE WS-BC-OLD TO BC-S-OLD(WS-BC-CATEGORY, WS-BC-SAMPLE)
        MOVE WS-BC-NEW TO BC-S-NEW(WS-BC-CATEGORY, WS-BC-SAMPLE)
    END-IF.
2660-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2670-APPLY-BREAKER-RULES.  JUDGE THE FOUR RULES.  A RULE WHOSE
*> LIMIT IS ZERO, OR WHOSE FLOOR IS NOT REACHED (MINHIST PRIOR
*> RUNS FOR VOLUME, MINCHG CHANGED USERS FOR ROSTER AND FIELD), IS
*> NOT CHECKED - A SMALL NIGHT ON A YOUNG FILE MUST NOT HOLD
*> ITSELF ON PERCENTAGES ALONE.  A RULE TRIPS ONLY WHEN THE
*> OBSERVED VALUE IS OVER ITS LIMIT.  ANY TRIP HOLDS THE INTAKE.
*> ----------------------------------------------------------------
2670-APPLY-BREAKER-RULES.
    INITIALIZE BREAKER-RULE-AREA.
    MOVE ZERO TO WS-BC-RULES-TRIPPED.
    MOVE "VOLUME" TO BR-NAME(1).
    MOVE "DETAILS, PERCENT OF AVERAGE RUN" TO BR-MEASURE(1).
    MOVE WS-BC-VOLUME-LIMIT TO BR-LIMIT(1).
    EVALUATE TRUE
        WHEN WS-BC-VOLUME-LIMIT = ZERO
            MOVE 'X' TO BR-STATE(1)
            MOVE "NOT CHECKED - RULE OFF" TO BR-NOTE(1)
        WHEN WS-BC-HIST-RUNS < WS-BC-MIN-HISTORY
          OR WS-BC-AVERAGE = ZERO
            MOVE 'X' TO BR-STATE(1)
            MOVE "NOT CHECKED - TOO FEW RUNS" TO BR-NOTE(1)
        WHEN OTHER
            COMPUTE BR-OBSERVED(1) = BC-COUNT(7) * 100 / WS-BC-AVERAGE
    END-EVALUATE.
    MOVE "ROSTER" TO BR-NAME(2).
    MOVE "ACTIVE USERS CHANGED, PERCENT OF ROSTER" TO BR-MEASURE(2).
    MOVE WS-BC-ROSTER-LIMIT TO BR-LIMIT(2).
    EVALUATE TRUE
        WHEN WS-BC-ROSTER-LIMIT = ZERO
            MOVE 'X' TO BR-STATE(2)
            MOVE "NOT CHECKED - RULE OFF" TO BR-NOTE(2)
        WHEN WS-BC-CHANGED-USERS < WS-BC-MIN-CHANGES
          OR WS-ACTIVE-COUNT = ZERO
            MOVE 'X' TO BR-STATE(2)
            MOVE "NOT CHECKED - UNDER MINCHG" TO BR-NOTE(2)
        WHEN OTHER
            COMPUTE BR-OBSERVED(2) =
                WS-BC-CHANGED-USERS * 100 / WS-ACTIVE-COUNT
    END-EVALUATE.
    MOVE 1 TO WS-BC-TOP-FIELD.
    PERFORM 2672-FIND-TOP-FIELD THRU 2672-EXIT
        VARYING WS-BC-CATEGORY FROM 2 BY 1
        UNTIL WS-BC-CATEGORY > 5.
    MOVE "FIELD" TO BR-NAME(3).
    STRING "SHARE OF FIELD CHANGES ON " DELIMITED BY SIZE
           BC-CATEGORY-NAME(WS-BC-TOP-FIELD) DELIMITED BY SPACE
        INTO BR-MEASURE(3).
    MOVE WS-BC-FIELD-LIMIT TO BR-LIMIT(3).
    EVALUATE TRUE
        WHEN WS-BC-FIELD-LIMIT = ZERO
            MOVE 'X' TO BR-STATE(3)
            MOVE "NOT CHECKED - RULE OFF" TO BR-NOTE(3)
        WHEN WS-BC-CHANGED-USERS < WS-BC-MIN-CHANGES
          OR WS-BC-FIELD-ROWS = ZERO
            MOVE 'X' TO BR-STATE(3)
            MOVE "NOT CHECKED - UNDER MINCHG" TO BR-NOTE(3)
        WHEN OTHER
            COMPUTE BR-OBSERVED(3) =
                BC-COUNT(WS-BC-TOP-FIELD) * 100 / WS-BC-FIELD-ROWS
    END-EVALUATE.
    MOVE "REINSTATE" TO BR-NAME(4).
    MOVE "INACTIVE USERS REINSTATED" TO BR-MEASURE(4).
    MOVE WS-BC-REINSTATE-LIMIT TO BR-LIMIT(4).
    IF WS-BC-REINSTATE-LIMIT = ZERO
        MOVE 'X' TO BR-STATE(4)
        MOVE "NOT CHECKED - RULE OFF" TO BR-NOTE(4)
    ELSE
        MOVE BC-COUNT(6) TO BR-OBSERVED(4)
    END-IF.
    PERFORM 2675-JUDGE-ONE-RULE THRU 2675-EXIT
        VARYING WS-BC-RULE FROM 1 BY 1
        UNTIL WS-BC-RULE > 4.
    IF WS-BC-RULES-TRIPPED > ZERO
        MOVE 'Y' TO WS-HOLD-SWITCH
    END-IF.
2670-EXIT.
    EXIT.

2672-FIND-TOP-FIELD.
    IF BC-COUNT(WS-BC-CATEGORY) > BC-COUNT(WS-BC-TOP-FIELD)
        MOVE WS-BC-CATEGORY TO WS-BC-TOP-FIELD
    END-IF.
2672-EXIT.
    EXIT.

2675-JUDGE-ONE-RULE.
    IF NOT BR-NOT-CHECKED(WS-BC-RULE)
        IF BR-OBSERVED(WS-BC-RULE) > BR-LIMIT(WS-BC-RULE)
            MOVE 'Y' TO BR-STATE(WS-BC-RULE)
            MOVE "*** TRIPPED" TO BR-NOTE(WS-BC-RULE)
            ADD 1 TO WS-BC-RULES-TRIPPED
        ELSE
            MOVE 'N' TO BR-STATE(WS-BC-RULE)
            MOVE "WITHIN LIMIT" TO BR-NOTE(WS-BC-RULE)
        END-IF
    END-IF.
2675-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2680-PRINT-BREAKER-REPORT.  BRKRPT: WHAT THE PRE-APPLY PASS
*> FOUND, EACH RULE AGAINST ITS LIMIT, THE VERDICT AND - FOR EACH
*> RULE THAT TRIPPED - UP TO FIVE SAMPLE RECORDS PER CATEGORY THE
*> RULE LOOKS AT, SO THE OPERATOR CAN SEE WHAT THE BATCH WOULD
*> HAVE DONE BEFORE DECIDING TO RELEASE IT.
*> ----------------------------------------------------------------
2680-PRINT-BREAKER-REPORT.
    MOVE "DETAILS IN LIVE BATCHES ..............." TO WS-BRL-LABEL.
    MOVE BC-COUNT(7) TO WS-BRL-COUNT.
    WRITE BREAKER-RECORD FROM WS-BREAKER-COUNT-LINE.
    MOVE "PRIOR RUNS IN THE AVERAGE (UP TO 30) .." TO WS-BRL-LABEL.
    MOVE WS-BC-HIST-RUNS TO WS-BRL-COUNT.
    WRITE BREAKER-RECORD FROM WS-BREAKER-COUNT-LINE.
    MOVE "AVERAGE DETAILS READ PER RUN .........." TO WS-BRL-LABEL.
    MOVE WS-BC-AVERAGE TO WS-BRL-COUNT.
    WRITE BREAKER-RECORD FROM WS-BREAKER-COUNT-LINE.
    MOVE "ACTIVE USERS ON THE MASTER ............" TO WS-BRL-LABEL.
    MOVE WS-ACTIVE-COUNT TO WS-BRL-COUNT.
    WRITE BREAKER-RECORD FROM WS-BREAKER-COUNT-LINE.
    MOVE "NEW USERS THE BATCH WOULD ADD ........." TO WS-BRL-LABEL.
    MOVE WS-BC-ADDS TO WS-BRL-COUNT.
    WRITE BREAKER-RECORD FROM WS-BREAKER-COUNT-LINE.
    MOVE "ACTIVE USERS THE BATCH WOULD CHANGE ..." TO WS-BRL-LABEL.
    MOVE WS-BC-CHANGED-USERS TO WS-BRL-COUNT.
    WRITE BREAKER-RECORD FROM WS-BREAKER-COUNT-LINE.
    PERFORM 2682-PRINT-FIELD-COUNT THRU 2682-EXIT
        VARYING WS-BC-CATEGORY FROM 1 BY 1
        UNTIL WS-BC-CATEGORY > 5.
    MOVE "INACTIVE USERS THE BATCH WOULD REINSTATE" TO WS-BRL-LABEL.
    MOVE BC-COUNT(6) TO WS-BRL-COUNT.
    WRITE BREAKER-RECORD FROM WS-BREAKER-COUNT-LINE.
    MOVE SPACES TO BREAKER-RECORD.
    WRITE BREAKER-RECORD.
    WRITE BREAKER-RECORD FROM WS-BREAKER-RULE-HEADER.
    PERFORM 2684-PRINT-ONE-RULE THRU 2684-EXIT
        VARYING WS-BC-RULE FROM 1 BY 1
        UNTIL WS-BC-RULE > 4.
    MOVE SPACES TO BREAKER-RECORD.
    WRITE BREAKER-RECORD.
    IF WS-INTAKE-HELD
        MOVE "*** INTAKE HELD - EVERY LIVE BATCH READ PAST, NOTHING FROM TRANFILE APPLIED - STEP ENDS RC=4"
            TO BREAKER-RECORD
        WRITE BREAKER-RECORD
        MOVE "*** CHECK THE SAMPLES WITH THE SENDING SYSTEM.  TO APPLY THE BATCH AS SENT, RESUBMIT NIGHTUSR"
            TO BREAKER-RECORD
        WRITE BREAKER-RECORD
        MOVE "*** WITH PARM='RELEASE' ON STEP010.  A CORRECTED FILE FOR THE DATE IS JUDGED AFRESH."
            TO BREAKER-RECORD
        WRITE BREAKER-RECORD
        PERFORM 2686-PRINT-RULE-SAMPLES THRU 2686-EXIT
            VARYING WS-BC-RULE FROM 1 BY 1
            UNTIL WS-BC-RULE > 4
    ELSE
        MOVE "NO RULE TRIPPED - TONIGHT'S BATCHES APPLY" TO BREAKER-RECORD
        WRITE BREAKER-RECORD
    END-IF.
2680-EXIT.
    EXIT.

2682-PRINT-FIELD-COUNT.
    MOVE SPACES TO WS-BRL-LABEL.
    STRING "  " DELIMITED BY SIZE
           BC-CATEGORY-NAME(WS-BC-CATEGORY) DELIMITED BY SPACE
           " CHANGES" DELIMITED BY SIZE
        INTO WS-BRL-LABEL.
    MOVE BC-COUNT(WS-BC-CATEGORY) TO WS-BRL-COUNT.
    WRITE BREAKER-RECORD FROM WS-BREAKER-COUNT-LINE.
2682-EXIT.
    EXIT.

2684-PRINT-ONE-RULE.
    MOVE BR-NAME(WS-BC-RULE) TO WS-BR-NAME.
    MOVE BR-MEASURE(WS-BC-RULE) TO WS-BR-MEASURE.
    MOVE BR-OBSERVED(WS-BC-RULE) TO WS-BR-OBSERVED.
    MOVE BR-LIMIT(WS-BC-RULE) TO WS-BR-LIMIT.
    MOVE BR-NOTE(WS-BC-RULE) TO WS-BR-RESULT.
    WRITE BREAKER-RECORD FROM WS-BREAKER-RULE-LINE.
2684-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2686-PRINT-RULE-SAMPLES.  VOLUME SHOWS THE FIRST DETAILS IN THE
*> FILE; ROSTER SHOWS EVERY FIELD'S CHANGES; FIELD SHOWS THE
*> MOST-CHANGED FIELD'S; REINSTATE SHOWS THE RETURNING USERS.
*> ----------------------------------------------------------------
2686-PRINT-RULE-SAMPLES.
    IF BR-TRIPPED(WS-BC-RULE)
        MOVE SPACES TO BREAKER-RECORD
        WRITE BREAKER-RECORD
        MOVE SPACES TO BREAKER-RECORD
        STRING "SAMPLE RECORDS - RULE " DELIMITED BY SIZE
               BR-NAME(WS-BC-RULE) DELIMITED BY SPACE
            INTO BREAKER-RECORD
        WRITE BREAKER-RECORD
        WRITE BREAKER-RECORD FROM WS-BREAKER-SAMPLE-HEADER
        EVALUATE WS-BC-RULE
            WHEN 1
                MOVE 7 TO WS-BC-CATEGORY
                PERFORM 2688-PRINT-CATEGORY-SAMPLES THRU 2688-EXIT
            WHEN 2
                PERFORM 2688-PRINT-CATEGORY-SAMPLES THRU 2688-EXIT
                    VARYING WS-BC-CATEGORY FROM 1 BY 1
                    UNTIL WS-BC-CATEGORY > 5
            WHEN 3
                MOVE WS-BC-TOP-FIELD TO WS-BC-CATEGORY
                PERFORM 2688-PRINT-CATEGORY-SAMPLES THRU 2688-EXIT
            WHEN OTHER
                MOVE 6 TO WS-BC-CATEGORY
                PERFORM 2688-PRINT-CATEGORY-SAMPLES THRU 2688-EXIT
        END-EVALUATE
    END-IF.
2686-EXIT.
    EXIT.

2688-PRINT-CATEGORY-SAMPLES.
    PERFORM 2689-PRINT-ONE-SAMPLE THRU 2689-EXIT
        VARYING WS-BC-SAMPLE FROM 1 BY 1
        UNTIL WS-BC-SAMPLE > BC-SAMPLE-COUNT(WS-BC-CATEGORY).
2688-EXIT.
    EXIT.

2689-PRINT-ONE-SAMPLE.
    MOVE BC-S-NAME(WS-BC-CATEGORY, WS-BC-SAMPLE) TO WS-BS-NAME.
    MOVE BC-S-SYSTEM(WS-BC-CATEGORY, WS-BC-SAMPLE) TO WS-BS-SYSTEM.
    MOVE BC-CATEGORY-NAME(WS-BC-CATEGORY) TO WS-BS-FIELD.
    MOVE BC-S-OLD(WS-BC-CATEGORY, WS-BC-SAMPLE) TO WS-BS-OLD.
    MOVE BC-S-NEW(WS-BC-CATEGORY, WS-BC-SAMPLE) TO WS-BS-NEW.
    WRITE BREAKER-RECORD FROM WS-BREAKER-SAMPLE-LINE.
2689-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2690-HOLD-ONE-BATCH.  A HELD BATCH IS READ PAST LIKE A SKIPPED
*> ONE (3020) BUT IS NEVER STAMPED TO LOADDATE, SO ITS RELEASE RUN
*> STILL PASSES THE DOUBLE-APPLY GUARD.
*> ----------------------------------------------------------------
2690-HOLD-ONE-BATCH.
    IF BT-LIVE(WS-BATCH-INDEX)
        MOVE 'H' TO BT-STATE(WS-BATCH-INDEX)
        ADD 1 TO WS-BATCHES-HELD
        DISPLAY "BATCH HELD - " BT-SYSTEM(WS-BATCH-INDEX)
            " BUSINESS DATE " BT-BUSINESS-DATE(WS-BATCH-INDEX)
            " - CIRCUIT BREAKER TRIPPED, SEE BRKRPT"
    END-IF.
2690-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2800-VERIFY-INTAKE-BATCH.  PRE-PASS OVER TRANFILE THAT PROVES
*> THE BATCH FRAMING BEFORE A SINGLE DETAIL APPLIES.  TRANFILE IS
*> ONE OR MORE COMPLETE BATCHES BACK TO BACK, ONE PER SENDING
*> SYSTEM: EACH AN 'H' HEADER FROM A SYSTEM ON SYSREF, ITS 'D'
*> DETAILS, AND A 'T' TRAILER WHOSE COUNT MATCHES THEM; NOTHING
*> BUT ANOTHER 'H' MAY FOLLOW A TRAILER.  ANY FRAMING FAILURE
*> REFUSES THE WHOLE FILE - THE REASON PRINTS ON CTLRPT AND THE
*> STEP ENDS RC=8 WITH NOTHING APPLIED, SO A TRUNCATED
*> TRANSMISSION CANNOT LOAD SHORT.  EACH ACCEPTED HEADER BECOMES
*> A BATCH-TABLE ENTRY; WS-BATCH-DATE IS THE LATEST HEADER DATE
*> AND IS THE DATE THE RUN IS STAMPED UNDER ON RUNCTL.  THE
*> LOADDATE GUARD (2840) THEN SKIPS ANY BATCH ALREADY LOADED.
*> THE FILE IS CLOSED AND REOPENED SO THE PROCESSING PASS READS
*> FROM THE TOP.
*> ----------------------------------------------------------------
2800-VERIFY-INTAKE-BATCH.
    MOVE 'N' TO WS-TR-EOF-SWITCH.
    MOVE ZERO TO WS-BATCH-COUNT.
    MOVE ZERO TO WS-BATCH-DATE.
    READ TRAN-FILE
        AT END MOVE 'Y' TO WS-TR-EOF-SWITCH
    END-READ.
    IF WS-TR-EOF
        MOVE 'N' TO WS-BATCH-SWITCH
        MOVE "EMPTY FILE - NO HEADER" TO WS-REFUSAL-REASON
    ELSE
        PERFORM 2805-VERIFY-ONE-BATCH THRU 2805-EXIT
            UNTIL WS-TR-EOF OR WS-BATCH-REFUSED
    END-IF.
    IF WS-BATCH-ACCEPTED AND WS-NORMAL-START
        PERFORM 2840-CHECK-DATE-NOT-LOADED THRU 2840-EXIT
    END-IF.
    CLOSE TRAN-FILE.
    OPEN INPUT TRAN-FILE.
2800-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2805-VERIFY-ONE-BATCH.  PROVE ONE BATCH'S HEADER, THEN ITS
*> BODY.  ON ENTRY THE CURRENT RECORD IS THE ONE THAT SHOULD BE
*> THE 'H' HEADER.  A SYSTEM MAY SEND ONLY ONE BATCH A NIGHT.
*> ----------------------------------------------------------------
2805-VERIFY-ONE-BATCH.
    MOVE TR-SENDING-SYSTEM TO WS-RANK-SYSTEM.
    PERFORM 3160-FIND-SYSTEM-RANK THRU 3160-EXIT.
    MOVE ZERO TO WS-PRIOR-BATCH.
    IF TR-HEADER-RECORD
        PERFORM 2808-FIND-PRIOR-BATCH THRU 2808-EXIT
            VARYING WS-BATCH-INDEX FROM 1 BY 1
            UNTIL WS-BATCH-INDEX > WS-BATCH-COUNT
    END-IF.
    EVALUATE TRUE
        WHEN NOT TR-HEADER-RECORD AND WS-BATCH-COUNT = ZERO
            MOVE 'N' TO WS-BATCH-SWITCH
            MOVE "FIRST RECORD IS NOT AN 'H' HEADER"
                TO WS-REFUSAL-REASON
        WHEN NOT TR-HEADER-RECORD
            MOVE 'N' TO WS-BATCH-SWITCH
            MOVE "RECORDS FOLLOW THE 'T' TRAILER"
                TO WS-REFUSAL-REASON
        WHEN TR-BUSINESS-DATE IS NOT NUMERIC
            MOVE 'N' TO WS-BATCH-SWITCH
            MOVE "HEADER BUSINESS DATE NOT NUMERIC"
                TO WS-REFUSAL-REASON
        WHEN WS-RANK-FOUND = ZERO
            MOVE TR-SENDING-SYSTEM TO WS-SENDING-SYSTEM
            MOVE 'N' TO WS-BATCH-SWITCH
            MOVE "SENDING SYSTEM NOT ON SYSREF"
                TO WS-REFUSAL-REASON
        WHEN WS-PRIOR-BATCH > ZERO
            MOVE TR-SENDING-SYSTEM TO WS-SENDING-SYSTEM
            MOVE 'N' TO WS-BATCH-SWITCH
            MOVE "SECOND BATCH FROM ONE SENDING SYSTEM"
                TO WS-REFUSAL-REASON
        WHEN WS-BATCH-COUNT NOT < 10
            MOVE 'N' TO WS-BATCH-SWITCH
            MOVE "MORE THAN 10 BATCHES IN FILE"
                TO WS-REFUSAL-REASON
        WHEN OTHER
            ADD 1 TO WS-BATCH-COUNT
            INITIALIZE BT-ENTRIES(WS-BATCH-COUNT)
            MOVE TR-SENDING-SYSTEM TO BT-SYSTEM(WS-BATCH-COUNT)
            MOVE TR-BUSINESS-DATE TO BT-BUSINESS-DATE(WS-BATCH-COUNT)
            MOVE 'L' TO BT-STATE(WS-BATCH-COUNT)
            MOVE TR-SENDING-SYSTEM TO WS-SENDING-SYSTEM
            IF WS-BATCH-COUNT = 1
                MOVE TR-SENDING-SYSTEM TO WS-FIRST-SYSTEM
            END-IF
            IF TR-BUSINESS-DATE > WS-BATCH-DATE
                MOVE TR-BUSINESS-DATE TO WS-BATCH-DATE
            END-IF
            PERFORM 2810-VERIFY-BATCH-BODY THRU 2810-EXIT
    END-EVALUATE.
2805-EXIT.
    EXIT.

2808-FIND-PRIOR-BATCH.
    IF BT-SYSTEM(WS-BATCH-INDEX) = TR-SENDING-SYSTEM
        MOVE WS-BATCH-INDEX TO WS-PRIOR-BATCH
    END-IF.
2808-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> TRAILER AND PROVE THE TRAILER COUNT.
*> ----------------------------------------------------------------
2810-VERIFY-BATCH-BODY.
    MOVE ZERO TO WS-BATCH-DETAIL-COUNT.
    MOVE 'N' TO WS-BATCH-END-SWITCH.
    PERFORM 2820-VERIFY-ONE-RECORD THRU 2820-EXIT
        UNTIL WS-TR-EOF OR WS-BATCH-REFUSED OR WS-BATCH-ENDED.
    IF WS-BATCH-ACCEPTED AND WS-BATCH-OPEN
        MOVE 'N' TO WS-BATCH-SWITCH
        MOVE "NO 'T' TRAILER - FILE MAY BE TRUNCATED"
            TO WS-REFUSAL-REASON
2820-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2830-PROVE-TRAILER.  A GOOD TRAILER ENDS THE BATCH AND READS
*> AHEAD: END OF FILE, OR THE NEXT BATCH'S HEADER FOR 2805.
*> ----------------------------------------------------------------
2830-PROVE-TRAILER.
    EVALUATE TRUE
        WHEN TR-RECORD-COUNT IS NOT NUMERIC
                TO WS-REFUSAL-REASON
        WHEN OTHER
            MOVE TR-RECORD-COUNT TO WS-BATCH-TRAILER-COUNT
            MOVE WS-BATCH-DETAIL-COUNT
                TO BT-DETAIL-COUNT(WS-BATCH-COUNT)
            MOVE 'Y' TO WS-BATCH-END-SWITCH
            READ TRAN-FILE
                AT END MOVE 'Y' TO WS-TR-EOF-SWITCH
            END-READ
    END-EVALUATE.
2830-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2840-CHECK-DATE-NOT-LOADED.  SCAN THE LOADDATE FILE FOR EACH
*> BATCH'S SYSTEM AND BUSINESS DATE.  A MISSING FILE (STATUS 35)
*> JUST MEANS NOTHING HAS EVER BEEN STAMPED.  PARM='RESTART'
*> BYPASSES THE CHECK (SEE 2800) - AN OPERATOR DELIBERATELY
*> REDOING A NIGHT, E.G. AFTER A FORWARD RECOVERY, IS NOT A
*> RE-TRANSMISSION.  A BATCH WHOSE DATE ITS SYSTEM HAS ALREADY
*> LOADED IS MARKED SKIPPED: ITS DETAILS ARE READ PAST UNAPPLIED
*> AND THE STEP ENDS RC=4, WHILE THE OTHER SYSTEMS' BATCHES LOAD.
*> A LOADDATE ROW WITH A BLANK SYSTEM PREDATES PER-SYSTEM
*> STAMPING AND COVERS EVERY SYSTEM.  ONLY WHEN EVERY BATCH IS
*> SKIPPED IS THIS WHOLE RUN A SECOND SUBMISSION, REFUSED AS A
*> WHOLE (PASS-THROUGH PATH, SEE 2950), NOT JUST THE INTAKE -
*> OTHERWISE THE SWEEP AND RECYCLE WOULD EXECUTE AGAIN AND STEP
*> EVERY RECYCLED SUSPENSE RECORD'S FAIL COUNT A NIGHT EARLY.
*> ----------------------------------------------------------------
2840-CHECK-DATE-NOT-LOADED.
    MOVE 'N' TO WS-LD-EOF-SWITCH.
    MOVE ZERO TO WS-BATCHES-SKIPPED.
    OPEN INPUT LOADED-DATES.
    IF WS-LD-STATUS = '35'
        MOVE 'Y' TO WS-LD-EOF-SWITCH
            UNTIL WS-LD-EOF
        CLOSE LOADED-DATES
    END-IF.
    IF WS-BATCHES-SKIPPED = WS-BATCH-COUNT
        MOVE 'N' TO WS-BATCH-SWITCH
        MOVE 'N' TO WS-RUN-CONTROL-SWITCH
        MOVE "BUSINESS DATE ALREADY LOADED" TO WS-REFUSAL-REASON
    END-IF.
2840-EXIT.
    EXIT.

    EXIT.

2860-TEST-LOADED-DATE.
    PERFORM 2865-TEST-ONE-BATCH-DATE THRU 2865-EXIT
        VARYING WS-BATCH-INDEX FROM 1 BY 1
        UNTIL WS-BATCH-INDEX > WS-BATCH-COUNT.
    PERFORM 2850-READ-LOADED-DATE THRU 2850-EXIT.
2860-EXIT.
    EXIT.

2865-TEST-ONE-BATCH-DATE.
    IF BT-LIVE(WS-BATCH-INDEX)
       AND LD-BUSINESS-DATE = BT-BUSINESS-DATE(WS-BATCH-INDEX)
       AND (LD-SENDING-SYSTEM = SPACES
         OR LD-SENDING-SYSTEM = BT-SYSTEM(WS-BATCH-INDEX))
        MOVE 'S' TO BT-STATE(WS-BATCH-INDEX)
        ADD 1 TO WS-BATCHES-SKIPPED
        DISPLAY "BATCH SKIPPED - " BT-SYSTEM(WS-BATCH-INDEX)
            " BUSINESS DATE " BT-BUSINESS-DATE(WS-BATCH-INDEX)
            " ALREADY LOADED"
    END-IF.
2865-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2900-CHECK-RUN-CONTROL.  SCAN THE RUNCTL FILE FOR A COMPLETE
*> RUN OF THIS PROGRAM ALREADY STAMPED FOR TONIGHT'S BUSINESS
*> DATE.  THE LOADDATE GUARD HAS ALREADY REFUSED A FILE WHOSE
*> EVERY BATCH WAS LOADED, SO ONE FOUND HERE MEANS A LATE FILE -
*> A SYSTEM WHOSE BATCH MISSED THE NIGHT'S RUN.  ITS BATCH IS
*> TAKEN INTAKE ONLY: THE PENDING SWEEP AND SUSPENSE RECYCLE HAVE
*> ALREADY RUN FOR THE DATE AND ARE PASSED THROUGH (2950) RATHER
*> THAN RUN TWICE.  PARM='RESTART' SKIPS THE CHECK - THE OPERATOR
*> IS SAYING THE PRIOR RUN MUST BE REDONE.  A MISSING RUNCTL
*> (STATUS 35) JUST MEANS NOTHING HAS EVER BEEN STAMPED.
*> ----------------------------------------------------------------
2900-CHECK-RUN-CONTROL.
    IF WS-NORMAL-START
            CLOSE RUN-CONTROL
        END-IF
    END-IF.
    IF WS-RUN-INTAKE-ONLY
        DISPLAY "BUSINESS DATE " WS-BATCH-DATE
            " ALREADY COMPLETED - LATE BATCH TAKEN INTAKE ONLY"
    END-IF.
2900-EXIT.
    EXIT.
    IF RC-PROGRAM = "HELLOWLD"
       AND RC-BUSINESS-DATE = WS-BATCH-DATE
       AND RC-RUN-COMPLETE
        MOVE 'L' TO WS-RUN-CONTROL-SWITCH
        MOVE 'Y' TO WS-RC-EOF-SWITCH
    ELSE
        PERFORM 2910-READ-RUN-CONTROL THRU 2910-EXIT
*> TRANSACTION, DISPLAY IT, AND PERSIST IT TO USER-MASTER INSTEAD
*> OF LETTING IT EVAPORATE WHEN THE JOB ENDS.  ONLY 'D' DETAILS
*> PROCESS - THE 'H'/'T' FRAMING WAS PROVED BY THE VERIFICATION
*> PASS AND IS PASSED OVER HERE, EXCEPT THAT EACH 'H' STEPS
*> WS-CURRENT-BATCH TO ITS BATCH-TABLE ENTRY.  A SKIPPED BATCH'S
*> DETAILS, AND A BATCH HELD BY THE CIRCUIT BREAKER (2600), ARE
*> READ PAST UNAPPLIED.
*> ----------------------------------------------------------------
3000-PROCESS-TRANSACTIONS.
    MOVE 'N' TO WS-TR-EOF-SWITCH.
    MOVE ZERO TO WS-CURRENT-BATCH.
    MOVE WS-SKIP-COUNT TO WS-PROCESSED-COUNT.
    MOVE ZERO TO WS-SKIPPED-COUNT.
    IF WS-SKIP-COUNT > 0
    READ TRAN-FILE
        AT END MOVE 'Y' TO WS-TR-EOF-SWITCH
        NOT AT END
            EVALUATE TRUE
                WHEN TR-HEADER-RECORD
                    ADD 1 TO WS-CURRENT-BATCH
                WHEN TR-DETAIL-RECORD
                    ADD 1 TO WS-SKIPPED-COUNT
            END-EVALUATE
    END-READ.
3005-EXIT.
    EXIT.
        AT END MOVE 'Y' TO WS-TR-EOF-SWITCH
        NOT AT END
            IF TR-DETAIL-RECORD
                IF BT-LIVE(WS-CURRENT-BATCH)
                    ADD 1 TO WS-READ-COUNT
                    ADD 1 TO BT-READ(WS-CURRENT-BATCH)
                END-IF
            END-IF
    END-READ.
3010-EXIT.
    EXIT.

3020-PROCESS-ONE-TRANSACTION.
    EVALUATE TRUE
        WHEN TR-HEADER-RECORD
            ADD 1 TO WS-CURRENT-BATCH
        WHEN NOT TR-DETAIL-RECORD
            CONTINUE
        WHEN BT-SKIPPED(WS-CURRENT-BATCH)
            ADD 1 TO WS-SKIPPED-DETAILS
            ADD 1 TO WS-PROCESSED-COUNT
            PERFORM 3030-CHECK-CHECKPOINT THRU 3030-EXIT
        WHEN BT-HELD(WS-CURRENT-BATCH)
            ADD 1 TO WS-HELD-DETAILS
            ADD 1 TO WS-PROCESSED-COUNT
            PERFORM 3030-CHECK-CHECKPOINT THRU 3030-EXIT
        WHEN OTHER
            PERFORM 3022-PROCESS-ONE-DETAIL THRU 3022-EXIT
    END-EVALUATE.
    PERFORM 3010-READ-TRANSACTION THRU 3010-EXIT.
3020-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3022-PROCESS-ONE-DETAIL.  A DETAIL IN A LIVE BATCH IS ITS
*> BATCH'S SYSTEM'S REQUEST - THAT SYSTEM IS THE SENDER FOR THE
*> PRECEDENCE TEST AND THE REQUESTER ON EVERY JOURNAL ENTRY.
*> ----------------------------------------------------------------
3022-PROCESS-ONE-DETAIL.
    MOVE BT-SYSTEM(WS-CURRENT-BATCH) TO WS-SENDING-SYSTEM.
    MOVE WS-SENDING-SYSTEM TO WS-AUDIT-OPERATOR.
    MOVE SPACES TO WS-AUDIT-APPROVER.
    MOVE TR-NAME TO WS-NAME.
    MOVE TR-BIRTHDAY TO WS-BIRTHDAY.
    MOVE TR-CITY TO WS-CITY.
    MOVE TR-STREET TO WS-STREET.
    MOVE TR-STATE TO WS-STATE.
    MOVE TR-ZIP TO WS-ZIP.
    MOVE 'T' TO WS-SOURCE-SWITCH.
    PERFORM 3050-EDIT-AND-APPLY THRU 3050-EXIT.
    ADD 1 TO WS-PROCESSED-COUNT.
    PERFORM 3030-CHECK-CHECKPOINT THRU 3030-EXIT.
3022-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3050-EDIT-AND-APPLY.  COMMON EDIT PATH FOR A TRANSACTION IN
*> WS-AREA, WHETHER IT CAME OFF TRANFILE OR WAS RECYCLED FROM THE
    IF WS-TRANSACTION-VALID
        PERFORM 3055-STANDARDIZE-CITY THRU 3055-EXIT
    END-IF.
    IF WS-TRANSACTION-VALID AND WS-CITY-KNOWN
        PERFORM 3057-CHECK-ZIP-REFERENCE THRU 3057-EXIT
    END-IF.
    EVALUATE TRUE
        WHEN WS-TRANSACTION-INVALID
            PERFORM 3070-ROUTE-REJECT THRU 3070-EXIT
3056-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3057-CHECK-ZIP-REFERENCE.  THE SECOND HALF OF THE ADDRESS EDIT,
*> RUN ONCE 3055 HAS PUT WS-CITY IN CANONICAL FORM: WS-ZIP MUST BE
*> ON THE ZIPREF TABLE, UNDER WS-STATE, FOR WS-CITY.  THE HALVING
*> SEARCH LEAVES WS-ZIP-LOW ON THE FIRST ROW FOR THE ZIP (IF ANY);
*> 3059 THEN WALKS THAT ZIP'S ROWS LOOKING FOR THE STATE AND CITY.
*> A FAILURE SUSPENDS WITH REASON 'A', EXACTLY AS 3026 DOES.
*> ----------------------------------------------------------------
3057-CHECK-ZIP-REFERENCE.
    MOVE WS-CITY TO WS-ZIP-CITY-UPPER.
    INSPECT WS-ZIP-CITY-UPPER CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    MOVE 'N' TO WS-ZIP-MATCH-SWITCH.
    MOVE 'N' TO WS-ZIP-SCAN-SWITCH.
    MOVE 1 TO WS-ZIP-LOW.
    MOVE WS-ZIPREF-COUNT TO WS-ZIP-HIGH.
    PERFORM 3058-PROBE-ZIP-TABLE THRU 3058-EXIT
        UNTIL WS-ZIP-LOW > WS-ZIP-HIGH.
    PERFORM 3059-MATCH-ZIP-ROW THRU 3059-EXIT
        VARYING WS-ZIPREF-INDEX FROM WS-ZIP-LOW BY 1
        UNTIL WS-ZIPREF-INDEX > WS-ZIPREF-COUNT
           OR WS-ZIP-SCAN-DONE.
    EVALUATE TRUE
        WHEN WS-ZIP-MATCHED
            CONTINUE
        WHEN WS-ZIP-NOT-ON-FILE
            MOVE 'N' TO WS-VALID-SWITCH
            MOVE 'A' TO WS-SUSP-REASON
            MOVE "ZIP NOT ON ZIPREF" TO WS-RJ-REASON
        WHEN WS-ZIP-WRONG-STATE
            MOVE 'N' TO WS-VALID-SWITCH
            MOVE 'A' TO WS-SUSP-REASON
            MOVE "ZIP/STATE MISMATCH" TO WS-RJ-REASON
        WHEN OTHER
            MOVE 'N' TO WS-VALID-SWITCH
            MOVE 'A' TO WS-SUSP-REASON
            MOVE "ZIP/CITY MISMATCH" TO WS-RJ-REASON
    END-EVALUATE.
3057-EXIT.
    EXIT.

3058-PROBE-ZIP-TABLE.
    COMPUTE WS-ZIP-MID = (WS-ZIP-LOW + WS-ZIP-HIGH) / 2.
    IF ZR-ZIP(WS-ZIP-MID) < WS-ZIP
        COMPUTE WS-ZIP-LOW = WS-ZIP-MID + 1
    ELSE
        COMPUTE WS-ZIP-HIGH = WS-ZIP-MID - 1
    END-IF.
3058-EXIT.
    EXIT.

3059-MATCH-ZIP-ROW.
    EVALUATE TRUE
        WHEN ZR-ZIP(WS-ZIPREF-INDEX) NOT = WS-ZIP
            MOVE 'Y' TO WS-ZIP-SCAN-SWITCH
        WHEN ZR-STATE(WS-ZIPREF-INDEX) NOT = WS-STATE
            IF WS-ZIP-NOT-ON-FILE
                MOVE 'S' TO WS-ZIP-MATCH-SWITCH
            END-IF
        WHEN ZR-CITY(WS-ZIPREF-INDEX) NOT = WS-ZIP-CITY-UPPER
            MOVE 'C' TO WS-ZIP-MATCH-SWITCH
        WHEN OTHER
            MOVE 'Y' TO WS-ZIP-MATCH-SWITCH
            MOVE 'Y' TO WS-ZIP-SCAN-SWITCH
    END-EVALUATE.
3059-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3060-ROUTE-DUPLICATE.  A FRESH TRANFILE DUPLICATE PRINTS ON
*> DUPRPT AND OPENS A SUSPENSE RECORD; A RECYCLED ONE STEPS ITS
3060-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3065-ROUTE-OWNER-CONFLICT.  THE MATCHED RECORD IS OWNED BY A
*> SYSTEM OF EQUAL OR HIGHER PRECEDENCE THAN THE SENDER.  NOTHING
*> APPLIES; A FRESH DETAIL PRINTS ON DUPRPT AND SUSPENDS WITH
*> REASON 'O', A RECYCLED ONE STEPS ITS FAILURE COUNT.  A CORRFILE
*> CORRECTION FOR THE NAME RELEASES IT ON THE NEXT RECYCLE.
*> ----------------------------------------------------------------
3065-ROUTE-OWNER-CONFLICT.
    MOVE 'O' TO WS-SUSP-REASON.
    IF WS-SOURCE-TRANFILE
        PERFORM 3215-WRITE-OWNER-LINE THRU 3215-EXIT
        MOVE 1 TO WS-CURRENT-FAIL-COUNT
        PERFORM 3300-WRITE-SUSPENSE THRU 3300-EXIT
    ELSE
        PERFORM 3080-RECYCLE-FAILURE THRU 3080-EXIT
    END-IF.
3065-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3070-ROUTE-REJECT.  A FRESH TRANFILE REJECT PRINTS ON REJRPT
*> AND OPENS A SUSPENSE RECORD; A RECYCLED ONE STEPS ITS FAILURE
    ADD 1 TO WS-CITYEXC-COUNT.
    MOVE 'C' TO WS-SUSP-REASON.
    IF WS-SOURCE-TRANFILE
        ADD 1 TO BT-CITYEXC(WS-CURRENT-BATCH)
        MOVE 1 TO WS-CURRENT-FAIL-COUNT
        PERFORM 3300-WRITE-SUSPENSE THRU 3300-EXIT
    ELSE
            MOVE "UNKNOWN CITY" TO WS-AGE-REASON
        WHEN 'A'
            MOVE "INVALID ADDRESS" TO WS-AGE-REASON
        WHEN 'O'
            MOVE "OWNER CONFLICT" TO WS-AGE-REASON
        WHEN OTHER
            MOVE "INVALID BIRTHDAY" TO WS-AGE-REASON
    END-EVALUATE.
    MOVE WS-STREET TO SPO-STREET.
    MOVE WS-STATE TO SPO-STATE.
    MOVE WS-ZIP TO SPO-ZIP.
    MOVE WS-SENDING-SYSTEM TO SPO-SENDING-SYSTEM.
    WRITE SPO-RECORD.
    ADD 1 TO WS-SUSPENDED-COUNT.
    IF WS-SOURCE-TRANFILE
        ADD 1 TO BT-SUSPENDED(WS-CURRENT-BATCH)
    END-IF.
3300-EXIT.
    EXIT.

    MOVE WS-BIRTHDAY TO WS-RJ-BIRTHDAY.
    WRITE REJECT-RECORD FROM WS-REJECT-LINE.
    ADD 1 TO WS-REJECT-COUNT.
    ADD 1 TO BT-REJECTS(WS-CURRENT-BATCH).
3200-EXIT.
    EXIT.

    END-IF.
    WRITE DUP-RECORD FROM WS-DUP-LINE.
    ADD 1 TO WS-DUPLICATE-COUNT.
    ADD 1 TO BT-DUPLICATES(WS-CURRENT-BATCH).
3210-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3215-WRITE-OWNER-LINE.  AN OWNER CONFLICT PRINTS ON DUPRPT
*> WITH THE OWNING AND THE SENDING SYSTEM, FOR THE SAME REVIEW.
*> ----------------------------------------------------------------
3215-WRITE-OWNER-LINE.
    MOVE WS-NAME TO WS-OW-NAME.
    MOVE UM-OWNER-SYSTEM TO WS-OW-OWNER.
    MOVE WS-SENDING-SYSTEM TO WS-OW-SENDER.
    WRITE DUP-RECORD FROM WS-OWNER-LINE.
    ADD 1 TO WS-CONFLICT-COUNT.
    ADD 1 TO BT-CONFLICTS(WS-CURRENT-BATCH).
3215-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3100-SAVE-TO-MASTER.  MATCH THE TRANSACTION TO THE MASTER BY
*> NAME: NO MATCH IS AN ADD UNDER THE NEXT FREE USER-ID, ONE MATCH
*> NOTHING FROM THE MASTER IS STILL THE SAME UNWORKED REJECT
*> (PAYACK REJECTS LOOK EXACTLY LIKE THIS), SO IT RE-SUSPENDS
*> WITH ITS FAIL COUNT STEPPED INSTEAD OF VANISHING INTO A
*> NO-CHANGE REWRITE.  A MATCH OWNED BY ANOTHER SYSTEM IS FIRST
*> PUT TO THE PRECEDENCE TEST (3150); ONE THE SENDER MAY NOT
*> TOUCH ROUTES DOWN THE OWNER-CONFLICT PATH INSTEAD.
*> ----------------------------------------------------------------
3100-SAVE-TO-MASTER.
    MOVE WS-NAME TO WS-LOOKUP-NAME.
    PERFORM 3105-LOCATE-BY-NAME THRU 3105-EXIT.
    MOVE 'A' TO WS-PRECEDENCE-SWITCH.
    IF WS-LOOKUP-FOUND AND WS-NAME-UNAMBIGUOUS
        PERFORM 3150-CHECK-PRECEDENCE THRU 3150-EXIT
    END-IF.
    EVALUATE TRUE
        WHEN WS-LOOKUP-NOT-FOUND
            PERFORM 3140-ADD-NEW-MASTER THRU 3140-EXIT
                MOVE 'N' TO WS-DUP-BDAY-SWITCH
            END-IF
            PERFORM 3060-ROUTE-DUPLICATE THRU 3060-EXIT
        WHEN WS-OWNER-CONFLICT
            PERFORM 3065-ROUTE-OWNER-CONFLICT THRU 3065-EXIT
        WHEN WS-SOURCE-SUSPENSE AND WS-CORR-NOT-FOUND
         AND UM-BIRTHDAY = WS-BIRTHDAY
         AND UM-CITY = WS-CITY
    EXIT.

*> ----------------------------------------------------------------
*> 3150-CHECK-PRECEDENCE.  DECIDE WHETHER THE SENDING SYSTEM MAY
*> APPLY TO THE MATCHED RECORD IN THE RECORD AREA (SEE SYREC):
*>   - A SENDER NOT ON SYSREF IS IN-HOUSE (PAYACK REJECTS) AND A
*>     CORRFILE CORRECTION IS AN OPERATOR'S DECISION - BOTH APPLY
*>     WITHOUT TOUCHING THE OWNER;
*>   - THE OWNER'S OWN RECORDS APPLY;
*>   - AN UNOWNED RECORD, OR ONE WHOSE OWNER IS NO LONGER ON
*>     SYSREF OR RANKS BELOW THE SENDER, IS CLAIMED BY THE SENDER;
*>   - ANYTHING ELSE IS AN OWNER CONFLICT.
*> ----------------------------------------------------------------
3150-CHECK-PRECEDENCE.
    MOVE WS-SENDING-SYSTEM TO WS-RANK-SYSTEM.
    PERFORM 3160-FIND-SYSTEM-RANK THRU 3160-EXIT.
    MOVE WS-RANK-FOUND TO WS-SENDER-RANK.
    MOVE UM-OWNER-SYSTEM TO WS-RANK-SYSTEM.
    PERFORM 3160-FIND-SYSTEM-RANK THRU 3160-EXIT.
    MOVE WS-RANK-FOUND TO WS-OWNER-RANK.
    EVALUATE TRUE
        WHEN WS-SENDER-RANK = ZERO
            MOVE 'A' TO WS-PRECEDENCE-SWITCH
        WHEN WS-SOURCE-SUSPENSE AND WS-CORR-FOUND
            MOVE 'A' TO WS-PRECEDENCE-SWITCH
        WHEN UM-OWNER-SYSTEM = WS-SENDING-SYSTEM
            MOVE 'A' TO WS-PRECEDENCE-SWITCH
        WHEN UM-OWNER-SYSTEM = SPACES
            MOVE 'C' TO WS-PRECEDENCE-SWITCH
        WHEN WS-OWNER-RANK = ZERO
            MOVE 'C' TO WS-PRECEDENCE-SWITCH
        WHEN WS-SENDER-RANK < WS-OWNER-RANK
            MOVE 'C' TO WS-PRECEDENCE-SWITCH
        WHEN OTHER
            MOVE 'O' TO WS-PRECEDENCE-SWITCH
    END-EVALUATE.
3150-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3160-FIND-SYSTEM-RANK.  LOOK WS-RANK-SYSTEM UP ON THE SYSREF
*> TABLE.  WS-RANK-FOUND COMES BACK WITH ITS PRECEDENCE, OR ZERO
*> WHEN THE SYSTEM IS NOT ON THE TABLE.
*> ----------------------------------------------------------------
3160-FIND-SYSTEM-RANK.
    MOVE ZERO TO WS-RANK-FOUND.
    IF WS-RANK-SYSTEM NOT = SPACES
        PERFORM 3165-MATCH-SYSTEM-ROW THRU 3165-EXIT
            VARYING WS-SYSREF-INDEX FROM 1 BY 1
            UNTIL WS-SYSREF-INDEX > WS-SYSREF-COUNT
               OR WS-RANK-FOUND > ZERO
    END-IF.
3160-EXIT.
    EXIT.

3165-MATCH-SYSTEM-ROW.
    IF SR-SYSTEM(WS-SYSREF-INDEX) = WS-RANK-SYSTEM
        MOVE SR-PRECEDENCE(WS-SYSREF-INDEX) TO WS-RANK-FOUND
    END-IF.
3165-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3105-LOCATE-BY-NAME.  WALK THE UM-NAME ALTERNATE KEY FOR
*> WS-LOOKUP-NAME, PASSING OVER MERGED RECORDS - A RETIRED ID IS
*> NEVER THE ONE A NAME MEANS.  SETS THE FOUND SWITCH, AND THE
*> AMBIGUOUS SWITCH WHEN A SECOND UNMERGED RECORD CARRIES THE
*> SAME NAME.  A NAME CARRIED ONLY BY MERGED RECORDS COMES BACK
*> FOUND AND AMBIGUOUS, SO IT GOES FOR REVIEW INSTEAD OF BEING
*> ADDED AS A NEW PERSON.  ON A MATCH THE FIRST UNMERGED RECORD
*> IS LEFT IN THE RECORD AREA, RE-READ BY ITS PRIMARY KEY SO A
*> FOLLOWING REWRITE TARGETS THE RIGHT ONE.  SAME LOGIC AS
*> USRMAINT'S 8300.
*> ----------------------------------------------------------------
3105-LOCATE-BY-NAME.
    MOVE 'N' TO WS-LOOKUP-FOUND-SWITCH.
    MOVE 'N' TO WS-LOOKUP-AMBIG-SWITCH.
    MOVE 'N' TO WS-NAME-SCAN-SWITCH.
    MOVE 'N' TO WS-MERGED-SEEN-SWITCH.
    MOVE WS-LOOKUP-NAME TO UM-NAME.
    START USER-MASTER KEY IS = UM-NAME
        INVALID KEY MOVE 'Y' TO WS-NAME-SCAN-SWITCH
    END-START.
    PERFORM 3106-CHECK-NAME-TWIN THRU 3106-EXIT
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
3105-EXIT.
    EXIT.

3106-CHECK-NAME-TWIN.
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
3106-EXIT.
    EXIT.
    MOVE WS-STREET TO UM-STREET.
    MOVE WS-STATE TO UM-STATE.
    MOVE WS-ZIP TO UM-ZIP.
*> A NEW PERSON BELONGS TO THE SYSTEM THAT SENT THEM; AN IN-HOUSE
*> ADD (SENDER NOT ON SYSREF) STAYS UNOWNED.
    MOVE WS-SENDING-SYSTEM TO WS-RANK-SYSTEM.
    PERFORM 3160-FIND-SYSTEM-RANK THRU 3160-EXIT.
    IF WS-RANK-FOUND > ZERO
        MOVE WS-SENDING-SYSTEM TO UM-OWNER-SYSTEM
    ELSE
        MOVE SPACES TO UM-OWNER-SYSTEM
    END-IF.
    WRITE UM-RECORD.
    ADD 1 TO WS-ADD-COUNT.
    IF WS-SOURCE-TRANFILE
        ADD 1 TO BT-ADDS(WS-CURRENT-BATCH)
    END-IF.
    MOVE WS-NEXT-USER-ID TO WS-AUDIT-USER-ID.
    ADD 1 TO WS-NEXT-USER-ID.
    PERFORM 3110-AUDIT-ADD THRU 3110-EXIT.
    IF UM-OWNER-SYSTEM NOT = SPACES
        MOVE 'C' TO WS-AUDIT-ACTION
        MOVE WS-NAME TO WS-AUDIT-NAME
        MOVE "OWNER" TO WS-AUDIT-FIELD
        MOVE SPACES TO WS-AUDIT-OLD
        MOVE UM-OWNER-SYSTEM TO WS-AUDIT-NEW
        PERFORM 9300-WRITE-AUDIT THRU 9300-EXIT
    END-IF.
    PERFORM 3130-ADD-TO-TABLE-AREA THRU 3130-EXIT.
3140-EXIT.
    EXIT.
*> ACTUALLY CHANGED.  A MATCH AGAINST A PARKED (INACTIVE) RECORD
*> REINSTATES IT FIRST - THE RETURNING USER'S CITY AND BIRTHDAY
*> WERE NEVER LOST, AND THE TRANSACTION'S VALUES THEN APPLY ON
*> TOP AS ORDINARY CHANGES.  WHEN 3150 SAID CLAIM, THE SENDER
*> BECOMES THE OWNER AND THAT IS JOURNALED AS FIELD OWNER.
*> ----------------------------------------------------------------
3120-AUDIT-AND-APPLY-CHANGES.
    MOVE UM-RECORD TO WS-SAVE-RECORD.
        PERFORM 9300-WRITE-AUDIT THRU 9300-EXIT
        MOVE WS-ZIP TO UM-ZIP
    END-IF.
    IF WS-OWNER-CLAIM
        MOVE 'C' TO WS-AUDIT-ACTION
        MOVE WS-NAME TO WS-AUDIT-NAME
        MOVE "OWNER" TO WS-AUDIT-FIELD
        MOVE WS-SAVE-OWNER-SYSTEM TO WS-AUDIT-OLD
        MOVE WS-SENDING-SYSTEM TO WS-AUDIT-NEW
        PERFORM 9300-WRITE-AUDIT THRU 9300-EXIT
        MOVE WS-SENDING-SYSTEM TO UM-OWNER-SYSTEM
    END-IF.
    REWRITE UM-RECORD.
    ADD 1 TO WS-CHANGE-COUNT.
    IF WS-SOURCE-TRANFILE
        ADD 1 TO BT-CHANGES(WS-CURRENT-BATCH)
    END-IF.
3120-EXIT.
    EXIT.

    MOVE WS-AUDIT-FIELD TO AU-FIELD.
    MOVE WS-AUDIT-OLD TO AU-OLD-VALUE.
    MOVE WS-AUDIT-NEW TO AU-NEW-VALUE.
    MOVE WS-AUDIT-OPERATOR TO AU-OPERATOR-ID.
    MOVE WS-AUDIT-APPROVER TO AU-APPROVER-ID.
    WRITE AU-RECORD.
*> ONLY THE 'C' ROWS ARE COUNTED HERE.  A CHANGE WRITES 0..N ROWS
*> (ONE PER FIELD THAT ACTUALLY CHANGED), SO NO TRANSACTION-LEVEL
*> PROVE THE THREE OUTPUT BUCKETS ADD BACK TO THE INPUT COUNT.
*> A SHORT TRANFILE GENERATION OR A SILENT I/O PROBLEM NOW SHOWS
*> UP AS AN OUT-OF-BALANCE RUN (RETURN-CODE 8) INSTEAD OF LOOKING
*> LIKE A CLEAN ONE.  EACH SENDING SYSTEM'S BATCH THEN GETS ITS
*> OWN SECTION WITH ITS OWN TOTALS AND BALANCE PROOF (8550).
*> ----------------------------------------------------------------
8500-PRINT-CONTROL-REPORT.
    MOVE "NIGHTLY LOAD - RUN CONTROL TOTALS" TO CONTROL-RECORD.
    MOVE SPACES TO CONTROL-RECORD.
    WRITE CONTROL-RECORD.
    MOVE SPACES TO CONTROL-RECORD.
    STRING "INTAKE FOR BUSINESS DATE " DELIMITED BY SIZE
           WS-BATCH-DATE DELIMITED BY SIZE
        INTO CONTROL-RECORD.
    WRITE CONTROL-RECORD.
               WS-REFUSAL-REASON DELIMITED BY SIZE
            INTO CONTROL-RECORD
        WRITE CONTROL-RECORD
        IF WS-SENDING-SYSTEM NOT = SPACES AND NOT WS-RUN-REFUSED
            MOVE SPACES TO CONTROL-RECORD
            STRING "*** AT THE BATCH FROM " DELIMITED BY SIZE
                   WS-SENDING-SYSTEM DELIMITED BY SIZE
                INTO CONTROL-RECORD
            WRITE CONTROL-RECORD
        END-IF
        MOVE "*** NO TRANFILE DETAILS WERE APPLIED - STEP ENDS RC=8"
            TO CONTROL-RECORD
        WRITE CONTROL-RECORD
    END-IF.
    IF WS-RUN-REFUSED
        MOVE "*** NOTHING APPLIED - RESUBMIT WITH PARM='RESTART' TO REDO"
            TO CONTROL-RECORD
        WRITE CONTROL-RECORD
    END-IF.
    IF WS-RUN-INTAKE-ONLY
        MOVE "*** BUSINESS DATE ALREADY COMPLETED - LATE BATCH INTAKE ONLY"
            TO CONTROL-RECORD
        WRITE CONTROL-RECORD
        MOVE "*** PENDING SWEEP AND SUSPENSE RECYCLE PASSED THROUGH"
            TO CONTROL-RECORD
        WRITE CONTROL-RECORD
    END-IF.
    IF WS-BATCHES-SKIPPED > ZERO AND WS-BATCH-ACCEPTED
        MOVE "*** BATCH(ES) SKIPPED - DATE ALREADY LOADED - STEP ENDS RC=4"
            TO CONTROL-RECORD
        WRITE CONTROL-RECORD
    END-IF.
    IF WS-INTAKE-HELD
        MOVE "*** INTAKE HELD BY THE CIRCUIT BREAKER - SEE BRKRPT - STEP ENDS RC=4"
            TO CONTROL-RECORD
        WRITE CONTROL-RECORD
        MOVE "*** TO APPLY THE BATCH AS SENT, RESUBMIT WITH PARM='RELEASE'"
            TO CONTROL-RECORD
        WRITE CONTROL-RECORD
    END-IF.
    IF WS-RELEASE-REQUESTED
        MOVE "*** RELEASED BY PARM='RELEASE' - CIRCUIT BREAKER RULES NOT APPLIED"
            TO CONTROL-RECORD
        WRITE CONTROL-RECORD
    END-IF.
    MOVE SPACES TO CONTROL-RECORD.
    WRITE CONTROL-RECORD.
    MOVE "TRANSACTIONS READ ....  " TO WS-CTL-LABEL.
    MOVE "DUPLICATES FLAGGED ...  " TO WS-CTL-LABEL.
    MOVE WS-DUPLICATE-COUNT TO WS-CTL-COUNT.
    WRITE CONTROL-RECORD FROM WS-CONTROL-LINE.
    MOVE "OWNER CONFLICTS ......  " TO WS-CTL-LABEL.
    MOVE WS-CONFLICT-COUNT TO WS-CTL-COUNT.
    WRITE CONTROL-RECORD FROM WS-CONTROL-LINE.
    MOVE "CITY EXCEPTIONS ......  " TO WS-CTL-LABEL.
    MOVE WS-CITYEXC-COUNT TO WS-CTL-COUNT.
    WRITE CONTROL-RECORD FROM WS-CONTROL-LINE.
    MOVE "AGED TO FOLLOW-UP ....  " TO WS-CTL-LABEL.
    MOVE WS-AGED-COUNT TO WS-CTL-COUNT.
    WRITE CONTROL-RECORD FROM WS-CONTROL-LINE.
    MOVE "DETAILS SKIPPED ......  " TO WS-CTL-LABEL.
    MOVE WS-SKIPPED-DETAILS TO WS-CTL-COUNT.
    WRITE CONTROL-RECORD FROM WS-CONTROL-LINE.
    MOVE "DETAILS HELD .........  " TO WS-CTL-LABEL.
    MOVE WS-HELD-DETAILS TO WS-CTL-COUNT.
    WRITE CONTROL-RECORD FROM WS-CONTROL-LINE.
    PERFORM 8600-CHECK-RUN-BALANCE THRU 8600-EXIT.
    PERFORM 8550-PRINT-SYSTEM-TOTALS THRU 8550-EXIT.
8500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8550-PRINT-SYSTEM-TOTALS.  ONE SECTION PER BATCH ON TONIGHT'S
*> TRANFILE.  AN APPLIED BATCH MUST BALANCE ON ITS OWN - EVERY
*> DETAIL READ SAVED AS AN ADD, SAVED AS A CHANGE, OR WRITTEN TO
*> SUSPENSE - AND ONE THAT DOES NOT TAKES THE WHOLE RUN OUT OF
*> BALANCE, SO NO SYSTEM'S BATCH IS STAMPED LOADED SHORT.
*> ----------------------------------------------------------------
8550-PRINT-SYSTEM-TOTALS.
    MOVE 'Y' TO WS-SYSTEMS-BALANCE-SWITCH.
    PERFORM 8560-PRINT-ONE-SYSTEM THRU 8560-EXIT
        VARYING WS-BATCH-INDEX FROM 1 BY 1
        UNTIL WS-BATCH-INDEX > WS-BATCH-COUNT.
    IF WS-SYSTEMS-OUT-OF-BALANCE
        MOVE 'N' TO WS-BALANCE-SWITCH
        MOVE SPACES TO CONTROL-RECORD
        WRITE CONTROL-RECORD
        MOVE "*** SYSTEM TOTALS OUT OF BALANCE - STEP ENDS RC=8 ***"
            TO CONTROL-RECORD
        WRITE CONTROL-RECORD
    END-IF.
8550-EXIT.
    EXIT.

8560-PRINT-ONE-SYSTEM.
    EVALUATE TRUE
        WHEN BT-SKIPPED(WS-BATCH-INDEX)
            MOVE "SKIPPED - DATE ALREADY LOADED"
                TO WS-BATCH-STATUS-TEXT
        WHEN BT-HELD(WS-BATCH-INDEX)
            MOVE "HELD - CIRCUIT BREAKER" TO WS-BATCH-STATUS-TEXT
        WHEN WS-BATCH-REFUSED OR WS-RUN-REFUSED
            MOVE "NOT APPLIED - FILE REFUSED" TO WS-BATCH-STATUS-TEXT
        WHEN OTHER
            MOVE "APPLIED" TO WS-BATCH-STATUS-TEXT
    END-EVALUATE.
    MOVE SPACES TO CONTROL-RECORD.
    WRITE CONTROL-RECORD.
    STRING "SYSTEM " DELIMITED BY SIZE
           BT-SYSTEM(WS-BATCH-INDEX) DELIMITED BY SIZE
           "  BUSINESS DATE " DELIMITED BY SIZE
           BT-BUSINESS-DATE(WS-BATCH-INDEX) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-BATCH-STATUS-TEXT DELIMITED BY SIZE
        INTO CONTROL-RECORD.
    WRITE CONTROL-RECORD.
    MOVE "  DETAILS IN BATCH ...  " TO WS-CTL-LABEL.
    MOVE BT-DETAIL-COUNT(WS-BATCH-INDEX) TO WS-CTL-COUNT.
    WRITE CONTROL-RECORD FROM WS-CONTROL-LINE.
    MOVE "  DETAILS READ .......  " TO WS-CTL-LABEL.
    MOVE BT-READ(WS-BATCH-INDEX) TO WS-CTL-COUNT.
    WRITE CONTROL-RECORD FROM WS-CONTROL-LINE.
    MOVE "  ADDS WRITTEN .......  " TO WS-CTL-LABEL.
    MOVE BT-ADDS(WS-BATCH-INDEX) TO WS-CTL-COUNT.
    WRITE CONTROL-RECORD FROM WS-CONTROL-LINE.
    MOVE "  CHANGES APPLIED ....  " TO WS-CTL-LABEL.
    MOVE BT-CHANGES(WS-BATCH-INDEX) TO WS-CTL-COUNT.
    WRITE CONTROL-RECORD FROM WS-CONTROL-LINE.
    MOVE "  REJECTED ...........  " TO WS-CTL-LABEL.
    MOVE BT-REJECTS(WS-BATCH-INDEX) TO WS-CTL-COUNT.
    WRITE CONTROL-RECORD FROM WS-CONTROL-LINE.
    MOVE "  DUPLICATES FLAGGED .  " TO WS-CTL-LABEL.
    MOVE BT-DUPLICATES(WS-BATCH-INDEX) TO WS-CTL-COUNT.
    WRITE CONTROL-RECORD FROM WS-CONTROL-LINE.
    MOVE "  OWNER CONFLICTS ....  " TO WS-CTL-LABEL.
    MOVE BT-CONFLICTS(WS-BATCH-INDEX) TO WS-CTL-COUNT.
    WRITE CONTROL-RECORD FROM WS-CONTROL-LINE.
    MOVE "  CITY EXCEPTIONS ....  " TO WS-CTL-LABEL.
    MOVE BT-CITYEXC(WS-BATCH-INDEX) TO WS-CTL-COUNT.
    WRITE CONTROL-RECORD FROM WS-CONTROL-LINE.
    MOVE "  WRITTEN TO SUSPENSE   " TO WS-CTL-LABEL.
    MOVE BT-SUSPENDED(WS-BATCH-INDEX) TO WS-CTL-COUNT.
    WRITE CONTROL-RECORD FROM WS-CONTROL-LINE.
    COMPUTE WS-SYSTEM-ACCOUNTED = BT-ADDS(WS-BATCH-INDEX)
                                + BT-CHANGES(WS-BATCH-INDEX)
                                + BT-SUSPENDED(WS-BATCH-INDEX).
    IF WS-SYSTEM-ACCOUNTED = BT-READ(WS-BATCH-INDEX)
        MOVE "  SYSTEM IS IN BALANCE" TO CONTROL-RECORD
    ELSE
        MOVE 'N' TO WS-SYSTEMS-BALANCE-SWITCH
        MOVE "  *** SYSTEM IS OUT OF BALANCE ***" TO CONTROL-RECORD
    END-IF.
    WRITE CONTROL-RECORD.
8560-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8600-CHECK-RUN-BALANCE.  EVERY TRANSACTION READ (TRANFILE PLUS
*> RECYCLED SUSPENSE) MUST LAND IN EXACTLY ONE OF: SAVED AS AN ADD,
    EXIT.

*> ----------------------------------------------------------------
*> 8700-RECORD-LOADED-DATE.  STAMP EACH BATCH JUST APPLIED - ITS
*> SYSTEM AND BUSINESS DATE - TO THE LOADDATE FILE; THIS IS WHAT
*> ARMS THE DOUBLE-APPLY GUARD IN 2840.  A SKIPPED BATCH WAS
*> STAMPED BY THE RUN THAT LOADED IT; A HELD BATCH IS NOT STAMPED
*> AT ALL, SO ITS RELEASE RUN CAN STILL LOAD IT.  ONLY A CLEAN,
*> IN-BALANCE, ACCEPTED RUN STAMPS, SO AN ABENDED OR REFUSED NIGHT
*> CAN STILL BE RERUN.
*> ----------------------------------------------------------------
8700-RECORD-LOADED-DATE.
    OPEN EXTEND LOADED-DATES.
    IF WS-LD-STATUS = '35'
        OPEN OUTPUT LOADED-DATES
    END-IF.
    PERFORM 8710-RECORD-ONE-BATCH THRU 8710-EXIT
        VARYING WS-BATCH-INDEX FROM 1 BY 1
        UNTIL WS-BATCH-INDEX > WS-BATCH-COUNT.
    CLOSE LOADED-DATES.
8700-EXIT.
    EXIT.

8710-RECORD-ONE-BATCH.
    IF BT-LIVE(WS-BATCH-INDEX)
        MOVE BT-BUSINESS-DATE(WS-BATCH-INDEX) TO LD-BUSINESS-DATE
        MOVE WS-CURRENT-DATE TO LD-LOAD-DATE
        MOVE BT-READ(WS-BATCH-INDEX) TO LD-RECORD-COUNT
        MOVE BT-SYSTEM(WS-BATCH-INDEX) TO LD-SENDING-SYSTEM
        WRITE LD-RECORD
    END-IF.
8710-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8800-STAMP-RUN-CONTROL.  APPEND THIS RUN'S RECORD TO RUNCTL -
*> BUSINESS DATE, START AND END TIMES, RETURN CODE, RECORD COUNTS
*> AND THE APPLIED-ACTION COUNTS AUDBAL PROVES THE JOURNAL
*> AGAINST (TAKEN AT THE MASTER I/O SITES - SEE RCREC).  ONLY A
*> CLEAN RUN STAMPS STATUS 'C', AND ONLY A 'C' STAMP MAKES 2900
*> TAKE A LATER SUBMISSION FOR THE DATE INTAKE ONLY.  A RUN THAT
*> SKIPPED A BATCH BUT IS OTHERWISE CLEAN STAMPS 'C' WITH RC=4, AS
*> DOES ONE WHOSE INTAKE THE CIRCUIT BREAKER HELD - THE REST OF
*> THE NIGHT RAN, SO ITS RELEASE RUN IS A LATE BATCH INTAKE ONLY.
*> ----------------------------------------------------------------
8800-STAMP-RUN-CONTROL.
    OPEN EXTEND RUN-CONTROL.
    MOVE WS-CURRENT-DATE TO RC-START-DATE.
    MOVE WS-CURRENT-TIME TO RC-START-TIME.
    MOVE WS-END-TIME TO RC-END-TIME.
    EVALUATE TRUE
        WHEN WS-BATCH-REFUSED OR WS-RUN-REFUSED
          OR WS-RUN-OUT-OF-BALANCE
            MOVE 8 TO RC-RETURN-CODE
            MOVE 'F' TO RC-RUN-STATUS
        WHEN WS-BATCHES-SKIPPED > ZERO OR WS-INTAKE-HELD
            MOVE 4 TO RC-RETURN-CODE
            MOVE 'C' TO RC-RUN-STATUS
        WHEN OTHER
            MOVE ZERO TO RC-RETURN-CODE
            MOVE 'C' TO RC-RUN-STATUS
    END-EVALUATE.
    MOVE WS-READ-COUNT TO RC-READ-COUNT.
    COMPUTE RC-APPLIED-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT.
    COMPUTE RC-ADDS-APPLIED = WS-ADD-COUNT + WS-SWEEP-ADD-COUNT.
    MOVE WS-SWEEP-DELETE-COUNT TO RC-DELETES-APPLIED.
    MOVE WS-SWEEP-RENAME-COUNT TO RC-RENAMES-APPLIED.
    MOVE WS-REINSTATE-COUNT TO RC-REINSTATES-APPLIED.
    MOVE ZERO TO RC-MERGES-APPLIED.
    WRITE RC-RECORD.
    CLOSE RUN-CONTROL.
8800-EXIT.
