*> ****************************************************************
*> IDENTIFICATION DIVISION.
*> ****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. USRONLN.
AUTHOR. R. MOLENI.
INSTALLATION. IT-OPERATIONS.
DATE-WRITTEN. 2026-10-05.
DATE-COMPILED.
*>
*>  MOD-HISTORY.
*>    2026-10-05  RSM  INITIAL VERSION.  ONLINE MAINTENANCE AGAINST
*>                     USER-MASTER FROM A TERMINAL SCREEN, IN PLACE
*>                     OF KEYING A MAINTRAN CARD, SUBMITTING USRMAINT
*>                     AND WAITING FOR MNTREJRP.  THE CLERK LOOKS A
*>                     USER UP BY USER-ID OR NAME (FUNCTION I), SEES
*>                     THE WHOLE UM-RECORD INCLUDING UM-STATUS, AND
*>                     KEYS AN ADD, CHANGE, DELETE, RENAME OR
*>                     REINSTATE (FUNCTIONS A/C/D/R/E) - WITH AN
*>                     EFFECTIVE DATE IN THE FUTURE IT IS DEFERRED
*>                     TO PENDFILE EXACTLY AS A FUTURE-DATED MAINTRAN
*>                     CARD IS.  EACH FUNCTION IS BUILT INTO AN
*>                     MT-RECORD AND PUT THROUGH THE SAME EDIT AND
*>                     APPLY PARAGRAPHS USRMAINT USES (SAME NUMBERS,
*>                     SAME RULES - THE TWO MUST NEVER DIVERGE); A
*>                     REJECT SHOWS ON THE MESSAGE LINE AT ONCE
*>                     INSTEAD OF ON MNTREJRP THE NEXT MORNING.
*>                     EVERY APPLIED ACTION JOURNALS THE SAME
*>                     AUDITLOG ROWS USRMAINT WRITES, UNDER
*>                     AU-PROGRAM "USRONLN", AND THE SESSION STAMPS
*>                     ONE RUNCTL RECORD WITH ITS APPLIED-ACTION
*>                     COUNTS AT SIGN-OFF (FUNCTION X), SO THE
*>                     NIGHTLY AUDBAL BALANCES ONLINE WORK LIKE ANY
*>                     OTHER JOURNALING PROGRAM.  AU-DATE IS THE
*>                     SESSION DATE (THE DATE THE RUNCTL STAMP
*>                     CARRIES); AU-TIME IS TAKEN PER TRANSACTION.
*>                     USERMAST, AUDITLOG, CITYREF, PENDFILE AND
*>                     RUNCTL ARE ALLOCATED BY THE CLERK'S LOGON
*>                     PROCEDURE UNDER THE SAME DD NAMES THE BATCH
*>                     JOBS USE; THE TRANSACTION IS NOT AVAILABLE
*>                     WHILE NIGHTUSR HOLDS THE MASTER.
*>    2026-10-06  RSM  OPERATOR IDENTITY / TWO-PERSON APPROVAL.
*>                     THE CLERK KEYS AN OPERATOR ID ON THE SCREEN;
*>                     A/C/D/R/E WITHOUT ONE REJECTS "OPERATOR ID
*>                     MISSING", AND EVERY AUDITLOG ENTRY AND
*>                     DEFERRED PENDFILE RECORD CARRIES IT.  A
*>                     DELETE, A RENAME, OR A CHANGE THAT WOULD
*>                     ALTER UM-BIRTHDAY IS HELD ON APPRQUE FOR A
*>                     SECOND OPERATOR (USRAPPR) INSTEAD OF BEING
*>                     APPLIED OR DEFERRED - SAME 6500-6600 RULES
*>                     AS USRMAINT.  THE QUEUE IS OPENED ONLY FOR
*>                     THE MOMENT AN ITEM IS ADDED, SO A SESSION
*>                     NEVER HOLDS IT AGAINST THE BATCH JOBS.
*>    2026-10-07  RSM  POSTAL REFERENCE PROJECT.  ZIPREF (COPYBOOK
*>                     ZPREC) IS LOADED AT SIGN-ON AND 8500 NOW
*>                     REQUIRES THE ZIP TO BE ON IT, UNDER THE STATE,
*>                     FOR THE STANDARDIZED CITY - SAME RULE AS
*>                     USRMAINT.  THE LOGON PROCEDURE ALLOCATES
*>                     ZIPREF BESIDE CITYREF.
*>    2026-10-08  RSM  MERGE PROJECT.  SAME RULES AS USRMAINT: NAME
*>                     LOOKUPS PASS OVER MERGED RECORDS (A NAME
*>                     CARRIED ONLY BY MERGED RECORDS COMES BACK
*>                     AMBIGUOUS), AND A MERGED ID REJECTS ANY
*>                     CHANGE, RENAME OR REINSTATE.  INQUIRY SHOWS
*>                     STATUS MERGED.  THERE IS NO MERGE FUNCTION
*>                     ON THE SCREEN - A MERGE IS KEYED AS A
*>                     MAINTRAN CARD.  RUNCTL MERGE COUNT STAMPED
*>                     ZERO.
*>    2026-10-11  RSM  MULTIPLE SENDING SYSTEMS PROJECT.  SAME RULE
*>                     AS USRMAINT: AN ADD HERE STARTS UNOWNED AND A
*>                     CHANGE NEVER TOUCHES UM-OWNER-SYSTEM.
*>    2026-10-15  RSM  AUDITLOG AND PENDFILE ARE NO LONGER HELD OPEN
*>                     FOR THE SESSION.  AUDITLOG IS OPENED EXTEND AT
*>                     THE FIRST JOURNAL ROW OF AN UPDATE AND CLOSED
*>                     WHEN THE UPDATE COMMITS (8750); PENDFILE IS
*>                     OPENED, WRITTEN AND CLOSED PER DEFERRAL, AS
*>                     APPRQUE ALREADY IS PER HELD ITEM.  EACH
*>                     APPLIED UPDATE NOW STAMPS ITS OWN RUNCTL
*>                     RECORD WITH ITS OWN COUNTS AS IT COMMITS, AND
*>                     SIGN-OFF STAMPS ONLY WHAT IS LEFT (KEYED BUT
*>                     NOT APPLIED) - AUDBAL SUMS THEM ALL.  A
*>                     SESSION THAT ENDS ABNORMALLY LEAVES NO
*>                     UNSTAMPED JOURNAL ROWS AND NO LOCK ON THE
*>                     JOURNAL.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT USER-MASTER ASSIGN TO "USERMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS UM-USER-ID
        ALTERNATE RECORD KEY IS UM-NAME WITH DUPLICATES
        ALTERNATE RECORD KEY IS UM-CITY WITH DUPLICATES
        FILE STATUS IS WS-UM-STATUS.

    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS SEQUENTIAL.

    SELECT CITY-REF-FILE ASSIGN TO "CITYREF"
        ORGANIZATION IS SEQUENTIAL.

    SELECT ZIP-REF-FILE ASSIGN TO "ZIPREF"
        ORGANIZATION IS SEQUENTIAL.

    SELECT PENDING-FILE ASSIGN TO "PENDFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PD-STATUS.

    SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RC-STATUS.

    SELECT APPROVAL-QUEUE ASSIGN TO "APPRQUE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AQ-STATUS.

DATA DIVISION.
FILE SECTION.
FD  USER-MASTER
    LABEL RECORDS ARE STANDARD.
    COPY UMREC.

FD  AUDIT-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY AUREC.

FD  CITY-REF-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY CYREC.

FD  ZIP-REF-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY ZPREC.

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

FD  RUN-CONTROL
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY RCREC.

FD  APPROVAL-QUEUE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY AQREC.

WORKING-STORAGE SECTION.
*> THE SCREEN IS TURNED INTO AN ORDINARY MAINTENANCE TRANSACTION
*> SO THE EDIT AND APPLY PARAGRAPHS BELOW READ EXACTLY AS THEY DO
*> IN USRMAINT.
    COPY MTREC.

    COPY UMREC REPLACING ==UM-RECORD==   BY ==WS-SAVE-RECORD==
                         ==UM-USER-ID==  BY ==WS-SAVE-USER-ID==
                         ==UM-NAME==     BY ==WS-SAVE-NAME==
                         ==UM-BIRTHDAY== BY ==WS-SAVE-BIRTHDAY==
                         ==UM-B-YEAR==   BY ==WS-SAVE-B-YEAR==
                         ==UM-B-MONTH==  BY ==WS-SAVE-B-MONTH==
                         ==UM-B-DAY==    BY ==WS-SAVE-B-DAY==
                         ==UM-CITY==     BY ==WS-SAVE-CITY==
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
                   DEPENDING ON WS-CITYREF-COUNT.
        10  CR-ALIAS                PIC X(30).
        10  CR-CANONICAL            PIC X(30).

01  ZIP-REF-TABLE-AREA.
    05  ZR-ENTRIES OCCURS 0 TO 60000 TIMES
                   DEPENDING ON WS-ZIPREF-COUNT.
        10  ZR-ZIP                  PIC X(05).
        10  ZR-STATE                PIC X(02).
        10  ZR-CITY                 PIC X(30).

*> POSTAL STATE CODES - 50 STATES, DC, AND THE TERRITORIES THE
*> MAILING-LIST SYSTEM ACCEPTS.  HELLO-WORLD AND USRMAINT CARRY THE
*> IDENTICAL TABLE - THE THREE MUST NEVER DIVERGE.
01  WS-STATE-VALUES.
    05  FILLER  PIC X(20) VALUE "ALAKAZARCACOCTDEDCFL".
    05  FILLER  PIC X(20) VALUE "GAHIIDILINIAKSKYLAME".
    05  FILLER  PIC X(20) VALUE "MDMAMIMNMSMOMTNENVNH".
    05  FILLER  PIC X(20) VALUE "NJNMNYNCNDOHOKORPARI".
    05  FILLER  PIC X(20) VALUE "SCSDTNTXUTVTVAWAWVWI".
    05  FILLER  PIC X(12) VALUE "WYPRVIGUASMP".
01  WS-STATE-TABLE REDEFINES WS-STATE-VALUES.
    05  WS-STATE-CODE               PIC X(02) OCCURS 56 TIMES.

*> SCREEN FIELDS.  THE ENTRY FIELDS ARE KEYED BY THE CLERK; THE
*> ON-FILE FIELDS SHOW THE RECORD AS IT STANDS ON USER-MASTER.
01  WS-SCREEN-FIELDS.
    05  WS-SCR-FUNCTION             PIC X(01) VALUE SPACES.
    05  WS-SCR-USER-ID              PIC 9(06) VALUE ZERO.
    05  WS-SCR-NAME                 PIC X(30) VALUE SPACES.
    05  WS-SCR-BIRTHDAY             PIC 9(08) VALUE ZERO.
    05  WS-SCR-CITY                 PIC X(30) VALUE SPACES.
    05  WS-SCR-STREET               PIC X(30) VALUE SPACES.
    05  WS-SCR-STATE                PIC X(02) VALUE SPACES.
    05  WS-SCR-ZIP                  PIC X(05) VALUE SPACES.
    05  WS-SCR-NEW-NAME             PIC X(30) VALUE SPACES.
    05  WS-SCR-EFFECTIVE-DATE       PIC 9(08) VALUE ZERO.
    05  WS-SCR-OPERATOR             PIC X(08) VALUE SPACES.
    05  WS-SCR-MESSAGE              PIC X(79) VALUE SPACES.

01  WS-ON-FILE-FIELDS.
    05  WS-OF-USER-ID               PIC 9(06) VALUE ZERO.
    05  WS-OF-NAME                  PIC X(30) VALUE SPACES.
    05  WS-OF-BIRTHDAY              PIC 9(08) VALUE ZERO.
    05  WS-OF-CITY                  PIC X(30) VALUE SPACES.
    05  WS-OF-STREET                PIC X(30) VALUE SPACES.
    05  WS-OF-STATE                 PIC X(02) VALUE SPACES.
    05  WS-OF-ZIP                   PIC X(05) VALUE SPACES.
    05  WS-OF-STATUS                PIC X(08) VALUE SPACES.

01  WS-SWITCHES.
    05  WS-SESSION-SWITCH           PIC X(01) VALUE 'N'.
        88  WS-SESSION-ENDED            VALUE 'Y'.
        88  WS-SESSION-OPEN             VALUE 'N'.
    05  WS-MASTER-SWITCH            PIC X(01) VALUE 'Y'.
        88  WS-MASTER-AVAILABLE         VALUE 'Y'.
        88  WS-MASTER-UNAVAILABLE       VALUE 'N'.
    05  WS-TRAN-SWITCH              PIC X(01) VALUE 'N'.
        88  WS-TRAN-REJECTED            VALUE 'Y'.
        88  WS-TRAN-ACCEPTED            VALUE 'N'.
    05  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
        88  WS-AUDIT-OPEN               VALUE 'Y'.
        88  WS-AUDIT-CLOSED             VALUE 'N'.
    05  WS-CY-EOF-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-CY-EOF                   VALUE 'Y'.
        88  WS-CY-NOT-EOF               VALUE 'N'.
    05  WS-UM-EOF-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-UM-EOF                   VALUE 'Y'.
        88  WS-UM-NOT-EOF               VALUE 'N'.
    05  WS-STATE-MATCH-SWITCH       PIC X(01) VALUE 'N'.
        88  WS-STATE-KNOWN              VALUE 'Y'.
        88  WS-STATE-UNKNOWN            VALUE 'N'.
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
    05  WS-LOOKUP-FOUND-SWITCH      PIC X(01) VALUE 'N'.
        88  WS-LOOKUP-FOUND             VALUE 'Y'.
        88  WS-LOOKUP-NOT-FOUND         VALUE 'N'.
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

*> REJECT REASONS ARE BUILT HERE EXACTLY AS USRMAINT BUILDS ITS
*> MNTREJRP LINE, THEN SHOWN ON THE MESSAGE LINE.
01  WS-REJECT-LINE.
    05  WS-RJ-ACTION                PIC X(01).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RJ-NAME                  PIC X(30).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RJ-REASON                PIC X(30).
    05  FILLER                      PIC X(15) VALUE SPACES.

77  WS-UM-STATUS                    PIC X(02) VALUE '00'.
77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
77  WS-TRAN-TIME                    PIC 9(08) VALUE ZERO.
77  WS-TRAN-COUNT                   PIC 9(09) COMP VALUE ZERO.
77  WS-ADD-COUNT                    PIC 9(09) COMP VALUE ZERO.
77  WS-CHANGE-COUNT                 PIC 9(09) COMP VALUE ZERO.
77  WS-DELETE-COUNT                 PIC 9(09) COMP VALUE ZERO.
77  WS-RENAME-COUNT                 PIC 9(09) COMP VALUE ZERO.
77  WS-REINSTATE-COUNT              PIC 9(09) COMP VALUE ZERO.
77  WS-STATE-INDEX                  PIC 9(02) COMP VALUE ZERO.
77  WS-RC-STATUS                    PIC X(02) VALUE '00'.
77  WS-END-TIME                     PIC 9(08) VALUE ZERO.
77  WS-AUD-CHANGE-COUNT             PIC 9(09) COMP VALUE ZERO.
77  WS-REJECT-COUNT                 PIC 9(09) COMP VALUE ZERO.
77  WS-CITYREF-COUNT                PIC 9(04) COMP VALUE ZERO.
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
77  WS-NEXT-USER-ID                 PIC 9(06) VALUE 1.
77  WS-LOOKUP-NAME                  PIC X(30) VALUE SPACES.
77  WS-LOCATED-ID                   PIC 9(06) VALUE ZERO.
77  WS-AUDIT-USER-ID                PIC 9(06) VALUE ZERO.
77  WS-AUDIT-ACTION                 PIC X(01) VALUE SPACES.
77  WS-AUDIT-NAME                   PIC X(30) VALUE SPACES.
77  WS-AUDIT-FIELD                  PIC X(10) VALUE SPACES.
77  WS-AUDIT-OLD                    PIC X(30) VALUE SPACES.
77  WS-AUDIT-NEW                    PIC X(30) VALUE SPACES.
77  WS-AQ-STATUS                    PIC X(02) VALUE '00'.
77  WS-NEXT-ITEM-NO                 PIC 9(08) VALUE 1.
77  WS-HELD-COUNT                   PIC 9(09) COMP VALUE ZERO.
77  WS-HOLD-REASON                  PIC X(01) VALUE SPACES.
77  WS-HOLD-OLD-VALUE               PIC X(30) VALUE SPACES.
77  WS-STAMP-START-TIME             PIC 9(08) VALUE ZERO.
77  WS-STAMPED-TRAN-COUNT           PIC 9(09) COMP VALUE ZERO.
77  WS-STAMPED-ADD-COUNT            PIC 9(09) COMP VALUE ZERO.
77  WS-STAMPED-CHANGE-COUNT         PIC 9(09) COMP VALUE ZERO.
77  WS-STAMPED-AUD-CHANGE-COUNT     PIC 9(09) COMP VALUE ZERO.
77  WS-STAMPED-DELETE-COUNT         PIC 9(09) COMP VALUE ZERO.
77  WS-STAMPED-RENAME-COUNT         PIC 9(09) COMP VALUE ZERO.
77  WS-STAMPED-REINSTATE-COUNT      PIC 9(09) COMP VALUE ZERO.

SCREEN SECTION.
01  MAINT-SCREEN.
    05  BLANK SCREEN.
    05  LINE 01 COLUMN 01 VALUE "USRONLN".
    05  LINE 01 COLUMN 22 VALUE "USER-MASTER ONLINE MAINTENANCE".
    05  LINE 01 COLUMN 66 VALUE "DATE".
    05  LINE 01 COLUMN 71 PIC 9(08) FROM WS-CURRENT-DATE.
    05  LINE 03 COLUMN 01 VALUE "FUNCTION ....".
    05  LINE 03 COLUMN 15 PIC X(01) USING WS-SCR-FUNCTION.
    05  LINE 03 COLUMN 18
        VALUE "I=INQUIRE A=ADD C=CHANGE D=DELETE R=RENAME E=REINSTATE".
    05  LINE 04 COLUMN 18 VALUE "X=SIGN OFF".
    05  LINE 05 COLUMN 01 VALUE "USER-ID .....".
    05  LINE 05 COLUMN 15 PIC 9(06) USING WS-SCR-USER-ID.
    05  LINE 05 COLUMN 25 VALUE "NAME ....".
    05  LINE 05 COLUMN 35 PIC X(30) USING WS-SCR-NAME.
    05  LINE 07 COLUMN 01 VALUE "---- ON FILE ----------------------".
    05  LINE 08 COLUMN 01 VALUE "USER-ID .....".
    05  LINE 08 COLUMN 15 PIC 9(06) FROM WS-OF-USER-ID.
    05  LINE 08 COLUMN 25 VALUE "NAME ....".
    05  LINE 08 COLUMN 35 PIC X(30) FROM WS-OF-NAME.
    05  LINE 09 COLUMN 01 VALUE "BIRTHDAY ....".
    05  LINE 09 COLUMN 15 PIC 9(08) FROM WS-OF-BIRTHDAY.
    05  LINE 09 COLUMN 25 VALUE "CITY ....".
    05  LINE 09 COLUMN 35 PIC X(30) FROM WS-OF-CITY.
    05  LINE 10 COLUMN 01 VALUE "STATUS ......".
    05  LINE 10 COLUMN 15 PIC X(08) FROM WS-OF-STATUS.
    05  LINE 10 COLUMN 25 VALUE "STREET ..".
    05  LINE 10 COLUMN 35 PIC X(30) FROM WS-OF-STREET.
    05  LINE 11 COLUMN 25 VALUE "STATE ...".
    05  LINE 11 COLUMN 35 PIC X(02) FROM WS-OF-STATE.
    05  LINE 11 COLUMN 40 VALUE "ZIP".
    05  LINE 11 COLUMN 44 PIC X(05) FROM WS-OF-ZIP.
    05  LINE 13 COLUMN 01 VALUE "---- ENTRY ------------------------".
    05  LINE 14 COLUMN 01 VALUE "BIRTHDAY ....".
    05  LINE 14 COLUMN 15 PIC 9(08) USING WS-SCR-BIRTHDAY.
    05  LINE 14 COLUMN 25 VALUE "CITY ....".
    05  LINE 14 COLUMN 35 PIC X(30) USING WS-SCR-CITY.
    05  LINE 15 COLUMN 25 VALUE "STREET ..".
    05  LINE 15 COLUMN 35 PIC X(30) USING WS-SCR-STREET.
    05  LINE 16 COLUMN 25 VALUE "STATE ...".
    05  LINE 16 COLUMN 35 PIC X(02) USING WS-SCR-STATE.
    05  LINE 16 COLUMN 40 VALUE "ZIP".
    05  LINE 16 COLUMN 44 PIC X(05) USING WS-SCR-ZIP.
    05  LINE 17 COLUMN 01 VALUE "NEW NAME ....".
    05  LINE 17 COLUMN 15 PIC X(30) USING WS-SCR-NEW-NAME.
    05  LINE 18 COLUMN 01 VALUE "EFFECTIVE ...".
    05  LINE 18 COLUMN 15 PIC 9(08) USING WS-SCR-EFFECTIVE-DATE.
    05  LINE 18 COLUMN 25 VALUE "(YYYYMMDD - FUTURE DATE DEFERS)".
    05  LINE 20 COLUMN 01 VALUE "OPERATOR ....".
    05  LINE 20 COLUMN 15 PIC X(08) USING WS-SCR-OPERATOR.
    05  LINE 20 COLUMN 25 VALUE "(REQUIRED FOR A/C/D/R/E)".
    05  LINE 23 COLUMN 01 PIC X(79) FROM WS-SCR-MESSAGE.

PROCEDURE DIVISION.

*> ----------------------------------------------------------------
*> 0000-MAIN-CONTROL.
*> ----------------------------------------------------------------
0000-MAIN-CONTROL.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    PERFORM 2000-CONVERSE THRU 2000-EXIT
        UNTIL WS-SESSION-ENDED.
    MOVE WS-CURRENT-TIME TO WS-STAMP-START-TIME.
    PERFORM 8800-STAMP-RUN-CONTROL THRU 8800-EXIT.
    PERFORM 9000-TERMINATE THRU 9000-EXIT.
    IF WS-MASTER-UNAVAILABLE
        MOVE 8 TO RETURN-CODE
    END-IF.
    GOBACK.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE.  UNLIKE THE BATCH PROGRAM, AN ONLINE SESSION
*> NEVER CREATES AN EMPTY MASTER - A USERMAST THAT WILL NOT OPEN
*> ENDS THE SESSION BEFORE THE FIRST SCREEN.  AUDITLOG AND
*> PENDFILE ARE NOT OPENED HERE - EACH UPDATE OPENS AND CLOSES
*> WHAT IT WRITES (9200/8750, 6100).
*> ----------------------------------------------------------------
1000-INITIALIZE.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CURRENT-TIME FROM TIME.
    OPEN I-O USER-MASTER.
    IF WS-UM-STATUS NOT = '00'
        DISPLAY "USER-MASTER NOT AVAILABLE - STATUS " WS-UM-STATUS
        MOVE 'N' TO WS-MASTER-SWITCH
        MOVE 'Y' TO WS-SESSION-SWITCH
    END-IF.
    PERFORM 1200-LOAD-CITY-REFERENCE THRU 1200-EXIT.
    PERFORM 1250-LOAD-ZIP-REFERENCE THRU 1250-EXIT.
    MOVE "KEY A FUNCTION AND A USER-ID OR NAME, THEN PRESS ENTER"
        TO WS-SCR-MESSAGE.
1000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1200-LOAD-CITY-REFERENCE.  LOAD THE CITYREF ALIAS TABLE
*> (COPYBOOK CYREC), UPPERCASING ALIASES SO 8000-STANDARDIZE-CITY
*> CAN MATCH WITHOUT REGARD TO HOW THE CITY WAS KEYED.  SAME
*> TABLE AND SAME RULES AS USRMAINT.
*> ----------------------------------------------------------------
1200-LOAD-CITY-REFERENCE.
    OPEN INPUT CITY-REF-FILE.
    PERFORM 1210-READ-CITY-REFERENCE THRU 1210-EXIT.
    PERFORM 1220-STORE-CITY-REFERENCE THRU 1220-EXIT
        UNTIL WS-CY-EOF.
    CLOSE CITY-REF-FILE.
1200-EXIT.
    EXIT.

1210-READ-CITY-REFERENCE.
    READ CITY-REF-FILE
        AT END MOVE 'Y' TO WS-CY-EOF-SWITCH
    END-READ.
1210-EXIT.
    EXIT.

1220-STORE-CITY-REFERENCE.
    IF WS-CITYREF-COUNT < 5000
        ADD 1 TO WS-CITYREF-COUNT
        MOVE CY-ALIAS TO CR-ALIAS(WS-CITYREF-COUNT)
        INSPECT CR-ALIAS(WS-CITYREF-COUNT) CONVERTING
            "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        MOVE CY-CANONICAL TO CR-CANONICAL(WS-CITYREF-COUNT)
    END-IF.
    PERFORM 1210-READ-CITY-REFERENCE THRU 1210-EXIT.
1220-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1250-LOAD-ZIP-REFERENCE.  LOAD THE ZIPREF POSTAL REFERENCE FILE
*> (COPYBOOK ZPREC) FOR 8700-CHECK-ZIP-REFERENCE, CITIES UPPERCASED.
*> THE FILE MUST BE IN ZIP ORDER; A ROW LOWER THAN THE ONE BEFORE
*> IT IS IGNORED AND COUNTED ON THE CONSOLE.  SAME TABLE
*> AND SAME RULES AS USRMAINT.
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
*> FILE.  RUN BEFORE EVERY ONLINE ADD, NOT ONCE AT SIGN-ON - A
*> SESSION CAN STAY OPEN FOR HOURS.  SAME PARAGRAPH SHAPE AS
*> USRMAINT AND THE NIGHTLY LOAD - THEY MUST NEVER DIVERGE.
*> ----------------------------------------------------------------
1300-FIND-NEXT-USER-ID.
    MOVE 1 TO WS-NEXT-USER-ID.
    MOVE 'N' TO WS-UM-EOF-SWITCH.
    MOVE ZERO TO UM-USER-ID.
    START USER-MASTER KEY IS NOT LESS THAN UM-USER-ID
        INVALID KEY MOVE 'Y' TO WS-UM-EOF-SWITCH
    END-START.
    IF WS-UM-NOT-EOF
        PERFORM 1310-READ-MASTER-NEXT THRU 1310-EXIT
    END-IF.
    PERFORM 1320-NOTE-ONE-USER-ID THRU 1320-EXIT
        UNTIL WS-UM-EOF.
1300-EXIT.
    EXIT.

1310-READ-MASTER-NEXT.
    READ USER-MASTER NEXT RECORD
        AT END MOVE 'Y' TO WS-UM-EOF-SWITCH
    END-READ.
1310-EXIT.
    EXIT.

1320-NOTE-ONE-USER-ID.
    IF UM-USER-ID >= WS-NEXT-USER-ID
        COMPUTE WS-NEXT-USER-ID = UM-USER-ID + 1
    END-IF.
    PERFORM 1310-READ-MASTER-NEXT THRU 1310-EXIT.
1320-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1400-FIND-NEXT-ITEM-NO.  PASS THE APPROVAL QUEUE AND SET
*> WS-NEXT-ITEM-NO ONE PAST THE HIGHEST ITEM NUMBER ON IT.  A
*> MISSING QUEUE (STATUS 35) MEANS NOTHING HAS EVER BEEN HELD.
*> SAME PARAGRAPH AS USRMAINT'S - THEY MUST NEVER DIVERGE.  RUN
*> FOR EVERY ITEM HELD HERE, SINCE A BATCH USRMAINT OR ANOTHER
*> SESSION MAY HAVE ADDED ITEMS SINCE THIS ONE LAST LOOKED.
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
*> 2000-CONVERSE.  ONE SCREEN EXCHANGE: SHOW THE SCREEN WITH THE
*> LAST MESSAGE, TAKE THE CLERK'S ENTRY, AND ACT ON THE FUNCTION.
*> ----------------------------------------------------------------
2000-CONVERSE.
    DISPLAY MAINT-SCREEN.
    ACCEPT MAINT-SCREEN.
    MOVE SPACES TO WS-SCR-MESSAGE.
    INSPECT WS-SCR-FUNCTION CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    INSPECT WS-SCR-STATE CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    INSPECT WS-SCR-OPERATOR CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    EVALUATE WS-SCR-FUNCTION
        WHEN 'X'
            MOVE 'Y' TO WS-SESSION-SWITCH
        WHEN 'I'
            PERFORM 2100-INQUIRE THRU 2100-EXIT
        WHEN 'A'
        WHEN 'C'
        WHEN 'D'
        WHEN 'R'
        WHEN 'E'
            PERFORM 2200-PROCESS-MAINTENANCE THRU 2200-EXIT
        WHEN OTHER
            MOVE "UNRECOGNIZED FUNCTION - KEY I, A, C, D, R, E OR X"
                TO WS-SCR-MESSAGE
    END-EVALUATE.
2000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2100-INQUIRE.  LOOK THE USER UP THE WAY A MAINTENANCE
*> TRANSACTION WOULD (USER-ID IF KEYED, OTHERWISE NAME), SHOW THE
*> RECORD ON FILE AND PRIME THE ENTRY FIELDS WITH IT SO A CHANGE
*> NEEDS ONLY THE FIELDS THAT DIFFER OVERTYPED.
*> ----------------------------------------------------------------
2100-INQUIRE.
    MOVE WS-SCR-USER-ID TO MT-USER-ID.
    MOVE WS-SCR-NAME TO MT-NAME.
    PERFORM 8200-LOCATE-TARGET THRU 8200-EXIT.
    EVALUATE TRUE
        WHEN WS-LOOKUP-NOT-FOUND
            PERFORM 2500-CLEAR-ON-FILE THRU 2500-EXIT
            MOVE "USER NOT FOUND ON USER-MASTER" TO WS-SCR-MESSAGE
        WHEN WS-NAME-AMBIGUOUS
            PERFORM 2500-CLEAR-ON-FILE THRU 2500-EXIT
            MOVE "NAME AMBIGUOUS - GIVE USER-ID" TO WS-SCR-MESSAGE
        WHEN OTHER
            PERFORM 2400-SHOW-ON-FILE THRU 2400-EXIT
            PERFORM 2450-PRIME-ENTRY-FIELDS THRU 2450-EXIT
            MOVE "RECORD DISPLAYED" TO WS-SCR-MESSAGE
    END-EVALUATE.
2100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2200-PROCESS-MAINTENANCE.  BUILD THE MT-RECORD FROM THE SCREEN
*> AND ROUTE IT EXACTLY AS USRMAINT'S 2020 ROUTES A CARD: A FUTURE
*> EFFECTIVE DATE DEFERS TO PENDFILE, ANYTHING ELSE APPLIES NOW -
*> UNLESS 6500 HAS ALREADY REJECTED IT OR HELD IT FOR APPROVAL.
*> A REJECT LEAVES THE ENTRY ON THE SCREEN FOR CORRECTION; AN
*> APPLIED ACTION RE-READS AND SHOWS THE RECORD AS IT NOW STANDS.
*> EVERY APPLY ATTEMPT ENDS THROUGH 8750, WHICH RELEASES AUDITLOG
*> AND STAMPS RUNCTL FOR WHAT WAS APPLIED.
*> ----------------------------------------------------------------
2200-PROCESS-MAINTENANCE.
    PERFORM 2210-BUILD-TRANSACTION THRU 2210-EXIT.
    ADD 1 TO WS-TRAN-COUNT.
    MOVE 'N' TO WS-TRAN-SWITCH.
    ACCEPT WS-TRAN-TIME FROM TIME.
    PERFORM 6500-SCREEN-FOR-APPROVAL THRU 6500-EXIT.
    EVALUATE TRUE
        WHEN WS-ROUTE-DONE
            CONTINUE
        WHEN MT-EFFECTIVE-DATE IS NUMERIC
         AND MT-EFFECTIVE-DATE > WS-CURRENT-DATE
            PERFORM 6000-DEFER-TRANSACTION THRU 6000-EXIT
            IF WS-TRAN-ACCEPTED
                MOVE SPACES TO WS-SCR-MESSAGE
                STRING "DEFERRED TO PENDFILE - APPLIES ON "
                           DELIMITED BY SIZE
                       MT-EFFECTIVE-DATE DELIMITED BY SIZE
                    INTO WS-SCR-MESSAGE
            END-IF
        WHEN OTHER
            PERFORM 2030-APPLY-ONE-TRANSACTION THRU 2030-EXIT
            PERFORM 8750-COMMIT-UPDATE THRU 8750-EXIT
            IF WS-TRAN-ACCEPTED
                PERFORM 2300-REFRESH-ON-FILE THRU 2300-EXIT
            END-IF
    END-EVALUATE.
2200-EXIT.
    EXIT.

2210-BUILD-TRANSACTION.
    MOVE SPACES TO MT-RECORD.
    MOVE WS-SCR-FUNCTION TO MT-ACTION.
    MOVE WS-SCR-NAME TO MT-NAME.
    MOVE WS-SCR-BIRTHDAY TO MT-BIRTHDAY.
    MOVE WS-SCR-CITY TO MT-CITY.
    MOVE WS-SCR-EFFECTIVE-DATE TO MT-EFFECTIVE-DATE.
    MOVE WS-SCR-NEW-NAME TO MT-NEW-NAME.
    MOVE WS-SCR-USER-ID TO MT-USER-ID.
    MOVE WS-SCR-STREET TO MT-STREET.
    MOVE WS-SCR-STATE TO MT-STATE.
    MOVE WS-SCR-ZIP TO MT-ZIP.
    MOVE WS-SCR-OPERATOR TO MT-OPERATOR-ID.
2210-EXIT.
    EXIT.

2030-APPLY-ONE-TRANSACTION.
    EVALUATE TRUE
        WHEN MT-ADD
            PERFORM 3000-ADD-USER THRU 3000-EXIT
        WHEN MT-CHANGE
            PERFORM 4000-CHANGE-USER THRU 4000-EXIT
        WHEN MT-DELETE
            PERFORM 5000-DELETE-USER THRU 5000-EXIT
        WHEN MT-RENAME
            PERFORM 7000-RENAME-USER THRU 7000-EXIT
        WHEN MT-REINSTATE
            PERFORM 5500-REINSTATE-USER THRU 5500-EXIT
    END-EVALUATE.
2030-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2300-REFRESH-ON-FILE.  RE-READ THE RECORD JUST APPLIED BY ITS
*> USER-ID AND SHOW IT, KEEPING THE APPLY PARAGRAPH'S MESSAGE.
*> ----------------------------------------------------------------
2300-REFRESH-ON-FILE.
    MOVE WS-AUDIT-USER-ID TO UM-USER-ID.
    READ USER-MASTER
        INVALID KEY
            PERFORM 2500-CLEAR-ON-FILE THRU 2500-EXIT
        NOT INVALID KEY
            PERFORM 2400-SHOW-ON-FILE THRU 2400-EXIT
            PERFORM 2450-PRIME-ENTRY-FIELDS THRU 2450-EXIT
    END-READ.
2300-EXIT.
    EXIT.

2400-SHOW-ON-FILE.
    MOVE UM-USER-ID TO WS-OF-USER-ID.
    MOVE UM-NAME TO WS-OF-NAME.
    MOVE UM-BIRTHDAY TO WS-OF-BIRTHDAY.
    MOVE UM-CITY TO WS-OF-CITY.
    MOVE UM-STREET TO WS-OF-STREET.
    MOVE UM-STATE TO WS-OF-STATE.
    MOVE UM-ZIP TO WS-OF-ZIP.
    EVALUATE TRUE
        WHEN UM-MERGED
            MOVE "MERGED" TO WS-OF-STATUS
        WHEN UM-INACTIVE
            MOVE "INACTIVE" TO WS-OF-STATUS
        WHEN OTHER
            MOVE "ACTIVE" TO WS-OF-STATUS
    END-EVALUATE.
2400-EXIT.
    EXIT.

2450-PRIME-ENTRY-FIELDS.
    MOVE UM-USER-ID TO WS-SCR-USER-ID.
    MOVE UM-NAME TO WS-SCR-NAME.
    MOVE UM-BIRTHDAY TO WS-SCR-BIRTHDAY.
    MOVE UM-CITY TO WS-SCR-CITY.
    MOVE UM-STREET TO WS-SCR-STREET.
    MOVE UM-STATE TO WS-SCR-STATE.
    MOVE UM-ZIP TO WS-SCR-ZIP.
    MOVE SPACES TO WS-SCR-NEW-NAME.
    MOVE ZERO TO WS-SCR-EFFECTIVE-DATE.
2450-EXIT.
    EXIT.

2500-CLEAR-ON-FILE.
    MOVE ZERO TO WS-OF-USER-ID.
    MOVE SPACES TO WS-OF-NAME.
    MOVE ZERO TO WS-OF-BIRTHDAY.
    MOVE SPACES TO WS-OF-CITY.
    MOVE SPACES TO WS-OF-STREET.
    MOVE SPACES TO WS-OF-STATE.
    MOVE SPACES TO WS-OF-ZIP.
    MOVE SPACES TO WS-OF-STATUS.
2500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-ADD-USER.  REJECT THE ADD IF THE CITY IS NOT ON THE
*> REFERENCE TABLE OR THE ADDRESS FAILS ITS EDITS.
*> ----------------------------------------------------------------
3000-ADD-USER.
    MOVE MT-CITY TO WS-CITY-STD.
    PERFORM 8000-STANDARDIZE-CITY THRU 8000-EXIT.
    PERFORM 8500-VALIDATE-ADDRESS THRU 8500-EXIT.
    EVALUATE TRUE
        WHEN WS-CITY-UNKNOWN
            MOVE 'A' TO WS-RJ-ACTION
            MOVE MT-NAME TO WS-RJ-NAME
            MOVE "CITY NOT ON CITY REFERENCE" TO WS-RJ-REASON
            PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
            ADD 1 TO WS-CITYEXC-COUNT
        WHEN WS-ADDRESS-INVALID
            MOVE 'A' TO WS-RJ-ACTION
            MOVE MT-NAME TO WS-RJ-NAME
            PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
        WHEN OTHER
            PERFORM 3050-ADD-EDITED-USER THRU 3050-EXIT
    END-EVALUATE.
3000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3050-ADD-EDITED-USER.  WRITE THE NEW RECORD UNDER THE NEXT FREE
*> USER-ID, FOUND AFRESH FOR THIS ADD.
*> ----------------------------------------------------------------
3050-ADD-EDITED-USER.
    PERFORM 1300-FIND-NEXT-USER-ID THRU 1300-EXIT.
    MOVE WS-NEXT-USER-ID TO UM-USER-ID.
    MOVE MT-NAME TO UM-NAME.
    MOVE MT-BIRTHDAY TO UM-BIRTHDAY.
    MOVE WS-CITY-STD TO UM-CITY.
    MOVE 'A' TO UM-STATUS.
    MOVE MT-STREET TO UM-STREET.
    MOVE MT-STATE TO UM-STATE.
    MOVE MT-ZIP TO UM-ZIP.
    MOVE SPACES TO UM-OWNER-SYSTEM.
    WRITE UM-RECORD.
    MOVE WS-NEXT-USER-ID TO WS-AUDIT-USER-ID.
    ADD 1 TO WS-NEXT-USER-ID.
    PERFORM 3100-AUDIT-ADD THRU 3100-EXIT.
    ADD 1 TO WS-ADD-COUNT.
    MOVE SPACES TO WS-SCR-MESSAGE.
    STRING "USER ADDED UNDER USER-ID " DELIMITED BY SIZE
           WS-AUDIT-USER-ID DELIMITED BY SIZE
        INTO WS-SCR-MESSAGE.
3050-EXIT.
    EXIT.

3100-AUDIT-ADD.
    MOVE 'A' TO WS-AUDIT-ACTION.
    MOVE MT-NAME TO WS-AUDIT-NAME.
    MOVE "NAME" TO WS-AUDIT-FIELD.
    MOVE SPACES TO WS-AUDIT-OLD.
    MOVE MT-NAME TO WS-AUDIT-NEW.
    PERFORM 9200-WRITE-AUDIT THRU 9200-EXIT.
    MOVE "BIRTHDAY" TO WS-AUDIT-FIELD.
    MOVE SPACES TO WS-AUDIT-OLD.
    MOVE MT-BIRTHDAY TO WS-AUDIT-NEW.
    PERFORM 9200-WRITE-AUDIT THRU 9200-EXIT.
    MOVE "CITY" TO WS-AUDIT-FIELD.
    MOVE SPACES TO WS-AUDIT-OLD.
    MOVE WS-CITY-STD TO WS-AUDIT-NEW.
    PERFORM 9200-WRITE-AUDIT THRU 9200-EXIT.
    MOVE "STREET" TO WS-AUDIT-FIELD.
    MOVE SPACES TO WS-AUDIT-OLD.
    MOVE MT-STREET TO WS-AUDIT-NEW.
    PERFORM 9200-WRITE-AUDIT THRU 9200-EXIT.
    MOVE "STATE" TO WS-AUDIT-FIELD.
    MOVE SPACES TO WS-AUDIT-OLD.
    MOVE MT-STATE TO WS-AUDIT-NEW.
    PERFORM 9200-WRITE-AUDIT THRU 9200-EXIT.
    MOVE "ZIP" TO WS-AUDIT-FIELD.
    MOVE SPACES TO WS-AUDIT-OLD.
    MOVE MT-ZIP TO WS-AUDIT-NEW.
    PERFORM 9200-WRITE-AUDIT THRU 9200-EXIT.
3100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4000-CHANGE-USER.  REJECT THE CHANGE IF THE CITY IS NOT ON THE
*> REFERENCE TABLE, THE ADDRESS FAILS ITS EDITS, OR THE USER IS
*> NOT ON FILE.
*> ----------------------------------------------------------------
4000-CHANGE-USER.
    MOVE MT-CITY TO WS-CITY-STD.
    PERFORM 8000-STANDARDIZE-CITY THRU 8000-EXIT.
    PERFORM 8500-VALIDATE-ADDRESS THRU 8500-EXIT.
    EVALUATE TRUE
        WHEN WS-CITY-UNKNOWN
            MOVE 'C' TO WS-RJ-ACTION
            MOVE MT-NAME TO WS-RJ-NAME
            MOVE "CITY NOT ON CITY REFERENCE" TO WS-RJ-REASON
            PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
            ADD 1 TO WS-CITYEXC-COUNT
        WHEN WS-ADDRESS-INVALID
            MOVE 'C' TO WS-RJ-ACTION
            MOVE MT-NAME TO WS-RJ-NAME
            PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
        WHEN OTHER
            PERFORM 4050-CHANGE-EDITED-USER THRU 4050-EXIT
    END-EVALUATE.
4000-EXIT.
    EXIT.

4050-CHANGE-EDITED-USER.
    MOVE 'C' TO WS-RJ-ACTION.
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
        WHEN UM-MERGED
            MOVE MT-NAME TO WS-RJ-NAME
            MOVE "USER-ID HAS BEEN MERGED" TO WS-RJ-REASON
            PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
        WHEN OTHER
            PERFORM 4100-APPLY-CHANGES THRU 4100-EXIT
    END-EVALUATE.
4050-EXIT.
    EXIT.

4100-APPLY-CHANGES.
    MOVE UM-RECORD TO WS-SAVE-RECORD.
    MOVE UM-USER-ID TO WS-AUDIT-USER-ID.
    IF UM-BIRTHDAY NOT = MT-BIRTHDAY
        MOVE 'C' TO WS-AUDIT-ACTION
        MOVE MT-NAME TO WS-AUDIT-NAME
        MOVE "BIRTHDAY" TO WS-AUDIT-FIELD
        MOVE WS-SAVE-BIRTHDAY TO WS-AUDIT-OLD
        MOVE MT-BIRTHDAY TO WS-AUDIT-NEW
        PERFORM 9200-WRITE-AUDIT THRU 9200-EXIT
        MOVE MT-BIRTHDAY TO UM-BIRTHDAY
    END-IF.
    IF UM-CITY NOT = WS-CITY-STD
        MOVE 'C' TO WS-AUDIT-ACTION
        MOVE MT-NAME TO WS-AUDIT-NAME
        MOVE "CITY" TO WS-AUDIT-FIELD
        MOVE WS-SAVE-CITY TO WS-AUDIT-OLD
        MOVE WS-CITY-STD TO WS-AUDIT-NEW
        PERFORM 9200-WRITE-AUDIT THRU 9200-EXIT
        MOVE WS-CITY-STD TO UM-CITY
    END-IF.
    IF UM-STREET NOT = MT-STREET
        MOVE 'C' TO WS-AUDIT-ACTION
        MOVE MT-NAME TO WS-AUDIT-NAME
        MOVE "STREET" TO WS-AUDIT-FIELD
        MOVE WS-SAVE-STREET TO WS-AUDIT-OLD
        MOVE MT-STREET TO WS-AUDIT-NEW
        PERFORM 9200-WRITE-AUDIT THRU 9200-EXIT
        MOVE MT-STREET TO UM-STREET
    END-IF.
    IF UM-STATE NOT = MT-STATE
        MOVE 'C' TO WS-AUDIT-ACTION
        MOVE MT-NAME TO WS-AUDIT-NAME
        MOVE "STATE" TO WS-AUDIT-FIELD
        MOVE WS-SAVE-STATE TO WS-AUDIT-OLD
        MOVE MT-STATE TO WS-AUDIT-NEW
        PERFORM 9200-WRITE-AUDIT THRU 9200-EXIT
        MOVE MT-STATE TO UM-STATE
    END-IF.
    IF UM-ZIP NOT = MT-ZIP
        MOVE 'C' TO WS-AUDIT-ACTION
        MOVE MT-NAME TO WS-AUDIT-NAME
        MOVE "ZIP" TO WS-AUDIT-FIELD
        MOVE WS-SAVE-ZIP TO WS-AUDIT-OLD
        MOVE MT-ZIP TO WS-AUDIT-NEW
        PERFORM 9200-WRITE-AUDIT THRU 9200-EXIT
        MOVE MT-ZIP TO UM-ZIP
    END-IF.
    REWRITE UM-RECORD.
    ADD 1 TO WS-CHANGE-COUNT.
    MOVE "CHANGE APPLIED" TO WS-SCR-MESSAGE.
4100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5000-DELETE-USER.  SOFT DELETE - PARK THE RECORD AS INACTIVE.
*> REJECT IF THE USER IS NOT ON FILE, THE NAME IS AMBIGUOUS, OR
*> THE RECORD IS ALREADY INACTIVE.
*> ----------------------------------------------------------------
5000-DELETE-USER.
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
            PERFORM 5100-AUDIT-AND-DELETE THRU 5100-EXIT
    END-EVALUATE.
5000-EXIT.
    EXIT.

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
    MOVE "USER PARKED INACTIVE" TO WS-SCR-MESSAGE.
5100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5500-REINSTATE-USER.  BRING A PARKED RECORD BACK TO ACTIVE.
*> REJECT IF THE USER IS NOT ON FILE, THE NAME IS AMBIGUOUS, THE
*> RECORD IS NOT INACTIVE, OR THE ID HAS BEEN MERGED.
*> ----------------------------------------------------------------
5500-REINSTATE-USER.
    MOVE 'E' TO WS-RJ-ACTION.
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
        WHEN UM-MERGED
            MOVE MT-NAME TO WS-RJ-NAME
            MOVE "USER-ID HAS BEEN MERGED" TO WS-RJ-REASON
            PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
        WHEN UM-ACTIVE
            MOVE MT-NAME TO WS-RJ-NAME
            MOVE "USER IS NOT INACTIVE" TO WS-RJ-REASON
            PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
        WHEN OTHER
            PERFORM 5600-AUDIT-AND-REINSTATE THRU 5600-EXIT
    END-EVALUATE.
5500-EXIT.
    EXIT.

5600-AUDIT-AND-REINSTATE.
    MOVE UM-USER-ID TO WS-AUDIT-USER-ID.
    MOVE 'E' TO WS-AUDIT-ACTION.
    MOVE UM-NAME TO WS-AUDIT-NAME.
    MOVE "STATUS" TO WS-AUDIT-FIELD.
    MOVE UM-STATUS TO WS-AUDIT-OLD.
    MOVE 'A' TO WS-AUDIT-NEW.
    PERFORM 9200-WRITE-AUDIT THRU 9200-EXIT.
    MOVE 'A' TO UM-STATUS.
    REWRITE UM-RECORD.
    ADD 1 TO WS-REINSTATE-COUNT.
    MOVE "USER REINSTATED ACTIVE" TO WS-SCR-MESSAGE.
5600-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 6000-DEFER-TRANSACTION.  THE TRANSACTION IS DATED IN THE
*> FUTURE.  SAME EDITS AS USRMAINT APPLIES AT DEFER TIME: ADDS AND
*> CHANGES HAVE THEIR CITY STANDARDIZED AND ADDRESS EDITED, A
*> RENAME MUST CARRY A NEW NAME.  THE NIGHTLY LOAD SWEEPS PENDFILE
*> AND APPLIES IT THE NIGHT ITS EFFECTIVE DATE ARRIVES.
*> ----------------------------------------------------------------
6000-DEFER-TRANSACTION.
    EVALUATE TRUE
        WHEN MT-ADD OR MT-CHANGE
            MOVE MT-CITY TO WS-CITY-STD
            PERFORM 8000-STANDARDIZE-CITY THRU 8000-EXIT
            PERFORM 8500-VALIDATE-ADDRESS THRU 8500-EXIT
            EVALUATE TRUE
                WHEN WS-CITY-UNKNOWN
                    MOVE MT-ACTION TO WS-RJ-ACTION
                    MOVE MT-NAME TO WS-RJ-NAME
                    MOVE "CITY NOT ON CITY REFERENCE" TO WS-RJ-REASON
                    PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
                    ADD 1 TO WS-CITYEXC-COUNT
                WHEN WS-ADDRESS-INVALID
                    MOVE MT-ACTION TO WS-RJ-ACTION
                    MOVE MT-NAME TO WS-RJ-NAME
                    PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
                WHEN OTHER
                    PERFORM 6100-WRITE-PENDING THRU 6100-EXIT
            END-EVALUATE
        WHEN MT-DELETE OR MT-REINSTATE
            MOVE MT-CITY TO WS-CITY-STD
            PERFORM 6100-WRITE-PENDING THRU 6100-EXIT
        WHEN MT-RENAME
            IF MT-NEW-NAME = SPACES
                MOVE 'R' TO WS-RJ-ACTION
                MOVE MT-NAME TO WS-RJ-NAME
                MOVE "NEW NAME MISSING" TO WS-RJ-REASON
                PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
            ELSE
                MOVE MT-CITY TO WS-CITY-STD
                PERFORM 6100-WRITE-PENDING THRU 6100-EXIT
            END-IF
    END-EVALUATE.
6000-EXIT.
    EXIT.

6100-WRITE-PENDING.
    MOVE MT-ACTION TO PD-ACTION.
    MOVE MT-NAME TO PD-NAME.
    MOVE MT-BIRTHDAY TO PD-BIRTHDAY.
    MOVE WS-CITY-STD TO PD-CITY.
    MOVE MT-EFFECTIVE-DATE TO PD-EFFECTIVE-DATE.
    MOVE MT-NEW-NAME TO PD-NEW-NAME.
    IF MT-USER-ID IS NUMERIC
        MOVE MT-USER-ID TO PD-USER-ID
    ELSE
        MOVE ZERO TO PD-USER-ID
    END-IF.
    MOVE MT-STREET TO PD-STREET.
    MOVE MT-STATE TO PD-STATE.
    MOVE MT-ZIP TO PD-ZIP.
    MOVE MT-OPERATOR-ID TO PD-OPERATOR-ID.
    MOVE MT-APPROVER-ID TO PD-APPROVER-ID.
    OPEN EXTEND PENDING-FILE.
    IF WS-PD-STATUS = '35'
        OPEN OUTPUT PENDING-FILE
    END-IF.
    WRITE PD-RECORD.
    CLOSE PENDING-FILE.
    ADD 1 TO WS-DEFER-COUNT.
6100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 6500-SCREEN-FOR-APPROVAL.  DECIDE, BEFORE THE EFFECTIVE DATE IS
*> LOOKED AT, WHETHER THIS TRANSACTION MAY APPLY (OR DEFER) ON ONE
*> OPERATOR'S SAY-SO.  A CARD WITH NO OPERATOR ID REJECTS.  A
*> DELETE, A RENAME, OR A CHANGE THAT WOULD ALTER UM-BIRTHDAY IS
*> HELD ON THE APPROVAL QUEUE ONCE ITS TARGET IS FOUND - ANY EDIT
*> FAILURE REJECTS NOW, EXACTLY AS IT WOULD HAVE AT APPLY TIME.
*> WS-ROUTE-DONE MEANS THE TRANSACTION HAS BEEN DEALT WITH HERE;
*> OTHERWISE IT CARRIES ON DOWN THE USUAL DEFER/APPLY PATH.  SAME
*> PARAGRAPHS AS USRMAINT'S - THE TWO MUST NEVER DIVERGE.
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
*> BIRTHDAY IS HELD.  EVERYTHING ELSE IS LEFT TO THE USUAL PATH,
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
*> 6600-HOLD-FOR-APPROVAL.  ADD THE TRANSACTION TO APPRQUE UNDER
*> THE NEXT ITEM NUMBER, ADDRESSED TO THE RECORD JUST FOUND BY ITS
*> USER-ID, AND TELL THE CLERK THE ITEM NUMBER.  NOTHING TOUCHES
*> USER-MASTER OR AUDITLOG UNTIL A SECOND OPERATOR APPROVES IT
*> THROUGH USRAPPR.
*> ----------------------------------------------------------------
6600-HOLD-FOR-APPROVAL.
    PERFORM 1400-FIND-NEXT-ITEM-NO THRU 1400-EXIT.
    OPEN EXTEND APPROVAL-QUEUE.
    IF WS-AQ-STATUS = '35'
        OPEN OUTPUT APPROVAL-QUEUE
    END-IF.
    MOVE UM-USER-ID TO MT-USER-ID.
    MOVE SPACES TO AQ-RECORD.
    MOVE WS-NEXT-ITEM-NO TO AQ-ITEM-NO.
    MOVE 'P' TO AQ-STATUS.
    MOVE WS-HOLD-REASON TO AQ-REASON.
    MOVE WS-CURRENT-DATE TO AQ-QUEUED-DATE.
    MOVE WS-TRAN-TIME TO AQ-QUEUED-TIME.
    MOVE "USRONLN " TO AQ-QUEUED-BY.
    MOVE ZERO TO AQ-DECIDED-DATE.
    MOVE WS-HOLD-OLD-VALUE TO AQ-OLD-VALUE.
    MOVE MT-RECORD TO AQ-TRANSACTION.
    WRITE AQ-RECORD.
    CLOSE APPROVAL-QUEUE.
    ADD 1 TO WS-HELD-COUNT.
    MOVE SPACES TO WS-SCR-MESSAGE.
    STRING "HELD FOR APPROVAL - ITEM " DELIMITED BY SIZE
           AQ-ITEM-NO DELIMITED BY SIZE
        INTO WS-SCR-MESSAGE.
6600-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 7000-RENAME-USER.  REWRITE UM-NAME IN PLACE UNDER THE UNCHANGED
*> USER-ID.  REJECTED IF NO NEW NAME WAS KEYED, THE USER IS NOT ON
*> FILE, OR THE NAME IS AMBIGUOUS.  ONE LINKED 'R' AUDIT ENTRY.
*> ----------------------------------------------------------------
7000-RENAME-USER.
    IF MT-NEW-NAME = SPACES
        MOVE 'R' TO WS-RJ-ACTION
        MOVE MT-NAME TO WS-RJ-NAME
        MOVE "NEW NAME MISSING" TO WS-RJ-REASON
        PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
    ELSE
        PERFORM 7050-RENAME-EDITED-USER THRU 7050-EXIT
    END-IF.
7000-EXIT.
    EXIT.

7050-RENAME-EDITED-USER.
    MOVE 'R' TO WS-RJ-ACTION.
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
        WHEN UM-MERGED
            MOVE MT-NAME TO WS-RJ-NAME
            MOVE "USER-ID HAS BEEN MERGED" TO WS-RJ-REASON
            PERFORM 9100-WRITE-REJECT-LINE THRU 9100-EXIT
        WHEN OTHER
            PERFORM 7200-RENAME-IN-PLACE THRU 7200-EXIT
    END-EVALUATE.
7050-EXIT.
    EXIT.

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
    MOVE "USER RENAMED" TO WS-SCR-MESSAGE.
7200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8000-STANDARDIZE-CITY.  TRANSLATE WS-CITY-STD TO ITS CANONICAL
*> FORM THROUGH THE CITYREF ALIAS TABLE, MATCHING WITHOUT REGARD
*> TO CASE.  WS-CITY-UNKNOWN IS LEFT SET WHEN NO ALIAS MATCHES.
*> ----------------------------------------------------------------
8000-STANDARDIZE-CITY.
    MOVE WS-CITY-STD TO WS-CITY-UPPER.
    INSPECT WS-CITY-UPPER CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    MOVE 'N' TO WS-CITY-MATCH-SWITCH.
    MOVE 1 TO WS-CITYREF-INDEX.
    PERFORM 8100-SEARCH-CITY-ALIAS THRU 8100-EXIT
        VARYING WS-CITYREF-INDEX FROM 1 BY 1
        UNTIL WS-CITYREF-INDEX > WS-CITYREF-COUNT
           OR WS-CITY-KNOWN.
8000-EXIT.
    EXIT.

8100-SEARCH-CITY-ALIAS.
    IF CR-ALIAS(WS-CITYREF-INDEX) = WS-CITY-UPPER
        MOVE 'Y' TO WS-CITY-MATCH-SWITCH
        MOVE CR-CANONICAL(WS-CITYREF-INDEX) TO WS-CITY-STD
    END-IF.
8100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8200-LOCATE-TARGET.  FIND THE RECORD A FUNCTION MEANS.  A
*> NONZERO MT-USER-ID ADDRESSES THAT EXACT RECORD BY THE PRIMARY
*> KEY; OTHERWISE THE NAME PATH IS USED, AND A NAME SHARED BY TWO
*> RECORDS COMES BACK AMBIGUOUS.
*> ----------------------------------------------------------------
8200-LOCATE-TARGET.
    IF MT-USER-ID IS NUMERIC AND MT-USER-ID > ZERO
        MOVE 'N' TO WS-LOOKUP-AMBIG-SWITCH
        MOVE MT-USER-ID TO UM-USER-ID
        READ USER-MASTER
            INVALID KEY MOVE 'N' TO WS-LOOKUP-FOUND-SWITCH
            NOT INVALID KEY MOVE 'Y' TO WS-LOOKUP-FOUND-SWITCH
        END-READ
    ELSE
        MOVE MT-NAME TO WS-LOOKUP-NAME
        PERFORM 8300-LOCATE-BY-NAME THRU 8300-EXIT
    END-IF.
8200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8300-LOCATE-BY-NAME.  SAME WALK AS USRMAINT'S 8300: MERGED
*> RECORDS ARE PASSED OVER, A SECOND UNMERGED RECORD MAKES THE
*> NAME AMBIGUOUS, AND A NAME CARRIED ONLY BY MERGED RECORDS
*> COMES BACK FOUND AND AMBIGUOUS.
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
*> STATE TABLE, MT-ZIP MUST BE FIVE DIGITS, AND (ONCE THE CITY IS
*> KNOWN) 8700 MUST FIND THE ZIP ON ZIPREF UNDER THAT STATE AND
*> CITY.  IDENTICAL TO USRMAINT'S PARAGRAPH.  ON FAILURE THE REJECT REASON IS LEFT IN
*> WS-RJ-REASON FOR THE CALLER.
*> ----------------------------------------------------------------
8500-VALIDATE-ADDRESS.
    MOVE 'Y' TO WS-ADDRESS-SWITCH.
    MOVE 'N' TO WS-STATE-MATCH-SWITCH.
    MOVE 1 TO WS-STATE-INDEX.
    PERFORM 8600-SEARCH-STATE-CODE THRU 8600-EXIT
        VARYING WS-STATE-INDEX FROM 1 BY 1
        UNTIL WS-STATE-INDEX > 56
           OR WS-STATE-KNOWN.
    EVALUATE TRUE
        WHEN WS-STATE-UNKNOWN
            MOVE 'N' TO WS-ADDRESS-SWITCH
            MOVE "STATE NOT A POSTAL CODE" TO WS-RJ-REASON
        WHEN MT-ZIP IS NOT NUMERIC
            MOVE 'N' TO WS-ADDRESS-SWITCH
            MOVE "ZIP NOT FIVE DIGITS" TO WS-RJ-REASON
        WHEN WS-CITY-KNOWN
            PERFORM 8700-CHECK-ZIP-REFERENCE THRU 8700-EXIT
    END-EVALUATE.
8500-EXIT.
    EXIT.

8600-SEARCH-STATE-CODE.
    IF WS-STATE-CODE(WS-STATE-INDEX) = MT-STATE
        MOVE 'Y' TO WS-STATE-MATCH-SWITCH
    END-IF.
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
*> 9100-WRITE-REJECT-LINE.  THE ONLINE COUNTERPART OF USRMAINT'S
*> MNTREJRP LINE - THE REASON GOES STRAIGHT TO THE MESSAGE LINE.
*> ----------------------------------------------------------------
9100-WRITE-REJECT-LINE.
    MOVE SPACES TO WS-SCR-MESSAGE.
    STRING "REJECTED - " DELIMITED BY SIZE
           WS-RJ-REASON DELIMITED BY SIZE
        INTO WS-SCR-MESSAGE.
    MOVE 'Y' TO WS-TRAN-SWITCH.
    ADD 1 TO WS-REJECT-COUNT.
9100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9200-WRITE-AUDIT.  APPEND ONE JOURNAL ENTRY TO AUDITLOG.  THE
*> FIRST ENTRY OF AN UPDATE OPENS THE JOURNAL; 8750 CLOSES IT WHEN
*> THE UPDATE COMMITS, SO ALL OF ONE UPDATE'S ROWS GO TOGETHER.
*> ----------------------------------------------------------------
9200-WRITE-AUDIT.
    IF WS-AUDIT-CLOSED
        OPEN EXTEND AUDIT-FILE
        MOVE 'Y' TO WS-AUDIT-OPEN-SWITCH
    END-IF.
    MOVE WS-CURRENT-DATE TO AU-DATE.
    MOVE WS-TRAN-TIME TO AU-TIME.
    MOVE "USRONLN " TO AU-PROGRAM.
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
*> 8750-COMMIT-UPDATE.  THE APPLY PARAGRAPHS HAVE FINISHED WITH
*> THIS UPDATE.  RELEASE AUDITLOG IF IT WAS OPENED AND, IF THE
*> UPDATE WAS APPLIED, STAMP RUNCTL WITH ITS COUNTS NOW RATHER
*> THAN AT SIGN-OFF, SO NO JOURNAL ROW IS EVER LEFT UNSTAMPED.
*> ----------------------------------------------------------------
8750-COMMIT-UPDATE.
    IF WS-AUDIT-OPEN
        CLOSE AUDIT-FILE
        MOVE 'N' TO WS-AUDIT-OPEN-SWITCH
    END-IF.
    IF WS-TRAN-ACCEPTED
        MOVE WS-TRAN-TIME TO WS-STAMP-START-TIME
        PERFORM 8800-STAMP-RUN-CONTROL THRU 8800-EXIT
    END-IF.
8750-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8800-STAMP-RUN-CONTROL.  APPEND ONE RECORD TO RUNCTL CARRYING
*> THE COUNTS SINCE THE LAST ONE THIS SESSION STAMPED - SAME SHAPE
*> AND SAME COUNTS USRMAINT STAMPS, SO AUDBAL SUMS ONLINE WORK WITH
*> EVERYTHING ELSE THAT RAN ON THE DATE.  8750 STAMPS EACH APPLIED
*> UPDATE (STARTED AT ITS TRANSACTION TIME); SIGN-OFF STAMPS THE
*> REST (STARTED AT THE SESSION TIME).  A SESSION THAT NEVER GOT
*> THE MASTER OPEN STAMPS 'F'.
*> ----------------------------------------------------------------
8800-STAMP-RUN-CONTROL.
    OPEN EXTEND RUN-CONTROL.
    IF WS-RC-STATUS = '35'
        OPEN OUTPUT RUN-CONTROL
    END-IF.
    ACCEPT WS-END-TIME FROM TIME.
    MOVE WS-CURRENT-DATE TO RC-BUSINESS-DATE.
    MOVE "USRONLN " TO RC-PROGRAM.
    MOVE WS-CURRENT-DATE TO RC-START-DATE.
    MOVE WS-STAMP-START-TIME TO RC-START-TIME.
    MOVE WS-END-TIME TO RC-END-TIME.
    IF WS-MASTER-AVAILABLE
        MOVE ZERO TO RC-RETURN-CODE
        MOVE 'C' TO RC-RUN-STATUS
    ELSE
        MOVE 8 TO RC-RETURN-CODE
        MOVE 'F' TO RC-RUN-STATUS
    END-IF.
    COMPUTE RC-READ-COUNT = WS-TRAN-COUNT - WS-STAMPED-TRAN-COUNT.
    COMPUTE RC-ADDS-APPLIED = WS-ADD-COUNT - WS-STAMPED-ADD-COUNT.
    COMPUTE RC-CHANGE-ROWS =
        WS-AUD-CHANGE-COUNT - WS-STAMPED-AUD-CHANGE-COUNT.
    COMPUTE RC-DELETES-APPLIED =
        WS-DELETE-COUNT - WS-STAMPED-DELETE-COUNT.
    COMPUTE RC-RENAMES-APPLIED =
        WS-RENAME-COUNT - WS-STAMPED-RENAME-COUNT.
    COMPUTE RC-REINSTATES-APPLIED =
        WS-REINSTATE-COUNT - WS-STAMPED-REINSTATE-COUNT.
    COMPUTE RC-APPLIED-COUNT = RC-ADDS-APPLIED
        + WS-CHANGE-COUNT - WS-STAMPED-CHANGE-COUNT
        + RC-DELETES-APPLIED + RC-RENAMES-APPLIED
        + RC-REINSTATES-APPLIED.
    MOVE ZERO TO RC-MERGES-APPLIED.
    WRITE RC-RECORD.
    CLOSE RUN-CONTROL.
    MOVE WS-TRAN-COUNT TO WS-STAMPED-TRAN-COUNT.
    MOVE WS-ADD-COUNT TO WS-STAMPED-ADD-COUNT.
    MOVE WS-CHANGE-COUNT TO WS-STAMPED-CHANGE-COUNT.
    MOVE WS-AUD-CHANGE-COUNT TO WS-STAMPED-AUD-CHANGE-COUNT.
    MOVE WS-DELETE-COUNT TO WS-STAMPED-DELETE-COUNT.
    MOVE WS-RENAME-COUNT TO WS-STAMPED-RENAME-COUNT.
    MOVE WS-REINSTATE-COUNT TO WS-STAMPED-REINSTATE-COUNT.
8800-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9000-TERMINATE.
*> ----------------------------------------------------------------
9000-TERMINATE.
    CLOSE USER-MASTER.
    DISPLAY "USER-MASTER ONLINE SESSION SUMMARY".
    DISPLAY "TRANSACTIONS KEYED .... " WS-TRAN-COUNT.
    DISPLAY "ADDS APPLIED .......... " WS-ADD-COUNT.
    DISPLAY "CHANGES APPLIED ....... " WS-CHANGE-COUNT.
    DISPLAY "DELETES APPLIED ....... " WS-DELETE-COUNT.
    DISPLAY "RENAMES APPLIED ....... " WS-RENAME-COUNT.
    DISPLAY "REINSTATES APPLIED .... " WS-REINSTATE-COUNT.
    DISPLAY "TRANSACTIONS REJECTED . " WS-REJECT-COUNT.
    DISPLAY "CITY EXCEPTIONS ....... " WS-CITYEXC-COUNT.
    DISPLAY "DEFERRED TO PENDING ... " WS-DEFER-COUNT.
    DISPLAY "HELD FOR APPROVAL ..... " WS-HELD-COUNT.
9000-EXIT.
    EXIT.
