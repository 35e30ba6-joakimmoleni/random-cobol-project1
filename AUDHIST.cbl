*>                     WHICH IS THE ONLY SELECTION THAT FOLLOWS ONE
*>                     PERSON CLEANLY WHEN TWO USERS SHARE A NAME
*>                     OR A USER HAS BEEN RENAMED.
*>    2026-10-06  RSM  OPERATOR IDENTITY PROJECT.  EVERY HISTRPT
*>                     LINE NOW SHOWS THE OPERATOR WHO MADE THE
*>                     CHANGE AND, FOR A CHANGE RELEASED THROUGH
*>                     THE APPROVAL QUEUE, THE APPROVER (HISTRPT
*>                     LRECL 160).  NEW PARMCARD CARD
*>                       OPER=XXXXXXXX      EVERY CHANGE THAT
*>                                          OPERATOR MADE OR
*>                                          APPROVED
*>                     WHICH COMBINES WITH THE OTHER CARDS.
*>    2026-10-08  RSM  MERGE PROJECT.  AN ID= INQUIRY NOW FOLLOWS
*>                     MERGES: A FIRST PASS OVER AUDITLOG COLLECTS
*>                     EVERY 'M' ENTRY (RETIRED ID -> SURVIVING
*>                     ID), THE REQUESTED ID IS WIDENED TO EVERY ID
*>                     LINKED TO IT THROUGH THEM, EITHER DIRECTION
*>                     AND THROUGH CHAINS, AND THE SELECTION PASS
*>                     TAKES ENTRIES FOR ANY ID IN THAT SET - SO
*>                     ONE PERSON'S HISTORY READS AS ONE STORY
*>                     WHICHEVER OF THEIR IDS IS ASKED FOR.  THE
*>                     LINKED IDS PRINT UNDER THE CRITERIA.  MORE
*>                     LINKS THAN THE TABLES HOLD PRINTS A WARNING
*>                     AND ENDS THE STEP RC=4.
*>    2026-10-15  RSM  OPER= MATCHES WITHOUT REGARD TO CASE, SO
*>                     ENTRIES JOURNALED FROM A LOWER-CASE
*>                     OPERATOR ID ARE NOT MISSED.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FD  HIST-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01  HIST-RECORD                     PIC X(160).

WORKING-STORAGE SECTION.
77  WS-HIST-COUNT                   PIC 9(04) COMP VALUE ZERO.
        10  HT-FIELD                PIC X(10).
        10  HT-OLD-VALUE            PIC X(30).
        10  HT-NEW-VALUE            PIC X(30).
        10  HT-OPERATOR-ID          PIC X(08).
        10  HT-APPROVER-ID          PIC X(08).

01  WS-SWAP-ENTRY.
    05  WS-SWAP-DATE                PIC 9(08).
    05  WS-SWAP-FIELD               PIC X(10).
    05  WS-SWAP-OLD-VALUE           PIC X(30).
    05  WS-SWAP-NEW-VALUE           PIC X(30).
    05  WS-SWAP-OPERATOR-ID         PIC X(08).
    05  WS-SWAP-APPROVER-ID         PIC X(08).

01  WS-HIST-LINE.
    05  WS-HL-NAME                  PIC X(30).
    05  WS-HL-OLD-VALUE             PIC X(30).
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-HL-NEW-VALUE             PIC X(30).
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-HL-OPERATOR-ID           PIC X(08).
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-HL-APPROVER-ID           PIC X(08).

*> MERGE LINKS FOUND ON THE JOURNAL, AND THE SET OF USER-IDS AN
*> ID= INQUIRY SELECTS (THE REQUESTED ID FIRST, THEN EVERY ID
*> LINKED TO IT).
01  WS-MERGE-LINK-AREA.
    05  WS-ML-ENTRY OCCURS 0 TO 1000 TIMES
                    DEPENDING ON WS-LINK-COUNT.
        10  WS-ML-RETIRED-ID        PIC 9(06).
        10  WS-ML-SURVIVOR-ID       PIC 9(06).

01  WS-ID-SET-AREA.
    05  WS-ID-SET-ENTRY             PIC 9(06)
                                    OCCURS 0 TO 100 TIMES
                                    DEPENDING ON WS-ID-SET-COUNT.

01  WS-CRITERIA-LINE.
    05  FILLER                      PIC X(10) VALUE "CRITERIA: ".
    05  WS-CR-TEXT                  PIC X(150).

01  WS-SWITCHES.
    05  WS-PARM-EOF-SWITCH          PIC X(01) VALUE 'N'.
    05  WS-ID-WANTED-SWITCH         PIC X(01) VALUE 'N'.
        88  WS-ID-WANTED                VALUE 'Y'.
        88  WS-ID-NOT-WANTED            VALUE 'N'.
    05  WS-OPER-WANTED-SWITCH       PIC X(01) VALUE 'N'.
        88  WS-OPER-WANTED              VALUE 'Y'.
        88  WS-OPER-NOT-WANTED          VALUE 'N'.
    05  WS-SWAP-SWITCH              PIC X(01) VALUE 'N'.
        88  WS-SWAP-OCCURRED            VALUE 'Y'.
        88  WS-NO-SWAP-OCCURRED         VALUE 'N'.
    05  WS-TRUNCATED-SWITCH         PIC X(01) VALUE 'N'.
        88  WS-RESULTS-TRUNCATED        VALUE 'Y'.
        88  WS-RESULTS-COMPLETE         VALUE 'N'.
    05  WS-LINKS-SWITCH             PIC X(01) VALUE 'N'.
        88  WS-LINKS-TRUNCATED          VALUE 'Y'.
        88  WS-LINKS-COMPLETE           VALUE 'N'.
    05  WS-SET-GREW-SWITCH          PIC X(01) VALUE 'N'.
        88  WS-SET-GREW                 VALUE 'Y'.
        88  WS-SET-STABLE               VALUE 'N'.
    05  WS-IN-SET-SWITCH            PIC X(01) VALUE 'N'.
        88  WS-ID-IN-SET                VALUE 'Y'.
        88  WS-ID-NOT-IN-SET            VALUE 'N'.

77  WS-SELECT-NAME                  PIC X(30) VALUE SPACES.
77  WS-SELECT-ID                    PIC 9(06) VALUE ZERO.
77  WS-SELECT-OPERATOR              PIC X(08) VALUE SPACES.
77  WS-ENTRY-OPERATOR               PIC X(08) VALUE SPACES.
77  WS-ENTRY-APPROVER               PIC X(08) VALUE SPACES.
77  WS-FROM-DATE                    PIC 9(08) VALUE ZERO.
77  WS-TO-DATE                      PIC 9(08) VALUE 99999999.
77  WS-SORT-INDEX                   PIC 9(04) COMP VALUE ZERO.
77  WS-SUBSCRIPT                    PIC 9(04) COMP VALUE ZERO.
77  WS-PRINTED-COUNT                PIC 9(04) COMP VALUE ZERO.
77  WS-PRINTED-EDIT                 PIC ZZZZ9 VALUE ZERO.
77  WS-LINK-COUNT                   PIC 9(04) COMP VALUE ZERO.
77  WS-LINK-INDEX                   PIC 9(04) COMP VALUE ZERO.
77  WS-ID-SET-COUNT                 PIC 9(04) COMP VALUE ZERO.
77  WS-SET-INDEX                    PIC 9(04) COMP VALUE ZERO.
77  WS-PROBE-ID                     PIC 9(06) VALUE ZERO.
77  WS-OTHER-ID                     PIC 9(06) VALUE ZERO.
77  WS-CR-POINTER                   PIC 9(04) COMP VALUE ZERO.

PROCEDURE DIVISION.

0000-MAIN-CONTROL.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    PERFORM 2000-READ-PARM-CARDS THRU 2000-EXIT.
    IF WS-ID-WANTED
        PERFORM 2500-COLLECT-MERGE-LINKS THRU 2500-EXIT
    END-IF.
    PERFORM 3000-SELECT-AUDIT-ENTRIES THRU 3000-EXIT.
    PERFORM 4000-SORT-HISTORY THRU 4000-EXIT.
    PERFORM 5000-PRINT-HISTORY-REPORT THRU 5000-EXIT.
    PERFORM 9000-TERMINATE THRU 9000-EXIT.
    IF WS-RESULTS-TRUNCATED OR WS-LINKS-TRUNCATED
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.
           AND PARM-RECORD(4:6) IS NUMERIC
            MOVE 'Y' TO WS-ID-WANTED-SWITCH
            MOVE PARM-RECORD(4:6) TO WS-SELECT-ID
        WHEN PARM-RECORD(1:5) = "OPER="
            MOVE 'Y' TO WS-OPER-WANTED-SWITCH
            MOVE PARM-RECORD(6:8) TO WS-SELECT-OPERATOR
            INSPECT WS-SELECT-OPERATOR CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        WHEN PARM-RECORD(1:5) = "FROM="
            MOVE PARM-RECORD(6:8) TO WS-FROM-DATE
        WHEN PARM-RECORD(1:3) = "TO="
2020-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2500-COLLECT-MERGE-LINKS.  ID= ONLY.  PASS AUDITLOG ONCE FOR
*> ITS 'M' ENTRIES - EACH TIES A RETIRED AU-USER-ID TO THE
*> SURVIVING ID IN AU-NEW-VALUE - WHATEVER THEIR DATE, SINCE A
*> MERGE OUTSIDE THE DATE RANGE STILL MAKES THE TWO IDS ONE
*> PERSON.  THEN GROW THE ID SET FROM THE REQUESTED ID OVER THE
*> LINKS UNTIL A WHOLE PASS ADDS NOTHING, AND REOPEN THE JOURNAL
*> FOR THE SELECTION PASS.
*> ----------------------------------------------------------------
2500-COLLECT-MERGE-LINKS.
    PERFORM 3010-READ-AUDIT-NEXT THRU 3010-EXIT.
    PERFORM 2510-NOTE-ONE-LINK THRU 2510-EXIT
        UNTIL WS-AU-EOF.
    CLOSE AUDIT-FILE.
    OPEN INPUT AUDIT-FILE.
    MOVE 'N' TO WS-AU-EOF-SWITCH.
    MOVE 1 TO WS-ID-SET-COUNT.
    MOVE WS-SELECT-ID TO WS-ID-SET-ENTRY(1).
    MOVE 'Y' TO WS-SET-GREW-SWITCH.
    PERFORM 2520-WIDEN-ID-SET THRU 2520-EXIT
        UNTIL WS-SET-STABLE.
2500-EXIT.
    EXIT.

2510-NOTE-ONE-LINK.
    IF AU-ACT-MERGE AND AU-NEW-VALUE(1:6) IS NUMERIC
        IF WS-LINK-COUNT >= 1000
            MOVE 'Y' TO WS-LINKS-SWITCH
        ELSE
            ADD 1 TO WS-LINK-COUNT
            MOVE AU-USER-ID TO WS-ML-RETIRED-ID(WS-LINK-COUNT)
            MOVE AU-NEW-VALUE(1:6) TO WS-ML-SURVIVOR-ID(WS-LINK-COUNT)
        END-IF
    END-IF.
    PERFORM 3010-READ-AUDIT-NEXT THRU 3010-EXIT.
2510-EXIT.
    EXIT.

2520-WIDEN-ID-SET.
    MOVE 'N' TO WS-SET-GREW-SWITCH.
    MOVE 1 TO WS-LINK-INDEX.
    PERFORM 2530-FOLLOW-ONE-LINK THRU 2530-EXIT
        VARYING WS-LINK-INDEX FROM 1 BY 1
        UNTIL WS-LINK-INDEX > WS-LINK-COUNT.
2520-EXIT.
    EXIT.

*> A LINK WITH EITHER END IN THE SET BRINGS THE OTHER END IN.
2530-FOLLOW-ONE-LINK.
    MOVE WS-ML-RETIRED-ID(WS-LINK-INDEX) TO WS-PROBE-ID.
    PERFORM 2540-SEARCH-ID-SET THRU 2540-EXIT.
    IF WS-ID-IN-SET
        MOVE WS-ML-SURVIVOR-ID(WS-LINK-INDEX) TO WS-OTHER-ID
        PERFORM 2550-ADD-TO-ID-SET THRU 2550-EXIT
    END-IF.
    MOVE WS-ML-SURVIVOR-ID(WS-LINK-INDEX) TO WS-PROBE-ID.
    PERFORM 2540-SEARCH-ID-SET THRU 2540-EXIT.
    IF WS-ID-IN-SET
        MOVE WS-ML-RETIRED-ID(WS-LINK-INDEX) TO WS-OTHER-ID
        PERFORM 2550-ADD-TO-ID-SET THRU 2550-EXIT
    END-IF.
2530-EXIT.
    EXIT.

2540-SEARCH-ID-SET.
    MOVE 'N' TO WS-IN-SET-SWITCH.
    MOVE 1 TO WS-SET-INDEX.
    PERFORM 2545-COMPARE-ONE-ID THRU 2545-EXIT
        VARYING WS-SET-INDEX FROM 1 BY 1
        UNTIL WS-SET-INDEX > WS-ID-SET-COUNT OR WS-ID-IN-SET.
2540-EXIT.
    EXIT.

2545-COMPARE-ONE-ID.
    IF WS-ID-SET-ENTRY(WS-SET-INDEX) = WS-PROBE-ID
        MOVE 'Y' TO WS-IN-SET-SWITCH
    END-IF.
2545-EXIT.
    EXIT.

2550-ADD-TO-ID-SET.
    MOVE WS-OTHER-ID TO WS-PROBE-ID.
    PERFORM 2540-SEARCH-ID-SET THRU 2540-EXIT.
    IF WS-ID-NOT-IN-SET
        IF WS-ID-SET-COUNT >= 100
            MOVE 'Y' TO WS-LINKS-SWITCH
        ELSE
            ADD 1 TO WS-ID-SET-COUNT
            MOVE WS-OTHER-ID TO WS-ID-SET-ENTRY(WS-ID-SET-COUNT)
            MOVE 'Y' TO WS-SET-GREW-SWITCH
        END-IF
    END-IF.
2550-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-SELECT-AUDIT-ENTRIES.  PASS AUDITLOG FRONT TO BACK AND
*> KEEP EVERY ENTRY THAT MATCHES THE REQUESTED NAME, USER-ID AND
*> OPERATOR (IF ANY) AND FALLS INSIDE THE REQUESTED AU-DATE RANGE.
*> A USER-ID MATCHES AS ANY ID IN THE MERGE-LINKED SET 2500 BUILT.
*> AN OPERATOR MATCHES AS EITHER THE MAKER OR THE APPROVER, IN
*> EITHER CASE.
*> ----------------------------------------------------------------
3000-SELECT-AUDIT-ENTRIES.
    PERFORM 3010-READ-AUDIT-NEXT THRU 3010-EXIT.
    EXIT.

3020-TEST-ONE-ENTRY.
    IF WS-ID-WANTED
        MOVE AU-USER-ID TO WS-PROBE-ID
        PERFORM 2540-SEARCH-ID-SET THRU 2540-EXIT
    END-IF.
    MOVE AU-OPERATOR-ID TO WS-ENTRY-OPERATOR.
    INSPECT WS-ENTRY-OPERATOR CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    MOVE AU-APPROVER-ID TO WS-ENTRY-APPROVER.
    INSPECT WS-ENTRY-APPROVER CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    IF AU-DATE >= WS-FROM-DATE AND AU-DATE <= WS-TO-DATE
        IF (WS-NAME-NOT-WANTED OR AU-NAME = WS-SELECT-NAME)
           AND (WS-ID-NOT-WANTED OR WS-ID-IN-SET)
           AND (WS-OPER-NOT-WANTED
                OR WS-ENTRY-OPERATOR = WS-SELECT-OPERATOR
                OR WS-ENTRY-APPROVER = WS-SELECT-OPERATOR)
            PERFORM 3030-STORE-ONE-ENTRY THRU 3030-EXIT
        END-IF
    END-IF.
        MOVE AU-FIELD TO HT-FIELD(WS-HIST-COUNT)
        MOVE AU-OLD-VALUE TO HT-OLD-VALUE(WS-HIST-COUNT)
        MOVE AU-NEW-VALUE TO HT-NEW-VALUE(WS-HIST-COUNT)
        MOVE AU-OPERATOR-ID TO HT-OPERATOR-ID(WS-HIST-COUNT)
        MOVE AU-APPROVER-ID TO HT-APPROVER-ID(WS-HIST-COUNT)
    END-IF.
3030-EXIT.
    EXIT.
            MOVE "ALL USERS" TO WS-CR-TEXT
    END-EVALUATE.
    WRITE HIST-RECORD FROM WS-CRITERIA-LINE.
    IF WS-ID-WANTED AND WS-ID-SET-COUNT > 1
        PERFORM 5150-WRITE-LINKED-IDS THRU 5150-EXIT
    END-IF.
    IF WS-OPER-WANTED
        MOVE SPACES TO WS-CR-TEXT
        STRING "OPER=" DELIMITED BY SIZE
               WS-SELECT-OPERATOR DELIMITED BY SIZE
            INTO WS-CR-TEXT
        WRITE HIST-RECORD FROM WS-CRITERIA-LINE
    END-IF.
    MOVE SPACES TO WS-CR-TEXT.
    STRING "FROM=" DELIMITED BY SIZE
           WS-FROM-DATE DELIMITED BY SIZE
    WRITE HIST-RECORD FROM WS-CRITERIA-LINE.
    MOVE SPACES TO HIST-RECORD.
    WRITE HIST-RECORD.
    MOVE "NAME                           USERID DATE     TIME     PROGRAM  A FIELD      OLD VALUE                      NEW VALUE                      OPERATOR APPROVER"
        TO HIST-RECORD.
    WRITE HIST-RECORD.
5100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5150-WRITE-LINKED-IDS.  THE OTHER IDS THE REQUESTED ONE IS
*> MERGE-LINKED TO, AS MANY TO A CRITERIA LINE AS FIT.
*> ----------------------------------------------------------------
5150-WRITE-LINKED-IDS.
    MOVE SPACES TO WS-CR-TEXT.
    MOVE 1 TO WS-CR-POINTER.
    STRING "LINKED BY MERGE:" DELIMITED BY SIZE
        INTO WS-CR-TEXT WITH POINTER WS-CR-POINTER.
    MOVE 2 TO WS-SET-INDEX.
    PERFORM 5160-ADD-ONE-LINKED-ID THRU 5160-EXIT
        VARYING WS-SET-INDEX FROM 2 BY 1
        UNTIL WS-SET-INDEX > WS-ID-SET-COUNT.
    WRITE HIST-RECORD FROM WS-CRITERIA-LINE.
5150-EXIT.
    EXIT.

5160-ADD-ONE-LINKED-ID.
    IF WS-CR-POINTER > 140
        WRITE HIST-RECORD FROM WS-CRITERIA-LINE
        MOVE SPACES TO WS-CR-TEXT
        MOVE 17 TO WS-CR-POINTER
    END-IF.
    STRING " " DELIMITED BY SIZE
           WS-ID-SET-ENTRY(WS-SET-INDEX) DELIMITED BY SIZE
        INTO WS-CR-TEXT WITH POINTER WS-CR-POINTER.
5160-EXIT.
    EXIT.

5200-PRINT-ONE-HISTORY-LINE.
    MOVE HT-NAME(WS-SUBSCRIPT) TO WS-HL-NAME.
    MOVE HT-USER-ID(WS-SUBSCRIPT) TO WS-HL-USER-ID.
    MOVE HT-FIELD(WS-SUBSCRIPT) TO WS-HL-FIELD.
    MOVE HT-OLD-VALUE(WS-SUBSCRIPT) TO WS-HL-OLD-VALUE.
    MOVE HT-NEW-VALUE(WS-SUBSCRIPT) TO WS-HL-NEW-VALUE.
    MOVE HT-OPERATOR-ID(WS-SUBSCRIPT) TO WS-HL-OPERATOR-ID.
    MOVE HT-APPROVER-ID(WS-SUBSCRIPT) TO WS-HL-APPROVER-ID.
    WRITE HIST-RECORD FROM WS-HIST-LINE.
    ADD 1 TO WS-PRINTED-COUNT.
5200-EXIT.
            TO HIST-RECORD
        WRITE HIST-RECORD
    END-IF.
    IF WS-LINKS-TRUNCATED
        MOVE "*** MERGE LINKS BEYOND TABLE LIMIT NOT FOLLOWED ***"
            TO HIST-RECORD
        WRITE HIST-RECORD
    END-IF.
5300-EXIT.
    EXIT.

