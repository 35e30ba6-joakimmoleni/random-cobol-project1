*> ****************************************************************
*> IDENTIFICATION DIVISION.
*> ****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. USRMRGC.
AUTHOR. R. MOLENI.
INSTALLATION. IT-OPERATIONS.
DATE-WRITTEN. 2026-10-08.
DATE-COMPILED.
*>
*>  MOD-HISTORY.
*>    2026-10-08  RSM  INITIAL VERSION.  WEEKLY MERGE-CANDIDATE
*>                     REPORT.  UM-USER-ID IS PERMANENT AND UM-NAME
*>                     TAKES DUPLICATES, SO ONE PERSON CAN END UP
*>                     UNDER TWO IDS - A MISSPELLED INTAKE, OR A
*>                     RE-ADD WHERE A REINSTATE WAS MEANT.  THIS JOB
*>                     READS THE LATEST BKUPFILE GENERATION, SORTED
*>                     INTO UM-BIRTHDAY ORDER BY THE STEP AHEAD OF
*>                     IT, AND WITHIN EACH BIRTHDAY PAIRS EVERY TWO
*>                     RECORDS THAT ALSO SHARE:
*>                       - A SIMILAR NAME (SEE 3300), OR
*>                       - THE SAME STREET AND ZIP (BOTH NON-BLANK).
*>                     A SHARED BIRTHDAY IS REQUIRED EITHER WAY -
*>                     THE SAME PERSON NEVER HAS TWO, WHILE A
*>                     HOUSEHOLD SHARES AN ADDRESS AND A COMMON NAME
*>                     SHARES A CITY.  EACH PAIR IS PRINTED ONCE ON
*>                     MRGRPT WITH THE BASIS (NAME, ADDRESS OR BOTH)
*>                     FOR A CLERK TO CONFIRM AND KEY AS A USRMAINT
*>                     'M' CARD.  IDS ALREADY MERGED AWAY (STATUS
*>                     'M') ARE LEFT OUT, AS ARE PAIRS WHERE BOTH
*>                     IDS ARE PARKED - NEITHER CAN REACH PAYROLL.
*>                     THE MASTER ITSELF IS NOT OPENED.  RC=0 NO
*>                     CANDIDATES; RC=4 CANDIDATES LISTED.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BIRTHDAY-SORT-FILE ASSIGN TO "MRGBDAY"
        ORGANIZATION IS SEQUENTIAL.

    SELECT MERGE-REPORT-FILE ASSIGN TO "MRGRPT"
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  BIRTHDAY-SORT-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY BKREC.

FD  MERGE-REPORT-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01  MERGE-REPORT-RECORD             PIC X(132).

WORKING-STORAGE SECTION.
01  WS-HEADING-LINE.
    05  FILLER                      PIC X(10) VALUE "BIRTHDAY".
    05  FILLER                      PIC X(09) VALUE "BASIS".
    05  FILLER                      PIC X(41)
        VALUE "USERID NAME                           ST".
    05  FILLER                      PIC X(41)
        VALUE "USERID NAME                           ST".
    05  FILLER                      PIC X(31) VALUE "ZIP   ZIP".

01  WS-CANDIDATE-LINE.
    05  WS-CL-BIRTHDAY              PIC 9(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-CL-BASIS                 PIC X(07).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-CL-FIRST-ID              PIC 9(06).
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-CL-FIRST-NAME            PIC X(30).
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-CL-FIRST-STATUS          PIC X(01).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-CL-SECOND-ID             PIC 9(06).
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-CL-SECOND-NAME           PIC X(30).
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-CL-SECOND-STATUS         PIC X(01).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-CL-FIRST-ZIP             PIC X(05).
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-CL-SECOND-ZIP            PIC X(05).
    05  FILLER                      PIC X(20) VALUE SPACES.

01  WS-COUNT-LINE.
    05  WS-CT-LABEL                 PIC X(24).
    05  WS-CT-COUNT                 PIC ZZZZZZZZ9.
    05  FILLER                      PIC X(99) VALUE SPACES.

*> ONE BIRTHDAY'S RECORDS, WITH THE NAME KEYS 3300 COMPARES
*> WORKED OUT ONCE PER RECORD AS IT IS LOADED.
01  WS-GROUP-TABLE-AREA.
    05  WS-GROUP-ENTRY OCCURS 0 TO 500 TIMES
                       DEPENDING ON WS-GROUP-COUNT.
        10  WS-GE-USER-ID           PIC 9(06).
        10  WS-GE-NAME              PIC X(30).
        10  WS-GE-STATUS            PIC X(01).
        10  WS-GE-STREET            PIC X(30).
        10  WS-GE-ZIP               PIC X(05).
        10  WS-GE-LETTERS-KEY       PIC X(30).
        10  WS-GE-FIRST-WORD        PIC X(30).
        10  WS-GE-LAST-WORD         PIC X(30).

01  WS-NAME-WORDS.
    05  WS-NAME-WORD                PIC X(30) OCCURS 8 TIMES.

01  WS-SWITCHES.
    05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
        88  WS-EOF                      VALUE 'Y'.
        88  WS-NOT-EOF                  VALUE 'N'.
    05  WS-NAME-MATCH-SWITCH        PIC X(01) VALUE 'N'.
        88  WS-NAMES-SIMILAR            VALUE 'Y'.
        88  WS-NAMES-DIFFERENT          VALUE 'N'.
    05  WS-ADDR-MATCH-SWITCH        PIC X(01) VALUE 'N'.
        88  WS-ADDRESSES-SAME           VALUE 'Y'.
        88  WS-ADDRESSES-DIFFERENT      VALUE 'N'.
    05  WS-GROUP-FULL-SWITCH        PIC X(01) VALUE 'N'.
        88  WS-GROUP-FULL               VALUE 'Y'.
        88  WS-GROUP-NOT-FULL           VALUE 'N'.

77  WS-CURRENT-BIRTHDAY             PIC 9(08) VALUE ZERO.
77  WS-GROUP-COUNT                  PIC 9(04) COMP VALUE ZERO.
77  WS-FIRST-INDEX                  PIC 9(04) COMP VALUE ZERO.
77  WS-SECOND-INDEX                 PIC 9(04) COMP VALUE ZERO.
77  WS-SECOND-START                 PIC 9(04) COMP VALUE ZERO.
77  WS-WORD-INDEX                   PIC 9(04) COMP VALUE ZERO.
77  WS-CHAR-INDEX                   PIC 9(04) COMP VALUE ZERO.
77  WS-KEY-LENGTH                   PIC 9(04) COMP VALUE ZERO.
77  WS-UPPER-NAME                   PIC X(30) VALUE SPACES.
77  WS-DETAIL-COUNT                 PIC 9(09) COMP VALUE ZERO.
77  WS-SKIPPED-COUNT                PIC 9(09) COMP VALUE ZERO.
77  WS-BIRTHDAY-GROUPS              PIC 9(09) COMP VALUE ZERO.
77  WS-CANDIDATE-COUNT              PIC 9(09) COMP VALUE ZERO.
77  WS-NAME-BASIS-COUNT             PIC 9(09) COMP VALUE ZERO.
77  WS-ADDR-BASIS-COUNT             PIC 9(09) COMP VALUE ZERO.
77  WS-BOTH-BASIS-COUNT             PIC 9(09) COMP VALUE ZERO.
77  WS-OVERFLOW-COUNT               PIC 9(09) COMP VALUE ZERO.

PROCEDURE DIVISION.

*> ----------------------------------------------------------------
*> 0000-MAIN-CONTROL.
*> ----------------------------------------------------------------
0000-MAIN-CONTROL.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    PERFORM 2000-PROCESS-ONE-RECORD THRU 2000-EXIT
        UNTIL WS-EOF.
    PERFORM 3000-COMPARE-GROUP THRU 3000-EXIT.
    PERFORM 8000-WRITE-REPORT-TOTALS THRU 8000-EXIT.
    PERFORM 9000-TERMINATE THRU 9000-EXIT.
    IF WS-CANDIDATE-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    OPEN INPUT BIRTHDAY-SORT-FILE.
    OPEN OUTPUT MERGE-REPORT-FILE.
    MOVE "USER-ID MERGE CANDIDATES - SAME BIRTHDAY AND SIMILAR NAME OR SAME STREET/ZIP"
        TO MERGE-REPORT-RECORD.
    WRITE MERGE-REPORT-RECORD.
    MOVE SPACES TO MERGE-REPORT-RECORD.
    WRITE MERGE-REPORT-RECORD.
    WRITE MERGE-REPORT-RECORD FROM WS-HEADING-LINE.
    PERFORM 1100-READ-SORTED-BACKUP THRU 1100-EXIT.
    IF WS-NOT-EOF
        MOVE BK-USER-BIRTHDAY TO WS-CURRENT-BIRTHDAY
    END-IF.
1000-EXIT.
    EXIT.

1100-READ-SORTED-BACKUP.
    READ BIRTHDAY-SORT-FILE
        AT END MOVE 'Y' TO WS-EOF-SWITCH
    END-READ.
1100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-PROCESS-ONE-RECORD.  CONTROL BREAK ON UM-BIRTHDAY: WHEN
*> THE BIRTHDAY CHANGES, COMPARE THE GROUP JUST FINISHED AND START
*> A NEW ONE.  MERGED-AWAY IDS AND UNUSABLE BIRTHDAYS (NOT NUMERIC
*> OR ZERO - A CONVERTED RECORD STILL WAITING FOR ONE) NEVER ENTER
*> A GROUP.
*> ----------------------------------------------------------------
2000-PROCESS-ONE-RECORD.
    ADD 1 TO WS-DETAIL-COUNT.
    IF BK-USER-BIRTHDAY NOT = WS-CURRENT-BIRTHDAY
        PERFORM 3000-COMPARE-GROUP THRU 3000-EXIT
        MOVE BK-USER-BIRTHDAY TO WS-CURRENT-BIRTHDAY
    END-IF.
    EVALUATE TRUE
        WHEN BK-USER-STATUS = 'M'
            ADD 1 TO WS-SKIPPED-COUNT
        WHEN BK-USER-BIRTHDAY IS NOT NUMERIC
            ADD 1 TO WS-SKIPPED-COUNT
        WHEN BK-USER-BIRTHDAY = ZERO
            ADD 1 TO WS-SKIPPED-COUNT
        WHEN WS-GROUP-COUNT NOT < 500
            MOVE 'Y' TO WS-GROUP-FULL-SWITCH
            ADD 1 TO WS-SKIPPED-COUNT
        WHEN OTHER
            PERFORM 2100-ADD-TO-GROUP THRU 2100-EXIT
    END-EVALUATE.
    PERFORM 1100-READ-SORTED-BACKUP THRU 1100-EXIT.
2000-EXIT.
    EXIT.

2100-ADD-TO-GROUP.
    ADD 1 TO WS-GROUP-COUNT.
    MOVE BK-USER-ID TO WS-GE-USER-ID(WS-GROUP-COUNT).
    MOVE BK-USER-NAME TO WS-GE-NAME(WS-GROUP-COUNT).
    MOVE BK-USER-STATUS TO WS-GE-STATUS(WS-GROUP-COUNT).
    MOVE BK-USER-STREET TO WS-GE-STREET(WS-GROUP-COUNT).
    INSPECT WS-GE-STREET(WS-GROUP-COUNT) CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    MOVE BK-USER-ZIP TO WS-GE-ZIP(WS-GROUP-COUNT).
    MOVE BK-USER-NAME TO WS-UPPER-NAME.
    INSPECT WS-UPPER-NAME CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    PERFORM 2200-BUILD-LETTERS-KEY THRU 2200-EXIT.
    PERFORM 2300-SPLIT-NAME-WORDS THRU 2300-EXIT.
2100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2200-BUILD-LETTERS-KEY.  THE NAME WITH EVERYTHING BUT LETTERS
*> SQUEEZED OUT, SO "O'BRIEN, ANN" AND "OBRIEN ANN" COME OUT THE
*> SAME.
*> ----------------------------------------------------------------
2200-BUILD-LETTERS-KEY.
    MOVE SPACES TO WS-GE-LETTERS-KEY(WS-GROUP-COUNT).
    MOVE ZERO TO WS-KEY-LENGTH.
    PERFORM 2210-KEEP-ONE-LETTER THRU 2210-EXIT
        VARYING WS-CHAR-INDEX FROM 1 BY 1
        UNTIL WS-CHAR-INDEX > 30.
2200-EXIT.
    EXIT.

2210-KEEP-ONE-LETTER.
    IF WS-UPPER-NAME(WS-CHAR-INDEX:1) IS ALPHABETIC-UPPER
       AND WS-UPPER-NAME(WS-CHAR-INDEX:1) NOT = SPACE
        ADD 1 TO WS-KEY-LENGTH
        MOVE WS-UPPER-NAME(WS-CHAR-INDEX:1)
            TO WS-GE-LETTERS-KEY(WS-GROUP-COUNT)(WS-KEY-LENGTH:1)
    END-IF.
2210-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2300-SPLIT-NAME-WORDS.  KEEP THE FIRST AND LAST NON-BLANK
*> WORDS OF THE NAME.  A ONE-WORD NAME HAS THE SAME FIRST AND LAST
*> WORD.
*> ----------------------------------------------------------------
2300-SPLIT-NAME-WORDS.
    MOVE SPACES TO WS-NAME-WORDS.
    UNSTRING WS-UPPER-NAME DELIMITED BY ALL SPACE
        INTO WS-NAME-WORD(1) WS-NAME-WORD(2) WS-NAME-WORD(3)
             WS-NAME-WORD(4) WS-NAME-WORD(5) WS-NAME-WORD(6)
             WS-NAME-WORD(7) WS-NAME-WORD(8)
    END-UNSTRING.
    MOVE SPACES TO WS-GE-FIRST-WORD(WS-GROUP-COUNT).
    MOVE SPACES TO WS-GE-LAST-WORD(WS-GROUP-COUNT).
    PERFORM 2310-NOTE-ONE-WORD THRU 2310-EXIT
        VARYING WS-WORD-INDEX FROM 1 BY 1
        UNTIL WS-WORD-INDEX > 8.
2300-EXIT.
    EXIT.

2310-NOTE-ONE-WORD.
    IF WS-NAME-WORD(WS-WORD-INDEX) NOT = SPACES
        IF WS-GE-FIRST-WORD(WS-GROUP-COUNT) = SPACES
            MOVE WS-NAME-WORD(WS-WORD-INDEX)
                TO WS-GE-FIRST-WORD(WS-GROUP-COUNT)
        END-IF
        MOVE WS-NAME-WORD(WS-WORD-INDEX)
            TO WS-GE-LAST-WORD(WS-GROUP-COUNT)
    END-IF.
2310-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-COMPARE-GROUP.  EVERY PAIR IN THE FINISHED BIRTHDAY GROUP,
*> EACH PAIR ONCE, THEN EMPTY THE GROUP.  A GROUP THAT OUTGREW THE
*> TABLE IS COMPARED AS FAR AS IT WAS LOADED AND COUNTED ON THE
*> TRAILER.
*> ----------------------------------------------------------------
3000-COMPARE-GROUP.
    IF WS-GROUP-COUNT > ZERO
        ADD 1 TO WS-BIRTHDAY-GROUPS
    END-IF.
    IF WS-GROUP-COUNT > 1
        PERFORM 3100-COMPARE-ONE-FIRST THRU 3100-EXIT
            VARYING WS-FIRST-INDEX FROM 1 BY 1
            UNTIL WS-FIRST-INDEX NOT < WS-GROUP-COUNT
    END-IF.
    IF WS-GROUP-FULL
        ADD 1 TO WS-OVERFLOW-COUNT
    END-IF.
    MOVE ZERO TO WS-GROUP-COUNT.
    MOVE 'N' TO WS-GROUP-FULL-SWITCH.
3000-EXIT.
    EXIT.

3100-COMPARE-ONE-FIRST.
    COMPUTE WS-SECOND-START = WS-FIRST-INDEX + 1.
    PERFORM 3200-COMPARE-ONE-PAIR THRU 3200-EXIT
        VARYING WS-SECOND-INDEX FROM WS-SECOND-START BY 1
        UNTIL WS-SECOND-INDEX > WS-GROUP-COUNT.
3100-EXIT.
    EXIT.

3200-COMPARE-ONE-PAIR.
    MOVE 'N' TO WS-NAME-MATCH-SWITCH.
    MOVE 'N' TO WS-ADDR-MATCH-SWITCH.
    IF WS-GE-STATUS(WS-FIRST-INDEX) = 'I'
       AND WS-GE-STATUS(WS-SECOND-INDEX) = 'I'
        CONTINUE
    ELSE
        PERFORM 3300-COMPARE-NAMES THRU 3300-EXIT
        IF WS-GE-STREET(WS-FIRST-INDEX) NOT = SPACES
           AND WS-GE-ZIP(WS-FIRST-INDEX) NOT = SPACES
           AND WS-GE-STREET(WS-FIRST-INDEX)
               = WS-GE-STREET(WS-SECOND-INDEX)
           AND WS-GE-ZIP(WS-FIRST-INDEX) = WS-GE-ZIP(WS-SECOND-INDEX)
            MOVE 'Y' TO WS-ADDR-MATCH-SWITCH
        END-IF
    END-IF.
    EVALUATE TRUE
        WHEN WS-NAMES-SIMILAR AND WS-ADDRESSES-SAME
            MOVE "BOTH" TO WS-CL-BASIS
            ADD 1 TO WS-BOTH-BASIS-COUNT
            PERFORM 3900-WRITE-CANDIDATE THRU 3900-EXIT
        WHEN WS-NAMES-SIMILAR
            MOVE "NAME" TO WS-CL-BASIS
            ADD 1 TO WS-NAME-BASIS-COUNT
            PERFORM 3900-WRITE-CANDIDATE THRU 3900-EXIT
        WHEN WS-ADDRESSES-SAME
            MOVE "ADDRESS" TO WS-CL-BASIS
            ADD 1 TO WS-ADDR-BASIS-COUNT
            PERFORM 3900-WRITE-CANDIDATE THRU 3900-EXIT
    END-EVALUATE.
3200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3300-COMPARE-NAMES.  TWO NAMES ARE SIMILAR WHEN ANY OF:
*>   - THEIR LETTERS-ONLY KEYS ARE EQUAL (SPACING, PUNCTUATION
*>     AND CASE DIFFERENCES)
*>   - SAME FIRST INITIAL AND SAME LAST WORD ("J SMITH" AND
*>     "JOHN SMITH", OR A MISKEYED FIRST NAME)
*>   - SAME FIRST WORD AND SAME INITIAL OF THE LAST WORD (A
*>     MISKEYED SURNAME)
*> ----------------------------------------------------------------
3300-COMPARE-NAMES.
    EVALUATE TRUE
        WHEN WS-GE-LETTERS-KEY(WS-FIRST-INDEX) = SPACES
            CONTINUE
        WHEN WS-GE-LETTERS-KEY(WS-FIRST-INDEX)
             = WS-GE-LETTERS-KEY(WS-SECOND-INDEX)
            MOVE 'Y' TO WS-NAME-MATCH-SWITCH
        WHEN WS-GE-FIRST-WORD(WS-FIRST-INDEX)(1:1)
             = WS-GE-FIRST-WORD(WS-SECOND-INDEX)(1:1)
         AND WS-GE-LAST-WORD(WS-FIRST-INDEX)
             = WS-GE-LAST-WORD(WS-SECOND-INDEX)
            MOVE 'Y' TO WS-NAME-MATCH-SWITCH
        WHEN WS-GE-FIRST-WORD(WS-FIRST-INDEX)
             = WS-GE-FIRST-WORD(WS-SECOND-INDEX)
         AND WS-GE-LAST-WORD(WS-FIRST-INDEX)(1:1)
             = WS-GE-LAST-WORD(WS-SECOND-INDEX)(1:1)
            MOVE 'Y' TO WS-NAME-MATCH-SWITCH
    END-EVALUATE.
3300-EXIT.
    EXIT.

3900-WRITE-CANDIDATE.
    MOVE WS-CURRENT-BIRTHDAY TO WS-CL-BIRTHDAY.
    MOVE WS-GE-USER-ID(WS-FIRST-INDEX) TO WS-CL-FIRST-ID.
    MOVE WS-GE-NAME(WS-FIRST-INDEX) TO WS-CL-FIRST-NAME.
    MOVE WS-GE-STATUS(WS-FIRST-INDEX) TO WS-CL-FIRST-STATUS.
    MOVE WS-GE-ZIP(WS-FIRST-INDEX) TO WS-CL-FIRST-ZIP.
    MOVE WS-GE-USER-ID(WS-SECOND-INDEX) TO WS-CL-SECOND-ID.
    MOVE WS-GE-NAME(WS-SECOND-INDEX) TO WS-CL-SECOND-NAME.
    MOVE WS-GE-STATUS(WS-SECOND-INDEX) TO WS-CL-SECOND-STATUS.
    MOVE WS-GE-ZIP(WS-SECOND-INDEX) TO WS-CL-SECOND-ZIP.
    WRITE MERGE-REPORT-RECORD FROM WS-CANDIDATE-LINE.
    ADD 1 TO WS-CANDIDATE-COUNT.
3900-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8000-WRITE-REPORT-TOTALS.
*> ----------------------------------------------------------------
8000-WRITE-REPORT-TOTALS.
    MOVE SPACES TO MERGE-REPORT-RECORD.
    WRITE MERGE-REPORT-RECORD.
    MOVE "BACKUP RECORDS READ ..  " TO WS-CT-LABEL.
    MOVE WS-DETAIL-COUNT TO WS-CT-COUNT.
    WRITE MERGE-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "NOT COMPARED .........  " TO WS-CT-LABEL.
    MOVE WS-SKIPPED-COUNT TO WS-CT-COUNT.
    WRITE MERGE-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "BIRTHDAY GROUPS ......  " TO WS-CT-LABEL.
    MOVE WS-BIRTHDAY-GROUPS TO WS-CT-COUNT.
    WRITE MERGE-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "PAIRS ON NAME ........  " TO WS-CT-LABEL.
    MOVE WS-NAME-BASIS-COUNT TO WS-CT-COUNT.
    WRITE MERGE-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "PAIRS ON ADDRESS .....  " TO WS-CT-LABEL.
    MOVE WS-ADDR-BASIS-COUNT TO WS-CT-COUNT.
    WRITE MERGE-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "PAIRS ON BOTH ........  " TO WS-CT-LABEL.
    MOVE WS-BOTH-BASIS-COUNT TO WS-CT-COUNT.
    WRITE MERGE-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE "TOTAL CANDIDATES .....  " TO WS-CT-LABEL.
    MOVE WS-CANDIDATE-COUNT TO WS-CT-COUNT.
    WRITE MERGE-REPORT-RECORD FROM WS-COUNT-LINE.
    IF WS-OVERFLOW-COUNT > ZERO
        MOVE "GROUPS OVER 500 ......  " TO WS-CT-LABEL
        MOVE WS-OVERFLOW-COUNT TO WS-CT-COUNT
        WRITE MERGE-REPORT-RECORD FROM WS-COUNT-LINE
        MOVE "*** RECORDS PAST 500 ON ONE BIRTHDAY NOT COMPARED ***"
            TO MERGE-REPORT-RECORD
        WRITE MERGE-REPORT-RECORD
    END-IF.
    IF WS-CANDIDATE-COUNT > ZERO
        MOVE "*** CONFIRM EACH PAIR BEFORE KEYING A USRMAINT MERGE - STEP ENDS RC=4 ***"
            TO MERGE-REPORT-RECORD
    ELSE
        MOVE "NO MERGE CANDIDATES" TO MERGE-REPORT-RECORD
    END-IF.
    WRITE MERGE-REPORT-RECORD.
8000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9000-TERMINATE.
*> ----------------------------------------------------------------
9000-TERMINATE.
    CLOSE BIRTHDAY-SORT-FILE.
    CLOSE MERGE-REPORT-FILE.
    DISPLAY "USER-ID MERGE CANDIDATE SUMMARY".
    DISPLAY "BACKUP RECORDS READ ... " WS-DETAIL-COUNT.
    DISPLAY "MERGE CANDIDATES ...... " WS-CANDIDATE-COUNT.
9000-EXIT.
    EXIT.
