*>                     UNLESS PARM='RESTART' IS GIVEN - A MONTHLY
*>                     JOB SUBMITTED TWICE USED TO CUT THE JOURNAL
*>                     TWICE AND CATALOG A BOGUS EMPTY ARCHIVE.
*>    2026-10-06  RSM  AU-OPERATOR-ID AND AU-APPROVER-ID ADDED TO
*>                     AUREC (OPERATOR IDENTITY PROJECT); THE SPLIT
*>                     COPIES THEM THROUGH UNTOUCHED.  AUDITLOG,
*>                     ARCHOUT AND AUDITNEW LRECL IS NOW 147.
*>    2026-10-08  RSM  RC-MERGES-APPLIED ADDED TO RCREC (MERGE
*>                     PROJECT); STAMPED ZERO HERE.  RUNCTL LRECL
*>                     IS NOW 115.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
                         ==AU-ACT-DELETE== BY ==AR-ACT-DELETE==
                         ==AU-ACT-RENAME== BY ==AR-ACT-RENAME==
                         ==AU-ACT-REINSTATE== BY ==AR-ACT-REINSTATE==
                         ==AU-ACT-MERGE== BY ==AR-ACT-MERGE==
                         ==AU-FIELD==     BY ==AR-FIELD==
                         ==AU-OLD-VALUE== BY ==AR-OLD-VALUE==
                         ==AU-NEW-VALUE== BY ==AR-NEW-VALUE==
                         ==AU-OPERATOR-ID== BY ==AR-OPERATOR-ID==
                         ==AU-APPROVER-ID== BY ==AR-APPROVER-ID==.

FD  RETAIN-FILE
    RECORDING MODE IS F
                         ==AU-ACT-DELETE== BY ==RT-ACT-DELETE==
                         ==AU-ACT-RENAME== BY ==RT-ACT-RENAME==
                         ==AU-ACT-REINSTATE== BY ==RT-ACT-REINSTATE==
                         ==AU-ACT-MERGE== BY ==RT-ACT-MERGE==
                         ==AU-FIELD==     BY ==RT-FIELD==
                         ==AU-OLD-VALUE== BY ==RT-OLD-VALUE==
                         ==AU-NEW-VALUE== BY ==RT-NEW-VALUE==
                         ==AU-OPERATOR-ID== BY ==RT-OPERATOR-ID==
                         ==AU-APPROVER-ID== BY ==RT-APPROVER-ID==.

FD  SUMMARY-FILE
    RECORDING MODE IS F
    MOVE ZERO TO RC-DELETES-APPLIED.
    MOVE ZERO TO RC-RENAMES-APPLIED.
    MOVE ZERO TO RC-REINSTATES-APPLIED.
    MOVE ZERO TO RC-MERGES-APPLIED.
    WRITE RC-RECORD.
    CLOSE RUN-CONTROL.
8000-EXIT.
