*>                    PROJECT).  STATE AND ZIP ARE EDITED ON ADDS
*>                    AND CHANGES THE WAY BIRTHDAYS ARE.  MAINTRAN
*>                    AND PENDFILE LRECL IS NOW 150.
*>   2026-10-06  RSM  MT-OPERATOR-ID AND MT-APPROVER-ID ADDED
*>                    (OPERATOR IDENTITY PROJECT).  EVERY MAINTRAN
*>                    CARD MUST CARRY THE REQUESTING OPERATOR'S ID -
*>                    A BLANK ONE REJECTS - AND IT IS STAMPED ON
*>                    EVERY AUDITLOG ENTRY THE TRANSACTION WRITES.
*>                    MT-APPROVER-ID IS NEVER TAKEN FROM A CARD: IT
*>                    IS FILLED ONLY BY USRAPPR WHEN A SECOND
*>                    OPERATOR RELEASES A HELD DELETE, RENAME OR
*>                    BIRTHDAY CHANGE, AND RIDES ON PENDFILE SO A
*>                    FUTURE-DATED APPROVED ITEM STILL JOURNALS
*>                    BOTH IDS WHEN THE SWEEP APPLIES IT.  MAINTRAN
*>                    AND PENDFILE LRECL IS NOW 166.
*>   2026-10-08  RSM  ACTION 'M' (MERGE) ADDED (MERGE PROJECT).  FOR
*>                    ONE PERSON HELD UNDER TWO USER-IDS: MT-USER-ID
*>                    IS THE ID TO RETIRE AND MT-SURVIVOR-ID - THE
*>                    FIRST SIX BYTES OF MT-NEW-NAME, WHICH A MERGE
*>                    HAS NO OTHER USE FOR - IS THE ID THAT CARRIES
*>                    ON.  BOTH ARE REQUIRED; NO NAME LOOKUP.  A
*>                    MERGE IS HELD FOR APPROVAL LIKE A DELETE AND
*>                    CANNOT BE FUTURE-DATED.  LRECL UNCHANGED.
*> ****************************************************************
01  MT-RECORD.
    05  MT-ACTION                   PIC X(01).
        88  MT-DELETE                   VALUE 'D'.
        88  MT-RENAME                   VALUE 'R'.
        88  MT-REINSTATE                VALUE 'E'.
        88  MT-MERGE                    VALUE 'M'.
    05  MT-NAME                     PIC X(30).
    05  MT-BIRTHDAY.
        10  MT-B-YEAR               PIC 9(04).
    05  MT-CITY                     PIC X(30).
    05  MT-EFFECTIVE-DATE           PIC 9(08).
    05  MT-NEW-NAME                 PIC X(30).
    05  MT-MERGE-DATA REDEFINES MT-NEW-NAME.
        10  MT-SURVIVOR-ID          PIC 9(06).
        10  FILLER                  PIC X(24).
    05  MT-USER-ID                  PIC 9(06).
    05  MT-STREET                   PIC X(30).
    05  MT-STATE                    PIC X(02).
    05  MT-ZIP                      PIC X(05).
    05  MT-OPERATOR-ID              PIC X(08).
    05  MT-APPROVER-ID              PIC X(08).
