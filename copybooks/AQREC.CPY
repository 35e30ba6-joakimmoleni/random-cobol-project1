*> ****************************************************************
*> AQREC.CPY
*>
*> RECORD LAYOUT FOR THE MAINTENANCE APPROVAL QUEUE (APPRQUE).
*> SEQUENTIAL FILE.  USRMAINT AND USRONLN APPEND ONE RECORD FOR
*> EVERY DELETE, RENAME OR BIRTHDAY CHANGE INSTEAD OF APPLYING IT;
*> USRAPPR APPLIES OR DROPS EACH ONE ON A SECOND, DIFFERENT
*> OPERATOR'S DECISION AND REWRITES THE QUEUE.  AQ-TRANSACTION IS
*> THE WHOLE MT-RECORD (COPYBOOK MTREC) AS IT STOOD WHEN QUEUED -
*> MT-USER-ID ALREADY RESOLVED TO THE RECORD FOUND AND MT-CITY
*> ALREADY STANDARDIZED - SO THE APPROVED ITEM APPLIES TO EXACTLY
*> THE RECORD THE REQUESTER SAW.  AQ-OLD-VALUE HOLDS WHAT THE
*> ITEM WOULD OVERWRITE (STATUS, NAME OR BIRTHDAY ON FILE AT
*> QUEUE TIME) SO THE APPROVER CAN SEE BOTH SIDES ON APPRRPT.
*> DECIDED ITEMS STAY ON THE QUEUE, MARKED, FOR THE RETENTION
*> PERIOD IN USRAPPR, SO AN ITEM NUMBER IS NOT REISSUED WHILE
*> ANYONE MIGHT STILL QUOTE IT.  AN APPROVED ITEM WHOSE RECORD
*> HAS MOVED ON SINCE IT WAS QUEUED (GONE, ALREADY PARKED, NAME OR
*> BIRTHDAY NO LONGER THE AQ-OLD-VALUE) IS NOT APPLIED - IT IS
*> MARKED VOID AND MUST BE RE-KEYED AGAINST THE RECORD AS IT NOW
*> STANDS.
*>
*> MOD-HISTORY.
*>   2026-10-06  RSM  INITIAL COPYBOOK - OPERATOR IDENTITY / TWO-
*>                    PERSON APPROVAL PROJECT.  LRECL 250.
*>   2026-10-08  RSM  REASON 'M' (MERGE) ADDED (MERGE PROJECT).  THE
*>                    QUEUED TRANSACTION'S MT-USER-ID IS THE ID TO
*>                    RETIRE AND MT-SURVIVOR-ID THE ID THAT CARRIES
*>                    ON; AQ-OLD-VALUE HOLDS THE RETIRED RECORD'S
*>                    UM-STATUS AT QUEUE TIME.  LRECL UNCHANGED.
*> ****************************************************************
01  AQ-RECORD.
    05  AQ-ITEM-NO                  PIC 9(08).
    05  AQ-STATUS                   PIC X(01).
        88  AQ-PENDING                  VALUE 'P'.
        88  AQ-APPROVED                 VALUE 'A'.
        88  AQ-REJECTED                 VALUE 'R'.
        88  AQ-VOIDED                   VALUE 'V'.
    05  AQ-REASON                   PIC X(01).
        88  AQ-FOR-DELETE               VALUE 'D'.
        88  AQ-FOR-RENAME               VALUE 'R'.
        88  AQ-FOR-BIRTHDAY             VALUE 'B'.
        88  AQ-FOR-MERGE                VALUE 'M'.
    05  AQ-QUEUED-DATE              PIC 9(08).
    05  AQ-QUEUED-TIME              PIC 9(08).
    05  AQ-QUEUED-BY                PIC X(08).
    05  AQ-DECIDED-DATE             PIC 9(08).
    05  AQ-DECIDED-BY               PIC X(08).
    05  AQ-OLD-VALUE                PIC X(30).
    05  AQ-TRANSACTION              PIC X(166).
    05  FILLER                      PIC X(04).
