*>
*> RECORD LAYOUT FOR THE USER-MASTER AUDIT JOURNAL (AUDITLOG).
*> SEQUENTIAL FILE, OPENED EXTEND, ONE RECORD APPENDED FOR EVERY
*> ADD/CHANGE/DELETE MADE AGAINST A USER-MASTER RECORD BY THE
*> NIGHTLY LOAD (HELLO-WORLD), THE MAINTENANCE PROGRAMS (USRMAINT
*> AND THE ONLINE USRONLN) OR THE APPROVAL RUN (USRAPPR).
*>
*> MOD-HISTORY.
*>   2026-08-09  RSM  INITIAL COPYBOOK - AUDIT TRAIL PROJECT.
*>                    ENTRY ON AU-FIELD STATUS (A -> I) INSTEAD OF
*>                    THREE FIELD-CLEARING ENTRIES, AND A
*>                    REINSTATE JOURNALS ONE 'E' ENTRY (I -> A).
*>   2026-10-06  RSM  AU-OPERATOR-ID AND AU-APPROVER-ID ADDED
*>                    (OPERATOR IDENTITY PROJECT).  AU-PROGRAM SAYS
*>                    WHICH PROGRAM WROTE THE ENTRY; AU-OPERATOR-ID
*>                    SAYS WHO ASKED FOR THE CHANGE - THE KEYING
*>                    OPERATOR ON MAINTENANCE, THE TR-SENDING-SYSTEM
*>                    OF THE BATCH ON NIGHTLY INTAKE.  AU-APPROVER-ID
*>                    IS THE SECOND OPERATOR WHO RELEASED A HELD
*>                    DELETE, RENAME OR BIRTHDAY CHANGE (SPACES ON
*>                    EVERYTHING THAT NEEDS NO APPROVAL).  ENTRIES
*>                    WRITTEN BEFORE THIS RELEASE CARRY SPACES IN
*>                    BOTH.  AUDITLOG LRECL IS NOW 147.
*>   2026-10-08  RSM  ACTION 'M' (MERGE) ADDED (MERGE PROJECT).  ONE
*>                    LINKED ENTRY PER MERGE, UNDER THE RETIRED
*>                    AU-USER-ID: AU-FIELD "MERGED-TO", AU-OLD-VALUE
*>                    THE STATUS IT HAD ('A' OR 'I'), AU-NEW-VALUE
*>                    THE SURVIVING USER-ID.  AUDHIST FOLLOWS THE
*>                    LINK BOTH WAYS ON AN ID= INQUIRY AND RPLYUSR
*>                    REPLAYS IT AS A PARK TO STATUS 'M'.
*>   2026-10-12  RSM  PRIVACY ERASURE PROJECT - NO LAYOUT CHANGE.
*>                    AUDMASK REWRITES THE ENTRIES OF AN ERASED
*>                    USER-ID WITH AU-NAME "*ERASED*", AND THE OLD
*>                    AND NEW VALUES TOO WHEN AU-FIELD IS NAME,
*>                    BIRTHDAY, STREET, CITY, STATE OR ZIP.  NO
*>                    ENTRY IS EVER DROPPED OR RE-DATED.
*> ****************************************************************
01  AU-RECORD.
    05  AU-DATE                     PIC 9(08).
        88  AU-ACT-DELETE               VALUE 'D'.
        88  AU-ACT-RENAME               VALUE 'R'.
        88  AU-ACT-REINSTATE            VALUE 'E'.
        88  AU-ACT-MERGE                VALUE 'M'.
    05  AU-FIELD                    PIC X(10).
    05  AU-OLD-VALUE                PIC X(30).
    05  AU-NEW-VALUE                PIC X(30).
    05  AU-OPERATOR-ID              PIC X(08).
    05  AU-APPROVER-ID              PIC X(08).
