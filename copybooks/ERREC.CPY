*> ****************************************************************
*> ERREC.CPY
*>
*> RECORD LAYOUT FOR THE ERASED-USER LIST (ERASLIST), THE STANDING
*> REGISTER OF EVERY USER-ID WHOSE PERSONAL DATA HAS BEEN ERASED
*> UNDER THE RETENTION POLICY OR ON AN INDIVIDUAL REQUEST.  ONE
*> 'D' DETAIL PER ERASED USER-ID IN ASCENDING USER-ID ORDER, THEN
*> ONE 'T' TRAILER CARRYING THE DETAIL COUNT.  USRERAS WRITES A
*> NEW GENERATION ON EVERY RUN (THE OLD LIST COPIED THROUGH, THE
*> NEW ERASURES MERGED IN); NOTHING ELSE WRITES IT.
*>
*> THE LIST HOLDS NO PERSONAL DATA - ONLY THE ID, WHEN AND WHY IT
*> WAS ERASED, AND WHO SIGNED FOR IT.  EVERY PROGRAM THAT COULD
*> BRING AN ERASED USER BACK - RELDUSR AND RPLYUSR FROM A BACKUP
*> GENERATION OR THE JOURNAL, USRASOF FROM A BACKUP OR THE
*> ARCHIVES - LOADS IT AND PASSES THOSE IDS OVER; AUDMASK MASKS
*> THEIR JOURNAL ENTRIES.  A LIST WITH NO TRAILER, A COUNT THAT
*> DISAGREES, OR IDS OUT OF ORDER IS NEVER TRUSTED (RC=8).
*>
*> MOD-HISTORY.
*>   2026-10-12  RSM  INITIAL COPYBOOK - PRIVACY ERASURE PROJECT.
*>                    ERASLIST LRECL 60.
*> ****************************************************************
01  ER-RECORD.
    05  ER-RECORD-TYPE              PIC X(01).
        88  ER-DETAIL-RECORD            VALUE 'D'.
        88  ER-TRAILER-RECORD           VALUE 'T'.
    05  ER-DETAIL-DATA.
        10  ER-USER-ID              PIC 9(06).
        10  ER-ERASED-DATE          PIC 9(08).
        10  ER-BASIS                PIC X(01).
            88  ER-BY-RETENTION         VALUE 'R'.
            88  ER-BY-REQUEST           VALUE 'Q'.
        10  ER-INACTIVE-SINCE       PIC 9(08).
        10  ER-REFERENCE            PIC X(20).
        10  ER-OPERATOR-ID          PIC X(08).
        10  ER-APPROVER-ID          PIC X(08).
    05  ER-TRAILER-DATA REDEFINES ER-DETAIL-DATA.
        10  ER-RECORD-COUNT         PIC 9(09).
        10  ER-WRITTEN-DATE         PIC 9(08).
        10  FILLER                  PIC X(42).
