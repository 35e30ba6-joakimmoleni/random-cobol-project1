*>                    BIRTHDAYS ARE.  CONVERT AN EXISTING MASTER
*>                    WITH THE ONE-TIME USRMCNV UTILITY.  USERMAST
*>                    LRECL IS NOW 112.
*>   2026-10-08  RSM  UM-STATUS 'M' ADDED (MERGE PROJECT).  WHEN ONE
*>                    PERSON TURNS OUT TO HOLD TWO USER-IDS, THE
*>                    RETIRED ID IS PARKED 'M' - MERGED - AND ITS
*>                    'M' AUDITLOG ENTRY NAMES THE SURVIVING ID.
*>                    UM-INACTIVE COVERS BOTH 'I' AND 'M', SO A
*>                    MERGED RECORD STAYS OFF EVERY REPORT AND THE
*>                    EXTRACT EXACTLY AS A DELETED ONE DOES; ONLY
*>                    A REINSTATE TELLS THEM APART (A MERGED ID IS
*>                    NEVER BROUGHT BACK).  THE NAME LOOKUPS SKIP
*>                    MERGED RECORDS.  LRECL UNCHANGED.
*>   2026-10-11  RSM  UM-OWNER-SYSTEM ADDED (MULTIPLE SENDING SYSTEMS
*>                    PROJECT) - THE TR-SENDING-SYSTEM THAT OWNS THE
*>                    RECORD.  SET WHEN AN INTAKE DETAIL ADDS THE
*>                    USER, OR CLAIMS AN UNOWNED RECORD, OR TAKES IT
*>                    OVER BY OUTRANKING THE OWNER ON THE SYSREF
*>                    PRECEDENCE TABLE; A DETAIL FROM ANY OTHER
*>                    SYSTEM SUSPENDS INSTEAD OF APPLYING.  SPACES
*>                    MEANS UNOWNED - KEYED IN-HOUSE, OR ON FILE
*>                    BEFORE THIS RELEASE.  CONVERT AN EXISTING
*>                    MASTER WITH THE SORCNV JOB.  USERMAST LRECL IS
*>                    NOW 120.
*>   2026-10-12  RSM  PRIVACY ERASURE PROJECT - NO LAYOUT CHANGE.  AN
*>                    INACTIVE ('I' OR 'M') RECORD PAST THE RETENTION
*>                    PERIOD, OR NAMED BY AN ERASURE REQUEST, IS
*>                    DELETED OUTRIGHT BY USRERAS AND ITS USER-ID
*>                    PUT ON THE ERASED-USER LIST (COPYBOOK ERREC).
*>                    THE RECORD HOLDING THE HIGHEST USER-ID IS
*>                    NEVER ERASED, SO IDS ARE STILL NEVER REUSED.
*> ****************************************************************
01  UM-RECORD.
    05  UM-USER-ID                  PIC 9(06).
    05  UM-CITY                     PIC X(30).
    05  UM-STATUS                   PIC X(01).
        88  UM-ACTIVE                   VALUE 'A'.
        88  UM-INACTIVE                 VALUE 'I' 'M'.
        88  UM-MERGED                   VALUE 'M'.
    05  UM-STREET                   PIC X(30).
    05  UM-STATE                    PIC X(02).
    05  UM-ZIP                      PIC X(05).
    05  UM-OWNER-SYSTEM             PIC X(08).
