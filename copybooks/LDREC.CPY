*>
*> MOD-HISTORY.
*>   2026-09-02  RSM  INITIAL COPYBOOK - BATCH INTAKE PROJECT.
*>   2026-10-11  RSM  LD-SENDING-SYSTEM ADDED (MULTIPLE SENDING
*>                    SYSTEMS PROJECT).  ONE RECORD IS NOW STAMPED PER
*>                    SENDING SYSTEM AND BUSINESS DATE, AND THE GUARD
*>                    REFUSES A BATCH ONLY WHEN ITS OWN SYSTEM HAS
*>                    ALREADY LOADED THAT DATE.  RECORDS STAMPED
*>                    BEFORE THIS RELEASE CARRY SPACES, WHICH THE
*>                    GUARD TREATS AS EVERY SYSTEM.  LD-RECORD-COUNT
*>                    IS THE BATCH'S DETAILS READ.  LOADDATE LRECL IS
*>                    NOW 33.
*> ****************************************************************
01  LD-RECORD.
    05  LD-BUSINESS-DATE            PIC 9(08).
    05  LD-LOAD-DATE                PIC 9(08).
    05  LD-RECORD-COUNT             PIC 9(09).
    05  LD-SENDING-SYSTEM           PIC X(08).
