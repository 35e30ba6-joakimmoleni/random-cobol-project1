*>                     HEADER OR TRAILER WRITTEN, SO THE RECEIVING
*>                     SYSTEMS CANNOT TAKE THE EMPTY GENERATION AS
*>                     A FEED) UNLESS PARM='RESTART' IS GIVEN.
*>    2026-10-08  RSM  MERGE PROJECT.  A USER-ID MERGED INTO ANOTHER
*>                     IS PARKED AT UM-STATUS 'M', WHICH IS NOT
*>                     UM-ACTIVE, SO ONLY THE SURVIVING ID GOES TO
*>                     PAYROLL AND THE OTHER RECEIVERS FROM THE
*>                     NIGHT THE MERGE IS APPROVED.  RC-MERGES-
*>                     APPLIED STAMPED ZERO; RUNCTL LRECL IS NOW 115.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    MOVE ZERO TO RC-DELETES-APPLIED.
    MOVE ZERO TO RC-RENAMES-APPLIED.
    MOVE ZERO TO RC-REINSTATES-APPLIED.
    MOVE ZERO TO RC-MERGES-APPLIED.
    WRITE RC-RECORD.
    CLOSE RUN-CONTROL.
8000-EXIT.
