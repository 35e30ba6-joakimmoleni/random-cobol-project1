*>   2026-09-02  RSM  BK-USER-STREET, BK-USER-STATE AND BK-USER-ZIP
*>                    ADDED (ADDRESS PROJECT).  BKUPFILE LRECL IS
*>                    NOW 113.
*>   2026-10-09  RSM  BK-CUT-DATE AND BK-CUT-TIME ADDED TO THE
*>                    TRAILER (AS-OF ROSTER PROJECT) - THE MOMENT
*>                    UNLDUSR STARTED THE UNLOAD, SO A READER CAN
*>                    TELL WHICH GENERATION STOOD AT A GIVEN DATE
*>                    AND WHERE IN AUDITLOG TO ROLL FORWARD FROM.
*>                    TAKEN OUT OF THE TRAILER FILLER - LRECL
*>                    UNCHANGED.  GENERATIONS CUT BEFORE THIS
*>                    RELEASE CARRY SPACES THERE.
*>   2026-10-11  RSM  BK-USER-OWNER ADDED (MULTIPLE SENDING SYSTEMS
*>                    PROJECT) SO A RELOAD RESTORES UM-OWNER-SYSTEM.
*>                    BKUPFILE LRECL IS NOW 121.
*> ****************************************************************
01  BK-RECORD.
    05  BK-RECORD-TYPE              PIC X(01).
        10  BK-USER-STREET          PIC X(30).
        10  BK-USER-STATE           PIC X(02).
        10  BK-USER-ZIP             PIC X(05).
        10  BK-USER-OWNER           PIC X(08).
    05  BK-TRAILER-DATA REDEFINES BK-DETAIL-DATA.
        10  BK-RECORD-COUNT         PIC 9(09).
        10  BK-KEY-HASH             PIC 9(15).
        10  BK-CUT-DATE             PIC 9(08).
        10  BK-CUT-TIME             PIC 9(08).
        10  FILLER                  PIC X(80).
