*>                    REASON 'A' - STATE OR ZIP FAILED THE ADDRESS
*>                    EDITS (ADDRESS PROJECT).  SUSPIN/SUSPOUT
*>                    LRECL IS NOW 107.
*>   2026-10-07  RSM  REASON 'A' ALSO COVERS A ZIP THAT IS NOT ON
*>                    THE ZIPREF POSTAL REFERENCE FILE UNDER ITS STATE
*>                    AND CANONICAL CITY (POSTAL REFERENCE PROJECT).
*>   2026-10-11  RSM  REASON 'O' AND SP-SENDING-SYSTEM ADDED (MULTIPLE
*>                    SENDING SYSTEMS PROJECT).  'O' - THE MATCHED
*>                    MASTER RECORD IS OWNED BY A SYSTEM THAT
*>                    OUTRANKS (OR EQUALS) THE SENDER.  THE SENDING
*>                    SYSTEM RIDES ON THE RECORD SO THE RECYCLE
*>                    APPLIES THE SAME PRECEDENCE RULE AGAIN; SPACES
*>                    (SUSPENDED BEFORE THIS RELEASE) OR A NAME NOT
*>                    ON SYSREF, SUCH AS PAYACK, IS AN IN-HOUSE
*>                    SOURCE AND IS NOT SUBJECT TO PRECEDENCE.
*>                    SUSPIN/SUSPOUT/ACKSUSP LRECL IS NOW 115.
*> ****************************************************************
01  SP-RECORD.
    05  SP-REASON                   PIC X(01).
        88  SP-LIKELY-DUPLICATE         VALUE 'D'.
        88  SP-UNKNOWN-CITY             VALUE 'C'.
        88  SP-BAD-ADDRESS              VALUE 'A'.
        88  SP-OWNER-CONFLICT           VALUE 'O'.
    05  SP-FAIL-COUNT               PIC 9(01).
    05  SP-NAME                     PIC X(30).
    05  SP-BIRTHDAY.
    05  SP-STREET                   PIC X(30).
    05  SP-STATE                    PIC X(02).
    05  SP-ZIP                      PIC X(05).
    05  SP-SENDING-SYSTEM           PIC X(08).
