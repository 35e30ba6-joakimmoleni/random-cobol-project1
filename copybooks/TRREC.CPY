*>                    SHAPE - CORRECTION CARDS STAY BARE DETAILS
*>                    (LRECL 105, LAID OUT IN HELLO-WORLD) BECAUSE
*>                    THEY ARE KEYED IN-HOUSE, NOT TRANSMITTED.
*>   2026-10-11  RSM  MORE THAN ONE SENDING SYSTEM (MULTIPLE SENDING
*>                    SYSTEMS PROJECT).  TRANFILE IS NOW ONE OR MORE
*>                    COMPLETE H/D/T BATCHES BACK TO BACK - ONE PER
*>                    SENDING SYSTEM, EACH WITH ITS OWN HEADER AND
*>                    TRAILER - AS THE NIGHTLY JCL CONCATENATES THE
*>                    SENDERS' FILES.  TR-SENDING-SYSTEM MUST BE ON
*>                    THE SYSREF TABLE (COPYBOOK SYREC).  LAYOUT AND
*>                    LRECL UNCHANGED.
*> ****************************************************************
01  TR-RECORD.
    05  TR-RECORD-TYPE              PIC X(01).
