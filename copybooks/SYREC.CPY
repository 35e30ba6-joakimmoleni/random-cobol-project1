*> ****************************************************************
*> SYREC.CPY
*>
*> RECORD LAYOUT FOR THE SENDING-SYSTEM REFERENCE FILE (SYSREF),
*> THE TABLE OF SYSTEMS ALLOWED TO TRANSMIT A TRANFILE BATCH AND
*> THE ORDER OF PRECEDENCE AMONG THEM.  ONE RECORD PER SYSTEM:
*> SY-SENDING-SYSTEM IS THE CODE EXACTLY AS IT ARRIVES IN
*> TR-SENDING-SYSTEM ON THE BATCH HEADER, SY-PRECEDENCE RANKS IT
*> (01 IS THE HIGHEST - THE SYSTEM OF RECORD WHEN TWO SYSTEMS
*> SEND THE SAME PERSON).  A BATCH FROM A SYSTEM NOT ON THIS
*> TABLE IS REFUSED.
*>
*> THE PRECEDENCE RULE (HELLO-WORLD 3150): A DETAIL APPLIES TO A
*> MASTER RECORD ITS OWN SYSTEM OWNS; IT CLAIMS AN UNOWNED RECORD;
*> IT TAKES OVER A RECORD OWNED BY A SYSTEM OF LOWER PRECEDENCE
*> (A HIGHER SY-PRECEDENCE NUMBER, OR NO LONGER ON THIS TABLE).
*> AGAINST A RECORD OWNED BY A SYSTEM OF EQUAL OR HIGHER
*> PRECEDENCE IT DOES NOT APPLY - IT PRINTS ON DUPRPT AND
*> SUSPENDS WITH REASON 'O' FOR REVIEW.
*>
*> MOD-HISTORY.
*>   2026-10-11  RSM  INITIAL COPYBOOK - MULTIPLE SENDING SYSTEMS
*>                    PROJECT.
*> ****************************************************************
01  SY-RECORD.
    05  SY-SENDING-SYSTEM           PIC X(08).
    05  SY-PRECEDENCE               PIC 9(02).
    05  SY-DESCRIPTION              PIC X(30).
