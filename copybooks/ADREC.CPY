*> ****************************************************************
*> ADREC.CPY
*>
*> RECORD LAYOUT FOR THE APPROVAL DECISION CARDS (APPRDEC) READ BY
*> USRAPPR.  ONE CARD PER DECISION ON ONE APPRQUE ITEM: 'A' TO
*> APPROVE AND APPLY IT, 'R' TO REJECT AND DROP IT.  AD-USER-ID
*> MUST REPEAT THE USER-ID SHOWN AGAINST THE ITEM ON APPRRPT - A
*> MISTYPED ITEM NUMBER THEN REFUSES INSTEAD OF DECIDING SOMEONE
*> ELSE'S ITEM.  AD-APPROVER-ID MUST BE PRESENT AND MUST DIFFER
*> FROM THE OPERATOR WHO REQUESTED THE CHANGE.
*>
*> MOD-HISTORY.
*>   2026-10-06  RSM  INITIAL COPYBOOK - OPERATOR IDENTITY / TWO-
*>                    PERSON APPROVAL PROJECT.  LRECL 80.
*> ****************************************************************
01  AD-RECORD.
    05  AD-DECISION                 PIC X(01).
        88  AD-APPROVE                  VALUE 'A'.
        88  AD-REJECT                   VALUE 'R'.
    05  AD-ITEM-NO                  PIC 9(08).
    05  AD-USER-ID                  PIC 9(06).
    05  AD-APPROVER-ID              PIC X(08).
    05  AD-REMARK                   PIC X(40).
    05  FILLER                      PIC X(17).
