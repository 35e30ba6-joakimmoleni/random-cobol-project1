*> MOD-HISTORY.
*>   2026-08-22  RSM  INITIAL COPYBOOK - CITY STANDARDIZATION
*>                    PROJECT.
*>   2026-10-13  RSM  MASS CITY REASSIGNMENT PROJECT - NO LAYOUT
*>                    CHANGE.  USRCITY REWRITES CITYREF WHEN IT MOVES
*>                    EVERY USER OF ONE CITY TO ANOTHER: ROWS THAT
*>                    TRANSLATED TO THE OLD CITY TRANSLATE TO THE
*>                    NEW ONE, AND THE OLD SPELLING STAYS AS AN ALIAS.
*> ****************************************************************
01  CY-RECORD.
    05  CY-ALIAS                    PIC X(30).
