*> ****************************************************************
*> ZPREC.CPY
*>
*> RECORD LAYOUT FOR THE POSTAL ZIP REFERENCE FILE (ZIPREF).  ONE
*> RECORD PER ZIP CODE AND CITY IT SERVES: ZP-STATE IS THE POSTAL
*> STATE CODE THE ZIP BELONGS TO, ZP-CITY THE CITY IN ITS
*> CITYREF CANONICAL FORM (CY-CANONICAL), SO IT CAN BE COMPARED
*> WITH A STANDARDIZED UM-CITY WITHOUT A SECOND TRANSLATION.  A
*> ZIP THAT SERVES MORE THAN ONE CITY HAS ONE ROW PER CITY.
*>
*> THE FILE MUST BE IN ASCENDING ZP-ZIP ORDER - EVERY READER
*> LOADS IT INTO A TABLE AND SEARCHES IT BY HALVING.  A ROW THAT
*> ARRIVES OUT OF ORDER IS IGNORED WITH A CONSOLE MESSAGE, SO THE
*> MAINTENANCE JOB THAT REFRESHES THE FILE MUST SORT IT.
*>
*> USED BY THE NIGHTLY LOAD (HELLO-WORLD), USRMAINT, USRONLN AND
*> THE USRCHK HEALTH CHECK, ALL WITH THE SAME RULE: THE ZIP MUST
*> BE ON FILE, UNDER THE GIVEN STATE, FOR THE GIVEN CANONICAL
*> CITY.
*>
*> MOD-HISTORY.
*>   2026-10-07  RSM  INITIAL COPYBOOK - POSTAL REFERENCE PROJECT.
*>                    LRECL 40.
*> ****************************************************************
01  ZP-RECORD.
    05  ZP-ZIP                      PIC X(05).
    05  ZP-STATE                    PIC X(02).
    05  ZP-CITY                     PIC X(30).
    05  FILLER                      PIC X(03).
