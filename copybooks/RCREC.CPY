*> A COUNTER KEPT NEXT TO THE JOURNAL WRITE WOULD MATCH THE
*> JOURNAL EVEN WHEN AN UPDATE SKIPPED ITS JOURNAL ROW, WHICH IS
*> THE VERY FAILURE THE RECONCILIATION EXISTS TO CATCH.  AN ADD
*> JOURNALS EXACTLY SIX 'A' ROWS AND A DELETE/RENAME/REINSTATE/
*> MERGE EXACTLY ONE ROW EACH, SO AUDBAL CAN PROVE THE JOURNAL FROM
*> THESE COUNTS; ONLY RC-CHANGE-ROWS IS A JOURNAL-ROW COUNT,
*> BECAUSE A CHANGE WRITES 0..N ROWS (SEE THE NOTE AT THE 'C'
*> COUNTER IN EACH PROGRAM'S JOURNAL PARAGRAPH).
*>                    I/O SITES ('C' EXCEPTED), SO THE AUDBAL
*>                    BALANCE IS INDEPENDENT OF THE JOURNAL WRITES
*>                    IT PROVES.  SAME PICTURES - LRECL UNCHANGED.
*>   2026-10-08  RSM  RC-MERGES-APPLIED ADDED (MERGE PROJECT) - A
*>                    MERGE JOURNALS EXACTLY ONE 'M' ROW, WHICH
*>                    AUDBAL BALANCES LIKE ANY OTHER ACTION.
*>                    PROGRAMS THAT NEVER MERGE STAMP ZERO.  CONVERT
*>                    AN EXISTING RUNCTL WITH JCL MEMBER MRGCNV.
*>                    RUNCTL LRECL IS NOW 115.
*>   2026-10-10  RSM  AUDBAL AND PAYACK NOW STAMP TOO (OPERATIONS
*>                    SUMMARY PROJECT), WITH NO RESTART GUARD AND ZERO
*>                    ACTION COUNTS.  AUDBAL: BUSINESS DATE = BALANCE
*>                    DATE, READ = JOURNAL ROWS, APPLIED = ROWS
*>                    EXPECTED, RC 8 'F' WHEN OUT OF BALANCE.  PAYACK:
*>                    BUSINESS DATE = EXTRACT DATE ACK'D, READ = REJECT
*>                    DETAILS, APPLIED = SUSPENDED FOR FIX.  LAYOUT
*>                    UNCHANGED.
*> ****************************************************************
01  RC-RECORD.
    05  RC-BUSINESS-DATE            PIC 9(08).
    05  RC-DELETES-APPLIED          PIC 9(09).
    05  RC-RENAMES-APPLIED          PIC 9(09).
    05  RC-REINSTATES-APPLIED       PIC 9(09).
    05  RC-MERGES-APPLIED           PIC 9(09).
