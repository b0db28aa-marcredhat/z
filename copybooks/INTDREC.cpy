001010*  07/17/2026  MG    ADDED INTD-ENTRY-TYPE - A = NIGHTLY        *
001020*                    ACCRUAL, C = MONTH-END CAPITALIZATION.     *
001030*                    BLANK ON OLD RECORDS MEANS ACCRUAL.        *
001040*  08/21/2026  MG    ADDED ENTRY TYPE L - NIGHTLY LOAN INTEREST *
001050*                    ACCRUAL, BOOKED BY MG12 TO INTEREST        *
001060*                    RECEIVABLE AND INCOME, NOT EXPENSE.        *
001100****************************************************************
001200 01  INTD-REC.
001300     05  INTD-ACCT-NO          PIC X(10).
001710     05  INTD-ENTRY-TYPE       PIC X(01).
001720         88  INTD-TYPE-ACCRUAL     VALUE "A" " ".
001730         88  INTD-TYPE-CAPITAL     VALUE "C".
001750         88  INTD-TYPE-LOAN        VALUE "L".
001800     05  FILLER                PIC X(38).
