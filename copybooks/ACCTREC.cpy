000890*                    INTEREST NO LONGER COMPOUNDS NIGHTLY.      *
000895*                    BLANK ON RECORDS FROM BEFORE THE FIELD     *
000897*                    EXISTED - READ AS ZERO.                    *
000900*  08/07/2026  MG    ADDED ACCT-STATUS - SET TO C BY THE MG14   *
000910*                    ACCOUNT MAINTENANCE CLOSE.  BLANK ON       *
000920*                    RECORDS FROM BEFORE THE FIELD EXISTED -    *
000930*                    READ AS ACTIVE.                            *
000931*  08/21/2026  MG    ADDED ACCT-LAST-PAYMENT - DATE OF THE      *
000932*                    LAST LOAN PAYMENT (LP) POSTED BY MG8,      *
000933*                    READ BY THE MG3 LOAN PAYMENT-DUE REPORT.   *
000934*                    ZERO OR BLANK ON A LOAN NEVER PAID.  A     *
000935*                    LOAN BALANCE IS PRINCIPAL OWED TO THE      *
000936*                    BANK AND ITS ACCT-ACCRUED-INT IS INTEREST  *
000937*                    RECEIVABLE.                                *
000940****************************************************************
001000 01  ACCT-REC.
001100     05  ACCT-NUMBER           PIC X(10).
001200     05  ACCT-CUST-NO          PIC X(10).
001800     05  ACCT-BALANCE          PIC S9(09)V99.
001810     05  ACCT-LAST-ACTIVITY    PIC 9(08).
001820     05  ACCT-ACCRUED-INT      PIC S9(07)V99.
001830     05  ACCT-STATUS           PIC X(01).
001840         88  ACCT-STATUS-ACTIVE    VALUE "A" " ".
001850         88  ACCT-STATUS-CLOSED    VALUE "C".
001860     05  ACCT-LAST-PAYMENT     PIC 9(08).
001900     05  FILLER                PIC X(19).
