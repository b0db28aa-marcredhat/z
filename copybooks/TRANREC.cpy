000600*  DATE        BY    DESCRIPTION                                *
000700*  08/22/2025  MG    ORIGINAL VERSION - LAYOUT FORMALIZED FOR   *
000800*                    THE MG2 CUSTOMER/TRANSACTION EXTRACT.      *
000810*  08/21/2026  MG    ADDED LP - LOAN PAYMENT, APPLIED BY MG8 TO *
000820*                    ACCRUED INTEREST FIRST, THEN PRINCIPAL.    *
000830*  09/18/2026  MG    ADDED XF - TRANSFER BETWEEN TWO ACCOUNTS   *
000840*                    OF ONE CUSTOMER.  TRAN-ACCT-NO IS THE      *
000850*                    FROM-ACCOUNT AND TRAN-TO-ACCT-NO (CARVED   *
000860*                    FROM FILLER) THE TO-ACCOUNT.               *
000865*  10/02/2026  MG    ADDED RV - REVERSAL OF A PREVIOUSLY POSTED *
000870*                    ITEM, IDENTIFIED BY ACCOUNT (TRAN-ACCT-    *
000875*                    NO), AMOUNT (TRAN-AMOUNT) AND THE          *
000880*                    ORIGINAL'S BUSINESS DATE (TRAN-ORIG-DATE). *
000885*                    TRAN-ORIG-CODE MAY NAME THE ORIGINAL'S     *
000890*                    CODE; IF BLANK THE MG5 EDIT FILLS IT IN    *
000895*                    FROM TRANHIST.                             *
000900****************************************************************
001000 01  TRAN-REC.
001100     05  TRAN-CUST-NO          PIC X(10).
001200     05  TRAN-ACCT-NO          PIC X(10).
001300     05  TRAN-CODE             PIC X(02).
001400         88  TRAN-CODE-VALID       VALUE "DP" "WD" "FE" "IN"
001500                                         "LP" "XF" "RV".
001600     05  TRAN-DATE             PIC 9(08).
001700     05  TRAN-AMOUNT           PIC 9(07)V99.
001800     05  TRAN-TO-ACCT-NO       PIC X(10).
001900     05  TRAN-ORIG-DATE        PIC 9(08).
002000     05  TRAN-ORIG-CODE        PIC X(02).
002100     05  FILLER                PIC X(21).
