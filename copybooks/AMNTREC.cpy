000100****************************************************************
000200*  AMNTREC  -  ACCOUNT MASTER MAINTENANCE CARD LAYOUT           *
000300*  (ACCTMNT)                                                    *
000400*  ONE CARD PER MAINTENANCE ACTION AGAINST THE ACCOUNT MASTER   *
000500*  (ACCTFILE), APPLIED BY MG14 EACH MORNING SO NEW ACCOUNTS,    *
000600*  RATE-CODE AND TYPE CHANGES, AND CLOSURES ARE NO LONGER       *
000700*  HAND-EDITED INTO THE FILE OUTSIDE THE SYSTEM.                *
000800*  ACTIONS:  O = OPEN AN ACCOUNT (CUSTOMER, TYPE AND RATE CODE  *
000900*  REQUIRED - THE CUSTOMER MUST BE ACTIVE ON CUSTMAST AND THE   *
001000*  RATE CODE ON RATETAB),  C = CHANGE THE TYPE AND/OR RATE      *
001100*  CODE (BLANK FIELDS KEEP THEIR CURRENT VALUES),  X = CLOSE    *
001200*  THE ACCOUNT (BALANCE AND ACCRUED INTEREST MUST BE ZERO).     *
001300*  A "*" IN COLUMN 1 IS A COMMENT CARD.                         *
001400*  MODIFICATION HISTORY                                         *
001500*  DATE        BY    DESCRIPTION                                *
001600*  08/07/2026  MG    ORIGINAL VERSION.                          *
001700****************************************************************
001800 01  AMNT-REC.
001900     05  AMNT-ACTION           PIC X(01).
002000         88  AMNT-ACTION-OPEN      VALUE "O".
002100         88  AMNT-ACTION-CHANGE    VALUE "C".
002200         88  AMNT-ACTION-CLOSE     VALUE "X".
002300     05  AMNT-ACCT-NUMBER      PIC X(10).
002400     05  AMNT-CUST-NO          PIC X(10).
002500     05  AMNT-ACCT-TYPE        PIC X(02).
002600         88  AMNT-TYPE-VALID       VALUE "CK" "SV" "LN".
002700         88  AMNT-TYPE-BLANK       VALUE SPACES.
002800     05  AMNT-RATE-CODE        PIC X(02).
002900     05  FILLER                PIC X(55).
