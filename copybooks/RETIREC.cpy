000100****************************************************************
000200*  RETIREC  -  RETURNED-ITEM RECORD LAYOUT (RETITEM)            *
000300*  ONE RECORD PER WITHDRAWAL THE MG8 POSTING REFUSED FOR        *
000400*  INSUFFICIENT FUNDS.  CARRIES THE ORIGINAL 80-BYTE FEED       *
000500*  RECORD IMAGE (SEE TRANREC), THE REASON, THE BALANCE AND      *
000600*  OVERDRAFT LIMIT THE DECISION WAS MADE AGAINST, AND THE NSF   *
000700*  FEE CHARGED FOR IT.  RE-TOTALED BY THE MG4 BALANCING STEP    *
000800*  AND PRINTED AS CUSTOMER NOTICES BY MG15.                     *
000900*  MODIFICATION HISTORY                                         *
001000*  DATE        BY    DESCRIPTION                                *
001100*  09/04/2026  MG    ORIGINAL VERSION.                          *
001200****************************************************************
001300 01  RETI-REC.
001400     05  RETI-TRAN-DATA        PIC X(80).
001500     05  RETI-REASON-CODE      PIC X(03).
001600         88  RETI-REASON-NSF       VALUE "NSF".
001700     05  RETI-REASON-TEXT      PIC X(30).
001800     05  RETI-RUN-DATE         PIC 9(08).
001900     05  RETI-BALANCE          PIC S9(09)V99.
002000     05  RETI-OD-LIMIT         PIC 9(07)V99.
002100     05  RETI-FEE-AMOUNT       PIC 9(07)V99.
002200     05  FILLER                PIC X(10).
