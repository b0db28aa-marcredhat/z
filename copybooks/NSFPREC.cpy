000100****************************************************************
000200*  NSFPREC  -  INSUFFICIENT-FUNDS PARAMETER CARD LAYOUT         *
000300*  (NSFPARMS)                                                   *
000400*  OPERATOR CONTROL CARDS FOR THE MG8 INSUFFICIENT-FUNDS        *
000500*  DECISION, ONE KEYWORD AND VALUE PER CARD - SAME IDEA AS THE  *
000600*  EXCPARMS THRESHOLD CARDS.  VALUES CARRY TWO IMPLIED          *
000700*  DECIMALS (000050000 = 500.00).                               *
000800*  A "*" IN COLUMN 1 IS A COMMENT CARD.  KEYWORDS:              *
000900*    ODLIMCK  - OVERDRAFT LIMIT ON A CHECKING ACCOUNT - HOW     *
001000*               FAR BELOW ZERO A WITHDRAWAL MAY TAKE THE        *
001100*               BALANCE (DEFAULT 0.00)                          *
001200*    ODLIMSV  - OVERDRAFT LIMIT ON A SAVINGS ACCOUNT            *
001300*               (DEFAULT 0.00)                                  *
001400*    NSFFEE   - FEE CHARGED FOR EACH RETURNED ITEM              *
001500*               (DEFAULT 35.00, ZERO = NO FEE)                  *
001600*  A MISSING OR EMPTY NSFPARMS RUNS ON THE DEFAULTS, LIKE A     *
001700*  MISSING EXCPARMS.                                            *
001800*  MODIFICATION HISTORY                                         *
001900*  DATE        BY    DESCRIPTION                                *
002000*  09/04/2026  MG    ORIGINAL VERSION.                          *
002100****************************************************************
002200 01  NSFP-REC.
002300     05  NSFP-KEYWORD          PIC X(08).
002400         88  NSFP-KW-ODLIMIT-CK    VALUE "ODLIMCK ".
002500         88  NSFP-KW-ODLIMIT-SV    VALUE "ODLIMSV ".
002600         88  NSFP-KW-NSF-FEE       VALUE "NSFFEE  ".
002700     05  FILLER                PIC X(01).
002800     05  NSFP-VALUE            PIC 9(07)V99.
002900     05  FILLER                PIC X(62).
