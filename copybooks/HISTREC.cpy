000100****************************************************************
000200*  HISTREC  -  KEYED TRANSACTION HISTORY RECORD (TRANHIST)      *
000300*  TRANHIST IS A KSDS KEYED ON ACCOUNT, BUSINESS (RUN) DATE     *
000400*  AND A NIGHTLY SEQUENCE NUMBER, SO ONE ACCOUNT'S ACTIVITY     *
000500*  FOR A PERIOD IS READ WITH A START AND READ NEXT INSTEAD      *
000600*  OF A PASS OF THE WHOLE FILE.  THE DETAIL IS THE EXTRREC      *
000700*  IMAGE, WRITTEN BY MG8 AS EACH ITEM POSTS.  THE SAME          *
000800*  150-BYTE LAYOUT IS USED ON THE TRANARCH ARCHIVE WRITTEN BY   *
000900*  THE MG18 RETENTION RUN, WHICH ENDS EACH ARCHIVE GENERATION   *
001000*  WITH A CONTROL TRAILER (ACCOUNT HIGH-VALUES) CARRYING THE    *
001100*  RECORD COUNT AND DOLLAR TOTAL OF THE RECORDS ARCHIVED.       *
001200*  MODIFICATION HISTORY                                         *
001300*  DATE        BY    DESCRIPTION                                *
001400*  10/15/2026  MG    ORIGINAL VERSION.                          *
001500****************************************************************
001600 01  TH-REC.
001700     05  TH-KEY.
001800         10  TH-ACCT-NO        PIC X(10).
001900             88  TH-ARCH-TRAILER   VALUE HIGH-VALUES.
002000         10  TH-RUN-DATE       PIC 9(08).
002100         10  TH-SEQ-NO         PIC 9(07).
002200     05  TH-DETAIL             PIC X(120).
002300     05  TH-ARCH-CONTROL REDEFINES TH-DETAIL.
002400         10  TH-CTL-RECORDS    PIC 9(09).
002500         10  TH-CTL-AMOUNT     PIC 9(13)V99.
002600         10  TH-CTL-CUTOFF     PIC 9(08).
002700         10  TH-CTL-ARCH-DATE  PIC 9(08).
002800         10  FILLER            PIC X(80).
002900     05  FILLER                PIC X(05).
