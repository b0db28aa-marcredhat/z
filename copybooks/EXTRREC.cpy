000500*  MODIFICATION HISTORY                                        *
000600*  DATE        BY    DESCRIPTION                                *
000700*  08/22/2025  MG    ORIGINAL VERSION.                          *
000710*  09/18/2026  MG    ADDED THE TRANSFER (XF) FIELDS, CARVED     *
000720*                    FROM FILLER - THE ACCOUNT ON THE OTHER     *
000730*                    SIDE OF THE TRANSFER AND WHICH LEG THIS    *
000740*                    RECORD IS.  THE EXTRACT CARRIES THE FROM   *
000750*                    (OUT) LEG; TRANHIST CARRIES ONE RECORD     *
000760*                    PER LEG.                                   *
000765*  10/02/2026  MG    ADDED THE REVERSAL (RV) FIELDS, CARVED     *
000770*                    FROM FILLER - THE ORIGINAL'S BUSINESS DATE *
000775*                    AND CODE ON A REVERSAL RECORD, AND THE     *
000780*                    REVERSED FLAG AND DATE MG8 SETS ON THE     *
000785*                    ORIGINAL'S TRANHIST RECORD WHEN THE        *
000790*                    REVERSAL POSTS.                            *
000800****************************************************************
000900 01  EXTR-REC.
001000     05  EXTR-CUST-NO          PIC X(10).
001500     05  EXTR-TRAN-DATE        PIC 9(08).
001600     05  EXTR-AMOUNT           PIC 9(07)V99.
001700     05  EXTR-RUN-DATE         PIC 9(08).
001800     05  EXTR-XFER-ACCT-NO     PIC X(10).
001900     05  EXTR-XFER-LEG         PIC X(01).
002000         88  EXTR-XFER-OUT         VALUE "O".
002100         88  EXTR-XFER-IN          VALUE "I".
002200     05  EXTR-ORIG-DATE        PIC 9(08).
002300     05  EXTR-ORIG-CODE        PIC X(02).
002400     05  EXTR-REV-SW           PIC X(01).
002500         88  EXTR-REVERSED         VALUE "R".
002600     05  EXTR-REV-DATE         PIC 9(08).
002700     05  FILLER                PIC X(09).
