000100****************************************************************
000200*  IRSREC  -  IRS INFORMATION RETURN ELECTRONIC FILING RECORD   *
000300*  (IRSFILE, IRSPRIOR).  750-BYTE FIXED RECORDS IN THE IRS      *
000400*  PUBLICATION 1220 SEQUENCE: ONE T (TRANSMITTER), ONE A        *
000500*  (PAYER), ONE B PER PAYEE, ONE C (END OF PAYER) AND ONE F     *
000600*  (END OF TRANSMISSION).  WRITTEN BY THE MG16 YEAR-END         *
000700*  1099-INT RUN - ONLY THE FIELDS THIS INSTALLATION FILES ARE   *
000800*  NAMED; EVERYTHING ELSE GOES OUT BLANK OR ZERO AS THE         *
000900*  PUBLICATION REQUIRES.  AMOUNTS ARE IN CENTS, UNSIGNED.       *
001000*  MODIFICATION HISTORY                                         *
001100*  DATE        BY    DESCRIPTION                                *
001200*  10/15/2026  MG    ORIGINAL VERSION.                          *
001210*  10/15/2026  MG    B AND C RECORDS BROUGHT TO THE CURRENT     *
001220*                    PUBLICATION - 18 PAYMENT AMOUNTS (CODES    *
001230*                    1-9, A-H, J) AT 55-270, FOREIGN INDICATOR  *
001240*                    AT 287, PAYEE NAMES AT 288 AND 328, AND    *
001250*                    18 CONTROL TOTALS ON THE C RECORD.  THE    *
001260*                    PAYEE NAME WAS 40 BYTES EARLY.             *
001270*  10/15/2026  MG    NAMED THE TRANSMITTER CONTACT NAME, PHONE  *
001280*                    AND EMAIL (304-408) AND THE VENDOR         *
001285*                    INDICATOR (518) FOR THE T RECORD, AND THE  *
001290*                    PAYER TELEPHONE (225-239) ON THE A RECORD. *
001300****************************************************************
001400 01  IRS-REC.
001500     05  IRS-REC-TYPE          PIC X(01).
001600         88  IRS-TYPE-TRANSMITTER  VALUE "T".
001700         88  IRS-TYPE-PAYER        VALUE "A".
001800         88  IRS-TYPE-PAYEE        VALUE "B".
001900         88  IRS-TYPE-END-PAYER    VALUE "C".
002000         88  IRS-TYPE-END-TRANS    VALUE "F".
002100     05  IRS-BODY              PIC X(498).
002200     05  IRS-T-BODY REDEFINES IRS-BODY.
002300         10  IRS-T-PAY-YEAR        PIC 9(04).
002400         10  IRS-T-PRIOR-YEAR-IND  PIC X(01).
002500         10  IRS-T-TIN             PIC X(09).
002600         10  IRS-T-TCC             PIC X(05).
002700         10  FILLER                PIC X(07).
002800         10  IRS-T-TEST-IND        PIC X(01).
002900         10  IRS-T-FOREIGN-IND     PIC X(01).
003000         10  IRS-T-NAME            PIC X(80).
003100         10  IRS-T-COMPANY-NAME    PIC X(80).
003200         10  IRS-T-COMPANY-ADDR    PIC X(40).
003300         10  IRS-T-COMPANY-CITY    PIC X(40).
003400         10  IRS-T-COMPANY-STATE   PIC X(02).
003500         10  IRS-T-COMPANY-ZIP     PIC X(09).
003600         10  FILLER                PIC X(15).
003700         10  IRS-T-PAYEE-COUNT     PIC 9(08).
003800         10  IRS-T-CONTACT-NAME    PIC X(40).
003810         10  IRS-T-CONTACT-PHONE   PIC X(15).
003820         10  IRS-T-CONTACT-EMAIL   PIC X(50).
003830         10  FILLER                PIC X(91).
003900     05  IRS-A-BODY REDEFINES IRS-BODY.
004000         10  IRS-A-PAY-YEAR        PIC 9(04).
004100         10  IRS-A-COMBINED-IND    PIC X(01).
004200         10  FILLER                PIC X(05).
004300         10  IRS-A-TIN             PIC X(09).
004400         10  IRS-A-NAME-CONTROL    PIC X(04).
004500         10  IRS-A-LAST-FILING     PIC X(01).
004600         10  IRS-A-RETURN-TYPE     PIC X(02).
004700         10  IRS-A-AMOUNT-CODES    PIC X(18).
004800         10  FILLER                PIC X(06).
004900         10  IRS-A-FOREIGN-IND     PIC X(01).
005000         10  IRS-A-PAYER-NAME      PIC X(40).
005100         10  IRS-A-PAYER-NAME2     PIC X(40).
005200         10  IRS-A-AGENT-IND       PIC X(01).
005300         10  IRS-A-PAYER-ADDR      PIC X(40).
005400         10  IRS-A-PAYER-CITY      PIC X(40).
005500         10  IRS-A-PAYER-STATE     PIC X(02).
005600         10  IRS-A-PAYER-ZIP       PIC X(09).
005700         10  IRS-A-PAYER-PHONE     PIC X(15).
005750         10  FILLER                PIC X(260).
005800     05  IRS-B-BODY REDEFINES IRS-BODY.
005900         10  IRS-B-PAY-YEAR        PIC 9(04).
006000         10  IRS-B-CORRECTED       PIC X(01).
006100             88  IRS-B-CORRECTION      VALUE "G".
006200         10  IRS-B-NAME-CONTROL    PIC X(04).
006300         10  IRS-B-TIN-TYPE        PIC X(01).
006400         10  IRS-B-TIN             PIC X(09).
006500         10  IRS-B-ACCOUNT         PIC X(20).
006600         10  IRS-B-OFFICE          PIC X(04).
006700         10  FILLER                PIC X(10).
006800         10  IRS-B-AMOUNT-1        PIC 9(10)V99.
006900         10  IRS-B-OTHER-AMOUNTS   PIC X(204).
007000         10  FILLER                PIC X(16).
007100         10  IRS-B-FOREIGN-IND     PIC X(01).
007200         10  IRS-B-PAYEE-NAME      PIC X(40).
007300         10  IRS-B-PAYEE-NAME2     PIC X(40).
007400         10  IRS-B-PAYEE-ADDR      PIC X(40).
007500         10  FILLER                PIC X(40).
007600         10  IRS-B-PAYEE-CITY      PIC X(40).
007700         10  IRS-B-PAYEE-STATE     PIC X(02).
007800         10  IRS-B-PAYEE-ZIP       PIC X(09).
007900         10  FILLER                PIC X(01).
008000     05  IRS-C-BODY REDEFINES IRS-BODY.
008100         10  IRS-C-PAYEE-COUNT     PIC 9(08).
008200         10  FILLER                PIC X(06).
008300         10  IRS-C-TOTAL-1         PIC 9(16)V99.
008400         10  IRS-C-OTHER-TOTALS    PIC X(306).
008500         10  FILLER                PIC X(160).
008600     05  IRS-F-BODY REDEFINES IRS-BODY.
008700         10  IRS-F-A-COUNT         PIC 9(08).
008800         10  IRS-F-ZEROS           PIC X(21).
008900         10  FILLER                PIC X(19).
009000         10  IRS-F-PAYEE-COUNT     PIC 9(08).
009100         10  FILLER                PIC X(442).
009200     05  IRS-SEQ-NO            PIC 9(08).
009300     05  FILLER                PIC X(10).
009400     05  IRS-T-VENDOR-IND      PIC X(01).
009500         88  IRS-T-VENDOR-IN-HOUSE VALUE "I".
009600     05  FILLER                PIC X(232).
