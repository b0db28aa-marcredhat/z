000100****************************************************************
000200*  YTDREC  -  YEAR-TO-DATE INTEREST PAID RECORD LAYOUT (INTYTD) *
000300*  ONE 80-BYTE RECORD PER CUSTOMER WHO HAS HAD DEPOSIT          *
000400*  INTEREST CAPITALIZED.  ROLLED FORWARD BY THE MG12 GL         *
000500*  EXTRACT ON EACH MONTH-END RUN FROM THE INTDTL TYPE C         *
000600*  DETAIL (OLD GENERATION INTYTD IN, NEW GENERATION INTYTDO     *
000700*  OUT) AND READ AT YEAR END BY THE MG16 1099-INT RUN.  THE     *
000800*  FIRST MONTH-END RUN OF A NEW YEAR MOVES THE CURRENT-YEAR     *
000900*  FIGURE TO THE PRIOR-YEAR SLOT, SO THE YEAR JUST ENDED IS     *
001000*  STILL ON FILE FOR JANUARY FILING AND FOR ANY LATER           *
001100*  CORRECTION RUN.                                              *
001200*  MODIFICATION HISTORY                                         *
001300*  DATE        BY    DESCRIPTION                                *
001400*  10/15/2026  MG    ORIGINAL VERSION.                          *
001500****************************************************************
001600 01  YTD-REC.
001700     05  YTD-CUST-NO           PIC X(10).
001800     05  YTD-CURR-YEAR         PIC 9(04).
001900     05  YTD-CURR-INT          PIC S9(09)V99.
002000     05  YTD-PRIOR-YEAR        PIC 9(04).
002100     05  YTD-PRIOR-INT         PIC S9(09)V99.
002200     05  YTD-LAST-CAP-DATE     PIC 9(08).
002300     05  FILLER                PIC X(32).
