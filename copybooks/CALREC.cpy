000100****************************************************************
000200*  CALREC  -  BUSINESS-DAY CALENDAR CARD LAYOUT (CALENDAR)      *
000300*  THE MAINTAINED HOLIDAY / BUSINESS-DAY CALENDAR.  SATURDAYS   *
000400*  AND SUNDAYS ARE NON-BUSINESS DAYS WITHOUT A CARD; EVERY      *
000500*  OTHER EXCEPTION IS ONE CARD:                                 *
000600*    C - COVERAGE CARD.  CAL-DATE THROUGH CAL-THRU-DATE IS THE  *
000700*        SPAN THE CALENDAR HAS BEEN MAINTAINED FOR.  MG1 FAILS  *
000800*        ENVCHECK WHEN IT DOES NOT REACH A YEAR PAST THE        *
000900*        BUSINESS DATE.                                         *
001000*    H - BANK HOLIDAY ON CAL-DATE - NOT A BUSINESS DAY.         *
001100*    B - SPECIAL BUSINESS DAY ON CAL-DATE - A WEEKEND DATE THE  *
001200*        BANK IS OPEN AND THE STREAM RUNS.                      *
001300*  A CARD WITH AN ASTERISK IN COLUMN 1 IS A COMMENT.            *
001400*  MODIFICATION HISTORY                                         *
001500*  DATE        BY    DESCRIPTION                                *
001600*  10/15/2026  MG    ORIGINAL VERSION.                          *
001700****************************************************************
001800 01  CAL-REC.
001900     05  CAL-REC-TYPE          PIC X(01).
002000         88  CAL-TYPE-COVERAGE     VALUE "C".
002100         88  CAL-TYPE-HOLIDAY      VALUE "H".
002200         88  CAL-TYPE-BUSINESS     VALUE "B".
002300     05  CAL-DATE              PIC 9(08).
002400     05  CAL-THRU-DATE         PIC 9(08).
002500     05  CAL-DESC              PIC X(30).
002600     05  FILLER                PIC X(33).
