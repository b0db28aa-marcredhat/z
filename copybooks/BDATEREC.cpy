000800*  MODIFICATION HISTORY                                        *
000900*  DATE        BY    DESCRIPTION                                *
001000*  11/07/2025  MG    ORIGINAL VERSION.                          *
001010*  10/15/2026  MG    ADDED BDATE-PRIOR-GOOD - THE LAST-GOOD     *
001020*                    DATE A COMPLETED NIGHT REPLACED, SO        *
001030*                    MG17 CAN PUT IT BACK WHEN THE NIGHT IS     *
001040*                    BACKED OUT.  BLANK AFTER A BACKOUT UNTIL   *
001050*                    THE NIGHT IS RERUN.                        *
001100****************************************************************
001200 01  BDATE-REC.
001300     05  BDATE-PROC-DATE       PIC 9(08).
001400     05  BDATE-LAST-GOOD       PIC 9(08).
001500     05  BDATE-PRIOR-GOOD      PIC 9(08).
001600     05  FILLER                PIC X(56).
