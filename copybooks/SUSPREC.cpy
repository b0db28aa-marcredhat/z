000982*  05/08/2026  MG    ADDED THE CLOSED-CUSTOMER REASON CODE      *
000984*                    (CLO) - THE EXTRACT NOW ENFORCES           *
000986*                    CUST-STATUS.                               *
000988*  10/15/2026  MG    ADDED THE LOAN (LPA/LPO/LNC), TRANSFER     *
000990*                    (XFN/XFA/XFS/XFC/XFL, AND MG5 XFB/XFO)     *
000992*                    AND REVERSAL (RVB/RVN/RVR/RVC) REASON      *
000994*                    CODES.                                     *
001000****************************************************************
001100 01  SUSP-REC.
001200     05  SUSP-TRAN-DATA        PIC X(80).
001430         88  SUSP-REASON-DATE      VALUE "DTE".
001440         88  SUSP-REASON-ACCOUNT   VALUE "ACC".
001450         88  SUSP-REASON-CLOSED    VALUE "CLO".
001452         88  SUSP-REASON-LOAN-ACCT VALUE "LPA".
001454         88  SUSP-REASON-LOAN-OVER VALUE "LPO".
001456         88  SUSP-REASON-LOAN-CODE VALUE "LNC".
001458         88  SUSP-REASON-XFER-NSF  VALUE "XFN".
001460         88  SUSP-REASON-XFER-ACCT VALUE "XFA".
001462         88  SUSP-REASON-XFER-SAME VALUE "XFS".
001464         88  SUSP-REASON-XFER-CLSD VALUE "XFC".
001466         88  SUSP-REASON-XFER-LOAN VALUE "XFL".
001468         88  SUSP-REASON-XFER-BLNK VALUE "XFB".
001470         88  SUSP-REASON-XFER-OWNR VALUE "XFO".
001472         88  SUSP-REASON-REV-DATE  VALUE "RVB".
001474         88  SUSP-REASON-REV-NFND  VALUE "RVN".
001476         88  SUSP-REASON-REV-DONE  VALUE "RVR".
001478         88  SUSP-REASON-REV-CODE  VALUE "RVC".
001500     05  SUSP-REASON-TEXT      PIC X(30).
001510     05  SUSP-FIRST-DATE       PIC 9(08).
001520     05  SUSP-RECYCLE-COUNT    PIC 9(03).
