001606*  07/17/2026  MG    ADDED SS-RUN-MODE - THE SYSIN RUN MODE,    *
001607*                    SO THE POSTING AND GL STEPS KNOW A         *
001608*                    MONTH-END RUN FROM A NIGHTLY ONE.          *
001610*  09/04/2026  MG    ADDED THE MG8 RETURNED-ITEM AND NSF FEE    *
001620*                    TOTALS SO THE BALANCING STEP CAN PROVE     *
001630*                    EXTRACTED = POSTED + SUSPENDED + RETURNED  *
001640*                    AND RE-TOTAL THE RETITEM DATASET.          *
001642*  09/18/2026  MG    ADDED THE MG8 TRANSFER (XF) LEG TOTALS -   *
001644*                    LEGS AND DOLLARS OUT AND IN - SO THE       *
001646*                    BALANCING STEP CAN PROVE EVERY TRANSFER    *
001648*                    NETTED TO ZERO.                            *
001650*  10/15/2026  MG    ADDED SS-NEXT-BUS-DATE AND SS-ACCRUAL-DAYS *
001660*                    - THE NEXT BUSINESS DATE FROM THE CALENDAR *
001670*                    AND THE CALENDAR DAYS TO IT, SO THE        *
001680*                    ACCRUAL COVERS WEEKENDS AND HOLIDAYS.      *
001690****************************************************************
001700 01  STEPSTAT-REC.
001800     05  SS-LAST-STEP          PIC X(08).
001900     05  SS-STEP-RC            PIC 9(03) COMP.
004200         10  SS-AMT-TRAN-POSTED    PIC S9(11)V99 COMP-3.
004300         10  SS-AMT-TRAN-UNPOSTED  PIC S9(11)V99 COMP-3.
004400         10  SS-TRAN-CLOSED        PIC 9(07) COMP.
004410         10  SS-TRAN-RETURNED      PIC 9(07) COMP.
004420         10  SS-AMT-TRAN-RETURNED  PIC S9(11)V99 COMP-3.
004430         10  SS-NSF-FEES           PIC 9(07) COMP.
004440         10  SS-AMT-NSF-FEES       PIC S9(11)V99 COMP-3.
004450         10  SS-XFER-LEGS-OUT      PIC 9(07) COMP.
004460         10  SS-XFER-LEGS-IN       PIC 9(07) COMP.
004470         10  SS-AMT-XFER-OUT       PIC S9(11)V99 COMP-3.
004480         10  SS-AMT-XFER-IN        PIC S9(11)V99 COMP-3.
004500     05  SS-EXCP-FLAG          PIC X(01).
004600         88  SS-EXCP-SEVERE        VALUE "E".
004700         88  SS-EXCP-NONE          VALUE " ".
004800     05  SS-RUN-MODE           PIC X(01).
004900         88  SS-MODE-MONTHEND      VALUE "M".
005000     05  SS-NEXT-BUS-DATE      PIC 9(08).
005100     05  SS-ACCRUAL-DAYS       PIC 9(03) COMP.
