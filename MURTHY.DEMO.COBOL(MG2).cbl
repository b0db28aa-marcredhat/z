005940*                    AND THE NIGHT'S CLOSED-CUSTOMER COUNT IS   *
005950*                    CARRIED IN STEPSTAT FOR THE BALANCING      *
005960*                    REPORT.                                    *
005965*  09/18/2026  MG    TRANSFERS (XF) - THE EXTRACT RECORD        *
005970*                    CARRIES THE TO-ACCOUNT AS THE OTHER SIDE   *
005975*                    OF THE FROM (OUT) LEG SO MG8 CAN POST BOTH *
005980*                    LEGS TOGETHER, AND TRANHIST GETS A SECOND  *
005985*                    RECORD FOR THE TO (IN) LEG SO THE TRANSFER *
005990*                    SHOWS ON BOTH ACCOUNTS.                    *
005991*  10/02/2026  MG    TRANHIST IS NO LONGER WRITTEN HERE - MG8   *
005992*                    NOW APPENDS EACH TRANSACTION AS IT POSTS,  *
005993*                    SO HISTORY HOLDS ONLY POSTED ACTIVITY (A   *
005994*                    SUSPENDED ITEM NO LONGER LANDS IN IT ONCE  *
005995*                    PER RECYCLE) AND A REVERSAL CAN BE MATCHED *
005996*                    TO A REAL POSTING.  A REVERSAL (RV)        *
005997*                    CARRIES ITS ORIGINAL'S BUSINESS DATE AND   *
005998*                    CODE ONTO THE EXTRACT.                     *
006000****************************************************************
006100 ENVIRONMENT DIVISION.
006200 CONFIGURATION SECTION.
007800     SELECT SUSPENSE-FILE  ASSIGN TO SUSPFILE
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WSS-FS-SUSPENSE.
008400 DATA DIVISION.
008500 FILE SECTION.
008600*
010700     RECORDING MODE IS F
010800     RECORD CONTAINS 132 CHARACTERS.
010900     COPY SUSPREC.
012000 WORKING-STORAGE SECTION.
012100*
012200****************************************************************
012600 77  WSS-FS-TRANFEED       PIC X(02) VALUE "00".
012700 77  WSS-FS-EXTRACT        PIC X(02) VALUE "00".
012800 77  WSS-FS-SUSPENSE       PIC X(02) VALUE "00".
013000 77  WSS-TRANFEED-EOF-SW   PIC X(01) VALUE "N".
013100     88  WSS-TRANFEED-EOF           VALUE "Y".
013200 77  WSS-EXTRACT-SW        PIC X(01) VALUE "P".
022000            WSS-FS-SUSPENSE DELIMITED BY SIZE INTO SS-MESSAGE
022100        GO TO 1000-INITIALIZE-EXIT
022200     END-IF.
023000 1000-INITIALIZE-EXIT.
023100     EXIT.
023200*
027300 2100-MATCH-TRANSACTION-EXIT.
027400     EXIT.
027500*
027550****************************************************************
027600*  2200-WRITE-EXTRACT                                           *
027650*  BUILDS THE COMBINED CUSTOMER/TRANSACTION RECORD FROM THE     *
027700*  MATCHED TABLE ENTRY AND THE FEED RECORD.  A TRANSFER CARRIES *
027750*  ITS TO-ACCOUNT AS THE OTHER SIDE OF THE FROM (OUT) LEG; A    *
027800*  REVERSAL CARRIES THE BUSINESS DATE AND CODE OF THE ORIGINAL  *
027850*  IT UNDOES.                                                   *
027900****************************************************************
028100 2200-WRITE-EXTRACT.
028200     MOVE SPACES TO EXTR-REC.
028300     MOVE TRAN-CUST-NO  TO EXTR-CUST-NO.
028800     MOVE TRAN-DATE     TO EXTR-TRAN-DATE.
028900     MOVE TRAN-AMOUNT   TO EXTR-AMOUNT.
029000     MOVE WSS-RUN-DATE  TO EXTR-RUN-DATE.
029010     IF TRAN-CODE EQUAL "XF"
029020        MOVE TRAN-TO-ACCT-NO TO EXTR-XFER-ACCT-NO
029030        SET EXTR-XFER-OUT TO TRUE
029040     END-IF.
029050     IF TRAN-CODE EQUAL "RV"
029060        MOVE TRAN-ORIG-DATE TO EXTR-ORIG-DATE
029070        MOVE TRAN-ORIG-CODE TO EXTR-ORIG-CODE
029080     END-IF.
029100     WRITE EXTR-REC.
029200     IF WSS-FS-EXTRACT NOT EQUAL "00"
029300        SET WSS-EXTRACT-FAILED TO TRUE
030100     IF TRAN-AMOUNT NUMERIC
030200        ADD TRAN-AMOUNT TO WSS-AMT-EXTRACTED
030300     END-IF.
030400 2200-WRITE-EXTRACT-EXIT.
030500     EXIT.
031500*
031600****************************************************************
031700*  2300-WRITE-SUSPENSE                                          *
034900****************************************************************
035000 9000-TERMINATE.
035100     CLOSE CUSTMAST-FILE TRANFEED-FILE
035200           EXTRACT-FILE SUSPENSE-FILE.
035300     MOVE WSS-TRAN-READ      TO SS-TRAN-READ.
035400     MOVE WSS-TRAN-EXTRACTED TO SS-TRAN-EXTRACTED.
035500     MOVE WSS-TRAN-SUSPENDED TO SS-TRAN-SUSPENDED.
