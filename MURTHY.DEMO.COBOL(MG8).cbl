002300*  WITH THE FEED-RECORD IMAGE REBUILT SO THE MG5 FRONT-END      *
002400*  EDIT CAN RE-PRESENT IT THE NEXT NIGHT, AND THE STEP ENDS     *
002500*  WITH A WARNING.                                              *
002510*                                                              *
002520*  A WITHDRAWAL THE BALANCE PLUS THE OVERDRAFT LIMIT FOR THE    *
002530*  ACCOUNT TYPE (NSFPARMS) CANNOT COVER DOES NOT POST - IT IS   *
002540*  RETURNED TO RETITEM FOR THE MG15 CUSTOMER NOTICES, AND THE   *
002550*  NSF FEE IT EARNS POSTS IN ITS PLACE.                         *
002565*                                                              *
002570*  A TRANSFER (XF) POSTS BOTH LEGS - THE DEBIT TO THE FROM-     *
002575*  ACCOUNT AND THE CREDIT TO THE TO-ACCOUNT - OR NEITHER.       *
002580*  EVERY CHECK ON BOTH ACCOUNTS IS MADE BEFORE EITHER BALANCE   *
002585*  MOVES, AND A TRANSFER THAT FAILS ANY OF THEM IS SUSPENDED    *
002590*  WHOLE.                                                       *
002591*                                                              *
002592*  EVERY POSTING - BOTH LEGS OF A TRANSFER AND ANY NSF FEE      *
002593*  INCLUDED - IS ADDED TO THE KEYED TRANSACTION HISTORY         *
002594*  (TRANHIST) AS IT POSTS, SO HISTORY HOLDS POSTED ACTIVITY     *
002595*  ONLY.  A REVERSAL (RV) POSTS THE OPPOSITE OF THE ORIGINAL IT *
002596*  NAMES.  ONCE POSTING ENDS THE ORIGINAL'S TRANHIST RECORD IS  *
002597*  READ BY KEY AND MARKED REVERSED, AND THE CORRECTIONS REPORT  *
002598*  (CORRRPT) LISTS EVERY REVERSAL WITH THE ORIGINAL ITEM IT     *
002599*  UNDID FOR AUDIT.                                             *
002600*                                                              *
002700*  MODIFICATION HISTORY                                       *
002800*  ----------------------------------------------------------  *
003160*                    ACCT-LAST-ACTIVITY WITH THE BUSINESS       *
003170*                    PROCESSING DATE FOR THE MG11 DORMANT-      *
003180*                    ACCOUNT REVIEW.                            *
003185*  08/07/2026  MG    A TRANSACTION AGAINST AN ACCOUNT CLOSED    *
003190*                    BY THE MG14 MAINTENANCE IS SUSPENDED       *
003195*                    (CLO) INSTEAD OF POSTING.                  *
003200*  08/21/2026  MG    LOAN (LN) ACCOUNTS - A LOAN PAYMENT (LP)   *
003210*                    IS APPLIED TO ACCRUED INTEREST FIRST,      *
003220*                    THEN TO PRINCIPAL, AND STAMPS              *
003230*                    ACCT-LAST-PAYMENT FOR THE MG3 PAYMENT-DUE  *
003240*                    REPORT.  A FEE ON A LOAN ADDS TO THE       *
003250*                    AMOUNT OWED.  OTHER CODES AGAINST A LOAN,  *
003260*                    LP AGAINST A DEPOSIT ACCOUNT AND A PAYMENT *
003270*                    BEYOND THE PAYOFF ARE SUSPENDED.           *
003271*  09/04/2026  MG    INSUFFICIENT FUNDS - A WITHDRAWAL LARGER   *
003272*                    THAN THE BALANCE PLUS THE ACCOUNT TYPE'S   *
003273*                    OVERDRAFT LIMIT (NSFPARMS) IS RETURNED     *
003274*                    UNPOSTED TO RETITEM AND CHARGED THE NSF    *
003275*                    FEE, WHICH POSTS, JOURNALS AND IS ADDED TO *
003276*                    TRANHIST.  RETURNED-ITEM AND FEE TOTALS    *
003277*                    GO TO MG4 THROUGH STEPSTAT.                *
003278*  09/18/2026  MG    TRANSFERS (XF) - BOTH LEGS POST TOGETHER   *
003280*                    OR THE WHOLE TRANSFER IS SUSPENDED (XFN,   *
003282*                    XFA, XFS, XFC, XFL).  THE FROM-ACCOUNT     *
003284*                    IS HELD TO THE SAME OVERDRAFT LIMIT AS A   *
003286*                    WITHDRAWAL BUT A SHORT TRANSFER IS NOT     *
003288*                    CHARGED AN NSF FEE.  BOTH LEGS ARE         *
003290*                    JOURNALED AND THE LEG TOTALS GO TO MG4     *
003292*                    THROUGH STEPSTAT.                          *
003300*  10/02/2026  MG    REVERSALS (RV) - POST THE OPPOSITE OF THE  *
003310*                    ORIGINAL (DP, IN, WD OR FE; FE ONLY ON A   *
003320*                    LOAN), MARK THE ORIGINAL REVERSED IN       *
003330*                    TRANHIST AFTER POSTING, AND LIST EACH ONE  *
003340*                    WITH ITS ORIGINAL ON THE NEW CORRECTIONS   *
003350*                    REPORT (CORRRPT).  TRANHIST IS NOW WRITTEN *
003360*                    HERE FOR EVERY POSTING INSTEAD OF BY MG2   *
003370*                    AT EXTRACT TIME.                           *
003371*  10/15/2026  MG    TRANHIST IS NOW A KSDS KEYED ON ACCOUNT,   *
003372*                    BUSINESS DATE AND A NIGHTLY SEQUENCE       *
003373*                    NUMBER (HISTREC).  IT IS OPENED I-O FOR    *
003374*                    THE NIGHT; A RESTARTED NIGHT REWRITES THE  *
003375*                    KEYS IT ALREADY WROTE INSTEAD OF ADDING    *
003376*                    THEM TWICE.  EACH REVERSAL'S ORIGINAL IS   *
003377*                    FOUND WITH A START ON ITS ACCOUNT AND      *
003378*                    BUSINESS DATE INSTEAD OF A PASS OF THE     *
003379*                    WHOLE FILE.                                *
003380*  10/15/2026  MG    A DP POSTED TO A LOAN ACCOUNT IS NOW       *
003382*                    APPLIED AS A LOAN PAYMENT, INTEREST FIRST  *
003384*                    AND THEN PRINCIPAL, INSTEAD OF BEING       *
003386*                    SUSPENDED.                                 *
003388****************************************************************
003390 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
005100     SELECT TRNJRNL-FILE   ASSIGN TO TRNJRNL
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WSS-FS-TRNJRNL.
005310     SELECT NSFPARMS-FILE  ASSIGN TO NSFPARMS
005320         ORGANIZATION IS SEQUENTIAL
005330         FILE STATUS IS WSS-FS-NSFPARMS.
005340     SELECT RETITEM-FILE   ASSIGN TO RETITEM
005350         ORGANIZATION IS SEQUENTIAL
005360         FILE STATUS IS WSS-FS-RETITEM.
005370     SELECT TRANHIST-FILE  ASSIGN TO TRANHIST
005375         ORGANIZATION IS INDEXED
005380         ACCESS MODE IS DYNAMIC
005385         RECORD KEY IS TH-KEY
005390         FILE STATUS IS WSS-FS-TRANHIST.
005392     SELECT CORRRPT-FILE   ASSIGN TO CORRRPT
005394         ORGANIZATION IS SEQUENTIAL
005396         FILE STATUS IS WSS-FS-CORRRPT.
005400 DATA DIVISION.
005500 FILE SECTION.
005600*
006500     RECORDING MODE IS F
006600     RECORD CONTAINS 80 CHARACTERS.
006700     COPY ACCTREC.
006710 FD  NSFPARMS-FILE
006720     RECORDING MODE IS F
006730     RECORD CONTAINS 80 CHARACTERS.
006740     COPY NSFPREC.
006800*
006900****************************************************************
007000*  OUTPUT - POSTED ACCOUNT MASTER, POSTING SUSPENSE, AND THE    *
008500 01  TRNJRNL-LINE.
008600     05  TJR-CC                PIC X(01).
008700     05  TJR-TEXT              PIC X(132).
008705*
008710****************************************************************
008715*  OUTPUT - RETURNED ITEMS (INSUFFICIENT FUNDS) AND THE         *
008716*  CUMULATIVE HISTORY.  TRANHIST IS A KSDS OPENED I-O FOR THE   *
008718*  NIGHT - EACH POSTING IS WRITTEN UNDER ITS ACCOUNT, TONIGHT'S *
008720*  BUSINESS DATE AND THE NEXT SEQUENCE NUMBER, AND AFTER        *
008722*  POSTING THE ORIGINALS OF TONIGHT'S REVERSALS ARE READ BY KEY *
008724*  AND MARKED IN PLACE.                                         *
008726 FD  RETITEM-FILE
008728     RECORDING MODE IS F
008730     RECORD CONTAINS 160 CHARACTERS.
008732     COPY RETIREC.
008734 FD  TRANHIST-FILE
008736     RECORD CONTAINS 150 CHARACTERS.
008738     COPY HISTREC.
008772*
008774****************************************************************
008776*  OUTPUT - DAILY CORRECTIONS REPORT.  ONE LINE PER REVERSAL    *
008778*  POSTED, WITH THE ORIGINAL ITEM IT UNDID, FOR AUDIT REVIEW.   *
008780****************************************************************
008782 FD  CORRRPT-FILE
008784     RECORDING MODE IS F
008786     RECORD CONTAINS 133 CHARACTERS.
008788 01  CORRRPT-LINE.
008790     05  CRR-CC                PIC X(01).
008792     05  CRR-TEXT              PIC X(132).
008800 WORKING-STORAGE SECTION.
008900*
009000****************************************************************
009500 77  WSS-FS-ACCTPOST       PIC X(02) VALUE "00".
009600 77  WSS-FS-POSTSUSP       PIC X(02) VALUE "00".
009700 77  WSS-FS-TRNJRNL        PIC X(02) VALUE "00".
009710 77  WSS-FS-NSFPARMS       PIC X(02) VALUE "00".
009720 77  WSS-FS-RETITEM        PIC X(02) VALUE "00".
009730 77  WSS-FS-TRANHIST       PIC X(02) VALUE "00".
009750 77  WSS-FS-CORRRPT        PIC X(02) VALUE "00".
009800 77  WSS-EXTRACT-EOF-SW    PIC X(01) VALUE "N".
009900     88  WSS-EXTRACT-EOF            VALUE "Y".
010000 77  WSS-ACCTFILE-EOF-SW   PIC X(01) VALUE "N".
010100     88  WSS-ACCTFILE-EOF           VALUE "Y".
010110 77  WSS-NSFPARMS-EOF-SW   PIC X(01) VALUE "N".
010120     88  WSS-NSFPARMS-EOF           VALUE "Y".
010130 77  WSS-TRANHIST-EOF-SW   PIC X(01) VALUE "N".
010140     88  WSS-TRANHIST-EOF           VALUE "Y".
010200 77  WSS-POSTING-SW        PIC X(01) VALUE "P".
010300     88  WSS-POSTING-PASSED         VALUE "P".
010400     88  WSS-POSTING-WARNING        VALUE "W".
010500     88  WSS-POSTING-FAILED         VALUE "F".
010600 77  WSS-ACCT-MATCH-SW     PIC X(01) VALUE "N".
010700     88  WSS-ACCT-FOUND             VALUE "Y".
010710 77  WSS-FEE-LINE-SW       PIC X(01) VALUE "N".
010720     88  WSS-FEE-LINE               VALUE "Y".
010730 77  WSS-XFER-LINE-SW      PIC X(01) VALUE "N".
010740     88  WSS-XFER-IN-LINE           VALUE "Y".
010800*
010900****************************************************************
011000*  RECORD CONTROL COUNTERS AND DOLLAR HASH TOTALS               *
011600 77  WSS-AMT-POSTED        PIC S9(11)V99 COMP-3 VALUE ZERO.
011700 77  WSS-AMT-UNPOSTED      PIC S9(11)V99 COMP-3 VALUE ZERO.
011800 77  WSS-NET-CHANGE        PIC S9(11)V99 COMP-3 VALUE ZERO.
011810 77  WSS-TRAN-RETURNED     PIC 9(07) COMP VALUE ZERO.
011820 77  WSS-AMT-RETURNED      PIC S9(11)V99 COMP-3 VALUE ZERO.
011830 77  WSS-NSF-FEES          PIC 9(07) COMP VALUE ZERO.
011840 77  WSS-AMT-NSF-FEES      PIC S9(11)V99 COMP-3 VALUE ZERO.
011850 77  WSS-XFER-LEGS-OUT     PIC 9(07) COMP VALUE ZERO.
011860 77  WSS-XFER-LEGS-IN      PIC 9(07) COMP VALUE ZERO.
011870 77  WSS-AMT-XFER-OUT      PIC S9(11)V99 COMP-3 VALUE ZERO.
011880 77  WSS-AMT-XFER-IN       PIC S9(11)V99 COMP-3 VALUE ZERO.
011885 77  WSS-REV-POSTED        PIC 9(07) COMP VALUE ZERO.
011890 77  WSS-AMT-REV-POSTED    PIC S9(11)V99 COMP-3 VALUE ZERO.
011895 77  WSS-REV-MARKED        PIC 9(07) COMP VALUE ZERO.
011896 77  WSS-HIST-SEQ          PIC 9(07) COMP VALUE ZERO.
011900 77  WSS-RUN-DATE          PIC 9(08) VALUE ZERO.
012000 77  WSS-COUNT-EDIT        PIC ZZZZZZ9 VALUE ZERO.
012100 77  WSS-AMOUNT-EDIT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
012150 77  WSS-RETURN-EDIT       PIC ZZZZZZ9 VALUE ZERO.
012200*
012300****************************************************************
012400*  POSTING ARITHMETIC - THE SIGNED EFFECT OF ONE TRANSACTION    *
012700 77  WSS-OLD-BALANCE       PIC S9(09)V99 COMP-3 VALUE ZERO.
012800 77  WSS-TRAN-EFFECT       PIC S9(09)V99 COMP-3 VALUE ZERO.
012900 77  WSS-NEW-BALANCE       PIC S9(09)V99 COMP-3 VALUE ZERO.
012905*
012910****************************************************************
012915*  LOAN PAYMENT SPLIT - A PAYMENT SETTLES THE ACCRUED INTEREST  *
012920*  RECEIVABLE FIRST AND ONLY THE REMAINDER REDUCES PRINCIPAL.   *
012925****************************************************************
012930 77  WSS-LOAN-ACCRUED      PIC S9(09)V99 COMP-3 VALUE ZERO.
012935 77  WSS-LOAN-INT-PAID     PIC S9(09)V99 COMP-3 VALUE ZERO.
012940 77  WSS-LOAN-PRIN-PAID    PIC S9(09)V99 COMP-3 VALUE ZERO.
012945 77  WSS-LOAN-PAYMENTS     PIC 9(07) COMP VALUE ZERO.
012950 77  WSS-LOAN-INT-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
012955 77  WSS-NOTE-AMT-EDIT     PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
012956*
012958****************************************************************
012960*  INSUFFICIENT-FUNDS DECISION - DEFAULTS STAND UNLESS AN       *
012962*  NSFPARMS CARD OVERRIDES THEM.  A WITHDRAWAL MAY TAKE THE     *
012964*  BALANCE DOWN TO MINUS THE OVERDRAFT LIMIT FOR THE ACCOUNT    *
012966*  TYPE AND NO FURTHER.                                         *
012968****************************************************************
012970 77  WSS-OD-LIMIT-CK       PIC 9(07)V99 VALUE ZERO.
012972 77  WSS-OD-LIMIT-SV       PIC 9(07)V99 VALUE ZERO.
012974 77  WSS-NSF-FEE           PIC 9(07)V99 VALUE 35.00.
012976 77  WSS-OD-LIMIT          PIC 9(07)V99 VALUE ZERO.
012978 77  WSS-AVAIL-BALANCE     PIC S9(09)V99 COMP-3 VALUE ZERO.
012980*
012982****************************************************************
012984*  TRANSFER LEGS - THE TABLE POSITIONS OF THE FROM- AND         *
012986*  TO-ACCOUNTS, HELD WHILE BOTH ARE CHECKED AND POSTED.         *
012988****************************************************************
012990 77  WSS-XFER-FROM-NUM     PIC 9(05) COMP VALUE ZERO.
012992 77  WSS-XFER-TO-NUM       PIC 9(05) COMP VALUE ZERO.
012994*
012996****************************************************************
012998*  REVERSALS POSTED TONIGHT - HELD UNTIL POSTING ENDS, THEN     *
013000*  MATCHED TO THEIR ORIGINALS ON TRANHIST BY ACCOUNT, BUSINESS  *
013002*  DATE, AMOUNT AND CODE.  EACH ENTRY MARKS ONE ORIGINAL, SO    *
013004*  TWO IDENTICAL ORIGINALS TAKE TWO REVERSALS.  OVERFLOW IS A   *
013006*  HARD FAILURE, THE SAME AS THE ACCOUNT TABLE.                 *
013008****************************************************************
013010 77  WSS-REV-MAX           PIC 9(05) COMP VALUE 500.
013012 77  WSS-REV-USED          PIC 9(05) COMP VALUE ZERO.
013014 77  WSS-REV-NUM           PIC 9(05) COMP VALUE ZERO.
013016 01  WSS-REV-TABLE.
013018     05  WSS-REV-ENTRY OCCURS 500 TIMES
013020             INDEXED BY WSS-RV-IX.
013022         10  WSS-RV-ACCT           PIC X(10).
013024         10  WSS-RV-CUST           PIC X(10).
013026         10  WSS-RV-TRAN-DATE      PIC 9(08).
013028         10  WSS-RV-AMOUNT         PIC 9(07)V99.
013030         10  WSS-RV-ORIG-DATE      PIC 9(08).
013032         10  WSS-RV-ORIG-CODE      PIC X(02).
013034         10  WSS-RV-ORIG-TRAN      PIC 9(08).
013036         10  WSS-RV-MARKED-SW      PIC X(01).
013038             88  WSS-RV-MARKED         VALUE "Y".
013040*
013100****************************************************************
013200*  SUSPENSE REASON FOR THE RECORD IN HAND - LOADED BEFORE       *
013300*  2300-WRITE-POST-SUSPENSE IS PERFORMED.                       *
015700*  TABLE ENTRY IS UPDATED THROUGH WACC-REC, AND THE SUSPENSE    *
015800*  FEED-RECORD IMAGE IS REBUILT IN WTRN-REC, BECAUSE THE FD     *
015900*  RECORD AREAS ARE NOT ADDRESSABLE ONCE THE FILES ARE CLOSED.  *
015910*  THE NSF FEE HISTORY RECORD IS BUILT IN HIST-REC FROM THE     *
015920*  RETURNED WITHDRAWAL'S EXTRACT RECORD.                        *
015930*  THE TO-ACCOUNT OF A TRANSFER IS CHECKED AND UPDATED THROUGH  *
015940*  XACC-REC WHILE WACC-REC STILL HOLDS THE FROM-ACCOUNT.        *
016000****************************************************************
016100     COPY ACCTREC REPLACING LEADING ==ACCT== BY ==WACC==.
016200     COPY TRANREC REPLACING LEADING ==TRAN== BY ==WTRN==.
016300     COPY SUSPREC REPLACING LEADING ==SUSP== BY ==PSUS==.
016350     COPY EXTRREC REPLACING LEADING ==EXTR== BY ==HIST==.
016360     COPY ACCTREC REPLACING LEADING ==ACCT== BY ==XACC==.
016400*
016500****************************************************************
016600*  TRANSACTION POSTING JOURNAL PRINT LINE                       *
017800     05  WSS-TJR-NEW-BAL       PIC ZZZ,ZZZ,ZZ9.99-.
017900     05  FILLER                PIC X(02) VALUE SPACES.
018000     05  WSS-TJR-NOTE          PIC X(30).
018002*
018004****************************************************************
018006*  CORRECTIONS REPORT PRINT LINE                                *
018008****************************************************************
018010 01  WSS-CRR-DETAIL.
018012     05  FILLER                PIC X(01) VALUE SPACE.
018014     05  WSS-CRR-ACCT          PIC X(10).
018016     05  FILLER                PIC X(02) VALUE SPACES.
018018     05  WSS-CRR-CUST          PIC X(10).
018020     05  FILLER                PIC X(02) VALUE SPACES.
018022     05  WSS-CRR-TRAN-DATE     PIC 9(08).
018024     05  FILLER                PIC X(02) VALUE SPACES.
018026     05  WSS-CRR-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
018028     05  FILLER                PIC X(02) VALUE SPACES.
018030     05  WSS-CRR-ORIG-DATE     PIC 9(08).
018032     05  FILLER                PIC X(03) VALUE SPACES.
018034     05  WSS-CRR-ORIG-CODE     PIC X(02).
018036     05  FILLER                PIC X(03) VALUE SPACES.
018038     05  WSS-CRR-ORIG-TRAN     PIC X(08).
018040     05  FILLER                PIC X(02) VALUE SPACES.
018042     05  WSS-CRR-STATUS        PIC X(30).
018100*
018200 LINKAGE SECTION.
018300     COPY STEPSTAT.
021300        PERFORM 3000-WRITE-POSTED-MASTER
021400            THRU 3000-WRITE-POSTED-MASTER-EXIT
021500     END-IF.
021510     IF NOT WSS-POSTING-FAILED
021520        PERFORM 3500-WRITE-CORRECTIONS
021530            THRU 3500-WRITE-CORRECTIONS-EXIT
021540     END-IF.
021600     PERFORM 9000-TERMINATE
021700         THRU 9000-TERMINATE-EXIT.
021800     GOBACK.
022600****************************************************************
022700 1000-INITIALIZE.
022800     MOVE SS-RUN-DATE TO WSS-RUN-DATE.
022810     PERFORM 1200-READ-NSFPARMS
022820         THRU 1200-READ-NSFPARMS-EXIT.
022900     OPEN INPUT EXTRACT-FILE.
023000     IF WSS-FS-EXTRACT NOT EQUAL "00"
023100        SET WSS-POSTING-FAILED TO TRUE
026400        MOVE SPACES TO SS-MESSAGE
026500        STRING "MG8 - TRNJRNL OPEN FAILED, STATUS "
026600            WSS-FS-TRNJRNL DELIMITED BY SIZE INTO SS-MESSAGE
026610        GO TO 1000-INITIALIZE-EXIT
026620     END-IF.
026630     OPEN OUTPUT RETITEM-FILE.
026640     IF WSS-FS-RETITEM NOT EQUAL "00"
026650        SET WSS-POSTING-FAILED TO TRUE
026660        MOVE SPACES TO SS-MESSAGE
026670        STRING "MG8 - RETITEM OPEN FAILED, STATUS "
026680            WSS-FS-RETITEM DELIMITED BY SIZE INTO SS-MESSAGE
026690        GO TO 1000-INITIALIZE-EXIT
026700     END-IF.
026710     OPEN I-O TRANHIST-FILE.
026720     IF WSS-FS-TRANHIST NOT EQUAL "00"
026730        SET WSS-POSTING-FAILED TO TRUE
026740        MOVE SPACES TO SS-MESSAGE
026750        STRING "MG8 - TRANHIST OPEN FAILED, STATUS "
026760            WSS-FS-TRANHIST DELIMITED BY SIZE INTO SS-MESSAGE
026770        GO TO 1000-INITIALIZE-EXIT
026772     END-IF.
026774     OPEN OUTPUT CORRRPT-FILE.
026776     IF WSS-FS-CORRRPT NOT EQUAL "00"
026778        SET WSS-POSTING-FAILED TO TRUE
026780        MOVE SPACES TO SS-MESSAGE
026782        STRING "MG8 - CORRRPT OPEN FAILED, STATUS "
026784            WSS-FS-CORRRPT DELIMITED BY SIZE INTO SS-MESSAGE
026786     END-IF.
026800 1000-INITIALIZE-EXIT.
026900     EXIT.
026901*
026902****************************************************************
026903*  1200-READ-NSFPARMS                                           *
026904*  A MISSING OR EMPTY NSFPARMS RUNS ON THE COMPILED-IN          *
026905*  DEFAULTS - NO OVERDRAFT ON EITHER ACCOUNT TYPE AND A 35.00   *
026906*  FEE - LIKE A MISSING EXCPARMS.                               *
026907****************************************************************
026908 1200-READ-NSFPARMS.
026909     OPEN INPUT NSFPARMS-FILE.
026910     IF WSS-FS-NSFPARMS NOT EQUAL "00"
026911        DISPLAY "MG8 - NSFPARMS NOT AVAILABLE, STATUS "
026912            WSS-FS-NSFPARMS " - USING DEFAULT LIMITS"
026913        GO TO 1200-READ-NSFPARMS-EXIT
026914     END-IF.
026915     MOVE "N" TO WSS-NSFPARMS-EOF-SW.
026916     PERFORM 1300-READ-ONE-NSFPARM
026917         THRU 1300-READ-ONE-NSFPARM-EXIT
026918         UNTIL WSS-NSFPARMS-EOF.
026919     CLOSE NSFPARMS-FILE.
026920 1200-READ-NSFPARMS-EXIT.
026921     EXIT.
026922*
026923****************************************************************
026924*  1300-READ-ONE-NSFPARM                                        *
026925****************************************************************
026926 1300-READ-ONE-NSFPARM.
026927     READ NSFPARMS-FILE
026928        AT END
026929           SET WSS-NSFPARMS-EOF TO TRUE
026930           GO TO 1300-READ-ONE-NSFPARM-EXIT
026931     END-READ.
026932     IF NSFP-KEYWORD EQUAL SPACES
026933        OR NSFP-KEYWORD (1:1) EQUAL "*"
026934        GO TO 1300-READ-ONE-NSFPARM-EXIT
026935     END-IF.
026936     IF NSFP-VALUE NOT NUMERIC
026937        DISPLAY "MG8 - NSFPARMS CARD " NSFP-KEYWORD
026938            " VALUE NOT NUMERIC - CARD IGNORED"
026939        GO TO 1300-READ-ONE-NSFPARM-EXIT
026940     END-IF.
026941     EVALUATE TRUE
026942         WHEN NSFP-KW-ODLIMIT-CK
026943             MOVE NSFP-VALUE TO WSS-OD-LIMIT-CK
026944         WHEN NSFP-KW-ODLIMIT-SV
026945             MOVE NSFP-VALUE TO WSS-OD-LIMIT-SV
026946         WHEN NSFP-KW-NSF-FEE
026947             MOVE NSFP-VALUE TO WSS-NSF-FEE
026948         WHEN OTHER
026949             DISPLAY "MG8 - NSFPARMS KEYWORD " NSFP-KEYWORD
026950                 " NOT RECOGNIZED - CARD IGNORED"
026951     END-EVALUATE.
026952 1300-READ-ONE-NSFPARM-EXIT.
026953     EXIT.
027000*
027100****************************************************************
027200*  1500-LOAD-ACCOUNT-TABLE                                      *
036400*  UPDATED RECORD GOES BACK TO THE TABLE AND BOTH SIDES GO ON   *
036500*  THE JOURNAL.  A CODE THE FRONT-END EDIT SHOULD HAVE CAUGHT   *
036600*  IS SUSPENDED RATHER THAN GUESSED AT.                         *
036610*  AN ACCOUNT CLOSED BY THE MG14 MAINTENANCE TAKES NO MORE      *
036620*  POSTINGS - ITS TRANSACTIONS ARE SUSPENDED FOR REVIEW.        *
036630*  LOAN ACCOUNTS, AND LOAN PAYMENTS WHEREVER THEY ARE AIMED,    *
036640*  ARE HANDED TO 2400-APPLY-LOAN-TRANSACTION.                   *
036650*  A WITHDRAWAL BEYOND THE BALANCE PLUS THE OVERDRAFT LIMIT     *
036660*  FOR THE ACCOUNT TYPE IS RETURNED BY 2700-RETURN-ITEM.        *
036670*  A TRANSFER IS HANDED TO 2800-APPLY-TRANSFER.                 *
036675*  A REVERSAL POSTS THE OPPOSITE OF THE ORIGINAL'S CODE AND IS  *
036680*  HELD FOR MARKING BY 2850-RECORD-REVERSAL.  EVERY POSTING IS  *
036685*  ADDED TO TRANHIST BY 2900-WRITE-HISTORY.                     *
036700****************************************************************
036800 2200-APPLY-TRANSACTION.
036900     MOVE WSS-AC-REC (WSS-AC-IX) TO WACC-REC.
037000     MOVE WACC-BALANCE TO WSS-OLD-BALANCE.
037010     IF WACC-STATUS-CLOSED
037020        MOVE "CLO" TO WSS-SUSP-CODE
037030        MOVE "ACCOUNT CLOSED AT POST" TO WSS-SUSP-TEXT
037040        PERFORM 2300-WRITE-POST-SUSPENSE
037050            THRU 2300-WRITE-POST-SUSPENSE-EXIT
037060        GO TO 2200-APPLY-TRANSACTION-EXIT
037070     END-IF.
037072     IF WACC-TYPE-LOAN
037074        OR EXTR-TRAN-CODE EQUAL "LP"
037076        PERFORM 2400-APPLY-LOAN-TRANSACTION
037078            THRU 2400-APPLY-LOAN-TRANSACTION-EXIT
037080        GO TO 2200-APPLY-TRANSACTION-EXIT
037082     END-IF.
037100     EVALUATE EXTR-TRAN-CODE
037200         WHEN "DP"
037300         WHEN "IN"
037400             MOVE EXTR-AMOUNT TO WSS-TRAN-EFFECT
037500         WHEN "WD"
037510             COMPUTE WSS-TRAN-EFFECT = ZERO - EXTR-AMOUNT
037520             IF WACC-TYPE-SAVINGS
037530                MOVE WSS-OD-LIMIT-SV TO WSS-OD-LIMIT
037540             ELSE
037550                MOVE WSS-OD-LIMIT-CK TO WSS-OD-LIMIT
037560             END-IF
037570             COMPUTE WSS-AVAIL-BALANCE =
037580                 WSS-OLD-BALANCE + WSS-OD-LIMIT
037590             IF EXTR-AMOUNT GREATER THAN WSS-AVAIL-BALANCE
037600                PERFORM 2700-RETURN-ITEM
037610                    THRU 2700-RETURN-ITEM-EXIT
037620                GO TO 2200-APPLY-TRANSACTION-EXIT
037630             END-IF
037640         WHEN "FE"
037650             COMPUTE WSS-TRAN-EFFECT = ZERO - EXTR-AMOUNT
037651         WHEN "RV"
037652             EVALUATE EXTR-ORIG-CODE
037653                 WHEN "DP"
037654                 WHEN "IN"
037655                     COMPUTE WSS-TRAN-EFFECT = ZERO - EXTR-AMOUNT
037656                 WHEN "WD"
037657                 WHEN "FE"
037658                     MOVE EXTR-AMOUNT TO WSS-TRAN-EFFECT
037659                 WHEN OTHER
037660                     MOVE "RVC" TO WSS-SUSP-CODE
037661                     MOVE "ORIGINAL CODE NOT REVERSIBLE"
037662                         TO WSS-SUSP-TEXT
037663                     PERFORM 2300-WRITE-POST-SUSPENSE
037664                         THRU 2300-WRITE-POST-SUSPENSE-EXIT
037665                     GO TO 2200-APPLY-TRANSACTION-EXIT
037666             END-EVALUATE
037667         WHEN "XF"
037670             PERFORM 2800-APPLY-TRANSFER
037680                 THRU 2800-APPLY-TRANSFER-EXIT
037690             GO TO 2200-APPLY-TRANSACTION-EXIT
037800         WHEN OTHER
037900             MOVE "TRC" TO WSS-SUSP-CODE
038000             MOVE "INVALID CODE AT POSTING"
038850     MOVE WSS-RUN-DATE TO WACC-LAST-ACTIVITY.
038900     MOVE WACC-REC TO WSS-AC-REC (WSS-AC-IX).
039000     MOVE SPACES TO WSS-TJR-NOTE.
039010     IF EXTR-TRAN-CODE EQUAL "RV"
039020        STRING "REVERSAL OF " EXTR-ORIG-CODE " " EXTR-ORIG-DATE
039030            DELIMITED BY SIZE INTO WSS-TJR-NOTE
039040     END-IF.
039100     PERFORM 2600-WRITE-JOURNAL-LINE
039200         THRU 2600-WRITE-JOURNAL-LINE-EXIT.
039300     ADD 1 TO WSS-TRAN-POSTED.
039400     ADD EXTR-AMOUNT TO WSS-AMT-POSTED.
039500     ADD WSS-TRAN-EFFECT TO WSS-NET-CHANGE.
039510     MOVE EXTR-REC TO HIST-REC.
039520     PERFORM 2900-WRITE-HISTORY
039530         THRU 2900-WRITE-HISTORY-EXIT.
039540     IF EXTR-TRAN-CODE EQUAL "RV"
039550        PERFORM 2850-RECORD-REVERSAL
039560            THRU 2850-RECORD-REVERSAL-EXIT
039570     END-IF.
039600 2200-APPLY-TRANSACTION-EXIT.
039700     EXIT.
039800*
041000     MOVE EXTR-TRAN-CODE TO WTRN-CODE.
041100     MOVE EXTR-TRAN-DATE TO WTRN-DATE.
041200     MOVE EXTR-AMOUNT    TO WTRN-AMOUNT.
041250     MOVE EXTR-XFER-ACCT-NO TO WTRN-TO-ACCT-NO.
041260     IF EXTR-TRAN-CODE EQUAL "RV"
041270        MOVE EXTR-ORIG-DATE TO WTRN-ORIG-DATE
041280        MOVE EXTR-ORIG-CODE TO WTRN-ORIG-CODE
041290     END-IF.
041300     MOVE SPACES TO PSUS-REC.
041400     MOVE WTRN-REC TO PSUS-TRAN-DATA.
041500     MOVE WSS-SUSP-CODE TO PSUS-REASON-CODE.
043500     END-IF.
043600 2300-WRITE-POST-SUSPENSE-EXIT.
043700     EXIT.
043701*
043702****************************************************************
043703*  2400-APPLY-LOAN-TRANSACTION                                  *
043704*  A LOAN BALANCE IS PRINCIPAL OWED TO THE BANK, SO THE SIGNS   *
043705*  RUN THE OTHER WAY FROM A DEPOSIT.  LP - OR A DP, WHICH IS A  *
043706*  PAYMENT WHEN IT IS MADE AGAINST A LOAN - SETTLES THE ACCRUED *
043707*  INTEREST RECEIVABLE FIRST AND ONLY THE REMAINDER REDUCES     *
043708*  PRINCIPAL; THE JOURNAL NOTE SHOWS THE INTEREST PORTION AND   *
043709*  THE EFFECT COLUMN THE PRINCIPAL PORTION.  FE ADDS TO THE     *
043710*  AMOUNT OWED.  A DEBIT AGAINST A LOAN (WD, XF AND THE LIKE)   *
043711*  AND A LOAN PAYMENT AIMED AT A DEPOSIT ACCOUNT ARE SUSPENDED, *
043712*  AS IS A PAYMENT LARGER THAN THE PAYOFF, SO AN OVERPAYMENT IS *
043713*  REFUNDED BY HAND RATHER THAN LEFT AS A CREDIT ON THE LOAN.   *
043714*  THE ONLY REVERSAL A LOAN TAKES IS OF A FEE, WHICH TAKES THE  *
043716*  FEE BACK OFF THE AMOUNT OWED.                                *
043718****************************************************************
043720 2400-APPLY-LOAN-TRANSACTION.
043722     IF NOT WACC-TYPE-LOAN
043724        MOVE "LPA" TO WSS-SUSP-CODE
043726        MOVE "LOAN PAYMENT TO NON-LOAN ACCT" TO WSS-SUSP-TEXT
043728        PERFORM 2300-WRITE-POST-SUSPENSE
043730            THRU 2300-WRITE-POST-SUSPENSE-EXIT
043732        GO TO 2400-APPLY-LOAN-TRANSACTION-EXIT
043734     END-IF.
043736*    A RECORD FROM BEFORE THE ACCRUAL BUCKET EXISTED READS AS
043738*    ZERO ACCRUED.
043740     IF WACC-ACCRUED-INT NUMERIC
043742        MOVE WACC-ACCRUED-INT TO WSS-LOAN-ACCRUED
043744     ELSE
043746        MOVE ZERO TO WSS-LOAN-ACCRUED
043748     END-IF.
043750     MOVE ZERO TO WSS-LOAN-INT-PAID.
043752     MOVE SPACES TO WSS-TJR-NOTE.
043754     EVALUATE EXTR-TRAN-CODE
043756         WHEN "LP"
043757         WHEN "DP"
043758             IF EXTR-AMOUNT GREATER THAN WSS-LOAN-ACCRUED
043760                MOVE WSS-LOAN-ACCRUED TO WSS-LOAN-INT-PAID
043762             ELSE
043764                MOVE EXTR-AMOUNT TO WSS-LOAN-INT-PAID
043766             END-IF
043768             COMPUTE WSS-LOAN-PRIN-PAID =
043770                 EXTR-AMOUNT - WSS-LOAN-INT-PAID
043772             IF WSS-LOAN-PRIN-PAID GREATER THAN WSS-OLD-BALANCE
043774                MOVE "LPO" TO WSS-SUSP-CODE
043776                MOVE "PAYMENT EXCEEDS LOAN PAYOFF"
043778                    TO WSS-SUSP-TEXT
043780                PERFORM 2300-WRITE-POST-SUSPENSE
043782                    THRU 2300-WRITE-POST-SUSPENSE-EXIT
043784                GO TO 2400-APPLY-LOAN-TRANSACTION-EXIT
043786             END-IF
043788             COMPUTE WSS-TRAN-EFFECT = ZERO - WSS-LOAN-PRIN-PAID
043790             SUBTRACT WSS-LOAN-INT-PAID FROM WSS-LOAN-ACCRUED
043792             MOVE WSS-LOAN-ACCRUED TO WACC-ACCRUED-INT
043794             MOVE WSS-RUN-DATE TO WACC-LAST-PAYMENT
043796             MOVE WSS-LOAN-INT-PAID TO WSS-NOTE-AMT-EDIT
043798             STRING "INTEREST PAID " WSS-NOTE-AMT-EDIT
043800                 DELIMITED BY SIZE INTO WSS-TJR-NOTE
043802         WHEN "FE"
043804             MOVE EXTR-AMOUNT TO WSS-TRAN-EFFECT
043806         WHEN "RV"
043808             IF EXTR-ORIG-CODE NOT EQUAL "FE"
043810                MOVE "LNC" TO WSS-SUSP-CODE
043812                MOVE "CODE NOT VALID FOR A LOAN" TO WSS-SUSP-TEXT
043814                PERFORM 2300-WRITE-POST-SUSPENSE
043816                    THRU 2300-WRITE-POST-SUSPENSE-EXIT
043818                GO TO 2400-APPLY-LOAN-TRANSACTION-EXIT
043820             END-IF
043822             COMPUTE WSS-TRAN-EFFECT = ZERO - EXTR-AMOUNT
043824             STRING "REVERSAL OF " EXTR-ORIG-CODE " "
043826                 EXTR-ORIG-DATE
043828                 DELIMITED BY SIZE INTO WSS-TJR-NOTE
043830         WHEN OTHER
043832             MOVE "LNC" TO WSS-SUSP-CODE
043834             MOVE "CODE NOT VALID FOR A LOAN" TO WSS-SUSP-TEXT
043836             PERFORM 2300-WRITE-POST-SUSPENSE
043838                 THRU 2300-WRITE-POST-SUSPENSE-EXIT
043840             GO TO 2400-APPLY-LOAN-TRANSACTION-EXIT
043842     END-EVALUATE.
043844     COMPUTE WSS-NEW-BALANCE =
043846         WSS-OLD-BALANCE + WSS-TRAN-EFFECT.
043848     MOVE WSS-NEW-BALANCE TO WACC-BALANCE.
043850     MOVE WSS-RUN-DATE TO WACC-LAST-ACTIVITY.
043852     MOVE WACC-REC TO WSS-AC-REC (WSS-AC-IX).
043854     PERFORM 2600-WRITE-JOURNAL-LINE
043856         THRU 2600-WRITE-JOURNAL-LINE-EXIT.
043858     ADD 1 TO WSS-TRAN-POSTED.
043860     ADD EXTR-AMOUNT TO WSS-AMT-POSTED.
043862     ADD WSS-TRAN-EFFECT TO WSS-NET-CHANGE.
043864     IF EXTR-TRAN-CODE EQUAL "LP" OR "DP"
043866        ADD 1 TO WSS-LOAN-PAYMENTS
043868        ADD WSS-LOAN-INT-PAID TO WSS-LOAN-INT-TOTAL
043870     END-IF.
043872     MOVE EXTR-REC TO HIST-REC.
043874     PERFORM 2900-WRITE-HISTORY
043876         THRU 2900-WRITE-HISTORY-EXIT.
043878     IF EXTR-TRAN-CODE EQUAL "RV"
043880        PERFORM 2850-RECORD-REVERSAL
043882            THRU 2850-RECORD-REVERSAL-EXIT
043884     END-IF.
043886 2400-APPLY-LOAN-TRANSACTION-EXIT.
043888     EXIT.
043890*
043900****************************************************************
044000*  2500-WRITE-JOURNAL-TOTALS                                    *
044100****************************************************************
046500     STRING " NET BALANCE CHANGE: " WSS-AMOUNT-EDIT
046600         DELIMITED BY SIZE INTO TJR-TEXT.
046700     WRITE TRNJRNL-LINE.
046705     MOVE SPACES TO TJR-TEXT.
046710     MOVE WSS-LOAN-PAYMENTS TO WSS-COUNT-EDIT.
046715     STRING " LOAN PAYMENTS POSTED: " WSS-COUNT-EDIT
046720         DELIMITED BY SIZE INTO TJR-TEXT.
046725     WRITE TRNJRNL-LINE.
046730     MOVE SPACES TO TJR-TEXT.
046735     MOVE WSS-LOAN-INT-TOTAL TO WSS-AMOUNT-EDIT.
046740     STRING " LOAN INTEREST COLLECTED: " WSS-AMOUNT-EDIT
046745         DELIMITED BY SIZE INTO TJR-TEXT.
046750     WRITE TRNJRNL-LINE.
046752     MOVE SPACES TO TJR-TEXT.
046754     MOVE WSS-TRAN-RETURNED TO WSS-COUNT-EDIT.
046756     MOVE WSS-AMT-RETURNED TO WSS-AMOUNT-EDIT.
046758     STRING " ITEMS RETURNED NSF: " WSS-COUNT-EDIT
046760         "  AMOUNT: " WSS-AMOUNT-EDIT
046762         DELIMITED BY SIZE INTO TJR-TEXT.
046764     WRITE TRNJRNL-LINE.
046766     MOVE SPACES TO TJR-TEXT.
046768     MOVE WSS-NSF-FEES TO WSS-COUNT-EDIT.
046770     MOVE WSS-AMT-NSF-FEES TO WSS-AMOUNT-EDIT.
046772     STRING " NSF FEES CHARGED: " WSS-COUNT-EDIT
046774         "  AMOUNT: " WSS-AMOUNT-EDIT
046776         DELIMITED BY SIZE INTO TJR-TEXT.
046778     WRITE TRNJRNL-LINE.
046779     MOVE SPACES TO TJR-TEXT.
046780     MOVE WSS-XFER-LEGS-OUT TO WSS-COUNT-EDIT.
046781     MOVE WSS-AMT-XFER-OUT TO WSS-AMOUNT-EDIT.
046782     STRING " TRANSFER LEGS OUT: " WSS-COUNT-EDIT
046783         "  AMOUNT: " WSS-AMOUNT-EDIT
046784         DELIMITED BY SIZE INTO TJR-TEXT.
046785     WRITE TRNJRNL-LINE.
046786     MOVE SPACES TO TJR-TEXT.
046787     MOVE WSS-XFER-LEGS-IN TO WSS-COUNT-EDIT.
046788     MOVE WSS-AMT-XFER-IN TO WSS-AMOUNT-EDIT.
046789     STRING " TRANSFER LEGS IN:  " WSS-COUNT-EDIT
046790         "  AMOUNT: " WSS-AMOUNT-EDIT
046791         DELIMITED BY SIZE INTO TJR-TEXT.
046792     WRITE TRNJRNL-LINE.
046793     MOVE SPACES TO TJR-TEXT.
046794     MOVE WSS-REV-POSTED TO WSS-COUNT-EDIT.
046795     MOVE WSS-AMT-REV-POSTED TO WSS-AMOUNT-EDIT.
046796     STRING " REVERSALS POSTED:  " WSS-COUNT-EDIT
046797         "  AMOUNT: " WSS-AMOUNT-EDIT
046798         DELIMITED BY SIZE INTO TJR-TEXT.
046799     WRITE TRNJRNL-LINE.
046800 2500-WRITE-JOURNAL-TOTALS-EXIT.
046900     EXIT.
047000*
047400*  WSS-NEW-BALANCE AND WSS-TJR-NOTE FIRST.                      *
047500****************************************************************
047600 2600-WRITE-JOURNAL-LINE.
047700     IF WSS-XFER-IN-LINE
047710        MOVE EXTR-XFER-ACCT-NO TO WSS-TJR-ACCT
047720     ELSE
047730        MOVE EXTR-ACCT-NO      TO WSS-TJR-ACCT
047740     END-IF.
047800     IF WSS-FEE-LINE
047810        MOVE "FE"             TO WSS-TJR-CODE
047820     ELSE
047830        MOVE EXTR-TRAN-CODE   TO WSS-TJR-CODE
047840     END-IF.
047900     MOVE WSS-OLD-BALANCE  TO WSS-TJR-OLD-BAL.
048000     MOVE WSS-TRAN-EFFECT  TO WSS-TJR-EFFECT.
048100     MOVE WSS-NEW-BALANCE  TO WSS-TJR-NEW-BAL.
049200     END-IF.
049300 2600-WRITE-JOURNAL-LINE-EXIT.
049400     EXIT.
049401*
049402****************************************************************
049403*  2700-RETURN-ITEM                                             *
049404*  THE WITHDRAWAL IN HAND IS MORE THAN THE BALANCE PLUS THE     *
049405*  OVERDRAFT LIMIT WILL COVER.  IT DOES NOT POST - THE FEED-    *
049406*  RECORD IMAGE GOES TO RETITEM WITH THE BALANCE AND LIMIT IT   *
049407*  WAS DECIDED AGAINST, THE JOURNAL SHOWS IT RETURNED, AND THE  *
049408*  STEP ENDS WITH A WARNING.  THE NSF FEE, IF ANY, IS POSTED    *
049409*  BY 2750-POST-NSF-FEE.                                        *
049410****************************************************************
049411 2700-RETURN-ITEM.
049412     MOVE SPACES TO WTRN-REC.
049413     MOVE EXTR-CUST-NO   TO WTRN-CUST-NO.
049414     MOVE EXTR-ACCT-NO   TO WTRN-ACCT-NO.
049415     MOVE EXTR-TRAN-CODE TO WTRN-CODE.
049416     MOVE EXTR-TRAN-DATE TO WTRN-DATE.
049417     MOVE EXTR-AMOUNT    TO WTRN-AMOUNT.
049418     MOVE SPACES TO RETI-REC.
049419     MOVE WTRN-REC TO RETI-TRAN-DATA.
049420     SET RETI-REASON-NSF TO TRUE.
049421     MOVE "INSUFFICIENT FUNDS" TO RETI-REASON-TEXT.
049422     MOVE WSS-RUN-DATE    TO RETI-RUN-DATE.
049423     MOVE WSS-OLD-BALANCE TO RETI-BALANCE.
049424     MOVE WSS-OD-LIMIT    TO RETI-OD-LIMIT.
049425     MOVE WSS-NSF-FEE     TO RETI-FEE-AMOUNT.
049426     WRITE RETI-REC.
049427     IF WSS-FS-RETITEM NOT EQUAL "00"
049428        SET WSS-POSTING-FAILED TO TRUE
049429        SET WSS-EXTRACT-EOF    TO TRUE
049430        MOVE SPACES TO SS-MESSAGE
049431        STRING "MG8 - RETITEM WRITE FAILED, STATUS "
049432            WSS-FS-RETITEM DELIMITED BY SIZE INTO SS-MESSAGE
049433        GO TO 2700-RETURN-ITEM-EXIT
049434     END-IF.
049435     ADD 1 TO WSS-TRAN-RETURNED.
049436     ADD EXTR-AMOUNT TO WSS-AMT-RETURNED.
049437     MOVE WSS-OLD-BALANCE TO WSS-NEW-BALANCE.
049438     MOVE ZERO TO WSS-TRAN-EFFECT.
049439     MOVE "RETURNED - INSUFFICIENT FUNDS" TO WSS-TJR-NOTE.
049440     PERFORM 2600-WRITE-JOURNAL-LINE
049441         THRU 2600-WRITE-JOURNAL-LINE-EXIT.
049442     IF WSS-POSTING-PASSED
049443        SET WSS-POSTING-WARNING TO TRUE
049444     END-IF.
049445     IF WSS-NSF-FEE GREATER THAN ZERO
049446        AND NOT WSS-POSTING-FAILED
049447        PERFORM 2750-POST-NSF-FEE
049448            THRU 2750-POST-NSF-FEE-EXIT
049449     END-IF.
049450 2700-RETURN-ITEM-EXIT.
049451     EXIT.
049452*
049453****************************************************************
049454*  2750-POST-NSF-FEE                                            *
049455*  THE FEE FOR A RETURNED ITEM POSTS AGAINST THE SAME ACCOUNT   *
049456*  WHATEVER IT DOES TO THE BALANCE - THE OVERDRAFT LIMIT        *
049457*  GOVERNS CUSTOMER WITHDRAWALS, NOT THE BANK'S OWN CHARGE.     *
049458*  IT IS JOURNALED AS AN FE LINE AND ADDED TO TRANHIST SO THE   *
049459*  STATEMENT SHOWS IT.  IT IS COUNTED IN THE NSF FEE TOTALS,    *
049460*  NOT THE POSTED TOTALS, WHICH BALANCE TO THE EXTRACT.         *
049461****************************************************************
049462 2750-POST-NSF-FEE.
049463     COMPUTE WSS-TRAN-EFFECT = ZERO - WSS-NSF-FEE.
049464     COMPUTE WSS-NEW-BALANCE =
049465         WSS-OLD-BALANCE + WSS-TRAN-EFFECT.
049466     MOVE WSS-NEW-BALANCE TO WACC-BALANCE.
049467     MOVE WSS-RUN-DATE TO WACC-LAST-ACTIVITY.
049468     MOVE WACC-REC TO WSS-AC-REC (WSS-AC-IX).
049469     MOVE "NSF FEE - RETURNED ITEM" TO WSS-TJR-NOTE.
049470     SET WSS-FEE-LINE TO TRUE.
049471     PERFORM 2600-WRITE-JOURNAL-LINE
049472         THRU 2600-WRITE-JOURNAL-LINE-EXIT.
049473     MOVE "N" TO WSS-FEE-LINE-SW.
049474     ADD 1 TO WSS-NSF-FEES.
049475     ADD WSS-NSF-FEE TO WSS-AMT-NSF-FEES.
049476     ADD WSS-TRAN-EFFECT TO WSS-NET-CHANGE.
049477     MOVE EXTR-REC TO HIST-REC.
049478     MOVE "FE"         TO HIST-TRAN-CODE.
049479     MOVE WSS-RUN-DATE TO HIST-TRAN-DATE.
049480     MOVE WSS-NSF-FEE  TO HIST-AMOUNT.
049481     PERFORM 2900-WRITE-HISTORY
049485         THRU 2900-WRITE-HISTORY-EXIT.
049489 2750-POST-NSF-FEE-EXIT.
049490     EXIT.
049491*
049492****************************************************************
049493*  2800-APPLY-TRANSFER                                          *
049494*  WACC-REC HOLDS THE FROM-ACCOUNT, ALREADY KNOWN TO BE OPEN    *
049495*  AND NOT A LOAN.  THE FROM-ACCOUNT MUST COVER THE TRANSFER    *
049496*  WITHIN ITS OVERDRAFT LIMIT, AND THE TO-ACCOUNT MUST BE ON    *
049497*  THE MASTER, OPEN, AND NOT A LOAN - LOAN PAYMENTS COME IN AS  *
049498*  LP.  ALL OF THIS IS DECIDED BEFORE EITHER BALANCE MOVES, SO  *
049499*  BOTH LEGS POST OR THE WHOLE TRANSFER IS SUSPENDED.  THE      *
049500*  TRANSFER COUNTS ONCE IN THE POSTED TOTALS, WHICH BALANCE TO  *
049501*  THE EXTRACT, AND EACH LEG COUNTS IN THE LEG TOTALS MG4 NETS  *
049502*  TO ZERO.                                                     *
049503****************************************************************
049504 2800-APPLY-TRANSFER.
049505     SET WSS-XFER-FROM-NUM TO WSS-AC-IX.
049506     IF WACC-TYPE-SAVINGS
049507        MOVE WSS-OD-LIMIT-SV TO WSS-OD-LIMIT
049508     ELSE
049509        MOVE WSS-OD-LIMIT-CK TO WSS-OD-LIMIT
049510     END-IF.
049511     COMPUTE WSS-AVAIL-BALANCE =
049512         WSS-OLD-BALANCE + WSS-OD-LIMIT.
049513     IF EXTR-AMOUNT GREATER THAN WSS-AVAIL-BALANCE
049514        MOVE "XFN" TO WSS-SUSP-CODE
049515        MOVE "INSUFFICIENT FUNDS TO TRANSFER" TO WSS-SUSP-TEXT
049516        PERFORM 2300-WRITE-POST-SUSPENSE
049517            THRU 2300-WRITE-POST-SUSPENSE-EXIT
049518        GO TO 2800-APPLY-TRANSFER-EXIT
049519     END-IF.
049520     MOVE "N" TO WSS-ACCT-MATCH-SW.
049521     SET WSS-AC-IX TO 1.
049522     SEARCH WSS-ACCT-ENTRY
049523        AT END
049524           MOVE "N" TO WSS-ACCT-MATCH-SW
049525        WHEN WSS-AC-IX GREATER THAN WSS-ACCT-LOADED
049526           MOVE "N" TO WSS-ACCT-MATCH-SW
049527        WHEN WSS-AC-NUMBER (WSS-AC-IX) EQUAL EXTR-XFER-ACCT-NO
049528           SET WSS-ACCT-FOUND TO TRUE
049529     END-SEARCH.
049530     IF NOT WSS-ACCT-FOUND
049531        MOVE "XFA" TO WSS-SUSP-CODE
049532        MOVE "TO-ACCOUNT NOT ON MASTER" TO WSS-SUSP-TEXT
049533        PERFORM 2300-WRITE-POST-SUSPENSE
049534            THRU 2300-WRITE-POST-SUSPENSE-EXIT
049535        GO TO 2800-APPLY-TRANSFER-EXIT
049536     END-IF.
049537     SET WSS-XFER-TO-NUM TO WSS-AC-IX.
049538     IF WSS-XFER-TO-NUM EQUAL WSS-XFER-FROM-NUM
049539        MOVE "XFS" TO WSS-SUSP-CODE
049540        MOVE "TRANSFER TO THE SAME ACCOUNT" TO WSS-SUSP-TEXT
049541        PERFORM 2300-WRITE-POST-SUSPENSE
049542            THRU 2300-WRITE-POST-SUSPENSE-EXIT
049543        GO TO 2800-APPLY-TRANSFER-EXIT
049544     END-IF.
049545     MOVE WSS-AC-REC (WSS-AC-IX) TO XACC-REC.
049546     IF XACC-STATUS-CLOSED
049547        MOVE "XFC" TO WSS-SUSP-CODE
049548        MOVE "TO-ACCOUNT CLOSED AT POST" TO WSS-SUSP-TEXT
049549        PERFORM 2300-WRITE-POST-SUSPENSE
049550            THRU 2300-WRITE-POST-SUSPENSE-EXIT
049551        GO TO 2800-APPLY-TRANSFER-EXIT
049552     END-IF.
049553     IF XACC-TYPE-LOAN
049554        MOVE "XFL" TO WSS-SUSP-CODE
049555        MOVE "TRANSFER TO A LOAN ACCOUNT" TO WSS-SUSP-TEXT
049556        PERFORM 2300-WRITE-POST-SUSPENSE
049557            THRU 2300-WRITE-POST-SUSPENSE-EXIT
049558        GO TO 2800-APPLY-TRANSFER-EXIT
049559     END-IF.
049560*    BOTH SIDES ARE GOOD - THE FROM (OUT) LEG FIRST.
049561     COMPUTE WSS-TRAN-EFFECT = ZERO - EXTR-AMOUNT.
049562     COMPUTE WSS-NEW-BALANCE =
049563         WSS-OLD-BALANCE + WSS-TRAN-EFFECT.
049564     MOVE WSS-NEW-BALANCE TO WACC-BALANCE.
049565     MOVE WSS-RUN-DATE TO WACC-LAST-ACTIVITY.
049566     SET WSS-AC-IX TO WSS-XFER-FROM-NUM.
049567     MOVE WACC-REC TO WSS-AC-REC (WSS-AC-IX).
049568     MOVE SPACES TO WSS-TJR-NOTE.
049569     STRING "TRANSFER TO " EXTR-XFER-ACCT-NO
049570         DELIMITED BY SIZE INTO WSS-TJR-NOTE.
049571     PERFORM 2600-WRITE-JOURNAL-LINE
049572         THRU 2600-WRITE-JOURNAL-LINE-EXIT.
049573     ADD 1 TO WSS-XFER-LEGS-OUT.
049574     ADD EXTR-AMOUNT TO WSS-AMT-XFER-OUT.
049575     ADD WSS-TRAN-EFFECT TO WSS-NET-CHANGE.
049576     MOVE EXTR-REC TO HIST-REC.
049577     PERFORM 2900-WRITE-HISTORY
049578         THRU 2900-WRITE-HISTORY-EXIT.
049579*    THEN THE TO (IN) LEG.
049580     MOVE XACC-BALANCE TO WSS-OLD-BALANCE.
049581     MOVE EXTR-AMOUNT TO WSS-TRAN-EFFECT.
049582     COMPUTE WSS-NEW-BALANCE =
049583         WSS-OLD-BALANCE + WSS-TRAN-EFFECT.
049584     MOVE WSS-NEW-BALANCE TO XACC-BALANCE.
049585     MOVE WSS-RUN-DATE TO XACC-LAST-ACTIVITY.
049586     SET WSS-AC-IX TO WSS-XFER-TO-NUM.
049587     MOVE XACC-REC TO WSS-AC-REC (WSS-AC-IX).
049588     MOVE SPACES TO WSS-TJR-NOTE.
049589     STRING "TRANSFER FROM " EXTR-ACCT-NO
049590         DELIMITED BY SIZE INTO WSS-TJR-NOTE.
049591     SET WSS-XFER-IN-LINE TO TRUE.
049592     PERFORM 2600-WRITE-JOURNAL-LINE
049593         THRU 2600-WRITE-JOURNAL-LINE-EXIT.
049594     MOVE "N" TO WSS-XFER-LINE-SW.
049595     ADD 1 TO WSS-XFER-LEGS-IN.
049596     ADD EXTR-AMOUNT TO WSS-AMT-XFER-IN.
049597     ADD WSS-TRAN-EFFECT TO WSS-NET-CHANGE.
049598     ADD 1 TO WSS-TRAN-POSTED.
049599     ADD EXTR-AMOUNT TO WSS-AMT-POSTED.
049600     MOVE EXTR-REC TO HIST-REC.
049601     MOVE EXTR-XFER-ACCT-NO TO HIST-ACCT-NO.
049602     MOVE EXTR-ACCT-NO      TO HIST-XFER-ACCT-NO.
049603     SET HIST-XFER-IN TO TRUE.
049604     PERFORM 2900-WRITE-HISTORY
049605         THRU 2900-WRITE-HISTORY-EXIT.
049606 2800-APPLY-TRANSFER-EXIT.
049607     EXIT.
049608*
049609****************************************************************
049610*  2850-RECORD-REVERSAL                                         *
049611*  HOLDS THE REVERSAL JUST POSTED UNTIL POSTING ENDS, WHEN      *
049612*  3600-MARK-ORIGINALS FINDS AND MARKS ITS ORIGINAL.            *
049613****************************************************************
049614 2850-RECORD-REVERSAL.
049615     IF WSS-REV-USED GREATER OR EQUAL WSS-REV-MAX
049616        SET WSS-POSTING-FAILED TO TRUE
049617        SET WSS-EXTRACT-EOF    TO TRUE
049618        MOVE "MG8 - REVERSAL TABLE OVERFLOW, RAISE WSS-REV-MAX"
049619            TO SS-MESSAGE
049620        GO TO 2850-RECORD-REVERSAL-EXIT
049621     END-IF.
049622     ADD 1 TO WSS-REV-USED.
049623     SET WSS-RV-IX TO WSS-REV-USED.
049624     MOVE EXTR-ACCT-NO   TO WSS-RV-ACCT (WSS-RV-IX).
049625     MOVE EXTR-CUST-NO   TO WSS-RV-CUST (WSS-RV-IX).
049626     MOVE EXTR-TRAN-DATE TO WSS-RV-TRAN-DATE (WSS-RV-IX).
049627     MOVE EXTR-AMOUNT    TO WSS-RV-AMOUNT (WSS-RV-IX).
049628     MOVE EXTR-ORIG-DATE TO WSS-RV-ORIG-DATE (WSS-RV-IX).
049629     MOVE EXTR-ORIG-CODE TO WSS-RV-ORIG-CODE (WSS-RV-IX).
049630     MOVE ZERO           TO WSS-RV-ORIG-TRAN (WSS-RV-IX).
049631     MOVE "N"            TO WSS-RV-MARKED-SW (WSS-RV-IX).
049632     ADD 1 TO WSS-REV-POSTED.
049633     ADD EXTR-AMOUNT TO WSS-AMT-REV-POSTED.
049634 2850-RECORD-REVERSAL-EXIT.
049635     EXIT.
049636*
049637****************************************************************
049638*  2900-WRITE-HISTORY                                           *
049639*  THE CALLER BUILDS THE HISTORY RECORD IN HIST-REC FIRST.      *
049640*  THE KEY IS THE ACCOUNT, THE BUSINESS DATE AND THE NIGHT'S    *
049641*  NEXT SEQUENCE NUMBER.  A KEY ALREADY ON FILE CAN ONLY BE     *
049642*  THIS SAME NIGHT'S POSTING FROM A RUN THAT WAS RESTARTED, SO  *
049643*  IT IS REWRITTEN RATHER THAN ADDED A SECOND TIME.             *
049644****************************************************************
049645 2900-WRITE-HISTORY.
049646     ADD 1 TO WSS-HIST-SEQ.
049647     MOVE SPACES        TO TH-REC.
049648     MOVE HIST-ACCT-NO  TO TH-ACCT-NO.
049649     MOVE HIST-RUN-DATE TO TH-RUN-DATE.
049650     MOVE WSS-HIST-SEQ  TO TH-SEQ-NO.
049651     MOVE HIST-REC      TO TH-DETAIL.
049652     WRITE TH-REC
049653        INVALID KEY
049654           REWRITE TH-REC
049656     END-WRITE.
049659     IF WSS-FS-TRANHIST NOT EQUAL "00"
049660        SET WSS-POSTING-FAILED TO TRUE
049661        SET WSS-EXTRACT-EOF    TO TRUE
049662        MOVE SPACES TO SS-MESSAGE
049663        STRING "MG8 - TRANHIST WRITE FAILED, STATUS "
049664            WSS-FS-TRANHIST DELIMITED BY SIZE INTO SS-MESSAGE
049665     END-IF.
049666 2900-WRITE-HISTORY-EXIT.
049667     EXIT.
049668*
049669****************************************************************
049700*  3000-WRITE-POSTED-MASTER                                     *
049800*  WRITES THE UPDATED IN-CORE MASTER BACK OUT TO ACCTPOST FOR   *
049900*  THE DOWNSTREAM INTEREST ACCRUAL, IN THE ORDER IT WAS READ.   *
052400     ADD 1 TO WSS-ACCT-WRITTEN.
052500 3100-WRITE-ONE-ACCOUNT-EXIT.
052600     EXIT.
052601*
052602****************************************************************
052603*  3500-WRITE-CORRECTIONS                                       *
052604*  THE DAILY CORRECTIONS REPORT.  THE ORIGINALS OF TONIGHT'S    *
052605*  REVERSALS ARE MARKED ON TRANHIST FIRST SO EACH LINE CAN SHOW *
052606*  THE ORIGINAL'S TRANSACTION DATE, THEN ONE LINE PER REVERSAL  *
052607*  IS PRINTED IN THE ORDER THEY POSTED.  A REVERSAL WHOSE       *
052608*  ORIGINAL CANNOT BE FOUND TO MARK IS FLAGGED ON THE REPORT    *
052609*  AND ENDS THE STEP WITH A WARNING.                            *
052610****************************************************************
052611 3500-WRITE-CORRECTIONS.
052612     MOVE "1" TO CRR-CC.
052613     MOVE SPACES TO CRR-TEXT.
052614     STRING "MG8 DAILY CORRECTIONS REPORT - REVERSALS POSTED"
052615         " - RUN DATE " WSS-RUN-DATE
052616         DELIMITED BY SIZE INTO CRR-TEXT.
052617     WRITE CORRRPT-LINE.
052618     MOVE " " TO CRR-CC.
052619     MOVE SPACES TO CRR-TEXT.
052620     STRING " ACCOUNT     CUSTOMER    REV DATE   "
052621         "      AMOUNT  ORIG BUS   CD   ORIG TRN  ORIGINAL ITEM"
052622         DELIMITED BY SIZE INTO CRR-TEXT.
052623     WRITE CORRRPT-LINE.
052624     MOVE ALL "-" TO CRR-TEXT.
052625     WRITE CORRRPT-LINE.
052626     IF WSS-REV-USED EQUAL ZERO
052627        MOVE SPACES TO CRR-TEXT
052628        MOVE " NO REVERSALS POSTED" TO CRR-TEXT
052629        WRITE CORRRPT-LINE
052630        GO TO 3500-WRITE-CORRECTIONS-EXIT
052631     END-IF.
052632     PERFORM 3600-MARK-ORIGINALS
052633         THRU 3600-MARK-ORIGINALS-EXIT.
052634     IF WSS-POSTING-FAILED
052635        GO TO 3500-WRITE-CORRECTIONS-EXIT
052636     END-IF.
052637     PERFORM 3700-WRITE-ONE-CORRECTION
052638         THRU 3700-WRITE-ONE-CORRECTION-EXIT
052639         VARYING WSS-REV-NUM FROM 1 BY 1
052640         UNTIL WSS-REV-NUM GREATER THAN WSS-REV-USED.
052641     MOVE ALL "-" TO CRR-TEXT.
052642     WRITE CORRRPT-LINE.
052643     MOVE SPACES TO CRR-TEXT.
052644     MOVE WSS-REV-POSTED TO WSS-COUNT-EDIT.
052645     MOVE WSS-AMT-REV-POSTED TO WSS-AMOUNT-EDIT.
052646     STRING " REVERSALS POSTED: " WSS-COUNT-EDIT
052647         "  AMOUNT: " WSS-AMOUNT-EDIT
052648         DELIMITED BY SIZE INTO CRR-TEXT.
052649     WRITE CORRRPT-LINE.
052650     MOVE SPACES TO CRR-TEXT.
052651     MOVE WSS-REV-MARKED TO WSS-COUNT-EDIT.
052652     STRING " ORIGINALS MARKED REVERSED: " WSS-COUNT-EDIT
052653         DELIMITED BY SIZE INTO CRR-TEXT.
052654     WRITE CORRRPT-LINE.
052655     IF WSS-REV-MARKED LESS THAN WSS-REV-USED
052656        AND WSS-POSTING-PASSED
052657        SET WSS-POSTING-WARNING TO TRUE
052658     END-IF.
052659 3500-WRITE-CORRECTIONS-EXIT.
052660     EXIT.
052661*
052662****************************************************************
052663*  3600-MARK-ORIGINALS                                          *
052664*  EACH REVERSAL'S ORIGINAL IS LOOKED UP BY KEY - A START ON    *
052665*  ITS ACCOUNT AND THE ORIGINAL'S BUSINESS DATE - AND REWRITTEN *
052666*  IN PLACE WITH THE REVERSED FLAG AND TONIGHT'S BUSINESS DATE. *
052667****************************************************************
052668 3600-MARK-ORIGINALS.
052669     PERFORM 3620-MARK-ONE-REVERSAL
052670         THRU 3620-MARK-ONE-REVERSAL-EXIT
052671         VARYING WSS-REV-NUM FROM 1 BY 1
052672         UNTIL WSS-REV-NUM GREATER THAN WSS-REV-USED
052673            OR WSS-POSTING-FAILED.
052674 3600-MARK-ORIGINALS-EXIT.
052675     EXIT.
052676*
052677****************************************************************
052678*  3620-MARK-ONE-REVERSAL                                       *
052679*  NO RECORD AT OR PAST THE KEY LEAVES THE REVERSAL UNMARKED,   *
052680*  AND THE CORRECTIONS REPORT FLAGS IT.                         *
052681****************************************************************
052682 3620-MARK-ONE-REVERSAL.
052683     SET WSS-RV-IX TO WSS-REV-NUM.
052684     MOVE WSS-RV-ACCT (WSS-RV-IX)      TO TH-ACCT-NO.
052685     MOVE WSS-RV-ORIG-DATE (WSS-RV-IX) TO TH-RUN-DATE.
052686     MOVE ZERO                         TO TH-SEQ-NO.
052687     MOVE "N" TO WSS-TRANHIST-EOF-SW.
052688     START TRANHIST-FILE KEY IS NOT LESS THAN TH-KEY
052689        INVALID KEY
052690           GO TO 3620-MARK-ONE-REVERSAL-EXIT
052691     END-START.
052692     PERFORM 3650-MARK-ONE-HISTORY
052693         THRU 3650-MARK-ONE-HISTORY-EXIT
052694         UNTIL WSS-TRANHIST-EOF
052695            OR WSS-RV-MARKED (WSS-RV-IX)
052696            OR WSS-POSTING-FAILED.
052697 3620-MARK-ONE-REVERSAL-EXIT.
052698     EXIT.
052699*
052700****************************************************************
052701*  3650-MARK-ONE-HISTORY                                        *
052702*  THE SCAN ENDS AT THE FIRST KEY PAST THE ORIGINAL'S ACCOUNT   *
052703*  AND BUSINESS DATE.  A REVERSAL RECORD, OR ONE ALREADY        *
052704*  REVERSED, IS NEVER AN ORIGINAL.  OTHERWISE THE FIRST RECORD  *
052705*  THAT AGREES ON AMOUNT AND CODE IS MARKED, SO TWO IDENTICAL   *
052706*  ORIGINALS TAKE TWO REVERSALS.                                *
052707****************************************************************
052708 3650-MARK-ONE-HISTORY.
052709     READ TRANHIST-FILE NEXT RECORD
052710        AT END
052711           SET WSS-TRANHIST-EOF TO TRUE
052712           GO TO 3650-MARK-ONE-HISTORY-EXIT
052713     END-READ.
052714     IF TH-ACCT-NO NOT EQUAL WSS-RV-ACCT (WSS-RV-IX)
052715        OR TH-RUN-DATE NOT EQUAL WSS-RV-ORIG-DATE (WSS-RV-IX)
052716        SET WSS-TRANHIST-EOF TO TRUE
052717        GO TO 3650-MARK-ONE-HISTORY-EXIT
052718     END-IF.
052719     MOVE TH-DETAIL TO HIST-REC.
052720     IF HIST-TRAN-CODE EQUAL "RV"
052721        OR HIST-REVERSED
052722        GO TO 3650-MARK-ONE-HISTORY-EXIT
052723     END-IF.
052724     IF HIST-AMOUNT NOT EQUAL WSS-RV-AMOUNT (WSS-RV-IX)
052725        OR HIST-TRAN-CODE NOT EQUAL WSS-RV-ORIG-CODE (WSS-RV-IX)
052726        GO TO 3650-MARK-ONE-HISTORY-EXIT
052727     END-IF.
052728     SET HIST-REVERSED TO TRUE.
052729     MOVE WSS-RUN-DATE TO HIST-REV-DATE.
052730     MOVE HIST-REC TO TH-DETAIL.
052731     REWRITE TH-REC.
052732     IF WSS-FS-TRANHIST NOT EQUAL "00"
052733        SET WSS-POSTING-FAILED TO TRUE
052734        MOVE SPACES TO SS-MESSAGE
052735        STRING "MG8 - TRANHIST REWRITE FAILED, STATUS "
052736            WSS-FS-TRANHIST DELIMITED BY SIZE INTO SS-MESSAGE
052737        GO TO 3650-MARK-ONE-HISTORY-EXIT
052738     END-IF.
052739     SET WSS-RV-MARKED (WSS-RV-IX) TO TRUE.
052740     MOVE HIST-TRAN-DATE TO WSS-RV-ORIG-TRAN (WSS-RV-IX).
052741     ADD 1 TO WSS-REV-MARKED.
052742 3650-MARK-ONE-HISTORY-EXIT.
052743     EXIT.
052744*
052745****************************************************************
052746*  3700-WRITE-ONE-CORRECTION                                    *
052747****************************************************************
052748 3700-WRITE-ONE-CORRECTION.
052749     SET WSS-RV-IX TO WSS-REV-NUM.
052750     MOVE WSS-RV-ACCT (WSS-RV-IX)      TO WSS-CRR-ACCT.
052751     MOVE WSS-RV-CUST (WSS-RV-IX)      TO WSS-CRR-CUST.
052752     MOVE WSS-RV-TRAN-DATE (WSS-RV-IX) TO WSS-CRR-TRAN-DATE.
052753     MOVE WSS-RV-AMOUNT (WSS-RV-IX)    TO WSS-CRR-AMOUNT.
052754     MOVE WSS-RV-ORIG-DATE (WSS-RV-IX) TO WSS-CRR-ORIG-DATE.
052755     MOVE WSS-RV-ORIG-CODE (WSS-RV-IX) TO WSS-CRR-ORIG-CODE.
052756     IF WSS-RV-MARKED (WSS-RV-IX)
052757        MOVE WSS-RV-ORIG-TRAN (WSS-RV-IX) TO WSS-CRR-ORIG-TRAN
052758        MOVE "MARKED REVERSED ON TRANHIST" TO WSS-CRR-STATUS
052759     ELSE
052760        MOVE SPACES TO WSS-CRR-ORIG-TRAN
052761        MOVE "*** ORIGINAL NOT FOUND ***" TO WSS-CRR-STATUS
052762     END-IF.
052763     MOVE " " TO CRR-CC.
052764     MOVE SPACES TO CRR-TEXT.
052765     MOVE WSS-CRR-DETAIL TO CRR-TEXT.
052766     WRITE CORRRPT-LINE.
052767 3700-WRITE-ONE-CORRECTION-EXIT.
052768     EXIT.
052769*
052800****************************************************************
052900*  9000-TERMINATE                                               *
053000*  CLOSES EVERYTHING AND REPORTS THE STEP RESULT AND CONTROL    *
053200****************************************************************
053300 9000-TERMINATE.
053400     CLOSE EXTRACT-FILE ACCTFILE-FILE
053450           ACCTPOST-FILE POSTSUSP-FILE TRNJRNL-FILE
053500           RETITEM-FILE TRANHIST-FILE CORRRPT-FILE.
053600     MOVE WSS-TRAN-POSTED   TO SS-TRAN-POSTED.
053700     MOVE WSS-TRAN-UNPOSTED TO SS-TRAN-UNPOSTED.
053800     MOVE WSS-AMT-POSTED    TO SS-AMT-TRAN-POSTED.
053900     MOVE WSS-AMT-UNPOSTED  TO SS-AMT-TRAN-UNPOSTED.
053910     MOVE WSS-TRAN-RETURNED TO SS-TRAN-RETURNED.
053920     MOVE WSS-AMT-RETURNED  TO SS-AMT-TRAN-RETURNED.
053930     MOVE WSS-NSF-FEES      TO SS-NSF-FEES.
053940     MOVE WSS-AMT-NSF-FEES  TO SS-AMT-NSF-FEES.
053950     MOVE WSS-XFER-LEGS-OUT TO SS-XFER-LEGS-OUT.
053960     MOVE WSS-XFER-LEGS-IN  TO SS-XFER-LEGS-IN.
053970     MOVE WSS-AMT-XFER-OUT  TO SS-AMT-XFER-OUT.
053980     MOVE WSS-AMT-XFER-IN   TO SS-AMT-XFER-IN.
054000     MOVE "MG8"        TO SS-LAST-STEP.
054100     IF WSS-POSTING-FAILED
054200        MOVE 8         TO SS-STEP-RC
054900        SET SS-STATUS-WARN TO TRUE
055000        MOVE SPACES TO SS-MESSAGE
055100        MOVE WSS-TRAN-UNPOSTED TO WSS-COUNT-EDIT
055150        MOVE WSS-TRAN-RETURNED TO WSS-RETURN-EDIT
055200        STRING "MG8 POSTING WARNING - " WSS-COUNT-EDIT
055250            " SUSPENDED," WSS-RETURN-EDIT " RETURNED"
055300            DELIMITED BY SIZE
055400            INTO SS-MESSAGE
055500     ELSE
055600        MOVE ZERO      TO SS-STEP-RC
056400     DISPLAY "MG8 - TRANSACTIONS READ:      " WSS-EXTR-READ.
056500     DISPLAY "MG8 - TRANSACTIONS POSTED:    " WSS-TRAN-POSTED.
056600     DISPLAY "MG8 - TRANSACTIONS SUSPENDED: " WSS-TRAN-UNPOSTED.
056610     DISPLAY "MG8 - ITEMS RETURNED NSF:     " WSS-TRAN-RETURNED.
056620     DISPLAY "MG8 - NSF FEES CHARGED:       " WSS-NSF-FEES.
056630     DISPLAY "MG8 - TRANSFER LEGS POSTED:   " WSS-XFER-LEGS-OUT
056640         " OUT, " WSS-XFER-LEGS-IN " IN".
056650     DISPLAY "MG8 - REVERSALS POSTED:       " WSS-REV-POSTED
056660         ", ORIGINALS MARKED " WSS-REV-MARKED.
056700     DISPLAY "MG8 - ACCOUNTS WRITTEN:       " WSS-ACCT-WRITTEN.
056800     DISPLAY "MG8 - MONETARY TRANSACTION POSTING COMPLETE".
056900 9000-TERMINATE-EXIT.
