001400*                                                              *
001500*  READS THE ACCOUNT MASTER (ACCTFILE) AND THE RATE TABLE      *
001600*  (RATETAB), APPLIES EACH ACCOUNT'S RATE TO ITS BALANCE FOR   *
001700*  THE NIGHT'S ACCRUAL, WRITES THE UPDATED ACCOUNT MASTER      *
001800*  (ACCTOUT), AND PRINTS A LINE-BY-LINE POSTING JOURNAL        *
001900*  (PSTJRNL) - OLD BALANCE, RATE APPLIED, INTEREST, NEW        *
002000*  BALANCE - SO ACCOUNTING CAN TRACE ANY DISPUTED POSTING.     *
005800*                    THE BALANCE, IN ONE JOURNALED              *
005900*                    CAPITALIZATION ENTRY PER ACCOUNT ON THE    *
006000*                    BDATE BUSINESS DATE.                       *
006010*  08/21/2026  MG    LOAN (LN) ACCOUNTS NOW ACCRUE INTEREST     *
006020*                    RECEIVABLE - INTDTL ENTRY TYPE L - AND ARE *
006030*                    NEVER CAPITALIZED AT MONTH END; THE MG8    *
006040*                    LOAN PAYMENT CLEARS THE RECEIVABLE.  ADDED *
006050*                    THE LOANDUE PAYMENT-DUE/DELINQUENCY REPORT *
006060*                    OF LOANS WITH NO PAYMENT THIS CYCLE.       *
006065*  10/15/2026  MG    THE ACCRUAL NOW COVERS EVERY CALENDAR DAY  *
006070*                    UP TO THE NEXT BUSINESS DATE - THE DAYS    *
006075*                    COME FROM MG1'S BUSINESS-DAY CALENDAR IN   *
006080*                    SS-ACCRUAL-DAYS, SO FRIDAY'S RUN ACCRUES   *
006085*                    SATURDAY AND SUNDAY TOO.  THE DAYS ARE     *
006090*                    PRINTED ON THE JOURNAL HEADING.            *
006092*  10/15/2026  MG    A BLANK ACCRUED-INTEREST BUCKET ON A LOAN  *
006094*                    CARRIED UNRATED NOW PRINTS ON LOANDUE AS   *
006096*                    ZERO.                                      *
006100****************************************************************
006200 ENVIRONMENT DIVISION.
006300 CONFIGURATION SECTION.
008000     SELECT INTDTL-FILE    ASSIGN TO INTDTL
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WSS-FS-INTDTL.
008210     SELECT LOANDUE-FILE   ASSIGN TO LOANDUE
008220         ORGANIZATION IS SEQUENTIAL
008230         FILE STATUS IS WSS-FS-LOANDUE.
008300 DATA DIVISION.
008400 FILE SECTION.
008500*
012000     RECORDING MODE IS F
012100     RECORD CONTAINS 80 CHARACTERS.
012200     COPY INTDREC.
012205*
012210****************************************************************
012215*  LOANDUE - LOAN PAYMENT-DUE / DELINQUENCY REPORT, SAME        *
012220*  CARRIAGE-CONTROL PRINT-LINE STANDARD AS PSTJRNL.             *
012225****************************************************************
012230 FD  LOANDUE-FILE
012235     RECORDING MODE IS F
012240     RECORD CONTAINS 133 CHARACTERS.
012245 01  LOANDUE-LINE.
012250     05  LDR-CC                PIC X(01).
012255     05  LDR-TEXT              PIC X(132).
012300 WORKING-STORAGE SECTION.
012400*
012500****************************************************************
013000 77  WSS-FS-ACCTOUT        PIC X(02) VALUE "00".
013100 77  WSS-FS-PSTJRNL        PIC X(02) VALUE "00".
013200 77  WSS-FS-INTDTL         PIC X(02) VALUE "00".
013250 77  WSS-FS-LOANDUE        PIC X(02) VALUE "00".
013300 77  WSS-ACCTFILE-EOF-SW   PIC X(01) VALUE "N".
013400     88  WSS-ACCTFILE-EOF           VALUE "Y".
013500 77  WSS-RATETAB-EOF-SW    PIC X(01) VALUE "N".
015200 77  WSS-COUNT-EDIT        PIC ZZZZZZ9 VALUE ZERO.
015300*
015400****************************************************************
015450*  POSTING ARITHMETIC - THE ACCRUAL FOR THE CALENDAR DAYS UP TO *
015500*  THE NEXT BUSINESS DATE AT THE ANNUAL PERCENTAGE RATE:        *
015550*  BALANCE * PCT * DAYS / 100 / 365.                            *
015700****************************************************************
015800 77  WSS-OLD-BALANCE       PIC S9(09)V99 COMP-3 VALUE ZERO.
015900 77  WSS-INTEREST          PIC S9(09)V99 COMP-3 VALUE ZERO.
016000 77  WSS-NEW-BALANCE       PIC S9(09)V99 COMP-3 VALUE ZERO.
016100 77  WSS-TOT-INTEREST      PIC S9(11)V99 COMP-3 VALUE ZERO.
016110 77  WSS-ACCRUAL-DAYS      PIC 9(03) COMP VALUE 1.
016120 77  WSS-DAYS-EDIT         PIC ZZ9 VALUE ZERO.
016200*
016300****************************************************************
016400*  ACCRUAL BUCKET AND MONTH-END CAPITALIZATION WORK FIELDS -   *
017300 77  WSS-TOT-CAPPED        PIC S9(11)V99 COMP-3 VALUE ZERO.
017400 77  WSS-INTD-TYPE         PIC X(01) VALUE "A".
017500 77  WSS-AMOUNT-EDIT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
017502*
017504****************************************************************
017506*  LOAN PAYMENT-DUE WORK FIELDS - THE BILLING CYCLE IS THE      *
017508*  CALENDAR MONTH OF THE BUSINESS DATE.  A LOAN WITH NO PAYMENT *
017510*  SINCE THE CYCLE START IS DUE; ONE WITH NO PAYMENT SINCE THE  *
017512*  PRIOR CYCLE START IS PAST DUE.                               *
017514****************************************************************
017516 77  WSS-LOAN-ACCT         PIC 9(07) COMP VALUE ZERO.
017518 77  WSS-LOAN-DUE          PIC 9(07) COMP VALUE ZERO.
017520 77  WSS-LOAN-PAST-DUE     PIC 9(07) COMP VALUE ZERO.
017522 77  WSS-LOAN-ACCRUAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
017524 77  WSS-LOAN-DUE-BAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
017526 77  WSS-LAST-PAYMENT      PIC 9(08) VALUE ZERO.
017528 01  WSS-CYCLE-START       PIC 9(08) VALUE ZERO.
017530 01  WSS-CYCLE-START-R REDEFINES WSS-CYCLE-START.
017532     05  WSS-CYC-YYYY          PIC 9(04).
017534     05  WSS-CYC-MM            PIC 9(02).
017536     05  WSS-CYC-DD            PIC 9(02).
017538 01  WSS-PRIOR-CYCLE       PIC 9(08) VALUE ZERO.
017540 01  WSS-PRIOR-CYCLE-R REDEFINES WSS-PRIOR-CYCLE.
017542     05  WSS-PRI-YYYY          PIC 9(04).
017544     05  WSS-PRI-MM            PIC 9(02).
017546     05  WSS-PRI-DD            PIC 9(02).
017548 01  WSS-LDR-DETAIL.
017550     05  FILLER                PIC X(01) VALUE SPACE.
017552     05  WSS-LDR-ACCT          PIC X(10).
017554     05  FILLER                PIC X(02) VALUE SPACES.
017556     05  WSS-LDR-CUST          PIC X(10).
017558     05  FILLER                PIC X(02) VALUE SPACES.
017560     05  WSS-LDR-PRINCIPAL     PIC ZZZ,ZZZ,ZZ9.99-.
017562     05  FILLER                PIC X(02) VALUE SPACES.
017564     05  WSS-LDR-ACCRUED       PIC ZZZ,ZZZ,ZZ9.99-.
017566     05  FILLER                PIC X(02) VALUE SPACES.
017568     05  WSS-LDR-LAST-PAY      PIC 9(08).
017570     05  FILLER                PIC X(02) VALUE SPACES.
017572     05  WSS-LDR-STATUS        PIC X(20).
017600*
017700****************************************************************
017800*  IN-CORE RATE TABLE - RATETAB IS LOADED ONCE AT START AND    *
024400     IF NOT WSS-POSTING-FAILED
024500        PERFORM 1800-WRITE-JOURNAL-HEADER
024600            THRU 1800-WRITE-JOURNAL-HEADER-EXIT
024610        PERFORM 1900-WRITE-LOANDUE-HEADER
024620            THRU 1900-WRITE-LOANDUE-HEADER-EXIT
024700        PERFORM 2100-POST-ACCOUNT
024800            THRU 2100-POST-ACCOUNT-EXIT
024900            UNTIL WSS-ACCTFILE-EOF
024910        PERFORM 2900-WRITE-LOANDUE-TOTALS
024920            THRU 2900-WRITE-LOANDUE-TOTALS-EXIT
025000        PERFORM 2500-WRITE-JOURNAL-TOTALS
025100            THRU 2500-WRITE-JOURNAL-TOTALS-EXIT
025200     END-IF.
026300****************************************************************
026400 1000-INITIALIZE.
026500     MOVE SS-RUN-DATE TO WSS-RUN-DATE.
026510*    A DRIVER THAT PASSES NO DAY COUNT ACCRUES ONE NIGHT.
026520     IF SS-ACCRUAL-DAYS GREATER THAN ZERO
026530        MOVE SS-ACCRUAL-DAYS TO WSS-ACCRUAL-DAYS
026540     ELSE
026550        MOVE 1 TO WSS-ACCRUAL-DAYS
026560     END-IF.
026570     MOVE WSS-ACCRUAL-DAYS TO WSS-DAYS-EDIT.
026600     OPEN INPUT ACCTFILE-FILE.
026700     IF WSS-FS-ACCTFILE NOT EQUAL "00"
026800        SET WSS-POSTING-FAILED TO TRUE
030100        MOVE SPACES TO SS-MESSAGE
030200        STRING "MG3 - INTDTL OPEN FAILED, STATUS "
030300            WSS-FS-INTDTL DELIMITED BY SIZE INTO SS-MESSAGE
030400        GO TO 1000-INITIALIZE-EXIT
030402     END-IF.
030404     OPEN OUTPUT LOANDUE-FILE.
030406     IF WSS-FS-LOANDUE NOT EQUAL "00"
030408        SET WSS-POSTING-FAILED TO TRUE
030410        MOVE SPACES TO SS-MESSAGE
030412        STRING "MG3 - LOANDUE OPEN FAILED, STATUS "
030414            WSS-FS-LOANDUE DELIMITED BY SIZE INTO SS-MESSAGE
030416        GO TO 1000-INITIALIZE-EXIT
030418     END-IF.
030420*    THE BILLING CYCLE STARTS ON THE FIRST OF THE BUSINESS MONTH;
030422*    THE PRIOR CYCLE ON THE FIRST OF THE MONTH BEFORE.
030424     MOVE WSS-RUN-DATE TO WSS-CYCLE-START.
030426     MOVE 01 TO WSS-CYC-DD.
030428     MOVE WSS-CYCLE-START TO WSS-PRIOR-CYCLE.
030430     IF WSS-CYC-MM EQUAL 01
030432        SUBTRACT 1 FROM WSS-PRI-YYYY
030434        MOVE 12 TO WSS-PRI-MM
030436     ELSE
030438        SUBTRACT 1 FROM WSS-PRI-MM
030440     END-IF.
030500 1000-INITIALIZE-EXIT.
030600     EXIT.
030700*
035600     MOVE "1" TO JRN-CC.
035700     MOVE SPACES TO JRN-TEXT.
035800     STRING "MG3 NIGHTLY POSTING JOURNAL - RUN DATE "
035850         WSS-RUN-DATE "  ACCRUAL DAYS " WSS-DAYS-EDIT
035900         DELIMITED BY SIZE INTO JRN-TEXT.
036000     WRITE PSTJRNL-LINE.
036100     MOVE " " TO JRN-CC.
036200     MOVE SPACES TO JRN-TEXT.
036900     WRITE PSTJRNL-LINE.
037000 1800-WRITE-JOURNAL-HEADER-EXIT.
037100     EXIT.
037102*
037104****************************************************************
037106*  1900-WRITE-LOANDUE-HEADER                                    *
037108****************************************************************
037110 1900-WRITE-LOANDUE-HEADER.
037112     MOVE "1" TO LDR-CC.
037114     MOVE SPACES TO LDR-TEXT.
037116     STRING "MG3 LOAN PAYMENT-DUE / DELINQUENCY REPORT - RUN DATE"
037118         " " WSS-RUN-DATE "  CYCLE START " WSS-CYCLE-START
037120         DELIMITED BY SIZE INTO LDR-TEXT.
037122     WRITE LOANDUE-LINE.
037124     MOVE " " TO LDR-CC.
037126     MOVE SPACES TO LDR-TEXT.
037128     STRING " ACCOUNT     CUSTOMER          PRINCIPAL"
037130         "      ACCRUED INT  LAST PAY  STATUS"
037132         DELIMITED BY SIZE INTO LDR-TEXT.
037134     WRITE LOANDUE-LINE.
037136     MOVE ALL "-" TO LDR-TEXT.
037138     WRITE LOANDUE-LINE.
037140 1900-WRITE-LOANDUE-HEADER-EXIT.
037142     EXIT.
037200*
037300****************************************************************
037400*  2100-POST-ACCOUNT                                            *
037500*  READS ONE ACCOUNT, LOOKS UP ITS RATE, ACCRUES THE NIGHT'S    *
037600*  INTEREST, WRITES THE UPDATED MASTER RECORD AND THE JOURNAL   *
037700*  LINE.  AN UNKNOWN RATE CODE CARRIES THE ACCOUNT FORWARD      *
037800*  UNCHANGED AND DOWNGRADES THE STEP TO A WARNING.              *
040200        PERFORM 2300-CARRY-UNRATED
040300            THRU 2300-CARRY-UNRATED-EXIT
040400     END-IF.
040410     IF ACCT-TYPE-LOAN AND NOT WSS-POSTING-FAILED
040420        PERFORM 2800-CHECK-LOAN-DUE
040430            THRU 2800-CHECK-LOAN-DUE-EXIT
040440     END-IF.
040500 2100-POST-ACCOUNT-EXIT.
040600     EXIT.
040700*
042900     EXIT.
043000*
043100****************************************************************
043150*  2200-APPLY-RATE                                              *
043200*  THE ACCRUAL FOR WSS-ACCRUAL-DAYS CALENDAR DAYS:              *
043300*  BALANCE * ANNUAL PCT * DAYS / 100 / 365,                     *
043400*  ROUNDED TO THE PENNY, ADDED TO THE ACCRUED-INTEREST BUCKET   *
043500*  - THE BALANCE ITSELF IS UNTOUCHED, SO INTEREST NO LONGER     *
043600*  COMPOUNDS NIGHTLY.  THE MONTH-END RUN THEN POSTS THE WHOLE   *
043700*  BUCKET, TONIGHT'S ACCRUAL INCLUDED, TO THE BALANCE IN ONE    *
043800*  CAPITALIZATION ENTRY.  EVERY SIDE GOES ON THE JOURNAL.       *
043810*  A LOAN ACCRUES THE SAME WAY INTO ITS INTEREST-RECEIVABLE     *
043820*  BUCKET (INTDTL TYPE L) BUT IS NEVER CAPITALIZED - THE MG8    *
043830*  LOAN PAYMENT CLEARS THE RECEIVABLE INSTEAD.                  *
043900****************************************************************
044000 2200-APPLY-RATE.
044100     MOVE ACCT-BALANCE TO WSS-OLD-BALANCE.
044700        MOVE ZERO TO WSS-OLD-ACCRUED
044800     END-IF.
044900     COMPUTE WSS-INTEREST ROUNDED =
044950         WSS-OLD-BALANCE * WSS-RT-PCT (WSS-RT-IX)
045000         * WSS-ACCRUAL-DAYS / 36500.
045100     COMPUTE WSS-NEW-ACCRUED =
045200         WSS-OLD-ACCRUED + WSS-INTEREST.
045300     MOVE WSS-NEW-ACCRUED TO ACCT-ACCRUED-INT.
045400     MOVE WSS-OLD-BALANCE TO WSS-NEW-BALANCE.
045500     IF SS-MODE-MONTHEND AND NOT ACCT-TYPE-LOAN
045600        MOVE WSS-NEW-ACCRUED TO WSS-CAP-AMOUNT
045700        COMPUTE WSS-NEW-BALANCE =
045800            WSS-OLD-BALANCE + WSS-CAP-AMOUNT
046700     END-IF.
046800*    THE ACCRUAL JOURNAL LINE SHOWS THE BALANCE UNTOUCHED.
046900     MOVE WSS-OLD-BALANCE TO WSS-NEW-BALANCE.
047000     IF ACCT-TYPE-LOAN
047010        MOVE "LOAN INT ACCRUED" TO WSS-JRN-NOTE
047020     ELSE
047030        MOVE "ACCRUED" TO WSS-JRN-NOTE
047040     END-IF.
047100     MOVE WSS-RT-PCT (WSS-RT-IX) TO WSS-JRN-PCT.
047200     MOVE WSS-RT-EFF (WSS-RT-IX) TO WSS-JRN-EFF.
047300     PERFORM 2600-WRITE-JOURNAL-LINE
047500     IF WSS-POSTING-FAILED
047600        GO TO 2200-APPLY-RATE-EXIT
047700     END-IF.
047800     IF ACCT-TYPE-LOAN
047810        MOVE "L" TO WSS-INTD-TYPE
047820        ADD WSS-INTEREST TO WSS-LOAN-ACCRUAL
047830     ELSE
047840        MOVE "A" TO WSS-INTD-TYPE
047850     END-IF.
047900     PERFORM 2700-WRITE-INTDTL
048000         THRU 2700-WRITE-INTDTL-EXIT.
048100     IF WSS-POSTING-FAILED
048300     END-IF.
048400     ADD 1 TO WSS-ACCT-POSTED.
048500     ADD WSS-INTEREST TO WSS-TOT-INTEREST.
048600     IF NOT SS-MODE-MONTHEND OR ACCT-TYPE-LOAN
048700        GO TO 2200-APPLY-RATE-EXIT
048800     END-IF.
048900*    THE CAPITALIZATION JOURNAL LINE - THE WHOLE BUCKET POSTS
058900            DELIMITED BY SIZE INTO JRN-TEXT
059000        WRITE PSTJRNL-LINE
059100     END-IF.
059110     MOVE SPACES TO JRN-TEXT.
059120     MOVE WSS-LOAN-ACCRUAL TO WSS-AMOUNT-EDIT.
059130     STRING " LOAN INTEREST RECEIVABLE ACCRUED: " WSS-AMOUNT-EDIT
059140         DELIMITED BY SIZE INTO JRN-TEXT.
059150     WRITE PSTJRNL-LINE.
059200 2500-WRITE-JOURNAL-TOTALS-EXIT.
059300     EXIT.
059400*
064200     END-IF.
064300 2700-WRITE-INTDTL-EXIT.
064400     EXIT.
064401*
064402****************************************************************
064403*  2800-CHECK-LOAN-DUE                                          *
064404*  ONE LOAN AGAINST THE BILLING CYCLE.  A CLOSED OR PAID-OFF    *
064405*  LOAN OWES NOTHING.  A LOAN WITH NO PAYMENT POSTED SINCE THE  *
064406*  CYCLE START IS LISTED - AS PAST DUE WHEN THE LAST PAYMENT    *
064407*  IS ALSO BEFORE THE PRIOR CYCLE START.  A RECORD FROM BEFORE  *
064408*  THE LAST-PAYMENT FIELD EXISTED READS AS NO PAYMENT ON FILE.  *
064409****************************************************************
064410 2800-CHECK-LOAN-DUE.
064411     ADD 1 TO WSS-LOAN-ACCT.
064412     IF ACCT-STATUS-CLOSED
064413        OR ACCT-BALANCE NOT GREATER THAN ZERO
064414        GO TO 2800-CHECK-LOAN-DUE-EXIT
064415     END-IF.
064416     IF ACCT-LAST-PAYMENT NUMERIC
064417        MOVE ACCT-LAST-PAYMENT TO WSS-LAST-PAYMENT
064418     ELSE
064419        MOVE ZERO TO WSS-LAST-PAYMENT
064420     END-IF.
064421     IF WSS-LAST-PAYMENT NOT LESS THAN WSS-CYCLE-START
064422        GO TO 2800-CHECK-LOAN-DUE-EXIT
064423     END-IF.
064424     EVALUATE TRUE
064425         WHEN WSS-LAST-PAYMENT EQUAL ZERO
064426             MOVE "NO PAYMENT ON FILE" TO WSS-LDR-STATUS
064427             ADD 1 TO WSS-LOAN-PAST-DUE
064428         WHEN WSS-LAST-PAYMENT LESS THAN WSS-PRIOR-CYCLE
064429             MOVE "PAST DUE" TO WSS-LDR-STATUS
064430             ADD 1 TO WSS-LOAN-PAST-DUE
064431         WHEN OTHER
064432             MOVE "DUE" TO WSS-LDR-STATUS
064433             ADD 1 TO WSS-LOAN-DUE
064434     END-EVALUATE.
064435     MOVE ACCT-NUMBER       TO WSS-LDR-ACCT.
064436     MOVE ACCT-CUST-NO      TO WSS-LDR-CUST.
064437     MOVE ACCT-BALANCE      TO WSS-LDR-PRINCIPAL.
064438     IF ACCT-ACCRUED-INT NUMERIC
064439        MOVE ACCT-ACCRUED-INT TO WSS-LDR-ACCRUED
064440     ELSE
064441        MOVE ZERO TO WSS-LDR-ACCRUED
064442     END-IF.
064443     MOVE WSS-LAST-PAYMENT  TO WSS-LDR-LAST-PAY.
064444     ADD ACCT-BALANCE TO WSS-LOAN-DUE-BAL.
064445     MOVE " " TO LDR-CC.
064446     MOVE WSS-LDR-DETAIL TO LDR-TEXT.
064447     WRITE LOANDUE-LINE.
064448     IF WSS-FS-LOANDUE NOT EQUAL "00"
064449        SET WSS-POSTING-FAILED TO TRUE
064450        SET WSS-ACCTFILE-EOF   TO TRUE
064451        MOVE SPACES TO SS-MESSAGE
064452        STRING "MG3 - LOANDUE WRITE FAILED, STATUS "
064453            WSS-FS-LOANDUE DELIMITED BY SIZE INTO SS-MESSAGE
064454     END-IF.
064455 2800-CHECK-LOAN-DUE-EXIT.
064456     EXIT.
064457*
064458****************************************************************
064459*  2900-WRITE-LOANDUE-TOTALS                                    *
064460****************************************************************
064461 2900-WRITE-LOANDUE-TOTALS.
064462     IF WSS-POSTING-FAILED
064463        GO TO 2900-WRITE-LOANDUE-TOTALS-EXIT
064464     END-IF.
064465     MOVE ALL "-" TO LDR-TEXT.
064466     WRITE LOANDUE-LINE.
064467     MOVE SPACES TO LDR-TEXT.
064468     MOVE WSS-LOAN-ACCT TO WSS-COUNT-EDIT.
064469     STRING " LOAN ACCOUNTS READ: " WSS-COUNT-EDIT
064470         DELIMITED BY SIZE INTO LDR-TEXT.
064471     WRITE LOANDUE-LINE.
064472     MOVE SPACES TO LDR-TEXT.
064473     MOVE WSS-LOAN-DUE TO WSS-COUNT-EDIT.
064474     STRING " LOANS DUE THIS CYCLE: " WSS-COUNT-EDIT
064475         DELIMITED BY SIZE INTO LDR-TEXT.
064476     WRITE LOANDUE-LINE.
064477     MOVE SPACES TO LDR-TEXT.
064478     MOVE WSS-LOAN-PAST-DUE TO WSS-COUNT-EDIT.
064479     STRING " LOANS PAST DUE: " WSS-COUNT-EDIT
064480         DELIMITED BY SIZE INTO LDR-TEXT.
064481     WRITE LOANDUE-LINE.
064482     MOVE SPACES TO LDR-TEXT.
064483     MOVE WSS-LOAN-DUE-BAL TO WSS-AMOUNT-EDIT.
064484     STRING " PRINCIPAL ON LISTED LOANS: " WSS-AMOUNT-EDIT
064485         DELIMITED BY SIZE INTO LDR-TEXT.
064486     WRITE LOANDUE-LINE.
064487 2900-WRITE-LOANDUE-TOTALS-EXIT.
064488     EXIT.
064500*
064600****************************************************************
064700*  9000-TERMINATE                                               *
065000****************************************************************
065100 9000-TERMINATE.
065200     CLOSE ACCTFILE-FILE RATETAB-FILE
065300           ACCTOUT-FILE PSTJRNL-FILE INTDTL-FILE
065350           LOANDUE-FILE.
065400     MOVE WSS-ACCT-POSTED  TO SS-ACCT-POSTED.
065500     MOVE WSS-TOT-INTEREST TO SS-AMOUNT-POSTED.
065600     MOVE "MG3"        TO SS-LAST-STEP.
068300     IF SS-MODE-MONTHEND
068400        DISPLAY "MG3 - ACCOUNTS CAPITALIZED: " WSS-ACCT-CAPPED
068500     END-IF.
068510     DISPLAY "MG3 - LOANS DUE:        " WSS-LOAN-DUE.
068520     DISPLAY "MG3 - LOANS PAST DUE:   " WSS-LOAN-PAST-DUE.
068600     DISPLAY "MG3 - ACCOUNT/RATE POSTING COMPLETE".
068700 9000-TERMINATE-EXIT.
068800     EXIT.
