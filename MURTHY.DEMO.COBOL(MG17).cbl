000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MG17.
000300 AUTHOR.        MURTHYG.
000400 INSTALLATION.  GPA DATA CENTER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  MG17 - NIGHT BACKOUT                                         *
000900*                                                              *
001000*  STANDALONE - RUN BY OPERATIONS, OUTSIDE THE NIGHTLY STREAM,  *
001100*  WHEN A NIGHT COMPLETED CLEAN BUT POSTED BAD DATA (A          *
001200*  DUPLICATED TRANFEED, A WRONG RATETAB ROW).  TAKES THE ONE    *
001300*  BUSINESS DATE ON THE SYSIN CARD BACK OUT OF THE FILES SO     *
001400*  THE NIGHT CAN BE RUN AGAIN -                                 *
001500*    ACCTNEW   THE ACCOUNT MASTER RESTORED FROM THE NIGHT'S     *
001600*              PRE-POSTING GENERATION (ACCTPRE - THE ACCTFILE   *
001700*              MG8 READ THAT NIGHT).  THE CURRENT ACCTFILE IS   *
001800*              READ ONLY FOR THE BEFORE TOTALS.                 *
001900*    TRANHIST  THE NIGHT'S POSTINGS ARE DELETED FROM THE KSDS   *
001950*              IN PLACE AND AN ORIGINAL MARKED REVERSED BY ONE  *
002000*              OF THE NIGHT'S REVERSALS IS UNMARKED - THE LAST  *
002050*              THING DONE BEFORE THE CONTROL FILES, ONCE EVERY  *
002100*              NEW GENERATION BELOW IS BUILT.                   *
002200*    GLREV     A REVERSING ENTRY FOR EVERY ENTRY THE NIGHT'S    *
002300*              MG12 SENT THE LEDGER (GLFILE), DEBIT AND CREDIT  *
002400*              SWAPPED, DATED THE NIGHT BEING BACKED OUT.       *
002500*    INTYTDO   MONTH-END NIGHTS ONLY - THE YEAR-TO-DATE         *
002600*              INTEREST FILE RESTORED FROM THE NIGHT'S INPUT    *
002700*              GENERATION (YTDPRE).                             *
002800*  ONCE EVERY FILE IS BUILT, BDATE IS ROLLED BACK TO THE        *
002900*  NIGHT'S DATE, THE RUNCTL ENTRY IS CLEARED AND THE RESTART    *
003000*  CHECKPOINT IS EMPTIED, SO THE RERUN STARTS FROM ENVCHECK.    *
003100*  THE BACKOUT REPORT (BKOUTRPT) SHOWS THE BEFORE AND AFTER     *
003200*  TOTALS FOR EACH FILE.                                        *
003300*                                                              *
003350*  THE BACKOUT IS REFUSED UNLESS THE DATE IS THE LAST NIGHT     *
003400*  PROCESSED - BDATE LAST-GOOD MUST BE THE DATE, NO LATER       *
003450*  NIGHT MAY HAVE STARTED ON RUNCTL, AND NO LATER POSTING MAY   *
003500*  BE ON ACCTFILE OR TRANHIST.  A NIGHT MAY ONLY BE BACKED      *
003550*  OUT ON TOP OF THE NIGHT BEFORE IT, AND BDATE MUST STILL      *
003600*  HOLD THE LAST-GOOD DATE THE NIGHT REPLACED (MG1 KEEPS IT     *
003650*  THERE) - THAT DATE BECOMES LAST-GOOD AGAIN.  ANY REFUSAL     *
003700*  OR FILE ERROR LEAVES BDATE, RUNCTL AND RESTART UNTOUCHED.    *
004000*                                                              *
004100*  SYSIN CARD (REQUIRED) -                                      *
004200*    COLS  1-8   BUSINESS DATE TO BACK OUT (YYYYMMDD)           *
004300*    COL   9     Y = THE NIGHT WAS A MONTH-END RUN (RESTORES    *
004400*                INTYTD TOO; REQUIRED WHEN THE NIGHT'S GL       *
004500*                CARRIES CAPITALIZED INTEREST)                  *
004600*                                                              *
004700*  RC 00 = BACKED OUT, RC 04 = BACKED OUT, CHECK THE WARNING,   *
004800*  RC 08 = REFUSED OR FILE ERROR - NOTHING CHANGED, UNLESS THE  *
004850*  REPORT SAYS TRANHIST WAS PARTLY STRIPPED.                    *
004900*                                                              *
005000*  MODIFICATION HISTORY                                         *
005100*  ----------------------------------------------------------   *
005200*  DATE        BY    DESCRIPTION                                *
005300*  ----------  ----  -------------------------------------      *
005400*  10/15/2026  MG    ORIGINAL VERSION.                          *
005410*  10/15/2026  MG    TRANHIST IS NOW A KSDS (HISTREC).  IT IS   *
005420*                    CHECKED AND TOTALLED IN ONE READ-ONLY      *
005430*                    PASS, THEN STRIPPED IN PLACE (DELETE /     *
005440*                    REWRITE) ONLY AFTER THE OTHER FILES ARE    *
005450*                    BUILT, INSTEAD OF BEING COPIED TO          *
005460*                    TRANHNEW.  A FAILURE PART WAY THROUGH THE  *
005470*                    STRIP IS REPORTED SO TRANHIST IS RESTORED  *
005480*                    FROM ITS BACKUP.                           *
005482*  10/15/2026  MG    THE RESTORED LAST-GOOD DATE IS THE ONE THE *
005484*                    NIGHT REPLACED, KEPT ON BDATE BY MG1,      *
005486*                    INSTEAD OF THE LATEST EARLIER RUN DATE ON  *
005488*                    TRANHIST - A NIGHT WITH NO POSTINGS LEFT   *
005490*                    NOTHING ON TRANHIST TO FIND.  THE BACKOUT  *
005492*                    IS REFUSED IF BDATE DOES NOT HOLD IT.      *
005500****************************************************************
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SOURCE-COMPUTER.   IBM-370.
005900 OBJECT-COMPUTER.   IBM-370.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT SYSIN-FILE     ASSIGN TO SYSIN
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WSS-FS-SYSIN.
006500     SELECT BDATE-FILE     ASSIGN TO BDATE
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WSS-FS-BDATE.
006800     SELECT RUNCTL-FILE    ASSIGN TO RUNCTL
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WSS-FS-RUNCTL.
007100     SELECT RESTART-FILE   ASSIGN TO RESTART
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WSS-FS-RESTART.
007400     SELECT ACCTFILE-FILE  ASSIGN TO ACCTFILE
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WSS-FS-ACCTFILE.
007700     SELECT ACCTPRE-FILE   ASSIGN TO ACCTPRE
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WSS-FS-ACCTPRE.
008000     SELECT ACCTNEW-FILE   ASSIGN TO ACCTNEW
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WSS-FS-ACCTNEW.
008300     SELECT TRANHIST-FILE  ASSIGN TO TRANHIST
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS TH-KEY
008700         FILE STATUS IS WSS-FS-TRANHIST.
008900     SELECT GLFILE-FILE    ASSIGN TO GLFILE
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS WSS-FS-GLFILE.
009200     SELECT GLREV-FILE     ASSIGN TO GLREV
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS WSS-FS-GLREV.
009500     SELECT INTYTD-FILE    ASSIGN TO INTYTD
009600         ORGANIZATION IS SEQUENTIAL
009700         FILE STATUS IS WSS-FS-INTYTD.
009800     SELECT YTDPRE-FILE    ASSIGN TO YTDPRE
009900         ORGANIZATION IS SEQUENTIAL
010000         FILE STATUS IS WSS-FS-YTDPRE.
010100     SELECT INTYTDO-FILE   ASSIGN TO INTYTDO
010200         ORGANIZATION IS SEQUENTIAL
010300         FILE STATUS IS WSS-FS-INTYTDO.
010400     SELECT BKOUTRPT-FILE  ASSIGN TO BKOUTRPT
010500         ORGANIZATION IS SEQUENTIAL
010600         FILE STATUS IS WSS-FS-BKOUTRPT.
010700 DATA DIVISION.
010800 FILE SECTION.
010900*
011000****************************************************************
011100*  PARAMETER CARD AND THE STREAM CONTROL FILES                  *
011200****************************************************************
011300 FD  SYSIN-FILE
011400     RECORDING MODE IS F
011500     RECORD CONTAINS 80 CHARACTERS.
011600 01  BKOUT-PARM-CARD.
011700     05  BP-BUS-DATE           PIC 9(08).
011800     05  BP-MONTH-END          PIC X(01).
011900     05  FILLER                PIC X(71).
012000 FD  BDATE-FILE
012100     RECORDING MODE IS F
012200     RECORD CONTAINS 80 CHARACTERS.
012300     COPY BDATEREC.
012400 FD  RUNCTL-FILE
012500     RECORDING MODE IS F
012600     RECORD CONTAINS 80 CHARACTERS.
012700     COPY RUNCTLR.
012800 FD  RESTART-FILE
012900     RECORDING MODE IS F
013000     RECORD CONTAINS 80 CHARACTERS.
013100     COPY CKPTREC.
013200*
013300****************************************************************
013400*  ACCOUNT MASTER - CURRENT (POSTED) GENERATION, THE NIGHT'S    *
013500*  PRE-POSTING GENERATION, AND THE RESTORED NEW GENERATION      *
013600****************************************************************
013700 FD  ACCTFILE-FILE
013800     RECORDING MODE IS F
013900     RECORD CONTAINS 80 CHARACTERS.
014000     COPY ACCTREC.
014100 FD  ACCTPRE-FILE
014200     RECORDING MODE IS F
014300     RECORD CONTAINS 80 CHARACTERS.
014400     COPY ACCTREC REPLACING LEADING ==ACCT== BY ==PACC==.
014500 FD  ACCTNEW-FILE
014600     RECORDING MODE IS F
014700     RECORD CONTAINS 80 CHARACTERS.
014800 01  ACCTNEW-REC           PIC X(80).
014900*
015000****************************************************************
015100*  TRANSACTION HISTORY - THE KSDS, UPDATED IN PLACE             *
015200****************************************************************
015300 FD  TRANHIST-FILE
015400     RECORD CONTAINS 150 CHARACTERS.
015500     COPY HISTREC.
016100*
016200****************************************************************
016300*  GL - THE NIGHT'S GL EXTRACT IN, THE REVERSING ENTRIES OUT    *
016400****************************************************************
016500 FD  GLFILE-FILE
016600     RECORDING MODE IS F
016700     RECORD CONTAINS 80 CHARACTERS.
016800     COPY GLREC.
016900 FD  GLREV-FILE
017000     RECORDING MODE IS F
017100     RECORD CONTAINS 80 CHARACTERS.
017200 01  GLREV-REC             PIC X(80).
017300*
017400****************************************************************
017500*  YEAR-TO-DATE INTEREST - MONTH-END NIGHTS ONLY.  CURRENT      *
017600*  GENERATION, THE NIGHT'S INPUT GENERATION, AND THE RESTORED   *
017700*  NEW GENERATION.                                              *
017800****************************************************************
017900 FD  INTYTD-FILE
018000     RECORDING MODE IS F
018100     RECORD CONTAINS 80 CHARACTERS.
018200     COPY YTDREC.
018300 FD  YTDPRE-FILE
018400     RECORDING MODE IS F
018500     RECORD CONTAINS 80 CHARACTERS.
018600     COPY YTDREC REPLACING LEADING ==YTD== BY ==PYTD==.
018700 FD  INTYTDO-FILE
018800     RECORDING MODE IS F
018900     RECORD CONTAINS 80 CHARACTERS.
019000 01  INTYTDO-REC           PIC X(80).
019100*
019200****************************************************************
019300*  BACKOUT REPORT                                               *
019400****************************************************************
019500 FD  BKOUTRPT-FILE
019600     RECORDING MODE IS F
019700     RECORD CONTAINS 133 CHARACTERS.
019800 01  BKOUTRPT-LINE.
019900     05  BKR-CC                PIC X(01).
020000     05  BKR-TEXT              PIC X(132).
020100 WORKING-STORAGE SECTION.
020200*
020300****************************************************************
020400*  FILE STATUS / SWITCHES / RETURN CODE                         *
020500****************************************************************
020600 77  WSS-FS-SYSIN          PIC X(02) VALUE "00".
020700 77  WSS-FS-BDATE          PIC X(02) VALUE "00".
020800 77  WSS-FS-RUNCTL         PIC X(02) VALUE "00".
020900 77  WSS-FS-RESTART        PIC X(02) VALUE "00".
021000 77  WSS-FS-ACCTFILE       PIC X(02) VALUE "00".
021100 77  WSS-FS-ACCTPRE        PIC X(02) VALUE "00".
021200 77  WSS-FS-ACCTNEW        PIC X(02) VALUE "00".
021300 77  WSS-FS-TRANHIST       PIC X(02) VALUE "00".
021500 77  WSS-FS-GLFILE         PIC X(02) VALUE "00".
021600 77  WSS-FS-GLREV          PIC X(02) VALUE "00".
021700 77  WSS-FS-INTYTD         PIC X(02) VALUE "00".
021800 77  WSS-FS-YTDPRE         PIC X(02) VALUE "00".
021900 77  WSS-FS-INTYTDO        PIC X(02) VALUE "00".
022000 77  WSS-FS-BKOUTRPT       PIC X(02) VALUE "00".
022100 77  WSS-ACCTFILE-EOF-SW   PIC X(01) VALUE "N".
022200     88  WSS-ACCTFILE-EOF           VALUE "Y".
022300 77  WSS-ACCTPRE-EOF-SW    PIC X(01) VALUE "N".
022400     88  WSS-ACCTPRE-EOF            VALUE "Y".
022500 77  WSS-TRANHIST-EOF-SW   PIC X(01) VALUE "N".
022600     88  WSS-TRANHIST-EOF           VALUE "Y".
022700 77  WSS-GLFILE-EOF-SW     PIC X(01) VALUE "N".
022800     88  WSS-GLFILE-EOF             VALUE "Y".
022900 77  WSS-INTYTD-EOF-SW     PIC X(01) VALUE "N".
023000     88  WSS-INTYTD-EOF             VALUE "Y".
023100 77  WSS-YTDPRE-EOF-SW     PIC X(01) VALUE "N".
023200     88  WSS-YTDPRE-EOF             VALUE "Y".
023300 77  WSS-RPT-OPEN-SW       PIC X(01) VALUE "N".
023400     88  WSS-RPT-OPEN               VALUE "Y".
023500 77  WSS-FILES-OPEN-SW     PIC X(01) VALUE "N".
023600     88  WSS-FILES-OPEN             VALUE "Y".
023700 77  WSS-YTD-OPEN-SW       PIC X(01) VALUE "N".
023800     88  WSS-YTD-OPENED             VALUE "Y".
023900 77  WSS-GL-CAP-SW         PIC X(01) VALUE "N".
024000     88  WSS-GL-CAP-SEEN            VALUE "Y".
024100 77  WSS-CONTROLS-SW       PIC X(01) VALUE "N".
024200     88  WSS-CONTROLS-RESET         VALUE "Y".
024210 77  WSS-HIST-STRIP-SW     PIC X(01) VALUE "N".
024220     88  WSS-HIST-STRIP-BEGUN       VALUE "Y".
024300 77  WSS-RETURN-CODE       PIC 9(03) VALUE ZERO.
024400 77  WSS-MESSAGE           PIC X(80) VALUE SPACES.
024500*
024600****************************************************************
024700*  RUN PARAMETERS AND THE CONTROL-FILE VALUES BEFORE AND AFTER  *
024800****************************************************************
024900 77  WSS-TODAY             PIC 9(08) VALUE ZERO.
025000 77  WSS-RUN-TIME-RAW      PIC 9(08) VALUE ZERO.
025100 77  WSS-RUN-TIME          PIC 9(06) VALUE ZERO.
025200 77  WSS-BKOUT-DATE        PIC 9(08) VALUE ZERO.
025300 77  WSS-MONTH-END-SW      PIC X(01) VALUE "N".
025400     88  WSS-MONTH-END              VALUE "Y".
025500 77  WSS-OLD-PROC-DATE     PIC 9(08) VALUE ZERO.
025600 77  WSS-OLD-LAST-GOOD     PIC 9(08) VALUE ZERO.
025700 77  WSS-NEW-LAST-GOOD     PIC 9(08) VALUE ZERO.
025800 77  WSS-OLD-RUNCTL-DATE   PIC 9(08) VALUE ZERO.
025900 77  WSS-OLD-RUNCTL-STAT   PIC X(01) VALUE SPACE.
026000 77  WSS-CUTOFF-TIME       PIC 9(06) VALUE ZERO.
026100*
026200****************************************************************
026300*  BEFORE / AFTER CONTROL COUNTERS AND TOTALS                   *
026400****************************************************************
026500 77  WSS-ACCT-BEFORE       PIC 9(07) COMP VALUE ZERO.
026600 77  WSS-BAL-BEFORE        PIC S9(11)V99 COMP-3 VALUE ZERO.
026700 77  WSS-INT-BEFORE        PIC S9(11)V99 COMP-3 VALUE ZERO.
026800 77  WSS-ACCT-AFTER        PIC 9(07) COMP VALUE ZERO.
026900 77  WSS-BAL-AFTER         PIC S9(11)V99 COMP-3 VALUE ZERO.
027000 77  WSS-INT-AFTER         PIC S9(11)V99 COMP-3 VALUE ZERO.
027100 77  WSS-HIST-BEFORE       PIC 9(07) COMP VALUE ZERO.
027200 77  WSS-HIST-AMT-BEFORE   PIC S9(11)V99 COMP-3 VALUE ZERO.
027300 77  WSS-HIST-REMOVED      PIC 9(07) COMP VALUE ZERO.
027400 77  WSS-HIST-AMT-REMOVED  PIC S9(11)V99 COMP-3 VALUE ZERO.
027500 77  WSS-HIST-AFTER        PIC 9(07) COMP VALUE ZERO.
027600 77  WSS-HIST-AMT-AFTER    PIC S9(11)V99 COMP-3 VALUE ZERO.
027700 77  WSS-HIST-UNMARKED     PIC 9(07) COMP VALUE ZERO.
027800 77  WSS-GL-READ           PIC 9(07) COMP VALUE ZERO.
027900 77  WSS-GL-DEBITS         PIC S9(11)V99 COMP-3 VALUE ZERO.
028000 77  WSS-GL-CREDITS        PIC S9(11)V99 COMP-3 VALUE ZERO.
028100 77  WSS-GLREV-WRITTEN     PIC 9(07) COMP VALUE ZERO.
028200 77  WSS-GLREV-DEBITS      PIC S9(11)V99 COMP-3 VALUE ZERO.
028300 77  WSS-GLREV-CREDITS     PIC S9(11)V99 COMP-3 VALUE ZERO.
028400 77  WSS-YTD-BEFORE        PIC 9(07) COMP VALUE ZERO.
028500 77  WSS-YTD-AMT-BEFORE    PIC S9(11)V99 COMP-3 VALUE ZERO.
028600 77  WSS-YTD-AFTER         PIC 9(07) COMP VALUE ZERO.
028700 77  WSS-YTD-AMT-AFTER     PIC S9(11)V99 COMP-3 VALUE ZERO.
028800*
028900****************************************************************
029000*  REVERSING GL ENTRY WORK AREA                                 *
029100****************************************************************
029200     COPY GLREC REPLACING LEADING ==GL== BY ==RGL==.
029210*
029220****************************************************************
029230*  TRANHIST DETAIL IN HAND, THROUGH THE EXTRACT LAYOUT          *
029240****************************************************************
029250     COPY EXTRREC REPLACING LEADING ==EXTR== BY ==HIST==.
029300*
029400****************************************************************
029500*  BACKOUT REPORT LINES                                         *
029600****************************************************************
029700 01  WSS-BKR-HEAD.
029800     05  FILLER                PIC X(03) VALUE SPACES.
029900     05  FILLER                PIC X(40) VALUE SPACES.
030000     05  FILLER                PIC X(02) VALUE SPACES.
030100     05  FILLER                PIC X(07) VALUE "RECORDS".
030200     05  FILLER                PIC X(04) VALUE SPACES.
030300     05  FILLER                PIC X(19)
030400             VALUE "            AMOUNT ".
030500 01  WSS-BKR-DETAIL.
030600     05  FILLER                PIC X(03) VALUE SPACES.
030700     05  WSS-BKR-LABEL         PIC X(40).
030800     05  FILLER                PIC X(02) VALUE SPACES.
030900     05  WSS-BKR-COUNT         PIC ZZZZZZ9.
031000     05  FILLER                PIC X(04) VALUE SPACES.
031100     05  WSS-BKR-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
031200 01  WSS-BKR-CONTROL.
031300     05  FILLER                PIC X(03) VALUE SPACES.
031400     05  WSS-BKC-LABEL         PIC X(40).
031500     05  FILLER                PIC X(02) VALUE SPACES.
031600     05  WSS-BKC-BEFORE        PIC X(08).
031700     05  FILLER                PIC X(04) VALUE " -> ".
031800     05  WSS-BKC-AFTER         PIC X(08).
031900*
032000 PROCEDURE DIVISION.
032100*
032200****************************************************************
032300*  0000-MAINLINE                                                *
032400****************************************************************
032500 0000-MAINLINE.
032600     PERFORM 1000-INITIALIZE
032700         THRU 1000-INITIALIZE-EXIT.
032800     IF WSS-RETURN-CODE LESS THAN 8
032900        PERFORM 2000-TOTAL-CURRENT-ACCT
033000            THRU 2000-TOTAL-CURRENT-ACCT-EXIT
033100            UNTIL WSS-ACCTFILE-EOF
033200               OR WSS-RETURN-CODE EQUAL 8
033300     END-IF.
033400     IF WSS-RETURN-CODE LESS THAN 8
033500        PERFORM 2500-RESTORE-ONE-ACCT
033600            THRU 2500-RESTORE-ONE-ACCT-EXIT
033700            UNTIL WSS-ACCTPRE-EOF
033800               OR WSS-RETURN-CODE EQUAL 8
033900     END-IF.
034000     IF WSS-RETURN-CODE LESS THAN 8
034100        PERFORM 3000-SCAN-ONE-HISTORY
034200            THRU 3000-SCAN-ONE-HISTORY-EXIT
034300            UNTIL WSS-TRANHIST-EOF
034400               OR WSS-RETURN-CODE EQUAL 8
034500     END-IF.
034600     IF WSS-RETURN-CODE LESS THAN 8
034700        PERFORM 4000-REVERSE-ONE-GL
034800            THRU 4000-REVERSE-ONE-GL-EXIT
034900            UNTIL WSS-GLFILE-EOF
035000               OR WSS-RETURN-CODE EQUAL 8
035100     END-IF.
035200     IF WSS-RETURN-CODE LESS THAN 8
035300        PERFORM 4500-PROVE-GL-REVERSAL
035400            THRU 4500-PROVE-GL-REVERSAL-EXIT
035500     END-IF.
035600     IF WSS-RETURN-CODE LESS THAN 8
035700        AND WSS-YTD-OPENED
035800        PERFORM 5000-TOTAL-CURRENT-YTD
035900            THRU 5000-TOTAL-CURRENT-YTD-EXIT
036000            UNTIL WSS-INTYTD-EOF
036100        PERFORM 5500-RESTORE-ONE-YTD
036200            THRU 5500-RESTORE-ONE-YTD-EXIT
036300            UNTIL WSS-YTDPRE-EOF
036400               OR WSS-RETURN-CODE EQUAL 8
036500     END-IF.
036600     IF WSS-RETURN-CODE LESS THAN 8
036650        PERFORM 6000-STRIP-HISTORY
036700            THRU 6000-STRIP-HISTORY-EXIT
036750     END-IF.
036800     IF WSS-RETURN-CODE LESS THAN 8
036850        PERFORM 7000-RESET-CONTROLS
036900            THRU 7000-RESET-CONTROLS-EXIT
036950     END-IF.
037000     PERFORM 9000-TERMINATE
037100         THRU 9000-TERMINATE-EXIT.
037200     STOP RUN.
037300 0000-MAINLINE-EXIT.
037400     EXIT.
037500*
037600****************************************************************
037700*  1000-INITIALIZE                                              *
037800*  OPENS THE REPORT, READS THE PARAMETER CARD, PROVES THE DATE  *
037900*  IS THE LAST NIGHT PROCESSED AND OPENS THE DATA FILES.  THERE *
038000*  IS NO SENSIBLE DEFAULT DATE TO BACK OUT, SO A MISSING CARD   *
038100*  STOPS THE RUN.                                               *
038200****************************************************************
038300 1000-INITIALIZE.
038400     ACCEPT WSS-TODAY        FROM DATE YYYYMMDD.
038500     ACCEPT WSS-RUN-TIME-RAW FROM TIME.
038600     MOVE WSS-RUN-TIME-RAW (1:6) TO WSS-RUN-TIME.
038700     OPEN OUTPUT BKOUTRPT-FILE.
038800     IF WSS-FS-BKOUTRPT NOT EQUAL "00"
038900        DISPLAY "MG17 - BKOUTRPT COULD NOT BE OPENED, STATUS "
039000            WSS-FS-BKOUTRPT
039100        MOVE 8 TO WSS-RETURN-CODE
039200        GO TO 1000-INITIALIZE-EXIT
039300     END-IF.
039400     SET WSS-RPT-OPEN TO TRUE.
039500     OPEN INPUT SYSIN-FILE.
039600     IF WSS-FS-SYSIN EQUAL "00"
039700        READ SYSIN-FILE
039800           AT END
039900              MOVE "MG17 - SYSIN EMPTY - BUSINESS DATE REQUIRED"
040000                  TO WSS-MESSAGE
040100              MOVE 8 TO WSS-RETURN-CODE
040200           NOT AT END
040300              PERFORM 1100-APPLY-PARM-CARD
040400                  THRU 1100-APPLY-PARM-CARD-EXIT
040500        END-READ
040600        CLOSE SYSIN-FILE
040700     ELSE
040800        MOVE "MG17 - NO SYSIN - THE BUSINESS DATE IS REQUIRED"
040900            TO WSS-MESSAGE
041000        MOVE 8 TO WSS-RETURN-CODE
041100     END-IF.
041200     MOVE "1" TO BKR-CC.
041300     MOVE SPACES TO BKR-TEXT.
041400     STRING "MG17 NIGHT BACKOUT REPORT - BUSINESS DATE "
041500         WSS-BKOUT-DATE "   RUN " WSS-TODAY " " WSS-RUN-TIME
041600         DELIMITED BY SIZE INTO BKR-TEXT.
041700     WRITE BKOUTRPT-LINE.
041800     IF WSS-RETURN-CODE EQUAL 8
041900        GO TO 1000-INITIALIZE-EXIT
042000     END-IF.
042100     PERFORM 1200-CHECK-CONTROLS
042200         THRU 1200-CHECK-CONTROLS-EXIT.
042300     IF WSS-RETURN-CODE EQUAL 8
042400        GO TO 1000-INITIALIZE-EXIT
042500     END-IF.
042600     PERFORM 1300-OPEN-FILES
042700         THRU 1300-OPEN-FILES-EXIT.
042800 1000-INITIALIZE-EXIT.
042900     EXIT.
043000*
043100****************************************************************
043200*  1100-APPLY-PARM-CARD                                         *
043300*  THE DATE MUST BE NUMERIC; THE MONTH-END FLAG MUST BE Y, N    *
043400*  OR BLANK.  ANYTHING ELSE STOPS THE RUN RATHER THAN GUESS.    *
043500****************************************************************
043600 1100-APPLY-PARM-CARD.
043700     IF BP-BUS-DATE NOT NUMERIC
043800        OR BP-BUS-DATE EQUAL ZERO
043900        MOVE SPACES TO WSS-MESSAGE
044000        STRING "MG17 - INVALID BUSINESS DATE ON SYSIN: "
044100            BKOUT-PARM-CARD (1:8)
044200            DELIMITED BY SIZE INTO WSS-MESSAGE
044300        MOVE 8 TO WSS-RETURN-CODE
044400        GO TO 1100-APPLY-PARM-CARD-EXIT
044500     END-IF.
044600     MOVE BP-BUS-DATE TO WSS-BKOUT-DATE.
044700     EVALUATE BP-MONTH-END
044800         WHEN "Y"
044900             MOVE "Y" TO WSS-MONTH-END-SW
045000         WHEN "N"
045100         WHEN " "
045200             MOVE "N" TO WSS-MONTH-END-SW
045300         WHEN OTHER
045400             MOVE SPACES TO WSS-MESSAGE
045500             STRING "MG17 - INVALID MONTH-END FLAG ON SYSIN: "
045600                 BP-MONTH-END DELIMITED BY SIZE INTO WSS-MESSAGE
045700             MOVE 8 TO WSS-RETURN-CODE
045800     END-EVALUATE.
045900 1100-APPLY-PARM-CARD-EXIT.
046000     EXIT.
046100*
046200****************************************************************
046300*  1200-CHECK-CONTROLS                                          *
046400*  BDATE MUST SHOW THE DATE AS THE LAST NIGHT COMPLETED, ROLLED *
046500*  PAST IT, AND RUNCTL MUST SHOW NO LATER NIGHT STARTED AND NO  *
046600*  NIGHT IN FLIGHT.  A NIGHT BACKED OUT FROM UNDER A LATER ONE  *
046700*  WOULD LEAVE THE LATER NIGHT'S POSTINGS ON A BALANCE THAT NO  *
046800*  LONGER EXISTS.                                               *
046900****************************************************************
047000 1200-CHECK-CONTROLS.
047100     OPEN INPUT BDATE-FILE.
047200     IF WSS-FS-BDATE NOT EQUAL "00"
047300        MOVE SPACES TO WSS-MESSAGE
047400        STRING "MG17 - BDATE OPEN FAILED, STATUS " WSS-FS-BDATE
047500            DELIMITED BY SIZE INTO WSS-MESSAGE
047600        MOVE 8 TO WSS-RETURN-CODE
047700        GO TO 1200-CHECK-CONTROLS-EXIT
047800     END-IF.
047900     READ BDATE-FILE
048000        AT END
048100           MOVE "MG17 - BDATE CONTROL FILE IS EMPTY"
048200               TO WSS-MESSAGE
048300           MOVE 8 TO WSS-RETURN-CODE
048400     END-READ.
048500     CLOSE BDATE-FILE.
048600     IF WSS-RETURN-CODE EQUAL 8
048700        GO TO 1200-CHECK-CONTROLS-EXIT
048800     END-IF.
048900     IF BDATE-PROC-DATE NOT NUMERIC
049000        OR BDATE-LAST-GOOD NOT NUMERIC
049100        MOVE "MG17 - BDATE CONTROL RECORD NOT NUMERIC"
049200            TO WSS-MESSAGE
049300        MOVE 8 TO WSS-RETURN-CODE
049400        GO TO 1200-CHECK-CONTROLS-EXIT
049500     END-IF.
049600     MOVE BDATE-PROC-DATE TO WSS-OLD-PROC-DATE.
049700     MOVE BDATE-LAST-GOOD TO WSS-OLD-LAST-GOOD.
049800     IF BDATE-LAST-GOOD GREATER THAN WSS-BKOUT-DATE
049900        MOVE SPACES TO WSS-MESSAGE
050000        STRING "MG17 - LATER BUSINESS DATE " BDATE-LAST-GOOD
050100            " ALREADY PROCESSED - BACKOUT REFUSED"
050200            DELIMITED BY SIZE INTO WSS-MESSAGE
050300        MOVE 8 TO WSS-RETURN-CODE
050400        GO TO 1200-CHECK-CONTROLS-EXIT
050500     END-IF.
050600     IF BDATE-LAST-GOOD NOT EQUAL WSS-BKOUT-DATE
050700        OR BDATE-PROC-DATE NOT GREATER THAN WSS-BKOUT-DATE
050800        MOVE SPACES TO WSS-MESSAGE
050900        STRING "MG17 - " WSS-BKOUT-DATE
051000            " IS NOT THE LAST NIGHT COMPLETED - BACKOUT REFUSED"
051100            DELIMITED BY SIZE INTO WSS-MESSAGE
051200        MOVE 8 TO WSS-RETURN-CODE
051300        GO TO 1200-CHECK-CONTROLS-EXIT
051400     END-IF.
051405     IF BDATE-PRIOR-GOOD NOT NUMERIC
051410        OR BDATE-PRIOR-GOOD NOT LESS THAN WSS-BKOUT-DATE
051415        MOVE SPACES TO WSS-MESSAGE
051420        STRING "MG17 - BDATE HOLDS NO EARLIER LAST-GOOD DATE"
051425            " - BACKOUT REFUSED"
051430            DELIMITED BY SIZE INTO WSS-MESSAGE
051435        MOVE 8 TO WSS-RETURN-CODE
051440        GO TO 1200-CHECK-CONTROLS-EXIT
051445     END-IF.
051450     MOVE BDATE-PRIOR-GOOD TO WSS-NEW-LAST-GOOD.
051500     OPEN INPUT RUNCTL-FILE.
051600     IF WSS-FS-RUNCTL NOT EQUAL "00"
051700        MOVE SPACES TO WSS-MESSAGE
051800        STRING "MG17 - RUNCTL OPEN FAILED, STATUS " WSS-FS-RUNCTL
051900            DELIMITED BY SIZE INTO WSS-MESSAGE
052000        MOVE 8 TO WSS-RETURN-CODE
052100        GO TO 1200-CHECK-CONTROLS-EXIT
052200     END-IF.
052300     READ RUNCTL-FILE
052400        AT END
052500           MOVE ZERO   TO RUNCTL-RUN-DATE
052600           MOVE SPACES TO RUNCTL-STATUS
052700           MOVE ZERO   TO RUNCTL-CUTOFF-TIME
052800     END-READ.
052900     CLOSE RUNCTL-FILE.
053000     MOVE RUNCTL-RUN-DATE    TO WSS-OLD-RUNCTL-DATE.
053100     MOVE RUNCTL-STATUS      TO WSS-OLD-RUNCTL-STAT.
053200     MOVE RUNCTL-CUTOFF-TIME TO WSS-CUTOFF-TIME.
053300     IF RUNCTL-STATUS-ACTIVE
053400        MOVE SPACES TO WSS-MESSAGE
053500        STRING "MG17 - NIGHT " RUNCTL-RUN-DATE
053600            " IS IN FLIGHT ON RUNCTL - BACKOUT REFUSED"
053700            DELIMITED BY SIZE INTO WSS-MESSAGE
053800        MOVE 8 TO WSS-RETURN-CODE
053900        GO TO 1200-CHECK-CONTROLS-EXIT
054000     END-IF.
054100     IF RUNCTL-RUN-DATE GREATER THAN WSS-BKOUT-DATE
054200        MOVE SPACES TO WSS-MESSAGE
054300        STRING "MG17 - LATER NIGHT " RUNCTL-RUN-DATE
054400            " HAS RUN - BACKOUT REFUSED"
054500            DELIMITED BY SIZE INTO WSS-MESSAGE
054600        MOVE 8 TO WSS-RETURN-CODE
054700     END-IF.
054800 1200-CHECK-CONTROLS-EXIT.
054900     EXIT.
055000*
055100****************************************************************
055200*  1300-OPEN-FILES                                              *
055300****************************************************************
055400 1300-OPEN-FILES.
055500     OPEN INPUT ACCTFILE-FILE.
055600     IF WSS-FS-ACCTFILE NOT EQUAL "00"
055700        MOVE SPACES TO WSS-MESSAGE
055800        STRING "MG17 - ACCTFILE OPEN FAILED, STATUS "
055900            WSS-FS-ACCTFILE DELIMITED BY SIZE INTO WSS-MESSAGE
056000        MOVE 8 TO WSS-RETURN-CODE
056100        GO TO 1300-OPEN-FILES-EXIT
056200     END-IF.
056300     OPEN INPUT ACCTPRE-FILE.
056400     IF WSS-FS-ACCTPRE NOT EQUAL "00"
056500        MOVE SPACES TO WSS-MESSAGE
056600        STRING "MG17 - ACCTPRE OPEN FAILED, STATUS "
056700            WSS-FS-ACCTPRE DELIMITED BY SIZE INTO WSS-MESSAGE
056800        MOVE 8 TO WSS-RETURN-CODE
056900        GO TO 1300-OPEN-FILES-EXIT
057000     END-IF.
057100     OPEN I-O TRANHIST-FILE.
057200     IF WSS-FS-TRANHIST NOT EQUAL "00"
057300        MOVE SPACES TO WSS-MESSAGE
057400        STRING "MG17 - TRANHIST OPEN FAILED, STATUS "
057500            WSS-FS-TRANHIST DELIMITED BY SIZE INTO WSS-MESSAGE
057600        MOVE 8 TO WSS-RETURN-CODE
057700        GO TO 1300-OPEN-FILES-EXIT
057800     END-IF.
057900     OPEN INPUT GLFILE-FILE.
058000     IF WSS-FS-GLFILE NOT EQUAL "00"
058100        MOVE SPACES TO WSS-MESSAGE
058200        STRING "MG17 - GLFILE OPEN FAILED, STATUS "
058300            WSS-FS-GLFILE DELIMITED BY SIZE INTO WSS-MESSAGE
058400        MOVE 8 TO WSS-RETURN-CODE
058500        GO TO 1300-OPEN-FILES-EXIT
058600     END-IF.
058700     OPEN OUTPUT ACCTNEW-FILE.
058800     IF WSS-FS-ACCTNEW NOT EQUAL "00"
058900        MOVE SPACES TO WSS-MESSAGE
059000        STRING "MG17 - ACCTNEW OPEN FAILED, STATUS "
059100            WSS-FS-ACCTNEW DELIMITED BY SIZE INTO WSS-MESSAGE
059200        MOVE 8 TO WSS-RETURN-CODE
059300        GO TO 1300-OPEN-FILES-EXIT
059400     END-IF.
060300     OPEN OUTPUT GLREV-FILE.
060400     IF WSS-FS-GLREV NOT EQUAL "00"
060500        MOVE SPACES TO WSS-MESSAGE
060600        STRING "MG17 - GLREV OPEN FAILED, STATUS "
060700            WSS-FS-GLREV DELIMITED BY SIZE INTO WSS-MESSAGE
060800        MOVE 8 TO WSS-RETURN-CODE
060900        GO TO 1300-OPEN-FILES-EXIT
061000     END-IF.
061100     SET WSS-FILES-OPEN TO TRUE.
061200     IF WSS-MONTH-END
061300        PERFORM 1400-OPEN-YTD-FILES
061400            THRU 1400-OPEN-YTD-FILES-EXIT
061500     END-IF.
061600 1300-OPEN-FILES-EXIT.
061700     EXIT.
061800*
061900****************************************************************
062000*  1400-OPEN-YTD-FILES                                          *
062100*  MONTH-END NIGHT ONLY - MG12 ROLLED INTYTD THAT NIGHT.        *
062200****************************************************************
062300 1400-OPEN-YTD-FILES.
062400     OPEN INPUT INTYTD-FILE.
062500     IF WSS-FS-INTYTD NOT EQUAL "00"
062600        MOVE SPACES TO WSS-MESSAGE
062700        STRING "MG17 - INTYTD OPEN FAILED, STATUS "
062800            WSS-FS-INTYTD DELIMITED BY SIZE INTO WSS-MESSAGE
062900        MOVE 8 TO WSS-RETURN-CODE
063000        GO TO 1400-OPEN-YTD-FILES-EXIT
063100     END-IF.
063200     OPEN INPUT YTDPRE-FILE.
063300     IF WSS-FS-YTDPRE NOT EQUAL "00"
063400        MOVE SPACES TO WSS-MESSAGE
063500        STRING "MG17 - YTDPRE OPEN FAILED, STATUS "
063600            WSS-FS-YTDPRE DELIMITED BY SIZE INTO WSS-MESSAGE
063700        MOVE 8 TO WSS-RETURN-CODE
063800        CLOSE INTYTD-FILE
063900        GO TO 1400-OPEN-YTD-FILES-EXIT
064000     END-IF.
064100     OPEN OUTPUT INTYTDO-FILE.
064200     IF WSS-FS-INTYTDO NOT EQUAL "00"
064300        MOVE SPACES TO WSS-MESSAGE
064400        STRING "MG17 - INTYTDO OPEN FAILED, STATUS "
064500            WSS-FS-INTYTDO DELIMITED BY SIZE INTO WSS-MESSAGE
064600        MOVE 8 TO WSS-RETURN-CODE
064700        CLOSE INTYTD-FILE YTDPRE-FILE
064800        GO TO 1400-OPEN-YTD-FILES-EXIT
064900     END-IF.
065000     SET WSS-YTD-OPENED TO TRUE.
065100 1400-OPEN-YTD-FILES-EXIT.
065200     EXIT.
065300*
065400****************************************************************
065500*  2000-TOTAL-CURRENT-ACCT                                      *
065600*  ONE RECORD OF THE CURRENT (POSTED) ACCOUNT MASTER, FOR THE   *
065700*  BEFORE TOTALS.  AN ACCOUNT LAST POSTED AFTER THE DATE MEANS  *
065800*  A LATER NIGHT HAS POSTED ON TOP OF IT.                       *
065900****************************************************************
066000 2000-TOTAL-CURRENT-ACCT.
066100     READ ACCTFILE-FILE
066200        AT END
066300           SET WSS-ACCTFILE-EOF TO TRUE
066400           GO TO 2000-TOTAL-CURRENT-ACCT-EXIT
066500     END-READ.
066600     ADD 1 TO WSS-ACCT-BEFORE.
066700     ADD ACCT-BALANCE TO WSS-BAL-BEFORE.
066800     IF ACCT-ACCRUED-INT NUMERIC
066900        ADD ACCT-ACCRUED-INT TO WSS-INT-BEFORE
067000     END-IF.
067100     IF ACCT-LAST-ACTIVITY NUMERIC
067200        AND ACCT-LAST-ACTIVITY GREATER THAN WSS-BKOUT-DATE
067300        MOVE SPACES TO WSS-MESSAGE
067400        STRING "MG17 - ACCOUNT " ACCT-NUMBER " POSTED "
067500            ACCT-LAST-ACTIVITY " - BACKOUT REFUSED"
067600            DELIMITED BY SIZE INTO WSS-MESSAGE
067700        MOVE 8 TO WSS-RETURN-CODE
067800     END-IF.
067900 2000-TOTAL-CURRENT-ACCT-EXIT.
068000     EXIT.
068100*
068200****************************************************************
068300*  2500-RESTORE-ONE-ACCT                                        *
068400*  COPIES ONE RECORD OF THE NIGHT'S PRE-POSTING GENERATION TO   *
068500*  THE NEW GENERATION.  AN ACCOUNT ALREADY POSTED ON OR AFTER   *
068600*  THE DATE MEANS THE WRONG GENERATION WAS SUPPLIED AS ACCTPRE. *
068700****************************************************************
068800 2500-RESTORE-ONE-ACCT.
068900     READ ACCTPRE-FILE
069000        AT END
069100           SET WSS-ACCTPRE-EOF TO TRUE
069200           GO TO 2500-RESTORE-ONE-ACCT-EXIT
069300     END-READ.
069400     IF PACC-LAST-ACTIVITY NUMERIC
069500        AND PACC-LAST-ACTIVITY NOT LESS THAN WSS-BKOUT-DATE
069600        MOVE SPACES TO WSS-MESSAGE
069700        STRING "MG17 - ACCTPRE IS NOT THE PRE-POSTING GENERATION "
069800            "FOR " WSS-BKOUT-DATE
069900            DELIMITED BY SIZE INTO WSS-MESSAGE
070000        MOVE 8 TO WSS-RETURN-CODE
070100        GO TO 2500-RESTORE-ONE-ACCT-EXIT
070200     END-IF.
070300     WRITE ACCTNEW-REC FROM PACC-REC.
070400     IF WSS-FS-ACCTNEW NOT EQUAL "00"
070500        MOVE SPACES TO WSS-MESSAGE
070600        STRING "MG17 - ACCTNEW WRITE FAILED, STATUS "
070700            WSS-FS-ACCTNEW DELIMITED BY SIZE INTO WSS-MESSAGE
070800        MOVE 8 TO WSS-RETURN-CODE
070900        GO TO 2500-RESTORE-ONE-ACCT-EXIT
071000     END-IF.
071100     ADD 1 TO WSS-ACCT-AFTER.
071200     ADD PACC-BALANCE TO WSS-BAL-AFTER.
071300     IF PACC-ACCRUED-INT NUMERIC
071400        ADD PACC-ACCRUED-INT TO WSS-INT-AFTER
071500     END-IF.
071600 2500-RESTORE-ONE-ACCT-EXIT.
071700     EXIT.
071800*
071900****************************************************************
072000*  3000-SCAN-ONE-HISTORY                                        *
072100*  ONE TRANHIST RECORD, READ ONLY - NOTHING ON TRANHIST CHANGES *
072200*  UNTIL 6000-STRIP-HISTORY.  THE NIGHT'S OWN POSTINGS WILL BE  *
072300*  DELETED; AN ORIGINAL THE NIGHT MARKED REVERSED WILL GO BACK  *
072400*  UNMARKED, SO THE RERUN'S REVERSAL CAN FIND IT AGAIN.         *
072700****************************************************************
072800 3000-SCAN-ONE-HISTORY.
072900     READ TRANHIST-FILE NEXT RECORD
073000        AT END
073100           SET WSS-TRANHIST-EOF TO TRUE
073200           GO TO 3000-SCAN-ONE-HISTORY-EXIT
073300     END-READ.
073400     MOVE TH-DETAIL TO HIST-REC.
073500     ADD 1 TO WSS-HIST-BEFORE.
073600     ADD HIST-AMOUNT TO WSS-HIST-AMT-BEFORE.
073700     IF HIST-RUN-DATE GREATER THAN WSS-BKOUT-DATE
073800        MOVE SPACES TO WSS-MESSAGE
073900        STRING "MG17 - TRANHIST HOLDS POSTINGS FOR " HIST-RUN-DATE
074000            " - BACKOUT REFUSED"
074100            DELIMITED BY SIZE INTO WSS-MESSAGE
074200        MOVE 8 TO WSS-RETURN-CODE
074300        GO TO 3000-SCAN-ONE-HISTORY-EXIT
074400     END-IF.
074500     IF HIST-RUN-DATE EQUAL WSS-BKOUT-DATE
074600        ADD 1 TO WSS-HIST-REMOVED
074700        ADD HIST-AMOUNT TO WSS-HIST-AMT-REMOVED
074800        GO TO 3000-SCAN-ONE-HISTORY-EXIT
074900     END-IF.
075300     IF HIST-REVERSED
075400        AND HIST-REV-DATE EQUAL WSS-BKOUT-DATE
075500        ADD 1 TO WSS-HIST-UNMARKED
075600     END-IF.
075700     ADD 1 TO WSS-HIST-AFTER.
075800     ADD HIST-AMOUNT TO WSS-HIST-AMT-AFTER.
075900 3000-SCAN-ONE-HISTORY-EXIT.
076000     EXIT.
076800*
076900****************************************************************
077000*  4000-REVERSE-ONE-GL                                          *
077100*  ONE ENTRY OF THE NIGHT'S GL EXTRACT, WRITTEN BACK WITH DEBIT *
077200*  AND CREDIT SWAPPED.  AN ENTRY FOR ANOTHER DATE MEANS THE     *
077300*  WRONG GLFILE WAS SUPPLIED.  A DEPLIAB ENTRY IS A MONTH-END   *
077400*  CAPITALIZATION.                                              *
077500****************************************************************
077600 4000-REVERSE-ONE-GL.
077700     READ GLFILE-FILE
077800        AT END
077900           SET WSS-GLFILE-EOF TO TRUE
078000           GO TO 4000-REVERSE-ONE-GL-EXIT
078100     END-READ.
078200     ADD 1 TO WSS-GL-READ.
078300     IF GL-RUN-DATE NOT EQUAL WSS-BKOUT-DATE
078400        MOVE SPACES TO WSS-MESSAGE
078500        STRING "MG17 - GLFILE IS FOR " GL-RUN-DATE ", NOT "
078600            WSS-BKOUT-DATE DELIMITED BY SIZE INTO WSS-MESSAGE
078700        MOVE 8 TO WSS-RETURN-CODE
078800        GO TO 4000-REVERSE-ONE-GL-EXIT
078900     END-IF.
079000     IF GL-ACCOUNT EQUAL "DEPLIAB"
079100        SET WSS-GL-CAP-SEEN TO TRUE
079200     END-IF.
079300     MOVE GL-REC TO RGL-REC.
079400     IF GL-ENTRY-DEBIT
079500        ADD GL-AMOUNT TO WSS-GL-DEBITS
079600        SET RGL-ENTRY-CREDIT TO TRUE
079700        ADD GL-AMOUNT TO WSS-GLREV-CREDITS
079800     ELSE
079900        ADD GL-AMOUNT TO WSS-GL-CREDITS
080000        SET RGL-ENTRY-DEBIT TO TRUE
080100        ADD GL-AMOUNT TO WSS-GLREV-DEBITS
080200     END-IF.
080300     MOVE SPACES TO RGL-DESC.
080400     STRING "BACKOUT " GL-DESC DELIMITED BY SIZE INTO RGL-DESC.
080500     WRITE GLREV-REC FROM RGL-REC.
080600     IF WSS-FS-GLREV NOT EQUAL "00"
080700        MOVE SPACES TO WSS-MESSAGE
080800        STRING "MG17 - GLREV WRITE FAILED, STATUS "
080900            WSS-FS-GLREV DELIMITED BY SIZE INTO WSS-MESSAGE
081000        MOVE 8 TO WSS-RETURN-CODE
081100        GO TO 4000-REVERSE-ONE-GL-EXIT
081200     END-IF.
081300     ADD 1 TO WSS-GLREV-WRITTEN.
081400 4000-REVERSE-ONE-GL-EXIT.
081500     EXIT.
081600*
081700****************************************************************
081800*  4500-PROVE-GL-REVERSAL                                       *
081900*  THE REVERSING ENTRIES MUST NET TO ZERO AND MIRROR THE NIGHT. *
082000*  A NIGHT THAT CAPITALIZED INTEREST ALSO ROLLED INTYTD, SO THE *
082100*  MONTH-END FLAG IS REQUIRED TO PUT THAT BACK TOO.             *
082200****************************************************************
082300 4500-PROVE-GL-REVERSAL.
082400     IF WSS-GLREV-DEBITS NOT EQUAL WSS-GL-CREDITS
082500        OR WSS-GLREV-CREDITS NOT EQUAL WSS-GL-DEBITS
082600        OR WSS-GLREV-DEBITS NOT EQUAL WSS-GLREV-CREDITS
082700        MOVE "MG17 - GL REVERSAL DOES NOT NET TO ZERO"
082800            TO WSS-MESSAGE
082900        MOVE 8 TO WSS-RETURN-CODE
083000        GO TO 4500-PROVE-GL-REVERSAL-EXIT
083100     END-IF.
083200     IF WSS-GL-CAP-SEEN
083300        AND NOT WSS-MONTH-END
083400        MOVE SPACES TO WSS-MESSAGE
083500        STRING "MG17 - " WSS-BKOUT-DATE " CAPITALIZED INTEREST - "
083600            "SET THE MONTH-END FLAG ON SYSIN"
083700            DELIMITED BY SIZE INTO WSS-MESSAGE
083800        MOVE 8 TO WSS-RETURN-CODE
083900     END-IF.
084000 4500-PROVE-GL-REVERSAL-EXIT.
084100     EXIT.
084200*
084300****************************************************************
084400*  5000-TOTAL-CURRENT-YTD                                       *
084500*  ONE RECORD OF THE CURRENT INTYTD, FOR THE BEFORE TOTALS.     *
084600****************************************************************
084700 5000-TOTAL-CURRENT-YTD.
084800     READ INTYTD-FILE
084900        AT END
085000           SET WSS-INTYTD-EOF TO TRUE
085100           GO TO 5000-TOTAL-CURRENT-YTD-EXIT
085200     END-READ.
085300     ADD 1 TO WSS-YTD-BEFORE.
085400     ADD YTD-CURR-INT TO WSS-YTD-AMT-BEFORE.
085500 5000-TOTAL-CURRENT-YTD-EXIT.
085600     EXIT.
085700*
085800****************************************************************
085900*  5500-RESTORE-ONE-YTD                                         *
086000*  COPIES ONE RECORD OF THE NIGHT'S INPUT INTYTD GENERATION TO  *
086100*  THE NEW GENERATION.                                          *
086200****************************************************************
086300 5500-RESTORE-ONE-YTD.
086400     READ YTDPRE-FILE
086500        AT END
086600           SET WSS-YTDPRE-EOF TO TRUE
086700           GO TO 5500-RESTORE-ONE-YTD-EXIT
086800     END-READ.
086900     WRITE INTYTDO-REC FROM PYTD-REC.
087000     IF WSS-FS-INTYTDO NOT EQUAL "00"
087100        MOVE SPACES TO WSS-MESSAGE
087200        STRING "MG17 - INTYTDO WRITE FAILED, STATUS "
087300            WSS-FS-INTYTDO DELIMITED BY SIZE INTO WSS-MESSAGE
087400        MOVE 8 TO WSS-RETURN-CODE
087500        GO TO 5500-RESTORE-ONE-YTD-EXIT
087600     END-IF.
087700     ADD 1 TO WSS-YTD-AFTER.
087800     ADD PYTD-CURR-INT TO WSS-YTD-AMT-AFTER.
087900 5500-RESTORE-ONE-YTD-EXIT.
088000     EXIT.
088001*
088002****************************************************************
088003*  6000-STRIP-HISTORY                                           *
088004*  THE ONE IN-PLACE UPDATE, RUN ONLY WHEN EVERY NEW GENERATION  *
088005*  IS BUILT.  TRANHIST IS REPOSITIONED AT ITS FIRST KEY AND     *
088006*  READ AGAIN; THE NIGHT'S POSTINGS ARE DELETED AND THE         *
088007*  ORIGINALS IT MARKED REVERSED ARE REWRITTEN UNMARKED.  ONCE   *
088008*  THE FIRST RECORD HAS CHANGED A FAILURE CAN NO LONGER LEAVE   *
088009*  TRANHIST AS IT WAS, AND THE REPORT SAYS SO.                  *
088010****************************************************************
088011 6000-STRIP-HISTORY.
088012     MOVE "N" TO WSS-TRANHIST-EOF-SW.
088013     MOVE LOW-VALUES TO TH-KEY.
088014     START TRANHIST-FILE KEY IS NOT LESS THAN TH-KEY
088015        INVALID KEY
088016           SET WSS-TRANHIST-EOF TO TRUE
088017     END-START.
088018     PERFORM 6100-STRIP-ONE-HISTORY
088019         THRU 6100-STRIP-ONE-HISTORY-EXIT
088020         UNTIL WSS-TRANHIST-EOF
088021            OR WSS-RETURN-CODE EQUAL 8.
088022 6000-STRIP-HISTORY-EXIT.
088023     EXIT.
088024*
088025****************************************************************
088026*  6100-STRIP-ONE-HISTORY                                       *
088027****************************************************************
088028 6100-STRIP-ONE-HISTORY.
088029     READ TRANHIST-FILE NEXT RECORD
088030        AT END
088031           SET WSS-TRANHIST-EOF TO TRUE
088032           GO TO 6100-STRIP-ONE-HISTORY-EXIT
088033     END-READ.
088034     MOVE TH-DETAIL TO HIST-REC.
088035     IF HIST-RUN-DATE EQUAL WSS-BKOUT-DATE
088036        DELETE TRANHIST-FILE RECORD
088037        IF WSS-FS-TRANHIST NOT EQUAL "00"
088038           MOVE SPACES TO WSS-MESSAGE
088039           STRING "MG17 - TRANHIST DELETE FAILED, STATUS "
088040               WSS-FS-TRANHIST DELIMITED BY SIZE INTO WSS-MESSAGE
088041           MOVE 8 TO WSS-RETURN-CODE
088042        END-IF
088043        SET WSS-HIST-STRIP-BEGUN TO TRUE
088044        GO TO 6100-STRIP-ONE-HISTORY-EXIT
088045     END-IF.
088046     IF NOT HIST-REVERSED
088047        OR HIST-REV-DATE NOT EQUAL WSS-BKOUT-DATE
088048        GO TO 6100-STRIP-ONE-HISTORY-EXIT
088049     END-IF.
088050     MOVE SPACE TO HIST-REV-SW.
088051     MOVE ZERO  TO HIST-REV-DATE.
088052     MOVE HIST-REC TO TH-DETAIL.
088053     REWRITE TH-REC.
088054     IF WSS-FS-TRANHIST NOT EQUAL "00"
088055        MOVE SPACES TO WSS-MESSAGE
088056        STRING "MG17 - TRANHIST REWRITE FAILED, STATUS "
088057            WSS-FS-TRANHIST DELIMITED BY SIZE INTO WSS-MESSAGE
088058        MOVE 8 TO WSS-RETURN-CODE
088059     END-IF.
088060     SET WSS-HIST-STRIP-BEGUN TO TRUE.
088061 6100-STRIP-ONE-HISTORY-EXIT.
088062     EXIT.
088100*
088200****************************************************************
088300*  7000-RESET-CONTROLS                                          *
088400*  RUN ONLY WHEN EVERY NEW GENERATION IS BUILT.  BDATE GOES     *
088450*  BACK TO THE NIGHT'S DATE, WITH THE LAST-GOOD DATE THE NIGHT  *
088500*  REPLACED AS LAST-GOOD AGAIN.  THE PRE-NIGHT DATE IS LEFT     *
088550*  BLANK, SO A SECOND BACKOUT IS REFUSED UNTIL THE NIGHT HAS    *
088600*  BEEN RERUN.  RUNCTL IS CLEARED, KEEPING THE OPERATOR'S       *
088700*  BATCH-WINDOW CUTOFF.  THE RESTART CHECKPOINT IS EMPTIED SO   *
088800*  THE RERUN DOES NOT SKIP ENVCHECK ON THE STRENGTH OF THE      *
088900*  BACKED-OUT NIGHT.  ONCE BDATE IS BACK, A RUNCTL OR RESTART   *
089000*  FAILURE IS ONLY A WARNING - MG1 WILL RUN THE NIGHT EITHER    *
089100*  WAY.                                                         *
089200****************************************************************
089300 7000-RESET-CONTROLS.
089400     OPEN OUTPUT BDATE-FILE.
089500     IF WSS-FS-BDATE NOT EQUAL "00"
089600        MOVE SPACES TO WSS-MESSAGE
089700        STRING "MG17 - BDATE COULD NOT BE REWRITTEN, STATUS "
089800            WSS-FS-BDATE DELIMITED BY SIZE INTO WSS-MESSAGE
089900        MOVE 8 TO WSS-RETURN-CODE
090000        GO TO 7000-RESET-CONTROLS-EXIT
090100     END-IF.
090200     MOVE SPACES            TO BDATE-REC.
090300     MOVE WSS-BKOUT-DATE    TO BDATE-PROC-DATE.
090400     MOVE WSS-NEW-LAST-GOOD TO BDATE-LAST-GOOD.
090500     WRITE BDATE-REC.
090600     CLOSE BDATE-FILE.
090700     SET WSS-CONTROLS-RESET TO TRUE.
090800     OPEN OUTPUT RUNCTL-FILE.
090900     IF WSS-FS-RUNCTL NOT EQUAL "00"
091000        MOVE SPACES TO WSS-MESSAGE
091100        STRING "MG17 - RUNCTL COULD NOT BE CLEARED, STATUS "
091200            WSS-FS-RUNCTL DELIMITED BY SIZE INTO WSS-MESSAGE
091300        MOVE 4 TO WSS-RETURN-CODE
091400     ELSE
091500        MOVE SPACES          TO RUNCTL-REC
091600        MOVE ZERO            TO RUNCTL-RUN-DATE
091700        MOVE ZERO            TO RUNCTL-START-TIME
091800        MOVE "MG17"          TO RUNCTL-JOBNAME
091900        MOVE WSS-CUTOFF-TIME TO RUNCTL-CUTOFF-TIME
092000        WRITE RUNCTL-REC
092100        CLOSE RUNCTL-FILE
092200     END-IF.
092300     OPEN OUTPUT RESTART-FILE.
092400     IF WSS-FS-RESTART NOT EQUAL "00"
092500        MOVE SPACES TO WSS-MESSAGE
092600        STRING "MG17 - RESTART COULD NOT BE EMPTIED, STATUS "
092700            WSS-FS-RESTART " - EMPTY IT BEFORE THE RERUN"
092800            DELIMITED BY SIZE INTO WSS-MESSAGE
092900        MOVE 4 TO WSS-RETURN-CODE
093000     ELSE
093100        CLOSE RESTART-FILE
093200     END-IF.
093300 7000-RESET-CONTROLS-EXIT.
093400     EXIT.
093500*
093600****************************************************************
093700*  8000-PRINT-REPORT                                            *
093800*  THE BEFORE AND AFTER TOTALS FOR EACH FILE, THE CONTROL-FILE  *
093900*  CHANGES, AND THE RESULT.                                     *
094000****************************************************************
094100 8000-PRINT-REPORT.
094200     MOVE " " TO BKR-CC.
094300     MOVE SPACES TO BKR-TEXT.
094400     WRITE BKOUTRPT-LINE.
094500     MOVE WSS-BKR-HEAD TO BKR-TEXT.
094600     WRITE BKOUTRPT-LINE.
094700     MOVE ALL "-" TO BKR-TEXT.
094800     WRITE BKOUTRPT-LINE.
094900     MOVE "ACCTFILE BEFORE - BALANCES" TO WSS-BKR-LABEL.
095000     MOVE WSS-ACCT-BEFORE TO WSS-BKR-COUNT.
095100     MOVE WSS-BAL-BEFORE  TO WSS-BKR-AMOUNT.
095200     PERFORM 8100-WRITE-DETAIL
095300         THRU 8100-WRITE-DETAIL-EXIT.
095400     MOVE "ACCTFILE BEFORE - ACCRUED INTEREST" TO WSS-BKR-LABEL.
095500     MOVE WSS-INT-BEFORE  TO WSS-BKR-AMOUNT.
095600     PERFORM 8100-WRITE-DETAIL
095700         THRU 8100-WRITE-DETAIL-EXIT.
095800     MOVE "ACCTFILE AFTER  - BALANCES" TO WSS-BKR-LABEL.
095900     MOVE WSS-ACCT-AFTER  TO WSS-BKR-COUNT.
096000     MOVE WSS-BAL-AFTER   TO WSS-BKR-AMOUNT.
096100     PERFORM 8100-WRITE-DETAIL
096200         THRU 8100-WRITE-DETAIL-EXIT.
096300     MOVE "ACCTFILE AFTER  - ACCRUED INTEREST" TO WSS-BKR-LABEL.
096400     MOVE WSS-INT-AFTER   TO WSS-BKR-AMOUNT.
096500     PERFORM 8100-WRITE-DETAIL
096600         THRU 8100-WRITE-DETAIL-EXIT.
096700     MOVE "TRANHIST BEFORE" TO WSS-BKR-LABEL.
096800     MOVE WSS-HIST-BEFORE     TO WSS-BKR-COUNT.
096900     MOVE WSS-HIST-AMT-BEFORE TO WSS-BKR-AMOUNT.
097000     PERFORM 8100-WRITE-DETAIL
097100         THRU 8100-WRITE-DETAIL-EXIT.
097200     MOVE "TRANHIST REMOVED - THE NIGHT'S POSTINGS"
097300         TO WSS-BKR-LABEL.
097400     MOVE WSS-HIST-REMOVED     TO WSS-BKR-COUNT.
097500     MOVE WSS-HIST-AMT-REMOVED TO WSS-BKR-AMOUNT.
097600     PERFORM 8100-WRITE-DETAIL
097700         THRU 8100-WRITE-DETAIL-EXIT.
097800     MOVE "TRANHIST AFTER" TO WSS-BKR-LABEL.
097900     MOVE WSS-HIST-AFTER     TO WSS-BKR-COUNT.
098000     MOVE WSS-HIST-AMT-AFTER TO WSS-BKR-AMOUNT.
098100     PERFORM 8100-WRITE-DETAIL
098200         THRU 8100-WRITE-DETAIL-EXIT.
098300     MOVE "TRANHIST ORIGINALS UNMARKED REVERSED" TO WSS-BKR-LABEL.
098400     MOVE WSS-HIST-UNMARKED TO WSS-BKR-COUNT.
098500     MOVE ZERO              TO WSS-BKR-AMOUNT.
098600     PERFORM 8100-WRITE-DETAIL
098700         THRU 8100-WRITE-DETAIL-EXIT.
098800     MOVE "GLFILE  NIGHT'S ENTRIES - DEBITS" TO WSS-BKR-LABEL.
098900     MOVE WSS-GL-READ   TO WSS-BKR-COUNT.
099000     MOVE WSS-GL-DEBITS TO WSS-BKR-AMOUNT.
099100     PERFORM 8100-WRITE-DETAIL
099200         THRU 8100-WRITE-DETAIL-EXIT.
099300     MOVE "GLFILE  NIGHT'S ENTRIES - CREDITS" TO WSS-BKR-LABEL.
099400     MOVE WSS-GL-CREDITS TO WSS-BKR-AMOUNT.
099500     PERFORM 8100-WRITE-DETAIL
099600         THRU 8100-WRITE-DETAIL-EXIT.
099700     MOVE "GLREV   REVERSING ENTRIES - DEBITS" TO WSS-BKR-LABEL.
099800     MOVE WSS-GLREV-WRITTEN TO WSS-BKR-COUNT.
099900     MOVE WSS-GLREV-DEBITS  TO WSS-BKR-AMOUNT.
100000     PERFORM 8100-WRITE-DETAIL
100100         THRU 8100-WRITE-DETAIL-EXIT.
100200     MOVE "GLREV   REVERSING ENTRIES - CREDITS" TO WSS-BKR-LABEL.
100300     MOVE WSS-GLREV-CREDITS TO WSS-BKR-AMOUNT.
100400     PERFORM 8100-WRITE-DETAIL
100500         THRU 8100-WRITE-DETAIL-EXIT.
100600     IF WSS-MONTH-END
100700        MOVE "INTYTD  BEFORE - CURRENT-YEAR INTEREST"
100800            TO WSS-BKR-LABEL
100900        MOVE WSS-YTD-BEFORE     TO WSS-BKR-COUNT
101000        MOVE WSS-YTD-AMT-BEFORE TO WSS-BKR-AMOUNT
101100        PERFORM 8100-WRITE-DETAIL
101200            THRU 8100-WRITE-DETAIL-EXIT
101300        MOVE "INTYTD  AFTER  - CURRENT-YEAR INTEREST"
101400            TO WSS-BKR-LABEL
101500        MOVE WSS-YTD-AFTER     TO WSS-BKR-COUNT
101600        MOVE WSS-YTD-AMT-AFTER TO WSS-BKR-AMOUNT
101700        PERFORM 8100-WRITE-DETAIL
101800            THRU 8100-WRITE-DETAIL-EXIT
101900     END-IF.
102000     MOVE ALL "-" TO BKR-TEXT.
102100     WRITE BKOUTRPT-LINE.
102200     MOVE "BDATE   PROCESSING DATE" TO WSS-BKC-LABEL.
102300     MOVE WSS-OLD-PROC-DATE TO WSS-BKC-BEFORE.
102400     MOVE WSS-OLD-PROC-DATE TO WSS-BKC-AFTER.
102500     IF WSS-CONTROLS-RESET
102600        MOVE WSS-BKOUT-DATE TO WSS-BKC-AFTER
102700     END-IF.
102800     MOVE WSS-BKR-CONTROL TO BKR-TEXT.
102900     WRITE BKOUTRPT-LINE.
103000     MOVE "BDATE   LAST GOOD DATE" TO WSS-BKC-LABEL.
103100     MOVE WSS-OLD-LAST-GOOD TO WSS-BKC-BEFORE.
103200     MOVE WSS-OLD-LAST-GOOD TO WSS-BKC-AFTER.
103300     IF WSS-CONTROLS-RESET
103400        MOVE WSS-NEW-LAST-GOOD TO WSS-BKC-AFTER
103500     END-IF.
103600     MOVE WSS-BKR-CONTROL TO BKR-TEXT.
103700     WRITE BKOUTRPT-LINE.
103800     MOVE "RUNCTL  RUN DATE" TO WSS-BKC-LABEL.
103900     MOVE WSS-OLD-RUNCTL-DATE TO WSS-BKC-BEFORE.
104000     MOVE WSS-OLD-RUNCTL-DATE TO WSS-BKC-AFTER.
104100     IF WSS-CONTROLS-RESET
104200        AND WSS-FS-RUNCTL EQUAL "00"
104300        MOVE "CLEARED" TO WSS-BKC-AFTER
104400     END-IF.
104500     MOVE WSS-BKR-CONTROL TO BKR-TEXT.
104600     WRITE BKOUTRPT-LINE.
104700     MOVE ALL "-" TO BKR-TEXT.
104800     WRITE BKOUTRPT-LINE.
104900     MOVE SPACES TO BKR-TEXT.
105000     EVALUATE TRUE
105050         WHEN WSS-RETURN-CODE LESS THAN 8
105100             STRING " BACKOUT COMPLETE - BUSINESS DATE "
105150                 WSS-BKOUT-DATE " MAY BE RERUN"
105200                 DELIMITED BY SIZE INTO BKR-TEXT
105250         WHEN WSS-HIST-STRIP-BEGUN
105350             STRING " BACKOUT NOT DONE - TRANHIST PARTLY "
105400                 "STRIPPED - RESTORE IT FROM ITS BACKUP"
105450                 DELIMITED BY SIZE INTO BKR-TEXT
105500         WHEN OTHER
105550             STRING " BACKOUT NOT DONE - BDATE, RUNCTL AND "
105600                 "RESTART NOT CHANGED - DO NOT CATALOG THE NEW "
105650                 "GENERATIONS"
105700                 DELIMITED BY SIZE INTO BKR-TEXT
105750     END-EVALUATE.
105900     WRITE BKOUTRPT-LINE.
106000     IF WSS-MESSAGE NOT EQUAL SPACES
106100        MOVE SPACES TO BKR-TEXT
106200        STRING " " WSS-MESSAGE DELIMITED BY SIZE INTO BKR-TEXT
106300        WRITE BKOUTRPT-LINE
106400     END-IF.
106500 8000-PRINT-REPORT-EXIT.
106600     EXIT.
106700*
106800****************************************************************
106900*  8100-WRITE-DETAIL                                            *
107000*  THE CALLER LOADS THE LABEL, COUNT AND AMOUNT.                *
107100****************************************************************
107200 8100-WRITE-DETAIL.
107300     MOVE WSS-BKR-DETAIL TO BKR-TEXT.
107400     WRITE BKOUTRPT-LINE.
107500     MOVE SPACES TO WSS-BKR-LABEL.
107600     MOVE ZERO   TO WSS-BKR-COUNT.
107700     MOVE ZERO   TO WSS-BKR-AMOUNT.
107800 8100-WRITE-DETAIL-EXIT.
107900     EXIT.
108000*
108100****************************************************************
108200*  9000-TERMINATE                                               *
108300*  A COMPLETE BACKOUT WHOSE RESTORED ACCOUNT COUNT DIFFERS FROM *
108400*  THE CURRENT ONE IS A WARNING - ACCOUNT MAINTENANCE RUN SINCE *
108500*  THE NIGHT IS NOT IN THE PRE-POSTING GENERATION AND MUST BE   *
108600*  REAPPLIED.  PRINTS THE REPORT, CLOSES THE FILES AND SETS THE *
108700*  RETURN CODE.  RC 00 = BACKED OUT, RC 04 = BACKED OUT WITH A  *
108800*  WARNING, RC 08 = REFUSED OR FILE ERROR.                      *
108900****************************************************************
109000 9000-TERMINATE.
109100     IF WSS-RETURN-CODE LESS THAN 8
109200        AND WSS-ACCT-AFTER NOT EQUAL WSS-ACCT-BEFORE
109300        MOVE 4 TO WSS-RETURN-CODE
109400        IF WSS-MESSAGE EQUAL SPACES
109500           STRING "MG17 - ACCOUNT COUNT CHANGED - REAPPLY ANY "
109600               "ACCOUNT MAINTENANCE RUN SINCE THE NIGHT"
109700               DELIMITED BY SIZE INTO WSS-MESSAGE
109800        END-IF
109900     END-IF.
110000     IF WSS-RPT-OPEN
110100        PERFORM 8000-PRINT-REPORT
110200            THRU 8000-PRINT-REPORT-EXIT
110300        CLOSE BKOUTRPT-FILE
110400     END-IF.
110500     IF WSS-FILES-OPEN
110600        CLOSE ACCTFILE-FILE ACCTPRE-FILE ACCTNEW-FILE
110700              TRANHIST-FILE GLFILE-FILE GLREV-FILE
110800     END-IF.
110900     IF WSS-YTD-OPENED
111000        CLOSE INTYTD-FILE YTDPRE-FILE INTYTDO-FILE
111100     END-IF.
111200     IF WSS-MESSAGE NOT EQUAL SPACES
111300        DISPLAY WSS-MESSAGE
111400     END-IF.
111500     DISPLAY "MG17 - BUSINESS DATE:        " WSS-BKOUT-DATE.
111600     DISPLAY "MG17 - ACCOUNTS RESTORED:    " WSS-ACCT-AFTER.
111700     DISPLAY "MG17 - HISTORY REMOVED:      " WSS-HIST-REMOVED.
111800     DISPLAY "MG17 - GL ENTRIES REVERSED:  " WSS-GLREV-WRITTEN.
111900     DISPLAY "MG17 RETURN CODE IS " WSS-RETURN-CODE.
112000     MOVE WSS-RETURN-CODE TO RETURN-CODE.
112100 9000-TERMINATE-EXIT.
112200     EXIT.
