000406*  05/08/2026  MG    THE NIGHT'S CLOSED-CUSTOMER SUSPENSE       *
000408*                    COUNT IS NOW PRINTED WITH THE POSTING      *
000409*                    TOTALS.                                    *
000410*  09/04/2026  MG    ADDED THE MG8 RETURNED-ITEM CHECKS -       *
000411*                    EXTRACTED = POSTED + SUSPENDED + RETURNED, *
000412*                    AND THE RETURNED-ITEM DATASET (RETITEM) IS *
000413*                    RE-READ AND ITS ITEMS AND NSF FEES MUST    *
000414*                    AGREE WITH THE CARRIED TOTALS.             *
000415*  09/18/2026  MG    ADDED THE TRANSFER (XF) CHECKS - THE LEGS  *
000416*                    MG8 POSTED OUT MUST EQUAL THE LEGS POSTED  *
000417*                    IN, COUNT AND DOLLARS, SO EVERY TRANSFER   *
000418*                    NETS TO ZERO, AND TRANSFERS RE-TOTALED     *
000419*                    FROM EXTRFILE MUST EQUAL THOSE POSTED PLUS *
000420*                    THOSE RE-TOTALED FROM POSTSUSP.            *
000421****************************************************************
000422 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000540     SELECT POSTSUSP-FILE  ASSIGN TO POSTSUSP
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WSS-FS-POSTSUSP.
000562     SELECT RETITEM-FILE   ASSIGN TO RETITEM
000564         ORGANIZATION IS SEQUENTIAL
000566         FILE STATUS IS WSS-FS-RETITEM.
000570     SELECT BALRPT-FILE    ASSIGN TO BALRPT
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WSS-FS-BALRPT.
000770     RECORDING MODE IS F
000780     RECORD CONTAINS 132 CHARACTERS.
000790     COPY SUSPREC REPLACING LEADING ==SUSP== BY ==PSUS==.
000792 FD  RETITEM-FILE
000794     RECORDING MODE IS F
000796     RECORD CONTAINS 160 CHARACTERS.
000798     COPY RETIREC.
000800*
000810****************************************************************
000820*  OUTPUT - BALANCING REPORT, SAME CARRIAGE-CONTROL PRINT-LINE  *
000960 77  WSS-FS-EXTRACT        PIC X(02) VALUE "00".
000970 77  WSS-FS-SUSPENSE       PIC X(02) VALUE "00".
000980 77  WSS-FS-POSTSUSP       PIC X(02) VALUE "00".
000985 77  WSS-FS-RETITEM        PIC X(02) VALUE "00".
000990 77  WSS-FS-BALRPT         PIC X(02) VALUE "00".
001000 77  WSS-EXTRACT-EOF-SW    PIC X(01) VALUE "N".
001010     88  WSS-EXTRACT-EOF            VALUE "Y".
001030     88  WSS-SUSPENSE-EOF           VALUE "Y".
001040 77  WSS-PSUSP-EOF-SW      PIC X(01) VALUE "N".
001050     88  WSS-PSUSP-EOF              VALUE "Y".
001052 77  WSS-RETI-EOF-SW       PIC X(01) VALUE "N".
001054     88  WSS-RETI-EOF               VALUE "Y".
001060 77  WSS-BALANCE-SW        PIC X(01) VALUE "P".
001070     88  WSS-BALANCE-PASSED         VALUE "P".
001080     88  WSS-BALANCE-FAILED         VALUE "F".
001170 77  WSS-EXTR-DOLLARS      PIC S9(11)V99 COMP-3 VALUE ZERO.
001180 77  WSS-SUSP-DOLLARS      PIC S9(11)V99 COMP-3 VALUE ZERO.
001190 77  WSS-PSUSP-DOLLARS     PIC S9(11)V99 COMP-3 VALUE ZERO.
001192 77  WSS-RETI-COUNT        PIC 9(07) COMP VALUE ZERO.
001194 77  WSS-RETI-DOLLARS      PIC S9(11)V99 COMP-3 VALUE ZERO.
001196 77  WSS-RETI-FEE-COUNT    PIC 9(07) COMP VALUE ZERO.
001198 77  WSS-RETI-FEE-DOLLARS  PIC S9(11)V99 COMP-3 VALUE ZERO.
001200 77  WSS-XFER-EXTR-COUNT   PIC 9(07) COMP VALUE ZERO.
001202 77  WSS-XFER-EXTR-DOLLARS PIC S9(11)V99 COMP-3 VALUE ZERO.
001204 77  WSS-XFER-SUSP-COUNT   PIC 9(07) COMP VALUE ZERO.
001206 77  WSS-XFER-SUSP-DOLLARS PIC S9(11)V99 COMP-3 VALUE ZERO.
001208 77  WSS-EXPECT-COUNT      PIC 9(07) COMP VALUE ZERO.
001210 77  WSS-EXPECT-DOLLARS    PIC S9(11)V99 COMP-3 VALUE ZERO.
001220 77  WSS-RUN-DATE          PIC 9(08) VALUE ZERO.
001230*
001840        PERFORM 2300-TOTAL-POST-SUSPENSE
001850            THRU 2300-TOTAL-POST-SUSPENSE-EXIT
001860            UNTIL WSS-PSUSP-EOF
001862        PERFORM 2400-TOTAL-RETURNED-ITEMS
001864            THRU 2400-TOTAL-RETURNED-ITEMS-EXIT
001866            UNTIL WSS-RETI-EOF
001870        PERFORM 3000-BALANCE-CHECKS
001880            THRU 3000-BALANCE-CHECKS-EXIT
001890     END-IF.
002240            WSS-FS-POSTSUSP DELIMITED BY SIZE INTO SS-MESSAGE
002250        GO TO 1000-INITIALIZE-EXIT
002260     END-IF.
002261     OPEN INPUT RETITEM-FILE.
002262     IF WSS-FS-RETITEM NOT EQUAL "00"
002263        SET WSS-BALANCE-FAILED TO TRUE
002264        MOVE SPACES TO SS-MESSAGE
002265        STRING "MG4 - RETITEM OPEN FAILED, STATUS "
002266            WSS-FS-RETITEM DELIMITED BY SIZE INTO SS-MESSAGE
002267        GO TO 1000-INITIALIZE-EXIT
002268     END-IF.
002270     OPEN OUTPUT BALRPT-FILE.
002280     IF WSS-FS-BALRPT NOT EQUAL "00"
002290        SET WSS-BALANCE-FAILED TO TRUE
002620     IF EXTR-AMOUNT NUMERIC
002630        ADD EXTR-AMOUNT TO WSS-EXTR-DOLLARS
002640     END-IF.
002641     IF EXTR-TRAN-CODE EQUAL "XF"
002642        ADD 1 TO WSS-XFER-EXTR-COUNT
002643        IF EXTR-AMOUNT NUMERIC
002644           ADD EXTR-AMOUNT TO WSS-XFER-EXTR-DOLLARS
002645        END-IF
002646     END-IF.
002650 2100-TOTAL-EXTRACT-EXIT.
002660     EXIT.
002670*
003010     IF TRAN-AMOUNT NUMERIC
003020        ADD TRAN-AMOUNT TO WSS-PSUSP-DOLLARS
003030     END-IF.
003031     IF TRAN-CODE EQUAL "XF"
003032        ADD 1 TO WSS-XFER-SUSP-COUNT
003033        IF TRAN-AMOUNT NUMERIC
003034           ADD TRAN-AMOUNT TO WSS-XFER-SUSP-DOLLARS
003035        END-IF
003036     END-IF.
003040 2300-TOTAL-POST-SUSPENSE-EXIT.
003050     EXIT.
003060*
003061****************************************************************
003062*  2400-TOTAL-RETURNED-ITEMS                                    *
003063*  THE MG8 RETURNED ITEMS CARRY THE SAME FEED-RECORD IMAGE,     *
003064*  RE-TOTALED THE SAME WAY, PLUS THE NSF FEE CHARGED FOR EACH.  *
003065****************************************************************
003066 2400-TOTAL-RETURNED-ITEMS.
003067     READ RETITEM-FILE
003068        AT END
003069           SET WSS-RETI-EOF TO TRUE
003070           GO TO 2400-TOTAL-RETURNED-ITEMS-EXIT
003071     END-READ.
003072     ADD 1 TO WSS-RETI-COUNT.
003073     MOVE RETI-TRAN-DATA TO TRAN-REC.
003074     IF TRAN-AMOUNT NUMERIC
003075        ADD TRAN-AMOUNT TO WSS-RETI-DOLLARS
003076     END-IF.
003077     IF RETI-FEE-AMOUNT NUMERIC
003078        AND RETI-FEE-AMOUNT GREATER THAN ZERO
003079        ADD 1 TO WSS-RETI-FEE-COUNT
003080        ADD RETI-FEE-AMOUNT TO WSS-RETI-FEE-DOLLARS
003081     END-IF.
003082 2400-TOTAL-RETURNED-ITEMS-EXIT.
003083     EXIT.
003084*
003085****************************************************************
003086*  3000-BALANCE-CHECKS                                          *
003087*  ELEVEN COMPARISONS, EACH PRINTED BY COUNT AND BY DOLLARS -   *
003088*    FEED IN = VALID + REJECTED (AS CARRIED BY MG5)             *
003089*    VALIDATED FEED = EXTRACT READ                              *
003090*    READ = EXTRACTED + SUSPENDED (AS CARRIED BY MG2)           *
003091*    EXTRACTED = POSTED + SUSPENDED + RETURNED (MG8)            *
003092*    POSTSUSP DATASET = CARRIED                                 *
003093*    RETITEM DATASET ITEMS = CARRIED                            *
003094*    RETITEM NSF FEES = CARRIED                                 *
003095*    TRANSFER LEGS POSTED OUT = LEGS POSTED IN                  *
003096*    XF EXTRACTED = XF POSTED + XF SUSPENDED                    *
003097*    EXTRACT DATASET = CARRIED                                  *
003098*    SUSPENSE DATASET = CARRIED                                 *
003100*  THE CALLER OF 3500-WRITE-BAL-LINE LOADS WSS-BAL-DESC AND     *
003110*  THE TWO SIDES INTO WSS-EXPECT-DOLLARS (CARRIED) AND          *
003120*  WSS-EXTR-DOLLARS-STYLE OBSERVED VALUES FIRST.                *
003130****************************************************************
003140 3000-BALANCE-CHECKS.
003150*
004050            THRU 3600-WRITE-BAL-LINE-OOB-EXIT
004060     END-IF.
004070*
004080*    EXTRACTED = POSTED + SUSPENDED + RETURNED - COUNTS, AS
004085*    CARRIED BY MG8.
004090     SET WSS-BAL-KIND-COUNT TO TRUE.
004095     MOVE "EXTRACTED = POSTED + SUSP + RETURNED (CNT)"
004100         TO WSS-BAL-DESC-CNT.
004105     COMPUTE WSS-EXPECT-COUNT =
004110         SS-TRAN-POSTED + SS-TRAN-UNPOSTED + SS-TRAN-RETURNED.
004140     MOVE SS-TRAN-EXTRACTED TO WSS-BAL-LEFT-CNT.
004150     MOVE WSS-EXPECT-COUNT  TO WSS-BAL-RIGHT-CNT.
004160     IF SS-TRAN-EXTRACTED EQUAL WSS-EXPECT-COUNT
004230*
004240*    AND DOLLAR FOR DOLLAR.
004250     SET WSS-BAL-KIND-DOLLAR TO TRUE.
004260     MOVE "EXTRACTED = POSTED + SUSP + RETURNED ($)"
004265         TO WSS-BAL-DESC.
004270     COMPUTE WSS-EXPECT-DOLLARS =
004275         SS-AMT-TRAN-POSTED + SS-AMT-TRAN-UNPOSTED
004280         + SS-AMT-TRAN-RETURNED.
004300     MOVE SS-AMOUNT-EXTRACTED TO WSS-BAL-LEFT.
004310     MOVE WSS-EXPECT-DOLLARS  TO WSS-BAL-RIGHT.
004320     IF SS-AMOUNT-EXTRACTED EQUAL WSS-EXPECT-DOLLARS
004640        PERFORM 3600-WRITE-BAL-LINE-OOB
004650            THRU 3600-WRITE-BAL-LINE-OOB-EXIT
004660     END-IF.
004661*
004662*    RETURNED-ITEM DATASET ON DISK VS CARRIED COUNT.
004663     SET WSS-BAL-KIND-COUNT TO TRUE.
004664     MOVE "RETITEM DATASET RECORDS VS CARRIED (CNT)"
004665         TO WSS-BAL-DESC-CNT.
004666     MOVE SS-TRAN-RETURNED TO WSS-BAL-LEFT-CNT.
004667     MOVE WSS-RETI-COUNT   TO WSS-BAL-RIGHT-CNT.
004668     IF SS-TRAN-RETURNED EQUAL WSS-RETI-COUNT
004669        PERFORM 3500-WRITE-BAL-LINE-OK
004670            THRU 3500-WRITE-BAL-LINE-OK-EXIT
004671     ELSE
004672        PERFORM 3600-WRITE-BAL-LINE-OOB
004673            THRU 3600-WRITE-BAL-LINE-OOB-EXIT
004674     END-IF.
004675*
004676*    RETURNED-ITEM DATASET DOLLARS VS CARRIED DOLLARS.
004677     SET WSS-BAL-KIND-DOLLAR TO TRUE.
004678     MOVE "RETITEM DATASET DOLLARS VS CARRIED ($)"
004679         TO WSS-BAL-DESC.
004680     MOVE SS-AMT-TRAN-RETURNED TO WSS-BAL-LEFT.
004681     MOVE WSS-RETI-DOLLARS     TO WSS-BAL-RIGHT.
004682     IF SS-AMT-TRAN-RETURNED EQUAL WSS-RETI-DOLLARS
004683        PERFORM 3500-WRITE-BAL-LINE-OK
004684            THRU 3500-WRITE-BAL-LINE-OK-EXIT
004685     ELSE
004686        PERFORM 3600-WRITE-BAL-LINE-OOB
004687            THRU 3600-WRITE-BAL-LINE-OOB-EXIT
004688     END-IF.
004689*
004690*    NSF FEES CHARGED ON THE RETURNED ITEMS VS CARRIED COUNT.
004691     SET WSS-BAL-KIND-COUNT TO TRUE.
004692     MOVE "RETITEM NSF FEES VS CARRIED (CNT)"
004693         TO WSS-BAL-DESC-CNT.
004694     MOVE SS-NSF-FEES        TO WSS-BAL-LEFT-CNT.
004695     MOVE WSS-RETI-FEE-COUNT TO WSS-BAL-RIGHT-CNT.
004696     IF SS-NSF-FEES EQUAL WSS-RETI-FEE-COUNT
004697        PERFORM 3500-WRITE-BAL-LINE-OK
004698            THRU 3500-WRITE-BAL-LINE-OK-EXIT
004699     ELSE
004700        PERFORM 3600-WRITE-BAL-LINE-OOB
004701            THRU 3600-WRITE-BAL-LINE-OOB-EXIT
004702     END-IF.
004703*
004704*    AND DOLLAR FOR DOLLAR.
004705     SET WSS-BAL-KIND-DOLLAR TO TRUE.
004706     MOVE "RETITEM NSF FEES VS CARRIED ($)"
004707         TO WSS-BAL-DESC.
004708     MOVE SS-AMT-NSF-FEES      TO WSS-BAL-LEFT.
004709     MOVE WSS-RETI-FEE-DOLLARS TO WSS-BAL-RIGHT.
004710     IF SS-AMT-NSF-FEES EQUAL WSS-RETI-FEE-DOLLARS
004711        PERFORM 3500-WRITE-BAL-LINE-OK
004712            THRU 3500-WRITE-BAL-LINE-OK-EXIT
004713     ELSE
004714        PERFORM 3600-WRITE-BAL-LINE-OOB
004715            THRU 3600-WRITE-BAL-LINE-OOB-EXIT
004716     END-IF.
004717*
004718*    TRANSFER LEGS POSTED OUT = LEGS POSTED IN, AS CARRIED BY
004719*    MG8 - A TRANSFER NEVER POSTS ONE-SIDED.
004720     SET WSS-BAL-KIND-COUNT TO TRUE.
004721     MOVE "TRANSFER LEGS OUT = LEGS IN (CNT)"
004722         TO WSS-BAL-DESC-CNT.
004723     MOVE SS-XFER-LEGS-OUT TO WSS-BAL-LEFT-CNT.
004724     MOVE SS-XFER-LEGS-IN  TO WSS-BAL-RIGHT-CNT.
004725     IF SS-XFER-LEGS-OUT EQUAL SS-XFER-LEGS-IN
004726        PERFORM 3500-WRITE-BAL-LINE-OK
004727            THRU 3500-WRITE-BAL-LINE-OK-EXIT
004728     ELSE
004729        PERFORM 3600-WRITE-BAL-LINE-OOB
004730            THRU 3600-WRITE-BAL-LINE-OOB-EXIT
004731     END-IF.
004732*
004733*    AND THE TWO LEGS NET TO ZERO DOLLARS.
004734     SET WSS-BAL-KIND-DOLLAR TO TRUE.
004735     MOVE "TRANSFER DOLLARS OUT = DOLLARS IN ($)"
004736         TO WSS-BAL-DESC.
004737     MOVE SS-AMT-XFER-OUT TO WSS-BAL-LEFT.
004738     MOVE SS-AMT-XFER-IN  TO WSS-BAL-RIGHT.
004739     IF SS-AMT-XFER-OUT EQUAL SS-AMT-XFER-IN
004740        PERFORM 3500-WRITE-BAL-LINE-OK
004741            THRU 3500-WRITE-BAL-LINE-OK-EXIT
004742     ELSE
004743        PERFORM 3600-WRITE-BAL-LINE-OOB
004744            THRU 3600-WRITE-BAL-LINE-OOB-EXIT
004745     END-IF.
004746*
004747*    TRANSFERS ON THE EXTRACT = TRANSFERS POSTED + TRANSFERS ON
004748*    THE POSTING SUSPENSE, BOTH SIDES RE-TOTALED FROM DISK.
004749     SET WSS-BAL-KIND-COUNT TO TRUE.
004750     MOVE "XF EXTRACTED = POSTED + SUSPENDED (CNT)"
004751         TO WSS-BAL-DESC-CNT.
004752     COMPUTE WSS-EXPECT-COUNT =
004753         SS-XFER-LEGS-OUT + WSS-XFER-SUSP-COUNT.
004754     MOVE WSS-XFER-EXTR-COUNT TO WSS-BAL-LEFT-CNT.
004755     MOVE WSS-EXPECT-COUNT    TO WSS-BAL-RIGHT-CNT.
004756     IF WSS-XFER-EXTR-COUNT EQUAL WSS-EXPECT-COUNT
004757        PERFORM 3500-WRITE-BAL-LINE-OK
004758            THRU 3500-WRITE-BAL-LINE-OK-EXIT
004759     ELSE
004760        PERFORM 3600-WRITE-BAL-LINE-OOB
004761            THRU 3600-WRITE-BAL-LINE-OOB-EXIT
004762     END-IF.
004763*
004764*    AND DOLLAR FOR DOLLAR.
004765     SET WSS-BAL-KIND-DOLLAR TO TRUE.
004766     MOVE "XF EXTRACTED = POSTED + SUSPENDED ($)"
004767         TO WSS-BAL-DESC.
004768     COMPUTE WSS-EXPECT-DOLLARS =
004769         SS-AMT-XFER-OUT + WSS-XFER-SUSP-DOLLARS.
004770     MOVE WSS-XFER-EXTR-DOLLARS TO WSS-BAL-LEFT.
004771     MOVE WSS-EXPECT-DOLLARS    TO WSS-BAL-RIGHT.
004772     IF WSS-XFER-EXTR-DOLLARS EQUAL WSS-EXPECT-DOLLARS
004773        PERFORM 3500-WRITE-BAL-LINE-OK
004774            THRU 3500-WRITE-BAL-LINE-OK-EXIT
004775     ELSE
004776        PERFORM 3600-WRITE-BAL-LINE-OOB
004777            THRU 3600-WRITE-BAL-LINE-OOB-EXIT
004778     END-IF.
004779*
004780*    EXTRACT DATASET ON DISK VS CARRIED EXTRACT COUNT.
004781     SET WSS-BAL-KIND-COUNT TO TRUE.
004782     MOVE "EXTRACT DATASET RECORDS VS CARRIED (CNT)"
004783         TO WSS-BAL-DESC-CNT.
004784     MOVE SS-TRAN-EXTRACTED TO WSS-BAL-LEFT-CNT.
004785     MOVE WSS-EXTR-COUNT    TO WSS-BAL-RIGHT-CNT.
004786     IF SS-TRAN-EXTRACTED EQUAL WSS-EXTR-COUNT
004787        PERFORM 3500-WRITE-BAL-LINE-OK
004788            THRU 3500-WRITE-BAL-LINE-OK-EXIT
004789     ELSE
004790        PERFORM 3600-WRITE-BAL-LINE-OOB
004791            THRU 3600-WRITE-BAL-LINE-OOB-EXIT
004800     END-IF.
004810*
004820*    EXTRACT DATASET DOLLARS VS CARRIED EXTRACT DOLLARS.
005334         WSS-BAL-LEFT-CNT
005335         DELIMITED BY SIZE INTO BAL-TEXT.
005336     WRITE BALRPT-LINE.
005337     MOVE SPACES TO BAL-TEXT.
005338     MOVE SS-NSF-FEES     TO WSS-BAL-LEFT-CNT.
005339     MOVE SS-AMT-NSF-FEES TO WSS-BAL-RIGHT.
005340     STRING " NSF FEES POSTED / FEE DOLLARS POSTED:"
005341         WSS-BAL-LEFT-CNT "  " WSS-BAL-RIGHT
005342         DELIMITED BY SIZE INTO BAL-TEXT.
005343     WRITE BALRPT-LINE.
005344     MOVE SPACES TO BAL-TEXT.
005345     MOVE SS-XFER-LEGS-OUT TO WSS-BAL-LEFT-CNT.
005346     MOVE SS-AMT-XFER-OUT  TO WSS-BAL-RIGHT.
005347     STRING " TRANSFERS POSTED / TRANSFER DOLLARS:  "
005348         WSS-BAL-LEFT-CNT "  " WSS-BAL-RIGHT
005349         DELIMITED BY SIZE INTO BAL-TEXT.
005350     WRITE BALRPT-LINE.
005351 3000-BALANCE-CHECKS-EXIT.
005352     EXIT.
005360*
005370****************************************************************
005380*  3500-WRITE-BAL-LINE-OK                                       *
005750****************************************************************
005760 9000-TERMINATE.
005770     CLOSE EXTRACT-FILE SUSPENSE-FILE
005775           POSTSUSP-FILE RETITEM-FILE BALRPT-FILE.
005780     MOVE "MG4"        TO SS-LAST-STEP.
005790     IF WSS-BALANCE-FAILED
005800        MOVE 8         TO SS-STEP-RC
