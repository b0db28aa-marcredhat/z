002000*  BUCKET AND THE DEBIT/CREDIT TOTALS.  A FILE THAT DOES NOT    *
002100*  NET TO ZERO ENDS THE STEP - AND THE STREAM - WITH A HARD     *
002200*  FAILURE, THE SAME WAY AN OUT-OF-BALANCE MG4 NIGHT DOES.      *
002210*  ON A MONTH-END RUN THE CAPITALIZATIONS ARE ALSO ADDED TO     *
002220*  EACH CUSTOMER'S YEAR-TO-DATE INTEREST PAID (OLD GENERATION   *
002230*  INTYTD IN, NEW GENERATION INTYTDO OUT - SEE YTDREC) FOR THE  *
002240*  MG16 YEAR-END 1099-INT RUN.  A RERUN READS THE SAME OLD      *
002250*  GENERATION, SO A RESTARTED NIGHT NEVER COUNTS TWICE.         *
002300*                                                              *
002400*  MODIFICATION HISTORY                                       *
002500*  ----------------------------------------------------------  *
003300*                    MONTH-END RUN PRINTS THE MONTHLY INTEREST  *
003400*                    SUMMARY BY ACCOUNT TYPE AND BRANCH         *
003500*                    (MOSUM) FOR FINANCE.                       *
003510*  08/21/2026  MG    LOAN INTEREST ACCRUALS (INTDTL TYPE L)     *
003520*                    NOW BOOK DR INTREC / CR INTINC - INTEREST  *
003530*                    RECEIVABLE AND INCOME, NOT EXPENSE.        *
003540*  10/15/2026  MG    MONTH-END RUNS ROLL THE CAPITALIZED        *
003550*                    INTEREST INTO THE PER-CUSTOMER             *
003560*                    YEAR-TO-DATE INTEREST PAID FILE (INTYTD -> *
003570*                    INTYTDO) FOR YEAR-END 1099-INT REPORTING.  *
003575*  10/15/2026  MG    THE OLD INTYTD GENERATION IS NOW CLOSED    *
003580*                    WHENEVER IT WAS OPENED - IT WAS LEFT OPEN  *
003585*                    AFTER BEING READ TO END OF FILE.           *
003600****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
005700     SELECT MOSUM-FILE     ASSIGN TO MOSUM
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WSS-FS-MOSUM.
005910     SELECT INTYTD-FILE    ASSIGN TO INTYTD
005920         ORGANIZATION IS SEQUENTIAL
005930         FILE STATUS IS WSS-FS-INTYTD.
005940     SELECT INTYTDO-FILE   ASSIGN TO INTYTDO
005950         ORGANIZATION IS SEQUENTIAL
005960         FILE STATUS IS WSS-FS-INTYTDO.
006000 DATA DIVISION.
006100 FILE SECTION.
006200*
009600 01  MOSUM-LINE.
009700     05  MOS-CC                PIC X(01).
009800     05  MOS-TEXT              PIC X(132).
009805*
009810****************************************************************
009815*  INTYTD / INTYTDO - CUSTOMER YEAR-TO-DATE INTEREST PAID, OLD  *
009820*  GENERATION IN AND NEW GENERATION OUT.  OPENED AND WRITTEN    *
009825*  ONLY ON A MONTH-END RUN.                                     *
009830****************************************************************
009835 FD  INTYTD-FILE
009840     RECORDING MODE IS F
009845     RECORD CONTAINS 80 CHARACTERS.
009850     COPY YTDREC.
009855 FD  INTYTDO-FILE
009860     RECORDING MODE IS F
009865     RECORD CONTAINS 80 CHARACTERS.
009870 01  INTYTDO-REC           PIC X(80).
009900 WORKING-STORAGE SECTION.
010000*
010100****************************************************************
010800 77  WSS-FS-MOSUM          PIC X(02) VALUE "00".
010900 77  WSS-MOSUM-OPEN-SW     PIC X(01) VALUE "N".
011000     88  WSS-MOSUM-OPENED           VALUE "Y".
011010 77  WSS-FS-INTYTD         PIC X(02) VALUE "00".
011020 77  WSS-FS-INTYTDO        PIC X(02) VALUE "00".
011030 77  WSS-YTD-OPEN-SW       PIC X(01) VALUE "N".
011040     88  WSS-YTD-OPENED             VALUE "Y".
011050 77  WSS-INTYTD-EOF-SW     PIC X(01) VALUE "N".
011060     88  WSS-INTYTD-EOF             VALUE "Y".
011070 77  WSS-INTYTD-OPEN-SW    PIC X(01) VALUE "N".
011080     88  WSS-INTYTD-OPENED          VALUE "Y".
011100 77  WSS-INTDTL-EOF-SW     PIC X(01) VALUE "N".
011200     88  WSS-INTDTL-EOF             VALUE "Y".
011300 77  WSS-GL-SW             PIC X(01) VALUE "P".
013000 77  WSS-CAP-DEBITS        PIC S9(11)V99 COMP-3 VALUE ZERO.
013100 77  WSS-ACCR-ITEMS        PIC 9(07) COMP VALUE ZERO.
013200 77  WSS-CAP-ITEMS         PIC 9(07) COMP VALUE ZERO.
013210 77  WSS-LOAN-DEBITS       PIC S9(11)V99 COMP-3 VALUE ZERO.
013220 77  WSS-LOAN-ITEMS        PIC 9(07) COMP VALUE ZERO.
013300 77  WSS-RUN-DATE          PIC 9(08) VALUE ZERO.
013400 77  WSS-COUNT-EDIT        PIC ZZZZZZ9 VALUE ZERO.
013500 77  WSS-GLP-ITEMS         PIC 9(07) COMP VALUE ZERO.
015700             15  WSS-BKT-BRANCH    PIC X(04).
015800         10  WSS-BKT-AMOUNT    PIC S9(11)V99 COMP-3.
015900         10  WSS-BKT-COUNT     PIC 9(07) COMP.
015902*
015904****************************************************************
015906*  CUSTOMER YEAR-TO-DATE TABLE - ONE ROW PER CUSTOMER WITH      *
015908*  INTEREST CAPITALIZED TONIGHT, APPLIED TO THAT CUSTOMER'S     *
015910*  INTYTD RECORD (OR ADDED AS A NEW ONE) WHEN THE GENERATION    *
015912*  IS ROLLED.  OVERFLOW IS A HARD FAILURE - A SHORT YTD FILE    *
015914*  WOULD UNDER-REPORT INTEREST PAID ON THE 1099-INT.            *
015916****************************************************************
015918 77  WSS-CYT-MAX           PIC 9(05) COMP VALUE 5000.
015920 77  WSS-CYT-USED          PIC 9(05) COMP VALUE ZERO.
015922 77  WSS-CYT-NUM           PIC 9(05) COMP VALUE ZERO.
015924 77  WSS-CYT-FOUND-SW      PIC X(01) VALUE "N".
015926 77  WSS-RUN-YEAR          PIC 9(04) VALUE ZERO.
015928 77  WSS-YTD-READ          PIC 9(07) COMP VALUE ZERO.
015930 77  WSS-YTD-WRITTEN       PIC 9(07) COMP VALUE ZERO.
015932 77  WSS-YTD-NEW           PIC 9(07) COMP VALUE ZERO.
015934 77  WSS-YTD-ADDED-AMT     PIC S9(11)V99 COMP-3 VALUE ZERO.
015936 01  WSS-CYT-TABLE.
015938     05  WSS-CYT-ENTRY OCCURS 5000 TIMES
015940             INDEXED BY WSS-CY-IX.
015942         10  WSS-CYT-CUST      PIC X(10).
015944         10  WSS-CYT-AMOUNT    PIC S9(09)V99 COMP-3.
015946         10  WSS-CYT-APPLIED   PIC X(01).
016000*
016100****************************************************************
016200*  MONTHLY SUMMARY DETAIL LINE                                 *
021600        PERFORM 4000-PROVE-NET-ZERO
021700            THRU 4000-PROVE-NET-ZERO-EXIT
021800     END-IF.
021810     IF NOT WSS-GL-FAILED
021820        AND WSS-YTD-OPENED
021830        PERFORM 5000-ROLL-YTD
021840            THRU 5000-ROLL-YTD-EXIT
021850     END-IF.
021900     PERFORM 9000-TERMINATE
022000         THRU 9000-TERMINATE-EXIT.
022100     GOBACK.
022900****************************************************************
023000 1000-INITIALIZE.
023100     MOVE SS-RUN-DATE TO WSS-RUN-DATE.
023150     MOVE WSS-RUN-DATE (1:4) TO WSS-RUN-YEAR.
023200     OPEN INPUT INTDTL-FILE.
023300     IF WSS-FS-INTDTL NOT EQUAL "00"
023400        SET WSS-GL-FAILED TO TRUE
027300        SET WSS-MOSUM-OPENED TO TRUE
027400        PERFORM 1500-WRITE-MOSUM-HEADER
027500            THRU 1500-WRITE-MOSUM-HEADER-EXIT
027510        PERFORM 1600-OPEN-YTD-FILES
027520            THRU 1600-OPEN-YTD-FILES-EXIT
027600     END-IF.
027700     MOVE "1" TO GLP-CC.
027800     MOVE SPACES TO GLP-TEXT.
030700     WRITE MOSUM-LINE.
030800 1500-WRITE-MOSUM-HEADER-EXIT.
030900     EXIT.
030902*
030904****************************************************************
030906*  1600-OPEN-YTD-FILES                                          *
030908*  MONTH-END ONLY.  NO OLD INTYTD GENERATION (STATUS 35) IS     *
030910*  ALLOWED - THE FIRST MONTH-END RUN STARTS THE FILE FROM       *
030912*  TONIGHT'S CAPITALIZATIONS.                                   *
030914****************************************************************
030916 1600-OPEN-YTD-FILES.
030918     OPEN INPUT INTYTD-FILE.
030920     IF WSS-FS-INTYTD EQUAL "35"
030922        DISPLAY "MG12 - NO INTYTD GENERATION - STARTING A NEW ONE"
030924        SET WSS-INTYTD-EOF TO TRUE
030926     ELSE
030928        IF WSS-FS-INTYTD NOT EQUAL "00"
030930           SET WSS-GL-FAILED TO TRUE
030932           MOVE SPACES TO SS-MESSAGE
030934           STRING "MG12 - INTYTD OPEN FAILED, STATUS "
030936               WSS-FS-INTYTD DELIMITED BY SIZE INTO SS-MESSAGE
030938           GO TO 1600-OPEN-YTD-FILES-EXIT
030940        END-IF
030941        SET WSS-INTYTD-OPENED TO TRUE
030942     END-IF.
030944     OPEN OUTPUT INTYTDO-FILE.
030946     IF WSS-FS-INTYTDO NOT EQUAL "00"
030948        SET WSS-GL-FAILED TO TRUE
030950        MOVE SPACES TO SS-MESSAGE
030952        STRING "MG12 - INTYTDO OPEN FAILED, STATUS "
030954            WSS-FS-INTYTDO DELIMITED BY SIZE INTO SS-MESSAGE
030956        IF WSS-INTYTD-OPENED
030958           CLOSE INTYTD-FILE
030960        END-IF
030962        GO TO 1600-OPEN-YTD-FILES-EXIT
030964     END-IF.
030966     SET WSS-YTD-OPENED TO TRUE.
030968 1600-OPEN-YTD-FILES-EXIT.
030970     EXIT.
031000*
031100****************************************************************
031200*  2000-BUCKET-ONE-DETAIL                                       *
034100        GO TO 2000-BUCKET-ONE-DETAIL-EXIT
034200     END-IF.
034300*    AN OLD-FORMAT DETAIL WITH A BLANK ENTRY TYPE IS AN ACCRUAL.
034350     EVALUATE TRUE
034400         WHEN INTD-TYPE-CAPITAL
034450             MOVE "C" TO WSS-BK-ENTRY
034500             ADD 1 TO WSS-CAP-ITEMS
034510             IF WSS-YTD-OPENED
034520                PERFORM 2600-ADD-TO-CUST-YTD
034530                    THRU 2600-ADD-TO-CUST-YTD-EXIT
034540             END-IF
034550         WHEN INTD-TYPE-LOAN
034600             MOVE "L" TO WSS-BK-ENTRY
034650             ADD 1 TO WSS-LOAN-ITEMS
034700         WHEN OTHER
034750             MOVE "A" TO WSS-BK-ENTRY
034800             ADD 1 TO WSS-ACCR-ITEMS
034850     END-EVALUATE.
034900     IF WSS-GL-FAILED
034950        GO TO 2000-BUCKET-ONE-DETAIL-EXIT
035000     END-IF.
035100     MOVE INTD-ACCT-TYPE TO WSS-BK-TYPE.
035200     IF WSS-CUST-FOUND
039800     ADD 1 TO WSS-BKT-COUNT (WSS-BK-IX).
039900 2500-ADD-TO-BUCKET-EXIT.
040000     EXIT.
040002*
040004****************************************************************
040006*  2600-ADD-TO-CUST-YTD                                         *
040008*  ONE CAPITALIZATION DETAIL INTO ITS CUSTOMER'S ROW OF THE     *
040010*  YEAR-TO-DATE TABLE.                                          *
040012****************************************************************
040014 2600-ADD-TO-CUST-YTD.
040016     MOVE "N" TO WSS-CYT-FOUND-SW.
040018     IF WSS-CYT-USED GREATER THAN ZERO
040020        SET WSS-CY-IX TO 1
040022        SEARCH WSS-CYT-ENTRY
040024           AT END
040026              MOVE "N" TO WSS-CYT-FOUND-SW
040028           WHEN WSS-CY-IX GREATER THAN WSS-CYT-USED
040030              MOVE "N" TO WSS-CYT-FOUND-SW
040032           WHEN WSS-CYT-CUST (WSS-CY-IX) EQUAL INTD-CUST-NO
040034              MOVE "Y" TO WSS-CYT-FOUND-SW
040036        END-SEARCH
040038     END-IF.
040040     IF WSS-CYT-FOUND-SW EQUAL "N"
040042        IF WSS-CYT-USED GREATER OR EQUAL WSS-CYT-MAX
040044           SET WSS-GL-FAILED TO TRUE
040046           SET WSS-INTDTL-EOF TO TRUE
040048           MOVE "MG12 - YTD TABLE OVERFLOW, RAISE WSS-CYT-MAX"
040050               TO SS-MESSAGE
040052           GO TO 2600-ADD-TO-CUST-YTD-EXIT
040054        END-IF
040056        ADD 1 TO WSS-CYT-USED
040058        SET WSS-CY-IX TO WSS-CYT-USED
040060        MOVE INTD-CUST-NO TO WSS-CYT-CUST (WSS-CY-IX)
040062        MOVE ZERO TO WSS-CYT-AMOUNT (WSS-CY-IX)
040064        MOVE "N" TO WSS-CYT-APPLIED (WSS-CY-IX)
040066     END-IF.
040068     ADD INTD-AMOUNT TO WSS-CYT-AMOUNT (WSS-CY-IX).
040070 2600-ADD-TO-CUST-YTD-EXIT.
040072     EXIT.
040100*
040200****************************************************************
040300*  3000-WRITE-GL-ENTRIES                                        *
040400*  ONE DEBIT ENTRY PER BUCKET - INTEREST EXPENSE FOR ACCRUALS,  *
040500*  ACCRUED INTEREST PAYABLE FOR CAPITALIZATIONS, INTEREST       *
040600*  RECEIVABLE FOR LOAN ACCRUALS - THEN THE OFFSETTING CREDIT    *
040700*  PER ENTRY FAMILY.  EVERY ENTRY IS ECHOED ON THE PROOF SHEET. *
040800****************************************************************
040900 3000-WRITE-GL-ENTRIES.
041000     PERFORM 3200-WRITE-ONE-DEBIT
044900        END-IF
045000        ADD GL-AMOUNT TO WSS-GL-CREDITS
045100     END-IF.
045105     IF WSS-LOAN-ITEMS GREATER THAN ZERO
045110        MOVE SPACES TO GL-REC
045115        MOVE WSS-RUN-DATE TO GL-RUN-DATE
045120        MOVE "ALL "      TO GL-BRANCH
045125        MOVE SPACES      TO GL-ACCT-TYPE
045130        SET GL-ENTRY-CREDIT TO TRUE
045135        MOVE "INTINC"    TO GL-ACCOUNT
045140        MOVE WSS-LOAN-DEBITS TO GL-AMOUNT
045145        MOVE "LOAN INTEREST INCOME" TO GL-DESC
045150        MOVE WSS-LOAN-ITEMS TO WSS-GLP-ITEMS
045155        PERFORM 3500-WRITE-GL-RECORD
045160            THRU 3500-WRITE-GL-RECORD-EXIT
045165        IF WSS-GL-FAILED
045170           GO TO 3000-WRITE-GL-ENTRIES-EXIT
045175        END-IF
045180        ADD GL-AMOUNT TO WSS-GL-CREDITS
045185     END-IF.
045200 3000-WRITE-GL-ENTRIES-EXIT.
045300     EXIT.
045400*
046200     MOVE WSS-BKT-BRANCH (WSS-BK-IX) TO GL-BRANCH.
046300     MOVE WSS-BKT-TYPE (WSS-BK-IX)   TO GL-ACCT-TYPE.
046400     SET GL-ENTRY-DEBIT TO TRUE.
046500     EVALUATE WSS-BKT-ENTRYTYP (WSS-BK-IX)
046550         WHEN "C"
046600             MOVE "INTPAY"     TO GL-ACCOUNT
046650             MOVE "INTEREST CAPITALIZED" TO GL-DESC
046700         WHEN "L"
046750             MOVE "INTREC"     TO GL-ACCOUNT
046800             MOVE "LOAN INTEREST RECEIVABLE" TO GL-DESC
046850         WHEN OTHER
046900             MOVE "INTEXP"     TO GL-ACCOUNT
046950             MOVE "NIGHTLY INTEREST EXPENSE" TO GL-DESC
047000     END-EVALUATE.
047200     MOVE WSS-BKT-AMOUNT (WSS-BK-IX) TO GL-AMOUNT.
047300     MOVE WSS-BKT-COUNT (WSS-BK-IX) TO WSS-GLP-ITEMS.
047400     PERFORM 3500-WRITE-GL-RECORD
047700        GO TO 3200-WRITE-ONE-DEBIT-EXIT
047800     END-IF.
047900     ADD GL-AMOUNT TO WSS-GL-DEBITS.
048000     EVALUATE WSS-BKT-ENTRYTYP (WSS-BK-IX)
048050         WHEN "C"
048100             ADD GL-AMOUNT TO WSS-CAP-DEBITS
048150             PERFORM 3300-WRITE-MOSUM-ROW
048200                 THRU 3300-WRITE-MOSUM-ROW-EXIT
048250         WHEN "L"
048300             ADD GL-AMOUNT TO WSS-LOAN-DEBITS
048350         WHEN OTHER
048400             ADD GL-AMOUNT TO WSS-ACCR-DEBITS
048450     END-EVALUATE.
048700 3200-WRITE-ONE-DEBIT-EXIT.
048800     EXIT.
048900*
058500     END-IF.
058600 4000-PROVE-NET-ZERO-EXIT.
058700     EXIT.
058701*
058702****************************************************************
058703*  5000-ROLL-YTD                                                *
058704*  COPIES THE OLD INTYTD GENERATION TO THE NEW ONE, ADDING      *
058705*  TONIGHT'S CAPITALIZED INTEREST TO EACH CUSTOMER ON THE       *
058706*  TABLE, THEN WRITES A NEW RECORD FOR EVERY CUSTOMER WHO       *
058707*  HAD NONE.  THE YTD FIGURE ADDED MUST EQUAL THE INTEREST      *
058708*  CAPITALIZED ON THE GL FILE OR THE STEP FAILS.                *
058709****************************************************************
058710 5000-ROLL-YTD.
058711     PERFORM 5100-ROLL-ONE-CUSTOMER
058712         THRU 5100-ROLL-ONE-CUSTOMER-EXIT
058713         UNTIL WSS-INTYTD-EOF
058714            OR WSS-GL-FAILED.
058715     IF WSS-GL-FAILED
058716        GO TO 5000-ROLL-YTD-EXIT
058717     END-IF.
058718     PERFORM 5300-ADD-NEW-CUSTOMER
058719         THRU 5300-ADD-NEW-CUSTOMER-EXIT
058720         VARYING WSS-CYT-NUM FROM 1 BY 1
058721         UNTIL WSS-CYT-NUM GREATER THAN WSS-CYT-USED
058722            OR WSS-GL-FAILED.
058723     IF WSS-GL-FAILED
058724        GO TO 5000-ROLL-YTD-EXIT
058725     END-IF.
058726     IF WSS-YTD-ADDED-AMT NOT EQUAL WSS-CAP-DEBITS
058727        SET WSS-GL-FAILED TO TRUE
058728        MOVE "MG12 - YTD INTEREST NOT EQUAL TO GL CAPITALIZED"
058729            TO SS-MESSAGE
058730     END-IF.
058731 5000-ROLL-YTD-EXIT.
058732     EXIT.
058733*
058734****************************************************************
058735*  5100-ROLL-ONE-CUSTOMER                                       *
058736*  THE FIRST MONTH-END RUN OF A NEW YEAR MOVES THE CURRENT-YEAR *
058737*  FIGURE TO THE PRIOR-YEAR SLOT BEFORE ANYTHING IS ADDED.      *
058738****************************************************************
058739 5100-ROLL-ONE-CUSTOMER.
058740     READ INTYTD-FILE
058741        AT END
058742           SET WSS-INTYTD-EOF TO TRUE
058743           GO TO 5100-ROLL-ONE-CUSTOMER-EXIT
058744     END-READ.
058745     ADD 1 TO WSS-YTD-READ.
058746     IF YTD-CURR-YEAR LESS THAN WSS-RUN-YEAR
058747        MOVE YTD-CURR-YEAR TO YTD-PRIOR-YEAR
058748        MOVE YTD-CURR-INT  TO YTD-PRIOR-INT
058749        MOVE WSS-RUN-YEAR  TO YTD-CURR-YEAR
058750        MOVE ZERO          TO YTD-CURR-INT
058751     END-IF.
058752     MOVE "N" TO WSS-CYT-FOUND-SW.
058753     IF WSS-CYT-USED GREATER THAN ZERO
058754        SET WSS-CY-IX TO 1
058755        SEARCH WSS-CYT-ENTRY
058756           AT END
058757              MOVE "N" TO WSS-CYT-FOUND-SW
058758           WHEN WSS-CY-IX GREATER THAN WSS-CYT-USED
058759              MOVE "N" TO WSS-CYT-FOUND-SW
058760           WHEN WSS-CYT-CUST (WSS-CY-IX) EQUAL YTD-CUST-NO
058761              MOVE "Y" TO WSS-CYT-FOUND-SW
058762        END-SEARCH
058763     END-IF.
058764     IF WSS-CYT-FOUND-SW EQUAL "Y"
058765        AND WSS-CYT-APPLIED (WSS-CY-IX) EQUAL "N"
058766        ADD WSS-CYT-AMOUNT (WSS-CY-IX) TO YTD-CURR-INT
058767        ADD WSS-CYT-AMOUNT (WSS-CY-IX) TO WSS-YTD-ADDED-AMT
058768        MOVE WSS-RUN-DATE TO YTD-LAST-CAP-DATE
058769        MOVE "Y" TO WSS-CYT-APPLIED (WSS-CY-IX)
058770     END-IF.
058771     PERFORM 5500-WRITE-YTD
058772         THRU 5500-WRITE-YTD-EXIT.
058773 5100-ROLL-ONE-CUSTOMER-EXIT.
058774     EXIT.
058775*
058776****************************************************************
058777*  5300-ADD-NEW-CUSTOMER                                        *
058778*  A TABLE ROW NOT APPLIED TO AN EXISTING RECORD IS A CUSTOMER  *
058779*  WITH NO INTYTD RECORD YET.                                   *
058780****************************************************************
058781 5300-ADD-NEW-CUSTOMER.
058782     SET WSS-CY-IX TO WSS-CYT-NUM.
058783     IF WSS-CYT-APPLIED (WSS-CY-IX) EQUAL "Y"
058784        GO TO 5300-ADD-NEW-CUSTOMER-EXIT
058785     END-IF.
058786     MOVE SPACES TO YTD-REC.
058787     MOVE WSS-CYT-CUST (WSS-CY-IX)   TO YTD-CUST-NO.
058788     MOVE WSS-RUN-YEAR               TO YTD-CURR-YEAR.
058789     MOVE WSS-CYT-AMOUNT (WSS-CY-IX) TO YTD-CURR-INT.
058790     MOVE ZERO                       TO YTD-PRIOR-YEAR.
058791     MOVE ZERO                       TO YTD-PRIOR-INT.
058792     MOVE WSS-RUN-DATE               TO YTD-LAST-CAP-DATE.
058793     ADD WSS-CYT-AMOUNT (WSS-CY-IX) TO WSS-YTD-ADDED-AMT.
058794     MOVE "Y" TO WSS-CYT-APPLIED (WSS-CY-IX).
058795     ADD 1 TO WSS-YTD-NEW.
058796     PERFORM 5500-WRITE-YTD
058797         THRU 5500-WRITE-YTD-EXIT.
058798 5300-ADD-NEW-CUSTOMER-EXIT.
058799     EXIT.
058800*
058801****************************************************************
058802*  5500-WRITE-YTD                                               *
058803****************************************************************
058804 5500-WRITE-YTD.
058805     WRITE INTYTDO-REC FROM YTD-REC.
058806     IF WSS-FS-INTYTDO NOT EQUAL "00"
058807        SET WSS-GL-FAILED TO TRUE
058808        MOVE SPACES TO SS-MESSAGE
058809        STRING "MG12 - INTYTDO WRITE FAILED, STATUS "
058810            WSS-FS-INTYTDO DELIMITED BY SIZE INTO SS-MESSAGE
058811        GO TO 5500-WRITE-YTD-EXIT
058812     END-IF.
058813     ADD 1 TO WSS-YTD-WRITTEN.
058814 5500-WRITE-YTD-EXIT.
058815     EXIT.
058816*
058900****************************************************************
059000*  9000-TERMINATE                                               *
059100*  CLOSES EVERYTHING AND REPORTS THE STEP RESULT BACK THROUGH   *
059700     IF WSS-MOSUM-OPENED
059800        CLOSE MOSUM-FILE
059900     END-IF.
059910     IF WSS-YTD-OPENED
059920        IF WSS-INTYTD-OPENED
059930           CLOSE INTYTD-FILE
059940        END-IF
059950        CLOSE INTYTDO-FILE
059960     END-IF.
060000     MOVE "MG12"       TO SS-LAST-STEP.
060100     IF WSS-GL-FAILED
060200        MOVE 8         TO SS-STEP-RC
062400     DISPLAY "MG12 - DETAILS READ:     " WSS-DTL-READ.
062500     DISPLAY "MG12 - GL ENTRIES WRITTEN: " WSS-GL-WRITTEN.
062600     DISPLAY "MG12 - DETAILS UNBRANCHED: " WSS-DTL-UNBRANCHED.
062610     IF WSS-YTD-OPENED
062620        DISPLAY "MG12 - YTD RECORDS READ:   " WSS-YTD-READ
062630        DISPLAY "MG12 - YTD RECORDS WRITTEN: " WSS-YTD-WRITTEN
062640        DISPLAY "MG12 - YTD NEW CUSTOMERS:  " WSS-YTD-NEW
062650     END-IF.
062700     DISPLAY "MG12 - GENERAL LEDGER EXTRACT COMPLETE".
062800 9000-TERMINATE-EXIT.
062900     EXIT.
