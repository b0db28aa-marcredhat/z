000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MG16.
000300 AUTHOR.        MURTHYG.
000400 INSTALLATION.  GPA DATA CENTER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  MG16 - YEAR-END INTEREST TAX REPORTING (1099-INT)            *
000900*                                                              *
001000*  STANDALONE - RUN BY FINANCE EACH JANUARY, OUTSIDE THE        *
001100*  NIGHTLY STREAM, AFTER THE LAST MONTH-END RUN OF THE TAX      *
001200*  YEAR.  READS THE CUSTOMER YEAR-TO-DATE INTEREST PAID FILE    *
001300*  (INTYTD, ROLLED FORWARD BY MG12 FROM THE CAPITALIZED         *
001400*  INTEREST ON EVERY MONTH-END RUN) AND, WITH THE NAME AND      *
001500*  BRANCH FROM THE CUSTOMER MASTER (CUSTMAST), WRITES -         *
001600*    IRSFILE  THE IRS 1099-INT ELECTRONIC FILING (IRSREC,       *
001700*             T / A / B... / C / F RECORDS)                     *
001800*    TAXCOPY  THE PRINTED RECIPIENT COPY, ONE PAGE PER          *
001900*             CUSTOMER, FOR MAILING                             *
002000*    TAXLOW   THE CUSTOMERS PAID INTEREST BELOW THE             *
002100*             REPORTING THRESHOLD, LISTED SEPARATELY AND NOT    *
002200*             FILED, WITH THE RUN CONTROL TOTALS                *
002300*  THIS REPLACES ADDING UP THE MG12 MOSUM PRINTOUTS BY HAND.    *
002400*                                                              *
002410*  SYSIN CARDS (REQUIRED, IN THIS ORDER) -                      *
002420*  CARD 1 -                                                     *
002430*    COLS  1-4   TAX YEAR (DEFAULT LAST YEAR)                   *
002440*    COL   5     O = ORIGINAL FILING (DEFAULT), C = CORRECTION  *
002450*    COLS  6-12  REPORTING THRESHOLD 9(05)V99 (DEFAULT 10.00)   *
002460*    COL   13    T = IRS TEST FILE                              *
002470*    COLS 14-22  PAYER TIN               (REQUIRED)             *
002480*    COLS 23-27  TRANSMITTER CONTROL CODE (REQUIRED)            *
002490*    COLS 28-67  PAYER NAME              (REQUIRED)             *
002500*  CARD 2 - PAYER MAILING ADDRESS, ALL REQUIRED -               *
002510*    COLS  1-40  STREET ADDRESS                                 *
002520*    COLS 41-68  CITY                                           *
002530*    COLS 69-70  STATE                                          *
002540*    COLS 71-79  ZIP CODE                                       *
002550*  CARD 3 - CONTACT FOR THE FILING, ALL REQUIRED -              *
002560*    COLS  1-30  CONTACT NAME                                   *
002570*    COLS 31-45  TELEPHONE AND EXTENSION                        *
002580*    COLS 46-80  EMAIL ADDRESS                                  *
002590*  THE ADDRESS AND TELEPHONE ALSO PRINT ON THE RECIPIENT COPY.  *
003300*                                                              *
003400*  A CORRECTION RUN ALSO READS WHAT WAS ALREADY FILED           *
003500*  (IRSPRIOR - THE ORIGINAL FILING AND ANY EARLIER CORRECTION   *
003600*  FILES, CONCATENATED IN FILING ORDER) AND FILES A CORRECTED   *
003700*  (G) B RECORD AND A CORRECTED RECIPIENT COPY ONLY FOR THE     *
003800*  CUSTOMERS WHOSE REPORTABLE TOTAL HAS CHANGED - INCLUDING A   *
003900*  FILED CUSTOMER NOW BELOW THE THRESHOLD, CORRECTED TO ZERO.   *
004000*  CUSTMAST CARRIES NO TAXPAYER ID OR POSTAL ADDRESS, SO THE    *
004100*  B RECORD GOES OUT WITH THOSE FIELDS BLANK, THE CUSTOMER      *
004200*  NUMBER AS THE PAYER'S ACCOUNT NUMBER FOR THE PAYEE AND       *
004300*  THE BRANCH AS THE PAYER OFFICE CODE.                         *
004400*  THE IRS FILE NEEDS THE PAYEE COUNT IN ITS FIRST RECORD, SO   *
004500*  INTYTD IS READ TWICE - A COUNTING PASS, THEN THE WRITING     *
004600*  PASS - AND THE TWO PASSES MUST AGREE.                        *
004700*  RC 00 = FILED CLEAN, RC 04 = CUSTOMERS NOT ON CUSTMAST OR    *
004800*  NOTHING TO CORRECT, RC 08 = FILE OR PARAMETER ERROR.         *
004900*                                                              *
005000*  MODIFICATION HISTORY                                         *
005100*  ----------------------------------------------------------   *
005200*  DATE        BY    DESCRIPTION                                *
005300*  ----------  ----  -------------------------------------      *
005400*  10/15/2026  MG    ORIGINAL VERSION.                          *
005410*  10/15/2026  MG    IRSREC B AND C RECORDS RE-LAID TO THE      *
005420*                    CURRENT PUBLICATION - THE PAYEE NAME NOW   *
005430*                    LANDS AT 288.  THE OTHER 17 AMOUNTS AND    *
005440*                    17 CONTROL TOTALS ARE ZERO-FILLED.         *
005445*  10/15/2026  MG    PAYER MAILING ADDRESS (SYSIN CARD 2) AND   *
005450*                    FILING CONTACT (CARD 3) NOW GO ON THE T    *
005455*                    AND A RECORDS, WITH THE IN-HOUSE VENDOR    *
005460*                    INDICATOR.  THE RECIPIENT COPY SHOWS THE   *
005465*                    PAYER'S ADDRESS AND TELEPHONE.  THE RUN    *
005470*                    STOPS IF ANY OF THEM IS BLANK.             *
005500****************************************************************
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SOURCE-COMPUTER.   IBM-370.
005900 OBJECT-COMPUTER.   IBM-370.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT INTYTD-FILE    ASSIGN TO INTYTD
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WSS-FS-INTYTD.
006500     SELECT CUSTMAST-FILE  ASSIGN TO CUSTMAST
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS CUST-NUMBER
006900         FILE STATUS IS WSS-FS-CUSTMAST.
007000     SELECT SYSIN-FILE     ASSIGN TO SYSIN
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WSS-FS-SYSIN.
007300     SELECT IRSPRIOR-FILE  ASSIGN TO IRSPRIOR
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WSS-FS-IRSPRIOR.
007600     SELECT IRSFILE-FILE   ASSIGN TO IRSFILE
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WSS-FS-IRSFILE.
007900     SELECT TAXCOPY-FILE   ASSIGN TO TAXCOPY
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WSS-FS-TAXCOPY.
008200     SELECT TAXLOW-FILE    ASSIGN TO TAXLOW
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WSS-FS-TAXLOW.
008500 DATA DIVISION.
008600 FILE SECTION.
008700*
008800****************************************************************
008900*  INPUT - YEAR-TO-DATE INTEREST PAID, THE CUSTOMER MASTER,     *
009000*  THE PARAMETER CARD AND (CORRECTION RUN ONLY) THE FILINGS     *
009100*  ALREADY SENT.                                                *
009200****************************************************************
009300 FD  INTYTD-FILE
009400     RECORDING MODE IS F
009500     RECORD CONTAINS 80 CHARACTERS.
009600     COPY YTDREC.
009700 FD  CUSTMAST-FILE
009800     RECORD CONTAINS 80 CHARACTERS.
009900     COPY CUSTREC.
010000 FD  SYSIN-FILE
010100     RECORDING MODE IS F
010200     RECORD CONTAINS 80 CHARACTERS.
010300 01  TAX-PARM-CARD.
010400     05  TP-TAX-YEAR           PIC 9(04).
010500     05  TP-RUN-TYPE           PIC X(01).
010600     05  TP-THRESHOLD          PIC 9(05)V99.
010700     05  TP-TEST-IND           PIC X(01).
010800     05  TP-PAYER-TIN          PIC X(09).
010900     05  TP-TCC                PIC X(05).
011000     05  TP-PAYER-NAME         PIC X(40).
011100     05  FILLER                PIC X(13).
011105 01  TAX-ADDR-CARD.
011110     05  TA-PAYER-ADDR         PIC X(40).
011115     05  TA-PAYER-CITY         PIC X(28).
011120     05  TA-PAYER-STATE        PIC X(02).
011125     05  TA-PAYER-ZIP          PIC X(09).
011130     05  FILLER                PIC X(01).
011135 01  TAX-CONTACT-CARD.
011140     05  TC-CONTACT-NAME       PIC X(30).
011145     05  TC-CONTACT-PHONE      PIC X(15).
011150     05  TC-CONTACT-EMAIL      PIC X(35).
011200 FD  IRSPRIOR-FILE
011300     RECORDING MODE IS F
011400     RECORD CONTAINS 750 CHARACTERS.
011500 01  IRSPRIOR-REC          PIC X(750).
011600*
011700****************************************************************
011800*  OUTPUT - THE IRS FILE, THE RECIPIENT COPIES AND THE          *
011900*  BELOW-THRESHOLD LISTING.                                     *
012000****************************************************************
012100 FD  IRSFILE-FILE
012200     RECORDING MODE IS F
012300     RECORD CONTAINS 750 CHARACTERS.
012400 01  IRSFILE-REC           PIC X(750).
012500 FD  TAXCOPY-FILE
012600     RECORDING MODE IS F
012700     RECORD CONTAINS 133 CHARACTERS.
012800 01  TAXCOPY-LINE.
012900     05  TXC-CC                PIC X(01).
013000     05  TXC-TEXT              PIC X(132).
013100 FD  TAXLOW-FILE
013200     RECORDING MODE IS F
013300     RECORD CONTAINS 133 CHARACTERS.
013400 01  TAXLOW-LINE.
013500     05  TXL-CC                PIC X(01).
013600     05  TXL-TEXT              PIC X(132).
013700 WORKING-STORAGE SECTION.
013800*
013900****************************************************************
014000*  FILE STATUS / SWITCHES / RETURN CODE                         *
014100****************************************************************
014200 77  WSS-FS-INTYTD         PIC X(02) VALUE "00".
014300 77  WSS-FS-CUSTMAST       PIC X(02) VALUE "00".
014400 77  WSS-FS-SYSIN          PIC X(02) VALUE "00".
014500 77  WSS-FS-IRSPRIOR       PIC X(02) VALUE "00".
014600 77  WSS-FS-IRSFILE        PIC X(02) VALUE "00".
014700 77  WSS-FS-TAXCOPY        PIC X(02) VALUE "00".
014800 77  WSS-FS-TAXLOW         PIC X(02) VALUE "00".
014900 77  WSS-INTYTD-EOF-SW     PIC X(01) VALUE "N".
015000     88  WSS-INTYTD-EOF             VALUE "Y".
015100 77  WSS-IRSPRIOR-EOF-SW   PIC X(01) VALUE "N".
015200     88  WSS-IRSPRIOR-EOF           VALUE "Y".
015300 77  WSS-FILES-OPEN-SW     PIC X(01) VALUE "N".
015400     88  WSS-FILES-OPEN             VALUE "Y".
015500 77  WSS-CUST-MATCH-SW     PIC X(01) VALUE "N".
015600     88  WSS-CUST-FOUND             VALUE "Y".
015700 77  WSS-PASS-SW           PIC X(01) VALUE "1".
015800     88  WSS-COUNT-PASS             VALUE "1".
015900     88  WSS-WRITE-PASS             VALUE "2".
016000 77  WSS-ACTION-SW         PIC X(01) VALUE "N".
016100     88  WSS-ACT-NONE               VALUE "N".
016200     88  WSS-ACT-REPORT             VALUE "R".
016300     88  WSS-ACT-LOW                VALUE "L".
016400     88  WSS-ACT-CORRECT            VALUE "C".
016500 77  WSS-RETURN-CODE       PIC 9(03) VALUE ZERO.
016600*
016700****************************************************************
016800*  RUN PARAMETERS - DEFAULTS, OVERRIDDEN FROM THE SYSIN CARD    *
016900****************************************************************
017000 77  WSS-TODAY             PIC 9(08) VALUE ZERO.
017100 77  WSS-TODAY-YEAR        PIC 9(04) VALUE ZERO.
017200 77  WSS-TAX-YEAR          PIC 9(04) VALUE ZERO.
017300 77  WSS-RUN-TYPE          PIC X(01) VALUE "O".
017400     88  WSS-RUN-ORIGINAL           VALUE "O".
017500     88  WSS-RUN-CORRECTION         VALUE "C".
017600 77  WSS-THRESHOLD         PIC S9(05)V99 COMP-3 VALUE 10.00.
017700 77  WSS-TEST-IND          PIC X(01) VALUE SPACE.
017800 77  WSS-PAYER-TIN         PIC X(09) VALUE SPACES.
017900 77  WSS-TCC               PIC X(05) VALUE SPACES.
018000 77  WSS-PAYER-NAME        PIC X(40) VALUE SPACES.
018010 77  WSS-PAYER-ADDR        PIC X(40) VALUE SPACES.
018020 77  WSS-PAYER-CITY        PIC X(28) VALUE SPACES.
018030 77  WSS-PAYER-STATE       PIC X(02) VALUE SPACES.
018040 77  WSS-PAYER-ZIP         PIC X(09) VALUE SPACES.
018050 77  WSS-CONTACT-NAME      PIC X(30) VALUE SPACES.
018060 77  WSS-CONTACT-PHONE     PIC X(15) VALUE SPACES.
018070 77  WSS-CONTACT-EMAIL     PIC X(35) VALUE SPACES.
018100*
018200****************************************************************
018300*  THE CUSTOMER IN HAND AND THE AMOUNTS DECIDED FOR IT          *
018400****************************************************************
018500 77  WSS-CUST-NO           PIC X(10) VALUE SPACES.
018600 77  WSS-PAYEE-NAME        PIC X(30) VALUE SPACES.
018700 77  WSS-PAYEE-BRANCH      PIC X(04) VALUE SPACES.
018800 77  WSS-TAX-INT           PIC S9(09)V99 COMP-3 VALUE ZERO.
018900 77  WSS-REPORT-INT        PIC S9(09)V99 COMP-3 VALUE ZERO.
019000 77  WSS-FILED-INT         PIC S9(09)V99 COMP-3 VALUE ZERO.
019100*
019200****************************************************************
019300*  RECORD CONTROL COUNTERS AND TOTALS                           *
019400****************************************************************
019500 77  WSS-YTD-READ          PIC 9(07) COMP VALUE ZERO.
019600 77  WSS-PAYEES            PIC 9(07) COMP VALUE ZERO.
019700 77  WSS-PAYEE-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
019800 77  WSS-B-WRITTEN         PIC 9(07) COMP VALUE ZERO.
019900 77  WSS-B-TOTAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
020000 77  WSS-LOW-COUNT         PIC 9(07) COMP VALUE ZERO.
020100 77  WSS-LOW-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
020200 77  WSS-NOT-ON-CUST       PIC 9(07) COMP VALUE ZERO.
020300 77  WSS-PRIOR-B-READ      PIC 9(07) COMP VALUE ZERO.
020400 77  WSS-SEQ-NO            PIC 9(08) VALUE ZERO.
020500 77  WSS-COUNT-EDIT        PIC ZZZZZZ9 VALUE ZERO.
020600 77  WSS-AMOUNT-EDIT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
020700 77  WSS-THRESH-EDIT       PIC ZZ,ZZ9.99 VALUE ZERO.
020800*
020900****************************************************************
021000*  PRIOR FILING TABLE - CORRECTION RUN ONLY.  ONE ROW PER       *
021100*  CUSTOMER ON IRSPRIOR WITH THE AMOUNT LAST FILED; A LATER     *
021200*  CORRECTION RECORD REPLACES AN EARLIER ONE.  OVERFLOW IS A    *
021300*  HARD FAILURE - A CUSTOMER MISSING FROM THE TABLE WOULD BE    *
021400*  FILED TWICE.                                                 *
021500****************************************************************
021600 77  WSS-PFT-MAX           PIC 9(05) COMP VALUE 5000.
021700 77  WSS-PFT-USED          PIC 9(05) COMP VALUE ZERO.
021800 77  WSS-PFT-NUM           PIC 9(05) COMP VALUE ZERO.
021900 77  WSS-PFT-FOUND-SW      PIC X(01) VALUE "N".
022000 01  WSS-PFT-TABLE.
022100     05  WSS-PFT-ENTRY OCCURS 5000 TIMES
022200             INDEXED BY WSS-PF-IX.
022300         10  WSS-PFT-CUST      PIC X(10).
022400         10  WSS-PFT-AMOUNT    PIC S9(09)V99 COMP-3.
022500         10  WSS-PFT-SEEN      PIC X(01).
022600*
022700****************************************************************
022800*  IRS FILING RECORD WORK AREA                                  *
022900****************************************************************
023000     COPY IRSREC.
023100*
023200****************************************************************
023300*  BELOW-THRESHOLD LISTING DETAIL LINE                          *
023400****************************************************************
023500 01  WSS-TXL-DETAIL.
023600     05  FILLER                PIC X(01) VALUE SPACE.
023700     05  WSS-TXL-CUST          PIC X(10).
023800     05  FILLER                PIC X(02) VALUE SPACES.
023900     05  WSS-TXL-NAME          PIC X(30).
024000     05  FILLER                PIC X(02) VALUE SPACES.
024100     05  WSS-TXL-BRANCH        PIC X(04).
024200     05  FILLER                PIC X(02) VALUE SPACES.
024300     05  WSS-TXL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
024400*
024500 PROCEDURE DIVISION.
024600*
024700****************************************************************
024800*  0000-MAINLINE                                                *
024900****************************************************************
025000 0000-MAINLINE.
025100     PERFORM 1000-INITIALIZE
025200         THRU 1000-INITIALIZE-EXIT.
025300     IF WSS-RETURN-CODE LESS THAN 8
025400        AND WSS-RUN-CORRECTION
025500        PERFORM 1500-LOAD-PRIOR-FILING
025600            THRU 1500-LOAD-PRIOR-FILING-EXIT
025700            UNTIL WSS-IRSPRIOR-EOF
025800               OR WSS-RETURN-CODE EQUAL 8
025900     END-IF.
026000     IF WSS-RETURN-CODE LESS THAN 8
026100        SET WSS-COUNT-PASS TO TRUE
026200        PERFORM 2000-PROCESS-ONE-YTD
026300            THRU 2000-PROCESS-ONE-YTD-EXIT
026400            UNTIL WSS-INTYTD-EOF
026500        PERFORM 2800-PROCESS-DROPPED
026600            THRU 2800-PROCESS-DROPPED-EXIT
026700            VARYING WSS-PFT-NUM FROM 1 BY 1
026800            UNTIL WSS-PFT-NUM GREATER THAN WSS-PFT-USED
026900        PERFORM 3000-START-WRITE-PASS
027000            THRU 3000-START-WRITE-PASS-EXIT
027100     END-IF.
027200     IF WSS-RETURN-CODE LESS THAN 8
027300        SET WSS-WRITE-PASS TO TRUE
027400        PERFORM 2000-PROCESS-ONE-YTD
027500            THRU 2000-PROCESS-ONE-YTD-EXIT
027600            UNTIL WSS-INTYTD-EOF
027700               OR WSS-RETURN-CODE EQUAL 8
027800     END-IF.
027900     IF WSS-RETURN-CODE LESS THAN 8
028000        PERFORM 2800-PROCESS-DROPPED
028100            THRU 2800-PROCESS-DROPPED-EXIT
028200            VARYING WSS-PFT-NUM FROM 1 BY 1
028300            UNTIL WSS-PFT-NUM GREATER THAN WSS-PFT-USED
028400               OR WSS-RETURN-CODE EQUAL 8
028500     END-IF.
028600     IF WSS-RETURN-CODE LESS THAN 8
028700        PERFORM 5000-WRITE-TRAILERS
028800            THRU 5000-WRITE-TRAILERS-EXIT
028900     END-IF.
029000     PERFORM 9000-TERMINATE
029100         THRU 9000-TERMINATE-EXIT.
029200     STOP RUN.
029300 0000-MAINLINE-EXIT.
029400     EXIT.
029500*
029600****************************************************************
029700*  1000-INITIALIZE                                              *
029800*  READS THE PARAMETER CARD, OPENS THE FILES AND PRINTS THE     *
029850*  BELOW-THRESHOLD LISTING HEADER.  THE PAYER TIN, TCC, NAME,   *
029900*  ADDRESS AND FILING CONTACT HAVE NO SENSIBLE DEFAULT -        *
029950*  WITHOUT THEM THE IRS FILE WOULD BE REJECTED, SO THE RUN      *
030000*  STOPS.                                                       *
030200****************************************************************
030300 1000-INITIALIZE.
030400     ACCEPT WSS-TODAY FROM DATE YYYYMMDD.
030500     MOVE WSS-TODAY (1:4) TO WSS-TODAY-YEAR.
030600     COMPUTE WSS-TAX-YEAR = WSS-TODAY-YEAR - 1.
030700     OPEN INPUT SYSIN-FILE.
030800     IF WSS-FS-SYSIN EQUAL "00"
030900        READ SYSIN-FILE
031000           AT END
031100              DISPLAY "MG16 - SYSIN EMPTY"
031200           NOT AT END
031300              PERFORM 1100-APPLY-PARM-CARD
031400                  THRU 1100-APPLY-PARM-CARD-EXIT
031410              PERFORM 1200-APPLY-PAYER-CARDS
031420                  THRU 1200-APPLY-PAYER-CARDS-EXIT
031500        END-READ
031600        CLOSE SYSIN-FILE
031700     ELSE
031800        DISPLAY "MG16 - NO SYSIN"
031900     END-IF.
032000     IF WSS-RETURN-CODE EQUAL 8
032100        GO TO 1000-INITIALIZE-EXIT
032200     END-IF.
032300     IF WSS-PAYER-TIN EQUAL SPACES
032310        OR WSS-TCC EQUAL SPACES
032320        OR WSS-PAYER-NAME EQUAL SPACES
032330        DISPLAY "MG16 - PAYER TIN, TCC AND NAME ARE REQUIRED ON"
032340            " SYSIN"
032350        MOVE 8 TO WSS-RETURN-CODE
032360        GO TO 1000-INITIALIZE-EXIT
032370     END-IF.
032380     IF WSS-PAYER-ADDR EQUAL SPACES
032390        OR WSS-PAYER-CITY EQUAL SPACES
032400        OR WSS-PAYER-STATE EQUAL SPACES
032410        OR WSS-PAYER-ZIP EQUAL SPACES
032420        DISPLAY "MG16 - PAYER ADDRESS, CITY, STATE AND ZIP ARE"
032430            " REQUIRED ON SYSIN CARD 2"
032440        MOVE 8 TO WSS-RETURN-CODE
032450        GO TO 1000-INITIALIZE-EXIT
032460     END-IF.
032470     IF WSS-CONTACT-NAME EQUAL SPACES
032480        OR WSS-CONTACT-PHONE EQUAL SPACES
032490        OR WSS-CONTACT-EMAIL EQUAL SPACES
032500        DISPLAY "MG16 - CONTACT NAME, TELEPHONE AND EMAIL ARE"
032510            " REQUIRED ON SYSIN CARD 3"
032800        MOVE 8 TO WSS-RETURN-CODE
032900        GO TO 1000-INITIALIZE-EXIT
033000     END-IF.
033100     OPEN INPUT INTYTD-FILE.
033200     IF WSS-FS-INTYTD NOT EQUAL "00"
033300        DISPLAY "MG16 - INTYTD COULD NOT BE OPENED, STATUS "
033400            WSS-FS-INTYTD
033500        MOVE 8 TO WSS-RETURN-CODE
033600        GO TO 1000-INITIALIZE-EXIT
033700     END-IF.
033800     OPEN INPUT CUSTMAST-FILE.
033900     IF WSS-FS-CUSTMAST NOT EQUAL "00"
034000        DISPLAY "MG16 - CUSTMAST COULD NOT BE OPENED, STATUS "
034100            WSS-FS-CUSTMAST
034200        MOVE 8 TO WSS-RETURN-CODE
034300        GO TO 1000-INITIALIZE-EXIT
034400     END-IF.
034500     IF WSS-RUN-CORRECTION
034600        OPEN INPUT IRSPRIOR-FILE
034700        IF WSS-FS-IRSPRIOR NOT EQUAL "00"
034800           DISPLAY "MG16 - IRSPRIOR COULD NOT BE OPENED, STATUS "
034900               WSS-FS-IRSPRIOR " - A CORRECTION RUN NEEDS IT"
035000           MOVE 8 TO WSS-RETURN-CODE
035100           GO TO 1000-INITIALIZE-EXIT
035200        END-IF
035300     END-IF.
035400     OPEN OUTPUT IRSFILE-FILE.
035500     IF WSS-FS-IRSFILE NOT EQUAL "00"
035600        DISPLAY "MG16 - IRSFILE COULD NOT BE OPENED, STATUS "
035700            WSS-FS-IRSFILE
035800        MOVE 8 TO WSS-RETURN-CODE
035900        GO TO 1000-INITIALIZE-EXIT
036000     END-IF.
036100     OPEN OUTPUT TAXCOPY-FILE.
036200     IF WSS-FS-TAXCOPY NOT EQUAL "00"
036300        DISPLAY "MG16 - TAXCOPY COULD NOT BE OPENED, STATUS "
036400            WSS-FS-TAXCOPY
036500        MOVE 8 TO WSS-RETURN-CODE
036600        GO TO 1000-INITIALIZE-EXIT
036700     END-IF.
036800     OPEN OUTPUT TAXLOW-FILE.
036900     IF WSS-FS-TAXLOW NOT EQUAL "00"
037000        DISPLAY "MG16 - TAXLOW COULD NOT BE OPENED, STATUS "
037100            WSS-FS-TAXLOW
037200        MOVE 8 TO WSS-RETURN-CODE
037300        GO TO 1000-INITIALIZE-EXIT
037400     END-IF.
037500     SET WSS-FILES-OPEN TO TRUE.
037600     MOVE "1" TO TXL-CC.
037700     MOVE SPACES TO TXL-TEXT.
037800     STRING "MG16 1099-INT BELOW-THRESHOLD LISTING - TAX YEAR "
037900         WSS-TAX-YEAR DELIMITED BY SIZE INTO TXL-TEXT.
038000     WRITE TAXLOW-LINE.
038100     MOVE " " TO TXL-CC.
038200     MOVE SPACES TO TXL-TEXT.
038300     MOVE WSS-THRESHOLD TO WSS-THRESH-EDIT.
038400     IF WSS-RUN-CORRECTION
038500        STRING " CORRECTION RUN - REPORTING THRESHOLD "
038600            WSS-THRESH-EDIT DELIMITED BY SIZE INTO TXL-TEXT
038700     ELSE
038800        STRING " ORIGINAL FILING - REPORTING THRESHOLD "
038900            WSS-THRESH-EDIT DELIMITED BY SIZE INTO TXL-TEXT
039000     END-IF.
039100     WRITE TAXLOW-LINE.
039200     MOVE SPACES TO TXL-TEXT.
039300     STRING " CUSTOMER    NAME                            BRCH"
039400         "     INTEREST PAID" DELIMITED BY SIZE INTO TXL-TEXT.
039500     WRITE TAXLOW-LINE.
039600     MOVE ALL "-" TO TXL-TEXT.
039700     WRITE TAXLOW-LINE.
039800 1000-INITIALIZE-EXIT.
039900     EXIT.
040000*
040100****************************************************************
040200*  1100-APPLY-PARM-CARD                                         *
040300*  A BLANK OR NON-NUMERIC FIELD LEAVES THE DEFAULT IN PLACE.    *
040400*  AN UNKNOWN RUN TYPE STOPS THE RUN RATHER THAN GUESS WHICH    *
040500*  KIND OF FILING WAS WANTED.                                   *
040600****************************************************************
040700 1100-APPLY-PARM-CARD.
040800     IF TP-TAX-YEAR NUMERIC
040900        AND TP-TAX-YEAR GREATER THAN ZERO
041000        MOVE TP-TAX-YEAR TO WSS-TAX-YEAR
041100     END-IF.
041200     EVALUATE TP-RUN-TYPE
041300         WHEN "O"
041400         WHEN " "
041500             MOVE "O" TO WSS-RUN-TYPE
041600         WHEN "C"
041700             MOVE "C" TO WSS-RUN-TYPE
041800         WHEN OTHER
041900             DISPLAY "MG16 - INVALID RUN TYPE ON SYSIN: "
042000                 TP-RUN-TYPE
042100             MOVE 8 TO WSS-RETURN-CODE
042200             GO TO 1100-APPLY-PARM-CARD-EXIT
042300     END-EVALUATE.
042400     IF TP-THRESHOLD NUMERIC
042500        AND TP-THRESHOLD GREATER THAN ZERO
042600        MOVE TP-THRESHOLD TO WSS-THRESHOLD
042700     END-IF.
042800     IF TP-TEST-IND EQUAL "T"
042900        MOVE "T" TO WSS-TEST-IND
043000     END-IF.
043100     MOVE TP-PAYER-TIN  TO WSS-PAYER-TIN.
043200     MOVE TP-TCC        TO WSS-TCC.
043300     MOVE TP-PAYER-NAME TO WSS-PAYER-NAME.
043400 1100-APPLY-PARM-CARD-EXIT.
043500     EXIT.
043502*
043504****************************************************************
043506*  1200-APPLY-PAYER-CARDS                                       *
043508*  THE PAYER ADDRESS CARD AND THE FILING CONTACT CARD FOLLOW    *
043510*  THE PARAMETER CARD.  A MISSING CARD LEAVES ITS FIELDS        *
043512*  BLANK, WHICH STOPS THE RUN IN 1000-INITIALIZE.               *
043514****************************************************************
043516 1200-APPLY-PAYER-CARDS.
043518     READ SYSIN-FILE
043520        AT END
043522           GO TO 1200-APPLY-PAYER-CARDS-EXIT
043524     END-READ.
043526     MOVE TA-PAYER-ADDR   TO WSS-PAYER-ADDR.
043528     MOVE TA-PAYER-CITY   TO WSS-PAYER-CITY.
043530     MOVE TA-PAYER-STATE  TO WSS-PAYER-STATE.
043532     MOVE TA-PAYER-ZIP    TO WSS-PAYER-ZIP.
043534     READ SYSIN-FILE
043536        AT END
043538           GO TO 1200-APPLY-PAYER-CARDS-EXIT
043540     END-READ.
043542     MOVE TC-CONTACT-NAME  TO WSS-CONTACT-NAME.
043544     MOVE TC-CONTACT-PHONE TO WSS-CONTACT-PHONE.
043546     MOVE TC-CONTACT-EMAIL TO WSS-CONTACT-EMAIL.
043548 1200-APPLY-PAYER-CARDS-EXIT.
043550     EXIT.
043600*
043700****************************************************************
043800*  1500-LOAD-PRIOR-FILING                                       *
043900*  ONE IRSPRIOR RECORD.  ONLY B RECORDS FOR THIS TAX YEAR ARE   *
044000*  KEPT; THE CUSTOMER NUMBER IS THE PAYER'S ACCOUNT NUMBER      *
044100*  FOR THE PAYEE.                                               *
044200****************************************************************
044300 1500-LOAD-PRIOR-FILING.
044400     READ IRSPRIOR-FILE INTO IRS-REC
044500        AT END
044600           SET WSS-IRSPRIOR-EOF TO TRUE
044700           GO TO 1500-LOAD-PRIOR-FILING-EXIT
044800     END-READ.
044900     IF NOT IRS-TYPE-PAYEE
045000        OR IRS-B-PAY-YEAR NOT EQUAL WSS-TAX-YEAR
045100        GO TO 1500-LOAD-PRIOR-FILING-EXIT
045200     END-IF.
045300     ADD 1 TO WSS-PRIOR-B-READ.
045400     MOVE IRS-B-ACCOUNT (1:10) TO WSS-CUST-NO.
045500     PERFORM 2600-FIND-PRIOR
045600         THRU 2600-FIND-PRIOR-EXIT.
045700     IF WSS-PFT-FOUND-SW EQUAL "N"
045800        IF WSS-PFT-USED GREATER OR EQUAL WSS-PFT-MAX
045900           DISPLAY "MG16 - PRIOR FILING TABLE OVERFLOW, RAISE"
046000               " WSS-PFT-MAX"
046100           MOVE 8 TO WSS-RETURN-CODE
046200           GO TO 1500-LOAD-PRIOR-FILING-EXIT
046300        END-IF
046400        ADD 1 TO WSS-PFT-USED
046500        SET WSS-PF-IX TO WSS-PFT-USED
046600        MOVE WSS-CUST-NO TO WSS-PFT-CUST (WSS-PF-IX)
046700        MOVE "N" TO WSS-PFT-SEEN (WSS-PF-IX)
046800     END-IF.
046900     MOVE IRS-B-AMOUNT-1 TO WSS-PFT-AMOUNT (WSS-PF-IX).
047000 1500-LOAD-PRIOR-FILING-EXIT.
047100     EXIT.
047200*
047300****************************************************************
047400*  2000-PROCESS-ONE-YTD                                         *
047500*  ONE CUSTOMER'S YEAR-TO-DATE RECORD.  THE TAX YEAR MAY BE     *
047600*  IN THE CURRENT OR THE PRIOR-YEAR SLOT, DEPENDING ON          *
047700*  WHETHER THE NEW YEAR'S FIRST MONTH-END HAS RUN YET.  THE     *
047800*  COUNTING PASS ONLY TOTALS WHAT THE WRITING PASS WILL FILE.   *
047900****************************************************************
048000 2000-PROCESS-ONE-YTD.
048100     READ INTYTD-FILE
048200        AT END
048300           SET WSS-INTYTD-EOF TO TRUE
048400           GO TO 2000-PROCESS-ONE-YTD-EXIT
048500     END-READ.
048600     IF WSS-COUNT-PASS
048700        ADD 1 TO WSS-YTD-READ
048800     END-IF.
048900     MOVE YTD-CUST-NO TO WSS-CUST-NO.
049000     MOVE ZERO TO WSS-TAX-INT.
049100     IF YTD-CURR-YEAR EQUAL WSS-TAX-YEAR
049200        MOVE YTD-CURR-INT TO WSS-TAX-INT
049300     ELSE
049400        IF YTD-PRIOR-YEAR EQUAL WSS-TAX-YEAR
049500           MOVE YTD-PRIOR-INT TO WSS-TAX-INT
049600        END-IF
049700     END-IF.
049800     PERFORM 2500-DECIDE-ACTION
049900         THRU 2500-DECIDE-ACTION-EXIT.
050000     IF WSS-ACT-NONE
050100        GO TO 2000-PROCESS-ONE-YTD-EXIT
050200     END-IF.
050300     IF WSS-COUNT-PASS
050400        IF NOT WSS-ACT-LOW
050500           ADD 1 TO WSS-PAYEES
050600           ADD WSS-REPORT-INT TO WSS-PAYEE-TOTAL
050700        END-IF
050800        GO TO 2000-PROCESS-ONE-YTD-EXIT
050900     END-IF.
051000     PERFORM 4000-REPORT-CUSTOMER
051100         THRU 4000-REPORT-CUSTOMER-EXIT.
051200 2000-PROCESS-ONE-YTD-EXIT.
051300     EXIT.
051400*
051500****************************************************************
051600*  2500-DECIDE-ACTION                                           *
051700*  THE CALLER LOADS WSS-CUST-NO AND WSS-TAX-INT.  SETS THE      *
051800*  AMOUNT TO FILE (ZERO BELOW THE THRESHOLD) AND WHAT TO DO -   *
051900*  ORIGINAL RUN: FILE IT, LIST IT AS BELOW THRESHOLD, OR        *
052000*  NOTHING AT ALL FOR NO INTEREST.  CORRECTION RUN: FILE A      *
052100*  CORRECTION ONLY WHEN THE AMOUNT DIFFERS FROM WHAT WAS LAST   *
052200*  FILED FOR THE CUSTOMER (ZERO IF NEVER FILED).                *
052300****************************************************************
052400 2500-DECIDE-ACTION.
052500     SET WSS-ACT-NONE TO TRUE.
052600     IF WSS-TAX-INT LESS THAN ZERO
052700        MOVE ZERO TO WSS-TAX-INT
052800     END-IF.
052900     IF WSS-TAX-INT NOT LESS THAN WSS-THRESHOLD
053000        MOVE WSS-TAX-INT TO WSS-REPORT-INT
053100     ELSE
053200        MOVE ZERO TO WSS-REPORT-INT
053300     END-IF.
053400     IF WSS-RUN-ORIGINAL
053500        IF WSS-REPORT-INT GREATER THAN ZERO
053600           SET WSS-ACT-REPORT TO TRUE
053700        ELSE
053800           IF WSS-TAX-INT GREATER THAN ZERO
053900              SET WSS-ACT-LOW TO TRUE
054000           END-IF
054100        END-IF
054200        GO TO 2500-DECIDE-ACTION-EXIT
054300     END-IF.
054400     MOVE ZERO TO WSS-FILED-INT.
054500     PERFORM 2600-FIND-PRIOR
054600         THRU 2600-FIND-PRIOR-EXIT.
054700     IF WSS-PFT-FOUND-SW EQUAL "Y"
054800        MOVE WSS-PFT-AMOUNT (WSS-PF-IX) TO WSS-FILED-INT
054900        MOVE "Y" TO WSS-PFT-SEEN (WSS-PF-IX)
055000     END-IF.
055100     IF WSS-REPORT-INT NOT EQUAL WSS-FILED-INT
055200        SET WSS-ACT-CORRECT TO TRUE
055300     END-IF.
055400 2500-DECIDE-ACTION-EXIT.
055500     EXIT.
055600*
055700****************************************************************
055800*  2600-FIND-PRIOR                                              *
055900*  THE CALLER LOADS WSS-CUST-NO.  LEAVES WSS-PF-IX ON THE ROW   *
056000*  WHEN WSS-PFT-FOUND-SW IS "Y".                                *
056100****************************************************************
056200 2600-FIND-PRIOR.
056300     MOVE "N" TO WSS-PFT-FOUND-SW.
056400     IF WSS-PFT-USED GREATER THAN ZERO
056500        SET WSS-PF-IX TO 1
056600        SEARCH WSS-PFT-ENTRY
056700           AT END
056800              MOVE "N" TO WSS-PFT-FOUND-SW
056900           WHEN WSS-PF-IX GREATER THAN WSS-PFT-USED
057000              MOVE "N" TO WSS-PFT-FOUND-SW
057100           WHEN WSS-PFT-CUST (WSS-PF-IX) EQUAL WSS-CUST-NO
057200              MOVE "Y" TO WSS-PFT-FOUND-SW
057300        END-SEARCH
057400     END-IF.
057500 2600-FIND-PRIOR-EXIT.
057600     EXIT.
057700*
057800****************************************************************
057900*  2800-PROCESS-DROPPED                                         *
058000*  CORRECTION RUN - A CUSTOMER FILED BEFORE WITH AN AMOUNT      *
058100*  BUT NO LONGER ON INTYTD FOR THE TAX YEAR IS CORRECTED TO     *
058200*  ZERO.  THE ROW IS NOT MARKED, SO BOTH PASSES SEE IT.         *
058300****************************************************************
058400 2800-PROCESS-DROPPED.
058500     SET WSS-PF-IX TO WSS-PFT-NUM.
058600     IF WSS-PFT-SEEN (WSS-PF-IX) EQUAL "Y"
058700        OR WSS-PFT-AMOUNT (WSS-PF-IX) EQUAL ZERO
058800        GO TO 2800-PROCESS-DROPPED-EXIT
058900     END-IF.
059000     MOVE WSS-PFT-CUST (WSS-PF-IX)   TO WSS-CUST-NO.
059100     MOVE ZERO                       TO WSS-TAX-INT.
059200     MOVE ZERO                       TO WSS-REPORT-INT.
059300     MOVE WSS-PFT-AMOUNT (WSS-PF-IX) TO WSS-FILED-INT.
059400     SET WSS-ACT-CORRECT TO TRUE.
059500     IF WSS-COUNT-PASS
059600        ADD 1 TO WSS-PAYEES
059700        GO TO 2800-PROCESS-DROPPED-EXIT
059800     END-IF.
059900     PERFORM 4000-REPORT-CUSTOMER
060000         THRU 4000-REPORT-CUSTOMER-EXIT.
060100 2800-PROCESS-DROPPED-EXIT.
060200     EXIT.
060300*
060400****************************************************************
060500*  3000-START-WRITE-PASS                                        *
060600*  REWINDS INTYTD AND WRITES THE TRANSMITTER (T) AND PAYER      *
060700*  (A) RECORDS NOW THAT THE PAYEE COUNT IS KNOWN.  A TAX YEAR   *
060800*  OLDER THAN LAST YEAR IS FLAGGED AS PRIOR-YEAR DATA.          *
060900****************************************************************
061000 3000-START-WRITE-PASS.
061100     CLOSE INTYTD-FILE.
061200     OPEN INPUT INTYTD-FILE.
061300     IF WSS-FS-INTYTD NOT EQUAL "00"
061400        DISPLAY "MG16 - INTYTD COULD NOT BE REOPENED, STATUS "
061500            WSS-FS-INTYTD
061600        MOVE 8 TO WSS-RETURN-CODE
061700        GO TO 3000-START-WRITE-PASS-EXIT
061800     END-IF.
061900     MOVE "N" TO WSS-INTYTD-EOF-SW.
062000     MOVE SPACES TO IRS-REC.
062100     SET IRS-TYPE-TRANSMITTER TO TRUE.
062200     MOVE WSS-TAX-YEAR   TO IRS-T-PAY-YEAR.
062300     IF WSS-TAX-YEAR LESS THAN WSS-TODAY-YEAR - 1
062400        MOVE "P" TO IRS-T-PRIOR-YEAR-IND
062500     END-IF.
062600     MOVE WSS-PAYER-TIN  TO IRS-T-TIN.
062700     MOVE WSS-TCC        TO IRS-T-TCC.
062800     MOVE WSS-TEST-IND   TO IRS-T-TEST-IND.
062900     MOVE WSS-PAYER-NAME TO IRS-T-NAME.
063000     MOVE WSS-PAYER-NAME TO IRS-T-COMPANY-NAME.
063010     MOVE WSS-PAYER-ADDR    TO IRS-T-COMPANY-ADDR.
063020     MOVE WSS-PAYER-CITY    TO IRS-T-COMPANY-CITY.
063030     MOVE WSS-PAYER-STATE   TO IRS-T-COMPANY-STATE.
063040     MOVE WSS-PAYER-ZIP     TO IRS-T-COMPANY-ZIP.
063100     MOVE WSS-PAYEES     TO IRS-T-PAYEE-COUNT.
063110     MOVE WSS-CONTACT-NAME  TO IRS-T-CONTACT-NAME.
063120     MOVE WSS-CONTACT-PHONE TO IRS-T-CONTACT-PHONE.
063130     MOVE WSS-CONTACT-EMAIL TO IRS-T-CONTACT-EMAIL.
063140     SET IRS-T-VENDOR-IN-HOUSE TO TRUE.
063200     PERFORM 4900-WRITE-IRS-RECORD
063300         THRU 4900-WRITE-IRS-RECORD-EXIT.
063400     IF WSS-RETURN-CODE EQUAL 8
063500        GO TO 3000-START-WRITE-PASS-EXIT
063600     END-IF.
063700     MOVE SPACES TO IRS-REC.
063800     SET IRS-TYPE-PAYER TO TRUE.
063900     MOVE WSS-TAX-YEAR   TO IRS-A-PAY-YEAR.
064000     MOVE WSS-PAYER-TIN  TO IRS-A-TIN.
064100     MOVE "6 "           TO IRS-A-RETURN-TYPE.
064200     MOVE "1"            TO IRS-A-AMOUNT-CODES.
064300     MOVE WSS-PAYER-NAME TO IRS-A-PAYER-NAME.
064310     MOVE WSS-PAYER-ADDR    TO IRS-A-PAYER-ADDR.
064320     MOVE WSS-PAYER-CITY    TO IRS-A-PAYER-CITY.
064330     MOVE WSS-PAYER-STATE   TO IRS-A-PAYER-STATE.
064340     MOVE WSS-PAYER-ZIP     TO IRS-A-PAYER-ZIP.
064350     MOVE WSS-CONTACT-PHONE TO IRS-A-PAYER-PHONE.
064400     PERFORM 4900-WRITE-IRS-RECORD
064500         THRU 4900-WRITE-IRS-RECORD-EXIT.
064600 3000-START-WRITE-PASS-EXIT.
064700     EXIT.
064800*
064900****************************************************************
065000*  4000-REPORT-CUSTOMER                                         *
065100*  WRITING PASS.  PICKS UP THE NAME AND BRANCH FROM CUSTMAST,   *
065200*  THEN FILES THE CUSTOMER AND PRINTS THE RECIPIENT COPY, OR    *
065300*  LISTS IT BELOW THE THRESHOLD.  A CUSTOMER NO LONGER ON THE   *
065400*  MASTER IS STILL REPORTED - THE INTEREST WAS PAID - AND       *
065500*  ENDS THE RUN IN WARNING FOR FINANCE TO FOLLOW UP.            *
065600****************************************************************
065700 4000-REPORT-CUSTOMER.
065800     MOVE "N" TO WSS-CUST-MATCH-SW.
065900     MOVE WSS-CUST-NO TO CUST-NUMBER.
066000     READ CUSTMAST-FILE
066100        INVALID KEY
066200           MOVE "N" TO WSS-CUST-MATCH-SW
066300        NOT INVALID KEY
066400           SET WSS-CUST-FOUND TO TRUE
066500     END-READ.
066600     IF NOT WSS-CUST-FOUND
066700        AND WSS-FS-CUSTMAST NOT EQUAL "23"
066800        DISPLAY "MG16 - CUSTMAST READ FAILED, STATUS "
066900            WSS-FS-CUSTMAST
067000        MOVE 8 TO WSS-RETURN-CODE
067100        GO TO 4000-REPORT-CUSTOMER-EXIT
067200     END-IF.
067300     IF WSS-CUST-FOUND
067400        MOVE CUST-NAME   TO WSS-PAYEE-NAME
067500        MOVE CUST-BRANCH TO WSS-PAYEE-BRANCH
067600     ELSE
067700        ADD 1 TO WSS-NOT-ON-CUST
067800        MOVE "*** NOT ON CUSTMAST ***" TO WSS-PAYEE-NAME
067900        MOVE "????" TO WSS-PAYEE-BRANCH
068000     END-IF.
068100     IF WSS-ACT-LOW
068200        PERFORM 4600-LIST-BELOW-THRESHOLD
068300            THRU 4600-LIST-BELOW-THRESHOLD-EXIT
068400        GO TO 4000-REPORT-CUSTOMER-EXIT
068500     END-IF.
068600     PERFORM 4200-WRITE-B-RECORD
068700         THRU 4200-WRITE-B-RECORD-EXIT.
068800     IF WSS-RETURN-CODE EQUAL 8
068900        GO TO 4000-REPORT-CUSTOMER-EXIT
069000     END-IF.
069100     PERFORM 4400-PRINT-RECIPIENT-COPY
069200         THRU 4400-PRINT-RECIPIENT-COPY-EXIT.
069300 4000-REPORT-CUSTOMER-EXIT.
069400     EXIT.
069500*
069600****************************************************************
069700*  4200-WRITE-B-RECORD                                          *
069800*  ONE PAYEE RECORD - BOX 1 INTEREST INCOME ONLY.  A            *
069900*  CORRECTION CARRIES THE G INDICATOR AND THE FULL CORRECTED    *
070000*  AMOUNT, NOT THE DIFFERENCE.                                  *
070100****************************************************************
070200 4200-WRITE-B-RECORD.
070300     MOVE SPACES TO IRS-REC.
070400     SET IRS-TYPE-PAYEE TO TRUE.
070500     MOVE WSS-TAX-YEAR     TO IRS-B-PAY-YEAR.
070600     IF WSS-ACT-CORRECT
070700        SET IRS-B-CORRECTION TO TRUE
070800     END-IF.
070900     MOVE WSS-CUST-NO      TO IRS-B-ACCOUNT.
071000     MOVE WSS-PAYEE-BRANCH TO IRS-B-OFFICE.
071100     MOVE WSS-REPORT-INT   TO IRS-B-AMOUNT-1.
071200     MOVE ALL "0"          TO IRS-B-OTHER-AMOUNTS.
071300     MOVE WSS-PAYEE-NAME   TO IRS-B-PAYEE-NAME.
071400     PERFORM 4900-WRITE-IRS-RECORD
071500         THRU 4900-WRITE-IRS-RECORD-EXIT.
071600     IF WSS-RETURN-CODE EQUAL 8
071700        GO TO 4200-WRITE-B-RECORD-EXIT
071800     END-IF.
071900     ADD 1 TO WSS-B-WRITTEN.
072000     ADD WSS-REPORT-INT TO WSS-B-TOTAL.
072100 4200-WRITE-B-RECORD-EXIT.
072200     EXIT.
072300*
072400****************************************************************
072500*  4400-PRINT-RECIPIENT-COPY                                    *
072600*  ONE PAGE PER CUSTOMER FILED.                                 *
072700****************************************************************
072800 4400-PRINT-RECIPIENT-COPY.
072900     MOVE "1" TO TXC-CC.
073000     MOVE SPACES TO TXC-TEXT.
073100     IF WSS-ACT-CORRECT
073200        STRING "   FORM 1099-INT  INTEREST INCOME  TAX YEAR "
073300            WSS-TAX-YEAR "   COPY B FOR RECIPIENT"
073350            "   ** CORRECTED **"
073400            DELIMITED BY SIZE INTO TXC-TEXT
073500     ELSE
073600        STRING "   FORM 1099-INT  INTEREST INCOME  TAX YEAR "
073700            WSS-TAX-YEAR "   COPY B FOR RECIPIENT"
073800            DELIMITED BY SIZE INTO TXC-TEXT
073900     END-IF.
074000     PERFORM 4450-WRITE-COPY-LINE
074100         THRU 4450-WRITE-COPY-LINE-EXIT.
074200     MOVE " " TO TXC-CC.
074300     MOVE SPACES TO TXC-TEXT.
074400     PERFORM 4450-WRITE-COPY-LINE
074500         THRU 4450-WRITE-COPY-LINE-EXIT.
074600     STRING "   PAYER           " WSS-PAYER-NAME
074700         DELIMITED BY SIZE INTO TXC-TEXT.
074800     PERFORM 4450-WRITE-COPY-LINE
074900         THRU 4450-WRITE-COPY-LINE-EXIT.
074905     STRING "                   " WSS-PAYER-ADDR
074910         DELIMITED BY SIZE INTO TXC-TEXT.
074915     PERFORM 4450-WRITE-COPY-LINE
074920         THRU 4450-WRITE-COPY-LINE-EXIT.
074925     STRING "                   " WSS-PAYER-CITY " "
074930         WSS-PAYER-STATE "  " WSS-PAYER-ZIP
074935         DELIMITED BY SIZE INTO TXC-TEXT.
074940     PERFORM 4450-WRITE-COPY-LINE
074945         THRU 4450-WRITE-COPY-LINE-EXIT.
074950     STRING "   TELEPHONE       " WSS-CONTACT-PHONE
074955         DELIMITED BY SIZE INTO TXC-TEXT.
074960     PERFORM 4450-WRITE-COPY-LINE
074965         THRU 4450-WRITE-COPY-LINE-EXIT.
075000     MOVE SPACES TO TXC-TEXT.
075100     STRING "   PAYER'S TIN     " WSS-PAYER-TIN
075200         DELIMITED BY SIZE INTO TXC-TEXT.
075300     PERFORM 4450-WRITE-COPY-LINE
075400         THRU 4450-WRITE-COPY-LINE-EXIT.
075500     MOVE SPACES TO TXC-TEXT.
075600     PERFORM 4450-WRITE-COPY-LINE
075700         THRU 4450-WRITE-COPY-LINE-EXIT.
075800     STRING "   RECIPIENT       " WSS-PAYEE-NAME
075900         DELIMITED BY SIZE INTO TXC-TEXT.
076000     PERFORM 4450-WRITE-COPY-LINE
076100         THRU 4450-WRITE-COPY-LINE-EXIT.
076200     MOVE SPACES TO TXC-TEXT.
076300     STRING "   ACCOUNT NUMBER  " WSS-CUST-NO
076400         "    BRANCH " WSS-PAYEE-BRANCH
076500         DELIMITED BY SIZE INTO TXC-TEXT.
076600     PERFORM 4450-WRITE-COPY-LINE
076700         THRU 4450-WRITE-COPY-LINE-EXIT.
076800     MOVE SPACES TO TXC-TEXT.
076900     PERFORM 4450-WRITE-COPY-LINE
077000         THRU 4450-WRITE-COPY-LINE-EXIT.
077100     MOVE WSS-REPORT-INT TO WSS-AMOUNT-EDIT.
077200     STRING "   BOX 1  INTEREST INCOME  " WSS-AMOUNT-EDIT
077300         DELIMITED BY SIZE INTO TXC-TEXT.
077400     PERFORM 4450-WRITE-COPY-LINE
077500         THRU 4450-WRITE-COPY-LINE-EXIT.
077600     MOVE SPACES TO TXC-TEXT.
077700     PERFORM 4450-WRITE-COPY-LINE
077800         THRU 4450-WRITE-COPY-LINE-EXIT.
077900     STRING "   THIS IS IMPORTANT TAX INFORMATION AND IS BEING"
078000         " FURNISHED TO THE INTERNAL REVENUE SERVICE."
078100         DELIMITED BY SIZE INTO TXC-TEXT.
078200     PERFORM 4450-WRITE-COPY-LINE
078300         THRU 4450-WRITE-COPY-LINE-EXIT.
078400 4400-PRINT-RECIPIENT-COPY-EXIT.
078500     EXIT.
078600*
078700****************************************************************
078800*  4450-WRITE-COPY-LINE                                         *
078900****************************************************************
079000 4450-WRITE-COPY-LINE.
079100     WRITE TAXCOPY-LINE.
079200     MOVE SPACES TO TXC-TEXT.
079300 4450-WRITE-COPY-LINE-EXIT.
079400     EXIT.
079500*
079600****************************************************************
079700*  4600-LIST-BELOW-THRESHOLD                                    *
079800****************************************************************
079900 4600-LIST-BELOW-THRESHOLD.
080000     MOVE WSS-CUST-NO      TO WSS-TXL-CUST.
080100     MOVE WSS-PAYEE-NAME   TO WSS-TXL-NAME.
080200     MOVE WSS-PAYEE-BRANCH TO WSS-TXL-BRANCH.
080300     MOVE WSS-TAX-INT      TO WSS-TXL-AMOUNT.
080400     MOVE " " TO TXL-CC.
080500     MOVE SPACES TO TXL-TEXT.
080600     MOVE WSS-TXL-DETAIL TO TXL-TEXT.
080700     WRITE TAXLOW-LINE.
080800     ADD 1 TO WSS-LOW-COUNT.
080900     ADD WSS-TAX-INT TO WSS-LOW-TOTAL.
081000 4600-LIST-BELOW-THRESHOLD-EXIT.
081100     EXIT.
081200*
081300****************************************************************
081400*  4900-WRITE-IRS-RECORD                                        *
081500*  THE CALLER BUILDS IRS-REC.  STAMPS THE RECORD SEQUENCE       *
081600*  NUMBER AND WRITES IT.                                        *
081700****************************************************************
081800 4900-WRITE-IRS-RECORD.
081900     ADD 1 TO WSS-SEQ-NO.
082000     MOVE WSS-SEQ-NO TO IRS-SEQ-NO.
082100     WRITE IRSFILE-REC FROM IRS-REC.
082200     IF WSS-FS-IRSFILE NOT EQUAL "00"
082300        DISPLAY "MG16 - IRSFILE WRITE FAILED, STATUS "
082400            WSS-FS-IRSFILE
082500        MOVE 8 TO WSS-RETURN-CODE
082600     END-IF.
082700 4900-WRITE-IRS-RECORD-EXIT.
082800     EXIT.
082900*
083000****************************************************************
083100*  5000-WRITE-TRAILERS                                          *
083200*  THE WRITING PASS MUST FILE EXACTLY WHAT THE COUNTING PASS    *
083300*  PUT IN THE T RECORD - ANYTHING ELSE MEANS INTYTD CHANGED     *
083400*  UNDER THE RUN, AND THE FILE IS NOT FIT TO SEND.  THEN THE    *
083500*  END-OF-PAYER (C) AND END-OF-TRANSMISSION (F) RECORDS.        *
083600****************************************************************
083700 5000-WRITE-TRAILERS.
083800     IF WSS-B-WRITTEN NOT EQUAL WSS-PAYEES
083900        OR WSS-B-TOTAL NOT EQUAL WSS-PAYEE-TOTAL
084000        DISPLAY "MG16 - COUNTING AND WRITING PASSES DISAGREE -"
084100            " IRSFILE IS NOT FIT TO SEND"
084200        MOVE 8 TO WSS-RETURN-CODE
084300        GO TO 5000-WRITE-TRAILERS-EXIT
084400     END-IF.
084500     MOVE SPACES TO IRS-REC.
084600     SET IRS-TYPE-END-PAYER TO TRUE.
084700     MOVE WSS-B-WRITTEN TO IRS-C-PAYEE-COUNT.
084800     MOVE WSS-B-TOTAL   TO IRS-C-TOTAL-1.
084900     MOVE ALL "0"       TO IRS-C-OTHER-TOTALS.
085000     PERFORM 4900-WRITE-IRS-RECORD
085100         THRU 4900-WRITE-IRS-RECORD-EXIT.
085200     IF WSS-RETURN-CODE EQUAL 8
085300        GO TO 5000-WRITE-TRAILERS-EXIT
085400     END-IF.
085500     MOVE SPACES TO IRS-REC.
085600     SET IRS-TYPE-END-TRANS TO TRUE.
085700     MOVE 1             TO IRS-F-A-COUNT.
085800     MOVE ALL "0"       TO IRS-F-ZEROS.
085900     MOVE WSS-B-WRITTEN TO IRS-F-PAYEE-COUNT.
086000     PERFORM 4900-WRITE-IRS-RECORD
086100         THRU 4900-WRITE-IRS-RECORD-EXIT.
086200 5000-WRITE-TRAILERS-EXIT.
086300     EXIT.
086400*
086500****************************************************************
086600*  8000-PRINT-TOTALS                                            *
086700*  THE RUN CONTROL TOTALS AT THE FOOT OF THE LISTING, THEN      *
086800*  CLOSES EVERYTHING.                                           *
086900****************************************************************
087000 8000-PRINT-TOTALS.
087100     MOVE " " TO TXL-CC.
087200     MOVE ALL "-" TO TXL-TEXT.
087300     WRITE TAXLOW-LINE.
087400     MOVE SPACES TO TXL-TEXT.
087500     MOVE WSS-LOW-COUNT TO WSS-COUNT-EDIT.
087600     MOVE WSS-LOW-TOTAL TO WSS-AMOUNT-EDIT.
087700     STRING " BELOW THRESHOLD - NOT FILED: " WSS-COUNT-EDIT
087800         "  " WSS-AMOUNT-EDIT DELIMITED BY SIZE INTO TXL-TEXT.
087900     WRITE TAXLOW-LINE.
088000     MOVE SPACES TO TXL-TEXT.
088100     MOVE WSS-B-WRITTEN TO WSS-COUNT-EDIT.
088200     MOVE WSS-B-TOTAL TO WSS-AMOUNT-EDIT.
088300     STRING " PAYEE RECORDS FILED:         " WSS-COUNT-EDIT
088400         "  " WSS-AMOUNT-EDIT DELIMITED BY SIZE INTO TXL-TEXT.
088500     WRITE TAXLOW-LINE.
088600     MOVE SPACES TO TXL-TEXT.
088700     MOVE WSS-YTD-READ TO WSS-COUNT-EDIT.
088800     STRING " YTD RECORDS READ:            " WSS-COUNT-EDIT
088900         DELIMITED BY SIZE INTO TXL-TEXT.
089000     WRITE TAXLOW-LINE.
089100     MOVE SPACES TO TXL-TEXT.
089200     MOVE WSS-NOT-ON-CUST TO WSS-COUNT-EDIT.
089300     STRING " CUSTOMERS NOT ON CUSTMAST:   " WSS-COUNT-EDIT
089400         DELIMITED BY SIZE INTO TXL-TEXT.
089500     WRITE TAXLOW-LINE.
089600     IF WSS-RUN-CORRECTION
089700        MOVE SPACES TO TXL-TEXT
089800        MOVE WSS-PRIOR-B-READ TO WSS-COUNT-EDIT
089900        STRING " PRIOR PAYEE RECORDS READ:    " WSS-COUNT-EDIT
090000            DELIMITED BY SIZE INTO TXL-TEXT
090100        WRITE TAXLOW-LINE
090200        CLOSE IRSPRIOR-FILE
090300     END-IF.
090400     CLOSE INTYTD-FILE CUSTMAST-FILE IRSFILE-FILE
090500           TAXCOPY-FILE TAXLOW-FILE.
090600 8000-PRINT-TOTALS-EXIT.
090700     EXIT.
090800*
090900****************************************************************
091000*  9000-TERMINATE                                               *
091100*  PRINTS THE RUN CONTROL TOTALS ON THE LISTING AND SETS THE    *
091200*  RETURN CODE.  RC 00 = FILED CLEAN, RC 04 = CUSTOMERS NOT ON  *
091300*  CUSTMAST OR NOTHING TO CORRECT, RC 08 = FILE OR PARAMETER    *
091400*  ERROR.                                                       *
091500****************************************************************
091600 9000-TERMINATE.
091700     IF WSS-FILES-OPEN
091800        PERFORM 8000-PRINT-TOTALS
091900            THRU 8000-PRINT-TOTALS-EXIT
092000     END-IF.
092100     IF WSS-RETURN-CODE LESS THAN 8
092200        IF WSS-NOT-ON-CUST GREATER THAN ZERO
092300           MOVE 4 TO WSS-RETURN-CODE
092400        END-IF
092500        IF WSS-RUN-CORRECTION
092600           AND WSS-B-WRITTEN EQUAL ZERO
092700           DISPLAY "MG16 - NOTHING TO CORRECT - DO NOT TRANSMIT"
092800               " IRSFILE"
092900           MOVE 4 TO WSS-RETURN-CODE
093000        END-IF
093100     END-IF.
093200     DISPLAY "MG16 - TAX YEAR:             " WSS-TAX-YEAR.
093300     DISPLAY "MG16 - YTD RECORDS READ:     " WSS-YTD-READ.
093400     DISPLAY "MG16 - PAYEE RECORDS FILED:  " WSS-B-WRITTEN.
093500     DISPLAY "MG16 - BELOW THRESHOLD:      " WSS-LOW-COUNT.
093600     DISPLAY "MG16 - NOT ON CUSTMAST:      " WSS-NOT-ON-CUST.
093700     DISPLAY "MG16 RETURN CODE IS " WSS-RETURN-CODE.
093800     MOVE WSS-RETURN-CODE TO RETURN-CODE.
093900 9000-TERMINATE-EXIT.
094000     EXIT.
