000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MG19.
000300 AUTHOR.        MURTHYG.
000400 INSTALLATION.  GPA DATA CENTER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  MG19 - NIGHTLY DATA-WAREHOUSE FEED                           *
000900*                                                              *
001000*  CALLED BY MG1 AFTER THE MG12 GL EXTRACT - THE STEPDEF CARD   *
001100*  RUNS IT ONLY ON A PASS.  WRITES THE NIGHT'S DELIMITED FEED   *
001200*  FOR THE DATA WAREHOUSE SO THE ANALYTICS AND CRM TEAMS NO     *
001300*  LONGER WORK FROM THE PSTJRNL, TRNJRNL, AND STATEMENT         *
001400*  PRINTOUTS:                                                   *
001500*    WHCUST  - FULL SNAPSHOT OF THE CUSTOMER MASTER (CUSTMAST)  *
001600*    WHACCT  - FULL SNAPSHOT OF THE POSTED ACCOUNT MASTER       *
001700*              (ACCTOUT - AFTER MG8 POSTING AND MG3 INTEREST)   *
001800*    WHTRAN  - THE NIGHT'S NEW TRANSACTION HISTORY - EVERY      *
001900*              TRANHIST RECORD WITH TONIGHT'S RUN DATE          *
002000*  EVERY FILE IS PIPE (|) DELIMITED.  THE FIRST RECORD IS AN H  *
002100*  HEADER CARRYING THE BUSINESS DATE FROM BDATE, THE LAST IS A  *
002200*  T TRAILER WITH THE DETAIL RECORD COUNT AND CONTROL TOTALS    *
002300*  THE WAREHOUSE RE-ADDS BEFORE IT LOADS.  AMOUNTS CARRY AN     *
002400*  EXPLICIT SIGN AND DECIMAL POINT.  THE CONTROL MANIFEST       *
002500*  (WHMANIF) IS WRITTEN LAST, AND ONLY WHEN ALL THREE FILES     *
002600*  ARE COMPLETE - ONE F RECORD PER FILE SENT WITH ITS COUNT     *
002700*  AND DOLLAR TOTAL, THEN A TRAILER WITH THE NUMBER OF FILES.   *
002800*  A NIGHT WITH NO MANIFEST, OR A FILE THAT DOES NOT AGREE      *
002900*  WITH IT, IS A PARTIAL DELIVERY AND THE LOAD REFUSES IT.      *
003000*  ANY I/O FAILURE, OR A BDATE THAT DOES NOT MATCH THE RUN,     *
003100*  IS A HARD FAILURE OF THIS STEP - THE STEPDEF CARD LETS THE   *
003200*  STREAM CONTINUE, SINCE THE NIGHT ITSELF HAS POSTED.          *
003300*                                                              *
003400*  MODIFICATION HISTORY                                         *
003500*  ----------------------------------------------------------   *
003600*  DATE        BY    DESCRIPTION                                *
003700*  ----------  ----  -------------------------------------      *
003800*  10/15/2026  MG    ORIGINAL VERSION - CALLED FROM MG1.        *
003900****************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.   IBM-370.
004300 OBJECT-COMPUTER.   IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT BDATE-FILE     ASSIGN TO BDATE
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WSS-FS-BDATE.
004900     SELECT CUSTMAST-FILE  ASSIGN TO CUSTMAST
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS CUST-NUMBER
005300         FILE STATUS IS WSS-FS-CUSTMAST.
005400     SELECT ACCTOUT-FILE   ASSIGN TO ACCTOUT
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WSS-FS-ACCTOUT.
005700     SELECT TRANHIST-FILE  ASSIGN TO TRANHIST
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS SEQUENTIAL
006000         RECORD KEY IS TH-KEY
006100         FILE STATUS IS WSS-FS-TRANHIST.
006200     SELECT WHCUST-FILE    ASSIGN TO WHCUST
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WSS-FS-WHCUST.
006500     SELECT WHACCT-FILE    ASSIGN TO WHACCT
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WSS-FS-WHACCT.
006800     SELECT WHTRAN-FILE    ASSIGN TO WHTRAN
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WSS-FS-WHTRAN.
007100     SELECT WHMANIF-FILE   ASSIGN TO WHMANIF
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WSS-FS-WHMANIF.
007400 DATA DIVISION.
007500 FILE SECTION.
007600*
007700****************************************************************
007800*  INPUT - THE BUSINESS DATE, THE CUSTOMER MASTER, TONIGHT'S    *
007900*  POSTED ACCOUNT MASTER, AND THE TRANSACTION HISTORY KSDS.     *
008000****************************************************************
008100 FD  BDATE-FILE
008200     RECORDING MODE IS F
008300     RECORD CONTAINS 80 CHARACTERS.
008400     COPY BDATEREC.
008500 FD  CUSTMAST-FILE
008600     RECORD CONTAINS 80 CHARACTERS.
008700     COPY CUSTREC.
008800 FD  ACCTOUT-FILE
008900     RECORDING MODE IS F
009000     RECORD CONTAINS 80 CHARACTERS.
009100     COPY ACCTREC.
009200 FD  TRANHIST-FILE
009300     RECORD CONTAINS 150 CHARACTERS.
009400     COPY HISTREC.
009500*
009600****************************************************************
009700*  OUTPUT - THE THREE DELIMITED WAREHOUSE FILES AND THE         *
009800*  CONTROL MANIFEST.  FIXED 200-BYTE RECORDS, THE DELIMITED     *
009900*  TEXT LEFT-JUSTIFIED AND PADDED WITH SPACES.                  *
010000****************************************************************
010100 FD  WHCUST-FILE
010200     RECORDING MODE IS F
010300     RECORD CONTAINS 200 CHARACTERS.
010400 01  WHCUST-LINE               PIC X(200).
010500 FD  WHACCT-FILE
010600     RECORDING MODE IS F
010700     RECORD CONTAINS 200 CHARACTERS.
010800 01  WHACCT-LINE               PIC X(200).
010900 FD  WHTRAN-FILE
011000     RECORDING MODE IS F
011100     RECORD CONTAINS 200 CHARACTERS.
011200 01  WHTRAN-LINE               PIC X(200).
011300 FD  WHMANIF-FILE
011400     RECORDING MODE IS F
011500     RECORD CONTAINS 200 CHARACTERS.
011600 01  WHMANIF-LINE              PIC X(200).
011700 WORKING-STORAGE SECTION.
011800*
011900****************************************************************
012000*  FILE STATUS / SWITCHES                                       *
012100****************************************************************
012200 77  WSS-FS-BDATE          PIC X(02) VALUE "00".
012300 77  WSS-FS-CUSTMAST       PIC X(02) VALUE "00".
012400 77  WSS-FS-ACCTOUT        PIC X(02) VALUE "00".
012500 77  WSS-FS-TRANHIST       PIC X(02) VALUE "00".
012600 77  WSS-FS-WHCUST         PIC X(02) VALUE "00".
012700 77  WSS-FS-WHACCT         PIC X(02) VALUE "00".
012800 77  WSS-FS-WHTRAN         PIC X(02) VALUE "00".
012900 77  WSS-FS-WHMANIF        PIC X(02) VALUE "00".
013000 77  WSS-CUSTMAST-EOF-SW   PIC X(01) VALUE "N".
013100     88  WSS-CUSTMAST-EOF           VALUE "Y".
013200 77  WSS-ACCTOUT-EOF-SW    PIC X(01) VALUE "N".
013300     88  WSS-ACCTOUT-EOF            VALUE "Y".
013400 77  WSS-TRANHIST-EOF-SW   PIC X(01) VALUE "N".
013500     88  WSS-TRANHIST-EOF           VALUE "Y".
013600 77  WSS-FEED-SW           PIC X(01) VALUE "P".
013700     88  WSS-FEED-PASSED            VALUE "P".
013800     88  WSS-FEED-FAILED            VALUE "F".
013900*
014000****************************************************************
014100*  FEED CONTROL COUNTERS AND TOTALS - THE SAME FIGURES GO ON    *
014200*  EACH FILE'S TRAILER AND ON ITS MANIFEST RECORD.              *
014300****************************************************************
014400 77  WSS-BUS-DATE          PIC 9(08) VALUE ZERO.
014500 77  WSS-CUST-WRITTEN      PIC 9(07) COMP VALUE ZERO.
014600 77  WSS-CUST-ACTIVE       PIC 9(07) COMP VALUE ZERO.
014700 77  WSS-CUST-CLOSED       PIC 9(07) COMP VALUE ZERO.
014800 77  WSS-ACCT-WRITTEN      PIC 9(07) COMP VALUE ZERO.
014900 77  WSS-ACCT-BAL-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZERO.
015000 77  WSS-ACCT-INT-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZERO.
015050 77  WSS-ACCT-ACCRUED      PIC S9(07)V99 COMP-3 VALUE ZERO.
015100 77  WSS-HIST-READ         PIC 9(07) COMP VALUE ZERO.
015200 77  WSS-TRAN-WRITTEN      PIC 9(07) COMP VALUE ZERO.
015300 77  WSS-TRAN-AMT-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZERO.
015400 77  WSS-FILES-SENT        PIC 9(03) COMP VALUE ZERO.
015500 77  WSS-COUNT-EDIT        PIC ZZZZZZ9 VALUE ZERO.
015600*
015700****************************************************************
015800*  DELIMITED FIELD PICTURES.  COUNTS GO OUT ZERO-FILLED AND     *
015900*  AMOUNTS WITH A LEADING SIGN AND AN ACTUAL DECIMAL POINT, SO  *
016000*  THE LOAD NEVER HAS TO KNOW AN IMPLIED SCALE.                 *
016100****************************************************************
016200 77  WSS-DELIM             PIC X(01) VALUE "|".
016300 77  WSS-OUT-COUNT         PIC 9(09) VALUE ZERO.
016400 77  WSS-OUT-COUNT-2       PIC 9(09) VALUE ZERO.
016500 77  WSS-OUT-COUNT-3       PIC 9(09) VALUE ZERO.
016600 77  WSS-OUT-FILES         PIC 9(03) VALUE ZERO.
016700 77  WSS-OUT-BALANCE       PIC +9(09).99 VALUE ZERO.
016800 77  WSS-OUT-ACCRUED       PIC +9(07).99 VALUE ZERO.
016900 77  WSS-OUT-AMOUNT        PIC +9(07).99 VALUE ZERO.
017000 77  WSS-OUT-TOTAL         PIC +9(13).99 VALUE ZERO.
017100 77  WSS-OUT-TOTAL-2       PIC +9(13).99 VALUE ZERO.
017110 77  WSS-OUT-LAST-ACT      PIC 9(08) VALUE ZERO.
017120 77  WSS-OUT-LAST-PAY      PIC 9(08) VALUE ZERO.
017200 77  WSS-OUT-NAME          PIC X(30) VALUE SPACES.
017300*
017400****************************************************************
017500*  THE HISTORY RECORD CARRIES THE 120-BYTE EXTRACT IMAGE -      *
017600*  EXTRREC IS COPIED HERE TO PICK IT APART.                     *
017700****************************************************************
017800     COPY EXTRREC.
017900*
018000 LINKAGE SECTION.
018100     COPY STEPSTAT.
018200*
018300 PROCEDURE DIVISION USING STEPSTAT-REC.
018400*
018500****************************************************************
018600*  0000-MAINLINE                                                *
018700*  CONTROLS OVERALL FLOW OF THE DATA-WAREHOUSE FEED STEP.       *
018800****************************************************************
018900 0000-MAINLINE.
019000     IF SS-STATUS-FAIL
019100        MOVE "MG19 SKIPPED - PRIOR STEP FAILED" TO SS-MESSAGE
019200        GOBACK
019300     END-IF.
019400     DISPLAY "MG19 - DATA-WAREHOUSE FEED STARTING".
019500     PERFORM 1000-INITIALIZE
019600         THRU 1000-INITIALIZE-EXIT.
019700     IF NOT WSS-FEED-FAILED
019800        PERFORM 2000-CUSTOMER-FEED
019900            THRU 2000-CUSTOMER-FEED-EXIT
020000     END-IF.
020100     IF NOT WSS-FEED-FAILED
020200        PERFORM 3000-ACCOUNT-FEED
020300            THRU 3000-ACCOUNT-FEED-EXIT
020400     END-IF.
020500     IF NOT WSS-FEED-FAILED
020600        PERFORM 4000-ACTIVITY-FEED
020700            THRU 4000-ACTIVITY-FEED-EXIT
020800     END-IF.
020900     PERFORM 9000-TERMINATE
021000         THRU 9000-TERMINATE-EXIT.
021100     GOBACK.
021200 0000-MAINLINE-EXIT.
021300     EXIT.
021400*
021500****************************************************************
021600*  1000-INITIALIZE                                              *
021700*  READS THE BUSINESS DATE FROM BDATE AND PROVES IT IS THE      *
021800*  NIGHT THE DRIVER IS RUNNING, THEN OPENS ALL FILES WITH       *
021900*  FILE-STATUS CHECKS.  THE MANIFEST IS NOT OPENED HERE - IT    *
022000*  IS WRITTEN ONLY ONCE EVERY FILE IS COMPLETE.                 *
022100****************************************************************
022200 1000-INITIALIZE.
022300     OPEN INPUT BDATE-FILE.
022400     IF WSS-FS-BDATE NOT EQUAL "00"
022500        SET WSS-FEED-FAILED TO TRUE
022600        MOVE SPACES TO SS-MESSAGE
022700        STRING "MG19 - BDATE OPEN FAILED, STATUS "
022800            WSS-FS-BDATE DELIMITED BY SIZE INTO SS-MESSAGE
022900        GO TO 1000-INITIALIZE-EXIT
023000     END-IF.
023100     READ BDATE-FILE
023200        AT END
023300           MOVE "10" TO WSS-FS-BDATE
023400     END-READ.
023500     CLOSE BDATE-FILE.
023600     IF WSS-FS-BDATE NOT EQUAL "00"
023700        SET WSS-FEED-FAILED TO TRUE
023800        MOVE SPACES TO SS-MESSAGE
023900        STRING "MG19 - BDATE READ FAILED, STATUS "
024000            WSS-FS-BDATE DELIMITED BY SIZE INTO SS-MESSAGE
024100        GO TO 1000-INITIALIZE-EXIT
024200     END-IF.
024300     MOVE BDATE-PROC-DATE TO WSS-BUS-DATE.
024400     IF WSS-BUS-DATE NOT EQUAL SS-RUN-DATE
024500        SET WSS-FEED-FAILED TO TRUE
024600        MOVE SPACES TO SS-MESSAGE
024700        STRING "MG19 - BDATE " WSS-BUS-DATE
024800            " IS NOT THE RUN DATE " SS-RUN-DATE
024900            DELIMITED BY SIZE INTO SS-MESSAGE
025000        GO TO 1000-INITIALIZE-EXIT
025100     END-IF.
025200     OPEN INPUT CUSTMAST-FILE.
025300     IF WSS-FS-CUSTMAST NOT EQUAL "00"
025400        SET WSS-FEED-FAILED TO TRUE
025500        MOVE SPACES TO SS-MESSAGE
025600        STRING "MG19 - CUSTMAST OPEN FAILED, STATUS "
025700            WSS-FS-CUSTMAST DELIMITED BY SIZE INTO SS-MESSAGE
025800        GO TO 1000-INITIALIZE-EXIT
025900     END-IF.
026000     OPEN INPUT ACCTOUT-FILE.
026100     IF WSS-FS-ACCTOUT NOT EQUAL "00"
026200        SET WSS-FEED-FAILED TO TRUE
026300        MOVE SPACES TO SS-MESSAGE
026400        STRING "MG19 - ACCTOUT OPEN FAILED, STATUS "
026500            WSS-FS-ACCTOUT DELIMITED BY SIZE INTO SS-MESSAGE
026600        GO TO 1000-INITIALIZE-EXIT
026700     END-IF.
026800     OPEN INPUT TRANHIST-FILE.
026900     IF WSS-FS-TRANHIST NOT EQUAL "00"
027000        SET WSS-FEED-FAILED TO TRUE
027100        MOVE SPACES TO SS-MESSAGE
027200        STRING "MG19 - TRANHIST OPEN FAILED, STATUS "
027300            WSS-FS-TRANHIST DELIMITED BY SIZE INTO SS-MESSAGE
027400        GO TO 1000-INITIALIZE-EXIT
027500     END-IF.
027600     OPEN OUTPUT WHCUST-FILE.
027700     IF WSS-FS-WHCUST NOT EQUAL "00"
027800        SET WSS-FEED-FAILED TO TRUE
027900        MOVE SPACES TO SS-MESSAGE
028000        STRING "MG19 - WHCUST OPEN FAILED, STATUS "
028100            WSS-FS-WHCUST DELIMITED BY SIZE INTO SS-MESSAGE
028200        GO TO 1000-INITIALIZE-EXIT
028300     END-IF.
028400     OPEN OUTPUT WHACCT-FILE.
028500     IF WSS-FS-WHACCT NOT EQUAL "00"
028600        SET WSS-FEED-FAILED TO TRUE
028700        MOVE SPACES TO SS-MESSAGE
028800        STRING "MG19 - WHACCT OPEN FAILED, STATUS "
028900            WSS-FS-WHACCT DELIMITED BY SIZE INTO SS-MESSAGE
029000        GO TO 1000-INITIALIZE-EXIT
029100     END-IF.
029200     OPEN OUTPUT WHTRAN-FILE.
029300     IF WSS-FS-WHTRAN NOT EQUAL "00"
029400        SET WSS-FEED-FAILED TO TRUE
029500        MOVE SPACES TO SS-MESSAGE
029600        STRING "MG19 - WHTRAN OPEN FAILED, STATUS "
029700            WSS-FS-WHTRAN DELIMITED BY SIZE INTO SS-MESSAGE
029800     END-IF.
029900 1000-INITIALIZE-EXIT.
030000     EXIT.
030100*
030200****************************************************************
030300*  2000-CUSTOMER-FEED                                           *
030400*  HEADER, ONE D RECORD PER CUSTOMER IN KEY ORDER, TRAILER.     *
030500*  THE CUSTOMER FILE CARRIES NO DOLLARS, SO ITS TRAILER         *
030600*  CARRIES THE ACTIVE AND CLOSED COUNTS TO PROVE THE STATUS.    *
030700****************************************************************
030800 2000-CUSTOMER-FEED.
030900     MOVE SPACES TO WHCUST-LINE.
031000     STRING "H" WSS-DELIM "CUSTOMER" WSS-DELIM WSS-BUS-DATE
031100         DELIMITED BY SIZE INTO WHCUST-LINE.
031200     PERFORM 2900-WRITE-WHCUST
031300         THRU 2900-WRITE-WHCUST-EXIT.
031400     PERFORM 2100-READ-CUSTMAST
031500         THRU 2100-READ-CUSTMAST-EXIT
031600         UNTIL WSS-CUSTMAST-EOF OR WSS-FEED-FAILED.
031700     IF WSS-FEED-FAILED
031800        GO TO 2000-CUSTOMER-FEED-EXIT
031900     END-IF.
032000     MOVE WSS-CUST-WRITTEN TO WSS-OUT-COUNT.
032100     MOVE WSS-CUST-ACTIVE  TO WSS-OUT-COUNT-2.
032200     MOVE WSS-CUST-CLOSED  TO WSS-OUT-COUNT-3.
032300     MOVE SPACES TO WHCUST-LINE.
032400     STRING "T" WSS-DELIM WSS-OUT-COUNT
032500         WSS-DELIM WSS-OUT-COUNT-2
032600         WSS-DELIM WSS-OUT-COUNT-3
032700         DELIMITED BY SIZE INTO WHCUST-LINE.
032800     PERFORM 2900-WRITE-WHCUST
032900         THRU 2900-WRITE-WHCUST-EXIT.
033000     DISPLAY "MG19 - CUSTOMERS WRITTEN:     " WSS-CUST-WRITTEN.
033100 2000-CUSTOMER-FEED-EXIT.
033200     EXIT.
033300*
033400****************************************************************
033500*  2100-READ-CUSTMAST                                           *
033600*  A DELIMITER IN THE NAME WOULD SHIFT EVERY FIELD AFTER IT,    *
033700*  SO ANY PIPE IN THE NAME GOES OUT AS A SPACE.                 *
033800****************************************************************
033900 2100-READ-CUSTMAST.
034000     READ CUSTMAST-FILE
034100        AT END
034200           SET WSS-CUSTMAST-EOF TO TRUE
034300           GO TO 2100-READ-CUSTMAST-EXIT
034400     END-READ.
034500     IF WSS-FS-CUSTMAST NOT EQUAL "00"
034600        SET WSS-FEED-FAILED TO TRUE
034700        MOVE SPACES TO SS-MESSAGE
034800        STRING "MG19 - CUSTMAST READ FAILED, STATUS "
034900            WSS-FS-CUSTMAST DELIMITED BY SIZE INTO SS-MESSAGE
035000        GO TO 2100-READ-CUSTMAST-EXIT
035100     END-IF.
035200     MOVE CUST-NAME TO WSS-OUT-NAME.
035300     INSPECT WSS-OUT-NAME REPLACING ALL "|" BY " ".
035400     MOVE SPACES TO WHCUST-LINE.
035500     STRING "D" WSS-DELIM CUST-NUMBER
035600         WSS-DELIM WSS-OUT-NAME
035700         WSS-DELIM CUST-STATUS
035800         WSS-DELIM CUST-BRANCH
035900         DELIMITED BY SIZE INTO WHCUST-LINE.
036000     PERFORM 2900-WRITE-WHCUST
036100         THRU 2900-WRITE-WHCUST-EXIT.
036200     ADD 1 TO WSS-CUST-WRITTEN.
036300     IF CUST-STATUS-CLOSED
036400        ADD 1 TO WSS-CUST-CLOSED
036500     ELSE
036600        ADD 1 TO WSS-CUST-ACTIVE
036700     END-IF.
036800 2100-READ-CUSTMAST-EXIT.
036900     EXIT.
037000*
037100****************************************************************
037200*  2900-WRITE-WHCUST                                            *
037300****************************************************************
037400 2900-WRITE-WHCUST.
037500     WRITE WHCUST-LINE.
037600     IF WSS-FS-WHCUST NOT EQUAL "00"
037700        SET WSS-FEED-FAILED TO TRUE
037800        MOVE SPACES TO SS-MESSAGE
037900        STRING "MG19 - WHCUST WRITE FAILED, STATUS "
038000            WSS-FS-WHCUST DELIMITED BY SIZE INTO SS-MESSAGE
038100     END-IF.
038200 2900-WRITE-WHCUST-EXIT.
038300     EXIT.
038400*
038500****************************************************************
038600*  3000-ACCOUNT-FEED                                            *
038700*  HEADER, ONE D RECORD PER POSTED ACCOUNT, TRAILER WITH THE    *
038800*  BALANCE AND ACCRUED-INTEREST TOTALS.                         *
038900****************************************************************
039000 3000-ACCOUNT-FEED.
039100     MOVE SPACES TO WHACCT-LINE.
039200     STRING "H" WSS-DELIM "ACCOUNT" WSS-DELIM WSS-BUS-DATE
039300         DELIMITED BY SIZE INTO WHACCT-LINE.
039400     PERFORM 3900-WRITE-WHACCT
039500         THRU 3900-WRITE-WHACCT-EXIT.
039600     PERFORM 3100-READ-ACCTOUT
039700         THRU 3100-READ-ACCTOUT-EXIT
039800         UNTIL WSS-ACCTOUT-EOF OR WSS-FEED-FAILED.
039900     IF WSS-FEED-FAILED
040000        GO TO 3000-ACCOUNT-FEED-EXIT
040100     END-IF.
040200     MOVE WSS-ACCT-WRITTEN   TO WSS-OUT-COUNT.
040300     MOVE WSS-ACCT-BAL-TOTAL TO WSS-OUT-TOTAL.
040400     MOVE WSS-ACCT-INT-TOTAL TO WSS-OUT-TOTAL-2.
040500     MOVE SPACES TO WHACCT-LINE.
040600     STRING "T" WSS-DELIM WSS-OUT-COUNT
040700         WSS-DELIM WSS-OUT-TOTAL
040800         WSS-DELIM WSS-OUT-TOTAL-2
040900         DELIMITED BY SIZE INTO WHACCT-LINE.
041000     PERFORM 3900-WRITE-WHACCT
041100         THRU 3900-WRITE-WHACCT-EXIT.
041200     DISPLAY "MG19 - ACCOUNTS WRITTEN:      " WSS-ACCT-WRITTEN.
041300 3000-ACCOUNT-FEED-EXIT.
041400     EXIT.
041500*
041600****************************************************************
041700*  3100-READ-ACCTOUT                                            *
041800****************************************************************
041900 3100-READ-ACCTOUT.
042000     READ ACCTOUT-FILE
042100        AT END
042200           SET WSS-ACCTOUT-EOF TO TRUE
042300           GO TO 3100-READ-ACCTOUT-EXIT
042400     END-READ.
042500     IF WSS-FS-ACCTOUT NOT EQUAL "00"
042600        SET WSS-FEED-FAILED TO TRUE
042700        MOVE SPACES TO SS-MESSAGE
042800        STRING "MG19 - ACCTOUT READ FAILED, STATUS "
042900            WSS-FS-ACCTOUT DELIMITED BY SIZE INTO SS-MESSAGE
043000        GO TO 3100-READ-ACCTOUT-EXIT
043100     END-IF.
043200     MOVE ACCT-BALANCE     TO WSS-OUT-BALANCE.
043300     IF ACCT-ACCRUED-INT NUMERIC
043305        MOVE ACCT-ACCRUED-INT TO WSS-ACCT-ACCRUED
043310     ELSE
043315        MOVE ZERO TO WSS-ACCT-ACCRUED
043320     END-IF.
043325     IF ACCT-LAST-ACTIVITY NUMERIC
043330        MOVE ACCT-LAST-ACTIVITY TO WSS-OUT-LAST-ACT
043335     ELSE
043340        MOVE ZERO TO WSS-OUT-LAST-ACT
043345     END-IF.
043350     IF ACCT-LAST-PAYMENT NUMERIC
043355        MOVE ACCT-LAST-PAYMENT TO WSS-OUT-LAST-PAY
043360     ELSE
043365        MOVE ZERO TO WSS-OUT-LAST-PAY
043370     END-IF.
043375     MOVE WSS-ACCT-ACCRUED TO WSS-OUT-ACCRUED.
043400     MOVE SPACES TO WHACCT-LINE.
043500     STRING "D" WSS-DELIM ACCT-NUMBER
043600         WSS-DELIM ACCT-CUST-NO
043700         WSS-DELIM ACCT-TYPE
043800         WSS-DELIM ACCT-RATE-CODE
043900         WSS-DELIM ACCT-STATUS
044000         WSS-DELIM WSS-OUT-BALANCE
044100         WSS-DELIM WSS-OUT-ACCRUED
044200         WSS-DELIM WSS-OUT-LAST-ACT
044300         WSS-DELIM WSS-OUT-LAST-PAY
044400         DELIMITED BY SIZE INTO WHACCT-LINE.
044500     PERFORM 3900-WRITE-WHACCT
044600         THRU 3900-WRITE-WHACCT-EXIT.
044700     ADD 1 TO WSS-ACCT-WRITTEN.
044800     ADD ACCT-BALANCE     TO WSS-ACCT-BAL-TOTAL.
044900     ADD WSS-ACCT-ACCRUED TO WSS-ACCT-INT-TOTAL.
045000 3100-READ-ACCTOUT-EXIT.
045100     EXIT.
045200*
045300****************************************************************
045400*  3900-WRITE-WHACCT                                            *
045500****************************************************************
045600 3900-WRITE-WHACCT.
045700     WRITE WHACCT-LINE.
045800     IF WSS-FS-WHACCT NOT EQUAL "00"
045900        SET WSS-FEED-FAILED TO TRUE
046000        MOVE SPACES TO SS-MESSAGE
046100        STRING "MG19 - WHACCT WRITE FAILED, STATUS "
046200            WSS-FS-WHACCT DELIMITED BY SIZE INTO SS-MESSAGE
046300     END-IF.
046400 3900-WRITE-WHACCT-EXIT.
046500     EXIT.
046600*
046700****************************************************************
046800*  4000-ACTIVITY-FEED                                           *
046900*  TRANHIST IS KEYED BY ACCOUNT FIRST, SO THE NIGHT'S           *
047000*  ACTIVITY IS PICKED OUT BY RUN DATE ON ONE PASS OF THE        *
047100*  FILE - THE MG18 RETENTION RUN KEEPS THAT PASS BOUNDED.       *
047200*  AN MG18 ARCHIVE TRAILER IS NEVER ON TRANHIST ITSELF, BUT     *
047300*  ONE IS PASSED BY IF IT EVER IS.                              *
047400****************************************************************
047500 4000-ACTIVITY-FEED.
047600     MOVE SPACES TO WHTRAN-LINE.
047700     STRING "H" WSS-DELIM "ACTIVITY" WSS-DELIM WSS-BUS-DATE
047800         DELIMITED BY SIZE INTO WHTRAN-LINE.
047900     PERFORM 4900-WRITE-WHTRAN
048000         THRU 4900-WRITE-WHTRAN-EXIT.
048100     PERFORM 4100-READ-TRANHIST
048200         THRU 4100-READ-TRANHIST-EXIT
048300         UNTIL WSS-TRANHIST-EOF OR WSS-FEED-FAILED.
048400     IF WSS-FEED-FAILED
048500        GO TO 4000-ACTIVITY-FEED-EXIT
048600     END-IF.
048700     MOVE WSS-TRAN-WRITTEN   TO WSS-OUT-COUNT.
048800     MOVE WSS-TRAN-AMT-TOTAL TO WSS-OUT-TOTAL.
048900     MOVE SPACES TO WHTRAN-LINE.
049000     STRING "T" WSS-DELIM WSS-OUT-COUNT
049100         WSS-DELIM WSS-OUT-TOTAL
049200         DELIMITED BY SIZE INTO WHTRAN-LINE.
049300     PERFORM 4900-WRITE-WHTRAN
049400         THRU 4900-WRITE-WHTRAN-EXIT.
049500     DISPLAY "MG19 - HISTORY RECORDS READ:  " WSS-HIST-READ.
049600     DISPLAY "MG19 - ACTIVITY WRITTEN:      " WSS-TRAN-WRITTEN.
049700 4000-ACTIVITY-FEED-EXIT.
049800     EXIT.
049900*
050000****************************************************************
050100*  4100-READ-TRANHIST                                           *
050200*  THE HISTORY KEY (ACCOUNT, RUN DATE, SEQUENCE) GOES OUT       *
050300*  WITH EACH RECORD SO THE WAREHOUSE HAS A UNIQUE ROW KEY.      *
050400****************************************************************
050500 4100-READ-TRANHIST.
050600     READ TRANHIST-FILE NEXT
050700        AT END
050800           SET WSS-TRANHIST-EOF TO TRUE
050900           GO TO 4100-READ-TRANHIST-EXIT
051000     END-READ.
051100     IF WSS-FS-TRANHIST NOT EQUAL "00"
051200        SET WSS-FEED-FAILED TO TRUE
051300        MOVE SPACES TO SS-MESSAGE
051400        STRING "MG19 - TRANHIST READ FAILED, STATUS "
051500            WSS-FS-TRANHIST DELIMITED BY SIZE INTO SS-MESSAGE
051600        GO TO 4100-READ-TRANHIST-EXIT
051700     END-IF.
051800     ADD 1 TO WSS-HIST-READ.
051900     IF TH-ARCH-TRAILER
052000        OR TH-RUN-DATE NOT EQUAL WSS-BUS-DATE
052100        GO TO 4100-READ-TRANHIST-EXIT
052200     END-IF.
052300     MOVE TH-DETAIL TO EXTR-REC.
052400     MOVE EXTR-AMOUNT TO WSS-OUT-AMOUNT.
052500     MOVE SPACES TO WHTRAN-LINE.
052600     STRING "D" WSS-DELIM TH-ACCT-NO
052700         WSS-DELIM TH-RUN-DATE
052800         WSS-DELIM TH-SEQ-NO
052900         WSS-DELIM EXTR-CUST-NO
053000         WSS-DELIM EXTR-CUST-BRANCH
053100         WSS-DELIM EXTR-TRAN-CODE
053200         WSS-DELIM EXTR-TRAN-DATE
053300         WSS-DELIM WSS-OUT-AMOUNT
053400         WSS-DELIM EXTR-XFER-ACCT-NO
053500         WSS-DELIM EXTR-XFER-LEG
053600         WSS-DELIM EXTR-ORIG-DATE
053700         WSS-DELIM EXTR-ORIG-CODE
053800         DELIMITED BY SIZE INTO WHTRAN-LINE.
053900     PERFORM 4900-WRITE-WHTRAN
054000         THRU 4900-WRITE-WHTRAN-EXIT.
054100     ADD 1 TO WSS-TRAN-WRITTEN.
054200     ADD EXTR-AMOUNT TO WSS-TRAN-AMT-TOTAL.
054300 4100-READ-TRANHIST-EXIT.
054400     EXIT.
054500*
054600****************************************************************
054700*  4900-WRITE-WHTRAN                                            *
054800****************************************************************
054900 4900-WRITE-WHTRAN.
055000     WRITE WHTRAN-LINE.
055100     IF WSS-FS-WHTRAN NOT EQUAL "00"
055200        SET WSS-FEED-FAILED TO TRUE
055300        MOVE SPACES TO SS-MESSAGE
055400        STRING "MG19 - WHTRAN WRITE FAILED, STATUS "
055500            WSS-FS-WHTRAN DELIMITED BY SIZE INTO SS-MESSAGE
055600     END-IF.
055700 4900-WRITE-WHTRAN-EXIT.
055800     EXIT.
055900*
056000****************************************************************
056100*  5000-WRITE-MANIFEST                                          *
056200*  PERFORMED FROM 9000 ONLY WHEN ALL THREE FILES CLOSED         *
056300*  CLEAN.  ONE F RECORD PER FILE SENT - DD NAME, FEED NAME,     *
056400*  BUSINESS DATE, DETAIL COUNT, AND DOLLAR TOTAL (ZERO FOR      *
056500*  THE CUSTOMER FILE) - THEN A TRAILER WITH THE FILE COUNT.     *
056600****************************************************************
056700 5000-WRITE-MANIFEST.
056800     OPEN OUTPUT WHMANIF-FILE.
056900     IF WSS-FS-WHMANIF NOT EQUAL "00"
057000        SET WSS-FEED-FAILED TO TRUE
057100        MOVE SPACES TO SS-MESSAGE
057200        STRING "MG19 - WHMANIF OPEN FAILED, STATUS "
057300            WSS-FS-WHMANIF DELIMITED BY SIZE INTO SS-MESSAGE
057400        GO TO 5000-WRITE-MANIFEST-EXIT
057500     END-IF.
057600     MOVE SPACES TO WHMANIF-LINE.
057700     STRING "H" WSS-DELIM "MANIFEST" WSS-DELIM WSS-BUS-DATE
057800         DELIMITED BY SIZE INTO WHMANIF-LINE.
057900     PERFORM 5900-WRITE-WHMANIF
058000         THRU 5900-WRITE-WHMANIF-EXIT.
058100     MOVE WSS-CUST-WRITTEN TO WSS-OUT-COUNT.
058200     MOVE ZERO TO WSS-OUT-TOTAL.
058300     MOVE SPACES TO WHMANIF-LINE.
058400     STRING "F" WSS-DELIM "WHCUST" WSS-DELIM "CUSTOMER"
058500         WSS-DELIM WSS-BUS-DATE WSS-DELIM WSS-OUT-COUNT
058600         WSS-DELIM WSS-OUT-TOTAL
058700         DELIMITED BY SIZE INTO WHMANIF-LINE.
058800     PERFORM 5900-WRITE-WHMANIF
058900         THRU 5900-WRITE-WHMANIF-EXIT.
059000     MOVE WSS-ACCT-WRITTEN   TO WSS-OUT-COUNT.
059100     MOVE WSS-ACCT-BAL-TOTAL TO WSS-OUT-TOTAL.
059200     MOVE SPACES TO WHMANIF-LINE.
059300     STRING "F" WSS-DELIM "WHACCT" WSS-DELIM "ACCOUNT"
059400         WSS-DELIM WSS-BUS-DATE WSS-DELIM WSS-OUT-COUNT
059500         WSS-DELIM WSS-OUT-TOTAL
059600         DELIMITED BY SIZE INTO WHMANIF-LINE.
059700     PERFORM 5900-WRITE-WHMANIF
059800         THRU 5900-WRITE-WHMANIF-EXIT.
059900     MOVE WSS-TRAN-WRITTEN   TO WSS-OUT-COUNT.
060000     MOVE WSS-TRAN-AMT-TOTAL TO WSS-OUT-TOTAL.
060100     MOVE SPACES TO WHMANIF-LINE.
060200     STRING "F" WSS-DELIM "WHTRAN" WSS-DELIM "ACTIVITY"
060300         WSS-DELIM WSS-BUS-DATE WSS-DELIM WSS-OUT-COUNT
060400         WSS-DELIM WSS-OUT-TOTAL
060500         DELIMITED BY SIZE INTO WHMANIF-LINE.
060600     PERFORM 5900-WRITE-WHMANIF
060700         THRU 5900-WRITE-WHMANIF-EXIT.
060800     MOVE WSS-FILES-SENT TO WSS-OUT-FILES.
060900     MOVE SPACES TO WHMANIF-LINE.
061000     STRING "T" WSS-DELIM WSS-OUT-FILES
061100         DELIMITED BY SIZE INTO WHMANIF-LINE.
061200     PERFORM 5900-WRITE-WHMANIF
061300         THRU 5900-WRITE-WHMANIF-EXIT.
061400     CLOSE WHMANIF-FILE.
061500     IF WSS-FS-WHMANIF NOT EQUAL "00"
061600        AND NOT WSS-FEED-FAILED
061700        SET WSS-FEED-FAILED TO TRUE
061800        MOVE SPACES TO SS-MESSAGE
061900        STRING "MG19 - WHMANIF CLOSE FAILED, STATUS "
062000            WSS-FS-WHMANIF DELIMITED BY SIZE INTO SS-MESSAGE
062100     END-IF.
062200 5000-WRITE-MANIFEST-EXIT.
062300     EXIT.
062400*
062500****************************************************************
062600*  5900-WRITE-WHMANIF                                           *
062700****************************************************************
062800 5900-WRITE-WHMANIF.
062900     WRITE WHMANIF-LINE.
063000     IF WSS-FS-WHMANIF NOT EQUAL "00"
063100        SET WSS-FEED-FAILED TO TRUE
063200        MOVE SPACES TO SS-MESSAGE
063300        STRING "MG19 - WHMANIF WRITE FAILED, STATUS "
063400            WSS-FS-WHMANIF DELIMITED BY SIZE INTO SS-MESSAGE
063500     END-IF.
063600 5900-WRITE-WHMANIF-EXIT.
063700     EXIT.
063800*
063900****************************************************************
064000*  9000-TERMINATE                                               *
064100*  CLOSES THE INPUTS AND THE THREE FEED FILES, COUNTING EACH    *
064200*  FILE THAT CLOSES CLEAN AS SENT, AND WRITES THE MANIFEST      *
064300*  ONLY WHEN ALL THREE WERE SENT.  A FAILED STEP LEAVES NO      *
064400*  MANIFEST, SO THE WAREHOUSE REFUSES THE NIGHT'S DELIVERY.     *
064500****************************************************************
064600 9000-TERMINATE.
064700     CLOSE CUSTMAST-FILE ACCTOUT-FILE TRANHIST-FILE.
064800     CLOSE WHCUST-FILE.
064900     IF WSS-FS-WHCUST EQUAL "00"
065000        ADD 1 TO WSS-FILES-SENT
065100     END-IF.
065200     CLOSE WHACCT-FILE.
065300     IF WSS-FS-WHACCT EQUAL "00"
065400        ADD 1 TO WSS-FILES-SENT
065500     END-IF.
065600     CLOSE WHTRAN-FILE.
065700     IF WSS-FS-WHTRAN EQUAL "00"
065800        ADD 1 TO WSS-FILES-SENT
065900     END-IF.
066000     IF WSS-FEED-PASSED
066100        AND WSS-FILES-SENT NOT EQUAL 3
066200        SET WSS-FEED-FAILED TO TRUE
066300        MOVE "MG19 - A FEED FILE DID NOT CLOSE CLEAN"
066350            TO SS-MESSAGE
066400     END-IF.
066500     IF WSS-FEED-PASSED
066600        PERFORM 5000-WRITE-MANIFEST
066700            THRU 5000-WRITE-MANIFEST-EXIT
066800     END-IF.
066900     MOVE "MG19"       TO SS-LAST-STEP.
067000     IF WSS-FEED-FAILED
067100        MOVE 8         TO SS-STEP-RC
067200        SET SS-STATUS-FAIL TO TRUE
067300        DISPLAY "MG19 - WAREHOUSE FEED FAILED - " SS-MESSAGE
067400        DISPLAY "MG19 - NO MANIFEST - DELIVERY IS INCOMPLETE"
067500        GO TO 9000-TERMINATE-EXIT
067600     END-IF.
067700     MOVE ZERO         TO SS-STEP-RC.
067800     SET SS-STATUS-PASS TO TRUE.
067900     MOVE SPACES TO SS-MESSAGE.
068000     MOVE WSS-FILES-SENT TO WSS-COUNT-EDIT.
068100     STRING "MG19 WAREHOUSE FEED OK - " WSS-COUNT-EDIT
068200         " FILES ON THE MANIFEST" DELIMITED BY SIZE
068300         INTO SS-MESSAGE.
068400     DISPLAY "MG19 - BUSINESS DATE:         " WSS-BUS-DATE.
068500     DISPLAY "MG19 - FILES SENT:            " WSS-FILES-SENT.
068600     DISPLAY "MG19 - DATA-WAREHOUSE FEED COMPLETE".
068700 9000-TERMINATE-EXIT.
068800     EXIT.
