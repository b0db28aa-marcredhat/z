001500*    COLS 2-11  CUSTOMER NUMBER (C) OR BRANCH IN 2-5 (B)        *
001600*    COLS 12-19 PERIOD START DATE CCYYMMDD (ZERO = OPEN)        *
001700*    COLS 20-27 PERIOD END DATE CCYYMMDD (ZERO = OPEN)          *
001750*    COL 28     A = ALSO PRINT ARCHIVED HISTORY (TRANARCH) FOR  *
001800*               THE PERIOD - FOR A DISPUTED OLDER ITEM          *
001850*  FOR EACH SELECTED CUSTOMER THE CUSTMAST RECORD, THE          *
001900*  CUSTOMER'S ACCOUNTS FROM ACCTFILE, AND THE PERIOD'S          *
001950*  TRANSACTIONS FROM THE CUMULATIVE HISTORY (TRANHIST, THE KSDS *
002000*  WRITTEN NIGHTLY BY THE MG8 POSTING) ARE PRINTED ON STMTRPT   *
002050*  IN THE SAME CARRIAGE-CONTROL PRINT-LINE STANDARD AS ENVRPT   *
002100*  AND PSTJRNL.  HISTORY OLDER THAN THE RETENTION CUTOFF HAS    *
002150*  BEEN MOVED TO TRANARCH BY THE MG18 RETENTION RUN AND PRINTS  *
002200*  ONLY WHEN THE CARD ASKS FOR IT.                              *
002400*  RC 00 = ALL PRINTED, RC 04 = A REQUEST COULD NOT BE          *
002500*  SATISFIED, RC 08 = FILE ERROR.                               *
002600*                                                              *
002900*  DATE        BY    DESCRIPTION                               *
003000*  ----------  ----  -------------------------------------     *
003100*  03/20/2026  MG    ORIGINAL VERSION.                          *
003110*  09/18/2026  MG    TRANSFER (XF) HISTORY RECORDS NOW PRINT A  *
003120*                    DESCRIPTION - TRANSFER TO THE OTHER        *
003130*                    ACCOUNT ON THE FROM LEG, TRANSFER FROM IT  *
003140*                    ON THE TO LEG - SO A TRANSFER READS AS ONE *
003150*                    ON BOTH ACCOUNTS.                          *
003155*  10/02/2026  MG    A REVERSAL PRINTS AS REVERSAL OF ITS       *
003160*                    ORIGINAL'S CODE AND POSTING DATE, AND THE  *
003165*                    ORIGINAL PRINTS AS REVERSED WITH THE DATE  *
003170*                    IT WAS UNDONE, SO THE PAIR READS AS ONE    *
003175*                    CORRECTION.                                *
003176*  10/15/2026  MG    TRANHIST IS NOW A KSDS (HISTREC), OPENED   *
003178*                    ONCE AND READ BY KEY - A START ON EACH OF  *
003180*                    THE CUSTOMER'S ACCOUNTS AT THE PERIOD      *
003182*                    START - INSTEAD OF ONE PASS OF THE WHOLE   *
003184*                    FILE PER STATEMENT.  NEW COL 28 A ON THE   *
003186*                    CARD ALSO PRINTS THE PERIOD'S ARCHIVED     *
003188*                    HISTORY FROM TRANARCH; AN ARCHIVE THAT     *
003190*                    CANNOT BE OPENED LEAVES THE REQUEST        *
003192*                    UNSATISFIED (RC 04).                       *
003200****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WSS-FS-ACCTFILE.
004700     SELECT TRANHIST-FILE  ASSIGN TO TRANHIST
004710         ORGANIZATION IS INDEXED
004720         ACCESS MODE IS DYNAMIC
004730         RECORD KEY IS TH-KEY
004740         FILE STATUS IS WSS-FS-TRANHIST.
004750     SELECT TRANARCH-FILE  ASSIGN TO TRANARCH
004760         ORGANIZATION IS SEQUENTIAL
004770         FILE STATUS IS WSS-FS-TRANARCH.
005000     SELECT SYSIN-FILE     ASSIGN TO SYSIN
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WSS-FS-SYSIN.
005800*
005900****************************************************************
006000*  INPUT - CUSTOMER MASTER, ACCOUNT MASTER, CUMULATIVE          *
006050*  TRANSACTION HISTORY, THE HISTORY ARCHIVE, AND THE REQUEST    *
006100*  CARDS.  TRANHIST IS OPENED ONCE AND READ BY KEY FOR EACH OF  *
006150*  THE CUSTOMER'S ACCOUNTS.  TRANARCH (THE ARCHIVE GENERATIONS  *
006200*  CONCATENATED) IS OPENED ONLY FOR A CARD THAT ASKS FOR IT -   *
006250*  ONE PASS PER CUSTOMER, AS ARCHIVE REQUESTS ARE RARE.         *
006300****************************************************************
006350 FD  CUSTMAST-FILE
006400     RECORD CONTAINS 80 CHARACTERS.
006450     COPY CUSTREC.
006500 FD  ACCTFILE-FILE
006550     RECORDING MODE IS F
006600     RECORD CONTAINS 80 CHARACTERS.
006650     COPY ACCTREC.
006700 FD  TRANHIST-FILE
006750     RECORD CONTAINS 150 CHARACTERS.
006800     COPY HISTREC.
006850 FD  TRANARCH-FILE
006900     RECORDING MODE IS F
006950     RECORD CONTAINS 150 CHARACTERS.
007000     COPY HISTREC REPLACING LEADING ==TH== BY ==TA==.
007700 FD  SYSIN-FILE
007800     RECORDING MODE IS F
007900     RECORD CONTAINS 80 CHARACTERS.
008400     05  STMT-REQ-KEY          PIC X(10).
008500     05  STMT-REQ-START        PIC 9(08).
008600     05  STMT-REQ-END          PIC 9(08).
008650     05  STMT-REQ-ARCHIVE      PIC X(01).
008700         88  STMT-REQ-WITH-ARCHIVE VALUE "A".
008750     05  FILLER                PIC X(52).
008800*
008900****************************************************************
009000*  OUTPUT - THE PRINTED STATEMENTS                              *
010300 77  WSS-FS-CUSTMAST       PIC X(02) VALUE "00".
010400 77  WSS-FS-ACCTFILE       PIC X(02) VALUE "00".
010500 77  WSS-FS-TRANHIST       PIC X(02) VALUE "00".
010550 77  WSS-FS-TRANARCH       PIC X(02) VALUE "00".
010600 77  WSS-FS-SYSIN          PIC X(02) VALUE "00".
010700 77  WSS-FS-STMTRPT        PIC X(02) VALUE "00".
010800 77  WSS-SYSIN-EOF-SW      PIC X(01) VALUE "N".
011100     88  WSS-ACCTFILE-EOF           VALUE "Y".
011200 77  WSS-TRANHIST-EOF-SW   PIC X(01) VALUE "N".
011300     88  WSS-TRANHIST-EOF           VALUE "Y".
011310 77  WSS-TRANHIST-OPEN-SW  PIC X(01) VALUE "N".
011320     88  WSS-TRANHIST-OPEN          VALUE "Y".
011330 77  WSS-TRANARCH-EOF-SW   PIC X(01) VALUE "N".
011340     88  WSS-TRANARCH-EOF           VALUE "Y".
011400 77  WSS-CUSTSCAN-EOF-SW   PIC X(01) VALUE "N".
011500     88  WSS-CUSTSCAN-EOF           VALUE "Y".
011600 77  WSS-RETURN-CODE       PIC 9(03) VALUE ZERO.
017000     05  WSS-TRN-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
017100     05  FILLER                PIC X(02) VALUE SPACES.
017200     05  WSS-TRN-RUN-DATE      PIC 9(08).
017210     05  FILLER                PIC X(02) VALUE SPACES.
017220     05  WSS-TRN-NOTE          PIC X(30).
017230*
017240****************************************************************
017250*  THE HISTORY DETAIL IN HAND, FROM TRANHIST OR TRANARCH,       *
017260*  LOOKED AT THROUGH THE EXTRACT LAYOUT.                        *
017270****************************************************************
017280     COPY EXTRREC.
017300*
017400 PROCEDURE DIVISION.
017500*
019600*
019700****************************************************************
019800*  1000-INITIALIZE                                              *
019900*  TRANHIST IS OPTIONAL - WHEN IT CANNOT BE OPENED THE          *
020000*  STATEMENTS STILL PRINT, EACH SAYING NO HISTORY IS ON FILE.   *
020100****************************************************************
020200 1000-INITIALIZE.
020300     OPEN INPUT CUSTMAST-FILE.
022200        GO TO 1000-INITIALIZE-EXIT
022300     END-IF.
022400     OPEN OUTPUT STMTRPT-FILE.
022410     IF WSS-FS-STMTRPT NOT EQUAL "00"
022420        DISPLAY "MG9 - STMTRPT COULD NOT BE OPENED, STATUS "
022430            WSS-FS-STMTRPT
022440        MOVE 8 TO WSS-RETURN-CODE
022450        GO TO 1000-INITIALIZE-EXIT
022460     END-IF.
022470     OPEN INPUT TRANHIST-FILE.
022480     IF WSS-FS-TRANHIST EQUAL "00"
022490        SET WSS-TRANHIST-OPEN TO TRUE
022500     ELSE
022510        DISPLAY "MG9 - TRANHIST COULD NOT BE OPENED, STATUS "
022520            WSS-FS-TRANHIST " - NO HISTORY WILL PRINT"
022530     END-IF.
023000 1000-INITIALIZE-EXIT.
023100     EXIT.
023200*
040200     WRITE STMTRPT-LINE.
040300     MOVE SPACES TO STM-TEXT.
040400     STRING "   TRAN DATE  ACCOUNT     CD          AMOUNT"
040450         "  POSTED   DESCRIPTION"
040500         DELIMITED BY SIZE INTO STM-TEXT.
040600     WRITE STMTRPT-LINE.
040700     PERFORM 5400-PRINT-HISTORY
040800         THRU 5400-PRINT-HISTORY-EXIT.
043600*
043700****************************************************************
043800*  5400-PRINT-HISTORY                                           *
043810*  THE PERIOD'S ARCHIVED HISTORY FIRST WHEN THE CARD ASKS FOR   *
043820*  IT, THEN THE CURRENT HISTORY ONE ACCOUNT AT A TIME, STARTED  *
043830*  ON THE ACCOUNT AND THE PERIOD START.  A MISSING OR EMPTY     *
043840*  HISTORY IS NOT AN ERROR - THERE IS SIMPLY NOTHING TO PRINT   *
043850*  YET.                                                         *
043860****************************************************************
043870 5400-PRINT-HISTORY.
043880     MOVE ZERO TO WSS-HIST-PRINTED.
043890     IF STMT-REQ-WITH-ARCHIVE
043900        PERFORM 5600-PRINT-ARCHIVE
043910            THRU 5600-PRINT-ARCHIVE-EXIT
043920     END-IF.
043930     IF NOT WSS-TRANHIST-OPEN
043940        MOVE SPACES TO STM-TEXT
043950        MOVE "   NO TRANSACTION HISTORY ON FILE" TO STM-TEXT
043960        WRITE STMTRPT-LINE
043970        GO TO 5400-PRINT-HISTORY-EXIT
043980     END-IF.
043990     PERFORM 5450-HISTORY-FOR-ACCOUNT
044000         THRU 5450-HISTORY-FOR-ACCOUNT-EXIT
044010         VARYING WSS-ACCT-NUM FROM 1 BY 1
044020         UNTIL WSS-ACCT-NUM GREATER THAN WSS-ACCT-LOADED.
044030 5400-PRINT-HISTORY-EXIT.
044040     EXIT.
044050*
044060****************************************************************
044070*  5450-HISTORY-FOR-ACCOUNT                                     *
044080*  POSITIONS TRANHIST AT THE FIRST KEY ON OR AFTER THE ACCOUNT  *
044090*  AND PERIOD START.                                            *
044100****************************************************************
044110 5450-HISTORY-FOR-ACCOUNT.
044120     SET WSS-AT-IX TO WSS-ACCT-NUM.
044130     IF WSS-AT-CUST (WSS-AT-IX) NOT EQUAL CUST-NUMBER
044140        GO TO 5450-HISTORY-FOR-ACCOUNT-EXIT
044150     END-IF.
044160     MOVE WSS-AT-NUMBER (WSS-AT-IX) TO TH-ACCT-NO.
044170     MOVE WSS-PERIOD-START          TO TH-RUN-DATE.
044180     MOVE ZERO                      TO TH-SEQ-NO.
044190     MOVE "N" TO WSS-TRANHIST-EOF-SW.
044200     START TRANHIST-FILE KEY IS NOT LESS THAN TH-KEY
044210        INVALID KEY
044220           SET WSS-TRANHIST-EOF TO TRUE
044230     END-START.
044240     PERFORM 5500-READ-ONE-HISTORY
044250         THRU 5500-READ-ONE-HISTORY-EXIT
044260         UNTIL WSS-TRANHIST-EOF.
044270 5450-HISTORY-FOR-ACCOUNT-EXIT.
044280     EXIT.
044290*
044300****************************************************************
044310*  5500-READ-ONE-HISTORY                                        *
044320*  THE ACCOUNT IS DONE AT THE FIRST KEY FOR ANOTHER ACCOUNT OR  *
044330*  PAST THE PERIOD END.                                         *
044340****************************************************************
044350 5500-READ-ONE-HISTORY.
044360     READ TRANHIST-FILE NEXT RECORD
044370        AT END
044380           SET WSS-TRANHIST-EOF TO TRUE
044390           GO TO 5500-READ-ONE-HISTORY-EXIT
044400     END-READ.
044410     IF TH-ACCT-NO NOT EQUAL WSS-AT-NUMBER (WSS-AT-IX)
044420        OR TH-RUN-DATE GREATER THAN WSS-PERIOD-END
044430        SET WSS-TRANHIST-EOF TO TRUE
044440        GO TO 5500-READ-ONE-HISTORY-EXIT
044450     END-IF.
044460     MOVE TH-DETAIL TO EXTR-REC.
044470     PERFORM 5800-PRINT-ONE-DETAIL
044480         THRU 5800-PRINT-ONE-DETAIL-EXIT.
044490 5500-READ-ONE-HISTORY-EXIT.
044500     EXIT.
044510*
044520****************************************************************
044530*  5600-PRINT-ARCHIVE                                           *
044540*  ONE PASS OF THE ARCHIVE, FILTERED ON CUSTOMER AND PERIOD.    *
044550*  AN ARCHIVE THAT CANNOT BE OPENED LEAVES THE REQUEST          *
044560*  UNSATISFIED, SINCE THE CUSTOMER ASKED FOR THOSE ITEMS.       *
044570****************************************************************
044580 5600-PRINT-ARCHIVE.
044590     MOVE SPACES TO STM-TEXT.
044600     MOVE "N" TO WSS-TRANARCH-EOF-SW.
044610     OPEN INPUT TRANARCH-FILE.
044620     IF WSS-FS-TRANARCH NOT EQUAL "00"
044625        MOVE " " TO STM-CC
044630        MOVE "   ARCHIVED HISTORY NOT AVAILABLE" TO STM-TEXT
044640        WRITE STMTRPT-LINE
044650        ADD 1 TO WSS-REQ-UNSATISFIED
044660        DISPLAY "MG9 - TRANARCH COULD NOT BE OPENED, STATUS "
044670            WSS-FS-TRANARCH " - CUSTOMER " CUST-NUMBER
044680        GO TO 5600-PRINT-ARCHIVE-EXIT
044690     END-IF.
044695     MOVE " " TO STM-CC.
044700     MOVE "   ARCHIVED HISTORY" TO STM-TEXT.
044710     WRITE STMTRPT-LINE.
044720     PERFORM 5700-READ-ONE-ARCHIVE
044730         THRU 5700-READ-ONE-ARCHIVE-EXIT
044740         UNTIL WSS-TRANARCH-EOF.
044750     CLOSE TRANARCH-FILE.
044760     MOVE SPACES TO STM-TEXT.
044765     MOVE " " TO STM-CC.
044770     MOVE "   CURRENT HISTORY" TO STM-TEXT.
044780     WRITE STMTRPT-LINE.
044790 5600-PRINT-ARCHIVE-EXIT.
044800     EXIT.
044810*
044820****************************************************************
044830*  5700-READ-ONE-ARCHIVE                                        *
044840*  THE CONTROL TRAILER ENDING EACH ARCHIVE GENERATION IS        *
044850*  SKIPPED.                                                     *
044860****************************************************************
044870 5700-READ-ONE-ARCHIVE.
044880     READ TRANARCH-FILE
044890        AT END
044900           SET WSS-TRANARCH-EOF TO TRUE
044910           GO TO 5700-READ-ONE-ARCHIVE-EXIT
044920     END-READ.
044930     IF TA-ARCH-TRAILER
044940        GO TO 5700-READ-ONE-ARCHIVE-EXIT
044950     END-IF.
044960     MOVE TA-DETAIL TO EXTR-REC.
044970     IF EXTR-CUST-NO NOT EQUAL CUST-NUMBER
044980        GO TO 5700-READ-ONE-ARCHIVE-EXIT
044990     END-IF.
045000     IF EXTR-RUN-DATE LESS THAN WSS-PERIOD-START
045010        OR EXTR-RUN-DATE GREATER THAN WSS-PERIOD-END
045020        GO TO 5700-READ-ONE-ARCHIVE-EXIT
045030     END-IF.
045040     PERFORM 5800-PRINT-ONE-DETAIL
045050         THRU 5800-PRINT-ONE-DETAIL-EXIT.
045060 5700-READ-ONE-ARCHIVE-EXIT.
045070     EXIT.
045080*
045090****************************************************************
045100*  5800-PRINT-ONE-DETAIL                                        *
045110*  THE HISTORY DETAIL IS IN EXTR-REC.                           *
045120****************************************************************
045130 5800-PRINT-ONE-DETAIL.
045140     MOVE EXTR-TRAN-DATE TO WSS-TRN-DATE.
045150     MOVE EXTR-ACCT-NO   TO WSS-TRN-ACCT.
045160     MOVE EXTR-TRAN-CODE TO WSS-TRN-CODE.
045170     MOVE EXTR-AMOUNT    TO WSS-TRN-AMOUNT.
045180     MOVE EXTR-RUN-DATE  TO WSS-TRN-RUN-DATE.
045190     MOVE SPACES TO WSS-TRN-NOTE.
045200     IF EXTR-TRAN-CODE EQUAL "XF"
045210        IF EXTR-XFER-IN
045220           STRING "TRANSFER FROM " EXTR-XFER-ACCT-NO
045230               DELIMITED BY SIZE INTO WSS-TRN-NOTE
045240        ELSE
045250           STRING "TRANSFER TO " EXTR-XFER-ACCT-NO
045260               DELIMITED BY SIZE INTO WSS-TRN-NOTE
045270        END-IF
045280     END-IF.
045290     IF EXTR-TRAN-CODE EQUAL "RV"
045300        STRING "REVERSAL OF " EXTR-ORIG-CODE " POSTED "
045310            EXTR-ORIG-DATE DELIMITED BY SIZE INTO WSS-TRN-NOTE
045320     END-IF.
045330     IF EXTR-REVERSED
045340        STRING "REVERSED ON " EXTR-REV-DATE
045350            DELIMITED BY SIZE INTO WSS-TRN-NOTE
045360     END-IF.
045370     MOVE " " TO STM-CC.
045380     MOVE SPACES TO STM-TEXT.
045390     MOVE WSS-TRN-DETAIL TO STM-TEXT.
045400     WRITE STMTRPT-LINE.
045410     ADD 1 TO WSS-HIST-PRINTED.
045420 5800-PRINT-ONE-DETAIL-EXIT.
045430     EXIT.
048900*
049000****************************************************************
049100*  9000-TERMINATE                                               *
049500 9000-TERMINATE.
049600     IF WSS-RETURN-CODE LESS THAN 8
049700        CLOSE CUSTMAST-FILE SYSIN-FILE STMTRPT-FILE
049710        IF WSS-TRANHIST-OPEN
049720           CLOSE TRANHIST-FILE
049730        END-IF
049800        IF WSS-REQ-UNSATISFIED GREATER THAN ZERO
049900           MOVE 4 TO WSS-RETURN-CODE
050000        END-IF
