000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MG15.
000300 AUTHOR.        MURTHYG.
000400 INSTALLATION.  GPA DATA CENTER.
000500 DATE-WRITTEN.  09/04/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  MG15 - NIGHTLY BATCH STREAM - RETURNED-ITEM NOTICES          *
000900*                                                              *
001000*  CALLED BY MG1 AT THE END OF THE NIGHTLY STREAM.  READS THE   *
001100*  NIGHT'S RETURNED ITEMS (RETITEM, WRITTEN BY THE MG8 POSTING  *
001200*  WHEN A WITHDRAWAL IS MORE THAN THE BALANCE PLUS THE          *
001300*  OVERDRAFT LIMIT) AND PRINTS ONE NOTICE PER CUSTOMER ON       *
001400*  RETNOTE, EACH ON A NEW PAGE FOR MAILING, ADDRESSED WITH THE  *
001500*  NAME AND BRANCH FROM THE CUSTOMER MASTER (CUSTMAST).  A      *
001600*  CUSTOMER WITH SEVERAL RETURNED ITEMS GETS ONE NOTICE         *
001700*  LISTING THEM ALL, WITH THE NSF FEES CHARGED.                 *
001800*  A RETURNED ITEM WHOSE CUSTOMER IS NOT ON CUSTMAST STILL      *
001900*  PRINTS - FOR THE BRANCH TO ADDRESS BY HAND - AND ENDS THE    *
002000*  STEP IN WARNING.  ONLY AN I/O FAILURE OR A TABLE OVERFLOW    *
002100*  IS A HARD FAILURE.  THE CONTROL TOTALS ARE NOT TOUCHED -     *
002200*  MG4 HAS ALREADY BALANCED RETITEM.                            *
002300*                                                              *
002400*  MODIFICATION HISTORY                                         *
002500*  ----------------------------------------------------------   *
002600*  DATE        BY    DESCRIPTION                                *
002700*  ----------  ----  -------------------------------------      *
002800*  09/04/2026  MG    ORIGINAL VERSION - CALLED FROM MG1.        *
002900****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT RETITEM-FILE   ASSIGN TO RETITEM
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WSS-FS-RETITEM.
003900     SELECT CUSTMAST-FILE  ASSIGN TO CUSTMAST
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS CUST-NUMBER
004300         FILE STATUS IS WSS-FS-CUSTMAST.
004400     SELECT RETNOTE-FILE   ASSIGN TO RETNOTE
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WSS-FS-RETNOTE.
004700 DATA DIVISION.
004800 FILE SECTION.
004900*
005000****************************************************************
005100*  INPUT - TONIGHT'S RETURNED ITEMS AND THE CUSTOMER MASTER     *
005200****************************************************************
005300 FD  RETITEM-FILE
005400     RECORDING MODE IS F
005500     RECORD CONTAINS 160 CHARACTERS.
005600     COPY RETIREC.
005700 FD  CUSTMAST-FILE
005800     RECORD CONTAINS 80 CHARACTERS.
005900     COPY CUSTREC.
006000*
006100****************************************************************
006200*  OUTPUT - THE CUSTOMER NOTICES, SAME CARRIAGE-CONTROL         *
006300*  PRINT-LINE STANDARD AS ENVRPT AND PSTJRNL.                   *
006400****************************************************************
006500 FD  RETNOTE-FILE
006600     RECORDING MODE IS F
006700     RECORD CONTAINS 133 CHARACTERS.
006800 01  RETNOTE-LINE.
006900     05  RNT-CC                PIC X(01).
007000     05  RNT-TEXT              PIC X(132).
007100 WORKING-STORAGE SECTION.
007200*
007300****************************************************************
007400*  FILE STATUS / SWITCHES                                       *
007500****************************************************************
007600 77  WSS-FS-RETITEM        PIC X(02) VALUE "00".
007700 77  WSS-FS-CUSTMAST       PIC X(02) VALUE "00".
007800 77  WSS-FS-RETNOTE        PIC X(02) VALUE "00".
007900 77  WSS-RETITEM-EOF-SW    PIC X(01) VALUE "N".
008000     88  WSS-RETITEM-EOF            VALUE "Y".
008100 77  WSS-NOTICE-SW         PIC X(01) VALUE "P".
008200     88  WSS-NOTICE-PASSED          VALUE "P".
008300     88  WSS-NOTICE-WARNING         VALUE "W".
008400     88  WSS-NOTICE-FAILED          VALUE "F".
008500*
008600****************************************************************
008700*  NOTICE CONTROL COUNTERS                                      *
008800****************************************************************
008900 77  WSS-ITEMS-READ        PIC 9(07) COMP VALUE ZERO.
009000 77  WSS-ITEMS-PRINTED     PIC 9(07) COMP VALUE ZERO.
009100 77  WSS-NOTICES-PRINTED   PIC 9(07) COMP VALUE ZERO.
009200 77  WSS-CUST-MISSING      PIC 9(07) COMP VALUE ZERO.
009300 77  WSS-NOTICE-ITEMS      PIC 9(05) COMP VALUE ZERO.
009400 77  WSS-NOTICE-FEES       PIC S9(09)V99 COMP-3 VALUE ZERO.
009500 77  WSS-NOTICE-CUST       PIC X(10) VALUE SPACES.
009600 77  WSS-RUN-DATE          PIC 9(08) VALUE ZERO.
009700 77  WSS-COUNT-EDIT        PIC ZZZZZZ9 VALUE ZERO.
009800 77  WSS-AMOUNT-EDIT       PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
009900*
010000****************************************************************
010100*  IN-CORE RETURNED ITEMS - RETITEM IS IN POSTING ORDER, NOT    *
010200*  CUSTOMER ORDER, SO THE NIGHT'S ITEMS ARE LOADED ONCE AND     *
010300*  EACH NOTICE GATHERS ITS CUSTOMER'S ITEMS FROM THE TABLE.     *
010400*  OVERFLOW IS A HARD FAILURE - A PARTIAL RUN WOULD SEND SOME   *
010500*  CUSTOMERS NO NOTICE AT ALL.                                  *
010600****************************************************************
010700 77  WSS-ITEM-MAX          PIC 9(05) COMP VALUE 2000.
010800 77  WSS-ITEM-LOADED       PIC 9(05) COMP VALUE ZERO.
010900 77  WSS-ITEM-NUM          PIC 9(05) COMP VALUE ZERO.
011000 77  WSS-SCAN-NUM          PIC 9(05) COMP VALUE ZERO.
011100 01  WSS-ITEM-TABLE.
011200     05  WSS-ITEM-ENTRY OCCURS 2000 TIMES
011300             INDEXED BY WSS-IT-IX.
011400         10  WSS-IT-CUST-NO    PIC X(10).
011500         10  WSS-IT-ACCT-NO    PIC X(10).
011600         10  WSS-IT-TRAN-DATE  PIC 9(08).
011700         10  WSS-IT-AMOUNT     PIC 9(07)V99.
011800         10  WSS-IT-BALANCE    PIC S9(09)V99 COMP-3.
011900         10  WSS-IT-FEE        PIC 9(07)V99.
012000         10  WSS-IT-REASON     PIC X(30).
012100         10  WSS-IT-PRINTED-SW PIC X(01).
012200             88  WSS-IT-PRINTED        VALUE "Y".
012300*
012400****************************************************************
012500*  THE RETURNED ITEM CARRIES THE ORIGINAL 80-BYTE FEED RECORD   *
012600*  IMAGE - TRANREC IS COPIED HERE TO PICK IT APART.             *
012700****************************************************************
012800     COPY TRANREC.
012900*
013000****************************************************************
013100*  NOTICE DETAIL LINE                                           *
013200****************************************************************
013300 01  WSS-RNL-DETAIL.
013400     05  FILLER                PIC X(03) VALUE SPACES.
013500     05  WSS-RNL-ACCT          PIC X(10).
013600     05  FILLER                PIC X(02) VALUE SPACES.
013700     05  WSS-RNL-DATE          PIC 9(08).
013800     05  FILLER                PIC X(02) VALUE SPACES.
013900     05  WSS-RNL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
014000     05  FILLER                PIC X(02) VALUE SPACES.
014100     05  WSS-RNL-BALANCE       PIC ZZZ,ZZZ,ZZ9.99-.
014200     05  FILLER                PIC X(02) VALUE SPACES.
014300     05  WSS-RNL-FEE           PIC Z,ZZZ,ZZ9.99.
014400     05  FILLER                PIC X(02) VALUE SPACES.
014500     05  WSS-RNL-REASON        PIC X(30).
014600*
014700 LINKAGE SECTION.
014800     COPY STEPSTAT.
014900*
015000 PROCEDURE DIVISION USING STEPSTAT-REC.
015100*
015200****************************************************************
015300*  0000-MAINLINE                                                *
015400*  CONTROLS OVERALL FLOW OF THE RETURNED-ITEM NOTICE STEP.      *
015500****************************************************************
015600 0000-MAINLINE.
015700     IF SS-STATUS-FAIL
015800        MOVE "MG15 SKIPPED - PRIOR STEP FAILED" TO SS-MESSAGE
015900        GOBACK
016000     END-IF.
016100     DISPLAY "MG15 - RETURNED-ITEM NOTICES STARTING".
016200     PERFORM 1000-INITIALIZE
016300         THRU 1000-INITIALIZE-EXIT.
016400     IF NOT WSS-NOTICE-FAILED
016500        PERFORM 1500-LOAD-RETURNED-ITEMS
016600            THRU 1500-LOAD-RETURNED-ITEMS-EXIT
016700     END-IF.
016800     IF NOT WSS-NOTICE-FAILED
016900        PERFORM 2000-PRINT-NOTICES
017000            THRU 2000-PRINT-NOTICES-EXIT
017100     END-IF.
017200     PERFORM 9000-TERMINATE
017300         THRU 9000-TERMINATE-EXIT.
017400     GOBACK.
017500 0000-MAINLINE-EXIT.
017600     EXIT.
017700*
017800****************************************************************
017900*  1000-INITIALIZE                                              *
018000*  OPENS ALL FILES WITH FILE-STATUS CHECKS.                     *
018100****************************************************************
018200 1000-INITIALIZE.
018300     MOVE SS-RUN-DATE TO WSS-RUN-DATE.
018400     OPEN INPUT RETITEM-FILE.
018500     IF WSS-FS-RETITEM NOT EQUAL "00"
018600        SET WSS-NOTICE-FAILED TO TRUE
018700        MOVE SPACES TO SS-MESSAGE
018800        STRING "MG15 - RETITEM OPEN FAILED, STATUS "
018900            WSS-FS-RETITEM DELIMITED BY SIZE INTO SS-MESSAGE
019000        GO TO 1000-INITIALIZE-EXIT
019100     END-IF.
019200     OPEN INPUT CUSTMAST-FILE.
019300     IF WSS-FS-CUSTMAST NOT EQUAL "00"
019400        SET WSS-NOTICE-FAILED TO TRUE
019500        MOVE SPACES TO SS-MESSAGE
019600        STRING "MG15 - CUSTMAST OPEN FAILED, STATUS "
019700            WSS-FS-CUSTMAST DELIMITED BY SIZE INTO SS-MESSAGE
019800        GO TO 1000-INITIALIZE-EXIT
019900     END-IF.
020000     OPEN OUTPUT RETNOTE-FILE.
020100     IF WSS-FS-RETNOTE NOT EQUAL "00"
020200        SET WSS-NOTICE-FAILED TO TRUE
020300        MOVE SPACES TO SS-MESSAGE
020400        STRING "MG15 - RETNOTE OPEN FAILED, STATUS "
020500            WSS-FS-RETNOTE DELIMITED BY SIZE INTO SS-MESSAGE
020600     END-IF.
020700 1000-INITIALIZE-EXIT.
020800     EXIT.
020900*
021000****************************************************************
021100*  1500-LOAD-RETURNED-ITEMS                                     *
021200****************************************************************
021300 1500-LOAD-RETURNED-ITEMS.
021400     PERFORM 1600-READ-RETITEM
021500         THRU 1600-READ-RETITEM-EXIT
021600         UNTIL WSS-RETITEM-EOF OR WSS-NOTICE-FAILED.
021700     DISPLAY "MG15 - RETURNED ITEMS LOADED: " WSS-ITEM-LOADED.
021800 1500-LOAD-RETURNED-ITEMS-EXIT.
021900     EXIT.
022000*
022100****************************************************************
022200*  1600-READ-RETITEM                                            *
022300****************************************************************
022400 1600-READ-RETITEM.
022500     READ RETITEM-FILE
022600        AT END
022700           SET WSS-RETITEM-EOF TO TRUE
022800           GO TO 1600-READ-RETITEM-EXIT
022900     END-READ.
023000     ADD 1 TO WSS-ITEMS-READ.
023100     IF WSS-ITEM-LOADED GREATER OR EQUAL WSS-ITEM-MAX
023200        SET WSS-NOTICE-FAILED TO TRUE
023300        MOVE "MG15 - ITEM TABLE OVERFLOW, RAISE WSS-ITEM-MAX"
023400            TO SS-MESSAGE
023500        GO TO 1600-READ-RETITEM-EXIT
023600     END-IF.
023700     ADD 1 TO WSS-ITEM-LOADED.
023800     SET WSS-IT-IX TO WSS-ITEM-LOADED.
023900     MOVE RETI-TRAN-DATA TO TRAN-REC.
024000     MOVE TRAN-CUST-NO     TO WSS-IT-CUST-NO (WSS-IT-IX).
024100     MOVE TRAN-ACCT-NO     TO WSS-IT-ACCT-NO (WSS-IT-IX).
024200     MOVE TRAN-DATE        TO WSS-IT-TRAN-DATE (WSS-IT-IX).
024300     MOVE TRAN-AMOUNT      TO WSS-IT-AMOUNT (WSS-IT-IX).
024400     MOVE RETI-BALANCE     TO WSS-IT-BALANCE (WSS-IT-IX).
024500     MOVE RETI-FEE-AMOUNT  TO WSS-IT-FEE (WSS-IT-IX).
024600     MOVE RETI-REASON-TEXT TO WSS-IT-REASON (WSS-IT-IX).
024700     MOVE "N" TO WSS-IT-PRINTED-SW (WSS-IT-IX).
024800 1600-READ-RETITEM-EXIT.
024900     EXIT.
025000*
025100****************************************************************
025200*  2000-PRINT-NOTICES                                           *
025300*  ONE NOTICE FOR EACH CUSTOMER, STARTED AT THAT CUSTOMER'S     *
025400*  FIRST ITEM IN THE TABLE.  A QUIET NIGHT STILL PRINTS A       *
025500*  PAGE SO THE MAIL ROOM KNOWS THE STEP RAN.                    *
025600****************************************************************
025700 2000-PRINT-NOTICES.
025800     IF WSS-ITEM-LOADED EQUAL ZERO
025900        MOVE "1" TO RNT-CC
026000        MOVE SPACES TO RNT-TEXT
026100        STRING "MG15 RETURNED-ITEM NOTICES - BUSINESS DATE "
026200            WSS-RUN-DATE " - NO RETURNED ITEMS"
026300            DELIMITED BY SIZE INTO RNT-TEXT
026400        WRITE RETNOTE-LINE
026500        GO TO 2000-PRINT-NOTICES-EXIT
026600     END-IF.
026700     PERFORM 2100-NOTICE-FOR-ITEM
026800         THRU 2100-NOTICE-FOR-ITEM-EXIT
026900         VARYING WSS-ITEM-NUM FROM 1 BY 1
027000         UNTIL WSS-ITEM-NUM GREATER THAN WSS-ITEM-LOADED
027100            OR WSS-NOTICE-FAILED.
027200 2000-PRINT-NOTICES-EXIT.
027300     EXIT.
027400*
027500****************************************************************
027600*  2100-NOTICE-FOR-ITEM                                         *
027700*  AN ITEM ALREADY PRINTED ON AN EARLIER NOTICE IS PASSED BY.   *
027800*  OTHERWISE IT OPENS A NOTICE FOR ITS CUSTOMER, AND THE REST   *
027900*  OF THE TABLE IS SWEPT FOR THAT CUSTOMER'S OTHER ITEMS.       *
028000****************************************************************
028100 2100-NOTICE-FOR-ITEM.
028200     SET WSS-IT-IX TO WSS-ITEM-NUM.
028300     IF WSS-IT-PRINTED (WSS-IT-IX)
028400        GO TO 2100-NOTICE-FOR-ITEM-EXIT
028500     END-IF.
028600     MOVE WSS-IT-CUST-NO (WSS-IT-IX) TO WSS-NOTICE-CUST.
028700     MOVE WSS-NOTICE-CUST TO CUST-NUMBER.
028800     READ CUSTMAST-FILE
028900        INVALID KEY
029000           MOVE SPACES TO CUST-REC
029100           MOVE WSS-NOTICE-CUST TO CUST-NUMBER
029200           MOVE "*** NOT ON CUSTOMER MASTER ***" TO CUST-NAME
029300           ADD 1 TO WSS-CUST-MISSING
029400           DISPLAY "MG15 - CUSTOMER " WSS-NOTICE-CUST
029500               " NOT ON CUSTMAST, STATUS " WSS-FS-CUSTMAST
029600           IF WSS-NOTICE-PASSED
029700              SET WSS-NOTICE-WARNING TO TRUE
029800           END-IF
029900     END-READ.
030000     PERFORM 2200-WRITE-NOTICE-HEADER
030100         THRU 2200-WRITE-NOTICE-HEADER-EXIT.
030200     MOVE ZERO TO WSS-NOTICE-ITEMS.
030300     MOVE ZERO TO WSS-NOTICE-FEES.
030400     PERFORM 2300-PRINT-CUSTOMER-ITEM
030500         THRU 2300-PRINT-CUSTOMER-ITEM-EXIT
030600         VARYING WSS-SCAN-NUM FROM WSS-ITEM-NUM BY 1
030700         UNTIL WSS-SCAN-NUM GREATER THAN WSS-ITEM-LOADED
030800            OR WSS-NOTICE-FAILED.
030900     PERFORM 2400-WRITE-NOTICE-TOTALS
031000         THRU 2400-WRITE-NOTICE-TOTALS-EXIT.
031100     ADD 1 TO WSS-NOTICES-PRINTED.
031200 2100-NOTICE-FOR-ITEM-EXIT.
031300     EXIT.
031400*
031500****************************************************************
031600*  2200-WRITE-NOTICE-HEADER                                     *
031700*  THE CUSTMAST RECORD FOR THE CUSTOMER IS IN CUST-REC WHEN     *
031800*  THIS PARAGRAPH IS PERFORMED.  EACH NOTICE STARTS A PAGE.     *
031900****************************************************************
032000 2200-WRITE-NOTICE-HEADER.
032100     MOVE "1" TO RNT-CC.
032200     MOVE SPACES TO RNT-TEXT.
032300     STRING "RETURNED ITEM NOTICE - BUSINESS DATE "
032400         WSS-RUN-DATE DELIMITED BY SIZE INTO RNT-TEXT.
032500     PERFORM 2900-WRITE-NOTICE-LINE
032600         THRU 2900-WRITE-NOTICE-LINE-EXIT.
032700     MOVE " " TO RNT-CC.
032800     MOVE SPACES TO RNT-TEXT.
032900     PERFORM 2900-WRITE-NOTICE-LINE
033000         THRU 2900-WRITE-NOTICE-LINE-EXIT.
033100     MOVE SPACES TO RNT-TEXT.
033200     STRING "   " CUST-NAME DELIMITED BY SIZE INTO RNT-TEXT.
033300     PERFORM 2900-WRITE-NOTICE-LINE
033400         THRU 2900-WRITE-NOTICE-LINE-EXIT.
033500     MOVE SPACES TO RNT-TEXT.
033600     STRING "   CUSTOMER " CUST-NUMBER
033700         "  BRANCH " CUST-BRANCH
033800         DELIMITED BY SIZE INTO RNT-TEXT.
033900     PERFORM 2900-WRITE-NOTICE-LINE
034000         THRU 2900-WRITE-NOTICE-LINE-EXIT.
034100     MOVE SPACES TO RNT-TEXT.
034200     PERFORM 2900-WRITE-NOTICE-LINE
034300         THRU 2900-WRITE-NOTICE-LINE-EXIT.
034400     MOVE SPACES TO RNT-TEXT.
034500     STRING "   THE WITHDRAWALS BELOW COULD NOT BE PAID BECAUSE"
034600         " THE BALANCE, INCLUDING ANY OVERDRAFT LIMIT,"
034700         DELIMITED BY SIZE INTO RNT-TEXT.
034800     PERFORM 2900-WRITE-NOTICE-LINE
034900         THRU 2900-WRITE-NOTICE-LINE-EXIT.
035000     MOVE SPACES TO RNT-TEXT.
035100     STRING "   DID NOT COVER THEM.  THEY HAVE BEEN RETURNED"
035200         " UNPAID AND THE FEE SHOWN HAS BEEN CHARGED."
035300         DELIMITED BY SIZE INTO RNT-TEXT.
035400     PERFORM 2900-WRITE-NOTICE-LINE
035500         THRU 2900-WRITE-NOTICE-LINE-EXIT.
035600     MOVE SPACES TO RNT-TEXT.
035700     PERFORM 2900-WRITE-NOTICE-LINE
035800         THRU 2900-WRITE-NOTICE-LINE-EXIT.
035900     MOVE SPACES TO RNT-TEXT.
036000     STRING "   ACCOUNT     DATE              AMOUNT"
036100         "         BALANCE            FEE  REASON"
036200         DELIMITED BY SIZE INTO RNT-TEXT.
036300     PERFORM 2900-WRITE-NOTICE-LINE
036400         THRU 2900-WRITE-NOTICE-LINE-EXIT.
036500     MOVE ALL "-" TO RNT-TEXT.
036600     PERFORM 2900-WRITE-NOTICE-LINE
036700         THRU 2900-WRITE-NOTICE-LINE-EXIT.
036800 2200-WRITE-NOTICE-HEADER-EXIT.
036900     EXIT.
037000*
037100****************************************************************
037200*  2300-PRINT-CUSTOMER-ITEM                                     *
037300*  PRINTS THE TABLE ITEM IN HAND IF IT BELONGS TO THE           *
037400*  CUSTOMER ON THE CURRENT NOTICE, AND MARKS IT PRINTED.        *
037500****************************************************************
037600 2300-PRINT-CUSTOMER-ITEM.
037700     SET WSS-IT-IX TO WSS-SCAN-NUM.
037800     IF WSS-IT-PRINTED (WSS-IT-IX)
037900        OR WSS-IT-CUST-NO (WSS-IT-IX) NOT EQUAL WSS-NOTICE-CUST
038000        GO TO 2300-PRINT-CUSTOMER-ITEM-EXIT
038100     END-IF.
038200     MOVE WSS-IT-ACCT-NO (WSS-IT-IX)   TO WSS-RNL-ACCT.
038300     MOVE WSS-IT-TRAN-DATE (WSS-IT-IX) TO WSS-RNL-DATE.
038400     MOVE WSS-IT-AMOUNT (WSS-IT-IX)    TO WSS-RNL-AMOUNT.
038500     MOVE WSS-IT-BALANCE (WSS-IT-IX)   TO WSS-RNL-BALANCE.
038600     MOVE WSS-IT-FEE (WSS-IT-IX)       TO WSS-RNL-FEE.
038700     MOVE WSS-IT-REASON (WSS-IT-IX)    TO WSS-RNL-REASON.
038800     MOVE " " TO RNT-CC.
038900     MOVE SPACES TO RNT-TEXT.
039000     MOVE WSS-RNL-DETAIL TO RNT-TEXT.
039100     PERFORM 2900-WRITE-NOTICE-LINE
039200         THRU 2900-WRITE-NOTICE-LINE-EXIT.
039300     MOVE "Y" TO WSS-IT-PRINTED-SW (WSS-IT-IX).
039400     ADD 1 TO WSS-NOTICE-ITEMS.
039500     ADD 1 TO WSS-ITEMS-PRINTED.
039600     ADD WSS-IT-FEE (WSS-IT-IX) TO WSS-NOTICE-FEES.
039700 2300-PRINT-CUSTOMER-ITEM-EXIT.
039800     EXIT.
039900*
040000****************************************************************
040100*  2400-WRITE-NOTICE-TOTALS                                     *
040200****************************************************************
040300 2400-WRITE-NOTICE-TOTALS.
040400     MOVE ALL "-" TO RNT-TEXT.
040500     PERFORM 2900-WRITE-NOTICE-LINE
040600         THRU 2900-WRITE-NOTICE-LINE-EXIT.
040700     MOVE SPACES TO RNT-TEXT.
040800     MOVE WSS-NOTICE-ITEMS TO WSS-COUNT-EDIT.
040900     MOVE WSS-NOTICE-FEES TO WSS-AMOUNT-EDIT.
041000     STRING "   ITEMS RETURNED: " WSS-COUNT-EDIT
041100         "     TOTAL FEES CHARGED: " WSS-AMOUNT-EDIT
041200         DELIMITED BY SIZE INTO RNT-TEXT.
041300     PERFORM 2900-WRITE-NOTICE-LINE
041400         THRU 2900-WRITE-NOTICE-LINE-EXIT.
041500     MOVE SPACES TO RNT-TEXT.
041600     PERFORM 2900-WRITE-NOTICE-LINE
041700         THRU 2900-WRITE-NOTICE-LINE-EXIT.
041800     MOVE SPACES TO RNT-TEXT.
041900     STRING "   PLEASE CONTACT YOUR BRANCH TO ARRANGE PAYMENT"
042000         " OR TO DISCUSS OVERDRAFT PROTECTION."
042100         DELIMITED BY SIZE INTO RNT-TEXT.
042200     PERFORM 2900-WRITE-NOTICE-LINE
042300         THRU 2900-WRITE-NOTICE-LINE-EXIT.
042400 2400-WRITE-NOTICE-TOTALS-EXIT.
042500     EXIT.
042600*
042700****************************************************************
042800*  2900-WRITE-NOTICE-LINE                                       *
042900*  THE CALLER LOADS RNT-CC AND RNT-TEXT FIRST.                  *
043000****************************************************************
043100 2900-WRITE-NOTICE-LINE.
043200     WRITE RETNOTE-LINE.
043300     MOVE " " TO RNT-CC.
043400     IF WSS-FS-RETNOTE NOT EQUAL "00"
043500        SET WSS-NOTICE-FAILED TO TRUE
043600        MOVE SPACES TO SS-MESSAGE
043700        STRING "MG15 - RETNOTE WRITE FAILED, STATUS "
043800            WSS-FS-RETNOTE DELIMITED BY SIZE INTO SS-MESSAGE
043900     END-IF.
044000 2900-WRITE-NOTICE-LINE-EXIT.
044100     EXIT.
044200*
044300****************************************************************
044400*  9000-TERMINATE                                               *
044500*  CLOSES EVERYTHING AND REPORTS THE STEP RESULT BACK THROUGH   *
044600*  STEPSTAT.                                                    *
044700****************************************************************
044800 9000-TERMINATE.
044900     CLOSE RETITEM-FILE CUSTMAST-FILE RETNOTE-FILE.
045000     MOVE "MG15"       TO SS-LAST-STEP.
045100     IF WSS-NOTICE-FAILED
045200        MOVE 8         TO SS-STEP-RC
045300        SET SS-STATUS-FAIL TO TRUE
045400        DISPLAY "MG15 - NOTICE PRINT FAILED - " SS-MESSAGE
045500        GO TO 9000-TERMINATE-EXIT
045600     END-IF.
045700     IF WSS-NOTICE-WARNING
045800        MOVE 4         TO SS-STEP-RC
045900        SET SS-STATUS-WARN TO TRUE
046000        MOVE SPACES TO SS-MESSAGE
046100        MOVE WSS-CUST-MISSING TO WSS-COUNT-EDIT
046200        STRING "MG15 NOTICE WARNING - " WSS-COUNT-EDIT
046300            " CUSTOMERS NOT ON CUSTMAST" DELIMITED BY SIZE
046400            INTO SS-MESSAGE
046500     ELSE
046600        MOVE ZERO      TO SS-STEP-RC
046700        SET SS-STATUS-PASS TO TRUE
046800        MOVE SPACES TO SS-MESSAGE
046900        MOVE WSS-NOTICES-PRINTED TO WSS-COUNT-EDIT
047000        STRING "MG15 NOTICES OK - " WSS-COUNT-EDIT
047100            " NOTICES PRINTED" DELIMITED BY SIZE
047200            INTO SS-MESSAGE
047300     END-IF.
047400     DISPLAY "MG15 - RETURNED ITEMS READ:   " WSS-ITEMS-READ.
047500     DISPLAY "MG15 - ITEMS PRINTED:         " WSS-ITEMS-PRINTED.
047600     DISPLAY "MG15 - NOTICES PRINTED:       " WSS-NOTICES-PRINTED.
047700     DISPLAY "MG15 - CUSTOMERS NOT ON FILE: " WSS-CUST-MISSING.
047800     DISPLAY "MG15 - RETURNED-ITEM NOTICES COMPLETE".
047900 9000-TERMINATE-EXIT.
048000     EXIT.
