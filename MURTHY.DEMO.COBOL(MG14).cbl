000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MG14.
000300 AUTHOR.        MURTHYG.
000400 INSTALLATION.  GPA DATA CENTER.
000500 DATE-WRITTEN.  08/07/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  MG14 - ACCOUNT MASTER MAINTENANCE                            *
000900*                                                              *
001000*  STANDALONE - RUN BY THE DAY SHIFT EACH MORNING, OUTSIDE THE  *
001100*  NIGHTLY STREAM, THE SAME WAY AS THE MG10 CUSTOMER            *
001200*  MAINTENANCE.  READS MAINTENANCE CARDS (ACCTMNT, SEE          *
001300*  AMNTREC - OPEN/CHANGE/CLOSE KEYED ON ACCOUNT NUMBER),        *
001400*  APPLIES THEM TO AN IN-CORE COPY OF THE ACCOUNT MASTER        *
001500*  (ACCTFILE) WITH FULL EDITS - THE OWNING CUSTOMER MUST BE     *
001600*  ACTIVE ON THE CUSTMAST KSDS, THE RATE CODE MUST BE ON        *
001700*  RATETAB, AND AN ACCOUNT WITH A BALANCE OR ACCRUED INTEREST   *
001800*  CANNOT BE CLOSED - AND WRITES THE NEW GENERATION OF THE      *
001900*  MASTER TO ACCTNEW.  THE JCL CATALOGS ACCTNEW BACK OVER       *
002000*  ACCTFILE AFTER A GOOD RUN.  A BEFORE/AFTER MAINTENANCE       *
002100*  AUDIT REPORT (ACCTMRPT) MAKES EVERY CHANGE TO THE MASTER     *
002200*  ACCOUNTABLE, REPLACING THE OLD PRACTICE OF HAND-EDITING      *
002300*  THE FILE, WHICH LEFT NO TRACE.                               *
002400*  A CLOSED ACCOUNT STAYS ON THE MASTER WITH ACCT-STATUS C SO   *
002500*  ITS NUMBER IS NEVER RE-USED.                                 *
002600*  RC 00 = ALL APPLIED, RC 04 = AT LEAST ONE CARD REJECTED,     *
002700*  RC 08 = FILE ERROR - ACCTNEW IS NOT WRITTEN.                 *
002800*                                                              *
002900*  MODIFICATION HISTORY                                         *
003000*  ----------------------------------------------------------   *
003100*  DATE        BY    DESCRIPTION                                *
003200*  ----------  ----  -------------------------------------      *
003300*  08/07/2026  MG    ORIGINAL VERSION.                          *
003310*  10/15/2026  MG    A NEW ACCOUNT NO LONGER HAS ITS LAST       *
003320*                    ACTIVITY STAMPED WITH THE SYSTEM DATE - IT *
003330*                    OPENS AT ZERO.  THE FIELD IS THE BUSINESS  *
003340*                    DATE OF THE LAST POSTING, WHICH THE MG17   *
003350*                    BACKOUT RELIES ON.  THE LAST-PAYMENT DATE  *
003360*                    ALSO OPENS AT ZERO INSTEAD OF SPACES.      *
003400****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT ACCTFILE-FILE  ASSIGN TO ACCTFILE
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WSS-FS-ACCTFILE.
004400     SELECT CUSTMAST-FILE  ASSIGN TO CUSTMAST
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS CUST-NUMBER
004800         FILE STATUS IS WSS-FS-CUSTMAST.
004900     SELECT RATETAB-FILE   ASSIGN TO RATETAB
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WSS-FS-RATETAB.
005200     SELECT ACCTMNT-FILE   ASSIGN TO ACCTMNT
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WSS-FS-ACCTMNT.
005500     SELECT ACCTNEW-FILE   ASSIGN TO ACCTNEW
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WSS-FS-ACCTNEW.
005800     SELECT ACCTMRPT-FILE  ASSIGN TO ACCTMRPT
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WSS-FS-ACCTMRPT.
006100 DATA DIVISION.
006200 FILE SECTION.
006300*
006400****************************************************************
006500*  INPUT - THE CURRENT ACCOUNT MASTER, THE CUSTOMER MASTER AND  *
006600*  RATE TABLE THE CARDS ARE EDITED AGAINST, AND THE CARDS.      *
006700****************************************************************
006800 FD  ACCTFILE-FILE
006900     RECORDING MODE IS F
007000     RECORD CONTAINS 80 CHARACTERS.
007100     COPY ACCTREC.
007200 FD  CUSTMAST-FILE
007300     RECORD CONTAINS 80 CHARACTERS.
007400     COPY CUSTREC.
007500 FD  RATETAB-FILE
007600     RECORDING MODE IS F
007700     RECORD CONTAINS 80 CHARACTERS.
007800     COPY RATEREC.
007900 FD  ACCTMNT-FILE
008000     RECORDING MODE IS F
008100     RECORD CONTAINS 80 CHARACTERS.
008200     COPY AMNTREC.
008300*
008400****************************************************************
008500*  OUTPUT - THE NEW ACCOUNT MASTER GENERATION AND THE AUDIT     *
008600*  REPORT.                                                      *
008700****************************************************************
008800 FD  ACCTNEW-FILE
008900     RECORDING MODE IS F
009000     RECORD CONTAINS 80 CHARACTERS.
009100 01  ACCTNEW-REC           PIC X(80).
009200 FD  ACCTMRPT-FILE
009300     RECORDING MODE IS F
009400     RECORD CONTAINS 133 CHARACTERS.
009500 01  ACCTMRPT-LINE.
009600     05  AMR-CC                PIC X(01).
009700     05  AMR-TEXT              PIC X(132).
009800 WORKING-STORAGE SECTION.
009900*
010000****************************************************************
010100*  FILE STATUS / SWITCHES / RETURN CODE                         *
010200****************************************************************
010300 77  WSS-FS-ACCTFILE       PIC X(02) VALUE "00".
010400 77  WSS-FS-CUSTMAST       PIC X(02) VALUE "00".
010500 77  WSS-FS-RATETAB        PIC X(02) VALUE "00".
010600 77  WSS-FS-ACCTMNT        PIC X(02) VALUE "00".
010700 77  WSS-FS-ACCTNEW        PIC X(02) VALUE "00".
010800 77  WSS-FS-ACCTMRPT       PIC X(02) VALUE "00".
010900 77  WSS-ACCTFILE-EOF-SW   PIC X(01) VALUE "N".
011000     88  WSS-ACCTFILE-EOF           VALUE "Y".
011100 77  WSS-RATETAB-EOF-SW    PIC X(01) VALUE "N".
011200     88  WSS-RATETAB-EOF            VALUE "Y".
011300 77  WSS-ACCTMNT-EOF-SW    PIC X(01) VALUE "N".
011400     88  WSS-ACCTMNT-EOF            VALUE "Y".
011500 77  WSS-RETURN-CODE       PIC 9(03) VALUE ZERO.
011600 77  WSS-ACCT-MATCH-SW     PIC X(01) VALUE "N".
011700     88  WSS-ACCT-FOUND             VALUE "Y".
011800 77  WSS-CUST-MATCH-SW     PIC X(01) VALUE "N".
011900     88  WSS-CUST-FOUND             VALUE "Y".
012000 77  WSS-RATE-MATCH-SW     PIC X(01) VALUE "N".
012100     88  WSS-RATE-FOUND             VALUE "Y".
012200*
012300****************************************************************
012400*  MAINTENANCE CONTROL COUNTERS                                 *
012500****************************************************************
012600 77  WSS-CARDS-READ        PIC 9(05) COMP VALUE ZERO.
012700 77  WSS-ACCT-OPENED       PIC 9(05) COMP VALUE ZERO.
012800 77  WSS-ACCT-CHANGED      PIC 9(05) COMP VALUE ZERO.
012900 77  WSS-ACCT-CLOSED       PIC 9(05) COMP VALUE ZERO.
013000 77  WSS-CARDS-REJECTED    PIC 9(05) COMP VALUE ZERO.
013100 77  WSS-ACCT-WRITTEN      PIC 9(07) COMP VALUE ZERO.
013200 77  WSS-COUNT-EDIT        PIC ZZZZZZ9 VALUE ZERO.
013400 77  WSS-ACCRUED-CHECK     PIC S9(07)V99 VALUE ZERO.
013500*
013600****************************************************************
013700*  REJECT REASON FOR THE CARD IN HAND - LOADED BY THE EDITS,    *
013800*  CONSUMED BY 5600-REPORT-REJECT.                              *
013900****************************************************************
014000 77  WSS-REJECT-TEXT       PIC X(40) VALUE SPACES.
014100*
014200****************************************************************
014300*  IN-CORE ACCOUNT MASTER - ACCTFILE IS LOADED ONCE AT START,   *
014400*  MAINTAINED IN PLACE AS THE CARDS APPLY (OPENS ARE ADDED AT   *
014500*  THE END), AND WRITTEN OUT TO ACCTNEW IN THE SAME ORDER.      *
014600*  OVERFLOW IS A HARD FAILURE - A PARTIAL MASTER WOULD DROP     *
014700*  ACCOUNTS.                                                    *
014800****************************************************************
014900 77  WSS-ACCT-MAX          PIC 9(05) COMP VALUE 5000.
015000 77  WSS-ACCT-LOADED       PIC 9(05) COMP VALUE ZERO.
015100 77  WSS-WRITE-NUM         PIC 9(05) COMP VALUE ZERO.
015200 01  WSS-ACCT-TABLE.
015300     05  WSS-ACCT-ENTRY OCCURS 5000 TIMES
015400             INDEXED BY WSS-AC-IX.
015500         10  WSS-AC-REC.
015600             15  WSS-AC-NUMBER PIC X(10).
015700             15  FILLER        PIC X(70).
015800*
015900****************************************************************
016000*  IN-CORE RATE CODES - ONE ROW PER RATETAB RECORD.  ONLY THE   *
016100*  CODE MATTERS HERE; THE EFFECTIVE-DATED RATE ITSELF IS THE    *
016200*  MG3 ACCRUAL'S BUSINESS.  OVERFLOW IS A HARD FAILURE.         *
016300****************************************************************
016400 77  WSS-RATE-MAX          PIC 9(03) COMP VALUE 100.
016500 77  WSS-RATE-LOADED       PIC 9(03) COMP VALUE ZERO.
016600 01  WSS-RATE-TABLE.
016700     05  WSS-RATE-ENTRY OCCURS 100 TIMES
016800             INDEXED BY WSS-RT-IX.
016900         10  WSS-RT-CODE       PIC X(02).
017000*
017100****************************************************************
017200*  WORKING COPY OF THE ACCOUNT RECORD BEING MAINTAINED, AND     *
017300*  THE BEFORE IMAGE SAVED OFF IT AHEAD OF THE UPDATE SO THE     *
017400*  AUDIT REPORT SHOWS BOTH SIDES.                               *
017500****************************************************************
017600     COPY ACCTREC REPLACING LEADING ==ACCT== BY ==WACC==.
017700     COPY ACCTREC REPLACING LEADING ==ACCT== BY ==BEFR==.
017800*
017900****************************************************************
018000*  AUDIT REPORT IMAGE LINE - SHARED BY THE BEFORE AND AFTER     *
018100*  ROWS.                                                        *
018200****************************************************************
018300 01  WSS-AMR-IMAGE.
018400     05  FILLER                PIC X(03) VALUE SPACES.
018500     05  WSS-AMR-TAG           PIC X(08).
018600     05  FILLER                PIC X(02) VALUE SPACES.
018700     05  WSS-AMR-CUST          PIC X(11).
018800     05  FILLER                PIC X(02) VALUE SPACES.
018900     05  WSS-AMR-TYPE          PIC X(02).
019000     05  FILLER                PIC X(02) VALUE SPACES.
019100     05  WSS-AMR-RATE          PIC X(02).
019200     05  FILLER                PIC X(02) VALUE SPACES.
019300     05  WSS-AMR-STATUS        PIC X(01).
019400     05  FILLER                PIC X(02) VALUE SPACES.
019500     05  WSS-AMR-BALANCE       PIC ZZZ,ZZZ,ZZ9.99-.
019600     05  FILLER                PIC X(02) VALUE SPACES.
019700     05  WSS-AMR-ACCRUED       PIC Z,ZZZ,ZZ9.99-.
019800*
019900 PROCEDURE DIVISION.
020000*
020100****************************************************************
020200*  0000-MAINLINE                                                *
020300****************************************************************
020400 0000-MAINLINE.
020500     PERFORM 1000-INITIALIZE
020600         THRU 1000-INITIALIZE-EXIT.
020700     IF WSS-RETURN-CODE LESS THAN 8
020800        PERFORM 1500-LOAD-ACCOUNT-TABLE
020900            THRU 1500-LOAD-ACCOUNT-TABLE-EXIT
021000     END-IF.
021100     IF WSS-RETURN-CODE LESS THAN 8
021200        PERFORM 1700-LOAD-RATE-TABLE
021300            THRU 1700-LOAD-RATE-TABLE-EXIT
021400     END-IF.
021500     IF WSS-RETURN-CODE LESS THAN 8
021600        PERFORM 2000-APPLY-ONE-CARD
021700            THRU 2000-APPLY-ONE-CARD-EXIT
021800            UNTIL WSS-ACCTMNT-EOF
021900     END-IF.
022000     IF WSS-RETURN-CODE LESS THAN 8
022100        PERFORM 7000-WRITE-NEW-MASTER
022200            THRU 7000-WRITE-NEW-MASTER-EXIT
022300     END-IF.
022400     PERFORM 9000-TERMINATE
022500         THRU 9000-TERMINATE-EXIT.
022600     STOP RUN.
022700 0000-MAINLINE-EXIT.
022800     EXIT.
022900*
023000****************************************************************
023100*  1000-INITIALIZE                                              *
023200*  OPENS ALL FILES WITH FILE-STATUS CHECKS AND PRINTS THE       *
023300*  REPORT HEADER.  CUSTMAST OPENS INPUT ONLY - MG10 REMAINS     *
023400*  THE ONLY PROGRAM THAT UPDATES THE CUSTOMER MASTER.           *
023500****************************************************************
023600 1000-INITIALIZE.
023800     OPEN INPUT ACCTFILE-FILE.
023900     IF WSS-FS-ACCTFILE NOT EQUAL "00"
024000        DISPLAY "MG14 - ACCTFILE COULD NOT BE OPENED, STATUS "
024100            WSS-FS-ACCTFILE
024200        MOVE 8 TO WSS-RETURN-CODE
024300        GO TO 1000-INITIALIZE-EXIT
024400     END-IF.
024500     OPEN INPUT CUSTMAST-FILE.
024600     IF WSS-FS-CUSTMAST NOT EQUAL "00"
024700        DISPLAY "MG14 - CUSTMAST COULD NOT BE OPENED, STATUS "
024800            WSS-FS-CUSTMAST
024900        MOVE 8 TO WSS-RETURN-CODE
025000        GO TO 1000-INITIALIZE-EXIT
025100     END-IF.
025200     OPEN INPUT RATETAB-FILE.
025300     IF WSS-FS-RATETAB NOT EQUAL "00"
025400        DISPLAY "MG14 - RATETAB COULD NOT BE OPENED, STATUS "
025500            WSS-FS-RATETAB
025600        MOVE 8 TO WSS-RETURN-CODE
025700        GO TO 1000-INITIALIZE-EXIT
025800     END-IF.
025900     OPEN INPUT ACCTMNT-FILE.
026000     IF WSS-FS-ACCTMNT NOT EQUAL "00"
026100        DISPLAY "MG14 - ACCTMNT COULD NOT BE OPENED, STATUS "
026200            WSS-FS-ACCTMNT
026300        MOVE 8 TO WSS-RETURN-CODE
026400        GO TO 1000-INITIALIZE-EXIT
026500     END-IF.
026600     OPEN OUTPUT ACCTNEW-FILE.
026700     IF WSS-FS-ACCTNEW NOT EQUAL "00"
026800        DISPLAY "MG14 - ACCTNEW COULD NOT BE OPENED, STATUS "
026900            WSS-FS-ACCTNEW
027000        MOVE 8 TO WSS-RETURN-CODE
027100        GO TO 1000-INITIALIZE-EXIT
027200     END-IF.
027300     OPEN OUTPUT ACCTMRPT-FILE.
027400     IF WSS-FS-ACCTMRPT NOT EQUAL "00"
027500        DISPLAY "MG14 - ACCTMRPT COULD NOT BE OPENED, STATUS "
027600            WSS-FS-ACCTMRPT
027700        MOVE 8 TO WSS-RETURN-CODE
027800        GO TO 1000-INITIALIZE-EXIT
027900     END-IF.
028000     MOVE "1" TO AMR-CC.
028100     MOVE SPACES TO AMR-TEXT.
028200     MOVE "MG14 ACCOUNT MASTER MAINTENANCE AUDIT REPORT"
028300         TO AMR-TEXT.
028400     WRITE ACCTMRPT-LINE.
028500     MOVE " " TO AMR-CC.
028600     MOVE SPACES TO AMR-TEXT.
028700     STRING "              CUSTOMER     TY  RC  S"
028800         "          BALANCE       ACCRUED"
028900         DELIMITED BY SIZE INTO AMR-TEXT.
029000     WRITE ACCTMRPT-LINE.
029100     MOVE ALL "-" TO AMR-TEXT.
029200     WRITE ACCTMRPT-LINE.
029300 1000-INITIALIZE-EXIT.
029400     EXIT.
029500*
029600****************************************************************
029700*  1500-LOAD-ACCOUNT-TABLE                                      *
029800*  READS THE WHOLE ACCOUNT MASTER INTO CORE.  OVERFLOW IS A     *
029900*  HARD FAILURE.                                                *
030000****************************************************************
030100 1500-LOAD-ACCOUNT-TABLE.
030200     PERFORM 1600-READ-ACCTFILE
030300         THRU 1600-READ-ACCTFILE-EXIT
030400         UNTIL WSS-ACCTFILE-EOF
030500            OR WSS-RETURN-CODE GREATER THAN 4.
030600     DISPLAY "MG14 - ACCOUNTS LOADED: " WSS-ACCT-LOADED.
030700 1500-LOAD-ACCOUNT-TABLE-EXIT.
030800     EXIT.
030900*
031000****************************************************************
031100*  1600-READ-ACCTFILE                                           *
031200****************************************************************
031300 1600-READ-ACCTFILE.
031400     READ ACCTFILE-FILE
031500        AT END
031600           SET WSS-ACCTFILE-EOF TO TRUE
031700           GO TO 1600-READ-ACCTFILE-EXIT
031800     END-READ.
031900     IF WSS-ACCT-LOADED GREATER OR EQUAL WSS-ACCT-MAX
032000        DISPLAY
032050            "MG14 - ACCOUNT TABLE OVERFLOW, RAISE WSS-ACCT-MAX"
032100        MOVE 8 TO WSS-RETURN-CODE
032200        GO TO 1600-READ-ACCTFILE-EXIT
032300     END-IF.
032400     ADD 1 TO WSS-ACCT-LOADED.
032500     SET WSS-AC-IX TO WSS-ACCT-LOADED.
032600     MOVE ACCT-REC TO WSS-AC-REC (WSS-AC-IX).
032700 1600-READ-ACCTFILE-EXIT.
032800     EXIT.
032900*
033000****************************************************************
033100*  1700-LOAD-RATE-TABLE                                         *
033200****************************************************************
033300 1700-LOAD-RATE-TABLE.
033400     PERFORM 1800-READ-RATETAB
033500         THRU 1800-READ-RATETAB-EXIT
033600         UNTIL WSS-RATETAB-EOF
033700            OR WSS-RETURN-CODE GREATER THAN 4.
033800     DISPLAY "MG14 - RATE TABLE ROWS LOADED: " WSS-RATE-LOADED.
033900 1700-LOAD-RATE-TABLE-EXIT.
034000     EXIT.
034100*
034200****************************************************************
034300*  1800-READ-RATETAB                                            *
034400****************************************************************
034500 1800-READ-RATETAB.
034600     READ RATETAB-FILE
034700        AT END
034800           SET WSS-RATETAB-EOF TO TRUE
034900           GO TO 1800-READ-RATETAB-EXIT
035000     END-READ.
035100     IF WSS-RATE-LOADED GREATER OR EQUAL WSS-RATE-MAX
035200        DISPLAY "MG14 - RATE TABLE OVERFLOW, RAISE WSS-RATE-MAX"
035300        MOVE 8 TO WSS-RETURN-CODE
035400        GO TO 1800-READ-RATETAB-EXIT
035500     END-IF.
035600     ADD 1 TO WSS-RATE-LOADED.
035700     SET WSS-RT-IX TO WSS-RATE-LOADED.
035800     MOVE RATE-CODE TO WSS-RT-CODE (WSS-RT-IX).
035900 1800-READ-RATETAB-EXIT.
036000     EXIT.
036100*
036200****************************************************************
036300*  2000-APPLY-ONE-CARD                                          *
036400*  ONE CARD = ONE EDITED, AUDITED ACTION AGAINST THE MASTER.    *
036500****************************************************************
036600 2000-APPLY-ONE-CARD.
036700     READ ACCTMNT-FILE
036800        AT END
036900           SET WSS-ACCTMNT-EOF TO TRUE
037000           GO TO 2000-APPLY-ONE-CARD-EXIT
037100     END-READ.
037200     IF AMNT-REC EQUAL SPACES
037300        OR AMNT-ACTION EQUAL "*"
037400        GO TO 2000-APPLY-ONE-CARD-EXIT
037500     END-IF.
037600     ADD 1 TO WSS-CARDS-READ.
037700     MOVE SPACES TO WSS-REJECT-TEXT.
037800     PERFORM 2200-REPORT-CARD
037900         THRU 2200-REPORT-CARD-EXIT.
038000     IF NOT AMNT-ACTION-OPEN
038100        AND NOT AMNT-ACTION-CHANGE
038200        AND NOT AMNT-ACTION-CLOSE
038300        MOVE "ACTION NOT O, C OR X" TO WSS-REJECT-TEXT
038400        PERFORM 5600-REPORT-REJECT
038500            THRU 5600-REPORT-REJECT-EXIT
038600        GO TO 2000-APPLY-ONE-CARD-EXIT
038700     END-IF.
038800     IF AMNT-ACCT-NUMBER EQUAL SPACES
038900        MOVE "ACCOUNT NUMBER MISSING" TO WSS-REJECT-TEXT
039000        PERFORM 5600-REPORT-REJECT
039100            THRU 5600-REPORT-REJECT-EXIT
039200        GO TO 2000-APPLY-ONE-CARD-EXIT
039300     END-IF.
039400     IF NOT AMNT-TYPE-VALID
039500        AND NOT AMNT-TYPE-BLANK
039600        MOVE "ACCOUNT TYPE NOT CK, SV, LN OR BLANK"
039700            TO WSS-REJECT-TEXT
039800        PERFORM 5600-REPORT-REJECT
039900            THRU 5600-REPORT-REJECT-EXIT
040000        GO TO 2000-APPLY-ONE-CARD-EXIT
040100     END-IF.
040200     EVALUATE TRUE
040300         WHEN AMNT-ACTION-OPEN
040400             PERFORM 3000-OPEN-ACCOUNT
040500                 THRU 3000-OPEN-ACCOUNT-EXIT
040600         WHEN AMNT-ACTION-CHANGE
040700             PERFORM 3500-CHANGE-ACCOUNT
040800                 THRU 3500-CHANGE-ACCOUNT-EXIT
040900         WHEN AMNT-ACTION-CLOSE
041000             PERFORM 4000-CLOSE-ACCOUNT
041100                 THRU 4000-CLOSE-ACCOUNT-EXIT
041200     END-EVALUATE.
041300 2000-APPLY-ONE-CARD-EXIT.
041400     EXIT.
041500*
041600****************************************************************
041700*  2200-REPORT-CARD                                             *
041800****************************************************************
041900 2200-REPORT-CARD.
042000     MOVE " " TO AMR-CC.
042100     MOVE SPACES TO AMR-TEXT.
042200     STRING " ACTION " AMNT-ACTION
042300         "  ACCOUNT " AMNT-ACCT-NUMBER
042400         DELIMITED BY SIZE INTO AMR-TEXT.
042500     WRITE ACCTMRPT-LINE.
042600 2200-REPORT-CARD-EXIT.
042700     EXIT.
042800*
042900****************************************************************
043000*  2400-FIND-ACCOUNT                                            *
043100*  IN-CORE SEARCH FOR THE CARD'S ACCOUNT.  SETS WSS-ACCT-FOUND  *
043200*  AND, WHEN FOUND, LEAVES WSS-AC-IX ON THE ENTRY AND LOADS     *
043300*  BOTH THE WORKING COPY AND THE BEFORE IMAGE.                  *
043400****************************************************************
043500 2400-FIND-ACCOUNT.
043600     MOVE "N" TO WSS-ACCT-MATCH-SW.
043700     IF WSS-ACCT-LOADED GREATER THAN ZERO
043800        SET WSS-AC-IX TO 1
043900        SEARCH WSS-ACCT-ENTRY
044000           AT END
044100              MOVE "N" TO WSS-ACCT-MATCH-SW
044200           WHEN WSS-AC-IX GREATER THAN WSS-ACCT-LOADED
044300              MOVE "N" TO WSS-ACCT-MATCH-SW
044400           WHEN WSS-AC-NUMBER (WSS-AC-IX) EQUAL AMNT-ACCT-NUMBER
044500              SET WSS-ACCT-FOUND TO TRUE
044600        END-SEARCH
044700     END-IF.
044800     IF WSS-ACCT-FOUND
044900        MOVE WSS-AC-REC (WSS-AC-IX) TO WACC-REC
045000        MOVE WACC-REC TO BEFR-REC
045100     END-IF.
045200 2400-FIND-ACCOUNT-EXIT.
045300     EXIT.
045400*
045500****************************************************************
045600*  2500-CHECK-CUSTOMER                                          *
045700*  KEYED READ FOR THE CARD'S CUSTOMER.  SETS WSS-CUST-FOUND.    *
045800*  A READ FAILURE THAT IS NOT RECORD-NOT-FOUND IS A HARD ERROR. *
045900****************************************************************
046000 2500-CHECK-CUSTOMER.
046100     MOVE "N" TO WSS-CUST-MATCH-SW.
046200     MOVE AMNT-CUST-NO TO CUST-NUMBER.
046300     READ CUSTMAST-FILE
046400        INVALID KEY
046500           MOVE "N" TO WSS-CUST-MATCH-SW
046600        NOT INVALID KEY
046700           SET WSS-CUST-FOUND TO TRUE
046800     END-READ.
046900     IF NOT WSS-CUST-FOUND
047000        AND WSS-FS-CUSTMAST NOT EQUAL "23"
047100        DISPLAY "MG14 - CUSTMAST READ FAILED, STATUS "
047200            WSS-FS-CUSTMAST
047300        MOVE 8 TO WSS-RETURN-CODE
047400        SET WSS-ACCTMNT-EOF TO TRUE
047500     END-IF.
047600 2500-CHECK-CUSTOMER-EXIT.
047700     EXIT.
047800*
047900****************************************************************
048000*  2600-CHECK-RATE                                              *
048100*  SETS WSS-RATE-FOUND WHEN THE CARD'S RATE CODE IS ON ANY      *
048200*  RATETAB ROW, WHATEVER ITS EFFECTIVE DATE.                    *
048300****************************************************************
048400 2600-CHECK-RATE.
048500     MOVE "N" TO WSS-RATE-MATCH-SW.
048600     IF WSS-RATE-LOADED GREATER THAN ZERO
048700        SET WSS-RT-IX TO 1
048800        SEARCH WSS-RATE-ENTRY
048900           AT END
049000              MOVE "N" TO WSS-RATE-MATCH-SW
049100           WHEN WSS-RT-IX GREATER THAN WSS-RATE-LOADED
049200              MOVE "N" TO WSS-RATE-MATCH-SW
049300           WHEN WSS-RT-CODE (WSS-RT-IX) EQUAL AMNT-RATE-CODE
049400              SET WSS-RATE-FOUND TO TRUE
049500        END-SEARCH
049600     END-IF.
049700 2600-CHECK-RATE-EXIT.
049800     EXIT.
049900*
050000****************************************************************
050100*  3000-OPEN-ACCOUNT                                            *
050200*  A NEW ACCOUNT OPENS AT A ZERO BALANCE WITH NOTHING ACCRUED   *
050250*  AND NO LAST-ACTIVITY DATE - THAT DATE IS THE BUSINESS DATE   *
050300*  OF THE LAST MONETARY POSTING, STAMPED ONLY BY MG8.  THE      *
050350*  MG11 DORMANCY REVIEW LISTS IT AS NO ACTIVITY DATE UNTIL THE  *
050400*  FIRST POSTING, AND THE MG17 BACKOUT STILL SEES IT AS AN      *
050450*  ACCOUNT ADDED BY MAINTENANCE.                                *
050500****************************************************************
050600 3000-OPEN-ACCOUNT.
050700     IF AMNT-CUST-NO EQUAL SPACES
050800        MOVE "CUSTOMER REQUIRED ON OPEN" TO WSS-REJECT-TEXT
050900        PERFORM 5600-REPORT-REJECT
051000            THRU 5600-REPORT-REJECT-EXIT
051100        GO TO 3000-OPEN-ACCOUNT-EXIT
051200     END-IF.
051300     IF AMNT-TYPE-BLANK
051400        MOVE "ACCOUNT TYPE REQUIRED ON OPEN" TO WSS-REJECT-TEXT
051500        PERFORM 5600-REPORT-REJECT
051600            THRU 5600-REPORT-REJECT-EXIT
051700        GO TO 3000-OPEN-ACCOUNT-EXIT
051800     END-IF.
051900     IF AMNT-RATE-CODE EQUAL SPACES
052000        MOVE "RATE CODE REQUIRED ON OPEN" TO WSS-REJECT-TEXT
052100        PERFORM 5600-REPORT-REJECT
052200            THRU 5600-REPORT-REJECT-EXIT
052300        GO TO 3000-OPEN-ACCOUNT-EXIT
052400     END-IF.
052500     PERFORM 2400-FIND-ACCOUNT
052600         THRU 2400-FIND-ACCOUNT-EXIT.
052700     IF WSS-ACCT-FOUND
052800        MOVE "ACCOUNT ALREADY ON FILE" TO WSS-REJECT-TEXT
052900        PERFORM 5600-REPORT-REJECT
053000            THRU 5600-REPORT-REJECT-EXIT
053100        GO TO 3000-OPEN-ACCOUNT-EXIT
053200     END-IF.
053300     PERFORM 2500-CHECK-CUSTOMER
053400         THRU 2500-CHECK-CUSTOMER-EXIT.
053500     IF WSS-RETURN-CODE GREATER THAN 4
053600        GO TO 3000-OPEN-ACCOUNT-EXIT
053700     END-IF.
053800     IF NOT WSS-CUST-FOUND
053900        MOVE "CUSTOMER NOT ON CUSTMAST" TO WSS-REJECT-TEXT
054000        PERFORM 5600-REPORT-REJECT
054100            THRU 5600-REPORT-REJECT-EXIT
054200        GO TO 3000-OPEN-ACCOUNT-EXIT
054300     END-IF.
054400     IF NOT CUST-STATUS-ACTIVE
054500        MOVE "CUSTOMER NOT ACTIVE" TO WSS-REJECT-TEXT
054600        PERFORM 5600-REPORT-REJECT
054700            THRU 5600-REPORT-REJECT-EXIT
054800        GO TO 3000-OPEN-ACCOUNT-EXIT
054900     END-IF.
055000     PERFORM 2600-CHECK-RATE
055100         THRU 2600-CHECK-RATE-EXIT.
055200     IF NOT WSS-RATE-FOUND
055300        MOVE "RATE CODE NOT ON RATETAB" TO WSS-REJECT-TEXT
055400        PERFORM 5600-REPORT-REJECT
055500            THRU 5600-REPORT-REJECT-EXIT
055600        GO TO 3000-OPEN-ACCOUNT-EXIT
055700     END-IF.
055800     IF WSS-ACCT-LOADED GREATER OR EQUAL WSS-ACCT-MAX
055900        DISPLAY "MG14 - ACCOUNT TABLE FULL, RAISE WSS-ACCT-MAX"
056000        MOVE 8 TO WSS-RETURN-CODE
056100        SET WSS-ACCTMNT-EOF TO TRUE
056200        GO TO 3000-OPEN-ACCOUNT-EXIT
056300     END-IF.
056400     MOVE SPACES TO WACC-REC.
056500     MOVE AMNT-ACCT-NUMBER TO WACC-NUMBER.
056600     MOVE AMNT-CUST-NO     TO WACC-CUST-NO.
056700     MOVE AMNT-ACCT-TYPE   TO WACC-TYPE.
056800     MOVE AMNT-RATE-CODE   TO WACC-RATE-CODE.
056900     MOVE ZERO             TO WACC-BALANCE.
057000     MOVE ZERO             TO WACC-LAST-ACTIVITY.
057100     MOVE ZERO             TO WACC-ACCRUED-INT.
057150     MOVE ZERO             TO WACC-LAST-PAYMENT.
057200     MOVE "A" TO WACC-STATUS.
057300     ADD 1 TO WSS-ACCT-LOADED.
057400     SET WSS-AC-IX TO WSS-ACCT-LOADED.
057500     MOVE WACC-REC TO WSS-AC-REC (WSS-AC-IX).
057600     MOVE "NOT ON FILE" TO WSS-AMR-CUST.
057700     PERFORM 5200-REPORT-BEFORE-LITERAL
057800         THRU 5200-REPORT-BEFORE-LITERAL-EXIT.
057900     PERFORM 5400-REPORT-AFTER
058000         THRU 5400-REPORT-AFTER-EXIT.
058100     ADD 1 TO WSS-ACCT-OPENED.
058200 3000-OPEN-ACCOUNT-EXIT.
058300     EXIT.
058400*
058500****************************************************************
058600*  3500-CHANGE-ACCOUNT                                          *
058700*  BLANK CARD FIELDS KEEP THEIR CURRENT MASTER VALUES.  A LOAN  *
058800*  BALANCE IS OWED TO US, A DEPOSIT BALANCE IS OWED BY US, SO   *
058900*  A TYPE CHANGE INTO OR OUT OF LN NEEDS A ZERO BALANCE AND     *
059000*  NOTHING ACCRUED.                                             *
059100****************************************************************
059200 3500-CHANGE-ACCOUNT.
059300     IF AMNT-TYPE-BLANK
059400        AND AMNT-RATE-CODE EQUAL SPACES
059500        MOVE "NOTHING TO CHANGE" TO WSS-REJECT-TEXT
059600        PERFORM 5600-REPORT-REJECT
059700            THRU 5600-REPORT-REJECT-EXIT
059800        GO TO 3500-CHANGE-ACCOUNT-EXIT
059900     END-IF.
060000     PERFORM 2400-FIND-ACCOUNT
060100         THRU 2400-FIND-ACCOUNT-EXIT.
060200     IF NOT WSS-ACCT-FOUND
060300        MOVE "ACCOUNT NOT ON FILE" TO WSS-REJECT-TEXT
060400        PERFORM 5600-REPORT-REJECT
060500            THRU 5600-REPORT-REJECT-EXIT
060600        GO TO 3500-CHANGE-ACCOUNT-EXIT
060700     END-IF.
060800     IF WACC-STATUS-CLOSED
060900        MOVE "ACCOUNT IS CLOSED" TO WSS-REJECT-TEXT
061000        PERFORM 5600-REPORT-REJECT
061100            THRU 5600-REPORT-REJECT-EXIT
061200        GO TO 3500-CHANGE-ACCOUNT-EXIT
061300     END-IF.
061400     IF AMNT-RATE-CODE NOT EQUAL SPACES
061500        PERFORM 2600-CHECK-RATE
061600            THRU 2600-CHECK-RATE-EXIT
061700        IF NOT WSS-RATE-FOUND
061800           MOVE "RATE CODE NOT ON RATETAB" TO WSS-REJECT-TEXT
061900           PERFORM 5600-REPORT-REJECT
062000               THRU 5600-REPORT-REJECT-EXIT
062100           GO TO 3500-CHANGE-ACCOUNT-EXIT
062200        END-IF
062300     END-IF.
062400     IF WACC-ACCRUED-INT NUMERIC
062500        MOVE WACC-ACCRUED-INT TO WSS-ACCRUED-CHECK
062600     ELSE
062700        MOVE ZERO TO WSS-ACCRUED-CHECK
062800     END-IF.
062900     IF NOT AMNT-TYPE-BLANK
063000        AND AMNT-ACCT-TYPE NOT EQUAL WACC-TYPE
063100        AND (AMNT-ACCT-TYPE EQUAL "LN" OR WACC-TYPE-LOAN)
063200        AND (WACC-BALANCE NOT EQUAL ZERO
063300             OR WSS-ACCRUED-CHECK NOT EQUAL ZERO)
063400        MOVE "LN TYPE CHANGE NEEDS ZERO BALANCE"
063500            TO WSS-REJECT-TEXT
063600        PERFORM 5600-REPORT-REJECT
063700            THRU 5600-REPORT-REJECT-EXIT
063800        GO TO 3500-CHANGE-ACCOUNT-EXIT
063900     END-IF.
064000     IF NOT AMNT-TYPE-BLANK
064100        MOVE AMNT-ACCT-TYPE TO WACC-TYPE
064200     END-IF.
064300     IF AMNT-RATE-CODE NOT EQUAL SPACES
064400        MOVE AMNT-RATE-CODE TO WACC-RATE-CODE
064500     END-IF.
064600     MOVE WACC-REC TO WSS-AC-REC (WSS-AC-IX).
064700     PERFORM 5000-REPORT-BEFORE
064800         THRU 5000-REPORT-BEFORE-EXIT.
064900     PERFORM 5400-REPORT-AFTER
065000         THRU 5400-REPORT-AFTER-EXIT.
065100     ADD 1 TO WSS-ACCT-CHANGED.
065200 3500-CHANGE-ACCOUNT-EXIT.
065300     EXIT.
065400*
065500****************************************************************
065600*  4000-CLOSE-ACCOUNT                                           *
065700*  ONLY AN ACCOUNT WITH NOTHING LEFT IN IT CLOSES - A NONZERO   *
065800*  BALANCE OR ACCRUED-INTEREST BUCKET MUST BE PAID OUT OR       *
065900*  POSTED OFF THROUGH THE NIGHTLY STREAM FIRST.                 *
066000****************************************************************
066100 4000-CLOSE-ACCOUNT.
066200     PERFORM 2400-FIND-ACCOUNT
066300         THRU 2400-FIND-ACCOUNT-EXIT.
066400     IF NOT WSS-ACCT-FOUND
066500        MOVE "ACCOUNT NOT ON FILE" TO WSS-REJECT-TEXT
066600        PERFORM 5600-REPORT-REJECT
066700            THRU 5600-REPORT-REJECT-EXIT
066800        GO TO 4000-CLOSE-ACCOUNT-EXIT
066900     END-IF.
067000     IF WACC-STATUS-CLOSED
067100        MOVE "ACCOUNT ALREADY CLOSED" TO WSS-REJECT-TEXT
067200        PERFORM 5600-REPORT-REJECT
067300            THRU 5600-REPORT-REJECT-EXIT
067400        GO TO 4000-CLOSE-ACCOUNT-EXIT
067500     END-IF.
067600     IF WACC-BALANCE NOT EQUAL ZERO
067700        MOVE "BALANCE NOT ZERO" TO WSS-REJECT-TEXT
067800        PERFORM 5600-REPORT-REJECT
067900            THRU 5600-REPORT-REJECT-EXIT
068000        GO TO 4000-CLOSE-ACCOUNT-EXIT
068100     END-IF.
068200*    A RECORD FROM BEFORE THE ACCRUAL BUCKET EXISTED READS AS
068300*    ZERO ACCRUED.
068400     IF WACC-ACCRUED-INT NUMERIC
068500        AND WACC-ACCRUED-INT NOT EQUAL ZERO
068600        MOVE "ACCRUED INTEREST NOT ZERO" TO WSS-REJECT-TEXT
068700        PERFORM 5600-REPORT-REJECT
068800            THRU 5600-REPORT-REJECT-EXIT
068900        GO TO 4000-CLOSE-ACCOUNT-EXIT
069000     END-IF.
069100     SET WACC-STATUS-CLOSED TO TRUE.
069200     MOVE WACC-REC TO WSS-AC-REC (WSS-AC-IX).
069300     PERFORM 5000-REPORT-BEFORE
069400         THRU 5000-REPORT-BEFORE-EXIT.
069500     PERFORM 5400-REPORT-AFTER
069600         THRU 5400-REPORT-AFTER-EXIT.
069700     ADD 1 TO WSS-ACCT-CLOSED.
069800 4000-CLOSE-ACCOUNT-EXIT.
069900     EXIT.
070000*
070100****************************************************************
070200*  5000-REPORT-BEFORE                                           *
070300****************************************************************
070400 5000-REPORT-BEFORE.
070500     MOVE SPACES TO WSS-AMR-IMAGE.
070600     MOVE "BEFORE"       TO WSS-AMR-TAG.
070700     MOVE BEFR-CUST-NO   TO WSS-AMR-CUST.
070800     MOVE BEFR-TYPE      TO WSS-AMR-TYPE.
070900     MOVE BEFR-RATE-CODE TO WSS-AMR-RATE.
071000     MOVE BEFR-STATUS    TO WSS-AMR-STATUS.
071100     MOVE BEFR-BALANCE   TO WSS-AMR-BALANCE.
071200     IF BEFR-ACCRUED-INT NUMERIC
071300        MOVE BEFR-ACCRUED-INT TO WSS-AMR-ACCRUED
071400     ELSE
071500        MOVE ZERO TO WSS-AMR-ACCRUED
071600     END-IF.
071700     MOVE " " TO AMR-CC.
071800     MOVE SPACES TO AMR-TEXT.
071900     MOVE WSS-AMR-IMAGE TO AMR-TEXT.
072000     WRITE ACCTMRPT-LINE.
072100 5000-REPORT-BEFORE-EXIT.
072200     EXIT.
072300*
072400****************************************************************
072500*  5200-REPORT-BEFORE-LITERAL                                   *
072600*  THE CALLER LOADS WSS-AMR-CUST WITH THE LITERAL FIRST - USED  *
072700*  FOR AN OPEN, WHERE THERE IS NO BEFORE IMAGE.                 *
072800****************************************************************
072900 5200-REPORT-BEFORE-LITERAL.
073000     MOVE "BEFORE"      TO WSS-AMR-TAG.
073100     MOVE SPACES        TO WSS-AMR-TYPE.
073200     MOVE SPACES        TO WSS-AMR-RATE.
073300     MOVE SPACES        TO WSS-AMR-STATUS.
073400     MOVE ZERO          TO WSS-AMR-BALANCE.
073500     MOVE ZERO          TO WSS-AMR-ACCRUED.
073600     MOVE " " TO AMR-CC.
073700     MOVE SPACES TO AMR-TEXT.
073800     MOVE WSS-AMR-IMAGE TO AMR-TEXT.
073900     WRITE ACCTMRPT-LINE.
074000 5200-REPORT-BEFORE-LITERAL-EXIT.
074100     EXIT.
074200*
074300****************************************************************
074400*  5400-REPORT-AFTER                                            *
074500*  THE UPDATED MASTER RECORD IS STILL IN WACC-REC.              *
074600****************************************************************
074700 5400-REPORT-AFTER.
074800     MOVE SPACES TO WSS-AMR-IMAGE.
074900     MOVE "AFTER"        TO WSS-AMR-TAG.
075000     MOVE WACC-CUST-NO   TO WSS-AMR-CUST.
075100     MOVE WACC-TYPE      TO WSS-AMR-TYPE.
075200     MOVE WACC-RATE-CODE TO WSS-AMR-RATE.
075300     MOVE WACC-STATUS    TO WSS-AMR-STATUS.
075400     MOVE WACC-BALANCE   TO WSS-AMR-BALANCE.
075500     IF WACC-ACCRUED-INT NUMERIC
075600        MOVE WACC-ACCRUED-INT TO WSS-AMR-ACCRUED
075700     ELSE
075800        MOVE ZERO TO WSS-AMR-ACCRUED
075900     END-IF.
076000     MOVE " " TO AMR-CC.
076100     MOVE SPACES TO AMR-TEXT.
076200     MOVE WSS-AMR-IMAGE TO AMR-TEXT.
076300     WRITE ACCTMRPT-LINE.
076400 5400-REPORT-AFTER-EXIT.
076500     EXIT.
076600*
076700****************************************************************
076800*  5600-REPORT-REJECT                                           *
076900*  THE CALLER LOADS WSS-REJECT-TEXT FIRST.                      *
077000****************************************************************
077100 5600-REPORT-REJECT.
077200     MOVE " " TO AMR-CC.
077300     MOVE SPACES TO AMR-TEXT.
077400     STRING "   REJECTED - " WSS-REJECT-TEXT
077500         DELIMITED BY SIZE INTO AMR-TEXT.
077600     WRITE ACCTMRPT-LINE.
077700     ADD 1 TO WSS-CARDS-REJECTED.
077800 5600-REPORT-REJECT-EXIT.
077900     EXIT.
078000*
078100****************************************************************
078200*  7000-WRITE-NEW-MASTER                                        *
078300*  WRITES THE MAINTAINED IN-CORE MASTER OUT TO ACCTNEW IN THE   *
078400*  ORDER IT WAS READ, NEW ACCOUNTS LAST.                        *
078500****************************************************************
078600 7000-WRITE-NEW-MASTER.
078700     PERFORM 7100-WRITE-ONE-ACCOUNT
078800         THRU 7100-WRITE-ONE-ACCOUNT-EXIT
078900         VARYING WSS-WRITE-NUM FROM 1 BY 1
079000         UNTIL WSS-WRITE-NUM GREATER THAN WSS-ACCT-LOADED
079100            OR WSS-RETURN-CODE GREATER THAN 4.
079200 7000-WRITE-NEW-MASTER-EXIT.
079300     EXIT.
079400*
079500****************************************************************
079600*  7100-WRITE-ONE-ACCOUNT                                       *
079700****************************************************************
079800 7100-WRITE-ONE-ACCOUNT.
079900     SET WSS-AC-IX TO WSS-WRITE-NUM.
080000     MOVE WSS-AC-REC (WSS-AC-IX) TO ACCTNEW-REC.
080100     WRITE ACCTNEW-REC.
080200     IF WSS-FS-ACCTNEW NOT EQUAL "00"
080300        DISPLAY "MG14 - ACCTNEW WRITE FAILED, STATUS "
080400            WSS-FS-ACCTNEW
080500        MOVE 8 TO WSS-RETURN-CODE
080600        GO TO 7100-WRITE-ONE-ACCOUNT-EXIT
080700     END-IF.
080800     ADD 1 TO WSS-ACCT-WRITTEN.
080900 7100-WRITE-ONE-ACCOUNT-EXIT.
081000     EXIT.
081100*
081200****************************************************************
081300*  9000-TERMINATE                                               *
081400*  RC 00 = ALL APPLIED, RC 04 = SOMETHING REJECTED, RC 08 =     *
081500*  FILE ERROR.                                                  *
081600****************************************************************
081700 9000-TERMINATE.
081800     IF WSS-RETURN-CODE LESS THAN 8
081900        MOVE ALL "-" TO AMR-TEXT
082000        WRITE ACCTMRPT-LINE
082100        MOVE SPACES TO AMR-TEXT
082200        MOVE WSS-CARDS-READ TO WSS-COUNT-EDIT
082300        STRING " CARDS READ:       " WSS-COUNT-EDIT
082400            DELIMITED BY SIZE INTO AMR-TEXT
082500        WRITE ACCTMRPT-LINE
082600        MOVE SPACES TO AMR-TEXT
082700        MOVE WSS-ACCT-OPENED TO WSS-COUNT-EDIT
082800        STRING " ACCOUNTS OPENED:  " WSS-COUNT-EDIT
082900            DELIMITED BY SIZE INTO AMR-TEXT
083000        WRITE ACCTMRPT-LINE
083100        MOVE SPACES TO AMR-TEXT
083200        MOVE WSS-ACCT-CHANGED TO WSS-COUNT-EDIT
083300        STRING " ACCOUNTS CHANGED: " WSS-COUNT-EDIT
083400            DELIMITED BY SIZE INTO AMR-TEXT
083500        WRITE ACCTMRPT-LINE
083600        MOVE SPACES TO AMR-TEXT
083700        MOVE WSS-ACCT-CLOSED TO WSS-COUNT-EDIT
083800        STRING " ACCOUNTS CLOSED:  " WSS-COUNT-EDIT
083900            DELIMITED BY SIZE INTO AMR-TEXT
084000        WRITE ACCTMRPT-LINE
084100        MOVE SPACES TO AMR-TEXT
084200        MOVE WSS-CARDS-REJECTED TO WSS-COUNT-EDIT
084300        STRING " CARDS REJECTED:   " WSS-COUNT-EDIT
084400            DELIMITED BY SIZE INTO AMR-TEXT
084500        WRITE ACCTMRPT-LINE
084600        MOVE SPACES TO AMR-TEXT
084700        MOVE WSS-ACCT-WRITTEN TO WSS-COUNT-EDIT
084800        STRING " ACCOUNTS WRITTEN: " WSS-COUNT-EDIT
084900            DELIMITED BY SIZE INTO AMR-TEXT
085000        WRITE ACCTMRPT-LINE
085100        CLOSE ACCTFILE-FILE CUSTMAST-FILE RATETAB-FILE
085200              ACCTMNT-FILE ACCTNEW-FILE ACCTMRPT-FILE
085300        IF WSS-CARDS-REJECTED GREATER THAN ZERO
085400           MOVE 4 TO WSS-RETURN-CODE
085500        END-IF
085600     END-IF.
085700     DISPLAY "MG14 - CARDS READ:       " WSS-CARDS-READ.
085800     DISPLAY "MG14 - ACCOUNTS OPENED:  " WSS-ACCT-OPENED.
085900     DISPLAY "MG14 - ACCOUNTS CHANGED: " WSS-ACCT-CHANGED.
086000     DISPLAY "MG14 - ACCOUNTS CLOSED:  " WSS-ACCT-CLOSED.
086100     DISPLAY "MG14 - CARDS REJECTED:   " WSS-CARDS-REJECTED.
086200     DISPLAY "MG14 - ACCOUNTS WRITTEN: " WSS-ACCT-WRITTEN.
086300     DISPLAY "MG14 RETURN CODE IS " WSS-RETURN-CODE.
086400     MOVE WSS-RETURN-CODE TO RETURN-CODE.
086500 9000-TERMINATE-EXIT.
086600     EXIT.
