000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MG18.
000300 AUTHOR.        MURTHYG.
000400 INSTALLATION.  GPA DATA CENTER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  MG18 - TRANSACTION HISTORY RETENTION / ARCHIVE               *
000900*                                                              *
001000*  STANDALONE - RUN PERIODICALLY BY OPERATIONS (MONTHLY, AFTER  *
001100*  THE MONTH-END NIGHT), OUTSIDE THE NIGHTLY STREAM.  EVERY     *
001200*  TRANHIST RECORD POSTED BEFORE THE RETENTION CUTOFF IS        *
001300*  WRITTEN TO A NEW ARCHIVE GENERATION (ARCHNEW) AND DELETED    *
001400*  FROM THE KSDS, SO TRANHIST HOLDS ONLY THE RETENTION PERIOD.  *
001500*  THE ARCHIVE GENERATION ENDS WITH A CONTROL TRAILER CARRYING  *
001600*  THE RECORD COUNT AND DOLLAR TOTAL ARCHIVED.  THE GENERATIONS *
001700*  ARE READ TOGETHER AS TRANARCH BY THE MG9 STATEMENT PRINT     *
001800*  WHEN A CUSTOMER DISPUTES AN OLDER ITEM.                      *
001900*                                                              *
002000*  THE CUTOFF IS THE FIRST OF THE MONTH THE RETENTION PERIOD    *
002100*  REACHES BACK TO FROM BDATE'S LAST-GOOD DATE, SO WHOLE        *
002200*  MONTHS ARE KEPT.  24 MONTHS UNLESS THE CARD SAYS OTHERWISE.  *
002300*  REFUSED WHILE A NIGHT IS IN FLIGHT ON RUNCTL - MG8 WRITES    *
002400*  TRANHIST DURING THE NIGHT.  A REVERSAL CAN ONLY FIND AN      *
002500*  ORIGINAL STILL ON TRANHIST, SO THE RETENTION PERIOD MUST     *
002600*  COVER THE REVERSAL WINDOW.                                   *
002700*                                                              *
002800*  SYSIN CARD (OPTIONAL) -                                      *
002900*    COLS  1-3   MONTHS OF HISTORY TO KEEP (BLANK = 024)        *
003000*    COLS  4-11  EXPLICIT CUTOFF DATE YYYYMMDD, OVERRIDES THE   *
003100*                MONTHS (BLANK = COMPUTED)                      *
003200*                                                              *
003300*  THE ARCHIVE REPORT (ARCHRPT) PROVES RECORDS READ = RECORDS   *
003400*  ARCHIVED + RECORDS KEPT, IN COUNT AND DOLLARS, AND THAT      *
003500*  EVERY RECORD DELETED WAS ARCHIVED FIRST.                     *
003600*  RC 00 = ARCHIVED (OR NOTHING OLD ENOUGH), RC 08 = REFUSED    *
003700*  OR FILE ERROR.  ON AN RC 08 AFTER DELETES HAVE BEGUN THE     *
003800*  ARCHIVE GENERATION HOLDS EVERY RECORD DELETED SO FAR AND     *
003900*  MUST BE KEPT.                                                *
004000*                                                              *
004100*  MODIFICATION HISTORY                                         *
004200*  ----------------------------------------------------------   *
004300*  DATE        BY    DESCRIPTION                                *
004400*  ----------  ----  -------------------------------------      *
004500*  10/15/2026  MG    ORIGINAL VERSION.                          *
004600****************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.   IBM-370.
005000 OBJECT-COMPUTER.   IBM-370.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT SYSIN-FILE     ASSIGN TO SYSIN
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WSS-FS-SYSIN.
005600     SELECT BDATE-FILE     ASSIGN TO BDATE
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WSS-FS-BDATE.
005900     SELECT RUNCTL-FILE    ASSIGN TO RUNCTL
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WSS-FS-RUNCTL.
006200     SELECT TRANHIST-FILE  ASSIGN TO TRANHIST
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS TH-KEY
006600         FILE STATUS IS WSS-FS-TRANHIST.
006700     SELECT ARCHNEW-FILE   ASSIGN TO ARCHNEW
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WSS-FS-ARCHNEW.
007000     SELECT ARCHRPT-FILE   ASSIGN TO ARCHRPT
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WSS-FS-ARCHRPT.
007300 DATA DIVISION.
007400 FILE SECTION.
007500*
007600****************************************************************
007700*  PARAMETER CARD AND THE STREAM CONTROL FILES                  *
007800****************************************************************
007900 FD  SYSIN-FILE
008000     RECORDING MODE IS F
008100     RECORD CONTAINS 80 CHARACTERS.
008200 01  ARCH-PARM-CARD.
008300     05  AP-RETAIN-MONTHS      PIC 9(03).
008400     05  AP-CUTOFF-DATE        PIC 9(08).
008500     05  FILLER                PIC X(69).
008600 FD  BDATE-FILE
008700     RECORDING MODE IS F
008800     RECORD CONTAINS 80 CHARACTERS.
008900     COPY BDATEREC.
009000 FD  RUNCTL-FILE
009100     RECORDING MODE IS F
009200     RECORD CONTAINS 80 CHARACTERS.
009300     COPY RUNCTLR.
009400*
009500****************************************************************
009600*  TRANSACTION HISTORY - THE KSDS, READ IN KEY ORDER AND        *
009700*  TRIMMED IN PLACE - AND THE NEW ARCHIVE GENERATION, IN THE    *
009800*  SAME LAYOUT                                                  *
009900****************************************************************
010000 FD  TRANHIST-FILE
010100     RECORD CONTAINS 150 CHARACTERS.
010200     COPY HISTREC.
010300 FD  ARCHNEW-FILE
010400     RECORDING MODE IS F
010500     RECORD CONTAINS 150 CHARACTERS.
010600     COPY HISTREC REPLACING LEADING ==TH== BY ==TA==.
010700*
010800****************************************************************
010900*  ARCHIVE REPORT                                               *
011000****************************************************************
011100 FD  ARCHRPT-FILE
011200     RECORDING MODE IS F
011300     RECORD CONTAINS 133 CHARACTERS.
011400 01  ARCHRPT-LINE.
011500     05  ARR-CC                PIC X(01).
011600     05  ARR-TEXT              PIC X(132).
011700 WORKING-STORAGE SECTION.
011800*
011900****************************************************************
012000*  FILE STATUS / SWITCHES / RETURN CODE                         *
012100****************************************************************
012200 77  WSS-FS-SYSIN          PIC X(02) VALUE "00".
012300 77  WSS-FS-BDATE          PIC X(02) VALUE "00".
012400 77  WSS-FS-RUNCTL         PIC X(02) VALUE "00".
012500 77  WSS-FS-TRANHIST       PIC X(02) VALUE "00".
012600 77  WSS-FS-ARCHNEW        PIC X(02) VALUE "00".
012700 77  WSS-FS-ARCHRPT        PIC X(02) VALUE "00".
012800 77  WSS-TRANHIST-EOF-SW   PIC X(01) VALUE "N".
012900     88  WSS-TRANHIST-EOF           VALUE "Y".
013000 77  WSS-RPT-OPEN-SW       PIC X(01) VALUE "N".
013100     88  WSS-RPT-OPEN               VALUE "Y".
013200 77  WSS-FILES-OPEN-SW     PIC X(01) VALUE "N".
013300     88  WSS-FILES-OPEN             VALUE "Y".
013400 77  WSS-DELETES-SW        PIC X(01) VALUE "N".
013500     88  WSS-DELETES-BEGUN          VALUE "Y".
013600 77  WSS-RETURN-CODE       PIC 9(03) VALUE ZERO.
013700 77  WSS-MESSAGE           PIC X(80) VALUE SPACES.
013800*
013900****************************************************************
014000*  RUN PARAMETERS AND THE CUTOFF                                *
014100****************************************************************
014200 77  WSS-TODAY             PIC 9(08) VALUE ZERO.
014300 77  WSS-RUN-TIME-RAW      PIC 9(08) VALUE ZERO.
014400 77  WSS-RUN-TIME          PIC 9(06) VALUE ZERO.
014500 77  WSS-RETAIN-MONTHS     PIC 9(03) VALUE 24.
014600 77  WSS-LAST-GOOD         PIC 9(08) VALUE ZERO.
014700 77  WSS-CUTOFF-DATE       PIC 9(08) VALUE ZERO.
014800 77  WSS-CUTOFF-SOURCE     PIC X(08) VALUE "COMPUTED".
014900 77  WSS-MONTH-COUNT       PIC 9(07) COMP VALUE ZERO.
015000 01  WSS-DATE-WORK.
015100     05  WSS-DW-YEAR           PIC 9(04).
015200     05  WSS-DW-MONTH          PIC 9(02).
015300     05  WSS-DW-DAY            PIC 9(02).
015400 01  WSS-DATE-NUM REDEFINES WSS-DATE-WORK
015500                           PIC 9(08).
015600*
015700****************************************************************
015800*  CONTROL COUNTERS AND TOTALS                                  *
015900****************************************************************
016000 77  WSS-HIST-READ         PIC 9(09) COMP VALUE ZERO.
016100 77  WSS-AMT-READ          PIC S9(13)V99 COMP-3 VALUE ZERO.
016200 77  WSS-ARCH-WRITTEN      PIC 9(09) COMP VALUE ZERO.
016300 77  WSS-AMT-ARCHIVED      PIC S9(13)V99 COMP-3 VALUE ZERO.
016400 77  WSS-HIST-DELETED      PIC 9(09) COMP VALUE ZERO.
016500 77  WSS-AMT-DELETED       PIC S9(13)V99 COMP-3 VALUE ZERO.
016600 77  WSS-HIST-KEPT         PIC 9(09) COMP VALUE ZERO.
016700 77  WSS-AMT-KEPT          PIC S9(13)V99 COMP-3 VALUE ZERO.
016800 77  WSS-CHECK-COUNT       PIC 9(09) COMP VALUE ZERO.
016900 77  WSS-CHECK-AMOUNT      PIC S9(13)V99 COMP-3 VALUE ZERO.
017000*
017100****************************************************************
017200*  TRANHIST DETAIL IN HAND, THROUGH THE EXTRACT LAYOUT          *
017300****************************************************************
017400     COPY EXTRREC REPLACING LEADING ==EXTR== BY ==HIST==.
017500*
017600****************************************************************
017700*  ARCHIVE REPORT LINES                                         *
017800****************************************************************
017900 01  WSS-ARR-HEAD.
018000     05  FILLER                PIC X(03) VALUE SPACES.
018100     05  FILLER                PIC X(40) VALUE SPACES.
018200     05  FILLER                PIC X(02) VALUE SPACES.
018300     05  FILLER                PIC X(09) VALUE "  RECORDS".
018400     05  FILLER                PIC X(04) VALUE SPACES.
018500     05  FILLER                PIC X(21)
018600             VALUE "              AMOUNT ".
018700 01  WSS-ARR-DETAIL.
018800     05  FILLER                PIC X(03) VALUE SPACES.
018900     05  WSS-ARR-LABEL         PIC X(40).
019000     05  FILLER                PIC X(02) VALUE SPACES.
019100     05  WSS-ARR-COUNT         PIC ZZZZZZZZ9.
019200     05  FILLER                PIC X(04) VALUE SPACES.
019300     05  WSS-ARR-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
019400 01  WSS-ARR-CONTROL.
019500     05  FILLER                PIC X(03) VALUE SPACES.
019600     05  WSS-ARC-LABEL         PIC X(40).
019700     05  FILLER                PIC X(02) VALUE SPACES.
019800     05  WSS-ARC-VALUE         PIC X(08).
019900     05  FILLER                PIC X(02) VALUE SPACES.
020000     05  WSS-ARC-NOTE          PIC X(20).
020100*
020200 PROCEDURE DIVISION.
020300*
020400****************************************************************
020500*  0000-MAINLINE                                                *
020600****************************************************************
020700 0000-MAINLINE.
020800     PERFORM 1000-INITIALIZE
020900         THRU 1000-INITIALIZE-EXIT.
021000     IF WSS-RETURN-CODE LESS THAN 8
021100        PERFORM 2000-ARCHIVE-ONE-HISTORY
021200            THRU 2000-ARCHIVE-ONE-HISTORY-EXIT
021300            UNTIL WSS-TRANHIST-EOF
021400               OR WSS-RETURN-CODE EQUAL 8
021500     END-IF.
021600     IF WSS-FILES-OPEN
021700        PERFORM 3000-WRITE-TRAILER
021800            THRU 3000-WRITE-TRAILER-EXIT
021900     END-IF.
022000     IF WSS-RETURN-CODE LESS THAN 8
022100        PERFORM 4000-PROVE-TOTALS
022200            THRU 4000-PROVE-TOTALS-EXIT
022300     END-IF.
022400     PERFORM 9000-TERMINATE
022500         THRU 9000-TERMINATE-EXIT.
022600     STOP RUN.
022700 0000-MAINLINE-EXIT.
022800     EXIT.
022900*
023000****************************************************************
023100*  1000-INITIALIZE                                              *
023200*  OPENS THE REPORT, READS THE OPTIONAL CARD, CHECKS THE        *
023300*  CONTROL FILES, SETS THE CUTOFF AND OPENS THE DATA FILES.     *
023400****************************************************************
023500 1000-INITIALIZE.
023600     ACCEPT WSS-TODAY        FROM DATE YYYYMMDD.
023700     ACCEPT WSS-RUN-TIME-RAW FROM TIME.
023800     MOVE WSS-RUN-TIME-RAW (1:6) TO WSS-RUN-TIME.
023900     OPEN OUTPUT ARCHRPT-FILE.
024000     IF WSS-FS-ARCHRPT NOT EQUAL "00"
024100        DISPLAY "MG18 - ARCHRPT COULD NOT BE OPENED, STATUS "
024200            WSS-FS-ARCHRPT
024300        MOVE 8 TO WSS-RETURN-CODE
024400        GO TO 1000-INITIALIZE-EXIT
024500     END-IF.
024600     SET WSS-RPT-OPEN TO TRUE.
024700     MOVE "1" TO ARR-CC.
024800     MOVE SPACES TO ARR-TEXT.
024900     STRING "MG18 TRANSACTION HISTORY RETENTION / ARCHIVE REPORT"
025000         "   RUN " WSS-TODAY " " WSS-RUN-TIME
025100         DELIMITED BY SIZE INTO ARR-TEXT.
025200     WRITE ARCHRPT-LINE.
025300     OPEN INPUT SYSIN-FILE.
025400     IF WSS-FS-SYSIN EQUAL "00"
025500        READ SYSIN-FILE
025600           AT END
025700              DISPLAY "MG18 - SYSIN EMPTY - DEFAULT RETENTION"
025800           NOT AT END
025900              PERFORM 1100-APPLY-PARM-CARD
026000                  THRU 1100-APPLY-PARM-CARD-EXIT
026100        END-READ
026200        CLOSE SYSIN-FILE
026300     ELSE
026400        DISPLAY "MG18 - NO SYSIN - DEFAULT RETENTION USED"
026500     END-IF.
026600     IF WSS-RETURN-CODE EQUAL 8
026700        GO TO 1000-INITIALIZE-EXIT
026800     END-IF.
026900     PERFORM 1200-CHECK-CONTROLS
027000         THRU 1200-CHECK-CONTROLS-EXIT.
027100     IF WSS-RETURN-CODE EQUAL 8
027200        GO TO 1000-INITIALIZE-EXIT
027300     END-IF.
027400     PERFORM 1300-SET-CUTOFF
027500         THRU 1300-SET-CUTOFF-EXIT.
027600     IF WSS-RETURN-CODE EQUAL 8
027700        GO TO 1000-INITIALIZE-EXIT
027800     END-IF.
027900     PERFORM 1400-OPEN-FILES
028000         THRU 1400-OPEN-FILES-EXIT.
028100 1000-INITIALIZE-EXIT.
028200     EXIT.
028300*
028400****************************************************************
028500*  1100-APPLY-PARM-CARD                                         *
028600*  BLANK FIELDS TAKE THE DEFAULTS.  A FIELD THAT IS NOT BLANK   *
028700*  MUST BE NUMERIC - ANYTHING ELSE STOPS THE RUN RATHER THAN    *
028800*  GUESS HOW MUCH HISTORY TO MOVE.                              *
028900****************************************************************
029000 1100-APPLY-PARM-CARD.
029100     IF ARCH-PARM-CARD (1:3) NOT EQUAL SPACES
029200        IF AP-RETAIN-MONTHS NOT NUMERIC
029300           OR AP-RETAIN-MONTHS EQUAL ZERO
029400           MOVE SPACES TO WSS-MESSAGE
029500           STRING "MG18 - INVALID RETENTION MONTHS ON SYSIN: "
029600               ARCH-PARM-CARD (1:3)
029700               DELIMITED BY SIZE INTO WSS-MESSAGE
029800           MOVE 8 TO WSS-RETURN-CODE
029900           GO TO 1100-APPLY-PARM-CARD-EXIT
030000        END-IF
030100        MOVE AP-RETAIN-MONTHS TO WSS-RETAIN-MONTHS
030200     END-IF.
030300     IF ARCH-PARM-CARD (4:8) NOT EQUAL SPACES
030400        IF AP-CUTOFF-DATE NOT NUMERIC
030500           OR AP-CUTOFF-DATE EQUAL ZERO
030600           MOVE SPACES TO WSS-MESSAGE
030700           STRING "MG18 - INVALID CUTOFF DATE ON SYSIN: "
030800               ARCH-PARM-CARD (4:8)
030900               DELIMITED BY SIZE INTO WSS-MESSAGE
031000           MOVE 8 TO WSS-RETURN-CODE
031100           GO TO 1100-APPLY-PARM-CARD-EXIT
031200        END-IF
031300        MOVE AP-CUTOFF-DATE TO WSS-CUTOFF-DATE
031400        MOVE "SYSIN"        TO WSS-CUTOFF-SOURCE
031500     END-IF.
031600 1100-APPLY-PARM-CARD-EXIT.
031700     EXIT.
031800*
031900****************************************************************
032000*  1200-CHECK-CONTROLS                                          *
032100*  BDATE GIVES THE LAST NIGHT COMPLETED, WHICH THE RETENTION    *
032200*  PERIOD IS MEASURED BACK FROM.  A NIGHT IN FLIGHT ON RUNCTL   *
032300*  MAY BE WRITING TRANHIST, SO THE RUN IS REFUSED.              *
032400****************************************************************
032500 1200-CHECK-CONTROLS.
032600     OPEN INPUT BDATE-FILE.
032700     IF WSS-FS-BDATE NOT EQUAL "00"
032800        MOVE SPACES TO WSS-MESSAGE
032900        STRING "MG18 - BDATE OPEN FAILED, STATUS " WSS-FS-BDATE
033000            DELIMITED BY SIZE INTO WSS-MESSAGE
033100        MOVE 8 TO WSS-RETURN-CODE
033200        GO TO 1200-CHECK-CONTROLS-EXIT
033300     END-IF.
033400     READ BDATE-FILE
033500        AT END
033600           MOVE "MG18 - BDATE CONTROL FILE IS EMPTY"
033700               TO WSS-MESSAGE
033800           MOVE 8 TO WSS-RETURN-CODE
033900     END-READ.
034000     CLOSE BDATE-FILE.
034100     IF WSS-RETURN-CODE EQUAL 8
034200        GO TO 1200-CHECK-CONTROLS-EXIT
034300     END-IF.
034400     IF BDATE-LAST-GOOD NOT NUMERIC
034500        OR BDATE-LAST-GOOD EQUAL ZERO
034600        MOVE "MG18 - BDATE HAS NO LAST GOOD DATE - NO NIGHT RUN"
034700            TO WSS-MESSAGE
034800        MOVE 8 TO WSS-RETURN-CODE
034900        GO TO 1200-CHECK-CONTROLS-EXIT
035000     END-IF.
035100     MOVE BDATE-LAST-GOOD TO WSS-LAST-GOOD.
035200     OPEN INPUT RUNCTL-FILE.
035300     IF WSS-FS-RUNCTL NOT EQUAL "00"
035400        MOVE SPACES TO WSS-MESSAGE
035500        STRING "MG18 - RUNCTL OPEN FAILED, STATUS " WSS-FS-RUNCTL
035600            DELIMITED BY SIZE INTO WSS-MESSAGE
035700        MOVE 8 TO WSS-RETURN-CODE
035800        GO TO 1200-CHECK-CONTROLS-EXIT
035900     END-IF.
036000     READ RUNCTL-FILE
036100        AT END
036200           MOVE ZERO   TO RUNCTL-RUN-DATE
036300           MOVE SPACES TO RUNCTL-STATUS
036400     END-READ.
036500     CLOSE RUNCTL-FILE.
036600     IF RUNCTL-STATUS-ACTIVE
036700        MOVE SPACES TO WSS-MESSAGE
036800        STRING "MG18 - NIGHT " RUNCTL-RUN-DATE
036900            " IS IN FLIGHT ON RUNCTL - ARCHIVE REFUSED"
037000            DELIMITED BY SIZE INTO WSS-MESSAGE
037100        MOVE 8 TO WSS-RETURN-CODE
037200     END-IF.
037300 1200-CHECK-CONTROLS-EXIT.
037400     EXIT.
037500*
037600****************************************************************
037700*  1300-SET-CUTOFF                                              *
037800*  THE COMPUTED CUTOFF IS THE FIRST OF THE MONTH THAT LIES THE  *
037900*  RETENTION MONTHS BEFORE THE LAST-GOOD DATE'S MONTH, COUNTED  *
038000*  IN MONTHS SINCE YEAR ZERO.  A CARD CUTOFF MUST STILL LEAVE   *
038100*  THE LAST NIGHT COMPLETED ON TRANHIST.                        *
038200****************************************************************
038300 1300-SET-CUTOFF.
038400     IF WSS-CUTOFF-SOURCE EQUAL "COMPUTED"
038500        MOVE WSS-LAST-GOOD TO WSS-DATE-NUM
038600        COMPUTE WSS-MONTH-COUNT = WSS-DW-YEAR * 12
038700                                + WSS-DW-MONTH - 1
038800                                - WSS-RETAIN-MONTHS
038900        DIVIDE WSS-MONTH-COUNT BY 12
039000            GIVING WSS-DW-YEAR REMAINDER WSS-DW-MONTH
039100        ADD 1 TO WSS-DW-MONTH
039200        MOVE 1 TO WSS-DW-DAY
039300        MOVE WSS-DATE-NUM TO WSS-CUTOFF-DATE
039400     END-IF.
039500     IF WSS-CUTOFF-DATE GREATER THAN WSS-LAST-GOOD
039600        MOVE SPACES TO WSS-MESSAGE
039700        STRING "MG18 - CUTOFF " WSS-CUTOFF-DATE
039800            " IS AFTER THE LAST NIGHT COMPLETED - ARCHIVE REFUSED"
039900            DELIMITED BY SIZE INTO WSS-MESSAGE
040000        MOVE 8 TO WSS-RETURN-CODE
040100     END-IF.
040200 1300-SET-CUTOFF-EXIT.
040300     EXIT.
040400*
040500****************************************************************
040600*  1400-OPEN-FILES                                              *
040700****************************************************************
040800 1400-OPEN-FILES.
040900     OPEN I-O TRANHIST-FILE.
041000     IF WSS-FS-TRANHIST NOT EQUAL "00"
041100        MOVE SPACES TO WSS-MESSAGE
041200        STRING "MG18 - TRANHIST OPEN FAILED, STATUS "
041300            WSS-FS-TRANHIST DELIMITED BY SIZE INTO WSS-MESSAGE
041400        MOVE 8 TO WSS-RETURN-CODE
041500        GO TO 1400-OPEN-FILES-EXIT
041600     END-IF.
041700     OPEN OUTPUT ARCHNEW-FILE.
041800     IF WSS-FS-ARCHNEW NOT EQUAL "00"
041900        CLOSE TRANHIST-FILE
042000        MOVE SPACES TO WSS-MESSAGE
042100        STRING "MG18 - ARCHNEW OPEN FAILED, STATUS "
042200            WSS-FS-ARCHNEW DELIMITED BY SIZE INTO WSS-MESSAGE
042300        MOVE 8 TO WSS-RETURN-CODE
042400        GO TO 1400-OPEN-FILES-EXIT
042500     END-IF.
042600     SET WSS-FILES-OPEN TO TRUE.
042700 1400-OPEN-FILES-EXIT.
042800     EXIT.
042900*
043000****************************************************************
043100*  2000-ARCHIVE-ONE-HISTORY                                     *
043200*  ONE TRANHIST RECORD, IN KEY ORDER.  A RECORD POSTED BEFORE   *
043300*  THE CUTOFF IS WRITTEN TO THE ARCHIVE FIRST AND ONLY THEN     *
043400*  DELETED, SO NOTHING LEAVES TRANHIST WITHOUT A COPY.          *
043500****************************************************************
043600 2000-ARCHIVE-ONE-HISTORY.
043700     READ TRANHIST-FILE NEXT RECORD
043800        AT END
043900           SET WSS-TRANHIST-EOF TO TRUE
044000           GO TO 2000-ARCHIVE-ONE-HISTORY-EXIT
044100     END-READ.
044200     MOVE TH-DETAIL TO HIST-REC.
044300     ADD 1 TO WSS-HIST-READ.
044400     ADD HIST-AMOUNT TO WSS-AMT-READ.
044500     IF TH-RUN-DATE NOT LESS THAN WSS-CUTOFF-DATE
044600        ADD 1 TO WSS-HIST-KEPT
044700        ADD HIST-AMOUNT TO WSS-AMT-KEPT
044800        GO TO 2000-ARCHIVE-ONE-HISTORY-EXIT
044900     END-IF.
045000     MOVE TH-REC TO TA-REC.
045100     WRITE TA-REC.
045200     IF WSS-FS-ARCHNEW NOT EQUAL "00"
045300        MOVE SPACES TO WSS-MESSAGE
045400        STRING "MG18 - ARCHNEW WRITE FAILED, STATUS "
045500            WSS-FS-ARCHNEW DELIMITED BY SIZE INTO WSS-MESSAGE
045600        MOVE 8 TO WSS-RETURN-CODE
045700        GO TO 2000-ARCHIVE-ONE-HISTORY-EXIT
045800     END-IF.
045900     ADD 1 TO WSS-ARCH-WRITTEN.
046000     ADD HIST-AMOUNT TO WSS-AMT-ARCHIVED.
046100     DELETE TRANHIST-FILE RECORD.
046200     IF WSS-FS-TRANHIST NOT EQUAL "00"
046300        MOVE SPACES TO WSS-MESSAGE
046400        STRING "MG18 - TRANHIST DELETE FAILED, STATUS "
046500            WSS-FS-TRANHIST DELIMITED BY SIZE INTO WSS-MESSAGE
046600        MOVE 8 TO WSS-RETURN-CODE
046700        GO TO 2000-ARCHIVE-ONE-HISTORY-EXIT
046800     END-IF.
046900     SET WSS-DELETES-BEGUN TO TRUE.
047000     ADD 1 TO WSS-HIST-DELETED.
047100     ADD HIST-AMOUNT TO WSS-AMT-DELETED.
047200 2000-ARCHIVE-ONE-HISTORY-EXIT.
047300     EXIT.
047400*
047500****************************************************************
047600*  3000-WRITE-TRAILER                                           *
047700*  WRITTEN EVEN AFTER A FAILURE, SO THE GENERATION ALWAYS       *
047800*  CARRIES THE COUNT AND DOLLARS OF WHAT IT ACTUALLY HOLDS.     *
047900****************************************************************
048000 3000-WRITE-TRAILER.
048100     MOVE SPACES           TO TA-REC.
048200     MOVE HIGH-VALUES      TO TA-ACCT-NO.
048300     MOVE 99999999         TO TA-RUN-DATE.
048400     MOVE 9999999          TO TA-SEQ-NO.
048500     MOVE WSS-ARCH-WRITTEN TO TA-CTL-RECORDS.
048600     MOVE WSS-AMT-ARCHIVED TO TA-CTL-AMOUNT.
048700     MOVE WSS-CUTOFF-DATE  TO TA-CTL-CUTOFF.
048800     MOVE WSS-TODAY        TO TA-CTL-ARCH-DATE.
048900     WRITE TA-REC.
049000     IF WSS-FS-ARCHNEW NOT EQUAL "00"
049100        MOVE SPACES TO WSS-MESSAGE
049200        STRING "MG18 - ARCHNEW TRAILER WRITE FAILED, STATUS "
049300            WSS-FS-ARCHNEW DELIMITED BY SIZE INTO WSS-MESSAGE
049400        MOVE 8 TO WSS-RETURN-CODE
049500     END-IF.
049600 3000-WRITE-TRAILER-EXIT.
049700     EXIT.
049800*
049900****************************************************************
050000*  4000-PROVE-TOTALS                                            *
050100*  READ MUST EQUAL ARCHIVED PLUS KEPT, AND EVERY RECORD         *
050200*  ARCHIVED MUST HAVE BEEN DELETED, IN COUNT AND DOLLARS.       *
050300****************************************************************
050400 4000-PROVE-TOTALS.
050500     COMPUTE WSS-CHECK-COUNT  = WSS-ARCH-WRITTEN + WSS-HIST-KEPT.
050600     COMPUTE WSS-CHECK-AMOUNT = WSS-AMT-ARCHIVED + WSS-AMT-KEPT.
050700     IF WSS-CHECK-COUNT NOT EQUAL WSS-HIST-READ
050800        OR WSS-CHECK-AMOUNT NOT EQUAL WSS-AMT-READ
050900        OR WSS-HIST-DELETED NOT EQUAL WSS-ARCH-WRITTEN
051000        OR WSS-AMT-DELETED NOT EQUAL WSS-AMT-ARCHIVED
051100        MOVE "MG18 - CONTROL TOTALS DO NOT BALANCE - SEE ARCHRPT"
051200            TO WSS-MESSAGE
051300        MOVE 8 TO WSS-RETURN-CODE
051400     END-IF.
051500 4000-PROVE-TOTALS-EXIT.
051600     EXIT.
051700*
051800****************************************************************
051900*  8000-PRINT-REPORT                                            *
052000*  THE CUTOFF, THE CONTROL TOTALS AND THE RESULT.               *
052100****************************************************************
052200 8000-PRINT-REPORT.
052300     MOVE " " TO ARR-CC.
052400     MOVE SPACES TO ARR-TEXT.
052500     WRITE ARCHRPT-LINE.
052600     MOVE "BDATE LAST GOOD DATE" TO WSS-ARC-LABEL.
052700     MOVE WSS-LAST-GOOD TO WSS-ARC-VALUE.
052800     MOVE SPACES TO WSS-ARC-NOTE.
052900     PERFORM 8200-WRITE-CONTROL
053000         THRU 8200-WRITE-CONTROL-EXIT.
053100     MOVE "RETENTION CUTOFF - POSTED BEFORE" TO WSS-ARC-LABEL.
053200     MOVE WSS-CUTOFF-DATE TO WSS-ARC-VALUE.
053300     MOVE SPACES TO WSS-ARC-NOTE.
053400     IF WSS-CUTOFF-SOURCE EQUAL "COMPUTED"
053500        STRING "KEEP " WSS-RETAIN-MONTHS " MONTHS"
053600            DELIMITED BY SIZE INTO WSS-ARC-NOTE
053700     ELSE
053800        MOVE "FROM SYSIN CARD" TO WSS-ARC-NOTE
053900     END-IF.
054000     PERFORM 8200-WRITE-CONTROL
054100         THRU 8200-WRITE-CONTROL-EXIT.
054200     MOVE SPACES TO ARR-TEXT.
054300     WRITE ARCHRPT-LINE.
054400     MOVE WSS-ARR-HEAD TO ARR-TEXT.
054500     WRITE ARCHRPT-LINE.
054600     MOVE ALL "-" TO ARR-TEXT.
054700     WRITE ARCHRPT-LINE.
054800     MOVE "TRANHIST RECORDS READ" TO WSS-ARR-LABEL.
054900     MOVE WSS-HIST-READ TO WSS-ARR-COUNT.
055000     MOVE WSS-AMT-READ  TO WSS-ARR-AMOUNT.
055100     PERFORM 8100-WRITE-DETAIL
055200         THRU 8100-WRITE-DETAIL-EXIT.
055300     MOVE "ARCHIVED TO ARCHNEW" TO WSS-ARR-LABEL.
055400     MOVE WSS-ARCH-WRITTEN TO WSS-ARR-COUNT.
055500     MOVE WSS-AMT-ARCHIVED TO WSS-ARR-AMOUNT.
055600     PERFORM 8100-WRITE-DETAIL
055700         THRU 8100-WRITE-DETAIL-EXIT.
055800     MOVE "DELETED FROM TRANHIST" TO WSS-ARR-LABEL.
055900     MOVE WSS-HIST-DELETED TO WSS-ARR-COUNT.
056000     MOVE WSS-AMT-DELETED  TO WSS-ARR-AMOUNT.
056100     PERFORM 8100-WRITE-DETAIL
056200         THRU 8100-WRITE-DETAIL-EXIT.
056300     MOVE "KEPT ON TRANHIST" TO WSS-ARR-LABEL.
056400     MOVE WSS-HIST-KEPT TO WSS-ARR-COUNT.
056500     MOVE WSS-AMT-KEPT  TO WSS-ARR-AMOUNT.
056600     PERFORM 8100-WRITE-DETAIL
056700         THRU 8100-WRITE-DETAIL-EXIT.
056800     MOVE ALL "-" TO ARR-TEXT.
056900     WRITE ARCHRPT-LINE.
057000     MOVE SPACES TO ARR-TEXT.
057100     EVALUATE TRUE
057200         WHEN WSS-RETURN-CODE LESS THAN 8
057300          AND WSS-ARCH-WRITTEN EQUAL ZERO
057400             STRING " NOTHING POSTED BEFORE " WSS-CUTOFF-DATE
057500                 " - TRANHIST UNCHANGED"
057600                 DELIMITED BY SIZE INTO ARR-TEXT
057700         WHEN WSS-RETURN-CODE LESS THAN 8
057800             STRING " ARCHIVE COMPLETE - CATALOG ARCHNEW AS THE "
057900                 "NEXT TRANARCH GENERATION"
058000                 DELIMITED BY SIZE INTO ARR-TEXT
058100         WHEN WSS-DELETES-BEGUN
058200             STRING " ARCHIVE INCOMPLETE - KEEP ARCHNEW, IT "
058300                 "HOLDS EVERY RECORD DELETED - THEN RERUN"
058400                 DELIMITED BY SIZE INTO ARR-TEXT
058500         WHEN OTHER
058600             MOVE " ARCHIVE NOT DONE - TRANHIST UNCHANGED"
058700                 TO ARR-TEXT
058800     END-EVALUATE.
058900     WRITE ARCHRPT-LINE.
059000     IF WSS-MESSAGE NOT EQUAL SPACES
059100        MOVE SPACES TO ARR-TEXT
059200        STRING " " WSS-MESSAGE DELIMITED BY SIZE INTO ARR-TEXT
059300        WRITE ARCHRPT-LINE
059400     END-IF.
059500 8000-PRINT-REPORT-EXIT.
059600     EXIT.
059700*
059800****************************************************************
059900*  8100-WRITE-DETAIL                                            *
060000*  THE CALLER LOADS THE LABEL, COUNT AND AMOUNT.                *
060100****************************************************************
060200 8100-WRITE-DETAIL.
060300     MOVE WSS-ARR-DETAIL TO ARR-TEXT.
060400     WRITE ARCHRPT-LINE.
060500     MOVE SPACES TO WSS-ARR-LABEL.
060600     MOVE ZERO   TO WSS-ARR-COUNT.
060700     MOVE ZERO   TO WSS-ARR-AMOUNT.
060800 8100-WRITE-DETAIL-EXIT.
060900     EXIT.
061000*
061100****************************************************************
061200*  8200-WRITE-CONTROL                                           *
061300*  THE CALLER LOADS THE LABEL, VALUE AND NOTE.                  *
061400****************************************************************
061500 8200-WRITE-CONTROL.
061600     MOVE WSS-ARR-CONTROL TO ARR-TEXT.
061700     WRITE ARCHRPT-LINE.
061800 8200-WRITE-CONTROL-EXIT.
061900     EXIT.
062000*
062100****************************************************************
062200*  9000-TERMINATE                                               *
062300*  PRINTS THE REPORT, CLOSES THE FILES AND SETS THE RETURN      *
062400*  CODE.  RC 00 = DONE, RC 08 = REFUSED OR FILE ERROR.          *
062500****************************************************************
062600 9000-TERMINATE.
062700     IF WSS-RPT-OPEN
062800        PERFORM 8000-PRINT-REPORT
062900            THRU 8000-PRINT-REPORT-EXIT
063000        CLOSE ARCHRPT-FILE
063100     END-IF.
063200     IF WSS-FILES-OPEN
063300        CLOSE TRANHIST-FILE ARCHNEW-FILE
063400     END-IF.
063500     IF WSS-MESSAGE NOT EQUAL SPACES
063600        DISPLAY WSS-MESSAGE
063700     END-IF.
063800     DISPLAY "MG18 - RETENTION CUTOFF:    " WSS-CUTOFF-DATE.
063900     DISPLAY "MG18 - HISTORY READ:        " WSS-HIST-READ.
064000     DISPLAY "MG18 - HISTORY ARCHIVED:    " WSS-ARCH-WRITTEN.
064100     DISPLAY "MG18 - HISTORY KEPT:        " WSS-HIST-KEPT.
064200     DISPLAY "MG18 RETURN CODE IS " WSS-RETURN-CODE.
064300     MOVE WSS-RETURN-CODE TO RETURN-CODE.
064400 9000-TERMINATE-EXIT.
064500     EXIT.
