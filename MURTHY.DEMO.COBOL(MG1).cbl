001666*                    DOWNSTREAM STEPS IN SS-RUN-MODE SO THE     *
001668*                    POSTING CAPITALIZES ACCRUED INTEREST ON    *
001669*                    THE MONTH-END BUSINESS DATE.               *
001670*  09/04/2026  MG    ADDED THE MG15 RETURNED-ITEM NOTICE STEP   *
001672*                    AT THE END OF THE COMPILED-IN SEQUENCE AND *
001674*                    ZEROED THE MG8 RETURNED-ITEM AND NSF FEE   *
001676*                    CONTROL TOTALS IN STEPSTAT.                *
001677*  09/18/2026  MG    ZEROED THE MG8 TRANSFER LEG CONTROL TOTALS *
001678*                    IN STEPSTAT.                               *
001679*  10/15/2026  MG    ADDED THE CALENDAR BUSINESS-DAY DATASET.   *
001680*                    BDATE NOW ROLLS TO THE NEXT BUSINESS DAY,  *
001681*                    SKIPPING WEEKENDS AND BANK HOLIDAYS, AND   *
001682*                    THE CALENDAR DAYS TO IT ARE PASSED IN      *
001683*                    SS-ACCRUAL-DAYS SO THE ACCRUAL COVERS      *
001684*                    THEM.  THE LAST BUSINESS DAY OF THE MONTH  *
001685*                    NOW SETS MONTH-END MODE ITSELF - A SYSIN   *
001686*                    MODE M ON ANY OTHER DATE IS IGNORED WITH   *
001687*                    A WARNING.  ENVCHECK FAILS THE NIGHT WHEN  *
001688*                    THE CALENDAR DOES NOT COVER THE COMING     *
001689*                    YEAR.                                      *
001690*  10/15/2026  MG    ADDED THE MG19 DATA-WAREHOUSE FEED STEP    *
001691*                    AFTER THE GL EXTRACT IN THE COMPILED-IN    *
001692*                    SEQUENCE - RUN ONLY ON A PASS, A FAILURE   *
001693*                    CONTINUES THE STREAM IN WARNING.           *
001694*  10/15/2026  MG    BDATE NOW ALSO KEEPS THE LAST-GOOD DATE    *
001695*                    A COMPLETED NIGHT REPLACES, SO MG17 CAN    *
001696*                    RESTORE IT WHEN THE NIGHT IS BACKED OUT.   *
001697****************************************************************
001698 ENVIRONMENT DIVISION.
001699 CONFIGURATION SECTION.
001700 SOURCE-COMPUTER.   IBM-370.
001710 OBJECT-COMPUTER.   IBM-370.
001720 INPUT-OUTPUT SECTION.
002150     SELECT STEPDEF-FILE   ASSIGN TO STEPDEF
002160         ORGANIZATION IS SEQUENTIAL
002170         FILE STATUS IS WSS-FS-STEPDEF.
002172     SELECT CALENDAR-FILE  ASSIGN TO CALENDAR
002174         ORGANIZATION IS SEQUENTIAL
002176         FILE STATUS IS WSS-FS-CALENDAR.
002180 DATA DIVISION.
002190 FILE SECTION.
002200*
003200     RECORDING MODE IS F
003210     RECORD CONTAINS 80 CHARACTERS.
003220     COPY STEPDEFR.
003221*
003222****************************************************************
003223*  CALENDAR - HOLIDAY / BUSINESS-DAY CALENDAR CARDS             *
003224****************************************************************
003225 FD  CALENDAR-FILE
003226     RECORDING MODE IS F
003227     RECORD CONTAINS 80 CHARACTERS.
003228     COPY CALREC.
003230 WORKING-STORAGE SECTION.
003240*
003250****************************************************************
003800 77  WSS-RPT-TRANFEED      PIC X(60) VALUE SPACES.
003810 77  WSS-RPT-ACCTFILE      PIC X(60) VALUE SPACES.
003820 77  WSS-RPT-RATETAB       PIC X(60) VALUE SPACES.
003825 77  WSS-RPT-CALENDAR      PIC X(60) VALUE SPACES.
003830 77  WSS-RPT-MISSING       PIC ZZ9    VALUE ZERO.
003840 77  WSS-FS-SYSIN          PIC X(02) VALUE "00".
003850 77  WSS-RESTART-MSG       PIC X(55) VALUE SPACES.
004040*    IS THE ACTUAL SYSTEM CLOCK DATE, KEPT FOR THE OPERATOR LOG.
004050 77  WSS-RUN-DATE          PIC 9(08) VALUE ZERO.
004060 77  WSS-SYS-DATE          PIC 9(08) VALUE ZERO.
004062*    LAST-GOOD DATE READ FROM BDATE, CARRIED INTO THE NEW RECORD
004064*    AS THE PRE-NIGHT DATE FOR MG17.
004066 77  WSS-PRIOR-GOOD        PIC 9(08) VALUE ZERO.
004070 77  WSS-FS-BDATE          PIC X(02) VALUE "00".
004080 77  WSS-BDATE-SW          PIC X(01) VALUE "N".
004090     88  WSS-BDATE-PRESENT          VALUE "Y".
004160 77  WSS-ROLL-LIMIT        PIC 9(02) VALUE ZERO.
004170 77  WSS-ROLL-REM          PIC 9(04) COMP VALUE ZERO.
004180 77  WSS-ROLL-QUOT         PIC 9(04) COMP VALUE ZERO.
004181*
004182****************************************************************
004183*  BUSINESS-DAY CALENDAR - THE HOLIDAY AND SPECIAL BUSINESS-DAY *
004184*  CARDS FROM TODAY FORWARD ARE LOADED AT STARTUP.  THE NEXT    *
004185*  BUSINESS DATE, THE CALENDAR DAYS TO IT AND THE MONTH-END     *
004186*  DECISION ARE ALL WORKED OUT FROM THEM BEFORE ANY STEP RUNS.  *
004187****************************************************************
004188 77  WSS-FS-CALENDAR       PIC X(02) VALUE "00".
004189 77  WSS-CALENDAR-EOF-SW   PIC X(01) VALUE "N".
004190     88  WSS-CALENDAR-EOF           VALUE "Y".
004191 77  WSS-CAL-SW            PIC X(01) VALUE "N".
004192     88  WSS-CAL-MISSING            VALUE "N".
004193     88  WSS-CAL-LOADED             VALUE "Y".
004194     88  WSS-CAL-NO-COVERAGE        VALUE "E".
004195     88  WSS-CAL-OVERFLOW           VALUE "O".
004196     88  WSS-CAL-NO-BUSDAY          VALUE "D".
004197 77  WSS-CAL-FROM          PIC 9(08) VALUE ZERO.
004198 77  WSS-CAL-THRU          PIC 9(08) VALUE ZERO.
004199 01  WSS-CAL-NEEDED        PIC 9(08) VALUE ZERO.
004200 01  WSS-CAL-NEEDED-R REDEFINES WSS-CAL-NEEDED.
004201     05  WSS-CAL-NEED-YEAR     PIC 9(04).
004202     05  WSS-CAL-NEED-MMDD     PIC 9(04).
004203 77  WSS-CAL-MAX           PIC 9(03) COMP VALUE 200.
004204 77  WSS-CAL-USED          PIC 9(03) COMP VALUE ZERO.
004205 77  WSS-NEXT-BUS-DATE     PIC 9(08) VALUE ZERO.
004206 77  WSS-ACCRUAL-DAYS      PIC 9(03) COMP VALUE ZERO.
004207 77  WSS-BUSDAY-LIMIT      PIC 9(03) COMP VALUE 14.
004208 77  WSS-BUSDAY-SW         PIC X(01) VALUE "N".
004209     88  WSS-BUSINESS-DAY           VALUE "Y".
004210 77  WSS-MONTHEND-SW       PIC X(01) VALUE "N".
004211     88  WSS-LAST-BUSDAY-OF-MONTH   VALUE "Y".
004212 77  WSS-DOW-YEAR          PIC 9(04) COMP VALUE ZERO.
004213 77  WSS-DOW-MONTH         PIC 9(02) COMP VALUE ZERO.
004214 77  WSS-DOW-TERM          PIC 9(04) COMP VALUE ZERO.
004215 77  WSS-DOW-QUOT          PIC 9(07) COMP VALUE ZERO.
004216 77  WSS-DOW-SUM           PIC 9(07) COMP VALUE ZERO.
004217 77  WSS-DOW-DAY           PIC 9(01) VALUE ZERO.
004218     88  WSS-DOW-SATURDAY           VALUE 0.
004219     88  WSS-DOW-SUNDAY             VALUE 1.
004220 01  WSS-CAL-TABLE.
004221     05  WSS-CAL-ENTRY OCCURS 200 TIMES
004222             INDEXED BY WSS-CL-IX.
004223         10  WSS-CL-DATE       PIC 9(08).
004224         10  WSS-CL-TYPE       PIC X(01).
004225             88  WSS-CL-HOLIDAY        VALUE "H".
004226             88  WSS-CL-BUSINESS       VALUE "B".
004227*
004228****************************************************************
004229*  RUN-CONTROL / BATCH-WINDOW FIELDS                            *
004230****************************************************************
004231 77  WSS-FS-RUNCTL         PIC X(02) VALUE "00".
004240 77  WSS-RUNCTL-SW         PIC X(01) VALUE "N".
004250     88  WSS-RUNCTL-PRESENT         VALUE "Y".
004260 77  WSS-DUPRUN-SW         PIC X(01) VALUE "N".
005540         THRU 1090-CLAIM-RUNCTL-EXIT.
005550     PERFORM 1095-READ-WAIVERS
005560         THRU 1095-READ-WAIVERS-EXIT.
005562     PERFORM 1098-READ-CALENDAR
005564         THRU 1098-READ-CALENDAR-EXIT.
005570     IF WSS-RUN-TIME(1:2) GREATER OR EQUAL "16"
005580        MOVE "EVENING"   TO WSS-SHIFT
005590     ELSE
005650     END-IF.
005660     PERFORM 1050-READ-PARMS
005670         THRU 1050-READ-PARMS-EXIT.
005672     PERFORM 1300-SET-BUSINESS-DAYS
005674         THRU 1300-SET-BUSINESS-DAYS-EXIT.
005680     PERFORM 1100-READ-ENVPROF
005690         THRU 1100-READ-ENVPROF-EXIT.
005700     PERFORM 1150-CHECK-ENV-MISMATCH
006410           ELSE
006420              MOVE BDATE-PROC-DATE TO WSS-RUN-DATE
006430              SET WSS-BDATE-PRESENT TO TRUE
006432              IF BDATE-LAST-GOOD NUMERIC
006434                 MOVE BDATE-LAST-GOOD TO WSS-PRIOR-GOOD
006436              END-IF
006440              DISPLAY "BUSINESS PROCESSING DATE " WSS-RUN-DATE
006450                  " (SYSTEM DATE " WSS-SYS-DATE ")"
006460           END-IF
007580         " THROUGH " WAIV-EXPIRE-DATE " - " WAIV-REASON.
007590 1097-READ-ONE-WAIVER-EXIT.
007600     EXIT.
007601*
007602****************************************************************
007603*  1098-READ-CALENDAR                                           *
007604*  LOADS THE HOLIDAY / BUSINESS-DAY CALENDAR.  A MISSING FILE   *
007605*  LEAVES WEEKENDS AS THE ONLY NON-BUSINESS DAYS FOR TONIGHT'S  *
007606*  WORK, AND 2450-CHECK-CALENDAR FAILS THE NIGHT FOR IT.        *
007607****************************************************************
007608 1098-READ-CALENDAR.
007609     MOVE ZERO TO WSS-CAL-USED.
007610     MOVE ZERO TO WSS-CAL-FROM.
007611     MOVE ZERO TO WSS-CAL-THRU.
007612     SET WSS-CAL-MISSING TO TRUE.
007613     OPEN INPUT CALENDAR-FILE.
007614     IF WSS-FS-CALENDAR NOT EQUAL "00"
007615        DISPLAY "CALENDAR NOT AVAILABLE, STATUS " WSS-FS-CALENDAR
007616            " - ONLY WEEKENDS TREATED AS NON-BUSINESS DAYS"
007617        GO TO 1098-READ-CALENDAR-EXIT
007618     END-IF.
007619     SET WSS-CAL-LOADED TO TRUE.
007620     MOVE "N" TO WSS-CALENDAR-EOF-SW.
007621     PERFORM 1099-READ-ONE-CALENDAR
007622         THRU 1099-READ-ONE-CALENDAR-EXIT
007623         UNTIL WSS-CALENDAR-EOF.
007624     CLOSE CALENDAR-FILE.
007625     IF WSS-CAL-LOADED AND WSS-CAL-THRU EQUAL ZERO
007626        SET WSS-CAL-NO-COVERAGE TO TRUE
007627     END-IF.
007628     DISPLAY "CALENDAR COVERS " WSS-CAL-FROM " THROUGH "
007629         WSS-CAL-THRU " - " WSS-CAL-USED " DATES FROM TODAY ON".
007630 1098-READ-CALENDAR-EXIT.
007631     EXIT.
007632*
007633****************************************************************
007634*  1099-READ-ONE-CALENDAR                                       *
007635*  A HOLIDAY OR SPECIAL BUSINESS DAY BEFORE THE BUSINESS DATE   *
007636*  IS NEVER CONSULTED AGAIN, SO ONLY TODAY FORWARD IS KEPT.     *
007637*  OVERFLOW IS A HARD FAILURE - A DROPPED HOLIDAY WOULD ROLL    *
007638*  BDATE ONTO A DAY THE BANK IS CLOSED.                         *
007639****************************************************************
007640 1099-READ-ONE-CALENDAR.
007641     READ CALENDAR-FILE
007642        AT END
007643           SET WSS-CALENDAR-EOF TO TRUE
007644           GO TO 1099-READ-ONE-CALENDAR-EXIT
007645     END-READ.
007646     IF CAL-REC-TYPE EQUAL SPACE OR CAL-REC-TYPE EQUAL "*"
007647        GO TO 1099-READ-ONE-CALENDAR-EXIT
007648     END-IF.
007649     IF CAL-DATE NOT NUMERIC
007650        DISPLAY "CALENDAR CARD " CAL-REC-TYPE
007651            " DATE NOT NUMERIC - CARD IGNORED"
007652        GO TO 1099-READ-ONE-CALENDAR-EXIT
007653     END-IF.
007654     IF CAL-TYPE-COVERAGE
007655        IF CAL-THRU-DATE NOT NUMERIC
007656           OR CAL-THRU-DATE LESS THAN CAL-DATE
007657           DISPLAY "CALENDAR COVERAGE CARD " CAL-DATE
007658               " THRU DATE INVALID - CARD IGNORED"
007659        ELSE
007660           MOVE CAL-DATE      TO WSS-CAL-FROM
007661           MOVE CAL-THRU-DATE TO WSS-CAL-THRU
007662        END-IF
007663        GO TO 1099-READ-ONE-CALENDAR-EXIT
007664     END-IF.
007665     IF NOT CAL-TYPE-HOLIDAY AND NOT CAL-TYPE-BUSINESS
007666        DISPLAY "CALENDAR CARD " CAL-DATE
007667            " TYPE NOT C/H/B - CARD IGNORED"
007668        GO TO 1099-READ-ONE-CALENDAR-EXIT
007669     END-IF.
007670     IF CAL-DATE LESS THAN WSS-RUN-DATE
007671        GO TO 1099-READ-ONE-CALENDAR-EXIT
007672     END-IF.
007673     IF WSS-CAL-USED GREATER OR EQUAL WSS-CAL-MAX
007674        DISPLAY "CALENDAR TABLE OVERFLOW, RAISE WSS-CAL-MAX"
007675        SET WSS-CAL-OVERFLOW TO TRUE
007676        SET WSS-CALENDAR-EOF TO TRUE
007677        GO TO 1099-READ-ONE-CALENDAR-EXIT
007678     END-IF.
007679     ADD 1 TO WSS-CAL-USED.
007680     SET WSS-CL-IX TO WSS-CAL-USED.
007681     MOVE CAL-DATE     TO WSS-CL-DATE (WSS-CL-IX).
007682     MOVE CAL-REC-TYPE TO WSS-CL-TYPE (WSS-CL-IX).
007683 1099-READ-ONE-CALENDAR-EXIT.
007684     EXIT.
007685*
007686****************************************************************
007687*  1100-READ-ENVPROF                                            *
007688*  OPENS AND READS THE SINGLE-RECORD ENVIRONMENT PROFILE.       *
007689*  IF THE CONTROL FILE IS MISSING OR EMPTY, FALLS BACK TO       *
007690*  GENERIC IDENTIFICATION TEXT AND FLAGS A WARNING SO THE RUN   *
007691*  DOES NOT SILENTLY DISPLAY STALE INFORMATION.                 *
007692****************************************************************
007693 1100-READ-ENVPROF.
007700     OPEN INPUT ENVPROF-FILE.
007710     IF WSS-FS-ENVPROF NOT EQUAL "00"
007720        DISPLAY "ENVPROF CONTROL FILE NOT AVAILABLE, STATUS "
008640     MOVE WSS-RESTART-MSG TO WSS-RPT-TRANFEED.
008650     MOVE WSS-RESTART-MSG TO WSS-RPT-ACCTFILE.
008660     MOVE WSS-RESTART-MSG TO WSS-RPT-RATETAB.
008665     MOVE WSS-RESTART-MSG TO WSS-RPT-CALENDAR.
008670 1250-SKIP-REPORT-LINES-EXIT.
008680     EXIT.
008681*
008682****************************************************************
008683*  1300-SET-BUSINESS-DAYS                                       *
008684*  WALKS FORWARD FROM THE BUSINESS DATE ONE CALENDAR DAY AT A   *
008685*  TIME TO THE NEXT BUSINESS DAY.  THE DAYS WALKED ARE THE      *
008686*  ACCRUAL DAYS FOR TONIGHT - FRIDAY'S RUN COVERS SATURDAY AND  *
008687*  SUNDAY - AND WHEN THE NEXT BUSINESS DAY FALLS IN ANOTHER     *
008688*  MONTH, TONIGHT IS THE LAST BUSINESS DAY OF THIS ONE AND THE  *
008689*  RUN GOES TO MONTH-END MODE.  WITHOUT A CALENDAR THE          *
008690*  OPERATOR'S SYSIN MODE STANDS, AND ENVCHECK FAILS THE NIGHT.  *
008691****************************************************************
008692 1300-SET-BUSINESS-DAYS.
008693     MOVE WSS-RUN-DATE TO WSS-ROLL-DATE.
008694     MOVE ZERO TO WSS-ACCRUAL-DAYS.
008695     MOVE "N" TO WSS-BUSDAY-SW.
008696     PERFORM 1310-NEXT-CALENDAR-DAY
008697         THRU 1310-NEXT-CALENDAR-DAY-EXIT
008698         UNTIL WSS-BUSINESS-DAY
008699            OR WSS-ACCRUAL-DAYS NOT LESS THAN WSS-BUSDAY-LIMIT.
008700     IF NOT WSS-BUSINESS-DAY
008701        DISPLAY "NO BUSINESS DAY WITHIN " WSS-BUSDAY-LIMIT
008702            " DAYS OF " WSS-RUN-DATE " - CHECK THE CALENDAR"
008703        SET WSS-CAL-NO-BUSDAY TO TRUE
008704        MOVE WSS-RUN-DATE TO WSS-ROLL-DATE
008705        PERFORM 8100-ROLL-DATE-FORWARD
008706            THRU 8100-ROLL-DATE-FORWARD-EXIT
008707        MOVE 1 TO WSS-ACCRUAL-DAYS
008708     END-IF.
008709     MOVE WSS-ROLL-DATE TO WSS-NEXT-BUS-DATE.
008710     MOVE "N" TO WSS-MONTHEND-SW.
008711     IF WSS-NEXT-BUS-DATE (1:6) NOT EQUAL WSS-RUN-DATE (1:6)
008712        SET WSS-LAST-BUSDAY-OF-MONTH TO TRUE
008713     END-IF.
008714     DISPLAY "NEXT BUSINESS DATE " WSS-NEXT-BUS-DATE
008715         " - ACCRUAL DAYS " WSS-ACCRUAL-DAYS.
008716     IF PARM-MODE-QUICK OR WSS-CAL-MISSING
008717        GO TO 1300-SET-BUSINESS-DAYS-EXIT
008718     END-IF.
008719     IF WSS-LAST-BUSDAY-OF-MONTH AND PARM-MODE-FULL
008720        DISPLAY WSS-RUN-DATE " IS THE LAST BUSINESS DAY OF THE "
008721            "MONTH - RUNNING IN MONTH-END MODE"
008722        MOVE "M" TO PARM-MODE
008723        GO TO 1300-SET-BUSINESS-DAYS-EXIT
008724     END-IF.
008725     IF PARM-MODE-MONTHEND AND NOT WSS-LAST-BUSDAY-OF-MONTH
008726        DISPLAY "SYSIN MODE M IGNORED - " WSS-RUN-DATE
008727            " IS NOT THE LAST BUSINESS DAY OF THE MONTH"
008728        MOVE "F" TO PARM-MODE
008729        IF WSS-CHECK-PASSED
008730           SET WSS-CHECK-WARNING TO TRUE
008731        END-IF
008732     END-IF.
008733 1300-SET-BUSINESS-DAYS-EXIT.
008734     EXIT.
008735*
008736****************************************************************
008737*  1310-NEXT-CALENDAR-DAY                                       *
008738*  ONE STEP OF THE WALK - ADVANCES WSS-ROLL-DATE A DAY, COUNTS  *
008739*  IT AS AN ACCRUAL DAY AND TESTS WHETHER THE BANK IS OPEN.     *
008740****************************************************************
008741 1310-NEXT-CALENDAR-DAY.
008742     PERFORM 8100-ROLL-DATE-FORWARD
008743         THRU 8100-ROLL-DATE-FORWARD-EXIT.
008744     ADD 1 TO WSS-ACCRUAL-DAYS.
008745     PERFORM 1350-CHECK-BUSINESS-DAY
008746         THRU 1350-CHECK-BUSINESS-DAY-EXIT.
008747 1310-NEXT-CALENDAR-DAY-EXIT.
008748     EXIT.
008749*
008750****************************************************************
008751*  1350-CHECK-BUSINESS-DAY                                      *
008752*  SETS WSS-BUSINESS-DAY FOR WSS-ROLL-DATE.  A WEEKDAY IS A     *
008753*  BUSINESS DAY AND A WEEKEND IS NOT, UNLESS THE CALENDAR HAS   *
008754*  A CARD FOR THE DATE - H CLOSES A WEEKDAY, B OPENS A WEEKEND. *
008755****************************************************************
008756 1350-CHECK-BUSINESS-DAY.
008757     PERFORM 1360-DAY-OF-WEEK
008758         THRU 1360-DAY-OF-WEEK-EXIT.
008759     IF WSS-DOW-SATURDAY OR WSS-DOW-SUNDAY
008760        MOVE "N" TO WSS-BUSDAY-SW
008761     ELSE
008762        SET WSS-BUSINESS-DAY TO TRUE
008763     END-IF.
008764     IF WSS-CAL-USED EQUAL ZERO
008765        GO TO 1350-CHECK-BUSINESS-DAY-EXIT
008766     END-IF.
008767     SET WSS-CL-IX TO 1.
008768     SEARCH WSS-CAL-ENTRY
008769        AT END
008770           GO TO 1350-CHECK-BUSINESS-DAY-EXIT
008771        WHEN WSS-CL-IX GREATER THAN WSS-CAL-USED
008772           GO TO 1350-CHECK-BUSINESS-DAY-EXIT
008773        WHEN WSS-CL-DATE (WSS-CL-IX) EQUAL WSS-ROLL-DATE
008774           IF WSS-CL-HOLIDAY (WSS-CL-IX)
008775              MOVE "N" TO WSS-BUSDAY-SW
008776           ELSE
008777              SET WSS-BUSINESS-DAY TO TRUE
008778           END-IF
008779     END-SEARCH.
008780 1350-CHECK-BUSINESS-DAY-EXIT.
008781     EXIT.
008782*
008783****************************************************************
008784*  1360-DAY-OF-WEEK                                             *
008785*  ZELLER'S CONGRUENCE FOR WSS-ROLL-DATE - JANUARY AND          *
008786*  FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE YEAR BEFORE.       *
008787*  EVERY DIVIDE TRUNCATES.  WSS-DOW-DAY COMES BACK 0 FOR        *
008788*  SATURDAY, 1 FOR SUNDAY, 2 FOR MONDAY ... 6 FOR FRIDAY.       *
008789****************************************************************
008790 1360-DAY-OF-WEEK.
008791     MOVE WSS-ROLL-YEAR  TO WSS-DOW-YEAR.
008792     MOVE WSS-ROLL-MONTH TO WSS-DOW-MONTH.
008793     IF WSS-DOW-MONTH LESS THAN 3
008794        ADD 12 TO WSS-DOW-MONTH
008795        SUBTRACT 1 FROM WSS-DOW-YEAR
008796     END-IF.
008797     MOVE WSS-ROLL-DAY TO WSS-DOW-SUM.
008798     COMPUTE WSS-DOW-TERM = 13 * (WSS-DOW-MONTH + 1).
008799     DIVIDE WSS-DOW-TERM BY 5 GIVING WSS-DOW-QUOT.
008800     ADD WSS-DOW-QUOT WSS-DOW-YEAR TO WSS-DOW-SUM.
008801     DIVIDE WSS-DOW-YEAR BY 4 GIVING WSS-DOW-QUOT.
008802     ADD WSS-DOW-QUOT TO WSS-DOW-SUM.
008803     DIVIDE WSS-DOW-YEAR BY 100 GIVING WSS-DOW-QUOT.
008804     SUBTRACT WSS-DOW-QUOT FROM WSS-DOW-SUM.
008805     DIVIDE WSS-DOW-YEAR BY 400 GIVING WSS-DOW-QUOT.
008806     ADD WSS-DOW-QUOT TO WSS-DOW-SUM.
008807     DIVIDE WSS-DOW-SUM BY 7 GIVING WSS-DOW-QUOT
008808         REMAINDER WSS-DOW-DAY.
008809 1360-DAY-OF-WEEK-EXIT.
008810     EXIT.
008811*
008812****************************************************************
008813*  2000-ENVCHECK-PARA                                           *
008814*  VERIFIES THAT THE FEEDER DATASETS THE NIGHTLY RUN DEPENDS    *
008815*  ON ARE PRESENT AND NOT EMPTY BEFORE THE STREAM PROCEEDS.     *
008816*  WSS-MISSING-COUNT TOTALS HOW MANY DATASETS FAILED THE CHECK. *
008817****************************************************************
008818 2000-ENVCHECK-PARA.
008819     MOVE ZERO TO WSS-MISSING-COUNT.
008820     PERFORM 2100-CHECK-CUSTMAST
008821         THRU 2100-CHECK-CUSTMAST-EXIT.
008822     IF PARM-MODE-QUICK
008823        DISPLAY "QUICK MODE - SMOKE TEST ONLY, REMAINING "
008824            "FEEDER DATASETS NOT CHECKED"
008830        MOVE "SKIPPED - QUICK MODE, NOT CHECKED"
008840            TO WSS-RPT-TRANFEED
008850        MOVE "SKIPPED - QUICK MODE, NOT CHECKED"
008860            TO WSS-RPT-ACCTFILE
008870        MOVE "SKIPPED - QUICK MODE, NOT CHECKED"
008880            TO WSS-RPT-RATETAB
008882        MOVE "SKIPPED - QUICK MODE, NOT CHECKED"
008884            TO WSS-RPT-CALENDAR
008890        GO TO 2000-ENVCHECK-PARA-FINISH
008900     END-IF.
008910     PERFORM 2200-CHECK-TRANFEED
008940         THRU 2300-CHECK-ACCTFILE-EXIT.
008950     PERFORM 2400-CHECK-RATETAB
008960         THRU 2400-CHECK-RATETAB-EXIT.
008962     PERFORM 2450-CHECK-CALENDAR
008964         THRU 2450-CHECK-CALENDAR-EXIT.
008970 2000-ENVCHECK-PARA-FINISH.
008980     IF WSS-MISSING-COUNT GREATER THAN ZERO
008990        SET WSS-CHECK-FAILED TO TRUE
011310     CLOSE RATETAB-FILE.
011320 2400-CHECK-RATETAB-EXIT.
011330     EXIT.
011331*
011332****************************************************************
011333*  2450-CHECK-CALENDAR                                          *
011334*  THE CALENDAR MUST BE LOADED, CARRY A COVERAGE CARD, YIELD A  *
011335*  NEXT BUSINESS DAY, AND BE MAINTAINED FROM TODAY THROUGH THE  *
011336*  SAME DATE NEXT YEAR.  ANYTHING LESS FAILS THE NIGHT - A      *
011337*  STALE CALENDAR WOULD ROLL BDATE ONTO AN UNLISTED HOLIDAY.    *
011338****************************************************************
011339 2450-CHECK-CALENDAR.
011340     MOVE WSS-RUN-DATE TO WSS-CAL-NEEDED.
011341     ADD 1 TO WSS-CAL-NEED-YEAR.
011342     MOVE SPACES TO WSS-ERR-TEXT.
011343     EVALUATE TRUE
011344         WHEN WSS-CAL-MISSING
011345             MOVE "CALENDAR - NOT AVAILABLE" TO WSS-RPT-CALENDAR
011346             MOVE 4005 TO WSS-ERR-NUMBER
011347             STRING "CALENDAR DATASET NOT AVAILABLE, FILE STATUS "
011348                 WSS-FS-CALENDAR DELIMITED BY SIZE
011349                 INTO WSS-ERR-TEXT
011350         WHEN WSS-CAL-OVERFLOW
011351             MOVE "CALENDAR - TABLE OVERFLOW, RAISE WSS-CAL-MAX"
011352                 TO WSS-RPT-CALENDAR
011353             MOVE 4015 TO WSS-ERR-NUMBER
011354             MOVE "CALENDAR HOLDS MORE DATES THAN THE TABLE"
011355                 TO WSS-ERR-TEXT
011356         WHEN WSS-CAL-NO-COVERAGE
011357             MOVE "CALENDAR - PRESENT BUT NO COVERAGE CARD"
011358                 TO WSS-RPT-CALENDAR
011359             MOVE 4015 TO WSS-ERR-NUMBER
011360             MOVE "CALENDAR DATASET HAS NO COVERAGE CARD"
011361                 TO WSS-ERR-TEXT
011362         WHEN WSS-CAL-NO-BUSDAY
011363             MOVE "CALENDAR - NO NEXT BUSINESS DAY FOUND"
011364                 TO WSS-RPT-CALENDAR
011365             MOVE 4015 TO WSS-ERR-NUMBER
011366             MOVE "CALENDAR HAS NO BUSINESS DAY IN TWO WEEKS"
011367                 TO WSS-ERR-TEXT
011368         WHEN WSS-CAL-FROM GREATER THAN WSS-RUN-DATE
011369           OR WSS-CAL-THRU LESS THAN WSS-CAL-NEEDED
011370             MOVE SPACES TO WSS-RPT-CALENDAR
011371             STRING "CALENDAR - COVERS " WSS-CAL-FROM " THRU "
011372                 WSS-CAL-THRU " ONLY" DELIMITED BY SIZE
011373                 INTO WSS-RPT-CALENDAR
011374             MOVE 4025 TO WSS-ERR-NUMBER
011375             STRING "CALENDAR DOES NOT COVER " WSS-RUN-DATE
011376                 " THRU " WSS-CAL-NEEDED DELIMITED BY SIZE
011377                 INTO WSS-ERR-TEXT
011378         WHEN OTHER
011379             MOVE SPACES TO WSS-RPT-CALENDAR
011380             STRING "CALENDAR - AVAILABLE, COVERED THRU "
011381                 WSS-CAL-THRU DELIMITED BY SIZE
011382                 INTO WSS-RPT-CALENDAR
011383             MOVE ZERO TO WSS-ERR-NUMBER
011384     END-EVALUATE.
011385     IF WSS-ERR-NUMBER EQUAL ZERO
011386        GO TO 2450-CHECK-CALENDAR-EXIT
011387     END-IF.
011388     MOVE "CALENDAR" TO WSS-WAIV-DATASET.
011389     PERFORM 2500-CHECK-WAIVER
011390         THRU 2500-CHECK-WAIVER-EXIT.
011391     IF WSS-WAIVER-APPLIES
011392        PERFORM 2600-APPLY-WAIVER
011393            THRU 2600-APPLY-WAIVER-EXIT
011394        MOVE WSS-WAIV-ROW TO WSS-RPT-CALENDAR
011395        GO TO 2450-CHECK-CALENDAR-EXIT
011396     END-IF.
011397     ADD 1 TO WSS-MISSING-COUNT.
011398     MOVE "2450-CHECK-CALENDAR" TO WSS-ERR-PARA.
011399     PERFORM 9500-ERROR-HANDLING-PARA
011400         THRU 9500-ERROR-HANDLING-PARA-EXIT.
011401 2450-CHECK-CALENDAR-EXIT.
011402     IF PARM-VERBOSITY-HIGH
011403        DISPLAY "ENVCHECK - " WSS-RPT-CALENDAR
011404     END-IF.
011405     EXIT.
011406*
011407****************************************************************
011408*  2500-CHECK-WAIVER                                            *
011409*  THE CALLER LOADS WSS-WAIV-DATASET FIRST.  SETS               *
011410*  WSS-WAIVER-APPLIES AND LEAVES WSS-WV-IX ON THE MATCHING      *
011411*  CARD.  EXPIRED CARDS NEVER MADE IT INTO THE TABLE.           *
011412****************************************************************
011413 2500-CHECK-WAIVER.
011420     MOVE "N" TO WSS-WAIV-APPLY-SW.
011430     IF WSS-WAIV-USED EQUAL ZERO
011440        GO TO 2500-CHECK-WAIVER-EXIT
012670     MOVE SPACES TO RPT-TEXT.
012680     MOVE WSS-RPT-RATETAB  TO RPT-TEXT.
012690     WRITE ENVRPT-LINE.
012692     MOVE SPACES TO RPT-TEXT.
012694     MOVE WSS-RPT-CALENDAR TO RPT-TEXT.
012696     WRITE ENVRPT-LINE.
012700     MOVE ALL "-" TO RPT-TEXT.
012710     WRITE ENVRPT-LINE.
012720     MOVE SPACES TO RPT-TEXT.
013360                  SS-AMT-EDIT-REJECTED
013370                  SS-TRAN-POSTED SS-TRAN-UNPOSTED
013380                  SS-AMT-TRAN-POSTED SS-AMT-TRAN-UNPOSTED
013390                  SS-TRAN-CLOSED
013392                  SS-TRAN-RETURNED SS-AMT-TRAN-RETURNED
013394                  SS-NSF-FEES SS-AMT-NSF-FEES
013396                  SS-XFER-LEGS-OUT SS-XFER-LEGS-IN
013398                  SS-AMT-XFER-OUT SS-AMT-XFER-IN.
013400     SET SS-EXCP-NONE TO TRUE.
013405     MOVE PARM-MODE TO SS-RUN-MODE.
013406     MOVE WSS-NEXT-BUS-DATE TO SS-NEXT-BUS-DATE.
013408     MOVE WSS-ACCRUAL-DAYS  TO SS-ACCRUAL-DAYS.
013410     MOVE "N" TO WSS-STREAM-STOP-SW.
013420     PERFORM 4200-CALL-ONE-STEP
013430         THRU 4200-CALL-ONE-STEP-EXIT
014300****************************************************************
014310*  4150-DEFAULT-STEPDEF                                         *
014320*  THE COMPILED-IN SEQUENCE - FEED EDIT, EXTRACT, MONETARY      *
014325*  POSTING, INTEREST ACCRUAL, BALANCING, GL EXTRACT, THE        *
014330*  DATA-WAREHOUSE FEED, THE EXCEPTION SCAN AND THE RETURNED-    *
014335*  ITEM NOTICES.  THE GL EXTRACT AND THE WAREHOUSE FEED RUN     *
014340*  ONLY ON A PASS - AN UNBALANCED NIGHT RELEASES NO GL FILE     *
014345*  AND NO WAREHOUSE DELIVERY.  A FAILED WAREHOUSE FEED WARNS    *
014350*  BUT DOES NOT STOP THE NIGHT, WHICH HAS ALREADY POSTED.       *
014360****************************************************************
014370 4150-DEFAULT-STEPDEF.
014380     MOVE 9 TO WSS-STEP-USED.
014390     SET WSS-SD-IX TO 1.
014400     MOVE "FEEDEDIT" TO WSS-SD-NAME (WSS-SD-IX).
014410     MOVE "MG5"      TO WSS-SD-PROGRAM (WSS-SD-IX).
014670     MOVE "P"        TO WSS-SD-RUN-COND (WSS-SD-IX).
014680     MOVE "S"        TO WSS-SD-FAIL-ACT (WSS-SD-IX).
014690     SET WSS-SD-IX TO 7.
014692     MOVE "WHSEFEED" TO WSS-SD-NAME (WSS-SD-IX).
014694     MOVE "MG19"     TO WSS-SD-PROGRAM (WSS-SD-IX).
014696     MOVE "P"        TO WSS-SD-RUN-COND (WSS-SD-IX).
014698     MOVE "C"        TO WSS-SD-FAIL-ACT (WSS-SD-IX).
014700     SET WSS-SD-IX TO 8.
014702     MOVE "EXCPRPT"  TO WSS-SD-NAME (WSS-SD-IX).
014704     MOVE "MG13"     TO WSS-SD-PROGRAM (WSS-SD-IX).
014706     MOVE "W"        TO WSS-SD-RUN-COND (WSS-SD-IX).
014708     MOVE "C"        TO WSS-SD-FAIL-ACT (WSS-SD-IX).
014710     SET WSS-SD-IX TO 9.
014712     MOVE "RETNOTE"  TO WSS-SD-NAME (WSS-SD-IX).
014714     MOVE "MG15"     TO WSS-SD-PROGRAM (WSS-SD-IX).
014716     MOVE "W"        TO WSS-SD-RUN-COND (WSS-SD-IX).
014718     MOVE "C"        TO WSS-SD-FAIL-ACT (WSS-SD-IX).
014740 4150-DEFAULT-STEPDEF-EXIT.
014750     EXIT.
014760*
016510*
016520****************************************************************
016530*  8000-UPDATE-BDATE-PARA                                        *
016535*  ROLLS THE BUSINESS PROCESSING DATE FORWARD TO THE NEXT       *
016540*  BUSINESS DAY ON THE CALENDAR, AS WORKED OUT BY               *
016545*  1300-SET-BUSINESS-DAYS, AND REWRITES THE CONTROL RECORD -    *
016550*  BUT ONLY WHEN A FULL RUN COMPLETED WITHOUT A HARD FAILURE.   *
016555*  A FAILED OR QUICK-MODE RUN LEAVES THE DATE ALONE SO THE      *
016560*  RERUN POSTS UNDER THE SAME BUSINESS DATE, AND A MISSING      *
016565*  CONTROL FILE IS NEVER CREATED FROM A GUESSED DATE.           *
016600****************************************************************
016610 8000-UPDATE-BDATE-PARA.
016620     IF NOT WSS-BDATE-PRESENT
016670            WSS-RUN-DATE
016680        GO TO 8000-UPDATE-BDATE-PARA-EXIT
016690     END-IF.
016700     MOVE WSS-NEXT-BUS-DATE TO WSS-ROLL-DATE.
016730     OPEN OUTPUT BDATE-FILE.
016740     IF WSS-FS-BDATE NOT EQUAL "00"
016750        DISPLAY "BDATE CONTROL FILE COULD NOT BE REWRITTEN, "
016810     END-IF.
016820     MOVE WSS-ROLL-DATE TO BDATE-PROC-DATE.
016830     MOVE WSS-RUN-DATE  TO BDATE-LAST-GOOD.
016835     MOVE WSS-PRIOR-GOOD TO BDATE-PRIOR-GOOD.
016840     WRITE BDATE-REC.
016850     CLOSE BDATE-FILE.
016860     DISPLAY "BUSINESS DATE ROLLED TO " WSS-ROLL-DATE.
