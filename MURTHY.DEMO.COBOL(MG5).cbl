001050*  PRIOR NIGHT'S SUSPENSE DATASETS) IS RE-PRESENTED THROUGH    *
001100*  THE SAME EDITS FIRST, SO A REJECTED RECORD IS AUTOMATICALLY *
001150*  RETRIED THE NEXT NIGHT INSTEAD OF BEING DROPPED FOREVER.    *
001160*                                                              *
001170*  A REVERSAL (RV) MUST NAME A POSTED ORIGINAL ON THE           *
001175*  CUMULATIVE HISTORY (TRANHIST) - SAME ACCOUNT, BUSINESS       *
001180*  DATE AND AMOUNT - THAT HAS NOT ALREADY BEEN REVERSED.  THE   *
001185*  ORIGINAL IS READ BY KEY (ACCOUNT AND BUSINESS DATE).         *
001200*                                                              *
001250*  MODIFICATION HISTORY                                       *
001300*  ----------------------------------------------------------  *
002650*                    AGECTL OPERATOR THRESHOLD IS ESCALATED TO  *
002700*                    SUSPESC FOR MANUAL WORK INSTEAD OF         *
002750*                    SILENTLY RECYCLING AGAIN.                  *
002755*  09/18/2026  MG    TRANSFER (XF) EDIT - THE TO-ACCOUNT MUST   *
002760*                    BE PRESENT, DIFFERENT FROM THE FROM-       *
002765*                    ACCOUNT, ON ACCTFILE, AND OWNED BY THE     *
002770*                    SAME CUSTOMER AS THE FROM-ACCOUNT (XFB,    *
002775*                    XFS, XFA, XFO).  THE ACCOUNT TABLE NOW     *
002780*                    CARRIES THE OWNING CUSTOMER, AND THE AGING *
002785*                    REASON TABLE IS RAISED FROM 10 TO 20 ROWS. *
002786*  10/02/2026  MG    REVERSAL (RV) EDIT - THE ORIGINAL BUSINESS *
002787*                    DATE MUST BE A PRIOR DATE (RVB), AND       *
002788*                    TRANHIST MUST HOLD AN ORIGINAL ON THAT     *
002789*                    ACCOUNT, DATE AND AMOUNT (RVN) NOT ALREADY *
002790*                    REVERSED, ON TRANHIST OR BY AN EARLIER     *
002791*                    REVERSAL TONIGHT (RVR), OF A CODE THAT CAN *
002792*                    BE REVERSED (RVC).  THE ORIGINAL'S CODE IS *
002793*                    STAMPED ON THE VALIDATED RECORD FOR MG8.   *
002794*  10/15/2026  MG    TRANHIST IS NOW A KSDS (HISTREC).  THE     *
002795*                    REVERSAL EDIT STARTS ON THE ACCOUNT AND    *
002796*                    ORIGINAL BUSINESS DATE AND READS ONLY THAT *
002797*                    DAY'S ACTIVITY FOR THE ACCOUNT, INSTEAD OF *
002798*                    A PASS OF THE WHOLE FILE PER REVERSAL.     *
002800*  10/15/2026  MG    TRANHIST IS OPENED ONCE IN 1000 AND CLOSED *
002810*                    IN 9000 INSTEAD OF FOR EVERY REVERSAL.  A  *
002820*                    FAILED OPEN STILL FAILS THE STEP ONLY WHEN *
002830*                    A REVERSAL NEEDS IT.                       *
002840****************************************************************
002850 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
002950 SOURCE-COMPUTER.   IBM-370.
004350     SELECT AGERPT-FILE    ASSIGN TO AGERPT
004400         ORGANIZATION IS SEQUENTIAL
004450         FILE STATUS IS WSS-FS-AGERPT.
004460     SELECT TRANHIST-FILE  ASSIGN TO TRANHIST
004465         ORGANIZATION IS INDEXED
004470         ACCESS MODE IS DYNAMIC
004475         RECORD KEY IS TH-KEY
004480         FILE STATUS IS WSS-FS-TRANHIST.
004500 DATA DIVISION.
004550 FILE SECTION.
004600*
005300     RECORDING MODE IS F
005350     RECORD CONTAINS 80 CHARACTERS.
005400     COPY ACCTREC.
005405*
005410****************************************************************
005415*  INPUT - CUMULATIVE TRANSACTION HISTORY (KSDS), READ BY KEY   *
005420*  FOR THE ORIGINAL OF EACH REVERSAL PRESENTED.                 *
005425****************************************************************
005430 FD  TRANHIST-FILE
005435     RECORD CONTAINS 150 CHARACTERS.
005440     COPY HISTREC.
005450*
005500****************************************************************
005550*  OUTPUT - VALIDATED FEED, TONIGHT'S EDIT SUSPENSE, AND THE    *
008400 77  WSS-FS-AGECTL         PIC X(02) VALUE "00".
008450 77  WSS-FS-SUSPESC        PIC X(02) VALUE "00".
008500 77  WSS-FS-AGERPT         PIC X(02) VALUE "00".
008510 77  WSS-FS-TRANHIST       PIC X(02) VALUE "00".
008550 77  WSS-TRANFEED-EOF-SW   PIC X(01) VALUE "N".
008600     88  WSS-TRANFEED-EOF           VALUE "Y".
008650 77  WSS-SUSPIN-EOF-SW     PIC X(01) VALUE "N".
010700 77  WSS-RCYC-COUNT        PIC 9(03) COMP VALUE ZERO.
010750 77  WSS-AGE-WORK          PIC 9(03) COMP VALUE ZERO.
010800 77  WSS-ESCALATED         PIC 9(05) COMP VALUE ZERO.
010850 77  WSS-AGE-MAX           PIC 9(02) COMP VALUE 20.
010900 77  WSS-AGE-USED          PIC 9(02) COMP VALUE ZERO.
010950 77  WSS-AGE-FOUND-SW      PIC X(01) VALUE "N".
011000 77  WSS-AGE-ROW           PIC 9(02) COMP VALUE ZERO.
011050 01  WSS-AGE-TABLE.
011100     05  WSS-AGE-ENTRY OCCURS 20 TIMES
011150             INDEXED BY WSS-AG-IX.
011200         10  WSS-AG-REASON     PIC X(03).
011250         10  WSS-AG-B0         PIC 9(05) COMP.
014250 77  WSS-REJECT-CODE       PIC X(03) VALUE SPACES.
014300 77  WSS-REJECT-TEXT       PIC X(30) VALUE SPACES.
014350*
014360****************************************************************
014370*  IN-CORE ACCOUNT-NUMBER TABLE - ACCTFILE IS LOADED ONCE AT    *
014380*  START SO THE ACCOUNT EDIT DOES NOT RE-READ THE MASTER PER    *
014390*  FEED RECORD.  OVERFLOW IS A HARD FAILURE.  THE OWNING        *
014400*  CUSTOMER IS KEPT FOR THE TRANSFER EDIT - BOTH SIDES OF A     *
014410*  TRANSFER MUST BELONG TO THE SAME CUSTOMER.                   *
014420****************************************************************
014430 77  WSS-ACCT-MAX          PIC 9(05) COMP VALUE 5000.
014440 77  WSS-ACCT-LOADED       PIC 9(05) COMP VALUE ZERO.
014450 77  WSS-XFER-OWNER        PIC X(10) VALUE SPACES.
014460 01  WSS-ACCT-TABLE.
014470     05  WSS-ACCT-ENTRY OCCURS 5000 TIMES
014480             INDEXED BY WSS-AT-IX.
014490         10  WSS-AT-NUMBER     PIC X(10).
014500         10  WSS-AT-CUST-NO    PIC X(10).
014510*
014520****************************************************************
014530*  REVERSAL EDIT - TRANHIST IS STARTED ON THE REVERSAL'S        *
014535*  ACCOUNT AND ORIGINAL BUSINESS DATE, AND ONLY THAT DAY'S      *
014540*  ACTIVITY FOR THE ACCOUNT IS READ.  THE READ COUNTS THE       *
014545*  UNREVERSED ORIGINALS THAT FIT; THE TABLE HOLDS THE REVERSALS *
014550*  ALREADY PASSED TONIGHT SO A SECOND REVERSAL OF THE SAME      *
014555*  ORIGINAL IS CAUGHT BEFORE MG8 POSTS EITHER.  OVERFLOW IS A   *
014560*  HARD FAILURE.  EACH HISTORY DETAIL IS LOOKED AT THROUGH THE  *
014565*  EXTRACT LAYOUT IN EXTR-REC.                                  *
014570****************************************************************
014600 77  WSS-TRANHIST-EOF-SW   PIC X(01) VALUE "N".
014610     88  WSS-TRANHIST-EOF           VALUE "Y".
014612 77  WSS-TRANHIST-OPEN-SW  PIC X(01) VALUE "N".
014614     88  WSS-TRANHIST-OPEN          VALUE "Y".
014620 77  WSS-RV-SEEN-SW        PIC X(01) VALUE "N".
014630     88  WSS-RV-SEEN                VALUE "Y".
014640 77  WSS-RV-CODE           PIC X(02) VALUE SPACES.
014650 77  WSS-RV-OPEN           PIC 9(05) COMP VALUE ZERO.
014660 77  WSS-RV-TAKEN          PIC 9(05) COMP VALUE ZERO.
014670 77  WSS-RVA-MAX           PIC 9(05) COMP VALUE 500.
014680 77  WSS-RVA-USED          PIC 9(05) COMP VALUE ZERO.
014690 77  WSS-RVA-NUM           PIC 9(05) COMP VALUE ZERO.
014700 01  WSS-RVA-TABLE.
014710     05  WSS-RVA-ENTRY OCCURS 500 TIMES
014720             INDEXED BY WSS-RVA-IX.
014730         10  WSS-RVA-ACCT          PIC X(10).
014740         10  WSS-RVA-DATE          PIC 9(08).
014750         10  WSS-RVA-AMOUNT        PIC 9(07)V99.
014760         10  WSS-RVA-CODE          PIC X(02).
014800     COPY EXTRREC.
014950*
015000****************************************************************
015050*  THE RECORD UNDER EDIT - A WORKING COPY OF THE FEED RECORD    *
018950****************************************************************
019000*  1000-INITIALIZE                                              *
019050*  OPENS ALL FILES WITH FILE-STATUS CHECKS AND PRINTS THE       *
019060*  REPORT HEADER.  A MISSING SUSPIN IS NOT AN ERROR - THERE IS  *
019070*  SIMPLY NOTHING TO RECYCLE TONIGHT.  TRANHIST IS OPENED ONCE  *
019080*  FOR THE REVERSAL EDIT; IT IS ONLY AN ERROR IF A REVERSAL     *
019090*  COMES THROUGH AND NEEDS IT.                                  *
019200****************************************************************
019250 1000-INITIALIZE.
019300     MOVE SS-RUN-DATE TO WSS-RUN-DATE.
020350        DISPLAY "MG5 - NO SUSPENSE TO RECYCLE, STATUS "
020400            WSS-FS-SUSPIN
020450     END-IF.
020460     OPEN INPUT TRANHIST-FILE.
020470     IF WSS-FS-TRANHIST EQUAL "00"
020480        SET WSS-TRANHIST-OPEN TO TRUE
020490     END-IF.
020500     OPEN OUTPUT VALIDFD-FILE.
020550     IF WSS-FS-VALIDFD NOT EQUAL "00"
020600        SET WSS-EDIT-FAILED TO TRUE
027150     ADD 1 TO WSS-ACCT-LOADED.
027200     SET WSS-AT-IX TO WSS-ACCT-LOADED.
027250     MOVE ACCT-NUMBER TO WSS-AT-NUMBER (WSS-AT-IX).
027260     MOVE ACCT-CUST-NO TO WSS-AT-CUST-NO (WSS-AT-IX).
027300 1600-READ-ACCTFILE-EXIT.
027350     EXIT.
027400*
039850 3200-VALIDATE-DATE-EXIT.
039900     EXIT.
039950*
039960****************************************************************
039970*  3300-VALIDATE-ACCOUNT                                        *
039975*  A TRANSFER ALSO HAS ITS TO-ACCOUNT EDITED, BY                *
039980*  3400-VALIDATE-TRANSFER, AND A REVERSAL ITS ORIGINAL, BY      *
039985*  3450-VALIDATE-REVERSAL, ONCE THE ACCOUNT IS KNOWN.           *
040000****************************************************************
040010 3300-VALIDATE-ACCOUNT.
040020     MOVE "N" TO WSS-ACCT-MATCH-SW.
040030     IF WSS-ACCT-LOADED GREATER THAN ZERO
040040        SET WSS-AT-IX TO 1
040050        SEARCH WSS-ACCT-ENTRY
040060           AT END
040070              MOVE "N" TO WSS-ACCT-MATCH-SW
040080           WHEN WSS-AT-IX GREATER THAN WSS-ACCT-LOADED
040090              MOVE "N" TO WSS-ACCT-MATCH-SW
040100           WHEN WSS-AT-NUMBER (WSS-AT-IX) EQUAL EDIT-ACCT-NO
040110              SET WSS-ACCT-KNOWN TO TRUE
040120        END-SEARCH
040130     END-IF.
040140     IF NOT WSS-ACCT-KNOWN
040150        MOVE "ACC" TO WSS-REJECT-CODE
040160        MOVE "ACCOUNT NOT ON ACCTFILE" TO WSS-REJECT-TEXT
040170        GO TO 3300-VALIDATE-ACCOUNT-EXIT
040180     END-IF.
040190     IF EDIT-CODE EQUAL "XF"
040200        MOVE WSS-AT-CUST-NO (WSS-AT-IX) TO WSS-XFER-OWNER
040210        PERFORM 3400-VALIDATE-TRANSFER
040220            THRU 3400-VALIDATE-TRANSFER-EXIT
040230     END-IF.
040232     IF EDIT-CODE EQUAL "RV"
040234        PERFORM 3450-VALIDATE-REVERSAL
040236            THRU 3450-VALIDATE-REVERSAL-EXIT
040238     END-IF.
040240 3300-VALIDATE-ACCOUNT-EXIT.
040250     EXIT.
040260*
040270****************************************************************
040280*  3400-VALIDATE-TRANSFER                                       *
040290*  THE TO-ACCOUNT OF A TRANSFER MUST BE PRESENT, MUST NOT BE    *
040300*  THE FROM-ACCOUNT, MUST BE ON ACCTFILE, AND MUST BELONG TO    *
040310*  THE CUSTOMER WHO OWNS THE FROM-ACCOUNT.  A TRANSFER THAT     *
040320*  FAILS ANY OF THESE IS REJECTED WHOLE - NEITHER LEG PASSES.   *
040330****************************************************************
040340 3400-VALIDATE-TRANSFER.
040350     IF EDIT-TO-ACCT-NO EQUAL SPACES
040360        MOVE "XFB" TO WSS-REJECT-CODE
040370        MOVE "TRANSFER TO-ACCOUNT MISSING" TO WSS-REJECT-TEXT
040380        GO TO 3400-VALIDATE-TRANSFER-EXIT
040390     END-IF.
040400     IF EDIT-TO-ACCT-NO EQUAL EDIT-ACCT-NO
040410        MOVE "XFS" TO WSS-REJECT-CODE
040420        MOVE "TRANSFER TO THE SAME ACCOUNT" TO WSS-REJECT-TEXT
040430        GO TO 3400-VALIDATE-TRANSFER-EXIT
040440     END-IF.
040450     MOVE "N" TO WSS-ACCT-MATCH-SW.
040460     SET WSS-AT-IX TO 1.
040470     SEARCH WSS-ACCT-ENTRY
040480        AT END
040490           MOVE "N" TO WSS-ACCT-MATCH-SW
040500        WHEN WSS-AT-IX GREATER THAN WSS-ACCT-LOADED
040510           MOVE "N" TO WSS-ACCT-MATCH-SW
040520        WHEN WSS-AT-NUMBER (WSS-AT-IX) EQUAL EDIT-TO-ACCT-NO
040530           SET WSS-ACCT-KNOWN TO TRUE
040540     END-SEARCH.
040550     IF NOT WSS-ACCT-KNOWN
040560        MOVE "XFA" TO WSS-REJECT-CODE
040570        MOVE "TO-ACCOUNT NOT ON ACCTFILE" TO WSS-REJECT-TEXT
040580        GO TO 3400-VALIDATE-TRANSFER-EXIT
040590     END-IF.
040600     IF WSS-AT-CUST-NO (WSS-AT-IX) NOT EQUAL WSS-XFER-OWNER
040610        MOVE "XFO" TO WSS-REJECT-CODE
040620        MOVE "TO-ACCOUNT OWNED BY OTHER CUST" TO WSS-REJECT-TEXT
040630     END-IF.
040640 3400-VALIDATE-TRANSFER-EXIT.
040650     EXIT.
040652*
040654****************************************************************
040656*  3450-VALIDATE-REVERSAL                                       *
040658*  THE ORIGINAL IS NAMED BY ACCOUNT, AMOUNT AND THE BUSINESS    *
040660*  DATE IT POSTED, AND OPTIONALLY BY ITS CODE.  IT MUST BE ON   *
040662*  TRANHIST, NOT ALREADY REVERSED THERE OR BY A REVERSAL        *
040664*  PASSED EARLIER TONIGHT, AND A DP, IN, WD OR FE - A LOAN      *
040666*  PAYMENT, A TRANSFER OR ANOTHER REVERSAL IS CORRECTED BY      *
040668*  HAND.  WHEN THE FEEDER LEFT THE CODE BLANK THE FIRST         *
040670*  UNREVERSED ORIGINAL THAT FITS DECIDES IT, AND THE CODE IS    *
040672*  STAMPED ON THE RECORD SO MG8 KNOWS WHICH WAY TO POST.        *
040674****************************************************************
040676 3450-VALIDATE-REVERSAL.
040678     IF EDIT-ORIG-DATE NOT NUMERIC
040680        OR EDIT-ORIG-DATE EQUAL ZERO
040682        OR EDIT-ORIG-DATE NOT LESS THAN WSS-RUN-DATE
040684        MOVE "RVB" TO WSS-REJECT-CODE
040686        MOVE "ORIGINAL BUSINESS DATE INVALID" TO WSS-REJECT-TEXT
040688        GO TO 3450-VALIDATE-REVERSAL-EXIT
040690     END-IF.
040692     MOVE SPACES TO WSS-RV-CODE.
040694     MOVE ZERO TO WSS-RV-OPEN.
040696     MOVE "N" TO WSS-RV-SEEN-SW.
040698     IF NOT WSS-TRANHIST-OPEN
040702        SET WSS-EDIT-FAILED TO TRUE
040704        SET WSS-TRANFEED-EOF TO TRUE
040706        SET WSS-SUSPIN-EOF   TO TRUE
040708        MOVE SPACES TO SS-MESSAGE
040710        STRING "MG5 - TRANHIST OPEN FAILED, STATUS "
040712            WSS-FS-TRANHIST DELIMITED BY SIZE INTO SS-MESSAGE
040714        GO TO 3450-VALIDATE-REVERSAL-EXIT
040716     END-IF.
040718     MOVE "N" TO WSS-TRANHIST-EOF-SW.
040719     MOVE EDIT-ACCT-NO   TO TH-ACCT-NO.
040720     MOVE EDIT-ORIG-DATE TO TH-RUN-DATE.
040721     MOVE ZERO           TO TH-SEQ-NO.
040722     START TRANHIST-FILE KEY IS NOT LESS THAN TH-KEY
040723        INVALID KEY
040724           SET WSS-TRANHIST-EOF TO TRUE
040725     END-START.
040726     PERFORM 3460-SCAN-ONE-HISTORY
040727         THRU 3460-SCAN-ONE-HISTORY-EXIT
040728         UNTIL WSS-TRANHIST-EOF.
040730     IF WSS-RV-OPEN EQUAL ZERO
040731        IF WSS-RV-SEEN
040732           MOVE "RVR" TO WSS-REJECT-CODE
040734           MOVE "ORIGINAL ALREADY REVERSED" TO WSS-REJECT-TEXT
040736        ELSE
040738           MOVE "RVN" TO WSS-REJECT-CODE
040740           MOVE "ORIGINAL NOT FOUND IN TRANHIST"
040741               TO WSS-REJECT-TEXT
040742        END-IF
040744        GO TO 3450-VALIDATE-REVERSAL-EXIT
040746     END-IF.
040748     IF WSS-RV-CODE NOT EQUAL "DP"
040750        AND WSS-RV-CODE NOT EQUAL "IN"
040752        AND WSS-RV-CODE NOT EQUAL "WD"
040754        AND WSS-RV-CODE NOT EQUAL "FE"
040756        MOVE "RVC" TO WSS-REJECT-CODE
040758        MOVE "ORIGINAL CODE NOT REVERSIBLE" TO WSS-REJECT-TEXT
040760        GO TO 3450-VALIDATE-REVERSAL-EXIT
040762     END-IF.
040764     MOVE ZERO TO WSS-RV-TAKEN.
040766     PERFORM 3470-COUNT-ONE-TAKEN
040768         THRU 3470-COUNT-ONE-TAKEN-EXIT
040770         VARYING WSS-RVA-NUM FROM 1 BY 1
040772         UNTIL WSS-RVA-NUM GREATER THAN WSS-RVA-USED.
040774     IF WSS-RV-TAKEN NOT LESS THAN WSS-RV-OPEN
040776        MOVE "RVR" TO WSS-REJECT-CODE
040778        MOVE "ORIGINAL ALREADY REVERSED" TO WSS-REJECT-TEXT
040780        GO TO 3450-VALIDATE-REVERSAL-EXIT
040782     END-IF.
040784     IF WSS-RVA-USED GREATER OR EQUAL WSS-RVA-MAX
040786        SET WSS-EDIT-FAILED TO TRUE
040788        SET WSS-TRANFEED-EOF TO TRUE
040790        SET WSS-SUSPIN-EOF   TO TRUE
040792        MOVE "MG5 - REVERSAL TABLE OVERFLOW, RAISE WSS-RVA-MAX"
040794            TO SS-MESSAGE
040796        GO TO 3450-VALIDATE-REVERSAL-EXIT
040798     END-IF.
040800     ADD 1 TO WSS-RVA-USED.
040802     SET WSS-RVA-IX TO WSS-RVA-USED.
040804     MOVE EDIT-ACCT-NO   TO WSS-RVA-ACCT (WSS-RVA-IX).
040806     MOVE EDIT-ORIG-DATE TO WSS-RVA-DATE (WSS-RVA-IX).
040808     MOVE EDIT-AMOUNT    TO WSS-RVA-AMOUNT (WSS-RVA-IX).
040810     MOVE WSS-RV-CODE    TO WSS-RVA-CODE (WSS-RVA-IX).
040812     MOVE WSS-RV-CODE    TO EDIT-ORIG-CODE.
040814 3450-VALIDATE-REVERSAL-EXIT.
040816     EXIT.
040818*
040820****************************************************************
040822*  3460-SCAN-ONE-HISTORY                                        *
040823*  THE READ ENDS AT THE FIRST KEY PAST THE ACCOUNT AND          *
040824*  ORIGINAL BUSINESS DATE.  A REVERSAL RECORD IS NEVER ITSELF   *
040825*  AN ORIGINAL.  ANY FIT COUNTS AS SEEN; ONLY AN UNREVERSED FIT *
040826*  OF THE DECIDING CODE COUNTS AS OPEN.                         *
040827****************************************************************
040828 3460-SCAN-ONE-HISTORY.
040829     READ TRANHIST-FILE NEXT RECORD
040830        AT END
040831           SET WSS-TRANHIST-EOF TO TRUE
040832           GO TO 3460-SCAN-ONE-HISTORY-EXIT
040833     END-READ.
040834     IF TH-ACCT-NO NOT EQUAL EDIT-ACCT-NO
040835        OR TH-RUN-DATE NOT EQUAL EDIT-ORIG-DATE
040836        SET WSS-TRANHIST-EOF TO TRUE
040837        GO TO 3460-SCAN-ONE-HISTORY-EXIT
040838     END-IF.
040839     MOVE TH-DETAIL TO EXTR-REC.
040840     IF EXTR-AMOUNT NOT EQUAL EDIT-AMOUNT
040841        OR EXTR-TRAN-CODE EQUAL "RV"
040842        GO TO 3460-SCAN-ONE-HISTORY-EXIT
040843     END-IF.
040856     IF EDIT-ORIG-CODE NOT EQUAL SPACES
040858        AND EXTR-TRAN-CODE NOT EQUAL EDIT-ORIG-CODE
040860        GO TO 3460-SCAN-ONE-HISTORY-EXIT
040862     END-IF.
040864     SET WSS-RV-SEEN TO TRUE.
040866     IF EXTR-REVERSED
040868        GO TO 3460-SCAN-ONE-HISTORY-EXIT
040870     END-IF.
040872     IF WSS-RV-CODE EQUAL SPACES
040874        MOVE EXTR-TRAN-CODE TO WSS-RV-CODE
040876     END-IF.
040878     IF EXTR-TRAN-CODE EQUAL WSS-RV-CODE
040880        ADD 1 TO WSS-RV-OPEN
040882     END-IF.
040884 3460-SCAN-ONE-HISTORY-EXIT.
040886     EXIT.
040888*
040890****************************************************************
040892*  3470-COUNT-ONE-TAKEN                                         *
040894****************************************************************
040896 3470-COUNT-ONE-TAKEN.
040898     SET WSS-RVA-IX TO WSS-RVA-NUM.
040900     IF WSS-RVA-ACCT (WSS-RVA-IX) EQUAL EDIT-ACCT-NO
040902        AND WSS-RVA-DATE (WSS-RVA-IX) EQUAL EDIT-ORIG-DATE
040904        AND WSS-RVA-AMOUNT (WSS-RVA-IX) EQUAL EDIT-AMOUNT
040906        AND WSS-RVA-CODE (WSS-RVA-IX) EQUAL WSS-RV-CODE
040908        ADD 1 TO WSS-RV-TAKEN
040910     END-IF.
040912 3470-COUNT-ONE-TAKEN-EXIT.
040914     EXIT.
041100*
041150****************************************************************
041200*  3500-WRITE-VALID                                             *
054550     IF WSS-SUSPIN-PRESENT
054600        CLOSE SUSPIN-FILE
054650     END-IF.
054660     IF WSS-TRANHIST-OPEN
054670        CLOSE TRANHIST-FILE
054680     END-IF.
054700     MOVE WSS-EDIT-IN       TO SS-EDIT-IN.
054750     MOVE WSS-EDIT-VALID    TO SS-EDIT-VALID.
054800     MOVE WSS-EDIT-REJECTED TO SS-EDIT-REJECTED.
