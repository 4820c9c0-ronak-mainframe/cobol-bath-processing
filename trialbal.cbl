000300*               EXPLAIN, IS LISTED ON THE TRIAL BALANCE REPORT,
000310*               AND ANY BREAK SETS RETURN CODE 8 SO A RESTART IS
000320*               NO LONGER RELEASED ON FAITH.
000330* 10/15/26  RH  ADDED THE RUN-LEDGER CHECK.  EACH MODE IS REFUSED
000340*               IF IT HAS ALREADY ENDED FOR THE PROCESSING DATE,
000350*               AND MODE A IS REFUSED UNTIL THE BATCHPROC POSTING
000360*               RUN HAS ENDED, UNLESS AN OPERATOR OVERRIDE CARD
000370*               (RUNOVRD) NAMES IT.  BATCHPROC IN TURN WILL
000380*               NOT POST UNTIL MODE B HAS ENDED.  START AND END
000390*               RECORDS GO TO THE RUN LEDGER (RUNLEDG).
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.  IBM-370.
000440 OBJECT-COMPUTER.  IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT ACCTMAST  ASSIGN TO ACCTMAST
000480            ORGANIZATION IS INDEXED
000490            ACCESS MODE IS SEQUENTIAL
000500            RECORD KEY IS ACCT-NUMBER
000510            FILE STATUS IS WS-ACCTMAST-STATUS.
000520     SELECT TBALCTL   ASSIGN TO TBALCTL
000530            ORGANIZATION IS LINE SEQUENTIAL
000540            FILE STATUS IS WS-TBALCTL-STATUS.
000550     SELECT CTLCARD   ASSIGN TO CTLCARD
000560            ORGANIZATION IS LINE SEQUENTIAL
000570            FILE STATUS IS WS-CTLCARD-STATUS.
000580     SELECT RUNLEDG   ASSIGN TO RUNLEDG
000590            ORGANIZATION IS LINE SEQUENTIAL
000600            FILE STATUS IS WS-RUNLEDG-STATUS.
000610     SELECT RUNOVRD   ASSIGN TO RUNOVRD
000620            ORGANIZATION IS LINE SEQUENTIAL
000630            FILE STATUS IS WS-RUNOVRD-STATUS.
000640     SELECT SNAPFILE  ASSIGN TO SNAPFILE
000650            ORGANIZATION IS LINE SEQUENTIAL
000660            FILE STATUS IS WS-SNAPFILE-STATUS.
000670     SELECT SNAPIN    ASSIGN TO SNAPIN
000680            ORGANIZATION IS LINE SEQUENTIAL
000690            FILE STATUS IS WS-SNAPIN-STATUS.
000700     SELECT GLFILE    ASSIGN TO GLFILE
000710            ORGANIZATION IS LINE SEQUENTIAL
000720            FILE STATUS IS WS-GLFILE-STATUS.
000730     SELECT ACTWORK   ASSIGN TO ACTWORK
000740            ORGANIZATION IS LINE SEQUENTIAL
000750            FILE STATUS IS WS-ACTWORK-STATUS.
000760     SELECT TBALRPT   ASSIGN TO TBALRPT
000770            ORGANIZATION IS LINE SEQUENTIAL
000780            FILE STATUS IS WS-TBALRPT-STATUS.
000790*
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  ACCTMAST.
000830 01  ACCT-MASTER-RECORD.
000840     COPY ACCTREC.
000850*
000860*----------------------------------------------------------------
000870* TBALCTL - ONE CONTROL CARD GIVING THE MODE: 'B' TAKES THE
000880* BEFORE-RUN SNAPSHOT, 'A' PROVES THE AFTER-RUN MASTER AGAINST IT
000890*----------------------------------------------------------------
000900 FD  TBALCTL.
000910 01  TBC-RECORD.
000920     05  TBC-MODE                  PIC X(01).
000930     05  FILLER                    PIC X(79).
000940*
000950 FD  CTLCARD.
000960 01  CTL-RECORD.
000970     05  CTL-PROCESSING-DATE       PIC 9(08).
000980     05  FILLER                    PIC X(72).
000990*
001000*----------------------------------------------------------------
001010* RUNLEDG - THE NIGHTLY STREAM'S RUN LEDGER, READ AT STARTUP TO
001020* CHECK THIS RUN'S PLACE IN THE STREAM AND EXTENDED WITH ITS
001030* START AND END RECORDS.  RUNOVRD - OPTIONAL OPERATOR OVERRIDE
001040* CARD THAT LETS A REFUSED RUN GO AHEAD.
001050*----------------------------------------------------------------
001060 FD  RUNLEDG.
001070 01  RUNL-RECORD.
001080     COPY RUNLREC.
001090*
001100 FD  RUNOVRD.
001110 01  RUNO-RECORD.
001120     COPY RUNOREC.
001130*
001140*----------------------------------------------------------------
001150* SNAPFILE / SNAPIN - THE BALANCE SNAPSHOT: ONE 'D' RECORD PER
001160* ACCOUNT IN KEY SEQUENCE, CLOSED BY A 'T' TRAILER CARRYING THE
001170* ACCOUNT COUNT AND THE BALANCE TOTAL SO THE AFTER PASS CAN TELL
001180* A TRUNCATED SNAPSHOT FROM A REAL BREAK.  AN ACCOUNT WHOSE
001190* BALANCE WAS NOT NUMERIC AT SNAPSHOT TIME IS CARRIED AT ZERO
001200* WITH ITS BAD-BALANCE FLAG RAISED.  SNAPFILE IS MODE B'S OUTPUT
001210* AND SNAPIN IS THE SAME FILE READ BACK BY MODE A.
001220*----------------------------------------------------------------
001230 FD  SNAPFILE.
001240 01  SNAP-RECORD.
001250     05  SNAP-REC-TYPE             PIC X(01).
001260     05  SNAP-ACCOUNT              PIC 9(08).
001270     05  SNAP-BALANCE              PIC S9(09)V99.
001280     05  SNAP-BAD-FLAG             PIC X(01).
001290     05  FILLER                    PIC X(30).
001300*
001310 FD  SNAPIN.
001320 01  SNAP-IN-RECORD.
001330     05  SNPI-REC-TYPE             PIC X(01).
001340     05  SNPI-ACCOUNT              PIC 9(08).
001350     05  SNPI-BALANCE              PIC S9(09)V99.
001360     05  SNPI-BAD-FLAG             PIC X(01).
001370     05  FILLER                    PIC X(30).
001380 01  SNAP-IN-TRAILER REDEFINES SNAP-IN-RECORD.
001390     05  SNPT-REC-TYPE             PIC X(01).
001400     05  SNPT-ACCOUNT-COUNT        PIC 9(07).
001410     05  SNPT-BALANCE-TOTAL        PIC S9(11)V99.
001420     05  FILLER                    PIC X(20).
001430*
001440 FD  GLFILE.
001450 01  GL-POSTING-RECORD.
001460     05  GL-REC-TYPE               PIC X(01).
001470     05  GL-ACCOUNT-NUMBER         PIC 9(08).
001480     05  GL-DR-CR-INDICATOR        PIC X(01).
001490     05  GL-TYPE-CODE              PIC X(01).
001500     05  GL-AMOUNT                 PIC 9(07)V99.
001510     05  GL-POSTING-DATE           PIC 9(08).
001520     05  GL-ENTRY-SOURCE           PIC X(01).
001530     05  GL-REVERSAL-FLAG          PIC X(01).
001540     05  FILLER                    PIC X(50).
001550*
001560 FD  ACTWORK.
001570 01  ACTIVITY-RECORD.
001580     05  ACTW-ACCOUNT              PIC 9(08).
001590     05  FILLER                    PIC X(01).
001600     05  ACTW-TRAN-ID              PIC 9(06).
001610     05  FILLER                    PIC X(01).
001620     05  ACTW-TYPE-CODE            PIC X(01).
001630     05  FILLER                    PIC X(01).
001640     05  ACTW-DR-CR                PIC X(01).
001650     05  FILLER                    PIC X(01).
001660     05  ACTW-AMOUNT               PIC 9(05)V99.
001670*
001680 FD  TBALRPT.
001690 01  TBAL-REPORT-LINE              PIC X(132).
001700*
001710 WORKING-STORAGE SECTION.
001720*----------------------------------------------------------------
001730* FILE STATUS AND CONTROL SWITCHES
001740*----------------------------------------------------------------
001750 77  WS-ACCTMAST-STATUS          PIC X(02) VALUE SPACES.
001760 77  WS-TBALCTL-STATUS           PIC X(02) VALUE SPACES.
001770 77  WS-CTLCARD-STATUS           PIC X(02) VALUE SPACES.
001780 77  WS-SNAPFILE-STATUS          PIC X(02) VALUE SPACES.
001790 77  WS-SNAPIN-STATUS            PIC X(02) VALUE SPACES.
001800 77  WS-GLFILE-STATUS            PIC X(02) VALUE SPACES.
001810 77  WS-ACTWORK-STATUS           PIC X(02) VALUE SPACES.
001820 77  WS-TBALRPT-STATUS           PIC X(02) VALUE SPACES.
001830*
001840 77  WS-MAST-EOF-SWITCH          PIC X(01) VALUE 'N'.
001850     88  WS-MAST-EOF-YES         VALUE 'Y'.
001860 77  WS-SNAP-EOF-SWITCH          PIC X(01) VALUE 'N'.
001870     88  WS-SNAP-EOF-YES         VALUE 'Y'.
001880 77  WS-GLFILE-EOF-SWITCH        PIC X(01) VALUE 'N'.
001890     88  WS-GLFILE-EOF-YES       VALUE 'Y'.
001900 77  WS-ACTWORK-EOF-SWITCH       PIC X(01) VALUE 'N'.
001910     88  WS-ACTWORK-EOF-YES      VALUE 'Y'.
001920*
001930 01  WS-RUN-MODE                 PIC X(01) VALUE SPACE.
001940     88  WS-MODE-BEFORE          VALUE 'B'.
001950     88  WS-MODE-AFTER           VALUE 'A'.
001960*
001970 77  WS-PROCESSING-DATE          PIC 9(08) VALUE 0.
001980*
001990*----------------------------------------------------------------
002000* SNAPSHOT-PASS COUNTERS
002010*----------------------------------------------------------------
002020 77  WS-SNAP-WRITE-COUNT         PIC 9(07) COMP VALUE 0.
002030 77  WS-SNAP-BAD-COUNT           PIC 9(07) COMP VALUE 0.
002040 01  WS-SNAP-TOTAL               PIC S9(11)V99 VALUE 0.
002050*----------------------------------------------------------------
002060* SNAPSHOT TRAILER STAGING AREA - BUILT HERE AND MOVED TO THE FD
002070* AS ONE GROUP, THE SAME WAY BATCHPROC BUILDS ITS OUTPUT RECORDS
002080*----------------------------------------------------------------
002090 01  WS-SNAP-TRAILER.
002100     05  WS-SNPT-REC-TYPE        PIC X(01) VALUE 'T'.
002110     05  WS-SNPT-ACCOUNT-COUNT   PIC 9(07).
002120     05  WS-SNPT-BALANCE-TOTAL   PIC S9(11)V99.
002130     05  FILLER                  PIC X(20) VALUE SPACES.
002140*
002150*----------------------------------------------------------------
002160* COMPARE-PASS COUNTERS AND TOTALS
002170*----------------------------------------------------------------
002180 77  WS-SNAP-READ-COUNT          PIC 9(07) COMP VALUE 0.
002190 77  WS-MAST-READ-COUNT          PIC 9(07) COMP VALUE 0.
002200 77  WS-MATCHED-COUNT            PIC 9(07) COMP VALUE 0.
002210 77  WS-NEW-ACCT-COUNT           PIC 9(07) COMP VALUE 0.
002220 77  WS-GONE-ACCT-COUNT          PIC 9(07) COMP VALUE 0.
002230 77  WS-BAD-BALANCE-COUNT        PIC 9(07) COMP VALUE 0.
002240 77  WS-UNEXPLAINED-COUNT        PIC 9(07) COMP VALUE 0.
002250 77  WS-BREAK-COUNT              PIC 9(07) COMP VALUE 0.
002260 01  WS-BEFORE-TOTAL             PIC S9(11)V99 VALUE 0.
002270 01  WS-AFTER-TOTAL              PIC S9(11)V99 VALUE 0.
002280 01  WS-MOVEMENT-TOTAL           PIC S9(11)V99 VALUE 0.
002290 01  WS-SNAP-TRL-COUNT           PIC 9(07) VALUE 0.
002300 01  WS-SNAP-TRL-TOTAL           PIC S9(11)V99 VALUE 0.
002310 01  WS-SNAP-TRL-SEEN-SW         PIC X(01) VALUE 'N'.
002320     88  WS-SNAP-TRL-SEEN        VALUE 'Y'.
002330*
002340*----------------------------------------------------------------
002350* PER-ACCOUNT COMPARE WORK FIELDS
002360*----------------------------------------------------------------
002370 01  WS-CMP-ACCOUNT              PIC 9(08) VALUE 0.
002380 01  WS-CMP-BEFORE               PIC S9(11)V99 VALUE 0.
002390 01  WS-CMP-AFTER                PIC S9(11)V99 VALUE 0.
002400 01  WS-CMP-MOVEMENT             PIC S9(11)V99 VALUE 0.
002410 01  WS-CMP-EXPECTED             PIC S9(11)V99 VALUE 0.
002420 01  WS-CMP-BAD-SWITCH           PIC X(01) VALUE 'N'.
002430     88  WS-CMP-BAD-BALANCE      VALUE 'Y'.
002440*
002450*----------------------------------------------------------------
002460* GLFILE CUSTOMER-SIDE NET - CREDITS LESS DEBITS OF EVERY
002470* ENTRY-SOURCE 'C' DETAIL RECORD, REVERSAL PAIRS INCLUDED, WHICH
002480* IS EXACTLY THE NET AMOUNT THE RUN APPLIED TO ACCOUNT BALANCES
002490*----------------------------------------------------------------
002500 01  WS-GL-CUST-NET              PIC S9(11)V99 VALUE 0.
002510 77  WS-GL-CUST-COUNT            PIC 9(07) COMP VALUE 0.
002520*
002530*----------------------------------------------------------------
002540* PER-ACCOUNT ACTIVITY TABLE - BUILT FROM ACTWORK AT THE START OF
002550* THE AFTER PASS.  CREDITS ADD AND DEBITS SUBTRACT, THE SAME RULE
002560* BATCHPROC'S BALANCE POSTING APPLIES, SO EACH ENTRY IS THE NET
002570* MOVEMENT THE RUN SHOULD HAVE MADE TO THAT ACCOUNT
002580*----------------------------------------------------------------
002590 77  WS-ACT-ACCT-COUNT           PIC 9(05) COMP VALUE 0.
002600 77  WS-ACT-IGNORE-COUNT         PIC 9(07) COMP VALUE 0.
002610 01  WS-ACT-TABLE.
002620     05  WS-ACT-ENTRY OCCURS 1 TO 5000 TIMES
002630             DEPENDING ON WS-ACT-ACCT-COUNT
002640             INDEXED BY WS-ACT-IDX.
002650         10  WS-ACT-ACCT-TBL      PIC 9(08).
002660         10  WS-ACT-NET-TBL       PIC S9(11)V99.
002670*
002680*----------------------------------------------------------------
002690* REPORT LINE STAGING AREAS
002700*----------------------------------------------------------------
002710 01  WS-DETAIL-LINE.
002720     05  WS-DTL-ACCOUNT          PIC 9(08).
002730     05  FILLER                  PIC X(02) VALUE SPACES.
002740     05  WS-DTL-BEFORE           PIC -9(11).99.
002750     05  FILLER                  PIC X(02) VALUE SPACES.
002760     05  WS-DTL-AFTER            PIC -9(11).99.
002770     05  FILLER                  PIC X(02) VALUE SPACES.
002780     05  WS-DTL-MOVEMENT         PIC -9(11).99.
002790     05  FILLER                  PIC X(02) VALUE SPACES.
002800     05  WS-DTL-EXPECTED         PIC -9(11).99.
002810     05  FILLER                  PIC X(02) VALUE SPACES.
002820     05  WS-DTL-REMARK           PIC X(24).
002830     05  FILLER                  PIC X(22) VALUE SPACES.
002840*
002850 01  WS-TOTAL-LINE.
002860     05  WS-TOT-LABEL            PIC X(28).
002870     05  WS-TOT-AMOUNT           PIC -9(11).99.
002880     05  FILLER                  PIC X(89) VALUE SPACES.
002890*
002900*----------------------------------------------------------------
002910* RUN LEDGER - EACH MODE RUNS ONCE PER PROCESSING DATE.  MODE B
002920* HAS NO PREDECESSOR; BATCHPROC WILL NOT POST UNTIL IT HAS ENDED.
002930* MODE A RUNS ONLY AFTER THE BATCHPROC POSTING RUN (MODE P) HAS
002940* ENDED FOR THE DATE.  THE MODE AND PREDECESSOR ARE SET FROM THE
002950* MODE CARD IN 0000-MAINLINE.
002960*----------------------------------------------------------------
002970 77  WS-RUNLEDG-STATUS           PIC X(02) VALUE SPACES.
002980 77  WS-RUNOVRD-STATUS           PIC X(02) VALUE SPACES.
002990 77  WS-RUNLEDG-EOF-SWITCH       PIC X(01) VALUE 'N'.
003000     88  WS-RUNLEDG-EOF-YES      VALUE 'Y'.
003010 77  WS-RUNL-OVERRIDE-SWITCH     PIC X(01) VALUE 'N'.
003020     88  WS-RUNL-OVERRIDDEN      VALUE 'Y'.
003030 77  WS-RUNL-DONE-SWITCH         PIC X(01) VALUE 'N'.
003040     88  WS-RUNL-ALREADY-RUN     VALUE 'Y'.
003050 77  WS-RUNL-UNFINISHED-SWITCH   PIC X(01) VALUE 'N'.
003060     88  WS-RUNL-UNFINISHED      VALUE 'Y'.
003070 77  WS-RUNL-PRED-SWITCH         PIC X(01) VALUE 'N'.
003080     88  WS-RUNL-PRED-ENDED      VALUE 'Y'.
003090 77  WS-RUNL-THIS-PROGRAM        PIC X(10) VALUE 'TRIALBAL'.
003100 77  WS-RUNL-THIS-MODE           PIC X(01) VALUE SPACE.
003110 77  WS-RUNL-PRED-PROGRAM        PIC X(10) VALUE SPACES.
003120 77  WS-RUNL-PRED-MODE           PIC X(01) VALUE 'P'.
003130 77  WS-RUNL-PRED-MAX-RC         PIC 9(03) VALUE 4.
003140 77  WS-RUNL-PRED-RC             PIC 9(03) VALUE 0.
003150 77  WS-RUNL-EVENT               PIC X(01) VALUE SPACE.
003160 77  WS-RUNL-RC                  PIC 9(03) VALUE 0.
003170 77  WS-RUNL-OPERATOR            PIC X(08) VALUE SPACES.
003180 77  WS-RUNL-TIME                PIC 9(08) VALUE 0.
003190 77  WS-RUNL-COUNT-1             PIC 9(09) VALUE 0.
003200 77  WS-RUNL-COUNT-2             PIC 9(09) VALUE 0.
003210 77  WS-RUNL-COUNT-3             PIC 9(09) VALUE 0.
003220*
003230 PROCEDURE DIVISION.
003240*----------------------------------------------------------------
003250* 0000-MAINLINE - READ THE MODE CARD AND RUN THE PASS IT ASKS FOR
003260*----------------------------------------------------------------
003270 0000-MAINLINE.
003280     PERFORM 1010-READ-CONTROL-CARD THRU 1010-EXIT.
003290     PERFORM 1020-READ-MODE-CARD THRU 1020-EXIT.
003300     MOVE WS-RUN-MODE TO WS-RUNL-THIS-MODE.
003310     IF WS-MODE-AFTER
003320         MOVE 'BATCHPROC' TO WS-RUNL-PRED-PROGRAM
003330     END-IF.
003340     PERFORM 1700-CHECK-RUN-LEDGER  THRU 1700-EXIT.
003350     IF WS-MODE-BEFORE
003360         PERFORM 3000-TAKE-SNAPSHOT THRU 3000-EXIT
003370     ELSE
003380         PERFORM 4000-PROVE-MASTER THRU 4000-EXIT
003390     END-IF.
003400     PERFORM 8950-WRITE-LEDGER-END  THRU 8950-EXIT.
003410     STOP RUN.
003420*
003430*----------------------------------------------------------------
003440* 1010-READ-CONTROL-CARD - READ THE ONE-RECORD CTLCARD FILE TO
003450*                          GET THE PROCESSING DATE STAMPED ON THE
003460*                          REPORT.  SAME CARD AND SAME EDITS AS
003470*                          BATCHPROC.
003480*----------------------------------------------------------------
003490 1010-READ-CONTROL-CARD.
003500     OPEN INPUT CTLCARD.
003510     IF WS-CTLCARD-STATUS NOT = '00'
003520         DISPLAY '*** FATAL - CTLCARD OPEN FAILED, STATUS '
003530                 WS-CTLCARD-STATUS
003540         MOVE 16 TO RETURN-CODE
003550         STOP RUN
003560     END-IF.
003570     READ CTLCARD
003580         AT END
003590             DISPLAY '*** FATAL - CTLCARD IS EMPTY, NO '
003600                     'PROCESSING DATE SUPPLIED'
003610             MOVE 16 TO RETURN-CODE
003620             STOP RUN
003630     END-READ.
003640     IF CTL-PROCESSING-DATE IS NOT NUMERIC
003650         DISPLAY '*** FATAL - CTLCARD PROCESSING DATE IS NOT '
003660                 'NUMERIC: ' CTL-RECORD
003670         MOVE 16 TO RETURN-CODE
003680         STOP RUN
003690     END-IF.
003700     MOVE CTL-PROCESSING-DATE TO WS-PROCESSING-DATE.
003710     CLOSE CTLCARD.
003720 1010-EXIT.
003730     EXIT.
003740*
003750*----------------------------------------------------------------
003760* 1020-READ-MODE-CARD - READ THE ONE-RECORD TBALCTL FILE.  THE
003770*                       MODE MUST BE 'B' OR 'A'; RUNNING THE
003780*                       WRONG PASS WOULD PROVE NOTHING.
003790*----------------------------------------------------------------
003800 1020-READ-MODE-CARD.
003810     OPEN INPUT TBALCTL.
003820     IF WS-TBALCTL-STATUS NOT = '00'
003830         DISPLAY '*** FATAL - TBALCTL OPEN FAILED, STATUS '
003840                 WS-TBALCTL-STATUS
003850         MOVE 16 TO RETURN-CODE
003860         STOP RUN
003870     END-IF.
003880     READ TBALCTL
003890         AT END
003900             DISPLAY '*** FATAL - TBALCTL IS EMPTY, NO MODE '
003910                     'SUPPLIED'
003920             MOVE 16 TO RETURN-CODE
003930             STOP RUN
003940     END-READ.
003950     IF TBC-MODE NOT = 'B' AND NOT = 'A'
003960         DISPLAY '*** FATAL - TBALCTL MODE MUST BE B OR A: '
003970                 TBC-RECORD
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010     MOVE TBC-MODE TO WS-RUN-MODE.
004020     CLOSE TBALCTL.
004030 1020-EXIT.
004040     EXIT.
004050*
004060*----------------------------------------------------------------
004070* 1700-CHECK-RUN-LEDGER - READ THE RUN LEDGER FOR THIS PROCESSING
004080*                         DATE BEFORE ANY FILE IS TOUCHED.  A
004090*                         SECOND RUN FOR THE DATE, OR A RUN AHEAD
004100*                         OF ITS PREDECESSOR IN THE STREAM, IS
004110*                         REFUSED WITH RETURN CODE 16 UNLESS THE
004120*                         OVERRIDE CARD NAMES THIS PROGRAM AND
004130*                         DATE.  A RUN THAT STARTED BUT NEVER
004140*                         ENDED MAY GO AGAIN.  A MISSING LEDGER
004150*                         MEANS NOTHING HAS RUN YET.
004160*----------------------------------------------------------------
004170 1700-CHECK-RUN-LEDGER.
004180     MOVE 'N' TO WS-RUNL-DONE-SWITCH.
004190     MOVE 'N' TO WS-RUNL-UNFINISHED-SWITCH.
004200     MOVE 'N' TO WS-RUNL-PRED-SWITCH.
004210     PERFORM 1710-READ-OVERRIDE-CARD THRU 1710-EXIT.
004220     OPEN INPUT RUNLEDG.
004230     IF WS-RUNLEDG-STATUS = '00'
004240         MOVE 'N' TO WS-RUNLEDG-EOF-SWITCH
004250         PERFORM 1720-SCAN-ONE-LEDGER-ENTRY THRU 1720-EXIT
004260                 UNTIL WS-RUNLEDG-EOF-YES
004270         CLOSE RUNLEDG
004280     ELSE
004290         IF WS-RUNLEDG-STATUS NOT = '35'
004300             DISPLAY '*** FATAL - RUNLEDG OPEN FAILED, STATUS '
004310                     WS-RUNLEDG-STATUS
004320             MOVE 16 TO RETURN-CODE
004330             STOP RUN
004340         END-IF
004350     END-IF.
004360     IF WS-RUNL-OVERRIDDEN
004370         DISPLAY '*** WARNING - RUN LEDGER CHECKS OVERRIDDEN BY '
004380                 'OPERATOR ' WS-RUNL-OPERATOR
004390     ELSE
004400         PERFORM 1705-APPLY-LEDGER-CHECKS THRU 1705-EXIT
004410     END-IF.
004420     MOVE 'S' TO WS-RUNL-EVENT.
004430     MOVE 0 TO WS-RUNL-RC.
004440     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
004450 1700-EXIT.
004460     EXIT.
004470*
004480*----------------------------------------------------------------
004490* 1705-APPLY-LEDGER-CHECKS - REFUSE A SECOND RUN FOR THE DATE, OR
004500*                            A RUN AHEAD OF ITS PREDECESSOR, NOW
004510*                            THE LEDGER HAS BEEN READ.  NOT
004520*                            PERFORMED WHEN THE OVERRIDE CARD
004530*                            NAMES THIS RUN.
004540*----------------------------------------------------------------
004550 1705-APPLY-LEDGER-CHECKS.
004560     IF WS-RUNL-ALREADY-RUN
004570         DISPLAY '*** FATAL - ' WS-RUNL-THIS-PROGRAM
004580                 ' HAS ALREADY RUN FOR PROCESSING DATE '
004590                 WS-PROCESSING-DATE
004600         PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
004610     END-IF.
004620     IF WS-RUNL-PRED-PROGRAM NOT = SPACES
004630         IF NOT WS-RUNL-PRED-ENDED
004640             DISPLAY '*** FATAL - OUT OF SEQUENCE, '
004650                     WS-RUNL-PRED-PROGRAM
004660                     ' HAS NOT ENDED FOR PROCESSING DATE '
004670                     WS-PROCESSING-DATE
004680             PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
004690         END-IF
004700         IF WS-RUNL-PRED-RC > WS-RUNL-PRED-MAX-RC
004710             DISPLAY '*** FATAL - ' WS-RUNL-PRED-PROGRAM
004720                     ' ENDED WITH RETURN CODE ' WS-RUNL-PRED-RC
004730                     ' FOR PROCESSING DATE ' WS-PROCESSING-DATE
004740             PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
004750         END-IF
004760     END-IF.
004770     IF WS-RUNL-UNFINISHED
004780         DISPLAY '*** WARNING - EARLIER RUN FOR PROCESSING DATE '
004790                 WS-PROCESSING-DATE ' DID NOT END, RUNNING AGAIN'
004800     END-IF.
004810 1705-EXIT.
004820     EXIT.
004830*
004840*----------------------------------------------------------------
004850* 1710-READ-OVERRIDE-CARD - A MISSING OR EMPTY RUNOVRD IS THE
004860*                           NORMAL CASE.  A CARD FOR ANOTHER
004870*                           PROGRAM OR DATE IS IGNORED; ONE FOR
004880*                           THIS RUN MUST NAME THE OPERATOR.
004890*----------------------------------------------------------------
004900 1710-READ-OVERRIDE-CARD.
004910     MOVE 'N' TO WS-RUNL-OVERRIDE-SWITCH.
004920     MOVE SPACES TO WS-RUNL-OPERATOR.
004930     OPEN INPUT RUNOVRD.
004940     IF WS-RUNOVRD-STATUS NOT = '00'
004950         GO TO 1710-EXIT
004960     END-IF.
004970     READ RUNOVRD
004980         AT END
004990             MOVE SPACES TO RUNO-RECORD
005000     END-READ.
005010     CLOSE RUNOVRD.
005020     IF RUNO-PROGRAM NOT = WS-RUNL-THIS-PROGRAM
005030             OR RUNO-PROCESSING-DATE IS NOT NUMERIC
005040         GO TO 1710-EXIT
005050     END-IF.
005060     IF RUNO-PROCESSING-DATE NOT = WS-PROCESSING-DATE
005070             OR (RUNO-MODE NOT = SPACE
005080                 AND RUNO-MODE NOT = WS-RUNL-THIS-MODE)
005090         GO TO 1710-EXIT
005100     END-IF.
005110     IF RUNO-OPERATOR = SPACES
005120         DISPLAY '*** WARNING - OVERRIDE CARD IGNORED, NO '
005130                 'OPERATOR ID: ' RUNO-RECORD
005140         GO TO 1710-EXIT
005150     END-IF.
005160     MOVE 'Y' TO WS-RUNL-OVERRIDE-SWITCH.
005170     MOVE RUNO-OPERATOR TO WS-RUNL-OPERATOR.
005180     DISPLAY 'OVERRIDE REASON: ' RUNO-REASON.
005190 1710-EXIT.
005200     EXIT.
005210*
005220*----------------------------------------------------------------
005230* 1720-SCAN-ONE-LEDGER-ENTRY - NOTE THIS PROGRAM'S OWN STARTS AND
005240*                              ENDS FOR THE DATE, AND WHETHER ITS
005250*                              PREDECESSOR HAS ENDED (THE LAST
005260*                              END ON FILE GIVES ITS RETURN CODE)
005270*----------------------------------------------------------------
005280 1720-SCAN-ONE-LEDGER-ENTRY.
005290     READ RUNLEDG
005300         AT END
005310             SET WS-RUNLEDG-EOF-YES TO TRUE
005320     END-READ.
005330     IF NOT WS-RUNLEDG-EOF-YES
005340             AND RUNL-PROCESSING-DATE = WS-PROCESSING-DATE
005350         IF RUNL-PROGRAM = WS-RUNL-THIS-PROGRAM
005360                 AND RUNL-MODE = WS-RUNL-THIS-MODE
005370             IF RUNL-STARTED
005380                 MOVE 'Y' TO WS-RUNL-UNFINISHED-SWITCH
005390             END-IF
005400             IF RUNL-ENDED
005410                 MOVE 'Y' TO WS-RUNL-DONE-SWITCH
005420                 MOVE 'N' TO WS-RUNL-UNFINISHED-SWITCH
005430             END-IF
005440         END-IF
005450         IF WS-RUNL-PRED-PROGRAM NOT = SPACES
005460                 AND RUNL-PROGRAM = WS-RUNL-PRED-PROGRAM
005470                 AND RUNL-ENDED
005480                 AND (WS-RUNL-PRED-MODE = SPACE
005490                      OR RUNL-MODE = WS-RUNL-PRED-MODE)
005500             MOVE 'Y' TO WS-RUNL-PRED-SWITCH
005510             MOVE RUNL-RETURN-CODE TO WS-RUNL-PRED-RC
005520         END-IF
005530     END-IF.
005540 1720-EXIT.
005550     EXIT.
005560*
005570*----------------------------------------------------------------
005580* 1730-WRITE-LEDGER-RECORD - APPEND ONE START, END OR REFUSED
005590*                            RECORD TO THE LEDGER (THE FIRST RUN
005600*                            EVER CREATES IT)
005610*----------------------------------------------------------------
005620 1730-WRITE-LEDGER-RECORD.
005630     MOVE SPACES TO RUNL-RECORD.
005640     MOVE WS-RUNL-THIS-PROGRAM TO RUNL-PROGRAM.
005650     MOVE WS-PROCESSING-DATE   TO RUNL-PROCESSING-DATE.
005660     MOVE WS-RUNL-THIS-MODE    TO RUNL-MODE.
005670     MOVE WS-RUNL-EVENT        TO RUNL-EVENT.
005680     IF WS-RUNL-OVERRIDDEN
005690         MOVE 'Y' TO RUNL-OVERRIDE-FLAG
005700         MOVE WS-RUNL-OPERATOR TO RUNL-OPERATOR
005710     ELSE
005720         MOVE 'N' TO RUNL-OVERRIDE-FLAG
005730     END-IF.
005740     ACCEPT RUNL-SYSTEM-DATE FROM DATE YYYYMMDD.
005750     ACCEPT WS-RUNL-TIME FROM TIME.
005760     MOVE WS-RUNL-TIME(1:6)    TO RUNL-SYSTEM-TIME.
005770     MOVE WS-RUNL-RC           TO RUNL-RETURN-CODE.
005780     MOVE WS-RUNL-COUNT-1      TO RUNL-COUNT-1.
005790     MOVE WS-RUNL-COUNT-2      TO RUNL-COUNT-2.
005800     MOVE WS-RUNL-COUNT-3      TO RUNL-COUNT-3.
005810     OPEN EXTEND RUNLEDG.
005820     IF WS-RUNLEDG-STATUS = '35'
005830         OPEN OUTPUT RUNLEDG
005840     END-IF.
005850     IF WS-RUNLEDG-STATUS NOT = '00'
005860         DISPLAY '*** FATAL - RUNLEDG OPEN FAILED, STATUS '
005870                 WS-RUNLEDG-STATUS
005880         MOVE 16 TO RETURN-CODE
005890         STOP RUN
005900     END-IF.
005910     WRITE RUNL-RECORD.
005920     CLOSE RUNLEDG.
005930 1730-EXIT.
005940     EXIT.
005950*
005960*----------------------------------------------------------------
005970* 1740-REFUSE-RUN - RECORD THE REFUSAL ON THE LEDGER AND STOP
005980*----------------------------------------------------------------
005990 1740-REFUSE-RUN.
006000     MOVE 'R' TO WS-RUNL-EVENT.
006010     MOVE 16 TO WS-RUNL-RC.
006020     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
006030     DISPLAY '*** RUN REFUSED - AN OPERATOR OVERRIDE CARD ON '
006040             'RUNOVRD IS NEEDED TO RUN IT'.
006050     MOVE 16 TO RETURN-CODE.
006060     STOP RUN.
006070 1740-EXIT.
006080     EXIT.
006090*
006100*----------------------------------------------------------------
006110* 3000-TAKE-SNAPSHOT - MODE B: SWEEP ACCTMAST IN KEY SEQUENCE
006120*                      AND WRITE ONE SNAPSHOT RECORD PER ACCOUNT,
006130*                      CLOSED BY THE CONTROL TRAILER
006140*----------------------------------------------------------------
006150 3000-TAKE-SNAPSHOT.
006160     MOVE 'N' TO WS-MAST-EOF-SWITCH.
006170     OPEN INPUT ACCTMAST.
006180     IF WS-ACCTMAST-STATUS NOT = '00'
006190         DISPLAY '*** FATAL - ACCTMAST OPEN FAILED, STATUS '
006200                 WS-ACCTMAST-STATUS
006210         MOVE 16 TO RETURN-CODE
006220         STOP RUN
006230     END-IF.
006240     OPEN OUTPUT SNAPFILE.
006250     IF WS-SNAPFILE-STATUS NOT = '00'
006260         DISPLAY '*** FATAL - SNAPFILE OPEN FAILED, STATUS '
006270                 WS-SNAPFILE-STATUS
006280         MOVE 16 TO RETURN-CODE
006290         STOP RUN
006300     END-IF.
006310     PERFORM 3100-SNAPSHOT-ONE-ACCOUNT THRU 3100-EXIT
006320             UNTIL WS-MAST-EOF-YES.
006330     MOVE WS-SNAP-WRITE-COUNT TO WS-SNPT-ACCOUNT-COUNT.
006340     MOVE WS-SNAP-TOTAL       TO WS-SNPT-BALANCE-TOTAL.
006350     MOVE WS-SNAP-TRAILER     TO SNAP-RECORD.
006360     WRITE SNAP-RECORD.
006370     CLOSE SNAPFILE.
006380     CLOSE ACCTMAST.
006390     DISPLAY 'TRIALBAL - SNAPSHOT PASS COMPLETE'.
006400     DISPLAY 'ACCOUNTS SNAPSHOTTED   : ' WS-SNAP-WRITE-COUNT.
006410     DISPLAY 'NON-NUMERIC BALANCES   : ' WS-SNAP-BAD-COUNT.
006420     DISPLAY 'BALANCE TOTAL          : ' WS-SNAP-TOTAL.
006430     IF WS-SNAP-BAD-COUNT > 0
006440         IF RETURN-CODE < 4
006450             MOVE 4 TO RETURN-CODE
006460         END-IF
006470     END-IF.
006480 3000-EXIT.
006490     EXIT.
006500*
006510 3100-SNAPSHOT-ONE-ACCOUNT.
006520     READ ACCTMAST NEXT RECORD
006530         AT END
006540             SET WS-MAST-EOF-YES TO TRUE
006550         NOT AT END
006560             MOVE SPACES      TO SNAP-RECORD
006570             MOVE 'D'         TO SNAP-REC-TYPE
006580             MOVE ACCT-NUMBER TO SNAP-ACCOUNT
006590             IF ACCT-CURRENT-BALANCE IS NOT NUMERIC
006600                 MOVE 0   TO SNAP-BALANCE
006610                 MOVE 'Y' TO SNAP-BAD-FLAG
006620                 ADD 1 TO WS-SNAP-BAD-COUNT
006630                 DISPLAY '*** WARNING - ACCOUNT ' ACCT-NUMBER
006640                         ' BALANCE IS NOT NUMERIC, '
006650                         'SNAPSHOTTED AT ZERO'
006660             ELSE
006670                 MOVE ACCT-CURRENT-BALANCE TO SNAP-BALANCE
006680                 MOVE 'N' TO SNAP-BAD-FLAG
006690                 ADD ACCT-CURRENT-BALANCE TO WS-SNAP-TOTAL
006700             END-IF
006710             ADD 1 TO WS-SNAP-WRITE-COUNT
006720             WRITE SNAP-RECORD
006730     END-READ.
006740 3100-EXIT.
006750     EXIT.
006760*
006770*----------------------------------------------------------------
006780* 4000-PROVE-MASTER - MODE A: LOAD THE RUN'S ACTIVITY, FOOT THE
006790*                     GL CUSTOMER-SIDE NET, THEN MATCH THE AFTER-
006800*                     RUN MASTER AGAINST THE MORNING SNAPSHOT
006810*                     ACCOUNT BY ACCOUNT AND PRINT THE TRIAL
006820*                     BALANCE CERTIFICATE
006830*----------------------------------------------------------------
006840 4000-PROVE-MASTER.
006850     OPEN OUTPUT TBALRPT.
006860     IF WS-TBALRPT-STATUS NOT = '00'
006870         DISPLAY '*** FATAL - TBALRPT OPEN FAILED, STATUS '
006880                 WS-TBALRPT-STATUS
006890         MOVE 16 TO RETURN-CODE
006900         STOP RUN
006910     END-IF.
006920     PERFORM 4050-WRITE-REPORT-HEADING THRU 4050-EXIT.
006930     PERFORM 4100-LOAD-ACTIVITY THRU 4100-EXIT.
006940     PERFORM 4200-FOOT-GL-CUSTOMER-NET THRU 4200-EXIT.
006950     MOVE 'N' TO WS-MAST-EOF-SWITCH.
006960     MOVE 'N' TO WS-SNAP-EOF-SWITCH.
006970     OPEN INPUT ACCTMAST.
006980     IF WS-ACCTMAST-STATUS NOT = '00'
006990         DISPLAY '*** FATAL - ACCTMAST OPEN FAILED, STATUS '
007000                 WS-ACCTMAST-STATUS
007010         MOVE 16 TO RETURN-CODE
007020         STOP RUN
007030     END-IF.
007040     OPEN INPUT SNAPIN.
007050     IF WS-SNAPIN-STATUS NOT = '00'
007060         DISPLAY '*** FATAL - SNAPIN OPEN FAILED, STATUS '
007070                 WS-SNAPIN-STATUS
007080         MOVE 16 TO RETURN-CODE
007090         STOP RUN
007100     END-IF.
007110     PERFORM 4300-READ-SNAPSHOT THRU 4300-EXIT.
007120     PERFORM 4310-READ-MASTER THRU 4310-EXIT.
007130     PERFORM 4400-MATCH-ONE-ACCOUNT THRU 4400-EXIT
007140             UNTIL WS-MAST-EOF-YES AND WS-SNAP-EOF-YES.
007150     CLOSE SNAPIN.
007160     CLOSE ACCTMAST.
007170     PERFORM 8000-PRINT-CERTIFICATE THRU 8000-EXIT.
007180     CLOSE TBALRPT.
007190 4000-EXIT.
007200     EXIT.
007210*
007220 4050-WRITE-REPORT-HEADING.
007230     MOVE SPACES TO TBAL-REPORT-LINE.
007240     STRING 'DAILY TRIAL BALANCE - ACCTMAST VS GL - '
007250            WS-PROCESSING-DATE
007260            DELIMITED BY SIZE
007270            INTO TBAL-REPORT-LINE.
007280     WRITE TBAL-REPORT-LINE.
007290     MOVE SPACES TO TBAL-REPORT-LINE.
007300     STRING 'ACCOUNT   '
007310            'BEFORE          '
007320            'AFTER           '
007330            'MOVEMENT        '
007340            'EXPECTED        '
007350            'REMARK'
007360            DELIMITED BY SIZE
007370            INTO TBAL-REPORT-LINE.
007380     WRITE TBAL-REPORT-LINE.
007390 4050-EXIT.
007400     EXIT.
007410*
007420*----------------------------------------------------------------
007430* 4100-LOAD-ACTIVITY - TALLY THE RUN'S ACTWORK FILE INTO THE
007440*                      PER-ACCOUNT NET-MOVEMENT TABLE.  A MISSING
007450*                      ACTWORK MEANS THE RUN POSTED NOTHING AND
007460*                      IS NOT AN ERROR.
007470*----------------------------------------------------------------
007480 4100-LOAD-ACTIVITY.
007490     MOVE 'N' TO WS-ACTWORK-EOF-SWITCH.
007500     OPEN INPUT ACTWORK.
007510     IF WS-ACTWORK-STATUS = '35'
007520         DISPLAY 'NO ACTWORK FILE PRESENT - NO ACTIVITY EXPECTED'
007530     ELSE
007540         IF WS-ACTWORK-STATUS NOT = '00'
007550             DISPLAY '*** FATAL - ACTWORK OPEN FAILED, STATUS '
007560                     WS-ACTWORK-STATUS
007570             MOVE 16 TO RETURN-CODE
007580             STOP RUN
007590         END-IF
007600         PERFORM 4110-TALLY-ONE-ACTIVITY THRU 4110-EXIT
007610                 UNTIL WS-ACTWORK-EOF-YES
007620         CLOSE ACTWORK
007630     END-IF.
007640 4100-EXIT.
007650     EXIT.
007660*
007670 4110-TALLY-ONE-ACTIVITY.
007680     READ ACTWORK
007690         AT END
007700             SET WS-ACTWORK-EOF-YES TO TRUE
007710     END-READ.
007720     IF NOT WS-ACTWORK-EOF-YES
007730         IF ACTW-ACCOUNT IS NOT NUMERIC
007740                 OR ACTW-AMOUNT IS NOT NUMERIC
007750             ADD 1 TO WS-ACT-IGNORE-COUNT
007760             DISPLAY '*** WARNING - ACTIVITY RECORD IGNORED, '
007770                     'NOT NUMERIC: ' ACTIVITY-RECORD
007780         ELSE
007790             PERFORM 4120-POST-ACTIVITY-NET THRU 4120-EXIT
007800         END-IF
007810     END-IF.
007820 4110-EXIT.
007830     EXIT.
007840*
007850 4120-POST-ACTIVITY-NET.
007860     IF WS-ACT-ACCT-COUNT = 0
007870         PERFORM 4130-ADD-ACTIVITY-ENTRY THRU 4130-EXIT
007880     ELSE
007890         SET WS-ACT-IDX TO 1
007900         SEARCH WS-ACT-ENTRY
007910             AT END
007920                 PERFORM 4130-ADD-ACTIVITY-ENTRY THRU 4130-EXIT
007930             WHEN WS-ACT-ACCT-TBL(WS-ACT-IDX) = ACTW-ACCOUNT
007940                 PERFORM 4140-APPLY-ACTIVITY THRU 4140-EXIT
007950         END-SEARCH
007960     END-IF.
007970 4120-EXIT.
007980     EXIT.
007990*
008000 4130-ADD-ACTIVITY-ENTRY.
008010     IF WS-ACT-ACCT-COUNT < 5000
008020         ADD 1 TO WS-ACT-ACCT-COUNT
008030         SET WS-ACT-IDX TO WS-ACT-ACCT-COUNT
008040         MOVE ACTW-ACCOUNT TO WS-ACT-ACCT-TBL(WS-ACT-IDX)
008050         MOVE 0 TO WS-ACT-NET-TBL(WS-ACT-IDX)
008060         PERFORM 4140-APPLY-ACTIVITY THRU 4140-EXIT
008070     ELSE
008080         DISPLAY '*** FATAL - MORE THAN 5000 ACCOUNTS WITH '
008090                 'ACTIVITY, MOVEMENTS CANNOT ALL BE EXPLAINED'
008100         MOVE 16 TO RETURN-CODE
008110         STOP RUN
008120     END-IF.
008130 4130-EXIT.
008140     EXIT.
008150*
008160 4140-APPLY-ACTIVITY.
008170     IF ACTW-DR-CR = 'C'
008180         ADD ACTW-AMOUNT TO WS-ACT-NET-TBL(WS-ACT-IDX)
008190     ELSE
008200         SUBTRACT ACTW-AMOUNT FROM WS-ACT-NET-TBL(WS-ACT-IDX)
008210     END-IF.
008220 4140-EXIT.
008230     EXIT.
008240*
008250*----------------------------------------------------------------
008260* 4200-FOOT-GL-CUSTOMER-NET - WALK GLFILE AND NET THE CUSTOMER-
008270*                             SIDE DETAIL RECORDS: CREDITS ADD,
008280*                             DEBITS SUBTRACT.  REVERSAL PAIRS
008290*                             CARRY THE OPPOSITE SIDE OF THEIR
008300*                             ORIGINAL, SO NO SPECIAL CASE IS
008310*                             NEEDED.
008320*----------------------------------------------------------------
008330 4200-FOOT-GL-CUSTOMER-NET.
008340     MOVE 'N' TO WS-GLFILE-EOF-SWITCH.
008350     OPEN INPUT GLFILE.
008360     IF WS-GLFILE-STATUS NOT = '00'
008370         DISPLAY '*** FATAL - GLFILE OPEN FAILED, STATUS '
008380                 WS-GLFILE-STATUS
008390         MOVE 16 TO RETURN-CODE
008400         STOP RUN
008410     END-IF.
008420     PERFORM 4210-FOOT-ONE-GL THRU 4210-EXIT
008430             UNTIL WS-GLFILE-EOF-YES.
008440     CLOSE GLFILE.
008450 4200-EXIT.
008460     EXIT.
008470*
008480 4210-FOOT-ONE-GL.
008490     READ GLFILE
008500         AT END
008510             SET WS-GLFILE-EOF-YES TO TRUE
008520         NOT AT END
008530             IF GL-REC-TYPE = 'D'
008540                     AND GL-ENTRY-SOURCE = 'C'
008550                 ADD 1 TO WS-GL-CUST-COUNT
008560                 IF GL-DR-CR-INDICATOR = 'C'
008570                     ADD GL-AMOUNT TO WS-GL-CUST-NET
008580                 ELSE
008590                     SUBTRACT GL-AMOUNT FROM WS-GL-CUST-NET
008600                 END-IF
008610             END-IF
008620     END-READ.
008630 4210-EXIT.
008640     EXIT.
008650*
008660*----------------------------------------------------------------
008670* 4300-READ-SNAPSHOT - READ THE NEXT SNAPSHOT DETAIL RECORD.  THE
008680*                      TRAILER'S CONTROL FIGURES ARE CAPTURED AND
008690*                      TREATED AS END OF THE DETAILS.
008700*----------------------------------------------------------------
008710 4300-READ-SNAPSHOT.
008720     READ SNAPIN
008730         AT END
008740             SET WS-SNAP-EOF-YES TO TRUE
008750         NOT AT END
008760             IF SNPI-REC-TYPE = 'T'
008770                 SET WS-SNAP-TRL-SEEN TO TRUE
008780                 MOVE SNPT-ACCOUNT-COUNT TO WS-SNAP-TRL-COUNT
008790                 MOVE SNPT-BALANCE-TOTAL TO WS-SNAP-TRL-TOTAL
008800                 SET WS-SNAP-EOF-YES TO TRUE
008810             ELSE
008820                 ADD 1 TO WS-SNAP-READ-COUNT
008830             END-IF
008840     END-READ.
008850 4300-EXIT.
008860     EXIT.
008870*
008880 4310-READ-MASTER.
008890     READ ACCTMAST NEXT RECORD
008900         AT END
008910             SET WS-MAST-EOF-YES TO TRUE
008920         NOT AT END
008930             ADD 1 TO WS-MAST-READ-COUNT
008940     END-READ.
008950 4310-EXIT.
008960     EXIT.
008970*
008980*----------------------------------------------------------------
008990* 4400-MATCH-ONE-ACCOUNT - ONE STEP OF THE TWO-FILE MATCH.  BOTH
009000*                          STREAMS ARE IN ACCOUNT SEQUENCE: AN
009010*                          ACCOUNT ONLY ON THE SNAPSHOT HAS
009020*                          VANISHED FROM THE MASTER (A BREAK); AN
009030*                          ACCOUNT ONLY ON THE MASTER WAS ADDED
009040*                          DURING THE DAY AND STARTS FROM ZERO.
009050*----------------------------------------------------------------
009060 4400-MATCH-ONE-ACCOUNT.
009070     EVALUATE TRUE
009080         WHEN WS-SNAP-EOF-YES
009090             PERFORM 4420-MASTER-ONLY THRU 4420-EXIT
009100             PERFORM 4310-READ-MASTER THRU 4310-EXIT
009110         WHEN WS-MAST-EOF-YES
009120             PERFORM 4430-SNAPSHOT-ONLY THRU 4430-EXIT
009130             PERFORM 4300-READ-SNAPSHOT THRU 4300-EXIT
009140         WHEN SNPI-ACCOUNT < ACCT-NUMBER
009150             PERFORM 4430-SNAPSHOT-ONLY THRU 4430-EXIT
009160             PERFORM 4300-READ-SNAPSHOT THRU 4300-EXIT
009170         WHEN SNPI-ACCOUNT > ACCT-NUMBER
009180             PERFORM 4420-MASTER-ONLY THRU 4420-EXIT
009190             PERFORM 4310-READ-MASTER THRU 4310-EXIT
009200         WHEN OTHER
009210             PERFORM 4410-COMPARE-MATCHED THRU 4410-EXIT
009220             PERFORM 4300-READ-SNAPSHOT THRU 4300-EXIT
009230             PERFORM 4310-READ-MASTER THRU 4310-EXIT
009240     END-EVALUATE.
009250 4400-EXIT.
009260     EXIT.
009270*
009280 4410-COMPARE-MATCHED.
009290     ADD 1 TO WS-MATCHED-COUNT.
009300     MOVE ACCT-NUMBER TO WS-CMP-ACCOUNT.
009310     IF SNPI-BALANCE IS NUMERIC
009320         MOVE SNPI-BALANCE TO WS-CMP-BEFORE
009330     ELSE
009340         MOVE 0 TO WS-CMP-BEFORE
009350     END-IF.
009360     PERFORM 4440-JUDGE-ONE-ACCOUNT THRU 4440-EXIT.
009370 4410-EXIT.
009380     EXIT.
009390*
009400 4420-MASTER-ONLY.
009410     ADD 1 TO WS-NEW-ACCT-COUNT.
009420     MOVE ACCT-NUMBER TO WS-CMP-ACCOUNT.
009430     MOVE 0 TO WS-CMP-BEFORE.
009440     PERFORM 4440-JUDGE-ONE-ACCOUNT THRU 4440-EXIT.
009450 4420-EXIT.
009460     EXIT.
009470*
009480 4430-SNAPSHOT-ONLY.
009490     ADD 1 TO WS-GONE-ACCT-COUNT.
009500     ADD 1 TO WS-BREAK-COUNT.
009510     MOVE SNPI-ACCOUNT TO WS-DTL-ACCOUNT.
009520     IF SNPI-BALANCE IS NUMERIC
009530         MOVE SNPI-BALANCE TO WS-DTL-BEFORE
009540         ADD SNPI-BALANCE TO WS-BEFORE-TOTAL
009550     ELSE
009560         MOVE 0 TO WS-DTL-BEFORE
009570     END-IF.
009580     MOVE 0 TO WS-DTL-AFTER.
009590     MOVE 0 TO WS-DTL-MOVEMENT.
009600     MOVE 0 TO WS-DTL-EXPECTED.
009610     MOVE 'NOT ON MASTER           ' TO WS-DTL-REMARK.
009620     MOVE WS-DETAIL-LINE TO TBAL-REPORT-LINE.
009630     WRITE TBAL-REPORT-LINE.
009640 4430-EXIT.
009650     EXIT.
009660*
009670*----------------------------------------------------------------
009680* 4440-JUDGE-ONE-ACCOUNT - WITH THE BEFORE FIGURE SET, TAKE THE
009690*                          AFTER FIGURE OFF THE MASTER RECORD,
009700*                          ROLL BOTH INTO THE RUN TOTALS, AND
009710*                          REPORT THE ACCOUNT IF ITS BALANCE IS
009720*                          NOT NUMERIC OR ITS MOVEMENT DOES NOT
009730*                          MATCH THE NET ACTWORK ACTIVITY
009740*----------------------------------------------------------------
009750 4440-JUDGE-ONE-ACCOUNT.
009760     MOVE 'N' TO WS-CMP-BAD-SWITCH.
009770     IF ACCT-CURRENT-BALANCE IS NOT NUMERIC
009780         MOVE 'Y' TO WS-CMP-BAD-SWITCH
009790         MOVE 0 TO WS-CMP-AFTER
009800         ADD 1 TO WS-BAD-BALANCE-COUNT
009810         ADD 1 TO WS-BREAK-COUNT
009820     ELSE
009830         MOVE ACCT-CURRENT-BALANCE TO WS-CMP-AFTER
009840     END-IF.
009850     ADD WS-CMP-BEFORE TO WS-BEFORE-TOTAL.
009860     ADD WS-CMP-AFTER  TO WS-AFTER-TOTAL.
009870     COMPUTE WS-CMP-MOVEMENT = WS-CMP-AFTER - WS-CMP-BEFORE.
009880     PERFORM 4450-LOOKUP-EXPECTED THRU 4450-EXIT.
009890     IF WS-CMP-BAD-BALANCE
009900         MOVE 'BALANCE NOT NUMERIC     ' TO WS-DTL-REMARK
009910         PERFORM 4460-WRITE-BREAK-LINE THRU 4460-EXIT
009920     ELSE
009930         IF WS-CMP-MOVEMENT NOT = WS-CMP-EXPECTED
009940             ADD 1 TO WS-UNEXPLAINED-COUNT
009950             ADD 1 TO WS-BREAK-COUNT
009960             MOVE 'MOVEMENT NOT EXPLAINED  ' TO WS-DTL-REMARK
009970             PERFORM 4460-WRITE-BREAK-LINE THRU 4460-EXIT
009980         END-IF
009990     END-IF.
010000 4440-EXIT.
010010     EXIT.
010020*
010030 4450-LOOKUP-EXPECTED.
010040     MOVE 0 TO WS-CMP-EXPECTED.
010050     IF WS-ACT-ACCT-COUNT > 0
010060         SET WS-ACT-IDX TO 1
010070         SEARCH WS-ACT-ENTRY
010080             AT END
010090                 CONTINUE
010100             WHEN WS-ACT-ACCT-TBL(WS-ACT-IDX) = WS-CMP-ACCOUNT
010110                 MOVE WS-ACT-NET-TBL(WS-ACT-IDX)
010120                         TO WS-CMP-EXPECTED
010130         END-SEARCH
010140     END-IF.
010150 4450-EXIT.
010160     EXIT.
010170*
010180 4460-WRITE-BREAK-LINE.
010190     MOVE WS-CMP-ACCOUNT  TO WS-DTL-ACCOUNT.
010200     MOVE WS-CMP-BEFORE   TO WS-DTL-BEFORE.
010210     MOVE WS-CMP-AFTER    TO WS-DTL-AFTER.
010220     MOVE WS-CMP-MOVEMENT TO WS-DTL-MOVEMENT.
010230     MOVE WS-CMP-EXPECTED TO WS-DTL-EXPECTED.
010240     MOVE WS-DETAIL-LINE  TO TBAL-REPORT-LINE.
010250     WRITE TBAL-REPORT-LINE.
010260 4460-EXIT.
010270     EXIT.
010280*
010290*----------------------------------------------------------------
010300* 8000-PRINT-CERTIFICATE - FOOT THE RUN: SNAPSHOT CONTROL TRAILER
010310*                          AGAINST WHAT WAS READ, AND THE TOTAL
010320*                          BALANCE MOVEMENT AGAINST THE GL
010330*                          CUSTOMER-SIDE NET.  ANY BREAK SETS
010340*                          RETURN CODE 8.
010350*----------------------------------------------------------------
010360 8000-PRINT-CERTIFICATE.
010370     MOVE SPACES TO TBAL-REPORT-LINE.
010380     WRITE TBAL-REPORT-LINE.
010390     IF NOT WS-SNAP-TRL-SEEN
010400         ADD 1 TO WS-BREAK-COUNT
010410         MOVE 'SNAPSHOT TRAILER MISSING - ' TO WS-TOT-LABEL
010420         MOVE 0 TO WS-TOT-AMOUNT
010430         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
010440     ELSE
010450         IF WS-SNAP-TRL-COUNT NOT = WS-SNAP-READ-COUNT
010460                 OR WS-SNAP-TRL-TOTAL NOT = WS-BEFORE-TOTAL
010470             ADD 1 TO WS-BREAK-COUNT
010480             MOVE 'SNAPSHOT DOES NOT FOOT -    ' TO WS-TOT-LABEL
010490             MOVE WS-SNAP-TRL-TOTAL TO WS-TOT-AMOUNT
010500             PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
010510         END-IF
010520     END-IF.
010530     MOVE 'BALANCE TOTAL BEFORE RUN    ' TO WS-TOT-LABEL.
010540     MOVE WS-BEFORE-TOTAL TO WS-TOT-AMOUNT.
010550     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
010560     MOVE 'BALANCE TOTAL AFTER RUN     ' TO WS-TOT-LABEL.
010570     MOVE WS-AFTER-TOTAL TO WS-TOT-AMOUNT.
010580     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
010590     COMPUTE WS-MOVEMENT-TOTAL =
010600             WS-AFTER-TOTAL - WS-BEFORE-TOTAL.
010610     MOVE 'NET MOVEMENT ON MASTER      ' TO WS-TOT-LABEL.
010620     MOVE WS-MOVEMENT-TOTAL TO WS-TOT-AMOUNT.
010630     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
010640     MOVE 'GL CUSTOMER-SIDE NET        ' TO WS-TOT-LABEL.
010650     MOVE WS-GL-CUST-NET TO WS-TOT-AMOUNT.
010660     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
010670     IF WS-MOVEMENT-TOTAL NOT = WS-GL-CUST-NET
010680         ADD 1 TO WS-BREAK-COUNT
010690         MOVE SPACES TO TBAL-REPORT-LINE
010700         STRING '*** MASTER MOVEMENT DOES NOT EQUAL THE GL '
010710                'CUSTOMER-SIDE NET ***'
010720                DELIMITED BY SIZE
010730                INTO TBAL-REPORT-LINE
010740         WRITE TBAL-REPORT-LINE
010750     END-IF.
010760*
010770     DISPLAY 'TRIALBAL - TRIAL BALANCE PASS COMPLETE'.
010780     DISPLAY 'SNAPSHOT ACCOUNTS READ : ' WS-SNAP-READ-COUNT.
010790     DISPLAY 'MASTER ACCOUNTS READ   : ' WS-MAST-READ-COUNT.
010800     DISPLAY 'MATCHED                : ' WS-MATCHED-COUNT.
010810     DISPLAY 'NEW ON MASTER          : ' WS-NEW-ACCT-COUNT.
010820     DISPLAY 'MISSING FROM MASTER    : ' WS-GONE-ACCT-COUNT.
010830     DISPLAY 'NON-NUMERIC BALANCES   : ' WS-BAD-BALANCE-COUNT.
010840     DISPLAY 'UNEXPLAINED MOVEMENTS  : ' WS-UNEXPLAINED-COUNT.
010850     DISPLAY 'NET MOVEMENT ON MASTER : ' WS-MOVEMENT-TOTAL.
010860     DISPLAY 'GL CUSTOMER-SIDE NET   : ' WS-GL-CUST-NET.
010870     IF WS-BREAK-COUNT = 0
010880         DISPLAY 'MASTER FILE PROVES TO THE GL - NO BREAKS'
010890         MOVE SPACES TO TBAL-REPORT-LINE
010900         STRING 'MASTER FILE PROVES TO THE GL - NO BREAKS'
010910                DELIMITED BY SIZE
010920                INTO TBAL-REPORT-LINE
010930         WRITE TBAL-REPORT-LINE
010940     ELSE
010950         DISPLAY '*** TRIAL BALANCE DOES NOT PROVE - '
010960                 WS-BREAK-COUNT ' BREAK(S) - DO NOT RELEASE '
010970                 'THE RESTART ***'
010980         IF RETURN-CODE < 8
010990             MOVE 8 TO RETURN-CODE
011000         END-IF
011010     END-IF.
011020 8000-EXIT.
011030     EXIT.
011040*
011050 8100-WRITE-TOTAL-LINE.
011060     MOVE WS-TOTAL-LINE TO TBAL-REPORT-LINE.
011070     WRITE TBAL-REPORT-LINE.
011080 8100-EXIT.
011090     EXIT.
011100*
011110*----------------------------------------------------------------
011120* 8950-WRITE-LEDGER-END - RECORD THE END OF THE RUN ON THE LEDGER
011130*                         WITH ITS FINAL RETURN CODE AND COUNTS:
011140*                         MODE B - ACCOUNTS SNAPSHOTTED,
011150*                         NON-NUMERIC BALANCES.  MODE A - MASTER
011160*                         ACCOUNTS READ, UNEXPLAINED MOVEMENTS,
011170*                         BREAKS.
011180*----------------------------------------------------------------
011190 8950-WRITE-LEDGER-END.
011200     IF WS-MODE-BEFORE
011210         MOVE WS-SNAP-WRITE-COUNT  TO WS-RUNL-COUNT-1
011220         MOVE WS-SNAP-BAD-COUNT    TO WS-RUNL-COUNT-2
011230     ELSE
011240         MOVE WS-MAST-READ-COUNT   TO WS-RUNL-COUNT-1
011250         MOVE WS-UNEXPLAINED-COUNT TO WS-RUNL-COUNT-2
011260         MOVE WS-BREAK-COUNT       TO WS-RUNL-COUNT-3
011270     END-IF.
011280     MOVE RETURN-CODE TO WS-RUNL-RC.
011290     MOVE 'E' TO WS-RUNL-EVENT.
011300     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
011310 8950-EXIT.
011320     EXIT.
