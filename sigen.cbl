000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SIGEN.
000030 AUTHOR.        R HUCKABY.
000040 INSTALLATION.  DAILY BATCH PROCESSING GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26  RH  ORIGINAL PROGRAM.  NIGHTLY STANDING-ORDER
000110*               GENERATOR, BUILT THE SAME WAY AS ACCRGEN.  IT
000120*               SWEEPS THE STANDING-INSTRUCTION MASTER (SIMAST,
000130*               SEE SIREC) AGAINST THE CTLCARD PROCESSING DATE
000140*               AND WRITES EVERY ACTIVE INSTRUCTION THAT HAS
000150*               FALLEN DUE AS A LINKED PAIR OF DETAIL RECORDS --
000160*               A DEBIT LEG TO THE FROM ACCOUNT FOLLOWED BY ITS
000170*               CREDIT LEG TO THE TO ACCOUNT, EACH NAMING THE
000180*               INSTRUCTION AND THE OTHER LEG (SEE TRANREC) -- IN
000190*               ONE TRANFILE BATCH GROUP ON SIOUT.  BATCHPROC
000200*               POSTS BOTH LEGS OR NEITHER.  EACH INSTRUCTION
000210*               WRITTEN IS MARKED PENDING WITH ITS TWO TRAN-IDS
000220*               UNTIL SIRSLT, RUN BEHIND THE POSTING RUN, FINDS
000230*               OUT WHAT HAPPENED TO IT.  AN INSTRUCTION STILL
000240*               PENDING FROM AN EARLIER NIGHT IS NOT WRITTEN
000250*               AGAIN; IT IS REPORTED AND LEAVES A RETURN CODE OF
000260*               4.  AN INSTRUCTION WHOSE NEXT-DUE DATE HAS PASSED
000270*               ITS END DATE IS MARKED ENDED.  A SECOND RUN FOR
000280*               THE SAME PROCESSING DATE IS REFUSED BY THE RUN
000290*               LEDGER (RUNLEDG) UNLESS AN OPERATOR OVERRIDE CARD
000300*               (RUNOVRD) NAMES IT.
000310* 10/15/26  RH  A DUE INSTRUCTION WHOSE FROM ACCOUNT IS NOT ON
000320*               ACCTMAST OR NOT OPEN (DORMANT, CLOSING OR CLOSED)
000330*               IS NO LONGER WRITTEN.  IT IS SUSPENDED, AS SIMNT
000340*               WOULD, REPORTED, AND LEAVES A RETURN CODE OF 4.
000350*               SIMNT RESUMES IT ONCE THE ACCOUNT IS OPEN AGAIN.
000360*----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.  IBM-370.
000400 OBJECT-COMPUTER.  IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT SIMAST    ASSIGN TO SIMAST
000440            ORGANIZATION IS INDEXED
000450            ACCESS MODE IS SEQUENTIAL
000460            RECORD KEY IS SI-NUMBER
000470            FILE STATUS IS WS-SIMAST-STATUS.
000480     SELECT ACCTMAST  ASSIGN TO ACCTMAST
000490            ORGANIZATION IS INDEXED
000500            ACCESS MODE IS RANDOM
000510            RECORD KEY IS ACCT-NUMBER
000520            FILE STATUS IS WS-ACCTMAST-STATUS.
000530     SELECT SICTL     ASSIGN TO SICTL
000540            ORGANIZATION IS LINE SEQUENTIAL
000550            FILE STATUS IS WS-SICTL-STATUS.
000560     SELECT CTLCARD   ASSIGN TO CTLCARD
000570            ORGANIZATION IS LINE SEQUENTIAL
000580            FILE STATUS IS WS-CTLCARD-STATUS.
000590     SELECT RUNLEDG   ASSIGN TO RUNLEDG
000600            ORGANIZATION IS LINE SEQUENTIAL
000610            FILE STATUS IS WS-RUNLEDG-STATUS.
000620     SELECT RUNOVRD   ASSIGN TO RUNOVRD
000630            ORGANIZATION IS LINE SEQUENTIAL
000640            FILE STATUS IS WS-RUNOVRD-STATUS.
000650     SELECT SIWORK    ASSIGN TO SIWORK
000660            ORGANIZATION IS LINE SEQUENTIAL
000670            FILE STATUS IS WS-SIWORK-STATUS.
000680     SELECT SIOUT     ASSIGN TO SIOUT
000690            ORGANIZATION IS LINE SEQUENTIAL
000700            FILE STATUS IS WS-SIOUT-STATUS.
000710*
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  SIMAST.
000750 01  SI-MASTER-RECORD.
000760     COPY SIREC.
000770*
000780 FD  ACCTMAST.
000790 01  ACCT-MASTER-RECORD.
000800     COPY ACCTREC.
000810*
000820*----------------------------------------------------------------
000830* SICTL - ONE CONTROL CARD GIVING THE BATCH ID FOR THE GENERATED
000840* BATCH GROUP, THE FIRST TRAN-ID TO ASSIGN (TWO ARE USED PER
000850* TRANSFER), AND THE TRANSACTION TYPE CODES FOR THE DEBIT LEG
000860* AND THE CREDIT LEG.  BOTH CODES MUST BE ON TYPEFILE, ON THE
000870* DEBIT AND CREDIT SIDE RESPECTIVELY, OR BATCHPROC WILL REJECT
000880* EVERY TRANSFER.
000890*----------------------------------------------------------------
000900 FD  SICTL.
000910 01  SIC-RECORD.
000920     05  SIC-BATCH-ID              PIC X(08).
000930     05  SIC-START-TRAN-ID         PIC 9(06).
000940     05  SIC-DR-TYPE-CODE          PIC X(01).
000950     05  SIC-CR-TYPE-CODE          PIC X(01).
000960     05  FILLER                    PIC X(64).
000970*
000980*----------------------------------------------------------------
000990* CTLCARD - THE SAME RUN-DATE CONTROL CARD BATCHPROC READS.  THE
001000* PROCESSING DATE DECIDES WHAT IS DUE AND BECOMES THE HEADER RUN
001010* DATE AND THE EFFECTIVE DATE ON EVERY GENERATED LEG.
001020*----------------------------------------------------------------
001030 FD  CTLCARD.
001040 01  CTL-RECORD.
001050     05  CTL-PROCESSING-DATE       PIC 9(08).
001060     05  FILLER                    PIC X(72).
001070*
001080*----------------------------------------------------------------
001090* RUNLEDG - THE NIGHTLY STREAM'S RUN LEDGER, READ AT STARTUP TO
001100* CHECK THIS RUN'S PLACE IN THE STREAM AND EXTENDED WITH ITS
001110* START AND END RECORDS.  RUNOVRD - OPTIONAL OPERATOR OVERRIDE
001120* CARD THAT LETS A REFUSED RUN GO AHEAD.
001130*----------------------------------------------------------------
001140 FD  RUNLEDG.
001150 01  RUNL-RECORD.
001160     COPY RUNLREC.
001170*
001180 FD  RUNOVRD.
001190 01  RUNO-RECORD.
001200     COPY RUNOREC.
001210*
001220*----------------------------------------------------------------
001230* SIWORK - STAGED DETAIL RECORDS, WRITTEN DURING THE SIMAST
001240* SWEEP AND COPIED TO SIOUT BEHIND THE HEADER ONCE THE COUNT
001250* AND TOTAL ARE KNOWN
001260*----------------------------------------------------------------
001270 FD  SIWORK.
001280 01  SI-WORK-RECORD                PIC X(80).
001290*
001300 FD  SIOUT.
001310 01  SI-OUT-RECORD                 PIC X(80).
001320*
001330 WORKING-STORAGE SECTION.
001340*----------------------------------------------------------------
001350* FILE STATUS AND CONTROL SWITCHES
001360*----------------------------------------------------------------
001370 77  WS-SIMAST-STATUS            PIC X(02) VALUE SPACES.
001380 77  WS-ACCTMAST-STATUS          PIC X(02) VALUE SPACES.
001390 77  WS-SICTL-STATUS             PIC X(02) VALUE SPACES.
001400 77  WS-CTLCARD-STATUS           PIC X(02) VALUE SPACES.
001410 77  WS-SIWORK-STATUS            PIC X(02) VALUE SPACES.
001420 77  WS-SIOUT-STATUS             PIC X(02) VALUE SPACES.
001430*
001440 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001450     88  WS-EOF-YES              VALUE 'Y'.
001460     88  WS-EOF-NO               VALUE 'N'.
001470 77  WS-SIWORK-EOF-SWITCH        PIC X(01) VALUE 'N'.
001480     88  WS-SIWORK-EOF-YES       VALUE 'Y'.
001490 77  WS-FROM-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001500     88  WS-FROM-ACCT-OPEN       VALUE 'Y'.
001510*
001520*----------------------------------------------------------------
001530* COUNTERS AND CONTROL TOTALS
001540*----------------------------------------------------------------
001550 77  WS-SI-READ-COUNT            PIC 9(07) COMP VALUE 0.
001560 77  WS-NOT-ACTIVE-COUNT         PIC 9(07) COMP VALUE 0.
001570 77  WS-NOT-DUE-COUNT            PIC 9(07) COMP VALUE 0.
001580 77  WS-ENDED-COUNT              PIC 9(07) COMP VALUE 0.
001590 77  WS-STILL-PENDING-COUNT      PIC 9(07) COMP VALUE 0.
001600 77  WS-BAD-RECORD-COUNT         PIC 9(07) COMP VALUE 0.
001610 77  WS-ACCT-SUSPENDED-COUNT     PIC 9(07) COMP VALUE 0.
001620 77  WS-PAIR-COUNT               PIC 9(07) COMP VALUE 0.
001630 77  WS-DETAIL-COUNT             PIC 9(07) COMP VALUE 0.
001640 01  WS-CONTROL-AMOUNT           PIC 9(09)V99 VALUE 0.
001650*
001660 77  WS-PROCESSING-DATE          PIC 9(08) VALUE 0.
001670 77  WS-NEXT-TRAN-ID             PIC 9(07) VALUE 0.
001680 77  WS-DEBIT-TRAN-ID            PIC 9(06) VALUE 0.
001690 77  WS-CREDIT-TRAN-ID           PIC 9(06) VALUE 0.
001700*
001710*----------------------------------------------------------------
001720* VALUES FROM THE SICTL CARD
001730*----------------------------------------------------------------
001740 77  WS-BATCH-ID                 PIC X(08) VALUE SPACES.
001750 77  WS-DR-TYPE-CODE             PIC X(01) VALUE SPACE.
001760 77  WS-CR-TYPE-CODE             PIC X(01) VALUE SPACE.
001770*
001780*----------------------------------------------------------------
001790* OUTPUT RECORD STAGING AREAS.  THE DETAIL IS BUILT IN THE SHARED
001800* TRANREC LAYOUT; HEADER AND TRAILER MATCH THE LAYOUTS BATCHPROC
001810* EXPECTS, THE SAME AS ACCRGEN WRITES THEM.
001820*----------------------------------------------------------------
001830 01  WS-DETAIL-RECORD.
001840     COPY TRANREC.
001850 01  WS-HEADER-RECORD.
001860     05  WS-HDR-REC-TYPE         PIC X(01) VALUE 'H'.
001870     05  WS-HDR-RUN-DATE         PIC 9(08).
001880     05  WS-HDR-EXPECTED-COUNT   PIC 9(07).
001890     05  WS-HDR-BATCH-ID         PIC X(08).
001900     05  FILLER                  PIC X(56) VALUE SPACES.
001910 01  WS-TRAILER-RECORD.
001920     05  WS-TRL-REC-TYPE         PIC X(01) VALUE 'T'.
001930     05  WS-TRL-CONTROL-COUNT    PIC 9(07).
001940     05  WS-TRL-CONTROL-AMOUNT   PIC 9(07)V99.
001950     05  FILLER                  PIC X(63) VALUE SPACES.
001960*
001970*----------------------------------------------------------------
001980* RUN LEDGER - SIGEN RUNS ONCE PER PROCESSING DATE AHEAD OF THE
001990* BATCHPROC POSTING RUN.  IT HAS NO PREDECESSOR; A SECOND RUN FOR
002000* THE SAME DATE IS REFUSED WITHOUT AN OVERRIDE CARD.
002010*----------------------------------------------------------------
002020 77  WS-RUNLEDG-STATUS           PIC X(02) VALUE SPACES.
002030 77  WS-RUNOVRD-STATUS           PIC X(02) VALUE SPACES.
002040 77  WS-RUNLEDG-EOF-SWITCH       PIC X(01) VALUE 'N'.
002050     88  WS-RUNLEDG-EOF-YES      VALUE 'Y'.
002060 77  WS-RUNL-OVERRIDE-SWITCH     PIC X(01) VALUE 'N'.
002070     88  WS-RUNL-OVERRIDDEN      VALUE 'Y'.
002080 77  WS-RUNL-DONE-SWITCH         PIC X(01) VALUE 'N'.
002090     88  WS-RUNL-ALREADY-RUN     VALUE 'Y'.
002100 77  WS-RUNL-UNFINISHED-SWITCH   PIC X(01) VALUE 'N'.
002110     88  WS-RUNL-UNFINISHED      VALUE 'Y'.
002120 77  WS-RUNL-PRED-SWITCH         PIC X(01) VALUE 'N'.
002130     88  WS-RUNL-PRED-ENDED      VALUE 'Y'.
002140 77  WS-RUNL-THIS-PROGRAM        PIC X(10) VALUE 'SIGEN'.
002150 77  WS-RUNL-THIS-MODE           PIC X(01) VALUE SPACE.
002160 77  WS-RUNL-PRED-PROGRAM        PIC X(10) VALUE SPACES.
002170 77  WS-RUNL-PRED-MODE           PIC X(01) VALUE SPACE.
002180 77  WS-RUNL-PRED-MAX-RC         PIC 9(03) VALUE 4.
002190 77  WS-RUNL-PRED-RC             PIC 9(03) VALUE 0.
002200 77  WS-RUNL-EVENT               PIC X(01) VALUE SPACE.
002210 77  WS-RUNL-RC                  PIC 9(03) VALUE 0.
002220 77  WS-RUNL-OPERATOR            PIC X(08) VALUE SPACES.
002230 77  WS-RUNL-TIME                PIC 9(08) VALUE 0.
002240 77  WS-RUNL-COUNT-1             PIC 9(09) VALUE 0.
002250 77  WS-RUNL-COUNT-2             PIC 9(09) VALUE 0.
002260 77  WS-RUNL-COUNT-3             PIC 9(09) VALUE 0.
002270*
002280 PROCEDURE DIVISION.
002290*----------------------------------------------------------------
002300* 0000-MAINLINE
002310*----------------------------------------------------------------
002320 0000-MAINLINE.
002330     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002340     PERFORM 2000-PROCESS-INSTRUCTION THRU 2000-EXIT
002350             UNTIL WS-EOF-YES.
002360     PERFORM 8000-FINALIZE       THRU 8000-EXIT.
002370     PERFORM 8950-WRITE-LEDGER-END  THRU 8950-EXIT.
002380     STOP RUN.
002390*
002400*----------------------------------------------------------------
002410* 1000-INITIALIZE - READ THE CONTROL CARDS, CHECK THE RUN LEDGER,
002420*                   OPEN THE MASTER AND THE WORK FILE AND PRIME
002430*                   THE SWEEP.  SIMAST IS OPENED I-O SO EACH
002440*                   INSTRUCTION WRITTEN CAN BE MARKED PENDING AS
002450*                   IT GOES.  ACCTMAST IS ONLY READ.
002460*----------------------------------------------------------------
002470 1000-INITIALIZE.
002480     MOVE 'N' TO WS-EOF-SWITCH.
002490     PERFORM 1010-READ-CONTROL-CARD THRU 1010-EXIT.
002500     PERFORM 1020-READ-SI-CARD      THRU 1020-EXIT.
002510     PERFORM 1700-CHECK-RUN-LEDGER  THRU 1700-EXIT.
002520     OPEN I-O SIMAST.
002530     IF WS-SIMAST-STATUS NOT = '00'
002540         DISPLAY '*** FATAL - SIMAST OPEN FAILED, STATUS '
002550                 WS-SIMAST-STATUS
002560         MOVE 16 TO RETURN-CODE
002570         STOP RUN
002580     END-IF.
002590     OPEN INPUT ACCTMAST.
002600     IF WS-ACCTMAST-STATUS NOT = '00'
002610         DISPLAY '*** FATAL - ACCTMAST OPEN FAILED, STATUS '
002620                 WS-ACCTMAST-STATUS
002630         MOVE 16 TO RETURN-CODE
002640         STOP RUN
002650     END-IF.
002660     OPEN OUTPUT SIWORK.
002670     IF WS-SIWORK-STATUS NOT = '00'
002680         DISPLAY '*** FATAL - SIWORK OPEN FAILED, STATUS '
002690                 WS-SIWORK-STATUS
002700         MOVE 16 TO RETURN-CODE
002710         STOP RUN
002720     END-IF.
002730     PERFORM 1200-READ-SIMAST THRU 1200-EXIT.
002740 1000-EXIT.
002750     EXIT.
002760*
002770*----------------------------------------------------------------
002780* 1010-READ-CONTROL-CARD - READ THE ONE-RECORD CTLCARD FILE TO
002790*                          GET THE PROCESSING DATE.  SAME CARD
002800*                          AND SAME EDITS AS BATCHPROC.
002810*----------------------------------------------------------------
002820 1010-READ-CONTROL-CARD.
002830     OPEN INPUT CTLCARD.
002840     IF WS-CTLCARD-STATUS NOT = '00'
002850         DISPLAY '*** FATAL - CTLCARD OPEN FAILED, STATUS '
002860                 WS-CTLCARD-STATUS
002870         MOVE 16 TO RETURN-CODE
002880         STOP RUN
002890     END-IF.
002900     READ CTLCARD
002910         AT END
002920             DISPLAY '*** FATAL - CTLCARD IS EMPTY, NO '
002930                     'PROCESSING DATE SUPPLIED'
002940             MOVE 16 TO RETURN-CODE
002950             STOP RUN
002960     END-READ.
002970     IF CTL-PROCESSING-DATE IS NOT NUMERIC
002980         DISPLAY '*** FATAL - CTLCARD PROCESSING DATE IS NOT '
002990                 'NUMERIC: ' CTL-RECORD
003000         MOVE 16 TO RETURN-CODE
003010         STOP RUN
003020     END-IF.
003030     MOVE CTL-PROCESSING-DATE TO WS-PROCESSING-DATE.
003040     CLOSE CTLCARD.
003050 1010-EXIT.
003060     EXIT.
003070*
003080*----------------------------------------------------------------
003090* 1020-READ-SI-CARD - READ THE ONE-RECORD SICTL FILE TO GET THE
003100*                     BATCH ID, THE STARTING TRAN-ID AND THE DEBIT
003110*                     AND CREDIT TYPE CODES.  EVERY FIELD IS
003120*                     REQUIRED, AND THE TWO CODES MUST DIFFER.
003130*----------------------------------------------------------------
003140 1020-READ-SI-CARD.
003150     OPEN INPUT SICTL.
003160     IF WS-SICTL-STATUS NOT = '00'
003170         DISPLAY '*** FATAL - SICTL OPEN FAILED, STATUS '
003180                 WS-SICTL-STATUS
003190         MOVE 16 TO RETURN-CODE
003200         STOP RUN
003210     END-IF.
003220     READ SICTL
003230         AT END
003240             DISPLAY '*** FATAL - SICTL IS EMPTY, NO STANDING '
003250                     'ORDER PARAMETERS SUPPLIED'
003260             MOVE 16 TO RETURN-CODE
003270             STOP RUN
003280     END-READ.
003290     IF SIC-BATCH-ID = SPACES
003300             OR SIC-START-TRAN-ID IS NOT NUMERIC
003310             OR SIC-DR-TYPE-CODE = SPACE
003320             OR SIC-CR-TYPE-CODE = SPACE
003330             OR SIC-DR-TYPE-CODE = SIC-CR-TYPE-CODE
003340         DISPLAY '*** FATAL - SICTL CARD IS INCOMPLETE OR NOT '
003350                 'NUMERIC: ' SIC-RECORD
003360         MOVE 16 TO RETURN-CODE
003370         STOP RUN
003380     END-IF.
003390     MOVE SIC-BATCH-ID       TO WS-BATCH-ID.
003400     MOVE SIC-START-TRAN-ID  TO WS-NEXT-TRAN-ID.
003410     MOVE SIC-DR-TYPE-CODE   TO WS-DR-TYPE-CODE.
003420     MOVE SIC-CR-TYPE-CODE   TO WS-CR-TYPE-CODE.
003430     CLOSE SICTL.
003440 1020-EXIT.
003450     EXIT.
003460*
003470*----------------------------------------------------------------
003480* 1200-READ-SIMAST - READ THE NEXT STANDING INSTRUCTION IN KEY
003490*                    SEQUENCE
003500*----------------------------------------------------------------
003510 1200-READ-SIMAST.
003520     READ SIMAST NEXT RECORD
003530         AT END
003540             MOVE 'Y' TO WS-EOF-SWITCH
003550         NOT AT END
003560             ADD 1 TO WS-SI-READ-COUNT
003570     END-READ.
003580 1200-EXIT.
003590     EXIT.
003600*
003610*----------------------------------------------------------------
003620* 1700-CHECK-RUN-LEDGER - READ THE RUN LEDGER FOR THIS PROCESSING
003630*                         DATE BEFORE ANY FILE IS TOUCHED.  A
003640*                         SECOND RUN FOR THE DATE, OR A RUN AHEAD
003650*                         OF ITS PREDECESSOR IN THE STREAM, IS
003660*                         REFUSED WITH RETURN CODE 16 UNLESS THE
003670*                         OVERRIDE CARD NAMES THIS PROGRAM AND
003680*                         DATE.  A RUN THAT STARTED BUT NEVER
003690*                         ENDED MAY GO AGAIN.  A MISSING LEDGER
003700*                         MEANS NOTHING HAS RUN YET.
003710*----------------------------------------------------------------
003720 1700-CHECK-RUN-LEDGER.
003730     MOVE 'N' TO WS-RUNL-DONE-SWITCH.
003740     MOVE 'N' TO WS-RUNL-UNFINISHED-SWITCH.
003750     MOVE 'N' TO WS-RUNL-PRED-SWITCH.
003760     PERFORM 1710-READ-OVERRIDE-CARD THRU 1710-EXIT.
003770     OPEN INPUT RUNLEDG.
003780     IF WS-RUNLEDG-STATUS = '00'
003790         MOVE 'N' TO WS-RUNLEDG-EOF-SWITCH
003800         PERFORM 1720-SCAN-ONE-LEDGER-ENTRY THRU 1720-EXIT
003810                 UNTIL WS-RUNLEDG-EOF-YES
003820         CLOSE RUNLEDG
003830     ELSE
003840         IF WS-RUNLEDG-STATUS NOT = '35'
003850             DISPLAY '*** FATAL - RUNLEDG OPEN FAILED, STATUS '
003860                     WS-RUNLEDG-STATUS
003870             MOVE 16 TO RETURN-CODE
003880             STOP RUN
003890         END-IF
003900     END-IF.
003910     IF WS-RUNL-OVERRIDDEN
003920         DISPLAY '*** WARNING - RUN LEDGER CHECKS OVERRIDDEN BY '
003930                 'OPERATOR ' WS-RUNL-OPERATOR
003940     ELSE
003950         PERFORM 1705-APPLY-LEDGER-CHECKS THRU 1705-EXIT
003960     END-IF.
003970     MOVE 'S' TO WS-RUNL-EVENT.
003980     MOVE 0 TO WS-RUNL-RC.
003990     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
004000 1700-EXIT.
004010     EXIT.
004020*
004030*----------------------------------------------------------------
004040* 1705-APPLY-LEDGER-CHECKS - REFUSE A SECOND RUN FOR THE DATE, OR
004050*                            A RUN AHEAD OF ITS PREDECESSOR, NOW
004060*                            THE LEDGER HAS BEEN READ.  NOT
004070*                            PERFORMED WHEN THE OVERRIDE CARD
004080*                            NAMES THIS RUN.
004090*----------------------------------------------------------------
004100 1705-APPLY-LEDGER-CHECKS.
004110     IF WS-RUNL-ALREADY-RUN
004120         DISPLAY '*** FATAL - ' WS-RUNL-THIS-PROGRAM
004130                 ' HAS ALREADY RUN FOR PROCESSING DATE '
004140                 WS-PROCESSING-DATE
004150         PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
004160     END-IF.
004170     IF WS-RUNL-PRED-PROGRAM NOT = SPACES
004180         IF NOT WS-RUNL-PRED-ENDED
004190             DISPLAY '*** FATAL - OUT OF SEQUENCE, '
004200                     WS-RUNL-PRED-PROGRAM
004210                     ' HAS NOT ENDED FOR PROCESSING DATE '
004220                     WS-PROCESSING-DATE
004230             PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
004240         END-IF
004250         IF WS-RUNL-PRED-RC > WS-RUNL-PRED-MAX-RC
004260             DISPLAY '*** FATAL - ' WS-RUNL-PRED-PROGRAM
004270                     ' ENDED WITH RETURN CODE ' WS-RUNL-PRED-RC
004280                     ' FOR PROCESSING DATE ' WS-PROCESSING-DATE
004290             PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
004300         END-IF
004310     END-IF.
004320     IF WS-RUNL-UNFINISHED
004330         DISPLAY '*** WARNING - EARLIER RUN FOR PROCESSING DATE '
004340                 WS-PROCESSING-DATE ' DID NOT END, RUNNING AGAIN'
004350     END-IF.
004360 1705-EXIT.
004370     EXIT.
004380*
004390*----------------------------------------------------------------
004400* 1710-READ-OVERRIDE-CARD - A MISSING OR EMPTY RUNOVRD IS THE
004410*                           NORMAL CASE.  A CARD FOR ANOTHER
004420*                           PROGRAM OR DATE IS IGNORED; ONE FOR
004430*                           THIS RUN MUST NAME THE OPERATOR.
004440*----------------------------------------------------------------
004450 1710-READ-OVERRIDE-CARD.
004460     MOVE 'N' TO WS-RUNL-OVERRIDE-SWITCH.
004470     MOVE SPACES TO WS-RUNL-OPERATOR.
004480     OPEN INPUT RUNOVRD.
004490     IF WS-RUNOVRD-STATUS NOT = '00'
004500         GO TO 1710-EXIT
004510     END-IF.
004520     READ RUNOVRD
004530         AT END
004540             MOVE SPACES TO RUNO-RECORD
004550     END-READ.
004560     CLOSE RUNOVRD.
004570     IF RUNO-PROGRAM NOT = WS-RUNL-THIS-PROGRAM
004580             OR RUNO-PROCESSING-DATE IS NOT NUMERIC
004590         GO TO 1710-EXIT
004600     END-IF.
004610     IF RUNO-PROCESSING-DATE NOT = WS-PROCESSING-DATE
004620             OR (RUNO-MODE NOT = SPACE
004630                 AND RUNO-MODE NOT = WS-RUNL-THIS-MODE)
004640         GO TO 1710-EXIT
004650     END-IF.
004660     IF RUNO-OPERATOR = SPACES
004670         DISPLAY '*** WARNING - OVERRIDE CARD IGNORED, NO '
004680                 'OPERATOR ID: ' RUNO-RECORD
004690         GO TO 1710-EXIT
004700     END-IF.
004710     MOVE 'Y' TO WS-RUNL-OVERRIDE-SWITCH.
004720     MOVE RUNO-OPERATOR TO WS-RUNL-OPERATOR.
004730     DISPLAY 'OVERRIDE REASON: ' RUNO-REASON.
004740 1710-EXIT.
004750     EXIT.
004760*
004770*----------------------------------------------------------------
004780* 1720-SCAN-ONE-LEDGER-ENTRY - NOTE THIS PROGRAM'S OWN STARTS AND
004790*                              ENDS FOR THE DATE, AND WHETHER ITS
004800*                              PREDECESSOR HAS ENDED (THE LAST
004810*                              END ON FILE GIVES ITS RETURN CODE)
004820*----------------------------------------------------------------
004830 1720-SCAN-ONE-LEDGER-ENTRY.
004840     READ RUNLEDG
004850         AT END
004860             SET WS-RUNLEDG-EOF-YES TO TRUE
004870     END-READ.
004880     IF NOT WS-RUNLEDG-EOF-YES
004890             AND RUNL-PROCESSING-DATE = WS-PROCESSING-DATE
004900         IF RUNL-PROGRAM = WS-RUNL-THIS-PROGRAM
004910                 AND RUNL-MODE = WS-RUNL-THIS-MODE
004920             IF RUNL-STARTED
004930                 MOVE 'Y' TO WS-RUNL-UNFINISHED-SWITCH
004940             END-IF
004950             IF RUNL-ENDED
004960                 MOVE 'Y' TO WS-RUNL-DONE-SWITCH
004970                 MOVE 'N' TO WS-RUNL-UNFINISHED-SWITCH
004980             END-IF
004990         END-IF
005000         IF WS-RUNL-PRED-PROGRAM NOT = SPACES
005010                 AND RUNL-PROGRAM = WS-RUNL-PRED-PROGRAM
005020                 AND RUNL-ENDED
005030                 AND (WS-RUNL-PRED-MODE = SPACE
005040                      OR RUNL-MODE = WS-RUNL-PRED-MODE)
005050             MOVE 'Y' TO WS-RUNL-PRED-SWITCH
005060             MOVE RUNL-RETURN-CODE TO WS-RUNL-PRED-RC
005070         END-IF
005080     END-IF.
005090 1720-EXIT.
005100     EXIT.
005110*
005120*----------------------------------------------------------------
005130* 1730-WRITE-LEDGER-RECORD - APPEND ONE START, END OR REFUSED
005140*                            RECORD TO THE LEDGER (THE FIRST RUN
005150*                            EVER CREATES IT)
005160*----------------------------------------------------------------
005170 1730-WRITE-LEDGER-RECORD.
005180     MOVE SPACES TO RUNL-RECORD.
005190     MOVE WS-RUNL-THIS-PROGRAM TO RUNL-PROGRAM.
005200     MOVE WS-PROCESSING-DATE   TO RUNL-PROCESSING-DATE.
005210     MOVE WS-RUNL-THIS-MODE    TO RUNL-MODE.
005220     MOVE WS-RUNL-EVENT        TO RUNL-EVENT.
005230     IF WS-RUNL-OVERRIDDEN
005240         MOVE 'Y' TO RUNL-OVERRIDE-FLAG
005250         MOVE WS-RUNL-OPERATOR TO RUNL-OPERATOR
005260     ELSE
005270         MOVE 'N' TO RUNL-OVERRIDE-FLAG
005280     END-IF.
005290     ACCEPT RUNL-SYSTEM-DATE FROM DATE YYYYMMDD.
005300     ACCEPT WS-RUNL-TIME FROM TIME.
005310     MOVE WS-RUNL-TIME(1:6)    TO RUNL-SYSTEM-TIME.
005320     MOVE WS-RUNL-RC           TO RUNL-RETURN-CODE.
005330     MOVE WS-RUNL-COUNT-1      TO RUNL-COUNT-1.
005340     MOVE WS-RUNL-COUNT-2      TO RUNL-COUNT-2.
005350     MOVE WS-RUNL-COUNT-3      TO RUNL-COUNT-3.
005360     OPEN EXTEND RUNLEDG.
005370     IF WS-RUNLEDG-STATUS = '35'
005380         OPEN OUTPUT RUNLEDG
005390     END-IF.
005400     IF WS-RUNLEDG-STATUS NOT = '00'
005410         DISPLAY '*** FATAL - RUNLEDG OPEN FAILED, STATUS '
005420                 WS-RUNLEDG-STATUS
005430         MOVE 16 TO RETURN-CODE
005440         STOP RUN
005450     END-IF.
005460     WRITE RUNL-RECORD.
005470     CLOSE RUNLEDG.
005480 1730-EXIT.
005490     EXIT.
005500*
005510*----------------------------------------------------------------
005520* 1740-REFUSE-RUN - RECORD THE REFUSAL ON THE LEDGER AND STOP
005530*----------------------------------------------------------------
005540 1740-REFUSE-RUN.
005550     MOVE 'R' TO WS-RUNL-EVENT.
005560     MOVE 16 TO WS-RUNL-RC.
005570     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
005580     DISPLAY '*** RUN REFUSED - AN OPERATOR OVERRIDE CARD ON '
005590             'RUNOVRD IS NEEDED TO RUN IT'.
005600     MOVE 16 TO RETURN-CODE.
005610     STOP RUN.
005620 1740-EXIT.
005630     EXIT.
005640*
005650*----------------------------------------------------------------
005660* 2000-PROCESS-INSTRUCTION - DECIDE WHAT TO DO WITH ONE
005670*                            INSTRUCTION, THEN READ THE NEXT.
005680*                            ONLY ACTIVE INSTRUCTIONS ARE LOOKED
005690*                            AT.  ONE STILL PENDING IS REPORTED
005700*                            AND LEFT ALONE -- WRITING IT AGAIN
005710*                            COULD PAY IT TWICE.  ONE PAST ITS END
005720*                            DATE IS ENDED.  ONE DUE ON OR BEFORE
005730*                            THE PROCESSING DATE IS WRITTEN --
005740*                            UNLESS ITS FROM ACCOUNT IS NOT OPEN,
005750*                            WHEN IT IS SUSPENDED INSTEAD.
005760*----------------------------------------------------------------
005770 2000-PROCESS-INSTRUCTION.
005780     IF NOT SI-ACTIVE
005790         ADD 1 TO WS-NOT-ACTIVE-COUNT
005800         GO TO 2000-READ-NEXT
005810     END-IF.
005820     IF SI-PENDING
005830         ADD 1 TO WS-STILL-PENDING-COUNT
005840         DISPLAY '*** WARNING - INSTRUCTION ' SI-NUMBER
005850                 ' STILL PENDING FROM ' SI-PENDING-DATE
005860                 ', NOT WRITTEN AGAIN'
005870         GO TO 2000-READ-NEXT
005880     END-IF.
005890     IF SI-NEXT-DUE-DATE IS NOT NUMERIC
005900             OR SI-END-DATE IS NOT NUMERIC
005910             OR SI-AMOUNT IS NOT NUMERIC
005920             OR SI-FROM-ACCOUNT IS NOT NUMERIC
005930             OR SI-TO-ACCOUNT IS NOT NUMERIC
005940         ADD 1 TO WS-BAD-RECORD-COUNT
005950         DISPLAY '*** WARNING - INSTRUCTION ' SI-NUMBER
005960                 ' HAS A NON-NUMERIC FIELD, NOT WRITTEN'
005970         GO TO 2000-READ-NEXT
005980     END-IF.
005990     IF SI-END-DATE > 0
006000             AND SI-NEXT-DUE-DATE > SI-END-DATE
006010         PERFORM 2100-END-INSTRUCTION THRU 2100-EXIT
006020         GO TO 2000-READ-NEXT
006030     END-IF.
006040     IF SI-NEXT-DUE-DATE > WS-PROCESSING-DATE
006050         ADD 1 TO WS-NOT-DUE-COUNT
006060     ELSE
006070         PERFORM 2150-CHECK-FROM-ACCOUNT THRU 2150-EXIT
006080         IF WS-FROM-ACCT-OPEN
006090             PERFORM 2200-GENERATE-TRANSFER THRU 2200-EXIT
006100         ELSE
006110             PERFORM 2160-SUSPEND-INSTRUCTION THRU 2160-EXIT
006120         END-IF
006130     END-IF.
006140 2000-READ-NEXT.
006150     PERFORM 1200-READ-SIMAST THRU 1200-EXIT.
006160 2000-EXIT.
006170     EXIT.
006180*
006190*----------------------------------------------------------------
006200* 2100-END-INSTRUCTION - THE NEXT OCCURRENCE FALLS AFTER THE END
006210*                        DATE, SO THE INSTRUCTION HAS RUN ITS
006220*                        COURSE.  MARK IT ENDED.
006230*----------------------------------------------------------------
006240 2100-END-INSTRUCTION.
006250     MOVE 'E' TO SI-STATUS.
006260     REWRITE SI-MASTER-RECORD.
006270     IF WS-SIMAST-STATUS NOT = '00'
006280         DISPLAY '*** FATAL - SIMAST REWRITE FAILED, STATUS '
006290                 WS-SIMAST-STATUS ' INSTRUCTION ' SI-NUMBER
006300         MOVE 16 TO RETURN-CODE
006310         STOP RUN
006320     END-IF.
006330     ADD 1 TO WS-ENDED-COUNT.
006340 2100-EXIT.
006350     EXIT.
006360*
006370*----------------------------------------------------------------
006380* 2150-CHECK-FROM-ACCOUNT - LOOK THE FROM ACCOUNT UP ON ACCTMAST.
006390*                           ONLY AN OPEN ACCOUNT MAY BE DEBITED --
006400*                           BATCHPROC WOULD SUSPEND OR REJECT A
006410*                           DEBIT LEG TO ANY OTHER, AND A CLOSING
006420*                           ACCOUNT MUST TAKE NO NEW DEBITS.
006430*----------------------------------------------------------------
006440 2150-CHECK-FROM-ACCOUNT.
006450     MOVE 'N' TO WS-FROM-OPEN-SWITCH.
006460     MOVE SI-FROM-ACCOUNT TO ACCT-NUMBER.
006470     READ ACCTMAST
006480         INVALID KEY
006490             CONTINUE
006500         NOT INVALID KEY
006510             IF ACCT-OPEN
006520                 MOVE 'Y' TO WS-FROM-OPEN-SWITCH
006530             END-IF
006540     END-READ.
006550 2150-EXIT.
006560     EXIT.
006570*
006580*----------------------------------------------------------------
006590* 2160-SUSPEND-INSTRUCTION - THE FROM ACCOUNT IS NOT OPEN, SO
006600*                            SUSPEND THE INSTRUCTION THE SAME WAY
006610*                            SIMNT DOES.  IT IS NOT WRITTEN AGAIN
006620*                            UNTIL SIMNT RESUMES IT.
006630*----------------------------------------------------------------
006640 2160-SUSPEND-INSTRUCTION.
006650     MOVE 'S' TO SI-STATUS.
006660     MOVE WS-PROCESSING-DATE TO SI-LAST-MAINT-DATE.
006670     REWRITE SI-MASTER-RECORD.
006680     IF WS-SIMAST-STATUS NOT = '00'
006690         DISPLAY '*** FATAL - SIMAST REWRITE FAILED, STATUS '
006700                 WS-SIMAST-STATUS ' INSTRUCTION ' SI-NUMBER
006710         MOVE 16 TO RETURN-CODE
006720         STOP RUN
006730     END-IF.
006740     ADD 1 TO WS-ACCT-SUSPENDED-COUNT.
006750     DISPLAY '*** WARNING - INSTRUCTION ' SI-NUMBER
006760             ' FROM ACCOUNT ' SI-FROM-ACCOUNT
006770             ' NOT OPEN, INSTRUCTION SUSPENDED'.
006780 2160-EXIT.
006790     EXIT.
006800*
006810*----------------------------------------------------------------
006820* 2200-GENERATE-TRANSFER - STAGE THE LINKED PAIR FOR ONE DUE
006830*                          INSTRUCTION: THE DEBIT LEG FIRST, THEN
006840*                          ITS CREDIT LEG, WITH CONSECUTIVE
006850*                          TRAN-IDS.  EACH LEG CARRIES THE
006860*                          INSTRUCTION NUMBER AND THE OTHER LEG'S
006870*                          ACCOUNT AND TRAN-ID SO BATCHPROC CAN
006880*                          MATCH THEM.  THE INSTRUCTION IS THEN
006890*                          MARKED PENDING WITH BOTH TRAN-IDS.
006900*                          RUNNING OFF THE END OF THE SIX-DIGIT
006910*                          TRAN-ID RANGE IS FATAL -- A WRAPPED ID
006920*                          WOULD DUPLICATE-REJECT IN BATCHPROC.
006930*----------------------------------------------------------------
006940 2200-GENERATE-TRANSFER.
006950     IF WS-NEXT-TRAN-ID > 999998
006960         DISPLAY '*** FATAL - GENERATED TRAN-ID RANGE EXHAUSTED '
006970                 'AT INSTRUCTION ' SI-NUMBER
006980         MOVE 16 TO RETURN-CODE
006990         STOP RUN
007000     END-IF.
007010     MOVE WS-NEXT-TRAN-ID    TO WS-DEBIT-TRAN-ID.
007020     ADD 1 TO WS-NEXT-TRAN-ID.
007030     MOVE WS-NEXT-TRAN-ID    TO WS-CREDIT-TRAN-ID.
007040     ADD 1 TO WS-NEXT-TRAN-ID.
007050*
007060     MOVE SPACES             TO WS-DETAIL-RECORD.
007070     MOVE 'D'                TO TRAN-REC-TYPE.
007080     MOVE WS-DEBIT-TRAN-ID   TO TRAN-ID.
007090     MOVE SI-FROM-ACCOUNT    TO TRAN-ACCOUNT-NUMBER.
007100     MOVE WS-DR-TYPE-CODE    TO TRAN-TYPE-CODE.
007110     MOVE SI-AMOUNT          TO TRAN-AMOUNT.
007120     MOVE WS-PROCESSING-DATE TO TRAN-EFFECTIVE-DATE.
007130     MOVE SPACES             TO TRAN-CURRENCY-CODE.
007140     MOVE 'D'                TO TRAN-LINK-LEG.
007150     MOVE SI-NUMBER          TO TRAN-LINK-REF.
007160     MOVE SI-TO-ACCOUNT      TO TRAN-LINK-ACCOUNT.
007170     MOVE WS-CREDIT-TRAN-ID  TO TRAN-LINK-TRAN-ID.
007180     PERFORM 2300-STAGE-ONE-LEG THRU 2300-EXIT.
007190*
007200     MOVE SPACES             TO WS-DETAIL-RECORD.
007210     MOVE 'D'                TO TRAN-REC-TYPE.
007220     MOVE WS-CREDIT-TRAN-ID  TO TRAN-ID.
007230     MOVE SI-TO-ACCOUNT      TO TRAN-ACCOUNT-NUMBER.
007240     MOVE WS-CR-TYPE-CODE    TO TRAN-TYPE-CODE.
007250     MOVE SI-AMOUNT          TO TRAN-AMOUNT.
007260     MOVE WS-PROCESSING-DATE TO TRAN-EFFECTIVE-DATE.
007270     MOVE SPACES             TO TRAN-CURRENCY-CODE.
007280     MOVE 'C'                TO TRAN-LINK-LEG.
007290     MOVE SI-NUMBER          TO TRAN-LINK-REF.
007300     MOVE SI-FROM-ACCOUNT    TO TRAN-LINK-ACCOUNT.
007310     MOVE WS-DEBIT-TRAN-ID   TO TRAN-LINK-TRAN-ID.
007320     PERFORM 2300-STAGE-ONE-LEG THRU 2300-EXIT.
007330*
007340     MOVE 'Y'                TO SI-PENDING-FLAG.
007350     MOVE WS-PROCESSING-DATE TO SI-PENDING-DATE.
007360     MOVE WS-DEBIT-TRAN-ID   TO SI-PENDING-DEBIT-ID.
007370     MOVE WS-CREDIT-TRAN-ID  TO SI-PENDING-CREDIT-ID.
007380     REWRITE SI-MASTER-RECORD.
007390     IF WS-SIMAST-STATUS NOT = '00'
007400         DISPLAY '*** FATAL - SIMAST REWRITE FAILED, STATUS '
007410                 WS-SIMAST-STATUS ' INSTRUCTION ' SI-NUMBER
007420         MOVE 16 TO RETURN-CODE
007430         STOP RUN
007440     END-IF.
007450     ADD 1 TO WS-PAIR-COUNT.
007460 2200-EXIT.
007470     EXIT.
007480*
007490*----------------------------------------------------------------
007500* 2300-STAGE-ONE-LEG - WRITE ONE LEG TO THE WORK FILE AND ROLL IT
007510*                      INTO THE TRAILER'S CONTROL FIGURES.  BOTH
007520*                      LEGS COUNT TOWARD THE CONTROL AMOUNT, THE
007530*                      SAME AS ANY OTHER DETAIL.
007540*----------------------------------------------------------------
007550 2300-STAGE-ONE-LEG.
007560     MOVE WS-DETAIL-RECORD   TO SI-WORK-RECORD.
007570     WRITE SI-WORK-RECORD.
007580     ADD 1 TO WS-DETAIL-COUNT.
007590     ADD TRAN-AMOUNT TO WS-CONTROL-AMOUNT.
007600 2300-EXIT.
007610     EXIT.
007620*
007630*----------------------------------------------------------------
007640* 8000-FINALIZE - ASSEMBLE THE BATCH GROUP ON SIOUT (HEADER, THE
007650*                 STAGED LEGS, TRAILER), REPORT THE RUN'S COUNTS
007660*                 AND SET THE RETURN CODE.  A NIGHT WITH NOTHING
007670*                 DUE STILL WRITES AN EMPTY GROUP SO THE STREAM
007680*                 RUNS THE SAME WAY EVERY NIGHT.  A TOTAL THE
007690*                 TRAILER CANNOT CARRY IS FATAL, SINCE THE BATCH
007700*                 COULD NEVER BALANCE IN BATCHPROC.
007710*----------------------------------------------------------------
007720 8000-FINALIZE.
007730     CLOSE SIMAST.
007740     CLOSE ACCTMAST.
007750     CLOSE SIWORK.
007760     IF WS-CONTROL-AMOUNT > 9999999.99
007770         DISPLAY '*** FATAL - BATCH TOTAL ' WS-CONTROL-AMOUNT
007780                 ' EXCEEDS THE TRAILER CONTROL AMOUNT FIELD, '
007790                 'NO BATCH WRITTEN'
007800         MOVE 16 TO RETURN-CODE
007810         STOP RUN
007820     END-IF.
007830     OPEN OUTPUT SIOUT.
007840     IF WS-SIOUT-STATUS NOT = '00'
007850         DISPLAY '*** FATAL - SIOUT OPEN FAILED, STATUS '
007860                 WS-SIOUT-STATUS
007870         MOVE 16 TO RETURN-CODE
007880         STOP RUN
007890     END-IF.
007900     MOVE WS-PROCESSING-DATE TO WS-HDR-RUN-DATE.
007910     MOVE WS-DETAIL-COUNT    TO WS-HDR-EXPECTED-COUNT.
007920     MOVE WS-BATCH-ID        TO WS-HDR-BATCH-ID.
007930     MOVE WS-HEADER-RECORD   TO SI-OUT-RECORD.
007940     WRITE SI-OUT-RECORD.
007950     MOVE 'N' TO WS-SIWORK-EOF-SWITCH.
007960     OPEN INPUT SIWORK.
007970     IF WS-SIWORK-STATUS NOT = '00'
007980         DISPLAY '*** FATAL - SIWORK RE-OPEN FAILED, STATUS '
007990                 WS-SIWORK-STATUS
008000         MOVE 16 TO RETURN-CODE
008010         STOP RUN
008020     END-IF.
008030     PERFORM 8100-COPY-ONE-DETAIL THRU 8100-EXIT
008040             UNTIL WS-SIWORK-EOF-YES.
008050     CLOSE SIWORK.
008060     MOVE WS-DETAIL-COUNT    TO WS-TRL-CONTROL-COUNT.
008070     MOVE WS-CONTROL-AMOUNT  TO WS-TRL-CONTROL-AMOUNT.
008080     MOVE WS-TRAILER-RECORD  TO SI-OUT-RECORD.
008090     WRITE SI-OUT-RECORD.
008100     CLOSE SIOUT.
008110     DISPLAY 'SIGEN - STANDING ORDER GENERATION TOTALS'.
008120     DISPLAY 'INSTRUCTIONS READ      : ' WS-SI-READ-COUNT.
008130     DISPLAY 'NOT ACTIVE, SKIPPED    : ' WS-NOT-ACTIVE-COUNT.
008140     DISPLAY 'NOT YET DUE            : ' WS-NOT-DUE-COUNT.
008150     DISPLAY 'ENDED                  : ' WS-ENDED-COUNT.
008160     DISPLAY 'STILL PENDING, SKIPPED : ' WS-STILL-PENDING-COUNT.
008170     DISPLAY 'BAD RECORD, SKIPPED    : ' WS-BAD-RECORD-COUNT.
008180     DISPLAY 'SUSPENDED, NOT OPEN    : ' WS-ACCT-SUSPENDED-COUNT.
008190     DISPLAY 'TRANSFERS WRITTEN      : ' WS-PAIR-COUNT.
008200     DISPLAY 'BATCH ' WS-BATCH-ID ' WRITTEN: '
008210             WS-DETAIL-COUNT ' DETAILS, TOTAL '
008220             WS-CONTROL-AMOUNT.
008230     IF WS-STILL-PENDING-COUNT > 0
008240             OR WS-BAD-RECORD-COUNT > 0
008250             OR WS-ACCT-SUSPENDED-COUNT > 0
008260         IF RETURN-CODE < 4
008270             MOVE 4 TO RETURN-CODE
008280         END-IF
008290     END-IF.
008300 8000-EXIT.
008310     EXIT.
008320*
008330*----------------------------------------------------------------
008340* 8100-COPY-ONE-DETAIL - COPY ONE STAGED LEG FROM THE WORK FILE
008350*                        TO THE BATCH GROUP
008360*----------------------------------------------------------------
008370 8100-COPY-ONE-DETAIL.
008380     READ SIWORK
008390         AT END
008400             SET WS-SIWORK-EOF-YES TO TRUE
008410         NOT AT END
008420             MOVE SI-WORK-RECORD TO SI-OUT-RECORD
008430             WRITE SI-OUT-RECORD
008440     END-READ.
008450 8100-EXIT.
008460     EXIT.
008470*
008480*----------------------------------------------------------------
008490* 8950-WRITE-LEDGER-END - RECORD THE END OF THE RUN ON THE LEDGER
008500*                         WITH ITS FINAL RETURN CODE AND COUNTS:
008510*                         INSTRUCTIONS READ, TRANSFERS WRITTEN,
008520*                         INSTRUCTIONS STILL PENDING.
008530*----------------------------------------------------------------
008540 8950-WRITE-LEDGER-END.
008550     MOVE WS-SI-READ-COUNT TO WS-RUNL-COUNT-1.
008560     MOVE WS-PAIR-COUNT TO WS-RUNL-COUNT-2.
008570     MOVE WS-STILL-PENDING-COUNT TO WS-RUNL-COUNT-3.
008580     MOVE RETURN-CODE TO WS-RUNL-RC.
008590     MOVE 'E' TO WS-RUNL-EVENT.
008600     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
008610 8950-EXIT.
008620     EXIT.
