000290*               INTEREST AMOUNT TOO LARGE FOR THE DETAIL RECORD'S
000300*               AMOUNT FIELD IS SKIPPED WITH A WARNING AND LEAVES
000310*               A RETURN CODE OF 4 SO THE SCHEDULE CAN BE FIXED.
000320* 10/15/26  RH  ADDED THE RUN-LEDGER CHECK.  A SECOND RUN FOR THE
000330*               SAME PROCESSING DATE IS REFUSED BEFORE ACCTMAST IS
000340*               OPENED UNLESS AN OPERATOR OVERRIDE CARD (RUNOVRD)
000350*               NAMES IT.  START AND END RECORDS GO TO THE RUN
000360*               LEDGER (RUNLEDG).
000370*----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.  IBM-370.
000410 OBJECT-COMPUTER.  IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT ACCTMAST  ASSIGN TO ACCTMAST
000450            ORGANIZATION IS INDEXED
000460            ACCESS MODE IS SEQUENTIAL
000470            RECORD KEY IS ACCT-NUMBER
000480            FILE STATUS IS WS-ACCTMAST-STATUS.
000490     SELECT SCHDFILE  ASSIGN TO SCHDFILE
000500            ORGANIZATION IS LINE SEQUENTIAL
000510            FILE STATUS IS WS-SCHDFILE-STATUS.
000520     SELECT ACCRCTL   ASSIGN TO ACCRCTL
000530            ORGANIZATION IS LINE SEQUENTIAL
000540            FILE STATUS IS WS-ACCRCTL-STATUS.
000550     SELECT CTLCARD   ASSIGN TO CTLCARD
000560            ORGANIZATION IS LINE SEQUENTIAL
000570            FILE STATUS IS WS-CTLCARD-STATUS.
000580     SELECT RUNLEDG   ASSIGN TO RUNLEDG
000590            ORGANIZATION IS LINE SEQUENTIAL
000600            FILE STATUS IS WS-RUNLEDG-STATUS.
000610     SELECT RUNOVRD   ASSIGN TO RUNOVRD
000620            ORGANIZATION IS LINE SEQUENTIAL
000630            FILE STATUS IS WS-RUNOVRD-STATUS.
000640     SELECT ACCRWORK  ASSIGN TO ACCRWORK
000650            ORGANIZATION IS LINE SEQUENTIAL
000660            FILE STATUS IS WS-ACCRWORK-STATUS.
000670     SELECT ACCROUT   ASSIGN TO ACCROUT
000680            ORGANIZATION IS LINE SEQUENTIAL
000690            FILE STATUS IS WS-ACCROUT-STATUS.
000700*
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  ACCTMAST.
000740 01  ACCT-MASTER-RECORD.
000750     COPY ACCTREC.
000760*
000770*----------------------------------------------------------------
000780* SCHDFILE - THE ACCRUAL SCHEDULE: ONE RECORD PER BALANCE TIER,
000790* GIVING THE TIER'S LOW AND HIGH BALANCE (WHOLE UNITS OF BASE
000800* CURRENCY, INCLUSIVE AT BOTH ENDS), THE PERIODIC INTEREST RATE
000810* APPLIED DIRECTLY TO THE BALANCE, AND THE FLAT SERVICE FEE.  A
000820* ZERO RATE OR FEE MEANS NO CREDIT OR CHARGE FOR THAT TIER.  AN
000830* ACCOUNT WHOSE BALANCE FALLS ON NO TIER (INCLUDING A NEGATIVE
000840* BALANCE) ACCRUES NOTHING.
000850*----------------------------------------------------------------
000860 FD  SCHDFILE.
000870 01  SCHD-RECORD.
000880     05  SCHD-LOW-BALANCE          PIC 9(09).
000890     05  SCHD-HIGH-BALANCE         PIC 9(09).
000900     05  SCHD-INT-RATE             PIC 9(01)V9(06).
000910     05  SCHD-FLAT-FEE             PIC 9(05)V99.
000920     05  FILLER                    PIC X(48).
000930*
000940*----------------------------------------------------------------
000950* ACCRCTL - ONE CONTROL CARD GIVING THE BATCH ID STAMPED ON THE
000960* GENERATED HEADER, THE FIRST TRAN-ID TO ASSIGN (IDS ARE ASSIGNED
000970* IN SEQUENCE FROM IT, SO THE OPERATIONS CALENDAR MUST RESERVE A
000980* RANGE THAT CANNOT COLLIDE WITH THE SOURCE SYSTEMS' OWN IDS
000990* INSIDE BATCHPROC'S DUPLICATE-CHECK RETENTION WINDOW), AND THE
001000* TRANSACTION TYPE CODES TO PUT ON THE INTEREST CREDITS AND THE
001010* FEE DEBITS.  BOTH CODES MUST BE ON TYPEFILE OR BATCHPROC WILL
001020* REJECT EVERY GENERATED RECORD.
001030*----------------------------------------------------------------
001040 FD  ACCRCTL.
001050 01  ACR-RECORD.
001060     05  ACR-BATCH-ID              PIC X(08).
001070     05  ACR-START-TRAN-ID         PIC 9(06).
001080     05  ACR-INT-TYPE-CODE         PIC X(01).
001090     05  ACR-FEE-TYPE-CODE         PIC X(01).
001100     05  FILLER                    PIC X(64).
001110*
001120*----------------------------------------------------------------
001130* CTLCARD - THE SAME RUN-DATE CONTROL CARD BATCHPROC AND ACCTMNT
001140* READ.  THE PROCESSING DATE BECOMES THE HEADER RUN DATE AND THE
001150* EFFECTIVE DATE ON EVERY GENERATED DETAIL RECORD.
001160*----------------------------------------------------------------
001170 FD  CTLCARD.
001180 01  CTL-RECORD.
001190     05  CTL-PROCESSING-DATE       PIC 9(08).
001200     05  FILLER                    PIC X(72).
001210*
001220*----------------------------------------------------------------
001230* RUNLEDG - THE NIGHTLY STREAM'S RUN LEDGER, READ AT STARTUP TO
001240* CHECK THIS RUN'S PLACE IN THE STREAM AND EXTENDED WITH ITS
001250* START AND END RECORDS.  RUNOVRD - OPTIONAL OPERATOR OVERRIDE
001260* CARD THAT LETS A REFUSED RUN GO AHEAD.
001270*----------------------------------------------------------------
001280 FD  RUNLEDG.
001290 01  RUNL-RECORD.
001300     COPY RUNLREC.
001310*
001320 FD  RUNOVRD.
001330 01  RUNO-RECORD.
001340     COPY RUNOREC.
001350*
001360*----------------------------------------------------------------
001370* ACCRWORK - STAGED DETAIL RECORDS, WRITTEN DURING THE ACCTMAST
001380* SWEEP AND COPIED TO ACCROUT BEHIND THE HEADER ONCE THE COUNT
001390* AND TOTAL ARE KNOWN
001400*----------------------------------------------------------------
001410 FD  ACCRWORK.
001420 01  ACCR-WORK-RECORD              PIC X(80).
001430*
001440 FD  ACCROUT.
001450 01  ACCR-OUT-RECORD               PIC X(80).
001460*
001470 WORKING-STORAGE SECTION.
001480*----------------------------------------------------------------
001490* FILE STATUS AND CONTROL SWITCHES
001500*----------------------------------------------------------------
001510 77  WS-ACCTMAST-STATUS          PIC X(02) VALUE SPACES.
001520 77  WS-SCHDFILE-STATUS          PIC X(02) VALUE SPACES.
001530 77  WS-ACCRCTL-STATUS           PIC X(02) VALUE SPACES.
001540 77  WS-CTLCARD-STATUS           PIC X(02) VALUE SPACES.
001550 77  WS-ACCRWORK-STATUS          PIC X(02) VALUE SPACES.
001560 77  WS-ACCROUT-STATUS           PIC X(02) VALUE SPACES.
001570*
001580 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001590     88  WS-EOF-YES              VALUE 'Y'.
001600     88  WS-EOF-NO               VALUE 'N'.
001610 77  WS-SCHDFILE-EOF-SWITCH      PIC X(01) VALUE 'N'.
001620     88  WS-SCHDFILE-EOF-YES     VALUE 'Y'.
001630 77  WS-ACCRWORK-EOF-SWITCH      PIC X(01) VALUE 'N'.
001640     88  WS-ACCRWORK-EOF-YES     VALUE 'Y'.
001650*
001660 01  WS-TIER-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001670     88  WS-TIER-FOUND           VALUE 'Y'.
001680     88  WS-TIER-NOT-FOUND       VALUE 'N'.
001690*
001700*----------------------------------------------------------------
001710* COUNTERS AND ACCUMULATORS
001720*----------------------------------------------------------------
001730 77  WS-ACCT-READ-COUNT          PIC 9(07) COMP VALUE 0.
001740 77  WS-ACCT-SKIP-COUNT          PIC 9(07) COMP VALUE 0.
001750 77  WS-BAD-BALANCE-COUNT        PIC 9(07) COMP VALUE 0.
001760 77  WS-NO-TIER-COUNT            PIC 9(07) COMP VALUE 0.
001770 77  WS-INT-DETAIL-COUNT         PIC 9(07) COMP VALUE 0.
001780 77  WS-FEE-DETAIL-COUNT         PIC 9(07) COMP VALUE 0.
001790 77  WS-DETAIL-COUNT             PIC 9(07) COMP VALUE 0.
001800 77  WS-OVERFLOW-COUNT           PIC 9(07) COMP VALUE 0.
001810 01  WS-CONTROL-AMOUNT           PIC 9(09)V99 VALUE 0.
001820*
001830 77  WS-PROCESSING-DATE          PIC 9(08) VALUE 0.
001840 77  WS-NEXT-TRAN-ID             PIC 9(07) VALUE 0.
001850*
001860*----------------------------------------------------------------
001870* ACCRUAL COMPUTATION WORK FIELDS.  THE INTEREST AMOUNT IS
001880* COMPUTED INTO A FIELD WIDER THAN TRAN-AMOUNT SO AN AMOUNT THE
001890* DETAIL RECORD CANNOT CARRY IS CAUGHT AND SKIPPED INSTEAD OF
001900* BEING TRUNCATED INTO THE BATCH
001910*----------------------------------------------------------------
001920 01  WS-WORK-BALANCE             PIC S9(09)V99 VALUE 0.
001930 01  WS-ACCRUAL-AMOUNT           PIC 9(09)V99 VALUE 0.
001940 77  WS-TIER-SUB                 PIC 9(03) COMP VALUE 0.
001950 77  WS-MATCHED-TIER             PIC 9(03) COMP VALUE 0.
001960*
001970*----------------------------------------------------------------
001980* ACCRUAL SCHEDULE TABLE - LOADED FROM SCHDFILE AT STARTUP THE
001990* SAME WAY BATCHPROC LOADS RATEFILE AND TYPEFILE
002000*----------------------------------------------------------------
002010 77  WS-TIER-COUNT               PIC 9(03) COMP VALUE 0.
002020 01  WS-TIER-TABLE.
002030     05  WS-TIER-ENTRY OCCURS 1 TO 50 TIMES
002040             DEPENDING ON WS-TIER-COUNT
002050             INDEXED BY WS-TIER-IDX.
002060         10  WS-TIER-LOW-TBL      PIC 9(09).
002070         10  WS-TIER-HIGH-TBL     PIC 9(09).
002080         10  WS-TIER-RATE-TBL     PIC 9(01)V9(06).
002090         10  WS-TIER-FEE-TBL      PIC 9(05)V99.
002100*
002110*----------------------------------------------------------------
002120* CONTROL-CARD PARAMETERS CAPTURED AT STARTUP
002130*----------------------------------------------------------------
002140 77  WS-BATCH-ID                 PIC X(08) VALUE SPACES.
002150 77  WS-INT-TYPE-CODE            PIC X(01) VALUE SPACE.
002160 77  WS-FEE-TYPE-CODE            PIC X(01) VALUE SPACE.
002170*----------------------------------------------------------------
002180* THE TYPE CODE FOR THE DETAIL RECORD BEING STAGED, SET BY THE
002190* INTEREST AND FEE GENERATORS AND MOVED INTO THE RECORD BY
002200* 2400-STAGE-ONE-DETAIL AFTER IT CLEARS THE RECORD AREA
002210*----------------------------------------------------------------
002220 77  WS-GEN-TYPE-CODE            PIC X(01) VALUE SPACE.
002230*
002240*----------------------------------------------------------------
002250* GENERATED-RECORD STAGING AREAS.  THE DETAIL VIEW IS THE SHARED
002260* TRANREC LAYOUT; THE HEADER AND TRAILER VIEWS MIRROR BATCHPROC'S
002270* OWN HEADER-RECORD AND TRAILER-RECORD REDEFINITIONS OF TRANFILE.
002280*----------------------------------------------------------------
002290 01  WS-DETAIL-RECORD.
002300     COPY TRANREC.
002310 01  WS-HEADER-RECORD.
002320     05  WS-HDR-REC-TYPE         PIC X(01) VALUE 'H'.
002330     05  WS-HDR-RUN-DATE         PIC 9(08).
002340     05  WS-HDR-EXPECTED-COUNT   PIC 9(07).
002350     05  WS-HDR-BATCH-ID         PIC X(08).
002360     05  FILLER                  PIC X(56) VALUE SPACES.
002370 01  WS-TRAILER-RECORD.
002380     05  WS-TRL-REC-TYPE         PIC X(01) VALUE 'T'.
002390     05  WS-TRL-CONTROL-COUNT    PIC 9(07).
002400     05  WS-TRL-CONTROL-AMOUNT   PIC 9(07)V99.
002410     05  FILLER                  PIC X(63) VALUE SPACES.
002420*
002430*----------------------------------------------------------------
002440* RUN LEDGER - ACCRGEN RUNS ONCE PER PROCESSING DATE AHEAD OF
002450* THE BATCHPROC POSTING RUN.  IT HAS NO PREDECESSOR; A SECOND
002460* RUN FOR THE SAME DATE WOULD ACCRUE THE SAME INTEREST AND FEES
002470* TWICE, SO IT IS REFUSED WITHOUT AN OVERRIDE CARD.
002480*----------------------------------------------------------------
002490 77  WS-RUNLEDG-STATUS           PIC X(02) VALUE SPACES.
002500 77  WS-RUNOVRD-STATUS           PIC X(02) VALUE SPACES.
002510 77  WS-RUNLEDG-EOF-SWITCH       PIC X(01) VALUE 'N'.
002520     88  WS-RUNLEDG-EOF-YES      VALUE 'Y'.
002530 77  WS-RUNL-OVERRIDE-SWITCH     PIC X(01) VALUE 'N'.
002540     88  WS-RUNL-OVERRIDDEN      VALUE 'Y'.
002550 77  WS-RUNL-DONE-SWITCH         PIC X(01) VALUE 'N'.
002560     88  WS-RUNL-ALREADY-RUN     VALUE 'Y'.
002570 77  WS-RUNL-UNFINISHED-SWITCH   PIC X(01) VALUE 'N'.
002580     88  WS-RUNL-UNFINISHED      VALUE 'Y'.
002590 77  WS-RUNL-PRED-SWITCH         PIC X(01) VALUE 'N'.
002600     88  WS-RUNL-PRED-ENDED      VALUE 'Y'.
002610 77  WS-RUNL-THIS-PROGRAM        PIC X(10) VALUE 'ACCRGEN'.
002620 77  WS-RUNL-THIS-MODE           PIC X(01) VALUE SPACE.
002630 77  WS-RUNL-PRED-PROGRAM        PIC X(10) VALUE SPACES.
002640 77  WS-RUNL-PRED-MODE           PIC X(01) VALUE SPACE.
002650 77  WS-RUNL-PRED-MAX-RC         PIC 9(03) VALUE 4.
002660 77  WS-RUNL-PRED-RC             PIC 9(03) VALUE 0.
002670 77  WS-RUNL-EVENT               PIC X(01) VALUE SPACE.
002680 77  WS-RUNL-RC                  PIC 9(03) VALUE 0.
002690 77  WS-RUNL-OPERATOR            PIC X(08) VALUE SPACES.
002700 77  WS-RUNL-TIME                PIC 9(08) VALUE 0.
002710 77  WS-RUNL-COUNT-1             PIC 9(09) VALUE 0.
002720 77  WS-RUNL-COUNT-2             PIC 9(09) VALUE 0.
002730 77  WS-RUNL-COUNT-3             PIC 9(09) VALUE 0.
002740*
002750 PROCEDURE DIVISION.
002760*----------------------------------------------------------------
002770* 0000-MAINLINE
002780*----------------------------------------------------------------
002790 0000-MAINLINE.
002800     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002810     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
002820             UNTIL WS-EOF-YES.
002830     PERFORM 8000-FINALIZE       THRU 8000-EXIT.
002840     PERFORM 8950-WRITE-LEDGER-END  THRU 8950-EXIT.
002850     STOP RUN.
002860*
002870*----------------------------------------------------------------
002880* 1000-INITIALIZE - READ THE CONTROL CARDS, LOAD THE SCHEDULE
002890*                   TABLE, OPEN THE MASTER AND THE WORK FILE AND
002900*                   PRIME THE SWEEP.  EVERY OPEN IS FOLLOWED BY A
002910*                   FILE STATUS CHECK, THE SAME AS BATCHPROC.
002920*----------------------------------------------------------------
002930 1000-INITIALIZE.
002940     MOVE 'N' TO WS-EOF-SWITCH.
002950     PERFORM 1010-READ-CONTROL-CARD THRU 1010-EXIT.
002960     PERFORM 1020-READ-ACCRUAL-CARD THRU 1020-EXIT.
002970     PERFORM 1700-CHECK-RUN-LEDGER  THRU 1700-EXIT.
002980     PERFORM 1100-LOAD-TIER-TABLE THRU 1100-EXIT.
002990     OPEN INPUT ACCTMAST.
003000     IF WS-ACCTMAST-STATUS NOT = '00'
003010         DISPLAY '*** FATAL - ACCTMAST OPEN FAILED, STATUS '
003020                 WS-ACCTMAST-STATUS
003030         MOVE 16 TO RETURN-CODE
003040         STOP RUN
003050     END-IF.
003060     OPEN OUTPUT ACCRWORK.
003070     IF WS-ACCRWORK-STATUS NOT = '00'
003080         DISPLAY '*** FATAL - ACCRWORK OPEN FAILED, STATUS '
003090                 WS-ACCRWORK-STATUS
003100         MOVE 16 TO RETURN-CODE
003110         STOP RUN
003120     END-IF.
003130     PERFORM 1200-READ-ACCTMAST THRU 1200-EXIT.
003140 1000-EXIT.
003150     EXIT.
003160*
003170*----------------------------------------------------------------
003180* 1010-READ-CONTROL-CARD - READ THE ONE-RECORD CTLCARD FILE TO
003190*                          GET THE PROCESSING DATE.  SAME CARD
003200*                          AND SAME EDITS AS BATCHPROC.
003210*----------------------------------------------------------------
003220 1010-READ-CONTROL-CARD.
003230     OPEN INPUT CTLCARD.
003240     IF WS-CTLCARD-STATUS NOT = '00'
003250         DISPLAY '*** FATAL - CTLCARD OPEN FAILED, STATUS '
003260                 WS-CTLCARD-STATUS
003270         MOVE 16 TO RETURN-CODE
003280         STOP RUN
003290     END-IF.
003300     READ CTLCARD
003310         AT END
003320             DISPLAY '*** FATAL - CTLCARD IS EMPTY, NO '
003330                     'PROCESSING DATE SUPPLIED'
003340             MOVE 16 TO RETURN-CODE
003350             STOP RUN
003360     END-READ.
003370     IF CTL-PROCESSING-DATE IS NOT NUMERIC
003380         DISPLAY '*** FATAL - CTLCARD PROCESSING DATE IS NOT '
003390                 'NUMERIC: ' CTL-RECORD
003400         MOVE 16 TO RETURN-CODE
003410         STOP RUN
003420     END-IF.
003430     MOVE CTL-PROCESSING-DATE TO WS-PROCESSING-DATE.
003440     CLOSE CTLCARD.
003450 1010-EXIT.
003460     EXIT.
003470*
003480*----------------------------------------------------------------
003490* 1020-READ-ACCRUAL-CARD - READ THE ONE-RECORD ACCRCTL FILE TO
003500*                          GET THE BATCH ID, THE STARTING TRAN-ID
003510*                          AND THE INTEREST AND FEE TYPE CODES.
003520*                          EVERY FIELD IS REQUIRED -- A GENERATED
003530*                          BATCH WITH A BAD ID RANGE OR TYPE CODE
003540*                          WOULD ONLY REJECT WHOLESALE IN
003550*                          BATCHPROC LATER TONIGHT.
003560*----------------------------------------------------------------
003570 1020-READ-ACCRUAL-CARD.
003580     OPEN INPUT ACCRCTL.
003590     IF WS-ACCRCTL-STATUS NOT = '00'
003600         DISPLAY '*** FATAL - ACCRCTL OPEN FAILED, STATUS '
003610                 WS-ACCRCTL-STATUS
003620         MOVE 16 TO RETURN-CODE
003630         STOP RUN
003640     END-IF.
003650     READ ACCRCTL
003660         AT END
003670             DISPLAY '*** FATAL - ACCRCTL IS EMPTY, NO ACCRUAL '
003680                     'PARAMETERS SUPPLIED'
003690             MOVE 16 TO RETURN-CODE
003700             STOP RUN
003710     END-READ.
003720     IF ACR-BATCH-ID = SPACES
003730             OR ACR-START-TRAN-ID IS NOT NUMERIC
003740             OR ACR-INT-TYPE-CODE = SPACE
003750             OR ACR-FEE-TYPE-CODE = SPACE
003760         DISPLAY '*** FATAL - ACCRCTL CARD IS INCOMPLETE OR NOT '
003770                 'NUMERIC: ' ACR-RECORD
003780         MOVE 16 TO RETURN-CODE
003790         STOP RUN
003800     END-IF.
003810     MOVE ACR-BATCH-ID       TO WS-BATCH-ID.
003820     MOVE ACR-START-TRAN-ID  TO WS-NEXT-TRAN-ID.
003830     MOVE ACR-INT-TYPE-CODE  TO WS-INT-TYPE-CODE.
003840     MOVE ACR-FEE-TYPE-CODE  TO WS-FEE-TYPE-CODE.
003850     CLOSE ACCRCTL.
003860 1020-EXIT.
003870     EXIT.
003880*
003890*----------------------------------------------------------------
003900* 1100-LOAD-TIER-TABLE - LOAD THE ACCRUAL SCHEDULE FROM SCHDFILE
003910*                        INTO WS-TIER-TABLE.  AN EMPTY OR MISSING
003920*                        SCHEDULE IS FATAL -- WITH NO TIERS,
003930*                        NOTHING COULD ACCRUE.
003940*----------------------------------------------------------------
003950 1100-LOAD-TIER-TABLE.
003960     MOVE 'N' TO WS-SCHDFILE-EOF-SWITCH.
003970     MOVE 0 TO WS-TIER-COUNT.
003980     OPEN INPUT SCHDFILE.
003990     IF WS-SCHDFILE-STATUS NOT = '00'
004000         DISPLAY '*** FATAL - SCHDFILE OPEN FAILED, STATUS '
004010                 WS-SCHDFILE-STATUS
004020         MOVE 16 TO RETURN-CODE
004030         STOP RUN
004040     END-IF.
004050     PERFORM 1110-READ-ONE-TIER THRU 1110-EXIT
004060             UNTIL WS-SCHDFILE-EOF-YES.
004070     CLOSE SCHDFILE.
004080     IF WS-TIER-COUNT = 0
004090         DISPLAY '*** FATAL - SCHDFILE HAS NO USABLE TIERS, '
004100                 'NOTHING COULD ACCRUE'
004110         MOVE 16 TO RETURN-CODE
004120         STOP RUN
004130     END-IF.
004140     DISPLAY 'ACCRUAL TIERS LOADED: ' WS-TIER-COUNT.
004150 1100-EXIT.
004160     EXIT.
004170*
004180*----------------------------------------------------------------
004190* 1110-READ-ONE-TIER - READ ONE SCHDFILE RECORD, VALIDATE IT AND
004200*                      APPEND IT TO THE TIER TABLE
004210*----------------------------------------------------------------
004220 1110-READ-ONE-TIER.
004230     READ SCHDFILE
004240         AT END
004250             SET WS-SCHDFILE-EOF-YES TO TRUE
004260     END-READ.
004270     IF NOT WS-SCHDFILE-EOF-YES
004280         IF SCHD-LOW-BALANCE IS NOT NUMERIC
004290                 OR SCHD-HIGH-BALANCE IS NOT NUMERIC
004300                 OR SCHD-INT-RATE IS NOT NUMERIC
004310                 OR SCHD-FLAT-FEE IS NOT NUMERIC
004320                 OR SCHD-LOW-BALANCE > SCHD-HIGH-BALANCE
004330             DISPLAY '*** WARNING - SCHDFILE RECORD IGNORED, '
004340                     'NOT NUMERIC OR LOW ABOVE HIGH: '
004350                     SCHD-RECORD
004360         ELSE
004370             IF WS-TIER-COUNT < 50
004380                 ADD 1 TO WS-TIER-COUNT
004390                 SET WS-TIER-IDX TO WS-TIER-COUNT
004400                 MOVE SCHD-LOW-BALANCE
004410                         TO WS-TIER-LOW-TBL(WS-TIER-IDX)
004420                 MOVE SCHD-HIGH-BALANCE
004430                         TO WS-TIER-HIGH-TBL(WS-TIER-IDX)
004440                 MOVE SCHD-INT-RATE
004450                         TO WS-TIER-RATE-TBL(WS-TIER-IDX)
004460                 MOVE SCHD-FLAT-FEE
004470                         TO WS-TIER-FEE-TBL(WS-TIER-IDX)
004480             ELSE
004490                 DISPLAY '*** FATAL - SCHDFILE HAS MORE THAN '
004500                         '50 TIERS, TIER TABLE MUST BE RESIZED'
004510                 MOVE 16 TO RETURN-CODE
004520                 STOP RUN
004530             END-IF
004540         END-IF
004550     END-IF.
004560 1110-EXIT.
004570     EXIT.
004580*
004590*----------------------------------------------------------------
004600* 1200-READ-ACCTMAST - READ THE NEXT ACCOUNT-MASTER RECORD IN
004610*                      KEY SEQUENCE
004620*----------------------------------------------------------------
004630 1200-READ-ACCTMAST.
004640     READ ACCTMAST NEXT RECORD
004650         AT END
004660             MOVE 'Y' TO WS-EOF-SWITCH
004670         NOT AT END
004680             ADD 1 TO WS-ACCT-READ-COUNT
004690     END-READ.
004700 1200-EXIT.
004710     EXIT.
004720*
004730*----------------------------------------------------------------
004740* 1700-CHECK-RUN-LEDGER - READ THE RUN LEDGER FOR THIS PROCESSING
004750*                         DATE BEFORE ANY FILE IS TOUCHED.  A
004760*                         SECOND RUN FOR THE DATE, OR A RUN AHEAD
004770*                         OF ITS PREDECESSOR IN THE STREAM, IS
004780*                         REFUSED WITH RETURN CODE 16 UNLESS THE
004790*                         OVERRIDE CARD NAMES THIS PROGRAM AND
004800*                         DATE.  A RUN THAT STARTED BUT NEVER
004810*                         ENDED MAY GO AGAIN.  A MISSING LEDGER
004820*                         MEANS NOTHING HAS RUN YET.
004830*----------------------------------------------------------------
004840 1700-CHECK-RUN-LEDGER.
004850     MOVE 'N' TO WS-RUNL-DONE-SWITCH.
004860     MOVE 'N' TO WS-RUNL-UNFINISHED-SWITCH.
004870     MOVE 'N' TO WS-RUNL-PRED-SWITCH.
004880     PERFORM 1710-READ-OVERRIDE-CARD THRU 1710-EXIT.
004890     OPEN INPUT RUNLEDG.
004900     IF WS-RUNLEDG-STATUS = '00'
004910         MOVE 'N' TO WS-RUNLEDG-EOF-SWITCH
004920         PERFORM 1720-SCAN-ONE-LEDGER-ENTRY THRU 1720-EXIT
004930                 UNTIL WS-RUNLEDG-EOF-YES
004940         CLOSE RUNLEDG
004950     ELSE
004960         IF WS-RUNLEDG-STATUS NOT = '35'
004970             DISPLAY '*** FATAL - RUNLEDG OPEN FAILED, STATUS '
004980                     WS-RUNLEDG-STATUS
004990             MOVE 16 TO RETURN-CODE
005000             STOP RUN
005010         END-IF
005020     END-IF.
005030     IF WS-RUNL-OVERRIDDEN
005040         DISPLAY '*** WARNING - RUN LEDGER CHECKS OVERRIDDEN BY '
005050                 'OPERATOR ' WS-RUNL-OPERATOR
005060     ELSE
005070         PERFORM 1705-APPLY-LEDGER-CHECKS THRU 1705-EXIT
005080     END-IF.
005090     MOVE 'S' TO WS-RUNL-EVENT.
005100     MOVE 0 TO WS-RUNL-RC.
005110     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
005120 1700-EXIT.
005130     EXIT.
005140*
005150*----------------------------------------------------------------
005160* 1705-APPLY-LEDGER-CHECKS - REFUSE A SECOND RUN FOR THE DATE, OR
005170*                            A RUN AHEAD OF ITS PREDECESSOR, NOW
005180*                            THE LEDGER HAS BEEN READ.  NOT
005190*                            PERFORMED WHEN THE OVERRIDE CARD
005200*                            NAMES THIS RUN.
005210*----------------------------------------------------------------
005220 1705-APPLY-LEDGER-CHECKS.
005230     IF WS-RUNL-ALREADY-RUN
005240         DISPLAY '*** FATAL - ' WS-RUNL-THIS-PROGRAM
005250                 ' HAS ALREADY RUN FOR PROCESSING DATE '
005260                 WS-PROCESSING-DATE
005270         PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
005280     END-IF.
005290     IF WS-RUNL-PRED-PROGRAM NOT = SPACES
005300         IF NOT WS-RUNL-PRED-ENDED
005310             DISPLAY '*** FATAL - OUT OF SEQUENCE, '
005320                     WS-RUNL-PRED-PROGRAM
005330                     ' HAS NOT ENDED FOR PROCESSING DATE '
005340                     WS-PROCESSING-DATE
005350             PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
005360         END-IF
005370         IF WS-RUNL-PRED-RC > WS-RUNL-PRED-MAX-RC
005380             DISPLAY '*** FATAL - ' WS-RUNL-PRED-PROGRAM
005390                     ' ENDED WITH RETURN CODE ' WS-RUNL-PRED-RC
005400                     ' FOR PROCESSING DATE ' WS-PROCESSING-DATE
005410             PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
005420         END-IF
005430     END-IF.
005440     IF WS-RUNL-UNFINISHED
005450         DISPLAY '*** WARNING - EARLIER RUN FOR PROCESSING DATE '
005460                 WS-PROCESSING-DATE ' DID NOT END, RUNNING AGAIN'
005470     END-IF.
005480 1705-EXIT.
005490     EXIT.
005500*
005510*----------------------------------------------------------------
005520* 1710-READ-OVERRIDE-CARD - A MISSING OR EMPTY RUNOVRD IS THE
005530*                           NORMAL CASE.  A CARD FOR ANOTHER
005540*                           PROGRAM OR DATE IS IGNORED; ONE FOR
005550*                           THIS RUN MUST NAME THE OPERATOR.
005560*----------------------------------------------------------------
005570 1710-READ-OVERRIDE-CARD.
005580     MOVE 'N' TO WS-RUNL-OVERRIDE-SWITCH.
005590     MOVE SPACES TO WS-RUNL-OPERATOR.
005600     OPEN INPUT RUNOVRD.
005610     IF WS-RUNOVRD-STATUS NOT = '00'
005620         GO TO 1710-EXIT
005630     END-IF.
005640     READ RUNOVRD
005650         AT END
005660             MOVE SPACES TO RUNO-RECORD
005670     END-READ.
005680     CLOSE RUNOVRD.
005690     IF RUNO-PROGRAM NOT = WS-RUNL-THIS-PROGRAM
005700             OR RUNO-PROCESSING-DATE IS NOT NUMERIC
005710         GO TO 1710-EXIT
005720     END-IF.
005730     IF RUNO-PROCESSING-DATE NOT = WS-PROCESSING-DATE
005740             OR (RUNO-MODE NOT = SPACE
005750                 AND RUNO-MODE NOT = WS-RUNL-THIS-MODE)
005760         GO TO 1710-EXIT
005770     END-IF.
005780     IF RUNO-OPERATOR = SPACES
005790         DISPLAY '*** WARNING - OVERRIDE CARD IGNORED, NO '
005800                 'OPERATOR ID: ' RUNO-RECORD
005810         GO TO 1710-EXIT
005820     END-IF.
005830     MOVE 'Y' TO WS-RUNL-OVERRIDE-SWITCH.
005840     MOVE RUNO-OPERATOR TO WS-RUNL-OPERATOR.
005850     DISPLAY 'OVERRIDE REASON: ' RUNO-REASON.
005860 1710-EXIT.
005870     EXIT.
005880*
005890*----------------------------------------------------------------
005900* 1720-SCAN-ONE-LEDGER-ENTRY - NOTE THIS PROGRAM'S OWN STARTS AND
005910*                              ENDS FOR THE DATE, AND WHETHER ITS
005920*                              PREDECESSOR HAS ENDED (THE LAST
005930*                              END ON FILE GIVES ITS RETURN CODE)
005940*----------------------------------------------------------------
005950 1720-SCAN-ONE-LEDGER-ENTRY.
005960     READ RUNLEDG
005970         AT END
005980             SET WS-RUNLEDG-EOF-YES TO TRUE
005990     END-READ.
006000     IF NOT WS-RUNLEDG-EOF-YES
006010             AND RUNL-PROCESSING-DATE = WS-PROCESSING-DATE
006020         IF RUNL-PROGRAM = WS-RUNL-THIS-PROGRAM
006030                 AND RUNL-MODE = WS-RUNL-THIS-MODE
006040             IF RUNL-STARTED
006050                 MOVE 'Y' TO WS-RUNL-UNFINISHED-SWITCH
006060             END-IF
006070             IF RUNL-ENDED
006080                 MOVE 'Y' TO WS-RUNL-DONE-SWITCH
006090                 MOVE 'N' TO WS-RUNL-UNFINISHED-SWITCH
006100             END-IF
006110         END-IF
006120         IF WS-RUNL-PRED-PROGRAM NOT = SPACES
006130                 AND RUNL-PROGRAM = WS-RUNL-PRED-PROGRAM
006140                 AND RUNL-ENDED
006150                 AND (WS-RUNL-PRED-MODE = SPACE
006160                      OR RUNL-MODE = WS-RUNL-PRED-MODE)
006170             MOVE 'Y' TO WS-RUNL-PRED-SWITCH
006180             MOVE RUNL-RETURN-CODE TO WS-RUNL-PRED-RC
006190         END-IF
006200     END-IF.
006210 1720-EXIT.
006220     EXIT.
006230*
006240*----------------------------------------------------------------
006250* 1730-WRITE-LEDGER-RECORD - APPEND ONE START, END OR REFUSED
006260*                            RECORD TO THE LEDGER (THE FIRST RUN
006270*                            EVER CREATES IT)
006280*----------------------------------------------------------------
006290 1730-WRITE-LEDGER-RECORD.
006300     MOVE SPACES TO RUNL-RECORD.
006310     MOVE WS-RUNL-THIS-PROGRAM TO RUNL-PROGRAM.
006320     MOVE WS-PROCESSING-DATE   TO RUNL-PROCESSING-DATE.
006330     MOVE WS-RUNL-THIS-MODE    TO RUNL-MODE.
006340     MOVE WS-RUNL-EVENT        TO RUNL-EVENT.
006350     IF WS-RUNL-OVERRIDDEN
006360         MOVE 'Y' TO RUNL-OVERRIDE-FLAG
006370         MOVE WS-RUNL-OPERATOR TO RUNL-OPERATOR
006380     ELSE
006390         MOVE 'N' TO RUNL-OVERRIDE-FLAG
006400     END-IF.
006410     ACCEPT RUNL-SYSTEM-DATE FROM DATE YYYYMMDD.
006420     ACCEPT WS-RUNL-TIME FROM TIME.
006430     MOVE WS-RUNL-TIME(1:6)    TO RUNL-SYSTEM-TIME.
006440     MOVE WS-RUNL-RC           TO RUNL-RETURN-CODE.
006450     MOVE WS-RUNL-COUNT-1      TO RUNL-COUNT-1.
006460     MOVE WS-RUNL-COUNT-2      TO RUNL-COUNT-2.
006470     MOVE WS-RUNL-COUNT-3      TO RUNL-COUNT-3.
006480     OPEN EXTEND RUNLEDG.
006490     IF WS-RUNLEDG-STATUS = '35'
006500         OPEN OUTPUT RUNLEDG
006510     END-IF.
006520     IF WS-RUNLEDG-STATUS NOT = '00'
006530         DISPLAY '*** FATAL - RUNLEDG OPEN FAILED, STATUS '
006540                 WS-RUNLEDG-STATUS
006550         MOVE 16 TO RETURN-CODE
006560         STOP RUN
006570     END-IF.
006580     WRITE RUNL-RECORD.
006590     CLOSE RUNLEDG.
006600 1730-EXIT.
006610     EXIT.
006620*
006630*----------------------------------------------------------------
006640* 1740-REFUSE-RUN - RECORD THE REFUSAL ON THE LEDGER AND STOP
006650*----------------------------------------------------------------
006660 1740-REFUSE-RUN.
006670     MOVE 'R' TO WS-RUNL-EVENT.
006680     MOVE 16 TO WS-RUNL-RC.
006690     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
006700     DISPLAY '*** RUN REFUSED - AN OPERATOR OVERRIDE CARD ON '
006710             'RUNOVRD IS NEEDED TO RUN IT'.
006720     MOVE 16 TO RETURN-CODE.
006730     STOP RUN.
006740 1740-EXIT.
006750     EXIT.
006760*
006770*----------------------------------------------------------------
006780* 2000-PROCESS-ACCOUNT - ACCRUE ONE ACCOUNT: FIND ITS BALANCE
006790*                        TIER, GENERATE THE INTEREST CREDIT AND
006800*                        THE FEE DEBIT THE TIER CALLS FOR, THEN
006810*                        READ THE NEXT ACCOUNT.  CLOSED ACCOUNTS
006820*                        AND ACCOUNTS WITH A NON-NUMERIC BALANCE
006830*                        ARE COUNTED AND SKIPPED.
006840*----------------------------------------------------------------
006850 2000-PROCESS-ACCOUNT.
006860     IF NOT ACCT-OPEN
006870         ADD 1 TO WS-ACCT-SKIP-COUNT
006880     ELSE
006890         IF ACCT-CURRENT-BALANCE IS NOT NUMERIC
006900             ADD 1 TO WS-BAD-BALANCE-COUNT
006910             DISPLAY '*** WARNING - ACCOUNT ' ACCT-NUMBER
006920                     ' BALANCE IS NOT NUMERIC, NO ACCRUAL'
006930         ELSE
006940             MOVE ACCT-CURRENT-BALANCE TO WS-WORK-BALANCE
006950             PERFORM 2100-FIND-TIER THRU 2100-EXIT
006960             IF WS-TIER-FOUND
006970                 PERFORM 2200-GENERATE-INTEREST THRU 2200-EXIT
006980                 PERFORM 2300-GENERATE-FEE THRU 2300-EXIT
006990             ELSE
007000                 ADD 1 TO WS-NO-TIER-COUNT
007010             END-IF
007020         END-IF
007030     END-IF.
007040     PERFORM 1200-READ-ACCTMAST THRU 1200-EXIT.
007050 2000-EXIT.
007060     EXIT.
007070*
007080*----------------------------------------------------------------
007090* 2100-FIND-TIER - FIND THE FIRST SCHEDULE TIER WHOSE LOW AND
007100*                  HIGH BALANCE BRACKET THE ACCOUNT'S BALANCE.
007110*                  TIER BOUNDS ARE UNSIGNED, SO A NEGATIVE
007120*                  BALANCE FALLS BELOW EVERY TIER AND ACCRUES
007130*                  NOTHING.
007140*----------------------------------------------------------------
007150 2100-FIND-TIER.
007160     MOVE 'N' TO WS-TIER-FOUND-SWITCH.
007170     MOVE 0 TO WS-MATCHED-TIER.
007180     IF WS-WORK-BALANCE < 0
007190         CONTINUE
007200     ELSE
007210         PERFORM 2110-TEST-ONE-TIER THRU 2110-EXIT
007220                 VARYING WS-TIER-SUB FROM 1 BY 1
007230                 UNTIL WS-TIER-SUB > WS-TIER-COUNT
007240                    OR WS-TIER-FOUND
007250     END-IF.
007260 2100-EXIT.
007270     EXIT.
007280*
007290 2110-TEST-ONE-TIER.
007300     IF WS-WORK-BALANCE NOT < WS-TIER-LOW-TBL(WS-TIER-SUB)
007310             AND WS-WORK-BALANCE
007320                 NOT > WS-TIER-HIGH-TBL(WS-TIER-SUB)
007330         MOVE 'Y' TO WS-TIER-FOUND-SWITCH
007340         MOVE WS-TIER-SUB TO WS-MATCHED-TIER
007350     END-IF.
007360 2110-EXIT.
007370     EXIT.
007380*
007390*----------------------------------------------------------------
007400* 2200-GENERATE-INTEREST - COMPUTE THE PERIOD'S INTEREST CREDIT
007410*                          FROM THE MATCHED TIER'S RATE AND STAGE
007420*                          THE DETAIL RECORD.  A ZERO RATE OR A
007430*                          COMPUTED AMOUNT THAT ROUNDS TO ZERO
007440*                          GENERATES NOTHING.  AN AMOUNT TOO
007450*                          LARGE FOR TRAN-AMOUNT IS SKIPPED WITH
007460*                          A WARNING RATHER THAN TRUNCATED.
007470*----------------------------------------------------------------
007480 2200-GENERATE-INTEREST.
007490     COMPUTE WS-ACCRUAL-AMOUNT ROUNDED =
007500             WS-WORK-BALANCE * WS-TIER-RATE-TBL(WS-MATCHED-TIER).
007510     IF WS-ACCRUAL-AMOUNT = 0
007520         CONTINUE
007530     ELSE
007540         IF WS-ACCRUAL-AMOUNT > 99999.99
007550             ADD 1 TO WS-OVERFLOW-COUNT
007560             DISPLAY '*** WARNING - ACCOUNT ' ACCT-NUMBER
007570                     ' INTEREST ' WS-ACCRUAL-AMOUNT
007580                     ' EXCEEDS THE DETAIL AMOUNT FIELD, '
007590                     'NOT GENERATED'
007600         ELSE
007610             MOVE WS-INT-TYPE-CODE TO WS-GEN-TYPE-CODE
007620             PERFORM 2400-STAGE-ONE-DETAIL THRU 2400-EXIT
007630             ADD 1 TO WS-INT-DETAIL-COUNT
007640         END-IF
007650     END-IF.
007660 2200-EXIT.
007670     EXIT.
007680*
007690*----------------------------------------------------------------
007700* 2300-GENERATE-FEE - STAGE THE MATCHED TIER'S FLAT SERVICE FEE
007710*                     AS A DEBIT DETAIL RECORD.  A ZERO FEE
007720*                     GENERATES NOTHING.
007730*----------------------------------------------------------------
007740 2300-GENERATE-FEE.
007750     IF WS-TIER-FEE-TBL(WS-MATCHED-TIER) = 0
007760         CONTINUE
007770     ELSE
007780         MOVE WS-TIER-FEE-TBL(WS-MATCHED-TIER)
007790                 TO WS-ACCRUAL-AMOUNT
007800         MOVE WS-FEE-TYPE-CODE TO WS-GEN-TYPE-CODE
007810         PERFORM 2400-STAGE-ONE-DETAIL THRU 2400-EXIT
007820         ADD 1 TO WS-FEE-DETAIL-COUNT
007830     END-IF.
007840 2300-EXIT.
007850     EXIT.
007860*
007870*----------------------------------------------------------------
007880* 2400-STAGE-ONE-DETAIL - BUILD ONE DETAIL RECORD IN THE SHARED
007890*                         TRANREC LAYOUT AND WRITE IT TO THE WORK
007900*                         FILE, ASSIGNING THE NEXT TRAN-ID AND
007910*                         ROLLING THE AMOUNT INTO THE TRAILER'S
007920*                         CONTROL FIGURES.  EXPECTS
007930*                         WS-GEN-TYPE-CODE AND WS-ACCRUAL-AMOUNT
007940*                         TO BE SET.
007950*                         RUNNING OFF THE END OF THE SIX-DIGIT
007960*                         TRAN-ID RANGE IS FATAL -- A WRAPPED ID
007970*                         WOULD DUPLICATE-REJECT IN BATCHPROC.
007980*----------------------------------------------------------------
007990 2400-STAGE-ONE-DETAIL.
008000     IF WS-NEXT-TRAN-ID > 999999
008010         DISPLAY '*** FATAL - GENERATED TRAN-ID RANGE EXHAUSTED '
008020                 'AT ACCOUNT ' ACCT-NUMBER
008030         MOVE 16 TO RETURN-CODE
008040         STOP RUN
008050     END-IF.
008060     MOVE SPACES             TO WS-DETAIL-RECORD.
008070     MOVE 'D'                TO TRAN-REC-TYPE.
008080     MOVE WS-NEXT-TRAN-ID    TO TRAN-ID.
008090     MOVE ACCT-NUMBER        TO TRAN-ACCOUNT-NUMBER.
008100     MOVE WS-GEN-TYPE-CODE   TO TRAN-TYPE-CODE.
008110     MOVE WS-ACCRUAL-AMOUNT  TO TRAN-AMOUNT.
008120     MOVE WS-PROCESSING-DATE TO TRAN-EFFECTIVE-DATE.
008130     MOVE SPACES             TO TRAN-CURRENCY-CODE.
008140     MOVE WS-DETAIL-RECORD   TO ACCR-WORK-RECORD.
008150     WRITE ACCR-WORK-RECORD.
008160     ADD 1 TO WS-NEXT-TRAN-ID.
008170     ADD 1 TO WS-DETAIL-COUNT.
008180     ADD WS-ACCRUAL-AMOUNT TO WS-CONTROL-AMOUNT.
008190 2400-EXIT.
008200     EXIT.
008210*
008220*----------------------------------------------------------------
008230* 8000-FINALIZE - ASSEMBLE THE BATCH GROUP ON ACCROUT (HEADER,
008240*                 THE STAGED DETAILS, TRAILER), REPORT THE RUN'S
008250*                 COUNTS AND SET THE RETURN CODE.  THE TRAILER'S
008260*                 CONTROL AMOUNT FIELD IS NARROWER THAN THE
008270*                 ACCUMULATOR; A TOTAL IT CANNOT CARRY IS FATAL,
008280*                 SINCE THE BATCH COULD NEVER BALANCE IN
008290*                 BATCHPROC.
008300*----------------------------------------------------------------
008310 8000-FINALIZE.
008320     CLOSE ACCTMAST.
008330     CLOSE ACCRWORK.
008340     IF WS-CONTROL-AMOUNT > 9999999.99
008350         DISPLAY '*** FATAL - BATCH TOTAL ' WS-CONTROL-AMOUNT
008360                 ' EXCEEDS THE TRAILER CONTROL AMOUNT FIELD, '
008370                 'NO BATCH WRITTEN'
008380         MOVE 16 TO RETURN-CODE
008390         STOP RUN
008400     END-IF.
008410     OPEN OUTPUT ACCROUT.
008420     IF WS-ACCROUT-STATUS NOT = '00'
008430         DISPLAY '*** FATAL - ACCROUT OPEN FAILED, STATUS '
008440                 WS-ACCROUT-STATUS
008450         MOVE 16 TO RETURN-CODE
008460         STOP RUN
008470     END-IF.
008480     MOVE WS-PROCESSING-DATE TO WS-HDR-RUN-DATE.
008490     MOVE WS-DETAIL-COUNT    TO WS-HDR-EXPECTED-COUNT.
008500     MOVE WS-BATCH-ID        TO WS-HDR-BATCH-ID.
008510     MOVE WS-HEADER-RECORD   TO ACCR-OUT-RECORD.
008520     WRITE ACCR-OUT-RECORD.
008530     MOVE 'N' TO WS-ACCRWORK-EOF-SWITCH.
008540     OPEN INPUT ACCRWORK.
008550     IF WS-ACCRWORK-STATUS NOT = '00'
008560         DISPLAY '*** FATAL - ACCRWORK RE-OPEN FAILED, STATUS '
008570                 WS-ACCRWORK-STATUS
008580         MOVE 16 TO RETURN-CODE
008590         STOP RUN
008600     END-IF.
008610     PERFORM 8100-COPY-ONE-DETAIL THRU 8100-EXIT
008620             UNTIL WS-ACCRWORK-EOF-YES.
008630     CLOSE ACCRWORK.
008640     MOVE WS-DETAIL-COUNT    TO WS-TRL-CONTROL-COUNT.
008650     MOVE WS-CONTROL-AMOUNT  TO WS-TRL-CONTROL-AMOUNT.
008660     MOVE WS-TRAILER-RECORD  TO ACCR-OUT-RECORD.
008670     WRITE ACCR-OUT-RECORD.
008680     CLOSE ACCROUT.
008690     DISPLAY 'ACCRGEN - ACCRUAL GENERATION TOTALS'.
008700     DISPLAY 'ACCOUNTS READ          : ' WS-ACCT-READ-COUNT.
008710     DISPLAY 'NOT OPEN, SKIPPED      : ' WS-ACCT-SKIP-COUNT.
008720     DISPLAY 'BAD BALANCE, SKIPPED   : ' WS-BAD-BALANCE-COUNT.
008730     DISPLAY 'ON NO TIER, SKIPPED    : ' WS-NO-TIER-COUNT.
008740     DISPLAY 'INTEREST CREDITS       : ' WS-INT-DETAIL-COUNT.
008750     DISPLAY 'SERVICE FEE DEBITS     : ' WS-FEE-DETAIL-COUNT.
008760     DISPLAY 'AMOUNT FIELD OVERFLOWS : ' WS-OVERFLOW-COUNT.
008770     DISPLAY 'BATCH ' WS-BATCH-ID ' WRITTEN: '
008780             WS-DETAIL-COUNT ' DETAILS, TOTAL '
008790             WS-CONTROL-AMOUNT.
008800     IF WS-BAD-BALANCE-COUNT > 0
008810             OR WS-OVERFLOW-COUNT > 0
008820         IF RETURN-CODE < 4
008830             MOVE 4 TO RETURN-CODE
008840         END-IF
008850     END-IF.
008860 8000-EXIT.
008870     EXIT.
008880*
008890*----------------------------------------------------------------
008900* 8100-COPY-ONE-DETAIL - COPY ONE STAGED DETAIL RECORD FROM THE
008910*                        WORK FILE TO THE BATCH GROUP
008920*----------------------------------------------------------------
008930 8100-COPY-ONE-DETAIL.
008940     READ ACCRWORK
008950         AT END
008960             SET WS-ACCRWORK-EOF-YES TO TRUE
008970         NOT AT END
008980             MOVE ACCR-WORK-RECORD TO ACCR-OUT-RECORD
008990             WRITE ACCR-OUT-RECORD
009000     END-READ.
009010 8100-EXIT.
009020     EXIT.
009030*
009040*----------------------------------------------------------------
009050* 8950-WRITE-LEDGER-END - RECORD THE END OF THE RUN ON THE LEDGER
009060*                         WITH ITS FINAL RETURN CODE AND COUNTS:
009070*                         ACCOUNTS READ, DETAILS WRITTEN, AMOUNT
009080*                         FIELD OVERFLOWS.
009090*----------------------------------------------------------------
009100 8950-WRITE-LEDGER-END.
009110     MOVE WS-ACCT-READ-COUNT TO WS-RUNL-COUNT-1.
009120     MOVE WS-DETAIL-COUNT TO WS-RUNL-COUNT-2.
009130     MOVE WS-OVERFLOW-COUNT TO WS-RUNL-COUNT-3.
009140     MOVE RETURN-CODE TO WS-RUNL-RC.
009150     MOVE 'E' TO WS-RUNL-EVENT.
009160     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
009170 8950-EXIT.
009180     EXIT.
