000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CLSGEN.
000030 AUTHOR.        R HUCKABY.
000040 INSTALLATION.  DAILY BATCH PROCESSING GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26  RH  ORIGINAL PROGRAM.  NIGHTLY ACCOUNT CLOSEOUT
000110*               GENERATOR, BUILT THE SAME WAY AS ACCRGEN AND
000120*               SIGEN.  ACCTMNT USED TO SET AN ACCOUNT CLOSED
000130*               WHATEVER BALANCE IT CARRIED; AN APPROVED CLOSE
000140*               NOW SETS THE CLOSING STATUS ('P' -- SEE ACCTREC)
000150*               AND THIS PROGRAM DOES THE CLOSEOUT.  IT SWEEPS
000160*               ACCTMAST FOR CLOSING ACCOUNTS AND COUNTS THE
000170*               ITEMS STILL PENDING AGAINST EACH ON HELDFILE,
000180*               SUSFILE AND REFFILE.  AN ACCOUNT WITH ANY PENDING
000190*               ITEM IS BLOCKED: NOTHING IS WRITTEN FOR IT, IT IS
000200*               REPORTED, AND IT LEAVES A RETURN CODE OF 4 UNTIL
000210*               THE ITEMS POST OR ARE DISPOSED OF THROUGH
000220*               EXCPDISP.  FOR A CLEAR ACCOUNT IT WRITES THE
000230*               FINAL INTEREST ACCRUAL (ACCRGEN'S SCHEDULE
000240*               APPLIED TO THE BALANCE -- ACCRGEN ITSELF SKIPS A
000250*               CLOSING ACCOUNT) AND THEN A PAYOUT DEBIT FOR A
000260*               BALANCE LEFT IN CREDIT OR A CHARGE-OFF CREDIT FOR
000270*               AN OVERDRAWN ONE, SIZED SO THE ACCOUNT COMES TO
000280*               ZERO ONCE BOTH POST.  ALL OF THEM GO IN ONE
000290*               TRANFILE BATCH GROUP ON CLSOUT, CONCATENATED INTO
000300*               TRANFILE LIKE ACCROUT AND SIOUT, SO THEY POST
000310*               THROUGH BATCHPROC'S NORMAL EDIT, DUPLICATE-CHECK
000320*               AND GL PATH.  AN AMOUNT TOO LARGE FOR ONE DETAIL
000330*               RECORD IS SPLIT OVER AS MANY AS IT TAKES.  THE
000340*               ACCOUNT STAYS CLOSING -- CLSRSLT, RUN BEHIND THE
000350*               POSTING RUN, SETS IT CLOSED ONCE THE ZERO BALANCE
000360*               HAS POSTED.  ONE NOT ZEROED IS SIMPLY WRITTEN
000370*               AGAIN FROM ITS NEW BALANCE THE NEXT NIGHT; THE
000380*               FINAL ACCRUAL IS NOT WRITTEN AGAIN ONCE CLSRSLT
000390*               HAS SEEN IT POST.  ACCTMAST IS ONLY READ.  A
000400*               SECOND RUN FOR THE SAME PROCESSING DATE IS
000410*               REFUSED BY THE RUN LEDGER (RUNLEDG) UNLESS AN
000420*               OPERATOR OVERRIDE CARD (RUNOVRD) NAMES IT.
000430*----------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.  IBM-370.
000470 OBJECT-COMPUTER.  IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT ACCTMAST  ASSIGN TO ACCTMAST
000510            ORGANIZATION IS INDEXED
000520            ACCESS MODE IS SEQUENTIAL
000530            RECORD KEY IS ACCT-NUMBER
000540            FILE STATUS IS WS-ACCTMAST-STATUS.
000550     SELECT SCHDFILE  ASSIGN TO SCHDFILE
000560            ORGANIZATION IS LINE SEQUENTIAL
000570            FILE STATUS IS WS-SCHDFILE-STATUS.
000580     SELECT CLSCTL    ASSIGN TO CLSCTL
000590            ORGANIZATION IS LINE SEQUENTIAL
000600            FILE STATUS IS WS-CLSCTL-STATUS.
000610     SELECT CTLCARD   ASSIGN TO CTLCARD
000620            ORGANIZATION IS LINE SEQUENTIAL
000630            FILE STATUS IS WS-CTLCARD-STATUS.
000640     SELECT RUNLEDG   ASSIGN TO RUNLEDG
000650            ORGANIZATION IS LINE SEQUENTIAL
000660            FILE STATUS IS WS-RUNLEDG-STATUS.
000670     SELECT RUNOVRD   ASSIGN TO RUNOVRD
000680            ORGANIZATION IS LINE SEQUENTIAL
000690            FILE STATUS IS WS-RUNOVRD-STATUS.
000700     SELECT HELDFILE  ASSIGN TO HELDFILE
000710            ORGANIZATION IS LINE SEQUENTIAL
000720            FILE STATUS IS WS-HELDFILE-STATUS.
000730     SELECT SUSFILE   ASSIGN TO SUSFILE
000740            ORGANIZATION IS LINE SEQUENTIAL
000750            FILE STATUS IS WS-SUSFILE-STATUS.
000760     SELECT REFFILE   ASSIGN TO REFFILE
000770            ORGANIZATION IS LINE SEQUENTIAL
000780            FILE STATUS IS WS-REFFILE-STATUS.
000790     SELECT CLSWORK   ASSIGN TO CLSWORK
000800            ORGANIZATION IS LINE SEQUENTIAL
000810            FILE STATUS IS WS-CLSWORK-STATUS.
000820     SELECT CLSOUT    ASSIGN TO CLSOUT
000830            ORGANIZATION IS LINE SEQUENTIAL
000840            FILE STATUS IS WS-CLSOUT-STATUS.
000850*
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  ACCTMAST.
000890 01  ACCT-MASTER-RECORD.
000900     COPY ACCTREC.
000910*
000920*----------------------------------------------------------------
000930* SCHDFILE - ACCRGEN'S ACCRUAL SCHEDULE, ONE RECORD PER BALANCE
000940* TIER.  ONLY THE INTEREST RATE IS USED HERE -- NO SERVICE FEE
000950* IS TAKEN ON A CLOSEOUT.  A BALANCE THAT FALLS ON NO TIER
000960* (INCLUDING AN OVERDRAWN ONE) ACCRUES NOTHING.  SAME LAYOUT AS
000970* ACCRGEN'S FD.
000980*----------------------------------------------------------------
000990 FD  SCHDFILE.
001000 01  SCHD-RECORD.
001010     05  SCHD-LOW-BALANCE          PIC 9(09).
001020     05  SCHD-HIGH-BALANCE         PIC 9(09).
001030     05  SCHD-INT-RATE             PIC 9(01)V9(06).
001040     05  SCHD-FLAT-FEE             PIC 9(05)V99.
001050     05  FILLER                    PIC X(48).
001060*
001070*----------------------------------------------------------------
001080* CLSCTL - ONE CONTROL CARD GIVING THE BATCH ID FOR THE GENERATED
001090* BATCH GROUP, THE FIRST TRAN-ID TO ASSIGN, AND THE TRANSACTION
001100* TYPE CODES FOR THE FINAL INTEREST CREDIT, THE PAYOUT DEBIT AND
001110* THE CHARGE-OFF CREDIT.  ALL THREE MUST BE ON TYPEFILE, THE
001120* PAYOUT CODE ON THE DEBIT SIDE MAPPED TO THE PAYABLE GL THE
001130* PAYOUT IS DRAWN ON AND CARRYING THE CLOSEOUT FLAG (BATCHPROC
001140* SUSPENDS ANY OTHER DEBIT TO A CLOSING ACCOUNT, WHICH WOULD
001150* BLOCK THE CLOSEOUT), THE CHARGE-OFF CODE ON THE CREDIT SIDE
001160* MAPPED TO THE LOSS GL.  CLSRSLT READS THE SAME CARD.
001170*----------------------------------------------------------------
001180 FD  CLSCTL.
001190 01  CLC-RECORD.
001200     05  CLC-BATCH-ID              PIC X(08).
001210     05  CLC-START-TRAN-ID         PIC 9(06).
001220     05  CLC-INT-TYPE-CODE         PIC X(01).
001230     05  CLC-PAYOUT-TYPE-CODE      PIC X(01).
001240     05  CLC-CHGOFF-TYPE-CODE      PIC X(01).
001250     05  FILLER                    PIC X(63).
001260*
001270*----------------------------------------------------------------
001280* CTLCARD - THE SAME RUN-DATE CONTROL CARD BATCHPROC READS.  THE
001290* PROCESSING DATE BECOMES THE HEADER RUN DATE AND THE EFFECTIVE
001300* DATE ON EVERY GENERATED DETAIL RECORD.
001310*----------------------------------------------------------------
001320 FD  CTLCARD.
001330 01  CTL-RECORD.
001340     05  CTL-PROCESSING-DATE       PIC 9(08).
001350     05  FILLER                    PIC X(72).
001360*
001370*----------------------------------------------------------------
001380* RUNLEDG - THE NIGHTLY STREAM'S RUN LEDGER, READ AT STARTUP TO
001390* CHECK THIS RUN'S PLACE IN THE STREAM AND EXTENDED WITH ITS
001400* START AND END RECORDS.  RUNOVRD - OPTIONAL OPERATOR OVERRIDE
001410* CARD THAT LETS A REFUSED RUN GO AHEAD.
001420*----------------------------------------------------------------
001430 FD  RUNLEDG.
001440 01  RUNL-RECORD.
001450     COPY RUNLREC.
001460*
001470 FD  RUNOVRD.
001480 01  RUNO-RECORD.
001490     COPY RUNOREC.
001500*
001510*----------------------------------------------------------------
001520* HELDFILE, SUSFILE, REFFILE - THE HELD, SUSPENSE AND REFERRAL
001530* FILES AS THE POSTING RUN (OR EXCPDISP AFTER IT) LAST LEFT
001540* THEM.  ONLY THE ACCOUNT NUMBER IS USED; ON A SUSPENDED ITEM IT
001550* IS TAKEN FROM THE SUSPENDED DETAIL RECORD'S IMAGE.  SAME
001560* LAYOUTS AS BATCHPROC'S.  A MISSING FILE HOLDS NO ITEMS.
001570*----------------------------------------------------------------
001580 FD  HELDFILE.
001590 01  HELD-RECORD.
001600     05  HLD-ACCOUNT-NUMBER        PIC 9(08).
001610     05  HLD-TYPE-CODE             PIC X(01).
001620     05  HLD-AMOUNT                PIC 9(05)V99.
001630     05  HLD-EFFECTIVE-DATE        PIC 9(08).
001640     05  HLD-RUN-DATE              PIC 9(08).
001650     05  HLD-DAYS-UNTIL-DUE        PIC 9(05).
001660     05  HLD-RECORD-IMAGE          PIC X(80).
001670*
001680 FD  SUSFILE.
001690 01  SUS-RECORD.
001700     05  SUS-REASON-CODE           PIC 9(02).
001710     05  FILLER                    PIC X(01).
001720     05  SUS-REASON-TEXT           PIC X(30).
001730     05  FILLER                    PIC X(01).
001740     05  SUS-RECORD-IMAGE.
001750         10  SUS-IMG-REC-TYPE      PIC X(01).
001760         10  SUS-IMG-TRAN-ID       PIC X(06).
001770         10  SUS-IMG-ACCOUNT       PIC 9(08).
001780         10  FILLER                PIC X(65).
001790     05  FILLER                    PIC X(01).
001800     05  SUS-SUSPEND-DATE          PIC 9(08).
001810     05  FILLER                    PIC X(01).
001820     05  SUS-AGE-DAYS              PIC 9(05).
001830*
001840 FD  REFFILE.
001850 01  REF-RECORD.
001860     05  REF-REASON-CODE           PIC 9(02).
001870     05  FILLER                    PIC X(01).
001880     05  REF-REASON-TEXT           PIC X(30).
001890     05  FILLER                    PIC X(01).
001900     05  REF-ACCOUNT               PIC 9(08).
001910     05  FILLER                    PIC X(01).
001920     05  REF-TRAN-ID               PIC 9(06).
001930     05  FILLER                    PIC X(01).
001940     05  REF-AMOUNT                PIC 9(05)V99.
001950     05  FILLER                    PIC X(01).
001960     05  REF-CURRENT-BAL           PIC S9(09)V99.
001970     05  FILLER                    PIC X(01).
001980     05  REF-PROJECTED-BAL         PIC S9(09)V99.
001990     05  FILLER                    PIC X(01).
002000     05  REF-CREDIT-LIMIT          PIC 9(07)V99.
002010     05  FILLER                    PIC X(01).
002020     05  REF-RECORD-IMAGE          PIC X(80).
002030*
002040*----------------------------------------------------------------
002050* CLSWORK - STAGED DETAIL RECORDS, WRITTEN AS EACH CLOSING
002060* ACCOUNT IS PROCESSED AND COPIED TO CLSOUT BEHIND THE HEADER
002070* ONCE THE COUNT AND TOTAL ARE KNOWN
002080*----------------------------------------------------------------
002090 FD  CLSWORK.
002100 01  CLS-WORK-RECORD               PIC X(80).
002110*
002120 FD  CLSOUT.
002130 01  CLS-OUT-RECORD                PIC X(80).
002140*
002150 WORKING-STORAGE SECTION.
002160*----------------------------------------------------------------
002170* FILE STATUS AND CONTROL SWITCHES
002180*----------------------------------------------------------------
002190 77  WS-ACCTMAST-STATUS          PIC X(02) VALUE SPACES.
002200 77  WS-SCHDFILE-STATUS          PIC X(02) VALUE SPACES.
002210 77  WS-CLSCTL-STATUS            PIC X(02) VALUE SPACES.
002220 77  WS-CTLCARD-STATUS           PIC X(02) VALUE SPACES.
002230 77  WS-HELDFILE-STATUS          PIC X(02) VALUE SPACES.
002240 77  WS-SUSFILE-STATUS           PIC X(02) VALUE SPACES.
002250 77  WS-REFFILE-STATUS           PIC X(02) VALUE SPACES.
002260 77  WS-CLSWORK-STATUS           PIC X(02) VALUE SPACES.
002270 77  WS-CLSOUT-STATUS            PIC X(02) VALUE SPACES.
002280*
002290 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
002300     88  WS-EOF-YES              VALUE 'Y'.
002310     88  WS-EOF-NO               VALUE 'N'.
002320 77  WS-SCHDFILE-EOF-SWITCH      PIC X(01) VALUE 'N'.
002330     88  WS-SCHDFILE-EOF-YES     VALUE 'Y'.
002340 77  WS-ITEM-EOF-SWITCH          PIC X(01) VALUE 'N'.
002350     88  WS-ITEM-EOF-YES         VALUE 'Y'.
002360 77  WS-CLSWORK-EOF-SWITCH       PIC X(01) VALUE 'N'.
002370     88  WS-CLSWORK-EOF-YES      VALUE 'Y'.
002380*
002390 01  WS-TIER-FOUND-SWITCH        PIC X(01) VALUE 'N'.
002400     88  WS-TIER-FOUND           VALUE 'Y'.
002410     88  WS-TIER-NOT-FOUND       VALUE 'N'.
002420 01  WS-CLOSING-FOUND-SWITCH     PIC X(01) VALUE 'N'.
002430     88  WS-CLOSING-FOUND        VALUE 'Y'.
002440*
002450*----------------------------------------------------------------
002460* COUNTERS AND CONTROL TOTALS
002470*----------------------------------------------------------------
002480 77  WS-ACCT-READ-COUNT          PIC 9(07) COMP VALUE 0.
002490 77  WS-CLOSING-COUNT            PIC 9(07) COMP VALUE 0.
002500 77  WS-BLOCKED-COUNT            PIC 9(07) COMP VALUE 0.
002510 77  WS-BAD-BALANCE-COUNT        PIC 9(07) COMP VALUE 0.
002520 77  WS-WRITTEN-COUNT            PIC 9(07) COMP VALUE 0.
002530 77  WS-ZERO-COUNT               PIC 9(07) COMP VALUE 0.
002540 77  WS-INT-DETAIL-COUNT         PIC 9(07) COMP VALUE 0.
002550 77  WS-PAYOUT-DETAIL-COUNT      PIC 9(07) COMP VALUE 0.
002560 77  WS-CHGOFF-DETAIL-COUNT      PIC 9(07) COMP VALUE 0.
002570 77  WS-DETAIL-COUNT             PIC 9(07) COMP VALUE 0.
002580 77  WS-ITEM-READ-COUNT          PIC 9(07) COMP VALUE 0.
002590 01  WS-CONTROL-AMOUNT           PIC 9(09)V99 VALUE 0.
002600*
002610 77  WS-PROCESSING-DATE          PIC 9(08) VALUE 0.
002620 77  WS-NEXT-TRAN-ID             PIC 9(07) VALUE 0.
002630*
002640*----------------------------------------------------------------
002650* CLOSEOUT COMPUTATION WORK FIELDS.  THE FINAL BALANCE IS THE
002660* BALANCE ON FILE PLUS THE FINAL ACCRUAL; THE PAYOUT OR
002670* CHARGE-OFF IS ITS SIZE.  AMOUNTS ARE STAGED IN DETAIL-RECORD
002680* SIZED PIECES FROM WS-GEN-REMAINING.
002690*----------------------------------------------------------------
002700 01  WS-WORK-BALANCE             PIC S9(09)V99 VALUE 0.
002710 01  WS-ACCRUAL-AMOUNT           PIC 9(09)V99 VALUE 0.
002720 01  WS-FINAL-BALANCE            PIC S9(09)V99 VALUE 0.
002730 01  WS-CLOSEOUT-AMOUNT          PIC 9(09)V99 VALUE 0.
002740 01  WS-GEN-REMAINING            PIC 9(09)V99 VALUE 0.
002750 01  WS-GEN-PIECE                PIC 9(05)V99 VALUE 0.
002760 77  WS-GEN-TYPE-CODE            PIC X(01) VALUE SPACE.
002770 77  WS-GEN-PIECE-COUNT          PIC 9(05) COMP VALUE 0.
002780 77  WS-TIER-SUB                 PIC 9(03) COMP VALUE 0.
002790 77  WS-MATCHED-TIER             PIC 9(03) COMP VALUE 0.
002800 77  WS-ITEM-ACCOUNT             PIC 9(08) VALUE 0.
002810 77  WS-ACCOUNT-ITEMS            PIC 9(05) VALUE 0.
002820*
002830*----------------------------------------------------------------
002840* ACCRUAL SCHEDULE TABLE - LOADED FROM SCHDFILE AT STARTUP THE
002850* SAME WAY ACCRGEN LOADS IT
002860*----------------------------------------------------------------
002870 77  WS-TIER-COUNT               PIC 9(03) COMP VALUE 0.
002880 01  WS-TIER-TABLE.
002890     05  WS-TIER-ENTRY OCCURS 1 TO 50 TIMES
002900             DEPENDING ON WS-TIER-COUNT
002910             INDEXED BY WS-TIER-IDX.
002920         10  WS-TIER-LOW-TBL      PIC 9(09).
002930         10  WS-TIER-HIGH-TBL     PIC 9(09).
002940         10  WS-TIER-RATE-TBL     PIC 9(01)V9(06).
002950*
002960*----------------------------------------------------------------
002970* CLOSING ACCOUNT TABLE - ONE ENTRY PER CLOSING ACCOUNT, TAKEN
002980* FROM THE ACCTMAST SWEEP, WITH THE MASTER FIELDS THE CLOSEOUT
002990* NEEDS AND THE NUMBER OF HELD, SUSPENDED AND REFERRED ITEMS
003000* FOUND FOR IT.  THE BALANCE-STATE BYTE IS 'N' WHEN THE BALANCE
003010* ON FILE WAS NOT NUMERIC.
003020*----------------------------------------------------------------
003030 77  WS-CLS-COUNT                PIC 9(03) COMP VALUE 0.
003040 77  WS-CLS-SUB                  PIC 9(03) COMP VALUE 0.
003050 01  WS-CLS-TABLE.
003060     05  WS-CLS-ENTRY OCCURS 1 TO 500 TIMES
003070             DEPENDING ON WS-CLS-COUNT
003080             INDEXED BY WS-CLS-IDX.
003090         10  WS-CLS-ACCT-TBL      PIC 9(08).
003100         10  WS-CLS-NAME-TBL      PIC X(30).
003110         10  WS-CLS-BAL-STATE-TBL PIC X(01).
003120             88  WS-CLS-BAL-NUMERIC VALUE 'Y'.
003130         10  WS-CLS-BALANCE-TBL   PIC S9(09)V99.
003140         10  WS-CLS-FLAG-TBL      PIC X(01).
003150             88  WS-CLS-ACCRUAL-DONE VALUE 'A'.
003160         10  WS-CLS-HELD-TBL      PIC 9(05).
003170         10  WS-CLS-SUS-TBL       PIC 9(05).
003180         10  WS-CLS-REF-TBL       PIC 9(05).
003190*
003200*----------------------------------------------------------------
003210* VALUES FROM THE CLSCTL CARD
003220*----------------------------------------------------------------
003230 77  WS-BATCH-ID                 PIC X(08) VALUE SPACES.
003240 77  WS-INT-TYPE-CODE            PIC X(01) VALUE SPACE.
003250 77  WS-PAYOUT-TYPE-CODE         PIC X(01) VALUE SPACE.
003260 77  WS-CHGOFF-TYPE-CODE         PIC X(01) VALUE SPACE.
003270*
003280*----------------------------------------------------------------
003290* OUTPUT RECORD STAGING AREAS.  THE DETAIL IS BUILT IN THE SHARED
003300* TRANREC LAYOUT; HEADER AND TRAILER MATCH THE LAYOUTS BATCHPROC
003310* EXPECTS, THE SAME AS ACCRGEN WRITES THEM.
003320*----------------------------------------------------------------
003330 01  WS-DETAIL-RECORD.
003340     COPY TRANREC.
003350 01  WS-HEADER-RECORD.
003360     05  WS-HDR-REC-TYPE         PIC X(01) VALUE 'H'.
003370     05  WS-HDR-RUN-DATE         PIC 9(08).
003380     05  WS-HDR-EXPECTED-COUNT   PIC 9(07).
003390     05  WS-HDR-BATCH-ID         PIC X(08).
003400     05  FILLER                  PIC X(56) VALUE SPACES.
003410 01  WS-TRAILER-RECORD.
003420     05  WS-TRL-REC-TYPE         PIC X(01) VALUE 'T'.
003430     05  WS-TRL-CONTROL-COUNT    PIC 9(07).
003440     05  WS-TRL-CONTROL-AMOUNT   PIC 9(07)V99.
003450     05  FILLER                  PIC X(63) VALUE SPACES.
003460*
003470*----------------------------------------------------------------
003480* RUN LEDGER - CLSGEN RUNS ONCE PER PROCESSING DATE AHEAD OF THE
003490* BATCHPROC POSTING RUN.  IT HAS NO PREDECESSOR; A SECOND RUN FOR
003500* THE SAME DATE WOULD PAY THE SAME BALANCES OUT TWICE, SO IT IS
003510* REFUSED WITHOUT AN OVERRIDE CARD.
003520*----------------------------------------------------------------
003530 77  WS-RUNLEDG-STATUS           PIC X(02) VALUE SPACES.
003540 77  WS-RUNOVRD-STATUS           PIC X(02) VALUE SPACES.
003550 77  WS-RUNLEDG-EOF-SWITCH       PIC X(01) VALUE 'N'.
003560     88  WS-RUNLEDG-EOF-YES      VALUE 'Y'.
003570 77  WS-RUNL-OVERRIDE-SWITCH     PIC X(01) VALUE 'N'.
003580     88  WS-RUNL-OVERRIDDEN      VALUE 'Y'.
003590 77  WS-RUNL-DONE-SWITCH         PIC X(01) VALUE 'N'.
003600     88  WS-RUNL-ALREADY-RUN     VALUE 'Y'.
003610 77  WS-RUNL-UNFINISHED-SWITCH   PIC X(01) VALUE 'N'.
003620     88  WS-RUNL-UNFINISHED      VALUE 'Y'.
003630 77  WS-RUNL-PRED-SWITCH         PIC X(01) VALUE 'N'.
003640     88  WS-RUNL-PRED-ENDED      VALUE 'Y'.
003650 77  WS-RUNL-THIS-PROGRAM        PIC X(10) VALUE 'CLSGEN'.
003660 77  WS-RUNL-THIS-MODE           PIC X(01) VALUE SPACE.
003670 77  WS-RUNL-PRED-PROGRAM        PIC X(10) VALUE SPACES.
003680 77  WS-RUNL-PRED-MODE           PIC X(01) VALUE SPACE.
003690 77  WS-RUNL-PRED-MAX-RC         PIC 9(03) VALUE 4.
003700 77  WS-RUNL-PRED-RC             PIC 9(03) VALUE 0.
003710 77  WS-RUNL-EVENT               PIC X(01) VALUE SPACE.
003720 77  WS-RUNL-RC                  PIC 9(03) VALUE 0.
003730 77  WS-RUNL-OPERATOR            PIC X(08) VALUE SPACES.
003740 77  WS-RUNL-TIME                PIC 9(08) VALUE 0.
003750 77  WS-RUNL-COUNT-1             PIC 9(09) VALUE 0.
003760 77  WS-RUNL-COUNT-2             PIC 9(09) VALUE 0.
003770 77  WS-RUNL-COUNT-3             PIC 9(09) VALUE 0.
003780*
003790 PROCEDURE DIVISION.
003800*----------------------------------------------------------------
003810* 0000-MAINLINE
003820*----------------------------------------------------------------
003830 0000-MAINLINE.
003840     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
003850     PERFORM 2000-PROCESS-CLOSING-ACCOUNT THRU 2000-EXIT
003860             VARYING WS-CLS-SUB FROM 1 BY 1
003870             UNTIL WS-CLS-SUB > WS-CLS-COUNT.
003880     PERFORM 8000-FINALIZE       THRU 8000-EXIT.
003890     PERFORM 8950-WRITE-LEDGER-END  THRU 8950-EXIT.
003900     STOP RUN.
003910*
003920*----------------------------------------------------------------
003930* 1000-INITIALIZE - READ THE CONTROL CARDS, CHECK THE RUN LEDGER,
003940*                   LOAD THE ACCRUAL SCHEDULE, SWEEP ACCTMAST FOR
003950*                   THE CLOSING ACCOUNTS, COUNT THE ITEMS PENDING
003960*                   AGAINST THEM AND OPEN THE WORK FILE.  WITH NO
003970*                   CLOSING ACCOUNTS THE EXCEPTION FILES ARE NOT
003980*                   READ.
003990*----------------------------------------------------------------
004000 1000-INITIALIZE.
004010     MOVE 'N' TO WS-EOF-SWITCH.
004020     PERFORM 1010-READ-CONTROL-CARD THRU 1010-EXIT.
004030     PERFORM 1020-READ-CLOSEOUT-CARD THRU 1020-EXIT.
004040     PERFORM 1700-CHECK-RUN-LEDGER  THRU 1700-EXIT.
004050     PERFORM 1100-LOAD-TIER-TABLE   THRU 1100-EXIT.
004060     OPEN INPUT ACCTMAST.
004070     IF WS-ACCTMAST-STATUS NOT = '00'
004080         DISPLAY '*** FATAL - ACCTMAST OPEN FAILED, STATUS '
004090                 WS-ACCTMAST-STATUS
004100         MOVE 16 TO RETURN-CODE
004110         STOP RUN
004120     END-IF.
004130     PERFORM 1200-READ-ACCTMAST THRU 1200-EXIT.
004140     PERFORM 1300-LOAD-CLOSING-ACCOUNT THRU 1300-EXIT
004150             UNTIL WS-EOF-YES.
004160     CLOSE ACCTMAST.
004170     DISPLAY 'CLOSING ACCOUNTS FOUND: ' WS-CLS-COUNT.
004180     IF WS-CLS-COUNT > 0
004190         PERFORM 1400-COUNT-HELD-ITEMS      THRU 1400-EXIT
004200         PERFORM 1500-COUNT-SUSPENSE-ITEMS  THRU 1500-EXIT
004210         PERFORM 1600-COUNT-REFERRED-ITEMS  THRU 1600-EXIT
004220     END-IF.
004230     OPEN OUTPUT CLSWORK.
004240     IF WS-CLSWORK-STATUS NOT = '00'
004250         DISPLAY '*** FATAL - CLSWORK OPEN FAILED, STATUS '
004260                 WS-CLSWORK-STATUS
004270         MOVE 16 TO RETURN-CODE
004280         STOP RUN
004290     END-IF.
004300 1000-EXIT.
004310     EXIT.
004320*
004330*----------------------------------------------------------------
004340* 1010-READ-CONTROL-CARD - READ THE ONE-RECORD CTLCARD FILE TO
004350*                          GET THE PROCESSING DATE.  SAME CARD
004360*                          AND SAME EDITS AS BATCHPROC.
004370*----------------------------------------------------------------
004380 1010-READ-CONTROL-CARD.
004390     OPEN INPUT CTLCARD.
004400     IF WS-CTLCARD-STATUS NOT = '00'
004410         DISPLAY '*** FATAL - CTLCARD OPEN FAILED, STATUS '
004420                 WS-CTLCARD-STATUS
004430         MOVE 16 TO RETURN-CODE
004440         STOP RUN
004450     END-IF.
004460     READ CTLCARD
004470         AT END
004480             DISPLAY '*** FATAL - CTLCARD IS EMPTY, NO '
004490                     'PROCESSING DATE SUPPLIED'
004500             MOVE 16 TO RETURN-CODE
004510             STOP RUN
004520     END-READ.
004530     IF CTL-PROCESSING-DATE IS NOT NUMERIC
004540         DISPLAY '*** FATAL - CTLCARD PROCESSING DATE IS NOT '
004550                 'NUMERIC: ' CTL-RECORD
004560         MOVE 16 TO RETURN-CODE
004570         STOP RUN
004580     END-IF.
004590     MOVE CTL-PROCESSING-DATE TO WS-PROCESSING-DATE.
004600     CLOSE CTLCARD.
004610 1010-EXIT.
004620     EXIT.
004630*
004640*----------------------------------------------------------------
004650* 1020-READ-CLOSEOUT-CARD - READ THE ONE-RECORD CLSCTL FILE TO
004660*                           GET THE BATCH ID, THE STARTING
004670*                           TRAN-ID AND THE THREE TYPE CODES.
004680*                           EVERY FIELD IS REQUIRED AND THE THREE
004690*                           CODES MUST ALL DIFFER.
004700*----------------------------------------------------------------
004710 1020-READ-CLOSEOUT-CARD.
004720     OPEN INPUT CLSCTL.
004730     IF WS-CLSCTL-STATUS NOT = '00'
004740         DISPLAY '*** FATAL - CLSCTL OPEN FAILED, STATUS '
004750                 WS-CLSCTL-STATUS
004760         MOVE 16 TO RETURN-CODE
004770         STOP RUN
004780     END-IF.
004790     READ CLSCTL
004800         AT END
004810             DISPLAY '*** FATAL - CLSCTL IS EMPTY, NO CLOSEOUT '
004820                     'PARAMETERS SUPPLIED'
004830             MOVE 16 TO RETURN-CODE
004840             STOP RUN
004850     END-READ.
004860     IF CLC-BATCH-ID = SPACES
004870             OR CLC-START-TRAN-ID IS NOT NUMERIC
004880             OR CLC-INT-TYPE-CODE = SPACE
004890             OR CLC-PAYOUT-TYPE-CODE = SPACE
004900             OR CLC-CHGOFF-TYPE-CODE = SPACE
004910             OR CLC-INT-TYPE-CODE = CLC-PAYOUT-TYPE-CODE
004920             OR CLC-INT-TYPE-CODE = CLC-CHGOFF-TYPE-CODE
004930             OR CLC-PAYOUT-TYPE-CODE = CLC-CHGOFF-TYPE-CODE
004940         DISPLAY '*** FATAL - CLSCTL CARD IS INCOMPLETE OR NOT '
004950                 'NUMERIC: ' CLC-RECORD
004960         MOVE 16 TO RETURN-CODE
004970         STOP RUN
004980     END-IF.
004990     MOVE CLC-BATCH-ID         TO WS-BATCH-ID.
005000     MOVE CLC-START-TRAN-ID    TO WS-NEXT-TRAN-ID.
005010     MOVE CLC-INT-TYPE-CODE    TO WS-INT-TYPE-CODE.
005020     MOVE CLC-PAYOUT-TYPE-CODE TO WS-PAYOUT-TYPE-CODE.
005030     MOVE CLC-CHGOFF-TYPE-CODE TO WS-CHGOFF-TYPE-CODE.
005040     CLOSE CLSCTL.
005050 1020-EXIT.
005060     EXIT.
005070*
005080*----------------------------------------------------------------
005090* 1100-LOAD-TIER-TABLE - LOAD THE ACCRUAL SCHEDULE FROM SCHDFILE
005100*                        INTO WS-TIER-TABLE.  AN EMPTY OR MISSING
005110*                        SCHEDULE IS FATAL -- WITH NO TIERS, NO
005120*                        FINAL ACCRUAL COULD EVER BE PAID.
005130*----------------------------------------------------------------
005140 1100-LOAD-TIER-TABLE.
005150     MOVE 'N' TO WS-SCHDFILE-EOF-SWITCH.
005160     MOVE 0 TO WS-TIER-COUNT.
005170     OPEN INPUT SCHDFILE.
005180     IF WS-SCHDFILE-STATUS NOT = '00'
005190         DISPLAY '*** FATAL - SCHDFILE OPEN FAILED, STATUS '
005200                 WS-SCHDFILE-STATUS
005210         MOVE 16 TO RETURN-CODE
005220         STOP RUN
005230     END-IF.
005240     PERFORM 1110-READ-ONE-TIER THRU 1110-EXIT
005250             UNTIL WS-SCHDFILE-EOF-YES.
005260     CLOSE SCHDFILE.
005270     IF WS-TIER-COUNT = 0
005280         DISPLAY '*** FATAL - SCHDFILE HAS NO USABLE TIERS, '
005290                 'NO FINAL ACCRUAL CAN BE COMPUTED'
005300         MOVE 16 TO RETURN-CODE
005310         STOP RUN
005320     END-IF.
005330     DISPLAY 'ACCRUAL TIERS LOADED: ' WS-TIER-COUNT.
005340 1100-EXIT.
005350     EXIT.
005360*
005370*----------------------------------------------------------------
005380* 1110-READ-ONE-TIER - READ ONE SCHDFILE RECORD, VALIDATE IT AND
005390*                      APPEND IT TO THE TIER TABLE
005400*----------------------------------------------------------------
005410 1110-READ-ONE-TIER.
005420     READ SCHDFILE
005430         AT END
005440             SET WS-SCHDFILE-EOF-YES TO TRUE
005450     END-READ.
005460     IF NOT WS-SCHDFILE-EOF-YES
005470         IF SCHD-LOW-BALANCE IS NOT NUMERIC
005480                 OR SCHD-HIGH-BALANCE IS NOT NUMERIC
005490                 OR SCHD-INT-RATE IS NOT NUMERIC
005500                 OR SCHD-LOW-BALANCE > SCHD-HIGH-BALANCE
005510             DISPLAY '*** WARNING - SCHDFILE RECORD IGNORED, '
005520                     'NOT NUMERIC OR LOW ABOVE HIGH: '
005530                     SCHD-RECORD
005540         ELSE
005550             IF WS-TIER-COUNT < 50
005560                 ADD 1 TO WS-TIER-COUNT
005570                 SET WS-TIER-IDX TO WS-TIER-COUNT
005580                 MOVE SCHD-LOW-BALANCE
005590                         TO WS-TIER-LOW-TBL(WS-TIER-IDX)
005600                 MOVE SCHD-HIGH-BALANCE
005610                         TO WS-TIER-HIGH-TBL(WS-TIER-IDX)
005620                 MOVE SCHD-INT-RATE
005630                         TO WS-TIER-RATE-TBL(WS-TIER-IDX)
005640             ELSE
005650                 DISPLAY '*** FATAL - SCHDFILE HAS MORE THAN '
005660                         '50 TIERS, TIER TABLE MUST BE RESIZED'
005670                 MOVE 16 TO RETURN-CODE
005680                 STOP RUN
005690             END-IF
005700         END-IF
005710     END-IF.
005720 1110-EXIT.
005730     EXIT.
005740*
005750*----------------------------------------------------------------
005760* 1200-READ-ACCTMAST - READ THE NEXT ACCOUNT-MASTER RECORD IN
005770*                      KEY SEQUENCE
005780*----------------------------------------------------------------
005790 1200-READ-ACCTMAST.
005800     READ ACCTMAST NEXT RECORD
005810         AT END
005820             MOVE 'Y' TO WS-EOF-SWITCH
005830         NOT AT END
005840             ADD 1 TO WS-ACCT-READ-COUNT
005850     END-READ.
005860 1200-EXIT.
005870     EXIT.
005880*
005890*----------------------------------------------------------------
005900* 1300-LOAD-CLOSING-ACCOUNT - KEEP ONE CLOSING ACCOUNT IN THE
005910*                             TABLE, THEN READ THE NEXT MASTER
005920*                             RECORD.  EVERY OTHER ACCOUNT IS
005930*                             PASSED OVER.
005940*----------------------------------------------------------------
005950 1300-LOAD-CLOSING-ACCOUNT.
005960     IF ACCT-CLOSING
005970         IF WS-CLS-COUNT NOT < 500
005980             DISPLAY '*** FATAL - MORE THAN 500 ACCOUNTS IN '
005990                     'CLOSEOUT, CLOSING TABLE MUST BE RESIZED: '
006000                     ACCT-NUMBER
006010             MOVE 16 TO RETURN-CODE
006020             STOP RUN
006030         END-IF
006040         ADD 1 TO WS-CLS-COUNT
006050         SET WS-CLS-IDX TO WS-CLS-COUNT
006060         MOVE ACCT-NUMBER        TO WS-CLS-ACCT-TBL(WS-CLS-IDX)
006070         MOVE ACCT-NAME          TO WS-CLS-NAME-TBL(WS-CLS-IDX)
006080         IF ACCT-CURRENT-BALANCE IS NUMERIC
006090             MOVE 'Y' TO WS-CLS-BAL-STATE-TBL(WS-CLS-IDX)
006100             MOVE ACCT-CURRENT-BALANCE
006110                     TO WS-CLS-BALANCE-TBL(WS-CLS-IDX)
006120         ELSE
006130             MOVE 'N' TO WS-CLS-BAL-STATE-TBL(WS-CLS-IDX)
006140             MOVE 0 TO WS-CLS-BALANCE-TBL(WS-CLS-IDX)
006150         END-IF
006160         MOVE ACCT-CLOSEOUT-FLAG TO WS-CLS-FLAG-TBL(WS-CLS-IDX)
006170         MOVE 0 TO WS-CLS-HELD-TBL(WS-CLS-IDX)
006180         MOVE 0 TO WS-CLS-SUS-TBL(WS-CLS-IDX)
006190         MOVE 0 TO WS-CLS-REF-TBL(WS-CLS-IDX)
006200     END-IF.
006210     PERFORM 1200-READ-ACCTMAST THRU 1200-EXIT.
006220 1300-EXIT.
006230     EXIT.
006240*
006250*----------------------------------------------------------------
006260* 1400-COUNT-HELD-ITEMS - READ HELDFILE AND COUNT EACH ITEM
006270*                         AGAINST ITS ACCOUNT IF THE ACCOUNT IS
006280*                         CLOSING.  A MISSING FILE HOLDS NO ITEMS.
006290*----------------------------------------------------------------
006300 1400-COUNT-HELD-ITEMS.
006310     MOVE 'N' TO WS-ITEM-EOF-SWITCH.
006320     OPEN INPUT HELDFILE.
006330     IF WS-HELDFILE-STATUS = '35'
006340         DISPLAY 'NO HELDFILE PRESENT - NO HELD ITEMS'
006350     ELSE
006360         IF WS-HELDFILE-STATUS NOT = '00'
006370             DISPLAY '*** FATAL - HELDFILE OPEN FAILED, STATUS '
006380                     WS-HELDFILE-STATUS
006390             MOVE 16 TO RETURN-CODE
006400             STOP RUN
006410         END-IF
006420         PERFORM 1410-COUNT-ONE-HELD-ITEM THRU 1410-EXIT
006430                 UNTIL WS-ITEM-EOF-YES
006440         CLOSE HELDFILE
006450     END-IF.
006460 1400-EXIT.
006470     EXIT.
006480*
006490 1410-COUNT-ONE-HELD-ITEM.
006500     READ HELDFILE
006510         AT END
006520             SET WS-ITEM-EOF-YES TO TRUE
006530     END-READ.
006540     IF NOT WS-ITEM-EOF-YES
006550             AND HLD-ACCOUNT-NUMBER IS NUMERIC
006560         ADD 1 TO WS-ITEM-READ-COUNT
006570         MOVE HLD-ACCOUNT-NUMBER TO WS-ITEM-ACCOUNT
006580         PERFORM 1650-FIND-CLOSING-ENTRY THRU 1650-EXIT
006590         IF WS-CLOSING-FOUND
006600             ADD 1 TO WS-CLS-HELD-TBL(WS-CLS-IDX)
006610         END-IF
006620     END-IF.
006630 1410-EXIT.
006640     EXIT.
006650*
006660*----------------------------------------------------------------
006670* 1500-COUNT-SUSPENSE-ITEMS - READ SUSFILE AND COUNT EACH ITEM
006680*                             AGAINST ITS ACCOUNT IF THE ACCOUNT
006690*                             IS CLOSING.  A MISSING FILE HOLDS NO
006700*                             ITEMS.
006710*----------------------------------------------------------------
006720 1500-COUNT-SUSPENSE-ITEMS.
006730     MOVE 'N' TO WS-ITEM-EOF-SWITCH.
006740     OPEN INPUT SUSFILE.
006750     IF WS-SUSFILE-STATUS = '35'
006760         DISPLAY 'NO SUSFILE PRESENT - NO SUSPENDED ITEMS'
006770     ELSE
006780         IF WS-SUSFILE-STATUS NOT = '00'
006790             DISPLAY '*** FATAL - SUSFILE OPEN FAILED, STATUS '
006800                     WS-SUSFILE-STATUS
006810             MOVE 16 TO RETURN-CODE
006820             STOP RUN
006830         END-IF
006840         PERFORM 1510-COUNT-ONE-SUSPENSE-ITEM THRU 1510-EXIT
006850                 UNTIL WS-ITEM-EOF-YES
006860         CLOSE SUSFILE
006870     END-IF.
006880 1500-EXIT.
006890     EXIT.
006900*
006910 1510-COUNT-ONE-SUSPENSE-ITEM.
006920     READ SUSFILE
006930         AT END
006940             SET WS-ITEM-EOF-YES TO TRUE
006950     END-READ.
006960     IF NOT WS-ITEM-EOF-YES
006970             AND SUS-IMG-ACCOUNT IS NUMERIC
006980         ADD 1 TO WS-ITEM-READ-COUNT
006990         MOVE SUS-IMG-ACCOUNT TO WS-ITEM-ACCOUNT
007000         PERFORM 1650-FIND-CLOSING-ENTRY THRU 1650-EXIT
007010         IF WS-CLOSING-FOUND
007020             ADD 1 TO WS-CLS-SUS-TBL(WS-CLS-IDX)
007030         END-IF
007040     END-IF.
007050 1510-EXIT.
007060     EXIT.
007070*
007080*----------------------------------------------------------------
007090* 1600-COUNT-REFERRED-ITEMS - READ REFFILE AND COUNT EACH ITEM
007100*                             AGAINST ITS ACCOUNT IF THE ACCOUNT
007110*                             IS CLOSING.  A MISSING FILE HOLDS NO
007120*                             ITEMS.
007130*----------------------------------------------------------------
007140 1600-COUNT-REFERRED-ITEMS.
007150     MOVE 'N' TO WS-ITEM-EOF-SWITCH.
007160     OPEN INPUT REFFILE.
007170     IF WS-REFFILE-STATUS = '35'
007180         DISPLAY 'NO REFFILE PRESENT - NO REFERRED ITEMS'
007190     ELSE
007200         IF WS-REFFILE-STATUS NOT = '00'
007210             DISPLAY '*** FATAL - REFFILE OPEN FAILED, STATUS '
007220                     WS-REFFILE-STATUS
007230             MOVE 16 TO RETURN-CODE
007240             STOP RUN
007250         END-IF
007260         PERFORM 1610-COUNT-ONE-REFERRED-ITEM THRU 1610-EXIT
007270                 UNTIL WS-ITEM-EOF-YES
007280         CLOSE REFFILE
007290     END-IF.
007300 1600-EXIT.
007310     EXIT.
007320*
007330 1610-COUNT-ONE-REFERRED-ITEM.
007340     READ REFFILE
007350         AT END
007360             SET WS-ITEM-EOF-YES TO TRUE
007370     END-READ.
007380     IF NOT WS-ITEM-EOF-YES
007390             AND REF-ACCOUNT IS NUMERIC
007400         ADD 1 TO WS-ITEM-READ-COUNT
007410         MOVE REF-ACCOUNT TO WS-ITEM-ACCOUNT
007420         PERFORM 1650-FIND-CLOSING-ENTRY THRU 1650-EXIT
007430         IF WS-CLOSING-FOUND
007440             ADD 1 TO WS-CLS-REF-TBL(WS-CLS-IDX)
007450         END-IF
007460     END-IF.
007470 1610-EXIT.
007480     EXIT.
007490*
007500*----------------------------------------------------------------
007510* 1650-FIND-CLOSING-ENTRY - LOOK WS-ITEM-ACCOUNT UP IN THE
007520*                           CLOSING TABLE.  WHEN FOUND, WS-CLS-IDX
007530*                           POINTS AT ITS ENTRY.
007540*----------------------------------------------------------------
007550 1650-FIND-CLOSING-ENTRY.
007560     MOVE 'N' TO WS-CLOSING-FOUND-SWITCH.
007570     SET WS-CLS-IDX TO 1.
007580     SEARCH WS-CLS-ENTRY
007590         AT END
007600             CONTINUE
007610         WHEN WS-CLS-ACCT-TBL(WS-CLS-IDX) = WS-ITEM-ACCOUNT
007620             MOVE 'Y' TO WS-CLOSING-FOUND-SWITCH
007630     END-SEARCH.
007640 1650-EXIT.
007650     EXIT.
007660*
007670*----------------------------------------------------------------
007680* 1700-CHECK-RUN-LEDGER - READ THE RUN LEDGER FOR THIS PROCESSING
007690*                         DATE BEFORE ANY FILE IS TOUCHED.  A
007700*                         SECOND RUN FOR THE DATE, OR A RUN AHEAD
007710*                         OF ITS PREDECESSOR IN THE STREAM, IS
007720*                         REFUSED WITH RETURN CODE 16 UNLESS THE
007730*                         OVERRIDE CARD NAMES THIS PROGRAM AND
007740*                         DATE.  A RUN THAT STARTED BUT NEVER
007750*                         ENDED MAY GO AGAIN.  A MISSING LEDGER
007760*                         MEANS NOTHING HAS RUN YET.
007770*----------------------------------------------------------------
007780 1700-CHECK-RUN-LEDGER.
007790     MOVE 'N' TO WS-RUNL-DONE-SWITCH.
007800     MOVE 'N' TO WS-RUNL-UNFINISHED-SWITCH.
007810     MOVE 'N' TO WS-RUNL-PRED-SWITCH.
007820     PERFORM 1710-READ-OVERRIDE-CARD THRU 1710-EXIT.
007830     OPEN INPUT RUNLEDG.
007840     IF WS-RUNLEDG-STATUS = '00'
007850         MOVE 'N' TO WS-RUNLEDG-EOF-SWITCH
007860         PERFORM 1720-SCAN-ONE-LEDGER-ENTRY THRU 1720-EXIT
007870                 UNTIL WS-RUNLEDG-EOF-YES
007880         CLOSE RUNLEDG
007890     ELSE
007900         IF WS-RUNLEDG-STATUS NOT = '35'
007910             DISPLAY '*** FATAL - RUNLEDG OPEN FAILED, STATUS '
007920                     WS-RUNLEDG-STATUS
007930             MOVE 16 TO RETURN-CODE
007940             STOP RUN
007950         END-IF
007960     END-IF.
007970     IF WS-RUNL-OVERRIDDEN
007980         DISPLAY '*** WARNING - RUN LEDGER CHECKS OVERRIDDEN BY '
007990                 'OPERATOR ' WS-RUNL-OPERATOR
008000     ELSE
008010         PERFORM 1705-APPLY-LEDGER-CHECKS THRU 1705-EXIT
008020     END-IF.
008030     MOVE 'S' TO WS-RUNL-EVENT.
008040     MOVE 0 TO WS-RUNL-RC.
008050     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
008060 1700-EXIT.
008070     EXIT.
008080*
008090*----------------------------------------------------------------
008100* 1705-APPLY-LEDGER-CHECKS - REFUSE A SECOND RUN FOR THE DATE, OR
008110*                            A RUN AHEAD OF ITS PREDECESSOR, NOW
008120*                            THE LEDGER HAS BEEN READ.  NOT
008130*                            PERFORMED WHEN THE OVERRIDE CARD
008140*                            NAMES THIS RUN.
008150*----------------------------------------------------------------
008160 1705-APPLY-LEDGER-CHECKS.
008170     IF WS-RUNL-ALREADY-RUN
008180         DISPLAY '*** FATAL - ' WS-RUNL-THIS-PROGRAM
008190                 ' HAS ALREADY RUN FOR PROCESSING DATE '
008200                 WS-PROCESSING-DATE
008210         PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
008220     END-IF.
008230     IF WS-RUNL-PRED-PROGRAM NOT = SPACES
008240         IF NOT WS-RUNL-PRED-ENDED
008250             DISPLAY '*** FATAL - OUT OF SEQUENCE, '
008260                     WS-RUNL-PRED-PROGRAM
008270                     ' HAS NOT ENDED FOR PROCESSING DATE '
008280                     WS-PROCESSING-DATE
008290             PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
008300         END-IF
008310         IF WS-RUNL-PRED-RC > WS-RUNL-PRED-MAX-RC
008320             DISPLAY '*** FATAL - ' WS-RUNL-PRED-PROGRAM
008330                     ' ENDED WITH RETURN CODE ' WS-RUNL-PRED-RC
008340                     ' FOR PROCESSING DATE ' WS-PROCESSING-DATE
008350             PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
008360         END-IF
008370     END-IF.
008380     IF WS-RUNL-UNFINISHED
008390         DISPLAY '*** WARNING - EARLIER RUN FOR PROCESSING DATE '
008400                 WS-PROCESSING-DATE ' DID NOT END, RUNNING AGAIN'
008410     END-IF.
008420 1705-EXIT.
008430     EXIT.
008440*
008450*----------------------------------------------------------------
008460* 1710-READ-OVERRIDE-CARD - A MISSING OR EMPTY RUNOVRD IS THE
008470*                           NORMAL CASE.  A CARD FOR ANOTHER
008480*                           PROGRAM OR DATE IS IGNORED; ONE FOR
008490*                           THIS RUN MUST NAME THE OPERATOR.
008500*----------------------------------------------------------------
008510 1710-READ-OVERRIDE-CARD.
008520     MOVE 'N' TO WS-RUNL-OVERRIDE-SWITCH.
008530     MOVE SPACES TO WS-RUNL-OPERATOR.
008540     OPEN INPUT RUNOVRD.
008550     IF WS-RUNOVRD-STATUS NOT = '00'
008560         GO TO 1710-EXIT
008570     END-IF.
008580     READ RUNOVRD
008590         AT END
008600             MOVE SPACES TO RUNO-RECORD
008610     END-READ.
008620     CLOSE RUNOVRD.
008630     IF RUNO-PROGRAM NOT = WS-RUNL-THIS-PROGRAM
008640             OR RUNO-PROCESSING-DATE IS NOT NUMERIC
008650         GO TO 1710-EXIT
008660     END-IF.
008670     IF RUNO-PROCESSING-DATE NOT = WS-PROCESSING-DATE
008680             OR (RUNO-MODE NOT = SPACE
008690                 AND RUNO-MODE NOT = WS-RUNL-THIS-MODE)
008700         GO TO 1710-EXIT
008710     END-IF.
008720     IF RUNO-OPERATOR = SPACES
008730         DISPLAY '*** WARNING - OVERRIDE CARD IGNORED, NO '
008740                 'OPERATOR ID: ' RUNO-RECORD
008750         GO TO 1710-EXIT
008760     END-IF.
008770     MOVE 'Y' TO WS-RUNL-OVERRIDE-SWITCH.
008780     MOVE RUNO-OPERATOR TO WS-RUNL-OPERATOR.
008790     DISPLAY 'OVERRIDE REASON: ' RUNO-REASON.
008800 1710-EXIT.
008810     EXIT.
008820*
008830*----------------------------------------------------------------
008840* 1720-SCAN-ONE-LEDGER-ENTRY - NOTE THIS PROGRAM'S OWN STARTS AND
008850*                              ENDS FOR THE DATE, AND WHETHER ITS
008860*                              PREDECESSOR HAS ENDED (THE LAST
008870*                              END ON FILE GIVES ITS RETURN CODE)
008880*----------------------------------------------------------------
008890 1720-SCAN-ONE-LEDGER-ENTRY.
008900     READ RUNLEDG
008910         AT END
008920             SET WS-RUNLEDG-EOF-YES TO TRUE
008930     END-READ.
008940     IF NOT WS-RUNLEDG-EOF-YES
008950             AND RUNL-PROCESSING-DATE = WS-PROCESSING-DATE
008960         IF RUNL-PROGRAM = WS-RUNL-THIS-PROGRAM
008970                 AND RUNL-MODE = WS-RUNL-THIS-MODE
008980             IF RUNL-STARTED
008990                 MOVE 'Y' TO WS-RUNL-UNFINISHED-SWITCH
009000             END-IF
009010             IF RUNL-ENDED
009020                 MOVE 'Y' TO WS-RUNL-DONE-SWITCH
009030                 MOVE 'N' TO WS-RUNL-UNFINISHED-SWITCH
009040             END-IF
009050         END-IF
009060         IF WS-RUNL-PRED-PROGRAM NOT = SPACES
009070                 AND RUNL-PROGRAM = WS-RUNL-PRED-PROGRAM
009080                 AND RUNL-ENDED
009090                 AND (WS-RUNL-PRED-MODE = SPACE
009100                      OR RUNL-MODE = WS-RUNL-PRED-MODE)
009110             MOVE 'Y' TO WS-RUNL-PRED-SWITCH
009120             MOVE RUNL-RETURN-CODE TO WS-RUNL-PRED-RC
009130         END-IF
009140     END-IF.
009150 1720-EXIT.
009160     EXIT.
009170*
009180*----------------------------------------------------------------
009190* 1730-WRITE-LEDGER-RECORD - APPEND ONE START, END OR REFUSED
009200*                            RECORD TO THE LEDGER (THE FIRST RUN
009210*                            EVER CREATES IT)
009220*----------------------------------------------------------------
009230 1730-WRITE-LEDGER-RECORD.
009240     MOVE SPACES TO RUNL-RECORD.
009250     MOVE WS-RUNL-THIS-PROGRAM TO RUNL-PROGRAM.
009260     MOVE WS-PROCESSING-DATE   TO RUNL-PROCESSING-DATE.
009270     MOVE WS-RUNL-THIS-MODE    TO RUNL-MODE.
009280     MOVE WS-RUNL-EVENT        TO RUNL-EVENT.
009290     IF WS-RUNL-OVERRIDDEN
009300         MOVE 'Y' TO RUNL-OVERRIDE-FLAG
009310         MOVE WS-RUNL-OPERATOR TO RUNL-OPERATOR
009320     ELSE
009330         MOVE 'N' TO RUNL-OVERRIDE-FLAG
009340     END-IF.
009350     ACCEPT RUNL-SYSTEM-DATE FROM DATE YYYYMMDD.
009360     ACCEPT WS-RUNL-TIME FROM TIME.
009370     MOVE WS-RUNL-TIME(1:6)    TO RUNL-SYSTEM-TIME.
009380     MOVE WS-RUNL-RC           TO RUNL-RETURN-CODE.
009390     MOVE WS-RUNL-COUNT-1      TO RUNL-COUNT-1.
009400     MOVE WS-RUNL-COUNT-2      TO RUNL-COUNT-2.
009410     MOVE WS-RUNL-COUNT-3      TO RUNL-COUNT-3.
009420     OPEN EXTEND RUNLEDG.
009430     IF WS-RUNLEDG-STATUS = '35'
009440         OPEN OUTPUT RUNLEDG
009450     END-IF.
009460     IF WS-RUNLEDG-STATUS NOT = '00'
009470         DISPLAY '*** FATAL - RUNLEDG OPEN FAILED, STATUS '
009480                 WS-RUNLEDG-STATUS
009490         MOVE 16 TO RETURN-CODE
009500         STOP RUN
009510     END-IF.
009520     WRITE RUNL-RECORD.
009530     CLOSE RUNLEDG.
009540 1730-EXIT.
009550     EXIT.
009560*
009570*----------------------------------------------------------------
009580* 1740-REFUSE-RUN - RECORD THE REFUSAL ON THE LEDGER AND STOP
009590*----------------------------------------------------------------
009600 1740-REFUSE-RUN.
009610     MOVE 'R' TO WS-RUNL-EVENT.
009620     MOVE 16 TO WS-RUNL-RC.
009630     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
009640     DISPLAY '*** RUN REFUSED - AN OPERATOR OVERRIDE CARD ON '
009650             'RUNOVRD IS NEEDED TO RUN IT'.
009660     MOVE 16 TO RETURN-CODE.
009670     STOP RUN.
009680 1740-EXIT.
009690     EXIT.
009700*
009710*----------------------------------------------------------------
009720* 2000-PROCESS-CLOSING-ACCOUNT - CLOSE OUT ONE ACCOUNT FROM THE
009730*                                TABLE.  A NON-NUMERIC BALANCE
009740*                                OR ANY PENDING ITEM BLOCKS IT
009750*                                FOR TONIGHT.  OTHERWISE THE
009760*                                FINAL ACCRUAL (UNLESS ALREADY
009770*                                POSTED) AND THE PAYOUT OR
009780*                                CHARGE-OFF ARE STAGED.  A ZERO
009790*                                FINAL BALANCE NEEDS NOTHING --
009800*                                CLSRSLT CLOSES IT AS IT STANDS.
009810*----------------------------------------------------------------
009820 2000-PROCESS-CLOSING-ACCOUNT.
009830     SET WS-CLS-IDX TO WS-CLS-SUB.
009840     ADD 1 TO WS-CLOSING-COUNT.
009850     IF NOT WS-CLS-BAL-NUMERIC(WS-CLS-IDX)
009860         ADD 1 TO WS-BAD-BALANCE-COUNT
009870         DISPLAY '*** WARNING - ACCOUNT '
009880                 WS-CLS-ACCT-TBL(WS-CLS-IDX)
009890                 ' BALANCE IS NOT NUMERIC, NO CLOSEOUT WRITTEN'
009900         GO TO 2000-EXIT
009910     END-IF.
009920     COMPUTE WS-ACCOUNT-ITEMS = WS-CLS-HELD-TBL(WS-CLS-IDX)
009930                              + WS-CLS-SUS-TBL(WS-CLS-IDX)
009940                              + WS-CLS-REF-TBL(WS-CLS-IDX).
009950     IF WS-ACCOUNT-ITEMS > 0
009960         ADD 1 TO WS-BLOCKED-COUNT
009970         DISPLAY '*** WARNING - ACCOUNT '
009980                 WS-CLS-ACCT-TBL(WS-CLS-IDX)
009990                 ' CLOSEOUT BLOCKED - HELD '
010000                 WS-CLS-HELD-TBL(WS-CLS-IDX)
010010                 ' SUSPENDED ' WS-CLS-SUS-TBL(WS-CLS-IDX)
010020                 ' REFERRED ' WS-CLS-REF-TBL(WS-CLS-IDX)
010030         GO TO 2000-EXIT
010040     END-IF.
010050     MOVE WS-CLS-BALANCE-TBL(WS-CLS-IDX) TO WS-WORK-BALANCE.
010060     MOVE 0 TO WS-ACCRUAL-AMOUNT.
010070     IF NOT WS-CLS-ACCRUAL-DONE(WS-CLS-IDX)
010080         PERFORM 2100-FIND-TIER THRU 2100-EXIT
010090         IF WS-TIER-FOUND
010100             PERFORM 2200-GENERATE-FINAL-ACCRUAL THRU 2200-EXIT
010110         END-IF
010120     END-IF.
010130     COMPUTE WS-FINAL-BALANCE =
010140             WS-WORK-BALANCE + WS-ACCRUAL-AMOUNT.
010150     EVALUATE TRUE
010160         WHEN WS-FINAL-BALANCE > 0
010170             MOVE WS-FINAL-BALANCE TO WS-CLOSEOUT-AMOUNT
010180             MOVE WS-PAYOUT-TYPE-CODE TO WS-GEN-TYPE-CODE
010190             PERFORM 2300-GENERATE-CLOSEOUT THRU 2300-EXIT
010200             ADD WS-GEN-PIECE-COUNT TO WS-PAYOUT-DETAIL-COUNT
010210             ADD 1 TO WS-WRITTEN-COUNT
010220             DISPLAY 'ACCOUNT ' WS-CLS-ACCT-TBL(WS-CLS-IDX)
010230                     ' FINAL ACCRUAL ' WS-ACCRUAL-AMOUNT
010240                     ' PAYOUT ' WS-CLOSEOUT-AMOUNT
010250         WHEN WS-FINAL-BALANCE < 0
010260             COMPUTE WS-CLOSEOUT-AMOUNT = 0 - WS-FINAL-BALANCE
010270             MOVE WS-CHGOFF-TYPE-CODE TO WS-GEN-TYPE-CODE
010280             PERFORM 2300-GENERATE-CLOSEOUT THRU 2300-EXIT
010290             ADD WS-GEN-PIECE-COUNT TO WS-CHGOFF-DETAIL-COUNT
010300             ADD 1 TO WS-WRITTEN-COUNT
010310             DISPLAY 'ACCOUNT ' WS-CLS-ACCT-TBL(WS-CLS-IDX)
010320                     ' FINAL ACCRUAL ' WS-ACCRUAL-AMOUNT
010330                     ' CHARGE-OFF ' WS-CLOSEOUT-AMOUNT
010340         WHEN OTHER
010350             ADD 1 TO WS-ZERO-COUNT
010360             DISPLAY 'ACCOUNT ' WS-CLS-ACCT-TBL(WS-CLS-IDX)
010370                     ' ALREADY AT ZERO, NOTHING TO POST'
010380     END-EVALUATE.
010390 2000-EXIT.
010400     EXIT.
010410*
010420*----------------------------------------------------------------
010430* 2100-FIND-TIER - FIND THE FIRST SCHEDULE TIER WHOSE LOW AND
010440*                  HIGH BALANCE BRACKET THE ACCOUNT'S BALANCE.
010450*                  TIER BOUNDS ARE UNSIGNED, SO A NEGATIVE
010460*                  BALANCE FALLS BELOW EVERY TIER AND ACCRUES
010470*                  NOTHING.  SAME SEARCH AS ACCRGEN.
010480*----------------------------------------------------------------
010490 2100-FIND-TIER.
010500     MOVE 'N' TO WS-TIER-FOUND-SWITCH.
010510     MOVE 0 TO WS-MATCHED-TIER.
010520     IF WS-WORK-BALANCE < 0
010530         CONTINUE
010540     ELSE
010550         PERFORM 2110-TEST-ONE-TIER THRU 2110-EXIT
010560                 VARYING WS-TIER-SUB FROM 1 BY 1
010570                 UNTIL WS-TIER-SUB > WS-TIER-COUNT
010580                    OR WS-TIER-FOUND
010590     END-IF.
010600 2100-EXIT.
010610     EXIT.
010620*
010630 2110-TEST-ONE-TIER.
010640     IF WS-WORK-BALANCE NOT < WS-TIER-LOW-TBL(WS-TIER-SUB)
010650             AND WS-WORK-BALANCE
010660                 NOT > WS-TIER-HIGH-TBL(WS-TIER-SUB)
010670         MOVE 'Y' TO WS-TIER-FOUND-SWITCH
010680         MOVE WS-TIER-SUB TO WS-MATCHED-TIER
010690     END-IF.
010700 2110-EXIT.
010710     EXIT.
010720*
010730*----------------------------------------------------------------
010740* 2200-GENERATE-FINAL-ACCRUAL - COMPUTE THE FINAL INTEREST CREDIT
010750*                               FROM THE MATCHED TIER'S RATE AND
010760*                               STAGE IT.  A ZERO RATE OR AN
010770*                               AMOUNT THAT ROUNDS TO ZERO
010780*                               GENERATES NOTHING.
010790*----------------------------------------------------------------
010800 2200-GENERATE-FINAL-ACCRUAL.
010810     COMPUTE WS-ACCRUAL-AMOUNT ROUNDED =
010820             WS-WORK-BALANCE * WS-TIER-RATE-TBL(WS-MATCHED-TIER).
010830     IF WS-ACCRUAL-AMOUNT NOT = 0
010840         MOVE WS-ACCRUAL-AMOUNT TO WS-GEN-REMAINING
010850         MOVE WS-INT-TYPE-CODE  TO WS-GEN-TYPE-CODE
010860         MOVE 0 TO WS-GEN-PIECE-COUNT
010870         PERFORM 2400-STAGE-ONE-DETAIL THRU 2400-EXIT
010880                 UNTIL WS-GEN-REMAINING = 0
010890         ADD WS-GEN-PIECE-COUNT TO WS-INT-DETAIL-COUNT
010900     END-IF.
010910 2200-EXIT.
010920     EXIT.
010930*
010940*----------------------------------------------------------------
010950* 2300-GENERATE-CLOSEOUT - STAGE THE PAYOUT OR CHARGE-OFF FOR
010960*                          WS-CLOSEOUT-AMOUNT UNDER
010970*                          WS-GEN-TYPE-CODE, IN AS MANY DETAIL
010980*                          RECORDS AS THE AMOUNT FIELD NEEDS.
010990*----------------------------------------------------------------
011000 2300-GENERATE-CLOSEOUT.
011010     MOVE WS-CLOSEOUT-AMOUNT TO WS-GEN-REMAINING.
011020     MOVE 0 TO WS-GEN-PIECE-COUNT.
011030     PERFORM 2400-STAGE-ONE-DETAIL THRU 2400-EXIT
011040             UNTIL WS-GEN-REMAINING = 0.
011050 2300-EXIT.
011060     EXIT.
011070*
011080*----------------------------------------------------------------
011090* 2400-STAGE-ONE-DETAIL - BUILD ONE DETAIL RECORD IN THE SHARED
011100*                         TRANREC LAYOUT FOR THE CURRENT CLOSING
011110*                         ACCOUNT AND WRITE IT TO THE WORK FILE,
011120*                         ASSIGNING THE NEXT TRAN-ID AND ROLLING
011130*                         THE AMOUNT INTO THE TRAILER'S CONTROL
011140*                         FIGURES.  TAKES AT MOST 99999.99 OFF
011150*                         WS-GEN-REMAINING EACH TIME.  EXPECTS
011160*                         WS-GEN-TYPE-CODE TO BE SET.
011170*                         RUNNING OFF THE END OF THE SIX-DIGIT
011180*                         TRAN-ID RANGE IS FATAL -- A WRAPPED ID
011190*                         WOULD DUPLICATE-REJECT IN BATCHPROC.
011200*----------------------------------------------------------------
011210 2400-STAGE-ONE-DETAIL.
011220     IF WS-NEXT-TRAN-ID > 999999
011230         DISPLAY '*** FATAL - GENERATED TRAN-ID RANGE EXHAUSTED '
011240                 'AT ACCOUNT ' WS-CLS-ACCT-TBL(WS-CLS-IDX)
011250         MOVE 16 TO RETURN-CODE
011260         STOP RUN
011270     END-IF.
011280     IF WS-GEN-REMAINING > 99999.99
011290         MOVE 99999.99 TO WS-GEN-PIECE
011300     ELSE
011310         MOVE WS-GEN-REMAINING TO WS-GEN-PIECE
011320     END-IF.
011330     SUBTRACT WS-GEN-PIECE FROM WS-GEN-REMAINING.
011340     MOVE SPACES             TO WS-DETAIL-RECORD.
011350     MOVE 'D'                TO TRAN-REC-TYPE.
011360     MOVE WS-NEXT-TRAN-ID    TO TRAN-ID.
011370     MOVE WS-CLS-ACCT-TBL(WS-CLS-IDX) TO TRAN-ACCOUNT-NUMBER.
011380     MOVE WS-GEN-TYPE-CODE   TO TRAN-TYPE-CODE.
011390     MOVE WS-GEN-PIECE       TO TRAN-AMOUNT.
011400     MOVE WS-PROCESSING-DATE TO TRAN-EFFECTIVE-DATE.
011410     MOVE SPACES             TO TRAN-CURRENCY-CODE.
011420     MOVE WS-DETAIL-RECORD   TO CLS-WORK-RECORD.
011430     WRITE CLS-WORK-RECORD.
011440     ADD 1 TO WS-NEXT-TRAN-ID.
011450     ADD 1 TO WS-DETAIL-COUNT.
011460     ADD 1 TO WS-GEN-PIECE-COUNT.
011470     ADD WS-GEN-PIECE TO WS-CONTROL-AMOUNT.
011480 2400-EXIT.
011490     EXIT.
011500*
011510*----------------------------------------------------------------
011520* 8000-FINALIZE - ASSEMBLE THE BATCH GROUP ON CLSOUT (HEADER, THE
011530*                 STAGED DETAILS, TRAILER), REPORT THE RUN'S
011540*                 COUNTS AND SET THE RETURN CODE.  A NIGHT WITH
011550*                 NOTHING TO CLOSE STILL WRITES AN EMPTY GROUP SO
011560*                 THE STREAM RUNS THE SAME WAY EVERY NIGHT.  A
011570*                 TOTAL THE TRAILER CANNOT CARRY IS FATAL, SINCE
011580*                 THE BATCH COULD NEVER BALANCE IN BATCHPROC.  A
011590*                 BLOCKED CLOSEOUT OR A BAD BALANCE LEAVES A
011600*                 RETURN CODE OF 4.
011610*----------------------------------------------------------------
011620 8000-FINALIZE.
011630     CLOSE CLSWORK.
011640     IF WS-CONTROL-AMOUNT > 9999999.99
011650         DISPLAY '*** FATAL - BATCH TOTAL ' WS-CONTROL-AMOUNT
011660                 ' EXCEEDS THE TRAILER CONTROL AMOUNT FIELD, '
011670                 'NO BATCH WRITTEN'
011680         MOVE 16 TO RETURN-CODE
011690         STOP RUN
011700     END-IF.
011710     OPEN OUTPUT CLSOUT.
011720     IF WS-CLSOUT-STATUS NOT = '00'
011730         DISPLAY '*** FATAL - CLSOUT OPEN FAILED, STATUS '
011740                 WS-CLSOUT-STATUS
011750         MOVE 16 TO RETURN-CODE
011760         STOP RUN
011770     END-IF.
011780     MOVE WS-PROCESSING-DATE TO WS-HDR-RUN-DATE.
011790     MOVE WS-DETAIL-COUNT    TO WS-HDR-EXPECTED-COUNT.
011800     MOVE WS-BATCH-ID        TO WS-HDR-BATCH-ID.
011810     MOVE WS-HEADER-RECORD   TO CLS-OUT-RECORD.
011820     WRITE CLS-OUT-RECORD.
011830     MOVE 'N' TO WS-CLSWORK-EOF-SWITCH.
011840     OPEN INPUT CLSWORK.
011850     IF WS-CLSWORK-STATUS NOT = '00'
011860         DISPLAY '*** FATAL - CLSWORK RE-OPEN FAILED, STATUS '
011870                 WS-CLSWORK-STATUS
011880         MOVE 16 TO RETURN-CODE
011890         STOP RUN
011900     END-IF.
011910     PERFORM 8100-COPY-ONE-DETAIL THRU 8100-EXIT
011920             UNTIL WS-CLSWORK-EOF-YES.
011930     CLOSE CLSWORK.
011940     MOVE WS-DETAIL-COUNT    TO WS-TRL-CONTROL-COUNT.
011950     MOVE WS-CONTROL-AMOUNT  TO WS-TRL-CONTROL-AMOUNT.
011960     MOVE WS-TRAILER-RECORD  TO CLS-OUT-RECORD.
011970     WRITE CLS-OUT-RECORD.
011980     CLOSE CLSOUT.
011990     DISPLAY 'CLSGEN - ACCOUNT CLOSEOUT GENERATION TOTALS'.
012000     DISPLAY 'ACCOUNTS READ          : ' WS-ACCT-READ-COUNT.
012010     DISPLAY 'CLOSING ACCOUNTS       : ' WS-CLOSING-COUNT.
012020     DISPLAY 'EXCEPTION ITEMS READ   : ' WS-ITEM-READ-COUNT.
012030     DISPLAY 'BLOCKED, PENDING ITEMS : ' WS-BLOCKED-COUNT.
012040     DISPLAY 'BAD BALANCE, SKIPPED   : ' WS-BAD-BALANCE-COUNT.
012050     DISPLAY 'ALREADY AT ZERO        : ' WS-ZERO-COUNT.
012060     DISPLAY 'CLOSEOUTS WRITTEN      : ' WS-WRITTEN-COUNT.
012070     DISPLAY 'FINAL ACCRUAL DETAILS  : ' WS-INT-DETAIL-COUNT.
012080     DISPLAY 'PAYOUT DETAILS         : ' WS-PAYOUT-DETAIL-COUNT.
012090     DISPLAY 'CHARGE-OFF DETAILS     : ' WS-CHGOFF-DETAIL-COUNT.
012100     DISPLAY 'BATCH ' WS-BATCH-ID ' WRITTEN: '
012110             WS-DETAIL-COUNT ' DETAILS, TOTAL '
012120             WS-CONTROL-AMOUNT.
012130     IF WS-BLOCKED-COUNT > 0
012140             OR WS-BAD-BALANCE-COUNT > 0
012150         IF RETURN-CODE < 4
012160             MOVE 4 TO RETURN-CODE
012170         END-IF
012180     END-IF.
012190 8000-EXIT.
012200     EXIT.
012210*
012220*----------------------------------------------------------------
012230* 8100-COPY-ONE-DETAIL - COPY ONE STAGED DETAIL FROM THE WORK FILE
012240*                        TO THE BATCH GROUP
012250*----------------------------------------------------------------
012260 8100-COPY-ONE-DETAIL.
012270     READ CLSWORK
012280         AT END
012290             SET WS-CLSWORK-EOF-YES TO TRUE
012300         NOT AT END
012310             MOVE CLS-WORK-RECORD TO CLS-OUT-RECORD
012320             WRITE CLS-OUT-RECORD
012330     END-READ.
012340 8100-EXIT.
012350     EXIT.
012360*
012370*----------------------------------------------------------------
012380* 8950-WRITE-LEDGER-END - RECORD THE END OF THE RUN ON THE LEDGER
012390*                         WITH ITS FINAL RETURN CODE AND COUNTS:
012400*                         CLOSING ACCOUNTS, CLOSEOUTS WRITTEN,
012410*                         CLOSEOUTS BLOCKED.
012420*----------------------------------------------------------------
012430 8950-WRITE-LEDGER-END.
012440     MOVE WS-CLOSING-COUNT TO WS-RUNL-COUNT-1.
012450     MOVE WS-WRITTEN-COUNT TO WS-RUNL-COUNT-2.
012460     MOVE WS-BLOCKED-COUNT TO WS-RUNL-COUNT-3.
012470     MOVE RETURN-CODE TO WS-RUNL-RC.
012480     MOVE 'E' TO WS-RUNL-EVENT.
012490     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
012500 8950-EXIT.
012510     EXIT.
