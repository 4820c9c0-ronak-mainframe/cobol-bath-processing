000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CLSRSLT.
000030 AUTHOR.        R HUCKABY.
000040 INSTALLATION.  DAILY BATCH PROCESSING GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26  RH  ORIGINAL PROGRAM.  ACCOUNT CLOSEOUT RESULTS, RUN
000110*               BEHIND THE BATCHPROC POSTING RUN.  EVERY CLOSING
000120*               ACCOUNT ('P' -- SEE ACCTREC) IS CHECKED AS THE
000130*               POSTING RUN LEFT IT.  ONE WHOSE BALANCE HAS COME
000140*               TO ZERO, WITH NOTHING STILL HELD, SUSPENDED OR
000150*               REFERRED AGAINST IT ON HELDFILE, SUSFILE OR
000160*               REFFILE, IS SET CLOSED AND GETS A FINAL CLOSING
000170*               STATEMENT ON CLSSTMT: CUSTOMER NAME AND ADDRESS
000180*               FROM CUSTMAST WHEN THE ACCOUNT IS LINKED, THE
000190*               OPENING BALANCE, TONIGHT'S POSTINGS (THE FINAL
000200*               ACCRUAL AND THE PAYOUT OR CHARGE-OFF CLSGEN
000210*               WROTE AMONG THEM), THE ZERO CLOSING BALANCE AND
000220*               THE CLOSE DATE.  ANY OTHER CLOSING ACCOUNT STAYS
000230*               CLOSING, IS LISTED ON THE RESULTS REPORT (CLSRPT)
000240*               WITH THE REASON AND LEAVES A RETURN CODE OF 4;
000250*               CLSGEN WRITES ITS CLOSEOUT AGAIN FROM THE NEW
000260*               BALANCE THE NEXT NIGHT.  WHEN TONIGHT'S FINAL
000270*               INTEREST CREDIT POSTED TO AN ACCOUNT THAT STAYS
000280*               CLOSING, ITS CLOSEOUT FLAG IS SET SO CLSGEN DOES
000290*               NOT WRITE THE ACCRUAL AGAIN.  EVERY CHANGE TO
000300*               ACCTMAST IS JOURNALED TO ACCTJRNL AHEAD OF THE
000310*               REWRITE.  THE RUN LEDGER (RUNLEDG) REFUSES A RUN
000320*               AHEAD OF THE POSTING RUN OR A SECOND RUN FOR THE
000330*               DATE UNLESS AN OPERATOR OVERRIDE CARD (RUNOVRD)
000340*               NAMES IT.
000350*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.  IBM-370.
000390 OBJECT-COMPUTER.  IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT ACCTMAST  ASSIGN TO ACCTMAST
000430            ORGANIZATION IS INDEXED
000440            ACCESS MODE IS SEQUENTIAL
000450            RECORD KEY IS ACCT-NUMBER
000460            FILE STATUS IS WS-ACCTMAST-STATUS.
000470     SELECT CUSTMAST  ASSIGN TO CUSTMAST
000480            ORGANIZATION IS INDEXED
000490            ACCESS MODE IS RANDOM
000500            RECORD KEY IS CUST-NUMBER
000510            FILE STATUS IS WS-CUSTMAST-STATUS.
000520     SELECT CTLCARD   ASSIGN TO CTLCARD
000530            ORGANIZATION IS LINE SEQUENTIAL
000540            FILE STATUS IS WS-CTLCARD-STATUS.
000550     SELECT CLSCTL    ASSIGN TO CLSCTL
000560            ORGANIZATION IS LINE SEQUENTIAL
000570            FILE STATUS IS WS-CLSCTL-STATUS.
000580     SELECT RUNLEDG   ASSIGN TO RUNLEDG
000590            ORGANIZATION IS LINE SEQUENTIAL
000600            FILE STATUS IS WS-RUNLEDG-STATUS.
000610     SELECT RUNOVRD   ASSIGN TO RUNOVRD
000620            ORGANIZATION IS LINE SEQUENTIAL
000630            FILE STATUS IS WS-RUNOVRD-STATUS.
000640     SELECT HELDFILE  ASSIGN TO HELDFILE
000650            ORGANIZATION IS LINE SEQUENTIAL
000660            FILE STATUS IS WS-HELDFILE-STATUS.
000670     SELECT SUSFILE   ASSIGN TO SUSFILE
000680            ORGANIZATION IS LINE SEQUENTIAL
000690            FILE STATUS IS WS-SUSFILE-STATUS.
000700     SELECT REFFILE   ASSIGN TO REFFILE
000710            ORGANIZATION IS LINE SEQUENTIAL
000720            FILE STATUS IS WS-REFFILE-STATUS.
000730     SELECT ACTWORK   ASSIGN TO ACTWORK
000740            ORGANIZATION IS LINE SEQUENTIAL
000750            FILE STATUS IS WS-ACTWORK-STATUS.
000760     SELECT CLSSTMT   ASSIGN TO CLSSTMT
000770            ORGANIZATION IS LINE SEQUENTIAL
000780            FILE STATUS IS WS-CLSSTMT-STATUS.
000790     SELECT CLSRPT    ASSIGN TO CLSRPT
000800            ORGANIZATION IS LINE SEQUENTIAL
000810            FILE STATUS IS WS-CLSRPT-STATUS.
000820     SELECT ACCTJRNL  ASSIGN TO ACCTJRNL
000830            ORGANIZATION IS LINE SEQUENTIAL
000840            FILE STATUS IS WS-ACCTJRNL-STATUS.
000850*
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  ACCTMAST.
000890 01  ACCT-MASTER-RECORD.
000900     COPY ACCTREC.
000910*
000920 FD  CUSTMAST.
000930 01  CUST-MASTER-RECORD.
000940     COPY CUSTREC.
000950*
000960*----------------------------------------------------------------
000970* CTLCARD - THE SAME RUN-DATE CONTROL CARD BATCHPROC READS
000980*----------------------------------------------------------------
000990 FD  CTLCARD.
001000 01  CTL-RECORD.
001010     05  CTL-PROCESSING-DATE       PIC 9(08).
001020     05  FILLER                    PIC X(72).
001030*
001040*----------------------------------------------------------------
001050* CLSCTL - CLSGEN'S CLOSEOUT CONTROL CARD.  ONLY THE THREE TYPE
001060* CODES ARE USED HERE: THE INTEREST CODE TELLS WHETHER THE FINAL
001070* ACCRUAL POSTED, AND ALL THREE NAME THE CLOSEOUT LINES ON THE
001080* STATEMENT.  SAME LAYOUT AS CLSGEN'S FD.
001090*----------------------------------------------------------------
001100 FD  CLSCTL.
001110 01  CLC-RECORD.
001120     05  CLC-BATCH-ID              PIC X(08).
001130     05  CLC-START-TRAN-ID         PIC 9(06).
001140     05  CLC-INT-TYPE-CODE         PIC X(01).
001150     05  CLC-PAYOUT-TYPE-CODE      PIC X(01).
001160     05  CLC-CHGOFF-TYPE-CODE      PIC X(01).
001170     05  FILLER                    PIC X(63).
001180*
001190*----------------------------------------------------------------
001200* RUNLEDG - THE NIGHTLY STREAM'S RUN LEDGER, READ AT STARTUP TO
001210* CHECK THIS RUN'S PLACE IN THE STREAM AND EXTENDED WITH ITS
001220* START AND END RECORDS.  RUNOVRD - OPTIONAL OPERATOR OVERRIDE
001230* CARD THAT LETS A REFUSED RUN GO AHEAD.
001240*----------------------------------------------------------------
001250 FD  RUNLEDG.
001260 01  RUNL-RECORD.
001270     COPY RUNLREC.
001280*
001290 FD  RUNOVRD.
001300 01  RUNO-RECORD.
001310     COPY RUNOREC.
001320*
001330*----------------------------------------------------------------
001340* HELDFILE, SUSFILE, REFFILE - THE HELD, SUSPENSE AND REFERRAL
001350* FILES AS TONIGHT'S POSTING RUN LEFT THEM.  ONLY THE ACCOUNT
001360* NUMBER IS USED; ON A SUSPENDED ITEM IT IS TAKEN FROM THE
001370* SUSPENDED DETAIL RECORD'S IMAGE.  SAME LAYOUTS AS BATCHPROC'S.
001380* A MISSING FILE HOLDS NO ITEMS.
001390*----------------------------------------------------------------
001400 FD  HELDFILE.
001410 01  HELD-RECORD.
001420     05  HLD-ACCOUNT-NUMBER        PIC 9(08).
001430     05  HLD-TYPE-CODE             PIC X(01).
001440     05  HLD-AMOUNT                PIC 9(05)V99.
001450     05  HLD-EFFECTIVE-DATE        PIC 9(08).
001460     05  HLD-RUN-DATE              PIC 9(08).
001470     05  HLD-DAYS-UNTIL-DUE        PIC 9(05).
001480     05  HLD-RECORD-IMAGE          PIC X(80).
001490*
001500 FD  SUSFILE.
001510 01  SUS-RECORD.
001520     05  SUS-REASON-CODE           PIC 9(02).
001530     05  FILLER                    PIC X(01).
001540     05  SUS-REASON-TEXT           PIC X(30).
001550     05  FILLER                    PIC X(01).
001560     05  SUS-RECORD-IMAGE.
001570         10  SUS-IMG-REC-TYPE      PIC X(01).
001580         10  SUS-IMG-TRAN-ID       PIC X(06).
001590         10  SUS-IMG-ACCOUNT       PIC 9(08).
001600         10  FILLER                PIC X(65).
001610     05  FILLER                    PIC X(01).
001620     05  SUS-SUSPEND-DATE          PIC 9(08).
001630     05  FILLER                    PIC X(01).
001640     05  SUS-AGE-DAYS              PIC 9(05).
001650*
001660 FD  REFFILE.
001670 01  REF-RECORD.
001680     05  REF-REASON-CODE           PIC 9(02).
001690     05  FILLER                    PIC X(01).
001700     05  REF-REASON-TEXT           PIC X(30).
001710     05  FILLER                    PIC X(01).
001720     05  REF-ACCOUNT               PIC 9(08).
001730     05  FILLER                    PIC X(01).
001740     05  REF-TRAN-ID               PIC 9(06).
001750     05  FILLER                    PIC X(01).
001760     05  REF-AMOUNT                PIC 9(05)V99.
001770     05  FILLER                    PIC X(01).
001780     05  REF-CURRENT-BAL           PIC S9(09)V99.
001790     05  FILLER                    PIC X(01).
001800     05  REF-PROJECTED-BAL         PIC S9(09)V99.
001810     05  FILLER                    PIC X(01).
001820     05  REF-CREDIT-LIMIT          PIC 9(07)V99.
001830     05  FILLER                    PIC X(01).
001840     05  REF-RECORD-IMAGE          PIC X(80).
001850*
001860*----------------------------------------------------------------
001870* ACTWORK - BATCHPROC'S ACTIVITY FILE: ONE RECORD PER TRANSACTION
001880* POSTED TO AN ACCOUNT BALANCE IN TONIGHT'S POSTING RUN.  SAME
001890* LAYOUT AS BATCHPROC'S FD.
001900*----------------------------------------------------------------
001910 FD  ACTWORK.
001920 01  ACTIVITY-RECORD.
001930     05  ACTW-ACCOUNT              PIC 9(08).
001940     05  FILLER                    PIC X(01).
001950     05  ACTW-TRAN-ID              PIC 9(06).
001960     05  FILLER                    PIC X(01).
001970     05  ACTW-TYPE-CODE            PIC X(01).
001980     05  FILLER                    PIC X(01).
001990     05  ACTW-DR-CR                PIC X(01).
002000     05  FILLER                    PIC X(01).
002010     05  ACTW-AMOUNT               PIC 9(05)V99.
002020*
002030*----------------------------------------------------------------
002040* CLSSTMT - FINAL CLOSING STATEMENTS, ONE SECTION PER ACCOUNT
002050* CLOSED TONIGHT.  CLSRPT - THE CLOSEOUT RESULTS REPORT, ONE LINE
002060* PER CLOSING ACCOUNT.
002070*----------------------------------------------------------------
002080 FD  CLSSTMT.
002090 01  CLS-STATEMENT-LINE            PIC X(132).
002100*
002110 FD  CLSRPT.
002120 01  CLS-REPORT-LINE               PIC X(132).
002130*
002140*----------------------------------------------------------------
002150* ACCTJRNL - ACCTMAST BEFORE-IMAGE JOURNAL, EXTENDED WITH EACH
002160* ACCOUNT'S RECORD AS IT STOOD BEFORE THIS PROGRAM CHANGES IT
002170*----------------------------------------------------------------
002180 FD  ACCTJRNL.
002190 01  JRNL-RECORD.
002200     COPY JRNLREC.
002210*
002220 WORKING-STORAGE SECTION.
002230*----------------------------------------------------------------
002240* FILE STATUS AND CONTROL SWITCHES
002250*----------------------------------------------------------------
002260 77  WS-ACCTMAST-STATUS          PIC X(02) VALUE SPACES.
002270 77  WS-CUSTMAST-STATUS          PIC X(02) VALUE SPACES.
002280 77  WS-CTLCARD-STATUS           PIC X(02) VALUE SPACES.
002290 77  WS-CLSCTL-STATUS            PIC X(02) VALUE SPACES.
002300 77  WS-HELDFILE-STATUS          PIC X(02) VALUE SPACES.
002310 77  WS-SUSFILE-STATUS           PIC X(02) VALUE SPACES.
002320 77  WS-REFFILE-STATUS           PIC X(02) VALUE SPACES.
002330 77  WS-ACTWORK-STATUS           PIC X(02) VALUE SPACES.
002340 77  WS-CLSSTMT-STATUS           PIC X(02) VALUE SPACES.
002350 77  WS-CLSRPT-STATUS            PIC X(02) VALUE SPACES.
002360*
002370 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
002380     88  WS-EOF-YES              VALUE 'Y'.
002390     88  WS-EOF-NO               VALUE 'N'.
002400 77  WS-ITEM-EOF-SWITCH          PIC X(01) VALUE 'N'.
002410     88  WS-ITEM-EOF-YES         VALUE 'Y'.
002420 77  WS-ACTWORK-EOF-SWITCH       PIC X(01) VALUE 'N'.
002430     88  WS-ACTWORK-EOF-YES      VALUE 'Y'.
002440*
002450 01  WS-CLOSING-FOUND-SWITCH     PIC X(01) VALUE 'N'.
002460     88  WS-CLOSING-FOUND        VALUE 'Y'.
002470 01  WS-CUSTMAST-SWITCH          PIC X(01) VALUE 'N'.
002480     88  WS-CUSTMAST-AVAILABLE   VALUE 'Y'.
002490 01  WS-CUST-FOUND-SWITCH        PIC X(01) VALUE 'N'.
002500     88  WS-CUST-FOUND           VALUE 'Y'.
002510 01  WS-CLOSE-RESULT-SWITCH      PIC X(01) VALUE 'N'.
002520     88  WS-CLOSE-DONE           VALUE 'Y'.
002530     88  WS-CLOSE-FAILED         VALUE 'F'.
002540     88  WS-CLOSE-NOT-TRIED      VALUE 'N'.
002550*
002560*----------------------------------------------------------------
002570* COUNTERS
002580*----------------------------------------------------------------
002590 77  WS-ACCT-READ-COUNT          PIC 9(07) COMP VALUE 0.
002600 77  WS-CLOSING-COUNT            PIC 9(07) COMP VALUE 0.
002610 77  WS-CLOSED-COUNT             PIC 9(07) COMP VALUE 0.
002620 77  WS-NOT-YET-COUNT            PIC 9(07) COMP VALUE 0.
002630 77  WS-PENDING-ITEMS-COUNT      PIC 9(07) COMP VALUE 0.
002640 77  WS-NOT-ZERO-COUNT           PIC 9(07) COMP VALUE 0.
002650 77  WS-BAD-BALANCE-COUNT        PIC 9(07) COMP VALUE 0.
002660 77  WS-CLOSE-FAILED-COUNT       PIC 9(07) COMP VALUE 0.
002670 77  WS-ACCRUAL-MARKED-COUNT     PIC 9(07) COMP VALUE 0.
002680 77  WS-ITEM-READ-COUNT          PIC 9(07) COMP VALUE 0.
002690 77  WS-ACTWORK-READ-COUNT       PIC 9(07) COMP VALUE 0.
002700 77  WS-STMT-WRITE-COUNT         PIC 9(07) COMP VALUE 0.
002710*
002720 77  WS-PROCESSING-DATE          PIC 9(08) VALUE 0.
002730 77  WS-ITEM-ACCOUNT             PIC 9(08) VALUE 0.
002740 77  WS-ACCOUNT-ITEMS            PIC 9(05) VALUE 0.
002750*
002760*----------------------------------------------------------------
002770* THE CLOSED MASTER RECORD AS REWRITTEN, KEPT FOR THE FINAL
002780* STATEMENT
002790*----------------------------------------------------------------
002800 01  WS-CLOSED-IMAGE             PIC X(80) VALUE SPACES.
002810*
002820*----------------------------------------------------------------
002830* VALUES FROM THE CLSCTL CARD
002840*----------------------------------------------------------------
002850 77  WS-INT-TYPE-CODE            PIC X(01) VALUE SPACE.
002860 77  WS-PAYOUT-TYPE-CODE         PIC X(01) VALUE SPACE.
002870 77  WS-CHGOFF-TYPE-CODE         PIC X(01) VALUE SPACE.
002880*
002890*----------------------------------------------------------------
002900* CLOSING ACCOUNT TABLE - ONE ENTRY PER CLOSING ACCOUNT, TAKEN
002910* FROM A FIRST ACCTMAST SWEEP, WITH THE NUMBER OF HELD,
002920* SUSPENDED AND REFERRED ITEMS FOUND FOR IT, TONIGHT'S POSTED
002930* DEBIT AND CREDIT TOTALS FROM ACTWORK, AND WHETHER THE FINAL
002940* INTEREST CREDIT WAS AMONG THEM
002950*----------------------------------------------------------------
002960 77  WS-CLS-COUNT                PIC 9(03) COMP VALUE 0.
002970 01  WS-CLS-TABLE.
002980     05  WS-CLS-ENTRY OCCURS 1 TO 500 TIMES
002990             DEPENDING ON WS-CLS-COUNT
003000             INDEXED BY WS-CLS-IDX.
003010         10  WS-CLS-ACCT-TBL      PIC 9(08).
003020         10  WS-CLS-HELD-TBL      PIC 9(05).
003030         10  WS-CLS-SUS-TBL       PIC 9(05).
003040         10  WS-CLS-REF-TBL       PIC 9(05).
003050         10  WS-CLS-DR-TOTAL-TBL  PIC 9(09)V99.
003060         10  WS-CLS-CR-TOTAL-TBL  PIC 9(09)V99.
003070         10  WS-CLS-INT-FLAG-TBL  PIC X(01).
003080             88  WS-CLS-INT-POSTED VALUE 'Y'.
003090*
003100*----------------------------------------------------------------
003110* STATEMENT WORK FIELDS AND PRINT LINE LAYOUTS, AFTER BATCHPROC'S
003120* ACTIVITY STATEMENT
003130*----------------------------------------------------------------
003140 77  WS-STMT-CUR-ACCT            PIC 9(08) VALUE 0.
003150 77  WS-STMT-OPEN-BAL            PIC S9(09)V99 VALUE 0.
003160 77  WS-STMT-CLOSE-BAL           PIC S9(09)V99 VALUE 0.
003170 01  WS-STMT-HDR-LINE.
003180     05  FILLER                  PIC X(08) VALUE 'ACCOUNT '.
003190     05  WS-STMT-HDR-ACCT        PIC 9(08).
003200     05  FILLER                  PIC X(02) VALUE SPACES.
003210     05  WS-STMT-HDR-NAME        PIC X(30).
003220 01  WS-STMT-ADDR-LINE.
003230     05  FILLER                  PIC X(18) VALUE SPACES.
003240     05  WS-STMT-ADDR-TEXT       PIC X(64).
003250 01  WS-STMT-CITY-LINE.
003260     05  WS-STMT-CITY            PIC X(20).
003270     05  FILLER                  PIC X(01) VALUE SPACE.
003280     05  WS-STMT-STATE           PIC X(02).
003290     05  FILLER                  PIC X(02) VALUE SPACES.
003300     05  WS-STMT-POSTAL          PIC X(10).
003310 01  WS-STMT-BAL-LINE.
003320     05  FILLER                  PIC X(02) VALUE SPACES.
003330     05  WS-STMT-BAL-LABEL       PIC X(18).
003340     05  WS-STMT-BAL-AMT         PIC -9(09).99.
003350 01  WS-STMT-DTL-LINE.
003360     05  FILLER                  PIC X(04) VALUE SPACES.
003370     05  FILLER                  PIC X(03) VALUE 'ID '.
003380     05  WS-STMT-DTL-ID          PIC 9(06).
003390     05  FILLER                  PIC X(07) VALUE '  TYPE '.
003400     05  WS-STMT-DTL-TYPE        PIC X(01).
003410     05  FILLER                  PIC X(02) VALUE SPACES.
003420     05  WS-STMT-DTL-DRCR        PIC X(02).
003430     05  FILLER                  PIC X(02) VALUE SPACES.
003440     05  WS-STMT-DTL-AMT         PIC 9(05).99.
003450     05  FILLER                  PIC X(02) VALUE SPACES.
003460     05  WS-STMT-DTL-DESC        PIC X(20).
003470 01  WS-STMT-CLOSED-LINE.
003480     05  FILLER                  PIC X(02) VALUE SPACES.
003490     05  FILLER                  PIC X(18)
003500                                 VALUE 'ACCOUNT CLOSED ON '.
003510     05  WS-STMT-CLOSED-DATE     PIC 9(08).
003520*
003530*----------------------------------------------------------------
003540* RESULTS REPORT LINE STAGING AREAS
003550*----------------------------------------------------------------
003560 01  WS-DETAIL-LINE.
003570     05  WS-DTL-ACCOUNT          PIC 9(08).
003580     05  FILLER                  PIC X(02) VALUE SPACES.
003590     05  WS-DTL-NAME             PIC X(30).
003600     05  FILLER                  PIC X(02) VALUE SPACES.
003610     05  WS-DTL-BALANCE          PIC -9(09).99.
003620     05  FILLER                  PIC X(02) VALUE SPACES.
003630     05  WS-DTL-HELD             PIC ZZZZ9.
003640     05  FILLER                  PIC X(02) VALUE SPACES.
003650     05  WS-DTL-SUSPENDED        PIC ZZZZ9.
003660     05  FILLER                  PIC X(02) VALUE SPACES.
003670     05  WS-DTL-REFERRED         PIC ZZZZ9.
003680     05  FILLER                  PIC X(02) VALUE SPACES.
003690     05  WS-DTL-RESULT           PIC X(20).
003700     05  FILLER                  PIC X(02) VALUE SPACES.
003710     05  WS-DTL-ACCRUAL          PIC X(14).
003720     05  FILLER                  PIC X(18) VALUE SPACES.
003730*
003740 01  WS-TOTAL-LINE.
003750     05  FILLER                  PIC X(02) VALUE SPACES.
003760     05  WS-TOT-LABEL            PIC X(24).
003770     05  FILLER                  PIC X(02) VALUE SPACES.
003780     05  WS-TOT-COUNT            PIC ZZZZZZ9.
003790     05  FILLER                  PIC X(97) VALUE SPACES.
003800*
003810*----------------------------------------------------------------
003820* ACCTMAST BEFORE-IMAGE JOURNAL STAMP.  THIS PROGRAM TAKES NO
003830* CHECKPOINTS, SO ITS CHECKPOINT SEQUENCE STAYS ZERO
003840*----------------------------------------------------------------
003850 77  WS-ACCTJRNL-STATUS          PIC X(02) VALUE SPACES.
003860 77  WS-JRNL-THIS-PROGRAM        PIC X(10) VALUE 'CLSRSLT'.
003870 77  WS-JRNL-RUN-TIME            PIC 9(08) VALUE 0.
003880 77  WS-JRNL-CKPT-SEQ            PIC 9(05) VALUE 0.
003890 77  WS-JRNL-ENTRY-TYPE          PIC X(01) VALUE SPACE.
003900 77  WS-JRNL-WRITE-COUNT         PIC 9(07) COMP VALUE 0.
003910*
003920*----------------------------------------------------------------
003930* RUN LEDGER - CLSRSLT RUNS ONCE PER PROCESSING DATE, AND ONLY
003940* AFTER THE BATCHPROC POSTING RUN (MODE P) HAS ENDED WITH A
003950* RETURN CODE OF 4 OR LESS, SO TONIGHT'S CLOSEOUTS HAVE POSTED.
003960*----------------------------------------------------------------
003970 77  WS-RUNLEDG-STATUS           PIC X(02) VALUE SPACES.
003980 77  WS-RUNOVRD-STATUS           PIC X(02) VALUE SPACES.
003990 77  WS-RUNLEDG-EOF-SWITCH       PIC X(01) VALUE 'N'.
004000     88  WS-RUNLEDG-EOF-YES      VALUE 'Y'.
004010 77  WS-RUNL-OVERRIDE-SWITCH     PIC X(01) VALUE 'N'.
004020     88  WS-RUNL-OVERRIDDEN      VALUE 'Y'.
004030 77  WS-RUNL-DONE-SWITCH         PIC X(01) VALUE 'N'.
004040     88  WS-RUNL-ALREADY-RUN     VALUE 'Y'.
004050 77  WS-RUNL-UNFINISHED-SWITCH   PIC X(01) VALUE 'N'.
004060     88  WS-RUNL-UNFINISHED      VALUE 'Y'.
004070 77  WS-RUNL-PRED-SWITCH         PIC X(01) VALUE 'N'.
004080     88  WS-RUNL-PRED-ENDED      VALUE 'Y'.
004090 77  WS-RUNL-THIS-PROGRAM        PIC X(10) VALUE 'CLSRSLT'.
004100 77  WS-RUNL-THIS-MODE           PIC X(01) VALUE SPACE.
004110 77  WS-RUNL-PRED-PROGRAM        PIC X(10) VALUE 'BATCHPROC'.
004120 77  WS-RUNL-PRED-MODE           PIC X(01) VALUE 'P'.
004130 77  WS-RUNL-PRED-MAX-RC         PIC 9(03) VALUE 4.
004140 77  WS-RUNL-PRED-RC             PIC 9(03) VALUE 0.
004150 77  WS-RUNL-EVENT               PIC X(01) VALUE SPACE.
004160 77  WS-RUNL-RC                  PIC 9(03) VALUE 0.
004170 77  WS-RUNL-OPERATOR            PIC X(08) VALUE SPACES.
004180 77  WS-RUNL-TIME                PIC 9(08) VALUE 0.
004190 77  WS-RUNL-COUNT-1             PIC 9(09) VALUE 0.
004200 77  WS-RUNL-COUNT-2             PIC 9(09) VALUE 0.
004210 77  WS-RUNL-COUNT-3             PIC 9(09) VALUE 0.
004220*
004230 PROCEDURE DIVISION.
004240*----------------------------------------------------------------
004250* 0000-MAINLINE
004260*----------------------------------------------------------------
004270 0000-MAINLINE.
004280     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
004290     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
004300             UNTIL WS-EOF-YES.
004310     PERFORM 8000-FINALIZE       THRU 8000-EXIT.
004320     PERFORM 8950-WRITE-LEDGER-END  THRU 8950-EXIT.
004330     STOP RUN.
004340*
004350*----------------------------------------------------------------
004360* 1000-INITIALIZE - READ THE CONTROL CARDS, CHECK THE RUN LEDGER,
004370*                   SWEEP ACCTMAST ONCE FOR THE CLOSING ACCOUNTS,
004380*                   COUNT THE ITEMS STILL PENDING AGAINST THEM
004390*                   AND TALLY TONIGHT'S POSTINGS TO THEM, THEN
004400*                   OPEN ACCTMAST FOR UPDATE AND THE OUTPUT FILES
004410*                   FOR THE SECOND SWEEP.  A MISSING CUSTMAST
004420*                   ONLY MEANS STATEMENTS CARRY NO ADDRESS.
004430*----------------------------------------------------------------
004440 1000-INITIALIZE.
004450     MOVE 'N' TO WS-EOF-SWITCH.
004460     PERFORM 1010-READ-CONTROL-CARD THRU 1010-EXIT.
004470     PERFORM 1020-READ-CLOSEOUT-CARD THRU 1020-EXIT.
004480     PERFORM 1700-CHECK-RUN-LEDGER  THRU 1700-EXIT.
004490     OPEN INPUT ACCTMAST.
004500     IF WS-ACCTMAST-STATUS NOT = '00'
004510         DISPLAY '*** FATAL - ACCTMAST OPEN FAILED, STATUS '
004520                 WS-ACCTMAST-STATUS
004530         MOVE 16 TO RETURN-CODE
004540         STOP RUN
004550     END-IF.
004560     PERFORM 1200-READ-ACCTMAST THRU 1200-EXIT.
004570     PERFORM 1300-LOAD-CLOSING-ACCOUNT THRU 1300-EXIT
004580             UNTIL WS-EOF-YES.
004590     CLOSE ACCTMAST.
004600     DISPLAY 'CLOSING ACCOUNTS FOUND: ' WS-CLS-COUNT.
004610     IF WS-CLS-COUNT > 0
004620         PERFORM 1400-COUNT-HELD-ITEMS      THRU 1400-EXIT
004630         PERFORM 1500-COUNT-SUSPENSE-ITEMS  THRU 1500-EXIT
004640         PERFORM 1600-COUNT-REFERRED-ITEMS  THRU 1600-EXIT
004650         PERFORM 1800-TALLY-ACTIVITY        THRU 1800-EXIT
004660     END-IF.
004670     MOVE 'N' TO WS-EOF-SWITCH.
004680     MOVE 0 TO WS-ACCT-READ-COUNT.
004690     OPEN I-O ACCTMAST.
004700     IF WS-ACCTMAST-STATUS NOT = '00'
004710         DISPLAY '*** FATAL - ACCTMAST OPEN FAILED, STATUS '
004720                 WS-ACCTMAST-STATUS
004730         MOVE 16 TO RETURN-CODE
004740         STOP RUN
004750     END-IF.
004760     PERFORM 1760-OPEN-ACCTJRNL THRU 1760-EXIT.
004770     OPEN INPUT CUSTMAST.
004780     IF WS-CUSTMAST-STATUS = '00'
004790         MOVE 'Y' TO WS-CUSTMAST-SWITCH
004800     ELSE
004810         DISPLAY '*** WARNING - CUSTMAST OPEN FAILED, STATUS '
004820                 WS-CUSTMAST-STATUS ', NO STATEMENT ADDRESSES'
004830     END-IF.
004840     OPEN OUTPUT CLSSTMT.
004850     IF WS-CLSSTMT-STATUS NOT = '00'
004860         DISPLAY '*** FATAL - CLSSTMT OPEN FAILED, STATUS '
004870                 WS-CLSSTMT-STATUS
004880         MOVE 16 TO RETURN-CODE
004890         STOP RUN
004900     END-IF.
004910     MOVE SPACES TO CLS-STATEMENT-LINE.
004920     STRING 'FINAL CLOSING STATEMENTS AS OF '
004930            WS-PROCESSING-DATE
004940            DELIMITED BY SIZE
004950            INTO CLS-STATEMENT-LINE.
004960     WRITE CLS-STATEMENT-LINE.
004970     OPEN OUTPUT CLSRPT.
004980     IF WS-CLSRPT-STATUS NOT = '00'
004990         DISPLAY '*** FATAL - CLSRPT OPEN FAILED, STATUS '
005000                 WS-CLSRPT-STATUS
005010         MOVE 16 TO RETURN-CODE
005020         STOP RUN
005030     END-IF.
005040     PERFORM 1100-WRITE-REPORT-HEADING THRU 1100-EXIT.
005050     PERFORM 1200-READ-ACCTMAST THRU 1200-EXIT.
005060 1000-EXIT.
005070     EXIT.
005080*
005090*----------------------------------------------------------------
005100* 1010-READ-CONTROL-CARD - READ THE ONE-RECORD CTLCARD FILE TO
005110*                          GET THE PROCESSING DATE.  SAME CARD
005120*                          AND SAME EDITS AS BATCHPROC.
005130*----------------------------------------------------------------
005140 1010-READ-CONTROL-CARD.
005150     OPEN INPUT CTLCARD.
005160     IF WS-CTLCARD-STATUS NOT = '00'
005170         DISPLAY '*** FATAL - CTLCARD OPEN FAILED, STATUS '
005180                 WS-CTLCARD-STATUS
005190         MOVE 16 TO RETURN-CODE
005200         STOP RUN
005210     END-IF.
005220     READ CTLCARD
005230         AT END
005240             DISPLAY '*** FATAL - CTLCARD IS EMPTY, NO '
005250                     'PROCESSING DATE SUPPLIED'
005260             MOVE 16 TO RETURN-CODE
005270             STOP RUN
005280     END-READ.
005290     IF CTL-PROCESSING-DATE IS NOT NUMERIC
005300         DISPLAY '*** FATAL - CTLCARD PROCESSING DATE IS NOT '
005310                 'NUMERIC: ' CTL-RECORD
005320         MOVE 16 TO RETURN-CODE
005330         STOP RUN
005340     END-IF.
005350     MOVE CTL-PROCESSING-DATE TO WS-PROCESSING-DATE.
005360     CLOSE CTLCARD.
005370 1010-EXIT.
005380     EXIT.
005390*
005400*----------------------------------------------------------------
005410* 1020-READ-CLOSEOUT-CARD - READ THE ONE-RECORD CLSCTL FILE FOR
005420*                           THE THREE CLOSEOUT TYPE CODES.  THE
005430*                           SAME CARD CLSGEN RAN FROM, SO ONE IT
005440*                           WOULD HAVE REFUSED IS REFUSED HERE.
005450*----------------------------------------------------------------
005460 1020-READ-CLOSEOUT-CARD.
005470     OPEN INPUT CLSCTL.
005480     IF WS-CLSCTL-STATUS NOT = '00'
005490         DISPLAY '*** FATAL - CLSCTL OPEN FAILED, STATUS '
005500                 WS-CLSCTL-STATUS
005510         MOVE 16 TO RETURN-CODE
005520         STOP RUN
005530     END-IF.
005540     READ CLSCTL
005550         AT END
005560             DISPLAY '*** FATAL - CLSCTL IS EMPTY, NO CLOSEOUT '
005570                     'PARAMETERS SUPPLIED'
005580             MOVE 16 TO RETURN-CODE
005590             STOP RUN
005600     END-READ.
005610     IF CLC-INT-TYPE-CODE = SPACE
005620             OR CLC-PAYOUT-TYPE-CODE = SPACE
005630             OR CLC-CHGOFF-TYPE-CODE = SPACE
005640             OR CLC-INT-TYPE-CODE = CLC-PAYOUT-TYPE-CODE
005650             OR CLC-INT-TYPE-CODE = CLC-CHGOFF-TYPE-CODE
005660             OR CLC-PAYOUT-TYPE-CODE = CLC-CHGOFF-TYPE-CODE
005670         DISPLAY '*** FATAL - CLSCTL TYPE CODES MISSING OR NOT '
005680                 'DISTINCT: ' CLC-RECORD
005690         MOVE 16 TO RETURN-CODE
005700         STOP RUN
005710     END-IF.
005720     MOVE CLC-INT-TYPE-CODE    TO WS-INT-TYPE-CODE.
005730     MOVE CLC-PAYOUT-TYPE-CODE TO WS-PAYOUT-TYPE-CODE.
005740     MOVE CLC-CHGOFF-TYPE-CODE TO WS-CHGOFF-TYPE-CODE.
005750     CLOSE CLSCTL.
005760 1020-EXIT.
005770     EXIT.
005780*
005790*----------------------------------------------------------------
005800* 1100-WRITE-REPORT-HEADING - TITLE AND COLUMN HEADINGS AT THE
005810*                             TOP OF THE RESULTS REPORT
005820*----------------------------------------------------------------
005830 1100-WRITE-REPORT-HEADING.
005840     MOVE SPACES TO CLS-REPORT-LINE.
005850     STRING 'ACCOUNT CLOSEOUT RESULTS REPORT - '
005860            WS-PROCESSING-DATE
005870            DELIMITED BY SIZE
005880            INTO CLS-REPORT-LINE.
005890     WRITE CLS-REPORT-LINE.
005900     MOVE SPACES TO CLS-REPORT-LINE.
005910     STRING 'ACCOUNT   '
005920            'NAME                            '
005930            'BALANCE        '
005940            ' HELD  '
005950            ' SUSP  '
005960            '  REF  '
005970            'RESULT                '
005980            'FINAL ACCRUAL'
005990            DELIMITED BY SIZE
006000            INTO CLS-REPORT-LINE.
006010     WRITE CLS-REPORT-LINE.
006020 1100-EXIT.
006030     EXIT.
006040*
006050*----------------------------------------------------------------
006060* 1200-READ-ACCTMAST - READ THE NEXT ACCOUNT-MASTER RECORD IN
006070*                      KEY SEQUENCE
006080*----------------------------------------------------------------
006090 1200-READ-ACCTMAST.
006100     READ ACCTMAST NEXT RECORD
006110         AT END
006120             MOVE 'Y' TO WS-EOF-SWITCH
006130         NOT AT END
006140             ADD 1 TO WS-ACCT-READ-COUNT
006150     END-READ.
006160 1200-EXIT.
006170     EXIT.
006180*
006190*----------------------------------------------------------------
006200* 1300-LOAD-CLOSING-ACCOUNT - KEEP ONE CLOSING ACCOUNT IN THE
006210*                             TABLE, THEN READ THE NEXT MASTER
006220*                             RECORD.  EVERY OTHER ACCOUNT IS
006230*                             PASSED OVER.
006240*----------------------------------------------------------------
006250 1300-LOAD-CLOSING-ACCOUNT.
006260     IF ACCT-CLOSING
006270         IF WS-CLS-COUNT NOT < 500
006280             DISPLAY '*** FATAL - MORE THAN 500 ACCOUNTS IN '
006290                     'CLOSEOUT, CLOSING TABLE MUST BE RESIZED: '
006300                     ACCT-NUMBER
006310             MOVE 16 TO RETURN-CODE
006320             STOP RUN
006330         END-IF
006340         ADD 1 TO WS-CLS-COUNT
006350         SET WS-CLS-IDX TO WS-CLS-COUNT
006360         MOVE ACCT-NUMBER TO WS-CLS-ACCT-TBL(WS-CLS-IDX)
006370         MOVE 0   TO WS-CLS-HELD-TBL(WS-CLS-IDX)
006380         MOVE 0   TO WS-CLS-SUS-TBL(WS-CLS-IDX)
006390         MOVE 0   TO WS-CLS-REF-TBL(WS-CLS-IDX)
006400         MOVE 0   TO WS-CLS-DR-TOTAL-TBL(WS-CLS-IDX)
006410         MOVE 0   TO WS-CLS-CR-TOTAL-TBL(WS-CLS-IDX)
006420         MOVE 'N' TO WS-CLS-INT-FLAG-TBL(WS-CLS-IDX)
006430     END-IF.
006440     PERFORM 1200-READ-ACCTMAST THRU 1200-EXIT.
006450 1300-EXIT.
006460     EXIT.
006470*
006480*----------------------------------------------------------------
006490* 1400-COUNT-HELD-ITEMS - READ HELDFILE AND COUNT EACH ITEM
006500*                         AGAINST ITS ACCOUNT IF THE ACCOUNT IS
006510*                         CLOSING.  A MISSING FILE HOLDS NO ITEMS.
006520*----------------------------------------------------------------
006530 1400-COUNT-HELD-ITEMS.
006540     MOVE 'N' TO WS-ITEM-EOF-SWITCH.
006550     OPEN INPUT HELDFILE.
006560     IF WS-HELDFILE-STATUS = '35'
006570         DISPLAY 'NO HELDFILE PRESENT - NO HELD ITEMS'
006580     ELSE
006590         IF WS-HELDFILE-STATUS NOT = '00'
006600             DISPLAY '*** FATAL - HELDFILE OPEN FAILED, STATUS '
006610                     WS-HELDFILE-STATUS
006620             MOVE 16 TO RETURN-CODE
006630             STOP RUN
006640         END-IF
006650         PERFORM 1410-COUNT-ONE-HELD-ITEM THRU 1410-EXIT
006660                 UNTIL WS-ITEM-EOF-YES
006670         CLOSE HELDFILE
006680     END-IF.
006690 1400-EXIT.
006700     EXIT.
006710*
006720 1410-COUNT-ONE-HELD-ITEM.
006730     READ HELDFILE
006740         AT END
006750             SET WS-ITEM-EOF-YES TO TRUE
006760     END-READ.
006770     IF NOT WS-ITEM-EOF-YES
006780             AND HLD-ACCOUNT-NUMBER IS NUMERIC
006790         ADD 1 TO WS-ITEM-READ-COUNT
006800         MOVE HLD-ACCOUNT-NUMBER TO WS-ITEM-ACCOUNT
006810         PERFORM 1650-FIND-CLOSING-ENTRY THRU 1650-EXIT
006820         IF WS-CLOSING-FOUND
006830             ADD 1 TO WS-CLS-HELD-TBL(WS-CLS-IDX)
006840         END-IF
006850     END-IF.
006860 1410-EXIT.
006870     EXIT.
006880*
006890*----------------------------------------------------------------
006900* 1500-COUNT-SUSPENSE-ITEMS - READ SUSFILE AND COUNT EACH ITEM
006910*                             AGAINST ITS ACCOUNT IF THE ACCOUNT
006920*                             IS CLOSING.  A MISSING FILE HOLDS NO
006930*                             ITEMS.
006940*----------------------------------------------------------------
006950 1500-COUNT-SUSPENSE-ITEMS.
006960     MOVE 'N' TO WS-ITEM-EOF-SWITCH.
006970     OPEN INPUT SUSFILE.
006980     IF WS-SUSFILE-STATUS = '35'
006990         DISPLAY 'NO SUSFILE PRESENT - NO SUSPENDED ITEMS'
007000     ELSE
007010         IF WS-SUSFILE-STATUS NOT = '00'
007020             DISPLAY '*** FATAL - SUSFILE OPEN FAILED, STATUS '
007030                     WS-SUSFILE-STATUS
007040             MOVE 16 TO RETURN-CODE
007050             STOP RUN
007060         END-IF
007070         PERFORM 1510-COUNT-ONE-SUSPENSE-ITEM THRU 1510-EXIT
007080                 UNTIL WS-ITEM-EOF-YES
007090         CLOSE SUSFILE
007100     END-IF.
007110 1500-EXIT.
007120     EXIT.
007130*
007140 1510-COUNT-ONE-SUSPENSE-ITEM.
007150     READ SUSFILE
007160         AT END
007170             SET WS-ITEM-EOF-YES TO TRUE
007180     END-READ.
007190     IF NOT WS-ITEM-EOF-YES
007200             AND SUS-IMG-ACCOUNT IS NUMERIC
007210         ADD 1 TO WS-ITEM-READ-COUNT
007220         MOVE SUS-IMG-ACCOUNT TO WS-ITEM-ACCOUNT
007230         PERFORM 1650-FIND-CLOSING-ENTRY THRU 1650-EXIT
007240         IF WS-CLOSING-FOUND
007250             ADD 1 TO WS-CLS-SUS-TBL(WS-CLS-IDX)
007260         END-IF
007270     END-IF.
007280 1510-EXIT.
007290     EXIT.
007300*
007310*----------------------------------------------------------------
007320* 1600-COUNT-REFERRED-ITEMS - READ REFFILE AND COUNT EACH ITEM
007330*                             AGAINST ITS ACCOUNT IF THE ACCOUNT
007340*                             IS CLOSING.  A MISSING FILE HOLDS NO
007350*                             ITEMS.
007360*----------------------------------------------------------------
007370 1600-COUNT-REFERRED-ITEMS.
007380     MOVE 'N' TO WS-ITEM-EOF-SWITCH.
007390     OPEN INPUT REFFILE.
007400     IF WS-REFFILE-STATUS = '35'
007410         DISPLAY 'NO REFFILE PRESENT - NO REFERRED ITEMS'
007420     ELSE
007430         IF WS-REFFILE-STATUS NOT = '00'
007440             DISPLAY '*** FATAL - REFFILE OPEN FAILED, STATUS '
007450                     WS-REFFILE-STATUS
007460             MOVE 16 TO RETURN-CODE
007470             STOP RUN
007480         END-IF
007490         PERFORM 1610-COUNT-ONE-REFERRED-ITEM THRU 1610-EXIT
007500                 UNTIL WS-ITEM-EOF-YES
007510         CLOSE REFFILE
007520     END-IF.
007530 1600-EXIT.
007540     EXIT.
007550*
007560 1610-COUNT-ONE-REFERRED-ITEM.
007570     READ REFFILE
007580         AT END
007590             SET WS-ITEM-EOF-YES TO TRUE
007600     END-READ.
007610     IF NOT WS-ITEM-EOF-YES
007620             AND REF-ACCOUNT IS NUMERIC
007630         ADD 1 TO WS-ITEM-READ-COUNT
007640         MOVE REF-ACCOUNT TO WS-ITEM-ACCOUNT
007650         PERFORM 1650-FIND-CLOSING-ENTRY THRU 1650-EXIT
007660         IF WS-CLOSING-FOUND
007670             ADD 1 TO WS-CLS-REF-TBL(WS-CLS-IDX)
007680         END-IF
007690     END-IF.
007700 1610-EXIT.
007710     EXIT.
007720*
007730*----------------------------------------------------------------
007740* 1650-FIND-CLOSING-ENTRY - LOOK WS-ITEM-ACCOUNT UP IN THE
007750*                           CLOSING TABLE.  WHEN FOUND, WS-CLS-IDX
007760*                           POINTS AT ITS ENTRY.
007770*----------------------------------------------------------------
007780 1650-FIND-CLOSING-ENTRY.
007790     MOVE 'N' TO WS-CLOSING-FOUND-SWITCH.
007800     IF WS-CLS-COUNT > 0
007810         SET WS-CLS-IDX TO 1
007820         SEARCH WS-CLS-ENTRY
007830             AT END
007840                 CONTINUE
007850             WHEN WS-CLS-ACCT-TBL(WS-CLS-IDX) = WS-ITEM-ACCOUNT
007860                 MOVE 'Y' TO WS-CLOSING-FOUND-SWITCH
007870         END-SEARCH
007880     END-IF.
007890 1650-EXIT.
007900     EXIT.
007910*
007920*----------------------------------------------------------------
007930* 1700-CHECK-RUN-LEDGER - READ THE RUN LEDGER FOR THIS PROCESSING
007940*                         DATE BEFORE ANY FILE IS TOUCHED.  A
007950*                         SECOND RUN FOR THE DATE, OR A RUN AHEAD
007960*                         OF ITS PREDECESSOR IN THE STREAM, IS
007970*                         REFUSED WITH RETURN CODE 16 UNLESS THE
007980*                         OVERRIDE CARD NAMES THIS PROGRAM AND
007990*                         DATE.  A RUN THAT STARTED BUT NEVER
008000*                         ENDED MAY GO AGAIN.  A MISSING LEDGER
008010*                         MEANS NOTHING HAS RUN YET.
008020*----------------------------------------------------------------
008030 1700-CHECK-RUN-LEDGER.
008040     MOVE 'N' TO WS-RUNL-DONE-SWITCH.
008050     MOVE 'N' TO WS-RUNL-UNFINISHED-SWITCH.
008060     MOVE 'N' TO WS-RUNL-PRED-SWITCH.
008070     PERFORM 1710-READ-OVERRIDE-CARD THRU 1710-EXIT.
008080     OPEN INPUT RUNLEDG.
008090     IF WS-RUNLEDG-STATUS = '00'
008100         MOVE 'N' TO WS-RUNLEDG-EOF-SWITCH
008110         PERFORM 1720-SCAN-ONE-LEDGER-ENTRY THRU 1720-EXIT
008120                 UNTIL WS-RUNLEDG-EOF-YES
008130         CLOSE RUNLEDG
008140     ELSE
008150         IF WS-RUNLEDG-STATUS NOT = '35'
008160             DISPLAY '*** FATAL - RUNLEDG OPEN FAILED, STATUS '
008170                     WS-RUNLEDG-STATUS
008180             MOVE 16 TO RETURN-CODE
008190             STOP RUN
008200         END-IF
008210     END-IF.
008220     IF WS-RUNL-OVERRIDDEN
008230         DISPLAY '*** WARNING - RUN LEDGER CHECKS OVERRIDDEN BY '
008240                 'OPERATOR ' WS-RUNL-OPERATOR
008250     ELSE
008260         PERFORM 1705-APPLY-LEDGER-CHECKS THRU 1705-EXIT
008270     END-IF.
008280     MOVE 'S' TO WS-RUNL-EVENT.
008290     MOVE 0 TO WS-RUNL-RC.
008300     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
008310 1700-EXIT.
008320     EXIT.
008330*
008340*----------------------------------------------------------------
008350* 1705-APPLY-LEDGER-CHECKS - REFUSE A SECOND RUN FOR THE DATE, OR
008360*                            A RUN AHEAD OF ITS PREDECESSOR, NOW
008370*                            THE LEDGER HAS BEEN READ.  NOT
008380*                            PERFORMED WHEN THE OVERRIDE CARD
008390*                            NAMES THIS RUN.
008400*----------------------------------------------------------------
008410 1705-APPLY-LEDGER-CHECKS.
008420     IF WS-RUNL-ALREADY-RUN
008430         DISPLAY '*** FATAL - ' WS-RUNL-THIS-PROGRAM
008440                 ' HAS ALREADY RUN FOR PROCESSING DATE '
008450                 WS-PROCESSING-DATE
008460         PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
008470     END-IF.
008480     IF WS-RUNL-PRED-PROGRAM NOT = SPACES
008490         IF NOT WS-RUNL-PRED-ENDED
008500             DISPLAY '*** FATAL - OUT OF SEQUENCE, '
008510                     WS-RUNL-PRED-PROGRAM
008520                     ' HAS NOT ENDED FOR PROCESSING DATE '
008530                     WS-PROCESSING-DATE
008540             PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
008550         END-IF
008560         IF WS-RUNL-PRED-RC > WS-RUNL-PRED-MAX-RC
008570             DISPLAY '*** FATAL - ' WS-RUNL-PRED-PROGRAM
008580                     ' ENDED WITH RETURN CODE ' WS-RUNL-PRED-RC
008590                     ' FOR PROCESSING DATE ' WS-PROCESSING-DATE
008600             PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
008610         END-IF
008620     END-IF.
008630     IF WS-RUNL-UNFINISHED
008640         DISPLAY '*** WARNING - EARLIER RUN FOR PROCESSING DATE '
008650                 WS-PROCESSING-DATE ' DID NOT END, RUNNING AGAIN'
008660     END-IF.
008670 1705-EXIT.
008680     EXIT.
008690*
008700*----------------------------------------------------------------
008710* 1710-READ-OVERRIDE-CARD - A MISSING OR EMPTY RUNOVRD IS THE
008720*                           NORMAL CASE.  A CARD FOR ANOTHER
008730*                           PROGRAM OR DATE IS IGNORED; ONE FOR
008740*                           THIS RUN MUST NAME THE OPERATOR.
008750*----------------------------------------------------------------
008760 1710-READ-OVERRIDE-CARD.
008770     MOVE 'N' TO WS-RUNL-OVERRIDE-SWITCH.
008780     MOVE SPACES TO WS-RUNL-OPERATOR.
008790     OPEN INPUT RUNOVRD.
008800     IF WS-RUNOVRD-STATUS NOT = '00'
008810         GO TO 1710-EXIT
008820     END-IF.
008830     READ RUNOVRD
008840         AT END
008850             MOVE SPACES TO RUNO-RECORD
008860     END-READ.
008870     CLOSE RUNOVRD.
008880     IF RUNO-PROGRAM NOT = WS-RUNL-THIS-PROGRAM
008890             OR RUNO-PROCESSING-DATE IS NOT NUMERIC
008900         GO TO 1710-EXIT
008910     END-IF.
008920     IF RUNO-PROCESSING-DATE NOT = WS-PROCESSING-DATE
008930             OR (RUNO-MODE NOT = SPACE
008940                 AND RUNO-MODE NOT = WS-RUNL-THIS-MODE)
008950         GO TO 1710-EXIT
008960     END-IF.
008970     IF RUNO-OPERATOR = SPACES
008980         DISPLAY '*** WARNING - OVERRIDE CARD IGNORED, NO '
008990                 'OPERATOR ID: ' RUNO-RECORD
009000         GO TO 1710-EXIT
009010     END-IF.
009020     MOVE 'Y' TO WS-RUNL-OVERRIDE-SWITCH.
009030     MOVE RUNO-OPERATOR TO WS-RUNL-OPERATOR.
009040     DISPLAY 'OVERRIDE REASON: ' RUNO-REASON.
009050 1710-EXIT.
009060     EXIT.
009070*
009080*----------------------------------------------------------------
009090* 1720-SCAN-ONE-LEDGER-ENTRY - NOTE THIS PROGRAM'S OWN STARTS AND
009100*                              ENDS FOR THE DATE, AND WHETHER ITS
009110*                              PREDECESSOR HAS ENDED (THE LAST
009120*                              END ON FILE GIVES ITS RETURN CODE)
009130*----------------------------------------------------------------
009140 1720-SCAN-ONE-LEDGER-ENTRY.
009150     READ RUNLEDG
009160         AT END
009170             SET WS-RUNLEDG-EOF-YES TO TRUE
009180     END-READ.
009190     IF NOT WS-RUNLEDG-EOF-YES
009200             AND RUNL-PROCESSING-DATE = WS-PROCESSING-DATE
009210         IF RUNL-PROGRAM = WS-RUNL-THIS-PROGRAM
009220                 AND RUNL-MODE = WS-RUNL-THIS-MODE
009230             IF RUNL-STARTED
009240                 MOVE 'Y' TO WS-RUNL-UNFINISHED-SWITCH
009250             END-IF
009260             IF RUNL-ENDED
009270                 MOVE 'Y' TO WS-RUNL-DONE-SWITCH
009280                 MOVE 'N' TO WS-RUNL-UNFINISHED-SWITCH
009290             END-IF
009300         END-IF
009310         IF WS-RUNL-PRED-PROGRAM NOT = SPACES
009320                 AND RUNL-PROGRAM = WS-RUNL-PRED-PROGRAM
009330                 AND RUNL-ENDED
009340                 AND (WS-RUNL-PRED-MODE = SPACE
009350                      OR RUNL-MODE = WS-RUNL-PRED-MODE)
009360             MOVE 'Y' TO WS-RUNL-PRED-SWITCH
009370             MOVE RUNL-RETURN-CODE TO WS-RUNL-PRED-RC
009380         END-IF
009390     END-IF.
009400 1720-EXIT.
009410     EXIT.
009420*
009430*----------------------------------------------------------------
009440* 1730-WRITE-LEDGER-RECORD - APPEND ONE START, END OR REFUSED
009450*                            RECORD TO THE LEDGER (THE FIRST RUN
009460*                            EVER CREATES IT)
009470*----------------------------------------------------------------
009480 1730-WRITE-LEDGER-RECORD.
009490     MOVE SPACES TO RUNL-RECORD.
009500     MOVE WS-RUNL-THIS-PROGRAM TO RUNL-PROGRAM.
009510     MOVE WS-PROCESSING-DATE   TO RUNL-PROCESSING-DATE.
009520     MOVE WS-RUNL-THIS-MODE    TO RUNL-MODE.
009530     MOVE WS-RUNL-EVENT        TO RUNL-EVENT.
009540     IF WS-RUNL-OVERRIDDEN
009550         MOVE 'Y' TO RUNL-OVERRIDE-FLAG
009560         MOVE WS-RUNL-OPERATOR TO RUNL-OPERATOR
009570     ELSE
009580         MOVE 'N' TO RUNL-OVERRIDE-FLAG
009590     END-IF.
009600     ACCEPT RUNL-SYSTEM-DATE FROM DATE YYYYMMDD.
009610     ACCEPT WS-RUNL-TIME FROM TIME.
009620     MOVE WS-RUNL-TIME(1:6)    TO RUNL-SYSTEM-TIME.
009630     MOVE WS-RUNL-RC           TO RUNL-RETURN-CODE.
009640     MOVE WS-RUNL-COUNT-1      TO RUNL-COUNT-1.
009650     MOVE WS-RUNL-COUNT-2      TO RUNL-COUNT-2.
009660     MOVE WS-RUNL-COUNT-3      TO RUNL-COUNT-3.
009670     OPEN EXTEND RUNLEDG.
009680     IF WS-RUNLEDG-STATUS = '35'
009690         OPEN OUTPUT RUNLEDG
009700     END-IF.
009710     IF WS-RUNLEDG-STATUS NOT = '00'
009720         DISPLAY '*** FATAL - RUNLEDG OPEN FAILED, STATUS '
009730                 WS-RUNLEDG-STATUS
009740         MOVE 16 TO RETURN-CODE
009750         STOP RUN
009760     END-IF.
009770     WRITE RUNL-RECORD.
009780     CLOSE RUNLEDG.
009790 1730-EXIT.
009800     EXIT.
009810*
009820*----------------------------------------------------------------
009830* 1740-REFUSE-RUN - RECORD THE REFUSAL ON THE LEDGER AND STOP
009840*----------------------------------------------------------------
009850 1740-REFUSE-RUN.
009860     MOVE 'R' TO WS-RUNL-EVENT.
009870     MOVE 16 TO WS-RUNL-RC.
009880     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
009890     DISPLAY '*** RUN REFUSED - AN OPERATOR OVERRIDE CARD ON '
009900             'RUNOVRD IS NEEDED TO RUN IT'.
009910     MOVE 16 TO RETURN-CODE.
009920     STOP RUN.
009930 1740-EXIT.
009940     EXIT.
009950*
009960*----------------------------------------------------------------
009970* 1760-OPEN-ACCTJRNL - OPEN THE ACCTMAST BEFORE-IMAGE JOURNAL FOR
009980*                      EXTEND (A FIRST-EVER RUN CREATES IT) AND
009990*                      NOTE THE TIME THIS RUN STARTED, WHICH EVERY
010000*                      JOURNAL RECORD CARRIES.  NO ACCTMAST RECORD
010010*                      MAY CHANGE WITHOUT THE JOURNAL, SO A FAILED
010020*                      OPEN IS FATAL
010030*----------------------------------------------------------------
010040 1760-OPEN-ACCTJRNL.
010050     ACCEPT WS-JRNL-RUN-TIME FROM TIME.
010060     OPEN EXTEND ACCTJRNL.
010070     IF WS-ACCTJRNL-STATUS = '35'
010080         OPEN OUTPUT ACCTJRNL
010090     END-IF.
010100     IF WS-ACCTJRNL-STATUS NOT = '00'
010110         DISPLAY '*** FATAL - ACCTJRNL OPEN FAILED, STATUS '
010120                 WS-ACCTJRNL-STATUS
010130         MOVE 16 TO RETURN-CODE
010140         STOP RUN
010150     END-IF.
010160 1760-EXIT.
010170     EXIT.
010180*
010190*----------------------------------------------------------------
010200* 1800-TALLY-ACTIVITY - READ TONIGHT'S ACTWORK AND ADD EACH
010210*                       POSTING TO A CLOSING ACCOUNT INTO ITS
010220*                       TABLE ENTRY.  THE POSTING RUN ALWAYS
010230*                       WRITES ACTWORK, SO A FAILED OPEN IS FATAL
010240*                       -- WITHOUT IT NO STATEMENT COULD BE BUILT.
010250*----------------------------------------------------------------
010260 1800-TALLY-ACTIVITY.
010270     MOVE 'N' TO WS-ACTWORK-EOF-SWITCH.
010280     OPEN INPUT ACTWORK.
010290     IF WS-ACTWORK-STATUS NOT = '00'
010300         DISPLAY '*** FATAL - ACTWORK OPEN FAILED, STATUS '
010310                 WS-ACTWORK-STATUS
010320         MOVE 16 TO RETURN-CODE
010330         STOP RUN
010340     END-IF.
010350     PERFORM 1810-TALLY-ONE-ACTIVITY THRU 1810-EXIT
010360             UNTIL WS-ACTWORK-EOF-YES.
010370     CLOSE ACTWORK.
010380 1800-EXIT.
010390     EXIT.
010400*
010410*----------------------------------------------------------------
010420* 1810-TALLY-ONE-ACTIVITY - READ ONE ACTIVITY RECORD AND, IF IT
010430*                           POSTED TO A CLOSING ACCOUNT, ADD IT
010440*                           TO THAT ACCOUNT'S DEBIT OR CREDIT
010450*                           TOTAL.  A CREDIT UNDER THE INTEREST
010460*                           TYPE CODE IS THE FINAL ACCRUAL.
010470*----------------------------------------------------------------
010480 1810-TALLY-ONE-ACTIVITY.
010490     READ ACTWORK
010500         AT END
010510             SET WS-ACTWORK-EOF-YES TO TRUE
010520         NOT AT END
010530             ADD 1 TO WS-ACTWORK-READ-COUNT
010540     END-READ.
010550     IF WS-ACTWORK-EOF-YES
010560             OR ACTW-ACCOUNT IS NOT NUMERIC
010570             OR ACTW-AMOUNT IS NOT NUMERIC
010580         GO TO 1810-EXIT
010590     END-IF.
010600     MOVE ACTW-ACCOUNT TO WS-ITEM-ACCOUNT.
010610     PERFORM 1650-FIND-CLOSING-ENTRY THRU 1650-EXIT.
010620     IF NOT WS-CLOSING-FOUND
010630         GO TO 1810-EXIT
010640     END-IF.
010650     IF ACTW-DR-CR = 'C'
010660         ADD ACTW-AMOUNT TO WS-CLS-CR-TOTAL-TBL(WS-CLS-IDX)
010670         IF ACTW-TYPE-CODE = WS-INT-TYPE-CODE
010680             MOVE 'Y' TO WS-CLS-INT-FLAG-TBL(WS-CLS-IDX)
010690         END-IF
010700     ELSE
010710         ADD ACTW-AMOUNT TO WS-CLS-DR-TOTAL-TBL(WS-CLS-IDX)
010720     END-IF.
010730 1810-EXIT.
010740     EXIT.
010750*
010760*----------------------------------------------------------------
010770* 2000-PROCESS-ACCOUNT - SECOND ACCTMAST SWEEP.  A CLOSING
010780*                        ACCOUNT WITH A NUMERIC ZERO BALANCE AND
010790*                        NO PENDING ITEMS IS CLOSED AND GETS ITS
010800*                        FINAL STATEMENT.  ANY OTHER STAYS CLOSING
010810*                        AND, IF TONIGHT'S FINAL INTEREST CREDIT
010820*                        POSTED TO IT, HAS ITS CLOSEOUT FLAG SET.
010830*                        EVERY CLOSING ACCOUNT GETS A REPORT LINE.
010840*                        OTHER ACCOUNTS ARE PASSED OVER.
010850*----------------------------------------------------------------
010860 2000-PROCESS-ACCOUNT.
010870     IF NOT ACCT-CLOSING
010880         GO TO 2000-READ-NEXT
010890     END-IF.
010900     MOVE ACCT-NUMBER TO WS-ITEM-ACCOUNT.
010910     PERFORM 1650-FIND-CLOSING-ENTRY THRU 1650-EXIT.
010920     IF NOT WS-CLOSING-FOUND
010930         GO TO 2000-READ-NEXT
010940     END-IF.
010950     ADD 1 TO WS-CLOSING-COUNT.
010960     MOVE 'N' TO WS-CLOSE-RESULT-SWITCH.
010970     MOVE SPACES TO WS-DTL-RESULT.
010980     MOVE SPACES TO WS-DTL-ACCRUAL.
010990     IF ACCT-FINAL-ACCRUAL-DONE
011000         MOVE 'POSTED EARLIER' TO WS-DTL-ACCRUAL
011010     END-IF.
011020     IF WS-CLS-INT-POSTED(WS-CLS-IDX)
011030         MOVE 'POSTED TONIGHT' TO WS-DTL-ACCRUAL
011040     END-IF.
011050     MOVE ACCT-NUMBER TO WS-DTL-ACCOUNT.
011060     MOVE ACCT-NAME   TO WS-DTL-NAME.
011070     MOVE WS-CLS-HELD-TBL(WS-CLS-IDX) TO WS-DTL-HELD.
011080     MOVE WS-CLS-SUS-TBL(WS-CLS-IDX)  TO WS-DTL-SUSPENDED.
011090     MOVE WS-CLS-REF-TBL(WS-CLS-IDX)  TO WS-DTL-REFERRED.
011100     COMPUTE WS-ACCOUNT-ITEMS = WS-CLS-HELD-TBL(WS-CLS-IDX)
011110                              + WS-CLS-SUS-TBL(WS-CLS-IDX)
011120                              + WS-CLS-REF-TBL(WS-CLS-IDX).
011130     IF ACCT-CURRENT-BALANCE IS NOT NUMERIC
011140         MOVE 0 TO WS-DTL-BALANCE
011150         MOVE 'BALANCE NOT NUMERIC ' TO WS-DTL-RESULT
011160         ADD 1 TO WS-BAD-BALANCE-COUNT
011170         GO TO 2000-NOT-CLOSED
011180     END-IF.
011190     MOVE ACCT-CURRENT-BALANCE TO WS-DTL-BALANCE.
011200     IF WS-ACCOUNT-ITEMS > 0
011210         MOVE 'ITEMS PENDING       ' TO WS-DTL-RESULT
011220         ADD 1 TO WS-PENDING-ITEMS-COUNT
011230         GO TO 2000-NOT-CLOSED
011240     END-IF.
011250     IF ACCT-CURRENT-BALANCE NOT = 0
011260         MOVE 'BALANCE NOT ZERO    ' TO WS-DTL-RESULT
011270         ADD 1 TO WS-NOT-ZERO-COUNT
011280         GO TO 2000-NOT-CLOSED
011290     END-IF.
011300     PERFORM 2300-CLOSE-ACCOUNT THRU 2300-EXIT.
011310     IF WS-CLOSE-DONE
011320         MOVE WS-CLOSED-IMAGE TO ACCT-MASTER-RECORD
011330         PERFORM 2500-WRITE-FINAL-STATEMENT THRU 2500-EXIT
011340         GO TO 2000-WRITE-LINE
011350     END-IF.
011360 2000-NOT-CLOSED.
011370     ADD 1 TO WS-NOT-YET-COUNT.
011380     IF RETURN-CODE < 4
011390         MOVE 4 TO RETURN-CODE
011400     END-IF.
011410     IF WS-CLS-INT-POSTED(WS-CLS-IDX)
011420             AND NOT ACCT-FINAL-ACCRUAL-DONE
011430             AND NOT WS-CLOSE-FAILED
011440         PERFORM 2400-MARK-ACCRUAL-DONE THRU 2400-EXIT
011450     END-IF.
011460 2000-WRITE-LINE.
011470     MOVE WS-DETAIL-LINE TO CLS-REPORT-LINE.
011480     WRITE CLS-REPORT-LINE.
011490 2000-READ-NEXT.
011500     PERFORM 1200-READ-ACCTMAST THRU 1200-EXIT.
011510 2000-EXIT.
011520     EXIT.
011530*
011540*----------------------------------------------------------------
011550* 2300-CLOSE-ACCOUNT - SET THE CLOSED STATUS ON THE MASTER RECORD
011560*                      IN PLACE.  A FAILED REWRITE IS REPORTED AND
011570*                      LEAVES A RETURN CODE OF 8 -- THE ACCOUNT
011580*                      STAYS CLOSING AND IS TRIED AGAIN THE NEXT
011590*                      NIGHT.  THE BEFORE-IMAGE IS JOURNALED
011600*                      FIRST.
011610*----------------------------------------------------------------
011620 2300-CLOSE-ACCOUNT.
011630     MOVE 'B' TO WS-JRNL-ENTRY-TYPE.
011640     PERFORM 2960-WRITE-ACCTJRNL THRU 2960-EXIT.
011650     MOVE 'C' TO ACCT-STATUS.
011660     MOVE ACCT-MASTER-RECORD TO WS-CLOSED-IMAGE.
011670     REWRITE ACCT-MASTER-RECORD.
011680     IF WS-ACCTMAST-STATUS = '00'
011690         ADD 1 TO WS-CLOSED-COUNT
011700         MOVE 'CLOSED              ' TO WS-DTL-RESULT
011710         MOVE 'Y' TO WS-CLOSE-RESULT-SWITCH
011720     ELSE
011730         DISPLAY '*** WARNING - ACCTMAST REWRITE FAILED '
011740                 'FOR ACCOUNT ' WS-ITEM-ACCOUNT ', STATUS '
011750                 WS-ACCTMAST-STATUS
011760         MOVE 'CLOSE FAILED        ' TO WS-DTL-RESULT
011770         MOVE 'F' TO WS-CLOSE-RESULT-SWITCH
011780         ADD 1 TO WS-CLOSE-FAILED-COUNT
011790         IF RETURN-CODE < 8
011800             MOVE 8 TO RETURN-CODE
011810         END-IF
011820     END-IF.
011830 2300-EXIT.
011840     EXIT.
011850*
011860*----------------------------------------------------------------
011870* 2400-MARK-ACCRUAL-DONE - SET THE CLOSEOUT FLAG ON AN ACCOUNT
011880*                          THAT STAYS CLOSING BUT HAS HAD ITS
011890*                          FINAL INTEREST CREDIT POSTED, SO CLSGEN
011900*                          DOES NOT WRITE IT AGAIN.  A FAILED
011910*                          REWRITE IS REPORTED AND LEAVES A RETURN
011920*                          CODE OF 8 -- THE ACCRUAL WOULD BE PAID
011930*                          A SECOND TIME.  THE BEFORE-IMAGE IS
011940*                          JOURNALED FIRST.
011950*----------------------------------------------------------------
011960 2400-MARK-ACCRUAL-DONE.
011970     MOVE 'B' TO WS-JRNL-ENTRY-TYPE.
011980     PERFORM 2960-WRITE-ACCTJRNL THRU 2960-EXIT.
011990     MOVE 'A' TO ACCT-CLOSEOUT-FLAG.
012000     REWRITE ACCT-MASTER-RECORD
012010         INVALID KEY
012020             DISPLAY '*** WARNING - ACCTMAST REWRITE FAILED '
012030                     'FOR ACCOUNT ' ACCT-NUMBER ', STATUS '
012040                     WS-ACCTMAST-STATUS
012050             MOVE 'FLAG NOT SET  ' TO WS-DTL-ACCRUAL
012060             IF RETURN-CODE < 8
012070                 MOVE 8 TO RETURN-CODE
012080             END-IF
012090     END-REWRITE.
012100     IF WS-ACCTMAST-STATUS = '00'
012110         ADD 1 TO WS-ACCRUAL-MARKED-COUNT
012120     END-IF.
012130 2400-EXIT.
012140     EXIT.
012150*
012160*----------------------------------------------------------------
012170* 2500-WRITE-FINAL-STATEMENT - PRINT ONE CLOSED ACCOUNT'S FINAL
012180*                              STATEMENT: HEADING, CUSTOMER NAME
012190*                              AND ADDRESS WHEN LINKED, OPENING
012200*                              BALANCE (THE ZERO CLOSING BALANCE
012210*                              WITH TONIGHT'S NET ACTIVITY BACKED
012220*                              OUT), EVERY POSTING TO THE ACCOUNT
012230*                              TONIGHT IN POSTING ORDER, CLOSING
012240*                              BALANCE AND THE CLOSE DATE
012250*----------------------------------------------------------------
012260 2500-WRITE-FINAL-STATEMENT.
012270     MOVE ACCT-NUMBER TO WS-STMT-CUR-ACCT.
012280     MOVE ACCT-CURRENT-BALANCE TO WS-STMT-CLOSE-BAL.
012290     COMPUTE WS-STMT-OPEN-BAL =
012300             WS-STMT-CLOSE-BAL
012310             - WS-CLS-CR-TOTAL-TBL(WS-CLS-IDX)
012320             + WS-CLS-DR-TOTAL-TBL(WS-CLS-IDX).
012330     MOVE SPACES TO CLS-STATEMENT-LINE.
012340     WRITE CLS-STATEMENT-LINE.
012350     MOVE WS-STMT-CUR-ACCT TO WS-STMT-HDR-ACCT.
012360     MOVE ACCT-NAME        TO WS-STMT-HDR-NAME.
012370     MOVE WS-STMT-HDR-LINE TO CLS-STATEMENT-LINE.
012380     WRITE CLS-STATEMENT-LINE.
012390     PERFORM 2510-WRITE-ADDRESS-LINES THRU 2510-EXIT.
012400     MOVE 'OPENING BALANCE   ' TO WS-STMT-BAL-LABEL.
012410     MOVE WS-STMT-OPEN-BAL     TO WS-STMT-BAL-AMT.
012420     MOVE WS-STMT-BAL-LINE     TO CLS-STATEMENT-LINE.
012430     WRITE CLS-STATEMENT-LINE.
012440     MOVE 'N' TO WS-ACTWORK-EOF-SWITCH.
012450     OPEN INPUT ACTWORK.
012460     IF WS-ACTWORK-STATUS = '00'
012470         PERFORM 2530-PRINT-MATCHING-LINE THRU 2530-EXIT
012480                 UNTIL WS-ACTWORK-EOF-YES
012490     END-IF.
012500     CLOSE ACTWORK.
012510     MOVE 'CLOSING BALANCE   ' TO WS-STMT-BAL-LABEL.
012520     MOVE WS-STMT-CLOSE-BAL    TO WS-STMT-BAL-AMT.
012530     MOVE WS-STMT-BAL-LINE     TO CLS-STATEMENT-LINE.
012540     WRITE CLS-STATEMENT-LINE.
012550     MOVE WS-PROCESSING-DATE   TO WS-STMT-CLOSED-DATE.
012560     MOVE WS-STMT-CLOSED-LINE  TO CLS-STATEMENT-LINE.
012570     WRITE CLS-STATEMENT-LINE.
012580     ADD 1 TO WS-STMT-WRITE-COUNT.
012590 2500-EXIT.
012600     EXIT.
012610*
012620*----------------------------------------------------------------
012630* 2510-WRITE-ADDRESS-LINES - LOOK THE ACCOUNT'S CUSTOMER UP ON
012640*                            CUSTMAST AND PRINT THE NAME AND
012650*                            MAILING ADDRESS.  AN UNLINKED
012660*                            ACCOUNT, ONE WHOSE CUSTOMER IS NOT
012670*                            ON FILE, OR A RUN WITHOUT CUSTMAST
012680*                            PRINTS NO ADDRESS.
012690*----------------------------------------------------------------
012700 2510-WRITE-ADDRESS-LINES.
012710     MOVE 'N' TO WS-CUST-FOUND-SWITCH.
012720     IF NOT WS-CUSTMAST-AVAILABLE
012730             OR ACCT-CUSTOMER-NUMBER IS NOT NUMERIC
012740         GO TO 2510-EXIT
012750     END-IF.
012760     IF ACCT-CUSTOMER-NUMBER = 0
012770         GO TO 2510-EXIT
012780     END-IF.
012790     MOVE ACCT-CUSTOMER-NUMBER TO CUST-NUMBER.
012800     READ CUSTMAST
012810         INVALID KEY
012820             MOVE 'N' TO WS-CUST-FOUND-SWITCH
012830         NOT INVALID KEY
012840             MOVE 'Y' TO WS-CUST-FOUND-SWITCH
012850     END-READ.
012860     IF NOT WS-CUST-FOUND
012870         GO TO 2510-EXIT
012880     END-IF.
012890     MOVE CUST-NAME TO WS-STMT-ADDR-TEXT.
012900     PERFORM 2520-WRITE-ADDR-LINE THRU 2520-EXIT.
012910     MOVE CUST-ADDRESS-LINE-1 TO WS-STMT-ADDR-TEXT.
012920     PERFORM 2520-WRITE-ADDR-LINE THRU 2520-EXIT.
012930     IF CUST-ADDRESS-LINE-2 NOT = SPACES
012940         MOVE CUST-ADDRESS-LINE-2 TO WS-STMT-ADDR-TEXT
012950         PERFORM 2520-WRITE-ADDR-LINE THRU 2520-EXIT
012960     END-IF.
012970     MOVE CUST-CITY        TO WS-STMT-CITY.
012980     MOVE CUST-STATE       TO WS-STMT-STATE.
012990     MOVE CUST-POSTAL-CODE TO WS-STMT-POSTAL.
013000     MOVE WS-STMT-CITY-LINE TO WS-STMT-ADDR-TEXT.
013010     PERFORM 2520-WRITE-ADDR-LINE THRU 2520-EXIT.
013020 2510-EXIT.
013030     EXIT.
013040*
013050 2520-WRITE-ADDR-LINE.
013060     MOVE WS-STMT-ADDR-LINE TO CLS-STATEMENT-LINE.
013070     WRITE CLS-STATEMENT-LINE.
013080 2520-EXIT.
013090     EXIT.
013100*
013110*----------------------------------------------------------------
013120* 2530-PRINT-MATCHING-LINE - READ ONE ACTIVITY RECORD AND PRINT
013130*                            IT IF IT BELONGS TO THE ACCOUNT
013140*                            WHOSE STATEMENT IS BEING BUILT,
013150*                            NAMING THE CLOSEOUT POSTINGS
013160*----------------------------------------------------------------
013170 2530-PRINT-MATCHING-LINE.
013180     READ ACTWORK
013190         AT END
013200             SET WS-ACTWORK-EOF-YES TO TRUE
013210     END-READ.
013220     IF WS-ACTWORK-EOF-YES
013230         GO TO 2530-EXIT
013240     END-IF.
013250     IF ACTW-ACCOUNT NOT = WS-STMT-CUR-ACCT
013260         GO TO 2530-EXIT
013270     END-IF.
013280     MOVE ACTW-TRAN-ID   TO WS-STMT-DTL-ID.
013290     MOVE ACTW-TYPE-CODE TO WS-STMT-DTL-TYPE.
013300     MOVE ACTW-AMOUNT    TO WS-STMT-DTL-AMT.
013310     IF ACTW-DR-CR = 'C'
013320         MOVE 'CR' TO WS-STMT-DTL-DRCR
013330     ELSE
013340         MOVE 'DR' TO WS-STMT-DTL-DRCR
013350     END-IF.
013360     EVALUATE ACTW-TYPE-CODE
013370         WHEN WS-INT-TYPE-CODE
013380             MOVE 'FINAL INTEREST'      TO WS-STMT-DTL-DESC
013390         WHEN WS-PAYOUT-TYPE-CODE
013400             MOVE 'CLOSING PAYOUT'      TO WS-STMT-DTL-DESC
013410         WHEN WS-CHGOFF-TYPE-CODE
013420             MOVE 'BALANCE CHARGED OFF' TO WS-STMT-DTL-DESC
013430         WHEN OTHER
013440             MOVE SPACES                TO WS-STMT-DTL-DESC
013450     END-EVALUATE.
013460     MOVE WS-STMT-DTL-LINE TO CLS-STATEMENT-LINE.
013470     WRITE CLS-STATEMENT-LINE.
013480 2530-EXIT.
013490     EXIT.
013500*
013510*----------------------------------------------------------------
013520* 2960-WRITE-ACCTJRNL - APPEND ONE RECORD TO THE ACCTMAST BEFORE-
013530*                       IMAGE JOURNAL FROM THE MASTER RECORD NOW
013540*                       IN THE FD, AHEAD OF THE REWRITE THAT WILL
013550*                       CHANGE IT.  EXPECTS WS-JRNL-ENTRY-TYPE.
013560*                       A FAILED JOURNAL WRITE IS FATAL -- THE
013570*                       REWRITE MUST NOT GO AHEAD UNJOURNALED
013580*----------------------------------------------------------------
013590 2960-WRITE-ACCTJRNL.
013600     MOVE SPACES               TO JRNL-RECORD.
013610     MOVE WS-JRNL-THIS-PROGRAM TO JRNL-PROGRAM.
013620     MOVE WS-PROCESSING-DATE   TO JRNL-PROCESSING-DATE.
013630     MOVE WS-JRNL-RUN-TIME     TO JRNL-RUN-TIME.
013640     MOVE WS-JRNL-CKPT-SEQ     TO JRNL-CHECKPOINT-SEQ.
013650     MOVE WS-JRNL-ENTRY-TYPE   TO JRNL-ENTRY-TYPE.
013660     MOVE ACCT-NUMBER          TO JRNL-ACCOUNT-NUMBER.
013670     MOVE ACCT-MASTER-RECORD   TO JRNL-ACCT-IMAGE.
013680     WRITE JRNL-RECORD.
013690     IF WS-ACCTJRNL-STATUS NOT = '00'
013700         DISPLAY '*** FATAL - ACCTJRNL WRITE FAILED, STATUS '
013710                 WS-ACCTJRNL-STATUS ' ACCOUNT ' ACCT-NUMBER
013720         MOVE 16 TO RETURN-CODE
013730         STOP RUN
013740     END-IF.
013750     ADD 1 TO WS-JRNL-WRITE-COUNT.
013760 2960-EXIT.
013770     EXIT.
013780*
013790*----------------------------------------------------------------
013800* 8000-FINALIZE - WRITE THE RESULTS REPORT TOTALS, CLOSE THE FILES
013810*                 AND REPORT THE RUN'S COUNTS.  THE RETURN CODE
013820*                 IS ALREADY SET: 4 IF ANY CLOSING ACCOUNT STAYS
013830*                 CLOSING, 8 IF A REWRITE FAILED.
013840*----------------------------------------------------------------
013850 8000-FINALIZE.
013860     MOVE SPACES TO CLS-REPORT-LINE.
013870     WRITE CLS-REPORT-LINE.
013880     MOVE 'CLOSING ACCOUNTS        ' TO WS-TOT-LABEL.
013890     MOVE WS-CLOSING-COUNT           TO WS-TOT-COUNT.
013900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013910     MOVE 'CLOSED TONIGHT          ' TO WS-TOT-LABEL.
013920     MOVE WS-CLOSED-COUNT            TO WS-TOT-COUNT.
013930     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013940     MOVE 'STILL CLOSING           ' TO WS-TOT-LABEL.
013950     MOVE WS-NOT-YET-COUNT           TO WS-TOT-COUNT.
013960     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013970     MOVE '  ITEMS PENDING         ' TO WS-TOT-LABEL.
013980     MOVE WS-PENDING-ITEMS-COUNT     TO WS-TOT-COUNT.
013990     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
014000     MOVE '  BALANCE NOT ZERO      ' TO WS-TOT-LABEL.
014010     MOVE WS-NOT-ZERO-COUNT          TO WS-TOT-COUNT.
014020     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
014030     MOVE '  BALANCE NOT NUMERIC   ' TO WS-TOT-LABEL.
014040     MOVE WS-BAD-BALANCE-COUNT       TO WS-TOT-COUNT.
014050     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
014060     MOVE '  CLOSE FAILED          ' TO WS-TOT-LABEL.
014070     MOVE WS-CLOSE-FAILED-COUNT      TO WS-TOT-COUNT.
014080     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
014090     CLOSE ACCTMAST.
014100     CLOSE ACCTJRNL.
014110     IF WS-CUSTMAST-AVAILABLE
014120         CLOSE CUSTMAST
014130     END-IF.
014140     CLOSE CLSSTMT.
014150     CLOSE CLSRPT.
014160     DISPLAY 'CLSRSLT - ACCOUNT CLOSEOUT RESULTS TOTALS'.
014170     DISPLAY 'ACCOUNTS READ          : ' WS-ACCT-READ-COUNT.
014180     DISPLAY 'CLOSING ACCOUNTS       : ' WS-CLOSING-COUNT.
014190     DISPLAY 'EXCEPTION ITEMS READ   : ' WS-ITEM-READ-COUNT.
014200     DISPLAY 'ACTIVITY RECORDS READ  : ' WS-ACTWORK-READ-COUNT.
014210     DISPLAY 'CLOSED TONIGHT         : ' WS-CLOSED-COUNT.
014220     DISPLAY 'FINAL STATEMENTS       : ' WS-STMT-WRITE-COUNT.
014230     DISPLAY 'STILL CLOSING          : ' WS-NOT-YET-COUNT.
014240     DISPLAY 'FINAL ACCRUALS MARKED  : '
014250             WS-ACCRUAL-MARKED-COUNT.
014260     DISPLAY 'JOURNAL RECORDS WRITTEN: ' WS-JRNL-WRITE-COUNT.
014270 8000-EXIT.
014280     EXIT.
014290*
014300 8100-WRITE-TOTAL-LINE.
014310     MOVE WS-TOTAL-LINE TO CLS-REPORT-LINE.
014320     WRITE CLS-REPORT-LINE.
014330 8100-EXIT.
014340     EXIT.
014350*
014360*----------------------------------------------------------------
014370* 8950-WRITE-LEDGER-END - RECORD THE END OF THE RUN ON THE LEDGER
014380*                         WITH ITS FINAL RETURN CODE AND COUNTS:
014390*                         CLOSING ACCOUNTS, CLOSED TONIGHT, STILL
014400*                         CLOSING.
014410*----------------------------------------------------------------
014420 8950-WRITE-LEDGER-END.
014430     MOVE WS-CLOSING-COUNT TO WS-RUNL-COUNT-1.
014440     MOVE WS-CLOSED-COUNT  TO WS-RUNL-COUNT-2.
014450     MOVE WS-NOT-YET-COUNT TO WS-RUNL-COUNT-3.
014460     MOVE RETURN-CODE TO WS-RUNL-RC.
014470     MOVE 'E' TO WS-RUNL-EVENT.
014480     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
014490 8950-EXIT.
014500     EXIT.
