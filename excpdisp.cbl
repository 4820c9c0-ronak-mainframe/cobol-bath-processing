000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    EXCPDISP.
000030 AUTHOR.        R HUCKABY.
000040 INSTALLATION.  DAILY BATCH PROCESSING GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26  RH  ORIGINAL PROGRAM.  ITEMS ON SUSFILE, HELDFILE AND
000110*               REFFILE COULD ONLY AGE -- THE ONLY WAY TO CLEAR
000120*               ONE WAS TO KEY A NEW DETAIL RECORD BY HAND AND
000130*               EDIT THE EXCEPTION FILE, WITH NOTHING TO EVIDENCE
000140*               WHO DECIDED WHAT.  THIS PROGRAM READS A FILE OF
000150*               CLERK-KEYED DISPOSITIONS (DSPFILE), ONE PER
000160*               TRAN-ID, EACH CARRYING THE ACTION AND THE
000170*               OPERATOR ID OF THE CLERK WHO DECIDED IT:
000180*               REPOST TO A CORRECTED ACCOUNT, WRITE OFF TO THE
000190*               LOSS GL, RETURN TO SENDER, OR CANCEL A HELD ITEM.
000200*               REPOSTS AND WRITE-OFFS ARE WRITTEN AS ONE
000210*               BALANCED TRANFILE BATCH GROUP (DSPOUT), BUILT THE
000220*               SAME WAY ACCRGEN BUILDS ITS ACCRUAL BATCH, SO THEY
000230*               POST THROUGH BATCHPROC'S NORMAL EDIT, DUPLICATE-
000240*               CHECK AND GL PATH.  RETURNS ARE WRITTEN TO A
000250*               RETURN FILE (DSPRET) FOR THE ORIGINATING SYSTEM.
000260*               EVERY DISPOSED ITEM IS TAKEN OFF ITS EXCEPTION
000270*               FILE BY COPYING THE FILE FORWARD WITHOUT IT
000280*               (HELDNEW, SUSNEW, REFNEW).  A DISPOSITION
000290*               REGISTER (DSPREG) SHOWS EVERY DISPOSITION, THE
000300*               OPERATOR WHO KEYED IT AND WHAT WAS DONE WITH IT.
000310*               ANY REJECTED DISPOSITION SETS A RETURN CODE OF 4.
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.  IBM-370.
000360 OBJECT-COMPUTER.  IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT DSPFILE   ASSIGN TO DSPFILE
000400            ORGANIZATION IS LINE SEQUENTIAL
000410            FILE STATUS IS WS-DSPFILE-STATUS.
000420     SELECT DSPCTL    ASSIGN TO DSPCTL
000430            ORGANIZATION IS LINE SEQUENTIAL
000440            FILE STATUS IS WS-DSPCTL-STATUS.
000450     SELECT CTLCARD   ASSIGN TO CTLCARD
000460            ORGANIZATION IS LINE SEQUENTIAL
000470            FILE STATUS IS WS-CTLCARD-STATUS.
000480     SELECT TYPEFILE  ASSIGN TO TYPEFILE
000490            ORGANIZATION IS LINE SEQUENTIAL
000500            FILE STATUS IS WS-TYPEFILE-STATUS.
000510     SELECT HELDFILE  ASSIGN TO HELDFILE
000520            ORGANIZATION IS LINE SEQUENTIAL
000530            FILE STATUS IS WS-HELDFILE-STATUS.
000540     SELECT HELDNEW   ASSIGN TO HELDNEW
000550            ORGANIZATION IS LINE SEQUENTIAL
000560            FILE STATUS IS WS-HELDNEW-STATUS.
000570     SELECT SUSFILE   ASSIGN TO SUSFILE
000580            ORGANIZATION IS LINE SEQUENTIAL
000590            FILE STATUS IS WS-SUSFILE-STATUS.
000600     SELECT SUSNEW    ASSIGN TO SUSNEW
000610            ORGANIZATION IS LINE SEQUENTIAL
000620            FILE STATUS IS WS-SUSNEW-STATUS.
000630     SELECT REFFILE   ASSIGN TO REFFILE
000640            ORGANIZATION IS LINE SEQUENTIAL
000650            FILE STATUS IS WS-REFFILE-STATUS.
000660     SELECT REFNEW    ASSIGN TO REFNEW
000670            ORGANIZATION IS LINE SEQUENTIAL
000680            FILE STATUS IS WS-REFNEW-STATUS.
000690     SELECT DSPWORK   ASSIGN TO DSPWORK
000700            ORGANIZATION IS LINE SEQUENTIAL
000710            FILE STATUS IS WS-DSPWORK-STATUS.
000720     SELECT DSPOUT    ASSIGN TO DSPOUT
000730            ORGANIZATION IS LINE SEQUENTIAL
000740            FILE STATUS IS WS-DSPOUT-STATUS.
000750     SELECT DSPRET    ASSIGN TO DSPRET
000760            ORGANIZATION IS LINE SEQUENTIAL
000770            FILE STATUS IS WS-DSPRET-STATUS.
000780     SELECT DSPREG    ASSIGN TO DSPREG
000790            ORGANIZATION IS LINE SEQUENTIAL
000800            FILE STATUS IS WS-DSPREG-STATUS.
000810*
000820 DATA DIVISION.
000830 FILE SECTION.
000840*----------------------------------------------------------------
000850* DSPFILE - ONE CLERK-KEYED DISPOSITION PER RECORD.  THE ACTION
000860* CODE IS 'P' (REPOST TO THE CORRECTED ACCOUNT GIVEN), 'W'
000870* (WRITE OFF TO THE LOSS GL), 'R' (RETURN TO SENDER) OR 'X'
000880* (CANCEL A HELD ITEM).  THE TRAN-ID NAMES THE EXCEPTION ITEM
000890* AND THE OPERATOR ID THE CLERK RESPONSIBLE FOR THE DECISION.
000900* THE CORRECTED ACCOUNT IS REQUIRED ON A REPOST AND IGNORED ON
000910* EVERY OTHER ACTION.
000920*----------------------------------------------------------------
000930 FD  DSPFILE.
000940 01  DSP-RECORD.
000950     05  DSP-ACTION-CODE          PIC X(01).
000960     05  DSP-TRAN-ID              PIC X(06).
000970     05  DSP-OPERATOR-ID          PIC X(08).
000980     05  DSP-NEW-ACCOUNT          PIC X(08).
000990     05  DSP-NEW-ACCOUNT-N REDEFINES DSP-NEW-ACCOUNT
001000                                  PIC 9(08).
001010     05  FILLER                   PIC X(57).
001020*
001030*----------------------------------------------------------------
001040* DSPCTL - ONE CONTROL CARD GIVING THE BATCH ID STAMPED ON THE
001050* GENERATED HEADER, THE INTERNAL ACCTMAST ACCOUNT WRITE-OFFS
001060* POST TO, AND THE TWO WRITE-OFF TYPE CODES -- ONE FOR WRITING
001070* OFF A DEBIT ITEM AND ONE FOR A CREDIT ITEM, SO THE WRITE-OFF
001080* POSTS ON THE SAME SIDE AS THE ITEM IT CLEARS.  BATCHPROC POSTS
001090* THE CUSTOMER SIDE OF EVERY ITEM TO ITS TYPE CODE'S TYPEFILE
001100* GL ACCOUNT, SO BOTH WRITE-OFF CODES MUST MAP TO THE LOSS GL ON
001110* TYPEFILE.  THE WRITE-OFF ACCOUNT SHOULD CARRY NO CREDIT LIMIT.
001120*----------------------------------------------------------------
001130 FD  DSPCTL.
001140 01  DSC-RECORD.
001150     05  DSC-BATCH-ID              PIC X(08).
001160     05  DSC-WRITEOFF-ACCOUNT      PIC 9(08).
001170     05  DSC-WO-DEBIT-TYPE-CODE    PIC X(01).
001180     05  DSC-WO-CREDIT-TYPE-CODE   PIC X(01).
001190     05  FILLER                    PIC X(62).
001200*
001210*----------------------------------------------------------------
001220* CTLCARD - THE SAME RUN-DATE CONTROL CARD BATCHPROC AND ACCRGEN
001230* READ.  THE PROCESSING DATE BECOMES THE HEADER RUN DATE, THE
001240* EFFECTIVE DATE OF EVERY WRITE-OFF, AND THE DATE ON THE
001250* REGISTER AND THE RETURN FILE.
001260*----------------------------------------------------------------
001270 FD  CTLCARD.
001280 01  CTL-RECORD.
001290     05  CTL-PROCESSING-DATE       PIC 9(08).
001300     05  FILLER                    PIC X(72).
001310*
001320*----------------------------------------------------------------
001330* TYPEFILE - BATCHPROC'S TRANSACTION-TYPE REFERENCE FILE, READ
001340* HERE FOR THE DEBIT/CREDIT SIDE OF EACH TYPE CODE
001350*----------------------------------------------------------------
001360 FD  TYPEFILE.
001370 01  TYPE-RECORD.
001380     05  TYPE-CODE                 PIC X(01).
001390     05  TYPE-DESCRIPTION          PIC X(20).
001400     05  TYPE-DR-CR                PIC X(01).
001410     05  TYPE-GL-ACCOUNT           PIC 9(08).
001420     05  FILLER                    PIC X(50).
001430*
001440*----------------------------------------------------------------
001450* HELDFILE - THE HELD-ITEM FILE AS BATCHPROC LAST WROTE IT.
001460* HELDNEW IS THE SAME FILE WITH THE DISPOSED ITEMS TAKEN OUT; IT
001470* IS WHAT THE NEXT BATCHPROC RUN READS AS HLDIN.  SAME LAYOUT AS
001480* BATCHPROC'S HELDFILE.
001490*----------------------------------------------------------------
001500 FD  HELDFILE.
001510 01  HELD-RECORD.
001520     05  HLD-ACCOUNT-NUMBER        PIC 9(08).
001530     05  HLD-TYPE-CODE             PIC X(01).
001540     05  HLD-AMOUNT                PIC 9(05)V99.
001550     05  HLD-EFFECTIVE-DATE        PIC 9(08).
001560     05  HLD-RUN-DATE              PIC 9(08).
001570     05  HLD-DAYS-UNTIL-DUE        PIC 9(05).
001580     05  HLD-RECORD-IMAGE          PIC X(80).
001590*
001600 FD  HELDNEW.
001610 01  HELD-NEW-RECORD               PIC X(117).
001620*
001630*----------------------------------------------------------------
001640* SUSFILE - THE SUSPENSE FILE AS BATCHPROC LAST WROTE IT.  SUSNEW
001650* IS THE SAME FILE WITH THE DISPOSED ITEMS TAKEN OUT; IT IS WHAT
001660* THE NEXT BATCHPROC RUN READS AS SUSIN.  SAME LAYOUT AS
001670* BATCHPROC'S WS-SUS-RECORD.
001680*----------------------------------------------------------------
001690 FD  SUSFILE.
001700 01  SUS-RECORD.
001710     05  SUS-REASON-CODE           PIC 9(02).
001720     05  FILLER                    PIC X(01).
001730     05  SUS-REASON-TEXT           PIC X(30).
001740     05  FILLER                    PIC X(01).
001750     05  SUS-RECORD-IMAGE          PIC X(80).
001760     05  FILLER                    PIC X(01).
001770     05  SUS-SUSPEND-DATE          PIC 9(08).
001780     05  FILLER                    PIC X(01).
001790     05  SUS-AGE-DAYS              PIC 9(05).
001800*
001810 FD  SUSNEW.
001820 01  SUS-NEW-RECORD                PIC X(129).
001830*
001840*----------------------------------------------------------------
001850* REFFILE - THE CREDIT-LIMIT REFERRAL FILE AS BATCHPROC LAST
001860* WROTE IT.  REFNEW IS THE SAME FILE WITH THE DISPOSED ITEMS
001870* TAKEN OUT, LEFT FOR THE SUPERVISOR'S REVIEW.  SAME LAYOUT AS
001880* BATCHPROC'S WS-REF-RECORD.
001890*----------------------------------------------------------------
001900 FD  REFFILE.
001910 01  REF-RECORD.
001920     05  REF-REASON-CODE           PIC 9(02).
001930     05  FILLER                    PIC X(01).
001940     05  REF-REASON-TEXT           PIC X(30).
001950     05  FILLER                    PIC X(01).
001960     05  REF-ACCOUNT               PIC 9(08).
001970     05  FILLER                    PIC X(01).
001980     05  REF-TRAN-ID               PIC 9(06).
001990     05  FILLER                    PIC X(01).
002000     05  REF-AMOUNT                PIC 9(05)V99.
002010     05  FILLER                    PIC X(01).
002020     05  REF-CURRENT-BAL           PIC S9(09)V99.
002030     05  FILLER                    PIC X(01).
002040     05  REF-PROJECTED-BAL         PIC S9(09)V99.
002050     05  FILLER                    PIC X(01).
002060     05  REF-CREDIT-LIMIT          PIC 9(07)V99.
002070     05  FILLER                    PIC X(01).
002080     05  REF-RECORD-IMAGE          PIC X(80).
002090*
002100 FD  REFNEW.
002110 01  REF-NEW-RECORD                PIC X(172).
002120*
002130*----------------------------------------------------------------
002140* DSPWORK - STAGED DETAIL RECORDS FOR THE REPOSTS AND WRITE-OFFS,
002150* COPIED TO DSPOUT BEHIND THE HEADER ONCE THE COUNT AND TOTAL
002160* ARE KNOWN
002170*----------------------------------------------------------------
002180 FD  DSPWORK.
002190 01  DSP-WORK-RECORD               PIC X(80).
002200*
002210 FD  DSPOUT.
002220 01  DSP-OUT-RECORD                PIC X(80).
002230*
002240*----------------------------------------------------------------
002250* DSPRET - ONE RECORD PER ITEM RETURNED TO SENDER: THE EXCEPTION
002260* FILE IT CAME OFF, THE REASON CODE AND TEXT IT WAS CARRYING
002270* THERE, THE RETURN DATE, THE OPERATOR WHO RETURNED IT AND THE
002280* ORIGINAL 80-BYTE RECORD IMAGE
002290*----------------------------------------------------------------
002300 FD  DSPRET.
002310 01  DSP-RETURN-RECORD             PIC X(141).
002320*
002330 FD  DSPREG.
002340 01  DSP-REGISTER-LINE             PIC X(132).
002350*
002360 WORKING-STORAGE SECTION.
002370*----------------------------------------------------------------
002380* FILE STATUS AND CONTROL SWITCHES
002390*----------------------------------------------------------------
002400 77  WS-DSPFILE-STATUS           PIC X(02) VALUE SPACES.
002410 77  WS-DSPCTL-STATUS            PIC X(02) VALUE SPACES.
002420 77  WS-CTLCARD-STATUS           PIC X(02) VALUE SPACES.
002430 77  WS-TYPEFILE-STATUS          PIC X(02) VALUE SPACES.
002440 77  WS-HELDFILE-STATUS          PIC X(02) VALUE SPACES.
002450 77  WS-HELDNEW-STATUS           PIC X(02) VALUE SPACES.
002460 77  WS-SUSFILE-STATUS           PIC X(02) VALUE SPACES.
002470 77  WS-SUSNEW-STATUS            PIC X(02) VALUE SPACES.
002480 77  WS-REFFILE-STATUS           PIC X(02) VALUE SPACES.
002490 77  WS-REFNEW-STATUS            PIC X(02) VALUE SPACES.
002500 77  WS-DSPWORK-STATUS           PIC X(02) VALUE SPACES.
002510 77  WS-DSPOUT-STATUS            PIC X(02) VALUE SPACES.
002520 77  WS-DSPRET-STATUS            PIC X(02) VALUE SPACES.
002530 77  WS-DSPREG-STATUS            PIC X(02) VALUE SPACES.
002540*
002550 77  WS-DSPFILE-EOF-SWITCH       PIC X(01) VALUE 'N'.
002560     88  WS-DSPFILE-EOF-YES      VALUE 'Y'.
002570 77  WS-TYPEFILE-EOF-SWITCH      PIC X(01) VALUE 'N'.
002580     88  WS-TYPEFILE-EOF-YES     VALUE 'Y'.
002590 77  WS-HELDFILE-EOF-SWITCH      PIC X(01) VALUE 'N'.
002600     88  WS-HELDFILE-EOF-YES     VALUE 'Y'.
002610 77  WS-SUSFILE-EOF-SWITCH       PIC X(01) VALUE 'N'.
002620     88  WS-SUSFILE-EOF-YES      VALUE 'Y'.
002630 77  WS-REFFILE-EOF-SWITCH       PIC X(01) VALUE 'N'.
002640     88  WS-REFFILE-EOF-YES      VALUE 'Y'.
002650 77  WS-DSPWORK-EOF-SWITCH       PIC X(01) VALUE 'N'.
002660     88  WS-DSPWORK-EOF-YES      VALUE 'Y'.
002670*
002680 01  WS-DSP-FOUND-SWITCH         PIC X(01) VALUE 'N'.
002690     88  WS-DSP-FOUND            VALUE 'Y'.
002700     88  WS-DSP-NOT-FOUND        VALUE 'N'.
002710*
002720 01  WS-TYPE-FOUND-SWITCH        PIC X(01) VALUE 'N'.
002730     88  WS-TYPE-FOUND           VALUE 'Y'.
002740     88  WS-TYPE-NOT-FOUND       VALUE 'N'.
002750*
002760*----------------------------------------------------------------
002770* DISPOSITION REJECT REASONS.  01-05 ARE FOUND WHEN DSPFILE IS
002780* LOADED; 06-08 WHEN THE EXCEPTION FILES ARE PASSED.
002790*----------------------------------------------------------------
002800 01  WS-REJECT-REASON-CODE       PIC 9(02) VALUE 0.
002810     88  DSP-INVALID-ACTION     VALUE 01.
002820     88  DSP-NONNUMERIC-TRAN-ID VALUE 02.
002830     88  DSP-BLANK-OPERATOR     VALUE 03.
002840     88  DSP-INVALID-NEW-ACCT   VALUE 04.
002850     88  DSP-DUPLICATE-DISP     VALUE 05.
002860     88  DSP-ITEM-NOT-FOUND     VALUE 06.
002870     88  DSP-WRONG-FILE-ACTION  VALUE 07.
002880     88  DSP-TYPE-NOT-ON-FILE   VALUE 08.
002890 01  WS-REJECT-REASON-TEXT       PIC X(30) VALUE SPACES.
002900*
002910*----------------------------------------------------------------
002920* COUNTERS AND ACCUMULATORS
002930*----------------------------------------------------------------
002940 77  WS-DSP-READ-COUNT           PIC 9(07) COMP VALUE 0.
002950 77  WS-HELD-READ-COUNT          PIC 9(07) COMP VALUE 0.
002960 77  WS-HELD-KEPT-COUNT          PIC 9(07) COMP VALUE 0.
002970 77  WS-SUS-READ-COUNT           PIC 9(07) COMP VALUE 0.
002980 77  WS-SUS-KEPT-COUNT           PIC 9(07) COMP VALUE 0.
002990 77  WS-REF-READ-COUNT           PIC 9(07) COMP VALUE 0.
003000 77  WS-REF-KEPT-COUNT           PIC 9(07) COMP VALUE 0.
003010 77  WS-REPOST-COUNT             PIC 9(07) COMP VALUE 0.
003020 77  WS-WRITEOFF-COUNT           PIC 9(07) COMP VALUE 0.
003030 77  WS-RETURN-COUNT             PIC 9(07) COMP VALUE 0.
003040 77  WS-CANCEL-COUNT             PIC 9(07) COMP VALUE 0.
003050 77  WS-REJECT-COUNT             PIC 9(07) COMP VALUE 0.
003060 77  WS-DETAIL-COUNT             PIC 9(07) COMP VALUE 0.
003070 01  WS-CONTROL-AMOUNT           PIC 9(09)V99 VALUE 0.
003080*
003090 77  WS-PROCESSING-DATE          PIC 9(08) VALUE 0.
003100*
003110*----------------------------------------------------------------
003120* DISPLAY-FORMAT COPIES OF THE BINARY COUNTERS FOR THE REGISTER
003130* TOTALS LINES
003140*----------------------------------------------------------------
003150 01  WS-TOTALS-DISPLAY.
003160     05  WS-DSP-READ-COUNT-D     PIC 9(07).
003170     05  WS-REPOST-COUNT-D       PIC 9(07).
003180     05  WS-WRITEOFF-COUNT-D     PIC 9(07).
003190     05  WS-RETURN-COUNT-D       PIC 9(07).
003200     05  WS-CANCEL-COUNT-D       PIC 9(07).
003210     05  WS-REJECT-COUNT-D       PIC 9(07).
003220*
003230*----------------------------------------------------------------
003240* CONTROL-CARD PARAMETERS CAPTURED AT STARTUP
003250*----------------------------------------------------------------
003260 77  WS-BATCH-ID                 PIC X(08) VALUE SPACES.
003270 77  WS-WRITEOFF-ACCOUNT         PIC 9(08) VALUE 0.
003280 77  WS-WO-DEBIT-TYPE-CODE       PIC X(01) VALUE SPACE.
003290 77  WS-WO-CREDIT-TYPE-CODE      PIC X(01) VALUE SPACE.
003300*
003310*----------------------------------------------------------------
003320* TRANSACTION-TYPE TABLE - LOADED FROM TYPEFILE AT STARTUP THE
003330* SAME WAY BATCHPROC LOADS IT.  ONLY THE CODE AND ITS SIDE ARE
003340* NEEDED HERE.
003350*----------------------------------------------------------------
003360 77  WS-TYPEREF-COUNT            PIC 9(03) COMP VALUE 0.
003370 01  WS-TYPEREF-TABLE.
003380     05  WS-TYPEREF-ENTRY OCCURS 1 TO 100 TIMES
003390             DEPENDING ON WS-TYPEREF-COUNT
003400             INDEXED BY WS-TYPEREF-IDX.
003410         10  WS-TYPEREF-CODE-TBL  PIC X(01).
003420         10  WS-TYPEREF-DRCR-TBL  PIC X(01).
003430 77  WS-LOOKUP-TYPE-CODE         PIC X(01) VALUE SPACE.
003440 77  WS-TYPE-DRCR-SIDE           PIC X(01) VALUE SPACE.
003450*
003460*----------------------------------------------------------------
003470* DISPOSITION TABLE - EVERY DSPFILE RECORD, LOADED AT STARTUP SO
003480* EACH EXCEPTION FILE CAN BE PASSED ONCE AGAINST THE WHOLE SET.
003490* THE STATE IS 'P' (PENDING -- NOT YET MATCHED TO AN ITEM), 'A'
003500* (APPLIED) OR 'R' (REJECTED, WITH ITS REASON CODE).  THE FILE,
003510* ORIGINAL ACCOUNT AND AMOUNT ARE FILLED IN WHEN THE ITEM IS
003520* FOUND, FOR THE REGISTER.
003530*----------------------------------------------------------------
003540 77  WS-DSP-COUNT                PIC 9(05) COMP VALUE 0.
003550 77  WS-DSP-SUB                  PIC 9(05) COMP VALUE 0.
003560 01  WS-DSP-TABLE.
003570     05  WS-DSP-ENTRY OCCURS 1 TO 2000 TIMES
003580             DEPENDING ON WS-DSP-COUNT
003590             INDEXED BY WS-DSP-IDX.
003600         10  WS-DSP-ACTION-TBL    PIC X(01).
003610         10  WS-DSP-TRAN-ID-TBL   PIC X(06).
003620         10  WS-DSP-OPERATOR-TBL  PIC X(08).
003630         10  WS-DSP-NEW-ACCT-TBL  PIC 9(08).
003640         10  WS-DSP-STATE-TBL     PIC X(01).
003650         10  WS-DSP-REASON-TBL    PIC 9(02).
003660         10  WS-DSP-FILE-TBL      PIC X(08).
003670         10  WS-DSP-OLD-ACCT-TBL  PIC 9(08).
003680         10  WS-DSP-AMOUNT-TBL    PIC 9(05)V99.
003690*
003700*----------------------------------------------------------------
003710* THE EXCEPTION ITEM CURRENTLY BEING MATCHED: WHICH FILE IT IS
003720* ON, THE REASON IT IS CARRYING THERE, ITS TRAN-ID IN CHARACTER
003730* FORM FOR THE TABLE SEARCH, AND WHETHER THIS RUN DISPOSED OF
003740* IT (A DISPOSED ITEM IS NOT COPIED FORWARD)
003750*----------------------------------------------------------------
003760 01  WS-ITEM-SOURCE              PIC X(01) VALUE SPACE.
003770     88  WS-ITEM-FROM-HELD       VALUE 'H'.
003780     88  WS-ITEM-FROM-SUSPENSE   VALUE 'S'.
003790     88  WS-ITEM-FROM-REFERRAL   VALUE 'F'.
003800 77  WS-ITEM-FILE-ID             PIC X(08) VALUE SPACES.
003810 77  WS-ITEM-REASON-CODE         PIC 9(02) VALUE 0.
003820 77  WS-ITEM-REASON-TEXT         PIC X(30) VALUE SPACES.
003830 77  WS-ITEM-TRAN-ID             PIC X(06) VALUE SPACES.
003840 01  WS-ITEM-DISPOSED-SWITCH     PIC X(01) VALUE 'N'.
003850     88  WS-ITEM-DISPOSED        VALUE 'Y'.
003860     88  WS-ITEM-KEPT            VALUE 'N'.
003870*
003880*----------------------------------------------------------------
003890* GENERATED-RECORD STAGING AREAS.  THE DETAIL VIEW IS THE SHARED
003900* TRANREC LAYOUT; THE EXCEPTION ITEM'S RECORD IMAGE IS MOVED IN
003910* HERE WHEN IT IS MATCHED AND ADJUSTED IN PLACE FOR A REPOST OR
003920* WRITE-OFF.  THE HEADER AND TRAILER VIEWS MIRROR BATCHPROC'S
003930* OWN HEADER-RECORD AND TRAILER-RECORD REDEFINITIONS OF TRANFILE.
003940*----------------------------------------------------------------
003950 01  WS-DETAIL-RECORD.
003960     COPY TRANREC.
003970 01  WS-HEADER-RECORD.
003980     05  WS-HDR-REC-TYPE         PIC X(01) VALUE 'H'.
003990     05  WS-HDR-RUN-DATE         PIC 9(08).
004000     05  WS-HDR-EXPECTED-COUNT   PIC 9(07).
004010     05  WS-HDR-BATCH-ID         PIC X(08).
004020     05  FILLER                  PIC X(56) VALUE SPACES.
004030 01  WS-TRAILER-RECORD.
004040     05  WS-TRL-REC-TYPE         PIC X(01) VALUE 'T'.
004050     05  WS-TRL-CONTROL-COUNT    PIC 9(07).
004060     05  WS-TRL-CONTROL-AMOUNT   PIC 9(07)V99.
004070     05  FILLER                  PIC X(63) VALUE SPACES.
004080*
004090*----------------------------------------------------------------
004100* RETURN RECORD STAGING AREA
004110*----------------------------------------------------------------
004120 01  WS-RET-RECORD.
004130     05  WS-RET-FILE-ID          PIC X(08).
004140     05  FILLER                  PIC X(01) VALUE SPACE.
004150     05  WS-RET-REASON-CODE      PIC 9(02).
004160     05  FILLER                  PIC X(01) VALUE SPACE.
004170     05  WS-RET-REASON-TEXT      PIC X(30).
004180     05  FILLER                  PIC X(01) VALUE SPACE.
004190     05  WS-RET-DATE             PIC 9(08).
004200     05  FILLER                  PIC X(01) VALUE SPACE.
004210     05  WS-RET-OPERATOR-ID      PIC X(08).
004220     05  FILLER                  PIC X(01) VALUE SPACE.
004230     05  WS-RET-RECORD-IMAGE     PIC X(80).
004240*
004250*----------------------------------------------------------------
004260* REGISTER LINE STAGING AREA
004270*----------------------------------------------------------------
004280 01  WS-REGISTER-LINE.
004290     05  WS-REG-DATE             PIC 9(08).
004300     05  FILLER                  PIC X(02) VALUE SPACES.
004310     05  WS-REG-OPERATOR         PIC X(08).
004320     05  FILLER                  PIC X(02) VALUE SPACES.
004330     05  WS-REG-TRAN-ID          PIC X(06).
004340     05  FILLER                  PIC X(02) VALUE SPACES.
004350     05  WS-REG-ACTION           PIC X(08).
004360     05  FILLER                  PIC X(02) VALUE SPACES.
004370     05  WS-REG-FILE             PIC X(08).
004380     05  FILLER                  PIC X(02) VALUE SPACES.
004390     05  WS-REG-OLD-ACCOUNT      PIC X(08).
004400     05  FILLER                  PIC X(02) VALUE SPACES.
004410     05  WS-REG-NEW-ACCOUNT      PIC X(08).
004420     05  FILLER                  PIC X(02) VALUE SPACES.
004430     05  WS-REG-AMOUNT           PIC ZZ,ZZ9.99.
004440     05  FILLER                  PIC X(02) VALUE SPACES.
004450     05  WS-REG-DISPOSITION      PIC X(42).
004460     05  FILLER                  PIC X(11) VALUE SPACES.
004470*
004480 PROCEDURE DIVISION.
004490*----------------------------------------------------------------
004500* 0000-MAINLINE
004510*----------------------------------------------------------------
004520 0000-MAINLINE.
004530     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
004540     PERFORM 2000-PASS-HELDFILE    THRU 2000-EXIT.
004550     PERFORM 3000-PASS-SUSFILE     THRU 3000-EXIT.
004560     PERFORM 4000-PASS-REFFILE     THRU 4000-EXIT.
004570     PERFORM 8000-FINALIZE         THRU 8000-EXIT.
004580     STOP RUN.
004590*
004600*----------------------------------------------------------------
004610* 1000-INITIALIZE - READ THE CONTROL CARDS, LOAD THE TYPE TABLE
004620*                   AND THE DISPOSITIONS, AND OPEN THE WORK AND
004630*                   RETURN FILES.  EVERY OPEN IS FOLLOWED BY A
004640*                   FILE STATUS CHECK, THE SAME AS BATCHPROC.
004650*----------------------------------------------------------------
004660 1000-INITIALIZE.
004670     PERFORM 1010-READ-CONTROL-CARD THRU 1010-EXIT.
004680     PERFORM 1020-READ-DISPOSITION-CARD THRU 1020-EXIT.
004690     PERFORM 1100-LOAD-TYPE-TABLE THRU 1100-EXIT.
004700     PERFORM 1150-CHECK-WRITEOFF-TYPES THRU 1150-EXIT.
004710     PERFORM 1200-LOAD-DISPOSITIONS THRU 1200-EXIT.
004720     OPEN OUTPUT DSPWORK.
004730     IF WS-DSPWORK-STATUS NOT = '00'
004740         DISPLAY '*** FATAL - DSPWORK OPEN FAILED, STATUS '
004750                 WS-DSPWORK-STATUS
004760         MOVE 16 TO RETURN-CODE
004770         STOP RUN
004780     END-IF.
004790     OPEN OUTPUT DSPRET.
004800     IF WS-DSPRET-STATUS NOT = '00'
004810         DISPLAY '*** FATAL - DSPRET OPEN FAILED, STATUS '
004820                 WS-DSPRET-STATUS
004830         MOVE 16 TO RETURN-CODE
004840         STOP RUN
004850     END-IF.
004860 1000-EXIT.
004870     EXIT.
004880*
004890*----------------------------------------------------------------
004900* 1010-READ-CONTROL-CARD - READ THE ONE-RECORD CTLCARD FILE TO
004910*                          GET THE PROCESSING DATE.  SAME CARD
004920*                          AND SAME EDITS AS BATCHPROC.
004930*----------------------------------------------------------------
004940 1010-READ-CONTROL-CARD.
004950     OPEN INPUT CTLCARD.
004960     IF WS-CTLCARD-STATUS NOT = '00'
004970         DISPLAY '*** FATAL - CTLCARD OPEN FAILED, STATUS '
004980                 WS-CTLCARD-STATUS
004990         MOVE 16 TO RETURN-CODE
005000         STOP RUN
005010     END-IF.
005020     READ CTLCARD
005030         AT END
005040             DISPLAY '*** FATAL - CTLCARD IS EMPTY, NO '
005050                     'PROCESSING DATE SUPPLIED'
005060             MOVE 16 TO RETURN-CODE
005070             STOP RUN
005080     END-READ.
005090     IF CTL-PROCESSING-DATE IS NOT NUMERIC
005100         DISPLAY '*** FATAL - CTLCARD PROCESSING DATE IS NOT '
005110                 'NUMERIC: ' CTL-RECORD
005120         MOVE 16 TO RETURN-CODE
005130         STOP RUN
005140     END-IF.
005150     MOVE CTL-PROCESSING-DATE TO WS-PROCESSING-DATE.
005160     CLOSE CTLCARD.
005170 1010-EXIT.
005180     EXIT.
005190*
005200*----------------------------------------------------------------
005210* 1020-READ-DISPOSITION-CARD - READ THE ONE-RECORD DSPCTL FILE TO
005220*                              GET THE BATCH ID, THE WRITE-OFF
005230*                              ACCOUNT AND THE TWO WRITE-OFF TYPE
005240*                              CODES.  EVERY FIELD IS REQUIRED,
005250*                              THE SAME AS ACCRGEN'S ACCRCTL CARD.
005260*----------------------------------------------------------------
005270 1020-READ-DISPOSITION-CARD.
005280     OPEN INPUT DSPCTL.
005290     IF WS-DSPCTL-STATUS NOT = '00'
005300         DISPLAY '*** FATAL - DSPCTL OPEN FAILED, STATUS '
005310                 WS-DSPCTL-STATUS
005320         MOVE 16 TO RETURN-CODE
005330         STOP RUN
005340     END-IF.
005350     READ DSPCTL
005360         AT END
005370             DISPLAY '*** FATAL - DSPCTL IS EMPTY, NO '
005380                     'DISPOSITION PARAMETERS SUPPLIED'
005390             MOVE 16 TO RETURN-CODE
005400             STOP RUN
005410     END-READ.
005420     IF DSC-BATCH-ID = SPACES
005430             OR DSC-WRITEOFF-ACCOUNT IS NOT NUMERIC
005440             OR DSC-WRITEOFF-ACCOUNT = 0
005450             OR DSC-WO-DEBIT-TYPE-CODE = SPACE
005460             OR DSC-WO-CREDIT-TYPE-CODE = SPACE
005470         DISPLAY '*** FATAL - DSPCTL CARD IS INCOMPLETE OR NOT '
005480                 'NUMERIC: ' DSC-RECORD
005490         MOVE 16 TO RETURN-CODE
005500         STOP RUN
005510     END-IF.
005520     MOVE DSC-BATCH-ID             TO WS-BATCH-ID.
005530     MOVE DSC-WRITEOFF-ACCOUNT     TO WS-WRITEOFF-ACCOUNT.
005540     MOVE DSC-WO-DEBIT-TYPE-CODE   TO WS-WO-DEBIT-TYPE-CODE.
005550     MOVE DSC-WO-CREDIT-TYPE-CODE  TO WS-WO-CREDIT-TYPE-CODE.
005560     CLOSE DSPCTL.
005570 1020-EXIT.
005580     EXIT.
005590*
005600*----------------------------------------------------------------
005610* 1100-LOAD-TYPE-TABLE - LOAD THE TRANSACTION-TYPE TABLE FROM
005620*                        TYPEFILE.  A MISSING OR EMPTY TYPEFILE IS
005630*                        FATAL, THE SAME AS IN BATCHPROC.
005640*----------------------------------------------------------------
005650 1100-LOAD-TYPE-TABLE.
005660     MOVE 'N' TO WS-TYPEFILE-EOF-SWITCH.
005670     MOVE 0 TO WS-TYPEREF-COUNT.
005680     OPEN INPUT TYPEFILE.
005690     IF WS-TYPEFILE-STATUS NOT = '00'
005700         DISPLAY '*** FATAL - TYPEFILE OPEN FAILED, STATUS '
005710                 WS-TYPEFILE-STATUS
005720         MOVE 16 TO RETURN-CODE
005730         STOP RUN
005740     END-IF.
005750     PERFORM 1110-READ-ONE-TYPE THRU 1110-EXIT
005760             UNTIL WS-TYPEFILE-EOF-YES.
005770     CLOSE TYPEFILE.
005780     IF WS-TYPEREF-COUNT = 0
005790         DISPLAY '*** FATAL - TYPEFILE HAS NO USABLE TYPE '
005800                 'CODES, NOTHING COULD POST'
005810         MOVE 16 TO RETURN-CODE
005820         STOP RUN
005830     END-IF.
005840 1100-EXIT.
005850     EXIT.
005860*
005870*----------------------------------------------------------------
005880* 1110-READ-ONE-TYPE - READ ONE TYPEFILE RECORD, VALIDATE IT AND
005890*                      APPEND IT TO THE TYPE TABLE
005900*----------------------------------------------------------------
005910 1110-READ-ONE-TYPE.
005920     READ TYPEFILE
005930         AT END
005940             SET WS-TYPEFILE-EOF-YES TO TRUE
005950     END-READ.
005960     IF NOT WS-TYPEFILE-EOF-YES
005970         IF TYPE-CODE = SPACE
005980                 OR (TYPE-DR-CR NOT = 'D' AND NOT = 'C')
005990             DISPLAY '*** WARNING - TYPEFILE RECORD IGNORED, '
006000                     'BAD CODE OR SIDE: ' TYPE-RECORD
006010         ELSE
006020             IF WS-TYPEREF-COUNT < 100
006030                 ADD 1 TO WS-TYPEREF-COUNT
006040                 SET WS-TYPEREF-IDX TO WS-TYPEREF-COUNT
006050                 MOVE TYPE-CODE
006060                         TO WS-TYPEREF-CODE-TBL(WS-TYPEREF-IDX)
006070                 MOVE TYPE-DR-CR
006080                         TO WS-TYPEREF-DRCR-TBL(WS-TYPEREF-IDX)
006090             ELSE
006100                 DISPLAY '*** FATAL - TYPEFILE HAS MORE THAN '
006110                         '100 TYPE CODES, TYPE TABLE MUST BE '
006120                         'RESIZED'
006130                 MOVE 16 TO RETURN-CODE
006140                 STOP RUN
006150             END-IF
006160         END-IF
006170     END-IF.
006180 1110-EXIT.
006190     EXIT.
006200*
006210*----------------------------------------------------------------
006220* 1150-CHECK-WRITEOFF-TYPES - BOTH WRITE-OFF TYPE CODES MUST BE
006230*                             ON TYPEFILE, THE DEBIT CODE ON THE
006240*                             DEBIT SIDE AND THE CREDIT CODE ON
006250*                             THE CREDIT SIDE.  OTHERWISE EVERY
006260*                             WRITE-OFF WOULD REJECT IN BATCHPROC
006270*                             OR POST THE WRONG WAY.
006280*----------------------------------------------------------------
006290 1150-CHECK-WRITEOFF-TYPES.
006300     MOVE WS-WO-DEBIT-TYPE-CODE TO WS-LOOKUP-TYPE-CODE.
006310     PERFORM 1160-LOOKUP-TYPE-CODE THRU 1160-EXIT.
006320     IF WS-TYPE-NOT-FOUND OR WS-TYPE-DRCR-SIDE NOT = 'D'
006330         DISPLAY '*** FATAL - WRITE-OFF DEBIT TYPE CODE '
006340                 WS-WO-DEBIT-TYPE-CODE
006350                 ' IS NOT A DEBIT TYPE ON TYPEFILE'
006360         MOVE 16 TO RETURN-CODE
006370         STOP RUN
006380     END-IF.
006390     MOVE WS-WO-CREDIT-TYPE-CODE TO WS-LOOKUP-TYPE-CODE.
006400     PERFORM 1160-LOOKUP-TYPE-CODE THRU 1160-EXIT.
006410     IF WS-TYPE-NOT-FOUND OR WS-TYPE-DRCR-SIDE NOT = 'C'
006420         DISPLAY '*** FATAL - WRITE-OFF CREDIT TYPE CODE '
006430                 WS-WO-CREDIT-TYPE-CODE
006440                 ' IS NOT A CREDIT TYPE ON TYPEFILE'
006450         MOVE 16 TO RETURN-CODE
006460         STOP RUN
006470     END-IF.
006480 1150-EXIT.
006490     EXIT.
006500*
006510*----------------------------------------------------------------
006520* 1160-LOOKUP-TYPE-CODE - LOOK WS-LOOKUP-TYPE-CODE UP ON THE TYPE
006530*                         TABLE AND PULL OUT ITS DEBIT/CREDIT SIDE
006540*----------------------------------------------------------------
006550 1160-LOOKUP-TYPE-CODE.
006560     MOVE 'N' TO WS-TYPE-FOUND-SWITCH.
006570     MOVE SPACE TO WS-TYPE-DRCR-SIDE.
006580     SET WS-TYPEREF-IDX TO 1.
006590     SEARCH WS-TYPEREF-ENTRY
006600         AT END
006610             CONTINUE
006620         WHEN WS-TYPEREF-CODE-TBL(WS-TYPEREF-IDX)
006630                 = WS-LOOKUP-TYPE-CODE
006640             MOVE 'Y' TO WS-TYPE-FOUND-SWITCH
006650             MOVE WS-TYPEREF-DRCR-TBL(WS-TYPEREF-IDX)
006660                     TO WS-TYPE-DRCR-SIDE
006670     END-SEARCH.
006680 1160-EXIT.
006690     EXIT.
006700*
006710*----------------------------------------------------------------
006720* 1200-LOAD-DISPOSITIONS - READ EVERY DSPFILE RECORD INTO THE
006730*                          DISPOSITION TABLE, EDITING EACH ONE AS
006740*                          IT IS LOADED.  AN EDIT FAILURE IS
006750*                          KEPT ON THE TABLE AS REJECTED SO IT
006760*                          STILL PRINTS ON THE REGISTER.
006770*----------------------------------------------------------------
006780 1200-LOAD-DISPOSITIONS.
006790     MOVE 'N' TO WS-DSPFILE-EOF-SWITCH.
006800     MOVE 0 TO WS-DSP-COUNT.
006810     OPEN INPUT DSPFILE.
006820     IF WS-DSPFILE-STATUS NOT = '00'
006830         DISPLAY '*** FATAL - DSPFILE OPEN FAILED, STATUS '
006840                 WS-DSPFILE-STATUS
006850         MOVE 16 TO RETURN-CODE
006860         STOP RUN
006870     END-IF.
006880     PERFORM 1210-READ-ONE-DISPOSITION THRU 1210-EXIT
006890             UNTIL WS-DSPFILE-EOF-YES.
006900     CLOSE DSPFILE.
006910     DISPLAY 'DISPOSITIONS LOADED: ' WS-DSP-COUNT.
006920 1200-EXIT.
006930     EXIT.
006940*
006950*----------------------------------------------------------------
006960* 1210-READ-ONE-DISPOSITION - READ ONE DSPFILE RECORD, EDIT IT AND
006970*                             APPEND IT TO THE DISPOSITION TABLE
006980*----------------------------------------------------------------
006990 1210-READ-ONE-DISPOSITION.
007000     MOVE SPACES TO DSP-RECORD.
007010     READ DSPFILE
007020         AT END
007030             SET WS-DSPFILE-EOF-YES TO TRUE
007040     END-READ.
007050     IF NOT WS-DSPFILE-EOF-YES
007060         ADD 1 TO WS-DSP-READ-COUNT
007070         IF WS-DSP-COUNT < 2000
007080             ADD 1 TO WS-DSP-COUNT
007090             SET WS-DSP-IDX TO WS-DSP-COUNT
007100             PERFORM 1220-EDIT-DISPOSITION THRU 1220-EXIT
007110         ELSE
007120             DISPLAY '*** FATAL - DSPFILE HAS MORE THAN 2000 '
007130                     'DISPOSITIONS, DISPOSITION TABLE MUST BE '
007140                     'RESIZED'
007150             MOVE 16 TO RETURN-CODE
007160             STOP RUN
007170         END-IF
007180     END-IF.
007190 1210-EXIT.
007200     EXIT.
007210*
007220*----------------------------------------------------------------
007230* 1220-EDIT-DISPOSITION - FILL IN THE NEW TABLE ENTRY AND EDIT IT:
007240*                         A VALID ACTION, A NUMERIC TRAN-ID, AN
007250*                         OPERATOR ID, A NUMERIC NON-ZERO ACCOUNT
007260*                         ON A REPOST, AND NO EARLIER DISPOSITION
007270*                         STILL STANDING FOR THE SAME TRAN-ID
007280*----------------------------------------------------------------
007290 1220-EDIT-DISPOSITION.
007300     MOVE 0 TO WS-REJECT-REASON-CODE.
007310     MOVE DSP-ACTION-CODE  TO WS-DSP-ACTION-TBL(WS-DSP-IDX).
007320     MOVE DSP-TRAN-ID      TO WS-DSP-TRAN-ID-TBL(WS-DSP-IDX).
007330     MOVE DSP-OPERATOR-ID  TO WS-DSP-OPERATOR-TBL(WS-DSP-IDX).
007340     MOVE 0                TO WS-DSP-NEW-ACCT-TBL(WS-DSP-IDX).
007350     MOVE SPACES           TO WS-DSP-FILE-TBL(WS-DSP-IDX).
007360     MOVE 0                TO WS-DSP-OLD-ACCT-TBL(WS-DSP-IDX).
007370     MOVE 0                TO WS-DSP-AMOUNT-TBL(WS-DSP-IDX).
007380     IF DSP-ACTION-CODE NOT = 'P' AND NOT = 'W'
007390             AND NOT = 'R' AND NOT = 'X'
007400         SET DSP-INVALID-ACTION TO TRUE
007410     END-IF.
007420     IF WS-REJECT-REASON-CODE = 0
007430         IF DSP-TRAN-ID IS NOT NUMERIC
007440             SET DSP-NONNUMERIC-TRAN-ID TO TRUE
007450         END-IF
007460     END-IF.
007470     IF WS-REJECT-REASON-CODE = 0
007480         IF DSP-OPERATOR-ID = SPACES
007490             SET DSP-BLANK-OPERATOR TO TRUE
007500         END-IF
007510     END-IF.
007520     IF WS-REJECT-REASON-CODE = 0
007530         IF DSP-ACTION-CODE = 'P'
007540             IF DSP-NEW-ACCOUNT IS NOT NUMERIC
007550                 SET DSP-INVALID-NEW-ACCT TO TRUE
007560             ELSE
007570                 IF DSP-NEW-ACCOUNT-N = 0
007580                     SET DSP-INVALID-NEW-ACCT TO TRUE
007590                 ELSE
007600                     MOVE DSP-NEW-ACCOUNT-N
007610                             TO WS-DSP-NEW-ACCT-TBL(WS-DSP-IDX)
007620                 END-IF
007630             END-IF
007640         END-IF
007650     END-IF.
007660     IF WS-REJECT-REASON-CODE = 0
007670         PERFORM 1230-TEST-ONE-EARLIER THRU 1230-EXIT
007680                 VARYING WS-DSP-SUB FROM 1 BY 1
007690                 UNTIL WS-DSP-SUB NOT < WS-DSP-COUNT
007700                    OR WS-REJECT-REASON-CODE NOT = 0
007710     END-IF.
007720     IF WS-REJECT-REASON-CODE = 0
007730         MOVE 'P' TO WS-DSP-STATE-TBL(WS-DSP-IDX)
007740         MOVE 0   TO WS-DSP-REASON-TBL(WS-DSP-IDX)
007750     ELSE
007760         MOVE 'R' TO WS-DSP-STATE-TBL(WS-DSP-IDX)
007770         MOVE WS-REJECT-REASON-CODE
007780                 TO WS-DSP-REASON-TBL(WS-DSP-IDX)
007790         ADD 1 TO WS-REJECT-COUNT
007800     END-IF.
007810 1220-EXIT.
007820     EXIT.
007830*
007840 1230-TEST-ONE-EARLIER.
007850     IF WS-DSP-TRAN-ID-TBL(WS-DSP-SUB) = DSP-TRAN-ID
007860             AND WS-DSP-STATE-TBL(WS-DSP-SUB) = 'P'
007870         SET DSP-DUPLICATE-DISP TO TRUE
007880     END-IF.
007890 1230-EXIT.
007900     EXIT.
007910*
007920*----------------------------------------------------------------
007930* 2000-PASS-HELDFILE - COPY HELDFILE FORWARD TO HELDNEW, LEAVING
007940*                      OUT EVERY ITEM A DISPOSITION DISPOSES OF.
007950*                      A MISSING HELDFILE IS NOT AN ERROR -- THERE
007960*                      IS SIMPLY NOTHING HELD -- BUT HELDNEW IS
007970*                      STILL CREATED SO THE NEXT STEP FINDS IT.
007980*----------------------------------------------------------------
007990 2000-PASS-HELDFILE.
008000     MOVE 'N' TO WS-HELDFILE-EOF-SWITCH.
008010     OPEN OUTPUT HELDNEW.
008020     IF WS-HELDNEW-STATUS NOT = '00'
008030         DISPLAY '*** FATAL - HELDNEW OPEN FAILED, STATUS '
008040                 WS-HELDNEW-STATUS
008050         MOVE 16 TO RETURN-CODE
008060         STOP RUN
008070     END-IF.
008080     OPEN INPUT HELDFILE.
008090     IF WS-HELDFILE-STATUS = '35'
008100         DISPLAY 'NO HELDFILE PRESENT - NO HELD ITEMS TO DISPOSE'
008110     ELSE
008120         IF WS-HELDFILE-STATUS NOT = '00'
008130             DISPLAY '*** FATAL - HELDFILE OPEN FAILED, STATUS '
008140                     WS-HELDFILE-STATUS
008150             MOVE 16 TO RETURN-CODE
008160             STOP RUN
008170         END-IF
008180         PERFORM 2100-PROCESS-ONE-HELD THRU 2100-EXIT
008190                 UNTIL WS-HELDFILE-EOF-YES
008200         CLOSE HELDFILE
008210     END-IF.
008220     CLOSE HELDNEW.
008230 2000-EXIT.
008240     EXIT.
008250*
008260*----------------------------------------------------------------
008270* 2100-PROCESS-ONE-HELD - READ ONE HELD ITEM, APPLY ANY
008280*                         DISPOSITION STANDING AGAINST IT, AND
008290*                         COPY IT FORWARD IF IT WAS NOT DISPOSED
008300*----------------------------------------------------------------
008310 2100-PROCESS-ONE-HELD.
008320     READ HELDFILE
008330         AT END
008340             SET WS-HELDFILE-EOF-YES TO TRUE
008350     END-READ.
008360     IF NOT WS-HELDFILE-EOF-YES
008370         ADD 1 TO WS-HELD-READ-COUNT
008380         SET WS-ITEM-FROM-HELD TO TRUE
008390         MOVE 'HELDFILE'  TO WS-ITEM-FILE-ID
008400         MOVE 0           TO WS-ITEM-REASON-CODE
008410         MOVE 'HELD - NOT YET EFFECTIVE' TO WS-ITEM-REASON-TEXT
008420         MOVE HLD-RECORD-IMAGE TO WS-DETAIL-RECORD
008430         PERFORM 5000-MATCH-DISPOSITION THRU 5000-EXIT
008440         IF WS-ITEM-KEPT
008450             MOVE HELD-RECORD TO HELD-NEW-RECORD
008460             WRITE HELD-NEW-RECORD
008470             ADD 1 TO WS-HELD-KEPT-COUNT
008480         END-IF
008490     END-IF.
008500 2100-EXIT.
008510     EXIT.
008520*
008530*----------------------------------------------------------------
008540* 3000-PASS-SUSFILE - COPY SUSFILE FORWARD TO SUSNEW, LEAVING OUT
008550*                     EVERY ITEM A DISPOSITION DISPOSES OF.  SAME
008560*                     MISSING-FILE HANDLING AS 2000-PASS-HELDFILE.
008570*----------------------------------------------------------------
008580 3000-PASS-SUSFILE.
008590     MOVE 'N' TO WS-SUSFILE-EOF-SWITCH.
008600     OPEN OUTPUT SUSNEW.
008610     IF WS-SUSNEW-STATUS NOT = '00'
008620         DISPLAY '*** FATAL - SUSNEW OPEN FAILED, STATUS '
008630                 WS-SUSNEW-STATUS
008640         MOVE 16 TO RETURN-CODE
008650         STOP RUN
008660     END-IF.
008670     OPEN INPUT SUSFILE.
008680     IF WS-SUSFILE-STATUS = '35'
008690         DISPLAY 'NO SUSFILE PRESENT - NO SUSPENDED ITEMS TO '
008700                 'DISPOSE'
008710     ELSE
008720         IF WS-SUSFILE-STATUS NOT = '00'
008730             DISPLAY '*** FATAL - SUSFILE OPEN FAILED, STATUS '
008740                     WS-SUSFILE-STATUS
008750             MOVE 16 TO RETURN-CODE
008760             STOP RUN
008770         END-IF
008780         PERFORM 3100-PROCESS-ONE-SUSPENSE THRU 3100-EXIT
008790                 UNTIL WS-SUSFILE-EOF-YES
008800         CLOSE SUSFILE
008810     END-IF.
008820     CLOSE SUSNEW.
008830 3000-EXIT.
008840     EXIT.
008850*
008860*----------------------------------------------------------------
008870* 3100-PROCESS-ONE-SUSPENSE - READ ONE SUSPENDED ITEM, APPLY ANY
008880*                             DISPOSITION STANDING AGAINST IT, AND
008890*                             COPY IT FORWARD IF IT WAS NOT
008900*                             DISPOSED
008910*----------------------------------------------------------------
008920 3100-PROCESS-ONE-SUSPENSE.
008930     READ SUSFILE
008940         AT END
008950             SET WS-SUSFILE-EOF-YES TO TRUE
008960     END-READ.
008970     IF NOT WS-SUSFILE-EOF-YES
008980         ADD 1 TO WS-SUS-READ-COUNT
008990         SET WS-ITEM-FROM-SUSPENSE TO TRUE
009000         MOVE 'SUSFILE'       TO WS-ITEM-FILE-ID
009010         MOVE SUS-REASON-CODE TO WS-ITEM-REASON-CODE
009020         MOVE SUS-REASON-TEXT TO WS-ITEM-REASON-TEXT
009030         MOVE SUS-RECORD-IMAGE TO WS-DETAIL-RECORD
009040         PERFORM 5000-MATCH-DISPOSITION THRU 5000-EXIT
009050         IF WS-ITEM-KEPT
009060             MOVE SUS-RECORD TO SUS-NEW-RECORD
009070             WRITE SUS-NEW-RECORD
009080             ADD 1 TO WS-SUS-KEPT-COUNT
009090         END-IF
009100     END-IF.
009110 3100-EXIT.
009120     EXIT.
009130*
009140*----------------------------------------------------------------
009150* 4000-PASS-REFFILE - COPY REFFILE FORWARD TO REFNEW, LEAVING OUT
009160*                     EVERY ITEM A DISPOSITION DISPOSES OF.  SAME
009170*                     MISSING-FILE HANDLING AS 2000-PASS-HELDFILE.
009180*----------------------------------------------------------------
009190 4000-PASS-REFFILE.
009200     MOVE 'N' TO WS-REFFILE-EOF-SWITCH.
009210     OPEN OUTPUT REFNEW.
009220     IF WS-REFNEW-STATUS NOT = '00'
009230         DISPLAY '*** FATAL - REFNEW OPEN FAILED, STATUS '
009240                 WS-REFNEW-STATUS
009250         MOVE 16 TO RETURN-CODE
009260         STOP RUN
009270     END-IF.
009280     OPEN INPUT REFFILE.
009290     IF WS-REFFILE-STATUS = '35'
009300         DISPLAY 'NO REFFILE PRESENT - NO REFERRED ITEMS TO '
009310                 'DISPOSE'
009320     ELSE
009330         IF WS-REFFILE-STATUS NOT = '00'
009340             DISPLAY '*** FATAL - REFFILE OPEN FAILED, STATUS '
009350                     WS-REFFILE-STATUS
009360             MOVE 16 TO RETURN-CODE
009370             STOP RUN
009380         END-IF
009390         PERFORM 4100-PROCESS-ONE-REFERRAL THRU 4100-EXIT
009400                 UNTIL WS-REFFILE-EOF-YES
009410         CLOSE REFFILE
009420     END-IF.
009430     CLOSE REFNEW.
009440 4000-EXIT.
009450     EXIT.
009460*
009470*----------------------------------------------------------------
009480* 4100-PROCESS-ONE-REFERRAL - READ ONE REFERRED ITEM, APPLY ANY
009490*                             DISPOSITION STANDING AGAINST IT, AND
009500*                             COPY IT FORWARD IF IT WAS NOT
009510*                             DISPOSED
009520*----------------------------------------------------------------
009530 4100-PROCESS-ONE-REFERRAL.
009540     READ REFFILE
009550         AT END
009560             SET WS-REFFILE-EOF-YES TO TRUE
009570     END-READ.
009580     IF NOT WS-REFFILE-EOF-YES
009590         ADD 1 TO WS-REF-READ-COUNT
009600         SET WS-ITEM-FROM-REFERRAL TO TRUE
009610         MOVE 'REFFILE'       TO WS-ITEM-FILE-ID
009620         MOVE REF-REASON-CODE TO WS-ITEM-REASON-CODE
009630         MOVE REF-REASON-TEXT TO WS-ITEM-REASON-TEXT
009640         MOVE REF-RECORD-IMAGE TO WS-DETAIL-RECORD
009650         PERFORM 5000-MATCH-DISPOSITION THRU 5000-EXIT
009660         IF WS-ITEM-KEPT
009670             MOVE REF-RECORD TO REF-NEW-RECORD
009680             WRITE REF-NEW-RECORD
009690             ADD 1 TO WS-REF-KEPT-COUNT
009700         END-IF
009710     END-IF.
009720 4100-EXIT.
009730     EXIT.
009740*
009750*----------------------------------------------------------------
009760* 5000-MATCH-DISPOSITION - LOOK FOR A PENDING DISPOSITION NAMING
009770*                          THE CURRENT ITEM'S TRAN-ID AND, IF ONE
009780*                          IS FOUND, APPLY IT.  EXPECTS THE ITEM'S
009790*                          RECORD IMAGE IN WS-DETAIL-RECORD AND
009800*                          THE WS-ITEM- FIELDS TO BE SET.  THE
009810*                          FIRST ITEM FOUND WITH THE TRAN-ID TAKES
009820*                          THE DISPOSITION.
009830*----------------------------------------------------------------
009840 5000-MATCH-DISPOSITION.
009850     MOVE 'N' TO WS-ITEM-DISPOSED-SWITCH.
009860     MOVE 'N' TO WS-DSP-FOUND-SWITCH.
009870     MOVE TRAN-ID TO WS-ITEM-TRAN-ID.
009880     IF WS-DSP-COUNT > 0
009890         SET WS-DSP-IDX TO 1
009900         SEARCH WS-DSP-ENTRY
009910             AT END
009920                 CONTINUE
009930             WHEN WS-DSP-TRAN-ID-TBL(WS-DSP-IDX) = WS-ITEM-TRAN-ID
009940                     AND WS-DSP-STATE-TBL(WS-DSP-IDX) = 'P'
009950                 MOVE 'Y' TO WS-DSP-FOUND-SWITCH
009960         END-SEARCH
009970     END-IF.
009980     IF WS-DSP-FOUND
009990         PERFORM 5100-APPLY-DISPOSITION THRU 5100-EXIT
010000     END-IF.
010010 5000-EXIT.
010020     EXIT.
010030*
010040*----------------------------------------------------------------
010050* 5100-APPLY-DISPOSITION - CARRY OUT THE MATCHED DISPOSITION.  A
010060*                          REPOST OR A RETURN IS VALID ON ANY OF
010070*                          THE THREE FILES.  A WRITE-OFF IS VALID
010080*                          ONLY ON A SUSPENDED OR REFERRED ITEM --
010090*                          A HELD ITEM IS NOT YET DUE, SO THERE
010100*                          IS NOTHING TO LOSE.  A CANCEL IS VALID
010110*                          ONLY ON A HELD ITEM.  AN ACTION NOT
010120*                          VALID FOR THE ITEM'S FILE REJECTS AND
010130*                          LEAVES THE ITEM WHERE IT IS.
010140*----------------------------------------------------------------
010150 5100-APPLY-DISPOSITION.
010160     MOVE 0 TO WS-REJECT-REASON-CODE.
010170     MOVE WS-ITEM-FILE-ID     TO WS-DSP-FILE-TBL(WS-DSP-IDX).
010180     MOVE TRAN-ACCOUNT-NUMBER TO WS-DSP-OLD-ACCT-TBL(WS-DSP-IDX).
010190     MOVE TRAN-AMOUNT         TO WS-DSP-AMOUNT-TBL(WS-DSP-IDX).
010200     EVALUATE WS-DSP-ACTION-TBL(WS-DSP-IDX)
010210         WHEN 'P'
010220             PERFORM 5200-STAGE-REPOST THRU 5200-EXIT
010230         WHEN 'W'
010240             IF WS-ITEM-FROM-HELD
010250                 SET DSP-WRONG-FILE-ACTION TO TRUE
010260             ELSE
010270                 PERFORM 5300-STAGE-WRITEOFF THRU 5300-EXIT
010280             END-IF
010290         WHEN 'R'
010300             PERFORM 5400-WRITE-RETURN THRU 5400-EXIT
010310         WHEN 'X'
010320             IF WS-ITEM-FROM-HELD
010330                 ADD 1 TO WS-CANCEL-COUNT
010340             ELSE
010350                 SET DSP-WRONG-FILE-ACTION TO TRUE
010360             END-IF
010370     END-EVALUATE.
010380     IF WS-REJECT-REASON-CODE = 0
010390         MOVE 'A' TO WS-DSP-STATE-TBL(WS-DSP-IDX)
010400         MOVE 'Y' TO WS-ITEM-DISPOSED-SWITCH
010410     ELSE
010420         MOVE 'R' TO WS-DSP-STATE-TBL(WS-DSP-IDX)
010430         MOVE WS-REJECT-REASON-CODE
010440                 TO WS-DSP-REASON-TBL(WS-DSP-IDX)
010450         ADD 1 TO WS-REJECT-COUNT
010460     END-IF.
010470 5100-EXIT.
010480     EXIT.
010490*
010500*----------------------------------------------------------------
010510* 5200-STAGE-REPOST - REPOST THE ITEM TO THE CORRECTED ACCOUNT.
010520*                     THE ORIGINAL RECORD IMAGE IS RE-ISSUED WITH
010530*                     ONLY THE ACCOUNT NUMBER CHANGED: SAME RECORD
010540*                     TYPE, TRAN-ID, TYPE CODE, AMOUNT, EFFECTIVE
010550*                     DATE AND CURRENCY.  THE TRAN-ID NEVER
010560*                     POSTED, SO IT PASSES BATCHPROC'S DUPLICATE
010570*                     CHECK, AND KEEPING IT TIES THE POSTING BACK
010580*                     TO THE EXCEPTION.  A HELD ITEM KEEPS ITS
010590*                     FUTURE EFFECTIVE DATE AND IS HELD AGAIN
010600*                     UNDER THE CORRECTED ACCOUNT UNTIL IT COMES
010610*                     DUE.
010620*----------------------------------------------------------------
010630 5200-STAGE-REPOST.
010640     MOVE WS-DSP-NEW-ACCT-TBL(WS-DSP-IDX) TO TRAN-ACCOUNT-NUMBER.
010650     PERFORM 5500-STAGE-ONE-DETAIL THRU 5500-EXIT.
010660     ADD 1 TO WS-REPOST-COUNT.
010670 5200-EXIT.
010680     EXIT.
010690*
010700*----------------------------------------------------------------
010710* 5300-STAGE-WRITEOFF - WRITE THE ITEM OFF.  THE ITEM IS RE-ISSUED
010720*                       AGAINST THE WRITE-OFF ACCOUNT UNDER THE
010730*                       WRITE-OFF TYPE CODE FOR ITS OWN SIDE, SO
010740*                       ITS CUSTOMER-SIDE GL ENTRY LANDS ON THE
010750*                       LOSS GL, DATED TODAY.  IT IS TYPED 'O'
010760*                       (SUPERVISOR OVERRIDE) SINCE THE WRITE-OFF
010770*                       IS ALREADY AN AUTHORIZED DECISION AND MUST
010780*                       NOT BE REFERRED ON THE WRITE-OFF ACCOUNT.
010790*                       AN ITEM WHOSE OWN TYPE CODE IS NO LONGER
010800*                       ON TYPEFILE CANNOT BE SIDED AND REJECTS.
010810*----------------------------------------------------------------
010820 5300-STAGE-WRITEOFF.
010830     MOVE TRAN-TYPE-CODE TO WS-LOOKUP-TYPE-CODE.
010840     PERFORM 1160-LOOKUP-TYPE-CODE THRU 1160-EXIT.
010850     IF WS-TYPE-NOT-FOUND
010860         SET DSP-TYPE-NOT-ON-FILE TO TRUE
010870     ELSE
010880         MOVE 'O'                  TO TRAN-REC-TYPE
010890         MOVE WS-WRITEOFF-ACCOUNT  TO TRAN-ACCOUNT-NUMBER
010900         IF WS-TYPE-DRCR-SIDE = 'D'
010910             MOVE WS-WO-DEBIT-TYPE-CODE  TO TRAN-TYPE-CODE
010920         ELSE
010930             MOVE WS-WO-CREDIT-TYPE-CODE TO TRAN-TYPE-CODE
010940         END-IF
010950         MOVE WS-PROCESSING-DATE   TO TRAN-EFFECTIVE-DATE
010960         MOVE WS-WRITEOFF-ACCOUNT
010970                 TO WS-DSP-NEW-ACCT-TBL(WS-DSP-IDX)
010980         PERFORM 5500-STAGE-ONE-DETAIL THRU 5500-EXIT
010990         ADD 1 TO WS-WRITEOFF-COUNT
011000     END-IF.
011010 5300-EXIT.
011020     EXIT.
011030*
011040*----------------------------------------------------------------
011050* 5400-WRITE-RETURN - RETURN THE ITEM TO ITS SENDER: WRITE THE
011060*                     RETURN RECORD WITH THE REASON THE ITEM WAS
011070*                     CARRYING AND THE ORIGINAL RECORD IMAGE
011080*----------------------------------------------------------------
011090 5400-WRITE-RETURN.
011100     MOVE WS-ITEM-FILE-ID      TO WS-RET-FILE-ID.
011110     MOVE WS-ITEM-REASON-CODE  TO WS-RET-REASON-CODE.
011120     MOVE WS-ITEM-REASON-TEXT  TO WS-RET-REASON-TEXT.
011130     MOVE WS-PROCESSING-DATE   TO WS-RET-DATE.
011140     MOVE WS-DSP-OPERATOR-TBL(WS-DSP-IDX) TO WS-RET-OPERATOR-ID.
011150     MOVE WS-DETAIL-RECORD     TO WS-RET-RECORD-IMAGE.
011160     MOVE WS-RET-RECORD        TO DSP-RETURN-RECORD.
011170     WRITE DSP-RETURN-RECORD.
011180     ADD 1 TO WS-RETURN-COUNT.
011190 5400-EXIT.
011200     EXIT.
011210*
011220*----------------------------------------------------------------
011230* 5500-STAGE-ONE-DETAIL - WRITE THE ADJUSTED DETAIL RECORD TO THE
011240*                         WORK FILE AND ROLL ITS AMOUNT INTO THE
011250*                         TRAILER'S CONTROL FIGURES
011260*----------------------------------------------------------------
011270 5500-STAGE-ONE-DETAIL.
011280     MOVE WS-DETAIL-RECORD   TO DSP-WORK-RECORD.
011290     WRITE DSP-WORK-RECORD.
011300     ADD 1 TO WS-DETAIL-COUNT.
011310     ADD TRAN-AMOUNT TO WS-CONTROL-AMOUNT.
011320 5500-EXIT.
011330     EXIT.
011340*
011350*----------------------------------------------------------------
011360* 8000-FINALIZE - REJECT EVERY DISPOSITION THAT MATCHED NO ITEM,
011370*                 ASSEMBLE THE BATCH GROUP ON DSPOUT (HEADER, THE
011380*                 STAGED DETAILS, TRAILER) THE SAME WAY ACCRGEN
011390*                 DOES, PRINT THE REGISTER, REPORT THE RUN'S
011400*                 COUNTS AND SET THE RETURN CODE.  ANY REJECTED
011410*                 DISPOSITION LEAVES A RETURN CODE OF 4 SO THE
011420*                 SCHEDULER CAN FLAG THE REGISTER FOR REVIEW.
011430*----------------------------------------------------------------
011440 8000-FINALIZE.
011450     CLOSE DSPWORK.
011460     CLOSE DSPRET.
011470     PERFORM 8050-REJECT-UNMATCHED THRU 8050-EXIT
011480             VARYING WS-DSP-SUB FROM 1 BY 1
011490             UNTIL WS-DSP-SUB > WS-DSP-COUNT.
011500     IF WS-CONTROL-AMOUNT > 9999999.99
011510         DISPLAY '*** FATAL - BATCH TOTAL ' WS-CONTROL-AMOUNT
011520                 ' EXCEEDS THE TRAILER CONTROL AMOUNT FIELD, '
011530                 'NO BATCH WRITTEN'
011540         MOVE 16 TO RETURN-CODE
011550         STOP RUN
011560     END-IF.
011570     OPEN OUTPUT DSPOUT.
011580     IF WS-DSPOUT-STATUS NOT = '00'
011590         DISPLAY '*** FATAL - DSPOUT OPEN FAILED, STATUS '
011600                 WS-DSPOUT-STATUS
011610         MOVE 16 TO RETURN-CODE
011620         STOP RUN
011630     END-IF.
011640     MOVE WS-PROCESSING-DATE TO WS-HDR-RUN-DATE.
011650     MOVE WS-DETAIL-COUNT    TO WS-HDR-EXPECTED-COUNT.
011660     MOVE WS-BATCH-ID        TO WS-HDR-BATCH-ID.
011670     MOVE WS-HEADER-RECORD   TO DSP-OUT-RECORD.
011680     WRITE DSP-OUT-RECORD.
011690     MOVE 'N' TO WS-DSPWORK-EOF-SWITCH.
011700     OPEN INPUT DSPWORK.
011710     IF WS-DSPWORK-STATUS NOT = '00'
011720         DISPLAY '*** FATAL - DSPWORK RE-OPEN FAILED, STATUS '
011730                 WS-DSPWORK-STATUS
011740         MOVE 16 TO RETURN-CODE
011750         STOP RUN
011760     END-IF.
011770     PERFORM 8100-COPY-ONE-DETAIL THRU 8100-EXIT
011780             UNTIL WS-DSPWORK-EOF-YES.
011790     CLOSE DSPWORK.
011800     MOVE WS-DETAIL-COUNT    TO WS-TRL-CONTROL-COUNT.
011810     MOVE WS-CONTROL-AMOUNT  TO WS-TRL-CONTROL-AMOUNT.
011820     MOVE WS-TRAILER-RECORD  TO DSP-OUT-RECORD.
011830     WRITE DSP-OUT-RECORD.
011840     CLOSE DSPOUT.
011850     PERFORM 8200-PRINT-REGISTER THRU 8200-EXIT.
011860     DISPLAY 'EXCPDISP - EXCEPTION DISPOSITION TOTALS'.
011870     DISPLAY 'DISPOSITIONS READ      : ' WS-DSP-READ-COUNT.
011880     DISPLAY 'HELD ITEMS READ / KEPT : ' WS-HELD-READ-COUNT
011890             ' / ' WS-HELD-KEPT-COUNT.
011900     DISPLAY 'SUSPENSE READ / KEPT   : ' WS-SUS-READ-COUNT
011910             ' / ' WS-SUS-KEPT-COUNT.
011920     DISPLAY 'REFERRALS READ / KEPT  : ' WS-REF-READ-COUNT
011930             ' / ' WS-REF-KEPT-COUNT.
011940     DISPLAY 'REPOSTED               : ' WS-REPOST-COUNT.
011950     DISPLAY 'WRITTEN OFF            : ' WS-WRITEOFF-COUNT.
011960     DISPLAY 'RETURNED TO SENDER     : ' WS-RETURN-COUNT.
011970     DISPLAY 'HELD ITEMS CANCELLED   : ' WS-CANCEL-COUNT.
011980     DISPLAY 'REJECTED               : ' WS-REJECT-COUNT.
011990     DISPLAY 'BATCH ' WS-BATCH-ID ' WRITTEN: '
012000             WS-DETAIL-COUNT ' DETAILS, TOTAL '
012010             WS-CONTROL-AMOUNT.
012020     IF WS-REJECT-COUNT > 0
012030         IF RETURN-CODE < 4
012040             MOVE 4 TO RETURN-CODE
012050         END-IF
012060     END-IF.
012070 8000-EXIT.
012080     EXIT.
012090*
012100*----------------------------------------------------------------
012110* 8050-REJECT-UNMATCHED - A DISPOSITION STILL PENDING AFTER ALL
012120*                         THREE FILES HAVE BEEN PASSED NAMED AN
012130*                         ITEM THAT IS ON NONE OF THEM
012140*----------------------------------------------------------------
012150 8050-REJECT-UNMATCHED.
012160     IF WS-DSP-STATE-TBL(WS-DSP-SUB) = 'P'
012170         MOVE 'R' TO WS-DSP-STATE-TBL(WS-DSP-SUB)
012180         MOVE 06  TO WS-DSP-REASON-TBL(WS-DSP-SUB)
012190         ADD 1 TO WS-REJECT-COUNT
012200     END-IF.
012210 8050-EXIT.
012220     EXIT.
012230*
012240*----------------------------------------------------------------
012250* 8100-COPY-ONE-DETAIL - COPY ONE STAGED DETAIL RECORD FROM THE
012260*                        WORK FILE TO THE BATCH GROUP
012270*----------------------------------------------------------------
012280 8100-COPY-ONE-DETAIL.
012290     READ DSPWORK
012300         AT END
012310             SET WS-DSPWORK-EOF-YES TO TRUE
012320         NOT AT END
012330             MOVE DSP-WORK-RECORD TO DSP-OUT-RECORD
012340             WRITE DSP-OUT-RECORD
012350     END-READ.
012360 8100-EXIT.
012370     EXIT.
012380*
012390*----------------------------------------------------------------
012400* 8200-PRINT-REGISTER - PRINT THE DISPOSITION REGISTER: ONE LINE
012410*                       PER DISPOSITION IN THE ORDER KEYED, THEN
012420*                       THE TOTALS
012430*----------------------------------------------------------------
012440 8200-PRINT-REGISTER.
012450     OPEN OUTPUT DSPREG.
012460     IF WS-DSPREG-STATUS NOT = '00'
012470         DISPLAY '*** FATAL - DSPREG OPEN FAILED, STATUS '
012480                 WS-DSPREG-STATUS
012490         MOVE 16 TO RETURN-CODE
012500         STOP RUN
012510     END-IF.
012520     MOVE SPACES TO DSP-REGISTER-LINE.
012530     STRING 'EXCEPTION DISPOSITION REGISTER - '
012540            WS-PROCESSING-DATE
012550            '   BATCH ' WS-BATCH-ID
012560            DELIMITED BY SIZE
012570            INTO DSP-REGISTER-LINE.
012580     WRITE DSP-REGISTER-LINE.
012590     MOVE SPACES TO DSP-REGISTER-LINE.
012600     STRING 'DATE      OPERATOR  TRAN    ACTION    FILE      '
012610            'ACCOUNT   NEW ACCT     AMOUNT  DISPOSITION'
012620            DELIMITED BY SIZE
012630            INTO DSP-REGISTER-LINE.
012640     WRITE DSP-REGISTER-LINE.
012650     PERFORM 8210-PRINT-ONE-DISPOSITION THRU 8210-EXIT
012660             VARYING WS-DSP-SUB FROM 1 BY 1
012670             UNTIL WS-DSP-SUB > WS-DSP-COUNT.
012680     MOVE SPACES TO DSP-REGISTER-LINE.
012690     WRITE DSP-REGISTER-LINE.
012700     MOVE WS-DSP-READ-COUNT TO WS-DSP-READ-COUNT-D.
012710     MOVE WS-REPOST-COUNT   TO WS-REPOST-COUNT-D.
012720     MOVE WS-WRITEOFF-COUNT TO WS-WRITEOFF-COUNT-D.
012730     MOVE WS-RETURN-COUNT   TO WS-RETURN-COUNT-D.
012740     MOVE WS-CANCEL-COUNT   TO WS-CANCEL-COUNT-D.
012750     MOVE WS-REJECT-COUNT   TO WS-REJECT-COUNT-D.
012760     MOVE SPACES TO DSP-REGISTER-LINE.
012770     STRING 'DISPOSITIONS READ ' WS-DSP-READ-COUNT-D
012780            '  REPOSTED ' WS-REPOST-COUNT-D
012790            '  WRITTEN OFF ' WS-WRITEOFF-COUNT-D
012800            '  RETURNED ' WS-RETURN-COUNT-D
012810            '  CANCELLED ' WS-CANCEL-COUNT-D
012820            '  REJECTED ' WS-REJECT-COUNT-D
012830            DELIMITED BY SIZE
012840            INTO DSP-REGISTER-LINE.
012850     WRITE DSP-REGISTER-LINE.
012860     CLOSE DSPREG.
012870 8200-EXIT.
012880     EXIT.
012890*
012900*----------------------------------------------------------------
012910* 8210-PRINT-ONE-DISPOSITION - PRINT ONE REGISTER LINE SHOWING
012920*                              WHAT THE OPERATOR ASKED FOR AND
012930*                              WHAT WAS DONE WITH IT
012940*----------------------------------------------------------------
012950 8210-PRINT-ONE-DISPOSITION.
012960     MOVE WS-PROCESSING-DATE TO WS-REG-DATE.
012970     MOVE WS-DSP-OPERATOR-TBL(WS-DSP-SUB) TO WS-REG-OPERATOR.
012980     MOVE WS-DSP-TRAN-ID-TBL(WS-DSP-SUB)  TO WS-REG-TRAN-ID.
012990     EVALUATE WS-DSP-ACTION-TBL(WS-DSP-SUB)
013000         WHEN 'P'
013010             MOVE 'REPOST'   TO WS-REG-ACTION
013020         WHEN 'W'
013030             MOVE 'WRITEOFF' TO WS-REG-ACTION
013040         WHEN 'R'
013050             MOVE 'RETURN'   TO WS-REG-ACTION
013060         WHEN 'X'
013070             MOVE 'CANCEL'   TO WS-REG-ACTION
013080         WHEN OTHER
013090             MOVE WS-DSP-ACTION-TBL(WS-DSP-SUB) TO WS-REG-ACTION
013100     END-EVALUATE.
013110     MOVE WS-DSP-FILE-TBL(WS-DSP-SUB) TO WS-REG-FILE.
013120     IF WS-DSP-FILE-TBL(WS-DSP-SUB) = SPACES
013130         MOVE SPACES TO WS-REG-OLD-ACCOUNT
013140         MOVE 0      TO WS-REG-AMOUNT
013150     ELSE
013160         MOVE WS-DSP-OLD-ACCT-TBL(WS-DSP-SUB)
013170                 TO WS-REG-OLD-ACCOUNT
013180         MOVE WS-DSP-AMOUNT-TBL(WS-DSP-SUB)   TO WS-REG-AMOUNT
013190     END-IF.
013200     IF WS-DSP-NEW-ACCT-TBL(WS-DSP-SUB) = 0
013210         MOVE SPACES TO WS-REG-NEW-ACCOUNT
013220     ELSE
013230         MOVE WS-DSP-NEW-ACCT-TBL(WS-DSP-SUB)
013240                 TO WS-REG-NEW-ACCOUNT
013250     END-IF.
013260     IF WS-DSP-STATE-TBL(WS-DSP-SUB) = 'R'
013270         MOVE WS-DSP-REASON-TBL(WS-DSP-SUB)
013280                 TO WS-REJECT-REASON-CODE
013290         PERFORM 8220-SET-REJECT-TEXT THRU 8220-EXIT
013300         STRING 'REJECTED ' WS-REJECT-REASON-CODE ' '
013310                WS-REJECT-REASON-TEXT
013320                DELIMITED BY SIZE
013330                INTO WS-REG-DISPOSITION
013340     ELSE
013350         MOVE 'APPLIED' TO WS-REG-DISPOSITION
013360     END-IF.
013370     MOVE WS-REGISTER-LINE TO DSP-REGISTER-LINE.
013380     MOVE SPACES TO WS-REG-DISPOSITION.
013390     WRITE DSP-REGISTER-LINE.
013400 8210-EXIT.
013410     EXIT.
013420*
013430*----------------------------------------------------------------
013440* 8220-SET-REJECT-TEXT - TRANSLATE THE REJECT REASON CODE TO THE
013450*                        TEXT PRINTED ON THE REGISTER
013460*----------------------------------------------------------------
013470 8220-SET-REJECT-TEXT.
013480     EVALUATE TRUE
013490         WHEN DSP-INVALID-ACTION
013500             MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON-TEXT
013510         WHEN DSP-NONNUMERIC-TRAN-ID
013520             MOVE 'NON-NUMERIC TRAN-ID' TO WS-REJECT-REASON-TEXT
013530         WHEN DSP-BLANK-OPERATOR
013540             MOVE 'OPERATOR ID IS BLANK' TO WS-REJECT-REASON-TEXT
013550         WHEN DSP-INVALID-NEW-ACCT
013560             MOVE 'INVALID CORRECTED ACCOUNT'
013570                     TO WS-REJECT-REASON-TEXT
013580         WHEN DSP-DUPLICATE-DISP
013590             MOVE 'TRAN-ID ALREADY DISPOSED'
013600                     TO WS-REJECT-REASON-TEXT
013610         WHEN DSP-ITEM-NOT-FOUND
013620             MOVE 'ITEM NOT ON ANY EXCEPTION FILE'
013630                     TO WS-REJECT-REASON-TEXT
013640         WHEN DSP-WRONG-FILE-ACTION
013650             MOVE 'ACTION NOT VALID FOR THE FILE'
013660                     TO WS-REJECT-REASON-TEXT
013670         WHEN DSP-TYPE-NOT-ON-FILE
013680             MOVE 'ITEM TYPE CODE NOT ON TYPEFILE'
013690                     TO WS-REJECT-REASON-TEXT
013700         WHEN OTHER
013710             MOVE 'UNKNOWN EDIT FAILURE' TO WS-REJECT-REASON-TEXT
013720     END-EVALUATE.
013730 8220-EXIT.
013740     EXIT.
