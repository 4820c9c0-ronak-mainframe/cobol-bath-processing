000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CASHMON.
000030 AUTHOR.        R HUCKABY.
000040 INSTALLATION.  DAILY BATCH PROCESSING GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26  RH  ORIGINAL PROGRAM.  NOTHING IN THE SYSTEM LOOKED
000110*               AT POSTED ACTIVITY ACROSS TRANSACTIONS FOR
000120*               REGULATORY REPORTING; COMPLIANCE WAS BUILDING IT
000130*               BY HAND FROM THE CTLRPT TYPE SUBTOTALS, WHICH
000140*               CANNOT SEE INDIVIDUAL ACCOUNTS.  THIS PROGRAM
000150*               RUNS BEHIND BATCHPROC AND READS THE NIGHT'S
000160*               POSTED ACTIVITY FROM ACTWORK.  A TYPE CODE
000170*               FLAGGED AS CASH ON TYPEFILE IS CASH ACTIVITY.
000180*               EACH ACCOUNT'S CASH IN AND CASH OUT FOR THE DAY
000190*               IS ADDED TO A ROLLING HISTORY FILE (CASHHIN IN,
000200*               CASHHIST OUT) KEPT PER ACCOUNT AND, THROUGH
000210*               ACCT-CUSTOMER-NUMBER, PER CUSTOMER ACROSS ALL OF
000220*               THEIR ACCOUNTS.  TWO REPORTS ARE PRODUCED FROM
000230*               THE CASHCTL CONTROL CARD LIMITS:
000240*                 CTRRPT  - CURRENCY TRANSACTION REPORT OF EVERY
000250*                 ACCOUNT (AND CUSTOMER) WHOSE CASH IN OR CASH
000260*                 OUT FOR THE PROCESSING DAY EXCEEDS THE
000270*                 THRESHOLD.
000280*                 WATCHRPT - STRUCTURING WATCH LIST OF EVERY
000290*                 ACCOUNT (AND CUSTOMER) WITH REPEATED CASH ITEMS
000300*                 JUST UNDER THE THRESHOLD INSIDE THE ROLLING
000310*                 WINDOW.
000320*               RE-RUNNING A PROCESSING DATE REPLACES THAT DATE'S
000330*               HISTORY RATHER THAN ADDING TO IT.  ANY ENTRY ON
000340*               EITHER REPORT SETS A RETURN CODE OF 4 SO THE
000350*               REPORTS ARE ROUTED TO COMPLIANCE FOR REVIEW.
000360* 10/15/26  RH  ADDED THE RUN-LEDGER CHECK.  THE RUN IS REFUSED
000370*               IF IT HAS ALREADY ENDED FOR THE PROCESSING DATE OR
000380*               IF THE BATCHPROC POSTING RUN HAS NOT ENDED
000390*               CLEANLY, UNLESS AN OPERATOR OVERRIDE CARD
000400*               (RUNOVRD) NAMES IT.  START AND END RECORDS GO TO
000410*               THE RUN LEDGER (RUNLEDG).
000420*----------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.  IBM-370.
000460 OBJECT-COMPUTER.  IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT CTLCARD   ASSIGN TO CTLCARD
000500            ORGANIZATION IS LINE SEQUENTIAL
000510            FILE STATUS IS WS-CTLCARD-STATUS.
000520     SELECT RUNLEDG   ASSIGN TO RUNLEDG
000530            ORGANIZATION IS LINE SEQUENTIAL
000540            FILE STATUS IS WS-RUNLEDG-STATUS.
000550     SELECT RUNOVRD   ASSIGN TO RUNOVRD
000560            ORGANIZATION IS LINE SEQUENTIAL
000570            FILE STATUS IS WS-RUNOVRD-STATUS.
000580     SELECT CASHCTL   ASSIGN TO CASHCTL
000590            ORGANIZATION IS LINE SEQUENTIAL
000600            FILE STATUS IS WS-CASHCTL-STATUS.
000610     SELECT TYPEFILE  ASSIGN TO TYPEFILE
000620            ORGANIZATION IS LINE SEQUENTIAL
000630            FILE STATUS IS WS-TYPEFILE-STATUS.
000640     SELECT ACTWORK   ASSIGN TO ACTWORK
000650            ORGANIZATION IS LINE SEQUENTIAL
000660            FILE STATUS IS WS-ACTWORK-STATUS.
000670     SELECT ACCTMAST  ASSIGN TO ACCTMAST
000680            ORGANIZATION IS INDEXED
000690            ACCESS MODE IS RANDOM
000700            RECORD KEY IS ACCT-NUMBER
000710            FILE STATUS IS WS-ACCTMAST-STATUS.
000720     SELECT CUSTMAST  ASSIGN TO CUSTMAST
000730            ORGANIZATION IS INDEXED
000740            ACCESS MODE IS RANDOM
000750            RECORD KEY IS CUST-NUMBER
000760            FILE STATUS IS WS-CUSTMAST-STATUS.
000770     SELECT CASHHIN   ASSIGN TO CASHHIN
000780            ORGANIZATION IS LINE SEQUENTIAL
000790            FILE STATUS IS WS-CASHHIN-STATUS.
000800     SELECT CASHHIST  ASSIGN TO CASHHIST
000810            ORGANIZATION IS LINE SEQUENTIAL
000820            FILE STATUS IS WS-CASHHIST-STATUS.
000830     SELECT CTRRPT    ASSIGN TO CTRRPT
000840            ORGANIZATION IS LINE SEQUENTIAL
000850            FILE STATUS IS WS-CTRRPT-STATUS.
000860     SELECT WATCHRPT  ASSIGN TO WATCHRPT
000870            ORGANIZATION IS LINE SEQUENTIAL
000880            FILE STATUS IS WS-WATCHRPT-STATUS.
000890     SELECT CASHSORT  ASSIGN TO CASHSORT.
000900*
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  CTLCARD.
000940 01  CTL-RECORD.
000950     05  CTL-PROCESSING-DATE       PIC 9(08).
000960     05  FILLER                    PIC X(72).
000970*
000980*----------------------------------------------------------------
000990* RUNLEDG - THE NIGHTLY STREAM'S RUN LEDGER, READ AT STARTUP TO
001000* CHECK THIS RUN'S PLACE IN THE STREAM AND EXTENDED WITH ITS
001010* START AND END RECORDS.  RUNOVRD - OPTIONAL OPERATOR OVERRIDE
001020* CARD THAT LETS A REFUSED RUN GO AHEAD.
001030*----------------------------------------------------------------
001040 FD  RUNLEDG.
001050 01  RUNL-RECORD.
001060     COPY RUNLREC.
001070*
001080 FD  RUNOVRD.
001090 01  RUNO-RECORD.
001100     COPY RUNOREC.
001110*
001120*----------------------------------------------------------------
001130* CASHCTL - ONE CONTROL CARD GIVING THE MONITORING LIMITS:
001140*   THE CURRENCY TRANSACTION THRESHOLD (A DAY'S CASH IN OR CASH
001150*   OUT ABOVE IT IS REPORTED), THE FLOOR OF THE JUST-UNDER BAND
001160*   (A CASH ITEM FROM THE FLOOR UP TO AND INCLUDING THE
001170*   THRESHOLD IS A NEAR-THRESHOLD ITEM), THE ROLLING WINDOW IN
001180*   DAYS, AND HOW MANY NEAR-THRESHOLD ITEMS INSIDE THE WINDOW
001190*   PUT AN ACCOUNT ON THE WATCH LIST.  AMOUNTS CARRY TWO
001200*   IMPLIED DECIMALS.
001210*----------------------------------------------------------------
001220 FD  CASHCTL.
001230 01  CSC-RECORD.
001240     05  CSC-THRESHOLD             PIC 9(07)V99.
001250     05  CSC-NEAR-FLOOR            PIC 9(07)V99.
001260     05  CSC-WINDOW-DAYS           PIC 9(03).
001270     05  CSC-WATCH-COUNT           PIC 9(03).
001280     05  FILLER                    PIC X(56).
001290*
001300*----------------------------------------------------------------
001310* TYPEFILE - THE TRANSACTION-TYPE REFERENCE FILE, SAME LAYOUT AS
001320* BATCHPROC'S.  ONLY THE CODE, THE DR/CR SIDE AND THE CASH FLAG
001330* ARE USED HERE.
001340*----------------------------------------------------------------
001350 FD  TYPEFILE.
001360 01  TYPE-RECORD.
001370     05  TYPE-CODE                 PIC X(01).
001380     05  TYPE-DESCRIPTION          PIC X(20).
001390     05  TYPE-DR-CR                PIC X(01).
001400     05  TYPE-GL-ACCOUNT           PIC 9(08).
001410     05  TYPE-CASH-FLAG            PIC X(01).
001420     05  FILLER                    PIC X(49).
001430*
001440*----------------------------------------------------------------
001450* ACTWORK - BATCHPROC'S ACTIVITY FILE: ONE RECORD PER POSTING TO
001460* AN ACCOUNT BALANCE, INCLUDING REVERSAL BACKOUTS, WHICH CARRY
001470* THE OPPOSITE SIDE TO THEIR TYPE CODE
001480*----------------------------------------------------------------
001490 FD  ACTWORK.
001500 01  ACTIVITY-RECORD.
001510     05  ACTW-ACCOUNT              PIC 9(08).
001520     05  FILLER                    PIC X(01).
001530     05  ACTW-TRAN-ID              PIC 9(06).
001540     05  FILLER                    PIC X(01).
001550     05  ACTW-TYPE-CODE            PIC X(01).
001560     05  FILLER                    PIC X(01).
001570     05  ACTW-DR-CR                PIC X(01).
001580     05  FILLER                    PIC X(01).
001590     05  ACTW-AMOUNT               PIC 9(05)V99.
001600*
001610 FD  ACCTMAST.
001620 01  ACCT-MASTER-RECORD.
001630     COPY ACCTREC.
001640*
001650 FD  CUSTMAST.
001660 01  CUST-MASTER-RECORD.
001670     COPY CUSTREC.
001680*
001690*----------------------------------------------------------------
001700* CASHHIN / CASHHIST - THE ROLLING CASH HISTORY, PRIOR AND NEW.
001710* ONE RECORD PER ACCOUNT ('A') OR CUSTOMER ('C') PER PROCESSING
001720* DATE THAT HAD CASH ACTIVITY.  LAYOUT IS WS-CHS-RECORD BELOW.
001730*----------------------------------------------------------------
001740 FD  CASHHIN.
001750 01  CASHHIN-RECORD                PIC X(80).
001760*
001770 FD  CASHHIST.
001780 01  CASHHIST-RECORD               PIC X(80).
001790*
001800 FD  CTRRPT.
001810 01  CTR-REPORT-LINE               PIC X(132).
001820*
001830 FD  WATCHRPT.
001840 01  WATCH-REPORT-LINE             PIC X(132).
001850*
001860*----------------------------------------------------------------
001870* CASHSORT - SORT WORK FILE THAT BRINGS THE DAY'S CASH ITEMS AND
001880* THE RETAINED HISTORY TOGETHER BY ACCOUNT OR CUSTOMER AND DATE
001890*----------------------------------------------------------------
001900 SD  CASHSORT.
001910 01  CSR-SORT-RECORD.
001920     05  CSR-KEY-TYPE              PIC X(01).
001930     05  CSR-KEY-NUMBER            PIC 9(08).
001940     05  CSR-DATE                  PIC 9(08).
001950     05  FILLER                    PIC X(63).
001960*
001970 WORKING-STORAGE SECTION.
001980*----------------------------------------------------------------
001990* FILE STATUS AND CONTROL SWITCHES
002000*----------------------------------------------------------------
002010 77  WS-CTLCARD-STATUS           PIC X(02) VALUE SPACES.
002020 77  WS-CASHCTL-STATUS           PIC X(02) VALUE SPACES.
002030 77  WS-TYPEFILE-STATUS          PIC X(02) VALUE SPACES.
002040 77  WS-ACTWORK-STATUS           PIC X(02) VALUE SPACES.
002050 77  WS-ACCTMAST-STATUS          PIC X(02) VALUE SPACES.
002060 77  WS-CUSTMAST-STATUS          PIC X(02) VALUE SPACES.
002070 77  WS-CASHHIN-STATUS           PIC X(02) VALUE SPACES.
002080 77  WS-CASHHIST-STATUS          PIC X(02) VALUE SPACES.
002090 77  WS-CTRRPT-STATUS            PIC X(02) VALUE SPACES.
002100 77  WS-WATCHRPT-STATUS          PIC X(02) VALUE SPACES.
002110*
002120 01  WS-TYPEFILE-EOF-SWITCH      PIC X(01) VALUE 'N'.
002130     88  WS-TYPEFILE-EOF-YES     VALUE 'Y'.
002140 01  WS-ACTWORK-EOF-SWITCH       PIC X(01) VALUE 'N'.
002150     88  WS-ACTWORK-EOF-YES      VALUE 'Y'.
002160 01  WS-CASHHIN-EOF-SWITCH       PIC X(01) VALUE 'N'.
002170     88  WS-CASHHIN-EOF-YES      VALUE 'Y'.
002180 01  WS-CASHSORT-EOF-SWITCH      PIC X(01) VALUE 'N'.
002190     88  WS-CASHSORT-EOF-YES     VALUE 'Y'.
002200*
002210 01  WS-CUSTMAST-SWITCH          PIC X(01) VALUE 'N'.
002220     88  WS-CUSTMAST-AVAILABLE   VALUE 'Y'.
002230 01  WS-KEY-SWITCH               PIC X(01) VALUE 'N'.
002240     88  WS-KEY-OPEN             VALUE 'Y'.
002250     88  WS-KEY-CLOSED           VALUE 'N'.
002260 01  WS-CUST-SECTION-SWITCH      PIC X(01) VALUE 'N'.
002270     88  WS-CUST-SECTION-STARTED VALUE 'Y'.
002280*
002290*----------------------------------------------------------------
002300* MONITORING LIMITS FROM CASHCTL
002310*----------------------------------------------------------------
002320 77  WS-CASH-THRESHOLD           PIC 9(07)V99 VALUE 0.
002330 77  WS-NEAR-FLOOR               PIC 9(07)V99 VALUE 0.
002340 77  WS-WINDOW-DAYS              PIC 9(03) VALUE 0.
002350 77  WS-WATCH-COUNT              PIC 9(03) VALUE 0.
002360*
002370*----------------------------------------------------------------
002380* TRANSACTION-TYPE TABLE - LOADED FROM TYPEFILE AT STARTUP THE
002390* SAME WAY BATCHPROC LOADS ITS TYPE REFERENCE TABLE
002400*----------------------------------------------------------------
002410 77  WS-TYPEREF-COUNT            PIC 9(03) COMP VALUE 0.
002420 77  WS-CASH-TYPE-COUNT          PIC 9(03) COMP VALUE 0.
002430 01  WS-TYPEREF-TABLE.
002440     05  WS-TYPEREF-ENTRY OCCURS 1 TO 100 TIMES
002450             DEPENDING ON WS-TYPEREF-COUNT
002460             INDEXED BY WS-TYPEREF-IDX.
002470         10  WS-TYPEREF-CODE-TBL  PIC X(01).
002480         10  WS-TYPEREF-DRCR-TBL  PIC X(01).
002490         10  WS-TYPEREF-CASH-TBL  PIC X(01).
002500*
002510 01  WS-TYPE-FOUND-SWITCH        PIC X(01) VALUE 'N'.
002520     88  WS-TYPE-ON-TABLE        VALUE 'Y'.
002530     88  WS-TYPE-NOT-ON-TABLE    VALUE 'N'.
002540 77  WS-TYPE-DRCR-SIDE           PIC X(01) VALUE SPACE.
002550 77  WS-TYPE-CASH-FLAG           PIC X(01) VALUE SPACE.
002560*
002570*----------------------------------------------------------------
002580* COUNTERS
002590*----------------------------------------------------------------
002600 77  WS-ACTWORK-READ-COUNT       PIC 9(07) COMP VALUE 0.
002610 77  WS-CASH-ITEM-COUNT          PIC 9(07) COMP VALUE 0.
002620 77  WS-CASH-REVERSAL-COUNT      PIC 9(07) COMP VALUE 0.
002630 77  WS-NEAR-ITEM-COUNT          PIC 9(07) COMP VALUE 0.
002640 77  WS-HIST-READ-COUNT          PIC 9(07) COMP VALUE 0.
002650 77  WS-HIST-AGED-COUNT          PIC 9(07) COMP VALUE 0.
002660 77  WS-HIST-REPLACED-COUNT      PIC 9(07) COMP VALUE 0.
002670 77  WS-HIST-BAD-COUNT           PIC 9(07) COMP VALUE 0.
002680 77  WS-HIST-WRITE-COUNT         PIC 9(07) COMP VALUE 0.
002690 77  WS-CTR-COUNT                PIC 9(07) COMP VALUE 0.
002700 77  WS-WATCH-LIST-COUNT         PIC 9(07) COMP VALUE 0.
002710*
002720 77  WS-PROCESSING-DATE          PIC 9(08) VALUE 0.
002730*
002740*----------------------------------------------------------------
002750* DAY-COUNT WORK FIELDS, ON THE SAME 30-DAY MONTH, 360-DAY YEAR
002760* CONVENTION BATCHPROC USES FOR EVERY DAY COUNT
002770*----------------------------------------------------------------
002780 77  WS-DC-YEAR                  PIC 9(04) VALUE 0.
002790 77  WS-DC-MONTH                 PIC 9(02) VALUE 0.
002800 77  WS-DC-DAY                   PIC 9(02) VALUE 0.
002810 77  WS-DAYNUM-RUN-DATE          PIC 9(07) COMP VALUE 0.
002820 77  WS-DAYNUM-HISTORY           PIC 9(07) COMP VALUE 0.
002830 77  WS-HIST-AGE-DAYS            PIC 9(07) COMP VALUE 0.
002840*
002850*----------------------------------------------------------------
002860* CASH HISTORY RECORD - THE LAYOUT OF CASHHIN, CASHHIST AND THE
002870* SORT RECORD.  CASH IN IS CASH-TYPE CREDITS, CASH OUT IS
002880* CASH-TYPE DEBITS; A REVERSAL BACKOUT REDUCES THE SIDE OF ITS
002890* ORIGINAL.  THE NEAR-THRESHOLD COUNT AND AMOUNT COVER THE DAY'S
002900* ITEMS IN THE JUST-UNDER BAND.
002910*----------------------------------------------------------------
002920 01  WS-CHS-RECORD.
002930     05  WS-CHS-KEY-TYPE         PIC X(01).
002940         88  WS-CHS-ACCOUNT      VALUE 'A'.
002950         88  WS-CHS-CUSTOMER     VALUE 'C'.
002960     05  WS-CHS-KEY-NUMBER       PIC 9(08).
002970     05  WS-CHS-DATE             PIC 9(08).
002980     05  WS-CHS-CASH-IN          PIC S9(09)V99.
002990     05  WS-CHS-CASH-OUT         PIC S9(09)V99.
003000     05  WS-CHS-ITEM-COUNT       PIC 9(05).
003010     05  WS-CHS-NEAR-COUNT       PIC 9(05).
003020     05  WS-CHS-NEAR-AMOUNT      PIC 9(09)V99.
003030     05  FILLER                  PIC X(20) VALUE SPACES.
003040*
003050*----------------------------------------------------------------
003060* ONE DAY'S ACCUMULATED HISTORY FOR THE KEY IN PROGRESS, SAME
003070* LAYOUT, WRITTEN TO CASHHIST WHEN THE DATE OR THE KEY CHANGES
003080*----------------------------------------------------------------
003090 01  WS-DAY-RECORD.
003100     05  WS-DAY-KEY-TYPE         PIC X(01).
003110     05  WS-DAY-KEY-NUMBER       PIC 9(08).
003120     05  WS-DAY-DATE             PIC 9(08).
003130     05  WS-DAY-CASH-IN          PIC S9(09)V99.
003140     05  WS-DAY-CASH-OUT         PIC S9(09)V99.
003150     05  WS-DAY-ITEM-COUNT       PIC 9(05).
003160     05  WS-DAY-NEAR-COUNT       PIC 9(05).
003170     05  WS-DAY-NEAR-AMOUNT      PIC 9(09)V99.
003180     05  FILLER                  PIC X(20) VALUE SPACES.
003190*
003200*----------------------------------------------------------------
003210* PER-KEY TOTALS: THE PROCESSING DAY'S CASH AND THE ROLLING
003220* WINDOW'S NEAR-THRESHOLD ACTIVITY
003230*----------------------------------------------------------------
003240 77  WS-CUR-KEY-TYPE             PIC X(01) VALUE SPACE.
003250 77  WS-CUR-KEY-NUMBER           PIC 9(08) VALUE 0.
003260 01  WS-TODAY-CASH-IN            PIC S9(09)V99 VALUE 0.
003270 01  WS-TODAY-CASH-OUT           PIC S9(09)V99 VALUE 0.
003280 77  WS-TODAY-ITEM-COUNT         PIC 9(05) VALUE 0.
003290 77  WS-WIN-NEAR-COUNT           PIC 9(05) VALUE 0.
003300 77  WS-WIN-NEAR-DAYS            PIC 9(03) VALUE 0.
003310 01  WS-WIN-NEAR-AMOUNT          PIC 9(09)V99 VALUE 0.
003320 77  WS-KEY-NAME                 PIC X(30) VALUE SPACES.
003330*
003340*----------------------------------------------------------------
003350* REPORT LINE STAGING AREAS
003360*----------------------------------------------------------------
003370 01  WS-CTR-LINE.
003380     05  WS-CTR-KEY-LABEL        PIC X(08).
003390     05  FILLER                  PIC X(02) VALUE SPACES.
003400     05  WS-CTR-KEY-NUMBER       PIC 9(08).
003410     05  FILLER                  PIC X(02) VALUE SPACES.
003420     05  WS-CTR-NAME             PIC X(30).
003430     05  FILLER                  PIC X(02) VALUE SPACES.
003440     05  WS-CTR-CASH-IN          PIC -9(09).99.
003450     05  FILLER                  PIC X(02) VALUE SPACES.
003460     05  WS-CTR-CASH-OUT         PIC -9(09).99.
003470     05  FILLER                  PIC X(02) VALUE SPACES.
003480     05  WS-CTR-ITEMS            PIC ZZZZ9.
003490     05  FILLER                  PIC X(02) VALUE SPACES.
003500     05  WS-CTR-EXCEEDED         PIC X(08).
003510     05  FILLER                  PIC X(35) VALUE SPACES.
003520*
003530 01  WS-WATCH-LINE.
003540     05  WS-WCH-KEY-LABEL        PIC X(08).
003550     05  FILLER                  PIC X(02) VALUE SPACES.
003560     05  WS-WCH-KEY-NUMBER       PIC 9(08).
003570     05  FILLER                  PIC X(02) VALUE SPACES.
003580     05  WS-WCH-NAME             PIC X(30).
003590     05  FILLER                  PIC X(02) VALUE SPACES.
003600     05  WS-WCH-NEAR-COUNT       PIC ZZZZ9.
003610     05  FILLER                  PIC X(02) VALUE SPACES.
003620     05  WS-WCH-NEAR-DAYS        PIC ZZ9.
003630     05  FILLER                  PIC X(02) VALUE SPACES.
003640     05  WS-WCH-NEAR-AMOUNT      PIC 9(09).99.
003650     05  FILLER                  PIC X(02) VALUE SPACES.
003660     05  WS-WCH-CASH-IN          PIC -9(09).99.
003670     05  FILLER                  PIC X(02) VALUE SPACES.
003680     05  WS-WCH-CASH-OUT         PIC -9(09).99.
003690     05  FILLER                  PIC X(25) VALUE SPACES.
003700*
003710 01  WS-LIMITS-DISPLAY.
003720     05  WS-THRESHOLD-D          PIC 9(07).99.
003730     05  WS-NEAR-FLOOR-D         PIC 9(07).99.
003740     05  WS-CTR-COUNT-D          PIC 9(07).
003750     05  WS-WATCH-LIST-COUNT-D   PIC 9(07).
003760*
003770*----------------------------------------------------------------
003780* RUN LEDGER - CASHMON RUNS ONCE PER PROCESSING DATE, AND ONLY
003790* AFTER THE BATCHPROC POSTING RUN (MODE P) HAS ENDED WITH A
003800* RETURN CODE OF 4 OR LESS, SO ACTWORK HOLDS THE POSTED NIGHT.
003810*----------------------------------------------------------------
003820 77  WS-RUNLEDG-STATUS           PIC X(02) VALUE SPACES.
003830 77  WS-RUNOVRD-STATUS           PIC X(02) VALUE SPACES.
003840 77  WS-RUNLEDG-EOF-SWITCH       PIC X(01) VALUE 'N'.
003850     88  WS-RUNLEDG-EOF-YES      VALUE 'Y'.
003860 77  WS-RUNL-OVERRIDE-SWITCH     PIC X(01) VALUE 'N'.
003870     88  WS-RUNL-OVERRIDDEN      VALUE 'Y'.
003880 77  WS-RUNL-DONE-SWITCH         PIC X(01) VALUE 'N'.
003890     88  WS-RUNL-ALREADY-RUN     VALUE 'Y'.
003900 77  WS-RUNL-UNFINISHED-SWITCH   PIC X(01) VALUE 'N'.
003910     88  WS-RUNL-UNFINISHED      VALUE 'Y'.
003920 77  WS-RUNL-PRED-SWITCH         PIC X(01) VALUE 'N'.
003930     88  WS-RUNL-PRED-ENDED      VALUE 'Y'.
003940 77  WS-RUNL-THIS-PROGRAM        PIC X(10) VALUE 'CASHMON'.
003950 77  WS-RUNL-THIS-MODE           PIC X(01) VALUE SPACE.
003960 77  WS-RUNL-PRED-PROGRAM        PIC X(10) VALUE 'BATCHPROC'.
003970 77  WS-RUNL-PRED-MODE           PIC X(01) VALUE 'P'.
003980 77  WS-RUNL-PRED-MAX-RC         PIC 9(03) VALUE 4.
003990 77  WS-RUNL-PRED-RC             PIC 9(03) VALUE 0.
004000 77  WS-RUNL-EVENT               PIC X(01) VALUE SPACE.
004010 77  WS-RUNL-RC                  PIC 9(03) VALUE 0.
004020 77  WS-RUNL-OPERATOR            PIC X(08) VALUE SPACES.
004030 77  WS-RUNL-TIME                PIC 9(08) VALUE 0.
004040 77  WS-RUNL-COUNT-1             PIC 9(09) VALUE 0.
004050 77  WS-RUNL-COUNT-2             PIC 9(09) VALUE 0.
004060 77  WS-RUNL-COUNT-3             PIC 9(09) VALUE 0.
004070*
004080 PROCEDURE DIVISION.
004090*----------------------------------------------------------------
004100* 0000-MAINLINE
004110*----------------------------------------------------------------
004120 0000-MAINLINE.
004130     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
004140     SORT CASHSORT ON ASCENDING KEY CSR-KEY-TYPE
004150                                    CSR-KEY-NUMBER
004160                                    CSR-DATE
004170          INPUT PROCEDURE IS 1500-RELEASE-CASH-ACTIVITY
004180              THRU 1500-EXIT
004190          OUTPUT PROCEDURE IS 2000-RECEIVE-SORTED
004200              THRU 2000-EXIT.
004210     PERFORM 8000-FINALIZE       THRU 8000-EXIT.
004220     PERFORM 8950-WRITE-LEDGER-END  THRU 8950-EXIT.
004230     STOP RUN.
004240*
004250*----------------------------------------------------------------
004260* 1000-INITIALIZE - READ BOTH CONTROL CARDS, LOAD THE TYPE TABLE
004270*                   AND OPEN THE FILES.  ACTWORK IS ALWAYS
004280*                   CREATED BY BATCHPROC, SO A MISSING ONE IS
004290*                   FATAL.  A MISSING CUSTMAST ONLY MEANS
004300*                   CUSTOMER NAMES CANNOT BE PRINTED.
004310*----------------------------------------------------------------
004320 1000-INITIALIZE.
004330     PERFORM 1010-READ-CONTROL-CARD THRU 1010-EXIT.
004340     PERFORM 1020-READ-CASH-CARD    THRU 1020-EXIT.
004350     PERFORM 1700-CHECK-RUN-LEDGER  THRU 1700-EXIT.
004360     MOVE WS-PROCESSING-DATE(1:4)  TO WS-DC-YEAR.
004370     MOVE WS-PROCESSING-DATE(5:2)  TO WS-DC-MONTH.
004380     MOVE WS-PROCESSING-DATE(7:2)  TO WS-DC-DAY.
004390     COMPUTE WS-DAYNUM-RUN-DATE =
004400             (WS-DC-YEAR * 360) + (WS-DC-MONTH * 30) + WS-DC-DAY.
004410     PERFORM 1030-LOAD-TYPE-TABLE   THRU 1030-EXIT.
004420     OPEN INPUT ACTWORK.
004430     IF WS-ACTWORK-STATUS NOT = '00'
004440         DISPLAY '*** FATAL - ACTWORK OPEN FAILED, STATUS '
004450                 WS-ACTWORK-STATUS
004460         MOVE 16 TO RETURN-CODE
004470         STOP RUN
004480     END-IF.
004490     OPEN INPUT ACCTMAST.
004500     IF WS-ACCTMAST-STATUS NOT = '00'
004510         DISPLAY '*** FATAL - ACCTMAST OPEN FAILED, STATUS '
004520                 WS-ACCTMAST-STATUS
004530         MOVE 16 TO RETURN-CODE
004540         STOP RUN
004550     END-IF.
004560     OPEN INPUT CUSTMAST.
004570     IF WS-CUSTMAST-STATUS = '00'
004580         MOVE 'Y' TO WS-CUSTMAST-SWITCH
004590     ELSE
004600         DISPLAY '*** WARNING - CUSTMAST OPEN FAILED, STATUS '
004610                 WS-CUSTMAST-STATUS ', CUSTOMER NAMES NOT PRINTED'
004620     END-IF.
004630     OPEN OUTPUT CASHHIST.
004640     IF WS-CASHHIST-STATUS NOT = '00'
004650         DISPLAY '*** FATAL - CASHHIST OPEN FAILED, STATUS '
004660                 WS-CASHHIST-STATUS
004670         MOVE 16 TO RETURN-CODE
004680         STOP RUN
004690     END-IF.
004700     OPEN OUTPUT CTRRPT.
004710     IF WS-CTRRPT-STATUS NOT = '00'
004720         DISPLAY '*** FATAL - CTRRPT OPEN FAILED, STATUS '
004730                 WS-CTRRPT-STATUS
004740         MOVE 16 TO RETURN-CODE
004750         STOP RUN
004760     END-IF.
004770     OPEN OUTPUT WATCHRPT.
004780     IF WS-WATCHRPT-STATUS NOT = '00'
004790         DISPLAY '*** FATAL - WATCHRPT OPEN FAILED, STATUS '
004800                 WS-WATCHRPT-STATUS
004810         MOVE 16 TO RETURN-CODE
004820         STOP RUN
004830     END-IF.
004840     PERFORM 1100-WRITE-REPORT-HEADINGS THRU 1100-EXIT.
004850 1000-EXIT.
004860     EXIT.
004870*
004880*----------------------------------------------------------------
004890* 1010-READ-CONTROL-CARD - READ THE ONE-RECORD CTLCARD FILE TO
004900*                          GET THE PROCESSING DATE THE NIGHT'S
004910*                          CASH IS RECORDED UNDER.  SAME CARD AND
004920*                          SAME EDITS AS BATCHPROC.
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
005210* 1020-READ-CASH-CARD - READ THE ONE-RECORD CASHCTL FILE.  EVERY
005220*                       FIELD MUST BE NUMERIC AND NON-ZERO, AND
005230*                       THE NEAR-THRESHOLD FLOOR MUST BE BELOW THE
005240*                       THRESHOLD; ANYTHING ELSE IS FATAL RATHER
005250*                       THAN A REPORT RUN AGAINST A BAD LIMIT.
005260*----------------------------------------------------------------
005270 1020-READ-CASH-CARD.
005280     OPEN INPUT CASHCTL.
005290     IF WS-CASHCTL-STATUS NOT = '00'
005300         DISPLAY '*** FATAL - CASHCTL OPEN FAILED, STATUS '
005310                 WS-CASHCTL-STATUS
005320         MOVE 16 TO RETURN-CODE
005330         STOP RUN
005340     END-IF.
005350     READ CASHCTL
005360         AT END
005370             DISPLAY '*** FATAL - CASHCTL IS EMPTY, NO '
005380                     'MONITORING LIMITS SUPPLIED'
005390             MOVE 16 TO RETURN-CODE
005400             STOP RUN
005410     END-READ.
005420     IF CSC-THRESHOLD IS NOT NUMERIC
005430             OR CSC-NEAR-FLOOR IS NOT NUMERIC
005440             OR CSC-WINDOW-DAYS IS NOT NUMERIC
005450             OR CSC-WATCH-COUNT IS NOT NUMERIC
005460         DISPLAY '*** FATAL - CASHCTL LIMITS ARE NOT NUMERIC: '
005470                 CSC-RECORD
005480         MOVE 16 TO RETURN-CODE
005490         STOP RUN
005500     END-IF.
005510     IF CSC-THRESHOLD = 0 OR CSC-NEAR-FLOOR = 0
005520             OR CSC-WINDOW-DAYS = 0 OR CSC-WATCH-COUNT = 0
005530             OR CSC-NEAR-FLOOR NOT < CSC-THRESHOLD
005540         DISPLAY '*** FATAL - CASHCTL LIMITS ARE ZERO OR THE '
005550                 'FLOOR IS NOT BELOW THE THRESHOLD: ' CSC-RECORD
005560         MOVE 16 TO RETURN-CODE
005570         STOP RUN
005580     END-IF.
005590     MOVE CSC-THRESHOLD   TO WS-CASH-THRESHOLD.
005600     MOVE CSC-NEAR-FLOOR  TO WS-NEAR-FLOOR.
005610     MOVE CSC-WINDOW-DAYS TO WS-WINDOW-DAYS.
005620     MOVE CSC-WATCH-COUNT TO WS-WATCH-COUNT.
005630     CLOSE CASHCTL.
005640 1020-EXIT.
005650     EXIT.
005660*
005670*----------------------------------------------------------------
005680* 1030-LOAD-TYPE-TABLE - LOAD THE TYPE CODES, THEIR DR/CR SIDE AND
005690*                        THEIR CASH FLAG FROM TYPEFILE.  A MISSING
005700*                        TYPEFILE IS FATAL.  A TABLE WITH NO CASH
005710*                        TYPES IS ONLY WARNED ABOUT -- THE HISTORY
005720*                        STILL ROLLS FORWARD.
005730*----------------------------------------------------------------
005740 1030-LOAD-TYPE-TABLE.
005750     MOVE 'N' TO WS-TYPEFILE-EOF-SWITCH.
005760     MOVE 0 TO WS-TYPEREF-COUNT.
005770     OPEN INPUT TYPEFILE.
005780     IF WS-TYPEFILE-STATUS NOT = '00'
005790         DISPLAY '*** FATAL - TYPEFILE OPEN FAILED, STATUS '
005800                 WS-TYPEFILE-STATUS
005810         MOVE 16 TO RETURN-CODE
005820         STOP RUN
005830     END-IF.
005840     PERFORM 1040-READ-ONE-TYPE THRU 1040-EXIT
005850             UNTIL WS-TYPEFILE-EOF-YES.
005860     CLOSE TYPEFILE.
005870     IF WS-CASH-TYPE-COUNT = 0
005880         DISPLAY '*** WARNING - NO TYPE CODE IS FLAGGED AS CASH '
005890                 'ON TYPEFILE, NO CASH ACTIVITY WILL BE SEEN'
005900     END-IF.
005910     DISPLAY 'TRANSACTION TYPES LOADED: ' WS-TYPEREF-COUNT
005920             '  CASH TYPES: ' WS-CASH-TYPE-COUNT.
005930 1030-EXIT.
005940     EXIT.
005950*
005960 1040-READ-ONE-TYPE.
005970     READ TYPEFILE
005980         AT END
005990             SET WS-TYPEFILE-EOF-YES TO TRUE
006000     END-READ.
006010     IF NOT WS-TYPEFILE-EOF-YES
006020         IF TYPE-CODE = SPACE
006030                 OR (TYPE-DR-CR NOT = 'D' AND NOT = 'C')
006040             DISPLAY '*** WARNING - TYPEFILE RECORD IGNORED, '
006050                     'BAD CODE OR SIDE: ' TYPE-RECORD
006060         ELSE
006070             IF WS-TYPEREF-COUNT < 100
006080                 ADD 1 TO WS-TYPEREF-COUNT
006090                 SET WS-TYPEREF-IDX TO WS-TYPEREF-COUNT
006100                 MOVE TYPE-CODE
006110                         TO WS-TYPEREF-CODE-TBL(WS-TYPEREF-IDX)
006120                 MOVE TYPE-DR-CR
006130                         TO WS-TYPEREF-DRCR-TBL(WS-TYPEREF-IDX)
006140                 MOVE TYPE-CASH-FLAG
006150                         TO WS-TYPEREF-CASH-TBL(WS-TYPEREF-IDX)
006160                 IF TYPE-CASH-FLAG = 'Y'
006170                     ADD 1 TO WS-CASH-TYPE-COUNT
006180                 END-IF
006190             ELSE
006200                 DISPLAY '*** FATAL - TYPEFILE HAS MORE THAN '
006210                         '100 TYPE CODES, TYPE TABLE MUST BE '
006220                         'RESIZED'
006230                 MOVE 16 TO RETURN-CODE
006240                 STOP RUN
006250             END-IF
006260         END-IF
006270     END-IF.
006280 1040-EXIT.
006290     EXIT.
006300*
006310*----------------------------------------------------------------
006320* 1100-WRITE-REPORT-HEADINGS - TITLE, LIMITS AND COLUMN HEADINGS
006330*                              AT THE TOP OF BOTH REPORTS
006340*----------------------------------------------------------------
006350 1100-WRITE-REPORT-HEADINGS.
006360     MOVE WS-CASH-THRESHOLD TO WS-THRESHOLD-D.
006370     MOVE WS-NEAR-FLOOR     TO WS-NEAR-FLOOR-D.
006380     MOVE SPACES TO CTR-REPORT-LINE.
006390     STRING 'CURRENCY TRANSACTION REPORT - '
006400            WS-PROCESSING-DATE
006410            '   CASH IN OR CASH OUT FOR THE DAY OVER '
006420            WS-THRESHOLD-D
006430            DELIMITED BY SIZE
006440            INTO CTR-REPORT-LINE.
006450     WRITE CTR-REPORT-LINE.
006460     MOVE SPACES TO CTR-REPORT-LINE.
006470     STRING 'TYPE      NUMBER    '
006480            'NAME                            '
006490            'CASH IN        '
006500            'CASH OUT       '
006510            'ITEMS  '
006520            'EXCEEDED'
006530            DELIMITED BY SIZE
006540            INTO CTR-REPORT-LINE.
006550     WRITE CTR-REPORT-LINE.
006560     MOVE SPACES TO WATCH-REPORT-LINE.
006570     STRING 'STRUCTURING WATCH LIST - '
006580            WS-PROCESSING-DATE
006590            '   ' WS-WATCH-COUNT
006600            ' OR MORE CASH ITEMS FROM ' WS-NEAR-FLOOR-D
006610            ' TO ' WS-THRESHOLD-D
006620            ' IN ' WS-WINDOW-DAYS ' DAYS'
006630            DELIMITED BY SIZE
006640            INTO WATCH-REPORT-LINE.
006650     WRITE WATCH-REPORT-LINE.
006660     MOVE SPACES TO WATCH-REPORT-LINE.
006670     STRING 'TYPE      NUMBER    '
006680            'NAME                            '
006690            'ITEMS  '
006700            'DAYS '
006710            'NEAR AMOUNT   '
006720            'TODAY CASH IN  '
006730            'TODAY CASH OUT'
006740            DELIMITED BY SIZE
006750            INTO WATCH-REPORT-LINE.
006760     WRITE WATCH-REPORT-LINE.
006770 1100-EXIT.
006780     EXIT.
006790*
006800*----------------------------------------------------------------
006810* 1500-RELEASE-CASH-ACTIVITY - SORT INPUT PROCEDURE: RELEASE ONE
006820*                              RECORD PER CASH ITEM ON ACTWORK
006830*                              (TWICE IF THE ACCOUNT IS LINKED TO
006840*                              A CUSTOMER), THEN THE RETAINED
006850*                              HISTORY FROM CASHHIN
006860*----------------------------------------------------------------
006870 1500-RELEASE-CASH-ACTIVITY.
006880     MOVE 'N' TO WS-ACTWORK-EOF-SWITCH.
006890     PERFORM 1510-READ-ACTWORK THRU 1510-EXIT.
006900     PERFORM 1520-RELEASE-ONE-ITEM THRU 1520-EXIT
006910             UNTIL WS-ACTWORK-EOF-YES.
006920     CLOSE ACTWORK.
006930     PERFORM 1600-RELEASE-HISTORY THRU 1600-EXIT.
006940 1500-EXIT.
006950     EXIT.
006960*
006970 1510-READ-ACTWORK.
006980     READ ACTWORK
006990         AT END
007000             SET WS-ACTWORK-EOF-YES TO TRUE
007010         NOT AT END
007020             ADD 1 TO WS-ACTWORK-READ-COUNT
007030     END-READ.
007040 1510-EXIT.
007050     EXIT.
007060*
007070*----------------------------------------------------------------
007080* 1520-RELEASE-ONE-ITEM - A POSTING WHOSE TYPE IS FLAGGED CASH IS
007090*                         RELEASED UNDER ITS ACCOUNT AND, IF THE
007100*                         ACCOUNT IS LINKED, ITS CUSTOMER.  A
007110*                         POSTING ON THE OPPOSITE SIDE TO ITS TYPE
007120*                         IS A REVERSAL BACKOUT: IT REDUCES THE
007130*                         DAY'S CASH ON THE ORIGINAL'S SIDE BUT IS
007140*                         NOT AN ITEM, AND DOES NOT UNDO A
007150*                         NEAR-THRESHOLD COUNT.
007160*----------------------------------------------------------------
007170 1520-RELEASE-ONE-ITEM.
007180     PERFORM 1530-LOOKUP-TYPE-CODE THRU 1530-EXIT.
007190     IF WS-TYPE-NOT-ON-TABLE OR WS-TYPE-CASH-FLAG NOT = 'Y'
007200         GO TO 1520-READ-NEXT
007210     END-IF.
007220     MOVE SPACES             TO WS-CHS-RECORD.
007230     MOVE 'A'                TO WS-CHS-KEY-TYPE.
007240     MOVE ACTW-ACCOUNT       TO WS-CHS-KEY-NUMBER.
007250     MOVE WS-PROCESSING-DATE TO WS-CHS-DATE.
007260     MOVE 0 TO WS-CHS-CASH-IN.
007270     MOVE 0 TO WS-CHS-CASH-OUT.
007280     MOVE 0 TO WS-CHS-ITEM-COUNT.
007290     MOVE 0 TO WS-CHS-NEAR-COUNT.
007300     MOVE 0 TO WS-CHS-NEAR-AMOUNT.
007310     IF ACTW-DR-CR = WS-TYPE-DRCR-SIDE
007320         ADD 1 TO WS-CASH-ITEM-COUNT
007330         MOVE 1 TO WS-CHS-ITEM-COUNT
007340         IF ACTW-DR-CR = 'C'
007350             MOVE ACTW-AMOUNT TO WS-CHS-CASH-IN
007360         ELSE
007370             MOVE ACTW-AMOUNT TO WS-CHS-CASH-OUT
007380         END-IF
007390         IF ACTW-AMOUNT NOT < WS-NEAR-FLOOR
007400                 AND ACTW-AMOUNT NOT > WS-CASH-THRESHOLD
007410             ADD 1 TO WS-NEAR-ITEM-COUNT
007420             MOVE 1 TO WS-CHS-NEAR-COUNT
007430             MOVE ACTW-AMOUNT TO WS-CHS-NEAR-AMOUNT
007440         END-IF
007450     ELSE
007460         ADD 1 TO WS-CASH-REVERSAL-COUNT
007470         IF WS-TYPE-DRCR-SIDE = 'C'
007480             SUBTRACT ACTW-AMOUNT FROM WS-CHS-CASH-IN
007490         ELSE
007500             SUBTRACT ACTW-AMOUNT FROM WS-CHS-CASH-OUT
007510         END-IF
007520     END-IF.
007530     MOVE WS-CHS-RECORD TO CSR-SORT-RECORD.
007540     RELEASE CSR-SORT-RECORD.
007550     MOVE ACTW-ACCOUNT TO ACCT-NUMBER.
007560     READ ACCTMAST
007570         INVALID KEY
007580             GO TO 1520-READ-NEXT
007590     END-READ.
007600     IF ACCT-CUSTOMER-NUMBER IS NUMERIC
007610             AND ACCT-CUSTOMER-NUMBER > 0
007620         MOVE 'C'                  TO WS-CHS-KEY-TYPE
007630         MOVE ACCT-CUSTOMER-NUMBER TO WS-CHS-KEY-NUMBER
007640         MOVE WS-CHS-RECORD TO CSR-SORT-RECORD
007650         RELEASE CSR-SORT-RECORD
007660     END-IF.
007670 1520-READ-NEXT.
007680     PERFORM 1510-READ-ACTWORK THRU 1510-EXIT.
007690 1520-EXIT.
007700     EXIT.
007710*
007720*----------------------------------------------------------------
007730* 1530-LOOKUP-TYPE-CODE - LOOK THE ACTIVITY RECORD'S TYPE CODE UP
007740*                         ON THE TYPE TABLE AND PULL OUT ITS SIDE
007750*                         AND CASH FLAG
007760*----------------------------------------------------------------
007770 1530-LOOKUP-TYPE-CODE.
007780     MOVE 'N' TO WS-TYPE-FOUND-SWITCH.
007790     MOVE SPACE TO WS-TYPE-CASH-FLAG.
007800     SET WS-TYPEREF-IDX TO 1.
007810     SEARCH WS-TYPEREF-ENTRY
007820         AT END
007830             CONTINUE
007840         WHEN WS-TYPEREF-CODE-TBL(WS-TYPEREF-IDX)
007850                 = ACTW-TYPE-CODE
007860             MOVE 'Y' TO WS-TYPE-FOUND-SWITCH
007870             MOVE WS-TYPEREF-DRCR-TBL(WS-TYPEREF-IDX)
007880                     TO WS-TYPE-DRCR-SIDE
007890             MOVE WS-TYPEREF-CASH-TBL(WS-TYPEREF-IDX)
007900                     TO WS-TYPE-CASH-FLAG
007910     END-SEARCH.
007920 1530-EXIT.
007930     EXIT.
007940*
007950*----------------------------------------------------------------
007960* 1600-RELEASE-HISTORY - RELEASE THE PRIOR HISTORY THAT IS STILL
007970*                        INSIDE THE ROLLING WINDOW.  HISTORY FOR
007980*                        THE PROCESSING DATE ITSELF IS DROPPED --
007990*                        TONIGHT'S ACTWORK REPLACES IT, SO A
008000*                        RE-RUN DOES NOT COUNT THE DAY TWICE.
008010*                        HISTORY DATED AFTER THE PROCESSING DATE
008020*                        (A RE-RUN OF AN EARLIER NIGHT) IS CARRIED
008030*                        FORWARD UNCHANGED.  A MISSING CASHHIN
008040*                        MEANS THE WINDOW STARTS FRESH.
008050*----------------------------------------------------------------
008060 1600-RELEASE-HISTORY.
008070     OPEN INPUT CASHHIN.
008080     IF WS-CASHHIN-STATUS = '35'
008090         DISPLAY 'NO PRIOR CASH HISTORY FILE - ROLLING WINDOW '
008100                 'STARTS FRESH'
008110     ELSE
008120         IF WS-CASHHIN-STATUS NOT = '00'
008130             DISPLAY '*** FATAL - CASHHIN OPEN FAILED, STATUS '
008140                     WS-CASHHIN-STATUS
008150             MOVE 16 TO RETURN-CODE
008160             STOP RUN
008170         END-IF
008180         MOVE 'N' TO WS-CASHHIN-EOF-SWITCH
008190         PERFORM 1610-READ-CASHHIN THRU 1610-EXIT
008200         PERFORM 1620-RELEASE-ONE-HISTORY THRU 1620-EXIT
008210                 UNTIL WS-CASHHIN-EOF-YES
008220         CLOSE CASHHIN
008230     END-IF.
008240 1600-EXIT.
008250     EXIT.
008260*
008270 1610-READ-CASHHIN.
008280     READ CASHHIN INTO WS-CHS-RECORD
008290         AT END
008300             SET WS-CASHHIN-EOF-YES TO TRUE
008310         NOT AT END
008320             ADD 1 TO WS-HIST-READ-COUNT
008330     END-READ.
008340 1610-EXIT.
008350     EXIT.
008360*
008370 1620-RELEASE-ONE-HISTORY.
008380     IF (NOT WS-CHS-ACCOUNT AND NOT WS-CHS-CUSTOMER)
008390             OR WS-CHS-KEY-NUMBER IS NOT NUMERIC
008400             OR WS-CHS-DATE IS NOT NUMERIC
008410             OR WS-CHS-CASH-IN IS NOT NUMERIC
008420             OR WS-CHS-CASH-OUT IS NOT NUMERIC
008430             OR WS-CHS-ITEM-COUNT IS NOT NUMERIC
008440             OR WS-CHS-NEAR-COUNT IS NOT NUMERIC
008450             OR WS-CHS-NEAR-AMOUNT IS NOT NUMERIC
008460         ADD 1 TO WS-HIST-BAD-COUNT
008470         DISPLAY '*** WARNING - CASH HISTORY RECORD IGNORED, '
008480                 'NOT VALID: ' WS-CHS-RECORD
008490         GO TO 1620-READ-NEXT
008500     END-IF.
008510     IF WS-CHS-DATE = WS-PROCESSING-DATE
008520         ADD 1 TO WS-HIST-REPLACED-COUNT
008530         GO TO 1620-READ-NEXT
008540     END-IF.
008550     IF WS-CHS-DATE < WS-PROCESSING-DATE
008560         MOVE WS-CHS-DATE(1:4) TO WS-DC-YEAR
008570         MOVE WS-CHS-DATE(5:2) TO WS-DC-MONTH
008580         MOVE WS-CHS-DATE(7:2) TO WS-DC-DAY
008590         COMPUTE WS-DAYNUM-HISTORY =
008600                 (WS-DC-YEAR * 360) + (WS-DC-MONTH * 30)
008610                 + WS-DC-DAY
008620         IF WS-DAYNUM-RUN-DATE > WS-DAYNUM-HISTORY
008630             COMPUTE WS-HIST-AGE-DAYS =
008640                     WS-DAYNUM-RUN-DATE - WS-DAYNUM-HISTORY
008650         ELSE
008660             MOVE 0 TO WS-HIST-AGE-DAYS
008670         END-IF
008680         IF WS-HIST-AGE-DAYS NOT < WS-WINDOW-DAYS
008690             ADD 1 TO WS-HIST-AGED-COUNT
008700             GO TO 1620-READ-NEXT
008710         END-IF
008720     END-IF.
008730     MOVE WS-CHS-RECORD TO CSR-SORT-RECORD.
008740     RELEASE CSR-SORT-RECORD.
008750 1620-READ-NEXT.
008760     PERFORM 1610-READ-CASHHIN THRU 1610-EXIT.
008770 1620-EXIT.
008780     EXIT.
008790*
008800*----------------------------------------------------------------
008810* 1700-CHECK-RUN-LEDGER - READ THE RUN LEDGER FOR THIS PROCESSING
008820*                         DATE BEFORE ANY FILE IS TOUCHED.  A
008830*                         SECOND RUN FOR THE DATE, OR A RUN AHEAD
008840*                         OF ITS PREDECESSOR IN THE STREAM, IS
008850*                         REFUSED WITH RETURN CODE 16 UNLESS THE
008860*                         OVERRIDE CARD NAMES THIS PROGRAM AND
008870*                         DATE.  A RUN THAT STARTED BUT NEVER
008880*                         ENDED MAY GO AGAIN.  A MISSING LEDGER
008890*                         MEANS NOTHING HAS RUN YET.
008900*----------------------------------------------------------------
008910 1700-CHECK-RUN-LEDGER.
008920     MOVE 'N' TO WS-RUNL-DONE-SWITCH.
008930     MOVE 'N' TO WS-RUNL-UNFINISHED-SWITCH.
008940     MOVE 'N' TO WS-RUNL-PRED-SWITCH.
008950     PERFORM 1710-READ-OVERRIDE-CARD THRU 1710-EXIT.
008960     OPEN INPUT RUNLEDG.
008970     IF WS-RUNLEDG-STATUS = '00'
008980         MOVE 'N' TO WS-RUNLEDG-EOF-SWITCH
008990         PERFORM 1720-SCAN-ONE-LEDGER-ENTRY THRU 1720-EXIT
009000                 UNTIL WS-RUNLEDG-EOF-YES
009010         CLOSE RUNLEDG
009020     ELSE
009030         IF WS-RUNLEDG-STATUS NOT = '35'
009040             DISPLAY '*** FATAL - RUNLEDG OPEN FAILED, STATUS '
009050                     WS-RUNLEDG-STATUS
009060             MOVE 16 TO RETURN-CODE
009070             STOP RUN
009080         END-IF
009090     END-IF.
009100     IF WS-RUNL-OVERRIDDEN
009110         DISPLAY '*** WARNING - RUN LEDGER CHECKS OVERRIDDEN BY '
009120                 'OPERATOR ' WS-RUNL-OPERATOR
009130     ELSE
009140         PERFORM 1705-APPLY-LEDGER-CHECKS THRU 1705-EXIT
009150     END-IF.
009160     MOVE 'S' TO WS-RUNL-EVENT.
009170     MOVE 0 TO WS-RUNL-RC.
009180     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
009190 1700-EXIT.
009200     EXIT.
009210*
009220*----------------------------------------------------------------
009230* 1705-APPLY-LEDGER-CHECKS - REFUSE A SECOND RUN FOR THE DATE, OR
009240*                            A RUN AHEAD OF ITS PREDECESSOR, NOW
009250*                            THE LEDGER HAS BEEN READ.  NOT
009260*                            PERFORMED WHEN THE OVERRIDE CARD
009270*                            NAMES THIS RUN.
009280*----------------------------------------------------------------
009290 1705-APPLY-LEDGER-CHECKS.
009300     IF WS-RUNL-ALREADY-RUN
009310         DISPLAY '*** FATAL - ' WS-RUNL-THIS-PROGRAM
009320                 ' HAS ALREADY RUN FOR PROCESSING DATE '
009330                 WS-PROCESSING-DATE
009340         PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
009350     END-IF.
009360     IF WS-RUNL-PRED-PROGRAM NOT = SPACES
009370         IF NOT WS-RUNL-PRED-ENDED
009380             DISPLAY '*** FATAL - OUT OF SEQUENCE, '
009390                     WS-RUNL-PRED-PROGRAM
009400                     ' HAS NOT ENDED FOR PROCESSING DATE '
009410                     WS-PROCESSING-DATE
009420             PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
009430         END-IF
009440         IF WS-RUNL-PRED-RC > WS-RUNL-PRED-MAX-RC
009450             DISPLAY '*** FATAL - ' WS-RUNL-PRED-PROGRAM
009460                     ' ENDED WITH RETURN CODE ' WS-RUNL-PRED-RC
009470                     ' FOR PROCESSING DATE ' WS-PROCESSING-DATE
009480             PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
009490         END-IF
009500     END-IF.
009510     IF WS-RUNL-UNFINISHED
009520         DISPLAY '*** WARNING - EARLIER RUN FOR PROCESSING DATE '
009530                 WS-PROCESSING-DATE ' DID NOT END, RUNNING AGAIN'
009540     END-IF.
009550 1705-EXIT.
009560     EXIT.
009570*
009580*----------------------------------------------------------------
009590* 1710-READ-OVERRIDE-CARD - A MISSING OR EMPTY RUNOVRD IS THE
009600*                           NORMAL CASE.  A CARD FOR ANOTHER
009610*                           PROGRAM OR DATE IS IGNORED; ONE FOR
009620*                           THIS RUN MUST NAME THE OPERATOR.
009630*----------------------------------------------------------------
009640 1710-READ-OVERRIDE-CARD.
009650     MOVE 'N' TO WS-RUNL-OVERRIDE-SWITCH.
009660     MOVE SPACES TO WS-RUNL-OPERATOR.
009670     OPEN INPUT RUNOVRD.
009680     IF WS-RUNOVRD-STATUS NOT = '00'
009690         GO TO 1710-EXIT
009700     END-IF.
009710     READ RUNOVRD
009720         AT END
009730             MOVE SPACES TO RUNO-RECORD
009740     END-READ.
009750     CLOSE RUNOVRD.
009760     IF RUNO-PROGRAM NOT = WS-RUNL-THIS-PROGRAM
009770             OR RUNO-PROCESSING-DATE IS NOT NUMERIC
009780         GO TO 1710-EXIT
009790     END-IF.
009800     IF RUNO-PROCESSING-DATE NOT = WS-PROCESSING-DATE
009810             OR (RUNO-MODE NOT = SPACE
009820                 AND RUNO-MODE NOT = WS-RUNL-THIS-MODE)
009830         GO TO 1710-EXIT
009840     END-IF.
009850     IF RUNO-OPERATOR = SPACES
009860         DISPLAY '*** WARNING - OVERRIDE CARD IGNORED, NO '
009870                 'OPERATOR ID: ' RUNO-RECORD
009880         GO TO 1710-EXIT
009890     END-IF.
009900     MOVE 'Y' TO WS-RUNL-OVERRIDE-SWITCH.
009910     MOVE RUNO-OPERATOR TO WS-RUNL-OPERATOR.
009920     DISPLAY 'OVERRIDE REASON: ' RUNO-REASON.
009930 1710-EXIT.
009940     EXIT.
009950*
009960*----------------------------------------------------------------
009970* 1720-SCAN-ONE-LEDGER-ENTRY - NOTE THIS PROGRAM'S OWN STARTS AND
009980*                              ENDS FOR THE DATE, AND WHETHER ITS
009990*                              PREDECESSOR HAS ENDED (THE LAST
010000*                              END ON FILE GIVES ITS RETURN CODE)
010010*----------------------------------------------------------------
010020 1720-SCAN-ONE-LEDGER-ENTRY.
010030     READ RUNLEDG
010040         AT END
010050             SET WS-RUNLEDG-EOF-YES TO TRUE
010060     END-READ.
010070     IF NOT WS-RUNLEDG-EOF-YES
010080             AND RUNL-PROCESSING-DATE = WS-PROCESSING-DATE
010090         IF RUNL-PROGRAM = WS-RUNL-THIS-PROGRAM
010100                 AND RUNL-MODE = WS-RUNL-THIS-MODE
010110             IF RUNL-STARTED
010120                 MOVE 'Y' TO WS-RUNL-UNFINISHED-SWITCH
010130             END-IF
010140             IF RUNL-ENDED
010150                 MOVE 'Y' TO WS-RUNL-DONE-SWITCH
010160                 MOVE 'N' TO WS-RUNL-UNFINISHED-SWITCH
010170             END-IF
010180         END-IF
010190         IF WS-RUNL-PRED-PROGRAM NOT = SPACES
010200                 AND RUNL-PROGRAM = WS-RUNL-PRED-PROGRAM
010210                 AND RUNL-ENDED
010220                 AND (WS-RUNL-PRED-MODE = SPACE
010230                      OR RUNL-MODE = WS-RUNL-PRED-MODE)
010240             MOVE 'Y' TO WS-RUNL-PRED-SWITCH
010250             MOVE RUNL-RETURN-CODE TO WS-RUNL-PRED-RC
010260         END-IF
010270     END-IF.
010280 1720-EXIT.
010290     EXIT.
010300*
010310*----------------------------------------------------------------
010320* 1730-WRITE-LEDGER-RECORD - APPEND ONE START, END OR REFUSED
010330*                            RECORD TO THE LEDGER (THE FIRST RUN
010340*                            EVER CREATES IT)
010350*----------------------------------------------------------------
010360 1730-WRITE-LEDGER-RECORD.
010370     MOVE SPACES TO RUNL-RECORD.
010380     MOVE WS-RUNL-THIS-PROGRAM TO RUNL-PROGRAM.
010390     MOVE WS-PROCESSING-DATE   TO RUNL-PROCESSING-DATE.
010400     MOVE WS-RUNL-THIS-MODE    TO RUNL-MODE.
010410     MOVE WS-RUNL-EVENT        TO RUNL-EVENT.
010420     IF WS-RUNL-OVERRIDDEN
010430         MOVE 'Y' TO RUNL-OVERRIDE-FLAG
010440         MOVE WS-RUNL-OPERATOR TO RUNL-OPERATOR
010450     ELSE
010460         MOVE 'N' TO RUNL-OVERRIDE-FLAG
010470     END-IF.
010480     ACCEPT RUNL-SYSTEM-DATE FROM DATE YYYYMMDD.
010490     ACCEPT WS-RUNL-TIME FROM TIME.
010500     MOVE WS-RUNL-TIME(1:6)    TO RUNL-SYSTEM-TIME.
010510     MOVE WS-RUNL-RC           TO RUNL-RETURN-CODE.
010520     MOVE WS-RUNL-COUNT-1      TO RUNL-COUNT-1.
010530     MOVE WS-RUNL-COUNT-2      TO RUNL-COUNT-2.
010540     MOVE WS-RUNL-COUNT-3      TO RUNL-COUNT-3.
010550     OPEN EXTEND RUNLEDG.
010560     IF WS-RUNLEDG-STATUS = '35'
010570         OPEN OUTPUT RUNLEDG
010580     END-IF.
010590     IF WS-RUNLEDG-STATUS NOT = '00'
010600         DISPLAY '*** FATAL - RUNLEDG OPEN FAILED, STATUS '
010610                 WS-RUNLEDG-STATUS
010620         MOVE 16 TO RETURN-CODE
010630         STOP RUN
010640     END-IF.
010650     WRITE RUNL-RECORD.
010660     CLOSE RUNLEDG.
010670 1730-EXIT.
010680     EXIT.
010690*
010700*----------------------------------------------------------------
010710* 1740-REFUSE-RUN - RECORD THE REFUSAL ON THE LEDGER AND STOP
010720*----------------------------------------------------------------
010730 1740-REFUSE-RUN.
010740     MOVE 'R' TO WS-RUNL-EVENT.
010750     MOVE 16 TO WS-RUNL-RC.
010760     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
010770     DISPLAY '*** RUN REFUSED - AN OPERATOR OVERRIDE CARD ON '
010780             'RUNOVRD IS NEEDED TO RUN IT'.
010790     MOVE 16 TO RETURN-CODE.
010800     STOP RUN.
010810 1740-EXIT.
010820     EXIT.
010830*
010840*----------------------------------------------------------------
010850* 2000-RECEIVE-SORTED - SORT OUTPUT PROCEDURE: TAKE THE CASH ITEMS
010860*                       AND HISTORY BACK BY ACCOUNT OR CUSTOMER
010870*                       AND DATE, ROLL EACH DATE INTO ONE HISTORY
010880*                       RECORD AND JUDGE EACH KEY AGAINST THE
010890*                       LIMITS, CLOSING THE LAST KEY AT END OF
010900*                       FILE
010910*----------------------------------------------------------------
010920 2000-RECEIVE-SORTED.
010930     MOVE 'N' TO WS-CASHSORT-EOF-SWITCH.
010940     PERFORM 2010-RETURN-ONE-RECORD THRU 2010-EXIT
010950             UNTIL WS-CASHSORT-EOF-YES.
010960     IF WS-KEY-OPEN
010970         PERFORM 2400-END-KEY THRU 2400-EXIT
010980     END-IF.
010990 2000-EXIT.
011000     EXIT.
011010*
011020 2010-RETURN-ONE-RECORD.
011030     RETURN CASHSORT INTO WS-CHS-RECORD
011040         AT END
011050             SET WS-CASHSORT-EOF-YES TO TRUE
011060         NOT AT END
011070             PERFORM 2100-PROCESS-ONE-RECORD THRU 2100-EXIT
011080     END-RETURN.
011090 2010-EXIT.
011100     EXIT.
011110*
011120*----------------------------------------------------------------
011130* 2100-PROCESS-ONE-RECORD - A CHANGE OF KEY CLOSES THE KEY IN
011140*                           PROGRESS; A CHANGE OF DATE WITHIN THE
011150*                           KEY WRITES THE DAY JUST FINISHED
011160*----------------------------------------------------------------
011170 2100-PROCESS-ONE-RECORD.
011180     IF WS-KEY-OPEN
011190         IF WS-CHS-KEY-TYPE NOT = WS-CUR-KEY-TYPE
011200                 OR WS-CHS-KEY-NUMBER NOT = WS-CUR-KEY-NUMBER
011210             PERFORM 2400-END-KEY THRU 2400-EXIT
011220         ELSE
011230             IF WS-CHS-DATE NOT = WS-DAY-DATE
011240                 PERFORM 2300-FLUSH-DAY THRU 2300-EXIT
011250                 PERFORM 2160-START-DAY THRU 2160-EXIT
011260             END-IF
011270         END-IF
011280     END-IF.
011290     IF WS-KEY-CLOSED
011300         PERFORM 2150-START-KEY THRU 2150-EXIT
011310     END-IF.
011320     ADD WS-CHS-CASH-IN     TO WS-DAY-CASH-IN.
011330     ADD WS-CHS-CASH-OUT    TO WS-DAY-CASH-OUT.
011340     ADD WS-CHS-ITEM-COUNT  TO WS-DAY-ITEM-COUNT.
011350     ADD WS-CHS-NEAR-COUNT  TO WS-DAY-NEAR-COUNT.
011360     ADD WS-CHS-NEAR-AMOUNT TO WS-DAY-NEAR-AMOUNT.
011370 2100-EXIT.
011380     EXIT.
011390*
011400*----------------------------------------------------------------
011410* 2150-START-KEY - START A NEW ACCOUNT OR CUSTOMER.  THE FIRST
011420*                  CUSTOMER KEY (CUSTOMERS SORT AFTER ALL THE
011430*                  ACCOUNTS) OPENS THE CUSTOMER SECTION ON BOTH
011440*                  REPORTS.
011450*----------------------------------------------------------------
011460 2150-START-KEY.
011470     MOVE 'Y' TO WS-KEY-SWITCH.
011480     MOVE WS-CHS-KEY-TYPE   TO WS-CUR-KEY-TYPE.
011490     MOVE WS-CHS-KEY-NUMBER TO WS-CUR-KEY-NUMBER.
011500     MOVE 0 TO WS-TODAY-CASH-IN.
011510     MOVE 0 TO WS-TODAY-CASH-OUT.
011520     MOVE 0 TO WS-TODAY-ITEM-COUNT.
011530     MOVE 0 TO WS-WIN-NEAR-COUNT.
011540     MOVE 0 TO WS-WIN-NEAR-DAYS.
011550     MOVE 0 TO WS-WIN-NEAR-AMOUNT.
011560     IF WS-CHS-CUSTOMER AND NOT WS-CUST-SECTION-STARTED
011570         MOVE 'Y' TO WS-CUST-SECTION-SWITCH
011580         PERFORM 2170-WRITE-CUSTOMER-HEADINGS THRU 2170-EXIT
011590     END-IF.
011600     PERFORM 2160-START-DAY THRU 2160-EXIT.
011610 2150-EXIT.
011620     EXIT.
011630*
011640 2160-START-DAY.
011650     MOVE WS-CHS-KEY-TYPE   TO WS-DAY-KEY-TYPE.
011660     MOVE WS-CHS-KEY-NUMBER TO WS-DAY-KEY-NUMBER.
011670     MOVE WS-CHS-DATE       TO WS-DAY-DATE.
011680     MOVE 0 TO WS-DAY-CASH-IN.
011690     MOVE 0 TO WS-DAY-CASH-OUT.
011700     MOVE 0 TO WS-DAY-ITEM-COUNT.
011710     MOVE 0 TO WS-DAY-NEAR-COUNT.
011720     MOVE 0 TO WS-DAY-NEAR-AMOUNT.
011730 2160-EXIT.
011740     EXIT.
011750*
011760 2170-WRITE-CUSTOMER-HEADINGS.
011770     MOVE SPACES TO CTR-REPORT-LINE.
011780     WRITE CTR-REPORT-LINE.
011790     MOVE 'CUSTOMERS - CASH AGGREGATED ACROSS ALL LINKED ACCOUNTS'
011800             TO CTR-REPORT-LINE.
011810     WRITE CTR-REPORT-LINE.
011820     MOVE SPACES TO WATCH-REPORT-LINE.
011830     WRITE WATCH-REPORT-LINE.
011840     MOVE 'CUSTOMERS - CASH AGGREGATED ACROSS ALL LINKED ACCOUNTS'
011850             TO WATCH-REPORT-LINE.
011860     WRITE WATCH-REPORT-LINE.
011870 2170-EXIT.
011880     EXIT.
011890*
011900*----------------------------------------------------------------
011910* 2300-FLUSH-DAY - WRITE ONE DAY'S HISTORY RECORD FOR THE KEY AND
011920*                  ROLL IT INTO THE KEY'S TOTALS.  A DAY DATED
011930*                  AFTER THE PROCESSING DATE IS CARRIED FORWARD
011940*                  BUT IS NOT PART OF TONIGHT'S WINDOW.
011950*----------------------------------------------------------------
011960 2300-FLUSH-DAY.
011970     MOVE WS-DAY-RECORD TO CASHHIST-RECORD.
011980     WRITE CASHHIST-RECORD.
011990     ADD 1 TO WS-HIST-WRITE-COUNT.
012000     IF WS-DAY-DATE NOT > WS-PROCESSING-DATE
012010         ADD WS-DAY-NEAR-COUNT  TO WS-WIN-NEAR-COUNT
012020         ADD WS-DAY-NEAR-AMOUNT TO WS-WIN-NEAR-AMOUNT
012030         IF WS-DAY-NEAR-COUNT > 0
012040             ADD 1 TO WS-WIN-NEAR-DAYS
012050         END-IF
012060         IF WS-DAY-DATE = WS-PROCESSING-DATE
012070             MOVE WS-DAY-CASH-IN     TO WS-TODAY-CASH-IN
012080             MOVE WS-DAY-CASH-OUT    TO WS-TODAY-CASH-OUT
012090             MOVE WS-DAY-ITEM-COUNT  TO WS-TODAY-ITEM-COUNT
012100         END-IF
012110     END-IF.
012120 2300-EXIT.
012130     EXIT.
012140*
012150*----------------------------------------------------------------
012160* 2400-END-KEY - CLOSE ONE ACCOUNT OR CUSTOMER: WRITE ITS LAST
012170*                DAY, THEN JUDGE THE PROCESSING DAY'S CASH AGAINST
012180*                THE THRESHOLD AND THE WINDOW'S NEAR-THRESHOLD
012190*                ITEMS AGAINST THE WATCH COUNT
012200*----------------------------------------------------------------
012210 2400-END-KEY.
012220     PERFORM 2300-FLUSH-DAY THRU 2300-EXIT.
012230     MOVE 'N' TO WS-KEY-SWITCH.
012240     MOVE SPACES TO WS-KEY-NAME.
012250     IF WS-TODAY-CASH-IN > WS-CASH-THRESHOLD
012260             OR WS-TODAY-CASH-OUT > WS-CASH-THRESHOLD
012270         PERFORM 2450-GET-KEY-NAME THRU 2450-EXIT
012280         PERFORM 2410-WRITE-CTR-LINE THRU 2410-EXIT
012290     END-IF.
012300     IF WS-WIN-NEAR-COUNT NOT < WS-WATCH-COUNT
012310         IF WS-KEY-NAME = SPACES
012320             PERFORM 2450-GET-KEY-NAME THRU 2450-EXIT
012330         END-IF
012340         PERFORM 2420-WRITE-WATCH-LINE THRU 2420-EXIT
012350     END-IF.
012360 2400-EXIT.
012370     EXIT.
012380*
012390 2410-WRITE-CTR-LINE.
012400     ADD 1 TO WS-CTR-COUNT.
012410     IF WS-CUR-KEY-TYPE = 'A'
012420         MOVE 'ACCOUNT ' TO WS-CTR-KEY-LABEL
012430     ELSE
012440         MOVE 'CUSTOMER' TO WS-CTR-KEY-LABEL
012450     END-IF.
012460     MOVE WS-CUR-KEY-NUMBER   TO WS-CTR-KEY-NUMBER.
012470     MOVE WS-KEY-NAME         TO WS-CTR-NAME.
012480     MOVE WS-TODAY-CASH-IN    TO WS-CTR-CASH-IN.
012490     MOVE WS-TODAY-CASH-OUT   TO WS-CTR-CASH-OUT.
012500     MOVE WS-TODAY-ITEM-COUNT TO WS-CTR-ITEMS.
012510     EVALUATE TRUE
012520         WHEN WS-TODAY-CASH-IN > WS-CASH-THRESHOLD
012530                 AND WS-TODAY-CASH-OUT > WS-CASH-THRESHOLD
012540             MOVE 'IN + OUT' TO WS-CTR-EXCEEDED
012550         WHEN WS-TODAY-CASH-IN > WS-CASH-THRESHOLD
012560             MOVE 'IN      ' TO WS-CTR-EXCEEDED
012570         WHEN OTHER
012580             MOVE 'OUT     ' TO WS-CTR-EXCEEDED
012590     END-EVALUATE.
012600     MOVE WS-CTR-LINE TO CTR-REPORT-LINE.
012610     WRITE CTR-REPORT-LINE.
012620 2410-EXIT.
012630     EXIT.
012640*
012650 2420-WRITE-WATCH-LINE.
012660     ADD 1 TO WS-WATCH-LIST-COUNT.
012670     IF WS-CUR-KEY-TYPE = 'A'
012680         MOVE 'ACCOUNT ' TO WS-WCH-KEY-LABEL
012690     ELSE
012700         MOVE 'CUSTOMER' TO WS-WCH-KEY-LABEL
012710     END-IF.
012720     MOVE WS-CUR-KEY-NUMBER  TO WS-WCH-KEY-NUMBER.
012730     MOVE WS-KEY-NAME        TO WS-WCH-NAME.
012740     MOVE WS-WIN-NEAR-COUNT  TO WS-WCH-NEAR-COUNT.
012750     MOVE WS-WIN-NEAR-DAYS   TO WS-WCH-NEAR-DAYS.
012760     MOVE WS-WIN-NEAR-AMOUNT TO WS-WCH-NEAR-AMOUNT.
012770     MOVE WS-TODAY-CASH-IN   TO WS-WCH-CASH-IN.
012780     MOVE WS-TODAY-CASH-OUT  TO WS-WCH-CASH-OUT.
012790     MOVE WS-WATCH-LINE TO WATCH-REPORT-LINE.
012800     WRITE WATCH-REPORT-LINE.
012810 2420-EXIT.
012820     EXIT.
012830*
012840*----------------------------------------------------------------
012850* 2450-GET-KEY-NAME - THE ACCOUNT NAME FROM ACCTMAST OR THE
012860*                     CUSTOMER NAME FROM CUSTMAST FOR A REPORT
012870*                     LINE
012880*----------------------------------------------------------------
012890 2450-GET-KEY-NAME.
012900     IF WS-CUR-KEY-TYPE = 'A'
012910         MOVE WS-CUR-KEY-NUMBER TO ACCT-NUMBER
012920         READ ACCTMAST
012930             INVALID KEY
012940                 MOVE '*** NOT ON ACCTMAST ***' TO WS-KEY-NAME
012950             NOT INVALID KEY
012960                 MOVE ACCT-NAME TO WS-KEY-NAME
012970         END-READ
012980     ELSE
012990         IF WS-CUSTMAST-AVAILABLE
013000             MOVE WS-CUR-KEY-NUMBER TO CUST-NUMBER
013010             READ CUSTMAST
013020                 INVALID KEY
013030                     MOVE '*** NOT ON CUSTMAST ***' TO WS-KEY-NAME
013040                 NOT INVALID KEY
013050                     MOVE CUST-NAME TO WS-KEY-NAME
013060             END-READ
013070         ELSE
013080             MOVE '*** CUSTMAST NOT AVAILABLE ***' TO WS-KEY-NAME
013090         END-IF
013100     END-IF.
013110 2450-EXIT.
013120     EXIT.
013130*
013140*----------------------------------------------------------------
013150* 8000-FINALIZE - PRINT THE REPORT TRAILERS, CLOSE THE FILES AND
013160*                 REPORT THE COUNTS ON THE CONSOLE.  ANY ENTRY ON
013170*                 EITHER REPORT LEAVES A RETURN CODE OF 4 SO
013180*                 SCHEDULING ROUTES THE REPORTS TO COMPLIANCE.
013190*----------------------------------------------------------------
013200 8000-FINALIZE.
013210     MOVE WS-CTR-COUNT        TO WS-CTR-COUNT-D.
013220     MOVE WS-WATCH-LIST-COUNT TO WS-WATCH-LIST-COUNT-D.
013230     MOVE SPACES TO CTR-REPORT-LINE.
013240     WRITE CTR-REPORT-LINE.
013250     MOVE SPACES TO CTR-REPORT-LINE.
013260     STRING 'ENTRIES OVER THRESHOLD ' WS-CTR-COUNT-D
013270            DELIMITED BY SIZE
013280            INTO CTR-REPORT-LINE.
013290     WRITE CTR-REPORT-LINE.
013300     MOVE SPACES TO WATCH-REPORT-LINE.
013310     WRITE WATCH-REPORT-LINE.
013320     MOVE SPACES TO WATCH-REPORT-LINE.
013330     STRING 'ENTRIES ON WATCH LIST ' WS-WATCH-LIST-COUNT-D
013340            DELIMITED BY SIZE
013350            INTO WATCH-REPORT-LINE.
013360     WRITE WATCH-REPORT-LINE.
013370     CLOSE ACCTMAST.
013380     IF WS-CUSTMAST-AVAILABLE
013390         CLOSE CUSTMAST
013400     END-IF.
013410     CLOSE CASHHIST.
013420     CLOSE CTRRPT.
013430     CLOSE WATCHRPT.
013440     DISPLAY 'CASHMON - CASH MONITORING TOTALS'.
013450     DISPLAY 'ACTIVITY RECORDS READ     : ' WS-ACTWORK-READ-COUNT.
013460     DISPLAY 'CASH ITEMS                : ' WS-CASH-ITEM-COUNT.
013470     DISPLAY 'CASH REVERSAL BACKOUTS    : '
013480             WS-CASH-REVERSAL-COUNT.
013490     DISPLAY 'NEAR-THRESHOLD CASH ITEMS : ' WS-NEAR-ITEM-COUNT.
013500     DISPLAY 'HISTORY RECORDS READ      : ' WS-HIST-READ-COUNT.
013510     DISPLAY 'HISTORY AGED OUT          : ' WS-HIST-AGED-COUNT.
013520     DISPLAY 'HISTORY REPLACED (RE-RUN) : '
013530             WS-HIST-REPLACED-COUNT.
013540     DISPLAY 'HISTORY RECORDS IGNORED   : ' WS-HIST-BAD-COUNT.
013550     DISPLAY 'HISTORY RECORDS WRITTEN   : ' WS-HIST-WRITE-COUNT.
013560     DISPLAY 'CURRENCY TRANSACTION LINES: ' WS-CTR-COUNT.
013570     DISPLAY 'WATCH LIST LINES          : ' WS-WATCH-LIST-COUNT.
013580     IF WS-CTR-COUNT > 0 OR WS-WATCH-LIST-COUNT > 0
013590         IF RETURN-CODE < 4
013600             MOVE 4 TO RETURN-CODE
013610         END-IF
013620     END-IF.
013630 8000-EXIT.
013640     EXIT.
013650*
013660*----------------------------------------------------------------
013670* 8950-WRITE-LEDGER-END - RECORD THE END OF THE RUN ON THE LEDGER
013680*                         WITH ITS FINAL RETURN CODE AND COUNTS:
013690*                         CASH ITEMS, CTR ENTRIES, WATCH-LIST
013700*                         ENTRIES.
013710*----------------------------------------------------------------
013720 8950-WRITE-LEDGER-END.
013730     MOVE WS-CASH-ITEM-COUNT TO WS-RUNL-COUNT-1.
013740     MOVE WS-CTR-COUNT TO WS-RUNL-COUNT-2.
013750     MOVE WS-WATCH-LIST-COUNT TO WS-RUNL-COUNT-3.
013760     MOVE RETURN-CODE TO WS-RUNL-RC.
013770     MOVE 'E' TO WS-RUNL-EVENT.
013780     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
013790 8950-EXIT.
013800     EXIT.
