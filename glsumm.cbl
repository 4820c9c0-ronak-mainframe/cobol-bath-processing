000290*               FOOT TO ITS OWN CONTROL TRAILER, OR A TABLE
000300*               OVERFLOW, IS FATAL -- A QUIETLY SHORT SUMMARY IS
000310*               WORSE THAN NONE.
000320* 10/15/26  RH  ADDED THE RUN-LEDGER CHECK.  THE RUN IS REFUSED
000330*               IF GLSUMM HAS ALREADY ENDED FOR THE PROCESSING
000340*               DATE -- A SECOND ROLL-IN WOULD DOUBLE THE DAY IN
000350*               GLSUMOUT -- OR IF BATCHRCN HAS NOT ENDED CLEAN
000360*               (RC 4 OR LESS) FOR THE DATE, UNLESS AN OPERATOR
000370*               OVERRIDE CARD (RUNOVRD) NAMES IT.  START AND END
000380*               RECORDS ARE WRITTEN TO THE RUN LEDGER (RUNLEDG).
000390*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.  IBM-370.
000430 OBJECT-COMPUTER.  IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT GLFILE    ASSIGN TO GLFILE
000470            ORGANIZATION IS LINE SEQUENTIAL
000480            FILE STATUS IS WS-GLFILE-STATUS.
000490     SELECT GLSUMIN   ASSIGN TO GLSUMIN
000500            ORGANIZATION IS LINE SEQUENTIAL
000510            FILE STATUS IS WS-GLSUMIN-STATUS.
000520     SELECT GLSUMOUT  ASSIGN TO GLSUMOUT
000530            ORGANIZATION IS LINE SEQUENTIAL
000540            FILE STATUS IS WS-GLSUMOUT-STATUS.
000550     SELECT TYPEFILE  ASSIGN TO TYPEFILE
000560            ORGANIZATION IS LINE SEQUENTIAL
000570            FILE STATUS IS WS-TYPEFILE-STATUS.
000580     SELECT CTLCARD   ASSIGN TO CTLCARD
000590            ORGANIZATION IS LINE SEQUENTIAL
000600            FILE STATUS IS WS-CTLCARD-STATUS.
000610     SELECT RUNLEDG   ASSIGN TO RUNLEDG
000620            ORGANIZATION IS LINE SEQUENTIAL
000630            FILE STATUS IS WS-RUNLEDG-STATUS.
000640     SELECT RUNOVRD   ASSIGN TO RUNOVRD
000650            ORGANIZATION IS LINE SEQUENTIAL
000660            FILE STATUS IS WS-RUNOVRD-STATUS.
000670     SELECT GLSUMRPT  ASSIGN TO GLSUMRPT
000680            ORGANIZATION IS LINE SEQUENTIAL
000690            FILE STATUS IS WS-GLSUMRPT-STATUS.
000700*
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  GLFILE.
000740 01  GL-POSTING-RECORD.
000750     05  GL-REC-TYPE               PIC X(01).
000760     05  GL-ACCOUNT-NUMBER         PIC 9(08).
000770     05  GL-DR-CR-INDICATOR        PIC X(01).
000780     05  GL-TYPE-CODE              PIC X(01).
000790     05  GL-AMOUNT                 PIC 9(07)V99.
000800     05  GL-POSTING-DATE           PIC 9(08).
000810     05  GL-ENTRY-SOURCE           PIC X(01).
000820     05  GL-REVERSAL-FLAG          PIC X(01).
000830     05  FILLER                    PIC X(50).
000840*
000850*----------------------------------------------------------------
000860* GLSUMIN / GLSUMOUT - THE PERIOD-TO-DATE SUMMARY FILE.  ONE 'S'
000870* RECORD PER GL-ACCOUNT/TYPE-CODE PAIR WITH DEBITS, CREDITS AND
000880* REVERSAL ACTIVITY CARRIED SEPARATELY; ONE 'V' RECORD PER
000890* POSTING DATE WITH THE DAY'S RECORD COUNT AND AMOUNTS; AND A
000900* 'T' CONTROL TRAILER CARRYING BOTH RECORD COUNTS SO A TRUNCATED
000910* CARRY-FORWARD IS CAUGHT AT LOAD TIME.  GLSUMIN IS THE PRIOR
000920* NIGHT'S GLSUMOUT; AT PERIOD START THERE IS NO GLSUMIN.
000930*----------------------------------------------------------------
000940 FD  GLSUMIN.
000950 01  SUM-IN-RECORD.
000960     05  SUMI-REC-TYPE             PIC X(01).
000970     05  SUMI-GL-ACCOUNT           PIC 9(08).
000980     05  SUMI-TYPE-CODE            PIC X(01).
000990     05  SUMI-DEBIT-TOTAL          PIC 9(11)V99.
001000     05  SUMI-CREDIT-TOTAL         PIC 9(11)V99.
001010     05  SUMI-REV-DEBIT-TOTAL      PIC 9(11)V99.
001020     05  SUMI-REV-CREDIT-TOTAL     PIC 9(11)V99.
001030     05  SUMI-POSTING-COUNT        PIC 9(07).
001040     05  FILLER                    PIC X(11).
001050 01  SUM-IN-VOLUME REDEFINES SUM-IN-RECORD.
001060     05  SUMV-REC-TYPE             PIC X(01).
001070     05  SUMV-POSTING-DATE         PIC 9(08).
001080     05  SUMV-RECORD-COUNT         PIC 9(07).
001090     05  SUMV-DEBIT-TOTAL          PIC 9(11)V99.
001100     05  SUMV-CREDIT-TOTAL         PIC 9(11)V99.
001110     05  FILLER                    PIC X(38).
001120 01  SUM-IN-TRAILER REDEFINES SUM-IN-RECORD.
001130     05  SUMT-REC-TYPE             PIC X(01).
001140     05  SUMT-SUMMARY-COUNT        PIC 9(05).
001150     05  SUMT-VOLUME-COUNT         PIC 9(03).
001160     05  FILLER                    PIC X(71).
001170*
001180 FD  GLSUMOUT.
001190 01  SUM-OUT-RECORD                PIC X(80).
001200*
001210 FD  TYPEFILE.
001220 01  TYPE-RECORD.
001230     05  TYPE-CODE                 PIC X(01).
001240     05  TYPE-DESCRIPTION          PIC X(20).
001250     05  TYPE-DR-CR                PIC X(01).
001260     05  TYPE-GL-ACCOUNT           PIC 9(08).
001270     05  FILLER                    PIC X(50).
001280*
001290 FD  CTLCARD.
001300 01  CTL-RECORD.
001310     05  CTL-PROCESSING-DATE       PIC 9(08).
001320     05  FILLER                    PIC X(72).
001330*
001340*----------------------------------------------------------------
001350* RUNLEDG - THE NIGHTLY STREAM'S RUN LEDGER, READ AT STARTUP TO
001360* CHECK THIS RUN'S PLACE IN THE STREAM AND EXTENDED WITH ITS
001370* START AND END RECORDS.  RUNOVRD - OPTIONAL OPERATOR OVERRIDE
001380* CARD THAT LETS A REFUSED RUN GO AHEAD.
001390*----------------------------------------------------------------
001400 FD  RUNLEDG.
001410 01  RUNL-RECORD.
001420     COPY RUNLREC.
001430*
001440 FD  RUNOVRD.
001450 01  RUNO-RECORD.
001460     COPY RUNOREC.
001470*
001480 FD  GLSUMRPT.
001490 01  SUMM-REPORT-LINE              PIC X(132).
001500*
001510 WORKING-STORAGE SECTION.
001520*----------------------------------------------------------------
001530* FILE STATUS AND CONTROL SWITCHES
001540*----------------------------------------------------------------
001550 77  WS-GLFILE-STATUS            PIC X(02) VALUE SPACES.
001560 77  WS-GLSUMIN-STATUS           PIC X(02) VALUE SPACES.
001570 77  WS-GLSUMOUT-STATUS          PIC X(02) VALUE SPACES.
001580 77  WS-TYPEFILE-STATUS          PIC X(02) VALUE SPACES.
001590 77  WS-CTLCARD-STATUS           PIC X(02) VALUE SPACES.
001600 77  WS-GLSUMRPT-STATUS          PIC X(02) VALUE SPACES.
001610*
001620 77  WS-GLFILE-EOF-SWITCH        PIC X(01) VALUE 'N'.
001630     88  WS-GLFILE-EOF-YES       VALUE 'Y'.
001640 77  WS-GLSUMIN-EOF-SWITCH       PIC X(01) VALUE 'N'.
001650     88  WS-GLSUMIN-EOF-YES      VALUE 'Y'.
001660 77  WS-TYPEFILE-EOF-SWITCH      PIC X(01) VALUE 'N'.
001670     88  WS-TYPEFILE-EOF-YES     VALUE 'Y'.
001680*
001690 77  WS-PROCESSING-DATE          PIC 9(08) VALUE 0.
001700*
001710*----------------------------------------------------------------
001720* COUNTERS
001730*----------------------------------------------------------------
001740 77  WS-GL-DETAIL-COUNT          PIC 9(07) COMP VALUE 0.
001750 77  WS-GL-IGNORED-COUNT         PIC 9(07) COMP VALUE 0.
001760 77  WS-SUMIN-S-COUNT            PIC 9(05) COMP VALUE 0.
001770 77  WS-SUMIN-V-COUNT            PIC 9(03) COMP VALUE 0.
001780 77  WS-SUMIN-TRL-SEEN-SW        PIC X(01) VALUE 'N'.
001790     88  WS-SUMIN-TRL-SEEN       VALUE 'Y'.
001800*
001810*----------------------------------------------------------------
001820* PERIOD-TO-DATE SUMMARY TABLE - ONE ENTRY PER GL-ACCOUNT/TYPE-
001830* CODE PAIR, SEEDED FROM GLSUMIN AND GROWN AS THE DAY'S DETAIL
001840* ROLLS IN
001850*----------------------------------------------------------------
001860 77  WS-SUM-COUNT                PIC 9(05) COMP VALUE 0.
001870 77  WS-SUM-SUB                  PIC 9(05) COMP VALUE 0.
001880 01  WS-SUM-TABLE.
001890     05  WS-SUM-ENTRY OCCURS 1 TO 500 TIMES
001900             DEPENDING ON WS-SUM-COUNT
001910             INDEXED BY WS-SUM-IDX.
001920         10  WS-SUM-GL-ACCT-TBL   PIC 9(08).
001930         10  WS-SUM-TYPE-TBL      PIC X(01).
001940         10  WS-SUM-DR-TBL        PIC 9(11)V99.
001950         10  WS-SUM-CR-TBL        PIC 9(11)V99.
001960         10  WS-SUM-REV-DR-TBL    PIC 9(11)V99.
001970         10  WS-SUM-REV-CR-TBL    PIC 9(11)V99.
001980         10  WS-SUM-POST-CNT-TBL  PIC 9(07).
001990*
002000*----------------------------------------------------------------
002010* DAY-BY-DAY VOLUME TABLE - ONE ENTRY PER POSTING DATE SEEN IN
002020* THE PERIOD.  40 ENTRIES COVERS A MONTH OF GENERATIONS WITH
002030* ROOM FOR RE-RUNS DATED INTO THE NEXT PERIOD.
002040*----------------------------------------------------------------
002050 77  WS-DAY-COUNT                PIC 9(03) COMP VALUE 0.
002060 77  WS-DAY-SUB                  PIC 9(03) COMP VALUE 0.
002070 01  WS-DAY-TABLE.
002080     05  WS-DAY-ENTRY OCCURS 1 TO 40 TIMES
002090             DEPENDING ON WS-DAY-COUNT
002100             INDEXED BY WS-DAY-IDX.
002110         10  WS-DAY-DATE-TBL      PIC 9(08).
002120         10  WS-DAY-REC-CNT-TBL   PIC 9(07).
002130         10  WS-DAY-DR-TBL        PIC 9(11)V99.
002140         10  WS-DAY-CR-TBL        PIC 9(11)V99.
002150*
002160*----------------------------------------------------------------
002170* TRANSACTION-TYPE DESCRIPTIONS - LOADED FROM TYPEFILE FOR THE
002180* REPORT.  A TYPE NO LONGER ON TYPEFILE PRINTS WITHOUT ONE.
002190*----------------------------------------------------------------
002200 77  WS-TYPEREF-COUNT            PIC 9(03) COMP VALUE 0.
002210 01  WS-TYPEREF-TABLE.
002220     05  WS-TYPEREF-ENTRY OCCURS 1 TO 100 TIMES
002230             DEPENDING ON WS-TYPEREF-COUNT
002240             INDEXED BY WS-TYPEREF-IDX.
002250         10  WS-TYPEREF-CODE-TBL  PIC X(01).
002260         10  WS-TYPEREF-DESC-TBL  PIC X(20).
002270 01  WS-TYPE-DESC                PIC X(20) VALUE SPACES.
002280*
002290*----------------------------------------------------------------
002300* SUMMARY OUTPUT RECORD STAGING AREAS
002310*----------------------------------------------------------------
002320 01  WS-SUM-RECORD.
002330     05  WS-SUMO-REC-TYPE        PIC X(01).
002340     05  WS-SUMO-GL-ACCOUNT      PIC 9(08).
002350     05  WS-SUMO-TYPE-CODE       PIC X(01).
002360     05  WS-SUMO-DEBIT-TOTAL     PIC 9(11)V99.
002370     05  WS-SUMO-CREDIT-TOTAL    PIC 9(11)V99.
002380     05  WS-SUMO-REV-DR-TOTAL    PIC 9(11)V99.
002390     05  WS-SUMO-REV-CR-TOTAL    PIC 9(11)V99.
002400     05  WS-SUMO-POSTING-COUNT   PIC 9(07).
002410     05  FILLER                  PIC X(11) VALUE SPACES.
002420 01  WS-VOL-RECORD.
002430     05  WS-VOLO-REC-TYPE        PIC X(01) VALUE 'V'.
002440     05  WS-VOLO-POSTING-DATE    PIC 9(08).
002450     05  WS-VOLO-RECORD-COUNT    PIC 9(07).
002460     05  WS-VOLO-DEBIT-TOTAL     PIC 9(11)V99.
002470     05  WS-VOLO-CREDIT-TOTAL    PIC 9(11)V99.
002480     05  FILLER                  PIC X(38) VALUE SPACES.
002490 01  WS-TRL-RECORD.
002500     05  WS-TRLO-REC-TYPE        PIC X(01) VALUE 'T'.
002510     05  WS-TRLO-SUMMARY-COUNT   PIC 9(05).
002520     05  WS-TRLO-VOLUME-COUNT    PIC 9(03).
002530     05  FILLER                  PIC X(71) VALUE SPACES.
002540*
002550*----------------------------------------------------------------
002560* REPORT LINE STAGING AREAS
002570*----------------------------------------------------------------
002580 01  WS-SUM-LINE.
002590     05  WS-SML-GL-ACCOUNT       PIC 9(08).
002600     05  FILLER                  PIC X(02) VALUE SPACES.
002610     05  WS-SML-TYPE             PIC X(01).
002620     05  FILLER                  PIC X(02) VALUE SPACES.
002630     05  WS-SML-DESC             PIC X(20).
002640     05  FILLER                  PIC X(02) VALUE SPACES.
002650     05  WS-SML-DEBITS           PIC 9(11).99.
002660     05  FILLER                  PIC X(02) VALUE SPACES.
002670     05  WS-SML-CREDITS          PIC 9(11).99.
002680     05  FILLER                  PIC X(02) VALUE SPACES.
002690     05  WS-SML-REV-DEBITS       PIC 9(11).99.
002700     05  FILLER                  PIC X(02) VALUE SPACES.
002710     05  WS-SML-REV-CREDITS      PIC 9(11).99.
002720     05  FILLER                  PIC X(02) VALUE SPACES.
002730     05  WS-SML-COUNT            PIC ZZZZZZ9.
002740     05  FILLER                  PIC X(08) VALUE SPACES.
002750 01  WS-VOL-LINE.
002760     05  FILLER                  PIC X(02) VALUE SPACES.
002770     05  WS-VOL-DATE             PIC 9(08).
002780     05  FILLER                  PIC X(02) VALUE SPACES.
002790     05  WS-VOL-COUNT            PIC ZZZZZZ9.
002800     05  FILLER                  PIC X(10) VALUE ' RECORDS  '.
002810     05  WS-VOL-DEBITS           PIC 9(11).99.
002820     05  FILLER                  PIC X(02) VALUE SPACES.
002830     05  WS-VOL-CREDITS          PIC 9(11).99.
002840     05  FILLER                  PIC X(73) VALUE SPACES.
002850*
002860*----------------------------------------------------------------
002870* RUN LEDGER - GLSUMM RUNS ONCE PER PROCESSING DATE, AND ONLY
002880* AFTER BATCHRCN HAS ENDED FOR THE DATE WITH A CLEAN RETURN CODE
002890* (4 OR LESS), SO A NIGHT'S GLFILE IS NEVER ROLLED IN TWICE OR
002900* BEFORE IT HAS BEEN PROVED
002910*----------------------------------------------------------------
002920 77  WS-RUNLEDG-STATUS           PIC X(02) VALUE SPACES.
002930 77  WS-RUNOVRD-STATUS           PIC X(02) VALUE SPACES.
002940 77  WS-RUNLEDG-EOF-SWITCH       PIC X(01) VALUE 'N'.
002950     88  WS-RUNLEDG-EOF-YES      VALUE 'Y'.
002960 77  WS-RUNL-OVERRIDE-SWITCH     PIC X(01) VALUE 'N'.
002970     88  WS-RUNL-OVERRIDDEN      VALUE 'Y'.
002980 77  WS-RUNL-DONE-SWITCH         PIC X(01) VALUE 'N'.
002990     88  WS-RUNL-ALREADY-RUN     VALUE 'Y'.
003000 77  WS-RUNL-UNFINISHED-SWITCH   PIC X(01) VALUE 'N'.
003010     88  WS-RUNL-UNFINISHED      VALUE 'Y'.
003020 77  WS-RUNL-PRED-SWITCH         PIC X(01) VALUE 'N'.
003030     88  WS-RUNL-PRED-ENDED      VALUE 'Y'.
003040 77  WS-RUNL-THIS-PROGRAM        PIC X(10) VALUE 'GLSUMM'.
003050 77  WS-RUNL-THIS-MODE           PIC X(01) VALUE SPACE.
003060 77  WS-RUNL-PRED-PROGRAM        PIC X(10) VALUE 'BATCHRCN'.
003070 77  WS-RUNL-PRED-MODE           PIC X(01) VALUE SPACE.
003080 77  WS-RUNL-PRED-MAX-RC         PIC 9(03) VALUE 4.
003090 77  WS-RUNL-PRED-RC             PIC 9(03) VALUE 0.
003100 77  WS-RUNL-EVENT               PIC X(01) VALUE SPACE.
003110 77  WS-RUNL-RC                  PIC 9(03) VALUE 0.
003120 77  WS-RUNL-OPERATOR            PIC X(08) VALUE SPACES.
003130 77  WS-RUNL-TIME                PIC 9(08) VALUE 0.
003140 77  WS-RUNL-COUNT-1             PIC 9(09) VALUE 0.
003150 77  WS-RUNL-COUNT-2             PIC 9(09) VALUE 0.
003160 77  WS-RUNL-COUNT-3             PIC 9(09) VALUE 0.
003170*
003180 PROCEDURE DIVISION.
003190*----------------------------------------------------------------
003200* 0000-MAINLINE
003210*----------------------------------------------------------------
003220 0000-MAINLINE.
003230     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
003240     PERFORM 2000-ROLL-IN-GLFILE THRU 2000-EXIT.
003250     PERFORM 8000-FINALIZE       THRU 8000-EXIT.
003260     PERFORM 8950-WRITE-LEDGER-END  THRU 8950-EXIT.
003270     STOP RUN.
003280*
003290*----------------------------------------------------------------
003300* 1000-INITIALIZE - READ THE CONTROL CARD, LOAD THE TYPE
003310*                   DESCRIPTIONS AND CARRY THE PRIOR SUMMARY
003320*                   FORWARD INTO THE TABLES
003330*----------------------------------------------------------------
003340 1000-INITIALIZE.
003350     PERFORM 1010-READ-CONTROL-CARD THRU 1010-EXIT.
003360     PERFORM 1700-CHECK-RUN-LEDGER  THRU 1700-EXIT.
003370     PERFORM 1100-LOAD-TYPE-DESCS THRU 1100-EXIT.
003380     PERFORM 1200-LOAD-PRIOR-SUMMARY THRU 1200-EXIT.
003390 1000-EXIT.
003400     EXIT.
003410*
003420*----------------------------------------------------------------
003430* 1010-READ-CONTROL-CARD - READ THE ONE-RECORD CTLCARD FILE TO
003440*                          GET THE PROCESSING DATE STAMPED ON THE
003450*                          REPORT.  SAME CARD AND SAME EDITS AS
003460*                          BATCHPROC.
003470*----------------------------------------------------------------
003480 1010-READ-CONTROL-CARD.
003490     OPEN INPUT CTLCARD.
003500     IF WS-CTLCARD-STATUS NOT = '00'
003510         DISPLAY '*** FATAL - CTLCARD OPEN FAILED, STATUS '
003520                 WS-CTLCARD-STATUS
003530         MOVE 16 TO RETURN-CODE
003540         STOP RUN
003550     END-IF.
003560     READ CTLCARD
003570         AT END
003580             DISPLAY '*** FATAL - CTLCARD IS EMPTY, NO '
003590                     'PROCESSING DATE SUPPLIED'
003600             MOVE 16 TO RETURN-CODE
003610             STOP RUN
003620     END-READ.
003630     IF CTL-PROCESSING-DATE IS NOT NUMERIC
003640         DISPLAY '*** FATAL - CTLCARD PROCESSING DATE IS NOT '
003650                 'NUMERIC: ' CTL-RECORD
003660         MOVE 16 TO RETURN-CODE
003670         STOP RUN
003680     END-IF.
003690     MOVE CTL-PROCESSING-DATE TO WS-PROCESSING-DATE.
003700     CLOSE CTLCARD.
003710 1010-EXIT.
003720     EXIT.
003730*
003740*----------------------------------------------------------------
003750* 1100-LOAD-TYPE-DESCS - LOAD THE TYPE-CODE DESCRIPTIONS FROM
003760*                        TYPEFILE FOR THE REPORT.  A MISSING
003770*                        TYPEFILE IS NOT FATAL HERE -- THE
003780*                        SUMMARY STILL FOOTS, THE REPORT JUST
003790*                        PRINTS BARE TYPE CODES.
003800*----------------------------------------------------------------
003810 1100-LOAD-TYPE-DESCS.
003820     MOVE 'N' TO WS-TYPEFILE-EOF-SWITCH.
003830     MOVE 0 TO WS-TYPEREF-COUNT.
003840     OPEN INPUT TYPEFILE.
003850     IF WS-TYPEFILE-STATUS NOT = '00'
003860         DISPLAY '*** WARNING - TYPEFILE OPEN FAILED, STATUS '
003870                 WS-TYPEFILE-STATUS ', REPORT WILL CARRY NO '
003880                 'TYPE DESCRIPTIONS'
003890     ELSE
003900         PERFORM 1110-READ-ONE-TYPE THRU 1110-EXIT
003910                 UNTIL WS-TYPEFILE-EOF-YES
003920         CLOSE TYPEFILE
003930     END-IF.
003940 1100-EXIT.
003950     EXIT.
003960*
003970 1110-READ-ONE-TYPE.
003980     READ TYPEFILE
003990         AT END
004000             SET WS-TYPEFILE-EOF-YES TO TRUE
004010     END-READ.
004020     IF NOT WS-TYPEFILE-EOF-YES
004030         IF TYPE-CODE NOT = SPACE
004040                 AND WS-TYPEREF-COUNT < 100
004050             ADD 1 TO WS-TYPEREF-COUNT
004060             SET WS-TYPEREF-IDX TO WS-TYPEREF-COUNT
004070             MOVE TYPE-CODE
004080                     TO WS-TYPEREF-CODE-TBL(WS-TYPEREF-IDX)
004090             MOVE TYPE-DESCRIPTION
004100                     TO WS-TYPEREF-DESC-TBL(WS-TYPEREF-IDX)
004110         END-IF
004120     END-IF.
004130 1110-EXIT.
004140     EXIT.
004150*
004160*----------------------------------------------------------------
004170* 1200-LOAD-PRIOR-SUMMARY - CARRY THE PRIOR PERIOD-TO-DATE
004180*                           SUMMARY FORWARD.  A MISSING GLSUMIN
004190*                           MEANS THE PERIOD IS STARTING FRESH
004200*                           AND IS NOT AN ERROR; A SUMMARY THAT
004210*                           DOES NOT FOOT TO ITS CONTROL TRAILER
004220*                           IS FATAL.
004230*----------------------------------------------------------------
004240 1200-LOAD-PRIOR-SUMMARY.
004250     MOVE 'N' TO WS-GLSUMIN-EOF-SWITCH.
004260     OPEN INPUT GLSUMIN.
004270     IF WS-GLSUMIN-STATUS = '35'
004280         DISPLAY 'NO PRIOR SUMMARY PRESENT - PERIOD STARTS FRESH'
004290     ELSE
004300         IF WS-GLSUMIN-STATUS NOT = '00'
004310             DISPLAY '*** FATAL - GLSUMIN OPEN FAILED, STATUS '
004320                     WS-GLSUMIN-STATUS
004330             MOVE 16 TO RETURN-CODE
004340             STOP RUN
004350         END-IF
004360         PERFORM 1210-READ-ONE-SUMMARY THRU 1210-EXIT
004370                 UNTIL WS-GLSUMIN-EOF-YES
004380         CLOSE GLSUMIN
004390         IF NOT WS-SUMIN-TRL-SEEN
004400                 OR WS-SUMIN-S-COUNT NOT = WS-SUM-COUNT
004410                 OR WS-SUMIN-V-COUNT NOT = WS-DAY-COUNT
004420             DISPLAY '*** FATAL - PRIOR SUMMARY DOES NOT FOOT '
004430                     'TO ITS CONTROL TRAILER'
004440             MOVE 16 TO RETURN-CODE
004450             STOP RUN
004460         END-IF
004470     END-IF.
004480 1200-EXIT.
004490     EXIT.
004500*
004510 1210-READ-ONE-SUMMARY.
004520     READ GLSUMIN
004530         AT END
004540             SET WS-GLSUMIN-EOF-YES TO TRUE
004550     END-READ.
004560     IF NOT WS-GLSUMIN-EOF-YES
004570         EVALUATE SUMI-REC-TYPE
004580             WHEN 'S'
004590                 PERFORM 1220-LOAD-SUMMARY-ENTRY THRU 1220-EXIT
004600             WHEN 'V'
004610                 PERFORM 1230-LOAD-VOLUME-ENTRY THRU 1230-EXIT
004620             WHEN 'T'
004630                 SET WS-SUMIN-TRL-SEEN TO TRUE
004640                 MOVE SUMT-SUMMARY-COUNT TO WS-SUMIN-S-COUNT
004650                 MOVE SUMT-VOLUME-COUNT  TO WS-SUMIN-V-COUNT
004660             WHEN OTHER
004670                 DISPLAY '*** FATAL - UNRECOGNIZED SUMMARY '
004680                         'RECORD: ' SUM-IN-RECORD
004690                 MOVE 16 TO RETURN-CODE
004700                 STOP RUN
004710         END-EVALUATE
004720     END-IF.
004730 1210-EXIT.
004740     EXIT.
004750*
004760 1220-LOAD-SUMMARY-ENTRY.
004770     IF SUMI-GL-ACCOUNT IS NOT NUMERIC
004780             OR SUMI-DEBIT-TOTAL IS NOT NUMERIC
004790             OR SUMI-CREDIT-TOTAL IS NOT NUMERIC
004800             OR SUMI-REV-DEBIT-TOTAL IS NOT NUMERIC
004810             OR SUMI-REV-CREDIT-TOTAL IS NOT NUMERIC
004820             OR SUMI-POSTING-COUNT IS NOT NUMERIC
004830         DISPLAY '*** FATAL - PRIOR SUMMARY RECORD NOT '
004840                 'NUMERIC: ' SUM-IN-RECORD
004850         MOVE 16 TO RETURN-CODE
004860         STOP RUN
004870     END-IF.
004880     IF WS-SUM-COUNT NOT < 500
004890         DISPLAY '*** FATAL - SUMMARY TABLE FULL LOADING THE '
004900                 'PRIOR SUMMARY'
004910         MOVE 16 TO RETURN-CODE
004920         STOP RUN
004930     END-IF.
004940     ADD 1 TO WS-SUM-COUNT.
004950     SET WS-SUM-IDX TO WS-SUM-COUNT.
004960     MOVE SUMI-GL-ACCOUNT      TO WS-SUM-GL-ACCT-TBL(WS-SUM-IDX).
004970     MOVE SUMI-TYPE-CODE       TO WS-SUM-TYPE-TBL(WS-SUM-IDX).
004980     MOVE SUMI-DEBIT-TOTAL     TO WS-SUM-DR-TBL(WS-SUM-IDX).
004990     MOVE SUMI-CREDIT-TOTAL    TO WS-SUM-CR-TBL(WS-SUM-IDX).
005000     MOVE SUMI-REV-DEBIT-TOTAL TO WS-SUM-REV-DR-TBL(WS-SUM-IDX).
005010     MOVE SUMI-REV-CREDIT-TOTAL
005020             TO WS-SUM-REV-CR-TBL(WS-SUM-IDX).
005030     MOVE SUMI-POSTING-COUNT   TO WS-SUM-POST-CNT-TBL(WS-SUM-IDX).
005040 1220-EXIT.
005050     EXIT.
005060*
005070 1230-LOAD-VOLUME-ENTRY.
005080     IF SUMV-POSTING-DATE IS NOT NUMERIC
005090             OR SUMV-RECORD-COUNT IS NOT NUMERIC
005100             OR SUMV-DEBIT-TOTAL IS NOT NUMERIC
005110             OR SUMV-CREDIT-TOTAL IS NOT NUMERIC
005120         DISPLAY '*** FATAL - PRIOR VOLUME RECORD NOT '
005130                 'NUMERIC: ' SUM-IN-RECORD
005140         MOVE 16 TO RETURN-CODE
005150         STOP RUN
005160     END-IF.
005170     IF WS-DAY-COUNT NOT < 40
005180         DISPLAY '*** FATAL - VOLUME TABLE FULL LOADING THE '
005190                 'PRIOR SUMMARY'
005200         MOVE 16 TO RETURN-CODE
005210         STOP RUN
005220     END-IF.
005230     ADD 1 TO WS-DAY-COUNT.
005240     SET WS-DAY-IDX TO WS-DAY-COUNT.
005250     MOVE SUMV-POSTING-DATE TO WS-DAY-DATE-TBL(WS-DAY-IDX).
005260     MOVE SUMV-RECORD-COUNT TO WS-DAY-REC-CNT-TBL(WS-DAY-IDX).
005270     MOVE SUMV-DEBIT-TOTAL  TO WS-DAY-DR-TBL(WS-DAY-IDX).
005280     MOVE SUMV-CREDIT-TOTAL TO WS-DAY-CR-TBL(WS-DAY-IDX).
005290 1230-EXIT.
005300     EXIT.
005310*
005320*----------------------------------------------------------------
005330* 1700-CHECK-RUN-LEDGER - READ THE RUN LEDGER FOR THIS PROCESSING
005340*                         DATE BEFORE ANY FILE IS TOUCHED.  A
005350*                         SECOND RUN FOR THE DATE, OR A RUN AHEAD
005360*                         OF ITS PREDECESSOR IN THE STREAM, IS
005370*                         REFUSED WITH RETURN CODE 16 UNLESS THE
005380*                         OVERRIDE CARD NAMES THIS PROGRAM AND
005390*                         DATE.  A RUN THAT STARTED BUT NEVER
005400*                         ENDED MAY GO AGAIN.  A MISSING LEDGER
005410*                         MEANS NOTHING HAS RUN YET.
005420*----------------------------------------------------------------
005430 1700-CHECK-RUN-LEDGER.
005440     MOVE 'N' TO WS-RUNL-DONE-SWITCH.
005450     MOVE 'N' TO WS-RUNL-UNFINISHED-SWITCH.
005460     MOVE 'N' TO WS-RUNL-PRED-SWITCH.
005470     PERFORM 1710-READ-OVERRIDE-CARD THRU 1710-EXIT.
005480     OPEN INPUT RUNLEDG.
005490     IF WS-RUNLEDG-STATUS = '00'
005500         MOVE 'N' TO WS-RUNLEDG-EOF-SWITCH
005510         PERFORM 1720-SCAN-ONE-LEDGER-ENTRY THRU 1720-EXIT
005520                 UNTIL WS-RUNLEDG-EOF-YES
005530         CLOSE RUNLEDG
005540     ELSE
005550         IF WS-RUNLEDG-STATUS NOT = '35'
005560             DISPLAY '*** FATAL - RUNLEDG OPEN FAILED, STATUS '
005570                     WS-RUNLEDG-STATUS
005580             MOVE 16 TO RETURN-CODE
005590             STOP RUN
005600         END-IF
005610     END-IF.
005620     IF WS-RUNL-OVERRIDDEN
005630         DISPLAY '*** WARNING - RUN LEDGER CHECKS OVERRIDDEN BY '
005640                 'OPERATOR ' WS-RUNL-OPERATOR
005650     ELSE
005660         PERFORM 1705-APPLY-LEDGER-CHECKS THRU 1705-EXIT
005670     END-IF.
005680     MOVE 'S' TO WS-RUNL-EVENT.
005690     MOVE 0 TO WS-RUNL-RC.
005700     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
005710 1700-EXIT.
005720     EXIT.
005730*
005740*----------------------------------------------------------------
005750* 1705-APPLY-LEDGER-CHECKS - REFUSE A SECOND RUN FOR THE DATE, OR
005760*                            A RUN AHEAD OF ITS PREDECESSOR, NOW
005770*                            THE LEDGER HAS BEEN READ.  NOT
005780*                            PERFORMED WHEN THE OVERRIDE CARD
005790*                            NAMES THIS RUN.
005800*----------------------------------------------------------------
005810 1705-APPLY-LEDGER-CHECKS.
005820     IF WS-RUNL-ALREADY-RUN
005830         DISPLAY '*** FATAL - ' WS-RUNL-THIS-PROGRAM
005840                 ' HAS ALREADY RUN FOR PROCESSING DATE '
005850                 WS-PROCESSING-DATE
005860         PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
005870     END-IF.
005880     IF WS-RUNL-PRED-PROGRAM NOT = SPACES
005890         IF NOT WS-RUNL-PRED-ENDED
005900             DISPLAY '*** FATAL - OUT OF SEQUENCE, '
005910                     WS-RUNL-PRED-PROGRAM
005920                     ' HAS NOT ENDED FOR PROCESSING DATE '
005930                     WS-PROCESSING-DATE
005940             PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
005950         END-IF
005960         IF WS-RUNL-PRED-RC > WS-RUNL-PRED-MAX-RC
005970             DISPLAY '*** FATAL - ' WS-RUNL-PRED-PROGRAM
005980                     ' ENDED WITH RETURN CODE ' WS-RUNL-PRED-RC
005990                     ' FOR PROCESSING DATE ' WS-PROCESSING-DATE
006000             PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
006010         END-IF
006020     END-IF.
006030     IF WS-RUNL-UNFINISHED
006040         DISPLAY '*** WARNING - EARLIER RUN FOR PROCESSING DATE '
006050                 WS-PROCESSING-DATE ' DID NOT END, RUNNING AGAIN'
006060     END-IF.
006070 1705-EXIT.
006080     EXIT.
006090*
006100*----------------------------------------------------------------
006110* 1710-READ-OVERRIDE-CARD - A MISSING OR EMPTY RUNOVRD IS THE
006120*                           NORMAL CASE.  A CARD FOR ANOTHER
006130*                           PROGRAM OR DATE IS IGNORED; ONE FOR
006140*                           THIS RUN MUST NAME THE OPERATOR.
006150*----------------------------------------------------------------
006160 1710-READ-OVERRIDE-CARD.
006170     MOVE 'N' TO WS-RUNL-OVERRIDE-SWITCH.
006180     MOVE SPACES TO WS-RUNL-OPERATOR.
006190     OPEN INPUT RUNOVRD.
006200     IF WS-RUNOVRD-STATUS NOT = '00'
006210         GO TO 1710-EXIT
006220     END-IF.
006230     READ RUNOVRD
006240         AT END
006250             MOVE SPACES TO RUNO-RECORD
006260     END-READ.
006270     CLOSE RUNOVRD.
006280     IF RUNO-PROGRAM NOT = WS-RUNL-THIS-PROGRAM
006290             OR RUNO-PROCESSING-DATE IS NOT NUMERIC
006300         GO TO 1710-EXIT
006310     END-IF.
006320     IF RUNO-PROCESSING-DATE NOT = WS-PROCESSING-DATE
006330             OR (RUNO-MODE NOT = SPACE
006340                 AND RUNO-MODE NOT = WS-RUNL-THIS-MODE)
006350         GO TO 1710-EXIT
006360     END-IF.
006370     IF RUNO-OPERATOR = SPACES
006380         DISPLAY '*** WARNING - OVERRIDE CARD IGNORED, NO '
006390                 'OPERATOR ID: ' RUNO-RECORD
006400         GO TO 1710-EXIT
006410     END-IF.
006420     MOVE 'Y' TO WS-RUNL-OVERRIDE-SWITCH.
006430     MOVE RUNO-OPERATOR TO WS-RUNL-OPERATOR.
006440     DISPLAY 'OVERRIDE REASON: ' RUNO-REASON.
006450 1710-EXIT.
006460     EXIT.
006470*
006480*----------------------------------------------------------------
006490* 1720-SCAN-ONE-LEDGER-ENTRY - NOTE THIS PROGRAM'S OWN STARTS AND
006500*                              ENDS FOR THE DATE, AND WHETHER ITS
006510*                              PREDECESSOR HAS ENDED (THE LAST
006520*                              END ON FILE GIVES ITS RETURN CODE)
006530*----------------------------------------------------------------
006540 1720-SCAN-ONE-LEDGER-ENTRY.
006550     READ RUNLEDG
006560         AT END
006570             SET WS-RUNLEDG-EOF-YES TO TRUE
006580     END-READ.
006590     IF NOT WS-RUNLEDG-EOF-YES
006600             AND RUNL-PROCESSING-DATE = WS-PROCESSING-DATE
006610         IF RUNL-PROGRAM = WS-RUNL-THIS-PROGRAM
006620                 AND RUNL-MODE = WS-RUNL-THIS-MODE
006630             IF RUNL-STARTED
006640                 MOVE 'Y' TO WS-RUNL-UNFINISHED-SWITCH
006650             END-IF
006660             IF RUNL-ENDED
006670                 MOVE 'Y' TO WS-RUNL-DONE-SWITCH
006680                 MOVE 'N' TO WS-RUNL-UNFINISHED-SWITCH
006690             END-IF
006700         END-IF
006710         IF WS-RUNL-PRED-PROGRAM NOT = SPACES
006720                 AND RUNL-PROGRAM = WS-RUNL-PRED-PROGRAM
006730                 AND RUNL-ENDED
006740                 AND (WS-RUNL-PRED-MODE = SPACE
006750                      OR RUNL-MODE = WS-RUNL-PRED-MODE)
006760             MOVE 'Y' TO WS-RUNL-PRED-SWITCH
006770             MOVE RUNL-RETURN-CODE TO WS-RUNL-PRED-RC
006780         END-IF
006790     END-IF.
006800 1720-EXIT.
006810     EXIT.
006820*
006830*----------------------------------------------------------------
006840* 1730-WRITE-LEDGER-RECORD - APPEND ONE START, END OR REFUSED
006850*                            RECORD TO THE LEDGER (THE FIRST RUN
006860*                            EVER CREATES IT)
006870*----------------------------------------------------------------
006880 1730-WRITE-LEDGER-RECORD.
006890     MOVE SPACES TO RUNL-RECORD.
006900     MOVE WS-RUNL-THIS-PROGRAM TO RUNL-PROGRAM.
006910     MOVE WS-PROCESSING-DATE   TO RUNL-PROCESSING-DATE.
006920     MOVE WS-RUNL-THIS-MODE    TO RUNL-MODE.
006930     MOVE WS-RUNL-EVENT        TO RUNL-EVENT.
006940     IF WS-RUNL-OVERRIDDEN
006950         MOVE 'Y' TO RUNL-OVERRIDE-FLAG
006960         MOVE WS-RUNL-OPERATOR TO RUNL-OPERATOR
006970     ELSE
006980         MOVE 'N' TO RUNL-OVERRIDE-FLAG
006990     END-IF.
007000     ACCEPT RUNL-SYSTEM-DATE FROM DATE YYYYMMDD.
007010     ACCEPT WS-RUNL-TIME FROM TIME.
007020     MOVE WS-RUNL-TIME(1:6)    TO RUNL-SYSTEM-TIME.
007030     MOVE WS-RUNL-RC           TO RUNL-RETURN-CODE.
007040     MOVE WS-RUNL-COUNT-1      TO RUNL-COUNT-1.
007050     MOVE WS-RUNL-COUNT-2      TO RUNL-COUNT-2.
007060     MOVE WS-RUNL-COUNT-3      TO RUNL-COUNT-3.
007070     OPEN EXTEND RUNLEDG.
007080     IF WS-RUNLEDG-STATUS = '35'
007090         OPEN OUTPUT RUNLEDG
007100     END-IF.
007110     IF WS-RUNLEDG-STATUS NOT = '00'
007120         DISPLAY '*** FATAL - RUNLEDG OPEN FAILED, STATUS '
007130                 WS-RUNLEDG-STATUS
007140         MOVE 16 TO RETURN-CODE
007150         STOP RUN
007160     END-IF.
007170     WRITE RUNL-RECORD.
007180     CLOSE RUNLEDG.
007190 1730-EXIT.
007200     EXIT.
007210*
007220*----------------------------------------------------------------
007230* 1740-REFUSE-RUN - RECORD THE REFUSAL ON THE LEDGER AND STOP
007240*----------------------------------------------------------------
007250 1740-REFUSE-RUN.
007260     MOVE 'R' TO WS-RUNL-EVENT.
007270     MOVE 16 TO WS-RUNL-RC.
007280     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
007290     DISPLAY '*** RUN REFUSED - AN OPERATOR OVERRIDE CARD ON '
007300             'RUNOVRD IS NEEDED TO RUN IT'.
007310     MOVE 16 TO RETURN-CODE.
007320     STOP RUN.
007330 1740-EXIT.
007340     EXIT.
007350*
007360*----------------------------------------------------------------
007370* 2000-ROLL-IN-GLFILE - WALK THE DAY'S GLFILE AND ROLL EVERY
007380*                       DETAIL RECORD INTO THE SUMMARY AND VOLUME
007390*                       TABLES.  HEADER AND TRAILER RECORDS ARE
007400*                       PASSED OVER; A DETAIL WITH A NON-NUMERIC
007410*                       AMOUNT OR DATE IS COUNTED AND REPORTED.
007420*----------------------------------------------------------------
007430 2000-ROLL-IN-GLFILE.
007440     MOVE 'N' TO WS-GLFILE-EOF-SWITCH.
007450     OPEN INPUT GLFILE.
007460     IF WS-GLFILE-STATUS NOT = '00'
007470         DISPLAY '*** FATAL - GLFILE OPEN FAILED, STATUS '
007480                 WS-GLFILE-STATUS
007490         MOVE 16 TO RETURN-CODE
007500         STOP RUN
007510     END-IF.
007520     PERFORM 2100-READ-ONE-GL THRU 2100-EXIT
007530             UNTIL WS-GLFILE-EOF-YES.
007540     CLOSE GLFILE.
007550 2000-EXIT.
007560     EXIT.
007570*
007580 2100-READ-ONE-GL.
007590     READ GLFILE
007600         AT END
007610             SET WS-GLFILE-EOF-YES TO TRUE
007620         NOT AT END
007630             IF GL-REC-TYPE = 'D'
007640                 IF GL-AMOUNT IS NOT NUMERIC
007650                         OR GL-POSTING-DATE IS NOT NUMERIC
007660                         OR GL-ACCOUNT-NUMBER IS NOT NUMERIC
007670                     ADD 1 TO WS-GL-IGNORED-COUNT
007680                     DISPLAY '*** WARNING - GL DETAIL IGNORED, '
007690                             'NOT NUMERIC: ' GL-POSTING-RECORD
007700                 ELSE
007710                     ADD 1 TO WS-GL-DETAIL-COUNT
007720                     PERFORM 2200-POST-TO-SUMMARY THRU 2200-EXIT
007730                     PERFORM 2300-POST-TO-VOLUME THRU 2300-EXIT
007740                 END-IF
007750             END-IF
007760     END-READ.
007770 2100-EXIT.
007780     EXIT.
007790*
007800*----------------------------------------------------------------
007810* 2200-POST-TO-SUMMARY - ADD THE CURRENT GL DETAIL TO ITS
007820*                        ACCOUNT/TYPE SUMMARY ENTRY, CREATING THE
007830*                        ENTRY THE FIRST TIME THE PAIR IS SEEN.
007840*                        REVERSAL-FLAGGED RECORDS CARRY TO THE
007850*                        REVERSAL BUCKETS.
007860*----------------------------------------------------------------
007870 2200-POST-TO-SUMMARY.
007880     IF WS-SUM-COUNT = 0
007890         PERFORM 2210-ADD-SUMMARY-ENTRY THRU 2210-EXIT
007900     ELSE
007910         SET WS-SUM-IDX TO 1
007920         SEARCH WS-SUM-ENTRY
007930             AT END
007940                 PERFORM 2210-ADD-SUMMARY-ENTRY THRU 2210-EXIT
007950             WHEN WS-SUM-GL-ACCT-TBL(WS-SUM-IDX)
007960                             = GL-ACCOUNT-NUMBER
007970                     AND WS-SUM-TYPE-TBL(WS-SUM-IDX)
007980                             = GL-TYPE-CODE
007990                 PERFORM 2220-ADD-TO-SUMMARY-ENTRY THRU 2220-EXIT
008000         END-SEARCH
008010     END-IF.
008020 2200-EXIT.
008030     EXIT.
008040*
008050 2210-ADD-SUMMARY-ENTRY.
008060     IF WS-SUM-COUNT < 500
008070         ADD 1 TO WS-SUM-COUNT
008080         SET WS-SUM-IDX TO WS-SUM-COUNT
008090         MOVE GL-ACCOUNT-NUMBER
008100                 TO WS-SUM-GL-ACCT-TBL(WS-SUM-IDX)
008110         MOVE GL-TYPE-CODE TO WS-SUM-TYPE-TBL(WS-SUM-IDX)
008120         MOVE 0 TO WS-SUM-DR-TBL(WS-SUM-IDX)
008130         MOVE 0 TO WS-SUM-CR-TBL(WS-SUM-IDX)
008140         MOVE 0 TO WS-SUM-REV-DR-TBL(WS-SUM-IDX)
008150         MOVE 0 TO WS-SUM-REV-CR-TBL(WS-SUM-IDX)
008160         MOVE 0 TO WS-SUM-POST-CNT-TBL(WS-SUM-IDX)
008170         PERFORM 2220-ADD-TO-SUMMARY-ENTRY THRU 2220-EXIT
008180     ELSE
008190         DISPLAY '*** FATAL - MORE THAN 500 GL-ACCOUNT/TYPE '
008200                 'PAIRS, SUMMARY WOULD BE INCOMPLETE'
008210         MOVE 16 TO RETURN-CODE
008220         STOP RUN
008230     END-IF.
008240 2210-EXIT.
008250     EXIT.
008260*
008270 2220-ADD-TO-SUMMARY-ENTRY.
008280     IF GL-REVERSAL-FLAG = 'R'
008290         IF GL-DR-CR-INDICATOR = 'C'
008300             ADD GL-AMOUNT TO WS-SUM-REV-CR-TBL(WS-SUM-IDX)
008310         ELSE
008320             ADD GL-AMOUNT TO WS-SUM-REV-DR-TBL(WS-SUM-IDX)
008330         END-IF
008340     ELSE
008350         IF GL-DR-CR-INDICATOR = 'C'
008360             ADD GL-AMOUNT TO WS-SUM-CR-TBL(WS-SUM-IDX)
008370         ELSE
008380             ADD GL-AMOUNT TO WS-SUM-DR-TBL(WS-SUM-IDX)
008390         END-IF
008400     END-IF.
008410     ADD 1 TO WS-SUM-POST-CNT-TBL(WS-SUM-IDX).
008420 2220-EXIT.
008430     EXIT.
008440*
008450*----------------------------------------------------------------
008460* 2300-POST-TO-VOLUME - ADD THE CURRENT GL DETAIL TO ITS POSTING
008470*                       DATE'S VOLUME ENTRY, CREATING THE ENTRY
008480*                       THE FIRST TIME THE DATE IS SEEN
008490*----------------------------------------------------------------
008500 2300-POST-TO-VOLUME.
008510     IF WS-DAY-COUNT = 0
008520         PERFORM 2310-ADD-VOLUME-ENTRY THRU 2310-EXIT
008530     ELSE
008540         SET WS-DAY-IDX TO 1
008550         SEARCH WS-DAY-ENTRY
008560             AT END
008570                 PERFORM 2310-ADD-VOLUME-ENTRY THRU 2310-EXIT
008580             WHEN WS-DAY-DATE-TBL(WS-DAY-IDX) = GL-POSTING-DATE
008590                 PERFORM 2320-ADD-TO-VOLUME-ENTRY THRU 2320-EXIT
008600         END-SEARCH
008610     END-IF.
008620 2300-EXIT.
008630     EXIT.
008640*
008650 2310-ADD-VOLUME-ENTRY.
008660     IF WS-DAY-COUNT < 40
008670         ADD 1 TO WS-DAY-COUNT
008680         SET WS-DAY-IDX TO WS-DAY-COUNT
008690         MOVE GL-POSTING-DATE TO WS-DAY-DATE-TBL(WS-DAY-IDX)
008700         MOVE 0 TO WS-DAY-REC-CNT-TBL(WS-DAY-IDX)
008710         MOVE 0 TO WS-DAY-DR-TBL(WS-DAY-IDX)
008720         MOVE 0 TO WS-DAY-CR-TBL(WS-DAY-IDX)
008730         PERFORM 2320-ADD-TO-VOLUME-ENTRY THRU 2320-EXIT
008740     ELSE
008750         DISPLAY '*** FATAL - MORE THAN 40 POSTING DATES IN '
008760                 'THE PERIOD, WAS THE SUMMARY RESET AT CLOSE?'
008770         MOVE 16 TO RETURN-CODE
008780         STOP RUN
008790     END-IF.
008800 2310-EXIT.
008810     EXIT.
008820*
008830 2320-ADD-TO-VOLUME-ENTRY.
008840     ADD 1 TO WS-DAY-REC-CNT-TBL(WS-DAY-IDX).
008850     IF GL-DR-CR-INDICATOR = 'C'
008860         ADD GL-AMOUNT TO WS-DAY-CR-TBL(WS-DAY-IDX)
008870     ELSE
008880         ADD GL-AMOUNT TO WS-DAY-DR-TBL(WS-DAY-IDX)
008890     END-IF.
008900 2320-EXIT.
008910     EXIT.
008920*
008930*----------------------------------------------------------------
008940* 8000-FINALIZE - WRITE THE NEW PERIOD-TO-DATE SUMMARY FILE AND
008950*                 PRINT THE CLOSE REPORT
008960*----------------------------------------------------------------
008970 8000-FINALIZE.
008980     OPEN OUTPUT GLSUMOUT.
008990     IF WS-GLSUMOUT-STATUS NOT = '00'
009000         DISPLAY '*** FATAL - GLSUMOUT OPEN FAILED, STATUS '
009010                 WS-GLSUMOUT-STATUS
009020         MOVE 16 TO RETURN-CODE
009030         STOP RUN
009040     END-IF.
009050     PERFORM 8100-WRITE-ONE-SUMMARY THRU 8100-EXIT
009060             VARYING WS-SUM-SUB FROM 1 BY 1
009070             UNTIL WS-SUM-SUB > WS-SUM-COUNT.
009080     PERFORM 8200-WRITE-ONE-VOLUME THRU 8200-EXIT
009090             VARYING WS-DAY-SUB FROM 1 BY 1
009100             UNTIL WS-DAY-SUB > WS-DAY-COUNT.
009110     MOVE WS-SUM-COUNT TO WS-TRLO-SUMMARY-COUNT.
009120     MOVE WS-DAY-COUNT TO WS-TRLO-VOLUME-COUNT.
009130     MOVE WS-TRL-RECORD TO SUM-OUT-RECORD.
009140     WRITE SUM-OUT-RECORD.
009150     CLOSE GLSUMOUT.
009160     PERFORM 8300-PRINT-CLOSE-REPORT THRU 8300-EXIT.
009170     DISPLAY 'GLSUMM - PERIOD-TO-DATE ROLL-IN TOTALS'.
009180     DISPLAY 'GL DETAILS ROLLED IN   : ' WS-GL-DETAIL-COUNT.
009190     DISPLAY 'GL DETAILS IGNORED     : ' WS-GL-IGNORED-COUNT.
009200     DISPLAY 'ACCOUNT/TYPE PAIRS     : ' WS-SUM-COUNT.
009210     DISPLAY 'POSTING DATES ON FILE  : ' WS-DAY-COUNT.
009220     IF WS-GL-IGNORED-COUNT > 0
009230         IF RETURN-CODE < 4
009240             MOVE 4 TO RETURN-CODE
009250         END-IF
009260     END-IF.
009270 8000-EXIT.
009280     EXIT.
009290*
009300 8100-WRITE-ONE-SUMMARY.
009310     SET WS-SUM-IDX TO WS-SUM-SUB.
009320     MOVE 'S' TO WS-SUMO-REC-TYPE.
009330     MOVE WS-SUM-GL-ACCT-TBL(WS-SUM-IDX)
009340             TO WS-SUMO-GL-ACCOUNT.
009350     MOVE WS-SUM-TYPE-TBL(WS-SUM-IDX)   TO WS-SUMO-TYPE-CODE.
009360     MOVE WS-SUM-DR-TBL(WS-SUM-IDX)     TO WS-SUMO-DEBIT-TOTAL.
009370     MOVE WS-SUM-CR-TBL(WS-SUM-IDX)     TO WS-SUMO-CREDIT-TOTAL.
009380     MOVE WS-SUM-REV-DR-TBL(WS-SUM-IDX) TO WS-SUMO-REV-DR-TOTAL.
009390     MOVE WS-SUM-REV-CR-TBL(WS-SUM-IDX) TO WS-SUMO-REV-CR-TOTAL.
009400     MOVE WS-SUM-POST-CNT-TBL(WS-SUM-IDX)
009410             TO WS-SUMO-POSTING-COUNT.
009420     MOVE WS-SUM-RECORD TO SUM-OUT-RECORD.
009430     WRITE SUM-OUT-RECORD.
009440 8100-EXIT.
009450     EXIT.
009460*
009470 8200-WRITE-ONE-VOLUME.
009480     SET WS-DAY-IDX TO WS-DAY-SUB.
009490     MOVE WS-DAY-DATE-TBL(WS-DAY-IDX)    TO WS-VOLO-POSTING-DATE.
009500     MOVE WS-DAY-REC-CNT-TBL(WS-DAY-IDX) TO WS-VOLO-RECORD-COUNT.
009510     MOVE WS-DAY-DR-TBL(WS-DAY-IDX)      TO WS-VOLO-DEBIT-TOTAL.
009520     MOVE WS-DAY-CR-TBL(WS-DAY-IDX)      TO WS-VOLO-CREDIT-TOTAL.
009530     MOVE WS-VOL-RECORD TO SUM-OUT-RECORD.
009540     WRITE SUM-OUT-RECORD.
009550 8200-EXIT.
009560     EXIT.
009570*
009580*----------------------------------------------------------------
009590* 8300-PRINT-CLOSE-REPORT - ONE LINE PER ACCOUNT/TYPE SUMMARY
009600*                           ENTRY WITH THE TYPEFILE DESCRIPTION,
009610*                           THEN THE DAY-BY-DAY VOLUME SECTION
009620*----------------------------------------------------------------
009630 8300-PRINT-CLOSE-REPORT.
009640     OPEN OUTPUT GLSUMRPT.
009650     IF WS-GLSUMRPT-STATUS NOT = '00'
009660         DISPLAY '*** FATAL - GLSUMRPT OPEN FAILED, STATUS '
009670                 WS-GLSUMRPT-STATUS
009680         MOVE 16 TO RETURN-CODE
009690         STOP RUN
009700     END-IF.
009710     MOVE SPACES TO SUMM-REPORT-LINE.
009720     STRING 'GL PERIOD-TO-DATE SUMMARY - THROUGH '
009730            WS-PROCESSING-DATE
009740            DELIMITED BY SIZE
009750            INTO SUMM-REPORT-LINE.
009760     WRITE SUMM-REPORT-LINE.
009770     MOVE SPACES TO SUMM-REPORT-LINE.
009780     STRING 'GL ACCT   '
009790            'TY '
009800            'DESCRIPTION           '
009810            'DEBITS          '
009820            'CREDITS         '
009830            'REV DEBITS      '
009840            'REV CREDITS     '
009850            'COUNT'
009860            DELIMITED BY SIZE
009870            INTO SUMM-REPORT-LINE.
009880     WRITE SUMM-REPORT-LINE.
009890     PERFORM 8310-PRINT-ONE-SUMMARY THRU 8310-EXIT
009900             VARYING WS-SUM-SUB FROM 1 BY 1
009910             UNTIL WS-SUM-SUB > WS-SUM-COUNT.
009920     MOVE SPACES TO SUMM-REPORT-LINE.
009930     WRITE SUMM-REPORT-LINE.
009940     MOVE SPACES TO SUMM-REPORT-LINE.
009950     STRING 'DAY-BY-DAY POSTING VOLUME'
009960            DELIMITED BY SIZE
009970            INTO SUMM-REPORT-LINE.
009980     WRITE SUMM-REPORT-LINE.
009990     PERFORM 8320-PRINT-ONE-VOLUME THRU 8320-EXIT
010000             VARYING WS-DAY-SUB FROM 1 BY 1
010010             UNTIL WS-DAY-SUB > WS-DAY-COUNT.
010020     CLOSE GLSUMRPT.
010030 8300-EXIT.
010040     EXIT.
010050*
010060 8310-PRINT-ONE-SUMMARY.
010070     SET WS-SUM-IDX TO WS-SUM-SUB.
010080     PERFORM 8330-LOOKUP-TYPE-DESC THRU 8330-EXIT.
010090     MOVE WS-SUM-GL-ACCT-TBL(WS-SUM-IDX) TO WS-SML-GL-ACCOUNT.
010100     MOVE WS-SUM-TYPE-TBL(WS-SUM-IDX)    TO WS-SML-TYPE.
010110     MOVE WS-TYPE-DESC                   TO WS-SML-DESC.
010120     MOVE WS-SUM-DR-TBL(WS-SUM-IDX)      TO WS-SML-DEBITS.
010130     MOVE WS-SUM-CR-TBL(WS-SUM-IDX)      TO WS-SML-CREDITS.
010140     MOVE WS-SUM-REV-DR-TBL(WS-SUM-IDX)  TO WS-SML-REV-DEBITS.
010150     MOVE WS-SUM-REV-CR-TBL(WS-SUM-IDX)  TO WS-SML-REV-CREDITS.
010160     MOVE WS-SUM-POST-CNT-TBL(WS-SUM-IDX) TO WS-SML-COUNT.
010170     MOVE WS-SUM-LINE TO SUMM-REPORT-LINE.
010180     WRITE SUMM-REPORT-LINE.
010190 8310-EXIT.
010200     EXIT.
010210*
010220 8320-PRINT-ONE-VOLUME.
010230     SET WS-DAY-IDX TO WS-DAY-SUB.
010240     MOVE WS-DAY-DATE-TBL(WS-DAY-IDX)    TO WS-VOL-DATE.
010250     MOVE WS-DAY-REC-CNT-TBL(WS-DAY-IDX) TO WS-VOL-COUNT.
010260     MOVE WS-DAY-DR-TBL(WS-DAY-IDX)      TO WS-VOL-DEBITS.
010270     MOVE WS-DAY-CR-TBL(WS-DAY-IDX)      TO WS-VOL-CREDITS.
010280     MOVE WS-VOL-LINE TO SUMM-REPORT-LINE.
010290     WRITE SUMM-REPORT-LINE.
010300 8320-EXIT.
010310     EXIT.
010320*
010330 8330-LOOKUP-TYPE-DESC.
010340     MOVE SPACES TO WS-TYPE-DESC.
010350     IF WS-TYPEREF-COUNT > 0
010360         SET WS-TYPEREF-IDX TO 1
010370         SEARCH WS-TYPEREF-ENTRY
010380             AT END
010390                 CONTINUE
010400             WHEN WS-TYPEREF-CODE-TBL(WS-TYPEREF-IDX)
010410                     = WS-SUM-TYPE-TBL(WS-SUM-IDX)
010420                 MOVE WS-TYPEREF-DESC-TBL(WS-TYPEREF-IDX)
010430                         TO WS-TYPE-DESC
010440         END-SEARCH
010450     END-IF.
010460 8330-EXIT.
010470     EXIT.
010480*
010490*----------------------------------------------------------------
010500* 8950-WRITE-LEDGER-END - RECORD THE END OF THE RUN ON THE LEDGER
010510*                         WITH ITS FINAL RETURN CODE AND COUNTS:
010520*                         GL DETAILS ROLLED IN, GL DETAILS
010530*                         IGNORED, ACCOUNT/TYPE PAIRS ON THE
010540*                         SUMMARY
010550*----------------------------------------------------------------
010560 8950-WRITE-LEDGER-END.
010570     MOVE WS-GL-DETAIL-COUNT TO WS-RUNL-COUNT-1.
010580     MOVE WS-GL-IGNORED-COUNT TO WS-RUNL-COUNT-2.
010590     MOVE WS-SUM-COUNT TO WS-RUNL-COUNT-3.
010600     MOVE RETURN-CODE TO WS-RUNL-RC.
010610     MOVE 'E' TO WS-RUNL-EVENT.
010620     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
010630 8950-EXIT.
010640     EXIT.
