000290*               TREATED AS AGED PAST EVERY BAND AND REPORTED
000300*               WITHOUT A DATE, SINCE AN ACCOUNT WE CANNOT SHOW
000310*               ACTIVITY FOR IS EXACTLY WHAT THE REVIEW IS FOR.
000320* 10/15/26  RH  ADDED THE RUN-LEDGER CHECK.  THE RUN IS REFUSED
000330*               BEFORE ACCTMAST IS OPENED IF IT HAS ALREADY ENDED
000340*               FOR THE PROCESSING DATE OR IF THE BATCHPROC
000350*               POSTING RUN HAS NOT ENDED CLEANLY, UNLESS AN
000360*               OPERATOR OVERRIDE CARD (RUNOVRD) NAMES IT.  START
000370*               AND END RECORDS GO TO THE RUN LEDGER (RUNLEDG).
000380* 10/15/26  RH  EVERY DORMANT FLAG NOW APPENDS THE ACCOUNT'S
000390*               BEFORE-IMAGE TO THE ACCTMAST JOURNAL (ACCTJRNL)
000400*               AHEAD OF THE REWRITE, SO ACCTRCVR CAN PUT A SWEEP
000410*               BACK.
000420* 10/15/26  RH  AN ACCOUNT IN CLOSEOUT (CLOSING STATUS 'P' -- SEE
000430*               ACCTREC) IS REPORTED BUT NEVER FLAGGED DORMANT,
000440*               SINCE A DORMANT FLAG WOULD SUSPEND THE PAYOUT OR
000450*               CHARGE-OFF THAT CLOSES IT.
000460*----------------------------------------------------------------
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.  IBM-370.
000500 OBJECT-COMPUTER.  IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT ACCTMAST  ASSIGN TO ACCTMAST
000540            ORGANIZATION IS INDEXED
000550            ACCESS MODE IS SEQUENTIAL
000560            RECORD KEY IS ACCT-NUMBER
000570            FILE STATUS IS WS-ACCTMAST-STATUS.
000580     SELECT CTLCARD   ASSIGN TO CTLCARD
000590            ORGANIZATION IS LINE SEQUENTIAL
000600            FILE STATUS IS WS-CTLCARD-STATUS.
000610     SELECT RUNLEDG   ASSIGN TO RUNLEDG
000620            ORGANIZATION IS LINE SEQUENTIAL
000630            FILE STATUS IS WS-RUNLEDG-STATUS.
000640     SELECT RUNOVRD   ASSIGN TO RUNOVRD
000650            ORGANIZATION IS LINE SEQUENTIAL
000660            FILE STATUS IS WS-RUNOVRD-STATUS.
000670     SELECT DORMRPT   ASSIGN TO DORMRPT
000680            ORGANIZATION IS LINE SEQUENTIAL
000690            FILE STATUS IS WS-DORMRPT-STATUS.
000700     SELECT ACCTJRNL  ASSIGN TO ACCTJRNL
000710            ORGANIZATION IS LINE SEQUENTIAL
000720            FILE STATUS IS WS-ACCTJRNL-STATUS.
000730*
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  ACCTMAST.
000770 01  ACCT-MASTER-RECORD.
000780     COPY ACCTREC.
000790*
000800 FD  CTLCARD.
000810 01  CTL-RECORD.
000820     05  CTL-PROCESSING-DATE       PIC 9(08).
000830     05  FILLER                    PIC X(72).
000840*
000850*----------------------------------------------------------------
000860* RUNLEDG - THE NIGHTLY STREAM'S RUN LEDGER, READ AT STARTUP TO
000870* CHECK THIS RUN'S PLACE IN THE STREAM AND EXTENDED WITH ITS
000880* START AND END RECORDS.  RUNOVRD - OPTIONAL OPERATOR OVERRIDE
000890* CARD THAT LETS A REFUSED RUN GO AHEAD.
000900*----------------------------------------------------------------
000910 FD  RUNLEDG.
000920 01  RUNL-RECORD.
000930     COPY RUNLREC.
000940*
000950 FD  RUNOVRD.
000960 01  RUNO-RECORD.
000970     COPY RUNOREC.
000980*
000990 FD  DORMRPT.
001000 01  DORM-REPORT-LINE              PIC X(132).
001010*
001020*----------------------------------------------------------------
001030* ACCTJRNL - ACCTMAST BEFORE-IMAGE JOURNAL, EXTENDED WITH EACH
001040* ACCOUNT'S RECORD AS IT STOOD BEFORE THIS PROGRAM CHANGES IT
001050*----------------------------------------------------------------
001060 FD  ACCTJRNL.
001070 01  JRNL-RECORD.
001080     COPY JRNLREC.
001090*
001100 WORKING-STORAGE SECTION.
001110*----------------------------------------------------------------
001120* FILE STATUS AND CONTROL SWITCHES
001130*----------------------------------------------------------------
001140 77  WS-ACCTMAST-STATUS          PIC X(02) VALUE SPACES.
001150 77  WS-CTLCARD-STATUS           PIC X(02) VALUE SPACES.
001160 77  WS-DORMRPT-STATUS           PIC X(02) VALUE SPACES.
001170*
001180 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001190     88  WS-EOF-YES              VALUE 'Y'.
001200     88  WS-EOF-NO               VALUE 'N'.
001210*
001220*----------------------------------------------------------------
001230* COUNTERS AND PER-BAND ACCUMULATORS.  BAND 1 IS 6-12 MONTHS,
001240* BAND 2 IS 12-24, BAND 3 IS 24 AND OVER.
001250*----------------------------------------------------------------
001260 77  WS-ACCT-READ-COUNT          PIC 9(07) COMP VALUE 0.
001270 77  WS-ACTIVE-COUNT             PIC 9(07) COMP VALUE 0.
001280 77  WS-CLOSED-COUNT             PIC 9(07) COMP VALUE 0.
001290 77  WS-FLAGGED-COUNT            PIC 9(07) COMP VALUE 0.
001300 77  WS-ALREADY-DORMANT-COUNT    PIC 9(07) COMP VALUE 0.
001310 77  WS-NO-DATE-COUNT            PIC 9(07) COMP VALUE 0.
001320 77  WS-BAND-SUB                 PIC 9(01) COMP VALUE 0.
001330 01  WS-BAND-TABLE.
001340     05  WS-BAND-ENTRY OCCURS 3 TIMES.
001350         10  WS-BAND-COUNT-TBL    PIC 9(07).
001360         10  WS-BAND-BALANCE-TBL  PIC S9(11)V99.
001370*
001380 77  WS-PROCESSING-DATE          PIC 9(08) VALUE 0.
001390*
001400*----------------------------------------------------------------
001410* ACCTMAST BEFORE-IMAGE JOURNAL STAMP.  THIS PROGRAM TAKES NO
001420* CHECKPOINTS, SO ITS CHECKPOINT SEQUENCE STAYS ZERO
001430*----------------------------------------------------------------
001440 77  WS-ACCTJRNL-STATUS          PIC X(02) VALUE SPACES.
001450 77  WS-JRNL-THIS-PROGRAM        PIC X(10) VALUE 'DORMRPT'.
001460 77  WS-JRNL-RUN-TIME            PIC 9(08) VALUE 0.
001470 77  WS-JRNL-CKPT-SEQ            PIC 9(05) VALUE 0.
001480 77  WS-JRNL-ENTRY-TYPE          PIC X(01) VALUE SPACE.
001490 77  WS-JRNL-WRITE-COUNT         PIC 9(07) COMP VALUE 0.
001500*
001510*----------------------------------------------------------------
001520* AGE-COMPUTATION WORK FIELDS, ON THE SAME 30-DAY MONTH, 360-DAY
001530* YEAR CONVENTION BATCHPROC USES FOR EVERY DAY COUNT
001540*----------------------------------------------------------------
001550 77  WS-DC-YEAR                  PIC 9(04) VALUE 0.
001560 77  WS-DC-MONTH                 PIC 9(02) VALUE 0.
001570 77  WS-DC-DAY                   PIC 9(02) VALUE 0.
001580 77  WS-DAYNUM-RUN-DATE          PIC 9(07) COMP VALUE 0.
001590 77  WS-DAYNUM-ACTIVITY          PIC 9(07) COMP VALUE 0.
001600 77  WS-AGE-DAYS                 PIC 9(07) COMP VALUE 0.
001610 77  WS-AGE-MONTHS               PIC 9(05) COMP VALUE 0.
001620*
001630 01  WS-NO-DATE-SWITCH           PIC X(01) VALUE 'N'.
001640     88  WS-NO-ACTIVITY-DATE     VALUE 'Y'.
001650     88  WS-HAS-ACTIVITY-DATE    VALUE 'N'.
001660*
001670 01  WS-WORK-BALANCE             PIC S9(11)V99 VALUE 0.
001680*
001690*----------------------------------------------------------------
001700* REPORT LINE STAGING AREAS
001710*----------------------------------------------------------------
001720 01  WS-DETAIL-LINE.
001730     05  WS-DTL-ACCOUNT          PIC 9(08).
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  WS-DTL-NAME             PIC X(30).
001760     05  FILLER                  PIC X(02) VALUE SPACES.
001770     05  WS-DTL-STATUS           PIC X(08).
001780     05  FILLER                  PIC X(02) VALUE SPACES.
001790     05  WS-DTL-LAST-ACTIVITY    PIC X(08).
001800     05  FILLER                  PIC X(02) VALUE SPACES.
001810     05  WS-DTL-MONTHS           PIC ZZZZ9.
001820     05  FILLER                  PIC X(02) VALUE SPACES.
001830     05  WS-DTL-BAND             PIC X(09).
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  WS-DTL-BALANCE          PIC -9(09).99.
001860     05  FILLER                  PIC X(02) VALUE SPACES.
001870     05  WS-DTL-ACTION           PIC X(13).
001880     05  FILLER                  PIC X(24) VALUE SPACES.
001890*
001900 01  WS-BAND-TOTAL-LINE.
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  WS-BND-LABEL            PIC X(16).
001930     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  WS-BND-COUNT            PIC ZZZZZZ9.
001950     05  FILLER                  PIC X(10) VALUE ' ACCOUNTS '.
001960     05  WS-BND-BALANCE          PIC -9(11).99.
001970     05  FILLER                  PIC X(80) VALUE SPACES.
001980*
001990*----------------------------------------------------------------
002000* RUN LEDGER - DORMRPT RUNS ONCE PER PROCESSING DATE, AND ONLY
002010* AFTER THE BATCHPROC POSTING RUN (MODE P) HAS ENDED WITH A
002020* RETURN CODE OF 4 OR LESS, SO LAST-ACTIVITY DATES ARE CURRENT.
002030*----------------------------------------------------------------
002040 77  WS-RUNLEDG-STATUS           PIC X(02) VALUE SPACES.
002050 77  WS-RUNOVRD-STATUS           PIC X(02) VALUE SPACES.
002060 77  WS-RUNLEDG-EOF-SWITCH       PIC X(01) VALUE 'N'.
002070     88  WS-RUNLEDG-EOF-YES      VALUE 'Y'.
002080 77  WS-RUNL-OVERRIDE-SWITCH     PIC X(01) VALUE 'N'.
002090     88  WS-RUNL-OVERRIDDEN      VALUE 'Y'.
002100 77  WS-RUNL-DONE-SWITCH         PIC X(01) VALUE 'N'.
002110     88  WS-RUNL-ALREADY-RUN     VALUE 'Y'.
002120 77  WS-RUNL-UNFINISHED-SWITCH   PIC X(01) VALUE 'N'.
002130     88  WS-RUNL-UNFINISHED      VALUE 'Y'.
002140 77  WS-RUNL-PRED-SWITCH         PIC X(01) VALUE 'N'.
002150     88  WS-RUNL-PRED-ENDED      VALUE 'Y'.
002160 77  WS-RUNL-THIS-PROGRAM        PIC X(10) VALUE 'DORMRPT'.
002170 77  WS-RUNL-THIS-MODE           PIC X(01) VALUE SPACE.
002180 77  WS-RUNL-PRED-PROGRAM        PIC X(10) VALUE 'BATCHPROC'.
002190 77  WS-RUNL-PRED-MODE           PIC X(01) VALUE 'P'.
002200 77  WS-RUNL-PRED-MAX-RC         PIC 9(03) VALUE 4.
002210 77  WS-RUNL-PRED-RC             PIC 9(03) VALUE 0.
002220 77  WS-RUNL-EVENT               PIC X(01) VALUE SPACE.
002230 77  WS-RUNL-RC                  PIC 9(03) VALUE 0.
002240 77  WS-RUNL-OPERATOR            PIC X(08) VALUE SPACES.
002250 77  WS-RUNL-TIME                PIC 9(08) VALUE 0.
002260 77  WS-RUNL-COUNT-1             PIC 9(09) VALUE 0.
002270 77  WS-RUNL-COUNT-2             PIC 9(09) VALUE 0.
002280 77  WS-RUNL-COUNT-3             PIC 9(09) VALUE 0.
002290*
002300 PROCEDURE DIVISION.
002310*----------------------------------------------------------------
002320* 0000-MAINLINE
002330*----------------------------------------------------------------
002340 0000-MAINLINE.
002350     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002360     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
002370             UNTIL WS-EOF-YES.
002380     PERFORM 8000-FINALIZE       THRU 8000-EXIT.
002390     PERFORM 8950-WRITE-LEDGER-END  THRU 8950-EXIT.
002400     STOP RUN.
002410*
002420*----------------------------------------------------------------
002430* 1000-INITIALIZE - READ THE CONTROL CARD, OPEN THE MASTER I-O
002440*                   (DORMANT FLAGS ARE REWRITTEN IN PLACE), OPEN
002450*                   THE REPORT AND PRIME THE SWEEP
002460*----------------------------------------------------------------
002470 1000-INITIALIZE.
002480     MOVE 'N' TO WS-EOF-SWITCH.
002490     PERFORM 1010-READ-CONTROL-CARD THRU 1010-EXIT.
002500     PERFORM 1700-CHECK-RUN-LEDGER  THRU 1700-EXIT.
002510     MOVE WS-PROCESSING-DATE(1:4)  TO WS-DC-YEAR.
002520     MOVE WS-PROCESSING-DATE(5:2)  TO WS-DC-MONTH.
002530     MOVE WS-PROCESSING-DATE(7:2)  TO WS-DC-DAY.
002540     COMPUTE WS-DAYNUM-RUN-DATE =
002550             (WS-DC-YEAR * 360) + (WS-DC-MONTH * 30) + WS-DC-DAY.
002560     PERFORM 1020-CLEAR-BAND-TOTALS THRU 1020-EXIT
002570             VARYING WS-BAND-SUB FROM 1 BY 1
002580             UNTIL WS-BAND-SUB > 3.
002590     OPEN I-O ACCTMAST.
002600     IF WS-ACCTMAST-STATUS NOT = '00'
002610         DISPLAY '*** FATAL - ACCTMAST OPEN FAILED, STATUS '
002620                 WS-ACCTMAST-STATUS
002630         MOVE 16 TO RETURN-CODE
002640         STOP RUN
002650     END-IF.
002660     PERFORM 1760-OPEN-ACCTJRNL THRU 1760-EXIT.
002670     OPEN OUTPUT DORMRPT.
002680     IF WS-DORMRPT-STATUS NOT = '00'
002690         DISPLAY '*** FATAL - DORMRPT OPEN FAILED, STATUS '
002700                 WS-DORMRPT-STATUS
002710         MOVE 16 TO RETURN-CODE
002720         STOP RUN
002730     END-IF.
002740     PERFORM 1100-WRITE-REPORT-HEADING THRU 1100-EXIT.
002750     PERFORM 1200-READ-ACCTMAST THRU 1200-EXIT.
002760 1000-EXIT.
002770     EXIT.
002780*
002790 1020-CLEAR-BAND-TOTALS.
002800     MOVE 0 TO WS-BAND-COUNT-TBL(WS-BAND-SUB).
002810     MOVE 0 TO WS-BAND-BALANCE-TBL(WS-BAND-SUB).
002820 1020-EXIT.
002830     EXIT.
002840*
002850*----------------------------------------------------------------
002860* 1010-READ-CONTROL-CARD - READ THE ONE-RECORD CTLCARD FILE TO
002870*                          GET THE PROCESSING DATE THE SWEEP AGES
002880*                          AGAINST.  SAME CARD AND SAME EDITS AS
002890*                          BATCHPROC AND ACCTMNT.
002900*----------------------------------------------------------------
002910 1010-READ-CONTROL-CARD.
002920     OPEN INPUT CTLCARD.
002930     IF WS-CTLCARD-STATUS NOT = '00'
002940         DISPLAY '*** FATAL - CTLCARD OPEN FAILED, STATUS '
002950                 WS-CTLCARD-STATUS
002960         MOVE 16 TO RETURN-CODE
002970         STOP RUN
002980     END-IF.
002990     READ CTLCARD
003000         AT END
003010             DISPLAY '*** FATAL - CTLCARD IS EMPTY, NO '
003020                     'PROCESSING DATE SUPPLIED'
003030             MOVE 16 TO RETURN-CODE
003040             STOP RUN
003050     END-READ.
003060     IF CTL-PROCESSING-DATE IS NOT NUMERIC
003070         DISPLAY '*** FATAL - CTLCARD PROCESSING DATE IS NOT '
003080                 'NUMERIC: ' CTL-RECORD
003090         MOVE 16 TO RETURN-CODE
003100         STOP RUN
003110     END-IF.
003120     MOVE CTL-PROCESSING-DATE TO WS-PROCESSING-DATE.
003130     CLOSE CTLCARD.
003140 1010-EXIT.
003150     EXIT.
003160*
003170*----------------------------------------------------------------
003180* 1100-WRITE-REPORT-HEADING - TITLE AND COLUMN HEADINGS AT THE
003190*                             TOP OF THE DORMANCY REPORT
003200*----------------------------------------------------------------
003210 1100-WRITE-REPORT-HEADING.
003220     MOVE SPACES TO DORM-REPORT-LINE.
003230     STRING 'DORMANT ACCOUNT REVIEW REPORT - '
003240            WS-PROCESSING-DATE
003250            DELIMITED BY SIZE
003260            INTO DORM-REPORT-LINE.
003270     WRITE DORM-REPORT-LINE.
003280     MOVE SPACES TO DORM-REPORT-LINE.
003290     STRING 'ACCOUNT   '
003300            'NAME                            '
003310            'STATUS    '
003320            'LAST ACT  '
003330            'MONTHS  '
003340            'BAND       '
003350            'BALANCE        '
003360            'ACTION'
003370            DELIMITED BY SIZE
003380            INTO DORM-REPORT-LINE.
003390     WRITE DORM-REPORT-LINE.
003400 1100-EXIT.
003410     EXIT.
003420*
003430*----------------------------------------------------------------
003440* 1200-READ-ACCTMAST - READ THE NEXT ACCOUNT-MASTER RECORD IN
003450*                      KEY SEQUENCE
003460*----------------------------------------------------------------
003470 1200-READ-ACCTMAST.
003480     READ ACCTMAST NEXT RECORD
003490         AT END
003500             MOVE 'Y' TO WS-EOF-SWITCH
003510         NOT AT END
003520             ADD 1 TO WS-ACCT-READ-COUNT
003530     END-READ.
003540 1200-EXIT.
003550     EXIT.
003560*
003570*----------------------------------------------------------------
003580* 1700-CHECK-RUN-LEDGER - READ THE RUN LEDGER FOR THIS PROCESSING
003590*                         DATE BEFORE ANY FILE IS TOUCHED.  A
003600*                         SECOND RUN FOR THE DATE, OR A RUN AHEAD
003610*                         OF ITS PREDECESSOR IN THE STREAM, IS
003620*                         REFUSED WITH RETURN CODE 16 UNLESS THE
003630*                         OVERRIDE CARD NAMES THIS PROGRAM AND
003640*                         DATE.  A RUN THAT STARTED BUT NEVER
003650*                         ENDED MAY GO AGAIN.  A MISSING LEDGER
003660*                         MEANS NOTHING HAS RUN YET.
003670*----------------------------------------------------------------
003680 1700-CHECK-RUN-LEDGER.
003690     MOVE 'N' TO WS-RUNL-DONE-SWITCH.
003700     MOVE 'N' TO WS-RUNL-UNFINISHED-SWITCH.
003710     MOVE 'N' TO WS-RUNL-PRED-SWITCH.
003720     PERFORM 1710-READ-OVERRIDE-CARD THRU 1710-EXIT.
003730     OPEN INPUT RUNLEDG.
003740     IF WS-RUNLEDG-STATUS = '00'
003750         MOVE 'N' TO WS-RUNLEDG-EOF-SWITCH
003760         PERFORM 1720-SCAN-ONE-LEDGER-ENTRY THRU 1720-EXIT
003770                 UNTIL WS-RUNLEDG-EOF-YES
003780         CLOSE RUNLEDG
003790     ELSE
003800         IF WS-RUNLEDG-STATUS NOT = '35'
003810             DISPLAY '*** FATAL - RUNLEDG OPEN FAILED, STATUS '
003820                     WS-RUNLEDG-STATUS
003830             MOVE 16 TO RETURN-CODE
003840             STOP RUN
003850         END-IF
003860     END-IF.
003870     IF WS-RUNL-OVERRIDDEN
003880         DISPLAY '*** WARNING - RUN LEDGER CHECKS OVERRIDDEN BY '
003890                 'OPERATOR ' WS-RUNL-OPERATOR
003900     ELSE
003910         PERFORM 1705-APPLY-LEDGER-CHECKS THRU 1705-EXIT
003920     END-IF.
003930     MOVE 'S' TO WS-RUNL-EVENT.
003940     MOVE 0 TO WS-RUNL-RC.
003950     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
003960 1700-EXIT.
003970     EXIT.
003980*
003990*----------------------------------------------------------------
004000* 1705-APPLY-LEDGER-CHECKS - REFUSE A SECOND RUN FOR THE DATE, OR
004010*                            A RUN AHEAD OF ITS PREDECESSOR, NOW
004020*                            THE LEDGER HAS BEEN READ.  NOT
004030*                            PERFORMED WHEN THE OVERRIDE CARD
004040*                            NAMES THIS RUN.
004050*----------------------------------------------------------------
004060 1705-APPLY-LEDGER-CHECKS.
004070     IF WS-RUNL-ALREADY-RUN
004080         DISPLAY '*** FATAL - ' WS-RUNL-THIS-PROGRAM
004090                 ' HAS ALREADY RUN FOR PROCESSING DATE '
004100                 WS-PROCESSING-DATE
004110         PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
004120     END-IF.
004130     IF WS-RUNL-PRED-PROGRAM NOT = SPACES
004140         IF NOT WS-RUNL-PRED-ENDED
004150             DISPLAY '*** FATAL - OUT OF SEQUENCE, '
004160                     WS-RUNL-PRED-PROGRAM
004170                     ' HAS NOT ENDED FOR PROCESSING DATE '
004180                     WS-PROCESSING-DATE
004190             PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
004200         END-IF
004210         IF WS-RUNL-PRED-RC > WS-RUNL-PRED-MAX-RC
004220             DISPLAY '*** FATAL - ' WS-RUNL-PRED-PROGRAM
004230                     ' ENDED WITH RETURN CODE ' WS-RUNL-PRED-RC
004240                     ' FOR PROCESSING DATE ' WS-PROCESSING-DATE
004250             PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
004260         END-IF
004270     END-IF.
004280     IF WS-RUNL-UNFINISHED
004290         DISPLAY '*** WARNING - EARLIER RUN FOR PROCESSING DATE '
004300                 WS-PROCESSING-DATE ' DID NOT END, RUNNING AGAIN'
004310     END-IF.
004320 1705-EXIT.
004330     EXIT.
004340*
004350*----------------------------------------------------------------
004360* 1710-READ-OVERRIDE-CARD - A MISSING OR EMPTY RUNOVRD IS THE
004370*                           NORMAL CASE.  A CARD FOR ANOTHER
004380*                           PROGRAM OR DATE IS IGNORED; ONE FOR
004390*                           THIS RUN MUST NAME THE OPERATOR.
004400*----------------------------------------------------------------
004410 1710-READ-OVERRIDE-CARD.
004420     MOVE 'N' TO WS-RUNL-OVERRIDE-SWITCH.
004430     MOVE SPACES TO WS-RUNL-OPERATOR.
004440     OPEN INPUT RUNOVRD.
004450     IF WS-RUNOVRD-STATUS NOT = '00'
004460         GO TO 1710-EXIT
004470     END-IF.
004480     READ RUNOVRD
004490         AT END
004500             MOVE SPACES TO RUNO-RECORD
004510     END-READ.
004520     CLOSE RUNOVRD.
004530     IF RUNO-PROGRAM NOT = WS-RUNL-THIS-PROGRAM
004540             OR RUNO-PROCESSING-DATE IS NOT NUMERIC
004550         GO TO 1710-EXIT
004560     END-IF.
004570     IF RUNO-PROCESSING-DATE NOT = WS-PROCESSING-DATE
004580             OR (RUNO-MODE NOT = SPACE
004590                 AND RUNO-MODE NOT = WS-RUNL-THIS-MODE)
004600         GO TO 1710-EXIT
004610     END-IF.
004620     IF RUNO-OPERATOR = SPACES
004630         DISPLAY '*** WARNING - OVERRIDE CARD IGNORED, NO '
004640                 'OPERATOR ID: ' RUNO-RECORD
004650         GO TO 1710-EXIT
004660     END-IF.
004670     MOVE 'Y' TO WS-RUNL-OVERRIDE-SWITCH.
004680     MOVE RUNO-OPERATOR TO WS-RUNL-OPERATOR.
004690     DISPLAY 'OVERRIDE REASON: ' RUNO-REASON.
004700 1710-EXIT.
004710     EXIT.
004720*
004730*----------------------------------------------------------------
004740* 1720-SCAN-ONE-LEDGER-ENTRY - NOTE THIS PROGRAM'S OWN STARTS AND
004750*                              ENDS FOR THE DATE, AND WHETHER ITS
004760*                              PREDECESSOR HAS ENDED (THE LAST
004770*                              END ON FILE GIVES ITS RETURN CODE)
004780*----------------------------------------------------------------
004790 1720-SCAN-ONE-LEDGER-ENTRY.
004800     READ RUNLEDG
004810         AT END
004820             SET WS-RUNLEDG-EOF-YES TO TRUE
004830     END-READ.
004840     IF NOT WS-RUNLEDG-EOF-YES
004850             AND RUNL-PROCESSING-DATE = WS-PROCESSING-DATE
004860         IF RUNL-PROGRAM = WS-RUNL-THIS-PROGRAM
004870                 AND RUNL-MODE = WS-RUNL-THIS-MODE
004880             IF RUNL-STARTED
004890                 MOVE 'Y' TO WS-RUNL-UNFINISHED-SWITCH
004900             END-IF
004910             IF RUNL-ENDED
004920                 MOVE 'Y' TO WS-RUNL-DONE-SWITCH
004930                 MOVE 'N' TO WS-RUNL-UNFINISHED-SWITCH
004940             END-IF
004950         END-IF
004960         IF WS-RUNL-PRED-PROGRAM NOT = SPACES
004970                 AND RUNL-PROGRAM = WS-RUNL-PRED-PROGRAM
004980                 AND RUNL-ENDED
004990                 AND (WS-RUNL-PRED-MODE = SPACE
005000                      OR RUNL-MODE = WS-RUNL-PRED-MODE)
005010             MOVE 'Y' TO WS-RUNL-PRED-SWITCH
005020             MOVE RUNL-RETURN-CODE TO WS-RUNL-PRED-RC
005030         END-IF
005040     END-IF.
005050 1720-EXIT.
005060     EXIT.
005070*
005080*----------------------------------------------------------------
005090* 1730-WRITE-LEDGER-RECORD - APPEND ONE START, END OR REFUSED
005100*                            RECORD TO THE LEDGER (THE FIRST RUN
005110*                            EVER CREATES IT)
005120*----------------------------------------------------------------
005130 1730-WRITE-LEDGER-RECORD.
005140     MOVE SPACES TO RUNL-RECORD.
005150     MOVE WS-RUNL-THIS-PROGRAM TO RUNL-PROGRAM.
005160     MOVE WS-PROCESSING-DATE   TO RUNL-PROCESSING-DATE.
005170     MOVE WS-RUNL-THIS-MODE    TO RUNL-MODE.
005180     MOVE WS-RUNL-EVENT        TO RUNL-EVENT.
005190     IF WS-RUNL-OVERRIDDEN
005200         MOVE 'Y' TO RUNL-OVERRIDE-FLAG
005210         MOVE WS-RUNL-OPERATOR TO RUNL-OPERATOR
005220     ELSE
005230         MOVE 'N' TO RUNL-OVERRIDE-FLAG
005240     END-IF.
005250     ACCEPT RUNL-SYSTEM-DATE FROM DATE YYYYMMDD.
005260     ACCEPT WS-RUNL-TIME FROM TIME.
005270     MOVE WS-RUNL-TIME(1:6)    TO RUNL-SYSTEM-TIME.
005280     MOVE WS-RUNL-RC           TO RUNL-RETURN-CODE.
005290     MOVE WS-RUNL-COUNT-1      TO RUNL-COUNT-1.
005300     MOVE WS-RUNL-COUNT-2      TO RUNL-COUNT-2.
005310     MOVE WS-RUNL-COUNT-3      TO RUNL-COUNT-3.
005320     OPEN EXTEND RUNLEDG.
005330     IF WS-RUNLEDG-STATUS = '35'
005340         OPEN OUTPUT RUNLEDG
005350     END-IF.
005360     IF WS-RUNLEDG-STATUS NOT = '00'
005370         DISPLAY '*** FATAL - RUNLEDG OPEN FAILED, STATUS '
005380                 WS-RUNLEDG-STATUS
005390         MOVE 16 TO RETURN-CODE
005400         STOP RUN
005410     END-IF.
005420     WRITE RUNL-RECORD.
005430     CLOSE RUNLEDG.
005440 1730-EXIT.
005450     EXIT.
005460*
005470*----------------------------------------------------------------
005480* 1740-REFUSE-RUN - RECORD THE REFUSAL ON THE LEDGER AND STOP
005490*----------------------------------------------------------------
005500 1740-REFUSE-RUN.
005510     MOVE 'R' TO WS-RUNL-EVENT.
005520     MOVE 16 TO WS-RUNL-RC.
005530     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
005540     DISPLAY '*** RUN REFUSED - AN OPERATOR OVERRIDE CARD ON '
005550             'RUNOVRD IS NEEDED TO RUN IT'.
005560     MOVE 16 TO RETURN-CODE.
005570     STOP RUN.
005580 1740-EXIT.
005590     EXIT.
005600*
005610*----------------------------------------------------------------
005620* 1760-OPEN-ACCTJRNL - OPEN THE ACCTMAST BEFORE-IMAGE JOURNAL FOR
005630*                      EXTEND (A FIRST-EVER RUN CREATES IT) AND
005640*                      NOTE THE TIME THIS RUN STARTED, WHICH EVERY
005650*                      JOURNAL RECORD CARRIES.  NO ACCTMAST RECORD
005660*                      MAY CHANGE WITHOUT THE JOURNAL, SO A FAILED
005670*                      OPEN IS FATAL
005680*----------------------------------------------------------------
005690 1760-OPEN-ACCTJRNL.
005700     ACCEPT WS-JRNL-RUN-TIME FROM TIME.
005710     OPEN EXTEND ACCTJRNL.
005720     IF WS-ACCTJRNL-STATUS = '35'
005730         OPEN OUTPUT ACCTJRNL
005740     END-IF.
005750     IF WS-ACCTJRNL-STATUS NOT = '00'
005760         DISPLAY '*** FATAL - ACCTJRNL OPEN FAILED, STATUS '
005770                 WS-ACCTJRNL-STATUS
005780         MOVE 16 TO RETURN-CODE
005790         STOP RUN
005800     END-IF.
005810 1760-EXIT.
005820     EXIT.
005830*
005840*----------------------------------------------------------------
005850* 2000-PROCESS-ACCOUNT - AGE ONE ACCOUNT AGAINST THE PROCESSING
005860*                        DATE, REPORT IT IF IT HAS BEEN INACTIVE
005870*                        SIX MONTHS OR MORE, AND FLAG IT DORMANT
005880*                        AT THE 12-MONTH MARK.  CLOSED ACCOUNTS
005890*                        ARE OUTSIDE THE REVIEW AND ONLY COUNTED.
005900*----------------------------------------------------------------
005910 2000-PROCESS-ACCOUNT.
005920     IF ACCT-CLOSED
005930         ADD 1 TO WS-CLOSED-COUNT
005940     ELSE
005950         PERFORM 2100-COMPUTE-INACTIVE-AGE THRU 2100-EXIT
005960         IF WS-AGE-MONTHS < 6
005970             ADD 1 TO WS-ACTIVE-COUNT
005980         ELSE
005990             PERFORM 2200-REPORT-ONE-ACCOUNT THRU 2200-EXIT
006000         END-IF
006010     END-IF.
006020     PERFORM 1200-READ-ACCTMAST THRU 1200-EXIT.
006030 2000-EXIT.
006040     EXIT.
006050*
006060*----------------------------------------------------------------
006070* 2100-COMPUTE-INACTIVE-AGE - MONTHS FROM THE ACCOUNT'S LAST
006080*                             ACTIVITY TO THE PROCESSING DATE ON
006090*                             THE 30-DAY-MONTH CONVENTION.  A
006100*                             ZERO OR NON-NUMERIC DATE AGES PAST
006110*                             EVERY BAND.
006120*----------------------------------------------------------------
006130 2100-COMPUTE-INACTIVE-AGE.
006140     MOVE 'N' TO WS-NO-DATE-SWITCH.
006150     IF ACCT-LAST-ACTIVITY-DATE IS NOT NUMERIC
006160             OR ACCT-LAST-ACTIVITY-DATE = 0
006170         SET WS-NO-ACTIVITY-DATE TO TRUE
006180         MOVE 99999 TO WS-AGE-MONTHS
006190     ELSE
006200         MOVE ACCT-LAST-ACTIVITY-DATE(1:4) TO WS-DC-YEAR
006210         MOVE ACCT-LAST-ACTIVITY-DATE(5:2) TO WS-DC-MONTH
006220         MOVE ACCT-LAST-ACTIVITY-DATE(7:2) TO WS-DC-DAY
006230         COMPUTE WS-DAYNUM-ACTIVITY =
006240                 (WS-DC-YEAR * 360) + (WS-DC-MONTH * 30)
006250                 + WS-DC-DAY
006260         IF WS-DAYNUM-RUN-DATE > WS-DAYNUM-ACTIVITY
006270             COMPUTE WS-AGE-DAYS =
006280                     WS-DAYNUM-RUN-DATE - WS-DAYNUM-ACTIVITY
006290         ELSE
006300             MOVE 0 TO WS-AGE-DAYS
006310         END-IF
006320         DIVIDE WS-AGE-DAYS BY 30 GIVING WS-AGE-MONTHS
006330     END-IF.
006340 2100-EXIT.
006350     EXIT.
006360*
006370*----------------------------------------------------------------
006380* 2200-REPORT-ONE-ACCOUNT - PRINT ONE ACCOUNT ON THE REVIEW
006390*                           REPORT, ROLL ITS BALANCE INTO ITS
006400*                           AGING BAND, AND FLAG IT DORMANT IF IT
006410*                           HAS PASSED THE 12-MONTH MARK AND IS
006420*                           STILL CARRIED OPEN.  AN ACCOUNT IN
006430*                           CLOSEOUT IS LEFT TO THE CLOSEOUT.
006440*----------------------------------------------------------------
006450 2200-REPORT-ONE-ACCOUNT.
006460     EVALUATE TRUE
006470         WHEN WS-AGE-MONTHS NOT < 24
006480             MOVE 3 TO WS-BAND-SUB
006490             MOVE '24+ MONTH' TO WS-DTL-BAND
006500         WHEN WS-AGE-MONTHS NOT < 12
006510             MOVE 2 TO WS-BAND-SUB
006520             MOVE '12-24 MON' TO WS-DTL-BAND
006530         WHEN OTHER
006540             MOVE 1 TO WS-BAND-SUB
006550             MOVE '6-12 MON ' TO WS-DTL-BAND
006560     END-EVALUATE.
006570     IF ACCT-CURRENT-BALANCE IS NOT NUMERIC
006580         MOVE 0 TO WS-WORK-BALANCE
006590     ELSE
006600         MOVE ACCT-CURRENT-BALANCE TO WS-WORK-BALANCE
006610     END-IF.
006620     ADD 1 TO WS-BAND-COUNT-TBL(WS-BAND-SUB).
006630     ADD WS-WORK-BALANCE TO WS-BAND-BALANCE-TBL(WS-BAND-SUB).
006640*
006650     MOVE ACCT-NUMBER TO WS-DTL-ACCOUNT.
006660     MOVE ACCT-NAME   TO WS-DTL-NAME.
006670     EVALUATE TRUE
006680         WHEN ACCT-DORMANT
006690             MOVE 'DORMANT ' TO WS-DTL-STATUS
006700         WHEN ACCT-CLOSING
006710             MOVE 'CLOSING ' TO WS-DTL-STATUS
006720         WHEN OTHER
006730             MOVE 'OPEN    ' TO WS-DTL-STATUS
006740     END-EVALUATE.
006750     IF WS-NO-ACTIVITY-DATE
006760         MOVE 'NONE    ' TO WS-DTL-LAST-ACTIVITY
006770         ADD 1 TO WS-NO-DATE-COUNT
006780     ELSE
006790         MOVE ACCT-LAST-ACTIVITY-DATE TO WS-DTL-LAST-ACTIVITY
006800     END-IF.
006810     IF WS-AGE-MONTHS = 99999
006820         MOVE 99999 TO WS-DTL-MONTHS
006830     ELSE
006840         MOVE WS-AGE-MONTHS TO WS-DTL-MONTHS
006850     END-IF.
006860     MOVE WS-WORK-BALANCE TO WS-DTL-BALANCE.
006870*
006880     IF ACCT-DORMANT
006890         ADD 1 TO WS-ALREADY-DORMANT-COUNT
006900         MOVE 'DORMANT      ' TO WS-DTL-ACTION
006910     ELSE
006920         IF ACCT-CLOSING
006930             MOVE 'IN CLOSEOUT  ' TO WS-DTL-ACTION
006940         ELSE
006950             IF WS-AGE-MONTHS NOT < 12
006960                 PERFORM 2300-FLAG-DORMANT THRU 2300-EXIT
006970             ELSE
006980                 MOVE 'REVIEW       ' TO WS-DTL-ACTION
006990             END-IF
007000         END-IF
007010     END-IF.
007020     MOVE WS-DETAIL-LINE TO DORM-REPORT-LINE.
007030     WRITE DORM-REPORT-LINE.
007040 2200-EXIT.
007050     EXIT.
007060*
007070*----------------------------------------------------------------
007080* 2300-FLAG-DORMANT - SET THE DORMANT STATUS ON THE MASTER RECORD
007090*                     IN PLACE.  A FAILED REWRITE IS REPORTED AND
007100*                     LEAVES A RETURN CODE OF 8 -- AN ACCOUNT WE
007110*                     COULD NOT FLAG IS STILL OPEN TO POSTING.
007120*                     THE BEFORE-IMAGE IS JOURNALED FIRST.
007130*----------------------------------------------------------------
007140 2300-FLAG-DORMANT.
007150     MOVE 'B' TO WS-JRNL-ENTRY-TYPE.
007160     PERFORM 2960-WRITE-ACCTJRNL THRU 2960-EXIT.
007170     MOVE 'D' TO ACCT-STATUS.
007180     REWRITE ACCT-MASTER-RECORD
007190         INVALID KEY
007200             DISPLAY '*** WARNING - ACCTMAST REWRITE FAILED '
007210                     'FOR ACCOUNT ' ACCT-NUMBER ', STATUS '
007220                     WS-ACCTMAST-STATUS
007230             MOVE 'FLAG FAILED  ' TO WS-DTL-ACTION
007240             IF RETURN-CODE < 8
007250                 MOVE 8 TO RETURN-CODE
007260             END-IF
007270     END-REWRITE.
007280     IF WS-ACCTMAST-STATUS = '00'
007290         ADD 1 TO WS-FLAGGED-COUNT
007300         MOVE 'FLAGGED TODAY' TO WS-DTL-ACTION
007310     END-IF.
007320 2300-EXIT.
007330     EXIT.
007340*
007350*----------------------------------------------------------------
007360* 2960-WRITE-ACCTJRNL - APPEND ONE RECORD TO THE ACCTMAST BEFORE-
007370*                       IMAGE JOURNAL FROM THE MASTER RECORD NOW
007380*                       IN THE FD, AHEAD OF THE REWRITE THAT WILL
007390*                       CHANGE IT.  EXPECTS WS-JRNL-ENTRY-TYPE.
007400*                       A FAILED JOURNAL WRITE IS FATAL -- THE
007410*                       REWRITE MUST NOT GO AHEAD UNJOURNALED
007420*----------------------------------------------------------------
007430 2960-WRITE-ACCTJRNL.
007440     MOVE SPACES               TO JRNL-RECORD.
007450     MOVE WS-JRNL-THIS-PROGRAM TO JRNL-PROGRAM.
007460     MOVE WS-PROCESSING-DATE   TO JRNL-PROCESSING-DATE.
007470     MOVE WS-JRNL-RUN-TIME     TO JRNL-RUN-TIME.
007480     MOVE WS-JRNL-CKPT-SEQ     TO JRNL-CHECKPOINT-SEQ.
007490     MOVE WS-JRNL-ENTRY-TYPE   TO JRNL-ENTRY-TYPE.
007500     MOVE ACCT-NUMBER          TO JRNL-ACCOUNT-NUMBER.
007510     MOVE ACCT-MASTER-RECORD   TO JRNL-ACCT-IMAGE.
007520     WRITE JRNL-RECORD.
007530     IF WS-ACCTJRNL-STATUS NOT = '00'
007540         DISPLAY '*** FATAL - ACCTJRNL WRITE FAILED, STATUS '
007550                 WS-ACCTJRNL-STATUS ' ACCOUNT ' ACCT-NUMBER
007560         MOVE 16 TO RETURN-CODE
007570         STOP RUN
007580     END-IF.
007590     ADD 1 TO WS-JRNL-WRITE-COUNT.
007600 2960-EXIT.
007610     EXIT.
007620*
007630*----------------------------------------------------------------
007640* 8000-FINALIZE - PRINT THE PER-BAND TOTALS AND THE SWEEP COUNTS,
007650*                 CLOSE THE FILES AND SET THE RETURN CODE.  ANY
007660*                 ACCOUNT NEWLY FLAGGED LEAVES A RETURN CODE OF 4
007670*                 SO SCHEDULING ROUTES THE REPORT TO REVIEW.
007680*----------------------------------------------------------------
007690 8000-FINALIZE.
007700     MOVE SPACES TO DORM-REPORT-LINE.
007710     WRITE DORM-REPORT-LINE.
007720     MOVE '6-12 MONTH BAND ' TO WS-BND-LABEL.
007730     MOVE 1 TO WS-BAND-SUB.
007740     PERFORM 8100-WRITE-BAND-TOTAL THRU 8100-EXIT.
007750     MOVE '12-24 MONTH BAND' TO WS-BND-LABEL.
007760     MOVE 2 TO WS-BAND-SUB.
007770     PERFORM 8100-WRITE-BAND-TOTAL THRU 8100-EXIT.
007780     MOVE '24+ MONTH BAND  ' TO WS-BND-LABEL.
007790     MOVE 3 TO WS-BAND-SUB.
007800     PERFORM 8100-WRITE-BAND-TOTAL THRU 8100-EXIT.
007810     CLOSE ACCTMAST.
007820     CLOSE ACCTJRNL.
007830     CLOSE DORMRPT.
007840     DISPLAY 'DORMRPT - DORMANCY SWEEP TOTALS'.
007850     DISPLAY 'ACCOUNTS READ          : ' WS-ACCT-READ-COUNT.
007860     DISPLAY 'ACTIVE (UNDER 6 MONTHS): ' WS-ACTIVE-COUNT.
007870     DISPLAY 'CLOSED, NOT REVIEWED   : ' WS-CLOSED-COUNT.
007880     DISPLAY 'ALREADY DORMANT        : '
007890             WS-ALREADY-DORMANT-COUNT.
007900     DISPLAY 'FLAGGED DORMANT TODAY  : ' WS-FLAGGED-COUNT.
007910     DISPLAY 'NO ACTIVITY DATE ON FILE: ' WS-NO-DATE-COUNT.
007920     DISPLAY 'JOURNAL RECORDS WRITTEN: ' WS-JRNL-WRITE-COUNT.
007930     IF WS-FLAGGED-COUNT > 0
007940         IF RETURN-CODE < 4
007950             MOVE 4 TO RETURN-CODE
007960         END-IF
007970     END-IF.
007980 8000-EXIT.
007990     EXIT.
008000*
008010*----------------------------------------------------------------
008020* 8100-WRITE-BAND-TOTAL - PRINT ONE AGING BAND'S ACCOUNT COUNT
008030*                         AND BALANCE TOTAL
008040*----------------------------------------------------------------
008050 8100-WRITE-BAND-TOTAL.
008060     MOVE WS-BAND-COUNT-TBL(WS-BAND-SUB)   TO WS-BND-COUNT.
008070     MOVE WS-BAND-BALANCE-TBL(WS-BAND-SUB) TO WS-BND-BALANCE.
008080     MOVE WS-BAND-TOTAL-LINE TO DORM-REPORT-LINE.
008090     WRITE DORM-REPORT-LINE.
008100 8100-EXIT.
008110     EXIT.
008120*
008130*----------------------------------------------------------------
008140* 8950-WRITE-LEDGER-END - RECORD THE END OF THE RUN ON THE LEDGER
008150*                         WITH ITS FINAL RETURN CODE AND COUNTS:
008160*                         ACCOUNTS READ, NEWLY FLAGGED DORMANT,
008170*                         ALREADY DORMANT.
008180*----------------------------------------------------------------
008190 8950-WRITE-LEDGER-END.
008200     MOVE WS-ACCT-READ-COUNT TO WS-RUNL-COUNT-1.
008210     MOVE WS-FLAGGED-COUNT TO WS-RUNL-COUNT-2.
008220     MOVE WS-ALREADY-DORMANT-COUNT TO WS-RUNL-COUNT-3.
008230     MOVE RETURN-CODE TO WS-RUNL-RC.
008240     MOVE 'E' TO WS-RUNL-EVENT.
008250     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
008260 8950-EXIT.
008270     EXIT.
