000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SIRSLT.
000030 AUTHOR.        R HUCKABY.
000040 INSTALLATION.  DAILY BATCH PROCESSING GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26  RH  ORIGINAL PROGRAM.  STANDING-ORDER RESULTS, RUN
000110*               BEHIND THE BATCHPROC POSTING RUN.  EVERY
000120*               INSTRUCTION SIGEN MARKED PENDING TONIGHT IS LOOKED
000130*               UP ON THE POSTING RUN'S ACTIVITY FILE (ACTWORK).
000140*               A TRANSFER WHOSE TWO LEGS BOTH POSTED IS PAID: THE
000150*               NEXT-DUE DATE MOVES ON BY THE INSTRUCTION'S
000160*               FREQUENCY AND THE RETRY COUNT IS CLEARED.  ONE
000170*               THAT DID NOT POST IS COUNTED AGAINST THE
000180*               INSTRUCTION'S RETRY LIMIT AND LEFT DUE, SO SIGEN
000190*               WRITES IT AGAIN THE NEXT NIGHT; ONCE THE LIMIT IS
000200*               USED UP THE OCCURRENCE IS SKIPPED AND THE
000210*               INSTRUCTION MOVES ON TO ITS NEXT DUE DATE.  EVERY
000220*               TRANSFER THAT DID NOT POST GOES ON THE MISSED-
000230*               PAYMENT REPORT (SIMISS) WITH THE REJECT REASON
000240*               FOUND FOR ITS DEBIT LEG ON REJFILE, AND LEAVES A
000250*               RETURN CODE OF 4.  AN OCCURRENCE PENDING FROM AN
000260*               EARLIER NIGHT CANNOT BE JUDGED FROM TONIGHT'S
000270*               ACTIVITY; IT IS REPORTED FOR RESOLUTION THROUGH
000280*               SIMNT AND LEFT PENDING.  THE RUN LEDGER (RUNLEDG)
000290*               REFUSES A RUN AHEAD OF THE POSTING RUN OR A
000300*               SECOND RUN FOR THE DATE UNLESS AN OPERATOR
000310*               OVERRIDE CARD (RUNOVRD) NAMES IT.
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.  IBM-370.
000360 OBJECT-COMPUTER.  IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CTLCARD   ASSIGN TO CTLCARD
000400            ORGANIZATION IS LINE SEQUENTIAL
000410            FILE STATUS IS WS-CTLCARD-STATUS.
000420     SELECT RUNLEDG   ASSIGN TO RUNLEDG
000430            ORGANIZATION IS LINE SEQUENTIAL
000440            FILE STATUS IS WS-RUNLEDG-STATUS.
000450     SELECT RUNOVRD   ASSIGN TO RUNOVRD
000460            ORGANIZATION IS LINE SEQUENTIAL
000470            FILE STATUS IS WS-RUNOVRD-STATUS.
000480     SELECT SIMAST    ASSIGN TO SIMAST
000490            ORGANIZATION IS INDEXED
000500            ACCESS MODE IS SEQUENTIAL
000510            RECORD KEY IS SI-NUMBER
000520            FILE STATUS IS WS-SIMAST-STATUS.
000530     SELECT ACTWORK   ASSIGN TO ACTWORK
000540            ORGANIZATION IS LINE SEQUENTIAL
000550            FILE STATUS IS WS-ACTWORK-STATUS.
000560     SELECT REJFILE   ASSIGN TO REJFILE
000570            ORGANIZATION IS LINE SEQUENTIAL
000580            FILE STATUS IS WS-REJFILE-STATUS.
000590     SELECT SIMISS    ASSIGN TO SIMISS
000600            ORGANIZATION IS LINE SEQUENTIAL
000610            FILE STATUS IS WS-SIMISS-STATUS.
000620*
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  CTLCARD.
000660 01  CTL-RECORD.
000670     05  CTL-PROCESSING-DATE       PIC 9(08).
000680     05  FILLER                    PIC X(72).
000690*
000700*----------------------------------------------------------------
000710* RUNLEDG - THE NIGHTLY STREAM'S RUN LEDGER, READ AT STARTUP TO
000720* CHECK THIS RUN'S PLACE IN THE STREAM AND EXTENDED WITH ITS
000730* START AND END RECORDS.  RUNOVRD - OPTIONAL OPERATOR OVERRIDE
000740* CARD THAT LETS A REFUSED RUN GO AHEAD.
000750*----------------------------------------------------------------
000760 FD  RUNLEDG.
000770 01  RUNL-RECORD.
000780     COPY RUNLREC.
000790*
000800 FD  RUNOVRD.
000810 01  RUNO-RECORD.
000820     COPY RUNOREC.
000830*
000840 FD  SIMAST.
000850 01  SI-MASTER-RECORD.
000860     COPY SIREC.
000870*
000880*----------------------------------------------------------------
000890* ACTWORK - BATCHPROC'S ACTIVITY FILE: ONE RECORD PER TRANSACTION
000900* POSTED TO AN ACCOUNT BALANCE IN TONIGHT'S POSTING RUN.  SAME
000910* LAYOUT AS BATCHPROC'S FD.
000920*----------------------------------------------------------------
000930 FD  ACTWORK.
000940 01  ACTIVITY-RECORD.
000950     05  ACTW-ACCOUNT              PIC 9(08).
000960     05  FILLER                    PIC X(01).
000970     05  ACTW-TRAN-ID              PIC 9(06).
000980     05  FILLER                    PIC X(01).
000990     05  ACTW-TYPE-CODE            PIC X(01).
001000     05  FILLER                    PIC X(01).
001010     05  ACTW-DR-CR                PIC X(01).
001020     05  FILLER                    PIC X(01).
001030     05  ACTW-AMOUNT               PIC 9(05)V99.
001040*
001050*----------------------------------------------------------------
001060* REJFILE - BATCHPROC'S REJECT FILE: REASON CODE, REASON TEXT AND
001070* THE REJECTED RECORD'S IMAGE.  ONLY THE IMAGE'S RECORD TYPE AND
001080* TRAN-ID ARE NEEDED HERE.
001090*----------------------------------------------------------------
001100 FD  REJFILE.
001110 01  REJ-RECORD.
001120     05  REJ-REASON-CODE           PIC 9(02).
001130     05  FILLER                    PIC X(01).
001140     05  REJ-REASON-TEXT           PIC X(30).
001150     05  FILLER                    PIC X(01).
001160     05  REJ-IMAGE-REC-TYPE        PIC X(01).
001170     05  REJ-IMAGE-TRAN-ID         PIC X(06).
001180     05  REJ-IMAGE-TRAN-ID-N REDEFINES REJ-IMAGE-TRAN-ID
001190                                   PIC 9(06).
001200     05  FILLER                    PIC X(73).
001210*
001220 FD  SIMISS.
001230 01  SI-MISSED-LINE                PIC X(132).
001240*
001250 WORKING-STORAGE SECTION.
001260*----------------------------------------------------------------
001270* FILE STATUS AND CONTROL SWITCHES
001280*----------------------------------------------------------------
001290 77  WS-CTLCARD-STATUS           PIC X(02) VALUE SPACES.
001300 77  WS-SIMAST-STATUS            PIC X(02) VALUE SPACES.
001310 77  WS-ACTWORK-STATUS           PIC X(02) VALUE SPACES.
001320 77  WS-REJFILE-STATUS           PIC X(02) VALUE SPACES.
001330 77  WS-SIMISS-STATUS            PIC X(02) VALUE SPACES.
001340*
001350 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001360     88  WS-EOF-YES              VALUE 'Y'.
001370     88  WS-EOF-NO               VALUE 'N'.
001380 77  WS-ACTWORK-EOF-SWITCH       PIC X(01) VALUE 'N'.
001390     88  WS-ACTWORK-EOF-YES      VALUE 'Y'.
001400 77  WS-REJFILE-EOF-SWITCH       PIC X(01) VALUE 'N'.
001410     88  WS-REJFILE-EOF-YES      VALUE 'Y'.
001420 77  WS-PEND-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001430     88  WS-PEND-FOUND           VALUE 'Y'.
001440*
001450*----------------------------------------------------------------
001460* COUNTERS
001470*----------------------------------------------------------------
001480 77  WS-SI-READ-COUNT            PIC 9(07) COMP VALUE 0.
001490 77  WS-PENDING-COUNT            PIC 9(07) COMP VALUE 0.
001500 77  WS-PAID-COUNT               PIC 9(07) COMP VALUE 0.
001510 77  WS-RETRY-COUNT              PIC 9(07) COMP VALUE 0.
001520 77  WS-SKIPPED-COUNT            PIC 9(07) COMP VALUE 0.
001530 77  WS-CANCELLED-COUNT          PIC 9(07) COMP VALUE 0.
001540 77  WS-UNEVEN-COUNT             PIC 9(07) COMP VALUE 0.
001550 77  WS-STALE-COUNT              PIC 9(07) COMP VALUE 0.
001560 77  WS-ENDED-COUNT              PIC 9(07) COMP VALUE 0.
001570 77  WS-MISSED-COUNT             PIC 9(07) COMP VALUE 0.
001580 77  WS-ACTWORK-READ-COUNT       PIC 9(07) COMP VALUE 0.
001590 77  WS-REJFILE-READ-COUNT       PIC 9(07) COMP VALUE 0.
001600*
001610 77  WS-PROCESSING-DATE          PIC 9(08) VALUE 0.
001620*
001630*----------------------------------------------------------------
001640* PENDING-TRANSFER TABLE - LOADED FROM SIMAST ON A FIRST PASS,
001650* THEN MARKED FROM ACTWORK AND REJFILE.  THE LOWEST AND HIGHEST
001660* TRAN-IDS PENDING LET MOST ACTIVITY RECORDS BE PASSED OVER
001670* WITHOUT A TABLE SEARCH.
001680*----------------------------------------------------------------
001690 77  WS-PEND-COUNT               PIC 9(05) COMP VALUE 0.
001700 77  WS-PEND-LOW-ID              PIC 9(06) VALUE 0.
001710 77  WS-PEND-HIGH-ID             PIC 9(06) VALUE 0.
001720 77  WS-LOOKUP-TRAN-ID           PIC 9(06) VALUE 0.
001730 01  WS-PEND-TABLE.
001740     05  WS-PEND-ENTRY OCCURS 1 TO 5000 TIMES
001750             DEPENDING ON WS-PEND-COUNT
001760             INDEXED BY WS-PEND-IDX.
001770         10  WS-PEND-SI-NUMBER-TBL   PIC 9(08).
001780         10  WS-PEND-DEBIT-ID-TBL    PIC 9(06).
001790         10  WS-PEND-CREDIT-ID-TBL   PIC 9(06).
001800         10  WS-PEND-FROM-TBL        PIC 9(08).
001810         10  WS-PEND-TO-TBL          PIC 9(08).
001820         10  WS-PEND-DR-POSTED-TBL   PIC X(01).
001830         10  WS-PEND-CR-POSTED-TBL   PIC X(01).
001840         10  WS-PEND-REASON-TBL      PIC X(30).
001850*
001860*----------------------------------------------------------------
001870* DUE-DATE ARITHMETIC.  THE DATE BEING MOVED ON IS HELD IN
001880* WS-EDIT-DATE.  THE MONTH-LENGTH TABLE CARRIES 28 FOR FEBRUARY;
001890* A LEAP YEAR GETS THE 29TH.
001900*----------------------------------------------------------------
001910 01  WS-EDIT-DATE                PIC 9(08) VALUE 0.
001920 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
001930     05  WS-EDIT-YEAR            PIC 9(04).
001940     05  WS-EDIT-MONTH           PIC 9(02).
001950     05  WS-EDIT-DAY             PIC 9(02).
001960 77  WS-MONTH-DAYS               PIC 9(02) COMP VALUE 0.
001970 77  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE 0.
001980 77  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE 0.
001990 01  WS-MONTH-LENGTH-VALUES      PIC X(24)
002000                                 VALUE '312831303130313130313031'.
002010 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
002020     05  WS-MONTH-LENGTH-TBL     PIC 9(02) OCCURS 12 TIMES.
002030*
002040*----------------------------------------------------------------
002050* MISSED-PAYMENT REPORT STAGING AREAS
002060*----------------------------------------------------------------
002070 01  WS-MISS-DUE-DATE            PIC 9(08) VALUE 0.
002080 01  WS-MISS-ACTION              PIC X(28) VALUE SPACES.
002090 01  WS-MISS-LINE.
002100     05  WS-MSL-SI-NUMBER        PIC 9(08).
002110     05  FILLER                  PIC X(02) VALUE SPACES.
002120     05  WS-MSL-FROM-ACCOUNT     PIC 9(08).
002130     05  FILLER                  PIC X(02) VALUE SPACES.
002140     05  WS-MSL-TO-ACCOUNT       PIC 9(08).
002150     05  FILLER                  PIC X(02) VALUE SPACES.
002160     05  WS-MSL-AMOUNT           PIC ZZ,ZZ9.99.
002170     05  FILLER                  PIC X(02) VALUE SPACES.
002180     05  WS-MSL-DUE-DATE         PIC 9(08).
002190     05  FILLER                  PIC X(02) VALUE SPACES.
002200     05  WS-MSL-TRIED-DATE       PIC 9(08).
002210     05  FILLER                  PIC X(02) VALUE SPACES.
002220     05  WS-MSL-RETRIES          PIC Z9.
002230     05  FILLER                  PIC X(01) VALUE '/'.
002240     05  WS-MSL-RETRY-LIMIT      PIC 9(02).
002250     05  FILLER                  PIC X(02) VALUE SPACES.
002260     05  WS-MSL-REASON           PIC X(30).
002270     05  FILLER                  PIC X(02) VALUE SPACES.
002280     05  WS-MSL-ACTION           PIC X(28).
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300 01  WS-TOTALS-DISPLAY.
002310     05  WS-PENDING-COUNT-D      PIC 9(07).
002320     05  WS-PAID-COUNT-D         PIC 9(07).
002330     05  WS-RETRY-COUNT-D        PIC 9(07).
002340     05  WS-SKIPPED-COUNT-D      PIC 9(07).
002350     05  WS-OTHER-COUNT-D        PIC 9(07).
002360*
002370*----------------------------------------------------------------
002380* RUN LEDGER - SIRSLT RUNS ONCE PER PROCESSING DATE BEHIND THE
002390* BATCHPROC POSTING RUN, WHOSE ACTIVITY IT READS.  A SECOND RUN
002400* FOR THE DATE FINDS NOTHING PENDING AND IS REFUSED WITHOUT AN
002410* OVERRIDE CARD.
002420*----------------------------------------------------------------
002430 77  WS-RUNLEDG-STATUS           PIC X(02) VALUE SPACES.
002440 77  WS-RUNOVRD-STATUS           PIC X(02) VALUE SPACES.
002450 77  WS-RUNLEDG-EOF-SWITCH       PIC X(01) VALUE 'N'.
002460     88  WS-RUNLEDG-EOF-YES      VALUE 'Y'.
002470 77  WS-RUNL-OVERRIDE-SWITCH     PIC X(01) VALUE 'N'.
002480     88  WS-RUNL-OVERRIDDEN      VALUE 'Y'.
002490 77  WS-RUNL-DONE-SWITCH         PIC X(01) VALUE 'N'.
002500     88  WS-RUNL-ALREADY-RUN     VALUE 'Y'.
002510 77  WS-RUNL-UNFINISHED-SWITCH   PIC X(01) VALUE 'N'.
002520     88  WS-RUNL-UNFINISHED      VALUE 'Y'.
002530 77  WS-RUNL-PRED-SWITCH         PIC X(01) VALUE 'N'.
002540     88  WS-RUNL-PRED-ENDED      VALUE 'Y'.
002550 77  WS-RUNL-THIS-PROGRAM        PIC X(10) VALUE 'SIRSLT'.
002560 77  WS-RUNL-THIS-MODE           PIC X(01) VALUE SPACE.
002570 77  WS-RUNL-PRED-PROGRAM        PIC X(10) VALUE 'BATCHPROC'.
002580 77  WS-RUNL-PRED-MODE           PIC X(01) VALUE 'P'.
002590 77  WS-RUNL-PRED-MAX-RC         PIC 9(03) VALUE 4.
002600 77  WS-RUNL-PRED-RC             PIC 9(03) VALUE 0.
002610 77  WS-RUNL-EVENT               PIC X(01) VALUE SPACE.
002620 77  WS-RUNL-RC                  PIC 9(03) VALUE 0.
002630 77  WS-RUNL-OPERATOR            PIC X(08) VALUE SPACES.
002640 77  WS-RUNL-TIME                PIC 9(08) VALUE 0.
002650 77  WS-RUNL-COUNT-1             PIC 9(09) VALUE 0.
002660 77  WS-RUNL-COUNT-2             PIC 9(09) VALUE 0.
002670 77  WS-RUNL-COUNT-3             PIC 9(09) VALUE 0.
002680*
002690 PROCEDURE DIVISION.
002700*----------------------------------------------------------------
002710* 0000-MAINLINE
002720*----------------------------------------------------------------
002730 0000-MAINLINE.
002740     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002750     PERFORM 2000-PROCESS-INSTRUCTION THRU 2000-EXIT
002760             UNTIL WS-EOF-YES.
002770     PERFORM 8000-FINALIZE       THRU 8000-EXIT.
002780     PERFORM 8950-WRITE-LEDGER-END  THRU 8950-EXIT.
002790     STOP RUN.
002800*
002810*----------------------------------------------------------------
002820* 1000-INITIALIZE - READ THE CONTROL CARD, CHECK THE RUN LEDGER,
002830*                   BUILD THE PENDING-TRANSFER TABLE AND MARK IT
002840*                   FROM THE POSTING RUN'S ACTIVITY AND REJECTS,
002850*                   THEN OPEN SIMAST FOR UPDATE AND THE REPORT
002860*                   AND PRIME THE SECOND PASS.
002870*----------------------------------------------------------------
002880 1000-INITIALIZE.
002890     PERFORM 1010-READ-CONTROL-CARD THRU 1010-EXIT.
002900     PERFORM 1700-CHECK-RUN-LEDGER  THRU 1700-EXIT.
002910     PERFORM 1100-LOAD-PENDING-TABLE THRU 1100-EXIT.
002920     PERFORM 1200-MARK-POSTED-LEGS  THRU 1200-EXIT.
002930     PERFORM 1300-MARK-REJECTED-LEGS THRU 1300-EXIT.
002940     OPEN OUTPUT SIMISS.
002950     IF WS-SIMISS-STATUS NOT = '00'
002960         DISPLAY '*** FATAL - SIMISS OPEN FAILED, STATUS '
002970                 WS-SIMISS-STATUS
002980         MOVE 16 TO RETURN-CODE
002990         STOP RUN
003000     END-IF.
003010     PERFORM 1500-WRITE-REPORT-HEADING THRU 1500-EXIT.
003020     OPEN I-O SIMAST.
003030     IF WS-SIMAST-STATUS NOT = '00'
003040         DISPLAY '*** FATAL - SIMAST OPEN FAILED, STATUS '
003050                 WS-SIMAST-STATUS
003060         MOVE 16 TO RETURN-CODE
003070         STOP RUN
003080     END-IF.
003090     MOVE 'N' TO WS-EOF-SWITCH.
003100     PERFORM 1400-READ-SIMAST THRU 1400-EXIT.
003110 1000-EXIT.
003120     EXIT.
003130*
003140*----------------------------------------------------------------
003150* 1010-READ-CONTROL-CARD - READ THE ONE-RECORD CTLCARD FILE TO
003160*                          GET THE PROCESSING DATE.  SAME CARD
003170*                          AND SAME EDITS AS BATCHPROC.
003180*----------------------------------------------------------------
003190 1010-READ-CONTROL-CARD.
003200     OPEN INPUT CTLCARD.
003210     IF WS-CTLCARD-STATUS NOT = '00'
003220         DISPLAY '*** FATAL - CTLCARD OPEN FAILED, STATUS '
003230                 WS-CTLCARD-STATUS
003240         MOVE 16 TO RETURN-CODE
003250         STOP RUN
003260     END-IF.
003270     READ CTLCARD
003280         AT END
003290             DISPLAY '*** FATAL - CTLCARD IS EMPTY, NO '
003300                     'PROCESSING DATE SUPPLIED'
003310             MOVE 16 TO RETURN-CODE
003320             STOP RUN
003330     END-READ.
003340     IF CTL-PROCESSING-DATE IS NOT NUMERIC
003350         DISPLAY '*** FATAL - CTLCARD PROCESSING DATE IS NOT '
003360                 'NUMERIC: ' CTL-RECORD
003370         MOVE 16 TO RETURN-CODE
003380         STOP RUN
003390     END-IF.
003400     MOVE CTL-PROCESSING-DATE TO WS-PROCESSING-DATE.
003410     CLOSE CTLCARD.
003420 1010-EXIT.
003430     EXIT.
003440*
003450*----------------------------------------------------------------
003460* 1100-LOAD-PENDING-TABLE - FIRST PASS OF SIMAST: ONE TABLE ENTRY
003470*                           PER PENDING INSTRUCTION, WITH ITS TWO
003480*                           TRAN-IDS AND ACCOUNTS
003490*----------------------------------------------------------------
003500 1100-LOAD-PENDING-TABLE.
003510     MOVE 0 TO WS-PEND-COUNT.
003520     OPEN INPUT SIMAST.
003530     IF WS-SIMAST-STATUS NOT = '00'
003540         DISPLAY '*** FATAL - SIMAST OPEN FAILED, STATUS '
003550                 WS-SIMAST-STATUS
003560         MOVE 16 TO RETURN-CODE
003570         STOP RUN
003580     END-IF.
003590     MOVE 'N' TO WS-EOF-SWITCH.
003600     PERFORM 1110-LOAD-ONE-PENDING THRU 1110-EXIT
003610             UNTIL WS-EOF-YES.
003620     CLOSE SIMAST.
003630     DISPLAY 'PENDING TRANSFERS LOADED: ' WS-PEND-COUNT.
003640 1100-EXIT.
003650     EXIT.
003660*
003670 1110-LOAD-ONE-PENDING.
003680     READ SIMAST NEXT RECORD
003690         AT END
003700             MOVE 'Y' TO WS-EOF-SWITCH
003710     END-READ.
003720     IF NOT WS-EOF-YES AND SI-PENDING
003730         IF WS-PEND-COUNT NOT < 5000
003740             DISPLAY '*** FATAL - MORE THAN 5000 STANDING ORDERS '
003750                     'PENDING, PENDING TABLE MUST BE RESIZED'
003760             MOVE 16 TO RETURN-CODE
003770             STOP RUN
003780         END-IF
003790         ADD 1 TO WS-PEND-COUNT
003800         SET WS-PEND-IDX TO WS-PEND-COUNT
003810         MOVE SI-NUMBER
003820                 TO WS-PEND-SI-NUMBER-TBL(WS-PEND-IDX)
003830         MOVE SI-PENDING-DEBIT-ID
003840                 TO WS-PEND-DEBIT-ID-TBL(WS-PEND-IDX)
003850         MOVE SI-PENDING-CREDIT-ID
003860                 TO WS-PEND-CREDIT-ID-TBL(WS-PEND-IDX)
003870         MOVE SI-FROM-ACCOUNT TO WS-PEND-FROM-TBL(WS-PEND-IDX)
003880         MOVE SI-TO-ACCOUNT TO WS-PEND-TO-TBL(WS-PEND-IDX)
003890         MOVE 'N' TO WS-PEND-DR-POSTED-TBL(WS-PEND-IDX)
003900         MOVE 'N' TO WS-PEND-CR-POSTED-TBL(WS-PEND-IDX)
003910         MOVE SPACES TO WS-PEND-REASON-TBL(WS-PEND-IDX)
003920         IF WS-PEND-COUNT = 1
003930             MOVE SI-PENDING-DEBIT-ID  TO WS-PEND-LOW-ID
003940             MOVE SI-PENDING-CREDIT-ID TO WS-PEND-HIGH-ID
003950         END-IF
003960         IF SI-PENDING-DEBIT-ID < WS-PEND-LOW-ID
003970             MOVE SI-PENDING-DEBIT-ID TO WS-PEND-LOW-ID
003980         END-IF
003990         IF SI-PENDING-CREDIT-ID < WS-PEND-LOW-ID
004000             MOVE SI-PENDING-CREDIT-ID TO WS-PEND-LOW-ID
004010         END-IF
004020         IF SI-PENDING-DEBIT-ID > WS-PEND-HIGH-ID
004030             MOVE SI-PENDING-DEBIT-ID TO WS-PEND-HIGH-ID
004040         END-IF
004050         IF SI-PENDING-CREDIT-ID > WS-PEND-HIGH-ID
004060             MOVE SI-PENDING-CREDIT-ID TO WS-PEND-HIGH-ID
004070         END-IF
004080     END-IF.
004090 1110-EXIT.
004100     EXIT.
004110*
004120*----------------------------------------------------------------
004130* 1200-MARK-POSTED-LEGS - READ TONIGHT'S ACTIVITY AND MARK EACH
004140*                         PENDING LEG FOUND POSTED TO ITS OWN
004150*                         ACCOUNT
004160*----------------------------------------------------------------
004170 1200-MARK-POSTED-LEGS.
004180     MOVE 'N' TO WS-ACTWORK-EOF-SWITCH.
004190     OPEN INPUT ACTWORK.
004200     IF WS-ACTWORK-STATUS NOT = '00'
004210         DISPLAY '*** FATAL - ACTWORK OPEN FAILED, STATUS '
004220                 WS-ACTWORK-STATUS
004230         MOVE 16 TO RETURN-CODE
004240         STOP RUN
004250     END-IF.
004260     PERFORM 1210-MARK-ONE-ACTIVITY THRU 1210-EXIT
004270             UNTIL WS-ACTWORK-EOF-YES.
004280     CLOSE ACTWORK.
004290 1200-EXIT.
004300     EXIT.
004310*
004320 1210-MARK-ONE-ACTIVITY.
004330     READ ACTWORK
004340         AT END
004350             SET WS-ACTWORK-EOF-YES TO TRUE
004360         NOT AT END
004370             ADD 1 TO WS-ACTWORK-READ-COUNT
004380     END-READ.
004390     IF WS-ACTWORK-EOF-YES OR WS-PEND-COUNT = 0
004400         GO TO 1210-EXIT
004410     END-IF.
004420     IF ACTW-TRAN-ID IS NOT NUMERIC
004430             OR ACTW-TRAN-ID < WS-PEND-LOW-ID
004440             OR ACTW-TRAN-ID > WS-PEND-HIGH-ID
004450         GO TO 1210-EXIT
004460     END-IF.
004470     MOVE ACTW-TRAN-ID TO WS-LOOKUP-TRAN-ID.
004480     SET WS-PEND-IDX TO 1.
004490     SEARCH WS-PEND-ENTRY
004500         AT END
004510             CONTINUE
004520         WHEN WS-PEND-DEBIT-ID-TBL(WS-PEND-IDX)
004530                 = WS-LOOKUP-TRAN-ID
004540                 AND WS-PEND-FROM-TBL(WS-PEND-IDX) = ACTW-ACCOUNT
004550             MOVE 'Y' TO WS-PEND-DR-POSTED-TBL(WS-PEND-IDX)
004560         WHEN WS-PEND-CREDIT-ID-TBL(WS-PEND-IDX)
004570                 = WS-LOOKUP-TRAN-ID
004580                 AND WS-PEND-TO-TBL(WS-PEND-IDX) = ACTW-ACCOUNT
004590             MOVE 'Y' TO WS-PEND-CR-POSTED-TBL(WS-PEND-IDX)
004600     END-SEARCH.
004610 1210-EXIT.
004620     EXIT.
004630*
004640*----------------------------------------------------------------
004650* 1300-MARK-REJECTED-LEGS - READ TONIGHT'S REJECTS AND KEEP THE
004660*                           REASON A PENDING LEG WAS REJECTED.
004670*                           THE DEBIT LEG'S REASON IS THE ONE THAT
004680*                           EXPLAINS THE MISS; THE CREDIT LEG'S IS
004690*                           KEPT ONLY WHEN THE DEBIT LEG HAS NONE.
004700*----------------------------------------------------------------
004710 1300-MARK-REJECTED-LEGS.
004720     MOVE 'N' TO WS-REJFILE-EOF-SWITCH.
004730     OPEN INPUT REJFILE.
004740     IF WS-REJFILE-STATUS NOT = '00'
004750         DISPLAY '*** FATAL - REJFILE OPEN FAILED, STATUS '
004760                 WS-REJFILE-STATUS
004770         MOVE 16 TO RETURN-CODE
004780         STOP RUN
004790     END-IF.
004800     PERFORM 1310-MARK-ONE-REJECT THRU 1310-EXIT
004810             UNTIL WS-REJFILE-EOF-YES.
004820     CLOSE REJFILE.
004830 1300-EXIT.
004840     EXIT.
004850*
004860 1310-MARK-ONE-REJECT.
004870     READ REJFILE
004880         AT END
004890             SET WS-REJFILE-EOF-YES TO TRUE
004900         NOT AT END
004910             ADD 1 TO WS-REJFILE-READ-COUNT
004920     END-READ.
004930     IF WS-REJFILE-EOF-YES OR WS-PEND-COUNT = 0
004940         GO TO 1310-EXIT
004950     END-IF.
004960     IF REJ-IMAGE-REC-TYPE NOT = 'D'
004970             OR REJ-IMAGE-TRAN-ID IS NOT NUMERIC
004980         GO TO 1310-EXIT
004990     END-IF.
005000     IF REJ-IMAGE-TRAN-ID-N < WS-PEND-LOW-ID
005010             OR REJ-IMAGE-TRAN-ID-N > WS-PEND-HIGH-ID
005020         GO TO 1310-EXIT
005030     END-IF.
005040     MOVE REJ-IMAGE-TRAN-ID-N TO WS-LOOKUP-TRAN-ID.
005050     SET WS-PEND-IDX TO 1.
005060     SEARCH WS-PEND-ENTRY
005070         AT END
005080             CONTINUE
005090         WHEN WS-PEND-DEBIT-ID-TBL(WS-PEND-IDX)
005100                 = WS-LOOKUP-TRAN-ID
005110             MOVE REJ-REASON-TEXT
005120                     TO WS-PEND-REASON-TBL(WS-PEND-IDX)
005130         WHEN WS-PEND-CREDIT-ID-TBL(WS-PEND-IDX)
005140                 = WS-LOOKUP-TRAN-ID
005150             IF WS-PEND-REASON-TBL(WS-PEND-IDX) = SPACES
005160                 MOVE REJ-REASON-TEXT
005170                         TO WS-PEND-REASON-TBL(WS-PEND-IDX)
005180             END-IF
005190     END-SEARCH.
005200 1310-EXIT.
005210     EXIT.
005220*
005230*----------------------------------------------------------------
005240* 1400-READ-SIMAST - READ THE NEXT STANDING INSTRUCTION IN KEY
005250*                    SEQUENCE ON THE UPDATE PASS
005260*----------------------------------------------------------------
005270 1400-READ-SIMAST.
005280     READ SIMAST NEXT RECORD
005290         AT END
005300             MOVE 'Y' TO WS-EOF-SWITCH
005310         NOT AT END
005320             ADD 1 TO WS-SI-READ-COUNT
005330     END-READ.
005340 1400-EXIT.
005350     EXIT.
005360*
005370*----------------------------------------------------------------
005380* 1500-WRITE-REPORT-HEADING - TITLE AND COLUMN HEADINGS AT THE
005390*                             TOP OF THE MISSED-PAYMENT REPORT
005400*----------------------------------------------------------------
005410 1500-WRITE-REPORT-HEADING.
005420     MOVE SPACES TO SI-MISSED-LINE.
005430     STRING 'STANDING ORDER MISSED-PAYMENT REPORT - '
005440            WS-PROCESSING-DATE
005450            DELIMITED BY SIZE
005460            INTO SI-MISSED-LINE.
005470     WRITE SI-MISSED-LINE.
005480     MOVE SPACES TO SI-MISSED-LINE.
005490     STRING 'INSTR.    FROM      TO           AMOUNT  '
005500            'DUE DATE  TRIED     RETRY  '
005510            'REASON                          ACTION'
005520            DELIMITED BY SIZE
005530            INTO SI-MISSED-LINE.
005540     WRITE SI-MISSED-LINE.
005550 1500-EXIT.
005560     EXIT.
005570*
005580*----------------------------------------------------------------
005590* 1700-CHECK-RUN-LEDGER - READ THE RUN LEDGER FOR THIS PROCESSING
005600*                         DATE BEFORE ANY FILE IS TOUCHED.  A
005610*                         SECOND RUN FOR THE DATE, OR A RUN AHEAD
005620*                         OF ITS PREDECESSOR IN THE STREAM, IS
005630*                         REFUSED WITH RETURN CODE 16 UNLESS THE
005640*                         OVERRIDE CARD NAMES THIS PROGRAM AND
005650*                         DATE.  A RUN THAT STARTED BUT NEVER
005660*                         ENDED MAY GO AGAIN.  A MISSING LEDGER
005670*                         MEANS NOTHING HAS RUN YET.
005680*----------------------------------------------------------------
005690 1700-CHECK-RUN-LEDGER.
005700     MOVE 'N' TO WS-RUNL-DONE-SWITCH.
005710     MOVE 'N' TO WS-RUNL-UNFINISHED-SWITCH.
005720     MOVE 'N' TO WS-RUNL-PRED-SWITCH.
005730     PERFORM 1710-READ-OVERRIDE-CARD THRU 1710-EXIT.
005740     OPEN INPUT RUNLEDG.
005750     IF WS-RUNLEDG-STATUS = '00'
005760         MOVE 'N' TO WS-RUNLEDG-EOF-SWITCH
005770         PERFORM 1720-SCAN-ONE-LEDGER-ENTRY THRU 1720-EXIT
005780                 UNTIL WS-RUNLEDG-EOF-YES
005790         CLOSE RUNLEDG
005800     ELSE
005810         IF WS-RUNLEDG-STATUS NOT = '35'
005820             DISPLAY '*** FATAL - RUNLEDG OPEN FAILED, STATUS '
005830                     WS-RUNLEDG-STATUS
005840             MOVE 16 TO RETURN-CODE
005850             STOP RUN
005860         END-IF
005870     END-IF.
005880     IF WS-RUNL-OVERRIDDEN
005890         DISPLAY '*** WARNING - RUN LEDGER CHECKS OVERRIDDEN BY '
005900                 'OPERATOR ' WS-RUNL-OPERATOR
005910     ELSE
005920         PERFORM 1705-APPLY-LEDGER-CHECKS THRU 1705-EXIT
005930     END-IF.
005940     MOVE 'S' TO WS-RUNL-EVENT.
005950     MOVE 0 TO WS-RUNL-RC.
005960     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
005970 1700-EXIT.
005980     EXIT.
005990*
006000*----------------------------------------------------------------
006010* 1705-APPLY-LEDGER-CHECKS - REFUSE A SECOND RUN FOR THE DATE, OR
006020*                            A RUN AHEAD OF ITS PREDECESSOR, NOW
006030*                            THE LEDGER HAS BEEN READ.  NOT
006040*                            PERFORMED WHEN THE OVERRIDE CARD
006050*                            NAMES THIS RUN.
006060*----------------------------------------------------------------
006070 1705-APPLY-LEDGER-CHECKS.
006080     IF WS-RUNL-ALREADY-RUN
006090         DISPLAY '*** FATAL - ' WS-RUNL-THIS-PROGRAM
006100                 ' HAS ALREADY RUN FOR PROCESSING DATE '
006110                 WS-PROCESSING-DATE
006120         PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
006130     END-IF.
006140     IF WS-RUNL-PRED-PROGRAM NOT = SPACES
006150         IF NOT WS-RUNL-PRED-ENDED
006160             DISPLAY '*** FATAL - OUT OF SEQUENCE, '
006170                     WS-RUNL-PRED-PROGRAM
006180                     ' HAS NOT ENDED FOR PROCESSING DATE '
006190                     WS-PROCESSING-DATE
006200             PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
006210         END-IF
006220         IF WS-RUNL-PRED-RC > WS-RUNL-PRED-MAX-RC
006230             DISPLAY '*** FATAL - ' WS-RUNL-PRED-PROGRAM
006240                     ' ENDED WITH RETURN CODE ' WS-RUNL-PRED-RC
006250                     ' FOR PROCESSING DATE ' WS-PROCESSING-DATE
006260             PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
006270         END-IF
006280     END-IF.
006290     IF WS-RUNL-UNFINISHED
006300         DISPLAY '*** WARNING - EARLIER RUN FOR PROCESSING DATE '
006310                 WS-PROCESSING-DATE ' DID NOT END, RUNNING AGAIN'
006320     END-IF.
006330 1705-EXIT.
006340     EXIT.
006350*
006360*----------------------------------------------------------------
006370* 1710-READ-OVERRIDE-CARD - A MISSING OR EMPTY RUNOVRD IS THE
006380*                           NORMAL CASE.  A CARD FOR ANOTHER
006390*                           PROGRAM OR DATE IS IGNORED; ONE FOR
006400*                           THIS RUN MUST NAME THE OPERATOR.
006410*----------------------------------------------------------------
006420 1710-READ-OVERRIDE-CARD.
006430     MOVE 'N' TO WS-RUNL-OVERRIDE-SWITCH.
006440     MOVE SPACES TO WS-RUNL-OPERATOR.
006450     OPEN INPUT RUNOVRD.
006460     IF WS-RUNOVRD-STATUS NOT = '00'
006470         GO TO 1710-EXIT
006480     END-IF.
006490     READ RUNOVRD
006500         AT END
006510             MOVE SPACES TO RUNO-RECORD
006520     END-READ.
006530     CLOSE RUNOVRD.
006540     IF RUNO-PROGRAM NOT = WS-RUNL-THIS-PROGRAM
006550             OR RUNO-PROCESSING-DATE IS NOT NUMERIC
006560         GO TO 1710-EXIT
006570     END-IF.
006580     IF RUNO-PROCESSING-DATE NOT = WS-PROCESSING-DATE
006590             OR (RUNO-MODE NOT = SPACE
006600                 AND RUNO-MODE NOT = WS-RUNL-THIS-MODE)
006610         GO TO 1710-EXIT
006620     END-IF.
006630     IF RUNO-OPERATOR = SPACES
006640         DISPLAY '*** WARNING - OVERRIDE CARD IGNORED, NO '
006650                 'OPERATOR ID: ' RUNO-RECORD
006660         GO TO 1710-EXIT
006670     END-IF.
006680     MOVE 'Y' TO WS-RUNL-OVERRIDE-SWITCH.
006690     MOVE RUNO-OPERATOR TO WS-RUNL-OPERATOR.
006700     DISPLAY 'OVERRIDE REASON: ' RUNO-REASON.
006710 1710-EXIT.
006720     EXIT.
006730*
006740*----------------------------------------------------------------
006750* 1720-SCAN-ONE-LEDGER-ENTRY - NOTE THIS PROGRAM'S OWN STARTS AND
006760*                              ENDS FOR THE DATE, AND WHETHER ITS
006770*                              PREDECESSOR HAS ENDED (THE LAST
006780*                              END ON FILE GIVES ITS RETURN CODE)
006790*----------------------------------------------------------------
006800 1720-SCAN-ONE-LEDGER-ENTRY.
006810     READ RUNLEDG
006820         AT END
006830             SET WS-RUNLEDG-EOF-YES TO TRUE
006840     END-READ.
006850     IF NOT WS-RUNLEDG-EOF-YES
006860             AND RUNL-PROCESSING-DATE = WS-PROCESSING-DATE
006870         IF RUNL-PROGRAM = WS-RUNL-THIS-PROGRAM
006880                 AND RUNL-MODE = WS-RUNL-THIS-MODE
006890             IF RUNL-STARTED
006900                 MOVE 'Y' TO WS-RUNL-UNFINISHED-SWITCH
006910             END-IF
006920             IF RUNL-ENDED
006930                 MOVE 'Y' TO WS-RUNL-DONE-SWITCH
006940                 MOVE 'N' TO WS-RUNL-UNFINISHED-SWITCH
006950             END-IF
006960         END-IF
006970         IF WS-RUNL-PRED-PROGRAM NOT = SPACES
006980                 AND RUNL-PROGRAM = WS-RUNL-PRED-PROGRAM
006990                 AND RUNL-ENDED
007000                 AND (WS-RUNL-PRED-MODE = SPACE
007010                      OR RUNL-MODE = WS-RUNL-PRED-MODE)
007020             MOVE 'Y' TO WS-RUNL-PRED-SWITCH
007030             MOVE RUNL-RETURN-CODE TO WS-RUNL-PRED-RC
007040         END-IF
007050     END-IF.
007060 1720-EXIT.
007070     EXIT.
007080*
007090*----------------------------------------------------------------
007100* 1730-WRITE-LEDGER-RECORD - APPEND ONE START, END OR REFUSED
007110*                            RECORD TO THE LEDGER (THE FIRST RUN
007120*                            EVER CREATES IT)
007130*----------------------------------------------------------------
007140 1730-WRITE-LEDGER-RECORD.
007150     MOVE SPACES TO RUNL-RECORD.
007160     MOVE WS-RUNL-THIS-PROGRAM TO RUNL-PROGRAM.
007170     MOVE WS-PROCESSING-DATE   TO RUNL-PROCESSING-DATE.
007180     MOVE WS-RUNL-THIS-MODE    TO RUNL-MODE.
007190     MOVE WS-RUNL-EVENT        TO RUNL-EVENT.
007200     IF WS-RUNL-OVERRIDDEN
007210         MOVE 'Y' TO RUNL-OVERRIDE-FLAG
007220         MOVE WS-RUNL-OPERATOR TO RUNL-OPERATOR
007230     ELSE
007240         MOVE 'N' TO RUNL-OVERRIDE-FLAG
007250     END-IF.
007260     ACCEPT RUNL-SYSTEM-DATE FROM DATE YYYYMMDD.
007270     ACCEPT WS-RUNL-TIME FROM TIME.
007280     MOVE WS-RUNL-TIME(1:6)    TO RUNL-SYSTEM-TIME.
007290     MOVE WS-RUNL-RC           TO RUNL-RETURN-CODE.
007300     MOVE WS-RUNL-COUNT-1      TO RUNL-COUNT-1.
007310     MOVE WS-RUNL-COUNT-2      TO RUNL-COUNT-2.
007320     MOVE WS-RUNL-COUNT-3      TO RUNL-COUNT-3.
007330     OPEN EXTEND RUNLEDG.
007340     IF WS-RUNLEDG-STATUS = '35'
007350         OPEN OUTPUT RUNLEDG
007360     END-IF.
007370     IF WS-RUNLEDG-STATUS NOT = '00'
007380         DISPLAY '*** FATAL - RUNLEDG OPEN FAILED, STATUS '
007390                 WS-RUNLEDG-STATUS
007400         MOVE 16 TO RETURN-CODE
007410         STOP RUN
007420     END-IF.
007430     WRITE RUNL-RECORD.
007440     CLOSE RUNLEDG.
007450 1730-EXIT.
007460     EXIT.
007470*
007480*----------------------------------------------------------------
007490* 1740-REFUSE-RUN - RECORD THE REFUSAL ON THE LEDGER AND STOP
007500*----------------------------------------------------------------
007510 1740-REFUSE-RUN.
007520     MOVE 'R' TO WS-RUNL-EVENT.
007530     MOVE 16 TO WS-RUNL-RC.
007540     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
007550     DISPLAY '*** RUN REFUSED - AN OPERATOR OVERRIDE CARD ON '
007560             'RUNOVRD IS NEEDED TO RUN IT'.
007570     MOVE 16 TO RETURN-CODE.
007580     STOP RUN.
007590 1740-EXIT.
007600     EXIT.
007610*
007620*----------------------------------------------------------------
007630* 2000-PROCESS-INSTRUCTION - SETTLE ONE PENDING INSTRUCTION ON THE
007640*                            UPDATE PASS, THEN READ THE NEXT.  AN
007650*                            OCCURRENCE WRITTEN ON AN EARLIER
007660*                            NIGHT IS REPORTED AND LEFT PENDING.
007670*                            OTHERWISE THE PENDING MARK IS CLEARED
007680*                            AND THE INSTRUCTION REWRITTEN
007690*                            WHATEVER THE OUTCOME.
007700*----------------------------------------------------------------
007710 2000-PROCESS-INSTRUCTION.
007720     IF NOT SI-PENDING
007730         GO TO 2000-READ-NEXT
007740     END-IF.
007750     ADD 1 TO WS-PENDING-COUNT.
007760     MOVE SI-NEXT-DUE-DATE TO WS-MISS-DUE-DATE.
007770     PERFORM 2100-FIND-PENDING THRU 2100-EXIT.
007780     IF SI-PENDING-DATE NOT = WS-PROCESSING-DATE
007790             OR NOT WS-PEND-FOUND
007800         ADD 1 TO WS-STALE-COUNT
007810         MOVE 'NOT ON TONIGHT''S POSTING RUN'
007820                 TO WS-MSL-REASON
007830         MOVE 'STILL PENDING - RESOLVE' TO WS-MISS-ACTION
007840         PERFORM 2600-WRITE-MISSED-LINE THRU 2600-EXIT
007850         GO TO 2000-READ-NEXT
007860     END-IF.
007870     EVALUATE TRUE
007880         WHEN WS-PEND-DR-POSTED-TBL(WS-PEND-IDX) = 'Y'
007890                 AND WS-PEND-CR-POSTED-TBL(WS-PEND-IDX) = 'Y'
007900             PERFORM 2200-RECORD-PAYMENT THRU 2200-EXIT
007910         WHEN WS-PEND-DR-POSTED-TBL(WS-PEND-IDX) = 'Y'
007920                 OR WS-PEND-CR-POSTED-TBL(WS-PEND-IDX) = 'Y'
007930             PERFORM 2250-RECORD-UNEVEN THRU 2250-EXIT
007940         WHEN OTHER
007950             PERFORM 2300-RECORD-MISS THRU 2300-EXIT
007960     END-EVALUATE.
007970     MOVE 'N' TO SI-PENDING-FLAG.
007980     MOVE 0   TO SI-PENDING-DATE.
007990     MOVE 0   TO SI-PENDING-DEBIT-ID.
008000     MOVE 0   TO SI-PENDING-CREDIT-ID.
008010     REWRITE SI-MASTER-RECORD.
008020     IF WS-SIMAST-STATUS NOT = '00'
008030         DISPLAY '*** FATAL - SIMAST REWRITE FAILED, STATUS '
008040                 WS-SIMAST-STATUS ' INSTRUCTION ' SI-NUMBER
008050         MOVE 16 TO RETURN-CODE
008060         STOP RUN
008070     END-IF.
008080 2000-READ-NEXT.
008090     PERFORM 1400-READ-SIMAST THRU 1400-EXIT.
008100 2000-EXIT.
008110     EXIT.
008120*
008130*----------------------------------------------------------------
008140* 2100-FIND-PENDING - FIND THE INSTRUCTION'S ENTRY IN THE PENDING
008150*                     TABLE BY INSTRUCTION NUMBER AND DEBIT
008160*                     TRAN-ID
008170*----------------------------------------------------------------
008180 2100-FIND-PENDING.
008190     MOVE 'N' TO WS-PEND-FOUND-SWITCH.
008200     IF WS-PEND-COUNT > 0
008210         SET WS-PEND-IDX TO 1
008220         SEARCH WS-PEND-ENTRY
008230             AT END
008240                 CONTINUE
008250             WHEN WS-PEND-SI-NUMBER-TBL(WS-PEND-IDX) = SI-NUMBER
008260                     AND WS-PEND-DEBIT-ID-TBL(WS-PEND-IDX)
008270                         = SI-PENDING-DEBIT-ID
008280                 MOVE 'Y' TO WS-PEND-FOUND-SWITCH
008290         END-SEARCH
008300     END-IF.
008310 2100-EXIT.
008320     EXIT.
008330*
008340*----------------------------------------------------------------
008350* 2200-RECORD-PAYMENT - BOTH LEGS POSTED.  RECORD THE PAYMENT,
008360*                       CLEAR THE RETRY COUNT AND MOVE ON TO THE
008370*                       NEXT DUE DATE.
008380*----------------------------------------------------------------
008390 2200-RECORD-PAYMENT.
008400     MOVE SI-PENDING-DATE TO SI-LAST-PAID-DATE.
008410     MOVE 0 TO SI-RETRY-COUNT.
008420     PERFORM 2400-ADVANCE-DUE-DATE THRU 2400-EXIT.
008430     ADD 1 TO WS-PAID-COUNT.
008440 2200-EXIT.
008450     EXIT.
008460*
008470*----------------------------------------------------------------
008480* 2250-RECORD-UNEVEN - ONLY ONE LEG POSTED.  BATCHPROC POSTS BOTH
008490*                      LEGS OR NEITHER, SO THIS CALLS FOR AN
008500*                      INVESTIGATION.  MONEY HAS MOVED, SO THE
008510*                      OCCURRENCE IS TREATED AS PAID RATHER THAN
008520*                      WRITTEN AGAIN, AND IT IS REPORTED.
008530*----------------------------------------------------------------
008540 2250-RECORD-UNEVEN.
008550     PERFORM 2200-RECORD-PAYMENT THRU 2200-EXIT.
008560     SUBTRACT 1 FROM WS-PAID-COUNT.
008570     ADD 1 TO WS-UNEVEN-COUNT.
008580     MOVE 'ONLY ONE LEG POSTED' TO WS-MSL-REASON.
008590     MOVE 'ADVANCED - INVESTIGATE' TO WS-MISS-ACTION.
008600     PERFORM 2600-WRITE-MISSED-LINE THRU 2600-EXIT.
008610 2250-EXIT.
008620     EXIT.
008630*
008640*----------------------------------------------------------------
008650* 2300-RECORD-MISS - NEITHER LEG POSTED.  A CANCELLED INSTRUCTION
008660*                    IS NOT RETRIED.  OTHERWISE THE MISS COUNTS
008670*                    AGAINST THE RETRY LIMIT: WITHIN IT, THE
008680*                    OCCURRENCE STAYS DUE AND SIGEN WRITES IT
008690*                    AGAIN NEXT NIGHT; PAST IT, THE OCCURRENCE IS
008700*                    SKIPPED AND THE INSTRUCTION MOVES ON TO ITS
008710*                    NEXT DUE DATE WITH THE RETRY COUNT CLEARED.
008720*----------------------------------------------------------------
008730 2300-RECORD-MISS.
008740     IF WS-PEND-REASON-TBL(WS-PEND-IDX) = SPACES
008750         MOVE 'NOT FOUND ON POSTING RUN' TO WS-MSL-REASON
008760     ELSE
008770         MOVE WS-PEND-REASON-TBL(WS-PEND-IDX) TO WS-MSL-REASON
008780     END-IF.
008790     IF SI-CANCELLED
008800         ADD 1 TO WS-CANCELLED-COUNT
008810         MOVE 'NOT RETRIED - CANCELLED' TO WS-MISS-ACTION
008820         PERFORM 2600-WRITE-MISSED-LINE THRU 2600-EXIT
008830     ELSE
008840         IF SI-RETRY-COUNT IS NOT NUMERIC
008850             MOVE 0 TO SI-RETRY-COUNT
008860         END-IF
008870         IF SI-RETRY-COUNT < 99
008880             ADD 1 TO SI-RETRY-COUNT
008890         END-IF
008900         IF SI-RETRY-COUNT > SI-RETRY-LIMIT
008910             ADD 1 TO WS-SKIPPED-COUNT
008920             MOVE 'RETRIES USED UP - SKIPPED' TO WS-MISS-ACTION
008930             PERFORM 2600-WRITE-MISSED-LINE THRU 2600-EXIT
008940             IF SI-MISSED-COUNT IS NOT NUMERIC
008950                 MOVE 0 TO SI-MISSED-COUNT
008960             END-IF
008970             IF SI-MISSED-COUNT < 999
008980                 ADD 1 TO SI-MISSED-COUNT
008990             END-IF
009000             MOVE 0 TO SI-RETRY-COUNT
009010             PERFORM 2400-ADVANCE-DUE-DATE THRU 2400-EXIT
009020         ELSE
009030             ADD 1 TO WS-RETRY-COUNT
009040             MOVE 'WILL RETRY NEXT RUN' TO WS-MISS-ACTION
009050             PERFORM 2600-WRITE-MISSED-LINE THRU 2600-EXIT
009060         END-IF
009070     END-IF.
009080 2300-EXIT.
009090     EXIT.
009100*
009110*----------------------------------------------------------------
009120* 2400-ADVANCE-DUE-DATE - MOVE THE NEXT-DUE DATE ON BY ONE PERIOD
009130*                         OF THE INSTRUCTION'S FREQUENCY.  WEEKLY
009140*                         ADDS SEVEN CALENDAR DAYS.  MONTHLY,
009150*                         QUARTERLY AND ANNUAL MOVE THE MONTH AND
009160*                         PUT THE DATE BACK ON THE INSTRUCTION'S
009170*                         DUE DAY, OR THE LAST DAY OF A SHORTER
009180*                         MONTH.  AN ACTIVE INSTRUCTION WHOSE NEW
009190*                         DATE FALLS AFTER ITS END DATE IS ENDED.
009200*----------------------------------------------------------------
009210 2400-ADVANCE-DUE-DATE.
009220     MOVE SI-NEXT-DUE-DATE TO WS-EDIT-DATE.
009230     EVALUATE TRUE
009240         WHEN SI-WEEKLY
009250             PERFORM 2410-SET-MONTH-DAYS THRU 2410-EXIT
009260             ADD 7 TO WS-EDIT-DAY
009270             IF WS-EDIT-DAY > WS-MONTH-DAYS
009280                 SUBTRACT WS-MONTH-DAYS FROM WS-EDIT-DAY
009290                 ADD 1 TO WS-EDIT-MONTH
009300             END-IF
009310         WHEN SI-QUARTERLY
009320             ADD 3 TO WS-EDIT-MONTH
009330         WHEN SI-ANNUAL
009340             ADD 1 TO WS-EDIT-YEAR
009350         WHEN OTHER
009360             ADD 1 TO WS-EDIT-MONTH
009370     END-EVALUATE.
009380     IF WS-EDIT-MONTH > 12
009390         SUBTRACT 12 FROM WS-EDIT-MONTH
009400         ADD 1 TO WS-EDIT-YEAR
009410     END-IF.
009420     IF NOT SI-WEEKLY
009430         IF SI-DUE-DAY IS NUMERIC AND SI-DUE-DAY > 0
009440             MOVE SI-DUE-DAY TO WS-EDIT-DAY
009450         END-IF
009460         PERFORM 2410-SET-MONTH-DAYS THRU 2410-EXIT
009470         IF WS-EDIT-DAY > WS-MONTH-DAYS
009480             MOVE WS-MONTH-DAYS TO WS-EDIT-DAY
009490         END-IF
009500     END-IF.
009510     MOVE WS-EDIT-DATE TO SI-NEXT-DUE-DATE.
009520     IF SI-ACTIVE
009530             AND SI-END-DATE > 0
009540             AND SI-NEXT-DUE-DATE > SI-END-DATE
009550         MOVE 'E' TO SI-STATUS
009560         ADD 1 TO WS-ENDED-COUNT
009570     END-IF.
009580 2400-EXIT.
009590     EXIT.
009600*
009610*----------------------------------------------------------------
009620* 2410-SET-MONTH-DAYS - NUMBER OF DAYS IN THE MONTH OF
009630*                       WS-EDIT-DATE.  A CENTURY YEAR IS A LEAP
009640*                       YEAR ONLY WHEN IT DIVIDES BY 400.
009650*----------------------------------------------------------------
009660 2410-SET-MONTH-DAYS.
009670     MOVE WS-MONTH-LENGTH-TBL(WS-EDIT-MONTH) TO WS-MONTH-DAYS.
009680     IF WS-EDIT-MONTH = 2
009690         DIVIDE WS-EDIT-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
009700                 REMAINDER WS-LEAP-REMAINDER
009710         IF WS-LEAP-REMAINDER = 0
009720             MOVE 29 TO WS-MONTH-DAYS
009730             DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
009740                     REMAINDER WS-LEAP-REMAINDER
009750             IF WS-LEAP-REMAINDER = 0
009760                 DIVIDE WS-EDIT-YEAR BY 400
009770                         GIVING WS-LEAP-QUOTIENT
009780                         REMAINDER WS-LEAP-REMAINDER
009790                 IF WS-LEAP-REMAINDER NOT = 0
009800                     MOVE 28 TO WS-MONTH-DAYS
009810                 END-IF
009820             END-IF
009830         END-IF
009840     END-IF.
009850 2410-EXIT.
009860     EXIT.
009870*
009880*----------------------------------------------------------------
009890* 2600-WRITE-MISSED-LINE - PRINT ONE MISSED-PAYMENT LINE.  EXPECTS
009900*                          WS-MSL-REASON AND WS-MISS-ACTION TO BE
009910*                          SET; THE DUE DATE IS THE ONE THE
009920*                          OCCURRENCE WAS WRITTEN FOR.
009930*----------------------------------------------------------------
009940 2600-WRITE-MISSED-LINE.
009950     MOVE SI-NUMBER          TO WS-MSL-SI-NUMBER.
009960     MOVE SI-FROM-ACCOUNT    TO WS-MSL-FROM-ACCOUNT.
009970     MOVE SI-TO-ACCOUNT      TO WS-MSL-TO-ACCOUNT.
009980     MOVE SI-AMOUNT          TO WS-MSL-AMOUNT.
009990     MOVE WS-MISS-DUE-DATE   TO WS-MSL-DUE-DATE.
010000     MOVE SI-PENDING-DATE    TO WS-MSL-TRIED-DATE.
010010     MOVE SI-RETRY-COUNT     TO WS-MSL-RETRIES.
010020     MOVE SI-RETRY-LIMIT     TO WS-MSL-RETRY-LIMIT.
010030     MOVE WS-MISS-ACTION     TO WS-MSL-ACTION.
010040     MOVE WS-MISS-LINE       TO SI-MISSED-LINE.
010050     WRITE SI-MISSED-LINE.
010060     ADD 1 TO WS-MISSED-COUNT.
010070 2600-EXIT.
010080     EXIT.
010090*
010100*----------------------------------------------------------------
010110* 8000-FINALIZE - PRINT THE REPORT TOTALS, REPORT THE COUNTS ON
010120*                 THE CONSOLE AND CLOSE THE FILES.  ANY LINE ON
010130*                 THE MISSED-PAYMENT REPORT LEAVES A RETURN CODE
010140*                 OF 4 SO IT IS LOOKED AT.
010150*----------------------------------------------------------------
010160 8000-FINALIZE.
010170     CLOSE SIMAST.
010180     MOVE SPACES TO SI-MISSED-LINE.
010190     IF WS-MISSED-COUNT = 0
010200         MOVE 'NO MISSED PAYMENTS' TO SI-MISSED-LINE
010210     END-IF.
010220     WRITE SI-MISSED-LINE.
010230     MOVE SPACES TO SI-MISSED-LINE.
010240     MOVE WS-PENDING-COUNT   TO WS-PENDING-COUNT-D.
010250     MOVE WS-PAID-COUNT      TO WS-PAID-COUNT-D.
010260     MOVE WS-RETRY-COUNT     TO WS-RETRY-COUNT-D.
010270     MOVE WS-SKIPPED-COUNT   TO WS-SKIPPED-COUNT-D.
010280     COMPUTE WS-OTHER-COUNT-D = WS-CANCELLED-COUNT
010290             + WS-UNEVEN-COUNT + WS-STALE-COUNT.
010300     STRING 'PENDING ' WS-PENDING-COUNT-D
010310            '  PAID ' WS-PAID-COUNT-D
010320            '  TO RETRY ' WS-RETRY-COUNT-D
010330            '  SKIPPED ' WS-SKIPPED-COUNT-D
010340            '  OTHER ' WS-OTHER-COUNT-D
010350            DELIMITED BY SIZE
010360            INTO SI-MISSED-LINE.
010370     WRITE SI-MISSED-LINE.
010380     CLOSE SIMISS.
010390     DISPLAY 'SIRSLT - STANDING ORDER RESULTS TOTALS'.
010400     DISPLAY 'INSTRUCTIONS READ      : ' WS-SI-READ-COUNT.
010410     DISPLAY 'ACTIVITY RECORDS READ  : ' WS-ACTWORK-READ-COUNT.
010420     DISPLAY 'REJECT RECORDS READ    : ' WS-REJFILE-READ-COUNT.
010430     DISPLAY 'PENDING TRANSFERS      : ' WS-PENDING-COUNT.
010440     DISPLAY 'PAID                   : ' WS-PAID-COUNT.
010450     DISPLAY 'NOT POSTED, TO RETRY   : ' WS-RETRY-COUNT.
010460     DISPLAY 'NOT POSTED, SKIPPED    : ' WS-SKIPPED-COUNT.
010470     DISPLAY 'NOT POSTED, CANCELLED  : ' WS-CANCELLED-COUNT.
010480     DISPLAY 'ONE LEG ONLY POSTED    : ' WS-UNEVEN-COUNT.
010490     DISPLAY 'PENDING FROM EARLIER   : ' WS-STALE-COUNT.
010500     DISPLAY 'INSTRUCTIONS ENDED     : ' WS-ENDED-COUNT.
010510     IF WS-MISSED-COUNT > 0
010520         IF RETURN-CODE < 4
010530             MOVE 4 TO RETURN-CODE
010540         END-IF
010550     END-IF.
010560 8000-EXIT.
010570     EXIT.
010580*
010590*----------------------------------------------------------------
010600* 8950-WRITE-LEDGER-END - RECORD THE END OF THE RUN ON THE LEDGER
010610*                         WITH ITS FINAL RETURN CODE AND COUNTS:
010620*                         TRANSFERS PENDING, PAID, AND LINES ON
010630*                         THE MISSED-PAYMENT REPORT.
010640*----------------------------------------------------------------
010650 8950-WRITE-LEDGER-END.
010660     MOVE WS-PENDING-COUNT TO WS-RUNL-COUNT-1.
010670     MOVE WS-PAID-COUNT TO WS-RUNL-COUNT-2.
010680     MOVE WS-MISSED-COUNT TO WS-RUNL-COUNT-3.
010690     MOVE RETURN-CODE TO WS-RUNL-RC.
010700     MOVE 'E' TO WS-RUNL-EVENT.
010710     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
010720 8950-EXIT.
010730     EXIT.
