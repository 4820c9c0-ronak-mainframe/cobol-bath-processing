000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ACKGEN.
000030 AUTHOR.        R HUCKABY.
000040 INSTALLATION.  DAILY BATCH PROCESSING GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26  RH  ORIGINAL PROGRAM.  RUNS BEHIND BATCHPROC AND
000110*               TURNS ITS ACKNOWLEDGMENT EXTRACT (ACKEXTR) INTO
000120*               THE ACKNOWLEDGMENT FILE (ACKFILE) THE SOURCE
000130*               SYSTEMS LOAD.  THE EXTRACT IS SORTED INTO TRANFILE
000140*               BATCH ORDER AND WRITTEN AS ONE SELF-CONTAINED
000150*               ACKNOWLEDGMENT GROUP PER HEADER/TRAILER BATCH: A
000160*               HEADER CARRYING THE BATCH ID, THE PROCESSING DATE
000170*               AND THE BATCH'S BALANCING STATUS AS
000180*               8205-JUDGE-ONE-BATCH DECIDED IT, ONE DETAIL PER
000190*               REJECTED, SUSPENDED, HELD OR REFERRED ITEM WITH
000200*               ITS REASON CODE AND ORIGINAL 80-BYTE IMAGE, AND A
000210*               TRAILER WITH THE GROUP'S ITEM COUNTS.  THE
000220*               DISTRIBUTION STEP SPLITS THE FILE ON THE HEADER
000230*               BATCH ID, ONE DATA SET PER SENDER.  A GROUP WHOSE
000240*               BATCH-STATUS RECORD IS MISSING FROM THE EXTRACT
000250*               IS STILL WRITTEN, MARKED STATUS NOT REPORTED, AND
000260*               SETS A RETURN CODE OF 4.
000270* 10/15/26  RH  NOW READS THE CTLCARD FOR THE PROCESSING DATE AND
000280*               REPORT-ONLY FLAG, AND CHECKS THE RUN LEDGER.  THE
000290*               RUN IS REFUSED BEFORE ACKFILE IS OPENED IF IT HAS
000300*               ALREADY ENDED FOR THE DATE AND MODE OR IF THE
000310*               MATCHING BATCHPROC RUN HAS NOT ENDED CLEANLY,
000320*               UNLESS AN OPERATOR OVERRIDE CARD (RUNOVRD) NAMES
000330*               IT.  START AND END RECORDS GO TO THE RUN LEDGER
000340*               (RUNLEDG).
000350*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.  IBM-370.
000390 OBJECT-COMPUTER.  IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT ACKEXTR   ASSIGN TO ACKEXTR
000430            ORGANIZATION IS LINE SEQUENTIAL
000440            FILE STATUS IS WS-ACKEXTR-STATUS.
000450     SELECT ACKFILE   ASSIGN TO ACKFILE
000460            ORGANIZATION IS LINE SEQUENTIAL
000470            FILE STATUS IS WS-ACKFILE-STATUS.
000480     SELECT CTLCARD   ASSIGN TO CTLCARD
000490            ORGANIZATION IS LINE SEQUENTIAL
000500            FILE STATUS IS WS-CTLCARD-STATUS.
000510     SELECT RUNLEDG   ASSIGN TO RUNLEDG
000520            ORGANIZATION IS LINE SEQUENTIAL
000530            FILE STATUS IS WS-RUNLEDG-STATUS.
000540     SELECT RUNOVRD   ASSIGN TO RUNOVRD
000550            ORGANIZATION IS LINE SEQUENTIAL
000560            FILE STATUS IS WS-RUNOVRD-STATUS.
000570     SELECT ACKSORT   ASSIGN TO ACKSORT.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610*----------------------------------------------------------------
000620* ACKEXTR - BATCHPROC'S ACKNOWLEDGMENT EXTRACT.  LAYOUT IS
000630* WS-AKX-RECORD BELOW, THE SAME AS BATCHPROC'S
000640*----------------------------------------------------------------
000650 FD  ACKEXTR.
000660 01  ACK-EXTRACT-RECORD            PIC X(150).
000670*
000680*----------------------------------------------------------------
000690* ACKFILE - THE ACKNOWLEDGMENT FILE FOR THE SOURCE SYSTEMS.  THE
000700* THREE RECORD LAYOUTS ARE THE STAGING AREAS BELOW; BYTE 1 IS
000710* 'H' (GROUP HEADER), 'D' (ONE EXCEPTION ITEM) OR 'T' (GROUP
000720* TRAILER), AND BYTES 2-9 ARE THE BATCH ID ON ALL THREE
000730*----------------------------------------------------------------
000740 FD  ACKFILE.
000750 01  ACK-RECORD                    PIC X(132).
000760*
000770*----------------------------------------------------------------
000780* CTLCARD - THE SAME RUN-DATE CONTROL CARD BATCHPROC READS.  THE
000790* REPORT-ONLY FLAG TELLS ACKGEN WHETHER IT IS ACKNOWLEDGING AN
000800* EDIT-ONLY TRIAL RUN OR THE POSTING RUN
000810*----------------------------------------------------------------
000820 FD  CTLCARD.
000830 01  CTL-RECORD.
000840     05  CTL-PROCESSING-DATE       PIC 9(08).
000850     05  CTL-RECYCLE-LIMIT-DAYS    PIC 9(03).
000860     05  CTL-DUP-RETAIN-DAYS       PIC 9(03).
000870     05  CTL-REPORT-ONLY-FLAG      PIC X(01).
000880     05  FILLER                    PIC X(65).
000890*
000900*----------------------------------------------------------------
000910* RUNLEDG - THE NIGHTLY STREAM'S RUN LEDGER, READ AT STARTUP TO
000920* CHECK THIS RUN'S PLACE IN THE STREAM AND EXTENDED WITH ITS
000930* START AND END RECORDS.  RUNOVRD - OPTIONAL OPERATOR OVERRIDE
000940* CARD THAT LETS A REFUSED RUN GO AHEAD.
000950*----------------------------------------------------------------
000960 FD  RUNLEDG.
000970 01  RUNL-RECORD.
000980     COPY RUNLREC.
000990*
001000 FD  RUNOVRD.
001010 01  RUNO-RECORD.
001020     COPY RUNOREC.
001030*
001040*----------------------------------------------------------------
001050* ACKSORT - SORT WORK FILE THAT BRINGS THE EXTRACT INTO BATCH
001060* ORDER: BY THE BATCH'S POSITION ON TRANFILE, THE BATCH-STATUS
001070* RECORD ('B') AHEAD OF THE ITEMS ('I'), AND THE ITEMS IN THE
001080* ORDER BATCHPROC WROTE THEM
001090*----------------------------------------------------------------
001100 SD  ACKSORT.
001110 01  AKS-RECORD.
001120     05  AKS-REC-TYPE              PIC X(01).
001130     05  AKS-BATCH-SEQ             PIC 9(03).
001140     05  AKS-BATCH-ID              PIC X(08).
001150     05  AKS-SEQUENCE              PIC 9(07).
001160     05  FILLER                    PIC X(131).
001170*
001180 WORKING-STORAGE SECTION.
001190*----------------------------------------------------------------
001200* FILE STATUS AND CONTROL SWITCHES
001210*----------------------------------------------------------------
001220 77  WS-ACKEXTR-STATUS           PIC X(02) VALUE SPACES.
001230 77  WS-ACKFILE-STATUS           PIC X(02) VALUE SPACES.
001240 77  WS-CTLCARD-STATUS           PIC X(02) VALUE SPACES.
001250 77  WS-PROCESSING-DATE          PIC 9(08) VALUE 0.
001260*
001270 77  WS-ACKSORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
001280     88  WS-ACKSORT-EOF-YES      VALUE 'Y'.
001290*
001300 01  WS-GROUP-SWITCH             PIC X(01) VALUE 'N'.
001310     88  WS-GROUP-OPEN           VALUE 'Y'.
001320     88  WS-GROUP-CLOSED         VALUE 'N'.
001330*
001340*----------------------------------------------------------------
001350* COUNTERS AND ACCUMULATORS.  THE GROUP COUNTS ARE RESET AT EACH
001360* NEW BATCH AND CARRIED ON THAT BATCH'S TRAILER.
001370*----------------------------------------------------------------
001380 77  WS-EXTRACT-COUNT            PIC 9(07) COMP VALUE 0.
001390 77  WS-GROUP-COUNT              PIC 9(07) COMP VALUE 0.
001400 77  WS-OOB-GROUP-COUNT          PIC 9(07) COMP VALUE 0.
001410 77  WS-NO-STATUS-COUNT          PIC 9(07) COMP VALUE 0.
001420 77  WS-ITEM-COUNT               PIC 9(07) COMP VALUE 0.
001430 77  WS-INVALID-COUNT            PIC 9(07) COMP VALUE 0.
001440 77  WS-GROUP-BATCH-SEQ          PIC 9(03) VALUE 0.
001450 77  WS-GROUP-BATCH-ID           PIC X(08) VALUE SPACES.
001460 77  WS-GROUP-ITEM-COUNT         PIC 9(07) COMP VALUE 0.
001470 77  WS-GROUP-REJ-COUNT          PIC 9(07) COMP VALUE 0.
001480 77  WS-GROUP-SUS-COUNT          PIC 9(07) COMP VALUE 0.
001490 77  WS-GROUP-HLD-COUNT          PIC 9(07) COMP VALUE 0.
001500 77  WS-GROUP-REF-COUNT          PIC 9(07) COMP VALUE 0.
001510*
001520*----------------------------------------------------------------
001530* ACKNOWLEDGMENT EXTRACT RECORD LAYOUT - MUST MATCH BATCHPROC'S
001540* WS-AKX-RECORD: RECORD TYPE, THE BATCH'S POSITION ON TRANFILE
001550* AND ITS ID, THE EXTRACT SEQUENCE NUMBER AND THE PROCESSING
001560* DATE, THEN EITHER AN ITEM BODY OR A BATCH-STATUS BODY
001570*----------------------------------------------------------------
001580 01  WS-AKX-RECORD.
001590     05  WS-AKX-REC-TYPE         PIC X(01).
001600         88  WS-AKX-BATCH-STATUS VALUE 'B'.
001610         88  WS-AKX-ITEM         VALUE 'I'.
001620     05  WS-AKX-BATCH-SEQ        PIC 9(03).
001630     05  WS-AKX-BATCH-ID         PIC X(08).
001640     05  WS-AKX-SEQUENCE         PIC 9(07).
001650     05  WS-AKX-PROCESSING-DATE  PIC 9(08).
001660     05  WS-AKX-BODY             PIC X(123).
001670     05  WS-AKX-ITEM-BODY REDEFINES WS-AKX-BODY.
001680         10  WS-AKX-CATEGORY     PIC X(03).
001690             88  WS-AKX-REJECTED VALUE 'REJ'.
001700             88  WS-AKX-SUSPENDED VALUE 'SUS'.
001710             88  WS-AKX-HELD     VALUE 'HLD'.
001720             88  WS-AKX-REFERRED VALUE 'REF'.
001730         10  WS-AKX-REASON-CODE  PIC 9(02).
001740         10  WS-AKX-REASON-TEXT  PIC X(30).
001750         10  WS-AKX-RECORD-IMAGE PIC X(80).
001760         10  FILLER              PIC X(08).
001770     05  WS-AKX-STATUS-BODY REDEFINES WS-AKX-BODY.
001780         10  WS-AKX-FAIL-FLAG    PIC X(01).
001790         10  WS-AKX-TRL-SEEN     PIC X(01).
001800         10  WS-AKX-EXP-COUNT    PIC 9(07).
001810         10  WS-AKX-TRL-COUNT    PIC 9(07).
001820         10  WS-AKX-DETAIL-COUNT PIC 9(07).
001830         10  WS-AKX-TRL-AMOUNT   PIC 9(07)V99.
001840         10  WS-AKX-GROSS        PIC 9(07)V99.
001850         10  FILLER              PIC X(82).
001860*
001870*----------------------------------------------------------------
001880* ACKNOWLEDGMENT GROUP HEADER - THE BATCH, THE NIGHT IT WAS
001890* PROCESSED, ITS BALANCING STATUS ('B' IN BALANCE, 'O' OUT OF
001900* BALANCE, 'U' STATUS NOT REPORTED) AND THE CONTROL FIGURES IT
001910* WAS JUDGED ON
001920*----------------------------------------------------------------
001930 01  WS-ACK-HEADER.
001940     05  WS-ACKH-REC-TYPE        PIC X(01) VALUE 'H'.
001950     05  WS-ACKH-BATCH-ID        PIC X(08).
001960     05  WS-ACKH-PROCESSING-DATE PIC 9(08).
001970     05  WS-ACKH-STATUS-CODE     PIC X(01).
001980     05  WS-ACKH-STATUS-TEXT     PIC X(30).
001990     05  WS-ACKH-EXP-COUNT       PIC 9(07).
002000     05  WS-ACKH-TRL-COUNT       PIC 9(07).
002010     05  WS-ACKH-DETAIL-COUNT    PIC 9(07).
002020     05  WS-ACKH-TRL-AMOUNT      PIC 9(07)V99.
002030     05  WS-ACKH-GROSS           PIC 9(07)V99.
002040     05  FILLER                  PIC X(45) VALUE SPACES.
002050*
002060*----------------------------------------------------------------
002070* ACKNOWLEDGMENT DETAIL - ONE EXCEPTION ITEM: ITS CATEGORY ('REJ'
002080* REJECTED, 'SUS' SUSPENDED, 'HLD' HELD NOT YET EFFECTIVE, 'REF'
002090* REFERRED OVER LIMIT), THE REASON CODE AND TEXT FROM THAT
002100* CATEGORY'S EXCEPTION FILE, AND THE RECORD IMAGE AS SENT
002110*----------------------------------------------------------------
002120 01  WS-ACK-DETAIL.
002130     05  WS-ACKD-REC-TYPE        PIC X(01) VALUE 'D'.
002140     05  WS-ACKD-BATCH-ID        PIC X(08).
002150     05  WS-ACKD-CATEGORY        PIC X(03).
002160     05  WS-ACKD-REASON-CODE     PIC 9(02).
002170     05  WS-ACKD-REASON-TEXT     PIC X(30).
002180     05  WS-ACKD-RECORD-IMAGE    PIC X(80).
002190     05  FILLER                  PIC X(08) VALUE SPACES.
002200*
002210*----------------------------------------------------------------
002220* ACKNOWLEDGMENT GROUP TRAILER - THE GROUP'S DETAIL COUNT AND ITS
002230* BREAKDOWN BY CATEGORY
002240*----------------------------------------------------------------
002250 01  WS-ACK-TRAILER.
002260     05  WS-ACKT-REC-TYPE        PIC X(01) VALUE 'T'.
002270     05  WS-ACKT-BATCH-ID        PIC X(08).
002280     05  WS-ACKT-ITEM-COUNT      PIC 9(07).
002290     05  WS-ACKT-REJ-COUNT       PIC 9(07).
002300     05  WS-ACKT-SUS-COUNT       PIC 9(07).
002310     05  WS-ACKT-HLD-COUNT       PIC 9(07).
002320     05  WS-ACKT-REF-COUNT       PIC 9(07).
002330     05  FILLER                  PIC X(88) VALUE SPACES.
002340*
002350*----------------------------------------------------------------
002360* RUN LEDGER - ACKGEN RUNS ONCE PER PROCESSING DATE FOR EACH
002370* BATCHPROC RUN IT ACKNOWLEDGES: MODE P BEHIND THE POSTING RUN,
002380* MODE T BEHIND AN EDIT-ONLY TRIAL.  1010-READ-CONTROL-CARD
002390* SWITCHES BOTH MODES TO T WHEN THE CARD IS FLAGGED REPORT-ONLY.
002400* THE MATCHING BATCHPROC RUN MUST HAVE ENDED WITH A RETURN CODE
002410* OF 4 OR LESS.
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
002550 77  WS-RUNL-THIS-PROGRAM        PIC X(10) VALUE 'ACKGEN'.
002560 77  WS-RUNL-THIS-MODE           PIC X(01) VALUE 'P'.
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
002740     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002750     SORT ACKSORT ON ASCENDING KEY AKS-BATCH-SEQ
002760                                   AKS-REC-TYPE
002770                                   AKS-SEQUENCE
002780          USING ACKEXTR
002790          OUTPUT PROCEDURE IS 2000-RECEIVE-EXTRACT
002800              THRU 2000-EXIT.
002810     PERFORM 8000-FINALIZE         THRU 8000-EXIT.
002820     PERFORM 8950-WRITE-LEDGER-END  THRU 8950-EXIT.
002830     STOP RUN.
002840*
002850*----------------------------------------------------------------
002860* 1000-INITIALIZE - CONFIRM THE EXTRACT IS THERE AND OPEN THE
002870*                   ACKNOWLEDGMENT FILE.  BATCHPROC ALWAYS
002880*                   CREATES ACKEXTR, EVEN EMPTY, SO A MISSING
002890*                   EXTRACT MEANS BATCHPROC DID NOT RUN AND IS
002900*                   FATAL RATHER THAN AN EMPTY ACKNOWLEDGMENT.
002910*----------------------------------------------------------------
002920 1000-INITIALIZE.
002930     PERFORM 1010-READ-CONTROL-CARD THRU 1010-EXIT.
002940     PERFORM 1700-CHECK-RUN-LEDGER  THRU 1700-EXIT.
002950     OPEN INPUT ACKEXTR.
002960     IF WS-ACKEXTR-STATUS NOT = '00'
002970         DISPLAY '*** FATAL - ACKEXTR OPEN FAILED, STATUS '
002980                 WS-ACKEXTR-STATUS
002990         MOVE 16 TO RETURN-CODE
003000         STOP RUN
003010     END-IF.
003020     CLOSE ACKEXTR.
003030     OPEN OUTPUT ACKFILE.
003040     IF WS-ACKFILE-STATUS NOT = '00'
003050         DISPLAY '*** FATAL - ACKFILE OPEN FAILED, STATUS '
003060                 WS-ACKFILE-STATUS
003070         MOVE 16 TO RETURN-CODE
003080         STOP RUN
003090     END-IF.
003100 1000-EXIT.
003110     EXIT.
003120*----------------------------------------------------------------
003130* 1010-READ-CONTROL-CARD - READ THE ONE-RECORD CTLCARD FILE TO
003140*                          GET THE PROCESSING DATE AND WHETHER
003150*                          BATCHPROC RAN AS AN EDIT-ONLY TRIAL.
003160*                          SAME CARD AND SAME EDITS AS BATCHPROC.
003170*----------------------------------------------------------------
003180 1010-READ-CONTROL-CARD.
003190     OPEN INPUT CTLCARD.
003200     IF WS-CTLCARD-STATUS NOT = '00'
003210         DISPLAY '*** FATAL - CTLCARD OPEN FAILED, STATUS '
003220                 WS-CTLCARD-STATUS
003230         MOVE 16 TO RETURN-CODE
003240         STOP RUN
003250     END-IF.
003260     READ CTLCARD
003270         AT END
003280             DISPLAY '*** FATAL - CTLCARD IS EMPTY, NO '
003290                     'PROCESSING DATE SUPPLIED'
003300             MOVE 16 TO RETURN-CODE
003310             STOP RUN
003320     END-READ.
003330     IF CTL-PROCESSING-DATE IS NOT NUMERIC
003340         DISPLAY '*** FATAL - CTLCARD PROCESSING DATE IS NOT '
003350                 'NUMERIC: ' CTL-RECORD
003360         MOVE 16 TO RETURN-CODE
003370         STOP RUN
003380     END-IF.
003390     MOVE CTL-PROCESSING-DATE TO WS-PROCESSING-DATE.
003400     IF CTL-REPORT-ONLY-FLAG = 'Y'
003410         MOVE 'T' TO WS-RUNL-THIS-MODE
003420         MOVE 'T' TO WS-RUNL-PRED-MODE
003430     END-IF.
003440     CLOSE CTLCARD.
003450 1010-EXIT.
003460     EXIT.
003470*
003480*----------------------------------------------------------------
003490* 1700-CHECK-RUN-LEDGER - READ THE RUN LEDGER FOR THIS PROCESSING
003500*                         DATE BEFORE ANY FILE IS TOUCHED.  A
003510*                         SECOND RUN FOR THE DATE, OR A RUN AHEAD
003520*                         OF ITS PREDECESSOR IN THE STREAM, IS
003530*                         REFUSED WITH RETURN CODE 16 UNLESS THE
003540*                         OVERRIDE CARD NAMES THIS PROGRAM AND
003550*                         DATE.  A RUN THAT STARTED BUT NEVER
003560*                         ENDED MAY GO AGAIN.  A MISSING LEDGER
003570*                         MEANS NOTHING HAS RUN YET.
003580*----------------------------------------------------------------
003590 1700-CHECK-RUN-LEDGER.
003600     MOVE 'N' TO WS-RUNL-DONE-SWITCH.
003610     MOVE 'N' TO WS-RUNL-UNFINISHED-SWITCH.
003620     MOVE 'N' TO WS-RUNL-PRED-SWITCH.
003630     PERFORM 1710-READ-OVERRIDE-CARD THRU 1710-EXIT.
003640     OPEN INPUT RUNLEDG.
003650     IF WS-RUNLEDG-STATUS = '00'
003660         MOVE 'N' TO WS-RUNLEDG-EOF-SWITCH
003670         PERFORM 1720-SCAN-ONE-LEDGER-ENTRY THRU 1720-EXIT
003680                 UNTIL WS-RUNLEDG-EOF-YES
003690         CLOSE RUNLEDG
003700     ELSE
003710         IF WS-RUNLEDG-STATUS NOT = '35'
003720             DISPLAY '*** FATAL - RUNLEDG OPEN FAILED, STATUS '
003730                     WS-RUNLEDG-STATUS
003740             MOVE 16 TO RETURN-CODE
003750             STOP RUN
003760         END-IF
003770     END-IF.
003780     IF WS-RUNL-OVERRIDDEN
003790         DISPLAY '*** WARNING - RUN LEDGER CHECKS OVERRIDDEN BY '
003800                 'OPERATOR ' WS-RUNL-OPERATOR
003810     ELSE
003820         PERFORM 1705-APPLY-LEDGER-CHECKS THRU 1705-EXIT
003830     END-IF.
003840     MOVE 'S' TO WS-RUNL-EVENT.
003850     MOVE 0 TO WS-RUNL-RC.
003860     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
003870 1700-EXIT.
003880     EXIT.
003890*
003900*----------------------------------------------------------------
003910* 1705-APPLY-LEDGER-CHECKS - REFUSE A SECOND RUN FOR THE DATE, OR
003920*                            A RUN AHEAD OF ITS PREDECESSOR, NOW
003930*                            THE LEDGER HAS BEEN READ.  NOT
003940*                            PERFORMED WHEN THE OVERRIDE CARD
003950*                            NAMES THIS RUN.
003960*----------------------------------------------------------------
003970 1705-APPLY-LEDGER-CHECKS.
003980     IF WS-RUNL-ALREADY-RUN
003990         DISPLAY '*** FATAL - ' WS-RUNL-THIS-PROGRAM
004000                 ' HAS ALREADY RUN FOR PROCESSING DATE '
004010                 WS-PROCESSING-DATE
004020         PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
004030     END-IF.
004040     IF WS-RUNL-PRED-PROGRAM NOT = SPACES
004050         IF NOT WS-RUNL-PRED-ENDED
004060             DISPLAY '*** FATAL - OUT OF SEQUENCE, '
004070                     WS-RUNL-PRED-PROGRAM
004080                     ' HAS NOT ENDED FOR PROCESSING DATE '
004090                     WS-PROCESSING-DATE
004100             PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
004110         END-IF
004120         IF WS-RUNL-PRED-RC > WS-RUNL-PRED-MAX-RC
004130             DISPLAY '*** FATAL - ' WS-RUNL-PRED-PROGRAM
004140                     ' ENDED WITH RETURN CODE ' WS-RUNL-PRED-RC
004150                     ' FOR PROCESSING DATE ' WS-PROCESSING-DATE
004160             PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
004170         END-IF
004180     END-IF.
004190     IF WS-RUNL-UNFINISHED
004200         DISPLAY '*** WARNING - EARLIER RUN FOR PROCESSING DATE '
004210                 WS-PROCESSING-DATE ' DID NOT END, RUNNING AGAIN'
004220     END-IF.
004230 1705-EXIT.
004240     EXIT.
004250*
004260*----------------------------------------------------------------
004270* 1710-READ-OVERRIDE-CARD - A MISSING OR EMPTY RUNOVRD IS THE
004280*                           NORMAL CASE.  A CARD FOR ANOTHER
004290*                           PROGRAM OR DATE IS IGNORED; ONE FOR
004300*                           THIS RUN MUST NAME THE OPERATOR.
004310*----------------------------------------------------------------
004320 1710-READ-OVERRIDE-CARD.
004330     MOVE 'N' TO WS-RUNL-OVERRIDE-SWITCH.
004340     MOVE SPACES TO WS-RUNL-OPERATOR.
004350     OPEN INPUT RUNOVRD.
004360     IF WS-RUNOVRD-STATUS NOT = '00'
004370         GO TO 1710-EXIT
004380     END-IF.
004390     READ RUNOVRD
004400         AT END
004410             MOVE SPACES TO RUNO-RECORD
004420     END-READ.
004430     CLOSE RUNOVRD.
004440     IF RUNO-PROGRAM NOT = WS-RUNL-THIS-PROGRAM
004450             OR RUNO-PROCESSING-DATE IS NOT NUMERIC
004460         GO TO 1710-EXIT
004470     END-IF.
004480     IF RUNO-PROCESSING-DATE NOT = WS-PROCESSING-DATE
004490             OR (RUNO-MODE NOT = SPACE
004500                 AND RUNO-MODE NOT = WS-RUNL-THIS-MODE)
004510         GO TO 1710-EXIT
004520     END-IF.
004530     IF RUNO-OPERATOR = SPACES
004540         DISPLAY '*** WARNING - OVERRIDE CARD IGNORED, NO '
004550                 'OPERATOR ID: ' RUNO-RECORD
004560         GO TO 1710-EXIT
004570     END-IF.
004580     MOVE 'Y' TO WS-RUNL-OVERRIDE-SWITCH.
004590     MOVE RUNO-OPERATOR TO WS-RUNL-OPERATOR.
004600     DISPLAY 'OVERRIDE REASON: ' RUNO-REASON.
004610 1710-EXIT.
004620     EXIT.
004630*
004640*----------------------------------------------------------------
004650* 1720-SCAN-ONE-LEDGER-ENTRY - NOTE THIS PROGRAM'S OWN STARTS AND
004660*                              ENDS FOR THE DATE, AND WHETHER ITS
004670*                              PREDECESSOR HAS ENDED (THE LAST
004680*                              END ON FILE GIVES ITS RETURN CODE)
004690*----------------------------------------------------------------
004700 1720-SCAN-ONE-LEDGER-ENTRY.
004710     READ RUNLEDG
004720         AT END
004730             SET WS-RUNLEDG-EOF-YES TO TRUE
004740     END-READ.
004750     IF NOT WS-RUNLEDG-EOF-YES
004760             AND RUNL-PROCESSING-DATE = WS-PROCESSING-DATE
004770         IF RUNL-PROGRAM = WS-RUNL-THIS-PROGRAM
004780                 AND RUNL-MODE = WS-RUNL-THIS-MODE
004790             IF RUNL-STARTED
004800                 MOVE 'Y' TO WS-RUNL-UNFINISHED-SWITCH
004810             END-IF
004820             IF RUNL-ENDED
004830                 MOVE 'Y' TO WS-RUNL-DONE-SWITCH
004840                 MOVE 'N' TO WS-RUNL-UNFINISHED-SWITCH
004850             END-IF
004860         END-IF
004870         IF WS-RUNL-PRED-PROGRAM NOT = SPACES
004880                 AND RUNL-PROGRAM = WS-RUNL-PRED-PROGRAM
004890                 AND RUNL-ENDED
004900                 AND (WS-RUNL-PRED-MODE = SPACE
004910                      OR RUNL-MODE = WS-RUNL-PRED-MODE)
004920             MOVE 'Y' TO WS-RUNL-PRED-SWITCH
004930             MOVE RUNL-RETURN-CODE TO WS-RUNL-PRED-RC
004940         END-IF
004950     END-IF.
004960 1720-EXIT.
004970     EXIT.
004980*
004990*----------------------------------------------------------------
005000* 1730-WRITE-LEDGER-RECORD - APPEND ONE START, END OR REFUSED
005010*                            RECORD TO THE LEDGER (THE FIRST RUN
005020*                            EVER CREATES IT)
005030*----------------------------------------------------------------
005040 1730-WRITE-LEDGER-RECORD.
005050     MOVE SPACES TO RUNL-RECORD.
005060     MOVE WS-RUNL-THIS-PROGRAM TO RUNL-PROGRAM.
005070     MOVE WS-PROCESSING-DATE   TO RUNL-PROCESSING-DATE.
005080     MOVE WS-RUNL-THIS-MODE    TO RUNL-MODE.
005090     MOVE WS-RUNL-EVENT        TO RUNL-EVENT.
005100     IF WS-RUNL-OVERRIDDEN
005110         MOVE 'Y' TO RUNL-OVERRIDE-FLAG
005120         MOVE WS-RUNL-OPERATOR TO RUNL-OPERATOR
005130     ELSE
005140         MOVE 'N' TO RUNL-OVERRIDE-FLAG
005150     END-IF.
005160     ACCEPT RUNL-SYSTEM-DATE FROM DATE YYYYMMDD.
005170     ACCEPT WS-RUNL-TIME FROM TIME.
005180     MOVE WS-RUNL-TIME(1:6)    TO RUNL-SYSTEM-TIME.
005190     MOVE WS-RUNL-RC           TO RUNL-RETURN-CODE.
005200     MOVE WS-RUNL-COUNT-1      TO RUNL-COUNT-1.
005210     MOVE WS-RUNL-COUNT-2      TO RUNL-COUNT-2.
005220     MOVE WS-RUNL-COUNT-3      TO RUNL-COUNT-3.
005230     OPEN EXTEND RUNLEDG.
005240     IF WS-RUNLEDG-STATUS = '35'
005250         OPEN OUTPUT RUNLEDG
005260     END-IF.
005270     IF WS-RUNLEDG-STATUS NOT = '00'
005280         DISPLAY '*** FATAL - RUNLEDG OPEN FAILED, STATUS '
005290                 WS-RUNLEDG-STATUS
005300         MOVE 16 TO RETURN-CODE
005310         STOP RUN
005320     END-IF.
005330     WRITE RUNL-RECORD.
005340     CLOSE RUNLEDG.
005350 1730-EXIT.
005360     EXIT.
005370*
005380*----------------------------------------------------------------
005390* 1740-REFUSE-RUN - RECORD THE REFUSAL ON THE LEDGER AND STOP
005400*----------------------------------------------------------------
005410 1740-REFUSE-RUN.
005420     MOVE 'R' TO WS-RUNL-EVENT.
005430     MOVE 16 TO WS-RUNL-RC.
005440     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
005450     DISPLAY '*** RUN REFUSED - AN OPERATOR OVERRIDE CARD ON '
005460             'RUNOVRD IS NEEDED TO RUN IT'.
005470     MOVE 16 TO RETURN-CODE.
005480     STOP RUN.
005490 1740-EXIT.
005500     EXIT.
005510*
005520*
005530*----------------------------------------------------------------
005540* 2000-RECEIVE-EXTRACT - SORT OUTPUT PROCEDURE: TAKE THE EXTRACT
005550*                        BACK IN BATCH ORDER AND BUILD ONE
005560*                        ACKNOWLEDGMENT GROUP PER BATCH, CLOSING
005570*                        THE LAST GROUP AT END OF FILE
005580*----------------------------------------------------------------
005590 2000-RECEIVE-EXTRACT.
005600     MOVE 'N' TO WS-ACKSORT-EOF-SWITCH.
005610     PERFORM 2010-RETURN-ONE-RECORD THRU 2010-EXIT
005620             UNTIL WS-ACKSORT-EOF-YES.
005630     IF WS-GROUP-OPEN
005640         PERFORM 2400-END-GROUP THRU 2400-EXIT
005650     END-IF.
005660 2000-EXIT.
005670     EXIT.
005680*
005690 2010-RETURN-ONE-RECORD.
005700     RETURN ACKSORT INTO WS-AKX-RECORD
005710         AT END
005720             SET WS-ACKSORT-EOF-YES TO TRUE
005730         NOT AT END
005740             ADD 1 TO WS-EXTRACT-COUNT
005750             PERFORM 2100-PROCESS-ONE-RECORD THRU 2100-EXIT
005760     END-RETURN.
005770 2010-EXIT.
005780     EXIT.
005790*
005800*----------------------------------------------------------------
005810* 2100-PROCESS-ONE-RECORD - A CHANGE OF BATCH CLOSES THE GROUP IN
005820*                           PROGRESS AND STARTS THE NEXT ONE.  A
005830*                           BATCH-STATUS RECORD ONLY EVER ARRIVES
005840*                           FIRST IN ITS GROUP; ANY OTHER RECORD
005850*                           TYPE IS NOT OURS AND IS SKIPPED.
005860*----------------------------------------------------------------
005870 2100-PROCESS-ONE-RECORD.
005880     IF NOT WS-AKX-BATCH-STATUS
005890             AND NOT WS-AKX-ITEM
005900         ADD 1 TO WS-INVALID-COUNT
005910         DISPLAY '*** WARNING - ACKEXTR RECORD TYPE NOT VALID, '
005920                 'SKIPPED: ' WS-AKX-RECORD(1:40)
005930         GO TO 2100-EXIT
005940     END-IF.
005950     IF WS-GROUP-OPEN
005960             AND WS-AKX-BATCH-SEQ NOT = WS-GROUP-BATCH-SEQ
005970         PERFORM 2400-END-GROUP THRU 2400-EXIT
005980     END-IF.
005990     IF WS-GROUP-CLOSED
006000         PERFORM 2200-START-GROUP THRU 2200-EXIT
006010         IF WS-AKX-BATCH-STATUS
006020             GO TO 2100-EXIT
006030         END-IF
006040     END-IF.
006050     IF WS-AKX-BATCH-STATUS
006060         ADD 1 TO WS-INVALID-COUNT
006070         DISPLAY '*** WARNING - SECOND STATUS RECORD FOR BATCH '
006080                 WS-AKX-BATCH-ID ', SKIPPED'
006090     ELSE
006100         PERFORM 2300-WRITE-ITEM THRU 2300-EXIT
006110     END-IF.
006120 2100-EXIT.
006130     EXIT.
006140*
006150*----------------------------------------------------------------
006160* 2200-START-GROUP - WRITE THE GROUP HEADER FOR A NEW BATCH.  THE
006170*                    STATUS COMES FROM THE BATCH-STATUS RECORD
006180*                    WHEN THAT IS WHAT STARTED THE GROUP; A GROUP
006190*                    STARTED BY AN ITEM HAD NO STATUS RECORDED
006200*----------------------------------------------------------------
006210 2200-START-GROUP.
006220     SET WS-GROUP-OPEN TO TRUE.
006230     ADD 1 TO WS-GROUP-COUNT.
006240     MOVE WS-AKX-BATCH-SEQ       TO WS-GROUP-BATCH-SEQ.
006250     MOVE WS-AKX-BATCH-ID        TO WS-GROUP-BATCH-ID.
006260     MOVE 0 TO WS-GROUP-ITEM-COUNT.
006270     MOVE 0 TO WS-GROUP-REJ-COUNT.
006280     MOVE 0 TO WS-GROUP-SUS-COUNT.
006290     MOVE 0 TO WS-GROUP-HLD-COUNT.
006300     MOVE 0 TO WS-GROUP-REF-COUNT.
006310     MOVE WS-AKX-BATCH-ID        TO WS-ACKH-BATCH-ID.
006320     MOVE WS-AKX-PROCESSING-DATE TO WS-ACKH-PROCESSING-DATE.
006330     IF WS-AKX-BATCH-STATUS
006340         PERFORM 2210-SET-BATCH-STATUS THRU 2210-EXIT
006350     ELSE
006360         ADD 1 TO WS-NO-STATUS-COUNT
006370         MOVE 'U'                TO WS-ACKH-STATUS-CODE
006380         MOVE 'STATUS NOT REPORTED'
006390                                 TO WS-ACKH-STATUS-TEXT
006400         MOVE 0 TO WS-ACKH-EXP-COUNT
006410         MOVE 0 TO WS-ACKH-TRL-COUNT
006420         MOVE 0 TO WS-ACKH-DETAIL-COUNT
006430         MOVE 0 TO WS-ACKH-TRL-AMOUNT
006440         MOVE 0 TO WS-ACKH-GROSS
006450         DISPLAY '*** WARNING - NO STATUS RECORD FOR BATCH '
006460                 WS-AKX-BATCH-ID ', ACKNOWLEDGED AS NOT REPORTED'
006470     END-IF.
006480     MOVE WS-ACK-HEADER          TO ACK-RECORD.
006490     WRITE ACK-RECORD.
006500 2200-EXIT.
006510     EXIT.
006520*
006530*----------------------------------------------------------------
006540* 2210-SET-BATCH-STATUS - TRANSLATE BATCHPROC'S FAIL FLAG AND
006550*                         TRAILER-SEEN FLAG INTO THE HEADER'S
006560*                         STATUS CODE AND TEXT, AND CARRY THE
006570*                         CONTROL FIGURES ACROSS
006580*----------------------------------------------------------------
006590 2210-SET-BATCH-STATUS.
006600     IF WS-AKX-FAIL-FLAG = 'N'
006610         MOVE 'B'                TO WS-ACKH-STATUS-CODE
006620         MOVE 'IN BALANCE'       TO WS-ACKH-STATUS-TEXT
006630     ELSE
006640         ADD 1 TO WS-OOB-GROUP-COUNT
006650         MOVE 'O'                TO WS-ACKH-STATUS-CODE
006660         IF WS-AKX-TRL-SEEN NOT = 'Y'
006670             MOVE 'OUT OF BALANCE - NO TRAILER'
006680                                 TO WS-ACKH-STATUS-TEXT
006690         ELSE
006700             MOVE 'OUT OF BALANCE'
006710                                 TO WS-ACKH-STATUS-TEXT
006720         END-IF
006730     END-IF.
006740     MOVE WS-AKX-EXP-COUNT       TO WS-ACKH-EXP-COUNT.
006750     MOVE WS-AKX-TRL-COUNT       TO WS-ACKH-TRL-COUNT.
006760     MOVE WS-AKX-DETAIL-COUNT    TO WS-ACKH-DETAIL-COUNT.
006770     MOVE WS-AKX-TRL-AMOUNT      TO WS-ACKH-TRL-AMOUNT.
006780     MOVE WS-AKX-GROSS           TO WS-ACKH-GROSS.
006790 2210-EXIT.
006800     EXIT.
006810*
006820*----------------------------------------------------------------
006830* 2300-WRITE-ITEM - WRITE ONE EXCEPTION ITEM TO THE GROUP IN
006840*                   PROGRESS AND COUNT IT BY CATEGORY
006850*----------------------------------------------------------------
006860 2300-WRITE-ITEM.
006870     MOVE WS-GROUP-BATCH-ID      TO WS-ACKD-BATCH-ID.
006880     MOVE WS-AKX-CATEGORY        TO WS-ACKD-CATEGORY.
006890     MOVE WS-AKX-REASON-CODE     TO WS-ACKD-REASON-CODE.
006900     MOVE WS-AKX-REASON-TEXT     TO WS-ACKD-REASON-TEXT.
006910     MOVE WS-AKX-RECORD-IMAGE    TO WS-ACKD-RECORD-IMAGE.
006920     MOVE WS-ACK-DETAIL          TO ACK-RECORD.
006930     WRITE ACK-RECORD.
006940     ADD 1 TO WS-GROUP-ITEM-COUNT.
006950     ADD 1 TO WS-ITEM-COUNT.
006960     EVALUATE TRUE
006970         WHEN WS-AKX-REJECTED
006980             ADD 1 TO WS-GROUP-REJ-COUNT
006990         WHEN WS-AKX-SUSPENDED
007000             ADD 1 TO WS-GROUP-SUS-COUNT
007010         WHEN WS-AKX-HELD
007020             ADD 1 TO WS-GROUP-HLD-COUNT
007030         WHEN WS-AKX-REFERRED
007040             ADD 1 TO WS-GROUP-REF-COUNT
007050     END-EVALUATE.
007060 2300-EXIT.
007070     EXIT.
007080*
007090*----------------------------------------------------------------
007100* 2400-END-GROUP - WRITE THE GROUP TRAILER FOR THE BATCH IN
007110*                  PROGRESS
007120*----------------------------------------------------------------
007130 2400-END-GROUP.
007140     MOVE WS-GROUP-BATCH-ID      TO WS-ACKT-BATCH-ID.
007150     MOVE WS-GROUP-ITEM-COUNT    TO WS-ACKT-ITEM-COUNT.
007160     MOVE WS-GROUP-REJ-COUNT     TO WS-ACKT-REJ-COUNT.
007170     MOVE WS-GROUP-SUS-COUNT     TO WS-ACKT-SUS-COUNT.
007180     MOVE WS-GROUP-HLD-COUNT     TO WS-ACKT-HLD-COUNT.
007190     MOVE WS-GROUP-REF-COUNT     TO WS-ACKT-REF-COUNT.
007200     MOVE WS-ACK-TRAILER         TO ACK-RECORD.
007210     WRITE ACK-RECORD.
007220     DISPLAY '  BATCH ' WS-GROUP-BATCH-ID ' '
007230             WS-ACKH-STATUS-TEXT ' ' WS-GROUP-ITEM-COUNT
007240             ' ITEM(S)'.
007250     SET WS-GROUP-CLOSED TO TRUE.
007260 2400-EXIT.
007270     EXIT.
007280*
007290*----------------------------------------------------------------
007300* 8000-FINALIZE - CLOSE THE ACKNOWLEDGMENT FILE AND REPORT THE
007310*                 RUN.  A GROUP WITH NO STATUS, OR AN EXTRACT
007320*                 RECORD THAT COULD NOT BE USED, LEAVES RETURN
007330*                 CODE 4 FOR THE OPERATOR TO LOOK AT
007340*----------------------------------------------------------------
007350 8000-FINALIZE.
007360     CLOSE ACKFILE.
007370     DISPLAY 'ACKGEN - SOURCE-SYSTEM ACKNOWLEDGMENT TOTALS'.
007380     DISPLAY 'EXTRACT RECORDS READ     : ' WS-EXTRACT-COUNT.
007390     DISPLAY 'BATCHES ACKNOWLEDGED     : ' WS-GROUP-COUNT.
007400     DISPLAY 'BATCHES OUT OF BALANCE   : ' WS-OOB-GROUP-COUNT.
007410     DISPLAY 'BATCHES WITH NO STATUS   : ' WS-NO-STATUS-COUNT.
007420     DISPLAY 'EXCEPTION ITEMS RETURNED : ' WS-ITEM-COUNT.
007430     DISPLAY 'EXTRACT RECORDS SKIPPED  : ' WS-INVALID-COUNT.
007440     IF WS-NO-STATUS-COUNT > 0
007450             OR WS-INVALID-COUNT > 0
007460         IF RETURN-CODE < 4
007470             MOVE 4 TO RETURN-CODE
007480         END-IF
007490     END-IF.
007500 8000-EXIT.
007510     EXIT.
007520*
007530*----------------------------------------------------------------
007540* 8950-WRITE-LEDGER-END - RECORD THE END OF THE RUN ON THE LEDGER
007550*                         WITH ITS FINAL RETURN CODE AND COUNTS:
007560*                         EXTRACT RECORDS, GROUPS WRITTEN, GROUPS
007570*                         WITH NO BATCH STATUS.
007580*----------------------------------------------------------------
007590 8950-WRITE-LEDGER-END.
007600     MOVE WS-EXTRACT-COUNT TO WS-RUNL-COUNT-1.
007610     MOVE WS-GROUP-COUNT TO WS-RUNL-COUNT-2.
007620     MOVE WS-NO-STATUS-COUNT TO WS-RUNL-COUNT-3.
007630     MOVE RETURN-CODE TO WS-RUNL-RC.
007640     MOVE 'E' TO WS-RUNL-EVENT.
007650     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
007660 8950-EXIT.
007670     EXIT.
