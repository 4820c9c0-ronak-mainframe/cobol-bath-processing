000180*               AND CROSS-FOOTS THEM:
000190*                 1. EVERY DETAIL RECORD IN MUST COME OUT AS
000200*                    REJECTED, SUSPENDED, HELD, REFERRED OR
000210*                    POSTED.
000220*                 2. EVERY REVERSAL RECORD MUST COME OUT AS
000230*                    REJECTED OR AS A REVERSAL GL PAIR.
000240*                 3. GLFILE DEBITS MUST EQUAL CREDITS.
000250*                 4. GLFILE'S OWN TRAILER MUST MATCH THE RECORDS
000260*                    ACTUALLY ON THE FILE.
000270*                 5. THE FINAL AUDIT RUNNING TOTAL MUST EQUAL
000280*                    THE NET CUSTOMER-SIDE GL AMOUNT.
000290*                 6. EVERY AUDIT RUNNING-TOTAL STEP MUST AGREE
000300*                    WITH ITS RECORD'S AMOUNT.
000310*               A RECONCILIATION CERTIFICATE NAMES EACH CHECK
000320*               PASSED OR FAILED, AND ANY BREAK SETS RETURN CODE
000330*               8 SO THE GL TRANSMIT STEP CAN BE GATED ON IT.
000340* 09/02/26  RH  BATCHPROC CAN NOW REFER A DEBIT TO REFFILE
000350*               INSTEAD OF POSTING IT WHEN IT WOULD DRIVE THE
000360*               ACCOUNT PAST ITS CREDIT LIMIT, SO THE DETAIL
000370*               DISPOSITION CROSS-FOOT (CHECK 1) NOW COUNTS
000380*               REFFILE AS A FIFTH OUTCOME: REJECTED, SUSPENDED,
000390*               HELD, REFERRED OR POSTED.  A MISSING REFFILE
000400*               COUNTS AS ZERO FOR COMPATIBILITY WITH RUNS FROM
000410*               BEFORE THE CHANGE.
000420* 10/15/26  RH  NOW READS THE CTLCARD PROCESSING DATE AND KEEPS
000430*               THE RUN LEDGER (RUNLEDG).  THE RUN IS REFUSED IF
000440*               BATCHRCN HAS ALREADY ENDED FOR THE DATE OR THE
000450*               BATCHPROC POSTING RUN HAS NOT, UNLESS AN OPERATOR
000460*               OVERRIDE CARD (RUNOVRD) NAMES IT.  ITS END RECORD
000470*               CARRIES THE RETURN CODE, SO GLSUMM CAN REFUSE TO
000480*               ROLL IN A GLFILE THAT DID NOT RECONCILE.
000490*----------------------------------------------------------------
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.  IBM-370.
000530 OBJECT-COMPUTER.  IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT TRANFILE  ASSIGN TO TRANFILE
000570            ORGANIZATION IS LINE SEQUENTIAL
000580            FILE STATUS IS WS-TRANFILE-STATUS.
000590     SELECT HLDIN     ASSIGN TO HLDIN
000600            ORGANIZATION IS LINE SEQUENTIAL
000610            FILE STATUS IS WS-HLDIN-STATUS.
000620     SELECT SUSIN     ASSIGN TO SUSIN
000630            ORGANIZATION IS LINE SEQUENTIAL
000640            FILE STATUS IS WS-SUSIN-STATUS.
000650     SELECT REJFILE   ASSIGN TO REJFILE
000660            ORGANIZATION IS LINE SEQUENTIAL
000670            FILE STATUS IS WS-REJFILE-STATUS.
000680     SELECT SUSFILE   ASSIGN TO SUSFILE
000690            ORGANIZATION IS LINE SEQUENTIAL
000700            FILE STATUS IS WS-SUSFILE-STATUS.
000710     SELECT HELDFILE  ASSIGN TO HELDFILE
000720            ORGANIZATION IS LINE SEQUENTIAL
000730            FILE STATUS IS WS-HELDFILE-STATUS.
000740     SELECT GLFILE    ASSIGN TO GLFILE
000750            ORGANIZATION IS LINE SEQUENTIAL
000760            FILE STATUS IS WS-GLFILE-STATUS.
000770     SELECT AUDITFILE ASSIGN TO AUDITFILE
000780            ORGANIZATION IS LINE SEQUENTIAL
000790            FILE STATUS IS WS-AUDITFILE-STATUS.
000800     SELECT REFFILE   ASSIGN TO REFFILE
000810            ORGANIZATION IS LINE SEQUENTIAL
000820            FILE STATUS IS WS-REFFILE-STATUS.
000830     SELECT CTLCARD   ASSIGN TO CTLCARD
000840            ORGANIZATION IS LINE SEQUENTIAL
000850            FILE STATUS IS WS-CTLCARD-STATUS.
000860     SELECT RUNLEDG   ASSIGN TO RUNLEDG
000870            ORGANIZATION IS LINE SEQUENTIAL
000880            FILE STATUS IS WS-RUNLEDG-STATUS.
000890     SELECT RUNOVRD   ASSIGN TO RUNOVRD
000900            ORGANIZATION IS LINE SEQUENTIAL
000910            FILE STATUS IS WS-RUNOVRD-STATUS.
000920*
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  TRANFILE
000960     RECORD IS VARYING IN SIZE FROM 1 TO 80 CHARACTERS
000970     DEPENDING ON WS-TRANFILE-REC-LEN.
000980 01  TRANS-RECORD                PIC X(80).
000990 01  DETAIL-RECORD REDEFINES TRANS-RECORD.
001000     COPY TRANREC.
001010*
001020 FD  HLDIN.
001030 01  HELD-IN-RECORD              PIC X(117).
001040*
001050 FD  SUSIN.
001060 01  SUS-IN-RECORD               PIC X(129).
001070*
001080*----------------------------------------------------------------
001090* REJFILE - REASON CODE, REASON TEXT, THEN THE ORIGINAL 80-BYTE
001100* RECORD IMAGE.  BYTE 1 OF THE IMAGE SAYS WHETHER THE REJECTED
001110* RECORD WAS A REVERSAL.
001120*----------------------------------------------------------------
001130 FD  REJFILE.
001140 01  REJ-RECORD.
001150     05  REJ-REASON-CODE          PIC 9(02).
001160     05  FILLER                   PIC X(01).
001170     05  REJ-REASON-TEXT          PIC X(30).
001180     05  FILLER                   PIC X(01).
001190     05  REJ-RECORD-IMAGE         PIC X(80).
001200*
001210 FD  SUSFILE.
001220 01  SUS-RECORD                  PIC X(129).
001230*
001240 FD  HELDFILE.
001250 01  HELD-RECORD                 PIC X(117).
001260*
001270*----------------------------------------------------------------
001280* GLFILE - H/D/T RECORD TYPE IN BYTE 1.  DETAIL RECORDS CARRY
001290* THE DR/CR SIDE, THE ENTRY SOURCE (CUSTOMER SIDE OR CLEARING
001300* OFFSET) AND THE REVERSAL FLAG.  THE TRAILER VIEW REDEFINES THE
001310* SAME 80 BYTES.
001320*----------------------------------------------------------------
001330 FD  GLFILE.
001340 01  GL-POSTING-RECORD.
001350     05  GL-REC-TYPE              PIC X(01).
001360     05  GL-ACCOUNT-NUMBER        PIC 9(08).
001370     05  GL-DR-CR-INDICATOR       PIC X(01).
001380     05  GL-TYPE-CODE             PIC X(01).
001390     05  GL-AMOUNT                PIC 9(07)V99.
001400     05  GL-POSTING-DATE          PIC 9(08).
001410     05  GL-ENTRY-SOURCE          PIC X(01).
001420     05  GL-REVERSAL-FLAG         PIC X(01).
001430     05  FILLER                   PIC X(50).
001440 01  GL-TRAILER-RECORD REDEFINES GL-POSTING-RECORD.
001450     05  GLT-REC-TYPE             PIC X(01).
001460     05  GLT-RECORD-COUNT         PIC 9(07).
001470     05  GLT-DEBIT-TOTAL          PIC 9(09)V99.
001480     05  GLT-CREDIT-TOTAL         PIC 9(09)V99.
001490     05  FILLER                   PIC X(50).
001500*
001510 FD  AUDITFILE.
001520 01  AUDIT-RECORD.
001530     05  AUD-RECORD-IMAGE         PIC X(80).
001540     05  FILLER                   PIC X(01).
001550     05  AUD-AMOUNT               PIC 9(05)V99.
001560     05  FILLER                   PIC X(01).
001570     05  AUD-RUNNING-TOTAL        PIC S9(07)V99.
001580*
001590 FD  REFFILE.
001600 01  REF-RECORD                   PIC X(172).
001610*
001620 FD  CTLCARD.
001630 01  CTL-RECORD.
001640     05  CTL-PROCESSING-DATE       PIC 9(08).
001650     05  FILLER                    PIC X(72).
001660*
001670*----------------------------------------------------------------
001680* RUNLEDG - THE NIGHTLY STREAM'S RUN LEDGER, READ AT STARTUP TO
001690* CHECK THIS RUN'S PLACE IN THE STREAM AND EXTENDED WITH ITS
001700* START AND END RECORDS.  RUNOVRD - OPTIONAL OPERATOR OVERRIDE
001710* CARD THAT LETS A REFUSED RUN GO AHEAD.
001720*----------------------------------------------------------------
001730 FD  RUNLEDG.
001740 01  RUNL-RECORD.
001750     COPY RUNLREC.
001760*
001770 FD  RUNOVRD.
001780 01  RUNO-RECORD.
001790     COPY RUNOREC.
001800*
001810 WORKING-STORAGE SECTION.
001820*----------------------------------------------------------------
001830* FILE STATUS AND EOF SWITCHES
001840*----------------------------------------------------------------
001850 77  WS-TRANFILE-STATUS          PIC X(02) VALUE SPACES.
001860 77  WS-HLDIN-STATUS             PIC X(02) VALUE SPACES.
001870 77  WS-SUSIN-STATUS             PIC X(02) VALUE SPACES.
001880 77  WS-REJFILE-STATUS           PIC X(02) VALUE SPACES.
001890 77  WS-SUSFILE-STATUS           PIC X(02) VALUE SPACES.
001900 77  WS-HELDFILE-STATUS          PIC X(02) VALUE SPACES.
001910 77  WS-GLFILE-STATUS            PIC X(02) VALUE SPACES.
001920 77  WS-AUDITFILE-STATUS         PIC X(02) VALUE SPACES.
001930 77  WS-REFFILE-STATUS           PIC X(02) VALUE SPACES.
001940 77  WS-CTLCARD-STATUS           PIC X(02) VALUE SPACES.
001950 77  WS-TRANFILE-REC-LEN         PIC 9(04) COMP VALUE 0.
001960 77  WS-PROCESSING-DATE          PIC 9(08) VALUE 0.
001970*
001980 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001990     88  WS-EOF-YES              VALUE 'Y'.
002000*
002010*----------------------------------------------------------------
002020* INPUT-SIDE COUNTS - WHAT WENT INTO THE RUN
002030*----------------------------------------------------------------
002040 77  WS-DETAIL-IN-COUNT          PIC 9(07) COMP VALUE 0.
002050 77  WS-REVERSAL-IN-COUNT        PIC 9(07) COMP VALUE 0.
002060 77  WS-HEADER-IN-COUNT          PIC 9(07) COMP VALUE 0.
002070 77  WS-TRAILER-IN-COUNT         PIC 9(07) COMP VALUE 0.
002080 77  WS-HLDIN-COUNT              PIC 9(07) COMP VALUE 0.
002090 77  WS-SUSIN-COUNT              PIC 9(07) COMP VALUE 0.
002100*
002110*----------------------------------------------------------------
002120* OUTPUT-SIDE COUNTS AND FIGURES - WHAT CAME OUT OF THE RUN
002130*----------------------------------------------------------------
002140 77  WS-REJ-COUNT                PIC 9(07) COMP VALUE 0.
002150 77  WS-REJ-REVERSAL-COUNT       PIC 9(07) COMP VALUE 0.
002160 77  WS-SUS-COUNT                PIC 9(07) COMP VALUE 0.
002170 77  WS-HELD-COUNT               PIC 9(07) COMP VALUE 0.
002180 77  WS-REF-COUNT                PIC 9(07) COMP VALUE 0.
002190 77  WS-GL-HEADER-COUNT          PIC 9(07) COMP VALUE 0.
002200 77  WS-GL-TRAILER-COUNT         PIC 9(07) COMP VALUE 0.
002210 77  WS-GL-DETAIL-COUNT          PIC 9(07) COMP VALUE 0.
002220 77  WS-GL-FRESH-CUST-COUNT      PIC 9(07) COMP VALUE 0.
002230 77  WS-GL-REV-CUST-COUNT        PIC 9(07) COMP VALUE 0.
002240 77  WS-GL-OTHER-COUNT           PIC 9(07) COMP VALUE 0.
002250 77  WS-AUDIT-COUNT              PIC 9(07) COMP VALUE 0.
002260 77  WS-AUDIT-BREAK-COUNT        PIC 9(07) COMP VALUE 0.
002270*
002280 01  WS-GL-DEBIT-TOTAL           PIC 9(11)V99 VALUE 0.
002290 01  WS-GL-CREDIT-TOTAL          PIC 9(11)V99 VALUE 0.
002300 01  WS-GL-FRESH-CUST-AMOUNT     PIC 9(11)V99 VALUE 0.
002310 01  WS-GL-REV-CUST-AMOUNT       PIC 9(11)V99 VALUE 0.
002320 01  WS-GLT-RECORD-COUNT         PIC 9(07) VALUE 0.
002330 01  WS-GLT-DEBIT-TOTAL          PIC 9(09)V99 VALUE 0.
002340 01  WS-GLT-CREDIT-TOTAL        PIC 9(09)V99 VALUE 0.
002350*
002360*----------------------------------------------------------------
002370* AUDIT STEP-CHECK WORK FIELDS - THE PRIOR RECORD'S RUNNING
002380* TOTAL AND THE DELTA TO THE CURRENT ONE
002390*----------------------------------------------------------------
002400 01  WS-AUD-PRIOR-TOTAL          PIC S9(09)V99 VALUE 0.
002410 01  WS-AUD-DELTA                PIC S9(09)V99 VALUE 0.
002420 01  WS-AUD-FINAL-TOTAL          PIC S9(09)V99 VALUE 0.
002430 01  WS-GL-NET-CUST-AMOUNT       PIC S9(11)V99 VALUE 0.
002440*
002450*----------------------------------------------------------------
002460* CROSS-FOOT WORK FIELDS AND THE CERTIFICATE FAIL SWITCHES
002470*----------------------------------------------------------------
002480 77  WS-IN-SIDE-TOTAL            PIC 9(07) COMP VALUE 0.
002490 77  WS-OUT-SIDE-TOTAL           PIC 9(07) COMP VALUE 0.
002500 77  WS-FAIL-COUNT               PIC 9(02) COMP VALUE 0.
002510 01  WS-CHECK-FAIL-SWITCH        PIC X(01) VALUE 'N'.
002520     88  WS-CHECK-FAILED         VALUE 'Y'.
002530     88  WS-CHECK-PASSED         VALUE 'N'.
002540*
002550*----------------------------------------------------------------
002560* RUN LEDGER - BATCHRCN RUNS ONCE PER PROCESSING DATE, AND ONLY
002570* AFTER THE BATCHPROC POSTING RUN (MODE P) HAS ENDED FOR THE DATE.
002580* GLSUMM WILL NOT ROLL IN THE NIGHT'S GLFILE UNTIL THIS PROGRAM
002590* HAS ENDED CLEAN.
002600*----------------------------------------------------------------
002610 77  WS-RUNLEDG-STATUS           PIC X(02) VALUE SPACES.
002620 77  WS-RUNOVRD-STATUS           PIC X(02) VALUE SPACES.
002630 77  WS-RUNLEDG-EOF-SWITCH       PIC X(01) VALUE 'N'.
002640     88  WS-RUNLEDG-EOF-YES      VALUE 'Y'.
002650 77  WS-RUNL-OVERRIDE-SWITCH     PIC X(01) VALUE 'N'.
002660     88  WS-RUNL-OVERRIDDEN      VALUE 'Y'.
002670 77  WS-RUNL-DONE-SWITCH         PIC X(01) VALUE 'N'.
002680     88  WS-RUNL-ALREADY-RUN     VALUE 'Y'.
002690 77  WS-RUNL-UNFINISHED-SWITCH   PIC X(01) VALUE 'N'.
002700     88  WS-RUNL-UNFINISHED      VALUE 'Y'.
002710 77  WS-RUNL-PRED-SWITCH         PIC X(01) VALUE 'N'.
002720     88  WS-RUNL-PRED-ENDED      VALUE 'Y'.
002730 77  WS-RUNL-THIS-PROGRAM        PIC X(10) VALUE 'BATCHRCN'.
002740 77  WS-RUNL-THIS-MODE           PIC X(01) VALUE SPACE.
002750 77  WS-RUNL-PRED-PROGRAM        PIC X(10) VALUE 'BATCHPROC'.
002760 77  WS-RUNL-PRED-MODE           PIC X(01) VALUE 'P'.
002770 77  WS-RUNL-PRED-MAX-RC         PIC 9(03) VALUE 4.
002780 77  WS-RUNL-PRED-RC             PIC 9(03) VALUE 0.
002790 77  WS-RUNL-EVENT               PIC X(01) VALUE SPACE.
002800 77  WS-RUNL-RC                  PIC 9(03) VALUE 0.
002810 77  WS-RUNL-OPERATOR            PIC X(08) VALUE SPACES.
002820 77  WS-RUNL-TIME                PIC 9(08) VALUE 0.
002830 77  WS-RUNL-COUNT-1             PIC 9(09) VALUE 0.
002840 77  WS-RUNL-COUNT-2             PIC 9(09) VALUE 0.
002850 77  WS-RUNL-COUNT-3             PIC 9(09) VALUE 0.
002860*
002870 PROCEDURE DIVISION.
002880*----------------------------------------------------------------
002890* 0000-MAINLINE
002900*----------------------------------------------------------------
002910 0000-MAINLINE.
002920     DISPLAY 'BATCHRCN - INDEPENDENT RUN RECONCILIATION'.
002930     PERFORM 0100-READ-CONTROL-CARD THRU 0100-EXIT.
002940     PERFORM 1700-CHECK-RUN-LEDGER  THRU 1700-EXIT.
002950     PERFORM 1000-TALLY-TRANFILE  THRU 1000-EXIT.
002960     PERFORM 1100-TALLY-HLDIN     THRU 1100-EXIT.
002970     PERFORM 1200-TALLY-SUSIN     THRU 1200-EXIT.
002980     PERFORM 2000-TALLY-REJFILE   THRU 2000-EXIT.
002990     PERFORM 2100-TALLY-SUSFILE   THRU 2100-EXIT.
003000     PERFORM 2200-TALLY-HELDFILE  THRU 2200-EXIT.
003010     PERFORM 2250-TALLY-REFFILE   THRU 2250-EXIT.
003020     PERFORM 2300-TALLY-GLFILE    THRU 2300-EXIT.
003030     PERFORM 2400-TALLY-AUDITFILE THRU 2400-EXIT.
003040     PERFORM 8000-PRINT-CERTIFICATE THRU 8000-EXIT.
003050     PERFORM 8950-WRITE-LEDGER-END  THRU 8950-EXIT.
003060     STOP RUN.
003070*
003080*----------------------------------------------------------------
003090* 0100-READ-CONTROL-CARD - READ THE ONE-RECORD CTLCARD FILE TO
003100*                          GET THE PROCESSING DATE THE RUN LEDGER
003110*                          IS KEPT BY.  SAME CARD AND SAME EDITS
003120*                          AS BATCHPROC.
003130*----------------------------------------------------------------
003140 0100-READ-CONTROL-CARD.
003150     OPEN INPUT CTLCARD.
003160     IF WS-CTLCARD-STATUS NOT = '00'
003170         DISPLAY '*** FATAL - CTLCARD OPEN FAILED, STATUS '
003180                 WS-CTLCARD-STATUS
003190         MOVE 16 TO RETURN-CODE
003200         STOP RUN
003210     END-IF.
003220     READ CTLCARD
003230         AT END
003240             DISPLAY '*** FATAL - CTLCARD IS EMPTY, NO '
003250                     'PROCESSING DATE SUPPLIED'
003260             MOVE 16 TO RETURN-CODE
003270             STOP RUN
003280     END-READ.
003290     IF CTL-PROCESSING-DATE IS NOT NUMERIC
003300         DISPLAY '*** FATAL - CTLCARD PROCESSING DATE IS NOT '
003310                 'NUMERIC: ' CTL-RECORD
003320         MOVE 16 TO RETURN-CODE
003330         STOP RUN
003340     END-IF.
003350     MOVE CTL-PROCESSING-DATE TO WS-PROCESSING-DATE.
003360     CLOSE CTLCARD.
003370 0100-EXIT.
003380     EXIT.
003390*----------------------------------------------------------------
003400* 1000-TALLY-TRANFILE - COUNT THE HEADER, TRAILER, DETAIL AND
003410*                       REVERSAL RECORDS ON THE RUN'S INPUT.
003420*                       ANYTHING THAT IS NOT H, T OR R IS A
003430*                       DETAIL, EXACTLY AS BATCHPROC DISPATCHES
003440*----------------------------------------------------------------
003450 1000-TALLY-TRANFILE.
003460     MOVE 'N' TO WS-EOF-SWITCH.
003470     OPEN INPUT TRANFILE.
003480     IF WS-TRANFILE-STATUS NOT = '00'
003490         DISPLAY '*** FATAL - TRANFILE OPEN FAILED, STATUS '
003500                 WS-TRANFILE-STATUS
003510         MOVE 16 TO RETURN-CODE
003520         STOP RUN
003530     END-IF.
003540     PERFORM 1010-READ-ONE-TRAN THRU 1010-EXIT
003550             UNTIL WS-EOF-YES.
003560     CLOSE TRANFILE.
003570 1000-EXIT.
003580     EXIT.
003590*
003600 1010-READ-ONE-TRAN.
003610     MOVE SPACES TO TRANS-RECORD.
003620     READ TRANFILE
003630         AT END
003640             MOVE 'Y' TO WS-EOF-SWITCH
003650         NOT AT END
003660             EVALUATE TRANS-RECORD(1:1)
003670                 WHEN 'H'
003680                     ADD 1 TO WS-HEADER-IN-COUNT
003690                 WHEN 'T'
003700                     ADD 1 TO WS-TRAILER-IN-COUNT
003710                 WHEN 'R'
003720                     ADD 1 TO WS-REVERSAL-IN-COUNT
003730                 WHEN OTHER
003740                     ADD 1 TO WS-DETAIL-IN-COUNT
003750             END-EVALUATE
003760     END-READ.
003770 1010-EXIT.
003780     EXIT.
003790*
003800*----------------------------------------------------------------
003810* 1100-TALLY-HLDIN - COUNT THE PRIOR-DAY HELD ITEMS THAT FED THE
003820*                    RELEASE PASS.  A MISSING FILE MEANS NONE
003830*----------------------------------------------------------------
003840 1100-TALLY-HLDIN.
003850     MOVE 'N' TO WS-EOF-SWITCH.
003860     OPEN INPUT HLDIN.
003870     IF WS-HLDIN-STATUS = '35'
003880         DISPLAY 'NO PRIOR HELDFILE PRESENT - RELEASE INPUT IS 0'
003890     ELSE
003900         IF WS-HLDIN-STATUS NOT = '00'
003910             DISPLAY '*** FATAL - HLDIN OPEN FAILED, STATUS '
003920                     WS-HLDIN-STATUS
003930             MOVE 16 TO RETURN-CODE
003940             STOP RUN
003950         END-IF
003960         PERFORM 1110-READ-ONE-HLDIN THRU 1110-EXIT
003970                 UNTIL WS-EOF-YES
003980         CLOSE HLDIN
003990     END-IF.
004000 1100-EXIT.
004010     EXIT.
004020*
004030 1110-READ-ONE-HLDIN.
004040     READ HLDIN
004050         AT END
004060             MOVE 'Y' TO WS-EOF-SWITCH
004070         NOT AT END
004080             ADD 1 TO WS-HLDIN-COUNT
004090     END-READ.
004100 1110-EXIT.
004110     EXIT.
004120*
004130*----------------------------------------------------------------
004140* 1200-TALLY-SUSIN - COUNT THE PRIOR-DAY SUSPENSE ITEMS THAT FED
004150*                    THE RECYCLE PASS.  A MISSING FILE MEANS NONE
004160*----------------------------------------------------------------
004170 1200-TALLY-SUSIN.
004180     MOVE 'N' TO WS-EOF-SWITCH.
004190     OPEN INPUT SUSIN.
004200     IF WS-SUSIN-STATUS = '35'
004210         DISPLAY 'NO PRIOR SUSFILE PRESENT - RECYCLE INPUT IS 0'
004220     ELSE
004230         IF WS-SUSIN-STATUS NOT = '00'
004240             DISPLAY '*** FATAL - SUSIN OPEN FAILED, STATUS '
004250                     WS-SUSIN-STATUS
004260             MOVE 16 TO RETURN-CODE
004270             STOP RUN
004280         END-IF
004290         PERFORM 1210-READ-ONE-SUSIN THRU 1210-EXIT
004300                 UNTIL WS-EOF-YES
004310         CLOSE SUSIN
004320     END-IF.
004330 1200-EXIT.
004340     EXIT.
004350*
004360 1210-READ-ONE-SUSIN.
004370     READ SUSIN
004380         AT END
004390             MOVE 'Y' TO WS-EOF-SWITCH
004400         NOT AT END
004410             ADD 1 TO WS-SUSIN-COUNT
004420     END-READ.
004430 1210-EXIT.
004440     EXIT.
004450*
004460*----------------------------------------------------------------
004470* 1700-CHECK-RUN-LEDGER - READ THE RUN LEDGER FOR THIS PROCESSING
004480*                         DATE BEFORE ANY FILE IS TOUCHED.  A
004490*                         SECOND RUN FOR THE DATE, OR A RUN AHEAD
004500*                         OF ITS PREDECESSOR IN THE STREAM, IS
004510*                         REFUSED WITH RETURN CODE 16 UNLESS THE
004520*                         OVERRIDE CARD NAMES THIS PROGRAM AND
004530*                         DATE.  A RUN THAT STARTED BUT NEVER
004540*                         ENDED MAY GO AGAIN.  A MISSING LEDGER
004550*                         MEANS NOTHING HAS RUN YET.
004560*----------------------------------------------------------------
004570 1700-CHECK-RUN-LEDGER.
004580     MOVE 'N' TO WS-RUNL-DONE-SWITCH.
004590     MOVE 'N' TO WS-RUNL-UNFINISHED-SWITCH.
004600     MOVE 'N' TO WS-RUNL-PRED-SWITCH.
004610     PERFORM 1710-READ-OVERRIDE-CARD THRU 1710-EXIT.
004620     OPEN INPUT RUNLEDG.
004630     IF WS-RUNLEDG-STATUS = '00'
004640         MOVE 'N' TO WS-RUNLEDG-EOF-SWITCH
004650         PERFORM 1720-SCAN-ONE-LEDGER-ENTRY THRU 1720-EXIT
004660                 UNTIL WS-RUNLEDG-EOF-YES
004670         CLOSE RUNLEDG
004680     ELSE
004690         IF WS-RUNLEDG-STATUS NOT = '35'
004700             DISPLAY '*** FATAL - RUNLEDG OPEN FAILED, STATUS '
004710                     WS-RUNLEDG-STATUS
004720             MOVE 16 TO RETURN-CODE
004730             STOP RUN
004740         END-IF
004750     END-IF.
004760     IF WS-RUNL-OVERRIDDEN
004770         DISPLAY '*** WARNING - RUN LEDGER CHECKS OVERRIDDEN BY '
004780                 'OPERATOR ' WS-RUNL-OPERATOR
004790     ELSE
004800         PERFORM 1705-APPLY-LEDGER-CHECKS THRU 1705-EXIT
004810     END-IF.
004820     MOVE 'S' TO WS-RUNL-EVENT.
004830     MOVE 0 TO WS-RUNL-RC.
004840     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
004850 1700-EXIT.
004860     EXIT.
004870*
004880*----------------------------------------------------------------
004890* 1705-APPLY-LEDGER-CHECKS - REFUSE A SECOND RUN FOR THE DATE, OR
004900*                            A RUN AHEAD OF ITS PREDECESSOR, NOW
004910*                            THE LEDGER HAS BEEN READ.  NOT
004920*                            PERFORMED WHEN THE OVERRIDE CARD
004930*                            NAMES THIS RUN.
004940*----------------------------------------------------------------
004950 1705-APPLY-LEDGER-CHECKS.
004960     IF WS-RUNL-ALREADY-RUN
004970         DISPLAY '*** FATAL - ' WS-RUNL-THIS-PROGRAM
004980                 ' HAS ALREADY RUN FOR PROCESSING DATE '
004990                 WS-PROCESSING-DATE
005000         PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
005010     END-IF.
005020     IF WS-RUNL-PRED-PROGRAM NOT = SPACES
005030         IF NOT WS-RUNL-PRED-ENDED
005040             DISPLAY '*** FATAL - OUT OF SEQUENCE, '
005050                     WS-RUNL-PRED-PROGRAM
005060                     ' HAS NOT ENDED FOR PROCESSING DATE '
005070                     WS-PROCESSING-DATE
005080             PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
005090         END-IF
005100         IF WS-RUNL-PRED-RC > WS-RUNL-PRED-MAX-RC
005110             DISPLAY '*** FATAL - ' WS-RUNL-PRED-PROGRAM
005120                     ' ENDED WITH RETURN CODE ' WS-RUNL-PRED-RC
005130                     ' FOR PROCESSING DATE ' WS-PROCESSING-DATE
005140             PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
005150         END-IF
005160     END-IF.
005170     IF WS-RUNL-UNFINISHED
005180         DISPLAY '*** WARNING - EARLIER RUN FOR PROCESSING DATE '
005190                 WS-PROCESSING-DATE ' DID NOT END, RUNNING AGAIN'
005200     END-IF.
005210 1705-EXIT.
005220     EXIT.
005230*
005240*----------------------------------------------------------------
005250* 1710-READ-OVERRIDE-CARD - A MISSING OR EMPTY RUNOVRD IS THE
005260*                           NORMAL CASE.  A CARD FOR ANOTHER
005270*                           PROGRAM OR DATE IS IGNORED; ONE FOR
005280*                           THIS RUN MUST NAME THE OPERATOR.
005290*----------------------------------------------------------------
005300 1710-READ-OVERRIDE-CARD.
005310     MOVE 'N' TO WS-RUNL-OVERRIDE-SWITCH.
005320     MOVE SPACES TO WS-RUNL-OPERATOR.
005330     OPEN INPUT RUNOVRD.
005340     IF WS-RUNOVRD-STATUS NOT = '00'
005350         GO TO 1710-EXIT
005360     END-IF.
005370     READ RUNOVRD
005380         AT END
005390             MOVE SPACES TO RUNO-RECORD
005400     END-READ.
005410     CLOSE RUNOVRD.
005420     IF RUNO-PROGRAM NOT = WS-RUNL-THIS-PROGRAM
005430             OR RUNO-PROCESSING-DATE IS NOT NUMERIC
005440         GO TO 1710-EXIT
005450     END-IF.
005460     IF RUNO-PROCESSING-DATE NOT = WS-PROCESSING-DATE
005470             OR (RUNO-MODE NOT = SPACE
005480                 AND RUNO-MODE NOT = WS-RUNL-THIS-MODE)
005490         GO TO 1710-EXIT
005500     END-IF.
005510     IF RUNO-OPERATOR = SPACES
005520         DISPLAY '*** WARNING - OVERRIDE CARD IGNORED, NO '
005530                 'OPERATOR ID: ' RUNO-RECORD
005540         GO TO 1710-EXIT
005550     END-IF.
005560     MOVE 'Y' TO WS-RUNL-OVERRIDE-SWITCH.
005570     MOVE RUNO-OPERATOR TO WS-RUNL-OPERATOR.
005580     DISPLAY 'OVERRIDE REASON: ' RUNO-REASON.
005590 1710-EXIT.
005600     EXIT.
005610*
005620*----------------------------------------------------------------
005630* 1720-SCAN-ONE-LEDGER-ENTRY - NOTE THIS PROGRAM'S OWN STARTS AND
005640*                              ENDS FOR THE DATE, AND WHETHER ITS
005650*                              PREDECESSOR HAS ENDED (THE LAST
005660*                              END ON FILE GIVES ITS RETURN CODE)
005670*----------------------------------------------------------------
005680 1720-SCAN-ONE-LEDGER-ENTRY.
005690     READ RUNLEDG
005700         AT END
005710             SET WS-RUNLEDG-EOF-YES TO TRUE
005720     END-READ.
005730     IF NOT WS-RUNLEDG-EOF-YES
005740             AND RUNL-PROCESSING-DATE = WS-PROCESSING-DATE
005750         IF RUNL-PROGRAM = WS-RUNL-THIS-PROGRAM
005760                 AND RUNL-MODE = WS-RUNL-THIS-MODE
005770             IF RUNL-STARTED
005780                 MOVE 'Y' TO WS-RUNL-UNFINISHED-SWITCH
005790             END-IF
005800             IF RUNL-ENDED
005810                 MOVE 'Y' TO WS-RUNL-DONE-SWITCH
005820                 MOVE 'N' TO WS-RUNL-UNFINISHED-SWITCH
005830             END-IF
005840         END-IF
005850         IF WS-RUNL-PRED-PROGRAM NOT = SPACES
005860                 AND RUNL-PROGRAM = WS-RUNL-PRED-PROGRAM
005870                 AND RUNL-ENDED
005880                 AND (WS-RUNL-PRED-MODE = SPACE
005890                      OR RUNL-MODE = WS-RUNL-PRED-MODE)
005900             MOVE 'Y' TO WS-RUNL-PRED-SWITCH
005910             MOVE RUNL-RETURN-CODE TO WS-RUNL-PRED-RC
005920         END-IF
005930     END-IF.
005940 1720-EXIT.
005950     EXIT.
005960*
005970*----------------------------------------------------------------
005980* 1730-WRITE-LEDGER-RECORD - APPEND ONE START, END OR REFUSED
005990*                            RECORD TO THE LEDGER (THE FIRST RUN
006000*                            EVER CREATES IT)
006010*----------------------------------------------------------------
006020 1730-WRITE-LEDGER-RECORD.
006030     MOVE SPACES TO RUNL-RECORD.
006040     MOVE WS-RUNL-THIS-PROGRAM TO RUNL-PROGRAM.
006050     MOVE WS-PROCESSING-DATE   TO RUNL-PROCESSING-DATE.
006060     MOVE WS-RUNL-THIS-MODE    TO RUNL-MODE.
006070     MOVE WS-RUNL-EVENT        TO RUNL-EVENT.
006080     IF WS-RUNL-OVERRIDDEN
006090         MOVE 'Y' TO RUNL-OVERRIDE-FLAG
006100         MOVE WS-RUNL-OPERATOR TO RUNL-OPERATOR
006110     ELSE
006120         MOVE 'N' TO RUNL-OVERRIDE-FLAG
006130     END-IF.
006140     ACCEPT RUNL-SYSTEM-DATE FROM DATE YYYYMMDD.
006150     ACCEPT WS-RUNL-TIME FROM TIME.
006160     MOVE WS-RUNL-TIME(1:6)    TO RUNL-SYSTEM-TIME.
006170     MOVE WS-RUNL-RC           TO RUNL-RETURN-CODE.
006180     MOVE WS-RUNL-COUNT-1      TO RUNL-COUNT-1.
006190     MOVE WS-RUNL-COUNT-2      TO RUNL-COUNT-2.
006200     MOVE WS-RUNL-COUNT-3      TO RUNL-COUNT-3.
006210     OPEN EXTEND RUNLEDG.
006220     IF WS-RUNLEDG-STATUS = '35'
006230         OPEN OUTPUT RUNLEDG
006240     END-IF.
006250     IF WS-RUNLEDG-STATUS NOT = '00'
006260         DISPLAY '*** FATAL - RUNLEDG OPEN FAILED, STATUS '
006270                 WS-RUNLEDG-STATUS
006280         MOVE 16 TO RETURN-CODE
006290         STOP RUN
006300     END-IF.
006310     WRITE RUNL-RECORD.
006320     CLOSE RUNLEDG.
006330 1730-EXIT.
006340     EXIT.
006350*
006360*----------------------------------------------------------------
006370* 1740-REFUSE-RUN - RECORD THE REFUSAL ON THE LEDGER AND STOP
006380*----------------------------------------------------------------
006390 1740-REFUSE-RUN.
006400     MOVE 'R' TO WS-RUNL-EVENT.
006410     MOVE 16 TO WS-RUNL-RC.
006420     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
006430     DISPLAY '*** RUN REFUSED - AN OPERATOR OVERRIDE CARD ON '
006440             'RUNOVRD IS NEEDED TO RUN IT'.
006450     MOVE 16 TO RETURN-CODE.
006460     STOP RUN.
006470 1740-EXIT.
006480     EXIT.
006490*
006500*----------------------------------------------------------------
006510* 2000-TALLY-REJFILE - COUNT THE REJECTED RECORDS, SPLITTING OUT
006520*                      THE REJECTED REVERSALS BY BYTE 1 OF THE
006530*                      CARRIED RECORD IMAGE
006540*----------------------------------------------------------------
006550 2000-TALLY-REJFILE.
006560     MOVE 'N' TO WS-EOF-SWITCH.
006570     OPEN INPUT REJFILE.
006580     IF WS-REJFILE-STATUS NOT = '00'
006590         DISPLAY '*** FATAL - REJFILE OPEN FAILED, STATUS '
006600                 WS-REJFILE-STATUS
006610         MOVE 16 TO RETURN-CODE
006620         STOP RUN
006630     END-IF.
006640     PERFORM 2010-READ-ONE-REJECT THRU 2010-EXIT
006650             UNTIL WS-EOF-YES.
006660     CLOSE REJFILE.
006670 2000-EXIT.
006680     EXIT.
006690*
006700 2010-READ-ONE-REJECT.
006710     READ REJFILE
006720         AT END
006730             MOVE 'Y' TO WS-EOF-SWITCH
006740         NOT AT END
006750             IF REJ-RECORD-IMAGE(1:1) = 'R'
006760                 ADD 1 TO WS-REJ-REVERSAL-COUNT
006770             ELSE
006780                 ADD 1 TO WS-REJ-COUNT
006790             END-IF
006800     END-READ.
006810 2010-EXIT.
006820     EXIT.
006830*
006840*----------------------------------------------------------------
006850* 2100-TALLY-SUSFILE - COUNT THIS RUN'S SUSPENSE OUTPUT
006860*----------------------------------------------------------------
006870 2100-TALLY-SUSFILE.
006880     MOVE 'N' TO WS-EOF-SWITCH.
006890     OPEN INPUT SUSFILE.
006900     IF WS-SUSFILE-STATUS NOT = '00'
006910         DISPLAY '*** FATAL - SUSFILE OPEN FAILED, STATUS '
006920                 WS-SUSFILE-STATUS
006930         MOVE 16 TO RETURN-CODE
006940         STOP RUN
006950     END-IF.
006960     PERFORM 2110-READ-ONE-SUSPENSE THRU 2110-EXIT
006970             UNTIL WS-EOF-YES.
006980     CLOSE SUSFILE.
006990 2100-EXIT.
007000     EXIT.
007010*
007020 2110-READ-ONE-SUSPENSE.
007030     READ SUSFILE
007040         AT END
007050             MOVE 'Y' TO WS-EOF-SWITCH
007060         NOT AT END
007070             ADD 1 TO WS-SUS-COUNT
007080     END-READ.
007090 2110-EXIT.
007100     EXIT.
007110*
007120*----------------------------------------------------------------
007130* 2200-TALLY-HELDFILE - COUNT THIS RUN'S HELD OUTPUT
007140*----------------------------------------------------------------
007150 2200-TALLY-HELDFILE.
007160     MOVE 'N' TO WS-EOF-SWITCH.
007170     OPEN INPUT HELDFILE.
007180     IF WS-HELDFILE-STATUS NOT = '00'
007190         DISPLAY '*** FATAL - HELDFILE OPEN FAILED, STATUS '
007200                 WS-HELDFILE-STATUS
007210         MOVE 16 TO RETURN-CODE
007220         STOP RUN
007230     END-IF.
007240     PERFORM 2210-READ-ONE-HELD THRU 2210-EXIT
007250             UNTIL WS-EOF-YES.
007260     CLOSE HELDFILE.
007270 2200-EXIT.
007280     EXIT.
007290*
007300 2210-READ-ONE-HELD.
007310     READ HELDFILE
007320         AT END
007330             MOVE 'Y' TO WS-EOF-SWITCH
007340         NOT AT END
007350             ADD 1 TO WS-HELD-COUNT
007360     END-READ.
007370 2210-EXIT.
007380     EXIT.
007390*
007400*----------------------------------------------------------------
007410* 2250-TALLY-REFFILE - COUNT THIS RUN'S OVERDRAFT REFERRALS.  A
007420*                      MISSING FILE (A RUN FROM BEFORE THE
007430*                      CREDIT-LIMIT CHANGE) MEANS NONE
007440*----------------------------------------------------------------
007450 2250-TALLY-REFFILE.
007460     MOVE 'N' TO WS-EOF-SWITCH.
007470     OPEN INPUT REFFILE.
007480     IF WS-REFFILE-STATUS = '35'
007490         DISPLAY 'NO REFFILE PRESENT - REFERRAL COUNT IS 0'
007500     ELSE
007510         IF WS-REFFILE-STATUS NOT = '00'
007520             DISPLAY '*** FATAL - REFFILE OPEN FAILED, STATUS '
007530                     WS-REFFILE-STATUS
007540             MOVE 16 TO RETURN-CODE
007550             STOP RUN
007560         END-IF
007570         PERFORM 2260-READ-ONE-REFERRAL THRU 2260-EXIT
007580                 UNTIL WS-EOF-YES
007590         CLOSE REFFILE
007600     END-IF.
007610 2250-EXIT.
007620     EXIT.
007630*
007640 2260-READ-ONE-REFERRAL.
007650     READ REFFILE
007660         AT END
007670             MOVE 'Y' TO WS-EOF-SWITCH
007680         NOT AT END
007690             ADD 1 TO WS-REF-COUNT
007700     END-READ.
007710 2260-EXIT.
007720     EXIT.
007730*
007740*----------------------------------------------------------------
007750* 2300-TALLY-GLFILE - WALK THE GL FILE: COUNT THE HEADER AND
007760*                     TRAILER, CAPTURE THE TRAILER'S CONTROL
007770*                     FIGURES, AND FOOT EVERY DETAIL RECORD'S
007780*                     AMOUNT INTO THE DEBIT OR CREDIT TOTAL.
007790*                     CUSTOMER-SIDE RECORDS ARE ALSO SPLIT INTO
007800*                     FRESH POSTINGS AND REVERSALS FOR THE
007810*                     DISPOSITION CROSS-FOOT
007820*----------------------------------------------------------------
007830 2300-TALLY-GLFILE.
007840     MOVE 'N' TO WS-EOF-SWITCH.
007850     OPEN INPUT GLFILE.
007860     IF WS-GLFILE-STATUS NOT = '00'
007870         DISPLAY '*** FATAL - GLFILE OPEN FAILED, STATUS '
007880                 WS-GLFILE-STATUS
007890         MOVE 16 TO RETURN-CODE
007900         STOP RUN
007910     END-IF.
007920     PERFORM 2310-READ-ONE-GL THRU 2310-EXIT
007930             UNTIL WS-EOF-YES.
007940     CLOSE GLFILE.
007950 2300-EXIT.
007960     EXIT.
007970*
007980 2310-READ-ONE-GL.
007990     READ GLFILE
008000         AT END
008010             MOVE 'Y' TO WS-EOF-SWITCH
008020         NOT AT END
008030             EVALUATE GL-REC-TYPE
008040                 WHEN 'H'
008050                     ADD 1 TO WS-GL-HEADER-COUNT
008060                 WHEN 'T'
008070                     ADD 1 TO WS-GL-TRAILER-COUNT
008080                     MOVE GLT-RECORD-COUNT
008090                             TO WS-GLT-RECORD-COUNT
008100                     MOVE GLT-DEBIT-TOTAL
008110                             TO WS-GLT-DEBIT-TOTAL
008120                     MOVE GLT-CREDIT-TOTAL
008130                             TO WS-GLT-CREDIT-TOTAL
008140                 WHEN 'D'
008150                     PERFORM 2320-FOOT-ONE-GL-DETAIL
008160                             THRU 2320-EXIT
008170                 WHEN OTHER
008180                     ADD 1 TO WS-GL-OTHER-COUNT
008190             END-EVALUATE
008200     END-READ.
008210 2310-EXIT.
008220     EXIT.
008230*
008240 2320-FOOT-ONE-GL-DETAIL.
008250     ADD 1 TO WS-GL-DETAIL-COUNT.
008260     IF GL-DR-CR-INDICATOR = 'C'
008270         ADD GL-AMOUNT TO WS-GL-CREDIT-TOTAL
008280     ELSE
008290         ADD GL-AMOUNT TO WS-GL-DEBIT-TOTAL
008300     END-IF.
008310     IF GL-ENTRY-SOURCE = 'C'
008320         IF GL-REVERSAL-FLAG = 'R'
008330             ADD 1 TO WS-GL-REV-CUST-COUNT
008340             ADD GL-AMOUNT TO WS-GL-REV-CUST-AMOUNT
008350         ELSE
008360             ADD 1 TO WS-GL-FRESH-CUST-COUNT
008370             ADD GL-AMOUNT TO WS-GL-FRESH-CUST-AMOUNT
008380         END-IF
008390     END-IF.
008400 2320-EXIT.
008410     EXIT.
008420*
008430*----------------------------------------------------------------
008440* 2400-TALLY-AUDITFILE - WALK THE AUDIT TRAIL CHECKING THAT EACH
008450*                        RECORD'S RUNNING TOTAL MOVED BY EXACTLY
008460*                        ITS AMOUNT, BY NOTHING (SUSPENDED OR
008470*                        HELD), OR BY MINUS ITS AMOUNT (A
008480*                        REVERSAL), AND CAPTURE THE FINAL
008490*                        RUNNING TOTAL
008500*----------------------------------------------------------------
008510 2400-TALLY-AUDITFILE.
008520     MOVE 'N' TO WS-EOF-SWITCH.
008530     MOVE 0 TO WS-AUD-PRIOR-TOTAL.
008540     OPEN INPUT AUDITFILE.
008550     IF WS-AUDITFILE-STATUS NOT = '00'
008560         DISPLAY '*** FATAL - AUDITFILE OPEN FAILED, STATUS '
008570                 WS-AUDITFILE-STATUS
008580         MOVE 16 TO RETURN-CODE
008590         STOP RUN
008600     END-IF.
008610     PERFORM 2410-CHECK-ONE-AUDIT THRU 2410-EXIT
008620             UNTIL WS-EOF-YES.
008630     CLOSE AUDITFILE.
008640     MOVE WS-AUD-PRIOR-TOTAL TO WS-AUD-FINAL-TOTAL.
008650 2400-EXIT.
008660     EXIT.
008670*
008680 2410-CHECK-ONE-AUDIT.
008690     READ AUDITFILE
008700         AT END
008710             MOVE 'Y' TO WS-EOF-SWITCH
008720         NOT AT END
008730             ADD 1 TO WS-AUDIT-COUNT
008740             PERFORM 2420-CHECK-AUDIT-STEP THRU 2420-EXIT
008750     END-READ.
008760 2410-EXIT.
008770     EXIT.
008780*
008790 2420-CHECK-AUDIT-STEP.
008800     IF AUD-AMOUNT IS NOT NUMERIC
008810             OR AUD-RUNNING-TOTAL IS NOT NUMERIC
008820         ADD 1 TO WS-AUDIT-BREAK-COUNT
008830         DISPLAY '  AUDIT RECORD ' WS-AUDIT-COUNT
008840                 ' IS NOT NUMERIC: ' AUDIT-RECORD
008850     ELSE
008860         COMPUTE WS-AUD-DELTA =
008870                 AUD-RUNNING-TOTAL - WS-AUD-PRIOR-TOTAL
008880         IF WS-AUD-DELTA = 0
008890                 OR WS-AUD-DELTA = AUD-AMOUNT
008900                 OR WS-AUD-DELTA = (0 - AUD-AMOUNT)
008910             CONTINUE
008920         ELSE
008930             ADD 1 TO WS-AUDIT-BREAK-COUNT
008940             DISPLAY '  AUDIT RECORD ' WS-AUDIT-COUNT
008950                     ' STEPPED ' WS-AUD-DELTA
008960                     ' BUT CARRIES AMOUNT ' AUD-AMOUNT
008970         END-IF
008980         MOVE AUD-RUNNING-TOTAL TO WS-AUD-PRIOR-TOTAL
008990     END-IF.
009000 2420-EXIT.
009010     EXIT.
009020*
009030*----------------------------------------------------------------
009040* 8000-PRINT-CERTIFICATE - NAME EACH CHECK PASSED OR FAILED AND
009050*                          SET RETURN CODE 8 ON ANY BREAK SO THE
009060*                          GL TRANSMIT STEP CAN BE GATED ON THIS
009070*                          PROGRAM'S CONDITION CODE
009080*----------------------------------------------------------------
009090 8000-PRINT-CERTIFICATE.
009100     DISPLAY 'RECONCILIATION CERTIFICATE'.
009110     DISPLAY '  TRANFILE: ' WS-HEADER-IN-COUNT ' HEADERS, '
009120             WS-TRAILER-IN-COUNT ' TRAILERS, '
009130             WS-DETAIL-IN-COUNT ' DETAILS, '
009140             WS-REVERSAL-IN-COUNT ' REVERSALS'.
009150     DISPLAY '  RELEASE/RECYCLE INPUTS: ' WS-HLDIN-COUNT
009160             ' HELD, ' WS-SUSIN-COUNT ' SUSPENSE'.
009170     DISPLAY '  OUTPUTS: ' WS-REJ-COUNT ' REJECTS, '
009180             WS-REJ-REVERSAL-COUNT ' REVERSAL REJECTS, '
009190             WS-SUS-COUNT ' SUSPENDED, '
009200             WS-HELD-COUNT ' HELD, '
009210             WS-REF-COUNT ' REFERRED'.
009220     DISPLAY '  GLFILE: ' WS-GL-DETAIL-COUNT ' POSTINGS, '
009230             WS-GL-FRESH-CUST-COUNT ' FRESH CUSTOMER, '
009240             WS-GL-REV-CUST-COUNT ' REVERSAL CUSTOMER'.
009250     DISPLAY '  AUDITFILE: ' WS-AUDIT-COUNT ' RECORDS'.
009260*
009270     COMPUTE WS-IN-SIDE-TOTAL =
009280             WS-DETAIL-IN-COUNT + WS-HLDIN-COUNT
009290             + WS-SUSIN-COUNT.
009300     COMPUTE WS-OUT-SIDE-TOTAL =
009310             WS-REJ-COUNT + WS-SUS-COUNT + WS-HELD-COUNT
009320             + WS-REF-COUNT
009330             + WS-GL-FRESH-CUST-COUNT.
009340     MOVE 'N' TO WS-CHECK-FAIL-SWITCH.
009350     IF WS-IN-SIDE-TOTAL NOT = WS-OUT-SIDE-TOTAL
009360         MOVE 'Y' TO WS-CHECK-FAIL-SWITCH
009370     END-IF.
009380     PERFORM 8100-REPORT-ONE-CHECK THRU 8100-EXIT.
009390     DISPLAY '  CHECK 1 - DETAIL DISPOSITION: IN '
009400             WS-IN-SIDE-TOTAL ' OUT ' WS-OUT-SIDE-TOTAL.
009410*
009420     COMPUTE WS-IN-SIDE-TOTAL = WS-REVERSAL-IN-COUNT.
009430     COMPUTE WS-OUT-SIDE-TOTAL =
009440             WS-REJ-REVERSAL-COUNT + WS-GL-REV-CUST-COUNT.
009450     MOVE 'N' TO WS-CHECK-FAIL-SWITCH.
009460     IF WS-IN-SIDE-TOTAL NOT = WS-OUT-SIDE-TOTAL
009470         MOVE 'Y' TO WS-CHECK-FAIL-SWITCH
009480     END-IF.
009490     PERFORM 8100-REPORT-ONE-CHECK THRU 8100-EXIT.
009500     DISPLAY '  CHECK 2 - REVERSAL DISPOSITION: IN '
009510             WS-IN-SIDE-TOTAL ' OUT ' WS-OUT-SIDE-TOTAL.
009520*
009530     MOVE 'N' TO WS-CHECK-FAIL-SWITCH.
009540     IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
009550         MOVE 'Y' TO WS-CHECK-FAIL-SWITCH
009560     END-IF.
009570     PERFORM 8100-REPORT-ONE-CHECK THRU 8100-EXIT.
009580     DISPLAY '  CHECK 3 - GL DEBITS ' WS-GL-DEBIT-TOTAL
009590             ' = CREDITS ' WS-GL-CREDIT-TOTAL.
009600*
009610     MOVE 'N' TO WS-CHECK-FAIL-SWITCH.
009620     IF WS-GL-HEADER-COUNT NOT = 1
009630             OR WS-GL-TRAILER-COUNT NOT = 1
009640             OR WS-GL-OTHER-COUNT NOT = 0
009650             OR WS-GLT-RECORD-COUNT NOT = WS-GL-DETAIL-COUNT
009660             OR WS-GLT-DEBIT-TOTAL NOT = WS-GL-DEBIT-TOTAL
009670             OR WS-GLT-CREDIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
009680         MOVE 'Y' TO WS-CHECK-FAIL-SWITCH
009690     END-IF.
009700     PERFORM 8100-REPORT-ONE-CHECK THRU 8100-EXIT.
009710     DISPLAY '  CHECK 4 - GL CONTROL TRAILER: TRAILER COUNT '
009720             WS-GLT-RECORD-COUNT ' VS ' WS-GL-DETAIL-COUNT
009730             ' ON FILE'.
009740*
009750     COMPUTE WS-GL-NET-CUST-AMOUNT =
009760             WS-GL-FRESH-CUST-AMOUNT - WS-GL-REV-CUST-AMOUNT.
009770     MOVE 'N' TO WS-CHECK-FAIL-SWITCH.
009780     IF WS-GL-NET-CUST-AMOUNT NOT = WS-AUD-FINAL-TOTAL
009790         MOVE 'Y' TO WS-CHECK-FAIL-SWITCH
009800     END-IF.
009810     PERFORM 8100-REPORT-ONE-CHECK THRU 8100-EXIT.
009820     DISPLAY '  CHECK 5 - POSTED TOTAL: GL NET CUSTOMER '
009830             WS-GL-NET-CUST-AMOUNT ' VS FINAL AUDIT TOTAL '
009840             WS-AUD-FINAL-TOTAL.
009850*
009860     MOVE 'N' TO WS-CHECK-FAIL-SWITCH.
009870     IF WS-AUDIT-BREAK-COUNT NOT = 0
009880         MOVE 'Y' TO WS-CHECK-FAIL-SWITCH
009890     END-IF.
009900     PERFORM 8100-REPORT-ONE-CHECK THRU 8100-EXIT.
009910     DISPLAY '  CHECK 6 - AUDIT RUNNING-TOTAL STEPS: '
009920             WS-AUDIT-BREAK-COUNT ' BREAK(S) IN '
009930             WS-AUDIT-COUNT ' RECORDS'.
009940*
009950     IF WS-FAIL-COUNT = 0
009960         DISPLAY 'RUN RECONCILES - ALL CHECKS PASSED'
009970     ELSE
009980         DISPLAY '*** RUN DOES NOT RECONCILE - '
009990                 WS-FAIL-COUNT ' CHECK(S) FAILED ***'
010000         IF RETURN-CODE < 8
010010             MOVE 8 TO RETURN-CODE
010020         END-IF
010030     END-IF.
010040 8000-EXIT.
010050     EXIT.
010060*
010070*----------------------------------------------------------------
010080* 8100-REPORT-ONE-CHECK - TAG THE CHECK JUST EVALUATED AS PASSED
010090*                         OR FAILED AND KEEP THE FAILURE COUNT
010100*----------------------------------------------------------------
010110 8100-REPORT-ONE-CHECK.
010120     IF WS-CHECK-FAILED
010130         ADD 1 TO WS-FAIL-COUNT
010140         DISPLAY '  *** FAILED ***'
010150     ELSE
010160         DISPLAY '  PASSED'
010170     END-IF.
010180 8100-EXIT.
010190     EXIT.
010200*
010210*----------------------------------------------------------------
010220* 8950-WRITE-LEDGER-END - RECORD THE END OF THE RUN ON THE LEDGER
010230*                         WITH ITS FINAL RETURN CODE AND COUNTS:
010240*                         DETAILS IN, GL POSTINGS, CHECKS FAILED
010250*----------------------------------------------------------------
010260 8950-WRITE-LEDGER-END.
010270     MOVE WS-DETAIL-IN-COUNT TO WS-RUNL-COUNT-1.
010280     MOVE WS-GL-DETAIL-COUNT TO WS-RUNL-COUNT-2.
010290     MOVE WS-FAIL-COUNT TO WS-RUNL-COUNT-3.
010300     MOVE RETURN-CODE TO WS-RUNL-RC.
010310     MOVE 'E' TO WS-RUNL-EVENT.
010320     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
010330 8950-EXIT.
010340     EXIT.
