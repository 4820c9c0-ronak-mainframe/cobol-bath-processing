000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RUNLRPT.
000030 AUTHOR.        R HUCKABY.
000040 INSTALLATION.  DAILY BATCH PROCESSING GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26  RH  ORIGINAL PROGRAM.  MORNING REPORT OF THE NIGHTLY
000110*               STREAM FROM THE RUN LEDGER (RUNLEDG) THAT EVERY
000120*               STREAM PROGRAM NOW WRITES AT START AND END.  PART
000130*               ONE LISTS EVERY LEDGER ENTRY FOR THE CTLCARD
000140*               PROCESSING DATE IN THE ORDER IT WAS WRITTEN --
000150*               STARTS, ENDS WITH THEIR RETURN CODES AND COUNTS,
000160*               REFUSED RUNS, AND THE OPERATOR BEHIND ANY
000170*               OVERRIDE.  PART TWO IS A CHECKLIST OF THE STREAM'S
000180*               STEPS IN RUNNING ORDER SHOWING WHETHER EACH ONE
000190*               COMPLETED, DID NOT FINISH, WAS REFUSED OR DID NOT
000200*               RUN.  A REQUIRED STEP THAT DID NOT COMPLETE CLEAN,
000210*               A STEP THAT ENDED MORE THAN ONCE, AN OVERRIDE OR A
000220*               REFUSAL IS MARKED AS AN EXCEPTION AND SETS A
000230*               RETURN CODE OF 4 SO THE REPORT IS LOOKED AT BEFORE
000240*               THE DAY'S OUTPUT IS RELEASED.  THE REPORT ONLY
000250*               READS THE LEDGER AND DOES NOT WRITE TO IT.
000260* 10/15/26  RH  STANDING-ORDER STEPS ADDED TO THE CHECKLIST: SIGEN
000270*               AHEAD OF THE TRIAL BALANCE AND SIRSLT BEHIND THE
000280*               POSTING RUN, WITH THEIR COUNT LABELS.
000290* 10/15/26  RH  ACCOUNT CLOSEOUT STEPS ADDED TO THE CHECKLIST:
000300*               CLSGEN AHEAD OF THE TRIAL BALANCE AND CLSRSLT
000310*               BEHIND THE POSTING RUN, WITH THEIR COUNT LABELS.
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
000450     SELECT LEDGRPT   ASSIGN TO LEDGRPT
000460            ORGANIZATION IS LINE SEQUENTIAL
000470            FILE STATUS IS WS-LEDGRPT-STATUS.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000510*----------------------------------------------------------------
000520* CTLCARD - THE SAME RUN-DATE CONTROL CARD BATCHPROC READS.  ONLY
000530* THE PROCESSING DATE IS USED HERE
000540*----------------------------------------------------------------
000550 FD  CTLCARD.
000560 01  CTL-RECORD.
000570     05  CTL-PROCESSING-DATE       PIC 9(08).
000580     05  FILLER                    PIC X(72).
000590*
000600*----------------------------------------------------------------
000610* RUNLEDG - THE NIGHTLY STREAM'S RUN LEDGER.  ENTRIES FOR OTHER
000620* PROCESSING DATES ARE SKIPPED
000630*----------------------------------------------------------------
000640 FD  RUNLEDG.
000650 01  RUNL-RECORD.
000660     COPY RUNLREC.
000670*
000680*----------------------------------------------------------------
000690* LEDGRPT - THE MORNING RUN-LEDGER REPORT
000700*----------------------------------------------------------------
000710 FD  LEDGRPT.
000720 01  LEDG-REPORT-LINE              PIC X(132).
000730*
000740 WORKING-STORAGE SECTION.
000750*----------------------------------------------------------------
000760* FILE STATUS AND CONTROL SWITCHES
000770*----------------------------------------------------------------
000780 77  WS-CTLCARD-STATUS           PIC X(02) VALUE SPACES.
000790 77  WS-RUNLEDG-STATUS           PIC X(02) VALUE SPACES.
000800 77  WS-LEDGRPT-STATUS           PIC X(02) VALUE SPACES.
000810*
000820 77  WS-RUNLEDG-EOF-SWITCH       PIC X(01) VALUE 'N'.
000830     88  WS-RUNLEDG-EOF-YES      VALUE 'Y'.
000840 77  WS-RUNLEDG-OPEN-SWITCH      PIC X(01) VALUE 'N'.
000850     88  WS-RUNLEDG-OPEN         VALUE 'Y'.
000860 77  WS-LABEL-FOUND-SWITCH       PIC X(01) VALUE 'N'.
000870     88  WS-LABEL-FOUND          VALUE 'Y'.
000880 77  WS-STEP-FOUND-SWITCH        PIC X(01) VALUE 'N'.
000890     88  WS-STEP-FOUND           VALUE 'Y'.
000900 77  WS-STEP-EXCEPTION-SWITCH    PIC X(01) VALUE 'N'.
000910     88  WS-STEP-EXCEPTION       VALUE 'Y'.
000920*
000930 77  WS-PROCESSING-DATE          PIC 9(08) VALUE 0.
000940*
000950*----------------------------------------------------------------
000960* COUNTERS
000970*----------------------------------------------------------------
000980 77  WS-LEDGER-READ-COUNT        PIC 9(07) COMP VALUE 0.
000990 77  WS-OTHER-DATE-COUNT         PIC 9(07) COMP VALUE 0.
001000 77  WS-BAD-ENTRY-COUNT          PIC 9(07) COMP VALUE 0.
001010 77  WS-ENTRY-COUNT              PIC 9(07) COMP VALUE 0.
001020 77  WS-OFF-STREAM-COUNT         PIC 9(07) COMP VALUE 0.
001030 77  WS-EXCEPTION-COUNT          PIC 9(07) COMP VALUE 0.
001040 77  WS-STEP-SUB                 PIC 9(02) COMP VALUE 0.
001050*
001060*----------------------------------------------------------------
001070* THE STREAM'S STEPS IN RUNNING ORDER: PROGRAM, LEDGER MODE AND
001080* WHETHER THE STEP MUST COMPLETE EVERY NIGHT ('Y') OR ONLY RUNS
001090* WHEN THERE IS SOMETHING FOR IT TO DO ('N').  ACCRGEN IS ONLY
001100* RUN ON ACCRUAL NIGHTS.  SIGEN WRITES THE NIGHT'S STANDING-ORDER
001110* TRANSFERS AHEAD OF THE TRIAL BALANCE AND SIRSLT SETTLES THEM
001120* AFTER THE POSTING RUN.  CLSGEN WRITES THE NIGHT'S ACCOUNT
001130* CLOSEOUT POSTINGS THE SAME WAY AND CLSRSLT CLOSES THE ACCOUNTS
001140* THEY ZEROED.  ACKGEN IS CHECKED BEHIND THE POSTING RUN; ITS
001150* RUNS BEHIND AN EDIT-ONLY TRIAL ARE LISTED IN PART ONE ONLY.
001160*----------------------------------------------------------------
001170 01  WS-STEP-VALUES.
001180     05  FILLER                  PIC X(12) VALUE 'ACCRGEN    N'.
001190     05  FILLER                  PIC X(12) VALUE 'SIGEN      Y'.
001200     05  FILLER                  PIC X(12) VALUE 'CLSGEN     Y'.
001210     05  FILLER                  PIC X(12) VALUE 'TRIALBAL  BY'.
001220     05  FILLER                  PIC X(12) VALUE 'BATCHPROC PY'.
001230     05  FILLER                  PIC X(12) VALUE 'TRIALBAL  AY'.
001240     05  FILLER                  PIC X(12) VALUE 'BATCHRCN   Y'.
001250     05  FILLER                  PIC X(12) VALUE 'GLSUMM     Y'.
001260     05  FILLER                  PIC X(12) VALUE 'ACKGEN    PY'.
001270     05  FILLER                  PIC X(12) VALUE 'CASHMON    Y'.
001280     05  FILLER                  PIC X(12) VALUE 'DORMRPT    Y'.
001290     05  FILLER                  PIC X(12) VALUE 'SIRSLT     Y'.
001300     05  FILLER                  PIC X(12) VALUE 'CLSRSLT    Y'.
001310 01  WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
001320     05  WS-STEP-ENTRY OCCURS 13 TIMES
001330             INDEXED BY WS-STEP-IDX.
001340         10  WS-STEP-PROGRAM-TBL PIC X(10).
001350         10  WS-STEP-MODE-TBL    PIC X(01).
001360         10  WS-STEP-REQUIRED-TBL PIC X(01).
001370*
001380*----------------------------------------------------------------
001390* WHAT EACH STEP DID, GATHERED FROM THE LEDGER.  THE LAST EVENT IS
001400* THE LAST START OR END SEEN; A REFUSAL DOES NOT CHANGE IT
001410*----------------------------------------------------------------
001420 01  WS-STEP-TALLY-TABLE.
001430     05  WS-TALLY-ENTRY OCCURS 13 TIMES.
001440         10  WS-TALLY-STARTS-TBL    PIC 9(03).
001450         10  WS-TALLY-ENDS-TBL      PIC 9(03).
001460         10  WS-TALLY-REFUSED-TBL   PIC 9(03).
001470         10  WS-TALLY-OVERRIDES-TBL PIC 9(03).
001480         10  WS-TALLY-LAST-EVENT-TBL PIC X(01).
001490         10  WS-TALLY-LAST-RC-TBL   PIC 9(03).
001500         10  WS-TALLY-LAST-TIME-TBL PIC 9(06).
001510*
001520*----------------------------------------------------------------
001530* COUNT LABELS FOR EACH PROGRAM'S THREE LEDGER COUNTS.  A BLANK
001540* MODE COVERS EVERY MODE OF THE PROGRAM; TRIALBAL COUNTS
001550* DIFFERENT THINGS IN EACH MODE
001560*----------------------------------------------------------------
001570 01  WS-LABEL-VALUES.
001580     05  FILLER                  PIC X(35) VALUE
001590         'ACCRGEN    ACCOUNTSDETAILS OVERFLOW'.
001600     05  FILLER                  PIC X(35) VALUE
001610         'TRIALBAL  BACCOUNTSBAD BAL         '.
001620     05  FILLER                  PIC X(35) VALUE
001630         'TRIALBAL  AACCOUNTSUNEXPLNDBREAKS  '.
001640     05  FILLER                  PIC X(35) VALUE
001650         'BATCHPROC  READ    ACCEPTEDREJECTED'.
001660     05  FILLER                  PIC X(35) VALUE
001670         'BATCHRCN   DETAILS GL DTL  FAILURES'.
001680     05  FILLER                  PIC X(35) VALUE
001690         'GLSUMM     GL DTL  IGNORED SUMMARY '.
001700     05  FILLER                  PIC X(35) VALUE
001710         'ACKGEN     EXTRACTSGROUPS  NO STAT '.
001720     05  FILLER                  PIC X(35) VALUE
001730         'CASHMON    CASH    CTR     WATCH   '.
001740     05  FILLER                  PIC X(35) VALUE
001750         'DORMRPT    ACCOUNTSFLAGGED DORMANT '.
001760     05  FILLER                  PIC X(35) VALUE
001770         'SIGEN      INSTRS  PAIRS   PENDING '.
001780     05  FILLER                  PIC X(35) VALUE
001790         'SIRSLT     PENDING PAID    MISSED  '.
001800     05  FILLER                  PIC X(35) VALUE
001810         'CLSGEN     CLOSING WRITTEN BLOCKED '.
001820     05  FILLER                  PIC X(35) VALUE
001830         'CLSRSLT    CLOSING CLOSED  NOT YET '.
001840 01  WS-LABEL-TABLE REDEFINES WS-LABEL-VALUES.
001850     05  WS-LABEL-ENTRY OCCURS 13 TIMES
001860             INDEXED BY WS-LABEL-IDX.
001870         10  WS-LABEL-PROGRAM-TBL PIC X(10).
001880         10  WS-LABEL-MODE-TBL   PIC X(01).
001890         10  WS-LABEL-1-TBL      PIC X(08).
001900         10  WS-LABEL-2-TBL      PIC X(08).
001910         10  WS-LABEL-3-TBL      PIC X(08).
001920*
001930*----------------------------------------------------------------
001940* REPORT LINE STAGING AREAS
001950*----------------------------------------------------------------
001960 01  WS-ENTRY-LINE.
001970     05  WS-ENT-SYS-DATE         PIC 9(08).
001980     05  FILLER                  PIC X(02) VALUE SPACES.
001990     05  WS-ENT-SYS-TIME         PIC 9(06).
002000     05  FILLER                  PIC X(02) VALUE SPACES.
002010     05  WS-ENT-PROGRAM          PIC X(10).
002020     05  FILLER                  PIC X(02) VALUE SPACES.
002030     05  WS-ENT-MODE             PIC X(01).
002040     05  FILLER                  PIC X(04) VALUE SPACES.
002050     05  WS-ENT-EVENT            PIC X(08).
002060     05  FILLER                  PIC X(02) VALUE SPACES.
002070     05  WS-ENT-RC               PIC ZZ9.
002080     05  FILLER                  PIC X(02) VALUE SPACES.
002090     05  WS-ENT-OVERRIDE         PIC X(08).
002100     05  FILLER                  PIC X(02) VALUE SPACES.
002110     05  WS-ENT-COUNTS.
002120         10  WS-ENT-LABEL-1      PIC X(08).
002130         10  FILLER              PIC X(01) VALUE SPACES.
002140         10  WS-ENT-COUNT-1      PIC ZZZZZZZZ9.
002150         10  FILLER              PIC X(02) VALUE SPACES.
002160         10  WS-ENT-LABEL-2      PIC X(08).
002170         10  FILLER              PIC X(01) VALUE SPACES.
002180         10  WS-ENT-COUNT-2      PIC ZZZZZZZZ9.
002190         10  FILLER              PIC X(02) VALUE SPACES.
002200         10  WS-ENT-LABEL-3      PIC X(08).
002210         10  FILLER              PIC X(01) VALUE SPACES.
002220         10  WS-ENT-COUNT-3      PIC ZZZZZZZZ9.
002230     05  FILLER                  PIC X(12) VALUE SPACES.
002240*
002250 01  WS-STEP-LINE.
002260     05  WS-STP-NUMBER           PIC Z9.
002270     05  FILLER                  PIC X(02) VALUE SPACES.
002280     05  WS-STP-PROGRAM          PIC X(10).
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  WS-STP-MODE             PIC X(01).
002310     05  FILLER                  PIC X(04) VALUE SPACES.
002320     05  WS-STP-STATUS           PIC X(17).
002330     05  FILLER                  PIC X(02) VALUE SPACES.
002340     05  WS-STP-STARTS           PIC ZZZZZ9.
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  WS-STP-ENDS             PIC ZZZ9.
002370     05  FILLER                  PIC X(02) VALUE SPACES.
002380     05  WS-STP-REFUSED          PIC ZZZZZZ9.
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  WS-STP-OVERRIDES        PIC ZZZZZZZZ9.
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  WS-STP-LAST-END.
002430         10  WS-STP-LAST-RC      PIC ZZZZZZ9.
002440         10  FILLER              PIC X(02) VALUE SPACES.
002450         10  WS-STP-LAST-TIME    PIC 9(06).
002460     05  FILLER                  PIC X(02) VALUE SPACES.
002470     05  WS-STP-NOTE             PIC X(30).
002480     05  FILLER                  PIC X(09) VALUE SPACES.
002490*
002500 01  WS-EXCEPTION-COUNT-D        PIC ZZZZZZ9.
002510*
002520 PROCEDURE DIVISION.
002530*----------------------------------------------------------------
002540* 0000-MAINLINE
002550*----------------------------------------------------------------
002560 0000-MAINLINE.
002570     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002580     PERFORM 2000-PROCESS-ENTRY  THRU 2000-EXIT
002590             UNTIL WS-RUNLEDG-EOF-YES.
002600     PERFORM 3000-PRINT-CHECKLIST THRU 3000-EXIT.
002610     PERFORM 8000-FINALIZE       THRU 8000-EXIT.
002620     STOP RUN.
002630*
002640*----------------------------------------------------------------
002650* 1000-INITIALIZE - READ THE CONTROL CARD, CLEAR THE STEP TALLIES
002660*                   AND OPEN THE FILES.  A MISSING LEDGER IS NOT
002670*                   FATAL: NOTHING HAS RUN, AND THE CHECKLIST
002680*                   SHOWS EVERY REQUIRED STEP AS AN EXCEPTION.
002690*----------------------------------------------------------------
002700 1000-INITIALIZE.
002710     PERFORM 1010-READ-CONTROL-CARD THRU 1010-EXIT.
002720     PERFORM 1020-CLEAR-STEP-TALLY THRU 1020-EXIT
002730             VARYING WS-STEP-SUB FROM 1 BY 1
002740             UNTIL WS-STEP-SUB > 13.
002750     MOVE 'N' TO WS-RUNLEDG-EOF-SWITCH.
002760     OPEN INPUT RUNLEDG.
002770     IF WS-RUNLEDG-STATUS = '00'
002780         SET WS-RUNLEDG-OPEN TO TRUE
002790     ELSE
002800         IF WS-RUNLEDG-STATUS = '35'
002810             DISPLAY '*** WARNING - RUNLEDG NOT FOUND, NO STREAM '
002820                     'PROGRAM HAS RUN'
002830             SET WS-RUNLEDG-EOF-YES TO TRUE
002840         ELSE
002850             DISPLAY '*** FATAL - RUNLEDG OPEN FAILED, STATUS '
002860                     WS-RUNLEDG-STATUS
002870             MOVE 16 TO RETURN-CODE
002880             STOP RUN
002890         END-IF
002900     END-IF.
002910     OPEN OUTPUT LEDGRPT.
002920     IF WS-LEDGRPT-STATUS NOT = '00'
002930         DISPLAY '*** FATAL - LEDGRPT OPEN FAILED, STATUS '
002940                 WS-LEDGRPT-STATUS
002950         MOVE 16 TO RETURN-CODE
002960         STOP RUN
002970     END-IF.
002980     PERFORM 1100-WRITE-REPORT-HEADINGS THRU 1100-EXIT.
002990     IF NOT WS-RUNLEDG-EOF-YES
003000         PERFORM 1200-READ-RUNLEDG THRU 1200-EXIT
003010     END-IF.
003020 1000-EXIT.
003030     EXIT.
003040*
003050*----------------------------------------------------------------
003060* 1010-READ-CONTROL-CARD - READ THE ONE-RECORD CTLCARD FILE TO
003070*                          GET THE PROCESSING DATE THE NIGHT IS
003080*                          REPORTED FOR.  SAME CARD AND SAME EDITS
003090*                          AS BATCHPROC.
003100*----------------------------------------------------------------
003110 1010-READ-CONTROL-CARD.
003120     OPEN INPUT CTLCARD.
003130     IF WS-CTLCARD-STATUS NOT = '00'
003140         DISPLAY '*** FATAL - CTLCARD OPEN FAILED, STATUS '
003150                 WS-CTLCARD-STATUS
003160         MOVE 16 TO RETURN-CODE
003170         STOP RUN
003180     END-IF.
003190     READ CTLCARD
003200         AT END
003210             DISPLAY '*** FATAL - CTLCARD IS EMPTY, NO '
003220                     'PROCESSING DATE SUPPLIED'
003230             MOVE 16 TO RETURN-CODE
003240             STOP RUN
003250     END-READ.
003260     IF CTL-PROCESSING-DATE IS NOT NUMERIC
003270         DISPLAY '*** FATAL - CTLCARD PROCESSING DATE IS NOT '
003280                 'NUMERIC: ' CTL-RECORD
003290         MOVE 16 TO RETURN-CODE
003300         STOP RUN
003310     END-IF.
003320     MOVE CTL-PROCESSING-DATE TO WS-PROCESSING-DATE.
003330     CLOSE CTLCARD.
003340 1010-EXIT.
003350     EXIT.
003360*
003370 1020-CLEAR-STEP-TALLY.
003380     MOVE 0 TO WS-TALLY-STARTS-TBL(WS-STEP-SUB).
003390     MOVE 0 TO WS-TALLY-ENDS-TBL(WS-STEP-SUB).
003400     MOVE 0 TO WS-TALLY-REFUSED-TBL(WS-STEP-SUB).
003410     MOVE 0 TO WS-TALLY-OVERRIDES-TBL(WS-STEP-SUB).
003420     MOVE SPACE TO WS-TALLY-LAST-EVENT-TBL(WS-STEP-SUB).
003430     MOVE 0 TO WS-TALLY-LAST-RC-TBL(WS-STEP-SUB).
003440     MOVE 0 TO WS-TALLY-LAST-TIME-TBL(WS-STEP-SUB).
003450 1020-EXIT.
003460     EXIT.
003470*
003480*----------------------------------------------------------------
003490* 1100-WRITE-REPORT-HEADINGS - TITLE AND PART ONE COLUMN HEADINGS
003500*----------------------------------------------------------------
003510 1100-WRITE-REPORT-HEADINGS.
003520     MOVE SPACES TO LEDG-REPORT-LINE.
003530     STRING 'NIGHTLY STREAM RUN LEDGER - PROCESSING DATE '
003540            WS-PROCESSING-DATE
003550            DELIMITED BY SIZE
003560            INTO LEDG-REPORT-LINE.
003570     WRITE LEDG-REPORT-LINE.
003580     MOVE SPACES TO LEDG-REPORT-LINE.
003590     WRITE LEDG-REPORT-LINE.
003600     MOVE 'PART ONE - LEDGER ENTRIES IN THE ORDER WRITTEN'
003610             TO LEDG-REPORT-LINE.
003620     WRITE LEDG-REPORT-LINE.
003630     MOVE SPACES TO LEDG-REPORT-LINE.
003640     STRING 'DATE      TIME    PROGRAM     MODE EVENT     '
003650            ' RC  OVERRIDE  COUNTS'
003660            DELIMITED BY SIZE
003670            INTO LEDG-REPORT-LINE.
003680     WRITE LEDG-REPORT-LINE.
003690 1100-EXIT.
003700     EXIT.
003710*
003720 1200-READ-RUNLEDG.
003730     READ RUNLEDG
003740         AT END
003750             SET WS-RUNLEDG-EOF-YES TO TRUE
003760         NOT AT END
003770             ADD 1 TO WS-LEDGER-READ-COUNT
003780     END-READ.
003790 1200-EXIT.
003800     EXIT.
003810*
003820*----------------------------------------------------------------
003830* 2000-PROCESS-ENTRY - ONE LEDGER ENTRY.  ONLY THE PROCESSING
003840*                      DATE'S ENTRIES ARE REPORTED.  AN ENTRY
003850*                      WHOSE NUMERIC FIELDS ARE DAMAGED IS
003860*                      COUNTED AND SKIPPED RATHER THAN PRINTED.
003870*----------------------------------------------------------------
003880 2000-PROCESS-ENTRY.
003890     IF RUNL-PROCESSING-DATE NOT = WS-PROCESSING-DATE
003900         ADD 1 TO WS-OTHER-DATE-COUNT
003910         GO TO 2000-READ-NEXT
003920     END-IF.
003930     IF RUNL-RETURN-CODE IS NOT NUMERIC
003940             OR RUNL-SYSTEM-DATE IS NOT NUMERIC
003950             OR RUNL-SYSTEM-TIME IS NOT NUMERIC
003960             OR RUNL-COUNT-1 IS NOT NUMERIC
003970             OR RUNL-COUNT-2 IS NOT NUMERIC
003980             OR RUNL-COUNT-3 IS NOT NUMERIC
003990         DISPLAY '*** WARNING - DAMAGED LEDGER ENTRY SKIPPED: '
004000                 RUNL-RECORD
004010         ADD 1 TO WS-BAD-ENTRY-COUNT
004020         GO TO 2000-READ-NEXT
004030     END-IF.
004040     ADD 1 TO WS-ENTRY-COUNT.
004050     PERFORM 2100-PRINT-ENTRY THRU 2100-EXIT.
004060     PERFORM 2200-TALLY-STEP  THRU 2200-EXIT.
004070 2000-READ-NEXT.
004080     PERFORM 1200-READ-RUNLEDG THRU 1200-EXIT.
004090 2000-EXIT.
004100     EXIT.
004110*
004120*----------------------------------------------------------------
004130* 2100-PRINT-ENTRY - ONE PART ONE LINE.  A START OR A REFUSAL
004140*                    CARRIES NO COUNTS; AN END CARRIES THE
004150*                    PROGRAM'S THREE COUNTS UNDER ITS OWN LABELS.
004160*----------------------------------------------------------------
004170 2100-PRINT-ENTRY.
004180     MOVE RUNL-SYSTEM-DATE TO WS-ENT-SYS-DATE.
004190     MOVE RUNL-SYSTEM-TIME TO WS-ENT-SYS-TIME.
004200     MOVE RUNL-PROGRAM     TO WS-ENT-PROGRAM.
004210     MOVE RUNL-MODE        TO WS-ENT-MODE.
004220     MOVE RUNL-RETURN-CODE TO WS-ENT-RC.
004230     MOVE SPACES TO WS-ENT-OVERRIDE.
004240     IF RUNL-OVERRIDDEN
004250         MOVE RUNL-OPERATOR TO WS-ENT-OVERRIDE
004260     END-IF.
004270     MOVE SPACES TO WS-ENT-COUNTS.
004280     EVALUATE TRUE
004290         WHEN RUNL-STARTED
004300             MOVE 'STARTED' TO WS-ENT-EVENT
004310         WHEN RUNL-ENDED
004320             MOVE 'ENDED'   TO WS-ENT-EVENT
004330             PERFORM 2110-LOOKUP-LABELS THRU 2110-EXIT
004340             MOVE SPACES TO WS-ENT-LABEL-1
004350             MOVE SPACES TO WS-ENT-LABEL-2
004360             MOVE SPACES TO WS-ENT-LABEL-3
004370             IF WS-LABEL-FOUND
004380                 MOVE WS-LABEL-1-TBL(WS-LABEL-IDX)
004390                         TO WS-ENT-LABEL-1
004400                 MOVE WS-LABEL-2-TBL(WS-LABEL-IDX)
004410                         TO WS-ENT-LABEL-2
004420                 MOVE WS-LABEL-3-TBL(WS-LABEL-IDX)
004430                         TO WS-ENT-LABEL-3
004440             END-IF
004450             MOVE RUNL-COUNT-1 TO WS-ENT-COUNT-1
004460             MOVE RUNL-COUNT-2 TO WS-ENT-COUNT-2
004470             MOVE RUNL-COUNT-3 TO WS-ENT-COUNT-3
004480         WHEN RUNL-REFUSED
004490             MOVE 'REFUSED' TO WS-ENT-EVENT
004500         WHEN OTHER
004510             MOVE RUNL-EVENT TO WS-ENT-EVENT
004520     END-EVALUATE.
004530     MOVE WS-ENTRY-LINE TO LEDG-REPORT-LINE.
004540     WRITE LEDG-REPORT-LINE.
004550 2100-EXIT.
004560     EXIT.
004570*
004580 2110-LOOKUP-LABELS.
004590     MOVE 'N' TO WS-LABEL-FOUND-SWITCH.
004600     SET WS-LABEL-IDX TO 1.
004610     SEARCH WS-LABEL-ENTRY
004620         AT END
004630             CONTINUE
004640         WHEN WS-LABEL-PROGRAM-TBL(WS-LABEL-IDX) = RUNL-PROGRAM
004650                 AND (WS-LABEL-MODE-TBL(WS-LABEL-IDX) = SPACE
004660                 OR WS-LABEL-MODE-TBL(WS-LABEL-IDX) = RUNL-MODE)
004670             MOVE 'Y' TO WS-LABEL-FOUND-SWITCH
004680     END-SEARCH.
004690 2110-EXIT.
004700     EXIT.
004710*
004720*----------------------------------------------------------------
004730* 2200-TALLY-STEP - ADD THE ENTRY TO ITS STREAM STEP.  AN ENTRY
004740*                   FOR A PROGRAM OR MODE NOT ON THE CHECKLIST
004750*                   (AN EDIT-ONLY TRIAL, SAY) IS ONLY COUNTED.
004760*----------------------------------------------------------------
004770 2200-TALLY-STEP.
004780     MOVE 'N' TO WS-STEP-FOUND-SWITCH.
004790     SET WS-STEP-IDX TO 1.
004800     SEARCH WS-STEP-ENTRY
004810         AT END
004820             CONTINUE
004830         WHEN WS-STEP-PROGRAM-TBL(WS-STEP-IDX) = RUNL-PROGRAM
004840                 AND WS-STEP-MODE-TBL(WS-STEP-IDX) = RUNL-MODE
004850             MOVE 'Y' TO WS-STEP-FOUND-SWITCH
004860     END-SEARCH.
004870     IF NOT WS-STEP-FOUND
004880         ADD 1 TO WS-OFF-STREAM-COUNT
004890     ELSE
004900         SET WS-STEP-SUB TO WS-STEP-IDX
004910         EVALUATE TRUE
004920             WHEN RUNL-STARTED
004930                 ADD 1 TO WS-TALLY-STARTS-TBL(WS-STEP-SUB)
004940                 MOVE 'S' TO WS-TALLY-LAST-EVENT-TBL(WS-STEP-SUB)
004950                 IF RUNL-OVERRIDDEN
004960                     ADD 1 TO WS-TALLY-OVERRIDES-TBL(WS-STEP-SUB)
004970                 END-IF
004980             WHEN RUNL-ENDED
004990                 ADD 1 TO WS-TALLY-ENDS-TBL(WS-STEP-SUB)
005000                 MOVE 'E' TO WS-TALLY-LAST-EVENT-TBL(WS-STEP-SUB)
005010                 MOVE RUNL-RETURN-CODE
005020                         TO WS-TALLY-LAST-RC-TBL(WS-STEP-SUB)
005030                 MOVE RUNL-SYSTEM-TIME
005040                         TO WS-TALLY-LAST-TIME-TBL(WS-STEP-SUB)
005050             WHEN RUNL-REFUSED
005060                 ADD 1 TO WS-TALLY-REFUSED-TBL(WS-STEP-SUB)
005070         END-EVALUATE
005080     END-IF.
005090 2200-EXIT.
005100     EXIT.
005110*
005120*----------------------------------------------------------------
005130* 3000-PRINT-CHECKLIST - PART TWO, ONE LINE PER STREAM STEP
005140*----------------------------------------------------------------
005150 3000-PRINT-CHECKLIST.
005160     MOVE SPACES TO LEDG-REPORT-LINE.
005170     WRITE LEDG-REPORT-LINE.
005180     MOVE 'PART TWO - STREAM CHECKLIST' TO LEDG-REPORT-LINE.
005190     WRITE LEDG-REPORT-LINE.
005200     MOVE SPACES TO LEDG-REPORT-LINE.
005210     STRING 'NO  PROGRAM     MODE STATUS             STARTS  '
005220            'ENDS  REFUSED  OVERRIDES  LAST RC  ENDED   NOTE'
005230            DELIMITED BY SIZE
005240            INTO LEDG-REPORT-LINE.
005250     WRITE LEDG-REPORT-LINE.
005260     PERFORM 3100-PRINT-ONE-STEP THRU 3100-EXIT
005270             VARYING WS-STEP-SUB FROM 1 BY 1
005280             UNTIL WS-STEP-SUB > 13.
005290 3000-EXIT.
005300     EXIT.
005310*
005320*----------------------------------------------------------------
005330* 3100-PRINT-ONE-STEP - THE STEP'S STATUS COMES FROM ITS LAST
005340*                       START OR END.  THE NOTE GIVES THE FIRST
005350*                       EXCEPTION FOUND: A REQUIRED STEP NOT
005360*                       COMPLETE, A STEP THAT ENDED OVER RETURN
005370*                       CODE 4, MORE THAN ONE END, AN OVERRIDE, OR
005380*                       A REFUSED RUN.
005390*----------------------------------------------------------------
005400 3100-PRINT-ONE-STEP.
005410     MOVE 'N' TO WS-STEP-EXCEPTION-SWITCH.
005420     MOVE SPACES TO WS-STP-NOTE.
005430     MOVE WS-STEP-SUB TO WS-STP-NUMBER.
005440     MOVE WS-STEP-PROGRAM-TBL(WS-STEP-SUB) TO WS-STP-PROGRAM.
005450     MOVE WS-STEP-MODE-TBL(WS-STEP-SUB)    TO WS-STP-MODE.
005460     MOVE WS-TALLY-STARTS-TBL(WS-STEP-SUB)    TO WS-STP-STARTS.
005470     MOVE WS-TALLY-ENDS-TBL(WS-STEP-SUB)      TO WS-STP-ENDS.
005480     MOVE WS-TALLY-REFUSED-TBL(WS-STEP-SUB)   TO WS-STP-REFUSED.
005490     MOVE WS-TALLY-OVERRIDES-TBL(WS-STEP-SUB) TO WS-STP-OVERRIDES.
005500     IF WS-TALLY-ENDS-TBL(WS-STEP-SUB) > 0
005510         MOVE WS-TALLY-LAST-RC-TBL(WS-STEP-SUB)
005520                 TO WS-STP-LAST-RC
005530         MOVE WS-TALLY-LAST-TIME-TBL(WS-STEP-SUB)
005540                 TO WS-STP-LAST-TIME
005550     ELSE
005560         MOVE SPACES TO WS-STP-LAST-END
005570     END-IF.
005580     EVALUATE TRUE
005590         WHEN WS-TALLY-LAST-EVENT-TBL(WS-STEP-SUB) = 'E'
005600             IF WS-TALLY-LAST-RC-TBL(WS-STEP-SUB) > 4
005610                 MOVE 'ENDED WITH ERRORS' TO WS-STP-STATUS
005620             ELSE
005630                 MOVE 'COMPLETE' TO WS-STP-STATUS
005640             END-IF
005650         WHEN WS-TALLY-LAST-EVENT-TBL(WS-STEP-SUB) = 'S'
005660             MOVE 'DID NOT FINISH' TO WS-STP-STATUS
005670         WHEN WS-TALLY-REFUSED-TBL(WS-STEP-SUB) > 0
005680             MOVE 'REFUSED' TO WS-STP-STATUS
005690         WHEN OTHER
005700             MOVE 'NOT RUN' TO WS-STP-STATUS
005710     END-EVALUATE.
005720     IF WS-STP-STATUS NOT = 'COMPLETE'
005730         IF WS-STEP-REQUIRED-TBL(WS-STEP-SUB) = 'Y'
005740             MOVE '*** REQUIRED STEP NOT COMPLETE' TO WS-STP-NOTE
005750             SET WS-STEP-EXCEPTION TO TRUE
005760             GO TO 3100-WRITE-LINE
005770         END-IF
005780         IF WS-STP-STATUS NOT = 'NOT RUN'
005790             MOVE '*** OPTIONAL STEP NOT COMPLETE' TO WS-STP-NOTE
005800             SET WS-STEP-EXCEPTION TO TRUE
005810             GO TO 3100-WRITE-LINE
005820         END-IF
005830         MOVE 'OPTIONAL, NOT RUN' TO WS-STP-NOTE
005840         GO TO 3100-WRITE-LINE
005850     END-IF.
005860     IF WS-TALLY-ENDS-TBL(WS-STEP-SUB) > 1
005870         MOVE '*** ENDED MORE THAN ONCE' TO WS-STP-NOTE
005880         SET WS-STEP-EXCEPTION TO TRUE
005890         GO TO 3100-WRITE-LINE
005900     END-IF.
005910     IF WS-TALLY-OVERRIDES-TBL(WS-STEP-SUB) > 0
005920         MOVE '*** RUN UNDER OPERATOR OVERRIDE' TO WS-STP-NOTE
005930         SET WS-STEP-EXCEPTION TO TRUE
005940         GO TO 3100-WRITE-LINE
005950     END-IF.
005960     IF WS-TALLY-REFUSED-TBL(WS-STEP-SUB) > 0
005970         MOVE '*** A RUN WAS REFUSED' TO WS-STP-NOTE
005980         SET WS-STEP-EXCEPTION TO TRUE
005990     END-IF.
006000 3100-WRITE-LINE.
006010     IF WS-STEP-EXCEPTION
006020         ADD 1 TO WS-EXCEPTION-COUNT
006030     END-IF.
006040     MOVE WS-STEP-LINE TO LEDG-REPORT-LINE.
006050     WRITE LEDG-REPORT-LINE.
006060 3100-EXIT.
006070     EXIT.
006080*
006090*----------------------------------------------------------------
006100* 8000-FINALIZE - FOOT THE REPORT, CLOSE UP, REPORT THE RUN'S
006110*                 COUNTS AND SET THE RETURN CODE
006120*----------------------------------------------------------------
006130 8000-FINALIZE.
006140     MOVE WS-EXCEPTION-COUNT TO WS-EXCEPTION-COUNT-D.
006150     MOVE SPACES TO LEDG-REPORT-LINE.
006160     WRITE LEDG-REPORT-LINE.
006170     MOVE SPACES TO LEDG-REPORT-LINE.
006180     STRING 'STEPS WITH EXCEPTIONS ' WS-EXCEPTION-COUNT-D
006190            DELIMITED BY SIZE
006200            INTO LEDG-REPORT-LINE.
006210     WRITE LEDG-REPORT-LINE.
006220     IF WS-RUNLEDG-OPEN
006230         CLOSE RUNLEDG
006240     END-IF.
006250     CLOSE LEDGRPT.
006260     DISPLAY 'RUNLRPT - RUN LEDGER REPORT TOTALS'.
006270     DISPLAY 'LEDGER ENTRIES READ       : ' WS-LEDGER-READ-COUNT.
006280     DISPLAY 'OTHER PROCESSING DATES    : ' WS-OTHER-DATE-COUNT.
006290     DISPLAY 'DAMAGED ENTRIES SKIPPED   : ' WS-BAD-ENTRY-COUNT.
006300     DISPLAY 'ENTRIES REPORTED          : ' WS-ENTRY-COUNT.
006310     DISPLAY 'ENTRIES OFF THE CHECKLIST : ' WS-OFF-STREAM-COUNT.
006320     DISPLAY 'STEPS WITH EXCEPTIONS     : ' WS-EXCEPTION-COUNT.
006330     IF WS-EXCEPTION-COUNT > 0 OR WS-BAD-ENTRY-COUNT > 0
006340         IF RETURN-CODE < 4
006350             MOVE 4 TO RETURN-CODE
006360         END-IF
006370     END-IF.
006380 8000-EXIT.
006390     EXIT.
