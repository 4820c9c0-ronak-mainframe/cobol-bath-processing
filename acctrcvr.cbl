000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ACCTRCVR.
000030 AUTHOR.        R HUCKABY.
000040 INSTALLATION.  DAILY BATCH PROCESSING GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26  RH  ORIGINAL PROGRAM.  ROLLS ACCTMAST BACK FROM THE
000110*               ACCTJRNL BEFORE-IMAGE JOURNAL THAT BATCHPROC,
000120*               ACCTMNT, CUSTMNT AND DORMRPT WRITE AHEAD OF EVERY
000130*               ACCTMAST CHANGE.  RUN ON DEMAND.  THE RECOVERY
000140*               CARD (RCVCTL) NAMES THE PROGRAM AND PROCESSING
000150*               DATE TO UNDO AND HOW FAR BACK TO GO:
000160*                 'C' - TO THE LAST CHECKPOINT THAT PROGRAM TOOK
000170*                       FOR THAT DATE (BATCHPROC MARKS EACH ONE ON
000180*                       THE JOURNAL).  RESTART BATCHPROC NORMALLY
000190*                       FROM ITS CHECKPOINT AFTERWARDS.
000200*                 'R' - TO THE START OF THE RUN (THE FIRST RUN OF
000210*                       THAT PROGRAM FOR THAT DATE, OR THE RUN
000220*                       WHOSE START TIME IS ON THE CARD).  FOR
000230*                       BATCHPROC, SCRATCH CKPTFILE AND RERUN THE
000240*                       DATE UNDER A RUNOVRD CARD AFTERWARDS.
000250*               EVERY ACCOUNT CHANGED SINCE THAT POINT GETS BACK
000260*               THE FIRST BEFORE-IMAGE JOURNALED FOR IT; AN
000270*               ACCOUNT ADDED SINCE THEN IS DELETED.  AN ACCOUNT
000280*               THAT ANOTHER PROGRAM HAS CHANGED SINCE IS LEFT
000290*               ALONE AND REPORTED (RETURN CODE 8) UNLESS THE
000300*               CARD FORCES IT.  UNLESS THE CARD SAYS TO APPLY,
000310*               NOTHING IS CHANGED AND THE REPORT SHOWS WHAT
000320*               WOULD BE DONE.  THIS PROGRAM JOURNALS ITS OWN
000330*               CHANGES, SO A RECOVERY CAN ITSELF BE TRACED.
000340*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.  IBM-370.
000380 OBJECT-COMPUTER.  IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CTLCARD   ASSIGN TO CTLCARD
000420            ORGANIZATION IS LINE SEQUENTIAL
000430            FILE STATUS IS WS-CTLCARD-STATUS.
000440     SELECT RCVCTL    ASSIGN TO RCVCTL
000450            ORGANIZATION IS LINE SEQUENTIAL
000460            FILE STATUS IS WS-RCVCTL-STATUS.
000470     SELECT ACCTJRNL  ASSIGN TO ACCTJRNL
000480            ORGANIZATION IS LINE SEQUENTIAL
000490            FILE STATUS IS WS-ACCTJRNL-STATUS.
000500     SELECT ACCTMAST  ASSIGN TO ACCTMAST
000510            ORGANIZATION IS INDEXED
000520            ACCESS MODE IS RANDOM
000530            RECORD KEY IS ACCT-NUMBER
000540            FILE STATUS IS WS-ACCTMAST-STATUS.
000550     SELECT JRNLSORT  ASSIGN TO JRNLSORT.
000560     SELECT RCVRPT    ASSIGN TO RCVRPT
000570            ORGANIZATION IS LINE SEQUENTIAL
000580            FILE STATUS IS WS-RCVRPT-STATUS.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CTLCARD.
000630 01  CTL-RECORD.
000640     05  CTL-PROCESSING-DATE       PIC 9(08).
000650     05  FILLER                    PIC X(72).
000660*
000670*----------------------------------------------------------------
000680* RCVCTL - ONE RECOVERY CARD: THE PROGRAM AND PROCESSING DATE TO
000690* UNDO, THE RECOVERY POINT, AN OPTIONAL RUN START TIME (HHMMSSCC
000700* AS STAMPED ON THE JOURNAL), WHETHER TO APPLY OR ONLY REPORT,
000710* WHETHER TO FORCE ACCOUNTS CHANGED SINCE BY ANOTHER PROGRAM,
000720* AND THE OPERATOR
000730*----------------------------------------------------------------
000740 FD  RCVCTL.
000750 01  RCV-RECORD.
000760     05  RCV-PROGRAM               PIC X(10).
000770     05  RCV-PROCESSING-DATE       PIC 9(08).
000780     05  RCV-POINT                 PIC X(01).
000790         88  RCV-TO-CHECKPOINT     VALUE 'C'.
000800         88  RCV-TO-RUN-START      VALUE 'R'.
000810     05  RCV-RUN-TIME              PIC X(08).
000820     05  RCV-RUN-TIME-N REDEFINES RCV-RUN-TIME
000830                                   PIC 9(08).
000840     05  RCV-APPLY-FLAG            PIC X(01).
000850         88  RCV-APPLY             VALUE 'Y'.
000860     05  RCV-FORCE-FLAG            PIC X(01).
000870         88  RCV-FORCE             VALUE 'Y'.
000880     05  RCV-OPERATOR              PIC X(08).
000890     05  FILLER                    PIC X(43).
000900*
000910*----------------------------------------------------------------
000920* ACCTJRNL - ACCTMAST BEFORE-IMAGE JOURNAL.  READ TWICE (ONCE TO
000930* FIND THE RECOVERY POINT, ONCE INTO THE SORT), THEN EXTENDED
000940* WITH THIS PROGRAM'S OWN BEFORE-IMAGES WHEN IT APPLIES
000950*----------------------------------------------------------------
000960 FD  ACCTJRNL.
000970 01  JRNL-RECORD.
000980     COPY JRNLREC.
000990*
001000 FD  ACCTMAST.
001010 01  ACCT-MASTER-RECORD.
001020     COPY ACCTREC.
001030*
001040*----------------------------------------------------------------
001050* JRNLSORT - SORT WORK FILE THAT BRINGS THE JOURNAL ENTRIES FROM
001060* THE RECOVERY POINT ON INTO ACCOUNT ORDER, EACH ACCOUNT'S
001070* ENTRIES IN THE ORDER THEY WERE JOURNALED.  JRS-IN-SCOPE MARKS
001080* THE ENTRIES OF THE RUN BEING UNDONE; THE OTHERS ARE KEPT ONLY
001090* TO SEE WHETHER ANOTHER PROGRAM CHANGED THE ACCOUNT SINCE.
001100*----------------------------------------------------------------
001110 SD  JRNLSORT.
001120 01  JRS-RECORD.
001130     05  JRS-ACCOUNT-NUMBER        PIC 9(08).
001140     05  JRS-SEQUENCE              PIC 9(09).
001150     05  JRS-SCOPE                 PIC X(01).
001160         88  JRS-IN-SCOPE          VALUE 'Y'.
001170     05  JRS-PROGRAM               PIC X(10).
001180     05  JRS-ENTRY-TYPE            PIC X(01).
001190         88  JRS-BEFORE-IMAGE      VALUE 'B'.
001200         88  JRS-ADDED-ACCOUNT     VALUE 'A'.
001210     05  JRS-ACCT-IMAGE            PIC X(80).
001220*
001230 FD  RCVRPT.
001240 01  RCV-REPORT-LINE               PIC X(132).
001250*
001260 WORKING-STORAGE SECTION.
001270*----------------------------------------------------------------
001280* FILE STATUS AND CONTROL SWITCHES
001290*----------------------------------------------------------------
001300 77  WS-CTLCARD-STATUS           PIC X(02) VALUE SPACES.
001310 77  WS-RCVCTL-STATUS            PIC X(02) VALUE SPACES.
001320 77  WS-ACCTMAST-STATUS          PIC X(02) VALUE SPACES.
001330 77  WS-RCVRPT-STATUS            PIC X(02) VALUE SPACES.
001340*
001350 77  WS-ACCTJRNL-EOF-SWITCH      PIC X(01) VALUE 'N'.
001360     88  WS-ACCTJRNL-EOF-YES     VALUE 'Y'.
001370 77  WS-JRNLSORT-EOF-SWITCH      PIC X(01) VALUE 'N'.
001380     88  WS-JRNLSORT-EOF-YES     VALUE 'Y'.
001390 77  WS-RUN-TIME-SWITCH          PIC X(01) VALUE 'N'.
001400     88  WS-RUN-TIME-GIVEN       VALUE 'Y'.
001410 77  WS-ACCT-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001420     88  WS-ACCT-FOUND           VALUE 'Y'.
001430*
001440 77  WS-PROCESSING-DATE          PIC 9(08) VALUE 0.
001450*
001460*----------------------------------------------------------------
001470* THE RECOVERY ASKED FOR, AND WHERE ON THE JOURNAL IT STARTS
001480*----------------------------------------------------------------
001490 77  WS-RCV-PROGRAM              PIC X(10) VALUE SPACES.
001500 77  WS-RCV-DATE                 PIC 9(08) VALUE 0.
001510 77  WS-RCV-POINT                PIC X(01) VALUE SPACE.
001520 77  WS-RCV-RUN-TIME             PIC 9(08) VALUE 0.
001530 77  WS-RCV-OPERATOR             PIC X(08) VALUE SPACES.
001540 77  WS-START-SEQUENCE           PIC 9(09) VALUE 0.
001550 77  WS-START-RUN-TIME           PIC 9(08) VALUE 0.
001560 77  WS-START-CKPT-SEQ           PIC 9(05) VALUE 0.
001570 77  WS-JRNL-SEQUENCE            PIC 9(09) VALUE 0.
001580*
001590*----------------------------------------------------------------
001600* ACCTMAST BEFORE-IMAGE JOURNAL STAMP FOR THIS PROGRAM'S OWN
001610* CHANGES.  THIS PROGRAM TAKES NO CHECKPOINTS, SO ITS CHECKPOINT
001620* SEQUENCE STAYS ZERO
001630*----------------------------------------------------------------
001640 77  WS-ACCTJRNL-STATUS          PIC X(02) VALUE SPACES.
001650 77  WS-JRNL-THIS-PROGRAM        PIC X(10) VALUE 'ACCTRCVR'.
001660 77  WS-JRNL-RUN-TIME            PIC 9(08) VALUE 0.
001670 77  WS-JRNL-CKPT-SEQ            PIC 9(05) VALUE 0.
001680 77  WS-JRNL-ENTRY-TYPE          PIC X(01) VALUE SPACE.
001690 77  WS-JRNL-WRITE-COUNT         PIC 9(07) COMP VALUE 0.
001700*
001710*----------------------------------------------------------------
001720* THE ACCOUNT NOW BEING WORKED: ITS FIRST ENTRY FROM THE RUN
001730* BEING UNDONE, HOW MANY CHANGES THAT RUN MADE TO IT, AND THE
001740* FIRST OTHER PROGRAM TO CHANGE IT AFTER THAT
001750*----------------------------------------------------------------
001760 77  WS-CUR-ACCOUNT              PIC 9(08) VALUE 0.
001770 77  WS-CUR-CHANGE-COUNT         PIC 9(05) COMP VALUE 0.
001780 77  WS-CUR-ENTRY-TYPE           PIC X(01) VALUE SPACE.
001790     88  WS-CUR-BEFORE-IMAGE     VALUE 'B'.
001800     88  WS-CUR-ADDED-ACCOUNT    VALUE 'A'.
001810 77  WS-CUR-LATER-PROGRAM        PIC X(10) VALUE SPACES.
001820 01  WS-CUR-IMAGE.
001830     05  FILLER                  PIC X(39).
001840     05  WS-CUR-BALANCE          PIC S9(09)V99.
001850     05  FILLER                  PIC X(30).
001860*
001870*----------------------------------------------------------------
001880* COUNTERS
001890*----------------------------------------------------------------
001900 77  WS-JRNL-READ-COUNT          PIC 9(09) COMP VALUE 0.
001910 77  WS-RUN-ENTRY-COUNT          PIC 9(07) COMP VALUE 0.
001920 77  WS-OTHER-ENTRY-COUNT        PIC 9(07) COMP VALUE 0.
001930 77  WS-ACCOUNT-COUNT            PIC 9(07) COMP VALUE 0.
001940 77  WS-RESTORED-COUNT           PIC 9(07) COMP VALUE 0.
001950 77  WS-DELETED-COUNT            PIC 9(07) COMP VALUE 0.
001960 77  WS-UNCHANGED-COUNT          PIC 9(07) COMP VALUE 0.
001970 77  WS-CONFLICT-COUNT           PIC 9(07) COMP VALUE 0.
001980 77  WS-FORCED-COUNT             PIC 9(07) COMP VALUE 0.
001990*
002000*----------------------------------------------------------------
002010* REPORT LINE STAGING AREAS
002020*----------------------------------------------------------------
002030 01  WS-RPT-LINE.
002040     05  FILLER                  PIC X(02) VALUE SPACES.
002050     05  WS-RPT-LABEL            PIC X(32).
002060     05  WS-RPT-VALUE            PIC X(40).
002070     05  FILLER                  PIC X(58) VALUE SPACES.
002080 01  WS-RPT-COUNT-EDIT           PIC ZZZZZZZZ9.
002090*
002100 01  WS-DTL-HEADING.
002110     05  FILLER                  PIC X(02) VALUE SPACES.
002120     05  FILLER                  PIC X(10) VALUE 'ACCOUNT'.
002130     05  FILLER                  PIC X(32) VALUE 'ACTION'.
002140     05  FILLER                  PIC X(12) VALUE 'CHANGED BY'.
002150     05  FILLER                  PIC X(07) VALUE 'CHANGES'.
002160     05  FILLER                  PIC X(17)
002170                                 VALUE '    BALANCE NOW'.
002180     05  FILLER                  PIC X(17)
002190                                 VALUE '  BEFORE THE RUN'.
002200     05  FILLER                  PIC X(35)
002210                                 VALUE 'CHANGED SINCE BY'.
002220 01  WS-DTL-LINE.
002230     05  FILLER                  PIC X(02) VALUE SPACES.
002240     05  WS-DTL-ACCOUNT          PIC 9(08).
002250     05  FILLER                  PIC X(02) VALUE SPACES.
002260     05  WS-DTL-ACTION           PIC X(30).
002270     05  FILLER                  PIC X(02) VALUE SPACES.
002280     05  WS-DTL-PROGRAM          PIC X(10).
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  WS-DTL-CHANGES          PIC ZZZZ9.
002310     05  FILLER                  PIC X(02) VALUE SPACES.
002320     05  WS-DTL-BALANCE-NOW      PIC -ZZZ,ZZZ,ZZ9.99.
002330     05  FILLER                  PIC X(02) VALUE SPACES.
002340     05  WS-DTL-BALANCE-BEFORE   PIC -ZZZ,ZZZ,ZZ9.99.
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  WS-DTL-LATER-PROGRAM    PIC X(10).
002370     05  FILLER                  PIC X(25) VALUE SPACES.
002380*
002390 PROCEDURE DIVISION.
002400*----------------------------------------------------------------
002410* 0000-MAINLINE
002420*----------------------------------------------------------------
002430 0000-MAINLINE.
002440     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002450     IF WS-START-SEQUENCE > 0
002460         SORT JRNLSORT ON ASCENDING KEY JRS-ACCOUNT-NUMBER
002470                                        JRS-SEQUENCE
002480              INPUT PROCEDURE IS 2000-SELECT-ENTRIES
002490                  THRU 2000-EXIT
002500              OUTPUT PROCEDURE IS 3000-RESTORE-ACCOUNTS
002510                  THRU 3000-EXIT
002520     END-IF.
002530     PERFORM 8000-FINALIZE         THRU 8000-EXIT.
002540     STOP RUN.
002550*
002560*----------------------------------------------------------------
002570* 1000-INITIALIZE - READ BOTH CONTROL CARDS, FIND THE RECOVERY
002580*                   POINT ON THE JOURNAL, AND OPEN ACCTMAST AND
002590*                   THE REPORT
002600*----------------------------------------------------------------
002610 1000-INITIALIZE.
002620     PERFORM 1010-READ-CONTROL-CARD  THRU 1010-EXIT.
002630     PERFORM 1020-READ-RECOVERY-CARD THRU 1020-EXIT.
002640     PERFORM 1100-FIND-RECOVERY-POINT THRU 1100-EXIT.
002650     IF RCV-APPLY
002660         OPEN I-O ACCTMAST
002670     ELSE
002680         OPEN INPUT ACCTMAST
002690     END-IF.
002700     IF WS-ACCTMAST-STATUS NOT = '00'
002710         DISPLAY '*** FATAL - ACCTMAST OPEN FAILED, STATUS '
002720                 WS-ACCTMAST-STATUS
002730         MOVE 16 TO RETURN-CODE
002740         STOP RUN
002750     END-IF.
002760     OPEN OUTPUT RCVRPT.
002770     IF WS-RCVRPT-STATUS NOT = '00'
002780         DISPLAY '*** FATAL - RCVRPT OPEN FAILED, STATUS '
002790                 WS-RCVRPT-STATUS
002800         MOVE 16 TO RETURN-CODE
002810         STOP RUN
002820     END-IF.
002830     MOVE SPACES TO RCV-REPORT-LINE.
002840     STRING 'ACCTMAST RECOVERY - ' WS-RCV-PROGRAM
002850            ' FOR ' WS-RCV-DATE ' - RUN ON ' WS-PROCESSING-DATE
002860            DELIMITED BY SIZE
002870            INTO RCV-REPORT-LINE.
002880     WRITE RCV-REPORT-LINE.
002890     MOVE SPACES TO RCV-REPORT-LINE.
002900     WRITE RCV-REPORT-LINE.
002910     WRITE RCV-REPORT-LINE FROM WS-DTL-HEADING.
002920     MOVE SPACES TO RCV-REPORT-LINE.
002930     WRITE RCV-REPORT-LINE.
002940 1000-EXIT.
002950     EXIT.
002960*
002970*----------------------------------------------------------------
002980* 1010-READ-CONTROL-CARD - READ THE ONE-RECORD CTLCARD FILE TO
002990*                          GET THE PROCESSING DATE.  SAME CARD
003000*                          AND SAME EDITS AS BATCHPROC.
003010*----------------------------------------------------------------
003020 1010-READ-CONTROL-CARD.
003030     OPEN INPUT CTLCARD.
003040     IF WS-CTLCARD-STATUS NOT = '00'
003050         DISPLAY '*** FATAL - CTLCARD OPEN FAILED, STATUS '
003060                 WS-CTLCARD-STATUS
003070         MOVE 16 TO RETURN-CODE
003080         STOP RUN
003090     END-IF.
003100     READ CTLCARD
003110         AT END
003120             DISPLAY '*** FATAL - CTLCARD IS EMPTY, NO '
003130                     'PROCESSING DATE SUPPLIED'
003140             MOVE 16 TO RETURN-CODE
003150             STOP RUN
003160     END-READ.
003170     IF CTL-PROCESSING-DATE IS NOT NUMERIC
003180         DISPLAY '*** FATAL - CTLCARD PROCESSING DATE IS NOT '
003190                 'NUMERIC: ' CTL-RECORD
003200         MOVE 16 TO RETURN-CODE
003210         STOP RUN
003220     END-IF.
003230     MOVE CTL-PROCESSING-DATE TO WS-PROCESSING-DATE.
003240     CLOSE CTLCARD.
003250 1010-EXIT.
003260     EXIT.
003270*
003280*----------------------------------------------------------------
003290* 1020-READ-RECOVERY-CARD - THE PROGRAM, DATE AND RECOVERY POINT
003300*                           ARE REQUIRED, AS IS THE OPERATOR.
003310*                           THE RUN START TIME IS OPTIONAL BUT
003320*                           MUST BE NUMERIC IF GIVEN.
003330*----------------------------------------------------------------
003340 1020-READ-RECOVERY-CARD.
003350     OPEN INPUT RCVCTL.
003360     IF WS-RCVCTL-STATUS NOT = '00'
003370         DISPLAY '*** FATAL - RCVCTL OPEN FAILED, STATUS '
003380                 WS-RCVCTL-STATUS
003390         MOVE 16 TO RETURN-CODE
003400         STOP RUN
003410     END-IF.
003420     READ RCVCTL
003430         AT END
003440             DISPLAY '*** FATAL - RCVCTL IS EMPTY, NO RECOVERY '
003450                     'REQUESTED'
003460             MOVE 16 TO RETURN-CODE
003470             STOP RUN
003480     END-READ.
003490     CLOSE RCVCTL.
003500     IF RCV-PROGRAM = SPACES
003510             OR RCV-PROCESSING-DATE IS NOT NUMERIC
003520             OR NOT (RCV-TO-CHECKPOINT OR RCV-TO-RUN-START)
003530             OR RCV-OPERATOR = SPACES
003540         DISPLAY '*** FATAL - RCVCTL MUST NAME THE PROGRAM, '
003550                 'DATE, RECOVERY POINT (C OR R) AND OPERATOR: '
003560                 RCV-RECORD
003570         MOVE 16 TO RETURN-CODE
003580         STOP RUN
003590     END-IF.
003600     IF RCV-PROGRAM = WS-JRNL-THIS-PROGRAM
003610         DISPLAY '*** FATAL - RCVCTL CANNOT NAME ACCTRCVR, A '
003620                 'RECOVERY IS NOT ITSELF ROLLED BACK'
003630         MOVE 16 TO RETURN-CODE
003640         STOP RUN
003650     END-IF.
003660     IF RCV-RUN-TIME NOT = SPACES
003670         IF RCV-RUN-TIME-N IS NOT NUMERIC
003680             DISPLAY '*** FATAL - RCVCTL RUN START TIME IS NOT '
003690                     'NUMERIC: ' RCV-RECORD
003700             MOVE 16 TO RETURN-CODE
003710             STOP RUN
003720         END-IF
003730         MOVE 'Y' TO WS-RUN-TIME-SWITCH
003740         MOVE RCV-RUN-TIME-N TO WS-RCV-RUN-TIME
003750     END-IF.
003760     MOVE RCV-PROGRAM         TO WS-RCV-PROGRAM.
003770     MOVE RCV-PROCESSING-DATE TO WS-RCV-DATE.
003780     MOVE RCV-POINT           TO WS-RCV-POINT.
003790     MOVE RCV-OPERATOR        TO WS-RCV-OPERATOR.
003800     DISPLAY 'RECOVERY OF: ' WS-RCV-PROGRAM ' DATE ' WS-RCV-DATE
003810             ' POINT ' WS-RCV-POINT ' OPERATOR ' WS-RCV-OPERATOR.
003820     IF RCV-APPLY
003830         DISPLAY 'ACCTMAST WILL BE UPDATED'
003840     ELSE
003850         DISPLAY 'REPORT ONLY - ACCTMAST WILL NOT BE CHANGED'
003860     END-IF.
003870 1020-EXIT.
003880     EXIT.
003890*
003900*----------------------------------------------------------------
003910* 1100-FIND-RECOVERY-POINT - FIRST PASS OF THE JOURNAL.  NUMBER
003920*                            EVERY RECORD AND FIND WHERE THE
003930*                            RECOVERY STARTS: THE FIRST ENTRY OF
003940*                            THE RUN ('R'), OR THE ENTRY AFTER
003950*                            THE RUN'S LAST CHECKPOINT MARK
003960*                            ('C').  A 'C' RECOVERY WITH NO MARK
003970*                            IS FATAL -- GO BACK TO THE RUN START
003980*                            INSTEAD.  NOTHING JOURNALED SINCE THE
003990*                            POINT MEANS NOTHING TO UNDO (RC 4).
004000*----------------------------------------------------------------
004010 1100-FIND-RECOVERY-POINT.
004020     MOVE 'N' TO WS-ACCTJRNL-EOF-SWITCH.
004030     MOVE 0 TO WS-JRNL-SEQUENCE.
004040     OPEN INPUT ACCTJRNL.
004050     IF WS-ACCTJRNL-STATUS NOT = '00'
004060         DISPLAY '*** FATAL - ACCTJRNL OPEN FAILED, STATUS '
004070                 WS-ACCTJRNL-STATUS
004080         MOVE 16 TO RETURN-CODE
004090         STOP RUN
004100     END-IF.
004110     PERFORM 1110-CHECK-ONE-ENTRY THRU 1110-EXIT
004120             UNTIL WS-ACCTJRNL-EOF-YES.
004130     CLOSE ACCTJRNL.
004140     MOVE WS-JRNL-SEQUENCE TO WS-JRNL-READ-COUNT.
004150     IF RCV-TO-CHECKPOINT
004160             AND WS-START-SEQUENCE = 0
004170         DISPLAY '*** FATAL - NO CHECKPOINT MARK ON ACCTJRNL FOR '
004180                 WS-RCV-PROGRAM ' DATE ' WS-RCV-DATE
004190                 ', RECOVER TO THE RUN START (R) INSTEAD'
004200         MOVE 16 TO RETURN-CODE
004210         STOP RUN
004220     END-IF.
004230     IF WS-START-SEQUENCE > WS-JRNL-SEQUENCE
004240         MOVE 0 TO WS-START-SEQUENCE
004250     END-IF.
004260     IF WS-START-SEQUENCE = 0
004270         DISPLAY 'NOTHING ON ACCTJRNL TO UNDO FOR '
004280                 WS-RCV-PROGRAM ' DATE ' WS-RCV-DATE
004290         IF RETURN-CODE < 4
004300             MOVE 4 TO RETURN-CODE
004310         END-IF
004320     ELSE
004330         DISPLAY 'RECOVERY STARTS AT JOURNAL RECORD '
004340                 WS-START-SEQUENCE ', RUN STARTED '
004350                 WS-START-RUN-TIME
004360     END-IF.
004370 1100-EXIT.
004380     EXIT.
004390*
004400 1110-CHECK-ONE-ENTRY.
004410     READ ACCTJRNL
004420         AT END
004430             SET WS-ACCTJRNL-EOF-YES TO TRUE
004440     END-READ.
004450     IF WS-ACCTJRNL-EOF-YES
004460         GO TO 1110-EXIT
004470     END-IF.
004480     ADD 1 TO WS-JRNL-SEQUENCE.
004490     IF JRNL-PROGRAM NOT = WS-RCV-PROGRAM
004500             OR JRNL-PROCESSING-DATE NOT = WS-RCV-DATE
004510         GO TO 1110-EXIT
004520     END-IF.
004530     IF WS-RUN-TIME-GIVEN
004540             AND JRNL-RUN-TIME NOT = WS-RCV-RUN-TIME
004550         GO TO 1110-EXIT
004560     END-IF.
004570     IF RCV-TO-RUN-START
004580         IF WS-START-SEQUENCE = 0
004590             MOVE WS-JRNL-SEQUENCE TO WS-START-SEQUENCE
004600             MOVE JRNL-RUN-TIME    TO WS-START-RUN-TIME
004610         END-IF
004620         GO TO 1110-EXIT
004630     END-IF.
004640     IF JRNL-CHECKPOINT-MARK
004650         COMPUTE WS-START-SEQUENCE = WS-JRNL-SEQUENCE + 1
004660         MOVE JRNL-RUN-TIME       TO WS-START-RUN-TIME
004670         MOVE JRNL-CHECKPOINT-SEQ TO WS-START-CKPT-SEQ
004680     END-IF.
004690 1110-EXIT.
004700     EXIT.
004710*
004720*----------------------------------------------------------------
004730* 1760-OPEN-ACCTJRNL - OPEN THE ACCTMAST BEFORE-IMAGE JOURNAL FOR
004740*                      EXTEND AND NOTE THE TIME THIS RUN STARTED,
004750*                      WHICH EVERY JOURNAL RECORD CARRIES.  NO
004760*                      ACCTMAST RECORD MAY CHANGE WITHOUT THE
004770*                      JOURNAL, SO A FAILED OPEN IS FATAL
004780*----------------------------------------------------------------
004790 1760-OPEN-ACCTJRNL.
004800     ACCEPT WS-JRNL-RUN-TIME FROM TIME.
004810     OPEN EXTEND ACCTJRNL.
004820     IF WS-ACCTJRNL-STATUS NOT = '00'
004830         DISPLAY '*** FATAL - ACCTJRNL OPEN FAILED, STATUS '
004840                 WS-ACCTJRNL-STATUS
004850         MOVE 16 TO RETURN-CODE
004860         STOP RUN
004870     END-IF.
004880 1760-EXIT.
004890     EXIT.
004900*
004910*----------------------------------------------------------------
004920* 2000-SELECT-ENTRIES - SORT INPUT PROCEDURE.  SECOND PASS OF THE
004930*                       JOURNAL: RELEASE EVERY BEFORE-IMAGE AND
004940*                       ADDED-ACCOUNT ENTRY FROM THE RECOVERY
004950*                       POINT ON.  CHECKPOINT MARKS AND EARLIER
004960*                       RECOVERIES' OWN ENTRIES ARE SKIPPED.  THE
004970*                       PROGRAM AND DATE BEING UNDONE ARE IN
004980*                       SCOPE; ANY OTHER PROGRAM'S ENTRIES GO IN
004990*                       TOO, TO SHOW WHAT HAS CHANGED SINCE.
005000*----------------------------------------------------------------
005010 2000-SELECT-ENTRIES.
005020     MOVE 'N' TO WS-ACCTJRNL-EOF-SWITCH.
005030     MOVE 0 TO WS-JRNL-SEQUENCE.
005040     OPEN INPUT ACCTJRNL.
005050     IF WS-ACCTJRNL-STATUS NOT = '00'
005060         DISPLAY '*** FATAL - ACCTJRNL OPEN FAILED, STATUS '
005070                 WS-ACCTJRNL-STATUS
005080         MOVE 16 TO RETURN-CODE
005090         STOP RUN
005100     END-IF.
005110     PERFORM 2010-RELEASE-ONE-ENTRY THRU 2010-EXIT
005120             UNTIL WS-ACCTJRNL-EOF-YES.
005130     CLOSE ACCTJRNL.
005140 2000-EXIT.
005150     EXIT.
005160*
005170 2010-RELEASE-ONE-ENTRY.
005180     READ ACCTJRNL
005190         AT END
005200             SET WS-ACCTJRNL-EOF-YES TO TRUE
005210     END-READ.
005220     IF WS-ACCTJRNL-EOF-YES
005230         GO TO 2010-EXIT
005240     END-IF.
005250     ADD 1 TO WS-JRNL-SEQUENCE.
005260     IF WS-JRNL-SEQUENCE < WS-START-SEQUENCE
005270         GO TO 2010-EXIT
005280     END-IF.
005290     IF NOT (JRNL-BEFORE-IMAGE OR JRNL-ADDED-ACCOUNT)
005300             OR JRNL-PROGRAM = WS-JRNL-THIS-PROGRAM
005310         GO TO 2010-EXIT
005320     END-IF.
005330     MOVE JRNL-ACCOUNT-NUMBER TO JRS-ACCOUNT-NUMBER.
005340     MOVE WS-JRNL-SEQUENCE    TO JRS-SEQUENCE.
005350     MOVE JRNL-PROGRAM        TO JRS-PROGRAM.
005360     MOVE JRNL-ENTRY-TYPE     TO JRS-ENTRY-TYPE.
005370     MOVE JRNL-ACCT-IMAGE     TO JRS-ACCT-IMAGE.
005380     IF JRNL-PROGRAM = WS-RCV-PROGRAM
005390             AND JRNL-PROCESSING-DATE = WS-RCV-DATE
005400         MOVE 'Y' TO JRS-SCOPE
005410         ADD 1 TO WS-RUN-ENTRY-COUNT
005420     ELSE
005430         MOVE 'N' TO JRS-SCOPE
005440         ADD 1 TO WS-OTHER-ENTRY-COUNT
005450     END-IF.
005460     RELEASE JRS-RECORD.
005470 2010-EXIT.
005480     EXIT.
005490*
005500*----------------------------------------------------------------
005510* 2960-WRITE-ACCTJRNL - APPEND ONE RECORD TO THE ACCTMAST BEFORE-
005520*                       IMAGE JOURNAL FROM THE MASTER RECORD NOW
005530*                       IN THE FD.  EXPECTS WS-JRNL-ENTRY-TYPE.
005540*                       A FAILED JOURNAL WRITE IS FATAL -- THE
005550*                       CHANGE MUST NOT GO AHEAD UNJOURNALED
005560*----------------------------------------------------------------
005570 2960-WRITE-ACCTJRNL.
005580     MOVE SPACES               TO JRNL-RECORD.
005590     MOVE WS-JRNL-THIS-PROGRAM TO JRNL-PROGRAM.
005600     MOVE WS-PROCESSING-DATE   TO JRNL-PROCESSING-DATE.
005610     MOVE WS-JRNL-RUN-TIME     TO JRNL-RUN-TIME.
005620     MOVE WS-JRNL-CKPT-SEQ     TO JRNL-CHECKPOINT-SEQ.
005630     MOVE WS-JRNL-ENTRY-TYPE   TO JRNL-ENTRY-TYPE.
005640     MOVE ACCT-NUMBER          TO JRNL-ACCOUNT-NUMBER.
005650     MOVE ACCT-MASTER-RECORD   TO JRNL-ACCT-IMAGE.
005660     WRITE JRNL-RECORD.
005670     IF WS-ACCTJRNL-STATUS NOT = '00'
005680         DISPLAY '*** FATAL - ACCTJRNL WRITE FAILED, STATUS '
005690                 WS-ACCTJRNL-STATUS ' ACCOUNT ' ACCT-NUMBER
005700         MOVE 16 TO RETURN-CODE
005710         STOP RUN
005720     END-IF.
005730     ADD 1 TO WS-JRNL-WRITE-COUNT.
005740 2960-EXIT.
005750     EXIT.
005760*
005770*----------------------------------------------------------------
005780* 3000-RESTORE-ACCOUNTS - SORT OUTPUT PROCEDURE.  TAKE ONE
005790*                         ACCOUNT'S ENTRIES AT A TIME AND PUT
005800*                         THE ACCOUNT BACK AS IT STOOD BEFORE THE
005810*                         RUN FIRST TOUCHED IT.  WHEN APPLYING,
005820*                         THE JOURNAL IS OPENED FOR THIS
005830*                         PROGRAM'S OWN BEFORE-IMAGES FIRST.
005840*----------------------------------------------------------------
005850 3000-RESTORE-ACCOUNTS.
005860     IF RCV-APPLY
005870         PERFORM 1760-OPEN-ACCTJRNL THRU 1760-EXIT
005880     END-IF.
005890     MOVE 'N' TO WS-JRNLSORT-EOF-SWITCH.
005900     MOVE 0 TO WS-CUR-ACCOUNT.
005910     PERFORM 3010-RETURN-ONE-ENTRY THRU 3010-EXIT
005920             UNTIL WS-JRNLSORT-EOF-YES.
005930     IF WS-CUR-ACCOUNT NOT = 0
005940         PERFORM 3100-RESTORE-ONE-ACCOUNT THRU 3100-EXIT
005950     END-IF.
005960     IF RCV-APPLY
005970         CLOSE ACCTJRNL
005980     END-IF.
005990 3000-EXIT.
006000     EXIT.
006010*
006020 3010-RETURN-ONE-ENTRY.
006030     RETURN JRNLSORT
006040         AT END
006050             SET WS-JRNLSORT-EOF-YES TO TRUE
006060     END-RETURN.
006070     IF WS-JRNLSORT-EOF-YES
006080         GO TO 3010-EXIT
006090     END-IF.
006100     IF JRS-ACCOUNT-NUMBER NOT = WS-CUR-ACCOUNT
006110         IF WS-CUR-ACCOUNT NOT = 0
006120             PERFORM 3100-RESTORE-ONE-ACCOUNT THRU 3100-EXIT
006130         END-IF
006140         MOVE JRS-ACCOUNT-NUMBER TO WS-CUR-ACCOUNT
006150         MOVE 0 TO WS-CUR-CHANGE-COUNT
006160         MOVE SPACE TO WS-CUR-ENTRY-TYPE
006170         MOVE SPACES TO WS-CUR-LATER-PROGRAM
006180     END-IF.
006190     IF JRS-IN-SCOPE
006200         ADD 1 TO WS-CUR-CHANGE-COUNT
006210         IF WS-CUR-CHANGE-COUNT = 1
006220             MOVE JRS-ENTRY-TYPE TO WS-CUR-ENTRY-TYPE
006230             MOVE JRS-ACCT-IMAGE TO WS-CUR-IMAGE
006240             MOVE JRS-PROGRAM    TO WS-DTL-PROGRAM
006250         END-IF
006260         GO TO 3010-EXIT
006270     END-IF.
006280     IF WS-CUR-CHANGE-COUNT > 0
006290             AND WS-CUR-LATER-PROGRAM = SPACES
006300         MOVE JRS-PROGRAM TO WS-CUR-LATER-PROGRAM
006310     END-IF.
006320 3010-EXIT.
006330     EXIT.
006340*
006350*----------------------------------------------------------------
006360* 3100-RESTORE-ONE-ACCOUNT - AN ACCOUNT ONLY OTHER PROGRAMS
006370*                            CHANGED IS NOT TOUCHED.  ONE CHANGED
006380*                            SINCE BY ANOTHER PROGRAM IS LEFT
006390*                            ALONE UNLESS FORCED, SINCE PUTTING IT
006400*                            BACK WOULD LOSE THAT CHANGE.  AN
006410*                            ACCOUNT ALREADY AS IT WAS IS LEFT AS
006420*                            IT IS, SO THE RECOVERY CAN BE RUN
006430*                            AGAIN SAFELY.
006440*----------------------------------------------------------------
006450 3100-RESTORE-ONE-ACCOUNT.
006460     IF WS-CUR-CHANGE-COUNT = 0
006470         GO TO 3100-EXIT
006480     END-IF.
006490     ADD 1 TO WS-ACCOUNT-COUNT.
006500     MOVE WS-CUR-ACCOUNT TO WS-DTL-ACCOUNT.
006510     MOVE WS-CUR-CHANGE-COUNT TO WS-DTL-CHANGES.
006520     MOVE WS-CUR-LATER-PROGRAM TO WS-DTL-LATER-PROGRAM.
006530     MOVE 0 TO WS-DTL-BALANCE-NOW.
006540     IF WS-CUR-BEFORE-IMAGE
006550         MOVE WS-CUR-BALANCE TO WS-DTL-BALANCE-BEFORE
006560     ELSE
006570         MOVE 0 TO WS-DTL-BALANCE-BEFORE
006580     END-IF.
006590     MOVE WS-CUR-ACCOUNT TO ACCT-NUMBER.
006600     MOVE 'Y' TO WS-ACCT-FOUND-SWITCH.
006610     READ ACCTMAST
006620         INVALID KEY
006630             MOVE 'N' TO WS-ACCT-FOUND-SWITCH
006640     END-READ.
006650     IF WS-ACCT-FOUND
006660         MOVE ACCT-CURRENT-BALANCE TO WS-DTL-BALANCE-NOW
006670     END-IF.
006680     IF WS-CUR-LATER-PROGRAM NOT = SPACES
006690         IF NOT RCV-FORCE
006700             ADD 1 TO WS-CONFLICT-COUNT
006710             MOVE 'NOT RESTORED - CHANGED SINCE' TO WS-DTL-ACTION
006720             WRITE RCV-REPORT-LINE FROM WS-DTL-LINE
006730             GO TO 3100-EXIT
006740         END-IF
006750         ADD 1 TO WS-FORCED-COUNT
006760     END-IF.
006770     IF WS-CUR-ADDED-ACCOUNT
006780         PERFORM 3200-REMOVE-ADDED-ACCOUNT THRU 3200-EXIT
006790     ELSE
006800         PERFORM 3300-RESTORE-BEFORE-IMAGE THRU 3300-EXIT
006810     END-IF.
006820     WRITE RCV-REPORT-LINE FROM WS-DTL-LINE.
006830 3100-EXIT.
006840     EXIT.
006850*
006860*----------------------------------------------------------------
006870* 3200-REMOVE-ADDED-ACCOUNT - THE RUN ADDED THE ACCOUNT, SO IT IS
006880*                             DELETED.  ITS RECORD IS JOURNALED
006890*                             FIRST.
006900*----------------------------------------------------------------
006910 3200-REMOVE-ADDED-ACCOUNT.
006920     IF NOT WS-ACCT-FOUND
006930         ADD 1 TO WS-UNCHANGED-COUNT
006940         MOVE 'ALREADY NOT ON FILE' TO WS-DTL-ACTION
006950         GO TO 3200-EXIT
006960     END-IF.
006970     IF NOT RCV-APPLY
006980         ADD 1 TO WS-DELETED-COUNT
006990         MOVE 'WOULD DELETE - ADDED BY RUN' TO WS-DTL-ACTION
007000         GO TO 3200-EXIT
007010     END-IF.
007020     MOVE 'B' TO WS-JRNL-ENTRY-TYPE.
007030     PERFORM 2960-WRITE-ACCTJRNL THRU 2960-EXIT.
007040     DELETE ACCTMAST RECORD.
007050     IF WS-ACCTMAST-STATUS NOT = '00'
007060         DISPLAY '*** FATAL - ACCTMAST DELETE FAILED, STATUS '
007070                 WS-ACCTMAST-STATUS ' ACCOUNT ' WS-CUR-ACCOUNT
007080         MOVE 16 TO RETURN-CODE
007090         STOP RUN
007100     END-IF.
007110     ADD 1 TO WS-DELETED-COUNT.
007120     MOVE 'DELETED - ADDED BY RUN' TO WS-DTL-ACTION.
007130 3200-EXIT.
007140     EXIT.
007150*
007160*----------------------------------------------------------------
007170* 3300-RESTORE-BEFORE-IMAGE - PUT BACK THE RECORD AS IT STOOD
007180*                             BEFORE THE RUN.  THE RECORD BEING
007190*                             REPLACED IS JOURNALED FIRST; ONE
007200*                             SINCE DELETED IS WRITTEN BACK AND
007210*                             JOURNALED AS AN ADD.
007220*----------------------------------------------------------------
007230 3300-RESTORE-BEFORE-IMAGE.
007240     IF WS-ACCT-FOUND
007250         IF ACCT-MASTER-RECORD = WS-CUR-IMAGE
007260             ADD 1 TO WS-UNCHANGED-COUNT
007270             MOVE 'ALREADY AS BEFORE THE RUN' TO WS-DTL-ACTION
007280             GO TO 3300-EXIT
007290         END-IF
007300     END-IF.
007310     IF NOT RCV-APPLY
007320         ADD 1 TO WS-RESTORED-COUNT
007330         MOVE 'WOULD RESTORE' TO WS-DTL-ACTION
007340         GO TO 3300-EXIT
007350     END-IF.
007360     IF WS-ACCT-FOUND
007370         MOVE 'B' TO WS-JRNL-ENTRY-TYPE
007380         PERFORM 2960-WRITE-ACCTJRNL THRU 2960-EXIT
007390         MOVE WS-CUR-IMAGE TO ACCT-MASTER-RECORD
007400         REWRITE ACCT-MASTER-RECORD
007410     ELSE
007420         MOVE WS-CUR-IMAGE TO ACCT-MASTER-RECORD
007430         WRITE ACCT-MASTER-RECORD
007440     END-IF.
007450     IF WS-ACCTMAST-STATUS NOT = '00'
007460         DISPLAY '*** FATAL - ACCTMAST RESTORE FAILED, STATUS '
007470                 WS-ACCTMAST-STATUS ' ACCOUNT ' WS-CUR-ACCOUNT
007480         MOVE 16 TO RETURN-CODE
007490         STOP RUN
007500     END-IF.
007510     IF NOT WS-ACCT-FOUND
007520         MOVE WS-CUR-IMAGE TO ACCT-MASTER-RECORD
007530         MOVE 'A' TO WS-JRNL-ENTRY-TYPE
007540         PERFORM 2960-WRITE-ACCTJRNL THRU 2960-EXIT
007550     END-IF.
007560     ADD 1 TO WS-RESTORED-COUNT.
007570     MOVE 'RESTORED' TO WS-DTL-ACTION.
007580 3300-EXIT.
007590     EXIT.
007600*
007610*----------------------------------------------------------------
007620* 8000-FINALIZE - PRINT THE RECOVERY TOTALS AND WHAT TO DO NEXT.
007630*                 ACCOUNTS LEFT ALONE BECAUSE ANOTHER PROGRAM
007640*                 CHANGED THEM SINCE NEED A DECISION: RETURN
007650*                 CODE 8.
007660*----------------------------------------------------------------
007670 8000-FINALIZE.
007680     MOVE SPACES TO RCV-REPORT-LINE.
007690     WRITE RCV-REPORT-LINE.
007700     MOVE 'PROGRAM RECOVERED' TO WS-RPT-LABEL.
007710     MOVE SPACES TO WS-RPT-VALUE.
007720     STRING WS-RCV-PROGRAM ' FOR ' WS-RCV-DATE
007730            DELIMITED BY SIZE
007740            INTO WS-RPT-VALUE.
007750     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
007760     MOVE 'RECOVERED TO' TO WS-RPT-LABEL.
007770     MOVE SPACES TO WS-RPT-VALUE.
007780     IF RCV-TO-CHECKPOINT
007790         STRING 'CHECKPOINT ' WS-START-CKPT-SEQ
007800                ' OF RUN STARTED ' WS-START-RUN-TIME
007810                DELIMITED BY SIZE
007820                INTO WS-RPT-VALUE
007830     ELSE
007840         STRING 'START OF RUN STARTED ' WS-START-RUN-TIME
007850                DELIMITED BY SIZE
007860                INTO WS-RPT-VALUE
007870     END-IF.
007880     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
007890     MOVE 'REQUESTED BY' TO WS-RPT-LABEL.
007900     MOVE WS-RCV-OPERATOR TO WS-RPT-VALUE.
007910     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
007920     MOVE 'MODE' TO WS-RPT-LABEL.
007930     IF RCV-APPLY
007940         MOVE 'APPLIED TO ACCTMAST' TO WS-RPT-VALUE
007950     ELSE
007960         MOVE 'REPORT ONLY - ACCTMAST NOT CHANGED'
007970             TO WS-RPT-VALUE
007980     END-IF.
007990     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
008000     MOVE 'JOURNAL RECORDS READ' TO WS-RPT-LABEL.
008010     MOVE WS-JRNL-READ-COUNT TO WS-RPT-COUNT-EDIT.
008020     MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
008030     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
008040     MOVE 'ENTRIES FROM THE RUN' TO WS-RPT-LABEL.
008050     MOVE WS-RUN-ENTRY-COUNT TO WS-RPT-COUNT-EDIT.
008060     MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
008070     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
008080     MOVE 'LATER ENTRIES FROM OTHERS' TO WS-RPT-LABEL.
008090     MOVE WS-OTHER-ENTRY-COUNT TO WS-RPT-COUNT-EDIT.
008100     MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
008110     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
008120     MOVE 'ACCOUNTS CHANGED BY THE RUN' TO WS-RPT-LABEL.
008130     MOVE WS-ACCOUNT-COUNT TO WS-RPT-COUNT-EDIT.
008140     MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
008150     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
008160     MOVE 'ACCOUNTS RESTORED' TO WS-RPT-LABEL.
008170     MOVE WS-RESTORED-COUNT TO WS-RPT-COUNT-EDIT.
008180     MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
008190     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
008200     MOVE 'ACCOUNTS DELETED' TO WS-RPT-LABEL.
008210     MOVE WS-DELETED-COUNT TO WS-RPT-COUNT-EDIT.
008220     MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
008230     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
008240     MOVE 'ACCOUNTS ALREADY AS BEFORE' TO WS-RPT-LABEL.
008250     MOVE WS-UNCHANGED-COUNT TO WS-RPT-COUNT-EDIT.
008260     MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
008270     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
008280     MOVE 'ACCOUNTS FORCED BACK' TO WS-RPT-LABEL.
008290     MOVE WS-FORCED-COUNT TO WS-RPT-COUNT-EDIT.
008300     MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
008310     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
008320     MOVE 'ACCOUNTS NOT RESTORED' TO WS-RPT-LABEL.
008330     MOVE WS-CONFLICT-COUNT TO WS-RPT-COUNT-EDIT.
008340     MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
008350     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
008360     MOVE SPACES TO RCV-REPORT-LINE.
008370     WRITE RCV-REPORT-LINE.
008380     MOVE SPACES TO RCV-REPORT-LINE.
008390     IF RCV-TO-CHECKPOINT
008400         STRING 'RESTART ' WS-RCV-PROGRAM
008410                ' NORMALLY FROM ITS CHECKPOINT.'
008420                DELIMITED BY SIZE
008430                INTO RCV-REPORT-LINE
008440     ELSE
008450         STRING 'SCRATCH ANY CHECKPOINT AND RERUN '
008460                WS-RCV-PROGRAM ' FOR ' WS-RCV-DATE
008470                ' UNDER A RUNOVRD CARD.'
008480                DELIMITED BY SIZE
008490                INTO RCV-REPORT-LINE
008500     END-IF.
008510     WRITE RCV-REPORT-LINE.
008520     CLOSE RCVRPT.
008530     CLOSE ACCTMAST.
008540     DISPLAY 'ACCTRCVR - ' WS-RCV-PROGRAM ' ' WS-RCV-DATE.
008550     DISPLAY 'JOURNAL RECORDS READ   : ' WS-JRNL-READ-COUNT.
008560     DISPLAY 'ENTRIES FROM THE RUN   : ' WS-RUN-ENTRY-COUNT.
008570     DISPLAY 'ACCOUNTS CHANGED       : ' WS-ACCOUNT-COUNT.
008580     DISPLAY 'ACCOUNTS RESTORED      : ' WS-RESTORED-COUNT.
008590     DISPLAY 'ACCOUNTS DELETED       : ' WS-DELETED-COUNT.
008600     DISPLAY 'ACCOUNTS NOT RESTORED  : ' WS-CONFLICT-COUNT.
008610     DISPLAY 'JOURNAL RECORDS WRITTEN: ' WS-JRNL-WRITE-COUNT.
008620     IF WS-CONFLICT-COUNT > 0
008630         DISPLAY '*** ' WS-CONFLICT-COUNT ' ACCOUNT(S) CHANGED '
008640                 'SINCE BY ANOTHER PROGRAM WERE NOT RESTORED ***'
008650         IF RETURN-CODE < 8
008660             MOVE 8 TO RETURN-CODE
008670         END-IF
008680     END-IF.
008690 8000-EXIT.
008700     EXIT.
008710*
008720 8100-WRITE-REPORT-LINE.
008730     WRITE RCV-REPORT-LINE FROM WS-RPT-LINE.
008740 8100-EXIT.
008750     EXIT.
