000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SIMNT.
000030 AUTHOR.        R HUCKABY.
000040 INSTALLATION.  DAILY BATCH PROCESSING GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26  RH  ORIGINAL PROGRAM.  THE ONE CONTROLLED MAINTENANCE
000110*               PATH FOR THE NEW INDEXED STANDING-INSTRUCTION
000120*               MASTER (SIMAST, SEE SIREC), BUILT THE SAME WAY AS
000130*               CUSTMNT.  IT READS A KEYED MAINTENANCE FILE
000140*               (SIFILE) AND APPLIES ADD / CHANGE / SUSPEND /
000150*               RESUME / CANCEL ACTIONS, PLUS A RESOLVE ACTION
000160*               THAT CLEARS AN OCCURRENCE LEFT PENDING WHEN
000170*               SIRSLT DID NOT RUN BEHIND THE POSTING RUN.  BOTH
000180*               ACCOUNTS MUST BE OPEN ON ACCTMAST AND MUST
000190*               DIFFER.  EVERY CHANGE APPLIED WRITES A BEFORE-AND-
000200*               AFTER IMAGE AUDIT RECORD (SIAUD) AND EVERY
000210*               TRANSACTION PRINTS ON THE STANDING-INSTRUCTION
000220*               MAINTENANCE REGISTER (SIREG).  THE PROCESSING DATE
000230*               COMES FROM THE SAME CTLCARD FILE BATCHPROC USES.
000240*               ANY REJECTED TRANSACTION SETS A RETURN CODE OF 4.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.  IBM-370.
000290 OBJECT-COMPUTER.  IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT SIFILE    ASSIGN TO SIFILE
000330            ORGANIZATION IS LINE SEQUENTIAL
000340            FILE STATUS IS WS-SIFILE-STATUS.
000350     SELECT SIMAST    ASSIGN TO SIMAST
000360            ORGANIZATION IS INDEXED
000370            ACCESS MODE IS RANDOM
000380            RECORD KEY IS SI-NUMBER
000390            FILE STATUS IS WS-SIMAST-STATUS.
000400     SELECT ACCTMAST  ASSIGN TO ACCTMAST
000410            ORGANIZATION IS INDEXED
000420            ACCESS MODE IS RANDOM
000430            RECORD KEY IS ACCT-NUMBER
000440            FILE STATUS IS WS-ACCTMAST-STATUS.
000450     SELECT SIAUD     ASSIGN TO SIAUD
000460            ORGANIZATION IS LINE SEQUENTIAL
000470            FILE STATUS IS WS-SIAUD-STATUS.
000480     SELECT SIREG     ASSIGN TO SIREG
000490            ORGANIZATION IS LINE SEQUENTIAL
000500            FILE STATUS IS WS-SIREG-STATUS.
000510     SELECT CTLCARD   ASSIGN TO CTLCARD
000520            ORGANIZATION IS LINE SEQUENTIAL
000530            FILE STATUS IS WS-CTLCARD-STATUS.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570*----------------------------------------------------------------
000580* SIFILE - ONE STANDING-INSTRUCTION MAINTENANCE TRANSACTION PER
000590* RECORD.  THE ACTION CODE IS:
000600*   'A' - ADD AN INSTRUCTION.  FROM AND TO ACCOUNTS, AMOUNT,
000610*         FREQUENCY AND FIRST DUE DATE ARE REQUIRED.  A BLANK
000620*         END DATE MEANS NO END; A BLANK RETRY LIMIT DEFAULTS
000630*         TO 3.
000640*   'C' - CHANGE AN INSTRUCTION.  A BLANK FIELD MEANS LEAVE THAT
000650*         FIELD AS IT IS; AN END DATE OF ZEROS REMOVES THE END
000660*         DATE.  A NEW NEXT-DUE DATE ALSO BECOMES THE DAY OF THE
000670*         MONTH THE INSTRUCTION FALLS ON.
000680*   'S' - SUSPEND AN ACTIVE INSTRUCTION.  NOTHING IS GENERATED
000690*         FOR IT UNTIL IT IS RESUMED.
000700*   'R' - RESUME A SUSPENDED INSTRUCTION, OPTIONALLY WITH A NEW
000710*         NEXT-DUE DATE.
000720*   'X' - CANCEL AN INSTRUCTION.  THE RECORD STAYS ON FILE FOR
000730*         ITS HISTORY.
000740*   'P' - RESOLVE A PENDING OCCURRENCE BY HAND.  SMT-PAID-FLAG
000750*         'Y' MEANS THE TRANSFER IS KNOWN TO HAVE POSTED, AND A
000760*         NEW NEXT-DUE DATE IS REQUIRED; 'N' MEANS IT DID NOT,
000770*         AND THE OCCURRENCE STAYS DUE.
000780* DATES ARE CCYYMMDD.  THE AMOUNT IS 9(05)V99 WITH NO POINT.
000790*----------------------------------------------------------------
000800 FD  SIFILE.
000810 01  SMT-RECORD.
000820     05  SMT-ACTION-CODE          PIC X(01).
000830     05  SMT-SI-NUMBER            PIC 9(08).
000840     05  SMT-FROM-ACCOUNT         PIC X(08).
000850     05  SMT-FROM-ACCOUNT-N REDEFINES SMT-FROM-ACCOUNT
000860                                  PIC 9(08).
000870     05  SMT-TO-ACCOUNT           PIC X(08).
000880     05  SMT-TO-ACCOUNT-N REDEFINES SMT-TO-ACCOUNT
000890                                  PIC 9(08).
000900     05  SMT-AMOUNT               PIC X(07).
000910     05  SMT-AMOUNT-N REDEFINES SMT-AMOUNT
000920                                  PIC 9(05)V99.
000930     05  SMT-FREQUENCY            PIC X(01).
000940     05  SMT-NEXT-DUE-DATE        PIC X(08).
000950     05  SMT-NEXT-DUE-DATE-N REDEFINES SMT-NEXT-DUE-DATE
000960                                  PIC 9(08).
000970     05  SMT-END-DATE             PIC X(08).
000980     05  SMT-END-DATE-N REDEFINES SMT-END-DATE
000990                                  PIC 9(08).
001000     05  SMT-RETRY-LIMIT          PIC X(02).
001010     05  SMT-RETRY-LIMIT-N REDEFINES SMT-RETRY-LIMIT
001020                                  PIC 9(02).
001030     05  SMT-DESCRIPTION          PIC X(20).
001040     05  SMT-PAID-FLAG            PIC X(01).
001050     05  FILLER                   PIC X(28).
001060*
001070 FD  SIMAST.
001080 01  SI-MASTER-RECORD.
001090     COPY SIREC.
001100*
001110 FD  ACCTMAST.
001120 01  ACCT-MASTER-RECORD.
001130     COPY ACCTREC.
001140*
001150*----------------------------------------------------------------
001160* SIAUD - ONE RECORD PER MAINTENANCE TRANSACTION APPLIED,
001170* CARRYING THE ACTION, THE INSTRUCTION NUMBER, THE DATE, AND THE
001180* FULL BEFORE AND AFTER IMAGES OF THE SIMAST RECORD.  AN ADD HAS
001190* A BLANK BEFORE IMAGE.
001200*----------------------------------------------------------------
001210 FD  SIAUD.
001220 01  SI-AUDIT-RECORD              PIC X(321).
001230*
001240 FD  SIREG.
001250 01  SI-REGISTER-LINE             PIC X(132).
001260*
001270 FD  CTLCARD.
001280 01  CTL-RECORD.
001290     05  CTL-PROCESSING-DATE      PIC 9(08).
001300     05  FILLER                   PIC X(72).
001310*
001320 WORKING-STORAGE SECTION.
001330*----------------------------------------------------------------
001340* FILE STATUS AND CONTROL SWITCHES
001350*----------------------------------------------------------------
001360 77  WS-SIFILE-STATUS            PIC X(02) VALUE SPACES.
001370 77  WS-SIMAST-STATUS            PIC X(02) VALUE SPACES.
001380 77  WS-ACCTMAST-STATUS          PIC X(02) VALUE SPACES.
001390 77  WS-SIAUD-STATUS             PIC X(02) VALUE SPACES.
001400 77  WS-SIREG-STATUS             PIC X(02) VALUE SPACES.
001410 77  WS-CTLCARD-STATUS           PIC X(02) VALUE SPACES.
001420*
001430 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001440     88  WS-EOF-YES              VALUE 'Y'.
001450     88  WS-EOF-NO               VALUE 'N'.
001460*
001470 01  WS-REJECT-SWITCH            PIC X(01) VALUE 'N'.
001480     88  WS-MAINT-REJECTED       VALUE 'Y'.
001490     88  WS-MAINT-APPLIED        VALUE 'N'.
001500*
001510 01  WS-REJECT-REASON-CODE       PIC 9(02) VALUE 0.
001520     88  SMT-INVALID-ACTION     VALUE 01.
001530     88  SMT-NONNUMERIC-SI      VALUE 02.
001540     88  SMT-DUPLICATE-ADD      VALUE 03.
001550     88  SMT-NOT-ON-FILE        VALUE 04.
001560     88  SMT-NONNUMERIC-ACCT    VALUE 05.
001570     88  SMT-ACCT-NOT-ON-FILE   VALUE 06.
001580     88  SMT-ACCT-NOT-OPEN      VALUE 07.
001590     88  SMT-SAME-ACCOUNT       VALUE 08.
001600     88  SMT-INVALID-AMOUNT     VALUE 09.
001610     88  SMT-INVALID-FREQUENCY  VALUE 10.
001620     88  SMT-INVALID-DUE-DATE   VALUE 11.
001630     88  SMT-INVALID-END-DATE   VALUE 12.
001640     88  SMT-INVALID-RETRY      VALUE 13.
001650     88  SMT-NOTHING-TO-CHANGE  VALUE 14.
001660     88  SMT-NOT-ACTIVE         VALUE 15.
001670     88  SMT-NOT-SUSPENDED      VALUE 16.
001680     88  SMT-ALREADY-CLOSED     VALUE 17.
001690     88  SMT-OCCURRENCE-PENDING VALUE 18.
001700     88  SMT-NOTHING-PENDING    VALUE 19.
001710     88  SMT-INVALID-PAID-FLAG  VALUE 20.
001720     88  SMT-IO-FAILURE         VALUE 21.
001730 01  WS-REJECT-REASON-TEXT       PIC X(30) VALUE SPACES.
001740*
001750*----------------------------------------------------------------
001760* COUNTERS
001770*----------------------------------------------------------------
001780 77  WS-READ-COUNT               PIC 9(07) COMP VALUE 0.
001790 77  WS-ADD-COUNT                PIC 9(07) COMP VALUE 0.
001800 77  WS-CHANGE-COUNT             PIC 9(07) COMP VALUE 0.
001810 77  WS-SUSPEND-COUNT            PIC 9(07) COMP VALUE 0.
001820 77  WS-RESUME-COUNT             PIC 9(07) COMP VALUE 0.
001830 77  WS-CANCEL-COUNT             PIC 9(07) COMP VALUE 0.
001840 77  WS-RESOLVE-COUNT            PIC 9(07) COMP VALUE 0.
001850 77  WS-REJECT-COUNT             PIC 9(07) COMP VALUE 0.
001860*
001870 77  WS-PROCESSING-DATE          PIC 9(08) VALUE 0.
001880*----------------------------------------------------------------
001890* DISPLAY-FORMAT COPIES OF THE BINARY COUNTERS FOR THE REGISTER
001900* TOTALS LINE
001910*----------------------------------------------------------------
001920 01  WS-TOTALS-DISPLAY.
001930     05  WS-READ-COUNT-D         PIC 9(07).
001940     05  WS-ADD-COUNT-D          PIC 9(07).
001950     05  WS-CHANGE-COUNT-D       PIC 9(07).
001960     05  WS-SUSPEND-COUNT-D      PIC 9(07).
001970     05  WS-RESUME-COUNT-D       PIC 9(07).
001980     05  WS-CANCEL-COUNT-D       PIC 9(07).
001990     05  WS-RESOLVE-COUNT-D      PIC 9(07).
002000     05  WS-REJECT-COUNT-D       PIC 9(07).
002010*
002020*----------------------------------------------------------------
002030* CALENDAR DATE EDIT.  THE DATE TO CHECK IS MOVED TO
002040* WS-EDIT-DATE; 2150-EDIT-DATE SETS WS-DATE-VALID-SWITCH.  THE
002050* MONTH-LENGTH TABLE CARRIES 28 FOR FEBRUARY; A LEAP YEAR IS
002060* ALLOWED THE 29TH.
002070*----------------------------------------------------------------
002080 01  WS-EDIT-DATE                PIC 9(08) VALUE 0.
002090 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
002100     05  WS-EDIT-YEAR            PIC 9(04).
002110     05  WS-EDIT-MONTH           PIC 9(02).
002120     05  WS-EDIT-DAY             PIC 9(02).
002130 01  WS-DATE-VALID-SWITCH        PIC X(01) VALUE 'N'.
002140     88  WS-DATE-VALID           VALUE 'Y'.
002150 77  WS-MONTH-DAYS               PIC 9(02) COMP VALUE 0.
002160 77  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE 0.
002170 77  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE 0.
002180 01  WS-MONTH-LENGTH-VALUES      PIC X(24)
002190                                 VALUE '312831303130313130313031'.
002200 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
002210     05  WS-MONTH-LENGTH-TBL     PIC 9(02) OCCURS 12 TIMES.
002220*
002230*----------------------------------------------------------------
002240* BEFORE AND AFTER MASTER IMAGES FOR THE AUDIT RECORD
002250*----------------------------------------------------------------
002260 01  WS-BEFORE-IMAGE             PIC X(150) VALUE SPACES.
002270 01  WS-AFTER-IMAGE              PIC X(150) VALUE SPACES.
002280*
002290*----------------------------------------------------------------
002300* AUDIT RECORD STAGING AREA - BUILT HERE AND MOVED TO THE FD AS
002310* ONE GROUP, THE SAME WAY CUSTMNT BUILDS CUSTAUD
002320*----------------------------------------------------------------
002330 01  WS-AUDIT-RECORD.
002340     05  WS-AUD-ACTION           PIC X(01).
002350     05  FILLER                  PIC X(01) VALUE SPACE.
002360     05  WS-AUD-SI-NUMBER        PIC 9(08).
002370     05  FILLER                  PIC X(01) VALUE SPACE.
002380     05  WS-AUD-DATE             PIC 9(08).
002390     05  FILLER                  PIC X(01) VALUE SPACE.
002400     05  WS-AUD-BEFORE-IMAGE     PIC X(150).
002410     05  FILLER                  PIC X(01) VALUE SPACE.
002420     05  WS-AUD-AFTER-IMAGE      PIC X(150).
002430*
002440*----------------------------------------------------------------
002450* REGISTER LINE STAGING AREA
002460*----------------------------------------------------------------
002470 01  WS-REGISTER-LINE.
002480     05  WS-REG-DATE             PIC 9(08).
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  WS-REG-ACTION           PIC X(07).
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  WS-REG-SI-NUMBER        PIC X(08).
002530     05  FILLER                  PIC X(02) VALUE SPACES.
002540     05  WS-REG-FROM-ACCOUNT     PIC X(08).
002550     05  FILLER                  PIC X(02) VALUE SPACES.
002560     05  WS-REG-TO-ACCOUNT       PIC X(08).
002570     05  FILLER                  PIC X(02) VALUE SPACES.
002580     05  WS-REG-AMOUNT           PIC ZZ,ZZ9.99.
002590     05  FILLER                  PIC X(02) VALUE SPACES.
002600     05  WS-REG-DISPOSITION      PIC X(42).
002610     05  FILLER                  PIC X(30) VALUE SPACES.
002620*
002630 PROCEDURE DIVISION.
002640*----------------------------------------------------------------
002650* 0000-MAINLINE
002660*----------------------------------------------------------------
002670 0000-MAINLINE.
002680     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002690     PERFORM 2000-PROCESS-MAINT  THRU 2000-EXIT
002700             UNTIL WS-EOF-YES.
002710     PERFORM 8000-FINALIZE       THRU 8000-EXIT.
002720     STOP RUN.
002730*
002740*----------------------------------------------------------------
002750* 1000-INITIALIZE - OPEN FILES AND PRIME THE READ.  A MISSING
002760*                   SIMAST IS CREATED EMPTY SO THE FIRST
002770*                   INSTRUCTIONS GO ON THROUGH THE SAME CONTROLLED
002780*                   PATH AS DAY-TO-DAY MAINTENANCE.  ACCTMAST IS
002790*                   ONLY READ, TO CHECK THE ACCOUNTS NAMED.
002800*----------------------------------------------------------------
002810 1000-INITIALIZE.
002820     MOVE 'N' TO WS-EOF-SWITCH.
002830     PERFORM 1010-READ-CONTROL-CARD THRU 1010-EXIT.
002840     OPEN INPUT SIFILE.
002850     IF WS-SIFILE-STATUS NOT = '00'
002860         DISPLAY '*** FATAL - SIFILE OPEN FAILED, STATUS '
002870                 WS-SIFILE-STATUS
002880         MOVE 16 TO RETURN-CODE
002890         STOP RUN
002900     END-IF.
002910     OPEN I-O SIMAST.
002920     IF WS-SIMAST-STATUS = '35'
002930         DISPLAY 'SIMAST NOT ON FILE - CREATING AN EMPTY ONE'
002940         OPEN OUTPUT SIMAST
002950         IF WS-SIMAST-STATUS NOT = '00'
002960             DISPLAY '*** FATAL - SIMAST CREATE FAILED, STATUS '
002970                     WS-SIMAST-STATUS
002980             MOVE 16 TO RETURN-CODE
002990             STOP RUN
003000         END-IF
003010         CLOSE SIMAST
003020         OPEN I-O SIMAST
003030     END-IF.
003040     IF WS-SIMAST-STATUS NOT = '00'
003050         DISPLAY '*** FATAL - SIMAST OPEN FAILED, STATUS '
003060                 WS-SIMAST-STATUS
003070         MOVE 16 TO RETURN-CODE
003080         STOP RUN
003090     END-IF.
003100     OPEN INPUT ACCTMAST.
003110     IF WS-ACCTMAST-STATUS NOT = '00'
003120         DISPLAY '*** FATAL - ACCTMAST OPEN FAILED, STATUS '
003130                 WS-ACCTMAST-STATUS
003140         MOVE 16 TO RETURN-CODE
003150         STOP RUN
003160     END-IF.
003170     OPEN OUTPUT SIAUD.
003180     IF WS-SIAUD-STATUS NOT = '00'
003190         DISPLAY '*** FATAL - SIAUD OPEN FAILED, STATUS '
003200                 WS-SIAUD-STATUS
003210         MOVE 16 TO RETURN-CODE
003220         STOP RUN
003230     END-IF.
003240     OPEN OUTPUT SIREG.
003250     IF WS-SIREG-STATUS NOT = '00'
003260         DISPLAY '*** FATAL - SIREG OPEN FAILED, STATUS '
003270                 WS-SIREG-STATUS
003280         MOVE 16 TO RETURN-CODE
003290         STOP RUN
003300     END-IF.
003310     PERFORM 1100-WRITE-REGISTER-HEADING THRU 1100-EXIT.
003320     PERFORM 1200-READ-SIFILE THRU 1200-EXIT.
003330 1000-EXIT.
003340     EXIT.
003350*
003360*----------------------------------------------------------------
003370* 1010-READ-CONTROL-CARD - READ THE ONE-RECORD CTLCARD FILE TO
003380*                          GET THE PROCESSING DATE STAMPED ON THE
003390*                          AUDIT RECORDS, THE REGISTER AND THE
003400*                          INSTRUCTION.  SAME CARD AND SAME EDITS
003410*                          AS BATCHPROC.
003420*----------------------------------------------------------------
003430 1010-READ-CONTROL-CARD.
003440     OPEN INPUT CTLCARD.
003450     IF WS-CTLCARD-STATUS NOT = '00'
003460         DISPLAY '*** FATAL - CTLCARD OPEN FAILED, STATUS '
003470                 WS-CTLCARD-STATUS
003480         MOVE 16 TO RETURN-CODE
003490         STOP RUN
003500     END-IF.
003510     READ CTLCARD
003520         AT END
003530             DISPLAY '*** FATAL - CTLCARD IS EMPTY, NO '
003540                     'PROCESSING DATE SUPPLIED'
003550             MOVE 16 TO RETURN-CODE
003560             STOP RUN
003570     END-READ.
003580     IF CTL-PROCESSING-DATE IS NOT NUMERIC
003590         DISPLAY '*** FATAL - CTLCARD PROCESSING DATE IS NOT '
003600                 'NUMERIC: ' CTL-RECORD
003610         MOVE 16 TO RETURN-CODE
003620         STOP RUN
003630     END-IF.
003640     MOVE CTL-PROCESSING-DATE TO WS-PROCESSING-DATE.
003650     CLOSE CTLCARD.
003660 1010-EXIT.
003670     EXIT.
003680*
003690*----------------------------------------------------------------
003700* 1100-WRITE-REGISTER-HEADING - TITLE AND COLUMN HEADINGS AT THE
003710*                               TOP OF THE MAINTENANCE REGISTER
003720*----------------------------------------------------------------
003730 1100-WRITE-REGISTER-HEADING.
003740     MOVE SPACES TO SI-REGISTER-LINE.
003750     STRING 'STANDING INSTRUCTION MAINTENANCE REGISTER - '
003760            WS-PROCESSING-DATE
003770            DELIMITED BY SIZE
003780            INTO SI-REGISTER-LINE.
003790     WRITE SI-REGISTER-LINE.
003800     MOVE SPACES TO SI-REGISTER-LINE.
003810     STRING 'DATE        ACTION   INSTR.    FROM      TO        '
003820            '   AMOUNT  DISPOSITION'
003830            DELIMITED BY SIZE
003840            INTO SI-REGISTER-LINE.
003850     WRITE SI-REGISTER-LINE.
003860 1100-EXIT.
003870     EXIT.
003880*
003890*----------------------------------------------------------------
003900* 1200-READ-SIFILE - READ THE NEXT MAINTENANCE TRANSACTION
003910*----------------------------------------------------------------
003920 1200-READ-SIFILE.
003930     MOVE SPACES TO SMT-RECORD.
003940     READ SIFILE
003950         AT END
003960             MOVE 'Y' TO WS-EOF-SWITCH
003970         NOT AT END
003980             ADD 1 TO WS-READ-COUNT
003990     END-READ.
004000 1200-EXIT.
004010     EXIT.
004020*
004030*----------------------------------------------------------------
004040* 2000-PROCESS-MAINT - EDIT AND APPLY ONE MAINTENANCE
004050*                      TRANSACTION, THEN READ THE NEXT ONE
004060*----------------------------------------------------------------
004070 2000-PROCESS-MAINT.
004080     MOVE 'N' TO WS-REJECT-SWITCH.
004090     MOVE 0   TO WS-REJECT-REASON-CODE.
004100     MOVE SPACES TO WS-BEFORE-IMAGE.
004110     MOVE SPACES TO WS-AFTER-IMAGE.
004120*
004130     IF SMT-SI-NUMBER IS NOT NUMERIC
004140         SET SMT-NONNUMERIC-SI TO TRUE
004150         MOVE 'Y' TO WS-REJECT-SWITCH
004160     END-IF.
004170*
004180     IF NOT WS-MAINT-REJECTED
004190         EVALUATE SMT-ACTION-CODE
004200             WHEN 'A'
004210                 PERFORM 2200-APPLY-ADD        THRU 2200-EXIT
004220             WHEN 'C'
004230                 PERFORM 2300-APPLY-CHANGE     THRU 2300-EXIT
004240             WHEN 'S'
004250                 PERFORM 2400-APPLY-SUSPEND    THRU 2400-EXIT
004260             WHEN 'R'
004270                 PERFORM 2420-APPLY-RESUME     THRU 2420-EXIT
004280             WHEN 'X'
004290                 PERFORM 2440-APPLY-CANCEL     THRU 2440-EXIT
004300             WHEN 'P'
004310                 PERFORM 2460-APPLY-RESOLVE    THRU 2460-EXIT
004320             WHEN OTHER
004330                 SET SMT-INVALID-ACTION TO TRUE
004340                 MOVE 'Y' TO WS-REJECT-SWITCH
004350         END-EVALUATE
004360     END-IF.
004370*
004380     IF WS-MAINT-REJECTED
004390         ADD 1 TO WS-REJECT-COUNT
004400     ELSE
004410         PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT
004420     END-IF.
004430     PERFORM 2600-WRITE-REGISTER THRU 2600-EXIT.
004440     PERFORM 1200-READ-SIFILE THRU 1200-EXIT.
004450 2000-EXIT.
004460     EXIT.
004470*
004480*----------------------------------------------------------------
004490* 2100-EDIT-FIELDS - EDITS SHARED BY ADD AND CHANGE.  EVERY
004500*                    FIELD PRESENT ON THE TRANSACTION IS EDITED;
004510*                    A BLANK FIELD IS LEFT FOR THE CALLER TO
004520*                    REQUIRE OR IGNORE.  AN ACCOUNT MUST BE
004530*                    NUMERIC AND OPEN ON ACCTMAST, THE AMOUNT
004540*                    GREATER THAN ZERO, THE FREQUENCY W/M/Q/A,
004550*                    THE NEXT-DUE DATE A REAL DATE NO EARLIER
004560*                    THAN TODAY, THE END DATE ZERO OR A REAL DATE
004570*                    AND THE RETRY LIMIT NUMERIC.
004580*----------------------------------------------------------------
004590 2100-EDIT-FIELDS.
004600     IF SMT-FROM-ACCOUNT NOT = SPACES
004610         IF SMT-FROM-ACCOUNT IS NOT NUMERIC
004620             SET SMT-NONNUMERIC-ACCT TO TRUE
004630             MOVE 'Y' TO WS-REJECT-SWITCH
004640         ELSE
004650             MOVE SMT-FROM-ACCOUNT-N TO ACCT-NUMBER
004660             PERFORM 2110-EDIT-ACCOUNT THRU 2110-EXIT
004670         END-IF
004680     END-IF.
004690     IF NOT WS-MAINT-REJECTED
004700         IF SMT-TO-ACCOUNT NOT = SPACES
004710             IF SMT-TO-ACCOUNT IS NOT NUMERIC
004720                 SET SMT-NONNUMERIC-ACCT TO TRUE
004730                 MOVE 'Y' TO WS-REJECT-SWITCH
004740             ELSE
004750                 MOVE SMT-TO-ACCOUNT-N TO ACCT-NUMBER
004760                 PERFORM 2110-EDIT-ACCOUNT THRU 2110-EXIT
004770             END-IF
004780         END-IF
004790     END-IF.
004800     IF NOT WS-MAINT-REJECTED
004810         IF SMT-AMOUNT NOT = SPACES
004820             IF SMT-AMOUNT IS NOT NUMERIC
004830                 SET SMT-INVALID-AMOUNT TO TRUE
004840                 MOVE 'Y' TO WS-REJECT-SWITCH
004850             ELSE
004860                 IF SMT-AMOUNT-N = 0
004870                     SET SMT-INVALID-AMOUNT TO TRUE
004880                     MOVE 'Y' TO WS-REJECT-SWITCH
004890                 END-IF
004900             END-IF
004910         END-IF
004920     END-IF.
004930     IF NOT WS-MAINT-REJECTED
004940         IF SMT-FREQUENCY NOT = SPACE
004950                 AND SMT-FREQUENCY NOT = 'W'
004960                 AND SMT-FREQUENCY NOT = 'M'
004970                 AND SMT-FREQUENCY NOT = 'Q'
004980                 AND SMT-FREQUENCY NOT = 'A'
004990             SET SMT-INVALID-FREQUENCY TO TRUE
005000             MOVE 'Y' TO WS-REJECT-SWITCH
005010         END-IF
005020     END-IF.
005030     IF NOT WS-MAINT-REJECTED
005040         IF SMT-NEXT-DUE-DATE NOT = SPACES
005050             PERFORM 2130-EDIT-NEXT-DUE THRU 2130-EXIT
005060         END-IF
005070     END-IF.
005080     IF NOT WS-MAINT-REJECTED
005090         IF SMT-END-DATE NOT = SPACES
005100             IF SMT-END-DATE IS NOT NUMERIC
005110                 SET SMT-INVALID-END-DATE TO TRUE
005120                 MOVE 'Y' TO WS-REJECT-SWITCH
005130             ELSE
005140                 IF SMT-END-DATE-N > 0
005150                     MOVE SMT-END-DATE-N TO WS-EDIT-DATE
005160                     PERFORM 2150-EDIT-DATE THRU 2150-EXIT
005170                     IF NOT WS-DATE-VALID
005180                         SET SMT-INVALID-END-DATE TO TRUE
005190                         MOVE 'Y' TO WS-REJECT-SWITCH
005200                     END-IF
005210                 END-IF
005220             END-IF
005230         END-IF
005240     END-IF.
005250     IF NOT WS-MAINT-REJECTED
005260         IF SMT-RETRY-LIMIT NOT = SPACES
005270                 AND SMT-RETRY-LIMIT IS NOT NUMERIC
005280             SET SMT-INVALID-RETRY TO TRUE
005290             MOVE 'Y' TO WS-REJECT-SWITCH
005300         END-IF
005310     END-IF.
005320 2100-EXIT.
005330     EXIT.
005340*
005350*----------------------------------------------------------------
005360* 2110-EDIT-ACCOUNT - THE ACCOUNT IN ACCT-NUMBER MUST BE ON
005370*                     ACCTMAST AND OPEN.  A TRANSFER TO OR FROM A
005380*                     CLOSED OR DORMANT ACCOUNT WOULD ONLY REJECT
005390*                     IN BATCHPROC NIGHT AFTER NIGHT.
005400*----------------------------------------------------------------
005410 2110-EDIT-ACCOUNT.
005420     READ ACCTMAST
005430         INVALID KEY
005440             SET SMT-ACCT-NOT-ON-FILE TO TRUE
005450             MOVE 'Y' TO WS-REJECT-SWITCH
005460     END-READ.
005470     IF NOT WS-MAINT-REJECTED
005480         IF NOT ACCT-OPEN
005490             SET SMT-ACCT-NOT-OPEN TO TRUE
005500             MOVE 'Y' TO WS-REJECT-SWITCH
005510         END-IF
005520     END-IF.
005530 2110-EXIT.
005540     EXIT.
005550*
005560*----------------------------------------------------------------
005570* 2120-EDIT-MERGED-RECORD - EDITS ON THE INSTRUCTION AS IT WILL
005580*                           BE WRITTEN, AFTER THE TRANSACTION'S
005590*                           FIELDS ARE LAID OVER THE RECORD ON
005600*                           FILE: THE TWO ACCOUNTS MUST DIFFER AND
005610*                           AN END DATE MAY NOT FALL BEFORE THE
005620*                           NEXT-DUE DATE.
005630*----------------------------------------------------------------
005640 2120-EDIT-MERGED-RECORD.
005650     IF SI-FROM-ACCOUNT = SI-TO-ACCOUNT
005660         SET SMT-SAME-ACCOUNT TO TRUE
005670         MOVE 'Y' TO WS-REJECT-SWITCH
005680     ELSE
005690         IF SI-END-DATE > 0
005700                 AND SI-END-DATE < SI-NEXT-DUE-DATE
005710             SET SMT-INVALID-END-DATE TO TRUE
005720             MOVE 'Y' TO WS-REJECT-SWITCH
005730         END-IF
005740     END-IF.
005750 2120-EXIT.
005760     EXIT.
005770*
005780*----------------------------------------------------------------
005790* 2130-EDIT-NEXT-DUE - THE NEXT-DUE DATE ON THE TRANSACTION MUST
005800*                      BE NUMERIC, A REAL CALENDAR DATE, AND NO
005810*                      EARLIER THAN THE PROCESSING DATE.  A DATE
005820*                      OF TODAY IS GENERATED IN TONIGHT'S RUN.
005830*----------------------------------------------------------------
005840 2130-EDIT-NEXT-DUE.
005850     IF SMT-NEXT-DUE-DATE IS NOT NUMERIC
005860         SET SMT-INVALID-DUE-DATE TO TRUE
005870         MOVE 'Y' TO WS-REJECT-SWITCH
005880     ELSE
005890         MOVE SMT-NEXT-DUE-DATE-N TO WS-EDIT-DATE
005900         PERFORM 2150-EDIT-DATE THRU 2150-EXIT
005910         IF NOT WS-DATE-VALID
005920                 OR SMT-NEXT-DUE-DATE-N < WS-PROCESSING-DATE
005930             SET SMT-INVALID-DUE-DATE TO TRUE
005940             MOVE 'Y' TO WS-REJECT-SWITCH
005950         END-IF
005960     END-IF.
005970 2130-EXIT.
005980     EXIT.
005990*
006000*----------------------------------------------------------------
006010* 2150-EDIT-DATE - SET WS-DATE-VALID-SWITCH FOR THE CCYYMMDD DATE
006020*                  IN WS-EDIT-DATE.  A CENTURY YEAR IS A LEAP
006030*                  YEAR ONLY WHEN IT DIVIDES BY 400.
006040*----------------------------------------------------------------
006050 2150-EDIT-DATE.
006060     MOVE 'N' TO WS-DATE-VALID-SWITCH.
006070     IF WS-EDIT-YEAR NOT < 1900
006080             AND WS-EDIT-MONTH NOT < 1 AND WS-EDIT-MONTH NOT > 12
006090             AND WS-EDIT-DAY NOT < 1
006100         MOVE WS-MONTH-LENGTH-TBL(WS-EDIT-MONTH) TO WS-MONTH-DAYS
006110         IF WS-EDIT-MONTH = 2
006120             DIVIDE WS-EDIT-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
006130                     REMAINDER WS-LEAP-REMAINDER
006140             IF WS-LEAP-REMAINDER = 0
006150                 MOVE 29 TO WS-MONTH-DAYS
006160                 DIVIDE WS-EDIT-YEAR BY 100
006170                         GIVING WS-LEAP-QUOTIENT
006180                         REMAINDER WS-LEAP-REMAINDER
006190                 IF WS-LEAP-REMAINDER = 0
006200                     DIVIDE WS-EDIT-YEAR BY 400
006210                             GIVING WS-LEAP-QUOTIENT
006220                             REMAINDER WS-LEAP-REMAINDER
006230                     IF WS-LEAP-REMAINDER NOT = 0
006240                         MOVE 28 TO WS-MONTH-DAYS
006250                     END-IF
006260                 END-IF
006270             END-IF
006280         END-IF
006290         IF WS-EDIT-DAY NOT > WS-MONTH-DAYS
006300             MOVE 'Y' TO WS-DATE-VALID-SWITCH
006310         END-IF
006320     END-IF.
006330 2150-EXIT.
006340     EXIT.
006350*
006360*----------------------------------------------------------------
006370* 2190-READ-INSTRUCTION - READ THE INSTRUCTION NAMED ON THE
006380*                         TRANSACTION.  ONE NOT ON FILE, OR ONE
006390*                         ALREADY CANCELLED OR ENDED, REJECTS.
006400*----------------------------------------------------------------
006410 2190-READ-INSTRUCTION.
006420     MOVE SMT-SI-NUMBER TO SI-NUMBER.
006430     READ SIMAST
006440         INVALID KEY
006450             SET SMT-NOT-ON-FILE TO TRUE
006460             MOVE 'Y' TO WS-REJECT-SWITCH
006470     END-READ.
006480     IF NOT WS-MAINT-REJECTED
006490         IF SI-CANCELLED OR SI-ENDED
006500             SET SMT-ALREADY-CLOSED TO TRUE
006510             MOVE 'Y' TO WS-REJECT-SWITCH
006520         END-IF
006530     END-IF.
006540 2190-EXIT.
006550     EXIT.
006560*
006570*----------------------------------------------------------------
006580* 2195-REWRITE-INSTRUCTION - TAKE THE AFTER IMAGE AND REWRITE THE
006590*                            INSTRUCTION
006600*----------------------------------------------------------------
006610 2195-REWRITE-INSTRUCTION.
006620     MOVE SI-MASTER-RECORD TO WS-AFTER-IMAGE.
006630     REWRITE SI-MASTER-RECORD
006640         INVALID KEY
006650             SET SMT-IO-FAILURE TO TRUE
006660             MOVE 'Y' TO WS-REJECT-SWITCH
006670     END-REWRITE.
006680 2195-EXIT.
006690     EXIT.
006700*
006710*----------------------------------------------------------------
006720* 2200-APPLY-ADD - ADD A NEW INSTRUCTION.  BOTH ACCOUNTS, THE
006730*                  AMOUNT, THE FREQUENCY AND THE FIRST DUE DATE
006740*                  ARE REQUIRED.  THE INSTRUCTION STARTS ACTIVE,
006750*                  FALLING DUE ON THE DAY OF THE MONTH OF ITS
006760*                  FIRST DUE DATE.
006770*----------------------------------------------------------------
006780 2200-APPLY-ADD.
006790     IF SMT-FROM-ACCOUNT = SPACES OR SMT-TO-ACCOUNT = SPACES
006800         SET SMT-NONNUMERIC-ACCT TO TRUE
006810         MOVE 'Y' TO WS-REJECT-SWITCH
006820     END-IF.
006830     IF NOT WS-MAINT-REJECTED
006840         IF SMT-AMOUNT = SPACES
006850             SET SMT-INVALID-AMOUNT TO TRUE
006860             MOVE 'Y' TO WS-REJECT-SWITCH
006870         END-IF
006880     END-IF.
006890     IF NOT WS-MAINT-REJECTED
006900         IF SMT-FREQUENCY = SPACE
006910             SET SMT-INVALID-FREQUENCY TO TRUE
006920             MOVE 'Y' TO WS-REJECT-SWITCH
006930         END-IF
006940     END-IF.
006950     IF NOT WS-MAINT-REJECTED
006960         IF SMT-NEXT-DUE-DATE = SPACES
006970             SET SMT-INVALID-DUE-DATE TO TRUE
006980             MOVE 'Y' TO WS-REJECT-SWITCH
006990         END-IF
007000     END-IF.
007010     IF NOT WS-MAINT-REJECTED
007020         PERFORM 2100-EDIT-FIELDS THRU 2100-EXIT
007030     END-IF.
007040     IF NOT WS-MAINT-REJECTED
007050         MOVE SPACES TO SI-MASTER-RECORD
007060         MOVE SMT-SI-NUMBER       TO SI-NUMBER
007070         MOVE 'A'                 TO SI-STATUS
007080         MOVE SMT-FROM-ACCOUNT-N  TO SI-FROM-ACCOUNT
007090         MOVE SMT-TO-ACCOUNT-N    TO SI-TO-ACCOUNT
007100         MOVE SMT-AMOUNT-N        TO SI-AMOUNT
007110         MOVE SMT-FREQUENCY       TO SI-FREQUENCY
007120         MOVE SMT-NEXT-DUE-DATE-N TO SI-NEXT-DUE-DATE
007130         MOVE SMT-NEXT-DUE-DATE-N TO WS-EDIT-DATE
007140         MOVE WS-EDIT-DAY         TO SI-DUE-DAY
007150         IF SMT-END-DATE = SPACES
007160             MOVE 0 TO SI-END-DATE
007170         ELSE
007180             MOVE SMT-END-DATE-N TO SI-END-DATE
007190         END-IF
007200         IF SMT-RETRY-LIMIT = SPACES
007210             MOVE 3 TO SI-RETRY-LIMIT
007220         ELSE
007230             MOVE SMT-RETRY-LIMIT-N TO SI-RETRY-LIMIT
007240         END-IF
007250         MOVE 0                   TO SI-RETRY-COUNT
007260         MOVE 'N'                 TO SI-PENDING-FLAG
007270         MOVE 0                   TO SI-PENDING-DATE
007280         MOVE 0                   TO SI-PENDING-DEBIT-ID
007290         MOVE 0                   TO SI-PENDING-CREDIT-ID
007300         MOVE 0                   TO SI-LAST-PAID-DATE
007310         MOVE 0                   TO SI-MISSED-COUNT
007320         MOVE SMT-DESCRIPTION     TO SI-DESCRIPTION
007330         MOVE WS-PROCESSING-DATE  TO SI-DATE-OPENED
007340         MOVE WS-PROCESSING-DATE  TO SI-LAST-MAINT-DATE
007350         PERFORM 2120-EDIT-MERGED-RECORD THRU 2120-EXIT
007360     END-IF.
007370     IF NOT WS-MAINT-REJECTED
007380         MOVE SI-MASTER-RECORD TO WS-AFTER-IMAGE
007390         WRITE SI-MASTER-RECORD
007400             INVALID KEY
007410                 SET SMT-DUPLICATE-ADD TO TRUE
007420                 MOVE 'Y' TO WS-REJECT-SWITCH
007430         END-WRITE
007440         IF NOT WS-MAINT-REJECTED
007450             ADD 1 TO WS-ADD-COUNT
007460         END-IF
007470     END-IF.
007480 2200-EXIT.
007490     EXIT.
007500*
007510*----------------------------------------------------------------
007520* 2300-APPLY-CHANGE - CHANGE AN ACTIVE OR SUSPENDED INSTRUCTION.
007530*                     A BLANK FIELD ON THE TRANSACTION LEAVES THAT
007540*                     FIELD AS IT IS; A TRANSACTION WITH NOTHING
007550*                     TO APPLY REJECTS.  A CANCELLED OR ENDED
007560*                     INSTRUCTION CANNOT BE CHANGED, NOR ONE WITH
007570*                     AN OCCURRENCE STILL PENDING -- THE PAIR
007580*                     ALREADY WRITTEN MUST BE RESOLVED FIRST.
007590*----------------------------------------------------------------
007600 2300-APPLY-CHANGE.
007610     IF SMT-FROM-ACCOUNT = SPACES AND SMT-TO-ACCOUNT = SPACES
007620             AND SMT-AMOUNT = SPACES AND SMT-FREQUENCY = SPACE
007630             AND SMT-NEXT-DUE-DATE = SPACES
007640             AND SMT-END-DATE = SPACES
007650             AND SMT-RETRY-LIMIT = SPACES
007660             AND SMT-DESCRIPTION = SPACES
007670         SET SMT-NOTHING-TO-CHANGE TO TRUE
007680         MOVE 'Y' TO WS-REJECT-SWITCH
007690     END-IF.
007700     IF NOT WS-MAINT-REJECTED
007710         PERFORM 2100-EDIT-FIELDS THRU 2100-EXIT
007720     END-IF.
007730     IF NOT WS-MAINT-REJECTED
007740         PERFORM 2190-READ-INSTRUCTION THRU 2190-EXIT
007750     END-IF.
007760     IF NOT WS-MAINT-REJECTED
007770         IF SI-PENDING
007780             SET SMT-OCCURRENCE-PENDING TO TRUE
007790             MOVE 'Y' TO WS-REJECT-SWITCH
007800         END-IF
007810     END-IF.
007820     IF NOT WS-MAINT-REJECTED
007830         MOVE SI-MASTER-RECORD TO WS-BEFORE-IMAGE
007840         IF SMT-FROM-ACCOUNT NOT = SPACES
007850             MOVE SMT-FROM-ACCOUNT-N TO SI-FROM-ACCOUNT
007860         END-IF
007870         IF SMT-TO-ACCOUNT NOT = SPACES
007880             MOVE SMT-TO-ACCOUNT-N TO SI-TO-ACCOUNT
007890         END-IF
007900         IF SMT-AMOUNT NOT = SPACES
007910             MOVE SMT-AMOUNT-N TO SI-AMOUNT
007920         END-IF
007930         IF SMT-FREQUENCY NOT = SPACE
007940             MOVE SMT-FREQUENCY TO SI-FREQUENCY
007950         END-IF
007960         IF SMT-NEXT-DUE-DATE NOT = SPACES
007970             MOVE SMT-NEXT-DUE-DATE-N TO SI-NEXT-DUE-DATE
007980             MOVE SMT-NEXT-DUE-DATE-N TO WS-EDIT-DATE
007990             MOVE WS-EDIT-DAY TO SI-DUE-DAY
008000         END-IF
008010         IF SMT-END-DATE NOT = SPACES
008020             MOVE SMT-END-DATE-N TO SI-END-DATE
008030         END-IF
008040         IF SMT-RETRY-LIMIT NOT = SPACES
008050             MOVE SMT-RETRY-LIMIT-N TO SI-RETRY-LIMIT
008060         END-IF
008070         IF SMT-DESCRIPTION NOT = SPACES
008080             MOVE SMT-DESCRIPTION TO SI-DESCRIPTION
008090         END-IF
008100         MOVE WS-PROCESSING-DATE TO SI-LAST-MAINT-DATE
008110         PERFORM 2120-EDIT-MERGED-RECORD THRU 2120-EXIT
008120     END-IF.
008130     IF NOT WS-MAINT-REJECTED
008140         PERFORM 2195-REWRITE-INSTRUCTION THRU 2195-EXIT
008150         IF NOT WS-MAINT-REJECTED
008160             ADD 1 TO WS-CHANGE-COUNT
008170         END-IF
008180     END-IF.
008190 2300-EXIT.
008200     EXIT.
008210*
008220*----------------------------------------------------------------
008230* 2400-APPLY-SUSPEND - SUSPEND AN ACTIVE INSTRUCTION WITH NO
008240*                      OCCURRENCE PENDING
008250*----------------------------------------------------------------
008260 2400-APPLY-SUSPEND.
008270     PERFORM 2190-READ-INSTRUCTION THRU 2190-EXIT.
008280     IF NOT WS-MAINT-REJECTED
008290         IF NOT SI-ACTIVE
008300             SET SMT-NOT-ACTIVE TO TRUE
008310             MOVE 'Y' TO WS-REJECT-SWITCH
008320         END-IF
008330     END-IF.
008340     IF NOT WS-MAINT-REJECTED
008350         IF SI-PENDING
008360             SET SMT-OCCURRENCE-PENDING TO TRUE
008370             MOVE 'Y' TO WS-REJECT-SWITCH
008380         END-IF
008390     END-IF.
008400     IF NOT WS-MAINT-REJECTED
008410         MOVE SI-MASTER-RECORD TO WS-BEFORE-IMAGE
008420         MOVE 'S' TO SI-STATUS
008430         MOVE WS-PROCESSING-DATE TO SI-LAST-MAINT-DATE
008440         PERFORM 2195-REWRITE-INSTRUCTION THRU 2195-EXIT
008450         IF NOT WS-MAINT-REJECTED
008460             ADD 1 TO WS-SUSPEND-COUNT
008470         END-IF
008480     END-IF.
008490 2400-EXIT.
008500     EXIT.
008510*
008520*----------------------------------------------------------------
008530* 2420-APPLY-RESUME - MAKE A SUSPENDED INSTRUCTION ACTIVE AGAIN.
008540*                     A NEW NEXT-DUE DATE MAY BE GIVEN; WITHOUT
008550*                     ONE, A DATE THAT PASSED WHILE SUSPENDED IS
008560*                     GENERATED IN THE NEXT NIGHTLY RUN.
008570*----------------------------------------------------------------
008580 2420-APPLY-RESUME.
008590     IF SMT-NEXT-DUE-DATE NOT = SPACES
008600         PERFORM 2130-EDIT-NEXT-DUE THRU 2130-EXIT
008610     END-IF.
008620     IF NOT WS-MAINT-REJECTED
008630         PERFORM 2190-READ-INSTRUCTION THRU 2190-EXIT
008640     END-IF.
008650     IF NOT WS-MAINT-REJECTED
008660         IF NOT SI-SUSPENDED
008670             SET SMT-NOT-SUSPENDED TO TRUE
008680             MOVE 'Y' TO WS-REJECT-SWITCH
008690         END-IF
008700     END-IF.
008710     IF NOT WS-MAINT-REJECTED
008720         MOVE SI-MASTER-RECORD TO WS-BEFORE-IMAGE
008730         MOVE 'A' TO SI-STATUS
008740         IF SMT-NEXT-DUE-DATE NOT = SPACES
008750             MOVE SMT-NEXT-DUE-DATE-N TO SI-NEXT-DUE-DATE
008760             MOVE SMT-NEXT-DUE-DATE-N TO WS-EDIT-DATE
008770             MOVE WS-EDIT-DAY TO SI-DUE-DAY
008780         END-IF
008790         MOVE WS-PROCESSING-DATE TO SI-LAST-MAINT-DATE
008800         PERFORM 2120-EDIT-MERGED-RECORD THRU 2120-EXIT
008810     END-IF.
008820     IF NOT WS-MAINT-REJECTED
008830         PERFORM 2195-REWRITE-INSTRUCTION THRU 2195-EXIT
008840         IF NOT WS-MAINT-REJECTED
008850             ADD 1 TO WS-RESUME-COUNT
008860         END-IF
008870     END-IF.
008880 2420-EXIT.
008890     EXIT.
008900*
008910*----------------------------------------------------------------
008920* 2440-APPLY-CANCEL - CANCEL AN ACTIVE OR SUSPENDED INSTRUCTION.
008930*                     AN OCCURRENCE ALREADY PENDING IS STILL
008940*                     CLEARED BY SIRSLT BUT IS NOT RETRIED.
008950*----------------------------------------------------------------
008960 2440-APPLY-CANCEL.
008970     PERFORM 2190-READ-INSTRUCTION THRU 2190-EXIT.
008980     IF NOT WS-MAINT-REJECTED
008990         MOVE SI-MASTER-RECORD TO WS-BEFORE-IMAGE
009000         MOVE 'X' TO SI-STATUS
009010         MOVE WS-PROCESSING-DATE TO SI-LAST-MAINT-DATE
009020         PERFORM 2195-REWRITE-INSTRUCTION THRU 2195-EXIT
009030         IF NOT WS-MAINT-REJECTED
009040             ADD 1 TO WS-CANCEL-COUNT
009050         END-IF
009060     END-IF.
009070 2440-EXIT.
009080     EXIT.
009090*
009100*----------------------------------------------------------------
009110* 2460-APPLY-RESOLVE - CLEAR A PENDING OCCURRENCE BY HAND AFTER
009120*                      CHECKING THE POSTING RUN'S OUTPUT.  PAID
009130*                      FLAG 'Y' RECORDS THE PAYMENT AND MOVES THE
009140*                      INSTRUCTION TO THE NEXT-DUE DATE GIVEN; 'N'
009150*                      LEAVES THE OCCURRENCE DUE SO THE NEXT
009160*                      NIGHTLY RUN GENERATES IT AGAIN.  THE RETRY
009170*                      COUNT IS NOT CHANGED BY A NOT-PAID
009180*                      RESOLUTION.  A CANCELLED OR ENDED
009190*                      INSTRUCTION MAY STILL BE RESOLVED.
009200*----------------------------------------------------------------
009210 2460-APPLY-RESOLVE.
009220     IF SMT-PAID-FLAG NOT = 'Y' AND SMT-PAID-FLAG NOT = 'N'
009230         SET SMT-INVALID-PAID-FLAG TO TRUE
009240         MOVE 'Y' TO WS-REJECT-SWITCH
009250     END-IF.
009260     IF NOT WS-MAINT-REJECTED
009270         IF SMT-PAID-FLAG = 'Y'
009280             IF SMT-NEXT-DUE-DATE = SPACES
009290                 SET SMT-INVALID-DUE-DATE TO TRUE
009300                 MOVE 'Y' TO WS-REJECT-SWITCH
009310             ELSE
009320                 PERFORM 2130-EDIT-NEXT-DUE THRU 2130-EXIT
009330             END-IF
009340         END-IF
009350     END-IF.
009360     IF NOT WS-MAINT-REJECTED
009370         MOVE SMT-SI-NUMBER TO SI-NUMBER
009380         READ SIMAST
009390             INVALID KEY
009400                 SET SMT-NOT-ON-FILE TO TRUE
009410                 MOVE 'Y' TO WS-REJECT-SWITCH
009420         END-READ
009430     END-IF.
009440     IF NOT WS-MAINT-REJECTED
009450         IF NOT SI-PENDING
009460             SET SMT-NOTHING-PENDING TO TRUE
009470             MOVE 'Y' TO WS-REJECT-SWITCH
009480         END-IF
009490     END-IF.
009500     IF NOT WS-MAINT-REJECTED
009510         MOVE SI-MASTER-RECORD TO WS-BEFORE-IMAGE
009520         IF SMT-PAID-FLAG = 'Y'
009530             MOVE SI-PENDING-DATE TO SI-LAST-PAID-DATE
009540             MOVE 0 TO SI-RETRY-COUNT
009550             MOVE SMT-NEXT-DUE-DATE-N TO SI-NEXT-DUE-DATE
009560         END-IF
009570         MOVE 'N' TO SI-PENDING-FLAG
009580         MOVE 0   TO SI-PENDING-DATE
009590         MOVE 0   TO SI-PENDING-DEBIT-ID
009600         MOVE 0   TO SI-PENDING-CREDIT-ID
009610         MOVE WS-PROCESSING-DATE TO SI-LAST-MAINT-DATE
009620         PERFORM 2195-REWRITE-INSTRUCTION THRU 2195-EXIT
009630         IF NOT WS-MAINT-REJECTED
009640             ADD 1 TO WS-RESOLVE-COUNT
009650         END-IF
009660     END-IF.
009670 2460-EXIT.
009680     EXIT.
009690*
009700*----------------------------------------------------------------
009710* 2500-WRITE-AUDIT - WRITE THE BEFORE-AND-AFTER IMAGE AUDIT
009720*                    RECORD FOR ONE APPLIED MAINTENANCE
009730*                    TRANSACTION
009740*----------------------------------------------------------------
009750 2500-WRITE-AUDIT.
009760     MOVE SMT-ACTION-CODE     TO WS-AUD-ACTION.
009770     MOVE SMT-SI-NUMBER       TO WS-AUD-SI-NUMBER.
009780     MOVE WS-PROCESSING-DATE  TO WS-AUD-DATE.
009790     MOVE WS-BEFORE-IMAGE     TO WS-AUD-BEFORE-IMAGE.
009800     MOVE WS-AFTER-IMAGE      TO WS-AUD-AFTER-IMAGE.
009810     MOVE WS-AUDIT-RECORD     TO SI-AUDIT-RECORD.
009820     WRITE SI-AUDIT-RECORD.
009830 2500-EXIT.
009840     EXIT.
009850*
009860*----------------------------------------------------------------
009870* 2600-WRITE-REGISTER - PRINT ONE REGISTER LINE SHOWING WHAT THE
009880*                       TRANSACTION ASKED FOR AND WHAT WAS DONE
009890*                       WITH IT.  AN APPLIED LINE SHOWS THE
009900*                       INSTRUCTION AS WRITTEN; A REJECTED LINE
009910*                       SHOWS THE TRANSACTION AS KEYED.
009920*----------------------------------------------------------------
009930 2600-WRITE-REGISTER.
009940     MOVE WS-PROCESSING-DATE TO WS-REG-DATE.
009950     EVALUATE SMT-ACTION-CODE
009960         WHEN 'A'
009970             MOVE 'ADD'     TO WS-REG-ACTION
009980         WHEN 'C'
009990             MOVE 'CHANGE'  TO WS-REG-ACTION
010000         WHEN 'S'
010010             MOVE 'SUSPEND' TO WS-REG-ACTION
010020         WHEN 'R'
010030             MOVE 'RESUME'  TO WS-REG-ACTION
010040         WHEN 'X'
010050             MOVE 'CANCEL'  TO WS-REG-ACTION
010060         WHEN 'P'
010070             MOVE 'RESOLVE' TO WS-REG-ACTION
010080         WHEN OTHER
010090             MOVE SMT-ACTION-CODE TO WS-REG-ACTION
010100     END-EVALUATE.
010110     MOVE SMT-SI-NUMBER TO WS-REG-SI-NUMBER.
010120     IF WS-MAINT-REJECTED
010130         MOVE SMT-FROM-ACCOUNT TO WS-REG-FROM-ACCOUNT
010140         MOVE SMT-TO-ACCOUNT   TO WS-REG-TO-ACCOUNT
010150         IF SMT-AMOUNT IS NUMERIC
010160             MOVE SMT-AMOUNT-N TO WS-REG-AMOUNT
010170         ELSE
010180             MOVE 0 TO WS-REG-AMOUNT
010190         END-IF
010200         PERFORM 2610-SET-REJECT-TEXT THRU 2610-EXIT
010210         STRING 'REJECTED ' WS-REJECT-REASON-CODE ' '
010220                WS-REJECT-REASON-TEXT
010230                DELIMITED BY SIZE
010240                INTO WS-REG-DISPOSITION
010250     ELSE
010260         MOVE SI-FROM-ACCOUNT TO WS-REG-FROM-ACCOUNT
010270         MOVE SI-TO-ACCOUNT   TO WS-REG-TO-ACCOUNT
010280         MOVE SI-AMOUNT       TO WS-REG-AMOUNT
010290         MOVE 'APPLIED' TO WS-REG-DISPOSITION
010300     END-IF.
010310     MOVE WS-REGISTER-LINE TO SI-REGISTER-LINE.
010320     MOVE SPACES TO WS-REG-DISPOSITION.
010330     WRITE SI-REGISTER-LINE.
010340 2600-EXIT.
010350     EXIT.
010360*
010370*----------------------------------------------------------------
010380* 2610-SET-REJECT-TEXT - TRANSLATE THE REJECT REASON CODE TO THE
010390*                        TEXT PRINTED ON THE REGISTER
010400*----------------------------------------------------------------
010410 2610-SET-REJECT-TEXT.
010420     EVALUATE TRUE
010430         WHEN SMT-INVALID-ACTION
010440             MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON-TEXT
010450         WHEN SMT-NONNUMERIC-SI
010460             MOVE 'NON-NUMERIC INSTRUCTION NUMBER'
010470                     TO WS-REJECT-REASON-TEXT
010480         WHEN SMT-DUPLICATE-ADD
010490             MOVE 'INSTRUCTION ALREADY ON FILE'
010500                     TO WS-REJECT-REASON-TEXT
010510         WHEN SMT-NOT-ON-FILE
010520             MOVE 'INSTRUCTION NOT ON FILE'
010530                     TO WS-REJECT-REASON-TEXT
010540         WHEN SMT-NONNUMERIC-ACCT
010550             MOVE 'MISSING OR NON-NUMERIC ACCOUNT'
010560                     TO WS-REJECT-REASON-TEXT
010570         WHEN SMT-ACCT-NOT-ON-FILE
010580             MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON-TEXT
010590         WHEN SMT-ACCT-NOT-OPEN
010600             MOVE 'ACCOUNT IS NOT OPEN' TO WS-REJECT-REASON-TEXT
010610         WHEN SMT-SAME-ACCOUNT
010620             MOVE 'FROM AND TO ACCOUNT ARE SAME'
010630                     TO WS-REJECT-REASON-TEXT
010640         WHEN SMT-INVALID-AMOUNT
010650             MOVE 'INVALID AMOUNT' TO WS-REJECT-REASON-TEXT
010660         WHEN SMT-INVALID-FREQUENCY
010670             MOVE 'INVALID FREQUENCY' TO WS-REJECT-REASON-TEXT
010680         WHEN SMT-INVALID-DUE-DATE
010690             MOVE 'INVALID NEXT-DUE DATE' TO WS-REJECT-REASON-TEXT
010700         WHEN SMT-INVALID-END-DATE
010710             MOVE 'INVALID END DATE' TO WS-REJECT-REASON-TEXT
010720         WHEN SMT-INVALID-RETRY
010730             MOVE 'INVALID RETRY LIMIT' TO WS-REJECT-REASON-TEXT
010740         WHEN SMT-NOTHING-TO-CHANGE
010750             MOVE 'NOTHING TO CHANGE' TO WS-REJECT-REASON-TEXT
010760         WHEN SMT-NOT-ACTIVE
010770             MOVE 'INSTRUCTION IS NOT ACTIVE'
010780                     TO WS-REJECT-REASON-TEXT
010790         WHEN SMT-NOT-SUSPENDED
010800             MOVE 'INSTRUCTION IS NOT SUSPENDED'
010810                     TO WS-REJECT-REASON-TEXT
010820         WHEN SMT-ALREADY-CLOSED
010830             MOVE 'INSTRUCTION CANCELLED OR ENDED'
010840                     TO WS-REJECT-REASON-TEXT
010850         WHEN SMT-OCCURRENCE-PENDING
010860             MOVE 'OCCURRENCE STILL PENDING'
010870                     TO WS-REJECT-REASON-TEXT
010880         WHEN SMT-NOTHING-PENDING
010890             MOVE 'NO OCCURRENCE PENDING' TO WS-REJECT-REASON-TEXT
010900         WHEN SMT-INVALID-PAID-FLAG
010910             MOVE 'INVALID PAID FLAG' TO WS-REJECT-REASON-TEXT
010920         WHEN SMT-IO-FAILURE
010930             MOVE 'MASTER FILE I-O FAILURE'
010940                     TO WS-REJECT-REASON-TEXT
010950         WHEN OTHER
010960             MOVE 'UNKNOWN EDIT FAILURE' TO WS-REJECT-REASON-TEXT
010970     END-EVALUATE.
010980 2610-EXIT.
010990     EXIT.
011000*
011010*----------------------------------------------------------------
011020* 8000-FINALIZE - PRINT THE REGISTER TOTALS, REPORT THE COUNTS
011030*                 ON THE CONSOLE AND CLOSE THE FILES.  ANY
011040*                 REJECTED TRANSACTION LEAVES A RETURN CODE OF 4
011050*                 SO THE SCHEDULER CAN FLAG THE REGISTER FOR
011060*                 REVIEW.
011070*----------------------------------------------------------------
011080 8000-FINALIZE.
011090     MOVE SPACES TO SI-REGISTER-LINE.
011100     WRITE SI-REGISTER-LINE.
011110     MOVE SPACES TO SI-REGISTER-LINE.
011120     MOVE WS-READ-COUNT       TO WS-READ-COUNT-D.
011130     MOVE WS-ADD-COUNT        TO WS-ADD-COUNT-D.
011140     MOVE WS-CHANGE-COUNT     TO WS-CHANGE-COUNT-D.
011150     MOVE WS-SUSPEND-COUNT    TO WS-SUSPEND-COUNT-D.
011160     MOVE WS-RESUME-COUNT     TO WS-RESUME-COUNT-D.
011170     MOVE WS-CANCEL-COUNT     TO WS-CANCEL-COUNT-D.
011180     MOVE WS-RESOLVE-COUNT    TO WS-RESOLVE-COUNT-D.
011190     MOVE WS-REJECT-COUNT     TO WS-REJECT-COUNT-D.
011200     STRING 'READ ' WS-READ-COUNT-D
011210            '  ADDS ' WS-ADD-COUNT-D
011220            '  CHANGES ' WS-CHANGE-COUNT-D
011230            '  SUSPENDED ' WS-SUSPEND-COUNT-D
011240            '  RESUMED ' WS-RESUME-COUNT-D
011250            '  CANCELLED ' WS-CANCEL-COUNT-D
011260            '  RESOLVED ' WS-RESOLVE-COUNT-D
011270            '  REJECTED ' WS-REJECT-COUNT-D
011280            DELIMITED BY SIZE
011290            INTO SI-REGISTER-LINE.
011300     WRITE SI-REGISTER-LINE.
011310     DISPLAY 'SIMNT - STANDING INSTRUCTION MAINTENANCE TOTALS'.
011320     DISPLAY 'TRANSACTIONS READ    : ' WS-READ-COUNT.
011330     DISPLAY 'INSTRUCTIONS ADDED   : ' WS-ADD-COUNT.
011340     DISPLAY 'INSTRUCTIONS CHANGED : ' WS-CHANGE-COUNT.
011350     DISPLAY 'SUSPENDED            : ' WS-SUSPEND-COUNT.
011360     DISPLAY 'RESUMED              : ' WS-RESUME-COUNT.
011370     DISPLAY 'CANCELLED            : ' WS-CANCEL-COUNT.
011380     DISPLAY 'PENDING RESOLVED     : ' WS-RESOLVE-COUNT.
011390     DISPLAY 'REJECTED             : ' WS-REJECT-COUNT.
011400     IF WS-REJECT-COUNT > 0
011410         IF RETURN-CODE < 4
011420             MOVE 4 TO RETURN-CODE
011430         END-IF
011440     END-IF.
011450     CLOSE SIFILE.
011460     CLOSE SIMAST.
011470     CLOSE ACCTMAST.
011480     CLOSE SIAUD.
011490     CLOSE SIREG.
011500 8000-EXIT.
011510     EXIT.
