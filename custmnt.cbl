000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CUSTMNT.
000030 AUTHOR.        R HUCKABY.
000040 INSTALLATION.  DAILY BATCH PROCESSING GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26  RH  ORIGINAL PROGRAM.  ACCTMAST CARRIES ONLY A
000110*               30-BYTE NAME PER ACCOUNT -- NO ADDRESS, NO TAX
000120*               ID, AND NOTHING THAT TIES TWO ACCOUNTS FOR THE
000130*               SAME PERSON TOGETHER.  THIS PROGRAM IS THE ONE
000140*               CONTROLLED MAINTENANCE PATH FOR THE NEW INDEXED
000150*               CUSTOMER MASTER (CUSTMAST, SEE CUSTREC), BUILT
000160*               THE SAME WAY AS ACCTMNT.  IT READS A KEYED
000170*               MAINTENANCE TRANSACTION FILE (CUSTFILE) AND
000180*               APPLIES ADD / CHANGE / INACTIVATE ACTIONS TO
000190*               CUSTMAST, PLUS LINK AND UNLINK ACTIONS THAT SET
000200*               OR CLEAR ACCT-CUSTOMER-NUMBER ON AN ACCTMAST
000210*               RECORD SO ONE CUSTOMER CAN OWN ANY NUMBER OF
000220*               ACCOUNTS.  EVERY CHANGE APPLIED WRITES A
000230*               BEFORE-AND-AFTER IMAGE AUDIT RECORD (CUSTAUD)
000240*               NAMING THE MASTER FILE IT CHANGED, AND EVERY
000250*               TRANSACTION PRINTS ON THE CUSTOMER MAINTENANCE
000260*               REGISTER (CUSTREG).  THE RUN'S PROCESSING DATE
000270*               COMES FROM THE SAME CTLCARD FILE BATCHPROC USES.
000280*               ANY REJECTED TRANSACTION SETS A RETURN CODE OF 4.
000290* 10/15/26  RH  EVERY LINK AND UNLINK NOW APPENDS THE ACCOUNT'S
000300*               BEFORE-IMAGE TO THE ACCTMAST JOURNAL (ACCTJRNL)
000310*               AHEAD OF THE REWRITE, SO ACCTRCVR CAN PUT ACCTMAST
000320*               BACK.  CUSTMAST CHANGES ARE NOT JOURNALED.
000330* 10/15/26  RH  A CUSTOMER NUMBER OF ZERO NOW REJECTS WITH ITS OWN
000340*               REASON (17).  ZERO IN ACCT-CUSTOMER-NUMBER MEANS
000350*               NOT LINKED, SO A CUSTOMER ADDED AS ZERO COULD
000360*               NEVER OWN AN ACCOUNT.
000370*----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.  IBM-370.
000410 OBJECT-COMPUTER.  IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CUSTFILE  ASSIGN TO CUSTFILE
000450            ORGANIZATION IS LINE SEQUENTIAL
000460            FILE STATUS IS WS-CUSTFILE-STATUS.
000470     SELECT CUSTMAST  ASSIGN TO CUSTMAST
000480            ORGANIZATION IS INDEXED
000490            ACCESS MODE IS RANDOM
000500            RECORD KEY IS CUST-NUMBER
000510            FILE STATUS IS WS-CUSTMAST-STATUS.
000520     SELECT ACCTMAST  ASSIGN TO ACCTMAST
000530            ORGANIZATION IS INDEXED
000540            ACCESS MODE IS RANDOM
000550            RECORD KEY IS ACCT-NUMBER
000560            FILE STATUS IS WS-ACCTMAST-STATUS.
000570     SELECT CUSTAUD   ASSIGN TO CUSTAUD
000580            ORGANIZATION IS LINE SEQUENTIAL
000590            FILE STATUS IS WS-CUSTAUD-STATUS.
000600     SELECT CUSTREG   ASSIGN TO CUSTREG
000610            ORGANIZATION IS LINE SEQUENTIAL
000620            FILE STATUS IS WS-CUSTREG-STATUS.
000630     SELECT CTLCARD   ASSIGN TO CTLCARD
000640            ORGANIZATION IS LINE SEQUENTIAL
000650            FILE STATUS IS WS-CTLCARD-STATUS.
000660     SELECT ACCTJRNL  ASSIGN TO ACCTJRNL
000670            ORGANIZATION IS LINE SEQUENTIAL
000680            FILE STATUS IS WS-ACCTJRNL-STATUS.
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000720*----------------------------------------------------------------
000730* CUSTFILE - ONE CUSTOMER MAINTENANCE TRANSACTION PER RECORD.
000740* THE ACTION CODE IS:
000750*   'A' - ADD A CUSTOMER.  NAME AND FIRST ADDRESS LINE ARE
000760*         REQUIRED; A BLANK NEW-STATUS DEFAULTS TO ACTIVE.
000770*   'C' - CHANGE A CUSTOMER.  A BLANK FIELD MEANS LEAVE THAT
000780*         FIELD AS IT IS.
000790*   'X' - INACTIVATE A CUSTOMER.  THE RECORD STAYS ON FILE SO
000800*         THE HISTORY AND ANY LINKED ACCOUNTS STILL RESOLVE.
000810*   'L' - LINK THE ACCOUNT NAMED IN CMT-ACCOUNT-NUMBER TO THE
000820*         CUSTOMER.  THE ACCOUNT MUST BE ON ACCTMAST AND NOT
000830*         ALREADY LINKED; THE CUSTOMER MUST BE ACTIVE.
000840*   'U' - UNLINK THE ACCOUNT FROM THE CUSTOMER.  THE ACCOUNT
000850*         MUST CURRENTLY BE LINKED TO THIS CUSTOMER.
000860* THE TAX ID IS NINE DIGITS WHEN PRESENT.
000870*----------------------------------------------------------------
000880 FD  CUSTFILE.
000890 01  CMT-RECORD.
000900     05  CMT-ACTION-CODE          PIC X(01).
000910     05  CMT-CUSTOMER-NUMBER      PIC 9(08).
000920     05  CMT-ACCOUNT-NUMBER       PIC X(08).
000930     05  CMT-ACCOUNT-NUMBER-N REDEFINES CMT-ACCOUNT-NUMBER
000940                                  PIC 9(08).
000950     05  CMT-NEW-STATUS           PIC X(01).
000960     05  CMT-NAME                 PIC X(30).
000970     05  CMT-ADDRESS-LINE-1       PIC X(30).
000980     05  CMT-ADDRESS-LINE-2       PIC X(30).
000990     05  CMT-CITY                 PIC X(20).
001000     05  CMT-STATE                PIC X(02).
001010     05  CMT-POSTAL-CODE          PIC X(10).
001020     05  CMT-TAX-ID               PIC X(09).
001030     05  CMT-PHONE                PIC X(10).
001040     05  FILLER                   PIC X(41).
001050*
001060 FD  CUSTMAST.
001070 01  CUST-MASTER-RECORD.
001080     COPY CUSTREC.
001090*
001100 FD  ACCTMAST.
001110 01  ACCT-MASTER-RECORD.
001120     COPY ACCTREC.
001130*
001140*----------------------------------------------------------------
001150* CUSTAUD - ONE RECORD PER MAINTENANCE TRANSACTION APPLIED,
001160* CARRYING THE ACTION, THE MASTER FILE CHANGED (CUSTMAST OR,
001170* FOR A LINK OR UNLINK, ACCTMAST), THE CUSTOMER AND ACCOUNT
001180* NUMBERS, THE DATE, AND THE FULL BEFORE AND AFTER IMAGES OF
001190* THE RECORD CHANGED.  AN ADD HAS A BLANK BEFORE IMAGE; AN
001200* ACCTMAST IMAGE OCCUPIES THE FIRST 80 BYTES OF ITS FIELD.
001210*----------------------------------------------------------------
001220 FD  CUSTAUD.
001230 01  CUST-AUDIT-RECORD            PIC X(439).
001240*
001250 FD  CUSTREG.
001260 01  CUST-REGISTER-LINE           PIC X(132).
001270*
001280 FD  CTLCARD.
001290 01  CTL-RECORD.
001300     05  CTL-PROCESSING-DATE      PIC 9(08).
001310     05  FILLER                   PIC X(72).
001320*
001330*----------------------------------------------------------------
001340* ACCTJRNL - ACCTMAST BEFORE-IMAGE JOURNAL, EXTENDED WITH EACH
001350* ACCOUNT'S RECORD AS IT STOOD BEFORE THIS PROGRAM CHANGES IT
001360*----------------------------------------------------------------
001370 FD  ACCTJRNL.
001380 01  JRNL-RECORD.
001390     COPY JRNLREC.
001400*
001410 WORKING-STORAGE SECTION.
001420*----------------------------------------------------------------
001430* FILE STATUS AND CONTROL SWITCHES
001440*----------------------------------------------------------------
001450 77  WS-CUSTFILE-STATUS          PIC X(02) VALUE SPACES.
001460 77  WS-CUSTMAST-STATUS          PIC X(02) VALUE SPACES.
001470 77  WS-ACCTMAST-STATUS          PIC X(02) VALUE SPACES.
001480 77  WS-CUSTAUD-STATUS           PIC X(02) VALUE SPACES.
001490 77  WS-CUSTREG-STATUS           PIC X(02) VALUE SPACES.
001500 77  WS-CTLCARD-STATUS           PIC X(02) VALUE SPACES.
001510*
001520 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001530     88  WS-EOF-YES              VALUE 'Y'.
001540     88  WS-EOF-NO               VALUE 'N'.
001550*
001560 01  WS-REJECT-SWITCH            PIC X(01) VALUE 'N'.
001570     88  WS-MAINT-REJECTED       VALUE 'Y'.
001580     88  WS-MAINT-APPLIED        VALUE 'N'.
001590*
001600 01  WS-REJECT-REASON-CODE       PIC 9(02) VALUE 0.
001610     88  CMT-INVALID-ACTION     VALUE 01.
001620     88  CMT-NONNUMERIC-CUST    VALUE 02.
001630     88  CMT-DUPLICATE-ADD      VALUE 03.
001640     88  CMT-NOT-ON-FILE        VALUE 04.
001650     88  CMT-ALREADY-INACTIVE   VALUE 05.
001660     88  CMT-BLANK-NAME         VALUE 06.
001670     88  CMT-BLANK-ADDRESS      VALUE 07.
001680     88  CMT-INVALID-STATUS     VALUE 08.
001690     88  CMT-NOTHING-TO-CHANGE  VALUE 09.
001700     88  CMT-IO-FAILURE         VALUE 10.
001710     88  CMT-INVALID-TAX-ID     VALUE 11.
001720     88  CMT-NONNUMERIC-ACCT    VALUE 12.
001730     88  CMT-ACCT-NOT-ON-FILE   VALUE 13.
001740     88  CMT-ACCT-ALREADY-LINKED VALUE 14.
001750     88  CMT-ACCT-NOT-LINKED    VALUE 15.
001760     88  CMT-CUST-INACTIVE      VALUE 16.
001770     88  CMT-ZERO-CUST          VALUE 17.
001780 01  WS-REJECT-REASON-TEXT       PIC X(30) VALUE SPACES.
001790*
001800*----------------------------------------------------------------
001810* COUNTERS
001820*----------------------------------------------------------------
001830 77  WS-READ-COUNT               PIC 9(07) COMP VALUE 0.
001840 77  WS-ADD-COUNT                PIC 9(07) COMP VALUE 0.
001850 77  WS-CHANGE-COUNT             PIC 9(07) COMP VALUE 0.
001860 77  WS-INACTIVATE-COUNT         PIC 9(07) COMP VALUE 0.
001870 77  WS-LINK-COUNT               PIC 9(07) COMP VALUE 0.
001880 77  WS-UNLINK-COUNT             PIC 9(07) COMP VALUE 0.
001890 77  WS-REJECT-COUNT             PIC 9(07) COMP VALUE 0.
001900*
001910 77  WS-PROCESSING-DATE          PIC 9(08) VALUE 0.
001920*
001930*----------------------------------------------------------------
001940* ACCTMAST BEFORE-IMAGE JOURNAL STAMP.  THIS PROGRAM TAKES NO
001950* CHECKPOINTS, SO ITS CHECKPOINT SEQUENCE STAYS ZERO
001960*----------------------------------------------------------------
001970 77  WS-ACCTJRNL-STATUS          PIC X(02) VALUE SPACES.
001980 77  WS-JRNL-THIS-PROGRAM        PIC X(10) VALUE 'CUSTMNT'.
001990 77  WS-JRNL-RUN-TIME            PIC 9(08) VALUE 0.
002000 77  WS-JRNL-CKPT-SEQ            PIC 9(05) VALUE 0.
002010 77  WS-JRNL-ENTRY-TYPE          PIC X(01) VALUE SPACE.
002020 77  WS-JRNL-WRITE-COUNT         PIC 9(07) COMP VALUE 0.
002030*
002040*----------------------------------------------------------------
002050* DISPLAY-FORMAT COPIES OF THE BINARY COUNTERS FOR THE REGISTER
002060* TOTALS LINE
002070*----------------------------------------------------------------
002080 01  WS-TOTALS-DISPLAY.
002090     05  WS-READ-COUNT-D         PIC 9(07).
002100     05  WS-ADD-COUNT-D          PIC 9(07).
002110     05  WS-CHANGE-COUNT-D       PIC 9(07).
002120     05  WS-INACTIVATE-COUNT-D   PIC 9(07).
002130     05  WS-LINK-COUNT-D         PIC 9(07).
002140     05  WS-UNLINK-COUNT-D       PIC 9(07).
002150     05  WS-REJECT-COUNT-D       PIC 9(07).
002160*
002170*----------------------------------------------------------------
002180* BEFORE AND AFTER MASTER IMAGES FOR THE AUDIT RECORD, AND THE
002190* NAME OF THE MASTER FILE THEY CAME FROM
002200*----------------------------------------------------------------
002210 01  WS-BEFORE-IMAGE             PIC X(200) VALUE SPACES.
002220 01  WS-AFTER-IMAGE              PIC X(200) VALUE SPACES.
002230 01  WS-AUDIT-FILE-ID            PIC X(08) VALUE SPACES.
002240*
002250*----------------------------------------------------------------
002260* AUDIT RECORD STAGING AREA - BUILT HERE AND MOVED TO THE FD AS
002270* ONE GROUP, THE SAME WAY ACCTMNT BUILDS MNTAUDIT
002280*----------------------------------------------------------------
002290 01  WS-AUDIT-RECORD.
002300     05  WS-AUD-ACTION           PIC X(01).
002310     05  FILLER                  PIC X(01) VALUE SPACE.
002320     05  WS-AUD-FILE-ID          PIC X(08).
002330     05  FILLER                  PIC X(01) VALUE SPACE.
002340     05  WS-AUD-CUSTOMER         PIC 9(08).
002350     05  FILLER                  PIC X(01) VALUE SPACE.
002360     05  WS-AUD-ACCOUNT          PIC X(08).
002370     05  FILLER                  PIC X(01) VALUE SPACE.
002380     05  WS-AUD-DATE             PIC 9(08).
002390     05  FILLER                  PIC X(01) VALUE SPACE.
002400     05  WS-AUD-BEFORE-IMAGE     PIC X(200).
002410     05  FILLER                  PIC X(01) VALUE SPACE.
002420     05  WS-AUD-AFTER-IMAGE      PIC X(200).
002430*
002440*----------------------------------------------------------------
002450* REGISTER LINE STAGING AREA.  THE TAX ID IS NEVER PRINTED.
002460*----------------------------------------------------------------
002470 01  WS-REGISTER-LINE.
002480     05  WS-REG-DATE             PIC 9(08).
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  WS-REG-ACTION           PIC X(06).
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  WS-REG-CUSTOMER         PIC X(08).
002530     05  FILLER                  PIC X(02) VALUE SPACES.
002540     05  WS-REG-ACCOUNT          PIC X(08).
002550     05  FILLER                  PIC X(02) VALUE SPACES.
002560     05  WS-REG-NAME             PIC X(30).
002570     05  FILLER                  PIC X(02) VALUE SPACES.
002580     05  WS-REG-DISPOSITION      PIC X(42).
002590     05  FILLER                  PIC X(20) VALUE SPACES.
002600*
002610 PROCEDURE DIVISION.
002620*----------------------------------------------------------------
002630* 0000-MAINLINE
002640*----------------------------------------------------------------
002650 0000-MAINLINE.
002660     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002670     PERFORM 2000-PROCESS-MAINT  THRU 2000-EXIT
002680             UNTIL WS-EOF-YES.
002690     PERFORM 8000-FINALIZE       THRU 8000-EXIT.
002700     STOP RUN.
002710*
002720*----------------------------------------------------------------
002730* 1000-INITIALIZE - OPEN FILES AND PRIME THE READ.  A MISSING
002740*                   CUSTMAST IS CREATED EMPTY SO THE FIRST LOAD
002750*                   RUNS THROUGH THE SAME CONTROLLED PATH AS
002760*                   DAY-TO-DAY MAINTENANCE.  ACCTMAST MUST ALREADY
002770*                   EXIST -- IT IS ONLY EVER CREATED BY ACCTMNT.
002780*----------------------------------------------------------------
002790 1000-INITIALIZE.
002800     MOVE 'N' TO WS-EOF-SWITCH.
002810     PERFORM 1010-READ-CONTROL-CARD THRU 1010-EXIT.
002820     OPEN INPUT CUSTFILE.
002830     IF WS-CUSTFILE-STATUS NOT = '00'
002840         DISPLAY '*** FATAL - CUSTFILE OPEN FAILED, STATUS '
002850                 WS-CUSTFILE-STATUS
002860         MOVE 16 TO RETURN-CODE
002870         STOP RUN
002880     END-IF.
002890     OPEN I-O CUSTMAST.
002900     IF WS-CUSTMAST-STATUS = '35'
002910         DISPLAY 'CUSTMAST NOT ON FILE - CREATING AN EMPTY ONE'
002920         OPEN OUTPUT CUSTMAST
002930         IF WS-CUSTMAST-STATUS NOT = '00'
002940             DISPLAY '*** FATAL - CUSTMAST CREATE FAILED, STATUS '
002950                     WS-CUSTMAST-STATUS
002960             MOVE 16 TO RETURN-CODE
002970             STOP RUN
002980         END-IF
002990         CLOSE CUSTMAST
003000         OPEN I-O CUSTMAST
003010     END-IF.
003020     IF WS-CUSTMAST-STATUS NOT = '00'
003030         DISPLAY '*** FATAL - CUSTMAST OPEN FAILED, STATUS '
003040                 WS-CUSTMAST-STATUS
003050         MOVE 16 TO RETURN-CODE
003060         STOP RUN
003070     END-IF.
003080     OPEN I-O ACCTMAST.
003090     IF WS-ACCTMAST-STATUS NOT = '00'
003100         DISPLAY '*** FATAL - ACCTMAST OPEN FAILED, STATUS '
003110                 WS-ACCTMAST-STATUS
003120         MOVE 16 TO RETURN-CODE
003130         STOP RUN
003140     END-IF.
003150     PERFORM 1760-OPEN-ACCTJRNL THRU 1760-EXIT.
003160     OPEN OUTPUT CUSTAUD.
003170     IF WS-CUSTAUD-STATUS NOT = '00'
003180         DISPLAY '*** FATAL - CUSTAUD OPEN FAILED, STATUS '
003190                 WS-CUSTAUD-STATUS
003200         MOVE 16 TO RETURN-CODE
003210         STOP RUN
003220     END-IF.
003230     OPEN OUTPUT CUSTREG.
003240     IF WS-CUSTREG-STATUS NOT = '00'
003250         DISPLAY '*** FATAL - CUSTREG OPEN FAILED, STATUS '
003260                 WS-CUSTREG-STATUS
003270         MOVE 16 TO RETURN-CODE
003280         STOP RUN
003290     END-IF.
003300     PERFORM 1100-WRITE-REGISTER-HEADING THRU 1100-EXIT.
003310     PERFORM 1200-READ-CUSTFILE THRU 1200-EXIT.
003320 1000-EXIT.
003330     EXIT.
003340*
003350*----------------------------------------------------------------
003360* 1010-READ-CONTROL-CARD - READ THE ONE-RECORD CTLCARD FILE TO
003370*                          GET THE PROCESSING DATE STAMPED ON THE
003380*                          AUDIT RECORDS, THE REGISTER AND THE
003390*                          CUSTOMER RECORD.  SAME CARD AND SAME
003400*                          EDITS AS BATCHPROC.
003410*----------------------------------------------------------------
003420 1010-READ-CONTROL-CARD.
003430     OPEN INPUT CTLCARD.
003440     IF WS-CTLCARD-STATUS NOT = '00'
003450         DISPLAY '*** FATAL - CTLCARD OPEN FAILED, STATUS '
003460                 WS-CTLCARD-STATUS
003470         MOVE 16 TO RETURN-CODE
003480         STOP RUN
003490     END-IF.
003500     READ CTLCARD
003510         AT END
003520             DISPLAY '*** FATAL - CTLCARD IS EMPTY, NO '
003530                     'PROCESSING DATE SUPPLIED'
003540             MOVE 16 TO RETURN-CODE
003550             STOP RUN
003560     END-READ.
003570     IF CTL-PROCESSING-DATE IS NOT NUMERIC
003580         DISPLAY '*** FATAL - CTLCARD PROCESSING DATE IS NOT '
003590                 'NUMERIC: ' CTL-RECORD
003600         MOVE 16 TO RETURN-CODE
003610         STOP RUN
003620     END-IF.
003630     MOVE CTL-PROCESSING-DATE TO WS-PROCESSING-DATE.
003640     CLOSE CTLCARD.
003650 1010-EXIT.
003660     EXIT.
003670*
003680*----------------------------------------------------------------
003690* 1100-WRITE-REGISTER-HEADING - TITLE AND COLUMN HEADINGS AT THE
003700*                               TOP OF THE MAINTENANCE REGISTER
003710*----------------------------------------------------------------
003720 1100-WRITE-REGISTER-HEADING.
003730     MOVE SPACES TO CUST-REGISTER-LINE.
003740     STRING 'CUSTOMER MASTER MAINTENANCE REGISTER - '
003750            WS-PROCESSING-DATE
003760            DELIMITED BY SIZE
003770            INTO CUST-REGISTER-LINE.
003780     WRITE CUST-REGISTER-LINE.
003790     MOVE SPACES TO CUST-REGISTER-LINE.
003800     STRING 'DATE        ACTION  CUSTOMER  ACCOUNT   '
003810            'NAME                            DISPOSITION'
003820            DELIMITED BY SIZE
003830            INTO CUST-REGISTER-LINE.
003840     WRITE CUST-REGISTER-LINE.
003850 1100-EXIT.
003860     EXIT.
003870*
003880*----------------------------------------------------------------
003890* 1200-READ-CUSTFILE - READ THE NEXT MAINTENANCE TRANSACTION
003900*----------------------------------------------------------------
003910 1200-READ-CUSTFILE.
003920     MOVE SPACES TO CMT-RECORD.
003930     READ CUSTFILE
003940         AT END
003950             MOVE 'Y' TO WS-EOF-SWITCH
003960         NOT AT END
003970             ADD 1 TO WS-READ-COUNT
003980     END-READ.
003990 1200-EXIT.
004000     EXIT.
004010*
004020*----------------------------------------------------------------
004030* 1760-OPEN-ACCTJRNL - OPEN THE ACCTMAST BEFORE-IMAGE JOURNAL FOR
004040*                      EXTEND (A FIRST-EVER RUN CREATES IT) AND
004050*                      NOTE THE TIME THIS RUN STARTED, WHICH EVERY
004060*                      JOURNAL RECORD CARRIES.  NO ACCTMAST RECORD
004070*                      MAY CHANGE WITHOUT THE JOURNAL, SO A FAILED
004080*                      OPEN IS FATAL
004090*----------------------------------------------------------------
004100 1760-OPEN-ACCTJRNL.
004110     ACCEPT WS-JRNL-RUN-TIME FROM TIME.
004120     OPEN EXTEND ACCTJRNL.
004130     IF WS-ACCTJRNL-STATUS = '35'
004140         OPEN OUTPUT ACCTJRNL
004150     END-IF.
004160     IF WS-ACCTJRNL-STATUS NOT = '00'
004170         DISPLAY '*** FATAL - ACCTJRNL OPEN FAILED, STATUS '
004180                 WS-ACCTJRNL-STATUS
004190         MOVE 16 TO RETURN-CODE
004200         STOP RUN
004210     END-IF.
004220 1760-EXIT.
004230     EXIT.
004240*
004250*----------------------------------------------------------------
004260* 2000-PROCESS-MAINT - EDIT AND APPLY ONE MAINTENANCE
004270*                      TRANSACTION, THEN READ THE NEXT ONE.
004280*                      CUSTOMER NUMBER ZERO IS NEVER VALID --
004290*                      ON ACCTMAST IT MEANS NOT LINKED.
004300*----------------------------------------------------------------
004310 2000-PROCESS-MAINT.
004320     MOVE 'N' TO WS-REJECT-SWITCH.
004330     MOVE 0   TO WS-REJECT-REASON-CODE.
004340     MOVE SPACES TO WS-BEFORE-IMAGE.
004350     MOVE SPACES TO WS-AFTER-IMAGE.
004360     MOVE 'CUSTMAST' TO WS-AUDIT-FILE-ID.
004370*
004380     IF CMT-CUSTOMER-NUMBER IS NOT NUMERIC
004390         SET CMT-NONNUMERIC-CUST TO TRUE
004400         MOVE 'Y' TO WS-REJECT-SWITCH
004410     ELSE
004420         IF CMT-CUSTOMER-NUMBER = 0
004430             SET CMT-ZERO-CUST TO TRUE
004440             MOVE 'Y' TO WS-REJECT-SWITCH
004450         END-IF
004460     END-IF.
004470*
004480     IF NOT WS-MAINT-REJECTED
004490         EVALUATE CMT-ACTION-CODE
004500             WHEN 'A'
004510                 PERFORM 2200-APPLY-ADD        THRU 2200-EXIT
004520             WHEN 'C'
004530                 PERFORM 2300-APPLY-CHANGE     THRU 2300-EXIT
004540             WHEN 'X'
004550                 PERFORM 2400-APPLY-INACTIVATE THRU 2400-EXIT
004560             WHEN 'L'
004570                 PERFORM 2450-APPLY-LINK       THRU 2450-EXIT
004580             WHEN 'U'
004590                 PERFORM 2470-APPLY-UNLINK     THRU 2470-EXIT
004600             WHEN OTHER
004610                 SET CMT-INVALID-ACTION TO TRUE
004620                 MOVE 'Y' TO WS-REJECT-SWITCH
004630         END-EVALUATE
004640     END-IF.
004650*
004660     IF WS-MAINT-REJECTED
004670         ADD 1 TO WS-REJECT-COUNT
004680     ELSE
004690         PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT
004700     END-IF.
004710     PERFORM 2600-WRITE-REGISTER THRU 2600-EXIT.
004720     PERFORM 1200-READ-CUSTFILE THRU 1200-EXIT.
004730 2000-EXIT.
004740     EXIT.
004750*
004760*----------------------------------------------------------------
004770* 2100-EDIT-STATUS-AND-TAX-ID - EDITS SHARED BY ADD AND CHANGE.
004780*                               THE NEW STATUS MUST BE 'A', 'I'
004790*                               OR BLANK; A NON-BLANK TAX ID MUST
004800*                               BE NINE DIGITS.
004810*----------------------------------------------------------------
004820 2100-EDIT-STATUS-AND-TAX-ID.
004830     IF CMT-NEW-STATUS NOT = 'A' AND NOT = 'I'
004840             AND NOT = SPACE
004850         SET CMT-INVALID-STATUS TO TRUE
004860         MOVE 'Y' TO WS-REJECT-SWITCH
004870     END-IF.
004880     IF NOT WS-MAINT-REJECTED
004890         IF CMT-TAX-ID NOT = SPACES
004900                 AND CMT-TAX-ID IS NOT NUMERIC
004910             SET CMT-INVALID-TAX-ID TO TRUE
004920             MOVE 'Y' TO WS-REJECT-SWITCH
004930         END-IF
004940     END-IF.
004950 2100-EXIT.
004960     EXIT.
004970*
004980*----------------------------------------------------------------
004990* 2200-APPLY-ADD - ADD A NEW CUSTOMER.  THE CUSTOMER MUST NOT
005000*                  ALREADY BE ON FILE, AND THE NAME AND FIRST
005010*                  ADDRESS LINE MUST NOT BE BLANK.  A BLANK
005020*                  NEW-STATUS DEFAULTS TO ACTIVE.
005030*----------------------------------------------------------------
005040 2200-APPLY-ADD.
005050     IF CMT-NAME = SPACES
005060         SET CMT-BLANK-NAME TO TRUE
005070         MOVE 'Y' TO WS-REJECT-SWITCH
005080     END-IF.
005090     IF NOT WS-MAINT-REJECTED
005100         IF CMT-ADDRESS-LINE-1 = SPACES
005110             SET CMT-BLANK-ADDRESS TO TRUE
005120             MOVE 'Y' TO WS-REJECT-SWITCH
005130         END-IF
005140     END-IF.
005150     IF NOT WS-MAINT-REJECTED
005160         PERFORM 2100-EDIT-STATUS-AND-TAX-ID THRU 2100-EXIT
005170     END-IF.
005180     IF NOT WS-MAINT-REJECTED
005190         MOVE SPACES TO CUST-MASTER-RECORD
005200         MOVE CMT-CUSTOMER-NUMBER TO CUST-NUMBER
005210         IF CMT-NEW-STATUS = SPACE
005220             MOVE 'A' TO CUST-STATUS
005230         ELSE
005240             MOVE CMT-NEW-STATUS TO CUST-STATUS
005250         END-IF
005260         MOVE CMT-NAME           TO CUST-NAME
005270         MOVE CMT-ADDRESS-LINE-1 TO CUST-ADDRESS-LINE-1
005280         MOVE CMT-ADDRESS-LINE-2 TO CUST-ADDRESS-LINE-2
005290         MOVE CMT-CITY           TO CUST-CITY
005300         MOVE CMT-STATE          TO CUST-STATE
005310         MOVE CMT-POSTAL-CODE    TO CUST-POSTAL-CODE
005320         MOVE CMT-TAX-ID         TO CUST-TAX-ID
005330         MOVE CMT-PHONE          TO CUST-PHONE
005340         MOVE WS-PROCESSING-DATE TO CUST-DATE-OPENED
005350         MOVE WS-PROCESSING-DATE TO CUST-LAST-MAINT-DATE
005360         MOVE CUST-MASTER-RECORD TO WS-AFTER-IMAGE
005370         WRITE CUST-MASTER-RECORD
005380             INVALID KEY
005390                 SET CMT-DUPLICATE-ADD TO TRUE
005400                 MOVE 'Y' TO WS-REJECT-SWITCH
005410         END-WRITE
005420         IF NOT WS-MAINT-REJECTED
005430             ADD 1 TO WS-ADD-COUNT
005440         END-IF
005450     END-IF.
005460 2200-EXIT.
005470     EXIT.
005480*
005490*----------------------------------------------------------------
005500* 2300-APPLY-CHANGE - CHANGE AN EXISTING CUSTOMER'S NAME,
005510*                     ADDRESS, TAX ID, PHONE AND/OR STATUS.  A
005520*                     BLANK FIELD ON THE TRANSACTION LEAVES THAT
005530*                     FIELD AS IT IS; A TRANSACTION WITH NOTHING
005540*                     TO APPLY REJECTS.
005550*----------------------------------------------------------------
005560 2300-APPLY-CHANGE.
005570     IF CMT-NEW-STATUS = SPACE AND CMT-NAME = SPACES
005580             AND CMT-ADDRESS-LINE-1 = SPACES
005590             AND CMT-ADDRESS-LINE-2 = SPACES
005600             AND CMT-CITY = SPACES AND CMT-STATE = SPACES
005610             AND CMT-POSTAL-CODE = SPACES
005620             AND CMT-TAX-ID = SPACES AND CMT-PHONE = SPACES
005630         SET CMT-NOTHING-TO-CHANGE TO TRUE
005640         MOVE 'Y' TO WS-REJECT-SWITCH
005650     END-IF.
005660     IF NOT WS-MAINT-REJECTED
005670         PERFORM 2100-EDIT-STATUS-AND-TAX-ID THRU 2100-EXIT
005680     END-IF.
005690     IF NOT WS-MAINT-REJECTED
005700         MOVE CMT-CUSTOMER-NUMBER TO CUST-NUMBER
005710         READ CUSTMAST
005720             INVALID KEY
005730                 SET CMT-NOT-ON-FILE TO TRUE
005740                 MOVE 'Y' TO WS-REJECT-SWITCH
005750         END-READ
005760     END-IF.
005770     IF NOT WS-MAINT-REJECTED
005780         MOVE CUST-MASTER-RECORD TO WS-BEFORE-IMAGE
005790         IF CMT-NEW-STATUS NOT = SPACE
005800             MOVE CMT-NEW-STATUS TO CUST-STATUS
005810         END-IF
005820         IF CMT-NAME NOT = SPACES
005830             MOVE CMT-NAME TO CUST-NAME
005840         END-IF
005850         IF CMT-ADDRESS-LINE-1 NOT = SPACES
005860             MOVE CMT-ADDRESS-LINE-1 TO CUST-ADDRESS-LINE-1
005870         END-IF
005880         IF CMT-ADDRESS-LINE-2 NOT = SPACES
005890             MOVE CMT-ADDRESS-LINE-2 TO CUST-ADDRESS-LINE-2
005900         END-IF
005910         IF CMT-CITY NOT = SPACES
005920             MOVE CMT-CITY TO CUST-CITY
005930         END-IF
005940         IF CMT-STATE NOT = SPACES
005950             MOVE CMT-STATE TO CUST-STATE
005960         END-IF
005970         IF CMT-POSTAL-CODE NOT = SPACES
005980             MOVE CMT-POSTAL-CODE TO CUST-POSTAL-CODE
005990         END-IF
006000         IF CMT-TAX-ID NOT = SPACES
006010             MOVE CMT-TAX-ID TO CUST-TAX-ID
006020         END-IF
006030         IF CMT-PHONE NOT = SPACES
006040             MOVE CMT-PHONE TO CUST-PHONE
006050         END-IF
006060         MOVE WS-PROCESSING-DATE TO CUST-LAST-MAINT-DATE
006070         MOVE CUST-MASTER-RECORD TO WS-AFTER-IMAGE
006080         REWRITE CUST-MASTER-RECORD
006090             INVALID KEY
006100                 SET CMT-IO-FAILURE TO TRUE
006110                 MOVE 'Y' TO WS-REJECT-SWITCH
006120         END-REWRITE
006130         IF NOT WS-MAINT-REJECTED
006140             ADD 1 TO WS-CHANGE-COUNT
006150         END-IF
006160     END-IF.
006170 2300-EXIT.
006180     EXIT.
006190*
006200*----------------------------------------------------------------
006210* 2400-APPLY-INACTIVATE - INACTIVATE AN EXISTING, ACTIVE
006220*                         CUSTOMER.  A CUSTOMER NOT ON FILE OR
006230*                         ALREADY INACTIVE REJECTS.  THE ACCOUNT
006240*                         LINKS ARE LEFT AS THEY ARE.
006250*----------------------------------------------------------------
006260 2400-APPLY-INACTIVATE.
006270     MOVE CMT-CUSTOMER-NUMBER TO CUST-NUMBER.
006280     READ CUSTMAST
006290         INVALID KEY
006300             SET CMT-NOT-ON-FILE TO TRUE
006310             MOVE 'Y' TO WS-REJECT-SWITCH
006320     END-READ.
006330     IF NOT WS-MAINT-REJECTED
006340         IF CUST-INACTIVE
006350             SET CMT-ALREADY-INACTIVE TO TRUE
006360             MOVE 'Y' TO WS-REJECT-SWITCH
006370         END-IF
006380     END-IF.
006390     IF NOT WS-MAINT-REJECTED
006400         MOVE CUST-MASTER-RECORD TO WS-BEFORE-IMAGE
006410         MOVE 'I' TO CUST-STATUS
006420         MOVE WS-PROCESSING-DATE TO CUST-LAST-MAINT-DATE
006430         MOVE CUST-MASTER-RECORD TO WS-AFTER-IMAGE
006440         REWRITE CUST-MASTER-RECORD
006450             INVALID KEY
006460                 SET CMT-IO-FAILURE TO TRUE
006470                 MOVE 'Y' TO WS-REJECT-SWITCH
006480         END-REWRITE
006490         IF NOT WS-MAINT-REJECTED
006500             ADD 1 TO WS-INACTIVATE-COUNT
006510         END-IF
006520     END-IF.
006530 2400-EXIT.
006540     EXIT.
006550*
006560*----------------------------------------------------------------
006570* 2440-READ-LINK-ACCOUNT - EDITS SHARED BY LINK AND UNLINK.  THE
006580*                          CUSTOMER MUST BE ON CUSTMAST AND THE
006590*                          ACCOUNT NUMBER MUST BE NUMERIC AND ON
006600*                          ACCTMAST.  THE ACCOUNT IS LEFT IN THE
006610*                          ACCTMAST RECORD AREA FOR THE REWRITE.
006620*----------------------------------------------------------------
006630 2440-READ-LINK-ACCOUNT.
006640     MOVE 'ACCTMAST' TO WS-AUDIT-FILE-ID.
006650     MOVE CMT-CUSTOMER-NUMBER TO CUST-NUMBER.
006660     READ CUSTMAST
006670         INVALID KEY
006680             SET CMT-NOT-ON-FILE TO TRUE
006690             MOVE 'Y' TO WS-REJECT-SWITCH
006700     END-READ.
006710     IF NOT WS-MAINT-REJECTED
006720         IF CMT-ACCOUNT-NUMBER IS NOT NUMERIC
006730             SET CMT-NONNUMERIC-ACCT TO TRUE
006740             MOVE 'Y' TO WS-REJECT-SWITCH
006750         END-IF
006760     END-IF.
006770     IF NOT WS-MAINT-REJECTED
006780         MOVE CMT-ACCOUNT-NUMBER-N TO ACCT-NUMBER
006790         READ ACCTMAST
006800             INVALID KEY
006810                 SET CMT-ACCT-NOT-ON-FILE TO TRUE
006820                 MOVE 'Y' TO WS-REJECT-SWITCH
006830         END-READ
006840     END-IF.
006850 2440-EXIT.
006860     EXIT.
006870*
006880*----------------------------------------------------------------
006890* 2450-APPLY-LINK - TIE AN ACCOUNT TO AN ACTIVE CUSTOMER.  AN
006900*                   ACCOUNT ALREADY LINKED (TO THIS OR ANY OTHER
006910*                   CUSTOMER) REJECTS -- MOVING AN ACCOUNT IS AN
006920*                   UNLINK FOLLOWED BY A LINK, SO BOTH SIDES ARE
006930*                   EVIDENCED ON THE AUDIT TRAIL.
006940*----------------------------------------------------------------
006950 2450-APPLY-LINK.
006960     PERFORM 2440-READ-LINK-ACCOUNT THRU 2440-EXIT.
006970     IF NOT WS-MAINT-REJECTED
006980         IF CUST-INACTIVE
006990             SET CMT-CUST-INACTIVE TO TRUE
007000             MOVE 'Y' TO WS-REJECT-SWITCH
007010         END-IF
007020     END-IF.
007030     IF NOT WS-MAINT-REJECTED
007040         IF ACCT-CUSTOMER-NUMBER IS NUMERIC
007050                 AND ACCT-CUSTOMER-NUMBER > 0
007060             SET CMT-ACCT-ALREADY-LINKED TO TRUE
007070             MOVE 'Y' TO WS-REJECT-SWITCH
007080         END-IF
007090     END-IF.
007100     IF NOT WS-MAINT-REJECTED
007110         MOVE ACCT-MASTER-RECORD TO WS-BEFORE-IMAGE
007120         MOVE 'B' TO WS-JRNL-ENTRY-TYPE
007130         PERFORM 2960-WRITE-ACCTJRNL THRU 2960-EXIT
007140         MOVE CMT-CUSTOMER-NUMBER TO ACCT-CUSTOMER-NUMBER
007150         MOVE ACCT-MASTER-RECORD TO WS-AFTER-IMAGE
007160         REWRITE ACCT-MASTER-RECORD
007170             INVALID KEY
007180                 SET CMT-IO-FAILURE TO TRUE
007190                 MOVE 'Y' TO WS-REJECT-SWITCH
007200         END-REWRITE
007210         IF NOT WS-MAINT-REJECTED
007220             ADD 1 TO WS-LINK-COUNT
007230         END-IF
007240     END-IF.
007250 2450-EXIT.
007260     EXIT.
007270*
007280*----------------------------------------------------------------
007290* 2470-APPLY-UNLINK - CLEAR AN ACCOUNT'S LINK TO A CUSTOMER.  THE
007300*                     ACCOUNT MUST CURRENTLY BE LINKED TO THE
007310*                     CUSTOMER NAMED ON THE TRANSACTION.  THE
007320*                     ACCOUNTS OF AN INACTIVE CUSTOMER MAY STILL
007330*                     BE UNLINKED.
007340*----------------------------------------------------------------
007350 2470-APPLY-UNLINK.
007360     PERFORM 2440-READ-LINK-ACCOUNT THRU 2440-EXIT.
007370     IF NOT WS-MAINT-REJECTED
007380         IF ACCT-CUSTOMER-NUMBER IS NOT NUMERIC
007390             SET CMT-ACCT-NOT-LINKED TO TRUE
007400             MOVE 'Y' TO WS-REJECT-SWITCH
007410         ELSE
007420             IF ACCT-CUSTOMER-NUMBER NOT = CMT-CUSTOMER-NUMBER
007430                 SET CMT-ACCT-NOT-LINKED TO TRUE
007440                 MOVE 'Y' TO WS-REJECT-SWITCH
007450             END-IF
007460         END-IF
007470     END-IF.
007480     IF NOT WS-MAINT-REJECTED
007490         MOVE ACCT-MASTER-RECORD TO WS-BEFORE-IMAGE
007500         MOVE 'B' TO WS-JRNL-ENTRY-TYPE
007510         PERFORM 2960-WRITE-ACCTJRNL THRU 2960-EXIT
007520         MOVE 0 TO ACCT-CUSTOMER-NUMBER
007530         MOVE ACCT-MASTER-RECORD TO WS-AFTER-IMAGE
007540         REWRITE ACCT-MASTER-RECORD
007550             INVALID KEY
007560                 SET CMT-IO-FAILURE TO TRUE
007570                 MOVE 'Y' TO WS-REJECT-SWITCH
007580         END-REWRITE
007590         IF NOT WS-MAINT-REJECTED
007600             ADD 1 TO WS-UNLINK-COUNT
007610         END-IF
007620     END-IF.
007630 2470-EXIT.
007640     EXIT.
007650*
007660*----------------------------------------------------------------
007670* 2500-WRITE-AUDIT - WRITE THE BEFORE-AND-AFTER IMAGE AUDIT
007680*                    RECORD FOR ONE APPLIED MAINTENANCE
007690*                    TRANSACTION
007700*----------------------------------------------------------------
007710 2500-WRITE-AUDIT.
007720     MOVE CMT-ACTION-CODE     TO WS-AUD-ACTION.
007730     MOVE WS-AUDIT-FILE-ID    TO WS-AUD-FILE-ID.
007740     MOVE CMT-CUSTOMER-NUMBER TO WS-AUD-CUSTOMER.
007750     MOVE CMT-ACCOUNT-NUMBER  TO WS-AUD-ACCOUNT.
007760     MOVE WS-PROCESSING-DATE  TO WS-AUD-DATE.
007770     MOVE WS-BEFORE-IMAGE     TO WS-AUD-BEFORE-IMAGE.
007780     MOVE WS-AFTER-IMAGE      TO WS-AUD-AFTER-IMAGE.
007790     MOVE WS-AUDIT-RECORD     TO CUST-AUDIT-RECORD.
007800     WRITE CUST-AUDIT-RECORD.
007810 2500-EXIT.
007820     EXIT.
007830*
007840*----------------------------------------------------------------
007850* 2600-WRITE-REGISTER - PRINT ONE REGISTER LINE SHOWING WHAT THE
007860*                       TRANSACTION ASKED FOR AND WHAT WAS DONE
007870*                       WITH IT
007880*----------------------------------------------------------------
007890 2600-WRITE-REGISTER.
007900     MOVE WS-PROCESSING-DATE TO WS-REG-DATE.
007910     EVALUATE CMT-ACTION-CODE
007920         WHEN 'A'
007930             MOVE 'ADD'    TO WS-REG-ACTION
007940         WHEN 'C'
007950             MOVE 'CHANGE' TO WS-REG-ACTION
007960         WHEN 'X'
007970             MOVE 'INACT'  TO WS-REG-ACTION
007980         WHEN 'L'
007990             MOVE 'LINK'   TO WS-REG-ACTION
008000         WHEN 'U'
008010             MOVE 'UNLINK' TO WS-REG-ACTION
008020         WHEN OTHER
008030             MOVE CMT-ACTION-CODE TO WS-REG-ACTION
008040     END-EVALUATE.
008050     MOVE CMT-CUSTOMER-NUMBER TO WS-REG-CUSTOMER.
008060     MOVE CMT-ACCOUNT-NUMBER  TO WS-REG-ACCOUNT.
008070     MOVE CMT-NAME            TO WS-REG-NAME.
008080     IF WS-MAINT-REJECTED
008090         PERFORM 2610-SET-REJECT-TEXT THRU 2610-EXIT
008100         STRING 'REJECTED ' WS-REJECT-REASON-CODE ' '
008110                WS-REJECT-REASON-TEXT
008120                DELIMITED BY SIZE
008130                INTO WS-REG-DISPOSITION
008140     ELSE
008150         MOVE 'APPLIED' TO WS-REG-DISPOSITION
008160     END-IF.
008170     MOVE WS-REGISTER-LINE TO CUST-REGISTER-LINE.
008180     MOVE SPACES TO WS-REG-DISPOSITION.
008190     WRITE CUST-REGISTER-LINE.
008200 2600-EXIT.
008210     EXIT.
008220*
008230*----------------------------------------------------------------
008240* 2610-SET-REJECT-TEXT - TRANSLATE THE REJECT REASON CODE TO THE
008250*                        TEXT PRINTED ON THE REGISTER
008260*----------------------------------------------------------------
008270 2610-SET-REJECT-TEXT.
008280     EVALUATE TRUE
008290         WHEN CMT-INVALID-ACTION
008300             MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON-TEXT
008310         WHEN CMT-NONNUMERIC-CUST
008320             MOVE 'NON-NUMERIC CUSTOMER NUMBER'
008330                     TO WS-REJECT-REASON-TEXT
008340         WHEN CMT-DUPLICATE-ADD
008350             MOVE 'CUSTOMER ALREADY ON FILE'
008360                     TO WS-REJECT-REASON-TEXT
008370         WHEN CMT-NOT-ON-FILE
008380             MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON-TEXT
008390         WHEN CMT-ALREADY-INACTIVE
008400             MOVE 'CUSTOMER ALREADY INACTIVE'
008410                     TO WS-REJECT-REASON-TEXT
008420         WHEN CMT-BLANK-NAME
008430             MOVE 'CUSTOMER NAME IS BLANK'
008440                     TO WS-REJECT-REASON-TEXT
008450         WHEN CMT-BLANK-ADDRESS
008460             MOVE 'ADDRESS IS BLANK' TO WS-REJECT-REASON-TEXT
008470         WHEN CMT-INVALID-STATUS
008480             MOVE 'INVALID STATUS CODE' TO WS-REJECT-REASON-TEXT
008490         WHEN CMT-NOTHING-TO-CHANGE
008500             MOVE 'NOTHING TO CHANGE' TO WS-REJECT-REASON-TEXT
008510         WHEN CMT-IO-FAILURE
008520             MOVE 'MASTER FILE I-O FAILURE'
008530                     TO WS-REJECT-REASON-TEXT
008540         WHEN CMT-INVALID-TAX-ID
008550             MOVE 'INVALID TAX ID' TO WS-REJECT-REASON-TEXT
008560         WHEN CMT-NONNUMERIC-ACCT
008570             MOVE 'NON-NUMERIC ACCOUNT NUMBER'
008580                     TO WS-REJECT-REASON-TEXT
008590         WHEN CMT-ACCT-NOT-ON-FILE
008600             MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON-TEXT
008610         WHEN CMT-ACCT-ALREADY-LINKED
008620             MOVE 'ACCOUNT ALREADY LINKED'
008630                     TO WS-REJECT-REASON-TEXT
008640         WHEN CMT-ACCT-NOT-LINKED
008650             MOVE 'ACCOUNT NOT LINKED TO CUSTOMER'
008660                     TO WS-REJECT-REASON-TEXT
008670         WHEN CMT-CUST-INACTIVE
008680             MOVE 'CUSTOMER IS INACTIVE' TO WS-REJECT-REASON-TEXT
008690         WHEN CMT-ZERO-CUST
008700             MOVE 'CUSTOMER NUMBER IS ZERO'
008710                     TO WS-REJECT-REASON-TEXT
008720         WHEN OTHER
008730             MOVE 'UNKNOWN EDIT FAILURE' TO WS-REJECT-REASON-TEXT
008740     END-EVALUATE.
008750 2610-EXIT.
008760     EXIT.
008770*
008780*----------------------------------------------------------------
008790* 2960-WRITE-ACCTJRNL - APPEND ONE RECORD TO THE ACCTMAST BEFORE-
008800*                       IMAGE JOURNAL FROM THE MASTER RECORD NOW
008810*                       IN THE FD, AHEAD OF THE REWRITE THAT WILL
008820*                       CHANGE IT.  EXPECTS WS-JRNL-ENTRY-TYPE.
008830*                       A FAILED JOURNAL WRITE IS FATAL -- THE
008840*                       REWRITE MUST NOT GO AHEAD UNJOURNALED
008850*----------------------------------------------------------------
008860 2960-WRITE-ACCTJRNL.
008870     MOVE SPACES               TO JRNL-RECORD.
008880     MOVE WS-JRNL-THIS-PROGRAM TO JRNL-PROGRAM.
008890     MOVE WS-PROCESSING-DATE   TO JRNL-PROCESSING-DATE.
008900     MOVE WS-JRNL-RUN-TIME     TO JRNL-RUN-TIME.
008910     MOVE WS-JRNL-CKPT-SEQ     TO JRNL-CHECKPOINT-SEQ.
008920     MOVE WS-JRNL-ENTRY-TYPE   TO JRNL-ENTRY-TYPE.
008930     MOVE ACCT-NUMBER          TO JRNL-ACCOUNT-NUMBER.
008940     MOVE ACCT-MASTER-RECORD   TO JRNL-ACCT-IMAGE.
008950     WRITE JRNL-RECORD.
008960     IF WS-ACCTJRNL-STATUS NOT = '00'
008970         DISPLAY '*** FATAL - ACCTJRNL WRITE FAILED, STATUS '
008980                 WS-ACCTJRNL-STATUS ' ACCOUNT ' ACCT-NUMBER
008990         MOVE 16 TO RETURN-CODE
009000         STOP RUN
009010     END-IF.
009020     ADD 1 TO WS-JRNL-WRITE-COUNT.
009030 2960-EXIT.
009040     EXIT.
009050*
009060*----------------------------------------------------------------
009070* 8000-FINALIZE - PRINT THE REGISTER TOTALS, REPORT THE COUNTS
009080*                 ON THE CONSOLE AND CLOSE THE FILES.  ANY
009090*                 REJECTED TRANSACTION LEAVES A RETURN CODE OF 4
009100*                 SO THE SCHEDULER CAN FLAG THE REGISTER FOR
009110*                 REVIEW.
009120*----------------------------------------------------------------
009130 8000-FINALIZE.
009140     MOVE SPACES TO CUST-REGISTER-LINE.
009150     WRITE CUST-REGISTER-LINE.
009160     MOVE SPACES TO CUST-REGISTER-LINE.
009170     MOVE WS-READ-COUNT       TO WS-READ-COUNT-D.
009180     MOVE WS-ADD-COUNT        TO WS-ADD-COUNT-D.
009190     MOVE WS-CHANGE-COUNT     TO WS-CHANGE-COUNT-D.
009200     MOVE WS-INACTIVATE-COUNT TO WS-INACTIVATE-COUNT-D.
009210     MOVE WS-LINK-COUNT       TO WS-LINK-COUNT-D.
009220     MOVE WS-UNLINK-COUNT     TO WS-UNLINK-COUNT-D.
009230     MOVE WS-REJECT-COUNT     TO WS-REJECT-COUNT-D.
009240     STRING 'TRANSACTIONS READ ' WS-READ-COUNT-D
009250            '  ADDS ' WS-ADD-COUNT-D
009260            '  CHANGES ' WS-CHANGE-COUNT-D
009270            '  INACTIVATED ' WS-INACTIVATE-COUNT-D
009280            '  LINKS ' WS-LINK-COUNT-D
009290            '  UNLINKS ' WS-UNLINK-COUNT-D
009300            '  REJECTED ' WS-REJECT-COUNT-D
009310            DELIMITED BY SIZE
009320            INTO CUST-REGISTER-LINE.
009330     WRITE CUST-REGISTER-LINE.
009340     DISPLAY 'CUSTMNT - CUSTOMER MASTER MAINTENANCE TOTALS'.
009350     DISPLAY 'TRANSACTIONS READ    : ' WS-READ-COUNT.
009360     DISPLAY 'CUSTOMERS ADDED      : ' WS-ADD-COUNT.
009370     DISPLAY 'CUSTOMERS CHANGED    : ' WS-CHANGE-COUNT.
009380     DISPLAY 'CUSTOMERS INACTIVATED: ' WS-INACTIVATE-COUNT.
009390     DISPLAY 'ACCOUNTS LINKED      : ' WS-LINK-COUNT.
009400     DISPLAY 'ACCOUNTS UNLINKED    : ' WS-UNLINK-COUNT.
009410     DISPLAY 'REJECTED             : ' WS-REJECT-COUNT.
009420     DISPLAY 'JOURNAL RECORDS      : ' WS-JRNL-WRITE-COUNT.
009430     IF WS-REJECT-COUNT > 0
009440         IF RETURN-CODE < 4
009450             MOVE 4 TO RETURN-CODE
009460         END-IF
009470     END-IF.
009480     CLOSE CUSTFILE.
009490     CLOSE CUSTMAST.
009500     CLOSE ACCTMAST.
009510     CLOSE ACCTJRNL.
009520     CLOSE CUSTAUD.
009530     CLOSE CUSTREG.
009540 8000-EXIT.
009550     EXIT.
