000280*               THE BALANCE FIELDS ADDED TO ACCTREC FOR THE
000290*               BATCHPROC RUNNING-BALANCE POSTING.
000300* 09/02/26  RH  THE STATUS EDITS NOW ACCEPT THE NEW DORMANT
000310*               STATUS 'D' (SEE ACCTREC) ON ADDS AND CHANGES, SO
000320*               A DORMANCY REVIEW CAN SET OR CLEAR THE FLAG
000330*               THROUGH THE CONTROLLED MAINTENANCE PATH INSTEAD
000340*               OF EDITING THE FILE.
000350* 09/02/26  RH  THE MAINTENANCE TRANSACTION NOW CARRIES THE NEW
000360*               CREDIT LIMIT (SEE ACCTREC).  ON AN ADD A BLANK
000370*               LIMIT MEANS NO LIMIT (ZERO ON FILE); ON A CHANGE
000380*               A BLANK LIMIT LEAVES THE FIELD AS IT IS, AND A
000390*               LIMIT OF ALL ZEROS TAKES THE LIMIT OFF.  A
000400*               NON-NUMERIC, NON-BLANK LIMIT REJECTS WITH ITS
000410*               OWN REASON CODE.  THE EXISTING BEFORE-AND-AFTER
000420*               IMAGE AUDIT RECORDS EVIDENCE EVERY LIMIT CHANGE
000430*               WITHOUT A NEW AUDIT LAYOUT.
000440* 10/15/26  RH  EVERY CHANGE AND CLOSE NOW APPENDS THE ACCOUNT'S
000450*               BEFORE-IMAGE TO THE ACCTMAST JOURNAL (ACCTJRNL)
000460*               AHEAD OF THE REWRITE, AND EVERY ADD APPENDS AN
000470*               ADDED-ACCOUNT RECORD ONCE THE ADD IS ON FILE, SO
000480*               ACCTRCVR CAN PUT ACCTMAST BACK TO THE START OF A
000490*               MAINTENANCE RUN.
000500* 10/15/26  RH  SENSITIVE MAINTENANCE NOW NEEDS A SECOND
000510*               OPERATOR.  A CREDIT-LIMIT INCREASE OVER THE
000520*               MNTCTL THRESHOLD (OR TAKING A LIMIT OFF), A
000530*               STATUS CHANGE OUT OF DORMANT OR CLOSED, AND EVERY
000540*               CLOSE ARE HELD ON THE PENDING-APPROVAL FILE
000550*               (PNDFILE, CARRIED FORWARD AS PNDNEW) UNDER THE
000560*               MAKER'S OPERATOR ID INSTEAD OF BEING APPLIED.  A
000570*               LATER RUN APPLIES ONE WHEN AN APPROVAL ('P')
000580*               NAMING ITS ITEM ID ARRIVES FROM A DIFFERENT
000590*               OPERATOR.  ITEMS NOT APPROVED WITHIN THE MNTCTL
000600*               EXPIRY DAYS ARE DROPPED.  MNTREG GAINS A
000610*               PENDING-ITEMS SECTION, AND AN EXPIRED ITEM SETS A
000620*               RETURN CODE OF 4.  NEW REJECT REASONS 11-13.
000630* 10/15/26  RH  AN APPROVED CLOSE NO LONGER SETS THE ACCOUNT
000640*               CLOSED WHATEVER ITS BALANCE.  IT NOW SETS THE NEW
000650*               CLOSING STATUS ('P' -- SEE ACCTREC) AND THE
000660*               NIGHTLY CLOSEOUT (CLSGEN AND CLSRSLT) ZEROES THE
000670*               BALANCE AND SETS 'C' ONCE THAT HAS POSTED.  A
000680*               CHANGE MAY NO LONGER SET STATUS 'C' DIRECTLY, AND
000690*               A STATUS CHANGE ON A CLOSING ACCOUNT (CANCELLING
000700*               ITS CLOSEOUT) IS HELD FOR APPROVAL.  NEW REJECT
000710*               REASONS 14 AND 15.
000720* 10/15/26  RH  THE LIMIT CHECK IN 2310 NOW WORKS FROM A COPY OF
000730*               THE CURRENT LIMIT, TAKEN AS ZERO WHEN NOT NUMERIC,
000740*               AND HOLDS A LIMIT SET ON AN ACCOUNT WITH NONE OVER
000750*               THE THRESHOLD AS WELL AS AN INCREASE OVER IT.
000760*----------------------------------------------------------------
000770 ENVIRONMENT DIVISION.
000780 CONFIGURATION SECTION.
000790 SOURCE-COMPUTER.  IBM-370.
000800 OBJECT-COMPUTER.  IBM-370.
000810 INPUT-OUTPUT SECTION.
000820 FILE-CONTROL.
000830     SELECT MNTFILE   ASSIGN TO MNTFILE
000840            ORGANIZATION IS LINE SEQUENTIAL
000850            FILE STATUS IS WS-MNTFILE-STATUS.
000860     SELECT ACCTMAST  ASSIGN TO ACCTMAST
000870            ORGANIZATION IS INDEXED
000880            ACCESS MODE IS RANDOM
000890            RECORD KEY IS ACCT-NUMBER
000900            FILE STATUS IS WS-ACCTMAST-STATUS.
000910     SELECT MNTAUDIT  ASSIGN TO MNTAUDIT
000920            ORGANIZATION IS LINE SEQUENTIAL
000930            FILE STATUS IS WS-MNTAUDIT-STATUS.
000940     SELECT MNTREG    ASSIGN TO MNTREG
000950            ORGANIZATION IS LINE SEQUENTIAL
000960            FILE STATUS IS WS-MNTREG-STATUS.
000970     SELECT CTLCARD   ASSIGN TO CTLCARD
000980            ORGANIZATION IS LINE SEQUENTIAL
000990            FILE STATUS IS WS-CTLCARD-STATUS.
001000     SELECT ACCTJRNL  ASSIGN TO ACCTJRNL
001010            ORGANIZATION IS LINE SEQUENTIAL
001020            FILE STATUS IS WS-ACCTJRNL-STATUS.
001030     SELECT MNTCTL    ASSIGN TO MNTCTL
001040            ORGANIZATION IS LINE SEQUENTIAL
001050            FILE STATUS IS WS-MNTCTL-STATUS.
001060     SELECT PNDFILE   ASSIGN TO PNDFILE
001070            ORGANIZATION IS LINE SEQUENTIAL
001080            FILE STATUS IS WS-PNDFILE-STATUS.
001090     SELECT PNDNEW    ASSIGN TO PNDNEW
001100            ORGANIZATION IS LINE SEQUENTIAL
001110            FILE STATUS IS WS-PNDNEW-STATUS.
001120*
001130 DATA DIVISION.
001140 FILE SECTION.
001150*----------------------------------------------------------------
001160* MNTFILE - ONE MAINTENANCE TRANSACTION PER RECORD.  THE ACTION
001170* CODE IS 'A' (ADD), 'C' (CHANGE NAME, STATUS AND/OR CREDIT
001180* LIMIT) OR 'X' (CLOSE).  FOR AN ADD, A BLANK NEW-STATUS
001190* DEFAULTS TO OPEN AND A BLANK CREDIT LIMIT TO NO LIMIT.  FOR A
001200* CHANGE, A BLANK FIELD MEANS LEAVE THAT FIELD AS IT IS.  THE
001210* CREDIT LIMIT IS 9 DIGITS WITH TWO IMPLIED DECIMALS, THE SAME
001220* SHAPE AS ACCT-CREDIT-LIMIT ON THE MASTER.  EVERY TRANSACTION
001230* THAT NEEDS A SECOND OPERATOR CARRIES THE KEYING OPERATOR'S ID.
001240* ACTION 'P' APPROVES THE PENDING ITEM NAMED BY THE ITEM ID FOR
001250* THE ACCOUNT, AND MUST COME FROM A DIFFERENT OPERATOR.
001260*----------------------------------------------------------------
001270 FD  MNTFILE.
001280 01  MNT-RECORD.
001290     05  MNT-ACTION-CODE          PIC X(01).
001300     05  MNT-ACCOUNT-NUMBER       PIC 9(08).
001310     05  MNT-NEW-STATUS           PIC X(01).
001320     05  MNT-ACCOUNT-NAME         PIC X(30).
001330     05  MNT-CREDIT-LIMIT         PIC X(09).
001340     05  MNT-CREDIT-LIMIT-N REDEFINES MNT-CREDIT-LIMIT
001350                                  PIC 9(07)V99.
001360     05  MNT-OPERATOR             PIC X(08).
001370     05  MNT-PENDING-ID           PIC X(12).
001380     05  FILLER                   PIC X(11).
001390*
001400 FD  ACCTMAST.
001410 01  ACCT-MASTER-RECORD.
001420     COPY ACCTREC.
001430*
001440*----------------------------------------------------------------
001450* MNTAUDIT - ONE RECORD PER MAINTENANCE TRANSACTION APPLIED,
001460* CARRYING THE ACTION, THE DATE, AND THE FULL BEFORE AND AFTER
001470* ACCOUNT-MASTER IMAGES.  AN ADD HAS A BLANK BEFORE IMAGE.
001480*----------------------------------------------------------------
001490 FD  MNTAUDIT.
001500 01  MNT-AUDIT-RECORD             PIC X(181).
001510*
001520 FD  MNTREG.
001530 01  MNT-REGISTER-LINE            PIC X(132).
001540*
001550 FD  CTLCARD.
001560 01  CTL-RECORD.
001570     05  CTL-PROCESSING-DATE      PIC 9(08).
001580     05  FILLER                   PIC X(72).
001590*
001600*----------------------------------------------------------------
001610* ACCTJRNL - ACCTMAST BEFORE-IMAGE JOURNAL, EXTENDED WITH EACH
001620* ACCOUNT'S RECORD AS IT STOOD BEFORE THIS PROGRAM CHANGES IT
001630*----------------------------------------------------------------
001640 FD  ACCTJRNL.
001650 01  JRNL-RECORD.
001660     COPY JRNLREC.
001670*
001680*----------------------------------------------------------------
001690* MNTCTL - ONE DUAL-CONTROL CARD: THE AMOUNT A CREDIT LIMIT MAY
001700* BE RAISED BY WITHOUT A SECOND OPERATOR, AND THE NUMBER OF DAYS
001710* A PENDING ITEM WAITS FOR APPROVAL BEFORE IT IS DROPPED
001720*----------------------------------------------------------------
001730 FD  MNTCTL.
001740 01  MNC-RECORD.
001750     05  MNC-LIMIT-THRESHOLD      PIC 9(07)V99.
001760     05  MNC-EXPIRY-DAYS          PIC 9(03).
001770     05  FILLER                   PIC X(68).
001780*
001790*----------------------------------------------------------------
001800* PNDFILE / PNDNEW - THE ITEMS AWAITING APPROVAL AS THIS RUN
001810* FOUND THEM, AND THE NEW GENERATION WITH THIS RUN'S NEW ITEMS
001820* ADDED AND ITS APPROVED AND EXPIRED ITEMS DROPPED.  LAYOUT IN
001830* PENDREC, STAGED IN WS-PEND-RECORD.
001840*----------------------------------------------------------------
001850 FD  PNDFILE.
001860 01  PEND-IN-RECORD               PIC X(120).
001870*
001880 FD  PNDNEW.
001890 01  PEND-OUT-RECORD              PIC X(120).
001900*
001910 WORKING-STORAGE SECTION.
001920*----------------------------------------------------------------
001930* FILE STATUS AND CONTROL SWITCHES
001940*----------------------------------------------------------------
001950 77  WS-MNTFILE-STATUS           PIC X(02) VALUE SPACES.
001960 77  WS-ACCTMAST-STATUS          PIC X(02) VALUE SPACES.
001970 77  WS-MNTAUDIT-STATUS          PIC X(02) VALUE SPACES.
001980 77  WS-MNTREG-STATUS            PIC X(02) VALUE SPACES.
001990 77  WS-CTLCARD-STATUS           PIC X(02) VALUE SPACES.
002000 77  WS-MNTCTL-STATUS            PIC X(02) VALUE SPACES.
002010 77  WS-PNDFILE-STATUS           PIC X(02) VALUE SPACES.
002020 77  WS-PNDNEW-STATUS            PIC X(02) VALUE SPACES.
002030*
002040 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
002050     88  WS-EOF-YES              VALUE 'Y'.
002060     88  WS-EOF-NO               VALUE 'N'.
002070*
002080 01  WS-REJECT-SWITCH            PIC X(01) VALUE 'N'.
002090     88  WS-MAINT-REJECTED       VALUE 'Y'.
002100     88  WS-MAINT-APPLIED        VALUE 'N'.
002110*
002120 01  WS-HELD-SWITCH              PIC X(01) VALUE 'N'.
002130     88  WS-MAINT-HELD           VALUE 'Y'.
002140 01  WS-APPROVAL-SWITCH          PIC X(01) VALUE 'N'.
002150     88  WS-APPROVED-ITEM        VALUE 'Y'.
002160 01  WS-PNDFILE-EOF-SWITCH       PIC X(01) VALUE 'N'.
002170     88  WS-PNDFILE-EOF-YES      VALUE 'Y'.
002180*
002190 01  WS-REJECT-REASON-CODE       PIC 9(02) VALUE 0.
002200     88  MNT-INVALID-ACTION     VALUE 01.
002210     88  MNT-NONNUMERIC-ACCT    VALUE 02.
002220     88  MNT-DUPLICATE-ADD      VALUE 03.
002230     88  MNT-NOT-ON-FILE        VALUE 04.
002240     88  MNT-ALREADY-CLOSED     VALUE 05.
002250     88  MNT-BLANK-NAME         VALUE 06.
002260     88  MNT-INVALID-STATUS     VALUE 07.
002270     88  MNT-NOTHING-TO-CHANGE  VALUE 08.
002280     88  MNT-IO-FAILURE         VALUE 09.
002290     88  MNT-INVALID-LIMIT      VALUE 10.
002300     88  MNT-NO-OPERATOR        VALUE 11.
002310     88  MNT-NO-PENDING-ITEM    VALUE 12.
002320     88  MNT-SAME-OPERATOR      VALUE 13.
002330     88  MNT-ALREADY-CLOSING    VALUE 14.
002340     88  MNT-CLOSE-BY-CHANGE    VALUE 15.
002350 01  WS-REJECT-REASON-TEXT       PIC X(30) VALUE SPACES.
002360*
002370*----------------------------------------------------------------
002380* COUNTERS
002390*----------------------------------------------------------------
002400 77  WS-READ-COUNT               PIC 9(07) COMP VALUE 0.
002410 77  WS-ADD-COUNT                PIC 9(07) COMP VALUE 0.
002420 77  WS-CHANGE-COUNT             PIC 9(07) COMP VALUE 0.
002430 77  WS-CLOSE-COUNT              PIC 9(07) COMP VALUE 0.
002440 77  WS-REJECT-COUNT             PIC 9(07) COMP VALUE 0.
002450 77  WS-HELD-COUNT               PIC 9(07) COMP VALUE 0.
002460 77  WS-APPROVED-COUNT           PIC 9(07) COMP VALUE 0.
002470 77  WS-EXPIRED-COUNT            PIC 9(07) COMP VALUE 0.
002480 77  WS-CARRIED-COUNT            PIC 9(07) COMP VALUE 0.
002490*
002500 77  WS-PROCESSING-DATE          PIC 9(08) VALUE 0.
002510*
002520*----------------------------------------------------------------
002530* DUAL CONTROL.  THE THRESHOLD AND EXPIRY COME FROM MNTCTL.  THE
002540* PENDING TABLE HOLDS EVERY ITEM FROM PNDFILE PLUS THE ITEMS THIS
002550* RUN HOLDS BACK, EACH WITH ITS STATE: 'W' WAITING FOR APPROVAL,
002560* 'N' NEW THIS RUN (NOT APPROVABLE UNTIL A LATER RUN), 'A'
002570* APPROVED AND TAKEN UP THIS RUN, 'E' EXPIRED.  ITEM AGES USE THE
002580* 30-DAY-MONTH DAY COUNT, THE SAME AS DORMRPT.
002590*----------------------------------------------------------------
002600 77  WS-LIMIT-THRESHOLD          PIC 9(07)V99 VALUE 0.
002610 77  WS-CURRENT-LIMIT            PIC 9(07)V99 VALUE 0.
002620 77  WS-EXPIRY-DAYS              PIC 9(03) VALUE 0.
002630 77  WS-PEND-REASON              PIC X(01) VALUE SPACE.
002640 77  WS-PEND-MAKER               PIC X(08) VALUE SPACES.
002650 77  WS-PEND-CHECKER             PIC X(08) VALUE SPACES.
002660 77  WS-PEND-NEXT-SEQ            PIC 9(04) VALUE 0.
002670 77  WS-DC-YEAR                  PIC 9(04) VALUE 0.
002680 77  WS-DC-MONTH                 PIC 9(02) VALUE 0.
002690 77  WS-DC-DAY                   PIC 9(02) VALUE 0.
002700 77  WS-DAYNUM-RUN-DATE          PIC 9(07) VALUE 0.
002710 77  WS-DAYNUM-CREATED           PIC 9(07) VALUE 0.
002720 77  WS-AGE-DAYS                 PIC 9(05) VALUE 0.
002730 77  WS-PEND-COUNT               PIC 9(03) COMP VALUE 0.
002740 01  WS-PEND-TABLE.
002750     05  WS-PEND-ENTRY OCCURS 1 TO 500 TIMES
002760             DEPENDING ON WS-PEND-COUNT
002770             INDEXED BY WS-PEND-IDX.
002780         10  WS-PEND-STATE-TBL   PIC X(01).
002790             88  WS-PEND-WAITING VALUE 'W'.
002800             88  WS-PEND-NEW     VALUE 'N'.
002810             88  WS-PEND-TAKEN   VALUE 'A'.
002820             88  WS-PEND-EXPIRED VALUE 'E'.
002830         10  WS-PEND-ID-TBL      PIC X(12).
002840         10  WS-PEND-AGE-TBL     PIC 9(05).
002850         10  WS-PEND-DATA-TBL    PIC X(120).
002860 01  WS-PEND-RECORD.
002870     COPY PENDREC.
002880*
002890*----------------------------------------------------------------
002900* ACCTMAST BEFORE-IMAGE JOURNAL STAMP.  THIS PROGRAM TAKES NO
002910* CHECKPOINTS, SO ITS CHECKPOINT SEQUENCE STAYS ZERO
002920*----------------------------------------------------------------
002930 77  WS-ACCTJRNL-STATUS          PIC X(02) VALUE SPACES.
002940 77  WS-JRNL-THIS-PROGRAM        PIC X(10) VALUE 'ACCTMNT'.
002950 77  WS-JRNL-RUN-TIME            PIC 9(08) VALUE 0.
002960 77  WS-JRNL-CKPT-SEQ            PIC 9(05) VALUE 0.
002970 77  WS-JRNL-ENTRY-TYPE          PIC X(01) VALUE SPACE.
002980 77  WS-JRNL-WRITE-COUNT         PIC 9(07) COMP VALUE 0.
002990*
003000*----------------------------------------------------------------
003010* DISPLAY-FORMAT COPIES OF THE BINARY COUNTERS FOR THE REGISTER
003020* TOTALS LINE
003030*----------------------------------------------------------------
003040 01  WS-TOTALS-DISPLAY.
003050     05  WS-READ-COUNT-D         PIC 9(07).
003060     05  WS-ADD-COUNT-D          PIC 9(07).
003070     05  WS-CHANGE-COUNT-D       PIC 9(07).
003080     05  WS-CLOSE-COUNT-D        PIC 9(07).
003090     05  WS-REJECT-COUNT-D       PIC 9(07).
003100     05  WS-HELD-COUNT-D         PIC 9(07).
003110     05  WS-APPROVED-COUNT-D     PIC 9(07).
003120     05  WS-EXPIRED-COUNT-D      PIC 9(07).
003130     05  WS-CARRIED-COUNT-D      PIC 9(07).
003140*
003150*----------------------------------------------------------------
003160* BEFORE AND AFTER ACCOUNT-MASTER IMAGES FOR THE AUDIT RECORD
003170*----------------------------------------------------------------
003180 01  WS-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
003190 01  WS-AFTER-IMAGE              PIC X(80) VALUE SPACES.
003200*
003210*----------------------------------------------------------------
003220* AUDIT RECORD STAGING AREA - BUILT HERE AND MOVED TO THE FD AS
003230* ONE GROUP, THE SAME WAY BATCHPROC BUILDS ITS OUTPUT RECORDS
003240*----------------------------------------------------------------
003250 01  WS-AUDIT-RECORD.
003260     05  WS-AUD-ACTION           PIC X(01).
003270     05  FILLER                  PIC X(01) VALUE SPACE.
003280     05  WS-AUD-ACCOUNT          PIC 9(08).
003290     05  FILLER                  PIC X(01) VALUE SPACE.
003300     05  WS-AUD-DATE             PIC 9(08).
003310     05  FILLER                  PIC X(01) VALUE SPACE.
003320     05  WS-AUD-BEFORE-IMAGE     PIC X(80).
003330     05  FILLER                  PIC X(01) VALUE SPACE.
003340     05  WS-AUD-AFTER-IMAGE      PIC X(80).
003350*
003360*----------------------------------------------------------------
003370* REGISTER LINE STAGING AREA
003380*----------------------------------------------------------------
003390 01  WS-REGISTER-LINE.
003400     05  WS-REG-DATE             PIC 9(08).
003410     05  FILLER                  PIC X(02) VALUE SPACES.
003420     05  WS-REG-ACTION           PIC X(06).
003430     05  FILLER                  PIC X(02) VALUE SPACES.
003440     05  WS-REG-ACCOUNT          PIC X(08).
003450     05  FILLER                  PIC X(02) VALUE SPACES.
003460     05  WS-REG-NAME             PIC X(30).
003470     05  FILLER                  PIC X(02) VALUE SPACES.
003480     05  WS-REG-DISPOSITION      PIC X(42).
003490     05  FILLER                  PIC X(30) VALUE SPACES.
003500*
003510*----------------------------------------------------------------
003520* PENDING-ITEMS SECTION LINE STAGING AREA
003530*----------------------------------------------------------------
003540 01  WS-PENDING-LINE.
003550     05  WS-PND-ITEM-ID          PIC X(12).
003560     05  FILLER                  PIC X(02) VALUE SPACES.
003570     05  WS-PND-ACTION           PIC X(06).
003580     05  FILLER                  PIC X(02) VALUE SPACES.
003590     05  WS-PND-ACCOUNT          PIC X(08).
003600     05  FILLER                  PIC X(02) VALUE SPACES.
003610     05  WS-PND-MAKER            PIC X(08).
003620     05  FILLER                  PIC X(02) VALUE SPACES.
003630     05  WS-PND-REASON           PIC X(24).
003640     05  FILLER                  PIC X(02) VALUE SPACES.
003650     05  WS-PND-AGE              PIC ZZZZ9.
003660     05  FILLER                  PIC X(02) VALUE SPACES.
003670     05  WS-PND-STATE            PIC X(30).
003680     05  FILLER                  PIC X(27) VALUE SPACES.
003690*
003700 PROCEDURE DIVISION.
003710*----------------------------------------------------------------
003720* 0000-MAINLINE
003730*----------------------------------------------------------------
003740 0000-MAINLINE.
003750     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
003760     PERFORM 2000-PROCESS-MAINT  THRU 2000-EXIT
003770             UNTIL WS-EOF-YES.
003780     PERFORM 8000-FINALIZE       THRU 8000-EXIT.
003790     STOP RUN.
003800*
003810*----------------------------------------------------------------
003820* 1000-INITIALIZE - OPEN FILES AND PRIME THE READ.  EVERY OPEN IS
003830*                   FOLLOWED BY A FILE STATUS CHECK, THE SAME AS
003840*                   BATCHPROC.  A MISSING ACCTMAST IS CREATED
003850*                   EMPTY SO A FIRST-TIME LOAD CAN BE RUN THROUGH
003860*                   THE SAME CONTROLLED PATH AS DAY-TO-DAY
003870*                   MAINTENANCE.
003880*----------------------------------------------------------------
003890 1000-INITIALIZE.
003900     MOVE 'N' TO WS-EOF-SWITCH.
003910     PERFORM 1010-READ-CONTROL-CARD THRU 1010-EXIT.
003920     PERFORM 1020-READ-DUAL-CONTROL-CARD THRU 1020-EXIT.
003930     PERFORM 1300-LOAD-PENDING-ITEMS THRU 1300-EXIT.
003940     OPEN INPUT MNTFILE.
003950     IF WS-MNTFILE-STATUS NOT = '00'
003960         DISPLAY '*** FATAL - MNTFILE OPEN FAILED, STATUS '
003970                 WS-MNTFILE-STATUS
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010     OPEN I-O ACCTMAST.
004020     IF WS-ACCTMAST-STATUS = '35'
004030         DISPLAY 'ACCTMAST NOT ON FILE - CREATING AN EMPTY ONE'
004040         OPEN OUTPUT ACCTMAST
004050         IF WS-ACCTMAST-STATUS NOT = '00'
004060             DISPLAY '*** FATAL - ACCTMAST CREATE FAILED, STATUS '
004070                     WS-ACCTMAST-STATUS
004080             MOVE 16 TO RETURN-CODE
004090             STOP RUN
004100         END-IF
004110         CLOSE ACCTMAST
004120         OPEN I-O ACCTMAST
004130     END-IF.
004140     IF WS-ACCTMAST-STATUS NOT = '00'
004150         DISPLAY '*** FATAL - ACCTMAST OPEN FAILED, STATUS '
004160                 WS-ACCTMAST-STATUS
004170         MOVE 16 TO RETURN-CODE
004180         STOP RUN
004190     END-IF.
004200     PERFORM 1760-OPEN-ACCTJRNL THRU 1760-EXIT.
004210     OPEN OUTPUT MNTAUDIT.
004220     IF WS-MNTAUDIT-STATUS NOT = '00'
004230         DISPLAY '*** FATAL - MNTAUDIT OPEN FAILED, STATUS '
004240                 WS-MNTAUDIT-STATUS
004250         MOVE 16 TO RETURN-CODE
004260         STOP RUN
004270     END-IF.
004280     OPEN OUTPUT MNTREG.
004290     IF WS-MNTREG-STATUS NOT = '00'
004300         DISPLAY '*** FATAL - MNTREG OPEN FAILED, STATUS '
004310                 WS-MNTREG-STATUS
004320         MOVE 16 TO RETURN-CODE
004330         STOP RUN
004340     END-IF.
004350     PERFORM 1100-WRITE-REGISTER-HEADING THRU 1100-EXIT.
004360     PERFORM 1200-READ-MNTFILE THRU 1200-EXIT.
004370 1000-EXIT.
004380     EXIT.
004390*
004400*----------------------------------------------------------------
004410* 1010-READ-CONTROL-CARD - READ THE ONE-RECORD CTLCARD FILE TO
004420*                          GET THE PROCESSING DATE STAMPED ON THE
004430*                          AUDIT RECORDS AND THE REGISTER.  SAME
004440*                          CARD AND SAME EDITS AS BATCHPROC.
004450*----------------------------------------------------------------
004460 1010-READ-CONTROL-CARD.
004470     OPEN INPUT CTLCARD.
004480     IF WS-CTLCARD-STATUS NOT = '00'
004490         DISPLAY '*** FATAL - CTLCARD OPEN FAILED, STATUS '
004500                 WS-CTLCARD-STATUS
004510         MOVE 16 TO RETURN-CODE
004520         STOP RUN
004530     END-IF.
004540     READ CTLCARD
004550         AT END
004560             DISPLAY '*** FATAL - CTLCARD IS EMPTY, NO '
004570                     'PROCESSING DATE SUPPLIED'
004580             MOVE 16 TO RETURN-CODE
004590             STOP RUN
004600     END-READ.
004610     IF CTL-PROCESSING-DATE IS NOT NUMERIC
004620         DISPLAY '*** FATAL - CTLCARD PROCESSING DATE IS NOT '
004630                 'NUMERIC: ' CTL-RECORD
004640         MOVE 16 TO RETURN-CODE
004650         STOP RUN
004660     END-IF.
004670     MOVE CTL-PROCESSING-DATE TO WS-PROCESSING-DATE.
004680     CLOSE CTLCARD.
004690     MOVE WS-PROCESSING-DATE(1:4)  TO WS-DC-YEAR.
004700     MOVE WS-PROCESSING-DATE(5:2)  TO WS-DC-MONTH.
004710     MOVE WS-PROCESSING-DATE(7:2)  TO WS-DC-DAY.
004720     COMPUTE WS-DAYNUM-RUN-DATE =
004730             (WS-DC-YEAR * 360) + (WS-DC-MONTH * 30) + WS-DC-DAY.
004740 1010-EXIT.
004750     EXIT.
004760*
004770*----------------------------------------------------------------
004780* 1020-READ-DUAL-CONTROL-CARD - THE CREDIT-LIMIT INCREASE THAT
004790*                               NEEDS NO SECOND OPERATOR AND THE
004800*                               DAYS A PENDING ITEM IS KEPT.  A
004810*                               MISSING OR BAD CARD IS FATAL --
004820*                               DUAL CONTROL IS NEVER SKIPPED.
004830*                               A ZERO THRESHOLD SENDS EVERY
004840*                               INCREASE FOR APPROVAL.
004850*----------------------------------------------------------------
004860 1020-READ-DUAL-CONTROL-CARD.
004870     OPEN INPUT MNTCTL.
004880     IF WS-MNTCTL-STATUS NOT = '00'
004890         DISPLAY '*** FATAL - MNTCTL OPEN FAILED, STATUS '
004900                 WS-MNTCTL-STATUS
004910         MOVE 16 TO RETURN-CODE
004920         STOP RUN
004930     END-IF.
004940     READ MNTCTL
004950         AT END
004960             DISPLAY '*** FATAL - MNTCTL IS EMPTY, NO DUAL '
004970                     'CONTROL LIMITS SUPPLIED'
004980             MOVE 16 TO RETURN-CODE
004990             STOP RUN
005000     END-READ.
005010     CLOSE MNTCTL.
005020     IF MNC-LIMIT-THRESHOLD IS NOT NUMERIC
005030             OR MNC-EXPIRY-DAYS IS NOT NUMERIC
005040             OR MNC-EXPIRY-DAYS = 0
005050         DISPLAY '*** FATAL - MNTCTL THRESHOLD OR EXPIRY DAYS '
005060                 'NOT VALID: ' MNC-RECORD
005070         MOVE 16 TO RETURN-CODE
005080         STOP RUN
005090     END-IF.
005100     MOVE MNC-LIMIT-THRESHOLD TO WS-LIMIT-THRESHOLD.
005110     MOVE MNC-EXPIRY-DAYS     TO WS-EXPIRY-DAYS.
005120 1020-EXIT.
005130     EXIT.
005140*
005150*----------------------------------------------------------------
005160* 1100-WRITE-REGISTER-HEADING - TITLE AND COLUMN HEADINGS AT THE
005170*                               TOP OF THE MAINTENANCE REGISTER
005180*----------------------------------------------------------------
005190 1100-WRITE-REGISTER-HEADING.
005200     MOVE SPACES TO MNT-REGISTER-LINE.
005210     STRING 'ACCOUNT MASTER MAINTENANCE REGISTER - '
005220            WS-PROCESSING-DATE
005230            DELIMITED BY SIZE
005240            INTO MNT-REGISTER-LINE.
005250     WRITE MNT-REGISTER-LINE.
005260     MOVE SPACES TO MNT-REGISTER-LINE.
005270     STRING 'DATE        ACTION  ACCOUNT   '
005280            'NAME                            DISPOSITION'
005290            DELIMITED BY SIZE
005300            INTO MNT-REGISTER-LINE.
005310     WRITE MNT-REGISTER-LINE.
005320 1100-EXIT.
005330     EXIT.
005340*
005350*----------------------------------------------------------------
005360* 1200-READ-MNTFILE - READ THE NEXT MAINTENANCE TRANSACTION
005370*----------------------------------------------------------------
005380 1200-READ-MNTFILE.
005390     MOVE SPACES TO MNT-RECORD.
005400     READ MNTFILE
005410         AT END
005420             MOVE 'Y' TO WS-EOF-SWITCH
005430         NOT AT END
005440             ADD 1 TO WS-READ-COUNT
005450     END-READ.
005460 1200-EXIT.
005470     EXIT.
005480*
005490*----------------------------------------------------------------
005500* 1760-OPEN-ACCTJRNL - OPEN THE ACCTMAST BEFORE-IMAGE JOURNAL FOR
005510*                      EXTEND (A FIRST-EVER RUN CREATES IT) AND
005520*                      NOTE THE TIME THIS RUN STARTED, WHICH EVERY
005530*                      JOURNAL RECORD CARRIES.  NO ACCTMAST RECORD
005540*                      MAY CHANGE WITHOUT THE JOURNAL, SO A FAILED
005550*                      OPEN IS FATAL
005560*----------------------------------------------------------------
005570 1760-OPEN-ACCTJRNL.
005580     ACCEPT WS-JRNL-RUN-TIME FROM TIME.
005590     OPEN EXTEND ACCTJRNL.
005600     IF WS-ACCTJRNL-STATUS = '35'
005610         OPEN OUTPUT ACCTJRNL
005620     END-IF.
005630     IF WS-ACCTJRNL-STATUS NOT = '00'
005640         DISPLAY '*** FATAL - ACCTJRNL OPEN FAILED, STATUS '
005650                 WS-ACCTJRNL-STATUS
005660         MOVE 16 TO RETURN-CODE
005670         STOP RUN
005680     END-IF.
005690 1760-EXIT.
005700     EXIT.
005710*
005720*----------------------------------------------------------------
005730* 1300-LOAD-PENDING-ITEMS - LOAD EVERY ITEM AWAITING APPROVAL.
005740*                           NO PNDFILE MEANS NOTHING IS PENDING.
005750*                           AN ITEM OLDER THAN THE EXPIRY DAYS
005760*                           CAN NO LONGER BE APPROVED.  THE NEXT
005770*                           ITEM SEQUENCE FOLLOWS ON FROM ANY
005780*                           ITEMS ALREADY MADE TODAY.
005790*----------------------------------------------------------------
005800 1300-LOAD-PENDING-ITEMS.
005810     MOVE 0 TO WS-PEND-COUNT.
005820     MOVE 0 TO WS-PEND-NEXT-SEQ.
005830     MOVE 'N' TO WS-PNDFILE-EOF-SWITCH.
005840     OPEN INPUT PNDFILE.
005850     IF WS-PNDFILE-STATUS = '35'
005860         DISPLAY 'PNDFILE NOT ON FILE - NO ITEMS PENDING'
005870     ELSE
005880         IF WS-PNDFILE-STATUS NOT = '00'
005890             DISPLAY '*** FATAL - PNDFILE OPEN FAILED, STATUS '
005900                     WS-PNDFILE-STATUS
005910             MOVE 16 TO RETURN-CODE
005920             STOP RUN
005930         END-IF
005940         PERFORM 1310-LOAD-ONE-ITEM THRU 1310-EXIT
005950                 UNTIL WS-PNDFILE-EOF-YES
005960         CLOSE PNDFILE
005970     END-IF.
005980 1300-EXIT.
005990     EXIT.
006000*
006010 1310-LOAD-ONE-ITEM.
006020     READ PNDFILE INTO WS-PEND-RECORD
006030         AT END
006040             SET WS-PNDFILE-EOF-YES TO TRUE
006050     END-READ.
006060     IF NOT WS-PNDFILE-EOF-YES
006070         IF PEND-CREATED-DATE IS NOT NUMERIC
006080                 OR PEND-SEQUENCE IS NOT NUMERIC
006090             DISPLAY '*** FATAL - PNDFILE RECORD IS NOT VALID: '
006100                     PEND-IN-RECORD
006110             MOVE 16 TO RETURN-CODE
006120             STOP RUN
006130         END-IF
006140         IF WS-PEND-COUNT NOT < 500
006150             DISPLAY '*** FATAL - MORE THAN 500 ITEMS PENDING '
006160                     'APPROVAL, PENDING TABLE MUST BE RESIZED'
006170             MOVE 16 TO RETURN-CODE
006180             STOP RUN
006190         END-IF
006200         ADD 1 TO WS-PEND-COUNT
006210         SET WS-PEND-IDX TO WS-PEND-COUNT
006220         MOVE PEND-ITEM-ID   TO WS-PEND-ID-TBL(WS-PEND-IDX)
006230         MOVE WS-PEND-RECORD TO WS-PEND-DATA-TBL(WS-PEND-IDX)
006240         MOVE PEND-CREATED-DATE(1:4) TO WS-DC-YEAR
006250         MOVE PEND-CREATED-DATE(5:2) TO WS-DC-MONTH
006260         MOVE PEND-CREATED-DATE(7:2) TO WS-DC-DAY
006270         COMPUTE WS-DAYNUM-CREATED =
006280                 (WS-DC-YEAR * 360) + (WS-DC-MONTH * 30)
006290                 + WS-DC-DAY
006300         IF WS-DAYNUM-RUN-DATE > WS-DAYNUM-CREATED
006310             COMPUTE WS-AGE-DAYS =
006320                     WS-DAYNUM-RUN-DATE - WS-DAYNUM-CREATED
006330         ELSE
006340             MOVE 0 TO WS-AGE-DAYS
006350         END-IF
006360         MOVE WS-AGE-DAYS TO WS-PEND-AGE-TBL(WS-PEND-IDX)
006370         IF WS-AGE-DAYS > WS-EXPIRY-DAYS
006380             SET WS-PEND-EXPIRED(WS-PEND-IDX) TO TRUE
006390         ELSE
006400             SET WS-PEND-WAITING(WS-PEND-IDX) TO TRUE
006410         END-IF
006420         IF PEND-CREATED-DATE = WS-PROCESSING-DATE
006430                 AND PEND-SEQUENCE > WS-PEND-NEXT-SEQ
006440             MOVE PEND-SEQUENCE TO WS-PEND-NEXT-SEQ
006450         END-IF
006460     END-IF.
006470 1310-EXIT.
006480     EXIT.
006490*
006500*----------------------------------------------------------------
006510* 2000-PROCESS-MAINT - EDIT AND APPLY ONE MAINTENANCE
006520*                      TRANSACTION, THEN READ THE NEXT ONE
006530*----------------------------------------------------------------
006540 2000-PROCESS-MAINT.
006550     MOVE 'N' TO WS-REJECT-SWITCH.
006560     MOVE 'N' TO WS-HELD-SWITCH.
006570     MOVE 'N' TO WS-APPROVAL-SWITCH.
006580     MOVE 0   TO WS-REJECT-REASON-CODE.
006590     MOVE SPACES TO WS-BEFORE-IMAGE.
006600     MOVE SPACES TO WS-AFTER-IMAGE.
006610*
006620     IF MNT-ACCOUNT-NUMBER IS NOT NUMERIC
006630         SET MNT-NONNUMERIC-ACCT TO TRUE
006640         MOVE 'Y' TO WS-REJECT-SWITCH
006650     END-IF.
006660*
006670     IF NOT WS-MAINT-REJECTED
006680         EVALUATE MNT-ACTION-CODE
006690             WHEN 'A'
006700                 PERFORM 2200-APPLY-ADD    THRU 2200-EXIT
006710             WHEN 'C'
006720                 PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
006730             WHEN 'X'
006740                 PERFORM 2400-APPLY-CLOSE  THRU 2400-EXIT
006750             WHEN 'P'
006760                 PERFORM 2700-APPLY-APPROVAL THRU 2700-EXIT
006770             WHEN OTHER
006780                 SET MNT-INVALID-ACTION TO TRUE
006790                 MOVE 'Y' TO WS-REJECT-SWITCH
006800         END-EVALUATE
006810     END-IF.
006820*
006830     IF WS-MAINT-REJECTED
006840         ADD 1 TO WS-REJECT-COUNT
006850     ELSE
006860         IF NOT WS-MAINT-HELD
006870             PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT
006880         END-IF
006890     END-IF.
006900     PERFORM 2600-WRITE-REGISTER THRU 2600-EXIT.
006910     PERFORM 1200-READ-MNTFILE THRU 1200-EXIT.
006920 2000-EXIT.
006930     EXIT.
006940*
006950*----------------------------------------------------------------
006960* 2200-APPLY-ADD - ADD A NEW ACCOUNT.  THE ACCOUNT MUST NOT
006970*                  ALREADY BE ON FILE AND THE NAME MUST NOT BE
006980*                  BLANK.  A BLANK NEW-STATUS DEFAULTS TO OPEN;
006990*                  ANYTHING OTHER THAN 'O', 'C', 'D' OR BLANK
007000*                  REJECTS.  A BLANK CREDIT LIMIT MEANS NO
007010*                  LIMIT; A NON-BLANK LIMIT MUST BE NUMERIC.
007020*                  AN ADD HAS NO BEFORE-IMAGE TO JOURNAL; ITS
007030*                  ADDED-ACCOUNT RECORD IS JOURNALED ONCE THE ADD
007040*                  IS ON FILE, SO A REJECTED DUPLICATE ADD CAN
007050*                  NEVER BE TAKEN FOR ONE TO UNDO.
007060*----------------------------------------------------------------
007070 2200-APPLY-ADD.
007080     IF MNT-ACCOUNT-NAME = SPACES
007090         SET MNT-BLANK-NAME TO TRUE
007100         MOVE 'Y' TO WS-REJECT-SWITCH
007110     END-IF.
007120     IF NOT WS-MAINT-REJECTED
007130         IF MNT-NEW-STATUS NOT = 'O' AND NOT = 'C'
007140                 AND NOT = 'D'
007150                 AND NOT = SPACE
007160             SET MNT-INVALID-STATUS TO TRUE
007170             MOVE 'Y' TO WS-REJECT-SWITCH
007180         END-IF
007190     END-IF.
007200     IF NOT WS-MAINT-REJECTED
007210         IF MNT-CREDIT-LIMIT NOT = SPACES
007220                 AND MNT-CREDIT-LIMIT IS NOT NUMERIC
007230             SET MNT-INVALID-LIMIT TO TRUE
007240             MOVE 'Y' TO WS-REJECT-SWITCH
007250         END-IF
007260     END-IF.
007270     IF NOT WS-MAINT-REJECTED
007280         MOVE SPACES TO ACCT-MASTER-RECORD
007290         MOVE MNT-ACCOUNT-NUMBER TO ACCT-NUMBER
007300         IF MNT-NEW-STATUS = SPACE
007310             MOVE 'O' TO ACCT-STATUS
007320         ELSE
007330             MOVE MNT-NEW-STATUS TO ACCT-STATUS
007340         END-IF
007350         MOVE MNT-ACCOUNT-NAME TO ACCT-NAME
007360         MOVE 0 TO ACCT-CURRENT-BALANCE
007370         MOVE 0 TO ACCT-LAST-ACTIVITY-DATE
007380         IF MNT-CREDIT-LIMIT = SPACES
007390             MOVE 0 TO ACCT-CREDIT-LIMIT
007400         ELSE
007410             MOVE MNT-CREDIT-LIMIT-N TO ACCT-CREDIT-LIMIT
007420         END-IF
007430         MOVE ACCT-MASTER-RECORD TO WS-AFTER-IMAGE
007440         WRITE ACCT-MASTER-RECORD
007450             INVALID KEY
007460                 SET MNT-DUPLICATE-ADD TO TRUE
007470                 MOVE 'Y' TO WS-REJECT-SWITCH
007480         END-WRITE
007490         IF NOT WS-MAINT-REJECTED
007500             MOVE WS-AFTER-IMAGE TO ACCT-MASTER-RECORD
007510             MOVE 'A' TO WS-JRNL-ENTRY-TYPE
007520             PERFORM 2960-WRITE-ACCTJRNL THRU 2960-EXIT
007530             ADD 1 TO WS-ADD-COUNT
007540         END-IF
007550     END-IF.
007560 2200-EXIT.
007570     EXIT.
007580*
007590*----------------------------------------------------------------
007600* 2300-APPLY-CHANGE - CHANGE AN EXISTING ACCOUNT'S NAME, STATUS
007610*                     AND/OR CREDIT LIMIT.  A BLANK FIELD ON THE
007620*                     TRANSACTION LEAVES THAT FIELD AS IT IS; A
007630*                     LIMIT OF ALL ZEROS TAKES THE LIMIT OFF; A
007640*                     TRANSACTION WITH NOTHING TO APPLY REJECTS.
007650*                     A SENSITIVE CHANGE IS HELD FOR APPROVAL
007660*                     UNLESS IT IS THE APPROVED ITEM ITSELF.  AN
007670*                     ACCOUNT IS ONLY EVER CLOSED THROUGH THE
007680*                     CLOSE ACTION AND THE CLOSEOUT, SO A CHANGE
007690*                     TO STATUS 'C' REJECTS.
007700*----------------------------------------------------------------
007710 2300-APPLY-CHANGE.
007720     IF MNT-ACCOUNT-NAME = SPACES AND MNT-NEW-STATUS = SPACE
007730             AND MNT-CREDIT-LIMIT = SPACES
007740         SET MNT-NOTHING-TO-CHANGE TO TRUE
007750         MOVE 'Y' TO WS-REJECT-SWITCH
007760     END-IF.
007770     IF NOT WS-MAINT-REJECTED
007780         IF MNT-NEW-STATUS NOT = 'O' AND NOT = 'C'
007790                 AND NOT = 'D'
007800                 AND NOT = SPACE
007810             SET MNT-INVALID-STATUS TO TRUE
007820             MOVE 'Y' TO WS-REJECT-SWITCH
007830         END-IF
007840     END-IF.
007850     IF NOT WS-MAINT-REJECTED
007860         IF MNT-CREDIT-LIMIT NOT = SPACES
007870                 AND MNT-CREDIT-LIMIT IS NOT NUMERIC
007880             SET MNT-INVALID-LIMIT TO TRUE
007890             MOVE 'Y' TO WS-REJECT-SWITCH
007900         END-IF
007910     END-IF.
007920     IF NOT WS-MAINT-REJECTED
007930         MOVE MNT-ACCOUNT-NUMBER TO ACCT-NUMBER
007940         READ ACCTMAST
007950             INVALID KEY
007960                 SET MNT-NOT-ON-FILE TO TRUE
007970                 MOVE 'Y' TO WS-REJECT-SWITCH
007980         END-READ
007990     END-IF.
008000     IF NOT WS-MAINT-REJECTED
008010         IF MNT-NEW-STATUS = 'C' AND NOT ACCT-CLOSED
008020             SET MNT-CLOSE-BY-CHANGE TO TRUE
008030             MOVE 'Y' TO WS-REJECT-SWITCH
008040         END-IF
008050     END-IF.
008060     IF NOT WS-MAINT-REJECTED
008070             AND NOT WS-APPROVED-ITEM
008080         PERFORM 2310-CHECK-SENSITIVE-CHANGE THRU 2310-EXIT
008090     END-IF.
008100     IF NOT WS-MAINT-REJECTED
008110             AND NOT WS-MAINT-HELD
008120         MOVE ACCT-MASTER-RECORD TO WS-BEFORE-IMAGE
008130         MOVE 'B' TO WS-JRNL-ENTRY-TYPE
008140         PERFORM 2960-WRITE-ACCTJRNL THRU 2960-EXIT
008150         IF MNT-ACCOUNT-NAME NOT = SPACES
008160             MOVE MNT-ACCOUNT-NAME TO ACCT-NAME
008170         END-IF
008180         IF MNT-NEW-STATUS NOT = SPACE
008190             MOVE MNT-NEW-STATUS TO ACCT-STATUS
008200         END-IF
008210         IF MNT-CREDIT-LIMIT NOT = SPACES
008220             MOVE MNT-CREDIT-LIMIT-N TO ACCT-CREDIT-LIMIT
008230         END-IF
008240         MOVE ACCT-MASTER-RECORD TO WS-AFTER-IMAGE
008250         REWRITE ACCT-MASTER-RECORD
008260             INVALID KEY
008270                 SET MNT-IO-FAILURE TO TRUE
008280                 MOVE 'Y' TO WS-REJECT-SWITCH
008290         END-REWRITE
008300         IF NOT WS-MAINT-REJECTED
008310             ADD 1 TO WS-CHANGE-COUNT
008320         END-IF
008330     END-IF.
008340 2300-EXIT.
008350     EXIT.
008360*
008370*----------------------------------------------------------------
008380* 2310-CHECK-SENSITIVE-CHANGE - A CHANGE NEEDS A SECOND OPERATOR
008390*                               WHEN IT MOVES THE ACCOUNT OUT OF
008400*                               DORMANT, CLOSED OR CLOSING
008410*                               (WHICH CANCELS THE CLOSEOUT),
008420*                               RAISES THE CREDIT LIMIT BY MORE
008430*                               THAN THE THRESHOLD, OR TAKES A
008440*                               LIMIT OFF (ZERO IS NO LIMIT).  ON
008450*                               AN ACCOUNT WITH NO LIMIT (OR A
008460*                               LIMIT THAT IS NOT NUMERIC) ANY NEW
008470*                               LIMIT OVER THE THRESHOLD IS HELD.
008480*                               THE MASTER RECORD IS IN THE FD.
008490*----------------------------------------------------------------
008500 2310-CHECK-SENSITIVE-CHANGE.
008510     MOVE SPACE TO WS-PEND-REASON.
008520     IF MNT-NEW-STATUS NOT = SPACE
008530             AND MNT-NEW-STATUS NOT = ACCT-STATUS
008540             AND (ACCT-DORMANT OR ACCT-CLOSED OR ACCT-CLOSING)
008550         MOVE 'S' TO WS-PEND-REASON
008560     END-IF.
008570     IF ACCT-CREDIT-LIMIT IS NOT NUMERIC
008580         MOVE 0 TO WS-CURRENT-LIMIT
008590     ELSE
008600         MOVE ACCT-CREDIT-LIMIT TO WS-CURRENT-LIMIT
008610     END-IF.
008620     IF MNT-CREDIT-LIMIT NOT = SPACES
008630         IF WS-CURRENT-LIMIT > 0
008640             IF MNT-CREDIT-LIMIT-N >
008650                     WS-CURRENT-LIMIT + WS-LIMIT-THRESHOLD
008660                     OR MNT-CREDIT-LIMIT-N = 0
008670                 MOVE 'L' TO WS-PEND-REASON
008680             END-IF
008690         ELSE
008700             IF MNT-CREDIT-LIMIT-N > WS-LIMIT-THRESHOLD
008710                 MOVE 'L' TO WS-PEND-REASON
008720             END-IF
008730         END-IF
008740     END-IF.
008750     IF WS-PEND-REASON NOT = SPACE
008760         PERFORM 2800-HOLD-FOR-APPROVAL THRU 2800-EXIT
008770     END-IF.
008780 2310-EXIT.
008790     EXIT.
008800*
008810*----------------------------------------------------------------
008820* 2400-APPLY-CLOSE - START THE CLOSEOUT OF AN EXISTING ACCOUNT.
008830*                    AN ACCOUNT NOT ON FILE, ALREADY CLOSED OR
008840*                    ALREADY CLOSING REJECTS.  EVERY CLOSE IS
008850*                    HELD FOR APPROVAL AND ONLY APPLIED AS THE
008860*                    APPROVED ITEM.  APPLYING IT SETS THE CLOSING
008870*                    STATUS, NOT CLOSED: CLSGEN CHECKS FOR HELD,
008880*                    SUSPENSE AND REFERRED ITEMS AND ZEROES THE
008890*                    BALANCE, AND CLSRSLT SETS 'C' ONCE THE ZERO
008900*                    BALANCE HAS POSTED.
008910*----------------------------------------------------------------
008920 2400-APPLY-CLOSE.
008930     MOVE MNT-ACCOUNT-NUMBER TO ACCT-NUMBER.
008940     READ ACCTMAST
008950         INVALID KEY
008960             SET MNT-NOT-ON-FILE TO TRUE
008970             MOVE 'Y' TO WS-REJECT-SWITCH
008980     END-READ.
008990     IF NOT WS-MAINT-REJECTED
009000         IF ACCT-CLOSED
009010             SET MNT-ALREADY-CLOSED TO TRUE
009020             MOVE 'Y' TO WS-REJECT-SWITCH
009030         END-IF
009040         IF ACCT-CLOSING
009050             SET MNT-ALREADY-CLOSING TO TRUE
009060             MOVE 'Y' TO WS-REJECT-SWITCH
009070         END-IF
009080     END-IF.
009090     IF NOT WS-MAINT-REJECTED
009100             AND NOT WS-APPROVED-ITEM
009110         MOVE 'X' TO WS-PEND-REASON
009120         PERFORM 2800-HOLD-FOR-APPROVAL THRU 2800-EXIT
009130     END-IF.
009140     IF NOT WS-MAINT-REJECTED
009150             AND NOT WS-MAINT-HELD
009160         MOVE ACCT-MASTER-RECORD TO WS-BEFORE-IMAGE
009170         MOVE 'B' TO WS-JRNL-ENTRY-TYPE
009180         PERFORM 2960-WRITE-ACCTJRNL THRU 2960-EXIT
009190         MOVE 'P' TO ACCT-STATUS
009200         MOVE SPACE TO ACCT-CLOSEOUT-FLAG
009210         MOVE ACCT-MASTER-RECORD TO WS-AFTER-IMAGE
009220         REWRITE ACCT-MASTER-RECORD
009230             INVALID KEY
009240                 SET MNT-IO-FAILURE TO TRUE
009250                 MOVE 'Y' TO WS-REJECT-SWITCH
009260         END-REWRITE
009270         IF NOT WS-MAINT-REJECTED
009280             ADD 1 TO WS-CLOSE-COUNT
009290         END-IF
009300     END-IF.
009310 2400-EXIT.
009320     EXIT.
009330*
009340*----------------------------------------------------------------
009350* 2500-WRITE-AUDIT - WRITE THE BEFORE-AND-AFTER IMAGE AUDIT
009360*                    RECORD FOR ONE APPLIED MAINTENANCE
009370*                    TRANSACTION
009380*----------------------------------------------------------------
009390 2500-WRITE-AUDIT.
009400     MOVE MNT-ACTION-CODE     TO WS-AUD-ACTION.
009410     MOVE MNT-ACCOUNT-NUMBER  TO WS-AUD-ACCOUNT.
009420     MOVE WS-PROCESSING-DATE  TO WS-AUD-DATE.
009430     MOVE WS-BEFORE-IMAGE     TO WS-AUD-BEFORE-IMAGE.
009440     MOVE WS-AFTER-IMAGE      TO WS-AUD-AFTER-IMAGE.
009450     MOVE WS-AUDIT-RECORD     TO MNT-AUDIT-RECORD.
009460     WRITE MNT-AUDIT-RECORD.
009470 2500-EXIT.
009480     EXIT.
009490*
009500*----------------------------------------------------------------
009510* 2600-WRITE-REGISTER - PRINT ONE REGISTER LINE SHOWING WHAT THE
009520*                       TRANSACTION ASKED FOR AND WHAT WAS DONE
009530*                       WITH IT
009540*----------------------------------------------------------------
009550 2600-WRITE-REGISTER.
009560     MOVE WS-PROCESSING-DATE TO WS-REG-DATE.
009570     EVALUATE MNT-ACTION-CODE
009580         WHEN 'A'
009590             MOVE 'ADD'    TO WS-REG-ACTION
009600         WHEN 'C'
009610             MOVE 'CHANGE' TO WS-REG-ACTION
009620         WHEN 'X'
009630             MOVE 'CLOSE'  TO WS-REG-ACTION
009640         WHEN 'P'
009650             MOVE 'APPROV' TO WS-REG-ACTION
009660         WHEN OTHER
009670             MOVE MNT-ACTION-CODE TO WS-REG-ACTION
009680     END-EVALUATE.
009690     MOVE MNT-ACCOUNT-NUMBER TO WS-REG-ACCOUNT.
009700     MOVE MNT-ACCOUNT-NAME   TO WS-REG-NAME.
009710     IF WS-MAINT-REJECTED
009720         PERFORM 2610-SET-REJECT-TEXT THRU 2610-EXIT
009730         STRING 'REJECTED ' WS-REJECT-REASON-CODE ' '
009740                WS-REJECT-REASON-TEXT
009750                DELIMITED BY SIZE
009760                INTO WS-REG-DISPOSITION
009770     ELSE
009780         IF WS-MAINT-HELD
009790             STRING 'PENDING APPROVAL ' PEND-ITEM-ID
009800                    DELIMITED BY SIZE
009810                    INTO WS-REG-DISPOSITION
009820         ELSE
009830             IF WS-APPROVED-ITEM
009840                 STRING 'APPLIED - MAKER ' WS-PEND-MAKER
009850                        ' CHECKER ' WS-PEND-CHECKER
009860                        DELIMITED BY SIZE
009870                        INTO WS-REG-DISPOSITION
009880             ELSE
009890                 MOVE 'APPLIED' TO WS-REG-DISPOSITION
009900             END-IF
009910         END-IF
009920     END-IF.
009930     MOVE WS-REGISTER-LINE TO MNT-REGISTER-LINE.
009940     MOVE SPACES TO WS-REG-DISPOSITION.
009950     WRITE MNT-REGISTER-LINE.
009960 2600-EXIT.
009970     EXIT.
009980*
009990*----------------------------------------------------------------
010000* 2610-SET-REJECT-TEXT - TRANSLATE THE REJECT REASON CODE TO THE
010010*                        TEXT PRINTED ON THE REGISTER
010020*----------------------------------------------------------------
010030 2610-SET-REJECT-TEXT.
010040     EVALUATE TRUE
010050         WHEN MNT-INVALID-ACTION
010060             MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON-TEXT
010070         WHEN MNT-NONNUMERIC-ACCT
010080             MOVE 'NON-NUMERIC ACCOUNT NUMBER'
010090                     TO WS-REJECT-REASON-TEXT
010100         WHEN MNT-DUPLICATE-ADD
010110             MOVE 'ACCOUNT ALREADY ON FILE'
010120                     TO WS-REJECT-REASON-TEXT
010130         WHEN MNT-NOT-ON-FILE
010140             MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON-TEXT
010150         WHEN MNT-ALREADY-CLOSED
010160             MOVE 'ACCOUNT ALREADY CLOSED'
010170                     TO WS-REJECT-REASON-TEXT
010180         WHEN MNT-BLANK-NAME
010190             MOVE 'ACCOUNT NAME IS BLANK'
010200                     TO WS-REJECT-REASON-TEXT
010210         WHEN MNT-INVALID-STATUS
010220             MOVE 'INVALID STATUS CODE' TO WS-REJECT-REASON-TEXT
010230         WHEN MNT-NOTHING-TO-CHANGE
010240             MOVE 'NOTHING TO CHANGE' TO WS-REJECT-REASON-TEXT
010250         WHEN MNT-IO-FAILURE
010260             MOVE 'ACCTMAST I-O FAILURE'
010270                     TO WS-REJECT-REASON-TEXT
010280         WHEN MNT-INVALID-LIMIT
010290             MOVE 'INVALID CREDIT LIMIT'
010300                     TO WS-REJECT-REASON-TEXT
010310         WHEN MNT-NO-OPERATOR
010320             MOVE 'OPERATOR ID IS BLANK' TO WS-REJECT-REASON-TEXT
010330         WHEN MNT-NO-PENDING-ITEM
010340             MOVE 'NO SUCH ITEM AWAITING APPROVAL'
010350                     TO WS-REJECT-REASON-TEXT
010360         WHEN MNT-SAME-OPERATOR
010370             MOVE 'APPROVER IS THE MAKER'
010380                     TO WS-REJECT-REASON-TEXT
010390         WHEN MNT-ALREADY-CLOSING
010400             MOVE 'CLOSEOUT ALREADY STARTED'
010410                     TO WS-REJECT-REASON-TEXT
010420         WHEN MNT-CLOSE-BY-CHANGE
010430             MOVE 'USE CLOSE ACTION TO CLOSE'
010440                     TO WS-REJECT-REASON-TEXT
010450         WHEN OTHER
010460             MOVE 'UNKNOWN EDIT FAILURE' TO WS-REJECT-REASON-TEXT
010470     END-EVALUATE.
010480 2610-EXIT.
010490     EXIT.
010500*
010510*----------------------------------------------------------------
010520* 2700-APPLY-APPROVAL - A SECOND OPERATOR APPROVES ONE ITEM LEFT
010530*                       PENDING BY AN EARLIER RUN.  THE ITEM MUST
010540*                       BE WAITING (NOT EXPIRED, NOT ALREADY
010550*                       TAKEN UP, NOT MADE IN THIS RUN), MUST BE
010560*                       FOR THE ACCOUNT ON THE APPROVAL, AND THE
010570*                       APPROVER MUST NOT BE THE MAKER.  THE
010580*                       MAKER'S TRANSACTION THEN REPLACES THE
010590*                       APPROVAL AND GOES THROUGH THE NORMAL
010600*                       CHANGE OR CLOSE EDITS AGAINST THE MASTER
010610*                       AS IT STANDS NOW.  THE ITEM IS TAKEN UP
010620*                       EVEN IF THOSE EDITS REJECT IT.
010630*----------------------------------------------------------------
010640 2700-APPLY-APPROVAL.
010650     IF MNT-OPERATOR = SPACES
010660         SET MNT-NO-OPERATOR TO TRUE
010670         MOVE 'Y' TO WS-REJECT-SWITCH
010680         GO TO 2700-EXIT
010690     END-IF.
010700     IF WS-PEND-COUNT = 0
010710         SET MNT-NO-PENDING-ITEM TO TRUE
010720         MOVE 'Y' TO WS-REJECT-SWITCH
010730         GO TO 2700-EXIT
010740     END-IF.
010750     SET WS-PEND-IDX TO 1.
010760     SEARCH WS-PEND-ENTRY
010770         AT END
010780             SET MNT-NO-PENDING-ITEM TO TRUE
010790             MOVE 'Y' TO WS-REJECT-SWITCH
010800         WHEN WS-PEND-ID-TBL(WS-PEND-IDX) = MNT-PENDING-ID
010810             CONTINUE
010820     END-SEARCH.
010830     IF WS-MAINT-REJECTED
010840         GO TO 2700-EXIT
010850     END-IF.
010860     MOVE WS-PEND-DATA-TBL(WS-PEND-IDX) TO WS-PEND-RECORD.
010870     IF NOT WS-PEND-WAITING(WS-PEND-IDX)
010880             OR PEND-ACCOUNT-NUMBER NOT = MNT-ACCOUNT-NUMBER
010890         SET MNT-NO-PENDING-ITEM TO TRUE
010900         MOVE 'Y' TO WS-REJECT-SWITCH
010910         GO TO 2700-EXIT
010920     END-IF.
010930     IF PEND-MAKER = MNT-OPERATOR
010940         SET MNT-SAME-OPERATOR TO TRUE
010950         MOVE 'Y' TO WS-REJECT-SWITCH
010960         GO TO 2700-EXIT
010970     END-IF.
010980     SET WS-PEND-TAKEN(WS-PEND-IDX) TO TRUE.
010990     MOVE 'Y' TO WS-APPROVAL-SWITCH.
011000     MOVE PEND-MAKER     TO WS-PEND-MAKER.
011010     MOVE MNT-OPERATOR   TO WS-PEND-CHECKER.
011020     MOVE PEND-MNT-IMAGE TO MNT-RECORD.
011030     IF MNT-ACTION-CODE = 'X'
011040         PERFORM 2400-APPLY-CLOSE  THRU 2400-EXIT
011050     ELSE
011060         PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
011070     END-IF.
011080     IF NOT WS-MAINT-REJECTED
011090         ADD 1 TO WS-APPROVED-COUNT
011100     END-IF.
011110 2700-EXIT.
011120     EXIT.
011130*
011140*----------------------------------------------------------------
011150* 2800-HOLD-FOR-APPROVAL - HOLD THE TRANSACTION ON THE PENDING
011160*                          TABLE UNDER THE NEXT ITEM ID FOR
011170*                          TODAY INSTEAD OF APPLYING IT.
011180*                          EXPECTS WS-PEND-REASON.  THE MAKER'S
011190*                          OPERATOR ID IS REQUIRED.
011200*----------------------------------------------------------------
011210 2800-HOLD-FOR-APPROVAL.
011220     IF MNT-OPERATOR = SPACES
011230         SET MNT-NO-OPERATOR TO TRUE
011240         MOVE 'Y' TO WS-REJECT-SWITCH
011250     ELSE
011260         IF WS-PEND-COUNT NOT < 500
011270             DISPLAY '*** FATAL - MORE THAN 500 ITEMS PENDING '
011280                     'APPROVAL, PENDING TABLE MUST BE RESIZED'
011290             MOVE 16 TO RETURN-CODE
011300             STOP RUN
011310         END-IF
011320         IF WS-PEND-NEXT-SEQ NOT < 9999
011330             DISPLAY '*** FATAL - PENDING ITEM SEQUENCE '
011340                     'EXHAUSTED FOR PROCESSING DATE '
011350                     WS-PROCESSING-DATE
011360             MOVE 16 TO RETURN-CODE
011370             STOP RUN
011380         END-IF
011390         ADD 1 TO WS-PEND-NEXT-SEQ
011400         MOVE SPACES             TO WS-PEND-RECORD
011410         MOVE WS-PROCESSING-DATE TO PEND-CREATED-DATE
011420         MOVE WS-PEND-NEXT-SEQ   TO PEND-SEQUENCE
011430         MOVE MNT-OPERATOR       TO PEND-MAKER
011440         MOVE WS-PEND-REASON     TO PEND-REASON
011450         MOVE MNT-RECORD         TO PEND-MNT-IMAGE
011460         ADD 1 TO WS-PEND-COUNT
011470         SET WS-PEND-IDX TO WS-PEND-COUNT
011480         SET WS-PEND-NEW(WS-PEND-IDX) TO TRUE
011490         MOVE PEND-ITEM-ID   TO WS-PEND-ID-TBL(WS-PEND-IDX)
011500         MOVE 0              TO WS-PEND-AGE-TBL(WS-PEND-IDX)
011510         MOVE WS-PEND-RECORD TO WS-PEND-DATA-TBL(WS-PEND-IDX)
011520         MOVE 'Y' TO WS-HELD-SWITCH
011530         ADD 1 TO WS-HELD-COUNT
011540     END-IF.
011550 2800-EXIT.
011560     EXIT.
011570*
011580*----------------------------------------------------------------
011590* 2960-WRITE-ACCTJRNL - APPEND ONE RECORD TO THE ACCTMAST BEFORE-
011600*                       IMAGE JOURNAL FROM THE MASTER RECORD NOW
011610*                       IN THE FD, AHEAD OF THE REWRITE THAT WILL
011620*                       CHANGE IT (OR, FOR AN ADD, JUST AFTER THE
011630*                       WRITE).  EXPECTS WS-JRNL-ENTRY-TYPE.  A
011640*                       FAILED JOURNAL WRITE IS FATAL
011650*----------------------------------------------------------------
011660 2960-WRITE-ACCTJRNL.
011670     MOVE SPACES               TO JRNL-RECORD.
011680     MOVE WS-JRNL-THIS-PROGRAM TO JRNL-PROGRAM.
011690     MOVE WS-PROCESSING-DATE   TO JRNL-PROCESSING-DATE.
011700     MOVE WS-JRNL-RUN-TIME     TO JRNL-RUN-TIME.
011710     MOVE WS-JRNL-CKPT-SEQ     TO JRNL-CHECKPOINT-SEQ.
011720     MOVE WS-JRNL-ENTRY-TYPE   TO JRNL-ENTRY-TYPE.
011730     MOVE ACCT-NUMBER          TO JRNL-ACCOUNT-NUMBER.
011740     MOVE ACCT-MASTER-RECORD   TO JRNL-ACCT-IMAGE.
011750     WRITE JRNL-RECORD.
011760     IF WS-ACCTJRNL-STATUS NOT = '00'
011770         DISPLAY '*** FATAL - ACCTJRNL WRITE FAILED, STATUS '
011780                 WS-ACCTJRNL-STATUS ' ACCOUNT ' ACCT-NUMBER
011790         MOVE 16 TO RETURN-CODE
011800         STOP RUN
011810     END-IF.
011820     ADD 1 TO WS-JRNL-WRITE-COUNT.
011830 2960-EXIT.
011840     EXIT.
011850*
011860*----------------------------------------------------------------
011870* 8000-FINALIZE - PRINT THE PENDING-ITEMS SECTION AND THE
011880*                 REGISTER TOTALS, REPORT THE COUNTS ON THE
011890*                 CONSOLE AND CLOSE THE FILES.  ANY REJECTED
011900*                 TRANSACTION OR EXPIRED ITEM LEAVES A RETURN
011910*                 CODE OF 4 SO THE SCHEDULER CAN FLAG THE
011920*                 REGISTER FOR REVIEW.
011930*----------------------------------------------------------------
011940 8000-FINALIZE.
011950     PERFORM 8100-WRITE-PENDING-SECTION THRU 8100-EXIT.
011960     MOVE SPACES TO MNT-REGISTER-LINE.
011970     WRITE MNT-REGISTER-LINE.
011980     MOVE SPACES TO MNT-REGISTER-LINE.
011990     MOVE WS-READ-COUNT   TO WS-READ-COUNT-D.
012000     MOVE WS-ADD-COUNT    TO WS-ADD-COUNT-D.
012010     MOVE WS-CHANGE-COUNT TO WS-CHANGE-COUNT-D.
012020     MOVE WS-CLOSE-COUNT  TO WS-CLOSE-COUNT-D.
012030     MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-D.
012040     STRING 'TRANSACTIONS READ ' WS-READ-COUNT-D
012050            '  ADDS ' WS-ADD-COUNT-D
012060            '  CHANGES ' WS-CHANGE-COUNT-D
012070            '  CLOSEOUTS ' WS-CLOSE-COUNT-D
012080            '  REJECTED ' WS-REJECT-COUNT-D
012090            DELIMITED BY SIZE
012100            INTO MNT-REGISTER-LINE.
012110     WRITE MNT-REGISTER-LINE.
012120     MOVE SPACES TO MNT-REGISTER-LINE.
012130     MOVE WS-HELD-COUNT     TO WS-HELD-COUNT-D.
012140     MOVE WS-APPROVED-COUNT TO WS-APPROVED-COUNT-D.
012150     MOVE WS-EXPIRED-COUNT  TO WS-EXPIRED-COUNT-D.
012160     MOVE WS-CARRIED-COUNT  TO WS-CARRIED-COUNT-D.
012170     STRING 'HELD FOR APPROVAL ' WS-HELD-COUNT-D
012180            '  APPROVED ' WS-APPROVED-COUNT-D
012190            '  EXPIRED ' WS-EXPIRED-COUNT-D
012200            '  STILL PENDING ' WS-CARRIED-COUNT-D
012210            DELIMITED BY SIZE
012220            INTO MNT-REGISTER-LINE.
012230     WRITE MNT-REGISTER-LINE.
012240     DISPLAY 'ACCTMNT - ACCOUNT MASTER MAINTENANCE TOTALS'.
012250     DISPLAY 'TRANSACTIONS READ: ' WS-READ-COUNT.
012260     DISPLAY 'ACCOUNTS ADDED   : ' WS-ADD-COUNT.
012270     DISPLAY 'ACCOUNTS CHANGED : ' WS-CHANGE-COUNT.
012280     DISPLAY 'CLOSEOUTS BEGUN  : ' WS-CLOSE-COUNT.
012290     DISPLAY 'REJECTED         : ' WS-REJECT-COUNT.
012300     DISPLAY 'HELD FOR APPROVAL: ' WS-HELD-COUNT.
012310     DISPLAY 'APPROVED         : ' WS-APPROVED-COUNT.
012320     DISPLAY 'EXPIRED          : ' WS-EXPIRED-COUNT.
012330     DISPLAY 'STILL PENDING    : ' WS-CARRIED-COUNT.
012340     DISPLAY 'JOURNAL RECORDS  : ' WS-JRNL-WRITE-COUNT.
012350     IF WS-REJECT-COUNT > 0
012360             OR WS-EXPIRED-COUNT > 0
012370         IF RETURN-CODE < 4
012380             MOVE 4 TO RETURN-CODE
012390         END-IF
012400     END-IF.
012410     CLOSE MNTFILE.
012420     CLOSE ACCTMAST.
012430     CLOSE ACCTJRNL.
012440     CLOSE MNTAUDIT.
012450     CLOSE MNTREG.
012460 8000-EXIT.
012470     EXIT.
012480*
012490*----------------------------------------------------------------
012500* 8100-WRITE-PENDING-SECTION - LIST EVERY ITEM STILL AWAITING
012510*                              APPROVAL AND EVERY ITEM THAT HAS
012520*                              EXPIRED, AND WRITE THE NEW PENDING
012530*                              GENERATION (PNDNEW) WITH THE ITEMS
012540*                              STILL WAITING.  ITEMS APPROVED
012550*                              THIS RUN ARE ON THE REGISTER ABOVE.
012560*----------------------------------------------------------------
012570 8100-WRITE-PENDING-SECTION.
012580     OPEN OUTPUT PNDNEW.
012590     IF WS-PNDNEW-STATUS NOT = '00'
012600         DISPLAY '*** FATAL - PNDNEW OPEN FAILED, STATUS '
012610                 WS-PNDNEW-STATUS
012620         MOVE 16 TO RETURN-CODE
012630         STOP RUN
012640     END-IF.
012650     MOVE SPACES TO MNT-REGISTER-LINE.
012660     WRITE MNT-REGISTER-LINE.
012670     MOVE SPACES TO MNT-REGISTER-LINE.
012680     STRING 'ITEMS PENDING APPROVAL - EXPIRE AFTER '
012690            WS-EXPIRY-DAYS ' DAYS'
012700            DELIMITED BY SIZE
012710            INTO MNT-REGISTER-LINE.
012720     WRITE MNT-REGISTER-LINE.
012730     MOVE SPACES TO MNT-REGISTER-LINE.
012740     STRING 'ITEM ID       ACTION  ACCOUNT   MAKER     '
012750            'REASON                      AGE  STATUS'
012760            DELIMITED BY SIZE
012770            INTO MNT-REGISTER-LINE.
012780     WRITE MNT-REGISTER-LINE.
012790     IF WS-PEND-COUNT > 0
012800         PERFORM 8110-WRITE-ONE-PENDING THRU 8110-EXIT
012810                 VARYING WS-PEND-IDX FROM 1 BY 1
012820                 UNTIL WS-PEND-IDX > WS-PEND-COUNT
012830     END-IF.
012840     IF WS-CARRIED-COUNT = 0
012850             AND WS-EXPIRED-COUNT = 0
012860         MOVE '  NO ITEMS PENDING APPROVAL' TO MNT-REGISTER-LINE
012870         WRITE MNT-REGISTER-LINE
012880     END-IF.
012890     CLOSE PNDNEW.
012900 8100-EXIT.
012910     EXIT.
012920*
012930 8110-WRITE-ONE-PENDING.
012940     IF NOT WS-PEND-TAKEN(WS-PEND-IDX)
012950         MOVE WS-PEND-DATA-TBL(WS-PEND-IDX) TO WS-PEND-RECORD
012960         MOVE PEND-ITEM-ID TO WS-PND-ITEM-ID
012970         IF PEND-ACTION-CODE = 'X'
012980             MOVE 'CLOSE'  TO WS-PND-ACTION
012990         ELSE
013000             MOVE 'CHANGE' TO WS-PND-ACTION
013010         END-IF
013020         MOVE PEND-ACCOUNT-NUMBER TO WS-PND-ACCOUNT
013030         MOVE PEND-MAKER TO WS-PND-MAKER
013040         EVALUATE TRUE
013050             WHEN PEND-LIMIT-INCREASE
013060                 MOVE 'CREDIT LIMIT INCREASE' TO WS-PND-REASON
013070             WHEN PEND-STATUS-CHANGE
013080                 MOVE 'STATUS OUT OF D, C OR P' TO WS-PND-REASON
013090             WHEN PEND-CLOSE
013100                 MOVE 'ACCOUNT CLOSE' TO WS-PND-REASON
013110             WHEN OTHER
013120                 MOVE PEND-REASON TO WS-PND-REASON
013130         END-EVALUATE
013140         MOVE WS-PEND-AGE-TBL(WS-PEND-IDX) TO WS-PND-AGE
013150         IF WS-PEND-EXPIRED(WS-PEND-IDX)
013160             MOVE 'EXPIRED - DROPPED' TO WS-PND-STATE
013170             ADD 1 TO WS-EXPIRED-COUNT
013180         ELSE
013190             IF WS-PEND-NEW(WS-PEND-IDX)
013200                 MOVE 'NEW - AWAITING APPROVAL' TO WS-PND-STATE
013210             ELSE
013220                 MOVE 'AWAITING APPROVAL' TO WS-PND-STATE
013230             END-IF
013240             MOVE WS-PEND-RECORD TO PEND-OUT-RECORD
013250             WRITE PEND-OUT-RECORD
013260             IF WS-PNDNEW-STATUS NOT = '00'
013270                 DISPLAY '*** FATAL - PNDNEW WRITE FAILED, '
013280                         'STATUS ' WS-PNDNEW-STATUS
013290                 MOVE 16 TO RETURN-CODE
013300                 STOP RUN
013310             END-IF
013320             ADD 1 TO WS-CARRIED-COUNT
013330         END-IF
013340         MOVE WS-PENDING-LINE TO MNT-REGISTER-LINE
013350         WRITE MNT-REGISTER-LINE
013360     END-IF.
013370 8110-EXIT.
013380     EXIT.
