003820*               SKIPS ONLY THE LIMIT CHECK.  RELEASED HELD ITEMS
003830*               AND RECYCLED SUSPENSE ITEMS GO THROUGH THE SAME
003840*               CHECK BEFORE THEY POST.
003850* 10/15/26  RH  ADDED THE SOURCE-SYSTEM ACKNOWLEDGMENT EXTRACT (DD
003860*               ACKEXTR).  EVERY REJECTED, SUSPENDED, HELD OR
003870*               REFERRED DETAIL IS ALSO WRITTEN THERE, TAGGED WITH
003880*               THE BATCH IT ARRIVED IN, WITH ITS REASON AND ITS
003890*               80-BYTE IMAGE, AND AT END OF RUN ONE STATUS RECORD
003900*               PER BATCH CARRIES THE BALANCING OUTCOME FROM
003910*               8205-JUDGE-ONE-BATCH.  ACKGEN SPLITS THE EXTRACT
003920*               INTO ONE ACKNOWLEDGMENT GROUP PER BATCH FOR THE
003930*               SENDERS.  AN ITEM WITH NO OPEN BATCH (A HEADER-
003940*               MISSING REJECT, OR A PRIOR RUN'S HELD OR SUSPENSE
003950*               ITEM) HAS NO SENDER TO ANSWER AND IS NOT
003960*               EXTRACTED.  THE EXTRACT FOLLOWS THE SAME
003970*               KEEP-COUNT RESTART RULE AS THE OTHER OUTPUT FILES,
003980*               AND ITS WRITE COUNT RIDES THE CHECKPOINT.
003990* 10/15/26  RH  ADDED A CASH FLAG TO THE TYPEFILE RECORD, OUT OF
004000*               ITS FILLER.  'Y' MARKS A TYPE CODE AS CASH FOR THE
004010*               CASHMON LARGE-CASH AND STRUCTURING MONITOR, WHICH
004020*               READS THIS RUN'S ACTWORK.  NOT USED BY THIS
004030*               PROGRAM.
004040* 10/15/26  RH  ADDED THE RUN-LEDGER CHECK SO A NIGHT CANNOT BE
004050*               POSTED TWICE.  BEFORE ANY FILE IS OPENED THE RUN
004060*               LEDGER (RUNLEDG) IS READ FOR THE PROCESSING DATE.
004070*               A POSTING RUN IS REFUSED WITH RETURN CODE 16 IF
004080*               ONE HAS ALREADY ENDED FOR THE DATE, IF TRIALBAL
004090*               MODE B HAS NOT ENDED, OR IF AN EARLIER POSTING RUN
004100*               STARTED AND NEVER ENDED AND THERE IS NO CHECKPOINT
004110*               TO RESTART FROM -- A FRESH RUN THERE WOULD POST
004120*               THE SAME ITEMS A SECOND TIME.  AN OPERATOR
004130*               OVERRIDE CARD (RUNOVRD) NAMING BATCHPROC AND THE
004140*               DATE LETS A REFUSED RUN GO AHEAD AND IS LOGGED.
004150*               AN EDIT-ONLY TRIAL RUN IS LOGGED UNDER MODE T AND
004160*               NOT CHECKED.  START AND END RECORDS GO TO THE
004170*               LEDGER.
004180* 10/15/26  RH  ADDED LINKED STANDING-ORDER TRANSFERS.  A DETAIL
004190*               FLAGGED AS A LINKED DEBIT LEG (TRANREC'S NEW
004200*               TRAN-LINK FIELDS) MUST BE FOLLOWED BY ITS CREDIT
004210*               LEG, AND BOTH POST OR NEITHER DOES.  THE CREDIT
004220*               LEG IS READ AHEAD AND BOTH LEGS ARE CHECKED FIRST:
004230*               ACCOUNTS ON FILE AND OPEN, NOT FUTURE-DATED, DEBIT
004240*               INSIDE ITS CREDIT LIMIT, CREDIT ID NOT YET POSTED.
004250*               A TRANSFER THAT FAILS IS REJECTED WHOLE, NEVER
004260*               HELD, SUSPENDED OR REFERRED, UNDER A NEW REASON
004270*               CODE, AND IS RETRIED BY THE STANDING-ORDER CYCLE.
004280*               A CREDIT LEG WHOSE DEBIT DID NOT POST IS REJECTED.
004290*               NO CHECKPOINT IS TAKEN BETWEEN THE TWO LEGS.
004300* 10/15/26  RH  ADDED PRIOR-PERIOD ADJUSTMENTS.  THE CLOSED
004310*               PERIODS ON THE PERCAL CALENDAR ARE LOADED AT
004320*               STARTUP.  AN ITEM WHOSE EFFECTIVE DATE FALLS IN A
004330*               CLOSED PERIOD STILL POSTS TO THE ACCOUNT, BUT ITS
004340*               CUSTOMER-SIDE GL ENTRY GOES TO THE PRIOR-PERIOD
004350*               ADJUSTMENT GL ACCOUNT NAMED ON THE CONTROL CARD
004360*               INSTEAD OF THE TYPE'S OWN GL ACCOUNT, SO A CLOSED
004370*               PERIOD'S FIGURES ARE NEVER RE-STATED.  BOTH GL
004380*               RECORDS OF THE PAIR ARE FLAGGED 'A' AND CARRY THE
004390*               CLOSED PERIOD, THE EFFECTIVE DATE, THE GL ACCOUNT
004400*               THE ITEM WOULD HAVE POSTED TO, THE TRAN-ID AND THE
004410*               ACCOUNT.  REVERSALS ARE TREATED THE SAME WAY.  A
004420*               NEW CONTROL REPORT SECTION LISTS THE ADJUSTMENTS.
004430*               CLOSED PERIODS WITH NO ADJUSTMENT GL ACCOUNT ON
004440*               THE CONTROL CARD STOP THE RUN.
004450* 10/15/26  RH  ADDED THE ACCTMAST BEFORE-IMAGE JOURNAL.  A CRASH
004460*               BETWEEN CHECKPOINTS LEAVES BALANCE REWRITES ON
004470*               ACCTMAST THAT A RESTART APPLIES A SECOND TIME.
004480*               EVERY REWRITE NOW FIRST APPENDS THE ACCOUNT'S
004490*               BEFORE-IMAGE TO ACCTJRNL, STAMPED WITH THE
004500*               PROGRAM, PROCESSING DATE, RUN START TIME AND THE
004510*               NUMBER OF THE LAST CHECKPOINT, AND EVERY
004520*               CHECKPOINT APPENDS A CHECKPOINT MARK.  THE
004530*               CHECKPOINT NUMBER RIDES THE CHECKPOINT RECORD.
004540*               ACCTRCVR USES THE JOURNAL TO PUT ACCTMAST BACK TO
004550*               THE LAST CHECKPOINT BEFORE A RESTART, OR TO THE
004560*               START OF THE RUN.
004570* 10/15/26  RH  A DEBIT TO AN ACCOUNT IN CLOSEOUT (STATUS 'P') IS
004580*               NOW SUSPENDED (REASON 04) UNLESS ITS TYPE CARRIES
004590*               THE NEW CLOSEOUT FLAG ON TYPEFILE, AS THE CLSGEN
004600*               PAYOUT DOES.  THE SUSPENDED ITEM HOLDS THE
004610*               CLOSEOUT BACK UNTIL EXCPDISP DISPOSES OF IT.
004620*               CREDITS TO A CLOSING ACCOUNT STILL POST.
004630*----------------------------------------------------------------
004640 ENVIRONMENT DIVISION.
004650 CONFIGURATION SECTION.
004660 SOURCE-COMPUTER.  IBM-370.
004670 OBJECT-COMPUTER.  IBM-370.
004680 INPUT-OUTPUT SECTION.
004690 FILE-CONTROL.
004700     SELECT TRANFILE  ASSIGN TO TRANFILE
004710            ORGANIZATION IS LINE SEQUENTIAL
004720            FILE STATUS IS WS-TRANFILE-STATUS.
004730     SELECT REJFILE   ASSIGN TO REJFILE
004740            ORGANIZATION IS LINE SEQUENTIAL
004750            FILE STATUS IS WS-REJFILE-STATUS.
004760     SELECT CKPTFILE  ASSIGN TO CKPTFILE
004770            ORGANIZATION IS LINE SEQUENTIAL
004780            FILE STATUS IS WS-CKPTFILE-STATUS.
004790     SELECT SUSFILE   ASSIGN TO SUSFILE
004800            ORGANIZATION IS LINE SEQUENTIAL
004810            FILE STATUS IS WS-SUSFILE-STATUS.
004820     SELECT GLFILE    ASSIGN TO GLFILE
004830            ORGANIZATION IS LINE SEQUENTIAL
004840            FILE STATUS IS WS-GLFILE-STATUS.
004850     SELECT ACCTMAST  ASSIGN TO ACCTMAST
004860            ORGANIZATION IS INDEXED
004870            ACCESS MODE IS RANDOM
004880            RECORD KEY IS ACCT-NUMBER
004890            FILE STATUS IS WS-ACCTMAST-STATUS.
004900     SELECT RATEFILE  ASSIGN TO RATEFILE
004910            ORGANIZATION IS LINE SEQUENTIAL
004920            FILE STATUS IS WS-RATEFILE-STATUS.
004930     SELECT AUDITFILE ASSIGN TO AUDITFILE
004940            ORGANIZATION IS LINE SEQUENTIAL
004950            FILE STATUS IS WS-AUDITFILE-STATUS.
004960     SELECT HELDFILE  ASSIGN TO HELDFILE
004970            ORGANIZATION IS LINE SEQUENTIAL
004980            FILE STATUS IS WS-HELDFILE-STATUS.
004990     SELECT CTLCARD   ASSIGN TO CTLCARD
005000            ORGANIZATION IS LINE SEQUENTIAL
005010            FILE STATUS IS WS-CTLCARD-STATUS.
005020     SELECT RUNLEDG   ASSIGN TO RUNLEDG
005030            ORGANIZATION IS LINE SEQUENTIAL
005040            FILE STATUS IS WS-RUNLEDG-STATUS.
005050     SELECT RUNOVRD   ASSIGN TO RUNOVRD
005060            ORGANIZATION IS LINE SEQUENTIAL
005070            FILE STATUS IS WS-RUNOVRD-STATUS.
005080     SELECT HLDIN     ASSIGN TO HLDIN
005090            ORGANIZATION IS LINE SEQUENTIAL
005100            FILE STATUS IS WS-HLDIN-STATUS.
005110     SELECT SUSIN     ASSIGN TO SUSIN
005120            ORGANIZATION IS LINE SEQUENTIAL
005130            FILE STATUS IS WS-SUSIN-STATUS.
005140     SELECT IDFILE    ASSIGN TO IDFILE
005150            ORGANIZATION IS LINE SEQUENTIAL
005160            FILE STATUS IS WS-IDFILE-STATUS.
005170     SELECT IDIN      ASSIGN TO IDIN
005180            ORGANIZATION IS LINE SEQUENTIAL
005190            FILE STATUS IS WS-IDIN-STATUS.
005200     SELECT ACTWORK   ASSIGN TO ACTWORK
005210            ORGANIZATION IS LINE SEQUENTIAL
005220            FILE STATUS IS WS-ACTWORK-STATUS.
005230     SELECT STMTFILE  ASSIGN TO STMTFILE
005240            ORGANIZATION IS LINE SEQUENTIAL
005250            FILE STATUS IS WS-STMTFILE-STATUS.
005260     SELECT TYPEFILE  ASSIGN TO TYPEFILE
005270            ORGANIZATION IS LINE SEQUENTIAL
005280            FILE STATUS IS WS-TYPEFILE-STATUS.
005290     SELECT CTLRPT    ASSIGN TO CTLRPT
005300            ORGANIZATION IS LINE SEQUENTIAL
005310            FILE STATUS IS WS-CTLRPT-STATUS.
005320     SELECT REFFILE   ASSIGN TO REFFILE
005330            ORGANIZATION IS LINE SEQUENTIAL
005340            FILE STATUS IS WS-REFFILE-STATUS.
005350     SELECT ACKEXTR   ASSIGN TO ACKEXTR
005360            ORGANIZATION IS LINE SEQUENTIAL
005370            FILE STATUS IS WS-ACKEXTR-STATUS.
005380     SELECT PERCAL    ASSIGN TO PERCAL
005390            ORGANIZATION IS LINE SEQUENTIAL
005400            FILE STATUS IS WS-PERCAL-STATUS.
005410     SELECT ACCTJRNL  ASSIGN TO ACCTJRNL
005420            ORGANIZATION IS LINE SEQUENTIAL
005430            FILE STATUS IS WS-ACCTJRNL-STATUS.
005440     SELECT IDSORT    ASSIGN TO IDSORT.
005450*
005460 DATA DIVISION.
005470 FILE SECTION.
005480 FD  TRANFILE
005490     RECORD IS VARYING IN SIZE FROM 1 TO 80 CHARACTERS
005500     DEPENDING ON WS-TRANFILE-REC-LEN.
005510 01  TRANS-RECORD                PIC X(80).
005520*
005530*----------------------------------------------------------------
005540* DETAIL, HEADER AND TRAILER ARE THREE DIFFERENT VIEWS OF THE
005550* SAME 80-BYTE TRANFILE RECORD.  BYTE 1 OF EVERY RECORD TELLS US
005560* WHICH VIEW APPLIES.  A REVERSAL RECORD ('R' IN BYTE 1) USES
005570* THE DETAIL VIEW, WITH TRAN-ID NAMING THE POSTED TRANSACTION
005580* BEING BACKED OUT.  A SUPERVISOR OVERRIDE ('O') ALSO USES THE
005590* DETAIL VIEW AND POSTS THROUGH THE FULL EDIT PATH WITH ONLY THE
005600* CREDIT-LIMIT CHECK WAIVED.
005610*----------------------------------------------------------------
005620 01  DETAIL-RECORD REDEFINES TRANS-RECORD.
005630     COPY TRANREC.
005640 01  HEADER-RECORD REDEFINES TRANS-RECORD.
005650     05  HDR-REC-TYPE            PIC X(01).
005660     05  HDR-RUN-DATE            PIC 9(08).
005670     05  HDR-EXPECTED-COUNT      PIC 9(07).
005680     05  HDR-BATCH-ID            PIC X(08).
005690     05  FILLER                  PIC X(56).
005700 01  TRAILER-RECORD REDEFINES TRANS-RECORD.
005710     05  TRL-REC-TYPE            PIC X(01).
005720     05  TRL-CONTROL-COUNT       PIC 9(07).
005730     05  TRL-CONTROL-AMOUNT      PIC 9(07)V99.
005740     05  FILLER                  PIC X(63).
005750*
005760 FD  REJFILE.
005770 01  REJ-RECORD                  PIC X(114).
005780*
005790 FD  CKPTFILE.
005800 01  CKPT-RECORD                 PIC X(12500).
005810*
005820 FD  SUSFILE.
005830 01  SUS-RECORD                  PIC X(129).
005840*
005850*----------------------------------------------------------------
005860* GLFILE - ONE GENERAL-LEDGER POSTING RECORD PER TRANSACTION THAT
005870* MAKES IT INTO WS-TOTAL
005880*----------------------------------------------------------------
005890 FD  GLFILE.
005900 01  GL-POSTING-RECORD.
005910     05  GL-REC-TYPE              PIC X(01).
005920     05  GL-ACCOUNT-NUMBER        PIC 9(08).
005930     05  GL-DR-CR-INDICATOR       PIC X(01).
005940     05  GL-TYPE-CODE             PIC X(01).
005950     05  GL-AMOUNT                PIC 9(07)V99.
005960     05  GL-POSTING-DATE          PIC 9(08).
005970     05  GL-ENTRY-SOURCE          PIC X(01).
005980     05  GL-REVERSAL-FLAG         PIC X(01).
005990     05  GL-PRIOR-PERIOD-FLAG     PIC X(01).
006000     05  GL-ADJ-DETAIL.
006010         10  GL-ADJ-PERIOD-ID     PIC 9(06).
006020         10  GL-ADJ-EFFECTIVE-DATE PIC 9(08).
006030         10  GL-ADJ-ORIG-GL-ACCOUNT PIC 9(08).
006040         10  GL-ADJ-TRAN-ID       PIC 9(06).
006050         10  GL-ADJ-ACCOUNT       PIC 9(08).
006060     05  FILLER                   PIC X(13).
006070*
006080*----------------------------------------------------------------
006090* ACCTMAST - INDEXED ACCOUNT-MASTER FILE.  ONE RECORD PER ACCOUNT,
006100* KEYED BY ACCOUNT NUMBER.
006110*----------------------------------------------------------------
006120 FD  ACCTMAST.
006130 01  ACCT-MASTER-RECORD.
006140     COPY ACCTREC.
006150*
006160*----------------------------------------------------------------
006170* RATEFILE - ONE DAILY EXCHANGE RATE PER CURRENCY CODE, RATE
006180* EXPRESSED AS UNITS OF BASE CURRENCY PER UNIT OF NATIVE CURRENCY
006190*----------------------------------------------------------------
006200 FD  RATEFILE.
006210 01  RATE-RECORD.
006220     05  RATE-CURRENCY-CODE        PIC X(03).
006230     05  RATE-CONVERSION-FACTOR    PIC 9(03)V9(06).
006240     05  FILLER                    PIC X(68).
006250*
006260*----------------------------------------------------------------
006270* AUDITFILE - ONE RECORD PER TRANSACTION READ, CARRYING THE
006280* RECORD IMAGE, THE EXTRACTED AMOUNT AND THE RUNNING TOTAL AS OF
006290* THAT RECORD
006300*----------------------------------------------------------------
006310 FD  AUDITFILE.
006320 01  AUDIT-RECORD.
006330     05  AUD-RECORD-IMAGE          PIC X(80).
006340     05  FILLER                    PIC X(01).
006350     05  AUD-AMOUNT                PIC 9(05)V99.
006360     05  FILLER                    PIC X(01).
006370     05  AUD-RUNNING-TOTAL         PIC S9(07)V99.
006380*
006390*----------------------------------------------------------------
006400* HELDFILE - ONE RECORD PER TRANSACTION WHOSE EFFECTIVE DATE IS
006410* LATER THAN THE RUN DATE.  THESE ITEMS ARE NOT POSTED; THEY ARE
006420* HELD AND CARRIED ON THE AGING REPORT UNTIL A LATER RUN'S DATE
006430* REACHES THEIR EFFECTIVE DATE
006440*----------------------------------------------------------------
006450 FD  HELDFILE.
006460 01  HELD-RECORD.
006470     05  HLD-ACCOUNT-NUMBER        PIC 9(08).
006480     05  HLD-TYPE-CODE             PIC X(01).
006490     05  HLD-AMOUNT                PIC 9(05)V99.
006500     05  HLD-EFFECTIVE-DATE        PIC 9(08).
006510     05  HLD-RUN-DATE              PIC 9(08).
006520     05  HLD-DAYS-UNTIL-DUE        PIC 9(05).
006530     05  HLD-RECORD-IMAGE          PIC X(80).
006540*
006550*----------------------------------------------------------------
006560* HLDIN - THE PRIOR RUN'S HELDFILE, READ BACK IN AT STARTUP SO
006570* THAT HELD ITEMS WHOSE EFFECTIVE DATE HAS COME DUE CAN BE
006580* RELEASED AND POSTED.  SAME LAYOUT AS HELDFILE ABOVE.
006590*----------------------------------------------------------------
006600 FD  HLDIN.
006610 01  HELD-IN-RECORD.
006620     05  HLDI-ACCOUNT-NUMBER       PIC 9(08).
006630     05  HLDI-TYPE-CODE            PIC X(01).
006640     05  HLDI-AMOUNT               PIC 9(05)V99.
006650     05  HLDI-EFFECTIVE-DATE       PIC 9(08).
006660     05  HLDI-RUN-DATE             PIC 9(08).
006670     05  HLDI-DAYS-UNTIL-DUE       PIC 9(05).
006680     05  HLDI-RECORD-IMAGE         PIC X(80).
006690*
006700*----------------------------------------------------------------
006710* SUSIN - THE PRIOR RUN'S SUSFILE, READ BACK IN AT STARTUP SO
006720* THAT SUSPENDED ITEMS CAN BE RE-TRIED AGAINST ACCTMAST.  SAME
006730* LAYOUT AS THE WS-SUS-RECORD STAGING AREA THAT BUILDS SUSFILE.
006740*----------------------------------------------------------------
006750 FD  SUSIN.
006760 01  SUS-IN-RECORD.
006770     05  SUSI-REASON-CODE          PIC 9(02).
006780     05  FILLER                    PIC X(01).
006790     05  SUSI-REASON-TEXT          PIC X(30).
006800     05  FILLER                    PIC X(01).
006810     05  SUSI-RECORD-IMAGE         PIC X(80).
006820     05  FILLER                    PIC X(01).
006830     05  SUSI-SUSPEND-DATE         PIC 9(08).
006840     05  FILLER                    PIC X(01).
006850     05  SUSI-AGE-DAYS             PIC 9(05).
006860*
006870*----------------------------------------------------------------
006880* IDFILE - THE POSTED-TRANSACTION-ID FILE WRITTEN BY THIS RUN:
006890* ONE RECORD PER TRAN-ID POSTED, PLUS THE STILL-RETAINED IDS
006900* CARRIED OVER FROM THE PRIOR RUN'S FILE.  IDIN IS THE PRIOR
006910* RUN'S COPY, READ AT STARTUP TO SEED THE DUPLICATE CHECK.
006920*----------------------------------------------------------------
006930 FD  IDFILE.
006940 01  POSTED-ID-RECORD.
006950     05  PID-TRAN-ID               PIC 9(06).
006960     05  FILLER                    PIC X(01).
006970     05  PID-POSTED-DATE           PIC 9(08).
006980     05  FILLER                    PIC X(01).
006990     05  PID-ACCOUNT               PIC 9(08).
007000     05  FILLER                    PIC X(01).
007010     05  PID-TYPE-CODE             PIC X(01).
007020     05  FILLER                    PIC X(01).
007030     05  PID-AMOUNT                PIC 9(05)V99.
007040     05  FILLER                    PIC X(01).
007050     05  PID-CURRENCY              PIC X(03).
007060     05  FILLER                    PIC X(01).
007070     05  PID-REVERSED              PIC X(01).
007080*
007090 FD  IDIN.
007100 01  POSTED-ID-IN-RECORD.
007110     05  PIDI-TRAN-ID              PIC 9(06).
007120     05  FILLER                    PIC X(01).
007130     05  PIDI-POSTED-DATE          PIC 9(08).
007140     05  FILLER                    PIC X(01).
007150     05  PIDI-ACCOUNT              PIC 9(08).
007160     05  FILLER                    PIC X(01).
007170     05  PIDI-TYPE-CODE            PIC X(01).
007180     05  FILLER                    PIC X(01).
007190     05  PIDI-AMOUNT               PIC 9(05)V99.
007200     05  FILLER                    PIC X(01).
007210     05  PIDI-CURRENCY             PIC X(03).
007220     05  FILLER                    PIC X(01).
007230     05  PIDI-REVERSED             PIC X(01).
007240*
007250*----------------------------------------------------------------
007260* IDSORT - SORT WORK FILE USED ONCE AT STARTUP TO BRING THE PRIOR
007270* RUN'S POSTED-ID FILE INTO TRAN-ID SEQUENCE, SO THE RETAINED-ID
007280* TABLE LOADS SORTED AND THE DUPLICATE CHECK CAN BINARY-SEARCH IT
007290*----------------------------------------------------------------
007300 SD  IDSORT.
007310 01  IDS-RECORD.
007320     05  IDS-TRAN-ID               PIC X(06).
007330     05  FILLER                    PIC X(34).
007340*
007350*----------------------------------------------------------------
007360* ACTWORK - ONE ACTIVITY RECORD PER TRANSACTION POSTED TO AN
007370* ACCOUNT BALANCE, WRITTEN AS IT POSTS AND READ BACK AT END OF
007380* RUN TO BUILD THE PER-ACCOUNT STATEMENT FILE
007390*----------------------------------------------------------------
007400 FD  ACTWORK.
007410 01  ACTIVITY-RECORD.
007420     05  ACTW-ACCOUNT              PIC 9(08).
007430     05  FILLER                    PIC X(01).
007440     05  ACTW-TRAN-ID              PIC 9(06).
007450     05  FILLER                    PIC X(01).
007460     05  ACTW-TYPE-CODE            PIC X(01).
007470     05  FILLER                    PIC X(01).
007480     05  ACTW-DR-CR                PIC X(01).
007490     05  FILLER                    PIC X(01).
007500     05  ACTW-AMOUNT               PIC 9(05)V99.
007510*
007520 FD  STMTFILE.
007530 01  STATEMENT-LINE                PIC X(132).
007540*
007550*----------------------------------------------------------------
007560* TYPEFILE - THE TRANSACTION-TYPE REFERENCE FILE: ONE RECORD PER
007570* VALID TYPE CODE, GIVING ITS DESCRIPTION, ITS DEBIT/CREDIT SIDE
007580* AND THE GL ACCOUNT ITS POSTINGS MAP TO, WHETHER IT IS A CASH
007590* TYPE (READ BY CASHMON, NOT HERE), AND WHETHER IT IS A CLOSEOUT
007600* TYPE ('Y' -- THE ONLY DEBITS THAT MAY POST TO AN ACCOUNT IN
007610* CLOSEOUT).  LOADED INTO A TABLE AT STARTUP THE SAME WAY
007620* RATEFILE IS.
007630*----------------------------------------------------------------
007640 FD  TYPEFILE.
007650 01  TYPE-RECORD.
007660     05  TYPE-CODE                 PIC X(01).
007670     05  TYPE-DESCRIPTION          PIC X(20).
007680     05  TYPE-DR-CR                PIC X(01).
007690     05  TYPE-GL-ACCOUNT           PIC 9(08).
007700     05  TYPE-CASH-FLAG            PIC X(01).
007710     05  TYPE-CLOSEOUT-FLAG        PIC X(01).
007720     05  FILLER                    PIC X(48).
007730*
007740*----------------------------------------------------------------
007750* CTLCARD - ONE CONTROL CARD GIVING THE PROCESSING (AS-OF) DATE
007760* THIS RUN IS TO USE, INDEPENDENT OF THE RUN DATE IN TRANFILE'S
007770* OWN HEADER RECORD.  THIS LETS AN OLD TRANFILE BE RE-RUN AGAINST
007780* A LATER CUTOFF DATE TO CLEAR ITEMS THAT HAVE SINCE COME DUE.
007790* THE CARD ALSO NAMES THE GL ACCOUNT PRIOR-PERIOD ADJUSTMENTS
007800* POST TO, REQUIRED ONCE ANY PERIOD HAS BEEN CLOSED.
007810*----------------------------------------------------------------
007820 FD  CTLCARD.
007830 01  CTL-RECORD.
007840     05  CTL-PROCESSING-DATE       PIC 9(08).
007850     05  CTL-RECYCLE-LIMIT-DAYS    PIC 9(03).
007860     05  CTL-DUP-RETAIN-DAYS       PIC 9(03).
007870     05  CTL-REPORT-ONLY-FLAG      PIC X(01).
007880     05  CTL-ADJ-GL-ACCOUNT        PIC 9(08).
007890     05  FILLER                    PIC X(57).
007900*
007910*----------------------------------------------------------------
007920* RUNLEDG - THE NIGHTLY STREAM'S RUN LEDGER, READ AT STARTUP TO
007930* CHECK THIS RUN'S PLACE IN THE STREAM AND EXTENDED WITH ITS
007940* START AND END RECORDS.  RUNOVRD - OPTIONAL OPERATOR OVERRIDE
007950* CARD THAT LETS A REFUSED RUN GO AHEAD.
007960*----------------------------------------------------------------
007970 FD  RUNLEDG.
007980 01  RUNL-RECORD.
007990     COPY RUNLREC.
008000*
008010 FD  RUNOVRD.
008020 01  RUNO-RECORD.
008030     COPY RUNOREC.
008040*
008050 FD  CTLRPT.
008060 01  CTL-REPORT-LINE             PIC X(132).
008070*
008080*----------------------------------------------------------------
008090* REFFILE - ONE RECORD PER DEBIT REFERRED INSTEAD OF POSTED
008100* BECAUSE IT WOULD DRIVE THE ACCOUNT PAST ITS CREDIT LIMIT:
008110* REASON, ACCOUNT, TRAN-ID, AMOUNT, THE CURRENT AND PROJECTED
008120* BALANCES, THE LIMIT, AND THE ORIGINAL 80-BYTE RECORD IMAGE SO A
008130* SUPERVISOR CAN FORCE-POST THE ITEM NEXT RUN TYPED 'O'
008140*----------------------------------------------------------------
008150 FD  REFFILE.
008160 01  REF-RECORD                  PIC X(172).
008170*
008180*----------------------------------------------------------------
008190* ACKEXTR - ACKNOWLEDGMENT EXTRACT FOR ACKGEN: ONE ITEM RECORD PER
008200* REJECTED, SUSPENDED, HELD OR REFERRED DETAIL, TAGGED WITH ITS
008210* BATCH, AND ONE BATCH-STATUS RECORD PER BATCH AT END OF RUN.
008220* LAYOUT IS WS-AKX-RECORD BELOW
008230*----------------------------------------------------------------
008240 FD  ACKEXTR.
008250 01  ACK-EXTRACT-RECORD          PIC X(150).
008260*
008270*----------------------------------------------------------------
008280* PERCAL - THE ACCOUNTING PERIOD CALENDAR MAINTAINED BY PERCLOSE,
008290* READ AT STARTUP FOR THE PERIODS THAT HAVE BEEN CLOSED
008300*----------------------------------------------------------------
008310 FD  PERCAL.
008320 01  PERCAL-RECORD.
008330     COPY PERDREC.
008340*
008350*----------------------------------------------------------------
008360* ACCTJRNL - ACCTMAST BEFORE-IMAGE JOURNAL, EXTENDED WITH EACH
008370* ACCOUNT'S RECORD AS IT STOOD BEFORE A BALANCE REWRITE AND WITH
008380* A MARK AT EACH CHECKPOINT
008390*----------------------------------------------------------------
008400 FD  ACCTJRNL.
008410 01  JRNL-RECORD.
008420     COPY JRNLREC.
008430*
008440 WORKING-STORAGE SECTION.
008450*----------------------------------------------------------------
008460* FILE STATUS AND CONTROL SWITCHES
008470*----------------------------------------------------------------
008480 77  WS-TRANFILE-STATUS          PIC X(02) VALUE SPACES.
008490 77  WS-REJFILE-STATUS           PIC X(02) VALUE SPACES.
008500 77  WS-CKPTFILE-STATUS          PIC X(02) VALUE SPACES.
008510 77  WS-SUSFILE-STATUS           PIC X(02) VALUE SPACES.
008520 77  WS-GLFILE-STATUS            PIC X(02) VALUE SPACES.
008530 77  WS-ACCTMAST-STATUS          PIC X(02) VALUE SPACES.
008540 77  WS-RATEFILE-STATUS          PIC X(02) VALUE SPACES.
008550 77  WS-AUDITFILE-STATUS         PIC X(02) VALUE SPACES.
008560 77  WS-HELDFILE-STATUS          PIC X(02) VALUE SPACES.
008570 77  WS-CTLCARD-STATUS           PIC X(02) VALUE SPACES.
008580 77  WS-HLDIN-STATUS             PIC X(02) VALUE SPACES.
008590 77  WS-SUSIN-STATUS             PIC X(02) VALUE SPACES.
008600 77  WS-IDFILE-STATUS            PIC X(02) VALUE SPACES.
008610 77  WS-IDIN-STATUS              PIC X(02) VALUE SPACES.
008620 77  WS-ACTWORK-STATUS           PIC X(02) VALUE SPACES.
008630 77  WS-STMTFILE-STATUS          PIC X(02) VALUE SPACES.
008640 77  WS-TYPEFILE-STATUS          PIC X(02) VALUE SPACES.
008650 77  WS-CTLRPT-STATUS            PIC X(02) VALUE SPACES.
008660 77  WS-REFFILE-STATUS           PIC X(02) VALUE SPACES.
008670 77  WS-ACKEXTR-STATUS           PIC X(02) VALUE SPACES.
008680 77  WS-PERCAL-STATUS            PIC X(02) VALUE SPACES.
008690 77  WS-ACCTJRNL-STATUS          PIC X(02) VALUE SPACES.
008700 77  WS-TRANFILE-REC-LEN         PIC 9(04) COMP VALUE 0.
008710 77  WS-HELDFILE-EOF-SWITCH      PIC X(01) VALUE 'N'.
008720     88  WS-HELDFILE-EOF-YES     VALUE 'Y'.
008730 77  WS-HLDIN-EOF-SWITCH         PIC X(01) VALUE 'N'.
008740     88  WS-HLDIN-EOF-YES        VALUE 'Y'.
008750 77  WS-SUSIN-EOF-SWITCH         PIC X(01) VALUE 'N'.
008760     88  WS-SUSIN-EOF-YES        VALUE 'Y'.
008770 77  WS-IDFILE-EOF-SWITCH        PIC X(01) VALUE 'N'.
008780     88  WS-IDFILE-EOF-YES       VALUE 'Y'.
008790 77  WS-IDSORT-EOF-SWITCH        PIC X(01) VALUE 'N'.
008800     88  WS-IDSORT-EOF-YES       VALUE 'Y'.
008810 77  WS-ACTWORK-EOF-SWITCH       PIC X(01) VALUE 'N'.
008820     88  WS-ACTWORK-EOF-YES      VALUE 'Y'.
008830 77  WS-REJFILE-EOF-SWITCH       PIC X(01) VALUE 'N'.
008840     88  WS-REJFILE-EOF-YES      VALUE 'Y'.
008850 77  WS-SUSFILE-EOF-SWITCH       PIC X(01) VALUE 'N'.
008860     88  WS-SUSFILE-EOF-YES      VALUE 'Y'.
008870 77  WS-GLFILE-EOF-SWITCH        PIC X(01) VALUE 'N'.
008880     88  WS-GLFILE-EOF-YES       VALUE 'Y'.
008890 77  WS-AUDITFILE-EOF-SWITCH     PIC X(01) VALUE 'N'.
008900     88  WS-AUDITFILE-EOF-YES    VALUE 'Y'.
008910 77  WS-REFFILE-EOF-SWITCH       PIC X(01) VALUE 'N'.
008920     88  WS-REFFILE-EOF-YES      VALUE 'Y'.
008930 77  WS-ACKEXTR-EOF-SWITCH       PIC X(01) VALUE 'N'.
008940     88  WS-ACKEXTR-EOF-YES      VALUE 'Y'.
008950 77  WS-PERCAL-EOF-SWITCH        PIC X(01) VALUE 'N'.
008960     88  WS-PERCAL-EOF-YES       VALUE 'Y'.
008970*----------------------------------------------------------------
008980* KEEP-COUNTS - ON A RESTART, HOW MANY RECORDS ARE ALREADY
008990* PHYSICALLY PRESENT IN EACH OUTPUT FILE FROM THE RUN THAT
009000* CRASHED.  THE MATCHING WRITE PARAGRAPH SKIPS THE ACTUAL WRITE
009010* (BUT STILL COUNTS AND TOTALS) UNTIL ITS COUNTER PASSES THIS
009020* MARK, SO REPLAYING RECORDS ALREADY PROCESSED BEFORE THE LAST
009030* CHECKPOINT DOES NOT DUPLICATE THEM ON DISK
009040*----------------------------------------------------------------
009050 77  WS-REJFILE-KEEP-COUNT       PIC 9(07) COMP VALUE 0.
009060 77  WS-SUSFILE-KEEP-COUNT       PIC 9(07) COMP VALUE 0.
009070 77  WS-GLFILE-KEEP-COUNT        PIC 9(07) COMP VALUE 0.
009080 77  WS-AUDITFILE-KEEP-COUNT     PIC 9(07) COMP VALUE 0.
009090 77  WS-HELDFILE-KEEP-COUNT      PIC 9(07) COMP VALUE 0.
009100 77  WS-IDFILE-KEEP-COUNT        PIC 9(07) COMP VALUE 0.
009110 77  WS-REFFILE-KEEP-COUNT       PIC 9(07) COMP VALUE 0.
009120 77  WS-IDFILE-WRITE-COUNT       PIC 9(07) COMP VALUE 0.
009130 77  WS-ACTWORK-KEEP-COUNT       PIC 9(07) COMP VALUE 0.
009140 77  WS-ACTWORK-WRITE-COUNT      PIC 9(07) COMP VALUE 0.
009150 77  WS-GLFILE-WRITE-COUNT       PIC 9(07) COMP VALUE 0.
009160 77  WS-ACKEXTR-KEEP-COUNT       PIC 9(07) COMP VALUE 0.
009170 77  WS-ACKEXTR-WRITE-COUNT      PIC 9(07) COMP VALUE 0.
009180 77  WS-AUDIT-COUNT              PIC 9(07) COMP VALUE 0.
009190*
009200 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
009210     88  WS-EOF-YES              VALUE 'Y'.
009220     88  WS-EOF-NO               VALUE 'N'.
009230*
009240 01  WS-REJECT-SWITCH            PIC X(01) VALUE 'N'.
009250     88  WS-RECORD-REJECTED      VALUE 'Y'.
009260     88  WS-RECORD-ACCEPTED      VALUE 'N'.
009270*
009280 01  WS-REJECT-REASON-CODE       PIC 9(02) VALUE 0.
009290     88  REJ-BLANK-RECORD       VALUE 01.
009300     88  REJ-SHORT-RECORD       VALUE 02.
009310     88  REJ-NONNUMERIC-AMOUNT  VALUE 03.
009320     88  REJ-HEADER-MISSING     VALUE 04.
009330     88  REJ-INVALID-EFF-DATE   VALUE 05.
009340     88  REJ-DUPLICATE-TRAN-ID  VALUE 06.
009350     88  REJ-INVALID-TRAN-ID    VALUE 07.
009360     88  REJ-INVALID-TYPE-CODE  VALUE 08.
009370     88  REJ-REVERSAL-NOT-POSTED VALUE 09.
009380     88  REJ-ALREADY-REVERSED   VALUE 10.
009390     88  REJ-REVERSAL-MISMATCH  VALUE 11.
009400     88  REJ-LINKED-LEG-UNPOSTABLE VALUE 12.
009410     88  REJ-LINKED-DEBIT-NOT-POSTED VALUE 13.
009420 01  WS-REJECT-REASON-TEXT       PIC X(30) VALUE SPACES.
009430*
009440 01  WS-SUSPENSE-SWITCH          PIC X(01) VALUE 'N'.
009450     88  WS-RECORD-SUSPENDED     VALUE 'Y'.
009460     88  WS-RECORD-CLEARED       VALUE 'N'.
009470*
009480 01  WS-SUSPENSE-REASON-CODE     PIC 9(02) VALUE 0.
009490     88  SUS-ACCOUNT-NOT-FOUND  VALUE 01.
009500     88  SUS-ACCOUNT-CLOSED     VALUE 02.
009510     88  SUS-ACCOUNT-DORMANT    VALUE 03.
009520     88  SUS-ACCOUNT-CLOSING    VALUE 04.
009530 01  WS-SUSPENSE-REASON-TEXT     PIC X(30) VALUE SPACES.
009540*
009550 01  WS-HOLD-SWITCH               PIC X(01) VALUE 'N'.
009560     88  WS-RECORD-HELD          VALUE 'Y'.
009570     88  WS-RECORD-NOT-HELD      VALUE 'N'.
009580*
009590*----------------------------------------------------------------
009600* OVERDRAFT REFERRAL CONTROLS - THE REFER SWITCH AND REASON SET BY
009610* THE CREDIT-LIMIT CHECK, THE OVERRIDE SWITCH RAISED FOR A BYTE-1
009620* 'O' RECORD (WHICH WAIVES ONLY THAT CHECK), THE REFERRAL COUNT,
009630* AND THE PROJECTED BALANCE THE REFERRAL RECORD SHOWS
009640*----------------------------------------------------------------
009650 01  WS-REFER-SWITCH             PIC X(01) VALUE 'N'.
009660     88  WS-RECORD-REFERRED      VALUE 'Y'.
009670     88  WS-RECORD-NOT-REFERRED  VALUE 'N'.
009680 01  WS-REFERRAL-REASON-CODE     PIC 9(02) VALUE 0.
009690     88  REF-OVER-CREDIT-LIMIT  VALUE 01.
009700 01  WS-OVERRIDE-SWITCH          PIC X(01) VALUE 'N'.
009710     88  WS-OVERRIDE-POST        VALUE 'Y'.
009720 77  WS-REFERRAL-COUNT           PIC 9(07) COMP VALUE 0.
009730 01  WS-PROJECTED-BALANCE        PIC S9(11)V99 VALUE 0.
009740*
009750 01  WS-DUP-ID-SWITCH            PIC X(01) VALUE 'N'.
009760     88  WS-DUPLICATE-ID         VALUE 'Y'.
009770     88  WS-ID-NOT-ON-TABLE      VALUE 'N'.
009780*
009790*----------------------------------------------------------------
009800* LINKED-TRANSFER CONTROLS - THE STANDING-ORDER DEBIT LEG BEING
009810* POSTED, THE RECORD READ AHEAD BEHIND IT, AND THE SWITCHES THAT
009820* 2700-PROCESS-LINKED-PAIR SETS SO BOTH LEGS POST OR NEITHER DOES.
009830* THE DEBIT-LEG VIEW MIRRORS TRANREC.  THE CHECKPOINT-OWED SWITCH
009840* CARRIES A CHECKPOINT THAT FELL DUE BETWEEN THE TWO LEGS OVER TO
009850* THE END OF THE PAIR.
009860*----------------------------------------------------------------
009870 01  WS-LNK-DEBIT-IMAGE.
009880     05  WS-LNK-DR-REC-TYPE      PIC X(01).
009890     05  WS-LNK-DR-TRAN-ID       PIC 9(06).
009900     05  WS-LNK-DR-ACCOUNT       PIC 9(08).
009910     05  WS-LNK-DR-TYPE-CODE     PIC X(01).
009920     05  WS-LNK-DR-AMOUNT        PIC 9(05)V99.
009930     05  WS-LNK-DR-EFF-DATE      PIC 9(08).
009940     05  WS-LNK-DR-CURRENCY      PIC X(03).
009950     05  WS-LNK-DR-LINK-LEG      PIC X(01).
009960     05  WS-LNK-DR-LINK-REF      PIC X(08).
009970     05  WS-LNK-DR-LINK-ACCOUNT  PIC 9(08).
009980     05  WS-LNK-DR-LINK-TRAN-ID  PIC 9(06).
009990     05  FILLER                  PIC X(23).
010000 77  WS-LNK-DEBIT-LEN            PIC 9(04) COMP VALUE 0.
010010 01  WS-LNK-NEXT-IMAGE           PIC X(80) VALUE SPACES.
010020 77  WS-LNK-NEXT-LEN             PIC 9(04) COMP VALUE 0.
010030 01  WS-LNK-PAIR-SWITCH          PIC X(01) VALUE 'N'.
010040     88  WS-LNK-PAIR-ACTIVE      VALUE 'Y'.
010050 01  WS-LNK-NEXT-SWITCH          PIC X(01) VALUE 'N'.
010060     88  WS-LNK-NEXT-WAITING     VALUE 'Y'.
010070 01  WS-LNK-PARTNER-SWITCH       PIC X(01) VALUE 'N'.
010080     88  WS-LNK-PARTNER-FOUND    VALUE 'Y'.
010090 01  WS-LNK-VERIFIED-SWITCH      PIC X(01) VALUE 'N'.
010100     88  WS-LNK-VERIFIED         VALUE 'Y'.
010110 01  WS-LNK-POSTED-SWITCH        PIC X(01) VALUE 'N'.
010120     88  WS-LNK-DEBIT-POSTED     VALUE 'Y'.
010130 01  WS-CKPT-OWED-SWITCH         PIC X(01) VALUE 'N'.
010140     88  WS-CKPT-OWED            VALUE 'Y'.
010150*
010160*----------------------------------------------------------------
010170* COUNTERS AND ACCUMULATORS
010180*----------------------------------------------------------------
010190 77  WS-READ-COUNT               PIC 9(07) COMP VALUE 0.
010200 77  WS-DETAIL-COUNT             PIC 9(07) COMP VALUE 0.
010210 77  WS-ACCEPT-COUNT             PIC 9(07) COMP VALUE 0.
010220 77  WS-REJECT-COUNT             PIC 9(07) COMP VALUE 0.
010230 77  WS-SUSPENSE-COUNT           PIC 9(07) COMP VALUE 0.
010240 77  WS-HOLD-COUNT               PIC 9(07) COMP VALUE 0.
010250*----------------------------------------------------------------
010260* HELD-ITEM RELEASE COUNTS - HOW MANY PRIOR-RUN HELD ITEMS CAME
010270* DUE AND POSTED, CAME DUE BUT WENT TO SUSPENSE, OR ARE STILL
010280* FUTURE AND WERE CARRIED FORWARD TO THE NEW HELDFILE
010290*----------------------------------------------------------------
010300 77  WS-RELEASE-COUNT            PIC 9(07) COMP VALUE 0.
010310 77  WS-RELEASE-SUS-COUNT        PIC 9(07) COMP VALUE 0.
010320 77  WS-CARRY-FWD-COUNT          PIC 9(07) COMP VALUE 0.
010330*----------------------------------------------------------------
010340* SUSPENSE RECYCLE COUNTS - HOW MANY PRIOR-RUN SUSPENSE ITEMS
010350* CLEARED AND POSTED, HOW MANY WERE RE-SUSPENDED, AND HOW MANY OF
010360* THE RE-SUSPENDED ARE OLDER THAN THE CONTROL-CARD AGE LIMIT
010370*----------------------------------------------------------------
010380 77  WS-RECYCLE-POST-COUNT       PIC 9(07) COMP VALUE 0.
010390 77  WS-RECYCLE-RESUS-COUNT      PIC 9(07) COMP VALUE 0.
010400 77  WS-RECYCLE-STALE-COUNT      PIC 9(07) COMP VALUE 0.
010410 77  WS-RECYCLE-LIMIT-DAYS       PIC 9(03) VALUE 30.
010420*----------------------------------------------------------------
010430* DUPLICATE-DETECTION CONTROLS - HOW MANY DETAIL RECORDS WERE
010440* REJECTED AS DUPLICATES, AND HOW LONG A POSTED TRAN-ID STAYS ON
010450* THE POSTED-ID FILE BEFORE IT AGES OFF
010460*----------------------------------------------------------------
010470 77  WS-DUP-REJECT-COUNT         PIC 9(07) COMP VALUE 0.
010480 77  WS-DUP-RETAIN-DAYS          PIC 9(03) VALUE 90.
010490 77  WS-REVERSAL-COUNT           PIC 9(07) COMP VALUE 0.
010500*
010510 01  WS-TOTAL                    PIC S9(07)V99 VALUE 0.
010520 01  WS-GROSS-TOTAL               PIC 9(07)V99 VALUE 0.
010530 01  WS-AMUNT                    PIC 9(05)V99 VALUE 0.
010540 01  WS-BASE-CURRENCY-TOTAL      PIC S9(07)V99 VALUE 0.
010550*
010560*----------------------------------------------------------------
010570* WORK AREA HOLDING THE TRANSACTION TYPE CODE, ACCOUNT NUMBER AND
010580* CURRENCY CODE PULLED FROM THE CURRENT DETAIL RECORD, AND THE
010590* BASE-CURRENCY EQUIVALENT OF ITS AMOUNT
010600*----------------------------------------------------------------
010610 01  WS-TRANS-TYPE                PIC X(01) VALUE SPACES.
010620 01  WS-LOOKUP-ACCT-NUMBER       PIC 9(08) VALUE 0.
010630 01  WS-CURR-CODE                PIC X(03) VALUE SPACES.
010640 01  WS-CONVERTED-AMOUNT         PIC 9(07)V99 VALUE 0.
010650*
010660*----------------------------------------------------------------
010670* WORK FIELDS FOR THE EFFECTIVE-DATE DAY-COUNT USED TO DECIDE
010680* WHETHER A DETAIL RECORD IS HELD, AND FOR HOW MANY DAYS.  DAYS
010690* ARE COUNTED ON THE SHOP'S STANDARD 30-DAY MONTH, 360-DAY YEAR
010700* CONVENTION, THE SAME CONVENTION USED ELSEWHERE FOR INTEREST-
010710* BEARING CALCULATIONS, RATHER THAN A CALENDAR DAY COUNT
010720*----------------------------------------------------------------
010730 77  WS-DC-YEAR                  PIC 9(04) VALUE 0.
010740 77  WS-DC-MONTH                 PIC 9(02) VALUE 0.
010750 77  WS-DC-DAY                   PIC 9(02) VALUE 0.
010760 77  WS-DAYNUM-RUN-DATE          PIC 9(07) COMP VALUE 0.
010770 77  WS-DAYNUM-EFFECTIVE         PIC 9(07) COMP VALUE 0.
010780 77  WS-DAYNUM-SUSPENDED         PIC 9(07) COMP VALUE 0.
010790 77  WS-DAYNUM-POSTED            PIC 9(07) COMP VALUE 0.
010800 77  WS-ID-AGE-DAYS              PIC 9(05) COMP VALUE 0.
010810 77  WS-DAYS-UNTIL-DUE           PIC 9(05) COMP VALUE 0.
010820*
010830*----------------------------------------------------------------
010840* THE SHOP'S ONE BASE CURRENCY.  EVERY RATEFILE ENTRY EXPRESSES
010850* ITS CONVERSION FACTOR IN TERMS OF THIS CURRENCY, AND A BLANK
010860* TRAN-CURRENCY-CODE ON A DETAIL RECORD DEFAULTS TO IT
010870*----------------------------------------------------------------
010880 77  WS-BASE-CURRENCY-CODE       PIC X(03) VALUE 'USD'.
010890*----------------------------------------------------------------
010900* REJECT RECORD LAYOUT - REASON CODE, REASON TEXT, RECORD IMAGE
010910*----------------------------------------------------------------
010920 01  WS-REJ-RECORD.
010930     05  WS-REJ-REASON-CODE      PIC 9(02).
010940     05  FILLER                  PIC X(01) VALUE SPACE.
010950     05  WS-REJ-REASON-TEXT      PIC X(30).
010960     05  FILLER                  PIC X(01) VALUE SPACE.
010970     05  WS-REJ-RECORD-IMAGE     PIC X(80).
010980*
010990*----------------------------------------------------------------
011000* SUSPENSE RECORD LAYOUT - SAME SHAPE AS THE REJECT RECORD, USED
011010* FOR DETAIL RECORDS THAT EDIT CLEAN BUT FAIL THE ACCOUNT-MASTER
011020* LOOKUP
011030*----------------------------------------------------------------
011040 01  WS-SUS-RECORD.
011050     05  WS-SUS-REASON-CODE      PIC 9(02).
011060     05  FILLER                  PIC X(01) VALUE SPACE.
011070     05  WS-SUS-REASON-TEXT      PIC X(30).
011080     05  FILLER                  PIC X(01) VALUE SPACE.
011090     05  WS-SUS-RECORD-IMAGE     PIC X(80).
011100     05  FILLER                  PIC X(01) VALUE SPACE.
011110     05  WS-SUS-SUSPEND-DATE     PIC 9(08).
011120     05  FILLER                  PIC X(01) VALUE SPACE.
011130     05  WS-SUS-AGE-DAYS         PIC 9(05).
011140*
011150*----------------------------------------------------------------
011160* REFERRAL RECORD LAYOUT - REASON, ACCOUNT, TRAN-ID, AMOUNT, THE
011170* CURRENT AND PROJECTED BALANCES, THE CREDIT LIMIT AND THE RECORD
011180* IMAGE
011190*----------------------------------------------------------------
011200 01  WS-REF-RECORD.
011210     05  WS-REF-REASON-CODE      PIC 9(02).
011220     05  FILLER                  PIC X(01) VALUE SPACE.
011230     05  WS-REF-REASON-TEXT      PIC X(30).
011240     05  FILLER                  PIC X(01) VALUE SPACE.
011250     05  WS-REF-ACCOUNT          PIC 9(08).
011260     05  FILLER                  PIC X(01) VALUE SPACE.
011270     05  WS-REF-TRAN-ID          PIC 9(06).
011280     05  FILLER                  PIC X(01) VALUE SPACE.
011290     05  WS-REF-AMOUNT           PIC 9(05)V99.
011300     05  FILLER                  PIC X(01) VALUE SPACE.
011310     05  WS-REF-CURRENT-BAL      PIC S9(09)V99.
011320     05  FILLER                  PIC X(01) VALUE SPACE.
011330     05  WS-REF-PROJECTED-BAL    PIC S9(09)V99.
011340     05  FILLER                  PIC X(01) VALUE SPACE.
011350     05  WS-REF-CREDIT-LIMIT     PIC 9(07)V99.
011360     05  FILLER                  PIC X(01) VALUE SPACE.
011370     05  WS-REF-RECORD-IMAGE     PIC X(80).
011380*
011390*----------------------------------------------------------------
011400* ACKNOWLEDGMENT EXTRACT RECORD LAYOUT - RECORD TYPE, THE BATCH'S
011410* POSITION ON TRANFILE AND ITS ID, THE EXTRACT SEQUENCE NUMBER
011420* (KEEPS ITEMS IN ARRIVAL ORDER THROUGH ACKGEN'S SORT) AND THE
011430* PROCESSING DATE, THEN EITHER AN ITEM BODY (CATEGORY, REASON AND
011440* IMAGE) OR A BATCH-STATUS BODY (THE 8205-JUDGE-ONE-BATCH OUTCOME
011450* AND THE CONTROL FIGURES IT WAS JUDGED ON)
011460*----------------------------------------------------------------
011470 01  WS-AKX-RECORD.
011480     05  WS-AKX-REC-TYPE         PIC X(01).
011490         88  WS-AKX-BATCH-STATUS VALUE 'B'.
011500         88  WS-AKX-ITEM         VALUE 'I'.
011510     05  WS-AKX-BATCH-SEQ        PIC 9(03).
011520     05  WS-AKX-BATCH-ID         PIC X(08).
011530     05  WS-AKX-SEQUENCE         PIC 9(07).
011540     05  WS-AKX-PROCESSING-DATE  PIC 9(08).
011550     05  WS-AKX-BODY             PIC X(123) VALUE SPACES.
011560     05  WS-AKX-ITEM-BODY REDEFINES WS-AKX-BODY.
011570         10  WS-AKX-CATEGORY     PIC X(03).
011580         10  WS-AKX-REASON-CODE  PIC 9(02).
011590         10  WS-AKX-REASON-TEXT  PIC X(30).
011600         10  WS-AKX-RECORD-IMAGE PIC X(80).
011610         10  FILLER              PIC X(08).
011620     05  WS-AKX-STATUS-BODY REDEFINES WS-AKX-BODY.
011630         10  WS-AKX-FAIL-FLAG    PIC X(01).
011640         10  WS-AKX-TRL-SEEN     PIC X(01).
011650         10  WS-AKX-EXP-COUNT    PIC 9(07).
011660         10  WS-AKX-TRL-COUNT    PIC 9(07).
011670         10  WS-AKX-DETAIL-COUNT PIC 9(07).
011680         10  WS-AKX-TRL-AMOUNT   PIC 9(07)V99.
011690         10  WS-AKX-GROSS        PIC 9(07)V99.
011700         10  FILLER              PIC X(82).
011710*
011720*----------------------------------------------------------------
011730* GL POSTING RECORD STAGING AREA
011740*----------------------------------------------------------------
011750 01  WS-GL-RECORD.
011760     05  WS-GL-REC-TYPE          PIC X(01).
011770     05  WS-GL-ACCOUNT-NUMBER    PIC 9(08).
011780     05  WS-GL-DR-CR-INDICATOR   PIC X(01).
011790     05  WS-GL-TYPE-CODE         PIC X(01).
011800     05  WS-GL-AMOUNT            PIC 9(07)V99.
011810     05  WS-GL-POSTING-DATE      PIC 9(08).
011820     05  WS-GL-ENTRY-SOURCE      PIC X(01).
011830     05  WS-GL-REVERSAL-FLAG     PIC X(01).
011840     05  WS-GL-PRIOR-PERIOD-FLAG PIC X(01).
011850     05  WS-GL-ADJ-DETAIL.
011860         10  WS-GL-ADJ-PERIOD-ID PIC 9(06).
011870         10  WS-GL-ADJ-EFFECTIVE-DATE PIC 9(08).
011880         10  WS-GL-ADJ-ORIG-GL-ACCOUNT PIC 9(08).
011890         10  WS-GL-ADJ-TRAN-ID   PIC 9(06).
011900         10  WS-GL-ADJ-ACCOUNT   PIC 9(08).
011910     05  FILLER                  PIC X(13) VALUE SPACES.
011920*
011930*----------------------------------------------------------------
011940* CLOSED ACCOUNTING PERIODS, FROM PERCAL.  AN ITEM WHOSE
011950* EFFECTIVE DATE FALLS IN ONE OF THESE POSTS ITS CUSTOMER-SIDE
011960* GL ENTRY TO THE PRIOR-PERIOD ADJUSTMENT GL ACCOUNT FROM THE
011970* CONTROL CARD.  THE REPORT FIELDS COUNT AND TOTAL THE
011980* ADJUSTMENTS FOR THE CONTROL REPORT
011990*----------------------------------------------------------------
012000 77  WS-ADJ-GL-ACCOUNT           PIC 9(08) VALUE 0.
012010 77  WS-CLOSED-PERIOD-COUNT      PIC 9(03) COMP VALUE 0.
012020 01  WS-CLOSED-PERIOD-TABLE.
012030     05  WS-CLOSED-PERIOD-ENTRY OCCURS 1 TO 240 TIMES
012040             DEPENDING ON WS-CLOSED-PERIOD-COUNT
012050             INDEXED BY WS-CLOSED-IDX.
012060         10  WS-CLOSED-ID-TBL    PIC 9(06).
012070         10  WS-CLOSED-START-TBL PIC 9(08).
012080         10  WS-CLOSED-END-TBL   PIC 9(08).
012090 01  WS-PRIOR-PERIOD-SWITCH      PIC X(01) VALUE 'N'.
012100     88  WS-PRIOR-PERIOD-ITEM    VALUE 'Y'.
012110 77  WS-PRIOR-PERIOD-ID          PIC 9(06) VALUE 0.
012120 77  WS-PPA-RPT-COUNT            PIC 9(07) VALUE 0.
012130 77  WS-PPA-RPT-AMOUNT           PIC 9(09)V99 VALUE 0.
012140*
012150*----------------------------------------------------------------
012160* GLFILE HEADER AND TRAILER STAGING AREAS, AND THE RUNNING
012170* CONTROL FIGURES THE TRAILER CARRIES.  THE CLEARING ACCOUNT IS
012180* THE SHOP'S ONE SETTLEMENT ACCOUNT EVERY OFFSET ENTRY POSTS TO
012190*----------------------------------------------------------------
012200 77  WS-CLEARING-GL-ACCOUNT      PIC 9(08) VALUE 99999999.
012210 77  WS-GL-RECORD-COUNT          PIC 9(07) VALUE 0.
012220 77  WS-GL-DEBIT-TOTAL           PIC 9(09)V99 VALUE 0.
012230 77  WS-GL-CREDIT-TOTAL          PIC 9(09)V99 VALUE 0.
012240 01  WS-GLH-RECORD.
012250     05  WS-GLH-REC-TYPE         PIC X(01) VALUE 'H'.
012260     05  WS-GLH-POSTING-DATE     PIC 9(08).
012270     05  FILLER                  PIC X(71) VALUE SPACES.
012280 01  WS-GLT-RECORD.
012290     05  WS-GLT-REC-TYPE         PIC X(01) VALUE 'T'.
012300     05  WS-GLT-RECORD-COUNT     PIC 9(07).
012310     05  WS-GLT-DEBIT-TOTAL      PIC 9(09)V99.
012320     05  WS-GLT-CREDIT-TOTAL     PIC 9(09)V99.
012330     05  FILLER                  PIC X(50) VALUE SPACES.
012340*
012350*----------------------------------------------------------------
012360* AUDIT RECORD LAYOUT - RECORD IMAGE, EXTRACTED AMOUNT AND THE
012370* RUNNING TOTAL AS OF THAT RECORD
012380*----------------------------------------------------------------
012390 01  WS-AUD-RECORD.
012400     05  WS-AUD-RECORD-IMAGE     PIC X(80).
012410     05  FILLER                  PIC X(01) VALUE SPACE.
012420     05  WS-AUD-AMOUNT           PIC 9(05)V99.
012430     05  FILLER                  PIC X(01) VALUE SPACE.
012440     05  WS-AUD-RUNNING-TOTAL    PIC S9(07)V99.
012450*
012460*----------------------------------------------------------------
012470* HELD-ITEM RECORD STAGING AREA
012480*----------------------------------------------------------------
012490 01  WS-HLD-RECORD.
012500     05  WS-HLD-ACCOUNT-NUMBER   PIC 9(08).
012510     05  WS-HLD-TYPE-CODE        PIC X(01).
012520     05  WS-HLD-AMOUNT           PIC 9(05)V99.
012530     05  WS-HLD-EFFECTIVE-DATE   PIC 9(08).
012540     05  WS-HLD-RUN-DATE         PIC 9(08).
012550     05  WS-HLD-DAYS-UNTIL-DUE   PIC 9(05).
012560     05  WS-HLD-RECORD-IMAGE     PIC X(80) VALUE SPACES.
012570*
012580*----------------------------------------------------------------
012590* TRANSACTION-TYPE SUBTOTAL TABLE - ONE ENTRY PER DISTINCT TYPE
012600* CODE SEEN ON AN ACCEPTED RECORD, BUILT AS THE RUN PROGRESSES
012610*----------------------------------------------------------------
012620 77  WS-TYPE-COUNT               PIC 9(03) COMP VALUE 0.
012630 01  WS-TYPE-TABLE.
012640     05  WS-TYPE-ENTRY OCCURS 1 TO 100 TIMES
012650             DEPENDING ON WS-TYPE-COUNT
012660             INDEXED BY WS-TYPE-IDX.
012670         10  WS-TYPE-CODE-TBL     PIC X(01).
012680         10  WS-TYPE-TOTAL-TBL    PIC S9(07)V99.
012690*
012700*----------------------------------------------------------------
012710* NATIVE-CURRENCY SUBTOTAL TABLE - ONE ENTRY PER DISTINCT CURRENCY
012720* CODE SEEN ON A POSTED RECORD, BUILT AS THE RUN PROGRESSES
012730*----------------------------------------------------------------
012740 77  WS-CURR-COUNT               PIC 9(03) COMP VALUE 0.
012750 01  WS-CURRENCY-TABLE.
012760     05  WS-CURR-ENTRY OCCURS 1 TO 100 TIMES
012770             DEPENDING ON WS-CURR-COUNT
012780             INDEXED BY WS-CURR-IDX.
012790         10  WS-CURR-CODE-TBL     PIC X(03).
012800         10  WS-CURR-TOTAL-TBL    PIC S9(07)V99.
012810*
012820*----------------------------------------------------------------
012830* DAILY EXCHANGE-RATE TABLE - LOADED FROM RATEFILE AT STARTUP
012840*----------------------------------------------------------------
012850 77  WS-RATEFILE-EOF-SWITCH      PIC X(01) VALUE 'N'.
012860     88  WS-RATEFILE-EOF-YES     VALUE 'Y'.
012870 77  WS-RATE-COUNT               PIC 9(03) COMP VALUE 0.
012880 01  WS-RATE-TABLE.
012890     05  WS-RATE-ENTRY OCCURS 1 TO 100 TIMES
012900             DEPENDING ON WS-RATE-COUNT
012910             INDEXED BY WS-RATE-IDX.
012920         10  WS-RATE-CODE-TBL     PIC X(03).
012930         10  WS-RATE-FACTOR-TBL   PIC 9(03)V9(06).
012940*
012950*----------------------------------------------------------------
012960* TRANSACTION-TYPE REFERENCE TABLE - LOADED FROM TYPEFILE AT
012970* STARTUP.  THE ONE AUTHORITY ON WHICH TYPE CODES ARE VALID,
012980* WHICH SIDE OF THE LEDGER EACH POSTS TO, AND WHICH GL ACCOUNT
012990* ITS POSTINGS CARRY
013000*----------------------------------------------------------------
013010 77  WS-TYPEFILE-EOF-SWITCH      PIC X(01) VALUE 'N'.
013020     88  WS-TYPEFILE-EOF-YES     VALUE 'Y'.
013030 77  WS-TYPEREF-COUNT            PIC 9(03) COMP VALUE 0.
013040 01  WS-TYPEREF-TABLE.
013050     05  WS-TYPEREF-ENTRY OCCURS 1 TO 100 TIMES
013060             DEPENDING ON WS-TYPEREF-COUNT
013070             INDEXED BY WS-TYPEREF-IDX.
013080         10  WS-TYPEREF-CODE-TBL  PIC X(01).
013090         10  WS-TYPEREF-DESC-TBL  PIC X(20).
013100         10  WS-TYPEREF-DRCR-TBL  PIC X(01).
013110         10  WS-TYPEREF-GLACCT-TBL PIC 9(08).
013120         10  WS-TYPEREF-CLOSE-TBL PIC X(01).
013130*
013140 01  WS-TYPE-FOUND-SWITCH        PIC X(01) VALUE 'N'.
013150     88  WS-TYPE-ON-TABLE        VALUE 'Y'.
013160     88  WS-TYPE-NOT-ON-TABLE    VALUE 'N'.
013170 77  WS-TYPE-DRCR-SIDE           PIC X(01) VALUE SPACE.
013180 77  WS-TYPE-GL-ACCOUNT          PIC 9(08) VALUE 0.
013190 77  WS-TYPE-CLOSEOUT-FLAG       PIC X(01) VALUE SPACE.
013200     88  WS-TYPE-IS-CLOSEOUT     VALUE 'Y'.
013210*
013220*----------------------------------------------------------------
013230* BATCH CONTROL TABLE - ONE ENTRY PER HEADER/TRAILER GROUP SEEN
013240* ON TRANFILE.  EACH BATCH IS BALANCED ON ITS OWN AT END OF RUN:
013250* ITS TRAILER'S CONTROL COUNT AND AMOUNT AND ITS HEADER'S
013260* EXPECTED COUNT AGAINST THE DETAIL RECORDS ACTUALLY READ FOR IT
013270*----------------------------------------------------------------
013280 77  WS-BATCH-COUNT              PIC 9(03) COMP VALUE 0.
013290 77  WS-CURRENT-BATCH            PIC 9(03) COMP VALUE 0.
013300 77  WS-BATCH-SUB                PIC 9(03) COMP VALUE 0.
013310*----------------------------------------------------------------
013320* RECORDS THAT ARRIVED WHILE NO BATCH WAS OPEN -- A TRAILER WITH
013330* NO HEADER AHEAD OF IT, OR A DETAIL/REVERSAL REJECTED AS HEADER
013340* MISSING (A MALFORMED, IGNORED HEADER PRODUCES BOTH).  NONE OF
013350* THAT WORK EVER REACHES THE BATCH TABLE, SO 8200-CHECK-BALANCE
013360* FORCES THE RUN OUT OF BALANCE FROM THESE COUNTS RATHER THAN
013370* LETTING A WHOLE SOURCE SYSTEM VANISH WITH A CLEAN RETURN CODE
013380*----------------------------------------------------------------
013390 77  WS-ORPHAN-TRAILER-COUNT     PIC 9(07) COMP VALUE 0.
013400 77  WS-NO-BATCH-REJ-COUNT       PIC 9(07) COMP VALUE 0.
013410 01  WS-BATCH-FAIL-SWITCH        PIC X(01) VALUE 'N'.
013420     88  WS-BATCH-FAILED         VALUE 'Y'.
013430     88  WS-BATCH-BALANCED       VALUE 'N'.
013440 01  WS-BATCH-TABLE.
013450     05  WS-BATCH-ENTRY OCCURS 1 TO 200 TIMES
013460             DEPENDING ON WS-BATCH-COUNT.
013470         10  WS-BATCH-ID-TBL          PIC X(08).
013480         10  WS-BATCH-EXP-COUNT-TBL   PIC 9(07).
013490         10  WS-BATCH-DETAIL-CNT-TBL  PIC 9(07).
013500         10  WS-BATCH-GROSS-TBL       PIC 9(07)V99.
013510         10  WS-BATCH-TRL-SEEN-TBL    PIC X(01).
013520         10  WS-BATCH-TRL-COUNT-TBL   PIC 9(07).
013530         10  WS-BATCH-TRL-AMT-TBL     PIC 9(07)V99.
013540*
013550*----------------------------------------------------------------
013560* RETAINED POSTED-ID TABLE - THE PRIOR RUN'S POSTED-ID FILE (IDS
013570* STILL INSIDE THE RETENTION WINDOW), SORTED INTO TRAN-ID SEQUENCE
013580* AT STARTUP SO EVERY DUPLICATE LOOKUP BINARY-SEARCHES IT.  THESE
013590* ENTRIES ARE RE-WRITTEN TO THE NEW POSTED-ID FILE AT END OF RUN.
013600* NOTHING IS EVER ADDED HERE AFTER THE LOAD -- IDS POSTED BY THIS
013610* RUN GO TO THE CURRENT-RUN TABLE BELOW, WHICH STAYS SMALL ENOUGH
013620* TO SCAN LINEARLY.
013630*----------------------------------------------------------------
013640 77  WS-RID-COUNT                PIC 9(07) COMP VALUE 0.
013650 77  WS-RID-SUB                  PIC 9(07) COMP VALUE 0.
013660 01  WS-RETAINED-ID-TABLE.
013670     05  WS-RID-ENTRY OCCURS 1 TO 100000 TIMES
013680             DEPENDING ON WS-RID-COUNT
013690             ASCENDING KEY IS WS-RID-TBL
013700             INDEXED BY WS-RID-IDX.
013710         10  WS-RID-TBL           PIC 9(06).
013720         10  WS-RID-DATE-TBL      PIC 9(08).
013730         10  WS-RID-ACCT-TBL      PIC 9(08).
013740         10  WS-RID-TYPE-TBL      PIC X(01).
013750         10  WS-RID-AMOUNT-TBL    PIC 9(05)V99.
013760         10  WS-RID-CURR-TBL      PIC X(03).
013770         10  WS-RID-REVERSED-TBL  PIC X(01).
013780*
013790*----------------------------------------------------------------
013800* CURRENT-RUN POSTED-ID TABLE - ONE ENTRY PER ID POSTED (OR
013810* RELOADED FROM THIS RUN'S OWN FILE ON A RESTART), IN POSTING
013820* ORDER, SCANNED LINEARLY BEHIND THE BINARY SEARCH OF THE
013830* RETAINED TABLE
013840*----------------------------------------------------------------
013850 77  WS-NID-COUNT                PIC 9(05) COMP VALUE 0.
013860 01  WS-NEW-ID-TABLE.
013870     05  WS-NID-ENTRY OCCURS 1 TO 50000 TIMES
013880             DEPENDING ON WS-NID-COUNT
013890             INDEXED BY WS-NID-IDX.
013900         10  WS-NID-TBL           PIC 9(06).
013910         10  WS-NID-DATE-TBL      PIC 9(08).
013920         10  WS-NID-ACCT-TBL      PIC 9(08).
013930         10  WS-NID-TYPE-TBL      PIC X(01).
013940         10  WS-NID-AMOUNT-TBL    PIC 9(05)V99.
013950         10  WS-NID-CURR-TBL      PIC X(03).
013960         10  WS-NID-REVERSED-TBL  PIC X(01).
013970*
013980*----------------------------------------------------------------
013990* POSTED-ID LOOKUP WORK FIELDS - THE ID BEING LOOKED UP, WHICH
014000* TABLE IT WAS FOUND ON ('R' RETAINED / 'N' CURRENT-RUN), AND A
014010* COPY OF THE FOUND ENTRY'S FIELDS FOR THE REVERSAL VALIDATION
014020* AND MARKER PATHS
014030*----------------------------------------------------------------
014040 77  WS-FIND-ID                  PIC 9(06) VALUE 0.
014050 77  WS-FND-WHERE                PIC X(01) VALUE SPACE.
014060 77  WS-FND-ID                   PIC 9(06) VALUE 0.
014070 77  WS-FND-DATE                 PIC 9(08) VALUE 0.
014080 77  WS-FND-ACCT                 PIC 9(08) VALUE 0.
014090 77  WS-FND-TYPE                 PIC X(01) VALUE SPACE.
014100 77  WS-FND-AMOUNT               PIC 9(05)V99 VALUE 0.
014110 77  WS-FND-CURR                 PIC X(03) VALUE SPACES.
014120 77  WS-FND-REVERSED             PIC X(01) VALUE SPACE.
014130*
014140*----------------------------------------------------------------
014150* SORTED IDIN RECORD WORK AREA - ONE RECORD AS RETURNED FROM THE
014160* STARTUP SORT, SAME LAYOUT AS THE POSTED-ID FILE
014170*----------------------------------------------------------------
014180 01  WS-IDIN-WORK.
014190     05  WS-IDW-TRAN-ID          PIC 9(06).
014200     05  FILLER                  PIC X(01).
014210     05  WS-IDW-POSTED-DATE      PIC 9(08).
014220     05  FILLER                  PIC X(01).
014230     05  WS-IDW-ACCOUNT          PIC 9(08).
014240     05  FILLER                  PIC X(01).
014250     05  WS-IDW-TYPE-CODE        PIC X(01).
014260     05  FILLER                  PIC X(01).
014270     05  WS-IDW-AMOUNT           PIC 9(05)V99.
014280     05  FILLER                  PIC X(01).
014290     05  WS-IDW-CURRENCY         PIC X(03).
014300     05  FILLER                  PIC X(01).
014310     05  WS-IDW-REVERSED         PIC X(01).
014320*
014330*----------------------------------------------------------------
014340* POSTED-ID RECORD STAGING AREA
014350*----------------------------------------------------------------
014360 01  WS-PID-RECORD.
014370     05  WS-PID-TRAN-ID          PIC 9(06).
014380     05  FILLER                  PIC X(01) VALUE SPACE.
014390     05  WS-PID-POSTED-DATE      PIC 9(08).
014400     05  FILLER                  PIC X(01) VALUE SPACE.
014410     05  WS-PID-ACCOUNT          PIC 9(08).
014420     05  FILLER                  PIC X(01) VALUE SPACE.
014430     05  WS-PID-TYPE-CODE        PIC X(01).
014440     05  FILLER                  PIC X(01) VALUE SPACE.
014450     05  WS-PID-AMOUNT           PIC 9(05)V99.
014460     05  FILLER                  PIC X(01) VALUE SPACE.
014470     05  WS-PID-CURRENCY         PIC X(03).
014480     05  FILLER                  PIC X(01) VALUE SPACE.
014490     05  WS-PID-REVERSED         PIC X(01).
014500*
014510*----------------------------------------------------------------
014520* ACTIVITY RECORD STAGING AREA
014530*----------------------------------------------------------------
014540 01  WS-ACTW-RECORD.
014550     05  WS-ACTW-ACCOUNT         PIC 9(08).
014560     05  FILLER                  PIC X(01) VALUE SPACE.
014570     05  WS-ACTW-TRAN-ID         PIC 9(06).
014580     05  FILLER                  PIC X(01) VALUE SPACE.
014590     05  WS-ACTW-TYPE-CODE       PIC X(01).
014600     05  FILLER                  PIC X(01) VALUE SPACE.
014610     05  WS-ACTW-DR-CR           PIC X(01).
014620     05  FILLER                  PIC X(01) VALUE SPACE.
014630     05  WS-ACTW-AMOUNT          PIC 9(05)V99.
014640*
014650*----------------------------------------------------------------
014660* STATEMENT ACCOUNT TABLE - BUILT AT END OF RUN FROM ACTWORK,
014670* ONE ENTRY PER ACCOUNT THAT HAD POSTED ACTIVITY, WITH THE RUN'S
014680* TOTAL DEBITS AND CREDITS SO THE OPENING BALANCE CAN BE BACKED
014690* OUT OF THE MASTER'S CLOSING BALANCE
014700*----------------------------------------------------------------
014710 77  WS-STMT-ACCT-COUNT          PIC 9(05) COMP VALUE 0.
014720 77  WS-STMT-SUB                 PIC 9(05) COMP VALUE 0.
014730 01  WS-STMT-ACCT-TABLE.
014740     05  WS-STMT-ENTRY OCCURS 1 TO 5000 TIMES
014750             DEPENDING ON WS-STMT-ACCT-COUNT
014760             INDEXED BY WS-STMT-IDX.
014770         10  WS-STMT-ACCT-TBL     PIC 9(08).
014780         10  WS-STMT-DR-TOTAL-TBL PIC 9(09)V99.
014790         10  WS-STMT-CR-TOTAL-TBL PIC 9(09)V99.
014800         10  WS-STMT-TRAN-CNT-TBL PIC 9(05).
014810*
014820*----------------------------------------------------------------
014830* STATEMENT WORK FIELDS AND PRINT LINE LAYOUTS
014840*----------------------------------------------------------------
014850 77  WS-STMT-CUR-ACCT            PIC 9(08) VALUE 0.
014860 77  WS-STMT-OPEN-BAL            PIC S9(09)V99 VALUE 0.
014870 77  WS-STMT-CLOSE-BAL           PIC S9(09)V99 VALUE 0.
014880 01  WS-STMT-HDR-LINE.
014890     05  FILLER                  PIC X(08) VALUE 'ACCOUNT '.
014900     05  WS-STMT-HDR-ACCT        PIC 9(08).
014910     05  FILLER                  PIC X(02) VALUE SPACES.
014920     05  WS-STMT-HDR-NAME        PIC X(30).
014930 01  WS-STMT-BAL-LINE.
014940     05  FILLER                  PIC X(02) VALUE SPACES.
014950     05  WS-STMT-BAL-LABEL       PIC X(18).
014960     05  WS-STMT-BAL-AMT         PIC -9(09).99.
014970 01  WS-STMT-DTL-LINE.
014980     05  FILLER                  PIC X(04) VALUE SPACES.
014990     05  FILLER                  PIC X(03) VALUE 'ID '.
015000     05  WS-STMT-DTL-ID          PIC 9(06).
015010     05  FILLER                  PIC X(07) VALUE '  TYPE '.
015020     05  WS-STMT-DTL-TYPE        PIC X(01).
015030     05  FILLER                  PIC X(02) VALUE SPACES.
015040     05  WS-STMT-DTL-DRCR        PIC X(02).
015050     05  FILLER                  PIC X(02) VALUE SPACES.
015060     05  WS-STMT-DTL-AMT         PIC 9(05).99.
015070*
015080*----------------------------------------------------------------
015090* HEADER / TRAILER CONTROL FIELDS AND BALANCING SWITCHES
015100*----------------------------------------------------------------
015110 01  WS-HEADER-SWITCH            PIC X(01) VALUE 'N'.
015120     88  WS-HEADER-SEEN          VALUE 'Y'.
015130 01  WS-BALANCE-SWITCH           PIC X(01) VALUE 'N'.
015140     88  WS-OUT-OF-BALANCE       VALUE 'Y'.
015150     88  WS-IN-BALANCE           VALUE 'N'.
015160*
015170 77  WS-HDR-RUN-DATE             PIC 9(08) VALUE 0.
015180 77  WS-HDR-EXPECTED-COUNT       PIC 9(07) VALUE 0.
015190*----------------------------------------------------------------
015200* WS-PROCESSING-DATE - THE AS-OF DATE THIS RUN USES FOR EFFECTIVE-
015210* DATE FILTERING, HELD-ITEM AGING AND THE GL POSTING DATE.  READ
015220* FROM CTLCARD IN 1010-READ-CONTROL-CARD SO THE SAME TRANFILE CAN
015230* BE RE-RUN AGAINST A LATER CUTOFF WITHOUT ITS HEADER CHANGING.
015240* THIS IS SEPARATE FROM WS-HDR-RUN-DATE, WHICH IS THE TRANFILE'S
015250* OWN HEADER DATE AND IS USED ONLY TO MATCH A RESTART'S CHECKPOINT
015260* BACK TO THE HEADER OF THE TRANFILE IT WAS TAKEN FROM.
015270*----------------------------------------------------------------
015280 77  WS-PROCESSING-DATE          PIC 9(08) VALUE 0.
015290*
015300*----------------------------------------------------------------
015310* CHECKPOINT/RESTART WORK AREAS
015320*----------------------------------------------------------------
015330 77  WS-CHECKPOINT-INTERVAL      PIC 9(05) COMP VALUE 1000.
015340 77  WS-CKPT-QUOTIENT            PIC 9(07) VALUE 0.
015350 77  WS-CKPT-REMAINDER           PIC 9(05) VALUE 0.
015360 77  WS-CKPT-SUB                 PIC 9(04) COMP VALUE 0.
015370 77  WS-SKIP-READ-COUNT          PIC 9(07) COMP VALUE 0.
015380*
015390 01  WS-RESTART-SWITCH           PIC X(01) VALUE 'N'.
015400     88  WS-RESTARTING           VALUE 'Y'.
015410*----------------------------------------------------------------
015420* ONLY THE FIRST HEADER SKIPPED OVER ON A RESTART IS COMPARED TO
015430* THE CHECKPOINT -- LATER BATCHES CARRY THEIR OWN RUN DATES
015440*----------------------------------------------------------------
015450 01  WS-CKPT-HDR-CHECKED-SW      PIC X(01) VALUE 'N'.
015460     88  WS-CKPT-HDR-CHECKED     VALUE 'Y'.
015470 01  WS-RUN-COMPLETE-SWITCH      PIC X(01) VALUE 'N'.
015480     88  WS-RUN-IS-COMPLETE      VALUE 'Y'.
015490*
015500*----------------------------------------------------------------
015510* EDIT-ONLY TRIAL SWITCH, SET FROM THE CTLCARD REPORT-ONLY FLAG.
015520* A TRIAL RUN EDITS AND BALANCES EVERYTHING BUT POSTS NOTHING --
015530* SEE THE MODIFICATION HISTORY ENTRY FOR EXACTLY WHAT IS HELD BACK
015540*----------------------------------------------------------------
015550 01  WS-TRIAL-SWITCH             PIC X(01) VALUE 'N'.
015560     88  WS-TRIAL-RUN            VALUE 'Y'.
015570     88  WS-LIVE-RUN             VALUE 'N'.
015580*
015590*----------------------------------------------------------------
015600* CHECKPOINT RECORD - A SNAPSHOT OF EVERY COUNTER, TOTAL AND
015610* TABLE NEEDED TO PICK THE RUN BACK UP WHERE IT LEFT OFF
015620*----------------------------------------------------------------
015630 01  WS-CKPT-RECORD.
015640     05  CKPT-READ-COUNT         PIC 9(07) VALUE 0.
015650     05  CKPT-DETAIL-COUNT       PIC 9(07) VALUE 0.
015660     05  CKPT-ACCEPT-COUNT       PIC 9(07) VALUE 0.
015670     05  CKPT-REJECT-COUNT       PIC 9(07) VALUE 0.
015680     05  CKPT-SUSPENSE-COUNT     PIC 9(07) VALUE 0.
015690     05  CKPT-TOTAL              PIC S9(07)V99 VALUE 0.
015700     05  CKPT-GROSS-TOTAL        PIC 9(07)V99 VALUE 0.
015710     05  CKPT-TYPE-COUNT         PIC 9(03) VALUE 0.
015720     05  CKPT-TYPE-ENTRY OCCURS 100 TIMES.
015730         10  CKPT-TYPE-CODE      PIC X(01) VALUE SPACE.
015740         10  CKPT-TYPE-TOTAL     PIC S9(07)V99 VALUE 0.
015750     05  CKPT-HEADER-SWITCH      PIC X(01) VALUE 'N'.
015760     05  CKPT-HDR-RUN-DATE       PIC 9(08) VALUE 0.
015770     05  CKPT-HDR-EXP-COUNT      PIC 9(07) VALUE 0.
015780     05  CKPT-BASE-TOTAL         PIC S9(07)V99 VALUE 0.
015790     05  CKPT-CURR-COUNT         PIC 9(03) VALUE 0.
015800     05  CKPT-CURR-ENTRY OCCURS 100 TIMES.
015810         10  CKPT-CURR-CODE      PIC X(03) VALUE SPACES.
015820         10  CKPT-CURR-TOTAL     PIC S9(07)V99 VALUE 0.
015830     05  CKPT-HOLD-COUNT         PIC 9(07) VALUE 0.
015840     05  CKPT-RELEASE-COUNT      PIC 9(07) VALUE 0.
015850     05  CKPT-RELEASE-SUS-COUNT  PIC 9(07) VALUE 0.
015860     05  CKPT-CARRY-FWD-COUNT    PIC 9(07) VALUE 0.
015870     05  CKPT-AUDIT-COUNT        PIC 9(07) VALUE 0.
015880     05  CKPT-RECYCLE-POST-CNT   PIC 9(07) VALUE 0.
015890     05  CKPT-RECYCLE-RESUS-CNT  PIC 9(07) VALUE 0.
015900     05  CKPT-RECYCLE-STALE-CNT  PIC 9(07) VALUE 0.
015910     05  CKPT-DUP-REJECT-COUNT   PIC 9(07) VALUE 0.
015920     05  CKPT-IDFILE-WRITE-CNT   PIC 9(07) VALUE 0.
015930     05  CKPT-ACTWORK-WRITE-CNT  PIC 9(07) VALUE 0.
015940     05  CKPT-GLFILE-WRITE-CNT   PIC 9(07) VALUE 0.
015950     05  CKPT-GL-RECORD-COUNT    PIC 9(07) VALUE 0.
015960     05  CKPT-GL-DEBIT-TOTAL     PIC 9(09)V99 VALUE 0.
015970     05  CKPT-GL-CREDIT-TOTAL    PIC 9(09)V99 VALUE 0.
015980     05  CKPT-REVERSAL-COUNT     PIC 9(07) VALUE 0.
015990     05  CKPT-ORPHAN-TRL-COUNT   PIC 9(07) VALUE 0.
016000     05  CKPT-NO-BATCH-REJ-CNT   PIC 9(07) VALUE 0.
016010     05  CKPT-BATCH-COUNT        PIC 9(03) VALUE 0.
016020     05  CKPT-CURRENT-BATCH      PIC 9(03) VALUE 0.
016030     05  CKPT-BATCH-ENTRY OCCURS 200 TIMES.
016040         10  CKPT-BATCH-ID       PIC X(08) VALUE SPACES.
016050         10  CKPT-BATCH-EXP-CNT  PIC 9(07) VALUE 0.
016060         10  CKPT-BATCH-DET-CNT  PIC 9(07) VALUE 0.
016070         10  CKPT-BATCH-GROSS    PIC 9(07)V99 VALUE 0.
016080         10  CKPT-BATCH-TRL-SEEN PIC X(01) VALUE 'N'.
016090         10  CKPT-BATCH-TRL-CNT  PIC 9(07) VALUE 0.
016100         10  CKPT-BATCH-TRL-AMT  PIC 9(07)V99 VALUE 0.
016110     05  CKPT-RUN-COMPLETE       PIC X(01) VALUE 'N'.
016120     05  CKPT-REJR-ENTRY OCCURS 15 TIMES.
016130         10  CKPT-REJR-COUNT     PIC 9(07) VALUE 0.
016140         10  CKPT-REJR-AMOUNT    PIC 9(09)V99 VALUE 0.
016150     05  CKPT-REFERRAL-COUNT     PIC 9(07) VALUE 0.
016160     05  CKPT-ACKEXTR-WRITE-CNT  PIC 9(07) VALUE 0.
016170     05  CKPT-SEQUENCE           PIC 9(05) VALUE 0.
016180*
016190*----------------------------------------------------------------
016200* ACCTMAST BEFORE-IMAGE JOURNAL STAMP.  THE CHECKPOINT SEQUENCE
016210* IS THE NUMBER OF CHECKPOINTS THIS RUN HAS TAKEN, CARRIED
016220* ACROSS A RESTART ON THE CHECKPOINT RECORD
016230*----------------------------------------------------------------
016240 77  WS-JRNL-THIS-PROGRAM        PIC X(10) VALUE 'BATCHPROC'.
016250 77  WS-JRNL-RUN-TIME            PIC 9(08) VALUE 0.
016260 77  WS-JRNL-CKPT-SEQ            PIC 9(05) VALUE 0.
016270 77  WS-JRNL-ENTRY-TYPE          PIC X(01) VALUE SPACE.
016280 77  WS-JRNL-WRITE-COUNT         PIC 9(07) COMP VALUE 0.
016290*
016300*----------------------------------------------------------------
016310* REJECT TALLY BY REASON CODE - ONE SLOT PER WS-REJECT-REASON-CODE
016320* VALUE (SLOT 15 CATCHES THE UNKNOWN-REASON CASE), COUNT AND
016330* AMOUNT, FOR THE CONTROL REPORT.  THE AMOUNT IS ONLY ADDED WHEN
016340* THE REJECTED IMAGE'S AMOUNT FIELD CAN BE READ -- A NON-NUMERIC-
016350* AMOUNT REJECT, BY DEFINITION, USUALLY CANNOT.
016360*----------------------------------------------------------------
016370 77  WS-REJR-SUB                 PIC 9(02) COMP VALUE 0.
016380 01  WS-REJR-TABLE.
016390     05  WS-REJR-ENTRY OCCURS 15 TIMES.
016400         10  WS-REJR-COUNT-TBL    PIC 9(07) VALUE 0.
016410         10  WS-REJR-AMT-TBL      PIC 9(09)V99 VALUE 0.
016420*
016430*----------------------------------------------------------------
016440* CONTROL REPORT WORK FIELDS AND PRINT LINE LAYOUTS.  EVERY LINE
016450* GOES THROUGH ONE WRITE PARAGRAPH THAT COUNTS LINES AND CUTS A
016460* NEW PAGE HEADING WHEN THE PAGE FILLS.
016470*----------------------------------------------------------------
016480 77  WS-RPT-LINE-COUNT           PIC 9(03) COMP VALUE 99.
016490 77  WS-RPT-PAGE-COUNT           PIC 9(05) COMP VALUE 0.
016500 77  WS-RPT-TITLE                PIC X(40) VALUE SPACES.
016510 01  WS-RPT-LINE                 PIC X(132) VALUE SPACES.
016520 01  WS-RPT-HEADING-LINE.
016530     05  FILLER                  PIC X(42) VALUE
016540             'BATCHPROC DAILY OPERATIONS CONTROL REPORT '.
016550     05  FILLER                  PIC X(06) VALUE 'AS OF '.
016560     05  WS-RPTH-DATE            PIC 9(08).
016570     05  FILLER                  PIC X(64) VALUE SPACES.
016580     05  FILLER                  PIC X(05) VALUE 'PAGE '.
016590     05  WS-RPTH-PAGE            PIC ZZZZ9.
016600     05  FILLER                  PIC X(02) VALUE SPACES.
016610 01  WS-RPT-COUNT-LINE.
016620     05  FILLER                  PIC X(02) VALUE SPACES.
016630     05  WS-RPTC-LABEL           PIC X(34).
016640     05  WS-RPTC-COUNT           PIC ZZZZZZ9.
016650     05  FILLER                  PIC X(89) VALUE SPACES.
016660 01  WS-RPT-AMOUNT-LINE.
016670     05  FILLER                  PIC X(02) VALUE SPACES.
016680     05  WS-RPTA-LABEL           PIC X(34).
016690     05  WS-RPTA-AMOUNT          PIC -9(09).99.
016700     05  FILLER                  PIC X(83) VALUE SPACES.
016710 01  WS-RPT-BATCH-LINE.
016720     05  FILLER                  PIC X(02) VALUE SPACES.
016730     05  WS-RPTB-BATCH-ID        PIC X(08).
016740     05  FILLER                  PIC X(02) VALUE SPACES.
016750     05  WS-RPTB-EXP-COUNT       PIC ZZZZZZ9.
016760     05  FILLER                  PIC X(02) VALUE SPACES.
016770     05  WS-RPTB-TRL-COUNT       PIC ZZZZZZ9.
016780     05  FILLER                  PIC X(02) VALUE SPACES.
016790     05  WS-RPTB-DETAIL-COUNT    PIC ZZZZZZ9.
016800     05  FILLER                  PIC X(02) VALUE SPACES.
016810     05  WS-RPTB-TRL-AMT         PIC 9(07).99.
016820     05  FILLER                  PIC X(02) VALUE SPACES.
016830     05  WS-RPTB-GROSS           PIC 9(07).99.
016840     05  FILLER                  PIC X(02) VALUE SPACES.
016850     05  WS-RPTB-STATUS          PIC X(18).
016860     05  FILLER                  PIC X(51) VALUE SPACES.
016870 01  WS-RPT-REJECT-LINE.
016880     05  FILLER                  PIC X(02) VALUE SPACES.
016890     05  WS-RPTR-REASON-CODE     PIC 9(02).
016900     05  FILLER                  PIC X(02) VALUE SPACES.
016910     05  WS-RPTR-REASON-TEXT     PIC X(30).
016920     05  FILLER                  PIC X(02) VALUE SPACES.
016930     05  WS-RPTR-COUNT           PIC ZZZZZZ9.
016940     05  FILLER                  PIC X(02) VALUE SPACES.
016950     05  WS-RPTR-AMOUNT          PIC 9(09).99.
016960     05  FILLER                  PIC X(73) VALUE SPACES.
016970 01  WS-RPT-TYPE-LINE.
016980     05  FILLER                  PIC X(02) VALUE SPACES.
016990     05  FILLER                  PIC X(05) VALUE 'TYPE '.
017000     05  WS-RPTT-TYPE-CODE       PIC X(01).
017010     05  FILLER                  PIC X(02) VALUE SPACES.
017020     05  WS-RPTT-AMOUNT          PIC -9(07).99.
017030     05  FILLER                  PIC X(111) VALUE SPACES.
017040 01  WS-RPT-CURR-LINE.
017050     05  FILLER                  PIC X(02) VALUE SPACES.
017060     05  FILLER                  PIC X(09) VALUE 'CURRENCY '.
017070     05  WS-RPTX-CURR-CODE       PIC X(03).
017080     05  FILLER                  PIC X(02) VALUE SPACES.
017090     05  WS-RPTX-AMOUNT          PIC -9(07).99.
017100     05  FILLER                  PIC X(105) VALUE SPACES.
017110 01  WS-RPT-SUS-LINE.
017120     05  FILLER                  PIC X(02) VALUE SPACES.
017130     05  WS-RPTS-IMAGE           PIC X(38).
017140     05  FILLER                  PIC X(09) VALUE '  REASON '.
017150     05  WS-RPTS-REASON-CODE     PIC 9(02).
017160     05  FILLER                  PIC X(12) VALUE '  SUSPENDED '.
017170     05  WS-RPTS-SUSPEND-DATE    PIC 9(08).
017180     05  FILLER                  PIC X(06) VALUE '  AGE '.
017190     05  WS-RPTS-AGE-DAYS        PIC ZZZZ9.
017200     05  FILLER                  PIC X(06) VALUE ' DAYS '.
017210     05  WS-RPTS-STALE-FLAG      PIC X(05).
017220     05  FILLER                  PIC X(39) VALUE SPACES.
017230 01  WS-RPT-HELD-LINE.
017240     05  FILLER                  PIC X(02) VALUE SPACES.
017250     05  FILLER                  PIC X(08) VALUE 'ACCOUNT '.
017260     05  WS-RPTD-ACCOUNT         PIC 9(08).
017270     05  FILLER                  PIC X(07) VALUE '  TYPE '.
017280     05  WS-RPTD-TYPE            PIC X(01).
017290     05  FILLER                  PIC X(09) VALUE '  AMOUNT '.
017300     05  WS-RPTD-AMOUNT          PIC 9(05).99.
017310     05  FILLER                  PIC X(12) VALUE '  EFFECTIVE '.
017320     05  WS-RPTD-EFFECTIVE       PIC 9(08).
017330     05  FILLER                  PIC X(17) VALUE
017340             '  DAYS UNTIL DUE '.
017350     05  WS-RPTD-DAYS-DUE        PIC ZZZZ9.
017360     05  FILLER                  PIC X(47) VALUE SPACES.
017370 01  WS-RPT-REF-LINE.
017380     05  FILLER                  PIC X(02) VALUE SPACES.
017390     05  FILLER                  PIC X(08) VALUE 'ACCOUNT '.
017400     05  WS-RPTF-ACCOUNT         PIC 9(08).
017410     05  FILLER                  PIC X(05) VALUE '  ID '.
017420     05  WS-RPTF-TRAN-ID         PIC 9(06).
017430     05  FILLER                  PIC X(09) VALUE '  AMOUNT '.
017440     05  WS-RPTF-AMOUNT          PIC 9(05).99.
017450     05  FILLER                  PIC X(12) VALUE '  PROJECTED '.
017460     05  WS-RPTF-PROJECTED       PIC -9(09).99.
017470     05  FILLER                  PIC X(08) VALUE '  LIMIT '.
017480     05  WS-RPTF-LIMIT           PIC 9(07).99.
017490     05  FILLER                  PIC X(43) VALUE SPACES.
017500 01  WS-RPT-PPA-LINE.
017510     05  FILLER                  PIC X(02) VALUE SPACES.
017520     05  FILLER                  PIC X(03) VALUE 'ID '.
017530     05  WS-RPTP-TRAN-ID         PIC 9(06).
017540     05  FILLER                  PIC X(10) VALUE '  ACCOUNT '.
017550     05  WS-RPTP-ACCOUNT         PIC 9(08).
017560     05  FILLER                  PIC X(07) VALUE '  TYPE '.
017570     05  WS-RPTP-TYPE            PIC X(01).
017580     05  FILLER                  PIC X(02) VALUE SPACES.
017590     05  WS-RPTP-DR-CR           PIC X(01).
017600     05  FILLER                  PIC X(09) VALUE '  AMOUNT '.
017610     05  WS-RPTP-AMOUNT          PIC 9(07).99.
017620     05  FILLER                  PIC X(12) VALUE '  EFFECTIVE '.
017630     05  WS-RPTP-EFFECTIVE       PIC 9(08).
017640     05  FILLER                  PIC X(09) VALUE '  PERIOD '.
017650     05  WS-RPTP-PERIOD          PIC 9(06).
017660     05  FILLER                  PIC X(10) VALUE '  TYPE GL '.
017670     05  WS-RPTP-ORIG-GL         PIC 9(08).
017680     05  FILLER                  PIC X(02) VALUE SPACES.
017690     05  WS-RPTP-REVERSAL        PIC X(08).
017700     05  FILLER                  PIC X(11) VALUE SPACES.
017710*
017720*----------------------------------------------------------------
017730* RUN LEDGER - THE POSTING RUN (MODE P) RUNS ONCE PER PROCESSING
017740* DATE AND ONLY AFTER TRIALBAL MODE B HAS TAKEN ITS SNAPSHOT.  A
017750* CHECKPOINT RESTART CONTINUES THE UNFINISHED RUN; A FRESH RUN
017760* BEHIND AN UNFINISHED ONE IS REFUSED.  AN EDIT-ONLY TRIAL
017770* (MODE T) POSTS NOTHING AND IS ONLY LOGGED.
017780*----------------------------------------------------------------
017790 77  WS-RUNLEDG-STATUS           PIC X(02) VALUE SPACES.
017800 77  WS-RUNOVRD-STATUS           PIC X(02) VALUE SPACES.
017810 77  WS-RUNLEDG-EOF-SWITCH       PIC X(01) VALUE 'N'.
017820     88  WS-RUNLEDG-EOF-YES      VALUE 'Y'.
017830 77  WS-RUNL-OVERRIDE-SWITCH     PIC X(01) VALUE 'N'.
017840     88  WS-RUNL-OVERRIDDEN      VALUE 'Y'.
017850 77  WS-RUNL-DONE-SWITCH         PIC X(01) VALUE 'N'.
017860     88  WS-RUNL-ALREADY-RUN     VALUE 'Y'.
017870 77  WS-RUNL-UNFINISHED-SWITCH   PIC X(01) VALUE 'N'.
017880     88  WS-RUNL-UNFINISHED      VALUE 'Y'.
017890 77  WS-RUNL-PRED-SWITCH         PIC X(01) VALUE 'N'.
017900     88  WS-RUNL-PRED-ENDED      VALUE 'Y'.
017910 77  WS-RUNL-THIS-PROGRAM        PIC X(10) VALUE 'BATCHPROC'.
017920 77  WS-RUNL-THIS-MODE           PIC X(01) VALUE 'P'.
017930 77  WS-RUNL-PRED-PROGRAM        PIC X(10) VALUE 'TRIALBAL'.
017940 77  WS-RUNL-PRED-MODE           PIC X(01) VALUE 'B'.
017950 77  WS-RUNL-PRED-MAX-RC         PIC 9(03) VALUE 4.
017960 77  WS-RUNL-PRED-RC             PIC 9(03) VALUE 0.
017970 77  WS-RUNL-EVENT               PIC X(01) VALUE SPACE.
017980 77  WS-RUNL-RC                  PIC 9(03) VALUE 0.
017990 77  WS-RUNL-OPERATOR            PIC X(08) VALUE SPACES.
018000 77  WS-RUNL-TIME                PIC 9(08) VALUE 0.
018010 77  WS-RUNL-COUNT-1             PIC 9(09) VALUE 0.
018020 77  WS-RUNL-COUNT-2             PIC 9(09) VALUE 0.
018030 77  WS-RUNL-COUNT-3             PIC 9(09) VALUE 0.
018040*
018050 PROCEDURE DIVISION.
018060*----------------------------------------------------------------
018070* 0000-MAINLINE
018080*----------------------------------------------------------------
018090 0000-MAINLINE.
018100     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
018110     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
018120             UNTIL WS-EOF-YES.
018130     PERFORM 8000-FINALIZE       THRU 8000-EXIT.
018140     PERFORM 8950-WRITE-LEDGER-END  THRU 8950-EXIT.
018150     STOP RUN.
018160*
018170*----------------------------------------------------------------
018180* 1000-INITIALIZE - OPEN FILES AND PRIME THE READ.  EVERY OPEN
018190*                   IS FOLLOWED BY A FILE STATUS CHECK -- A FILE
018200*                   STATUS CLAUSE ON THE SELECT TURNS OFF THE
018210*                   RUNTIME'S DEFAULT ABEND ON A BAD OPEN, SO
018220*                   FROM HERE ON IT IS THIS PROGRAM'S JOB TO
018230*                   NOTICE AN OPEN FAILURE INSTEAD OF SILENTLY
018240*                   PROCESSING AGAINST A FILE THAT NEVER OPENED
018250*----------------------------------------------------------------
018260 1000-INITIALIZE.
018270     MOVE 'N' TO WS-EOF-SWITCH.
018280     PERFORM 1010-READ-CONTROL-CARD THRU 1010-EXIT.
018290     IF WS-LIVE-RUN
018300         PERFORM 1050-LOAD-CHECKPOINT THRU 1050-EXIT
018310     END-IF.
018320     IF WS-TRIAL-RUN
018330         MOVE 'T' TO WS-RUNL-THIS-MODE
018340     END-IF.
018350     PERFORM 1700-CHECK-RUN-LEDGER  THRU 1700-EXIT.
018360     PERFORM 1150-LOAD-RATE-TABLE THRU 1150-EXIT.
018370     PERFORM 1170-LOAD-TYPE-TABLE THRU 1170-EXIT.
018380     PERFORM 1190-LOAD-CLOSED-PERIODS THRU 1190-EXIT.
018390     PERFORM 1500-LOAD-POSTED-IDS THRU 1500-EXIT.
018400     OPEN INPUT TRANFILE.
018410     IF WS-TRANFILE-STATUS NOT = '00'
018420         DISPLAY '*** FATAL - TRANFILE OPEN FAILED, STATUS '
018430                 WS-TRANFILE-STATUS
018440         MOVE 16 TO RETURN-CODE
018450         STOP RUN
018460     END-IF.
018470     IF WS-TRIAL-RUN
018480         OPEN INPUT ACCTMAST
018490     ELSE
018500         OPEN I-O ACCTMAST
018510     END-IF.
018520     IF WS-ACCTMAST-STATUS NOT = '00'
018530         DISPLAY '*** FATAL - ACCTMAST OPEN FAILED, STATUS '
018540                 WS-ACCTMAST-STATUS
018550         MOVE 16 TO RETURN-CODE
018560         STOP RUN
018570     END-IF.
018580     IF WS-LIVE-RUN
018590         PERFORM 1760-OPEN-ACCTJRNL THRU 1760-EXIT
018600     END-IF.
018610     PERFORM 1020-OPEN-REJFILE   THRU 1020-EXIT.
018620     PERFORM 1022-OPEN-SUSFILE   THRU 1022-EXIT.
018630     PERFORM 1034-OPEN-REFFILE   THRU 1034-EXIT.
018640     PERFORM 1036-OPEN-ACKEXTR   THRU 1036-EXIT.
018650     IF WS-LIVE-RUN
018660         PERFORM 1024-OPEN-GLFILE    THRU 1024-EXIT
018670     END-IF.
018680     PERFORM 1026-OPEN-AUDITFILE THRU 1026-EXIT.
018690     PERFORM 1028-OPEN-HELDFILE  THRU 1028-EXIT.
018700     IF WS-LIVE-RUN
018710         PERFORM 1030-OPEN-IDFILE    THRU 1030-EXIT
018720         PERFORM 1032-OPEN-ACTWORK   THRU 1032-EXIT
018730     END-IF.
018740     IF WS-RESTARTING
018750         PERFORM 1200-SKIP-PROCESSED THRU 1200-EXIT
018760     ELSE
018770         IF WS-LIVE-RUN
018780             PERFORM 1300-RELEASE-HELD-ITEMS THRU 1300-EXIT
018790             PERFORM 1400-RECYCLE-SUSPENSE THRU 1400-EXIT
018800         END-IF
018810     END-IF.
018820     PERFORM 1100-READ-TRANFILE THRU 1100-EXIT.
018830 1000-EXIT.
018840     EXIT.
018850*
018860*----------------------------------------------------------------
018870* 1010-READ-CONTROL-CARD - READ THE ONE-RECORD CTLCARD FILE TO
018880*                          GET THIS RUN'S PROCESSING (AS-OF) DATE.
018890*                          THIS IS INDEPENDENT OF TRANFILE'S OWN
018900*                          HEADER RUN DATE, SO A TRANFILE CAN BE
018910*                          RE-RUN AGAINST A LATER CUTOFF DATE.
018920*                          THE CARD ALSO NAMES THE PRIOR-PERIOD
018930*                          ADJUSTMENT GL ACCOUNT
018940*----------------------------------------------------------------
018950 1010-READ-CONTROL-CARD.
018960     OPEN INPUT CTLCARD.
018970     IF WS-CTLCARD-STATUS NOT = '00'
018980         DISPLAY '*** FATAL - CTLCARD OPEN FAILED, STATUS '
018990                 WS-CTLCARD-STATUS
019000         MOVE 16 TO RETURN-CODE
019010         STOP RUN
019020     END-IF.
019030     READ CTLCARD
019040         AT END
019050             DISPLAY '*** FATAL - CTLCARD IS EMPTY, NO '
019060                     'PROCESSING DATE SUPPLIED'
019070             MOVE 16 TO RETURN-CODE
019080             STOP RUN
019090     END-READ.
019100     IF CTL-PROCESSING-DATE IS NOT NUMERIC
019110         DISPLAY '*** FATAL - CTLCARD PROCESSING DATE IS NOT '
019120                 'NUMERIC: ' CTL-RECORD
019130         MOVE 16 TO RETURN-CODE
019140         STOP RUN
019150     END-IF.
019160     MOVE CTL-PROCESSING-DATE TO WS-PROCESSING-DATE.
019170     IF CTL-RECYCLE-LIMIT-DAYS IS NUMERIC
019180             AND CTL-RECYCLE-LIMIT-DAYS > 0
019190         MOVE CTL-RECYCLE-LIMIT-DAYS TO WS-RECYCLE-LIMIT-DAYS
019200     END-IF.
019210     DISPLAY 'SUSPENSE RECYCLE AGE LIMIT: '
019220             WS-RECYCLE-LIMIT-DAYS ' DAYS'.
019230     IF CTL-DUP-RETAIN-DAYS IS NUMERIC
019240             AND CTL-DUP-RETAIN-DAYS > 0
019250         MOVE CTL-DUP-RETAIN-DAYS TO WS-DUP-RETAIN-DAYS
019260     END-IF.
019270     DISPLAY 'POSTED-ID RETENTION WINDOW: '
019280             WS-DUP-RETAIN-DAYS ' DAYS'.
019290     IF CTL-REPORT-ONLY-FLAG = 'Y'
019300         SET WS-TRIAL-RUN TO TRUE
019310         DISPLAY 'EDIT-ONLY TRIAL RUN - NOTHING WILL POST'
019320     END-IF.
019330     IF CTL-ADJ-GL-ACCOUNT IS NUMERIC
019340             AND CTL-ADJ-GL-ACCOUNT > 0
019350         MOVE CTL-ADJ-GL-ACCOUNT TO WS-ADJ-GL-ACCOUNT
019360     END-IF.
019370     CLOSE CTLCARD.
019380 1010-EXIT.
019390     EXIT.
019400*
019410*----------------------------------------------------------------
019420* 1020-OPEN-REJFILE - ON A FRESH RUN, OPEN REJFILE FOR OUTPUT.
019430*                     ON A RESTART, COUNT THE RECORDS A PRIOR,
019440*                     INTERRUPTED RUN ALREADY WROTE TO IT BEFORE
019450*                     RE-OPENING FOR EXTEND, SO 2110-WRITE-REJECT
019460*                     CAN TELL WHICH RECORDS IN THIS RUN WERE
019470*                     ALREADY WRITTEN AND MUST NOT BE REPEATED
019480*----------------------------------------------------------------
019490 1020-OPEN-REJFILE.
019500     MOVE 0 TO WS-REJFILE-KEEP-COUNT.
019510     IF WS-RESTARTING
019520         MOVE 'N' TO WS-REJFILE-EOF-SWITCH
019530         OPEN INPUT REJFILE
019540         IF WS-REJFILE-STATUS = '00'
019550             PERFORM 1021-COUNT-REJFILE-RECORD THRU 1021-EXIT
019560                     UNTIL WS-REJFILE-EOF-YES
019570             CLOSE REJFILE
019580         END-IF
019590         OPEN EXTEND REJFILE
019600     ELSE
019610         OPEN OUTPUT REJFILE
019620     END-IF.
019630     IF WS-REJFILE-STATUS NOT = '00'
019640         DISPLAY '*** FATAL - REJFILE OPEN FAILED, STATUS '
019650                 WS-REJFILE-STATUS
019660         MOVE 16 TO RETURN-CODE
019670         STOP RUN
019680     END-IF.
019690 1020-EXIT.
019700     EXIT.
019710*
019720 1021-COUNT-REJFILE-RECORD.
019730     READ REJFILE
019740         AT END
019750             SET WS-REJFILE-EOF-YES TO TRUE
019760         NOT AT END
019770             ADD 1 TO WS-REJFILE-KEEP-COUNT
019780     END-READ.
019790 1021-EXIT.
019800     EXIT.
019810*
019820*----------------------------------------------------------------
019830* 1022-OPEN-SUSFILE - SAME PATTERN AS 1020-OPEN-REJFILE, FOR
019840*                     SUSFILE
019850*----------------------------------------------------------------
019860 1022-OPEN-SUSFILE.
019870     MOVE 0 TO WS-SUSFILE-KEEP-COUNT.
019880     IF WS-RESTARTING
019890         MOVE 'N' TO WS-SUSFILE-EOF-SWITCH
019900         OPEN INPUT SUSFILE
019910         IF WS-SUSFILE-STATUS = '00'
019920             PERFORM 1023-COUNT-SUSFILE-RECORD THRU 1023-EXIT
019930                     UNTIL WS-SUSFILE-EOF-YES
019940             CLOSE SUSFILE
019950         END-IF
019960         OPEN EXTEND SUSFILE
019970     ELSE
019980         OPEN OUTPUT SUSFILE
019990     END-IF.
020000     IF WS-SUSFILE-STATUS NOT = '00'
020010         DISPLAY '*** FATAL - SUSFILE OPEN FAILED, STATUS '
020020                 WS-SUSFILE-STATUS
020030         MOVE 16 TO RETURN-CODE
020040         STOP RUN
020050     END-IF.
020060 1022-EXIT.
020070     EXIT.
020080*
020090 1023-COUNT-SUSFILE-RECORD.
020100     READ SUSFILE
020110         AT END
020120             SET WS-SUSFILE-EOF-YES TO TRUE
020130         NOT AT END
020140             ADD 1 TO WS-SUSFILE-KEEP-COUNT
020150     END-READ.
020160 1023-EXIT.
020170     EXIT.
020180*
020190*----------------------------------------------------------------
020200* 1024-OPEN-GLFILE - SAME PATTERN AS 1020-OPEN-REJFILE, FOR
020210*                    GLFILE
020220*----------------------------------------------------------------
020230 1024-OPEN-GLFILE.
020240     MOVE 0 TO WS-GLFILE-KEEP-COUNT.
020250     IF WS-RESTARTING
020260         MOVE 'N' TO WS-GLFILE-EOF-SWITCH
020270         OPEN INPUT GLFILE
020280         IF WS-GLFILE-STATUS = '00'
020290             PERFORM 1025-COUNT-GLFILE-RECORD THRU 1025-EXIT
020300                     UNTIL WS-GLFILE-EOF-YES
020310             CLOSE GLFILE
020320         END-IF
020330         OPEN EXTEND GLFILE
020340     ELSE
020350         OPEN OUTPUT GLFILE
020360     END-IF.
020370     IF WS-GLFILE-STATUS NOT = '00'
020380         DISPLAY '*** FATAL - GLFILE OPEN FAILED, STATUS '
020390                 WS-GLFILE-STATUS
020400         MOVE 16 TO RETURN-CODE
020410         STOP RUN
020420     END-IF.
020430     IF NOT WS-RESTARTING
020440         MOVE WS-PROCESSING-DATE TO WS-GLH-POSTING-DATE
020450         MOVE WS-GLH-RECORD      TO GL-POSTING-RECORD
020460         ADD 1 TO WS-GLFILE-WRITE-COUNT
020470         WRITE GL-POSTING-RECORD
020480     END-IF.
020490 1024-EXIT.
020500     EXIT.
020510*
020520 1025-COUNT-GLFILE-RECORD.
020530     READ GLFILE
020540         AT END
020550             SET WS-GLFILE-EOF-YES TO TRUE
020560         NOT AT END
020570             ADD 1 TO WS-GLFILE-KEEP-COUNT
020580     END-READ.
020590 1025-EXIT.
020600     EXIT.
020610*
020620*----------------------------------------------------------------
020630* 1026-OPEN-AUDITFILE - SAME PATTERN AS 1020-OPEN-REJFILE, FOR
020640*                       AUDITFILE
020650*----------------------------------------------------------------
020660 1026-OPEN-AUDITFILE.
020670     MOVE 0 TO WS-AUDITFILE-KEEP-COUNT.
020680     IF WS-RESTARTING
020690         MOVE 'N' TO WS-AUDITFILE-EOF-SWITCH
020700         OPEN INPUT AUDITFILE
020710         IF WS-AUDITFILE-STATUS = '00'
020720             PERFORM 1027-COUNT-AUDITFILE-RECORD THRU 1027-EXIT
020730                     UNTIL WS-AUDITFILE-EOF-YES
020740             CLOSE AUDITFILE
020750         END-IF
020760         OPEN EXTEND AUDITFILE
020770     ELSE
020780         OPEN OUTPUT AUDITFILE
020790     END-IF.
020800     IF WS-AUDITFILE-STATUS NOT = '00'
020810         DISPLAY '*** FATAL - AUDITFILE OPEN FAILED, STATUS '
020820                 WS-AUDITFILE-STATUS
020830         MOVE 16 TO RETURN-CODE
020840         STOP RUN
020850     END-IF.
020860 1026-EXIT.
020870     EXIT.
020880*
020890 1027-COUNT-AUDITFILE-RECORD.
020900     READ AUDITFILE
020910         AT END
020920             SET WS-AUDITFILE-EOF-YES TO TRUE
020930         NOT AT END
020940             ADD 1 TO WS-AUDITFILE-KEEP-COUNT
020950     END-READ.
020960 1027-EXIT.
020970     EXIT.
020980*
020990*----------------------------------------------------------------
021000* 1028-OPEN-HELDFILE - SAME PATTERN AS 1020-OPEN-REJFILE, FOR
021010*                      HELDFILE
021020*----------------------------------------------------------------
021030 1028-OPEN-HELDFILE.
021040     MOVE 0 TO WS-HELDFILE-KEEP-COUNT.
021050     IF WS-RESTARTING
021060         MOVE 'N' TO WS-HELDFILE-EOF-SWITCH
021070         OPEN INPUT HELDFILE
021080         IF WS-HELDFILE-STATUS = '00'
021090             PERFORM 1029-COUNT-HELDFILE-RECORD THRU 1029-EXIT
021100                     UNTIL WS-HELDFILE-EOF-YES
021110             CLOSE HELDFILE
021120         END-IF
021130         OPEN EXTEND HELDFILE
021140     ELSE
021150         OPEN OUTPUT HELDFILE
021160     END-IF.
021170     IF WS-HELDFILE-STATUS NOT = '00'
021180         DISPLAY '*** FATAL - HELDFILE OPEN FAILED, STATUS '
021190                 WS-HELDFILE-STATUS
021200         MOVE 16 TO RETURN-CODE
021210         STOP RUN
021220     END-IF.
021230 1028-EXIT.
021240     EXIT.
021250*
021260 1029-COUNT-HELDFILE-RECORD.
021270     READ HELDFILE
021280         AT END
021290             SET WS-HELDFILE-EOF-YES TO TRUE
021300         NOT AT END
021310             ADD 1 TO WS-HELDFILE-KEEP-COUNT
021320     END-READ.
021330 1029-EXIT.
021340     EXIT.
021350*
021360*----------------------------------------------------------------
021370* 1030-OPEN-IDFILE - SAME PATTERN AS 1020-OPEN-REJFILE, FOR THE
021380*                    POSTED-ID FILE, EXCEPT THAT ON A RESTART THE
021390*                    RECORDS WRITTEN UP TO THE CHECKPOINT ARE
021400*                    ALSO LOADED BACK INTO THE POSTED-ID TABLE.
021410*                    RECORDS BEYOND THE CHECKPOINTED WRITE COUNT
021420*                    BELONG TO POSTINGS THE REPLAY IS ABOUT TO
021430*                    RE-DO -- THEY MUST NOT BE PRELOADED OR THE
021440*                    REPLAYED RECORDS WOULD REJECT THEMSELVES AS
021450*                    DUPLICATES; THEIR DISK WRITES ARE SKIPPED BY
021460*                    THE KEEP-COUNT GATE INSTEAD.  THE WRITE
021470*                    COUNTER ITSELF IS RESTORED FROM THE
021480*                    CHECKPOINT IN 1050-LOAD-CHECKPOINT
021490*----------------------------------------------------------------
021500 1030-OPEN-IDFILE.
021510     MOVE 0 TO WS-IDFILE-KEEP-COUNT.
021520     IF WS-RESTARTING
021530         MOVE 'N' TO WS-IDFILE-EOF-SWITCH
021540         OPEN INPUT IDFILE
021550         IF WS-IDFILE-STATUS = '00'
021560             PERFORM 1031-RELOAD-IDFILE-RECORD THRU 1031-EXIT
021570                     UNTIL WS-IDFILE-EOF-YES
021580             CLOSE IDFILE
021590         END-IF
021600         OPEN EXTEND IDFILE
021610     ELSE
021620         OPEN OUTPUT IDFILE
021630     END-IF.
021640     IF WS-IDFILE-STATUS NOT = '00'
021650         DISPLAY '*** FATAL - IDFILE OPEN FAILED, STATUS '
021660                 WS-IDFILE-STATUS
021670         MOVE 16 TO RETURN-CODE
021680         STOP RUN
021690     END-IF.
021700 1030-EXIT.
021710     EXIT.
021720*
021730 1031-RELOAD-IDFILE-RECORD.
021740     READ IDFILE
021750         AT END
021760             SET WS-IDFILE-EOF-YES TO TRUE
021770         NOT AT END
021780             ADD 1 TO WS-IDFILE-KEEP-COUNT
021790             IF PID-TRAN-ID IS NUMERIC
021800                     AND WS-IDFILE-KEEP-COUNT NOT >
021810                         WS-IDFILE-WRITE-COUNT
021820                 MOVE PID-TRAN-ID     TO WS-PID-TRAN-ID
021830                 MOVE PID-POSTED-DATE TO WS-PID-POSTED-DATE
021840                 MOVE PID-ACCOUNT     TO WS-PID-ACCOUNT
021850                 MOVE PID-TYPE-CODE   TO WS-PID-TYPE-CODE
021860                 MOVE PID-AMOUNT      TO WS-PID-AMOUNT
021870                 MOVE PID-CURRENCY    TO WS-PID-CURRENCY
021880                 MOVE PID-REVERSED    TO WS-PID-REVERSED
021890                 PERFORM 1570-ADD-ID-TO-TABLE THRU 1570-EXIT
021900             END-IF
021910     END-READ.
021920 1031-EXIT.
021930     EXIT.
021940*
021950*----------------------------------------------------------------
021960* 1032-OPEN-ACTWORK - SAME PATTERN AS 1020-OPEN-REJFILE, FOR THE
021970*                     ACTIVITY WORK FILE BEHIND THE STATEMENTS
021980*----------------------------------------------------------------
021990 1032-OPEN-ACTWORK.
022000     MOVE 0 TO WS-ACTWORK-KEEP-COUNT.
022010     IF WS-RESTARTING
022020         MOVE 'N' TO WS-ACTWORK-EOF-SWITCH
022030         OPEN INPUT ACTWORK
022040         IF WS-ACTWORK-STATUS = '00'
022050             PERFORM 1033-COUNT-ACTWORK-RECORD THRU 1033-EXIT
022060                     UNTIL WS-ACTWORK-EOF-YES
022070             CLOSE ACTWORK
022080         END-IF
022090         OPEN EXTEND ACTWORK
022100     ELSE
022110         OPEN OUTPUT ACTWORK
022120     END-IF.
022130     IF WS-ACTWORK-STATUS NOT = '00'
022140         DISPLAY '*** FATAL - ACTWORK OPEN FAILED, STATUS '
022150                 WS-ACTWORK-STATUS
022160         MOVE 16 TO RETURN-CODE
022170         STOP RUN
022180     END-IF.
022190 1032-EXIT.
022200     EXIT.
022210*
022220 1033-COUNT-ACTWORK-RECORD.
022230     READ ACTWORK
022240         AT END
022250             SET WS-ACTWORK-EOF-YES TO TRUE
022260         NOT AT END
022270             ADD 1 TO WS-ACTWORK-KEEP-COUNT
022280     END-READ.
022290 1033-EXIT.
022300     EXIT.
022310*
022320*----------------------------------------------------------------
022330* 1034-OPEN-REFFILE - SAME PATTERN AS 1020-OPEN-REJFILE, FOR THE
022340*                     OVERDRAFT REFERRAL FILE
022350*----------------------------------------------------------------
022360 1034-OPEN-REFFILE.
022370     MOVE 0 TO WS-REFFILE-KEEP-COUNT.
022380     IF WS-RESTARTING
022390         MOVE 'N' TO WS-REFFILE-EOF-SWITCH
022400         OPEN INPUT REFFILE
022410         IF WS-REFFILE-STATUS = '00'
022420             PERFORM 1035-COUNT-REFFILE-RECORD THRU 1035-EXIT
022430                     UNTIL WS-REFFILE-EOF-YES
022440             CLOSE REFFILE
022450         END-IF
022460         OPEN EXTEND REFFILE
022470     ELSE
022480         OPEN OUTPUT REFFILE
022490     END-IF.
022500     IF WS-REFFILE-STATUS NOT = '00'
022510         DISPLAY '*** FATAL - REFFILE OPEN FAILED, STATUS '
022520                 WS-REFFILE-STATUS
022530         MOVE 16 TO RETURN-CODE
022540         STOP RUN
022550     END-IF.
022560 1034-EXIT.
022570     EXIT.
022580*
022590 1035-COUNT-REFFILE-RECORD.
022600     READ REFFILE
022610         AT END
022620             SET WS-REFFILE-EOF-YES TO TRUE
022630         NOT AT END
022640             ADD 1 TO WS-REFFILE-KEEP-COUNT
022650     END-READ.
022660 1035-EXIT.
022670     EXIT.
022680*
022690*----------------------------------------------------------------
022700* 1036-OPEN-ACKEXTR - SAME PATTERN AS 1020-OPEN-REJFILE, FOR THE
022710*                     SOURCE-SYSTEM ACKNOWLEDGMENT EXTRACT
022720*----------------------------------------------------------------
022730 1036-OPEN-ACKEXTR.
022740     MOVE 0 TO WS-ACKEXTR-KEEP-COUNT.
022750     IF WS-RESTARTING
022760         MOVE 'N' TO WS-ACKEXTR-EOF-SWITCH
022770         OPEN INPUT ACKEXTR
022780         IF WS-ACKEXTR-STATUS = '00'
022790             PERFORM 1037-COUNT-ACKEXTR-RECORD THRU 1037-EXIT
022800                     UNTIL WS-ACKEXTR-EOF-YES
022810             CLOSE ACKEXTR
022820         END-IF
022830         OPEN EXTEND ACKEXTR
022840     ELSE
022850         OPEN OUTPUT ACKEXTR
022860     END-IF.
022870     IF WS-ACKEXTR-STATUS NOT = '00'
022880         DISPLAY '*** FATAL - ACKEXTR OPEN FAILED, STATUS '
022890                 WS-ACKEXTR-STATUS
022900         MOVE 16 TO RETURN-CODE
022910         STOP RUN
022920     END-IF.
022930 1036-EXIT.
022940     EXIT.
022950*
022960 1037-COUNT-ACKEXTR-RECORD.
022970     READ ACKEXTR
022980         AT END
022990             SET WS-ACKEXTR-EOF-YES TO TRUE
023000         NOT AT END
023010             ADD 1 TO WS-ACKEXTR-KEEP-COUNT
023020     END-READ.
023030 1037-EXIT.
023040     EXIT.
023050*
023060*----------------------------------------------------------------
023070* 1050-LOAD-CHECKPOINT - IF CKPTFILE EXISTS AND SHOWS AN
023080*                        INCOMPLETE PRIOR RUN, RESTORE OUR
023090*                        COUNTERS, TOTALS AND TABLES FROM IT
023100*----------------------------------------------------------------
023110 1050-LOAD-CHECKPOINT.
023120     OPEN INPUT CKPTFILE.
023130     IF WS-CKPTFILE-STATUS = '00'
023140         READ CKPTFILE INTO WS-CKPT-RECORD
023150         IF WS-CKPTFILE-STATUS = '00'
023160             AND CKPT-RUN-COMPLETE NOT = 'Y'
023170             SET WS-RESTARTING     TO TRUE
023180             MOVE CKPT-READ-COUNT   TO WS-READ-COUNT
023190             MOVE CKPT-DETAIL-COUNT TO WS-DETAIL-COUNT
023200             MOVE CKPT-ACCEPT-COUNT TO WS-ACCEPT-COUNT
023210             MOVE CKPT-REJECT-COUNT TO WS-REJECT-COUNT
023220             MOVE CKPT-AUDIT-COUNT  TO WS-AUDIT-COUNT
023230             MOVE CKPT-SUSPENSE-COUNT TO WS-SUSPENSE-COUNT
023240             MOVE CKPT-TOTAL        TO WS-TOTAL
023250             MOVE CKPT-GROSS-TOTAL  TO WS-GROSS-TOTAL
023260             MOVE CKPT-HEADER-SWITCH TO WS-HEADER-SWITCH
023270             MOVE CKPT-HDR-RUN-DATE  TO WS-HDR-RUN-DATE
023280             MOVE CKPT-HDR-EXP-COUNT TO WS-HDR-EXPECTED-COUNT
023290             MOVE CKPT-TYPE-COUNT   TO WS-TYPE-COUNT
023300             PERFORM 1060-LOAD-TYPE-ENTRY THRU 1060-EXIT
023310                     VARYING WS-CKPT-SUB FROM 1 BY 1
023320                     UNTIL WS-CKPT-SUB > WS-TYPE-COUNT
023330             MOVE CKPT-BASE-TOTAL   TO WS-BASE-CURRENCY-TOTAL
023340             MOVE CKPT-CURR-COUNT   TO WS-CURR-COUNT
023350             PERFORM 1070-LOAD-CURR-ENTRY THRU 1070-EXIT
023360                     VARYING WS-CKPT-SUB FROM 1 BY 1
023370                     UNTIL WS-CKPT-SUB > WS-CURR-COUNT
023380             MOVE CKPT-HOLD-COUNT   TO WS-HOLD-COUNT
023390             MOVE CKPT-RELEASE-COUNT TO WS-RELEASE-COUNT
023400             MOVE CKPT-RELEASE-SUS-COUNT TO WS-RELEASE-SUS-COUNT
023410             MOVE CKPT-CARRY-FWD-COUNT TO WS-CARRY-FWD-COUNT
023420             MOVE CKPT-RECYCLE-POST-CNT TO WS-RECYCLE-POST-COUNT
023430             MOVE CKPT-RECYCLE-RESUS-CNT TO WS-RECYCLE-RESUS-COUNT
023440             MOVE CKPT-RECYCLE-STALE-CNT TO WS-RECYCLE-STALE-COUNT
023450             MOVE CKPT-DUP-REJECT-COUNT TO WS-DUP-REJECT-COUNT
023460             MOVE CKPT-IDFILE-WRITE-CNT TO WS-IDFILE-WRITE-COUNT
023470             MOVE CKPT-ACTWORK-WRITE-CNT
023480                     TO WS-ACTWORK-WRITE-COUNT
023490             MOVE CKPT-GLFILE-WRITE-CNT TO WS-GLFILE-WRITE-COUNT
023500             MOVE CKPT-GL-RECORD-COUNT TO WS-GL-RECORD-COUNT
023510             MOVE CKPT-GL-DEBIT-TOTAL  TO WS-GL-DEBIT-TOTAL
023520             MOVE CKPT-GL-CREDIT-TOTAL TO WS-GL-CREDIT-TOTAL
023530             MOVE CKPT-REVERSAL-COUNT TO WS-REVERSAL-COUNT
023540             MOVE CKPT-ORPHAN-TRL-COUNT
023550                     TO WS-ORPHAN-TRAILER-COUNT
023560             MOVE CKPT-NO-BATCH-REJ-CNT
023570                     TO WS-NO-BATCH-REJ-COUNT
023580             MOVE CKPT-BATCH-COUNT  TO WS-BATCH-COUNT
023590             MOVE CKPT-CURRENT-BATCH TO WS-CURRENT-BATCH
023600             PERFORM 1080-LOAD-BATCH-ENTRY THRU 1080-EXIT
023610                     VARYING WS-CKPT-SUB FROM 1 BY 1
023620                     UNTIL WS-CKPT-SUB > WS-BATCH-COUNT
023630             PERFORM 1090-LOAD-REJR-ENTRY THRU 1090-EXIT
023640                     VARYING WS-CKPT-SUB FROM 1 BY 1
023650                     UNTIL WS-CKPT-SUB > 15
023660             MOVE CKPT-REFERRAL-COUNT TO WS-REFERRAL-COUNT
023670             MOVE CKPT-ACKEXTR-WRITE-CNT
023680                     TO WS-ACKEXTR-WRITE-COUNT
023690             IF CKPT-SEQUENCE IS NUMERIC
023700                 MOVE CKPT-SEQUENCE TO WS-JRNL-CKPT-SEQ
023710             END-IF
023720             DISPLAY 'RESTARTING FROM CHECKPOINT AT RECORD '
023730                     WS-READ-COUNT
023740         END-IF
023750         CLOSE CKPTFILE
023760     END-IF.
023770 1050-EXIT.
023780     EXIT.
023790*
023800*----------------------------------------------------------------
023810* 1060-LOAD-TYPE-ENTRY - COPY ONE TYPE-CODE ENTRY OUT OF THE
023820*                        CHECKPOINT RECORD INTO WS-TYPE-TABLE
023830*----------------------------------------------------------------
023840 1060-LOAD-TYPE-ENTRY.
023850     SET WS-TYPE-IDX TO WS-CKPT-SUB.
023860     MOVE CKPT-TYPE-CODE(WS-CKPT-SUB)
023870             TO WS-TYPE-CODE-TBL(WS-TYPE-IDX).
023880     MOVE CKPT-TYPE-TOTAL(WS-CKPT-SUB)
023890             TO WS-TYPE-TOTAL-TBL(WS-TYPE-IDX).
023900 1060-EXIT.
023910     EXIT.
023920*
023930*----------------------------------------------------------------
023940* 1070-LOAD-CURR-ENTRY - COPY ONE CURRENCY SUBTOTAL ENTRY OUT OF
023950*                        THE CHECKPOINT RECORD INTO WS-CURRENCY-
023960*                        TABLE
023970*----------------------------------------------------------------
023980 1070-LOAD-CURR-ENTRY.
023990     SET WS-CURR-IDX TO WS-CKPT-SUB.
024000     MOVE CKPT-CURR-CODE(WS-CKPT-SUB)
024010             TO WS-CURR-CODE-TBL(WS-CURR-IDX).
024020     MOVE CKPT-CURR-TOTAL(WS-CKPT-SUB)
024030             TO WS-CURR-TOTAL-TBL(WS-CURR-IDX).
024040 1070-EXIT.
024050     EXIT.
024060*
024070*----------------------------------------------------------------
024080* 1080-LOAD-BATCH-ENTRY - COPY ONE BATCH CONTROL ENTRY OUT OF
024090*                         THE CHECKPOINT RECORD INTO THE BATCH
024100*                         TABLE
024110*----------------------------------------------------------------
024120 1080-LOAD-BATCH-ENTRY.
024130     MOVE CKPT-BATCH-ID(WS-CKPT-SUB)
024140             TO WS-BATCH-ID-TBL(WS-CKPT-SUB).
024150     MOVE CKPT-BATCH-EXP-CNT(WS-CKPT-SUB)
024160             TO WS-BATCH-EXP-COUNT-TBL(WS-CKPT-SUB).
024170     MOVE CKPT-BATCH-DET-CNT(WS-CKPT-SUB)
024180             TO WS-BATCH-DETAIL-CNT-TBL(WS-CKPT-SUB).
024190     MOVE CKPT-BATCH-GROSS(WS-CKPT-SUB)
024200             TO WS-BATCH-GROSS-TBL(WS-CKPT-SUB).
024210     MOVE CKPT-BATCH-TRL-SEEN(WS-CKPT-SUB)
024220             TO WS-BATCH-TRL-SEEN-TBL(WS-CKPT-SUB).
024230     MOVE CKPT-BATCH-TRL-CNT(WS-CKPT-SUB)
024240             TO WS-BATCH-TRL-COUNT-TBL(WS-CKPT-SUB).
024250     MOVE CKPT-BATCH-TRL-AMT(WS-CKPT-SUB)
024260             TO WS-BATCH-TRL-AMT-TBL(WS-CKPT-SUB).
024270 1080-EXIT.
024280     EXIT.
024290*
024300*----------------------------------------------------------------
024310* 1090-LOAD-REJR-ENTRY - COPY ONE REJECT-REASON TALLY ENTRY OUT
024320*                        OF THE CHECKPOINT RECORD
024330*----------------------------------------------------------------
024340 1090-LOAD-REJR-ENTRY.
024350     MOVE CKPT-REJR-COUNT(WS-CKPT-SUB)
024360             TO WS-REJR-COUNT-TBL(WS-CKPT-SUB).
024370     MOVE CKPT-REJR-AMOUNT(WS-CKPT-SUB)
024380             TO WS-REJR-AMT-TBL(WS-CKPT-SUB).
024390 1090-EXIT.
024400     EXIT.
024410*
024420*----------------------------------------------------------------
024430* 1150-LOAD-RATE-TABLE - LOAD THE DAY'S CURRENCY CONVERSION
024440*                        FACTORS FROM RATEFILE INTO WS-RATE-TABLE
024450*----------------------------------------------------------------
024460 1150-LOAD-RATE-TABLE.
024470     MOVE 'N' TO WS-RATEFILE-EOF-SWITCH.
024480     MOVE 0 TO WS-RATE-COUNT.
024490     OPEN INPUT RATEFILE.
024500     IF WS-RATEFILE-STATUS NOT = '00'
024510         DISPLAY '*** FATAL - RATEFILE OPEN FAILED, STATUS '
024520                 WS-RATEFILE-STATUS
024530         MOVE 16 TO RETURN-CODE
024540         STOP RUN
024550     END-IF.
024560     PERFORM 1160-READ-ONE-RATE THRU 1160-EXIT
024570             UNTIL WS-RATEFILE-EOF-YES.
024580     CLOSE RATEFILE.
024590 1150-EXIT.
024600     EXIT.
024610*
024620*----------------------------------------------------------------
024630* 1160-READ-ONE-RATE - READ ONE RATEFILE RECORD AND APPEND IT
024640*                      TO WS-RATE-TABLE
024650*----------------------------------------------------------------
024660 1160-READ-ONE-RATE.
024670     READ RATEFILE
024680         AT END
024690             SET WS-RATEFILE-EOF-YES TO TRUE
024700     END-READ.
024710     IF NOT WS-RATEFILE-EOF-YES
024720         IF RATE-CURRENCY-CODE = SPACES
024730                 OR RATE-CONVERSION-FACTOR IS NOT NUMERIC
024740             DISPLAY '*** WARNING - RATEFILE RECORD IGNORED, '
024750                     'BLANK CODE OR NON-NUMERIC FACTOR: '
024760                     RATE-RECORD
024770         ELSE
024780             IF WS-RATE-COUNT < 100
024790                 ADD 1 TO WS-RATE-COUNT
024800                 SET WS-RATE-IDX TO WS-RATE-COUNT
024810                 MOVE RATE-CURRENCY-CODE
024820                         TO WS-RATE-CODE-TBL(WS-RATE-IDX)
024830                 MOVE RATE-CONVERSION-FACTOR
024840                         TO WS-RATE-FACTOR-TBL(WS-RATE-IDX)
024850             ELSE
024860                 DISPLAY '*** FATAL - RATEFILE HAS MORE THAN '
024870                         '100 CURRENCY RATES, RATE TABLE MUST '
024880                         'BE RESIZED'
024890                 MOVE 16 TO RETURN-CODE
024900                 STOP RUN
024910             END-IF
024920         END-IF
024930     END-IF.
024940 1160-EXIT.
024950     EXIT.
024960*
024970*----------------------------------------------------------------
024980* 1170-LOAD-TYPE-TABLE - LOAD THE TRANSACTION-TYPE REFERENCE
024990*                        TABLE FROM TYPEFILE.  A MISSING OR
025000*                        EMPTY TYPEFILE IS FATAL -- WITH NO
025010*                        VALID TYPE CODES, NO TRANSACTION COULD
025020*                        EVER POST
025030*----------------------------------------------------------------
025040 1170-LOAD-TYPE-TABLE.
025050     MOVE 'N' TO WS-TYPEFILE-EOF-SWITCH.
025060     MOVE 0 TO WS-TYPEREF-COUNT.
025070     OPEN INPUT TYPEFILE.
025080     IF WS-TYPEFILE-STATUS NOT = '00'
025090         DISPLAY '*** FATAL - TYPEFILE OPEN FAILED, STATUS '
025100                 WS-TYPEFILE-STATUS
025110         MOVE 16 TO RETURN-CODE
025120         STOP RUN
025130     END-IF.
025140     PERFORM 1180-READ-ONE-TYPE THRU 1180-EXIT
025150             UNTIL WS-TYPEFILE-EOF-YES.
025160     CLOSE TYPEFILE.
025170     IF WS-TYPEREF-COUNT = 0
025180         DISPLAY '*** FATAL - TYPEFILE HAS NO USABLE TYPE '
025190                 'CODES, NOTHING COULD POST'
025200         MOVE 16 TO RETURN-CODE
025210         STOP RUN
025220     END-IF.
025230     DISPLAY 'TRANSACTION TYPES LOADED: ' WS-TYPEREF-COUNT.
025240 1170-EXIT.
025250     EXIT.
025260*
025270*----------------------------------------------------------------
025280* 1180-READ-ONE-TYPE - READ ONE TYPEFILE RECORD, VALIDATE IT AND
025290*                      APPEND IT TO THE TYPE REFERENCE TABLE
025300*----------------------------------------------------------------
025310 1180-READ-ONE-TYPE.
025320     READ TYPEFILE
025330         AT END
025340             SET WS-TYPEFILE-EOF-YES TO TRUE
025350     END-READ.
025360     IF NOT WS-TYPEFILE-EOF-YES
025370         IF TYPE-CODE = SPACE
025380                 OR (TYPE-DR-CR NOT = 'D' AND NOT = 'C')
025390                 OR TYPE-GL-ACCOUNT IS NOT NUMERIC
025400             DISPLAY '*** WARNING - TYPEFILE RECORD IGNORED, '
025410                     'BAD CODE, SIDE OR GL ACCOUNT: '
025420                     TYPE-RECORD
025430         ELSE
025440             IF WS-TYPEREF-COUNT < 100
025450                 ADD 1 TO WS-TYPEREF-COUNT
025460                 SET WS-TYPEREF-IDX TO WS-TYPEREF-COUNT
025470                 MOVE TYPE-CODE
025480                         TO WS-TYPEREF-CODE-TBL(WS-TYPEREF-IDX)
025490                 MOVE TYPE-DESCRIPTION
025500                         TO WS-TYPEREF-DESC-TBL(WS-TYPEREF-IDX)
025510                 MOVE TYPE-DR-CR
025520                         TO WS-TYPEREF-DRCR-TBL(WS-TYPEREF-IDX)
025530                 MOVE TYPE-GL-ACCOUNT
025540                         TO WS-TYPEREF-GLACCT-TBL(WS-TYPEREF-IDX)
025550                 MOVE TYPE-CLOSEOUT-FLAG
025560                         TO WS-TYPEREF-CLOSE-TBL(WS-TYPEREF-IDX)
025570             ELSE
025580                 DISPLAY '*** FATAL - TYPEFILE HAS MORE THAN '
025590                         '100 TYPE CODES, TYPE TABLE MUST BE '
025600                         'RESIZED'
025610                 MOVE 16 TO RETURN-CODE
025620                 STOP RUN
025630             END-IF
025640         END-IF
025650     END-IF.
025660 1180-EXIT.
025670     EXIT.
025680*
025690*----------------------------------------------------------------
025700* 1190-LOAD-CLOSED-PERIODS - LOAD THE CLOSED PERIODS FROM THE
025710*                            PERCAL PERIOD CALENDAR.  NO CALENDAR
025720*                            MEANS NO PERIOD HAS BEEN CLOSED YET.
025730*                            ONCE ONE HAS, THE CONTROL CARD MUST
025740*                            NAME THE ADJUSTMENT GL ACCOUNT --
025750*                            WITHOUT IT A PRIOR-PERIOD ITEM WOULD
025760*                            HAVE NOWHERE TO POST BUT THE CLOSED
025770*                            PERIOD ITSELF
025780*----------------------------------------------------------------
025790 1190-LOAD-CLOSED-PERIODS.
025800     MOVE 'N' TO WS-PERCAL-EOF-SWITCH.
025810     MOVE 0 TO WS-CLOSED-PERIOD-COUNT.
025820     OPEN INPUT PERCAL.
025830     IF WS-PERCAL-STATUS = '35'
025840         DISPLAY 'NO PERIOD CALENDAR - NO PERIODS CLOSED'
025850     ELSE
025860         IF WS-PERCAL-STATUS NOT = '00'
025870             DISPLAY '*** FATAL - PERCAL OPEN FAILED, STATUS '
025880                     WS-PERCAL-STATUS
025890             MOVE 16 TO RETURN-CODE
025900             STOP RUN
025910         END-IF
025920         PERFORM 1195-READ-ONE-PERIOD THRU 1195-EXIT
025930                 UNTIL WS-PERCAL-EOF-YES
025940         CLOSE PERCAL
025950         IF WS-CLOSED-PERIOD-COUNT > 0
025960                 AND WS-ADJ-GL-ACCOUNT = 0
025970             DISPLAY '*** FATAL - PERIODS ARE CLOSED BUT CTLCARD '
025980                     'NAMES NO PRIOR-PERIOD ADJUSTMENT GL ACCOUNT'
025990             MOVE 16 TO RETURN-CODE
026000             STOP RUN
026010         END-IF
026020         DISPLAY 'CLOSED PERIODS LOADED: ' WS-CLOSED-PERIOD-COUNT
026030         IF WS-CLOSED-PERIOD-COUNT > 0
026040             DISPLAY 'PRIOR-PERIOD ADJUSTMENT GL ACCOUNT: '
026050                     WS-ADJ-GL-ACCOUNT
026060         END-IF
026070     END-IF.
026080 1190-EXIT.
026090     EXIT.
026100*
026110*----------------------------------------------------------------
026120* 1195-READ-ONE-PERIOD - READ ONE PERCAL RECORD AND, IF THE
026130*                        PERIOD IS CLOSED, ADD IT TO THE CLOSED-
026140*                        PERIOD TABLE.  A CLOSED PERIOD WHOSE
026150*                        DATES CANNOT BE READ IS FATAL -- IT
026160*                        COULD NOT BE PROTECTED
026170*----------------------------------------------------------------
026180 1195-READ-ONE-PERIOD.
026190     READ PERCAL
026200         AT END
026210             SET WS-PERCAL-EOF-YES TO TRUE
026220     END-READ.
026230     IF WS-PERCAL-EOF-YES
026240         GO TO 1195-EXIT
026250     END-IF.
026260     IF NOT PERD-CLOSED
026270         GO TO 1195-EXIT
026280     END-IF.
026290     IF PERD-PERIOD-ID IS NOT NUMERIC
026300             OR PERD-START-DATE IS NOT NUMERIC
026310             OR PERD-END-DATE IS NOT NUMERIC
026320             OR PERD-END-DATE < PERD-START-DATE
026330         DISPLAY '*** FATAL - PERCAL CLOSED PERIOD HAS BAD '
026340                 'DATES: ' PERCAL-RECORD
026350         MOVE 16 TO RETURN-CODE
026360         STOP RUN
026370     END-IF.
026380     IF WS-CLOSED-PERIOD-COUNT NOT < 240
026390         DISPLAY '*** FATAL - PERCAL HAS MORE THAN 240 CLOSED '
026400                 'PERIODS, PERIOD TABLE MUST BE RESIZED'
026410         MOVE 16 TO RETURN-CODE
026420         STOP RUN
026430     END-IF.
026440     ADD 1 TO WS-CLOSED-PERIOD-COUNT.
026450     SET WS-CLOSED-IDX TO WS-CLOSED-PERIOD-COUNT.
026460     MOVE PERD-PERIOD-ID  TO WS-CLOSED-ID-TBL(WS-CLOSED-IDX).
026470     MOVE PERD-START-DATE TO WS-CLOSED-START-TBL(WS-CLOSED-IDX).
026480     MOVE PERD-END-DATE   TO WS-CLOSED-END-TBL(WS-CLOSED-IDX).
026490 1195-EXIT.
026500     EXIT.
026510*
026520*----------------------------------------------------------------
026530* 1100-READ-TRANFILE - READ THE NEXT TRANSACTION RECORD
026540*----------------------------------------------------------------
026550 1100-READ-TRANFILE.
026560     MOVE SPACES TO TRANS-RECORD.
026570     READ TRANFILE
026580         AT END
026590             MOVE 'Y' TO WS-EOF-SWITCH
026600         NOT AT END
026610             ADD 1 TO WS-READ-COUNT
026620     END-READ.
026630 1100-EXIT.
026640     EXIT.
026650*
026660*----------------------------------------------------------------
026670* 1200-SKIP-PROCESSED - ON A RESTART, READ AND DISCARD THE
026680*                       TRANFILE RECORDS THE LAST CHECKPOINT
026690*                       SHOWS AS ALREADY PROCESSED
026700*----------------------------------------------------------------
026710 1200-SKIP-PROCESSED.
026720     MOVE 0 TO WS-SKIP-READ-COUNT.
026730     PERFORM 1210-SKIP-ONE-RECORD THRU 1210-EXIT
026740             UNTIL WS-SKIP-READ-COUNT >= CKPT-READ-COUNT
026750                OR WS-EOF-YES.
026760 1200-EXIT.
026770     EXIT.
026780*
026790*----------------------------------------------------------------
026800* 1210-SKIP-ONE-RECORD - READ ONE TRANFILE RECORD WITHOUT
026810*                        EDITING OR POSTING IT.  WS-READ-COUNT
026820*                        WAS ALREADY RESTORED FROM THE CHECKPOINT
026830*                        SO THIS PARAGRAPH USES ITS OWN COUNTER.
026840*                        IF THE SKIPPED RECORD IS THE HEADER, IT
026850*                        IS CHECKED AGAINST THE CHECKPOINT TO
026860*                        CATCH A RESTART POINTED AT THE WRONG
026870*                        TRANFILE
026880*----------------------------------------------------------------
026890 1210-SKIP-ONE-RECORD.
026900     MOVE SPACES TO TRANS-RECORD.
026910     READ TRANFILE
026920         AT END
026930             MOVE 'Y' TO WS-EOF-SWITCH
026940         NOT AT END
026950             ADD 1 TO WS-SKIP-READ-COUNT
026960             IF TRANS-RECORD(1:1) = 'H'
026970                     AND WS-CKPT-HDR-CHECKED-SW NOT = 'Y'
026980                 PERFORM 1215-VERIFY-CKPT-HEADER THRU 1215-EXIT
026990             END-IF
027000     END-READ.
027010 1210-EXIT.
027020     EXIT.
027030*
027040*----------------------------------------------------------------
027050* 1215-VERIFY-CKPT-HEADER - COMPARE THE HEADER RECORD SEEN WHILE
027060*                           SKIPPING AGAINST THE RUN DATE AND
027070*                           EXPECTED COUNT SAVED IN THE CHECKPOINT
027080*                           A MISMATCH MEANS THIS RESTART IS BEING
027090*                           POINTED AT A CHECKPOINT FROM A
027100*                           DIFFERENT RUN, OR A TRANFILE THAT WAS
027110*                           SUBSTITUTED AFTER THE CHECKPOINT WAS
027120*                           WRITTEN, SO WE STOP RATHER THAN
027130*                           REPORT STALE TOTALS
027140*----------------------------------------------------------------
027150 1215-VERIFY-CKPT-HEADER.
027160     SET WS-CKPT-HDR-CHECKED TO TRUE.
027170     IF HDR-RUN-DATE       NOT = CKPT-HDR-RUN-DATE
027180             OR HDR-EXPECTED-COUNT NOT = CKPT-HDR-EXP-COUNT
027190         DISPLAY '*** FATAL - CHECKPOINT DOES NOT MATCH '
027200                 'THE HEADER ON THIS RUN''S TRANFILE'
027210         DISPLAY '    CHECKPOINT RUN DATE/COUNT : '
027220                 CKPT-HDR-RUN-DATE '/' CKPT-HDR-EXP-COUNT
027230         DISPLAY '    TRANFILE RUN DATE/COUNT   : '
027240                 HDR-RUN-DATE '/' HDR-EXPECTED-COUNT
027250         MOVE 16 TO RETURN-CODE
027260         STOP RUN
027270     END-IF.
027280 1215-EXIT.
027290     EXIT.
027300*
027310*----------------------------------------------------------------
027320* 1300-RELEASE-HELD-ITEMS - READ THE PRIOR RUN'S HELDFILE (DD
027330*                           HLDIN) AND RELEASE EVERY ITEM WHOSE
027340*                           EFFECTIVE DATE IS ON OR BEFORE THIS
027350*                           RUN'S PROCESSING DATE, PUTTING IT
027360*                           THROUGH THE SAME LOOKUP, POSTING, GL
027370*                           AND AUDIT PATH AS A FRESH DETAIL
027380*                           RECORD.  STILL-FUTURE ITEMS ARE
027390*                           CARRIED FORWARD TO THE NEW HELDFILE.
027400*                           A MISSING HLDIN MEANS THERE IS NO
027410*                           PRIOR FILE TO RELEASE (FIRST RUN) AND
027420*                           IS NOT AN ERROR.  NOT PERFORMED ON A
027430*                           RESTART -- THE INTERRUPTED RUN DID
027440*                           THE RELEASE PASS BEFORE ITS FIRST
027450*                           CHECKPOINT, SO THE RESTORED COUNTERS
027460*                           AND THE OUTPUT-FILE KEEP-COUNTS
027470*                           ALREADY REFLECT IT
027480*----------------------------------------------------------------
027490 1300-RELEASE-HELD-ITEMS.
027500     MOVE 'N' TO WS-HLDIN-EOF-SWITCH.
027510     OPEN INPUT HLDIN.
027520     IF WS-HLDIN-STATUS = '35'
027530         DISPLAY 'NO PRIOR HELDFILE PRESENT - NO ITEMS TO RELEASE'
027540     ELSE
027550         IF WS-HLDIN-STATUS NOT = '00'
027560             DISPLAY '*** FATAL - HLDIN OPEN FAILED, STATUS '
027570                     WS-HLDIN-STATUS
027580             MOVE 16 TO RETURN-CODE
027590             STOP RUN
027600         END-IF
027610         PERFORM 1310-READ-ONE-HELD THRU 1310-EXIT
027620                 UNTIL WS-HLDIN-EOF-YES
027630         CLOSE HLDIN
027640     END-IF.
027650 1300-EXIT.
027660     EXIT.
027670*
027680*----------------------------------------------------------------
027690* 1310-READ-ONE-HELD - READ ONE PRIOR-RUN HELD ITEM AND DISPOSE
027700*                      OF IT
027710*----------------------------------------------------------------
027720 1310-READ-ONE-HELD.
027730     READ HLDIN
027740         AT END
027750             SET WS-HLDIN-EOF-YES TO TRUE
027760         NOT AT END
027770             PERFORM 1320-RELEASE-ONE-ITEM THRU 1320-EXIT
027780     END-READ.
027790 1310-EXIT.
027800     EXIT.
027810*
027820*----------------------------------------------------------------
027830* 1320-RELEASE-ONE-ITEM - DISPOSE OF ONE PRIOR-RUN HELD ITEM.
027840*                         THE ORIGINAL RECORD IMAGE IS MOVED TO
027850*                         THE TRANSACTION RECORD AREA SO THE SAME
027860*                         EDIT, LOOKUP, POSTING AND AUDIT
027870*                         PARAGRAPHS THAT HANDLE A FRESH DETAIL
027880*                         RECORD APPLY UNCHANGED.  AN IMAGE THAT
027890*                         NO LONGER EDITS CLEAN GOES TO REJFILE;
027900*                         AN ITEM STILL NOT DUE GOES BACK TO
027910*                         HELDFILE WITH ITS AGING RECOMPUTED
027920*----------------------------------------------------------------
027930 1320-RELEASE-ONE-ITEM.
027940     MOVE 'N' TO WS-OVERRIDE-SWITCH.
027950     MOVE HLDI-RECORD-IMAGE TO TRANS-RECORD.
027960     IF TRAN-AMOUNT IS NOT NUMERIC
027970             OR TRAN-EFFECTIVE-DATE IS NOT NUMERIC
027980             OR TRAN-ID IS NOT NUMERIC
027990         IF TRAN-AMOUNT IS NOT NUMERIC
028000             SET REJ-NONNUMERIC-AMOUNT TO TRUE
028010         ELSE
028020             IF TRAN-EFFECTIVE-DATE IS NOT NUMERIC
028030                 SET REJ-INVALID-EFF-DATE TO TRUE
028040             ELSE
028050                 SET REJ-INVALID-TRAN-ID TO TRUE
028060             END-IF
028070         END-IF
028080         PERFORM 2110-WRITE-REJECT THRU 2110-EXIT
028090     ELSE
028100         MOVE TRAN-AMOUNT         TO WS-AMUNT
028110         MOVE TRAN-TYPE-CODE      TO WS-TRANS-TYPE
028120         MOVE TRAN-ACCOUNT-NUMBER TO WS-LOOKUP-ACCT-NUMBER
028130         PERFORM 2175-CHECK-DUPLICATE-ID THRU 2175-EXIT
028140         PERFORM 2177-LOOKUP-TYPE-CODE THRU 2177-EXIT
028150         IF WS-DUPLICATE-ID OR WS-TYPE-NOT-ON-TABLE
028160             IF WS-DUPLICATE-ID
028170                 SET REJ-DUPLICATE-TRAN-ID TO TRUE
028180             ELSE
028190                 SET REJ-INVALID-TYPE-CODE TO TRUE
028200             END-IF
028210             PERFORM 2110-WRITE-REJECT THRU 2110-EXIT
028220         ELSE
028230             IF TRAN-EFFECTIVE-DATE > WS-PROCESSING-DATE
028240                 PERFORM 2116-COMPUTE-DAYS-UNTIL-DUE
028250                         THRU 2116-EXIT
028260                 PERFORM 2117-WRITE-HELD THRU 2117-EXIT
028270                 ADD 1 TO WS-CARRY-FWD-COUNT
028280             ELSE
028290                 PERFORM 2120-LOOKUP-ACCOUNT THRU 2120-EXIT
028300                 IF WS-RECORD-SUSPENDED
028310                     PERFORM 2130-WRITE-SUSPENSE THRU 2130-EXIT
028320                     ADD 1 TO WS-RELEASE-SUS-COUNT
028330                 ELSE
028340                     PERFORM 2190-POST-ACCEPTED THRU 2190-EXIT
028350                     IF NOT WS-RECORD-REFERRED
028360                         ADD 1 TO WS-RELEASE-COUNT
028370                     END-IF
028380                 END-IF
028390                 PERFORM 2145-WRITE-AUDIT-LOG THRU 2145-EXIT
028400             END-IF
028410         END-IF
028420     END-IF.
028430 1320-EXIT.
028440     EXIT.
028450*
028460*----------------------------------------------------------------
028470* 1400-RECYCLE-SUSPENSE - READ THE PRIOR RUN'S SUSFILE (DD SUSIN)
028480*                         AND RE-TRY EVERY SUSPENDED ITEM AGAINST
028490*                         ACCTMAST.  ITEMS THAT NOW CLEAR POST
028500*                         THROUGH THE SAME PATH AS A FRESH DETAIL
028510*                         RECORD; THE REST ARE RE-SUSPENDED WITH
028520*                         THEIR ORIGINAL SUSPEND DATE AND A
028530*                         RECOMPUTED AGE.  A MISSING SUSIN MEANS
028540*                         THERE IS NOTHING TO RECYCLE (FIRST RUN)
028550*                         AND IS NOT AN ERROR.  NOT PERFORMED ON
028560*                         A RESTART, FOR THE SAME REASON THE HELD
028570*                         RELEASE PASS IS NOT
028580*----------------------------------------------------------------
028590 1400-RECYCLE-SUSPENSE.
028600     MOVE 'N' TO WS-SUSIN-EOF-SWITCH.
028610     OPEN INPUT SUSIN.
028620     IF WS-SUSIN-STATUS = '35'
028630         DISPLAY 'NO PRIOR SUSFILE PRESENT - NO ITEMS TO RECYCLE'
028640     ELSE
028650         IF WS-SUSIN-STATUS NOT = '00'
028660             DISPLAY '*** FATAL - SUSIN OPEN FAILED, STATUS '
028670                     WS-SUSIN-STATUS
028680             MOVE 16 TO RETURN-CODE
028690             STOP RUN
028700         END-IF
028710         PERFORM 1410-READ-ONE-SUSPENSE THRU 1410-EXIT
028720                 UNTIL WS-SUSIN-EOF-YES
028730         CLOSE SUSIN
028740     END-IF.
028750 1400-EXIT.
028760     EXIT.
028770*
028780*----------------------------------------------------------------
028790* 1410-READ-ONE-SUSPENSE - READ ONE PRIOR-RUN SUSPENSE ITEM AND
028800*                          DISPOSE OF IT
028810*----------------------------------------------------------------
028820 1410-READ-ONE-SUSPENSE.
028830     READ SUSIN
028840         AT END
028850             SET WS-SUSIN-EOF-YES TO TRUE
028860         NOT AT END
028870             PERFORM 1420-RECYCLE-ONE-ITEM THRU 1420-EXIT
028880     END-READ.
028890 1410-EXIT.
028900     EXIT.
028910*
028920*----------------------------------------------------------------
028930* 1420-RECYCLE-ONE-ITEM - RE-TRY ONE PRIOR-RUN SUSPENSE ITEM.
028940*                         THE FULL RECORD IMAGE CARRIED ON THE
028950*                         SUSPENSE RECORD IS MOVED BACK TO THE
028960*                         TRANSACTION RECORD AREA SO THE NORMAL
028970*                         LOOKUP, POSTING AND AUDIT PARAGRAPHS
028980*                         APPLY UNCHANGED.  AN ITEM STILL FAILING
028990*                         THE LOOKUP IS RE-SUSPENDED CARRYING ITS
029000*                         ORIGINAL SUSPEND DATE (PRE-CHANGE
029010*                         RECORDS WITHOUT ONE START AGING TODAY)
029020*                         AND ITS AGE IN DAYS AS OF THIS RUN
029030*----------------------------------------------------------------
029040 1420-RECYCLE-ONE-ITEM.
029050     MOVE 'N' TO WS-OVERRIDE-SWITCH.
029060     MOVE SUSI-RECORD-IMAGE TO TRANS-RECORD.
029070     IF TRAN-AMOUNT IS NOT NUMERIC
029080             OR TRAN-ID IS NOT NUMERIC
029090         IF TRAN-AMOUNT IS NOT NUMERIC
029100             SET REJ-NONNUMERIC-AMOUNT TO TRUE
029110         ELSE
029120             SET REJ-INVALID-TRAN-ID TO TRUE
029130         END-IF
029140         PERFORM 2110-WRITE-REJECT THRU 2110-EXIT
029150     ELSE
029160         MOVE TRAN-AMOUNT         TO WS-AMUNT
029170         MOVE TRAN-TYPE-CODE      TO WS-TRANS-TYPE
029180         MOVE TRAN-ACCOUNT-NUMBER TO WS-LOOKUP-ACCT-NUMBER
029190         PERFORM 2175-CHECK-DUPLICATE-ID THRU 2175-EXIT
029200         PERFORM 2177-LOOKUP-TYPE-CODE THRU 2177-EXIT
029210         IF WS-DUPLICATE-ID OR WS-TYPE-NOT-ON-TABLE
029220             IF WS-DUPLICATE-ID
029230                 SET REJ-DUPLICATE-TRAN-ID TO TRUE
029240             ELSE
029250                 SET REJ-INVALID-TYPE-CODE TO TRUE
029260             END-IF
029270             PERFORM 2110-WRITE-REJECT THRU 2110-EXIT
029280         ELSE
029290             PERFORM 2120-LOOKUP-ACCOUNT THRU 2120-EXIT
029300             PERFORM 1425-DISPOSE-RECYCLED THRU 1425-EXIT
029310         END-IF
029320     END-IF.
029330 1420-EXIT.
029340     EXIT.
029350*
029360*----------------------------------------------------------------
029370* 1425-DISPOSE-RECYCLED - AFTER THE RE-TRIED LOOKUP, EITHER POST
029380*                         THE RECYCLED ITEM OR RE-SUSPEND IT
029390*                         WITH ITS AGE BROUGHT FORWARD
029400*----------------------------------------------------------------
029410 1425-DISPOSE-RECYCLED.
029420     IF WS-RECORD-SUSPENDED
029430         IF SUSI-SUSPEND-DATE IS NUMERIC
029440                 AND SUSI-SUSPEND-DATE > 0
029450             MOVE SUSI-SUSPEND-DATE TO WS-SUS-SUSPEND-DATE
029460         END-IF
029470         PERFORM 1430-COMPUTE-SUSPENSE-AGE THRU 1430-EXIT
029480         PERFORM 2130-WRITE-SUSPENSE THRU 2130-EXIT
029490         ADD 1 TO WS-RECYCLE-RESUS-COUNT
029500         IF WS-SUS-AGE-DAYS > WS-RECYCLE-LIMIT-DAYS
029510             ADD 1 TO WS-RECYCLE-STALE-COUNT
029520         END-IF
029530     ELSE
029540         PERFORM 2190-POST-ACCEPTED THRU 2190-EXIT
029550         IF NOT WS-RECORD-REFERRED
029560             ADD 1 TO WS-RECYCLE-POST-COUNT
029570         END-IF
029580     END-IF.
029590     PERFORM 2145-WRITE-AUDIT-LOG THRU 2145-EXIT.
029600 1425-EXIT.
029610     EXIT.
029620*
029630*----------------------------------------------------------------
029640* 1430-COMPUTE-SUSPENSE-AGE - AGE A RE-SUSPENDED ITEM: DAYS FROM
029650*                             ITS ORIGINAL SUSPEND DATE TO THIS
029660*                             RUN'S PROCESSING DATE, ON THE SAME
029670*                             30-DAY-MONTH CONVENTION AS THE HELD
029680*                             ITEM AGING
029690*----------------------------------------------------------------
029700 1430-COMPUTE-SUSPENSE-AGE.
029710     MOVE WS-PROCESSING-DATE(1:4)  TO WS-DC-YEAR.
029720     MOVE WS-PROCESSING-DATE(5:2)  TO WS-DC-MONTH.
029730     MOVE WS-PROCESSING-DATE(7:2)  TO WS-DC-DAY.
029740     COMPUTE WS-DAYNUM-RUN-DATE =
029750             (WS-DC-YEAR * 360) + (WS-DC-MONTH * 30) + WS-DC-DAY.
029760     MOVE WS-SUS-SUSPEND-DATE(1:4) TO WS-DC-YEAR.
029770     MOVE WS-SUS-SUSPEND-DATE(5:2) TO WS-DC-MONTH.
029780     MOVE WS-SUS-SUSPEND-DATE(7:2) TO WS-DC-DAY.
029790     COMPUTE WS-DAYNUM-SUSPENDED =
029800             (WS-DC-YEAR * 360) + (WS-DC-MONTH * 30) + WS-DC-DAY.
029810     IF WS-DAYNUM-RUN-DATE > WS-DAYNUM-SUSPENDED
029820         COMPUTE WS-SUS-AGE-DAYS =
029830                 WS-DAYNUM-RUN-DATE - WS-DAYNUM-SUSPENDED
029840     ELSE
029850         MOVE 0 TO WS-SUS-AGE-DAYS
029860     END-IF.
029870 1430-EXIT.
029880     EXIT.
029890*
029900*----------------------------------------------------------------
029910* 1500-LOAD-POSTED-IDS - SEED THE RETAINED DUPLICATE-CHECK TABLE
029920*                        FROM THE PRIOR RUN'S POSTED-ID FILE (DD
029930*                        IDIN), SORTED INTO TRAN-ID SEQUENCE ON
029940*                        THE WAY IN SO THE TABLE CAN BE BINARY-
029950*                        SEARCHED, AND DROPPING IDS THAT HAVE AGED
029960*                        PAST THE RETENTION WINDOW.  A REVERSAL
029970*                        MARKER SORTS NEXT TO ITS ORIGINAL AND
029980*                        ONLY RAISES ITS FLAG.  A MISSING IDIN
029990*                        MEANS THE CHECK STARTS FRESH (FIRST RUN)
030000*                        AND IS NOT AN ERROR.
030010*----------------------------------------------------------------
030020 1500-LOAD-POSTED-IDS.
030030     OPEN INPUT IDIN.
030040     IF WS-IDIN-STATUS = '35'
030050         DISPLAY 'NO PRIOR POSTED-ID FILE - DUPLICATE CHECK '
030060                 'STARTS FRESH'
030070     ELSE
030080         IF WS-IDIN-STATUS NOT = '00'
030090             DISPLAY '*** FATAL - IDIN OPEN FAILED, STATUS '
030100                     WS-IDIN-STATUS
030110             MOVE 16 TO RETURN-CODE
030120             STOP RUN
030130         END-IF
030140         CLOSE IDIN
030150         SORT IDSORT ON ASCENDING KEY IDS-TRAN-ID
030160              USING IDIN
030170              OUTPUT PROCEDURE IS 1510-RECEIVE-SORTED-IDS
030180                  THRU 1510-EXIT
030190         DISPLAY 'RETAINED POSTED IDS LOADED: ' WS-RID-COUNT
030200     END-IF.
030210 1500-EXIT.
030220     EXIT.
030230*
030240*----------------------------------------------------------------
030250* 1510-RECEIVE-SORTED-IDS - SORT OUTPUT PROCEDURE: TAKE THE
030260*                           PRIOR RUN'S POSTED-ID RECORDS BACK
030270*                           IN TRAN-ID SEQUENCE AND APPEND THE
030280*                           KEEPERS TO THE RETAINED TABLE
030290*----------------------------------------------------------------
030300 1510-RECEIVE-SORTED-IDS.
030310     MOVE 'N' TO WS-IDSORT-EOF-SWITCH.
030320     PERFORM 1512-RETURN-ONE-ID THRU 1512-EXIT
030330             UNTIL WS-IDSORT-EOF-YES.
030340 1510-EXIT.
030350     EXIT.
030360*
030370 1512-RETURN-ONE-ID.
030380     RETURN IDSORT INTO WS-IDIN-WORK
030390         AT END
030400             SET WS-IDSORT-EOF-YES TO TRUE
030410         NOT AT END
030420             PERFORM 1514-KEEP-ONE-RETAINED-ID THRU 1514-EXIT
030430     END-RETURN.
030440 1512-EXIT.
030450     EXIT.
030460*
030470*----------------------------------------------------------------
030480* 1514-KEEP-ONE-RETAINED-ID - VET ONE SORTED PRIOR-RUN POSTED-ID
030490*                             RECORD AND APPEND IT TO THE RETAINED
030500*                             TABLE IF IT IS STILL INSIDE THE
030510*                             RETENTION WINDOW.  A SECOND RECORD
030520*                             FOR THE SAME ID (A REVERSAL MARKER)
030530*                             ARRIVES ADJACENT IN THE SORTED ORDER
030540*                             AND ONLY RAISES THE REVERSED FLAG.
030550*                             AGING USES THE SAME 30-DAY-MONTH
030560*                             CONVENTION AS EVERY OTHER DAY COUNT
030570*                             IN THIS PROGRAM.
030580*----------------------------------------------------------------
030590 1514-KEEP-ONE-RETAINED-ID.
030600     IF WS-IDW-TRAN-ID IS NOT NUMERIC
030610             OR WS-IDW-POSTED-DATE IS NOT NUMERIC
030620         DISPLAY '*** WARNING - POSTED-ID RECORD IGNORED, '
030630                 'NOT NUMERIC: ' WS-IDIN-WORK
030640     ELSE
030650         MOVE WS-PROCESSING-DATE(1:4)  TO WS-DC-YEAR
030660         MOVE WS-PROCESSING-DATE(5:2)  TO WS-DC-MONTH
030670         MOVE WS-PROCESSING-DATE(7:2)  TO WS-DC-DAY
030680         COMPUTE WS-DAYNUM-RUN-DATE =
030690                 (WS-DC-YEAR * 360) + (WS-DC-MONTH * 30)
030700                 + WS-DC-DAY
030710         MOVE WS-IDW-POSTED-DATE(1:4)  TO WS-DC-YEAR
030720         MOVE WS-IDW-POSTED-DATE(5:2)  TO WS-DC-MONTH
030730         MOVE WS-IDW-POSTED-DATE(7:2)  TO WS-DC-DAY
030740         COMPUTE WS-DAYNUM-POSTED =
030750                 (WS-DC-YEAR * 360) + (WS-DC-MONTH * 30)
030760                 + WS-DC-DAY
030770         IF WS-DAYNUM-RUN-DATE > WS-DAYNUM-POSTED
030780             COMPUTE WS-ID-AGE-DAYS =
030790                     WS-DAYNUM-RUN-DATE - WS-DAYNUM-POSTED
030800         ELSE
030810             MOVE 0 TO WS-ID-AGE-DAYS
030820         END-IF
030830         IF WS-ID-AGE-DAYS NOT > WS-DUP-RETAIN-DAYS
030840             PERFORM 1516-APPEND-RETAINED-ID THRU 1516-EXIT
030850         END-IF
030860     END-IF.
030870 1514-EXIT.
030880     EXIT.
030890*
030900 1516-APPEND-RETAINED-ID.
030910     IF WS-RID-COUNT > 0
030920             AND WS-IDW-TRAN-ID = WS-RID-TBL(WS-RID-COUNT)
030930         IF WS-IDW-REVERSED = 'R'
030940             MOVE 'R' TO WS-RID-REVERSED-TBL(WS-RID-COUNT)
030950         END-IF
030960     ELSE
030970         IF WS-RID-COUNT < 100000
030980             ADD 1 TO WS-RID-COUNT
030990             MOVE WS-IDW-TRAN-ID     TO WS-RID-TBL(WS-RID-COUNT)
031000             MOVE WS-IDW-POSTED-DATE
031010                     TO WS-RID-DATE-TBL(WS-RID-COUNT)
031020             MOVE WS-IDW-ACCOUNT
031030                     TO WS-RID-ACCT-TBL(WS-RID-COUNT)
031040             MOVE WS-IDW-TYPE-CODE
031050                     TO WS-RID-TYPE-TBL(WS-RID-COUNT)
031060             MOVE WS-IDW-AMOUNT
031070                     TO WS-RID-AMOUNT-TBL(WS-RID-COUNT)
031080             MOVE WS-IDW-CURRENCY
031090                     TO WS-RID-CURR-TBL(WS-RID-COUNT)
031100             MOVE WS-IDW-REVERSED
031110                     TO WS-RID-REVERSED-TBL(WS-RID-COUNT)
031120         ELSE
031130             DISPLAY '*** FATAL - RETAINED POSTED-ID TABLE FULL '
031140                     'AT ID ' WS-IDW-TRAN-ID ', TABLE MUST BE '
031150                     'RESIZED OR THE RETENTION WINDOW SHORTENED'
031160             MOVE 16 TO RETURN-CODE
031170             STOP RUN
031180         END-IF
031190     END-IF.
031200 1516-EXIT.
031210     EXIT.
031220*
031230*----------------------------------------------------------------
031240* 1570-ADD-ID-TO-TABLE - FILE THE POSTED-ID RECORD STAGED IN
031250*                        WS-PID-RECORD.  A RECORD FOR AN ID
031260*                        ALREADY ON EITHER TABLE IS A REVERSAL
031270*                        MARKER (OR A RE-WRITE OF A RETAINED
031280*                        ENTRY): IT ONLY RAISES THE ENTRY'S
031290*                        REVERSED FLAG, NEVER ADDS A SECOND ENTRY.
031300*                        A NEW ID GOES ON THE CURRENT-RUN TABLE --
031310*                        THE RETAINED TABLE IS CLOSED AFTER ITS
031320*                        SORTED LOAD.
031330*----------------------------------------------------------------
031340 1570-ADD-ID-TO-TABLE.
031350     MOVE WS-PID-TRAN-ID TO WS-FIND-ID.
031360     PERFORM 2176-FIND-POSTED-ID THRU 2176-EXIT.
031370     IF WS-DUPLICATE-ID
031380         IF WS-PID-REVERSED = 'R'
031390             PERFORM 2655-MARK-ENTRY-REVERSED THRU 2655-EXIT
031400         END-IF
031410     ELSE
031420         IF WS-NID-COUNT < 50000
031430             ADD 1 TO WS-NID-COUNT
031440             SET WS-NID-IDX TO WS-NID-COUNT
031450             MOVE WS-PID-TRAN-ID     TO WS-NID-TBL(WS-NID-IDX)
031460             MOVE WS-PID-POSTED-DATE
031470                     TO WS-NID-DATE-TBL(WS-NID-IDX)
031480             MOVE WS-PID-ACCOUNT
031490                     TO WS-NID-ACCT-TBL(WS-NID-IDX)
031500             MOVE WS-PID-TYPE-CODE
031510                     TO WS-NID-TYPE-TBL(WS-NID-IDX)
031520             MOVE WS-PID-AMOUNT
031530                     TO WS-NID-AMOUNT-TBL(WS-NID-IDX)
031540             MOVE WS-PID-CURRENCY
031550                     TO WS-NID-CURR-TBL(WS-NID-IDX)
031560             MOVE WS-PID-REVERSED
031570                     TO WS-NID-REVERSED-TBL(WS-NID-IDX)
031580         ELSE
031590             DISPLAY '*** FATAL - CURRENT-RUN POSTED-ID TABLE '
031600                     'FULL AT ID ' WS-PID-TRAN-ID ', TABLE MUST '
031610                     'BE RESIZED'
031620             MOVE 16 TO RETURN-CODE
031630             STOP RUN
031640         END-IF
031650     END-IF.
031660 1570-EXIT.
031670     EXIT.
031680*
031690*----------------------------------------------------------------
031700* 1700-CHECK-RUN-LEDGER - READ THE RUN LEDGER FOR THIS PROCESSING
031710*                         DATE BEFORE ANY FILE IS TOUCHED.  A
031720*                         SECOND RUN FOR THE DATE, OR A RUN AHEAD
031730*                         OF ITS PREDECESSOR IN THE STREAM, IS
031740*                         REFUSED WITH RETURN CODE 16 UNLESS THE
031750*                         OVERRIDE CARD NAMES THIS PROGRAM AND
031760*                         DATE.  A RUN THAT STARTED BUT NEVER
031770*                         ENDED MAY GO AGAIN ONLY AS A
031780*                         CHECKPOINT RESTART.  AN EDIT-ONLY
031790*                         TRIAL IS LOGGED BUT NOT CHECKED.
031800*                         A MISSING LEDGER MEANS NOTHING HAS
031810*                         RUN YET.
031820*----------------------------------------------------------------
031830 1700-CHECK-RUN-LEDGER.
031840     MOVE 'N' TO WS-RUNL-DONE-SWITCH.
031850     MOVE 'N' TO WS-RUNL-UNFINISHED-SWITCH.
031860     MOVE 'N' TO WS-RUNL-PRED-SWITCH.
031870     PERFORM 1710-READ-OVERRIDE-CARD THRU 1710-EXIT.
031880     OPEN INPUT RUNLEDG.
031890     IF WS-RUNLEDG-STATUS = '00'
031900         MOVE 'N' TO WS-RUNLEDG-EOF-SWITCH
031910         PERFORM 1720-SCAN-ONE-LEDGER-ENTRY THRU 1720-EXIT
031920                 UNTIL WS-RUNLEDG-EOF-YES
031930         CLOSE RUNLEDG
031940     ELSE
031950         IF WS-RUNLEDG-STATUS NOT = '35'
031960             DISPLAY '*** FATAL - RUNLEDG OPEN FAILED, STATUS '
031970                     WS-RUNLEDG-STATUS
031980             MOVE 16 TO RETURN-CODE
031990             STOP RUN
032000         END-IF
032010     END-IF.
032020     IF WS-RUNL-OVERRIDDEN
032030         DISPLAY '*** WARNING - RUN LEDGER CHECKS OVERRIDDEN BY '
032040                 'OPERATOR ' WS-RUNL-OPERATOR
032050     ELSE
032060         IF NOT WS-TRIAL-RUN
032070             PERFORM 1705-APPLY-LEDGER-CHECKS THRU 1705-EXIT
032080         END-IF
032090     END-IF.
032100     MOVE 'S' TO WS-RUNL-EVENT.
032110     MOVE 0 TO WS-RUNL-RC.
032120     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
032130 1700-EXIT.
032140     EXIT.
032150*
032160*----------------------------------------------------------------
032170* 1705-APPLY-LEDGER-CHECKS - REFUSE A SECOND RUN FOR THE DATE, OR
032180*                            A RUN AHEAD OF ITS PREDECESSOR, NOW
032190*                            THE LEDGER HAS BEEN READ.  NOT
032200*                            PERFORMED WHEN THE OVERRIDE CARD
032210*                            NAMES THIS RUN,
032220*                            OR FOR AN EDIT-ONLY TRIAL.
032230*----------------------------------------------------------------
032240 1705-APPLY-LEDGER-CHECKS.
032250     IF WS-RUNL-ALREADY-RUN
032260         DISPLAY '*** FATAL - ' WS-RUNL-THIS-PROGRAM
032270                 ' HAS ALREADY RUN FOR PROCESSING DATE '
032280                 WS-PROCESSING-DATE
032290         PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
032300     END-IF.
032310     IF WS-RUNL-PRED-PROGRAM NOT = SPACES
032320         IF NOT WS-RUNL-PRED-ENDED
032330             DISPLAY '*** FATAL - OUT OF SEQUENCE, '
032340                     WS-RUNL-PRED-PROGRAM
032350                     ' HAS NOT ENDED FOR PROCESSING DATE '
032360                     WS-PROCESSING-DATE
032370             PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
032380         END-IF
032390         IF WS-RUNL-PRED-RC > WS-RUNL-PRED-MAX-RC
032400             DISPLAY '*** FATAL - ' WS-RUNL-PRED-PROGRAM
032410                     ' ENDED WITH RETURN CODE ' WS-RUNL-PRED-RC
032420                     ' FOR PROCESSING DATE ' WS-PROCESSING-DATE
032430             PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
032440         END-IF
032450     END-IF.
032460     IF WS-RUNL-UNFINISHED
032470         IF WS-RESTARTING
032480             DISPLAY 'EARLIER RUN FOR PROCESSING DATE '
032490                     WS-PROCESSING-DATE ' DID NOT END, '
032500                     'RESTARTING IT FROM THE CHECKPOINT'
032510         ELSE
032520             DISPLAY '*** FATAL - EARLIER RUN FOR PROCESSING '
032530                     'DATE ' WS-PROCESSING-DATE
032540                     ' DID NOT END AND LEFT NO CHECKPOINT'
032550             PERFORM 1740-REFUSE-RUN THRU 1740-EXIT
032560         END-IF
032570     END-IF.
032580 1705-EXIT.
032590     EXIT.
032600*
032610*----------------------------------------------------------------
032620* 1710-READ-OVERRIDE-CARD - A MISSING OR EMPTY RUNOVRD IS THE
032630*                           NORMAL CASE.  A CARD FOR ANOTHER
032640*                           PROGRAM OR DATE IS IGNORED; ONE FOR
032650*                           THIS RUN MUST NAME THE OPERATOR.
032660*----------------------------------------------------------------
032670 1710-READ-OVERRIDE-CARD.
032680     MOVE 'N' TO WS-RUNL-OVERRIDE-SWITCH.
032690     MOVE SPACES TO WS-RUNL-OPERATOR.
032700     OPEN INPUT RUNOVRD.
032710     IF WS-RUNOVRD-STATUS NOT = '00'
032720         GO TO 1710-EXIT
032730     END-IF.
032740     READ RUNOVRD
032750         AT END
032760             MOVE SPACES TO RUNO-RECORD
032770     END-READ.
032780     CLOSE RUNOVRD.
032790     IF RUNO-PROGRAM NOT = WS-RUNL-THIS-PROGRAM
032800             OR RUNO-PROCESSING-DATE IS NOT NUMERIC
032810         GO TO 1710-EXIT
032820     END-IF.
032830     IF RUNO-PROCESSING-DATE NOT = WS-PROCESSING-DATE
032840             OR (RUNO-MODE NOT = SPACE
032850                 AND RUNO-MODE NOT = WS-RUNL-THIS-MODE)
032860         GO TO 1710-EXIT
032870     END-IF.
032880     IF RUNO-OPERATOR = SPACES
032890         DISPLAY '*** WARNING - OVERRIDE CARD IGNORED, NO '
032900                 'OPERATOR ID: ' RUNO-RECORD
032910         GO TO 1710-EXIT
032920     END-IF.
032930     MOVE 'Y' TO WS-RUNL-OVERRIDE-SWITCH.
032940     MOVE RUNO-OPERATOR TO WS-RUNL-OPERATOR.
032950     DISPLAY 'OVERRIDE REASON: ' RUNO-REASON.
032960 1710-EXIT.
032970     EXIT.
032980*
032990*----------------------------------------------------------------
033000* 1720-SCAN-ONE-LEDGER-ENTRY - NOTE THIS PROGRAM'S OWN STARTS AND
033010*                              ENDS FOR THE DATE, AND WHETHER ITS
033020*                              PREDECESSOR HAS ENDED (THE LAST
033030*                              END ON FILE GIVES ITS RETURN CODE)
033040*----------------------------------------------------------------
033050 1720-SCAN-ONE-LEDGER-ENTRY.
033060     READ RUNLEDG
033070         AT END
033080             SET WS-RUNLEDG-EOF-YES TO TRUE
033090     END-READ.
033100     IF NOT WS-RUNLEDG-EOF-YES
033110             AND RUNL-PROCESSING-DATE = WS-PROCESSING-DATE
033120         IF RUNL-PROGRAM = WS-RUNL-THIS-PROGRAM
033130                 AND RUNL-MODE = WS-RUNL-THIS-MODE
033140             IF RUNL-STARTED
033150                 MOVE 'Y' TO WS-RUNL-UNFINISHED-SWITCH
033160             END-IF
033170             IF RUNL-ENDED
033180                 MOVE 'Y' TO WS-RUNL-DONE-SWITCH
033190                 MOVE 'N' TO WS-RUNL-UNFINISHED-SWITCH
033200             END-IF
033210         END-IF
033220         IF WS-RUNL-PRED-PROGRAM NOT = SPACES
033230                 AND RUNL-PROGRAM = WS-RUNL-PRED-PROGRAM
033240                 AND RUNL-ENDED
033250                 AND (WS-RUNL-PRED-MODE = SPACE
033260                      OR RUNL-MODE = WS-RUNL-PRED-MODE)
033270             MOVE 'Y' TO WS-RUNL-PRED-SWITCH
033280             MOVE RUNL-RETURN-CODE TO WS-RUNL-PRED-RC
033290         END-IF
033300     END-IF.
033310 1720-EXIT.
033320     EXIT.
033330*
033340*----------------------------------------------------------------
033350* 1730-WRITE-LEDGER-RECORD - APPEND ONE START, END OR REFUSED
033360*                            RECORD TO THE LEDGER (THE FIRST RUN
033370*                            EVER CREATES IT)
033380*----------------------------------------------------------------
033390 1730-WRITE-LEDGER-RECORD.
033400     MOVE SPACES TO RUNL-RECORD.
033410     MOVE WS-RUNL-THIS-PROGRAM TO RUNL-PROGRAM.
033420     MOVE WS-PROCESSING-DATE   TO RUNL-PROCESSING-DATE.
033430     MOVE WS-RUNL-THIS-MODE    TO RUNL-MODE.
033440     MOVE WS-RUNL-EVENT        TO RUNL-EVENT.
033450     IF WS-RUNL-OVERRIDDEN
033460         MOVE 'Y' TO RUNL-OVERRIDE-FLAG
033470         MOVE WS-RUNL-OPERATOR TO RUNL-OPERATOR
033480     ELSE
033490         MOVE 'N' TO RUNL-OVERRIDE-FLAG
033500     END-IF.
033510     ACCEPT RUNL-SYSTEM-DATE FROM DATE YYYYMMDD.
033520     ACCEPT WS-RUNL-TIME FROM TIME.
033530     MOVE WS-RUNL-TIME(1:6)    TO RUNL-SYSTEM-TIME.
033540     MOVE WS-RUNL-RC           TO RUNL-RETURN-CODE.
033550     MOVE WS-RUNL-COUNT-1      TO RUNL-COUNT-1.
033560     MOVE WS-RUNL-COUNT-2      TO RUNL-COUNT-2.
033570     MOVE WS-RUNL-COUNT-3      TO RUNL-COUNT-3.
033580     OPEN EXTEND RUNLEDG.
033590     IF WS-RUNLEDG-STATUS = '35'
033600         OPEN OUTPUT RUNLEDG
033610     END-IF.
033620     IF WS-RUNLEDG-STATUS NOT = '00'
033630         DISPLAY '*** FATAL - RUNLEDG OPEN FAILED, STATUS '
033640                 WS-RUNLEDG-STATUS
033650         MOVE 16 TO RETURN-CODE
033660         STOP RUN
033670     END-IF.
033680     WRITE RUNL-RECORD.
033690     CLOSE RUNLEDG.
033700 1730-EXIT.
033710     EXIT.
033720*
033730*----------------------------------------------------------------
033740* 1740-REFUSE-RUN - RECORD THE REFUSAL ON THE LEDGER AND STOP
033750*----------------------------------------------------------------
033760 1740-REFUSE-RUN.
033770     MOVE 'R' TO WS-RUNL-EVENT.
033780     MOVE 16 TO WS-RUNL-RC.
033790     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
033800     DISPLAY '*** RUN REFUSED - AN OPERATOR OVERRIDE CARD ON '
033810             'RUNOVRD IS NEEDED TO RUN IT'.
033820     MOVE 16 TO RETURN-CODE.
033830     STOP RUN.
033840 1740-EXIT.
033850     EXIT.
033860*
033870*----------------------------------------------------------------
033880* 1760-OPEN-ACCTJRNL - OPEN THE ACCTMAST BEFORE-IMAGE JOURNAL FOR
033890*                      EXTEND (A FIRST-EVER RUN CREATES IT) AND
033900*                      NOTE THE TIME THIS RUN STARTED, WHICH EVERY
033910*                      JOURNAL RECORD CARRIES.  NO ACCTMAST RECORD
033920*                      MAY CHANGE WITHOUT THE JOURNAL, SO A FAILED
033930*                      OPEN IS FATAL
033940*----------------------------------------------------------------
033950 1760-OPEN-ACCTJRNL.
033960     ACCEPT WS-JRNL-RUN-TIME FROM TIME.
033970     OPEN EXTEND ACCTJRNL.
033980     IF WS-ACCTJRNL-STATUS = '35'
033990         OPEN OUTPUT ACCTJRNL
034000     END-IF.
034010     IF WS-ACCTJRNL-STATUS NOT = '00'
034020         DISPLAY '*** FATAL - ACCTJRNL OPEN FAILED, STATUS '
034030                 WS-ACCTJRNL-STATUS
034040         MOVE 16 TO RETURN-CODE
034050         STOP RUN
034060     END-IF.
034070 1760-EXIT.
034080     EXIT.
034090*
034100*----------------------------------------------------------------
034110* 2000-PROCESS-RECORD - DISPATCH THE CURRENT RECORD BY ITS
034120*                       RECORD-TYPE CODE, THEN READ THE NEXT ONE
034130*----------------------------------------------------------------
034140 2000-PROCESS-RECORD.
034150     EVALUATE TRANS-RECORD(1:1)
034160         WHEN 'H'
034170             PERFORM 2300-PROCESS-HEADER  THRU 2300-EXIT
034180         WHEN 'T'
034190             PERFORM 2400-PROCESS-TRAILER THRU 2400-EXIT
034200         WHEN 'R'
034210             ADD 1 TO WS-DETAIL-COUNT
034220             IF WS-CURRENT-BATCH > 0
034230                 ADD 1
034240                     TO WS-BATCH-DETAIL-CNT-TBL(WS-CURRENT-BATCH)
034250             END-IF
034260             PERFORM 2600-PROCESS-REVERSAL THRU 2600-EXIT
034270             PERFORM 2500-CHECKPOINT-DUE  THRU 2500-EXIT
034280         WHEN 'O'
034290             ADD 1 TO WS-DETAIL-COUNT
034300             IF WS-CURRENT-BATCH > 0
034310                 ADD 1
034320                     TO WS-BATCH-DETAIL-CNT-TBL(WS-CURRENT-BATCH)
034330             END-IF
034340             SET WS-OVERRIDE-POST TO TRUE
034350             PERFORM 2100-EDIT-DETAIL     THRU 2100-EXIT
034360             MOVE 'N' TO WS-OVERRIDE-SWITCH
034370             PERFORM 2500-CHECKPOINT-DUE  THRU 2500-EXIT
034380         WHEN OTHER
034390             IF TRAN-LINK-DEBIT
034400                 PERFORM 2700-PROCESS-LINKED-PAIR THRU 2700-EXIT
034410             ELSE
034420                 ADD 1 TO WS-DETAIL-COUNT
034430                 IF WS-CURRENT-BATCH > 0
034440                     ADD 1 TO
034450                         WS-BATCH-DETAIL-CNT-TBL(WS-CURRENT-BATCH)
034460                 END-IF
034470                 PERFORM 2100-EDIT-DETAIL     THRU 2100-EXIT
034480                 PERFORM 2500-CHECKPOINT-DUE  THRU 2500-EXIT
034490             END-IF
034500     END-EVALUATE.
034510*
034520* A RECORD 2700-PROCESS-LINKED-PAIR READ AHEAD AND DID NOT USE IS
034530* ALREADY IN THE RECORD AREA AND IS PROCESSED ON THE NEXT PASS
034540     IF WS-LNK-NEXT-WAITING
034550         MOVE 'N' TO WS-LNK-NEXT-SWITCH
034560     ELSE
034570         IF NOT WS-EOF-YES
034580             PERFORM 1100-READ-TRANFILE THRU 1100-EXIT
034590         END-IF
034600     END-IF.
034610 2000-EXIT.
034620     EXIT.
034630*
034640*----------------------------------------------------------------
034650* 2100-EDIT-DETAIL - EDIT THE CURRENT DETAIL RECORD, POST IT IF
034660*                    GOOD, REJECT IT IF NOT
034670*----------------------------------------------------------------
034680 2100-EDIT-DETAIL.
034690     MOVE 'N' TO WS-REJECT-SWITCH.
034700     MOVE 0   TO WS-REJECT-REASON-CODE.
034710*
034720     IF TRANS-RECORD = SPACES
034730         SET REJ-BLANK-RECORD  TO TRUE
034740         MOVE 'Y' TO WS-REJECT-SWITCH
034750     END-IF.
034760*
034770     IF NOT WS-RECORD-REJECTED
034780         IF WS-TRANFILE-REC-LEN < 31
034790             SET REJ-SHORT-RECORD TO TRUE
034800             MOVE 'Y' TO WS-REJECT-SWITCH
034810         END-IF
034820     END-IF.
034830*
034840     IF NOT WS-RECORD-REJECTED
034850         IF TRAN-AMOUNT IS NOT NUMERIC
034860             SET REJ-NONNUMERIC-AMOUNT TO TRUE
034870             MOVE 'Y' TO WS-REJECT-SWITCH
034880         END-IF
034890     END-IF.
034900*
034910     IF NOT WS-RECORD-REJECTED
034920         IF TRAN-EFFECTIVE-DATE IS NOT NUMERIC
034930             SET REJ-INVALID-EFF-DATE TO TRUE
034940             MOVE 'Y' TO WS-REJECT-SWITCH
034950         END-IF
034960     END-IF.
034970*
034980     IF NOT WS-RECORD-REJECTED
034990         IF TRAN-ID IS NOT NUMERIC
035000             SET REJ-INVALID-TRAN-ID TO TRUE
035010             MOVE 'Y' TO WS-REJECT-SWITCH
035020         END-IF
035030     END-IF.
035040*
035050     IF NOT WS-RECORD-REJECTED
035060         PERFORM 2175-CHECK-DUPLICATE-ID THRU 2175-EXIT
035070         IF WS-DUPLICATE-ID
035080             SET REJ-DUPLICATE-TRAN-ID TO TRUE
035090             MOVE 'Y' TO WS-REJECT-SWITCH
035100         END-IF
035110     END-IF.
035120*
035130     IF NOT WS-RECORD-REJECTED
035140         PERFORM 2177-LOOKUP-TYPE-CODE THRU 2177-EXIT
035150         IF WS-TYPE-NOT-ON-TABLE
035160             SET REJ-INVALID-TYPE-CODE TO TRUE
035170             MOVE 'Y' TO WS-REJECT-SWITCH
035180         END-IF
035190     END-IF.
035200*
035210     IF NOT WS-RECORD-REJECTED
035220         IF NOT WS-HEADER-SEEN
035230             SET REJ-HEADER-MISSING TO TRUE
035240             MOVE 'Y' TO WS-REJECT-SWITCH
035250         END-IF
035260     END-IF.
035270*
035280     IF NOT WS-RECORD-REJECTED
035290         IF NOT TRAN-NOT-LINKED
035300             PERFORM 2710-EDIT-LINKED-LEG THRU 2710-EXIT
035310         END-IF
035320     END-IF.
035330*
035340     IF WS-RECORD-REJECTED
035350         PERFORM 2110-WRITE-REJECT THRU 2110-EXIT
035360     ELSE
035370         MOVE TRAN-AMOUNT         TO WS-AMUNT
035380         MOVE TRAN-TYPE-CODE      TO WS-TRANS-TYPE
035390         MOVE TRAN-ACCOUNT-NUMBER TO WS-LOOKUP-ACCT-NUMBER
035400         ADD WS-AMUNT TO WS-GROSS-TOTAL
035410         IF WS-CURRENT-BATCH > 0
035420             ADD WS-AMUNT
035430                     TO WS-BATCH-GROSS-TBL(WS-CURRENT-BATCH)
035440         END-IF
035450         PERFORM 2115-CHECK-EFFECTIVE-DATE THRU 2115-EXIT
035460         IF WS-RECORD-HELD
035470             PERFORM 2117-WRITE-HELD THRU 2117-EXIT
035480         ELSE
035490             PERFORM 2120-LOOKUP-ACCOUNT THRU 2120-EXIT
035500             IF WS-RECORD-SUSPENDED
035510                 PERFORM 2130-WRITE-SUSPENSE THRU 2130-EXIT
035520             ELSE
035530                 PERFORM 2190-POST-ACCEPTED THRU 2190-EXIT
035540             END-IF
035550         END-IF
035560         PERFORM 2145-WRITE-AUDIT-LOG THRU 2145-EXIT
035570     END-IF.
035580 2100-EXIT.
035590     EXIT.
035600*
035610*----------------------------------------------------------------
035620* 2110-WRITE-REJECT - FORMAT AND WRITE ONE REJECT RECORD, AND
035630*                     ROLL IT INTO THE PER-REASON TALLY THE
035640*                     CONTROL REPORT PRINTS
035650*----------------------------------------------------------------
035660 2110-WRITE-REJECT.
035670     PERFORM 2112-SET-REJECT-REASON-TEXT THRU 2112-EXIT.
035680     IF REJ-HEADER-MISSING
035690         ADD 1 TO WS-NO-BATCH-REJ-COUNT
035700     END-IF.
035710     IF REJ-DUPLICATE-TRAN-ID
035720         ADD 1 TO WS-DUP-REJECT-COUNT
035730     END-IF.
035740     PERFORM 2114-TALLY-REJECT-REASON THRU 2114-EXIT.
035750*
035760     MOVE WS-REJECT-REASON-CODE  TO WS-REJ-REASON-CODE.
035770     MOVE WS-REJECT-REASON-TEXT  TO WS-REJ-REASON-TEXT.
035780     MOVE TRANS-RECORD           TO WS-REJ-RECORD-IMAGE.
035790     MOVE WS-REJ-RECORD          TO REJ-RECORD.
035800     ADD 1 TO WS-REJECT-COUNT.
035810     IF WS-REJECT-COUNT > WS-REJFILE-KEEP-COUNT
035820         WRITE REJ-RECORD
035830     END-IF.
035840     MOVE 'REJ'                  TO WS-AKX-CATEGORY.
035850     MOVE WS-REJECT-REASON-CODE  TO WS-AKX-REASON-CODE.
035860     MOVE WS-REJECT-REASON-TEXT  TO WS-AKX-REASON-TEXT.
035870     PERFORM 2195-WRITE-ACK-ITEM THRU 2195-EXIT.
035880 2110-EXIT.
035890     EXIT.
035900*
035910*----------------------------------------------------------------
035920* 2112-SET-REJECT-REASON-TEXT - TRANSLATE THE REASON CODE IN
035930*                               WS-REJECT-REASON-CODE TO ITS
035940*                               TEXT.  PERFORMED PER REJECT AND
035950*                               AGAIN BY THE CONTROL REPORT'S
035960*                               REASON SECTION
035970*----------------------------------------------------------------
035980 2112-SET-REJECT-REASON-TEXT.
035990     EVALUATE TRUE
036000         WHEN REJ-BLANK-RECORD
036010             MOVE 'BLANK RECORD' TO WS-REJECT-REASON-TEXT
036020         WHEN REJ-SHORT-RECORD
036030             MOVE 'RECORD TOO SHORT' TO WS-REJECT-REASON-TEXT
036040         WHEN REJ-NONNUMERIC-AMOUNT
036050             MOVE 'NON-NUMERIC AMOUNT' TO WS-REJECT-REASON-TEXT
036060         WHEN REJ-HEADER-MISSING
036070             MOVE 'HEADER NOT YET RECEIVED'
036080                     TO WS-REJECT-REASON-TEXT
036090         WHEN REJ-INVALID-EFF-DATE
036100             MOVE 'INVALID EFFECTIVE DATE'
036110                     TO WS-REJECT-REASON-TEXT
036120         WHEN REJ-DUPLICATE-TRAN-ID
036130             MOVE 'DUPLICATE TRANSACTION ID'
036140                     TO WS-REJECT-REASON-TEXT
036150         WHEN REJ-INVALID-TRAN-ID
036160             MOVE 'INVALID TRANSACTION ID'
036170                     TO WS-REJECT-REASON-TEXT
036180         WHEN REJ-INVALID-TYPE-CODE
036190             MOVE 'TYPE CODE NOT ON TYPE TABLE'
036200                     TO WS-REJECT-REASON-TEXT
036210         WHEN REJ-REVERSAL-NOT-POSTED
036220             MOVE 'REVERSAL ORIGINAL NOT POSTED'
036230                     TO WS-REJECT-REASON-TEXT
036240         WHEN REJ-ALREADY-REVERSED
036250             MOVE 'ORIGINAL ALREADY REVERSED'
036260                     TO WS-REJECT-REASON-TEXT
036270         WHEN REJ-REVERSAL-MISMATCH
036280             MOVE 'REVERSAL DOES NOT MATCH POSTED'
036290                     TO WS-REJECT-REASON-TEXT
036300         WHEN REJ-LINKED-LEG-UNPOSTABLE
036310             MOVE 'LINKED TRANSFER CANNOT POST'
036320                     TO WS-REJECT-REASON-TEXT
036330         WHEN REJ-LINKED-DEBIT-NOT-POSTED
036340             MOVE 'LINKED DEBIT LEG NOT POSTED'
036350                     TO WS-REJECT-REASON-TEXT
036360         WHEN OTHER
036370             MOVE 'UNKNOWN EDIT FAILURE' TO WS-REJECT-REASON-TEXT
036380     END-EVALUATE.
036390 2112-EXIT.
036400     EXIT.
036410*
036420*----------------------------------------------------------------
036430* 2114-TALLY-REJECT-REASON - ADD THE CURRENT REJECT TO ITS
036440*                            REASON'S SLOT.  AN UNKNOWN REASON
036450*                            LANDS IN THE LAST SLOT.  THE AMOUNT
036460*                            ONLY FOOTS WHEN THE IMAGE IS A
036470*                            DETAIL WHOSE AMOUNT FIELD CAN BE
036480*                            READ.
036490*----------------------------------------------------------------
036500 2114-TALLY-REJECT-REASON.
036510     IF WS-REJECT-REASON-CODE < 1
036520             OR WS-REJECT-REASON-CODE > 14
036530         MOVE 15 TO WS-REJR-SUB
036540     ELSE
036550         MOVE WS-REJECT-REASON-CODE TO WS-REJR-SUB
036560     END-IF.
036570     ADD 1 TO WS-REJR-COUNT-TBL(WS-REJR-SUB).
036580     IF TRANS-RECORD(1:1) NOT = 'H'
036590             AND TRANS-RECORD(1:1) NOT = 'T'
036600             AND TRAN-AMOUNT IS NUMERIC
036610         ADD TRAN-AMOUNT TO WS-REJR-AMT-TBL(WS-REJR-SUB)
036620     END-IF.
036630 2114-EXIT.
036640     EXIT.
036650*
036660*----------------------------------------------------------------
036670* 2115-CHECK-EFFECTIVE-DATE - A DETAIL RECORD WHOSE EFFECTIVE DATE
036680*                             IS LATER THAN THE RUN DATE ON THE
036690*                             HEADER RECORD IS NOT YET DUE.  IT IS
036700*                             HELD RATHER THAN LOOKED UP AND POSTED
036710*----------------------------------------------------------------
036720 2115-CHECK-EFFECTIVE-DATE.
036730     MOVE 'N' TO WS-HOLD-SWITCH.
036740     IF TRAN-EFFECTIVE-DATE > WS-PROCESSING-DATE
036750         MOVE 'Y' TO WS-HOLD-SWITCH
036760         PERFORM 2116-COMPUTE-DAYS-UNTIL-DUE THRU 2116-EXIT
036770     END-IF.
036780 2115-EXIT.
036790     EXIT.
036800*
036810*----------------------------------------------------------------
036820* 2116-COMPUTE-DAYS-UNTIL-DUE - FIGURE HOW MANY DAYS SEPARATE THE
036830*                               RUN DATE FROM THE TRANSACTION'S
036840*                               EFFECTIVE DATE.  BOTH DATES ARE
036850*                               YYYYMMDD; DAYS ARE COUNTED ON THE
036860*                               SHOP'S STANDARD 30-DAY MONTH,
036870*                               360-DAY YEAR CONVENTION
036880*----------------------------------------------------------------
036890 2116-COMPUTE-DAYS-UNTIL-DUE.
036900     MOVE WS-PROCESSING-DATE(1:4)  TO WS-DC-YEAR.
036910     MOVE WS-PROCESSING-DATE(5:2)  TO WS-DC-MONTH.
036920     MOVE WS-PROCESSING-DATE(7:2)  TO WS-DC-DAY.
036930     COMPUTE WS-DAYNUM-RUN-DATE =
036940             (WS-DC-YEAR * 360) + (WS-DC-MONTH * 30) + WS-DC-DAY.
036950     MOVE TRAN-EFFECTIVE-DATE(1:4) TO WS-DC-YEAR.
036960     MOVE TRAN-EFFECTIVE-DATE(5:2) TO WS-DC-MONTH.
036970     MOVE TRAN-EFFECTIVE-DATE(7:2) TO WS-DC-DAY.
036980     COMPUTE WS-DAYNUM-EFFECTIVE =
036990             (WS-DC-YEAR * 360) + (WS-DC-MONTH * 30) + WS-DC-DAY.
037000     COMPUTE WS-DAYS-UNTIL-DUE =
037010             WS-DAYNUM-EFFECTIVE - WS-DAYNUM-RUN-DATE.
037020 2116-EXIT.
037030     EXIT.
037040*
037050*----------------------------------------------------------------
037060* 2117-WRITE-HELD - FORMAT AND WRITE ONE HELD-ITEM RECORD FOR A
037070*                   DETAIL RECORD THAT IS NOT YET EFFECTIVE
037080*----------------------------------------------------------------
037090 2117-WRITE-HELD.
037100     MOVE WS-LOOKUP-ACCT-NUMBER   TO WS-HLD-ACCOUNT-NUMBER.
037110     MOVE WS-TRANS-TYPE           TO WS-HLD-TYPE-CODE.
037120     MOVE WS-AMUNT                TO WS-HLD-AMOUNT.
037130     MOVE TRAN-EFFECTIVE-DATE     TO WS-HLD-EFFECTIVE-DATE.
037140     MOVE WS-PROCESSING-DATE      TO WS-HLD-RUN-DATE.
037150     MOVE WS-DAYS-UNTIL-DUE       TO WS-HLD-DAYS-UNTIL-DUE.
037160     MOVE TRANS-RECORD            TO WS-HLD-RECORD-IMAGE.
037170     MOVE WS-HLD-RECORD           TO HELD-RECORD.
037180     ADD 1 TO WS-HOLD-COUNT.
037190     IF WS-HOLD-COUNT > WS-HELDFILE-KEEP-COUNT
037200         WRITE HELD-RECORD
037210     END-IF.
037220     MOVE 'HLD'                  TO WS-AKX-CATEGORY.
037230     MOVE 01                     TO WS-AKX-REASON-CODE.
037240     MOVE 'NOT YET EFFECTIVE - HELD'
037250                                 TO WS-AKX-REASON-TEXT.
037260     PERFORM 2195-WRITE-ACK-ITEM THRU 2195-EXIT.
037270 2117-EXIT.
037280     EXIT.
037290*
037300*----------------------------------------------------------------
037310* 2120-LOOKUP-ACCOUNT - LOOK THE TRANSACTION'S ACCOUNT NUMBER UP
037320*                       ON ACCTMAST.  A RECORD WHOSE ACCOUNT IS
037330*                       NOT ON FILE, OR ON FILE BUT CLOSED OR
037340*                       DORMANT, IS SUSPENDED INSTEAD OF POSTED.
037350*                       SO IS A DEBIT TO AN ACCOUNT IN CLOSEOUT,
037360*                       UNLESS ITS TYPE IS A CLOSEOUT TYPE.  THE
037370*                       TYPE MUST ALREADY HAVE BEEN LOOKED UP.
037380*----------------------------------------------------------------
037390 2120-LOOKUP-ACCOUNT.
037400     MOVE 'N' TO WS-SUSPENSE-SWITCH.
037410     MOVE 0   TO WS-SUSPENSE-REASON-CODE.
037420     MOVE WS-PROCESSING-DATE TO WS-SUS-SUSPEND-DATE.
037430     MOVE 0   TO WS-SUS-AGE-DAYS.
037440     MOVE WS-LOOKUP-ACCT-NUMBER TO ACCT-NUMBER.
037450     READ ACCTMAST
037460         INVALID KEY
037470             SET SUS-ACCOUNT-NOT-FOUND TO TRUE
037480             MOVE 'Y' TO WS-SUSPENSE-SWITCH
037490         NOT INVALID KEY
037500             IF ACCT-CLOSED
037510                 SET SUS-ACCOUNT-CLOSED TO TRUE
037520                 MOVE 'Y' TO WS-SUSPENSE-SWITCH
037530             ELSE
037540                 IF ACCT-DORMANT
037550                     SET SUS-ACCOUNT-DORMANT TO TRUE
037560                     MOVE 'Y' TO WS-SUSPENSE-SWITCH
037570                 ELSE
037580                     IF ACCT-CLOSING
037590                             AND WS-TYPE-DRCR-SIDE = 'D'
037600                             AND NOT WS-TYPE-IS-CLOSEOUT
037610                         SET SUS-ACCOUNT-CLOSING TO TRUE
037620                         MOVE 'Y' TO WS-SUSPENSE-SWITCH
037630                     END-IF
037640                 END-IF
037650             END-IF
037660     END-READ.
037670 2120-EXIT.
037680     EXIT.
037690*
037700*----------------------------------------------------------------
037710* 2125-UPDATE-ACCT-BALANCE - POST THE CURRENT TRANSACTION TO THE
037720*                            ACCOUNT MASTER'S RUNNING BALANCE AND
037730*                            LAST-ACTIVITY DATE.  THE TYPE
037740*                            TABLE'S DR/CR SIDE DECIDES: CREDITS
037750*                            ADD, DEBITS SUBTRACT.  A
037760*                            PRE-CHANGE MASTER RECORD WITH SPACES
037770*                            IN THE BALANCE FIELD STARTS FROM
037780*                            ZERO.  ALSO WRITES THE ACTIVITY
037790*                            RECORD THE END-OF-RUN STATEMENTS ARE
037800*                            BUILT FROM.  EXPECTS THE MASTER
037810*                            RECORD STILL IN THE FD FROM
037820*                            2120-LOOKUP-ACCOUNT.  THE RECORD'S
037830*                            BEFORE-IMAGE IS JOURNALED FIRST
037840*----------------------------------------------------------------
037850 2125-UPDATE-ACCT-BALANCE.
037860     MOVE 'B' TO WS-JRNL-ENTRY-TYPE.
037870     PERFORM 2960-WRITE-ACCTJRNL THRU 2960-EXIT.
037880     IF ACCT-CURRENT-BALANCE IS NOT NUMERIC
037890         MOVE 0 TO ACCT-CURRENT-BALANCE
037900     END-IF.
037910     IF WS-TYPE-DRCR-SIDE = 'C'
037920         ADD WS-AMUNT TO ACCT-CURRENT-BALANCE
037930         MOVE 'C' TO WS-ACTW-DR-CR
037940     ELSE
037950         SUBTRACT WS-AMUNT FROM ACCT-CURRENT-BALANCE
037960         MOVE 'D' TO WS-ACTW-DR-CR
037970     END-IF.
037980     MOVE WS-PROCESSING-DATE TO ACCT-LAST-ACTIVITY-DATE.
037990     REWRITE ACCT-MASTER-RECORD
038000         INVALID KEY
038010             DISPLAY '*** WARNING - ACCTMAST REWRITE FAILED '
038020                     'FOR ACCOUNT ' ACCT-NUMBER ', STATUS '
038030                     WS-ACCTMAST-STATUS
038040     END-REWRITE.
038050     MOVE WS-LOOKUP-ACCT-NUMBER TO WS-ACTW-ACCOUNT.
038060     MOVE TRAN-ID               TO WS-ACTW-TRAN-ID.
038070     MOVE WS-TRANS-TYPE         TO WS-ACTW-TYPE-CODE.
038080     MOVE WS-AMUNT              TO WS-ACTW-AMOUNT.
038090     MOVE WS-ACTW-RECORD        TO ACTIVITY-RECORD.
038100     ADD 1 TO WS-ACTWORK-WRITE-COUNT.
038110     IF WS-ACTWORK-WRITE-COUNT > WS-ACTWORK-KEEP-COUNT
038120         WRITE ACTIVITY-RECORD
038130     END-IF.
038140 2125-EXIT.
038150     EXIT.
038160*
038170*----------------------------------------------------------------
038180* 2130-WRITE-SUSPENSE - FORMAT AND WRITE ONE SUSPENSE RECORD FOR
038190*                       A DETAIL RECORD THAT FAILED THE ACCOUNT
038200*                       LOOKUP
038210*----------------------------------------------------------------
038220 2130-WRITE-SUSPENSE.
038230     EVALUATE TRUE
038240         WHEN SUS-ACCOUNT-NOT-FOUND
038250             MOVE 'ACCOUNT NOT ON FILE' TO WS-SUSPENSE-REASON-TEXT
038260         WHEN SUS-ACCOUNT-CLOSED
038270             MOVE 'ACCOUNT CLOSED' TO WS-SUSPENSE-REASON-TEXT
038280         WHEN SUS-ACCOUNT-DORMANT
038290             MOVE 'ACCOUNT DORMANT - IN REVIEW'
038300                     TO WS-SUSPENSE-REASON-TEXT
038310         WHEN SUS-ACCOUNT-CLOSING
038320             MOVE 'DEBIT TO ACCOUNT IN CLOSEOUT'
038330                     TO WS-SUSPENSE-REASON-TEXT
038340         WHEN OTHER
038350             MOVE 'UNKNOWN LOOKUP FAILURE'
038360                     TO WS-SUSPENSE-REASON-TEXT
038370     END-EVALUATE.
038380*
038390     MOVE WS-SUSPENSE-REASON-CODE  TO WS-SUS-REASON-CODE.
038400     MOVE WS-SUSPENSE-REASON-TEXT  TO WS-SUS-REASON-TEXT.
038410     MOVE TRANS-RECORD             TO WS-SUS-RECORD-IMAGE.
038420     MOVE WS-SUS-RECORD            TO SUS-RECORD.
038430     ADD 1 TO WS-SUSPENSE-COUNT.
038440     IF WS-SUSPENSE-COUNT > WS-SUSFILE-KEEP-COUNT
038450         WRITE SUS-RECORD
038460     END-IF.
038470     MOVE 'SUS'                  TO WS-AKX-CATEGORY.
038480     MOVE WS-SUSPENSE-REASON-CODE TO WS-AKX-REASON-CODE.
038490     MOVE WS-SUSPENSE-REASON-TEXT TO WS-AKX-REASON-TEXT.
038500     PERFORM 2195-WRITE-ACK-ITEM THRU 2195-EXIT.
038510 2130-EXIT.
038520     EXIT.
038530*
038540*----------------------------------------------------------------
038550* 2140-WRITE-GL-POSTING - WRITE THE BALANCED PAIR OF GENERAL-
038560*                         LEDGER POSTING RECORDS FOR A
038570*                         TRANSACTION THAT POSTED TO WS-TOTAL:
038580*                         THE CUSTOMER-SIDE ENTRY, THEN THE
038590*                         OFFSETTING ENTRY TO THE CLEARING
038600*                         ACCOUNT ON THE OPPOSITE SIDE.  THE
038610*                         TYPE TABLE SUPPLIES THE CUSTOMER
038620*                         SIDE'S DR/CR INDICATOR AND THE GL
038630*                         ACCOUNT THE POSTING CARRIES, UNLESS THE
038640*                         ITEM BELONGS TO A CLOSED PERIOD (2142)
038650*----------------------------------------------------------------
038660 2140-WRITE-GL-POSTING.
038670     MOVE WS-TYPE-DRCR-SIDE     TO WS-GL-DR-CR-INDICATOR.
038680     PERFORM 2142-CHECK-PRIOR-PERIOD THRU 2142-EXIT.
038690     MOVE WS-TRANS-TYPE         TO WS-GL-TYPE-CODE.
038700     MOVE WS-AMUNT              TO WS-GL-AMOUNT.
038710     MOVE WS-PROCESSING-DATE    TO WS-GL-POSTING-DATE.
038720     MOVE 'C'                   TO WS-GL-ENTRY-SOURCE.
038730     MOVE SPACE                 TO WS-GL-REVERSAL-FLAG.
038740     PERFORM 2141-WRITE-ONE-GL-RECORD THRU 2141-EXIT.
038750     MOVE WS-CLEARING-GL-ACCOUNT TO WS-GL-ACCOUNT-NUMBER.
038760     IF WS-GL-DR-CR-INDICATOR = 'C'
038770         MOVE 'D' TO WS-GL-DR-CR-INDICATOR
038780     ELSE
038790         MOVE 'C' TO WS-GL-DR-CR-INDICATOR
038800     END-IF.
038810     MOVE 'O' TO WS-GL-ENTRY-SOURCE.
038820     PERFORM 2141-WRITE-ONE-GL-RECORD THRU 2141-EXIT.
038830 2140-EXIT.
038840     EXIT.
038850*
038860*----------------------------------------------------------------
038870* 2141-WRITE-ONE-GL-RECORD - WRITE ONE SIDE OF A GL POSTING PAIR
038880*                            FROM THE STAGING AREA AND ROLL IT
038890*                            INTO THE TRAILER'S CONTROL FIGURES
038900*----------------------------------------------------------------
038910 2141-WRITE-ONE-GL-RECORD.
038920     MOVE 'D' TO WS-GL-REC-TYPE.
038930     IF WS-GL-DR-CR-INDICATOR = 'C'
038940         ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL
038950     ELSE
038960         ADD WS-GL-AMOUNT TO WS-GL-DEBIT-TOTAL
038970     END-IF.
038980     ADD 1 TO WS-GL-RECORD-COUNT.
038990     MOVE WS-GL-RECORD TO GL-POSTING-RECORD.
039000     ADD 1 TO WS-GLFILE-WRITE-COUNT.
039010     IF WS-GLFILE-WRITE-COUNT > WS-GLFILE-KEEP-COUNT
039020         WRITE GL-POSTING-RECORD
039030     END-IF.
039040 2141-EXIT.
039050     EXIT.
039060*
039070*----------------------------------------------------------------
039080* 2142-CHECK-PRIOR-PERIOD - SET THE CUSTOMER-SIDE GL ACCOUNT FOR
039090*                           THE PAIR ABOUT TO BE WRITTEN.  AN
039100*                           ITEM WHOSE EFFECTIVE DATE FALLS IN A
039110*                           CLOSED PERIOD GOES TO THE PRIOR-
039120*                           PERIOD ADJUSTMENT GL ACCOUNT, AND THE
039130*                           ADJUSTMENT DETAIL IS FILLED IN SO
039140*                           BOTH RECORDS OF THE PAIR CARRY IT.
039150*                           ANY OTHER ITEM GOES TO ITS TYPE'S GL
039160*                           ACCOUNT WITH THE DETAIL CLEARED.
039170*                           EXPECTS THE RECORD IMAGE IN TRANS-
039180*                           RECORD AND WS-LOOKUP-ACCT-NUMBER SET
039190*----------------------------------------------------------------
039200 2142-CHECK-PRIOR-PERIOD.
039210     MOVE 'N' TO WS-PRIOR-PERIOD-SWITCH.
039220     MOVE WS-TYPE-GL-ACCOUNT TO WS-GL-ACCOUNT-NUMBER.
039230     MOVE SPACE  TO WS-GL-PRIOR-PERIOD-FLAG.
039240     MOVE SPACES TO WS-GL-ADJ-DETAIL.
039250     IF WS-CLOSED-PERIOD-COUNT > 0
039260             AND TRAN-EFFECTIVE-DATE IS NUMERIC
039270         SET WS-CLOSED-IDX TO 1
039280         SEARCH WS-CLOSED-PERIOD-ENTRY
039290             AT END
039300                 CONTINUE
039310             WHEN TRAN-EFFECTIVE-DATE
039320                     NOT < WS-CLOSED-START-TBL(WS-CLOSED-IDX)
039330                     AND TRAN-EFFECTIVE-DATE
039340                     NOT > WS-CLOSED-END-TBL(WS-CLOSED-IDX)
039350                 SET WS-PRIOR-PERIOD-ITEM TO TRUE
039360                 MOVE WS-CLOSED-ID-TBL(WS-CLOSED-IDX)
039370                         TO WS-PRIOR-PERIOD-ID
039380         END-SEARCH
039390         IF WS-PRIOR-PERIOD-ITEM
039400             MOVE WS-ADJ-GL-ACCOUNT TO WS-GL-ACCOUNT-NUMBER
039410             MOVE 'A' TO WS-GL-PRIOR-PERIOD-FLAG
039420             MOVE WS-PRIOR-PERIOD-ID TO WS-GL-ADJ-PERIOD-ID
039430             MOVE TRAN-EFFECTIVE-DATE
039440                     TO WS-GL-ADJ-EFFECTIVE-DATE
039450             MOVE WS-TYPE-GL-ACCOUNT
039460                     TO WS-GL-ADJ-ORIG-GL-ACCOUNT
039470             MOVE TRAN-ID TO WS-GL-ADJ-TRAN-ID
039480             MOVE WS-LOOKUP-ACCT-NUMBER TO WS-GL-ADJ-ACCOUNT
039490         END-IF
039500     END-IF.
039510 2142-EXIT.
039520     EXIT.
039530*
039540*----------------------------------------------------------------
039550* 2145-WRITE-AUDIT-LOG - RECORD THE TRANSACTION IMAGE, THE
039560*                        EXTRACTED AMOUNT AND THE RUNNING TOTAL
039570*                        FOR EVERY DETAIL RECORD THAT EDITED
039580*                        CLEAN, WHETHER IT WAS POSTED OR ROUTED TO
039590*                        SUSPENSE, SO A LATER BALANCE QUESTION CAN
039600*                        BE TRACED BACK RECORD BY RECORD
039610*----------------------------------------------------------------
039620 2145-WRITE-AUDIT-LOG.
039630     MOVE TRANS-RECORD  TO WS-AUD-RECORD-IMAGE.
039640     MOVE WS-AMUNT      TO WS-AUD-AMOUNT.
039650     MOVE WS-TOTAL      TO WS-AUD-RUNNING-TOTAL.
039660     MOVE WS-AUD-RECORD TO AUDIT-RECORD.
039670     ADD 1 TO WS-AUDIT-COUNT.
039680     IF WS-AUDIT-COUNT > WS-AUDITFILE-KEEP-COUNT
039690         WRITE AUDIT-RECORD
039700     END-IF.
039710 2145-EXIT.
039720     EXIT.
039730*
039740*----------------------------------------------------------------
039750* 2150-CONVERT-CURRENCY - DETERMINE THE TRANSACTION'S CURRENCY,
039760*                         LOOK UP ITS DAILY CONVERSION FACTOR IN
039770*                         WS-RATE-TABLE, AND COMPUTE THE AMOUNT
039780*                         IN BASE CURRENCY.  A CURRENCY CODE WITH
039790*                         NO MATCHING RATE CONVERTS AT A FACTOR OF
039800*                         1 RATHER THAN STOPPING THE RUN.
039810*----------------------------------------------------------------
039820 2150-CONVERT-CURRENCY.
039830     IF TRAN-CURRENCY-CODE = SPACES
039840         MOVE WS-BASE-CURRENCY-CODE TO WS-CURR-CODE
039850     ELSE
039860         MOVE TRAN-CURRENCY-CODE TO WS-CURR-CODE
039870     END-IF.
039880     SET WS-RATE-IDX TO 1.
039890     SEARCH WS-RATE-ENTRY
039900         AT END
039910             DISPLAY 'WARNING - NO RATE ON FILE FOR CURRENCY '
039920                     WS-CURR-CODE ' - USING A FACTOR OF 1'
039930             MOVE WS-AMUNT TO WS-CONVERTED-AMOUNT
039940         WHEN WS-RATE-CODE-TBL(WS-RATE-IDX) = WS-CURR-CODE
039950             MULTIPLY WS-AMUNT
039960                     BY WS-RATE-FACTOR-TBL(WS-RATE-IDX)
039970                     GIVING WS-CONVERTED-AMOUNT
039980     END-SEARCH.
039990 2150-EXIT.
040000     EXIT.
040010*
040020*----------------------------------------------------------------
040030* 2160-POST-CURRENCY-TOTAL - ADD THE CURRENT RECORD'S NATIVE
040040*                            AMOUNT TO ITS CURRENCY SUBTOTAL,
040050*                            CREATING A NEW TABLE ENTRY THE FIRST
040060*                            TIME A CURRENCY CODE IS SEEN
040070*----------------------------------------------------------------
040080 2160-POST-CURRENCY-TOTAL.
040090     SET WS-CURR-IDX TO 1.
040100     SEARCH WS-CURR-ENTRY
040110         AT END
040120             PERFORM 2170-ADD-CURRENCY-ENTRY THRU 2170-EXIT
040130         WHEN WS-CURR-CODE-TBL(WS-CURR-IDX) = WS-CURR-CODE
040140             ADD WS-AMUNT TO WS-CURR-TOTAL-TBL(WS-CURR-IDX)
040150     END-SEARCH.
040160 2160-EXIT.
040170     EXIT.
040180*
040190*----------------------------------------------------------------
040200* 2170-ADD-CURRENCY-ENTRY - APPEND A NEW CURRENCY-CODE ENTRY TO
040210*                           THE TABLE
040220*----------------------------------------------------------------
040230 2170-ADD-CURRENCY-ENTRY.
040240     IF WS-CURR-COUNT < 100
040250         ADD 1 TO WS-CURR-COUNT
040260         SET WS-CURR-IDX TO WS-CURR-COUNT
040270         MOVE WS-CURR-CODE TO WS-CURR-CODE-TBL(WS-CURR-IDX)
040280         MOVE WS-AMUNT     TO WS-CURR-TOTAL-TBL(WS-CURR-IDX)
040290     ELSE
040300         DISPLAY '*** FATAL - MORE THAN 100 DISTINCT CURRENCY '
040310                 'CODES SEEN, CURRENCY TABLE MUST BE RESIZED: '
040320                 WS-CURR-CODE
040330         MOVE 16 TO RETURN-CODE
040340         STOP RUN
040350     END-IF.
040360 2170-EXIT.
040370     EXIT.
040380*
040390*----------------------------------------------------------------
040400* 2175-CHECK-DUPLICATE-ID - LOOK THE CURRENT RECORD'S TRAN-ID UP
040410*                           ON THE POSTED-ID TABLES.  A HIT MEANS
040420*                           THIS ID ALREADY POSTED -- IN THIS RUN
040430*                           OR ON AN EARLIER DAY INSIDE THE
040440*                           RETENTION WINDOW
040450*----------------------------------------------------------------
040460 2175-CHECK-DUPLICATE-ID.
040470     MOVE TRAN-ID TO WS-FIND-ID.
040480     PERFORM 2176-FIND-POSTED-ID THRU 2176-EXIT.
040490 2175-EXIT.
040500     EXIT.
040510*
040520*----------------------------------------------------------------
040530* 2176-FIND-POSTED-ID - LOOK WS-FIND-ID UP: A BINARY SEARCH OF
040540*                       THE SORTED RETAINED TABLE, THEN A LINEAR
040550*                       SCAN OF THE (SMALL) CURRENT-RUN TABLE.
040560*                       ON A HIT THE FOUND ENTRY'S FIELDS ARE
040570*                       COPIED TO THE WS-FND WORK FIELDS AND
040580*                       WS-FND-WHERE SAYS WHICH TABLE (WITH ITS
040590*                       INDEX STILL POSITIONED) HOLDS THE ENTRY.
040600*----------------------------------------------------------------
040610 2176-FIND-POSTED-ID.
040620     MOVE 'N' TO WS-DUP-ID-SWITCH.
040630     MOVE SPACE TO WS-FND-WHERE.
040640     IF WS-RID-COUNT > 0
040650         SEARCH ALL WS-RID-ENTRY
040660             AT END
040670                 CONTINUE
040680             WHEN WS-RID-TBL(WS-RID-IDX) = WS-FIND-ID
040690                 MOVE 'Y' TO WS-DUP-ID-SWITCH
040700                 MOVE 'R' TO WS-FND-WHERE
040710                 PERFORM 2178-FETCH-RETAINED-ENTRY THRU 2178-EXIT
040720         END-SEARCH
040730     END-IF.
040740     IF WS-ID-NOT-ON-TABLE
040750             AND WS-NID-COUNT > 0
040760         SET WS-NID-IDX TO 1
040770         SEARCH WS-NID-ENTRY
040780             AT END
040790                 CONTINUE
040800             WHEN WS-NID-TBL(WS-NID-IDX) = WS-FIND-ID
040810                 MOVE 'Y' TO WS-DUP-ID-SWITCH
040820                 MOVE 'N' TO WS-FND-WHERE
040830                 PERFORM 2179-FETCH-NEW-ENTRY THRU 2179-EXIT
040840         END-SEARCH
040850     END-IF.
040860 2176-EXIT.
040870     EXIT.
040880*
040890 2178-FETCH-RETAINED-ENTRY.
040900     MOVE WS-RID-TBL(WS-RID-IDX)          TO WS-FND-ID.
040910     MOVE WS-RID-DATE-TBL(WS-RID-IDX)     TO WS-FND-DATE.
040920     MOVE WS-RID-ACCT-TBL(WS-RID-IDX)     TO WS-FND-ACCT.
040930     MOVE WS-RID-TYPE-TBL(WS-RID-IDX)     TO WS-FND-TYPE.
040940     MOVE WS-RID-AMOUNT-TBL(WS-RID-IDX)   TO WS-FND-AMOUNT.
040950     MOVE WS-RID-CURR-TBL(WS-RID-IDX)     TO WS-FND-CURR.
040960     MOVE WS-RID-REVERSED-TBL(WS-RID-IDX) TO WS-FND-REVERSED.
040970 2178-EXIT.
040980     EXIT.
040990*
041000 2179-FETCH-NEW-ENTRY.
041010     MOVE WS-NID-TBL(WS-NID-IDX)          TO WS-FND-ID.
041020     MOVE WS-NID-DATE-TBL(WS-NID-IDX)     TO WS-FND-DATE.
041030     MOVE WS-NID-ACCT-TBL(WS-NID-IDX)     TO WS-FND-ACCT.
041040     MOVE WS-NID-TYPE-TBL(WS-NID-IDX)     TO WS-FND-TYPE.
041050     MOVE WS-NID-AMOUNT-TBL(WS-NID-IDX)   TO WS-FND-AMOUNT.
041060     MOVE WS-NID-CURR-TBL(WS-NID-IDX)     TO WS-FND-CURR.
041070     MOVE WS-NID-REVERSED-TBL(WS-NID-IDX) TO WS-FND-REVERSED.
041080 2179-EXIT.
041090     EXIT.
041100*
041110*----------------------------------------------------------------
041120* 2177-LOOKUP-TYPE-CODE - LOOK THE CURRENT RECORD'S TYPE CODE UP
041130*                         ON THE TYPE REFERENCE TABLE AND PULL
041140*                         OUT ITS DEBIT/CREDIT SIDE, MAPPED GL
041150*                         ACCOUNT AND CLOSEOUT FLAG FOR THE
041160*                         POSTING PATH
041170*----------------------------------------------------------------
041180 2177-LOOKUP-TYPE-CODE.
041190     MOVE 'N' TO WS-TYPE-FOUND-SWITCH.
041200     MOVE SPACE TO WS-TYPE-CLOSEOUT-FLAG.
041210     SET WS-TYPEREF-IDX TO 1.
041220     SEARCH WS-TYPEREF-ENTRY
041230         AT END
041240             CONTINUE
041250         WHEN WS-TYPEREF-CODE-TBL(WS-TYPEREF-IDX)
041260                 = TRAN-TYPE-CODE
041270             MOVE 'Y' TO WS-TYPE-FOUND-SWITCH
041280             MOVE WS-TYPEREF-DRCR-TBL(WS-TYPEREF-IDX)
041290                     TO WS-TYPE-DRCR-SIDE
041300             MOVE WS-TYPEREF-GLACCT-TBL(WS-TYPEREF-IDX)
041310                     TO WS-TYPE-GL-ACCOUNT
041320             MOVE WS-TYPEREF-CLOSE-TBL(WS-TYPEREF-IDX)
041330                     TO WS-TYPE-CLOSEOUT-FLAG
041340     END-SEARCH.
041350 2177-EXIT.
041360     EXIT.
041370*
041380*----------------------------------------------------------------
041390* 2180-RECORD-POSTED-ID - REMEMBER A JUST-POSTED TRAN-ID: ADD IT
041400*                         TO THE DUPLICATE-CHECK TABLE AND WRITE
041410*                         IT TO THE POSTED-ID FILE AS IT HAPPENS,
041420*                         SO A RESTART FINDS EVERY ID THE
041430*                         INTERRUPTED RUN HAD POSTED
041440*----------------------------------------------------------------
041450 2180-RECORD-POSTED-ID.
041460     MOVE TRAN-ID            TO WS-PID-TRAN-ID.
041470     MOVE WS-PROCESSING-DATE TO WS-PID-POSTED-DATE.
041480     MOVE WS-LOOKUP-ACCT-NUMBER TO WS-PID-ACCOUNT.
041490     MOVE WS-TRANS-TYPE      TO WS-PID-TYPE-CODE.
041500     MOVE WS-AMUNT           TO WS-PID-AMOUNT.
041510     MOVE WS-CURR-CODE       TO WS-PID-CURRENCY.
041520     MOVE 'N'                TO WS-PID-REVERSED.
041530     PERFORM 1570-ADD-ID-TO-TABLE THRU 1570-EXIT.
041540     IF WS-TRIAL-RUN
041550         CONTINUE
041560     ELSE
041570         MOVE WS-PID-RECORD TO POSTED-ID-RECORD
041580         ADD 1 TO WS-IDFILE-WRITE-COUNT
041590         IF WS-IDFILE-WRITE-COUNT > WS-IDFILE-KEEP-COUNT
041600             WRITE POSTED-ID-RECORD
041610         END-IF
041620     END-IF.
041630 2180-EXIT.
041640     EXIT.
041650*
041660*----------------------------------------------------------------
041670* 2185-CHECK-CREDIT-LIMIT - REFER A DEBIT THAT WOULD DRIVE THE
041680*                           ACCOUNT'S BALANCE PAST MINUS ITS
041690*                           CREDIT LIMIT.  AN ACCOUNT WITH NO
041700*                           LIMIT ON FILE (ZERO, OR SPACES ON A
041710*                           RECORD FROM BEFORE THE FIELD EXISTED)
041720*                           BEHAVES EXACTLY AS BEFORE.  EXPECTS
041730*                           THE MASTER RECORD STILL IN THE FD FROM
041740*                           2120-LOOKUP-ACCOUNT AND THE TYPE SIDE
041750*                           FROM 2177-LOOKUP-TYPE-CODE.
041760*----------------------------------------------------------------
041770 2185-CHECK-CREDIT-LIMIT.
041780     IF WS-TYPE-DRCR-SIDE = 'C'
041790         CONTINUE
041800     ELSE
041810         IF ACCT-CREDIT-LIMIT IS NOT NUMERIC
041820                 OR ACCT-CREDIT-LIMIT = 0
041830             CONTINUE
041840         ELSE
041850             IF ACCT-CURRENT-BALANCE IS NUMERIC
041860                 COMPUTE WS-PROJECTED-BALANCE =
041870                         ACCT-CURRENT-BALANCE - WS-AMUNT
041880             ELSE
041890                 COMPUTE WS-PROJECTED-BALANCE = 0 - WS-AMUNT
041900             END-IF
041910             IF WS-PROJECTED-BALANCE < (0 - ACCT-CREDIT-LIMIT)
041920                 SET WS-RECORD-REFERRED TO TRUE
041930                 SET REF-OVER-CREDIT-LIMIT TO TRUE
041940             END-IF
041950         END-IF
041960     END-IF.
041970 2185-EXIT.
041980     EXIT.
041990*
042000*----------------------------------------------------------------
042010* 2187-WRITE-REFERRAL - FORMAT AND WRITE ONE REFERRAL RECORD FOR A
042020*                       DEBIT HELD OFF THE ACCOUNT BY ITS CREDIT
042030*                       LIMIT, SHOWING THE PROJECTED BALANCE AND
042040*                       THE LIMIT
042050*----------------------------------------------------------------
042060 2187-WRITE-REFERRAL.
042070     EVALUATE TRUE
042080         WHEN REF-OVER-CREDIT-LIMIT
042090             MOVE 'DEBIT OVER CREDIT LIMIT'
042100                     TO WS-REF-REASON-TEXT
042110         WHEN OTHER
042120             MOVE 'UNKNOWN REFERRAL REASON'
042130                     TO WS-REF-REASON-TEXT
042140     END-EVALUATE.
042150     MOVE WS-REFERRAL-REASON-CODE TO WS-REF-REASON-CODE.
042160     MOVE WS-LOOKUP-ACCT-NUMBER   TO WS-REF-ACCOUNT.
042170     MOVE TRAN-ID                 TO WS-REF-TRAN-ID.
042180     MOVE WS-AMUNT                TO WS-REF-AMOUNT.
042190     IF ACCT-CURRENT-BALANCE IS NUMERIC
042200         MOVE ACCT-CURRENT-BALANCE TO WS-REF-CURRENT-BAL
042210     ELSE
042220         MOVE 0 TO WS-REF-CURRENT-BAL
042230     END-IF.
042240     MOVE WS-PROJECTED-BALANCE    TO WS-REF-PROJECTED-BAL.
042250     MOVE ACCT-CREDIT-LIMIT       TO WS-REF-CREDIT-LIMIT.
042260     MOVE TRANS-RECORD            TO WS-REF-RECORD-IMAGE.
042270     MOVE WS-REF-RECORD           TO REF-RECORD.
042280     ADD 1 TO WS-REFERRAL-COUNT.
042290     IF WS-REFERRAL-COUNT > WS-REFFILE-KEEP-COUNT
042300         WRITE REF-RECORD
042310     END-IF.
042320     MOVE 'REF'                  TO WS-AKX-CATEGORY.
042330     MOVE WS-REFERRAL-REASON-CODE TO WS-AKX-REASON-CODE.
042340     MOVE WS-REF-REASON-TEXT     TO WS-AKX-REASON-TEXT.
042350     PERFORM 2195-WRITE-ACK-ITEM THRU 2195-EXIT.
042360 2187-EXIT.
042370     EXIT.
042380*
042390*----------------------------------------------------------------
042400* 2190-POST-ACCEPTED - POST ONE TRANSACTION THAT HAS PASSED EVERY
042410*                      EDIT AND THE ACCOUNT LOOKUP: ADD IT TO THE
042420*                      RUN TOTALS AND SUBTOTALS AND WRITE ITS GL
042430*                      POSTING.  PERFORMED FOR FRESH DETAIL
042440*                      RECORDS AND FOR PRIOR-RUN HELD ITEMS BEING
042450*                      RELEASED, SO BOTH POST IDENTICALLY.
042460*                      EXPECTS WS-AMUNT, WS-TRANS-TYPE AND
042470*                      WS-LOOKUP-ACCT-NUMBER TO BE SET, THE RECORD
042480*                      IMAGE TO BE IN TRANS-RECORD, AND THE MASTER
042490*                      RECORD STILL IN THE FD FROM THE LOOKUP.  A
042500*                      DEBIT OVER THE ACCOUNT'S CREDIT LIMIT IS
042510*                      REFERRED INSTEAD OF POSTED, UNLESS THIS IS
042520*                      A SUPERVISOR OVERRIDE
042530*----------------------------------------------------------------
042540 2190-POST-ACCEPTED.
042550     MOVE 'N' TO WS-REFER-SWITCH.
042560     IF NOT WS-OVERRIDE-POST
042570         PERFORM 2185-CHECK-CREDIT-LIMIT THRU 2185-EXIT
042580     END-IF.
042590     IF WS-RECORD-REFERRED
042600         PERFORM 2187-WRITE-REFERRAL THRU 2187-EXIT
042610     ELSE
042620         ADD WS-AMUNT TO WS-TOTAL
042630         ADD 1 TO WS-ACCEPT-COUNT
042640         PERFORM 2200-POST-TYPE-TOTAL THRU 2200-EXIT
042650         PERFORM 2150-CONVERT-CURRENCY THRU 2150-EXIT
042660         ADD WS-CONVERTED-AMOUNT TO WS-BASE-CURRENCY-TOTAL
042670         PERFORM 2160-POST-CURRENCY-TOTAL THRU 2160-EXIT
042680         IF WS-LIVE-RUN
042690             PERFORM 2125-UPDATE-ACCT-BALANCE THRU 2125-EXIT
042700             PERFORM 2140-WRITE-GL-POSTING THRU 2140-EXIT
042710         END-IF
042720         PERFORM 2180-RECORD-POSTED-ID THRU 2180-EXIT
042730     END-IF.
042740 2190-EXIT.
042750     EXIT.
042760*
042770*----------------------------------------------------------------
042780* 2195-WRITE-ACK-ITEM - TAG ONE EXCEPTION ITEM WITH THE BATCH IT
042790*                       ARRIVED IN AND WRITE IT TO THE
042800*                       ACKNOWLEDGMENT EXTRACT.  EXPECTS THE
042810*                       CATEGORY AND REASON TO BE SET IN
042820*                       WS-AKX-ITEM-BODY AND THE IMAGE TO BE IN
042830*                       TRANS-RECORD.  WITH NO OPEN BATCH THERE
042840*                       IS NO SENDER TO ANSWER -- THAT IS A
042850*                       HEADER-MISSING REJECT, ALREADY COUNTED,
042860*                       OR A PRIOR RUN'S HELD OR SUSPENSE ITEM,
042870*                       ACKNOWLEDGED THE NIGHT IT ARRIVED -- SO
042880*                       NOTHING IS WRITTEN
042890*----------------------------------------------------------------
042900 2195-WRITE-ACK-ITEM.
042910     IF WS-CURRENT-BATCH > 0
042920         SET WS-AKX-ITEM TO TRUE
042930         MOVE WS-CURRENT-BATCH   TO WS-AKX-BATCH-SEQ
042940         MOVE WS-BATCH-ID-TBL(WS-CURRENT-BATCH)
042950                                 TO WS-AKX-BATCH-ID
042960         MOVE TRANS-RECORD       TO WS-AKX-RECORD-IMAGE
042970         PERFORM 2196-WRITE-ACK-EXTRACT THRU 2196-EXIT
042980     END-IF.
042990 2195-EXIT.
043000     EXIT.
043010*
043020*----------------------------------------------------------------
043030* 2196-WRITE-ACK-EXTRACT - STAMP AND WRITE ONE FORMATTED
043040*                          ACKNOWLEDGMENT EXTRACT RECORD,
043050*                          SKIPPING THE PHYSICAL WRITE ON A
043060*                          RESTART UNTIL THE KEEP-COUNT IS PASSED
043070*----------------------------------------------------------------
043080 2196-WRITE-ACK-EXTRACT.
043090     ADD 1 TO WS-ACKEXTR-WRITE-COUNT.
043100     MOVE WS-ACKEXTR-WRITE-COUNT TO WS-AKX-SEQUENCE.
043110     MOVE WS-PROCESSING-DATE     TO WS-AKX-PROCESSING-DATE.
043120     MOVE WS-AKX-RECORD          TO ACK-EXTRACT-RECORD.
043130     IF WS-ACKEXTR-WRITE-COUNT > WS-ACKEXTR-KEEP-COUNT
043140         WRITE ACK-EXTRACT-RECORD
043150     END-IF.
043160 2196-EXIT.
043170     EXIT.
043180*
043190*----------------------------------------------------------------
043200* 2200-POST-TYPE-TOTAL - ADD THE CURRENT RECORD'S AMOUNT TO ITS
043210*                        TRANSACTION-TYPE SUBTOTAL, CREATING A
043220*                        NEW TABLE ENTRY THE FIRST TIME A TYPE
043230*                        CODE IS SEEN
043240*----------------------------------------------------------------
043250 2200-POST-TYPE-TOTAL.
043260     SET WS-TYPE-IDX TO 1.
043270     SEARCH WS-TYPE-ENTRY
043280         AT END
043290             PERFORM 2210-ADD-TYPE-ENTRY THRU 2210-EXIT
043300         WHEN WS-TYPE-CODE-TBL(WS-TYPE-IDX) = WS-TRANS-TYPE
043310             ADD WS-AMUNT TO WS-TYPE-TOTAL-TBL(WS-TYPE-IDX)
043320     END-SEARCH.
043330 2200-EXIT.
043340     EXIT.
043350*
043360*----------------------------------------------------------------
043370* 2210-ADD-TYPE-ENTRY - APPEND A NEW TYPE-CODE ENTRY TO THE TABLE
043380*----------------------------------------------------------------
043390 2210-ADD-TYPE-ENTRY.
043400     IF WS-TYPE-COUNT < 100
043410         ADD 1 TO WS-TYPE-COUNT
043420         SET WS-TYPE-IDX TO WS-TYPE-COUNT
043430         MOVE WS-TRANS-TYPE TO WS-TYPE-CODE-TBL(WS-TYPE-IDX)
043440         MOVE WS-AMUNT      TO WS-TYPE-TOTAL-TBL(WS-TYPE-IDX)
043450     ELSE
043460         DISPLAY '*** FATAL - MORE THAN 100 DISTINCT TYPE '
043470                 'CODES SEEN, TYPE TABLE MUST BE RESIZED: '
043480                 WS-TRANS-TYPE
043490         MOVE 16 TO RETURN-CODE
043500         STOP RUN
043510     END-IF.
043520 2210-EXIT.
043530     EXIT.
043540*
043550*----------------------------------------------------------------
043560* 2300-PROCESS-HEADER - OPEN A NEW BATCH: CAPTURE THE RUN DATE,
043570*                       EXPECTED COUNT AND BATCH ID OFF THE
043580*                       HEADER RECORD INTO A NEW BATCH TABLE
043590*                       ENTRY.  THE FIRST HEADER'S DATE AND COUNT
043600*                       ALSO FEED THE CHECKPOINT IDENTITY CHECK,
043610*                       AS THEY ALWAYS HAVE.  A HEADER
043620*                       TOO SHORT TO HOLD BOTH FIELDS, OR WITH A
043630*                       NON-NUMERIC RUN DATE OR EXPECTED COUNT, IS
043640*                       LOGGED AND IGNORED RATHER THAN ACCEPTED --
043650*                       WS-HEADER-SEEN STAYS FALSE SO ANY DETAIL
043660*                       RECORD BEHIND IT STILL HITS THE
043670*                       REJ-HEADER-MISSING CHECK INSTEAD OF BEING
043680*                       DATED OFF A ZERO RUN DATE
043690*----------------------------------------------------------------
043700 2300-PROCESS-HEADER.
043710     IF WS-TRANFILE-REC-LEN < 16
043720             OR HDR-RUN-DATE       IS NOT NUMERIC
043730             OR HDR-EXPECTED-COUNT IS NOT NUMERIC
043740         DISPLAY '*** WARNING - HEADER RECORD IS TOO SHORT OR '
043750                 'INVALID, IGNORED'
043760     ELSE
043770         SET  WS-HEADER-SEEN     TO TRUE
043780         IF WS-HDR-RUN-DATE = 0
043790             MOVE HDR-RUN-DATE       TO WS-HDR-RUN-DATE
043800             MOVE HDR-EXPECTED-COUNT TO WS-HDR-EXPECTED-COUNT
043810         END-IF
043820         IF WS-BATCH-COUNT < 200
043830             ADD 1 TO WS-BATCH-COUNT
043840             MOVE WS-BATCH-COUNT TO WS-CURRENT-BATCH
043850             MOVE HDR-BATCH-ID
043860                     TO WS-BATCH-ID-TBL(WS-CURRENT-BATCH)
043870             MOVE HDR-EXPECTED-COUNT
043880                     TO WS-BATCH-EXP-COUNT-TBL(WS-CURRENT-BATCH)
043890             MOVE 0 TO WS-BATCH-DETAIL-CNT-TBL(WS-CURRENT-BATCH)
043900             MOVE 0 TO WS-BATCH-GROSS-TBL(WS-CURRENT-BATCH)
043910             MOVE 'N' TO WS-BATCH-TRL-SEEN-TBL(WS-CURRENT-BATCH)
043920             MOVE 0 TO WS-BATCH-TRL-COUNT-TBL(WS-CURRENT-BATCH)
043930             MOVE 0 TO WS-BATCH-TRL-AMT-TBL(WS-CURRENT-BATCH)
043940         ELSE
043950             DISPLAY '*** FATAL - MORE THAN 200 BATCHES ON '
043960                     'TRANFILE, BATCH TABLE MUST BE RESIZED: '
043970                     HDR-BATCH-ID
043980             MOVE 16 TO RETURN-CODE
043990             STOP RUN
044000         END-IF
044010     END-IF.
044020 2300-EXIT.
044030     EXIT.
044040*
044050*----------------------------------------------------------------
044060* 2400-PROCESS-TRAILER - CLOSE THE CURRENT BATCH: CAPTURE THE
044070*                        TRAILER'S CONTROL COUNT AND AMOUNT INTO
044080*                        THE BATCH TABLE ENTRY FOR THE END-OF-RUN
044090*                        PER-BATCH BALANCING, AND DROP THE
044100*                        HEADER-SEEN SWITCH SO A DETAIL RECORD
044110*                        AHEAD OF THE NEXT HEADER REJECTS.  A
044120*                        TRAILER TOO SHORT OR
044130*                        NON-NUMERIC IS LOGGED AND IGNORED RATHER
044140*                        THAN ACCEPTED -- THE BATCH TABLE'S
044150*                        TRAILER-SEEN FLAG STAYS 'N' SO
044160*                        8210-BALANCE-ONE-BATCH REPORTS THE
044170*                        MISSING TRAILER INSTEAD OF BALANCING
044180*                        AGAINST GARBAGE CONTROL FIGURES
044190*----------------------------------------------------------------
044200 2400-PROCESS-TRAILER.
044210     IF WS-TRANFILE-REC-LEN < 17
044220             OR TRL-CONTROL-COUNT  IS NOT NUMERIC
044230             OR TRL-CONTROL-AMOUNT IS NOT NUMERIC
044240         DISPLAY '*** WARNING - TRAILER RECORD IS TOO SHORT OR '
044250                 'INVALID, IGNORED'
044260     ELSE
044270         IF WS-CURRENT-BATCH > 0
044280             MOVE 'Y'
044290                     TO WS-BATCH-TRL-SEEN-TBL(WS-CURRENT-BATCH)
044300             MOVE TRL-CONTROL-COUNT
044310                     TO WS-BATCH-TRL-COUNT-TBL(WS-CURRENT-BATCH)
044320             MOVE TRL-CONTROL-AMOUNT
044330                     TO WS-BATCH-TRL-AMT-TBL(WS-CURRENT-BATCH)
044340             MOVE 0 TO WS-CURRENT-BATCH
044350         ELSE
044360             ADD 1 TO WS-ORPHAN-TRAILER-COUNT
044370             DISPLAY '*** WARNING - TRAILER WITH NO OPEN '
044380                     'BATCH, NOT BALANCED'
044390         END-IF
044400         MOVE 'N' TO WS-HEADER-SWITCH
044410     END-IF.
044420 2400-EXIT.
044430     EXIT.
044440*
044450*----------------------------------------------------------------
044460* 2500-CHECKPOINT-DUE - EVERY WS-CHECKPOINT-INTERVAL DETAIL
044470*                       RECORDS, WRITE A CHECKPOINT.  A TRIAL
044480*                       RUN NEVER CHECKPOINTS -- THERE IS
044490*                       NOTHING A RESTART COULD RESUME.  A
044500*                       CHECKPOINT THAT FALLS DUE INSIDE A
044510*                       LINKED TRANSFER IS OWED UNTIL THE PAIR
044520*                       IS FINISHED, SINCE THE READ COUNT
044530*                       ALREADY INCLUDES THE CREDIT LEG
044540*----------------------------------------------------------------
044550 2500-CHECKPOINT-DUE.
044560     IF WS-LIVE-RUN
044570         DIVIDE WS-DETAIL-COUNT BY WS-CHECKPOINT-INTERVAL
044580                 GIVING WS-CKPT-QUOTIENT
044590                 REMAINDER WS-CKPT-REMAINDER
044600         IF WS-CKPT-REMAINDER = 0
044610             SET WS-CKPT-OWED TO TRUE
044620         END-IF
044630         IF WS-CKPT-OWED
044640                 AND NOT WS-LNK-PAIR-ACTIVE
044650             MOVE 'N' TO WS-CKPT-OWED-SWITCH
044660             PERFORM 2510-WRITE-CHECKPOINT THRU 2510-EXIT
044670         END-IF
044680     END-IF.
044690 2500-EXIT.
044700     EXIT.
044710*
044720*----------------------------------------------------------------
044730* 2510-WRITE-CHECKPOINT - SAVE OUR CURRENT COUNTERS, TOTALS AND
044740*                         TABLES TO CKPTFILE, THEN MARK THE
044750*                         CHECKPOINT ON THE ACCTMAST JOURNAL
044760*----------------------------------------------------------------
044770 2510-WRITE-CHECKPOINT.
044780     MOVE WS-READ-COUNT         TO CKPT-READ-COUNT.
044790     MOVE WS-DETAIL-COUNT       TO CKPT-DETAIL-COUNT.
044800     MOVE WS-ACCEPT-COUNT       TO CKPT-ACCEPT-COUNT.
044810     MOVE WS-REJECT-COUNT       TO CKPT-REJECT-COUNT.
044820     MOVE WS-SUSPENSE-COUNT     TO CKPT-SUSPENSE-COUNT.
044830     MOVE WS-TOTAL              TO CKPT-TOTAL.
044840     MOVE WS-GROSS-TOTAL        TO CKPT-GROSS-TOTAL.
044850     MOVE WS-HEADER-SWITCH      TO CKPT-HEADER-SWITCH.
044860     MOVE WS-HDR-RUN-DATE       TO CKPT-HDR-RUN-DATE.
044870     MOVE WS-HDR-EXPECTED-COUNT TO CKPT-HDR-EXP-COUNT.
044880     MOVE WS-TYPE-COUNT         TO CKPT-TYPE-COUNT.
044890     MOVE WS-BASE-CURRENCY-TOTAL TO CKPT-BASE-TOTAL.
044900     MOVE WS-CURR-COUNT         TO CKPT-CURR-COUNT.
044910     MOVE WS-HOLD-COUNT         TO CKPT-HOLD-COUNT.
044920     MOVE WS-RELEASE-COUNT      TO CKPT-RELEASE-COUNT.
044930     MOVE WS-RELEASE-SUS-COUNT  TO CKPT-RELEASE-SUS-COUNT.
044940     MOVE WS-CARRY-FWD-COUNT    TO CKPT-CARRY-FWD-COUNT.
044950     MOVE WS-AUDIT-COUNT        TO CKPT-AUDIT-COUNT.
044960     MOVE WS-RECYCLE-POST-COUNT TO CKPT-RECYCLE-POST-CNT.
044970     MOVE WS-RECYCLE-RESUS-COUNT TO CKPT-RECYCLE-RESUS-CNT.
044980     MOVE WS-RECYCLE-STALE-COUNT TO CKPT-RECYCLE-STALE-CNT.
044990     MOVE WS-DUP-REJECT-COUNT   TO CKPT-DUP-REJECT-COUNT.
045000     MOVE WS-IDFILE-WRITE-COUNT TO CKPT-IDFILE-WRITE-CNT.
045010     MOVE WS-ACTWORK-WRITE-COUNT TO CKPT-ACTWORK-WRITE-CNT.
045020     MOVE WS-GLFILE-WRITE-COUNT TO CKPT-GLFILE-WRITE-CNT.
045030     MOVE WS-GL-RECORD-COUNT    TO CKPT-GL-RECORD-COUNT.
045040     MOVE WS-GL-DEBIT-TOTAL     TO CKPT-GL-DEBIT-TOTAL.
045050     MOVE WS-GL-CREDIT-TOTAL    TO CKPT-GL-CREDIT-TOTAL.
045060     MOVE WS-REVERSAL-COUNT     TO CKPT-REVERSAL-COUNT.
045070     MOVE WS-ORPHAN-TRAILER-COUNT TO CKPT-ORPHAN-TRL-COUNT.
045080     MOVE WS-NO-BATCH-REJ-COUNT TO CKPT-NO-BATCH-REJ-CNT.
045090     MOVE WS-BATCH-COUNT        TO CKPT-BATCH-COUNT.
045100     MOVE WS-CURRENT-BATCH      TO CKPT-CURRENT-BATCH.
045110     MOVE WS-RUN-COMPLETE-SWITCH TO CKPT-RUN-COMPLETE.
045120     PERFORM 2520-SAVE-TYPE-ENTRY THRU 2520-EXIT
045130             VARYING WS-CKPT-SUB FROM 1 BY 1
045140             UNTIL WS-CKPT-SUB > WS-TYPE-COUNT.
045150     PERFORM 2530-SAVE-CURR-ENTRY THRU 2530-EXIT
045160             VARYING WS-CKPT-SUB FROM 1 BY 1
045170             UNTIL WS-CKPT-SUB > WS-CURR-COUNT.
045180     PERFORM 2540-SAVE-BATCH-ENTRY THRU 2540-EXIT
045190             VARYING WS-CKPT-SUB FROM 1 BY 1
045200             UNTIL WS-CKPT-SUB > WS-BATCH-COUNT.
045210     PERFORM 2550-SAVE-REJR-ENTRY THRU 2550-EXIT
045220             VARYING WS-CKPT-SUB FROM 1 BY 1
045230             UNTIL WS-CKPT-SUB > 15.
045240     MOVE WS-REFERRAL-COUNT     TO CKPT-REFERRAL-COUNT.
045250     MOVE WS-ACKEXTR-WRITE-COUNT TO CKPT-ACKEXTR-WRITE-CNT.
045260     ADD 1 TO WS-JRNL-CKPT-SEQ.
045270     MOVE WS-JRNL-CKPT-SEQ      TO CKPT-SEQUENCE.
045280     OPEN OUTPUT CKPTFILE.
045290     IF WS-CKPTFILE-STATUS NOT = '00'
045300         DISPLAY '*** FATAL - CKPTFILE OPEN FAILED, STATUS '
045310                 WS-CKPTFILE-STATUS
045320         MOVE 16 TO RETURN-CODE
045330         STOP RUN
045340     END-IF.
045350     MOVE WS-CKPT-RECORD TO CKPT-RECORD.
045360     WRITE CKPT-RECORD.
045370     CLOSE CKPTFILE.
045380     PERFORM 2962-WRITE-JOURNAL-MARK THRU 2962-EXIT.
045390     DISPLAY 'CHECKPOINT WRITTEN AT DETAIL RECORD '
045400             WS-DETAIL-COUNT.
045410 2510-EXIT.
045420     EXIT.
045430*
045440*----------------------------------------------------------------
045450* 2520-SAVE-TYPE-ENTRY - COPY ONE ENTRY OF WS-TYPE-TABLE INTO
045460*                        THE CHECKPOINT RECORD
045470*----------------------------------------------------------------
045480 2520-SAVE-TYPE-ENTRY.
045490     SET WS-TYPE-IDX TO WS-CKPT-SUB.
045500     MOVE WS-TYPE-CODE-TBL(WS-TYPE-IDX)
045510             TO CKPT-TYPE-CODE(WS-CKPT-SUB).
045520     MOVE WS-TYPE-TOTAL-TBL(WS-TYPE-IDX)
045530             TO CKPT-TYPE-TOTAL(WS-CKPT-SUB).
045540 2520-EXIT.
045550     EXIT.
045560*
045570*----------------------------------------------------------------
045580* 2530-SAVE-CURR-ENTRY - COPY ONE ENTRY OF WS-CURRENCY-TABLE INTO
045590*                        THE CHECKPOINT RECORD
045600*----------------------------------------------------------------
045610 2530-SAVE-CURR-ENTRY.
045620     SET WS-CURR-IDX TO WS-CKPT-SUB.
045630     MOVE WS-CURR-CODE-TBL(WS-CURR-IDX)
045640             TO CKPT-CURR-CODE(WS-CKPT-SUB).
045650     MOVE WS-CURR-TOTAL-TBL(WS-CURR-IDX)
045660             TO CKPT-CURR-TOTAL(WS-CKPT-SUB).
045670 2530-EXIT.
045680     EXIT.
045690*
045700*----------------------------------------------------------------
045710* 2540-SAVE-BATCH-ENTRY - COPY ONE BATCH CONTROL ENTRY INTO THE
045720*                         CHECKPOINT RECORD
045730*----------------------------------------------------------------
045740 2540-SAVE-BATCH-ENTRY.
045750     MOVE WS-BATCH-ID-TBL(WS-CKPT-SUB)
045760             TO CKPT-BATCH-ID(WS-CKPT-SUB).
045770     MOVE WS-BATCH-EXP-COUNT-TBL(WS-CKPT-SUB)
045780             TO CKPT-BATCH-EXP-CNT(WS-CKPT-SUB).
045790     MOVE WS-BATCH-DETAIL-CNT-TBL(WS-CKPT-SUB)
045800             TO CKPT-BATCH-DET-CNT(WS-CKPT-SUB).
045810     MOVE WS-BATCH-GROSS-TBL(WS-CKPT-SUB)
045820             TO CKPT-BATCH-GROSS(WS-CKPT-SUB).
045830     MOVE WS-BATCH-TRL-SEEN-TBL(WS-CKPT-SUB)
045840             TO CKPT-BATCH-TRL-SEEN(WS-CKPT-SUB).
045850     MOVE WS-BATCH-TRL-COUNT-TBL(WS-CKPT-SUB)
045860             TO CKPT-BATCH-TRL-CNT(WS-CKPT-SUB).
045870     MOVE WS-BATCH-TRL-AMT-TBL(WS-CKPT-SUB)
045880             TO CKPT-BATCH-TRL-AMT(WS-CKPT-SUB).
045890 2540-EXIT.
045900     EXIT.
045910*
045920*----------------------------------------------------------------
045930* 2550-SAVE-REJR-ENTRY - COPY ONE REJECT-REASON TALLY ENTRY INTO
045940*                        THE CHECKPOINT RECORD
045950*----------------------------------------------------------------
045960 2550-SAVE-REJR-ENTRY.
045970     MOVE WS-REJR-COUNT-TBL(WS-CKPT-SUB)
045980             TO CKPT-REJR-COUNT(WS-CKPT-SUB).
045990     MOVE WS-REJR-AMT-TBL(WS-CKPT-SUB)
046000             TO CKPT-REJR-AMOUNT(WS-CKPT-SUB).
046010 2550-EXIT.
046020     EXIT.
046030*
046040*----------------------------------------------------------------
046050* 2600-PROCESS-REVERSAL - EDIT AND APPLY ONE REVERSAL RECORD.
046060*                         THE RECORD NAMES A POSTED TRAN-ID; IT
046070*                         MUST MATCH THE ORIGINAL'S ACCOUNT,
046080*                         TYPE, AMOUNT AND CURRENCY AS RECORDED
046090*                         ON THE POSTED-ID TABLE, AND THE
046100*                         ORIGINAL MUST NOT ALREADY BE REVERSED.
046110*                         A REVERSAL THAT FAILS ANY CHECK GOES
046120*                         TO REJFILE WITH ITS OWN REASON RATHER
046130*                         THAN POSTING AS NEW MONEY
046140*----------------------------------------------------------------
046150 2600-PROCESS-REVERSAL.
046160     MOVE 'N' TO WS-REJECT-SWITCH.
046170     MOVE 0   TO WS-REJECT-REASON-CODE.
046180     IF WS-TRANFILE-REC-LEN < 31
046190         SET REJ-SHORT-RECORD TO TRUE
046200         MOVE 'Y' TO WS-REJECT-SWITCH
046210     END-IF.
046220     IF NOT WS-RECORD-REJECTED
046230         IF TRAN-ID IS NOT NUMERIC
046240             SET REJ-INVALID-TRAN-ID TO TRUE
046250             MOVE 'Y' TO WS-REJECT-SWITCH
046260         END-IF
046270     END-IF.
046280     IF NOT WS-RECORD-REJECTED
046290         IF TRAN-AMOUNT IS NOT NUMERIC
046300             SET REJ-NONNUMERIC-AMOUNT TO TRUE
046310             MOVE 'Y' TO WS-REJECT-SWITCH
046320         END-IF
046330     END-IF.
046340     IF NOT WS-RECORD-REJECTED
046350         IF NOT WS-HEADER-SEEN
046360             SET REJ-HEADER-MISSING TO TRUE
046370             MOVE 'Y' TO WS-REJECT-SWITCH
046380         END-IF
046390     END-IF.
046400     IF NOT WS-RECORD-REJECTED
046410         PERFORM 2175-CHECK-DUPLICATE-ID THRU 2175-EXIT
046420         IF NOT WS-DUPLICATE-ID
046430             SET REJ-REVERSAL-NOT-POSTED TO TRUE
046440             MOVE 'Y' TO WS-REJECT-SWITCH
046450         END-IF
046460     END-IF.
046470     IF NOT WS-RECORD-REJECTED
046480         IF WS-FND-REVERSED = 'R'
046490             SET REJ-ALREADY-REVERSED TO TRUE
046500             MOVE 'Y' TO WS-REJECT-SWITCH
046510         END-IF
046520     END-IF.
046530     IF NOT WS-RECORD-REJECTED
046540         IF TRAN-CURRENCY-CODE = SPACES
046550             MOVE WS-BASE-CURRENCY-CODE TO WS-CURR-CODE
046560         ELSE
046570             MOVE TRAN-CURRENCY-CODE TO WS-CURR-CODE
046580         END-IF
046590         IF TRAN-ACCOUNT-NUMBER NOT = WS-FND-ACCT
046600                 OR TRAN-TYPE-CODE NOT = WS-FND-TYPE
046610                 OR TRAN-AMOUNT NOT = WS-FND-AMOUNT
046620                 OR WS-CURR-CODE NOT = WS-FND-CURR
046630             SET REJ-REVERSAL-MISMATCH TO TRUE
046640             MOVE 'Y' TO WS-REJECT-SWITCH
046650         END-IF
046660     END-IF.
046670     IF NOT WS-RECORD-REJECTED
046680         PERFORM 2177-LOOKUP-TYPE-CODE THRU 2177-EXIT
046690         IF WS-TYPE-NOT-ON-TABLE
046700             SET REJ-INVALID-TYPE-CODE TO TRUE
046710             MOVE 'Y' TO WS-REJECT-SWITCH
046720         END-IF
046730     END-IF.
046740     IF WS-RECORD-REJECTED
046750         PERFORM 2110-WRITE-REJECT THRU 2110-EXIT
046760     ELSE
046770         ADD TRAN-AMOUNT TO WS-GROSS-TOTAL
046780         IF WS-CURRENT-BATCH > 0
046790             ADD TRAN-AMOUNT
046800                     TO WS-BATCH-GROSS-TBL(WS-CURRENT-BATCH)
046810         END-IF
046820         PERFORM 2650-APPLY-REVERSAL THRU 2650-EXIT
046830         PERFORM 2145-WRITE-AUDIT-LOG THRU 2145-EXIT
046840     END-IF.
046850 2600-EXIT.
046860     EXIT.
046870*
046880*----------------------------------------------------------------
046890* 2650-APPLY-REVERSAL - BACK A VALIDATED REVERSAL OUT: REDUCE
046900*                       THE RUN TOTAL AND THE TYPE, CURRENCY AND
046910*                       BASE-CURRENCY SUBTOTALS BY THE ORIGINAL
046920*                       AMOUNT, RESTORE THE ACCOUNT BALANCE,
046930*                       WRITE THE OFFSETTING GL PAIR FLAGGED AS
046940*                       A REVERSAL, AND MARK THE ORIGINAL
046950*                       REVERSED ON THE TABLE AND THE POSTED-ID
046960*                       FILE.  THE ORIGINAL'S OWN FIGURES, AS
046970*                       RECORDED WHEN IT POSTED, DRIVE EVERY
046980*                       BACKOUT
046990*----------------------------------------------------------------
047000 2650-APPLY-REVERSAL.
047010     MOVE WS-FND-AMOUNT TO WS-AMUNT.
047020     MOVE WS-FND-TYPE   TO WS-TRANS-TYPE.
047030     MOVE WS-FND-ACCT   TO WS-LOOKUP-ACCT-NUMBER.
047040     SUBTRACT WS-AMUNT FROM WS-TOTAL.
047050     PERFORM 2660-BACK-OUT-TYPE-TOTAL THRU 2660-EXIT.
047060     PERFORM 2150-CONVERT-CURRENCY THRU 2150-EXIT.
047070     SUBTRACT WS-CONVERTED-AMOUNT FROM WS-BASE-CURRENCY-TOTAL.
047080     PERFORM 2670-BACK-OUT-CURR-TOTAL THRU 2670-EXIT.
047090     IF WS-LIVE-RUN
047100         PERFORM 2680-REVERSE-ACCT-BALANCE THRU 2680-EXIT
047110         PERFORM 2685-WRITE-GL-REVERSAL THRU 2685-EXIT
047120     END-IF.
047130     PERFORM 2655-MARK-ENTRY-REVERSED THRU 2655-EXIT.
047140     PERFORM 2690-WRITE-REVERSAL-MARKER THRU 2690-EXIT.
047150     ADD 1 TO WS-REVERSAL-COUNT.
047160 2650-EXIT.
047170     EXIT.
047180*
047190*----------------------------------------------------------------
047200* 2655-MARK-ENTRY-REVERSED - RAISE THE REVERSED FLAG ON THE ENTRY
047210*                            THE LAST 2176 LOOKUP FOUND, ON
047220*                            WHICHEVER TABLE HOLDS IT
047230*----------------------------------------------------------------
047240 2655-MARK-ENTRY-REVERSED.
047250     IF WS-FND-WHERE = 'R'
047260         MOVE 'R' TO WS-RID-REVERSED-TBL(WS-RID-IDX)
047270     ELSE
047280         IF WS-FND-WHERE = 'N'
047290             MOVE 'R' TO WS-NID-REVERSED-TBL(WS-NID-IDX)
047300         END-IF
047310     END-IF.
047320     MOVE 'R' TO WS-FND-REVERSED.
047330 2655-EXIT.
047340     EXIT.
047350*
047360*----------------------------------------------------------------
047370* 2660-BACK-OUT-TYPE-TOTAL - SUBTRACT THE REVERSED AMOUNT FROM
047380*                            ITS TYPE SUBTOTAL.  A TYPE WITH NO
047390*                            ACTIVITY YET THIS RUN GETS A NEW
047400*                             ENTRY DRIVEN NEGATIVE -- THE
047410*                            SUBTOTALS ARE SIGNED FOR EXACTLY
047420*                            THIS CASE
047430*----------------------------------------------------------------
047440 2660-BACK-OUT-TYPE-TOTAL.
047450     SET WS-TYPE-IDX TO 1.
047460     SEARCH WS-TYPE-ENTRY
047470         AT END
047480             PERFORM 2665-ADD-NEG-TYPE-ENTRY THRU 2665-EXIT
047490         WHEN WS-TYPE-CODE-TBL(WS-TYPE-IDX) = WS-TRANS-TYPE
047500             SUBTRACT WS-AMUNT
047510                     FROM WS-TYPE-TOTAL-TBL(WS-TYPE-IDX)
047520     END-SEARCH.
047530 2660-EXIT.
047540     EXIT.
047550*
047560 2665-ADD-NEG-TYPE-ENTRY.
047570     IF WS-TYPE-COUNT < 100
047580         ADD 1 TO WS-TYPE-COUNT
047590         SET WS-TYPE-IDX TO WS-TYPE-COUNT
047600         MOVE WS-TRANS-TYPE TO WS-TYPE-CODE-TBL(WS-TYPE-IDX)
047610         MOVE 0 TO WS-TYPE-TOTAL-TBL(WS-TYPE-IDX)
047620         SUBTRACT WS-AMUNT
047630                 FROM WS-TYPE-TOTAL-TBL(WS-TYPE-IDX)
047640     ELSE
047650         DISPLAY '*** FATAL - MORE THAN 100 DISTINCT TYPE '
047660                 'CODES SEEN, TYPE TABLE MUST BE RESIZED: '
047670                 WS-TRANS-TYPE
047680         MOVE 16 TO RETURN-CODE
047690         STOP RUN
047700     END-IF.
047710 2665-EXIT.
047720     EXIT.
047730*
047740*----------------------------------------------------------------
047750* 2670-BACK-OUT-CURR-TOTAL - SUBTRACT THE REVERSED AMOUNT FROM
047760*                            ITS CURRENCY SUBTOTAL, CREATING A
047770*                            NEGATIVE ENTRY IF THE CURRENCY HAS
047780*                            NO ACTIVITY YET THIS RUN
047790*----------------------------------------------------------------
047800 2670-BACK-OUT-CURR-TOTAL.
047810     SET WS-CURR-IDX TO 1.
047820     SEARCH WS-CURR-ENTRY
047830         AT END
047840             PERFORM 2675-ADD-NEG-CURR-ENTRY THRU 2675-EXIT
047850         WHEN WS-CURR-CODE-TBL(WS-CURR-IDX) = WS-CURR-CODE
047860             SUBTRACT WS-AMUNT
047870                     FROM WS-CURR-TOTAL-TBL(WS-CURR-IDX)
047880     END-SEARCH.
047890 2670-EXIT.
047900     EXIT.
047910*
047920 2675-ADD-NEG-CURR-ENTRY.
047930     IF WS-CURR-COUNT < 100
047940         ADD 1 TO WS-CURR-COUNT
047950         SET WS-CURR-IDX TO WS-CURR-COUNT
047960         MOVE WS-CURR-CODE TO WS-CURR-CODE-TBL(WS-CURR-IDX)
047970         MOVE 0 TO WS-CURR-TOTAL-TBL(WS-CURR-IDX)
047980         SUBTRACT WS-AMUNT
047990                 FROM WS-CURR-TOTAL-TBL(WS-CURR-IDX)
048000     ELSE
048010         DISPLAY '*** FATAL - MORE THAN 100 DISTINCT CURRENCY '
048020                 'CODES SEEN, CURRENCY TABLE MUST BE RESIZED: '
048030                 WS-CURR-CODE
048040         MOVE 16 TO RETURN-CODE
048050         STOP RUN
048060     END-IF.
048070 2675-EXIT.
048080     EXIT.
048090*
048100*----------------------------------------------------------------
048110* 2680-REVERSE-ACCT-BALANCE - PUT THE REVERSED AMOUNT BACK ON
048120*                             THE ACCOUNT MASTER, ON THE SIDE
048130*                             OPPOSITE THE ORIGINAL POSTING, AND
048140*                             RECORD THE BACKOUT ON THE ACTIVITY
048150*                             FILE SO THE STATEMENT SHOWS IT.
048160*                             AN ACCOUNT NO LONGER ON FILE IS
048170*                             LOGGED AND LEFT ALONE -- THE GL
048180*                             BACKOUT STILL HAPPENS
048190*----------------------------------------------------------------
048200 2680-REVERSE-ACCT-BALANCE.
048210     MOVE WS-LOOKUP-ACCT-NUMBER TO ACCT-NUMBER.
048220     READ ACCTMAST
048230         INVALID KEY
048240             DISPLAY '*** WARNING - REVERSAL ACCOUNT '
048250                     WS-LOOKUP-ACCT-NUMBER ' NOT ON FILE, '
048260                     'BALANCE NOT ADJUSTED'
048270         NOT INVALID KEY
048280             PERFORM 2682-APPLY-BALANCE-BACKOUT THRU 2682-EXIT
048290     END-READ.
048300 2680-EXIT.
048310     EXIT.
048320*
048330 2682-APPLY-BALANCE-BACKOUT.
048340     MOVE 'B' TO WS-JRNL-ENTRY-TYPE.
048350     PERFORM 2960-WRITE-ACCTJRNL THRU 2960-EXIT.
048360     IF ACCT-CURRENT-BALANCE IS NOT NUMERIC
048370         MOVE 0 TO ACCT-CURRENT-BALANCE
048380     END-IF.
048390     IF WS-TYPE-DRCR-SIDE = 'C'
048400         SUBTRACT WS-AMUNT FROM ACCT-CURRENT-BALANCE
048410         MOVE 'D' TO WS-ACTW-DR-CR
048420     ELSE
048430         ADD WS-AMUNT TO ACCT-CURRENT-BALANCE
048440         MOVE 'C' TO WS-ACTW-DR-CR
048450     END-IF.
048460     MOVE WS-PROCESSING-DATE TO ACCT-LAST-ACTIVITY-DATE.
048470     REWRITE ACCT-MASTER-RECORD
048480         INVALID KEY
048490             DISPLAY '*** WARNING - ACCTMAST REWRITE FAILED '
048500                     'FOR ACCOUNT ' ACCT-NUMBER ', STATUS '
048510                     WS-ACCTMAST-STATUS
048520     END-REWRITE.
048530     MOVE WS-LOOKUP-ACCT-NUMBER TO WS-ACTW-ACCOUNT.
048540     MOVE TRAN-ID               TO WS-ACTW-TRAN-ID.
048550     MOVE WS-TRANS-TYPE         TO WS-ACTW-TYPE-CODE.
048560     MOVE WS-AMUNT              TO WS-ACTW-AMOUNT.
048570     MOVE WS-ACTW-RECORD        TO ACTIVITY-RECORD.
048580     ADD 1 TO WS-ACTWORK-WRITE-COUNT.
048590     IF WS-ACTWORK-WRITE-COUNT > WS-ACTWORK-KEEP-COUNT
048600         WRITE ACTIVITY-RECORD
048610     END-IF.
048620 2682-EXIT.
048630     EXIT.
048640*
048650*----------------------------------------------------------------
048660* 2685-WRITE-GL-REVERSAL - WRITE THE OFFSETTING GL PAIR FOR A
048670*                          REVERSAL, EACH RECORD FLAGGED 'R':
048680*                          THE CUSTOMER-SIDE ENTRY ON THE SIDE
048690*                          OPPOSITE THE ORIGINAL POSTING, AND
048700*                          THE CLEARING-ACCOUNT OFFSET OPPOSITE
048710*                          THAT.  A REVERSAL DATED IN A CLOSED
048720*                          PERIOD GOES TO THE ADJUSTMENT GL
048730*                          ACCOUNT LIKE ANY OTHER ITEM (2142)
048740*----------------------------------------------------------------
048750 2685-WRITE-GL-REVERSAL.
048760     PERFORM 2142-CHECK-PRIOR-PERIOD THRU 2142-EXIT.
048770     IF WS-TYPE-DRCR-SIDE = 'C'
048780         MOVE 'D' TO WS-GL-DR-CR-INDICATOR
048790     ELSE
048800         MOVE 'C' TO WS-GL-DR-CR-INDICATOR
048810     END-IF.
048820     MOVE WS-TRANS-TYPE      TO WS-GL-TYPE-CODE.
048830     MOVE WS-AMUNT           TO WS-GL-AMOUNT.
048840     MOVE WS-PROCESSING-DATE TO WS-GL-POSTING-DATE.
048850     MOVE 'C'                TO WS-GL-ENTRY-SOURCE.
048860     MOVE 'R'                TO WS-GL-REVERSAL-FLAG.
048870     PERFORM 2141-WRITE-ONE-GL-RECORD THRU 2141-EXIT.
048880     MOVE WS-CLEARING-GL-ACCOUNT TO WS-GL-ACCOUNT-NUMBER.
048890     IF WS-GL-DR-CR-INDICATOR = 'C'
048900         MOVE 'D' TO WS-GL-DR-CR-INDICATOR
048910     ELSE
048920         MOVE 'C' TO WS-GL-DR-CR-INDICATOR
048930     END-IF.
048940     MOVE 'O' TO WS-GL-ENTRY-SOURCE.
048950     PERFORM 2141-WRITE-ONE-GL-RECORD THRU 2141-EXIT.
048960 2685-EXIT.
048970     EXIT.
048980*
048990*----------------------------------------------------------------
049000* 2690-WRITE-REVERSAL-MARKER - APPEND A MARKER RECORD FOR THE
049010*                              REVERSED ORIGINAL TO THE POSTED-
049020*                              ID FILE.  AT LOAD TIME A SECOND
049030*                              RECORD FOR AN ID ONLY RAISES THE
049040*                              REVERSED FLAG, SO THE REVERSED
049050*                              STATE SURVIVES RESTARTS AND THE
049060*                              CARRY TO THE NEXT RUN
049070*----------------------------------------------------------------
049080 2690-WRITE-REVERSAL-MARKER.
049090     MOVE WS-FND-ID     TO WS-PID-TRAN-ID.
049100     MOVE WS-FND-DATE   TO WS-PID-POSTED-DATE.
049110     MOVE WS-FND-ACCT   TO WS-PID-ACCOUNT.
049120     MOVE WS-FND-TYPE   TO WS-PID-TYPE-CODE.
049130     MOVE WS-FND-AMOUNT TO WS-PID-AMOUNT.
049140     MOVE WS-FND-CURR   TO WS-PID-CURRENCY.
049150     MOVE 'R'           TO WS-PID-REVERSED.
049160     IF WS-TRIAL-RUN
049170         CONTINUE
049180     ELSE
049190         MOVE WS-PID-RECORD TO POSTED-ID-RECORD
049200         ADD 1 TO WS-IDFILE-WRITE-COUNT
049210         IF WS-IDFILE-WRITE-COUNT > WS-IDFILE-KEEP-COUNT
049220             WRITE POSTED-ID-RECORD
049230         END-IF
049240     END-IF.
049250 2690-EXIT.
049260     EXIT.
049270*
049280*----------------------------------------------------------------
049290* 2700-PROCESS-LINKED-PAIR - A STANDING-ORDER TRANSFER ARRIVES AS
049300*                            A LINKED DEBIT LEG FOLLOWED BY ITS
049310*                            CREDIT LEG, AND BOTH LEGS POST OR
049320*                            NEITHER DOES.  THE NEXT RECORD IS
049330*                            READ AHEAD AND BOTH LEGS ARE CHECKED
049340*                            BEFORE THE DEBIT IS EDITED: THE
049350*                            DEBIT ONLY POSTS IF THE CREDIT IS
049360*                            SURE TO, AND THE CREDIT ONLY POSTS
049370*                            BEHIND A DEBIT THAT DID.  A LINKED
049380*                            LEG IS NEVER HELD, SUSPENDED OR
049390*                            REFERRED -- A TRANSFER THAT CANNOT
049400*                            POST TODAY IS REJECTED WHOLE AND THE
049410*                            STANDING-ORDER CYCLE RETRIES IT.  A
049420*                            READ-AHEAD RECORD THAT IS NOT THIS
049430*                            DEBIT'S CREDIT LEG IS LEFT IN THE
049440*                            RECORD AREA FOR THE NEXT PASS OF
049450*                            2000-PROCESS-RECORD
049460*----------------------------------------------------------------
049470 2700-PROCESS-LINKED-PAIR.
049480     ADD 1 TO WS-DETAIL-COUNT.
049490     IF WS-CURRENT-BATCH > 0
049500         ADD 1 TO WS-BATCH-DETAIL-CNT-TBL(WS-CURRENT-BATCH)
049510     END-IF.
049520     SET WS-LNK-PAIR-ACTIVE TO TRUE.
049530     MOVE 'N' TO WS-LNK-PARTNER-SWITCH.
049540     MOVE 'N' TO WS-LNK-VERIFIED-SWITCH.
049550     MOVE 'N' TO WS-LNK-POSTED-SWITCH.
049560     MOVE TRANS-RECORD        TO WS-LNK-DEBIT-IMAGE.
049570     MOVE WS-TRANFILE-REC-LEN TO WS-LNK-DEBIT-LEN.
049580     PERFORM 1100-READ-TRANFILE THRU 1100-EXIT.
049590     IF NOT WS-EOF-YES
049600         SET WS-LNK-NEXT-WAITING TO TRUE
049610         MOVE TRANS-RECORD        TO WS-LNK-NEXT-IMAGE
049620         MOVE WS-TRANFILE-REC-LEN TO WS-LNK-NEXT-LEN
049630         PERFORM 2720-VERIFY-LINKED-PAIR THRU 2720-EXIT
049640     END-IF.
049650*
049660     MOVE WS-LNK-DEBIT-IMAGE TO TRANS-RECORD.
049670     MOVE WS-LNK-DEBIT-LEN   TO WS-TRANFILE-REC-LEN.
049680     PERFORM 2100-EDIT-DETAIL THRU 2100-EXIT.
049690     IF NOT WS-RECORD-REJECTED
049700             AND NOT WS-RECORD-HELD
049710             AND NOT WS-RECORD-SUSPENDED
049720             AND NOT WS-RECORD-REFERRED
049730         SET WS-LNK-DEBIT-POSTED TO TRUE
049740     END-IF.
049750     PERFORM 2500-CHECKPOINT-DUE THRU 2500-EXIT.
049760     MOVE 'N' TO WS-LNK-PAIR-SWITCH.
049770*
049780     IF WS-LNK-NEXT-WAITING
049790         MOVE WS-LNK-NEXT-IMAGE TO TRANS-RECORD
049800         MOVE WS-LNK-NEXT-LEN   TO WS-TRANFILE-REC-LEN
049810         IF WS-LNK-PARTNER-FOUND
049820             MOVE 'N' TO WS-LNK-NEXT-SWITCH
049830             ADD 1 TO WS-DETAIL-COUNT
049840             IF WS-CURRENT-BATCH > 0
049850                 ADD 1
049860                     TO WS-BATCH-DETAIL-CNT-TBL(WS-CURRENT-BATCH)
049870             END-IF
049880             PERFORM 2100-EDIT-DETAIL    THRU 2100-EXIT
049890             PERFORM 2500-CHECKPOINT-DUE THRU 2500-EXIT
049900         END-IF
049910     END-IF.
049920     MOVE 'N' TO WS-LNK-VERIFIED-SWITCH.
049930     MOVE 'N' TO WS-LNK-POSTED-SWITCH.
049940 2700-EXIT.
049950     EXIT.
049960*
049970*----------------------------------------------------------------
049980* 2710-EDIT-LINKED-LEG - THE LAST EDIT ON A LINKED TRANSFER LEG.
049990*                        A DEBIT LEG MUST HAVE PASSED 2720'S PAIR
050000*                        CHECK; A CREDIT LEG MUST FOLLOW ITS OWN
050010*                        DEBIT LEG, JUST POSTED.  A SUPERVISOR
050020*                        OVERRIDE CANNOT CARRY A LINKED LEG -- IT
050030*                        WOULD POST ONE SIDE OF A TRANSFER ALONE
050040*----------------------------------------------------------------
050050 2710-EDIT-LINKED-LEG.
050060     EVALUATE TRUE
050070         WHEN WS-OVERRIDE-POST
050080             SET REJ-LINKED-LEG-UNPOSTABLE TO TRUE
050090             MOVE 'Y' TO WS-REJECT-SWITCH
050100         WHEN TRAN-LINK-DEBIT
050110             IF NOT WS-LNK-VERIFIED
050120                 SET REJ-LINKED-LEG-UNPOSTABLE TO TRUE
050130                 MOVE 'Y' TO WS-REJECT-SWITCH
050140             END-IF
050150         WHEN TRAN-LINK-CREDIT
050160             IF NOT WS-LNK-DEBIT-POSTED
050170                 SET REJ-LINKED-DEBIT-NOT-POSTED TO TRUE
050180                 MOVE 'Y' TO WS-REJECT-SWITCH
050190             ELSE
050200                 IF TRAN-LINK-REF NOT = WS-LNK-DR-LINK-REF
050210                         OR TRAN-ID NOT = WS-LNK-DR-LINK-TRAN-ID
050220                     SET REJ-LINKED-DEBIT-NOT-POSTED TO TRUE
050230                     MOVE 'Y' TO WS-REJECT-SWITCH
050240                 END-IF
050250             END-IF
050260         WHEN OTHER
050270             SET REJ-LINKED-LEG-UNPOSTABLE TO TRUE
050280             MOVE 'Y' TO WS-REJECT-SWITCH
050290     END-EVALUATE.
050300 2710-EXIT.
050310     EXIT.
050320*
050330*----------------------------------------------------------------
050340* 2720-VERIFY-LINKED-PAIR - DECIDE WHETHER THE READ-AHEAD RECORD
050350*                           IS THE DEBIT LEG'S OWN CREDIT LEG
050360*                           (THE LEGS NAME EACH OTHER'S ACCOUNT
050370*                           AND TRAN-ID UNDER ONE INSTRUCTION),
050380*                           AND IF SO WHETHER THE PAIR CAN POST
050390*                           WHOLE: SAME AMOUNT, CURRENCY AND
050400*                           DATE, NOT FUTURE-DATED, TWO
050410*                           DIFFERENT ACCOUNTS, CREDIT ID NOT
050420*                           YET POSTED, A CREDIT TYPE ON ONE LEG
050430*                           AND A DEBIT TYPE ON THE OTHER, BOTH
050440*                           ACCOUNTS ON FILE AND OPEN, AND THE
050450*                           DEBIT INSIDE ITS CREDIT LIMIT.
050460*                           EXPECTS THE READ-AHEAD RECORD IN
050470*                           TRANS-RECORD; LEAVES EITHER LEG THERE
050480*----------------------------------------------------------------
050490 2720-VERIFY-LINKED-PAIR.
050500     IF TRANS-RECORD(1:1) = 'H' OR 'T' OR 'R' OR 'O'
050510         GO TO 2720-EXIT
050520     END-IF.
050530     IF NOT TRAN-LINK-CREDIT
050540         GO TO 2720-EXIT
050550     END-IF.
050560     IF TRAN-ID IS NOT NUMERIC
050570             OR TRAN-ACCOUNT-NUMBER IS NOT NUMERIC
050580             OR TRAN-AMOUNT IS NOT NUMERIC
050590             OR TRAN-EFFECTIVE-DATE IS NOT NUMERIC
050600             OR TRAN-LINK-ACCOUNT IS NOT NUMERIC
050610             OR TRAN-LINK-TRAN-ID IS NOT NUMERIC
050620         GO TO 2720-EXIT
050630     END-IF.
050640     IF WS-LNK-DR-TRAN-ID IS NOT NUMERIC
050650             OR WS-LNK-DR-ACCOUNT IS NOT NUMERIC
050660             OR WS-LNK-DR-AMOUNT IS NOT NUMERIC
050670             OR WS-LNK-DR-EFF-DATE IS NOT NUMERIC
050680             OR WS-LNK-DR-LINK-ACCOUNT IS NOT NUMERIC
050690             OR WS-LNK-DR-LINK-TRAN-ID IS NOT NUMERIC
050700         GO TO 2720-EXIT
050710     END-IF.
050720     IF TRAN-LINK-REF       NOT = WS-LNK-DR-LINK-REF
050730             OR TRAN-ID             NOT = WS-LNK-DR-LINK-TRAN-ID
050740             OR TRAN-ACCOUNT-NUMBER NOT = WS-LNK-DR-LINK-ACCOUNT
050750             OR TRAN-LINK-TRAN-ID   NOT = WS-LNK-DR-TRAN-ID
050760             OR TRAN-LINK-ACCOUNT   NOT = WS-LNK-DR-ACCOUNT
050770         GO TO 2720-EXIT
050780     END-IF.
050790     SET WS-LNK-PARTNER-FOUND TO TRUE.
050800*
050810     IF TRAN-AMOUNT         NOT = WS-LNK-DR-AMOUNT
050820             OR TRAN-CURRENCY-CODE  NOT = WS-LNK-DR-CURRENCY
050830             OR TRAN-EFFECTIVE-DATE NOT = WS-LNK-DR-EFF-DATE
050840             OR TRAN-EFFECTIVE-DATE > WS-PROCESSING-DATE
050850             OR TRAN-ACCOUNT-NUMBER = WS-LNK-DR-ACCOUNT
050860             OR TRAN-ID             = WS-LNK-DR-TRAN-ID
050870         GO TO 2720-EXIT
050880     END-IF.
050890     PERFORM 2175-CHECK-DUPLICATE-ID THRU 2175-EXIT.
050900     IF WS-DUPLICATE-ID
050910         GO TO 2720-EXIT
050920     END-IF.
050930     PERFORM 2177-LOOKUP-TYPE-CODE THRU 2177-EXIT.
050940     IF WS-TYPE-NOT-ON-TABLE
050950             OR WS-TYPE-DRCR-SIDE NOT = 'C'
050960         GO TO 2720-EXIT
050970     END-IF.
050980     MOVE TRAN-ACCOUNT-NUMBER TO WS-LOOKUP-ACCT-NUMBER.
050990     PERFORM 2120-LOOKUP-ACCOUNT THRU 2120-EXIT.
051000     IF WS-RECORD-SUSPENDED
051010         GO TO 2720-EXIT
051020     END-IF.
051030*
051040     MOVE WS-LNK-DEBIT-IMAGE TO TRANS-RECORD.
051050     PERFORM 2177-LOOKUP-TYPE-CODE THRU 2177-EXIT.
051060     IF WS-TYPE-NOT-ON-TABLE
051070             OR WS-TYPE-DRCR-SIDE NOT = 'D'
051080         GO TO 2720-EXIT
051090     END-IF.
051100     MOVE TRAN-ACCOUNT-NUMBER TO WS-LOOKUP-ACCT-NUMBER.
051110     PERFORM 2120-LOOKUP-ACCOUNT THRU 2120-EXIT.
051120     IF WS-RECORD-SUSPENDED
051130         GO TO 2720-EXIT
051140     END-IF.
051150     MOVE TRAN-AMOUNT TO WS-AMUNT.
051160     MOVE 'N' TO WS-REFER-SWITCH.
051170     PERFORM 2185-CHECK-CREDIT-LIMIT THRU 2185-EXIT.
051180     IF WS-RECORD-REFERRED
051190         MOVE 'N' TO WS-REFER-SWITCH
051200         GO TO 2720-EXIT
051210     END-IF.
051220     SET WS-LNK-VERIFIED TO TRUE.
051230 2720-EXIT.
051240     EXIT.
051250*
051260*----------------------------------------------------------------
051270* 2960-WRITE-ACCTJRNL - APPEND ONE RECORD TO THE ACCTMAST BEFORE-
051280*                       IMAGE JOURNAL FROM THE MASTER RECORD NOW
051290*                       IN THE FD, AHEAD OF THE REWRITE THAT WILL
051300*                       CHANGE IT.  EXPECTS WS-JRNL-ENTRY-TYPE.
051310*                       A FAILED JOURNAL WRITE IS FATAL -- THE
051320*                       REWRITE MUST NOT GO AHEAD UNJOURNALED
051330*----------------------------------------------------------------
051340 2960-WRITE-ACCTJRNL.
051350     MOVE SPACES               TO JRNL-RECORD.
051360     MOVE WS-JRNL-THIS-PROGRAM TO JRNL-PROGRAM.
051370     MOVE WS-PROCESSING-DATE   TO JRNL-PROCESSING-DATE.
051380     MOVE WS-JRNL-RUN-TIME     TO JRNL-RUN-TIME.
051390     MOVE WS-JRNL-CKPT-SEQ     TO JRNL-CHECKPOINT-SEQ.
051400     MOVE WS-JRNL-ENTRY-TYPE   TO JRNL-ENTRY-TYPE.
051410     MOVE ACCT-NUMBER          TO JRNL-ACCOUNT-NUMBER.
051420     MOVE ACCT-MASTER-RECORD   TO JRNL-ACCT-IMAGE.
051430     WRITE JRNL-RECORD.
051440     IF WS-ACCTJRNL-STATUS NOT = '00'
051450         DISPLAY '*** FATAL - ACCTJRNL WRITE FAILED, STATUS '
051460                 WS-ACCTJRNL-STATUS ' ACCOUNT ' ACCT-NUMBER
051470         MOVE 16 TO RETURN-CODE
051480         STOP RUN
051490     END-IF.
051500     ADD 1 TO WS-JRNL-WRITE-COUNT.
051510 2960-EXIT.
051520     EXIT.
051530*
051540*----------------------------------------------------------------
051550* 2962-WRITE-JOURNAL-MARK - APPEND THE CHECKPOINT MARK FOR THE
051560*                           CHECKPOINT JUST WRITTEN, THEN CLOSE
051570*                           AND RE-OPEN THE JOURNAL SO EVERYTHING
051580*                           UP TO THE MARK IS ON DISK BEFORE THE
051590*                           RUN GOES ON
051600*----------------------------------------------------------------
051610 2962-WRITE-JOURNAL-MARK.
051620     MOVE SPACES               TO JRNL-RECORD.
051630     MOVE WS-JRNL-THIS-PROGRAM TO JRNL-PROGRAM.
051640     MOVE WS-PROCESSING-DATE   TO JRNL-PROCESSING-DATE.
051650     MOVE WS-JRNL-RUN-TIME     TO JRNL-RUN-TIME.
051660     MOVE WS-JRNL-CKPT-SEQ     TO JRNL-CHECKPOINT-SEQ.
051670     SET JRNL-CHECKPOINT-MARK  TO TRUE.
051680     MOVE 0                    TO JRNL-ACCOUNT-NUMBER.
051690     WRITE JRNL-RECORD.
051700     IF WS-ACCTJRNL-STATUS NOT = '00'
051710         DISPLAY '*** FATAL - ACCTJRNL WRITE FAILED, STATUS '
051720                 WS-ACCTJRNL-STATUS ' AT CHECKPOINT '
051730                 WS-JRNL-CKPT-SEQ
051740         MOVE 16 TO RETURN-CODE
051750         STOP RUN
051760     END-IF.
051770     CLOSE ACCTJRNL.
051780     OPEN EXTEND ACCTJRNL.
051790     IF WS-ACCTJRNL-STATUS NOT = '00'
051800         DISPLAY '*** FATAL - ACCTJRNL RE-OPEN FAILED, STATUS '
051810                 WS-ACCTJRNL-STATUS
051820         MOVE 16 TO RETURN-CODE
051830         STOP RUN
051840     END-IF.
051850 2962-EXIT.
051860     EXIT.
051870*----------------------------------------------------------------
051880* 8000-FINALIZE - REPORT RESULTS, BALANCE THE RUN, CLOSE FILES
051890*----------------------------------------------------------------
051900 8000-FINALIZE.
051910     DISPLAY 'BATCHPROC - TRANSACTION TOTALS'.
051920     DISPLAY 'RECORDS READ    : ' WS-READ-COUNT.
051930     DISPLAY 'RECORDS ACCEPTED: ' WS-ACCEPT-COUNT.
051940     DISPLAY 'RECORDS REJECTED: ' WS-REJECT-COUNT.
051950     DISPLAY 'RECORDS SUSPENDED: ' WS-SUSPENSE-COUNT.
051960     DISPLAY 'RECORDS HELD (NOT YET EFFECTIVE): ' WS-HOLD-COUNT.
051970     DISPLAY 'HELD ITEMS RELEASED AND POSTED  : '
051980             WS-RELEASE-COUNT.
051990     DISPLAY 'HELD ITEMS RELEASED TO SUSPENSE : '
052000             WS-RELEASE-SUS-COUNT.
052010     DISPLAY 'HELD ITEMS CARRIED FORWARD      : '
052020             WS-CARRY-FWD-COUNT.
052030     DISPLAY 'SUSPENSE RECYCLED AND POSTED    : '
052040             WS-RECYCLE-POST-COUNT.
052050     DISPLAY 'SUSPENSE RE-SUSPENDED           : '
052060             WS-RECYCLE-RESUS-COUNT.
052070     DISPLAY 'RE-SUSPENDED PAST AGE LIMIT     : '
052080             WS-RECYCLE-STALE-COUNT.
052090     DISPLAY 'DUPLICATE IDS REJECTED          : '
052100             WS-DUP-REJECT-COUNT.
052110     DISPLAY 'DEBITS REFERRED OVER LIMIT      : '
052120             WS-REFERRAL-COUNT.
052130     DISPLAY 'REVERSALS APPLIED               : '
052140             WS-REVERSAL-COUNT.
052150     DISPLAY 'GL POSTING RECORDS WRITTEN      : '
052160             WS-GL-RECORD-COUNT.
052170     DISPLAY 'GL TOTAL DEBITS                 : '
052180             WS-GL-DEBIT-TOTAL.
052190     DISPLAY 'GL TOTAL CREDITS                : '
052200             WS-GL-CREDIT-TOTAL.
052210     DISPLAY 'SUBTOTALS BY TRANSACTION TYPE'.
052220     PERFORM 8100-PRINT-TYPE-TOTAL THRU 8100-EXIT
052230             VARYING WS-TYPE-IDX FROM 1 BY 1
052240             UNTIL WS-TYPE-IDX > WS-TYPE-COUNT.
052250     DISPLAY 'TOTAL AMOUNT PROCESSED: ' WS-TOTAL.
052260     DISPLAY 'SUBTOTALS BY CURRENCY (NATIVE AMOUNTS)'.
052270     PERFORM 8150-PRINT-CURRENCY-TOTAL THRU 8150-EXIT
052280             VARYING WS-CURR-IDX FROM 1 BY 1
052290             UNTIL WS-CURR-IDX > WS-CURR-COUNT.
052300     DISPLAY 'TOTAL AMOUNT IN ' WS-BASE-CURRENCY-CODE
052310             ' (CONVERTED): ' WS-BASE-CURRENCY-TOTAL.
052320     PERFORM 8200-CHECK-BALANCE THRU 8200-EXIT.
052330     PERFORM 8250-WRITE-BATCH-ACKS THRU 8250-EXIT.
052340     IF WS-LIVE-RUN
052350         PERFORM 8600-WRITE-STATEMENTS THRU 8600-EXIT
052360         PERFORM 8700-WRITE-GL-TRAILER THRU 8700-EXIT
052370         SET WS-RUN-IS-COMPLETE TO TRUE
052380         PERFORM 2510-WRITE-CHECKPOINT THRU 2510-EXIT
052390     END-IF.
052400     CLOSE TRANFILE.
052410     CLOSE REJFILE.
052420     CLOSE SUSFILE.
052430     CLOSE REFFILE.
052440     CLOSE ACKEXTR.
052450     IF WS-LIVE-RUN
052460         CLOSE GLFILE
052470     END-IF.
052480     CLOSE ACCTMAST.
052490     IF WS-LIVE-RUN
052500         CLOSE ACCTJRNL
052510         DISPLAY 'ACCTMAST JOURNAL RECORDS WRITTEN: '
052520                 WS-JRNL-WRITE-COUNT
052530     END-IF.
052540     CLOSE AUDITFILE.
052550     CLOSE HELDFILE.
052560     IF WS-LIVE-RUN
052570         PERFORM 8500-WRITE-RETAINED-IDS THRU 8500-EXIT
052580     END-IF.
052590     IF WS-TRIAL-RUN
052600         DISPLAY 'EDIT-ONLY TRIAL RUN - NOTHING WAS POSTED'
052610         IF WS-REJECT-COUNT > 0
052620             IF RETURN-CODE < 4
052630                 MOVE 4 TO RETURN-CODE
052640             END-IF
052650         END-IF
052660     END-IF.
052670     DISPLAY 'AGING REPORT FOR HELD ITEMS'.
052680     PERFORM 8300-PRINT-AGING-REPORT THRU 8300-EXIT.
052690     DISPLAY 'SUSPENSE ITEMS PAST THE AGE LIMIT OF '
052700             WS-RECYCLE-LIMIT-DAYS ' DAYS'.
052710     PERFORM 8400-PRINT-STALE-SUSPENSE THRU 8400-EXIT.
052720     PERFORM 8800-WRITE-CONTROL-REPORT THRU 8800-EXIT.
052730 8000-EXIT.
052740     EXIT.
052750*
052760*----------------------------------------------------------------
052770* 8100-PRINT-TYPE-TOTAL - DISPLAY ONE LINE OF THE TYPE-CODE
052780*                         SUBTOTAL REPORT
052790*----------------------------------------------------------------
052800 8100-PRINT-TYPE-TOTAL.
052810     DISPLAY '  TYPE ' WS-TYPE-CODE-TBL(WS-TYPE-IDX)
052820             ' SUBTOTAL: ' WS-TYPE-TOTAL-TBL(WS-TYPE-IDX).
052830 8100-EXIT.
052840     EXIT.
052850*
052860*----------------------------------------------------------------
052870* 8150-PRINT-CURRENCY-TOTAL - DISPLAY ONE LINE OF THE CURRENCY
052880*                             SUBTOTAL REPORT
052890*----------------------------------------------------------------
052900 8150-PRINT-CURRENCY-TOTAL.
052910     DISPLAY '  CURRENCY ' WS-CURR-CODE-TBL(WS-CURR-IDX)
052920             ' SUBTOTAL: ' WS-CURR-TOTAL-TBL(WS-CURR-IDX).
052930 8150-EXIT.
052940     EXIT.
052950*
052960*----------------------------------------------------------------
052970* 8200-CHECK-BALANCE - COMPARE THE TRAILER'S CONTROL COUNT AND
052980*                      CONTROL AMOUNT AGAINST WHAT WAS ACTUALLY
052990*                      READ AND TOTALED, AND FLAG A MISMATCH.  THE
053000*                      HEADER'S EXPECTED COUNT IS ALSO SANITY-
053010*                      CHECKED AGAINST THE DETAIL RECORDS READ.
053020*                      THE CONTROL AMOUNT IS COMPARED AGAINST
053030*                      WS-GROSS-TOTAL (EVERY NON-REJECTED DETAIL
053040*                      RECORD'S AMOUNT), NOT WS-TOTAL, SINCE
053050*                      WS-TOTAL ONLY HOLDS WHAT WAS ACTUALLY
053060*                      POSTED AND EXCLUDES SUSPENDED AND HELD
053070*                      ITEMS -- BOTH NORMAL OUTCOMES THAT THE
053080*                      SOURCE SYSTEM'S TRAILER STILL COUNTS
053090*----------------------------------------------------------------
053100 8200-CHECK-BALANCE.
053110     SET WS-IN-BALANCE TO TRUE.
053120     DISPLAY 'BATCH BALANCE REPORT'.
053130     IF WS-BATCH-COUNT = 0
053140         SET WS-OUT-OF-BALANCE TO TRUE
053150         DISPLAY '*** WARNING - NO VALID BATCH HEADER ON '
053160                 'TRANFILE'
053170     ELSE
053180         PERFORM 8210-BALANCE-ONE-BATCH THRU 8210-EXIT
053190                 VARYING WS-BATCH-SUB FROM 1 BY 1
053200                 UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
053210     END-IF.
053220     IF WS-ORPHAN-TRAILER-COUNT > 0
053230         SET WS-OUT-OF-BALANCE TO TRUE
053240         DISPLAY '*** ' WS-ORPHAN-TRAILER-COUNT ' TRAILER(S) '
053250                 'ARRIVED WITH NO OPEN BATCH'
053260     END-IF.
053270     IF WS-NO-BATCH-REJ-COUNT > 0
053280         SET WS-OUT-OF-BALANCE TO TRUE
053290         DISPLAY '*** ' WS-NO-BATCH-REJ-COUNT ' RECORD(S) '
053300                 'REJECTED WITH NO OPEN BATCH'
053310     END-IF.
053320*
053330     IF WS-OUT-OF-BALANCE
053340         DISPLAY '*** RUN IS OUT OF BALANCE - SEE BATCH '
053350                 'DETAIL ABOVE ***'
053360         DISPLAY '    DETAIL RECS READ   : ' WS-DETAIL-COUNT
053370         DISPLAY '    GROSS AMOUNT PARSED: ' WS-GROSS-TOTAL
053380         DISPLAY '    AMOUNT POSTED      : ' WS-TOTAL
053390         IF RETURN-CODE < 4
053400             MOVE 4 TO RETURN-CODE
053410         END-IF
053420     ELSE
053430         DISPLAY 'ALL BATCHES IN BALANCE WITH THEIR TRAILERS'
053440     END-IF.
053450 8200-EXIT.
053460     EXIT.
053470*
053480*----------------------------------------------------------------
053490* 8205-JUDGE-ONE-BATCH - SET WS-BATCH-FAIL-SWITCH FOR THE BATCH
053500*                        WS-BATCH-SUB POINTS AT: ITS TRAILER'S
053510*                        CONTROL COUNT AND AMOUNT, AND ITS
053520*                        HEADER'S EXPECTED COUNT, AGAINST THE
053530*                        DETAIL RECORDS ACTUALLY READ FOR IT.
053540*                        PERFORMED BY THE CONSOLE BALANCING AND
053550*                        BY THE CONTROL REPORT, SO BOTH JUDGE A
053560*                        BATCH THE SAME WAY.
053570*----------------------------------------------------------------
053580 8205-JUDGE-ONE-BATCH.
053590     MOVE 'N' TO WS-BATCH-FAIL-SWITCH.
053600     IF WS-BATCH-TRL-SEEN-TBL(WS-BATCH-SUB) NOT = 'Y'
053610         MOVE 'Y' TO WS-BATCH-FAIL-SWITCH
053620     ELSE
053630         IF WS-BATCH-TRL-COUNT-TBL(WS-BATCH-SUB) NOT =
053640                 WS-BATCH-DETAIL-CNT-TBL(WS-BATCH-SUB)
053650             MOVE 'Y' TO WS-BATCH-FAIL-SWITCH
053660         END-IF
053670         IF WS-BATCH-TRL-AMT-TBL(WS-BATCH-SUB) NOT =
053680                 WS-BATCH-GROSS-TBL(WS-BATCH-SUB)
053690             MOVE 'Y' TO WS-BATCH-FAIL-SWITCH
053700         END-IF
053710         IF WS-BATCH-EXP-COUNT-TBL(WS-BATCH-SUB) NOT =
053720                 WS-BATCH-DETAIL-CNT-TBL(WS-BATCH-SUB)
053730             MOVE 'Y' TO WS-BATCH-FAIL-SWITCH
053740         END-IF
053750     END-IF.
053760 8205-EXIT.
053770     EXIT.
053780*
053790*----------------------------------------------------------------
053800* 8210-BALANCE-ONE-BATCH - BALANCE ONE HEADER/TRAILER GROUP ON
053810*                          ITS OWN: ITS TRAILER'S CONTROL COUNT
053820*                          AND AMOUNT, AND ITS HEADER'S EXPECTED
053830*                          COUNT, AGAINST THE DETAIL RECORDS
053840*                          ACTUALLY READ FOR IT.  ONLY A FAILING
053850*                          BATCH CONDEMNS THE RUN
053860*----------------------------------------------------------------
053870 8210-BALANCE-ONE-BATCH.
053880     PERFORM 8205-JUDGE-ONE-BATCH THRU 8205-EXIT.
053890     IF WS-BATCH-TRL-SEEN-TBL(WS-BATCH-SUB) NOT = 'Y'
053900         DISPLAY '  BATCH ' WS-BATCH-ID-TBL(WS-BATCH-SUB)
053910                 ' - TRAILER MISSING'
053920     END-IF.
053930     IF WS-BATCH-FAILED
053940         SET WS-OUT-OF-BALANCE TO TRUE
053950         DISPLAY '  BATCH ' WS-BATCH-ID-TBL(WS-BATCH-SUB)
053960                 ' *** OUT OF BALANCE ***'
053970         DISPLAY '    EXPECTED COUNT : '
053980                 WS-BATCH-EXP-COUNT-TBL(WS-BATCH-SUB)
053990         DISPLAY '    TRAILER COUNT  : '
054000                 WS-BATCH-TRL-COUNT-TBL(WS-BATCH-SUB)
054010         DISPLAY '    DETAILS READ   : '
054020                 WS-BATCH-DETAIL-CNT-TBL(WS-BATCH-SUB)
054030         DISPLAY '    TRAILER AMOUNT : '
054040                 WS-BATCH-TRL-AMT-TBL(WS-BATCH-SUB)
054050         DISPLAY '    GROSS PARSED   : '
054060                 WS-BATCH-GROSS-TBL(WS-BATCH-SUB)
054070     ELSE
054080         DISPLAY '  BATCH ' WS-BATCH-ID-TBL(WS-BATCH-SUB)
054090                 ' IN BALANCE - '
054100                 WS-BATCH-DETAIL-CNT-TBL(WS-BATCH-SUB)
054110                 ' RECORDS, '
054120                 WS-BATCH-GROSS-TBL(WS-BATCH-SUB)
054130     END-IF.
054140 8210-EXIT.
054150     EXIT.
054160*
054170*----------------------------------------------------------------
054180* 8250-WRITE-BATCH-ACKS - WRITE ONE BATCH-STATUS RECORD PER BATCH
054190*                         TO THE ACKNOWLEDGMENT EXTRACT, JUDGED BY
054200*                         8205-JUDGE-ONE-BATCH EXACTLY AS THE
054210*                         CONSOLE BALANCING AND THE CONTROL REPORT
054220*                         JUDGE IT
054230*----------------------------------------------------------------
054240 8250-WRITE-BATCH-ACKS.
054250     PERFORM 8255-WRITE-ONE-BATCH-ACK THRU 8255-EXIT
054260             VARYING WS-BATCH-SUB FROM 1 BY 1
054270             UNTIL WS-BATCH-SUB > WS-BATCH-COUNT.
054280 8250-EXIT.
054290     EXIT.
054300*
054310 8255-WRITE-ONE-BATCH-ACK.
054320     PERFORM 8205-JUDGE-ONE-BATCH THRU 8205-EXIT.
054330     MOVE SPACES                 TO WS-AKX-BODY.
054340     SET WS-AKX-BATCH-STATUS     TO TRUE.
054350     MOVE WS-BATCH-SUB           TO WS-AKX-BATCH-SEQ.
054360     MOVE WS-BATCH-ID-TBL(WS-BATCH-SUB)
054370                                 TO WS-AKX-BATCH-ID.
054380     MOVE WS-BATCH-FAIL-SWITCH   TO WS-AKX-FAIL-FLAG.
054390     MOVE WS-BATCH-TRL-SEEN-TBL(WS-BATCH-SUB)
054400                                 TO WS-AKX-TRL-SEEN.
054410     MOVE WS-BATCH-EXP-COUNT-TBL(WS-BATCH-SUB)
054420                                 TO WS-AKX-EXP-COUNT.
054430     MOVE WS-BATCH-TRL-COUNT-TBL(WS-BATCH-SUB)
054440                                 TO WS-AKX-TRL-COUNT.
054450     MOVE WS-BATCH-DETAIL-CNT-TBL(WS-BATCH-SUB)
054460                                 TO WS-AKX-DETAIL-COUNT.
054470     MOVE WS-BATCH-TRL-AMT-TBL(WS-BATCH-SUB)
054480                                 TO WS-AKX-TRL-AMOUNT.
054490     MOVE WS-BATCH-GROSS-TBL(WS-BATCH-SUB)
054500                                 TO WS-AKX-GROSS.
054510     PERFORM 2196-WRITE-ACK-EXTRACT THRU 2196-EXIT.
054520 8255-EXIT.
054530     EXIT.
054540*
054550*----------------------------------------------------------------
054560* 8300-PRINT-AGING-REPORT - RE-READ HELDFILE AND DISPLAY ONE LINE
054570*                           PER HELD ITEM SHOWING HOW MANY DAYS
054580*                           REMAIN UNTIL IT BECOMES EFFECTIVE
054590*----------------------------------------------------------------
054600 8300-PRINT-AGING-REPORT.
054610     MOVE 'N' TO WS-HELDFILE-EOF-SWITCH.
054620     OPEN INPUT HELDFILE.
054630     IF WS-HELDFILE-STATUS = '00'
054640         PERFORM 8310-READ-AGING-ITEM THRU 8310-EXIT
054650                 UNTIL WS-HELDFILE-EOF-YES
054660     END-IF.
054670     CLOSE HELDFILE.
054680 8300-EXIT.
054690     EXIT.
054700*
054710*----------------------------------------------------------------
054720* 8310-READ-AGING-ITEM - READ AND DISPLAY ONE HELDFILE RECORD
054730*----------------------------------------------------------------
054740 8310-READ-AGING-ITEM.
054750     READ HELDFILE
054760         AT END
054770             SET WS-HELDFILE-EOF-YES TO TRUE
054780         NOT AT END
054790             DISPLAY '  ACCOUNT ' HLD-ACCOUNT-NUMBER
054800                     ' TYPE ' HLD-TYPE-CODE
054810                     ' AMOUNT ' HLD-AMOUNT
054820                     ' EFFECTIVE ' HLD-EFFECTIVE-DATE
054830                     ' DAYS UNTIL DUE ' HLD-DAYS-UNTIL-DUE
054840     END-READ.
054850 8310-EXIT.
054860     EXIT.
054870*
054880*----------------------------------------------------------------
054890* 8400-PRINT-STALE-SUSPENSE - RE-READ THE SUSFILE JUST WRITTEN
054900*                             AND DISPLAY EVERY ITEM WHOSE AGE
054910*                             EXCEEDS THE CONTROL-CARD LIMIT, SO
054920*                             LONG-RECYCLING ITEMS ARE CHASED
054930*                             FROM THE RUN OUTPUT INSTEAD OF
054940*                             FOUND BY ACCIDENT
054950*----------------------------------------------------------------
054960 8400-PRINT-STALE-SUSPENSE.
054970     MOVE 'N' TO WS-SUSFILE-EOF-SWITCH.
054980     OPEN INPUT SUSFILE.
054990     IF WS-SUSFILE-STATUS = '00'
055000         PERFORM 8410-READ-STALE-ITEM THRU 8410-EXIT
055010                 UNTIL WS-SUSFILE-EOF-YES
055020     END-IF.
055030     CLOSE SUSFILE.
055040 8400-EXIT.
055050     EXIT.
055060*
055070*----------------------------------------------------------------
055080* 8410-READ-STALE-ITEM - READ ONE SUSFILE RECORD AND DISPLAY IT
055090*                        IF IT HAS BEEN RECYCLING LONGER THAN THE
055100*                        AGE LIMIT
055110*----------------------------------------------------------------
055120 8410-READ-STALE-ITEM.
055130     READ SUSFILE INTO WS-SUS-RECORD
055140         AT END
055150             SET WS-SUSFILE-EOF-YES TO TRUE
055160         NOT AT END
055170             IF WS-SUS-AGE-DAYS IS NUMERIC
055180                     AND WS-SUS-AGE-DAYS > WS-RECYCLE-LIMIT-DAYS
055190                 DISPLAY '  *** ' WS-SUS-RECORD-IMAGE(1:38)
055200                         ' REASON ' WS-SUS-REASON-CODE
055210                         ' SUSPENDED ' WS-SUS-SUSPEND-DATE
055220                         ' AGE ' WS-SUS-AGE-DAYS ' DAYS'
055230             END-IF
055240     END-READ.
055250 8410-EXIT.
055260     EXIT.
055270*
055280*----------------------------------------------------------------
055290* 8500-WRITE-RETAINED-IDS - APPEND THE STILL-RETAINED PRIOR-RUN
055300*                           IDS (THE RETAINED TABLE) TO THE
055310*                           POSTED-ID FILE
055320*                           BEHIND THE IDS THIS RUN WROTE AS IT
055330*                           POSTED, THEN CLOSE IT.  TOGETHER THEY
055340*                           ARE THE FULL RETENTION WINDOW THE
055350*                           NEXT RUN READS BACK IN THROUGH IDIN
055360*----------------------------------------------------------------
055370 8500-WRITE-RETAINED-IDS.
055380     PERFORM 8510-WRITE-ONE-RETAINED-ID THRU 8510-EXIT
055390             VARYING WS-RID-SUB FROM 1 BY 1
055400             UNTIL WS-RID-SUB > WS-RID-COUNT.
055410     CLOSE IDFILE.
055420 8500-EXIT.
055430     EXIT.
055440*
055450 8510-WRITE-ONE-RETAINED-ID.
055460     SET WS-RID-IDX TO WS-RID-SUB.
055470     MOVE WS-RID-TBL(WS-RID-IDX)      TO WS-PID-TRAN-ID.
055480     MOVE WS-RID-DATE-TBL(WS-RID-IDX) TO WS-PID-POSTED-DATE.
055490     MOVE WS-RID-ACCT-TBL(WS-RID-IDX) TO WS-PID-ACCOUNT.
055500     MOVE WS-RID-TYPE-TBL(WS-RID-IDX) TO WS-PID-TYPE-CODE.
055510     MOVE WS-RID-AMOUNT-TBL(WS-RID-IDX) TO WS-PID-AMOUNT.
055520     MOVE WS-RID-CURR-TBL(WS-RID-IDX) TO WS-PID-CURRENCY.
055530     MOVE WS-RID-REVERSED-TBL(WS-RID-IDX) TO WS-PID-REVERSED.
055540     MOVE WS-PID-RECORD TO POSTED-ID-RECORD.
055550     WRITE POSTED-ID-RECORD.
055560 8510-EXIT.
055570     EXIT.
055580*
055590*----------------------------------------------------------------
055600* 8600-WRITE-STATEMENTS - BUILD THE PER-ACCOUNT ACTIVITY
055610*                         STATEMENT FILE.  THE ACTIVITY WORK FILE
055620*                         WRITTEN DURING POSTING IS TALLIED INTO
055630*                         A TABLE OF ACCOUNTS TOUCHED, THEN ONE
055640*                         STATEMENT SECTION IS PRINTED PER
055650*                         ACCOUNT: OPENING BALANCE (THE MASTER'S
055660*                         CLOSING BALANCE WITH THE RUN'S NET
055670*                         ACTIVITY BACKED OUT), EACH POSTED
055680*                         TRANSACTION, AND CLOSING BALANCE.
055690*                         PERFORMED BEFORE THE FILES CLOSE, SO
055700*                         ACCTMAST IS STILL OPEN FOR THE RANDOM
055710*                         READS
055720*----------------------------------------------------------------
055730 8600-WRITE-STATEMENTS.
055740     CLOSE ACTWORK.
055750     OPEN OUTPUT STMTFILE.
055760     IF WS-STMTFILE-STATUS NOT = '00'
055770         DISPLAY '*** FATAL - STMTFILE OPEN FAILED, STATUS '
055780                 WS-STMTFILE-STATUS
055790         MOVE 16 TO RETURN-CODE
055800         STOP RUN
055810     END-IF.
055820     MOVE SPACES TO STATEMENT-LINE.
055830     STRING 'ACCOUNT ACTIVITY STATEMENTS AS OF '
055840            WS-PROCESSING-DATE
055850            DELIMITED BY SIZE
055860            INTO STATEMENT-LINE.
055870     WRITE STATEMENT-LINE.
055880     MOVE 'N' TO WS-ACTWORK-EOF-SWITCH.
055890     OPEN INPUT ACTWORK.
055900     IF WS-ACTWORK-STATUS = '00'
055910         PERFORM 8610-TALLY-ONE-ACTIVITY THRU 8610-EXIT
055920                 UNTIL WS-ACTWORK-EOF-YES
055930     END-IF.
055940     CLOSE ACTWORK.
055950     PERFORM 8620-PRINT-ONE-STATEMENT THRU 8620-EXIT
055960             VARYING WS-STMT-SUB FROM 1 BY 1
055970             UNTIL WS-STMT-SUB > WS-STMT-ACCT-COUNT.
055980     CLOSE STMTFILE.
055990     DISPLAY 'ACCOUNTS WITH STATEMENT ACTIVITY: '
056000             WS-STMT-ACCT-COUNT.
056010 8600-EXIT.
056020     EXIT.
056030*
056040*----------------------------------------------------------------
056050* 8610-TALLY-ONE-ACTIVITY - READ ONE ACTIVITY RECORD AND ADD IT
056060*                           TO ITS ACCOUNT'S ENTRY IN THE
056070*                           STATEMENT TABLE, CREATING THE ENTRY
056080*                           THE FIRST TIME AN ACCOUNT IS SEEN
056090*----------------------------------------------------------------
056100 8610-TALLY-ONE-ACTIVITY.
056110     READ ACTWORK
056120         AT END
056130             SET WS-ACTWORK-EOF-YES TO TRUE
056140     END-READ.
056150     IF NOT WS-ACTWORK-EOF-YES
056160         IF ACTW-ACCOUNT IS NOT NUMERIC
056170                 OR ACTW-AMOUNT IS NOT NUMERIC
056180             DISPLAY '*** WARNING - ACTIVITY RECORD IGNORED, '
056190                     'NOT NUMERIC: ' ACTIVITY-RECORD
056200         ELSE
056210             PERFORM 8615-POST-ACTIVITY-TALLY THRU 8615-EXIT
056220         END-IF
056230     END-IF.
056240 8610-EXIT.
056250     EXIT.
056260*
056270 8615-POST-ACTIVITY-TALLY.
056280     IF WS-STMT-ACCT-COUNT = 0
056290         PERFORM 8617-ADD-STMT-ENTRY THRU 8617-EXIT
056300     ELSE
056310         SET WS-STMT-IDX TO 1
056320         SEARCH WS-STMT-ENTRY
056330             AT END
056340                 PERFORM 8617-ADD-STMT-ENTRY THRU 8617-EXIT
056350             WHEN WS-STMT-ACCT-TBL(WS-STMT-IDX) = ACTW-ACCOUNT
056360                 PERFORM 8618-ADD-TO-STMT-ENTRY THRU 8618-EXIT
056370         END-SEARCH
056380     END-IF.
056390 8615-EXIT.
056400     EXIT.
056410*
056420 8617-ADD-STMT-ENTRY.
056430     IF WS-STMT-ACCT-COUNT < 5000
056440         ADD 1 TO WS-STMT-ACCT-COUNT
056450         SET WS-STMT-IDX TO WS-STMT-ACCT-COUNT
056460         MOVE ACTW-ACCOUNT TO WS-STMT-ACCT-TBL(WS-STMT-IDX)
056470         MOVE 0 TO WS-STMT-DR-TOTAL-TBL(WS-STMT-IDX)
056480         MOVE 0 TO WS-STMT-CR-TOTAL-TBL(WS-STMT-IDX)
056490         MOVE 0 TO WS-STMT-TRAN-CNT-TBL(WS-STMT-IDX)
056500         PERFORM 8618-ADD-TO-STMT-ENTRY THRU 8618-EXIT
056510     ELSE
056520         DISPLAY '*** FATAL - MORE THAN 5000 ACCOUNTS WITH '
056530                 'ACTIVITY, STATEMENT TABLE MUST BE RESIZED: '
056540                 ACTW-ACCOUNT
056550         MOVE 16 TO RETURN-CODE
056560         STOP RUN
056570     END-IF.
056580 8617-EXIT.
056590     EXIT.
056600*
056610 8618-ADD-TO-STMT-ENTRY.
056620     IF ACTW-DR-CR = 'C'
056630         ADD ACTW-AMOUNT TO WS-STMT-CR-TOTAL-TBL(WS-STMT-IDX)
056640     ELSE
056650         ADD ACTW-AMOUNT TO WS-STMT-DR-TOTAL-TBL(WS-STMT-IDX)
056660     END-IF.
056670     ADD 1 TO WS-STMT-TRAN-CNT-TBL(WS-STMT-IDX).
056680 8618-EXIT.
056690     EXIT.
056700*
056710*----------------------------------------------------------------
056720* 8620-PRINT-ONE-STATEMENT - PRINT ONE ACCOUNT'S SECTION:
056730*                            HEADING, OPENING BALANCE, EVERY
056740*                            ACTIVITY RECORD FOR THE ACCOUNT IN
056750*                            POSTING ORDER, CLOSING BALANCE
056760*----------------------------------------------------------------
056770 8620-PRINT-ONE-STATEMENT.
056780     MOVE WS-STMT-ACCT-TBL(WS-STMT-SUB) TO WS-STMT-CUR-ACCT.
056790     MOVE WS-STMT-CUR-ACCT TO ACCT-NUMBER.
056800     READ ACCTMAST
056810         INVALID KEY
056820             MOVE ALL '*' TO ACCT-NAME
056830             MOVE 0 TO ACCT-CURRENT-BALANCE
056840     END-READ.
056850     IF ACCT-CURRENT-BALANCE IS NOT NUMERIC
056860         MOVE 0 TO ACCT-CURRENT-BALANCE
056870     END-IF.
056880     MOVE ACCT-CURRENT-BALANCE TO WS-STMT-CLOSE-BAL.
056890     COMPUTE WS-STMT-OPEN-BAL =
056900             WS-STMT-CLOSE-BAL
056910             - WS-STMT-CR-TOTAL-TBL(WS-STMT-SUB)
056920             + WS-STMT-DR-TOTAL-TBL(WS-STMT-SUB).
056930     MOVE SPACES TO STATEMENT-LINE.
056940     WRITE STATEMENT-LINE.
056950     MOVE WS-STMT-CUR-ACCT TO WS-STMT-HDR-ACCT.
056960     MOVE ACCT-NAME        TO WS-STMT-HDR-NAME.
056970     MOVE WS-STMT-HDR-LINE TO STATEMENT-LINE.
056980     WRITE STATEMENT-LINE.
056990     MOVE 'OPENING BALANCE   ' TO WS-STMT-BAL-LABEL.
057000     MOVE WS-STMT-OPEN-BAL     TO WS-STMT-BAL-AMT.
057010     MOVE WS-STMT-BAL-LINE     TO STATEMENT-LINE.
057020     WRITE STATEMENT-LINE.
057030     MOVE 'N' TO WS-ACTWORK-EOF-SWITCH.
057040     OPEN INPUT ACTWORK.
057050     IF WS-ACTWORK-STATUS = '00'
057060         PERFORM 8630-PRINT-MATCHING-LINE THRU 8630-EXIT
057070                 UNTIL WS-ACTWORK-EOF-YES
057080     END-IF.
057090     CLOSE ACTWORK.
057100     MOVE 'CLOSING BALANCE   ' TO WS-STMT-BAL-LABEL.
057110     MOVE WS-STMT-CLOSE-BAL    TO WS-STMT-BAL-AMT.
057120     MOVE WS-STMT-BAL-LINE     TO STATEMENT-LINE.
057130     WRITE STATEMENT-LINE.
057140 8620-EXIT.
057150     EXIT.
057160*
057170*----------------------------------------------------------------
057180* 8630-PRINT-MATCHING-LINE - READ ONE ACTIVITY RECORD AND PRINT
057190*                            IT IF IT BELONGS TO THE ACCOUNT
057200*                            WHOSE STATEMENT IS BEING BUILT
057210*----------------------------------------------------------------
057220 8630-PRINT-MATCHING-LINE.
057230     READ ACTWORK
057240         AT END
057250             SET WS-ACTWORK-EOF-YES TO TRUE
057260     END-READ.
057270     IF NOT WS-ACTWORK-EOF-YES
057280         IF ACTW-ACCOUNT = WS-STMT-CUR-ACCT
057290             MOVE ACTW-TRAN-ID   TO WS-STMT-DTL-ID
057300             MOVE ACTW-TYPE-CODE TO WS-STMT-DTL-TYPE
057310             MOVE ACTW-AMOUNT    TO WS-STMT-DTL-AMT
057320             IF ACTW-DR-CR = 'C'
057330                 MOVE 'CR' TO WS-STMT-DTL-DRCR
057340             ELSE
057350                 MOVE 'DR' TO WS-STMT-DTL-DRCR
057360             END-IF
057370             MOVE WS-STMT-DTL-LINE TO STATEMENT-LINE
057380             WRITE STATEMENT-LINE
057390         END-IF
057400     END-IF.
057410 8630-EXIT.
057420     EXIT.
057430*
057440*----------------------------------------------------------------
057450* 8700-WRITE-GL-TRAILER - CLOSE GLFILE OUT WITH ITS CONTROL
057460*                         TRAILER: POSTING-RECORD COUNT, TOTAL
057470*                         DEBITS AND TOTAL CREDITS, EQUAL BY
057480*                         CONSTRUCTION.  GATED BY THE SAME WRITE
057490*                         COUNTER AS THE POSTING RECORDS SO A
057500*                         RESTARTED FINALIZE DOES NOT WRITE IT
057510*                         TWICE
057520*----------------------------------------------------------------
057530 8700-WRITE-GL-TRAILER.
057540     MOVE WS-GL-RECORD-COUNT TO WS-GLT-RECORD-COUNT.
057550     MOVE WS-GL-DEBIT-TOTAL  TO WS-GLT-DEBIT-TOTAL.
057560     MOVE WS-GL-CREDIT-TOTAL TO WS-GLT-CREDIT-TOTAL.
057570     MOVE WS-GLT-RECORD      TO GL-POSTING-RECORD.
057580     ADD 1 TO WS-GLFILE-WRITE-COUNT.
057590     IF WS-GLFILE-WRITE-COUNT > WS-GLFILE-KEEP-COUNT
057600         WRITE GL-POSTING-RECORD
057610     END-IF.
057620 8700-EXIT.
057630     EXIT.
057640*
057650*----------------------------------------------------------------
057660* 8800-WRITE-CONTROL-REPORT - BUILD THE DAILY OPERATIONS CONTROL
057670*                             REPORT ON ITS OWN PRINT FILE, ONE
057680*                             SECTION PER AREA.  PERFORMED LAST IN
057690*                             FINALIZE, AFTER SUSFILE AND HELDFILE
057700*                             HAVE CLOSED, SO THE AGING SECTIONS
057710*                             CAN RE-READ WHAT THIS RUN WROTE.
057720*----------------------------------------------------------------
057730 8800-WRITE-CONTROL-REPORT.
057740     OPEN OUTPUT CTLRPT.
057750     IF WS-CTLRPT-STATUS NOT = '00'
057760         DISPLAY '*** FATAL - CTLRPT OPEN FAILED, STATUS '
057770                 WS-CTLRPT-STATUS
057780         MOVE 16 TO RETURN-CODE
057790         STOP RUN
057800     END-IF.
057810     MOVE 0  TO WS-RPT-PAGE-COUNT.
057820     MOVE 99 TO WS-RPT-LINE-COUNT.
057830     PERFORM 8810-RPT-RUN-TOTALS       THRU 8810-EXIT.
057840     PERFORM 8820-RPT-BATCH-SECTION    THRU 8820-EXIT.
057850     PERFORM 8830-RPT-REJECT-SECTION   THRU 8830-EXIT.
057860     PERFORM 8840-RPT-TYPE-SECTION     THRU 8840-EXIT.
057870     PERFORM 8845-RPT-CURR-SECTION     THRU 8845-EXIT.
057880     PERFORM 8850-RPT-SUSPENSE-SECTION THRU 8850-EXIT.
057890     PERFORM 8855-RPT-REFERRAL-SECTION THRU 8855-EXIT.
057900     PERFORM 8860-RPT-HELD-SECTION     THRU 8860-EXIT.
057910     PERFORM 8870-RPT-PRIOR-PERIOD-SECTION THRU 8870-EXIT.
057920     CLOSE CTLRPT.
057930 8800-EXIT.
057940     EXIT.
057950*
057960*----------------------------------------------------------------
057970* 8810-RPT-RUN-TOTALS - THE RUN'S COUNTS AND MONEY TOTALS, THE
057980*                       SAME FIGURES THE CONSOLE SUMMARY CARRIES
057990*----------------------------------------------------------------
058000 8810-RPT-RUN-TOTALS.
058010     MOVE 'RUN TOTALS' TO WS-RPT-TITLE.
058020     PERFORM 8920-WRITE-SECTION-TITLE THRU 8920-EXIT.
058030     MOVE 'RECORDS READ' TO WS-RPTC-LABEL.
058040     MOVE WS-READ-COUNT TO WS-RPTC-COUNT.
058050     PERFORM 8815-RPT-COUNT-LINE THRU 8815-EXIT.
058060     MOVE 'RECORDS ACCEPTED' TO WS-RPTC-LABEL.
058070     MOVE WS-ACCEPT-COUNT TO WS-RPTC-COUNT.
058080     PERFORM 8815-RPT-COUNT-LINE THRU 8815-EXIT.
058090     MOVE 'RECORDS REJECTED' TO WS-RPTC-LABEL.
058100     MOVE WS-REJECT-COUNT TO WS-RPTC-COUNT.
058110     PERFORM 8815-RPT-COUNT-LINE THRU 8815-EXIT.
058120     MOVE 'RECORDS SUSPENDED' TO WS-RPTC-LABEL.
058130     MOVE WS-SUSPENSE-COUNT TO WS-RPTC-COUNT.
058140     PERFORM 8815-RPT-COUNT-LINE THRU 8815-EXIT.
058150     MOVE 'RECORDS HELD (NOT YET EFFECTIVE)' TO WS-RPTC-LABEL.
058160     MOVE WS-HOLD-COUNT TO WS-RPTC-COUNT.
058170     PERFORM 8815-RPT-COUNT-LINE THRU 8815-EXIT.
058180     MOVE 'HELD ITEMS RELEASED AND POSTED' TO WS-RPTC-LABEL.
058190     MOVE WS-RELEASE-COUNT TO WS-RPTC-COUNT.
058200     PERFORM 8815-RPT-COUNT-LINE THRU 8815-EXIT.
058210     MOVE 'HELD ITEMS RELEASED TO SUSPENSE' TO WS-RPTC-LABEL.
058220     MOVE WS-RELEASE-SUS-COUNT TO WS-RPTC-COUNT.
058230     PERFORM 8815-RPT-COUNT-LINE THRU 8815-EXIT.
058240     MOVE 'HELD ITEMS CARRIED FORWARD' TO WS-RPTC-LABEL.
058250     MOVE WS-CARRY-FWD-COUNT TO WS-RPTC-COUNT.
058260     PERFORM 8815-RPT-COUNT-LINE THRU 8815-EXIT.
058270     MOVE 'SUSPENSE RECYCLED AND POSTED' TO WS-RPTC-LABEL.
058280     MOVE WS-RECYCLE-POST-COUNT TO WS-RPTC-COUNT.
058290     PERFORM 8815-RPT-COUNT-LINE THRU 8815-EXIT.
058300     MOVE 'SUSPENSE RE-SUSPENDED' TO WS-RPTC-LABEL.
058310     MOVE WS-RECYCLE-RESUS-COUNT TO WS-RPTC-COUNT.
058320     PERFORM 8815-RPT-COUNT-LINE THRU 8815-EXIT.
058330     MOVE 'RE-SUSPENDED PAST AGE LIMIT' TO WS-RPTC-LABEL.
058340     MOVE WS-RECYCLE-STALE-COUNT TO WS-RPTC-COUNT.
058350     PERFORM 8815-RPT-COUNT-LINE THRU 8815-EXIT.
058360     MOVE 'DUPLICATE IDS REJECTED' TO WS-RPTC-LABEL.
058370     MOVE WS-DUP-REJECT-COUNT TO WS-RPTC-COUNT.
058380     PERFORM 8815-RPT-COUNT-LINE THRU 8815-EXIT.
058390     MOVE 'DEBITS REFERRED OVER LIMIT' TO WS-RPTC-LABEL.
058400     MOVE WS-REFERRAL-COUNT TO WS-RPTC-COUNT.
058410     PERFORM 8815-RPT-COUNT-LINE THRU 8815-EXIT.
058420     MOVE 'REVERSALS APPLIED' TO WS-RPTC-LABEL.
058430     MOVE WS-REVERSAL-COUNT TO WS-RPTC-COUNT.
058440     PERFORM 8815-RPT-COUNT-LINE THRU 8815-EXIT.
058450     MOVE 'GL POSTING RECORDS WRITTEN' TO WS-RPTC-LABEL.
058460     MOVE WS-GL-RECORD-COUNT TO WS-RPTC-COUNT.
058470     PERFORM 8815-RPT-COUNT-LINE THRU 8815-EXIT.
058480     MOVE 'TOTAL AMOUNT POSTED' TO WS-RPTA-LABEL.
058490     MOVE WS-TOTAL TO WS-RPTA-AMOUNT.
058500     PERFORM 8816-RPT-AMOUNT-LINE THRU 8816-EXIT.
058510     MOVE 'GROSS AMOUNT PARSED' TO WS-RPTA-LABEL.
058520     MOVE WS-GROSS-TOTAL TO WS-RPTA-AMOUNT.
058530     PERFORM 8816-RPT-AMOUNT-LINE THRU 8816-EXIT.
058540     MOVE 'GL TOTAL DEBITS' TO WS-RPTA-LABEL.
058550     MOVE WS-GL-DEBIT-TOTAL TO WS-RPTA-AMOUNT.
058560     PERFORM 8816-RPT-AMOUNT-LINE THRU 8816-EXIT.
058570     MOVE 'GL TOTAL CREDITS' TO WS-RPTA-LABEL.
058580     MOVE WS-GL-CREDIT-TOTAL TO WS-RPTA-AMOUNT.
058590     PERFORM 8816-RPT-AMOUNT-LINE THRU 8816-EXIT.
058600 8810-EXIT.
058610     EXIT.
058620*
058630 8815-RPT-COUNT-LINE.
058640     MOVE WS-RPT-COUNT-LINE TO WS-RPT-LINE.
058650     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
058660 8815-EXIT.
058670     EXIT.
058680*
058690 8816-RPT-AMOUNT-LINE.
058700     MOVE WS-RPT-AMOUNT-LINE TO WS-RPT-LINE.
058710     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
058720 8816-EXIT.
058730     EXIT.
058740*
058750*----------------------------------------------------------------
058760* 8820-RPT-BATCH-SECTION - ONE LINE PER BATCH WITH ITS CONTROL
058770*                          FIGURES AND STATUS, JUDGED THE SAME WAY
058780*                          THE CONSOLE BALANCING JUDGES IT, THEN
058790*                          THE ORPHAN COUNTS AND THE RUN VERDICT
058800*----------------------------------------------------------------
058810 8820-RPT-BATCH-SECTION.
058820     MOVE 'BATCH BALANCING' TO WS-RPT-TITLE.
058830     PERFORM 8920-WRITE-SECTION-TITLE THRU 8920-EXIT.
058840     MOVE '  BATCH ID  EXPECTD  TRAILER  DETAILS  TRAIL AMT
058850-      '   GROSS AMT   STATUS' TO WS-RPT-LINE.
058860     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
058870     IF WS-BATCH-COUNT = 0
058880         MOVE '  NO VALID BATCH HEADER ON TRANFILE' TO WS-RPT-LINE
058890         PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT
058900     ELSE
058910         PERFORM 8821-RPT-ONE-BATCH THRU 8821-EXIT
058920                 VARYING WS-BATCH-SUB FROM 1 BY 1
058930                 UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
058940     END-IF.
058950     IF WS-ORPHAN-TRAILER-COUNT > 0
058960         MOVE 'TRAILERS WITH NO OPEN BATCH' TO WS-RPTC-LABEL
058970         MOVE WS-ORPHAN-TRAILER-COUNT TO WS-RPTC-COUNT
058980         PERFORM 8815-RPT-COUNT-LINE THRU 8815-EXIT
058990     END-IF.
059000     IF WS-NO-BATCH-REJ-COUNT > 0
059010         MOVE 'RECORDS REJECTED WITH NO OPEN BATCH'
059020                 TO WS-RPTC-LABEL
059030         MOVE WS-NO-BATCH-REJ-COUNT TO WS-RPTC-COUNT
059040         PERFORM 8815-RPT-COUNT-LINE THRU 8815-EXIT
059050     END-IF.
059060     IF WS-OUT-OF-BALANCE
059070         MOVE '  *** RUN IS OUT OF BALANCE ***' TO WS-RPT-LINE
059080     ELSE
059090         MOVE '  ALL BATCHES IN BALANCE WITH THEIR TRAILERS'
059100                 TO WS-RPT-LINE
059110     END-IF.
059120     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
059130 8820-EXIT.
059140     EXIT.
059150*
059160 8821-RPT-ONE-BATCH.
059170     PERFORM 8205-JUDGE-ONE-BATCH THRU 8205-EXIT.
059180     MOVE WS-BATCH-ID-TBL(WS-BATCH-SUB) TO WS-RPTB-BATCH-ID.
059190     MOVE WS-BATCH-EXP-COUNT-TBL(WS-BATCH-SUB)
059200             TO WS-RPTB-EXP-COUNT.
059210     MOVE WS-BATCH-TRL-COUNT-TBL(WS-BATCH-SUB)
059220             TO WS-RPTB-TRL-COUNT.
059230     MOVE WS-BATCH-DETAIL-CNT-TBL(WS-BATCH-SUB)
059240             TO WS-RPTB-DETAIL-COUNT.
059250     MOVE WS-BATCH-TRL-AMT-TBL(WS-BATCH-SUB) TO WS-RPTB-TRL-AMT.
059260     MOVE WS-BATCH-GROSS-TBL(WS-BATCH-SUB)   TO WS-RPTB-GROSS.
059270     IF WS-BATCH-TRL-SEEN-TBL(WS-BATCH-SUB) NOT = 'Y'
059280         MOVE 'TRAILER MISSING' TO WS-RPTB-STATUS
059290     ELSE
059300         IF WS-BATCH-FAILED
059310             MOVE '*** OUT OF BALANCE' TO WS-RPTB-STATUS
059320         ELSE
059330             MOVE 'IN BALANCE' TO WS-RPTB-STATUS
059340         END-IF
059350     END-IF.
059360     MOVE WS-RPT-BATCH-LINE TO WS-RPT-LINE.
059370     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
059380 8821-EXIT.
059390     EXIT.
059400*
059410*----------------------------------------------------------------
059420* 8830-RPT-REJECT-SECTION - ONE LINE PER REJECT REASON SEEN THIS
059430*                           RUN, WITH ITS COUNT AND FOOTED AMOUNT
059440*----------------------------------------------------------------
059450 8830-RPT-REJECT-SECTION.
059460     MOVE 'REJECTS BY REASON CODE' TO WS-RPT-TITLE.
059470     PERFORM 8920-WRITE-SECTION-TITLE THRU 8920-EXIT.
059480     IF WS-REJECT-COUNT = 0
059490         MOVE '  NO RECORDS REJECTED' TO WS-RPT-LINE
059500         PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT
059510     ELSE
059520         MOVE '  CD  REASON                            COUNT
059530-          '  AMOUNT' TO WS-RPT-LINE
059540         PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT
059550         PERFORM 8831-RPT-ONE-REASON THRU 8831-EXIT
059560                 VARYING WS-REJR-SUB FROM 1 BY 1
059570                 UNTIL WS-REJR-SUB > 15
059580     END-IF.
059590 8830-EXIT.
059600     EXIT.
059610*
059620 8831-RPT-ONE-REASON.
059630     IF WS-REJR-COUNT-TBL(WS-REJR-SUB) = 0
059640         CONTINUE
059650     ELSE
059660         IF WS-REJR-SUB = 15
059670             MOVE 0 TO WS-REJECT-REASON-CODE
059680         ELSE
059690             MOVE WS-REJR-SUB TO WS-REJECT-REASON-CODE
059700         END-IF
059710         PERFORM 2112-SET-REJECT-REASON-TEXT THRU 2112-EXIT
059720         MOVE WS-REJECT-REASON-CODE TO WS-RPTR-REASON-CODE
059730         MOVE WS-REJECT-REASON-TEXT TO WS-RPTR-REASON-TEXT
059740         MOVE WS-REJR-COUNT-TBL(WS-REJR-SUB) TO WS-RPTR-COUNT
059750         MOVE WS-REJR-AMT-TBL(WS-REJR-SUB)   TO WS-RPTR-AMOUNT
059760         MOVE WS-RPT-REJECT-LINE TO WS-RPT-LINE
059770         PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT
059780     END-IF.
059790 8831-EXIT.
059800     EXIT.
059810*
059820*----------------------------------------------------------------
059830* 8840-RPT-TYPE-SECTION - THE TYPE-CODE SUBTOTALS AND THE POSTED
059840*                         TOTAL THEY FOOT TO
059850*----------------------------------------------------------------
059860 8840-RPT-TYPE-SECTION.
059870     MOVE 'SUBTOTALS BY TRANSACTION TYPE' TO WS-RPT-TITLE.
059880     PERFORM 8920-WRITE-SECTION-TITLE THRU 8920-EXIT.
059890     PERFORM 8841-RPT-ONE-TYPE THRU 8841-EXIT
059900             VARYING WS-TYPE-IDX FROM 1 BY 1
059910             UNTIL WS-TYPE-IDX > WS-TYPE-COUNT.
059920     MOVE 'TOTAL AMOUNT POSTED' TO WS-RPTA-LABEL.
059930     MOVE WS-TOTAL TO WS-RPTA-AMOUNT.
059940     PERFORM 8816-RPT-AMOUNT-LINE THRU 8816-EXIT.
059950 8840-EXIT.
059960     EXIT.
059970*
059980 8841-RPT-ONE-TYPE.
059990     MOVE WS-TYPE-CODE-TBL(WS-TYPE-IDX)  TO WS-RPTT-TYPE-CODE.
060000     MOVE WS-TYPE-TOTAL-TBL(WS-TYPE-IDX) TO WS-RPTT-AMOUNT.
060010     MOVE WS-RPT-TYPE-LINE TO WS-RPT-LINE.
060020     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
060030 8841-EXIT.
060040     EXIT.
060050*
060060*----------------------------------------------------------------
060070* 8845-RPT-CURR-SECTION - THE NATIVE-CURRENCY SUBTOTALS AND THE
060080*                         BASE-CURRENCY CONVERSION TOTAL
060090*----------------------------------------------------------------
060100 8845-RPT-CURR-SECTION.
060110     MOVE 'CURRENCY CONVERSION TOTALS' TO WS-RPT-TITLE.
060120     PERFORM 8920-WRITE-SECTION-TITLE THRU 8920-EXIT.
060130     PERFORM 8846-RPT-ONE-CURR THRU 8846-EXIT
060140             VARYING WS-CURR-IDX FROM 1 BY 1
060150             UNTIL WS-CURR-IDX > WS-CURR-COUNT.
060160     MOVE 'TOTAL CONVERTED TO BASE CURRENCY' TO WS-RPTA-LABEL.
060170     MOVE WS-BASE-CURRENCY-TOTAL TO WS-RPTA-AMOUNT.
060180     PERFORM 8816-RPT-AMOUNT-LINE THRU 8816-EXIT.
060190 8845-EXIT.
060200     EXIT.
060210*
060220 8846-RPT-ONE-CURR.
060230     MOVE WS-CURR-CODE-TBL(WS-CURR-IDX)  TO WS-RPTX-CURR-CODE.
060240     MOVE WS-CURR-TOTAL-TBL(WS-CURR-IDX) TO WS-RPTX-AMOUNT.
060250     MOVE WS-RPT-CURR-LINE TO WS-RPT-LINE.
060260     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
060270 8846-EXIT.
060280     EXIT.
060290*
060300*----------------------------------------------------------------
060310* 8850-RPT-SUSPENSE-SECTION - RE-READ THE SUSFILE THIS RUN WROTE
060320*                             AND PRINT EVERY ITEM WITH ITS AGE,
060330*                             FLAGGING THE ONES PAST THE CONTROL-
060340*                             CARD LIMIT
060350*----------------------------------------------------------------
060360 8850-RPT-SUSPENSE-SECTION.
060370     MOVE 'SUSPENSE AGING' TO WS-RPT-TITLE.
060380     PERFORM 8920-WRITE-SECTION-TITLE THRU 8920-EXIT.
060390     MOVE 'N' TO WS-SUSFILE-EOF-SWITCH.
060400     OPEN INPUT SUSFILE.
060410     IF WS-SUSFILE-STATUS = '00'
060420         PERFORM 8851-RPT-ONE-SUSPENSE THRU 8851-EXIT
060430                 UNTIL WS-SUSFILE-EOF-YES
060440     END-IF.
060450     CLOSE SUSFILE.
060460     IF WS-SUSPENSE-COUNT = 0
060470         MOVE '  NO ITEMS IN SUSPENSE' TO WS-RPT-LINE
060480         PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT
060490     END-IF.
060500 8850-EXIT.
060510     EXIT.
060520*
060530 8851-RPT-ONE-SUSPENSE.
060540     READ SUSFILE INTO WS-SUS-RECORD
060550         AT END
060560             SET WS-SUSFILE-EOF-YES TO TRUE
060570         NOT AT END
060580             MOVE WS-SUS-RECORD-IMAGE(1:38) TO WS-RPTS-IMAGE
060590             MOVE WS-SUS-REASON-CODE  TO WS-RPTS-REASON-CODE
060600             MOVE WS-SUS-SUSPEND-DATE TO WS-RPTS-SUSPEND-DATE
060610             IF WS-SUS-AGE-DAYS IS NUMERIC
060620                 MOVE WS-SUS-AGE-DAYS TO WS-RPTS-AGE-DAYS
060630                 IF WS-SUS-AGE-DAYS > WS-RECYCLE-LIMIT-DAYS
060640                     MOVE 'STALE' TO WS-RPTS-STALE-FLAG
060650                 ELSE
060660                     MOVE SPACES TO WS-RPTS-STALE-FLAG
060670                 END-IF
060680             ELSE
060690                 MOVE 0 TO WS-RPTS-AGE-DAYS
060700                 MOVE SPACES TO WS-RPTS-STALE-FLAG
060710             END-IF
060720             MOVE WS-RPT-SUS-LINE TO WS-RPT-LINE
060730             PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT
060740     END-READ.
060750 8851-EXIT.
060760     EXIT.
060770*
060780*----------------------------------------------------------------
060790* 8855-RPT-REFERRAL-SECTION - RE-READ THE REFERRAL FILE THIS RUN
060800*                             WROTE AND PRINT EVERY DEBIT HELD OFF
060810*                             AN ACCOUNT BY ITS CREDIT LIMIT, WITH
060820*                             THE PROJECTED BALANCE AND THE LIMIT
060830*----------------------------------------------------------------
060840 8855-RPT-REFERRAL-SECTION.
060850     MOVE 'OVERDRAFT REFERRALS' TO WS-RPT-TITLE.
060860     PERFORM 8920-WRITE-SECTION-TITLE THRU 8920-EXIT.
060870     MOVE 'N' TO WS-REFFILE-EOF-SWITCH.
060880     OPEN INPUT REFFILE.
060890     IF WS-REFFILE-STATUS = '00'
060900         PERFORM 8856-RPT-ONE-REFERRAL THRU 8856-EXIT
060910                 UNTIL WS-REFFILE-EOF-YES
060920     END-IF.
060930     CLOSE REFFILE.
060940     IF WS-REFERRAL-COUNT = 0
060950         MOVE '  NO DEBITS REFERRED' TO WS-RPT-LINE
060960         PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT
060970     END-IF.
060980 8855-EXIT.
060990     EXIT.
061000*
061010 8856-RPT-ONE-REFERRAL.
061020     READ REFFILE INTO WS-REF-RECORD
061030         AT END
061040             SET WS-REFFILE-EOF-YES TO TRUE
061050         NOT AT END
061060             MOVE WS-REF-ACCOUNT TO WS-RPTF-ACCOUNT
061070             MOVE WS-REF-TRAN-ID TO WS-RPTF-TRAN-ID
061080             IF WS-REF-AMOUNT IS NUMERIC
061090                 MOVE WS-REF-AMOUNT TO WS-RPTF-AMOUNT
061100             ELSE
061110                 MOVE 0 TO WS-RPTF-AMOUNT
061120             END-IF
061130             IF WS-REF-PROJECTED-BAL IS NUMERIC
061140                 MOVE WS-REF-PROJECTED-BAL TO WS-RPTF-PROJECTED
061150             ELSE
061160                 MOVE 0 TO WS-RPTF-PROJECTED
061170             END-IF
061180             IF WS-REF-CREDIT-LIMIT IS NUMERIC
061190                 MOVE WS-REF-CREDIT-LIMIT TO WS-RPTF-LIMIT
061200             ELSE
061210                 MOVE 0 TO WS-RPTF-LIMIT
061220             END-IF
061230             MOVE WS-RPT-REF-LINE TO WS-RPT-LINE
061240             PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT
061250     END-READ.
061260 8856-EXIT.
061270     EXIT.
061280*
061290*----------------------------------------------------------------
061300* 8860-RPT-HELD-SECTION - RE-READ THE HELDFILE THIS RUN WROTE AND
061310*                         PRINT EVERY CARRIED ITEM WITH ITS DAYS
061320*                         UNTIL DUE
061330*----------------------------------------------------------------
061340 8860-RPT-HELD-SECTION.
061350     MOVE 'HELD-ITEM AGING' TO WS-RPT-TITLE.
061360     PERFORM 8920-WRITE-SECTION-TITLE THRU 8920-EXIT.
061370     MOVE 'N' TO WS-HELDFILE-EOF-SWITCH.
061380     OPEN INPUT HELDFILE.
061390     IF WS-HELDFILE-STATUS = '00'
061400         PERFORM 8861-RPT-ONE-HELD THRU 8861-EXIT
061410                 UNTIL WS-HELDFILE-EOF-YES
061420     END-IF.
061430     CLOSE HELDFILE.
061440     IF WS-HOLD-COUNT = 0
061450         MOVE '  NO ITEMS HELD' TO WS-RPT-LINE
061460         PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT
061470     END-IF.
061480 8860-EXIT.
061490     EXIT.
061500*
061510 8861-RPT-ONE-HELD.
061520     READ HELDFILE
061530         AT END
061540             SET WS-HELDFILE-EOF-YES TO TRUE
061550         NOT AT END
061560             MOVE HLD-ACCOUNT-NUMBER TO WS-RPTD-ACCOUNT
061570             MOVE HLD-TYPE-CODE      TO WS-RPTD-TYPE
061580             IF HLD-AMOUNT IS NUMERIC
061590                 MOVE HLD-AMOUNT TO WS-RPTD-AMOUNT
061600             ELSE
061610                 MOVE 0 TO WS-RPTD-AMOUNT
061620             END-IF
061630             MOVE HLD-EFFECTIVE-DATE TO WS-RPTD-EFFECTIVE
061640             IF HLD-DAYS-UNTIL-DUE IS NUMERIC
061650                 MOVE HLD-DAYS-UNTIL-DUE TO WS-RPTD-DAYS-DUE
061660             ELSE
061670                 MOVE 0 TO WS-RPTD-DAYS-DUE
061680             END-IF
061690             MOVE WS-RPT-HELD-LINE TO WS-RPT-LINE
061700             PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT
061710     END-READ.
061720 8861-EXIT.
061730     EXIT.
061740*
061750*----------------------------------------------------------------
061760* 8870-RPT-PRIOR-PERIOD-SECTION - RE-READ THE GLFILE THIS RUN
061770*                                 WROTE AND PRINT EVERY CUSTOMER-
061780*                                 SIDE ENTRY FLAGGED AS A PRIOR-
061790*                                 PERIOD ADJUSTMENT, WITH A COUNT
061800*                                 AND TOTAL.  A TRIAL RUN WRITES
061810*                                 NO GLFILE, SO THERE IS NOTHING
061820*                                 TO LIST
061830*----------------------------------------------------------------
061840 8870-RPT-PRIOR-PERIOD-SECTION.
061850     MOVE 'PRIOR-PERIOD ADJUSTMENTS' TO WS-RPT-TITLE.
061860     PERFORM 8920-WRITE-SECTION-TITLE THRU 8920-EXIT.
061870     IF WS-TRIAL-RUN
061880         MOVE '  TRIAL RUN - NO GL POSTINGS WRITTEN'
061890                 TO WS-RPT-LINE
061900         PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT
061910     ELSE
061920         MOVE 0 TO WS-PPA-RPT-COUNT
061930         MOVE 0 TO WS-PPA-RPT-AMOUNT
061940         MOVE 'N' TO WS-GLFILE-EOF-SWITCH
061950         OPEN INPUT GLFILE
061960         IF WS-GLFILE-STATUS = '00'
061970             PERFORM 8871-RPT-ONE-ADJUSTMENT THRU 8871-EXIT
061980                     UNTIL WS-GLFILE-EOF-YES
061990             CLOSE GLFILE
062000         END-IF
062010         IF WS-PPA-RPT-COUNT = 0
062020             MOVE '  NO PRIOR-PERIOD ADJUSTMENTS' TO WS-RPT-LINE
062030             PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT
062040         ELSE
062050             MOVE 'ADJUSTMENTS POSTED' TO WS-RPTC-LABEL
062060             MOVE WS-PPA-RPT-COUNT TO WS-RPTC-COUNT
062070             MOVE WS-RPT-COUNT-LINE TO WS-RPT-LINE
062080             PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT
062090             MOVE 'ADJUSTMENT AMOUNT' TO WS-RPTA-LABEL
062100             MOVE WS-PPA-RPT-AMOUNT TO WS-RPTA-AMOUNT
062110             MOVE WS-RPT-AMOUNT-LINE TO WS-RPT-LINE
062120             PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT
062130         END-IF
062140     END-IF.
062150 8870-EXIT.
062160     EXIT.
062170*
062180 8871-RPT-ONE-ADJUSTMENT.
062190     READ GLFILE
062200         AT END
062210             SET WS-GLFILE-EOF-YES TO TRUE
062220     END-READ.
062230     IF WS-GLFILE-EOF-YES
062240         GO TO 8871-EXIT
062250     END-IF.
062260     IF GL-REC-TYPE NOT = 'D'
062270             OR GL-ENTRY-SOURCE NOT = 'C'
062280             OR GL-PRIOR-PERIOD-FLAG NOT = 'A'
062290         GO TO 8871-EXIT
062300     END-IF.
062310     ADD 1 TO WS-PPA-RPT-COUNT.
062320     ADD GL-AMOUNT TO WS-PPA-RPT-AMOUNT.
062330     MOVE GL-ADJ-TRAN-ID         TO WS-RPTP-TRAN-ID.
062340     MOVE GL-ADJ-ACCOUNT         TO WS-RPTP-ACCOUNT.
062350     MOVE GL-TYPE-CODE           TO WS-RPTP-TYPE.
062360     MOVE GL-DR-CR-INDICATOR     TO WS-RPTP-DR-CR.
062370     MOVE GL-AMOUNT              TO WS-RPTP-AMOUNT.
062380     MOVE GL-ADJ-EFFECTIVE-DATE  TO WS-RPTP-EFFECTIVE.
062390     MOVE GL-ADJ-PERIOD-ID       TO WS-RPTP-PERIOD.
062400     MOVE GL-ADJ-ORIG-GL-ACCOUNT TO WS-RPTP-ORIG-GL.
062410     IF GL-REVERSAL-FLAG = 'R'
062420         MOVE 'REVERSAL' TO WS-RPTP-REVERSAL
062430     ELSE
062440         MOVE SPACES TO WS-RPTP-REVERSAL
062450     END-IF.
062460     MOVE WS-RPT-PPA-LINE TO WS-RPT-LINE.
062470     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
062480 8871-EXIT.
062490     EXIT.
062500*
062510*----------------------------------------------------------------
062520* 8900-WRITE-REPORT-LINE - WRITE THE LINE STAGED IN WS-RPT-LINE,
062530*                          CUTTING A NEW PAGE HEADING WHEN THE
062540*                          PAGE FILLS, THEN CLEAR THE STAGING AREA
062550*----------------------------------------------------------------
062560 8900-WRITE-REPORT-LINE.
062570     IF WS-RPT-LINE-COUNT > 57
062580         PERFORM 8910-RPT-PAGE-HEADING THRU 8910-EXIT
062590     END-IF.
062600     MOVE WS-RPT-LINE TO CTL-REPORT-LINE.
062610     WRITE CTL-REPORT-LINE.
062620     ADD 1 TO WS-RPT-LINE-COUNT.
062630     MOVE SPACES TO WS-RPT-LINE.
062640 8900-EXIT.
062650     EXIT.
062660*
062670 8910-RPT-PAGE-HEADING.
062680     ADD 1 TO WS-RPT-PAGE-COUNT.
062690     MOVE WS-PROCESSING-DATE TO WS-RPTH-DATE.
062700     MOVE WS-RPT-PAGE-COUNT  TO WS-RPTH-PAGE.
062710     MOVE WS-RPT-HEADING-LINE TO CTL-REPORT-LINE.
062720     WRITE CTL-REPORT-LINE.
062730     MOVE SPACES TO CTL-REPORT-LINE.
062740     WRITE CTL-REPORT-LINE.
062750     MOVE 2 TO WS-RPT-LINE-COUNT.
062760 8910-EXIT.
062770     EXIT.
062780*
062790*----------------------------------------------------------------
062800* 8920-WRITE-SECTION-TITLE - A BLANK LINE, THEN THE TITLE STAGED
062810*                            IN WS-RPT-TITLE
062820*----------------------------------------------------------------
062830 8920-WRITE-SECTION-TITLE.
062840     MOVE SPACES TO WS-RPT-LINE.
062850     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
062860     MOVE WS-RPT-TITLE TO WS-RPT-LINE.
062870     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
062880 8920-EXIT.
062890     EXIT.
062900*
062910*----------------------------------------------------------------
062920* 8950-WRITE-LEDGER-END - RECORD THE END OF THE RUN ON THE LEDGER
062930*                         WITH ITS FINAL RETURN CODE AND COUNTS:
062940*                         RECORDS READ, ACCEPTED, REJECTED.
062950*----------------------------------------------------------------
062960 8950-WRITE-LEDGER-END.
062970     MOVE WS-READ-COUNT TO WS-RUNL-COUNT-1.
062980     MOVE WS-ACCEPT-COUNT TO WS-RUNL-COUNT-2.
062990     MOVE WS-REJECT-COUNT TO WS-RUNL-COUNT-3.
063000     MOVE RETURN-CODE TO WS-RUNL-RC.
063010     MOVE 'E' TO WS-RUNL-EVENT.
063020     PERFORM 1730-WRITE-LEDGER-RECORD THRU 1730-EXIT.
063030 8950-EXIT.
063040     EXIT.
