000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CUSTREL.
000030 AUTHOR.        R HUCKABY.
000040 INSTALLATION.  DAILY BATCH PROCESSING GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26  RH  ORIGINAL PROGRAM.  NOTHING COULD SHOW WHAT ONE
000110*               CUSTOMER HOLDS ACROSS ALL OF THEIR ACCOUNTS, SO
000120*               TOTAL EXPOSURE PER CUSTOMER WAS BEING BUILT BY
000130*               HAND.  THIS PROGRAM SWEEPS THE CUSTOMER MASTER
000140*               (CUSTMAST) AND THE ACCOUNT MASTER (ACCTMAST),
000150*               SORTS THEM TOGETHER ON THE CUSTOMER NUMBER THAT
000160*               CUSTMNT'S LINK ACTION STAMPS ON EACH ACCOUNT, AND
000170*               PRINTS THE CUSTOMER RELATIONSHIP REPORT
000180*               (RELRPT): EACH CUSTOMER'S NAME, ADDRESS AND
000190*               CONTACT DETAILS, EVERY ACCOUNT LINKED TO THEM,
000200*               AND THEIR COMBINED BALANCE AND TOTAL CREDIT
000210*               LIMITS.  CUSTOMERS WITH NO ACCOUNTS ARE SHOWN AS
000220*               SUCH, ACCOUNTS NOT YET LINKED ARE LISTED IN THEIR
000230*               OWN SECTION AT THE END, AND AN ACCOUNT LINKED TO
000240*               A CUSTOMER NUMBER THAT IS NOT ON CUSTMAST IS
000250*               FLAGGED AND SETS A RETURN CODE OF 4.  READ ONLY --
000260*               NEITHER MASTER IS CHANGED.
000270* 10/15/26  RH  AN ACCOUNT IN CLOSEOUT (STATUS 'P') NOW SHOWS AS
000280*               CLOSING RATHER THAN ITS RAW STATUS CODE.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.  IBM-370.
000330 OBJECT-COMPUTER.  IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CUSTMAST  ASSIGN TO CUSTMAST
000370            ORGANIZATION IS INDEXED
000380            ACCESS MODE IS SEQUENTIAL
000390            RECORD KEY IS CUST-NUMBER
000400            FILE STATUS IS WS-CUSTMAST-STATUS.
000410     SELECT ACCTMAST  ASSIGN TO ACCTMAST
000420            ORGANIZATION IS INDEXED
000430            ACCESS MODE IS SEQUENTIAL
000440            RECORD KEY IS ACCT-NUMBER
000450            FILE STATUS IS WS-ACCTMAST-STATUS.
000460     SELECT CTLCARD   ASSIGN TO CTLCARD
000470            ORGANIZATION IS LINE SEQUENTIAL
000480            FILE STATUS IS WS-CTLCARD-STATUS.
000490     SELECT RELRPT    ASSIGN TO RELRPT
000500            ORGANIZATION IS LINE SEQUENTIAL
000510            FILE STATUS IS WS-RELRPT-STATUS.
000520     SELECT RELSORT   ASSIGN TO RELSORT.
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  CUSTMAST.
000570 01  CUST-MASTER-RECORD.
000580     COPY CUSTREC.
000590*
000600 FD  ACCTMAST.
000610 01  ACCT-MASTER-RECORD.
000620     COPY ACCTREC.
000630*
000640 FD  CTLCARD.
000650 01  CTL-RECORD.
000660     05  CTL-PROCESSING-DATE       PIC 9(08).
000670     05  FILLER                    PIC X(72).
000680*
000690 FD  RELRPT.
000700 01  REL-REPORT-LINE               PIC X(132).
000710*
000720*----------------------------------------------------------------
000730* RELSORT - SORT WORK FILE THAT BRINGS EACH CUSTOMER RECORD AND
000740* THE ACCOUNTS LINKED TO IT TOGETHER.  GROUP '1' IS LINKED
000750* CUSTOMERS AND ACCOUNTS, GROUP '2' THE UNLINKED ACCOUNTS, SO
000760* THE UNLINKED SECTION PRINTS LAST.  WITHIN A CUSTOMER THE
000770* CUSTOMER RECORD (TYPE '1') SORTS AHEAD OF ITS ACCOUNTS (TYPE
000780* '2'), WHICH FOLLOW IN ACCOUNT NUMBER ORDER.  THE IMAGE IS THE
000790* FULL CUSTOMER RECORD OR THE 80-BYTE ACCOUNT RECORD.
000800*----------------------------------------------------------------
000810 SD  RELSORT.
000820 01  RLS-SORT-RECORD.
000830     05  RLS-GROUP                 PIC X(01).
000840     05  RLS-CUSTOMER              PIC 9(08).
000850     05  RLS-REC-TYPE              PIC X(01).
000860     05  RLS-ACCOUNT               PIC 9(08).
000870     05  RLS-IMAGE                 PIC X(200).
000880*
000890 WORKING-STORAGE SECTION.
000900*----------------------------------------------------------------
000910* FILE STATUS AND CONTROL SWITCHES
000920*----------------------------------------------------------------
000930 77  WS-CUSTMAST-STATUS          PIC X(02) VALUE SPACES.
000940 77  WS-ACCTMAST-STATUS          PIC X(02) VALUE SPACES.
000950 77  WS-CTLCARD-STATUS           PIC X(02) VALUE SPACES.
000960 77  WS-RELRPT-STATUS            PIC X(02) VALUE SPACES.
000970*
000980 01  WS-CUSTMAST-EOF-SWITCH      PIC X(01) VALUE 'N'.
000990     88  WS-CUSTMAST-EOF-YES     VALUE 'Y'.
001000 01  WS-ACCTMAST-EOF-SWITCH      PIC X(01) VALUE 'N'.
001010     88  WS-ACCTMAST-EOF-YES     VALUE 'Y'.
001020 01  WS-RELSORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
001030     88  WS-RELSORT-EOF-YES      VALUE 'Y'.
001040*
001050 01  WS-GROUP-SWITCH             PIC X(01) VALUE 'N'.
001060     88  WS-GROUP-OPEN           VALUE 'Y'.
001070     88  WS-GROUP-CLOSED         VALUE 'N'.
001080 01  WS-CUST-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001090     88  WS-CUST-ON-FILE         VALUE 'Y'.
001100     88  WS-CUST-NOT-ON-FILE     VALUE 'N'.
001110 01  WS-UNLINKED-SWITCH          PIC X(01) VALUE 'N'.
001120     88  WS-UNLINKED-STARTED     VALUE 'Y'.
001130*
001140*----------------------------------------------------------------
001150* COUNTERS AND ACCUMULATORS
001160*----------------------------------------------------------------
001170 77  WS-CUST-READ-COUNT          PIC 9(07) COMP VALUE 0.
001180 77  WS-ACCT-READ-COUNT          PIC 9(07) COMP VALUE 0.
001190 77  WS-CUST-WITH-ACCT-COUNT     PIC 9(07) COMP VALUE 0.
001200 77  WS-CUST-NO-ACCT-COUNT       PIC 9(07) COMP VALUE 0.
001210 77  WS-LINKED-ACCT-COUNT        PIC 9(07) COMP VALUE 0.
001220 77  WS-UNLINKED-ACCT-COUNT      PIC 9(07) COMP VALUE 0.
001230 77  WS-MISSING-CUST-COUNT       PIC 9(07) COMP VALUE 0.
001240 77  WS-GRP-ACCT-COUNT           PIC 9(05) COMP VALUE 0.
001250 01  WS-GRP-BALANCE              PIC S9(11)V99 VALUE 0.
001260 01  WS-GRP-LIMIT                PIC 9(11)V99 VALUE 0.
001270 01  WS-LINKED-BALANCE           PIC S9(11)V99 VALUE 0.
001280 01  WS-LINKED-LIMIT             PIC 9(11)V99 VALUE 0.
001290 01  WS-UNLINKED-BALANCE         PIC S9(11)V99 VALUE 0.
001300 01  WS-UNLINKED-LIMIT           PIC 9(11)V99 VALUE 0.
001310*
001320 77  WS-PROCESSING-DATE          PIC 9(08) VALUE 0.
001330 77  WS-CURRENT-CUSTOMER         PIC 9(08) VALUE 0.
001340 01  WS-WORK-BALANCE             PIC S9(09)V99 VALUE 0.
001350 01  WS-WORK-LIMIT               PIC 9(07)V99 VALUE 0.
001360*
001370*----------------------------------------------------------------
001380* SORT RECORD AS RETURNED TO THE OUTPUT PROCEDURE
001390*----------------------------------------------------------------
001400 01  WS-RLS-RECORD.
001410     05  WS-RLS-GROUP            PIC X(01).
001420         88  WS-RLS-LINKED       VALUE '1'.
001430         88  WS-RLS-UNLINKED     VALUE '2'.
001440     05  WS-RLS-CUSTOMER         PIC 9(08).
001450     05  WS-RLS-REC-TYPE         PIC X(01).
001460         88  WS-RLS-CUSTOMER-REC VALUE '1'.
001470         88  WS-RLS-ACCOUNT-REC  VALUE '2'.
001480     05  WS-RLS-ACCOUNT          PIC 9(08).
001490     05  WS-RLS-IMAGE            PIC X(200).
001500*
001510*----------------------------------------------------------------
001520* REPORT LINE STAGING AREAS
001530*----------------------------------------------------------------
001540 01  WS-CUSTOMER-LINE.
001550     05  FILLER                  PIC X(09) VALUE 'CUSTOMER '.
001560     05  WS-CST-NUMBER           PIC 9(08).
001570     05  FILLER                  PIC X(02) VALUE SPACES.
001580     05  WS-CST-NAME             PIC X(30).
001590     05  FILLER                  PIC X(02) VALUE SPACES.
001600     05  WS-CST-STATUS           PIC X(08).
001610     05  FILLER                  PIC X(02) VALUE SPACES.
001620     05  FILLER                  PIC X(07) VALUE 'TAX ID '.
001630     05  WS-CST-TAX-ID           PIC X(09).
001640     05  FILLER                  PIC X(02) VALUE SPACES.
001650     05  FILLER                  PIC X(06) VALUE 'PHONE '.
001660     05  WS-CST-PHONE            PIC X(10).
001670     05  FILLER                  PIC X(37) VALUE SPACES.
001680*
001690 01  WS-ADDRESS-LINE.
001700     05  FILLER                  PIC X(19) VALUE SPACES.
001710     05  WS-ADR-LINE-1           PIC X(30).
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  WS-ADR-LINE-2           PIC X(30).
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  WS-ADR-CITY             PIC X(20).
001760     05  FILLER                  PIC X(01) VALUE SPACE.
001770     05  WS-ADR-STATE            PIC X(02).
001780     05  FILLER                  PIC X(01) VALUE SPACE.
001790     05  WS-ADR-POSTAL-CODE      PIC X(10).
001800     05  FILLER                  PIC X(15) VALUE SPACES.
001810*
001820 01  WS-DETAIL-LINE.
001830     05  FILLER                  PIC X(04) VALUE SPACES.
001840     05  WS-DTL-ACCOUNT          PIC 9(08).
001850     05  FILLER                  PIC X(02) VALUE SPACES.
001860     05  WS-DTL-NAME             PIC X(30).
001870     05  FILLER                  PIC X(02) VALUE SPACES.
001880     05  WS-DTL-STATUS           PIC X(08).
001890     05  FILLER                  PIC X(02) VALUE SPACES.
001900     05  WS-DTL-BALANCE          PIC -9(09).99.
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  WS-DTL-LIMIT            PIC 9(07).99.
001930     05  FILLER                  PIC X(51) VALUE SPACES.
001940*
001950 01  WS-GROUP-TOTAL-LINE.
001960     05  FILLER                  PIC X(04) VALUE SPACES.
001970     05  WS-GTL-LABEL            PIC X(20).
001980     05  WS-GTL-COUNT            PIC ZZZZZZ9.
001990     05  FILLER                  PIC X(10) VALUE ' ACCOUNTS '.
002000     05  FILLER                  PIC X(09) VALUE 'BALANCE  '.
002010     05  WS-GTL-BALANCE          PIC -9(11).99.
002020     05  FILLER                  PIC X(02) VALUE SPACES.
002030     05  FILLER                  PIC X(16) VALUE 'CREDIT LIMITS'.
002040     05  WS-GTL-LIMIT            PIC 9(11).99.
002050     05  FILLER                  PIC X(34) VALUE SPACES.
002060*
002070 PROCEDURE DIVISION.
002080*----------------------------------------------------------------
002090* 0000-MAINLINE
002100*----------------------------------------------------------------
002110 0000-MAINLINE.
002120     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002130     SORT RELSORT ON ASCENDING KEY RLS-GROUP
002140                                   RLS-CUSTOMER
002150                                   RLS-REC-TYPE
002160                                   RLS-ACCOUNT
002170          INPUT PROCEDURE IS 1500-RELEASE-MASTERS
002180              THRU 1500-EXIT
002190          OUTPUT PROCEDURE IS 2000-RECEIVE-SORTED
002200              THRU 2000-EXIT.
002210     PERFORM 8000-FINALIZE       THRU 8000-EXIT.
002220     STOP RUN.
002230*
002240*----------------------------------------------------------------
002250* 1000-INITIALIZE - READ THE CONTROL CARD, OPEN BOTH MASTERS FOR
002260*                   A SEQUENTIAL SWEEP AND OPEN THE REPORT.
002270*                   CUSTMAST IS CREATED BY CUSTMNT, SO A
002280*                   MISSING CUSTMAST MEANS THE CUSTOMER FILE HAS
002290*                   NEVER BEEN LOADED AND IS FATAL.
002300*----------------------------------------------------------------
002310 1000-INITIALIZE.
002320     PERFORM 1010-READ-CONTROL-CARD THRU 1010-EXIT.
002330     OPEN INPUT CUSTMAST.
002340     IF WS-CUSTMAST-STATUS NOT = '00'
002350         DISPLAY '*** FATAL - CUSTMAST OPEN FAILED, STATUS '
002360                 WS-CUSTMAST-STATUS
002370         MOVE 16 TO RETURN-CODE
002380         STOP RUN
002390     END-IF.
002400     OPEN INPUT ACCTMAST.
002410     IF WS-ACCTMAST-STATUS NOT = '00'
002420         DISPLAY '*** FATAL - ACCTMAST OPEN FAILED, STATUS '
002430                 WS-ACCTMAST-STATUS
002440         MOVE 16 TO RETURN-CODE
002450         STOP RUN
002460     END-IF.
002470     OPEN OUTPUT RELRPT.
002480     IF WS-RELRPT-STATUS NOT = '00'
002490         DISPLAY '*** FATAL - RELRPT OPEN FAILED, STATUS '
002500                 WS-RELRPT-STATUS
002510         MOVE 16 TO RETURN-CODE
002520         STOP RUN
002530     END-IF.
002540     PERFORM 1100-WRITE-REPORT-HEADING THRU 1100-EXIT.
002550 1000-EXIT.
002560     EXIT.
002570*
002580*----------------------------------------------------------------
002590* 1010-READ-CONTROL-CARD - READ THE ONE-RECORD CTLCARD FILE TO
002600*                          GET THE PROCESSING DATE FOR THE REPORT
002610*                          HEADING.  SAME CARD AND SAME EDITS AS
002620*                          BATCHPROC AND ACCTMNT.
002630*----------------------------------------------------------------
002640 1010-READ-CONTROL-CARD.
002650     OPEN INPUT CTLCARD.
002660     IF WS-CTLCARD-STATUS NOT = '00'
002670         DISPLAY '*** FATAL - CTLCARD OPEN FAILED, STATUS '
002680                 WS-CTLCARD-STATUS
002690         MOVE 16 TO RETURN-CODE
002700         STOP RUN
002710     END-IF.
002720     READ CTLCARD
002730         AT END
002740             DISPLAY '*** FATAL - CTLCARD IS EMPTY, NO '
002750                     'PROCESSING DATE SUPPLIED'
002760             MOVE 16 TO RETURN-CODE
002770             STOP RUN
002780     END-READ.
002790     IF CTL-PROCESSING-DATE IS NOT NUMERIC
002800         DISPLAY '*** FATAL - CTLCARD PROCESSING DATE IS NOT '
002810                 'NUMERIC: ' CTL-RECORD
002820         MOVE 16 TO RETURN-CODE
002830         STOP RUN
002840     END-IF.
002850     MOVE CTL-PROCESSING-DATE TO WS-PROCESSING-DATE.
002860     CLOSE CTLCARD.
002870 1010-EXIT.
002880     EXIT.
002890*
002900*----------------------------------------------------------------
002910* 1100-WRITE-REPORT-HEADING - TITLE AND COLUMN HEADINGS AT THE
002920*                             TOP OF THE RELATIONSHIP REPORT
002930*----------------------------------------------------------------
002940 1100-WRITE-REPORT-HEADING.
002950     MOVE SPACES TO REL-REPORT-LINE.
002960     STRING 'CUSTOMER RELATIONSHIP REPORT - '
002970            WS-PROCESSING-DATE
002980            DELIMITED BY SIZE
002990            INTO REL-REPORT-LINE.
003000     WRITE REL-REPORT-LINE.
003010     MOVE SPACES TO REL-REPORT-LINE.
003020     STRING '    ACCOUNT   '
003030            'NAME                            '
003040            'STATUS    '
003050            'BALANCE        '
003060            'CREDIT LIMIT'
003070            DELIMITED BY SIZE
003080            INTO REL-REPORT-LINE.
003090     WRITE REL-REPORT-LINE.
003100 1100-EXIT.
003110     EXIT.
003120*
003130*----------------------------------------------------------------
003140* 1500-RELEASE-MASTERS - SORT INPUT PROCEDURE: RELEASE EVERY
003150*                        CUSTOMER, THEN EVERY ACCOUNT UNDER THE
003160*                        CUSTOMER IT IS LINKED TO.  AN ACCOUNT
003170*                        WITH A ZERO OR NON-NUMERIC CUSTOMER
003180*                        NUMBER IS RELEASED TO THE UNLINKED GROUP.
003190*----------------------------------------------------------------
003200 1500-RELEASE-MASTERS.
003210     PERFORM 1510-READ-CUSTMAST THRU 1510-EXIT.
003220     PERFORM 1520-RELEASE-CUSTOMER THRU 1520-EXIT
003230             UNTIL WS-CUSTMAST-EOF-YES.
003240     PERFORM 1530-READ-ACCTMAST THRU 1530-EXIT.
003250     PERFORM 1540-RELEASE-ACCOUNT THRU 1540-EXIT
003260             UNTIL WS-ACCTMAST-EOF-YES.
003270 1500-EXIT.
003280     EXIT.
003290*
003300 1510-READ-CUSTMAST.
003310     READ CUSTMAST NEXT RECORD
003320         AT END
003330             MOVE 'Y' TO WS-CUSTMAST-EOF-SWITCH
003340         NOT AT END
003350             ADD 1 TO WS-CUST-READ-COUNT
003360     END-READ.
003370 1510-EXIT.
003380     EXIT.
003390*
003400 1520-RELEASE-CUSTOMER.
003410     MOVE '1'                TO RLS-GROUP.
003420     MOVE CUST-NUMBER        TO RLS-CUSTOMER.
003430     MOVE '1'                TO RLS-REC-TYPE.
003440     MOVE 0                  TO RLS-ACCOUNT.
003450     MOVE CUST-MASTER-RECORD TO RLS-IMAGE.
003460     RELEASE RLS-SORT-RECORD.
003470     PERFORM 1510-READ-CUSTMAST THRU 1510-EXIT.
003480 1520-EXIT.
003490     EXIT.
003500*
003510 1530-READ-ACCTMAST.
003520     READ ACCTMAST NEXT RECORD
003530         AT END
003540             MOVE 'Y' TO WS-ACCTMAST-EOF-SWITCH
003550         NOT AT END
003560             ADD 1 TO WS-ACCT-READ-COUNT
003570     END-READ.
003580 1530-EXIT.
003590     EXIT.
003600*
003610 1540-RELEASE-ACCOUNT.
003620     IF ACCT-CUSTOMER-NUMBER IS NUMERIC
003630             AND ACCT-CUSTOMER-NUMBER > 0
003640         MOVE '1'                  TO RLS-GROUP
003650         MOVE ACCT-CUSTOMER-NUMBER TO RLS-CUSTOMER
003660     ELSE
003670         MOVE '2'                  TO RLS-GROUP
003680         MOVE 0                    TO RLS-CUSTOMER
003690     END-IF.
003700     MOVE '2'                TO RLS-REC-TYPE.
003710     MOVE ACCT-NUMBER        TO RLS-ACCOUNT.
003720     MOVE SPACES             TO RLS-IMAGE.
003730     MOVE ACCT-MASTER-RECORD TO RLS-IMAGE.
003740     RELEASE RLS-SORT-RECORD.
003750     PERFORM 1530-READ-ACCTMAST THRU 1530-EXIT.
003760 1540-EXIT.
003770     EXIT.
003780*
003790*----------------------------------------------------------------
003800* 2000-RECEIVE-SORTED - SORT OUTPUT PROCEDURE: TAKE THE MASTERS
003810*                       BACK IN CUSTOMER ORDER AND PRINT ONE
003820*                       GROUP PER CUSTOMER, CLOSING THE LAST GROUP
003830*                       AT END OF FILE
003840*----------------------------------------------------------------
003850 2000-RECEIVE-SORTED.
003860     MOVE 'N' TO WS-RELSORT-EOF-SWITCH.
003870     PERFORM 2010-RETURN-ONE-RECORD THRU 2010-EXIT
003880             UNTIL WS-RELSORT-EOF-YES.
003890     IF WS-GROUP-OPEN
003900         PERFORM 2400-END-CUSTOMER THRU 2400-EXIT
003910     END-IF.
003920 2000-EXIT.
003930     EXIT.
003940*
003950 2010-RETURN-ONE-RECORD.
003960     RETURN RELSORT INTO WS-RLS-RECORD
003970         AT END
003980             SET WS-RELSORT-EOF-YES TO TRUE
003990         NOT AT END
004000             PERFORM 2100-PROCESS-ONE-RECORD THRU 2100-EXIT
004010     END-RETURN.
004020 2010-EXIT.
004030     EXIT.
004040*
004050*----------------------------------------------------------------
004060* 2100-PROCESS-ONE-RECORD - A CHANGE OF CUSTOMER CLOSES THE GROUP
004070*                           IN PROGRESS.  UNLINKED ACCOUNTS
004080*                           PRINT UNDER THEIR OWN SECTION HEADING
004090*                           AND ARE NOT PART OF ANY CUSTOMER
004100*                           GROUP.
004110*----------------------------------------------------------------
004120 2100-PROCESS-ONE-RECORD.
004130     IF WS-RLS-UNLINKED
004140         PERFORM 2500-PRINT-UNLINKED-ACCOUNT THRU 2500-EXIT
004150     ELSE
004160         IF WS-GROUP-OPEN
004170             IF WS-RLS-CUSTOMER NOT = WS-CURRENT-CUSTOMER
004180                 PERFORM 2400-END-CUSTOMER THRU 2400-EXIT
004190             END-IF
004200         END-IF
004210         IF WS-GROUP-CLOSED
004220             PERFORM 2150-START-CUSTOMER THRU 2150-EXIT
004230         END-IF
004240         IF WS-RLS-CUSTOMER-REC
004250             PERFORM 2200-PRINT-CUSTOMER THRU 2200-EXIT
004260         ELSE
004270             PERFORM 2300-PRINT-ACCOUNT THRU 2300-EXIT
004280         END-IF
004290     END-IF.
004300 2100-EXIT.
004310     EXIT.
004320*
004330 2150-START-CUSTOMER.
004340     MOVE 'Y' TO WS-GROUP-SWITCH.
004350     MOVE 'N' TO WS-CUST-FOUND-SWITCH.
004360     MOVE WS-RLS-CUSTOMER TO WS-CURRENT-CUSTOMER.
004370     MOVE 0 TO WS-GRP-ACCT-COUNT.
004380     MOVE 0 TO WS-GRP-BALANCE.
004390     MOVE 0 TO WS-GRP-LIMIT.
004400     MOVE SPACES TO REL-REPORT-LINE.
004410     WRITE REL-REPORT-LINE.
004420 2150-EXIT.
004430     EXIT.
004440*
004450*----------------------------------------------------------------
004460* 2200-PRINT-CUSTOMER - PRINT THE CUSTOMER'S NAME, STATUS AND
004470*                       CONTACT DETAILS AND ADDRESS.  ONLY THE
004480*                       LAST FOUR DIGITS OF THE TAX ID ARE
004490*                       PRINTED.
004500*----------------------------------------------------------------
004510 2200-PRINT-CUSTOMER.
004520     MOVE 'Y' TO WS-CUST-FOUND-SWITCH.
004530     MOVE WS-RLS-IMAGE TO CUST-MASTER-RECORD.
004540     MOVE CUST-NUMBER TO WS-CST-NUMBER.
004550     MOVE CUST-NAME   TO WS-CST-NAME.
004560     IF CUST-INACTIVE
004570         MOVE 'INACTIVE' TO WS-CST-STATUS
004580     ELSE
004590         MOVE 'ACTIVE  ' TO WS-CST-STATUS
004600     END-IF.
004610     IF CUST-TAX-ID = SPACES
004620         MOVE 'NONE     ' TO WS-CST-TAX-ID
004630     ELSE
004640         MOVE 'XXXXX'         TO WS-CST-TAX-ID
004650         MOVE CUST-TAX-ID(6:4) TO WS-CST-TAX-ID(6:4)
004660     END-IF.
004670     MOVE CUST-PHONE TO WS-CST-PHONE.
004680     MOVE WS-CUSTOMER-LINE TO REL-REPORT-LINE.
004690     WRITE REL-REPORT-LINE.
004700     MOVE CUST-ADDRESS-LINE-1 TO WS-ADR-LINE-1.
004710     MOVE CUST-ADDRESS-LINE-2 TO WS-ADR-LINE-2.
004720     MOVE CUST-CITY           TO WS-ADR-CITY.
004730     MOVE CUST-STATE          TO WS-ADR-STATE.
004740     MOVE CUST-POSTAL-CODE    TO WS-ADR-POSTAL-CODE.
004750     MOVE WS-ADDRESS-LINE TO REL-REPORT-LINE.
004760     WRITE REL-REPORT-LINE.
004770 2200-EXIT.
004780     EXIT.
004790*
004800*----------------------------------------------------------------
004810* 2300-PRINT-ACCOUNT - PRINT ONE LINKED ACCOUNT AND ROLL IT INTO
004820*                      THE CUSTOMER'S TOTALS.  AN ACCOUNT THAT
004830*                      ARRIVES WITH NO CUSTOMER RECORD AHEAD OF IT
004840*                      IS LINKED TO A CUSTOMER NOT ON CUSTMAST.
004850*----------------------------------------------------------------
004860 2300-PRINT-ACCOUNT.
004870     IF WS-CUST-NOT-ON-FILE AND WS-GRP-ACCT-COUNT = 0
004880         ADD 1 TO WS-MISSING-CUST-COUNT
004890         MOVE SPACES TO REL-REPORT-LINE
004900         STRING 'CUSTOMER ' WS-CURRENT-CUSTOMER
004910                '  *** NOT ON CUSTMAST - ACCOUNTS BELOW ARE '
004920                'LINKED TO A CUSTOMER THAT DOES NOT EXIST'
004930                DELIMITED BY SIZE
004940                INTO REL-REPORT-LINE
004950         WRITE REL-REPORT-LINE
004960     END-IF.
004970     PERFORM 2310-FORMAT-ACCOUNT THRU 2310-EXIT.
004980     ADD 1 TO WS-GRP-ACCT-COUNT.
004990     ADD 1 TO WS-LINKED-ACCT-COUNT.
005000     ADD WS-WORK-BALANCE TO WS-GRP-BALANCE.
005010     ADD WS-WORK-LIMIT   TO WS-GRP-LIMIT.
005020 2300-EXIT.
005030     EXIT.
005040*
005050*----------------------------------------------------------------
005060* 2310-FORMAT-ACCOUNT - PRINT ONE ACCOUNT DETAIL LINE.  A
005070*                       NON-NUMERIC BALANCE OR CREDIT LIMIT (AN
005080*                       OLDER RECORD) COUNTS AS ZERO.
005090*----------------------------------------------------------------
005100 2310-FORMAT-ACCOUNT.
005110     MOVE WS-RLS-IMAGE(1:80) TO ACCT-MASTER-RECORD.
005120     IF ACCT-CURRENT-BALANCE IS NOT NUMERIC
005130         MOVE 0 TO WS-WORK-BALANCE
005140     ELSE
005150         MOVE ACCT-CURRENT-BALANCE TO WS-WORK-BALANCE
005160     END-IF.
005170     IF ACCT-CREDIT-LIMIT IS NOT NUMERIC
005180         MOVE 0 TO WS-WORK-LIMIT
005190     ELSE
005200         MOVE ACCT-CREDIT-LIMIT TO WS-WORK-LIMIT
005210     END-IF.
005220     MOVE ACCT-NUMBER TO WS-DTL-ACCOUNT.
005230     MOVE ACCT-NAME   TO WS-DTL-NAME.
005240     EVALUATE TRUE
005250         WHEN ACCT-OPEN
005260             MOVE 'OPEN    ' TO WS-DTL-STATUS
005270         WHEN ACCT-CLOSED
005280             MOVE 'CLOSED  ' TO WS-DTL-STATUS
005290         WHEN ACCT-DORMANT
005300             MOVE 'DORMANT ' TO WS-DTL-STATUS
005310         WHEN ACCT-CLOSING
005320             MOVE 'CLOSING ' TO WS-DTL-STATUS
005330         WHEN OTHER
005340             MOVE ACCT-STATUS TO WS-DTL-STATUS
005350     END-EVALUATE.
005360     MOVE WS-WORK-BALANCE TO WS-DTL-BALANCE.
005370     MOVE WS-WORK-LIMIT   TO WS-DTL-LIMIT.
005380     MOVE WS-DETAIL-LINE TO REL-REPORT-LINE.
005390     WRITE REL-REPORT-LINE.
005400 2310-EXIT.
005410     EXIT.
005420*
005430*----------------------------------------------------------------
005440* 2400-END-CUSTOMER - CLOSE ONE CUSTOMER GROUP WITH ITS ACCOUNT
005450*                     COUNT, COMBINED BALANCE AND TOTAL CREDIT
005460*                     LIMITS, AND ROLL THEM INTO THE REPORT TOTALS
005470*----------------------------------------------------------------
005480 2400-END-CUSTOMER.
005490     MOVE 'N' TO WS-GROUP-SWITCH.
005500     IF WS-GRP-ACCT-COUNT = 0
005510         ADD 1 TO WS-CUST-NO-ACCT-COUNT
005520         MOVE SPACES TO REL-REPORT-LINE
005530         MOVE '    NO ACCOUNTS LINKED' TO REL-REPORT-LINE
005540         WRITE REL-REPORT-LINE
005550     ELSE
005560         IF WS-CUST-ON-FILE
005570             ADD 1 TO WS-CUST-WITH-ACCT-COUNT
005580         END-IF
005590         ADD WS-GRP-BALANCE TO WS-LINKED-BALANCE
005600         ADD WS-GRP-LIMIT   TO WS-LINKED-LIMIT
005610         MOVE 'CUSTOMER TOTAL      ' TO WS-GTL-LABEL
005620         MOVE WS-GRP-ACCT-COUNT TO WS-GTL-COUNT
005630         MOVE WS-GRP-BALANCE    TO WS-GTL-BALANCE
005640         MOVE WS-GRP-LIMIT      TO WS-GTL-LIMIT
005650         MOVE WS-GROUP-TOTAL-LINE TO REL-REPORT-LINE
005660         WRITE REL-REPORT-LINE
005670     END-IF.
005680 2400-EXIT.
005690     EXIT.
005700*
005710*----------------------------------------------------------------
005720* 2500-PRINT-UNLINKED-ACCOUNT - PRINT ONE ACCOUNT NOT YET LINKED
005730*                               TO A CUSTOMER, UNDER A SECTION
005740*                               HEADING PRINTED BEFORE THE FIRST
005750*----------------------------------------------------------------
005760 2500-PRINT-UNLINKED-ACCOUNT.
005770     IF WS-GROUP-OPEN
005780         PERFORM 2400-END-CUSTOMER THRU 2400-EXIT
005790     END-IF.
005800     IF NOT WS-UNLINKED-STARTED
005810         MOVE 'Y' TO WS-UNLINKED-SWITCH
005820         MOVE SPACES TO REL-REPORT-LINE
005830         WRITE REL-REPORT-LINE
005840         MOVE 'ACCOUNTS NOT LINKED TO A CUSTOMER'
005850                 TO REL-REPORT-LINE
005860         WRITE REL-REPORT-LINE
005870     END-IF.
005880     PERFORM 2310-FORMAT-ACCOUNT THRU 2310-EXIT.
005890     ADD 1 TO WS-UNLINKED-ACCT-COUNT.
005900     ADD WS-WORK-BALANCE TO WS-UNLINKED-BALANCE.
005910     ADD WS-WORK-LIMIT   TO WS-UNLINKED-LIMIT.
005920 2500-EXIT.
005930     EXIT.
005940*
005950*----------------------------------------------------------------
005960* 8000-FINALIZE - PRINT THE REPORT TOTALS, CLOSE THE FILES AND
005970*                 REPORT THE COUNTS ON THE CONSOLE.  AN ACCOUNT
005980*                 LINKED TO A CUSTOMER NOT ON CUSTMAST LEAVES A
005990*                 RETURN CODE OF 4 SO THE LINK IS CORRECTED
006000*                 THROUGH CUSTMNT.
006010*----------------------------------------------------------------
006020 8000-FINALIZE.
006030     MOVE SPACES TO REL-REPORT-LINE.
006040     WRITE REL-REPORT-LINE.
006050     MOVE 'ALL LINKED ACCOUNTS ' TO WS-GTL-LABEL.
006060     MOVE WS-LINKED-ACCT-COUNT TO WS-GTL-COUNT.
006070     MOVE WS-LINKED-BALANCE    TO WS-GTL-BALANCE.
006080     MOVE WS-LINKED-LIMIT      TO WS-GTL-LIMIT.
006090     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
006100     MOVE 'UNLINKED ACCOUNTS   ' TO WS-GTL-LABEL.
006110     MOVE WS-UNLINKED-ACCT-COUNT TO WS-GTL-COUNT.
006120     MOVE WS-UNLINKED-BALANCE    TO WS-GTL-BALANCE.
006130     MOVE WS-UNLINKED-LIMIT      TO WS-GTL-LIMIT.
006140     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
006150     CLOSE CUSTMAST.
006160     CLOSE ACCTMAST.
006170     CLOSE RELRPT.
006180     DISPLAY 'CUSTREL - CUSTOMER RELATIONSHIP REPORT TOTALS'.
006190     DISPLAY 'CUSTOMERS READ              : ' WS-CUST-READ-COUNT.
006200     DISPLAY 'ACCOUNTS READ               : ' WS-ACCT-READ-COUNT.
006210     DISPLAY 'CUSTOMERS WITH ACCOUNTS     : '
006220             WS-CUST-WITH-ACCT-COUNT.
006230     DISPLAY 'CUSTOMERS WITH NO ACCOUNTS  : '
006240             WS-CUST-NO-ACCT-COUNT.
006250     DISPLAY 'ACCOUNTS LINKED             : '
006260             WS-LINKED-ACCT-COUNT.
006270     DISPLAY 'ACCOUNTS NOT LINKED         : '
006280             WS-UNLINKED-ACCT-COUNT.
006290     DISPLAY 'LINKS TO MISSING CUSTOMERS  : '
006300             WS-MISSING-CUST-COUNT.
006310     IF WS-MISSING-CUST-COUNT > 0
006320         IF RETURN-CODE < 4
006330             MOVE 4 TO RETURN-CODE
006340         END-IF
006350     END-IF.
006360 8000-EXIT.
006370     EXIT.
006380*
006390*----------------------------------------------------------------
006400* 8100-WRITE-TOTAL-LINE - PRINT ONE REPORT TOTAL LINE
006410*----------------------------------------------------------------
006420 8100-WRITE-TOTAL-LINE.
006430     MOVE WS-GROUP-TOTAL-LINE TO REL-REPORT-LINE.
006440     WRITE REL-REPORT-LINE.
006450 8100-EXIT.
006460     EXIT.
