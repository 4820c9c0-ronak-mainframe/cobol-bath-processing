000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PERCLOSE.
000030 AUTHOR.        R HUCKABY.
000040 INSTALLATION.  DAILY BATCH PROCESSING GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26  RH  ORIGINAL PROGRAM.  CLOSES ONE ACCOUNTING PERIOD
000110*               ON THE PERCAL PERIOD CALENDAR.  RUN ON DEMAND
000120*               ONCE THE AUDITORS HAVE SIGNED THE PERIOD OFF,
000130*               BEHIND THE LAST GLSUMM RUN OF THE PERIOD.  THE
000140*               CLOSE CARD (PERCTL) NAMES THE PERIOD, THE
000150*               OPERATOR AND THE SIGN-OFF REFERENCE.  THE PERIOD
000160*               MUST BE OPEN, EVERY EARLIER PERIOD ON THE
000170*               CALENDAR MUST BE CLOSED, THE PROCESSING DATE MUST
000180*               BE PAST THE PERIOD'S LAST DAY, AND THE PERIOD'S
000190*               CLOSING GL SUMMARY (THE LAST GLSUMOUT, READ HERE
000200*               AS GLSUMIN) MUST FOOT TO ITS CONTROL TRAILER AND
000210*               HOLD NO POSTING DAY BEFORE THE PERIOD STARTED.
000220*               THE CLOSING SUMMARY IS APPENDED TO THE PERMANENT
000230*               PERIOD HISTORY (PERHIST) UNDER THE PERIOD ID, AND
000240*               A NEW CALENDAR GENERATION (PERCALNW) IS WRITTEN
000250*               WITH THE PERIOD MARKED CLOSED AND ITS CONTROL
000260*               FIGURES.  THERE IS NO WAY TO REOPEN A CLOSED
000270*               PERIOD.  ANY FAILED CHECK IS FATAL AND NOTHING IS
000280*               WRITTEN.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.  IBM-370.
000330 OBJECT-COMPUTER.  IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CTLCARD   ASSIGN TO CTLCARD
000370            ORGANIZATION IS LINE SEQUENTIAL
000380            FILE STATUS IS WS-CTLCARD-STATUS.
000390     SELECT PERCTL    ASSIGN TO PERCTL
000400            ORGANIZATION IS LINE SEQUENTIAL
000410            FILE STATUS IS WS-PERCTL-STATUS.
000420     SELECT PERCAL    ASSIGN TO PERCAL
000430            ORGANIZATION IS LINE SEQUENTIAL
000440            FILE STATUS IS WS-PERCAL-STATUS.
000450     SELECT PERCALNW  ASSIGN TO PERCALNW
000460            ORGANIZATION IS LINE SEQUENTIAL
000470            FILE STATUS IS WS-PERCALNW-STATUS.
000480     SELECT GLSUMIN   ASSIGN TO GLSUMIN
000490            ORGANIZATION IS LINE SEQUENTIAL
000500            FILE STATUS IS WS-GLSUMIN-STATUS.
000510     SELECT PERHIST   ASSIGN TO PERHIST
000520            ORGANIZATION IS LINE SEQUENTIAL
000530            FILE STATUS IS WS-PERHIST-STATUS.
000540     SELECT PERRPT    ASSIGN TO PERRPT
000550            ORGANIZATION IS LINE SEQUENTIAL
000560            FILE STATUS IS WS-PERRPT-STATUS.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  CTLCARD.
000610 01  CTL-RECORD.
000620     05  CTL-PROCESSING-DATE       PIC 9(08).
000630     05  FILLER                    PIC X(72).
000640*
000650*----------------------------------------------------------------
000660* PERCTL - ONE CLOSE CARD: THE PERIOD TO CLOSE, THE OPERATOR
000670* CLOSING IT AND THE AUDIT SIGN-OFF REFERENCE
000680*----------------------------------------------------------------
000690 FD  PERCTL.
000700 01  PCC-RECORD.
000710     05  PCC-PERIOD-ID             PIC 9(06).
000720     05  PCC-OPERATOR              PIC X(08).
000730     05  PCC-SIGNOFF-REF           PIC X(08).
000740     05  FILLER                    PIC X(58).
000750*
000760*----------------------------------------------------------------
000770* PERCAL / PERCALNW - THE PERIOD CALENDAR, READ TWICE (ONCE TO
000780* CHECK IT, ONCE TO COPY IT FORWARD) AND WRITTEN AS A NEW
000790* GENERATION WITH THE CLOSED PERIOD STAMPED
000800*----------------------------------------------------------------
000810 FD  PERCAL.
000820 01  PERD-RECORD.
000830     COPY PERDREC.
000840*
000850 FD  PERCALNW.
000860 01  PERD-NEW-RECORD               PIC X(80).
000870*
000880*----------------------------------------------------------------
000890* GLSUMIN - THE PERIOD'S CLOSING GL SUMMARY, IN GLSUMM'S GLSUMOUT
000900* LAYOUT: 'S' ACCOUNT/TYPE RECORDS, 'V' POSTING-DAY RECORDS AND A
000910* 'T' CONTROL TRAILER
000920*----------------------------------------------------------------
000930 FD  GLSUMIN.
000940 01  SUM-IN-RECORD.
000950     05  SUMI-REC-TYPE             PIC X(01).
000960     05  SUMI-GL-ACCOUNT           PIC 9(08).
000970     05  SUMI-TYPE-CODE            PIC X(01).
000980     05  SUMI-DEBIT-TOTAL          PIC 9(11)V99.
000990     05  SUMI-CREDIT-TOTAL         PIC 9(11)V99.
001000     05  SUMI-REV-DEBIT-TOTAL      PIC 9(11)V99.
001010     05  SUMI-REV-CREDIT-TOTAL     PIC 9(11)V99.
001020     05  SUMI-POSTING-COUNT        PIC 9(07).
001030     05  FILLER                    PIC X(11).
001040 01  SUM-IN-VOLUME REDEFINES SUM-IN-RECORD.
001050     05  SUMV-REC-TYPE             PIC X(01).
001060     05  SUMV-POSTING-DATE         PIC 9(08).
001070     05  SUMV-RECORD-COUNT         PIC 9(07).
001080     05  SUMV-DEBIT-TOTAL          PIC 9(11)V99.
001090     05  SUMV-CREDIT-TOTAL         PIC 9(11)V99.
001100     05  FILLER                    PIC X(38).
001110 01  SUM-IN-TRAILER REDEFINES SUM-IN-RECORD.
001120     05  SUMT-REC-TYPE             PIC X(01).
001130     05  SUMT-SUMMARY-COUNT        PIC 9(05).
001140     05  SUMT-VOLUME-COUNT         PIC 9(03).
001150     05  FILLER                    PIC X(71).
001160*
001170*----------------------------------------------------------------
001180* PERHIST - THE PERMANENT PERIOD RECORD.  EVERY RECORD OF EACH
001190* CLOSED PERIOD'S CLOSING SUMMARY, TAGGED WITH THE PERIOD ID AND
001200* THE DATE IT WAS CLOSED.  ONLY EVER EXTENDED, NEVER REWRITTEN.
001210*----------------------------------------------------------------
001220 FD  PERHIST.
001230 01  PERH-RECORD.
001240     05  PERH-PERIOD-ID            PIC 9(06).
001250     05  PERH-CLOSE-DATE           PIC 9(08).
001260     05  PERH-SUMMARY-RECORD       PIC X(80).
001270*
001280 FD  PERRPT.
001290 01  PER-REPORT-LINE               PIC X(132).
001300*
001310 WORKING-STORAGE SECTION.
001320*----------------------------------------------------------------
001330* FILE STATUS AND CONTROL SWITCHES
001340*----------------------------------------------------------------
001350 77  WS-CTLCARD-STATUS           PIC X(02) VALUE SPACES.
001360 77  WS-PERCTL-STATUS            PIC X(02) VALUE SPACES.
001370 77  WS-PERCAL-STATUS            PIC X(02) VALUE SPACES.
001380 77  WS-PERCALNW-STATUS          PIC X(02) VALUE SPACES.
001390 77  WS-GLSUMIN-STATUS           PIC X(02) VALUE SPACES.
001400 77  WS-PERHIST-STATUS           PIC X(02) VALUE SPACES.
001410 77  WS-PERRPT-STATUS            PIC X(02) VALUE SPACES.
001420*
001430 77  WS-PERCAL-EOF-SWITCH        PIC X(01) VALUE 'N'.
001440     88  WS-PERCAL-EOF-YES       VALUE 'Y'.
001450 77  WS-GLSUMIN-EOF-SWITCH       PIC X(01) VALUE 'N'.
001460     88  WS-GLSUMIN-EOF-YES      VALUE 'Y'.
001470 77  WS-PERHIST-EOF-SWITCH       PIC X(01) VALUE 'N'.
001480     88  WS-PERHIST-EOF-YES      VALUE 'Y'.
001490 77  WS-PERIOD-FOUND-SWITCH      PIC X(01) VALUE 'N'.
001500     88  WS-PERIOD-FOUND         VALUE 'Y'.
001510 77  WS-SUMIN-TRL-SEEN-SW        PIC X(01) VALUE 'N'.
001520     88  WS-SUMIN-TRL-SEEN       VALUE 'Y'.
001530*
001540 77  WS-PROCESSING-DATE          PIC 9(08) VALUE 0.
001550*
001560*----------------------------------------------------------------
001570* THE PERIOD BEING CLOSED, FROM THE CLOSE CARD AND THE CALENDAR
001580*----------------------------------------------------------------
001590 77  WS-CLOSE-PERIOD-ID          PIC 9(06) VALUE 0.
001600 77  WS-CLOSE-OPERATOR           PIC X(08) VALUE SPACES.
001610 77  WS-CLOSE-SIGNOFF-REF        PIC X(08) VALUE SPACES.
001620 77  WS-CLOSE-START-DATE         PIC 9(08) VALUE 0.
001630 77  WS-CLOSE-END-DATE           PIC 9(08) VALUE 0.
001640 77  WS-PRIOR-PERIOD-ID          PIC 9(06) VALUE 0.
001650 77  WS-PRIOR-END-DATE           PIC 9(08) VALUE 0.
001660 77  WS-EARLIER-OPEN-ID          PIC 9(06) VALUE 0.
001670*
001680*----------------------------------------------------------------
001690* COUNTERS AND CONTROL FIGURES
001700*----------------------------------------------------------------
001710 77  WS-CALENDAR-COUNT           PIC 9(05) COMP VALUE 0.
001720 77  WS-CLOSED-BEFORE-COUNT      PIC 9(05) COMP VALUE 0.
001730 77  WS-HISTORY-READ-COUNT       PIC 9(07) COMP VALUE 0.
001740 77  WS-HISTORY-WRITE-COUNT      PIC 9(07) COMP VALUE 0.
001750 77  WS-SUMIN-S-COUNT            PIC 9(05) COMP VALUE 0.
001760 77  WS-SUMIN-V-COUNT            PIC 9(03) COMP VALUE 0.
001770 77  WS-SUMMARY-COUNT            PIC 9(05) VALUE 0.
001780 77  WS-VOLUME-COUNT             PIC 9(03) VALUE 0.
001790 77  WS-LATE-DAY-COUNT           PIC 9(03) VALUE 0.
001800 77  WS-POSTING-COUNT            PIC 9(09) VALUE 0.
001810 77  WS-PERIOD-DEBIT-TOTAL       PIC 9(11)V99 VALUE 0.
001820 77  WS-PERIOD-CREDIT-TOTAL      PIC 9(11)V99 VALUE 0.
001830 77  WS-FIRST-POSTING-DATE       PIC 9(08) VALUE 0.
001840 77  WS-LAST-POSTING-DATE        PIC 9(08) VALUE 0.
001850*
001860*----------------------------------------------------------------
001870* REPORT LINE STAGING AREAS
001880*----------------------------------------------------------------
001890 01  WS-RPT-LINE.
001900     05  FILLER                  PIC X(02) VALUE SPACES.
001910     05  WS-RPT-LABEL            PIC X(32).
001920     05  WS-RPT-VALUE            PIC X(40).
001930     05  FILLER                  PIC X(58) VALUE SPACES.
001940 01  WS-RPT-COUNT-EDIT           PIC ZZZZZZZZ9.
001950 01  WS-RPT-AMOUNT-EDIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001960*
001970 PROCEDURE DIVISION.
001980*----------------------------------------------------------------
001990* 0000-MAINLINE
002000*----------------------------------------------------------------
002010 0000-MAINLINE.
002020     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002030     PERFORM 2000-CLOSE-PERIOD   THRU 2000-EXIT.
002040     PERFORM 8000-FINALIZE       THRU 8000-EXIT.
002050     STOP RUN.
002060*
002070*----------------------------------------------------------------
002080* 1000-INITIALIZE - READ BOTH CONTROL CARDS AND MAKE EVERY CHECK
002090*                   BEFORE ANYTHING IS WRITTEN
002100*----------------------------------------------------------------
002110 1000-INITIALIZE.
002120     PERFORM 1010-READ-CONTROL-CARD THRU 1010-EXIT.
002130     PERFORM 1020-READ-CLOSE-CARD   THRU 1020-EXIT.
002140     PERFORM 1100-CHECK-CALENDAR    THRU 1100-EXIT.
002150     PERFORM 1200-CHECK-PERIOD-HISTORY THRU 1200-EXIT.
002160     PERFORM 1300-CHECK-CLOSING-SUMMARY THRU 1300-EXIT.
002170 1000-EXIT.
002180     EXIT.
002190*
002200*----------------------------------------------------------------
002210* 1010-READ-CONTROL-CARD - READ THE ONE-RECORD CTLCARD FILE TO
002220*                          GET THE PROCESSING DATE.  SAME CARD
002230*                          AND SAME EDITS AS BATCHPROC.
002240*----------------------------------------------------------------
002250 1010-READ-CONTROL-CARD.
002260     OPEN INPUT CTLCARD.
002270     IF WS-CTLCARD-STATUS NOT = '00'
002280         DISPLAY '*** FATAL - CTLCARD OPEN FAILED, STATUS '
002290                 WS-CTLCARD-STATUS
002300         MOVE 16 TO RETURN-CODE
002310         STOP RUN
002320     END-IF.
002330     READ CTLCARD
002340         AT END
002350             DISPLAY '*** FATAL - CTLCARD IS EMPTY, NO '
002360                     'PROCESSING DATE SUPPLIED'
002370             MOVE 16 TO RETURN-CODE
002380             STOP RUN
002390     END-READ.
002400     IF CTL-PROCESSING-DATE IS NOT NUMERIC
002410         DISPLAY '*** FATAL - CTLCARD PROCESSING DATE IS NOT '
002420                 'NUMERIC: ' CTL-RECORD
002430         MOVE 16 TO RETURN-CODE
002440         STOP RUN
002450     END-IF.
002460     MOVE CTL-PROCESSING-DATE TO WS-PROCESSING-DATE.
002470     CLOSE CTLCARD.
002480 1010-EXIT.
002490     EXIT.
002500*
002510*----------------------------------------------------------------
002520* 1020-READ-CLOSE-CARD - THE PERIOD TO CLOSE, WHO IS CLOSING IT
002530*                        AND THE SIGN-OFF IT IS CLOSED UNDER.  ALL
002540*                        THREE ARE REQUIRED.
002550*----------------------------------------------------------------
002560 1020-READ-CLOSE-CARD.
002570     OPEN INPUT PERCTL.
002580     IF WS-PERCTL-STATUS NOT = '00'
002590         DISPLAY '*** FATAL - PERCTL OPEN FAILED, STATUS '
002600                 WS-PERCTL-STATUS
002610         MOVE 16 TO RETURN-CODE
002620         STOP RUN
002630     END-IF.
002640     READ PERCTL
002650         AT END
002660             DISPLAY '*** FATAL - PERCTL IS EMPTY, NO PERIOD '
002670                     'NAMED TO CLOSE'
002680             MOVE 16 TO RETURN-CODE
002690             STOP RUN
002700     END-READ.
002710     CLOSE PERCTL.
002720     IF PCC-PERIOD-ID IS NOT NUMERIC
002730             OR PCC-PERIOD-ID = 0
002740         DISPLAY '*** FATAL - PERCTL PERIOD ID IS NOT '
002750                 'NUMERIC: ' PCC-RECORD
002760         MOVE 16 TO RETURN-CODE
002770         STOP RUN
002780     END-IF.
002790     IF PCC-OPERATOR = SPACES
002800             OR PCC-SIGNOFF-REF = SPACES
002810         DISPLAY '*** FATAL - PERCTL MUST NAME THE OPERATOR AND '
002820                 'THE SIGN-OFF REFERENCE: ' PCC-RECORD
002830         MOVE 16 TO RETURN-CODE
002840         STOP RUN
002850     END-IF.
002860     MOVE PCC-PERIOD-ID   TO WS-CLOSE-PERIOD-ID.
002870     MOVE PCC-OPERATOR    TO WS-CLOSE-OPERATOR.
002880     MOVE PCC-SIGNOFF-REF TO WS-CLOSE-SIGNOFF-REF.
002890     DISPLAY 'PERIOD TO CLOSE: ' WS-CLOSE-PERIOD-ID
002900             ' OPERATOR ' WS-CLOSE-OPERATOR
002910             ' SIGN-OFF ' WS-CLOSE-SIGNOFF-REF.
002920 1020-EXIT.
002930     EXIT.
002940*
002950*----------------------------------------------------------------
002960* 1100-CHECK-CALENDAR - FIRST PASS OF THE CALENDAR.  IT MUST BE
002970*                       IN PERIOD-ID ORDER WITH NO OVERLAPPING
002980*                       DATES.  THE PERIOD MUST BE ON IT AND OPEN,
002990*                       NO EARLIER PERIOD MAY STILL BE OPEN, AND
003000*                       THE PERIOD'S LAST DAY MUST BE BEHIND THE
003010*                       PROCESSING DATE.
003020*----------------------------------------------------------------
003030 1100-CHECK-CALENDAR.
003040     MOVE 'N' TO WS-PERCAL-EOF-SWITCH.
003050     OPEN INPUT PERCAL.
003060     IF WS-PERCAL-STATUS NOT = '00'
003070         DISPLAY '*** FATAL - PERCAL OPEN FAILED, STATUS '
003080                 WS-PERCAL-STATUS
003090         MOVE 16 TO RETURN-CODE
003100         STOP RUN
003110     END-IF.
003120     PERFORM 1110-CHECK-ONE-PERIOD THRU 1110-EXIT
003130             UNTIL WS-PERCAL-EOF-YES.
003140     CLOSE PERCAL.
003150     IF NOT WS-PERIOD-FOUND
003160         DISPLAY '*** FATAL - PERIOD ' WS-CLOSE-PERIOD-ID
003170                 ' IS NOT ON THE PERIOD CALENDAR'
003180         MOVE 16 TO RETURN-CODE
003190         STOP RUN
003200     END-IF.
003210     IF WS-EARLIER-OPEN-ID NOT = 0
003220         DISPLAY '*** FATAL - EARLIER PERIOD ' WS-EARLIER-OPEN-ID
003230                 ' IS STILL OPEN, PERIODS CLOSE IN ORDER'
003240         MOVE 16 TO RETURN-CODE
003250         STOP RUN
003260     END-IF.
003270     IF WS-PROCESSING-DATE NOT > WS-CLOSE-END-DATE
003280         DISPLAY '*** FATAL - PERIOD ' WS-CLOSE-PERIOD-ID
003290                 ' RUNS TO ' WS-CLOSE-END-DATE
003300                 ' AND HAS NOT ENDED AS OF ' WS-PROCESSING-DATE
003310         MOVE 16 TO RETURN-CODE
003320         STOP RUN
003330     END-IF.
003340 1100-EXIT.
003350     EXIT.
003360*
003370 1110-CHECK-ONE-PERIOD.
003380     READ PERCAL
003390         AT END
003400             SET WS-PERCAL-EOF-YES TO TRUE
003410     END-READ.
003420     IF WS-PERCAL-EOF-YES
003430         GO TO 1110-EXIT
003440     END-IF.
003450     ADD 1 TO WS-CALENDAR-COUNT.
003460     IF PERD-PERIOD-ID IS NOT NUMERIC
003470             OR PERD-START-DATE IS NOT NUMERIC
003480             OR PERD-END-DATE IS NOT NUMERIC
003490             OR PERD-START-DATE > PERD-END-DATE
003500             OR NOT (PERD-OPEN OR PERD-CLOSED)
003510         DISPLAY '*** FATAL - PERIOD CALENDAR RECORD IS NOT '
003520                 'VALID: ' PERD-RECORD
003530         MOVE 16 TO RETURN-CODE
003540         STOP RUN
003550     END-IF.
003560     IF WS-CALENDAR-COUNT > 1
003570         IF PERD-PERIOD-ID NOT > WS-PRIOR-PERIOD-ID
003580                 OR PERD-START-DATE NOT > WS-PRIOR-END-DATE
003590             DISPLAY '*** FATAL - PERIOD CALENDAR OUT OF ORDER '
003600                     'OR OVERLAPPING AT PERIOD ' PERD-PERIOD-ID
003610             MOVE 16 TO RETURN-CODE
003620             STOP RUN
003630         END-IF
003640     END-IF.
003650     MOVE PERD-PERIOD-ID TO WS-PRIOR-PERIOD-ID.
003660     MOVE PERD-END-DATE  TO WS-PRIOR-END-DATE.
003670     IF PERD-PERIOD-ID = WS-CLOSE-PERIOD-ID
003680         IF PERD-CLOSED
003690             DISPLAY '*** FATAL - PERIOD ' WS-CLOSE-PERIOD-ID
003700                     ' WAS CLOSED ON ' PERD-CLOSE-DATE ' BY '
003710                     PERD-CLOSED-BY ', A CLOSED PERIOD STAYS '
003720                     'CLOSED'
003730             MOVE 16 TO RETURN-CODE
003740             STOP RUN
003750         END-IF
003760         MOVE 'Y' TO WS-PERIOD-FOUND-SWITCH
003770         MOVE PERD-START-DATE TO WS-CLOSE-START-DATE
003780         MOVE PERD-END-DATE   TO WS-CLOSE-END-DATE
003790         GO TO 1110-EXIT
003800     END-IF.
003810     IF NOT WS-PERIOD-FOUND
003820         IF PERD-OPEN
003830             IF WS-EARLIER-OPEN-ID = 0
003840                 MOVE PERD-PERIOD-ID TO WS-EARLIER-OPEN-ID
003850             END-IF
003860         ELSE
003870             ADD 1 TO WS-CLOSED-BEFORE-COUNT
003880         END-IF
003890     END-IF.
003900 1110-EXIT.
003910     EXIT.
003920*
003930*----------------------------------------------------------------
003940* 1200-CHECK-PERIOD-HISTORY - THE PERIOD MUST NOT ALREADY BE ON
003950*                             THE PERMANENT HISTORY.  THIS CATCHES
003960*                             AN OLD CALENDAR GENERATION BEING
003970*                             USED AFTER THE PERIOD WAS CLOSED.
003980*                             NO HISTORY AT ALL MEANS NO PERIOD
003990*                             HAS BEEN CLOSED YET.
004000*----------------------------------------------------------------
004010 1200-CHECK-PERIOD-HISTORY.
004020     MOVE 'N' TO WS-PERHIST-EOF-SWITCH.
004030     OPEN INPUT PERHIST.
004040     IF WS-PERHIST-STATUS NOT = '35'
004050         IF WS-PERHIST-STATUS NOT = '00'
004060             DISPLAY '*** FATAL - PERHIST OPEN FAILED, STATUS '
004070                     WS-PERHIST-STATUS
004080             MOVE 16 TO RETURN-CODE
004090             STOP RUN
004100         END-IF
004110         PERFORM 1210-CHECK-ONE-HISTORY THRU 1210-EXIT
004120                 UNTIL WS-PERHIST-EOF-YES
004130         CLOSE PERHIST
004140     END-IF.
004150 1200-EXIT.
004160     EXIT.
004170*
004180 1210-CHECK-ONE-HISTORY.
004190     READ PERHIST
004200         AT END
004210             SET WS-PERHIST-EOF-YES TO TRUE
004220         NOT AT END
004230             ADD 1 TO WS-HISTORY-READ-COUNT
004240     END-READ.
004250     IF NOT WS-PERHIST-EOF-YES
004260         IF PERH-PERIOD-ID = WS-CLOSE-PERIOD-ID
004270             DISPLAY '*** FATAL - PERIOD ' WS-CLOSE-PERIOD-ID
004280                     ' IS ALREADY ON THE PERIOD HISTORY, CLOSED '
004290                     PERH-CLOSE-DATE
004300             MOVE 16 TO RETURN-CODE
004310             STOP RUN
004320         END-IF
004330     END-IF.
004340 1210-EXIT.
004350     EXIT.
004360*
004370*----------------------------------------------------------------
004380* 1300-CHECK-CLOSING-SUMMARY - THE PERIOD'S CLOSING GL SUMMARY
004390*                              MUST BE PRESENT AND FOOT TO ITS
004400*                              CONTROL TRAILER, THE SAME CHECK
004410*                              GLSUMM MAKES WHEN IT LOADS IT.  A
004420*                              POSTING DAY BEFORE THE PERIOD
004430*                              STARTED MEANS THE SUMMARY WAS NOT
004440*                              STARTED FRESH FOR THIS PERIOD.  THE
004450*                              PERIOD'S CONTROL FIGURES ARE TAKEN
004460*                              FROM THE 'S' RECORDS, REVERSALS
004470*                              INCLUDED.
004480*----------------------------------------------------------------
004490 1300-CHECK-CLOSING-SUMMARY.
004500     MOVE 'N' TO WS-GLSUMIN-EOF-SWITCH.
004510     OPEN INPUT GLSUMIN.
004520     IF WS-GLSUMIN-STATUS NOT = '00'
004530         DISPLAY '*** FATAL - GLSUMIN OPEN FAILED, STATUS '
004540                 WS-GLSUMIN-STATUS ', NO CLOSING SUMMARY'
004550         MOVE 16 TO RETURN-CODE
004560         STOP RUN
004570     END-IF.
004580     PERFORM 1310-CHECK-ONE-SUMMARY THRU 1310-EXIT
004590             UNTIL WS-GLSUMIN-EOF-YES.
004600     CLOSE GLSUMIN.
004610     IF NOT WS-SUMIN-TRL-SEEN
004620             OR WS-SUMIN-S-COUNT NOT = WS-SUMMARY-COUNT
004630             OR WS-SUMIN-V-COUNT NOT = WS-VOLUME-COUNT
004640         DISPLAY '*** FATAL - CLOSING SUMMARY DOES NOT FOOT '
004650                 'TO ITS CONTROL TRAILER'
004660         MOVE 16 TO RETURN-CODE
004670         STOP RUN
004680     END-IF.
004690     IF WS-VOLUME-COUNT = 0
004700         DISPLAY '*** WARNING - CLOSING SUMMARY HAS NO POSTING '
004710                 'DAYS, PERIOD CLOSES WITH NO ACTIVITY'
004720         IF RETURN-CODE < 4
004730             MOVE 4 TO RETURN-CODE
004740         END-IF
004750     END-IF.
004760     IF WS-LATE-DAY-COUNT > 0
004770         DISPLAY '*** WARNING - CLOSING SUMMARY HOLDS '
004780                 WS-LATE-DAY-COUNT ' POSTING DAYS AFTER THE '
004790                 'PERIOD ENDED'
004800         IF RETURN-CODE < 4
004810             MOVE 4 TO RETURN-CODE
004820         END-IF
004830     END-IF.
004840 1300-EXIT.
004850     EXIT.
004860*
004870 1310-CHECK-ONE-SUMMARY.
004880     READ GLSUMIN
004890         AT END
004900             SET WS-GLSUMIN-EOF-YES TO TRUE
004910     END-READ.
004920     IF NOT WS-GLSUMIN-EOF-YES
004930         EVALUATE SUMI-REC-TYPE
004940             WHEN 'S'
004950                 PERFORM 1320-CHECK-SUMMARY-ENTRY THRU 1320-EXIT
004960             WHEN 'V'
004970                 PERFORM 1330-CHECK-VOLUME-ENTRY THRU 1330-EXIT
004980             WHEN 'T'
004990                 SET WS-SUMIN-TRL-SEEN TO TRUE
005000                 MOVE SUMT-SUMMARY-COUNT TO WS-SUMIN-S-COUNT
005010                 MOVE SUMT-VOLUME-COUNT  TO WS-SUMIN-V-COUNT
005020             WHEN OTHER
005030                 DISPLAY '*** FATAL - UNRECOGNIZED SUMMARY '
005040                         'RECORD: ' SUM-IN-RECORD
005050                 MOVE 16 TO RETURN-CODE
005060                 STOP RUN
005070         END-EVALUATE
005080     END-IF.
005090 1310-EXIT.
005100     EXIT.
005110*
005120 1320-CHECK-SUMMARY-ENTRY.
005130     IF SUMI-GL-ACCOUNT IS NOT NUMERIC
005140             OR SUMI-DEBIT-TOTAL IS NOT NUMERIC
005150             OR SUMI-CREDIT-TOTAL IS NOT NUMERIC
005160             OR SUMI-REV-DEBIT-TOTAL IS NOT NUMERIC
005170             OR SUMI-REV-CREDIT-TOTAL IS NOT NUMERIC
005180             OR SUMI-POSTING-COUNT IS NOT NUMERIC
005190         DISPLAY '*** FATAL - CLOSING SUMMARY RECORD NOT '
005200                 'NUMERIC: ' SUM-IN-RECORD
005210         MOVE 16 TO RETURN-CODE
005220         STOP RUN
005230     END-IF.
005240     ADD 1 TO WS-SUMMARY-COUNT.
005250     ADD SUMI-DEBIT-TOTAL      TO WS-PERIOD-DEBIT-TOTAL.
005260     ADD SUMI-REV-DEBIT-TOTAL  TO WS-PERIOD-DEBIT-TOTAL.
005270     ADD SUMI-CREDIT-TOTAL     TO WS-PERIOD-CREDIT-TOTAL.
005280     ADD SUMI-REV-CREDIT-TOTAL TO WS-PERIOD-CREDIT-TOTAL.
005290     ADD SUMI-POSTING-COUNT    TO WS-POSTING-COUNT.
005300 1320-EXIT.
005310     EXIT.
005320*
005330 1330-CHECK-VOLUME-ENTRY.
005340     IF SUMV-POSTING-DATE IS NOT NUMERIC
005350         DISPLAY '*** FATAL - CLOSING VOLUME RECORD NOT '
005360                 'NUMERIC: ' SUM-IN-RECORD
005370         MOVE 16 TO RETURN-CODE
005380         STOP RUN
005390     END-IF.
005400     IF SUMV-POSTING-DATE < WS-CLOSE-START-DATE
005410         DISPLAY '*** FATAL - CLOSING SUMMARY HOLDS POSTING DAY '
005420                 SUMV-POSTING-DATE ' BEFORE PERIOD '
005430                 WS-CLOSE-PERIOD-ID ' STARTED, IT IS NOT THIS '
005440                 'PERIOD''S SUMMARY'
005450         MOVE 16 TO RETURN-CODE
005460         STOP RUN
005470     END-IF.
005480     ADD 1 TO WS-VOLUME-COUNT.
005490     IF SUMV-POSTING-DATE > WS-CLOSE-END-DATE
005500         ADD 1 TO WS-LATE-DAY-COUNT
005510     END-IF.
005520     IF WS-FIRST-POSTING-DATE = 0
005530             OR SUMV-POSTING-DATE < WS-FIRST-POSTING-DATE
005540         MOVE SUMV-POSTING-DATE TO WS-FIRST-POSTING-DATE
005550     END-IF.
005560     IF SUMV-POSTING-DATE > WS-LAST-POSTING-DATE
005570         MOVE SUMV-POSTING-DATE TO WS-LAST-POSTING-DATE
005580     END-IF.
005590 1330-EXIT.
005600     EXIT.
005610*
005620*----------------------------------------------------------------
005630* 2000-CLOSE-PERIOD - EVERY CHECK HAS PASSED.  WRITE THE NEW
005640*                     CALENDAR GENERATION FIRST, THEN APPEND THE
005650*                     CLOSING SUMMARY TO THE PERIOD HISTORY.
005660*----------------------------------------------------------------
005670 2000-CLOSE-PERIOD.
005680     PERFORM 2100-WRITE-NEW-CALENDAR THRU 2100-EXIT.
005690     PERFORM 2200-WRITE-PERIOD-HISTORY THRU 2200-EXIT.
005700 2000-EXIT.
005710     EXIT.
005720*
005730*----------------------------------------------------------------
005740* 2100-WRITE-NEW-CALENDAR - COPY THE CALENDAR FORWARD TO PERCALNW,
005750*                           STAMPING THE CLOSED PERIOD WITH THE
005760*                           CLOSE DATE, OPERATOR, SIGN-OFF AND
005770*                           CONTROL FIGURES
005780*----------------------------------------------------------------
005790 2100-WRITE-NEW-CALENDAR.
005800     MOVE 'N' TO WS-PERCAL-EOF-SWITCH.
005810     OPEN INPUT PERCAL.
005820     IF WS-PERCAL-STATUS NOT = '00'
005830         DISPLAY '*** FATAL - PERCAL OPEN FAILED, STATUS '
005840                 WS-PERCAL-STATUS
005850         MOVE 16 TO RETURN-CODE
005860         STOP RUN
005870     END-IF.
005880     OPEN OUTPUT PERCALNW.
005890     IF WS-PERCALNW-STATUS NOT = '00'
005900         DISPLAY '*** FATAL - PERCALNW OPEN FAILED, STATUS '
005910                 WS-PERCALNW-STATUS
005920         MOVE 16 TO RETURN-CODE
005930         STOP RUN
005940     END-IF.
005950     PERFORM 2110-COPY-ONE-PERIOD THRU 2110-EXIT
005960             UNTIL WS-PERCAL-EOF-YES.
005970     CLOSE PERCAL.
005980     CLOSE PERCALNW.
005990 2100-EXIT.
006000     EXIT.
006010*
006020 2110-COPY-ONE-PERIOD.
006030     READ PERCAL
006040         AT END
006050             SET WS-PERCAL-EOF-YES TO TRUE
006060     END-READ.
006070     IF NOT WS-PERCAL-EOF-YES
006080         IF PERD-PERIOD-ID = WS-CLOSE-PERIOD-ID
006090             MOVE 'C'                    TO PERD-STATUS
006100             MOVE WS-PROCESSING-DATE     TO PERD-CLOSE-DATE
006110             MOVE WS-CLOSE-OPERATOR      TO PERD-CLOSED-BY
006120             MOVE WS-CLOSE-SIGNOFF-REF   TO PERD-SIGNOFF-REF
006130             MOVE WS-SUMMARY-COUNT       TO PERD-SUMMARY-COUNT
006140             MOVE WS-PERIOD-DEBIT-TOTAL  TO PERD-DEBIT-TOTAL
006150             MOVE WS-PERIOD-CREDIT-TOTAL TO PERD-CREDIT-TOTAL
006160         END-IF
006170         MOVE PERD-RECORD TO PERD-NEW-RECORD
006180         WRITE PERD-NEW-RECORD
006190         IF WS-PERCALNW-STATUS NOT = '00'
006200             DISPLAY '*** FATAL - PERCALNW WRITE FAILED, STATUS '
006210                     WS-PERCALNW-STATUS
006220             MOVE 16 TO RETURN-CODE
006230             STOP RUN
006240         END-IF
006250     END-IF.
006260 2110-EXIT.
006270     EXIT.
006280*
006290*----------------------------------------------------------------
006300* 2200-WRITE-PERIOD-HISTORY - APPEND EVERY RECORD OF THE CLOSING
006310*                             SUMMARY TO PERHIST UNDER THE PERIOD
006320*                             ID (THE FIRST CLOSE EVER CREATES IT)
006330*----------------------------------------------------------------
006340 2200-WRITE-PERIOD-HISTORY.
006350     MOVE 'N' TO WS-GLSUMIN-EOF-SWITCH.
006360     OPEN INPUT GLSUMIN.
006370     IF WS-GLSUMIN-STATUS NOT = '00'
006380         DISPLAY '*** FATAL - GLSUMIN OPEN FAILED, STATUS '
006390                 WS-GLSUMIN-STATUS
006400         MOVE 16 TO RETURN-CODE
006410         STOP RUN
006420     END-IF.
006430     OPEN EXTEND PERHIST.
006440     IF WS-PERHIST-STATUS = '35'
006450         OPEN OUTPUT PERHIST
006460     END-IF.
006470     IF WS-PERHIST-STATUS NOT = '00'
006480         DISPLAY '*** FATAL - PERHIST OPEN FAILED, STATUS '
006490                 WS-PERHIST-STATUS
006500         MOVE 16 TO RETURN-CODE
006510         STOP RUN
006520     END-IF.
006530     PERFORM 2210-COPY-ONE-SUMMARY THRU 2210-EXIT
006540             UNTIL WS-GLSUMIN-EOF-YES.
006550     CLOSE GLSUMIN.
006560     CLOSE PERHIST.
006570 2200-EXIT.
006580     EXIT.
006590*
006600 2210-COPY-ONE-SUMMARY.
006610     READ GLSUMIN
006620         AT END
006630             SET WS-GLSUMIN-EOF-YES TO TRUE
006640     END-READ.
006650     IF NOT WS-GLSUMIN-EOF-YES
006660         MOVE WS-CLOSE-PERIOD-ID TO PERH-PERIOD-ID
006670         MOVE WS-PROCESSING-DATE TO PERH-CLOSE-DATE
006680         MOVE SUM-IN-RECORD      TO PERH-SUMMARY-RECORD
006690         WRITE PERH-RECORD
006700         IF WS-PERHIST-STATUS NOT = '00'
006710             DISPLAY '*** FATAL - PERHIST WRITE FAILED, STATUS '
006720                     WS-PERHIST-STATUS
006730             MOVE 16 TO RETURN-CODE
006740             STOP RUN
006750         END-IF
006760         ADD 1 TO WS-HISTORY-WRITE-COUNT
006770     END-IF.
006780 2210-EXIT.
006790     EXIT.
006800*
006810*----------------------------------------------------------------
006820* 8000-FINALIZE - PRINT THE CLOSE REPORT AND THE CONSOLE TOTALS
006830*----------------------------------------------------------------
006840 8000-FINALIZE.
006850     OPEN OUTPUT PERRPT.
006860     IF WS-PERRPT-STATUS NOT = '00'
006870         DISPLAY '*** FATAL - PERRPT OPEN FAILED, STATUS '
006880                 WS-PERRPT-STATUS
006890         MOVE 16 TO RETURN-CODE
006900         STOP RUN
006910     END-IF.
006920     MOVE SPACES TO PER-REPORT-LINE.
006930     STRING 'ACCOUNTING PERIOD CLOSE - PERIOD '
006940            WS-CLOSE-PERIOD-ID
006950            ' - ' WS-PROCESSING-DATE
006960            DELIMITED BY SIZE
006970            INTO PER-REPORT-LINE.
006980     WRITE PER-REPORT-LINE.
006990     MOVE SPACES TO PER-REPORT-LINE.
007000     WRITE PER-REPORT-LINE.
007010     MOVE 'PERIOD' TO WS-RPT-LABEL.
007020     MOVE SPACES TO WS-RPT-VALUE.
007030     STRING WS-CLOSE-PERIOD-ID ' - ' WS-CLOSE-START-DATE
007040            ' TO ' WS-CLOSE-END-DATE
007050            DELIMITED BY SIZE
007060            INTO WS-RPT-VALUE.
007070     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
007080     MOVE 'CLOSED ON' TO WS-RPT-LABEL.
007090     MOVE WS-PROCESSING-DATE TO WS-RPT-VALUE.
007100     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
007110     MOVE 'CLOSED BY' TO WS-RPT-LABEL.
007120     MOVE WS-CLOSE-OPERATOR TO WS-RPT-VALUE.
007130     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
007140     MOVE 'AUDIT SIGN-OFF' TO WS-RPT-LABEL.
007150     MOVE WS-CLOSE-SIGNOFF-REF TO WS-RPT-VALUE.
007160     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
007170     MOVE 'EARLIER PERIODS CLOSED' TO WS-RPT-LABEL.
007180     MOVE WS-CLOSED-BEFORE-COUNT TO WS-RPT-COUNT-EDIT.
007190     MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
007200     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
007210     MOVE 'GL ACCOUNT/TYPE SUMMARY LINES' TO WS-RPT-LABEL.
007220     MOVE WS-SUMMARY-COUNT TO WS-RPT-COUNT-EDIT.
007230     MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
007240     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
007250     MOVE 'GL POSTINGS IN THE PERIOD' TO WS-RPT-LABEL.
007260     MOVE WS-POSTING-COUNT TO WS-RPT-COUNT-EDIT.
007270     MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
007280     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
007290     MOVE 'POSTING DAYS' TO WS-RPT-LABEL.
007300     MOVE SPACES TO WS-RPT-VALUE.
007310     MOVE WS-VOLUME-COUNT TO WS-RPT-COUNT-EDIT.
007320     STRING WS-RPT-COUNT-EDIT ' FROM ' WS-FIRST-POSTING-DATE
007330            ' TO ' WS-LAST-POSTING-DATE
007340            DELIMITED BY SIZE
007350            INTO WS-RPT-VALUE.
007360     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
007370     MOVE 'POSTING DAYS AFTER PERIOD END' TO WS-RPT-LABEL.
007380     MOVE WS-LATE-DAY-COUNT TO WS-RPT-COUNT-EDIT.
007390     MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
007400     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
007410     MOVE 'TOTAL DEBITS' TO WS-RPT-LABEL.
007420     MOVE WS-PERIOD-DEBIT-TOTAL TO WS-RPT-AMOUNT-EDIT.
007430     MOVE WS-RPT-AMOUNT-EDIT TO WS-RPT-VALUE.
007440     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
007450     MOVE 'TOTAL CREDITS' TO WS-RPT-LABEL.
007460     MOVE WS-PERIOD-CREDIT-TOTAL TO WS-RPT-AMOUNT-EDIT.
007470     MOVE WS-RPT-AMOUNT-EDIT TO WS-RPT-VALUE.
007480     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
007490     MOVE 'PERIOD HISTORY RECORDS WRITTEN' TO WS-RPT-LABEL.
007500     MOVE WS-HISTORY-WRITE-COUNT TO WS-RPT-COUNT-EDIT.
007510     MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
007520     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
007530     MOVE SPACES TO PER-REPORT-LINE.
007540     WRITE PER-REPORT-LINE.
007550     MOVE SPACES TO PER-REPORT-LINE.
007560     STRING 'PERIOD ' WS-CLOSE-PERIOD-ID ' IS CLOSED.  ITEMS '
007570            'EFFECTIVE IN IT NOW POST AS PRIOR-PERIOD '
007580            'ADJUSTMENTS.'
007590            DELIMITED BY SIZE
007600            INTO PER-REPORT-LINE.
007610     WRITE PER-REPORT-LINE.
007620     MOVE SPACES TO PER-REPORT-LINE.
007630     STRING 'START THE NEXT PERIOD''S GL SUMMARY WITH NO GLSUMIN.'
007640            DELIMITED BY SIZE
007650            INTO PER-REPORT-LINE.
007660     WRITE PER-REPORT-LINE.
007670     CLOSE PERRPT.
007680     DISPLAY 'PERCLOSE - PERIOD ' WS-CLOSE-PERIOD-ID ' CLOSED'.
007690     DISPLAY 'CALENDAR PERIODS READ  : ' WS-CALENDAR-COUNT.
007700     DISPLAY 'SUMMARY LINES          : ' WS-SUMMARY-COUNT.
007710     DISPLAY 'POSTING DAYS           : ' WS-VOLUME-COUNT.
007720     DISPLAY 'TOTAL DEBITS           : ' WS-PERIOD-DEBIT-TOTAL.
007730     DISPLAY 'TOTAL CREDITS          : ' WS-PERIOD-CREDIT-TOTAL.
007740     DISPLAY 'HISTORY RECORDS WRITTEN: ' WS-HISTORY-WRITE-COUNT.
007750 8000-EXIT.
007760     EXIT.
007770*
007780 8100-WRITE-REPORT-LINE.
007790     MOVE WS-RPT-LINE TO PER-REPORT-LINE.
007800     WRITE PER-REPORT-LINE.
007810     MOVE SPACES TO WS-RPT-LABEL.
007820     MOVE SPACES TO WS-RPT-VALUE.
007830 8100-EXIT.
007840     EXIT.
