000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  GLTBREC.
000030 AUTHOR. D-GOODWIN.
000040 INSTALLATION. BATCH-CONTROL-GROUP.
000050 DATE-WRITTEN. 2026-09-24.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  ------------------------------------------
000120* 2026-09-24  DG   NEW PROGRAM. ACCOUNT-LEVEL RECONCILIATION OF
000130*                  THE POSTED HISTORY AGAINST THE CORPORATE
000140*                  LEDGER. GLACK ONLY SAYS WHETHER CORPORATE
000150*                  ACCEPTED A POSTING DATE; THIS JOB TIES OUT
000160*                  WHAT THEY BOOKED. CORPORATE SENDS A MONTHLY
000170*                  ACCOUNT-BALANCE FILE (GLTBIN - ACCOUNT,
000180*                  FISCAL PERIOD, POSTED DOLLARS). FOR THE
000190*                  PERIOD ON THE SYSIN CARD (TBRPARM, DEFAULT
000200*                  THE LAST PERIOD ENDED) GLHIST IS TOTALLED BY
000210*                  THE ACCOUNT GLPOST CODED EACH BATCH TO FROM
000220*                  GLACCTM - SAME EFFECTIVE-DATED SELECTION,
000230*                  REVERSALS CODED AS OF THE ORIGINAL RUN DATE,
000240*                  SUSPENSE INCLUDED - AND COMPARED ACCOUNT BY
000250*                  ACCOUNT. THE REPORT (GLTBRPT) LISTS THE
000260*                  ACCOUNTS THAT DISAGREE, THE ACCOUNTS ON ONE
000270*                  SIDE ONLY AND THE SUSPENSE BATCHES, WITH THE
000280*                  SUSPENSE BALANCE STILL OUTSTANDING. ANY
000290*                  DIFFERENCE ENDS THE RUN RC 8; SUSPENSE STILL
000300*                  OUTSTANDING ON ITS OWN ENDS IT RC 4.
000301* 2026-10-07  DG   GLHIST WIDENED TO 80 BYTES WITH THE CURRENCY
000302*                  EACH BATCH WAS SENT IN AND ITS NET IN THAT
000303*                  CURRENCY - THE LOCAL HISTORY LAYOUT GREW WITH
000304*                  IT. THE DOLLAR FIGURES THIS JOB USES ARE
000305*                  UNCHANGED.
000306* 2026-10-15  DG   GLHIST WIDENED TO 90 BYTES WITH THE PERIOD
000307*                  GLPOST BOOKED EACH BATCH TO. HISTORY IS NOW
000308*                  TOTALLED BY THAT BOOKED PERIOD INSTEAD OF BY
000309*                  RUN DATE, SO A GROUP GLPOST ROLLED OUT OF A
000310*                  CLOSED PERIOD TIES OUT IN THE PERIOD IT WAS
000311*                  BOOKED TO RATHER THAN SHOWING AS A DIFFERENCE
000312*                  IN BOTH. HISTORY FILED BEFORE THE STAMP
000313*                  (PERIOD ZERO) IS STILL PLACED BY RUN DATE.
000314*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PARM-FILE ASSIGN TO "SYSIN"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-PARM-FILE-STATUS.
000380     SELECT PERIOD-FILE ASSIGN TO "GLPERIOD"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-PERIOD-FILE-STATUS.
000410     SELECT ACCT-FILE ASSIGN TO "GLACCTM"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-ACCT-FILE-STATUS.
000440     SELECT HIST-FILE ASSIGN TO "GLHIST"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-HIST-FILE-STATUS.
000470     SELECT TB-FILE ASSIGN TO "GLTBIN"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-TB-FILE-STATUS.
000500     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000530     SELECT RPT-FILE ASSIGN TO "GLTBRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PARM-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY TBRPARM.
000600 FD  PERIOD-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY PERCAL.
000630 FD  ACCT-FILE
000640     LABEL RECORDS ARE STANDARD.
000650     COPY GLACCT.
000660 FD  HIST-FILE
000670     LABEL RECORDS ARE STANDARD
000680     RECORDING MODE IS F.
000690 01  HIST-RECORD.
000700     05 HIST-SOURCE-PROGRAM     PIC X(08).
000710     05 HIST-RUN-DATE           PIC 9(08).
000720     05 HIST-AMOUNT             PIC S9(09).
000730     05 HIST-BATCH-ID           PIC X(04).
000740     05 HIST-DOLLAR-AMOUNT      PIC S9(11)V99.
000750     05 HIST-CONTROL-DATE       PIC X(08).
000760     05 HIST-ENTRY-TYPE         PIC X(01).
000770         88 HIST-REVERSAL-ENTRY          VALUE 'R'.
000780     05 HIST-ORIG-RUN-DATE      PIC 9(08).
000785     05 HIST-CURRENCY-CODE      PIC X(03).
000790     05 HIST-CURR-AMOUNT        PIC S9(11)V99.
000792     05 HIST-BOOK-PERIOD        PIC 9(06).
000795     05 FILLER                  PIC X(09).
000800 FD  TB-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY TBALREC.
000830 FD  AUDIT-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY AUDITREC.
000860 FD  RPT-FILE
000870     LABEL RECORDS ARE STANDARD.
000880     COPY PRTLINE.
000890 WORKING-STORAGE SECTION.
000900*----------------------------------------------------------------
000910* SWITCHES
000920*----------------------------------------------------------------
000930 01  WS-SWITCHES.
000940     05 WS-PARM-EOF-SW      PIC X(01) VALUE 'N'.
000950         88 END-OF-PARM-FILE           VALUE 'Y'.
000960     05 WS-PERIOD-EOF-SW    PIC X(01) VALUE 'N'.
000970         88 END-OF-PERIOD-FILE         VALUE 'Y'.
000980     05 WS-ACCT-EOF-SW      PIC X(01) VALUE 'N'.
000990         88 END-OF-ACCT-FILE           VALUE 'Y'.
001000     05 WS-HIST-EOF-SW      PIC X(01) VALUE 'N'.
001010         88 END-OF-HIST-FILE           VALUE 'Y'.
001020     05 WS-TB-EOF-SW        PIC X(01) VALUE 'N'.
001030         88 END-OF-TB-FILE             VALUE 'Y'.
001040     05 WS-ACCT-FOUND-SW    PIC X(01) VALUE 'N'.
001050         88 MAPPING-FOUND              VALUE 'Y'.
001052     05 WS-HIST-PLACE-SW    PIC X(01) VALUE SPACE.
001054         88 HIST-BEFORE-PERIOD         VALUE 'B'.
001056         88 HIST-IN-PERIOD             VALUE 'I'.
001058         88 HIST-AFTER-PERIOD          VALUE 'A'.
001060 01  WS-PARM-FILE-STATUS    PIC X(02) VALUE SPACES.
001070     88 WS-PARM-FILE-FOUND            VALUE '00'.
001080 01  WS-PERIOD-FILE-STATUS  PIC X(02) VALUE SPACES.
001090     88 WS-PERIOD-FILE-FOUND          VALUE '00'.
001100 01  WS-ACCT-FILE-STATUS    PIC X(02) VALUE SPACES.
001110     88 WS-ACCT-FILE-FOUND            VALUE '00'.
001120 01  WS-HIST-FILE-STATUS    PIC X(02) VALUE SPACES.
001130     88 WS-HIST-FILE-FOUND            VALUE '00'.
001140 01  WS-TB-FILE-STATUS      PIC X(02) VALUE SPACES.
001150     88 WS-TB-FILE-FOUND              VALUE '00'.
001160 01  WS-AUDIT-FILE-STATUS   PIC X(02) VALUE SPACES.
001170     88 WS-AUDIT-FILE-FOUND            VALUE '00'.
001180*----------------------------------------------------------------
001190* CURRENT SYSTEM DATE AND THE FISCAL PERIOD BEING RECONCILED,
001200* WITH ITS DATE RANGE FROM THE PERIOD CALENDAR
001210*----------------------------------------------------------------
001220 01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001230 01  WS-TB-PERIOD            PIC 9(06) VALUE ZERO.
001240 01  WS-PERIOD-START         PIC 9(08) VALUE ZERO.
001250 01  WS-PERIOD-END           PIC 9(08) VALUE ZERO.
001260*----------------------------------------------------------------
001270* ACCOUNT-MAPPING TABLE, LOADED FROM GLACCTM, AND THE SUSPENSE
001280* ACCOUNT. EACH HISTORY RECORD IS CODED EXACTLY AS GLPOST CODED
001290* IT: THE ENTRY FOR ITS BATCH ID WITH THE HIGHEST EFFECTIVE DATE
001300* NOT PAST ITS RUN DATE (A REVERSAL AS OF THE RUN DATE OF THE
001310* BATCH IT REVERSES), ELSE SUSPENSE.
001320*----------------------------------------------------------------
001330 01  WS-ACCT-TABLE.
001340     05 WS-ACCT-MAX         PIC 9(03) COMP VALUE 100.
001350     05 WS-ACCT-ENTRIES     PIC 9(03) COMP VALUE ZERO.
001360     05 WS-ACCT-IX          PIC 9(03) COMP VALUE ZERO.
001370     05 WS-ACCT-ENTRY OCCURS 100 TIMES.
001380         10 WS-AC-BATCH-ID      PIC X(04).
001390         10 WS-AC-ACCOUNT-NO    PIC X(08).
001400         10 WS-AC-EFF-DATE      PIC 9(08).
001410 01  WS-SUSPENSE-ACCT       PIC X(08) VALUE 'SUSPENSE'.
001420 01  WS-POST-ACCOUNT        PIC X(08) VALUE SPACES.
001430 01  WS-BEST-EFF-DATE       PIC 9(08) VALUE ZERO.
001440 01  WS-CODING-DATE         PIC 9(08) VALUE ZERO.
001450*----------------------------------------------------------------
001460* BALANCE TABLE - ONE ENTRY PER ACCOUNT SEEN ON EITHER SIDE, WITH
001470* OUR PERIOD TOTAL FROM GLHIST AND CORPORATE'S POSTED DOLLARS,
001480* SORTED INTO ACCOUNT ORDER BEFORE PRINTING. WS-BL-CLASS SAYS
001490* HOW THE ACCOUNT TIED: AGREED, DISAGREES, OURS ONLY OR
001500* CORPORATE ONLY.
001510*----------------------------------------------------------------
001520 01  WS-BAL-TABLE.
001530     05 WS-BAL-MAX          PIC 9(03) COMP VALUE 300.
001540     05 WS-BAL-ENTRIES      PIC 9(03) COMP VALUE ZERO.
001550     05 WS-BAL-IX           PIC 9(03) COMP VALUE ZERO.
001560     05 WS-BAL-ENTRY OCCURS 300 TIMES.
001570         10 WS-BL-ACCOUNT-NO    PIC X(08).
001580         10 WS-BL-OUR-DOLLARS   PIC S9(13)V99.
001590         10 WS-BL-CORP-DOLLARS  PIC S9(13)V99.
001600         10 WS-BL-OUR-SW        PIC X(01).
001610         10 WS-BL-CORP-SW       PIC X(01).
001620         10 WS-BL-CLASS         PIC X(01).
001630             88 WS-BL-AGREED              VALUE 'A'.
001640             88 WS-BL-DISAGREES           VALUE 'D'.
001650             88 WS-BL-OURS-ONLY           VALUE 'O'.
001660             88 WS-BL-CORP-ONLY           VALUE 'C'.
001670 01  WS-BAL-SWAP            PIC X(41) VALUE SPACES.
001680 01  WS-SORT-LIMIT          PIC 9(03) COMP VALUE ZERO.
001690 01  WS-SORT-NEXT           PIC 9(03) COMP VALUE ZERO.
001700 01  WS-WORK-ACCOUNT        PIC X(08) VALUE SPACES.
001710 01  WS-PRINT-CLASS         PIC X(01) VALUE SPACE.
001720*----------------------------------------------------------------
001730* SUSPENSE - THE PERIOD'S BATCHES CODED TO SUSPENSE, LISTED ON
001740* THEIR OWN SECTION, AND THE NET LEFT ON SUSPENSE BY EVERY
001750* POSTING THROUGH THE END OF THE PERIOD
001760*----------------------------------------------------------------
001770 01  WS-SUSP-TABLE.
001780     05 WS-SUSP-MAX         PIC 9(03) COMP VALUE 200.
001790     05 WS-SUSP-ENTRIES     PIC 9(03) COMP VALUE ZERO.
001800     05 WS-SUSP-IX          PIC 9(03) COMP VALUE ZERO.
001810     05 WS-SUSP-ENTRY OCCURS 200 TIMES.
001820         10 WS-SU-RUN-DATE      PIC 9(08).
001830         10 WS-SU-BATCH-ID      PIC X(04).
001840         10 WS-SU-CONTROL-DATE  PIC X(08).
001850         10 WS-SU-DOLLARS       PIC S9(11)V99.
001860         10 WS-SU-ENTRY-TYPE    PIC X(01).
001870 01  WS-SUSP-PERIOD-DOLLARS PIC S9(13)V99 VALUE ZERO.
001880 01  WS-SUSP-OUTSTANDING    PIC S9(13)V99 VALUE ZERO.
001890*----------------------------------------------------------------
001900* COUNTERS AND TOTALS
001910*----------------------------------------------------------------
001920 01  WS-COUNTERS.
001930     05 WS-HIST-COUNT       PIC 9(07) COMP VALUE ZERO.
001940     05 WS-TB-COUNT         PIC 9(07) COMP VALUE ZERO.
001950     05 WS-SKIPPED-COUNT    PIC 9(05) COMP VALUE ZERO.
001960     05 WS-AGREED-COUNT     PIC 9(05) COMP VALUE ZERO.
001970     05 WS-DISAGREE-COUNT   PIC 9(05) COMP VALUE ZERO.
001980     05 WS-OURS-ONLY-COUNT  PIC 9(05) COMP VALUE ZERO.
001990     05 WS-CORP-ONLY-COUNT  PIC 9(05) COMP VALUE ZERO.
002000     05 WS-SECTION-COUNT    PIC 9(05) COMP VALUE ZERO.
002010     05 WS-RETURN-CODE      PIC 9(04) COMP VALUE ZERO.
002020 01  WS-OUR-TOTAL           PIC S9(13)V99 VALUE ZERO.
002030 01  WS-CORP-TOTAL          PIC S9(13)V99 VALUE ZERO.
002040 01  WS-DIFFERENCE          PIC S9(13)V99 VALUE ZERO.
002050 01  WS-COUNT-DISP          PIC 9(07) VALUE ZERO.
002060*----------------------------------------------------------------
002070* PRINTED-REPORT CONTROLS AND LINE LAYOUTS
002080*----------------------------------------------------------------
002090     COPY RPTHDR.
002100 01  WS-RPT-CONTROLS.
002110     05 WS-PAGE-NUMBER      PIC 9(04) COMP VALUE ZERO.
002120     05 WS-LINE-COUNT       PIC 9(03) COMP VALUE ZERO.
002130     05 WS-LINES-PER-PAGE   PIC 9(03) COMP VALUE 060.
002140 01  WS-RPT-PARAMETERS      PIC X(100) VALUE SPACES.
002150 01  WS-RPT-RUN-DATE        PIC X(10)  VALUE SPACES.
002160 01  WS-RPT-SECTION.
002170     05 SC-CTL              PIC X(01) VALUE '0'.
002180     05 SC-TEXT             PIC X(132) VALUE SPACES.
002190 01  WS-RPT-COLUMNS.
002200     05 CH-CTL              PIC X(01) VALUE SPACE.
002210     05 FILLER              PIC X(12) VALUE 'ACCOUNT'.
002220     05 FILLER              PIC X(21) VALUE
002230         '      OUR HISTORY'.
002240     05 FILLER              PIC X(21) VALUE
002250         '        CORPORATE'.
002260     05 FILLER              PIC X(21) VALUE
002270         '       DIFFERENCE'.
002280     05 FILLER              PIC X(30) VALUE 'NOTE'.
002290     05 FILLER              PIC X(27) VALUE SPACES.
002300 01  WS-RPT-ACCOUNT.
002310     05 AD-CTL              PIC X(01) VALUE SPACE.
002320     05 AD-ACCOUNT-NO       PIC X(08).
002330     05 FILLER              PIC X(04) VALUE SPACES.
002340     05 AD-OUR-DOLLARS      PIC Z(12)9.99-.
002350     05 FILLER              PIC X(04) VALUE SPACES.
002360     05 AD-CORP-DOLLARS     PIC Z(12)9.99-.
002370     05 FILLER              PIC X(04) VALUE SPACES.
002380     05 AD-DIFFERENCE       PIC Z(12)9.99-.
002390     05 FILLER              PIC X(04) VALUE SPACES.
002400     05 AD-NOTE             PIC X(30).
002410     05 FILLER              PIC X(27) VALUE SPACES.
002420 01  WS-RPT-SUSP-DETAIL.
002430     05 SD-CTL              PIC X(01) VALUE SPACE.
002440     05 FILLER              PIC X(05) VALUE 'DATE '.
002450     05 SD-RUN-DATE         PIC 9(08).
002460     05 FILLER              PIC X(08) VALUE '  BATCH '.
002470     05 SD-BATCH-ID         PIC X(04).
002480     05 FILLER              PIC X(11) VALUE '  CTL DATE '.
002490     05 SD-CONTROL-DATE     PIC X(08).
002500     05 FILLER              PIC X(10) VALUE '  DOLLARS '.
002510     05 SD-DOLLARS          PIC Z(12)9.99-.
002520     05 FILLER              PIC X(02) VALUE SPACES.
002530     05 SD-NOTE             PIC X(08).
002540     05 FILLER              PIC X(51) VALUE SPACES.
002550 01  WS-RPT-SUSP-TOTAL.
002560     05 ST-CTL              PIC X(01) VALUE SPACE.
002570     05 ST-LABEL            PIC X(40).
002580     05 ST-DOLLARS          PIC Z(12)9.99-.
002590     05 FILLER              PIC X(75) VALUE SPACES.
002600 01  WS-RPT-NONE.
002610     05 NN-CTL              PIC X(01) VALUE SPACE.
002620     05 FILLER              PIC X(10) VALUE 'NONE'.
002630     05 FILLER              PIC X(122) VALUE SPACES.
002640 01  WS-RPT-SUMMARY.
002650     05 RS-CTL              PIC X(01) VALUE '0'.
002660     05 FILLER              PIC X(10) VALUE 'ACCOUNTS: '.
002670     05 RS-ACCOUNTS         PIC ZZZZ9.
002680     05 FILLER              PIC X(10) VALUE '  AGREED: '.
002690     05 RS-AGREED           PIC ZZZZ9.
002700     05 FILLER              PIC X(12) VALUE '  DISAGREE: '.
002710     05 RS-DISAGREE         PIC ZZZZ9.
002720     05 FILLER              PIC X(13) VALUE '  OURS ONLY: '.
002730     05 RS-OURS-ONLY        PIC ZZZZ9.
002740     05 FILLER              PIC X(18) VALUE
002750         '  CORPORATE ONLY: '.
002760     05 RS-CORP-ONLY        PIC ZZZZ9.
002770     05 FILLER              PIC X(44) VALUE SPACES.
002780 01  WS-RPT-TOTALS.
002790     05 RT-CTL              PIC X(01) VALUE SPACE.
002800     05 FILLER              PIC X(15) VALUE 'HISTORY TOTAL: '.
002810     05 RT-OUR-TOTAL        PIC Z(12)9.99-.
002820     05 FILLER              PIC X(19) VALUE
002830         '  CORPORATE TOTAL: '.
002840     05 RT-CORP-TOTAL       PIC Z(12)9.99-.
002850     05 FILLER              PIC X(32) VALUE
002860         '  OTHER-PERIOD RECORDS SKIPPED: '.
002870     05 RT-SKIPPED          PIC ZZZZ9.
002880     05 FILLER              PIC X(27) VALUE SPACES.
002890 PROCEDURE DIVISION.
002900*================================================================
002910* 0000-MAINLINE
002920*================================================================
002930 0000-MAINLINE.
002940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002950     PERFORM 1100-LOAD-ACCOUNT-MAP THRU 1100-EXIT.
002960     PERFORM 1200-TOTAL-HISTORY THRU 1200-EXIT.
002970     PERFORM 1300-LOAD-CORPORATE THRU 1300-EXIT.
002980     PERFORM 1400-SORT-PASS THRU 1400-EXIT
002990         VARYING WS-SORT-LIMIT FROM WS-BAL-ENTRIES BY -1
003000         UNTIL WS-SORT-LIMIT < 2.
003010     PERFORM 1500-CLASSIFY-ONE-ACCOUNT THRU 1500-EXIT
003020         VARYING WS-BAL-IX FROM 1 BY 1
003030         UNTIL WS-BAL-IX > WS-BAL-ENTRIES.
003040     MOVE 'ACCOUNTS THAT DISAGREE WITH THE CORPORATE LEDGER'
003050         TO SC-TEXT.
003060     MOVE 'D' TO WS-PRINT-CLASS.
003070     PERFORM 2000-PRINT-ACCOUNT-SECTION THRU 2000-EXIT.
003080     MOVE 'ACCOUNTS POSTED HERE BUT NOT ON THE CORPORATE FILE'
003090         TO SC-TEXT.
003100     MOVE 'O' TO WS-PRINT-CLASS.
003110     PERFORM 2000-PRINT-ACCOUNT-SECTION THRU 2000-EXIT.
003120     MOVE 'ACCOUNTS ON THE CORPORATE FILE BUT NOT POSTED HERE'
003130         TO SC-TEXT.
003140     MOVE 'C' TO WS-PRINT-CLASS.
003150     PERFORM 2000-PRINT-ACCOUNT-SECTION THRU 2000-EXIT.
003160     PERFORM 2500-PRINT-SUSPENSE-SECTION THRU 2500-EXIT.
003170     PERFORM 3000-FINALIZE THRU 3000-EXIT.
003180     STOP RUN RETURNING WS-RETURN-CODE.
003190*----------------------------------------------------------------
003200* 1000-INITIALIZE - PICK UP THE PERIOD TO RECONCILE, FIND ITS
003210*                   DATES ON THE CALENDAR AND PRINT THE HEADING.
003220*                   NO CALENDAR, OR A PERIOD NOT ON IT, MEANS
003230*                   THERE IS NOTHING TO TOTAL THE HISTORY BY,
003240*                   SO THE RUN STOPS RC 16.
003250*----------------------------------------------------------------
003260 1000-INITIALIZE.
003270     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003280     PERFORM 1010-READ-PARM-CARD THRU 1010-EXIT.
003290     OPEN INPUT PERIOD-FILE.
003300     IF NOT WS-PERIOD-FILE-FOUND
003310         DISPLAY '*** GLTBREC0001E - NO PERIOD CALENDAR ON HAND '
003320             '- RECONCILIATION NOT PRODUCED ***'
003330         STOP RUN RETURNING 16
003340     END-IF.
003350     PERFORM 1030-READ-ONE-PERIOD THRU 1030-EXIT
003360         UNTIL END-OF-PERIOD-FILE.
003370     CLOSE PERIOD-FILE.
003380     IF WS-PERIOD-END = ZERO
003390         DISPLAY '*** GLTBREC0002E - PERIOD ' WS-TB-PERIOD
003400             ' NOT ON THE PERIOD CALENDAR - RECONCILIATION NOT '
003410             'PRODUCED ***'
003420         STOP RUN RETURNING 16
003430     END-IF.
003440     OPEN OUTPUT RPT-FILE.
003450     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
003460     STRING 'PERIOD=' WS-TB-PERIOD
003470         ' FROM=' WS-PERIOD-START ' TO=' WS-PERIOD-END
003480         ' BALANCES=GLTBIN'
003490         DELIMITED BY SIZE INTO WS-RPT-PARAMETERS.
003500     PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT.
003510 1000-EXIT.
003520     EXIT.
003530*----------------------------------------------------------------
003540* 1010-READ-PARM-CARD - PICK UP THE PERIOD FROM SYSIN. NO CARD,
003550*                       OR A BLANK OR ZERO ONE, LEAVES IT ZERO
003560*                       FOR 1030 TO TAKE THE LAST PERIOD ENDED.
003570*----------------------------------------------------------------
003580 1010-READ-PARM-CARD.
003590     OPEN INPUT PARM-FILE.
003600     IF WS-PARM-FILE-FOUND
003610         READ PARM-FILE
003620             AT END SET END-OF-PARM-FILE TO TRUE
003630         END-READ
003640         IF NOT END-OF-PARM-FILE
003650             IF PARM-TBR-PERIOD IS NUMERIC
003660                 MOVE PARM-TBR-PERIOD TO WS-TB-PERIOD
003670             END-IF
003680         END-IF
003690         CLOSE PARM-FILE
003700     ELSE
003710         SET END-OF-PARM-FILE TO TRUE
003720     END-IF.
003730 1010-EXIT.
003740     EXIT.
003750*----------------------------------------------------------------
003760* 1020-WRITE-REPORT-HEADING - START A NEW REPORT PAGE
003770*----------------------------------------------------------------
003780 1020-WRITE-REPORT-HEADING.
003790     ADD 1 TO WS-PAGE-NUMBER.
003800     MOVE 'GLTBREC'           TO RH1-PROGRAM-NAME.
003810     MOVE WS-RPT-RUN-DATE     TO RH1-RUN-DATE.
003820     MOVE WS-PAGE-NUMBER      TO RH1-PAGE-NUMBER.
003830     MOVE WS-RPT-PARAMETERS   TO RH2-PARAMETERS.
003840     WRITE PRINT-RECORD FROM WS-RPT-HEADING-1.
003850     WRITE PRINT-RECORD FROM WS-RPT-HEADING-2.
003860     WRITE PRINT-RECORD FROM WS-RPT-HEADING-3.
003870     MOVE ZERO TO WS-LINE-COUNT.
003880 1020-EXIT.
003890     EXIT.
003900*----------------------------------------------------------------
003910* 1030-READ-ONE-PERIOD - ONE STEP OF THE CALENDAR SCAN: THE
003920*                        REQUESTED PERIOD'S DATES, OR WITH NO
003930*                        PERIOD REQUESTED THE LATEST PERIOD
003940*                        ENDING BEFORE THE RUN DATE
003950*----------------------------------------------------------------
003960 1030-READ-ONE-PERIOD.
003970     READ PERIOD-FILE
003980         AT END SET END-OF-PERIOD-FILE TO TRUE
003990     END-READ.
004000     IF END-OF-PERIOD-FILE
004010         GO TO 1030-EXIT
004020     END-IF.
004030     IF PCL-PERIOD-NO IS NOT NUMERIC
004040         OR PCL-START-DATE IS NOT NUMERIC
004050         OR PCL-END-DATE IS NOT NUMERIC
004060         GO TO 1030-EXIT
004070     END-IF.
004080     IF WS-TB-PERIOD > ZERO
004090         IF PCL-PERIOD-NO = WS-TB-PERIOD
004100             AND WS-PERIOD-END = ZERO
004110             MOVE PCL-START-DATE TO WS-PERIOD-START
004120             MOVE PCL-END-DATE TO WS-PERIOD-END
004130         END-IF
004140         GO TO 1030-EXIT
004150     END-IF.
004160     IF PCL-END-DATE < WS-RUN-DATE
004170         AND PCL-END-DATE > WS-PERIOD-END
004180         MOVE PCL-PERIOD-NO TO WS-TB-PERIOD
004190         MOVE PCL-START-DATE TO WS-PERIOD-START
004200         MOVE PCL-END-DATE TO WS-PERIOD-END
004210     END-IF.
004220 1030-EXIT.
004230     EXIT.
004240*----------------------------------------------------------------
004250* 1100-LOAD-ACCOUNT-MAP - LOAD THE ACCOUNT-MAPPING MASTER INTO
004260*                         THE TABLE AND PICK UP THE '*SUS'
004270*                         SUSPENSE-ACCOUNT CARD. WITHOUT THE
004280*                         MASTER THE HISTORY CANNOT BE CODED AS
004290*                         GLPOST CODED IT, SO THE RUN STOPS
004300*                         RC 16.
004310*----------------------------------------------------------------
004320 1100-LOAD-ACCOUNT-MAP.
004330     OPEN INPUT ACCT-FILE.
004340     IF NOT WS-ACCT-FILE-FOUND
004350         DISPLAY '*** GLTBREC0003E - NO ACCOUNT-MAPPING MASTER '
004360             'ON HAND - RECONCILIATION NOT PRODUCED ***'
004370         CLOSE RPT-FILE
004380         STOP RUN RETURNING 16
004390     END-IF.
004400     PERFORM 1110-READ-ONE-MAP THRU 1110-EXIT
004410         UNTIL END-OF-ACCT-FILE.
004420     CLOSE ACCT-FILE.
004430 1100-EXIT.
004440     EXIT.
004450*----------------------------------------------------------------
004460* 1110-READ-ONE-MAP - FILE ONE MAPPING CARD IN THE TABLE. THE
004470*                     RESERVED '*SUS' CARD NAMES THE SUSPENSE
004480*                     ACCOUNT INSTEAD. A BLANK OR UNNUMERIC
004490*                     EFFECTIVE DATE COUNTS AS THE BASE CARD.
004500*----------------------------------------------------------------
004510 1110-READ-ONE-MAP.
004520     READ ACCT-FILE
004530         AT END SET END-OF-ACCT-FILE TO TRUE
004540     END-READ.
004550     IF END-OF-ACCT-FILE
004560         GO TO 1110-EXIT
004570     END-IF.
004580     IF ACM-BATCH-ID = '*SUS'
004590         MOVE ACM-ACCOUNT-NO TO WS-SUSPENSE-ACCT
004600         GO TO 1110-EXIT
004610     END-IF.
004620     IF WS-ACCT-ENTRIES < WS-ACCT-MAX
004630         ADD 1 TO WS-ACCT-ENTRIES
004640         MOVE ACM-BATCH-ID
004650             TO WS-AC-BATCH-ID (WS-ACCT-ENTRIES)
004660         MOVE ACM-ACCOUNT-NO
004670             TO WS-AC-ACCOUNT-NO (WS-ACCT-ENTRIES)
004680         IF ACM-EFFECTIVE-DATE IS NUMERIC
004690             MOVE ACM-EFFECTIVE-DATE
004700                 TO WS-AC-EFF-DATE (WS-ACCT-ENTRIES)
004710         ELSE
004720             MOVE ZERO TO WS-AC-EFF-DATE (WS-ACCT-ENTRIES)
004730         END-IF
004740     ELSE
004750         DISPLAY '*** GLTBREC0004W - MORE THAN ' WS-ACCT-MAX
004760             ' MAPPING CARDS ON GLACCTM - EXCESS IGNORED ***'
004770     END-IF.
004780 1110-EXIT.
004790     EXIT.
004800*----------------------------------------------------------------
004810* 1200-TOTAL-HISTORY - READ THE POSTED HISTORY, CODE EVERY
004820*                      RECORD BOOKED UP TO THE END OF THE
004830*                      PERIOD AND TOTAL THE PERIOD'S RECORDS BY
004840*                      ACCOUNT. A RECORD BELONGS TO THE PERIOD
004850*                      GLPOST BOOKED IT TO (HIST-BOOK-PERIOD), SO
004860*                      A GROUP ROLLED OUT OF A CLOSED PERIOD IS
004870*                      TOTALLED WHERE CORPORATE HAS IT. NO HISTORY
004880*                      LEAVES EVERY CORPORATE ACCOUNT ONE-SIDED.
004890*----------------------------------------------------------------
004900 1200-TOTAL-HISTORY.
004910     OPEN INPUT HIST-FILE.
004920     IF NOT WS-HIST-FILE-FOUND
004930         DISPLAY '*** GLTBREC0005W - NO POSTED HISTORY ON HAND '
004940             '***'
004950         GO TO 1200-EXIT
004960     END-IF.
004970     PERFORM 1210-READ-ONE-HISTORY THRU 1210-EXIT
004980         UNTIL END-OF-HIST-FILE.
004990     CLOSE HIST-FILE.
005000 1200-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------
005030* 1210-READ-ONE-HISTORY - CODE ONE HISTORY RECORD. SUSPENSE
005040*                         POSTINGS UP TO THE PERIOD END BUILD
005050*                         THE OUTSTANDING SUSPENSE BALANCE;
005060*                         POSTINGS IN THE PERIOD GO TO THEIR
005070*                         ACCOUNT'S TOTAL.
005080*----------------------------------------------------------------
005090 1210-READ-ONE-HISTORY.
005100     READ HIST-FILE
005110         AT END SET END-OF-HIST-FILE TO TRUE
005120     END-READ.
005130     IF END-OF-HIST-FILE
005140         GO TO 1210-EXIT
005150     END-IF.
005160     PERFORM 1215-PLACE-HISTORY THRU 1215-EXIT.
005170     IF HIST-AFTER-PERIOD
005175         GO TO 1210-EXIT
005180     END-IF.
005190     PERFORM 1220-FIND-ACCOUNT THRU 1220-EXIT.
005200     IF WS-POST-ACCOUNT = WS-SUSPENSE-ACCT
005210         ADD HIST-DOLLAR-AMOUNT TO WS-SUSP-OUTSTANDING
005220     END-IF.
005230     IF HIST-BEFORE-PERIOD
005240         GO TO 1210-EXIT
005250     END-IF.
005260     ADD 1 TO WS-HIST-COUNT.
005270     ADD HIST-DOLLAR-AMOUNT TO WS-OUR-TOTAL.
005280     MOVE WS-POST-ACCOUNT TO WS-WORK-ACCOUNT.
005290     PERFORM 1240-FIND-BALANCE-ENTRY THRU 1240-EXIT.
005300     IF WS-BAL-IX > ZERO
005310         MOVE 'Y' TO WS-BL-OUR-SW (WS-BAL-IX)
005320         ADD HIST-DOLLAR-AMOUNT
005330             TO WS-BL-OUR-DOLLARS (WS-BAL-IX)
005340     END-IF.
005350     IF WS-POST-ACCOUNT = WS-SUSPENSE-ACCT
005360         PERFORM 1260-NOTE-SUSPENSE THRU 1260-EXIT
005370     END-IF.
005380 1210-EXIT.
005390     EXIT.
005391*----------------------------------------------------------------
005392* 1215-PLACE-HISTORY - SAY WHETHER THE HISTORY RECORD IN HAND
005393*                      WAS BOOKED BEFORE, IN OR AFTER THE
005394*                      PERIOD, BY THE PERIOD GLPOST STAMPED ON
005395*                      IT. A RECORD FILED BEFORE GLPOST STAMPED
005396*                      THE PERIOD, OR WHOSE RUN DATE WAS NOT ON
005397*                      THE CALENDAR, CARRIES ZERO AND IS PLACED
005398*                      BY ITS RUN DATE AGAINST THE PERIOD'S
005399*                      DATES INSTEAD.
005400*----------------------------------------------------------------
005401 1215-PLACE-HISTORY.
005402     IF HIST-BOOK-PERIOD IS NUMERIC
005403         AND HIST-BOOK-PERIOD > ZERO
005404         IF HIST-BOOK-PERIOD > WS-TB-PERIOD
005405             SET HIST-AFTER-PERIOD TO TRUE
005406         ELSE
005407             IF HIST-BOOK-PERIOD < WS-TB-PERIOD
005408                 SET HIST-BEFORE-PERIOD TO TRUE
005409             ELSE
005410                 SET HIST-IN-PERIOD TO TRUE
005411             END-IF
005412         END-IF
005413         GO TO 1215-EXIT
005414     END-IF.
005415     IF HIST-RUN-DATE > WS-PERIOD-END
005416         SET HIST-AFTER-PERIOD TO TRUE
005417     ELSE
005418         IF HIST-RUN-DATE < WS-PERIOD-START
005419             SET HIST-BEFORE-PERIOD TO TRUE
005420         ELSE
005421             SET HIST-IN-PERIOD TO TRUE
005422         END-IF
005423     END-IF.
005424 1215-EXIT.
005425     EXIT.
005426*----------------------------------------------------------------
005427* 1220-FIND-ACCOUNT - PICK THE MAPPING IN EFFECT FOR THE HISTORY
005428*                     RECORD IN HAND, AS GLPOST DID WHEN IT SENT
005430*                     IT
005440*----------------------------------------------------------------
005450 1220-FIND-ACCOUNT.
005460     MOVE 'N' TO WS-ACCT-FOUND-SW.
005470     MOVE HIST-RUN-DATE TO WS-CODING-DATE.
005480     IF HIST-REVERSAL-ENTRY
005490         AND HIST-ORIG-RUN-DATE IS NUMERIC
005500         AND HIST-ORIG-RUN-DATE > ZERO
005510         MOVE HIST-ORIG-RUN-DATE TO WS-CODING-DATE
005520     END-IF.
005530     MOVE WS-SUSPENSE-ACCT TO WS-POST-ACCOUNT.
005540     MOVE ZERO TO WS-BEST-EFF-DATE.
005550     PERFORM 1230-CHECK-ONE-MAP THRU 1230-EXIT
005560         VARYING WS-ACCT-IX FROM 1 BY 1
005570         UNTIL WS-ACCT-IX > WS-ACCT-ENTRIES.
005580 1220-EXIT.
005590     EXIT.
005600*----------------------------------------------------------------
005610* 1230-CHECK-ONE-MAP - ONE STEP OF THE MAPPING SCAN
005620*----------------------------------------------------------------
005630 1230-CHECK-ONE-MAP.
005640     IF WS-AC-BATCH-ID (WS-ACCT-IX) NOT = HIST-BATCH-ID
005650         GO TO 1230-EXIT
005660     END-IF.
005670     IF WS-AC-EFF-DATE (WS-ACCT-IX) > WS-CODING-DATE
005680         GO TO 1230-EXIT
005690     END-IF.
005700     IF NOT MAPPING-FOUND
005710         OR WS-AC-EFF-DATE (WS-ACCT-IX) > WS-BEST-EFF-DATE
005720         SET MAPPING-FOUND TO TRUE
005730         MOVE WS-AC-EFF-DATE (WS-ACCT-IX) TO WS-BEST-EFF-DATE
005740         MOVE WS-AC-ACCOUNT-NO (WS-ACCT-IX) TO WS-POST-ACCOUNT
005750     END-IF.
005760 1230-EXIT.
005770     EXIT.
005780*----------------------------------------------------------------
005790* 1240-FIND-BALANCE-ENTRY - SET WS-BAL-IX TO THE BALANCE-TABLE
005800*                           ENTRY FOR WS-WORK-ACCOUNT, ADDING
005810*                           ONE IF THE ACCOUNT IS NEW. A FULL
005820*                           TABLE LEAVES THE TIE-OUT INCOMPLETE,
005830*                           SO THE RUN ENDS RC 8.
005840*----------------------------------------------------------------
005850 1240-FIND-BALANCE-ENTRY.
005860     PERFORM 1250-SCAN-ONE-BALANCE THRU 1250-EXIT
005870         VARYING WS-BAL-IX FROM 1 BY 1
005880         UNTIL WS-BAL-IX > WS-BAL-ENTRIES
005890         OR WS-BL-ACCOUNT-NO (WS-BAL-IX) = WS-WORK-ACCOUNT.
005900     IF WS-BAL-IX NOT > WS-BAL-ENTRIES
005910         GO TO 1240-EXIT
005920     END-IF.
005930     IF WS-BAL-ENTRIES < WS-BAL-MAX
005940         ADD 1 TO WS-BAL-ENTRIES
005950         MOVE WS-BAL-ENTRIES TO WS-BAL-IX
005960         MOVE WS-WORK-ACCOUNT TO WS-BL-ACCOUNT-NO (WS-BAL-IX)
005970         MOVE ZERO TO WS-BL-OUR-DOLLARS (WS-BAL-IX)
005980         MOVE ZERO TO WS-BL-CORP-DOLLARS (WS-BAL-IX)
005990         MOVE 'N' TO WS-BL-OUR-SW (WS-BAL-IX)
006000         MOVE 'N' TO WS-BL-CORP-SW (WS-BAL-IX)
006010         MOVE SPACE TO WS-BL-CLASS (WS-BAL-IX)
006020     ELSE
006030         DISPLAY '*** GLTBREC0006E - MORE THAN ' WS-BAL-MAX
006040             ' ACCOUNTS - ACCOUNT ' WS-WORK-ACCOUNT
006050             ' NOT RECONCILED ***'
006060         MOVE 8 TO WS-RETURN-CODE
006070         MOVE ZERO TO WS-BAL-IX
006080     END-IF.
006090 1240-EXIT.
006100     EXIT.
006110*----------------------------------------------------------------
006120* 1250-SCAN-ONE-BALANCE - ONE STEP OF THE TABLE SCAN. THE WORK
006130*                         IS ALL IN THE PERFORM VARYING
006140*                         CONDITIONS.
006150*----------------------------------------------------------------
006160 1250-SCAN-ONE-BALANCE.
006170     CONTINUE.
006180 1250-EXIT.
006190     EXIT.
006200*----------------------------------------------------------------
006210* 1260-NOTE-SUSPENSE - FILE THE PERIOD'S SUSPENSE BATCH IN HAND
006220*                      FOR THE SUSPENSE SECTION. A FULL TABLE
006230*                      TRUNCATES THE LIST WITH A WARNING - THE
006240*                      BALANCES ARE UNAFFECTED.
006250*----------------------------------------------------------------
006260 1260-NOTE-SUSPENSE.
006270     ADD HIST-DOLLAR-AMOUNT TO WS-SUSP-PERIOD-DOLLARS.
006280     IF WS-SUSP-ENTRIES < WS-SUSP-MAX
006290         ADD 1 TO WS-SUSP-ENTRIES
006300         MOVE HIST-RUN-DATE TO WS-SU-RUN-DATE (WS-SUSP-ENTRIES)
006310         MOVE HIST-BATCH-ID TO WS-SU-BATCH-ID (WS-SUSP-ENTRIES)
006320         MOVE HIST-CONTROL-DATE
006330             TO WS-SU-CONTROL-DATE (WS-SUSP-ENTRIES)
006340         MOVE HIST-DOLLAR-AMOUNT
006350             TO WS-SU-DOLLARS (WS-SUSP-ENTRIES)
006360         MOVE HIST-ENTRY-TYPE
006370             TO WS-SU-ENTRY-TYPE (WS-SUSP-ENTRIES)
006380     ELSE
006390         DISPLAY '*** GLTBREC0007W - MORE THAN ' WS-SUSP-MAX
006400             ' SUSPENSE POSTINGS IN THE PERIOD - SECTION '
006410             'TRUNCATED ***'
006420     END-IF.
006430 1260-EXIT.
006440     EXIT.
006450*----------------------------------------------------------------
006460* 1300-LOAD-CORPORATE - READ THE CORPORATE ACCOUNT-BALANCE FILE
006470*                       AND POST THE PERIOD'S RECORDS AGAINST
006480*                       THE BALANCE TABLE. WITHOUT THE FILE
006490*                       THERE IS NOTHING TO TIE OUT TO, SO THE
006500*                       RUN STOPS RC 16.
006510*----------------------------------------------------------------
006520 1300-LOAD-CORPORATE.
006530     OPEN INPUT TB-FILE.
006540     IF NOT WS-TB-FILE-FOUND
006550         DISPLAY '*** GLTBREC0008E - NO CORPORATE BALANCE FILE '
006560             'ON HAND - RECONCILIATION NOT PRODUCED ***'
006570         CLOSE RPT-FILE
006580         STOP RUN RETURNING 16
006590     END-IF.
006600     PERFORM 1310-READ-ONE-BALANCE THRU 1310-EXIT
006610         UNTIL END-OF-TB-FILE.
006620     CLOSE TB-FILE.
006630 1300-EXIT.
006640     EXIT.
006650*----------------------------------------------------------------
006660* 1310-READ-ONE-BALANCE - POST ONE CORPORATE RECORD. A RECORD FOR
006670*                         ANOTHER PERIOD IS COUNTED AND SKIPPED;
006680*                         ONE WITH UNNUMERIC DOLLARS CANNOT BE
006690*                         TIED OUT, SO THE RUN ENDS RC 8.
006700*----------------------------------------------------------------
006710 1310-READ-ONE-BALANCE.
006720     READ TB-FILE
006730         AT END SET END-OF-TB-FILE TO TRUE
006740     END-READ.
006750     IF END-OF-TB-FILE
006760         GO TO 1310-EXIT
006770     END-IF.
006780     IF TB-PERIOD IS NOT NUMERIC
006790         OR TB-PERIOD NOT = WS-TB-PERIOD
006800         ADD 1 TO WS-SKIPPED-COUNT
006810         GO TO 1310-EXIT
006820     END-IF.
006830     IF TB-POSTED-DOLLARS IS NOT NUMERIC
006840         DISPLAY '*** GLTBREC0009E - CORPORATE BALANCE FOR '
006850             'ACCOUNT ' TB-ACCOUNT-NO ' NOT NUMERIC - NOT '
006860             'RECONCILED ***'
006870         MOVE 8 TO WS-RETURN-CODE
006880         GO TO 1310-EXIT
006890     END-IF.
006900     ADD 1 TO WS-TB-COUNT.
006910     ADD TB-POSTED-DOLLARS TO WS-CORP-TOTAL.
006920     MOVE TB-ACCOUNT-NO TO WS-WORK-ACCOUNT.
006930     PERFORM 1240-FIND-BALANCE-ENTRY THRU 1240-EXIT.
006940     IF WS-BAL-IX > ZERO
006950         MOVE 'Y' TO WS-BL-CORP-SW (WS-BAL-IX)
006960         ADD TB-POSTED-DOLLARS
006970             TO WS-BL-CORP-DOLLARS (WS-BAL-IX)
006980     END-IF.
006990 1310-EXIT.
007000     EXIT.
007010*----------------------------------------------------------------
007020* 1400-SORT-PASS - ONE PASS OF THE EXCHANGE SORT THAT PUTS THE
007030*                  BALANCE TABLE IN ACCOUNT ORDER FOR PRINTING
007040*----------------------------------------------------------------
007050 1400-SORT-PASS.
007060     PERFORM 1410-SORT-COMPARE THRU 1410-EXIT
007070         VARYING WS-BAL-IX FROM 1 BY 1
007080         UNTIL WS-BAL-IX NOT < WS-SORT-LIMIT.
007090 1400-EXIT.
007100     EXIT.
007110*----------------------------------------------------------------
007120* 1410-SORT-COMPARE - SWAP ONE ADJACENT PAIR OUT OF ORDER
007130*----------------------------------------------------------------
007140 1410-SORT-COMPARE.
007150     COMPUTE WS-SORT-NEXT = WS-BAL-IX + 1.
007160     IF WS-BL-ACCOUNT-NO (WS-BAL-IX)
007170         > WS-BL-ACCOUNT-NO (WS-SORT-NEXT)
007180         MOVE WS-BAL-ENTRY (WS-BAL-IX) TO WS-BAL-SWAP
007190         MOVE WS-BAL-ENTRY (WS-SORT-NEXT)
007200             TO WS-BAL-ENTRY (WS-BAL-IX)
007210         MOVE WS-BAL-SWAP TO WS-BAL-ENTRY (WS-SORT-NEXT)
007220     END-IF.
007230 1410-EXIT.
007240     EXIT.
007250*----------------------------------------------------------------
007260* 1500-CLASSIFY-ONE-ACCOUNT - DECIDE HOW ONE ACCOUNT TIED OUT.
007270*                             A DIFFERENCE OR A ONE-SIDED
007280*                             ACCOUNT ENDS THE RUN RC 8 - THE
007290*                             PERIOD CANNOT BE SIGNED OFF.
007300*----------------------------------------------------------------
007310 1500-CLASSIFY-ONE-ACCOUNT.
007320     IF WS-BL-OUR-SW (WS-BAL-IX) = 'N'
007330         MOVE 'C' TO WS-BL-CLASS (WS-BAL-IX)
007340         ADD 1 TO WS-CORP-ONLY-COUNT
007350         MOVE 8 TO WS-RETURN-CODE
007360         GO TO 1500-EXIT
007370     END-IF.
007380     IF WS-BL-CORP-SW (WS-BAL-IX) = 'N'
007390         MOVE 'O' TO WS-BL-CLASS (WS-BAL-IX)
007400         ADD 1 TO WS-OURS-ONLY-COUNT
007410         MOVE 8 TO WS-RETURN-CODE
007420         GO TO 1500-EXIT
007430     END-IF.
007440     IF WS-BL-OUR-DOLLARS (WS-BAL-IX)
007450         = WS-BL-CORP-DOLLARS (WS-BAL-IX)
007460         MOVE 'A' TO WS-BL-CLASS (WS-BAL-IX)
007470         ADD 1 TO WS-AGREED-COUNT
007480     ELSE
007490         MOVE 'D' TO WS-BL-CLASS (WS-BAL-IX)
007500         ADD 1 TO WS-DISAGREE-COUNT
007510         MOVE 8 TO WS-RETURN-CODE
007520     END-IF.
007530 1500-EXIT.
007540     EXIT.
007550*----------------------------------------------------------------
007560* 2000-PRINT-ACCOUNT-SECTION - PRINT ONE SECTION OF THE REPORT:
007570*                              THE TITLE ALREADY IN SC-TEXT AND
007580*                              EVERY ACCOUNT OF THE CLASS IN
007590*                              WS-PRINT-CLASS
007600*----------------------------------------------------------------
007610 2000-PRINT-ACCOUNT-SECTION.
007620     PERFORM 2900-PRINT-SECTION-TITLE THRU 2900-EXIT.
007630     WRITE PRINT-RECORD FROM WS-RPT-COLUMNS.
007640     ADD 1 TO WS-LINE-COUNT.
007650     PERFORM 2010-PRINT-ONE-ACCOUNT THRU 2010-EXIT
007660         VARYING WS-BAL-IX FROM 1 BY 1
007670         UNTIL WS-BAL-IX > WS-BAL-ENTRIES.
007680     IF WS-SECTION-COUNT = ZERO
007690         WRITE PRINT-RECORD FROM WS-RPT-NONE
007700         ADD 1 TO WS-LINE-COUNT
007710     END-IF.
007720 2000-EXIT.
007730     EXIT.
007740*----------------------------------------------------------------
007750* 2010-PRINT-ONE-ACCOUNT - ONE LINE OF AN ACCOUNT SECTION, FOR AN
007760*                          ACCOUNT OF THE CLASS BEING PRINTED
007770*----------------------------------------------------------------
007780 2010-PRINT-ONE-ACCOUNT.
007790     IF WS-BL-CLASS (WS-BAL-IX) NOT = WS-PRINT-CLASS
007800         GO TO 2010-EXIT
007810     END-IF.
007820     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
007830         PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT
007840         WRITE PRINT-RECORD FROM WS-RPT-COLUMNS
007850         ADD 1 TO WS-LINE-COUNT
007860     END-IF.
007870     COMPUTE WS-DIFFERENCE = WS-BL-OUR-DOLLARS (WS-BAL-IX)
007880         - WS-BL-CORP-DOLLARS (WS-BAL-IX).
007890     MOVE WS-BL-ACCOUNT-NO (WS-BAL-IX) TO AD-ACCOUNT-NO.
007900     MOVE WS-BL-OUR-DOLLARS (WS-BAL-IX) TO AD-OUR-DOLLARS.
007910     MOVE WS-BL-CORP-DOLLARS (WS-BAL-IX) TO AD-CORP-DOLLARS.
007920     MOVE WS-DIFFERENCE TO AD-DIFFERENCE.
007930     MOVE SPACES TO AD-NOTE.
007940     IF WS-BL-ACCOUNT-NO (WS-BAL-IX) = WS-SUSPENSE-ACCT
007950         MOVE 'SUSPENSE ACCOUNT' TO AD-NOTE
007960     END-IF.
007970     WRITE PRINT-RECORD FROM WS-RPT-ACCOUNT.
007980     ADD 1 TO WS-LINE-COUNT.
007990     ADD 1 TO WS-SECTION-COUNT.
008000 2010-EXIT.
008010     EXIT.
008020*----------------------------------------------------------------
008030* 2500-PRINT-SUSPENSE-SECTION - LIST THE PERIOD'S BATCHES CODED
008040*                               TO SUSPENSE, THEN THE PERIOD'S
008050*                               SUSPENSE NET AND THE BALANCE
008060*                               STILL OUTSTANDING ON SUSPENSE AT
008070*                               THE PERIOD END. AN OUTSTANDING
008080*                               BALANCE ENDS THE RUN RC 4 AT
008090*                               LEAST.
008100*----------------------------------------------------------------
008110 2500-PRINT-SUSPENSE-SECTION.
008120     MOVE SPACES TO SC-TEXT.
008130     STRING 'BATCHES POSTED TO SUSPENSE ACCOUNT '
008140         WS-SUSPENSE-ACCT ' IN THE PERIOD'
008150         DELIMITED BY SIZE INTO SC-TEXT.
008160     PERFORM 2900-PRINT-SECTION-TITLE THRU 2900-EXIT.
008170     PERFORM 2510-PRINT-ONE-SUSPENSE THRU 2510-EXIT
008180         VARYING WS-SUSP-IX FROM 1 BY 1
008190         UNTIL WS-SUSP-IX > WS-SUSP-ENTRIES.
008200     IF WS-SECTION-COUNT = ZERO
008210         WRITE PRINT-RECORD FROM WS-RPT-NONE
008220         ADD 1 TO WS-LINE-COUNT
008230     END-IF.
008240     IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
008250         PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT
008260     END-IF.
008270     MOVE 'SUSPENSE NET FOR THE PERIOD' TO ST-LABEL.
008280     MOVE WS-SUSP-PERIOD-DOLLARS TO ST-DOLLARS.
008290     WRITE PRINT-RECORD FROM WS-RPT-SUSP-TOTAL.
008300     MOVE 'SUSPENSE OUTSTANDING AT PERIOD END' TO ST-LABEL.
008310     MOVE WS-SUSP-OUTSTANDING TO ST-DOLLARS.
008320     WRITE PRINT-RECORD FROM WS-RPT-SUSP-TOTAL.
008330     ADD 2 TO WS-LINE-COUNT.
008340     IF WS-SUSP-OUTSTANDING NOT = ZERO
008350         AND WS-RETURN-CODE < 4
008360         MOVE 4 TO WS-RETURN-CODE
008370     END-IF.
008380 2500-EXIT.
008390     EXIT.
008400*----------------------------------------------------------------
008410* 2510-PRINT-ONE-SUSPENSE - ONE LINE OF THE SUSPENSE SECTION
008420*----------------------------------------------------------------
008430 2510-PRINT-ONE-SUSPENSE.
008440     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
008450         PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT
008460     END-IF.
008470     MOVE WS-SU-RUN-DATE (WS-SUSP-IX) TO SD-RUN-DATE.
008480     MOVE WS-SU-BATCH-ID (WS-SUSP-IX) TO SD-BATCH-ID.
008490     MOVE WS-SU-CONTROL-DATE (WS-SUSP-IX) TO SD-CONTROL-DATE.
008500     MOVE WS-SU-DOLLARS (WS-SUSP-IX) TO SD-DOLLARS.
008510     IF WS-SU-ENTRY-TYPE (WS-SUSP-IX) = 'R'
008520         MOVE 'REVERSAL' TO SD-NOTE
008530     ELSE
008540         MOVE SPACES TO SD-NOTE
008550     END-IF.
008560     WRITE PRINT-RECORD FROM WS-RPT-SUSP-DETAIL.
008570     ADD 1 TO WS-LINE-COUNT.
008580     ADD 1 TO WS-SECTION-COUNT.
008590 2510-EXIT.
008600     EXIT.
008610*----------------------------------------------------------------
008620* 2900-PRINT-SECTION-TITLE - START A REPORT SECTION WITH THE
008630*                            TITLE ALREADY IN SC-TEXT
008640*----------------------------------------------------------------
008650 2900-PRINT-SECTION-TITLE.
008660     IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
008670         PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT
008680     END-IF.
008690     WRITE PRINT-RECORD FROM WS-RPT-SECTION.
008700     ADD 2 TO WS-LINE-COUNT.
008710     MOVE ZERO TO WS-SECTION-COUNT.
008720 2900-EXIT.
008730     EXIT.
008740*----------------------------------------------------------------
008750* 3000-FINALIZE - PRINT THE SUMMARY, LOG THE RUN TO THE AUDIT
008760*                 FILE AND CLOSE UP
008770*----------------------------------------------------------------
008780 3000-FINALIZE.
008790     MOVE WS-BAL-ENTRIES TO RS-ACCOUNTS.
008800     MOVE WS-AGREED-COUNT TO RS-AGREED.
008810     MOVE WS-DISAGREE-COUNT TO RS-DISAGREE.
008820     MOVE WS-OURS-ONLY-COUNT TO RS-OURS-ONLY.
008830     MOVE WS-CORP-ONLY-COUNT TO RS-CORP-ONLY.
008840     WRITE PRINT-RECORD FROM WS-RPT-SUMMARY.
008850     MOVE WS-OUR-TOTAL TO RT-OUR-TOTAL.
008860     MOVE WS-CORP-TOTAL TO RT-CORP-TOTAL.
008870     MOVE WS-SKIPPED-COUNT TO RT-SKIPPED.
008880     WRITE PRINT-RECORD FROM WS-RPT-TOTALS.
008890     WRITE PRINT-RECORD FROM WS-RPT-FOOTER.
008900     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
008910     CLOSE RPT-FILE.
008920 3000-EXIT.
008930     EXIT.
008940*----------------------------------------------------------------
008950* 8000-WRITE-AUDIT-RECORD - APPEND ONE RECORD TO AUDITLOG GIVING
008960*                           THE PERIOD, THE ACCOUNT COUNT AND THE
008970*                           NUMBER THAT DID NOT TIE OUT
008980*----------------------------------------------------------------
008990 8000-WRITE-AUDIT-RECORD.
009000     OPEN EXTEND AUDIT-FILE.
009010     IF NOT WS-AUDIT-FILE-FOUND
009020         OPEN OUTPUT AUDIT-FILE
009030     END-IF.
009040     MOVE SPACES TO AUDIT-RECORD.
009050     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
009060     MOVE 'GLTBREC ' TO AUDIT-PROGRAM-ID.
009070     MOVE WS-BAL-ENTRIES TO WS-COUNT-DISP.
009080     STRING 'PERIOD=' WS-TB-PERIOD ' ACCTS=' WS-COUNT-DISP
009090         DELIMITED BY SIZE INTO AUDIT-INPUTS.
009100     COMPUTE AUDIT-RESULT = WS-DISAGREE-COUNT
009110         + WS-OURS-ONLY-COUNT + WS-CORP-ONLY-COUNT.
009120     MOVE WS-RETURN-CODE TO AUDIT-RETURN-CODE.
009130     WRITE AUDIT-RECORD.
009140     CLOSE AUDIT-FILE.
009150 8000-EXIT.
009160     EXIT.
