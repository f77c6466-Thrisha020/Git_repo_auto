000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  GLSCRN.
000030 AUTHOR. D-GOODWIN.
000040 INSTALLATION. BATCH-CONTROL-GROUP.
000050 DATE-WRITTEN. 2026-09-22.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  ------------------------------------------
000120* 2026-09-22  DG   NEW PROGRAM. BATCH VARIANCE SCREENING, RUN
000130*                  AFTER AddMain AND AHEAD OF GLPOST. EVERY
000140*                  BATCH ON THE EXTRACT (GLEXTRACT) HAS ITS
000150*                  DOLLAR NET COMPARED WITH THE AVERAGE OF THE
000160*                  SAME BATCH ID'S POSTINGS ON GLHIST OVER A
000170*                  TRAILING WINDOW (SYSIN CARD SCRPARM, DEFAULT
000180*                  90 DAYS) AND WITH THE LIMITS ON THE
000190*                  PER-BATCH TOLERANCE TABLE (GLVARTOL). A BATCH
000200*                  OUTSIDE TOLERANCE GOES ON THE VARIANCE HOLD
000210*                  QUEUE (GLVHOLD) AND PRINTS ON THE EXCEPTION
000220*                  REPORT (GLSCRNRP); GLPOST LEAVES A HELD BATCH
000230*                  ON THE EXTRACT UNSENT UNTIL AN APPROVAL CARD
000240*                  ON SYSIN RELEASES IT TO THE NEXT GLPOST RUN.
000250*                  THE HELD RECORD NEVER LEAVES THE EXTRACT, SO
000260*                  GLRECON STILL BALANCES IT AGAINST AddMain.
000270*                  ANY BATCH STILL HELD ENDS THE RUN RC 4; A
000280*                  BATCH THAT COULD NOT BE SCREENED OR QUEUED
000290*                  ENDS IT RC 8 SO THE SCHEDULER HOLDS GLPOST.
000291* 2026-10-07  DG   THE EXTRACT AND HISTORY RECORDS WIDENED TO 80
000292*                  BYTES WITH THE CURRENCY EACH BATCH WAS SENT
000293*                  IN AND ITS NET IN THAT CURRENCY - THE LOCAL
000294*                  HISTORY LAYOUT GREW WITH THEM. THE DOLLAR
000295*                  FIGURES THIS JOB USES ARE UNCHANGED.
000296* 2026-10-15  DG   GLHIST WIDENED TO 90 BYTES WITH THE PERIOD
000297*                  GLPOST BOOKED EACH BATCH TO (HIST-BOOK-
000298*                  PERIOD) - THE LOCAL HISTORY LAYOUT GREW WITH
000299*                  IT. NOTHING THIS JOB DOES CHANGES.
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PARM-FILE ASSIGN TO "SYSIN"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-PARM-FILE-STATUS.
000370     SELECT TOL-FILE ASSIGN TO "GLVARTOL"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-TOL-FILE-STATUS.
000400     SELECT GL-FILE ASSIGN TO "GLEXTRACT"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-GL-FILE-STATUS.
000430     SELECT HIST-FILE ASSIGN TO "GLHIST"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-HIST-FILE-STATUS.
000460     SELECT VHOLD-FILE ASSIGN TO "GLVHOLD"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-VHOLD-FILE-STATUS.
000490     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000520     SELECT RPT-FILE ASSIGN TO "GLSCRNRP"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PARM-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY SCRPARM.
000590 FD  TOL-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY VARTOL.
000620 FD  GL-FILE
000630     LABEL RECORDS ARE STANDARD
000640     RECORDING MODE IS F.
000650     COPY GLEXTR.
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
000800 FD  VHOLD-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORDING MODE IS F.
000830     COPY VARHOLD.
000840 FD  AUDIT-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY AUDITREC.
000870 FD  RPT-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY PRTLINE.
000900 WORKING-STORAGE SECTION.
000910*----------------------------------------------------------------
000920* SWITCHES
000930*----------------------------------------------------------------
000940 01  WS-SWITCHES.
000950     05 WS-PARM-EOF-SW      PIC X(01) VALUE 'N'.
000960         88 END-OF-PARM-FILE           VALUE 'Y'.
000970     05 WS-TOL-EOF-SW       PIC X(01) VALUE 'N'.
000980         88 END-OF-TOL-FILE            VALUE 'Y'.
000990     05 WS-GL-EOF-SW        PIC X(01) VALUE 'N'.
001000         88 END-OF-GL-FILE             VALUE 'Y'.
001010     05 WS-HIST-EOF-SW      PIC X(01) VALUE 'N'.
001020         88 END-OF-HIST-FILE           VALUE 'Y'.
001030     05 WS-VHOLD-EOF-SW     PIC X(01) VALUE 'N'.
001040         88 END-OF-VHOLD-FILE          VALUE 'Y'.
001050     05 WS-TOL-FOUND-SW     PIC X(01) VALUE 'N'.
001060         88 TOLERANCE-FOUND            VALUE 'Y'.
001070     05 WS-OVER-PCT-SW      PIC X(01) VALUE 'N'.
001080         88 OVER-VARIANCE              VALUE 'Y'.
001090     05 WS-OVER-CEIL-SW     PIC X(01) VALUE 'N'.
001100         88 OVER-CEILING               VALUE 'Y'.
001110 01  WS-PARM-FILE-STATUS    PIC X(02) VALUE SPACES.
001120     88 WS-PARM-FILE-FOUND            VALUE '00'.
001130 01  WS-TOL-FILE-STATUS     PIC X(02) VALUE SPACES.
001140     88 WS-TOL-FILE-FOUND             VALUE '00'.
001150 01  WS-GL-FILE-STATUS      PIC X(02) VALUE SPACES.
001160     88 WS-GL-FILE-FOUND              VALUE '00'.
001170 01  WS-HIST-FILE-STATUS    PIC X(02) VALUE SPACES.
001180     88 WS-HIST-FILE-FOUND            VALUE '00'.
001190 01  WS-VHOLD-FILE-STATUS   PIC X(02) VALUE SPACES.
001200     88 WS-VHOLD-FILE-FOUND           VALUE '00'.
001210 01  WS-AUDIT-FILE-STATUS   PIC X(02) VALUE SPACES.
001220     88 WS-AUDIT-FILE-FOUND            VALUE '00'.
001230*----------------------------------------------------------------
001240* CURRENT SYSTEM DATE AND THE START OF THE TRAILING WINDOW -
001250* HISTORY POSTED ON OR AFTER THE CUTOFF IS AVERAGED. THE
001260* MONTH-LENGTH TABLE AND LEAP REMAINDERS SERVE THE
001270* DAY-AT-A-TIME BACK-OFF IN 7100.
001280*----------------------------------------------------------------
001290 01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001300 01  WS-WINDOW-DAYS          PIC 9(03) VALUE 090.
001310 01  WS-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
001320 01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
001330     05 WS-CUT-YEAR         PIC 9(04).
001340     05 WS-CUT-MONTH        PIC 9(02).
001350     05 WS-CUT-DAY          PIC 9(02).
001360 01  WS-DAYS-TO-BACK         PIC 9(03) VALUE ZERO.
001370 01  WS-MONTH-DAYS-VALUES    PIC X(24) VALUE
001380     '312831303130313130313031'.
001390 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001400     05 WS-MONTH-DAYS       OCCURS 12 TIMES PIC 9(02).
001410 01  WS-LEAP-QUOTIENT        PIC 9(04) VALUE ZERO.
001420 01  WS-LEAP-REMAINDER       PIC 9(04) VALUE ZERO.
001430 01  WS-LEAP-SW              PIC X(01) VALUE 'N'.
001440     88 LEAP-YEAR                      VALUE 'Y'.
001450*----------------------------------------------------------------
001460* TOLERANCE TABLE, LOADED FROM GLVARTOL, AND THE LIMITS FOR A
001470* BATCH WITH NO CARD OF ITS OWN ('*DEF' CARD, ELSE THE SHOP
001480* DEFAULTS BELOW)
001490*----------------------------------------------------------------
001500 01  WS-TOL-TABLE.
001510     05 WS-TOL-MAX          PIC 9(03) COMP VALUE 100.
001520     05 WS-TOL-ENTRIES      PIC 9(03) COMP VALUE ZERO.
001530     05 WS-TOL-IX           PIC 9(03) COMP VALUE ZERO.
001540     05 WS-TOL-ENTRY OCCURS 100 TIMES.
001550         10 WS-TL-BATCH-ID      PIC X(04).
001560         10 WS-TL-PCT           PIC 9(03).
001570         10 WS-TL-CEILING       PIC 9(11)V99.
001580         10 WS-TL-MIN-HISTORY   PIC 9(03).
001590 01  WS-DEF-PCT             PIC 9(03) VALUE 050.
001600 01  WS-DEF-CEILING         PIC 9(11)V99 VALUE ZERO.
001610 01  WS-DEF-MIN-HISTORY     PIC 9(03) VALUE 003.
001620 01  WS-USE-PCT             PIC 9(03) VALUE ZERO.
001630 01  WS-USE-CEILING         PIC 9(11)V99 VALUE ZERO.
001640 01  WS-USE-MIN-HISTORY     PIC 9(03) VALUE ZERO.
001650*----------------------------------------------------------------
001660* APPROVAL CARDS FROM SYSIN, APPLIED AFTER SCREENING SO A BATCH
001670* HELD TONIGHT CAN BE APPROVED ON A RERUN OF TONIGHT'S STEP
001680*----------------------------------------------------------------
001690 01  WS-APPR-TABLE.
001700     05 WS-APPR-MAX         PIC 9(03) COMP VALUE 50.
001710     05 WS-APPR-ENTRIES     PIC 9(03) COMP VALUE ZERO.
001720     05 WS-APPR-IX          PIC 9(03) COMP VALUE ZERO.
001730     05 WS-APPR-ENTRY OCCURS 50 TIMES.
001740         10 WS-AP-BATCH-ID      PIC X(04).
001750         10 WS-AP-CONTROL-DATE  PIC X(08).
001760         10 WS-AP-APPROVER      PIC X(08).
001770 01  WS-APPR-HITS           PIC 9(03) COMP VALUE ZERO.
001780*----------------------------------------------------------------
001790* THE HOLD QUEUE, LOADED FROM GLVHOLD AND WRITTEN BACK WHOLE.
001800* WS-HQ-DISP SAYS WHAT BECOMES OF EACH ENTRY: KEPT, RELEASED
001810* (APPROVED AND SINCE POSTED) OR DROPPED (HELD BUT NO LONGER ON
001820* THE EXTRACT).
001830*----------------------------------------------------------------
001840 01  WS-HQ-TABLE.
001850     05 WS-HQ-MAX           PIC 9(03) COMP VALUE 200.
001860     05 WS-HQ-ENTRIES       PIC 9(03) COMP VALUE ZERO.
001870     05 WS-HQ-IX            PIC 9(03) COMP VALUE ZERO.
001880     05 WS-HQ-ENTRY OCCURS 200 TIMES.
001890         10 WS-HQ-RECORD        PIC X(80).
001900         10 WS-HQ-ON-EXTRACT    PIC X(01).
001910         10 WS-HQ-DISP          PIC X(01).
001920             88 WS-HQ-KEPT                VALUE 'K'.
001930             88 WS-HQ-RELEASED            VALUE 'R'.
001940             88 WS-HQ-DROPPED             VALUE 'D'.
001950 01  WS-HQ-HIT              PIC 9(03) COMP VALUE ZERO.
001960*----------------------------------------------------------------
001970* THE EXTRACT BATCHES BEING SCREENED, WITH THE COUNT AND SUM OF
001980* THE SAME BATCH ID'S POSTINGS IN THE TRAILING WINDOW AND THE
001990* HOLD-QUEUE ENTRY ALREADY STANDING FOR THE RECORD (ZERO IF NONE)
002000*----------------------------------------------------------------
002010 01  WS-CAND-TABLE.
002020     05 WS-CAND-MAX         PIC 9(03) COMP VALUE 500.
002030     05 WS-CAND-ENTRIES     PIC 9(03) COMP VALUE ZERO.
002040     05 WS-CAND-IX          PIC 9(03) COMP VALUE ZERO.
002050     05 WS-CAND-ENTRY OCCURS 500 TIMES.
002060         10 WS-CD-BATCH-ID      PIC X(04).
002070         10 WS-CD-CONTROL-DATE  PIC X(08).
002080         10 WS-CD-RUN-DATE      PIC 9(08).
002090         10 WS-CD-ENTRY-TYPE    PIC X(01).
002100         10 WS-CD-DOLLARS       PIC S9(11)V99.
002110         10 WS-CD-HIST-COUNT    PIC 9(05) COMP.
002120         10 WS-CD-HIST-SUM      PIC S9(13)V99.
002130         10 WS-CD-HQ-IX         PIC 9(03) COMP.
002140*----------------------------------------------------------------
002150* VARIANCE ARITHMETIC
002160*----------------------------------------------------------------
002170 01  WS-AVERAGE             PIC S9(11)V99 VALUE ZERO.
002180 01  WS-ABS-AVERAGE         PIC 9(11)V99 VALUE ZERO.
002190 01  WS-ABS-AMOUNT          PIC 9(11)V99 VALUE ZERO.
002200 01  WS-DIFFERENCE          PIC S9(13)V99 VALUE ZERO.
002210 01  WS-VARIANCE-PCT        PIC 9(07)V9 VALUE ZERO.
002220*----------------------------------------------------------------
002230* COUNTERS
002240*----------------------------------------------------------------
002250 01  WS-COUNTERS.
002260     05 WS-SCREENED-COUNT   PIC 9(05) COMP VALUE ZERO.
002270     05 WS-PASSED-COUNT     PIC 9(05) COMP VALUE ZERO.
002280     05 WS-NEW-HELD-COUNT   PIC 9(05) COMP VALUE ZERO.
002290     05 WS-STILL-HELD-COUNT PIC 9(05) COMP VALUE ZERO.
002300     05 WS-APPROVED-COUNT   PIC 9(05) COMP VALUE ZERO.
002310     05 WS-CLEARED-COUNT    PIC 9(05) COMP VALUE ZERO.
002320     05 WS-SECTION-COUNT    PIC 9(05) COMP VALUE ZERO.
002330     05 WS-RETURN-CODE      PIC 9(04) COMP VALUE ZERO.
002340 01  WS-COUNT-DISP          PIC 9(07) VALUE ZERO.
002350 01  WS-COUNT-DISP-2        PIC 9(07) VALUE ZERO.
002360*----------------------------------------------------------------
002370* PRINTED-REPORT CONTROLS AND LINE LAYOUTS
002380*----------------------------------------------------------------
002390     COPY RPTHDR.
002400 01  WS-RPT-CONTROLS.
002410     05 WS-PAGE-NUMBER      PIC 9(04) COMP VALUE ZERO.
002420     05 WS-LINE-COUNT       PIC 9(03) COMP VALUE ZERO.
002430     05 WS-LINES-PER-PAGE   PIC 9(03) COMP VALUE 060.
002440 01  WS-RPT-PARAMETERS      PIC X(100) VALUE SPACES.
002450 01  WS-RPT-RUN-DATE        PIC X(10)  VALUE SPACES.
002460 01  WS-RPT-SECTION.
002470     05 SC-CTL              PIC X(01) VALUE '0'.
002480     05 SC-TEXT             PIC X(132) VALUE SPACES.
002490 01  WS-RPT-COLUMNS.
002500     05 CH-CTL              PIC X(01) VALUE ' '.
002510     05 FILLER              PIC X(06) VALUE 'BATCH'.
002520     05 FILLER              PIC X(10) VALUE 'CTL DATE'.
002530     05 FILLER              PIC X(10) VALUE 'RUN DATE'.
002540     05 FILLER              PIC X(17) VALUE '     DOLLAR NET'.
002550     05 FILLER              PIC X(17) VALUE '   TRAILING AVG'.
002560     05 FILLER              PIC X(05) VALUE 'CNT'.
002570     05 FILLER              PIC X(11) VALUE '  VAR PCT'.
002580     05 FILLER              PIC X(05) VALUE 'TOL'.
002590     05 FILLER              PIC X(16) VALUE '       CEILING'.
002600     05 FILLER              PIC X(24) VALUE 'STATUS'.
002610     05 FILLER              PIC X(11) VALUE SPACES.
002620 01  WS-RPT-HOLD-LINE.
002630     05 HL-CTL              PIC X(01) VALUE ' '.
002640     05 HL-BATCH-ID         PIC X(04).
002650     05 FILLER              PIC X(02) VALUE SPACES.
002660     05 HL-CONTROL-DATE     PIC X(08).
002670     05 FILLER              PIC X(02) VALUE SPACES.
002680     05 HL-RUN-DATE         PIC 9(08).
002690     05 FILLER              PIC X(02) VALUE SPACES.
002700     05 HL-DOLLARS          PIC Z(10)9.99-.
002710     05 FILLER              PIC X(02) VALUE SPACES.
002720     05 HL-AVERAGE          PIC Z(10)9.99-.
002730     05 FILLER              PIC X(02) VALUE SPACES.
002740     05 HL-HIST-COUNT       PIC ZZ9.
002750     05 FILLER              PIC X(02) VALUE SPACES.
002760     05 HL-VARIANCE         PIC ZZZZZZ9.9.
002770     05 FILLER              PIC X(02) VALUE SPACES.
002780     05 HL-TOL-PCT          PIC ZZ9.
002790     05 FILLER              PIC X(02) VALUE SPACES.
002800     05 HL-CEILING          PIC Z(10)9.99.
002810     05 FILLER              PIC X(02) VALUE SPACES.
002820     05 HL-STATUS-TEXT      PIC X(24).
002830     05 FILLER              PIC X(11) VALUE SPACES.
002840 01  WS-RPT-MESSAGE.
002850     05 MG-CTL              PIC X(01) VALUE ' '.
002860     05 MG-TEXT             PIC X(132) VALUE SPACES.
002870 01  WS-RPT-NONE.
002880     05 NN-CTL              PIC X(01) VALUE ' '.
002890     05 FILLER              PIC X(10) VALUE 'NONE'.
002900     05 FILLER              PIC X(122) VALUE SPACES.
002910 01  WS-RPT-SUMMARY.
002920     05 RS-CTL              PIC X(01) VALUE '0'.
002930     05 FILLER              PIC X(10) VALUE 'SCREENED: '.
002940     05 RS-SCREENED         PIC ZZZZ9.
002950     05 FILLER              PIC X(10) VALUE '  PASSED: '.
002960     05 RS-PASSED           PIC ZZZZ9.
002970     05 FILLER              PIC X(12) VALUE '  HELD NEW: '.
002980     05 RS-NEW-HELD         PIC ZZZZ9.
002990     05 FILLER              PIC X(14) VALUE '  STILL HELD: '.
003000     05 RS-STILL-HELD       PIC ZZZZ9.
003010     05 FILLER              PIC X(12) VALUE '  APPROVED: '.
003020     05 RS-APPROVED         PIC ZZZZ9.
003030     05 FILLER              PIC X(11) VALUE '  CLEARED: '.
003040     05 RS-CLEARED          PIC ZZZZ9.
003050     05 FILLER              PIC X(33) VALUE SPACES.
003060 PROCEDURE DIVISION.
003070*================================================================
003080* 0000-MAINLINE
003090*================================================================
003100 0000-MAINLINE.
003110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003120     PERFORM 1100-LOAD-TOLERANCES THRU 1100-EXIT.
003130     PERFORM 1200-LOAD-HOLD-QUEUE THRU 1200-EXIT.
003140     PERFORM 1300-LOAD-EXTRACT THRU 1300-EXIT.
003150     PERFORM 1400-SCAN-HISTORY THRU 1400-EXIT.
003160     MOVE 'BATCHES HELD THIS RUN - OUTSIDE TOLERANCE'
003170         TO SC-TEXT.
003180     PERFORM 2900-PRINT-SECTION-TITLE THRU 2900-EXIT.
003190     PERFORM 2000-SCREEN-ONE-BATCH THRU 2000-EXIT
003200         VARYING WS-CAND-IX FROM 1 BY 1
003210         UNTIL WS-CAND-IX > WS-CAND-ENTRIES.
003220     PERFORM 2950-PRINT-SECTION-END THRU 2950-EXIT.
003230     MOVE 'APPROVALS' TO SC-TEXT.
003240     PERFORM 2900-PRINT-SECTION-TITLE THRU 2900-EXIT.
003250     PERFORM 2200-APPLY-ONE-APPROVAL THRU 2200-EXIT
003260         VARYING WS-APPR-IX FROM 1 BY 1
003270         UNTIL WS-APPR-IX > WS-APPR-ENTRIES.
003280     PERFORM 2950-PRINT-SECTION-END THRU 2950-EXIT.
003290     MOVE 'CLEARED FROM THE HOLD QUEUE' TO SC-TEXT.
003300     PERFORM 2900-PRINT-SECTION-TITLE THRU 2900-EXIT.
003310     PERFORM 2300-CLEAR-ONE-ENTRY THRU 2300-EXIT
003320         VARYING WS-HQ-IX FROM 1 BY 1
003330         UNTIL WS-HQ-IX > WS-HQ-ENTRIES.
003340     PERFORM 2950-PRINT-SECTION-END THRU 2950-EXIT.
003350     PERFORM 2400-WRITE-HOLD-QUEUE THRU 2400-EXIT.
003360     MOVE 'HOLD QUEUE AFTER THIS RUN' TO SC-TEXT.
003370     PERFORM 2900-PRINT-SECTION-TITLE THRU 2900-EXIT.
003380     PERFORM 2500-PRINT-ONE-QUEUED THRU 2500-EXIT
003390         VARYING WS-HQ-IX FROM 1 BY 1
003400         UNTIL WS-HQ-IX > WS-HQ-ENTRIES.
003410     PERFORM 2950-PRINT-SECTION-END THRU 2950-EXIT.
003420     PERFORM 3000-FINALIZE THRU 3000-EXIT.
003430     STOP RUN RETURNING WS-RETURN-CODE.
003440*----------------------------------------------------------------
003450* 1000-INITIALIZE - READ THE CARDS, WORK OUT THE START OF THE
003460*                   TRAILING WINDOW AND PRINT THE HEADING
003470*----------------------------------------------------------------
003480 1000-INITIALIZE.
003490     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003500     PERFORM 1010-READ-PARM-CARDS THRU 1010-EXIT.
003510     MOVE WS-RUN-DATE TO WS-CUTOFF-DATE.
003520     MOVE WS-WINDOW-DAYS TO WS-DAYS-TO-BACK.
003530     PERFORM 7100-BACK-OFF-CUTOFF THRU 7100-EXIT.
003540     OPEN OUTPUT RPT-FILE.
003550     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
003560     STRING 'EXTRACT=GLEXTRACT WINDOW-DAYS=' WS-WINDOW-DAYS
003570         ' HISTORY-FROM=' WS-CUTOFF-DATE
003580         DELIMITED BY SIZE INTO WS-RPT-PARAMETERS.
003590     PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT.
003600 1000-EXIT.
003610     EXIT.
003620*----------------------------------------------------------------
003630* 1010-READ-PARM-CARDS - READ EVERY SYSIN CARD: THE WINDOW CARD
003640*                        AND ANY APPROVAL CARDS. NO CARDS AT
003650*                        ALL MEANS THE DEFAULT WINDOW AND
003660*                        NOTHING TO APPROVE.
003670*----------------------------------------------------------------
003680 1010-READ-PARM-CARDS.
003690     OPEN INPUT PARM-FILE.
003700     IF NOT WS-PARM-FILE-FOUND
003710         SET END-OF-PARM-FILE TO TRUE
003720         GO TO 1010-EXIT
003730     END-IF.
003740     PERFORM 1015-READ-ONE-CARD THRU 1015-EXIT
003750         UNTIL END-OF-PARM-FILE.
003760     CLOSE PARM-FILE.
003770 1010-EXIT.
003780     EXIT.
003790*----------------------------------------------------------------
003800* 1015-READ-ONE-CARD - FILE ONE SYSIN CARD. AN APPROVAL WITH NO
003810*                      APPROVER, OR A CARD OF NO KNOWN TYPE, IS
003820*                      IGNORED WITH A WARNING.
003830*----------------------------------------------------------------
003840 1015-READ-ONE-CARD.
003850     READ PARM-FILE
003860         AT END SET END-OF-PARM-FILE TO TRUE
003870     END-READ.
003880     IF END-OF-PARM-FILE
003890         GO TO 1015-EXIT
003900     END-IF.
003910     IF PARM-WINDOW-CARD
003920         IF PARM-WINDOW-DAYS IS NUMERIC
003930             AND PARM-WINDOW-DAYS > ZERO
003940             MOVE PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
003950         END-IF
003960         GO TO 1015-EXIT
003970     END-IF.
003980     IF NOT PARM-APPROVE-CARD
003990         DISPLAY '*** GLSCRN0001W - SYSIN CARD TYPE '
004000             PARM-CARD-TYPE ' NOT RECOGNISED - IGNORED ***'
004010         MOVE 4 TO WS-RETURN-CODE
004020         GO TO 1015-EXIT
004030     END-IF.
004040     IF PARM-APPROVER = SPACES
004050         DISPLAY '*** GLSCRN0002W - APPROVAL FOR BATCH '
004060             PARM-BATCH-ID ' CARRIES NO APPROVER - IGNORED ***'
004070         MOVE 4 TO WS-RETURN-CODE
004080         GO TO 1015-EXIT
004090     END-IF.
004100     IF WS-APPR-ENTRIES < WS-APPR-MAX
004110         ADD 1 TO WS-APPR-ENTRIES
004120         MOVE PARM-BATCH-ID TO WS-AP-BATCH-ID (WS-APPR-ENTRIES)
004130         MOVE PARM-CONTROL-DATE
004140             TO WS-AP-CONTROL-DATE (WS-APPR-ENTRIES)
004150         MOVE PARM-APPROVER TO WS-AP-APPROVER (WS-APPR-ENTRIES)
004160     ELSE
004170         DISPLAY '*** GLSCRN0003W - MORE THAN ' WS-APPR-MAX
004180             ' APPROVAL CARDS - EXCESS IGNORED ***'
004190         MOVE 4 TO WS-RETURN-CODE
004200     END-IF.
004210 1015-EXIT.
004220     EXIT.
004230*----------------------------------------------------------------
004240* 1020-WRITE-REPORT-HEADING - START A NEW REPORT PAGE
004250*----------------------------------------------------------------
004260 1020-WRITE-REPORT-HEADING.
004270     ADD 1 TO WS-PAGE-NUMBER.
004280     MOVE 'GLSCRN'            TO RH1-PROGRAM-NAME.
004290     MOVE WS-RPT-RUN-DATE     TO RH1-RUN-DATE.
004300     MOVE WS-PAGE-NUMBER      TO RH1-PAGE-NUMBER.
004310     MOVE WS-RPT-PARAMETERS   TO RH2-PARAMETERS.
004320     WRITE PRINT-RECORD FROM WS-RPT-HEADING-1.
004330     WRITE PRINT-RECORD FROM WS-RPT-HEADING-2.
004340     WRITE PRINT-RECORD FROM WS-RPT-HEADING-3.
004350     MOVE ZERO TO WS-LINE-COUNT.
004360 1020-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------
004390* 1100-LOAD-TOLERANCES - LOAD THE TOLERANCE TABLE AND PICK UP
004400*                        THE '*DEF' DEFAULT CARD. NO TABLE AT
004410*                        ALL WARNS AND SCREENS EVERY BATCH TO
004420*                        THE SHOP DEFAULTS.
004430*----------------------------------------------------------------
004440 1100-LOAD-TOLERANCES.
004450     OPEN INPUT TOL-FILE.
004460     IF NOT WS-TOL-FILE-FOUND
004470         DISPLAY '*** GLSCRN0004W - NO TOLERANCE TABLE ON HAND '
004480             '- SHOP DEFAULT LIMITS APPLY TO EVERY BATCH ***'
004490         GO TO 1100-EXIT
004500     END-IF.
004510     PERFORM 1110-READ-ONE-TOLERANCE THRU 1110-EXIT
004520         UNTIL END-OF-TOL-FILE.
004530     CLOSE TOL-FILE.
004540 1100-EXIT.
004550     EXIT.
004560*----------------------------------------------------------------
004570* 1110-READ-ONE-TOLERANCE - FILE ONE TOLERANCE CARD, OR TAKE THE
004580*                           DEFAULTS FROM THE '*DEF' CARD. A
004590*                           CARD WITH AN UNNUMERIC LIMIT IS
004600*                           IGNORED WITH A WARNING.
004610*----------------------------------------------------------------
004620 1110-READ-ONE-TOLERANCE.
004630     READ TOL-FILE
004640         AT END SET END-OF-TOL-FILE TO TRUE
004650     END-READ.
004660     IF END-OF-TOL-FILE
004670         GO TO 1110-EXIT
004680     END-IF.
004690     IF VT-TOLERANCE-PCT IS NOT NUMERIC
004700         OR VT-CEILING-DOLLARS IS NOT NUMERIC
004710         OR VT-MIN-HISTORY IS NOT NUMERIC
004720         DISPLAY '*** GLSCRN0005W - TOLERANCE CARD FOR BATCH '
004730             VT-BATCH-ID ' IGNORED - LIMITS NOT NUMERIC ***'
004740         GO TO 1110-EXIT
004750     END-IF.
004760     IF VT-BATCH-ID = '*DEF'
004770         MOVE VT-TOLERANCE-PCT TO WS-DEF-PCT
004780         MOVE VT-CEILING-DOLLARS TO WS-DEF-CEILING
004790         MOVE VT-MIN-HISTORY TO WS-DEF-MIN-HISTORY
004800         GO TO 1110-EXIT
004810     END-IF.
004820     IF WS-TOL-ENTRIES < WS-TOL-MAX
004830         ADD 1 TO WS-TOL-ENTRIES
004840         MOVE VT-BATCH-ID TO WS-TL-BATCH-ID (WS-TOL-ENTRIES)
004850         MOVE VT-TOLERANCE-PCT TO WS-TL-PCT (WS-TOL-ENTRIES)
004860         MOVE VT-CEILING-DOLLARS
004870             TO WS-TL-CEILING (WS-TOL-ENTRIES)
004880         MOVE VT-MIN-HISTORY
004890             TO WS-TL-MIN-HISTORY (WS-TOL-ENTRIES)
004900     ELSE
004910         DISPLAY '*** GLSCRN0006W - MORE THAN ' WS-TOL-MAX
004920             ' TOLERANCE CARDS ON GLVARTOL - EXCESS GETS THE '
004930             'DEFAULT LIMITS ***'
004940     END-IF.
004950 1110-EXIT.
004960     EXIT.
004970*----------------------------------------------------------------
004980* 1200-LOAD-HOLD-QUEUE - LOAD THE STANDING HOLD QUEUE. NO QUEUE
004990*                        MEANS NOTHING IS HELD YET. A QUEUE TOO
005000*                        BIG FOR THE TABLE CANNOT BE WRITTEN
005010*                        BACK WHOLE, SO THE RUN STOPS RC 16
005020*                        WITH THE QUEUE UNTOUCHED.
005030*----------------------------------------------------------------
005040 1200-LOAD-HOLD-QUEUE.
005050     OPEN INPUT VHOLD-FILE.
005060     IF NOT WS-VHOLD-FILE-FOUND
005070         GO TO 1200-EXIT
005080     END-IF.
005090     PERFORM 1210-READ-ONE-HOLD THRU 1210-EXIT
005100         UNTIL END-OF-VHOLD-FILE.
005110     CLOSE VHOLD-FILE.
005120 1200-EXIT.
005130     EXIT.
005140*----------------------------------------------------------------
005150* 1210-READ-ONE-HOLD - FILE ONE HOLD-QUEUE RECORD IN THE TABLE,
005160*                      NOT YET SEEN ON THE EXTRACT
005170*----------------------------------------------------------------
005180 1210-READ-ONE-HOLD.
005190     READ VHOLD-FILE
005200         AT END SET END-OF-VHOLD-FILE TO TRUE
005210     END-READ.
005220     IF END-OF-VHOLD-FILE
005230         GO TO 1210-EXIT
005240     END-IF.
005250     IF WS-HQ-ENTRIES NOT < WS-HQ-MAX
005260         DISPLAY '*** GLSCRN0007E - MORE THAN ' WS-HQ-MAX
005270             ' BATCHES ON THE HOLD QUEUE - SCREENING ABANDONED '
005280             '***'
005290         CLOSE VHOLD-FILE
005300         STOP RUN RETURNING 16
005310     END-IF.
005320     ADD 1 TO WS-HQ-ENTRIES.
005330     MOVE VARIANCE-HOLD-RECORD TO WS-HQ-RECORD (WS-HQ-ENTRIES).
005340     MOVE 'N' TO WS-HQ-ON-EXTRACT (WS-HQ-ENTRIES).
005350     MOVE 'K' TO WS-HQ-DISP (WS-HQ-ENTRIES).
005360 1210-EXIT.
005370     EXIT.
005380*----------------------------------------------------------------
005390* 1300-LOAD-EXTRACT - LOAD THE EXTRACT BATCHES AWAITING GLPOST
005400*                     AND NOTE WHICH ALREADY STAND ON THE HOLD
005410*                     QUEUE. NO EXTRACT MEANS NOTHING TO SCREEN.
005420*----------------------------------------------------------------
005430 1300-LOAD-EXTRACT.
005440     OPEN INPUT GL-FILE.
005450     IF NOT WS-GL-FILE-FOUND
005460         DISPLAY '*** GLSCRN0008I - NO GL EXTRACT FILE ON HAND '
005470             '- NOTHING TO SCREEN ***'
005480         GO TO 1300-EXIT
005490     END-IF.
005500     PERFORM 1310-READ-ONE-EXTRACT THRU 1310-EXIT
005510         UNTIL END-OF-GL-FILE.
005520     CLOSE GL-FILE.
005530 1300-EXIT.
005540     EXIT.
005550*----------------------------------------------------------------
005560* 1310-READ-ONE-EXTRACT - FILE ONE EXTRACT RECORD IN THE TABLE.
005570*                         A FULL TABLE LEAVES BATCHES UNSCREENED,
005580*                         SO THE RUN ENDS RC 8 TO HOLD GLPOST.
005590*----------------------------------------------------------------
005600 1310-READ-ONE-EXTRACT.
005610     READ GL-FILE
005620         AT END SET END-OF-GL-FILE TO TRUE
005630     END-READ.
005640     IF END-OF-GL-FILE
005650         GO TO 1310-EXIT
005660     END-IF.
005670     IF WS-CAND-ENTRIES NOT < WS-CAND-MAX
005680         DISPLAY '*** GLSCRN0009E - MORE THAN ' WS-CAND-MAX
005690             ' BATCHES ON THE EXTRACT - BATCH ' GL-BATCH-ID
005700             ' NOT SCREENED ***'
005710         MOVE 8 TO WS-RETURN-CODE
005720         GO TO 1310-EXIT
005730     END-IF.
005740     ADD 1 TO WS-CAND-ENTRIES.
005750     MOVE GL-BATCH-ID TO WS-CD-BATCH-ID (WS-CAND-ENTRIES).
005760     MOVE GL-CONTROL-DATE
005770         TO WS-CD-CONTROL-DATE (WS-CAND-ENTRIES).
005780     MOVE GL-RUN-DATE TO WS-CD-RUN-DATE (WS-CAND-ENTRIES).
005790     MOVE GL-ENTRY-TYPE TO WS-CD-ENTRY-TYPE (WS-CAND-ENTRIES).
005800     MOVE GL-DOLLAR-AMOUNT TO WS-CD-DOLLARS (WS-CAND-ENTRIES).
005810     MOVE ZERO TO WS-CD-HIST-COUNT (WS-CAND-ENTRIES).
005820     MOVE ZERO TO WS-CD-HIST-SUM (WS-CAND-ENTRIES).
005830     MOVE ZERO TO WS-HQ-HIT.
005840     PERFORM 1320-CHECK-ONE-QUEUED THRU 1320-EXIT
005850         VARYING WS-HQ-IX FROM 1 BY 1
005860         UNTIL WS-HQ-IX > WS-HQ-ENTRIES.
005870     MOVE WS-HQ-HIT TO WS-CD-HQ-IX (WS-CAND-ENTRIES).
005880 1310-EXIT.
005890     EXIT.
005900*----------------------------------------------------------------
005910* 1320-CHECK-ONE-QUEUED - ONE STEP OF THE HOLD-QUEUE LOOKUP FOR
005920*                         THE EXTRACT RECORD IN HAND
005930*----------------------------------------------------------------
005940 1320-CHECK-ONE-QUEUED.
005950     MOVE WS-HQ-RECORD (WS-HQ-IX) TO VARIANCE-HOLD-RECORD.
005960     IF VH-BATCH-ID = GL-BATCH-ID
005970         AND VH-CONTROL-DATE = GL-CONTROL-DATE
005980         AND VH-RUN-DATE = GL-RUN-DATE
005990         MOVE WS-HQ-IX TO WS-HQ-HIT
006000         MOVE 'Y' TO WS-HQ-ON-EXTRACT (WS-HQ-IX)
006010     END-IF.
006020 1320-EXIT.
006030     EXIT.
006040*----------------------------------------------------------------
006050* 1400-SCAN-HISTORY - READ THE POSTED HISTORY AND ROLL EVERY
006060*                     ORDINARY POSTING IN THE TRAILING WINDOW
006070*                     INTO THE COUNT AND SUM OF EACH EXTRACT
006080*                     BATCH WITH THE SAME BATCH ID. REVERSALS
006090*                     ARE LEFT OUT - THEY ARE NOT A BATCH'S
006100*                     NORMAL SIZE.
006110*----------------------------------------------------------------
006120 1400-SCAN-HISTORY.
006130     IF WS-CAND-ENTRIES = ZERO
006140         GO TO 1400-EXIT
006150     END-IF.
006160     OPEN INPUT HIST-FILE.
006170     IF NOT WS-HIST-FILE-FOUND
006180         DISPLAY '*** GLSCRN0010W - NO POSTED HISTORY ON HAND '
006190             '- BATCHES SCREENED ON THEIR CEILINGS ONLY ***'
006200         GO TO 1400-EXIT
006210     END-IF.
006220     PERFORM 1410-READ-ONE-HISTORY THRU 1410-EXIT
006230         UNTIL END-OF-HIST-FILE.
006240     CLOSE HIST-FILE.
006250 1400-EXIT.
006260     EXIT.
006270*----------------------------------------------------------------
006280* 1410-READ-ONE-HISTORY - READ ONE HISTORY RECORD AND, WHEN IT
006290*                         FALLS IN THE WINDOW, ADD IT TO THE
006300*                         MATCHING EXTRACT BATCHES
006310*----------------------------------------------------------------
006320 1410-READ-ONE-HISTORY.
006330     READ HIST-FILE
006340         AT END SET END-OF-HIST-FILE TO TRUE
006350     END-READ.
006360     IF END-OF-HIST-FILE
006370         GO TO 1410-EXIT
006380     END-IF.
006390     IF HIST-REVERSAL-ENTRY
006400         OR HIST-RUN-DATE < WS-CUTOFF-DATE
006410         GO TO 1410-EXIT
006420     END-IF.
006430     PERFORM 1420-ADD-TO-ONE-BATCH THRU 1420-EXIT
006440         VARYING WS-CAND-IX FROM 1 BY 1
006450         UNTIL WS-CAND-IX > WS-CAND-ENTRIES.
006460 1410-EXIT.
006470     EXIT.
006480*----------------------------------------------------------------
006490* 1420-ADD-TO-ONE-BATCH - ONE STEP OF THE HISTORY ROLL-UP
006500*----------------------------------------------------------------
006510 1420-ADD-TO-ONE-BATCH.
006520     IF WS-CD-BATCH-ID (WS-CAND-IX) = HIST-BATCH-ID
006530         ADD 1 TO WS-CD-HIST-COUNT (WS-CAND-IX)
006540         ADD HIST-DOLLAR-AMOUNT TO WS-CD-HIST-SUM (WS-CAND-IX)
006550     END-IF.
006560 1420-EXIT.
006570     EXIT.
006580*----------------------------------------------------------------
006590* 2000-SCREEN-ONE-BATCH - SCREEN ONE EXTRACT BATCH: ITS DOLLAR
006600*                         NET AGAINST ITS TRAILING AVERAGE (WHEN
006610*                         THE AVERAGE RESTS ON ENOUGH POSTINGS)
006620*                         AND AGAINST ITS CEILING. A REVERSAL,
006630*                         OR A BATCH ALREADY ON THE QUEUE, IS
006640*                         NOT SCREENED AGAIN.
006650*----------------------------------------------------------------
006660 2000-SCREEN-ONE-BATCH.
006670     IF WS-CD-ENTRY-TYPE (WS-CAND-IX) = 'R'
006680         OR WS-CD-HQ-IX (WS-CAND-IX) > ZERO
006690         GO TO 2000-EXIT
006700     END-IF.
006710     ADD 1 TO WS-SCREENED-COUNT.
006720     PERFORM 2010-FIND-TOLERANCE THRU 2010-EXIT.
006730     MOVE 'N' TO WS-OVER-PCT-SW.
006740     MOVE 'N' TO WS-OVER-CEIL-SW.
006750     MOVE ZERO TO WS-AVERAGE.
006760     MOVE ZERO TO WS-VARIANCE-PCT.
006770     IF WS-CD-HIST-COUNT (WS-CAND-IX) > ZERO
006780         DIVIDE WS-CD-HIST-SUM (WS-CAND-IX)
006790             BY WS-CD-HIST-COUNT (WS-CAND-IX)
006800             GIVING WS-AVERAGE ROUNDED
006810     END-IF.
006820     MOVE WS-AVERAGE TO WS-ABS-AVERAGE.
006830     IF WS-CD-HIST-COUNT (WS-CAND-IX) NOT < WS-USE-MIN-HISTORY
006840         AND WS-CD-HIST-COUNT (WS-CAND-IX) > ZERO
006850         AND WS-ABS-AVERAGE > ZERO
006860         COMPUTE WS-DIFFERENCE =
006870             WS-CD-DOLLARS (WS-CAND-IX) - WS-AVERAGE
006880         IF WS-DIFFERENCE < ZERO
006890             COMPUTE WS-DIFFERENCE = ZERO - WS-DIFFERENCE
006900         END-IF
006910         COMPUTE WS-VARIANCE-PCT ROUNDED =
006920             WS-DIFFERENCE * 100 / WS-ABS-AVERAGE
006930             ON SIZE ERROR
006940                 MOVE 9999999.9 TO WS-VARIANCE-PCT
006950         END-COMPUTE
006960         IF WS-VARIANCE-PCT > WS-USE-PCT
006970             SET OVER-VARIANCE TO TRUE
006980         END-IF
006990     END-IF.
007000     MOVE WS-CD-DOLLARS (WS-CAND-IX) TO WS-ABS-AMOUNT.
007010     IF WS-USE-CEILING > ZERO
007020         AND WS-ABS-AMOUNT > WS-USE-CEILING
007030         SET OVER-CEILING TO TRUE
007040     END-IF.
007050     IF OVER-VARIANCE OR OVER-CEILING
007060         PERFORM 2050-HOLD-BATCH THRU 2050-EXIT
007070     ELSE
007080         ADD 1 TO WS-PASSED-COUNT
007090     END-IF.
007100 2000-EXIT.
007110     EXIT.
007120*----------------------------------------------------------------
007130* 2010-FIND-TOLERANCE - THE LIMITS FOR THE BATCH IN HAND: ITS
007140*                      OWN CARD, ELSE THE DEFAULTS
007150*----------------------------------------------------------------
007160 2010-FIND-TOLERANCE.
007170     MOVE 'N' TO WS-TOL-FOUND-SW.
007180     MOVE WS-DEF-PCT TO WS-USE-PCT.
007190     MOVE WS-DEF-CEILING TO WS-USE-CEILING.
007200     MOVE WS-DEF-MIN-HISTORY TO WS-USE-MIN-HISTORY.
007210     PERFORM 2020-CHECK-ONE-TOLERANCE THRU 2020-EXIT
007220         VARYING WS-TOL-IX FROM 1 BY 1
007230         UNTIL WS-TOL-IX > WS-TOL-ENTRIES
007240         OR TOLERANCE-FOUND.
007250 2010-EXIT.
007260     EXIT.
007270*----------------------------------------------------------------
007280* 2020-CHECK-ONE-TOLERANCE - ONE STEP OF THE TOLERANCE LOOKUP
007290*----------------------------------------------------------------
007300 2020-CHECK-ONE-TOLERANCE.
007310     IF WS-TL-BATCH-ID (WS-TOL-IX) = WS-CD-BATCH-ID (WS-CAND-IX)
007320         SET TOLERANCE-FOUND TO TRUE
007330         MOVE WS-TL-PCT (WS-TOL-IX) TO WS-USE-PCT
007340         MOVE WS-TL-CEILING (WS-TOL-IX) TO WS-USE-CEILING
007350         MOVE WS-TL-MIN-HISTORY (WS-TOL-IX)
007360             TO WS-USE-MIN-HISTORY
007370     END-IF.
007380 2020-EXIT.
007390     EXIT.
007400*----------------------------------------------------------------
007410* 2050-HOLD-BATCH - PUT THE BATCH IN HAND ON THE HOLD QUEUE AND
007420*                   THE EXCEPTION REPORT. A FULL QUEUE LEAVES
007430*                   THE BATCH FREE TO GO OUT UNCHECKED, SO THE
007440*                   RUN ENDS RC 8 TO HOLD GLPOST.
007450*----------------------------------------------------------------
007460 2050-HOLD-BATCH.
007470     IF WS-HQ-ENTRIES NOT < WS-HQ-MAX
007480         DISPLAY '*** GLSCRN0011E - HOLD QUEUE FULL - BATCH '
007490             WS-CD-BATCH-ID (WS-CAND-IX) ' OUTSIDE TOLERANCE '
007500             'BUT NOT HELD - HOLD GLPOST ***'
007510         MOVE 8 TO WS-RETURN-CODE
007520         GO TO 2050-EXIT
007530     END-IF.
007540     ADD 1 TO WS-NEW-HELD-COUNT.
007550     MOVE SPACES TO VARIANCE-HOLD-RECORD.
007560     MOVE WS-CD-BATCH-ID (WS-CAND-IX) TO VH-BATCH-ID.
007570     MOVE WS-CD-CONTROL-DATE (WS-CAND-IX) TO VH-CONTROL-DATE.
007580     MOVE WS-CD-RUN-DATE (WS-CAND-IX) TO VH-RUN-DATE.
007590     MOVE 'H' TO VH-STATUS.
007600     IF OVER-VARIANCE AND OVER-CEILING
007610         MOVE 'B' TO VH-REASON
007620     ELSE
007630         IF OVER-VARIANCE
007640             MOVE 'V' TO VH-REASON
007650         ELSE
007660             MOVE 'C' TO VH-REASON
007670         END-IF
007680     END-IF.
007690     MOVE WS-CD-DOLLARS (WS-CAND-IX) TO VH-DOLLAR-AMOUNT.
007700     MOVE WS-AVERAGE TO VH-AVERAGE-DOLLARS.
007710     IF WS-CD-HIST-COUNT (WS-CAND-IX) > 999
007720         MOVE 999 TO VH-HIST-COUNT
007730     ELSE
007740         MOVE WS-CD-HIST-COUNT (WS-CAND-IX) TO VH-HIST-COUNT
007750     END-IF.
007760     MOVE WS-RUN-DATE TO VH-HOLD-DATE.
007770     MOVE ZERO TO VH-APPROVE-DATE.
007780     ADD 1 TO WS-HQ-ENTRIES.
007790     MOVE VARIANCE-HOLD-RECORD TO WS-HQ-RECORD (WS-HQ-ENTRIES).
007800     MOVE 'Y' TO WS-HQ-ON-EXTRACT (WS-HQ-ENTRIES).
007810     MOVE 'K' TO WS-HQ-DISP (WS-HQ-ENTRIES).
007820     MOVE WS-HQ-ENTRIES TO WS-CD-HQ-IX (WS-CAND-IX).
007830     IF VH-OVER-CEILING
007840         MOVE 'HELD - OVER CEILING' TO HL-STATUS-TEXT
007850     ELSE
007860         IF VH-OVER-BOTH
007870             MOVE 'HELD - VARIANCE+CEILING' TO HL-STATUS-TEXT
007880         ELSE
007890             MOVE 'HELD - OVER VARIANCE' TO HL-STATUS-TEXT
007900         END-IF
007910     END-IF.
007920     MOVE WS-VARIANCE-PCT TO HL-VARIANCE.
007930     MOVE WS-USE-PCT TO HL-TOL-PCT.
007940     MOVE WS-USE-CEILING TO HL-CEILING.
007950     PERFORM 2100-WRITE-HOLD-LINE THRU 2100-EXIT.
007960 2050-EXIT.
007970     EXIT.
007980*----------------------------------------------------------------
007990* 2100-WRITE-HOLD-LINE - PRINT THE HOLD-QUEUE RECORD IN HAND,
008000*                        STATUS TEXT AND LIMITS ALREADY SET
008010*----------------------------------------------------------------
008020 2100-WRITE-HOLD-LINE.
008030     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
008040         PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT
008050         WRITE PRINT-RECORD FROM WS-RPT-COLUMNS
008060         ADD 1 TO WS-LINE-COUNT
008070     END-IF.
008080     MOVE VH-BATCH-ID TO HL-BATCH-ID.
008090     MOVE VH-CONTROL-DATE TO HL-CONTROL-DATE.
008100     MOVE VH-RUN-DATE TO HL-RUN-DATE.
008110     MOVE VH-DOLLAR-AMOUNT TO HL-DOLLARS.
008120     MOVE VH-AVERAGE-DOLLARS TO HL-AVERAGE.
008130     MOVE VH-HIST-COUNT TO HL-HIST-COUNT.
008140     WRITE PRINT-RECORD FROM WS-RPT-HOLD-LINE.
008150     ADD 1 TO WS-LINE-COUNT.
008160     ADD 1 TO WS-SECTION-COUNT.
008170 2100-EXIT.
008180     EXIT.
008190*----------------------------------------------------------------
008200* 2200-APPLY-ONE-APPROVAL - APPROVE EVERY HELD QUEUE ENTRY FOR
008210*                           THE CARD'S BATCH AND CONTROL DATE
008220*                           THAT IS STILL ON THE EXTRACT. A CARD
008230*                           THAT MATCHES NOTHING HELD IS
008240*                           REPORTED AND ENDS THE RUN RC 4.
008250*----------------------------------------------------------------
008260 2200-APPLY-ONE-APPROVAL.
008270     MOVE ZERO TO WS-APPR-HITS.
008280     PERFORM 2210-APPROVE-ONE-ENTRY THRU 2210-EXIT
008290         VARYING WS-HQ-IX FROM 1 BY 1
008300         UNTIL WS-HQ-IX > WS-HQ-ENTRIES.
008310     IF WS-APPR-HITS > ZERO
008320         GO TO 2200-EXIT
008330     END-IF.
008340     IF WS-RETURN-CODE < 4
008350         MOVE 4 TO WS-RETURN-CODE
008360     END-IF.
008370     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
008380         PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT
008390     END-IF.
008400     MOVE SPACES TO MG-TEXT.
008410     STRING 'APPROVAL BY ' WS-AP-APPROVER (WS-APPR-IX)
008420         ' FOR BATCH ' WS-AP-BATCH-ID (WS-APPR-IX)
008430         ' CONTROL DATE ' WS-AP-CONTROL-DATE (WS-APPR-IX)
008440         ' IGNORED - NO SUCH BATCH HELD ON THE QUEUE'
008450         DELIMITED BY SIZE INTO MG-TEXT.
008460     WRITE PRINT-RECORD FROM WS-RPT-MESSAGE.
008470     ADD 1 TO WS-LINE-COUNT.
008480     ADD 1 TO WS-SECTION-COUNT.
008490 2200-EXIT.
008500     EXIT.
008510*----------------------------------------------------------------
008520* 2210-APPROVE-ONE-ENTRY - ONE STEP OF THE APPROVAL MATCH
008530*----------------------------------------------------------------
008540 2210-APPROVE-ONE-ENTRY.
008550     MOVE WS-HQ-RECORD (WS-HQ-IX) TO VARIANCE-HOLD-RECORD.
008560     IF NOT VH-HELD
008570         OR WS-HQ-ON-EXTRACT (WS-HQ-IX) NOT = 'Y'
008580         OR VH-BATCH-ID NOT = WS-AP-BATCH-ID (WS-APPR-IX)
008590         OR VH-CONTROL-DATE NOT = WS-AP-CONTROL-DATE (WS-APPR-IX)
008600         GO TO 2210-EXIT
008610     END-IF.
008620     ADD 1 TO WS-APPR-HITS.
008630     ADD 1 TO WS-APPROVED-COUNT.
008640     MOVE 'A' TO VH-STATUS.
008650     MOVE WS-RUN-DATE TO VH-APPROVE-DATE.
008660     MOVE WS-AP-APPROVER (WS-APPR-IX) TO VH-APPROVER.
008670     MOVE VARIANCE-HOLD-RECORD TO WS-HQ-RECORD (WS-HQ-IX).
008680     MOVE SPACES TO HL-STATUS-TEXT.
008690     STRING 'APPROVED BY ' VH-APPROVER
008700         DELIMITED BY SIZE INTO HL-STATUS-TEXT.
008710     PERFORM 2600-SET-LIMITS THRU 2600-EXIT.
008720     PERFORM 2100-WRITE-HOLD-LINE THRU 2100-EXIT.
008730 2210-EXIT.
008740     EXIT.
008750*----------------------------------------------------------------
008760* 2300-CLEAR-ONE-ENTRY - AN ENTRY NO LONGER ON THE EXTRACT COMES
008770*                        OFF THE QUEUE: AN APPROVED ONE HAS BEEN
008780*                        POSTED BY GLPOST; A HELD ONE HAS GONE
008790*                        SOME OTHER WAY AND IS REPORTED SO IT
008800*                        CAN BE CHASED
008810*----------------------------------------------------------------
008820 2300-CLEAR-ONE-ENTRY.
008830     IF WS-HQ-ON-EXTRACT (WS-HQ-IX) = 'Y'
008840         GO TO 2300-EXIT
008850     END-IF.
008860     MOVE WS-HQ-RECORD (WS-HQ-IX) TO VARIANCE-HOLD-RECORD.
008870     ADD 1 TO WS-CLEARED-COUNT.
008880     IF VH-APPROVED
008890         MOVE 'R' TO WS-HQ-DISP (WS-HQ-IX)
008900         MOVE 'RELEASED - POSTED' TO HL-STATUS-TEXT
008910     ELSE
008920         MOVE 'D' TO WS-HQ-DISP (WS-HQ-IX)
008930         MOVE 'DROPPED - OFF EXTRACT' TO HL-STATUS-TEXT
008940         DISPLAY '*** GLSCRN0012W - HELD BATCH ' VH-BATCH-ID
008950             ' CONTROL DATE ' VH-CONTROL-DATE
008960             ' NO LONGER ON THE EXTRACT - DROPPED ***'
008970         IF WS-RETURN-CODE < 4
008980             MOVE 4 TO WS-RETURN-CODE
008990         END-IF
009000     END-IF.
009010     PERFORM 2600-SET-LIMITS THRU 2600-EXIT.
009020     PERFORM 2100-WRITE-HOLD-LINE THRU 2100-EXIT.
009030 2300-EXIT.
009040     EXIT.
009050*----------------------------------------------------------------
009060* 2400-WRITE-HOLD-QUEUE - WRITE THE QUEUE BACK WHOLE, LESS THE
009070*                         ENTRIES CLEARED THIS RUN
009080*----------------------------------------------------------------
009090 2400-WRITE-HOLD-QUEUE.
009100     OPEN OUTPUT VHOLD-FILE.
009110     IF NOT WS-VHOLD-FILE-FOUND
009120         DISPLAY '*** GLSCRN0013E - UNABLE TO WRITE THE HOLD '
009130             'QUEUE GLVHOLD - STATUS ' WS-VHOLD-FILE-STATUS
009140             ' - HOLD GLPOST ***'
009150         MOVE 8 TO WS-RETURN-CODE
009160         GO TO 2400-EXIT
009170     END-IF.
009180     PERFORM 2410-WRITE-ONE-HOLD THRU 2410-EXIT
009190         VARYING WS-HQ-IX FROM 1 BY 1
009200         UNTIL WS-HQ-IX > WS-HQ-ENTRIES.
009210     CLOSE VHOLD-FILE.
009220 2400-EXIT.
009230     EXIT.
009240*----------------------------------------------------------------
009250* 2410-WRITE-ONE-HOLD - WRITE ONE KEPT QUEUE ENTRY
009260*----------------------------------------------------------------
009270 2410-WRITE-ONE-HOLD.
009280     IF WS-HQ-KEPT (WS-HQ-IX)
009290         MOVE WS-HQ-RECORD (WS-HQ-IX) TO VARIANCE-HOLD-RECORD
009300         WRITE VARIANCE-HOLD-RECORD
009310     END-IF.
009320 2410-EXIT.
009330     EXIT.
009340*----------------------------------------------------------------
009350* 2500-PRINT-ONE-QUEUED - ONE LINE OF THE QUEUE AS IT NOW
009360*                         STANDS. A BATCH STILL HELD ENDS THE
009370*                         RUN RC 4.
009380*----------------------------------------------------------------
009390 2500-PRINT-ONE-QUEUED.
009400     IF NOT WS-HQ-KEPT (WS-HQ-IX)
009410         GO TO 2500-EXIT
009420     END-IF.
009430     MOVE WS-HQ-RECORD (WS-HQ-IX) TO VARIANCE-HOLD-RECORD.
009440     IF VH-APPROVED
009450         MOVE 'APPROVED - GOES ON POST' TO HL-STATUS-TEXT
009460     ELSE
009470         ADD 1 TO WS-STILL-HELD-COUNT
009480         MOVE 'HELD - AWAITS APPROVAL' TO HL-STATUS-TEXT
009490         IF WS-RETURN-CODE < 4
009500             MOVE 4 TO WS-RETURN-CODE
009510         END-IF
009520     END-IF.
009530     PERFORM 2600-SET-LIMITS THRU 2600-EXIT.
009540     PERFORM 2100-WRITE-HOLD-LINE THRU 2100-EXIT.
009550 2500-EXIT.
009560     EXIT.
009570*----------------------------------------------------------------
009580* 2600-SET-LIMITS - THE VARIANCE AND LIMIT COLUMNS FOR A QUEUE
009590*                   ENTRY PRINTED AFTER ITS SCREENING RUN: THE
009600*                   LIMITS NOW ON THE TABLE AND THE VARIANCE
009610*                   FROM THE AVERAGE IT WAS HELD AGAINST
009620*----------------------------------------------------------------
009630 2600-SET-LIMITS.
009640     MOVE 'N' TO WS-TOL-FOUND-SW.
009650     MOVE WS-DEF-PCT TO WS-USE-PCT.
009660     MOVE WS-DEF-CEILING TO WS-USE-CEILING.
009670     PERFORM 2610-CHECK-ONE-LIMIT THRU 2610-EXIT
009680         VARYING WS-TOL-IX FROM 1 BY 1
009690         UNTIL WS-TOL-IX > WS-TOL-ENTRIES
009700         OR TOLERANCE-FOUND.
009710     MOVE WS-USE-PCT TO HL-TOL-PCT.
009720     MOVE WS-USE-CEILING TO HL-CEILING.
009730     MOVE ZERO TO WS-VARIANCE-PCT.
009740     MOVE VH-AVERAGE-DOLLARS TO WS-ABS-AVERAGE.
009750     IF WS-ABS-AVERAGE > ZERO
009760         COMPUTE WS-DIFFERENCE =
009770             VH-DOLLAR-AMOUNT - VH-AVERAGE-DOLLARS
009780         IF WS-DIFFERENCE < ZERO
009790             COMPUTE WS-DIFFERENCE = ZERO - WS-DIFFERENCE
009800         END-IF
009810         COMPUTE WS-VARIANCE-PCT ROUNDED =
009820             WS-DIFFERENCE * 100 / WS-ABS-AVERAGE
009830             ON SIZE ERROR
009840                 MOVE 9999999.9 TO WS-VARIANCE-PCT
009850         END-COMPUTE
009860     END-IF.
009870     MOVE WS-VARIANCE-PCT TO HL-VARIANCE.
009880 2600-EXIT.
009890     EXIT.
009900*----------------------------------------------------------------
009910* 2610-CHECK-ONE-LIMIT - ONE STEP OF THE LIMIT LOOKUP FOR THE
009920*                        QUEUE ENTRY IN HAND
009930*----------------------------------------------------------------
009940 2610-CHECK-ONE-LIMIT.
009950     IF WS-TL-BATCH-ID (WS-TOL-IX) = VH-BATCH-ID
009960         SET TOLERANCE-FOUND TO TRUE
009970         MOVE WS-TL-PCT (WS-TOL-IX) TO WS-USE-PCT
009980         MOVE WS-TL-CEILING (WS-TOL-IX) TO WS-USE-CEILING
009990     END-IF.
010000 2610-EXIT.
010010     EXIT.
010020*----------------------------------------------------------------
010030* 2900-PRINT-SECTION-TITLE - START A REPORT SECTION: THE TITLE
010040*                            ALREADY IN SC-TEXT AND THE COLUMN
010050*                            HEADINGS
010060*----------------------------------------------------------------
010070 2900-PRINT-SECTION-TITLE.
010080     IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
010090         PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT
010100     END-IF.
010110     WRITE PRINT-RECORD FROM WS-RPT-SECTION.
010120     WRITE PRINT-RECORD FROM WS-RPT-COLUMNS.
010130     ADD 3 TO WS-LINE-COUNT.
010140     MOVE ZERO TO WS-SECTION-COUNT.
010150 2900-EXIT.
010160     EXIT.
010170*----------------------------------------------------------------
010180* 2950-PRINT-SECTION-END - SAY SO WHEN A SECTION HAD NO LINES
010190*----------------------------------------------------------------
010200 2950-PRINT-SECTION-END.
010210     IF WS-SECTION-COUNT = ZERO
010220         WRITE PRINT-RECORD FROM WS-RPT-NONE
010230         ADD 1 TO WS-LINE-COUNT
010240     END-IF.
010250 2950-EXIT.
010260     EXIT.
010270*----------------------------------------------------------------
010280* 3000-FINALIZE - PRINT THE SUMMARY, LOG THE RUN TO THE AUDIT
010290*                 FILE AND CLOSE UP
010300*----------------------------------------------------------------
010310 3000-FINALIZE.
010320     MOVE WS-SCREENED-COUNT TO RS-SCREENED.
010330     MOVE WS-PASSED-COUNT TO RS-PASSED.
010340     MOVE WS-NEW-HELD-COUNT TO RS-NEW-HELD.
010350     MOVE WS-STILL-HELD-COUNT TO RS-STILL-HELD.
010360     MOVE WS-APPROVED-COUNT TO RS-APPROVED.
010370     MOVE WS-CLEARED-COUNT TO RS-CLEARED.
010380     WRITE PRINT-RECORD FROM WS-RPT-SUMMARY.
010390     WRITE PRINT-RECORD FROM WS-RPT-FOOTER.
010400     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
010410     CLOSE RPT-FILE.
010420 3000-EXIT.
010430     EXIT.
010440*----------------------------------------------------------------
010450* 7100-BACK-OFF-CUTOFF - BACK THE CUTOFF DATE OFF THE WINDOW'S
010460*                        CALENDAR DAYS, A DAY AT A TIME
010470*----------------------------------------------------------------
010480 7100-BACK-OFF-CUTOFF.
010490     PERFORM 7110-BACK-ONE-DAY THRU 7110-EXIT
010500         UNTIL WS-DAYS-TO-BACK = ZERO.
010510 7100-EXIT.
010520     EXIT.
010530*----------------------------------------------------------------
010540* 7110-BACK-ONE-DAY - STEP THE CUTOFF DATE BACK ONE CALENDAR
010550*                     DAY, BORROWING ACROSS THE MONTH AND YEAR
010560*                     AND GIVING FEBRUARY ITS LEAP DAY
010570*----------------------------------------------------------------
010580 7110-BACK-ONE-DAY.
010590     IF WS-CUT-DAY > 1
010600         SUBTRACT 1 FROM WS-CUT-DAY
010610     ELSE
010620         IF WS-CUT-MONTH = 1
010630             SUBTRACT 1 FROM WS-CUT-YEAR
010640             MOVE 12 TO WS-CUT-MONTH
010650         ELSE
010660             SUBTRACT 1 FROM WS-CUT-MONTH
010670         END-IF
010680         MOVE WS-MONTH-DAYS (WS-CUT-MONTH) TO WS-CUT-DAY
010690         IF WS-CUT-MONTH = 2
010700             PERFORM 7120-CHECK-LEAP-YEAR THRU 7120-EXIT
010710             IF LEAP-YEAR
010720                 MOVE 29 TO WS-CUT-DAY
010730             END-IF
010740         END-IF
010750     END-IF.
010760     SUBTRACT 1 FROM WS-DAYS-TO-BACK.
010770 7110-EXIT.
010780     EXIT.
010790*----------------------------------------------------------------
010800* 7120-CHECK-LEAP-YEAR - SET THE LEAP SWITCH FOR WS-CUT-YEAR:
010810*                        DIVISIBLE BY 4, EXCEPT CENTURIES NOT
010820*                        DIVISIBLE BY 400
010830*----------------------------------------------------------------
010840 7120-CHECK-LEAP-YEAR.
010850     MOVE 'N' TO WS-LEAP-SW.
010860     DIVIDE WS-CUT-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
010870         REMAINDER WS-LEAP-REMAINDER.
010880     IF WS-LEAP-REMAINDER = ZERO
010890         SET LEAP-YEAR TO TRUE
010900         DIVIDE WS-CUT-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
010910             REMAINDER WS-LEAP-REMAINDER
010920         IF WS-LEAP-REMAINDER = ZERO
010930             MOVE 'N' TO WS-LEAP-SW
010940             DIVIDE WS-CUT-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
010950                 REMAINDER WS-LEAP-REMAINDER
010960             IF WS-LEAP-REMAINDER = ZERO
010970                 SET LEAP-YEAR TO TRUE
010980             END-IF
010990         END-IF
011000     END-IF.
011010 7120-EXIT.
011020     EXIT.
011030*----------------------------------------------------------------
011040* 8000-WRITE-AUDIT-RECORD - APPEND ONE RECORD TO AUDITLOG GIVING
011050*                           THE COUNTS AND RETURN CODE FOR THIS
011060*                           SCREENING RUN
011070*----------------------------------------------------------------
011080 8000-WRITE-AUDIT-RECORD.
011090     OPEN EXTEND AUDIT-FILE.
011100     IF NOT WS-AUDIT-FILE-FOUND
011110         OPEN OUTPUT AUDIT-FILE
011120     END-IF.
011130     MOVE SPACES TO AUDIT-RECORD.
011140     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
011150     MOVE 'GLSCRN  ' TO AUDIT-PROGRAM-ID.
011160     MOVE WS-SCREENED-COUNT TO WS-COUNT-DISP.
011170     MOVE WS-APPROVED-COUNT TO WS-COUNT-DISP-2.
011180     STRING 'SCR=' WS-COUNT-DISP ' APR=' WS-COUNT-DISP-2
011190         DELIMITED BY SIZE INTO AUDIT-INPUTS.
011200     MOVE WS-NEW-HELD-COUNT TO AUDIT-RESULT.
011210     MOVE WS-RETURN-CODE TO AUDIT-RETURN-CODE.
011220     WRITE AUDIT-RECORD.
011230     CLOSE AUDIT-FILE.
011240 8000-EXIT.
011250     EXIT.
