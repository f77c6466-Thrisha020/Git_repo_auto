000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  BATAGE.
000030 AUTHOR. D-GOODWIN.
000040 INSTALLATION. BATCH-CONTROL-GROUP.
000050 DATE-WRITTEN. 2026-09-30.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  ------------------------------------------
000120* 2026-09-30  DG   NEW PROGRAM. NIGHTLY STALLED-BATCH AGING AND
000130*                  TURNAROUND REPORT OFF THE BATCH-STATUS FILE
000140*                  (BATSTAT). EVERY BATCH STILL AT STAGE 'E'
000150*                  (EDITED, NEVER POSTED) OR 'P' (POSTED, NEVER
000160*                  SENT) MORE THAN THE AGEPARM NUMBER OF HOURS
000170*                  AFTER THAT STAGE WAS STAMPED IS LISTED WITH
000180*                  ITS AGE, AMOUNT AND SENDING DEPARTMENT, AND
000190*                  ANY SUCH BATCH ENDS THE STEP RC 4 SO IT LANDS
000200*                  ON THE SHIFT HANDOVER. FOR THE BATCHES EDITED
000210*                  IN THE AGEPARM NUMBER OF WEEKS THE REPORT
000220*                  ALSO AVERAGES THE EDIT-TO-POST AND
000230*                  POST-TO-SENT TURNAROUND IN HOURS, PER SENDING
000240*                  DEPARTMENT AND PER WEEK. A BATCH IS TIED TO
000250*                  ITS DEPARTMENT THROUGH THE POSTED-BATCH
000260*                  REGISTER'S FILE ID (BATCHREG) AND THE
000270*                  DEPARTMENT MASTER (DEPTMST), AS DEPTSTMT
000280*                  DOES.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PARM-FILE ASSIGN TO "SYSIN"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-PARM-FILE-STATUS.
000360     SELECT DEPT-FILE ASSIGN TO "DEPTMST"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-DEPT-FILE-STATUS.
000390     SELECT BATREG-FILE ASSIGN TO "BATCHREG"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-BATREG-FILE-STATUS.
000420     SELECT BATSTAT-FILE ASSIGN TO "BATSTAT"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS BST-KEY
000460         FILE STATUS IS WS-BST-FILE-STATUS.
000470     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000500     SELECT RPT-FILE ASSIGN TO "BATAGERP"
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  PARM-FILE
000550     LABEL RECORDS ARE STANDARD.
000560     COPY AGEPARM.
000570 FD  DEPT-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY DEPTMST.
000600 FD  BATREG-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY BATREG.
000630 FD  BATSTAT-FILE
000640     LABEL RECORDS ARE STANDARD.
000650     COPY BATSTAT.
000660 FD  AUDIT-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY AUDITREC.
000690 FD  RPT-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY PRTLINE.
000720 WORKING-STORAGE SECTION.
000730*----------------------------------------------------------------
000740* SWITCHES
000750*----------------------------------------------------------------
000760 01  WS-SWITCHES.
000770     05 WS-PARM-EOF-SW      PIC X(01) VALUE 'N'.
000780         88 END-OF-PARM-FILE           VALUE 'Y'.
000790     05 WS-DEPT-EOF-SW      PIC X(01) VALUE 'N'.
000800         88 END-OF-DEPT-FILE           VALUE 'Y'.
000810     05 WS-BATREG-EOF-SW    PIC X(01) VALUE 'N'.
000820         88 END-OF-BATREG-FILE         VALUE 'Y'.
000830     05 WS-BST-EOF-SW       PIC X(01) VALUE 'N'.
000840         88 END-OF-BST-FILE            VALUE 'Y'.
000850     05 WS-BATCH-FULL-SW    PIC X(01) VALUE 'N'.
000860         88 BATCH-TABLE-FULL           VALUE 'Y'.
000870     05 WS-STAMP-VALID-SW   PIC X(01) VALUE 'N'.
000880         88 STAMP-VALID                VALUE 'Y'.
000890     05 WS-EDIT-VALID-SW    PIC X(01) VALUE 'N'.
000900         88 EDIT-STAMP-VALID           VALUE 'Y'.
000910     05 WS-POST-VALID-SW    PIC X(01) VALUE 'N'.
000920         88 POST-STAMP-VALID           VALUE 'Y'.
000930     05 WS-SENT-VALID-SW    PIC X(01) VALUE 'N'.
000940         88 SENT-STAMP-VALID           VALUE 'Y'.
000950 01  WS-PARM-FILE-STATUS    PIC X(02) VALUE SPACES.
000960     88 WS-PARM-FILE-FOUND            VALUE '00'.
000970 01  WS-DEPT-FILE-STATUS    PIC X(02) VALUE SPACES.
000980     88 WS-DEPT-FILE-FOUND             VALUE '00'.
000990 01  WS-BATREG-FILE-STATUS  PIC X(02) VALUE SPACES.
001000     88 WS-BATREG-FILE-FOUND           VALUE '00'.
001010 01  WS-BST-FILE-STATUS     PIC X(02) VALUE SPACES.
001020     88 WS-BST-OK                      VALUE '00'.
001030 01  WS-AUDIT-FILE-STATUS   PIC X(02) VALUE SPACES.
001040     88 WS-AUDIT-FILE-FOUND            VALUE '00'.
001050*----------------------------------------------------------------
001060* RUN PARAMETERS - THE STALL THRESHOLD AND THE TREND WINDOW
001070*----------------------------------------------------------------
001080 01  WS-STALL-HOURS         PIC 9(03) VALUE 024.
001090 01  WS-STALL-SECONDS       PIC 9(09) COMP VALUE ZERO.
001100 01  WS-TREND-WEEKS         PIC 9(02) VALUE 08.
001110 01  WS-WINDOW-START-DATE   PIC 9(08) VALUE ZERO.
001120 01  WS-WINDOW-START-DAY    PIC 9(07) COMP VALUE ZERO.
001130*----------------------------------------------------------------
001140* CURRENT SYSTEM DATE AND TIME, AND THE MOMENT THE STALLED
001150* BATCHES ARE AGED AGAINST
001160*----------------------------------------------------------------
001170 01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001180 01  WS-RUN-TIME-RAW         PIC 9(08) VALUE ZERO.
001190 01  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME-RAW.
001200     05 WS-RUN-TIME         PIC 9(06).
001210     05 FILLER              PIC 9(02).
001220 01  WS-RUN-DAY-NUMBER       PIC 9(07) COMP VALUE ZERO.
001230 01  WS-NOW-SECONDS          PIC 9(11) COMP VALUE ZERO.
001240*----------------------------------------------------------------
001250* DATE AND TIME BREAKDOWN FOR THE DAY-NUMBER AND SECONDS
001260* ARITHMETIC IN 7100 THRU 7400. A DAY NUMBER COUNTS DAYS FROM
001270* 0001-01-01 (DAY 1, A MONDAY) ON THE GREGORIAN CALENDAR, SO
001280* THE DIFFERENCE OF TWO IS THE DAYS BETWEEN THEM AND
001290* (DAY NUMBER - 1) MOD 7 IS THE WEEKDAY, 0 = MONDAY.
001300*----------------------------------------------------------------
001310 01  WS-CHECK-DATE           PIC 9(08) VALUE ZERO.
001320 01  WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
001330     05 WS-CHK-YEAR         PIC 9(04).
001340     05 WS-CHK-MONTH        PIC 9(02).
001350     05 WS-CHK-DAY          PIC 9(02).
001360 01  WS-WORK-TIME            PIC 9(06) VALUE ZERO.
001370 01  WS-WORK-TIME-PARTS REDEFINES WS-WORK-TIME.
001380     05 WS-WT-HOURS         PIC 9(02).
001390     05 WS-WT-MINUTES       PIC 9(02).
001400     05 WS-WT-SECONDS       PIC 9(02).
001410 01  WS-MONTH-DAYS-VALUES    PIC X(24) VALUE
001420     '312831303130313130313031'.
001430 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001440     05 WS-MONTH-DAYS       OCCURS 12 TIMES PIC 9(02).
001450 01  WS-DAYS-BEFORE-VALUES   PIC X(36) VALUE
001460     '000031059090120151181212243273304334'.
001470 01  WS-DAYS-BEFORE-TABLE REDEFINES WS-DAYS-BEFORE-VALUES.
001480     05 WS-DAYS-BEFORE      OCCURS 12 TIMES PIC 9(03).
001490 01  WS-LEAP-QUOTIENT        PIC 9(04) VALUE ZERO.
001500 01  WS-LEAP-REMAINDER       PIC 9(04) VALUE ZERO.
001510 01  WS-LEAP-SW              PIC X(01) VALUE 'N'.
001520     88 LEAP-YEAR                      VALUE 'Y'.
001530 01  WS-DN-YEARS             PIC 9(04) VALUE ZERO.
001540 01  WS-DN-Q4                PIC 9(04) VALUE ZERO.
001550 01  WS-DN-Q100              PIC 9(04) VALUE ZERO.
001560 01  WS-DN-Q400              PIC 9(04) VALUE ZERO.
001570 01  WS-DN-QUOT              PIC 9(07) COMP VALUE ZERO.
001580 01  WS-DN-REM               PIC 9(01) VALUE ZERO.
001590 01  WS-DAY-NUMBER           PIC 9(07) COMP VALUE ZERO.
001600 01  WS-STAMP-SECONDS        PIC 9(11) COMP VALUE ZERO.
001610 01  WS-DAYS-BACK            PIC 9(03) COMP VALUE ZERO.
001620 01  WS-BACK-IX              PIC 9(03) COMP VALUE ZERO.
001630*----------------------------------------------------------------
001640* STAMPS OF THE BATCH-STATUS RECORD IN HAND, IN SECONDS
001650*----------------------------------------------------------------
001660 01  WS-EDIT-SECONDS         PIC 9(11) COMP VALUE ZERO.
001670 01  WS-EDIT-DAY-NUMBER      PIC 9(07) COMP VALUE ZERO.
001680 01  WS-POST-SECONDS         PIC 9(11) COMP VALUE ZERO.
001690 01  WS-SENT-SECONDS         PIC 9(11) COMP VALUE ZERO.
001700 01  WS-AGE-SECONDS          PIC 9(11) COMP VALUE ZERO.
001710*----------------------------------------------------------------
001720* DEPARTMENT TABLE, LOADED FROM THE MASTER, WITH ONE MORE
001730* ENTRY ON THE END FOR BATCHES NOT TIED TO A DEPARTMENT, AND
001740* THE TURNAROUND TOTALS OF EACH
001750*----------------------------------------------------------------
001760 01  WS-DEPT-TABLE.
001770     05 WS-DEPT-MAX         PIC 9(03) COMP VALUE 50.
001780     05 WS-DEPT-ENTRIES     PIC 9(03) COMP VALUE ZERO.
001790     05 WS-DEPT-IX          PIC 9(03) COMP VALUE ZERO.
001800     05 WS-NONE-IX          PIC 9(03) COMP VALUE ZERO.
001810     05 WS-DEPT-ENTRY OCCURS 51 TIMES.
001820         10 WS-DE-DEPT-ID       PIC X(08).
001830         10 WS-DE-DEPT-NAME     PIC X(30).
001840         10 WS-DE-TRANS-FILE-ID PIC X(08).
001850         10 WS-DE-EP-COUNT      PIC 9(05) COMP.
001860         10 WS-DE-EP-SECONDS    PIC 9(11) COMP.
001870         10 WS-DE-PS-COUNT      PIC 9(05) COMP.
001880         10 WS-DE-PS-SECONDS    PIC 9(11) COMP.
001890*----------------------------------------------------------------
001900* WEEK TABLE - ONE ENTRY PER WEEK OF THE TREND WINDOW, OLDEST
001910* FIRST, KEYED BY THE DATE OF ITS MONDAY. A BATCH FALLS IN THE
001920* WEEK IT WAS EDITED.
001930*----------------------------------------------------------------
001940 01  WS-WEEK-TABLE.
001950     05 WS-WEEK-MAX         PIC 9(03) COMP VALUE 52.
001960     05 WS-WEEK-IX          PIC 9(03) COMP VALUE ZERO.
001970     05 WS-WEEK-ENTRY OCCURS 52 TIMES.
001980         10 WS-WK-START-DATE    PIC 9(08).
001990         10 WS-WK-EP-COUNT      PIC 9(05) COMP.
002000         10 WS-WK-EP-SECONDS    PIC 9(11) COMP.
002010         10 WS-WK-PS-COUNT      PIC 9(05) COMP.
002020         10 WS-WK-PS-SECONDS    PIC 9(11) COMP.
002030*----------------------------------------------------------------
002040* BATCHES OF INTEREST FROM BATSTAT - EVERY STALLED BATCH AND
002050* EVERY BATCH EDITED IN THE TREND WINDOW - WITH THE FILE ID
002060* FROM THE REGISTER AND THE OWNING DEPARTMENT. WS-BT-REG-SW IS
002070* 'E' WHEN THE REGISTER HELD THE BATCH UNDER ITS OWN CONTROL
002080* DATE, 'P' WHEN THE FILE ID WAS TAKEN FROM THE LATEST ENTRY
002090* FOR THE SAME BATCH ID UNDER A PRIOR DATE (A BATCH NOT YET
002100* POSTED IS NOT ON THE REGISTER), SPACE WHEN NEITHER. THE
002110* ENTRY PAST THE MAXIMUM IS WHERE 1210 BUILDS EACH RECORD
002120* BEFORE DECIDING WHETHER TO KEEP IT.
002130*----------------------------------------------------------------
002140 01  WS-BATCH-TABLE.
002150     05 WS-BATCH-MAX        PIC 9(04) COMP VALUE 1000.
002160     05 WS-BATCH-ENTRIES    PIC 9(04) COMP VALUE ZERO.
002170     05 WS-BATCH-IX         PIC 9(04) COMP VALUE ZERO.
002180     05 WS-BATCH-ENTRY OCCURS 1001 TIMES.
002190         10 WS-BT-BATCH-ID      PIC X(04).
002200         10 WS-BT-CONTROL-DATE  PIC X(08).
002210         10 WS-BT-STAGE         PIC X(01).
002220         10 WS-BT-STALL-SW      PIC X(01).
002230         10 WS-BT-STAMP-DATE    PIC 9(08).
002240         10 WS-BT-STAMP-TIME    PIC 9(06).
002250         10 WS-BT-AGE-SECONDS   PIC 9(11) COMP.
002260         10 WS-BT-DOLLARS       PIC S9(11)V99.
002270         10 WS-BT-EP-SW         PIC X(01).
002280         10 WS-BT-EP-SECONDS    PIC 9(09) COMP.
002290         10 WS-BT-PS-SW         PIC X(01).
002300         10 WS-BT-PS-SECONDS    PIC 9(09) COMP.
002310         10 WS-BT-WEEK-IX       PIC 9(03) COMP.
002320         10 WS-BT-FILE-ID       PIC X(08).
002330         10 WS-BT-REG-SW        PIC X(01).
002340         10 WS-BT-REG-RUN-DATE  PIC 9(08).
002350         10 WS-BT-DEPT-IX       PIC 9(03) COMP.
002360*----------------------------------------------------------------
002370* COUNTERS AND TOTALS
002380*----------------------------------------------------------------
002390 01  WS-COUNTERS.
002400     05 WS-STATUS-READ      PIC 9(07) COMP VALUE ZERO.
002410     05 WS-WINDOW-BATCHES   PIC 9(07) COMP VALUE ZERO.
002420     05 WS-STALLED-COUNT    PIC 9(05) COMP VALUE ZERO.
002430     05 WS-ALL-EP-COUNT     PIC 9(05) COMP VALUE ZERO.
002440     05 WS-ALL-EP-SECONDS   PIC 9(11) COMP VALUE ZERO.
002450     05 WS-ALL-PS-COUNT     PIC 9(05) COMP VALUE ZERO.
002460     05 WS-ALL-PS-SECONDS   PIC 9(11) COMP VALUE ZERO.
002470     05 WS-RETURN-CODE      PIC 9(04) COMP VALUE ZERO.
002480 01  WS-COUNT-DISP          PIC 9(07) VALUE ZERO.
002490*----------------------------------------------------------------
002500* ONE TURNAROUND LINE'S TOTALS, SET BY THE CALLER OF 2800
002510*----------------------------------------------------------------
002520 01  WS-TA-EP-COUNT         PIC 9(05) COMP VALUE ZERO.
002530 01  WS-TA-EP-SECONDS       PIC 9(11) COMP VALUE ZERO.
002540 01  WS-TA-PS-COUNT         PIC 9(05) COMP VALUE ZERO.
002550 01  WS-TA-PS-SECONDS       PIC 9(11) COMP VALUE ZERO.
002560 01  WS-AVG-HOURS           PIC 9(05)V9 VALUE ZERO.
002570*----------------------------------------------------------------
002580* PRINTED-REPORT CONTROLS AND LINE LAYOUTS
002590*----------------------------------------------------------------
002600     COPY RPTHDR.
002610 01  WS-RPT-CONTROLS.
002620     05 WS-PAGE-NUMBER      PIC 9(04) COMP VALUE ZERO.
002630     05 WS-LINE-COUNT       PIC 9(03) COMP VALUE ZERO.
002640     05 WS-LINES-PER-PAGE   PIC 9(03) COMP VALUE 060.
002650 01  WS-RPT-PARAMETERS      PIC X(100) VALUE SPACES.
002660 01  WS-RPT-RUN-DATE        PIC X(10)  VALUE SPACES.
002670*----------------------------------------------------------------
002680* THE TITLE AND COLUMN LINES OF THE SECTION BEING PRINTED, KEPT
002690* SO 2900 CAN REPEAT THEM AT THE TOP OF A CONTINUATION PAGE
002700*----------------------------------------------------------------
002710 01  WS-CUR-TITLE           PIC X(133) VALUE SPACES.
002720 01  WS-CUR-COLUMNS-1       PIC X(133) VALUE SPACES.
002730 01  WS-CUR-COLUMNS-2       PIC X(133) VALUE SPACES.
002740 01  WS-RPT-SECTION-TITLE.
002750     05 TI-CTL              PIC X(01) VALUE '0'.
002760     05 TI-TEXT             PIC X(100).
002770     05 FILLER              PIC X(32) VALUE SPACES.
002780 01  WS-RPT-STALL-COLUMNS.
002790     05 SH-CTL              PIC X(01) VALUE '0'.
002800     05 FILLER              PIC X(07) VALUE 'BATCH'.
002810     05 FILLER              PIC X(10) VALUE 'CTL DATE'.
002820     05 FILLER              PIC X(08) VALUE 'STAGE'.
002830     05 FILLER              PIC X(18) VALUE 'STAGE STAMPED'.
002840     05 FILLER              PIC X(08) VALUE 'HOURS'.
002850     05 FILLER              PIC X(10) VALUE 'DEPT'.
002860     05 FILLER              PIC X(32) VALUE 'DEPARTMENT NAME'.
002870     05 FILLER              PIC X(17) VALUE
002880         '         AMOUNT'.
002890     05 FILLER              PIC X(10) VALUE 'NOTE'.
002900     05 FILLER              PIC X(12) VALUE SPACES.
002910 01  WS-RPT-STALL-DETAIL.
002920     05 SL-CTL              PIC X(01) VALUE ' '.
002930     05 SL-BATCH-ID         PIC X(04).
002940     05 FILLER              PIC X(03) VALUE SPACES.
002950     05 SL-CONTROL-DATE     PIC X(08).
002960     05 FILLER              PIC X(02) VALUE SPACES.
002970     05 SL-STAGE            PIC X(06).
002980     05 FILLER              PIC X(02) VALUE SPACES.
002990     05 SL-STAMP-DATE       PIC 9(08).
003000     05 FILLER              PIC X(01) VALUE SPACE.
003010     05 SL-STAMP-TIME       PIC 9(06).
003020     05 FILLER              PIC X(03) VALUE SPACES.
003030     05 SL-HOURS            PIC ZZZZ9.
003040     05 FILLER              PIC X(03) VALUE SPACES.
003050     05 SL-DEPT-ID          PIC X(08).
003060     05 FILLER              PIC X(02) VALUE SPACES.
003070     05 SL-DEPT-NAME        PIC X(30).
003080     05 FILLER              PIC X(02) VALUE SPACES.
003090     05 SL-DOLLARS          PIC Z(10)9.99-.
003100     05 FILLER              PIC X(02) VALUE SPACES.
003110     05 SL-NOTE             PIC X(10).
003120     05 FILLER              PIC X(12) VALUE SPACES.
003130 01  WS-RPT-NO-STALLED.
003140     05 NS-CTL              PIC X(01) VALUE ' '.
003150     05 FILLER              PIC X(40) VALUE
003160         'NO BATCHES STALLED PAST THE THRESHOLD'.
003170     05 FILLER              PIC X(92) VALUE SPACES.
003180 01  WS-RPT-STALL-TOTAL.
003190     05 SX-CTL              PIC X(01) VALUE '0'.
003200     05 FILLER              PIC X(17) VALUE 'BATCHES STALLED: '.
003210     05 SX-COUNT            PIC ZZZZ9.
003220     05 FILLER              PIC X(110) VALUE SPACES.
003230 01  WS-RPT-TURN-COLUMNS-1.
003240     05 TH1-CTL             PIC X(01) VALUE '0'.
003250     05 FILLER              PIC X(42) VALUE SPACES.
003260     05 FILLER              PIC X(21) VALUE 'EDIT TO POST'.
003270     05 FILLER              PIC X(15) VALUE 'POST TO SENT'.
003280     05 FILLER              PIC X(54) VALUE SPACES.
003290 01  WS-RPT-TURN-COLUMNS-2.
003300     05 TH2-CTL             PIC X(01) VALUE ' '.
003310     05 TH2-LABEL           PIC X(10).
003320     05 TH2-NAME            PIC X(32).
003330     05 FILLER              PIC X(08) VALUE 'BATCHES'.
003340     05 FILLER              PIC X(13) VALUE 'AVG HRS'.
003350     05 FILLER              PIC X(08) VALUE 'BATCHES'.
003360     05 FILLER              PIC X(07) VALUE 'AVG HRS'.
003370     05 FILLER              PIC X(54) VALUE SPACES.
003380 01  WS-RPT-TURN-DETAIL.
003390     05 TL-CTL              PIC X(01) VALUE ' '.
003400     05 TL-KEY              PIC X(08).
003410     05 FILLER              PIC X(02) VALUE SPACES.
003420     05 TL-NAME             PIC X(30).
003430     05 FILLER              PIC X(02) VALUE SPACES.
003440     05 TL-EP-COUNT         PIC ZZZZ9.
003450     05 FILLER              PIC X(03) VALUE SPACES.
003460     05 TL-EP-AVG           PIC ZZZZ9.9.
003470     05 FILLER              PIC X(06) VALUE SPACES.
003480     05 TL-PS-COUNT         PIC ZZZZ9.
003490     05 FILLER              PIC X(03) VALUE SPACES.
003500     05 TL-PS-AVG           PIC ZZZZ9.9.
003510     05 FILLER              PIC X(54) VALUE SPACES.
003520 01  WS-RPT-SUMMARY-TITLE.
003530     05 SM-CTL              PIC X(01) VALUE '0'.
003540     05 FILLER              PIC X(30) VALUE
003550         'AGING RUN SUMMARY'.
003560     05 FILLER              PIC X(102) VALUE SPACES.
003570 01  WS-RPT-SUMMARY.
003580     05 RS-CTL              PIC X(01) VALUE '0'.
003590     05 FILLER              PIC X(14) VALUE 'STATUS READ: '.
003600     05 RS-READ             PIC ZZZZZZ9.
003610     05 FILLER              PIC X(20) VALUE
003620         '  EDITED IN WINDOW: '.
003630     05 RS-WINDOW           PIC ZZZZZZ9.
003640     05 FILLER              PIC X(11) VALUE '  STALLED: '.
003650     05 RS-STALLED          PIC ZZZZ9.
003660     05 FILLER              PIC X(68) VALUE SPACES.
003670 01  WS-RPT-INCOMPLETE.
003680     05 IC-CTL              PIC X(01) VALUE '0'.
003690     05 FILLER              PIC X(40) VALUE
003700         '*** BATCH TABLE FULL - REPORT DOES NOT '.
003710     05 FILLER              PIC X(40) VALUE
003720         'COVER EVERY BATCH ***'.
003730     05 FILLER              PIC X(52) VALUE SPACES.
003740 PROCEDURE DIVISION.
003750*================================================================
003760* 0000-MAINLINE
003770*================================================================
003780 0000-MAINLINE.
003790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003800     PERFORM 1100-LOAD-DEPT-MASTER THRU 1100-EXIT.
003810     PERFORM 1200-LOAD-BATCH-STATUS THRU 1200-EXIT.
003820     PERFORM 1300-SCAN-BATCH-REGISTER THRU 1300-EXIT.
003830     PERFORM 1400-TIE-ONE-BATCH THRU 1400-EXIT
003840         VARYING WS-BATCH-IX FROM 1 BY 1
003850         UNTIL WS-BATCH-IX > WS-BATCH-ENTRIES.
003860     PERFORM 2000-PRINT-STALLED THRU 2000-EXIT.
003870     PERFORM 2100-PRINT-DEPT-TURNAROUND THRU 2100-EXIT.
003880     PERFORM 2200-PRINT-WEEK-TURNAROUND THRU 2200-EXIT.
003890     PERFORM 3000-FINALIZE THRU 3000-EXIT.
003900     STOP RUN RETURNING WS-RETURN-CODE.
003910*----------------------------------------------------------------
003920* 1000-INITIALIZE - PICK UP THE PARAMETERS, WORK OUT THE MOMENT
003930*                   BATCHES ARE AGED AGAINST AND THE MONDAY OF
003940*                   EACH WEEK OF THE TREND WINDOW, AND OPEN THE
003950*                   REPORT
003960*----------------------------------------------------------------
003970 1000-INITIALIZE.
003980     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003990     ACCEPT WS-RUN-TIME-RAW FROM TIME.
004000     PERFORM 1010-READ-PARM-CARD THRU 1010-EXIT.
004010     COMPUTE WS-STALL-SECONDS = WS-STALL-HOURS * 3600.
004020     MOVE WS-RUN-DATE TO WS-CHECK-DATE.
004030     MOVE WS-RUN-TIME TO WS-WORK-TIME.
004040     PERFORM 7400-STAMP-SECONDS THRU 7400-EXIT.
004050     MOVE WS-STAMP-SECONDS TO WS-NOW-SECONDS.
004060     MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
004070     COMPUTE WS-DN-QUOT = WS-RUN-DAY-NUMBER - 1.
004080     DIVIDE WS-DN-QUOT BY 7 GIVING WS-DN-QUOT
004090         REMAINDER WS-DN-REM.
004100     COMPUTE WS-WINDOW-START-DAY = WS-RUN-DAY-NUMBER
004110         - WS-DN-REM - ((WS-TREND-WEEKS - 1) * 7).
004120     MOVE WS-DN-REM TO WS-DAYS-BACK.
004130     PERFORM 7300-BACK-ONE-DAY THRU 7300-EXIT
004140         VARYING WS-BACK-IX FROM 1 BY 1
004150         UNTIL WS-BACK-IX > WS-DAYS-BACK.
004160     MOVE 7 TO WS-DAYS-BACK.
004170     PERFORM 1020-SET-ONE-WEEK THRU 1020-EXIT
004180         VARYING WS-WEEK-IX FROM WS-TREND-WEEKS BY -1
004190         UNTIL WS-WEEK-IX < 1.
004200     MOVE WS-WK-START-DATE (1) TO WS-WINDOW-START-DATE.
004210     OPEN OUTPUT RPT-FILE.
004220     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
004230     STRING 'STALL-HOURS=' WS-STALL-HOURS
004240         ' TREND-WEEKS=' WS-TREND-WEEKS
004250         ' WINDOW-FROM=' WS-WINDOW-START-DATE
004260         DELIMITED BY SIZE INTO WS-RPT-PARAMETERS.
004270 1000-EXIT.
004280     EXIT.
004290*----------------------------------------------------------------
004300* 1010-READ-PARM-CARD - PICK UP THE STALL THRESHOLD AND TREND
004310*                       WINDOW FROM SYSIN. NO CARD, OR A BLANK
004320*                       OR ZERO FIELD, KEEPS THE DEFAULT.
004330*----------------------------------------------------------------
004340 1010-READ-PARM-CARD.
004350     OPEN INPUT PARM-FILE.
004360     IF WS-PARM-FILE-FOUND
004370         READ PARM-FILE
004380             AT END SET END-OF-PARM-FILE TO TRUE
004390         END-READ
004400         IF NOT END-OF-PARM-FILE
004410             IF PARM-STALL-HOURS IS NUMERIC
004420                 AND PARM-STALL-HOURS > ZERO
004430                 MOVE PARM-STALL-HOURS TO WS-STALL-HOURS
004440             END-IF
004450             IF PARM-TREND-WEEKS IS NUMERIC
004460                 AND PARM-TREND-WEEKS > ZERO
004470                 MOVE PARM-TREND-WEEKS TO WS-TREND-WEEKS
004480             END-IF
004490         END-IF
004500         CLOSE PARM-FILE
004510     ELSE
004520         SET END-OF-PARM-FILE TO TRUE
004530     END-IF.
004540     IF WS-TREND-WEEKS > WS-WEEK-MAX
004550         DISPLAY '*** BATAGE0001W - TREND WINDOW OF '
004560             WS-TREND-WEEKS ' WEEKS CUT TO ' WS-WEEK-MAX
004570             ' ***'
004580         MOVE WS-WEEK-MAX TO WS-TREND-WEEKS
004590     END-IF.
004600 1010-EXIT.
004610     EXIT.
004620*----------------------------------------------------------------
004630* 1020-SET-ONE-WEEK - FILE THE MONDAY IN HAND AS THE START OF
004640*                     ONE WEEK OF THE WINDOW, NEWEST WEEK FIRST,
004650*                     AND STEP BACK TO THE MONDAY BEFORE
004660*----------------------------------------------------------------
004670 1020-SET-ONE-WEEK.
004680     MOVE WS-CHECK-DATE TO WS-WK-START-DATE (WS-WEEK-IX).
004690     MOVE ZERO TO WS-WK-EP-COUNT (WS-WEEK-IX).
004700     MOVE ZERO TO WS-WK-EP-SECONDS (WS-WEEK-IX).
004710     MOVE ZERO TO WS-WK-PS-COUNT (WS-WEEK-IX).
004720     MOVE ZERO TO WS-WK-PS-SECONDS (WS-WEEK-IX).
004730     PERFORM 7300-BACK-ONE-DAY THRU 7300-EXIT
004740         VARYING WS-BACK-IX FROM 1 BY 1
004750         UNTIL WS-BACK-IX > WS-DAYS-BACK.
004760 1020-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------
004790* 1030-WRITE-REPORT-HEADING - START A NEW REPORT PAGE
004800*----------------------------------------------------------------
004810 1030-WRITE-REPORT-HEADING.
004820     ADD 1 TO WS-PAGE-NUMBER.
004830     MOVE 'BATAGE'            TO RH1-PROGRAM-NAME.
004840     MOVE WS-RPT-RUN-DATE     TO RH1-RUN-DATE.
004850     MOVE WS-PAGE-NUMBER      TO RH1-PAGE-NUMBER.
004860     MOVE WS-RPT-PARAMETERS   TO RH2-PARAMETERS.
004870     WRITE PRINT-RECORD FROM WS-RPT-HEADING-1.
004880     WRITE PRINT-RECORD FROM WS-RPT-HEADING-2.
004890     WRITE PRINT-RECORD FROM WS-RPT-HEADING-3.
004900     MOVE ZERO TO WS-LINE-COUNT.
004910 1030-EXIT.
004920     EXIT.
004930*----------------------------------------------------------------
004940* 1100-LOAD-DEPT-MASTER - LOAD THE DEPARTMENT MASTER INTO THE
004950*                         TABLE AND ADD THE ENTRY FOR BATCHES
004960*                         NOT TIED TO ONE. NO MASTER AT ALL
004970*                         WARNS AND SHOWS EVERY BATCH UNTIED.
004980*----------------------------------------------------------------
004990 1100-LOAD-DEPT-MASTER.
005000     OPEN INPUT DEPT-FILE.
005010     IF WS-DEPT-FILE-FOUND
005020         PERFORM 1110-READ-ONE-DEPT THRU 1110-EXIT
005030             UNTIL END-OF-DEPT-FILE
005040         CLOSE DEPT-FILE
005050     ELSE
005060         DISPLAY '*** BATAGE0003W - NO DEPARTMENT MASTER ON '
005070             'HAND - NO BATCH CAN BE TIED TO A DEPARTMENT ***'
005080     END-IF.
005090     ADD 1 TO WS-DEPT-ENTRIES.
005100     MOVE WS-DEPT-ENTRIES TO WS-NONE-IX.
005110     MOVE '*NONE*' TO WS-DE-DEPT-ID (WS-NONE-IX).
005120     MOVE 'NOT TIED TO A DEPARTMENT'
005130         TO WS-DE-DEPT-NAME (WS-NONE-IX).
005140     MOVE SPACES TO WS-DE-TRANS-FILE-ID (WS-NONE-IX).
005150     MOVE ZERO TO WS-DE-EP-COUNT (WS-NONE-IX).
005160     MOVE ZERO TO WS-DE-EP-SECONDS (WS-NONE-IX).
005170     MOVE ZERO TO WS-DE-PS-COUNT (WS-NONE-IX).
005180     MOVE ZERO TO WS-DE-PS-SECONDS (WS-NONE-IX).
005190 1100-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------
005220* 1110-READ-ONE-DEPT - FILE ONE DEPARTMENT MASTER RECORD IN THE
005230*                      TABLE WITH NO TURNAROUND YET
005240*----------------------------------------------------------------
005250 1110-READ-ONE-DEPT.
005260     READ DEPT-FILE
005270         AT END SET END-OF-DEPT-FILE TO TRUE
005280     END-READ.
005290     IF END-OF-DEPT-FILE
005300         GO TO 1110-EXIT
005310     END-IF.
005320     IF WS-DEPT-ENTRIES < WS-DEPT-MAX
005330         ADD 1 TO WS-DEPT-ENTRIES
005340         MOVE DM-DEPT-ID TO WS-DE-DEPT-ID (WS-DEPT-ENTRIES)
005350         MOVE DM-DEPT-NAME TO WS-DE-DEPT-NAME (WS-DEPT-ENTRIES)
005360         MOVE DM-TRANS-FILE-ID
005370             TO WS-DE-TRANS-FILE-ID (WS-DEPT-ENTRIES)
005380         MOVE ZERO TO WS-DE-EP-COUNT (WS-DEPT-ENTRIES)
005390         MOVE ZERO TO WS-DE-EP-SECONDS (WS-DEPT-ENTRIES)
005400         MOVE ZERO TO WS-DE-PS-COUNT (WS-DEPT-ENTRIES)
005410         MOVE ZERO TO WS-DE-PS-SECONDS (WS-DEPT-ENTRIES)
005420     ELSE
005430         DISPLAY '*** BATAGE0004W - MORE THAN ' WS-DEPT-MAX
005440             ' DEPARTMENTS ON THE MASTER - EXCESS IGNORED ***'
005450     END-IF.
005460 1110-EXIT.
005470     EXIT.
005480*----------------------------------------------------------------
005490* 1200-LOAD-BATCH-STATUS - READ THE BATCH-STATUS FILE END TO
005500*                          END AND TABLE THE STALLED BATCHES
005510*                          AND THOSE EDITED IN THE WINDOW. NO
005520*                          FILE ON HAND MEANS NOTHING HAS BEEN
005530*                          EDITED YET - NOTHING TO AGE.
005540*----------------------------------------------------------------
005550 1200-LOAD-BATCH-STATUS.
005560     OPEN INPUT BATSTAT-FILE.
005570     IF NOT WS-BST-OK
005580         DISPLAY '*** BATAGE0002I - NO BATCH-STATUS FILE ON '
005590             'HAND - NOTHING TO AGE ***'
005600         GO TO 1200-EXIT
005610     END-IF.
005620     PERFORM 1210-READ-ONE-STATUS THRU 1210-EXIT
005630         UNTIL END-OF-BST-FILE.
005640     CLOSE BATSTAT-FILE.
005650 1200-EXIT.
005660     EXIT.
005670*----------------------------------------------------------------
005680* 1210-READ-ONE-STATUS - AGE ONE BATCH-STATUS RECORD. A BATCH AT
005690*                        'E' IS AGED FROM ITS EDIT STAMP, ONE AT
005700*                        'P' FROM ITS POST STAMP. ITS TURNAROUND
005710*                        COUNTS ONLY WHEN THE LATER STAMP IS NOT
005720*                        BEFORE THE EARLIER - A RE-EDIT PUTS THE
005730*                        RECORD BACK TO 'E' BUT LEAVES THE OLD
005740*                        POST AND SENT STAMPS ON IT.
005750*----------------------------------------------------------------
005760 1210-READ-ONE-STATUS.
005770     READ BATSTAT-FILE
005780         AT END SET END-OF-BST-FILE TO TRUE
005790     END-READ.
005800     IF END-OF-BST-FILE
005810         GO TO 1210-EXIT
005820     END-IF.
005830     ADD 1 TO WS-STATUS-READ.
005840     MOVE 'N' TO WS-EDIT-VALID-SW.
005850     MOVE 'N' TO WS-POST-VALID-SW.
005860     MOVE 'N' TO WS-SENT-VALID-SW.
005870     MOVE BST-EDIT-DATE TO WS-CHECK-DATE.
005880     MOVE BST-EDIT-TIME TO WS-WORK-TIME.
005890     PERFORM 7400-STAMP-SECONDS THRU 7400-EXIT.
005900     IF STAMP-VALID
005910         SET EDIT-STAMP-VALID TO TRUE
005920         MOVE WS-STAMP-SECONDS TO WS-EDIT-SECONDS
005930         MOVE WS-DAY-NUMBER TO WS-EDIT-DAY-NUMBER
005940     END-IF.
005950     MOVE BST-POST-DATE TO WS-CHECK-DATE.
005960     MOVE BST-POST-TIME TO WS-WORK-TIME.
005970     PERFORM 7400-STAMP-SECONDS THRU 7400-EXIT.
005980     IF STAMP-VALID
005990         SET POST-STAMP-VALID TO TRUE
006000         MOVE WS-STAMP-SECONDS TO WS-POST-SECONDS
006010     END-IF.
006020     MOVE BST-SENT-DATE TO WS-CHECK-DATE.
006030     MOVE BST-SENT-TIME TO WS-WORK-TIME.
006040     PERFORM 7400-STAMP-SECONDS THRU 7400-EXIT.
006050     IF STAMP-VALID
006060         SET SENT-STAMP-VALID TO TRUE
006070         MOVE WS-STAMP-SECONDS TO WS-SENT-SECONDS
006080     END-IF.
006090     COMPUTE WS-BATCH-IX = WS-BATCH-ENTRIES + 1.
006100     MOVE BST-BATCH-ID TO WS-BT-BATCH-ID (WS-BATCH-IX).
006110     MOVE BST-CONTROL-DATE TO WS-BT-CONTROL-DATE (WS-BATCH-IX).
006120     MOVE BST-STAGE TO WS-BT-STAGE (WS-BATCH-IX).
006130     MOVE 'N' TO WS-BT-STALL-SW (WS-BATCH-IX).
006140     MOVE 'N' TO WS-BT-EP-SW (WS-BATCH-IX).
006150     MOVE 'N' TO WS-BT-PS-SW (WS-BATCH-IX).
006160     MOVE ZERO TO WS-BT-WEEK-IX (WS-BATCH-IX).
006170     MOVE SPACES TO WS-BT-FILE-ID (WS-BATCH-IX).
006180     MOVE SPACE TO WS-BT-REG-SW (WS-BATCH-IX).
006190     MOVE ZERO TO WS-BT-REG-RUN-DATE (WS-BATCH-IX).
006200     MOVE ZERO TO WS-BT-DEPT-IX (WS-BATCH-IX).
006210     PERFORM 1220-CHECK-STALLED THRU 1220-EXIT.
006220     PERFORM 1230-CHECK-TURNAROUND THRU 1230-EXIT.
006230     IF WS-BT-STALL-SW (WS-BATCH-IX) = 'N'
006240         AND WS-BT-WEEK-IX (WS-BATCH-IX) = ZERO
006250         GO TO 1210-EXIT
006260     END-IF.
006270     IF WS-BATCH-ENTRIES NOT < WS-BATCH-MAX
006280         IF NOT BATCH-TABLE-FULL
006290             SET BATCH-TABLE-FULL TO TRUE
006300             DISPLAY '*** BATAGE0006W - MORE THAN '
006310                 WS-BATCH-MAX ' BATCHES TO REPORT - EXCESS '
006320                 'IGNORED ***'
006330             IF WS-RETURN-CODE < 4
006340                 MOVE 4 TO WS-RETURN-CODE
006350             END-IF
006360         END-IF
006370         GO TO 1210-EXIT
006380     END-IF.
006390     ADD 1 TO WS-BATCH-ENTRIES.
006400 1210-EXIT.
006410     EXIT.
006420*----------------------------------------------------------------
006430* 1220-CHECK-STALLED - FLAG THE BATCH IN HAND STALLED WHEN IT
006440*                      HAS SAT AT 'E' OR 'P' LONGER THAN THE
006450*                      THRESHOLD
006460*----------------------------------------------------------------
006470 1220-CHECK-STALLED.
006480     IF BST-STAGE-EDITED AND EDIT-STAMP-VALID
006490         MOVE WS-EDIT-SECONDS TO WS-STAMP-SECONDS
006500         MOVE BST-EDIT-DATE TO WS-BT-STAMP-DATE (WS-BATCH-IX)
006510         MOVE BST-EDIT-TIME TO WS-BT-STAMP-TIME (WS-BATCH-IX)
006520         MOVE BST-EDIT-DOLLARS TO WS-BT-DOLLARS (WS-BATCH-IX)
006530     ELSE
006540         IF BST-STAGE-POSTED AND POST-STAMP-VALID
006550             MOVE WS-POST-SECONDS TO WS-STAMP-SECONDS
006560             MOVE BST-POST-DATE
006570                 TO WS-BT-STAMP-DATE (WS-BATCH-IX)
006580             MOVE BST-POST-TIME
006590                 TO WS-BT-STAMP-TIME (WS-BATCH-IX)
006600             MOVE BST-POST-DOLLARS
006610                 TO WS-BT-DOLLARS (WS-BATCH-IX)
006620         ELSE
006630             GO TO 1220-EXIT
006640         END-IF
006650     END-IF.
006660     IF WS-STAMP-SECONDS NOT < WS-NOW-SECONDS
006670         GO TO 1220-EXIT
006680     END-IF.
006690     COMPUTE WS-AGE-SECONDS = WS-NOW-SECONDS - WS-STAMP-SECONDS.
006700     IF WS-AGE-SECONDS > WS-STALL-SECONDS
006710         MOVE 'Y' TO WS-BT-STALL-SW (WS-BATCH-IX)
006720         MOVE WS-AGE-SECONDS TO WS-BT-AGE-SECONDS (WS-BATCH-IX)
006730         ADD 1 TO WS-STALLED-COUNT
006740     END-IF.
006750 1220-EXIT.
006760     EXIT.
006770*----------------------------------------------------------------
006780* 1230-CHECK-TURNAROUND - WHEN THE BATCH IN HAND WAS EDITED IN
006790*                         THE WINDOW, NOTE ITS WEEK AND HOW LONG
006800*                         IT TOOK FROM EDIT TO POST AND FROM
006810*                         POST TO SENT
006820*----------------------------------------------------------------
006830 1230-CHECK-TURNAROUND.
006840     IF NOT EDIT-STAMP-VALID
006850         GO TO 1230-EXIT
006860     END-IF.
006870     IF WS-EDIT-DAY-NUMBER < WS-WINDOW-START-DAY
006880         OR WS-EDIT-DAY-NUMBER > WS-RUN-DAY-NUMBER
006890         GO TO 1230-EXIT
006900     END-IF.
006910     ADD 1 TO WS-WINDOW-BATCHES.
006920     COMPUTE WS-DN-QUOT =
006930         WS-EDIT-DAY-NUMBER - WS-WINDOW-START-DAY.
006940     DIVIDE WS-DN-QUOT BY 7 GIVING WS-DN-QUOT.
006950     COMPUTE WS-BT-WEEK-IX (WS-BATCH-IX) = WS-DN-QUOT + 1.
006960     IF NOT POST-STAMP-VALID
006970         OR WS-POST-SECONDS < WS-EDIT-SECONDS
006980         GO TO 1230-EXIT
006990     END-IF.
007000     MOVE 'Y' TO WS-BT-EP-SW (WS-BATCH-IX).
007010     COMPUTE WS-BT-EP-SECONDS (WS-BATCH-IX) =
007020         WS-POST-SECONDS - WS-EDIT-SECONDS.
007030     IF NOT SENT-STAMP-VALID
007040         OR WS-SENT-SECONDS < WS-POST-SECONDS
007050         GO TO 1230-EXIT
007060     END-IF.
007070     MOVE 'Y' TO WS-BT-PS-SW (WS-BATCH-IX).
007080     COMPUTE WS-BT-PS-SECONDS (WS-BATCH-IX) =
007090         WS-SENT-SECONDS - WS-POST-SECONDS.
007100 1230-EXIT.
007110     EXIT.
007120*----------------------------------------------------------------
007130* 1300-SCAN-BATCH-REGISTER - READ THE POSTED-BATCH REGISTER AND
007140*                            GIVE EACH TABLED BATCH THE FILE ID
007150*                            IT CAME IN ON
007160*----------------------------------------------------------------
007170 1300-SCAN-BATCH-REGISTER.
007180     IF WS-BATCH-ENTRIES = ZERO
007190         GO TO 1300-EXIT
007200     END-IF.
007210     OPEN INPUT BATREG-FILE.
007220     IF NOT WS-BATREG-FILE-FOUND
007230         DISPLAY '*** BATAGE0005W - NO POSTED-BATCH REGISTER '
007240             'ON HAND - NO BATCH CAN BE TIED TO A DEPARTMENT ***'
007250         GO TO 1300-EXIT
007260     END-IF.
007270     PERFORM 1310-READ-ONE-REGISTER THRU 1310-EXIT
007280         UNTIL END-OF-BATREG-FILE.
007290     CLOSE BATREG-FILE.
007300 1300-EXIT.
007310     EXIT.
007320*----------------------------------------------------------------
007330* 1310-READ-ONE-REGISTER - READ ONE REGISTER ENTRY AND MATCH IT
007340*                          AGAINST THE TABLED BATCHES
007350*----------------------------------------------------------------
007360 1310-READ-ONE-REGISTER.
007370     READ BATREG-FILE
007380         AT END SET END-OF-BATREG-FILE TO TRUE
007390     END-READ.
007400     IF END-OF-BATREG-FILE
007410         GO TO 1310-EXIT
007420     END-IF.
007430     PERFORM 1320-MATCH-ONE-BATCH THRU 1320-EXIT
007440         VARYING WS-BATCH-IX FROM 1 BY 1
007450         UNTIL WS-BATCH-IX > WS-BATCH-ENTRIES.
007460 1310-EXIT.
007470     EXIT.
007480*----------------------------------------------------------------
007490* 1320-MATCH-ONE-BATCH - ONE STEP OF THE REGISTER MATCH. THE
007500*                        FIRST ENTRY FOR THE BATCH ID AND
007510*                        CONTROL DATE WINS; UNTIL ONE TURNS UP,
007520*                        THE LATEST-RUN ENTRY FOR THE SAME
007530*                        BATCH ID UNDER ANY OTHER DATE STANDS IN
007540*----------------------------------------------------------------
007550 1320-MATCH-ONE-BATCH.
007560     IF WS-BT-REG-SW (WS-BATCH-IX) = 'E'
007570         OR WS-BT-BATCH-ID (WS-BATCH-IX) NOT = BR-BATCH-ID
007580         GO TO 1320-EXIT
007590     END-IF.
007600     IF WS-BT-CONTROL-DATE (WS-BATCH-IX) = BR-CONTROL-DATE
007610         MOVE BR-TRANS-FILE-ID TO WS-BT-FILE-ID (WS-BATCH-IX)
007620         MOVE 'E' TO WS-BT-REG-SW (WS-BATCH-IX)
007630         GO TO 1320-EXIT
007640     END-IF.
007650     IF BR-RUN-DATE NOT < WS-BT-REG-RUN-DATE (WS-BATCH-IX)
007660         MOVE BR-TRANS-FILE-ID TO WS-BT-FILE-ID (WS-BATCH-IX)
007670         MOVE BR-RUN-DATE TO WS-BT-REG-RUN-DATE (WS-BATCH-IX)
007680         MOVE 'P' TO WS-BT-REG-SW (WS-BATCH-IX)
007690     END-IF.
007700 1320-EXIT.
007710     EXIT.
007720*----------------------------------------------------------------
007730* 1400-TIE-ONE-BATCH - FIND THE DEPARTMENT THAT SENDS THE
007740*                      BATCH'S FILE AND ADD ITS TURNAROUND TO
007750*                      THE DEPARTMENT, ITS WEEK AND THE RUN
007760*----------------------------------------------------------------
007770 1400-TIE-ONE-BATCH.
007780     MOVE WS-NONE-IX TO WS-BT-DEPT-IX (WS-BATCH-IX).
007790     IF WS-BT-FILE-ID (WS-BATCH-IX) NOT = SPACES
007800         PERFORM 1410-CHECK-ONE-DEPT THRU 1410-EXIT
007810             VARYING WS-DEPT-IX FROM 1 BY 1
007820             UNTIL WS-DEPT-IX NOT < WS-NONE-IX
007830     END-IF.
007840     MOVE WS-BT-DEPT-IX (WS-BATCH-IX) TO WS-DEPT-IX.
007850     MOVE WS-BT-WEEK-IX (WS-BATCH-IX) TO WS-WEEK-IX.
007860     IF WS-BT-EP-SW (WS-BATCH-IX) = 'Y'
007870         ADD 1 TO WS-DE-EP-COUNT (WS-DEPT-IX)
007880         ADD WS-BT-EP-SECONDS (WS-BATCH-IX)
007890             TO WS-DE-EP-SECONDS (WS-DEPT-IX)
007900         ADD 1 TO WS-WK-EP-COUNT (WS-WEEK-IX)
007910         ADD WS-BT-EP-SECONDS (WS-BATCH-IX)
007920             TO WS-WK-EP-SECONDS (WS-WEEK-IX)
007930         ADD 1 TO WS-ALL-EP-COUNT
007940         ADD WS-BT-EP-SECONDS (WS-BATCH-IX)
007950             TO WS-ALL-EP-SECONDS
007960     END-IF.
007970     IF WS-BT-PS-SW (WS-BATCH-IX) = 'Y'
007980         ADD 1 TO WS-DE-PS-COUNT (WS-DEPT-IX)
007990         ADD WS-BT-PS-SECONDS (WS-BATCH-IX)
008000             TO WS-DE-PS-SECONDS (WS-DEPT-IX)
008010         ADD 1 TO WS-WK-PS-COUNT (WS-WEEK-IX)
008020         ADD WS-BT-PS-SECONDS (WS-BATCH-IX)
008030             TO WS-WK-PS-SECONDS (WS-WEEK-IX)
008040         ADD 1 TO WS-ALL-PS-COUNT
008050         ADD WS-BT-PS-SECONDS (WS-BATCH-IX)
008060             TO WS-ALL-PS-SECONDS
008070     END-IF.
008080 1400-EXIT.
008090     EXIT.
008100*----------------------------------------------------------------
008110* 1410-CHECK-ONE-DEPT - ONE STEP OF THE DEPARTMENT MATCH ON THE
008120*                       FILE ID. THE FIRST DEPARTMENT WINS.
008130*----------------------------------------------------------------
008140 1410-CHECK-ONE-DEPT.
008150     IF WS-BT-DEPT-IX (WS-BATCH-IX) NOT = WS-NONE-IX
008160         GO TO 1410-EXIT
008170     END-IF.
008180     IF WS-DE-TRANS-FILE-ID (WS-DEPT-IX)
008190         = WS-BT-FILE-ID (WS-BATCH-IX)
008200         MOVE WS-DEPT-IX TO WS-BT-DEPT-IX (WS-BATCH-IX)
008210     END-IF.
008220 1410-EXIT.
008230     EXIT.
008240*----------------------------------------------------------------
008250* 2000-PRINT-STALLED - LIST EVERY STALLED BATCH IN BATCH-STATUS
008260*                      KEY ORDER. ANY STALLED BATCH ENDS THE
008270*                      RUN RC 4.
008280*----------------------------------------------------------------
008290 2000-PRINT-STALLED.
008300     MOVE SPACES TO TI-TEXT.
008310     STRING 'BATCHES STALLED MORE THAN ' WS-STALL-HOURS
008320         ' HOURS AT STAGE E (EDITED) OR P (POSTED)'
008330         DELIMITED BY SIZE INTO TI-TEXT.
008340     MOVE WS-RPT-SECTION-TITLE TO WS-CUR-TITLE.
008350     MOVE WS-RPT-STALL-COLUMNS TO WS-CUR-COLUMNS-1.
008360     MOVE SPACES TO WS-CUR-COLUMNS-2.
008370     PERFORM 2900-START-SECTION-PAGE THRU 2900-EXIT.
008380     IF WS-STALLED-COUNT = ZERO
008390         WRITE PRINT-RECORD FROM WS-RPT-NO-STALLED
008400         ADD 1 TO WS-LINE-COUNT
008410     ELSE
008420         IF WS-RETURN-CODE < 4
008430             MOVE 4 TO WS-RETURN-CODE
008440         END-IF
008450         PERFORM 2010-PRINT-ONE-STALLED THRU 2010-EXIT
008460             VARYING WS-BATCH-IX FROM 1 BY 1
008470             UNTIL WS-BATCH-IX > WS-BATCH-ENTRIES
008480     END-IF.
008490     MOVE WS-STALLED-COUNT TO SX-COUNT.
008500     WRITE PRINT-RECORD FROM WS-RPT-STALL-TOTAL.
008510     ADD 2 TO WS-LINE-COUNT.
008520 2000-EXIT.
008530     EXIT.
008540*----------------------------------------------------------------
008550* 2010-PRINT-ONE-STALLED - ONE STEP OF THE STALLED LISTING. THE
008560*                          NOTE SAYS WHEN THE DEPARTMENT COULD
008570*                          ONLY BE TAKEN FROM A PRIOR DATE'S
008580*                          REGISTER ENTRY, OR NOT AT ALL.
008590*----------------------------------------------------------------
008600 2010-PRINT-ONE-STALLED.
008610     IF WS-BT-STALL-SW (WS-BATCH-IX) NOT = 'Y'
008620         GO TO 2010-EXIT
008630     END-IF.
008640     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
008650         PERFORM 2900-START-SECTION-PAGE THRU 2900-EXIT
008660     END-IF.
008670     MOVE WS-BT-BATCH-ID (WS-BATCH-IX) TO SL-BATCH-ID.
008680     MOVE WS-BT-CONTROL-DATE (WS-BATCH-IX) TO SL-CONTROL-DATE.
008690     IF WS-BT-STAGE (WS-BATCH-IX) = 'E'
008700         MOVE 'EDITED' TO SL-STAGE
008710     ELSE
008720         MOVE 'POSTED' TO SL-STAGE
008730     END-IF.
008740     MOVE WS-BT-STAMP-DATE (WS-BATCH-IX) TO SL-STAMP-DATE.
008750     MOVE WS-BT-STAMP-TIME (WS-BATCH-IX) TO SL-STAMP-TIME.
008760     DIVIDE WS-BT-AGE-SECONDS (WS-BATCH-IX) BY 3600
008770         GIVING SL-HOURS.
008780     MOVE WS-BT-DEPT-IX (WS-BATCH-IX) TO WS-DEPT-IX.
008790     MOVE WS-DE-DEPT-ID (WS-DEPT-IX) TO SL-DEPT-ID.
008800     MOVE WS-DE-DEPT-NAME (WS-DEPT-IX) TO SL-DEPT-NAME.
008810     MOVE WS-BT-DOLLARS (WS-BATCH-IX) TO SL-DOLLARS.
008820     MOVE SPACES TO SL-NOTE.
008830     IF WS-BT-REG-SW (WS-BATCH-IX) = 'P'
008840         MOVE 'PRIOR DATE' TO SL-NOTE
008850     END-IF.
008860     IF WS-BT-REG-SW (WS-BATCH-IX) = SPACE
008870         MOVE 'NO BATREG' TO SL-NOTE
008880     END-IF.
008890     WRITE PRINT-RECORD FROM WS-RPT-STALL-DETAIL.
008900     ADD 1 TO WS-LINE-COUNT.
008910 2010-EXIT.
008920     EXIT.
008930*----------------------------------------------------------------
008940* 2100-PRINT-DEPT-TURNAROUND - AVERAGE TURNAROUND PER SENDING
008950*                              DEPARTMENT OVER THE WINDOW, WITH
008960*                              THE UNTIED BATCHES (WHEN THERE
008970*                              ARE ANY) AND THE RUN AS A WHOLE
008980*----------------------------------------------------------------
008990 2100-PRINT-DEPT-TURNAROUND.
009000     MOVE SPACES TO TI-TEXT.
009010     STRING 'TURNAROUND IN HOURS BY DEPARTMENT - BATCHES '
009020         'EDITED SINCE ' WS-WINDOW-START-DATE
009030         DELIMITED BY SIZE INTO TI-TEXT.
009040     MOVE WS-RPT-SECTION-TITLE TO WS-CUR-TITLE.
009050     MOVE WS-RPT-TURN-COLUMNS-1 TO WS-CUR-COLUMNS-1.
009060     MOVE 'DEPT' TO TH2-LABEL.
009070     MOVE 'DEPARTMENT NAME' TO TH2-NAME.
009080     MOVE WS-RPT-TURN-COLUMNS-2 TO WS-CUR-COLUMNS-2.
009090     PERFORM 2900-START-SECTION-PAGE THRU 2900-EXIT.
009100     PERFORM 2110-PRINT-ONE-DEPT THRU 2110-EXIT
009110         VARYING WS-DEPT-IX FROM 1 BY 1
009120         UNTIL WS-DEPT-IX > WS-DEPT-ENTRIES.
009130     MOVE 'ALL' TO TL-KEY.
009140     MOVE 'ALL DEPARTMENTS' TO TL-NAME.
009150     MOVE WS-ALL-EP-COUNT TO WS-TA-EP-COUNT.
009160     MOVE WS-ALL-EP-SECONDS TO WS-TA-EP-SECONDS.
009170     MOVE WS-ALL-PS-COUNT TO WS-TA-PS-COUNT.
009180     MOVE WS-ALL-PS-SECONDS TO WS-TA-PS-SECONDS.
009190     MOVE '0' TO TL-CTL.
009200     PERFORM 2800-WRITE-TURNAROUND-LINE THRU 2800-EXIT.
009210     MOVE ' ' TO TL-CTL.
009220 2100-EXIT.
009230     EXIT.
009240*----------------------------------------------------------------
009250* 2110-PRINT-ONE-DEPT - ONE DEPARTMENT'S TURNAROUND LINE. THE
009260*                       UNTIED ENTRY PRINTS ONLY WHEN IT HAS
009270*                       SOMETHING IN IT.
009280*----------------------------------------------------------------
009290 2110-PRINT-ONE-DEPT.
009300     IF WS-DEPT-IX = WS-NONE-IX
009310         AND WS-DE-EP-COUNT (WS-DEPT-IX) = ZERO
009320         AND WS-DE-PS-COUNT (WS-DEPT-IX) = ZERO
009330         GO TO 2110-EXIT
009340     END-IF.
009350     MOVE WS-DE-DEPT-ID (WS-DEPT-IX) TO TL-KEY.
009360     MOVE WS-DE-DEPT-NAME (WS-DEPT-IX) TO TL-NAME.
009370     MOVE WS-DE-EP-COUNT (WS-DEPT-IX) TO WS-TA-EP-COUNT.
009380     MOVE WS-DE-EP-SECONDS (WS-DEPT-IX) TO WS-TA-EP-SECONDS.
009390     MOVE WS-DE-PS-COUNT (WS-DEPT-IX) TO WS-TA-PS-COUNT.
009400     MOVE WS-DE-PS-SECONDS (WS-DEPT-IX) TO WS-TA-PS-SECONDS.
009410     PERFORM 2800-WRITE-TURNAROUND-LINE THRU 2800-EXIT.
009420 2110-EXIT.
009430     EXIT.
009440*----------------------------------------------------------------
009450* 2200-PRINT-WEEK-TURNAROUND - AVERAGE TURNAROUND PER WEEK OF
009460*                              THE WINDOW, OLDEST WEEK FIRST
009470*----------------------------------------------------------------
009480 2200-PRINT-WEEK-TURNAROUND.
009490     MOVE SPACES TO TI-TEXT.
009500     STRING 'TURNAROUND IN HOURS BY WEEK EDITED - WEEKS '
009510         'BEGIN MONDAY'
009520         DELIMITED BY SIZE INTO TI-TEXT.
009530     MOVE WS-RPT-SECTION-TITLE TO WS-CUR-TITLE.
009540     MOVE WS-RPT-TURN-COLUMNS-1 TO WS-CUR-COLUMNS-1.
009550     MOVE 'WEEK OF' TO TH2-LABEL.
009560     MOVE SPACES TO TH2-NAME.
009570     MOVE WS-RPT-TURN-COLUMNS-2 TO WS-CUR-COLUMNS-2.
009580     PERFORM 2900-START-SECTION-PAGE THRU 2900-EXIT.
009590     PERFORM 2210-PRINT-ONE-WEEK THRU 2210-EXIT
009600         VARYING WS-WEEK-IX FROM 1 BY 1
009610         UNTIL WS-WEEK-IX > WS-TREND-WEEKS.
009620     MOVE 'ALL' TO TL-KEY.
009630     MOVE 'ALL WEEKS' TO TL-NAME.
009640     MOVE WS-ALL-EP-COUNT TO WS-TA-EP-COUNT.
009650     MOVE WS-ALL-EP-SECONDS TO WS-TA-EP-SECONDS.
009660     MOVE WS-ALL-PS-COUNT TO WS-TA-PS-COUNT.
009670     MOVE WS-ALL-PS-SECONDS TO WS-TA-PS-SECONDS.
009680     MOVE '0' TO TL-CTL.
009690     PERFORM 2800-WRITE-TURNAROUND-LINE THRU 2800-EXIT.
009700     MOVE ' ' TO TL-CTL.
009710 2200-EXIT.
009720     EXIT.
009730*----------------------------------------------------------------
009740* 2210-PRINT-ONE-WEEK - ONE WEEK'S TURNAROUND LINE
009750*----------------------------------------------------------------
009760 2210-PRINT-ONE-WEEK.
009770     MOVE WS-WK-START-DATE (WS-WEEK-IX) TO TL-KEY.
009780     MOVE SPACES TO TL-NAME.
009790     MOVE WS-WK-EP-COUNT (WS-WEEK-IX) TO WS-TA-EP-COUNT.
009800     MOVE WS-WK-EP-SECONDS (WS-WEEK-IX) TO WS-TA-EP-SECONDS.
009810     MOVE WS-WK-PS-COUNT (WS-WEEK-IX) TO WS-TA-PS-COUNT.
009820     MOVE WS-WK-PS-SECONDS (WS-WEEK-IX) TO WS-TA-PS-SECONDS.
009830     PERFORM 2800-WRITE-TURNAROUND-LINE THRU 2800-EXIT.
009840 2210-EXIT.
009850     EXIT.
009860*----------------------------------------------------------------
009870* 2800-WRITE-TURNAROUND-LINE - AVERAGE THE WS-TA- TOTALS INTO
009880*                              HOURS AND PRINT THE LINE WHOSE
009890*                              KEY AND NAME THE CALLER SET
009900*----------------------------------------------------------------
009910 2800-WRITE-TURNAROUND-LINE.
009920     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
009930         PERFORM 2900-START-SECTION-PAGE THRU 2900-EXIT
009940     END-IF.
009950     MOVE WS-TA-EP-COUNT TO TL-EP-COUNT.
009960     MOVE ZERO TO WS-AVG-HOURS.
009970     IF WS-TA-EP-COUNT > ZERO
009980         COMPUTE WS-AVG-HOURS ROUNDED =
009990             WS-TA-EP-SECONDS / WS-TA-EP-COUNT / 3600
010000     END-IF.
010010     MOVE WS-AVG-HOURS TO TL-EP-AVG.
010020     MOVE WS-TA-PS-COUNT TO TL-PS-COUNT.
010030     MOVE ZERO TO WS-AVG-HOURS.
010040     IF WS-TA-PS-COUNT > ZERO
010050         COMPUTE WS-AVG-HOURS ROUNDED =
010060             WS-TA-PS-SECONDS / WS-TA-PS-COUNT / 3600
010070     END-IF.
010080     MOVE WS-AVG-HOURS TO TL-PS-AVG.
010090     WRITE PRINT-RECORD FROM WS-RPT-TURN-DETAIL.
010100     ADD 1 TO WS-LINE-COUNT.
010110 2800-EXIT.
010120     EXIT.
010130*----------------------------------------------------------------
010140* 2900-START-SECTION-PAGE - NEW PAGE WITH THE TITLE AND COLUMN
010150*                           LINES OF THE SECTION BEING PRINTED
010160*----------------------------------------------------------------
010170 2900-START-SECTION-PAGE.
010180     PERFORM 1030-WRITE-REPORT-HEADING THRU 1030-EXIT.
010190     WRITE PRINT-RECORD FROM WS-CUR-TITLE.
010200     WRITE PRINT-RECORD FROM WS-CUR-COLUMNS-1.
010210     ADD 5 TO WS-LINE-COUNT.
010220     IF WS-CUR-COLUMNS-2 NOT = SPACES
010230         WRITE PRINT-RECORD FROM WS-CUR-COLUMNS-2
010240         ADD 1 TO WS-LINE-COUNT
010250     END-IF.
010260 2900-EXIT.
010270     EXIT.
010280*----------------------------------------------------------------
010290* 3000-FINALIZE - PRINT THE RUN SUMMARY, LOG THE RUN TO THE
010300*                 AUDIT FILE AND CLOSE UP
010310*----------------------------------------------------------------
010320 3000-FINALIZE.
010330     PERFORM 1030-WRITE-REPORT-HEADING THRU 1030-EXIT.
010340     WRITE PRINT-RECORD FROM WS-RPT-SUMMARY-TITLE.
010350     IF BATCH-TABLE-FULL
010360         WRITE PRINT-RECORD FROM WS-RPT-INCOMPLETE
010370     END-IF.
010380     MOVE WS-STATUS-READ TO RS-READ.
010390     MOVE WS-WINDOW-BATCHES TO RS-WINDOW.
010400     MOVE WS-STALLED-COUNT TO RS-STALLED.
010410     WRITE PRINT-RECORD FROM WS-RPT-SUMMARY.
010420     WRITE PRINT-RECORD FROM WS-RPT-FOOTER.
010430     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
010440     CLOSE RPT-FILE.
010450 3000-EXIT.
010460     EXIT.
010470*----------------------------------------------------------------
010480* 7100-CHECK-LEAP-YEAR - SET THE LEAP SWITCH FOR WS-CHK-YEAR:
010490*                        DIVISIBLE BY 4, EXCEPT CENTURIES NOT
010500*                        DIVISIBLE BY 400
010510*----------------------------------------------------------------
010520 7100-CHECK-LEAP-YEAR.
010530     MOVE 'N' TO WS-LEAP-SW.
010540     DIVIDE WS-CHK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
010550         REMAINDER WS-LEAP-REMAINDER.
010560     IF WS-LEAP-REMAINDER NOT = ZERO
010570         GO TO 7100-EXIT
010580     END-IF.
010590     SET LEAP-YEAR TO TRUE.
010600     DIVIDE WS-CHK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
010610         REMAINDER WS-LEAP-REMAINDER.
010620     IF WS-LEAP-REMAINDER NOT = ZERO
010630         GO TO 7100-EXIT
010640     END-IF.
010650     DIVIDE WS-CHK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
010660         REMAINDER WS-LEAP-REMAINDER.
010670     IF WS-LEAP-REMAINDER NOT = ZERO
010680         MOVE 'N' TO WS-LEAP-SW
010690     END-IF.
010700 7100-EXIT.
010710     EXIT.
010720*----------------------------------------------------------------
010730* 7200-DAY-NUMBER - DAY NUMBER OF WS-CHECK-DATE: THE DAYS IN
010740*                   THE WHOLE YEARS BEFORE IT, LESS THE SKIPPED
010750*                   CENTURY LEAP DAYS, PLUS ITS DAY OF THE YEAR
010760*----------------------------------------------------------------
010770 7200-DAY-NUMBER.
010780     COMPUTE WS-DN-YEARS = WS-CHK-YEAR - 1.
010790     DIVIDE WS-DN-YEARS BY 4 GIVING WS-DN-Q4.
010800     DIVIDE WS-DN-YEARS BY 100 GIVING WS-DN-Q100.
010810     DIVIDE WS-DN-YEARS BY 400 GIVING WS-DN-Q400.
010820     COMPUTE WS-DAY-NUMBER = (WS-DN-YEARS * 365) + WS-DN-Q4
010830         - WS-DN-Q100 + WS-DN-Q400
010840         + WS-DAYS-BEFORE (WS-CHK-MONTH) + WS-CHK-DAY.
010850     IF WS-CHK-MONTH > 2
010860         PERFORM 7100-CHECK-LEAP-YEAR THRU 7100-EXIT
010870         IF LEAP-YEAR
010880             ADD 1 TO WS-DAY-NUMBER
010890         END-IF
010900     END-IF.
010910 7200-EXIT.
010920     EXIT.
010930*----------------------------------------------------------------
010940* 7300-BACK-ONE-DAY - STEP WS-CHECK-DATE BACK ONE CALENDAR DAY
010950*----------------------------------------------------------------
010960 7300-BACK-ONE-DAY.
010970     IF WS-CHK-DAY > 1
010980         SUBTRACT 1 FROM WS-CHK-DAY
010990         GO TO 7300-EXIT
011000     END-IF.
011010     IF WS-CHK-MONTH > 1
011020         SUBTRACT 1 FROM WS-CHK-MONTH
011030     ELSE
011040         MOVE 12 TO WS-CHK-MONTH
011050         SUBTRACT 1 FROM WS-CHK-YEAR
011060     END-IF.
011070     MOVE WS-MONTH-DAYS (WS-CHK-MONTH) TO WS-CHK-DAY.
011080     IF WS-CHK-MONTH = 2
011090         PERFORM 7100-CHECK-LEAP-YEAR THRU 7100-EXIT
011100         IF LEAP-YEAR
011110             MOVE 29 TO WS-CHK-DAY
011120         END-IF
011130     END-IF.
011140 7300-EXIT.
011150     EXIT.
011160*----------------------------------------------------------------
011170* 7400-STAMP-SECONDS - WS-CHECK-DATE AND WS-WORK-TIME AS SECONDS
011180*                      SINCE DAY 1, WITH THE DAY NUMBER LEFT IN
011190*                      WS-DAY-NUMBER. A ZERO, UNNUMERIC OR
011200*                      IMPOSSIBLE STAMP IS FLAGGED NOT VALID.
011210*----------------------------------------------------------------
011220 7400-STAMP-SECONDS.
011230     MOVE 'N' TO WS-STAMP-VALID-SW.
011240     MOVE ZERO TO WS-STAMP-SECONDS.
011250     IF WS-CHECK-DATE IS NOT NUMERIC
011260         OR WS-WORK-TIME IS NOT NUMERIC
011270         OR WS-CHECK-DATE = ZERO
011280         GO TO 7400-EXIT
011290     END-IF.
011300     IF WS-CHK-YEAR = ZERO
011310         OR WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12
011320         OR WS-CHK-DAY < 1 OR WS-CHK-DAY > 31
011330         OR WS-WT-HOURS > 23 OR WS-WT-MINUTES > 59
011340         OR WS-WT-SECONDS > 59
011350         GO TO 7400-EXIT
011360     END-IF.
011370     PERFORM 7200-DAY-NUMBER THRU 7200-EXIT.
011380     COMPUTE WS-STAMP-SECONDS = (WS-DAY-NUMBER * 86400)
011390         + (WS-WT-HOURS * 3600) + (WS-WT-MINUTES * 60)
011400         + WS-WT-SECONDS.
011410     SET STAMP-VALID TO TRUE.
011420 7400-EXIT.
011430     EXIT.
011440*----------------------------------------------------------------
011450* 8000-WRITE-AUDIT-RECORD - APPEND ONE RECORD TO AUDITLOG GIVING
011460*                           THE PARAMETERS, THE STALLED COUNT
011470*                           AND RETURN CODE FOR THIS RUN
011480*----------------------------------------------------------------
011490 8000-WRITE-AUDIT-RECORD.
011500     OPEN EXTEND AUDIT-FILE.
011510     IF NOT WS-AUDIT-FILE-FOUND
011520         OPEN OUTPUT AUDIT-FILE
011530     END-IF.
011540     MOVE SPACES TO AUDIT-RECORD.
011550     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
011560     MOVE 'BATAGE' TO AUDIT-PROGRAM-ID.
011570     MOVE WS-STATUS-READ TO WS-COUNT-DISP.
011580     STRING 'HRS=' WS-STALL-HOURS ' WKS=' WS-TREND-WEEKS
011590         ' READ=' WS-COUNT-DISP
011600         DELIMITED BY SIZE INTO AUDIT-INPUTS.
011610     MOVE WS-STALLED-COUNT TO AUDIT-RESULT.
011620     MOVE WS-RETURN-CODE TO AUDIT-RETURN-CODE.
011630     WRITE AUDIT-RECORD.
011640     CLOSE AUDIT-FILE.
011650 8000-EXIT.
011660     EXIT.
