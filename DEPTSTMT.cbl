000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  DEPTSTMT.
000030 AUTHOR. D-GOODWIN.
000040 INSTALLATION. BATCH-CONTROL-GROUP.
000050 DATE-WRITTEN. 2026-09-18.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  ------------------------------------------
000120* 2026-09-18  DG   NEW PROGRAM. MONTHLY CHARGEBACK STATEMENT,
000130*                  ONE PAGE PER SENDING DEPARTMENT, FOR THE
000140*                  MONTH ON THE STMPARM CARD (DEFAULT THE RUN
000150*                  DATE'S MONTH). EVERY BATCH POSTED IN THE
000160*                  MONTH (GLHIST) IS TIED TO ITS DEPARTMENT
000170*                  THROUGH THE POSTED-BATCH REGISTER'S FILE ID
000180*                  (BATCHREG) AND THE DEPARTMENT MASTER
000190*                  (DEPTMST), AND LISTED WITH ITS CONTROL DATE,
000200*                  DOLLAR NET AND THE CORPORATE ACCOUNT GLPOST
000210*                  CODES IT TO (GLACCTM). EACH PAGE ALSO SHOWS
000220*                  THE DEPARTMENT'S RECORDS REJECTED ON EDIT
000230*                  (TRANREJV) AND THE EXPECTED NIGHTS IT SENT NO
000240*                  FILE (DEPTMST EXPECTED DAYS AGAINST RUNCTL).
000250*                  BATCHES NO DEPARTMENT CAN BE FOUND FOR PRINT
000260*                  ON A PAGE OF THEIR OWN SO THE STATEMENTS
000270*                  STILL ADD UP TO THE MONTH'S POSTINGS.
000271* 2026-10-07  DG   GLHIST WIDENED TO 80 BYTES WITH THE CURRENCY
000272*                  EACH BATCH WAS SENT IN AND ITS NET IN THAT
000273*                  CURRENCY - THE LOCAL HISTORY LAYOUT GREW WITH
000274*                  IT. THE DOLLAR FIGURES THIS JOB USES ARE
000275*                  UNCHANGED.
000276* 2026-10-15  DG   GLHIST WIDENED TO 90 BYTES WITH THE PERIOD
000277*                  GLPOST BOOKED EACH BATCH TO (HIST-BOOK-
000278*                  PERIOD) - THE LOCAL HISTORY LAYOUT GREW WITH
000279*                  IT. NOTHING THIS JOB DOES CHANGES.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT PARM-FILE ASSIGN TO "SYSIN"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-PARM-FILE-STATUS.
000350     SELECT DEPT-FILE ASSIGN TO "DEPTMST"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-DEPT-FILE-STATUS.
000380     SELECT ACCT-FILE ASSIGN TO "GLACCTM"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-ACCT-FILE-STATUS.
000410     SELECT MANIFEST-FILE ASSIGN TO "NIGHTMAN"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-MANIFEST-FILE-STATUS.
000440     SELECT HIST-FILE ASSIGN TO "GLHIST"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-HIST-FILE-STATUS.
000470     SELECT BATREG-FILE ASSIGN TO "BATCHREG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-BATREG-FILE-STATUS.
000500     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
000530     SELECT REJVS-FILE ASSIGN TO "TRANREJV"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS REJ-KEY
000570         FILE STATUS IS WS-REJVS-FILE-STATUS.
000580     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000610     SELECT RPT-FILE ASSIGN TO "DEPTSTRP"
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  PARM-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY STMPARM.
000680 FD  DEPT-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY DEPTMST.
000710 FD  ACCT-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY GLACCT.
000740 FD  MANIFEST-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY MANREC.
000770 FD  HIST-FILE
000780     LABEL RECORDS ARE STANDARD
000790     RECORDING MODE IS F.
000800 01  HIST-RECORD.
000810     05 HIST-SOURCE-PROGRAM     PIC X(08).
000820     05 HIST-RUN-DATE           PIC 9(08).
000830     05 HIST-AMOUNT             PIC S9(09).
000840     05 HIST-BATCH-ID           PIC X(04).
000850     05 HIST-DOLLAR-AMOUNT      PIC S9(11)V99.
000860     05 HIST-CONTROL-DATE       PIC X(08).
000870     05 HIST-ENTRY-TYPE         PIC X(01).
000880         88 HIST-REVERSAL-ENTRY          VALUE 'R'.
000890     05 HIST-ORIG-RUN-DATE      PIC 9(08).
000895     05 HIST-CURRENCY-CODE      PIC X(03).
000900     05 HIST-CURR-AMOUNT        PIC S9(11)V99.
000902     05 HIST-BOOK-PERIOD        PIC 9(06).
000905     05 FILLER                  PIC X(09).
000910 FD  BATREG-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY BATREG.
000940 FD  RUNCTL-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY RUNCTL.
000970 FD  REJVS-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY TRANREJR.
001000 FD  AUDIT-FILE
001010     LABEL RECORDS ARE STANDARD.
001020     COPY AUDITREC.
001030 FD  RPT-FILE
001040     LABEL RECORDS ARE STANDARD.
001050     COPY PRTLINE.
001060 WORKING-STORAGE SECTION.
001070*----------------------------------------------------------------
001080* SWITCHES
001090*----------------------------------------------------------------
001100 01  WS-SWITCHES.
001110     05 WS-PARM-EOF-SW      PIC X(01) VALUE 'N'.
001120         88 END-OF-PARM-FILE           VALUE 'Y'.
001130     05 WS-DEPT-EOF-SW      PIC X(01) VALUE 'N'.
001140         88 END-OF-DEPT-FILE           VALUE 'Y'.
001150     05 WS-ACCT-EOF-SW      PIC X(01) VALUE 'N'.
001160         88 END-OF-ACCT-FILE           VALUE 'Y'.
001170     05 WS-MANIFEST-EOF-SW  PIC X(01) VALUE 'N'.
001180         88 END-OF-MANIFEST-FILE       VALUE 'Y'.
001190     05 WS-HIST-EOF-SW      PIC X(01) VALUE 'N'.
001200         88 END-OF-HIST-FILE           VALUE 'Y'.
001210     05 WS-BATREG-EOF-SW    PIC X(01) VALUE 'N'.
001220         88 END-OF-BATREG-FILE         VALUE 'Y'.
001230     05 WS-RUNCTL-EOF-SW    PIC X(01) VALUE 'N'.
001240         88 END-OF-RUNCTL-FILE         VALUE 'Y'.
001250     05 WS-REJVS-EOF-SW     PIC X(01) VALUE 'N'.
001260         88 END-OF-REJVS-FILE          VALUE 'Y'.
001270     05 WS-ACCT-FOUND-SW    PIC X(01) VALUE 'N'.
001280         88 MAPPING-FOUND              VALUE 'Y'.
001290     05 WS-BATCH-FULL-SW    PIC X(01) VALUE 'N'.
001300         88 BATCH-TABLE-FULL           VALUE 'Y'.
001310 01  WS-PARM-FILE-STATUS    PIC X(02) VALUE SPACES.
001320     88 WS-PARM-FILE-FOUND            VALUE '00'.
001330 01  WS-DEPT-FILE-STATUS    PIC X(02) VALUE SPACES.
001340     88 WS-DEPT-FILE-FOUND             VALUE '00'.
001350 01  WS-ACCT-FILE-STATUS    PIC X(02) VALUE SPACES.
001360     88 WS-ACCT-FILE-FOUND             VALUE '00'.
001370 01  WS-MANIFEST-FILE-STATUS PIC X(02) VALUE SPACES.
001380     88 WS-MANIFEST-FILE-FOUND         VALUE '00'.
001390 01  WS-HIST-FILE-STATUS    PIC X(02) VALUE SPACES.
001400     88 WS-HIST-FILE-FOUND             VALUE '00'.
001410 01  WS-BATREG-FILE-STATUS  PIC X(02) VALUE SPACES.
001420     88 WS-BATREG-FILE-FOUND           VALUE '00'.
001430 01  WS-RUNCTL-FILE-STATUS  PIC X(02) VALUE SPACES.
001440     88 WS-RUNCTL-FILE-FOUND           VALUE '00'.
001450 01  WS-REJVS-FILE-STATUS   PIC X(02) VALUE SPACES.
001460     88 WS-REJVS-OK                    VALUE '00'.
001470 01  WS-AUDIT-FILE-STATUS   PIC X(02) VALUE SPACES.
001480     88 WS-AUDIT-FILE-FOUND            VALUE '00'.
001490*----------------------------------------------------------------
001500* CURRENT SYSTEM DATE AND THE STATEMENT MONTH
001510*----------------------------------------------------------------
001520 01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001530 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
001540     05 WS-RUN-YYYYMM       PIC 9(06).
001550     05 WS-RUN-DD           PIC 9(02).
001560 01  WS-STMT-MONTH           PIC 9(06) VALUE ZERO.
001570 01  WS-STMT-MONTH-PARTS REDEFINES WS-STMT-MONTH.
001580     05 WS-STMT-YEAR        PIC 9(04).
001590     05 WS-STMT-MON         PIC 9(02).
001600 01  WS-MONTH-LAST-DAY       PIC 9(02) VALUE ZERO.
001610 01  WS-NIGHTS-THRU-DAY      PIC 9(02) VALUE ZERO.
001620 01  WS-FIRST-WEEKDAY        PIC 9(01) VALUE ZERO.
001630 01  WS-MONTH-DAYS-VALUES    PIC X(24) VALUE
001640     '312831303130313130313031'.
001650 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001660     05 WS-MONTH-DAYS       OCCURS 12 TIMES PIC 9(02).
001670 01  WS-LEAP-QUOTIENT        PIC 9(04) VALUE ZERO.
001680 01  WS-LEAP-REMAINDER       PIC 9(04) VALUE ZERO.
001690 01  WS-LEAP-SW              PIC X(01) VALUE 'N'.
001700     88 LEAP-YEAR                      VALUE 'Y'.
001710*----------------------------------------------------------------
001720* GENERAL DATE BREAKDOWN - THE HISTORY RUN DATE, A RUNCTL OR
001730* REJECT DATE, OR A NIGHT OF THE MONTH BEING LISTED
001740*----------------------------------------------------------------
001750 01  WS-WORK-DATE            PIC 9(08) VALUE ZERO.
001760 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE
001770                             PIC X(08).
001780 01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
001790     05 WS-WORK-YYYYMM      PIC 9(06).
001800     05 WS-WORK-DD          PIC 9(02).
001810*----------------------------------------------------------------
001820* DAY-OF-WEEK WORK FIELDS FOR ZELLER'S CONGRUENCE IN 7200 -
001830* JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE YEAR
001840* BEFORE. WS-WEEKDAY COMES OUT 1 (MONDAY) THRU 7 (SUNDAY), THE
001850* SAME ORDER AS DM-EXPECT-DAY ON THE DEPARTMENT MASTER.
001860*----------------------------------------------------------------
001870 01  WS-CHECK-DATE           PIC 9(08) VALUE ZERO.
001880 01  WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
001890     05 WS-CHK-YEAR         PIC 9(04).
001900     05 WS-CHK-MONTH        PIC 9(02).
001910     05 WS-CHK-DAY          PIC 9(02).
001920 01  WS-ZYEAR                PIC 9(04) VALUE ZERO.
001930 01  WS-ZMONTH               PIC 9(02) VALUE ZERO.
001940 01  WS-ZCENTURY             PIC 9(02) VALUE ZERO.
001950 01  WS-ZYEAR-OF-CENT        PIC 9(02) VALUE ZERO.
001960 01  WS-ZTERM1               PIC 9(04) VALUE ZERO.
001970 01  WS-ZTERM2               PIC 9(02) VALUE ZERO.
001980 01  WS-ZTERM3               PIC 9(02) VALUE ZERO.
001990 01  WS-ZWORK                PIC 9(04) VALUE ZERO.
002000 01  WS-ZQUOT                PIC 9(04) VALUE ZERO.
002010 01  WS-ZREM                 PIC 9(01) VALUE ZERO.
002020 01  WS-WEEKDAY              PIC 9(01) VALUE ZERO.
002030*----------------------------------------------------------------
002040* DEPARTMENT TABLE, LOADED FROM THE MASTER, WITH THE MONTH'S
002050* REJECT COUNT AND ONE ARRIVED FLAG PER NIGHT OF THE MONTH SET
002060* FROM THE TRANREJV AND RUNCTL SCANS
002070*----------------------------------------------------------------
002080 01  WS-DEPT-TABLE.
002090     05 WS-DEPT-MAX         PIC 9(03) COMP VALUE 50.
002100     05 WS-DEPT-ENTRIES     PIC 9(03) COMP VALUE ZERO.
002110     05 WS-DEPT-IX          PIC 9(03) COMP VALUE ZERO.
002120     05 WS-DEPT-ENTRY OCCURS 50 TIMES.
002130         10 WS-DE-DEPT-ID       PIC X(08).
002140         10 WS-DE-DEPT-NAME     PIC X(30).
002150         10 WS-DE-EXPECT-DAYS.
002160             15 WS-DE-EXPECT-DAY OCCURS 7 TIMES PIC X(01).
002170         10 WS-DE-TRANS-FILE-ID PIC X(08).
002180         10 WS-DE-CONTACT       PIC X(30).
002190         10 WS-DE-REJECTS       PIC 9(07) COMP.
002200         10 WS-DE-NIGHTS.
002210             15 WS-DE-NIGHT-SW  OCCURS 31 TIMES PIC X(01).
002220*----------------------------------------------------------------
002230* ACCOUNT-MAPPING TABLE, LOADED FROM GLACCTM - THE SAME CODING
002240* GLPOST APPLIES: THE ENTRY FOR THE BATCH ID WITH THE HIGHEST
002250* EFFECTIVE DATE NOT PAST THE RUN DATE (A REVERSAL AS OF THE
002260* RUN DATE OF THE BATCH IT REVERSES), ELSE SUSPENSE
002270*----------------------------------------------------------------
002280 01  WS-ACCT-TABLE.
002290     05 WS-ACCT-MAX         PIC 9(03) COMP VALUE 100.
002300     05 WS-ACCT-ENTRIES     PIC 9(03) COMP VALUE ZERO.
002310     05 WS-ACCT-IX          PIC 9(03) COMP VALUE ZERO.
002320     05 WS-ACCT-ENTRY OCCURS 100 TIMES.
002330         10 WS-AC-BATCH-ID      PIC X(04).
002340         10 WS-AC-ACCOUNT-NO    PIC X(08).
002350         10 WS-AC-EFF-DATE      PIC 9(08).
002360 01  WS-SUSPENSE-ACCT       PIC X(08) VALUE 'SUSPENSE'.
002370 01  WS-POST-ACCOUNT        PIC X(08) VALUE SPACES.
002380 01  WS-BEST-EFF-DATE       PIC 9(08) VALUE ZERO.
002390 01  WS-CODING-DATE         PIC 9(08) VALUE ZERO.
002400*----------------------------------------------------------------
002410* RAW-TO-VALIDATED FILE ID PAIRS FROM THE NIGHT-RUN MANIFEST -
002420* TRANEDIT FILES A REJECT UNDER THE RAW FILE IT READ, WHILE THE
002430* DEPARTMENT MASTER CARRIES THE VALIDATED FILE ID
002440*----------------------------------------------------------------
002450 01  WS-MAN-TABLE.
002460     05 WS-MAN-MAX          PIC 9(03) COMP VALUE 50.
002470     05 WS-MAN-ENTRIES      PIC 9(03) COMP VALUE ZERO.
002480     05 WS-MAN-IX           PIC 9(03) COMP VALUE ZERO.
002490     05 WS-MAN-ENTRY OCCURS 50 TIMES.
002500         10 WS-MN-RAW-FILE-ID   PIC X(08).
002510         10 WS-MN-TRANS-FILE-ID PIC X(08).
002520 01  WS-MATCH-FILE-ID       PIC X(08) VALUE SPACES.
002530 01  WS-MATCH-DEPT-IX       PIC 9(03) COMP VALUE ZERO.
002540*----------------------------------------------------------------
002550* THE MONTH'S POSTED BATCHES FROM GLHIST, WITH THE FILE ID
002560* FROM THE REGISTER, THE ACCOUNT AND THE OWNING DEPARTMENT
002570* (ZERO = NOT TIED TO A DEPARTMENT)
002580*----------------------------------------------------------------
002590 01  WS-BATCH-TABLE.
002600     05 WS-BATCH-MAX        PIC 9(04) COMP VALUE 500.
002610     05 WS-BATCH-ENTRIES    PIC 9(04) COMP VALUE ZERO.
002620     05 WS-BATCH-IX         PIC 9(04) COMP VALUE ZERO.
002630     05 WS-BATCH-ENTRY OCCURS 500 TIMES.
002640         10 WS-BT-BATCH-ID      PIC X(04).
002650         10 WS-BT-CONTROL-DATE  PIC X(08).
002660         10 WS-BT-RUN-DATE      PIC 9(08).
002670         10 WS-BT-ENTRY-TYPE    PIC X(01).
002680         10 WS-BT-ORIG-RUN-DATE PIC 9(08).
002690         10 WS-BT-DOLLARS       PIC S9(11)V99.
002700         10 WS-BT-FILE-ID       PIC X(08).
002710         10 WS-BT-ACCOUNT       PIC X(08).
002720         10 WS-BT-DEPT-IX       PIC 9(03) COMP.
002730*----------------------------------------------------------------
002740* NIGHT-BY-NIGHT WORK FIELDS FOR THE EXPECTED-NIGHTS COUNT
002750*----------------------------------------------------------------
002760 01  WS-NIGHT-DAY           PIC 9(02) COMP VALUE ZERO.
002770 01  WS-NIGHT-OFFSET        PIC 9(04) COMP VALUE ZERO.
002780 01  WS-NIGHT-QUOT          PIC 9(04) COMP VALUE ZERO.
002790 01  WS-NIGHT-REM           PIC 9(01) VALUE ZERO.
002800 01  WS-DATE-SLOT           PIC 9(02) COMP VALUE ZERO.
002810*----------------------------------------------------------------
002820* COUNTERS AND TOTALS
002830*----------------------------------------------------------------
002840 01  WS-COUNTERS.
002850     05 WS-DEPT-BATCHES     PIC 9(05) COMP VALUE ZERO.
002860     05 WS-NIGHTS-EXPECTED  PIC 9(03) COMP VALUE ZERO.
002870     05 WS-NIGHTS-MISSED    PIC 9(03) COMP VALUE ZERO.
002880     05 WS-TOTAL-BATCHES    PIC 9(05) COMP VALUE ZERO.
002890     05 WS-UNASSIGNED-COUNT PIC 9(05) COMP VALUE ZERO.
002900     05 WS-UNTIED-REJECTS   PIC 9(07) COMP VALUE ZERO.
002910     05 WS-RETURN-CODE      PIC 9(04) COMP VALUE ZERO.
002920 01  WS-DEPT-DOLLARS        PIC S9(11)V99 VALUE ZERO.
002930 01  WS-UNASSIGNED-DOLLARS  PIC S9(11)V99 VALUE ZERO.
002940 01  WS-GRAND-DOLLARS       PIC S9(11)V99 VALUE ZERO.
002950 01  WS-COUNT-DISP          PIC 9(07) VALUE ZERO.
002960*----------------------------------------------------------------
002970* PRINTED-REPORT CONTROLS AND LINE LAYOUTS
002980*----------------------------------------------------------------
002990     COPY RPTHDR.
003000 01  WS-RPT-CONTROLS.
003010     05 WS-PAGE-NUMBER      PIC 9(04) COMP VALUE ZERO.
003020     05 WS-LINE-COUNT       PIC 9(03) COMP VALUE ZERO.
003030     05 WS-LINES-PER-PAGE   PIC 9(03) COMP VALUE 060.
003040 01  WS-RPT-PARAMETERS      PIC X(100) VALUE SPACES.
003050 01  WS-RPT-RUN-DATE        PIC X(10)  VALUE SPACES.
003060 01  WS-RPT-STMT-TITLE.
003070     05 ST-CTL              PIC X(01) VALUE '0'.
003080     05 FILLER              PIC X(31) VALUE
003090         'CHARGEBACK STATEMENT FOR MONTH '.
003100     05 ST-MONTH            PIC 9(06).
003110     05 FILLER              PIC X(95) VALUE SPACES.
003120 01  WS-RPT-STMT-DEPT.
003130     05 SD-CTL              PIC X(01) VALUE ' '.
003140     05 FILLER              PIC X(12) VALUE 'DEPARTMENT  '.
003150     05 SD-DEPT-ID          PIC X(08).
003160     05 FILLER              PIC X(02) VALUE SPACES.
003170     05 SD-DEPT-NAME        PIC X(30).
003180     05 FILLER              PIC X(10) VALUE '  FILE ID '.
003190     05 SD-FILE-ID          PIC X(08).
003200     05 FILLER              PIC X(62) VALUE SPACES.
003210 01  WS-RPT-STMT-CONTACT.
003220     05 SC-CTL              PIC X(01) VALUE ' '.
003230     05 FILLER              PIC X(12) VALUE 'CONTACT     '.
003240     05 SC-CONTACT          PIC X(30).
003250     05 FILLER              PIC X(90) VALUE SPACES.
003260 01  WS-RPT-CONTINUED.
003270     05 CN-CTL              PIC X(01) VALUE ' '.
003280     05 FILLER              PIC X(22) VALUE
003290         'STATEMENT CONTINUED - '.
003300     05 CN-DEPT-ID          PIC X(08).
003310     05 FILLER              PIC X(102) VALUE SPACES.
003320 01  WS-RPT-COLUMNS.
003330     05 CH-CTL              PIC X(01) VALUE '0'.
003340     05 FILLER              PIC X(14) VALUE 'CTL DATE'.
003350     05 FILLER              PIC X(07) VALUE 'BATCH'.
003360     05 FILLER              PIC X(11) VALUE 'POSTED ON'.
003370     05 FILLER              PIC X(17) VALUE 'ACCOUNT'.
003380     05 FILLER              PIC X(10) VALUE 'DOLLAR NET'.
003390     05 FILLER              PIC X(02) VALUE SPACES.
003400     05 FILLER              PIC X(04) VALUE 'NOTE'.
003410     05 FILLER              PIC X(67) VALUE SPACES.
003420 01  WS-RPT-DETAIL.
003430     05 DT-CTL              PIC X(01) VALUE ' '.
003440     05 DT-CONTROL-DATE     PIC X(08).
003450     05 FILLER              PIC X(06) VALUE SPACES.
003460     05 DT-BATCH-ID         PIC X(04).
003470     05 FILLER              PIC X(03) VALUE SPACES.
003480     05 DT-RUN-DATE         PIC 9(08).
003490     05 FILLER              PIC X(03) VALUE SPACES.
003500     05 DT-ACCOUNT          PIC X(08).
003510     05 FILLER              PIC X(04) VALUE SPACES.
003520     05 DT-DOLLARS          PIC Z(10)9.99-.
003530     05 FILLER              PIC X(02) VALUE SPACES.
003540     05 DT-NOTE             PIC X(10).
003550     05 FILLER              PIC X(61) VALUE SPACES.
003560 01  WS-RPT-NO-BATCHES.
003570     05 NB-CTL              PIC X(01) VALUE ' '.
003580     05 FILLER              PIC X(40) VALUE
003590         'NO BATCHES POSTED FOR THE MONTH'.
003600     05 FILLER              PIC X(92) VALUE SPACES.
003610 01  WS-RPT-STMT-TOTAL.
003620     05 TT-CTL              PIC X(01) VALUE '0'.
003630     05 FILLER              PIC X(16) VALUE 'BATCHES POSTED: '.
003640     05 TT-BATCHES          PIC ZZZ9.
003650     05 FILLER              PIC X(24) VALUE
003660         '    DOLLAR NET CHARGED: '.
003670     05 TT-DOLLARS          PIC Z(10)9.99-.
003680     05 FILLER              PIC X(73) VALUE SPACES.
003690 01  WS-RPT-STMT-REJECTS.
003700     05 RJ-CTL              PIC X(01) VALUE '0'.
003710     05 FILLER              PIC X(37) VALUE
003720         'RECORDS REJECTED ON EDIT THIS MONTH: '.
003730     05 RJ-COUNT            PIC ZZZZZZ9.
003740     05 FILLER              PIC X(88) VALUE SPACES.
003750 01  WS-RPT-STMT-NIGHTS.
003760     05 NT-CTL              PIC X(01) VALUE ' '.
003770     05 FILLER              PIC X(17) VALUE 'NIGHTS EXPECTED: '.
003780     05 NT-EXPECTED         PIC ZZ9.
003790     05 FILLER              PIC X(25) VALUE
003800         '    NIGHTS WITH NO FILE: '.
003810     05 NT-MISSED           PIC ZZ9.
003820     05 FILLER              PIC X(84) VALUE SPACES.
003830 01  WS-RPT-MISSED-DATES.
003840     05 MD-CTL              PIC X(01) VALUE ' '.
003850     05 FILLER              PIC X(16) VALUE '  NO FILE FOR:  '.
003860     05 MD-DATE-LIST.
003870         10 MD-DATE-SLOT    OCCURS 8 TIMES.
003880             15 MD-DATE     PIC X(08).
003890             15 FILLER      PIC X(02).
003900     05 FILLER              PIC X(36) VALUE SPACES.
003910 01  WS-RPT-UNASSIGNED-TITLE.
003920     05 UT-CTL              PIC X(01) VALUE '0'.
003930     05 FILLER              PIC X(34) VALUE
003940         'BATCHES NOT TIED TO A DEPARTMENT -'.
003950     05 FILLER              PIC X(44) VALUE
003960         ' NOT ON BATCHREG OR FILE ID NOT ON DEPTMST'.
003970     05 FILLER              PIC X(54) VALUE SPACES.
003980 01  WS-RPT-SUMMARY-TITLE.
003990     05 SM-CTL              PIC X(01) VALUE '0'.
004000     05 FILLER              PIC X(30) VALUE
004010         'STATEMENT RUN SUMMARY'.
004020     05 FILLER              PIC X(102) VALUE SPACES.
004030 01  WS-RPT-SUMMARY.
004040     05 RS-CTL              PIC X(01) VALUE '0'.
004050     05 FILLER              PIC X(13) VALUE 'DEPARTMENTS: '.
004060     05 RS-DEPTS            PIC ZZZ9.
004070     05 FILLER              PIC X(11) VALUE '  BATCHES: '.
004080     05 RS-BATCHES          PIC ZZZZ9.
004090     05 FILLER              PIC X(14) VALUE '  UNASSIGNED: '.
004100     05 RS-UNASSIGNED       PIC ZZZZ9.
004110     05 FILLER              PIC X(11) VALUE '  DOLLARS: '.
004120     05 RS-DOLLARS          PIC Z(10)9.99-.
004130     05 FILLER              PIC X(54) VALUE SPACES.
004140 01  WS-RPT-SUMMARY-REJECTS.
004150     05 RR-CTL              PIC X(01) VALUE ' '.
004160     05 FILLER              PIC X(39) VALUE
004170         'REJECTS NOT TIED TO A DEPARTMENT:      '.
004180     05 RR-COUNT            PIC ZZZZZZ9.
004190     05 FILLER              PIC X(86) VALUE SPACES.
004200 01  WS-RPT-INCOMPLETE.
004210     05 IC-CTL              PIC X(01) VALUE '0'.
004220     05 FILLER              PIC X(40) VALUE
004230         '*** BATCH TABLE FULL - STATEMENTS DO NOT'.
004240     05 FILLER              PIC X(40) VALUE
004250         ' COVER THE WHOLE MONTH ***'.
004260     05 FILLER              PIC X(52) VALUE SPACES.
004270 PROCEDURE DIVISION.
004280*================================================================
004290* 0000-MAINLINE
004300*================================================================
004310 0000-MAINLINE.
004320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004330     PERFORM 1100-LOAD-DEPT-MASTER THRU 1100-EXIT.
004340     PERFORM 1200-LOAD-ACCOUNT-MAP THRU 1200-EXIT.
004350     PERFORM 1300-LOAD-MANIFEST THRU 1300-EXIT.
004360     PERFORM 1400-LOAD-MONTH-HISTORY THRU 1400-EXIT.
004370     PERFORM 1500-SCAN-BATCH-REGISTER THRU 1500-EXIT.
004380     PERFORM 1600-SCAN-RUN-CONTROL THRU 1600-EXIT.
004390     PERFORM 1700-SCAN-REJECTS THRU 1700-EXIT.
004400     PERFORM 1800-TIE-ONE-BATCH THRU 1800-EXIT
004410         VARYING WS-BATCH-IX FROM 1 BY 1
004420         UNTIL WS-BATCH-IX > WS-BATCH-ENTRIES.
004430     MOVE ZERO TO WS-DEPT-IX.
004440     PERFORM 2000-PRINT-ONE-STATEMENT THRU 2000-EXIT
004450         UNTIL WS-DEPT-IX NOT < WS-DEPT-ENTRIES.
004460     IF WS-UNASSIGNED-COUNT > ZERO
004470         PERFORM 2500-PRINT-UNASSIGNED THRU 2500-EXIT
004480     END-IF.
004490     PERFORM 3000-FINALIZE THRU 3000-EXIT.
004500     STOP RUN RETURNING WS-RETURN-CODE.
004510*----------------------------------------------------------------
004520* 1000-INITIALIZE - PICK UP THE STATEMENT MONTH, WORK OUT ITS
004530*                   LAST DAY, THE LAST NIGHT THAT CAN BE
004540*                   COUNTED AND THE WEEKDAY OF THE FIRST, AND
004550*                   OPEN THE REPORT
004560*----------------------------------------------------------------
004570 1000-INITIALIZE.
004580     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004590     MOVE WS-RUN-YYYYMM TO WS-STMT-MONTH.
004600     PERFORM 1010-READ-PARM-CARD THRU 1010-EXIT.
004610     PERFORM 1030-SET-MONTH-BOUNDS THRU 1030-EXIT.
004620     OPEN OUTPUT RPT-FILE.
004630     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
004640     STRING 'MONTH=' WS-STMT-MONTH
004650         ' NIGHTS-THRU-DAY=' WS-NIGHTS-THRU-DAY
004660         DELIMITED BY SIZE INTO WS-RPT-PARAMETERS.
004670 1000-EXIT.
004680     EXIT.
004690*----------------------------------------------------------------
004700* 1010-READ-PARM-CARD - PICK UP THE STATEMENT-MONTH OVERRIDE
004710*                       FROM SYSIN. NO CARD (OR A BLANK OR ZERO
004720*                       CARD) MEANS THE RUN DATE'S MONTH.
004730*----------------------------------------------------------------
004740 1010-READ-PARM-CARD.
004750     OPEN INPUT PARM-FILE.
004760     IF WS-PARM-FILE-FOUND
004770         READ PARM-FILE
004780             AT END SET END-OF-PARM-FILE TO TRUE
004790         END-READ
004800         IF NOT END-OF-PARM-FILE
004810             IF PARM-STMT-MONTH IS NUMERIC
004820                 AND PARM-STMT-MONTH > ZERO
004830                 MOVE PARM-STMT-MONTH TO WS-STMT-MONTH
004840             END-IF
004850         END-IF
004860         CLOSE PARM-FILE
004870     ELSE
004880         SET END-OF-PARM-FILE TO TRUE
004890     END-IF.
004900 1010-EXIT.
004910     EXIT.
004920*----------------------------------------------------------------
004930* 1020-WRITE-REPORT-HEADING - START A NEW REPORT PAGE
004940*----------------------------------------------------------------
004950 1020-WRITE-REPORT-HEADING.
004960     ADD 1 TO WS-PAGE-NUMBER.
004970     MOVE 'DEPTSTMT'          TO RH1-PROGRAM-NAME.
004980     MOVE WS-RPT-RUN-DATE     TO RH1-RUN-DATE.
004990     MOVE WS-PAGE-NUMBER      TO RH1-PAGE-NUMBER.
005000     MOVE WS-RPT-PARAMETERS   TO RH2-PARAMETERS.
005010     WRITE PRINT-RECORD FROM WS-RPT-HEADING-1.
005020     WRITE PRINT-RECORD FROM WS-RPT-HEADING-2.
005030     WRITE PRINT-RECORD FROM WS-RPT-HEADING-3.
005040     MOVE ZERO TO WS-LINE-COUNT.
005050 1020-EXIT.
005060     EXIT.
005070*----------------------------------------------------------------
005080* 1030-SET-MONTH-BOUNDS - LAST DAY OF THE STATEMENT MONTH, THE
005090*                         WEEKDAY OF ITS FIRST, AND THE LAST
005100*                         NIGHT THE MISSED-FILE COUNT CAN COVER:
005110*                         THE WHOLE MONTH WHEN IT IS OVER, UP TO
005120*                         LAST NIGHT WHEN IT IS THE RUN DATE'S
005130*                         MONTH, NONE WHEN IT IS STILL TO COME
005140*----------------------------------------------------------------
005150 1030-SET-MONTH-BOUNDS.
005160     IF WS-STMT-MON < 1 OR WS-STMT-MON > 12
005170         DISPLAY '*** DEPTSTMT0001W - STATEMENT MONTH '
005180             WS-STMT-MONTH ' IS NOT A VALID YYYYMM - RUN '
005190             'DATE MONTH USED ***'
005200         MOVE WS-RUN-YYYYMM TO WS-STMT-MONTH
005210     END-IF.
005220     MOVE WS-MONTH-DAYS (WS-STMT-MON) TO WS-MONTH-LAST-DAY.
005230     IF WS-STMT-MON = 2
005240         PERFORM 1040-CHECK-LEAP-YEAR THRU 1040-EXIT
005250         IF LEAP-YEAR
005260             MOVE 29 TO WS-MONTH-LAST-DAY
005270         END-IF
005280     END-IF.
005290     IF WS-STMT-MONTH < WS-RUN-YYYYMM
005300         MOVE WS-MONTH-LAST-DAY TO WS-NIGHTS-THRU-DAY
005310     ELSE
005320         IF WS-STMT-MONTH = WS-RUN-YYYYMM
005330             COMPUTE WS-NIGHTS-THRU-DAY = WS-RUN-DD - 1
005340         ELSE
005350             MOVE ZERO TO WS-NIGHTS-THRU-DAY
005360         END-IF
005370     END-IF.
005380     MOVE WS-STMT-YEAR TO WS-CHK-YEAR.
005390     MOVE WS-STMT-MON  TO WS-CHK-MONTH.
005400     MOVE 1            TO WS-CHK-DAY.
005410     PERFORM 7200-DAY-OF-WEEK THRU 7200-EXIT.
005420     MOVE WS-WEEKDAY TO WS-FIRST-WEEKDAY.
005430 1030-EXIT.
005440     EXIT.
005450*----------------------------------------------------------------
005460* 1040-CHECK-LEAP-YEAR - SET THE LEAP SWITCH FOR WS-STMT-YEAR:
005470*                        DIVISIBLE BY 4, EXCEPT CENTURIES NOT
005480*                        DIVISIBLE BY 400
005490*----------------------------------------------------------------
005500 1040-CHECK-LEAP-YEAR.
005510     MOVE 'N' TO WS-LEAP-SW.
005520     DIVIDE WS-STMT-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
005530         REMAINDER WS-LEAP-REMAINDER.
005540     IF WS-LEAP-REMAINDER NOT = ZERO
005550         GO TO 1040-EXIT
005560     END-IF.
005570     SET LEAP-YEAR TO TRUE.
005580     DIVIDE WS-STMT-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
005590         REMAINDER WS-LEAP-REMAINDER.
005600     IF WS-LEAP-REMAINDER NOT = ZERO
005610         GO TO 1040-EXIT
005620     END-IF.
005630     DIVIDE WS-STMT-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
005640         REMAINDER WS-LEAP-REMAINDER.
005650     IF WS-LEAP-REMAINDER NOT = ZERO
005660         MOVE 'N' TO WS-LEAP-SW
005670     END-IF.
005680 1040-EXIT.
005690     EXIT.
005700*----------------------------------------------------------------
005710* 1100-LOAD-DEPT-MASTER - LOAD THE DEPARTMENT MASTER INTO THE
005720*                         TABLE. NO MASTER AT ALL IS A SET-UP
005730*                         FAULT - THERE IS NOBODY TO BILL - SO
005740*                         THE JOB STOPS RC 16.
005750*----------------------------------------------------------------
005760 1100-LOAD-DEPT-MASTER.
005770     OPEN INPUT DEPT-FILE.
005780     IF NOT WS-DEPT-FILE-FOUND
005790         DISPLAY '*** DEPTSTMT0002E - UNABLE TO OPEN DEPARTMENT '
005800             'MASTER DEPTMST - STATUS ' WS-DEPT-FILE-STATUS
005810             ' ***'
005820         STOP RUN RETURNING 16
005830     END-IF.
005840     PERFORM 1110-READ-ONE-DEPT THRU 1110-EXIT
005850         UNTIL END-OF-DEPT-FILE.
005860     CLOSE DEPT-FILE.
005870 1100-EXIT.
005880     EXIT.
005890*----------------------------------------------------------------
005900* 1110-READ-ONE-DEPT - FILE ONE DEPARTMENT MASTER RECORD IN THE
005910*                      TABLE WITH NO REJECTS AND NO NIGHTS IN
005920*----------------------------------------------------------------
005930 1110-READ-ONE-DEPT.
005940     READ DEPT-FILE
005950         AT END SET END-OF-DEPT-FILE TO TRUE
005960     END-READ.
005970     IF END-OF-DEPT-FILE
005980         GO TO 1110-EXIT
005990     END-IF.
006000     IF WS-DEPT-ENTRIES < WS-DEPT-MAX
006010         ADD 1 TO WS-DEPT-ENTRIES
006020         MOVE DM-DEPT-ID TO WS-DE-DEPT-ID (WS-DEPT-ENTRIES)
006030         MOVE DM-DEPT-NAME TO WS-DE-DEPT-NAME (WS-DEPT-ENTRIES)
006040         MOVE DM-EXPECT-DAYS
006050             TO WS-DE-EXPECT-DAYS (WS-DEPT-ENTRIES)
006060         MOVE DM-TRANS-FILE-ID
006070             TO WS-DE-TRANS-FILE-ID (WS-DEPT-ENTRIES)
006080         MOVE DM-CONTACT TO WS-DE-CONTACT (WS-DEPT-ENTRIES)
006090         MOVE ZERO TO WS-DE-REJECTS (WS-DEPT-ENTRIES)
006100         MOVE ALL 'N' TO WS-DE-NIGHTS (WS-DEPT-ENTRIES)
006110     ELSE
006120         DISPLAY '*** DEPTSTMT0003W - MORE THAN ' WS-DEPT-MAX
006130             ' DEPARTMENTS ON THE MASTER - EXCESS IGNORED ***'
006140     END-IF.
006150 1110-EXIT.
006160     EXIT.
006170*----------------------------------------------------------------
006180* 1200-LOAD-ACCOUNT-MAP - LOAD THE ACCOUNT-MAPPING MASTER INTO
006190*                         THE TABLE AND PICK UP THE '*SUS'
006200*                         SUSPENSE-ACCOUNT CARD. NO MASTER AT
006210*                         ALL WARNS AND SHOWS EVERY BATCH ON
006220*                         SUSPENSE, AS GLPOST WOULD HAVE CODED
006230*                         IT.
006240*----------------------------------------------------------------
006250 1200-LOAD-ACCOUNT-MAP.
006260     OPEN INPUT ACCT-FILE.
006270     IF NOT WS-ACCT-FILE-FOUND
006280         DISPLAY '*** DEPTSTMT0004W - NO ACCOUNT-MAPPING MASTER '
006290             'ON HAND - ALL BATCHES SHOWN ON SUSPENSE ***'
006300         GO TO 1200-EXIT
006310     END-IF.
006320     PERFORM 1210-READ-ONE-MAP THRU 1210-EXIT
006330         UNTIL END-OF-ACCT-FILE.
006340     CLOSE ACCT-FILE.
006350 1200-EXIT.
006360     EXIT.
006370*----------------------------------------------------------------
006380* 1210-READ-ONE-MAP - FILE ONE MAPPING CARD IN THE TABLE. THE
006390*                     RESERVED '*SUS' CARD NAMES THE SUSPENSE
006400*                     ACCOUNT INSTEAD. A BLANK OR UNNUMERIC
006410*                     EFFECTIVE DATE COUNTS AS THE BASE CARD.
006420*----------------------------------------------------------------
006430 1210-READ-ONE-MAP.
006440     READ ACCT-FILE
006450         AT END SET END-OF-ACCT-FILE TO TRUE
006460     END-READ.
006470     IF END-OF-ACCT-FILE
006480         GO TO 1210-EXIT
006490     END-IF.
006500     IF ACM-BATCH-ID = '*SUS'
006510         MOVE ACM-ACCOUNT-NO TO WS-SUSPENSE-ACCT
006520         GO TO 1210-EXIT
006530     END-IF.
006540     IF WS-ACCT-ENTRIES < WS-ACCT-MAX
006550         ADD 1 TO WS-ACCT-ENTRIES
006560         MOVE ACM-BATCH-ID
006570             TO WS-AC-BATCH-ID (WS-ACCT-ENTRIES)
006580         MOVE ACM-ACCOUNT-NO
006590             TO WS-AC-ACCOUNT-NO (WS-ACCT-ENTRIES)
006600         IF ACM-EFFECTIVE-DATE IS NUMERIC
006610             MOVE ACM-EFFECTIVE-DATE
006620                 TO WS-AC-EFF-DATE (WS-ACCT-ENTRIES)
006630         ELSE
006640             MOVE ZERO TO WS-AC-EFF-DATE (WS-ACCT-ENTRIES)
006650         END-IF
006660     ELSE
006670         DISPLAY '*** DEPTSTMT0005W - MORE THAN ' WS-ACCT-MAX
006680             ' MAPPING CARDS ON GLACCTM - EXCESS IGNORED ***'
006690     END-IF.
006700 1210-EXIT.
006710     EXIT.
006720*----------------------------------------------------------------
006730* 1300-LOAD-MANIFEST - LOAD THE RAW/VALIDATED FILE ID PAIRS
006740*                      FROM THE NIGHT-RUN MANIFEST. NO MANIFEST
006750*                      JUST MEANS A REJECT IS TIED BY ITS OWN
006760*                      FILE ID ALONE.
006770*----------------------------------------------------------------
006780 1300-LOAD-MANIFEST.
006790     OPEN INPUT MANIFEST-FILE.
006800     IF NOT WS-MANIFEST-FILE-FOUND
006810         GO TO 1300-EXIT
006820     END-IF.
006830     PERFORM 1310-READ-ONE-MANIFEST THRU 1310-EXIT
006840         UNTIL END-OF-MANIFEST-FILE.
006850     CLOSE MANIFEST-FILE.
006860 1300-EXIT.
006870     EXIT.
006880*----------------------------------------------------------------
006890* 1310-READ-ONE-MANIFEST - FILE ONE MANIFEST LINE'S FILE IDS
006900*----------------------------------------------------------------
006910 1310-READ-ONE-MANIFEST.
006920     READ MANIFEST-FILE
006930         AT END SET END-OF-MANIFEST-FILE TO TRUE
006940     END-READ.
006950     IF END-OF-MANIFEST-FILE
006960         GO TO 1310-EXIT
006970     END-IF.
006980     IF MAN-RAW-FILE-ID = SPACES
006990         OR MAN-TRANS-FILE-ID = SPACES
007000         GO TO 1310-EXIT
007010     END-IF.
007020     IF WS-MAN-ENTRIES < WS-MAN-MAX
007030         ADD 1 TO WS-MAN-ENTRIES
007040         MOVE MAN-RAW-FILE-ID
007050             TO WS-MN-RAW-FILE-ID (WS-MAN-ENTRIES)
007060         MOVE MAN-TRANS-FILE-ID
007070             TO WS-MN-TRANS-FILE-ID (WS-MAN-ENTRIES)
007080     END-IF.
007090 1310-EXIT.
007100     EXIT.
007110*----------------------------------------------------------------
007120* 1400-LOAD-MONTH-HISTORY - READ THE POSTED HISTORY AND FILE
007130*                           EVERY BATCH POSTED IN THE STATEMENT
007140*                           MONTH. NO HISTORY MEANS NOTHING
007150*                           POSTED - THE STATEMENTS STILL PRINT.
007160*----------------------------------------------------------------
007170 1400-LOAD-MONTH-HISTORY.
007180     OPEN INPUT HIST-FILE.
007190     IF NOT WS-HIST-FILE-FOUND
007200         DISPLAY '*** DEPTSTMT0006I - NO POSTED HISTORY ON HAND '
007210             '- NO BATCHES TO CHARGE ***'
007220         GO TO 1400-EXIT
007230     END-IF.
007240     PERFORM 1410-READ-ONE-HISTORY THRU 1410-EXIT
007250         UNTIL END-OF-HIST-FILE.
007260     CLOSE HIST-FILE.
007270 1400-EXIT.
007280     EXIT.
007290*----------------------------------------------------------------
007300* 1410-READ-ONE-HISTORY - FILE ONE HISTORY RECORD WHEN IT WENT
007310*                         OUT IN THE STATEMENT MONTH. A FULL
007320*                         TABLE LEAVES THE STATEMENTS SHORT, SO
007330*                         THE RUN ENDS RC 8.
007340*----------------------------------------------------------------
007350 1410-READ-ONE-HISTORY.
007360     READ HIST-FILE
007370         AT END SET END-OF-HIST-FILE TO TRUE
007380     END-READ.
007390     IF END-OF-HIST-FILE
007400         GO TO 1410-EXIT
007410     END-IF.
007420     MOVE HIST-RUN-DATE TO WS-WORK-DATE.
007430     IF WS-WORK-YYYYMM NOT = WS-STMT-MONTH
007440         GO TO 1410-EXIT
007450     END-IF.
007460     IF WS-BATCH-ENTRIES NOT < WS-BATCH-MAX
007470         IF NOT BATCH-TABLE-FULL
007480             DISPLAY '*** DEPTSTMT0007E - MORE THAN '
007490                 WS-BATCH-MAX ' BATCHES POSTED IN THE MONTH - '
007500                 'STATEMENTS INCOMPLETE ***'
007510             SET BATCH-TABLE-FULL TO TRUE
007520             MOVE 8 TO WS-RETURN-CODE
007530         END-IF
007540         GO TO 1410-EXIT
007550     END-IF.
007560     ADD 1 TO WS-BATCH-ENTRIES.
007570     MOVE HIST-BATCH-ID TO WS-BT-BATCH-ID (WS-BATCH-ENTRIES).
007580     MOVE HIST-CONTROL-DATE
007590         TO WS-BT-CONTROL-DATE (WS-BATCH-ENTRIES).
007600     MOVE HIST-RUN-DATE TO WS-BT-RUN-DATE (WS-BATCH-ENTRIES).
007610     MOVE HIST-ENTRY-TYPE TO WS-BT-ENTRY-TYPE (WS-BATCH-ENTRIES).
007620     IF HIST-ORIG-RUN-DATE IS NUMERIC
007630         MOVE HIST-ORIG-RUN-DATE
007640             TO WS-BT-ORIG-RUN-DATE (WS-BATCH-ENTRIES)
007650     ELSE
007660         MOVE ZERO TO WS-BT-ORIG-RUN-DATE (WS-BATCH-ENTRIES)
007670     END-IF.
007680     MOVE HIST-DOLLAR-AMOUNT
007690         TO WS-BT-DOLLARS (WS-BATCH-ENTRIES).
007700     MOVE SPACES TO WS-BT-FILE-ID (WS-BATCH-ENTRIES).
007710     MOVE SPACES TO WS-BT-ACCOUNT (WS-BATCH-ENTRIES).
007720     MOVE ZERO TO WS-BT-DEPT-IX (WS-BATCH-ENTRIES).
007730 1410-EXIT.
007740     EXIT.
007750*----------------------------------------------------------------
007760* 1500-SCAN-BATCH-REGISTER - READ THE POSTED-BATCH REGISTER AND
007770*                            GIVE EACH OF THE MONTH'S BATCHES
007780*                            THE FILE ID IT CAME IN ON, MATCHED
007790*                            ON BATCH ID AND CONTROL DATE
007800*----------------------------------------------------------------
007810 1500-SCAN-BATCH-REGISTER.
007820     IF WS-BATCH-ENTRIES = ZERO
007830         GO TO 1500-EXIT
007840     END-IF.
007850     OPEN INPUT BATREG-FILE.
007860     IF NOT WS-BATREG-FILE-FOUND
007870         DISPLAY '*** DEPTSTMT0008W - NO POSTED-BATCH REGISTER '
007880             'ON HAND - NO BATCH CAN BE TIED TO A DEPARTMENT ***'
007890         GO TO 1500-EXIT
007900     END-IF.
007910     PERFORM 1510-READ-ONE-REGISTER THRU 1510-EXIT
007920         UNTIL END-OF-BATREG-FILE.
007930     CLOSE BATREG-FILE.
007940 1500-EXIT.
007950     EXIT.
007960*----------------------------------------------------------------
007970* 1510-READ-ONE-REGISTER - READ ONE REGISTER ENTRY AND MATCH IT
007980*                          AGAINST THE MONTH'S BATCHES
007990*----------------------------------------------------------------
008000 1510-READ-ONE-REGISTER.
008010     READ BATREG-FILE
008020         AT END SET END-OF-BATREG-FILE TO TRUE
008030     END-READ.
008040     IF END-OF-BATREG-FILE
008050         GO TO 1510-EXIT
008060     END-IF.
008070     PERFORM 1520-MATCH-ONE-BATCH THRU 1520-EXIT
008080         VARYING WS-BATCH-IX FROM 1 BY 1
008090         UNTIL WS-BATCH-IX > WS-BATCH-ENTRIES.
008100 1510-EXIT.
008110     EXIT.
008120*----------------------------------------------------------------
008130* 1520-MATCH-ONE-BATCH - ONE STEP OF THE REGISTER MATCH. THE
008140*                        FIRST REGISTER ENTRY FOR THE KEY WINS.
008150*----------------------------------------------------------------
008160 1520-MATCH-ONE-BATCH.
008170     IF WS-BT-FILE-ID (WS-BATCH-IX) NOT = SPACES
008180         GO TO 1520-EXIT
008190     END-IF.
008200     IF WS-BT-BATCH-ID (WS-BATCH-IX) = BR-BATCH-ID
008210         AND WS-BT-CONTROL-DATE (WS-BATCH-IX) = BR-CONTROL-DATE
008220         MOVE BR-TRANS-FILE-ID TO WS-BT-FILE-ID (WS-BATCH-IX)
008230     END-IF.
008240 1520-EXIT.
008250     EXIT.
008260*----------------------------------------------------------------
008270* 1600-SCAN-RUN-CONTROL - READ RUNCTL AND FLAG, FOR EACH
008280*                         DEPARTMENT, EVERY NIGHT OF THE MONTH
008290*                         ITS FILE RAN. NO RUNCTL FILE JUST
008300*                         MEANS NOTHING RAN.
008310*----------------------------------------------------------------
008320 1600-SCAN-RUN-CONTROL.
008330     OPEN INPUT RUNCTL-FILE.
008340     IF NOT WS-RUNCTL-FILE-FOUND
008350         GO TO 1600-EXIT
008360     END-IF.
008370     PERFORM 1610-READ-ONE-RUNCTL THRU 1610-EXIT
008380         UNTIL END-OF-RUNCTL-FILE.
008390     CLOSE RUNCTL-FILE.
008400 1600-EXIT.
008410     EXIT.
008420*----------------------------------------------------------------
008430* 1610-READ-ONE-RUNCTL - READ ONE RUNCTL RECORD AND, WHEN ITS
008440*                        CONTROL DATE FALLS IN THE MONTH, FLAG
008450*                        THAT NIGHT FOR THE DEPARTMENT THAT
008460*                        SENDS THE FILE
008470*----------------------------------------------------------------
008480 1610-READ-ONE-RUNCTL.
008490     READ RUNCTL-FILE
008500         AT END SET END-OF-RUNCTL-FILE TO TRUE
008510     END-READ.
008520     IF END-OF-RUNCTL-FILE
008530         GO TO 1610-EXIT
008540     END-IF.
008550     IF RC-CONTROL-DATE IS NOT NUMERIC
008560         GO TO 1610-EXIT
008570     END-IF.
008580     MOVE RC-CONTROL-DATE TO WS-WORK-DATE-X.
008590     IF WS-WORK-YYYYMM NOT = WS-STMT-MONTH
008600         OR WS-WORK-DD < 1 OR WS-WORK-DD > WS-MONTH-LAST-DAY
008610         GO TO 1610-EXIT
008620     END-IF.
008630     PERFORM 1620-FLAG-ONE-NIGHT THRU 1620-EXIT
008640         VARYING WS-DEPT-IX FROM 1 BY 1
008650         UNTIL WS-DEPT-IX > WS-DEPT-ENTRIES.
008660 1610-EXIT.
008670     EXIT.
008680*----------------------------------------------------------------
008690* 1620-FLAG-ONE-NIGHT - ONE STEP OF THE DEPARTMENT MATCH FOR THE
008700*                       RUNCTL RECORD IN HAND
008710*----------------------------------------------------------------
008720 1620-FLAG-ONE-NIGHT.
008730     IF WS-DE-TRANS-FILE-ID (WS-DEPT-IX) = RC-TRANS-FILE-ID
008740         MOVE 'Y' TO WS-DE-NIGHT-SW (WS-DEPT-IX WS-WORK-DD)
008750     END-IF.
008760 1620-EXIT.
008770     EXIT.
008780*----------------------------------------------------------------
008790* 1700-SCAN-REJECTS - READ THE REJECT REPAIR FILE AND COUNT,
008800*                     FOR EACH DEPARTMENT, THE RECORDS REJECTED
008810*                     ON EDIT IN THE STATEMENT MONTH, WHATEVER
008820*                     BECAME OF THEM SINCE. NO REPAIR FILE
008830*                     MEANS NOTHING WAS REJECTED.
008840*----------------------------------------------------------------
008850 1700-SCAN-REJECTS.
008860     OPEN INPUT REJVS-FILE.
008870     IF NOT WS-REJVS-OK
008880         SET END-OF-REJVS-FILE TO TRUE
008890         GO TO 1700-EXIT
008900     END-IF.
008910     PERFORM 1710-READ-ONE-REJECT THRU 1710-EXIT
008920         UNTIL END-OF-REJVS-FILE.
008930     CLOSE REJVS-FILE.
008940 1700-EXIT.
008950     EXIT.
008960*----------------------------------------------------------------
008970* 1710-READ-ONE-REJECT - READ ONE REJECT AND, WHEN IT IS FROM
008980*                        THE MONTH, CHARGE IT TO ITS DEPARTMENT.
008990*                        THE REJECT CARRIES THE RAW FILE ID, SO
009000*                        IT IS TURNED INTO THE VALIDATED ID
009010*                        THROUGH THE MANIFEST FIRST.
009020*----------------------------------------------------------------
009030 1710-READ-ONE-REJECT.
009040     READ REJVS-FILE
009050         AT END SET END-OF-REJVS-FILE TO TRUE
009060     END-READ.
009070     IF END-OF-REJVS-FILE
009080         GO TO 1710-EXIT
009090     END-IF.
009100     MOVE REJ-REJECT-DATE TO WS-WORK-DATE.
009110     IF WS-WORK-YYYYMM NOT = WS-STMT-MONTH
009120         GO TO 1710-EXIT
009130     END-IF.
009140     MOVE REJ-TRANS-FILE-ID TO WS-MATCH-FILE-ID.
009150     PERFORM 1720-CHECK-ONE-MANIFEST THRU 1720-EXIT
009160         VARYING WS-MAN-IX FROM 1 BY 1
009170         UNTIL WS-MAN-IX > WS-MAN-ENTRIES.
009180     MOVE ZERO TO WS-MATCH-DEPT-IX.
009190     PERFORM 1730-CHECK-ONE-DEPT THRU 1730-EXIT
009200         VARYING WS-DEPT-IX FROM 1 BY 1
009210         UNTIL WS-DEPT-IX > WS-DEPT-ENTRIES.
009220     IF WS-MATCH-DEPT-IX = ZERO
009230         ADD 1 TO WS-UNTIED-REJECTS
009240     ELSE
009250         ADD 1 TO WS-DE-REJECTS (WS-MATCH-DEPT-IX)
009260     END-IF.
009270 1710-EXIT.
009280     EXIT.
009290*----------------------------------------------------------------
009300* 1720-CHECK-ONE-MANIFEST - ONE STEP OF THE RAW FILE ID LOOKUP
009310*----------------------------------------------------------------
009320 1720-CHECK-ONE-MANIFEST.
009330     IF WS-MN-RAW-FILE-ID (WS-MAN-IX) = REJ-TRANS-FILE-ID
009340         MOVE WS-MN-TRANS-FILE-ID (WS-MAN-IX)
009350             TO WS-MATCH-FILE-ID
009360     END-IF.
009370 1720-EXIT.
009380     EXIT.
009390*----------------------------------------------------------------
009400* 1730-CHECK-ONE-DEPT - ONE STEP OF THE DEPARTMENT LOOKUP BY
009410*                       VALIDATED FILE ID. THE FIRST MATCH WINS.
009420*----------------------------------------------------------------
009430 1730-CHECK-ONE-DEPT.
009440     IF WS-MATCH-DEPT-IX = ZERO
009450         AND WS-DE-TRANS-FILE-ID (WS-DEPT-IX) = WS-MATCH-FILE-ID
009460         MOVE WS-DEPT-IX TO WS-MATCH-DEPT-IX
009470     END-IF.
009480 1730-EXIT.
009490     EXIT.
009500*----------------------------------------------------------------
009510* 1800-TIE-ONE-BATCH - CODE ONE OF THE MONTH'S BATCHES TO ITS
009520*                      CORPORATE ACCOUNT AND FIND THE DEPARTMENT
009530*                      ITS FILE ID BELONGS TO
009540*----------------------------------------------------------------
009550 1800-TIE-ONE-BATCH.
009560     PERFORM 1810-FIND-ACCOUNT THRU 1810-EXIT.
009570     MOVE WS-POST-ACCOUNT TO WS-BT-ACCOUNT (WS-BATCH-IX).
009580     MOVE ZERO TO WS-MATCH-DEPT-IX.
009590     IF WS-BT-FILE-ID (WS-BATCH-IX) NOT = SPACES
009600         MOVE WS-BT-FILE-ID (WS-BATCH-IX) TO WS-MATCH-FILE-ID
009610         PERFORM 1730-CHECK-ONE-DEPT THRU 1730-EXIT
009620             VARYING WS-DEPT-IX FROM 1 BY 1
009630             UNTIL WS-DEPT-IX > WS-DEPT-ENTRIES
009640     END-IF.
009650     MOVE WS-MATCH-DEPT-IX TO WS-BT-DEPT-IX (WS-BATCH-IX).
009660     ADD 1 TO WS-TOTAL-BATCHES.
009670     ADD WS-BT-DOLLARS (WS-BATCH-IX) TO WS-GRAND-DOLLARS.
009680     IF WS-MATCH-DEPT-IX = ZERO
009690         ADD 1 TO WS-UNASSIGNED-COUNT
009700         ADD WS-BT-DOLLARS (WS-BATCH-IX)
009710             TO WS-UNASSIGNED-DOLLARS
009720     END-IF.
009730 1800-EXIT.
009740     EXIT.
009750*----------------------------------------------------------------
009760* 1810-FIND-ACCOUNT - PICK THE MAPPING IN EFFECT FOR THE BATCH
009770*                     IN HAND THE WAY GLPOST DOES: THE ENTRY FOR
009780*                     ITS BATCH ID WITH THE HIGHEST EFFECTIVE
009790*                     DATE NOT PAST ITS RUN DATE - OR, FOR A
009800*                     REVERSAL, THE RUN DATE OF THE BATCH IT
009810*                     REVERSES. NO ENTRY IN EFFECT IS SUSPENSE.
009820*----------------------------------------------------------------
009830 1810-FIND-ACCOUNT.
009840     MOVE 'N' TO WS-ACCT-FOUND-SW.
009850     MOVE WS-BT-RUN-DATE (WS-BATCH-IX) TO WS-CODING-DATE.
009860     IF WS-BT-ENTRY-TYPE (WS-BATCH-IX) = 'R'
009870         AND WS-BT-ORIG-RUN-DATE (WS-BATCH-IX) > ZERO
009880         MOVE WS-BT-ORIG-RUN-DATE (WS-BATCH-IX)
009890             TO WS-CODING-DATE
009900     END-IF.
009910     MOVE WS-SUSPENSE-ACCT TO WS-POST-ACCOUNT.
009920     MOVE ZERO TO WS-BEST-EFF-DATE.
009930     PERFORM 1820-CHECK-ONE-MAP THRU 1820-EXIT
009940         VARYING WS-ACCT-IX FROM 1 BY 1
009950         UNTIL WS-ACCT-IX > WS-ACCT-ENTRIES.
009960 1810-EXIT.
009970     EXIT.
009980*----------------------------------------------------------------
009990* 1820-CHECK-ONE-MAP - ONE STEP OF THE MAPPING SCAN
010000*----------------------------------------------------------------
010010 1820-CHECK-ONE-MAP.
010020     IF WS-AC-BATCH-ID (WS-ACCT-IX)
010030         NOT = WS-BT-BATCH-ID (WS-BATCH-IX)
010040         GO TO 1820-EXIT
010050     END-IF.
010060     IF WS-AC-EFF-DATE (WS-ACCT-IX) > WS-CODING-DATE
010070         GO TO 1820-EXIT
010080     END-IF.
010090     IF NOT MAPPING-FOUND
010100         OR WS-AC-EFF-DATE (WS-ACCT-IX) > WS-BEST-EFF-DATE
010110         SET MAPPING-FOUND TO TRUE
010120         MOVE WS-AC-EFF-DATE (WS-ACCT-IX) TO WS-BEST-EFF-DATE
010130         MOVE WS-AC-ACCOUNT-NO (WS-ACCT-IX) TO WS-POST-ACCOUNT
010140     END-IF.
010150 1820-EXIT.
010160     EXIT.
010170*----------------------------------------------------------------
010180* 2000-PRINT-ONE-STATEMENT - ONE DEPARTMENT'S STATEMENT PAGE:
010190*                            WHO IT IS, EVERY BATCH CHARGED TO
010200*                            IT THIS MONTH WITH THE TOTAL, ITS
010210*                            REJECTS AND ITS MISSED NIGHTS
010220*----------------------------------------------------------------
010230 2000-PRINT-ONE-STATEMENT.
010240     ADD 1 TO WS-DEPT-IX.
010250     PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT.
010260     MOVE WS-STMT-MONTH TO ST-MONTH.
010270     WRITE PRINT-RECORD FROM WS-RPT-STMT-TITLE.
010280     MOVE WS-DE-DEPT-ID (WS-DEPT-IX) TO SD-DEPT-ID.
010290     MOVE WS-DE-DEPT-NAME (WS-DEPT-IX) TO SD-DEPT-NAME.
010300     MOVE WS-DE-TRANS-FILE-ID (WS-DEPT-IX) TO SD-FILE-ID.
010310     WRITE PRINT-RECORD FROM WS-RPT-STMT-DEPT.
010320     MOVE WS-DE-CONTACT (WS-DEPT-IX) TO SC-CONTACT.
010330     WRITE PRINT-RECORD FROM WS-RPT-STMT-CONTACT.
010340     WRITE PRINT-RECORD FROM WS-RPT-COLUMNS.
010350     ADD 6 TO WS-LINE-COUNT.
010360     MOVE ZERO TO WS-DEPT-BATCHES.
010370     MOVE ZERO TO WS-DEPT-DOLLARS.
010380     MOVE WS-DE-DEPT-ID (WS-DEPT-IX) TO CN-DEPT-ID.
010390     PERFORM 2100-PRINT-ONE-BATCH THRU 2100-EXIT
010400         VARYING WS-BATCH-IX FROM 1 BY 1
010410         UNTIL WS-BATCH-IX > WS-BATCH-ENTRIES.
010420     IF WS-DEPT-BATCHES = ZERO
010430         WRITE PRINT-RECORD FROM WS-RPT-NO-BATCHES
010440         ADD 1 TO WS-LINE-COUNT
010450     END-IF.
010460     MOVE WS-DEPT-BATCHES TO TT-BATCHES.
010470     MOVE WS-DEPT-DOLLARS TO TT-DOLLARS.
010480     WRITE PRINT-RECORD FROM WS-RPT-STMT-TOTAL.
010490     MOVE WS-DE-REJECTS (WS-DEPT-IX) TO RJ-COUNT.
010500     WRITE PRINT-RECORD FROM WS-RPT-STMT-REJECTS.
010510     ADD 4 TO WS-LINE-COUNT.
010520     PERFORM 2200-COUNT-MISSED-NIGHTS THRU 2200-EXIT.
010530 2000-EXIT.
010540     EXIT.
010550*----------------------------------------------------------------
010560* 2050-CONTINUE-PAGE - CARRY A LONG STATEMENT ONTO A NEW PAGE
010570*----------------------------------------------------------------
010580 2050-CONTINUE-PAGE.
010590     PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT.
010600     WRITE PRINT-RECORD FROM WS-RPT-CONTINUED.
010610     WRITE PRINT-RECORD FROM WS-RPT-COLUMNS.
010620     ADD 3 TO WS-LINE-COUNT.
010630 2050-EXIT.
010640     EXIT.
010650*----------------------------------------------------------------
010660* 2100-PRINT-ONE-BATCH - ONE STEP OF THE BATCH SCAN: PRINT AND
010670*                        TOTAL THE BATCH WHEN IT IS CHARGED TO
010680*                        THE DEPARTMENT IN HAND
010690*----------------------------------------------------------------
010700 2100-PRINT-ONE-BATCH.
010710     IF WS-BT-DEPT-IX (WS-BATCH-IX) NOT = WS-DEPT-IX
010720         GO TO 2100-EXIT
010730     END-IF.
010740     ADD 1 TO WS-DEPT-BATCHES.
010750     ADD WS-BT-DOLLARS (WS-BATCH-IX) TO WS-DEPT-DOLLARS.
010760     MOVE SPACES TO DT-NOTE.
010770     IF WS-BT-ENTRY-TYPE (WS-BATCH-IX) = 'R'
010780         MOVE 'REVERSAL' TO DT-NOTE
010790     END-IF.
010800     PERFORM 2110-WRITE-BATCH-LINE THRU 2110-EXIT.
010810 2100-EXIT.
010820     EXIT.
010830*----------------------------------------------------------------
010840* 2110-WRITE-BATCH-LINE - PRINT THE BATCH IN HAND, NOTE ALREADY
010850*                         SET BY THE CALLER
010860*----------------------------------------------------------------
010870 2110-WRITE-BATCH-LINE.
010880     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
010890         PERFORM 2050-CONTINUE-PAGE THRU 2050-EXIT
010900     END-IF.
010910     MOVE WS-BT-CONTROL-DATE (WS-BATCH-IX) TO DT-CONTROL-DATE.
010920     MOVE WS-BT-BATCH-ID (WS-BATCH-IX) TO DT-BATCH-ID.
010930     MOVE WS-BT-RUN-DATE (WS-BATCH-IX) TO DT-RUN-DATE.
010940     MOVE WS-BT-ACCOUNT (WS-BATCH-IX) TO DT-ACCOUNT.
010950     MOVE WS-BT-DOLLARS (WS-BATCH-IX) TO DT-DOLLARS.
010960     WRITE PRINT-RECORD FROM WS-RPT-DETAIL.
010970     ADD 1 TO WS-LINE-COUNT.
010980 2110-EXIT.
010990     EXIT.
011000*----------------------------------------------------------------
011010* 2200-COUNT-MISSED-NIGHTS - WALK THE NIGHTS OF THE MONTH UP TO
011020*                            THE LAST ONE THAT CAN BE COUNTED,
011030*                            COUNT THOSE THE DEPARTMENT WAS
011040*                            EXPECTED TO SEND AND THOSE IT SENT
011050*                            NOTHING, AND LIST THE MISSED DATES
011060*----------------------------------------------------------------
011070 2200-COUNT-MISSED-NIGHTS.
011080     MOVE ZERO TO WS-NIGHTS-EXPECTED.
011090     MOVE ZERO TO WS-NIGHTS-MISSED.
011100     MOVE ZERO TO WS-DATE-SLOT.
011110     MOVE SPACES TO MD-DATE-LIST.
011120     PERFORM 2210-CHECK-ONE-NIGHT THRU 2210-EXIT
011130         VARYING WS-NIGHT-DAY FROM 1 BY 1
011140         UNTIL WS-NIGHT-DAY > WS-NIGHTS-THRU-DAY.
011150     IF WS-DATE-SLOT > ZERO
011160         PERFORM 2220-WRITE-MISSED-DATES THRU 2220-EXIT
011170     END-IF.
011180     MOVE WS-NIGHTS-EXPECTED TO NT-EXPECTED.
011190     MOVE WS-NIGHTS-MISSED TO NT-MISSED.
011200     WRITE PRINT-RECORD FROM WS-RPT-STMT-NIGHTS.
011210     ADD 1 TO WS-LINE-COUNT.
011220     IF WS-NIGHTS-MISSED > ZERO
011230         PERFORM 2230-LIST-MISSED-NIGHTS THRU 2230-EXIT
011240     END-IF.
011250 2200-EXIT.
011260     EXIT.
011270*----------------------------------------------------------------
011280* 2210-CHECK-ONE-NIGHT - ONE NIGHT: ITS WEEKDAY COUNTS ON FROM
011290*                        THE WEEKDAY OF THE FIRST. EXPECTED AND
011300*                        NOT ON RUNCTL IS A MISSED NIGHT.
011310*----------------------------------------------------------------
011320 2210-CHECK-ONE-NIGHT.
011330     COMPUTE WS-NIGHT-OFFSET = WS-FIRST-WEEKDAY + WS-NIGHT-DAY
011340         - 2.
011350     DIVIDE WS-NIGHT-OFFSET BY 7 GIVING WS-NIGHT-QUOT
011360         REMAINDER WS-NIGHT-REM.
011370     COMPUTE WS-WEEKDAY = WS-NIGHT-REM + 1.
011380     IF WS-DE-EXPECT-DAY (WS-DEPT-IX WS-WEEKDAY) NOT = 'Y'
011390         GO TO 2210-EXIT
011400     END-IF.
011410     ADD 1 TO WS-NIGHTS-EXPECTED.
011420     IF WS-DE-NIGHT-SW (WS-DEPT-IX WS-NIGHT-DAY) = 'Y'
011430         GO TO 2210-EXIT
011440     END-IF.
011450     ADD 1 TO WS-NIGHTS-MISSED.
011460     MOVE 'M' TO WS-DE-NIGHT-SW (WS-DEPT-IX WS-NIGHT-DAY).
011470 2210-EXIT.
011480     EXIT.
011490*----------------------------------------------------------------
011500* 2220-WRITE-MISSED-DATES - PRINT A FULL OR FINAL LINE OF MISSED
011510*                           DATES AND CLEAR IT FOR THE NEXT
011520*----------------------------------------------------------------
011530 2220-WRITE-MISSED-DATES.
011540     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
011550         PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT
011560         WRITE PRINT-RECORD FROM WS-RPT-CONTINUED
011570         ADD 1 TO WS-LINE-COUNT
011580     END-IF.
011590     WRITE PRINT-RECORD FROM WS-RPT-MISSED-DATES.
011600     ADD 1 TO WS-LINE-COUNT.
011610     MOVE SPACES TO MD-DATE-LIST.
011620     MOVE ZERO TO WS-DATE-SLOT.
011630 2220-EXIT.
011640     EXIT.
011650*----------------------------------------------------------------
011660* 2230-LIST-MISSED-NIGHTS - PRINT THE DATES FLAGGED MISSED BY
011670*                           2210, EIGHT TO A LINE
011680*----------------------------------------------------------------
011690 2230-LIST-MISSED-NIGHTS.
011700     PERFORM 2240-LIST-ONE-NIGHT THRU 2240-EXIT
011710         VARYING WS-NIGHT-DAY FROM 1 BY 1
011720         UNTIL WS-NIGHT-DAY > WS-NIGHTS-THRU-DAY.
011730     IF WS-DATE-SLOT > ZERO
011740         PERFORM 2220-WRITE-MISSED-DATES THRU 2220-EXIT
011750     END-IF.
011760 2230-EXIT.
011770     EXIT.
011780*----------------------------------------------------------------
011790* 2240-LIST-ONE-NIGHT - ONE STEP OF THE MISSED-DATE LISTING
011800*----------------------------------------------------------------
011810 2240-LIST-ONE-NIGHT.
011820     IF WS-DE-NIGHT-SW (WS-DEPT-IX WS-NIGHT-DAY) NOT = 'M'
011830         GO TO 2240-EXIT
011840     END-IF.
011850     MOVE WS-STMT-MONTH TO WS-WORK-YYYYMM.
011860     MOVE WS-NIGHT-DAY TO WS-WORK-DD.
011870     ADD 1 TO WS-DATE-SLOT.
011880     MOVE WS-WORK-DATE-X TO MD-DATE (WS-DATE-SLOT).
011890     IF WS-DATE-SLOT = 8
011900         PERFORM 2220-WRITE-MISSED-DATES THRU 2220-EXIT
011910     END-IF.
011920 2240-EXIT.
011930     EXIT.
011940*----------------------------------------------------------------
011950* 2500-PRINT-UNASSIGNED - ONE PAGE LISTING THE MONTH'S BATCHES
011960*                         NO DEPARTMENT COULD BE FOUND FOR, WITH
011970*                         THE FILE ID WHEN THE REGISTER HAD ONE,
011980*                         SO THE STATEMENTS TIE TO THE MONTH.
011990*                         ANY SUCH BATCH ENDS THE RUN RC 4.
012000*----------------------------------------------------------------
012010 2500-PRINT-UNASSIGNED.
012020     IF WS-RETURN-CODE < 4
012030         MOVE 4 TO WS-RETURN-CODE
012040     END-IF.
012050     PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT.
012060     MOVE WS-STMT-MONTH TO ST-MONTH.
012070     WRITE PRINT-RECORD FROM WS-RPT-STMT-TITLE.
012080     WRITE PRINT-RECORD FROM WS-RPT-UNASSIGNED-TITLE.
012090     WRITE PRINT-RECORD FROM WS-RPT-COLUMNS.
012100     ADD 6 TO WS-LINE-COUNT.
012110     MOVE '*NONE*' TO CN-DEPT-ID.
012120     PERFORM 2510-PRINT-ONE-UNASSIGNED THRU 2510-EXIT
012130         VARYING WS-BATCH-IX FROM 1 BY 1
012140         UNTIL WS-BATCH-IX > WS-BATCH-ENTRIES.
012150     MOVE WS-UNASSIGNED-COUNT TO TT-BATCHES.
012160     MOVE WS-UNASSIGNED-DOLLARS TO TT-DOLLARS.
012170     WRITE PRINT-RECORD FROM WS-RPT-STMT-TOTAL.
012180     ADD 2 TO WS-LINE-COUNT.
012190 2500-EXIT.
012200     EXIT.
012210*----------------------------------------------------------------
012220* 2510-PRINT-ONE-UNASSIGNED - ONE STEP OF THE UNASSIGNED SCAN
012230*----------------------------------------------------------------
012240 2510-PRINT-ONE-UNASSIGNED.
012250     IF WS-BT-DEPT-IX (WS-BATCH-IX) NOT = ZERO
012260         GO TO 2510-EXIT
012270     END-IF.
012280     IF WS-BT-FILE-ID (WS-BATCH-IX) = SPACES
012290         MOVE 'NO BATREG' TO DT-NOTE
012300     ELSE
012310         MOVE WS-BT-FILE-ID (WS-BATCH-IX) TO DT-NOTE
012320     END-IF.
012330     PERFORM 2110-WRITE-BATCH-LINE THRU 2110-EXIT.
012340 2510-EXIT.
012350     EXIT.
012360*----------------------------------------------------------------
012370* 3000-FINALIZE - PRINT THE RUN SUMMARY, LOG THE RUN TO THE
012380*                 AUDIT FILE AND CLOSE UP
012390*----------------------------------------------------------------
012400 3000-FINALIZE.
012410     PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT.
012420     WRITE PRINT-RECORD FROM WS-RPT-SUMMARY-TITLE.
012430     IF BATCH-TABLE-FULL
012440         WRITE PRINT-RECORD FROM WS-RPT-INCOMPLETE
012450     END-IF.
012460     MOVE WS-DEPT-ENTRIES TO RS-DEPTS.
012470     MOVE WS-TOTAL-BATCHES TO RS-BATCHES.
012480     MOVE WS-UNASSIGNED-COUNT TO RS-UNASSIGNED.
012490     MOVE WS-GRAND-DOLLARS TO RS-DOLLARS.
012500     WRITE PRINT-RECORD FROM WS-RPT-SUMMARY.
012510     MOVE WS-UNTIED-REJECTS TO RR-COUNT.
012520     WRITE PRINT-RECORD FROM WS-RPT-SUMMARY-REJECTS.
012530     WRITE PRINT-RECORD FROM WS-RPT-FOOTER.
012540     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
012550     CLOSE RPT-FILE.
012560 3000-EXIT.
012570     EXIT.
012580*----------------------------------------------------------------
012590* 7200-DAY-OF-WEEK - ZELLER'S CONGRUENCE FOR WS-CHECK-DATE.
012600*                    JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND
012610*                    14 OF THE YEAR BEFORE. THE RESULT IS MAPPED
012620*                    TO 1 (MONDAY) THRU 7 (SUNDAY), THE ORDER OF
012630*                    DM-EXPECT-DAY ON THE DEPARTMENT MASTER.
012640*----------------------------------------------------------------
012650 7200-DAY-OF-WEEK.
012660     MOVE WS-CHK-YEAR  TO WS-ZYEAR.
012670     MOVE WS-CHK-MONTH TO WS-ZMONTH.
012680     IF WS-ZMONTH < 3
012690         ADD 12 TO WS-ZMONTH
012700         SUBTRACT 1 FROM WS-ZYEAR
012710     END-IF.
012720     DIVIDE WS-ZYEAR BY 100 GIVING WS-ZCENTURY
012730         REMAINDER WS-ZYEAR-OF-CENT.
012740     COMPUTE WS-ZTERM1 = 13 * (WS-ZMONTH + 1).
012750     DIVIDE WS-ZTERM1 BY 5 GIVING WS-ZTERM1.
012760     DIVIDE WS-ZYEAR-OF-CENT BY 4 GIVING WS-ZTERM2.
012770     DIVIDE WS-ZCENTURY BY 4 GIVING WS-ZTERM3.
012780     COMPUTE WS-ZWORK = WS-CHK-DAY + WS-ZTERM1
012790         + WS-ZYEAR-OF-CENT + WS-ZTERM2 + WS-ZTERM3
012800         + (5 * WS-ZCENTURY).
012810     DIVIDE WS-ZWORK BY 7 GIVING WS-ZQUOT
012820         REMAINDER WS-ZREM.
012830     COMPUTE WS-ZWORK = WS-ZREM + 5.
012840     DIVIDE WS-ZWORK BY 7 GIVING WS-ZQUOT
012850         REMAINDER WS-ZREM.
012860     COMPUTE WS-WEEKDAY = WS-ZREM + 1.
012870 7200-EXIT.
012880     EXIT.
012890*----------------------------------------------------------------
012900* 8000-WRITE-AUDIT-RECORD - APPEND ONE RECORD TO AUDITLOG GIVING
012910*                           THE MONTH, THE COUNTS AND RETURN
012920*                           CODE FOR THIS STATEMENT RUN
012930*----------------------------------------------------------------
012940 8000-WRITE-AUDIT-RECORD.
012950     OPEN EXTEND AUDIT-FILE.
012960     IF NOT WS-AUDIT-FILE-FOUND
012970         OPEN OUTPUT AUDIT-FILE
012980     END-IF.
012990     MOVE SPACES TO AUDIT-RECORD.
013000     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
013010     MOVE 'DEPTSTMT' TO AUDIT-PROGRAM-ID.
013020     MOVE WS-DEPT-ENTRIES TO WS-COUNT-DISP.
013030     STRING 'MONTH=' WS-STMT-MONTH ' DEPTS=' WS-COUNT-DISP
013040         DELIMITED BY SIZE INTO AUDIT-INPUTS.
013050     MOVE WS-TOTAL-BATCHES TO AUDIT-RESULT.
013060     MOVE WS-RETURN-CODE TO AUDIT-RETURN-CODE.
013070     WRITE AUDIT-RECORD.
013080     CLOSE AUDIT-FILE.
013090 8000-EXIT.
013100     EXIT.
