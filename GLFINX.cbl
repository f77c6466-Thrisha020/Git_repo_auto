000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  GLFINX.
000030 AUTHOR. D-GOODWIN.
000040 INSTALLATION. BATCH-CONTROL-GROUP.
000050 DATE-WRITTEN. 2026-10-09.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  ------------------------------------------
000120* 2026-10-09  DG   NEW PROGRAM. COMMA-DELIMITED EXTRACT OF THE
000130*                  POSTED HISTORY FOR FINANCE, SO THE GLSUMRPT
000140*                  AND GLPOSTRP PAGES NO LONGER HAVE TO BE
000150*                  RETYPED INTO SPREADSHEETS. ONE ROW PER GLHIST
000160*                  BATCH RUN BETWEEN THE FNXPARM FROM- AND
000170*                  TO-DATES (SHOP DEFAULT: THE WHOLE HISTORY UP
000180*                  TO THE RUN DATE), GIVING THE RUN AND CONTROL
000190*                  DATES, BATCH, SENDING DEPARTMENT (BATCHREG
000200*                  FILE ID TO DEPTMST), THE CORPORATE ACCOUNT
000210*                  GLPOST CODED IT TO (GLACCTM), UNITS, DOLLAR
000220*                  NET AND THE CORPORATE JOURNAL NUMBER AND
000230*                  ACCEPT/REJECT STATUS FROM GLACKREG. A HEADER
000240*                  ROW GOES FIRST AND A CONTROL ROW OF THE ROW
000250*                  COUNT AND DOLLAR TOTAL LAST, SO FINANCE CAN
000260*                  PROVE THE WHOLE FILE LOADED. BATCHES NO
000270*                  DEPARTMENT CAN BE FOUND FOR ARE LISTED ON
000280*                  THE CONTROL REPORT (GLFINRPT).
000282* 2026-10-15  DG   GLHIST WIDENED TO 90 BYTES WITH THE PERIOD
000284*                  GLPOST BOOKED EACH BATCH TO (HIST-BOOK-
000286*                  PERIOD) - THE LOCAL HISTORY LAYOUT GREW WITH
000288*                  IT. NOTHING THIS JOB DOES CHANGES.
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
000390     SELECT ACCT-FILE ASSIGN TO "GLACCTM"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-ACCT-FILE-STATUS.
000420     SELECT HIST-FILE ASSIGN TO "GLHIST"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-HIST-FILE-STATUS.
000450     SELECT BATREG-FILE ASSIGN TO "BATCHREG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-BATREG-FILE-STATUS.
000480     SELECT ACKREG-FILE ASSIGN TO "GLACKREG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-ACKREG-FILE-STATUS.
000510     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000540     SELECT CSV-FILE ASSIGN TO "GLFINCSV"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560     SELECT RPT-FILE ASSIGN TO "GLFINRPT"
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  PARM-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY FNXPARM.
000630 FD  DEPT-FILE
000640     LABEL RECORDS ARE STANDARD.
000650     COPY DEPTMST.
000660 FD  ACCT-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY GLACCT.
000690 FD  HIST-FILE
000700     LABEL RECORDS ARE STANDARD
000710     RECORDING MODE IS F.
000720 01  HIST-RECORD.
000730     05 HIST-SOURCE-PROGRAM     PIC X(08).
000740     05 HIST-RUN-DATE           PIC 9(08).
000750     05 HIST-AMOUNT             PIC S9(09).
000760     05 HIST-BATCH-ID           PIC X(04).
000770     05 HIST-DOLLAR-AMOUNT      PIC S9(11)V99.
000780     05 HIST-CONTROL-DATE       PIC X(08).
000790     05 HIST-ENTRY-TYPE         PIC X(01).
000800         88 HIST-REVERSAL-ENTRY          VALUE 'R'.
000810     05 HIST-ORIG-RUN-DATE      PIC 9(08).
000820     05 HIST-CURRENCY-CODE      PIC X(03).
000830     05 HIST-CURR-AMOUNT        PIC S9(11)V99.
000835     05 HIST-BOOK-PERIOD        PIC 9(06).
000840     05 FILLER                  PIC X(09).
000850 FD  BATREG-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY BATREG.
000880 FD  ACKREG-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY GLACKRG.
000910 FD  AUDIT-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY AUDITREC.
000940 FD  CSV-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  CSV-RECORD                 PIC X(150).
000970 FD  RPT-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY PRTLINE.
001000 WORKING-STORAGE SECTION.
001010*----------------------------------------------------------------
001020* SWITCHES
001030*----------------------------------------------------------------
001040 01  WS-SWITCHES.
001050     05 WS-PARM-EOF-SW      PIC X(01) VALUE 'N'.
001060         88 END-OF-PARM-FILE           VALUE 'Y'.
001070     05 WS-DEPT-EOF-SW      PIC X(01) VALUE 'N'.
001080         88 END-OF-DEPT-FILE           VALUE 'Y'.
001090     05 WS-ACCT-EOF-SW      PIC X(01) VALUE 'N'.
001100         88 END-OF-ACCT-FILE           VALUE 'Y'.
001110     05 WS-HIST-EOF-SW      PIC X(01) VALUE 'N'.
001120         88 END-OF-HIST-FILE           VALUE 'Y'.
001130     05 WS-BATREG-EOF-SW    PIC X(01) VALUE 'N'.
001140         88 END-OF-BATREG-FILE         VALUE 'Y'.
001150     05 WS-ACKREG-EOF-SW    PIC X(01) VALUE 'N'.
001160         88 END-OF-ACKREG-FILE         VALUE 'Y'.
001170     05 WS-ACCT-FOUND-SW    PIC X(01) VALUE 'N'.
001180         88 MAPPING-FOUND              VALUE 'Y'.
001190     05 WS-BATCH-FULL-SW    PIC X(01) VALUE 'N'.
001200         88 BATCH-TABLE-FULL           VALUE 'Y'.
001210     05 WS-TRIM-SW          PIC X(01) VALUE 'N'.
001220         88 TRIM-DONE                  VALUE 'Y'.
001230 01  WS-PARM-FILE-STATUS    PIC X(02) VALUE SPACES.
001240     88 WS-PARM-FILE-FOUND            VALUE '00'.
001250 01  WS-DEPT-FILE-STATUS    PIC X(02) VALUE SPACES.
001260     88 WS-DEPT-FILE-FOUND             VALUE '00'.
001270 01  WS-ACCT-FILE-STATUS    PIC X(02) VALUE SPACES.
001280     88 WS-ACCT-FILE-FOUND             VALUE '00'.
001290 01  WS-HIST-FILE-STATUS    PIC X(02) VALUE SPACES.
001300     88 WS-HIST-FILE-FOUND             VALUE '00'.
001310 01  WS-BATREG-FILE-STATUS  PIC X(02) VALUE SPACES.
001320     88 WS-BATREG-FILE-FOUND           VALUE '00'.
001330 01  WS-ACKREG-FILE-STATUS  PIC X(02) VALUE SPACES.
001340     88 WS-ACKREG-FILE-FOUND           VALUE '00'.
001350 01  WS-AUDIT-FILE-STATUS   PIC X(02) VALUE SPACES.
001360     88 WS-AUDIT-FILE-FOUND            VALUE '00'.
001370*----------------------------------------------------------------
001380* CURRENT SYSTEM DATE AND THE RUN-DATE RANGE BEING EXTRACTED
001390*----------------------------------------------------------------
001400 01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001410 01  WS-FROM-DATE            PIC 9(08) VALUE ZERO.
001420 01  WS-TO-DATE              PIC 9(08) VALUE ZERO.
001430*----------------------------------------------------------------
001440* DEPARTMENT TABLE, LOADED FROM THE MASTER - THE NAME IS FOUND
001450* BY THE VALIDATED FILE ID THE BATCH CAME IN ON
001460*----------------------------------------------------------------
001470 01  WS-DEPT-TABLE.
001480     05 WS-DEPT-MAX         PIC 9(03) COMP VALUE 50.
001490     05 WS-DEPT-ENTRIES     PIC 9(03) COMP VALUE ZERO.
001500     05 WS-DEPT-IX          PIC 9(03) COMP VALUE ZERO.
001510     05 WS-DEPT-ENTRY OCCURS 50 TIMES.
001520         10 WS-DE-DEPT-NAME     PIC X(30).
001530         10 WS-DE-TRANS-FILE-ID PIC X(08).
001540 01  WS-MATCH-FILE-ID       PIC X(08) VALUE SPACES.
001550 01  WS-MATCH-DEPT-IX       PIC 9(03) COMP VALUE ZERO.
001560*----------------------------------------------------------------
001570* ACCOUNT-MAPPING TABLE, LOADED FROM GLACCTM - THE SAME CODING
001580* GLPOST APPLIES: THE ENTRY FOR THE BATCH ID WITH THE HIGHEST
001590* EFFECTIVE DATE NOT PAST THE RUN DATE (A REVERSAL AS OF THE
001600* RUN DATE OF THE BATCH IT REVERSES), ELSE SUSPENSE
001610*----------------------------------------------------------------
001620 01  WS-ACCT-TABLE.
001630     05 WS-ACCT-MAX         PIC 9(03) COMP VALUE 100.
001640     05 WS-ACCT-ENTRIES     PIC 9(03) COMP VALUE ZERO.
001650     05 WS-ACCT-IX          PIC 9(03) COMP VALUE ZERO.
001660     05 WS-ACCT-ENTRY OCCURS 100 TIMES.
001670         10 WS-AC-BATCH-ID      PIC X(04).
001680         10 WS-AC-ACCOUNT-NO    PIC X(08).
001690         10 WS-AC-EFF-DATE      PIC 9(08).
001700 01  WS-SUSPENSE-ACCT       PIC X(08) VALUE 'SUSPENSE'.
001710 01  WS-POST-ACCOUNT        PIC X(08) VALUE SPACES.
001720 01  WS-BEST-EFF-DATE       PIC 9(08) VALUE ZERO.
001730 01  WS-CODING-DATE         PIC 9(08) VALUE ZERO.
001740*----------------------------------------------------------------
001750* THE RANGE'S POSTED BATCHES FROM GLHIST, IN HISTORY ORDER, WITH
001760* THE FILE ID FROM THE REGISTER AND THE CORPORATE JOURNAL AND
001770* STATUS FROM THE ACKNOWLEDGEMENT REGISTER (BLANK STATUS = NOT
001780* ACKNOWLEDGED YET)
001790*----------------------------------------------------------------
001800 01  WS-BATCH-TABLE.
001810     05 WS-BATCH-MAX        PIC 9(04) COMP VALUE 2000.
001820     05 WS-BATCH-ENTRIES    PIC 9(04) COMP VALUE ZERO.
001830     05 WS-BATCH-IX         PIC 9(04) COMP VALUE ZERO.
001840     05 WS-BATCH-ENTRY OCCURS 2000 TIMES.
001850         10 WS-BT-BATCH-ID      PIC X(04).
001860         10 WS-BT-CONTROL-DATE  PIC X(08).
001870         10 WS-BT-RUN-DATE      PIC 9(08).
001880         10 WS-BT-ENTRY-TYPE    PIC X(01).
001890         10 WS-BT-ORIG-RUN-DATE PIC 9(08).
001900         10 WS-BT-UNITS         PIC S9(09).
001910         10 WS-BT-DOLLARS       PIC S9(11)V99.
001920         10 WS-BT-FILE-ID       PIC X(08).
001930         10 WS-BT-JOURNAL-NO    PIC X(10).
001940         10 WS-BT-ACK-STATUS    PIC X(01).
001950*----------------------------------------------------------------
001960* DELIMITED-ROW WORK FIELDS. CHARACTER COLUMNS GO OUT IN DOUBLE
001970* QUOTES WITH TRAILING SPACES DROPPED (AN EMBEDDED DOUBLE QUOTE
001980* BECOMES A SINGLE QUOTE); NUMBER COLUMNS GO OUT BARE WITH
001990* LEADING SPACES DROPPED AND A LEADING MINUS WHEN NEGATIVE.
002000*----------------------------------------------------------------
002010 01  WS-CSV-POINTER         PIC 9(03) COMP VALUE ZERO.
002020 01  WS-CSV-TEXT            PIC X(30) VALUE SPACES.
002030 01  WS-CSV-LENGTH          PIC 9(03) COMP VALUE ZERO.
002040 01  WS-CSV-LEADING         PIC 9(03) COMP VALUE ZERO.
002050 01  WS-CSV-UNITS           PIC -(9)9.
002060 01  WS-CSV-DOLLARS         PIC -(13)9.99.
002070 01  WS-CSV-COUNT           PIC Z(06)9.
002080 01  WS-CSV-DEPT-NAME       PIC X(30) VALUE SPACES.
002090 01  WS-CSV-ACK-STATUS      PIC X(16) VALUE SPACES.
002100 01  WS-CSV-HEADING.
002110     05 FILLER              PIC X(42) VALUE
002120         'RUN DATE,CONTROL DATE,BATCH ID,DEPARTMENT,'.
002130     05 FILLER              PIC X(46) VALUE
002140         'ACCOUNT,UNITS,DOLLAR NET,JOURNAL NO,ACK STATUS'.
002150     05 FILLER              PIC X(62) VALUE SPACES.
002160*----------------------------------------------------------------
002170* COUNTERS AND TOTALS
002180*----------------------------------------------------------------
002190 01  WS-COUNTERS.
002200     05 WS-ROWS-WRITTEN     PIC 9(07) COMP VALUE ZERO.
002210     05 WS-NO-DEPT-COUNT    PIC 9(07) COMP VALUE ZERO.
002220     05 WS-SUSPENSE-COUNT   PIC 9(07) COMP VALUE ZERO.
002230     05 WS-UNACKED-COUNT    PIC 9(07) COMP VALUE ZERO.
002240     05 WS-ACK-REJECT-COUNT PIC 9(07) COMP VALUE ZERO.
002250     05 WS-RETURN-CODE      PIC 9(04) COMP VALUE ZERO.
002260 01  WS-TOTAL-DOLLARS       PIC S9(13)V99 VALUE ZERO.
002270*----------------------------------------------------------------
002280* PRINTED-REPORT CONTROLS AND LINE LAYOUTS
002290*----------------------------------------------------------------
002300     COPY RPTHDR.
002310 01  WS-RPT-CONTROLS.
002320     05 WS-PAGE-NUMBER      PIC 9(04) COMP VALUE ZERO.
002330     05 WS-LINE-COUNT       PIC 9(03) COMP VALUE ZERO.
002340     05 WS-LINES-PER-PAGE   PIC 9(03) COMP VALUE 060.
002350 01  WS-RPT-PARAMETERS      PIC X(100) VALUE SPACES.
002360 01  WS-RPT-RUN-DATE        PIC X(10)  VALUE SPACES.
002370 01  WS-RPT-TITLE.
002380     05 TL-CTL              PIC X(01) VALUE ' '.
002390     05 FILLER              PIC X(41) VALUE
002400         'BATCHES EXTRACTED WITH NO DEPARTMENT NAME'.
002410     05 FILLER              PIC X(91) VALUE SPACES.
002420 01  WS-RPT-COLUMNS.
002430     05 CH-CTL              PIC X(01) VALUE '0'.
002440     05 FILLER              PIC X(11) VALUE 'RUN DATE'.
002450     05 FILLER              PIC X(11) VALUE 'CTL DATE'.
002460     05 FILLER              PIC X(07) VALUE 'BATCH'.
002470     05 FILLER              PIC X(10) VALUE 'FILE ID'.
002480     05 FILLER              PIC X(17) VALUE '     DOLLAR NET'.
002490     05 FILLER              PIC X(06) VALUE 'REASON'.
002500     05 FILLER              PIC X(70) VALUE SPACES.
002510 01  WS-RPT-DETAIL.
002520     05 DT-CTL              PIC X(01) VALUE ' '.
002530     05 DT-RUN-DATE         PIC 9(08).
002540     05 FILLER              PIC X(03) VALUE SPACES.
002550     05 DT-CONTROL-DATE     PIC X(08).
002560     05 FILLER              PIC X(03) VALUE SPACES.
002570     05 DT-BATCH-ID         PIC X(04).
002580     05 FILLER              PIC X(03) VALUE SPACES.
002590     05 DT-FILE-ID          PIC X(08).
002600     05 FILLER              PIC X(02) VALUE SPACES.
002610     05 DT-DOLLARS          PIC Z(10)9.99-.
002620     05 FILLER              PIC X(02) VALUE SPACES.
002630     05 DT-REASON           PIC X(30).
002640     05 FILLER              PIC X(46) VALUE SPACES.
002650 01  WS-RPT-ALL-TIED.
002660     05 AT-CTL              PIC X(01) VALUE ' '.
002670     05 FILLER              PIC X(40) VALUE
002680         'EVERY BATCH WAS TIED TO A DEPARTMENT'.
002690     05 FILLER              PIC X(92) VALUE SPACES.
002700 01  WS-RPT-SUMMARY-TITLE.
002710     05 SM-CTL              PIC X(01) VALUE '0'.
002720     05 FILLER              PIC X(30) VALUE
002730         'EXTRACT RUN SUMMARY'.
002740     05 FILLER              PIC X(102) VALUE SPACES.
002750 01  WS-RPT-SUMMARY.
002760     05 RS-CTL              PIC X(01) VALUE '0'.
002770     05 FILLER              PIC X(14) VALUE 'ROWS WRITTEN: '.
002780     05 RS-ROWS             PIC ZZZZZZ9.
002790     05 FILLER              PIC X(16) VALUE
002800         '  DOLLAR TOTAL: '.
002810     05 RS-DOLLARS          PIC Z(12)9.99-.
002820     05 FILLER              PIC X(78) VALUE SPACES.
002830 01  WS-RPT-SUMMARY-COUNTS.
002840     05 RC-CTL              PIC X(01) VALUE ' '.
002850     05 FILLER              PIC X(15) VALUE 'NO DEPARTMENT: '.
002860     05 RC-NO-DEPT          PIC ZZZZZZ9.
002870     05 FILLER              PIC X(15) VALUE '  ON SUSPENSE: '.
002880     05 RC-SUSPENSE         PIC ZZZZZZ9.
002890     05 FILLER              PIC X(20) VALUE
002900         '  NOT ACKNOWLEDGED: '.
002910     05 RC-UNACKED          PIC ZZZZZZ9.
002920     05 FILLER              PIC X(12) VALUE '  REJECTED: '.
002930     05 RC-REJECTED         PIC ZZZZZZ9.
002940     05 FILLER              PIC X(42) VALUE SPACES.
002950 01  WS-RPT-INCOMPLETE.
002960     05 IC-CTL              PIC X(01) VALUE '0'.
002970     05 FILLER              PIC X(40) VALUE
002980         '*** MORE THAN 2000 BATCHES IN THE RANGE '.
002990     05 FILLER              PIC X(40) VALUE
003000         '- NO ROWS EXTRACTED ***'.
003010     05 FILLER              PIC X(52) VALUE SPACES.
003020 PROCEDURE DIVISION.
003030*================================================================
003040* 0000-MAINLINE
003050*================================================================
003060 0000-MAINLINE.
003070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003080     PERFORM 1100-LOAD-DEPT-MASTER THRU 1100-EXIT.
003090     PERFORM 1200-LOAD-ACCOUNT-MAP THRU 1200-EXIT.
003100     PERFORM 1400-LOAD-RANGE-HISTORY THRU 1400-EXIT.
003110     PERFORM 1500-SCAN-BATCH-REGISTER THRU 1500-EXIT.
003120     PERFORM 1600-SCAN-ACK-REGISTER THRU 1600-EXIT.
003130     PERFORM 2000-WRITE-EXTRACT THRU 2000-EXIT.
003140     PERFORM 3000-FINALIZE THRU 3000-EXIT.
003150     STOP RUN RETURNING WS-RETURN-CODE.
003160*----------------------------------------------------------------
003170* 1000-INITIALIZE - PICK UP THE DATE RANGE, OPEN THE REPORT AND
003180*                   PRINT THE FIRST HEADING
003190*----------------------------------------------------------------
003200 1000-INITIALIZE.
003210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003220     PERFORM 1010-READ-PARM-CARD THRU 1010-EXIT.
003230     OPEN OUTPUT RPT-FILE.
003240     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
003250     STRING 'FROM=' WS-FROM-DATE
003260         ' TO=' WS-TO-DATE
003270         DELIMITED BY SIZE INTO WS-RPT-PARAMETERS.
003280     PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT.
003290 1000-EXIT.
003300     EXIT.
003310*----------------------------------------------------------------
003320* 1010-READ-PARM-CARD - PICK UP THE RUN-DATE RANGE FROM SYSIN.
003330*                       NO CARD (OR A BLANK OR ZERO DATE) MEANS
003340*                       THE START OF THE HISTORY THROUGH THE RUN
003350*                       DATE.
003360*----------------------------------------------------------------
003370 1010-READ-PARM-CARD.
003380     MOVE ZERO TO WS-FROM-DATE.
003390     MOVE WS-RUN-DATE TO WS-TO-DATE.
003400     OPEN INPUT PARM-FILE.
003410     IF WS-PARM-FILE-FOUND
003420         READ PARM-FILE
003430             AT END SET END-OF-PARM-FILE TO TRUE
003440         END-READ
003450         IF NOT END-OF-PARM-FILE
003460             IF PARM-FROM-DATE IS NUMERIC
003470                 MOVE PARM-FROM-DATE TO WS-FROM-DATE
003480             END-IF
003490             IF PARM-TO-DATE IS NUMERIC
003500                 AND PARM-TO-DATE > ZERO
003510                 MOVE PARM-TO-DATE TO WS-TO-DATE
003520             END-IF
003530         END-IF
003540         CLOSE PARM-FILE
003550     ELSE
003560         SET END-OF-PARM-FILE TO TRUE
003570     END-IF.
003580     IF WS-FROM-DATE > WS-TO-DATE
003590         DISPLAY '*** GLFINX0001W - FROM-DATE ' WS-FROM-DATE
003600             ' IS AFTER TO-DATE ' WS-TO-DATE
003610             ' - WHOLE HISTORY TO RUN DATE USED ***'
003620         MOVE ZERO TO WS-FROM-DATE
003630         MOVE WS-RUN-DATE TO WS-TO-DATE
003640     END-IF.
003650 1010-EXIT.
003660     EXIT.
003670*----------------------------------------------------------------
003680* 1020-WRITE-REPORT-HEADING - START A NEW REPORT PAGE, WITH THE
003690*                             TITLE AND COLUMN HEADINGS OF THE
003700*                             NO-DEPARTMENT LISTING
003710*----------------------------------------------------------------
003720 1020-WRITE-REPORT-HEADING.
003730     ADD 1 TO WS-PAGE-NUMBER.
003740     MOVE 'GLFINX'            TO RH1-PROGRAM-NAME.
003750     MOVE WS-RPT-RUN-DATE     TO RH1-RUN-DATE.
003760     MOVE WS-PAGE-NUMBER      TO RH1-PAGE-NUMBER.
003770     MOVE WS-RPT-PARAMETERS   TO RH2-PARAMETERS.
003780     WRITE PRINT-RECORD FROM WS-RPT-HEADING-1.
003790     WRITE PRINT-RECORD FROM WS-RPT-HEADING-2.
003800     WRITE PRINT-RECORD FROM WS-RPT-HEADING-3.
003810     WRITE PRINT-RECORD FROM WS-RPT-TITLE.
003820     WRITE PRINT-RECORD FROM WS-RPT-COLUMNS.
003830     MOVE 2 TO WS-LINE-COUNT.
003840 1020-EXIT.
003850     EXIT.
003860*----------------------------------------------------------------
003870* 1100-LOAD-DEPT-MASTER - LOAD THE DEPARTMENT MASTER INTO THE
003880*                         TABLE. NO MASTER AT ALL WARNS - THE
003890*                         ROWS STILL GO OUT, WITH NO DEPARTMENT
003900*                         NAME, AND ALL PRINT ON THE REPORT.
003910*----------------------------------------------------------------
003920 1100-LOAD-DEPT-MASTER.
003930     OPEN INPUT DEPT-FILE.
003940     IF NOT WS-DEPT-FILE-FOUND
003950         DISPLAY '*** GLFINX0002W - NO DEPARTMENT MASTER ON '
003960             'HAND - NO DEPARTMENT NAMES EXTRACTED ***'
003970         GO TO 1100-EXIT
003980     END-IF.
003990     PERFORM 1110-READ-ONE-DEPT THRU 1110-EXIT
004000         UNTIL END-OF-DEPT-FILE.
004010     CLOSE DEPT-FILE.
004020 1100-EXIT.
004030     EXIT.
004040*----------------------------------------------------------------
004050* 1110-READ-ONE-DEPT - FILE ONE DEPARTMENT'S NAME AND FILE ID IN
004060*                      THE TABLE
004070*----------------------------------------------------------------
004080 1110-READ-ONE-DEPT.
004090     READ DEPT-FILE
004100         AT END SET END-OF-DEPT-FILE TO TRUE
004110     END-READ.
004120     IF END-OF-DEPT-FILE
004130         GO TO 1110-EXIT
004140     END-IF.
004150     IF WS-DEPT-ENTRIES < WS-DEPT-MAX
004160         ADD 1 TO WS-DEPT-ENTRIES
004170         MOVE DM-DEPT-NAME TO WS-DE-DEPT-NAME (WS-DEPT-ENTRIES)
004180         MOVE DM-TRANS-FILE-ID
004190             TO WS-DE-TRANS-FILE-ID (WS-DEPT-ENTRIES)
004200     ELSE
004210         DISPLAY '*** GLFINX0003W - MORE THAN ' WS-DEPT-MAX
004220             ' DEPARTMENTS ON THE MASTER - EXCESS IGNORED ***'
004230     END-IF.
004240 1110-EXIT.
004250     EXIT.
004260*----------------------------------------------------------------
004270* 1200-LOAD-ACCOUNT-MAP - LOAD THE ACCOUNT-MAPPING MASTER INTO
004280*                         THE TABLE AND PICK UP THE '*SUS'
004290*                         SUSPENSE-ACCOUNT CARD. NO MASTER AT
004300*                         ALL WARNS AND SHOWS EVERY BATCH ON
004310*                         SUSPENSE, AS GLPOST WOULD HAVE CODED
004320*                         IT.
004330*----------------------------------------------------------------
004340 1200-LOAD-ACCOUNT-MAP.
004350     OPEN INPUT ACCT-FILE.
004360     IF NOT WS-ACCT-FILE-FOUND
004370         DISPLAY '*** GLFINX0004W - NO ACCOUNT-MAPPING MASTER '
004380             'ON HAND - ALL BATCHES SHOWN ON SUSPENSE ***'
004390         GO TO 1200-EXIT
004400     END-IF.
004410     PERFORM 1210-READ-ONE-MAP THRU 1210-EXIT
004420         UNTIL END-OF-ACCT-FILE.
004430     CLOSE ACCT-FILE.
004440 1200-EXIT.
004450     EXIT.
004460*----------------------------------------------------------------
004470* 1210-READ-ONE-MAP - FILE ONE MAPPING CARD IN THE TABLE. THE
004480*                     RESERVED '*SUS' CARD NAMES THE SUSPENSE
004490*                     ACCOUNT INSTEAD. A BLANK OR UNNUMERIC
004500*                     EFFECTIVE DATE COUNTS AS THE BASE CARD.
004510*----------------------------------------------------------------
004520 1210-READ-ONE-MAP.
004530     READ ACCT-FILE
004540         AT END SET END-OF-ACCT-FILE TO TRUE
004550     END-READ.
004560     IF END-OF-ACCT-FILE
004570         GO TO 1210-EXIT
004580     END-IF.
004590     IF ACM-BATCH-ID = '*SUS'
004600         MOVE ACM-ACCOUNT-NO TO WS-SUSPENSE-ACCT
004610         GO TO 1210-EXIT
004620     END-IF.
004630     IF WS-ACCT-ENTRIES < WS-ACCT-MAX
004640         ADD 1 TO WS-ACCT-ENTRIES
004650         MOVE ACM-BATCH-ID
004660             TO WS-AC-BATCH-ID (WS-ACCT-ENTRIES)
004670         MOVE ACM-ACCOUNT-NO
004680             TO WS-AC-ACCOUNT-NO (WS-ACCT-ENTRIES)
004690         IF ACM-EFFECTIVE-DATE IS NUMERIC
004700             MOVE ACM-EFFECTIVE-DATE
004710                 TO WS-AC-EFF-DATE (WS-ACCT-ENTRIES)
004720         ELSE
004730             MOVE ZERO TO WS-AC-EFF-DATE (WS-ACCT-ENTRIES)
004740         END-IF
004750     ELSE
004760         DISPLAY '*** GLFINX0005W - MORE THAN ' WS-ACCT-MAX
004770             ' MAPPING CARDS ON GLACCTM - EXCESS IGNORED ***'
004780     END-IF.
004790 1210-EXIT.
004800     EXIT.
004810*----------------------------------------------------------------
004820* 1400-LOAD-RANGE-HISTORY - READ THE POSTED HISTORY AND FILE
004830*                           EVERY BATCH RUN IN THE DATE RANGE.
004840*                           NO HISTORY MEANS NOTHING POSTED -
004850*                           THE FILE STILL GOES OUT WITH ITS
004860*                           HEADER AND A ZERO CONTROL ROW.
004870*----------------------------------------------------------------
004880 1400-LOAD-RANGE-HISTORY.
004890     OPEN INPUT HIST-FILE.
004900     IF NOT WS-HIST-FILE-FOUND
004910         DISPLAY '*** GLFINX0006I - NO POSTED HISTORY ON HAND '
004920             '- NO ROWS TO EXTRACT ***'
004930         GO TO 1400-EXIT
004940     END-IF.
004950     PERFORM 1410-READ-ONE-HISTORY THRU 1410-EXIT
004960         UNTIL END-OF-HIST-FILE.
004970     CLOSE HIST-FILE.
004980 1400-EXIT.
004990     EXIT.
005000*----------------------------------------------------------------
005010* 1410-READ-ONE-HISTORY - FILE ONE HISTORY RECORD WHEN ITS RUN
005020*                         DATE IS IN THE RANGE. A FULL TABLE
005030*                         WOULD LEAVE A SHORT FILE WHOSE CONTROL
005040*                         ROW STILL AGREED WITH IT, SO NO ROWS
005050*                         ARE WRITTEN AT ALL AND THE RUN ENDS
005060*                         RC 12.
005070*----------------------------------------------------------------
005080 1410-READ-ONE-HISTORY.
005090     READ HIST-FILE
005100         AT END SET END-OF-HIST-FILE TO TRUE
005110     END-READ.
005120     IF END-OF-HIST-FILE
005130         GO TO 1410-EXIT
005140     END-IF.
005150     IF HIST-RUN-DATE < WS-FROM-DATE
005160         OR HIST-RUN-DATE > WS-TO-DATE
005170         GO TO 1410-EXIT
005180     END-IF.
005190     IF WS-BATCH-ENTRIES NOT < WS-BATCH-MAX
005200         DISPLAY '*** GLFINX0007E - MORE THAN '
005210             WS-BATCH-MAX ' BATCHES POSTED IN THE RANGE - '
005220             'NO ROWS EXTRACTED ***'
005230         SET BATCH-TABLE-FULL TO TRUE
005240         SET END-OF-HIST-FILE TO TRUE
005250         MOVE 12 TO WS-RETURN-CODE
005260         GO TO 1410-EXIT
005270     END-IF.
005280     ADD 1 TO WS-BATCH-ENTRIES.
005290     MOVE HIST-BATCH-ID TO WS-BT-BATCH-ID (WS-BATCH-ENTRIES).
005300     MOVE HIST-CONTROL-DATE
005310         TO WS-BT-CONTROL-DATE (WS-BATCH-ENTRIES).
005320     MOVE HIST-RUN-DATE TO WS-BT-RUN-DATE (WS-BATCH-ENTRIES).
005330     MOVE HIST-ENTRY-TYPE TO WS-BT-ENTRY-TYPE (WS-BATCH-ENTRIES).
005340     IF HIST-ORIG-RUN-DATE IS NUMERIC
005350         MOVE HIST-ORIG-RUN-DATE
005360             TO WS-BT-ORIG-RUN-DATE (WS-BATCH-ENTRIES)
005370     ELSE
005380         MOVE ZERO TO WS-BT-ORIG-RUN-DATE (WS-BATCH-ENTRIES)
005390     END-IF.
005400     MOVE HIST-AMOUNT TO WS-BT-UNITS (WS-BATCH-ENTRIES).
005410     MOVE HIST-DOLLAR-AMOUNT
005420         TO WS-BT-DOLLARS (WS-BATCH-ENTRIES).
005430     MOVE SPACES TO WS-BT-FILE-ID (WS-BATCH-ENTRIES).
005440     MOVE SPACES TO WS-BT-JOURNAL-NO (WS-BATCH-ENTRIES).
005450     MOVE SPACES TO WS-BT-ACK-STATUS (WS-BATCH-ENTRIES).
005460 1410-EXIT.
005470     EXIT.
005480*----------------------------------------------------------------
005490* 1500-SCAN-BATCH-REGISTER - READ THE POSTED-BATCH REGISTER AND
005500*                            GIVE EACH OF THE RANGE'S BATCHES
005510*                            THE FILE ID IT CAME IN ON, MATCHED
005520*                            ON BATCH ID AND CONTROL DATE
005530*----------------------------------------------------------------
005540 1500-SCAN-BATCH-REGISTER.
005550     IF WS-BATCH-ENTRIES = ZERO
005560         OR BATCH-TABLE-FULL
005570         GO TO 1500-EXIT
005580     END-IF.
005590     OPEN INPUT BATREG-FILE.
005600     IF NOT WS-BATREG-FILE-FOUND
005610         DISPLAY '*** GLFINX0008W - NO POSTED-BATCH REGISTER '
005620             'ON HAND - NO BATCH CAN BE TIED TO A DEPARTMENT ***'
005630         GO TO 1500-EXIT
005640     END-IF.
005650     PERFORM 1510-READ-ONE-REGISTER THRU 1510-EXIT
005660         UNTIL END-OF-BATREG-FILE.
005670     CLOSE BATREG-FILE.
005680 1500-EXIT.
005690     EXIT.
005700*----------------------------------------------------------------
005710* 1510-READ-ONE-REGISTER - READ ONE REGISTER ENTRY AND MATCH IT
005720*                          AGAINST THE RANGE'S BATCHES
005730*----------------------------------------------------------------
005740 1510-READ-ONE-REGISTER.
005750     READ BATREG-FILE
005760         AT END SET END-OF-BATREG-FILE TO TRUE
005770     END-READ.
005780     IF END-OF-BATREG-FILE
005790         GO TO 1510-EXIT
005800     END-IF.
005810     PERFORM 1520-MATCH-ONE-BATCH THRU 1520-EXIT
005820         VARYING WS-BATCH-IX FROM 1 BY 1
005830         UNTIL WS-BATCH-IX > WS-BATCH-ENTRIES.
005840 1510-EXIT.
005850     EXIT.
005860*----------------------------------------------------------------
005870* 1520-MATCH-ONE-BATCH - ONE STEP OF THE REGISTER MATCH. THE
005880*                        FIRST REGISTER ENTRY FOR THE KEY WINS.
005890*----------------------------------------------------------------
005900 1520-MATCH-ONE-BATCH.
005910     IF WS-BT-FILE-ID (WS-BATCH-IX) NOT = SPACES
005920         GO TO 1520-EXIT
005930     END-IF.
005940     IF WS-BT-BATCH-ID (WS-BATCH-IX) = BR-BATCH-ID
005950         AND WS-BT-CONTROL-DATE (WS-BATCH-IX) = BR-CONTROL-DATE
005960         MOVE BR-TRANS-FILE-ID TO WS-BT-FILE-ID (WS-BATCH-IX)
005970     END-IF.
005980 1520-EXIT.
005990     EXIT.
006000*----------------------------------------------------------------
006010* 1600-SCAN-ACK-REGISTER - READ THE ACKNOWLEDGEMENT REGISTER AND
006020*                          GIVE EACH OF THE RANGE'S BATCHES THE
006030*                          JOURNAL AND STATUS CORPORATE RETURNED
006040*                          FOR ITS POSTING DATE. NO REGISTER JUST
006050*                          MEANS NOTHING HAS BEEN ACKNOWLEDGED.
006060*----------------------------------------------------------------
006070 1600-SCAN-ACK-REGISTER.
006080     IF WS-BATCH-ENTRIES = ZERO
006090         OR BATCH-TABLE-FULL
006100         GO TO 1600-EXIT
006110     END-IF.
006120     OPEN INPUT ACKREG-FILE.
006130     IF NOT WS-ACKREG-FILE-FOUND
006140         GO TO 1600-EXIT
006150     END-IF.
006160     PERFORM 1610-READ-ONE-ACK THRU 1610-EXIT
006170         UNTIL END-OF-ACKREG-FILE.
006180     CLOSE ACKREG-FILE.
006190 1600-EXIT.
006200     EXIT.
006210*----------------------------------------------------------------
006220* 1610-READ-ONE-ACK - READ ONE REGISTER RECORD AND REPLAY IT
006230*                     ONTO EVERY BATCH POSTED THAT DATE
006240*----------------------------------------------------------------
006250 1610-READ-ONE-ACK.
006260     READ ACKREG-FILE
006270         AT END SET END-OF-ACKREG-FILE TO TRUE
006280     END-READ.
006290     IF END-OF-ACKREG-FILE
006300         GO TO 1610-EXIT
006310     END-IF.
006320     PERFORM 1620-APPLY-ONE-ACK THRU 1620-EXIT
006330         VARYING WS-BATCH-IX FROM 1 BY 1
006340         UNTIL WS-BATCH-IX > WS-BATCH-ENTRIES.
006350 1610-EXIT.
006360     EXIT.
006370*----------------------------------------------------------------
006380* 1620-APPLY-ONE-ACK - ONE STEP OF THE ACKNOWLEDGEMENT MATCH.
006390*                      THE LATEST REGISTER RECORD FOR A DATE
006400*                      WINS, AS IN GLACK.
006410*----------------------------------------------------------------
006420 1620-APPLY-ONE-ACK.
006430     IF WS-BT-RUN-DATE (WS-BATCH-IX) = AKR-POST-DATE
006440         MOVE AKR-STATUS TO WS-BT-ACK-STATUS (WS-BATCH-IX)
006450         MOVE AKR-JOURNAL-NO TO WS-BT-JOURNAL-NO (WS-BATCH-IX)
006460     END-IF.
006470 1620-EXIT.
006480     EXIT.
006490*----------------------------------------------------------------
006500* 2000-WRITE-EXTRACT - WRITE THE DELIMITED FILE: THE HEADER ROW,
006510*                      ONE ROW PER BATCH IN HISTORY ORDER AND
006520*                      THE CONTROL ROW. WHEN THE BATCH TABLE
006530*                      FILLED THE FILE IS LEFT EMPTY, SO IT
006540*                      CANNOT BE LOADED AS IF IT WERE WHOLE.
006550*----------------------------------------------------------------
006560 2000-WRITE-EXTRACT.
006570     OPEN OUTPUT CSV-FILE.
006580     IF BATCH-TABLE-FULL
006590         CLOSE CSV-FILE
006600         GO TO 2000-EXIT
006610     END-IF.
006620     WRITE CSV-RECORD FROM WS-CSV-HEADING.
006630     PERFORM 2100-WRITE-ONE-ROW THRU 2100-EXIT
006640         VARYING WS-BATCH-IX FROM 1 BY 1
006650         UNTIL WS-BATCH-IX > WS-BATCH-ENTRIES.
006660     MOVE SPACES TO CSV-RECORD.
006670     MOVE 1 TO WS-CSV-POINTER.
006680     MOVE 'CONTROL' TO WS-CSV-TEXT.
006690     PERFORM 7100-APPEND-TEXT THRU 7100-EXIT.
006700     MOVE WS-ROWS-WRITTEN TO WS-CSV-COUNT.
006710     MOVE WS-CSV-COUNT TO WS-CSV-TEXT.
006720     PERFORM 7200-APPEND-NUMBER THRU 7200-EXIT.
006730     MOVE WS-TOTAL-DOLLARS TO WS-CSV-DOLLARS.
006740     MOVE WS-CSV-DOLLARS TO WS-CSV-TEXT.
006750     PERFORM 7200-APPEND-NUMBER THRU 7200-EXIT.
006760     WRITE CSV-RECORD.
006770     CLOSE CSV-FILE.
006780     IF WS-NO-DEPT-COUNT = ZERO
006790         WRITE PRINT-RECORD FROM WS-RPT-ALL-TIED
006800     END-IF.
006810 2000-EXIT.
006820     EXIT.
006830*----------------------------------------------------------------
006840* 2100-WRITE-ONE-ROW - CODE ONE BATCH TO ITS ACCOUNT, FIND ITS
006850*                      DEPARTMENT AND WRITE ITS ROW. A BATCH WITH
006860*                      NO DEPARTMENT STILL GOES OUT (SO THE FILE
006870*                      TIES TO GLHIST) BUT IS LISTED ON THE
006880*                      REPORT AND THE RUN ENDS RC 4.
006890*----------------------------------------------------------------
006900 2100-WRITE-ONE-ROW.
006910     PERFORM 2110-FIND-ACCOUNT THRU 2110-EXIT.
006920     IF NOT MAPPING-FOUND
006930         ADD 1 TO WS-SUSPENSE-COUNT
006940     END-IF.
006950     MOVE ZERO TO WS-MATCH-DEPT-IX.
006960     IF WS-BT-FILE-ID (WS-BATCH-IX) NOT = SPACES
006970         MOVE WS-BT-FILE-ID (WS-BATCH-IX) TO WS-MATCH-FILE-ID
006980         PERFORM 2130-CHECK-ONE-DEPT THRU 2130-EXIT
006990             VARYING WS-DEPT-IX FROM 1 BY 1
007000             UNTIL WS-DEPT-IX > WS-DEPT-ENTRIES
007010     END-IF.
007020     IF WS-MATCH-DEPT-IX = ZERO
007030         MOVE SPACES TO WS-CSV-DEPT-NAME
007040         PERFORM 2150-LIST-NO-DEPT THRU 2150-EXIT
007050     ELSE
007060         MOVE WS-DE-DEPT-NAME (WS-MATCH-DEPT-IX)
007070             TO WS-CSV-DEPT-NAME
007080     END-IF.
007090     IF WS-BT-ACK-STATUS (WS-BATCH-IX) = 'A'
007100         MOVE 'ACCEPTED' TO WS-CSV-ACK-STATUS
007110     ELSE
007120         IF WS-BT-ACK-STATUS (WS-BATCH-IX) = 'R'
007130             MOVE 'REJECTED' TO WS-CSV-ACK-STATUS
007140             ADD 1 TO WS-ACK-REJECT-COUNT
007150         ELSE
007160             MOVE 'NOT ACKNOWLEDGED' TO WS-CSV-ACK-STATUS
007170             ADD 1 TO WS-UNACKED-COUNT
007180         END-IF
007190     END-IF.
007200     MOVE SPACES TO CSV-RECORD.
007210     MOVE 1 TO WS-CSV-POINTER.
007220     MOVE WS-BT-RUN-DATE (WS-BATCH-IX) TO WS-CSV-TEXT.
007230     PERFORM 7200-APPEND-NUMBER THRU 7200-EXIT.
007240     MOVE WS-BT-CONTROL-DATE (WS-BATCH-IX) TO WS-CSV-TEXT.
007250     PERFORM 7100-APPEND-TEXT THRU 7100-EXIT.
007260     MOVE WS-BT-BATCH-ID (WS-BATCH-IX) TO WS-CSV-TEXT.
007270     PERFORM 7100-APPEND-TEXT THRU 7100-EXIT.
007280     MOVE WS-CSV-DEPT-NAME TO WS-CSV-TEXT.
007290     PERFORM 7100-APPEND-TEXT THRU 7100-EXIT.
007300     MOVE WS-POST-ACCOUNT TO WS-CSV-TEXT.
007310     PERFORM 7100-APPEND-TEXT THRU 7100-EXIT.
007320     MOVE WS-BT-UNITS (WS-BATCH-IX) TO WS-CSV-UNITS.
007330     MOVE WS-CSV-UNITS TO WS-CSV-TEXT.
007340     PERFORM 7200-APPEND-NUMBER THRU 7200-EXIT.
007350     MOVE WS-BT-DOLLARS (WS-BATCH-IX) TO WS-CSV-DOLLARS.
007360     MOVE WS-CSV-DOLLARS TO WS-CSV-TEXT.
007370     PERFORM 7200-APPEND-NUMBER THRU 7200-EXIT.
007380     MOVE WS-BT-JOURNAL-NO (WS-BATCH-IX) TO WS-CSV-TEXT.
007390     PERFORM 7100-APPEND-TEXT THRU 7100-EXIT.
007400     MOVE WS-CSV-ACK-STATUS TO WS-CSV-TEXT.
007410     PERFORM 7100-APPEND-TEXT THRU 7100-EXIT.
007420     WRITE CSV-RECORD.
007430     ADD 1 TO WS-ROWS-WRITTEN.
007440     ADD WS-BT-DOLLARS (WS-BATCH-IX) TO WS-TOTAL-DOLLARS.
007450 2100-EXIT.
007460     EXIT.
007470*----------------------------------------------------------------
007480* 2110-FIND-ACCOUNT - PICK THE MAPPING IN EFFECT FOR THE BATCH
007490*                     IN HAND THE WAY GLPOST DOES: THE ENTRY FOR
007500*                     ITS BATCH ID WITH THE HIGHEST EFFECTIVE
007510*                     DATE NOT PAST ITS RUN DATE - OR, FOR A
007520*                     REVERSAL, THE RUN DATE OF THE BATCH IT
007530*                     REVERSES. NO ENTRY IN EFFECT IS SUSPENSE.
007540*----------------------------------------------------------------
007550 2110-FIND-ACCOUNT.
007560     MOVE 'N' TO WS-ACCT-FOUND-SW.
007570     MOVE WS-BT-RUN-DATE (WS-BATCH-IX) TO WS-CODING-DATE.
007580     IF WS-BT-ENTRY-TYPE (WS-BATCH-IX) = 'R'
007590         AND WS-BT-ORIG-RUN-DATE (WS-BATCH-IX) > ZERO
007600         MOVE WS-BT-ORIG-RUN-DATE (WS-BATCH-IX)
007610             TO WS-CODING-DATE
007620     END-IF.
007630     MOVE WS-SUSPENSE-ACCT TO WS-POST-ACCOUNT.
007640     MOVE ZERO TO WS-BEST-EFF-DATE.
007650     PERFORM 2120-CHECK-ONE-MAP THRU 2120-EXIT
007660         VARYING WS-ACCT-IX FROM 1 BY 1
007670         UNTIL WS-ACCT-IX > WS-ACCT-ENTRIES.
007680 2110-EXIT.
007690     EXIT.
007700*----------------------------------------------------------------
007710* 2120-CHECK-ONE-MAP - ONE STEP OF THE MAPPING SCAN
007720*----------------------------------------------------------------
007730 2120-CHECK-ONE-MAP.
007740     IF WS-AC-BATCH-ID (WS-ACCT-IX)
007750         NOT = WS-BT-BATCH-ID (WS-BATCH-IX)
007760         GO TO 2120-EXIT
007770     END-IF.
007780     IF WS-AC-EFF-DATE (WS-ACCT-IX) > WS-CODING-DATE
007790         GO TO 2120-EXIT
007800     END-IF.
007810     IF NOT MAPPING-FOUND
007820         OR WS-AC-EFF-DATE (WS-ACCT-IX) > WS-BEST-EFF-DATE
007830         SET MAPPING-FOUND TO TRUE
007840         MOVE WS-AC-EFF-DATE (WS-ACCT-IX) TO WS-BEST-EFF-DATE
007850         MOVE WS-AC-ACCOUNT-NO (WS-ACCT-IX) TO WS-POST-ACCOUNT
007860     END-IF.
007870 2120-EXIT.
007880     EXIT.
007890*----------------------------------------------------------------
007900* 2130-CHECK-ONE-DEPT - ONE STEP OF THE DEPARTMENT LOOKUP BY
007910*                       VALIDATED FILE ID. THE FIRST MATCH WINS.
007920*----------------------------------------------------------------
007930 2130-CHECK-ONE-DEPT.
007940     IF WS-MATCH-DEPT-IX = ZERO
007950         AND WS-DE-TRANS-FILE-ID (WS-DEPT-IX) = WS-MATCH-FILE-ID
007960         MOVE WS-DEPT-IX TO WS-MATCH-DEPT-IX
007970     END-IF.
007980 2130-EXIT.
007990     EXIT.
008000*----------------------------------------------------------------
008010* 2150-LIST-NO-DEPT - PRINT ONE BATCH NO DEPARTMENT COULD BE
008020*                     FOUND FOR, WITH THE REASON
008030*----------------------------------------------------------------
008040 2150-LIST-NO-DEPT.
008050     ADD 1 TO WS-NO-DEPT-COUNT.
008060     IF WS-RETURN-CODE < 4
008070         MOVE 4 TO WS-RETURN-CODE
008080     END-IF.
008090     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
008100         PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT
008110     END-IF.
008120     MOVE WS-BT-RUN-DATE (WS-BATCH-IX) TO DT-RUN-DATE.
008130     MOVE WS-BT-CONTROL-DATE (WS-BATCH-IX) TO DT-CONTROL-DATE.
008140     MOVE WS-BT-BATCH-ID (WS-BATCH-IX) TO DT-BATCH-ID.
008150     MOVE WS-BT-FILE-ID (WS-BATCH-IX) TO DT-FILE-ID.
008160     MOVE WS-BT-DOLLARS (WS-BATCH-IX) TO DT-DOLLARS.
008170     IF WS-BT-FILE-ID (WS-BATCH-IX) = SPACES
008180         MOVE 'NOT ON BATCHREG' TO DT-REASON
008190     ELSE
008200         MOVE 'FILE ID NOT ON DEPTMST' TO DT-REASON
008210     END-IF.
008220     WRITE PRINT-RECORD FROM WS-RPT-DETAIL.
008230     ADD 1 TO WS-LINE-COUNT.
008240 2150-EXIT.
008250     EXIT.
008260*----------------------------------------------------------------
008270* 3000-FINALIZE - PRINT THE RUN SUMMARY, WRITE THE AUDIT RECORD
008280*                 AND CLOSE UP
008290*----------------------------------------------------------------
008300 3000-FINALIZE.
008310     WRITE PRINT-RECORD FROM WS-RPT-SUMMARY-TITLE.
008320     IF BATCH-TABLE-FULL
008330         WRITE PRINT-RECORD FROM WS-RPT-INCOMPLETE
008340     END-IF.
008350     MOVE WS-ROWS-WRITTEN TO RS-ROWS.
008360     MOVE WS-TOTAL-DOLLARS TO RS-DOLLARS.
008370     WRITE PRINT-RECORD FROM WS-RPT-SUMMARY.
008380     MOVE WS-NO-DEPT-COUNT TO RC-NO-DEPT.
008390     MOVE WS-SUSPENSE-COUNT TO RC-SUSPENSE.
008400     MOVE WS-UNACKED-COUNT TO RC-UNACKED.
008410     MOVE WS-ACK-REJECT-COUNT TO RC-REJECTED.
008420     WRITE PRINT-RECORD FROM WS-RPT-SUMMARY-COUNTS.
008430     WRITE PRINT-RECORD FROM WS-RPT-FOOTER.
008440     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
008450     CLOSE RPT-FILE.
008460 3000-EXIT.
008470     EXIT.
008480*----------------------------------------------------------------
008490* 7100-APPEND-TEXT - ADD WS-CSV-TEXT TO THE ROW IN HAND AS A
008500*                    QUOTED CHARACTER COLUMN, AFTER A COMMA
008510*                    UNLESS IT IS THE FIRST COLUMN
008520*----------------------------------------------------------------
008530 7100-APPEND-TEXT.
008540     IF WS-CSV-POINTER > 1
008550         STRING ',' DELIMITED BY SIZE
008560             INTO CSV-RECORD WITH POINTER WS-CSV-POINTER
008570     END-IF.
008580     INSPECT WS-CSV-TEXT REPLACING ALL '"' BY "'".
008590     MOVE 30 TO WS-CSV-LENGTH.
008600     MOVE 'N' TO WS-TRIM-SW.
008610     PERFORM 7110-TRIM-ONE-CHAR THRU 7110-EXIT
008620         UNTIL TRIM-DONE.
008630     STRING '"' DELIMITED BY SIZE
008640         INTO CSV-RECORD WITH POINTER WS-CSV-POINTER.
008650     IF WS-CSV-LENGTH > ZERO
008660         STRING WS-CSV-TEXT (1:WS-CSV-LENGTH) DELIMITED BY SIZE
008670             INTO CSV-RECORD WITH POINTER WS-CSV-POINTER
008680     END-IF.
008690     STRING '"' DELIMITED BY SIZE
008700         INTO CSV-RECORD WITH POINTER WS-CSV-POINTER.
008710 7100-EXIT.
008720     EXIT.
008730*----------------------------------------------------------------
008740* 7110-TRIM-ONE-CHAR - ONE STEP BACK OVER THE TRAILING SPACES OF
008750*                      WS-CSV-TEXT
008760*----------------------------------------------------------------
008770 7110-TRIM-ONE-CHAR.
008780     IF WS-CSV-LENGTH = ZERO
008790         SET TRIM-DONE TO TRUE
008800         GO TO 7110-EXIT
008810     END-IF.
008820     IF WS-CSV-TEXT (WS-CSV-LENGTH:1) NOT = SPACE
008830         SET TRIM-DONE TO TRUE
008840     ELSE
008850         SUBTRACT 1 FROM WS-CSV-LENGTH
008860     END-IF.
008870 7110-EXIT.
008880     EXIT.
008890*----------------------------------------------------------------
008900* 7200-APPEND-NUMBER - ADD THE EDITED NUMBER IN WS-CSV-TEXT TO
008910*                      THE ROW IN HAND WITHOUT ITS LEADING
008920*                      SPACES, AFTER A COMMA UNLESS IT IS THE
008930*                      FIRST COLUMN
008940*----------------------------------------------------------------
008950 7200-APPEND-NUMBER.
008960     IF WS-CSV-POINTER > 1
008970         STRING ',' DELIMITED BY SIZE
008980             INTO CSV-RECORD WITH POINTER WS-CSV-POINTER
008990     END-IF.
009000     MOVE ZERO TO WS-CSV-LEADING.
009010     INSPECT WS-CSV-TEXT TALLYING WS-CSV-LEADING
009020         FOR LEADING SPACES.
009030     IF WS-CSV-LEADING < 30
009040         STRING WS-CSV-TEXT (WS-CSV-LEADING + 1:)
009050             DELIMITED BY SPACE
009060             INTO CSV-RECORD WITH POINTER WS-CSV-POINTER
009070     END-IF.
009080 7200-EXIT.
009090     EXIT.
009100*----------------------------------------------------------------
009110* 8000-WRITE-AUDIT-RECORD - APPEND ONE RECORD TO AUDITLOG GIVING
009120*                           THE DATE RANGE, THE ROWS WRITTEN AND
009130*                           THE RETURN CODE FOR THIS EXTRACT
009140*----------------------------------------------------------------
009150 8000-WRITE-AUDIT-RECORD.
009160     OPEN EXTEND AUDIT-FILE.
009170     IF NOT WS-AUDIT-FILE-FOUND
009180         OPEN OUTPUT AUDIT-FILE
009190     END-IF.
009200     MOVE SPACES TO AUDIT-RECORD.
009210     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
009220     MOVE 'GLFINX' TO AUDIT-PROGRAM-ID.
009230     STRING 'FROM=' WS-FROM-DATE ' TO=' WS-TO-DATE
009240         DELIMITED BY SIZE INTO AUDIT-INPUTS.
009250     MOVE WS-ROWS-WRITTEN TO AUDIT-RESULT.
009260     MOVE WS-RETURN-CODE TO AUDIT-RETURN-CODE.
009270     WRITE AUDIT-RECORD.
009280     CLOSE AUDIT-FILE.
009290 8000-EXIT.
009300     EXIT.
