000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  TRANCONV.
000030 AUTHOR. D-GOODWIN.
000040 INSTALLATION. BATCH-CONTROL-GROUP.
000050 DATE-WRITTEN. 2026-10-13.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  ------------------------------------------
000120* 2026-10-13  DG   NEW PROGRAM. DELIMITED-FILE INTAKE STEP RUN
000130*                  AHEAD OF TRANEDIT FOR DEPARTMENTS WHOSE
000140*                  PACKAGES CAN ONLY EXPORT A COMMA-DELIMITED
000150*                  FILE. READS THE DEPARTMENT'S DELIMITED FILE
000160*                  (TRANDLM, OR THE FILE NAMED ON THE CNVPARM
000170*                  SYSIN CARD), PICKS THE DETAIL FIELDS OUT OF
000180*                  EACH ROW BY THE DEPARTMENT'S COLUMN-MAPPING
000190*                  CARD (CNVCOLS, KEYED BY DM-DEPT-ID) AND
000200*                  BUILDS THE FIXED TRANREC TRANSACTION FILE
000210*                  (TRANFILE, OR THE FILE NAMED ON THE CARD)
000220*                  THAT TRANEDIT READS - A HEADER CARRYING THE
000230*                  DEPARTMENT AS SOURCE, THE DETAILS IN BATCH-ID
000240*                  ORDER, AND A TRAILER WHOSE COUNT AND BOTH
000250*                  HASHES ARE COMPUTED FROM THE DETAILS ACTUALLY
000260*                  CONVERTED. A ROW THAT CANNOT BE CONVERTED IS
000270*                  LISTED ON THE INTAKE EXCEPTIONS REPORT
000280*                  (INTAKRPT) WITH ITS ROW NUMBER AND THE
000290*                  REASON, AND ANY EXCEPTION AT ALL REFUSES THE
000300*                  WHOLE FILE RC 8 - THE TRANSACTION FILE IS
000310*                  LEFT EMPTY RATHER THAN HALF-BUILT, SO THE
000320*                  DEPARTMENT RESENDS OR OPS FIXES THE EXPORT
000330*                  AND THE STEP IS RERUN. LIKE TRANEDIT THE HARD
000340*                  STOPS GO BACK WITH RC 16 IN THE RETURN-CODE
000350*                  REGISTER SO NIGHTRUN CAN CALL IT ONCE PER
000360*                  MANIFEST FILE.
000370*----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PARM-FILE ASSIGN TO "SYSIN"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PARM-FILE-STATUS.
000440     SELECT DEPT-FILE ASSIGN TO "DEPTMST"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-DEPT-FILE-STATUS.
000470     SELECT COLS-FILE ASSIGN TO "CNVCOLS"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-COLS-FILE-STATUS.
000500     SELECT DELIM-FILE ASSIGN TO WS-DELIM-FILE-ID
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-DELIM-FILE-STATUS.
000530     SELECT TRANS-FILE ASSIGN TO WS-TRANS-FILE-ID
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-TRANS-FILE-STATUS.
000560     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000590     SELECT RPT-FILE ASSIGN TO "INTAKRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  PARM-FILE
000640     LABEL RECORDS ARE STANDARD.
000650     COPY CNVPARM.
000660 FD  DEPT-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY DEPTMST.
000690 FD  COLS-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY CNVCOLS.
000720 FD  DELIM-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 01  DELIM-RECORD               PIC X(256).
000750 FD  TRANS-FILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORDING MODE IS F.
000780     COPY TRANREC.
000790 FD  AUDIT-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY AUDITREC.
000820 FD  RPT-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY PRTLINE.
000850 WORKING-STORAGE SECTION.
000860*----------------------------------------------------------------
000870* SWITCHES
000880*----------------------------------------------------------------
000890 01  WS-SWITCHES.
000900     05 WS-EOF-SW           PIC X(01) VALUE 'N'.
000910         88 END-OF-DELIM-FILE          VALUE 'Y'.
000920     05 WS-PARM-EOF-SW      PIC X(01) VALUE 'N'.
000930         88 END-OF-PARM-FILE           VALUE 'Y'.
000940     05 WS-DEPT-EOF-SW      PIC X(01) VALUE 'N'.
000950         88 END-OF-DEPT-FILE           VALUE 'Y'.
000960     05 WS-DEPT-FOUND-SW    PIC X(01) VALUE 'N'.
000970         88 SENDER-ON-MASTER           VALUE 'Y'.
000980     05 WS-COLS-EOF-SW      PIC X(01) VALUE 'N'.
000990         88 END-OF-COLS-FILE           VALUE 'Y'.
001000     05 WS-COLS-FOUND-SW    PIC X(01) VALUE 'N'.
001010         88 COLUMN-MAP-FOUND           VALUE 'Y'.
001020     05 WS-QUOTE-SW         PIC X(01) VALUE 'N'.
001030         88 INSIDE-QUOTES              VALUE 'Y'.
001040     05 WS-QUOTE-END-SW     PIC X(01) VALUE 'N'.
001050         88 QUOTE-JUST-CLOSED          VALUE 'Y'.
001060     05 WS-TABLE-FULL-SW    PIC X(01) VALUE 'N'.
001070         88 DETAIL-TABLE-FULL          VALUE 'Y'.
001080     05 WS-FIELD-LONG-SW    PIC X(01) VALUE 'N'.
001090         88 FIELD-TOO-LONG             VALUE 'Y'.
001100 01  WS-PARM-FILE-STATUS    PIC X(02) VALUE SPACES.
001110     88 WS-PARM-FILE-FOUND            VALUE '00'.
001120 01  WS-DEPT-FILE-STATUS    PIC X(02) VALUE SPACES.
001130     88 WS-DEPT-FILE-FOUND             VALUE '00'.
001140 01  WS-COLS-FILE-STATUS    PIC X(02) VALUE SPACES.
001150     88 WS-COLS-FILE-FOUND             VALUE '00'.
001160 01  WS-DELIM-FILE-STATUS   PIC X(02) VALUE SPACES.
001170     88 WS-DELIM-FILE-FOUND            VALUE '00'.
001180 01  WS-TRANS-FILE-STATUS   PIC X(02) VALUE SPACES.
001190     88 WS-TRANS-FILE-OK               VALUE '00'.
001200 01  WS-AUDIT-FILE-STATUS   PIC X(02) VALUE SPACES.
001210     88 WS-AUDIT-FILE-FOUND            VALUE '00'.
001220*----------------------------------------------------------------
001230* RUN-PARAMETER FIELDS - SET FROM THE CNVPARM SYSIN CARD, ELSE
001240* LEFT AT THE SHOP DEFAULT SHOWN BELOW. THE DEPARTMENT HAS NO
001250* DEFAULT - A RUN WITHOUT ONE IS A HARD STOP.
001260*----------------------------------------------------------------
001270 01  WS-RUN-PARMS.
001280     05 WS-DEPT-ID          PIC X(08) VALUE SPACES.
001290     05 WS-DELIM-FILE-ID    PIC X(08) VALUE 'TRANDLM '.
001300     05 WS-TRANS-FILE-ID    PIC X(08) VALUE 'TRANFILE'.
001310     05 WS-CONTROL-DATE     PIC X(08) VALUE SPACES.
001320*----------------------------------------------------------------
001330* CURRENT SYSTEM DATE, PICKED UP ONCE AT START-UP FOR THE AUDIT
001340* LOG, THE REPORT HEADINGS AND THE DEFAULT HEADER DATE.
001350*----------------------------------------------------------------
001360 01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001370*----------------------------------------------------------------
001380* THE DEPARTMENT'S COLUMN MAPPING, TAKEN OFF ITS CNVCOLS CARD.
001390* A BLANK DELIMITER IS A COMMA, A BLANK SKIP COUNT IS NONE AND
001400* BLANK TYPE CODES ARE 'D' AND 'C'.
001410*----------------------------------------------------------------
001420 01  WS-COLUMN-MAP.
001430     05 WS-DELIMITER        PIC X(01) VALUE ','.
001440     05 WS-SKIP-ROWS        PIC 9(01) VALUE ZERO.
001450     05 WS-BATCH-COL        PIC 9(02) VALUE ZERO.
001460     05 WS-TYPE-COL         PIC 9(02) VALUE ZERO.
001470     05 WS-NUM1-COL         PIC 9(02) VALUE ZERO.
001480     05 WS-NUM2-COL         PIC 9(02) VALUE ZERO.
001490     05 WS-AMOUNT-COL       PIC 9(02) VALUE ZERO.
001500     05 WS-CURRENCY-COL     PIC 9(02) VALUE ZERO.
001510     05 WS-DEBIT-CODE       PIC X(04) VALUE 'D   '.
001520     05 WS-CREDIT-CODE      PIC X(04) VALUE 'C   '.
001530*----------------------------------------------------------------
001540* COUNTERS AND CONTROL-TOTAL ACCUMULATORS. ROWS READ COUNTS
001550* EVERY LINE OF THE DELIMITED FILE AND IS THE ROW NUMBER THE
001560* EXCEPTIONS REPORT QUOTES; SKIPPED COVERS THE HEADING ROWS AND
001570* BLANK LINES. THE TRAILER FIGURES ARE ACCUMULATED AS THE HELD
001580* DETAILS ARE WRITTEN, SO THEY ARE WHAT ACTUALLY WENT OUT.
001590*----------------------------------------------------------------
001600 01  WS-COUNTERS.
001610     05 WS-ROWS-READ        PIC 9(07) COMP VALUE ZERO.
001620     05 WS-ROWS-SKIPPED     PIC 9(07) COMP VALUE ZERO.
001630     05 WS-EXCEPTION-COUNT  PIC 9(07) COMP VALUE ZERO.
001640     05 WS-DETAIL-COUNT     PIC 9(07) COMP VALUE ZERO.
001650     05 WS-BATCH-COUNT      PIC 9(05) COMP VALUE ZERO.
001660     05 WS-RETURN-CODE      PIC 9(04) COMP VALUE ZERO.
001670 01  WS-TRAILER-HASH        PIC 9(09) VALUE ZERO.
001680 01  WS-TRAILER-AMT-HASH    PIC 9(11)V99 VALUE ZERO.
001690 01  WS-AMT-WORK            PIC 9(11)V99 VALUE ZERO.
001700 01  WS-LAST-BATCH-ID       PIC X(04) VALUE SPACES.
001710 01  WS-ROWS-READ-DISP      PIC 9(07) VALUE ZERO.
001720*----------------------------------------------------------------
001730* HELD-DETAIL TABLE - EVERY CONVERTED DETAIL, KEPT IN ASCENDING
001740* BATCH-ID ORDER AS IT IS FILED, THE SAME WAY TRANEDIT HOLDS ITS
001750* RESUBMISSIONS. THE INSERT SCAN RUNS BACK FROM THE END, SO ROWS
001760* OF ONE BATCH KEEP THEIR FILE ORDER AND A FILE ALREADY IN BATCH
001770* ORDER COSTS ONE COMPARE A ROW. NOTHING IS WRITTEN UNTIL THE
001780* WHOLE FILE HAS CONVERTED. A FILE WITH MORE DETAILS THAN THE
001790* TABLE HOLDS IS REFUSED.
001800*----------------------------------------------------------------
001810 01  WS-DTL-TABLE.
001820     05 WS-DTL-MAX          PIC 9(04) COMP VALUE 5000.
001830     05 WS-DTL-ENTRIES      PIC 9(04) COMP VALUE ZERO.
001840     05 WS-DTL-IX           PIC 9(04) COMP VALUE ZERO.
001850     05 WS-DTL-POS          PIC 9(04) COMP VALUE ZERO.
001860     05 WS-DTL-ENTRY OCCURS 5000 TIMES.
001870         10 WS-DT-BATCH-ID      PIC X(04).
001880         10 WS-DT-IMAGE         PIC X(80).
001890*----------------------------------------------------------------
001900* ROW-SPLIT AREA - ONE DELIMITED ROW BROKEN INTO ITS COLUMNS. A
001910* COLUMN LONGER THAN THE THIRTY BYTES KEPT IS FLAGGED RATHER
001920* THAN QUIETLY CUT, SINCE NO TRANREC FIELD IS THAT WIDE.
001930*----------------------------------------------------------------
001940 01  WS-COL-TABLE.
001950     05 WS-COL-MAX          PIC 9(02) COMP VALUE 20.
001960     05 WS-COL-COUNT        PIC 9(02) COMP VALUE ZERO.
001970     05 WS-COL-IX           PIC 9(02) COMP VALUE ZERO.
001980     05 WS-COL-ENTRY OCCURS 20 TIMES.
001990         10 WS-CO-VALUE         PIC X(30).
002000         10 WS-CO-LENGTH        PIC 9(02) COMP.
002010         10 WS-CO-LONG-SW       PIC X(01).
002020             88 WS-CO-TOO-LONG             VALUE 'Y'.
002030 01  WS-CHAR-IX             PIC 9(03) COMP VALUE ZERO.
002040 01  WS-ROW-CHAR            PIC X(01) VALUE SPACE.
002050 01  WS-FIELD-VALUE         PIC X(30) VALUE SPACES.
002060*----------------------------------------------------------------
002070* NUMBER-PARSE WORK AREA - 2400 READS WS-FIELD-VALUE AS A SIGNED
002080* DECIMAL AND LEAVES THE MAGNITUDE IN HUNDREDTHS, THE SIGN, HOW
002090* MANY DECIMAL PLACES WERE SUPPLIED AND WHETHER A POINT WAS SEEN.
002100*----------------------------------------------------------------
002110 01  WS-PARSE-FIELDS.
002120     05 WS-PARSE-IX         PIC 9(02) COMP VALUE ZERO.
002130     05 WS-PARSE-CHAR       PIC X(01) VALUE SPACE.
002140     05 WS-PARSE-DIGIT      PIC 9(01) VALUE ZERO.
002150     05 WS-PARSE-DIGITS     PIC 9(02) COMP VALUE ZERO.
002160     05 WS-PARSE-DECIMALS   PIC 9(02) COMP VALUE ZERO.
002170     05 WS-PARSE-CENTS      PIC 9(11) VALUE ZERO.
002180     05 WS-PARSE-BAD-SW     PIC X(01) VALUE 'N'.
002190         88 PARSE-BAD                  VALUE 'Y'.
002200     05 WS-PARSE-NEG-SW     PIC X(01) VALUE 'N'.
002210         88 PARSE-NEGATIVE             VALUE 'Y'.
002220     05 WS-PARSE-POINT-SW   PIC X(01) VALUE 'N'.
002230         88 PARSE-POINT-SEEN           VALUE 'Y'.
002240     05 WS-PARSE-SIGN-SW    PIC X(01) VALUE 'N'.
002250         88 PARSE-SIGN-SEEN            VALUE 'Y'.
002260     05 WS-PARSE-PAREN-SW   PIC X(01) VALUE 'N'.
002270         88 PARSE-PAREN-OPEN           VALUE 'Y'.
002280     05 WS-PARSE-END-SW     PIC X(01) VALUE 'N'.
002290         88 PARSE-ENDED                VALUE 'Y'.
002300     05 WS-PARSE-HUGE-SW    PIC X(01) VALUE 'N'.
002310         88 PARSE-TOO-LARGE            VALUE 'Y'.
002320*----------------------------------------------------------------
002330* CONVERSION WORK AREA - EACH DETAIL IS BUILT HERE, OVERLAID
002340* WITH THE TRANSACTION DETAIL LAYOUT, BEFORE IT IS HELD. THE
002350* RATE AND CONVERTED-DOLLAR FIELDS ARE LEFT BLANK FOR TRANEDIT
002360* TO FILL IN, AS ON A FILE A DEPARTMENT SENDS DIRECT.
002370*----------------------------------------------------------------
002380 01  WS-CONV-RECORD         PIC X(80) VALUE SPACES.
002390 01  WS-CONV-FIELDS REDEFINES WS-CONV-RECORD.
002400     05 CV-REC-TYPE         PIC X(01).
002410     05 CV-BATCH-ID         PIC X(04).
002420     05 CV-TRANS-TYPE       PIC X(01).
002430     05 CV-NUM1             PIC 9(02).
002440     05 CV-NUM2             PIC 9(02).
002450     05 CV-AMOUNT           PIC S9(07)V99.
002460     05 CV-RESUB-FLAG       PIC X(01).
002470     05 CV-CURRENCY-CODE    PIC X(03).
002480     05 FILLER              PIC X(57).
002490 01  WS-EXCEPTION-REASON    PIC X(40) VALUE SPACES.
002500*----------------------------------------------------------------
002510* PRINTED-REPORT CONTROLS AND LINE LAYOUTS
002520*----------------------------------------------------------------
002530     COPY RPTHDR.
002540 01  WS-RPT-CONTROLS.
002550     05 WS-PAGE-NUMBER      PIC 9(04) COMP VALUE ZERO.
002560     05 WS-LINE-COUNT       PIC 9(03) COMP VALUE ZERO.
002570     05 WS-LINES-PER-PAGE   PIC 9(03) COMP VALUE 060.
002580 01  WS-RPT-PARAMETERS      PIC X(100) VALUE SPACES.
002590 01  WS-RPT-RUN-DATE        PIC X(10)  VALUE SPACES.
002600 01  WS-RPT-EXCEPTION.
002610     05 RX-CTL              PIC X(01) VALUE SPACE.
002620     05 FILLER              PIC X(04) VALUE 'ROW '.
002630     05 RX-ROW-NO           PIC ZZZZZZ9.
002640     05 FILLER              PIC X(03) VALUE SPACES.
002650     05 FILLER              PIC X(16) VALUE 'NOT CONVERTED - '.
002660     05 RX-REASON           PIC X(40).
002670     05 FILLER              PIC X(62) VALUE SPACES.
002680 01  WS-RPT-ROW-TEXT.
002690     05 RT-CTL              PIC X(01) VALUE SPACE.
002700     05 FILLER              PIC X(14) VALUE SPACES.
002710     05 FILLER              PIC X(06) VALUE 'DATA: '.
002720     05 RT-TEXT             PIC X(100).
002730     05 FILLER              PIC X(12) VALUE SPACES.
002740 01  WS-RPT-SUMMARY.
002750     05 RS-CTL              PIC X(01) VALUE '0'.
002760     05 FILLER              PIC X(11) VALUE 'ROWS READ: '.
002770     05 RS-ROWS-READ        PIC ZZZZZZ9.
002780     05 FILLER              PIC X(03) VALUE SPACES.
002790     05 FILLER              PIC X(09) VALUE 'SKIPPED: '.
002800     05 RS-ROWS-SKIPPED     PIC ZZZZZZ9.
002810     05 FILLER              PIC X(03) VALUE SPACES.
002820     05 FILLER              PIC X(11) VALUE 'CONVERTED: '.
002830     05 RS-CONVERTED        PIC ZZZZZZ9.
002840     05 FILLER              PIC X(03) VALUE SPACES.
002850     05 FILLER              PIC X(15) VALUE 'NOT CONVERTED: '.
002860     05 RS-EXCEPTIONS       PIC ZZZZZZ9.
002870     05 FILLER              PIC X(49) VALUE SPACES.
002880 01  WS-RPT-BUILT.
002890     05 BL-CTL              PIC X(01) VALUE '0'.
002900     05 FILLER              PIC X(17) VALUE 'TRANSACTION FILE '.
002910     05 BL-FILE-ID          PIC X(08).
002920     05 FILLER              PIC X(17) VALUE ' BUILT - BATCHES '.
002930     05 BL-BATCHES          PIC ZZZZ9.
002940     05 FILLER              PIC X(15) VALUE ' TRAILER COUNT '.
002950     05 BL-COUNT            PIC ZZZZZZ9.
002960     05 FILLER              PIC X(06) VALUE ' HASH '.
002970     05 BL-HASH             PIC ZZZZZZZZ9.
002980     05 FILLER              PIC X(10) VALUE ' AMT HASH '.
002990     05 BL-AMT-HASH         PIC ZZZZZZZZZZ9.99.
003000     05 FILLER              PIC X(24) VALUE SPACES.
003010 01  WS-RPT-REFUSED.
003020     05 RR-CTL              PIC X(01) VALUE '0'.
003030     05 FILLER              PIC X(41) VALUE
003040         '*** FILE REFUSED - TRANSACTION FILE LEFT '.
003050     05 FILLER              PIC X(09) VALUE 'EMPTY ***'.
003060     05 FILLER              PIC X(82) VALUE SPACES.
003070 01  WS-RPT-NO-ROWS.
003080     05 NR-CTL              PIC X(01) VALUE '0'.
003090     05 FILLER              PIC X(40) VALUE
003100         '*** NO DETAIL ROWS ON THE DELIMITED FILE'.
003110     05 FILLER              PIC X(04) VALUE ' ***'.
003120     05 FILLER              PIC X(88) VALUE SPACES.
003130 PROCEDURE DIVISION.
003140*================================================================
003150* 0000-MAINLINE
003160*================================================================
003170 0000-MAINLINE.
003180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003190     PERFORM 2000-CONVERT-ONE-ROW THRU 2000-EXIT
003200         UNTIL END-OF-DELIM-FILE.
003210     PERFORM 3000-FINALIZE THRU 3000-EXIT.
003220     MOVE WS-RETURN-CODE TO RETURN-CODE.
003230     GOBACK.
003240*----------------------------------------------------------------
003250* 1000-INITIALIZE - READ THE CARD, CHECK THE DEPARTMENT, LOAD
003260*                   ITS COLUMN MAPPING, OPEN THE DELIMITED FILE
003270*                   AND PRINT THE REPORT HEADING. EVERY FAULT
003280*                   HERE IS A HARD STOP, TAKEN BEFORE THE
003290*                   TRANSACTION FILE IS TOUCHED.
003300*----------------------------------------------------------------
003310 1000-INITIALIZE.
003320     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003330     PERFORM 1010-READ-PARM-CARD THRU 1010-EXIT.
003340     IF WS-DEPT-ID = SPACES
003350         DISPLAY '*** TRANCONV0001E - NO DEPARTMENT ON THE '
003360             'SYSIN CARD - NOTHING CONVERTED ***'
003370         MOVE 16 TO RETURN-CODE
003380         GOBACK
003390     END-IF.
003400     IF WS-CONTROL-DATE = SPACES
003410         MOVE WS-RUN-DATE TO WS-CONTROL-DATE
003420     END-IF.
003430     IF WS-CONTROL-DATE IS NOT NUMERIC
003440         DISPLAY '*** TRANCONV0002E - CONTROL DATE '
003450             WS-CONTROL-DATE ' IS NOT YYYYMMDD - NOTHING '
003460             'CONVERTED ***'
003470         MOVE 16 TO RETURN-CODE
003480         GOBACK
003490     END-IF.
003500     PERFORM 1040-CHECK-DEPARTMENT THRU 1040-EXIT.
003510     PERFORM 1060-LOAD-COLUMN-MAP THRU 1060-EXIT.
003520     OPEN INPUT DELIM-FILE.
003530     IF NOT WS-DELIM-FILE-FOUND
003540         DISPLAY '*** TRANCONV0008E - UNABLE TO OPEN DELIMITED '
003550             'FILE ' WS-DELIM-FILE-ID ' - STATUS '
003560             WS-DELIM-FILE-STATUS ' ***'
003570         MOVE 16 TO RETURN-CODE
003580         GOBACK
003590     END-IF.
003600     OPEN OUTPUT RPT-FILE.
003610     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
003620     STRING 'DEPT=' WS-DEPT-ID
003630         ' DELIM-FILE-ID=' WS-DELIM-FILE-ID
003640         ' TRANS-FILE-ID=' WS-TRANS-FILE-ID
003650         ' CONTROL-DATE=' WS-CONTROL-DATE DELIMITED BY SIZE
003660         INTO WS-RPT-PARAMETERS.
003670     PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT.
003680 1000-EXIT.
003690     EXIT.
003700*----------------------------------------------------------------
003710* 1010-READ-PARM-CARD - PICK UP THE DEPARTMENT AND ANY RUN-TIME
003720*                       OVERRIDES FROM SYSIN
003730*----------------------------------------------------------------
003740 1010-READ-PARM-CARD.
003750     OPEN INPUT PARM-FILE.
003760     IF WS-PARM-FILE-FOUND
003770         READ PARM-FILE
003780             AT END SET END-OF-PARM-FILE TO TRUE
003790         END-READ
003800         IF NOT END-OF-PARM-FILE
003810             MOVE CNV-DEPT-ID TO WS-DEPT-ID
003820             IF CNV-DELIM-FILE-ID NOT = SPACES
003830                 MOVE CNV-DELIM-FILE-ID TO WS-DELIM-FILE-ID
003840             END-IF
003850             IF CNV-RAW-FILE-ID NOT = SPACES
003860                 MOVE CNV-RAW-FILE-ID TO WS-TRANS-FILE-ID
003870             END-IF
003880             IF CNV-CONTROL-DATE NOT = SPACES
003890                 MOVE CNV-CONTROL-DATE TO WS-CONTROL-DATE
003900             END-IF
003910         END-IF
003920         CLOSE PARM-FILE
003930     ELSE
003940         SET END-OF-PARM-FILE TO TRUE
003950     END-IF.
003960 1010-EXIT.
003970     EXIT.
003980*----------------------------------------------------------------
003990* 1020-WRITE-REPORT-HEADING - START A NEW REPORT PAGE
004000*----------------------------------------------------------------
004010 1020-WRITE-REPORT-HEADING.
004020     ADD 1 TO WS-PAGE-NUMBER.
004030     MOVE 'TRANCONV'          TO RH1-PROGRAM-NAME.
004040     MOVE WS-RPT-RUN-DATE     TO RH1-RUN-DATE.
004050     MOVE WS-PAGE-NUMBER      TO RH1-PAGE-NUMBER.
004060     MOVE WS-RPT-PARAMETERS   TO RH2-PARAMETERS.
004070     WRITE PRINT-RECORD FROM WS-RPT-HEADING-1.
004080     WRITE PRINT-RECORD FROM WS-RPT-HEADING-2.
004090     WRITE PRINT-RECORD FROM WS-RPT-HEADING-3.
004100     MOVE ZERO TO WS-LINE-COUNT.
004110 1020-EXIT.
004120     EXIT.
004130*----------------------------------------------------------------
004140* 1040-CHECK-DEPARTMENT - THE DEPARTMENT GOES OUT AS THE HEADER
004150*                         SOURCE, SO IT MUST BE ON THE MASTER OR
004160*                         TRANEDIT WOULD ONLY REFUSE THE FILE
004170*                         LATER. NO MASTER ON HAND WARNS AND
004180*                         RUNS ON, AS TRANEDIT DOES.
004190*----------------------------------------------------------------
004200 1040-CHECK-DEPARTMENT.
004210     OPEN INPUT DEPT-FILE.
004220     IF NOT WS-DEPT-FILE-FOUND
004230         DISPLAY '*** TRANCONV0003W - NO DEPARTMENT MASTER ON '
004240             'HAND - DEPARTMENT NOT VALIDATED ***'
004250         GO TO 1040-EXIT
004260     END-IF.
004270     PERFORM 1050-READ-ONE-DEPT THRU 1050-EXIT
004280         UNTIL END-OF-DEPT-FILE
004290         OR SENDER-ON-MASTER.
004300     CLOSE DEPT-FILE.
004310     IF NOT SENDER-ON-MASTER
004320         DISPLAY '*** TRANCONV0004E - DEPARTMENT ' WS-DEPT-ID
004330             ' NOT ON THE DEPARTMENT MASTER - NOTHING '
004340             'CONVERTED ***'
004350         MOVE 16 TO RETURN-CODE
004360         GOBACK
004370     END-IF.
004380 1040-EXIT.
004390     EXIT.
004400*----------------------------------------------------------------
004410* 1050-READ-ONE-DEPT - CHECK ONE DEPARTMENT MASTER RECORD
004420*----------------------------------------------------------------
004430 1050-READ-ONE-DEPT.
004440     READ DEPT-FILE
004450         AT END SET END-OF-DEPT-FILE TO TRUE
004460     END-READ.
004470     IF END-OF-DEPT-FILE
004480         GO TO 1050-EXIT
004490     END-IF.
004500     IF DM-DEPT-ID = WS-DEPT-ID
004510         SET SENDER-ON-MASTER TO TRUE
004520     END-IF.
004530 1050-EXIT.
004540     EXIT.
004550*----------------------------------------------------------------
004560* 1060-LOAD-COLUMN-MAP - FIND THE DEPARTMENT'S CARD ON CNVCOLS
004570*                        AND SETTLE THE MAPPING. THE BATCH AND
004580*                        AMOUNT COLUMNS MUST BE 01-20; THE
004590*                        OPTIONAL ONES 00-20. NO FILE, NO CARD
004600*                        OR A BAD CARD IS A HARD STOP - WITHOUT
004610*                        A MAPPING NOTHING CAN BE CONVERTED.
004620*----------------------------------------------------------------
004630 1060-LOAD-COLUMN-MAP.
004640     OPEN INPUT COLS-FILE.
004650     IF NOT WS-COLS-FILE-FOUND
004660         DISPLAY '*** TRANCONV0005E - NO COLUMN-MAPPING FILE '
004670             'ON HAND - NOTHING CONVERTED ***'
004680         MOVE 16 TO RETURN-CODE
004690         GOBACK
004700     END-IF.
004710     PERFORM 1070-READ-ONE-MAP THRU 1070-EXIT
004720         UNTIL END-OF-COLS-FILE
004730         OR COLUMN-MAP-FOUND.
004740     CLOSE COLS-FILE.
004750     IF NOT COLUMN-MAP-FOUND
004760         DISPLAY '*** TRANCONV0006E - NO COLUMN MAPPING FOR '
004770             'DEPARTMENT ' WS-DEPT-ID ' - NOTHING '
004780             'CONVERTED ***'
004790         MOVE 16 TO RETURN-CODE
004800         GOBACK
004810     END-IF.
004820     IF CNC-BATCH-COL IS NOT NUMERIC
004830         OR CNC-TYPE-COL IS NOT NUMERIC
004840         OR CNC-NUM1-COL IS NOT NUMERIC
004850         OR CNC-NUM2-COL IS NOT NUMERIC
004860         OR CNC-AMOUNT-COL IS NOT NUMERIC
004870         OR CNC-CURRENCY-COL IS NOT NUMERIC
004880         GO TO 1060-BAD-MAP
004890     END-IF.
004900     IF CNC-BATCH-COL = ZERO
004910         OR CNC-AMOUNT-COL = ZERO
004920         OR CNC-BATCH-COL > WS-COL-MAX
004930         OR CNC-TYPE-COL > WS-COL-MAX
004940         OR CNC-NUM1-COL > WS-COL-MAX
004950         OR CNC-NUM2-COL > WS-COL-MAX
004960         OR CNC-AMOUNT-COL > WS-COL-MAX
004970         OR CNC-CURRENCY-COL > WS-COL-MAX
004980         GO TO 1060-BAD-MAP
004990     END-IF.
005000     IF CNC-DELIMITER NOT = SPACE
005010         MOVE CNC-DELIMITER TO WS-DELIMITER
005020     END-IF.
005030     IF CNC-SKIP-ROWS IS NUMERIC
005040         MOVE CNC-SKIP-ROWS TO WS-SKIP-ROWS
005050     END-IF.
005060     MOVE CNC-BATCH-COL TO WS-BATCH-COL.
005070     MOVE CNC-TYPE-COL TO WS-TYPE-COL.
005080     MOVE CNC-NUM1-COL TO WS-NUM1-COL.
005090     MOVE CNC-NUM2-COL TO WS-NUM2-COL.
005100     MOVE CNC-AMOUNT-COL TO WS-AMOUNT-COL.
005110     MOVE CNC-CURRENCY-COL TO WS-CURRENCY-COL.
005120     IF CNC-DEBIT-CODE NOT = SPACES
005130         MOVE CNC-DEBIT-CODE TO WS-DEBIT-CODE
005140     END-IF.
005150     IF CNC-CREDIT-CODE NOT = SPACES
005160         MOVE CNC-CREDIT-CODE TO WS-CREDIT-CODE
005170     END-IF.
005180     IF WS-DEBIT-CODE = WS-CREDIT-CODE
005190         GO TO 1060-BAD-MAP
005200     END-IF.
005210     GO TO 1060-EXIT.
005220 1060-BAD-MAP.
005230     DISPLAY '*** TRANCONV0007E - COLUMN MAPPING FOR '
005240         'DEPARTMENT ' WS-DEPT-ID ' IS INVALID - NOTHING '
005250         'CONVERTED ***'.
005260     MOVE 16 TO RETURN-CODE.
005270     GOBACK.
005280 1060-EXIT.
005290     EXIT.
005300*----------------------------------------------------------------
005310* 1070-READ-ONE-MAP - CHECK ONE COLUMN-MAPPING CARD. THE FIRST
005320*                     CARD FOR THE DEPARTMENT IS THE ONE USED.
005330*----------------------------------------------------------------
005340 1070-READ-ONE-MAP.
005350     READ COLS-FILE
005360         AT END SET END-OF-COLS-FILE TO TRUE
005370     END-READ.
005380     IF END-OF-COLS-FILE
005390         GO TO 1070-EXIT
005400     END-IF.
005410     IF CNC-DEPT-ID = WS-DEPT-ID
005420         SET COLUMN-MAP-FOUND TO TRUE
005430     END-IF.
005440 1070-EXIT.
005450     EXIT.
005460*----------------------------------------------------------------
005470* 2000-CONVERT-ONE-ROW - READ ONE DELIMITED ROW, SPLIT IT INTO
005480*                        COLUMNS, BUILD THE DETAIL AND HOLD IT
005490*                        IN BATCH-ID ORDER, OR LIST THE ROW AS
005500*                        AN EXCEPTION. HEADING ROWS AND BLANK
005510*                        LINES ARE COUNTED AND PASSED OVER.
005520*----------------------------------------------------------------
005530 2000-CONVERT-ONE-ROW.
005540     READ DELIM-FILE
005550         AT END SET END-OF-DELIM-FILE TO TRUE
005560     END-READ.
005570     IF END-OF-DELIM-FILE
005580         GO TO 2000-EXIT
005590     END-IF.
005600     ADD 1 TO WS-ROWS-READ.
005610*    PC EXPORTS END EACH LINE WITH A CARRIAGE RETURN.
005620     INSPECT DELIM-RECORD REPLACING ALL X'0D' BY SPACE.
005630     IF WS-ROWS-READ NOT > WS-SKIP-ROWS
005640         OR DELIM-RECORD = SPACES
005650         ADD 1 TO WS-ROWS-SKIPPED
005660         GO TO 2000-EXIT
005670     END-IF.
005680     IF DETAIL-TABLE-FULL
005690         ADD 1 TO WS-EXCEPTION-COUNT
005700         GO TO 2000-EXIT
005710     END-IF.
005720     PERFORM 2100-SPLIT-ROW THRU 2100-EXIT.
005730     MOVE SPACES TO WS-EXCEPTION-REASON.
005740     PERFORM 2200-BUILD-DETAIL THRU 2200-EXIT.
005750     IF WS-EXCEPTION-REASON NOT = SPACES
005760         PERFORM 2500-LIST-EXCEPTION THRU 2500-EXIT
005770         GO TO 2000-EXIT
005780     END-IF.
005790     IF WS-DTL-ENTRIES NOT < WS-DTL-MAX
005800         SET DETAIL-TABLE-FULL TO TRUE
005810         MOVE 'MORE DETAIL ROWS THAN ONE FILE CAN HOLD'
005820             TO WS-EXCEPTION-REASON
005830         PERFORM 2500-LIST-EXCEPTION THRU 2500-EXIT
005840         GO TO 2000-EXIT
005850     END-IF.
005860     PERFORM 2300-HOLD-DETAIL THRU 2300-EXIT.
005870 2000-EXIT.
005880     EXIT.
005890*----------------------------------------------------------------
005900* 2100-SPLIT-ROW - BREAK THE ROW INTO COLUMNS AT EACH DELIMITER
005910*                  OUTSIDE DOUBLE QUOTES. A DOUBLED QUOTE INSIDE
005920*                  A QUOTED COLUMN IS A LITERAL QUOTE. LEADING
005930*                  SPACES OF A COLUMN ARE DROPPED. COLUMNS PAST
005940*                  THE TWENTIETH ARE IGNORED.
005950*----------------------------------------------------------------
005960 2100-SPLIT-ROW.
005970     MOVE 1 TO WS-COL-COUNT.
005980     PERFORM 2110-CLEAR-ONE-COLUMN THRU 2110-EXIT
005990         VARYING WS-COL-IX FROM 1 BY 1
006000         UNTIL WS-COL-IX > WS-COL-MAX.
006010     MOVE 'N' TO WS-QUOTE-SW.
006020     MOVE 'N' TO WS-QUOTE-END-SW.
006030     PERFORM 2120-SCAN-ONE-CHAR THRU 2120-EXIT
006040         VARYING WS-CHAR-IX FROM 1 BY 1
006050         UNTIL WS-CHAR-IX > 256
006060         OR WS-COL-COUNT > WS-COL-MAX.
006070 2100-EXIT.
006080     EXIT.
006090*----------------------------------------------------------------
006100* 2110-CLEAR-ONE-COLUMN - EMPTY ONE COLUMN SLOT
006110*----------------------------------------------------------------
006120 2110-CLEAR-ONE-COLUMN.
006130     MOVE SPACES TO WS-CO-VALUE (WS-COL-IX).
006140     MOVE ZERO TO WS-CO-LENGTH (WS-COL-IX).
006150     MOVE 'N' TO WS-CO-LONG-SW (WS-COL-IX).
006160 2110-EXIT.
006170     EXIT.
006180*----------------------------------------------------------------
006190* 2120-SCAN-ONE-CHAR - TAKE ONE CHARACTER OF THE ROW. A QUOTE
006200*                      SEEN JUST AFTER A CLOSING QUOTE REOPENS
006210*                      THE COLUMN AND KEEPS ONE QUOTE.
006220*----------------------------------------------------------------
006230 2120-SCAN-ONE-CHAR.
006240     MOVE DELIM-RECORD (WS-CHAR-IX:1) TO WS-ROW-CHAR.
006250     IF INSIDE-QUOTES
006260         IF WS-ROW-CHAR = '"'
006270             MOVE 'N' TO WS-QUOTE-SW
006280             SET QUOTE-JUST-CLOSED TO TRUE
006290         ELSE
006300             PERFORM 2130-ADD-ONE-CHAR THRU 2130-EXIT
006310         END-IF
006320         GO TO 2120-EXIT
006330     END-IF.
006340     IF WS-ROW-CHAR = '"'
006350         IF QUOTE-JUST-CLOSED
006360             PERFORM 2130-ADD-ONE-CHAR THRU 2130-EXIT
006370         END-IF
006380         SET INSIDE-QUOTES TO TRUE
006390         MOVE 'N' TO WS-QUOTE-END-SW
006400         GO TO 2120-EXIT
006410     END-IF.
006420     MOVE 'N' TO WS-QUOTE-END-SW.
006430     IF WS-ROW-CHAR = WS-DELIMITER
006440         ADD 1 TO WS-COL-COUNT
006450         GO TO 2120-EXIT
006460     END-IF.
006470     IF WS-ROW-CHAR = SPACE
006480         AND WS-CO-LENGTH (WS-COL-COUNT) = ZERO
006490         GO TO 2120-EXIT
006500     END-IF.
006510     PERFORM 2130-ADD-ONE-CHAR THRU 2130-EXIT.
006520 2120-EXIT.
006530     EXIT.
006540*----------------------------------------------------------------
006550* 2130-ADD-ONE-CHAR - APPEND THE CHARACTER TO THE CURRENT
006560*                     COLUMN. PAST THIRTY BYTES ONLY A
006570*                     NON-BLANK MATTERS - IT MARKS THE COLUMN
006580*                     TOO LONG.
006590*----------------------------------------------------------------
006600 2130-ADD-ONE-CHAR.
006610     IF WS-CO-LENGTH (WS-COL-COUNT) < 30
006620         ADD 1 TO WS-CO-LENGTH (WS-COL-COUNT)
006630         MOVE WS-ROW-CHAR TO WS-CO-VALUE (WS-COL-COUNT)
006640             (WS-CO-LENGTH (WS-COL-COUNT):1)
006650     ELSE
006660         IF WS-ROW-CHAR NOT = SPACE
006670             SET WS-CO-TOO-LONG (WS-COL-COUNT) TO TRUE
006680         END-IF
006690     END-IF.
006700 2130-EXIT.
006710     EXIT.
006720*----------------------------------------------------------------
006730* 2200-BUILD-DETAIL - BUILD THE TRANREC DETAIL FROM THE MAPPED
006740*                     COLUMNS. THE FIRST FAULT FOUND IS THE
006750*                     REASON THE ROW IS LISTED.
006760*----------------------------------------------------------------
006770 2200-BUILD-DETAIL.
006780     MOVE SPACES TO WS-CONV-RECORD.
006790     MOVE 'D' TO CV-REC-TYPE.
006800     MOVE WS-BATCH-COL TO WS-COL-IX.
006810     PERFORM 2210-TAKE-COLUMN THRU 2210-EXIT.
006820     IF WS-FIELD-VALUE = SPACES
006830         MOVE 'BATCH ID MISSING' TO WS-EXCEPTION-REASON
006840         GO TO 2200-EXIT
006850     END-IF.
006860     IF FIELD-TOO-LONG
006870         OR WS-FIELD-VALUE (5:26) NOT = SPACES
006880         MOVE 'BATCH ID LONGER THAN 4 CHARACTERS'
006890             TO WS-EXCEPTION-REASON
006900         GO TO 2200-EXIT
006910     END-IF.
006920     MOVE WS-FIELD-VALUE (1:4) TO CV-BATCH-ID.
006930     MOVE WS-AMOUNT-COL TO WS-COL-IX.
006940     PERFORM 2210-TAKE-COLUMN THRU 2210-EXIT.
006950     IF WS-FIELD-VALUE = SPACES
006960         MOVE 'AMOUNT MISSING' TO WS-EXCEPTION-REASON
006970         GO TO 2200-EXIT
006980     END-IF.
006990     PERFORM 2400-PARSE-NUMBER THRU 2400-EXIT.
007000     IF PARSE-BAD
007010         MOVE 'AMOUNT NOT NUMERIC' TO WS-EXCEPTION-REASON
007020         GO TO 2200-EXIT
007030     END-IF.
007040     IF WS-PARSE-DECIMALS > 2
007050         MOVE 'AMOUNT HAS MORE THAN 2 DECIMAL PLACES'
007060             TO WS-EXCEPTION-REASON
007070         GO TO 2200-EXIT
007080     END-IF.
007090     IF PARSE-TOO-LARGE
007100         OR WS-PARSE-CENTS > 999999999
007110         MOVE 'AMOUNT TOO LARGE FOR A DETAIL'
007120             TO WS-EXCEPTION-REASON
007130         GO TO 2200-EXIT
007140     END-IF.
007150     COMPUTE CV-AMOUNT = WS-PARSE-CENTS / 100.
007160     IF PARSE-NEGATIVE
007170         COMPUTE CV-AMOUNT = ZERO - CV-AMOUNT
007180     END-IF.
007190     PERFORM 2220-SET-TRANS-TYPE THRU 2220-EXIT.
007200     IF WS-EXCEPTION-REASON NOT = SPACES
007210         GO TO 2200-EXIT
007220     END-IF.
007230     IF WS-NUM1-COL = ZERO
007240         MOVE ZERO TO CV-NUM1
007250     ELSE
007260         MOVE WS-NUM1-COL TO WS-COL-IX
007270         PERFORM 2230-TAKE-UNITS THRU 2230-EXIT
007280         IF WS-EXCEPTION-REASON NOT = SPACES
007290             MOVE 'UNITS 1 NOT A WHOLE NUMBER 0-99'
007300                 TO WS-EXCEPTION-REASON
007310             GO TO 2200-EXIT
007320         END-IF
007330         COMPUTE CV-NUM1 = WS-PARSE-CENTS / 100
007340     END-IF.
007350     IF WS-NUM2-COL = ZERO
007360         MOVE ZERO TO CV-NUM2
007370     ELSE
007380         MOVE WS-NUM2-COL TO WS-COL-IX
007390         PERFORM 2230-TAKE-UNITS THRU 2230-EXIT
007400         IF WS-EXCEPTION-REASON NOT = SPACES
007410             MOVE 'UNITS 2 NOT A WHOLE NUMBER 0-99'
007420                 TO WS-EXCEPTION-REASON
007430             GO TO 2200-EXIT
007440         END-IF
007450         COMPUTE CV-NUM2 = WS-PARSE-CENTS / 100
007460     END-IF.
007470     IF WS-CURRENCY-COL NOT = ZERO
007480         MOVE WS-CURRENCY-COL TO WS-COL-IX
007490         PERFORM 2210-TAKE-COLUMN THRU 2210-EXIT
007500         IF FIELD-TOO-LONG
007510             OR WS-FIELD-VALUE (4:27) NOT = SPACES
007520             MOVE 'CURRENCY CODE LONGER THAN 3 CHARACTERS'
007530                 TO WS-EXCEPTION-REASON
007540             GO TO 2200-EXIT
007550         END-IF
007560         MOVE WS-FIELD-VALUE (1:3) TO CV-CURRENCY-CODE
007570     END-IF.
007580 2200-EXIT.
007590     EXIT.
007600*----------------------------------------------------------------
007610* 2210-TAKE-COLUMN - COPY COLUMN WS-COL-IX OF THE ROW TO
007620*                    WS-FIELD-VALUE. A COLUMN THE ROW STOPS
007630*                    SHORT OF COMES BACK BLANK.
007640*----------------------------------------------------------------
007650 2210-TAKE-COLUMN.
007660     MOVE SPACES TO WS-FIELD-VALUE.
007670     MOVE 'N' TO WS-FIELD-LONG-SW.
007680     IF WS-COL-IX > WS-COL-COUNT
007690         GO TO 2210-EXIT
007700     END-IF.
007710     MOVE WS-CO-VALUE (WS-COL-IX) TO WS-FIELD-VALUE.
007720     IF WS-CO-TOO-LONG (WS-COL-IX)
007730         SET FIELD-TOO-LONG TO TRUE
007740     END-IF.
007750 2210-EXIT.
007760     EXIT.
007770*----------------------------------------------------------------
007780* 2220-SET-TRANS-TYPE - MATCH THE TYPE COLUMN AGAINST THE
007790*                       DEPARTMENT'S DEBIT AND CREDIT CODES. WITH
007800*                       NO TYPE COLUMN THE AMOUNT'S SIGN SAYS -
007810*                       A NEGATIVE AMOUNT IS A DEBIT, CARRIED
007820*                       UNSIGNED.
007830*----------------------------------------------------------------
007840 2220-SET-TRANS-TYPE.
007850     IF WS-TYPE-COL = ZERO
007860         IF CV-AMOUNT < ZERO
007870             MOVE 'D' TO CV-TRANS-TYPE
007880             COMPUTE CV-AMOUNT = ZERO - CV-AMOUNT
007890         ELSE
007900             MOVE 'C' TO CV-TRANS-TYPE
007910         END-IF
007920         GO TO 2220-EXIT
007930     END-IF.
007940     MOVE WS-TYPE-COL TO WS-COL-IX.
007950     PERFORM 2210-TAKE-COLUMN THRU 2210-EXIT.
007960     IF WS-FIELD-VALUE = SPACES
007970         MOVE 'TRANSACTION TYPE MISSING' TO WS-EXCEPTION-REASON
007980         GO TO 2220-EXIT
007990     END-IF.
008000     IF WS-FIELD-VALUE = WS-DEBIT-CODE
008010         MOVE 'D' TO CV-TRANS-TYPE
008020     ELSE
008030         IF WS-FIELD-VALUE = WS-CREDIT-CODE
008040             MOVE 'C' TO CV-TRANS-TYPE
008050         ELSE
008060             MOVE 'TRANSACTION TYPE NOT A DEBIT/CREDIT CODE'
008070                 TO WS-EXCEPTION-REASON
008080         END-IF
008090     END-IF.
008100 2220-EXIT.
008110     EXIT.
008120*----------------------------------------------------------------
008130* 2230-TAKE-UNITS - TAKE A UNIT COLUMN AS A WHOLE NUMBER 0-99. A
008140*                   BLANK COLUMN IS ZERO. ANY FAULT COMES BACK
008150*                   AS A NON-BLANK REASON FOR THE CALLER TO
008160*                   REWORD.
008170*----------------------------------------------------------------
008180 2230-TAKE-UNITS.
008190     PERFORM 2210-TAKE-COLUMN THRU 2210-EXIT.
008200     IF WS-FIELD-VALUE = SPACES
008210         MOVE ZERO TO WS-PARSE-CENTS
008220         GO TO 2230-EXIT
008230     END-IF.
008240     PERFORM 2400-PARSE-NUMBER THRU 2400-EXIT.
008250     IF PARSE-BAD
008260         OR PARSE-NEGATIVE
008270         OR PARSE-POINT-SEEN
008280         OR PARSE-TOO-LARGE
008290         OR WS-PARSE-CENTS > 9900
008300         MOVE 'BAD UNITS' TO WS-EXCEPTION-REASON
008310     END-IF.
008320 2230-EXIT.
008330     EXIT.
008340*----------------------------------------------------------------
008350* 2300-HOLD-DETAIL - FILE THE DETAIL IN THE HELD-DETAIL TABLE AT
008360*                    ITS BATCH-ID POSITION, SCANNING BACK FROM
008370*                    THE END AND SHIFTING LATER ENTRIES DOWN AS
008380*                    IT GOES, SO THE TABLE STAYS IN ASCENDING
008390*                    BATCH ORDER
008400*----------------------------------------------------------------
008410 2300-HOLD-DETAIL.
008420     PERFORM 2310-SHIFT-ONE-DOWN THRU 2310-EXIT
008430         VARYING WS-DTL-IX FROM WS-DTL-ENTRIES BY -1
008440         UNTIL WS-DTL-IX < 1
008450         OR WS-DT-BATCH-ID (WS-DTL-IX) NOT > CV-BATCH-ID.
008460     COMPUTE WS-DTL-POS = WS-DTL-IX + 1.
008470     ADD 1 TO WS-DTL-ENTRIES.
008480     MOVE CV-BATCH-ID TO WS-DT-BATCH-ID (WS-DTL-POS).
008490     MOVE WS-CONV-RECORD TO WS-DT-IMAGE (WS-DTL-POS).
008500 2300-EXIT.
008510     EXIT.
008520*----------------------------------------------------------------
008530* 2310-SHIFT-ONE-DOWN - OPEN THE INSERT SLOT BY MOVING ONE
008540*                       ENTRY DOWN A PLACE
008550*----------------------------------------------------------------
008560 2310-SHIFT-ONE-DOWN.
008570     MOVE WS-DTL-ENTRY (WS-DTL-IX)
008580         TO WS-DTL-ENTRY (WS-DTL-IX + 1).
008590 2310-EXIT.
008600     EXIT.
008610*----------------------------------------------------------------
008620* 2400-PARSE-NUMBER - READ WS-FIELD-VALUE AS A SIGNED DECIMAL.
008630*                     TAKES A LEADING OR TRAILING SIGN, A
008640*                     LEADING DOLLAR SIGN, THOUSANDS COMMAS AND
008650*                     A NEGATIVE IN PARENTHESES. THE MAGNITUDE
008660*                     COMES BACK IN HUNDREDTHS; DIGITS PAST THE
008670*                     SECOND DECIMAL ARE COUNTED BUT NOT KEPT.
008680*----------------------------------------------------------------
008690 2400-PARSE-NUMBER.
008700     MOVE ZERO TO WS-PARSE-CENTS.
008710     MOVE ZERO TO WS-PARSE-DIGITS.
008720     MOVE ZERO TO WS-PARSE-DECIMALS.
008730     MOVE 'N' TO WS-PARSE-BAD-SW.
008740     MOVE 'N' TO WS-PARSE-NEG-SW.
008750     MOVE 'N' TO WS-PARSE-POINT-SW.
008760     MOVE 'N' TO WS-PARSE-SIGN-SW.
008770     MOVE 'N' TO WS-PARSE-PAREN-SW.
008780     MOVE 'N' TO WS-PARSE-END-SW.
008790     MOVE 'N' TO WS-PARSE-HUGE-SW.
008800     PERFORM 2410-PARSE-ONE-CHAR THRU 2410-EXIT
008810         VARYING WS-PARSE-IX FROM 1 BY 1
008820         UNTIL WS-PARSE-IX > 30
008830         OR PARSE-BAD.
008840     IF WS-PARSE-DIGITS = ZERO
008850         OR PARSE-PAREN-OPEN
008860         SET PARSE-BAD TO TRUE
008870         GO TO 2400-EXIT
008880     END-IF.
008890     IF WS-PARSE-DECIMALS = ZERO
008900         AND NOT PARSE-TOO-LARGE
008910         IF WS-PARSE-CENTS > 999999999
008920             SET PARSE-TOO-LARGE TO TRUE
008930         ELSE
008940             COMPUTE WS-PARSE-CENTS = WS-PARSE-CENTS * 100
008950         END-IF
008960     END-IF.
008970     IF WS-PARSE-DECIMALS = 1
008980         AND NOT PARSE-TOO-LARGE
008990         IF WS-PARSE-CENTS > 9999999999
009000             SET PARSE-TOO-LARGE TO TRUE
009010         ELSE
009020             COMPUTE WS-PARSE-CENTS = WS-PARSE-CENTS * 10
009030         END-IF
009040     END-IF.
009050 2400-EXIT.
009060     EXIT.
009070*----------------------------------------------------------------
009080* 2410-PARSE-ONE-CHAR - TAKE ONE CHARACTER OF THE NUMBER. A
009090*                       SPACE AFTER THE NUMBER HAS STARTED ENDS
009100*                       IT - ANYTHING BUT SPACES AFTER THAT IS
009110*                       A FAULT.
009120*----------------------------------------------------------------
009130 2410-PARSE-ONE-CHAR.
009140     MOVE WS-FIELD-VALUE (WS-PARSE-IX:1) TO WS-PARSE-CHAR.
009150     IF WS-PARSE-CHAR = SPACE
009160         IF WS-PARSE-DIGITS > ZERO
009170             OR PARSE-SIGN-SEEN
009180             OR PARSE-POINT-SEEN
009190             SET PARSE-ENDED TO TRUE
009200         END-IF
009210         GO TO 2410-EXIT
009220     END-IF.
009230     IF PARSE-ENDED
009240         SET PARSE-BAD TO TRUE
009250         GO TO 2410-EXIT
009260     END-IF.
009270     IF WS-PARSE-CHAR IS NUMERIC
009280         MOVE WS-PARSE-CHAR TO WS-PARSE-DIGIT
009290         ADD 1 TO WS-PARSE-DIGITS
009300         IF PARSE-POINT-SEEN
009310             ADD 1 TO WS-PARSE-DECIMALS
009320         END-IF
009330         IF WS-PARSE-DECIMALS > 2
009340             GO TO 2410-EXIT
009350         END-IF
009360         IF WS-PARSE-CENTS > 9999999999
009370             SET PARSE-TOO-LARGE TO TRUE
009380             GO TO 2410-EXIT
009390         END-IF
009400         COMPUTE WS-PARSE-CENTS = WS-PARSE-CENTS * 10
009410             + WS-PARSE-DIGIT
009420         GO TO 2410-EXIT
009430     END-IF.
009440     IF WS-PARSE-CHAR = '.'
009450         IF PARSE-POINT-SEEN
009460             SET PARSE-BAD TO TRUE
009470         ELSE
009480             SET PARSE-POINT-SEEN TO TRUE
009490         END-IF
009500         GO TO 2410-EXIT
009510     END-IF.
009520     IF WS-PARSE-CHAR = ','
009530         IF WS-PARSE-DIGITS = ZERO
009540             OR PARSE-POINT-SEEN
009550             SET PARSE-BAD TO TRUE
009560         END-IF
009570         GO TO 2410-EXIT
009580     END-IF.
009590     IF WS-PARSE-CHAR = '-' OR '+'
009600         IF PARSE-SIGN-SEEN
009610             SET PARSE-BAD TO TRUE
009620             GO TO 2410-EXIT
009630         END-IF
009640         SET PARSE-SIGN-SEEN TO TRUE
009650         IF WS-PARSE-CHAR = '-'
009660             SET PARSE-NEGATIVE TO TRUE
009670         END-IF
009680         IF WS-PARSE-DIGITS > ZERO
009690             SET PARSE-ENDED TO TRUE
009700         END-IF
009710         GO TO 2410-EXIT
009720     END-IF.
009730     IF WS-PARSE-CHAR = '('
009740         IF WS-PARSE-DIGITS > ZERO
009750             OR PARSE-SIGN-SEEN
009760             SET PARSE-BAD TO TRUE
009770             GO TO 2410-EXIT
009780         END-IF
009790         SET PARSE-SIGN-SEEN TO TRUE
009800         SET PARSE-NEGATIVE TO TRUE
009810         SET PARSE-PAREN-OPEN TO TRUE
009820         GO TO 2410-EXIT
009830     END-IF.
009840     IF WS-PARSE-CHAR = ')'
009850         IF NOT PARSE-PAREN-OPEN
009860             OR WS-PARSE-DIGITS = ZERO
009870             SET PARSE-BAD TO TRUE
009880             GO TO 2410-EXIT
009890         END-IF
009900         MOVE 'N' TO WS-PARSE-PAREN-SW
009910         SET PARSE-ENDED TO TRUE
009920         GO TO 2410-EXIT
009930     END-IF.
009940     IF WS-PARSE-CHAR = '$'
009950         AND WS-PARSE-DIGITS = ZERO
009960         AND NOT PARSE-POINT-SEEN
009970         GO TO 2410-EXIT
009980     END-IF.
009990     SET PARSE-BAD TO TRUE.
010000 2410-EXIT.
010010     EXIT.
010020*----------------------------------------------------------------
010030* 2500-LIST-EXCEPTION - PRINT THE ROW NUMBER AND REASON, WITH THE
010040*                       START OF THE ROW AS SENT UNDER IT
010050*----------------------------------------------------------------
010060 2500-LIST-EXCEPTION.
010070     ADD 1 TO WS-EXCEPTION-COUNT.
010080     IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
010090         PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT
010100     END-IF.
010110     MOVE WS-ROWS-READ TO RX-ROW-NO.
010120     MOVE WS-EXCEPTION-REASON TO RX-REASON.
010130     WRITE PRINT-RECORD FROM WS-RPT-EXCEPTION.
010140     MOVE DELIM-RECORD (1:100) TO RT-TEXT.
010150     WRITE PRINT-RECORD FROM WS-RPT-ROW-TEXT.
010160     ADD 2 TO WS-LINE-COUNT.
010170 2500-EXIT.
010180     EXIT.
010190*----------------------------------------------------------------
010200* 3000-FINALIZE - BUILD THE TRANSACTION FILE, OR REFUSE IT IF
010210*                 ANY ROW FAILED OR THERE WAS NOTHING TO
010220*                 CONVERT. PRINT THE SUMMARY, LOG THE RUN TO THE
010230*                 AUDIT FILE AND CLOSE UP.
010240*----------------------------------------------------------------
010250 3000-FINALIZE.
010260     CLOSE DELIM-FILE.
010270     IF WS-EXCEPTION-COUNT > ZERO
010280         OR WS-DTL-ENTRIES = ZERO
010290         PERFORM 3200-REFUSE-FILE THRU 3200-EXIT
010300     ELSE
010310         PERFORM 3100-WRITE-TRANS-FILE THRU 3100-EXIT
010320     END-IF.
010330     MOVE WS-ROWS-READ       TO RS-ROWS-READ.
010340     MOVE WS-ROWS-SKIPPED    TO RS-ROWS-SKIPPED.
010350     MOVE WS-DTL-ENTRIES     TO RS-CONVERTED.
010360     MOVE WS-EXCEPTION-COUNT TO RS-EXCEPTIONS.
010370     WRITE PRINT-RECORD FROM WS-RPT-SUMMARY.
010380     IF WS-RETURN-CODE < 8
010390         MOVE WS-TRANS-FILE-ID    TO BL-FILE-ID
010400         MOVE WS-BATCH-COUNT      TO BL-BATCHES
010410         MOVE WS-DETAIL-COUNT     TO BL-COUNT
010420         MOVE WS-TRAILER-HASH     TO BL-HASH
010430         MOVE WS-TRAILER-AMT-HASH TO BL-AMT-HASH
010440         WRITE PRINT-RECORD FROM WS-RPT-BUILT
010450     ELSE
010460         IF WS-DTL-ENTRIES = ZERO
010470             AND WS-EXCEPTION-COUNT = ZERO
010480             WRITE PRINT-RECORD FROM WS-RPT-NO-ROWS
010490         END-IF
010500         WRITE PRINT-RECORD FROM WS-RPT-REFUSED
010510     END-IF.
010520     WRITE PRINT-RECORD FROM WS-RPT-FOOTER.
010530     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
010540     CLOSE RPT-FILE.
010550 3000-EXIT.
010560     EXIT.
010570*----------------------------------------------------------------
010580* 3100-WRITE-TRANS-FILE - WRITE THE HEADER, THE HELD DETAILS IN
010590*                         BATCH-ID ORDER AND A TRAILER CARRYING
010600*                         THE COUNT AND BOTH HASHES OF THE
010610*                         DETAILS WRITTEN
010620*----------------------------------------------------------------
010630 3100-WRITE-TRANS-FILE.
010640     OPEN OUTPUT TRANS-FILE.
010650     IF NOT WS-TRANS-FILE-OK
010660         DISPLAY '*** TRANCONV0009E - UNABLE TO OPEN TRANSACTION '
010670             'FILE ' WS-TRANS-FILE-ID ' - STATUS '
010680             WS-TRANS-FILE-STATUS ' ***'
010690         MOVE 16 TO WS-RETURN-CODE
010700         GO TO 3100-EXIT
010710     END-IF.
010720     MOVE SPACES TO TRANS-RECORD.
010730     MOVE 'H' TO TR-REC-TYPE.
010740     MOVE WS-CONTROL-DATE TO TR-HEADER-DATE.
010750     MOVE WS-DEPT-ID TO TR-HEADER-SOURCE.
010760     WRITE TRANS-RECORD.
010770     PERFORM 3110-WRITE-ONE-DETAIL THRU 3110-EXIT
010780         VARYING WS-DTL-IX FROM 1 BY 1
010790         UNTIL WS-DTL-IX > WS-DTL-ENTRIES.
010800     MOVE SPACES TO TRANS-RECORD.
010810     MOVE 'T' TO TR-REC-TYPE.
010820     MOVE WS-DETAIL-COUNT TO TR-TRAILER-COUNT.
010830     MOVE WS-TRAILER-HASH TO TR-TRAILER-HASH.
010840     MOVE WS-TRAILER-AMT-HASH TO TR-TRAILER-AMT-HASH.
010850     WRITE TRANS-RECORD.
010860     CLOSE TRANS-FILE.
010870     DISPLAY '*** TRANCONV0010I - ' WS-TRANS-FILE-ID ' BUILT '
010880         'FOR ' WS-DEPT-ID ' ***'.
010890 3100-EXIT.
010900     EXIT.
010910*----------------------------------------------------------------
010920* 3110-WRITE-ONE-DETAIL - WRITE ONE HELD DETAIL AND FOLD IT INTO
010930*                         THE TRAILER FIGURES
010940*----------------------------------------------------------------
010950 3110-WRITE-ONE-DETAIL.
010960     MOVE WS-DT-IMAGE (WS-DTL-IX) TO WS-CONV-RECORD.
010970     IF WS-DETAIL-COUNT = ZERO
010980         OR CV-BATCH-ID NOT = WS-LAST-BATCH-ID
010990         ADD 1 TO WS-BATCH-COUNT
011000         MOVE CV-BATCH-ID TO WS-LAST-BATCH-ID
011010     END-IF.
011020     ADD 1 TO WS-DETAIL-COUNT.
011030     ADD CV-NUM1 CV-NUM2 TO WS-TRAILER-HASH.
011040     IF CV-AMOUNT < ZERO
011050         COMPUTE WS-AMT-WORK = ZERO - CV-AMOUNT
011060     ELSE
011070         MOVE CV-AMOUNT TO WS-AMT-WORK
011080     END-IF.
011090     ADD WS-AMT-WORK TO WS-TRAILER-AMT-HASH.
011100     WRITE TRANS-RECORD FROM WS-CONV-RECORD.
011110 3110-EXIT.
011120     EXIT.
011130*----------------------------------------------------------------
011140* 3200-REFUSE-FILE - THE FILE DID NOT CONVERT CLEANLY. LEAVE THE
011150*                    TRANSACTION FILE EMPTY - NO HEADER, NO
011160*                    TRAILER - SO NO PART OF IT CAN BE EDITED OR
011170*                    POSTED, AND A FILE LEFT FROM AN EARLIER RUN
011180*                    CANNOT BE TAKEN FOR THIS ONE.
011190*----------------------------------------------------------------
011200 3200-REFUSE-FILE.
011210     MOVE 8 TO WS-RETURN-CODE.
011220     OPEN OUTPUT TRANS-FILE.
011230     IF WS-TRANS-FILE-OK
011240         CLOSE TRANS-FILE
011250     END-IF.
011260     DISPLAY '*** TRANCONV0011W - ' WS-DEPT-ID ' FILE '
011270         WS-DELIM-FILE-ID ' REFUSED - SEE INTAKRPT ***'.
011280 3200-EXIT.
011290     EXIT.
011300*----------------------------------------------------------------
011310* 8000-WRITE-AUDIT-RECORD - APPEND ONE RECORD TO AUDITLOG GIVING
011320*                           THE DEPARTMENT, ROWS READ, DETAILS
011330*                           WRITTEN AND RETURN CODE FOR THIS
011340*                           INTAKE RUN
011350*----------------------------------------------------------------
011360 8000-WRITE-AUDIT-RECORD.
011370     OPEN EXTEND AUDIT-FILE.
011380     IF NOT WS-AUDIT-FILE-FOUND
011390         OPEN OUTPUT AUDIT-FILE
011400     END-IF.
011410     MOVE SPACES TO AUDIT-RECORD.
011420     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
011430     MOVE 'TRANCONV' TO AUDIT-PROGRAM-ID.
011440     MOVE WS-ROWS-READ TO WS-ROWS-READ-DISP.
011450     STRING 'DEPT=' WS-DEPT-ID
011460         ' ROWS=' WS-ROWS-READ-DISP DELIMITED BY SIZE
011470         INTO AUDIT-INPUTS.
011480     MOVE WS-DETAIL-COUNT TO AUDIT-RESULT.
011490     MOVE WS-RETURN-CODE TO AUDIT-RETURN-CODE.
011500     WRITE AUDIT-RECORD.
011510     CLOSE AUDIT-FILE.
011520 8000-EXIT.
011530     EXIT.
