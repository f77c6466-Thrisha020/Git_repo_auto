000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  GLREVRS.
000030 AUTHOR. D-GOODWIN.
000040 INSTALLATION. BATCH-CONTROL-GROUP.
000050 DATE-WRITTEN. 2026-09-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  ------------------------------------------
000120* 2026-09-14  DG   NEW PROGRAM. BATCH REVERSAL FOR A BATCH THAT
000130*                  HAS ALREADY GONE OUT TO THE CORPORATE LEDGER.
000140*                  UNTIL NOW A DEPARTMENT'S BAD BATCH COULD ONLY
000150*                  BE UNDONE BY KEYING OFFSETTING DETAILS INTO A
000160*                  FRESH TRANSACTION FILE BY HAND, RISKING THE
000170*                  BATCHREG DUPLICATE-BATCH CHECK. THE SYSIN CARD
000180*                  (REVPARM) NAMES THE BATCH ID AND THE CONTROL
000190*                  DATE IT POSTED UNDER. THE BATCH MUST STAND AT
000200*                  STAGE SENT ON BATSTAT AND BE ON GLHIST. FOR
000210*                  EACH OF ITS HISTORY RECORDS AN EXACT OFFSET -
000220*                  UNITS AND DOLLARS NEGATED, FLAGGED AS A
000230*                  REVERSAL AND CARRYING THE ORIGINAL RUN DATE SO
000240*                  GLPOST CODES IT TO THE SAME ACCOUNT - IS
000250*                  APPENDED TO GLEXTRACT FOR THE NEXT GLPOST RUN,
000260*                  AND THE BATCH MOVES TO STAGE REVERSED ON
000270*                  BATSTAT SO BATINQ SHOWS IT. A BATCH ALREADY
000280*                  REVERSED IS REFUSED RC 12; ONE THAT NEVER
000290*                  REACHED STAGE SENT, OR IS NOT ON HISTORY, IS
000300*                  REFUSED RC 8. EITHER WAY THE REVERSAL REGISTER
000310*                  (REVRSRPT) PRINTS WHAT WAS DONE OR WHY NOT,
000320*                  WITH A SIGN-OFF BLOCK FOR THE CONTROLLER.
000321* 2026-10-07  DG   GLHIST AND THE EXTRACT WIDENED TO 80 BYTES
000322*                  WITH THE CURRENCY EACH BATCH WAS SENT IN AND
000323*                  ITS NET IN THAT CURRENCY. THE OFFSET CARRIES
000324*                  THE SAME CURRENCY AND NEGATES THE CURRENCY
000325*                  AMOUNT ALONG WITH THE UNITS AND DOLLARS.
000326* 2026-10-15  DG   GLHIST WIDENED TO 90 BYTES WITH THE PERIOD
000327*                  GLPOST BOOKED EACH BATCH TO (HIST-BOOK-
000328*                  PERIOD) - THE LOCAL HISTORY LAYOUT GREW WITH
000329*                  IT. A REVERSAL GOES TO THE EXTRACT WITH THE
000332*                  PERIOD ZERO, FOR GLPOST TO STAMP AT PURGE.
000333* 2026-10-15  DG   A GLEXTRACT THAT CANNOT BE OPENED EVEN FOR
000334*                  OUTPUT NOW ENDS THE RUN RC 16 (GLREVRS0006E)
000335*                  BEFORE ANY OFFSET IS WRITTEN OR THE BATCH
000336*                  STATUS MOVED.
000337*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PARM-FILE ASSIGN TO "SYSIN"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-PARM-FILE-STATUS.
000400     SELECT BATSTAT-FILE ASSIGN TO "BATSTAT"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS BST-KEY
000440         FILE STATUS IS WS-BST-FILE-STATUS.
000450     SELECT HIST-FILE ASSIGN TO "GLHIST"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-HIST-FILE-STATUS.
000480     SELECT BATREG-FILE ASSIGN TO "BATCHREG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-BATREG-FILE-STATUS.
000510     SELECT GL-FILE ASSIGN TO "GLEXTRACT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-GL-FILE-STATUS.
000540     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000570     SELECT RPT-FILE ASSIGN TO "REVRSRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  PARM-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY REVPARM.
000640 FD  BATSTAT-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY BATSTAT.
000670 FD  HIST-FILE
000680     LABEL RECORDS ARE STANDARD
000690     RECORDING MODE IS F.
000700 01  HIST-RECORD.
000710     05 HIST-SOURCE-PROGRAM     PIC X(08).
000720     05 HIST-RUN-DATE           PIC 9(08).
000730     05 HIST-AMOUNT             PIC S9(09).
000740     05 HIST-BATCH-ID           PIC X(04).
000750     05 HIST-DOLLAR-AMOUNT      PIC S9(11)V99.
000760     05 HIST-CONTROL-DATE       PIC X(08).
000770     05 HIST-ENTRY-TYPE         PIC X(01).
000780         88 HIST-REVERSAL-ENTRY          VALUE 'R'.
000790     05 HIST-ORIG-RUN-DATE      PIC 9(08).
000795     05 HIST-CURRENCY-CODE      PIC X(03).
000800     05 HIST-CURR-AMOUNT        PIC S9(11)V99.
000802     05 HIST-BOOK-PERIOD        PIC 9(06).
000805     05 FILLER                  PIC X(09).
000810 FD  BATREG-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY BATREG.
000840 FD  GL-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORDING MODE IS F.
000870     COPY GLEXTR.
000880 FD  AUDIT-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY AUDITREC.
000910 FD  RPT-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY PRTLINE.
000940 WORKING-STORAGE SECTION.
000950*----------------------------------------------------------------
000960* SWITCHES
000970*----------------------------------------------------------------
000980 01  WS-SWITCHES.
000990     05 WS-PARM-EOF-SW      PIC X(01) VALUE 'N'.
001000         88 END-OF-PARM-FILE           VALUE 'Y'.
001010     05 WS-HIST-EOF-SW      PIC X(01) VALUE 'N'.
001020         88 END-OF-HIST-FILE           VALUE 'Y'.
001030     05 WS-BATREG-EOF-SW    PIC X(01) VALUE 'N'.
001040         88 END-OF-BATREG-FILE         VALUE 'Y'.
001050     05 WS-BATSTAT-SW       PIC X(01) VALUE 'N'.
001060         88 BATSTAT-OPEN               VALUE 'Y'.
001070     05 WS-REG-FOUND-SW     PIC X(01) VALUE 'N'.
001080         88 BATCH-ON-REGISTER          VALUE 'Y'.
001090     05 WS-HIST-REV-SW      PIC X(01) VALUE 'N'.
001100         88 REVERSAL-ON-HISTORY        VALUE 'Y'.
001110     05 WS-REVERSED-SW      PIC X(01) VALUE 'N'.
001120         88 BATCH-REVERSED             VALUE 'Y'.
001130 01  WS-PARM-FILE-STATUS    PIC X(02) VALUE SPACES.
001140     88 WS-PARM-FILE-FOUND            VALUE '00'.
001150 01  WS-BST-FILE-STATUS     PIC X(02) VALUE SPACES.
001160     88 WS-BST-OK                      VALUE '00'.
001170 01  WS-HIST-FILE-STATUS    PIC X(02) VALUE SPACES.
001180     88 WS-HIST-FILE-FOUND            VALUE '00'.
001190 01  WS-BATREG-FILE-STATUS  PIC X(02) VALUE SPACES.
001200     88 WS-BATREG-FILE-FOUND           VALUE '00'.
001210 01  WS-GL-FILE-STATUS      PIC X(02) VALUE SPACES.
001220     88 WS-GL-FILE-FOUND              VALUE '00'.
001230 01  WS-AUDIT-FILE-STATUS   PIC X(02) VALUE SPACES.
001240     88 WS-AUDIT-FILE-FOUND            VALUE '00'.
001250*----------------------------------------------------------------
001260* RUN-PARAMETER FIELDS - SET FROM THE SYSIN PARAMETER CARD. THERE
001270* IS NO SHOP DEFAULT: A BATCH IS ONLY EVER REVERSED BY NAME.
001280*----------------------------------------------------------------
001290 01  WS-RUN-PARMS.
001300     05 WS-REV-BATCH-ID     PIC X(04) VALUE SPACES.
001310     05 WS-REV-CONTROL-DATE PIC X(08) VALUE SPACES.
001320     05 WS-REV-REASON       PIC X(40) VALUE SPACES.
001330*----------------------------------------------------------------
001340* CURRENT SYSTEM DATE, PICKED UP ONCE AT START-UP FOR THE
001350* REVERSAL RECORDS, THE STATUS STAMP, THE AUDIT LOG AND THE
001360* REPORT HEADINGS.
001370*----------------------------------------------------------------
001380 01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001390 01  WS-RUN-TIME-RAW         PIC 9(08) VALUE ZERO.
001400 01  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME-RAW.
001410     05 WS-RUN-TIME         PIC 9(06).
001420     05 FILLER              PIC 9(02).
001430*----------------------------------------------------------------
001440* COUNTERS AND REVERSAL TOTALS
001450*----------------------------------------------------------------
001460 01  WS-COUNTERS.
001470     05 WS-HIST-READ-COUNT  PIC 9(07) COMP VALUE ZERO.
001480     05 WS-WRITTEN-COUNT    PIC 9(07) COMP VALUE ZERO.
001490     05 WS-RETURN-CODE      PIC 9(04) COMP VALUE ZERO.
001500 01  WS-REV-UNITS           PIC S9(09) VALUE ZERO.
001510 01  WS-REV-DOLLARS         PIC S9(11)V99 VALUE ZERO.
001520 01  WS-REFUSAL-TEXT        PIC X(60) VALUE SPACES.
001530 01  WS-PRIOR-REV-DATE      PIC 9(08) VALUE ZERO.
001540 01  WS-REG-TRANS-FILE-ID   PIC X(08) VALUE SPACES.
001550 01  WS-REG-RUN-DATE        PIC 9(08) VALUE ZERO.
001560 01  WS-COUNT-DISP          PIC 9(07) VALUE ZERO.
001570*----------------------------------------------------------------
001580* HISTORY-HIT TABLE - THE BATCH'S OWN RECORDS FOUND ON GLHIST,
001590* EACH REVERSED BY ONE OFFSETTING EXTRACT RECORD. A BATCH ID
001600* POSTS ONCE PER CONTROL DATE, SO TEN IS AMPLE; MORE THAN THAT
001610* REFUSES THE REVERSAL RATHER THAN OFFSET PART OF THE BATCH.
001620*----------------------------------------------------------------
001630 01  WS-HIT-TABLE.
001640     05 WS-HIT-MAX          PIC 9(03) COMP VALUE 10.
001650     05 WS-HIT-ENTRIES      PIC 9(03) COMP VALUE ZERO.
001660     05 WS-HIT-IX           PIC 9(03) COMP VALUE ZERO.
001670     05 WS-HIT-ENTRY OCCURS 10 TIMES.
001680         10 WS-HT-SOURCE        PIC X(08).
001690         10 WS-HT-RUN-DATE      PIC 9(08).
001700         10 WS-HT-AMOUNT        PIC S9(09).
001710         10 WS-HT-DOLLARS       PIC S9(11)V99.
001713         10 WS-HT-CURRENCY      PIC X(03).
001716         10 WS-HT-CURR-AMOUNT   PIC S9(11)V99.
001720*----------------------------------------------------------------
001730* PRINTED-REPORT CONTROLS AND LINE LAYOUTS
001740*----------------------------------------------------------------
001750     COPY RPTHDR.
001760 01  WS-RPT-CONTROLS.
001770     05 WS-PAGE-NUMBER      PIC 9(04) COMP VALUE ZERO.
001780     05 WS-LINE-COUNT       PIC 9(03) COMP VALUE ZERO.
001790     05 WS-LINES-PER-PAGE   PIC 9(03) COMP VALUE 060.
001800 01  WS-RPT-PARAMETERS      PIC X(100) VALUE SPACES.
001810 01  WS-RPT-RUN-DATE        PIC X(10)  VALUE SPACES.
001820 01  WS-RPT-BATCH-LINE.
001830     05 RB-CTL              PIC X(01) VALUE '0'.
001840     05 FILLER              PIC X(18) VALUE 'REVERSAL OF BATCH '.
001850     05 RB-BATCH-ID         PIC X(04).
001860     05 FILLER              PIC X(15) VALUE '  CONTROL DATE '.
001870     05 RB-CONTROL-DATE     PIC X(08).
001880     05 FILLER              PIC X(07) VALUE '  FILE '.
001890     05 RB-TRANS-FILE-ID    PIC X(08).
001900     05 FILLER              PIC X(13) VALUE '  REGISTERED '.
001910     05 RB-REG-DATE         PIC X(08).
001920     05 FILLER              PIC X(51) VALUE SPACES.
001930 01  WS-RPT-REASON-LINE.
001940     05 RR-CTL              PIC X(01) VALUE SPACE.
001950     05 FILLER              PIC X(18) VALUE 'REASON GIVEN:     '.
001960     05 RR-REASON           PIC X(40).
001970     05 FILLER              PIC X(74) VALUE SPACES.
001980 01  WS-RPT-DETAIL.
001990     05 RD-CTL              PIC X(01) VALUE SPACE.
002000     05 RD-KIND             PIC X(10).
002010     05 FILLER              PIC X(09) VALUE 'RUN DATE '.
002020     05 RD-RUN-DATE         PIC 9(08).
002030     05 FILLER              PIC X(09) VALUE '  SOURCE '.
002040     05 RD-SOURCE           PIC X(08).
002050     05 FILLER              PIC X(08) VALUE '  UNITS '.
002060     05 RD-AMOUNT           PIC ZZZZZZZZ9-.
002070     05 FILLER              PIC X(10) VALUE '  DOLLARS '.
002080     05 RD-DOLLARS          PIC ZZZZZZZZZZ9.99-.
002090     05 FILLER              PIC X(45) VALUE SPACES.
002100 01  WS-RPT-TOTAL.
002110     05 RT-CTL              PIC X(01) VALUE '0'.
002120     05 FILLER              PIC X(33) VALUE
002130         'OFFSETTING RECORDS TO GLEXTRACT: '.
002140     05 RT-COUNT            PIC ZZZ9.
002150     05 FILLER              PIC X(08) VALUE '  UNITS '.
002160     05 RT-AMOUNT           PIC ZZZZZZZZ9-.
002170     05 FILLER              PIC X(10) VALUE '  DOLLARS '.
002180     05 RT-DOLLARS          PIC ZZZZZZZZZZ9.99-.
002190     05 FILLER              PIC X(52) VALUE SPACES.
002200 01  WS-RPT-STAGE-LINE.
002210     05 RG-CTL              PIC X(01) VALUE SPACE.
002220     05 FILLER              PIC X(32) VALUE
002230         'BATCH STATUS MOVED FROM SENT ON '.
002240     05 RG-SENT-DATE        PIC 9(08).
002250     05 FILLER              PIC X(15) VALUE ' TO REVERSED ON'.
002260     05 FILLER              PIC X(01) VALUE SPACE.
002270     05 RG-REV-DATE         PIC 9(08).
002280     05 FILLER              PIC X(68) VALUE SPACES.
002290 01  WS-RPT-REFUSED.
002300     05 RX-CTL              PIC X(01) VALUE '0'.
002310     05 FILLER              PIC X(30) VALUE
002320         '*** REVERSAL REFUSED - NOTHING'.
002330     05 FILLER              PIC X(10) VALUE ' WRITTEN: '.
002340     05 RX-TEXT             PIC X(60).
002350     05 FILLER              PIC X(32) VALUE SPACES.
002360 01  WS-RPT-SIGN-PREPARED.
002370     05 SP-CTL              PIC X(01) VALUE '0'.
002380     05 FILLER              PIC X(60) VALUE
002390         'PREPARED BY  ____________________   DATE __________'.
002400     05 FILLER              PIC X(72) VALUE SPACES.
002410 01  WS-RPT-SIGN-CONTROLLER.
002420     05 SC-CTL              PIC X(01) VALUE '0'.
002430     05 FILLER              PIC X(60) VALUE
002440         'CONTROLLER   ____________________   DATE __________'.
002450     05 FILLER              PIC X(72) VALUE SPACES.
002460 PROCEDURE DIVISION.
002470*================================================================
002480* 0000-MAINLINE
002490*================================================================
002500 0000-MAINLINE.
002510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002520     IF WS-RETURN-CODE = ZERO
002530         PERFORM 2000-REVERSE-BATCH THRU 2000-EXIT
002540     END-IF.
002550     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002560     STOP RUN RETURNING WS-RETURN-CODE.
002570*----------------------------------------------------------------
002580* 1000-INITIALIZE - READ THE CARD, OPEN THE REGISTER AND PRINT
002590*                   ITS HEADING. A CARD THAT DOES NOT NAME BOTH
002600*                   THE BATCH AND ITS CONTROL DATE REVERSES
002610*                   NOTHING (RC 16).
002620*----------------------------------------------------------------
002630 1000-INITIALIZE.
002640     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002650     ACCEPT WS-RUN-TIME-RAW FROM TIME.
002660     PERFORM 1010-READ-PARM-CARD THRU 1010-EXIT.
002670     OPEN OUTPUT RPT-FILE.
002680     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
002690     STRING 'BATCH=' WS-REV-BATCH-ID
002700         ' CONTROL-DATE=' WS-REV-CONTROL-DATE
002710         DELIMITED BY SIZE INTO WS-RPT-PARAMETERS.
002720     PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT.
002730     IF WS-REV-BATCH-ID = SPACES
002740         OR WS-REV-CONTROL-DATE IS NOT NUMERIC
002750         DISPLAY '*** GLREVRS0001E - SYSIN CARD MUST NAME THE '
002760             'BATCH ID AND ITS CONTROL DATE - NOTHING REVERSED '
002770             '***'
002780         MOVE 'NO BATCH ID AND CONTROL DATE ON THE SYSIN CARD'
002790             TO WS-REFUSAL-TEXT
002800         MOVE 16 TO WS-RETURN-CODE
002810     END-IF.
002820 1000-EXIT.
002830     EXIT.
002840*----------------------------------------------------------------
002850* 1010-READ-PARM-CARD - PICK UP THE BATCH TO REVERSE FROM SYSIN
002860*----------------------------------------------------------------
002870 1010-READ-PARM-CARD.
002880     OPEN INPUT PARM-FILE.
002890     IF WS-PARM-FILE-FOUND
002900         READ PARM-FILE
002910             AT END SET END-OF-PARM-FILE TO TRUE
002920         END-READ
002930         IF NOT END-OF-PARM-FILE
002940             MOVE PARM-REV-BATCH-ID TO WS-REV-BATCH-ID
002950             MOVE PARM-REV-CONTROL-DATE TO WS-REV-CONTROL-DATE
002960             MOVE PARM-REV-REASON TO WS-REV-REASON
002970         END-IF
002980         CLOSE PARM-FILE
002990     ELSE
003000         SET END-OF-PARM-FILE TO TRUE
003010     END-IF.
003020 1010-EXIT.
003030     EXIT.
003040*----------------------------------------------------------------
003050* 1020-WRITE-REPORT-HEADING - START A NEW REGISTER PAGE
003060*----------------------------------------------------------------
003070 1020-WRITE-REPORT-HEADING.
003080     ADD 1 TO WS-PAGE-NUMBER.
003090     MOVE 'GLREVRS'           TO RH1-PROGRAM-NAME.
003100     MOVE WS-RPT-RUN-DATE     TO RH1-RUN-DATE.
003110     MOVE WS-PAGE-NUMBER      TO RH1-PAGE-NUMBER.
003120     MOVE WS-RPT-PARAMETERS   TO RH2-PARAMETERS.
003130     WRITE PRINT-RECORD FROM WS-RPT-HEADING-1.
003140     WRITE PRINT-RECORD FROM WS-RPT-HEADING-2.
003150     WRITE PRINT-RECORD FROM WS-RPT-HEADING-3.
003160     MOVE ZERO TO WS-LINE-COUNT.
003170 1020-EXIT.
003180     EXIT.
003190*----------------------------------------------------------------
003200* 2000-REVERSE-BATCH - CHECK THE BATCH CAN BE REVERSED, THEN
003210*                      WRITE THE OFFSETS AND MOVE ITS STATUS. THE
003220*                      FIRST CHECK THAT FAILS REFUSES THE WHOLE
003230*                      REVERSAL BEFORE ANYTHING IS WRITTEN.
003240*----------------------------------------------------------------
003250 2000-REVERSE-BATCH.
003260     OPEN I-O BATSTAT-FILE.
003270     IF NOT WS-BST-OK
003280         DISPLAY '*** GLREVRS0002E - UNABLE TO OPEN BATSTAT - '
003290             'STATUS ' WS-BST-FILE-STATUS ' ***'
003300         MOVE 'BATCH-STATUS FILE COULD NOT BE OPENED'
003310             TO WS-REFUSAL-TEXT
003320         MOVE 16 TO WS-RETURN-CODE
003330         GO TO 2000-EXIT
003340     END-IF.
003350     SET BATSTAT-OPEN TO TRUE.
003360     MOVE WS-REV-BATCH-ID TO BST-BATCH-ID.
003370     MOVE WS-REV-CONTROL-DATE TO BST-CONTROL-DATE.
003380     READ BATSTAT-FILE.
003390     IF NOT WS-BST-OK
003400         MOVE 'BATCH NOT ON THE BATCH-STATUS FILE'
003410             TO WS-REFUSAL-TEXT
003420         MOVE 8 TO WS-RETURN-CODE
003430         GO TO 2000-EXIT
003440     END-IF.
003450     IF BST-STAGE-REVERSED
003460         MOVE BST-REV-DATE TO WS-PRIOR-REV-DATE
003470         STRING 'BATCH ALREADY REVERSED ON ' WS-PRIOR-REV-DATE
003480             DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
003490         MOVE 12 TO WS-RETURN-CODE
003500         GO TO 2000-EXIT
003510     END-IF.
003520     IF NOT BST-STAGE-SENT
003530         STRING 'BATCH NEVER REACHED STAGE S (SENT) - STAGE IS '
003540             BST-STAGE DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
003550         MOVE 8 TO WS-RETURN-CODE
003560         GO TO 2000-EXIT
003570     END-IF.
003580     PERFORM 2100-LOAD-HISTORY THRU 2100-EXIT.
003590     IF WS-RETURN-CODE NOT = ZERO
003600         GO TO 2000-EXIT
003610     END-IF.
003620     IF REVERSAL-ON-HISTORY
003630         MOVE 'A REVERSAL FOR THIS BATCH IS ALREADY ON GLHIST'
003640             TO WS-REFUSAL-TEXT
003650         MOVE 12 TO WS-RETURN-CODE
003660         GO TO 2000-EXIT
003670     END-IF.
003680     IF WS-HIT-ENTRIES = ZERO
003690         MOVE 'BATCH NOT FOUND ON THE POSTED HISTORY (GLHIST)'
003700             TO WS-REFUSAL-TEXT
003710         MOVE 8 TO WS-RETURN-CODE
003720         GO TO 2000-EXIT
003730     END-IF.
003740     PERFORM 2200-FIND-REGISTER THRU 2200-EXIT.
003750     PERFORM 2300-WRITE-REVERSALS THRU 2300-EXIT.
003752     IF WS-RETURN-CODE NOT = ZERO
003754         GO TO 2000-EXIT
003756     END-IF.
003760     PERFORM 2400-MARK-REVERSED THRU 2400-EXIT.
003770     SET BATCH-REVERSED TO TRUE.
003780 2000-EXIT.
003790     EXIT.
003800*----------------------------------------------------------------
003810* 2100-LOAD-HISTORY - COLLECT THE BATCH'S OWN RECORDS FROM GLHIST
003820*                     AND NOTE ANY REVERSAL ALREADY POSTED FOR
003830*                     IT. NO HISTORY FILE AT ALL LEAVES THE TABLE
003840*                     EMPTY AND THE REVERSAL IS REFUSED.
003850*----------------------------------------------------------------
003860 2100-LOAD-HISTORY.
003870     OPEN INPUT HIST-FILE.
003880     IF NOT WS-HIST-FILE-FOUND
003890         GO TO 2100-EXIT
003900     END-IF.
003910     PERFORM 2110-READ-ONE-HIST THRU 2110-EXIT
003920         UNTIL END-OF-HIST-FILE.
003930     CLOSE HIST-FILE.
003940 2100-EXIT.
003950     EXIT.
003960*----------------------------------------------------------------
003970* 2110-READ-ONE-HIST - READ ONE HISTORY RECORD AND, IF IT BELONGS
003980*                      TO THE BATCH, FILE IT IN THE HIT TABLE
003990*----------------------------------------------------------------
004000 2110-READ-ONE-HIST.
004010     READ HIST-FILE
004020         AT END SET END-OF-HIST-FILE TO TRUE
004030     END-READ.
004040     IF END-OF-HIST-FILE
004050         GO TO 2110-EXIT
004060     END-IF.
004070     ADD 1 TO WS-HIST-READ-COUNT.
004080     IF HIST-BATCH-ID NOT = WS-REV-BATCH-ID
004090         OR HIST-CONTROL-DATE NOT = WS-REV-CONTROL-DATE
004100         GO TO 2110-EXIT
004110     END-IF.
004120     IF HIST-REVERSAL-ENTRY
004130         SET REVERSAL-ON-HISTORY TO TRUE
004140         GO TO 2110-EXIT
004150     END-IF.
004160     IF WS-HIT-ENTRIES NOT < WS-HIT-MAX
004170         DISPLAY '*** GLREVRS0003E - MORE THAN ' WS-HIT-MAX
004180             ' HISTORY RECORDS FOR ONE BATCH - NOTHING '
004190             'REVERSED ***'
004200         MOVE 'TOO MANY HISTORY RECORDS FOR ONE BATCH'
004210             TO WS-REFUSAL-TEXT
004220         MOVE 8 TO WS-RETURN-CODE
004230         SET END-OF-HIST-FILE TO TRUE
004240         GO TO 2110-EXIT
004250     END-IF.
004260     ADD 1 TO WS-HIT-ENTRIES.
004270     MOVE HIST-SOURCE-PROGRAM TO WS-HT-SOURCE (WS-HIT-ENTRIES).
004280     MOVE HIST-RUN-DATE TO WS-HT-RUN-DATE (WS-HIT-ENTRIES).
004290     MOVE HIST-AMOUNT TO WS-HT-AMOUNT (WS-HIT-ENTRIES).
004300     MOVE HIST-DOLLAR-AMOUNT TO WS-HT-DOLLARS (WS-HIT-ENTRIES).
004302     MOVE HIST-CURRENCY-CODE TO WS-HT-CURRENCY (WS-HIT-ENTRIES).
004304     MOVE HIST-CURR-AMOUNT
004306         TO WS-HT-CURR-AMOUNT (WS-HIT-ENTRIES).
004310 2110-EXIT.
004320     EXIT.
004330*----------------------------------------------------------------
004340* 2200-FIND-REGISTER - LOOK THE BATCH UP ON THE POSTED-BATCH
004350*                      REGISTER FOR THE FILE IT ARRIVED IN. A
004360*                      BATCH POSTED BEFORE THE REGISTER EXISTED
004370*                      IS NOT ON IT - THE REVERSAL STILL GOES
004380*                      AHEAD AND THE REGISTER SAYS SO.
004390*----------------------------------------------------------------
004400 2200-FIND-REGISTER.
004410     OPEN INPUT BATREG-FILE.
004420     IF NOT WS-BATREG-FILE-FOUND
004430         GO TO 2200-EXIT
004440     END-IF.
004450     PERFORM 2210-READ-ONE-REGISTER THRU 2210-EXIT
004460         UNTIL END-OF-BATREG-FILE.
004470     CLOSE BATREG-FILE.
004480 2200-EXIT.
004490     EXIT.
004500*----------------------------------------------------------------
004510* 2210-READ-ONE-REGISTER - ONE STEP OF THE REGISTER SCAN
004520*----------------------------------------------------------------
004530 2210-READ-ONE-REGISTER.
004540     READ BATREG-FILE
004550         AT END SET END-OF-BATREG-FILE TO TRUE
004560     END-READ.
004570     IF END-OF-BATREG-FILE
004580         GO TO 2210-EXIT
004590     END-IF.
004600     IF BR-BATCH-ID = WS-REV-BATCH-ID
004610         AND BR-CONTROL-DATE = WS-REV-CONTROL-DATE
004620         SET BATCH-ON-REGISTER TO TRUE
004630         MOVE BR-TRANS-FILE-ID TO WS-REG-TRANS-FILE-ID
004640         MOVE BR-RUN-DATE TO WS-REG-RUN-DATE
004650     END-IF.
004660 2210-EXIT.
004670     EXIT.
004680*----------------------------------------------------------------
004690* 2300-WRITE-REVERSALS - APPEND ONE OFFSETTING RECORD PER HISTORY
004700*                        RECORD TO GLEXTRACT FOR THE NEXT GLPOST
004710*                        RUN. IT GOES OUT UNDER TODAY'S RUN DATE
004720*                        SO THE EXTRACT STAYS IN RUN-DATE ORDER,
004730*                        AND CARRIES THE ORIGINAL RUN DATE GLPOST
004740*                        CODES THE ACCOUNT FROM. AN EXTRACT
004742*                        THAT CANNOT BE OPENED ENDS THE RUN
004744*                        RC 16 WITH NOTHING WRITTEN AND THE
004746*                        BATCH STATUS NOT MOVED.
004750*----------------------------------------------------------------
004760 2300-WRITE-REVERSALS.
004770     OPEN EXTEND GL-FILE.
004780     IF NOT WS-GL-FILE-FOUND
004790         OPEN OUTPUT GL-FILE
004800     END-IF.
004801     IF NOT WS-GL-FILE-FOUND
004802         DISPLAY '*** GLREVRS0006E - UNABLE TO OPEN GLEXTRACT - '
004803             'STATUS ' WS-GL-FILE-STATUS ' ***'
004804         MOVE 'GL EXTRACT FILE COULD NOT BE OPENED'
004805             TO WS-REFUSAL-TEXT
004806         MOVE 16 TO WS-RETURN-CODE
004807         GO TO 2300-EXIT
004808     END-IF.
004810     PERFORM 2310-WRITE-ONE-REVERSAL THRU 2310-EXIT
004820         VARYING WS-HIT-IX FROM 1 BY 1
004830         UNTIL WS-HIT-IX > WS-HIT-ENTRIES.
004840     CLOSE GL-FILE.
004850 2300-EXIT.
004860     EXIT.
004870*----------------------------------------------------------------
004880* 2310-WRITE-ONE-REVERSAL - WRITE THE OFFSET FOR ONE HISTORY
004890*                           RECORD AND PRINT BOTH SIDES OF IT
004900*----------------------------------------------------------------
004910 2310-WRITE-ONE-REVERSAL.
004920     MOVE 'GLREVRS ' TO GL-SOURCE-PROGRAM.
004930     MOVE WS-RUN-DATE TO GL-RUN-DATE.
004940     COMPUTE GL-AMOUNT = 0 - WS-HT-AMOUNT (WS-HIT-IX).
004950     MOVE WS-REV-BATCH-ID TO GL-BATCH-ID.
004960     COMPUTE GL-DOLLAR-AMOUNT = 0 - WS-HT-DOLLARS (WS-HIT-IX).
004970     MOVE WS-REV-CONTROL-DATE TO GL-CONTROL-DATE.
004980     MOVE 'R' TO GL-ENTRY-TYPE.
004990     MOVE WS-HT-RUN-DATE (WS-HIT-IX) TO GL-ORIG-RUN-DATE.
004993     MOVE WS-HT-CURRENCY (WS-HIT-IX) TO GL-CURRENCY-CODE.
004996     COMPUTE GL-CURR-AMOUNT = 0 - WS-HT-CURR-AMOUNT (WS-HIT-IX).
004998     MOVE ZERO TO GL-BOOK-PERIOD.
005000     WRITE GL-EXTRACT-RECORD.
005010     ADD 1 TO WS-WRITTEN-COUNT.
005020     ADD GL-AMOUNT TO WS-REV-UNITS.
005030     ADD GL-DOLLAR-AMOUNT TO WS-REV-DOLLARS.
005040     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
005050         PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT
005060     END-IF.
005070     MOVE 'ORIGINAL  ' TO RD-KIND.
005080     MOVE WS-HT-RUN-DATE (WS-HIT-IX) TO RD-RUN-DATE.
005090     MOVE WS-HT-SOURCE (WS-HIT-IX) TO RD-SOURCE.
005100     MOVE WS-HT-AMOUNT (WS-HIT-IX) TO RD-AMOUNT.
005110     MOVE WS-HT-DOLLARS (WS-HIT-IX) TO RD-DOLLARS.
005120     WRITE PRINT-RECORD FROM WS-RPT-DETAIL.
005130     MOVE 'REVERSAL  ' TO RD-KIND.
005140     MOVE GL-RUN-DATE TO RD-RUN-DATE.
005150     MOVE GL-SOURCE-PROGRAM TO RD-SOURCE.
005160     MOVE GL-AMOUNT TO RD-AMOUNT.
005170     MOVE GL-DOLLAR-AMOUNT TO RD-DOLLARS.
005180     WRITE PRINT-RECORD FROM WS-RPT-DETAIL.
005190     ADD 2 TO WS-LINE-COUNT.
005200 2310-EXIT.
005210     EXIT.
005220*----------------------------------------------------------------
005230* 2400-MARK-REVERSED - MOVE THE BATCH TO STAGE REVERSED ON THE
005240*                      BATCH-STATUS FILE WITH TODAY'S DATE AND
005250*                      TIME. THE OFFSETS ARE ALREADY ON THE
005260*                      EXTRACT, SO A FAILED REWRITE WARNS (RC 4)
005270*                      RATHER THAN UNDOING THEM - FIX THE STATUS
005280*                      RECORD BY HAND BEFORE ANY SECOND ATTEMPT.
005290*----------------------------------------------------------------
005300 2400-MARK-REVERSED.
005310     MOVE BST-SENT-DATE TO RG-SENT-DATE.
005320     MOVE 'R' TO BST-STAGE.
005330     MOVE WS-RUN-DATE TO BST-REV-DATE.
005340     MOVE WS-RUN-TIME TO BST-REV-TIME.
005350     REWRITE BATCH-STATUS-RECORD.
005360     IF NOT WS-BST-OK
005370         DISPLAY '*** GLREVRS0004W - BATCH STATUS NOT MOVED TO '
005380             'REVERSED FOR BATCH ' WS-REV-BATCH-ID ' - STATUS '
005390             WS-BST-FILE-STATUS ' ***'
005400         MOVE 4 TO WS-RETURN-CODE
005410     END-IF.
005420     MOVE WS-RUN-DATE TO RG-REV-DATE.
005430 2400-EXIT.
005440     EXIT.
005450*----------------------------------------------------------------
005460* 3000-FINALIZE - PRINT THE REGISTER BODY (THE REVERSAL TOTALS
005470*                 OR THE REFUSAL), THE SIGN-OFF BLOCK, LOG THE
005480*                 RUN TO THE AUDIT FILE AND CLOSE UP
005490*----------------------------------------------------------------
005500 3000-FINALIZE.
005510     MOVE WS-REV-BATCH-ID TO RB-BATCH-ID.
005520     MOVE WS-REV-CONTROL-DATE TO RB-CONTROL-DATE.
005530     IF BATCH-ON-REGISTER
005540         MOVE WS-REG-TRANS-FILE-ID TO RB-TRANS-FILE-ID
005550         MOVE WS-REG-RUN-DATE TO RB-REG-DATE
005560     ELSE
005570         MOVE 'NOT ON' TO RB-TRANS-FILE-ID
005580         MOVE 'REGISTER' TO RB-REG-DATE
005590     END-IF.
005600     WRITE PRINT-RECORD FROM WS-RPT-BATCH-LINE.
005610     MOVE WS-REV-REASON TO RR-REASON.
005620     WRITE PRINT-RECORD FROM WS-RPT-REASON-LINE.
005630     IF BATCH-REVERSED
005640         MOVE WS-WRITTEN-COUNT TO RT-COUNT
005650         MOVE WS-REV-UNITS TO RT-AMOUNT
005660         MOVE WS-REV-DOLLARS TO RT-DOLLARS
005670         WRITE PRINT-RECORD FROM WS-RPT-TOTAL
005680         WRITE PRINT-RECORD FROM WS-RPT-STAGE-LINE
005690         WRITE PRINT-RECORD FROM WS-RPT-SIGN-PREPARED
005700         WRITE PRINT-RECORD FROM WS-RPT-SIGN-CONTROLLER
005710     ELSE
005720         MOVE WS-REFUSAL-TEXT TO RX-TEXT
005730         WRITE PRINT-RECORD FROM WS-RPT-REFUSED
005740         DISPLAY '*** GLREVRS0005E - REVERSAL REFUSED - '
005750             WS-REFUSAL-TEXT ' ***'
005760     END-IF.
005770     WRITE PRINT-RECORD FROM WS-RPT-FOOTER.
005780     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
005790     IF BATSTAT-OPEN
005800         CLOSE BATSTAT-FILE
005810     END-IF.
005820     CLOSE RPT-FILE.
005830 3000-EXIT.
005840     EXIT.
005850*----------------------------------------------------------------
005860* 8000-WRITE-AUDIT-RECORD - APPEND ONE RECORD TO AUDITLOG GIVING
005870*                           THE BATCH REVERSED, THE NUMBER OF
005880*                           OFFSETS WRITTEN AND THE RETURN CODE
005890*----------------------------------------------------------------
005900 8000-WRITE-AUDIT-RECORD.
005910     OPEN EXTEND AUDIT-FILE.
005920     IF NOT WS-AUDIT-FILE-FOUND
005930         OPEN OUTPUT AUDIT-FILE
005940     END-IF.
005950     MOVE SPACES TO AUDIT-RECORD.
005960     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
005970     MOVE 'GLREVRS ' TO AUDIT-PROGRAM-ID.
005980     STRING 'BATCH=' WS-REV-BATCH-ID ' CTL=' WS-REV-CONTROL-DATE
005990         DELIMITED BY SIZE INTO AUDIT-INPUTS.
006000     MOVE WS-WRITTEN-COUNT TO AUDIT-RESULT.
006010     MOVE WS-RETURN-CODE TO AUDIT-RETURN-CODE.
006020     WRITE AUDIT-RECORD.
006030     CLOSE AUDIT-FILE.
006040 8000-EXIT.
006050     EXIT.
