000710*                  HISTORY PASS UNDER ITS CLEAN-RUN GATE - AN
000720*                  ABANDONED RUN TRANSMITTED NOTHING AND NEVER
000730*                  READS AS SENT ON THE BATINQ SCREEN.
000731* 2026-09-14  DG   THE EXTRACT AND HISTORY RECORDS WIDENED WITH
000732*                  GL-ENTRY-TYPE AND GL-ORIG-RUN-DATE FOR THE
000733*                  OFFSETTING RECORDS GLREVRS WRITES. A REVERSAL
000734*                  IS CODED FROM THE MAPPING IN EFFECT ON THE
000735*                  RUN DATE OF THE BATCH IT REVERSES, SO THE
000736*                  OFFSET LANDS ON THE SAME CORPORATE ACCOUNT AS
000737*                  THE ORIGINAL, AND IS MARKED ON THE REGISTER.
000738*                  ITS BATCH-STATUS RECORD IS LEFT AT STAGE
000739*                  REVERSED - THE HISTORY PASS NO LONGER PUTS IT
000740*                  BACK TO SENT.
000741* 2026-09-16  DG   EVERY RUN-DATE GROUP IS NOW CHECKED AGAINST THE
000742*                  ACCOUNTING PERIOD CALENDAR (GLPERIOD) BEFORE
000743*                  IT IS BUILT, AND ITS HEADER CARRIES THE FISCAL
000744*                  PERIOD IT BOOKS TO. A GROUP DATED INTO A
000745*                  CLOSED PERIOD IS HELD OR ROLLED FORWARD TO THE
000746*                  FIRST OPEN PERIOD AFTER IT, AS THE NEW SYSIN
000747*                  CARD (PSTPARM, DEFAULT HOLD) SAYS. A HELD
000748*                  GROUP IS NOT TRANSMITTED AND IS WRITTEN BACK
000749*                  TO THE EXTRACT WHEN IT IS PURGED, SO IT COMES
000750*                  UP AGAIN ON THE NEXT RUN; ANY HELD GROUP ENDS
000751*                  THE RUN RC 4, WHICH NOW STILL PURGES. HELD,
000752*                  ROLLED AND UNCALENDARED GROUPS PRINT ON A NEW
000753*                  PERIOD SECTION OF GLPOSTRP. NO CALENDAR ON
000754*                  HAND WARNS AND POSTS AS BEFORE.
000755* 2026-09-22  DG   A BATCH STANDING HELD ON THE VARIANCE HOLD
000756*                  QUEUE (GLVHOLD, BUILT BY THE GLSCRN SCREENING
000757*                  STEP) IS NOT TRANSMITTED: IT STAYS ON THE
000758*                  EXTRACT, WRITTEN BACK WITH THE HELD GROUPS,
000759*                  UNTIL AN APPROVAL RELEASES IT, AND PRINTS ON
000760*                  A NEW VARIANCE SECTION OF GLPOSTRP. ANY SUCH
000761*                  BATCH ENDS THE RUN RC 4, WHICH STILL PURGES.
000762*                  THE GROUP HEADER IS NOW WRITTEN WITH THE
000763*                  GROUP'S FIRST TRANSMITTED DETAIL, SO A DATE
000764*                  WHOSE BATCHES ARE ALL HELD SENDS NOTHING.
000765* 2026-10-07  DG   THE EXTRACT, HOLD AND HISTORY RECORDS WIDENED
000766*                  TO 80 BYTES WITH THE CURRENCY EACH BATCH WAS
000767*                  SENT IN AND ITS NET IN THAT CURRENCY. EACH
000768*                  POSTING DETAIL NOW CARRIES BOTH ALONGSIDE THE
000769*                  DOLLARS; THE TRAILERS STILL BALANCE ON THE
000770*                  DOLLARS.
000771* 2026-10-15  DG   THE EXTRACT, HOLD AND HISTORY RECORDS WIDENED
000772*                  TO 90 BYTES WITH GL-BOOK-PERIOD. EACH RECORD
000773*                  MOVED TO GLHIST IS STAMPED WITH THE FISCAL
000774*                  PERIOD IT WAS BOOKED TO - A GROUP ROLLED OUT OF
000775*                  A CLOSED PERIOD CARRIES THE OPEN PERIOD IT WAS
000776*                  ROLLED TO - SO GLTBREC AND GLSUMM CAN TOTAL
000777*                  HISTORY BY THE PERIOD IT WAS BOOKED TO.
000778*----------------------------------------------------------------
000779 ENVIRONMENT DIVISION.
000780 INPUT-OUTPUT SECTION.
000781 FILE-CONTROL.
000782     SELECT PARM-FILE ASSIGN TO "SYSIN"
000783         ORGANIZATION IS LINE SEQUENTIAL
000784         FILE STATUS IS WS-PARM-FILE-STATUS.
000785     SELECT GL-FILE ASSIGN TO "GLEXTRACT"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-GL-FILE-STATUS.
000810     SELECT POST-FILE ASSIGN TO "GLPOSTF"
000940         ACCESS MODE IS RANDOM
000950         RECORD KEY IS BST-KEY
000960         FILE STATUS IS WS-BST-FILE-STATUS.
000961     SELECT PERIOD-FILE ASSIGN TO "GLPERIOD"
000962         ORGANIZATION IS LINE SEQUENTIAL
000963         FILE STATUS IS WS-PERIOD-FILE-STATUS.
000964     SELECT VHOLD-FILE ASSIGN TO "GLVHOLD"
000965         ORGANIZATION IS SEQUENTIAL
000966         FILE STATUS IS WS-VHOLD-FILE-STATUS.
000967     SELECT HOLD-FILE ASSIGN TO "GLXHOLD"
000968         ORGANIZATION IS SEQUENTIAL
000969         FILE STATUS IS WS-HOLD-FILE-STATUS.
000970     SELECT RPT-FILE ASSIGN TO "GLPOSTRP"
000980         ORGANIZATION IS LINE SEQUENTIAL.
000990 DATA DIVISION.
001000 FILE SECTION.
001002 FD  PARM-FILE
001004     LABEL RECORDS ARE STANDARD.
001006     COPY PSTPARM.
001010 FD  GL-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORDING MODE IS F.
001090 FD  HIST-FILE
001100     LABEL RECORDS ARE STANDARD
001110     RECORDING MODE IS F.
001120 01  HIST-RECORD                PIC X(90).
001130 FD  AUDIT-FILE
001140     LABEL RECORDS ARE STANDARD.
001150     COPY AUDITREC.
001190 FD  BATSTAT-FILE
001200     LABEL RECORDS ARE STANDARD.
001210     COPY BATSTAT.
001211 FD  PERIOD-FILE
001212     LABEL RECORDS ARE STANDARD.
001213     COPY PERCAL.
001214 FD  HOLD-FILE
001215     LABEL RECORDS ARE STANDARD
001216     RECORDING MODE IS F.
001217 01  HOLD-RECORD                PIC X(90).
001219 FD  VHOLD-FILE
001221     LABEL RECORDS ARE STANDARD
001223     RECORDING MODE IS F.
001225     COPY VARHOLD.
001227 FD  RPT-FILE
001230     LABEL RECORDS ARE STANDARD.
001240     COPY PRTLINE.
001250 WORKING-STORAGE SECTION.
001370         88 END-OF-ACCT-FILE           VALUE 'Y'.
001380     05 WS-ACCT-FOUND-SW    PIC X(01) VALUE 'N'.
001390         88 MAPPING-FOUND              VALUE 'Y'.
001391     05 WS-PARM-EOF-SW      PIC X(01) VALUE 'N'.
001392         88 END-OF-PARM-FILE           VALUE 'Y'.
001393     05 WS-PERIOD-EOF-SW    PIC X(01) VALUE 'N'.
001394         88 END-OF-PERIOD-FILE         VALUE 'Y'.
001395     05 WS-CALENDAR-SW      PIC X(01) VALUE 'N'.
001396         88 CALENDAR-ON-HAND           VALUE 'Y'.
001397     05 WS-GROUP-HELD-SW    PIC X(01) VALUE 'N'.
001398         88 GROUP-HELD                 VALUE 'Y'.
001399     05 WS-HOLD-EOF-SW      PIC X(01) VALUE 'N'.
001400         88 END-OF-HOLD-FILE           VALUE 'Y'.
001401     05 WS-VHOLD-EOF-SW     PIC X(01) VALUE 'N'.
001402         88 END-OF-VHOLD-FILE          VALUE 'Y'.
001403     05 WS-HEADER-SW        PIC X(01) VALUE 'N'.
001404         88 GROUP-HEADER-WRITTEN       VALUE 'Y'.
001405     05 WS-VAR-MATCH-SW     PIC X(01) VALUE 'N'.
001406         88 BATCH-VARIANCE-HELD        VALUE 'Y'.
001407 01  WS-PARM-FILE-STATUS    PIC X(02) VALUE SPACES.
001408     88 WS-PARM-FILE-FOUND            VALUE '00'.
001409 01  WS-PERIOD-FILE-STATUS  PIC X(02) VALUE SPACES.
001410     88 WS-PERIOD-FILE-FOUND           VALUE '00'.
001411 01  WS-HOLD-FILE-STATUS    PIC X(02) VALUE SPACES.
001412     88 WS-HOLD-FILE-FOUND            VALUE '00'.
001413 01  WS-VHOLD-FILE-STATUS   PIC X(02) VALUE SPACES.
001414     88 WS-VHOLD-FILE-FOUND           VALUE '00'.
001415 01  WS-GL-FILE-STATUS      PIC X(02) VALUE SPACES.
001416     88 WS-GL-FILE-FOUND              VALUE '00'.
001420 01  WS-ACCT-FILE-STATUS    PIC X(02) VALUE SPACES.
001430     88 WS-ACCT-FILE-FOUND             VALUE '00'.
001440 01  WS-BST-FILE-STATUS     PIC X(02) VALUE SPACES.
001910 01  WS-POST-ACCOUNT        PIC X(08) VALUE SPACES.
001920 01  WS-BEST-EFF-DATE       PIC 9(08) VALUE ZERO.
001930 01  WS-MAP-EFF-WORK        PIC 9(08) VALUE ZERO.
001935 01  WS-CODING-DATE         PIC 9(08) VALUE ZERO.
001940 01  WS-SUSPENSE-COUNT      PIC 9(05) COMP VALUE ZERO.
001941*----------------------------------------------------------------
001942* RUN PARAMETER - WHAT TO DO WITH A GROUP DATED INTO A CLOSED
001943* PERIOD, SET FROM THE SYSIN CARD (SHOP DEFAULT HOLD)
001944*----------------------------------------------------------------
001945 01  WS-CLOSED-ACTION       PIC X(01) VALUE 'H'.
001946     88 HOLD-CLOSED-GROUPS             VALUE 'H'.
001947     88 ROLL-CLOSED-GROUPS             VALUE 'R'.
001948*----------------------------------------------------------------
001949* PERIOD-CALENDAR TABLE, LOADED FROM GLPERIOD AT START-UP, AND
001950* THE PERIOD OF THE GROUP IN HAND: ITS OWN PERIOD AND THE ONE IT
001951* BOOKS TO (THE SAME UNLESS IT WAS ROLLED FORWARD). ZERO MEANS
001952* THE DATE IS NOT ON THE CALENDAR.
001953*----------------------------------------------------------------
001954 01  WS-PERIOD-TABLE.
001955     05 WS-PERIOD-MAX       PIC 9(03) COMP VALUE 120.
001956     05 WS-PERIOD-ENTRIES   PIC 9(03) COMP VALUE ZERO.
001957     05 WS-PERIOD-IX        PIC 9(03) COMP VALUE ZERO.
001958     05 WS-PERIOD-HIT       PIC 9(03) COMP VALUE ZERO.
001959     05 WS-PERIOD-ENTRY OCCURS 120 TIMES.
001960         10 WS-PD-PERIOD-NO     PIC 9(06).
001961         10 WS-PD-START-DATE    PIC 9(08).
001962         10 WS-PD-END-DATE      PIC 9(08).
001963         10 WS-PD-STATUS        PIC X(01).
001964 01  WS-GROUP-PERIOD        PIC 9(06) VALUE ZERO.
001965 01  WS-BOOK-PERIOD         PIC 9(06) VALUE ZERO.
001966 01  WS-CLOSED-END-DATE     PIC 9(08) VALUE ZERO.
001967 01  WS-ROLL-START-DATE     PIC 9(08) VALUE ZERO.
001968*----------------------------------------------------------------
001969* PERIOD-SECTION TABLE - ONE ENTRY PER GROUP THAT WAS HELD,
001970* ROLLED FORWARD OR DATED OUTSIDE THE CALENDAR, WITH ITS RECORD
001971* COUNT AND DOLLARS, PRINTED AS A SECTION OF THE REGISTER. THE
001972* HELD ENTRIES ALSO TELL THE HISTORY PASS WHICH RECORDS TO WRITE
001973* BACK TO THE EXTRACT, SO A HELD GROUP THAT WILL NOT FIT
001974* ABANDONS THE RUN RATHER THAN GO UNRECORDED.
001975*----------------------------------------------------------------
001976 01  WS-PERX-TABLE.
001977     05 WS-PERX-MAX         PIC 9(03) COMP VALUE 100.
001978     05 WS-PERX-ENTRIES     PIC 9(03) COMP VALUE ZERO.
001979     05 WS-PERX-IX          PIC 9(03) COMP VALUE ZERO.
001980     05 WS-PERX-CUR         PIC 9(03) COMP VALUE ZERO.
001981     05 WS-PERX-ENTRY OCCURS 100 TIMES.
001982         10 WS-PX-DATE          PIC 9(08).
001983         10 WS-PX-PERIOD        PIC 9(06).
001984         10 WS-PX-TYPE          PIC X(01).
001985             88 WS-PX-HELD                VALUE 'H'.
001986             88 WS-PX-ROLLED              VALUE 'R'.
001987             88 WS-PX-UNCALENDARED        VALUE 'N'.
001988         10 WS-PX-BOOK-PERIOD   PIC 9(06).
001989         10 WS-PX-COUNT         PIC 9(07) COMP.
001990         10 WS-PX-DOLLARS       PIC S9(11)V99.
001991 01  WS-PERX-TYPE-WORK      PIC X(01) VALUE SPACE.
001992 01  WS-HELD-GROUPS         PIC 9(05) COMP VALUE ZERO.
001993 01  WS-HELD-RECORDS        PIC 9(07) COMP VALUE ZERO.
001994 01  WS-HELD-MATCH-SW       PIC X(01) VALUE 'N'.
001995     88 RECORD-IS-HELD                 VALUE 'Y'.
001996*----------------------------------------------------------------
001997* VARIANCE-HOLD TABLE - THE BATCHES STANDING HELD ON THE GLSCRN
001998* HOLD QUEUE, LOADED FROM GLVHOLD AT START-UP. EACH ONE MET ON
001999* THE EXTRACT IS KEPT BACK FROM THE POSTING FILE, WRITTEN BACK
002000* TO THE EXTRACT BY THE HISTORY PASS AND LISTED ON THE VARIANCE
002001* SECTION. A QUEUE THAT WILL NOT FIT ABANDONS THE RUN RATHER
002002* THAN LET A HELD BATCH GO OUT.
002003*----------------------------------------------------------------
002004 01  WS-VHLD-TABLE.
002005     05 WS-VHLD-MAX         PIC 9(03) COMP VALUE 200.
002006     05 WS-VHLD-ENTRIES     PIC 9(03) COMP VALUE ZERO.
002007     05 WS-VHLD-IX          PIC 9(03) COMP VALUE ZERO.
002008     05 WS-VHLD-HIT         PIC 9(03) COMP VALUE ZERO.
002009     05 WS-VHLD-ENTRY OCCURS 200 TIMES.
002010         10 WS-VL-BATCH-ID      PIC X(04).
002011         10 WS-VL-CONTROL-DATE  PIC X(08).
002012         10 WS-VL-RUN-DATE      PIC 9(08).
002013         10 WS-VL-SEEN          PIC X(01).
002014         10 WS-VL-AMOUNT        PIC S9(09).
002015         10 WS-VL-DOLLARS       PIC S9(11)V99.
002016 01  WS-VARIANCE-HELD-COUNT PIC 9(05) COMP VALUE ZERO.
002017*----------------------------------------------------------------
002018* SUSPENSE-SECTION TABLE - THE BATCHES THAT POSTED TO SUSPENSE,
002019* COLLECTED DURING POSTING AND PRINTED AS A SECTION AHEAD OF THE
002020* SUMMARY SO THE MISSING MAPPINGS ARE CHASED THE SAME DAY
002021*----------------------------------------------------------------
002022 01  WS-SUSP-TABLE.
002023     05 WS-SUSP-MAX         PIC 9(03) COMP VALUE 100.
002024     05 WS-SUSP-ENTRIES     PIC 9(03) COMP VALUE ZERO.
002030     05 WS-SUSP-IX          PIC 9(03) COMP VALUE ZERO.
002040     05 WS-SUSP-ENTRY OCCURS 100 TIMES.
002050         10 WS-SU-DATE          PIC 9(08).
002330     05 RD-ACCOUNT          PIC X(08).
002340     05 FILLER              PIC X(09) VALUE ' DOLLARS '.
002350     05 RD-DOLLARS          PIC ZZZZZZZZZZ9.99-.
002353     05 FILLER              PIC X(02) VALUE SPACES.
002356     05 RD-ENTRY-NOTE       PIC X(08).
002360     05 FILLER              PIC X(23) VALUE SPACES.
002370 01  WS-RPT-GROUP-TRAILER.
002380     05 GT-CTL              PIC X(01) VALUE '0'.
002390     05 FILLER              PIC X(05) VALUE 'DATE '.
002440     05 GT-NET              PIC ZZZZZZZZ9-.
002450     05 FILLER              PIC X(09) VALUE ' DOLLARS '.
002460     05 GT-DOLLARS          PIC ZZZZZZZZZZ9.99-.
002463     05 FILLER              PIC X(08) VALUE ' PERIOD '.
002466     05 GT-PERIOD           PIC 9(06).
002470     05 FILLER              PIC X(43) VALUE SPACES.
002480 01  WS-RPT-SUMMARY.
002490     05 RS-CTL              PIC X(01) VALUE '0'.
002500     05 FILLER              PIC X(16) VALUE 'RECORDS POSTED: '.
002810     05 FILLER              PIC X(09) VALUE ' DOLLARS '.
002820     05 SD-DOLLARS          PIC ZZZZZZZZZZ9.99-.
002830     05 FILLER              PIC X(64) VALUE SPACES.
002831 01  WS-RPT-PERIOD-HEADER.
002832     05 PH-CTL              PIC X(01) VALUE '0'.
002833     05 FILLER              PIC X(49) VALUE
002834         'GROUPS DATED INTO A CLOSED OR UNCALENDARED PERIOD'.
002835     05 FILLER              PIC X(18) VALUE
002836         ' - CLOSED ACTION: '.
002837     05 PH-ACTION           PIC X(04).
002838     05 FILLER              PIC X(61) VALUE SPACES.
002839 01  WS-RPT-PERIOD-DETAIL.
002840     05 PX-CTL              PIC X(01) VALUE SPACE.
002841     05 FILLER              PIC X(05) VALUE 'DATE '.
002842     05 PX-DATE             PIC 9(08).
002843     05 FILLER              PIC X(09) VALUE '  PERIOD '.
002844     05 PX-PERIOD           PIC 9(06).
002845     05 FILLER              PIC X(02) VALUE SPACES.
002846     05 PX-ACTION           PIC X(20).
002847     05 PX-BOOK-PERIOD      PIC X(06).
002848     05 FILLER              PIC X(10) VALUE '  RECORDS '.
002849     05 PX-COUNT            PIC ZZZZZZ9.
002850     05 FILLER              PIC X(10) VALUE '  DOLLARS '.
002851     05 PX-DOLLARS          PIC ZZZZZZZZZZ9.99-.
002852     05 FILLER              PIC X(34) VALUE SPACES.
002853 01  WS-RPT-VHOLD-HEADER.
002854     05 HV-CTL              PIC X(01) VALUE '0'.
002855     05 FILLER              PIC X(50) VALUE
002856         'BATCHES HELD FOR VARIANCE APPROVAL - SEE GLSCRNRP'.
002857     05 FILLER              PIC X(07) VALUE ' COUNT '.
002858     05 HV-COUNT            PIC ZZZZ9.
002859     05 FILLER              PIC X(70) VALUE SPACES.
002860 01  WS-RPT-VHOLD-DETAIL.
002861     05 VD-CTL              PIC X(01) VALUE SPACE.
002862     05 FILLER              PIC X(05) VALUE 'DATE '.
002863     05 VD-DATE             PIC 9(08).
002864     05 FILLER              PIC X(08) VALUE '  BATCH '.
002865     05 VD-BATCH-ID         PIC X(04).
002866     05 FILLER              PIC X(11) VALUE '  CTL DATE '.
002867     05 VD-CONTROL-DATE     PIC X(08).
002868     05 FILLER              PIC X(09) VALUE '  AMOUNT '.
002869     05 VD-AMOUNT           PIC ZZZZZZZZ9-.
002870     05 FILLER              PIC X(09) VALUE ' DOLLARS '.
002871     05 VD-DOLLARS          PIC ZZZZZZZZZZ9.99-.
002872     05 FILLER              PIC X(45) VALUE SPACES.
002873 PROCEDURE DIVISION.
002874*================================================================
002875* 0000-MAINLINE
002876*================================================================
002880 0000-MAINLINE.
002890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002900     PERFORM 2000-POST-ONE-RECORD THRU 2000-EXIT
002990 1000-INITIALIZE.
003000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003010     ACCEPT WS-RUN-TIME-RAW FROM TIME.
003015     PERFORM 1010-READ-PARM-CARD THRU 1010-EXIT.
003020     PERFORM 1100-LOAD-ACCOUNT-MAP THRU 1100-EXIT.
003025     PERFORM 1150-LOAD-PERIOD-CALENDAR THRU 1150-EXIT.
003027     PERFORM 1170-LOAD-VARIANCE-HOLDS THRU 1170-EXIT.
003030     OPEN I-O BATSTAT-FILE.
003040     IF NOT WS-BST-OK
003050         OPEN OUTPUT BATSTAT-FILE
003080     END-IF.
003090     OPEN OUTPUT POST-FILE RPT-FILE.
003100     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
003102     IF ROLL-CLOSED-GROUPS
003104         MOVE 'EXTRACT=GLEXTRACT CLOSED-PERIOD=ROLL'
003106             TO WS-RPT-PARAMETERS
003108     ELSE
003110         MOVE 'EXTRACT=GLEXTRACT CLOSED-PERIOD=HOLD'
003112             TO WS-RPT-PARAMETERS
003114     END-IF.
003120     PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT.
003130     OPEN INPUT GL-FILE.
003140     IF NOT WS-GL-FILE-FOUND
003180         GO TO 1000-EXIT
003190     END-IF.
003200     SET EXTRACT-ON-HAND TO TRUE.
003202     IF WS-RETURN-CODE NOT < 8
003204         SET END-OF-GL-FILE TO TRUE
003206         GO TO 1000-EXIT
003208     END-IF.
003210     PERFORM 2100-READ-GL THRU 2100-EXIT.
003220 1000-EXIT.
003230     EXIT.
003240*----------------------------------------------------------------
003241* 1010-READ-PARM-CARD - PICK UP THE CLOSED-PERIOD ACTION FROM
003242*                       SYSIN. NO CARD, OR ANYTHING BUT 'R',
003243*                       MEANS HOLD.
003244*----------------------------------------------------------------
003245 1010-READ-PARM-CARD.
003246     OPEN INPUT PARM-FILE.
003247     IF WS-PARM-FILE-FOUND
003248         READ PARM-FILE
003249             AT END SET END-OF-PARM-FILE TO TRUE
003250         END-READ
003251         IF NOT END-OF-PARM-FILE
003252             IF PARM-ROLL-CLOSED
003253                 SET ROLL-CLOSED-GROUPS TO TRUE
003254             END-IF
003255         END-IF
003256         CLOSE PARM-FILE
003257     ELSE
003258         SET END-OF-PARM-FILE TO TRUE
003259     END-IF.
003260 1010-EXIT.
003261     EXIT.
003262*----------------------------------------------------------------
003263* 1020-WRITE-REPORT-HEADING - START A NEW REGISTER PAGE
003264*----------------------------------------------------------------
003270 1020-WRITE-REPORT-HEADING.
003280     ADD 1 TO WS-PAGE-NUMBER.
003290     MOVE 'GLPOST'            TO RH1-PROGRAM-NAME.
003920     END-IF.
003930 1110-EXIT.
003940     EXIT.
003941*----------------------------------------------------------------
003942* 1150-LOAD-PERIOD-CALENDAR - LOAD THE PERIOD CALENDAR INTO THE
003943*                             TABLE. NO CALENDAR AT ALL WARNS
003944*                             AND EVERY GROUP POSTS UNCHECKED,
003945*                             WITH NO PERIOD ON ITS HEADER.
003946*----------------------------------------------------------------
003947 1150-LOAD-PERIOD-CALENDAR.
003948     OPEN INPUT PERIOD-FILE.
003949     IF NOT WS-PERIOD-FILE-FOUND
003950         DISPLAY '*** GLPOST0008W - NO PERIOD CALENDAR ON HAND '
003951             '- GROUPS POST WITHOUT A PERIOD CHECK ***'
003952         GO TO 1150-EXIT
003953     END-IF.
003954     SET CALENDAR-ON-HAND TO TRUE.
003955     PERFORM 1160-READ-ONE-PERIOD THRU 1160-EXIT
003956         UNTIL END-OF-PERIOD-FILE.
003957     CLOSE PERIOD-FILE.
003958 1150-EXIT.
003959     EXIT.
003960*----------------------------------------------------------------
003961* 1160-READ-ONE-PERIOD - FILE ONE CALENDAR CARD IN THE TABLE. A
003962*                        CARD WITHOUT TWO NUMERIC DATES IS
003963*                        IGNORED WITH A WARNING. ANY STATUS BUT
003964*                        'C' COUNTS AS OPEN.
003965*----------------------------------------------------------------
003966 1160-READ-ONE-PERIOD.
003967     READ PERIOD-FILE
003968         AT END SET END-OF-PERIOD-FILE TO TRUE
003969     END-READ.
003970     IF END-OF-PERIOD-FILE
003971         GO TO 1160-EXIT
003972     END-IF.
003973     IF PCL-PERIOD-NO IS NOT NUMERIC
003974         OR PCL-START-DATE IS NOT NUMERIC
003975         OR PCL-END-DATE IS NOT NUMERIC
003976         DISPLAY '*** GLPOST0010W - PERIOD CALENDAR CARD '
003977             'IGNORED - PERIOD OR DATES NOT NUMERIC ***'
003978         GO TO 1160-EXIT
003979     END-IF.
003980     IF WS-PERIOD-ENTRIES < WS-PERIOD-MAX
003981         ADD 1 TO WS-PERIOD-ENTRIES
003982         MOVE PCL-PERIOD-NO
003983             TO WS-PD-PERIOD-NO (WS-PERIOD-ENTRIES)
003984         MOVE PCL-START-DATE
003985             TO WS-PD-START-DATE (WS-PERIOD-ENTRIES)
003986         MOVE PCL-END-DATE
003987             TO WS-PD-END-DATE (WS-PERIOD-ENTRIES)
003988         IF PCL-PERIOD-CLOSED
003989             MOVE 'C' TO WS-PD-STATUS (WS-PERIOD-ENTRIES)
003990         ELSE
003991             MOVE 'O' TO WS-PD-STATUS (WS-PERIOD-ENTRIES)
003992         END-IF
003993     ELSE
003994         DISPLAY '*** GLPOST0011W - MORE THAN ' WS-PERIOD-MAX
003995             ' PERIODS ON GLPERIOD - EXCESS IGNORED ***'
003996     END-IF.
003997 1160-EXIT.
003998     EXIT.
003999*----------------------------------------------------------------
004000* 1170-LOAD-VARIANCE-HOLDS - LOAD THE BATCHES STANDING HELD ON
004001*                            THE VARIANCE HOLD QUEUE. APPROVED
004002*                            ENTRIES POST AS NORMAL AND ARE NOT
004003*                            LOADED. NO QUEUE MEANS NOTHING IS
004004*                            HELD. A QUEUE TOO BIG FOR THE TABLE
004005*                            ABANDONS POSTING RC 8 WITH THE
004006*                            EXTRACT LEFT IN PLACE.
004007*----------------------------------------------------------------
004008 1170-LOAD-VARIANCE-HOLDS.
004009     OPEN INPUT VHOLD-FILE.
004010     IF NOT WS-VHOLD-FILE-FOUND
004011         GO TO 1170-EXIT
004012     END-IF.
004013     PERFORM 1180-READ-ONE-VARIANCE-HOLD THRU 1180-EXIT
004014         UNTIL END-OF-VHOLD-FILE.
004015     CLOSE VHOLD-FILE.
004016 1170-EXIT.
004017     EXIT.
004018*----------------------------------------------------------------
004019* 1180-READ-ONE-VARIANCE-HOLD - FILE ONE HELD QUEUE ENTRY IN THE
004020*                               TABLE
004021*----------------------------------------------------------------
004022 1180-READ-ONE-VARIANCE-HOLD.
004023     READ VHOLD-FILE
004024         AT END SET END-OF-VHOLD-FILE TO TRUE
004025     END-READ.
004026     IF END-OF-VHOLD-FILE
004027         GO TO 1180-EXIT
004028     END-IF.
004029     IF NOT VH-HELD
004030         GO TO 1180-EXIT
004031     END-IF.
004032     IF WS-VHLD-ENTRIES NOT < WS-VHLD-MAX
004033         DISPLAY '*** GLPOST0014E - MORE THAN ' WS-VHLD-MAX
004034             ' BATCHES HELD ON GLVHOLD - POSTING ABANDONED ***'
004035         MOVE 8 TO WS-RETURN-CODE
004036         SET END-OF-VHOLD-FILE TO TRUE
004037         GO TO 1180-EXIT
004038     END-IF.
004039     ADD 1 TO WS-VHLD-ENTRIES.
004040     MOVE VH-BATCH-ID TO WS-VL-BATCH-ID (WS-VHLD-ENTRIES).
004041     MOVE VH-CONTROL-DATE TO WS-VL-CONTROL-DATE (WS-VHLD-ENTRIES).
004042     MOVE VH-RUN-DATE TO WS-VL-RUN-DATE (WS-VHLD-ENTRIES).
004043     MOVE 'N' TO WS-VL-SEEN (WS-VHLD-ENTRIES).
004044     MOVE ZERO TO WS-VL-AMOUNT (WS-VHLD-ENTRIES).
004045     MOVE ZERO TO WS-VL-DOLLARS (WS-VHLD-ENTRIES).
004046 1180-EXIT.
004047     EXIT.
004048*----------------------------------------------------------------
004049* 2000-POST-ONE-RECORD - RELEASE ONE EXTRACT RECORD TO THE
004050*                        POSTING FILE AND THE REGISTER, BREAKING
004051*                        ON THE RUN DATE. THE HISTORY COPY WAITS
004052*                        FOR 3200, ONCE THE RUN IS KNOWN CLEAN.
004053*----------------------------------------------------------------
004054 2000-POST-ONE-RECORD.
004055     IF NOT GROUP-OPEN
004056         MOVE GL-RUN-DATE TO WS-GROUP-DATE
004057         PERFORM 2200-WRITE-GROUP-HEADER THRU 2200-EXIT
004058         SET GROUP-OPEN TO TRUE
004060     ELSE
004070         IF GL-RUN-DATE NOT = WS-GROUP-DATE
004080             IF GL-RUN-DATE < WS-GROUP-DATE
004190             PERFORM 2200-WRITE-GROUP-HEADER THRU 2200-EXIT
004200         END-IF
004210     END-IF.
004211     IF END-OF-GL-FILE
004212         GO TO 2000-EXIT
004213     END-IF.
004214     IF GROUP-HELD
004215         PERFORM 2190-HOLD-ONE-RECORD THRU 2190-EXIT
004216         PERFORM 2100-READ-GL THRU 2100-EXIT
004217         GO TO 2000-EXIT
004218     END-IF.
004219     PERFORM 2500-CHECK-VARIANCE-HOLD THRU 2500-EXIT.
004220     IF BATCH-VARIANCE-HELD
004221         PERFORM 2550-HOLD-FOR-VARIANCE THRU 2550-EXIT
004222         PERFORM 2100-READ-GL THRU 2100-EXIT
004223         GO TO 2000-EXIT
004224     END-IF.
004225     IF NOT GROUP-HEADER-WRITTEN
004226         PERFORM 2250-WRITE-HEADER-RECORD THRU 2250-EXIT
004227     END-IF.
004228     IF WS-PERX-CUR > ZERO
004229         ADD 1 TO WS-PX-COUNT (WS-PERX-CUR)
004230         ADD GL-DOLLAR-AMOUNT TO WS-PX-DOLLARS (WS-PERX-CUR)
004231     END-IF.
004232     PERFORM 2400-FIND-ACCOUNT THRU 2400-EXIT.
004233     IF NOT MAPPING-FOUND
004240         PERFORM 2450-NOTE-SUSPENSE THRU 2450-EXIT
004250     END-IF.
004260     MOVE SPACES TO POSTING-RECORD.
004310     MOVE GL-AMOUNT TO PST-AMOUNT.
004320     MOVE WS-POST-ACCOUNT TO PST-ACCOUNT-NO.
004330     MOVE GL-DOLLAR-AMOUNT TO PST-DOLLAR-AMOUNT.
004333     MOVE GL-CURRENCY-CODE TO PST-CURRENCY-CODE.
004336     MOVE GL-CURR-AMOUNT TO PST-CURR-AMOUNT.
004340     WRITE POSTING-RECORD.
004350     ADD 1 TO WS-RECORD-COUNT.
004360     ADD 1 TO WS-GROUP-COUNT.
004590     MOVE GL-AMOUNT TO RD-AMOUNT.
004600     MOVE WS-POST-ACCOUNT TO RD-ACCOUNT.
004610     MOVE GL-DOLLAR-AMOUNT TO RD-DOLLARS.
004611     IF GL-REVERSAL-ENTRY
004612         MOVE 'REVERSAL' TO RD-ENTRY-NOTE
004613     ELSE
004614         MOVE SPACES TO RD-ENTRY-NOTE
004615     END-IF.
004620     WRITE PRINT-RECORD FROM WS-RPT-DETAIL.
004630     ADD 1 TO WS-LINE-COUNT.
004640     PERFORM 2100-READ-GL THRU 2100-EXIT.
004880     END-READ.
004890 2100-EXIT.
004900     EXIT.
004901*----------------------------------------------------------------
004902* 2150-CHECK-PERIOD - FIND THE PERIOD THE NEW GROUP'S RUN DATE
004903*                     FALLS IN AND DECIDE WHAT HAPPENS TO THE
004904*                     GROUP: AN OPEN PERIOD POSTS AS NORMAL; A
004905*                     CLOSED ONE IS HELD, OR ROLLED FORWARD TO
004906*                     THE FIRST OPEN PERIOD AFTER IT WHEN THE
004907*                     CARD SAYS ROLL AND THERE IS ONE; A DATE NOT
004908*                     ON THE CALENDAR POSTS WITH NO PERIOD. ALL
004909*                     BUT THE FIRST ARE NOTED FOR THE PERIOD
004910*                     SECTION.
004911*----------------------------------------------------------------
004912 2150-CHECK-PERIOD.
004913     MOVE 'N' TO WS-GROUP-HELD-SW.
004914     MOVE ZERO TO WS-GROUP-PERIOD.
004915     MOVE ZERO TO WS-BOOK-PERIOD.
004916     MOVE ZERO TO WS-PERX-CUR.
004917     IF NOT CALENDAR-ON-HAND
004918         GO TO 2150-EXIT
004919     END-IF.
004920     MOVE ZERO TO WS-PERIOD-HIT.
004921     PERFORM 2160-CHECK-ONE-PERIOD THRU 2160-EXIT
004922         VARYING WS-PERIOD-IX FROM 1 BY 1
004923         UNTIL WS-PERIOD-IX > WS-PERIOD-ENTRIES
004924         OR WS-PERIOD-HIT > ZERO.
004925     IF WS-PERIOD-HIT = ZERO
004926         MOVE 'N' TO WS-PERX-TYPE-WORK
004927         PERFORM 2180-NOTE-PERIOD-GROUP THRU 2180-EXIT
004928         GO TO 2150-EXIT
004929     END-IF.
004930     MOVE WS-PD-PERIOD-NO (WS-PERIOD-HIT) TO WS-GROUP-PERIOD.
004931     MOVE WS-GROUP-PERIOD TO WS-BOOK-PERIOD.
004932     IF WS-PD-STATUS (WS-PERIOD-HIT) NOT = 'C'
004933         GO TO 2150-EXIT
004934     END-IF.
004935     IF ROLL-CLOSED-GROUPS
004936         MOVE WS-PD-END-DATE (WS-PERIOD-HIT)
004937             TO WS-CLOSED-END-DATE
004938         MOVE ZERO TO WS-ROLL-START-DATE
004939         PERFORM 2170-CHECK-ONE-OPEN THRU 2170-EXIT
004940             VARYING WS-PERIOD-IX FROM 1 BY 1
004941             UNTIL WS-PERIOD-IX > WS-PERIOD-ENTRIES
004942         IF WS-ROLL-START-DATE > ZERO
004943             MOVE 'R' TO WS-PERX-TYPE-WORK
004944             PERFORM 2180-NOTE-PERIOD-GROUP THRU 2180-EXIT
004945             GO TO 2150-EXIT
004946         END-IF
004947     END-IF.
004948     SET GROUP-HELD TO TRUE.
004949     MOVE ZERO TO WS-BOOK-PERIOD.
004950     ADD 1 TO WS-HELD-GROUPS.
004951     DISPLAY '*** GLPOST0009W - RUN DATE ' WS-GROUP-DATE
004952         ' FALLS IN CLOSED PERIOD ' WS-GROUP-PERIOD
004953         ' - GROUP HELD ON THE EXTRACT ***'.
004954     IF WS-RETURN-CODE < 4
004955         MOVE 4 TO WS-RETURN-CODE
004956     END-IF.
004957     MOVE 'H' TO WS-PERX-TYPE-WORK.
004958     PERFORM 2180-NOTE-PERIOD-GROUP THRU 2180-EXIT.
004959 2150-EXIT.
004960     EXIT.
004961*----------------------------------------------------------------
004962* 2160-CHECK-ONE-PERIOD - ONE STEP OF THE CALENDAR SCAN FOR THE
004963*                         PERIOD HOLDING THE GROUP'S RUN DATE
004964*----------------------------------------------------------------
004965 2160-CHECK-ONE-PERIOD.
004966     IF WS-GROUP-DATE NOT < WS-PD-START-DATE (WS-PERIOD-IX)
004967         AND WS-GROUP-DATE NOT > WS-PD-END-DATE (WS-PERIOD-IX)
004968         MOVE WS-PERIOD-IX TO WS-PERIOD-HIT
004969     END-IF.
004970 2160-EXIT.
004971     EXIT.
004972*----------------------------------------------------------------
004973* 2170-CHECK-ONE-OPEN - ONE STEP OF THE SCAN FOR THE FIRST OPEN
004974*                       PERIOD STARTING AFTER THE CLOSED ONE ENDS
004975*----------------------------------------------------------------
004976 2170-CHECK-ONE-OPEN.
004977     IF WS-PD-STATUS (WS-PERIOD-IX) = 'C'
004978         GO TO 2170-EXIT
004979     END-IF.
004980     IF WS-PD-START-DATE (WS-PERIOD-IX) NOT > WS-CLOSED-END-DATE
004981         GO TO 2170-EXIT
004982     END-IF.
004983     IF WS-ROLL-START-DATE = ZERO
004984         OR WS-PD-START-DATE (WS-PERIOD-IX) < WS-ROLL-START-DATE
004985         MOVE WS-PD-START-DATE (WS-PERIOD-IX)
004986             TO WS-ROLL-START-DATE
004987         MOVE WS-PD-PERIOD-NO (WS-PERIOD-IX) TO WS-BOOK-PERIOD
004988     END-IF.
004989 2170-EXIT.
004990     EXIT.
004991*----------------------------------------------------------------
004992* 2180-NOTE-PERIOD-GROUP - OPEN A PERIOD-SECTION ENTRY FOR THE
004993*                          NEW GROUP. A FULL TABLE TRUNCATES THE
004994*                          SECTION WITH A WARNING - EXCEPT FOR A
004995*                          HELD GROUP, WHICH THE HISTORY PASS
004996*                          COULD NOT THEN KEEP BACK, SO POSTING
004997*                          IS ABANDONED RC 8 WITH THE EXTRACT
004998*                          LEFT IN PLACE.
004999*----------------------------------------------------------------
005000 2180-NOTE-PERIOD-GROUP.
005001     IF WS-PERX-ENTRIES NOT < WS-PERX-MAX
005002         IF WS-PERX-TYPE-WORK = 'H'
005003             DISPLAY '*** GLPOST0012E - MORE THAN ' WS-PERX-MAX
005004                 ' GROUPS OUTSIDE AN OPEN PERIOD - POSTING '
005005                 'ABANDONED ***'
005006             MOVE 8 TO WS-RETURN-CODE
005007             SET END-OF-GL-FILE TO TRUE
005008         ELSE
005009             DISPLAY '*** GLPOST0013W - MORE THAN ' WS-PERX-MAX
005010                 ' GROUPS OUTSIDE AN OPEN PERIOD - SECTION '
005011                 'TRUNCATED ***'
005012         END-IF
005013         GO TO 2180-EXIT
005014     END-IF.
005015     ADD 1 TO WS-PERX-ENTRIES.
005016     MOVE WS-PERX-ENTRIES TO WS-PERX-CUR.
005017     MOVE WS-GROUP-DATE TO WS-PX-DATE (WS-PERX-CUR).
005018     MOVE WS-GROUP-PERIOD TO WS-PX-PERIOD (WS-PERX-CUR).
005019     MOVE WS-PERX-TYPE-WORK TO WS-PX-TYPE (WS-PERX-CUR).
005020     MOVE WS-BOOK-PERIOD TO WS-PX-BOOK-PERIOD (WS-PERX-CUR).
005021     MOVE ZERO TO WS-PX-COUNT (WS-PERX-CUR).
005022     MOVE ZERO TO WS-PX-DOLLARS (WS-PERX-CUR).
005023 2180-EXIT.
005024     EXIT.
005025*----------------------------------------------------------------
005026* 2190-HOLD-ONE-RECORD - COUNT ONE RECORD OF A HELD GROUP. IT IS
005027*                        NOT TRANSMITTED AND DOES NOT PRINT AS
005028*                        POSTED - THE HISTORY PASS WRITES IT
005029*                        BACK TO THE EXTRACT.
005030*----------------------------------------------------------------
005031 2190-HOLD-ONE-RECORD.
005032     ADD 1 TO WS-HELD-RECORDS.
005033     IF WS-PERX-CUR > ZERO
005034         ADD 1 TO WS-PX-COUNT (WS-PERX-CUR)
005035         ADD GL-DOLLAR-AMOUNT TO WS-PX-DOLLARS (WS-PERX-CUR)
005036     END-IF.
005037 2190-EXIT.
005038     EXIT.
005039*----------------------------------------------------------------
005040* 2200-WRITE-GROUP-HEADER - OPEN A RUN-DATE GROUP AND FIND THE
005041*                           PERIOD THE CALENDAR BOOKS IT TO. THE
005042*                           HEADER ITSELF WAITS FOR THE GROUP'S
005043*                           FIRST TRANSMITTED DETAIL (2250), SO A
005044*                           HELD GROUP, OR ONE WHOSE BATCHES ARE
005045*                           ALL HELD FOR VARIANCE, WRITES NONE.
005046*----------------------------------------------------------------
005047 2200-WRITE-GROUP-HEADER.
005048     MOVE ZERO TO WS-GROUP-COUNT.
005049     MOVE ZERO TO WS-GROUP-NET.
005050     MOVE ZERO TO WS-GROUP-DOLLARS.
005051     MOVE 'N' TO WS-HEADER-SW.
005052     PERFORM 2150-CHECK-PERIOD THRU 2150-EXIT.
005053 2200-EXIT.
005054     EXIT.
005055*----------------------------------------------------------------
005056* 2250-WRITE-HEADER-RECORD - WRITE THE GROUP'S HEADER TO THE
005057*                            POSTING FILE AHEAD OF ITS FIRST
005058*                            TRANSMITTED DETAIL
005059*----------------------------------------------------------------
005060 2250-WRITE-HEADER-RECORD.
005061     MOVE SPACES TO POSTING-RECORD.
005062     MOVE 'H' TO PST-REC-TYPE.
005063     MOVE WS-GROUP-DATE TO PST-HEADER-DATE.
005064     MOVE 'BATCHCTL' TO PST-HEADER-SYSTEM.
005065     MOVE WS-BOOK-PERIOD TO PST-HEADER-PERIOD.
005066     WRITE POSTING-RECORD.
005067     ADD 1 TO WS-DATE-COUNT.
005068     SET GROUP-HEADER-WRITTEN TO TRUE.
005069 2250-EXIT.
005070     EXIT.
005071*----------------------------------------------------------------
005080* 2300-WRITE-GROUP-TRAILER - CLOSE A RUN-DATE GROUP: THE CONTROL
005090*                            TRAILER ON THE POSTING FILE AND THE
005100*                            GROUP LINE ON THE REGISTER. A
005103*                            GROUP THAT WROTE NO HEADER SENT
005106*                            NOTHING AND GETS NO TRAILER.
005110*----------------------------------------------------------------
005120 2300-WRITE-GROUP-TRAILER.
005122     IF NOT GROUP-HEADER-WRITTEN
005124         GO TO 2300-EXIT
005126     END-IF.
005130     MOVE SPACES TO POSTING-RECORD.
005140     MOVE 'T' TO PST-REC-TYPE.
005150     MOVE WS-GROUP-COUNT TO PST-TRAILER-COUNT.
005230     MOVE WS-GROUP-COUNT TO GT-COUNT.
005240     MOVE WS-GROUP-NET TO GT-NET.
005250     MOVE WS-GROUP-DOLLARS TO GT-DOLLARS.
005255     MOVE WS-BOOK-PERIOD TO GT-PERIOD.
005260     WRITE PRINT-RECORD FROM WS-RPT-GROUP-TRAILER.
005270     ADD 2 TO WS-LINE-COUNT.
005280 2300-EXIT.
005320*                     IN HAND: THE ENTRY FOR ITS BATCH ID WITH
005330*                     THE HIGHEST EFFECTIVE DATE NOT PAST ITS
005340*                     RUN DATE. NO ENTRY IN EFFECT LEAVES THE
005350*                     SUSPENSE ACCOUNT IN WS-POST-ACCOUNT. A
005352*                     REVERSAL IS CODED AS OF THE RUN DATE OF
005354*                     THE BATCH IT REVERSES, SO IT OFFSETS THE
005356*                     SAME ACCOUNT THE ORIGINAL WENT TO.
005360*----------------------------------------------------------------
005370 2400-FIND-ACCOUNT.
005380     MOVE 'N' TO WS-ACCT-FOUND-SW.
005381     MOVE GL-RUN-DATE TO WS-CODING-DATE.
005382     IF GL-REVERSAL-ENTRY
005383         AND GL-ORIG-RUN-DATE IS NUMERIC
005384         AND GL-ORIG-RUN-DATE > ZERO
005385         MOVE GL-ORIG-RUN-DATE TO WS-CODING-DATE
005386     END-IF.
005390     MOVE WS-SUSPENSE-ACCT TO WS-POST-ACCOUNT.
005400     MOVE ZERO TO WS-BEST-EFF-DATE.
005410     PERFORM 2410-CHECK-ONE-MAP THRU 2410-EXIT
005500     IF WS-AC-BATCH-ID (WS-ACCT-IX) NOT = GL-BATCH-ID
005510         GO TO 2410-EXIT
005520     END-IF.
005530     IF WS-AC-EFF-DATE (WS-ACCT-IX) > WS-CODING-DATE
005540         GO TO 2410-EXIT
005550     END-IF.
005560     IF NOT MAPPING-FOUND
005820     END-IF.
005830 2450-EXIT.
005840     EXIT.
005841*----------------------------------------------------------------
005842* 2500-CHECK-VARIANCE-HOLD - LOOK THE EXTRACT RECORD IN HAND UP
005843*                            IN THE VARIANCE-HOLD TABLE BY BATCH
005844*                            ID, CONTROL DATE AND RUN DATE
005845*----------------------------------------------------------------
005846 2500-CHECK-VARIANCE-HOLD.
005847     MOVE 'N' TO WS-VAR-MATCH-SW.
005848     PERFORM 2510-CHECK-ONE-VARIANCE-HOLD THRU 2510-EXIT
005849         VARYING WS-VHLD-IX FROM 1 BY 1
005850         UNTIL WS-VHLD-IX > WS-VHLD-ENTRIES
005851         OR BATCH-VARIANCE-HELD.
005852 2500-EXIT.
005853     EXIT.
005854*----------------------------------------------------------------
005855* 2510-CHECK-ONE-VARIANCE-HOLD - ONE STEP OF THE VARIANCE-HOLD
005856*                                LOOKUP
005857*----------------------------------------------------------------
005858 2510-CHECK-ONE-VARIANCE-HOLD.
005859     IF WS-VL-BATCH-ID (WS-VHLD-IX) = GL-BATCH-ID
005860         AND WS-VL-CONTROL-DATE (WS-VHLD-IX) = GL-CONTROL-DATE
005861         AND WS-VL-RUN-DATE (WS-VHLD-IX) = GL-RUN-DATE
005862         SET BATCH-VARIANCE-HELD TO TRUE
005863         MOVE WS-VHLD-IX TO WS-VHLD-HIT
005864     END-IF.
005865 2510-EXIT.
005866     EXIT.
005867*----------------------------------------------------------------
005868* 2550-HOLD-FOR-VARIANCE - COUNT ONE RECORD HELD FOR VARIANCE
005869*                          APPROVAL. IT IS NOT TRANSMITTED AND
005870*                          DOES NOT PRINT AS POSTED - THE HISTORY
005871*                          PASS WRITES IT BACK TO THE EXTRACT.
005872*----------------------------------------------------------------
005873 2550-HOLD-FOR-VARIANCE.
005874     ADD 1 TO WS-HELD-RECORDS.
005875     ADD 1 TO WS-VARIANCE-HELD-COUNT.
005876     MOVE 'Y' TO WS-VL-SEEN (WS-VHLD-HIT).
005877     MOVE GL-AMOUNT TO WS-VL-AMOUNT (WS-VHLD-HIT).
005878     MOVE GL-DOLLAR-AMOUNT TO WS-VL-DOLLARS (WS-VHLD-HIT).
005879     DISPLAY '*** GLPOST0015W - BATCH ' GL-BATCH-ID
005880         ' CONTROL DATE ' GL-CONTROL-DATE
005881         ' HELD FOR VARIANCE APPROVAL - NOT SENT ***'.
005882     IF WS-RETURN-CODE < 4
005883         MOVE 4 TO WS-RETURN-CODE
005884     END-IF.
005885 2550-EXIT.
005886     EXIT.
005887*----------------------------------------------------------------
005888* 3000-FINALIZE - CLOSE THE LAST GROUP, PRINT THE SUMMARY, PURGE
005889*                 THE POSTED EXTRACT ON A CLEAN RUN ONLY, LOG THE
005890*                 RUN TO THE AUDIT FILE AND CLOSE UP
005891*----------------------------------------------------------------
005900 3000-FINALIZE.
005910     IF GROUP-OPEN
005920         PERFORM 2300-WRITE-GROUP-TRAILER THRU 2300-EXIT
005940     IF WS-SUSP-ENTRIES > ZERO
005950         PERFORM 3100-PRINT-SUSPENSE-SECTION THRU 3100-EXIT
005960     END-IF.
005962     IF WS-PERX-ENTRIES > ZERO
005964         PERFORM 3150-PRINT-PERIOD-SECTION THRU 3150-EXIT
005966     END-IF.
005967     IF WS-VARIANCE-HELD-COUNT > ZERO
005968         PERFORM 3170-PRINT-VARIANCE-SECTION THRU 3170-EXIT
005969     END-IF.
005970     MOVE WS-RECORD-COUNT TO RS-RECORD-COUNT.
005980     MOVE WS-DATE-COUNT   TO RS-DATE-COUNT.
005990     MOVE WS-GRAND-NET    TO RS-NET.
006010     WRITE PRINT-RECORD FROM WS-RPT-SUMMARY.
006020     IF EXTRACT-ON-HAND
006030         CLOSE GL-FILE
006040         IF WS-RETURN-CODE < 8
006050             PERFORM 3200-MOVE-EXTRACT-TO-HISTORY THRU 3200-EXIT
006060             PERFORM 3300-REBUILD-EXTRACT THRU 3300-EXIT
006080             MOVE SPACES TO DP-TEXT
006085             IF WS-HELD-RECORDS = ZERO
006090                 STRING 'EXTRACT PURGED - POSTED RECORDS'
006100                     ' MOVED TO HISTORY'
006110                     DELIMITED BY SIZE INTO DP-TEXT
006111             ELSE
006112                 STRING 'EXTRACT PURGED - POSTED RECORDS'
006113                     ' MOVED TO HISTORY - HELD RECORDS KEPT ON'
006114                     ' THE EXTRACT FOR THE NEXT RUN'
006115                     DELIMITED BY SIZE INTO DP-TEXT
006116             END-IF
006120         ELSE
006130             MOVE 'EXTRACT LEFT IN PLACE - RUN DID NOT END CLEAN'
006140                 TO DP-TEXT
006560     ADD 1 TO WS-LINE-COUNT.
006570 3110-EXIT.
006580     EXIT.
006581*----------------------------------------------------------------
006582* 3150-PRINT-PERIOD-SECTION - LIST THE GROUPS THAT WERE HELD,
006583*                             ROLLED FORWARD OR DATED OUTSIDE
006584*                             THE CALENDAR
006585*----------------------------------------------------------------
006586 3150-PRINT-PERIOD-SECTION.
006587     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
006588         PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT
006589     END-IF.
006590     IF ROLL-CLOSED-GROUPS
006591         MOVE 'ROLL' TO PH-ACTION
006592     ELSE
006593         MOVE 'HOLD' TO PH-ACTION
006594     END-IF.
006595     WRITE PRINT-RECORD FROM WS-RPT-PERIOD-HEADER.
006596     ADD 2 TO WS-LINE-COUNT.
006597     PERFORM 3160-PRINT-ONE-PERIOD-GROUP THRU 3160-EXIT
006598         VARYING WS-PERX-IX FROM 1 BY 1
006599         UNTIL WS-PERX-IX > WS-PERX-ENTRIES.
006600 3150-EXIT.
006601     EXIT.
006602*----------------------------------------------------------------
006603* 3160-PRINT-ONE-PERIOD-GROUP - ONE LINE OF THE PERIOD SECTION
006604*----------------------------------------------------------------
006605 3160-PRINT-ONE-PERIOD-GROUP.
006606     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
006607         PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT
006608     END-IF.
006609     MOVE WS-PX-DATE (WS-PERX-IX) TO PX-DATE.
006610     MOVE WS-PX-PERIOD (WS-PERX-IX) TO PX-PERIOD.
006611     MOVE SPACES TO PX-BOOK-PERIOD.
006612     IF WS-PX-HELD (WS-PERX-IX)
006613         MOVE 'CLOSED - HELD' TO PX-ACTION
006614     ELSE
006615         IF WS-PX-ROLLED (WS-PERX-IX)
006616             MOVE 'CLOSED - ROLLED TO' TO PX-ACTION
006617             MOVE WS-PX-BOOK-PERIOD (WS-PERX-IX)
006618                 TO PX-BOOK-PERIOD
006619         ELSE
006620             MOVE 'NOT ON CALENDAR' TO PX-ACTION
006621         END-IF
006622     END-IF.
006623     MOVE WS-PX-COUNT (WS-PERX-IX) TO PX-COUNT.
006624     MOVE WS-PX-DOLLARS (WS-PERX-IX) TO PX-DOLLARS.
006625     WRITE PRINT-RECORD FROM WS-RPT-PERIOD-DETAIL.
006626     ADD 1 TO WS-LINE-COUNT.
006627 3160-EXIT.
006628     EXIT.
006629*----------------------------------------------------------------
006630* 3170-PRINT-VARIANCE-SECTION - LIST THE BATCHES KEPT BACK FOR
006631*                               VARIANCE APPROVAL
006632*----------------------------------------------------------------
006633 3170-PRINT-VARIANCE-SECTION.
006634     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
006635         PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT
006636     END-IF.
006637     MOVE WS-VARIANCE-HELD-COUNT TO HV-COUNT.
006638     WRITE PRINT-RECORD FROM WS-RPT-VHOLD-HEADER.
006639     ADD 2 TO WS-LINE-COUNT.
006640     PERFORM 3180-PRINT-ONE-VARIANCE-HOLD THRU 3180-EXIT
006641         VARYING WS-VHLD-IX FROM 1 BY 1
006642         UNTIL WS-VHLD-IX > WS-VHLD-ENTRIES.
006643 3170-EXIT.
006644     EXIT.
006645*----------------------------------------------------------------
006646* 3180-PRINT-ONE-VARIANCE-HOLD - ONE LINE OF THE VARIANCE
006647*                                SECTION, FOR A HELD BATCH MET
006648*                                ON THE EXTRACT THIS RUN
006649*----------------------------------------------------------------
006650 3180-PRINT-ONE-VARIANCE-HOLD.
006651     IF WS-VL-SEEN (WS-VHLD-IX) NOT = 'Y'
006652         GO TO 3180-EXIT
006653     END-IF.
006654     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
006655         PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT
006656     END-IF.
006657     MOVE WS-VL-RUN-DATE (WS-VHLD-IX) TO VD-DATE.
006658     MOVE WS-VL-BATCH-ID (WS-VHLD-IX) TO VD-BATCH-ID.
006659     MOVE WS-VL-CONTROL-DATE (WS-VHLD-IX) TO VD-CONTROL-DATE.
006660     MOVE WS-VL-AMOUNT (WS-VHLD-IX) TO VD-AMOUNT.
006661     MOVE WS-VL-DOLLARS (WS-VHLD-IX) TO VD-DOLLARS.
006662     WRITE PRINT-RECORD FROM WS-RPT-VHOLD-DETAIL.
006663     ADD 1 TO WS-LINE-COUNT.
006664 3180-EXIT.
006665     EXIT.
006666*----------------------------------------------------------------
006667* 3200-MOVE-EXTRACT-TO-HISTORY - THE RUN ENDED CLEAN: RE-READ THE
006668*                                POSTED EXTRACT AND COPY EVERY
006669*                                RECORD TO GLHIST, UNDER THE SAME
006670*                                CONDITION AS THE PURGE THAT
006671*                                FOLLOWS - A FAILED RUN TOUCHES
006672*                                NEITHER FILE, SO A RERUN CANNOT
006673*                                DOUBLE UP THE HISTORY. THE
006674*                                RECORDS OF A HELD GROUP, AND
006675*                                BATCHES HELD FOR VARIANCE, GO
006676*                                TO THE HOLD WORK FILE INSTEAD,
006677*                                TO BE WRITTEN BACK BY 3300.
006678*----------------------------------------------------------------
006680 3200-MOVE-EXTRACT-TO-HISTORY.
006690     OPEN INPUT GL-FILE.
006700     OPEN EXTEND HIST-FILE.
006710     IF NOT WS-HIST-FILE-FOUND
006720         OPEN OUTPUT HIST-FILE
006730     END-IF.
006735     OPEN OUTPUT HOLD-FILE.
006740     MOVE 'N' TO WS-EOF-SW.
006750     PERFORM 3210-COPY-ONE-TO-HISTORY THRU 3210-EXIT
006760         UNTIL END-OF-GL-FILE.
006770     CLOSE GL-FILE HIST-FILE HOLD-FILE.
006780 3200-EXIT.
006790     EXIT.
006800*----------------------------------------------------------------
006810* 3210-COPY-ONE-TO-HISTORY - COPY ONE POSTED EXTRACT RECORD TO
006820*                            THE HISTORY FILE, STAMPED WITH THE
006822*                            PERIOD IT WAS BOOKED TO, OR A HELD
006825*                            ONE TO THE HOLD WORK FILE
006830*----------------------------------------------------------------
006840 3210-COPY-ONE-TO-HISTORY.
006850     READ GL-FILE
006860         AT END SET END-OF-GL-FILE TO TRUE
006870     END-READ.
006871     IF END-OF-GL-FILE
006872         GO TO 3210-EXIT
006873     END-IF.
006874     MOVE 'N' TO WS-HELD-MATCH-SW.
006875     IF WS-HELD-GROUPS > ZERO
006876         PERFORM 3230-CHECK-ONE-HELD THRU 3230-EXIT
006877             VARYING WS-PERX-IX FROM 1 BY 1
006878             UNTIL WS-PERX-IX > WS-PERX-ENTRIES
006879             OR RECORD-IS-HELD
006880     END-IF.
006881     IF NOT RECORD-IS-HELD
006882         AND WS-VARIANCE-HELD-COUNT > ZERO
006883         PERFORM 2500-CHECK-VARIANCE-HOLD THRU 2500-EXIT
006884         IF BATCH-VARIANCE-HELD
006885             SET RECORD-IS-HELD TO TRUE
006886         END-IF
006887     END-IF.
006888     IF RECORD-IS-HELD
006889         MOVE GL-EXTRACT-RECORD TO HOLD-RECORD
006890         WRITE HOLD-RECORD
006891     ELSE
006894         PERFORM 3240-STAMP-BOOK-PERIOD THRU 3240-EXIT
006897         MOVE GL-EXTRACT-RECORD TO HIST-RECORD
006900         WRITE HIST-RECORD
006910         PERFORM 3220-UPDATE-BATCH-STATUS THRU 3220-EXIT
006920     END-IF.
007060*                            FILE EXISTED) GETS A FRESH ONE AT
007070*                            STAGE SENT. A HARD WRITE FAILURE
007080*                            WARNS AND CARRIES ON - THE POSTING
007090*                            ITSELF IS UNAFFECTED. A REVERSAL
007093*                            LEAVES THE BATCH WHERE GLREVRS PUT
007096*                            IT, AT STAGE REVERSED.
007100*----------------------------------------------------------------
007110 3220-UPDATE-BATCH-STATUS.
007112     IF GL-REVERSAL-ENTRY
007114         GO TO 3220-EXIT
007116     END-IF.
007120     MOVE GL-BATCH-ID TO BST-BATCH-ID.
007130     MOVE GL-CONTROL-DATE TO BST-CONTROL-DATE.
007140     READ BATSTAT-FILE.
007410     END-IF.
007420 3220-EXIT.
007430     EXIT.
007431*----------------------------------------------------------------
007432* 3230-CHECK-ONE-HELD - ONE STEP OF THE SCAN FOR A HELD GROUP
007433*                       WITH THE RECORD'S RUN DATE
007434*----------------------------------------------------------------
007435 3230-CHECK-ONE-HELD.
007436     IF WS-PX-HELD (WS-PERX-IX)
007437         AND WS-PX-DATE (WS-PERX-IX) = GL-RUN-DATE
007438         SET RECORD-IS-HELD TO TRUE
007439     END-IF.
007440 3230-EXIT.
007441     EXIT.
007442*----------------------------------------------------------------
007443* 3240-STAMP-BOOK-PERIOD - PUT THE FISCAL PERIOD THE RECORD WAS
007444*                          BOOKED TO ON IT FOR GLHIST, FOUND THE
007445*                          WAY 2150 FOUND ITS GROUP'S: THE PERIOD
007446*                          THE RUN DATE FALLS IN, OR FOR A CLOSED
007447*                          ONE THE OPEN PERIOD THE GROUP WAS
007448*                          ROLLED TO (A CLOSED-PERIOD GROUP NOT
007449*                          ROLLED WAS HELD AND NEVER GETS HERE).
007450*                          ZERO WHEN THERE IS NO CALENDAR OR THE
007451*                          DATE IS NOT ON IT. THE POSTING PASS IS
007452*                          OVER, SO THE GROUP WORK FIELDS ARE
007453*                          FREE TO REUSE.
007454*----------------------------------------------------------------
007455 3240-STAMP-BOOK-PERIOD.
007456     MOVE ZERO TO GL-BOOK-PERIOD.
007457     IF NOT CALENDAR-ON-HAND
007458         GO TO 3240-EXIT
007459     END-IF.
007460     MOVE GL-RUN-DATE TO WS-GROUP-DATE.
007461     MOVE ZERO TO WS-PERIOD-HIT.
007462     PERFORM 2160-CHECK-ONE-PERIOD THRU 2160-EXIT
007463         VARYING WS-PERIOD-IX FROM 1 BY 1
007464         UNTIL WS-PERIOD-IX > WS-PERIOD-ENTRIES
007465         OR WS-PERIOD-HIT > ZERO.
007466     IF WS-PERIOD-HIT = ZERO
007467         GO TO 3240-EXIT
007468     END-IF.
007469     MOVE WS-PD-PERIOD-NO (WS-PERIOD-HIT) TO GL-BOOK-PERIOD.
007470     IF WS-PD-STATUS (WS-PERIOD-HIT) NOT = 'C'
007471         GO TO 3240-EXIT
007472     END-IF.
007473     MOVE WS-PD-END-DATE (WS-PERIOD-HIT) TO WS-CLOSED-END-DATE.
007474     MOVE ZERO TO WS-ROLL-START-DATE.
007475     MOVE ZERO TO WS-BOOK-PERIOD.
007476     PERFORM 2170-CHECK-ONE-OPEN THRU 2170-EXIT
007477         VARYING WS-PERIOD-IX FROM 1 BY 1
007478         UNTIL WS-PERIOD-IX > WS-PERIOD-ENTRIES.
007479     MOVE WS-BOOK-PERIOD TO GL-BOOK-PERIOD.
007480 3240-EXIT.
007481     EXIT.
007482*----------------------------------------------------------------
007483* 3300-REBUILD-EXTRACT - EMPTY THE EXTRACT NOW ITS POSTED RECORDS
007484*                        ARE ON HISTORY, THEN WRITE THE HELD
007485*                        RECORDS BACK TO IT FROM THE HOLD WORK
007486*                        FILE. THEY ARE THE OLDEST RUN DATES ON
007487*                        THE FILE, SO THE EXTRACT STAYS IN
007488*                        RUN-DATE ORDER FOR THE NEXT RUN.
007489*----------------------------------------------------------------
007490 3300-REBUILD-EXTRACT.
007491     OPEN OUTPUT GL-FILE.
007492     IF WS-HELD-RECORDS > ZERO
007493         OPEN INPUT HOLD-FILE
007494         MOVE 'N' TO WS-HOLD-EOF-SW
007495         PERFORM 3310-RESTORE-ONE-HELD THRU 3310-EXIT
007496             UNTIL END-OF-HOLD-FILE
007497         CLOSE HOLD-FILE
007498     END-IF.
007499     CLOSE GL-FILE.
007500 3300-EXIT.
007501     EXIT.
007502*----------------------------------------------------------------
007503* 3310-RESTORE-ONE-HELD - WRITE ONE HELD RECORD BACK TO THE
007504*                         EXTRACT
007505*----------------------------------------------------------------
007506 3310-RESTORE-ONE-HELD.
007507     READ HOLD-FILE
007508         AT END SET END-OF-HOLD-FILE TO TRUE
007509     END-READ.
007510     IF NOT END-OF-HOLD-FILE
007511         MOVE HOLD-RECORD TO GL-EXTRACT-RECORD
007512         WRITE GL-EXTRACT-RECORD
007513     END-IF.
007514 3310-EXIT.
007515     EXIT.
007516*----------------------------------------------------------------
007517* 8000-WRITE-AUDIT-RECORD - APPEND ONE RECORD TO AUDITLOG GIVING
007518*                           THE COUNTS AND RETURN CODE FOR THIS
007519*                           POSTING RUN
007520*----------------------------------------------------------------
007521 8000-WRITE-AUDIT-RECORD.
007522     OPEN EXTEND AUDIT-FILE.
007523     IF NOT WS-AUDIT-FILE-FOUND
007524         OPEN OUTPUT AUDIT-FILE
007530     END-IF.
007540     MOVE SPACES TO AUDIT-RECORD.
007550     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
