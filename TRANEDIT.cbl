001120*                  THE CONTROL DATE NOW COMES OFF THE ADDPARM
001130*                  CARD (DEFAULT THE RUN DATE), THE SAME FIELD
001140*                  AddMain KEYS ITS RUN CONTROL ON.
001141* 2026-10-07  DG   FOREIGN-CURRENCY DETAILS. A DETAIL MAY NOW
001142*                  NAME THE CURRENCY ITS AMOUNT WAS SENT IN
001143*                  (TR-CURRENCY-CODE, BLANK FOR DOLLARS). THE
001144*                  CODE IS CHECKED AGAINST THE EXCHANGE-RATE
001145*                  FILE (FXRATES), LOADED AT START-UP, AND A
001146*                  DETAIL IS REJECTED FOR AN UNKNOWN CODE, FOR
001147*                  NO RATE IN EFFECT ON THE CONTROL DATE, OR FOR
001148*                  A CURRENCY DIFFERENT FROM THE REST OF ITS
001149*                  BATCH. A PASSED DETAIL GOES OUT WITH THE RATE
001150*                  APPLIED AND THE CONVERTED DOLLARS FILLED IN;
001151*                  THE HASHES STAY ON THE AMOUNT AS SENT AND THE
001152*                  BATCH-STATUS NET IS IN DOLLARS.
001153*----------------------------------------------------------------
001160 ENVIRONMENT DIVISION.
001170 INPUT-OUTPUT SECTION.
001180 FILE-CONTROL.
001430     SELECT DEPT-FILE ASSIGN TO "DEPTMST"
001440         ORGANIZATION IS LINE SEQUENTIAL
001450         FILE STATUS IS WS-DEPT-FILE-STATUS.
001452     SELECT FXRATE-FILE ASSIGN TO "FXRATES"
001454         ORGANIZATION IS LINE SEQUENTIAL
001456         FILE STATUS IS WS-FX-FILE-STATUS.
001460     SELECT BATSTAT-FILE ASSIGN TO "BATSTAT"
001470         ORGANIZATION IS INDEXED
001480         ACCESS MODE IS RANDOM
001840 FD  DEPT-FILE
001850     LABEL RECORDS ARE STANDARD.
001860     COPY DEPTMST.
001862 FD  FXRATE-FILE
001864     LABEL RECORDS ARE STANDARD.
001866     COPY FXRATE.
001870 FD  BATSTAT-FILE
001880     LABEL RECORDS ARE STANDARD.
001890     COPY BATSTAT.
002170         88 SENDER-ON-MASTER           VALUE 'Y'.
002172     05 WS-SENDER-SW        PIC X(01) VALUE 'N'.
002174         88 SENDER-REFUSED             VALUE 'Y'.
002176     05 WS-FX-EOF-SW        PIC X(01) VALUE 'N'.
002178         88 END-OF-FX-FILE             VALUE 'Y'.
002180     05 WS-FX-KNOWN-SW      PIC X(01) VALUE 'N'.
002182         88 CURRENCY-KNOWN             VALUE 'Y'.
002184     05 WS-FX-FOUND-SW      PIC X(01) VALUE 'N'.
002186         88 RATE-FOUND                 VALUE 'Y'.
002188 01  WS-TRANS-FILE-STATUS   PIC X(02) VALUE SPACES.
002190     88 WS-TRANS-FILE-FOUND           VALUE '00'.
002200 01  WS-RESUB-FILE-STATUS   PIC X(02) VALUE SPACES.
002210     88 WS-RESUB-FILE-FOUND            VALUE '00'.
002260     88 WS-REJVS-DUPLICATE             VALUE '22'.
002270 01  WS-DEPT-FILE-STATUS    PIC X(02) VALUE SPACES.
002280     88 WS-DEPT-FILE-FOUND             VALUE '00'.
002283 01  WS-FX-FILE-STATUS      PIC X(02) VALUE SPACES.
002286     88 WS-FX-FILE-FOUND               VALUE '00'.
002290 01  WS-BST-FILE-STATUS     PIC X(02) VALUE SPACES.
002300     88 WS-BST-OK                      VALUE '00'.
002310 01  WS-PARM-FILE-STATUS    PIC X(02) VALUE SPACES.
002980* EDITED-BATCH TABLE - ONE ENTRY PER BATCH ID WITH A PASSED
002990* DETAIL THIS RUN, FILED ON THE BATCH-STATUS FILE AT END OF RUN.
003000* THE NET FOLLOWS THE TRANSACTION TYPE, CREDITS IN AND DEBITS
003010* OUT, THE WAY AddMain WILL POST IT, IN CONVERTED DOLLARS. THE
003013* BATCH'S CURRENCY IS THAT OF ITS FIRST PASSED DETAIL, WHICH THE
003016* REST OF THE BATCH MUST MATCH.
003020*----------------------------------------------------------------
003030 01  WS-EBAT-TABLE.
003040     05 WS-EBAT-MAX         PIC 9(03) COMP VALUE 100.
003080         10 WS-EB-BATCH-ID      PIC X(04).
003090         10 WS-EB-COUNT         PIC 9(07).
003100         10 WS-EB-DOLLARS       PIC S9(11)V99.
003105         10 WS-EB-CURRENCY      PIC X(03).
003110*----------------------------------------------------------------
003120* SENDING-DEPARTMENT TABLE, LOADED FROM THE DEPARTMENT MASTER AT
003130* START-UP. THE HEADER'S TR-HEADER-SOURCE MUST MATCH ONE OF THE
003210     05 WS-DEPT-IX          PIC 9(03) COMP VALUE ZERO.
003220     05 WS-DEPT-ENTRY OCCURS 50 TIMES.
003230         10 WS-DEPT-ENTRY-ID PIC X(08).
003231*----------------------------------------------------------------
003232* EXCHANGE-RATE TABLE, LOADED FROM FXRATES AT START-UP. THE SCAN
003233* IN 2290 PICKS, FOR THE DETAIL'S CURRENCY, THE ENTRY WITH THE
003234* HIGHEST EFFECTIVE DATE NOT PAST THE CONTROL DATE - THE SAME
003235* SELECTION GLPOST APPLIES TO THE ACCOUNT-MAPPING CARDS. DOLLARS
003236* ARE NOT LOOKED UP AND CONVERT AT ONE. OVERFLOW WARNS AND DROPS
003237* THE EXCESS CARDS.
003238*----------------------------------------------------------------
003239 01  WS-FX-TABLE.
003240     05 WS-FX-MAX           PIC 9(03) COMP VALUE 200.
003241     05 WS-FX-ENTRIES       PIC 9(03) COMP VALUE ZERO.
003242     05 WS-FX-IX            PIC 9(03) COMP VALUE ZERO.
003243     05 WS-FX-ENTRY OCCURS 200 TIMES.
003244         10 WS-FX-CURRENCY      PIC X(03).
003245         10 WS-FX-EFF-DATE      PIC 9(08).
003246         10 WS-FX-RATE          PIC 9(04)V9(06).
003247 01  WS-FX-RATE-DATE        PIC 9(08) VALUE ZERO.
003248 01  WS-FX-BEST-DATE        PIC 9(08) VALUE ZERO.
003249 01  WS-FX-CURRENCY-WORK    PIC X(03) VALUE SPACES.
003250 01  WS-FX-APPLY-RATE       PIC 9(04)V9(06) VALUE ZERO.
003251 01  WS-FX-DOLLARS          PIC S9(09)V99 VALUE ZERO.
003252 01  WS-RECORD-COUNT-DISP   PIC 9(07) VALUE ZERO.
003253 01  WS-REJECT-COUNT-DISP   PIC 9(07) VALUE ZERO.
003260*----------------------------------------------------------------
003270* EDIT WORK AREA - THE INPUT RECORD IS EDITED HERE, OVERLAID
003280* WITH THE TRANSACTION LAYOUT, BEFORE IT IS RELEASED TO EITHER
003390             15 ED-NUM1     PIC 9(02).
003400             15 ED-NUM2     PIC 9(02).
003410         10 ED-AMOUNT       PIC S9(07)V99.
003413         10 ED-RESUB-FLAG   PIC X(01).
003416         10 ED-CURRENCY-CODE PIC X(03).
003419         10 ED-EXCH-RATE    PIC 9(04)V9(06).
003422         10 ED-DOLLAR-AMOUNT PIC S9(09)V99.
003425         10 FILLER          PIC X(36).
003430     05 ED-HEADER-DATA REDEFINES ED-DETAIL-DATA.
003440         10 ED-HEADER-DATE  PIC 9(08).
003450         10 ED-HEADER-SOURCE PIC X(08).
004560         INTO WS-RPT-PARAMETERS.
004570     PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT.
004580     PERFORM 1040-LOAD-DEPT-MASTER THRU 1040-EXIT.
004585     PERFORM 1060-LOAD-RATE-TABLE THRU 1060-EXIT.
004590     PERFORM 1100-PROCESS-RESUB-FILE THRU 1100-EXIT.
004600     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
004610 1000-EXIT.
005430     END-IF.
005440 1050-EXIT.
005450     EXIT.
005451*----------------------------------------------------------------
005452* 1060-LOAD-RATE-TABLE - LOAD THE EXCHANGE-RATE CARDS INTO THE
005453*                        TABLE THE CURRENCY EDIT CHECKS, AND
005454*                        SETTLE THE DATE A RATE MUST BE IN
005455*                        EFFECT ON - THE CONTROL DATE. NO RATE
005456*                        FILE WARNS AND RUNS ON: DOLLAR DETAILS
005457*                        STILL PASS, FOREIGN ONES REJECT AS
005458*                        UNKNOWN FOR REPAIR ONCE RATES ARE ON
005459*                        HAND.
005460*----------------------------------------------------------------
005461 1060-LOAD-RATE-TABLE.
005462     IF WS-CONTROL-DATE IS NUMERIC
005463         MOVE WS-CONTROL-DATE TO WS-FX-RATE-DATE
005464     ELSE
005465         MOVE WS-RUN-DATE TO WS-FX-RATE-DATE
005466     END-IF.
005467     OPEN INPUT FXRATE-FILE.
005468     IF NOT WS-FX-FILE-FOUND
005469         DISPLAY '*** TRANEDIT0009W - NO EXCHANGE-RATE FILE ON '
005470             'HAND - FOREIGN-CURRENCY DETAILS WILL REJECT ***'
005471         GO TO 1060-EXIT
005472     END-IF.
005473     PERFORM 1070-READ-ONE-RATE THRU 1070-EXIT
005474         UNTIL END-OF-FX-FILE.
005475     CLOSE FXRATE-FILE.
005476 1060-EXIT.
005477     EXIT.
005478*----------------------------------------------------------------
005479* 1070-READ-ONE-RATE - FILE ONE EXCHANGE-RATE CARD IN THE TABLE.
005480*                      A CARD WITH NO CODE OR AN UNNUMERIC RATE
005481*                      IS SKIPPED; A BLANK OR UNNUMERIC
005482*                      EFFECTIVE DATE COUNTS AS THE BASE CARD.
005483*----------------------------------------------------------------
005484 1070-READ-ONE-RATE.
005485     READ FXRATE-FILE
005486         AT END SET END-OF-FX-FILE TO TRUE
005487     END-READ.
005488     IF END-OF-FX-FILE
005489         GO TO 1070-EXIT
005490     END-IF.
005491     IF FXR-CURRENCY-CODE = SPACES
005492         OR FXR-RATE IS NOT NUMERIC
005493         GO TO 1070-EXIT
005494     END-IF.
005495     IF WS-FX-ENTRIES < WS-FX-MAX
005496         ADD 1 TO WS-FX-ENTRIES
005497         MOVE FXR-CURRENCY-CODE
005498             TO WS-FX-CURRENCY (WS-FX-ENTRIES)
005499         MOVE FXR-RATE TO WS-FX-RATE (WS-FX-ENTRIES)
005500         IF FXR-EFFECTIVE-DATE IS NUMERIC
005501             MOVE FXR-EFFECTIVE-DATE
005502                 TO WS-FX-EFF-DATE (WS-FX-ENTRIES)
005503         ELSE
005504             MOVE ZERO TO WS-FX-EFF-DATE (WS-FX-ENTRIES)
005505         END-IF
005506     ELSE
005507         DISPLAY '*** TRANEDIT0010W - MORE THAN ' WS-FX-MAX
005508             ' EXCHANGE-RATE CARDS ON FXRATES - EXCESS '
005509             'IGNORED ***'
005510     END-IF.
005511 1070-EXIT.
005512     EXIT.
005513*----------------------------------------------------------------
005514* 1100-PROCESS-RESUB-FILE - TAKE IN THE REPAIRED-AND-RELEASED
005515*                           RECORDS REJREL STAGED ON TRANRSUB.
005516*                           ONLY THE RECORDS STAGED FOR THIS RAW
005517*                           FILE ARE CONSUMED - THE REST ARE
005518*                           CARRIED THROUGH THE WORK FILE AND
005520*                           WRITTEN BACK FOR THE FILE THEY
005530*                           BELONG TO, SO UNDER NIGHTRUN EACH
005540*                           DEPARTMENT'S REPAIRS REJOIN ITS OWN
008510         MOVE 'AMOUNT MISSING OR NOT NUMERIC'
008520             TO WS-REJECT-REASON
008530         SET RECORD-REJECTED TO TRUE
008535         GO TO 2200-EXIT
008540     END-IF.
008541     IF ED-CURRENCY-CODE = SPACES
008542         MOVE 'USD' TO WS-FX-CURRENCY-WORK
008543     ELSE
008544         MOVE ED-CURRENCY-CODE TO WS-FX-CURRENCY-WORK
008545     END-IF.
008546     IF WS-FX-CURRENCY-WORK = 'USD'
008547         MOVE 1 TO WS-FX-APPLY-RATE
008548     ELSE
008549         PERFORM 2290-FIND-RATE THRU 2290-EXIT
008550         IF NOT CURRENCY-KNOWN
008551             MOVE 'UNKNOWN CURRENCY CODE' TO WS-REJECT-REASON
008552             SET RECORD-REJECTED TO TRUE
008553             GO TO 2200-EXIT
008554         END-IF
008555         IF NOT RATE-FOUND
008556             MOVE 'NO EXCHANGE RATE FOR CONTROL DATE'
008557                 TO WS-REJECT-REASON
008558             SET RECORD-REJECTED TO TRUE
008559             GO TO 2200-EXIT
008560         END-IF
008561     END-IF.
008562     PERFORM 2285-SCAN-ONE-EBAT THRU 2285-EXIT
008563         VARYING WS-EBAT-IX FROM 1 BY 1
008564         UNTIL WS-EBAT-IX > WS-EBAT-ENTRIES
008565         OR WS-EB-BATCH-ID (WS-EBAT-IX) = ED-BATCH-ID.
008566     IF WS-EBAT-IX NOT > WS-EBAT-ENTRIES
008567         IF WS-EB-CURRENCY (WS-EBAT-IX) NOT = WS-FX-CURRENCY-WORK
008568             MOVE 'CURRENCY DIFFERS FROM REST OF BATCH'
008569                 TO WS-REJECT-REASON
008570             SET RECORD-REJECTED TO TRUE
008571             GO TO 2200-EXIT
008572         END-IF
008573     END-IF.
008574     COMPUTE WS-FX-DOLLARS ROUNDED = ED-AMOUNT * WS-FX-APPLY-RATE
008575         ON SIZE ERROR
008576             MOVE 'CONVERTED DOLLAR AMOUNT TOO LARGE'
008577                 TO WS-REJECT-REASON
008578             SET RECORD-REJECTED TO TRUE
008579             GO TO 2200-EXIT
008580     END-COMPUTE.
008581     MOVE WS-FX-CURRENCY-WORK TO ED-CURRENCY-CODE.
008582     MOVE WS-FX-APPLY-RATE TO ED-EXCH-RATE.
008583     MOVE WS-FX-DOLLARS TO ED-DOLLAR-AMOUNT.
008584 2200-EXIT.
008585     EXIT.
008586*----------------------------------------------------------------
008587* 2250-FIND-SENDER - SCAN THE DEPARTMENT TABLE FOR THE HEADER'S
008590*                    SENDING-DEPARTMENT ID
008600*----------------------------------------------------------------
008610 2250-FIND-SENDER.
009100                 TO WS-EB-BATCH-ID (WS-EBAT-IX)
009110             MOVE ZERO TO WS-EB-COUNT (WS-EBAT-IX)
009120             MOVE ZERO TO WS-EB-DOLLARS (WS-EBAT-IX)
009123             MOVE ED-CURRENCY-CODE
009126                 TO WS-EB-CURRENCY (WS-EBAT-IX)
009130         ELSE
009140             DISPLAY '*** TRANEDIT0005W - MORE THAN '
009150                 WS-EBAT-MAX ' BATCHES ON ONE RUN - BATCH '
009190     END-IF.
009200     ADD 1 TO WS-EB-COUNT (WS-EBAT-IX).
009210     IF ED-TRANS-TYPE = 'D'
009220         SUBTRACT ED-DOLLAR-AMOUNT
009225             FROM WS-EB-DOLLARS (WS-EBAT-IX)
009230     ELSE
009240         ADD ED-DOLLAR-AMOUNT TO WS-EB-DOLLARS (WS-EBAT-IX)
009250     END-IF.
009260 2280-EXIT.
009270     EXIT.
009340     CONTINUE.
009350 2285-EXIT.
009360     EXIT.
009361*----------------------------------------------------------------
009362* 2290-FIND-RATE - PICK THE RATE IN EFFECT FOR THE DETAIL'S
009363*                  CURRENCY: THE ENTRY WITH THE HIGHEST
009364*                  EFFECTIVE DATE NOT PAST THE CONTROL DATE.
009365*                  NOTES WHETHER THE CURRENCY IS ON THE TABLE AT
009366*                  ALL AND WHETHER A RATE WAS IN EFFECT.
009367*----------------------------------------------------------------
009368 2290-FIND-RATE.
009369     MOVE 'N' TO WS-FX-KNOWN-SW.
009370     MOVE 'N' TO WS-FX-FOUND-SW.
009371     MOVE ZERO TO WS-FX-BEST-DATE.
009372     MOVE ZERO TO WS-FX-APPLY-RATE.
009373     PERFORM 2295-CHECK-ONE-RATE THRU 2295-EXIT
009374         VARYING WS-FX-IX FROM 1 BY 1
009375         UNTIL WS-FX-IX > WS-FX-ENTRIES.
009376 2290-EXIT.
009377     EXIT.
009378*----------------------------------------------------------------
009379* 2295-CHECK-ONE-RATE - ONE STEP OF THE EXCHANGE-RATE SCAN
009380*----------------------------------------------------------------
009381 2295-CHECK-ONE-RATE.
009382     IF WS-FX-CURRENCY (WS-FX-IX) NOT = WS-FX-CURRENCY-WORK
009383         GO TO 2295-EXIT
009384     END-IF.
009385     SET CURRENCY-KNOWN TO TRUE.
009386     IF WS-FX-EFF-DATE (WS-FX-IX) > WS-FX-RATE-DATE
009387         GO TO 2295-EXIT
009388     END-IF.
009389     IF NOT RATE-FOUND
009390         OR WS-FX-EFF-DATE (WS-FX-IX) > WS-FX-BEST-DATE
009391         SET RATE-FOUND TO TRUE
009392         MOVE WS-FX-EFF-DATE (WS-FX-IX) TO WS-FX-BEST-DATE
009393         MOVE WS-FX-RATE (WS-FX-IX) TO WS-FX-APPLY-RATE
009394     END-IF.
009395 2295-EXIT.
009396     EXIT.
009397*----------------------------------------------------------------
009398* 2300-WRITE-REJECT - RELEASE THE FAILING RECORD TO THE REJECTS
009399*                     FILE AND ITEMIZE IT ON THE EDIT REPORT
009400*----------------------------------------------------------------
009410 2300-WRITE-REJECT.
009420     MOVE WS-EDIT-RECORD TO REJECT-RECORD.
