000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. APPRV.
000030 AUTHOR. D-GOODWIN.
000040 INSTALLATION. BATCH-CONTROL-GROUP.
000050 DATE-WRITTEN. 2026-10-02.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  ------------------------------------------
000120* 2026-10-02  DG   NEW PROGRAM. ONLINE DUAL-CONTROL APPROVAL
000130*                  TRANSACTION (TRANID APPR), A SIBLING OF REJFIX
000140*                  AND PARMENT ON ITS OWN BMS MAP (APRMAP). A
000150*                  REJECT REPAIR RELEASED ABOVE REJFIX'S APPROVAL
000160*                  LIMIT, AND EVERY ADDPARM OR CUBEPARM CARD KEYED
000170*                  ON PARMENT, WAITS PENDING ('P') - REJREL AND
000180*                  PARMXTR PASS IT BY. A SECOND USER KEYS THE
000190*                  ITEM HERE, SEES THE CHANGE AND WHO KEYED IT,
000200*                  AND APPROVES OR REJECTS IT. THE MAKER CANNOT
000210*                  DECIDE THEIR OWN CHANGE. AN APPROVED REPAIR
000220*                  GOES TO RELEASED FOR THE NEXT REJREL RUN; A
000230*                  REJECTED ONE GOES BACK TO OPEN FOR REWORK. AN
000240*                  APPROVED CARD COMES INTO FORCE AND RETIRES THE
000250*                  CARD IT REPLACES FOR THE SAME EFFECTIVE DATE;
000260*                  A REJECTED CARD IS MARKED REJECTED AND ITS
000270*                  SLOT IS REUSED BY PARMENT. THE CHECKER'S USER
000280*                  ID, DATE AND TIME GO ON THE ITEM NEXT TO THE
000290*                  MAKER'S, AND EVERY DECISION IS FILED ON THE
000300*                  KEYED APPROVAL LOG (APPRLOG) THAT APPRRPT
000310*                  PRINTS.
000311* 2026-10-13  DG   THE REPAIR DETAIL AND THE AWAITING-APPROVAL
000312*                  LINE NOW SHOW THE DETAIL'S CURRENCY CODE NEXT
000313*                  TO THE AMOUNT (USD WHEN THE CODE IS BLANK), SO
000314*                  THE CHECKER SEES WHAT CURRENCY THE AMOUNT IS
000315*                  IN BEFORE APPROVING IT.
000316* 2026-10-15  DG   AN INQUIRY ON A PENDING AddMain OR CUBE CARD
000317*                  NOW CHECKS ITS READ AND SAYS NO CARD IS PENDING
000318*                  WHEN THE SLOT CANNOT BE READ, INSTEAD OF
000319*                  SHOWING WHATEVER THE RECORD AREA LAST HELD.
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 DATA DIVISION.
000350 WORKING-STORAGE SECTION.
000360*----------------------------------------------------------------
000370* CICS RESPONSE, KEY AND SLOT-SCAN AREAS. THE PARAMETER FILES
000380* HOLD UP TO WS-MAX-SLOTS CARDS IN RELATIVE SLOTS 1-20, AS ON
000390* PARMENT; THE SCAN NOTES THE PENDING CARD FOR THE KEYED DATE
000400* AND THE APPROVED CARD IT WOULD REPLACE.
000410*----------------------------------------------------------------
000420 01  WS-RESP                PIC S9(08) COMP.
000430 01  WS-MAX-SLOTS           PIC S9(08) COMP VALUE 20.
000440 01  WS-RRN                 PIC S9(08) COMP VALUE 1.
000450 01  WS-MATCH-RRN           PIC S9(08) COMP VALUE ZERO.
000460 01  WS-BASE-RRN            PIC S9(08) COMP VALUE ZERO.
000470 01  WS-REJ-KEY.
000480     05 WK-REJECT-DATE      PIC 9(08).
000490     05 WK-SEQUENCE         PIC 9(07).
000500 01  WS-BROWSE-KEY.
000510     05 WB-REJECT-DATE      PIC 9(08).
000520     05 WB-SEQUENCE         PIC 9(07).
000530*----------------------------------------------------------------
000540* CHECKER STAMP - THE SIGNED-ON USER AND THE CICS CLOCK
000550*----------------------------------------------------------------
000560 01  WS-USERID               PIC X(08) VALUE SPACES.
000570 01  WS-ABSTIME              PIC S9(15) COMP-3 VALUE ZERO.
000580 01  WS-CUR-DATE             PIC X(08) VALUE SPACES.
000590 01  WS-CUR-TIME             PIC X(06) VALUE SPACES.
000600*----------------------------------------------------------------
000610* EDIT SWITCHES AND RIGHT-JUSTIFIED WORK FIELDS, EDITED THE SAME
000620* WAY AS ON REJFIX AND PARMENT
000630*----------------------------------------------------------------
000640 01  WS-SEQ-EDIT             PIC 9(07) VALUE ZERO.
000650 01  WS-EFF-EDIT             PIC X(08) VALUE ZEROS.
000660 01  WS-SWITCHES.
000670     05 WS-KEY-ERR-SW       PIC X(01) VALUE 'N'.
000680         88 KEY-ERROR                  VALUE 'Y'.
000690     05 WS-BROWSE-DONE-SW   PIC X(01) VALUE 'N'.
000700         88 BROWSE-DONE                VALUE 'Y'.
000710     05 WS-LOG-SW           PIC X(01) VALUE 'N'.
000720         88 LOG-NOT-WRITTEN            VALUE 'Y'.
000730     05 WS-RETIRE-SW        PIC X(01) VALUE 'N'.
000740         88 OLD-CARD-NOT-RETIRED       VALUE 'Y'.
000750 01  WS-PND-IX               PIC 9(02) COMP VALUE ZERO.
000760 01  WS-PND-TOTAL            PIC 9(04) COMP VALUE ZERO.
000770*----------------------------------------------------------------
000780* RAW RECORD IMAGE OF A REJECT REPAIR, OVERLAID WITH THE DETAIL
000790* FIELDS AS ON REJFIX
000800*----------------------------------------------------------------
000810 01  WS-EDIT-IMAGE          PIC X(80) VALUE SPACES.
000820 01  WS-IMAGE-FIELDS REDEFINES WS-EDIT-IMAGE.
000830     05 IM-REC-TYPE         PIC X(01).
000840     05 IM-BATCH-ID         PIC X(04).
000850     05 IM-TRANS-TYPE       PIC X(01).
000860     05 IM-NUM1             PIC X(02).
000870     05 IM-NUM2             PIC X(02).
000880     05 IM-AMOUNT           PIC S9(07)V99.
000884     05 IM-RESUB-FLAG       PIC X(01).
000888     05 IM-CURRENCY-CODE    PIC X(03).
000892         88 IM-DOLLARS              VALUE SPACES 'USD'.
000896     05 FILLER              PIC X(57).
000900*----------------------------------------------------------------
000910* CHANGE-LINE LAYOUTS FOR THE THREE ITEM TYPES, AND THE MAKER/
000920* CHECKER STAMP LINE
000930*----------------------------------------------------------------
000940 01  WS-REJ-DETAIL.
000950     05 FILLER              PIC X(06) VALUE 'BATCH '.
000960     05 RD-BATCH-ID         PIC X(04).
000970     05 FILLER              PIC X(06) VALUE ' TYPE '.
000980     05 RD-TRANS-TYPE       PIC X(01).
000990     05 FILLER              PIC X(08) VALUE ' AMOUNT '.
001000     05 RD-AMOUNT           PIC Z,ZZZ,ZZ9.99-.
001003     05 FILLER              PIC X(01) VALUE SPACE.
001006     05 RD-CURRENCY-CODE    PIC X(03).
001010     05 FILLER              PIC X(06) VALUE ' FILE '.
001020     05 RD-FILE-ID          PIC X(08).
001030     05 FILLER              PIC X(04) VALUE SPACES.
001040 01  WS-ADD-DETAIL.
001050     05 FILLER              PIC X(11) VALUE 'TRANS FILE '.
001060     05 AD-FILE-ID          PIC X(08).
001070     05 FILLER              PIC X(10) VALUE ' CTL DATE '.
001080     05 AD-CTL-DATE         PIC X(08).
001090     05 FILLER              PIC X(05) VALUE ' EFF '.
001100     05 AD-EFF-DATE         PIC X(08).
001110     05 FILLER              PIC X(10) VALUE SPACES.
001120 01  WS-CUBE-DETAIL.
001130     05 FILLER              PIC X(11) VALUE 'L-MAX-STEP '.
001140     05 CD-MAX-STEP         PIC 9(10).
001150     05 FILLER              PIC X(05) VALUE ' EFF '.
001160     05 CD-EFF-DATE         PIC X(08).
001170     05 FILLER              PIC X(26) VALUE SPACES.
001180 01  WS-STAMP-IN.
001190     05 SI-USER             PIC X(08).
001200     05 SI-DATE             PIC X(08).
001210     05 SI-TIME             PIC X(06).
001220     05 SI-DECISION         PIC X(01).
001230 01  WS-STAMP-LINE.
001240     05 SL-USER             PIC X(08).
001250     05 FILLER              PIC X(04) VALUE ' ON '.
001260     05 SL-DATE             PIC X(08).
001270     05 FILLER              PIC X(04) VALUE ' AT '.
001280     05 SL-TIME             PIC X(06).
001290     05 FILLER              PIC X(01) VALUE SPACE.
001300     05 SL-DECISION         PIC X(08).
001310     05 FILLER              PIC X(01) VALUE SPACE.
001320*----------------------------------------------------------------
001330* BROWSE-LINE LAYOUTS FOR THE AWAITING-APPROVAL LIST
001340*----------------------------------------------------------------
001350 01  WS-PND-REJ-LINE.
001360     05 FILLER              PIC X(04) VALUE 'REJ '.
001370     05 PR-DATE             PIC 9(08).
001380     05 FILLER              PIC X(01) VALUE '/'.
001390     05 PR-SEQ              PIC 9(07).
001400     05 FILLER              PIC X(09) VALUE '  AMOUNT '.
001410     05 PR-AMOUNT           PIC Z,ZZZ,ZZ9.99-.
001413     05 FILLER              PIC X(01) VALUE SPACE.
001416     05 PR-CURRENCY-CODE    PIC X(03).
001420     05 FILLER              PIC X(05) VALUE '  BY '.
001430     05 PR-USER             PIC X(08).
001440     05 FILLER              PIC X(01) VALUE SPACES.
001450 01  WS-PND-CARD-LINE.
001460     05 FILLER              PIC X(04) VALUE 'EFF '.
001470     05 PC-EFF-DATE         PIC X(08).
001480     05 FILLER              PIC X(02) VALUE SPACES.
001490     05 PC-DETAIL           PIC X(32).
001500     05 FILLER              PIC X(04) VALUE ' BY '.
001510     05 PC-USER             PIC X(08).
001520     05 FILLER              PIC X(02) VALUE SPACES.
001530 01  WS-PC-ADD-DETAIL.
001540     05 FILLER              PIC X(05) VALUE 'FILE '.
001550     05 PCA-FILE-ID         PIC X(08).
001560     05 FILLER              PIC X(05) VALUE ' CTL '.
001570     05 PCA-CTL-DATE        PIC X(08).
001580     05 FILLER              PIC X(06) VALUE SPACES.
001590 01  WS-PC-CUBE-DETAIL.
001600     05 FILLER              PIC X(11) VALUE 'L-MAX-STEP '.
001610     05 PCC-MAX-STEP        PIC 9(10).
001620     05 FILLER              PIC X(11) VALUE SPACES.
001630 01  WS-PND-MORE-LINE.
001640     05 FILLER              PIC X(14) VALUE 'SHOWING  3 OF '.
001650     05 PML-TOTAL           PIC ZZZ9.
001660     05 FILLER              PIC X(18) VALUE
001670         ' AWAITING APPROVAL'.
001680     05 FILLER              PIC X(24) VALUE SPACES.
001690     COPY DFHAID.
001700     COPY DFHBMSCA.
001710*----------------------------------------------------------------
001720* SYMBOLIC MAP FOR THE APPROVAL SCREEN, PLUS A REDEFINITION THAT
001730* OVERLAYS THE FOUR BROWSE LINES AS A TABLE SO THE FILL LOOP CAN
001740* SUBSCRIPT THEM, AS ON PARMENT.
001750*----------------------------------------------------------------
001760     COPY APRMAP.
001770 01  APRM1R REDEFINES APRM1I.
001780     05 FILLER              PIC X(12).
001790     05 FILLER              PIC X(04).
001800     05 FILLER              PIC X(04).
001810     05 FILLER              PIC X(11).
001820     05 FILLER              PIC X(10).
001830     05 FILLER              PIC X(11).
001840     05 FILLER              PIC X(04).
001850     05 FILLER              PIC X(63).
001860     05 FILLER              PIC X(43).
001870     05 FILLER              PIC X(43).
001880     05 APRR-PND OCCURS 4 TIMES.
001890         10 APRR-PND-LEN    COMP PIC S9(4).
001900         10 APRR-PND-ATTR   PIC X(01).
001910         10 APRR-PND-TEXT   PIC X(60).
001920     05 FILLER              PIC X(43).
001930*----------------------------------------------------------------
001940* THE ITEMS DECIDED HERE AND THE APPROVAL LOG RECORD
001950*----------------------------------------------------------------
001960     COPY TRANREJR.
001970     COPY ADDPARM.
001980     COPY CUBEPARM.
001990     COPY APPRLOG.
002000*----------------------------------------------------------------
002010* COMMAREA - EMPTY, CARRIED ONLY SO THE PSEUDO-CONVERSATION CAN
002020* BE RESUMED BY CICS ON THE NEXT TERMINAL INPUT.
002030*----------------------------------------------------------------
002040 01  WS-COMMAREA             PIC X(01) VALUE SPACES.
002050 PROCEDURE DIVISION.
002060*================================================================
002070* 0000-MAINLINE
002080*================================================================
002090 0000-MAINLINE.
002100     EXEC CICS HANDLE AID
002110         PF3   (9000-END-SESSION)
002120         CLEAR (9000-END-SESSION)
002130     END-EXEC.
002140     EXEC CICS HANDLE CONDITION
002150         MAPFAIL (1000-SEND-INITIAL-MAP)
002160     END-EXEC.
002170     EXEC CICS RECEIVE
002180         MAP    ('APRM1')
002190         MAPSET ('APRMAP')
002200         INTO   (APRM1I)
002210     END-EXEC.
002220     PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT.
002230     PERFORM 9100-REDISPLAY-MAP THRU 9100-EXIT.
002240     EXEC CICS RETURN
002250         TRANSID  ('APPR')
002260         COMMAREA (WS-COMMAREA)
002270     END-EXEC.
002280*----------------------------------------------------------------
002290* 1000-SEND-INITIAL-MAP - FIRST TIME IN, OR THE OPERATOR CLEARED
002300*                         THE SCREEN - START WITH A BLANK FORM
002310*----------------------------------------------------------------
002320 1000-SEND-INITIAL-MAP.
002330     MOVE SPACES TO APRM1O.
002340     EXEC CICS SEND MAP
002350         MAP    ('APRM1')
002360         MAPSET ('APRMAP')
002370         ERASE
002380     END-EXEC.
002390     EXEC CICS RETURN
002400         TRANSID  ('APPR')
002410         COMMAREA (WS-COMMAREA)
002420     END-EXEC.
002430*----------------------------------------------------------------
002440* 2000-PROCESS-ACTION - EDIT THE ITEM TYPE AND ACTION, ROUTE TO
002450*                       THE ITEM'S INQUIRY OR DECISION, THEN LIST
002460*                       THE ITEMS OF THAT TYPE STILL AWAITING
002470*                       APPROVAL
002480*----------------------------------------------------------------
002490 2000-PROCESS-ACTION.
002500     MOVE SPACES TO STATO.
002510     MOVE SPACES TO DTLO.
002520     MOVE SPACES TO MKRO.
002530     MOVE SPACES TO CHKO.
002540     IF ITYPI NOT = 'R' AND ITYPI NOT = 'A' AND ITYPI NOT = 'C'
002550         MOVE 'ITEM TYPE MUST BE R, A OR C' TO MSGI
002560         PERFORM 2750-CLEAR-PND-LINES THRU 2750-EXIT
002570         GO TO 2000-EXIT
002580     END-IF.
002590     IF ACTNI NOT = 'I' AND ACTNI NOT = 'A' AND ACTNI NOT = 'X'
002600         MOVE 'INVALID ACTION - ENTER I, A OR X' TO MSGI
002610     ELSE
002620         PERFORM 2050-GET-CHECKER-STAMP THRU 2050-EXIT
002630         IF ITYPI = 'R'
002640             PERFORM 2100-REJECT-REPAIR-ITEM THRU 2100-EXIT
002650         ELSE
002660             IF ITYPI = 'A'
002670                 PERFORM 2200-ADDPARM-ITEM THRU 2200-EXIT
002680             ELSE
002690                 PERFORM 2300-CUBEPARM-ITEM THRU 2300-EXIT
002700             END-IF
002710         END-IF
002720     END-IF.
002730     PERFORM 2700-LIST-PENDING THRU 2700-EXIT.
002740 2000-EXIT.
002750     EXIT.
002760*----------------------------------------------------------------
002770* 2050-GET-CHECKER-STAMP - PICK UP THE SIGNED-ON USER AND THE
002780*                          CURRENT DATE AND TIME
002790*----------------------------------------------------------------
002800 2050-GET-CHECKER-STAMP.
002810     EXEC CICS ASSIGN
002820         USERID (WS-USERID)
002830     END-EXEC.
002840     EXEC CICS ASKTIME
002850         ABSTIME (WS-ABSTIME)
002860     END-EXEC.
002870     EXEC CICS FORMATTIME
002880         ABSTIME  (WS-ABSTIME)
002890         YYYYMMDD (WS-CUR-DATE)
002900         TIME     (WS-CUR-TIME)
002910     END-EXEC.
002920 2050-EXIT.
002930     EXIT.
002940*----------------------------------------------------------------
002950* 2060-EDIT-REJECT-KEY - BUILD THE REPAIR-FILE KEY FROM THE KEYED
002960*                        DATE AND SEQUENCE, AS ON REJFIX
002970*----------------------------------------------------------------
002980 2060-EDIT-REJECT-KEY.
002990     MOVE 'N' TO WS-KEY-ERR-SW.
003000     IF RDATI = SPACES OR RDATI IS NOT NUMERIC
003010         MOVE 'REJECT DATE MUST BE YYYYMMDD' TO MSGI
003020         SET KEY-ERROR TO TRUE
003030         GO TO 2060-EXIT
003040     END-IF.
003050     MOVE ZERO TO WS-SEQ-EDIT.
003060     IF RSEQL > ZERO
003070         MOVE RSEQI(1:RSEQL)
003080             TO WS-SEQ-EDIT(8 - RSEQL : RSEQL)
003090     END-IF.
003100     IF RSEQL = ZERO OR WS-SEQ-EDIT IS NOT NUMERIC
003110         MOVE 'REJECT SEQUENCE MUST BE NUMERIC' TO MSGI
003120         SET KEY-ERROR TO TRUE
003130         GO TO 2060-EXIT
003140     END-IF.
003150     MOVE RDATI TO WK-REJECT-DATE.
003160     MOVE WS-SEQ-EDIT TO WK-SEQUENCE.
003170 2060-EXIT.
003180     EXIT.
003190*----------------------------------------------------------------
003200* 2070-EDIT-EFF-DATE - A BLANK EFFECTIVE DATE IS THE BASE CARD
003210*                      (ALL ZEROS ON FILE); ANYTHING ELSE MUST BE
003220*                      A FULL YYYYMMDD, AS ON PARMENT
003230*----------------------------------------------------------------
003240 2070-EDIT-EFF-DATE.
003250     MOVE 'N' TO WS-KEY-ERR-SW.
003260     IF EFDTI = SPACES
003270         MOVE '00000000' TO WS-EFF-EDIT
003280     ELSE
003290         IF EFDTI IS NUMERIC
003300             MOVE EFDTI TO WS-EFF-EDIT
003310         ELSE
003320             MOVE 'EFFECTIVE DATE MUST BE YYYYMMDD' TO MSGI
003330             SET KEY-ERROR TO TRUE
003340         END-IF
003350     END-IF.
003360 2070-EXIT.
003370     EXIT.
003380*----------------------------------------------------------------
003390* 2100-REJECT-REPAIR-ITEM - SHOW A REJECT REPAIR, OR DECIDE ONE
003400*                           PENDING APPROVAL: APPROVED GOES TO
003410*                           RELEASED FOR REJREL, REJECTED GOES
003420*                           BACK TO OPEN FOR REWORK ON REJFIX.
003430*                           AN INQUIRY WITH NO KEY JUST LISTS
003440*                           THE REPAIRS AWAITING APPROVAL.
003450*----------------------------------------------------------------
003460 2100-REJECT-REPAIR-ITEM.
003470     IF ACTNI = 'I' AND RDATI = SPACES AND RSEQL = ZERO
003480         MOVE 'REPAIRS AWAITING APPROVAL LISTED BELOW' TO MSGI
003490         GO TO 2100-EXIT
003500     END-IF.
003510     PERFORM 2060-EDIT-REJECT-KEY THRU 2060-EXIT.
003520     IF KEY-ERROR
003530         GO TO 2100-EXIT
003540     END-IF.
003550     IF ACTNI = 'I'
003560         EXEC CICS READ
003570             FILE     ('TRANREJV')
003580             INTO     (REJECT-REPAIR-RECORD)
003590             RIDFLD   (WS-REJ-KEY)
003600             RESP     (WS-RESP)
003610         END-EXEC
003620         IF WS-RESP NOT = DFHRESP(NORMAL)
003630             MOVE 'NO REJECT ON FILE FOR THAT DATE/SEQ' TO MSGI
003640             GO TO 2100-EXIT
003650         END-IF
003660         PERFORM 2190-SHOW-REJECT THRU 2190-EXIT
003670         IF REJ-PENDING
003680             MOVE 'PENDING - A TO APPROVE, X TO REJECT' TO MSGI
003690         ELSE
003700             MOVE 'REJECT DISPLAYED - NOT PENDING APPROVAL'
003710                 TO MSGI
003720         END-IF
003730         GO TO 2100-EXIT
003740     END-IF.
003750     EXEC CICS READ
003760         FILE     ('TRANREJV')
003770         INTO     (REJECT-REPAIR-RECORD)
003780         RIDFLD   (WS-REJ-KEY)
003790         UPDATE
003800         RESP     (WS-RESP)
003810     END-EXEC.
003820     IF WS-RESP NOT = DFHRESP(NORMAL)
003830         MOVE 'NO REJECT ON FILE FOR THAT DATE/SEQ' TO MSGI
003840         GO TO 2100-EXIT
003850     END-IF.
003860     IF NOT REJ-PENDING
003870         EXEC CICS UNLOCK
003880             FILE ('TRANREJV')
003890         END-EXEC
003900         PERFORM 2190-SHOW-REJECT THRU 2190-EXIT
003910         MOVE 'REJECT IS NOT PENDING APPROVAL' TO MSGI
003920         GO TO 2100-EXIT
003930     END-IF.
003940     IF REJ-MAKER-USER = WS-USERID
003950         EXEC CICS UNLOCK
003960             FILE ('TRANREJV')
003970         END-EXEC
003980         PERFORM 2190-SHOW-REJECT THRU 2190-EXIT
003990         MOVE 'MAKER CANNOT DECIDE OWN CHANGE' TO MSGI
004000         GO TO 2100-EXIT
004010     END-IF.
004020     MOVE WS-USERID   TO REJ-CHECKER-USER.
004030     MOVE WS-CUR-DATE TO REJ-CHECKER-DATE.
004040     MOVE WS-CUR-TIME TO REJ-CHECKER-TIME.
004050     MOVE ACTNI       TO REJ-APPR-DECISION.
004060     IF ACTNI = 'A'
004070         MOVE 'R' TO REJ-STATUS
004080     ELSE
004090         MOVE 'O' TO REJ-STATUS
004100     END-IF.
004110     EXEC CICS REWRITE
004120         FILE     ('TRANREJV')
004130         FROM     (REJECT-REPAIR-RECORD)
004140         RESP     (WS-RESP)
004150     END-EXEC.
004160     IF WS-RESP NOT = DFHRESP(NORMAL)
004170         MOVE 'ERROR WRITING TRANREJV - SEE CICS LOG' TO MSGI
004180         GO TO 2100-EXIT
004190     END-IF.
004200     PERFORM 2190-SHOW-REJECT THRU 2190-EXIT.
004210     MOVE SPACES TO APPROVAL-LOG-RECORD.
004220     MOVE 'R' TO APL-ITEM-TYPE.
004230     MOVE WS-REJ-KEY TO APL-ITEM-KEY.
004240     MOVE REJ-MAKER-USER TO APL-MAKER-USER.
004250     MOVE REJ-MAKER-DATE TO APL-MAKER-DATE.
004260     MOVE REJ-MAKER-TIME TO APL-MAKER-TIME.
004270     MOVE WS-REJ-DETAIL TO APL-DETAIL.
004280     PERFORM 2800-LOG-DECISION THRU 2800-EXIT.
004290     IF LOG-NOT-WRITTEN
004300         MOVE 'DECIDED - APPRLOG NOT WRITTEN, SEE LOG' TO MSGI
004310     ELSE
004320         IF ACTNI = 'A'
004330             MOVE 'REPAIR APPROVED - REJREL WILL RELEASE'
004340                 TO MSGI
004350         ELSE
004360             MOVE 'REPAIR REJECTED - BACK TO OPEN' TO MSGI
004370         END-IF
004380     END-IF.
004390 2100-EXIT.
004400     EXIT.
004410*----------------------------------------------------------------
004420* 2190-SHOW-REJECT - MOVE THE REPAIR'S STATUS, CHANGE AND STAMPS
004430*                    OUT TO THE SCREEN
004440*----------------------------------------------------------------
004450 2190-SHOW-REJECT.
004460     MOVE REJ-RECORD-IMAGE TO WS-EDIT-IMAGE.
004470     MOVE REJ-STATUS TO STATO.
004480     MOVE IM-BATCH-ID TO RD-BATCH-ID.
004490     MOVE IM-TRANS-TYPE TO RD-TRANS-TYPE.
004500     IF IM-AMOUNT IS NUMERIC
004510         MOVE IM-AMOUNT TO RD-AMOUNT
004520     ELSE
004530         MOVE ZERO TO RD-AMOUNT
004540     END-IF.
004541     IF IM-DOLLARS
004542         MOVE 'USD' TO RD-CURRENCY-CODE
004543     ELSE
004544         MOVE IM-CURRENCY-CODE TO RD-CURRENCY-CODE
004545     END-IF.
004550     MOVE REJ-TRANS-FILE-ID TO RD-FILE-ID.
004560     MOVE WS-REJ-DETAIL TO DTLO.
004570     MOVE REJ-MAKER-USER TO SI-USER.
004580     MOVE REJ-MAKER-DATE TO SI-DATE.
004590     MOVE REJ-MAKER-TIME TO SI-TIME.
004600     MOVE SPACE TO SI-DECISION.
004610     PERFORM 2900-FORMAT-STAMP THRU 2900-EXIT.
004620     MOVE WS-STAMP-LINE TO MKRO.
004630     MOVE REJ-CHECKER-USER TO SI-USER.
004640     MOVE REJ-CHECKER-DATE TO SI-DATE.
004650     MOVE REJ-CHECKER-TIME TO SI-TIME.
004660     MOVE REJ-APPR-DECISION TO SI-DECISION.
004670     PERFORM 2900-FORMAT-STAMP THRU 2900-EXIT.
004680     MOVE WS-STAMP-LINE TO CHKO.
004690 2190-EXIT.
004700     EXIT.
004710*----------------------------------------------------------------
004720* 2200-ADDPARM-ITEM - SHOW OR DECIDE THE AddMain CARD PENDING
004730*                     UNDER THE KEYED EFFECTIVE DATE. APPROVED,
004740*                     IT COMES INTO FORCE AND THE APPROVED CARD
004750*                     IT REPLACES FOR THAT DATE IS DELETED;
004760*                     REJECTED, IT IS MARKED SO AND LEFT FOR
004770*                     PARMENT TO REUSE THE SLOT.
004780*----------------------------------------------------------------
004790 2200-ADDPARM-ITEM.
004800     PERFORM 2070-EDIT-EFF-DATE THRU 2070-EXIT.
004810     IF KEY-ERROR
004820         GO TO 2200-EXIT
004830     END-IF.
004840     PERFORM 2210-SCAN-ADDPARM-SLOTS THRU 2210-EXIT.
004850     IF WS-MATCH-RRN = ZERO
004860         MOVE 'NO AddMain CARD PENDING FOR THAT DATE' TO MSGI
004870         GO TO 2200-EXIT
004880     END-IF.
004890     IF ACTNI = 'I'
004900         EXEC CICS READ
004910             FILE     ('ADDPARM')
004920             INTO     (ADDMAIN-PARM-RECORD)
004930             RIDFLD   (WS-MATCH-RRN)
004940             RESP     (WS-RESP)
004950         END-EXEC
004952         IF WS-RESP NOT = DFHRESP(NORMAL)
004954             MOVE 'NO AddMain CARD PENDING FOR THAT DATE' TO MSGI
004956             GO TO 2200-EXIT
004958         END-IF
004960         PERFORM 2290-SHOW-ADDPARM THRU 2290-EXIT
004970         MOVE 'PENDING - A TO APPROVE, X TO REJECT' TO MSGI
004980         GO TO 2200-EXIT
004990     END-IF.
005000     EXEC CICS READ
005010         FILE     ('ADDPARM')
005020         INTO     (ADDMAIN-PARM-RECORD)
005030         RIDFLD   (WS-MATCH-RRN)
005040         UPDATE
005050         RESP     (WS-RESP)
005060     END-EXEC.
005070     IF WS-RESP NOT = DFHRESP(NORMAL)
005080         MOVE 'ERROR READING ADDPARM - SEE CICS LOG' TO MSGI
005090         GO TO 2200-EXIT
005100     END-IF.
005110     IF PARM-MAKER-USER = WS-USERID
005120         EXEC CICS UNLOCK
005130             FILE ('ADDPARM')
005140         END-EXEC
005150         PERFORM 2290-SHOW-ADDPARM THRU 2290-EXIT
005160         MOVE 'MAKER CANNOT DECIDE OWN CHANGE' TO MSGI
005170         GO TO 2200-EXIT
005180     END-IF.
005190     MOVE ACTNI       TO PARM-APPR-STATUS.
005200     MOVE WS-USERID   TO PARM-CHECKER-USER.
005210     MOVE WS-CUR-DATE TO PARM-CHECKER-DATE.
005220     MOVE WS-CUR-TIME TO PARM-CHECKER-TIME.
005230     EXEC CICS REWRITE
005240         FILE     ('ADDPARM')
005250         FROM     (ADDMAIN-PARM-RECORD)
005260         RESP     (WS-RESP)
005270     END-EXEC.
005280     IF WS-RESP NOT = DFHRESP(NORMAL)
005290         MOVE 'ERROR WRITING ADDPARM - SEE CICS LOG' TO MSGI
005300         GO TO 2200-EXIT
005310     END-IF.
005320     MOVE 'N' TO WS-RETIRE-SW.
005330     IF ACTNI = 'A' AND WS-BASE-RRN > ZERO
005340         EXEC CICS DELETE
005350             FILE     ('ADDPARM')
005360             RIDFLD   (WS-BASE-RRN)
005370             RESP     (WS-RESP)
005380         END-EXEC
005390         IF WS-RESP NOT = DFHRESP(NORMAL)
005400             SET OLD-CARD-NOT-RETIRED TO TRUE
005410         END-IF
005420     END-IF.
005430     PERFORM 2290-SHOW-ADDPARM THRU 2290-EXIT.
005440     MOVE SPACES TO APPROVAL-LOG-RECORD.
005450     MOVE 'A' TO APL-ITEM-TYPE.
005460     MOVE WS-EFF-EDIT TO APL-ITEM-KEY.
005470     MOVE PARM-MAKER-USER TO APL-MAKER-USER.
005480     MOVE PARM-MAKER-DATE TO APL-MAKER-DATE.
005490     MOVE PARM-MAKER-TIME TO APL-MAKER-TIME.
005500     MOVE WS-ADD-DETAIL TO APL-DETAIL.
005510     PERFORM 2800-LOG-DECISION THRU 2800-EXIT.
005520     PERFORM 2850-CARD-DECISION-MESSAGE THRU 2850-EXIT.
005530 2200-EXIT.
005540     EXIT.
005550*----------------------------------------------------------------
005560* 2210-SCAN-ADDPARM-SLOTS - NOTE THE PENDING CARD FOR THE KEYED
005570*                           EFFECTIVE DATE AND THE APPROVED CARD
005580*                           IT WOULD REPLACE
005590*----------------------------------------------------------------
005600 2210-SCAN-ADDPARM-SLOTS.
005610     MOVE ZERO TO WS-MATCH-RRN.
005620     MOVE ZERO TO WS-BASE-RRN.
005630     PERFORM 2215-READ-ONE-ADDPARM THRU 2215-EXIT
005640         VARYING WS-RRN FROM 1 BY 1
005650         UNTIL WS-RRN > WS-MAX-SLOTS.
005660 2210-EXIT.
005670     EXIT.
005680*----------------------------------------------------------------
005690* 2215-READ-ONE-ADDPARM - ONE SLOT OF THE ADDPARM SCAN. A LEGACY
005700*                         SPACES-DATED CARD IS THE BASE CARD, AS
005710*                         ON PARMENT
005720*----------------------------------------------------------------
005730 2215-READ-ONE-ADDPARM.
005740     EXEC CICS READ
005750         FILE     ('ADDPARM')
005760         INTO     (ADDMAIN-PARM-RECORD)
005770         RIDFLD   (WS-RRN)
005780         RESP     (WS-RESP)
005790     END-EXEC.
005800     IF WS-RESP NOT = DFHRESP(NORMAL)
005810         GO TO 2215-EXIT
005820     END-IF.
005830     IF PARM-EFFECTIVE-DATE = WS-EFF-EDIT
005840         OR (WS-EFF-EDIT = '00000000'
005850             AND PARM-EFFECTIVE-DATE = SPACES)
005860         IF PARM-CARD-PENDING
005870             MOVE WS-RRN TO WS-MATCH-RRN
005880         END-IF
005890         IF PARM-CARD-APPROVED
005900             MOVE WS-RRN TO WS-BASE-RRN
005910         END-IF
005920     END-IF.
005930 2215-EXIT.
005940     EXIT.
005950*----------------------------------------------------------------
005960* 2290-SHOW-ADDPARM - MOVE THE AddMain CARD'S STATUS, VALUES AND
005970*                     STAMPS OUT TO THE SCREEN
005980*----------------------------------------------------------------
005990 2290-SHOW-ADDPARM.
006000     MOVE PARM-APPR-STATUS TO STATO.
006010     MOVE PARM-TRANS-FILE-ID TO AD-FILE-ID.
006020     MOVE PARM-CONTROL-DATE TO AD-CTL-DATE.
006030     MOVE PARM-EFFECTIVE-DATE TO AD-EFF-DATE.
006040     MOVE WS-ADD-DETAIL TO DTLO.
006050     MOVE PARM-MAKER-USER TO SI-USER.
006060     MOVE PARM-MAKER-DATE TO SI-DATE.
006070     MOVE PARM-MAKER-TIME TO SI-TIME.
006080     MOVE SPACE TO SI-DECISION.
006090     PERFORM 2900-FORMAT-STAMP THRU 2900-EXIT.
006100     MOVE WS-STAMP-LINE TO MKRO.
006110     MOVE PARM-CHECKER-USER TO SI-USER.
006120     MOVE PARM-CHECKER-DATE TO SI-DATE.
006130     MOVE PARM-CHECKER-TIME TO SI-TIME.
006140     MOVE PARM-APPR-STATUS TO SI-DECISION.
006150     PERFORM 2900-FORMAT-STAMP THRU 2900-EXIT.
006160     MOVE WS-STAMP-LINE TO CHKO.
006170 2290-EXIT.
006180     EXIT.
006190*----------------------------------------------------------------
006200* 2300-CUBEPARM-ITEM - SHOW OR DECIDE THE cube.cbl CARD PENDING
006210*                      UNDER THE KEYED EFFECTIVE DATE, THE SAME
006220*                      WAY AS THE AddMain CARD
006230*----------------------------------------------------------------
006240 2300-CUBEPARM-ITEM.
006250     PERFORM 2070-EDIT-EFF-DATE THRU 2070-EXIT.
006260     IF KEY-ERROR
006270         GO TO 2300-EXIT
006280     END-IF.
006290     PERFORM 2310-SCAN-CUBEPARM-SLOTS THRU 2310-EXIT.
006300     IF WS-MATCH-RRN = ZERO
006310         MOVE 'NO CUBE CARD PENDING FOR THAT DATE' TO MSGI
006320         GO TO 2300-EXIT
006330     END-IF.
006340     IF ACTNI = 'I'
006350         EXEC CICS READ
006360             FILE     ('CUBEPARM')
006370             INTO     (CUBE-PARM-RECORD)
006380             RIDFLD   (WS-MATCH-RRN)
006390             RESP     (WS-RESP)
006400         END-EXEC
006402         IF WS-RESP NOT = DFHRESP(NORMAL)
006404             MOVE 'NO CUBE CARD PENDING FOR THAT DATE' TO MSGI
006406             GO TO 2300-EXIT
006408         END-IF
006410         PERFORM 2390-SHOW-CUBEPARM THRU 2390-EXIT
006420         MOVE 'PENDING - A TO APPROVE, X TO REJECT' TO MSGI
006430         GO TO 2300-EXIT
006440     END-IF.
006450     EXEC CICS READ
006460         FILE     ('CUBEPARM')
006470         INTO     (CUBE-PARM-RECORD)
006480         RIDFLD   (WS-MATCH-RRN)
006490         UPDATE
006500         RESP     (WS-RESP)
006510     END-EXEC.
006520     IF WS-RESP NOT = DFHRESP(NORMAL)
006530         MOVE 'ERROR READING CUBEPARM - SEE CICS LOG' TO MSGI
006540         GO TO 2300-EXIT
006550     END-IF.
006560     IF PARM-CUBE-MAKER-USER = WS-USERID
006570         EXEC CICS UNLOCK
006580             FILE ('CUBEPARM')
006590         END-EXEC
006600         PERFORM 2390-SHOW-CUBEPARM THRU 2390-EXIT
006610         MOVE 'MAKER CANNOT DECIDE OWN CHANGE' TO MSGI
006620         GO TO 2300-EXIT
006630     END-IF.
006640     MOVE ACTNI       TO PARM-CUBE-APPR-STATUS.
006650     MOVE WS-USERID   TO PARM-CUBE-CHECKER-USER.
006660     MOVE WS-CUR-DATE TO PARM-CUBE-CHECKER-DATE.
006670     MOVE WS-CUR-TIME TO PARM-CUBE-CHECKER-TIME.
006680     EXEC CICS REWRITE
006690         FILE     ('CUBEPARM')
006700         FROM     (CUBE-PARM-RECORD)
006710         RESP     (WS-RESP)
006720     END-EXEC.
006730     IF WS-RESP NOT = DFHRESP(NORMAL)
006740         MOVE 'ERROR WRITING CUBEPARM - SEE CICS LOG' TO MSGI
006750         GO TO 2300-EXIT
006760     END-IF.
006770     MOVE 'N' TO WS-RETIRE-SW.
006780     IF ACTNI = 'A' AND WS-BASE-RRN > ZERO
006790         EXEC CICS DELETE
006800             FILE     ('CUBEPARM')
006810             RIDFLD   (WS-BASE-RRN)
006820             RESP     (WS-RESP)
006830         END-EXEC
006840         IF WS-RESP NOT = DFHRESP(NORMAL)
006850             SET OLD-CARD-NOT-RETIRED TO TRUE
006860         END-IF
006870     END-IF.
006880     PERFORM 2390-SHOW-CUBEPARM THRU 2390-EXIT.
006890     MOVE SPACES TO APPROVAL-LOG-RECORD.
006900     MOVE 'C' TO APL-ITEM-TYPE.
006910     MOVE WS-EFF-EDIT TO APL-ITEM-KEY.
006920     MOVE PARM-CUBE-MAKER-USER TO APL-MAKER-USER.
006930     MOVE PARM-CUBE-MAKER-DATE TO APL-MAKER-DATE.
006940     MOVE PARM-CUBE-MAKER-TIME TO APL-MAKER-TIME.
006950     MOVE WS-CUBE-DETAIL TO APL-DETAIL.
006960     PERFORM 2800-LOG-DECISION THRU 2800-EXIT.
006970     PERFORM 2850-CARD-DECISION-MESSAGE THRU 2850-EXIT.
006980 2300-EXIT.
006990     EXIT.
007000*----------------------------------------------------------------
007010* 2310-SCAN-CUBEPARM-SLOTS - NOTE THE PENDING CARD FOR THE KEYED
007020*                            EFFECTIVE DATE AND THE APPROVED CARD
007030*                            IT WOULD REPLACE
007040*----------------------------------------------------------------
007050 2310-SCAN-CUBEPARM-SLOTS.
007060     MOVE ZERO TO WS-MATCH-RRN.
007070     MOVE ZERO TO WS-BASE-RRN.
007080     PERFORM 2315-READ-ONE-CUBEPARM THRU 2315-EXIT
007090         VARYING WS-RRN FROM 1 BY 1
007100         UNTIL WS-RRN > WS-MAX-SLOTS.
007110 2310-EXIT.
007120     EXIT.
007130*----------------------------------------------------------------
007140* 2315-READ-ONE-CUBEPARM - ONE SLOT OF THE CUBEPARM SCAN
007150*----------------------------------------------------------------
007160 2315-READ-ONE-CUBEPARM.
007170     EXEC CICS READ
007180         FILE     ('CUBEPARM')
007190         INTO     (CUBE-PARM-RECORD)
007200         RIDFLD   (WS-RRN)
007210         RESP     (WS-RESP)
007220     END-EXEC.
007230     IF WS-RESP NOT = DFHRESP(NORMAL)
007240         GO TO 2315-EXIT
007250     END-IF.
007260     IF PARM-CUBE-EFF-DATE = WS-EFF-EDIT
007270         OR (WS-EFF-EDIT = '00000000'
007280             AND PARM-CUBE-EFF-DATE = SPACES)
007290         IF PARM-CUBE-PENDING
007300             MOVE WS-RRN TO WS-MATCH-RRN
007310         END-IF
007320         IF PARM-CUBE-APPROVED
007330             MOVE WS-RRN TO WS-BASE-RRN
007340         END-IF
007350     END-IF.
007360 2315-EXIT.
007370     EXIT.
007380*----------------------------------------------------------------
007390* 2390-SHOW-CUBEPARM - MOVE THE CUBE CARD'S STATUS, VALUE AND
007400*                      STAMPS OUT TO THE SCREEN
007410*----------------------------------------------------------------
007420 2390-SHOW-CUBEPARM.
007430     MOVE PARM-CUBE-APPR-STATUS TO STATO.
007440     MOVE PARM-MAX-STEP TO CD-MAX-STEP.
007450     MOVE PARM-CUBE-EFF-DATE TO CD-EFF-DATE.
007460     MOVE WS-CUBE-DETAIL TO DTLO.
007470     MOVE PARM-CUBE-MAKER-USER TO SI-USER.
007480     MOVE PARM-CUBE-MAKER-DATE TO SI-DATE.
007490     MOVE PARM-CUBE-MAKER-TIME TO SI-TIME.
007500     MOVE SPACE TO SI-DECISION.
007510     PERFORM 2900-FORMAT-STAMP THRU 2900-EXIT.
007520     MOVE WS-STAMP-LINE TO MKRO.
007530     MOVE PARM-CUBE-CHECKER-USER TO SI-USER.
007540     MOVE PARM-CUBE-CHECKER-DATE TO SI-DATE.
007550     MOVE PARM-CUBE-CHECKER-TIME TO SI-TIME.
007560     MOVE PARM-CUBE-APPR-STATUS TO SI-DECISION.
007570     PERFORM 2900-FORMAT-STAMP THRU 2900-EXIT.
007580     MOVE WS-STAMP-LINE TO CHKO.
007590 2390-EXIT.
007600     EXIT.
007610*----------------------------------------------------------------
007620* 2700-LIST-PENDING - LIST THE ITEMS OF THE KEYED TYPE STILL
007630*                     AWAITING APPROVAL, UP TO FOUR TO THE
007640*                     SCREEN, WITH THE SAME MORE-ITEMS NOTE AS
007650*                     THE PARMENT CARD LIST
007660*----------------------------------------------------------------
007670 2700-LIST-PENDING.
007680     PERFORM 2750-CLEAR-PND-LINES THRU 2750-EXIT.
007690     MOVE ZERO TO WS-PND-IX.
007700     MOVE ZERO TO WS-PND-TOTAL.
007710     IF ITYPI = 'R'
007720         PERFORM 2710-LIST-REJECTS THRU 2710-EXIT
007730     ELSE
007740         IF ITYPI = 'A'
007750             PERFORM 2720-LIST-ONE-ADDPARM THRU 2720-EXIT
007760                 VARYING WS-RRN FROM 1 BY 1
007770                 UNTIL WS-RRN > WS-MAX-SLOTS
007780         ELSE
007790             PERFORM 2730-LIST-ONE-CUBEPARM THRU 2730-EXIT
007800                 VARYING WS-RRN FROM 1 BY 1
007810                 UNTIL WS-RRN > WS-MAX-SLOTS
007820         END-IF
007830     END-IF.
007840     IF WS-PND-TOTAL > 4
007850         MOVE WS-PND-TOTAL TO PML-TOTAL
007860         MOVE WS-PND-MORE-LINE TO APRR-PND-TEXT (4)
007870     END-IF.
007880 2700-EXIT.
007890     EXIT.
007900*----------------------------------------------------------------
007910* 2710-LIST-REJECTS - BROWSE THE REPAIR FILE FROM THE TOP FOR
007920*                     REPAIRS PENDING APPROVAL
007930*----------------------------------------------------------------
007940 2710-LIST-REJECTS.
007950     MOVE ZERO TO WB-REJECT-DATE.
007960     MOVE ZERO TO WB-SEQUENCE.
007970     MOVE 'N' TO WS-BROWSE-DONE-SW.
007980     EXEC CICS STARTBR
007990         FILE   ('TRANREJV')
008000         RIDFLD (WS-BROWSE-KEY)
008010         GTEQ
008020         RESP   (WS-RESP)
008030     END-EXEC.
008040     IF WS-RESP NOT = DFHRESP(NORMAL)
008050         GO TO 2710-EXIT
008060     END-IF.
008070     PERFORM 2715-LIST-ONE-REJECT THRU 2715-EXIT
008080         UNTIL BROWSE-DONE.
008090     EXEC CICS ENDBR
008100         FILE ('TRANREJV')
008110     END-EXEC.
008120 2710-EXIT.
008130     EXIT.
008140*----------------------------------------------------------------
008150* 2715-LIST-ONE-REJECT - READ THE NEXT REPAIR AND, IF IT IS
008160*                        PENDING, BUILD ITS BROWSE LINE
008170*----------------------------------------------------------------
008180 2715-LIST-ONE-REJECT.
008190     EXEC CICS READNEXT
008200         FILE   ('TRANREJV')
008210         INTO   (REJECT-REPAIR-RECORD)
008220         RIDFLD (WS-BROWSE-KEY)
008230         RESP   (WS-RESP)
008240     END-EXEC.
008250     IF WS-RESP NOT = DFHRESP(NORMAL)
008260         SET BROWSE-DONE TO TRUE
008270         GO TO 2715-EXIT
008280     END-IF.
008290     IF NOT REJ-PENDING
008300         GO TO 2715-EXIT
008310     END-IF.
008320     ADD 1 TO WS-PND-TOTAL.
008330     IF WS-PND-IX < 4
008340         ADD 1 TO WS-PND-IX
008350         MOVE REJ-RECORD-IMAGE TO WS-EDIT-IMAGE
008360         MOVE REJ-REJECT-DATE TO PR-DATE
008370         MOVE REJ-SEQUENCE TO PR-SEQ
008380         IF IM-AMOUNT IS NUMERIC
008390             MOVE IM-AMOUNT TO PR-AMOUNT
008400         ELSE
008410             MOVE ZERO TO PR-AMOUNT
008420         END-IF
008421         IF IM-DOLLARS
008422             MOVE 'USD' TO PR-CURRENCY-CODE
008423         ELSE
008424             MOVE IM-CURRENCY-CODE TO PR-CURRENCY-CODE
008425         END-IF
008430         MOVE REJ-MAKER-USER TO PR-USER
008440         MOVE WS-PND-REJ-LINE TO APRR-PND-TEXT (WS-PND-IX)
008450     END-IF.
008460 2715-EXIT.
008470     EXIT.
008480*----------------------------------------------------------------
008490* 2720-LIST-ONE-ADDPARM - BUILD THE BROWSE LINE FOR ONE ADDPARM
008500*                         SLOT, IF IT HOLDS A PENDING CARD
008510*----------------------------------------------------------------
008520 2720-LIST-ONE-ADDPARM.
008530     EXEC CICS READ
008540         FILE     ('ADDPARM')
008550         INTO     (ADDMAIN-PARM-RECORD)
008560         RIDFLD   (WS-RRN)
008570         RESP     (WS-RESP)
008580     END-EXEC.
008590     IF WS-RESP NOT = DFHRESP(NORMAL)
008600         GO TO 2720-EXIT
008610     END-IF.
008620     IF NOT PARM-CARD-PENDING
008630         GO TO 2720-EXIT
008640     END-IF.
008650     ADD 1 TO WS-PND-TOTAL.
008660     IF WS-PND-IX < 4
008670         ADD 1 TO WS-PND-IX
008680         MOVE PARM-EFFECTIVE-DATE TO PC-EFF-DATE
008690         MOVE PARM-TRANS-FILE-ID TO PCA-FILE-ID
008700         MOVE PARM-CONTROL-DATE TO PCA-CTL-DATE
008710         MOVE WS-PC-ADD-DETAIL TO PC-DETAIL
008720         MOVE PARM-MAKER-USER TO PC-USER
008730         MOVE WS-PND-CARD-LINE TO APRR-PND-TEXT (WS-PND-IX)
008740     END-IF.
008750 2720-EXIT.
008760     EXIT.
008770*----------------------------------------------------------------
008780* 2730-LIST-ONE-CUBEPARM - BUILD THE BROWSE LINE FOR ONE
008790*                          CUBEPARM SLOT, IF IT HOLDS A PENDING
008800*                          CARD
008810*----------------------------------------------------------------
008820 2730-LIST-ONE-CUBEPARM.
008830     EXEC CICS READ
008840         FILE     ('CUBEPARM')
008850         INTO     (CUBE-PARM-RECORD)
008860         RIDFLD   (WS-RRN)
008870         RESP     (WS-RESP)
008880     END-EXEC.
008890     IF WS-RESP NOT = DFHRESP(NORMAL)
008900         GO TO 2730-EXIT
008910     END-IF.
008920     IF NOT PARM-CUBE-PENDING
008930         GO TO 2730-EXIT
008940     END-IF.
008950     ADD 1 TO WS-PND-TOTAL.
008960     IF WS-PND-IX < 4
008970         ADD 1 TO WS-PND-IX
008980         MOVE PARM-CUBE-EFF-DATE TO PC-EFF-DATE
008990         MOVE PARM-MAX-STEP TO PCC-MAX-STEP
009000         MOVE WS-PC-CUBE-DETAIL TO PC-DETAIL
009010         MOVE PARM-CUBE-MAKER-USER TO PC-USER
009020         MOVE WS-PND-CARD-LINE TO APRR-PND-TEXT (WS-PND-IX)
009030     END-IF.
009040 2730-EXIT.
009050     EXIT.
009060*----------------------------------------------------------------
009070* 2750-CLEAR-PND-LINES - BLANK THE FOUR BROWSE LINES
009080*----------------------------------------------------------------
009090 2750-CLEAR-PND-LINES.
009100     MOVE SPACES TO APRR-PND-TEXT (1).
009110     MOVE SPACES TO APRR-PND-TEXT (2).
009120     MOVE SPACES TO APRR-PND-TEXT (3).
009130     MOVE SPACES TO APRR-PND-TEXT (4).
009140 2750-EXIT.
009150     EXIT.
009160*----------------------------------------------------------------
009170* 2800-LOG-DECISION - FILE THE DECISION ON THE APPROVAL LOG
009180*                     UNDER THE CHECKER'S DATE AND TIME, PROBING
009190*                     THE SEQUENCE UPWARD PAST A DECISION ALREADY
009200*                     FILED IN THE SAME SECOND. THE CALLER HAS
009210*                     FILLED IN THE ITEM, MAKER AND CHANGE.
009220*----------------------------------------------------------------
009230 2800-LOG-DECISION.
009240     MOVE 'N' TO WS-LOG-SW.
009250     MOVE WS-CUR-DATE TO APL-DECISION-DATE.
009260     MOVE WS-CUR-TIME TO APL-DECISION-TIME.
009270     MOVE ZERO TO APL-SEQUENCE.
009280     MOVE ACTNI TO APL-DECISION.
009290     MOVE WS-USERID TO APL-CHECKER-USER.
009300     MOVE DFHRESP(DUPREC) TO WS-RESP.
009310     PERFORM 2810-WRITE-ONE-LOG THRU 2810-EXIT
009320         UNTIL WS-RESP NOT = DFHRESP(DUPREC)
009330             OR APL-SEQUENCE = 999.
009340     IF WS-RESP NOT = DFHRESP(NORMAL)
009350         SET LOG-NOT-WRITTEN TO TRUE
009360     END-IF.
009370 2800-EXIT.
009380     EXIT.
009390*----------------------------------------------------------------
009400* 2810-WRITE-ONE-LOG - ONE PROBE OF THE APPROVAL-LOG WRITE
009410*----------------------------------------------------------------
009420 2810-WRITE-ONE-LOG.
009430     ADD 1 TO APL-SEQUENCE.
009440     EXEC CICS WRITE
009450         FILE     ('APPRLOG')
009460         FROM     (APPROVAL-LOG-RECORD)
009470         RIDFLD   (APL-KEY)
009480         RESP     (WS-RESP)
009490     END-EXEC.
009500 2810-EXIT.
009510     EXIT.
009520*----------------------------------------------------------------
009530* 2850-CARD-DECISION-MESSAGE - RESULT MESSAGE FOR A DECIDED
009540*                              PARAMETER CARD
009550*----------------------------------------------------------------
009560 2850-CARD-DECISION-MESSAGE.
009570     IF LOG-NOT-WRITTEN
009580         MOVE 'DECIDED - APPRLOG NOT WRITTEN, SEE LOG' TO MSGI
009590         GO TO 2850-EXIT
009600     END-IF.
009610     IF OLD-CARD-NOT-RETIRED
009620         MOVE 'APPROVED - OLD CARD NOT DELETED, SEE LOG'
009630             TO MSGI
009640         GO TO 2850-EXIT
009650     END-IF.
009660     IF ACTNI = 'A'
009670         MOVE 'CARD APPROVED - NOW ON FILE IN FORCE' TO MSGI
009680     ELSE
009690         MOVE 'CARD REJECTED - NOT APPLIED' TO MSGI
009700     END-IF.
009710 2850-EXIT.
009720     EXIT.
009730*----------------------------------------------------------------
009740* 2900-FORMAT-STAMP - BUILD A MAKER OR CHECKER LINE FROM THE
009750*                     USER, DATE, TIME AND DECISION IN
009760*                     WS-STAMP-IN. NO USER (A RECORD FROM BEFORE
009770*                     DUAL CONTROL, OR NO DECISION YET) GIVES A
009780*                     BLANK LINE.
009790*----------------------------------------------------------------
009800 2900-FORMAT-STAMP.
009810     IF SI-USER = SPACES OR SI-USER = LOW-VALUES
009820         MOVE SPACES TO WS-STAMP-LINE
009830         GO TO 2900-EXIT
009840     END-IF.
009850     MOVE SI-USER TO SL-USER.
009860     MOVE SI-DATE TO SL-DATE.
009870     MOVE SI-TIME TO SL-TIME.
009880     IF SI-DECISION = 'A'
009890         MOVE 'APPROVED' TO SL-DECISION
009900     ELSE
009910         IF SI-DECISION = 'X'
009920             MOVE 'REJECTED' TO SL-DECISION
009930         ELSE
009940             MOVE SPACES TO SL-DECISION
009950         END-IF
009960     END-IF.
009970 2900-EXIT.
009980     EXIT.
009990*----------------------------------------------------------------
010000* 9000-END-SESSION - PF3 OR CLEAR - END THE TRANSACTION
010010*----------------------------------------------------------------
010020 9000-END-SESSION.
010030     EXEC CICS SEND TEXT
010040         FROM   ('APPROVAL SESSION COMPLETE')
010050         LENGTH (25)
010060         ERASE
010070         FREEKB
010080     END-EXEC.
010090     EXEC CICS RETURN
010100     END-EXEC.
010110*----------------------------------------------------------------
010120* 9100-REDISPLAY-MAP - RE-SHOW THE SCREEN WITH THE KEYED VALUES,
010130*                      THE ITEM JUST SHOWN, THE AWAITING-APPROVAL
010140*                      LIST AND THE RESULT MESSAGE
010150*----------------------------------------------------------------
010160 9100-REDISPLAY-MAP.
010170     MOVE ITYPI TO ITYPO.
010180     MOVE ACTNI TO ACTNO.
010190     MOVE RDATI TO RDATO.
010200     MOVE RSEQI TO RSEQO.
010210     MOVE EFDTI TO EFDTO.
010220     MOVE DFHBMBRY TO MSGA.
010230     EXEC CICS SEND MAP
010240         MAP     ('APRM1')
010250         MAPSET  ('APRMAP')
010260         DATAONLY
010270     END-EXEC.
010280 9100-EXIT.
010290     EXIT.
