000590*                  OVER TO A SHOWING-3-OF-NN COUNT - A CARD FILED
000600*                  IN A LATER SLOT NO LONGER VANISHES FROM A LIST
000610*                  THAT LOOKED COMPLETE.
000611* 2026-10-02  DG   DUAL CONTROL. A CARD KEYED HERE NO LONGER
000612*                  TAKES EFFECT ON ITS OWN: IT IS FILED PENDING
000613*                  ('P') WITH THE OPERATOR'S USER ID, DATE AND
000614*                  TIME AS MAKER, IN A SLOT OF ITS OWN, AND THE
000615*                  APPROVED CARD FOR THAT DATE STAYS IN FORCE
000616*                  (PARMXTR PASSES PENDING CARDS BY) UNTIL A
000617*                  SECOND USER APPROVES THE CHANGE ON THE APPRV
000618*                  SCREEN. KEYING THE SAME DATE AGAIN BEFORE THEN
000619*                  REPLACES THE PENDING CARD. A NEW PENDING CARD
000620*                  STARTS FROM THE APPROVED CARD FOR ITS DATE SO
000621*                  THE BYTES THIS SCREEN DOES NOT MAINTAIN CARRY
000622*                  OVER, AND TAKES AN EMPTY SLOT, OR FAILING THAT
000623*                  THE SLOT OF A REJECTED CARD. THE CARD LIST
000624*                  SHOWS WHICH CARDS ARE PENDING OR REJECTED.
000625* 2026-10-15  DG   THE READ FOR UPDATE OF THE SLOT A CARD GOES
000626*                  INTO - THE PENDING CARD BEING REPLACED OR THE
000627*                  REJECTED CARD BEING RETIRED - IS NOW CHECKED,
000628*                  AND A FAILURE ENDS THE UPDATE WITH AN ERROR
000629*                  READING MESSAGE INSTEAD OF FALLING THROUGH TO
000630*                  THE REWRITE.
000631*----------------------------------------------------------------
000632 ENVIRONMENT DIVISION.
000640 DATA DIVISION.
000650 WORKING-STORAGE SECTION.
000660*----------------------------------------------------------------
000670* CICS RESPONSE AND SLOT-SCAN AREAS. THE PARAMETER FILES HOLD UP
000680* TO WS-MAX-SLOTS DATED CARDS IN RELATIVE SLOTS 1-20; THE SCAN
000690* NOTES THE PENDING CARD FOR THE KEYED EFFECTIVE DATE (REPLACE),
000700* THE APPROVED CARD FOR THAT DATE (STARTING POINT FOR A NEW
000702* PENDING CARD), THE FIRST EMPTY SLOT AND THE FIRST SLOT HOLDING
000704* A REJECTED CARD (ADD).
000710*----------------------------------------------------------------
000720 01  WS-RESP                PIC S9(08) COMP.
000730 01  WS-MAX-SLOTS           PIC S9(08) COMP VALUE 20.
000740 01  WS-RRN                 PIC S9(08) COMP VALUE 1.
000750 01  WS-MATCH-RRN           PIC S9(08) COMP VALUE ZERO.
000760 01  WS-EMPTY-RRN           PIC S9(08) COMP VALUE ZERO.
000762 01  WS-BASE-RRN            PIC S9(08) COMP VALUE ZERO.
000764 01  WS-RETIRED-RRN         PIC S9(08) COMP VALUE ZERO.
000766 01  WS-SLOT-RECORD         PIC X(80) VALUE SPACES.
000767*----------------------------------------------------------------
000768* MAKER STAMP FOR A CARD FILED PENDING - THE SIGNED-ON USER AND
000769* THE CICS CLOCK
000770*----------------------------------------------------------------
000771 01  WS-USERID               PIC X(08) VALUE SPACES.
000772 01  WS-ABSTIME              PIC S9(15) COMP-3 VALUE ZERO.
000773 01  WS-CUR-DATE             PIC X(08) VALUE SPACES.
000774 01  WS-CUR-TIME             PIC X(06) VALUE SPACES.
000775*----------------------------------------------------------------
000780* RIGHT-JUSTIFIED, ZERO-FILLED WORK AREA FOR EDITING MAXSTI. AN
000790* UNPROTECTED BMS FIELD IS LEFT-JUSTIFIED AND SPACE-PADDED FOR
000800* WHATEVER THE OPERATOR ACTUALLY KEYS, SO "5" COMES IN AS "5" FOLL-
001030     05 PAD-FILE-ID         PIC X(08).
001040     05 FILLER              PIC X(10) VALUE ' CTL DATE '.
001050     05 PAD-CTL-DATE        PIC X(08).
001060     05 FILLER              PIC X(01) VALUE SPACES.
001065     05 PAD-STATUS          PIC X(08).
001070 01  WS-PND-CUBE-DETAIL.
001080     05 FILLER              PIC X(11) VALUE 'L-MAX-STEP '.
001090     05 PCD-MAX-STEP        PIC 9(10).
001100     05 FILLER              PIC X(17) VALUE SPACES.
001105     05 PCD-STATUS          PIC X(08).
001110 01  WS-PND-TOTAL            PIC 9(02) COMP VALUE ZERO.
001120 01  WS-PND-MORE-LINE.
001130     05 FILLER              PIC X(14) VALUE 'SHOWING  3 OF '.
002040     EXIT.
002050*----------------------------------------------------------------
002060* 2100-UPDATE-ADDMAIN-PARM - FILE AddMain'S RUN-CONTROL CARD
002070*                            PENDING UNDER ITS EFFECTIVE DATE: A
002080*                            PENDING CARD FOR THE DATE IS
002090*                            REPLACED, OTHERWISE A NEW PENDING
002095*                            CARD TAKES A FREE SLOT
002100*----------------------------------------------------------------
002110 2100-UPDATE-ADDMAIN-PARM.
002120     PERFORM 2150-EDIT-EFF-DATE THRU 2150-EXIT.
002140         GO TO 2100-EXIT
002150     END-IF.
002160     PERFORM 2110-SCAN-ADDPARM-SLOTS THRU 2110-EXIT.
002165     PERFORM 2170-GET-MAKER-STAMP THRU 2170-EXIT.
002170     IF WS-MATCH-RRN > ZERO
002180         EXEC CICS READ
002190             FILE     ('ADDPARM')
002220             UPDATE
002230             RESP     (WS-RESP)
002240         END-EXEC
002242         IF WS-RESP NOT = DFHRESP(NORMAL)
002244             MOVE 'ERROR READING ADDPARM - SEE CICS LOG' TO MSGI
002246             GO TO 2100-EXIT
002248         END-IF
002250         PERFORM 2120-BUILD-ADDPARM-CARD THRU 2120-EXIT
002280         EXEC CICS REWRITE
002290             FILE     ('ADDPARM')
002300             FROM     (ADDMAIN-PARM-RECORD)
002310             RESP     (WS-RESP)
002320         END-EXEC
002330         IF WS-RESP = DFHRESP(NORMAL)
002340             MOVE 'PENDING AddMain CARD REPLACED' TO MSGI
002350         ELSE
002360             MOVE 'ERROR WRITING ADDPARM - SEE CICS LOG' TO MSGI
002370         END-IF
002375         GO TO 2100-EXIT
002380     END-IF.
002382     IF WS-EMPTY-RRN = ZERO AND WS-RETIRED-RRN = ZERO
002384         MOVE 'PARAMETER FILE FULL - RETIRE OLD CARDS' TO MSGI
002386         GO TO 2100-EXIT
002388     END-IF.
002390     MOVE SPACES TO ADDMAIN-PARM-RECORD.
002392     IF WS-BASE-RRN > ZERO
002394         EXEC CICS READ
002396             FILE     ('ADDPARM')
002398             INTO     (ADDMAIN-PARM-RECORD)
002400             RIDFLD   (WS-BASE-RRN)
002402             RESP     (WS-RESP)
002404         END-EXEC
002406     END-IF.
002408     PERFORM 2120-BUILD-ADDPARM-CARD THRU 2120-EXIT.
002410     IF WS-EMPTY-RRN > ZERO
002440         EXEC CICS WRITE
002450             FILE     ('ADDPARM')
002460             FROM     (ADDMAIN-PARM-RECORD)
002470             RIDFLD   (WS-EMPTY-RRN)
002480             RESP     (WS-RESP)
002490         END-EXEC
002500     ELSE
002502         EXEC CICS READ
002504             FILE     ('ADDPARM')
002506             INTO     (WS-SLOT-RECORD)
002508             RIDFLD   (WS-RETIRED-RRN)
002510             UPDATE
002512             RESP     (WS-RESP)
002514         END-EXEC
002515         IF WS-RESP NOT = DFHRESP(NORMAL)
002516             MOVE 'ERROR READING ADDPARM - SEE CICS LOG' TO MSGI
002517             GO TO 2100-EXIT
002518         END-IF
002519         EXEC CICS REWRITE
002520             FILE     ('ADDPARM')
002521             FROM     (ADDMAIN-PARM-RECORD)
002522             RESP     (WS-RESP)
002524         END-EXEC
002526     END-IF.
002528     IF WS-RESP = DFHRESP(NORMAL)
002530         MOVE 'AddMain CARD FILED - PENDING APPROVAL' TO MSGI
002540     ELSE
002550         MOVE 'ERROR WRITING ADDPARM - SEE CICS LOG' TO MSGI
002560     END-IF.
002610 2100-EXIT.
002620     EXIT.
002630*----------------------------------------------------------------
002640* 2110-SCAN-ADDPARM-SLOTS - NOTE THE PENDING AND APPROVED CARDS
002650*                           FOR THE KEYED EFFECTIVE DATE, THE
002660*                           FIRST FREE SLOT AND THE FIRST
002665*                           REJECTED CARD ON THE ADDPARM FILE
002670*----------------------------------------------------------------
002680 2110-SCAN-ADDPARM-SLOTS.
002690     MOVE ZERO TO WS-MATCH-RRN.
002700     MOVE ZERO TO WS-EMPTY-RRN.
002702     MOVE ZERO TO WS-BASE-RRN.
002704     MOVE ZERO TO WS-RETIRED-RRN.
002710     PERFORM 2115-READ-ONE-ADDPARM THRU 2115-EXIT
002720         VARYING WS-RRN FROM 1 BY 1
002730         UNTIL WS-RRN > WS-MAX-SLOTS.
002740 2110-EXIT.
002750     EXIT.
002760*----------------------------------------------------------------
002870         RIDFLD   (WS-RRN)
002880         RESP     (WS-RESP)
002890     END-EXEC.
002900     IF WS-RESP NOT = DFHRESP(NORMAL)
002910         IF WS-EMPTY-RRN = ZERO
002920             MOVE WS-RRN TO WS-EMPTY-RRN
002930         END-IF
002940         GO TO 2115-EXIT
002950     END-IF.
002952     IF PARM-CARD-REJECTED
002954         IF WS-RETIRED-RRN = ZERO
002956             MOVE WS-RRN TO WS-RETIRED-RRN
002958         END-IF
002960         GO TO 2115-EXIT
002962     END-IF.
002964     IF PARM-EFFECTIVE-DATE = WS-EFF-EDIT
002966         OR (WS-EFF-EDIT = '00000000'
002968             AND PARM-EFFECTIVE-DATE = SPACES)
002970         IF PARM-CARD-PENDING
002972             MOVE WS-RRN TO WS-MATCH-RRN
002974         ELSE
002976             MOVE WS-RRN TO WS-BASE-RRN
002978         END-IF
002980     END-IF.
003010 2115-EXIT.
003020     EXIT.
003022*----------------------------------------------------------------
003023* 2120-BUILD-ADDPARM-CARD - PUT THE KEYED VALUES ON THE CARD AND
003024*                           MARK IT PENDING UNDER THE MAKER STAMP
003025*----------------------------------------------------------------
003026 2120-BUILD-ADDPARM-CARD.
003027     MOVE CDATI TO PARM-CONTROL-DATE.
003028     MOVE TFIDI TO PARM-TRANS-FILE-ID.
003029     MOVE WS-EFF-EDIT TO PARM-EFFECTIVE-DATE.
003030     MOVE SPACES TO PARM-APPROVAL.
003031     MOVE 'P' TO PARM-APPR-STATUS.
003032     MOVE WS-USERID TO PARM-MAKER-USER.
003033     MOVE WS-CUR-DATE TO PARM-MAKER-DATE.
003034     MOVE WS-CUR-TIME TO PARM-MAKER-TIME.
003035 2120-EXIT.
003036     EXIT.
003037*----------------------------------------------------------------
003040* 2150-EDIT-EFF-DATE - A BLANK EFFECTIVE DATE IS THE BASE CARD
003050*                      (ALL ZEROS ON FILE); ANYTHING ELSE MUST BE
003060*                      A FULL YYYYMMDD
003190     END-IF.
003200 2150-EXIT.
003210     EXIT.
003211*----------------------------------------------------------------
003212* 2170-GET-MAKER-STAMP - PICK UP THE SIGNED-ON USER AND THE
003213*                        CURRENT DATE AND TIME FOR THE CARD
003214*----------------------------------------------------------------
003215 2170-GET-MAKER-STAMP.
003216     EXEC CICS ASSIGN
003217         USERID (WS-USERID)
003218     END-EXEC.
003219     EXEC CICS ASKTIME
003220         ABSTIME (WS-ABSTIME)
003221     END-EXEC.
003222     EXEC CICS FORMATTIME
003223         ABSTIME  (WS-ABSTIME)
003224         YYYYMMDD (WS-CUR-DATE)
003225         TIME     (WS-CUR-TIME)
003226     END-EXEC.
003227 2170-EXIT.
003228     EXIT.
003229*----------------------------------------------------------------
003230* 2200-UPDATE-CUBE-PARM - FILE cube.cbl'S L-MAX-STEP CARD PENDING
003240*                         UNDER ITS EFFECTIVE DATE, THE SAME WAY
003250*                         AS THE AddMain CARD
003260*----------------------------------------------------------------
003270 2200-UPDATE-CUBE-PARM.
003280     MOVE ZERO TO WS-MAXST-EDIT.
003390         GO TO 2200-EXIT
003400     END-IF.
003410     PERFORM 2210-SCAN-CUBEPARM-SLOTS THRU 2210-EXIT.
003415     PERFORM 2170-GET-MAKER-STAMP THRU 2170-EXIT.
003420     IF WS-MATCH-RRN > ZERO
003430         EXEC CICS READ
003440             FILE     ('CUBEPARM')
003470             UPDATE
003480             RESP     (WS-RESP)
003490         END-EXEC
003492         IF WS-RESP NOT = DFHRESP(NORMAL)
003494             MOVE 'ERROR READING CUBEPARM - SEE CICS LOG' TO MSGI
003496             GO TO 2200-EXIT
003498         END-IF
003500         PERFORM 2220-BUILD-CUBEPARM-CARD THRU 2220-EXIT
003520         EXEC CICS REWRITE
003530             FILE     ('CUBEPARM')
003540             FROM     (CUBE-PARM-RECORD)
003550             RESP     (WS-RESP)
003560         END-EXEC
003570         IF WS-RESP = DFHRESP(NORMAL)
003580             MOVE 'PENDING CUBE CARD REPLACED' TO MSGI
003590         ELSE
003600             MOVE 'ERROR WRITING CUBEPARM - SEE CICS LOG' TO MSGI
003610         END-IF
003615         GO TO 2200-EXIT
003620     END-IF.
003622     IF WS-EMPTY-RRN = ZERO AND WS-RETIRED-RRN = ZERO
003624         MOVE 'PARAMETER FILE FULL - RETIRE OLD CARDS' TO MSGI
003626         GO TO 2200-EXIT
003628     END-IF.
003630     MOVE SPACES TO CUBE-PARM-RECORD.
003632     IF WS-BASE-RRN > ZERO
003634         EXEC CICS READ
003636             FILE     ('CUBEPARM')
003638             INTO     (CUBE-PARM-RECORD)
003640             RIDFLD   (WS-BASE-RRN)
003642             RESP     (WS-RESP)
003644         END-EXEC
003646     END-IF.
003648     PERFORM 2220-BUILD-CUBEPARM-CARD THRU 2220-EXIT.
003650     IF WS-EMPTY-RRN > ZERO
003670         EXEC CICS WRITE
003680             FILE     ('CUBEPARM')
003690             FROM     (CUBE-PARM-RECORD)
003700             RIDFLD   (WS-EMPTY-RRN)
003710             RESP     (WS-RESP)
003720         END-EXEC
003730     ELSE
003732         EXEC CICS READ
003734             FILE     ('CUBEPARM')
003736             INTO     (WS-SLOT-RECORD)
003738             RIDFLD   (WS-RETIRED-RRN)
003740             UPDATE
003742             RESP     (WS-RESP)
003744         END-EXEC
003745         IF WS-RESP NOT = DFHRESP(NORMAL)
003746             MOVE 'ERROR READING CUBEPARM - SEE CICS LOG' TO MSGI
003747             GO TO 2200-EXIT
003748         END-IF
003749         EXEC CICS REWRITE
003750             FILE     ('CUBEPARM')
003751             FROM     (CUBE-PARM-RECORD)
003752             RESP     (WS-RESP)
003754         END-EXEC
003756     END-IF.
003758     IF WS-RESP = DFHRESP(NORMAL)
003760         MOVE 'CUBE CARD FILED - PENDING APPROVAL' TO MSGI
003770     ELSE
003780         MOVE 'ERROR WRITING CUBEPARM - SEE CICS LOG' TO MSGI
003790     END-IF.
003840 2200-EXIT.
003850     EXIT.
003860*----------------------------------------------------------------
003870* 2210-SCAN-CUBEPARM-SLOTS - NOTE THE PENDING AND APPROVED CARDS
003880*                            FOR THE KEYED EFFECTIVE DATE, THE
003890*                            FIRST FREE SLOT AND THE FIRST
003895*                            REJECTED CARD ON THE CUBEPARM FILE
003900*----------------------------------------------------------------
003910 2210-SCAN-CUBEPARM-SLOTS.
003920     MOVE ZERO TO WS-MATCH-RRN.
003930     MOVE ZERO TO WS-EMPTY-RRN.
003932     MOVE ZERO TO WS-BASE-RRN.
003934     MOVE ZERO TO WS-RETIRED-RRN.
003940     PERFORM 2215-READ-ONE-CUBEPARM THRU 2215-EXIT
003950         VARYING WS-RRN FROM 1 BY 1
003960         UNTIL WS-RRN > WS-MAX-SLOTS.
003970 2210-EXIT.
003980     EXIT.
003990*----------------------------------------------------------------
004080         RIDFLD   (WS-RRN)
004090         RESP     (WS-RESP)
004100     END-EXEC.
004110     IF WS-RESP NOT = DFHRESP(NORMAL)
004120         IF WS-EMPTY-RRN = ZERO
004130             MOVE WS-RRN TO WS-EMPTY-RRN
004140         END-IF
004150         GO TO 2215-EXIT
004160     END-IF.
004162     IF PARM-CUBE-REJECTED
004164         IF WS-RETIRED-RRN = ZERO
004166             MOVE WS-RRN TO WS-RETIRED-RRN
004168         END-IF
004170         GO TO 2215-EXIT
004172     END-IF.
004174     IF PARM-CUBE-EFF-DATE = WS-EFF-EDIT
004176         OR (WS-EFF-EDIT = '00000000'
004178             AND PARM-CUBE-EFF-DATE = SPACES)
004180         IF PARM-CUBE-PENDING
004182             MOVE WS-RRN TO WS-MATCH-RRN
004184         ELSE
004186             MOVE WS-RRN TO WS-BASE-RRN
004188         END-IF
004190     END-IF.
004220 2215-EXIT.
004230     EXIT.
004231*----------------------------------------------------------------
004232* 2220-BUILD-CUBEPARM-CARD - PUT THE KEYED VALUES ON THE CARD AND
004233*                            MARK IT PENDING UNDER THE MAKER STAMP
004234*----------------------------------------------------------------
004235 2220-BUILD-CUBEPARM-CARD.
004236     MOVE WS-MAXST-EDIT TO PARM-MAX-STEP.
004237     MOVE WS-EFF-EDIT TO PARM-CUBE-EFF-DATE.
004238     MOVE SPACES TO PARM-CUBE-APPROVAL.
004239     MOVE 'P' TO PARM-CUBE-APPR-STATUS.
004240     MOVE WS-USERID TO PARM-CUBE-MAKER-USER.
004241     MOVE WS-CUR-DATE TO PARM-CUBE-MAKER-DATE.
004242     MOVE WS-CUR-TIME TO PARM-CUBE-MAKER-TIME.
004243 2220-EXIT.
004244     EXIT.
004245*----------------------------------------------------------------
004250* 2310-BROWSE-ADDPARM - LIST THE ADDPARM CARDS ON FILE, UP TO
004260*                       FOUR TO THE SCREEN. WHEN THE FILE HOLDS
004270*                       MORE, THE LAST LINE SAYS HOW MANY THERE
004560             MOVE PARM-EFFECTIVE-DATE TO PL-EFF-DATE
004570             MOVE PARM-TRANS-FILE-ID TO PAD-FILE-ID
004580             MOVE PARM-CONTROL-DATE TO PAD-CTL-DATE
004582             MOVE SPACES TO PAD-STATUS
004584             IF PARM-CARD-PENDING
004586                 MOVE 'PENDING' TO PAD-STATUS
004588             END-IF
004590             IF PARM-CARD-REJECTED
004592                 MOVE 'REJECTED' TO PAD-STATUS
004594             END-IF
004596             MOVE WS-PND-ADD-DETAIL TO PL-DETAIL
004600             MOVE WS-PND-LINE TO PARMR-PND-TEXT (WS-PND-IX)
004610         END-IF
004620     END-IF.
004940             ADD 1 TO WS-PND-IX
004950             MOVE PARM-CUBE-EFF-DATE TO PL-EFF-DATE
004960             MOVE PARM-MAX-STEP TO PCD-MAX-STEP
004962             MOVE SPACES TO PCD-STATUS
004964             IF PARM-CUBE-PENDING
004966                 MOVE 'PENDING' TO PCD-STATUS
004968             END-IF
004970             IF PARM-CUBE-REJECTED
004972                 MOVE 'REJECTED' TO PCD-STATUS
004974             END-IF
004976             MOVE WS-PND-CUBE-DETAIL TO PL-DETAIL
004980             MOVE WS-PND-LINE TO PARMR-PND-TEXT (WS-PND-IX)
004990         END-IF
005000     END-IF.
