000235*                  THE OPERATOR REPAIR IT, KEYED AS UNSIGNED
000236*                  CENTS WITH NO DECIMAL POINT (THE DEBIT/CREDIT
000237*                  BYTE CARRIES THE DIRECTION).
000238* 2026-10-02  DG   DUAL CONTROL. A RELEASE WHOSE REPAIRED AMOUNT
000239*                  IS ABOVE WS-APPROVAL-LIMIT ($5,000.00 IN
000240*                  DOLLARS, EITHER SIGN - FOREIGN-CURRENCY
000241*                  RELEASES ARE HELD REGARDLESS, SEE 2026-10-13)
000242*                  NOW GOES TO PENDING ('P') INSTEAD OF
000243*                  RELEASED, FOR A SECOND USER TO APPROVE ON THE
000244*                  APPRV SCREEN - REJREL DOES NOT RELEASE IT UNTIL
000245*                  THEN. EVERY UPDATE STAMPS THE OPERATOR'S USER
000246*                  ID, DATE AND TIME ON THE RECORD AS ITS MAKER
000247*                  AND CLEARS ANY EARLIER CHECKER DECISION. A
000248*                  PENDING RECORD CANNOT BE CHANGED HERE.
000249* 2026-10-13  DG   FOREIGN-CURRENCY REPAIRS. THE SCREEN NOW SHOWS
000250*                  THE DETAIL'S CURRENCY CODE AND LETS THE
000251*                  OPERATOR REPAIR IT (THREE LETTERS, OR BLANK
000252*                  FOR DOLLARS), SO A DETAIL REJECTED FOR AN
000253*                  UNKNOWN CODE OR NO RATE CAN BE RELEASED WITH
000254*                  THE RIGHT CODE. THE APPROVAL LIMIT IS IN
000255*                  DOLLARS AND THE AMOUNT HERE IS IN THE SENDING
000256*                  CURRENCY, WITH NO RATE FILE ONLINE TO CONVERT
000257*                  IT, SO EVERY FOREIGN-CURRENCY RELEASE NOW GOES
000258*                  TO PENDING FOR A SECOND USER WHATEVER ITS
000259*                  AMOUNT.
000260* 2026-10-15  DG   AN UPDATE ('U') TO A RECORD ALREADY RELEASED
000261*                  NO LONGER LEAVES IT RELEASED WITH THE CHANGED
000262*                  FIELDS - IT GOES BACK TO OPEN, SO THE NEW
000263*                  VALUES MUST BE RELEASED AGAIN AND PASS THE
000264*                  APPROVAL-LIMIT AND CURRENCY TEST BEFORE REJREL
000265*                  WILL RESUBMIT THEM.
000266*----------------------------------------------------------------
000267 ENVIRONMENT DIVISION.
000268 DATA DIVISION.
000270 WORKING-STORAGE SECTION.
000280*----------------------------------------------------------------
000290* CICS RESPONSE AND KEY WORK AREAS
000430 01  WS-NUM-EDIT             PIC 9(02) VALUE ZERO.
000432 01  WS-AMT-EDIT             PIC 9(10) VALUE ZERO.
000434 01  WS-AMT-DISP             PIC 9(09) VALUE ZERO.
000435*----------------------------------------------------------------
000436* DUAL CONTROL - A RELEASE WITH A REPAIRED AMOUNT ABOVE THIS
000437* LIMIT (EITHER SIGN) WAITS FOR A SECOND USER ON APPRV. THE
000438* LIMIT IS IN DOLLARS, SO A FOREIGN-CURRENCY RELEASE ALWAYS
000439* WAITS. THE MAKER STAMP IS THE SIGNED-ON USER AND THE CICS
000440* CLOCK.
000441*----------------------------------------------------------------
000442 01  WS-APPROVAL-LIMIT       PIC S9(07)V99 VALUE 5000.00.
000443 01  WS-USERID               PIC X(08) VALUE SPACES.
000444 01  WS-ABSTIME              PIC S9(15) COMP-3 VALUE ZERO.
000445 01  WS-CUR-DATE             PIC X(08) VALUE SPACES.
000446 01  WS-CUR-TIME             PIC X(06) VALUE SPACES.
000447 01  WS-SWITCHES.
000450     05 WS-KEY-ERR-SW       PIC X(01) VALUE 'N'.
000460         88 KEY-ERROR                  VALUE 'Y'.
000470     05 WS-FIELD-ERR-SW     PIC X(01) VALUE 'N'.
000480         88 FIELD-ERROR                VALUE 'Y'.
000490     05 WS-RELEASE-SW       PIC X(01) VALUE 'N'.
000500         88 RELEASE-REQUESTED          VALUE 'Y'.
000505     05 WS-HOLD-SW          PIC X(01) VALUE 'N'.
000506         88 HELD-FOR-APPROVAL          VALUE 'Y'.
000507     05 WS-WITHDRAWN-SW     PIC X(01) VALUE 'N'.
000508         88 RELEASE-WITHDRAWN          VALUE 'Y'.
000510*----------------------------------------------------------------
000520* RAW RECORD IMAGE WORK AREA, OVERLAID WITH THE DETAIL FIELD
000530* LAYOUT THE REPAIRS ARE APPLIED TO - THE SAME COLUMNS TRANEDIT
000622     05 IM-AMOUNT           PIC S9(07)V99.
000624     05 IM-AMOUNT-X REDEFINES IM-AMOUNT
000626                            PIC X(09).
000627     05 IM-RESUB-FLAG       PIC X(01).
000628     05 IM-CURRENCY-CODE    PIC X(03).
000629         88 IM-DOLLARS              VALUE SPACES 'USD'.
000630     05 FILLER              PIC X(57).
000640     COPY DFHAID.
000650     COPY DFHBMSCA.
000660*----------------------------------------------------------------
001930*                      RELEASED WHEN THE ACTION WAS 'R'. A FIELD
001940*                      LEFT BLANK KEEPS WHAT THE RECORD HOLDS. A
001950*                      RECORD ALREADY RESUBMITTED IS HISTORY AND
001960*                      IS NOT CHANGED, AND ONE PENDING APPROVAL
001962*                      WAITS FOR THE CHECKER'S DECISION. A
001964*                      RELEASE ABOVE THE APPROVAL LIMIT, OR IN
001966*                      A FOREIGN CURRENCY, GOES TO PENDING
001968*                      INSTEAD OF RELEASED. AN UPDATE TO A
001970*                      RECORD ALREADY RELEASED WITHDRAWS THE
001972*                      RELEASE - IT GOES BACK TO OPEN AND MUST
001974*                      BE RELEASED AGAIN, PASSING THE APPROVAL
001976*                      TEST ON ITS NEW VALUES.
001978*----------------------------------------------------------------
001980 2200-UPDATE-RECORD.
001990     EXEC CICS READ
002000         FILE     ('TRANREJV')
002150         MOVE 'ALREADY RESUBMITTED - NOT CHANGED' TO MSGI
002160         GO TO 2200-EXIT
002170     END-IF.
002171     IF REJ-PENDING
002172         EXEC CICS UNLOCK
002173             FILE ('TRANREJV')
002174         END-EXEC
002175         PERFORM 2900-SHOW-RECORD THRU 2900-EXIT
002176         MOVE 'PENDING APPROVAL - NOT CHANGED' TO MSGI
002177         GO TO 2200-EXIT
002178     END-IF.
002180     MOVE REJ-RECORD-IMAGE TO WS-EDIT-IMAGE.
002190     PERFORM 2250-APPLY-FIELD-REPAIRS THRU 2250-EXIT.
002200     IF FIELD-ERROR
002240         GO TO 2200-EXIT
002250     END-IF.
002260     MOVE WS-EDIT-IMAGE TO REJ-RECORD-IMAGE.
002262     MOVE 'N' TO WS-HOLD-SW.
002266     MOVE 'N' TO WS-WITHDRAWN-SW.
002270     IF RELEASE-REQUESTED
002271         IF NOT IM-DOLLARS
002272             OR (IM-AMOUNT IS NUMERIC
002273                 AND (IM-AMOUNT > WS-APPROVAL-LIMIT
002274                 OR IM-AMOUNT < ZERO - WS-APPROVAL-LIMIT))
002275             SET HELD-FOR-APPROVAL TO TRUE
002276             MOVE 'P' TO REJ-STATUS
002277         ELSE
002280             MOVE 'R' TO REJ-STATUS
002285         END-IF
002286     ELSE
002287         IF REJ-RELEASED
002288             SET RELEASE-WITHDRAWN TO TRUE
002289         END-IF
002290         MOVE 'O' TO REJ-STATUS
002291     END-IF.
002292     PERFORM 2270-STAMP-MAKER THRU 2270-EXIT.
002300     EXEC CICS REWRITE
002310         FILE     ('TRANREJV')
002320         FROM     (REJECT-REPAIR-RECORD)
002370         GO TO 2200-EXIT
002380     END-IF.
002390     PERFORM 2900-SHOW-RECORD THRU 2900-EXIT.
002400     IF HELD-FOR-APPROVAL
002405         MOVE 'REPAIRED - PENDING SECOND-USER APPROVAL'
002406             TO MSGI
002407         GO TO 2200-EXIT
002408     END-IF.
002410     IF RELEASE-REQUESTED
002420         MOVE 'REJECT REPAIRED AND RELEASED' TO MSGI
002425     ELSE
002426         IF RELEASE-WITHDRAWN
002427             MOVE 'UPDATED - RELEASE WITHDRAWN, NOW OPEN'
002428                 TO MSGI
002429         ELSE
002430             MOVE 'REJECT UPDATED - STILL OPEN' TO MSGI
002435         END-IF
002440     END-IF.
002450 2200-EXIT.
002460     EXIT.
002920         END-IF
002921         COMPUTE IM-AMOUNT = WS-AMT-EDIT / 100
002922     END-IF.
002923     IF CCYL > ZERO
002924         IF CCYI = SPACES
002925             MOVE SPACES TO IM-CURRENCY-CODE
002926         ELSE
002927             IF CCYL NOT = 3
002928                 OR CCYI IS NOT ALPHABETIC-UPPER
002929                 OR CCYI(1:1) = SPACE
002930                 OR CCYI(2:1) = SPACE
002931                 OR CCYI(3:1) = SPACE
002932                 MOVE 'CURRENCY MUST BE 3 LETTERS OR BLANK'
002933                     TO MSGI
002934                 SET FIELD-ERROR TO TRUE
002935                 GO TO 2250-EXIT
002936             END-IF
002937             MOVE CCYI TO IM-CURRENCY-CODE
002938         END-IF
002939     END-IF.
002940 2250-EXIT.
002941     EXIT.
002942*----------------------------------------------------------------
002943* 2270-STAMP-MAKER - STAMP THE SIGNED-ON USER AND THE CURRENT
002944*                    DATE AND TIME ON THE RECORD AS THE MAKER OF
002945*                    THIS REPAIR. ANY EARLIER CHECKER DECISION
002946*                    WAS ON THE RECORD AS IT STOOD BEFORE, SO IT
002947*                    IS CLEARED.
002948*----------------------------------------------------------------
002949 2270-STAMP-MAKER.
002950     EXEC CICS ASSIGN
002951         USERID (WS-USERID)
002952     END-EXEC.
002953     EXEC CICS ASKTIME
002954         ABSTIME (WS-ABSTIME)
002955     END-EXEC.
002956     EXEC CICS FORMATTIME
002957         ABSTIME  (WS-ABSTIME)
002958         YYYYMMDD (WS-CUR-DATE)
002959         TIME     (WS-CUR-TIME)
002960     END-EXEC.
002961     MOVE SPACES TO REJ-APPROVAL.
002962     MOVE WS-USERID   TO REJ-MAKER-USER.
002963     MOVE WS-CUR-DATE TO REJ-MAKER-DATE.
002964     MOVE WS-CUR-TIME TO REJ-MAKER-TIME.
002965 2270-EXIT.
002966     EXIT.
002967*----------------------------------------------------------------
002968* 2900-SHOW-RECORD - MOVE THE REPAIR RECORD'S STATUS, REASON AND
002969*                    RAW FIELDS OUT TO THE SCREEN
002970*----------------------------------------------------------------
002980 2900-SHOW-RECORD.
002990     MOVE REJ-RECORD-IMAGE TO WS-EDIT-IMAGE.
003078     ELSE
003079         MOVE IM-AMOUNT-X TO AMTO
003080     END-IF.
003083     MOVE IM-CURRENCY-CODE  TO CCYO.
003086 2900-EXIT.
003090     EXIT.
003100*----------------------------------------------------------------
003110* 9000-END-SESSION - PF3 OR CLEAR - END THE TRANSACTION
