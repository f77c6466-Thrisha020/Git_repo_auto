000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DTLINQ.
000030 AUTHOR. D-GOODWIN.
000040 INSTALLATION. BATCH-CONTROL-GROUP.
000050 DATE-WRITTEN. 2026-09-28.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  ------------------------------------------
000120* 2026-09-28  DG   NEW PROGRAM. ONLINE POSTED-DETAIL INQUIRY
000130*                  (TRANID DTLQ), A SIBLING OF BATINQ ON ITS OWN
000140*                  BMS MAP (DTLMAP). THE OPERATOR KEYS A BATCH ID
000150*                  (AND OPTIONALLY A CONTROL DATE AND A MINIMUM
000160*                  AMOUNT) AND PAGES THROUGH THE TRANSACTIONS
000170*                  AddMain POSTED FOR IT OFF THE KEYED DETAIL
000180*                  HISTORY (TRANDTL) - TEN TO A SCREEN, PF8
000190*                  FORWARD AND PF7 BACK, AS ON AUDINQ. PF5 ON
000200*                  THE BATINQ SCREEN TRANSFERS HERE WITH THE
000210*                  BATCH (AND DATE) ALREADY KEYED, SO A QUERY ON
000220*                  A BATCH TOTAL GOES STRAIGHT TO THE DETAILS
000230*                  BEHIND IT. THE FILTERS AND BROWSE POSITION
000240*                  RIDE IN THE COMMAREA (DTLCOMM).
000241* 2026-10-13  DG   EACH LINE NOW SHOWS THE DETAIL'S CURRENCY CODE
000242*                  AND THE DOLLAR AMOUNT IT POSTED AS NEXT TO THE
000243*                  AMOUNT AS SENT (TYPE SHORTENED TO DR/CR TO
000244*                  MAKE ROOM). THE AMOUNT FILTER IS NOW ON THE
000245*                  POSTED DOLLAR AMOUNT, EITHER SIGN, KEYED IN
000246*                  CENTS, WITH A MAXIMUM AS WELL AS A MINIMUM -
000247*                  THE SAME FIGURE IN BOTH FINDS AN EXACT AMOUNT.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 DATA DIVISION.
000280 WORKING-STORAGE SECTION.
000290*----------------------------------------------------------------
000300* CICS RESPONSE AND BROWSE WORK AREAS
000310*----------------------------------------------------------------
000320 01  WS-RESP                PIC S9(08) COMP.
000330 01  WS-BROWSE-KEY.
000340     05 WB-BATCH-ID         PIC X(04).
000350     05 WB-CONTROL-DATE     PIC X(08).
000360     05 WB-SEQUENCE         PIC 9(07).
000370*----------------------------------------------------------------
000380* BROWSE CONTROL SWITCHES AND COUNTERS
000390*----------------------------------------------------------------
000400 01  WS-SWITCHES.
000410     05 WS-BROWSE-DONE-SW   PIC X(01) VALUE 'N'.
000420         88 BROWSE-DONE                VALUE 'Y'.
000430     05 WS-SKIP-BOT-SW      PIC X(01) VALUE 'N'.
000440         88 SKIP-BOT-KEY               VALUE 'Y'.
000450     05 WS-FILTER-SW        PIC X(01) VALUE 'N'.
000460         88 DETAIL-WANTED              VALUE 'Y'.
000470 01  WS-LINE-IX             PIC 9(02) COMP VALUE ZERO.
000480 01  WS-CLEAR-IX            PIC 9(02) COMP VALUE ZERO.
000490 01  WS-BACK-COUNT          PIC 9(02) COMP VALUE ZERO.
000500 01  WS-ABS-AMOUNT          PIC 9(09)V99 VALUE ZERO.
000501*----------------------------------------------------------------
000502* AMOUNT FILTER WORK FIELD. THE MINIMUM AND MAXIMUM ARE KEYED AS
000503* CENTS WITH NO DECIMAL POINT, AS THE AMOUNT IS ON REJFIX, AND
000504* ARRIVE RIGHT-JUSTIFIED AND ZERO-FILLED BY BMS.
000505*----------------------------------------------------------------
000506 01  WS-AMT-EDIT            PIC 9(09) VALUE ZERO.
000510*----------------------------------------------------------------
000520* ONE FORMATTED BROWSE LINE
000530*----------------------------------------------------------------
000540 01  WS-DETAIL-LINE.
000550     05 DL-DATE             PIC X(08).
000560     05 FILLER              PIC X(01) VALUE SPACE.
000570     05 DL-SEQUENCE         PIC ZZZZZZ9.
000580     05 FILLER              PIC X(01) VALUE SPACE.
000590     05 DL-TYPE             PIC X(02).
000600     05 FILLER              PIC X(01) VALUE SPACE.
000610     05 DL-NUM1             PIC Z9.
000620     05 FILLER              PIC X(01) VALUE SPACE.
000630     05 DL-NUM2             PIC Z9.
000640     05 FILLER              PIC X(01) VALUE SPACE.
000650     05 DL-AMOUNT           PIC ZZZZZZ9.99-.
000660     05 FILLER              PIC X(01) VALUE SPACE.
000662     05 DL-CURRENCY-CODE    PIC X(03).
000664     05 DL-DOLLAR-AMOUNT    PIC ZZZZZZZZ9.99-.
000666     05 FILLER              PIC X(01) VALUE SPACE.
000670     05 DL-RESUB            PIC X(05).
000680     05 FILLER              PIC X(01) VALUE SPACE.
000690     05 DL-FILE-ID          PIC X(08).
000700     05 FILLER              PIC X(01) VALUE SPACE.
000710     05 DL-RUN-DATE         PIC 9(08).
000730     COPY DFHAID.
000740     COPY DFHBMSCA.
000750*----------------------------------------------------------------
000760* SYMBOLIC MAP FOR THE INQUIRY SCREEN, PLUS A REDEFINITION THAT
000770* OVERLAYS THE TEN DETAIL LINES AS A TABLE SO THE FILL LOOP CAN
000780* SUBSCRIPT THEM.
000790*----------------------------------------------------------------
000800     COPY DTLMAP.
000810 01  DTLM1R REDEFINES DTLM1I.
000820     05 FILLER              PIC X(12).
000830     05 FILLER              PIC X(07).
000840     05 FILLER              PIC X(11).
000850     05 FILLER              PIC X(12).
000855     05 FILLER              PIC X(12).
000860     05 DTLR-DTL OCCURS 10 TIMES.
000870         10 DTLR-DTL-LEN    COMP PIC S9(4).
000880         10 DTLR-DTL-ATTR   PIC X(01).
000890         10 DTLR-DTL-TEXT   PIC X(78).
000900     05 FILLER              PIC X(43).
000910*----------------------------------------------------------------
000920* KEYED DETAIL-HISTORY RECORD READ BY THE BROWSE
000930*----------------------------------------------------------------
000940     COPY TRANDTL.
000950*----------------------------------------------------------------
000960* BACKWARD-PAGING WORK TABLE - THE KEYS OF THE RECORDS FOUND
000970* BEHIND THE TOP OF THE CURRENT SCREEN. THE EARLIEST ONE BECOMES
000980* THE NEW STARTING KEY AND THE PAGE IS THEN FILLED FORWARD.
000990*----------------------------------------------------------------
001000 01  WS-BACK-KEYS.
001010     05 WS-BACK-KEY OCCURS 10 TIMES PIC X(19).
001020*----------------------------------------------------------------
001030* COMMAREA - THE SEARCH FILTERS AND THE KEYS AT THE TOP AND
001040* BOTTOM OF THE SCREEN NOW SHOWING, CARRIED BETWEEN TASKS SO
001050* PF7/PF8 KNOW WHERE THE OPERATOR IS. SHARED WITH BATINQ, WHICH
001060* BUILDS IT TO DRILL DOWN FROM A BATCH.
001070*----------------------------------------------------------------
001080     COPY DTLCOMM.
001090 LINKAGE SECTION.
001100 01  DFHCOMMAREA            PIC X(69).
001110 PROCEDURE DIVISION.
001120*================================================================
001130* 0000-MAINLINE
001140*================================================================
001150 0000-MAINLINE.
001160     IF EIBCALEN > ZERO
001170         MOVE DFHCOMMAREA TO DTL-COMMAREA
001180     END-IF.
001190     IF DC-FROM-BATINQ
001200         PERFORM 1100-DRILL-DOWN THRU 1100-EXIT
001210     END-IF.
001220     EXEC CICS HANDLE AID
001230         PF3   (9000-END-SESSION)
001240         CLEAR (9000-END-SESSION)
001250         PF7   (4000-PAGE-BACKWARD)
001260         PF8   (4100-PAGE-FORWARD)
001270     END-EXEC.
001280     EXEC CICS HANDLE CONDITION
001290         MAPFAIL (1000-SEND-INITIAL-MAP)
001300     END-EXEC.
001310     EXEC CICS RECEIVE
001320         MAP    ('DTLM1')
001330         MAPSET ('DTLMAP')
001340         INTO   (DTLM1I)
001350     END-EXEC.
001360     PERFORM 2000-NEW-SEARCH THRU 2000-EXIT.
001370     PERFORM 9100-SEND-SCREEN THRU 9100-EXIT.
001380     EXEC CICS RETURN
001390         TRANSID  ('DTLQ')
001400         COMMAREA (DTL-COMMAREA)
001410     END-EXEC.
001420*----------------------------------------------------------------
001430* 1000-SEND-INITIAL-MAP - FIRST TIME IN, OR THE OPERATOR CLEARED
001440*                         THE SCREEN - START WITH A BLANK FORM
001450*----------------------------------------------------------------
001460 1000-SEND-INITIAL-MAP.
001470     MOVE SPACES TO DTLM1O.
001480     EXEC CICS SEND MAP
001490         MAP    ('DTLM1')
001500         MAPSET ('DTLMAP')
001510         ERASE
001520     END-EXEC.
001530     EXEC CICS RETURN
001540         TRANSID  ('DTLQ')
001550         COMMAREA (DTL-COMMAREA)
001560     END-EXEC.
001570*----------------------------------------------------------------
001580* 1100-DRILL-DOWN - ARRIVED BY XCTL FROM BATINQ WITH THE BATCH
001590*                   (AND DATE) IN THE COMMAREA: FILL THE FIRST
001600*                   PAGE STRAIGHT AWAY AND PUT UP THE WHOLE MAP,
001610*                   SINCE THE TERMINAL STILL SHOWS THE BATINQ
001620*                   SCREEN
001630*----------------------------------------------------------------
001640 1100-DRILL-DOWN.
001650     MOVE SPACE TO DC-ENTRY-SW.
001660     MOVE SPACES TO DTLM1O.
001670     MOVE ZERO TO DC-MIN-AMOUNT.
001675     MOVE ZERO TO DC-MAX-AMOUNT.
001680     MOVE DC-BATCH-ID TO WB-BATCH-ID.
001690     IF DC-CONTROL-DATE = SPACES
001700         MOVE '00000000' TO WB-CONTROL-DATE
001710     ELSE
001720         MOVE DC-CONTROL-DATE TO WB-CONTROL-DATE
001730     END-IF.
001740     MOVE ZERO TO WB-SEQUENCE.
001750     MOVE 'N' TO WS-SKIP-BOT-SW.
001760     PERFORM 3000-FILL-PAGE THRU 3000-EXIT.
001770     MOVE DC-BATCH-ID     TO BIDO.
001780     MOVE DC-CONTROL-DATE TO CDATO.
001790     MOVE ZERO            TO MAMTO.
001795     MOVE ZERO            TO XAMTO.
001800     MOVE DFHBMBRY TO MSGA.
001810     EXEC CICS SEND MAP
001820         MAP    ('DTLM1')
001830         MAPSET ('DTLMAP')
001840         ERASE
001850     END-EXEC.
001860     EXEC CICS RETURN
001870         TRANSID  ('DTLQ')
001880         COMMAREA (DTL-COMMAREA)
001890     END-EXEC.
001900 1100-EXIT.
001910     EXIT.
001920*----------------------------------------------------------------
001930* 2000-NEW-SEARCH - THE OPERATOR PRESSED ENTER: EDIT AND CAPTURE
001940*                   THE FILTERS FROM THE SCREEN AND FILL THE
001950*                   FIRST PAGE FROM THE START OF THE BATCH (OR
001960*                   OF ITS CONTROL DATE)
001970*----------------------------------------------------------------
001980 2000-NEW-SEARCH.
001990     IF BIDI = LOW-VALUES
002000         MOVE SPACES TO BIDI
002010     END-IF.
002020     IF CDATI = LOW-VALUES
002030         MOVE SPACES TO CDATI
002040     END-IF.
002050     MOVE BIDI  TO DC-BATCH-ID.
002060     MOVE CDATI TO DC-CONTROL-DATE.
002070     MOVE SPACES TO DC-TOP-KEY.
002080     MOVE SPACES TO DC-BOT-KEY.
002090     IF DC-BATCH-ID = SPACES
002100         PERFORM 3200-CLEAR-DETAIL-LINES THRU 3200-EXIT
002110         MOVE 'KEY A BATCH ID' TO MSGI
002120         GO TO 2000-EXIT
002130     END-IF.
002140     IF DC-CONTROL-DATE NOT = SPACES
002150         AND DC-CONTROL-DATE IS NOT NUMERIC
002160         PERFORM 3200-CLEAR-DETAIL-LINES THRU 3200-EXIT
002170         MOVE 'CONTROL DATE MUST BE YYYYMMDD' TO MSGI
002180         GO TO 2000-EXIT
002190     END-IF.
002200     IF MAMTI = SPACES OR MAMTI = LOW-VALUES
002210         MOVE ZERO TO MAMTI
002220     END-IF.
002230     IF MAMTI IS NOT NUMERIC
002240         PERFORM 3200-CLEAR-DETAIL-LINES THRU 3200-EXIT
002250         MOVE 'MINIMUM AMOUNT MUST BE CENTS, NO POINT' TO MSGI
002260         GO TO 2000-EXIT
002270     END-IF.
002271     IF XAMTI = SPACES OR XAMTI = LOW-VALUES
002272         MOVE ZERO TO XAMTI
002273     END-IF.
002274     IF XAMTI IS NOT NUMERIC
002275         PERFORM 3200-CLEAR-DETAIL-LINES THRU 3200-EXIT
002276         MOVE 'MAXIMUM AMOUNT MUST BE CENTS, NO POINT' TO MSGI
002277         GO TO 2000-EXIT
002278     END-IF.
002280     MOVE MAMTI TO WS-AMT-EDIT.
002281     COMPUTE DC-MIN-AMOUNT = WS-AMT-EDIT / 100.
002282     MOVE XAMTI TO WS-AMT-EDIT.
002283     COMPUTE DC-MAX-AMOUNT = WS-AMT-EDIT / 100.
002284     IF DC-MAX-AMOUNT > ZERO
002285         AND DC-MAX-AMOUNT < DC-MIN-AMOUNT
002286         PERFORM 3200-CLEAR-DETAIL-LINES THRU 3200-EXIT
002287         MOVE 'MAXIMUM AMOUNT IS BELOW THE MINIMUM' TO MSGI
002288         GO TO 2000-EXIT
002289     END-IF.
002290     MOVE DC-BATCH-ID TO WB-BATCH-ID.
002300     IF DC-CONTROL-DATE = SPACES
002310         MOVE '00000000' TO WB-CONTROL-DATE
002320     ELSE
002330         MOVE DC-CONTROL-DATE TO WB-CONTROL-DATE
002340     END-IF.
002350     MOVE ZERO TO WB-SEQUENCE.
002360     MOVE 'N' TO WS-SKIP-BOT-SW.
002370     PERFORM 3000-FILL-PAGE THRU 3000-EXIT.
002380 2000-EXIT.
002390     EXIT.
002400*----------------------------------------------------------------
002410* 3000-FILL-PAGE - BROWSE FORWARD FROM WS-BROWSE-KEY AND BUILD UP
002420*                  TO TEN SCREEN LINES THAT PASS THE FILTERS. THE
002430*                  KEYS OF THE FIRST AND LAST LINES SHOWN GO TO
002440*                  THE COMMAREA FOR THE NEXT PAGING REQUEST.
002450*----------------------------------------------------------------
002460 3000-FILL-PAGE.
002470     PERFORM 3200-CLEAR-DETAIL-LINES THRU 3200-EXIT.
002480     MOVE ZERO TO WS-LINE-IX.
002490     MOVE 'N' TO WS-BROWSE-DONE-SW.
002500     EXEC CICS STARTBR
002510         FILE   ('TRANDTL')
002520         RIDFLD (WS-BROWSE-KEY)
002530         GTEQ
002540         RESP   (WS-RESP)
002550     END-EXEC.
002560     IF WS-RESP NOT = DFHRESP(NORMAL)
002570         MOVE 'NO POSTED DETAILS ON FILE' TO MSGI
002580         GO TO 3000-EXIT
002590     END-IF.
002600     PERFORM 3100-FETCH-ONE-RECORD THRU 3100-EXIT
002610         UNTIL BROWSE-DONE OR WS-LINE-IX = 10.
002620     EXEC CICS ENDBR
002630         FILE ('TRANDTL')
002640     END-EXEC.
002650     IF WS-LINE-IX = ZERO
002660         MOVE 'NO POSTED DETAILS MATCH THE SEARCH' TO MSGI
002670     ELSE
002680         MOVE 'POSTED DETAILS DISPLAYED' TO MSGI
002690     END-IF.
002700 3000-EXIT.
002710     EXIT.
002720*----------------------------------------------------------------
002730* 3100-FETCH-ONE-RECORD - READ THE NEXT KEYED RECORD, APPLY THE
002740*                         FILTERS AND BUILD ITS SCREEN LINE. A
002750*                         RECORD FOR ANOTHER BATCH, OR PAST THE
002760*                         CONTROL DATE ASKED FOR, ENDS THE
002770*                         BROWSE. A RESUBMITTED DETAIL SHOWS
002780*                         BRIGHT.
002790*----------------------------------------------------------------
002800 3100-FETCH-ONE-RECORD.
002810     EXEC CICS READNEXT
002820         FILE   ('TRANDTL')
002830         INTO   (TRANS-DETAIL-RECORD)
002840         RIDFLD (WS-BROWSE-KEY)
002850         RESP   (WS-RESP)
002860     END-EXEC.
002870     IF WS-RESP NOT = DFHRESP(NORMAL)
002880         SET BROWSE-DONE TO TRUE
002890         GO TO 3100-EXIT
002900     END-IF.
002910     IF SKIP-BOT-KEY AND TD-KEY = DC-BOT-KEY
002920         GO TO 3100-EXIT
002930     END-IF.
002940     IF TD-BATCH-ID NOT = DC-BATCH-ID
002950         SET BROWSE-DONE TO TRUE
002960         GO TO 3100-EXIT
002970     END-IF.
002980     IF DC-CONTROL-DATE NOT = SPACES
002990         AND TD-CONTROL-DATE > DC-CONTROL-DATE
003000         SET BROWSE-DONE TO TRUE
003010         GO TO 3100-EXIT
003020     END-IF.
003030     PERFORM 3300-CHECK-AMOUNT THRU 3300-EXIT.
003040     IF NOT DETAIL-WANTED
003050         GO TO 3100-EXIT
003060     END-IF.
003070     ADD 1 TO WS-LINE-IX.
003080     IF WS-LINE-IX = 1
003090         MOVE TD-KEY TO DC-TOP-KEY
003100     END-IF.
003110     MOVE TD-KEY TO DC-BOT-KEY.
003120     MOVE TD-CONTROL-DATE TO DL-DATE.
003130     MOVE TD-SEQUENCE TO DL-SEQUENCE.
003140     IF TD-TYPE-DEBIT
003150         MOVE 'DR' TO DL-TYPE
003160     ELSE
003170         IF TD-TYPE-CREDIT
003180             MOVE 'CR' TO DL-TYPE
003190         ELSE
003200             MOVE TD-TRANS-TYPE TO DL-TYPE
003210         END-IF
003220     END-IF.
003230     MOVE TD-NUM1 TO DL-NUM1.
003240     MOVE TD-NUM2 TO DL-NUM2.
003250     MOVE TD-AMOUNT TO DL-AMOUNT.
003253     MOVE TD-CURRENCY-CODE TO DL-CURRENCY-CODE.
003256     MOVE TD-DOLLAR-AMOUNT TO DL-DOLLAR-AMOUNT.
003260     IF TD-RESUBMITTED
003270         MOVE 'RESUB' TO DL-RESUB
003280     ELSE
003290         MOVE SPACES TO DL-RESUB
003300     END-IF.
003310     MOVE TD-TRANS-FILE-ID TO DL-FILE-ID.
003320     MOVE TD-RUN-DATE TO DL-RUN-DATE.
003330     MOVE WS-DETAIL-LINE TO DTLR-DTL-TEXT (WS-LINE-IX).
003340     IF TD-RESUBMITTED
003350         MOVE DFHBMBRY TO DTLR-DTL-ATTR (WS-LINE-IX)
003360     END-IF.
003370 3100-EXIT.
003380     EXIT.
003390*----------------------------------------------------------------
003400* 3200-CLEAR-DETAIL-LINES - BLANK THE TEN BROWSE LINES AND PUT
003410*                           THEIR ATTRIBUTES BACK TO NORMAL
003420*----------------------------------------------------------------
003430 3200-CLEAR-DETAIL-LINES.
003440     PERFORM 3210-CLEAR-ONE-LINE THRU 3210-EXIT
003450         VARYING WS-CLEAR-IX FROM 1 BY 1
003460         UNTIL WS-CLEAR-IX > 10.
003470 3200-EXIT.
003480     EXIT.
003490*----------------------------------------------------------------
003500* 3210-CLEAR-ONE-LINE - BLANK ONE BROWSE LINE
003510*----------------------------------------------------------------
003520 3210-CLEAR-ONE-LINE.
003530     MOVE SPACES TO DTLR-DTL-TEXT (WS-CLEAR-IX).
003540     MOVE DFHBMASK TO DTLR-DTL-ATTR (WS-CLEAR-IX).
003550 3210-EXIT.
003560     EXIT.
003570*----------------------------------------------------------------
003580* 3300-CHECK-AMOUNT - SET DETAIL-WANTED WHEN THE DETAIL IN HAND
003590*                     MEETS THE MINIMUM AND MAXIMUM AMOUNT
003600*                     FILTERS, TAKEN ON THE POSTED DOLLAR AMOUNT
003605*                     EITHER SIGN
003610*----------------------------------------------------------------
003620 3300-CHECK-AMOUNT.
003630     MOVE 'N' TO WS-FILTER-SW.
003640     IF TD-DOLLAR-AMOUNT < ZERO
003650         COMPUTE WS-ABS-AMOUNT = 0 - TD-DOLLAR-AMOUNT
003660     ELSE
003670         MOVE TD-DOLLAR-AMOUNT TO WS-ABS-AMOUNT
003680     END-IF.
003690     IF WS-ABS-AMOUNT NOT < DC-MIN-AMOUNT
003693         AND (DC-MAX-AMOUNT = ZERO
003696             OR WS-ABS-AMOUNT NOT > DC-MAX-AMOUNT)
003700         SET DETAIL-WANTED TO TRUE
003710     END-IF.
003720 3300-EXIT.
003730     EXIT.
003740*----------------------------------------------------------------
003750* 4000-PAGE-BACKWARD - PF7: WALK BACKWARD FROM THE TOP OF THE
003760*                      SCREEN COLLECTING THE KEYS OF UP TO TEN
003770*                      EARLIER MATCHES, THEN FILL THE PAGE
003780*                      FORWARD FROM THE EARLIEST ONE FOUND
003790*----------------------------------------------------------------
003800 4000-PAGE-BACKWARD.
003810     MOVE ZERO TO WS-BACK-COUNT.
003820     IF DC-TOP-KEY = SPACES
003830         PERFORM 3200-CLEAR-DETAIL-LINES THRU 3200-EXIT
003840         MOVE 'NOTHING TO PAGE - SEARCH FIRST' TO MSGI
003850         PERFORM 9100-SEND-SCREEN THRU 9100-EXIT
003860         EXEC CICS RETURN
003870             TRANSID  ('DTLQ')
003880             COMMAREA (DTL-COMMAREA)
003890         END-EXEC
003900     END-IF.
003910     MOVE DC-TOP-KEY TO WS-BROWSE-KEY.
003920     MOVE 'N' TO WS-BROWSE-DONE-SW.
003930     EXEC CICS STARTBR
003940         FILE   ('TRANDTL')
003950         RIDFLD (WS-BROWSE-KEY)
003960         GTEQ
003970         RESP   (WS-RESP)
003980     END-EXEC.
003990     IF WS-RESP = DFHRESP(NORMAL)
004000         PERFORM 4010-COLLECT-ONE-BACK THRU 4010-EXIT
004010             UNTIL BROWSE-DONE OR WS-BACK-COUNT = 10
004020         EXEC CICS ENDBR
004030             FILE ('TRANDTL')
004040         END-EXEC
004050     END-IF.
004060     IF WS-BACK-COUNT = ZERO
004070         MOVE DC-TOP-KEY TO WS-BROWSE-KEY
004080         MOVE 'N' TO WS-SKIP-BOT-SW
004090         PERFORM 3000-FILL-PAGE THRU 3000-EXIT
004100         MOVE 'AT FIRST DETAIL OF BATCH' TO MSGI
004110     ELSE
004120         MOVE WS-BACK-KEY (WS-BACK-COUNT) TO WS-BROWSE-KEY
004130         MOVE 'N' TO WS-SKIP-BOT-SW
004140         PERFORM 3000-FILL-PAGE THRU 3000-EXIT
004150     END-IF.
004160     PERFORM 9100-SEND-SCREEN THRU 9100-EXIT.
004170     EXEC CICS RETURN
004180         TRANSID  ('DTLQ')
004190         COMMAREA (DTL-COMMAREA)
004200     END-EXEC.
004210*----------------------------------------------------------------
004220* 4010-COLLECT-ONE-BACK - ONE BACKWARD READ. THE FIRST READPREV
004230*                         RETURNS THE TOP-OF-SCREEN RECORD
004240*                         ITSELF, WHICH IS NOT COLLECTED.
004250*----------------------------------------------------------------
004260 4010-COLLECT-ONE-BACK.
004270     EXEC CICS READPREV
004280         FILE   ('TRANDTL')
004290         INTO   (TRANS-DETAIL-RECORD)
004300         RIDFLD (WS-BROWSE-KEY)
004310         RESP   (WS-RESP)
004320     END-EXEC.
004330     IF WS-RESP NOT = DFHRESP(NORMAL)
004340         SET BROWSE-DONE TO TRUE
004350         GO TO 4010-EXIT
004360     END-IF.
004370     IF TD-KEY = DC-TOP-KEY
004380         GO TO 4010-EXIT
004390     END-IF.
004400     IF TD-BATCH-ID NOT = DC-BATCH-ID
004410         SET BROWSE-DONE TO TRUE
004420         GO TO 4010-EXIT
004430     END-IF.
004440     IF DC-CONTROL-DATE NOT = SPACES
004450         AND TD-CONTROL-DATE < DC-CONTROL-DATE
004460         SET BROWSE-DONE TO TRUE
004470         GO TO 4010-EXIT
004480     END-IF.
004490     PERFORM 3300-CHECK-AMOUNT THRU 3300-EXIT.
004500     IF NOT DETAIL-WANTED
004510         GO TO 4010-EXIT
004520     END-IF.
004530     ADD 1 TO WS-BACK-COUNT.
004540     MOVE TD-KEY TO WS-BACK-KEY (WS-BACK-COUNT).
004550 4010-EXIT.
004560     EXIT.
004570*----------------------------------------------------------------
004580* 4100-PAGE-FORWARD - PF8: FILL THE NEXT PAGE STARTING JUST PAST
004590*                     THE BOTTOM OF THE SCREEN NOW SHOWING
004600*----------------------------------------------------------------
004610 4100-PAGE-FORWARD.
004620     IF DC-BOT-KEY = SPACES
004630         PERFORM 3200-CLEAR-DETAIL-LINES THRU 3200-EXIT
004640         MOVE 'NOTHING TO PAGE - SEARCH FIRST' TO MSGI
004650     ELSE
004660         MOVE DC-BOT-KEY TO WS-BROWSE-KEY
004670         SET SKIP-BOT-KEY TO TRUE
004680         PERFORM 3000-FILL-PAGE THRU 3000-EXIT
004690         IF WS-LINE-IX = ZERO
004700             MOVE 'AT LAST DETAIL OF BATCH' TO MSGI
004710         END-IF
004720     END-IF.
004730     PERFORM 9100-SEND-SCREEN THRU 9100-EXIT.
004740     EXEC CICS RETURN
004750         TRANSID  ('DTLQ')
004760         COMMAREA (DTL-COMMAREA)
004770     END-EXEC.
004780*----------------------------------------------------------------
004790* 9000-END-SESSION - PF3 OR CLEAR - END THE TRANSACTION
004800*----------------------------------------------------------------
004810 9000-END-SESSION.
004820     EXEC CICS SEND TEXT
004830         FROM   ('POSTED DETAIL INQUIRY COMPLETE')
004840         LENGTH (30)
004850         ERASE
004860         FREEKB
004870     END-EXEC.
004880     EXEC CICS RETURN
004890     END-EXEC.
004900*----------------------------------------------------------------
004910* 9100-SEND-SCREEN - RE-SHOW THE SCREEN WITH THE FILTERS IN
004920*                    FORCE, THE BROWSE LINES JUST BUILT AND THE
004930*                    RESULT MESSAGE
004940*----------------------------------------------------------------
004950 9100-SEND-SCREEN.
004960     MOVE DC-BATCH-ID     TO BIDO.
004970     MOVE DC-CONTROL-DATE TO CDATO.
004980     COMPUTE WS-AMT-EDIT = DC-MIN-AMOUNT * 100.
004982     MOVE WS-AMT-EDIT     TO MAMTO.
004984     COMPUTE WS-AMT-EDIT = DC-MAX-AMOUNT * 100.
004986     MOVE WS-AMT-EDIT     TO XAMTO.
004990     MOVE DFHBMBRY TO MSGA.
005000     EXEC CICS SEND MAP
005010         MAP     ('DTLM1')
005020         MAPSET  ('DTLMAP')
005030         DATAONLY
005040     END-EXEC.
005050 9100-EXIT.
005060     EXIT.
