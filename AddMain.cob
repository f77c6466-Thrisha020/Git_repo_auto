001890*                  WIDE. THE REGISTER IS APPENDED UNDER THE SAME
001900*                  CLEAN-RUN GATE AS THE GL EXTRACT SO A REFUSED
001910*                  RUN CANNOT POISON LATER RUNS.
001912* 2026-09-14  DG   THE GL EXTRACT RECORD WIDENED WITH AN ENTRY
001914*                  TYPE AND ORIGINAL RUN DATE FOR GLREVRS'S
001916*                  REVERSALS. AN ORDINARY RECORD GOES OUT WITH
001918*                  THE TYPE BLANK AND THE DATE ZERO.
001919* 2026-09-28  DG   A CLEAN RUN NOW ALSO FILES EVERY DETAIL IT
001920*                  POSTED ON THE KEYED DETAIL HISTORY (TRANDTL,
001921*                  KEYED ON BATCH ID PLUS CONTROL DATE PLUS A
001922*                  SEQUENCE WITHIN THE BATCH) - TYPE, AMOUNT,
001923*                  NUM1/NUM2, THE RESUBMISSION FLAG AND THE
001924*                  TRANSACTION FILE IT CAME IN ON - FOR THE
001925*                  DTLINQ DRILL-DOWN FROM A BATCH TO ITS
001926*                  TRANSACTIONS. GATED ON THE CLEAN RUN LIKE THE
001927*                  GL EXTRACT. THE DETAILS ARE FILED FROM A
001928*                  SECOND PASS OF THE TRANSACTION FILE AT END OF
001929*                  RUN, SO A RUN RESUMED FROM A CHECKPOINT FILES
001930*                  EVERY DETAIL EXACTLY ONCE.
001931* 2026-10-07  DG   FOREIGN-CURRENCY DETAILS. THE NETS, THE
001932*                  DEBIT AND CREDIT DOLLAR TOTALS AND THE BATCH
001933*                  DOLLARS ARE NOW TAKEN FROM THE CONVERTED
001934*                  DOLLAR AMOUNT TRANEDIT FILLS IN, WHILE EACH
001935*                  BATCH ALSO ACCUMULATES ITS NET IN THE
001936*                  CURRENCY IT WAS SENT IN. BOTH FIGURES, WITH
001937*                  THE CURRENCY CODE, GO OUT ON THE BATCH LINE,
001938*                  THE CHECKPOINT, THE GL EXTRACT AND THE DETAIL
001939*                  HISTORY. THE AMOUNT HASH STAYS ON THE AMOUNT
001940*                  AS SENT, SO THE TRAILER BALANCES AS BEFORE.
001941*                  A BATCH WHOSE DETAILS CHANGE CURRENCY PART
001942*                  WAY THROUGH STOPS THE RUN OUT OF BALANCE.
001943* 2026-10-15  DG   THE EXTRACT RECORD GREW WITH GL-BOOK-PERIOD,
001944*                  WRITTEN ZERO HERE - GLPOST STAMPS THE PERIOD IT
001945*                  BOOKED THE BATCH TO AS THE RECORD GOES TO
001946*                  GLHIST.
001947*----------------------------------------------------------------
001948 ENVIRONMENT DIVISION.
001949 INPUT-OUTPUT SECTION.
001950 FILE-CONTROL.
001960     SELECT PARM-FILE ASSIGN TO "SYSIN"
001970         ORGANIZATION IS LINE SEQUENTIAL
002210     SELECT BATREG-FILE ASSIGN TO "BATCHREG"
002220         ORGANIZATION IS LINE SEQUENTIAL
002230         FILE STATUS IS WS-BATREG-FILE-STATUS.
002231     SELECT TRANDTL-FILE ASSIGN TO "TRANDTL"
002232         ORGANIZATION IS INDEXED
002233         ACCESS MODE IS RANDOM
002234         RECORD KEY IS TD-KEY
002235         FILE STATUS IS WS-TRANDTL-FILE-STATUS.
002240 DATA DIVISION.
002250 FILE SECTION.
002260 FD  PARM-FILE
002490 FD  BATREG-FILE
002500     LABEL RECORDS ARE STANDARD.
002510     COPY BATREG.
002512 FD  TRANDTL-FILE
002514     LABEL RECORDS ARE STANDARD.
002516     COPY TRANDTL.
002520 FD  RPT-FILE
002530     LABEL RECORDS ARE STANDARD.
002540     COPY PRTLINE.
002690         88 BATCH-OPEN                 VALUE 'Y'.
002700     05 WS-SEQ-ERR-SW       PIC X(01) VALUE 'N'.
002710         88 SEQ-ERROR-NOTED            VALUE 'Y'.
002713     05 WS-CUR-ERR-SW       PIC X(01) VALUE 'N'.
002716         88 CUR-ERROR-NOTED            VALUE 'Y'.
002720     05 WS-FORCE-SW         PIC X(01) VALUE 'N'.
002730         88 FORCE-RERUN                VALUE 'Y'.
002740     05 WS-RUNCTL-EOF-SW    PIC X(01) VALUE 'N'.
002970     88 WS-BST-OK                      VALUE '00'.
002980 01  WS-BATREG-FILE-STATUS  PIC X(02) VALUE SPACES.
002990     88 WS-BATREG-FILE-FOUND           VALUE '00'.
002992 01  WS-TRANDTL-FILE-STATUS PIC X(02) VALUE SPACES.
002994     88 WS-TRANDTL-OK                  VALUE '00'.
002996     88 WS-TRANDTL-DUP-KEY             VALUE '22'.
003000*----------------------------------------------------------------
003010* RUN-PARAMETER FIELDS - SET FROM THE SYSIN PARAMETER CARD IF ONE
003020* IS SUPPLIED, ELSE LEFT AT THE SHOP DEFAULT SHOWN BELOW.
003320* SORTED BY TR-BATCH-ID; EACH BREAK PRINTS A SUBTOTAL AND FILES
003330* THE BATCH'S NET AMOUNT IN THE TABLE BELOW, FROM WHICH ONE GL
003340* EXTRACT RECORD PER BATCH IS WRITTEN AT END OF A CLEAN RUN.
003342* THE BATCH'S NET IS KEPT BOTH IN DOLLARS AND IN THE CURRENCY IT
003344* WAS SENT IN (WS-BATCH-CURR-AMT, IN WS-BATCH-CURRENCY - THE
003346* CURRENCY OF THE BATCH'S FIRST DETAIL).
003350*----------------------------------------------------------------
003360 01  WS-CURRENT-BATCH       PIC X(04) VALUE SPACES.
003370 01  WS-BATCH-COUNT         PIC 9(07) COMP VALUE ZERO.
003380 01  WS-BATCH-TOTAL         PIC S9(09) VALUE ZERO.
003390 01  WS-BATCH-DOLLARS       PIC S9(11)V99 VALUE ZERO.
003393 01  WS-BATCH-CURRENCY      PIC X(03) VALUE SPACES.
003396 01  WS-BATCH-CURR-AMT      PIC S9(11)V99 VALUE ZERO.
003400 01  WS-BATCH-TABLE.
003410     05 WS-BATCH-MAX        PIC 9(03) COMP VALUE 100.
003420     05 WS-BATCH-ENTRIES    PIC 9(03) COMP VALUE ZERO.
003450         10 WS-BATCH-ENTRY-ID PIC X(04).
003460         10 WS-BATCH-ENTRY-AMT PIC S9(09).
003470         10 WS-BATCH-ENTRY-DOL PIC S9(11)V99.
003471         10 WS-BATCH-ENTRY-CUR PIC X(03).
003472         10 WS-BATCH-ENTRY-CURAMT PIC S9(11)V99.
003473*----------------------------------------------------------------
003474* DETAIL CURRENCY FIELDS - THE DETAIL'S CURRENCY AND ITS AMOUNT
003475* IN DOLLARS, SET IN 2540. A VALIDATED FILE WRITTEN BEFORE
003476* DETAILS CARRIED A CURRENCY IS ALL DOLLARS AS SENT.
003477*----------------------------------------------------------------
003478 01  WS-DTL-CURRENCY        PIC X(03) VALUE SPACES.
003479 01  WS-DTL-DOLLARS         PIC S9(09)V99 VALUE ZERO.
003480 01  WS-DOL-WORK            PIC 9(11)V99 VALUE ZERO.
003481*----------------------------------------------------------------
003490* CONTROL-TOTAL BALANCING FIELDS - THE HASH TOTAL ACCUMULATED
003500* OVER THE DETAIL AMOUNTS AND THE COUNT/HASH CAPTURED FROM THE
003510* TRAILER RECORD, BALANCED IN 3100-BALANCE-TRAILER.
004140 01  WS-DUP-PEND-SW         PIC X(01) VALUE 'N'.
004150     88 DUP-CHECK-PENDING             VALUE 'Y'.
004160 01  WS-DUP-FOUND-IX        PIC 9(03) COMP VALUE ZERO.
004161*----------------------------------------------------------------
004162* DETAIL-HISTORY FIELDS - THE BATCH WHOSE DETAILS ARE BEING FILED
004163* ON TRANDTL AND THE NEXT SEQUENCE NUMBER TO TRY WITHIN IT. A
004164* SEQUENCE ALREADY TAKEN (A REPAIRED STRAGGLER OR A FORCED RERUN
004165* JOINING DETAILS ALREADY ON FILE) IS STEPPED PAST IN 8970.
004166*----------------------------------------------------------------
004167 01  WS-DTL-BATCH-ID        PIC X(04) VALUE SPACES.
004168 01  WS-DTL-SEQUENCE        PIC 9(07) VALUE ZERO.
004169 01  WS-DTL-FILED-SW        PIC X(01) VALUE 'N'.
004170     88 DETAIL-FILED                  VALUE 'Y'.
004171*----------------------------------------------------------------
004180* PRINTED-REPORT CONTROLS AND LINE LAYOUTS
004190*----------------------------------------------------------------
004200     COPY RPTHDR.
004420     05 RD-RESULT           PIC ZZ9.
004430     05 FILLER              PIC X(06) VALUE ' AMT: '.
004440     05 RD-AMOUNT           PIC ZZZZZZ9.99-.
004443     05 FILLER              PIC X(01) VALUE SPACE.
004446     05 RD-CURRENCY         PIC X(03).
004449     05 FILLER              PIC X(06) VALUE ' DOL: '.
004452     05 RD-DOLLARS          PIC ZZZZZZZZ9.99-.
004455     05 FILLER              PIC X(32) VALUE SPACES.
004460 01  WS-RPT-SUMMARY.
004470     05 RS-CTL              PIC X(01) VALUE '0'.
004480     05 FILLER              PIC X(24) VALUE
004820     05 BL-TOTAL            PIC ZZZZZZZZ9-.
004830     05 FILLER              PIC X(09) VALUE ' DOLLARS '.
004840     05 BL-DOLLARS          PIC ZZZZZZZZZZ9.99-.
004843     05 FILLER              PIC X(06) VALUE ' SENT '.
004846     05 BL-CURRENCY         PIC X(03).
004849     05 FILLER              PIC X(01) VALUE SPACE.
004852     05 BL-CURR-AMOUNT      PIC ZZZZZZZZZZ9.99-.
004855     05 FILLER              PIC X(40) VALUE SPACES.
004860 01  WS-RPT-BALANCE-COUNT.
004870     05 BC-CTL              PIC X(01) VALUE '0'.
004880     05 FILLER              PIC X(25) VALUE
006270     MOVE CKP-BATCH-COUNT   TO WS-BATCH-COUNT.
006280     MOVE CKP-BATCH-TOTAL   TO WS-BATCH-TOTAL.
006290     MOVE CKP-BATCH-DOLLARS TO WS-BATCH-DOLLARS.
006293     MOVE CKP-BATCH-CURRENCY TO WS-BATCH-CURRENCY.
006296     MOVE CKP-BATCH-CURR-AMT TO WS-BATCH-CURR-AMT.
006300     MOVE CKP-BATCH-ENTRIES TO WS-BATCH-ENTRIES.
006310     PERFORM 1060-RESTORE-ONE-BATCH THRU 1060-EXIT
006320         VARYING WS-CKPT-IX FROM 1 BY 1
006600         TO WS-BATCH-ENTRY-AMT (WS-CKPT-IX).
006610     MOVE CKP-BATCH-ENTRY-DOL (WS-CKPT-IX)
006620         TO WS-BATCH-ENTRY-DOL (WS-CKPT-IX).
006622     MOVE CKP-BATCH-ENTRY-CUR (WS-CKPT-IX)
006624         TO WS-BATCH-ENTRY-CUR (WS-CKPT-IX).
006626     MOVE CKP-BATCH-ENTRY-CURAMT (WS-CKPT-IX)
006628         TO WS-BATCH-ENTRY-CURAMT (WS-CKPT-IX).
006630 1060-EXIT.
006640     EXIT.
006650*----------------------------------------------------------------
009470     IF DUP-CHECK-PENDING AND NOT TR-RESUBMITTED
009480         PERFORM 2580-REFUSE-DUP-BATCH THRU 2580-EXIT
009490     END-IF.
009491     PERFORM 2540-SET-DETAIL-DOLLARS THRU 2540-EXIT.
009492     IF WS-BATCH-COUNT = ZERO
009493         MOVE WS-DTL-CURRENCY TO WS-BATCH-CURRENCY
009494     ELSE
009495         IF WS-DTL-CURRENCY NOT = WS-BATCH-CURRENCY
009496             IF NOT CUR-ERROR-NOTED
009497                 DISPLAY '*** ADDMAIN0022E - BATCH '
009498                     TR-BATCH-ID ' CHANGES CURRENCY FROM '
009499                     WS-BATCH-CURRENCY ' TO ' WS-DTL-CURRENCY
009500                     ' - RUN STOPPED OUT OF BALANCE ***'
009501                 SET CUR-ERROR-NOTED TO TRUE
009502             END-IF
009503             MOVE 8 TO WS-RETURN-CODE
009504             GO TO 2500-EXIT
009505         END-IF
009506     END-IF.
009507     COMPUTE WS-PRE-CHECK-SUM = TR-NUM1 + TR-NUM2.
009510     MOVE TR-NUM1 TO NUM1.
009520     MOVE TR-NUM2 TO NUM2.
009530     CALL 'AddSub' USING NUM1 NUM2 RESULT.
009720             ON SIZE ERROR
009730                 PERFORM 2050-OVERFLOW-ERROR
009740         END-SUBTRACT
009750         SUBTRACT WS-DTL-DOLLARS FROM WS-AMOUNT-NET
009760             ON SIZE ERROR
009770                 PERFORM 2050-OVERFLOW-ERROR
009780         END-SUBTRACT
009790         SUBTRACT WS-DTL-DOLLARS FROM WS-BATCH-DOLLARS
009800             ON SIZE ERROR
009810                 PERFORM 2050-OVERFLOW-ERROR
009820         END-SUBTRACT
009822         SUBTRACT TR-AMOUNT FROM WS-BATCH-CURR-AMT
009824             ON SIZE ERROR
009826                 PERFORM 2050-OVERFLOW-ERROR
009828         END-SUBTRACT
009830     ELSE
009840         ADD RESULT TO WS-GRAND-TOTAL
009850             ON SIZE ERROR
009940             ON SIZE ERROR
009950                 PERFORM 2050-OVERFLOW-ERROR
009960         END-ADD
009970         ADD WS-DTL-DOLLARS TO WS-AMOUNT-NET
009980             ON SIZE ERROR
009990                 PERFORM 2050-OVERFLOW-ERROR
010000         END-ADD
010010         ADD WS-DTL-DOLLARS TO WS-BATCH-DOLLARS
010020             ON SIZE ERROR
010030                 PERFORM 2050-OVERFLOW-ERROR
010040         END-ADD
010042         ADD TR-AMOUNT TO WS-BATCH-CURR-AMT
010044             ON SIZE ERROR
010046                 PERFORM 2050-OVERFLOW-ERROR
010048         END-ADD
010050     END-IF.
010060     PERFORM 2550-TAKE-ABS-AMOUNT THRU 2550-EXIT.
010070     IF TR-TYPE-DEBIT
010080         ADD WS-DOL-WORK TO WS-AMT-DEBIT-TOTAL
010090             ON SIZE ERROR
010100                 PERFORM 2050-OVERFLOW-ERROR
010110         END-ADD
010120     ELSE
010130         ADD WS-DOL-WORK TO WS-AMT-CREDIT-TOTAL
010140             ON SIZE ERROR
010150                 PERFORM 2050-OVERFLOW-ERROR
010160         END-ADD
010330     MOVE NUM2            TO RD-NUM2.
010340     MOVE RESULT          TO RD-RESULT.
010350     MOVE TR-AMOUNT       TO RD-AMOUNT.
010353     MOVE WS-DTL-CURRENCY TO RD-CURRENCY.
010356     MOVE WS-DTL-DOLLARS  TO RD-DOLLARS.
010360     WRITE PRINT-RECORD FROM WS-RPT-DETAIL.
010370     ADD 1 TO WS-LINE-COUNT.
010380 2500-EXIT.
010390     EXIT.
010400*----------------------------------------------------------------
010401* 2540-SET-DETAIL-DOLLARS - SETTLE THE DETAIL'S CURRENCY AND ITS
010402*                           AMOUNT IN DOLLARS. A DETAIL WITH NO
010403*                           CURRENCY, OR NO CONVERTED AMOUNT,
010404*                           WAS SENT IN DOLLARS.
010405*----------------------------------------------------------------
010406 2540-SET-DETAIL-DOLLARS.
010407     IF TR-CURRENCY-CODE = SPACES
010408         OR TR-DOLLAR-AMOUNT IS NOT NUMERIC
010409         MOVE 'USD' TO WS-DTL-CURRENCY
010410         MOVE TR-AMOUNT TO WS-DTL-DOLLARS
010411     ELSE
010412         MOVE TR-CURRENCY-CODE TO WS-DTL-CURRENCY
010413         MOVE TR-DOLLAR-AMOUNT TO WS-DTL-DOLLARS
010414     END-IF.
010415 2540-EXIT.
010416     EXIT.
010417*----------------------------------------------------------------
010418* 2550-TAKE-ABS-AMOUNT - PUT THE ABSOLUTE VALUE OF THE DETAIL'S
010420*                        AMOUNT AS SENT IN WS-AMT-WORK FOR THE
010430*                        AMOUNT HASH, AND OF ITS DOLLAR AMOUNT
010435*                        IN WS-DOL-WORK FOR THE UNSIGNED TOTALS
010440*----------------------------------------------------------------
010450 2550-TAKE-ABS-AMOUNT.
010460     IF TR-AMOUNT < ZERO
010480     ELSE
010490         MOVE TR-AMOUNT TO WS-AMT-WORK
010500     END-IF.
010501     IF WS-DTL-DOLLARS < ZERO
010502         COMPUTE WS-DOL-WORK = 0 - WS-DTL-DOLLARS
010503     ELSE
010504         MOVE WS-DTL-DOLLARS TO WS-DOL-WORK
010505     END-IF.
010510 2550-EXIT.
010520     EXIT.
010530*----------------------------------------------------------------
011460     MOVE WS-BATCH-COUNT   TO BL-COUNT.
011470     MOVE WS-BATCH-TOTAL   TO BL-TOTAL.
011480     MOVE WS-BATCH-DOLLARS TO BL-DOLLARS.
011483     MOVE WS-BATCH-CURRENCY TO BL-CURRENCY.
011486     MOVE WS-BATCH-CURR-AMT TO BL-CURR-AMOUNT.
011490     WRITE PRINT-RECORD FROM WS-RPT-BATCH-LINE.
011500     ADD 2 TO WS-LINE-COUNT.
011510     IF WS-BATCH-ENTRIES < WS-BATCH-MAX
011560             TO WS-BATCH-ENTRY-AMT (WS-BATCH-ENTRIES)
011570         MOVE WS-BATCH-DOLLARS
011580             TO WS-BATCH-ENTRY-DOL (WS-BATCH-ENTRIES)
011582         MOVE WS-BATCH-CURRENCY
011584             TO WS-BATCH-ENTRY-CUR (WS-BATCH-ENTRIES)
011586         MOVE WS-BATCH-CURR-AMT
011588             TO WS-BATCH-ENTRY-CURAMT (WS-BATCH-ENTRIES)
011590     ELSE
011600         DISPLAY '*** ADDMAIN0011E - MORE THAN ' WS-BATCH-MAX
011610             ' BATCHES ON ONE FILE - GL EXTRACT SUPPRESSED ***'
011640     MOVE ZERO TO WS-BATCH-COUNT.
011650     MOVE ZERO TO WS-BATCH-TOTAL.
011660     MOVE ZERO TO WS-BATCH-DOLLARS.
011663     MOVE SPACES TO WS-BATCH-CURRENCY.
011666     MOVE ZERO TO WS-BATCH-CURR-AMT.
011670 2600-EXIT.
011680     EXIT.
011690*----------------------------------------------------------------
012050         PERFORM 8500-WRITE-GL-EXTRACT THRU 8500-EXIT
012060         PERFORM 8550-WRITE-BATCH-REGISTER THRU 8550-EXIT
012070         PERFORM 8900-UPDATE-BATCH-STATUS THRU 8900-EXIT
012075         PERFORM 8950-WRITE-DETAIL-HISTORY THRU 8950-EXIT
012080     ELSE
012090         DISPLAY '*** ADDMAIN0004W - GL EXTRACT NOT WRITTEN - '
012100             'RUN ENDED WITH RETURN CODE ' WS-RETURN-CODE ' ***'
013520     MOVE WS-BATCH-ENTRY-ID (WS-BATCH-IX) TO GL-BATCH-ID.
013530     MOVE WS-BATCH-ENTRY-DOL (WS-BATCH-IX) TO GL-DOLLAR-AMOUNT.
013540     MOVE WS-CONTROL-DATE TO GL-CONTROL-DATE.
013543     MOVE SPACE TO GL-ENTRY-TYPE.
013546     MOVE ZERO TO GL-ORIG-RUN-DATE.
013547     MOVE WS-BATCH-ENTRY-CUR (WS-BATCH-IX) TO GL-CURRENCY-CODE.
013548     MOVE WS-BATCH-ENTRY-CURAMT (WS-BATCH-IX) TO GL-CURR-AMOUNT.
013549     MOVE ZERO TO GL-BOOK-PERIOD.
013550     WRITE GL-EXTRACT-RECORD.
013560     ADD 1 TO WS-BATCH-IX.
013570 8510-EXIT.
014360     MOVE WS-BATCH-COUNT   TO CKP-BATCH-COUNT.
014370     MOVE WS-BATCH-TOTAL   TO CKP-BATCH-TOTAL.
014380     MOVE WS-BATCH-DOLLARS TO CKP-BATCH-DOLLARS.
014383     MOVE WS-BATCH-CURRENCY TO CKP-BATCH-CURRENCY.
014386     MOVE WS-BATCH-CURR-AMT TO CKP-BATCH-CURR-AMT.
014390     MOVE WS-BATCH-ENTRIES TO CKP-BATCH-ENTRIES.
014400     PERFORM 8710-SAVE-ONE-BATCH THRU 8710-EXIT
014410         VARYING WS-CKPT-IX FROM 1 BY 1
014560         TO CKP-BATCH-ENTRY-AMT (WS-CKPT-IX).
014570     MOVE WS-BATCH-ENTRY-DOL (WS-CKPT-IX)
014580         TO CKP-BATCH-ENTRY-DOL (WS-CKPT-IX).
014582     MOVE WS-BATCH-ENTRY-CUR (WS-CKPT-IX)
014584         TO CKP-BATCH-ENTRY-CUR (WS-CKPT-IX).
014586     MOVE WS-BATCH-ENTRY-CURAMT (WS-CKPT-IX)
014588         TO CKP-BATCH-ENTRY-CURAMT (WS-CKPT-IX).
014590 8710-EXIT.
014600     EXIT.
014610*----------------------------------------------------------------
015350     ADD 1 TO WS-BATCH-IX.
015360 8910-EXIT.
015370     EXIT.
015380*----------------------------------------------------------------
015390* 8950-WRITE-DETAIL-HISTORY - THE RUN ENDED CLEAN: READ THE
015400*                             TRANSACTION FILE AGAIN FROM THE
015410*                             TOP AND FILE EVERY DETAIL ON THE
015420*                             KEYED DETAIL HISTORY. A SECOND PASS
015430*                             RATHER THAN A WRITE PER DETAIL IN
015440*                             2500, SO A RUN RESUMED FROM A
015450*                             CHECKPOINT STILL FILES EVERY DETAIL
015460*                             ONCE AND A RUN THAT ENDS OUT OF
015470*                             BALANCE FILES NONE. A FAILURE HERE
015480*                             WARNS AND CARRIES ON - THE POSTING
015490*                             ITSELF IS UNAFFECTED.
015500*----------------------------------------------------------------
015510 8950-WRITE-DETAIL-HISTORY.
015520     OPEN I-O TRANDTL-FILE.
015530     IF NOT WS-TRANDTL-OK
015540         OPEN OUTPUT TRANDTL-FILE
015550         CLOSE TRANDTL-FILE
015560         OPEN I-O TRANDTL-FILE
015570     END-IF.
015580     IF NOT WS-TRANDTL-OK
015590         DISPLAY '*** ADDMAIN0019W - DETAIL HISTORY NOT FILED - '
015600             'TRANDTL OPEN STATUS ' WS-TRANDTL-FILE-STATUS ' ***'
015610         GO TO 8950-EXIT
015620     END-IF.
015630     CLOSE TRANS-FILE.
015640     OPEN INPUT TRANS-FILE.
015650     IF NOT WS-TRANS-FILE-FOUND
015660         DISPLAY '*** ADDMAIN0020W - DETAIL HISTORY NOT FILED - '
015670             'TRANSACTION FILE ' WS-TRANS-FILE-ID ' NOT '
015680             'REOPENED - STATUS ' WS-TRANS-FILE-STATUS ' ***'
015690         CLOSE TRANDTL-FILE
015700         GO TO 8950-EXIT
015710     END-IF.
015720     MOVE 'N' TO WS-EOF-SW.
015730     MOVE SPACES TO WS-DTL-BATCH-ID.
015740     PERFORM 8960-FILE-ONE-DETAIL THRU 8960-EXIT
015750         UNTIL END-OF-TRANS-FILE.
015760     CLOSE TRANDTL-FILE.
015770 8950-EXIT.
015780     EXIT.
015790*----------------------------------------------------------------
015800* 8960-FILE-ONE-DETAIL - READ ONE RECORD OF THE SECOND PASS AND,
015810*                        IF IT IS A DETAIL, FILE IT UNDER ITS
015820*                        BATCH AT THE NEXT SEQUENCE NUMBER
015830*----------------------------------------------------------------
015840 8960-FILE-ONE-DETAIL.
015850     READ TRANS-FILE
015860         AT END SET END-OF-TRANS-FILE TO TRUE
015870     END-READ.
015880     IF END-OF-TRANS-FILE
015890         GO TO 8960-EXIT
015900     END-IF.
015910     IF NOT TR-DETAIL-REC
015920         GO TO 8960-EXIT
015930     END-IF.
015940     IF TR-BATCH-ID NOT = WS-DTL-BATCH-ID
015950         MOVE TR-BATCH-ID TO WS-DTL-BATCH-ID
015960         MOVE 1 TO WS-DTL-SEQUENCE
015970     ELSE
015980         ADD 1 TO WS-DTL-SEQUENCE
015990     END-IF.
016000     MOVE SPACES TO TRANS-DETAIL-RECORD.
016010     MOVE TR-BATCH-ID TO TD-BATCH-ID.
016020     MOVE WS-CONTROL-DATE TO TD-CONTROL-DATE.
016030     MOVE TR-TRANS-TYPE TO TD-TRANS-TYPE.
016040     MOVE TR-NUM1 TO TD-NUM1.
016050     MOVE TR-NUM2 TO TD-NUM2.
016060     MOVE TR-AMOUNT TO TD-AMOUNT.
016070     MOVE TR-RESUB-FLAG TO TD-RESUB-FLAG.
016072     PERFORM 2540-SET-DETAIL-DOLLARS THRU 2540-EXIT.
016074     MOVE WS-DTL-CURRENCY TO TD-CURRENCY-CODE.
016076     MOVE WS-DTL-DOLLARS TO TD-DOLLAR-AMOUNT.
016080     MOVE WS-TRANS-FILE-ID TO TD-TRANS-FILE-ID.
016090     MOVE WS-RUN-DATE TO TD-RUN-DATE.
016100     MOVE 'N' TO WS-DTL-FILED-SW.
016110     PERFORM 8970-WRITE-ONE-DETAIL THRU 8970-EXIT
016120         UNTIL DETAIL-FILED.
016130 8960-EXIT.
016140     EXIT.
016150*----------------------------------------------------------------
016160* 8970-WRITE-ONE-DETAIL - TRY TO WRITE THE DETAIL AT THE CURRENT
016170*                         SEQUENCE NUMBER. A SEQUENCE ALREADY ON
016180*                         FILE STEPS TO THE NEXT ONE AND TRIES
016190*                         AGAIN; ANY OTHER FAILURE WARNS AND
016200*                         GIVES UP ON THE DETAIL.
016210*----------------------------------------------------------------
016220 8970-WRITE-ONE-DETAIL.
016230     MOVE WS-DTL-SEQUENCE TO TD-SEQUENCE.
016240     WRITE TRANS-DETAIL-RECORD.
016250     IF WS-TRANDTL-OK
016260         SET DETAIL-FILED TO TRUE
016270         GO TO 8970-EXIT
016280     END-IF.
016290     IF WS-TRANDTL-DUP-KEY
016300         AND WS-DTL-SEQUENCE < 9999999
016310         ADD 1 TO WS-DTL-SEQUENCE
016320         GO TO 8970-EXIT
016330     END-IF.
016340     DISPLAY '*** ADDMAIN0021W - DETAIL HISTORY NOT FILED FOR '
016350         'BATCH ' TD-BATCH-ID ' SEQUENCE ' TD-SEQUENCE
016360         ' - STATUS ' WS-TRANDTL-FILE-STATUS ' ***'.
016370     SET DETAIL-FILED TO TRUE.
016380 8970-EXIT.
016390     EXIT.
