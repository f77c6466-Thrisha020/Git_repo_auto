000236*                  REPORTS THE DOLLAR FIGURES - THE MONEY
000237*                  MANAGEMENT ACTUALLY ASKS ABOUT - IN PLACE OF
000238*                  THE TWO-DIGIT UNIT AMOUNTS.
000239* 2026-09-14  DG   GLHIST WIDENED WITH THE ENTRY TYPE AND
000240*                  ORIGINAL RUN DATE GLREVRS STAMPS ON A
000241*                  REVERSAL - THE LOCAL HISTORY LAYOUT GREW WITH
000242*                  IT. A POSTED REVERSAL NETS INTO ITS BATCH ON
000243*                  THE DAY IT WENT OUT, THE SAME AS ANY POSTING.
000244* 2026-09-16  DG   THE SUMMARY CAN NOW BE RUN FOR A FISCAL PERIOD
000245*                  FROM THE ACCOUNTING PERIOD CALENDAR (GLPERIOD)
000246*                  INSTEAD OF A CALENDAR MONTH - A PERIOD ON THE
000247*                  SUMPARM CARD REPORTS THAT PERIOD'S DATES BY
000248*                  DAY AND COMPARES THEM WITH THE PERIOD BEFORE
000249*                  IT ON THE CALENDAR. A PERIOD NOT ON THE
000250*                  CALENDAR, OR NO CALENDAR, ENDS THE JOB RC 8.
000251* 2026-10-07  DG   GLHIST WIDENED TO 80 BYTES WITH THE CURRENCY
000252*                  EACH BATCH WAS SENT IN AND ITS NET IN THAT
000253*                  CURRENCY - THE LOCAL HISTORY LAYOUT GREW WITH
000254*                  IT. THE DOLLAR FIGURES THIS JOB USES ARE
000255*                  UNCHANGED.
000256* 2026-10-15  DG   GLHIST WIDENED TO 90 BYTES WITH THE PERIOD
000257*                  GLPOST BOOKED EACH BATCH TO. A PERIOD SUMMARY
000258*                  NOW SELECTS HISTORY BY THAT BOOKED PERIOD, SO
000259*                  A GROUP ROLLED OUT OF A CLOSED PERIOD COUNTS IN
000260*                  THE PERIOD IT WAS BOOKED TO. A MONTH SUMMARY IS
000261*                  STILL BY RUN DATE.
000262*----------------------------------------------------------------
000263 ENVIRONMENT DIVISION.
000264 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT PARM-FILE ASSIGN TO "SYSIN"
000290         ORGANIZATION IS LINE SEQUENTIAL
000340     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000362     SELECT PERIOD-FILE ASSIGN TO "GLPERIOD"
000364         ORGANIZATION IS LINE SEQUENTIAL
000366         FILE STATUS IS WS-PERIOD-FILE-STATUS.
000370     SELECT RPT-FILE ASSIGN TO "GLSUMRPT"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390 DATA DIVISION.
000510     05 HIST-BATCH-ID           PIC X(04).
000515     05 HIST-DOLLAR-AMOUNT      PIC S9(11)V99.
000517     05 HIST-CONTROL-DATE       PIC X(08).
000520     05 HIST-ENTRY-TYPE         PIC X(01).
000522         88 HIST-REVERSAL-ENTRY          VALUE 'R'.
000524     05 HIST-ORIG-RUN-DATE      PIC 9(08).
000525     05 HIST-CURRENCY-CODE      PIC X(03).
000526     05 HIST-CURR-AMOUNT        PIC S9(11)V99.
000527     05 HIST-BOOK-PERIOD        PIC 9(06).
000528     05 FILLER                  PIC X(09).
000530 FD  AUDIT-FILE
000540     LABEL RECORDS ARE STANDARD.
000550     COPY AUDITREC.
000552 FD  PERIOD-FILE
000554     LABEL RECORDS ARE STANDARD.
000556     COPY PERCAL.
000560 FD  RPT-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY PRTLINE.
000670         88 END-OF-HIST-FILE           VALUE 'Y'.
000672     05 WS-HIST-SW          PIC X(01) VALUE 'N'.
000674         88 HISTORY-ON-HAND            VALUE 'Y'.
000675     05 WS-PERIOD-EOF-SW    PIC X(01) VALUE 'N'.
000676         88 END-OF-PERIOD-FILE         VALUE 'Y'.
000677     05 WS-MODE-SW          PIC X(01) VALUE 'M'.
000678         88 REPORT-BY-MONTH            VALUE 'M'.
000679         88 REPORT-BY-PERIOD           VALUE 'P'.
000680     05 WS-CLASS-SW         PIC X(01) VALUE SPACE.
000681         88 HIST-IN-CURRENT            VALUE 'C'.
000682         88 HIST-IN-PRIOR              VALUE 'P'.
000683 01  WS-PARM-FILE-STATUS    PIC X(02) VALUE SPACES.
000690     88 WS-PARM-FILE-FOUND            VALUE '00'.
000700 01  WS-HIST-FILE-STATUS    PIC X(02) VALUE SPACES.
000710     88 WS-HIST-FILE-FOUND             VALUE '00'.
000720 01  WS-AUDIT-FILE-STATUS   PIC X(02) VALUE SPACES.
000730     88 WS-AUDIT-FILE-FOUND            VALUE '00'.
000733 01  WS-PERIOD-FILE-STATUS  PIC X(02) VALUE SPACES.
000736     88 WS-PERIOD-FILE-FOUND           VALUE '00'.
000740*----------------------------------------------------------------
000750* CURRENT SYSTEM DATE AND THE REQUESTED AND PRIOR MONTHS
000760*----------------------------------------------------------------
000860 01  WS-PRIOR-MONTH-PARTS REDEFINES WS-PRIOR-MONTH.
000870     05 WS-PRIOR-YEAR       PIC 9(04).
000880     05 WS-PRIOR-MM         PIC 9(02).
000881*----------------------------------------------------------------
000882* FISCAL-PERIOD SELECTION - THE REQUESTED PERIOD AND THE ONE
000883* BEFORE IT ON THE CALENDAR, WITH THEIR DATE RANGES. ZERO PERIOD
000884* MEANS THE SUMMARY IS BY CALENDAR MONTH.
000885*----------------------------------------------------------------
000886 01  WS-SUMM-PERIOD          PIC 9(06) VALUE ZERO.
000887 01  WS-CUR-START-DATE       PIC 9(08) VALUE ZERO.
000888 01  WS-CUR-END-DATE         PIC 9(08) VALUE ZERO.
000889 01  WS-PRIOR-PERIOD         PIC 9(06) VALUE ZERO.
000890 01  WS-PRI-START-DATE       PIC 9(08) VALUE ZERO.
000891 01  WS-PRI-END-DATE         PIC 9(08) VALUE ZERO.
000892*----------------------------------------------------------------
000893* DAY LIST - THE DATES OF THE REQUESTED MONTH OR PERIOD IN
000894* ORDER, ONE PER DAY COLUMN OF THE SUMMARY TABLE. A PERIOD IS
000895* STEPPED OUT A CALENDAR DAY AT A TIME FROM ITS START DATE,
000896* THE SAME WAY GLACK BACKS OFF ITS CUTOFF. A PERIOD LONGER
000897* THAN THE LIST REPORTS ITS EXCESS DAYS IN THE TOTALS ONLY.
000898*----------------------------------------------------------------
000899 01  WS-DAY-LIST.
000900     05 WS-DAY-MAX          PIC 9(02) COMP VALUE 42.
000901     05 WS-DAY-SLOTS        PIC 9(02) COMP VALUE ZERO.
000902     05 WS-DAY-HIT          PIC 9(02) COMP VALUE ZERO.
000903     05 WS-DAY-DATE         OCCURS 42 TIMES PIC 9(08).
000904 01  WS-STEP-DATE            PIC 9(08) VALUE ZERO.
000905 01  WS-STEP-PARTS REDEFINES WS-STEP-DATE.
000906     05 WS-STEP-YEAR        PIC 9(04).
000907     05 WS-STEP-MONTH       PIC 9(02).
000908     05 WS-STEP-DAY         PIC 9(02).
000909 01  WS-STEP-MONTH-END       PIC 9(02) VALUE ZERO.
000910 01  WS-MONTH-DAYS-VALUES    PIC X(24) VALUE
000911     '312831303130313130313031'.
000912 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
000913     05 WS-MONTH-DAYS       OCCURS 12 TIMES PIC 9(02).
000914 01  WS-LEAP-QUOTIENT        PIC 9(04) VALUE ZERO.
000915 01  WS-LEAP-REMAINDER       PIC 9(04) VALUE ZERO.
000916 01  WS-LEAP-SW              PIC X(01) VALUE 'N'.
000917     88 LEAP-YEAR                      VALUE 'Y'.
000918*----------------------------------------------------------------
000919* HISTORY-RECORD DATE BREAKDOWN WORK FIELDS
000920*----------------------------------------------------------------
000921 01  WS-HIST-DATE            PIC 9(08) VALUE ZERO.
000930 01  WS-HIST-DATE-PARTS REDEFINES WS-HIST-DATE.
000940     05 WS-HIST-YYYYMM      PIC 9(06).
000950     05 WS-HIST-DD          PIC 9(02).
001070         10 WS-SE-BATCH-ID      PIC X(04).
001080         10 WS-SE-CUR-TOTAL     PIC S9(11)V99.
001090         10 WS-SE-PRI-TOTAL     PIC S9(11)V99.
001100         10 WS-SE-DAY-NET       OCCURS 42 TIMES PIC S9(11)V99.
001110 01  WS-WORK-BATCH-ID        PIC X(04) VALUE SPACES.
001120 01  WS-GRAND-CUR            PIC S9(11)V99 VALUE ZERO.
001130 01  WS-GRAND-PRI            PIC S9(11)V99 VALUE ZERO.
001500     05 BT-BATCH-ID         PIC X(04).
001510     05 FILLER              PIC X(07) VALUE ' TOTAL '.
001520     05 BT-CUR              PIC ZZZZZZZZZZ9.99-.
001530     05 BT-PRI-LABEL        PIC X(13) VALUE '  PRIOR MONTH'.
001540     05 BT-PRI              PIC ZZZZZZZZZZ9.99-.
001550     05 FILLER              PIC X(12) VALUE '  DIFFERENCE'.
001560     05 BT-DIFF             PIC ZZZZZZZZZZ9.99-.
001590     05 GT-CTL              PIC X(01) VALUE '0'.
001600     05 FILLER              PIC X(17) VALUE 'ALL BATCHES TOTAL'.
001610     05 GT-CUR              PIC ZZZZZZZZZZ9.99-.
001620     05 GT-PRI-LABEL        PIC X(13) VALUE '  PRIOR MONTH'.
001630     05 GT-PRI              PIC ZZZZZZZZZZ9.99-.
001640     05 FILLER              PIC X(12) VALUE '  DIFFERENCE'.
001650     05 GT-DIFF             PIC ZZZZZZZZZZ9.99-.
001660     05 FILLER              PIC X(45) VALUE SPACES.
001670 01  WS-RPT-NO-ACTIVITY.
001680     05 NA-CTL              PIC X(01) VALUE '0'.
001690     05 NA-TEXT             PIC X(46) VALUE
001700         'NO POSTED HISTORY FOR THE REQUESTED MONTH'.
001710     05 FILLER              PIC X(86) VALUE SPACES.
001720 PROCEDURE DIVISION.
001800     PERFORM 3000-REPORT-AND-FINALIZE THRU 3000-EXIT.
001810     STOP RUN RETURNING WS-RETURN-CODE.
001820*----------------------------------------------------------------
001830* 1000-INITIALIZE - PICK UP THE REQUESTED MONTH OR PERIOD,
001840*                   DERIVE THE PRIOR ONE, OPEN THE FILES AND
001850*                   PRINT THE HEADING. NO HISTORY FILE AT ALL
001860*                   JUST MEANS NOTHING HAS EVER POSTED.
001870*----------------------------------------------------------------
001880 1000-INITIALIZE.
001890     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001900     MOVE WS-RUN-YYYYMM TO WS-SUMM-MONTH.
001910     PERFORM 1010-READ-PARM-CARD THRU 1010-EXIT.
001990     OPEN OUTPUT RPT-FILE.
002000     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
002002     IF REPORT-BY-PERIOD
002004         PERFORM 1100-LOAD-PERIODS THRU 1100-EXIT
002006         STRING 'PERIOD=' WS-SUMM-PERIOD
002008             ' FROM=' WS-CUR-START-DATE ' TO=' WS-CUR-END-DATE
002010             ' PRIOR=' WS-PRIOR-PERIOD
002012             DELIMITED BY SIZE INTO WS-RPT-PARAMETERS
002014         MOVE ' PRIOR PERIOD' TO BT-PRI-LABEL
002016         MOVE ' PRIOR PERIOD' TO GT-PRI-LABEL
002018         MOVE 'NO POSTED HISTORY FOR THE REQUESTED PERIOD'
002020             TO NA-TEXT
002022     ELSE
002024         PERFORM 1030-SET-MONTH-DAYS THRU 1030-EXIT
002026         STRING 'MONTH=' WS-SUMM-MONTH
002028             ' PRIOR=' WS-PRIOR-MONTH
002030             DELIMITED BY SIZE INTO WS-RPT-PARAMETERS
002032     END-IF.
002040     PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT.
002042     IF WS-RETURN-CODE NOT = ZERO
002044         SET END-OF-HIST-FILE TO TRUE
002046         GO TO 1000-EXIT
002048     END-IF.
002050     OPEN INPUT HIST-FILE.
002060     IF NOT WS-HIST-FILE-FOUND
002070         DISPLAY '*** GLSUMM0001I - NO HISTORY FILE ON HAND - '
002150*----------------------------------------------------------------
002160* 1010-READ-PARM-CARD - PICK UP THE REQUESTED-MONTH OVERRIDE
002170*                       FROM SYSIN. NO CARD (OR A BLANK OR ZERO
002180*                       CARD) MEANS THE RUN DATE'S MONTH. A
002183*                       FISCAL PERIOD ON THE CARD SWITCHES THE
002186*                       SUMMARY TO THAT PERIOD.
002190*----------------------------------------------------------------
002200 1010-READ-PARM-CARD.
002210     OPEN INPUT PARM-FILE.
002280                 AND PARM-SUMM-MONTH > ZERO
002290                 MOVE PARM-SUMM-MONTH TO WS-SUMM-MONTH
002300             END-IF
002301             IF PARM-SUMM-PERIOD IS NUMERIC
002302                 AND PARM-SUMM-PERIOD > ZERO
002303                 MOVE PARM-SUMM-PERIOD TO WS-SUMM-PERIOD
002304                 SET REPORT-BY-PERIOD TO TRUE
002305             END-IF
002310         END-IF
002320         CLOSE PARM-FILE
002330     ELSE
002500     MOVE ZERO TO WS-LINE-COUNT.
002510 1020-EXIT.
002520     EXIT.
002521*----------------------------------------------------------------
002522* 1030-SET-MONTH-DAYS - DERIVE THE PRIOR CALENDAR MONTH AND LIST
002523*                       THE REQUESTED MONTH'S DAYS 1 TO 31 AS
002524*                       THE DAY COLUMNS
002525*----------------------------------------------------------------
002526 1030-SET-MONTH-DAYS.
002527     MOVE WS-SUMM-MONTH TO WS-PRIOR-MONTH.
002528     IF WS-PRIOR-MM = 1
002529         MOVE 12 TO WS-PRIOR-MM
002530         SUBTRACT 1 FROM WS-PRIOR-YEAR
002531     ELSE
002532         SUBTRACT 1 FROM WS-PRIOR-MM
002533     END-IF.
002534     MOVE 31 TO WS-DAY-SLOTS.
002535     PERFORM 1040-SET-ONE-MONTH-DAY THRU 1040-EXIT
002536         VARYING WS-DAY-IX FROM 1 BY 1
002537         UNTIL WS-DAY-IX > WS-DAY-SLOTS.
002538 1030-EXIT.
002539     EXIT.
002540*----------------------------------------------------------------
002541* 1040-SET-ONE-MONTH-DAY - ONE DAY COLUMN OF THE MONTH
002542*----------------------------------------------------------------
002543 1040-SET-ONE-MONTH-DAY.
002544     COMPUTE WS-DAY-DATE (WS-DAY-IX)
002545         = (WS-SUMM-MONTH * 100) + WS-DAY-IX.
002546 1040-EXIT.
002547     EXIT.
002548*----------------------------------------------------------------
002549* 1100-LOAD-PERIODS - READ THE PERIOD CALENDAR FOR THE REQUESTED
002550*                     PERIOD'S DATES AND THE PERIOD ENDING LAST
002551*                     BEFORE IT STARTS, THEN STEP OUT ITS DAY
002552*                     COLUMNS. NO CALENDAR, OR THE PERIOD NOT ON
002553*                     IT, ENDS THE JOB RC 8 WITH NOTHING TALLIED.
002554*----------------------------------------------------------------
002555 1100-LOAD-PERIODS.
002556     OPEN INPUT PERIOD-FILE.
002557     IF NOT WS-PERIOD-FILE-FOUND
002558         DISPLAY '*** GLSUMM0003E - NO PERIOD CALENDAR ON HAND '
002559             '- PERIOD SUMMARY NOT PRODUCED ***'
002560         MOVE 8 TO WS-RETURN-CODE
002561         GO TO 1100-EXIT
002562     END-IF.
002563     PERFORM 1110-FIND-REQUESTED-PERIOD THRU 1110-EXIT
002564         UNTIL END-OF-PERIOD-FILE.
002565     CLOSE PERIOD-FILE.
002566     IF WS-CUR-START-DATE = ZERO
002567         DISPLAY '*** GLSUMM0004E - PERIOD ' WS-SUMM-PERIOD
002568             ' NOT ON THE PERIOD CALENDAR - PERIOD SUMMARY NOT '
002569             'PRODUCED ***'
002570         MOVE 8 TO WS-RETURN-CODE
002571         GO TO 1100-EXIT
002572     END-IF.
002573     MOVE 'N' TO WS-PERIOD-EOF-SW.
002574     OPEN INPUT PERIOD-FILE.
002575     PERFORM 1120-FIND-PRIOR-PERIOD THRU 1120-EXIT
002576         UNTIL END-OF-PERIOD-FILE.
002577     CLOSE PERIOD-FILE.
002578     MOVE WS-CUR-START-DATE TO WS-STEP-DATE.
002579     MOVE ZERO TO WS-DAY-SLOTS.
002580     PERFORM 1130-ADD-ONE-PERIOD-DAY THRU 1130-EXIT
002581         UNTIL WS-STEP-DATE > WS-CUR-END-DATE
002582         OR WS-DAY-SLOTS NOT < WS-DAY-MAX.
002583 1100-EXIT.
002584     EXIT.
002585*----------------------------------------------------------------
002586* 1110-FIND-REQUESTED-PERIOD - ONE STEP OF THE CALENDAR SCAN FOR
002587*                              THE REQUESTED PERIOD'S DATES
002588*----------------------------------------------------------------
002589 1110-FIND-REQUESTED-PERIOD.
002590     READ PERIOD-FILE
002591         AT END SET END-OF-PERIOD-FILE TO TRUE
002592     END-READ.
002593     IF END-OF-PERIOD-FILE
002594         GO TO 1110-EXIT
002595     END-IF.
002596     IF PCL-PERIOD-NO = WS-SUMM-PERIOD
002597         AND PCL-START-DATE IS NUMERIC
002598         AND PCL-END-DATE IS NUMERIC
002599         AND WS-CUR-START-DATE = ZERO
002600         MOVE PCL-START-DATE TO WS-CUR-START-DATE
002601         MOVE PCL-END-DATE TO WS-CUR-END-DATE
002602     END-IF.
002603 1110-EXIT.
002604     EXIT.
002605*----------------------------------------------------------------
002606* 1120-FIND-PRIOR-PERIOD - ONE STEP OF THE CALENDAR SCAN FOR THE
002607*                          PERIOD ENDING LAST BEFORE THE REQUESTED
002608*                          ONE STARTS - THE COMPARISON PERIOD
002609*----------------------------------------------------------------
002610 1120-FIND-PRIOR-PERIOD.
002611     READ PERIOD-FILE
002612         AT END SET END-OF-PERIOD-FILE TO TRUE
002613     END-READ.
002614     IF END-OF-PERIOD-FILE
002615         GO TO 1120-EXIT
002616     END-IF.
002617     IF PCL-START-DATE IS NOT NUMERIC
002618         OR PCL-END-DATE IS NOT NUMERIC
002619         GO TO 1120-EXIT
002620     END-IF.
002621     IF PCL-END-DATE < WS-CUR-START-DATE
002622         AND PCL-END-DATE > WS-PRI-END-DATE
002623         MOVE PCL-PERIOD-NO TO WS-PRIOR-PERIOD
002624         MOVE PCL-START-DATE TO WS-PRI-START-DATE
002625         MOVE PCL-END-DATE TO WS-PRI-END-DATE
002626     END-IF.
002627 1120-EXIT.
002628     EXIT.
002629*----------------------------------------------------------------
002630* 1130-ADD-ONE-PERIOD-DAY - LIST ONE DAY OF THE PERIOD AND STEP
002631*                           FORWARD A CALENDAR DAY, CARRYING
002632*                           INTO THE NEXT MONTH AND YEAR AND
002633*                           GIVING FEBRUARY ITS LEAP DAY
002634*----------------------------------------------------------------
002635 1130-ADD-ONE-PERIOD-DAY.
002636     ADD 1 TO WS-DAY-SLOTS.
002637     MOVE WS-STEP-DATE TO WS-DAY-DATE (WS-DAY-SLOTS).
002638     MOVE WS-MONTH-DAYS (WS-STEP-MONTH) TO WS-STEP-MONTH-END.
002639     IF WS-STEP-MONTH = 2
002640         PERFORM 1140-CHECK-LEAP-YEAR THRU 1140-EXIT
002641         IF LEAP-YEAR
002642             MOVE 29 TO WS-STEP-MONTH-END
002643         END-IF
002644     END-IF.
002645     IF WS-STEP-DAY < WS-STEP-MONTH-END
002646         ADD 1 TO WS-STEP-DAY
002647     ELSE
002648         MOVE 1 TO WS-STEP-DAY
002649         IF WS-STEP-MONTH = 12
002650             MOVE 1 TO WS-STEP-MONTH
002651             ADD 1 TO WS-STEP-YEAR
002652         ELSE
002653             ADD 1 TO WS-STEP-MONTH
002654         END-IF
002655     END-IF.
002656 1130-EXIT.
002657     EXIT.
002658*----------------------------------------------------------------
002659* 1140-CHECK-LEAP-YEAR - SET THE LEAP SWITCH FOR WS-STEP-YEAR:
002660*                        DIVISIBLE BY 4, EXCEPT CENTURIES NOT
002661*                        DIVISIBLE BY 400
002662*----------------------------------------------------------------
002663 1140-CHECK-LEAP-YEAR.
002664     MOVE 'N' TO WS-LEAP-SW.
002665     DIVIDE WS-STEP-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
002666         REMAINDER WS-LEAP-REMAINDER.
002667     IF WS-LEAP-REMAINDER NOT = ZERO
002668         GO TO 1140-EXIT
002669     END-IF.
002670     SET LEAP-YEAR TO TRUE.
002671     DIVIDE WS-STEP-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
002672         REMAINDER WS-LEAP-REMAINDER.
002673     IF WS-LEAP-REMAINDER NOT = ZERO
002674         GO TO 1140-EXIT
002675     END-IF.
002676     DIVIDE WS-STEP-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
002677         REMAINDER WS-LEAP-REMAINDER.
002678     IF WS-LEAP-REMAINDER NOT = ZERO
002679         MOVE 'N' TO WS-LEAP-SW
002680     END-IF.
002681 1140-EXIT.
002682     EXIT.
002683*----------------------------------------------------------------
002684* 2000-TALLY-ONE-RECORD - ROLL ONE HISTORY RECORD INTO THE
002685*                         TABLE: THE REQUESTED MONTH BY BATCH
002686*                         AND DAY, THE PRIOR MONTH AS A BATCH
002687*                         TOTAL FOR THE COMPARISON COLUMN
002688*----------------------------------------------------------------
002689 2000-TALLY-ONE-RECORD.
002690     ADD 1 TO WS-READ-COUNT.
002691     MOVE HIST-RUN-DATE TO WS-HIST-DATE.
002692     PERFORM 2050-CLASSIFY-DATE THRU 2050-EXIT.
002693     IF NOT HIST-IN-CURRENT
002694         AND NOT HIST-IN-PRIOR
002695         GO TO 2000-NEXT
002696     END-IF.
002697     MOVE HIST-BATCH-ID TO WS-WORK-BATCH-ID.
002698     PERFORM 2200-FIND-BATCH-ENTRY THRU 2200-EXIT.
002699     IF WS-SUMM-IX = ZERO
002700         GO TO 2000-NEXT
002701     END-IF.
002710     IF HIST-IN-CURRENT
002720         ADD 1 TO WS-CUR-COUNT
002730         ADD HIST-DOLLAR-AMOUNT TO WS-SE-CUR-TOTAL (WS-SUMM-IX)
002740         ADD HIST-DOLLAR-AMOUNT TO WS-GRAND-CUR
002741         MOVE ZERO TO WS-DAY-HIT
002742         PERFORM 2060-CHECK-ONE-DAY THRU 2060-EXIT
002743             VARYING WS-DAY-IX FROM 1 BY 1
002744             UNTIL WS-DAY-IX > WS-DAY-SLOTS
002745             OR WS-DAY-HIT > ZERO
002750         IF WS-DAY-HIT > ZERO
002760             ADD HIST-DOLLAR-AMOUNT
002770                 TO WS-SE-DAY-NET (WS-SUMM-IX WS-DAY-HIT)
002780         END-IF
002790     ELSE
002800         ADD 1 TO WS-PRI-COUNT
002850     PERFORM 2100-READ-HIST THRU 2100-EXIT.
002860 2000-EXIT.
002870     EXIT.
002871*----------------------------------------------------------------
002872* 2050-CLASSIFY-DATE - PLACE THE HISTORY RECORD IN THE
002873*                      REQUESTED MONTH OR PERIOD, THE PRIOR
002874*                      ONE, OR NEITHER. A MONTH GOES BY RUN
002875*                      DATE; A PERIOD BY THE PERIOD GLPOST
002876*                      BOOKED THE RECORD TO, SO A GROUP ROLLED
002877*                      OUT OF A CLOSED PERIOD COUNTS IN THE ONE
002878*                      IT WAS ROLLED TO (IN THE TOTALS ONLY - ITS
002879*                      RUN DATE HAS NO DAY COLUMN THERE). HISTORY
002880*                      FILED BEFORE THE PERIOD WAS STAMPED
002881*                      CARRIES ZERO AND GOES BY RUN DATE.
002882*----------------------------------------------------------------
002883 2050-CLASSIFY-DATE.
002884     MOVE SPACE TO WS-CLASS-SW.
002885     IF REPORT-BY-MONTH
002886         IF WS-HIST-YYYYMM = WS-SUMM-MONTH
002887             SET HIST-IN-CURRENT TO TRUE
002888         ELSE
002889             IF WS-HIST-YYYYMM = WS-PRIOR-MONTH
002890                 SET HIST-IN-PRIOR TO TRUE
002891             END-IF
002892         END-IF
002893         GO TO 2050-EXIT
002894     END-IF.
002895     IF HIST-BOOK-PERIOD IS NUMERIC
002896         AND HIST-BOOK-PERIOD > ZERO
002897         IF HIST-BOOK-PERIOD = WS-SUMM-PERIOD
002898             SET HIST-IN-CURRENT TO TRUE
002899         ELSE
002900             IF WS-PRIOR-PERIOD > ZERO
002901                 AND HIST-BOOK-PERIOD = WS-PRIOR-PERIOD
002902                 SET HIST-IN-PRIOR TO TRUE
002903             END-IF
002904         END-IF
002905         GO TO 2050-EXIT
002906     END-IF.
002907     IF WS-HIST-DATE NOT < WS-CUR-START-DATE
002908         AND WS-HIST-DATE NOT > WS-CUR-END-DATE
002909         SET HIST-IN-CURRENT TO TRUE
002910         GO TO 2050-EXIT
002911     END-IF.
002912     IF WS-PRI-START-DATE > ZERO
002913         AND WS-HIST-DATE NOT < WS-PRI-START-DATE
002914         AND WS-HIST-DATE NOT > WS-PRI-END-DATE
002915         SET HIST-IN-PRIOR TO TRUE
002916     END-IF.
002917 2050-EXIT.
002918     EXIT.
002919*----------------------------------------------------------------
002920* 2060-CHECK-ONE-DAY - ONE STEP OF THE SCAN FOR THE DAY COLUMN
002921*                      HOLDING THE HISTORY RECORD'S RUN DATE
002922*----------------------------------------------------------------
002923 2060-CHECK-ONE-DAY.
002924     IF WS-DAY-DATE (WS-DAY-IX) = WS-HIST-DATE
002925         MOVE WS-DAY-IX TO WS-DAY-HIT
002926     END-IF.
002927 2060-EXIT.
002928     EXIT.
002929*----------------------------------------------------------------
002930* 2100-READ-HIST - READ THE NEXT HISTORY RECORD
002931*----------------------------------------------------------------
002932 2100-READ-HIST.
002933     READ HIST-FILE
002934         AT END SET END-OF-HIST-FILE TO TRUE
002940     END-READ.
002950 2100-EXIT.
002960     EXIT.
003170             MOVE ZERO TO WS-SE-PRI-TOTAL (WS-SUMM-IX)
003180             PERFORM 2220-CLEAR-ONE-DAY THRU 2220-EXIT
003190                 VARYING WS-DAY-IX FROM 1 BY 1
003200                 UNTIL WS-DAY-IX > WS-DAY-MAX
003210         ELSE
003220             DISPLAY '*** GLSUMM0002E - MORE THAN ' WS-SUMM-MAX
003230                 ' BATCH IDS ON FILE - SUMMARY INCOMPLETE ***'
003690     EXIT.
003700*----------------------------------------------------------------
003710* 3100-PRINT-ONE-BATCH - ONE BATCH'S SECTION: THE REQUESTED
003720*                        MONTH'S OR PERIOD'S NET BY DAY AND THE
003730*                        TOTAL LINE WITH THE PRIOR COMPARISON
003740*----------------------------------------------------------------
003750 3100-PRINT-ONE-BATCH.
003760     ADD 1 TO WS-SUMM-IX.
003820     ADD 2 TO WS-LINE-COUNT.
003830     PERFORM 3110-PRINT-ONE-DAY THRU 3110-EXIT
003840         VARYING WS-DAY-IX FROM 1 BY 1
003850         UNTIL WS-DAY-IX > WS-DAY-SLOTS.
003860     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
003870         PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT
003880     END-IF.
004070     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
004080         PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT
004090     END-IF.
004100     MOVE WS-DAY-DATE (WS-DAY-IX) TO DY-DATE.
004110     MOVE WS-SE-DAY-NET (WS-SUMM-IX WS-DAY-IX) TO DY-NET.
004120     WRITE PRINT-RECORD FROM WS-RPT-DAY-LINE.
004130     ADD 1 TO WS-LINE-COUNT.
004260     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
004270     MOVE 'GLSUMM  ' TO AUDIT-PROGRAM-ID.
004280     MOVE WS-READ-COUNT TO WS-COUNT-DISP.
004282     IF REPORT-BY-PERIOD
004284         STRING 'HIST=' WS-COUNT-DISP ' PERIOD=' WS-SUMM-PERIOD
004286             DELIMITED BY SIZE INTO AUDIT-INPUTS
004288     ELSE
004290         STRING 'HIST=' WS-COUNT-DISP ' MONTH=' WS-SUMM-MONTH
004300             DELIMITED BY SIZE INTO AUDIT-INPUTS
004305     END-IF.
004310     MOVE WS-CUR-COUNT TO AUDIT-RESULT.
004320     MOVE WS-RETURN-CODE TO AUDIT-RETURN-CODE.
004330     WRITE AUDIT-RECORD.
