000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  APPRRPT.
000030 AUTHOR. D-GOODWIN.
000040 INSTALLATION. BATCH-CONTROL-GROUP.
000050 DATE-WRITTEN. 2026-10-02.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  ------------------------------------------
000120* 2026-10-02  DG   NEW PROGRAM. DUAL-CONTROL APPROVAL LOG REPORT.
000130*                  READS THE KEYED APPROVAL LOG (APPRLOG, WRITTEN
000140*                  BY THE APPRV SCREEN) IN DECISION ORDER AND
000150*                  PRINTS EVERY DECISION TAKEN BETWEEN THE SYSIN
000160*                  FROM- AND TO-DATES (SHOP DEFAULT: THE WHOLE LOG
000170*                  UP TO THE RUN DATE) - THE ITEM, WHAT WAS
000180*                  CHANGED, WHO KEYED IT AND WHEN, AND WHO
000190*                  APPROVED OR REJECTED IT AND WHEN - SO AUDIT
000200*                  CAN SEE THAT NO REPAIR OVER THE LIMIT AND NO
000210*                  PARAMETER CHANGE WENT IN ON ONE USER'S WORD.
000220*----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT PARM-FILE ASSIGN TO "SYSIN"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-PARM-FILE-STATUS.
000290     SELECT APPRLOG-FILE ASSIGN TO "APPRLOG"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS APL-KEY
000330         FILE STATUS IS WS-APPRLOG-FILE-STATUS.
000340     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000370     SELECT RPT-FILE ASSIGN TO "APPRLRPT"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  PARM-FILE
000420     LABEL RECORDS ARE STANDARD.
000430     COPY APRPARM.
000440 FD  APPRLOG-FILE
000450     LABEL RECORDS ARE STANDARD.
000460     COPY APPRLOG.
000470 FD  AUDIT-FILE
000480     LABEL RECORDS ARE STANDARD.
000490     COPY AUDITREC.
000500 FD  RPT-FILE
000510     LABEL RECORDS ARE STANDARD.
000520     COPY PRTLINE.
000530 WORKING-STORAGE SECTION.
000540*----------------------------------------------------------------
000550* SWITCHES
000560*----------------------------------------------------------------
000570 01  WS-SWITCHES.
000580     05 WS-APPRLOG-EOF-SW   PIC X(01) VALUE 'N'.
000590         88 END-OF-APPRLOG-FILE        VALUE 'Y'.
000600     05 WS-PARM-EOF-SW      PIC X(01) VALUE 'N'.
000610         88 END-OF-PARM-FILE           VALUE 'Y'.
000620     05 WS-LOG-SW           PIC X(01) VALUE 'N'.
000630         88 LOG-FILE-ON-HAND           VALUE 'Y'.
000640 01  WS-PARM-FILE-STATUS    PIC X(02) VALUE SPACES.
000650     88 WS-PARM-FILE-FOUND            VALUE '00'.
000660 01  WS-APPRLOG-FILE-STATUS PIC X(02) VALUE SPACES.
000670     88 WS-APPRLOG-OK                  VALUE '00'.
000680 01  WS-AUDIT-FILE-STATUS   PIC X(02) VALUE SPACES.
000690     88 WS-AUDIT-FILE-FOUND            VALUE '00'.
000700*----------------------------------------------------------------
000710* CURRENT SYSTEM DATE, PICKED UP ONCE AT START-UP FOR THE AUDIT
000720* LOG, THE REPORT HEADINGS AND THE DEFAULT TO-DATE.
000730*----------------------------------------------------------------
000740 01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000750*----------------------------------------------------------------
000760* DECISION-DATE RANGE TO PRINT, BOTH ENDS INCLUSIVE
000770*----------------------------------------------------------------
000780 01  WS-FROM-DATE            PIC 9(08) VALUE ZERO.
000790 01  WS-TO-DATE              PIC 9(08) VALUE ZERO.
000800*----------------------------------------------------------------
000810* COUNTERS
000820*----------------------------------------------------------------
000830 01  WS-COUNTERS.
000840     05 WS-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
000850     05 WS-LISTED-COUNT     PIC 9(07) COMP VALUE ZERO.
000860     05 WS-APPROVED-COUNT   PIC 9(07) COMP VALUE ZERO.
000870     05 WS-REJECTED-COUNT   PIC 9(07) COMP VALUE ZERO.
000880     05 WS-RETURN-CODE      PIC 9(04) COMP VALUE ZERO.
000890*----------------------------------------------------------------
000900* PRINTED-REPORT CONTROLS AND LINE LAYOUTS
000910*----------------------------------------------------------------
000920     COPY RPTHDR.
000930 01  WS-RPT-CONTROLS.
000940     05 WS-PAGE-NUMBER      PIC 9(04) COMP VALUE ZERO.
000950     05 WS-LINE-COUNT       PIC 9(03) COMP VALUE ZERO.
000960     05 WS-LINES-PER-PAGE   PIC 9(03) COMP VALUE 060.
000970 01  WS-RPT-PARAMETERS      PIC X(100) VALUE SPACES.
000980 01  WS-RPT-RUN-DATE        PIC X(10)  VALUE SPACES.
000990 01  WS-RPT-COLUMNS.
001000     05 CH-CTL              PIC X(01) VALUE ' '.
001010     05 FILLER              PIC X(09) VALUE 'DECIDED'.
001020     05 FILLER              PIC X(08) VALUE 'AT'.
001030     05 FILLER              PIC X(15) VALUE 'ITEM'.
001040     05 FILLER              PIC X(17) VALUE 'ITEM KEY'.
001050     05 FILLER              PIC X(10) VALUE 'DECISION'.
001060     05 FILLER              PIC X(09) VALUE 'MAKER'.
001070     05 FILLER              PIC X(09) VALUE 'KEYED ON'.
001080     05 FILLER              PIC X(08) VALUE 'AT'.
001090     05 FILLER              PIC X(08) VALUE 'CHECKER'.
001100     05 FILLER              PIC X(39) VALUE SPACES.
001110 01  WS-RPT-DETAIL.
001120     05 DL-CTL              PIC X(01) VALUE ' '.
001130     05 DL-DECISION-DATE    PIC 9(08).
001140     05 FILLER              PIC X(01) VALUE SPACE.
001150     05 DL-DECISION-TIME    PIC 9(06).
001160     05 FILLER              PIC X(02) VALUE SPACES.
001170     05 DL-ITEM-NAME        PIC X(14).
001180     05 FILLER              PIC X(01) VALUE SPACE.
001190     05 DL-ITEM-KEY         PIC X(15).
001200     05 FILLER              PIC X(02) VALUE SPACES.
001210     05 DL-DECISION         PIC X(08).
001220     05 FILLER              PIC X(02) VALUE SPACES.
001230     05 DL-MAKER-USER       PIC X(08).
001240     05 FILLER              PIC X(01) VALUE SPACE.
001250     05 DL-MAKER-DATE       PIC X(08).
001260     05 FILLER              PIC X(01) VALUE SPACE.
001270     05 DL-MAKER-TIME       PIC X(06).
001280     05 FILLER              PIC X(02) VALUE SPACES.
001290     05 DL-CHECKER-USER     PIC X(08).
001300     05 FILLER              PIC X(39) VALUE SPACES.
001310 01  WS-RPT-CHANGE.
001320     05 CL-CTL              PIC X(01) VALUE ' '.
001330     05 FILLER              PIC X(10) VALUE SPACES.
001340     05 FILLER              PIC X(08) VALUE 'CHANGE: '.
001350     05 CL-DETAIL           PIC X(60).
001360     05 FILLER              PIC X(54) VALUE SPACES.
001370 01  WS-RPT-NONE.
001380     05 NL-CTL              PIC X(01) VALUE '0'.
001390     05 FILLER              PIC X(37) VALUE
001400         'NO DECISIONS LOGGED IN THE DATE RANGE'.
001410     05 FILLER              PIC X(95) VALUE SPACES.
001420 01  WS-RPT-SUMMARY.
001430     05 RS-CTL              PIC X(01) VALUE '0'.
001440     05 FILLER              PIC X(18) VALUE 'DECISIONS LISTED: '.
001450     05 RS-LISTED-COUNT     PIC ZZZZZZ9.
001460     05 FILLER              PIC X(12) VALUE '  APPROVED: '.
001470     05 RS-APPROVED-COUNT   PIC ZZZZZZ9.
001480     05 FILLER              PIC X(12) VALUE '  REJECTED: '.
001490     05 RS-REJECTED-COUNT   PIC ZZZZZZ9.
001500     05 FILLER              PIC X(69) VALUE SPACES.
001510 PROCEDURE DIVISION.
001520*================================================================
001530* 0000-MAINLINE
001540*================================================================
001550 0000-MAINLINE.
001560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001570     PERFORM 2000-PROCESS-ONE-DECISION THRU 2000-EXIT
001580         UNTIL END-OF-APPRLOG-FILE.
001590     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001600     STOP RUN RETURNING WS-RETURN-CODE.
001610*----------------------------------------------------------------
001620* 1000-INITIALIZE - PICK UP THE DATE RANGE, OPEN THE FILES, PRINT
001630*                   THE HEADING AND PRIME THE READ. NO APPROVAL
001640*                   LOG AT ALL JUST MEANS NOTHING HAS EVER BEEN
001650*                   DECIDED.
001660*----------------------------------------------------------------
001670 1000-INITIALIZE.
001680     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001690     PERFORM 1010-READ-PARM-CARD THRU 1010-EXIT.
001700     OPEN OUTPUT RPT-FILE.
001710     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
001720     STRING 'FROM=' WS-FROM-DATE
001730         ' TO=' WS-TO-DATE
001740         DELIMITED BY SIZE INTO WS-RPT-PARAMETERS.
001750     PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT.
001760     OPEN INPUT APPRLOG-FILE.
001770     IF NOT WS-APPRLOG-OK
001780         DISPLAY '*** APPRRPT0001I - NO APPROVAL LOG ON HAND - '
001790             'NOTHING TO REPORT ***'
001800         SET END-OF-APPRLOG-FILE TO TRUE
001810         GO TO 1000-EXIT
001820     END-IF.
001830     SET LOG-FILE-ON-HAND TO TRUE.
001840     PERFORM 2100-READ-DECISION THRU 2100-EXIT.
001850 1000-EXIT.
001860     EXIT.
001870*----------------------------------------------------------------
001880* 1010-READ-PARM-CARD - PICK UP THE DECISION-DATE RANGE FROM
001890*                       SYSIN. NO CARD (OR A BLANK OR ZERO DATE)
001900*                       MEANS THE START OF THE LOG THROUGH THE RUN
001910*                       DATE; A RANGE THAT RUNS BACKWARD IS
001920*                       REPORTED AND THE DEFAULTS USED.
001930*----------------------------------------------------------------
001940 1010-READ-PARM-CARD.
001950     MOVE ZERO TO WS-FROM-DATE.
001960     MOVE WS-RUN-DATE TO WS-TO-DATE.
001970     OPEN INPUT PARM-FILE.
001980     IF WS-PARM-FILE-FOUND
001990         READ PARM-FILE
002000             AT END SET END-OF-PARM-FILE TO TRUE
002010         END-READ
002020         IF NOT END-OF-PARM-FILE
002030             IF PARM-FROM-DATE IS NUMERIC
002040                 MOVE PARM-FROM-DATE TO WS-FROM-DATE
002050             END-IF
002060             IF PARM-TO-DATE IS NUMERIC
002070                 AND PARM-TO-DATE > ZERO
002080                 MOVE PARM-TO-DATE TO WS-TO-DATE
002090             END-IF
002100         END-IF
002110         CLOSE PARM-FILE
002120     ELSE
002130         SET END-OF-PARM-FILE TO TRUE
002140     END-IF.
002150     IF WS-FROM-DATE > WS-TO-DATE
002160         DISPLAY '*** APPRRPT0002W - FROM-DATE ' WS-FROM-DATE
002170             ' IS AFTER TO-DATE ' WS-TO-DATE
002180             ' - WHOLE LOG TO RUN DATE USED ***'
002190         MOVE ZERO TO WS-FROM-DATE
002200         MOVE WS-RUN-DATE TO WS-TO-DATE
002210     END-IF.
002220 1010-EXIT.
002230     EXIT.
002240*----------------------------------------------------------------
002250* 1020-WRITE-REPORT-HEADING - START A NEW REPORT PAGE, WITH THE
002260*                             COLUMN HEADINGS
002270*----------------------------------------------------------------
002280 1020-WRITE-REPORT-HEADING.
002290     ADD 1 TO WS-PAGE-NUMBER.
002300     MOVE 'APPRRPT'           TO RH1-PROGRAM-NAME.
002310     MOVE WS-RPT-RUN-DATE     TO RH1-RUN-DATE.
002320     MOVE WS-PAGE-NUMBER      TO RH1-PAGE-NUMBER.
002330     MOVE WS-RPT-PARAMETERS   TO RH2-PARAMETERS.
002340     WRITE PRINT-RECORD FROM WS-RPT-HEADING-1.
002350     WRITE PRINT-RECORD FROM WS-RPT-HEADING-2.
002360     WRITE PRINT-RECORD FROM WS-RPT-HEADING-3.
002370     WRITE PRINT-RECORD FROM WS-RPT-COLUMNS.
002380     MOVE 1 TO WS-LINE-COUNT.
002390 1020-EXIT.
002400     EXIT.
002410*----------------------------------------------------------------
002420* 2000-PROCESS-ONE-DECISION - PRINT ONE LOGGED DECISION INSIDE
002430*                             THE DATE RANGE. THE LOG IS KEYED
002440*                             BY DECISION DATE, SO THE FIRST
002450*                             RECORD PAST THE TO-DATE ENDS THE
002460*                             RUN.
002470*----------------------------------------------------------------
002480 2000-PROCESS-ONE-DECISION.
002490     IF APL-DECISION-DATE > WS-TO-DATE
002500         SET END-OF-APPRLOG-FILE TO TRUE
002510         GO TO 2000-EXIT
002520     END-IF.
002530     IF APL-DECISION-DATE < WS-FROM-DATE
002540         PERFORM 2100-READ-DECISION THRU 2100-EXIT
002550         GO TO 2000-EXIT
002560     END-IF.
002570     PERFORM 2200-PRINT-ONE-DECISION THRU 2200-EXIT.
002580     PERFORM 2100-READ-DECISION THRU 2100-EXIT.
002590 2000-EXIT.
002600     EXIT.
002610*----------------------------------------------------------------
002620* 2100-READ-DECISION - READ THE NEXT APPROVAL-LOG RECORD
002630*----------------------------------------------------------------
002640 2100-READ-DECISION.
002650     READ APPRLOG-FILE
002660         AT END SET END-OF-APPRLOG-FILE TO TRUE
002670     END-READ.
002680     IF NOT END-OF-APPRLOG-FILE
002690         ADD 1 TO WS-READ-COUNT
002700     END-IF.
002710 2100-EXIT.
002720     EXIT.
002730*----------------------------------------------------------------
002740* 2200-PRINT-ONE-DECISION - THE DECISION LINE AND, UNDER IT, THE
002750*                           CHANGE THAT WAS DECIDED. THE TWO
002760*                           LINES ARE KEPT ON ONE PAGE.
002770*----------------------------------------------------------------
002780 2200-PRINT-ONE-DECISION.
002790     IF WS-LINE-COUNT + 1 NOT < WS-LINES-PER-PAGE
002800         PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT
002810     END-IF.
002820     ADD 1 TO WS-LISTED-COUNT.
002830     MOVE APL-DECISION-DATE TO DL-DECISION-DATE.
002840     MOVE APL-DECISION-TIME TO DL-DECISION-TIME.
002850     IF APL-REJECT-REPAIR
002860         MOVE 'REJECT REPAIR' TO DL-ITEM-NAME
002870     ELSE
002880         IF APL-ADDPARM-CARD
002890             MOVE 'ADDPARM CARD' TO DL-ITEM-NAME
002900         ELSE
002910             MOVE 'CUBEPARM CARD' TO DL-ITEM-NAME
002920         END-IF
002930     END-IF.
002940     MOVE APL-ITEM-KEY TO DL-ITEM-KEY.
002950     IF APL-APPROVED
002960         ADD 1 TO WS-APPROVED-COUNT
002970         MOVE 'APPROVED' TO DL-DECISION
002980     ELSE
002990         ADD 1 TO WS-REJECTED-COUNT
003000         MOVE 'REJECTED' TO DL-DECISION
003010     END-IF.
003020     MOVE APL-MAKER-USER TO DL-MAKER-USER.
003030     MOVE APL-MAKER-DATE TO DL-MAKER-DATE.
003040     MOVE APL-MAKER-TIME TO DL-MAKER-TIME.
003050     MOVE APL-CHECKER-USER TO DL-CHECKER-USER.
003060     WRITE PRINT-RECORD FROM WS-RPT-DETAIL.
003070     MOVE APL-DETAIL TO CL-DETAIL.
003080     WRITE PRINT-RECORD FROM WS-RPT-CHANGE.
003090     ADD 2 TO WS-LINE-COUNT.
003100 2200-EXIT.
003110     EXIT.
003120*----------------------------------------------------------------
003130* 3000-FINALIZE - PRINT THE SUMMARY, LOG THE RUN TO THE AUDIT
003140*                 FILE AND CLOSE UP
003150*----------------------------------------------------------------
003160 3000-FINALIZE.
003170     IF WS-LISTED-COUNT = ZERO
003180         WRITE PRINT-RECORD FROM WS-RPT-NONE
003190     END-IF.
003200     MOVE WS-LISTED-COUNT   TO RS-LISTED-COUNT.
003210     MOVE WS-APPROVED-COUNT TO RS-APPROVED-COUNT.
003220     MOVE WS-REJECTED-COUNT TO RS-REJECTED-COUNT.
003230     WRITE PRINT-RECORD FROM WS-RPT-SUMMARY.
003240     WRITE PRINT-RECORD FROM WS-RPT-FOOTER.
003250     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
003260     IF LOG-FILE-ON-HAND
003270         CLOSE APPRLOG-FILE
003280     END-IF.
003290     CLOSE RPT-FILE.
003300 3000-EXIT.
003310     EXIT.
003320*----------------------------------------------------------------
003330* 8000-WRITE-AUDIT-RECORD - APPEND ONE RECORD TO AUDITLOG GIVING
003340*                           THE DATE RANGE AND THE NUMBER OF
003350*                           DECISIONS LISTED
003360*----------------------------------------------------------------
003370 8000-WRITE-AUDIT-RECORD.
003380     OPEN EXTEND AUDIT-FILE.
003390     IF NOT WS-AUDIT-FILE-FOUND
003400         OPEN OUTPUT AUDIT-FILE
003410     END-IF.
003420     MOVE SPACES TO AUDIT-RECORD.
003430     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
003440     MOVE 'APPRRPT ' TO AUDIT-PROGRAM-ID.
003450     STRING 'FROM=' WS-FROM-DATE ' TO=' WS-TO-DATE
003460         DELIMITED BY SIZE INTO AUDIT-INPUTS.
003470     MOVE WS-LISTED-COUNT TO AUDIT-RESULT.
003480     MOVE WS-RETURN-CODE TO AUDIT-RETURN-CODE.
003490     WRITE AUDIT-RECORD.
003500     CLOSE AUDIT-FILE.
003510 8000-EXIT.
003520     EXIT.
