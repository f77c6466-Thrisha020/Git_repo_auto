000406*                  HISTORY LAYOUT GREW WITH THEM. THE BALANCING
000407*                  ITSELF STILL COMPARES THE UNIT FIGURES, WHICH
000408*                  ARE WHAT THE AUDIT LOG CARRIES.
000409* 2026-09-14  DG   THE EXTRACT AND HISTORY RECORDS WIDENED WITH
000410*                  THE ENTRY TYPE AND ORIGINAL RUN DATE GLREVRS
000411*                  STAMPS ON A REVERSAL. A REVERSAL HAS NO
000412*                  ADDMAIN AUDIT ENTRY BEHIND IT, SO IT IS LEFT
000413*                  OUT OF BOTH THE GL AND THE HISTORY TALLIES
000414*                  RATHER THAN RAISED AS A GL AMOUNT WITH NO AUDIT
000415*                  ENTRY - THE REVERSAL REGISTER IS ITS CONTROL.
000416* 2026-10-07  DG   THE EXTRACT AND HISTORY RECORDS WIDENED TO 80
000417*                  BYTES WITH THE CURRENCY EACH BATCH WAS SENT
000418*                  IN AND ITS NET IN THAT CURRENCY - THE LOCAL
000419*                  HISTORY LAYOUT GREW WITH THEM. THE DOLLAR
000420*                  FIGURES THIS JOB USES ARE UNCHANGED.
000421* 2026-10-15  DG   GLHIST WIDENED TO 90 BYTES WITH THE PERIOD
000422*                  GLPOST BOOKED EACH BATCH TO (HIST-BOOK-
000423*                  PERIOD) - THE LOCAL HISTORY LAYOUT GREW WITH
000424*                  IT. NOTHING THIS JOB DOES CHANGES.
000425*----------------------------------------------------------------
000426 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000712     05 HIST-BATCH-ID           PIC X(04).
000714     05 HIST-DOLLAR-AMOUNT      PIC S9(11)V99.
000716     05 HIST-CONTROL-DATE       PIC X(08).
000720     05 HIST-ENTRY-TYPE         PIC X(01).
000722         88 HIST-REVERSAL-ENTRY          VALUE 'R'.
000724     05 HIST-ORIG-RUN-DATE      PIC 9(08).
000725     05 HIST-CURRENCY-CODE      PIC X(03).
000726     05 HIST-CURR-AMOUNT        PIC S9(11)V99.
000727     05 HIST-BOOK-PERIOD        PIC 9(06).
000728     05 FILLER                  PIC X(09).
000730 FD  RPT-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY PRTLINE.
002680     EXIT.
002690*----------------------------------------------------------------
002700* 1210-READ-ONE-GL - READ ONE EXTRACT RECORD AND ROLL ITS AMOUNT
002710*                    INTO THE TABLE ENTRY FOR ITS RUN DATE. A
002715*                    REVERSAL IS NOT AddMain OUTPUT AND IS
002716*                    SKIPPED.
002720*----------------------------------------------------------------
002730 1210-READ-ONE-GL.
002740     READ GL-FILE
002780         GO TO 1210-EXIT
002790     END-IF.
002800     ADD 1 TO WS-GL-READ-COUNT.
002802     IF GL-REVERSAL-ENTRY
002804         GO TO 1210-EXIT
002806     END-IF.
002810     MOVE GL-RUN-DATE TO WS-WORK-DATE.
002820     PERFORM 2100-FIND-DATE-ENTRY THRU 2100-EXIT.
002830     IF WS-RECON-IX > ZERO
003060     EXIT.
003070*----------------------------------------------------------------
003080* 1310-READ-ONE-HIST - READ ONE HISTORY RECORD AND COUNT IT
003090*                      AGAINST ITS RUN DATE. A POSTED REVERSAL
003095*                      IS SKIPPED THE SAME AS A LIVE ONE.
003100*----------------------------------------------------------------
003110 1310-READ-ONE-HIST.
003120     READ HIST-FILE
003150     IF END-OF-HIST-FILE
003160         GO TO 1310-EXIT
003170     END-IF.
003172     IF HIST-REVERSAL-ENTRY
003174         GO TO 1310-EXIT
003176     END-IF.
003180     MOVE HIST-RUN-DATE TO WS-WORK-DATE.
003190     PERFORM 2100-FIND-DATE-ENTRY THRU 2100-EXIT.
003200     IF WS-RECON-IX > ZERO
