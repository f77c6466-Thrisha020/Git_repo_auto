000320*                  RERUN) IS ALREADY MARKED RESUBMITTED ON
000330*                  TRANREJV AND MUST NOT BE DESTROYED BY THE
000340*                  NEXT RELEASE RUN.
000341* 2026-10-02  DG   DUAL CONTROL. A REPAIR RELEASED ABOVE REJFIX'S
000342*                  APPROVAL LIMIT SITS PENDING ('P') UNTIL A
000343*                  SECOND USER APPROVES IT ON APPRV, AND IS NOT
000344*                  RELEASED HERE UNTIL THEN. PENDING REPAIRS ARE
000345*                  LISTED ON THE REPORT WITH THEIR MAKER AND
000346*                  COUNTED ON THE SUMMARY LINE SO THEY ARE NOT
000347*                  FORGOTTEN BETWEEN THE TWO USERS.
000350*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
001230     05 WS-RELEASE-COUNT    PIC 9(07) COMP VALUE ZERO.
001240     05 WS-OPEN-COUNT       PIC 9(07) COMP VALUE ZERO.
001250     05 WS-AGED-COUNT       PIC 9(07) COMP VALUE ZERO.
001255     05 WS-PENDING-COUNT    PIC 9(07) COMP VALUE ZERO.
001260     05 WS-RETURN-CODE      PIC 9(04) COMP VALUE ZERO.
001270 01  WS-COUNT-DISP          PIC 9(07) VALUE ZERO.
001280 01  WS-COUNT-DISP-2        PIC 9(07) VALUE ZERO.
001650     05 AH-DAYS             PIC ZZZ9.
001660     05 FILLER              PIC X(05) VALUE ' DAYS'.
001670     05 FILLER              PIC X(93) VALUE SPACES.
001671 01  WS-RPT-PENDING.
001672     05 PD-CTL              PIC X(01) VALUE SPACE.
001673     05 FILLER              PIC X(18) VALUE 'AWAITING APPROVAL '.
001674     05 PD-DATE             PIC 9(08).
001675     05 FILLER              PIC X(01) VALUE '/'.
001676     05 PD-SEQ              PIC 9(07).
001677     05 FILLER              PIC X(07) VALUE ' FILE '.
001678     05 PD-FILE-ID          PIC X(08).
001679     05 FILLER              PIC X(13) VALUE ' REPAIRED BY '.
001680     05 PD-MAKER-USER       PIC X(08).
001681     05 FILLER              PIC X(04) VALUE ' ON '.
001682     05 PD-MAKER-DATE       PIC X(08).
001683     05 FILLER              PIC X(01) VALUE SPACE.
001684     05 PD-MAKER-TIME       PIC X(06).
001685     05 FILLER              PIC X(43) VALUE SPACES.
001686 01  WS-RPT-SUMMARY.
001690     05 RS-CTL              PIC X(01) VALUE '0'.
001700     05 FILLER              PIC X(15) VALUE 'REPAIRS READ: '.
001710     05 RS-READ-COUNT       PIC ZZZZZZ9.
001750     05 RS-OPEN-COUNT       PIC ZZZZZZ9.
001760     05 FILLER              PIC X(08) VALUE '  AGED: '.
001770     05 RS-AGED-COUNT       PIC ZZZZZZ9.
001772     05 FILLER              PIC X(11) VALUE '  PENDING: '.
001774     05 RS-PENDING-COUNT    PIC ZZZZZZ9.
001780     05 FILLER              PIC X(38) VALUE SPACES.
001790 PROCEDURE DIVISION.
001800*================================================================
001810* 0000-MAINLINE
002600*----------------------------------------------------------------
002610* 2000-PROCESS-ONE-REPAIR - RELEASE ONE RELEASED REPAIR TO THE
002620*                           RESUBMISSION FILE, OR AGE AN OPEN ONE
002630*                           AGAINST THE CUTOFF. A REPAIR
002635*                           PENDING APPROVAL IS LISTED, NOT
002640*                           RELEASED. RESUBMITTED RECORDS ARE
002645*                           HISTORY AND PASS THROUGH.
002650*----------------------------------------------------------------
002660 2000-PROCESS-ONE-REPAIR.
002670     ADD 1 TO WS-READ-COUNT.
002750             END-IF
002760         END-IF
002770     END-IF.
002772     IF REJ-PENDING
002774         PERFORM 2400-LIST-PENDING THRU 2400-EXIT
002776     END-IF.
002780     PERFORM 2100-READ-REPAIR THRU 2100-EXIT.
002790 2000-EXIT.
002800     EXIT.
003390     ADD 1 TO WS-LINE-COUNT.
003400 2300-EXIT.
003410     EXIT.
003411*----------------------------------------------------------------
003412* 2400-LIST-PENDING - A REPAIR WAITING FOR ITS SECOND-USER
003413*                     APPROVAL: ITEMIZE IT WITH ITS MAKER SO THE
003414*                     CHECKER CAN BE CHASED. IT STAYS ON THE FILE
003415*                     UNTOUCHED.
003416*----------------------------------------------------------------
003417 2400-LIST-PENDING.
003418     ADD 1 TO WS-PENDING-COUNT.
003419     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
003420         PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT
003421     END-IF.
003422     MOVE REJ-REJECT-DATE TO PD-DATE.
003423     MOVE REJ-SEQUENCE TO PD-SEQ.
003424     MOVE REJ-TRANS-FILE-ID TO PD-FILE-ID.
003425     MOVE REJ-MAKER-USER TO PD-MAKER-USER.
003426     MOVE REJ-MAKER-DATE TO PD-MAKER-DATE.
003427     MOVE REJ-MAKER-TIME TO PD-MAKER-TIME.
003428     WRITE PRINT-RECORD FROM WS-RPT-PENDING.
003429     ADD 1 TO WS-LINE-COUNT.
003430 2400-EXIT.
003431     EXIT.
003432*----------------------------------------------------------------
003433* 3000-FINALIZE - PRINT THE SUMMARY, LOG THE RUN TO THE AUDIT
003439*                 FILE AND CLOSE UP
003450*----------------------------------------------------------------
003460 3000-FINALIZE.
003470     MOVE WS-READ-COUNT    TO RS-READ-COUNT.
003480     MOVE WS-RELEASE-COUNT TO RS-RELEASE-COUNT.
003490     MOVE WS-OPEN-COUNT    TO RS-OPEN-COUNT.
003500     MOVE WS-AGED-COUNT    TO RS-AGED-COUNT.
003505     MOVE WS-PENDING-COUNT TO RS-PENDING-COUNT.
003510     WRITE PRINT-RECORD FROM WS-RPT-SUMMARY.
003520     WRITE PRINT-RECORD FROM WS-RPT-FOOTER.
003530     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
