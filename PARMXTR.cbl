000300*                  AUDIT TRAIL SHOWS WHICH PARAMETERS DROVE WHICH
000310*                  RUN. THE CONTROL DATE COMES FROM A SYSIN CARD
000320*                  (XTRPARM), DEFAULTING TO THE RUN DATE.
000321* 2026-10-02  DG   DUAL CONTROL. A CARD STILL PENDING SECOND-USER
000322*                  APPROVAL, OR REJECTED ON THE APPRV SCREEN, IS
000323*                  PASSED BY - ONLY APPROVED CARDS (AND CARDS
000324*                  FROM BEFORE DUAL CONTROL, WITH A BLANK STATUS)
000325*                  CAN BE EXTRACTED. THE REPORT COUNTS THE
000326*                  PENDING CARDS PASSED BY SO A CHANGE STILL
000327*                  WAITING FOR ITS CHECKER IS NOT MISTAKEN FOR
000328*                  ONE IN FORCE.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
001050 01  WS-ADD-BEST-RECORD     PIC X(80) VALUE SPACES.
001060 01  WS-CUBE-BEST-DATE      PIC 9(08) VALUE ZERO.
001070 01  WS-CUBE-BEST-RECORD    PIC X(80) VALUE SPACES.
001072 01  WS-ADD-PENDING-COUNT   PIC 9(02) COMP VALUE ZERO.
001074 01  WS-CUBE-PENDING-COUNT  PIC 9(02) COMP VALUE ZERO.
001080*----------------------------------------------------------------
001090* PRINTED-REPORT CONTROLS AND LINE LAYOUTS
001100*----------------------------------------------------------------
001310     05 FILLER              PIC X(44) VALUE
001320         ' - NO CARD IN EFFECT - SYSIN CARD NOT BUILT '.
001330     05 FILLER              PIC X(80) VALUE SPACES.
001332 01  WS-RPT-PENDING-LINE.
001334     05 PN-CTL              PIC X(01) VALUE ' '.
001336     05 PN-FILE-NAME        PIC X(08).
001338     05 FILLER              PIC X(01) VALUE SPACE.
001340     05 PN-COUNT            PIC Z9.
001342     05 FILLER              PIC X(45) VALUE
001344         ' CARD(S) PENDING APPROVAL - PASSED BY, NOT IN'.
001346     05 FILLER              PIC X(07) VALUE ' FORCE '.
001348     05 FILLER              PIC X(69) VALUE SPACES.
001349 PROCEDURE DIVISION.
001350*================================================================
001360* 0000-MAINLINE
001370*================================================================
002150             'REFRESHED ***'
002160         PERFORM 2200-REPORT-ADDPARM-NONE THRU 2200-EXIT
002170     END-IF.
002172     IF WS-ADD-PENDING-COUNT > ZERO
002174         MOVE 'ADDPARM ' TO PN-FILE-NAME
002176         MOVE WS-ADD-PENDING-COUNT TO PN-COUNT
002178         WRITE PRINT-RECORD FROM WS-RPT-PENDING-LINE
002179     END-IF.
002180 2000-CLOSE.
002190     CLOSE ADDPARM-FILE ADDPARM-EXTRACT.
002200 2000-EXIT.
002210     EXIT.
002220*----------------------------------------------------------------
002230* 2100-SIFT-ONE-ADDPARM - READ ONE ADDPARM CARD AND KEEP IT IF IT
002240*                         IS THE BEST SO FAR: APPROVED, IN EFFECT
002250*                         BY THE CONTROL DATE AND DATED LATEST
002260*----------------------------------------------------------------
002270 2100-SIFT-ONE-ADDPARM.
002280     READ ADDPARM-FILE
002310     IF END-OF-ADDPARM-FILE
002320         GO TO 2100-EXIT
002330     END-IF.
002332     IF PARM-CARD-PENDING
002334         ADD 1 TO WS-ADD-PENDING-COUNT
002336         GO TO 2100-EXIT
002338     END-IF.
002340     IF NOT PARM-CARD-APPROVED
002342         GO TO 2100-EXIT
002344     END-IF.
002346     IF PARM-EFFECTIVE-DATE IS NUMERIC
002350         MOVE PARM-EFFECTIVE-DATE TO WS-CARD-EFF-DATE
002360     ELSE
002370         MOVE ZERO TO WS-CARD-EFF-DATE
002840             'REFRESHED ***'
002850         PERFORM 3200-REPORT-CUBEPARM-NONE THRU 3200-EXIT
002860     END-IF.
002862     IF WS-CUBE-PENDING-COUNT > ZERO
002864         MOVE 'CUBEPARM' TO PN-FILE-NAME
002866         MOVE WS-CUBE-PENDING-COUNT TO PN-COUNT
002868         WRITE PRINT-RECORD FROM WS-RPT-PENDING-LINE
002869     END-IF.
002870 3000-CLOSE.
002880     CLOSE CUBEPARM-FILE CUBEPARM-EXTRACT.
002890 3000-EXIT.
002900     EXIT.
002910*----------------------------------------------------------------
002920* 3100-SIFT-ONE-CUBEPARM - READ ONE CUBEPARM CARD AND KEEP IT IF
002930*                          IT IS THE BEST SO FAR, PASSING BY
002935*                          CARDS NOT APPROVED
002940*----------------------------------------------------------------
002950 3100-SIFT-ONE-CUBEPARM.
002960     READ CUBEPARM-FILE
002990     IF END-OF-CUBEPARM-FILE
003000         GO TO 3100-EXIT
003010     END-IF.
003012     IF PARM-CUBE-PENDING
003014         ADD 1 TO WS-CUBE-PENDING-COUNT
003016         GO TO 3100-EXIT
003017     END-IF.
003018     IF NOT PARM-CUBE-APPROVED
003019         GO TO 3100-EXIT
003020     END-IF.
003021     IF PARM-CUBE-EFF-DATE IS NUMERIC
003030         MOVE PARM-CUBE-EFF-DATE TO WS-CARD-EFF-DATE
003040     ELSE
003050         MOVE ZERO TO WS-CARD-EFF-DATE
