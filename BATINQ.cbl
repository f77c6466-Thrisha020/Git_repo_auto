000200*                  STAGES WRITE. ONE LOOKUP IN PLACE OF THE
000210*                  FOUR-FILE HUNT ACROSS TRANREJ, ADDRPT,
000220*                  GLEXTRACT AND GLHIST.
000222* 2026-09-14  DG   A BATCH REVERSED BY GLREVRS NOW SHOWS STAGE
000224*                  REVRSD, WITH THE DATE OF THE REVERSAL IN A NEW
000226*                  REV DATE COLUMN BESIDE THE SENT DATE.
000228* 2026-09-28  DG   PF5 DRILLS DOWN FROM THE BATCH KEYED TO THE
000230*                  TRANSACTIONS POSTED UNDER IT - XCTL TO THE
000232*                  DTLINQ DETAIL INQUIRY WITH THE BATCH ID (AND
000234*                  CONTROL DATE, IF KEYED) IN ITS COMMAREA.
000235* 2026-10-15  DG   PF5 NOW CLEARS THE UPPER AMOUNT BOUND IN THE
000236*                  DTLINQ COMMAREA AS WELL AS THE LOWER, SO THE
000237*                  DRILL-DOWN NEVER OPENS ON A STALE AMOUNT RANGE.
000238*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 DATA DIVISION.
000260 WORKING-STORAGE SECTION.
000560     05 DL-POST-DOL         PIC ZZZZZZZZZZ9.99-.
000570     05 FILLER              PIC X(01) VALUE SPACE.
000580     05 DL-SENT-DATE        PIC X(08).
000583     05 FILLER              PIC X(01) VALUE SPACE.
000586     05 DL-REV-DATE         PIC X(08).
000590     05 FILLER              PIC X(10) VALUE SPACES.
000600     COPY DFHAID.
000610     COPY DFHBMSCA.
000620*----------------------------------------------------------------
000830* BE RESUMED BY CICS ON THE NEXT TERMINAL INPUT.
000840*----------------------------------------------------------------
000850 01  WS-COMMAREA             PIC X(01) VALUE SPACES.
000852*----------------------------------------------------------------
000854* COMMAREA HANDED TO DTLINQ ON A PF5 DRILL-DOWN
000856*----------------------------------------------------------------
000858     COPY DTLCOMM.
000860 PROCEDURE DIVISION.
000870*================================================================
000880* 0000-MAINLINE
000910     EXEC CICS HANDLE AID
000920         PF3   (9000-END-SESSION)
000930         CLEAR (9000-END-SESSION)
000935         PF5   (4000-SHOW-DETAILS)
000940     END-EXEC.
000950     EXEC CICS HANDLE CONDITION
000960         MAPFAIL (1000-SEND-INITIAL-MAP)
002110     END-IF.
002120     ADD 1 TO WS-LINE-IX.
002130     MOVE BST-CONTROL-DATE TO DL-DATE.
002140     IF BST-STAGE-REVERSED
002142         MOVE 'REVRSD' TO DL-STAGE
002144     ELSE
002146         IF BST-STAGE-SENT
002150             MOVE 'SENT  ' TO DL-STAGE
002160         ELSE
002170             IF BST-STAGE-POSTED
002180                 MOVE 'POSTED' TO DL-STAGE
002190             ELSE
002200                 IF BST-STAGE-EDITED
002210                     MOVE 'EDITED' TO DL-STAGE
002220                 ELSE
002230                     MOVE BST-STAGE TO DL-STAGE
002240                 END-IF
002250             END-IF
002255         END-IF
002260     END-IF.
002270     MOVE BST-EDIT-COUNT TO DL-EDIT-COUNT.
002280     MOVE BST-POST-AMOUNT TO DL-POST-AMT.
002290     MOVE BST-POST-DOLLARS TO DL-POST-DOL.
002300     MOVE BST-SENT-DATE TO DL-SENT-DATE.
002301     IF BST-STAGE-REVERSED
002302         MOVE BST-REV-DATE TO DL-REV-DATE
002303     ELSE
002304         MOVE SPACES TO DL-REV-DATE
002305     END-IF.
002310     MOVE WS-DETAIL-LINE TO BATR-DTL-TEXT (WS-LINE-IX).
002320 3100-EXIT.
002330     EXIT.
002480     MOVE DFHBMASK TO BATR-DTL-ATTR (WS-CLEAR-IX).
002490 3210-EXIT.
002500     EXIT.
002501*----------------------------------------------------------------
002502* 4000-SHOW-DETAILS - PF5: HAND THE KEYED BATCH (AND CONTROL
002503*                     DATE) TO THE DTLINQ DETAIL INQUIRY, WHICH
002504*                     OPENS ON THE FIRST PAGE OF ITS POSTED
002505*                     TRANSACTIONS
002506*----------------------------------------------------------------
002507 4000-SHOW-DETAILS.
002508     IF BIDI = SPACES
002509         PERFORM 3200-CLEAR-DETAIL-LINES THRU 3200-EXIT
002510         MOVE 'KEY A BATCH ID TO SEE ITS DETAILS' TO MSGI
002511         PERFORM 9100-SEND-SCREEN THRU 9100-EXIT
002512         EXEC CICS RETURN
002513             TRANSID  ('BATQ')
002514             COMMAREA (WS-COMMAREA)
002515         END-EXEC
002516     END-IF.
002517     IF CDATI NOT = SPACES
002518         AND CDATI IS NOT NUMERIC
002519         PERFORM 3200-CLEAR-DETAIL-LINES THRU 3200-EXIT
002520         MOVE 'CONTROL DATE MUST BE YYYYMMDD' TO MSGI
002521         PERFORM 9100-SEND-SCREEN THRU 9100-EXIT
002522         EXEC CICS RETURN
002523             TRANSID  ('BATQ')
002524             COMMAREA (WS-COMMAREA)
002525         END-EXEC
002526     END-IF.
002527     MOVE BIDI TO DC-BATCH-ID.
002528     MOVE CDATI TO DC-CONTROL-DATE.
002529     MOVE ZERO TO DC-MIN-AMOUNT.
002530     MOVE ZERO TO DC-MAX-AMOUNT.
002531     MOVE SPACES TO DC-TOP-KEY.
002532     MOVE SPACES TO DC-BOT-KEY.
002533     SET DC-FROM-BATINQ TO TRUE.
002534     EXEC CICS XCTL
002535         PROGRAM  ('DTLINQ')
002536         COMMAREA (DTL-COMMAREA)
002537     END-EXEC.
002538*----------------------------------------------------------------
002539* 9000-END-SESSION - PF3 OR CLEAR - END THE TRANSACTION
002540*----------------------------------------------------------------
002541 9000-END-SESSION.
002550     EXEC CICS SEND TEXT
002560         FROM   ('BATCH STATUS INQUIRY COMPLETE')
002570         LENGTH (29)
