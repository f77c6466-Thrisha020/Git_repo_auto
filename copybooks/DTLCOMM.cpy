000010*----------------------------------------------------------------
000020* DTLCOMM - COMMAREA OF THE DTLINQ DETAIL-HISTORY INQUIRY. DTLINQ
000030* CARRIES ITS SEARCH FILTERS AND THE KEYS AT THE TOP AND BOTTOM
000040* OF THE SCREEN NOW SHOWING IN IT BETWEEN TASKS, SO PF7/PF8 KNOW
000050* WHERE THE OPERATOR IS. BATINQ BUILDS THE SAME AREA WHEN THE
000060* OPERATOR DRILLS DOWN FROM A BATCH (PF5), WITH DC-FROM-BATINQ
000070* SET SO DTLINQ FILLS ITS FIRST PAGE WITHOUT WAITING FOR INPUT.
000080*
000090* DC-MIN-AMOUNT - DOLLARS AND CENTS; ONLY DETAILS WHOSE POSTED
000100*                 DOLLAR AMOUNT, EITHER SIGN, IS AT LEAST THIS
000110*                 MUCH ARE SHOWN. ZERO SHOWS EVERY DETAIL.
000112* DC-MAX-AMOUNT - DOLLARS AND CENTS; ONLY DETAILS WHOSE POSTED
000114*                 DOLLAR AMOUNT, EITHER SIGN, IS NO MORE THAN
000116*                 THIS ARE SHOWN. ZERO MEANS NO UPPER LIMIT. THE
000118*                 SAME FIGURE IN BOTH FINDS AN EXACT AMOUNT.
000120*----------------------------------------------------------------
000130 01  DTL-COMMAREA.
000140     05 DC-BATCH-ID             PIC X(04) VALUE SPACES.
000150     05 DC-CONTROL-DATE         PIC X(08) VALUE SPACES.
000160     05 DC-MIN-AMOUNT           PIC 9(07)V99 VALUE ZERO.
000165     05 DC-MAX-AMOUNT           PIC 9(07)V99 VALUE ZERO.
000170     05 DC-TOP-KEY              PIC X(19) VALUE SPACES.
000180     05 DC-BOT-KEY              PIC X(19) VALUE SPACES.
000190     05 DC-ENTRY-SW             PIC X(01) VALUE SPACE.
000200         88 DC-FROM-BATINQ                VALUE 'B'.
