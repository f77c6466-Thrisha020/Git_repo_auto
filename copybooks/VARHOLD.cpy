000010*----------------------------------------------------------------
000020* VARHOLD - VARIANCE HOLD QUEUE RECORD, ONE PER EXTRACT BATCH
000030* GLSCRN FOUND OUTSIDE ITS TOLERANCE, KEYED ON BATCH ID, CONTROL
000040* DATE AND RUN DATE - THE SAME THREE FIELDS THAT IDENTIFY THE
000050* RECORD ON GLEXTRACT. THE QUEUE (GLVHOLD) IS REWRITTEN WHOLE BY
000060* EVERY GLSCRN RUN.
000070*
000080* A HELD BATCH ('H') STAYS ON THE EXTRACT, WHERE GLPOST PASSES
000090* IT OVER NIGHT AFTER NIGHT, UNTIL AN APPROVAL CARD MOVES IT TO
000100* 'A' - THE NEXT GLPOST RUN THEN TRANSMITS IT LIKE ANY OTHER,
000110* AND THE FOLLOWING GLSCRN RUN, FINDING IT GONE FROM THE
000120* EXTRACT, CLEARS IT FROM THE QUEUE. VH-REASON SAYS WHICH TEST
000130* IT FAILED: 'V' THE PERCENT VARIANCE FROM ITS TRAILING AVERAGE,
000140* 'C' THE DOLLAR CEILING, 'B' BOTH.
000150*----------------------------------------------------------------
000160 01  VARIANCE-HOLD-RECORD.
000170     05 VH-KEY.
000180         10 VH-BATCH-ID         PIC X(04).
000190         10 VH-CONTROL-DATE     PIC X(08).
000200         10 VH-RUN-DATE         PIC 9(08).
000210     05 VH-STATUS               PIC X(01).
000220         88 VH-HELD                       VALUE 'H'.
000230         88 VH-APPROVED                   VALUE 'A'.
000240     05 VH-REASON               PIC X(01).
000250         88 VH-OVER-VARIANCE              VALUE 'V'.
000260         88 VH-OVER-CEILING               VALUE 'C'.
000270         88 VH-OVER-BOTH                  VALUE 'B'.
000280     05 VH-DOLLAR-AMOUNT        PIC S9(11)V99.
000290     05 VH-AVERAGE-DOLLARS      PIC S9(11)V99.
000300     05 VH-HIST-COUNT           PIC 9(03).
000310     05 VH-HOLD-DATE            PIC 9(08).
000320     05 VH-APPROVE-DATE         PIC 9(08).
000330     05 VH-APPROVER             PIC X(08).
000340     05 FILLER                  PIC X(05).
