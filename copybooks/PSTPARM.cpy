000010*----------------------------------------------------------------
000020* PSTPARM - SYSIN PARAMETER CARD FOR GLPOST
000030*
000040* ONE CARD, READ ONCE AT START-UP, GIVING WHAT GLPOST DOES WITH
000050* A RUN-DATE GROUP DATED INTO A PERIOD THE CALENDAR (GLPERIOD)
000060* SHOWS CLOSED:
000070*   'H' - HOLD THE GROUP. IT IS NOT TRANSMITTED AND STAYS ON
000080*         THE EXTRACT, SO IT IS PRESENTED AGAIN ON EVERY RUN
000090*         UNTIL THE PERIOD IS REOPENED OR THE CARD SAYS ROLL.
000100*   'R' - ROLL THE GROUP FORWARD. IT IS TRANSMITTED UNDER ITS
000110*         OWN RUN DATE BUT BOOKED TO THE FIRST OPEN PERIOD
000120*         AFTER THE CLOSED ONE; WITH NO OPEN PERIOD AFTER IT
000130*         THE GROUP IS HELD.
000140* A MISSING, BLANK OR UNRECOGNISED CARD MEANS HOLD - MONEY IS
000150* NEVER BOOKED TO ANOTHER PERIOD UNLESS SOMEONE ASKED FOR IT.
000160*----------------------------------------------------------------
000170 01  POST-PARM-RECORD.
000180     05 PARM-CLOSED-ACTION      PIC X(01).
000190         88 PARM-HOLD-CLOSED              VALUE 'H'.
000200         88 PARM-ROLL-CLOSED              VALUE 'R'.
000210     05 FILLER                  PIC X(79).
