000010*----------------------------------------------------------------
000020* AGEPARM - SYSIN PARAMETER CARD FOR BATAGE
000030*
000040* ONE CARD, READ ONCE AT START-UP.
000050*
000060* PARM-STALL-HOURS  - A BATCH STILL AT STAGE 'E' OR 'P' MORE
000070*                     THAN THIS MANY HOURS AFTER THAT STAGE WAS
000080*                     STAMPED IS LISTED AS STALLED. BLANK OR
000090*                     ZERO MEANS 24.
000100* PARM-TREND-WEEKS  - HOW MANY WEEKS, COUNTING THE CURRENT WEEK
000110*                     (MONDAY TO SUNDAY), THE TURNAROUND
000120*                     AVERAGES COVER. BLANK OR ZERO MEANS 8;
000130*                     AT MOST 52.
000140*----------------------------------------------------------------
000150 01  AGE-PARM-RECORD.
000160     05 PARM-STALL-HOURS        PIC 9(03).
000170     05 PARM-TREND-WEEKS        PIC 9(02).
000180     05 FILLER                  PIC X(75).
