000010*----------------------------------------------------------------
000020* SCRPARM - SYSIN PARAMETER CARDS FOR GLSCRN
000030*
000040* ANY NUMBER OF CARDS, READ ONCE AT START-UP, EACH IDENTIFIED BY
000050* ITS FIRST BYTE:
000060*
000070*   'W' - THE TRAILING WINDOW, IN CALENDAR DAYS BACK FROM THE
000080*         RUN DATE, OVER WHICH A BATCH ID'S GLHIST POSTINGS ARE
000090*         AVERAGED. NO CARD (OR A BLANK OR ZERO WINDOW) MEANS
000100*         THE SHOP DEFAULT OF 90 DAYS.
000110*   'A' - APPROVE A BATCH HELD ON THE VARIANCE HOLD QUEUE
000120*         (GLVHOLD), BY BATCH ID AND CONTROL DATE, SO IT GOES
000130*         OUT ON THE NEXT GLPOST RUN. THE APPROVER'S USER ID IS
000140*         KEPT ON THE QUEUE RECORD.
000150*
000160* ANY OTHER CARD IS REPORTED AND IGNORED.
000170*----------------------------------------------------------------
000180 01  SCRN-PARM-RECORD.
000190     05 PARM-CARD-TYPE          PIC X(01).
000200         88 PARM-WINDOW-CARD              VALUE 'W'.
000210         88 PARM-APPROVE-CARD             VALUE 'A'.
000220     05 PARM-CARD-DATA          PIC X(79).
000230     05 PARM-WINDOW-DATA REDEFINES PARM-CARD-DATA.
000240         10 PARM-WINDOW-DAYS    PIC 9(03).
000250         10 FILLER              PIC X(76).
000260     05 PARM-APPROVE-DATA REDEFINES PARM-CARD-DATA.
000270         10 PARM-BATCH-ID       PIC X(04).
000280         10 PARM-CONTROL-DATE   PIC X(08).
000290         10 PARM-APPROVER       PIC X(08).
000300         10 FILLER              PIC X(59).
