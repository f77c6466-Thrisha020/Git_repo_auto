000010*----------------------------------------------------------------
000020* TBRPARM - SYSIN PARAMETER CARD FOR GLTBREC
000030*
000040* ONE CARD, READ ONCE AT START-UP, GIVING THE FISCAL PERIOD
000050* (YYYYPP, AS NUMBERED ON THE PERIOD CALENDAR GLPERIOD) TO BE
000060* RECONCILED. A MISSING, BLANK OR ZERO CARD MEANS THE LATEST
000070* PERIOD ON THE CALENDAR THAT ENDED BEFORE THE RUN DATE.
000080*----------------------------------------------------------------
000090 01  TBR-PARM-RECORD.
000100     05 PARM-TBR-PERIOD         PIC 9(06).
000110     05 FILLER                  PIC X(74).
