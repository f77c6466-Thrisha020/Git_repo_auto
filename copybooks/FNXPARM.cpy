000010*----------------------------------------------------------------
000020* FNXPARM - SYSIN PARAMETER CARD FOR GLFINX
000030*
000040* ONE CARD, READ ONCE AT START-UP, GIVING THE RANGE OF GLHIST
000050* RUN DATES (YYYYMMDD, BOTH ENDS INCLUSIVE) TO EXTRACT FOR
000060* FINANCE. A MISSING, BLANK OR ZERO FROM-DATE MEANS THE START OF
000070* THE HISTORY; A MISSING, BLANK OR ZERO TO-DATE MEANS THE RUN
000080* DATE. A FROM-DATE AFTER THE TO-DATE IS IGNORED WITH A WARNING
000090* AND THE DEFAULTS USED.
000100*----------------------------------------------------------------
000110 01  FNX-PARM-RECORD.
000120     05 PARM-FROM-DATE          PIC 9(08).
000130     05 PARM-TO-DATE            PIC 9(08).
000140     05 FILLER                  PIC X(64).
