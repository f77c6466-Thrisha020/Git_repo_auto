000010*----------------------------------------------------------------
000020* APRPARM - SYSIN PARAMETER CARD FOR APPRRPT
000030*
000040* ONE CARD, READ ONCE AT START-UP, GIVING THE RANGE OF DECISION
000050* DATES (YYYYMMDD, BOTH ENDS INCLUSIVE) TO PRINT FROM THE
000060* APPROVAL LOG. A MISSING, BLANK OR ZERO FROM-DATE MEANS THE
000070* START OF THE LOG; A MISSING, BLANK OR ZERO TO-DATE MEANS THE
000080* RUN DATE. A FROM-DATE AFTER THE TO-DATE IS IGNORED WITH A
000090* WARNING AND THE DEFAULTS USED.
000100*----------------------------------------------------------------
000110 01  APR-PARM-RECORD.
000120     05 PARM-FROM-DATE          PIC 9(08).
000130     05 PARM-TO-DATE            PIC 9(08).
000140     05 FILLER                  PIC X(64).
