000010*----------------------------------------------------------------
000020* STMPARM - SYSIN PARAMETER CARD FOR DEPTSTMT
000030*
000040* ONE CARD, READ ONCE AT START-UP, GIVING THE MONTH (YYYYMM)
000050* THE DEPARTMENT CHARGEBACK STATEMENTS ARE BEING RUN FOR. A
000060* MISSING, BLANK OR ZERO CARD MEANS THE MONTH OF THE RUN DATE.
000070*----------------------------------------------------------------
000080 01  STMT-PARM-RECORD.
000090     05 PARM-STMT-MONTH         PIC 9(06).
000100     05 FILLER                  PIC X(74).
