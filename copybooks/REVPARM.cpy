000010*----------------------------------------------------------------
000020* REVPARM - SYSIN PARAMETER CARD FOR GLREVRS
000030*
000040* ONE CARD, READ ONCE AT START-UP, NAMING THE BATCH TO REVERSE BY
000050* ITS BATCH ID AND THE CONTROL DATE IT POSTED UNDER - THE SAME
000060* KEY THE BATCH-STATUS FILE (BATSTAT) CARRIES IT BY - AND THE
000070* REASON THE DEPARTMENT GAVE, WHICH PRINTS ON THE REVERSAL
000080* REGISTER FOR THE CONTROLLER'S SIGN-OFF. THERE IS NO DEFAULT:
000090* A MISSING CARD, OR ONE WITHOUT BOTH KEY FIELDS, REVERSES
000100* NOTHING.
000110*----------------------------------------------------------------
000120 01  REV-PARM-RECORD.
000130     05 PARM-REV-BATCH-ID       PIC X(04).
000140     05 PARM-REV-CONTROL-DATE   PIC X(08).
000150     05 PARM-REV-REASON         PIC X(40).
000160     05 FILLER                  PIC X(28).
