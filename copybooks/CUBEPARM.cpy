000070* EFFECT) LETS SEVERAL DATED CARDS SIT ON THE PARAMETER FILE AT
000080* ONCE - PARMXTR EXTRACTS THE ONE IN EFFECT FOR THE RUN'S
000090* CONTROL DATE.
000091* PARM-CUBE-APPROVAL IS DUAL CONTROL, KEPT THE SAME WAY AS ON
000092* THE ADDPARM CARD: PENDING ('P') UNTIL A SECOND USER APPROVES
000093* ('A') OR REJECTS ('X') IT ON THE APPRV SCREEN; BLANK IS A CARD
000094* FROM BEFORE DUAL CONTROL AND COUNTS AS APPROVED.
000100*----------------------------------------------------------------
000110 01  CUBE-PARM-RECORD.
000120     05 PARM-MAX-STEP           PIC 9(10).
000130     05 PARM-CUBE-EFF-DATE      PIC X(08).
000131     05 PARM-CUBE-APPROVAL.
000132         10 PARM-CUBE-APPR-STATUS     PIC X(01).
000133             88 PARM-CUBE-APPROVED           VALUE ' ' 'A'.
000134             88 PARM-CUBE-PENDING            VALUE 'P'.
000135             88 PARM-CUBE-REJECTED           VALUE 'X'.
000136         10 PARM-CUBE-MAKER-USER      PIC X(08).
000137         10 PARM-CUBE-MAKER-DATE      PIC X(08).
000138         10 PARM-CUBE-MAKER-TIME      PIC X(06).
000139         10 PARM-CUBE-CHECKER-USER    PIC X(08).
000140         10 PARM-CUBE-CHECKER-DATE    PIC X(08).
000141         10 PARM-CUBE-CHECKER-TIME    PIC X(06).
000142     05 FILLER                        PIC X(17).
