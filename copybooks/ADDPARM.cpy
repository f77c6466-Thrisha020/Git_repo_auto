000196* ALREADY POSTED UNDER A RECENT CONTROL DATE - KEY IT FOR THE
000198* ONE DELIBERATE RESUBMISSION AND TAKE IT BACK OFF, THE SAME
000199* WAY AS PARM-FORCE-RERUN.
000200* PARM-APPROVAL IS DUAL CONTROL, MAINTAINED BY PARMENT AND THE
000201* APPRV SCREEN ONLY: A CARD KEYED ON PARMENT IS FILED PENDING
000202* ('P') WITH THE MAKER'S STAMP AND PARMXTR PASSES IT BY UNTIL A
000203* SECOND USER APPROVES IT ('A', CHECKER STAMPED) OR REJECTS IT
000204* ('X'). A CARD WITH A BLANK STATUS PREDATES DUAL CONTROL AND
000205* COUNTS AS APPROVED.
000206*----------------------------------------------------------------
000210 01  ADDMAIN-PARM-RECORD.
000220     05 PARM-CONTROL-DATE       PIC X(08).
000230     05 PARM-TRANS-FILE-ID      PIC X(08).
000250     05 PARM-EFFECTIVE-DATE     PIC X(08).
000260     05 PARM-RAW-FILE-ID        PIC X(08).
000265     05 PARM-FORCE-DUP-BATCH    PIC X(01).
000266     05 PARM-APPROVAL.
000267         10 PARM-APPR-STATUS    PIC X(01).
000268             88 PARM-CARD-APPROVED        VALUE ' ' 'A'.
000269             88 PARM-CARD-PENDING         VALUE 'P'.
000270             88 PARM-CARD-REJECTED        VALUE 'X'.
000271         10 PARM-MAKER-USER     PIC X(08).
000272         10 PARM-MAKER-DATE     PIC X(08).
000273         10 PARM-MAKER-TIME     PIC X(06).
000274         10 PARM-CHECKER-USER   PIC X(08).
000275         10 PARM-CHECKER-DATE   PIC X(08).
000276         10 PARM-CHECKER-TIME   PIC X(06).
000277     05 FILLER                  PIC X(01).
