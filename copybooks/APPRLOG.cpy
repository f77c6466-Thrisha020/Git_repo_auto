000010*----------------------------------------------------------------
000020* APPRLOG - KEYED (VSAM KSDS) DUAL-CONTROL APPROVAL LOG, ONE
000030* RECORD PER DECISION TAKEN ON THE APPRV SCREEN. THE KEY IS THE
000040* DECISION DATE AND TIME PLUS A THREE-DIGIT SEQUENCE THAT APPRV
000050* PROBES UPWARD ON A DUPLICATE KEY, SO TWO DECISIONS IN THE SAME
000060* SECOND BOTH KEEP A RECORD AND THE FILE BROWSES IN DECISION
000070* ORDER. THE CHECKER IS THE USER WHO TOOK THE DECISION, AT THE
000080* KEY'S DATE AND TIME; THE MAKER IS THE USER WHO KEYED THE
000090* CHANGE, AS STAMPED ON THE ITEM. APPRRPT PRINTS THE LOG.
000100*
000110* APL-ITEM-TYPE  - 'R' REJECT REPAIR (TRANREJV), 'A' AddMain
000120*                  PARAMETER CARD (ADDPARM), 'C' cube.cbl
000130*                  PARAMETER CARD (CUBEPARM).
000140* APL-ITEM-KEY   - REJECT DATE + SEQUENCE FOR A REPAIR, THE
000150*                  CARD'S EFFECTIVE DATE FOR A PARAMETER CARD.
000160* APL-DECISION   - 'A' APPROVED, 'X' REJECTED (A REPAIR GOES
000170*                  BACK TO OPEN, A CARD IS MARKED REJECTED).
000180* APL-DETAIL     - WHAT WAS APPROVED OR REJECTED, AS SHOWN ON
000190*                  THE SCREEN.
000200*----------------------------------------------------------------
000210 01  APPROVAL-LOG-RECORD.
000220     05 APL-KEY.
000230         10 APL-DECISION-DATE   PIC 9(08).
000240         10 APL-DECISION-TIME   PIC 9(06).
000250         10 APL-SEQUENCE        PIC 9(03).
000260     05 APL-ITEM-TYPE           PIC X(01).
000270         88 APL-REJECT-REPAIR             VALUE 'R'.
000280         88 APL-ADDPARM-CARD              VALUE 'A'.
000290         88 APL-CUBEPARM-CARD             VALUE 'C'.
000300     05 APL-ITEM-KEY            PIC X(15).
000310     05 APL-DECISION            PIC X(01).
000320         88 APL-APPROVED                  VALUE 'A'.
000330         88 APL-REJECTED                  VALUE 'X'.
000340     05 APL-MAKER-USER          PIC X(08).
000350     05 APL-MAKER-DATE          PIC X(08).
000360     05 APL-MAKER-TIME          PIC X(06).
000370     05 APL-CHECKER-USER        PIC X(08).
000380     05 APL-DETAIL              PIC X(60).
000390     05 FILLER                  PIC X(26).
