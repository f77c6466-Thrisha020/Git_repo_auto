000010*----------------------------------------------------------------
000020* APRMAP - SYMBOLIC MAP FOR MAPSET APRMAP, MAP APRM1.
000030*
000040* AS GENERATED BY THE BMS ASSEMBLY OF ../maps/APRMAP.bms, THE
000050* MAP DECK FOR THE DUAL-CONTROL APPROVAL SCREEN USED BY APPRV.
000060* RE-ASSEMBLE THAT DECK AND REGENERATE THIS COPYBOOK TOGETHER -
000070* DO NOT HAND-EDIT ONE WITHOUT THE OTHER.
000080*
000090* ITYPI  - ITEM TYPE: 'R' REJECT REPAIR, 'A' AddMain PARAMETER
000100*          CARD, 'C' cube.cbl PARAMETER CARD.
000110* ACTNI  - ACTION: 'I' INQUIRE, 'A' APPROVE, 'X' REJECT.
000120* RDATI  - REJECT DATE (YYYYMMDD) - KEY OF A REPAIR, WITH RSEQI.
000130* RSEQI  - REJECT SEQUENCE WITHIN THE DATE.
000140* EFDTI  - EFFECTIVE DATE OF A PENDING PARAMETER CARD (BLANK =
000150*          THE BASE CARD).
000160* STATI  - STATUS OF THE ITEM SHOWN, DISPLAY ONLY.
000170* DTLI   - THE CHANGE AWAITING OR GIVEN A DECISION, DISPLAY ONLY.
000180* MKRI   - MAKER: USER, DATE AND TIME THE CHANGE WAS KEYED.
000190* CHKI   - CHECKER: USER, DATE, TIME AND DECISION, ONCE TAKEN.
000200* PNDnI  - FOUR BROWSE LINES LISTING THE ITEMS OF THE KEYED TYPE
000210*          STILL AWAITING APPROVAL.
000220* MSGI   - CONFIRMATION/ERROR MESSAGE LINE.
000230*----------------------------------------------------------------
000240 01  APRM1I.
000250     05 FILLER                  PIC X(12).
000260     05 ITYPL                   COMP PIC S9(4).
000270     05 ITYPF                   PICTURE X.
000280     05 FILLER REDEFINES ITYPF.
000290         10 ITYPA               PICTURE X.
000300     05 ITYPI                   PIC X(01).
000310     05 ACTNL                   COMP PIC S9(4).
000320     05 ACTNF                   PICTURE X.
000330     05 FILLER REDEFINES ACTNF.
000340         10 ACTNA               PICTURE X.
000350     05 ACTNI                   PIC X(01).
000360     05 RDATL                   COMP PIC S9(4).
000370     05 RDATF                   PICTURE X.
000380     05 FILLER REDEFINES RDATF.
000390         10 RDATA               PICTURE X.
000400     05 RDATI                   PIC X(08).
000410     05 RSEQL                   COMP PIC S9(4).
000420     05 RSEQF                   PICTURE X.
000430     05 FILLER REDEFINES RSEQF.
000440         10 RSEQA               PICTURE X.
000450     05 RSEQI                   PIC X(07).
000460     05 EFDTL                   COMP PIC S9(4).
000470     05 EFDTF                   PICTURE X.
000480     05 FILLER REDEFINES EFDTF.
000490         10 EFDTA               PICTURE X.
000500     05 EFDTI                   PIC X(08).
000510     05 STATL                   COMP PIC S9(4).
000520     05 STATF                   PICTURE X.
000530     05 FILLER REDEFINES STATF.
000540         10 STATA               PICTURE X.
000550     05 STATI                   PIC X(01).
000560     05 DTLL                    COMP PIC S9(4).
000570     05 DTLF                    PICTURE X.
000580     05 FILLER REDEFINES DTLF.
000590         10 DTLA                PICTURE X.
000600     05 DTLI                    PIC X(60).
000610     05 MKRL                    COMP PIC S9(4).
000620     05 MKRF                    PICTURE X.
000630     05 FILLER REDEFINES MKRF.
000640         10 MKRA                PICTURE X.
000650     05 MKRI                    PIC X(40).
000660     05 CHKL                    COMP PIC S9(4).
000670     05 CHKF                    PICTURE X.
000680     05 FILLER REDEFINES CHKF.
000690         10 CHKA                PICTURE X.
000700     05 CHKI                    PIC X(40).
000710     05 PND1L                   COMP PIC S9(4).
000720     05 PND1F                   PICTURE X.
000730     05 FILLER REDEFINES PND1F.
000740         10 PND1A               PICTURE X.
000750     05 PND1I                   PIC X(60).
000760     05 PND2L                   COMP PIC S9(4).
000770     05 PND2F                   PICTURE X.
000780     05 FILLER REDEFINES PND2F.
000790         10 PND2A               PICTURE X.
000800     05 PND2I                   PIC X(60).
000810     05 PND3L                   COMP PIC S9(4).
000820     05 PND3F                   PICTURE X.
000830     05 FILLER REDEFINES PND3F.
000840         10 PND3A               PICTURE X.
000850     05 PND3I                   PIC X(60).
000860     05 PND4L                   COMP PIC S9(4).
000870     05 PND4F                   PICTURE X.
000880     05 FILLER REDEFINES PND4F.
000890         10 PND4A               PICTURE X.
000900     05 PND4I                   PIC X(60).
000910     05 MSGL                    COMP PIC S9(4).
000920     05 MSGF                    PICTURE X.
000930     05 FILLER REDEFINES MSGF.
000940         10 MSGA                PICTURE X.
000950     05 MSGI                    PIC X(40).
000960 01  APRM1O REDEFINES APRM1I.
000970     05 FILLER                  PIC X(12).
000980     05 FILLER                  PIC X(03).
000990     05 ITYPO                   PIC X(01).
001000     05 FILLER                  PIC X(03).
001010     05 ACTNO                   PIC X(01).
001020     05 FILLER                  PIC X(03).
001030     05 RDATO                   PIC X(08).
001040     05 FILLER                  PIC X(03).
001050     05 RSEQO                   PIC X(07).
001060     05 FILLER                  PIC X(03).
001070     05 EFDTO                   PIC X(08).
001080     05 FILLER                  PIC X(03).
001090     05 STATO                   PIC X(01).
001100     05 FILLER                  PIC X(03).
001110     05 DTLO                    PIC X(60).
001120     05 FILLER                  PIC X(03).
001130     05 MKRO                    PIC X(40).
001140     05 FILLER                  PIC X(03).
001150     05 CHKO                    PIC X(40).
001160     05 FILLER                  PIC X(03).
001170     05 PND1O                   PIC X(60).
001180     05 FILLER                  PIC X(03).
001190     05 PND2O                   PIC X(60).
001200     05 FILLER                  PIC X(03).
001210     05 PND3O                   PIC X(60).
001220     05 FILLER                  PIC X(03).
001230     05 PND4O                   PIC X(60).
001240     05 FILLER                  PIC X(03).
001250     05 MSGO                    PIC X(40).
