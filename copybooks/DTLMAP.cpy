000010*----------------------------------------------------------------
000020* DTLMAP - SYMBOLIC MAP FOR MAPSET DTLMAP, MAP DTLM1.
000030*
000040* AS GENERATED BY THE BMS ASSEMBLY OF ../maps/DTLMAP.bms, THE
000050* MAP DECK FOR THE POSTED-DETAIL INQUIRY SCREEN USED BY DTLINQ.
000060* RE-ASSEMBLE THAT DECK AND REGENERATE THIS COPYBOOK TOGETHER -
000070* DO NOT HAND-EDIT ONE WITHOUT THE OTHER.
000080*
000090* BIDI   - BATCH ID TO LOOK UP (REQUIRED).
000100* CDATI  - CONTROL DATE (YYYYMMDD, BLANK = EVERY CONTROL DATE
000110*          THE BATCH HAS POSTED UNDER).
000120* MAMTI  - MINIMUM DOLLAR AMOUNT, KEYED AS CENTS WITH NO DECIMAL
000130*          POINT, RIGHT-JUSTIFIED AND ZERO-FILLED BY BMS (BLANK =
000132*          NO LOWER LIMIT).
000134* XAMTI  - MAXIMUM DOLLAR AMOUNT, KEYED THE SAME WAY (BLANK OR
000136*          ZERO = NO UPPER LIMIT).
000140* DTLnI  - TEN BROWSE LINES, ONE POSTED DETAIL EACH.
000150* MSGI   - CONFIRMATION/ERROR MESSAGE LINE.
000160*----------------------------------------------------------------
000170 01  DTLM1I.
000180     05 FILLER                  PIC X(12).
000190     05 BIDL                    COMP PIC S9(4).
000200     05 BIDF                    PICTURE X.
000210     05 FILLER REDEFINES BIDF.
000220         10 BIDA                PICTURE X.
000230     05 BIDI                    PIC X(04).
000240     05 CDATL                   COMP PIC S9(4).
000250     05 CDATF                   PICTURE X.
000260     05 FILLER REDEFINES CDATF.
000270         10 CDATA               PICTURE X.
000280     05 CDATI                   PIC X(08).
000290     05 MAMTL                   COMP PIC S9(4).
000300     05 MAMTF                   PICTURE X.
000310     05 FILLER REDEFINES MAMTF.
000320         10 MAMTA               PICTURE X.
000330     05 MAMTI                   PIC X(09).
000331     05 XAMTL                   COMP PIC S9(4).
000332     05 XAMTF                   PICTURE X.
000333     05 FILLER REDEFINES XAMTF.
000334         10 XAMTA               PICTURE X.
000335     05 XAMTI                   PIC X(09).
000340     05 DTL1L                   COMP PIC S9(4).
000350     05 DTL1F                   PICTURE X.
000360     05 FILLER REDEFINES DTL1F.
000370         10 DTL1A               PICTURE X.
000380     05 DTL1I                   PIC X(78).
000390     05 DTL2L                   COMP PIC S9(4).
000400     05 DTL2F                   PICTURE X.
000410     05 FILLER REDEFINES DTL2F.
000420         10 DTL2A               PICTURE X.
000430     05 DTL2I                   PIC X(78).
000440     05 DTL3L                   COMP PIC S9(4).
000450     05 DTL3F                   PICTURE X.
000460     05 FILLER REDEFINES DTL3F.
000470         10 DTL3A               PICTURE X.
000480     05 DTL3I                   PIC X(78).
000490     05 DTL4L                   COMP PIC S9(4).
000500     05 DTL4F                   PICTURE X.
000510     05 FILLER REDEFINES DTL4F.
000520         10 DTL4A               PICTURE X.
000530     05 DTL4I                   PIC X(78).
000540     05 DTL5L                   COMP PIC S9(4).
000550     05 DTL5F                   PICTURE X.
000560     05 FILLER REDEFINES DTL5F.
000570         10 DTL5A               PICTURE X.
000580     05 DTL5I                   PIC X(78).
000590     05 DTL6L                   COMP PIC S9(4).
000600     05 DTL6F                   PICTURE X.
000610     05 FILLER REDEFINES DTL6F.
000620         10 DTL6A               PICTURE X.
000630     05 DTL6I                   PIC X(78).
000640     05 DTL7L                   COMP PIC S9(4).
000650     05 DTL7F                   PICTURE X.
000660     05 FILLER REDEFINES DTL7F.
000670         10 DTL7A               PICTURE X.
000680     05 DTL7I                   PIC X(78).
000690     05 DTL8L                   COMP PIC S9(4).
000700     05 DTL8F                   PICTURE X.
000710     05 FILLER REDEFINES DTL8F.
000720         10 DTL8A               PICTURE X.
000730     05 DTL8I                   PIC X(78).
000740     05 DTL9L                   COMP PIC S9(4).
000750     05 DTL9F                   PICTURE X.
000760     05 FILLER REDEFINES DTL9F.
000770         10 DTL9A               PICTURE X.
000780     05 DTL9I                   PIC X(78).
000790     05 DTL10L                  COMP PIC S9(4).
000800     05 DTL10F                  PICTURE X.
000810     05 FILLER REDEFINES DTL10F.
000820         10 DTL10A              PICTURE X.
000830     05 DTL10I                  PIC X(78).
000840     05 MSGL                    COMP PIC S9(4).
000850     05 MSGF                    PICTURE X.
000860     05 FILLER REDEFINES MSGF.
000870         10 MSGA                PICTURE X.
000880     05 MSGI                    PIC X(40).
000890 01  DTLM1O REDEFINES DTLM1I.
000900     05 FILLER                  PIC X(12).
000910     05 FILLER                  PIC X(03).
000920     05 BIDO                    PIC X(04).
000930     05 FILLER                  PIC X(03).
000940     05 CDATO                   PIC X(08).
000950     05 FILLER                  PIC X(03).
000960     05 MAMTO                   PIC X(09).
000963     05 FILLER                  PIC X(03).
000966     05 XAMTO                   PIC X(09).
000970     05 FILLER                  PIC X(03).
000980     05 DTL1O                   PIC X(78).
000990     05 FILLER                  PIC X(03).
001000     05 DTL2O                   PIC X(78).
001010     05 FILLER                  PIC X(03).
001020     05 DTL3O                   PIC X(78).
001030     05 FILLER                  PIC X(03).
001040     05 DTL4O                   PIC X(78).
001050     05 FILLER                  PIC X(03).
001060     05 DTL5O                   PIC X(78).
001070     05 FILLER                  PIC X(03).
001080     05 DTL6O                   PIC X(78).
001090     05 FILLER                  PIC X(03).
001100     05 DTL7O                   PIC X(78).
001110     05 FILLER                  PIC X(03).
001120     05 DTL8O                   PIC X(78).
001130     05 FILLER                  PIC X(03).
001140     05 DTL9O                   PIC X(78).
001150     05 FILLER                  PIC X(03).
001160     05 DTL10O                  PIC X(78).
001170     05 FILLER                  PIC X(03).
001180     05 MSGO                    PIC X(40).
