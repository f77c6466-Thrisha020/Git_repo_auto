000010*----------------------------------------------------------------
000020* FXRATE - EXCHANGE-RATE MASTER RECORD, ONE CARD-IMAGE RECORD
000030* PER CURRENCY PER EFFECTIVE DATE ON THE FXRATES FILE, KEPT BY
000040* FINANCE AS A CARD DECK THE SAME WAY GLACCTM IS. TRANEDIT
000050* CONVERTS A FOREIGN-CURRENCY DETAIL TO DOLLARS AT THE RATE
000060* WITH THE HIGHEST EFFECTIVE DATE NOT PAST THE RUN'S CONTROL
000070* DATE - A RATE STANDS UNTIL A LATER CARD REPLACES IT.
000080*
000090* FXR-RATE IS DOLLARS PER ONE UNIT OF THE CURRENCY, TO SIX
000100* DECIMAL PLACES. A CURRENCY WITH NO CARD AT ALL IS UNKNOWN;
000110* ONE WHOSE CARDS ARE ALL DATED AFTER THE CONTROL DATE HAS NO
000120* RATE FOR IT - TRANEDIT REJECTS THE DETAIL EITHER WAY. DOLLARS
000130* ('USD') NEED NO CARD.
000140*----------------------------------------------------------------
000150 01  FX-RATE-RECORD.
000160     05 FXR-CURRENCY-CODE       PIC X(03).
000170     05 FXR-EFFECTIVE-DATE      PIC X(08).
000180     05 FXR-RATE                PIC 9(04)V9(06).
000190     05 FXR-DESCRIPTION         PIC X(20).
000200     05 FILLER                  PIC X(39).
