000130* PST-ACCOUNT-NO, CODED BY GLPOST FROM THE ACCOUNT-MAPPING
000140* MASTER (GLACCT) - A BATCH WITH NO MAPPING IN EFFECT GOES OUT
000150* CODED TO THE SUSPENSE ACCOUNT.
000151*
000152* EACH DETAIL ALSO CARRIES THE CURRENCY THE BATCH WAS SENT IN
000153* (PST-CURRENCY-CODE) AND ITS NET IN THAT CURRENCY
000154* (PST-CURR-AMOUNT) FROM THE EXTRACT, FOR REFERENCE - THE
000155* TRAILER DOLLARS STILL BALANCE ON PST-DOLLAR-AMOUNT.
000156*
000157* EACH HEADER CARRIES THE FISCAL PERIOD (YYYYPP) THE GROUP IS
000158* TO BE BOOKED TO, FROM THE PERIOD CALENDAR (PERCAL) - ITS OWN
000159* PERIOD, OR THE FIRST OPEN PERIOD AFTER IT WHEN ITS OWN PERIOD
000160* IS CLOSED AND THE GROUP WAS ROLLED FORWARD. ZERO MEANS THE
000161* DATE IS NOT ON THE CALENDAR AND THE LEDGER BOOKS IT BY DATE.
000162*----------------------------------------------------------------
000170 01  POSTING-RECORD.
000180     05 PST-REC-TYPE            PIC X(01).
000190         88 PST-HEADER-REC                VALUE 'H'.
000260         10 PST-AMOUNT          PIC S9(09).
000270         10 PST-ACCOUNT-NO      PIC X(08).
000280         10 PST-DOLLAR-AMOUNT   PIC S9(11)V99.
000283         10 PST-CURRENCY-CODE   PIC X(03).
000286         10 PST-CURR-AMOUNT     PIC S9(11)V99.
000290         10 FILLER              PIC X(13).
000300     05 PST-HEADER-DATA REDEFINES PST-DETAIL-DATA.
000310         10 PST-HEADER-DATE     PIC 9(08).
000320         10 PST-HEADER-SYSTEM   PIC X(08).
000325         10 PST-HEADER-PERIOD   PIC 9(06).
000330         10 FILLER              PIC X(57).
000340     05 PST-TRAILER-DATA REDEFINES PST-DETAIL-DATA.
000350         10 PST-TRAILER-COUNT   PIC 9(07).
000360         10 PST-TRAILER-NET     PIC S9(09).
