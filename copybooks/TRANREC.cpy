000330* REPAIRED STRAGGLER FROM A BATCH GENUINELY ARRIVING TWICE.
000332* TRANEDIT BLANKS THE COLUMN ON RAW DETAILS, SO A SENDING
000334* DEPARTMENT CANNOT SET IT. THE FLAG IS NOT HASHED.
000335*
000336* TR-CURRENCY-CODE IS THE CURRENCY TR-AMOUNT WAS SENT IN - BLANK
000337* OR 'USD' FOR DOLLARS. TR-AMOUNT IS ALWAYS THE FIGURE AS SENT,
000338* AND BOTH HASHES ARE TAKEN OVER IT, SO THE TRAILER STILL
000339* BALANCES ON WHAT THE DEPARTMENT ACTUALLY SENT. TRANEDIT
000340* VALIDATES THE CODE AGAINST THE EXCHANGE-RATE FILE (FXRATE)
000341* AND, ON THE VALIDATED FILE ONLY, FILLS IN THE RATE IT APPLIED
000342* (TR-EXCH-RATE, DOLLARS PER UNIT OF THE CURRENCY) AND THE
000343* CONVERTED DOLLAR AMOUNT (TR-DOLLAR-AMOUNT) THAT AddMain POSTS.
000344* A BLANK CODE GOES OUT AS 'USD' AT A RATE OF ONE. WHATEVER A
000345* SENDING DEPARTMENT PUTS IN THE RATE AND DOLLAR COLUMNS IS
000346* OVERWRITTEN.
000347*----------------------------------------------------------------
000348 01  TRANS-RECORD.
000350     05 TR-REC-TYPE             PIC X(01).
000360         88 TR-HEADER-REC                 VALUE 'H'.
000370         88 TR-DETAIL-REC                 VALUE 'D'.
000460         10 TR-AMOUNT           PIC S9(07)V99.
000462         10 TR-RESUB-FLAG       PIC X(01).
000464             88 TR-RESUBMITTED            VALUE 'R'.
000465         10 TR-CURRENCY-CODE    PIC X(03).
000466         10 TR-EXCH-RATE        PIC 9(04)V9(06).
000467         10 TR-DOLLAR-AMOUNT    PIC S9(09)V99.
000470         10 FILLER              PIC X(36).
000480     05 TR-HEADER-DATA REDEFINES TR-DETAIL-DATA.
000490         10 TR-HEADER-DATE      PIC 9(08).
000500         10 TR-HEADER-SOURCE    PIC X(08).
