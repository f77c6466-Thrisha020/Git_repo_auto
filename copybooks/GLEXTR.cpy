000067* HISTORY FILE (GLHIST) CARRIES THE SAME LAYOUT - CONVERT ANY
000068* HISTORY WRITTEN BEFORE THESE FIELDS EXISTED BEFORE READING IT
000070* WITH THIS RECORD.
000071*
000072* GL-ENTRY-TYPE IS SPACE ON AN ORDINARY AddMain RECORD AND 'R' ON
000073* THE OFFSETTING RECORD GLREVRS WRITES TO REVERSE A BATCH ALREADY
000074* SENT. A REVERSAL GOES OUT UNDER THE RUN DATE IT WAS WRITTEN ON
000075* (SO THE EXTRACT STAYS IN RUN-DATE ORDER) BUT CARRIES THE RUN
000076* DATE OF THE BATCH IT REVERSES IN GL-ORIG-RUN-DATE, WHICH GLPOST
000077* CODES THE ACCOUNT FROM, SO THE OFFSET LANDS ON THE SAME
000078* CORPORATE ACCOUNT AS THE ORIGINAL. ZERO ON AN ORDINARY RECORD.
000079*
000080* GL-CURRENCY-CODE IS THE CURRENCY THE BATCH WAS SENT IN ('USD'
000081* FOR DOLLARS) AND GL-CURR-AMOUNT ITS SIGNED NET IN THAT
000082* CURRENCY, AS SENT. GL-DOLLAR-AMOUNT IS ALWAYS THE CONVERTED
000083* DOLLARS AND IS WHAT POSTS.
000084*
000085* GL-BOOK-PERIOD IS THE FISCAL PERIOD (YYYYPP) GLPOST BOOKED THE
000086* BATCH TO, STAMPED AS THE RECORD MOVES TO GLHIST. IT IS THE
000087* PERIOD THE RUN DATE FALLS IN, OR THE OPEN PERIOD A GROUP IN A
000088* CLOSED ONE WAS ROLLED FORWARD TO; ZERO WHEN THE RUN DATE IS NOT
000089* ON THE CALENDAR, AND ZERO ON THE EXTRACT ITSELF.
000090*----------------------------------------------------------------
000091 01  GL-EXTRACT-RECORD.
000092     05 GL-SOURCE-PROGRAM       PIC X(08).
000100     05 GL-RUN-DATE             PIC 9(08).
000110     05 GL-AMOUNT               PIC S9(09).
000120     05 GL-BATCH-ID             PIC X(04).
000125     05 GL-DOLLAR-AMOUNT        PIC S9(11)V99.
000127     05 GL-CONTROL-DATE         PIC X(08).
000130     05 GL-ENTRY-TYPE           PIC X(01).
000140         88 GL-REVERSAL-ENTRY            VALUE 'R'.
000150     05 GL-ORIG-RUN-DATE        PIC 9(08).
000153     05 GL-CURRENCY-CODE        PIC X(03).
000156     05 GL-CURR-AMOUNT          PIC S9(11)V99.
000158     05 GL-BOOK-PERIOD          PIC 9(06).
000160     05 FILLER                  PIC X(09).
