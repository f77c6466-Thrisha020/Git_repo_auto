000010*----------------------------------------------------------------
000020* VARTOL - BATCH VARIANCE TOLERANCE RECORD, ONE CARD-IMAGE
000030* RECORD PER BATCH ID ON THE GLVARTOL FILE, GIVING THE LIMITS
000040* GLSCRN SCREENS EACH EXTRACT BATCH AGAINST BEFORE GLPOST:
000050*
000060*   VT-TOLERANCE-PCT   - THE MOST, IN WHOLE PERCENT, THE
000070*                        BATCH'S DOLLAR NET MAY DEPART FROM ITS
000080*                        TRAILING GLHIST AVERAGE;
000090*   VT-CEILING-DOLLARS - THE MOST THE DOLLAR NET MAY BE, EITHER
000100*                        SIGN, WHATEVER ITS HISTORY. ZERO MEANS
000110*                        NO CEILING;
000120*   VT-MIN-HISTORY     - THE FEWEST TRAILING POSTINGS THE
000130*                        AVERAGE MUST REST ON BEFORE THE
000140*                        PERCENT TEST IS APPLIED - A NEW BATCH
000150*                        IS HELD TO ITS CEILING ONLY.
000160*
000170* THE RESERVED BATCH ID '*DEF' GIVES THE LIMITS FOR A BATCH WITH
000180* NO CARD OF ITS OWN. NO '*DEF' CARD MEANS THE SHOP DEFAULT OF
000190* 50 PERCENT, NO CEILING AND 3 POSTINGS.
000200*----------------------------------------------------------------
000210 01  VARIANCE-TOLERANCE-RECORD.
000220     05 VT-BATCH-ID             PIC X(04).
000230     05 VT-TOLERANCE-PCT        PIC 9(03).
000240     05 VT-CEILING-DOLLARS      PIC 9(11)V99.
000250     05 VT-MIN-HISTORY          PIC 9(03).
000260     05 FILLER                  PIC X(57).
