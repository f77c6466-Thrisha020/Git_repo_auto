000090*   AddMain MOVES IT TO 'P' (POSTED) AT THE BATCH BREAK WITH
000100*   ITS NET UNIT AND DOLLAR AMOUNTS;
000110*   GLPOST MOVES IT TO 'S' (SENT) WHEN ITS EXTRACT RECORD GOES
000120*   OUT ON THE CORPORATE POSTING FILE;
000122*   GLREVRS MOVES A SENT BATCH TO 'R' (REVERSED) WHEN IT WRITES
000124*   THE OFFSETTING EXTRACT RECORD, STAMPING THE REVERSAL DATE
000126*   AND TIME. A REVERSED BATCH CANNOT BE REVERSED AGAIN.
000130*
000140* EACH STAGE STAMPS ITS OWN DATE AND TIME, SO THE BATINQ
000150* INQUIRY SCREEN SHOWS THE CURRENT STAGE, THE AMOUNTS AND WHEN
000240         88 BST-STAGE-EDITED              VALUE 'E'.
000250         88 BST-STAGE-POSTED              VALUE 'P'.
000260         88 BST-STAGE-SENT                VALUE 'S'.
000265         88 BST-STAGE-REVERSED            VALUE 'R'.
000270     05 BST-EDIT-DATE           PIC 9(08).
000280     05 BST-EDIT-TIME           PIC 9(06).
000290     05 BST-EDIT-COUNT          PIC 9(07).
000340     05 BST-POST-DOLLARS        PIC S9(11)V99.
000350     05 BST-SENT-DATE           PIC 9(08).
000360     05 BST-SENT-TIME           PIC 9(06).
000370     05 BST-REV-DATE            PIC 9(08).
000380     05 BST-REV-TIME            PIC 9(06).
000390     05 FILLER                  PIC X(06).
