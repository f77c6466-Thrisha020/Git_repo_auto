000010*----------------------------------------------------------------
000020* TRANDTL - KEYED (VSAM KSDS) POSTED-TRANSACTION DETAIL HISTORY,
000030* ONE RECORD PER DETAIL TRANSACTION AddMain POSTED. THE KEY IS
000040* BATCH ID + CONTROL DATE (THE SAME PAIR BATSTAT IS KEYED ON) +
000050* A SEVEN-DIGIT SEQUENCE NUMBER GIVING THE DETAIL'S ORDER WITHIN
000060* ITS BATCH, SO THE DTLINQ INQUIRY CAN BROWSE STRAIGHT FROM A
000070* BATCH TO THE TRANSACTIONS BEHIND IT.
000080*
000090* AddMain FILES THE DETAILS ONLY AT THE END OF A CLEAN RUN,
000100* UNDER THE SAME GATE AS THE GL EXTRACT, SO A REFUSED OR
000110* OUT-OF-BALANCE RUN LEAVES NO HISTORY BEHIND. A REPAIRED
000120* STRAGGLER REJOINING A BATCH ALREADY ON FILE, OR A FORCED
000130* RERUN, TAKES THE NEXT FREE SEQUENCE NUMBERS AFTER THE DETAILS
000140* ALREADY THERE. THE DATA FIELDS ARE THE DETAIL AS POSTED, WITH
000150* THE TRANSACTION FILE IT ARRIVED ON AND THE RUN DATE.
000153* TD-AMOUNT IS THE AMOUNT AS SENT, IN TD-CURRENCY-CODE ('USD'
000156* FOR DOLLARS); TD-DOLLAR-AMOUNT IS WHAT IT POSTED AS.
000160*----------------------------------------------------------------
000170 01  TRANS-DETAIL-RECORD.
000180     05 TD-KEY.
000190         10 TD-BATCH-ID         PIC X(04).
000200         10 TD-CONTROL-DATE     PIC X(08).
000210         10 TD-SEQUENCE         PIC 9(07).
000220     05 TD-TRANS-TYPE           PIC X(01).
000230         88 TD-TYPE-DEBIT                 VALUE 'D'.
000240         88 TD-TYPE-CREDIT                VALUE 'C'.
000250     05 TD-NUM1                 PIC 9(02).
000260     05 TD-NUM2                 PIC 9(02).
000270     05 TD-AMOUNT               PIC S9(07)V99.
000280     05 TD-RESUB-FLAG           PIC X(01).
000290         88 TD-RESUBMITTED                VALUE 'R'.
000300     05 TD-TRANS-FILE-ID        PIC X(08).
000310     05 TD-RUN-DATE             PIC 9(08).
000313     05 TD-CURRENCY-CODE        PIC X(03).
000316     05 TD-DOLLAR-AMOUNT        PIC S9(09)V99.
000320     05 FILLER                  PIC X(16).
