000010*----------------------------------------------------------------
000020* CNVCOLS - DELIMITED-INTAKE COLUMN-MAPPING CARD, ONE PER SENDING
000030* DEPARTMENT THAT EXPORTS A DELIMITED FILE INSTEAD OF THE FIXED
000040* TRANREC LAYOUT, KEYED BY THE DEPARTMENT'S DM-DEPT-ID. TRANCONV
000050* READS THE CARD FOR THE DEPARTMENT ON ITS SYSIN CARD AND USES
000060* IT TO PICK EACH TRANREC DETAIL FIELD OUT OF A ROW.
000070*
000080* COLUMNS ARE NUMBERED FROM 01 AT THE LEFT OF THE ROW, UP TO 20.
000090* CNC-DELIMITER     - THE CHARACTER BETWEEN COLUMNS; BLANK MEANS
000100*                     A COMMA. A COLUMN MAY BE IN DOUBLE QUOTES,
000110*                     IN WHICH CASE IT MAY CONTAIN THE DELIMITER.
000120* CNC-SKIP-ROWS     - HEADING ROWS AT THE TOP OF THE FILE TO
000130*                     PASS OVER (0-9, BLANK = NONE).
000140* CNC-BATCH-COL     - TR-BATCH-ID. REQUIRED.
000150* CNC-AMOUNT-COL    - TR-AMOUNT, AS DOLLARS AND CENTS WITH A
000160*                     DECIMAL POINT ('1,234.50', '-12.00',
000170*                     '(12.00)' AND '12.00-' ARE ALL TAKEN).
000180*                     REQUIRED.
000190* CNC-TYPE-COL      - TR-TRANS-TYPE. THE VALUE IS MATCHED AGAINST
000200*                     CNC-DEBIT-CODE AND CNC-CREDIT-CODE (BLANK
000210*                     MEANS 'D' AND 'C'). 00 MEANS THE EXPORT HAS
000220*                     NO TYPE COLUMN - A NEGATIVE AMOUNT IS THEN
000230*                     A DEBIT OF THE AMOUNT WITHOUT ITS SIGN AND
000240*                     ANYTHING ELSE A CREDIT.
000250* CNC-NUM1-COL,
000260* CNC-NUM2-COL      - TR-NUM1 / TR-NUM2, WHOLE UNITS 0-99. 00
000270*                     MEANS NOT SENT (ZERO).
000280* CNC-CURRENCY-COL  - TR-CURRENCY-CODE. 00 MEANS NOT SENT
000290*                     (DOLLARS).
000300*----------------------------------------------------------------
000310 01  CONV-COLUMN-RECORD.
000320     05 CNC-DEPT-ID             PIC X(08).
000330     05 CNC-DELIMITER           PIC X(01).
000340     05 CNC-SKIP-ROWS           PIC 9(01).
000350     05 CNC-BATCH-COL           PIC 9(02).
000360     05 CNC-TYPE-COL            PIC 9(02).
000370     05 CNC-NUM1-COL            PIC 9(02).
000380     05 CNC-NUM2-COL            PIC 9(02).
000390     05 CNC-AMOUNT-COL          PIC 9(02).
000400     05 CNC-CURRENCY-COL        PIC 9(02).
000410     05 CNC-DEBIT-CODE          PIC X(04).
000420     05 CNC-CREDIT-CODE         PIC X(04).
000430     05 FILLER                  PIC X(50).
