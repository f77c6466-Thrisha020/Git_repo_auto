000280     05 CKP-BATCH-COUNT         PIC 9(07).
000290     05 CKP-BATCH-TOTAL         PIC S9(09).
000295     05 CKP-BATCH-DOLLARS       PIC S9(11)V99.
000296     05 CKP-BATCH-CURRENCY      PIC X(03).
000297     05 CKP-BATCH-CURR-AMT      PIC S9(11)V99.
000300     05 CKP-BATCH-ENTRIES       PIC 9(03).
000310     05 CKP-BATCH-ENTRY OCCURS 100 TIMES.
000320         10 CKP-BATCH-ENTRY-ID  PIC X(04).
000330         10 CKP-BATCH-ENTRY-AMT PIC S9(09).
000340         10 CKP-BATCH-ENTRY-DOL PIC S9(11)V99.
000350         10 CKP-BATCH-ENTRY-CUR PIC X(03).
000360         10 CKP-BATCH-ENTRY-CURAMT PIC S9(11)V99.
