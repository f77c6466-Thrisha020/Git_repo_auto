000010*----------------------------------------------------------------
000020* TBALREC - MONTHLY ACCOUNT-BALANCE RECORD SENT BY THE CORPORATE
000030* LEDGER (FILE GLTBIN), ONE RECORD PER CORPORATE ACCOUNT PER
000040* FISCAL PERIOD, GIVING THE DOLLARS CORPORATE BOOKED TO THE
000050* ACCOUNT FROM OUR TRANSMISSIONS IN THAT PERIOD. THE PERIOD IS
000060* NUMBERED AS ON OUR PERIOD CALENDAR (YYYYPP, SEE PERCAL). READ
000070* BY GLTBREC, WHICH TIES IT OUT AGAINST GLHIST TOTALLED BY THE
000080* ACCOUNT GLPOST CODED EACH BATCH TO.
000090*----------------------------------------------------------------
000100 01  TRIAL-BALANCE-RECORD.
000110     05 TB-ACCOUNT-NO           PIC X(08).
000120     05 TB-PERIOD               PIC 9(06).
000130     05 TB-POSTED-DOLLARS       PIC S9(13)V99.
000140     05 FILLER                  PIC X(51).
