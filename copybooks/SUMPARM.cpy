000060* BLANK OR ZERO CARD MEANS THE MONTH OF THE RUN DATE. THE
000070* PRIOR-MONTH COMPARISON COLUMN ALWAYS COVERS THE CALENDAR
000080* MONTH BEFORE THE REQUESTED ONE.
000081*
000082* A FISCAL PERIOD (YYYYPP, AS NUMBERED ON THE PERIOD CALENDAR
000083* GLPERIOD) IN PARM-SUMM-PERIOD REPORTS THAT PERIOD'S DATES
000084* INSTEAD, COMPARED WITH THE PERIOD BEFORE IT ON THE CALENDAR;
000085* THE MONTH IS THEN IGNORED. BLANK OR ZERO MEANS REPORT BY
000086* CALENDAR MONTH AS ABOVE.
000090*----------------------------------------------------------------
000100 01  SUMM-PARM-RECORD.
000110     05 PARM-SUMM-MONTH         PIC 9(06).
000115     05 PARM-SUMM-PERIOD        PIC 9(06).
000120     05 FILLER                  PIC X(68).
