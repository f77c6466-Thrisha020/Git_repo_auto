000112* PASSES THE FORCE-DUP-BATCH INDICATOR THE SAME WAY, FOR A
000114* DELIBERATE RESUBMISSION OF A BATCH ALREADY ON THE POSTED-
000116* BATCH REGISTER.
000117*
000118* MAN-INTAKE-DEPT-ID IS SET FOR A DEPARTMENT THAT SENDS A
000119* DELIMITED EXPORT INSTEAD OF THE FIXED TRANREC FILE - THE
000120* DRIVER FIRST RUNS TRANCONV TO BUILD THE RAW FILE FROM THE
000121* DELIMITED FILE NAMED IN MAN-DELIM-FILE-ID (BLANK = TRANDLM)
000122* USING THAT DEPARTMENT'S CNVCOLS MAPPING. BLANK MEANS THE RAW
000123* FILE ARRIVES READY-MADE, AS BEFORE.
000124*----------------------------------------------------------------
000130 01  MANIFEST-RECORD.
000140     05 MAN-RAW-FILE-ID         PIC X(08).
000150     05 MAN-TRANS-FILE-ID       PIC X(08).
000160     05 MAN-CONTROL-DATE        PIC X(08).
000170     05 MAN-FORCE-RERUN         PIC X(01).
000175     05 MAN-FORCE-DUP           PIC X(01).
000176     05 MAN-INTAKE-DEPT-ID      PIC X(08).
000177     05 MAN-DELIM-FILE-ID       PIC X(08).
000180     05 FILLER                  PIC X(38).
