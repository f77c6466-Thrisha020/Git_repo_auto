000270*                  AS REJECTED - RC 8 ON ANY EXCEPTION, SO A
000280*                  BOUNCED TRANSMISSION SURFACES ON OUR REPORTS,
000290*                  NOT IN A PHONE CALL.
000291* 2026-09-14  DG   GLHIST WIDENED WITH THE ENTRY TYPE AND
000292*                  ORIGINAL RUN DATE GLREVRS STAMPS ON A
000293*                  REVERSAL - THE LOCAL HISTORY LAYOUT GREW WITH
000294*                  IT. A REVERSAL GOES OUT UNDER ITS OWN RUN DATE
000295*                  AND IS ACKNOWLEDGED WITH THAT DATE'S GROUP.
000297* 2026-10-07  DG   GLHIST WIDENED TO 80 BYTES WITH THE CURRENCY
000299*                  EACH BATCH WAS SENT IN AND ITS NET IN THAT
000301*                  CURRENCY - THE LOCAL HISTORY LAYOUT GREW WITH
000303*                  IT. THE DOLLAR FIGURES THIS JOB USES ARE
000305*                  UNCHANGED.
000307* 2026-10-15  DG   GLHIST WIDENED TO 90 BYTES WITH THE PERIOD
000309*                  GLPOST BOOKED EACH BATCH TO (HIST-BOOK-
000311*                  PERIOD) - THE LOCAL HISTORY LAYOUT GREW WITH
000313*                  IT. NOTHING THIS JOB DOES CHANGES.
000315*----------------------------------------------------------------
000317 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT ACK-FILE ASSIGN TO "GLACKIN"
000600     05 HIST-BATCH-ID           PIC X(04).
000605     05 HIST-DOLLAR-AMOUNT      PIC S9(11)V99.
000607     05 HIST-CONTROL-DATE       PIC X(08).
000610     05 HIST-ENTRY-TYPE         PIC X(01).
000612         88 HIST-REVERSAL-ENTRY          VALUE 'R'.
000614     05 HIST-ORIG-RUN-DATE      PIC 9(08).
000615     05 HIST-CURRENCY-CODE      PIC X(03).
000616     05 HIST-CURR-AMOUNT        PIC S9(11)V99.
000617     05 HIST-BOOK-PERIOD        PIC 9(06).
000618     05 FILLER                  PIC X(09).
000620 FD  ACKREG-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY GLACKRG.
