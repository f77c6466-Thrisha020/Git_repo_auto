000010*----------------------------------------------------------------
000020* PERCAL - ACCOUNTING PERIOD CALENDAR RECORD, ONE CARD-IMAGE
000030* RECORD PER FISCAL PERIOD ON THE GLPERIOD FILE. THE PERIOD
000040* NUMBER IS THE FISCAL YEAR AND THE PERIOD WITHIN IT (YYYYPP).
000050* THE START AND END DATES ARE BOTH INCLUSIVE AND THE PERIODS
000060* MUST NOT OVERLAP - THE FIRST CARD COVERING A DATE WINS. THE
000070* CARDS ARE KEPT IN PERIOD ORDER; THE CONTROLLER'S OFFICE
000080* FLIPS THE STATUS TO 'C' WHEN A PERIOD IS CLOSED ON THE
000090* CORPORATE LEDGER.
000100*
000110* GLPOST LOOKS UP THE PERIOD OF EVERY RUN-DATE GROUP BEFORE
000120* BUILDING IT: A GROUP DATED INTO A CLOSED PERIOD IS HELD OR
000130* ROLLED FORWARD TO THE FIRST OPEN PERIOD AFTER IT (SEE
000140* PSTPARM). GLSUMM USES THE SAME CARDS TO REPORT BY FISCAL
000150* PERIOD INSTEAD OF CALENDAR MONTH.
000160*----------------------------------------------------------------
000170 01  PERIOD-CALENDAR-RECORD.
000180     05 PCL-PERIOD-NO           PIC 9(06).
000190     05 PCL-START-DATE          PIC 9(08).
000200     05 PCL-END-DATE            PIC 9(08).
000210     05 PCL-STATUS              PIC X(01).
000220         88 PCL-PERIOD-OPEN               VALUE 'O'.
000230         88 PCL-PERIOD-CLOSED             VALUE 'C'.
000240     05 FILLER                  PIC X(57).
