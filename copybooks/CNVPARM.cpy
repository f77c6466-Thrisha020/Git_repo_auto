000010*----------------------------------------------------------------
000020* CNVPARM - SYSIN PARAMETER CARD FOR TRANCONV
000030*
000040* ONE CARD, READ ONCE AT START-UP, NAMING THE SENDING DEPARTMENT
000050* (DM-DEPT-ID ON THE DEPARTMENT MASTER) WHOSE COMMA-DELIMITED
000060* EXPORT IS BEING TAKEN IN. THE DEPARTMENT ID IS REQUIRED - IT
000070* PICKS THE COLUMN-MAPPING CARD (CNVCOLS) AND GOES OUT AS THE
000080* HEADER SOURCE. THE OTHER FIELDS ARE OPTIONAL:
000090*
000100* CNV-DELIM-FILE-ID - THE DELIMITED FILE TO READ (DEFAULT
000110*                     TRANDLM).
000120* CNV-RAW-FILE-ID   - THE FIXED-FORMAT TRANSACTION FILE TO
000130*                     BUILD FOR TRANEDIT (DEFAULT TRANFILE) -
000140*                     THE SAME FILE PARM-RAW-FILE-ID NAMES ON
000150*                     THE ADDPARM CARD.
000160* CNV-CONTROL-DATE  - YYYYMMDD FOR THE HEADER DATE (DEFAULT THE
000170*                     RUN DATE).
000180*----------------------------------------------------------------
000190 01  CONV-PARM-RECORD.
000200     05 CNV-DEPT-ID             PIC X(08).
000210     05 CNV-DELIM-FILE-ID       PIC X(08).
000220     05 CNV-RAW-FILE-ID         PIC X(08).
000230     05 CNV-CONTROL-DATE        PIC X(08).
000240     05 FILLER                  PIC X(48).
