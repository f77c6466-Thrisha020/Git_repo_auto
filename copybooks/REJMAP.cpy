000100*          'R' UPDATE AND RELEASE FOR RESUBMISSION.
000110* RDATI  - REJECT DATE (YYYYMMDD) - KEY, WITH RSEQI.
000120* RSEQI  - REJECT SEQUENCE WITHIN THE DATE - KEY.
000130* STATI  - RECORD STATUS (O/P/R/S), DISPLAY ONLY.
000140* RSNI   - REJECT REASON AS TRANEDIT FILED IT, DISPLAY ONLY.
000150* FIDI   - TRANSACTION FILE THE RECORD ARRIVED ON, DISPLAY ONLY.
000160* RTYPI  - RECORD TYPE BYTE OF THE RAW IMAGE, DISPLAY ONLY.
000180*          AN INQUIRY AND OVERTYPED TO REPAIR THE RECORD. THE
000182*          AMOUNT IS KEYED AS UNSIGNED CENTS WITH NO DECIMAL
000184*          POINT - THE DEBIT/CREDIT BYTE CARRIES THE DIRECTION.
000186* CCYI   - CURRENCY CODE OF THE DETAIL, THREE LETTERS; BLANK FOR
000188*          DOLLARS. SHOWN ON AN INQUIRY AND OVERTYPED TO REPAIR.
000190* MSGI   - CONFIRMATION/ERROR MESSAGE LINE.
000200*----------------------------------------------------------------
000210 01  REJM1I.
000775     05 FILLER REDEFINES AMTF.
000776         10 AMTA                PICTURE X.
000777     05 AMTI                    PIC X(10).
000778     05 CCYL                    COMP PIC S9(4).
000779     05 CCYF                    PICTURE X.
000780     05 FILLER REDEFINES CCYF.
000781         10 CCYA                PICTURE X.
000782     05 CCYI                    PIC X(03).
000783     05 MSGL                    COMP PIC S9(4).
000790     05 MSGF                    PICTURE X.
000800     05 FILLER REDEFINES MSGF.
000810         10 MSGA                PICTURE X.
001060     05 NUM2O                   PIC X(02).
001072     05 FILLER                  PIC X(03).
001074     05 AMTO                    PIC X(10).
001075     05 FILLER                  PIC X(03).
001076     05 CCYO                    PIC X(03).
001077     05 FILLER                  PIC X(03).
001080     05 MSGO                    PIC X(40).
