000140* THE KEY IS THE REJECT DATE PLUS A SEQUENCE WITHIN THE DATE;
000150* TRANEDIT PROBES THE SEQUENCE UPWARD ON A DUPLICATE KEY, THE
000160* SAME WAY AUDLOAD KEYS SEVERAL RUNS OF ONE PROGRAM ON ONE DATE.
000161*
000162* DUAL CONTROL: A REPAIR RELEASED WITH AN AMOUNT ABOVE REJFIX'S
000163* APPROVAL LIMIT GOES TO PENDING ('P') INSTEAD OF RELEASED, AND
000164* REJREL LEAVES IT ALONE UNTIL A SECOND USER APPROVES IT ON THE
000165* APPRV SCREEN (PENDING TO RELEASED) OR SENDS IT BACK (PENDING
000166* TO OPEN). THE MAKER STAMP IS THE USER WHO LAST REPAIRED THE
000167* RECORD ON REJFIX; THE CHECKER STAMP AND DECISION ARE THE
000168* SECOND USER'S, CLEARED AGAIN WHEN THE RECORD IS NEXT REPAIRED.
000169* THE RECORD GREW FROM 160 TO 200 BYTES FOR THE STAMPS.
000170*----------------------------------------------------------------
000180 01  REJECT-REPAIR-RECORD.
000190     05 REJ-KEY.
000220     05 REJ-STATUS              PIC X(01).
000230         88 REJ-OPEN                      VALUE 'O'.
000240         88 REJ-RELEASED                  VALUE 'R'.
000245         88 REJ-PENDING                   VALUE 'P'.
000250         88 REJ-RESUBMITTED               VALUE 'S'.
000260     05 REJ-TRANS-FILE-ID       PIC X(08).
000270     05 REJ-REASON              PIC X(40).
000280     05 REJ-RECORD-IMAGE        PIC X(80).
000290     05 REJ-APPROVAL.
000291         10 REJ-MAKER-USER      PIC X(08).
000292         10 REJ-MAKER-DATE      PIC X(08).
000293         10 REJ-MAKER-TIME      PIC X(06).
000294         10 REJ-CHECKER-USER    PIC X(08).
000295         10 REJ-CHECKER-DATE    PIC X(08).
000296         10 REJ-CHECKER-TIME    PIC X(06).
000297         10 REJ-APPR-DECISION   PIC X(01).
000298             88 REJ-DECISION-APPROVED     VALUE 'A'.
000299             88 REJ-DECISION-SENT-BACK    VALUE 'X'.
000300     05 FILLER                  PIC X(11).
