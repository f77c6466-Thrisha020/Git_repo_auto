000310*                  FILE MISSED IN THE SUBMISSION SEQUENCE CAN NO
000320*                  LONGER SIMPLY NOT POST. THE DRIVER ENDS WITH
000330*                  THE WORST RETURN CODE ANY STEP RAISED.
000331* 2026-10-13  DG   DELIMITED-FILE INTAKE. A MANIFEST LINE NAMING
000332*                  AN INTAKE DEPARTMENT (MAN-INTAKE-DEPT-ID) NOW
000333*                  HAS ITS RAW FILE BUILT FIRST BY TRANCONV FROM
000334*                  THE DEPARTMENT'S DELIMITED EXPORT, ON A
000335*                  CNVPARM CARD STAGED ON SYSIN THE SAME WAY AS
000336*                  THE ADDPARM CARD. AN INTAKE THAT REFUSES THE
000337*                  FILE (RC 8 OR WORSE) LEAVES NO RAW FILE, SO
000338*                  THE EDIT AND POSTING ARE SKIPPED FOR IT WITH
000339*                  A LINE ON THE SUMMARY AND THE DRIVER CARRIES
000340*                  ON TO THE NEXT FILE.
000341*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000560 FD  CARD-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY ADDPARM.
000585     COPY CNVPARM.
000590 FD  RUNCTL-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY RUNCTL.
000960* FROM THE RETURN-CODE REGISTER, THE TRANEDIT AUDIT ENTRY AND
000970* THE RUNCTL RECORD THE POSTING APPENDED
000980*----------------------------------------------------------------
000985 01  WS-INTAKE-RC            PIC 9(04) VALUE ZERO.
000990 01  WS-EDIT-RC              PIC 9(04) VALUE ZERO.
001000 01  WS-POST-RC              PIC 9(04) VALUE ZERO.
001010 01  WS-FILE-REJECTS         PIC 9(07) VALUE ZERO.
001460     05 FILLER              PIC X(52) VALUE
001470         '  POSTING SKIPPED - EDIT LEFT NO VALIDATED FILE   '.
001480     05 FILLER              PIC X(68) VALUE SPACES.
001481 01  WS-RPT-INTAKE-LINE.
001482     05 IK-CTL              PIC X(01) VALUE SPACE.
001483     05 FILLER              PIC X(04) VALUE 'RAW '.
001484     05 IK-RAW-FILE         PIC X(08).
001485     05 FILLER              PIC X(12) VALUE '  INTAKE RC '.
001486     05 IK-INTAKE-RC        PIC ZZZ9.
001487     05 FILLER              PIC X(44) VALUE
001488         '  - FILE REFUSED - NOT EDITED, SEE INTAKRPT '.
001489     05 FILLER              PIC X(60) VALUE SPACES.
001490 01  WS-RPT-SUMMARY.
001500     05 RS-CTL              PIC X(01) VALUE '0'.
001510     05 FILLER              PIC X(17) VALUE 'FILES PROCESSED: '.
002030 1020-EXIT.
002040     EXIT.
002050*----------------------------------------------------------------
002060* 2000-RUN-ONE-FILE - BUILD AN INTAKE DEPARTMENT'S RAW FILE,
002065*                     STAGE ONE MANIFEST LINE'S ADDPARM CARD,
002070*                     RUN THE EDIT AND (UNLESS THE EDIT DIED
002080*                     WITHOUT WRITING ITS VALIDATED FILE) THE
002085*                     POSTING, THEN
002170     IF WS-CONTROL-DATE = SPACES
002180         MOVE WS-RUN-DATE TO WS-CONTROL-DATE
002190     END-IF.
002191     MOVE ZERO TO WS-INTAKE-RC.
002192     IF MAN-INTAKE-DEPT-ID NOT = SPACES
002193         PERFORM 2150-RUN-INTAKE THRU 2150-EXIT
002194         IF WS-INTAKE-RC NOT < 8
002195             ADD 1 TO WS-SKIP-COUNT
002196             PERFORM 2650-PRINT-INTAKE-LINE THRU 2650-EXIT
002197             MOVE ZERO TO WS-EDIT-RC
002198             MOVE ZERO TO WS-POST-RC
002199             PERFORM 2700-RAISE-RETURN-CODE THRU 2700-EXIT
002200             GO TO 2000-NEXT
002201         END-IF
002202     END-IF.
002203     PERFORM 2200-STAGE-PARM-CARD THRU 2200-EXIT.
002210     MOVE ZERO TO RETURN-CODE.
002220     CALL 'TRANEDIT'.
002230     MOVE RETURN-CODE TO WS-EDIT-RC.
002510     END-READ.
002520 2100-EXIT.
002530     EXIT.
002531*----------------------------------------------------------------
002532* 2150-RUN-INTAKE - STAGE THE CNVPARM CARD FOR AN INTAKE
002533*                   DEPARTMENT AND CALL TRANCONV TO BUILD THE
002534*                   LINE'S RAW FILE FROM ITS DELIMITED EXPORT
002535*----------------------------------------------------------------
002536 2150-RUN-INTAKE.
002537     OPEN OUTPUT CARD-FILE.
002538     MOVE SPACES TO CONV-PARM-RECORD.
002539     MOVE MAN-INTAKE-DEPT-ID TO CNV-DEPT-ID.
002540     MOVE MAN-DELIM-FILE-ID TO CNV-DELIM-FILE-ID.
002541     MOVE MAN-RAW-FILE-ID TO CNV-RAW-FILE-ID.
002542     MOVE WS-CONTROL-DATE TO CNV-CONTROL-DATE.
002543     WRITE CONV-PARM-RECORD.
002544     CLOSE CARD-FILE.
002545     MOVE ZERO TO RETURN-CODE.
002546     CALL 'TRANCONV'.
002547     MOVE RETURN-CODE TO WS-INTAKE-RC.
002548     CANCEL 'TRANCONV'.
002549     MOVE ZERO TO RETURN-CODE.
002550 2150-EXIT.
002551     EXIT.
002552*----------------------------------------------------------------
002553* 2200-STAGE-PARM-CARD - WRITE THIS FILE'S ADDPARM CARD TO THE
002560*                        SYSIN CARD FILE, THE SAME CARD OPS
002570*                        WOULD HAVE KEYED FOR A HAND-SUBMITTED
002580*                        PAIR - BOTH CALLED PROGRAMS READ IT
003880     ADD 1 TO WS-LINE-COUNT.
003890 2600-EXIT.
003900     EXIT.
003901*----------------------------------------------------------------
003902* 2650-PRINT-INTAKE-LINE - THE INTAKE REFUSED THE DELIMITED FILE
003903*                          AND LEFT THE RAW FILE EMPTY - SAY SO
003904*                          INSTEAD OF EDITING AND POSTING IT
003905*----------------------------------------------------------------
003906 2650-PRINT-INTAKE-LINE.
003907     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
003908         PERFORM 1020-WRITE-REPORT-HEADING THRU 1020-EXIT
003909     END-IF.
003910     MOVE MAN-RAW-FILE-ID TO IK-RAW-FILE.
003911     MOVE WS-INTAKE-RC TO IK-INTAKE-RC.
003912     WRITE PRINT-RECORD FROM WS-RPT-INTAKE-LINE.
003913     ADD 1 TO WS-LINE-COUNT.
003914 2650-EXIT.
003915     EXIT.
003916*----------------------------------------------------------------
003920* 2700-RAISE-RETURN-CODE - THE DRIVER ENDS WITH THE WORST
003930*                          RETURN CODE ANY STEP RAISED
003940*----------------------------------------------------------------
003950 2700-RAISE-RETURN-CODE.
003952     IF WS-INTAKE-RC > WS-RETURN-CODE
003954         MOVE WS-INTAKE-RC TO WS-RETURN-CODE
003956     END-IF.
003960     IF WS-EDIT-RC > WS-RETURN-CODE
003970         MOVE WS-EDIT-RC TO WS-RETURN-CODE
003980     END-IF.
