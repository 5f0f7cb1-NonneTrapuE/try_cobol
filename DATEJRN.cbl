000300*                 the change, or by a from/to range on the
000310*                 change date.  The trailer carries selected
000320*                 versus total action counts, DATERPT fashion.
000321* 2026-10-15 RLB  The approving operator of an action applied
000322*                 through DATEAPR is printed beside the one who
000323*                 asked for it, and the JRNPARM change-operator
000324*                 selection matches either name.  Print line
000325*                 widened to 80 to take the column.
000330* ---------------------------------------------------------------

000350 ENVIRONMENT DIVISION.
000660     05  PRM-TO-DATE               PIC X(08).

000680 FD  FC-PRINT.
000690 01  PRT-LINE                      PIC X(80).

000710 WORKING-STORAGE SECTION.
000720 77  WS-JRNL-FS             PIC X(02) VALUE "00".
001420     05  WS-RL-CHG-TIME            PIC 9(06).
001430     05  FILLER                    PIC X(01) VALUE SPACES.
001440     05  WS-RL-CHG-OPER            PIC X(07).
001446     05  FILLER                    PIC X(01) VALUE SPACES.
001452     05  WS-RL-APR-OPER            PIC X(07).

001460 01  WS-COUNT-LINE.
001470     05  WS-CL-LABEL               PIC X(17).
002550     MOVE
002560         "A  ENTRY     OPER     SEQ   BEFOR  AFTER  CHANGED"
002570         TO PRT-LINE.
002572     MOVE "BY      APPROVED" TO PRT-LINE(59:16).
002575     WRITE PRT-LINE.
002580     MOVE
002590         "-  --------  -------  ----  -----  -----  -------"
002600         TO PRT-LINE.
002602     MOVE "------- -------" TO PRT-LINE(59:15).
002605     WRITE PRT-LINE.
002610 1100-EXIT.
002620     EXIT.
002820     END-IF.
002830     IF WS-CHG-OPER NOT = SPACES
002840             AND JRN-CHG-OPERATOR NOT = WS-CHG-OPER
002845             AND JRN-APR-OPERATOR NOT = WS-CHG-OPER
002850         GO TO 2000-NEXT
002860     END-IF.
002870     IF JRN-CHG-DATE < WS-FROM-DATE
002990     MOVE JRN-CHG-DATE     TO WS-RL-CHG-DATE.
003000     MOVE JRN-CHG-TIME     TO WS-RL-CHG-TIME.
003010     MOVE JRN-CHG-OPERATOR TO WS-RL-CHG-OPER.
003015     MOVE JRN-APR-OPERATOR TO WS-RL-APR-OPER.
003020     PERFORM 3100-WRITE-DETAIL
003030         THRU 3100-EXIT.
003040 2000-NEXT.
