000330*                 not fresh.  RETURN-CODE 4 when anything is
000340*                 flagged, so operations can page on the
000350*                 backlog instead of discovering it.
000352* 2026-10-15 RLB  Every run now appends its results to the
000354*                 shared RUNHIST ledger (RUNHIST copybook) for
000356*                 the RUNDASH morning dashboard - rejects
000358*                 read, repaired and outstanding, the
000360*                 outstanding backlog by reason, and the
000362*                 condition code.
000364* 2026-10-15 RLB  Reason 07 (over the operator's LIMFILE
000366*                 posting limit) gets its own summary row; the
000368*                 catch-all row moves to 8.  Every summary row
000370*                 now spells its reason out.
000372* ---------------------------------------------------------------

000380 ENVIRONMENT DIVISION.

000530       ORGANIZATION LINE SEQUENTIAL
000540       FILE STATUS IS WS-REPORT-FS.

000543* FC-HIST is the shared run-history ledger - one record is
000546* appended per run, behind the graded condition code.
000549     SELECT FC-HIST   ASSIGN TO "RUNHIST"
000552       ORGANIZATION LINE SEQUENTIAL
000555       FILE STATUS IS WS-HIST-FS.

000560 DATA DIVISION.
000570 FILE SECTION.

000660 FD  FC-REPORT.
000670 01  RPT-LINE                      PIC X(72).

000676 FD  FC-HIST.
000682     COPY RUNHIST.

000690 WORKING-STORAGE SECTION.

000710* File status / switches.
000720 77  WS-REJECT-FS           PIC X(02) VALUE "00".
000730 77  WS-PARM-FS             PIC X(02) VALUE "00".
000740 77  WS-REPORT-FS           PIC X(02) VALUE "00".
000745 77  WS-HIST-FS             PIC X(02) VALUE "00".
000750 77  WS-EOF-SW              PIC X(01) VALUE "N".
000760     88  WS-EOF                     VALUE "Y".
000770 77  WS-OPEN-SW             PIC X(01) VALUE "N".
000870 77  WS-AGE-KNOWN-SW        PIC X(01) VALUE "N".
000880     88  WS-AGE-KNOWN               VALUE "Y".

000890* Outstanding rejects bucketed by reason (01-07, anything
000900* else in row 8) and age: 0-7, 8-14, 15-30, over 30 days,
000920* and age unknown (records from before the stamp).
000930 77  WS-RSN-IX              PIC 9(01) VALUE ZERO.
000940 77  WS-BKT-IX              PIC 9(01) VALUE ZERO.
000950 01  WS-AGE-TABLE.
000960     05  WS-AG-REASON-ROW OCCURS 8 TIMES.
000970         10  WS-AG-BUCKET OCCURS 5 TIMES PIC 9(05).

000990* Run accounting.
001030 77  WS-FLAG-COUNT          PIC 9(05) VALUE ZERO.
001040 77  WS-UNKNOWN-COUNT       PIC 9(05) VALUE ZERO.

001043* Run-history stamp - the date and time this run's RUNHIST
001046* record is written.
001049 77  WS-HIST-DATE           PIC 9(08) VALUE ZERO.
001052 77  WS-HIST-TIME-X         PIC X(08) VALUE SPACES.
001055 77  WS-HIST-SUM            PIC 9(05) VALUE ZERO.

001060* Shared day-arithmetic parameter area - see DATEDAY.
001070     COPY DAYPRM.

001450     05  WS-SM-B4                  PIC ZZZZ9.
001460     05  FILLER                    PIC X(02) VALUE SPACES.
001470     05  WS-SM-B5                  PIC ZZZZ9.
001471     05  FILLER                    PIC X(02) VALUE SPACES.
001472     05  WS-SM-TEXT                PIC X(26).

001473* What each summary row's reason means, in row order - codes
001474* 01-07 as HELLOWORLD assigns them, then the catch-all row.
001475 01  WS-REASON-TEXT.
001476     05  FILLER                    PIC X(26) VALUE
001477             "YEAR AT/PAST CUTOFF".
001478     05  FILLER                    PIC X(26) VALUE
001479             "MONTH NOT 01-12".
001480     05  FILLER                    PIC X(26) VALUE
001481             "DAY NOT VALID FOR MONTH".
001482     05  FILLER                    PIC X(26) VALUE
001483             "OPERATOR NOT AUTHORIZED".
001484     05  FILLER                    PIC X(26) VALUE
001485             "CLOSED ACCOUNTING PERIOD".
001486     05  FILLER                    PIC X(26) VALUE
001487             "NON-WORKING DAY".
001488     05  FILLER                    PIC X(26) VALUE
001489             "OVER OPERATOR LIMIT".
001490     05  FILLER                    PIC X(26) VALUE
001491             "UNKNOWN CODE".
001492 01  WS-REASON-TABLE REDEFINES WS-REASON-TEXT.
001493     05  WS-RSN-TEXT OCCURS 8 TIMES PIC X(26).

001494 01  WS-COUNT-LINE.
001500     05  WS-CL-LABEL               PIC X(20).
001510     05  WS-CL-COUNT               PIC ZZZZ9.

001630         UNTIL WS-EOF.
001640     PERFORM 9000-TERMINATE
001650         THRU 9000-EXIT.
001653     PERFORM 9500-WRITE-HISTORY
001656         THRU 9500-EXIT.
001660     STOP RUN.

001680* *************************************************************
001832     PERFORM 1080-CLEAR-AGE-ROW
001834         THRU 1080-EXIT
001836         VARYING WS-RSN-IX FROM 1 BY 1
001838         UNTIL WS-RSN-IX > 8.
001840     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001850     MOVE WS-TODAY(1:4) TO DAYPRM-ANNEE.
001860     MOVE WS-TODAY(5:2) TO DAYPRM-MOIS.

003220* *************************************************************
003230* 2300-BUCKET-ENTRY
003240* Reason rows 1-7 carry codes 01-07; anything else - old
003250* records, mangled codes - lands in row 8.
003260* *************************************************************
003270 2300-BUCKET-ENTRY.
003280     EVALUATE REJ-REASON
003380             MOVE 5 TO WS-RSN-IX
003390         WHEN "06"
003400             MOVE 6 TO WS-RSN-IX
003403         WHEN "07"
003406             MOVE 7 TO WS-RSN-IX
003410         WHEN OTHER
003420             MOVE 8 TO WS-RSN-IX
003430     END-EVALUATE.
003440     EVALUATE TRUE
003450         WHEN NOT WS-AGE-KNOWN
003820* 3000-PRINT-SUMMARY-ROW
003830* *************************************************************
003840 3000-PRINT-SUMMARY-ROW.
003850     IF WS-RSN-IX = 8
003860         MOVE "??" TO WS-SM-REASON
003870     ELSE
003880         MOVE "0"       TO WS-SM-REASON(1:1)
003930     MOVE WS-AG-BUCKET (WS-RSN-IX, 3) TO WS-SM-B3.
003940     MOVE WS-AG-BUCKET (WS-RSN-IX, 4) TO WS-SM-B4.
003950     MOVE WS-AG-BUCKET (WS-RSN-IX, 5) TO WS-SM-B5.
003955     MOVE WS-RSN-TEXT (WS-RSN-IX)    TO WS-SM-TEXT.
003960     MOVE WS-SUMMARY-LINE TO RPT-LINE.
003970     WRITE RPT-LINE.
003980 3000-EXIT.
004110         MOVE "OUTSTANDING BY REASON AND AGE" TO RPT-LINE
004120         WRITE RPT-LINE
004130         MOVE
004140         "REASON       0-7   8-14  15-30    31+   UNKN  MEANING"
004150             TO RPT-LINE
004160         WRITE RPT-LINE
004170         PERFORM 3000-PRINT-SUMMARY-ROW
004180             THRU 3000-EXIT
004190             VARYING WS-RSN-IX FROM 1 BY 1
004200             UNTIL WS-RSN-IX > 8
004210         MOVE SPACES TO RPT-LINE
004220         WRITE RPT-LINE
004230         MOVE "REJECTS READ       :" TO WS-CL-LABEL
004490 9000-EXIT.
004500     EXIT.

004510* *************************************************************
004520* 9500-WRITE-HISTORY
004530* Appends this run's record to the shared RUNHIST ledger,
004540* last of all so it carries the graded condition code.  Append
004550* only; a ledger that cannot be written is only warned about -
004560* it records the run, it is not part of it, and the condition
004570* code stands as graded.
004580* *************************************************************
004590 9500-WRITE-HISTORY.
004600     OPEN EXTEND FC-HIST.
004610     IF WS-HIST-FS = "35"
004620         OPEN OUTPUT FC-HIST
004630     END-IF.
004640     IF WS-HIST-FS NOT = "00"
004650         DISPLAY "REJAGE: RUN HISTORY UNAVAILABLE - FS="
004660             WS-HIST-FS " - THIS RUN IS NOT RECORDED"
004670         GO TO 9500-EXIT
004680     END-IF.
004690     MOVE SPACES TO RHS-RECORD.
004700     MOVE ZEROS  TO RHS-REASON-COUNTS.
004710     MOVE "REJAGE" TO RHS-PROGRAM.
004720     ACCEPT WS-HIST-DATE   FROM DATE YYYYMMDD.
004730     ACCEPT WS-HIST-TIME-X FROM TIME.
004740     MOVE WS-HIST-DATE     TO RHS-RUN-DATE.
004750     MOVE WS-HIST-TIME-X(1:6) TO RHS-RUN-TIME.
004760     MOVE WS-READ-COUNT    TO RHS-READ-COUNT.
004770     MOVE WS-DONE-COUNT    TO RHS-POST-COUNT.
004780     MOVE WS-OUT-COUNT     TO RHS-REJ-COUNT.
004790     MOVE ZERO             TO RHS-NET-AMOUNT.
004800     PERFORM 9550-SUM-REASON
004810         THRU 9550-EXIT
004820         VARYING WS-RSN-IX FROM 1 BY 1
004830         UNTIL WS-RSN-IX > 8.
004840     MOVE RETURN-CODE      TO RHS-RETURN-CODE.
004850     WRITE RHS-RECORD.
004860     IF WS-HIST-FS NOT = "00"
004870         DISPLAY "REJAGE: RUN HISTORY WRITE FAILED - FS="
004880             WS-HIST-FS " - THIS RUN IS NOT RECORDED"
004890     END-IF.
004900     CLOSE FC-HIST.
004910 9500-EXIT.
004920     EXIT.

004930* *************************************************************
004940* 9550-SUM-REASON
004950* One reason row of the aging matrix, across every age
004960* bracket, into its ledger slot - row 8 (any other code) goes
004970* to the ledger's catch-all slot 9.
004980* *************************************************************
004990 9550-SUM-REASON.
005000     COMPUTE WS-HIST-SUM =
005010         WS-AG-BUCKET (WS-RSN-IX, 1)
005020             + WS-AG-BUCKET (WS-RSN-IX, 2)
005030             + WS-AG-BUCKET (WS-RSN-IX, 3)
005040             + WS-AG-BUCKET (WS-RSN-IX, 4)
005050             + WS-AG-BUCKET (WS-RSN-IX, 5).
005060     IF WS-RSN-IX = 8
005070         MOVE WS-HIST-SUM TO RHS-RSN-COUNT (9)
005080     ELSE
005090         MOVE WS-HIST-SUM TO RHS-RSN-COUNT (WS-RSN-IX)
005100     END-IF.
005110 9550-EXIT.
005120     EXIT.

005130 END PROGRAM REJAGE.
