000368*                 must never be swapped over the live log with
000370*                 a clean condition code, so any output failure
000372*                 abandons the run loudly with RETURN-CODE 12.
000374* 2026-10-15 RLB  Every run now appends its results to the
000376*                 shared RUNHIST ledger (RUNHIST copybook) for
000378*                 the RUNDASH morning dashboard - entries
000380*                 read, entries archived and their net amount,
000382*                 and the condition code.
000384* ---------------------------------------------------------------

000390 ENVIRONMENT DIVISION.

000670       ORGANIZATION LINE SEQUENTIAL
000680       FILE STATUS IS WS-REPORT-FS.

000683* FC-HIST is the shared run-history ledger - one record is
000686* appended per run, behind the graded condition code.
000689     SELECT FC-HIST   ASSIGN TO "RUNHIST"
000692       ORGANIZATION LINE SEQUENTIAL
000695       FILE STATUS IS WS-HIST-FS.

000700 DATA DIVISION.
000710 FILE SECTION.

000850 FD  FC-REPORT.
000860 01  RPT-LINE                      PIC X(60).

000866 FD  FC-HIST.
000872     COPY RUNHIST.

000880 WORKING-STORAGE SECTION.

000900* File status / switches.
000930 77  WS-ARCH-FS             PIC X(02) VALUE "00".
000940 77  WS-NEW-FS              PIC X(02) VALUE "00".
000950 77  WS-REPORT-FS           PIC X(02) VALUE "00".
000955 77  WS-HIST-FS             PIC X(02) VALUE "00".
000960 77  WS-EOF-SW              PIC X(01) VALUE "N".
000970     88  WS-EOF                     VALUE "Y".
000980 77  WS-OPEN-SW             PIC X(01) VALUE "N".
001290 77  WS-KEPT-COUNT          PIC 9(06) VALUE ZERO.
001300 77  WS-UNDATED-COUNT       PIC 9(06) VALUE ZERO.

001304* Run-history stamp - the date and time this run's RUNHIST
001308* record is written.
001312 77  WS-HIST-DATE           PIC 9(08) VALUE ZERO.
001316 77  WS-HIST-TIME-X         PIC X(08) VALUE SPACES.

001320* Shared date-parse parameter area - see DATEPRS.
001330     COPY DATEPRM.

001760         UNTIL WS-EOF.
001770     PERFORM 9000-TERMINATE
001780         THRU 9000-EXIT.
001783     PERFORM 9500-WRITE-HISTORY
001786         THRU 9500-EXIT.
001790     STOP RUN.

001810* *************************************************************
004380 9000-EXIT.
004390     EXIT.

004400* *************************************************************
004410* 9500-WRITE-HISTORY
004420* Appends this run's record to the shared RUNHIST ledger,
004430* last of all so it carries the graded condition code.  Append
004440* only; a ledger that cannot be written is only warned about -
004450* it records the run, it is not part of it, and the condition
004460* code stands as graded.
004470* *************************************************************
004480 9500-WRITE-HISTORY.
004490     OPEN EXTEND FC-HIST.
004500     IF WS-HIST-FS = "35"
004510         OPEN OUTPUT FC-HIST
004520     END-IF.
004530     IF WS-HIST-FS NOT = "00"
004540         DISPLAY "DATEARC: RUN HISTORY UNAVAILABLE - FS="
004550             WS-HIST-FS " - THIS RUN IS NOT RECORDED"
004560         GO TO 9500-EXIT
004570     END-IF.
004580     MOVE SPACES TO RHS-RECORD.
004590     MOVE ZEROS  TO RHS-REASON-COUNTS.
004600     MOVE "DATEARC" TO RHS-PROGRAM.
004610     ACCEPT WS-HIST-DATE   FROM DATE YYYYMMDD.
004620     ACCEPT WS-HIST-TIME-X FROM TIME.
004630     MOVE WS-HIST-DATE     TO RHS-RUN-DATE.
004640     MOVE WS-HIST-TIME-X(1:6) TO RHS-RUN-TIME.
004650     MOVE WS-READ-COUNT    TO RHS-READ-COUNT.
004660     MOVE WS-ARCH-COUNT    TO RHS-POST-COUNT.
004670     MOVE ZERO             TO RHS-REJ-COUNT.
004680     MOVE WS-ARCH-AMOUNT   TO RHS-NET-AMOUNT.
004690     MOVE RETURN-CODE      TO RHS-RETURN-CODE.
004700     WRITE RHS-RECORD.
004710     IF WS-HIST-FS NOT = "00"
004720         DISPLAY "DATEARC: RUN HISTORY WRITE FAILED - FS="
004730             WS-HIST-FS " - THIS RUN IS NOT RECORDED"
004740     END-IF.
004750     CLOSE FC-HIST.
004760 9500-EXIT.
004770     EXIT.

004780 END PROGRAM DATEARC.
