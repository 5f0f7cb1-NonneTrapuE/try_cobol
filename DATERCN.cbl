000423*                 and never touched by apply mode - which also
000424*                 keeps a supervisor-accepted late entry from
000425*                 being re-posted as "missing".
000426* 2026-10-15 RLB  A back-filled master entry goes out with the
000427*                 DATEMST approver field blank, as HELLOWORLD
000428*                 writes a new entry.
000429* 2026-10-15 RLB  Every run now appends its results to the
000430*                 shared RUNHIST ledger (RUNHIST copybook) for
000431*                 the RUNDASH morning dashboard - log entries
000432*                 read, entries matched, discrepancies of every
000433*                 kind, and the condition code.
000434* ---------------------------------------------------------------

000440 ENVIRONMENT DIVISION.

000690       ORGANIZATION LINE SEQUENTIAL
000700       FILE STATUS IS WS-REPORT-FS.

000703* FC-HIST is the shared run-history ledger - one record is
000706* appended per run, behind the graded condition code.
000709     SELECT FC-HIST   ASSIGN TO "RUNHIST"
000712       ORGANIZATION LINE SEQUENTIAL
000715       FILE STATUS IS WS-HIST-FS.

000720 DATA DIVISION.
000730 FILE SECTION.

000860 FD  FC-REPORT.
000870 01  RPT-LINE                      PIC X(60).

000876 FD  FC-HIST.
000882     COPY RUNHIST.

000890 WORKING-STORAGE SECTION.

000910* File status / switches.
000935 77  WS-CTRL-FS             PIC X(02) VALUE "00".
000940 77  WS-PARM-FS             PIC X(02) VALUE "00".
000950 77  WS-REPORT-FS           PIC X(02) VALUE "00".
000955 77  WS-HIST-FS             PIC X(02) VALUE "00".
000960 77  WS-EOF-SW              PIC X(01) VALUE "N".
000970     88  WS-EOF                     VALUE "Y".
000980 77  WS-MST-EOF-SW          PIC X(01) VALUE "N".
001480 77  WS-STAMP-DATE          PIC 9(08) VALUE ZERO.
001490 77  WS-STAMP-TIME-X        PIC X(08) VALUE SPACES.

001494* Run-history stamp - the date and time this run's RUNHIST
001498* record is written.
001502 77  WS-HIST-DATE           PIC 9(08) VALUE ZERO.
001506 77  WS-HIST-TIME-X         PIC X(08) VALUE SPACES.

001510* Shared date-parse parameter area - see DATEPRS.
001520     COPY DATEPRM.

001870     END-IF.
001880     PERFORM 9000-TERMINATE
001890         THRU 9000-EXIT.
001893     PERFORM 9500-WRITE-HISTORY
001896         THRU 9500-EXIT.
001900     STOP RUN.

001920* *************************************************************
005210     MOVE WS-STAMP-DATE        TO MST-CHG-DATE.
005220     MOVE WS-STAMP-TIME-X(1:6) TO MST-CHG-TIME.
005230     MOVE WS-APPLY-OPERATOR    TO MST-CHG-OPERATOR.
005235     MOVE SPACES               TO MST-APR-OPERATOR.
005240     PERFORM 3100-WRITE-MST-REC
005250         THRU 3100-EXIT
005260         WITH TEST AFTER
006360 9000-EXIT.
006370     EXIT.

006380* *************************************************************
006390* 9500-WRITE-HISTORY
006400* Appends this run's record to the shared RUNHIST ledger,
006410* last of all so it carries the graded condition code.  Append
006420* only; a ledger that cannot be written is only warned about -
006430* it records the run, it is not part of it, and the condition
006440* code stands as graded.
006450* *************************************************************
006460 9500-WRITE-HISTORY.
006470     OPEN EXTEND FC-HIST.
006480     IF WS-HIST-FS = "35"
006490         OPEN OUTPUT FC-HIST
006500     END-IF.
006510     IF WS-HIST-FS NOT = "00"
006520         DISPLAY "DATERCN: RUN HISTORY UNAVAILABLE - FS="
006530             WS-HIST-FS " - THIS RUN IS NOT RECORDED"
006540         GO TO 9500-EXIT
006550     END-IF.
006560     MOVE SPACES TO RHS-RECORD.
006570     MOVE ZEROS  TO RHS-REASON-COUNTS.
006580     MOVE "DATERCN" TO RHS-PROGRAM.
006590     ACCEPT WS-HIST-DATE   FROM DATE YYYYMMDD.
006600     ACCEPT WS-HIST-TIME-X FROM TIME.
006610     MOVE WS-HIST-DATE     TO RHS-RUN-DATE.
006620     MOVE WS-HIST-TIME-X(1:6) TO RHS-RUN-TIME.
006630     MOVE WS-LOG-COUNT     TO RHS-READ-COUNT.
006640     COMPUTE RHS-POST-COUNT =
006650         WS-MATCH-COUNT + WS-CHGMATCH-COUNT.
006660     COMPUTE RHS-REJ-COUNT =
006670         WS-DIFF-COUNT + WS-NOMST-COUNT
006680             + WS-NOLOG-COUNT + WS-NOPARSE-COUNT.
006690     MOVE ZERO             TO RHS-NET-AMOUNT.
006700     MOVE RETURN-CODE      TO RHS-RETURN-CODE.
006710     WRITE RHS-RECORD.
006720     IF WS-HIST-FS NOT = "00"
006730         DISPLAY "DATERCN: RUN HISTORY WRITE FAILED - FS="
006740             WS-HIST-FS " - THIS RUN IS NOT RECORDED"
006750     END-IF.
006760     CLOSE FC-HIST.
006770 9500-EXIT.
006780     EXIT.

006790 END PROGRAM DATERCN.
