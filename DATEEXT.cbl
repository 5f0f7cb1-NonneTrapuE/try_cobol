000395*                 disagreeing with the file on the next run
000396*                 proves the rewrite and forces the same loud
000397*                 full-extract fall-back.
000398* 2026-10-15 RLB  Every run now appends its results to the
000399*                 shared RUNHIST ledger (RUNHIST copybook) for
000400*                 the RUNDASH morning dashboard - log lines
000401*                 in the increment, rows sent and their net
000402*                 amount, unreadable dates left out, and the
000403*                 condition code.
000404* 2026-10-15 RLB  Each run is now stamped with its start date
000405*                 and time, carried as a fourth field on the
000406*                 FINCSV TRAILER line (CSV-LINE widened to 50
000407*                 to take it) so finance can quote the file
000408*                 back on their FINACK acknowledgement.  Every
000409*                 row sent is appended to the EXTROWS sent-row
000410*                 register (EXTROW copybook) as it is written,
000411*                 and a clean run appends one EXTRUNS record
000412*                 (EXTRUN copybook) - stamp, increment bounds,
000413*                 TRAILER totals, status S sent - for DATEACK
000414*                 to match the acknowledgement against and to
000415*                 flag when it never comes.  A register that
000416*                 cannot be written does not stop the extract;
000417*                 it is reported and graded RETURN-CODE 4.
000418* ---------------------------------------------------------------

000419 ENVIRONMENT DIVISION.

000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000534       ORGANIZATION LINE SEQUENTIAL
000536       FILE STATUS IS WS-STAT-FS.

000538* FC-HIST is the shared run-history ledger - one record is
000540* appended per run, behind the graded condition code.
000542     SELECT FC-HIST   ASSIGN TO "RUNHIST"
000544       ORGANIZATION LINE SEQUENTIAL
000546       FILE STATUS IS WS-HIST-FS.

000548* FC-RUNS is the extract-run register and FC-ROWS the sent-row
000550* register behind it - both append only, both read back by the
000552* DATEACK acknowledgement match.
000554     SELECT FC-RUNS   ASSIGN TO "EXTRUNS"
000556       ORGANIZATION LINE SEQUENTIAL
000558       FILE STATUS IS WS-RUNS-FS.

000560     SELECT FC-ROWS   ASSIGN TO "EXTROWS"
000562       ORGANIZATION LINE SEQUENTIAL
000564       FILE STATUS IS WS-ROWS-FS.

000566 DATA DIVISION.
000568 FILE SECTION.

000570 FD  FC-DATE.
000580     COPY DATEREC.

000600 FD  FC-CSV.
000606 01  CSV-LINE                      PIC X(50).

000612* One position record - the line the last increment started
000614* behind, and the line it ran through.  A normal run extracts
000629     05  FILLER                    PIC X(01).
000630     05  EXT-LAST-TEXT             PIC X(24).

000632 FD  FC-HIST.
000634     COPY RUNHIST.

000636 FD  FC-RUNS.
000638     COPY EXTRUN.

000640 FD  FC-ROWS.
000642     COPY EXTROW.

000644 WORKING-STORAGE SECTION.

000650* File status / switches.
000660 77  WS-DATE-FS             PIC X(02) VALUE "00".
000670 77  WS-CSV-FS              PIC X(02) VALUE "00".
000672 77  WS-STAT-FS             PIC X(02) VALUE "00".
000673 77  WS-HIST-FS             PIC X(02) VALUE "00".
000674 77  WS-RUNS-FS             PIC X(02) VALUE "00".
000675 77  WS-ROWS-FS             PIC X(02) VALUE "00".
000676 77  WS-ROWS-SW             PIC X(01) VALUE "N".
000677     88  WS-ROWS-OPEN               VALUE "Y".
000678 77  WS-REG-SW              PIC X(01) VALUE "N".
000679     88  WS-REG-FAILED              VALUE "Y".
000680 77  WS-EOF-SW              PIC X(01) VALUE "N".
000690     88  WS-EOF                     VALUE "Y".
000700 77  WS-OPEN-SW             PIC X(01) VALUE "N".
000770 77  WS-SKIP-COUNT          PIC 9(06) VALUE ZERO.
000780 77  WS-SKIP-SHOW           PIC ZZZZZ9.

000781* Run-history stamp - the date and time this run's RUNHIST
000782* record is written.
000783 77  WS-HIST-DATE           PIC 9(08) VALUE ZERO.
000784 77  WS-HIST-TIME-X         PIC X(08) VALUE SPACES.

000785* Run stamp - the date and time this run started, which names
000786* it on the TRAILER line and in both registers.
000787 01  WS-RUN-STAMP.
000788     05  WS-RUN-DATE               PIC 9(08) VALUE ZERO.
000789     05  WS-RUN-TIME               PIC 9(06) VALUE ZERO.
000790 77  WS-RUN-TIME-X          PIC X(08) VALUE SPACES.

000800* Shared date-parse parameter area - see DATEPRS.
000810     COPY DATEPRM.

001040         UNTIL WS-EOF.
001050     PERFORM 9000-TERMINATE
001060         THRU 9000-EXIT.
001063     PERFORM 9500-WRITE-HISTORY
001066         THRU 9500-EXIT.
001070     STOP RUN.

001090* *************************************************************
001238         THRU 1120-EXIT.
001240     OPEN OUTPUT FC-CSV.
001250     SET WS-FILES-OPEN TO TRUE.
001251     ACCEPT WS-RUN-DATE   FROM DATE YYYYMMDD.
001252     ACCEPT WS-RUN-TIME-X FROM TIME.
001253     MOVE WS-RUN-TIME-X(1:6) TO WS-RUN-TIME.
001254     PERFORM 1200-OPEN-ROW-REGISTER
001255         THRU 1200-EXIT.
001260     MOVE "DATE,OPERATOR,AMOUNT" TO CSV-LINE.
001270     WRITE CSV-LINE.
001280     PERFORM 2100-READ-DATE
001435     EXIT.

001436* *************************************************************
001437* 1200-OPEN-ROW-REGISTER
001438* The sent-row register is appended to, and created on the
001439* first run.  One that will not open costs DATEACK the row
001440* detail for this run, not the extract - the run goes on and
001441* is graded 4 at the end.
001442* *************************************************************
001443 1200-OPEN-ROW-REGISTER.
001444     OPEN EXTEND FC-ROWS.
001445     IF WS-ROWS-FS = "35"
001446         OPEN OUTPUT FC-ROWS
001447     END-IF.
001448     IF WS-ROWS-FS NOT = "00"
001449         DISPLAY "DATEEXT: EXTROWS UNAVAILABLE - FS=" WS-ROWS-FS
001450             " - ROWS SENT THIS RUN ARE NOT REGISTERED"
001451         SET WS-REG-FAILED TO TRUE
001452         GO TO 1200-EXIT
001453     END-IF.
001454     SET WS-ROWS-OPEN TO TRUE.
001455 1200-EXIT.
001456     EXIT.

001457* *************************************************************
001458* 2000-EXTRACT-ENTRY
001459* One log entry: the stored date text is taken apart by
001460* DATEPRS whichever of the three formats it was written in,
001461* rebuilt as ISO YYYY-MM-DD, and the line written out.  An
001462* unreadable date is counted and left out - finance would
001463* rather chase a reported shortfall than import a guess.
001464* *************************************************************
001465 2000-EXTRACT-ENTRY.
001466     ADD 1 TO WS-LINE-NO.
001467     MOVE FC-ENR TO WS-LAST-TEXT.
001468*    Lines up to the start position already went out on an
001469*    earlier clean run - they are passed over, not re-sent.
001470     IF WS-LINE-NO <= WS-START-LINE
001471         GO TO 2000-NEXT
001472     END-IF.
001473     MOVE FC-ENR-DATE-TEXT TO DATEPRS-TEXT.
001474     CALL "DATEPRS" USING DATEPRS-PARM.
001475     IF DATEPRS-OK
001476         PERFORM 3000-WRITE-CSV-ROW
001477             THRU 3000-EXIT
001478     ELSE
001480         ADD 1 TO WS-SKIP-COUNT
001490     END-IF.
001495 2000-NEXT.
001860     WRITE CSV-LINE.
001870     ADD 1             TO WS-ROW-COUNT.
001880     ADD FC-ENR-AMOUNT TO WS-NET-TOTAL.
001881     IF WS-ROWS-OPEN
001882         MOVE SPACES        TO XRW-RECORD
001883         MOVE WS-RUN-STAMP  TO XRW-RUN-STAMP
001884         MOVE WS-ROW-COUNT  TO XRW-ROW-NO
001885         MOVE CSV-LINE      TO XRW-CSV-TEXT
001886         WRITE XRW-RECORD
001887         IF WS-ROWS-FS NOT = "00"
001888             DISPLAY "DATEEXT: EXTROWS WRITE FAILED - FS="
001889                 WS-ROWS-FS " - LATER ROWS ARE NOT REGISTERED"
001890             SET WS-REG-FAILED TO TRUE
001891             MOVE "N" TO WS-ROWS-SW
001892         END-IF
001893     END-IF.
001894 3000-EXIT.
001900     EXIT.

001920* *************************************************************
001930* 9000-TERMINATE
001940* The TRAILER line carries the row count and net total so the
001946* import side can balance what it loaded, and the run stamp
001952* finance quotes back on the acknowledgement; unreadable dates
001960* are reported here and graded RETURN-CODE 4 - the extract
001966* is usable but short, and somebody should look.  So is a
001972* run whose EXTROWS / EXTRUNS registers could not be written.
001980* *************************************************************
001990 9000-TERMINATE.
002000     IF NOT WS-FILES-OPEN
002060            WS-ROW-COUNT   DELIMITED BY SIZE
002070            ","            DELIMITED BY SIZE
002080            WS-TOTAL-CSV   DELIMITED BY SIZE
002083            ","            DELIMITED BY SIZE
002086            WS-RUN-STAMP   DELIMITED BY SIZE
002090            INTO CSV-LINE.
002100     WRITE CSV-LINE.
002110     CLOSE FC-CSV.
002112     IF WS-ROWS-OPEN
002114         CLOSE FC-ROWS
002116     END-IF.
002120     CLOSE FC-DATE.
002122*    The position is taken only now, behind a finished FINCSV
002124*    - a run that died mid-extract leaves the old position in
002144             "INCREMENT"
002146         MOVE 4 TO RETURN-CODE
002148     END-IF.
002149     PERFORM 9100-RECORD-RUN
002150         THRU 9100-EXIT.
002151     IF WS-LOG-SHRANK
002152         MOVE 4 TO RETURN-CODE
002154     END-IF.
002156     IF WS-SKIP-COUNT > ZERO
002170             "UNREADABLE DATES LEFT OUT OF THE EXTRACT"
002172         MOVE 4 TO RETURN-CODE
002180     END-IF.
002182     IF WS-REG-FAILED
002184         MOVE 4 TO RETURN-CODE
002186     END-IF.
002190 9000-EXIT.
002200     EXIT.

002210* *************************************************************
002220* 9100-RECORD-RUN
002230* One EXTRUNS record for the finished FINCSV, status S until
002240* DATEACK matches finance's acknowledgement against it.  It is
002250* written even when EXTSTAT could not be - the file went out
002260* either way, and the re-send the next night supersedes it.
002270* *************************************************************
002280 9100-RECORD-RUN.
002290     OPEN EXTEND FC-RUNS.
002300     IF WS-RUNS-FS = "35"
002310         OPEN OUTPUT FC-RUNS
002320     END-IF.
002330     IF WS-RUNS-FS NOT = "00"
002340         DISPLAY "DATEEXT: EXTRUNS UNAVAILABLE - FS=" WS-RUNS-FS
002350             " - THIS RUN CANNOT BE MATCHED TO AN ACKNOWLEDGEMENT"
002360         SET WS-REG-FAILED TO TRUE
002370         GO TO 9100-EXIT
002380     END-IF.
002390     MOVE SPACES         TO XRN-RECORD.
002400     MOVE WS-RUN-STAMP   TO XRN-RUN-STAMP.
002410     MOVE WS-START-LINE  TO XRN-FROM-LINE.
002420     MOVE WS-LINE-NO     TO XRN-TO-LINE.
002430     MOVE WS-ROW-COUNT   TO XRN-ROW-COUNT.
002440     MOVE WS-NET-TOTAL   TO XRN-NET-AMOUNT.
002450     SET XRN-SENT        TO TRUE.
002460     MOVE ZERO           TO XRN-ACK-DATE.
002470     MOVE ZERO           TO XRN-REFUSED-COUNT.
002480     MOVE ZERO           TO XRN-MISSING-COUNT.
002490     WRITE XRN-RECORD.
002500     IF WS-RUNS-FS NOT = "00"
002510         DISPLAY "DATEEXT: EXTRUNS WRITE FAILED - FS="
002520             WS-RUNS-FS " - THIS RUN CANNOT BE MATCHED TO AN "
002530             "ACKNOWLEDGEMENT"
002540         SET WS-REG-FAILED TO TRUE
002550     END-IF.
002560     CLOSE FC-RUNS.
002570 9100-EXIT.
002580     EXIT.

002590* *************************************************************
002600* 9500-WRITE-HISTORY
002610* Appends this run's record to the shared RUNHIST ledger,
002620* last of all so it carries the graded condition code.  Append
002630* only; a ledger that cannot be written is only warned about -
002640* it records the run, it is not part of it, and the condition
002650* code stands as graded.
002660* *************************************************************
002670 9500-WRITE-HISTORY.
002680     OPEN EXTEND FC-HIST.
002690     IF WS-HIST-FS = "35"
002700         OPEN OUTPUT FC-HIST
002710     END-IF.
002720     IF WS-HIST-FS NOT = "00"
002730         DISPLAY "DATEEXT: RUN HISTORY UNAVAILABLE - FS="
002740             WS-HIST-FS " - THIS RUN IS NOT RECORDED"
002750         GO TO 9500-EXIT
002760     END-IF.
002770     MOVE SPACES TO RHS-RECORD.
002780     MOVE ZEROS  TO RHS-REASON-COUNTS.
002790     MOVE "DATEEXT" TO RHS-PROGRAM.
002800     ACCEPT WS-HIST-DATE   FROM DATE YYYYMMDD.
002810     ACCEPT WS-HIST-TIME-X FROM TIME.
002820     MOVE WS-HIST-DATE     TO RHS-RUN-DATE.
002830     MOVE WS-HIST-TIME-X(1:6) TO RHS-RUN-TIME.
002840     IF WS-LINE-NO > WS-START-LINE
002850         COMPUTE RHS-READ-COUNT = WS-LINE-NO - WS-START-LINE
002860     ELSE
002870         MOVE ZERO TO RHS-READ-COUNT
002880     END-IF.
002890     MOVE WS-ROW-COUNT     TO RHS-POST-COUNT.
002900     MOVE WS-SKIP-COUNT    TO RHS-REJ-COUNT.
002910     MOVE WS-NET-TOTAL     TO RHS-NET-AMOUNT.
002920     MOVE RETURN-CODE      TO RHS-RETURN-CODE.
002930     WRITE RHS-RECORD.
002940     IF WS-HIST-FS NOT = "00"
002950         DISPLAY "DATEEXT: RUN HISTORY WRITE FAILED - FS="
002960             WS-HIST-FS " - THIS RUN IS NOT RECORDED"
002970     END-IF.
002980     CLOSE FC-HIST.
002990 9500-EXIT.
003000     EXIT.

003010 END PROGRAM DATEEXT.
