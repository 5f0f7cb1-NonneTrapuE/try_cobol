000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DATEACK.
000120 AUTHOR.        Bastien.
000130 INSTALLATION.  DAILY-RECON-BATCH.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*
000170* ---------------------------------------------------------------
000180* MODIFICATION HISTORY
000190* ---------------------------------------------------------------
000200* 2026-10-15 RLB  Original version - matches finance's FINACK
000210*                 return acknowledgement against what DATEEXT
000220*                 sent.  FINACK carries one status line per
000230*                 FINCSV row - row number, A accepted or R
000240*                 refused, and finance's reason for a refusal -
000250*                 and a TRAILER line quoting back the run stamp
000260*                 DATEEXT put on the file with finance's own
000270*                 row count and net.  The run is found on the
000280*                 EXTRUNS extract-run register and its rows on
000290*                 the EXTROWS sent-row register; ACKRPT lists
000300*                 the rows refused with finance's reason, the
000310*                 rows never acknowledged, acknowledgement lines
000320*                 that match no row sent, and the trailer totals
000330*                 side by side with what was sent.  The run is
000340*                 recorded A (acknowledged clean) or E (with
000350*                 exceptions).  Every morning, acknowledgement
000360*                 or not, each run still S from an earlier day
000370*                 is listed as sent and never acknowledged, so
000380*                 a lost increment is chased the next day; a
000390*                 run whose lines a later run re-sent is marked
000400*                 X superseded and not chased.  EXTRUNS is
000410*                 rewritten whole, dropping clean or superseded
000420*                 runs past the keep period; the EXTROWS rows
000430*                 still needed go to EXTRNEW for operations to
000440*                 swap over EXTROWS.  RC 0 clean, 4 exceptions
000450*                 or overdue runs, 8 acknowledgement refused
000460*                 (no trailer, or a run not on EXTRUNS) with
000470*                 nothing recorded, 12 registers not usable -
000480*                 DO NOT swap EXTRNEW.
000490* ---------------------------------------------------------------

000500 ENVIRONMENT DIVISION.

000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530* FC-ACK is finance's acknowledgement, comma-separated, read
000540* twice - once for the TRAILER that names the run, once to
000550* match the status lines against the rows sent.
000560     SELECT FC-ACK    ASSIGN TO "FINACK"
000570       ORGANIZATION LINE SEQUENTIAL
000580       FILE STATUS IS WS-ACK-FS.

000590* FC-RUNS is the extract-run register - loaded whole, rewritten
000600* whole at the end with the new statuses.
000610     SELECT FC-RUNS   ASSIGN TO "EXTRUNS"
000620       ORGANIZATION LINE SEQUENTIAL
000630       FILE STATUS IS WS-RUNS-FS.

000640* FC-ROWS is the sent-row register, read for the acknowledged
000650* run's rows and again to carry the rows still wanted forward
000660* onto FC-RNEW.
000670     SELECT FC-ROWS   ASSIGN TO "EXTROWS"
000680       ORGANIZATION LINE SEQUENTIAL
000690       FILE STATUS IS WS-ROWS-FS.

000700     SELECT FC-RNEW   ASSIGN TO "EXTRNEW"
000710       ORGANIZATION LINE SEQUENTIAL
000720       FILE STATUS IS WS-RNEW-FS.

000730     SELECT FC-PRINT  ASSIGN TO "ACKRPT"
000740       ORGANIZATION LINE SEQUENTIAL
000750       FILE STATUS IS WS-PRINT-FS.

000760 DATA DIVISION.
000770 FILE SECTION.

000780* One acknowledgement line - either a status line
000790*     nnnnnn,A            row nnnnnn accepted
000800*     nnnnnn,R,reason     row nnnnnn refused, and why
000810* or the closing TRAILER line
000820*     TRAILER,<run stamp>,<row count 9(6)>,<net +9(9).99>
000830* An optional ROW,STATUS,REASON column-name line is passed
000840* over.  The reason runs to the next comma, 30 characters kept.
000850 FD  FC-ACK.
000860 01  ACK-LINE                      PIC X(80).

000870 FD  FC-RUNS.
000880     COPY EXTRUN.

000890 FD  FC-ROWS.
000900     COPY EXTROW.

000910 FD  FC-RNEW.
000920 01  RNW-RECORD                    PIC X(52).

000930 FD  FC-PRINT.
000940 01  PRT-LINE                      PIC X(72).

000950 WORKING-STORAGE SECTION.

000960* File status / switches.
000970 77  WS-ACK-FS              PIC X(02) VALUE "00".
000980 77  WS-RUNS-FS             PIC X(02) VALUE "00".
000990 77  WS-ROWS-FS             PIC X(02) VALUE "00".
001000 77  WS-RNEW-FS             PIC X(02) VALUE "00".
001010 77  WS-PRINT-FS            PIC X(02) VALUE "00".
001020 77  WS-EOF-SW              PIC X(01) VALUE "N".
001030     88  WS-EOF                     VALUE "Y".
001040 77  WS-RUNS-EOF-SW         PIC X(01) VALUE "N".
001050     88  WS-RUNS-EOF                VALUE "Y".
001060 77  WS-ROWS-EOF-SW         PIC X(01) VALUE "N".
001070     88  WS-ROWS-EOF                VALUE "Y".
001080 77  WS-PRINT-SW            PIC X(01) VALUE "N".
001090     88  WS-PRINT-OPEN              VALUE "Y".
001100 77  WS-ACK-SW              PIC X(01) VALUE "N".
001110     88  WS-ACK-PRESENT             VALUE "Y".
001120 77  WS-TRL-SW              PIC X(01) VALUE "N".
001130     88  WS-TRL-FOUND               VALUE "Y".
001140 77  WS-MATCH-SW            PIC X(01) VALUE "N".
001150     88  WS-RUN-MATCHED             VALUE "Y" "E".
001155     88  WS-RUN-EXCEPTIONS          VALUE "E".
001160 77  WS-TOTALS-SW           PIC X(01) VALUE "N".
001170     88  WS-TOTALS-DISAGREE         VALUE "Y".
001180 77  WS-REFUSE-SW           PIC X(01) VALUE "N".
001190     88  WS-ACK-REFUSED             VALUE "Y".
001200 77  WS-FATAL-SW            PIC X(01) VALUE "N".
001210     88  WS-FATAL-ERROR             VALUE "Y".

001220* Run date, and the keep period - a run acknowledged clean or
001230* superseded stays on EXTRUNS this many days, then is dropped.
001240 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
001250 77  WS-TODAY-SERIAL        PIC 9(07) VALUE ZERO.
001260 77  WS-AGE-DAYS            PIC S9(07) VALUE ZERO.
001270 77  WS-KEEP-DAYS           PIC 9(03) VALUE 92.

001280* The extract-run register, held whole.  999 runs is well over
001290* two years of nights; the keep period holds it far below that,
001300* and a register that outgrows the table stops the run rather
001310* than being rewritten short.
001320 77  WS-RUN-MAX             PIC 9(04) VALUE 999.
001330 77  WS-RUN-USED            PIC 9(04) VALUE ZERO.
001340 77  WS-RUN-IX              PIC 9(04) VALUE ZERO.
001350 77  WS-RUN-JX              PIC 9(04) VALUE ZERO.
001360 77  WS-RUN-NX              PIC 9(04) VALUE ZERO.
001370 77  WS-ACK-RX              PIC 9(04) VALUE ZERO.
001380 01  WS-RUN-TABLE.
001390     05  WS-RUN-ENTRY OCCURS 999 TIMES.
001400         10  WS-RT-STAMP.
001410             15  WS-RT-DATE        PIC 9(08).
001420             15  WS-RT-TIME        PIC 9(06).
001430         10  WS-RT-FROM            PIC 9(06).
001440         10  WS-RT-TO              PIC 9(06).
001450         10  WS-RT-ROWS            PIC 9(06).
001460         10  WS-RT-NET             PIC S9(09).
001470         10  WS-RT-STATUS          PIC X(01).
001480         10  WS-RT-ACK-DATE        PIC 9(08).
001490         10  WS-RT-REFUSED         PIC 9(06).
001500         10  WS-RT-MISSING         PIC 9(06).
001510         10  WS-RT-KEEP            PIC X(01).

001520* The acknowledged run's rows, by row number - what went out,
001530* and what finance said of it.  A run bigger than the table is
001540* refused whole rather than matched in part.
001550 77  WS-ROW-MAX             PIC 9(06) VALUE 9999.
001560 77  WS-ROW-IX              PIC 9(06) VALUE ZERO.
001570 77  WS-ACK-ROW             PIC 9(06) VALUE ZERO.
001580 01  WS-ROW-TABLE.
001590     05  WS-ROW-ENTRY OCCURS 9999 TIMES.
001600         10  WS-RW-TEXT            PIC X(30).
001610         10  WS-RW-ACK             PIC X(01).
001620             88  WS-RW-NONE               VALUE SPACE.
001630             88  WS-RW-ACCEPTED           VALUE "A".
001640             88  WS-RW-REFUSED            VALUE "R".
001650         10  WS-RW-REASON          PIC X(30).

001660* One acknowledgement line taken apart at the commas, and the
001670* TRAILER as finance stated it.
001680 01  WS-ACK-FIELDS.
001690     05  WS-AF-1                   PIC X(10).
001700     05  WS-AF-2                   PIC X(14).
001710     05  WS-AF-3                   PIC X(30).
001720     05  WS-AF-4                   PIC X(16).
001730 77  WS-FIN-STAMP           PIC X(14) VALUE SPACES.
001740 77  WS-FIN-COUNT           PIC 9(06) VALUE ZERO.
001750 77  WS-FIN-UNITS           PIC 9(09) VALUE ZERO.
001760 77  WS-FIN-CENTS           PIC 9(02) VALUE ZERO.
001770 77  WS-FIN-NET             PIC S9(09)V99 VALUE ZERO.

001780* Stamp of the last EXTROWS run looked up on the carry-forward
001790* pass, and whether its rows are kept - rows come grouped by
001800* run, so the table is searched once per run, not per row.
001810 77  WS-LAST-STAMP          PIC X(14) VALUE SPACES.
001820 77  WS-LAST-KEEP-SW        PIC X(01) VALUE "N".
001830     88  WS-LAST-KEEP               VALUE "Y".

001840* Run accounting.
001850 77  WS-SCAN-LINES          PIC 9(06) VALUE ZERO.
001860 77  WS-TRL-LINES           PIC 9(04) VALUE ZERO.
001870 77  WS-ACK-LINES           PIC 9(06) VALUE ZERO.
001880 77  WS-ACCEPT-COUNT        PIC 9(06) VALUE ZERO.
001890 77  WS-REFUSED-COUNT       PIC 9(06) VALUE ZERO.
001900 77  WS-MISSING-COUNT       PIC 9(06) VALUE ZERO.
001910 77  WS-BAD-COUNT           PIC 9(06) VALUE ZERO.
001920 77  WS-UNREG-COUNT         PIC 9(06) VALUE ZERO.
001930 77  WS-SUPERSEDED-COUNT    PIC 9(04) VALUE ZERO.
001940 77  WS-OVERDUE-COUNT       PIC 9(04) VALUE ZERO.
001950 77  WS-PRUNED-COUNT        PIC 9(04) VALUE ZERO.
001960 77  WS-ROWS-KEPT           PIC 9(07) VALUE ZERO.
001970 77  WS-ROWS-DROPPED        PIC 9(07) VALUE ZERO.

001980* Edited work fields for the trailer comparison.
001990 77  WS-ED-COUNT            PIC ZZZZZ9.
002000 77  WS-ED-AMOUNT           PIC -(9)9.99.

002010* Shared day-arithmetic parameter area - see DATEDAY.
002020     COPY DAYPRM.

002030 01  WS-TITLE-LINE.
002040     05  FILLER                    PIC X(35) VALUE
002050             "FINANCE ACKNOWLEDGEMENT MATCH  RUN ".
002060     05  WS-HD-ANNEE               PIC 9(04).
002070     05  FILLER                    PIC X(01) VALUE "/".
002080     05  WS-HD-MOIS                PIC 9(02).
002090     05  FILLER                    PIC X(01) VALUE "/".
002100     05  WS-HD-JOUR                PIC 9(02).

002110 01  WS-ACKHDR-LINE.
002120     05  FILLER                    PIC X(25) VALUE
002130             "ACKNOWLEDGEMENT FOR RUN  ".
002140     05  WS-AH-DATE                PIC 9(08).
002150     05  FILLER                    PIC X(01) VALUE "-".
002160     05  WS-AH-TIME                PIC 9(06).
002170     05  FILLER                    PIC X(02) VALUE SPACES.
002180     05  WS-AH-STATE               PIC X(30).

002190 01  WS-RUN-LINE.
002200     05  FILLER                    PIC X(02) VALUE SPACES.
002210     05  WS-RL-DATE                PIC 9(08).
002220     05  FILLER                    PIC X(01) VALUE "-".
002230     05  WS-RL-TIME                PIC 9(06).
002240     05  FILLER                    PIC X(08) VALUE "  LINES ".
002250     05  WS-RL-FROM                PIC 9(06).
002260     05  FILLER                    PIC X(01) VALUE "-".
002270     05  WS-RL-TO                  PIC 9(06).
002280     05  FILLER                    PIC X(07) VALUE "  ROWS ".
002290     05  WS-RL-ROWS                PIC ZZZZZ9.
002300     05  FILLER                    PIC X(06) VALUE "  NET ".
002310     05  WS-RL-NET                 PIC -(8)9.

002320 01  WS-DETAIL-LINE.
002330     05  FILLER                    PIC X(02) VALUE SPACES.
002340     05  WS-DL-ROW                 PIC ZZZZZ9 BLANK WHEN ZERO.
002350     05  FILLER                    PIC X(02) VALUE SPACES.
002360     05  WS-DL-TEXT                PIC X(30).
002370     05  FILLER                    PIC X(02) VALUE SPACES.
002380     05  WS-DL-REASON              PIC X(30).

002390 01  WS-COMPARE-LINE.
002400     05  WS-CP-LABEL               PIC X(14).
002410     05  FILLER                    PIC X(06) VALUE "SENT  ".
002420     05  WS-CP-SENT                PIC X(13).
002430     05  FILLER                    PIC X(11) VALUE "  FINANCE  ".
002440     05  WS-CP-FIN                 PIC X(13).
002450     05  FILLER                    PIC X(02) VALUE SPACES.
002460     05  WS-CP-VERDICT             PIC X(08).

002470 01  WS-COUNT-LINE.
002480     05  WS-CL-LABEL               PIC X(32).
002490     05  WS-CL-COUNT               PIC ZZZZZZ9.

002500 PROCEDURE DIVISION.

002510* *************************************************************
002520* 0000-MAINLINE
002530* *************************************************************
002540 0000-MAINLINE.
002550     PERFORM 1000-INITIALIZE
002560         THRU 1000-EXIT.
002570     IF WS-ACK-PRESENT
002580         PERFORM 2000-MATCH-ACK
002590             THRU 2000-EXIT
002600     END-IF.
002610     IF NOT WS-FATAL-ERROR
002620         PERFORM 6000-CHECK-OVERDUE
002630             THRU 6000-EXIT
002640         PERFORM 7000-SAVE-REGISTERS
002650             THRU 7000-EXIT
002660     END-IF.
002670     PERFORM 9000-TERMINATE
002680         THRU 9000-EXIT.
002690     STOP RUN.

002700* *************************************************************
002710* 1000-INITIALIZE
002720* The register is loaded before anything is matched - a report
002730* that cannot be written, or a register that cannot be read
002740* whole, is a hard stop with nothing changed.  No FINACK this
002750* morning is normal: the run then only chases overdue runs.
002760* *************************************************************
002770 1000-INITIALIZE.
002780     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002790     MOVE WS-RUN-DATE(1:4) TO DAYPRM-ANNEE.
002800     MOVE WS-RUN-DATE(5:2) TO DAYPRM-MOIS.
002810     MOVE WS-RUN-DATE(7:2) TO DAYPRM-JOUR.
002820     CALL "DATEDAY" USING DAYPRM-PARM.
002830     MOVE DAYPRM-SERIAL TO WS-TODAY-SERIAL.
002840     OPEN OUTPUT FC-PRINT.
002850     IF WS-PRINT-FS NOT = "00"
002860         DISPLAY "DATEACK: UNABLE TO OPEN ACKRPT - FS="
002870             WS-PRINT-FS " - NOTHING MATCHED"
002880         SET WS-FATAL-ERROR TO TRUE
002890         GO TO 1000-EXIT
002900     END-IF.
002910     SET WS-PRINT-OPEN TO TRUE.
002920     PERFORM 1100-PRINT-HEADER
002930         THRU 1100-EXIT.
002940     PERFORM 1200-LOAD-RUNS
002950         THRU 1200-EXIT.
002960     IF WS-FATAL-ERROR
002970         GO TO 1000-EXIT
002980     END-IF.
002990     PERFORM 1300-MARK-SUPERSEDED
003000         THRU 1300-EXIT
003010         VARYING WS-RUN-IX FROM 1 BY 1
003020         UNTIL WS-RUN-IX > WS-RUN-USED.
003030     OPEN INPUT FC-ACK.
003040     IF WS-ACK-FS = "00"
003050         SET WS-ACK-PRESENT TO TRUE
003060     ELSE
003070         MOVE "NO FINACK ACKNOWLEDGEMENT THIS RUN" TO PRT-LINE
003080         WRITE PRT-LINE
003090     END-IF.
003100 1000-EXIT.
003110     EXIT.

003120* *************************************************************
003130* 1100-PRINT-HEADER
003140* *************************************************************
003150 1100-PRINT-HEADER.
003160     MOVE WS-RUN-DATE(1:4) TO WS-HD-ANNEE.
003170     MOVE WS-RUN-DATE(5:2) TO WS-HD-MOIS.
003180     MOVE WS-RUN-DATE(7:2) TO WS-HD-JOUR.
003190     MOVE WS-TITLE-LINE    TO PRT-LINE.
003200     WRITE PRT-LINE.
003210     MOVE SPACES TO PRT-LINE.
003220     WRITE PRT-LINE.
003230 1100-EXIT.
003240     EXIT.

003250* *************************************************************
003260* 1200-LOAD-RUNS
003270* No EXTRUNS yet is an empty register - DATEEXT creates it on
003280* its first clean run.  Any other open failure, an unreadable
003290* record or more runs than the table holds stops the run: the
003300* register is rewritten whole at the end and must never be
003310* rewritten from a part of it.
003320* *************************************************************
003330 1200-LOAD-RUNS.
003340     MOVE ZERO TO WS-RUN-USED.
003350     OPEN INPUT FC-RUNS.
003360     IF WS-RUNS-FS = "35"
003370         MOVE "NO EXTRUNS REGISTER YET - NO RUNS ON RECORD"
003380             TO PRT-LINE
003390         WRITE PRT-LINE
003400         GO TO 1200-EXIT
003410     END-IF.
003420     IF WS-RUNS-FS NOT = "00"
003430         DISPLAY "DATEACK: UNABLE TO OPEN EXTRUNS - FS="
003440             WS-RUNS-FS " - NOTHING MATCHED"
003450         SET WS-FATAL-ERROR TO TRUE
003460         GO TO 1200-EXIT
003470     END-IF.
003480     MOVE "N" TO WS-RUNS-EOF-SW.
003490     PERFORM 1250-LOAD-RUN-REC
003500         THRU 1250-EXIT
003510         UNTIL WS-RUNS-EOF.
003520     CLOSE FC-RUNS.
003530 1200-EXIT.
003540     EXIT.

003550* *************************************************************
003560* 1250-LOAD-RUN-REC
003570* *************************************************************
003580 1250-LOAD-RUN-REC.
003590     READ FC-RUNS
003600         AT END
003610             SET WS-RUNS-EOF TO TRUE
003620     END-READ.
003630     IF WS-RUNS-EOF
003640         GO TO 1250-EXIT
003650     END-IF.
003660     IF XRN-RUN-DATE NOT NUMERIC
003670             OR XRN-RUN-TIME NOT NUMERIC
003680             OR XRN-FROM-LINE NOT NUMERIC
003690             OR XRN-TO-LINE NOT NUMERIC
003700             OR XRN-ROW-COUNT NOT NUMERIC
003710             OR XRN-NET-AMOUNT NOT NUMERIC
003720         DISPLAY "DATEACK: UNREADABLE EXTRUNS RECORD AFTER RUN "
003730             WS-RUN-USED " - REGISTER LEFT AS IT IS"
003740         SET WS-FATAL-ERROR TO TRUE
003750         SET WS-RUNS-EOF TO TRUE
003760         GO TO 1250-EXIT
003770     END-IF.
003780     IF WS-RUN-USED >= WS-RUN-MAX
003790         DISPLAY "DATEACK: EXTRUNS HOLDS MORE THAN " WS-RUN-MAX
003800             " RUNS - REGISTER LEFT AS IT IS"
003810         SET WS-FATAL-ERROR TO TRUE
003820         SET WS-RUNS-EOF TO TRUE
003830         GO TO 1250-EXIT
003840     END-IF.
003850     ADD 1 TO WS-RUN-USED.
003860     MOVE XRN-RUN-STAMP  TO WS-RT-STAMP   (WS-RUN-USED).
003870     MOVE XRN-FROM-LINE  TO WS-RT-FROM    (WS-RUN-USED).
003880     MOVE XRN-TO-LINE    TO WS-RT-TO      (WS-RUN-USED).
003890     MOVE XRN-ROW-COUNT  TO WS-RT-ROWS    (WS-RUN-USED).
003900     MOVE XRN-NET-AMOUNT TO WS-RT-NET     (WS-RUN-USED).
003910     MOVE XRN-STATUS     TO WS-RT-STATUS  (WS-RUN-USED).
003920     MOVE ZERO TO WS-RT-ACK-DATE (WS-RUN-USED)
003930                  WS-RT-REFUSED  (WS-RUN-USED)
003940                  WS-RT-MISSING  (WS-RUN-USED).
003950     IF XRN-ACK-DATE IS NUMERIC
003960         MOVE XRN-ACK-DATE TO WS-RT-ACK-DATE (WS-RUN-USED)
003970     END-IF.
003980     IF XRN-REFUSED-COUNT IS NUMERIC
003990         MOVE XRN-REFUSED-COUNT TO WS-RT-REFUSED (WS-RUN-USED)
004000     END-IF.
004010     IF XRN-MISSING-COUNT IS NUMERIC
004020         MOVE XRN-MISSING-COUNT TO WS-RT-MISSING (WS-RUN-USED)
004030     END-IF.
004040     MOVE "Y" TO WS-RT-KEEP (WS-RUN-USED).
004050 1250-EXIT.
004060     EXIT.

004070* *************************************************************
004080* 1300-MARK-SUPERSEDED
004090* A run still waiting on finance is superseded by any later run
004100* that started at or before its first line - a FINCSV-RESEND
004110* backs up to exactly there, and FINCSV-FULL or the full-extract
004120* fall-back starts from the top - because that later file
004130* carried the same entries again and is the one finance will
004140* acknowledge.  Superseded runs are not chased as overdue.
004150* *************************************************************
004160 1300-MARK-SUPERSEDED.
004170     IF WS-RT-STATUS (WS-RUN-IX) NOT = "S"
004180             AND WS-RT-STATUS (WS-RUN-IX) NOT = "E"
004190         GO TO 1300-EXIT
004200     END-IF.
004210     COMPUTE WS-RUN-NX = WS-RUN-IX + 1.
004220     PERFORM 1350-CHECK-LATER-RUN
004230         THRU 1350-EXIT
004240         VARYING WS-RUN-JX FROM WS-RUN-NX BY 1
004250         UNTIL WS-RUN-JX > WS-RUN-USED
004260            OR WS-RT-STATUS (WS-RUN-IX) = "X".
004270 1300-EXIT.
004280     EXIT.

004290* *************************************************************
004300* 1350-CHECK-LATER-RUN
004310* *************************************************************
004320 1350-CHECK-LATER-RUN.
004330     IF WS-RT-FROM (WS-RUN-JX) <= WS-RT-FROM (WS-RUN-IX)
004340         MOVE "X" TO WS-RT-STATUS (WS-RUN-IX)
004350         ADD 1 TO WS-SUPERSEDED-COUNT
004360     END-IF.
004370 1350-EXIT.
004380     EXIT.

004390* *************************************************************
004400* 2000-MATCH-ACK
004410* The TRAILER names the run; without one, or with two (files
004420* run together), or naming a run EXTRUNS never recorded, the
004430* acknowledgement is refused whole - RC 8, nothing recorded -
004440* since matching it against the wrong rows would be worse than
004450* not matching it.  An empty FINACK (a DD DUMMY morning) is
004460* simply no acknowledgement.
004462* A FINACK that opened for the scan but will not open again
004464* for the match is a hard stop - RC 12, nothing recorded.
004470* *************************************************************
004480 2000-MATCH-ACK.
004490     PERFORM 2100-SCAN-ACK
004500         THRU 2100-EXIT.
004510     IF WS-SCAN-LINES = ZERO
004520         MOVE "N" TO WS-ACK-SW
004530         MOVE "NO FINACK ACKNOWLEDGEMENT THIS RUN" TO PRT-LINE
004540         WRITE PRT-LINE
004550         GO TO 2000-EXIT
004560     END-IF.
004570     IF NOT WS-TRL-FOUND
004580             OR WS-TRL-LINES > 1
004590         MOVE "ACKNOWLEDGEMENT REFUSED - NO SINGLE READABLE "
004600             TO PRT-LINE
004610         MOVE "TRAILER LINE" TO PRT-LINE(46:12)
004620         WRITE PRT-LINE
004630         DISPLAY "DATEACK: FINACK HAS NO SINGLE READABLE TRAILER "
004640             "LINE - ACKNOWLEDGEMENT REFUSED"
004650         SET WS-ACK-REFUSED TO TRUE
004660         GO TO 2000-EXIT
004670     END-IF.
004680     MOVE ZERO TO WS-ACK-RX.
004690     PERFORM 2200-FIND-RUN
004700         THRU 2200-EXIT
004710         VARYING WS-RUN-IX FROM 1 BY 1
004720         UNTIL WS-RUN-IX > WS-RUN-USED
004730            OR WS-ACK-RX > ZERO.
004740     IF WS-ACK-RX = ZERO
004750         MOVE "ACKNOWLEDGEMENT REFUSED - RUN NOT ON EXTRUNS: "
004760             TO PRT-LINE
004770         MOVE WS-FIN-STAMP TO PRT-LINE(47:14)
004780         WRITE PRT-LINE
004790         DISPLAY "DATEACK: FINACK QUOTES RUN " WS-FIN-STAMP
004800             " - NOT ON EXTRUNS, ACKNOWLEDGEMENT REFUSED"
004810         SET WS-ACK-REFUSED TO TRUE
004820         GO TO 2000-EXIT
004830     END-IF.
004840     IF WS-RT-ROWS (WS-ACK-RX) > WS-ROW-MAX
004850         DISPLAY "DATEACK: RUN " WS-FIN-STAMP " SENT MORE THAN "
004860             WS-ROW-MAX " ROWS - TOO LARGE TO MATCH"
004870         SET WS-FATAL-ERROR TO TRUE
004880         GO TO 2000-EXIT
004890     END-IF.
004900     PERFORM 2150-PRINT-RUN
004910         THRU 2150-EXIT.
004920     PERFORM 2300-CLEAR-ROW
004930         THRU 2300-EXIT
004940         VARYING WS-ROW-IX FROM 1 BY 1
004950         UNTIL WS-ROW-IX > WS-RT-ROWS (WS-ACK-RX).
004960     PERFORM 2400-LOAD-SENT-ROWS
004970         THRU 2400-EXIT.
004980     OPEN INPUT FC-ACK.
004981     IF WS-ACK-FS NOT = "00"
004982         DISPLAY "DATEACK: UNABLE TO REOPEN FINACK - FS="
004983             WS-ACK-FS " - NOTHING MATCHED"
004984         SET WS-FATAL-ERROR TO TRUE
004985         GO TO 2000-EXIT
004986     END-IF.
004990     MOVE "N" TO WS-EOF-SW.
005000     PERFORM 2500-APPLY-ACK-LINE
005010         THRU 2500-EXIT
005020         UNTIL WS-EOF.
005030     CLOSE FC-ACK.
005040     PERFORM 3000-REPORT-ROWS
005050         THRU 3000-EXIT.
005060     PERFORM 4000-CHECK-TOTALS
005070         THRU 4000-EXIT.
005080     PERFORM 5000-SET-RUN-STATUS
005090         THRU 5000-EXIT.
005110 2000-EXIT.
005120     EXIT.

005130* *************************************************************
005140* 2100-SCAN-ACK
005150* First pass - counts the lines and takes the TRAILER apart.
005160* *************************************************************
005170 2100-SCAN-ACK.
005180     MOVE "N" TO WS-EOF-SW.
005190     PERFORM 2110-SCAN-ACK-REC
005200         THRU 2110-EXIT
005210         UNTIL WS-EOF.
005220     CLOSE FC-ACK.
005230 2100-EXIT.
005240     EXIT.

005250* *************************************************************
005260* 2110-SCAN-ACK-REC
005270* The TRAILER fields must all prove out - a 14-digit run stamp,
005280* a six-digit count, and the net in DATEEXT's own +9(9).99
005290* layout - or the line is not taken as a trailer at all.
005300* *************************************************************
005310 2110-SCAN-ACK-REC.
005320     READ FC-ACK
005330         AT END
005340             SET WS-EOF TO TRUE
005350     END-READ.
005360     IF WS-EOF
005370         GO TO 2110-EXIT
005380     END-IF.
005390     ADD 1 TO WS-SCAN-LINES.
005400     MOVE SPACES TO WS-ACK-FIELDS.
005410     UNSTRING ACK-LINE DELIMITED BY ","
005420         INTO WS-AF-1 WS-AF-2 WS-AF-3 WS-AF-4.
005430     IF WS-AF-1 NOT = "TRAILER"
005440         GO TO 2110-EXIT
005450     END-IF.
005460     ADD 1 TO WS-TRL-LINES.
005470     IF WS-AF-2 NOT NUMERIC
005480             OR WS-AF-3(1:6) NOT NUMERIC
005490             OR WS-AF-3(7:) NOT = SPACES
005500             OR (WS-AF-4(1:1) NOT = "+"
005510                 AND WS-AF-4(1:1) NOT = "-")
005520             OR WS-AF-4(2:9) NOT NUMERIC
005530             OR WS-AF-4(11:1) NOT = "."
005540             OR WS-AF-4(12:2) NOT NUMERIC
005550         GO TO 2110-EXIT
005560     END-IF.
005570     SET WS-TRL-FOUND TO TRUE.
005580     MOVE WS-AF-2       TO WS-FIN-STAMP.
005590     MOVE WS-AF-3(1:6)  TO WS-FIN-COUNT.
005600     MOVE WS-AF-4(2:9)  TO WS-FIN-UNITS.
005610     MOVE WS-AF-4(12:2) TO WS-FIN-CENTS.
005620     COMPUTE WS-FIN-NET = WS-FIN-UNITS + WS-FIN-CENTS / 100.
005630     IF WS-AF-4(1:1) = "-"
005640         COMPUTE WS-FIN-NET = 0 - WS-FIN-NET
005650     END-IF.
005660 2110-EXIT.
005670     EXIT.

005680* *************************************************************
005690* 2150-PRINT-RUN
005700* The run acknowledged, as the register stood before the match.
005710* *************************************************************
005720 2150-PRINT-RUN.
005730     MOVE WS-RT-DATE (WS-ACK-RX) TO WS-AH-DATE.
005740     MOVE WS-RT-TIME (WS-ACK-RX) TO WS-AH-TIME.
005750     EVALUATE WS-RT-STATUS (WS-ACK-RX)
005760         WHEN "A"
005770             MOVE "ALREADY ACKNOWLEDGED - REMATCH" TO WS-AH-STATE
005780         WHEN "E"
005790             MOVE "HAD EXCEPTIONS - REMATCHED"     TO WS-AH-STATE
005800         WHEN "X"
005810             MOVE "SUPERSEDED BY A LATER RUN"      TO WS-AH-STATE
005820         WHEN OTHER
005830             MOVE "FIRST ACKNOWLEDGEMENT"          TO WS-AH-STATE
005840     END-EVALUATE.
005850     MOVE WS-ACKHDR-LINE TO PRT-LINE.
005860     WRITE PRT-LINE.
005870     MOVE WS-ACK-RX TO WS-RUN-IX.
005880     PERFORM 6200-WRITE-RUN-LINE
005890         THRU 6200-EXIT.
005900 2150-EXIT.
005910     EXIT.

005920* *************************************************************
005930* 2200-FIND-RUN
005940* *************************************************************
005950 2200-FIND-RUN.
005960     IF WS-RT-STAMP (WS-RUN-IX) = WS-FIN-STAMP
005970         MOVE WS-RUN-IX TO WS-ACK-RX
005980     END-IF.
005990 2200-EXIT.
006000     EXIT.

006010* *************************************************************
006020* 2300-CLEAR-ROW
006030* *************************************************************
006040 2300-CLEAR-ROW.
006050     MOVE SPACES TO WS-ROW-ENTRY (WS-ROW-IX).
006060 2300-EXIT.
006070     EXIT.

006080* *************************************************************
006090* 2400-LOAD-SENT-ROWS
006100* The run's rows as they went out, by row number.  Without the
006110* register the match still runs - finance acknowledges by row
006120* number - but rows are reported by number alone.
006130* *************************************************************
006140 2400-LOAD-SENT-ROWS.
006150     OPEN INPUT FC-ROWS.
006160     IF WS-ROWS-FS NOT = "00"
006170         MOVE "EXTROWS UNAVAILABLE - ROWS SHOWN BY NUMBER ONLY"
006180             TO PRT-LINE
006190         WRITE PRT-LINE
006200         GO TO 2400-EXIT
006210     END-IF.
006220     MOVE "N" TO WS-ROWS-EOF-SW.
006230     PERFORM 2450-LOAD-SENT-REC
006240         THRU 2450-EXIT
006250         UNTIL WS-ROWS-EOF.
006260     CLOSE FC-ROWS.
006270 2400-EXIT.
006280     EXIT.

006290* *************************************************************
006300* 2450-LOAD-SENT-REC
006310* *************************************************************
006320 2450-LOAD-SENT-REC.
006330     READ FC-ROWS
006340         AT END
006350             SET WS-ROWS-EOF TO TRUE
006360     END-READ.
006370     IF WS-ROWS-EOF
006380         GO TO 2450-EXIT
006390     END-IF.
006400     IF XRW-RUN-STAMP NOT = WS-FIN-STAMP
006410             OR XRW-ROW-NO NOT NUMERIC
006420         GO TO 2450-EXIT
006430     END-IF.
006440     IF XRW-ROW-NO > ZERO
006450             AND XRW-ROW-NO <= WS-RT-ROWS (WS-ACK-RX)
006460         MOVE XRW-CSV-TEXT TO WS-RW-TEXT (XRW-ROW-NO)
006470     END-IF.
006480 2450-EXIT.
006490     EXIT.

006500* *************************************************************
006510* 2500-APPLY-ACK-LINE
006520* Second pass - each status line marks its row.  A line that
006530* cannot be read, names a row the run never sent, carries a
006540* status other than A or R, or repeats a row already marked is
006550* listed as unmatched; a repeat still takes effect, finance's
006560* last word on the row standing.
006570* *************************************************************
006580 2500-APPLY-ACK-LINE.
006590     READ FC-ACK
006600         AT END
006610             SET WS-EOF TO TRUE
006620     END-READ.
006630     IF WS-EOF
006640         GO TO 2500-EXIT
006650     END-IF.
006660     IF ACK-LINE = SPACES
006670         GO TO 2500-EXIT
006680     END-IF.
006690     MOVE SPACES TO WS-ACK-FIELDS.
006700     UNSTRING ACK-LINE DELIMITED BY ","
006710         INTO WS-AF-1 WS-AF-2 WS-AF-3 WS-AF-4.
006720     IF WS-AF-1 = "TRAILER"
006730             OR WS-AF-1 = "ROW"
006740         GO TO 2500-EXIT
006750     END-IF.
006760     ADD 1 TO WS-ACK-LINES.
006770     IF WS-AF-1(1:6) NOT NUMERIC
006780             OR WS-AF-1(7:) NOT = SPACES
006790         MOVE "UNREADABLE LINE" TO WS-DL-REASON
006800         GO TO 2500-REJECT
006810     END-IF.
006820     MOVE WS-AF-1(1:6) TO WS-ACK-ROW.
006830     IF WS-ACK-ROW = ZERO
006840             OR WS-ACK-ROW > WS-RT-ROWS (WS-ACK-RX)
006850         MOVE "NO SUCH ROW WAS SENT" TO WS-DL-REASON
006860         GO TO 2500-REJECT
006870     END-IF.
006880     IF WS-AF-2 NOT = "A"
006890             AND WS-AF-2 NOT = "R"
006900         MOVE "STATUS IS NOT A OR R" TO WS-DL-REASON
006910         GO TO 2500-REJECT
006920     END-IF.
006930     IF NOT WS-RW-NONE (WS-ACK-ROW)
006940         MOVE "ROW REPEATED - LAST LINE TAKEN" TO WS-DL-REASON
006950         PERFORM 2600-WRITE-UNMATCHED
006960             THRU 2600-EXIT
006970     END-IF.
006980     MOVE WS-AF-2 TO WS-RW-ACK (WS-ACK-ROW).
006990     IF WS-RW-REFUSED (WS-ACK-ROW)
007000         MOVE WS-AF-3 TO WS-RW-REASON (WS-ACK-ROW)
007010     ELSE
007020         MOVE SPACES  TO WS-RW-REASON (WS-ACK-ROW)
007030     END-IF.
007040     GO TO 2500-EXIT.
007050 2500-REJECT.
007060     PERFORM 2600-WRITE-UNMATCHED
007070         THRU 2600-EXIT.
007080 2500-EXIT.
007090     EXIT.

007100* *************************************************************
007110* 2600-WRITE-UNMATCHED
007120* The acknowledgement line as finance sent it, and why it did
007130* not match - the heading goes out with the first one.
007140* *************************************************************
007150 2600-WRITE-UNMATCHED.
007160     ADD 1 TO WS-BAD-COUNT.
007170     IF WS-BAD-COUNT = 1
007180         MOVE SPACES TO PRT-LINE
007190         WRITE PRT-LINE
007200         MOVE "ACKNOWLEDGEMENT LINES NOT MATCHED" TO PRT-LINE
007210         WRITE PRT-LINE
007220     END-IF.
007230     MOVE ZERO            TO WS-DL-ROW.
007240     MOVE ACK-LINE(1:30)  TO WS-DL-TEXT.
007250     MOVE WS-DETAIL-LINE  TO PRT-LINE.
007260     WRITE PRT-LINE.
007270 2600-EXIT.
007280     EXIT.

007290* *************************************************************
007300* 3000-REPORT-ROWS
007310* Counts the rows by what finance said of them, then lists the
007320* refusals with finance's reason and the rows never mentioned.
007330* *************************************************************
007340 3000-REPORT-ROWS.
007350     PERFORM 3100-COUNT-ROW
007360         THRU 3100-EXIT
007370         VARYING WS-ROW-IX FROM 1 BY 1
007380         UNTIL WS-ROW-IX > WS-RT-ROWS (WS-ACK-RX).
007390     IF WS-REFUSED-COUNT > ZERO
007400         MOVE SPACES TO PRT-LINE
007410         WRITE PRT-LINE
007420         MOVE "ROWS REFUSED BY FINANCE" TO PRT-LINE
007430         WRITE PRT-LINE
007440         MOVE "     ROW  AS SENT" TO PRT-LINE
007450         MOVE "FINANCE REASON"    TO PRT-LINE(43:14)
007460         WRITE PRT-LINE
007470         PERFORM 3200-LIST-REFUSED
007480             THRU 3200-EXIT
007490             VARYING WS-ROW-IX FROM 1 BY 1
007500             UNTIL WS-ROW-IX > WS-RT-ROWS (WS-ACK-RX)
007510     END-IF.
007520     IF WS-MISSING-COUNT > ZERO
007530         MOVE SPACES TO PRT-LINE
007540         WRITE PRT-LINE
007550         MOVE "ROWS NEVER ACKNOWLEDGED" TO PRT-LINE
007560         WRITE PRT-LINE
007570         MOVE "     ROW  AS SENT" TO PRT-LINE
007580         WRITE PRT-LINE
007590         PERFORM 3300-LIST-MISSING
007600             THRU 3300-EXIT
007610             VARYING WS-ROW-IX FROM 1 BY 1
007620             UNTIL WS-ROW-IX > WS-RT-ROWS (WS-ACK-RX)
007630     END-IF.
007640 3000-EXIT.
007650     EXIT.

007660* *************************************************************
007670* 3100-COUNT-ROW
007680* *************************************************************
007690 3100-COUNT-ROW.
007700     EVALUATE TRUE
007710         WHEN WS-RW-ACCEPTED (WS-ROW-IX)
007720             ADD 1 TO WS-ACCEPT-COUNT
007730         WHEN WS-RW-REFUSED (WS-ROW-IX)
007740             ADD 1 TO WS-REFUSED-COUNT
007750         WHEN OTHER
007760             ADD 1 TO WS-MISSING-COUNT
007770     END-EVALUATE.
007780     IF WS-RW-TEXT (WS-ROW-IX) = SPACES
007790         ADD 1 TO WS-UNREG-COUNT
007800     END-IF.
007810 3100-EXIT.
007820     EXIT.

007830* *************************************************************
007840* 3200-LIST-REFUSED
007850* *************************************************************
007860 3200-LIST-REFUSED.
007870     IF WS-RW-REFUSED (WS-ROW-IX)
007880         MOVE WS-RW-REASON (WS-ROW-IX) TO WS-DL-REASON
007890         PERFORM 3400-WRITE-ROW
007900             THRU 3400-EXIT
007910     END-IF.
007920 3200-EXIT.
007930     EXIT.

007940* *************************************************************
007950* 3300-LIST-MISSING
007960* *************************************************************
007970 3300-LIST-MISSING.
007980     IF WS-RW-NONE (WS-ROW-IX)
007990         MOVE SPACES TO WS-DL-REASON
008000         PERFORM 3400-WRITE-ROW
008010             THRU 3400-EXIT
008020     END-IF.
008030 3300-EXIT.
008040     EXIT.

008050* *************************************************************
008060* 3400-WRITE-ROW
008070* *************************************************************
008080 3400-WRITE-ROW.
008090     MOVE WS-ROW-IX TO WS-DL-ROW.
008100     IF WS-RW-TEXT (WS-ROW-IX) = SPACES
008110         MOVE "(NOT ON EXTROWS)" TO WS-DL-TEXT
008120     ELSE
008130         MOVE WS-RW-TEXT (WS-ROW-IX) TO WS-DL-TEXT
008140     END-IF.
008150     MOVE WS-DETAIL-LINE TO PRT-LINE.
008160     WRITE PRT-LINE.
008170 3400-EXIT.
008180     EXIT.

008190* *************************************************************
008200* 4000-CHECK-TOTALS
008210* Finance's TRAILER beside what DATEEXT sent, and the status
008220* lines finance gave beside the rows sent.  A count or net that
008230* disagrees is an exception even when every row was accepted -
008240* it means finance loaded something other than what was sent.
008250* *************************************************************
008260 4000-CHECK-TOTALS.
008270     MOVE SPACES TO PRT-LINE.
008280     WRITE PRT-LINE.
008290     MOVE "TRAILER TOTALS" TO PRT-LINE.
008300     WRITE PRT-LINE.
008310     MOVE "ROW COUNT"             TO WS-CP-LABEL.
008320     MOVE WS-RT-ROWS (WS-ACK-RX)  TO WS-ED-COUNT.
008330     MOVE WS-ED-COUNT             TO WS-CP-SENT.
008340     MOVE WS-FIN-COUNT            TO WS-ED-COUNT.
008350     MOVE WS-ED-COUNT             TO WS-CP-FIN.
008360     IF WS-FIN-COUNT = WS-RT-ROWS (WS-ACK-RX)
008370         MOVE "AGREE"    TO WS-CP-VERDICT
008380     ELSE
008390         MOVE "DISAGREE" TO WS-CP-VERDICT
008400         SET WS-TOTALS-DISAGREE TO TRUE
008410     END-IF.
008420     MOVE WS-COMPARE-LINE TO PRT-LINE.
008430     WRITE PRT-LINE.
008440     MOVE "NET AMOUNT"            TO WS-CP-LABEL.
008450     MOVE WS-RT-NET (WS-ACK-RX)   TO WS-ED-AMOUNT.
008460     MOVE WS-ED-AMOUNT            TO WS-CP-SENT.
008470     MOVE WS-FIN-NET              TO WS-ED-AMOUNT.
008480     MOVE WS-ED-AMOUNT            TO WS-CP-FIN.
008490     IF WS-FIN-NET = WS-RT-NET (WS-ACK-RX)
008500         MOVE "AGREE"    TO WS-CP-VERDICT
008510     ELSE
008520         MOVE "DISAGREE" TO WS-CP-VERDICT
008530         SET WS-TOTALS-DISAGREE TO TRUE
008540     END-IF.
008550     MOVE WS-COMPARE-LINE TO PRT-LINE.
008560     WRITE PRT-LINE.
008570     MOVE "STATUS LINES"          TO WS-CP-LABEL.
008580     MOVE WS-RT-ROWS (WS-ACK-RX)  TO WS-ED-COUNT.
008590     MOVE WS-ED-COUNT             TO WS-CP-SENT.
008600     MOVE WS-ACK-LINES            TO WS-ED-COUNT.
008610     MOVE WS-ED-COUNT             TO WS-CP-FIN.
008620     IF WS-ACK-LINES = WS-RT-ROWS (WS-ACK-RX)
008630         MOVE "AGREE"    TO WS-CP-VERDICT
008640     ELSE
008650         MOVE "DISAGREE" TO WS-CP-VERDICT
008660     END-IF.
008670     MOVE WS-COMPARE-LINE TO PRT-LINE.
008680     WRITE PRT-LINE.
008690 4000-EXIT.
008700     EXIT.

008710* *************************************************************
008720* 5000-SET-RUN-STATUS
008730* Clean only when every row was accepted, every line matched
008740* and both totals agree; anything else leaves the run E, with
008750* the counts, for whoever takes it up with finance.
008760* *************************************************************
008770 5000-SET-RUN-STATUS.
008780     MOVE SPACES TO PRT-LINE.
008790     WRITE PRT-LINE.
008800     IF WS-REFUSED-COUNT = ZERO
008810             AND WS-MISSING-COUNT = ZERO
008820             AND WS-BAD-COUNT = ZERO
008830             AND NOT WS-TOTALS-DISAGREE
008840         MOVE "A" TO WS-RT-STATUS (WS-ACK-RX)
008845         MOVE "Y" TO WS-MATCH-SW
008850         MOVE "RUN RECORDED AS ACKNOWLEDGED CLEAN" TO PRT-LINE
008860     ELSE
008870         MOVE "E" TO WS-RT-STATUS (WS-ACK-RX)
008875         MOVE "E" TO WS-MATCH-SW
008880         MOVE "RUN RECORDED AS ACKNOWLEDGED WITH EXCEPTIONS"
008890             TO PRT-LINE
008900     END-IF.
008910     WRITE PRT-LINE.
008920     MOVE WS-RUN-DATE      TO WS-RT-ACK-DATE (WS-ACK-RX).
008930     MOVE WS-REFUSED-COUNT TO WS-RT-REFUSED  (WS-ACK-RX).
008940     MOVE WS-MISSING-COUNT TO WS-RT-MISSING  (WS-ACK-RX).
008950 5000-EXIT.
008960     EXIT.

008970* *************************************************************
008980* 6000-CHECK-OVERDUE
008990* Every run still S from before today - sent, and nothing back
009000* from finance by this morning.  Tonight's run is not overdue
009010* until tomorrow.
009020* *************************************************************
009030 6000-CHECK-OVERDUE.
009040     MOVE SPACES TO PRT-LINE.
009050     WRITE PRT-LINE.
009060     MOVE "RUNS SENT BEFORE TODAY AND NEVER ACKNOWLEDGED"
009070         TO PRT-LINE.
009080     WRITE PRT-LINE.
009090     PERFORM 6100-CHECK-RUN
009100         THRU 6100-EXIT
009110         VARYING WS-RUN-IX FROM 1 BY 1
009120         UNTIL WS-RUN-IX > WS-RUN-USED.
009130     IF WS-OVERDUE-COUNT = ZERO
009140         MOVE "  NONE" TO PRT-LINE
009150         WRITE PRT-LINE
009160     END-IF.
009170 6000-EXIT.
009180     EXIT.

009190* *************************************************************
009200* 6100-CHECK-RUN
009210* *************************************************************
009220 6100-CHECK-RUN.
009230     IF WS-RT-STATUS (WS-RUN-IX) = "S"
009240             AND WS-RT-DATE (WS-RUN-IX) < WS-RUN-DATE
009250         ADD 1 TO WS-OVERDUE-COUNT
009260         PERFORM 6200-WRITE-RUN-LINE
009270             THRU 6200-EXIT
009280     END-IF.
009290 6100-EXIT.
009300     EXIT.

009310* *************************************************************
009320* 6200-WRITE-RUN-LINE
009330* *************************************************************
009340 6200-WRITE-RUN-LINE.
009350     MOVE WS-RT-DATE (WS-RUN-IX) TO WS-RL-DATE.
009360     MOVE WS-RT-TIME (WS-RUN-IX) TO WS-RL-TIME.
009370     MOVE WS-RT-FROM (WS-RUN-IX) TO WS-RL-FROM.
009380     MOVE WS-RT-TO   (WS-RUN-IX) TO WS-RL-TO.
009390     MOVE WS-RT-ROWS (WS-RUN-IX) TO WS-RL-ROWS.
009400     MOVE WS-RT-NET  (WS-RUN-IX) TO WS-RL-NET.
009410     MOVE WS-RUN-LINE TO PRT-LINE.
009420     WRITE PRT-LINE.
009430 6200-EXIT.
009440     EXIT.

009450* *************************************************************
009460* 7000-SAVE-REGISTERS
009470* EXTRNEW first - the rows of every run still S or E, nothing
009480* for runs acknowledged clean, superseded or never recorded (a
009490* DATEEXT that died before its EXTRUNS record) - then EXTRUNS
009500* rewritten whole, less the clean and superseded runs past the
009510* keep period.  A failure in either is RC 12 and EXTRNEW must
009520* not be swapped over EXTROWS.  EXTRNEW is written even when
009522* EXTRUNS holds no run - empty, for no row then belongs to a
009524* run still open - so the swap always has a closed file; only
009526* the EXTRUNS rewrite is passed over.
009530* *************************************************************
009540 7000-SAVE-REGISTERS.
009550     PERFORM 7050-MARK-KEEP
009560         THRU 7050-EXIT
009570         VARYING WS-RUN-IX FROM 1 BY 1
009580         UNTIL WS-RUN-IX > WS-RUN-USED.
009590     PERFORM 7200-COPY-ROWS
009600         THRU 7200-EXIT.
009610     IF WS-FATAL-ERROR
009620         GO TO 7000-EXIT
009630     END-IF.
009640     IF WS-RUN-USED = ZERO
009650         GO TO 7000-EXIT
009660     END-IF.
009670     PERFORM 7100-WRITE-RUNS
009680         THRU 7100-EXIT.
009690 7000-EXIT.
009700     EXIT.

009710* *************************************************************
009720* 7050-MARK-KEEP
009730* *************************************************************
009740 7050-MARK-KEEP.
009750     MOVE "Y" TO WS-RT-KEEP (WS-RUN-IX).
009760     IF WS-RT-STATUS (WS-RUN-IX) NOT = "A"
009770             AND WS-RT-STATUS (WS-RUN-IX) NOT = "X"
009780         GO TO 7050-EXIT
009790     END-IF.
009800     MOVE WS-RT-DATE (WS-RUN-IX)(1:4) TO DAYPRM-ANNEE.
009810     MOVE WS-RT-DATE (WS-RUN-IX)(5:2) TO DAYPRM-MOIS.
009820     MOVE WS-RT-DATE (WS-RUN-IX)(7:2) TO DAYPRM-JOUR.
009830     CALL "DATEDAY" USING DAYPRM-PARM.
009840     IF DAYPRM-BAD
009850         GO TO 7050-EXIT
009860     END-IF.
009870     COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - DAYPRM-SERIAL.
009880     IF WS-AGE-DAYS > WS-KEEP-DAYS
009890         MOVE "N" TO WS-RT-KEEP (WS-RUN-IX)
009900         ADD 1 TO WS-PRUNED-COUNT
009910     END-IF.
009920 7050-EXIT.
009930     EXIT.

009940* *************************************************************
009950* 7100-WRITE-RUNS
009960* *************************************************************
009970 7100-WRITE-RUNS.
009980     OPEN OUTPUT FC-RUNS.
009990     IF WS-RUNS-FS NOT = "00"
010000         DISPLAY "DATEACK: EXTRUNS REWRITE FAILED - FS="
010010             WS-RUNS-FS " - DO NOT SWAP EXTRNEW"
010020         SET WS-FATAL-ERROR TO TRUE
010030         GO TO 7100-EXIT
010040     END-IF.
010050     PERFORM 7150-WRITE-RUN-REC
010060         THRU 7150-EXIT
010070         VARYING WS-RUN-IX FROM 1 BY 1
010080         UNTIL WS-RUN-IX > WS-RUN-USED.
010090     CLOSE FC-RUNS.
010100 7100-EXIT.
010110     EXIT.

010120* *************************************************************
010130* 7150-WRITE-RUN-REC
010140* *************************************************************
010150 7150-WRITE-RUN-REC.
010160     IF WS-RT-KEEP (WS-RUN-IX) NOT = "Y"
010170         GO TO 7150-EXIT
010180     END-IF.
010190     MOVE SPACES                    TO XRN-RECORD.
010200     MOVE WS-RT-STAMP   (WS-RUN-IX) TO XRN-RUN-STAMP.
010210     MOVE WS-RT-FROM    (WS-RUN-IX) TO XRN-FROM-LINE.
010220     MOVE WS-RT-TO      (WS-RUN-IX) TO XRN-TO-LINE.
010230     MOVE WS-RT-ROWS    (WS-RUN-IX) TO XRN-ROW-COUNT.
010240     MOVE WS-RT-NET     (WS-RUN-IX) TO XRN-NET-AMOUNT.
010250     MOVE WS-RT-STATUS  (WS-RUN-IX) TO XRN-STATUS.
010260     MOVE WS-RT-ACK-DATE(WS-RUN-IX) TO XRN-ACK-DATE.
010270     MOVE WS-RT-REFUSED (WS-RUN-IX) TO XRN-REFUSED-COUNT.
010280     MOVE WS-RT-MISSING (WS-RUN-IX) TO XRN-MISSING-COUNT.
010290     WRITE XRN-RECORD.
010300     IF WS-RUNS-FS NOT = "00"
010310         DISPLAY "DATEACK: EXTRUNS WRITE FAILED - FS="
010320             WS-RUNS-FS " - DO NOT SWAP EXTRNEW"
010330         SET WS-FATAL-ERROR TO TRUE
010340     END-IF.
010350 7150-EXIT.
010360     EXIT.

010370* *************************************************************
010380* 7200-COPY-ROWS
010390* No EXTROWS yet leaves an empty EXTRNEW; one that exists but
010400* will not open is fatal, since swapping an empty EXTRNEW over
010410* it would lose the rows of every run still open.
010420* *************************************************************
010430 7200-COPY-ROWS.
010440     OPEN OUTPUT FC-RNEW.
010450     IF WS-RNEW-FS NOT = "00"
010460         DISPLAY "DATEACK: UNABLE TO OPEN EXTRNEW - FS="
010470             WS-RNEW-FS " - DO NOT SWAP IT"
010480         SET WS-FATAL-ERROR TO TRUE
010490         GO TO 7200-EXIT
010500     END-IF.
010510     OPEN INPUT FC-ROWS.
010520     IF WS-ROWS-FS = "35"
010530         CLOSE FC-RNEW
010540         GO TO 7200-EXIT
010550     END-IF.
010560     IF WS-ROWS-FS NOT = "00"
010570         DISPLAY "DATEACK: UNABLE TO OPEN EXTROWS - FS="
010580             WS-ROWS-FS " - DO NOT SWAP EXTRNEW"
010590         SET WS-FATAL-ERROR TO TRUE
010600         CLOSE FC-RNEW
010610         GO TO 7200-EXIT
010620     END-IF.
010630     MOVE "N"    TO WS-ROWS-EOF-SW.
010640     MOVE SPACES TO WS-LAST-STAMP.
010650     PERFORM 7250-COPY-ROW-REC
010660         THRU 7250-EXIT
010670         UNTIL WS-ROWS-EOF.
010680     CLOSE FC-ROWS.
010690     CLOSE FC-RNEW.
010700 7200-EXIT.
010710     EXIT.

010720* *************************************************************
010730* 7250-COPY-ROW-REC
010740* *************************************************************
010750 7250-COPY-ROW-REC.
010760     READ FC-ROWS
010770         AT END
010780             SET WS-ROWS-EOF TO TRUE
010790     END-READ.
010800     IF WS-ROWS-EOF
010810         GO TO 7250-EXIT
010820     END-IF.
010830     IF XRW-RUN-STAMP NOT = WS-LAST-STAMP
010840         MOVE XRW-RUN-STAMP TO WS-LAST-STAMP
010850         MOVE "N" TO WS-LAST-KEEP-SW
010860         PERFORM 7300-CHECK-STAMP
010870             THRU 7300-EXIT
010880             VARYING WS-RUN-IX FROM 1 BY 1
010890             UNTIL WS-RUN-IX > WS-RUN-USED
010900     END-IF.
010910     IF NOT WS-LAST-KEEP
010920         ADD 1 TO WS-ROWS-DROPPED
010930         GO TO 7250-EXIT
010940     END-IF.
010950     WRITE RNW-RECORD FROM XRW-RECORD.
010960     IF WS-RNEW-FS NOT = "00"
010970         DISPLAY "DATEACK: EXTRNEW WRITE FAILED - FS="
010980             WS-RNEW-FS " - DO NOT SWAP IT"
010990         SET WS-FATAL-ERROR TO TRUE
011000         SET WS-ROWS-EOF TO TRUE
011010         GO TO 7250-EXIT
011020     END-IF.
011030     ADD 1 TO WS-ROWS-KEPT.
011040 7250-EXIT.
011050     EXIT.

011060* *************************************************************
011070* 7300-CHECK-STAMP
011080* *************************************************************
011090 7300-CHECK-STAMP.
011100     IF WS-RT-STAMP (WS-RUN-IX) = WS-LAST-STAMP
011110             AND (WS-RT-STATUS (WS-RUN-IX) = "S"
011120               OR WS-RT-STATUS (WS-RUN-IX) = "E")
011130         SET WS-LAST-KEEP TO TRUE
011140     END-IF.
011150 7300-EXIT.
011160     EXIT.

011170* *************************************************************
011180* 9000-TERMINATE
011190* The trailer accounts for the match and the registers, and the
011200* condition code grades the run: 0 clean, 4 exceptions on the
011210* acknowledgement or runs overdue, 8 acknowledgement refused,
011220* 12 registers or report not usable.
011230* *************************************************************
011240 9000-TERMINATE.
011250     IF WS-PRINT-OPEN
011260         MOVE SPACES TO PRT-LINE
011270         WRITE PRT-LINE
011280         MOVE "ACKNOWLEDGEMENT LINES READ    :" TO WS-CL-LABEL
011290         MOVE WS-ACK-LINES                      TO WS-CL-COUNT
011300         MOVE WS-COUNT-LINE                     TO PRT-LINE
011310         WRITE PRT-LINE
011320         MOVE "ROWS ACCEPTED                 :" TO WS-CL-LABEL
011330         MOVE WS-ACCEPT-COUNT                   TO WS-CL-COUNT
011340         MOVE WS-COUNT-LINE                     TO PRT-LINE
011350         WRITE PRT-LINE
011360         MOVE "ROWS REFUSED                  :" TO WS-CL-LABEL
011370         MOVE WS-REFUSED-COUNT                  TO WS-CL-COUNT
011380         MOVE WS-COUNT-LINE                     TO PRT-LINE
011390         WRITE PRT-LINE
011400         MOVE "ROWS NEVER ACKNOWLEDGED       :" TO WS-CL-LABEL
011410         MOVE WS-MISSING-COUNT                  TO WS-CL-COUNT
011420         MOVE WS-COUNT-LINE                     TO PRT-LINE
011430         WRITE PRT-LINE
011440         MOVE "LINES NOT MATCHED             :" TO WS-CL-LABEL
011450         MOVE WS-BAD-COUNT                      TO WS-CL-COUNT
011460         MOVE WS-COUNT-LINE                     TO PRT-LINE
011470         WRITE PRT-LINE
011480         MOVE "ROWS NOT ON EXTROWS           :" TO WS-CL-LABEL
011490         MOVE WS-UNREG-COUNT                    TO WS-CL-COUNT
011500         MOVE WS-COUNT-LINE                     TO PRT-LINE
011510         WRITE PRT-LINE
011520         MOVE "RUNS OVERDUE                  :" TO WS-CL-LABEL
011530         MOVE WS-OVERDUE-COUNT                  TO WS-CL-COUNT
011540         MOVE WS-COUNT-LINE                     TO PRT-LINE
011550         WRITE PRT-LINE
011560         MOVE "RUNS NEWLY SUPERSEDED         :" TO WS-CL-LABEL
011570         MOVE WS-SUPERSEDED-COUNT               TO WS-CL-COUNT
011580         MOVE WS-COUNT-LINE                     TO PRT-LINE
011590         WRITE PRT-LINE
011600         MOVE "RUNS DROPPED PAST KEEP PERIOD :" TO WS-CL-LABEL
011610         MOVE WS-PRUNED-COUNT                   TO WS-CL-COUNT
011620         MOVE WS-COUNT-LINE                     TO PRT-LINE
011630         WRITE PRT-LINE
011640         MOVE "SENT ROWS CARRIED TO EXTRNEW  :" TO WS-CL-LABEL
011650         MOVE WS-ROWS-KEPT                      TO WS-CL-COUNT
011660         MOVE WS-COUNT-LINE                     TO PRT-LINE
011670         WRITE PRT-LINE
011680         MOVE "SENT ROWS DROPPED             :" TO WS-CL-LABEL
011690         MOVE WS-ROWS-DROPPED                   TO WS-CL-COUNT
011700         MOVE WS-COUNT-LINE                     TO PRT-LINE
011710         WRITE PRT-LINE
011720         CLOSE FC-PRINT
011730     END-IF.
011740     EVALUATE TRUE
011750         WHEN WS-FATAL-ERROR
011760             MOVE 12 TO RETURN-CODE
011770         WHEN WS-ACK-REFUSED
011780             MOVE 8 TO RETURN-CODE
011790         WHEN WS-RUN-EXCEPTIONS
011810             DISPLAY "DATEACK: ACKNOWLEDGEMENT HAS EXCEPTIONS - "
011820                 "REVIEW ACKRPT"
011830             MOVE 4 TO RETURN-CODE
011840         WHEN WS-OVERDUE-COUNT > ZERO
011850             DISPLAY "DATEACK: " WS-OVERDUE-COUNT " EXTRACT RUNS "
011860                 "NEVER ACKNOWLEDGED - REVIEW ACKRPT"
011870             MOVE 4 TO RETURN-CODE
011880         WHEN OTHER
011890             MOVE 0 TO RETURN-CODE
011900     END-EVALUATE.
011910 9000-EXIT.
011920     EXIT.

011930 END PROGRAM DATEACK.
