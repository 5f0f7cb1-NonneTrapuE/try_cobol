000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    RUNDASH.
000120 AUTHOR.        Bastien.
000130 INSTALLATION.  DAILY-RECON-BATCH.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*
000170* ---------------------------------------------------------------
000180* MODIFICATION HISTORY
000190* ---------------------------------------------------------------
000200* 2026-10-15 RLB  Original version - the morning operations
000210*                 dashboard.  HELLOWORLD, DATEARC, DATEEXT,
000220*                 DATERCN and REJAGE each append one record per
000230*                 run to the RUNHIST ledger; this run reads it
000240*                 back and prints the last N nights (DASHPARM,
000250*                 default 7) side by side, one block per
000260*                 program - counts, net amount, condition code
000270*                 and, for the posting run, the reject rate
000280*                 overall and by reason code, with the REJAGE
000290*                 backlog by reason beside it.  Each rate and
000300*                 problem row carries a trend mark comparing the
000310*                 latest night with the average of the nights
000320*                 before it, so a feed going bad shows up as a
000330*                 WORSE column days before it fails the night.
000340* ---------------------------------------------------------------

000350 ENVIRONMENT DIVISION.

000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT FC-HIST   ASSIGN TO "RUNHIST"
000390       ORGANIZATION LINE SEQUENTIAL
000400       FILE STATUS IS WS-HIST-FS.

000410* FC-PARM is the optional night count - one digit, 1-7.
000420     SELECT FC-PARM   ASSIGN TO "DASHPARM"
000430       ORGANIZATION LINE SEQUENTIAL
000440       FILE STATUS IS WS-PARM-FS.

000450     SELECT FC-REPORT ASSIGN TO "DASHRPT"
000460       ORGANIZATION LINE SEQUENTIAL
000470       FILE STATUS IS WS-REPORT-FS.

000480 DATA DIVISION.
000490 FILE SECTION.

000500 FD  FC-HIST.
000510     COPY RUNHIST.

000520 FD  FC-PARM.
000530 01  PRM-RECORD.
000540     05  PRM-NIGHTS                PIC X(01).

000550 FD  FC-REPORT.
000560 01  RPT-LINE                      PIC X(80).

000570 WORKING-STORAGE SECTION.

000580* File status / switches.
000590 77  WS-HIST-FS             PIC X(02) VALUE "00".
000600 77  WS-PARM-FS             PIC X(02) VALUE "00".
000610 77  WS-REPORT-FS           PIC X(02) VALUE "00".
000620 77  WS-EOF-SW              PIC X(01) VALUE "N".
000630     88  WS-EOF                     VALUE "Y".
000640 77  WS-OPEN-SW             PIC X(01) VALUE "N".
000650     88  WS-FILES-OPEN              VALUE "Y".
000660 77  WS-FATAL-SW            PIC X(01) VALUE "N".
000670     88  WS-FATAL-ERROR             VALUE "Y".
000680 77  WS-NO-HIST-SW          PIC X(01) VALUE "N".
000690     88  WS-NO-HISTORY              VALUE "Y".
000700 77  WS-ALERT-SW            PIC X(01) VALUE "N".
000710     88  WS-ALERT                   VALUE "Y".

000720* The nights shown - the last WS-NT-MAX distinct run dates on
000730* the ledger, oldest first.  The ledger is appended in run
000740* order, so a date later than the newest held opens a night.
000750 77  WS-NT-MAX              PIC 9(02) VALUE 7.
000760 77  WS-NT-USED             PIC 9(02) VALUE ZERO.
000770 77  WS-NT-IX               PIC 9(02) VALUE ZERO.
000780 77  WS-NT-HIT              PIC 9(02) VALUE ZERO.
000790 01  WS-NIGHT-TABLE.
000800     05  WS-NT-DATE OCCURS 7 TIMES PIC 9(08).

000810* The programs on the dashboard, in block order, with what
000820* each one's posted and rejected counts mean (see RUNHIST).
000830 77  WS-PG-IX               PIC 9(02) VALUE ZERO.
000840 77  WS-PG-HIT              PIC 9(02) VALUE ZERO.
000850 01  WS-PROGRAM-TEXT.
000860     05  FILLER                    PIC X(34) VALUE
000870             "HELLOWORLDPOSTED      REJECTED    ".
000880     05  FILLER                    PIC X(34) VALUE
000890             "DATEARC   ARCHIVED    -           ".
000900     05  FILLER                    PIC X(34) VALUE
000910             "DATEEXT   ROWS SENT   UNREADABLE  ".
000920     05  FILLER                    PIC X(34) VALUE
000930             "DATERCN   MATCHED     DISCREPANT  ".
000940     05  FILLER                    PIC X(34) VALUE
000950             "REJAGE    REPAIRED    OUTSTANDING ".
000960 01  WS-PROGRAM-TABLE REDEFINES WS-PROGRAM-TEXT.
000970     05  WS-PG-ENTRY OCCURS 5 TIMES.
000980         10  WS-PG-NAME            PIC X(10).
000990         10  WS-PG-POST-LABEL      PIC X(12).
001000         10  WS-PG-REJ-LABEL       PIC X(12).

001010* One cell per program per night.  A program run more than
001020* once in a night shows its last run - the rerun is the one
001030* that stood - with the run count kept for the RUNS row.
001040 01  WS-CELL-TABLE.
001050     05  WS-CT-PROGRAM OCCURS 5 TIMES.
001060         10  WS-CT-NIGHT OCCURS 7 TIMES.
001070             15  WS-CT-RUNS            PIC 9(03).
001080             15  WS-CT-READ            PIC 9(07).
001090             15  WS-CT-POST            PIC 9(07).
001100             15  WS-CT-REJ             PIC 9(07).
001110             15  WS-CT-NET             PIC S9(09).
001120             15  WS-CT-RC              PIC 9(02).
001130             15  WS-CT-RSN OCCURS 9 TIMES PIC 9(05).

001140* The row being printed - one value per night, whether the
001150* program ran that night, and what kind of figure it is.
001160* Kinds: R read, P posted, J rejected, N net, C condition
001170* code, U runs, T reject rate, S rate for one reason, B count
001180* for one reason.
001190 77  WS-ROW-KIND            PIC X(01) VALUE SPACE.
001200 77  WS-RS-IX               PIC 9(02) VALUE ZERO.
001210 77  WS-ROW-ANY-SW          PIC X(01) VALUE "N".
001220     88  WS-ROW-ANY                 VALUE "Y".
001230 01  WS-ROW-TABLE.
001240     05  WS-RV-ENTRY OCCURS 7 TIMES.
001250         10  WS-RV-VALUE           PIC S9(09)V99.
001260         10  WS-RV-SET-SW          PIC X(01).
001270             88  WS-RV-SET                VALUE "Y".

001280* Trend work fields - the latest night against the average of
001290* the nights before it, compared without dividing.
001300 77  WS-TR-LAST             PIC 9(02) VALUE ZERO.
001310 77  WS-TR-COUNT            PIC 9(02) VALUE ZERO.
001320 77  WS-TR-SUM              PIC S9(11)V99 VALUE ZERO.
001330 77  WS-TR-LATEST           PIC S9(11)V99 VALUE ZERO.

001340* Run accounting.
001350 77  WS-HIST-READ           PIC 9(06) VALUE ZERO.
001360 77  WS-HIST-USED           PIC 9(06) VALUE ZERO.
001370 77  WS-TODAY               PIC 9(08) VALUE ZERO.

001380* Report lines.
001390 01  WS-DASH-LINE.
001400     05  WS-DL-LABEL               PIC X(16).
001410     05  WS-DL-CELL OCCURS 7 TIMES PIC X(08).
001420     05  FILLER                    PIC X(02).
001430     05  WS-DL-TREND               PIC X(06).

001440 01  WS-NIGHT-HEAD.
001450     05  FILLER                    PIC X(03).
001460     05  WS-NH-MONTH               PIC 9(02).
001470     05  FILLER                    PIC X(01).
001480     05  WS-NH-DAY                 PIC 9(02).

001490 77  WS-ED-COUNT            PIC ZZZZZZZ9.
001500 77  WS-ED-AMOUNT           PIC -------9.
001510 77  WS-ED-THOUS            PIC ------9.
001520 77  WS-ED-RATE             PIC ZZZZ9.99.

001530 01  WS-COUNT-LINE.
001540     05  WS-CL-LABEL               PIC X(24).
001550     05  WS-CL-COUNT               PIC ZZZZZ9.

001560 PROCEDURE DIVISION.

001570* *************************************************************
001580* 0000-MAINLINE
001590* Find the nights, load the cells, print one block per
001600* program.
001610* *************************************************************
001620 0000-MAINLINE.
001630     PERFORM 1000-INITIALIZE
001640         THRU 1000-EXIT.
001650     IF WS-FILES-OPEN
001660         PERFORM 2000-LOAD-RECORD
001670             THRU 2000-EXIT
001680             UNTIL WS-EOF
001690         PERFORM 3000-PRINT-PROGRAM
001700             THRU 3000-EXIT
001710             VARYING WS-PG-IX FROM 1 BY 1
001720             UNTIL WS-PG-IX > 5
001730     END-IF.
001740     PERFORM 9000-TERMINATE
001750         THRU 9000-EXIT.
001760     STOP RUN.

001770* *************************************************************
001780* 1000-INITIALIZE
001790* The ledger is read twice - once to find which nights to
001800* show, once to fill them.  No ledger yet, or one with nothing
001810* on it, is reported as such and graded 4: the dashboard has
001820* nothing to say, and somebody should ask why.
001830* *************************************************************
001840 1000-INITIALIZE.
001850     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001860     PERFORM 1100-READ-PARM
001870         THRU 1100-EXIT.
001880     INITIALIZE WS-CELL-TABLE.
001890     OPEN OUTPUT FC-REPORT.
001900     IF WS-REPORT-FS NOT = "00"
001910         DISPLAY "RUNDASH: UNABLE TO OPEN DASHRPT - FS="
001920             WS-REPORT-FS
001930         SET WS-FATAL-ERROR TO TRUE
001940         GO TO 1000-EXIT
001950     END-IF.
001960     MOVE "MORNING OPERATIONS DASHBOARD - RUN" TO RPT-LINE.
001970     MOVE WS-TODAY TO RPT-LINE(36:8).
001980     WRITE RPT-LINE.
001990     OPEN INPUT FC-HIST.
002000     IF WS-HIST-FS NOT = "00"
002010         SET WS-NO-HISTORY TO TRUE
002020         GO TO 1000-NONE
002030     END-IF.
002040     PERFORM 1200-FIND-NIGHT
002050         THRU 1200-EXIT
002060         UNTIL WS-EOF.
002070     CLOSE FC-HIST.
002080     IF WS-NT-USED = ZERO
002090         SET WS-NO-HISTORY TO TRUE
002100         GO TO 1000-NONE
002110     END-IF.
002120     MOVE "N" TO WS-EOF-SW.
002130     OPEN INPUT FC-HIST.
002140     IF WS-HIST-FS NOT = "00"
002150         DISPLAY "RUNDASH: RUNHIST WILL NOT REOPEN - FS="
002160             WS-HIST-FS
002170         SET WS-FATAL-ERROR TO TRUE
002180         GO TO 1000-EXIT
002190     END-IF.
002200     SET WS-FILES-OPEN TO TRUE.
002210     PERFORM 1400-PRINT-HEADER
002220         THRU 1400-EXIT.
002230     GO TO 1000-EXIT.
002240 1000-NONE.
002250     MOVE SPACES TO RPT-LINE.
002260     WRITE RPT-LINE.
002270     MOVE "NO RUNS ON THE RUN-HISTORY LEDGER" TO RPT-LINE.
002280     WRITE RPT-LINE.
002290 1000-EXIT.
002300     EXIT.

002310* *************************************************************
002320* 1100-READ-PARM
002330* One optional record - how many nights to show, 1 to 7.
002340* Anything else keeps the default of a week.
002350* *************************************************************
002360 1100-READ-PARM.
002370     OPEN INPUT FC-PARM.
002380     IF WS-PARM-FS NOT = "00"
002390         GO TO 1100-EXIT
002400     END-IF.
002410     READ FC-PARM
002420         AT END
002430             CONTINUE
002440         NOT AT END
002450             IF PRM-NIGHTS IS NUMERIC
002460                     AND PRM-NIGHTS NOT = "0"
002470                     AND PRM-NIGHTS NOT > "7"
002480                 MOVE PRM-NIGHTS TO WS-NT-MAX
002490             END-IF
002500     END-READ.
002510     CLOSE FC-PARM.
002520 1100-EXIT.
002530     EXIT.

002540* *************************************************************
002550* 1200-FIND-NIGHT
002560* A run date later than the newest night held opens a new
002570* night; once the window is full the oldest night drops off
002580* the front.  An earlier date (a clock set back) opens nothing.
002590* *************************************************************
002600 1200-FIND-NIGHT.
002610     READ FC-HIST
002620         AT END
002630             SET WS-EOF TO TRUE
002640     END-READ.
002650     IF WS-EOF
002660         GO TO 1200-EXIT
002670     END-IF.
002680     ADD 1 TO WS-HIST-READ.
002690     IF RHS-RUN-DATE IS NOT NUMERIC
002700         GO TO 1200-EXIT
002710     END-IF.
002720     IF WS-NT-USED > ZERO
002730         IF RHS-RUN-DATE NOT > WS-NT-DATE (WS-NT-USED)
002740             GO TO 1200-EXIT
002750         END-IF
002760     END-IF.
002770     IF WS-NT-USED < WS-NT-MAX
002780         ADD 1 TO WS-NT-USED
002790     ELSE
002800         PERFORM 1250-SHIFT-NIGHT
002810             THRU 1250-EXIT
002820             VARYING WS-NT-IX FROM 1 BY 1
002830             UNTIL WS-NT-IX >= WS-NT-MAX
002840     END-IF.
002850     MOVE RHS-RUN-DATE TO WS-NT-DATE (WS-NT-USED).
002860 1200-EXIT.
002870     EXIT.

002880* *************************************************************
002890* 1250-SHIFT-NIGHT
002900* *************************************************************
002910 1250-SHIFT-NIGHT.
002920     MOVE WS-NT-DATE (WS-NT-IX + 1) TO WS-NT-DATE (WS-NT-IX).
002930 1250-EXIT.
002940     EXIT.

002950* *************************************************************
002960* 1400-PRINT-HEADER
002970* *************************************************************
002980 1400-PRINT-HEADER.
002990     MOVE SPACES TO RPT-LINE.
003000     WRITE RPT-LINE.
003010     MOVE "NIGHTS SHOWN         :" TO RPT-LINE.
003020     MOVE WS-NT-DATE (1)          TO RPT-LINE(24:8).
003030     MOVE "TO"                    TO RPT-LINE(33:2).
003040     MOVE WS-NT-DATE (WS-NT-USED) TO RPT-LINE(36:8).
003050     WRITE RPT-LINE.
003060     MOVE "TREND COMPARES THE LATEST NIGHT WITH THE AVERAGE OF"
003070         TO RPT-LINE.
003080     WRITE RPT-LINE.
003090     MOVE "THE NIGHTS BEFORE IT; - MEANS IT DID NOT RUN."
003100         TO RPT-LINE.
003110     WRITE RPT-LINE.
003120     MOVE "NET AMOUNTS OVER 7 DIGITS ARE IN WHOLE THOUSANDS (K)."
003130         TO RPT-LINE.
003140     WRITE RPT-LINE.
003150     MOVE SPACES TO WS-DASH-LINE.
003160     MOVE "NIGHT (MM/DD)" TO WS-DL-LABEL.
003170     PERFORM 1450-NIGHT-HEAD
003180         THRU 1450-EXIT
003190         VARYING WS-NT-IX FROM 1 BY 1
003200         UNTIL WS-NT-IX > WS-NT-USED.
003210     MOVE "TREND" TO WS-DL-TREND.
003220     MOVE SPACES TO RPT-LINE.
003230     WRITE RPT-LINE.
003240     MOVE WS-DASH-LINE TO RPT-LINE.
003250     WRITE RPT-LINE.
003260 1400-EXIT.
003270     EXIT.

003280* *************************************************************
003290* 1450-NIGHT-HEAD
003300* *************************************************************
003310 1450-NIGHT-HEAD.
003320     MOVE SPACES TO WS-NIGHT-HEAD.
003330     MOVE WS-NT-DATE (WS-NT-IX)(5:2) TO WS-NH-MONTH.
003340     MOVE "/"                         TO WS-NIGHT-HEAD(6:1).
003350     MOVE WS-NT-DATE (WS-NT-IX)(7:2) TO WS-NH-DAY.
003360     MOVE WS-NIGHT-HEAD TO WS-DL-CELL (WS-NT-IX).
003370 1450-EXIT.
003380     EXIT.

003390* *************************************************************
003400* 2000-LOAD-RECORD
003410* One ledger record into its program and night cell.  Records
003420* for a night not shown, or from a program not on the
003430* dashboard, are passed over.
003440* *************************************************************
003450 2000-LOAD-RECORD.
003460     READ FC-HIST
003470         AT END
003480             SET WS-EOF TO TRUE
003490     END-READ.
003500     IF WS-EOF
003510         GO TO 2000-EXIT
003520     END-IF.
003530     MOVE ZERO TO WS-NT-HIT.
003540     PERFORM 2100-SCAN-NIGHT
003550         THRU 2100-EXIT
003560         VARYING WS-NT-IX FROM 1 BY 1
003570         UNTIL WS-NT-IX > WS-NT-USED
003580             OR WS-NT-HIT > ZERO.
003590     MOVE ZERO TO WS-PG-HIT.
003600     PERFORM 2200-SCAN-PROGRAM
003610         THRU 2200-EXIT
003620         VARYING WS-PG-IX FROM 1 BY 1
003630         UNTIL WS-PG-IX > 5
003640             OR WS-PG-HIT > ZERO.
003650     IF WS-NT-HIT = ZERO OR WS-PG-HIT = ZERO
003660         GO TO 2000-EXIT
003670     END-IF.
003680     IF RHS-READ-COUNT IS NOT NUMERIC
003690             OR RHS-POST-COUNT IS NOT NUMERIC
003700             OR RHS-REJ-COUNT IS NOT NUMERIC
003710             OR RHS-NET-AMOUNT IS NOT NUMERIC
003720             OR RHS-RETURN-CODE IS NOT NUMERIC
003730             OR RHS-REASON-COUNTS IS NOT NUMERIC
003740         GO TO 2000-EXIT
003750     END-IF.
003760     ADD 1 TO WS-HIST-USED.
003770     ADD 1 TO WS-CT-RUNS (WS-PG-HIT, WS-NT-HIT).
003780     MOVE RHS-READ-COUNT  TO WS-CT-READ (WS-PG-HIT, WS-NT-HIT).
003790     MOVE RHS-POST-COUNT  TO WS-CT-POST (WS-PG-HIT, WS-NT-HIT).
003800     MOVE RHS-REJ-COUNT   TO WS-CT-REJ  (WS-PG-HIT, WS-NT-HIT).
003810     MOVE RHS-NET-AMOUNT  TO WS-CT-NET  (WS-PG-HIT, WS-NT-HIT).
003820     MOVE RHS-RETURN-CODE TO WS-CT-RC   (WS-PG-HIT, WS-NT-HIT).
003830     PERFORM 2300-LOAD-REASON
003840         THRU 2300-EXIT
003850         VARYING WS-RS-IX FROM 1 BY 1
003860         UNTIL WS-RS-IX > 9.
003870 2000-EXIT.
003880     EXIT.

003890* *************************************************************
003900* 2100-SCAN-NIGHT
003910* *************************************************************
003920 2100-SCAN-NIGHT.
003930     IF WS-NT-DATE (WS-NT-IX) = RHS-RUN-DATE
003940         MOVE WS-NT-IX TO WS-NT-HIT
003950     END-IF.
003960 2100-EXIT.
003970     EXIT.

003980* *************************************************************
003990* 2200-SCAN-PROGRAM
004000* *************************************************************
004010 2200-SCAN-PROGRAM.
004020     IF WS-PG-NAME (WS-PG-IX) = RHS-PROGRAM
004030         MOVE WS-PG-IX TO WS-PG-HIT
004040     END-IF.
004050 2200-EXIT.
004060     EXIT.

004070* *************************************************************
004080* 2300-LOAD-REASON
004090* *************************************************************
004100 2300-LOAD-REASON.
004110     MOVE RHS-RSN-COUNT (WS-RS-IX)
004120         TO WS-CT-RSN (WS-PG-HIT, WS-NT-HIT, WS-RS-IX).
004130 2300-EXIT.
004140     EXIT.

004150* *************************************************************
004160* 3000-PRINT-PROGRAM
004170* One program's block.  The posting run adds its reject rate
004180* and the rate for each reason seen in the window; REJAGE adds
004190* its outstanding backlog for each reason seen.  A latest
004200* night that ended 8 or worse is the dashboard's alert.
004210* *************************************************************
004220 3000-PRINT-PROGRAM.
004230     MOVE SPACES TO RPT-LINE.
004240     WRITE RPT-LINE.
004250     MOVE WS-PG-NAME (WS-PG-IX) TO RPT-LINE.
004260     WRITE RPT-LINE.
004270     MOVE "U" TO WS-ROW-KIND.
004280     MOVE "  RUNS" TO WS-DL-LABEL.
004290     PERFORM 3100-PRINT-ROW
004300         THRU 3100-EXIT.
004310     MOVE "R" TO WS-ROW-KIND.
004320     MOVE "  READ" TO WS-DL-LABEL.
004330     PERFORM 3100-PRINT-ROW
004340         THRU 3100-EXIT.
004350     MOVE "P" TO WS-ROW-KIND.
004360     MOVE SPACES TO WS-DL-LABEL.
004370     MOVE WS-PG-POST-LABEL (WS-PG-IX) TO WS-DL-LABEL(3:12).
004380     PERFORM 3100-PRINT-ROW
004390         THRU 3100-EXIT.
004400     IF WS-PG-REJ-LABEL (WS-PG-IX) NOT = "-"
004410         MOVE "J" TO WS-ROW-KIND
004420         MOVE SPACES TO WS-DL-LABEL
004430         MOVE WS-PG-REJ-LABEL (WS-PG-IX) TO WS-DL-LABEL(3:12)
004440         PERFORM 3100-PRINT-ROW
004450             THRU 3100-EXIT
004460     END-IF.
004470     IF WS-PG-IX = 1
004480         MOVE "T" TO WS-ROW-KIND
004490         MOVE "  REJECT RATE %" TO WS-DL-LABEL
004500         PERFORM 3100-PRINT-ROW
004510             THRU 3100-EXIT
004520         MOVE "S" TO WS-ROW-KIND
004530         PERFORM 3050-PRINT-REASON
004540             THRU 3050-EXIT
004550             VARYING WS-RS-IX FROM 1 BY 1
004560             UNTIL WS-RS-IX > 9
004570     END-IF.
004580     IF WS-PG-IX = 5
004590         MOVE "B" TO WS-ROW-KIND
004600         PERFORM 3050-PRINT-REASON
004610             THRU 3050-EXIT
004620             VARYING WS-RS-IX FROM 1 BY 1
004630             UNTIL WS-RS-IX > 9
004640     END-IF.
004650     IF WS-PG-IX < 4
004660         MOVE "N" TO WS-ROW-KIND
004670         MOVE "  NET AMOUNT" TO WS-DL-LABEL
004680         PERFORM 3100-PRINT-ROW
004690             THRU 3100-EXIT
004700     END-IF.
004710     MOVE "C" TO WS-ROW-KIND.
004720     MOVE "  COND CODE" TO WS-DL-LABEL.
004730     PERFORM 3100-PRINT-ROW
004740         THRU 3100-EXIT.
004750     IF WS-TR-LAST > ZERO
004760         IF WS-TR-LAST = WS-NT-USED
004770                 AND WS-RV-VALUE (WS-TR-LAST) >= 8
004780             SET WS-ALERT TO TRUE
004790         END-IF
004800     END-IF.
004810 3000-EXIT.
004820     EXIT.

004830* *************************************************************
004840* 3050-PRINT-REASON
004850* A reason row is printed only when that reason shows up on
004860* at least one night in the window.
004870* *************************************************************
004880 3050-PRINT-REASON.
004890     MOVE "N" TO WS-ROW-ANY-SW.
004900     PERFORM 3060-TEST-REASON
004910         THRU 3060-EXIT
004920         VARYING WS-NT-IX FROM 1 BY 1
004930         UNTIL WS-NT-IX > WS-NT-USED.
004940     IF NOT WS-ROW-ANY
004950         GO TO 3050-EXIT
004960     END-IF.
004970     IF WS-ROW-KIND = "S"
004980         MOVE "    RSN 0n RATE" TO WS-DL-LABEL
004990     ELSE
005000         MOVE "    RSN 0n OUT" TO WS-DL-LABEL
005010     END-IF.
005020     IF WS-RS-IX = 9
005030         MOVE "??" TO WS-DL-LABEL(9:2)
005040     ELSE
005050         MOVE WS-RS-IX TO WS-DL-LABEL(9:2)
005060     END-IF.
005070     PERFORM 3100-PRINT-ROW
005080         THRU 3100-EXIT.
005090 3050-EXIT.
005100     EXIT.

005110* *************************************************************
005120* 3060-TEST-REASON
005130* *************************************************************
005140 3060-TEST-REASON.
005150     IF WS-CT-RSN (WS-PG-IX, WS-NT-IX, WS-RS-IX) > ZERO
005160         SET WS-ROW-ANY TO TRUE
005170     END-IF.
005180 3060-EXIT.
005190     EXIT.

005200* *************************************************************
005210* 3100-PRINT-ROW
005220* Fills the row values for the current kind, edits each night
005230* into its column, and adds the trend mark for the kinds where
005240* a rise is bad news.
005250* *************************************************************
005260 3100-PRINT-ROW.
005270     PERFORM 3200-FILL-CELL
005280         THRU 3200-EXIT
005290         VARYING WS-NT-IX FROM 1 BY 1
005300         UNTIL WS-NT-IX > WS-NT-USED.
005310     MOVE SPACES TO WS-DL-TREND.
005320     PERFORM 3300-EDIT-CELL
005330         THRU 3300-EXIT
005340         VARYING WS-NT-IX FROM 1 BY 1
005350         UNTIL WS-NT-IX > 7.
005360     PERFORM 3400-COMPUTE-TREND
005370         THRU 3400-EXIT.
005380     MOVE WS-DASH-LINE TO RPT-LINE.
005390     WRITE RPT-LINE.
005400 3100-EXIT.
005410     EXIT.

005420* *************************************************************
005430* 3200-FILL-CELL
005440* Rates are percentages of entries read; a night with nothing
005450* read has a rate of zero.
005460* *************************************************************
005470 3200-FILL-CELL.
005480     MOVE ZERO TO WS-RV-VALUE (WS-NT-IX).
005490     MOVE "N"  TO WS-RV-SET-SW (WS-NT-IX).
005500     IF WS-CT-RUNS (WS-PG-IX, WS-NT-IX) = ZERO
005510         IF WS-ROW-KIND = "U"
005520             SET WS-RV-SET (WS-NT-IX) TO TRUE
005530         END-IF
005540         GO TO 3200-EXIT
005550     END-IF.
005560     SET WS-RV-SET (WS-NT-IX) TO TRUE.
005570     EVALUATE WS-ROW-KIND
005580         WHEN "U"
005590             MOVE WS-CT-RUNS (WS-PG-IX, WS-NT-IX)
005600                 TO WS-RV-VALUE (WS-NT-IX)
005610         WHEN "R"
005620             MOVE WS-CT-READ (WS-PG-IX, WS-NT-IX)
005630                 TO WS-RV-VALUE (WS-NT-IX)
005640         WHEN "P"
005650             MOVE WS-CT-POST (WS-PG-IX, WS-NT-IX)
005660                 TO WS-RV-VALUE (WS-NT-IX)
005670         WHEN "J"
005680             MOVE WS-CT-REJ (WS-PG-IX, WS-NT-IX)
005690                 TO WS-RV-VALUE (WS-NT-IX)
005700         WHEN "N"
005710             MOVE WS-CT-NET (WS-PG-IX, WS-NT-IX)
005720                 TO WS-RV-VALUE (WS-NT-IX)
005730         WHEN "C"
005740             MOVE WS-CT-RC (WS-PG-IX, WS-NT-IX)
005750                 TO WS-RV-VALUE (WS-NT-IX)
005760         WHEN "B"
005770             MOVE WS-CT-RSN (WS-PG-IX, WS-NT-IX, WS-RS-IX)
005780                 TO WS-RV-VALUE (WS-NT-IX)
005790         WHEN "T"
005800             IF WS-CT-READ (WS-PG-IX, WS-NT-IX) > ZERO
005810                 COMPUTE WS-RV-VALUE (WS-NT-IX) ROUNDED =
005820                     WS-CT-REJ (WS-PG-IX, WS-NT-IX) * 100
005830                         / WS-CT-READ (WS-PG-IX, WS-NT-IX)
005840             END-IF
005850         WHEN "S"
005860             IF WS-CT-READ (WS-PG-IX, WS-NT-IX) > ZERO
005870                 COMPUTE WS-RV-VALUE (WS-NT-IX) ROUNDED =
005880                     WS-CT-RSN (WS-PG-IX, WS-NT-IX, WS-RS-IX)
005890                         * 100
005900                         / WS-CT-READ (WS-PG-IX, WS-NT-IX)
005910             END-IF
005920     END-EVALUATE.
005930 3200-EXIT.
005940     EXIT.

005950* *************************************************************
005960* 3300-EDIT-CELL
005970* A net amount too wide for its column is cut to whole
005980* thousands and marked K rather than losing its high digits.
005990* *************************************************************
006000 3300-EDIT-CELL.
006010     MOVE SPACES TO WS-DL-CELL (WS-NT-IX).
006020     IF WS-NT-IX > WS-NT-USED
006030         GO TO 3300-EXIT
006040     END-IF.
006050     IF NOT WS-RV-SET (WS-NT-IX)
006060         MOVE "       -" TO WS-DL-CELL (WS-NT-IX)
006070         GO TO 3300-EXIT
006080     END-IF.
006090     EVALUATE WS-ROW-KIND
006100         WHEN "N"
006110             IF WS-RV-VALUE (WS-NT-IX) > 9999999
006120                     OR WS-RV-VALUE (WS-NT-IX) < -9999999
006130                 COMPUTE WS-ED-THOUS =
006140                     WS-RV-VALUE (WS-NT-IX) / 1000
006150                 MOVE WS-ED-THOUS TO WS-DL-CELL (WS-NT-IX)(1:7)
006160                 MOVE "K" TO WS-DL-CELL (WS-NT-IX)(8:1)
006170             ELSE
006180                 MOVE WS-RV-VALUE (WS-NT-IX) TO WS-ED-AMOUNT
006190                 MOVE WS-ED-AMOUNT TO WS-DL-CELL (WS-NT-IX)
006200             END-IF
006210         WHEN "T"
006220         WHEN "S"
006230             MOVE WS-RV-VALUE (WS-NT-IX) TO WS-ED-RATE
006240             MOVE WS-ED-RATE TO WS-DL-CELL (WS-NT-IX)
006250         WHEN OTHER
006260             MOVE WS-RV-VALUE (WS-NT-IX) TO WS-ED-COUNT
006270             MOVE WS-ED-COUNT TO WS-DL-CELL (WS-NT-IX)
006280     END-EVALUATE.
006290 3300-EXIT.
006300     EXIT.

006310* *************************************************************
006320* 3400-COMPUTE-TREND
006330* Latest night the program ran against the average of the
006340* earlier nights it ran.  Only for rows where a rise means
006350* trouble - rejects, rates, backlog and condition code - and
006360* only when there are two nights or more to compare.
006370* *************************************************************
006380 3400-COMPUTE-TREND.
006390     MOVE ZERO TO WS-TR-LAST.
006400     MOVE ZERO TO WS-TR-COUNT.
006410     MOVE ZERO TO WS-TR-SUM.
006420     PERFORM 3450-TREND-NIGHT
006430         THRU 3450-EXIT
006440         VARYING WS-NT-IX FROM 1 BY 1
006450         UNTIL WS-NT-IX > WS-NT-USED.
006460     IF WS-ROW-KIND NOT = "J" AND NOT = "T" AND NOT = "S"
006470             AND NOT = "B" AND NOT = "C"
006480         GO TO 3400-EXIT
006490     END-IF.
006500     IF WS-TR-COUNT < 2
006510         GO TO 3400-EXIT
006520     END-IF.
006530     SUBTRACT WS-RV-VALUE (WS-TR-LAST) FROM WS-TR-SUM.
006540     SUBTRACT 1 FROM WS-TR-COUNT.
006550     COMPUTE WS-TR-LATEST =
006560         WS-RV-VALUE (WS-TR-LAST) * WS-TR-COUNT.
006570     EVALUATE TRUE
006580         WHEN WS-TR-LATEST > WS-TR-SUM
006590             MOVE "WORSE " TO WS-DL-TREND
006600         WHEN WS-TR-LATEST < WS-TR-SUM
006610             MOVE "BETTER" TO WS-DL-TREND
006620         WHEN OTHER
006630             MOVE "SAME  " TO WS-DL-TREND
006640     END-EVALUATE.
006650 3400-EXIT.
006660     EXIT.

006670* *************************************************************
006680* 3450-TREND-NIGHT
006690* *************************************************************
006700 3450-TREND-NIGHT.
006710     IF WS-RV-SET (WS-NT-IX)
006720             AND WS-CT-RUNS (WS-PG-IX, WS-NT-IX) > ZERO
006730         MOVE WS-NT-IX TO WS-TR-LAST
006740         ADD 1 TO WS-TR-COUNT
006750         ADD WS-RV-VALUE (WS-NT-IX) TO WS-TR-SUM
006760     END-IF.
006770 3450-EXIT.
006780     EXIT.

006790* *************************************************************
006800* 9000-TERMINATE
006810* Condition code: 4 when there is no history to show or a
006820* program's latest night ended 8 or worse - the dashboard is
006830* read by people, but that much should page somebody too;
006840* 12 when the report could not be written.
006850* *************************************************************
006860 9000-TERMINATE.
006870     IF WS-FILES-OPEN
006880         CLOSE FC-HIST
006890         MOVE SPACES TO RPT-LINE
006900         WRITE RPT-LINE
006910         MOVE "LEDGER RECORDS READ   :" TO WS-CL-LABEL
006920         MOVE WS-HIST-READ              TO WS-CL-COUNT
006930         MOVE WS-COUNT-LINE             TO RPT-LINE
006940         WRITE RPT-LINE
006950         MOVE "SHOWN ON THE DASHBOARD:" TO WS-CL-LABEL
006960         MOVE WS-HIST-USED              TO WS-CL-COUNT
006970         MOVE WS-COUNT-LINE             TO RPT-LINE
006980         WRITE RPT-LINE
006990     END-IF.
007000     IF NOT WS-FATAL-ERROR
007010         CLOSE FC-REPORT
007020     END-IF.
007030     EVALUATE TRUE
007040         WHEN WS-FATAL-ERROR
007050             MOVE 12 TO RETURN-CODE
007060         WHEN WS-NO-HISTORY OR WS-ALERT
007070             MOVE 4 TO RETURN-CODE
007080         WHEN OTHER
007090             CONTINUE
007100     END-EVALUATE.
007110 9000-EXIT.
007120     EXIT.

007130 END PROGRAM RUNDASH.
