000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DATECOV.
000120 AUTHOR.        Bastien.
000130 INSTALLATION.  DAILY-RECON-BATCH.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*
000170* ---------------------------------------------------------------
000180* MODIFICATION HISTORY
000190* ---------------------------------------------------------------
000200* 2026-10-15 RLB  Original version - working-day coverage report
000210*                 over the DATEMST date master.  Every working
000220*                 day in the range (Sundays, counted by DATEDAY,
000230*                 and the CALFILE non-working dates left out, as
000240*                 HELLOWORLD leaves them out) is checked for each
000250*                 operator on OPERFILE, and the days on which an
000260*                 operator has no active entry are listed under
000270*                 that operator.  A day on which nobody in the
000280*                 shop has an active entry is flagged wherever it
000290*                 appears and listed on its own - that is a feed
000300*                 that never arrived, not an operator off sick.
000310*                 Each operator's coverage for the range (days
000320*                 posted over working days) closes the report.
000330*                 The range is the open accounting period up to
000340*                 today (CTLFILE, as DATEDUP reads it) unless the
000350*                 optional COVPARM card gives a from/to date.
000360*                 RC 0 full coverage, 4 days missed (or CALFILE
000370*                 waived, or the range cut short), 8 OPERFILE
000380*                 unreadable so only the shop days are reported,
000390*                 12 master unreadable or the range not a range.
000400* ---------------------------------------------------------------

000410 ENVIRONMENT DIVISION.

000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440* FC-MST is the indexed date master, positioned at the start
000450* of the range and read forward in key order.
000460     SELECT FC-MST    ASSIGN TO "DATEMST"
000470       ORGANIZATION INDEXED
000480       ACCESS MODE IS DYNAMIC
000490       RECORD KEY IS MST-KEY
000500       FILE STATUS IS WS-MST-FS.

000510* FC-CTRL is the shop control file - only the open period is
000520* wanted here, as the default range.
000530     SELECT FC-CTRL   ASSIGN TO "CTLFILE"
000540       ORGANIZATION LINE SEQUENTIAL
000550       FILE STATUS IS WS-CTRL-FS.

000560* FC-CAL is the business-calendar reference file HELLOWORLD
000570* challenges postings against - one non-working date per record.
000580     SELECT FC-CAL    ASSIGN TO "CALFILE"
000590       ORGANIZATION LINE SEQUENTIAL
000600       FILE STATUS IS WS-CAL-FS.

000610* FC-OPER is the operator authorization reference file - the
000620* operators whose coverage is reported.
000630     SELECT FC-OPER   ASSIGN TO "OPERFILE"
000640       ORGANIZATION LINE SEQUENTIAL
000650       FILE STATUS IS WS-OPR-FS.

000660* FC-PARM is the optional range card - date from and to,
000670* YYYYMMDD, either blank for the default.
000680     SELECT FC-PARM   ASSIGN TO "COVPARM"
000690       ORGANIZATION LINE SEQUENTIAL
000700       FILE STATUS IS WS-PARM-FS.

000710     SELECT FC-PRINT  ASSIGN TO "COVRPT"
000720       ORGANIZATION LINE SEQUENTIAL
000730       FILE STATUS IS WS-PRINT-FS.

000740 DATA DIVISION.
000750 FILE SECTION.

000760 FD  FC-MST.
000770     COPY DATEMST.

000780 FD  FC-CTRL.
000790     COPY CTLREC.

000800 FD  FC-CAL.
000810     COPY CALREC.

000820 FD  FC-OPER.
000830 01  OPR-ENR.
000840     05  OPR-ID                    PIC X(07).

000850 FD  FC-PARM.
000860 01  PRM-RECORD.
000870     05  PRM-FROM-DATE             PIC X(08).
000880     05  PRM-TO-DATE               PIC X(08).

000890 FD  FC-PRINT.
000900 01  PRT-LINE                      PIC X(72).

000910 WORKING-STORAGE SECTION.

000920* File status / switches.
000930 77  WS-MST-FS              PIC X(02) VALUE "00".
000940 77  WS-CTRL-FS             PIC X(02) VALUE "00".
000950 77  WS-CAL-FS              PIC X(02) VALUE "00".
000960 77  WS-OPR-FS              PIC X(02) VALUE "00".
000970 77  WS-PARM-FS             PIC X(02) VALUE "00".
000980 77  WS-PRINT-FS            PIC X(02) VALUE "00".
000990 77  WS-EOF-SW              PIC X(01) VALUE "N".
001000     88  WS-EOF                     VALUE "Y".
001010 77  WS-OPEN-SW             PIC X(01) VALUE "N".
001020     88  WS-FILE-OPEN               VALUE "Y".
001030 77  WS-PRINT-SW            PIC X(01) VALUE "N".
001040     88  WS-PRINT-OPEN              VALUE "Y".
001050 77  WS-FATAL-SW            PIC X(01) VALUE "N".
001060     88  WS-FATAL-ERROR             VALUE "Y".

001070* The range reported - open period up to today unless COVPARM
001080* says otherwise.
001090 77  WS-FROM-DATE           PIC 9(08) VALUE ZERO.
001100 77  WS-TO-DATE             PIC 9(08) VALUE ZERO.
001110 77  WS-OPEN-PERIOD         PIC 9(06) VALUE ZERO.
001120 77  WS-TODAY               PIC 9(08) VALUE ZERO.
001130 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.

001140* The day under test while the range is walked, and the
001150* calendar arithmetic it needs.  WS-CHECK-DATE is any date put
001160* through 1400-CHECK-DATE.
001170 01  WS-WALK-DATE-X.
001180     05  WS-WALK-ANNEE             PIC 9(04).
001190     05  WS-WALK-MOIS              PIC 9(02).
001200     05  WS-WALK-JOUR              PIC 9(02).
001210 01  WS-WALK-DATE REDEFINES WS-WALK-DATE-X PIC 9(08).
001220 01  WS-CHECK-DATE-X.
001230     05  WS-CHECK-ANNEE            PIC 9(04).
001240     05  WS-CHECK-MOIS             PIC 9(02).
001250     05  WS-CHECK-JOUR             PIC 9(02).
001260 01  WS-CHECK-DATE REDEFINES WS-CHECK-DATE-X PIC 9(08).
001270 77  WS-DATE-OK-SW          PIC X(01) VALUE "N".
001280     88  WS-DATE-OK                 VALUE "Y".
001290 77  WS-MONTH-END           PIC 9(02) VALUE ZERO.
001300 77  WS-QUOT                PIC 9(04) VALUE ZERO.
001310 77  WS-REM-4               PIC 9(02) VALUE ZERO.
001320 77  WS-REM-100             PIC 9(02) VALUE ZERO.
001330 77  WS-REM-400             PIC 9(03) VALUE ZERO.
001340 77  WS-LEAP-SW             PIC X(01) VALUE "N".
001350     88  WS-LEAP-YEAR               VALUE "Y".
001360 01  WS-MONTH-DAYS-TEXT.
001370     05  FILLER                    PIC X(24)
001380             VALUE "312831303130313130313031".
001390 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-TEXT.
001400     05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).

001410* Shared day-arithmetic parameter area - see DATEDAY.
001420     COPY DAYPRM.

001430* Business-calendar table, loaded from FC-CAL as HELLOWORLD
001440* loads it.  A missing or empty file waives the holiday lookup
001450* with a console warning - only Sundays are then left out.
001460 77  WS-CAL-MAX             PIC 9(03) VALUE 200.
001470 77  WS-CAL-COUNT           PIC 9(03) VALUE ZERO.
001480 77  WS-CAL-IX              PIC 9(03) VALUE ZERO.
001490 77  WS-CAL-AVAIL-SW        PIC X(01) VALUE "N".
001500     88  WS-CAL-AVAIL               VALUE "Y".
001510 77  WS-CAL-EOF-SW          PIC X(01) VALUE "N".
001520     88  WS-CAL-EOF                 VALUE "Y".
001530 77  WS-CAL-FULL-SW         PIC X(01) VALUE "N".
001540     88  WS-CAL-FULL                VALUE "Y".
001550 77  WS-HOLIDAY-SW          PIC X(01) VALUE "N".
001560     88  WS-HOLIDAY                 VALUE "Y".
001570 01  WS-CAL-TABLE.
001580     05  WS-CAL-HOL-DATE OCCURS 200 TIMES PIC 9(08).

001590* The working days of the range, in date order, with the
001600* shop's active entries on each.  400 working days is well over
001610* a year; a longer range is cut there, loudly.
001620 77  WS-DAY-MAX             PIC 9(03) VALUE 400.
001630 77  WS-DAY-COUNT           PIC 9(03) VALUE ZERO.
001640 77  WS-DAY-IX              PIC 9(03) VALUE ZERO.
001650 77  WS-DAY-CUT-SW          PIC X(01) VALUE "N".
001660     88  WS-DAY-CUT                 VALUE "Y".
001670 01  WS-DAY-TABLE.
001680     05  WS-DAY-ENTRY OCCURS 400 TIMES.
001690         10  WS-DAY-DATE           PIC 9(08).
001700         10  WS-DAY-POSTINGS       PIC 9(05).

001710* Operators from FC-OPER, each with one flag per working day -
001720* "Y" once an active entry of theirs is found for the day.
001730 77  WS-OPR-MAX             PIC 9(03) VALUE 100.
001740 77  WS-OPR-COUNT           PIC 9(03) VALUE ZERO.
001750 77  WS-OPR-IX              PIC 9(03) VALUE ZERO.
001760 77  WS-OPR-FOUND           PIC 9(03) VALUE ZERO.
001770 77  WS-OPR-AVAIL-SW        PIC X(01) VALUE "N".
001780     88  WS-OPR-AVAIL               VALUE "Y".
001790 77  WS-OPR-EOF-SW          PIC X(01) VALUE "N".
001800     88  WS-OPR-EOF                 VALUE "Y".
001810 77  WS-OPR-FULL-SW         PIC X(01) VALUE "N".
001820     88  WS-OPR-FULL                VALUE "Y".
001830 01  WS-OPR-TABLE.
001840     05  WS-OPR-ENTRY OCCURS 100 TIMES.
001850         10  WS-OPR-ID             PIC X(07).
001860         10  WS-OPR-POSTED         PIC 9(03).
001870         10  WS-OPR-DAY-FLAG OCCURS 400 TIMES PIC X(01).

001880* Run accounting.
001890 77  WS-CAL-DAYS            PIC 9(05) VALUE ZERO.
001900 77  WS-SUNDAY-COUNT        PIC 9(05) VALUE ZERO.
001910 77  WS-HOLIDAY-COUNT       PIC 9(05) VALUE ZERO.
001920 77  WS-SHOP-GAP-COUNT      PIC 9(05) VALUE ZERO.
001930 77  WS-ACTIVE-COUNT        PIC 9(07) VALUE ZERO.
001940 77  WS-DELETED-COUNT       PIC 9(07) VALUE ZERO.
001950 77  WS-NONWORK-COUNT       PIC 9(07) VALUE ZERO.
001960 77  WS-UNLISTED-COUNT      PIC 9(07) VALUE ZERO.
001970 77  WS-GAP-OPR-COUNT       PIC 9(05) VALUE ZERO.
001980 77  WS-MISSED-TOTAL        PIC 9(07) VALUE ZERO.
001990 77  WS-MISSED              PIC 9(03) VALUE ZERO.
002000 77  WS-COVERAGE            PIC 9(03)V9 VALUE ZERO.

002010* Missed days are printed five to a line; WS-SLOT is the next
002020* free place on the line being built.
002030 77  WS-SLOT                PIC 9(01) VALUE ZERO.

002040* Pagination - a new page every WS-PAGE-LIMIT lines.
002050 77  WS-PAGE-LIMIT          PIC 9(02) VALUE 55.
002060 77  WS-LINE-COUNT          PIC 9(02) VALUE ZERO.
002070 77  WS-PAGE-COUNT          PIC 9(04) VALUE ZERO.

002080 01  WS-TITLE-LINE.
002090     05  FILLER                    PIC X(26) VALUE
002100             "WORKING-DAY COVERAGE  RUN ".
002110     05  WS-HD-ANNEE               PIC 9(04).
002120     05  FILLER                    PIC X(01) VALUE "/".
002130     05  WS-HD-MOIS                PIC 9(02).
002140     05  FILLER                    PIC X(01) VALUE "/".
002150     05  WS-HD-JOUR                PIC 9(02).
002160     05  FILLER                    PIC X(08) VALUE "    PAGE".
002170     05  WS-HD-PAGE                PIC ZZZ9.

002180 01  WS-SELECT-LINE.
002190     05  FILLER                    PIC X(21) VALUE
002200             "WORKING DAYS FROM    ".
002210     05  WS-SL-FROM                PIC 9(08).
002220     05  FILLER                    PIC X(04) VALUE " TO ".
002230     05  WS-SL-TO                  PIC 9(08).

002240 01  WS-GAP-LINE.
002250     05  WS-GL-OPERATOR            PIC X(07).
002260     05  FILLER                    PIC X(03) VALUE SPACES.
002270     05  WS-GL-SLOT OCCURS 5 TIMES.
002280         10  WS-GL-DATE            PIC X(08).
002290         10  WS-GL-FLAG            PIC X(01).
002300         10  FILLER                PIC X(02).

002310 01  WS-SUMMARY-LINE.
002320     05  WS-SM-OPERATOR            PIC X(07).
002330     05  FILLER                    PIC X(05) VALUE SPACES.
002340     05  WS-SM-DAYS                PIC ZZZ9.
002350     05  FILLER                    PIC X(05) VALUE SPACES.
002360     05  WS-SM-POSTED              PIC ZZZ9.
002370     05  FILLER                    PIC X(05) VALUE SPACES.
002380     05  WS-SM-MISSED              PIC ZZZ9.
002390     05  FILLER                    PIC X(04) VALUE SPACES.
002400     05  WS-SM-COVERAGE            PIC ZZ9.9.
002410     05  WS-SM-PCT                 PIC X(01).

002413* Holds a line across the page break in 9100.
002416 01  WS-HOLD-LINE                  PIC X(72).

002420 01  WS-COUNT-LINE.
002430     05  WS-CL-LABEL               PIC X(32).
002440     05  WS-CL-COUNT               PIC ZZZZZZ9.

002450 PROCEDURE DIVISION.

002460* *************************************************************
002470* 0000-MAINLINE
002480* *************************************************************
002490 0000-MAINLINE.
002500     PERFORM 1000-INITIALIZE
002510         THRU 1000-EXIT.
002520     IF NOT WS-FATAL-ERROR
002530         PERFORM 2000-PROCESS-ENTRY
002540             THRU 2000-EXIT
002550             UNTIL WS-EOF
002560         PERFORM 3000-PRINT-OPERATORS
002570             THRU 3000-EXIT
002580         PERFORM 4000-PRINT-SHOP-GAPS
002590             THRU 4000-EXIT
002600         PERFORM 5000-PRINT-SUMMARY
002610             THRU 5000-EXIT
002620     END-IF.
002630     PERFORM 9000-TERMINATE
002640         THRU 9000-EXIT.
002650     STOP RUN.

002660* *************************************************************
002670* 1000-INITIALIZE
002680* The range must be a real one and the master must open, or the
002690* run stops - an empty report must never pass for full cover.
002700* The calendar and operator files only ever warn.
002710* *************************************************************
002720 1000-INITIALIZE.
002730     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002740     PERFORM 1050-READ-PARM
002750         THRU 1050-EXIT.
002760     IF WS-FATAL-ERROR
002770         GO TO 1000-EXIT
002780     END-IF.
002790     PERFORM 1270-LOAD-CALENDAR
002800         THRU 1270-EXIT.
002810     PERFORM 1250-LOAD-OPERATORS
002820         THRU 1250-EXIT.
002830     PERFORM 1500-BUILD-DAYS
002840         THRU 1500-EXIT.
002850     OPEN INPUT FC-MST.
002860     IF WS-MST-FS NOT = "00"
002870         DISPLAY "DATECOV: UNABLE TO OPEN DATE MASTER - FS="
002880             WS-MST-FS " - NOTHING REPORTED"
002890         SET WS-FATAL-ERROR TO TRUE
002900         GO TO 1000-EXIT
002910     END-IF.
002920     SET WS-FILE-OPEN TO TRUE.
002930     OPEN OUTPUT FC-PRINT.
002940     SET WS-PRINT-OPEN TO TRUE.
002950     PERFORM 1100-PRINT-HEADER
002960         THRU 1100-EXIT.
002970     MOVE WS-FROM-DATE TO MST-DATE.
002980     MOVE SPACES       TO MST-OPERATOR.
002990     MOVE ZERO         TO MST-SEQ.
003000     START FC-MST KEY IS NOT LESS THAN MST-KEY
003010         INVALID KEY
003020             SET WS-EOF TO TRUE
003030     END-START.
003040     IF NOT WS-EOF
003050         PERFORM 2100-READ-MST
003060             THRU 2100-EXIT
003070     END-IF.
003080     MOVE 1 TO WS-DAY-IX.
003090 1000-EXIT.
003100     EXIT.

003110* *************************************************************
003120* 1050-READ-PARM
003130* A COVPARM date that does not prove numeric takes the default
003140* for its side: from the first of the open period, to today or
003150* the end of the from month, whichever comes first.  A numeric
003160* date that is not a calendar date, or a range that runs
003170* backwards, stops the run.
003180* *************************************************************
003190 1050-READ-PARM.
003200     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003210     OPEN INPUT FC-PARM.
003220     IF WS-PARM-FS = "00"
003230         READ FC-PARM
003240             AT END
003250                 CONTINUE
003260             NOT AT END
003270                 IF PRM-FROM-DATE IS NUMERIC
003280                         AND PRM-FROM-DATE NOT = "00000000"
003290                     MOVE PRM-FROM-DATE TO WS-FROM-DATE
003300                 END-IF
003310                 IF PRM-TO-DATE IS NUMERIC
003320                         AND PRM-TO-DATE NOT = "00000000"
003330                     MOVE PRM-TO-DATE TO WS-TO-DATE
003340                 END-IF
003350         END-READ
003360         CLOSE FC-PARM
003370     END-IF.
003380     IF WS-FROM-DATE = ZERO
003390         PERFORM 1060-GET-OPEN-PERIOD
003400             THRU 1060-EXIT
003410         COMPUTE WS-FROM-DATE = WS-OPEN-PERIOD * 100 + 1
003420     END-IF.
003430     MOVE WS-FROM-DATE TO WS-CHECK-DATE.
003440     PERFORM 1400-CHECK-DATE
003450         THRU 1400-EXIT.
003460     IF NOT WS-DATE-OK
003470         DISPLAY "DATECOV: FROM DATE " WS-FROM-DATE
003480             " IS NOT A CALENDAR DATE - NOTHING REPORTED"
003490         SET WS-FATAL-ERROR TO TRUE
003500         GO TO 1050-EXIT
003510     END-IF.
003520     IF WS-TO-DATE = ZERO
003530         MOVE WS-MONTH-END TO WS-CHECK-JOUR
003540         MOVE WS-CHECK-DATE TO WS-TO-DATE
003550         IF WS-TODAY < WS-TO-DATE
003560             MOVE WS-TODAY TO WS-TO-DATE
003570         END-IF
003580     END-IF.
003590     MOVE WS-TO-DATE TO WS-CHECK-DATE.
003600     PERFORM 1400-CHECK-DATE
003610         THRU 1400-EXIT.
003620     IF NOT WS-DATE-OK
003630         DISPLAY "DATECOV: TO DATE " WS-TO-DATE
003640             " IS NOT A CALENDAR DATE - NOTHING REPORTED"
003650         SET WS-FATAL-ERROR TO TRUE
003660         GO TO 1050-EXIT
003670     END-IF.
003680     IF WS-TO-DATE < WS-FROM-DATE
003690         DISPLAY "DATECOV: RANGE " WS-FROM-DATE " TO " WS-TO-DATE
003700             " RUNS BACKWARDS - NOTHING REPORTED"
003710         SET WS-FATAL-ERROR TO TRUE
003720     END-IF.
003730 1050-EXIT.
003740     EXIT.

003750* *************************************************************
003760* 1060-GET-OPEN-PERIOD
003770* Read exactly as DATERCN reads it - current system month when
003780* CTLFILE does not state one.
003790* *************************************************************
003800 1060-GET-OPEN-PERIOD.
003810     MOVE ZERO TO WS-OPEN-PERIOD.
003820     OPEN INPUT FC-CTRL.
003830     IF WS-CTRL-FS = "00"
003840         READ FC-CTRL
003850             AT END
003860                 CONTINUE
003870             NOT AT END
003880                 IF CTL-OPEN-PERIOD IS NUMERIC
003890                     MOVE CTL-OPEN-PERIOD TO WS-OPEN-PERIOD
003900                 END-IF
003910         END-READ
003920         CLOSE FC-CTRL
003930     END-IF.
003940     IF WS-OPEN-PERIOD = ZERO
003950         MOVE WS-TODAY(1:6) TO WS-OPEN-PERIOD
003960         DISPLAY "DATECOV: NO OPEN PERIOD ON CTLFILE - USING "
003970             "CURRENT MONTH " WS-OPEN-PERIOD
003980     ELSE
003990         DISPLAY "DATECOV: OPEN PERIOD " WS-OPEN-PERIOD
004000             " FROM CTLFILE"
004010     END-IF.
004020 1060-EXIT.
004030     EXIT.

004040* *************************************************************
004050* 1100-PRINT-HEADER
004060* *************************************************************
004070 1100-PRINT-HEADER.
004080     ADD 1 TO WS-PAGE-COUNT.
004090     MOVE ZERO TO WS-LINE-COUNT.
004100     MOVE WS-RUN-DATE(1:4) TO WS-HD-ANNEE.
004110     MOVE WS-RUN-DATE(5:2) TO WS-HD-MOIS.
004120     MOVE WS-RUN-DATE(7:2) TO WS-HD-JOUR.
004130     MOVE WS-PAGE-COUNT    TO WS-HD-PAGE.
004140     MOVE WS-TITLE-LINE    TO PRT-LINE.
004150     WRITE PRT-LINE.
004160     MOVE WS-FROM-DATE     TO WS-SL-FROM.
004170     MOVE WS-TO-DATE       TO WS-SL-TO.
004180     MOVE WS-SELECT-LINE   TO PRT-LINE.
004190     WRITE PRT-LINE.
004200     MOVE SPACES TO PRT-LINE.
004210     WRITE PRT-LINE.
004220 1100-EXIT.
004230     EXIT.

004240* *************************************************************
004250* 1250-LOAD-OPERATORS
004260* Loads the operator IDs as DATEMNT loads them.  Without them
004270* only the shop-wide days can be reported.
004280* *************************************************************
004290 1250-LOAD-OPERATORS.
004300     OPEN INPUT FC-OPER.
004310     IF WS-OPR-FS NOT = "00"
004320         DISPLAY "DATECOV: OPERATOR FILE UNAVAILABLE - FS="
004330             WS-OPR-FS " - SHOP DAYS ONLY THIS RUN"
004340         GO TO 1250-EXIT
004350     END-IF.
004360     MOVE "N" TO WS-OPR-EOF-SW.
004370     PERFORM 1255-LOAD-OPR-REC
004380         THRU 1255-EXIT
004390         UNTIL WS-OPR-EOF.
004400     CLOSE FC-OPER.
004410     IF WS-OPR-COUNT = ZERO
004420         DISPLAY "DATECOV: OPERATOR FILE HOLDS NO IDS - "
004430             "SHOP DAYS ONLY THIS RUN"
004440     ELSE
004450         SET WS-OPR-AVAIL TO TRUE
004460     END-IF.
004470 1250-EXIT.
004480     EXIT.

004490* *************************************************************
004500* 1255-LOAD-OPR-REC
004510* *************************************************************
004520 1255-LOAD-OPR-REC.
004530     READ FC-OPER
004540         AT END
004550             SET WS-OPR-EOF TO TRUE
004560     END-READ.
004570     IF NOT WS-OPR-EOF AND OPR-ID NOT = SPACES
004580         IF WS-OPR-COUNT < WS-OPR-MAX
004590             ADD 1 TO WS-OPR-COUNT
004600             MOVE OPR-ID TO WS-OPR-ID (WS-OPR-COUNT)
004610             MOVE ZERO   TO WS-OPR-POSTED (WS-OPR-COUNT)
004620         ELSE
004630             IF NOT WS-OPR-FULL
004640                 SET WS-OPR-FULL TO TRUE
004650                 DISPLAY "DATECOV: MORE THAN " WS-OPR-MAX
004660                     " OPERATOR IDS - THE EXCESS ARE NOT "
004670                     "REPORTED THIS RUN"
004680             END-IF
004690         END-IF
004700     END-IF.
004710 1255-EXIT.
004720     EXIT.

004730* *************************************************************
004740* 1270-LOAD-CALENDAR
004750* Loads the non-working dates from FC-CAL, as HELLOWORLD does.
004760* *************************************************************
004770 1270-LOAD-CALENDAR.
004780     OPEN INPUT FC-CAL.
004790     IF WS-CAL-FS NOT = "00"
004800         DISPLAY "DATECOV: CALENDAR FILE UNAVAILABLE - FS="
004810             WS-CAL-FS " - ONLY SUNDAYS LEFT OUT THIS RUN"
004820         GO TO 1270-EXIT
004830     END-IF.
004840     MOVE "N" TO WS-CAL-EOF-SW.
004850     PERFORM 1275-LOAD-CAL-REC
004860         THRU 1275-EXIT
004870         UNTIL WS-CAL-EOF.
004880     CLOSE FC-CAL.
004890     IF WS-CAL-COUNT = ZERO
004900         DISPLAY "DATECOV: CALENDAR FILE HOLDS NO DATES - "
004910             "ONLY SUNDAYS LEFT OUT THIS RUN"
004920     ELSE
004930         SET WS-CAL-AVAIL TO TRUE
004940     END-IF.
004950 1270-EXIT.
004960     EXIT.

004970* *************************************************************
004980* 1275-LOAD-CAL-REC
004990* *************************************************************
005000 1275-LOAD-CAL-REC.
005010     READ FC-CAL
005020         AT END
005030             SET WS-CAL-EOF TO TRUE
005040     END-READ.
005050     IF NOT WS-CAL-EOF AND CAL-DATE IS NUMERIC
005060             AND CAL-DATE NOT = ZERO
005070         IF WS-CAL-COUNT < WS-CAL-MAX
005080             ADD 1 TO WS-CAL-COUNT
005090             MOVE CAL-DATE TO WS-CAL-HOL-DATE (WS-CAL-COUNT)
005100         ELSE
005110             IF NOT WS-CAL-FULL
005120                 SET WS-CAL-FULL TO TRUE
005130                 DISPLAY "DATECOV: MORE THAN " WS-CAL-MAX
005140                     " CALENDAR DATES - THE EXCESS COUNT AS "
005150                     "WORKING DAYS THIS RUN"
005160             END-IF
005170         END-IF
005180     END-IF.
005190 1275-EXIT.
005200     EXIT.

005210* *************************************************************
005220* 1400-CHECK-DATE
005230* WS-CHECK-DATE proved a calendar date, with WS-MONTH-END set to
005240* the last day of its month - leap years as DATEPRS counts them.
005250* *************************************************************
005260 1400-CHECK-DATE.
005270     MOVE "N" TO WS-DATE-OK-SW.
005280     MOVE ZERO TO WS-MONTH-END.
005290     IF WS-CHECK-ANNEE = ZERO
005300             OR WS-CHECK-MOIS < 1 OR WS-CHECK-MOIS > 12
005310         GO TO 1400-EXIT
005320     END-IF.
005330     MOVE WS-MONTH-DAYS (WS-CHECK-MOIS) TO WS-MONTH-END.
005340     IF WS-CHECK-MOIS = 2
005350         PERFORM 1410-CHECK-LEAP
005360             THRU 1410-EXIT
005370         IF WS-LEAP-YEAR
005380             MOVE 29 TO WS-MONTH-END
005390         END-IF
005400     END-IF.
005410     IF WS-CHECK-JOUR < 1 OR WS-CHECK-JOUR > WS-MONTH-END
005420         GO TO 1400-EXIT
005430     END-IF.
005440     SET WS-DATE-OK TO TRUE.
005450 1400-EXIT.
005460     EXIT.

005470* *************************************************************
005480* 1410-CHECK-LEAP
005490* *************************************************************
005500 1410-CHECK-LEAP.
005510     MOVE "N" TO WS-LEAP-SW.
005520     DIVIDE WS-CHECK-ANNEE BY 4   GIVING WS-QUOT
005530         REMAINDER WS-REM-4.
005540     DIVIDE WS-CHECK-ANNEE BY 100 GIVING WS-QUOT
005550         REMAINDER WS-REM-100.
005560     DIVIDE WS-CHECK-ANNEE BY 400 GIVING WS-QUOT
005570         REMAINDER WS-REM-400.
005580     IF WS-REM-4 = ZERO
005590         IF WS-REM-100 NOT = ZERO OR WS-REM-400 = ZERO
005600             SET WS-LEAP-YEAR TO TRUE
005610         END-IF
005620     END-IF.
005630 1410-EXIT.
005640     EXIT.

005650* *************************************************************
005660* 1500-BUILD-DAYS
005670* Walks the range a calendar day at a time and keeps the
005680* working days.  Every operator starts with every day missed.
005690* *************************************************************
005700 1500-BUILD-DAYS.
005710     MOVE WS-FROM-DATE TO WS-WALK-DATE.
005720     PERFORM 1510-TAKE-DAY
005730         THRU 1510-EXIT
005740         UNTIL WS-WALK-DATE > WS-TO-DATE
005750             OR WS-DAY-CUT.
005760     PERFORM 1550-CLEAR-OPERATOR
005770         THRU 1550-EXIT
005780         VARYING WS-OPR-IX FROM 1 BY 1
005790         UNTIL WS-OPR-IX > WS-OPR-COUNT.
005800 1500-EXIT.
005810     EXIT.

005820* *************************************************************
005830* 1510-TAKE-DAY
005840* A day is left out when DATEDAY calls it a Sunday or CALFILE
005850* lists it; otherwise it joins the table.  A range with more
005860* working days than the table holds ends on the last one it
005865* takes.
005870* *************************************************************
005880 1510-TAKE-DAY.
005890     ADD 1 TO WS-CAL-DAYS.
005900     MOVE WS-WALK-ANNEE TO DAYPRM-ANNEE.
005910     MOVE WS-WALK-MOIS  TO DAYPRM-MOIS.
005920     MOVE WS-WALK-JOUR  TO DAYPRM-JOUR.
005930     CALL "DATEDAY" USING DAYPRM-PARM.
005940     IF DAYPRM-OK AND DAYPRM-DOW = 7
005950         ADD 1 TO WS-SUNDAY-COUNT
005960         GO TO 1510-NEXT
005970     END-IF.
005980     MOVE "N" TO WS-HOLIDAY-SW.
005990     IF WS-CAL-AVAIL
006000         PERFORM 1520-SCAN-CALENDAR
006010             THRU 1520-EXIT
006020             VARYING WS-CAL-IX FROM 1 BY 1
006030             UNTIL WS-CAL-IX > WS-CAL-COUNT
006040                 OR WS-HOLIDAY
006050     END-IF.
006060     IF WS-HOLIDAY
006070         ADD 1 TO WS-HOLIDAY-COUNT
006080         GO TO 1510-NEXT
006090     END-IF.
006190     ADD 1 TO WS-DAY-COUNT.
006200     MOVE WS-WALK-DATE TO WS-DAY-DATE (WS-DAY-COUNT).
006210     MOVE ZERO         TO WS-DAY-POSTINGS (WS-DAY-COUNT).
006211     IF WS-DAY-COUNT >= WS-DAY-MAX
006212             AND WS-WALK-DATE < WS-TO-DATE
006213         SET WS-DAY-CUT TO TRUE
006214         MOVE WS-WALK-DATE TO WS-TO-DATE
006215         DISPLAY "DATECOV: MORE THAN " WS-DAY-MAX
006216             " WORKING DAYS IN RANGE - REPORT CUT AT "
006217             WS-TO-DATE
006218         GO TO 1510-EXIT
006219     END-IF.
006220 1510-NEXT.
006230     PERFORM 1530-NEXT-DAY
006240         THRU 1530-EXIT.
006250 1510-EXIT.
006260     EXIT.

006270* *************************************************************
006280* 1520-SCAN-CALENDAR
006290* *************************************************************
006300 1520-SCAN-CALENDAR.
006310     IF WS-CAL-HOL-DATE (WS-CAL-IX) = WS-WALK-DATE
006320         SET WS-HOLIDAY TO TRUE
006330     END-IF.
006340 1520-EXIT.
006350     EXIT.

006360* *************************************************************
006370* 1530-NEXT-DAY
006380* The day after WS-WALK-DATE, rolling month and year.
006390* *************************************************************
006400 1530-NEXT-DAY.
006410     MOVE WS-WALK-DATE TO WS-CHECK-DATE.
006420     PERFORM 1400-CHECK-DATE
006430         THRU 1400-EXIT.
006440     IF WS-WALK-JOUR < WS-MONTH-END
006450         ADD 1 TO WS-WALK-JOUR
006460         GO TO 1530-EXIT
006470     END-IF.
006480     MOVE 1 TO WS-WALK-JOUR.
006490     IF WS-WALK-MOIS < 12
006500         ADD 1 TO WS-WALK-MOIS
006510     ELSE
006520         MOVE 1 TO WS-WALK-MOIS
006530         ADD 1 TO WS-WALK-ANNEE
006540     END-IF.
006550 1530-EXIT.
006560     EXIT.

006570* *************************************************************
006580* 1550-CLEAR-OPERATOR
006590* *************************************************************
006600 1550-CLEAR-OPERATOR.
006610     PERFORM 1560-CLEAR-FLAG
006620         THRU 1560-EXIT
006630         VARYING WS-DAY-IX FROM 1 BY 1
006640         UNTIL WS-DAY-IX > WS-DAY-COUNT.
006650 1550-EXIT.
006660     EXIT.

006670* *************************************************************
006680* 1560-CLEAR-FLAG
006690* *************************************************************
006700 1560-CLEAR-FLAG.
006710     MOVE "N" TO WS-OPR-DAY-FLAG (WS-OPR-IX, WS-DAY-IX).
006720 1560-EXIT.
006730     EXIT.

006740* *************************************************************
006750* 2000-PROCESS-ENTRY
006760* The master comes in date order, so the day table is followed
006770* forward alongside it.  An active entry on a working day
006780* counts for the shop, and for its operator when the operator
006790* is on OPERFILE.  Deleted entries cover nothing.
006800* *************************************************************
006810 2000-PROCESS-ENTRY.
006820     IF MST-DATE > WS-TO-DATE
006830         SET WS-EOF TO TRUE
006840         GO TO 2000-EXIT
006850     END-IF.
006860     IF NOT MST-ACTIVE
006870         ADD 1 TO WS-DELETED-COUNT
006880         GO TO 2000-NEXT
006890     END-IF.
006900     ADD 1 TO WS-ACTIVE-COUNT.
006910     PERFORM 2200-ADVANCE-DAY
006920         THRU 2200-EXIT
006930         UNTIL WS-DAY-IX > WS-DAY-COUNT
006940             OR WS-DAY-DATE (WS-DAY-IX) NOT < MST-DATE.
006950     IF WS-DAY-IX > WS-DAY-COUNT
006960         ADD 1 TO WS-NONWORK-COUNT
006970         GO TO 2000-NEXT
006980     END-IF.
006990     IF WS-DAY-DATE (WS-DAY-IX) NOT = MST-DATE
007000         ADD 1 TO WS-NONWORK-COUNT
007010         GO TO 2000-NEXT
007020     END-IF.
007030     ADD 1 TO WS-DAY-POSTINGS (WS-DAY-IX).
007040     MOVE ZERO TO WS-OPR-FOUND.
007050     PERFORM 2300-SCAN-OPERATOR
007060         THRU 2300-EXIT
007070         VARYING WS-OPR-IX FROM 1 BY 1
007080         UNTIL WS-OPR-IX > WS-OPR-COUNT
007090             OR WS-OPR-FOUND > ZERO.
007100     IF WS-OPR-FOUND = ZERO
007110         ADD 1 TO WS-UNLISTED-COUNT
007120         GO TO 2000-NEXT
007130     END-IF.
007140     MOVE "Y" TO WS-OPR-DAY-FLAG (WS-OPR-FOUND, WS-DAY-IX).
007150 2000-NEXT.
007160     PERFORM 2100-READ-MST
007170         THRU 2100-EXIT.
007180 2000-EXIT.
007190     EXIT.

007200* *************************************************************
007210* 2100-READ-MST
007220* *************************************************************
007230 2100-READ-MST.
007240     READ FC-MST NEXT RECORD
007250         AT END
007260             SET WS-EOF TO TRUE
007270     END-READ.
007280 2100-EXIT.
007290     EXIT.

007300* *************************************************************
007310* 2200-ADVANCE-DAY
007320* *************************************************************
007330 2200-ADVANCE-DAY.
007340     ADD 1 TO WS-DAY-IX.
007350 2200-EXIT.
007360     EXIT.

007370* *************************************************************
007380* 2300-SCAN-OPERATOR
007390* *************************************************************
007400 2300-SCAN-OPERATOR.
007410     IF MST-OPERATOR = WS-OPR-ID (WS-OPR-IX)
007420         MOVE WS-OPR-IX TO WS-OPR-FOUND
007430     END-IF.
007440 2300-EXIT.
007450     EXIT.

007460* *************************************************************
007470* 3000-PRINT-OPERATORS
007480* One block per operator, in OPERFILE order: the working days
007490* with no active entry, five to a line, a "*" against any day
007500* the whole shop missed.
007510* *************************************************************
007520 3000-PRINT-OPERATORS.
007530     IF NOT WS-OPR-AVAIL
007540         MOVE "OPERATOR FILE UNAVAILABLE - SHOP DAYS ONLY"
007550             TO PRT-LINE
007560         PERFORM 9100-WRITE-LINE
007570             THRU 9100-EXIT
007580         GO TO 3000-NEXT
007590     END-IF.
007600     MOVE "OPERATOR  WORKING DAYS WITH NO ACTIVE ENTRY"
007605         TO PRT-LINE.
007610     MOVE "(* NONE IN THE SHOP)" TO PRT-LINE(46:20).
007620     PERFORM 9100-WRITE-LINE
007630         THRU 9100-EXIT.
007640     MOVE "--------  ----------------------------------"
007645         TO PRT-LINE.
007650     PERFORM 9100-WRITE-LINE
007660         THRU 9100-EXIT.
007670     PERFORM 3100-PRINT-OPERATOR
007680         THRU 3100-EXIT
007690         VARYING WS-OPR-IX FROM 1 BY 1
007700         UNTIL WS-OPR-IX > WS-OPR-COUNT.
007705 3000-NEXT.
007710     MOVE SPACES TO PRT-LINE.
007720     PERFORM 9100-WRITE-LINE
007730         THRU 9100-EXIT.
007740 3000-EXIT.
007750     EXIT.

007760* *************************************************************
007770* 3100-PRINT-OPERATOR
007780* *************************************************************
007790 3100-PRINT-OPERATOR.
007800     MOVE SPACES TO WS-GAP-LINE.
007810     MOVE WS-OPR-ID (WS-OPR-IX) TO WS-GL-OPERATOR.
007820     MOVE ZERO TO WS-SLOT.
007830     MOVE ZERO TO WS-OPR-POSTED (WS-OPR-IX).
007840     PERFORM 3200-CHECK-DAY
007850         THRU 3200-EXIT
007860         VARYING WS-DAY-IX FROM 1 BY 1
007870         UNTIL WS-DAY-IX > WS-DAY-COUNT.
007880     IF WS-OPR-POSTED (WS-OPR-IX) = WS-DAY-COUNT
007890         MOVE "NONE MISSED" TO WS-GAP-LINE(11:11)
007900         MOVE WS-GAP-LINE TO PRT-LINE
007910         PERFORM 9100-WRITE-LINE
007920             THRU 9100-EXIT
007930         GO TO 3100-EXIT
007940     END-IF.
007950     ADD 1 TO WS-GAP-OPR-COUNT.
007960     IF WS-SLOT > ZERO
007970         MOVE WS-GAP-LINE TO PRT-LINE
007980         PERFORM 9100-WRITE-LINE
007990             THRU 9100-EXIT
008000     END-IF.
008010 3100-EXIT.
008020     EXIT.

008030* *************************************************************
008040* 3200-CHECK-DAY
008050* A missed day takes the next slot on the line; a full line is
008060* written and the operator's name is not repeated on the next.
008070* *************************************************************
008080 3200-CHECK-DAY.
008090     IF WS-OPR-DAY-FLAG (WS-OPR-IX, WS-DAY-IX) = "Y"
008100         ADD 1 TO WS-OPR-POSTED (WS-OPR-IX)
008110         GO TO 3200-EXIT
008120     END-IF.
008130     ADD 1 TO WS-MISSED-TOTAL.
008140     ADD 1 TO WS-SLOT.
008150     MOVE WS-DAY-DATE (WS-DAY-IX) TO WS-GL-DATE (WS-SLOT).
008160     IF WS-DAY-POSTINGS (WS-DAY-IX) = ZERO
008170         MOVE "*" TO WS-GL-FLAG (WS-SLOT)
008180     END-IF.
008190     IF WS-SLOT = 5
008200         MOVE WS-GAP-LINE TO PRT-LINE
008210         PERFORM 9100-WRITE-LINE
008220             THRU 9100-EXIT
008230         MOVE SPACES TO WS-GAP-LINE
008240         MOVE ZERO TO WS-SLOT
008250     END-IF.
008260 3200-EXIT.
008270     EXIT.

008280* *************************************************************
008290* 4000-PRINT-SHOP-GAPS
008300* The working days with no active entry from anyone at all.
008310* *************************************************************
008320 4000-PRINT-SHOP-GAPS.
008330     MOVE "WORKING DAYS WITH NO ACTIVE ENTRY IN THE WHOLE SHOP"
008340         TO PRT-LINE.
008350     PERFORM 9100-WRITE-LINE
008360         THRU 9100-EXIT.
008370     MOVE "---------------------------------------------------"
008380         TO PRT-LINE.
008390     PERFORM 9100-WRITE-LINE
008400         THRU 9100-EXIT.
008410     MOVE SPACES TO WS-GAP-LINE.
008420     MOVE ZERO TO WS-SLOT.
008430     PERFORM 4100-CHECK-SHOP-DAY
008440         THRU 4100-EXIT
008450         VARYING WS-DAY-IX FROM 1 BY 1
008460         UNTIL WS-DAY-IX > WS-DAY-COUNT.
008470     IF WS-SLOT > ZERO
008480         MOVE WS-GAP-LINE TO PRT-LINE
008490         PERFORM 9100-WRITE-LINE
008500             THRU 9100-EXIT
008510     END-IF.
008520     IF WS-SHOP-GAP-COUNT = ZERO
008530         MOVE "          NONE" TO PRT-LINE
008540         PERFORM 9100-WRITE-LINE
008550             THRU 9100-EXIT
008560     END-IF.
008570     MOVE SPACES TO PRT-LINE.
008580     PERFORM 9100-WRITE-LINE
008590         THRU 9100-EXIT.
008600 4000-EXIT.
008610     EXIT.

008620* *************************************************************
008630* 4100-CHECK-SHOP-DAY
008640* *************************************************************
008650 4100-CHECK-SHOP-DAY.
008660     IF WS-DAY-POSTINGS (WS-DAY-IX) > ZERO
008670         GO TO 4100-EXIT
008680     END-IF.
008690     ADD 1 TO WS-SHOP-GAP-COUNT.
008700     ADD 1 TO WS-SLOT.
008710     MOVE WS-DAY-DATE (WS-DAY-IX) TO WS-GL-DATE (WS-SLOT).
008720     MOVE "*" TO WS-GL-FLAG (WS-SLOT).
008730     IF WS-SLOT = 5
008740         MOVE WS-GAP-LINE TO PRT-LINE
008750         PERFORM 9100-WRITE-LINE
008760             THRU 9100-EXIT
008770         MOVE SPACES TO WS-GAP-LINE
008780         MOVE ZERO TO WS-SLOT
008790     END-IF.
008800 4100-EXIT.
008810     EXIT.

008820* *************************************************************
008830* 5000-PRINT-SUMMARY
008840* Coverage per operator - working days posted over working days
008850* in the range, to one place - then the shop, then the counts
008860* that account for every day and every entry in the range.
008870* *************************************************************
008880 5000-PRINT-SUMMARY.
008890     IF WS-LINE-COUNT + WS-OPR-COUNT + 18 > WS-PAGE-LIMIT
008900         PERFORM 1100-PRINT-HEADER
008910             THRU 1100-EXIT
008920     END-IF.
008930     MOVE "OPERATOR     DAYS   POSTED   MISSED   COVERAGE"
008940         TO PRT-LINE.
008950     PERFORM 9100-WRITE-LINE
008960         THRU 9100-EXIT.
008970     MOVE "--------     ----   ------   ------   --------"
008980         TO PRT-LINE.
008990     PERFORM 9100-WRITE-LINE
009000         THRU 9100-EXIT.
009010     PERFORM 5100-PRINT-COVERAGE
009020         THRU 5100-EXIT
009030         VARYING WS-OPR-IX FROM 1 BY 1
009040         UNTIL WS-OPR-IX > WS-OPR-COUNT.
009050     MOVE "*SHOP*"          TO WS-SM-OPERATOR.
009060     MOVE WS-DAY-COUNT      TO WS-SM-DAYS.
009070     COMPUTE WS-MISSED = WS-DAY-COUNT - WS-SHOP-GAP-COUNT.
009080     MOVE WS-MISSED         TO WS-SM-POSTED.
009090     MOVE WS-SHOP-GAP-COUNT TO WS-SM-MISSED.
009100     MOVE WS-MISSED         TO WS-OPR-FOUND.
009110     PERFORM 5200-PERCENT
009120         THRU 5200-EXIT.
009130     MOVE SPACES TO PRT-LINE.
009140     PERFORM 9100-WRITE-LINE
009150         THRU 9100-EXIT.
009160     MOVE "CALENDAR DAYS IN RANGE         :" TO WS-CL-LABEL.
009170     MOVE WS-CAL-DAYS                       TO WS-CL-COUNT.
009180     PERFORM 9200-WRITE-COUNT
009190         THRU 9200-EXIT.
009200     MOVE "  SUNDAYS LEFT OUT             :" TO WS-CL-LABEL.
009210     MOVE WS-SUNDAY-COUNT                   TO WS-CL-COUNT.
009220     PERFORM 9200-WRITE-COUNT
009230         THRU 9200-EXIT.
009240     MOVE "  CALFILE DAYS LEFT OUT        :" TO WS-CL-LABEL.
009250     MOVE WS-HOLIDAY-COUNT                  TO WS-CL-COUNT.
009260     PERFORM 9200-WRITE-COUNT
009270         THRU 9200-EXIT.
009280     MOVE "  WORKING DAYS                 :" TO WS-CL-LABEL.
009290     MOVE WS-DAY-COUNT                      TO WS-CL-COUNT.
009300     PERFORM 9200-WRITE-COUNT
009310         THRU 9200-EXIT.
009320     MOVE "ACTIVE ENTRIES IN RANGE        :" TO WS-CL-LABEL.
009330     MOVE WS-ACTIVE-COUNT                   TO WS-CL-COUNT.
009340     PERFORM 9200-WRITE-COUNT
009350         THRU 9200-EXIT.
009360     MOVE "  ON NON-WORKING DAYS          :" TO WS-CL-LABEL.
009370     MOVE WS-NONWORK-COUNT                  TO WS-CL-COUNT.
009380     PERFORM 9200-WRITE-COUNT
009390         THRU 9200-EXIT.
009400     MOVE "  BY OPERATORS NOT ON OPERFILE :" TO WS-CL-LABEL.
009410     MOVE WS-UNLISTED-COUNT                 TO WS-CL-COUNT.
009420     PERFORM 9200-WRITE-COUNT
009430         THRU 9200-EXIT.
009440     MOVE "DELETED ENTRIES - NOT COUNTED  :" TO WS-CL-LABEL.
009450     MOVE WS-DELETED-COUNT                  TO WS-CL-COUNT.
009460     PERFORM 9200-WRITE-COUNT
009470         THRU 9200-EXIT.
009480     MOVE "OPERATORS WITH DAYS MISSED     :" TO WS-CL-LABEL.
009490     MOVE WS-GAP-OPR-COUNT                  TO WS-CL-COUNT.
009500     PERFORM 9200-WRITE-COUNT
009510         THRU 9200-EXIT.
009520     MOVE "OPERATOR DAYS MISSED           :" TO WS-CL-LABEL.
009530     MOVE WS-MISSED-TOTAL                   TO WS-CL-COUNT.
009540     PERFORM 9200-WRITE-COUNT
009550         THRU 9200-EXIT.
009560     MOVE "DAYS MISSED BY THE WHOLE SHOP  :" TO WS-CL-LABEL.
009570     MOVE WS-SHOP-GAP-COUNT                 TO WS-CL-COUNT.
009580     PERFORM 9200-WRITE-COUNT
009590         THRU 9200-EXIT.
009600     IF WS-DAY-CUT
009610         MOVE "RANGE CUT SHORT - TOO MANY WORKING DAYS"
009620             TO PRT-LINE
009630         PERFORM 9100-WRITE-LINE
009640             THRU 9100-EXIT
009650     END-IF.
009660     IF NOT WS-CAL-AVAIL
009670         MOVE "CALFILE UNAVAILABLE - HOLIDAYS COUNTED AS WORKED"
009680             TO PRT-LINE
009690         PERFORM 9100-WRITE-LINE
009700             THRU 9100-EXIT
009710     END-IF.
009720 5000-EXIT.
009730     EXIT.

009740* *************************************************************
009750* 5100-PRINT-COVERAGE
009760* *************************************************************
009770 5100-PRINT-COVERAGE.
009780     MOVE WS-OPR-ID (WS-OPR-IX)     TO WS-SM-OPERATOR.
009790     MOVE WS-DAY-COUNT              TO WS-SM-DAYS.
009800     MOVE WS-OPR-POSTED (WS-OPR-IX) TO WS-SM-POSTED.
009810     COMPUTE WS-MISSED = WS-DAY-COUNT - WS-OPR-POSTED (WS-OPR-IX).
009820     MOVE WS-MISSED                 TO WS-SM-MISSED.
009830     MOVE WS-OPR-POSTED (WS-OPR-IX) TO WS-OPR-FOUND.
009840     PERFORM 5200-PERCENT
009850         THRU 5200-EXIT.
009860 5100-EXIT.
009870     EXIT.

009880* *************************************************************
009890* 5200-PERCENT
009900* WS-OPR-FOUND days posted out of the working days, rounded to
009910* one place.  A range with no working day has no coverage to
009920* state.
009930* *************************************************************
009940 5200-PERCENT.
009950     IF WS-DAY-COUNT = ZERO
009960         MOVE WS-SUMMARY-LINE TO PRT-LINE
009970         MOVE SPACES TO PRT-LINE(39:6)
009980         MOVE "N/A"  TO PRT-LINE(41:3)
010000     ELSE
010010         COMPUTE WS-COVERAGE ROUNDED =
010020             WS-OPR-FOUND * 100 / WS-DAY-COUNT
010030         MOVE WS-COVERAGE TO WS-SM-COVERAGE
010040         MOVE "%"         TO WS-SM-PCT
010050         MOVE WS-SUMMARY-LINE TO PRT-LINE
010060     END-IF.
010070     PERFORM 9100-WRITE-LINE
010080         THRU 9100-EXIT.
010090 5200-EXIT.
010100     EXIT.

010110* *************************************************************
010120* 9000-TERMINATE
010130* The condition code grades the run: 0 every operator covered
010140* every working day, 4 days missed (or CALFILE waived, or the
010150* range cut short), 8 OPERFILE unreadable so only the shop days
010160* are reported, 12 the master could not be read or the range
010170* is not a range.
010180* *************************************************************
010190 9000-TERMINATE.
010200     IF WS-FILE-OPEN
010210         CLOSE FC-MST
010220     END-IF.
010230     IF WS-PRINT-OPEN
010240         CLOSE FC-PRINT
010250     END-IF.
010260     EVALUATE TRUE
010270         WHEN WS-FATAL-ERROR
010280             MOVE 12 TO RETURN-CODE
010290         WHEN NOT WS-OPR-AVAIL
010300             MOVE 8 TO RETURN-CODE
010310         WHEN WS-MISSED-TOTAL > ZERO
010320                 OR WS-SHOP-GAP-COUNT > ZERO
010330             DISPLAY "DATECOV: " WS-MISSED-TOTAL " OPERATOR DAYS,"
010340                 " " WS-SHOP-GAP-COUNT " SHOP DAYS MISSED"
010350             MOVE 4 TO RETURN-CODE
010360         WHEN WS-DAY-CUT OR NOT WS-CAL-AVAIL
010370             MOVE 4 TO RETURN-CODE
010380         WHEN OTHER
010390             MOVE 0 TO RETURN-CODE
010400     END-EVALUATE.
010410 9000-EXIT.
010420     EXIT.

010430* *************************************************************
010440* 9100-WRITE-LINE
010450* Every report line goes out here so the page breaks in one
010460* place.
010470* *************************************************************
010480 9100-WRITE-LINE.
010490     IF WS-LINE-COUNT >= WS-PAGE-LIMIT
010500         MOVE PRT-LINE TO WS-HOLD-LINE
010510         PERFORM 1100-PRINT-HEADER
010520             THRU 1100-EXIT
010530         MOVE WS-HOLD-LINE TO PRT-LINE
010540     END-IF.
010550     WRITE PRT-LINE.
010560     ADD 1 TO WS-LINE-COUNT.
010570 9100-EXIT.
010580     EXIT.

010590* *************************************************************
010600* 9200-WRITE-COUNT
010610* *************************************************************
010620 9200-WRITE-COUNT.
010630     MOVE WS-COUNT-LINE TO PRT-LINE.
010640     PERFORM 9100-WRITE-LINE
010650         THRU 9100-EXIT.
010660 9200-EXIT.
010670     EXIT.

010680 END PROGRAM DATECOV.
