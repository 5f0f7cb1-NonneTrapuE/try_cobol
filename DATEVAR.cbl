000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DATEVAR.
000120 AUTHOR.        Bastien.
000130 INSTALLATION.  DAILY-RECON-BATCH.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*
000170* ---------------------------------------------------------------
000180* MODIFICATION HISTORY
000190* ---------------------------------------------------------------
000200* 2026-10-15 RLB  Original version - month-over-month variance
000210*                 report by operator.  For the period under
000220*                 review, the prior month and the same month a
000230*                 year earlier, each operator's entry count and
000240*                 net amount are set side by side, with the
000250*                 movement from each comparison month to the
000260*                 review month in amount and in percent.  A
000270*                 month is taken from the DATEMST date master
000280*                 when the master holds any entry dated in it
000290*                 (active entries counted, so corrections and
000300*                 deletes show through, as DATESUM totals it);
000310*                 a month from before the master came in is
000320*                 taken from the ARCHIVE generations concatenated
000330*                 on ARCHIN, as DATEARQ reads them.  VARPARM
000340*                 gives the review period and the tolerances; a
000350*                 movement beyond either is flagged, and any flag
000360*                 ends the run RC 4 so finance's questions are
000370*                 answered before they are asked.
000380* ---------------------------------------------------------------

000390 ENVIRONMENT DIVISION.

000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420* FC-MST is the indexed date master - read through once, in key
000430* order.
000440     SELECT FC-MST    ASSIGN TO "DATEMST"
000450       ORGANIZATION INDEXED
000460       ACCESS MODE IS SEQUENTIAL
000470       RECORD KEY IS MST-KEY
000480       FILE STATUS IS WS-MST-FS.

000490* FC-ARCH is the archive input - every ARCHIVE generation, read
000500* through the GDG base on the one ARCHIN DD, in the DATEREC
000510* layout DATEARC wrote them in; each entry finds its own month.
000520     SELECT FC-ARCH   ASSIGN TO "ARCHIN"
000530       ORGANIZATION LINE SEQUENTIAL
000540       FILE STATUS IS WS-ARCH-FS.

000550* FC-PARM is the optional parameter card - review period and
000560* the percentage and amount tolerances.
000570     SELECT FC-PARM   ASSIGN TO "VARPARM"
000580       ORGANIZATION LINE SEQUENTIAL
000590       FILE STATUS IS WS-PARM-FS.

000600     SELECT FC-PRINT  ASSIGN TO "VARRPT"
000610       ORGANIZATION LINE SEQUENTIAL
000620       FILE STATUS IS WS-PRINT-FS.

000630 DATA DIVISION.
000640 FILE SECTION.

000650 FD  FC-MST.
000660     COPY DATEMST.

000670 FD  FC-ARCH.
000680     COPY DATEREC.

000690 FD  FC-PARM.
000700 01  PRM-RECORD.
000710     05  PRM-PERIOD                PIC X(06).
000720     05  PRM-PCT-TOL               PIC X(03).
000730     05  PRM-AMT-TOL               PIC X(07).

000740 FD  FC-PRINT.
000750 01  PRT-LINE                      PIC X(72).

000760 WORKING-STORAGE SECTION.

000770* File status / switches.
000780 77  WS-MST-FS              PIC X(02) VALUE "00".
000790 77  WS-ARCH-FS             PIC X(02) VALUE "00".
000800 77  WS-PARM-FS             PIC X(02) VALUE "00".
000810 77  WS-PRINT-FS            PIC X(02) VALUE "00".
000820 77  WS-EOF-SW              PIC X(01) VALUE "N".
000830     88  WS-EOF                     VALUE "Y".
000840 77  WS-PRINT-SW            PIC X(01) VALUE "N".
000850     88  WS-PRINT-OPEN              VALUE "Y".
000860 77  WS-MST-SW              PIC X(01) VALUE "N".
000870     88  WS-MST-READ                VALUE "Y".
000880 77  WS-ARCH-SW             PIC X(01) VALUE "N".
000890     88  WS-ARCH-READ               VALUE "Y".
000900 77  WS-FATAL-SW            PIC X(01) VALUE "N".
000910     88  WS-FATAL-ERROR             VALUE "Y".
000920 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.

000930* Run parameters as resolved from VARPARM.  The review period
000940* defaults to the month before the run; the percentage
000950* tolerance to 10, the amount tolerance to none.  A tolerance
000960* of zero on the card turns that test off.
000970 77  WS-REVIEW-PERIOD       PIC 9(06) VALUE ZERO.
000980 77  WS-PCT-TOL             PIC 9(03) VALUE 10.
000990 77  WS-AMT-TOL             PIC 9(07) VALUE ZERO.
001000 01  WS-PERIOD-WORK.
001010     05  WS-PW-ANNEE               PIC 9(04).
001020     05  WS-PW-MOIS                PIC 9(02).
001030 01  WS-PERIOD-WORK-N REDEFINES WS-PERIOD-WORK
001040                                   PIC 9(06).

001050* The three months compared - 1 the review month, 2 the prior
001060* month, 3 the same month a year earlier - which source has
001070* entries for each, and the source chosen for the report.
001080 77  WS-MO-IX               PIC 9(01) VALUE ZERO.
001090 77  WS-MO-HIT              PIC 9(01) VALUE ZERO.
001100 01  WS-MONTH-TABLE.
001110     05  WS-MO-ENTRY OCCURS 3 TIMES.
001120         10  WS-MO-PERIOD          PIC 9(06).
001130         10  WS-MO-LABEL           PIC X(08).
001140         10  WS-MO-MST-SW          PIC X(01).
001150             88  WS-MO-ON-MASTER          VALUE "Y".
001160         10  WS-MO-ARC-SW          PIC X(01).
001170             88  WS-MO-ON-ARCHIVE         VALUE "Y".
001180         10  WS-MO-SOURCE          PIC X(01).
001190             88  WS-MO-FROM-MASTER        VALUE "M".
001200             88  WS-MO-FROM-ARCHIVE       VALUE "A".
001210             88  WS-MO-NO-DATA            VALUE "-".

001220* Per-operator figures for each month from each source, kept in
001230* operator order as they are met.  Shop totals are kept apart so
001240* they stay exact if the table overflows.
001250 77  WS-OP-MAX              PIC 9(03) VALUE 500.
001260 77  WS-OP-USED             PIC 9(03) VALUE ZERO.
001270 77  WS-OP-IX               PIC 9(03) VALUE ZERO.
001280 77  WS-OP-HIT              PIC 9(03) VALUE ZERO.
001290 77  WS-OP-OVERFLOW         PIC 9(07) VALUE ZERO.
001300 01  WS-OPER-TABLE.
001310     05  WS-OP-ENTRY OCCURS 500 TIMES.
001320         10  WS-OP-NAME            PIC X(07).
001330         10  WS-OP-MONTH OCCURS 3 TIMES.
001340             15  WS-OP-MST-COUNT   PIC 9(05).
001350             15  WS-OP-MST-NET     PIC S9(09).
001360             15  WS-OP-ARC-COUNT   PIC 9(05).
001370             15  WS-OP-ARC-NET     PIC S9(09).
001380 01  WS-SHOP-TOTALS.
001390     05  WS-SH-MONTH OCCURS 3 TIMES.
001400         10  WS-SH-MST-COUNT       PIC 9(07).
001410         10  WS-SH-MST-NET         PIC S9(09).
001420         10  WS-SH-ARC-COUNT       PIC 9(07).
001430         10  WS-SH-ARC-NET         PIC S9(09).

001440* The entry being tallied.
001450 77  WS-REC-PERIOD          PIC 9(06) VALUE ZERO.
001460 77  WS-REC-OPERATOR        PIC X(07) VALUE SPACES.
001470 77  WS-REC-AMOUNT          PIC S9(03) VALUE ZERO.
001480 77  WS-REC-SOURCE          PIC X(01) VALUE SPACE.
001490     88  WS-REC-FROM-MASTER         VALUE "M".

001500* One block of the report - the figures from the chosen source
001510* for each month, and the movements measured against them.
001520 77  WS-BLOCK-NAME          PIC X(07) VALUE SPACES.
001530 77  WS-BLOCK-SW            PIC X(01) VALUE "N".
001540     88  WS-BLOCK-FLAGGED           VALUE "Y".
001550 01  WS-FIGURES.
001560     05  WS-FG-MONTH OCCURS 3 TIMES.
001570         10  WS-FG-COUNT           PIC 9(07).
001580         10  WS-FG-NET             PIC S9(09).
001590 77  WS-MOVE-NET            PIC S9(09) VALUE ZERO.
001600 77  WS-MOVE-COUNT          PIC S9(07) VALUE ZERO.
001610 77  WS-MOVE-ABS            PIC 9(09) VALUE ZERO.
001620 77  WS-BASE-ABS            PIC 9(09) VALUE ZERO.
001630 77  WS-PCT                 PIC S9(05) VALUE ZERO.
001640 77  WS-PCT-ABS             PIC 9(05) VALUE ZERO.
001650 77  WS-PCT-OUT-SW          PIC X(01) VALUE "N".
001660     88  WS-PCT-OUT                 VALUE "Y".
001663 77  WS-MOVE-SW             PIC X(01) VALUE "N".
001666     88  WS-MOVE-DOWN               VALUE "Y".
001670 01  WS-PCT-TEXT.
001680     05  WS-PT-NUM                 PIC -(4)9.
001690     05  FILLER                    PIC X(01) VALUE "%".

001700* Run accounting.
001710 77  WS-MST-RECORDS         PIC 9(07) VALUE ZERO.
001720 77  WS-ARC-RECORDS         PIC 9(07) VALUE ZERO.
001730 77  WS-ARC-NOPARSE         PIC 9(07) VALUE ZERO.
001740 77  WS-FLAG-COUNT          PIC 9(05) VALUE ZERO.

001750* Pagination - a new page when the next block will not fit.
001760 77  WS-PAGE-LIMIT          PIC 9(02) VALUE 55.
001770 77  WS-LINE-COUNT          PIC 9(02) VALUE ZERO.
001780 77  WS-PAGE-COUNT          PIC 9(04) VALUE ZERO.

001790* Shared date-parse parameter area - see DATEPRS.
001800     COPY DATEPRM.

001810 01  WS-TITLE-LINE.
001820     05  FILLER                    PIC X(26) VALUE
001830             "OPERATOR VARIANCE     RUN ".
001840     05  WS-HD-ANNEE               PIC 9(04).
001850     05  FILLER                    PIC X(01) VALUE "/".
001860     05  WS-HD-MOIS                PIC 9(02).
001870     05  FILLER                    PIC X(01) VALUE "/".
001880     05  WS-HD-JOUR                PIC 9(02).
001890     05  FILLER                    PIC X(08) VALUE "    PAGE".
001900     05  WS-HD-PAGE                PIC ZZZ9.

001910 01  WS-TOL-LINE.
001920     05  FILLER                    PIC X(22) VALUE
001930             "TOLERANCE    PERCENT ".
001940     05  WS-TL-PCT                 PIC ZZ9.
001950     05  FILLER                    PIC X(10) VALUE "  AMOUNT ".
001960     05  WS-TL-AMT                 PIC ZZZZZZ9.
001970     05  FILLER                    PIC X(16) VALUE
001980             "  (0 = NOT USED)".

001990 01  WS-SOURCE-LINE.
002000     05  WS-SR-LABEL               PIC X(09).
002010     05  FILLER                    PIC X(01) VALUE SPACES.
002020     05  WS-SR-ANNEE               PIC 9(04).
002030     05  FILLER                    PIC X(01) VALUE "/".
002040     05  WS-SR-MOIS                PIC 9(02).
002050     05  FILLER                    PIC X(03) VALUE SPACES.
002060     05  WS-SR-SOURCE              PIC X(30).

002070 01  WS-COLUMN-LINE.
002080     05  FILLER                    PIC X(17) VALUE "OPERATOR".
002090     05  FILLER                    PIC X(08) VALUE "PERIOD".
002100     05  FILLER                    PIC X(02) VALUE "S".
002110     05  FILLER                    PIC X(06) VALUE "COUNT".
002120     05  FILLER                    PIC X(10) VALUE "      NET".
002130     05  FILLER                    PIC X(10) VALUE "     MOVE".
002140     05  FILLER                    PIC X(07) VALUE "  NET%".
002150     05  FILLER                    PIC X(07) VALUE "  CNT%".
002160     05  FILLER                    PIC X(05) VALUE "FLAG".

002170 01  WS-VARIANCE-LINE.
002180     05  WS-VL-OPERATOR            PIC X(07).
002190     05  FILLER                    PIC X(01) VALUE SPACES.
002200     05  WS-VL-LABEL               PIC X(08).
002210     05  FILLER                    PIC X(01) VALUE SPACES.
002220     05  WS-VL-ANNEE               PIC 9(04).
002230     05  FILLER                    PIC X(01) VALUE "/".
002240     05  WS-VL-MOIS                PIC 9(02).
002250     05  FILLER                    PIC X(01) VALUE SPACES.
002260     05  WS-VL-SOURCE              PIC X(01).
002270     05  FILLER                    PIC X(01) VALUE SPACES.
002280     05  WS-VL-COUNT               PIC ZZZZ9.
002290     05  FILLER                    PIC X(01) VALUE SPACES.
002300     05  WS-VL-NET                 PIC -(8)9.
002310     05  FILLER                    PIC X(01) VALUE SPACES.
002320     05  WS-VL-MOVE-AREA.
002330         10  WS-VL-MOVE            PIC -(8)9.
002340     05  WS-VL-MOVE-X REDEFINES WS-VL-MOVE-AREA
002350                                   PIC X(09).
002360     05  FILLER                    PIC X(01) VALUE SPACES.
002370     05  WS-VL-NET-PCT             PIC X(06).
002380     05  FILLER                    PIC X(01) VALUE SPACES.
002390     05  WS-VL-CNT-PCT             PIC X(06).
002400     05  FILLER                    PIC X(01) VALUE SPACES.
002410     05  WS-VL-FLAG                PIC X(05).

002420 01  WS-COUNT-LINE.
002430     05  WS-CL-LABEL               PIC X(26).
002440     05  WS-CL-COUNT               PIC ZZZZZZ9.

002450 PROCEDURE DIVISION.

002460* *************************************************************
002470* 0000-MAINLINE
002480* *************************************************************
002490 0000-MAINLINE.
002500     PERFORM 1000-INITIALIZE
002510         THRU 1000-EXIT.
002520     IF NOT WS-FATAL-ERROR
002530         PERFORM 2000-READ-MASTER
002540             THRU 2000-EXIT
002550         PERFORM 3000-READ-ARCHIVE
002560             THRU 3000-EXIT
002570         PERFORM 4000-CHOOSE-SOURCES
002580             THRU 4000-EXIT
002590     END-IF.
002600     IF NOT WS-FATAL-ERROR
002610         PERFORM 5000-REPORT-VARIANCE
002620             THRU 5000-EXIT
002630     END-IF.
002640     PERFORM 9000-TERMINATE
002650         THRU 9000-EXIT.
002660     STOP RUN.

002670* *************************************************************
002680* 1000-INITIALIZE
002690* *************************************************************
002700 1000-INITIALIZE.
002710     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002720     PERFORM 1050-READ-PARM
002730         THRU 1050-EXIT.
002740     PERFORM 1100-SET-MONTHS
002750         THRU 1100-EXIT.
002760     PERFORM 1150-CLEAR-SHOP-MONTH
002770         THRU 1150-EXIT
002780         VARYING WS-MO-IX FROM 1 BY 1
002790         UNTIL WS-MO-IX > 3.
002800     OPEN OUTPUT FC-PRINT.
002810     IF WS-PRINT-FS NOT = "00"
002820         DISPLAY "DATEVAR: UNABLE TO OPEN VARRPT - FS="
002830             WS-PRINT-FS " - NO REPORT WRITTEN"
002840         SET WS-FATAL-ERROR TO TRUE
002850         GO TO 1000-EXIT
002860     END-IF.
002870     SET WS-PRINT-OPEN TO TRUE.
002880 1000-EXIT.
002890     EXIT.

002900* *************************************************************
002910* 1050-READ-PARM
002920* One optional card: review period YYYYMM (columns 1-6), percent
002930* tolerance (7-9) and amount tolerance on the net (10-16).  A
002940* field that is blank or does not prove numeric keeps its
002950* default, and a period whose month is not 01-12 is ignored.
002960* *************************************************************
002970 1050-READ-PARM.
002980     MOVE WS-RUN-DATE(1:6) TO WS-PERIOD-WORK.
002990     IF WS-PW-MOIS = 1
003000         SUBTRACT 1 FROM WS-PW-ANNEE
003010         MOVE 12 TO WS-PW-MOIS
003020     ELSE
003030         SUBTRACT 1 FROM WS-PW-MOIS
003040     END-IF.
003050     MOVE WS-PERIOD-WORK-N TO WS-REVIEW-PERIOD.
003060     OPEN INPUT FC-PARM.
003070     IF WS-PARM-FS NOT = "00"
003080         GO TO 1050-EXIT
003090     END-IF.
003100     READ FC-PARM
003110         AT END
003120             CONTINUE
003130         NOT AT END
003140             IF PRM-PERIOD IS NUMERIC
003150                     AND PRM-PERIOD(5:2) >= "01"
003160                     AND PRM-PERIOD(5:2) <= "12"
003170                 MOVE PRM-PERIOD TO WS-REVIEW-PERIOD
003180             END-IF
003190             IF PRM-PCT-TOL IS NUMERIC
003200                 MOVE PRM-PCT-TOL TO WS-PCT-TOL
003210             END-IF
003220             IF PRM-AMT-TOL IS NUMERIC
003230                 MOVE PRM-AMT-TOL TO WS-AMT-TOL
003240             END-IF
003250     END-READ.
003260     CLOSE FC-PARM.
003270 1050-EXIT.
003280     EXIT.

003290* *************************************************************
003300* 1100-SET-MONTHS
003310* *************************************************************
003320 1100-SET-MONTHS.
003330     MOVE WS-REVIEW-PERIOD TO WS-MO-PERIOD (1).
003340     MOVE "REVIEW"         TO WS-MO-LABEL (1).
003350     MOVE WS-REVIEW-PERIOD TO WS-PERIOD-WORK-N.
003360     IF WS-PW-MOIS = 1
003370         SUBTRACT 1 FROM WS-PW-ANNEE
003380         MOVE 12 TO WS-PW-MOIS
003390     ELSE
003400         SUBTRACT 1 FROM WS-PW-MOIS
003410     END-IF.
003420     MOVE WS-PERIOD-WORK-N TO WS-MO-PERIOD (2).
003430     MOVE "PRIOR"          TO WS-MO-LABEL (2).
003440     MOVE WS-REVIEW-PERIOD TO WS-PERIOD-WORK-N.
003450     SUBTRACT 1 FROM WS-PW-ANNEE.
003460     MOVE WS-PERIOD-WORK-N TO WS-MO-PERIOD (3).
003470     MOVE "YEAR AGO"       TO WS-MO-LABEL (3).
003480 1100-EXIT.
003490     EXIT.

003500* *************************************************************
003510* 1150-CLEAR-SHOP-MONTH
003520* *************************************************************
003530 1150-CLEAR-SHOP-MONTH.
003540     MOVE "N"  TO WS-MO-MST-SW    (WS-MO-IX).
003550     MOVE "N"  TO WS-MO-ARC-SW    (WS-MO-IX).
003560     MOVE "-"  TO WS-MO-SOURCE    (WS-MO-IX).
003570     MOVE ZERO TO WS-SH-MST-COUNT (WS-MO-IX).
003580     MOVE ZERO TO WS-SH-MST-NET   (WS-MO-IX).
003590     MOVE ZERO TO WS-SH-ARC-COUNT (WS-MO-IX).
003600     MOVE ZERO TO WS-SH-ARC-NET   (WS-MO-IX).
003610 1150-EXIT.
003620     EXIT.

003630* *************************************************************
003640* 1200-PRINT-HEADER
003650* *************************************************************
003660 1200-PRINT-HEADER.
003670     ADD 1 TO WS-PAGE-COUNT.
003680     MOVE ZERO TO WS-LINE-COUNT.
003690     MOVE WS-RUN-DATE(1:4) TO WS-HD-ANNEE.
003700     MOVE WS-RUN-DATE(5:2) TO WS-HD-MOIS.
003710     MOVE WS-RUN-DATE(7:2) TO WS-HD-JOUR.
003720     MOVE WS-PAGE-COUNT    TO WS-HD-PAGE.
003730     MOVE WS-TITLE-LINE    TO PRT-LINE.
003740     WRITE PRT-LINE.
003750     MOVE WS-PCT-TOL       TO WS-TL-PCT.
003760     MOVE WS-AMT-TOL       TO WS-TL-AMT.
003770     MOVE WS-TOL-LINE      TO PRT-LINE.
003780     WRITE PRT-LINE.
003790     PERFORM 1250-PRINT-SOURCE
003800         THRU 1250-EXIT
003810         VARYING WS-MO-IX FROM 1 BY 1
003820         UNTIL WS-MO-IX > 3.
003830     MOVE SPACES TO PRT-LINE.
003840     WRITE PRT-LINE.
003850     MOVE WS-COLUMN-LINE   TO PRT-LINE.
003860     WRITE PRT-LINE.
003870     MOVE ALL "-"          TO PRT-LINE.
003880     WRITE PRT-LINE.
003890 1200-EXIT.
003900     EXIT.

003910* *************************************************************
003920* 1250-PRINT-SOURCE
003930* *************************************************************
003940 1250-PRINT-SOURCE.
003950     MOVE WS-MO-LABEL  (WS-MO-IX)       TO WS-SR-LABEL.
003960     MOVE WS-MO-PERIOD (WS-MO-IX) (1:4) TO WS-SR-ANNEE.
003970     MOVE WS-MO-PERIOD (WS-MO-IX) (5:2) TO WS-SR-MOIS.
003980     EVALUATE TRUE
003990         WHEN WS-MO-FROM-MASTER (WS-MO-IX)
004000             MOVE "M  FROM DATEMST" TO WS-SR-SOURCE
004010         WHEN WS-MO-FROM-ARCHIVE (WS-MO-IX)
004020             MOVE "A  FROM ARCHIVE" TO WS-SR-SOURCE
004030         WHEN OTHER
004040             MOVE "-  NO ENTRIES IN EITHER SOURCE" TO WS-SR-SOURCE
004050     END-EVALUATE.
004060     MOVE WS-SOURCE-LINE TO PRT-LINE.
004070     WRITE PRT-LINE.
004080 1250-EXIT.
004090     EXIT.

004100* *************************************************************
004110* 2000-READ-MASTER
004120* A master that will not open is not the end of the run - the
004130* archive still answers for the closed months - but it is said
004140* on the console and graded 4.
004150* *************************************************************
004160 2000-READ-MASTER.
004170     OPEN INPUT FC-MST.
004180     IF WS-MST-FS NOT = "00"
004190         DISPLAY "DATEVAR: DATE MASTER UNAVAILABLE - FS="
004200             WS-MST-FS " - ARCHIVE FIGURES ONLY"
004210         GO TO 2000-EXIT
004220     END-IF.
004230     SET WS-MST-READ TO TRUE.
004240     MOVE "N" TO WS-EOF-SW.
004250     PERFORM 2100-MASTER-REC
004260         THRU 2100-EXIT
004270         UNTIL WS-EOF.
004280     CLOSE FC-MST.
004290 2000-EXIT.
004300     EXIT.

004310* *************************************************************
004320* 2100-MASTER-REC
004330* A deleted entry still shows the master holds its month; only
004340* active entries are counted.
004350* *************************************************************
004360 2100-MASTER-REC.
004370     READ FC-MST NEXT RECORD
004380         AT END
004390             SET WS-EOF TO TRUE
004400     END-READ.
004410     IF WS-EOF
004420         GO TO 2100-EXIT
004430     END-IF.
004440     ADD 1 TO WS-MST-RECORDS.
004450     MOVE MST-DATE(1:6) TO WS-REC-PERIOD.
004460     PERFORM 2510-FIND-MONTH
004470         THRU 2510-EXIT.
004480     IF WS-MO-HIT = ZERO
004490         GO TO 2100-EXIT
004500     END-IF.
004510     MOVE "Y" TO WS-MO-MST-SW (WS-MO-HIT).
004520     IF NOT MST-ACTIVE
004530         GO TO 2100-EXIT
004540     END-IF.
004550     MOVE "M"          TO WS-REC-SOURCE.
004560     MOVE MST-OPERATOR TO WS-REC-OPERATOR.
004570     MOVE MST-AMOUNT   TO WS-REC-AMOUNT.
004580     PERFORM 2500-TALLY-ENTRY
004590         THRU 2500-EXIT.
004600 2100-EXIT.
004610     EXIT.

004620* *************************************************************
004630* 2500-TALLY-ENTRY
004640* Adds the entry to the shop totals and to its operator's slot
004650* for month WS-MO-HIT.  A full operator table leaves the
004660* operator out of the per-operator lines with a console warning;
004670* the shop totals stay exact.
004680* *************************************************************
004690 2500-TALLY-ENTRY.
004700     IF WS-REC-FROM-MASTER
004710         ADD 1             TO WS-SH-MST-COUNT (WS-MO-HIT)
004720         ADD WS-REC-AMOUNT TO WS-SH-MST-NET   (WS-MO-HIT)
004730     ELSE
004740         ADD 1             TO WS-SH-ARC-COUNT (WS-MO-HIT)
004750         ADD WS-REC-AMOUNT TO WS-SH-ARC-NET   (WS-MO-HIT)
004760     END-IF.
004770     PERFORM 2600-FIND-OPERATOR
004780         THRU 2600-EXIT.
004790     IF WS-OP-HIT = ZERO
004800         GO TO 2500-EXIT
004810     END-IF.
004820     IF WS-REC-FROM-MASTER
004830         ADD 1
004835             TO WS-OP-MST-COUNT (WS-OP-HIT WS-MO-HIT)
004840         ADD WS-REC-AMOUNT
004845             TO WS-OP-MST-NET   (WS-OP-HIT WS-MO-HIT)
004850     ELSE
004860         ADD 1
004865             TO WS-OP-ARC-COUNT (WS-OP-HIT WS-MO-HIT)
004870         ADD WS-REC-AMOUNT
004875             TO WS-OP-ARC-NET   (WS-OP-HIT WS-MO-HIT)
004880     END-IF.
004890 2500-EXIT.
004900     EXIT.

004910* *************************************************************
004920* 2510-FIND-MONTH
004930* Which of the three months WS-REC-PERIOD is - zero for none.
004940* *************************************************************
004950 2510-FIND-MONTH.
004960     MOVE ZERO TO WS-MO-HIT.
004970     PERFORM 2520-SCAN-MONTH
004980         THRU 2520-EXIT
004990         VARYING WS-MO-IX FROM 1 BY 1
005000         UNTIL WS-MO-IX > 3
005010             OR WS-MO-HIT > ZERO.
005020 2510-EXIT.
005030     EXIT.

005040* *************************************************************
005050* 2520-SCAN-MONTH
005060* *************************************************************
005070 2520-SCAN-MONTH.
005080     IF WS-MO-PERIOD (WS-MO-IX) = WS-REC-PERIOD
005090         MOVE WS-MO-IX TO WS-MO-HIT
005100     END-IF.
005110 2520-EXIT.
005120     EXIT.

005130* *************************************************************
005140* 2600-FIND-OPERATOR
005150* Finds the operator's slot, or opens one in name order so the
005160* report needs no sort - the slots above move up one.
005170* *************************************************************
005180 2600-FIND-OPERATOR.
005190     MOVE ZERO TO WS-OP-HIT.
005200     PERFORM 2610-SCAN-OPERATOR
005210         THRU 2610-EXIT
005220         VARYING WS-OP-IX FROM 1 BY 1
005230         UNTIL WS-OP-IX > WS-OP-USED
005240             OR WS-OP-HIT > ZERO.
005250     IF WS-OP-HIT > ZERO
005260         IF WS-OP-NAME (WS-OP-HIT) = WS-REC-OPERATOR
005270             GO TO 2600-EXIT
005280         END-IF
005290     ELSE
005300         COMPUTE WS-OP-HIT = WS-OP-USED + 1
005310     END-IF.
005320     IF WS-OP-USED NOT < WS-OP-MAX
005330         IF WS-OP-OVERFLOW = ZERO
005340             DISPLAY "DATEVAR: MORE THAN " WS-OP-MAX
005350                 " OPERATORS - FURTHER OPERATORS IN SHOP TOTALS "
005360                 "ONLY"
005370         END-IF
005380         ADD 1 TO WS-OP-OVERFLOW
005390         MOVE ZERO TO WS-OP-HIT
005400         GO TO 2600-EXIT
005410     END-IF.
005420     PERFORM 2620-SHIFT-OPERATOR
005430         THRU 2620-EXIT
005440         VARYING WS-OP-IX FROM WS-OP-USED BY -1
005450         UNTIL WS-OP-IX < WS-OP-HIT.
005460     ADD 1 TO WS-OP-USED.
005470     MOVE WS-REC-OPERATOR TO WS-OP-NAME (WS-OP-HIT).
005480     PERFORM 2630-CLEAR-OPERATOR-MONTH
005490         THRU 2630-EXIT
005500         VARYING WS-MO-IX FROM 1 BY 1
005510         UNTIL WS-MO-IX > 3.
005520 2600-EXIT.
005530     EXIT.

005540* *************************************************************
005550* 2610-SCAN-OPERATOR
005560* Stops on the operator's own slot or the first slot above it.
005570* *************************************************************
005580 2610-SCAN-OPERATOR.
005590     IF WS-OP-NAME (WS-OP-IX) NOT < WS-REC-OPERATOR
005600         MOVE WS-OP-IX TO WS-OP-HIT
005610     END-IF.
005620 2610-EXIT.
005630     EXIT.

005640* *************************************************************
005650* 2620-SHIFT-OPERATOR
005660* *************************************************************
005670 2620-SHIFT-OPERATOR.
005680     MOVE WS-OP-ENTRY (WS-OP-IX) TO WS-OP-ENTRY (WS-OP-IX + 1).
005690 2620-EXIT.
005700     EXIT.

005710* *************************************************************
005720* 2630-CLEAR-OPERATOR-MONTH
005730* *************************************************************
005740 2630-CLEAR-OPERATOR-MONTH.
005750     MOVE ZERO TO WS-OP-MST-COUNT (WS-OP-HIT WS-MO-IX).
005760     MOVE ZERO TO WS-OP-MST-NET   (WS-OP-HIT WS-MO-IX).
005770     MOVE ZERO TO WS-OP-ARC-COUNT (WS-OP-HIT WS-MO-IX).
005780     MOVE ZERO TO WS-OP-ARC-NET   (WS-OP-HIT WS-MO-IX).
005790 2630-EXIT.
005800     EXIT.

005810* *************************************************************
005820* 3000-READ-ARCHIVE
005830* No ARCHIN is graded 4 like no master - the months the master
005840* holds are still reported.
005850* *************************************************************
005860 3000-READ-ARCHIVE.
005870     OPEN INPUT FC-ARCH.
005880     IF WS-ARCH-FS NOT = "00"
005890         DISPLAY "DATEVAR: UNABLE TO OPEN ARCHIN - FS="
005900             WS-ARCH-FS " - DATEMST FIGURES ONLY"
005910         GO TO 3000-EXIT
005920     END-IF.
005930     SET WS-ARCH-READ TO TRUE.
005940     MOVE "N" TO WS-EOF-SW.
005950     PERFORM 3100-ARCHIVE-REC
005960         THRU 3100-EXIT
005970         UNTIL WS-EOF.
005980     CLOSE FC-ARCH.
005990 3000-EXIT.
006000     EXIT.

006010* *************************************************************
006020* 3100-ARCHIVE-REC
006030* The stored date text is taken apart by DATEPRS as DATEARQ does
006040* it; an entry whose date cannot be read cannot be placed in a
006050* month and is only counted.
006060* *************************************************************
006070 3100-ARCHIVE-REC.
006080     READ FC-ARCH
006090         AT END
006100             SET WS-EOF TO TRUE
006110     END-READ.
006120     IF WS-EOF
006130         GO TO 3100-EXIT
006140     END-IF.
006150     ADD 1 TO WS-ARC-RECORDS.
006160     MOVE FC-ENR-DATE-TEXT TO DATEPRS-TEXT.
006170     CALL "DATEPRS" USING DATEPRS-PARM.
006180     IF DATEPRS-BAD
006190         ADD 1 TO WS-ARC-NOPARSE
006200         GO TO 3100-EXIT
006210     END-IF.
006220     COMPUTE WS-REC-PERIOD =
006230         DATEPRS-ANNEE * 100 + DATEPRS-MOIS.
006240     PERFORM 2510-FIND-MONTH
006250         THRU 2510-EXIT.
006260     IF WS-MO-HIT = ZERO
006270         GO TO 3100-EXIT
006280     END-IF.
006290     MOVE "Y" TO WS-MO-ARC-SW (WS-MO-HIT).
006300     MOVE "A"             TO WS-REC-SOURCE.
006310     MOVE FC-ENR-OPERATOR TO WS-REC-OPERATOR.
006320     MOVE FC-ENR-AMOUNT   TO WS-REC-AMOUNT.
006330     PERFORM 2500-TALLY-ENTRY
006340         THRU 2500-EXIT.
006350 3100-EXIT.
006360     EXIT.

006370* *************************************************************
006380* 4000-CHOOSE-SOURCES
006390* The master, where it holds the month, carries the corrections
006400* the archive never saw; the archive answers for months from
006410* before the master.  With neither source readable there is
006420* nothing to report.
006430* *************************************************************
006440 4000-CHOOSE-SOURCES.
006450     IF NOT WS-MST-READ AND NOT WS-ARCH-READ
006460         DISPLAY "DATEVAR: NEITHER DATEMST NOR ARCHIN COULD BE "
006470             "READ - NO REPORT WRITTEN"
006480         SET WS-FATAL-ERROR TO TRUE
006490         GO TO 4000-EXIT
006500     END-IF.
006510     PERFORM 4100-CHOOSE-MONTH
006520         THRU 4100-EXIT
006530         VARYING WS-MO-IX FROM 1 BY 1
006540         UNTIL WS-MO-IX > 3.
006550 4000-EXIT.
006560     EXIT.

006570* *************************************************************
006580* 4100-CHOOSE-MONTH
006590* *************************************************************
006600 4100-CHOOSE-MONTH.
006610     EVALUATE TRUE
006620         WHEN WS-MO-ON-MASTER (WS-MO-IX)
006630             MOVE "M" TO WS-MO-SOURCE (WS-MO-IX)
006640         WHEN WS-MO-ON-ARCHIVE (WS-MO-IX)
006650             MOVE "A" TO WS-MO-SOURCE (WS-MO-IX)
006660         WHEN OTHER
006670             MOVE "-" TO WS-MO-SOURCE (WS-MO-IX)
006680     END-EVALUATE.
006690 4100-EXIT.
006700     EXIT.

006710* *************************************************************
006720* 5000-REPORT-VARIANCE
006730* One block per operator with any entry in a month as chosen,
006740* then the block for the whole shop.
006750* *************************************************************
006760 5000-REPORT-VARIANCE.
006770     PERFORM 1200-PRINT-HEADER
006780         THRU 1200-EXIT.
006790     PERFORM 5100-REPORT-OPERATOR
006800         THRU 5100-EXIT
006810         VARYING WS-OP-IX FROM 1 BY 1
006820         UNTIL WS-OP-IX > WS-OP-USED.
006830     PERFORM 5200-LOAD-SHOP-MONTH
006840         THRU 5200-EXIT
006850         VARYING WS-MO-IX FROM 1 BY 1
006860         UNTIL WS-MO-IX > 3.
006870     MOVE "*SHOP*" TO WS-BLOCK-NAME.
006880     PERFORM 6000-PRINT-BLOCK
006890         THRU 6000-EXIT.
006900 5000-EXIT.
006910     EXIT.

006920* *************************************************************
006930* 5100-REPORT-OPERATOR
006940* *************************************************************
006950 5100-REPORT-OPERATOR.
006960     PERFORM 5150-LOAD-OPER-MONTH
006970         THRU 5150-EXIT
006980         VARYING WS-MO-IX FROM 1 BY 1
006990         UNTIL WS-MO-IX > 3.
007000     IF WS-FG-COUNT (1) = ZERO
007010             AND WS-FG-COUNT (2) = ZERO
007020             AND WS-FG-COUNT (3) = ZERO
007030         GO TO 5100-EXIT
007040     END-IF.
007050     MOVE WS-OP-NAME (WS-OP-IX) TO WS-BLOCK-NAME.
007060     PERFORM 6000-PRINT-BLOCK
007070         THRU 6000-EXIT.
007080 5100-EXIT.
007090     EXIT.

007100* *************************************************************
007110* 5150-LOAD-OPER-MONTH
007120* *************************************************************
007130 5150-LOAD-OPER-MONTH.
007140     EVALUATE TRUE
007150         WHEN WS-MO-FROM-MASTER (WS-MO-IX)
007160             MOVE WS-OP-MST-COUNT (WS-OP-IX WS-MO-IX)
007170                 TO WS-FG-COUNT (WS-MO-IX)
007180             MOVE WS-OP-MST-NET   (WS-OP-IX WS-MO-IX)
007190                 TO WS-FG-NET (WS-MO-IX)
007200         WHEN WS-MO-FROM-ARCHIVE (WS-MO-IX)
007210             MOVE WS-OP-ARC-COUNT (WS-OP-IX WS-MO-IX)
007220                 TO WS-FG-COUNT (WS-MO-IX)
007230             MOVE WS-OP-ARC-NET   (WS-OP-IX WS-MO-IX)
007240                 TO WS-FG-NET (WS-MO-IX)
007250         WHEN OTHER
007260             MOVE ZERO TO WS-FG-COUNT (WS-MO-IX)
007270             MOVE ZERO TO WS-FG-NET   (WS-MO-IX)
007280     END-EVALUATE.
007290 5150-EXIT.
007300     EXIT.

007310* *************************************************************
007320* 5200-LOAD-SHOP-MONTH
007330* *************************************************************
007340 5200-LOAD-SHOP-MONTH.
007350     EVALUATE TRUE
007360         WHEN WS-MO-FROM-MASTER (WS-MO-IX)
007370             MOVE WS-SH-MST-COUNT (WS-MO-IX)
007375                 TO WS-FG-COUNT (WS-MO-IX)
007380             MOVE WS-SH-MST-NET   (WS-MO-IX)
007385                 TO WS-FG-NET   (WS-MO-IX)
007390         WHEN WS-MO-FROM-ARCHIVE (WS-MO-IX)
007400             MOVE WS-SH-ARC-COUNT (WS-MO-IX)
007405                 TO WS-FG-COUNT (WS-MO-IX)
007410             MOVE WS-SH-ARC-NET   (WS-MO-IX)
007415                 TO WS-FG-NET   (WS-MO-IX)
007420         WHEN OTHER
007430             MOVE ZERO TO WS-FG-COUNT (WS-MO-IX)
007440             MOVE ZERO TO WS-FG-NET   (WS-MO-IX)
007450     END-EVALUATE.
007460 5200-EXIT.
007470     EXIT.

007480* *************************************************************
007490* 6000-PRINT-BLOCK
007500* The review month, then each comparison month with the movement
007510* from it to the review month.  A block is kept on one page.
007520* *************************************************************
007530 6000-PRINT-BLOCK.
007540     IF WS-LINE-COUNT + 4 > WS-PAGE-LIMIT
007550         PERFORM 1200-PRINT-HEADER
007560             THRU 1200-EXIT
007570     END-IF.
007580     MOVE "N" TO WS-BLOCK-SW.
007590     PERFORM 6100-PRINT-MONTH-LINE
007600         THRU 6100-EXIT
007610         VARYING WS-MO-IX FROM 1 BY 1
007620         UNTIL WS-MO-IX > 3.
007630     MOVE SPACES TO PRT-LINE.
007640     WRITE PRT-LINE.
007650     ADD 4 TO WS-LINE-COUNT.
007660     IF WS-BLOCK-FLAGGED
007670         ADD 1 TO WS-FLAG-COUNT
007680     END-IF.
007690 6000-EXIT.
007700     EXIT.

007710* *************************************************************
007720* 6100-PRINT-MONTH-LINE
007730* *************************************************************
007740 6100-PRINT-MONTH-LINE.
007750     MOVE SPACES TO WS-VL-OPERATOR.
007760     IF WS-MO-IX = 1
007770         MOVE WS-BLOCK-NAME TO WS-VL-OPERATOR
007780     END-IF.
007790     MOVE WS-MO-LABEL  (WS-MO-IX)       TO WS-VL-LABEL.
007800     MOVE WS-MO-PERIOD (WS-MO-IX) (1:4) TO WS-VL-ANNEE.
007810     MOVE WS-MO-PERIOD (WS-MO-IX) (5:2) TO WS-VL-MOIS.
007820     MOVE WS-MO-SOURCE (WS-MO-IX)       TO WS-VL-SOURCE.
007830     MOVE WS-FG-COUNT  (WS-MO-IX)       TO WS-VL-COUNT.
007840     MOVE WS-FG-NET    (WS-MO-IX)       TO WS-VL-NET.
007850     MOVE SPACES TO WS-VL-MOVE-X.
007860     MOVE SPACES TO WS-VL-NET-PCT.
007870     MOVE SPACES TO WS-VL-CNT-PCT.
007880     MOVE SPACES TO WS-VL-FLAG.
007890     IF WS-MO-IX > 1
007900             AND NOT WS-MO-NO-DATA (1)
007910             AND NOT WS-MO-NO-DATA (WS-MO-IX)
007920         PERFORM 6200-MEASURE-MOVEMENT
007930             THRU 6200-EXIT
007940     END-IF.
007950     MOVE WS-VARIANCE-LINE TO PRT-LINE.
007960     WRITE PRT-LINE.
007970 6100-EXIT.
007980     EXIT.

007990* *************************************************************
008000* 6200-MEASURE-MOVEMENT
008010* Movement is review month less comparison month.  The percent
008020* is taken on the size of the comparison figure, so a swing from
008030* -50 to +50 reads +200%; from nothing to something reads NEW.
008040* Either tolerance exceeded flags the line - the amount test on
008050* the net, the percent test on the net and on the count.
008060* *************************************************************
008070 6200-MEASURE-MOVEMENT.
008080     COMPUTE WS-MOVE-NET = WS-FG-NET (1) - WS-FG-NET (WS-MO-IX).
008090     COMPUTE WS-MOVE-COUNT =
008100         WS-FG-COUNT (1) - WS-FG-COUNT (WS-MO-IX).
008110     MOVE WS-MOVE-NET TO WS-VL-MOVE.
008120     MOVE WS-MOVE-NET TO WS-MOVE-ABS.
008122     MOVE "N" TO WS-MOVE-SW.
008124     IF WS-MOVE-NET < ZERO
008126         SET WS-MOVE-DOWN TO TRUE
008128     END-IF.
008130     IF WS-AMT-TOL > ZERO
008140             AND WS-MOVE-ABS > WS-AMT-TOL
008150         MOVE "*****" TO WS-VL-FLAG
008160     END-IF.
008170     MOVE WS-FG-NET (WS-MO-IX) TO WS-BASE-ABS.
008180     PERFORM 6300-PERCENT
008190         THRU 6300-EXIT.
008200     MOVE WS-PCT-TEXT TO WS-VL-NET-PCT.
008210     IF WS-MOVE-ABS NOT = ZERO AND WS-BASE-ABS = ZERO
008220         MOVE "   NEW" TO WS-VL-NET-PCT
008230     END-IF.
008240     IF WS-PCT-OUT
008250         MOVE "*****" TO WS-VL-FLAG
008260     END-IF.
008270     MOVE WS-MOVE-COUNT TO WS-MOVE-ABS.
008272     MOVE "N" TO WS-MOVE-SW.
008274     IF WS-MOVE-COUNT < ZERO
008276         SET WS-MOVE-DOWN TO TRUE
008278     END-IF.
008280     MOVE WS-FG-COUNT (WS-MO-IX) TO WS-BASE-ABS.
008290     PERFORM 6300-PERCENT
008300         THRU 6300-EXIT.
008310     MOVE WS-PCT-TEXT TO WS-VL-CNT-PCT.
008320     IF WS-MOVE-ABS NOT = ZERO AND WS-BASE-ABS = ZERO
008330         MOVE "   NEW" TO WS-VL-CNT-PCT
008340     END-IF.
008350     IF WS-PCT-OUT
008360         MOVE "*****" TO WS-VL-FLAG
008370     END-IF.
008380     IF WS-VL-FLAG NOT = SPACES
008390         SET WS-BLOCK-FLAGGED TO TRUE
008400     END-IF.
008410 6200-EXIT.
008420     EXIT.

008430* *************************************************************
008440* 6300-PERCENT
008450* WS-MOVE-ABS over WS-BASE-ABS as a whole percent, signed as the
008460* movement was (WS-MOVE-DOWN), into WS-PCT-TEXT; WS-PCT-OUT when
008470* it is beyond the percent tolerance (a movement off nothing
008475* always is).
008480* *************************************************************
008490 6300-PERCENT.
008500     MOVE "N"  TO WS-PCT-OUT-SW.
008510     MOVE ZERO TO WS-PCT-ABS.
008520     IF WS-BASE-ABS = ZERO
008530         IF WS-MOVE-ABS > ZERO AND WS-PCT-TOL > ZERO
008540             SET WS-PCT-OUT TO TRUE
008550         END-IF
008560     ELSE
008570         COMPUTE WS-PCT-ABS ROUNDED =
008580             WS-MOVE-ABS * 100 / WS-BASE-ABS
008590             ON SIZE ERROR
008600                 MOVE 99999 TO WS-PCT-ABS
008610         END-COMPUTE
008620         IF WS-PCT-TOL > ZERO AND WS-PCT-ABS > WS-PCT-TOL
008630             SET WS-PCT-OUT TO TRUE
008640         END-IF
008650     END-IF.
008660     MOVE WS-PCT-ABS TO WS-PCT.
008670     IF WS-MOVE-DOWN
008680         MULTIPLY -1 BY WS-PCT
008690     END-IF.
008700     MOVE WS-PCT TO WS-PT-NUM.
008710 6300-EXIT.
008720     EXIT.

008730* *************************************************************
008740* 9000-TERMINATE
008750* Trailer accounting, and the condition code: 0 clean, 4
008760* movements flagged or a source missing, 12 no report.
008770* *************************************************************
008780 9000-TERMINATE.
008790     IF WS-PRINT-OPEN
008800         IF NOT WS-FATAL-ERROR
008810             PERFORM 9100-PRINT-TRAILER
008820                 THRU 9100-EXIT
008830         END-IF
008840         CLOSE FC-PRINT
008850     END-IF.
008860     EVALUATE TRUE
008870         WHEN WS-FATAL-ERROR
008880             MOVE 12 TO RETURN-CODE
008890         WHEN WS-FLAG-COUNT > ZERO
008900             DISPLAY "DATEVAR: " WS-FLAG-COUNT
008910                 " BLOCK(S) WITH MOVEMENTS BEYOND TOLERANCE - "
008920                 "SEE VARRPT"
008930             MOVE 4 TO RETURN-CODE
008940         WHEN NOT WS-MST-READ
008950                 OR NOT WS-ARCH-READ
008960                 OR WS-OP-OVERFLOW > ZERO
008970             MOVE 4 TO RETURN-CODE
008980         WHEN OTHER
008990             MOVE 0 TO RETURN-CODE
009000     END-EVALUATE.
009010 9000-EXIT.
009020     EXIT.

009030* *************************************************************
009040* 9100-PRINT-TRAILER
009050* *************************************************************
009060 9100-PRINT-TRAILER.
009070     MOVE "DATEMST RECORDS READ     :" TO WS-CL-LABEL.
009080     MOVE WS-MST-RECORDS                TO WS-CL-COUNT.
009090     PERFORM 9200-WRITE-COUNT
009100         THRU 9200-EXIT.
009110     MOVE "ARCHIVE RECORDS READ     :" TO WS-CL-LABEL.
009120     MOVE WS-ARC-RECORDS                TO WS-CL-COUNT.
009130     PERFORM 9200-WRITE-COUNT
009140         THRU 9200-EXIT.
009150     MOVE "ARCHIVE DATES UNREADABLE :" TO WS-CL-LABEL.
009160     MOVE WS-ARC-NOPARSE                TO WS-CL-COUNT.
009170     PERFORM 9200-WRITE-COUNT
009180         THRU 9200-EXIT.
009190     MOVE "BLOCKS FLAGGED           :" TO WS-CL-LABEL.
009200     MOVE WS-FLAG-COUNT                 TO WS-CL-COUNT.
009210     PERFORM 9200-WRITE-COUNT
009220         THRU 9200-EXIT.
009230     IF WS-OP-OVERFLOW > ZERO
009240         MOVE "ENTRIES IN SHOP ONLY     :" TO WS-CL-LABEL
009250         MOVE WS-OP-OVERFLOW                TO WS-CL-COUNT
009260         PERFORM 9200-WRITE-COUNT
009270             THRU 9200-EXIT
009280     END-IF.
009290 9100-EXIT.
009300     EXIT.

009310* *************************************************************
009320* 9200-WRITE-COUNT
009330* *************************************************************
009340 9200-WRITE-COUNT.
009350     MOVE WS-COUNT-LINE TO PRT-LINE.
009360     WRITE PRT-LINE.
009370 9200-EXIT.
009380     EXIT.

009390 END PROGRAM DATEVAR.
