000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DATEDUP.
000120 AUTHOR.        Bastien.
000130 INSTALLATION.  DAILY-RECON-BATCH.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*
000170* ---------------------------------------------------------------
000180* MODIFICATION HISTORY
000190* ---------------------------------------------------------------
000200* 2026-10-15 RLB  Original version - suspected duplicate posting
000210*                 report over the DATEMST date master.  When one
000220*                 operator posts the same date twice, HELLOWORLD
000230*                 4500-WRITE-MASTER just walks MST-SEQ up to the
000240*                 next free slot, so a feed keyed twice upstream,
000250*                 or a REJFIX correction re-fed alongside the
000260*                 entry it was meant to replace, lands on the
000270*                 books without a murmur.  This run walks the
000280*                 master in key order - every sequence of one
000290*                 date and operator together - and prints each
000300*                 pair of active entries in such a group whose
000310*                 amounts are the same (SAME) or cancel each
000320*                 other out (CANCEL), each with its MST-CHG
000330*                 stamp so the run or session that posted it
000340*                 can be told apart.  Deleted entries are out of
000350*                 it - a suspect already dealt with at DATEMNT
000360*                 stops being reported.  The range checked is
000370*                 the open accounting period onward (CTLFILE, as
000380*                 DATERCN reads it) unless the optional DUPPARM
000390*                 card gives a from/to entry date.  RC 0 no
000400*                 suspects, 4 suspects listed - to be reviewed
000410*                 before the DATEEXT finance extract goes out -
000420*                 12 master not readable.
000430* ---------------------------------------------------------------

000440 ENVIRONMENT DIVISION.

000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470* FC-MST is the indexed date master, positioned at the start
000480* of the range and read forward in key order.
000490     SELECT FC-MST    ASSIGN TO "DATEMST"
000500       ORGANIZATION INDEXED
000510       ACCESS MODE IS DYNAMIC
000520       RECORD KEY IS MST-KEY
000530       FILE STATUS IS WS-MST-FS.

000540* FC-CTRL is the shop control file - only the open period is
000550* wanted here, as the default start of the range.
000560     SELECT FC-CTRL   ASSIGN TO "CTLFILE"
000570       ORGANIZATION LINE SEQUENTIAL
000580       FILE STATUS IS WS-CTRL-FS.

000590* FC-PARM is the optional range card - entry date from and to,
000600* YYYYMMDD, either blank for the default.
000610     SELECT FC-PARM   ASSIGN TO "DUPPARM"
000620       ORGANIZATION LINE SEQUENTIAL
000630       FILE STATUS IS WS-PARM-FS.

000640     SELECT FC-PRINT  ASSIGN TO "DUPRPT"
000650       ORGANIZATION LINE SEQUENTIAL
000660       FILE STATUS IS WS-PRINT-FS.

000670 DATA DIVISION.
000680 FILE SECTION.

000690 FD  FC-MST.
000700     COPY DATEMST.

000710 FD  FC-CTRL.
000720     COPY CTLREC.

000730 FD  FC-PARM.
000740 01  PRM-RECORD.
000750     05  PRM-FROM-DATE             PIC X(08).
000760     05  PRM-TO-DATE               PIC X(08).

000770 FD  FC-PRINT.
000780 01  PRT-LINE                      PIC X(72).

000790 WORKING-STORAGE SECTION.

000800* File status / switches.
000810 77  WS-MST-FS              PIC X(02) VALUE "00".
000820 77  WS-CTRL-FS             PIC X(02) VALUE "00".
000830 77  WS-PARM-FS             PIC X(02) VALUE "00".
000840 77  WS-PRINT-FS            PIC X(02) VALUE "00".
000850 77  WS-EOF-SW              PIC X(01) VALUE "N".
000860     88  WS-EOF                     VALUE "Y".
000870 77  WS-OPEN-SW             PIC X(01) VALUE "N".
000880     88  WS-FILE-OPEN               VALUE "Y".
000890 77  WS-FATAL-SW            PIC X(01) VALUE "N".
000900     88  WS-FATAL-ERROR             VALUE "Y".

000910* The range checked - open period onward unless DUPPARM says.
000920 77  WS-FROM-DATE           PIC 9(08) VALUE ZERO.
000930 77  WS-TO-DATE             PIC 9(08) VALUE 99999999.
000940 77  WS-OPEN-PERIOD         PIC 9(06) VALUE ZERO.
000950 77  WS-TODAY               PIC 9(08) VALUE ZERO.

000960* The active entries of one date and operator, gathered as the
000970* key walk passes them.  50 sequences of one operator against
000980* one date is far past anything legitimate; a group bigger than
000990* that is reported as too large rather than part-checked quietly.
001000 77  WS-GRP-MAX             PIC 9(02) VALUE 50.
001010 77  WS-GRP-USED            PIC 9(02) VALUE ZERO.
001020 77  WS-GRP-IX              PIC 9(02) VALUE ZERO.
001030 77  WS-GRP-JX              PIC 9(02) VALUE ZERO.
001040 77  WS-GRP-NX              PIC 9(02) VALUE ZERO.
001050 77  WS-GRP-KX              PIC 9(02) VALUE ZERO.
001060 77  WS-GRP-FULL-SW         PIC X(01) VALUE "N".
001070     88  WS-GRP-FULL                VALUE "Y".
001080 77  WS-GRP-DATE            PIC 9(08) VALUE ZERO.
001090 77  WS-GRP-OPERATOR        PIC X(07) VALUE SPACES.
001100 01  WS-GRP-TABLE.
001110     05  WS-GRP-ENTRY OCCURS 50 TIMES.
001120         10  WS-GE-SEQ             PIC 9(04).
001130         10  WS-GE-AMOUNT          PIC S9(3).
001140         10  WS-GE-CHG-DATE        PIC 9(08).
001150         10  WS-GE-CHG-TIME        PIC 9(06).
001160         10  WS-GE-CHG-OPER        PIC X(07).

001170 77  WS-PAIR-SUM            PIC S9(4) VALUE ZERO.
001180 77  WS-PAIR-WHY            PIC X(06) VALUE SPACES.

001190* Run accounting.
001200 77  WS-READ-COUNT          PIC 9(06) VALUE ZERO.
001210 77  WS-ACTIVE-COUNT        PIC 9(06) VALUE ZERO.
001220 77  WS-DELETED-COUNT       PIC 9(06) VALUE ZERO.
001230 77  WS-SAME-COUNT          PIC 9(05) VALUE ZERO.
001240 77  WS-CANCEL-COUNT        PIC 9(05) VALUE ZERO.
001250 77  WS-PAIR-COUNT          PIC 9(05) VALUE ZERO.
001260 77  WS-BIG-GROUP-COUNT     PIC 9(05) VALUE ZERO.

001270* Pagination - a new page every WS-PAGE-LIMIT detail lines.
001280 77  WS-PAGE-LIMIT          PIC 9(02) VALUE 55.
001290 77  WS-LINE-COUNT          PIC 9(02) VALUE ZERO.
001300 77  WS-PAGE-COUNT          PIC 9(04) VALUE ZERO.
001310 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.

001320 01  WS-TITLE-LINE.
001330     05  FILLER                    PIC X(26) VALUE
001340             "SUSPECTED DUPLICATES  RUN ".
001350     05  WS-HD-ANNEE               PIC 9(04).
001360     05  FILLER                    PIC X(01) VALUE "/".
001370     05  WS-HD-MOIS                PIC 9(02).
001380     05  FILLER                    PIC X(01) VALUE "/".
001390     05  WS-HD-JOUR                PIC 9(02).
001400     05  FILLER                    PIC X(08) VALUE "    PAGE".
001410     05  WS-HD-PAGE                PIC ZZZ9.

001420 01  WS-SELECT-LINE.
001430     05  FILLER                    PIC X(21) VALUE
001440             "ENTRIES DATED FROM   ".
001450     05  WS-SL-FROM                PIC 9(08).
001460     05  FILLER                    PIC X(04) VALUE " TO ".
001470     05  WS-SL-TO                  PIC 9(08).

001480 01  WS-REPORT-LINE.
001490     05  WS-RL-PAIR                PIC ZZZZ.
001500     05  FILLER                    PIC X(02) VALUE SPACES.
001510     05  WS-RL-WHY                 PIC X(06).
001520     05  FILLER                    PIC X(02) VALUE SPACES.
001530     05  WS-RL-DATE                PIC 9(08).
001540     05  FILLER                    PIC X(02) VALUE SPACES.
001550     05  WS-RL-OPERATOR            PIC X(07).
001560     05  FILLER                    PIC X(02) VALUE SPACES.
001570     05  WS-RL-SEQ                 PIC 9(04).
001580     05  FILLER                    PIC X(02) VALUE SPACES.
001590     05  WS-RL-AMOUNT              PIC ---9.
001600     05  FILLER                    PIC X(02) VALUE SPACES.
001610     05  WS-RL-CHG-DATE            PIC 9(08).
001620     05  FILLER                    PIC X(01) VALUE SPACES.
001630     05  WS-RL-CHG-TIME            PIC 9(06).
001640     05  FILLER                    PIC X(02) VALUE SPACES.
001650     05  WS-RL-CHG-OPER            PIC X(07).

001660 01  WS-COUNT-LINE.
001670     05  WS-CL-LABEL               PIC X(24).
001680     05  WS-CL-COUNT               PIC ZZZZZ9.

001690 PROCEDURE DIVISION.

001700* *************************************************************
001710* 0000-MAINLINE
001720* *************************************************************
001730 0000-MAINLINE.
001740     PERFORM 1000-INITIALIZE
001750         THRU 1000-EXIT.
001760     PERFORM 2000-PROCESS-ENTRY
001770         THRU 2000-EXIT
001780         UNTIL WS-EOF.
001790     IF WS-FILE-OPEN
001800         PERFORM 3000-CHECK-GROUP
001810             THRU 3000-EXIT
001820     END-IF.
001830     PERFORM 9000-TERMINATE
001840         THRU 9000-EXIT.
001850     STOP RUN.

001860* *************************************************************
001870* 1000-INITIALIZE
001880* A master that will not open is a hard stop - an empty report
001890* must never pass for a clean master.
001900* *************************************************************
001910 1000-INITIALIZE.
001920     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001930     PERFORM 1050-READ-PARM
001940         THRU 1050-EXIT.
001950     OPEN INPUT FC-MST.
001960     IF WS-MST-FS NOT = "00"
001970         DISPLAY "DATEDUP: UNABLE TO OPEN DATE MASTER - FS="
001980             WS-MST-FS " - NOTHING CHECKED"
001990         SET WS-FATAL-ERROR TO TRUE
002000         SET WS-EOF TO TRUE
002010         GO TO 1000-EXIT
002020     END-IF.
002030     SET WS-FILE-OPEN TO TRUE.
002040     OPEN OUTPUT FC-PRINT.
002050     PERFORM 1100-PRINT-HEADER
002060         THRU 1100-EXIT.
002070     MOVE WS-FROM-DATE TO MST-DATE.
002080     MOVE SPACES       TO MST-OPERATOR.
002090     MOVE ZERO         TO MST-SEQ.
002100     START FC-MST KEY IS NOT LESS THAN MST-KEY
002110         INVALID KEY
002120             SET WS-EOF TO TRUE
002130     END-START.
002140     IF NOT WS-EOF
002150         PERFORM 2100-READ-MST
002160             THRU 2100-EXIT
002170     END-IF.
002180 1000-EXIT.
002190     EXIT.

002200* *************************************************************
002210* 1050-READ-PARM
002220* A DUPPARM date that does not prove numeric places no
002230* restriction on its side.  With no from date the range starts
002240* at the first day of the open period - months the DATEARC roll
002250* has closed have already gone to finance.
002260* *************************************************************
002270 1050-READ-PARM.
002280     OPEN INPUT FC-PARM.
002290     IF WS-PARM-FS = "00"
002300         READ FC-PARM
002310             AT END
002320                 CONTINUE
002330             NOT AT END
002340                 IF PRM-FROM-DATE IS NUMERIC
002350                     MOVE PRM-FROM-DATE TO WS-FROM-DATE
002360                 END-IF
002370                 IF PRM-TO-DATE IS NUMERIC
002380                         AND PRM-TO-DATE NOT = "00000000"
002390                     MOVE PRM-TO-DATE TO WS-TO-DATE
002400                 END-IF
002410         END-READ
002420         CLOSE FC-PARM
002430     END-IF.
002440     IF WS-FROM-DATE = ZERO
002450         PERFORM 1060-GET-OPEN-PERIOD
002460             THRU 1060-EXIT
002470         COMPUTE WS-FROM-DATE = WS-OPEN-PERIOD * 100 + 1
002480     END-IF.
002490 1050-EXIT.
002500     EXIT.

002510* *************************************************************
002520* 1060-GET-OPEN-PERIOD
002530* Read exactly as DATERCN reads it - current system month when
002540* CTLFILE does not state one.
002550* *************************************************************
002560 1060-GET-OPEN-PERIOD.
002570     MOVE ZERO TO WS-OPEN-PERIOD.
002580     OPEN INPUT FC-CTRL.
002590     IF WS-CTRL-FS = "00"
002600         READ FC-CTRL
002610             AT END
002620                 CONTINUE
002630             NOT AT END
002640                 IF CTL-OPEN-PERIOD IS NUMERIC
002650                     MOVE CTL-OPEN-PERIOD TO WS-OPEN-PERIOD
002660                 END-IF
002670         END-READ
002680         CLOSE FC-CTRL
002690     END-IF.
002700     IF WS-OPEN-PERIOD = ZERO
002710         ACCEPT WS-TODAY FROM DATE YYYYMMDD
002720         MOVE WS-TODAY(1:6) TO WS-OPEN-PERIOD
002730         DISPLAY "DATEDUP: NO OPEN PERIOD ON CTLFILE - USING "
002740             "CURRENT MONTH " WS-OPEN-PERIOD
002750     ELSE
002760         DISPLAY "DATEDUP: OPEN PERIOD " WS-OPEN-PERIOD
002770             " FROM CTLFILE"
002780     END-IF.
002790 1060-EXIT.
002800     EXIT.

002810* *************************************************************
002820* 1100-PRINT-HEADER
002830* *************************************************************
002840 1100-PRINT-HEADER.
002850     ADD 1 TO WS-PAGE-COUNT.
002860     MOVE ZERO TO WS-LINE-COUNT.
002870     MOVE WS-RUN-DATE(1:4) TO WS-HD-ANNEE.
002880     MOVE WS-RUN-DATE(5:2) TO WS-HD-MOIS.
002890     MOVE WS-RUN-DATE(7:2) TO WS-HD-JOUR.
002900     MOVE WS-PAGE-COUNT    TO WS-HD-PAGE.
002910     MOVE WS-TITLE-LINE    TO PRT-LINE.
002920     WRITE PRT-LINE.
002930     MOVE WS-FROM-DATE     TO WS-SL-FROM.
002940     MOVE WS-TO-DATE       TO WS-SL-TO.
002950     MOVE WS-SELECT-LINE   TO PRT-LINE.
002960     WRITE PRT-LINE.
002970     MOVE SPACES TO PRT-LINE.
002980     WRITE PRT-LINE.
002990     MOVE "PAIR  WHY     DATE      OPER     SEQ    AMT"
003000         TO PRT-LINE.
003010     MOVE "POSTED/CHANGED" TO PRT-LINE(46:14).
003020     MOVE "BY"             TO PRT-LINE(63:2).
003030     WRITE PRT-LINE.
003040     MOVE "----  ------  --------  -------  ----  ----"
003050         TO PRT-LINE.
003060     MOVE "---------------" TO PRT-LINE(46:15).
003070     MOVE "-------"         TO PRT-LINE(63:7).
003080     WRITE PRT-LINE.
003090 1100-EXIT.
003100     EXIT.

003110* *************************************************************
003120* 2000-PROCESS-ENTRY
003130* The key walk brings every sequence of one date and operator
003140* together; a change of either closes the group and checks it.
003150* *************************************************************
003160 2000-PROCESS-ENTRY.
003170     IF MST-DATE > WS-TO-DATE
003180         SET WS-EOF TO TRUE
003190         GO TO 2000-EXIT
003200     END-IF.
003210     ADD 1 TO WS-READ-COUNT.
003220     IF MST-DATE NOT = WS-GRP-DATE
003230             OR MST-OPERATOR NOT = WS-GRP-OPERATOR
003240         PERFORM 3000-CHECK-GROUP
003250             THRU 3000-EXIT
003260         MOVE MST-DATE     TO WS-GRP-DATE
003270         MOVE MST-OPERATOR TO WS-GRP-OPERATOR
003280     END-IF.
003290     IF NOT MST-ACTIVE
003300         ADD 1 TO WS-DELETED-COUNT
003310         GO TO 2000-NEXT
003320     END-IF.
003330     ADD 1 TO WS-ACTIVE-COUNT.
003340     IF WS-GRP-USED >= WS-GRP-MAX
003350         IF NOT WS-GRP-FULL
003360             SET WS-GRP-FULL TO TRUE
003370             ADD 1 TO WS-BIG-GROUP-COUNT
003380             DISPLAY "DATEDUP: MORE THAN " WS-GRP-MAX
003390                 " ENTRIES FOR " MST-DATE " " MST-OPERATOR
003395                 " - ONLY THE FIRST "
003400                 WS-GRP-MAX " CHECKED"
003410         END-IF
003420         GO TO 2000-NEXT
003430     END-IF.
003440     ADD 1 TO WS-GRP-USED.
003450     MOVE MST-SEQ          TO WS-GE-SEQ      (WS-GRP-USED).
003460     MOVE MST-AMOUNT       TO WS-GE-AMOUNT   (WS-GRP-USED).
003470     MOVE MST-CHG-DATE     TO WS-GE-CHG-DATE (WS-GRP-USED).
003480     MOVE MST-CHG-TIME     TO WS-GE-CHG-TIME (WS-GRP-USED).
003490     MOVE MST-CHG-OPERATOR TO WS-GE-CHG-OPER (WS-GRP-USED).
003500 2000-NEXT.
003510     PERFORM 2100-READ-MST
003520         THRU 2100-EXIT.
003530 2000-EXIT.
003540     EXIT.

003550* *************************************************************
003560* 2100-READ-MST
003570* *************************************************************
003580 2100-READ-MST.
003590     READ FC-MST NEXT RECORD
003600         AT END
003610             SET WS-EOF TO TRUE
003620     END-READ.
003630 2100-EXIT.
003640     EXIT.

003650* *************************************************************
003660* 3000-CHECK-GROUP
003670* Every pair in the group is tried once, first entry against
003680* each later one, then the table is cleared for the next group.
003690* A group of one has no pairs.
003700* *************************************************************
003710 3000-CHECK-GROUP.
003720     IF WS-GRP-USED > 1
003730         PERFORM 3100-CHECK-FIRST
003740             THRU 3100-EXIT
003750             VARYING WS-GRP-IX FROM 1 BY 1
003760             UNTIL WS-GRP-IX >= WS-GRP-USED
003770     END-IF.
003780     MOVE ZERO TO WS-GRP-USED.
003790     MOVE "N"  TO WS-GRP-FULL-SW.
003800 3000-EXIT.
003810     EXIT.

003820* *************************************************************
003830* 3100-CHECK-FIRST
003840* *************************************************************
003850 3100-CHECK-FIRST.
003860     COMPUTE WS-GRP-NX = WS-GRP-IX + 1.
003870     PERFORM 3200-CHECK-PAIR
003880         THRU 3200-EXIT
003890         VARYING WS-GRP-JX FROM WS-GRP-NX BY 1
003900         UNTIL WS-GRP-JX > WS-GRP-USED.
003910 3100-EXIT.
003920     EXIT.

003930* *************************************************************
003940* 3200-CHECK-PAIR
003950* Same amount twice is the re-keyed or re-fed entry; amounts
003960* that sum to zero are an entry and its reversal both still
003970* standing, which nets to nothing on the day but doubles the
003980* activity finance sees.  A pair prints as two lines, kept
003990* together on one page.
004000* *************************************************************
004010 3200-CHECK-PAIR.
004020     COMPUTE WS-PAIR-SUM = WS-GE-AMOUNT (WS-GRP-IX)
004030         + WS-GE-AMOUNT (WS-GRP-JX).
004040     EVALUATE TRUE
004050         WHEN WS-GE-AMOUNT (WS-GRP-IX) = WS-GE-AMOUNT (WS-GRP-JX)
004060             MOVE "SAME"   TO WS-PAIR-WHY
004070             ADD 1 TO WS-SAME-COUNT
004080         WHEN WS-PAIR-SUM = ZERO
004090             MOVE "CANCEL" TO WS-PAIR-WHY
004100             ADD 1 TO WS-CANCEL-COUNT
004110         WHEN OTHER
004120             GO TO 3200-EXIT
004130     END-EVALUATE.
004140     ADD 1 TO WS-PAIR-COUNT.
004150     IF WS-LINE-COUNT + 2 > WS-PAGE-LIMIT
004160         PERFORM 1100-PRINT-HEADER
004170             THRU 1100-EXIT
004180     END-IF.
004190     MOVE WS-PAIR-COUNT   TO WS-RL-PAIR.
004200     MOVE WS-PAIR-WHY     TO WS-RL-WHY.
004210     MOVE WS-GRP-DATE     TO WS-RL-DATE.
004220     MOVE WS-GRP-OPERATOR TO WS-RL-OPERATOR.
004230     MOVE WS-GRP-IX       TO WS-GRP-KX.
004240     PERFORM 3300-WRITE-DETAIL
004250         THRU 3300-EXIT.
004260     MOVE ZERO            TO WS-RL-PAIR.
004270     MOVE SPACES          TO WS-RL-WHY.
004280     MOVE WS-GRP-JX       TO WS-GRP-KX.
004290     PERFORM 3300-WRITE-DETAIL
004300         THRU 3300-EXIT.
004310 3200-EXIT.
004320     EXIT.

004330* *************************************************************
004340* 3300-WRITE-DETAIL
004350* One entry of a pair, with the stamp of whatever last touched
004360* it - the posting run, or the DATEMNT change since.
004370* *************************************************************
004380 3300-WRITE-DETAIL.
004390     MOVE WS-GE-SEQ      (WS-GRP-KX) TO WS-RL-SEQ.
004400     MOVE WS-GE-AMOUNT   (WS-GRP-KX) TO WS-RL-AMOUNT.
004410     MOVE WS-GE-CHG-DATE (WS-GRP-KX) TO WS-RL-CHG-DATE.
004420     MOVE WS-GE-CHG-TIME (WS-GRP-KX) TO WS-RL-CHG-TIME.
004430     MOVE WS-GE-CHG-OPER (WS-GRP-KX) TO WS-RL-CHG-OPER.
004440     MOVE WS-REPORT-LINE TO PRT-LINE.
004450     WRITE PRT-LINE.
004460     ADD 1 TO WS-LINE-COUNT.
004470 3300-EXIT.
004480     EXIT.

004490* *************************************************************
004500* 9000-TERMINATE
004510* The trailer accounts for every entry in the range, and the
004520* condition code grades the run: 0 no suspects, 4 suspect
004530* pairs listed (or a group too large to check whole), 12 the
004540* master could not be read.
004550* *************************************************************
004560 9000-TERMINATE.
004570     IF WS-FILE-OPEN
004580         CLOSE FC-MST
004590         MOVE SPACES TO PRT-LINE
004600         WRITE PRT-LINE
004610         MOVE "ENTRIES IN RANGE      :" TO WS-CL-LABEL
004620         MOVE WS-READ-COUNT             TO WS-CL-COUNT
004630         MOVE WS-COUNT-LINE             TO PRT-LINE
004640         WRITE PRT-LINE
004650         MOVE "ACTIVE                :" TO WS-CL-LABEL
004660         MOVE WS-ACTIVE-COUNT           TO WS-CL-COUNT
004670         MOVE WS-COUNT-LINE             TO PRT-LINE
004680         WRITE PRT-LINE
004690         MOVE "DELETED - NOT CHECKED :" TO WS-CL-LABEL
004700         MOVE WS-DELETED-COUNT          TO WS-CL-COUNT
004710         MOVE WS-COUNT-LINE             TO PRT-LINE
004720         WRITE PRT-LINE
004730         MOVE "SUSPECT PAIRS - SAME  :" TO WS-CL-LABEL
004740         MOVE WS-SAME-COUNT             TO WS-CL-COUNT
004750         MOVE WS-COUNT-LINE             TO PRT-LINE
004760         WRITE PRT-LINE
004770         MOVE "SUSPECT PAIRS - CANCEL:" TO WS-CL-LABEL
004780         MOVE WS-CANCEL-COUNT           TO WS-CL-COUNT
004790         MOVE WS-COUNT-LINE             TO PRT-LINE
004800         WRITE PRT-LINE
004810         MOVE "GROUPS TOO LARGE      :" TO WS-CL-LABEL
004820         MOVE WS-BIG-GROUP-COUNT        TO WS-CL-COUNT
004830         MOVE WS-COUNT-LINE             TO PRT-LINE
004840         WRITE PRT-LINE
004850         CLOSE FC-PRINT
004860     END-IF.
004870     EVALUATE TRUE
004880         WHEN WS-FATAL-ERROR
004890             MOVE 12 TO RETURN-CODE
004900         WHEN WS-PAIR-COUNT > ZERO
004910                 OR WS-BIG-GROUP-COUNT > ZERO
004920             DISPLAY "DATEDUP: " WS-PAIR-COUNT " SUSPECT PAIRS - "
004930                 "REVIEW DUPRPT BEFORE THE FINANCE EXTRACT"
004940             MOVE 4 TO RETURN-CODE
004950         WHEN OTHER
004960             MOVE 0 TO RETURN-CODE
004970     END-EVALUATE.
004980 9000-EXIT.
004990     EXIT.

005000 END PROGRAM DATEDUP.
