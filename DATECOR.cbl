000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DATECOR.
000120 AUTHOR.        Bastien.
000130 INSTALLATION.  DAILY-RECON-BATCH.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*
000170* ---------------------------------------------------------------
000180* MODIFICATION HISTORY
000190* ---------------------------------------------------------------
000200* 2026-10-15 RLB  Original version - batch correction of the
000210*                 DATEMST date master from the CORRIN file
000220*                 (CORREC copybook), for the mass fix of a day
000230*                 an upstream system sent wrong.  The file is
000240*                 balanced against its control trailer first,
000250*                 TRANSIN fashion, and an out-of-balance file
000260*                 is not applied at all.  Each line then gets
000270*                 what DATEMNT would give it at the terminal:
000280*                 the requesting operator must be on OPERFILE,
000290*                 an amount change keeps the old amount in
000300*                 MST-PREV-AMOUNT, every action is stamped with
000310*                 the requester and journaled to MNTJRNL, and a
000320*                 change, delete or reinstate beyond the
000330*                 CTLFILE approval limit is held on PNDCHG for
000340*                 a second operator at DATEAPR instead of being
000350*                 applied.  Lines for unknown keys, entries
000360*                 already deleted (or not deleted, for a
000370*                 reinstate) and unauthorized operators go to
000380*                 CORREJ with a reason (CRJREC copybook).
000390*                 CORRPT proves the run - lines read against
000400*                 applied, held and refused - and RC grades it:
000410*                 0 clean, 4 lines held or refused, 8 out of
000420*                 balance and nothing applied, 12 a file could
000430*                 not be opened or written.
000440* ---------------------------------------------------------------

000450 ENVIRONMENT DIVISION.

000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT FC-CORR   ASSIGN TO "CORRIN"
000490       ORGANIZATION LINE SEQUENTIAL
000500       FILE STATUS IS WS-CORR-FS.

000510     SELECT FC-MST    ASSIGN TO "DATEMST"
000520       ORGANIZATION INDEXED
000530       ACCESS MODE IS DYNAMIC
000540       RECORD KEY IS MST-KEY
000550       FILE STATUS IS WS-MST-FS.

000560* FC-OPER is the same operator authorization reference file
000570* HELLOWORLD and DATEMNT check - one authorized ID per record.
000580     SELECT FC-OPER   ASSIGN TO "OPERFILE"
000590       ORGANIZATION LINE SEQUENTIAL
000600       FILE STATUS IS WS-OPR-FS.

000610* FC-JRNL is the maintenance audit journal DATEMNT appends to.
000620     SELECT FC-JRNL   ASSIGN TO "MNTJRNL"
000630       ORGANIZATION LINE SEQUENTIAL
000640       FILE STATUS IS WS-JRNL-FS.

000650* FC-CTRL is the shop control file - read once for the approval
000660* limit (CTLREC copybook).
000670     SELECT FC-CTRL   ASSIGN TO "CTLFILE"
000680       ORGANIZATION LINE SEQUENTIAL
000690       FILE STATUS IS WS-CTRL-FS.

000700* FC-PEND is the pending-change file DATEMNT holds large changes
000710* on, worked off by DATEAPR.
000720     SELECT FC-PEND   ASSIGN TO "PNDCHG"
000730       ORGANIZATION LINE SEQUENTIAL
000740       FILE STATUS IS WS-PEND-FS.

000750* FC-CREJ receives every line not applied, with its reason.
000760     SELECT FC-CREJ   ASSIGN TO "CORREJ"
000770       ORGANIZATION LINE SEQUENTIAL
000780       FILE STATUS IS WS-CREJ-FS.

000790     SELECT FC-PRINT  ASSIGN TO "CORRPT"
000800       ORGANIZATION LINE SEQUENTIAL
000810       FILE STATUS IS WS-PRINT-FS.

000820 DATA DIVISION.
000830 FILE SECTION.

000840 FD  FC-CORR.
000850     COPY CORREC.

000860 FD  FC-MST.
000870     COPY DATEMST.

000880 FD  FC-OPER.
000890 01  OPR-ENR.
000900     05  OPR-ID                    PIC X(07).

000910 FD  FC-JRNL.
000920     COPY MNTJRNL.

000930 FD  FC-CTRL.
000940     COPY CTLREC.

000950 FD  FC-PEND.
000960     COPY PNDREC.

000970 FD  FC-CREJ.
000980     COPY CRJREC.

000990 FD  FC-PRINT.
001000 01  PRT-LINE                      PIC X(72).

001010 WORKING-STORAGE SECTION.

001020* File status / switches.
001030 77  WS-CORR-FS             PIC X(02) VALUE "00".
001040 77  WS-MST-FS              PIC X(02) VALUE "00".
001050 77  WS-OPR-FS              PIC X(02) VALUE "00".
001060 77  WS-JRNL-FS             PIC X(02) VALUE "00".
001070 77  WS-CTRL-FS             PIC X(02) VALUE "00".
001080 77  WS-PEND-FS             PIC X(02) VALUE "00".
001090 77  WS-CREJ-FS             PIC X(02) VALUE "00".
001100 77  WS-PRINT-FS            PIC X(02) VALUE "00".
001110 77  WS-CORR-EOF-SW         PIC X(01) VALUE "N".
001120     88  WS-CORR-EOF                VALUE "Y".
001130 77  WS-TRL-SW              PIC X(01) VALUE "N".
001140     88  WS-TRL-FOUND               VALUE "Y".
001150 77  WS-BALANCE-SW          PIC X(01) VALUE "N".
001160     88  WS-OUT-OF-BALANCE          VALUE "Y".
001170 77  WS-FATAL-SW            PIC X(01) VALUE "N".
001180     88  WS-FATAL-ERROR             VALUE "Y".
001190 77  WS-PRINT-SW            PIC X(01) VALUE "N".
001200     88  WS-PRINT-OPEN              VALUE "Y".
001210 77  WS-CORR-OPEN-SW        PIC X(01) VALUE "N".
001220     88  WS-CORR-OPEN               VALUE "Y".
001230 77  WS-MST-OPEN-SW         PIC X(01) VALUE "N".
001240     88  WS-MST-OPEN                VALUE "Y".
001250 77  WS-JRNL-OPEN-SW        PIC X(01) VALUE "N".
001260     88  WS-JRNL-OPEN               VALUE "Y".
001270 77  WS-PEND-OPEN-SW        PIC X(01) VALUE "N".
001280     88  WS-PEND-OPEN               VALUE "Y".
001290 77  WS-CREJ-OPEN-SW        PIC X(01) VALUE "N".
001300     88  WS-CREJ-OPEN               VALUE "Y".

001310* Control trailer against what was actually read.
001320 77  WS-EXP-COUNT           PIC 9(06) VALUE ZERO.
001330 77  WS-ACT-COUNT           PIC 9(06) VALUE ZERO.
001340 77  WS-EXP-HASH            PIC S9(08) VALUE ZERO.
001350 77  WS-ACT-HASH            PIC S9(08) VALUE ZERO.

001360* Before image and action letter held from the moment a line is
001370* taken up until its journal record goes out behind the rewrite.
001380 77  WS-JRN-ACTION          PIC X(01) VALUE SPACES.
001390 77  WS-BEF-AMOUNT          PIC S9(3) VALUE ZERO.
001400 77  WS-BEF-STATUS          PIC X(01) VALUE SPACES.

001410* Approval limit, exactly as DATEMNT takes it - CTLFILE, else
001420* WS-APR-DEFAULT.  WS-SWING is the movement under test, sign
001430* dropped.
001440 77  WS-APR-DEFAULT         PIC 9(03) VALUE 100.
001450 77  WS-APR-LIMIT           PIC 9(03) VALUE ZERO.
001460 77  WS-SWING               PIC S9(04) VALUE ZERO.
001470 77  WS-LIMIT-SHOW          PIC ZZ9.
001480 77  WS-STAMP-DATE          PIC 9(08) VALUE ZERO.
001490 77  WS-STAMP-TIME-X        PIC X(08) VALUE SPACES.

001500* Operator authorization table, loaded from FC-OPER as DATEMNT
001510* loads it; a missing or empty file waives the check for the
001520* run with a console warning.
001530 77  WS-OPR-MAX             PIC 9(03) VALUE 100.
001540 77  WS-OPR-COUNT           PIC 9(03) VALUE ZERO.
001550 77  WS-OPR-IX              PIC 9(03) VALUE ZERO.
001560 77  WS-OPR-AVAIL-SW        PIC X(01) VALUE "N".
001570     88  WS-OPR-AVAIL               VALUE "Y".
001580 77  WS-OPR-EOF-SW          PIC X(01) VALUE "N".
001590     88  WS-OPR-EOF                 VALUE "Y".
001600 77  WS-OPR-FULL-SW         PIC X(01) VALUE "N".
001610     88  WS-OPR-FULL                VALUE "Y".
001620 77  WS-OPER-OK-SW          PIC X(01) VALUE "N".
001630     88  WS-OPER-OK                 VALUE "Y".
001640 01  WS-OPR-TABLE.
001650     05  WS-OPR-AUTH-ID OCCURS 100 TIMES PIC X(07).

001660* Run accounting.  WS-REJ-COUNT is by CRJ-REASON, 01 to 06.
001670 77  WS-LINE-NO             PIC 9(06) VALUE ZERO.
001680 77  WS-C-COUNT             PIC 9(06) VALUE ZERO.
001690 77  WS-D-COUNT             PIC 9(06) VALUE ZERO.
001700 77  WS-R-COUNT             PIC 9(06) VALUE ZERO.
001710 77  WS-HELD-COUNT          PIC 9(06) VALUE ZERO.
001720 77  WS-REJECT-COUNT        PIC 9(06) VALUE ZERO.
001730 77  WS-JRNL-COUNT          PIC 9(06) VALUE ZERO.
001740 77  WS-ACCOUNTED           PIC 9(06) VALUE ZERO.
001750 77  WS-REJ-IX              PIC 9(02) VALUE ZERO.
001760 01  WS-REJ-TABLE.
001770     05  WS-REJ-COUNT OCCURS 6 TIMES PIC 9(06).

001780* Net of the active amounts on the entries touched - before the
001790* run's actions and after them.
001800 77  WS-NET-BEFORE          PIC S9(09) VALUE ZERO.
001810 77  WS-NET-AFTER           PIC S9(09) VALUE ZERO.
001820 77  WS-NET-MOVEMENT        PIC S9(09) VALUE ZERO.

001830 01  WS-TITLE-LINE.
001840     05  FILLER                    PIC X(28) VALUE
001850             "DATE MASTER CORRECTION RUN ".
001860     05  WS-HD-DATE                PIC 9(08).
001870     05  FILLER                    PIC X(01) VALUE "-".
001880     05  WS-HD-TIME                PIC X(06).

001890 01  WS-DETAIL-LINE.
001900     05  WS-DL-DATE                PIC X(08).
001910     05  FILLER                    PIC X(01) VALUE SPACES.
001920     05  WS-DL-OPERATOR            PIC X(07).
001930     05  FILLER                    PIC X(01) VALUE SPACES.
001940     05  WS-DL-SEQ                 PIC X(04).
001950     05  FILLER                    PIC X(02) VALUE SPACES.
001960     05  WS-DL-ACTION              PIC X(01).
001970     05  FILLER                    PIC X(02) VALUE SPACES.
001980     05  WS-DL-AMOUNT              PIC X(04).
001990     05  FILLER                    PIC X(02) VALUE SPACES.
002000     05  WS-DL-REQUESTER           PIC X(07).
002010     05  FILLER                    PIC X(02) VALUE SPACES.
002020     05  WS-DL-TEXT                PIC X(31).

002030 01  WS-COUNT-LINE.
002040     05  WS-CL-LABEL               PIC X(32).
002050     05  WS-CL-COUNT               PIC ZZZZZZ9.

002060 01  WS-AMOUNT-LINE.
002070     05  WS-AL-LABEL               PIC X(32).
002080     05  WS-AL-AMOUNT              PIC -(9)9.

002090 PROCEDURE DIVISION.

002100* *************************************************************
002110* 0000-MAINLINE
002120* *************************************************************
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE
002150         THRU 1000-EXIT.
002160     IF NOT WS-FATAL-ERROR AND NOT WS-OUT-OF-BALANCE
002170         PERFORM 2000-APPLY-LINE
002180             THRU 2000-EXIT
002190             UNTIL WS-CORR-EOF
002200                 OR WS-FATAL-ERROR
002210     END-IF.
002220     PERFORM 9000-TERMINATE
002230         THRU 9000-EXIT.
002240     STOP RUN.

002250* *************************************************************
002260* 1000-INITIALIZE
002270* The correction file is balanced before anything else is
002280* opened.  Every file the run writes must then open, or nothing
002290* is applied - a correction without its journal, or one that
002300* cannot be held or refused, is not one this shop makes.  The
002310* master is opened I-O; while DATEMNT or DATEAPR still has it
002320* open for update (SHAREOPTIONS(2 3)) that open fails, and the
002330* run ends RC 12 with nothing applied.
002340* *************************************************************
002350 1000-INITIALIZE.
002360     ACCEPT WS-STAMP-DATE   FROM DATE YYYYMMDD.
002370     ACCEPT WS-STAMP-TIME-X FROM TIME.
002380     PERFORM 1010-CLEAR-REJ-COUNT
002390         THRU 1010-EXIT
002400         VARYING WS-REJ-IX FROM 1 BY 1
002410         UNTIL WS-REJ-IX > 6.
002420     OPEN OUTPUT FC-PRINT.
002430     IF WS-PRINT-FS NOT = "00"
002440         DISPLAY "DATECOR: UNABLE TO OPEN CORRPT - FS="
002450             WS-PRINT-FS " - NOTHING APPLIED"
002460         SET WS-FATAL-ERROR TO TRUE
002470         GO TO 1000-EXIT
002480     END-IF.
002490     SET WS-PRINT-OPEN TO TRUE.
002500     MOVE WS-STAMP-DATE        TO WS-HD-DATE.
002510     MOVE WS-STAMP-TIME-X(1:6) TO WS-HD-TIME.
002520     MOVE WS-TITLE-LINE        TO PRT-LINE.
002530     WRITE PRT-LINE.
002540     MOVE SPACES TO PRT-LINE.
002550     WRITE PRT-LINE.
002560     OPEN INPUT FC-CORR.
002570     IF WS-CORR-FS NOT = "00"
002580         DISPLAY "DATECOR: UNABLE TO OPEN CORRIN - FS="
002590             WS-CORR-FS " - NOTHING APPLIED"
002600         SET WS-FATAL-ERROR TO TRUE
002610         GO TO 1000-EXIT
002620     END-IF.
002630     SET WS-CORR-OPEN TO TRUE.
002640     PERFORM 1300-VERIFY-CORR-BATCH
002650         THRU 1300-EXIT.
002660     IF WS-OUT-OF-BALANCE
002670         GO TO 1000-EXIT
002680     END-IF.
002690     OPEN I-O FC-MST.
002700     IF WS-MST-FS NOT = "00"
002710         DISPLAY "DATECOR: UNABLE TO OPEN DATE MASTER FOR UPDATE"
002720             " - FS=" WS-MST-FS
002730         DISPLAY "DATECOR: DATEMNT OR DATEAPR UP WILL HOLD IT"
002740             " - NOTHING APPLIED, RC 12"
002750         SET WS-FATAL-ERROR TO TRUE
002760         GO TO 1000-EXIT
002770     END-IF.
002780     SET WS-MST-OPEN TO TRUE.
002790     PERFORM 1070-OPEN-OUTPUTS
002800         THRU 1070-EXIT.
002810     IF WS-FATAL-ERROR
002820         GO TO 1000-EXIT
002830     END-IF.
002840     PERFORM 1090-GET-APPROVAL-LIMIT
002850         THRU 1090-EXIT.
002860     PERFORM 1050-LOAD-OPERATORS
002870         THRU 1050-EXIT.
002880     MOVE "ACTION FOR REVIEW - HELD OR REFUSED" TO PRT-LINE.
002890     WRITE PRT-LINE.
002900     MOVE "DATE     OPERATR SEQ   A  AMT   REQUEST  OUTCOME"
002910         TO PRT-LINE.
002920     WRITE PRT-LINE.
002930     PERFORM 2100-READ-CORR
002940         THRU 2100-EXIT.
002950 1000-EXIT.
002960     EXIT.

002970* *************************************************************
002980* 1010-CLEAR-REJ-COUNT
002990* *************************************************************
003000 1010-CLEAR-REJ-COUNT.
003010     MOVE ZERO TO WS-REJ-COUNT (WS-REJ-IX).
003020 1010-EXIT.
003030     EXIT.

003040* *************************************************************
003050* 1050-LOAD-OPERATORS
003060* Loads the authorized operator IDs exactly as DATEMNT does.  A
003070* file that is missing, will not open, or holds no usable ID
003080* waives the check for this run, loudly.
003090* *************************************************************
003100 1050-LOAD-OPERATORS.
003110     OPEN INPUT FC-OPER.
003120     IF WS-OPR-FS NOT = "00"
003130         DISPLAY "DATECOR: OPERATOR FILE UNAVAILABLE - FS="
003140             WS-OPR-FS " - OPERATOR CHECKS WAIVED THIS RUN"
003150         GO TO 1050-EXIT
003160     END-IF.
003170     MOVE "N" TO WS-OPR-EOF-SW.
003180     PERFORM 1055-LOAD-OPR-REC
003190         THRU 1055-EXIT
003200         UNTIL WS-OPR-EOF.
003210     CLOSE FC-OPER.
003220     IF WS-OPR-COUNT = ZERO
003230         DISPLAY "DATECOR: OPERATOR FILE HOLDS NO IDS - "
003240             "OPERATOR CHECKS WAIVED THIS RUN"
003250     ELSE
003260         SET WS-OPR-AVAIL TO TRUE
003270     END-IF.
003280 1050-EXIT.
003290     EXIT.

003300* *************************************************************
003310* 1055-LOAD-OPR-REC
003320* *************************************************************
003330 1055-LOAD-OPR-REC.
003340     READ FC-OPER
003350         AT END
003360             SET WS-OPR-EOF TO TRUE
003370     END-READ.
003380     IF NOT WS-OPR-EOF AND OPR-ID NOT = SPACES
003390         IF WS-OPR-COUNT < WS-OPR-MAX
003400             ADD 1 TO WS-OPR-COUNT
003410             MOVE OPR-ID TO WS-OPR-AUTH-ID (WS-OPR-COUNT)
003420         ELSE
003430             IF NOT WS-OPR-FULL
003440                 SET WS-OPR-FULL TO TRUE
003450                 DISPLAY "DATECOR: MORE THAN " WS-OPR-MAX
003460                     " OPERATOR IDS - THE EXCESS ARE NOT "
003470                     "AUTHORIZED THIS RUN"
003480             END-IF
003490         END-IF
003500     END-IF.
003510 1055-EXIT.
003520     EXIT.

003530* *************************************************************
003540* 1070-OPEN-OUTPUTS
003550* Journal, pending-change file and reject file are appended to
003560* across runs and created on the first, as DATEMNT opens its.
003570* *************************************************************
003580 1070-OPEN-OUTPUTS.
003590     OPEN EXTEND FC-JRNL.
003600     IF WS-JRNL-FS = "35"
003610         OPEN OUTPUT FC-JRNL
003620     END-IF.
003630     IF WS-JRNL-FS NOT = "00"
003640         DISPLAY "DATECOR: UNABLE TO OPEN MNTJRNL - FS="
003650             WS-JRNL-FS " - NO MAINTENANCE WITHOUT A JOURNAL"
003660         SET WS-FATAL-ERROR TO TRUE
003670         GO TO 1070-EXIT
003680     END-IF.
003690     SET WS-JRNL-OPEN TO TRUE.
003700     OPEN EXTEND FC-PEND.
003710     IF WS-PEND-FS = "35"
003720         OPEN OUTPUT FC-PEND
003730     END-IF.
003740     IF WS-PEND-FS NOT = "00"
003750         DISPLAY "DATECOR: UNABLE TO OPEN PNDCHG - FS="
003760             WS-PEND-FS " - NO MAINTENANCE WITHOUT IT"
003770         SET WS-FATAL-ERROR TO TRUE
003780         GO TO 1070-EXIT
003790     END-IF.
003800     SET WS-PEND-OPEN TO TRUE.
003810     OPEN EXTEND FC-CREJ.
003820     IF WS-CREJ-FS = "35"
003830         OPEN OUTPUT FC-CREJ
003840     END-IF.
003850     IF WS-CREJ-FS NOT = "00"
003860         DISPLAY "DATECOR: UNABLE TO OPEN CORREJ - FS="
003870             WS-CREJ-FS " - NOTHING APPLIED"
003880         SET WS-FATAL-ERROR TO TRUE
003890         GO TO 1070-EXIT
003900     END-IF.
003910     SET WS-CREJ-OPEN TO TRUE.
003920 1070-EXIT.
003930     EXIT.

003940* *************************************************************
003950* 1090-GET-APPROVAL-LIMIT
003960* The DATEMNT rule: CTLFILE when the shop has stated a limit,
003970* WS-APR-DEFAULT otherwise - never no limit at all.
003980* *************************************************************
003990 1090-GET-APPROVAL-LIMIT.
004000     MOVE WS-APR-DEFAULT TO WS-APR-LIMIT.
004010     OPEN INPUT FC-CTRL.
004020     IF WS-CTRL-FS = "00"
004030         READ FC-CTRL
004040             AT END
004050                 MOVE "10" TO WS-CTRL-FS
004060         END-READ
004070         CLOSE FC-CTRL
004080     END-IF.
004090     IF WS-CTRL-FS = "00" AND CTL-APPROVAL-LIMIT IS NUMERIC
004100         MOVE CTL-APPROVAL-LIMIT TO WS-APR-LIMIT
004110         MOVE WS-APR-LIMIT TO WS-LIMIT-SHOW
004120         DISPLAY "DATECOR: APPROVAL LIMIT " WS-LIMIT-SHOW
004130             " FROM CTLFILE"
004140     ELSE
004150         MOVE WS-APR-LIMIT TO WS-LIMIT-SHOW
004160         DISPLAY "DATECOR: NO APPROVAL LIMIT ON CTLFILE - USING "
004170             "DEFAULT " WS-LIMIT-SHOW
004180     END-IF.
004190 1090-EXIT.
004200     EXIT.

004210* *************************************************************
004220* 1260-CHECK-OPERATOR
004230* The requesting operator must be on OPERFILE.  With the check
004240* waived for the run every name passes; a blank one never does.
004250* *************************************************************
004260 1260-CHECK-OPERATOR.
004270     MOVE "N" TO WS-OPER-OK-SW.
004280     IF COR-REQ-OPERATOR = SPACES
004290         GO TO 1260-EXIT
004300     END-IF.
004310     IF NOT WS-OPR-AVAIL
004320         MOVE "Y" TO WS-OPER-OK-SW
004330         GO TO 1260-EXIT
004340     END-IF.
004350     PERFORM 1265-SCAN-OPERATOR
004360         THRU 1265-EXIT
004370         VARYING WS-OPR-IX FROM 1 BY 1
004380         UNTIL WS-OPR-IX > WS-OPR-COUNT
004390             OR WS-OPER-OK.
004400 1260-EXIT.
004410     EXIT.

004420* *************************************************************
004430* 1265-SCAN-OPERATOR
004440* *************************************************************
004450 1265-SCAN-OPERATOR.
004460     IF COR-REQ-OPERATOR = WS-OPR-AUTH-ID (WS-OPR-IX)
004470         MOVE "Y" TO WS-OPER-OK-SW
004480     END-IF.
004490 1265-EXIT.
004500     EXIT.

004510* *************************************************************
004520* 1300-VERIFY-CORR-BATCH
004530* The whole file is read once, counting the lines and hashing
004540* COR-NEW-AMOUNT, against the trailer, as HELLOWORLD balances
004550* TRANSIN.  No trailer, records behind it, or a mismatch, and
004560* nothing is applied.  A file that balances is reopened so the
004570* applying pass starts back at the top.
004580* *************************************************************
004590 1300-VERIFY-CORR-BATCH.
004600     PERFORM 2100-READ-CORR
004610         THRU 2100-EXIT.
004620     PERFORM 1310-TALLY-CORR
004630         THRU 1310-EXIT
004640         UNTIL WS-CORR-EOF.
004650     IF NOT WS-TRL-FOUND
004660         DISPLAY "DATECOR: CORRIN CARRIES NO CONTROL TRAILER - "
004670             "NOTHING APPLIED"
004680         SET WS-OUT-OF-BALANCE TO TRUE
004690     ELSE
004700         MOVE "N" TO WS-CORR-EOF-SW
004710         PERFORM 2100-READ-CORR
004720             THRU 2100-EXIT
004730         IF NOT WS-CORR-EOF
004740             DISPLAY "DATECOR: RECORDS FOLLOW THE TRAILER "
004750                 "- NOTHING APPLIED"
004760             SET WS-OUT-OF-BALANCE TO TRUE
004770         END-IF
004780     END-IF.
004790     IF NOT WS-OUT-OF-BALANCE
004800         IF WS-ACT-COUNT NOT = WS-EXP-COUNT
004810                 OR WS-ACT-HASH NOT = WS-EXP-HASH
004820             DISPLAY "DATECOR: CORRIN OUT OF BALANCE - NOTHING "
004830                 "APPLIED"
004840             SET WS-OUT-OF-BALANCE TO TRUE
004850         END-IF
004860     END-IF.
004870     MOVE "CONTROL TRAILER LINE COUNT     :" TO WS-CL-LABEL.
004880     MOVE WS-EXP-COUNT                      TO WS-CL-COUNT.
004890     PERFORM 9200-WRITE-COUNT
004900         THRU 9200-EXIT.
004910     MOVE "LINES ON CORRIN                :" TO WS-CL-LABEL.
004920     MOVE WS-ACT-COUNT                      TO WS-CL-COUNT.
004930     PERFORM 9200-WRITE-COUNT
004940         THRU 9200-EXIT.
004950     MOVE "CONTROL TRAILER AMOUNT HASH    :" TO WS-AL-LABEL.
004960     MOVE WS-EXP-HASH                       TO WS-AL-AMOUNT.
004970     PERFORM 9300-WRITE-AMOUNT
004980         THRU 9300-EXIT.
004990     MOVE "AMOUNT HASH OF CORRIN          :" TO WS-AL-LABEL.
005000     MOVE WS-ACT-HASH                       TO WS-AL-AMOUNT.
005010     PERFORM 9300-WRITE-AMOUNT
005020         THRU 9300-EXIT.
005030     IF WS-OUT-OF-BALANCE
005040         MOVE "CORRIN DOES NOT BALANCE - NOTHING APPLIED"
005050             TO PRT-LINE
005060     ELSE
005070         MOVE "CORRIN BALANCES" TO PRT-LINE
005080     END-IF.
005090     WRITE PRT-LINE.
005100     MOVE SPACES TO PRT-LINE.
005110     WRITE PRT-LINE.
005120     IF NOT WS-OUT-OF-BALANCE
005130         CLOSE FC-CORR
005140         OPEN INPUT FC-CORR
005150         MOVE "N" TO WS-CORR-EOF-SW
005160     END-IF.
005170 1300-EXIT.
005180     EXIT.

005190* *************************************************************
005200* 1310-TALLY-CORR
005210* An amount that is not numeric cannot be hashed - it is left
005220* out here and the line is refused when it is reached.
005230* *************************************************************
005240 1310-TALLY-CORR.
005250     ADD 1 TO WS-ACT-COUNT.
005260     IF COR-NEW-AMOUNT IS NUMERIC
005270         ADD COR-NEW-AMOUNT TO WS-ACT-HASH
005280     END-IF.
005290     PERFORM 2100-READ-CORR
005300         THRU 2100-EXIT.
005310 1310-EXIT.
005320     EXIT.

005330* *************************************************************
005340* 2000-APPLY-LINE
005350* One correction line, checked in the order DATEMNT would meet
005360* the same problem at the terminal: who is asking, whether the
005370* entry is there, and whether its state allows the action.
005380* *************************************************************
005390 2000-APPLY-LINE.
005400     ADD 1 TO WS-LINE-NO.
005410     IF NOT COR-ACT-CHANGE AND NOT COR-ACT-DELETE
005420             AND NOT COR-ACT-REINSTATE
005430         MOVE 05 TO WS-REJ-IX
005440         GO TO 2000-REJECT
005450     END-IF.
005460     IF COR-DATE NOT NUMERIC OR COR-SEQ NOT NUMERIC
005470         MOVE 05 TO WS-REJ-IX
005480         GO TO 2000-REJECT
005490     END-IF.
005500     IF COR-NEW-AMOUNT NOT NUMERIC
005510         MOVE 05 TO WS-REJ-IX
005520         GO TO 2000-REJECT
005530     END-IF.
005540     PERFORM 1260-CHECK-OPERATOR
005550         THRU 1260-EXIT.
005560     IF NOT WS-OPER-OK
005570         MOVE 04 TO WS-REJ-IX
005580         GO TO 2000-REJECT
005590     END-IF.
005600     MOVE COR-KEY TO MST-KEY.
005610     READ FC-MST
005620         INVALID KEY
005630             CONTINUE
005640     END-READ.
005650     IF WS-MST-FS NOT = "00"
005660         MOVE 01 TO WS-REJ-IX
005670         GO TO 2000-REJECT
005680     END-IF.
005690     EVALUATE TRUE
005700         WHEN COR-ACT-CHANGE
005710             PERFORM 4000-CHANGE-AMOUNT
005720                 THRU 4000-EXIT
005730         WHEN COR-ACT-DELETE
005740             PERFORM 5000-DELETE-ENTRY
005750                 THRU 5000-EXIT
005760         WHEN COR-ACT-REINSTATE
005770             PERFORM 5500-REINSTATE-ENTRY
005780                 THRU 5500-EXIT
005790     END-EVALUATE.
005800     IF WS-REJ-IX > ZERO
005810         GO TO 2000-REJECT
005820     END-IF.
005830     GO TO 2000-NEXT.
005840 2000-REJECT.
005850     PERFORM 8000-REJECT-LINE
005860         THRU 8000-EXIT.
005870 2000-NEXT.
005880     MOVE ZERO TO WS-REJ-IX.
005890     IF NOT WS-FATAL-ERROR
005900         PERFORM 2100-READ-CORR
005910             THRU 2100-EXIT
005920     END-IF.
005930 2000-EXIT.
005940     EXIT.

005950* *************************************************************
005960* 2100-READ-CORR
005970* The control trailer is the logical end of the file - its
005980* count and hash are captured and the read reports end-of-file.
005990* *************************************************************
006000 2100-READ-CORR.
006010     READ FC-CORR
006020         AT END
006030             SET WS-CORR-EOF TO TRUE
006040     END-READ.
006050     IF NOT WS-CORR-EOF
006060         IF COR-TRAILER-REC
006070             MOVE COR-TRL-COUNT TO WS-EXP-COUNT
006080             MOVE COR-TRL-HASH  TO WS-EXP-HASH
006090             SET WS-TRL-FOUND   TO TRUE
006100             SET WS-CORR-EOF    TO TRUE
006110         END-IF
006120     END-IF.
006130 2100-EXIT.
006140     EXIT.

006150* *************************************************************
006160* 4000-CHANGE-AMOUNT
006170* DATEMNT 4000 for one line: the old amount moves to
006180* MST-PREV-AMOUNT before the new one lands; a swing beyond the
006190* approval limit is held instead (4500).  WS-REJ-IX comes back
006200* non-zero when the line is refused.
006210* *************************************************************
006220 4000-CHANGE-AMOUNT.
006230     IF MST-DELETED
006240         MOVE 02 TO WS-REJ-IX
006250         GO TO 4000-EXIT
006260     END-IF.
006270     COMPUTE WS-SWING = COR-NEW-AMOUNT - MST-AMOUNT.
006280     IF WS-SWING < ZERO
006290         COMPUTE WS-SWING = ZERO - WS-SWING
006300     END-IF.
006310     MOVE "C" TO WS-JRN-ACTION.
006320     IF WS-SWING > WS-APR-LIMIT
006330         PERFORM 4500-HOLD-FOR-APPROVAL
006340             THRU 4500-EXIT
006350         GO TO 4000-EXIT
006360     END-IF.
006370     MOVE MST-AMOUNT     TO WS-BEF-AMOUNT.
006380     MOVE MST-STATUS     TO WS-BEF-STATUS.
006390     MOVE MST-AMOUNT     TO MST-PREV-AMOUNT.
006400     MOVE COR-NEW-AMOUNT TO MST-AMOUNT.
006410     PERFORM 6000-STAMP-CHANGE
006420         THRU 6000-EXIT.
006430     PERFORM 7000-REWRITE-ENTRY
006440         THRU 7000-EXIT.
006450     IF WS-REJ-IX = ZERO
006460         ADD 1 TO WS-C-COUNT
006470     END-IF.
006480 4000-EXIT.
006490     EXIT.

006500* *************************************************************
006510* 4500-HOLD-FOR-APPROVAL
006520* DATEMNT 4500 for one line - the master is left as it is and
006530* the request goes to PNDCHG under the requesting operator's
006540* name for a different operator to decide at DATEAPR.
006550* *************************************************************
006560 4500-HOLD-FOR-APPROVAL.
006570     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
006580     ACCEPT WS-STAMP-TIME-X FROM TIME.
006590     MOVE SPACES               TO PND-ENR.
006600     MOVE WS-JRN-ACTION        TO PND-ACTION.
006610     MOVE MST-DATE             TO PND-DATE.
006620     MOVE MST-OPERATOR         TO PND-OPERATOR.
006630     MOVE MST-SEQ              TO PND-SEQ.
006640     MOVE MST-AMOUNT           TO PND-BEF-AMOUNT.
006650     IF PND-ACT-CHANGE
006660         MOVE COR-NEW-AMOUNT   TO PND-NEW-AMOUNT
006670     ELSE
006680         MOVE MST-AMOUNT       TO PND-NEW-AMOUNT
006690     END-IF.
006700     MOVE COR-REQ-OPERATOR     TO PND-REQ-OPERATOR.
006710     MOVE WS-STAMP-DATE        TO PND-REQ-DATE.
006720     MOVE WS-STAMP-TIME-X(1:6) TO PND-REQ-TIME.
006730     SET PND-PENDING           TO TRUE.
006740     MOVE ZERO                 TO PND-APR-DATE.
006750     MOVE ZERO                 TO PND-APR-TIME.
006760     WRITE PND-ENR.
006770     IF WS-PEND-FS NOT = "00"
006780         DISPLAY "DATECOR: PNDCHG WRITE FAILED - FS="
006790             WS-PEND-FS " - RUN STOPPED AT LINE " WS-LINE-NO
006800         SET WS-FATAL-ERROR TO TRUE
006810         GO TO 4500-EXIT
006820     END-IF.
006830     ADD 1 TO WS-HELD-COUNT.
006840     MOVE WS-APR-LIMIT TO WS-LIMIT-SHOW.
006850     MOVE SPACES TO WS-DL-TEXT.
006860     STRING "HELD - BEYOND LIMIT " WS-LIMIT-SHOW
006870         DELIMITED BY SIZE INTO WS-DL-TEXT.
006880     PERFORM 8100-PRINT-DETAIL
006890         THRU 8100-EXIT.
006900 4500-EXIT.
006910     EXIT.

006920* *************************************************************
006930* 5000-DELETE-ENTRY
006940* Logical delete only, as DATEMNT 5000; an entry whose amount is
006950* beyond the approval limit either side of zero is held.
006960* *************************************************************
006970 5000-DELETE-ENTRY.
006980     IF MST-DELETED
006990         MOVE 02 TO WS-REJ-IX
007000         GO TO 5000-EXIT
007010     END-IF.
007020     MOVE "D" TO WS-JRN-ACTION.
007030     MOVE MST-AMOUNT TO WS-SWING.
007040     IF WS-SWING < ZERO
007050         COMPUTE WS-SWING = ZERO - WS-SWING
007060     END-IF.
007070     IF WS-SWING > WS-APR-LIMIT
007080         PERFORM 4500-HOLD-FOR-APPROVAL
007090             THRU 4500-EXIT
007100         GO TO 5000-EXIT
007110     END-IF.
007120     MOVE MST-AMOUNT TO WS-BEF-AMOUNT.
007130     MOVE MST-STATUS TO WS-BEF-STATUS.
007140     SET MST-DELETED TO TRUE.
007150     PERFORM 6000-STAMP-CHANGE
007160         THRU 6000-EXIT.
007170     PERFORM 7000-REWRITE-ENTRY
007180         THRU 7000-EXIT.
007190     IF WS-REJ-IX = ZERO
007200         ADD 1 TO WS-D-COUNT
007210     END-IF.
007220 5000-EXIT.
007230     EXIT.

007240* *************************************************************
007250* 5500-REINSTATE-ENTRY
007260* As DATEMNT 5500 - back to active, amounts untouched; an entry
007270* whose amount is beyond the approval limit either side of zero
007280* is held, as its delete would have been.
007290* *************************************************************
007300 5500-REINSTATE-ENTRY.
007310     IF NOT MST-DELETED
007320         MOVE 03 TO WS-REJ-IX
007330         GO TO 5500-EXIT
007340     END-IF.
007350     MOVE "R"        TO WS-JRN-ACTION.
007360     MOVE MST-AMOUNT TO WS-SWING.
007370     IF WS-SWING < ZERO
007380         COMPUTE WS-SWING = ZERO - WS-SWING
007390     END-IF.
007400     IF WS-SWING > WS-APR-LIMIT
007410         PERFORM 4500-HOLD-FOR-APPROVAL
007420             THRU 4500-EXIT
007430         GO TO 5500-EXIT
007440     END-IF.
007450     MOVE MST-AMOUNT TO WS-BEF-AMOUNT.
007460     MOVE MST-STATUS TO WS-BEF-STATUS.
007470     SET MST-ACTIVE TO TRUE.
007480     PERFORM 6000-STAMP-CHANGE
007490         THRU 6000-EXIT.
007500     PERFORM 7000-REWRITE-ENTRY
007510         THRU 7000-EXIT.
007520     IF WS-REJ-IX = ZERO
007530         ADD 1 TO WS-R-COUNT
007540     END-IF.
007550 5500-EXIT.
007560     EXIT.

007570* *************************************************************
007580* 6000-STAMP-CHANGE
007590* The requesting operator is the changing operator of record.
007600* *************************************************************
007610 6000-STAMP-CHANGE.
007620     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
007630     ACCEPT WS-STAMP-TIME-X FROM TIME.
007640     MOVE WS-STAMP-DATE        TO MST-CHG-DATE.
007650     MOVE WS-STAMP-TIME-X(1:6) TO MST-CHG-TIME.
007660     MOVE COR-REQ-OPERATOR     TO MST-CHG-OPERATOR.
007670     MOVE SPACES               TO MST-APR-OPERATOR.
007680 6000-EXIT.
007690     EXIT.

007700* *************************************************************
007710* 7000-REWRITE-ENTRY
007720* A rewrite that lands is journaled (7500) and its effect on the
007730* active net taken; one that does not is refused with reason 06.
007740* *************************************************************
007750 7000-REWRITE-ENTRY.
007760     REWRITE MST-ENR
007770         INVALID KEY
007780             CONTINUE
007790     END-REWRITE.
007800     IF WS-MST-FS NOT = "00"
007810         MOVE 06 TO WS-REJ-IX
007820         GO TO 7000-EXIT
007830     END-IF.
007840     IF WS-BEF-STATUS = "A"
007850         ADD WS-BEF-AMOUNT TO WS-NET-BEFORE
007860     END-IF.
007870     IF MST-ACTIVE
007880         ADD MST-AMOUNT TO WS-NET-AFTER
007890     END-IF.
007900     PERFORM 7500-WRITE-JOURNAL
007910         THRU 7500-EXIT.
007920 7000-EXIT.
007930     EXIT.

007940* *************************************************************
007950* 7500-WRITE-JOURNAL
007960* One before/after image per action, read off the record as
007970* rewritten, exactly as DATEMNT 7500 writes it.  A journal that
007980* cannot be written stops the run - the change is on the master
007990* but not journaled, and the console says so.
008000* *************************************************************
008010 7500-WRITE-JOURNAL.
008020     MOVE SPACES           TO JRN-ENR.
008030     MOVE WS-JRN-ACTION    TO JRN-ACTION.
008040     MOVE MST-DATE         TO JRN-DATE.
008050     MOVE MST-OPERATOR     TO JRN-OPERATOR.
008060     MOVE MST-SEQ          TO JRN-SEQ.
008070     MOVE WS-BEF-AMOUNT    TO JRN-BEF-AMOUNT.
008080     MOVE WS-BEF-STATUS    TO JRN-BEF-STATUS.
008090     MOVE MST-AMOUNT       TO JRN-AFT-AMOUNT.
008100     MOVE MST-STATUS       TO JRN-AFT-STATUS.
008110     MOVE MST-CHG-DATE     TO JRN-CHG-DATE.
008120     MOVE MST-CHG-TIME     TO JRN-CHG-TIME.
008130     MOVE MST-CHG-OPERATOR TO JRN-CHG-OPERATOR.
008140     MOVE MST-APR-OPERATOR TO JRN-APR-OPERATOR.
008150     WRITE JRN-ENR.
008160     IF WS-JRNL-FS NOT = "00"
008170         DISPLAY "DATECOR: JOURNAL WRITE FAILED - FS="
008180             WS-JRNL-FS " - RUN STOPPED AT LINE " WS-LINE-NO
008190             ", CHANGE IS ON THE MASTER BUT NOT JOURNALED"
008200         SET WS-FATAL-ERROR TO TRUE
008210         GO TO 7500-EXIT
008220     END-IF.
008230     ADD 1 TO WS-JRNL-COUNT.
008240 7500-EXIT.
008250     EXIT.

008260* *************************************************************
008270* 8000-REJECT-LINE
008280* The line as it came in, the reason and this run's stamp go to
008290* CORREJ, and the line is listed for review on CORRPT.
008300* *************************************************************
008310 8000-REJECT-LINE.
008320     MOVE SPACES               TO CRJ-ENR.
008330     MOVE COR-DATE             TO CRJ-DATE.
008340     MOVE COR-OPERATOR         TO CRJ-OPERATOR.
008350     MOVE COR-SEQ              TO CRJ-SEQ.
008360     MOVE COR-ACTION           TO CRJ-ACTION.
008370     MOVE COR-REC(21:4)        TO CRJ-NEW-AMOUNT.
008380     MOVE COR-REQ-OPERATOR     TO CRJ-REQ-OPERATOR.
008390     MOVE WS-REJ-IX            TO CRJ-REASON.
008400     MOVE WS-HD-DATE           TO CRJ-STAMP-DATE.
008410     MOVE WS-HD-TIME           TO CRJ-STAMP-TIME.
008420     WRITE CRJ-ENR.
008430     IF WS-CREJ-FS NOT = "00"
008440         DISPLAY "DATECOR: CORREJ WRITE FAILED - FS="
008450             WS-CREJ-FS " - RUN STOPPED AT LINE " WS-LINE-NO
008460         SET WS-FATAL-ERROR TO TRUE
008470         GO TO 8000-EXIT
008480     END-IF.
008490     ADD 1 TO WS-REJECT-COUNT.
008500     ADD 1 TO WS-REJ-COUNT (WS-REJ-IX).
008510     EVALUATE TRUE
008520         WHEN CRJ-NOT-ON-MASTER
008530             MOVE "01 KEY NOT ON MASTER" TO WS-DL-TEXT
008540         WHEN CRJ-ALREADY-DELETED
008550             MOVE "02 ENTRY ALREADY DELETED" TO WS-DL-TEXT
008560         WHEN CRJ-NOT-DELETED
008570             MOVE "03 ENTRY NOT DELETED" TO WS-DL-TEXT
008580         WHEN CRJ-NOT-AUTHORIZED
008590             MOVE "04 OPERATOR NOT AUTHORIZED" TO WS-DL-TEXT
008600         WHEN CRJ-UNREADABLE
008610             MOVE "05 LINE UNREADABLE" TO WS-DL-TEXT
008620         WHEN OTHER
008630             MOVE "06 MASTER REWRITE FAILED" TO WS-DL-TEXT
008640     END-EVALUATE.
008650     PERFORM 8100-PRINT-DETAIL
008660         THRU 8100-EXIT.
008670 8000-EXIT.
008680     EXIT.

008690* *************************************************************
008700* 8100-PRINT-DETAIL
008710* *************************************************************
008720 8100-PRINT-DETAIL.
008730     MOVE COR-DATE         TO WS-DL-DATE.
008740     MOVE COR-OPERATOR     TO WS-DL-OPERATOR.
008750     MOVE COR-SEQ          TO WS-DL-SEQ.
008760     MOVE COR-ACTION       TO WS-DL-ACTION.
008770     MOVE COR-REC(21:4)    TO WS-DL-AMOUNT.
008780     MOVE COR-REQ-OPERATOR TO WS-DL-REQUESTER.
008790     MOVE WS-DETAIL-LINE   TO PRT-LINE.
008800     WRITE PRT-LINE.
008810 8100-EXIT.
008820     EXIT.

008830* *************************************************************
008840* 9000-TERMINATE
008850* The proof - every line read is applied, held or refused - and
008860* the condition code: 0 clean, 4 lines held or refused (or the
008870* operator check waived), 8 out of balance and nothing applied,
008880* 12 a file could not be opened or written.
008890* *************************************************************
008900 9000-TERMINATE.
008910     IF WS-PRINT-OPEN
008920         IF NOT WS-OUT-OF-BALANCE AND WS-CREJ-OPEN
008930             PERFORM 9100-PRINT-PROOF
008940                 THRU 9100-EXIT
008950         END-IF
008960         CLOSE FC-PRINT
008970     END-IF.
008980     IF WS-CORR-OPEN
008990         CLOSE FC-CORR
009000     END-IF.
009010     IF WS-MST-OPEN
009020         CLOSE FC-MST
009030     END-IF.
009040     IF WS-JRNL-OPEN
009050         CLOSE FC-JRNL
009060     END-IF.
009070     IF WS-PEND-OPEN
009080         CLOSE FC-PEND
009090     END-IF.
009100     IF WS-CREJ-OPEN
009110         CLOSE FC-CREJ
009120     END-IF.
009130     EVALUATE TRUE
009140         WHEN WS-FATAL-ERROR
009150             MOVE 12 TO RETURN-CODE
009160         WHEN WS-OUT-OF-BALANCE
009170             MOVE 8 TO RETURN-CODE
009180         WHEN WS-HELD-COUNT > ZERO
009190                 OR WS-REJECT-COUNT > ZERO
009200             DISPLAY "DATECOR: " WS-HELD-COUNT " HELD, "
009210                 WS-REJECT-COUNT " REFUSED - SEE CORRPT"
009220             MOVE 4 TO RETURN-CODE
009230         WHEN NOT WS-OPR-AVAIL
009240             MOVE 4 TO RETURN-CODE
009250         WHEN OTHER
009260             MOVE 0 TO RETURN-CODE
009270     END-EVALUATE.
009280 9000-EXIT.
009290     EXIT.

009300* *************************************************************
009310* 9100-PRINT-PROOF
009320* *************************************************************
009330 9100-PRINT-PROOF.
009340     MOVE SPACES TO PRT-LINE.
009350     WRITE PRT-LINE.
009360     MOVE "LINES READ                     :" TO WS-CL-LABEL.
009370     MOVE WS-LINE-NO                        TO WS-CL-COUNT.
009380     PERFORM 9200-WRITE-COUNT
009390         THRU 9200-EXIT.
009400     MOVE "  AMOUNT CHANGES APPLIED       :" TO WS-CL-LABEL.
009410     MOVE WS-C-COUNT                        TO WS-CL-COUNT.
009420     PERFORM 9200-WRITE-COUNT
009430         THRU 9200-EXIT.
009440     MOVE "  DELETES APPLIED              :" TO WS-CL-LABEL.
009450     MOVE WS-D-COUNT                        TO WS-CL-COUNT.
009460     PERFORM 9200-WRITE-COUNT
009470         THRU 9200-EXIT.
009480     MOVE "  REINSTATES APPLIED           :" TO WS-CL-LABEL.
009490     MOVE WS-R-COUNT                        TO WS-CL-COUNT.
009500     PERFORM 9200-WRITE-COUNT
009510         THRU 9200-EXIT.
009520     MOVE "  HELD FOR APPROVAL (PNDCHG)   :" TO WS-CL-LABEL.
009530     MOVE WS-HELD-COUNT                     TO WS-CL-COUNT.
009540     PERFORM 9200-WRITE-COUNT
009550         THRU 9200-EXIT.
009560     MOVE "  REFUSED (CORREJ)             :" TO WS-CL-LABEL.
009570     MOVE WS-REJECT-COUNT                   TO WS-CL-COUNT.
009580     PERFORM 9200-WRITE-COUNT
009590         THRU 9200-EXIT.
009600     MOVE "    01 KEY NOT ON MASTER       :" TO WS-CL-LABEL.
009610     MOVE WS-REJ-COUNT (1)                  TO WS-CL-COUNT.
009620     PERFORM 9200-WRITE-COUNT
009630         THRU 9200-EXIT.
009640     MOVE "    02 ENTRY ALREADY DELETED   :" TO WS-CL-LABEL.
009650     MOVE WS-REJ-COUNT (2)                  TO WS-CL-COUNT.
009660     PERFORM 9200-WRITE-COUNT
009670         THRU 9200-EXIT.
009680     MOVE "    03 ENTRY NOT DELETED       :" TO WS-CL-LABEL.
009690     MOVE WS-REJ-COUNT (3)                  TO WS-CL-COUNT.
009700     PERFORM 9200-WRITE-COUNT
009710         THRU 9200-EXIT.
009720     MOVE "    04 OPERATOR NOT AUTHORIZED :" TO WS-CL-LABEL.
009730     MOVE WS-REJ-COUNT (4)                  TO WS-CL-COUNT.
009740     PERFORM 9200-WRITE-COUNT
009750         THRU 9200-EXIT.
009760     MOVE "    05 LINE UNREADABLE         :" TO WS-CL-LABEL.
009770     MOVE WS-REJ-COUNT (5)                  TO WS-CL-COUNT.
009780     PERFORM 9200-WRITE-COUNT
009790         THRU 9200-EXIT.
009800     MOVE "    06 MASTER REWRITE FAILED   :" TO WS-CL-LABEL.
009810     MOVE WS-REJ-COUNT (6)                  TO WS-CL-COUNT.
009820     PERFORM 9200-WRITE-COUNT
009830         THRU 9200-EXIT.
009840     MOVE "JOURNAL RECORDS WRITTEN        :" TO WS-CL-LABEL.
009850     MOVE WS-JRNL-COUNT                     TO WS-CL-COUNT.
009860     PERFORM 9200-WRITE-COUNT
009870         THRU 9200-EXIT.
009880     MOVE "ACTIVE NET OF ENTRIES - BEFORE :" TO WS-AL-LABEL.
009890     MOVE WS-NET-BEFORE                     TO WS-AL-AMOUNT.
009900     PERFORM 9300-WRITE-AMOUNT
009910         THRU 9300-EXIT.
009920     MOVE "                      - AFTER  :" TO WS-AL-LABEL.
009930     MOVE WS-NET-AFTER                      TO WS-AL-AMOUNT.
009940     PERFORM 9300-WRITE-AMOUNT
009950         THRU 9300-EXIT.
009960     COMPUTE WS-NET-MOVEMENT = WS-NET-AFTER - WS-NET-BEFORE.
009970     MOVE "                      - MOVED  :" TO WS-AL-LABEL.
009980     MOVE WS-NET-MOVEMENT                   TO WS-AL-AMOUNT.
009990     PERFORM 9300-WRITE-AMOUNT
010000         THRU 9300-EXIT.
010010     MOVE SPACES TO PRT-LINE.
010020     WRITE PRT-LINE.
010030     COMPUTE WS-ACCOUNTED = WS-C-COUNT + WS-D-COUNT + WS-R-COUNT
010040         + WS-HELD-COUNT + WS-REJECT-COUNT.
010050     EVALUATE TRUE
010060         WHEN WS-FATAL-ERROR
010070             MOVE "RUN STOPPED - LATER LINES NOT READ"
010080                 TO PRT-LINE
010090         WHEN WS-ACCOUNTED = WS-LINE-NO
010100                 AND WS-JRNL-COUNT = WS-C-COUNT + WS-D-COUNT
010110                     + WS-R-COUNT
010120             MOVE "EVERY LINE APPLIED, HELD OR REFUSED - PROVEN"
010130                 TO PRT-LINE
010140         WHEN OTHER
010150             MOVE "LINES NOT ALL ACCOUNTED FOR - NO PROOF"
010160                 TO PRT-LINE
010170     END-EVALUATE.
010180     WRITE PRT-LINE.
010190 9100-EXIT.
010200     EXIT.

010210* *************************************************************
010220* 9200-WRITE-COUNT
010230* *************************************************************
010240 9200-WRITE-COUNT.
010250     MOVE WS-COUNT-LINE TO PRT-LINE.
010260     WRITE PRT-LINE.
010270 9200-EXIT.
010280     EXIT.

010290* *************************************************************
010300* 9300-WRITE-AMOUNT
010310* *************************************************************
010320 9300-WRITE-AMOUNT.
010330     MOVE WS-AMOUNT-LINE TO PRT-LINE.
010340     WRITE PRT-LINE.
010350 9300-EXIT.
010360     EXIT.

010370 END PROGRAM DATECOR.
