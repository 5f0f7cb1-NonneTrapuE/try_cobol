000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DATECLS.
000120 AUTHOR.        Bastien.
000130 INSTALLATION.  DAILY-RECON-BATCH.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*
000170* ---------------------------------------------------------------
000180* MODIFICATION HISTORY
000190* ---------------------------------------------------------------
000200* 2026-10-15 RLB  Original version - accounting period close.
000210*                 Until now the month was "closed" by somebody
000220*                 editing CTL-OPEN-PERIOD on CTLFILE, with
000230*                 nothing to say the month was clean when they
000240*                 did it and nothing kept to show what it held.
000250*                 This run proves the open period first: no
000260*                 outstanding reject dated in it (REJECTS), no
000270*                 difference between the log and the master for
000280*                 it on the DATERCN matching rules, and nothing
000290*                 on the log the finance extract has not sent
000300*                 (EXTSTAT).  A period that has not yet ended is
000310*                 not closed either.  Any one of those refuses
000320*                 the close and CLSRPT lists what is in the way.
000330*                 A clean period gets a close certificate on
000340*                 CLSRPT - the period's final entry counts and
000350*                 net amounts - and CTL-OPEN-PERIOD is moved on
000360*                 one month, every other CTLFILE field kept.
000370* ---------------------------------------------------------------

000380 ENVIRONMENT DIVISION.

000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410* FC-CTRL is the shop control file.  It is read for the period
000420* to close and rewritten with the next one; a close without a
000430* stated period is refused, because defaulting to the calendar
000440* month would close whatever month the job happened to run in.
000450     SELECT FC-CTRL   ASSIGN TO "CTLFILE"
000460       ORGANIZATION LINE SEQUENTIAL
000470       FILE STATUS IS WS-CTRL-FS.

000480     SELECT FC-REJECT ASSIGN TO "REJECTS"
000490       ORGANIZATION LINE SEQUENTIAL
000500       FILE STATUS IS WS-REJ-FS.

000510     SELECT FC-DATE   ASSIGN TO "test.txt"
000520       ORGANIZATION LINE SEQUENTIAL
000530       FILE STATUS IS WS-DATE-FS.

000540* FC-MST is read from the first key of the period onward and
000550* only as far as the period runs.
000560     SELECT FC-MST    ASSIGN TO "DATEMST"
000570       ORGANIZATION INDEXED
000580       ACCESS MODE IS DYNAMIC
000590       RECORD KEY IS MST-KEY
000600       FILE STATUS IS WS-MST-FS.

000610* FC-STAT is the DATEEXT position record, read only.
000620     SELECT FC-STAT   ASSIGN TO "EXTSTAT"
000630       ORGANIZATION LINE SEQUENTIAL
000640       FILE STATUS IS WS-STAT-FS.

000650     SELECT FC-REPORT ASSIGN TO "CLSRPT"
000660       ORGANIZATION LINE SEQUENTIAL
000670       FILE STATUS IS WS-REPORT-FS.

000680 DATA DIVISION.
000690 FILE SECTION.

000700 FD  FC-CTRL.
000710     COPY CTLREC.

000720 FD  FC-REJECT.
000730     COPY REJREC.

000740 FD  FC-DATE.
000750     COPY DATEREC.

000760 FD  FC-MST.
000770     COPY DATEMST.

000780* The DATEEXT position record - see DATEEXT for the fields.
000790 FD  FC-STAT.
000800 01  EXT-RECORD.
000810     05  EXT-FROM-LINE             PIC 9(06).
000820     05  EXT-SENT-LINES            PIC 9(06).
000830     05  EXT-TOTAL-LINES           PIC 9(06).
000840     05  FILLER                    PIC X(01).
000850     05  EXT-LAST-TEXT             PIC X(24).

000860 FD  FC-REPORT.
000870 01  RPT-LINE                      PIC X(60).

000880 WORKING-STORAGE SECTION.

000890* File status / switches.
000900 77  WS-CTRL-FS             PIC X(02) VALUE "00".
000910 77  WS-REJ-FS              PIC X(02) VALUE "00".
000920 77  WS-DATE-FS             PIC X(02) VALUE "00".
000930 77  WS-MST-FS              PIC X(02) VALUE "00".
000940 77  WS-STAT-FS             PIC X(02) VALUE "00".
000950 77  WS-REPORT-FS           PIC X(02) VALUE "00".
000960 77  WS-EOF-SW              PIC X(01) VALUE "N".
000970     88  WS-EOF                     VALUE "Y".
000980 77  WS-REJ-EOF-SW          PIC X(01) VALUE "N".
000990     88  WS-REJ-EOF                 VALUE "Y".
001000 77  WS-MST-EOF-SW          PIC X(01) VALUE "N".
001010     88  WS-MST-EOF                 VALUE "Y".
001020 77  WS-REPORT-SW           PIC X(01) VALUE "N".
001030     88  WS-REPORT-OPEN             VALUE "Y".
001040 77  WS-FATAL-SW            PIC X(01) VALUE "N".
001050     88  WS-FATAL-ERROR             VALUE "Y".
001060 77  WS-NOT-ENDED-SW        PIC X(01) VALUE "N".
001070     88  WS-NOT-ENDED               VALUE "Y".
001080 77  WS-REFUSE-SW           PIC X(01) VALUE "N".
001090     88  WS-REFUSED                 VALUE "Y".
001100 77  WS-ADVANCE-SW          PIC X(01) VALUE "N".
001110     88  WS-ADVANCED                VALUE "Y".
001120 77  WS-SIG-SW              PIC X(01) VALUE "N".
001130     88  WS-SIG-AVAIL               VALUE "Y".
001140 77  WS-REWRITTEN-SW        PIC X(01) VALUE "N".
001150     88  WS-LOG-REWRITTEN           VALUE "Y".

001160* The control record as read, written back whole with only the
001170* open period moved on, so the cutoff year, date format and
001180* approval limit survive the close untouched.
001190 01  WS-CTL-SAVE                   PIC X(14) VALUE SPACES.

001200* The period under close and the one after it.  The work area
001210* takes a period apart for the month roll.
001220 77  WS-OPEN-PERIOD         PIC 9(06) VALUE ZERO.
001230 77  WS-NEXT-PERIOD         PIC 9(06) VALUE ZERO.
001240 77  WS-REC-PERIOD          PIC 9(06) VALUE ZERO.
001250 01  WS-PERIOD-WORK.
001260     05  WS-PW-YEAR                PIC 9(04).
001270     05  WS-PW-MONTH               PIC 9(02).

001280 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
001290 77  WS-RUN-TIME-X          PIC X(08) VALUE SPACES.

001300* The period's master records, loaded for the matching pass as
001310* DATERCN loads the open months.  A period past the cap cannot
001320* be proven record by record, so the close is abandoned.
001330 77  WS-MT-MAX              PIC 9(04) VALUE 2000.
001340 77  WS-MT-USED             PIC 9(04) VALUE ZERO.
001350 77  WS-MT-IX               PIC 9(04) VALUE ZERO.
001360 77  WS-MT-HIT              PIC 9(04) VALUE ZERO.
001370 01  WS-MST-TABLE.
001380     05  WS-MT-ENTRY OCCURS 2000 TIMES.
001390         10  WS-MT-DATE            PIC 9(08).
001400         10  WS-MT-OPERATOR        PIC X(07).
001410         10  WS-MT-AMOUNT          PIC S9(3).
001420         10  WS-MT-PREV            PIC S9(3).
001430         10  WS-MT-MATCH-SW        PIC X(01).
001440             88  WS-MT-MATCHED            VALUE "Y".

001450* The log entry under examination.
001460 77  WS-REC-DATE            PIC 9(08) VALUE ZERO.
001470 77  WS-REC-AMOUNT          PIC S9(3) VALUE ZERO.

001480* Extract position, as DATEEXT proves it: the stored counts
001490* and the line found at the sent position on this pass.
001500 77  WS-SENT-LINES          PIC 9(06) VALUE ZERO.
001510 77  WS-STORED-TOTAL        PIC 9(06) VALUE ZERO.
001520 77  WS-STORED-TEXT         PIC X(24) VALUE SPACES.
001530 77  WS-LINE-AT-SENT        PIC X(24) VALUE SPACES.
001540 77  WS-LOG-LINES           PIC 9(06) VALUE ZERO.
001550 77  WS-UNSENT-COUNT        PIC 9(06) VALUE ZERO.

001560* Readiness counts - an outstanding reject or any of the three
001570* kinds of difference refuses the close.
001580 77  WS-REJ-OUT-COUNT       PIC 9(06) VALUE ZERO.
001590 77  WS-DIFF-COUNT          PIC 9(06) VALUE ZERO.
001600 77  WS-NOMST-COUNT         PIC 9(06) VALUE ZERO.
001610 77  WS-NOLOG-COUNT         PIC 9(06) VALUE ZERO.
001620 77  WS-DIFF-TOTAL          PIC 9(06) VALUE ZERO.

001630* Warnings - printed on the certificate, graded RC 4, but no
001640* bar to the close: neither can be tied to the period.
001650 77  WS-REJ-UNDATED         PIC 9(06) VALUE ZERO.
001660 77  WS-NOPARSE-COUNT       PIC 9(06) VALUE ZERO.

001670* Certificate figures for the period.
001680 77  WS-MST-ACTIVE          PIC 9(06) VALUE ZERO.
001690 77  WS-MST-DELETED         PIC 9(06) VALUE ZERO.
001700 77  WS-MST-NET             PIC S9(09) VALUE ZERO.
001710 77  WS-LOG-COUNT           PIC 9(06) VALUE ZERO.
001720 77  WS-LOG-NET             PIC S9(09) VALUE ZERO.
001730 77  WS-MATCH-COUNT         PIC 9(06) VALUE ZERO.
001740 77  WS-REJ-REPAIRED        PIC 9(06) VALUE ZERO.

001750* Shared date-parse parameter area - see DATEPRS.
001760     COPY DATEPRM.

001770* Report lines.
001780 01  WS-REJECT-LINE.
001790     05  FILLER                    PIC X(02) VALUE SPACES.
001800     05  WS-RJ-DATE                PIC X(10).
001810     05  FILLER                    PIC X(02) VALUE SPACES.
001820     05  WS-RJ-OPERATOR            PIC X(07).
001830     05  FILLER                    PIC X(02) VALUE SPACES.
001840     05  WS-RJ-AMOUNT              PIC ---9.
001850     05  FILLER                    PIC X(09) VALUE "  REASON ".
001860     05  WS-RJ-REASON              PIC X(02).
001870     05  FILLER                    PIC X(10) VALUE "  REJECTED".
001880     05  FILLER                    PIC X(01) VALUE SPACES.
001890     05  WS-RJ-STAMP               PIC 9(08).

001900 01  WS-DETAIL-LINE.
001910     05  WS-DL-TAG                 PIC X(20).
001920     05  WS-DL-DATE                PIC 9(08).
001930     05  FILLER                    PIC X(02) VALUE SPACES.
001940     05  WS-DL-OPERATOR            PIC X(07).
001950     05  FILLER                    PIC X(02) VALUE SPACES.
001960     05  WS-DL-AMOUNT              PIC ---9.
001970     05  FILLER                    PIC X(02) VALUE SPACES.
001980     05  WS-DL-AMOUNT2             PIC ---9.

001990 01  WS-COUNT-LINE.
002000     05  WS-CL-LABEL               PIC X(24).
002010     05  WS-CL-COUNT               PIC ZZZZZ9.

002020 01  WS-AMOUNT-LINE.
002030     05  WS-AL-LABEL               PIC X(24).
002040     05  WS-AL-AMOUNT              PIC ---------9.

002050 01  WS-PERIOD-LINE.
002060     05  WS-PL-LABEL               PIC X(24).
002070     05  WS-PL-PERIOD              PIC 9(06).

002080 01  WS-REASON-LINE.
002090     05  FILLER                    PIC X(02) VALUE SPACES.
002100     05  WS-RS-COUNT               PIC ZZZZZ9.
002110     05  FILLER                    PIC X(01) VALUE SPACES.
002120     05  WS-RS-TEXT                PIC X(45).

002130 PROCEDURE DIVISION.

002140* *************************************************************
002150* 0000-MAINLINE
002160* Three readiness checks over the period, then either the close
002170* (control file moved on, certificate printed) or the refusal.
002180* The checks all run even once one has failed, so a refused
002190* close shows everything that is in the way at once.
002200* *************************************************************
002210 0000-MAINLINE.
002220     PERFORM 1000-INITIALIZE
002230         THRU 1000-EXIT.
002240     IF NOT WS-FATAL-ERROR
002250         PERFORM 2000-CHECK-REJECTS
002260             THRU 2000-EXIT
002270     END-IF.
002280     IF NOT WS-FATAL-ERROR
002290         PERFORM 3000-CHECK-RECONCILE
002300             THRU 3000-EXIT
002310     END-IF.
002320     IF NOT WS-FATAL-ERROR
002330         PERFORM 4000-CHECK-EXTRACT
002340             THRU 4000-EXIT
002350     END-IF.
002360     IF NOT WS-FATAL-ERROR
002370         PERFORM 5000-DECIDE
002380             THRU 5000-EXIT
002390     END-IF.
002400     PERFORM 9000-TERMINATE
002410         THRU 9000-EXIT.
002420     STOP RUN.

002430* *************************************************************
002440* 1000-INITIALIZE
002450* A control file that will not give up a usable open period is
002460* a hard stop - there is nothing to close.  The extract
002470* position is read now because the log pass proves it.
002480* *************************************************************
002490 1000-INITIALIZE.
002500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002510     ACCEPT WS-RUN-TIME-X FROM TIME.
002520     PERFORM 1100-READ-CONTROL
002530         THRU 1100-EXIT.
002540     IF WS-OPEN-PERIOD = ZERO
002550         DISPLAY "DATECLS: NO USABLE OPEN PERIOD ON CTLFILE - "
002560             "NOTHING CLOSED"
002570         SET WS-FATAL-ERROR TO TRUE
002580         GO TO 1000-EXIT
002590     END-IF.
002600     MOVE WS-OPEN-PERIOD TO WS-PERIOD-WORK.
002610     IF WS-PW-MONTH = 12
002620         ADD 1 TO WS-PW-YEAR
002630         MOVE 1 TO WS-PW-MONTH
002640     ELSE
002650         ADD 1 TO WS-PW-MONTH
002660     END-IF.
002670     MOVE WS-PERIOD-WORK TO WS-NEXT-PERIOD.
002680*    A month is not closed while it can still take postings.
002690     MOVE WS-RUN-DATE(1:6) TO WS-REC-PERIOD.
002700     IF WS-OPEN-PERIOD NOT < WS-REC-PERIOD
002710         SET WS-NOT-ENDED TO TRUE
002720     END-IF.
002730     PERFORM 1200-READ-POSITION
002740         THRU 1200-EXIT.
002750     OPEN OUTPUT FC-REPORT.
002760     IF WS-REPORT-FS NOT = "00"
002770         DISPLAY "DATECLS: UNABLE TO OPEN CLSRPT - FS="
002780             WS-REPORT-FS " - NOTHING CLOSED"
002790         SET WS-FATAL-ERROR TO TRUE
002800         GO TO 1000-EXIT
002810     END-IF.
002820     SET WS-REPORT-OPEN TO TRUE.
002830     MOVE "ACCOUNTING PERIOD CLOSE" TO RPT-LINE.
002840     WRITE RPT-LINE.
002850     MOVE SPACES TO RPT-LINE.
002860     WRITE RPT-LINE.
002870     MOVE "PERIOD UNDER CLOSE    :" TO WS-PL-LABEL.
002880     MOVE WS-OPEN-PERIOD            TO WS-PL-PERIOD.
002890     MOVE WS-PERIOD-LINE            TO RPT-LINE.
002900     WRITE RPT-LINE.
002910     MOVE "RUN DATE              :" TO RPT-LINE.
002920     MOVE WS-RUN-DATE               TO RPT-LINE(25:8).
002930     WRITE RPT-LINE.
002940 1000-EXIT.
002950     EXIT.

002960* *************************************************************
002970* 1100-READ-CONTROL
002980* The one control record, kept whole for the rewrite.  The
002990* period is only taken when it is a real month.
003000* *************************************************************
003010 1100-READ-CONTROL.
003020     MOVE ZERO TO WS-OPEN-PERIOD.
003030     OPEN INPUT FC-CTRL.
003040     IF WS-CTRL-FS NOT = "00"
003050         GO TO 1100-EXIT
003060     END-IF.
003070     READ FC-CTRL
003080         AT END
003090             CONTINUE
003100         NOT AT END
003110             MOVE CTL-RECORD TO WS-CTL-SAVE
003120             IF CTL-OPEN-PERIOD IS NUMERIC
003130                 MOVE CTL-OPEN-PERIOD TO WS-PERIOD-WORK
003140                 IF WS-PW-MONTH >= 1 AND WS-PW-MONTH <= 12
003150                     MOVE CTL-OPEN-PERIOD TO WS-OPEN-PERIOD
003160                 END-IF
003170             END-IF
003180     END-READ.
003190     CLOSE FC-CTRL.
003200 1100-EXIT.
003210     EXIT.

003220* *************************************************************
003230* 1200-READ-POSITION
003240* The DATEEXT position record, read the way DATEEXT reads it.
003250* No EXTSTAT, or one that cannot be read, is position zero -
003260* nothing on the log has been sent.
003270* *************************************************************
003280 1200-READ-POSITION.
003290     OPEN INPUT FC-STAT.
003300     IF WS-STAT-FS NOT = "00"
003310         GO TO 1200-EXIT
003320     END-IF.
003330     READ FC-STAT
003340         AT END
003350             CONTINUE
003360         NOT AT END
003370             IF EXT-SENT-LINES IS NUMERIC
003380                 MOVE EXT-SENT-LINES TO WS-SENT-LINES
003390                 IF EXT-TOTAL-LINES IS NUMERIC
003400                     MOVE EXT-TOTAL-LINES TO WS-STORED-TOTAL
003410                     MOVE EXT-LAST-TEXT   TO WS-STORED-TEXT
003420                     SET WS-SIG-AVAIL TO TRUE
003430                 ELSE
003440                     MOVE EXT-SENT-LINES TO WS-STORED-TOTAL
003450                 END-IF
003460             END-IF
003470     END-READ.
003480     CLOSE FC-STAT.
003490 1200-EXIT.
003500     EXIT.

003510* *************************************************************
003520* 2000-CHECK-REJECTS
003530* Every outstanding reject dated in the period is listed - each
003540* one is a posting the period may still be missing.  Reject
003550* dates are always stored YYYY/MM/DD; an outstanding reject
003560* whose date cannot be read as a month is counted as a warning
003570* since it cannot be placed in any period.  No REJECTS file at
003580* all means nothing was ever rejected.
003590* *************************************************************
003600 2000-CHECK-REJECTS.
003610     MOVE SPACES TO RPT-LINE.
003620     WRITE RPT-LINE.
003630     MOVE "OUTSTANDING REJECTS DATED IN THE PERIOD" TO RPT-LINE.
003640     WRITE RPT-LINE.
003650     OPEN INPUT FC-REJECT.
003660     IF WS-REJ-FS = "35"
003670         GO TO 2000-NONE
003680     END-IF.
003690     IF WS-REJ-FS NOT = "00"
003700         DISPLAY "DATECLS: UNABLE TO OPEN REJECTS - FS="
003710             WS-REJ-FS " - NOTHING CLOSED"
003720         SET WS-FATAL-ERROR TO TRUE
003730         GO TO 2000-EXIT
003740     END-IF.
003750     PERFORM 2100-EXAMINE-REJECT
003760         THRU 2100-EXIT
003770         UNTIL WS-REJ-EOF.
003780     CLOSE FC-REJECT.
003790 2000-NONE.
003800     IF WS-REJ-OUT-COUNT = ZERO
003810         MOVE "  NONE" TO RPT-LINE
003820         WRITE RPT-LINE
003830     END-IF.
003840 2000-EXIT.
003850     EXIT.

003860* *************************************************************
003870* 2100-EXAMINE-REJECT
003880* *************************************************************
003890 2100-EXAMINE-REJECT.
003900     READ FC-REJECT
003910         AT END
003920             SET WS-REJ-EOF TO TRUE
003930     END-READ.
003940     IF WS-REJ-EOF
003950         GO TO 2100-EXIT
003960     END-IF.
003970     IF REJ-DATE-TEXT(1:4) IS NOT NUMERIC
003980             OR REJ-DATE-TEXT(6:2) IS NOT NUMERIC
003990         IF REJ-OUTSTANDING
004000             ADD 1 TO WS-REJ-UNDATED
004010         END-IF
004020         GO TO 2100-EXIT
004030     END-IF.
004040     MOVE REJ-DATE-TEXT(1:4) TO WS-PW-YEAR.
004050     MOVE REJ-DATE-TEXT(6:2) TO WS-PW-MONTH.
004060     MOVE WS-PERIOD-WORK     TO WS-REC-PERIOD.
004070     IF WS-REC-PERIOD NOT = WS-OPEN-PERIOD
004080         GO TO 2100-EXIT
004090     END-IF.
004100     IF NOT REJ-OUTSTANDING
004110         ADD 1 TO WS-REJ-REPAIRED
004120         GO TO 2100-EXIT
004130     END-IF.
004140     ADD 1 TO WS-REJ-OUT-COUNT.
004150     MOVE REJ-DATE-TEXT  TO WS-RJ-DATE.
004160     MOVE REJ-OPERATOR   TO WS-RJ-OPERATOR.
004170     MOVE REJ-AMOUNT     TO WS-RJ-AMOUNT.
004180     MOVE REJ-REASON     TO WS-RJ-REASON.
004190     IF REJ-STAMP-DATE IS NUMERIC
004200         MOVE REJ-STAMP-DATE TO WS-RJ-STAMP
004210     ELSE
004220         MOVE ZERO TO WS-RJ-STAMP
004230     END-IF.
004240     MOVE WS-REJECT-LINE TO RPT-LINE.
004250     WRITE RPT-LINE.
004260 2100-EXIT.
004270     EXIT.

004280* *************************************************************
004290* 3000-CHECK-RECONCILE
004300* The period's master records against the period's log lines,
004310* on exactly the DATERCN matching rules.  The log pass also
004320* counts the log and picks up the line at the extract position
004330* for the extract check.  Either store that will not open is a
004340* hard stop - a close is only as good as its proof.
004350* *************************************************************
004360 3000-CHECK-RECONCILE.
004370     MOVE SPACES TO RPT-LINE.
004380     WRITE RPT-LINE.
004390     MOVE "LOG / MASTER DIFFERENCES IN THE PERIOD" TO RPT-LINE.
004400     WRITE RPT-LINE.
004410     OPEN INPUT FC-MST.
004420     IF WS-MST-FS NOT = "00"
004430         DISPLAY "DATECLS: UNABLE TO OPEN DATE MASTER - FS="
004440             WS-MST-FS " - NOTHING CLOSED"
004450         SET WS-FATAL-ERROR TO TRUE
004460         GO TO 3000-EXIT
004470     END-IF.
004480     PERFORM 3100-LOAD-MASTER
004490         THRU 3100-EXIT.
004500     CLOSE FC-MST.
004510     IF WS-FATAL-ERROR
004520         GO TO 3000-EXIT
004530     END-IF.
004540     OPEN INPUT FC-DATE.
004550     IF WS-DATE-FS NOT = "00"
004560         DISPLAY "DATECLS: UNABLE TO OPEN test.txt - FS="
004570             WS-DATE-FS " - NOTHING CLOSED"
004580         SET WS-FATAL-ERROR TO TRUE
004590         GO TO 3000-EXIT
004600     END-IF.
004610     PERFORM 3300-RECONCILE-ENTRY
004620         THRU 3300-EXIT
004630         UNTIL WS-EOF.
004640     CLOSE FC-DATE.
004650     PERFORM 3600-SWEEP-MASTER
004660         THRU 3600-EXIT
004670         VARYING WS-MT-IX FROM 1 BY 1
004680         UNTIL WS-MT-IX > WS-MT-USED.
004690     COMPUTE WS-DIFF-TOTAL =
004700         WS-DIFF-COUNT + WS-NOMST-COUNT + WS-NOLOG-COUNT.
004710     IF WS-DIFF-TOTAL = ZERO
004720         MOVE "  NONE" TO RPT-LINE
004730         WRITE RPT-LINE
004740     END-IF.
004750 3000-EXIT.
004760     EXIT.

004770* *************************************************************
004780* 3100-LOAD-MASTER
004790* Positions on the first key of the period and reads until the
004800* keys leave it.  Nothing at or past the period start is an
004810* empty period, not an error.
004820* *************************************************************
004830 3100-LOAD-MASTER.
004840     COMPUTE MST-DATE = WS-OPEN-PERIOD * 100.
004850     MOVE LOW-VALUES TO MST-OPERATOR.
004860     MOVE ZERO       TO MST-SEQ.
004870     START FC-MST KEY IS NOT LESS THAN MST-KEY
004880         INVALID KEY
004890             SET WS-MST-EOF TO TRUE
004900     END-START.
004910     PERFORM 3200-LOAD-MST-REC
004920         THRU 3200-EXIT
004930         UNTIL WS-MST-EOF
004940             OR WS-FATAL-ERROR.
004950 3100-EXIT.
004960     EXIT.

004970* *************************************************************
004980* 3200-LOAD-MST-REC
004990* *************************************************************
005000 3200-LOAD-MST-REC.
005010     READ FC-MST NEXT RECORD
005020         AT END
005030             SET WS-MST-EOF TO TRUE
005040     END-READ.
005050     IF WS-MST-EOF
005060         GO TO 3200-EXIT
005070     END-IF.
005080     DIVIDE MST-DATE BY 100 GIVING WS-REC-PERIOD.
005090     IF WS-REC-PERIOD > WS-OPEN-PERIOD
005100         SET WS-MST-EOF TO TRUE
005110         GO TO 3200-EXIT
005120     END-IF.
005130     IF WS-MT-USED >= WS-MT-MAX
005140         DISPLAY "DATECLS: MORE THAN " WS-MT-MAX " MASTER "
005150             "RECORDS IN THE PERIOD - NOTHING CLOSED"
005160         SET WS-FATAL-ERROR TO TRUE
005170         GO TO 3200-EXIT
005180     END-IF.
005190     IF MST-DELETED
005200         ADD 1 TO WS-MST-DELETED
005210     ELSE
005220         ADD 1 TO WS-MST-ACTIVE
005230         ADD MST-AMOUNT TO WS-MST-NET
005240     END-IF.
005250     ADD 1 TO WS-MT-USED.
005260     MOVE MST-DATE        TO WS-MT-DATE     (WS-MT-USED).
005270     MOVE MST-OPERATOR    TO WS-MT-OPERATOR (WS-MT-USED).
005280     MOVE MST-AMOUNT      TO WS-MT-AMOUNT   (WS-MT-USED).
005290     MOVE MST-PREV-AMOUNT TO WS-MT-PREV     (WS-MT-USED).
005300     MOVE "N"             TO WS-MT-MATCH-SW (WS-MT-USED).
005310 3200-EXIT.
005320     EXIT.

005330* *************************************************************
005340* 3300-RECONCILE-ENTRY
005350* One log line.  Every line counts toward the extract check;
005360* only lines dated in the period are matched - same amount,
005370* then the master's previous amount (a DATEMNT correction),
005380* then same date and operator (amount differs), else the line
005390* has no master record.
005400* *************************************************************
005410 3300-RECONCILE-ENTRY.
005420     READ FC-DATE
005430         AT END
005440             SET WS-EOF TO TRUE
005450     END-READ.
005460     IF WS-EOF
005470         GO TO 3300-EXIT
005480     END-IF.
005490     ADD 1 TO WS-LOG-LINES.
005500     IF WS-LOG-LINES = WS-SENT-LINES
005510         MOVE FC-ENR TO WS-LINE-AT-SENT
005520     END-IF.
005530     MOVE FC-ENR-DATE-TEXT TO DATEPRS-TEXT.
005540     CALL "DATEPRS" USING DATEPRS-PARM.
005550     IF DATEPRS-BAD
005560         ADD 1 TO WS-NOPARSE-COUNT
005570         GO TO 3300-EXIT
005580     END-IF.
005590     COMPUTE WS-REC-PERIOD =
005600         DATEPRS-ANNEE * 100 + DATEPRS-MOIS.
005610     IF WS-REC-PERIOD NOT = WS-OPEN-PERIOD
005620         GO TO 3300-EXIT
005630     END-IF.
005640     COMPUTE WS-REC-DATE =
005650         DATEPRS-ANNEE * 10000
005660             + DATEPRS-MOIS * 100 + DATEPRS-JOUR.
005670     MOVE FC-ENR-AMOUNT TO WS-REC-AMOUNT.
005680     ADD 1 TO WS-LOG-COUNT.
005690     ADD WS-REC-AMOUNT TO WS-LOG-NET.
005700     MOVE ZERO TO WS-MT-HIT.
005710     PERFORM 3400-SCAN-EXACT
005720         THRU 3400-EXIT
005730         VARYING WS-MT-IX FROM 1 BY 1
005740         UNTIL WS-MT-IX > WS-MT-USED
005750             OR WS-MT-HIT > ZERO.
005760     IF WS-MT-HIT = ZERO
005770         PERFORM 3450-SCAN-PREV
005780             THRU 3450-EXIT
005790             VARYING WS-MT-IX FROM 1 BY 1
005800             UNTIL WS-MT-IX > WS-MT-USED
005810                 OR WS-MT-HIT > ZERO
005820     END-IF.
005830     IF WS-MT-HIT > ZERO
005840         SET WS-MT-MATCHED (WS-MT-HIT) TO TRUE
005850         ADD 1 TO WS-MATCH-COUNT
005860         GO TO 3300-EXIT
005870     END-IF.
005880     PERFORM 3500-SCAN-KEY-ONLY
005890         THRU 3500-EXIT
005900         VARYING WS-MT-IX FROM 1 BY 1
005910         UNTIL WS-MT-IX > WS-MT-USED
005920             OR WS-MT-HIT > ZERO.
005930     MOVE WS-REC-DATE     TO WS-DL-DATE.
005940     MOVE FC-ENR-OPERATOR TO WS-DL-OPERATOR.
005950     MOVE WS-REC-AMOUNT   TO WS-DL-AMOUNT.
005960     IF WS-MT-HIT > ZERO
005970         SET WS-MT-MATCHED (WS-MT-HIT) TO TRUE
005980         ADD 1 TO WS-DIFF-COUNT
005990         MOVE "  AMOUNT DIFFERS    "    TO WS-DL-TAG
006000         MOVE WS-MT-AMOUNT (WS-MT-HIT) TO WS-DL-AMOUNT2
006010     ELSE
006020         ADD 1 TO WS-NOMST-COUNT
006030         MOVE "  LOG NOT IN MASTER "    TO WS-DL-TAG
006040         MOVE ZERO                      TO WS-DL-AMOUNT2
006050     END-IF.
006060     MOVE WS-DETAIL-LINE TO RPT-LINE.
006070     WRITE RPT-LINE.
006080 3300-EXIT.
006090     EXIT.

006100* *************************************************************
006110* 3400-SCAN-EXACT
006120* *************************************************************
006130 3400-SCAN-EXACT.
006140     IF NOT WS-MT-MATCHED (WS-MT-IX)
006150             AND WS-MT-DATE (WS-MT-IX) = WS-REC-DATE
006160             AND WS-MT-OPERATOR (WS-MT-IX) = FC-ENR-OPERATOR
006170             AND WS-MT-AMOUNT (WS-MT-IX) = WS-REC-AMOUNT
006180         MOVE WS-MT-IX TO WS-MT-HIT
006190     END-IF.
006200 3400-EXIT.
006210     EXIT.

006220* *************************************************************
006230* 3450-SCAN-PREV
006240* *************************************************************
006250 3450-SCAN-PREV.
006260     IF NOT WS-MT-MATCHED (WS-MT-IX)
006270             AND WS-MT-DATE (WS-MT-IX) = WS-REC-DATE
006280             AND WS-MT-OPERATOR (WS-MT-IX) = FC-ENR-OPERATOR
006290             AND WS-MT-PREV (WS-MT-IX) = WS-REC-AMOUNT
006300         MOVE WS-MT-IX TO WS-MT-HIT
006310     END-IF.
006320 3450-EXIT.
006330     EXIT.

006340* *************************************************************
006350* 3500-SCAN-KEY-ONLY
006360* *************************************************************
006370 3500-SCAN-KEY-ONLY.
006380     IF NOT WS-MT-MATCHED (WS-MT-IX)
006390             AND WS-MT-DATE (WS-MT-IX) = WS-REC-DATE
006400             AND WS-MT-OPERATOR (WS-MT-IX) = FC-ENR-OPERATOR
006410         MOVE WS-MT-IX TO WS-MT-HIT
006420     END-IF.
006430 3500-EXIT.
006440     EXIT.

006450* *************************************************************
006460* 3600-SWEEP-MASTER
006470* A period master record no log line claimed.
006480* *************************************************************
006490 3600-SWEEP-MASTER.
006500     IF WS-MT-MATCHED (WS-MT-IX)
006510         GO TO 3600-EXIT
006520     END-IF.
006530     ADD 1 TO WS-NOLOG-COUNT.
006540     MOVE "  MASTER NOT IN LOG "      TO WS-DL-TAG.
006550     MOVE WS-MT-DATE (WS-MT-IX)       TO WS-DL-DATE.
006560     MOVE WS-MT-OPERATOR (WS-MT-IX)   TO WS-DL-OPERATOR.
006570     MOVE ZERO                        TO WS-DL-AMOUNT.
006580     MOVE WS-MT-AMOUNT (WS-MT-IX)     TO WS-DL-AMOUNT2.
006590     MOVE WS-DETAIL-LINE              TO RPT-LINE.
006600     WRITE RPT-LINE.
006610 3600-EXIT.
006620     EXIT.

006630* *************************************************************
006640* 4000-CHECK-EXTRACT
006650* Lines on the log past the EXTSTAT position have not gone to
006660* finance.  The position is only believed when the log still
006670* proves it, as DATEEXT decides - a log shorter than the stored
006680* total, or a different line at the sent position, means the
006690* log was rewritten after the last extract and none of it can
006700* be shown to have gone out.
006710* *************************************************************
006720 4000-CHECK-EXTRACT.
006730     IF WS-SENT-LINES > ZERO
006740         IF WS-LOG-LINES < WS-STORED-TOTAL
006750                 OR (WS-SIG-AVAIL
006760                 AND WS-LINE-AT-SENT NOT = WS-STORED-TEXT)
006770             SET WS-LOG-REWRITTEN TO TRUE
006780         END-IF
006790     END-IF.
006800     IF WS-LOG-REWRITTEN
006810         MOVE WS-LOG-LINES TO WS-UNSENT-COUNT
006820     ELSE
006830         COMPUTE WS-UNSENT-COUNT = WS-LOG-LINES - WS-SENT-LINES
006840     END-IF.
006850     MOVE SPACES TO RPT-LINE.
006860     WRITE RPT-LINE.
006870     MOVE "FINANCE EXTRACT POSITION" TO RPT-LINE.
006880     WRITE RPT-LINE.
006890     MOVE "  LOG LINES ON FILE   :" TO WS-CL-LABEL.
006900     MOVE WS-LOG-LINES              TO WS-CL-COUNT.
006910     MOVE WS-COUNT-LINE             TO RPT-LINE.
006920     WRITE RPT-LINE.
006930     MOVE "  LINES SENT (EXTSTAT):" TO WS-CL-LABEL.
006940     MOVE WS-SENT-LINES             TO WS-CL-COUNT.
006950     MOVE WS-COUNT-LINE             TO RPT-LINE.
006960     WRITE RPT-LINE.
006970     MOVE "  LINES NOT YET SENT  :" TO WS-CL-LABEL.
006980     MOVE WS-UNSENT-COUNT           TO WS-CL-COUNT.
006990     MOVE WS-COUNT-LINE             TO RPT-LINE.
007000     WRITE RPT-LINE.
007010     IF WS-LOG-REWRITTEN
007020         MOVE "  LOG REWRITTEN SINCE THE LAST EXTRACT"
007030             TO RPT-LINE
007040         WRITE RPT-LINE
007050     END-IF.
007060 4000-EXIT.
007070     EXIT.

007080* *************************************************************
007090* 5000-DECIDE
007100* Any check that failed refuses the close; otherwise the
007110* period is moved on and the certificate printed behind it.
007120* *************************************************************
007130 5000-DECIDE.
007140     IF WS-NOT-ENDED
007150             OR WS-REJ-OUT-COUNT > ZERO
007160             OR WS-DIFF-TOTAL > ZERO
007170             OR WS-UNSENT-COUNT > ZERO
007180         SET WS-REFUSED TO TRUE
007190         PERFORM 5500-PRINT-REFUSAL
007200             THRU 5500-EXIT
007210         GO TO 5000-EXIT
007220     END-IF.
007230     PERFORM 6000-ADVANCE-PERIOD
007240         THRU 6000-EXIT.
007250     IF WS-ADVANCED
007260         PERFORM 7000-PRINT-CERTIFICATE
007270             THRU 7000-EXIT
007280     END-IF.
007290 5000-EXIT.
007300     EXIT.

007310* *************************************************************
007320* 5500-PRINT-REFUSAL
007330* *************************************************************
007340 5500-PRINT-REFUSAL.
007350     MOVE SPACES TO RPT-LINE.
007360     WRITE RPT-LINE.
007370     MOVE "PERIOD NOT CLOSED - CTL-OPEN-PERIOD LEFT AT"
007380         TO RPT-LINE.
007390     MOVE WS-OPEN-PERIOD TO RPT-LINE(45:6).
007400     WRITE RPT-LINE.
007410     IF WS-NOT-ENDED
007420         MOVE "  THE PERIOD HAS NOT ENDED YET" TO RPT-LINE
007430         WRITE RPT-LINE
007440     END-IF.
007450     IF WS-REJ-OUT-COUNT > ZERO
007460         MOVE WS-REJ-OUT-COUNT TO WS-RS-COUNT
007470         MOVE "OUTSTANDING REJECTS DATED IN THE PERIOD"
007480             TO WS-RS-TEXT
007490         MOVE WS-REASON-LINE TO RPT-LINE
007500         WRITE RPT-LINE
007510     END-IF.
007520     IF WS-DIFF-TOTAL > ZERO
007530         MOVE WS-DIFF-TOTAL TO WS-RS-COUNT
007540         MOVE "LOG / MASTER DIFFERENCES IN THE PERIOD"
007550             TO WS-RS-TEXT
007560         MOVE WS-REASON-LINE TO RPT-LINE
007570         WRITE RPT-LINE
007580     END-IF.
007590     IF WS-UNSENT-COUNT > ZERO
007600         MOVE WS-UNSENT-COUNT TO WS-RS-COUNT
007610         MOVE "LOG LINES NOT YET SENT TO FINANCE"
007620             TO WS-RS-TEXT
007630         MOVE WS-REASON-LINE TO RPT-LINE
007640         WRITE RPT-LINE
007650     END-IF.
007660     DISPLAY "DATECLS: PERIOD " WS-OPEN-PERIOD " NOT CLOSED - "
007670         "SEE CLSRPT".
007680 5500-EXIT.
007690     EXIT.

007700* *************************************************************
007710* 6000-ADVANCE-PERIOD
007720* The control record goes back exactly as it was read, with the
007730* next month as the open period.  A failed rewrite can leave
007740* CTLFILE empty, so the message says what to put back.
007750* *************************************************************
007760 6000-ADVANCE-PERIOD.
007770     OPEN OUTPUT FC-CTRL.
007780     IF WS-CTRL-FS = "00"
007790         MOVE WS-CTL-SAVE    TO CTL-RECORD
007800         MOVE WS-NEXT-PERIOD TO CTL-OPEN-PERIOD
007810         WRITE CTL-RECORD
007820         IF WS-CTRL-FS = "00"
007830             SET WS-ADVANCED TO TRUE
007840         END-IF
007850         CLOSE FC-CTRL
007860     END-IF.
007870     IF NOT WS-ADVANCED
007880         DISPLAY "DATECLS: CTLFILE REWRITE FAILED - FS="
007890             WS-CTRL-FS " - PERIOD NOT CLOSED"
007900         DISPLAY "DATECLS: RESTORE CTLFILE AS " WS-CTL-SAVE
007910             " AND RERUN"
007920         SET WS-FATAL-ERROR TO TRUE
007930         MOVE SPACES TO RPT-LINE
007940         WRITE RPT-LINE
007950         MOVE "CTLFILE REWRITE FAILED - PERIOD NOT CLOSED"
007960             TO RPT-LINE
007970         WRITE RPT-LINE
007980     ELSE
007990         DISPLAY "DATECLS: PERIOD " WS-OPEN-PERIOD " CLOSED - "
008000             "OPEN PERIOD IS NOW " WS-NEXT-PERIOD
008010     END-IF.
008020 6000-EXIT.
008030     EXIT.

008040* *************************************************************
008050* 7000-PRINT-CERTIFICATE
008060* The record the close leaves behind - what the period held
008070* on both stores at the moment it was closed.
008080* *************************************************************
008090 7000-PRINT-CERTIFICATE.
008100     MOVE SPACES TO RPT-LINE.
008110     WRITE RPT-LINE.
008120     MOVE "PERIOD CLOSE CERTIFICATE" TO RPT-LINE.
008130     WRITE RPT-LINE.
008140     MOVE "------------------------" TO RPT-LINE.
008150     WRITE RPT-LINE.
008160     MOVE "PERIOD CLOSED         :" TO WS-PL-LABEL.
008170     MOVE WS-OPEN-PERIOD            TO WS-PL-PERIOD.
008180     MOVE WS-PERIOD-LINE            TO RPT-LINE.
008190     WRITE RPT-LINE.
008200     MOVE "MASTER ENTRIES ACTIVE :" TO WS-CL-LABEL.
008210     MOVE WS-MST-ACTIVE             TO WS-CL-COUNT.
008220     MOVE WS-COUNT-LINE             TO RPT-LINE.
008230     WRITE RPT-LINE.
008240     MOVE "MASTER ENTRIES DELETED:" TO WS-CL-LABEL.
008250     MOVE WS-MST-DELETED            TO WS-CL-COUNT.
008260     MOVE WS-COUNT-LINE             TO RPT-LINE.
008270     WRITE RPT-LINE.
008280     MOVE "MASTER NET AMOUNT     :" TO WS-AL-LABEL.
008290     MOVE WS-MST-NET                TO WS-AL-AMOUNT.
008300     MOVE WS-AMOUNT-LINE            TO RPT-LINE.
008310     WRITE RPT-LINE.
008320     MOVE "LOG ENTRIES           :" TO WS-CL-LABEL.
008330     MOVE WS-LOG-COUNT              TO WS-CL-COUNT.
008340     MOVE WS-COUNT-LINE             TO RPT-LINE.
008350     WRITE RPT-LINE.
008360     MOVE "LOG NET AMOUNT        :" TO WS-AL-LABEL.
008370     MOVE WS-LOG-NET                TO WS-AL-AMOUNT.
008380     MOVE WS-AMOUNT-LINE            TO RPT-LINE.
008390     WRITE RPT-LINE.
008400     MOVE "REJECTS REPAIRED      :" TO WS-CL-LABEL.
008410     MOVE WS-REJ-REPAIRED           TO WS-CL-COUNT.
008420     MOVE WS-COUNT-LINE             TO RPT-LINE.
008430     WRITE RPT-LINE.
008440     MOVE "LOG LINES SENT        :" TO WS-CL-LABEL.
008450     MOVE WS-SENT-LINES             TO WS-CL-COUNT.
008460     MOVE WS-COUNT-LINE             TO RPT-LINE.
008470     WRITE RPT-LINE.
008480     IF WS-REJ-UNDATED > ZERO
008490         MOVE "UNDATED REJECTS (WARN):" TO WS-CL-LABEL
008500         MOVE WS-REJ-UNDATED            TO WS-CL-COUNT
008510         MOVE WS-COUNT-LINE             TO RPT-LINE
008520         WRITE RPT-LINE
008530     END-IF.
008540     IF WS-NOPARSE-COUNT > ZERO
008550         MOVE "LOG DATES UNREADABLE  :" TO WS-CL-LABEL
008560         MOVE WS-NOPARSE-COUNT          TO WS-CL-COUNT
008570         MOVE WS-COUNT-LINE             TO RPT-LINE
008580         WRITE RPT-LINE
008590     END-IF.
008600     MOVE "NEW OPEN PERIOD       :" TO WS-PL-LABEL.
008610     MOVE WS-NEXT-PERIOD            TO WS-PL-PERIOD.
008620     MOVE WS-PERIOD-LINE            TO RPT-LINE.
008630     WRITE RPT-LINE.
008640     MOVE "CLOSED AT             :" TO RPT-LINE.
008650     MOVE WS-RUN-DATE               TO RPT-LINE(25:8).
008660     MOVE WS-RUN-TIME-X(1:6)        TO RPT-LINE(34:6).
008670     WRITE RPT-LINE.
008680 7000-EXIT.
008690     EXIT.

008700* *************************************************************
008710* 9000-TERMINATE
008720* Condition code: 0 closed, 4 closed with warnings (undated
008730* outstanding rejects, unreadable log dates), 8 refused - the
008740* period is still open - and 12 nothing could be proven or the
008750* control file could not be rewritten.
008760* *************************************************************
008770 9000-TERMINATE.
008780     IF WS-REPORT-OPEN
008790         CLOSE FC-REPORT
008800     END-IF.
008810     EVALUATE TRUE
008820         WHEN WS-FATAL-ERROR
008830             MOVE 12 TO RETURN-CODE
008840         WHEN WS-REFUSED
008850             MOVE 8 TO RETURN-CODE
008860         WHEN WS-REJ-UNDATED > ZERO
008870                 OR WS-NOPARSE-COUNT > ZERO
008880             MOVE 4 TO RETURN-CODE
008890         WHEN OTHER
008900             CONTINUE
008910     END-EVALUATE.
008920 9000-EXIT.
008930     EXIT.

008940 END PROGRAM DATECLS.
