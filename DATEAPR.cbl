000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DATEAPR.
000120 AUTHOR.        Bastien.
000130 INSTALLATION.  DAILY-RECON-BATCH.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*
000170* ---------------------------------------------------------------
000180* MODIFICATION HISTORY
000190* ---------------------------------------------------------------
000200* 2026-10-15 RLB  Original version - the second pair of eyes on
000210*                 large date master corrections.  DATEMNT holds
000219*                 any amount change, delete or reinstate beyond
000228*                 the CTLFILE approval limit on the PNDCHG
000237*                 pending-change file (PNDREC copybook) instead
000246*                 of rewriting the master.  Here a different
000255*                 authorized operator signs on (double-keyed
000264*                 and checked against OPERFILE, as at DATEMNT)
000273*                 and is shown each pending request in turn to
000282*                 approve, refuse or leave.  A request is never
000291*                 shown for decision to the operator who made
000300*                 it.  An approved request is applied to the
000309*                 master exactly as DATEMNT would have applied
000318*                 it - previous amount kept, logical delete and
000327*                 reinstate only - stamped with the requester
000336*                 in MST-CHG-OPERATOR and the approver in
000345*                 MST-APR-OPERATOR, and journaled to MNTJRNL
000354*                 with both names.  A request the master no
000363*                 longer matches (amount or status moved since
000372*                 it was asked for, or the entry gone) can only
000381*                 be refused.  Every request, decided or not,
000390*                 goes out to PNDNEW for operations to rename
000399*                 over PNDCHG - CALMNT fashion - carrying the
000408*                 decision, the approver and when.  RETURN-CODE
000417*                 4 when requests are left pending, 8 when a
000426*                 journal write failed behind an applied
000435*                 change, 12 when PNDNEW could not be written.
000460* ---------------------------------------------------------------

000470 ENVIRONMENT DIVISION.

000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500* FC-PEND is the pending-change file DATEMNT appends to.
000510     SELECT FC-PEND   ASSIGN TO "PNDCHG"
000520       ORGANIZATION LINE SEQUENTIAL
000530       FILE STATUS IS WS-PEND-FS.

000540* FC-PNDNEW carries every request back out with its decision;
000550* it replaces PNDCHG at the end of the session.
000560     SELECT FC-PNDNEW ASSIGN TO "PNDNEW"
000570       ORGANIZATION LINE SEQUENTIAL
000580       FILE STATUS IS WS-PNDNEW-FS.

000590* FC-MST is the indexed date master the approved requests are
000600* applied to, read and rewritten by key.
000610     SELECT FC-MST    ASSIGN TO "DATEMST"
000620       ORGANIZATION INDEXED
000630       ACCESS MODE IS RANDOM
000640       RECORD KEY IS MST-KEY
000650       FILE STATUS IS WS-MST-FS.

000660* FC-OPER is the operator authorization file DATEMNT and
000670* HELLOWORLD check - one authorized ID per record.
000680     SELECT FC-OPER   ASSIGN TO "OPERFILE"
000690       ORGANIZATION LINE SEQUENTIAL
000700       FILE STATUS IS WS-OPR-FS.

000710* FC-JRNL is the DATEMNT maintenance journal - an approved
000720* request is journaled there like any other action.
000730     SELECT FC-JRNL   ASSIGN TO "MNTJRNL"
000740       ORGANIZATION LINE SEQUENTIAL
000750       FILE STATUS IS WS-JRNL-FS.

000760 DATA DIVISION.
000770 FILE SECTION.

000780 FD  FC-PEND.
000790     COPY PNDREC.

000800 FD  FC-PNDNEW.
000810 01  PNN-ENR                       PIC X(81).

000820 FD  FC-MST.
000830     COPY DATEMST.

000840 FD  FC-OPER.
000850 01  OPR-ENR.
000860     05  OPR-ID                    PIC X(07).

000870 FD  FC-JRNL.
000880     COPY MNTJRNL.

000890 WORKING-STORAGE SECTION.

000900* File status / switches.
000910 77  WS-PEND-FS             PIC X(02) VALUE "00".
000920 77  WS-PNDNEW-FS           PIC X(02) VALUE "00".
000930 77  WS-MST-FS              PIC X(02) VALUE "00".
000940 77  WS-OPR-FS              PIC X(02) VALUE "00".
000950 77  WS-JRNL-FS             PIC X(02) VALUE "00".
000960 77  WS-EOF-SW              PIC X(01) VALUE "N".
000970     88  WS-EOF                     VALUE "Y".
000980 77  WS-QUIT-SW             PIC X(01) VALUE "N".
000990     88  WS-QUIT                    VALUE "Y".
001000 77  WS-PEND-OPEN-SW        PIC X(01) VALUE "N".
001010     88  WS-PEND-OPEN               VALUE "Y".
001020 77  WS-PNDNEW-OPEN-SW      PIC X(01) VALUE "N".
001030     88  WS-PNDNEW-OPEN             VALUE "Y".
001040 77  WS-MST-OPEN-SW         PIC X(01) VALUE "N".
001050     88  WS-MST-OPEN                VALUE "Y".
001060 77  WS-JRNL-OPEN-SW        PIC X(01) VALUE "N".
001070     88  WS-JRNL-OPEN               VALUE "Y".
001080 77  WS-JRNL-FAIL-SW        PIC X(01) VALUE "N".
001090     88  WS-JRNL-FAILED             VALUE "Y".

001100* Set when the master no longer holds what the requester saw -
001110* such a request can be refused but never approved.
001120 77  WS-STALE-SW            PIC X(01) VALUE "N".
001130     88  WS-STALE                   VALUE "Y".

001140* Signed-on approver - double-keyed exactly as DATEMNT does it.
001150 77  WS-PRENOM              PIC X(07) VALUE "X".
001160 77  WS-PRENOM2             PIC X(07) VALUE SPACES.

001170* Operator authorization table, loaded from FC-OPER exactly as
001180* DATEMNT loads it; a missing or empty file waives the check
001190* for the session with a console warning.  The approver still
001200* has to be someone other than the requester either way.
001210 77  WS-OPR-MAX             PIC 9(03) VALUE 100.
001220 77  WS-OPR-COUNT           PIC 9(03) VALUE ZERO.
001230 77  WS-OPR-IX              PIC 9(03) VALUE ZERO.
001240 77  WS-OPR-AVAIL-SW        PIC X(01) VALUE "N".
001250     88  WS-OPR-AVAIL               VALUE "Y".
001260 77  WS-OPR-EOF-SW          PIC X(01) VALUE "N".
001270     88  WS-OPR-EOF                 VALUE "Y".
001280 77  WS-OPR-FULL-SW         PIC X(01) VALUE "N".
001290     88  WS-OPR-FULL                VALUE "Y".
001300 77  WS-OPER-OK-SW          PIC X(01) VALUE "N".
001310     88  WS-OPER-OK                 VALUE "Y".
001320 01  WS-OPR-TABLE.
001330     05  WS-OPR-AUTH-ID OCCURS 100 TIMES PIC X(07).

001340 77  WS-DECISION            PIC X(01) VALUE SPACES.
001350     88  WS-DEC-APPROVE             VALUE "A".
001360     88  WS-DEC-REFUSE              VALUE "X".
001370     88  WS-DEC-SKIP                VALUE "S".
001380     88  WS-DEC-QUIT                VALUE "Q".

001390* Before image and action letter for the journal, DATEMNT
001400* fashion.
001410 77  WS-JRN-ACTION          PIC X(01) VALUE SPACES.
001420 77  WS-BEF-AMOUNT          PIC S9(3) VALUE ZERO.
001430 77  WS-BEF-STATUS          PIC X(01) VALUE SPACES.

001440 77  WS-AMOUNT-SHOW         PIC ---9.
001450 77  WS-NEW-SHOW            PIC ---9.
001460 77  WS-STAMP-DATE          PIC 9(08) VALUE ZERO.
001470 77  WS-STAMP-TIME-X        PIC X(08) VALUE SPACES.

001480* Session accounting.
001490 77  WS-READ-COUNT          PIC 9(05) VALUE ZERO.
001500 77  WS-PENDING-COUNT       PIC 9(05) VALUE ZERO.
001510 77  WS-APPROVED-COUNT      PIC 9(05) VALUE ZERO.
001520 77  WS-REFUSED-COUNT       PIC 9(05) VALUE ZERO.
001530 77  WS-LEFT-COUNT          PIC 9(05) VALUE ZERO.

001540 PROCEDURE DIVISION.

001550* *************************************************************
001560* 0000-MAINLINE
001570* *************************************************************
001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE
001600         THRU 1000-EXIT.
001610     PERFORM 2000-PROCESS-REQUEST
001620         THRU 2000-EXIT
001630         UNTIL WS-EOF.
001640     PERFORM 9000-TERMINATE
001650         THRU 9000-EXIT.
001660     STOP RUN.

001670* *************************************************************
001680* 1000-INITIALIZE
001690* No PNDCHG means nothing has ever been held - said, and the
001700* session ends clean.  A master or journal that will not open
001710* ends it before anything is decided; so does a PNDNEW that
001720* cannot be created, since a decision that is not carried out
001730* to it would be asked again tomorrow.
001740* *************************************************************
001750 1000-INITIALIZE.
001760     OPEN INPUT FC-PEND.
001770     IF WS-PEND-FS NOT = "00"
001780         DISPLAY "DATEAPR: NO PNDCHG TO READ - FS=" WS-PEND-FS
001790             " - NOTHING IS WAITING FOR APPROVAL"
001800         SET WS-EOF TO TRUE
001810         GO TO 1000-EXIT
001820     END-IF.
001830     SET WS-PEND-OPEN TO TRUE.
001840     OPEN I-O FC-MST.
001850     IF WS-MST-FS NOT = "00"
001860         DISPLAY "DATEAPR: UNABLE TO OPEN DATE MASTER - FS="
001870             WS-MST-FS
001880         MOVE 12 TO RETURN-CODE
001890         SET WS-EOF TO TRUE
001900         GO TO 1000-EXIT
001910     END-IF.
001920     SET WS-MST-OPEN TO TRUE.
001930     PERFORM 1070-OPEN-JOURNAL
001940         THRU 1070-EXIT.
001950     IF WS-EOF
001960         GO TO 1000-EXIT
001970     END-IF.
001980     OPEN OUTPUT FC-PNDNEW.
001990     IF WS-PNDNEW-FS NOT = "00"
002000         PERFORM 8000-OUTPUT-FAIL
002010             THRU 8000-EXIT
002020         GO TO 1000-EXIT
002030     END-IF.
002040     SET WS-PNDNEW-OPEN TO TRUE.
002050     PERFORM 1050-LOAD-OPERATORS
002060         THRU 1050-EXIT.
002070     PERFORM 1100-GET-OPERATOR
002080         THRU 1100-EXIT.
002090     PERFORM 2100-READ-PEND
002100         THRU 2100-EXIT.
002110 1000-EXIT.
002120     EXIT.

002130* *************************************************************
002140* 1050-LOAD-OPERATORS
002150* Loads the authorized operator IDs from FC-OPER into the
002160* check table, exactly as DATEMNT does at sign-on.
002170* *************************************************************
002180 1050-LOAD-OPERATORS.
002190     OPEN INPUT FC-OPER.
002200     IF WS-OPR-FS NOT = "00"
002210         DISPLAY "DATEAPR: OPERATOR FILE UNAVAILABLE - FS="
002220             WS-OPR-FS " - OPERATOR CHECK WAIVED THIS SESSION"
002230         GO TO 1050-EXIT
002240     END-IF.
002250     MOVE "N" TO WS-OPR-EOF-SW.
002260     PERFORM 1055-LOAD-OPR-REC
002270         THRU 1055-EXIT
002280         UNTIL WS-OPR-EOF.
002290     CLOSE FC-OPER.
002300     IF WS-OPR-COUNT = ZERO
002310         DISPLAY "DATEAPR: OPERATOR FILE HOLDS NO IDS - "
002320             "OPERATOR CHECK WAIVED THIS SESSION"
002330     ELSE
002340         SET WS-OPR-AVAIL TO TRUE
002350     END-IF.
002360 1050-EXIT.
002370     EXIT.

002380* *************************************************************
002390* 1055-LOAD-OPR-REC
002400* *************************************************************
002410 1055-LOAD-OPR-REC.
002420     READ FC-OPER
002430         AT END
002440             SET WS-OPR-EOF TO TRUE
002450     END-READ.
002460     IF NOT WS-OPR-EOF AND OPR-ID NOT = SPACES
002470         IF WS-OPR-COUNT < WS-OPR-MAX
002480             ADD 1 TO WS-OPR-COUNT
002490             MOVE OPR-ID TO WS-OPR-AUTH-ID (WS-OPR-COUNT)
002500         ELSE
002510             IF NOT WS-OPR-FULL
002520                 SET WS-OPR-FULL TO TRUE
002530                 DISPLAY "DATEAPR: MORE THAN " WS-OPR-MAX
002540                     " OPERATOR IDS - THE EXCESS ARE NOT "
002550                     "AUTHORIZED THIS SESSION"
002560             END-IF
002570         END-IF
002580     END-IF.
002590 1055-EXIT.
002600     EXIT.

002610* *************************************************************
002620* 1070-OPEN-JOURNAL
002630* Appended to, created if this is the very first action ever.
002640* No journal, no approvals - an approved change must land in
002650* the audit trail like every other one.
002660* *************************************************************
002670 1070-OPEN-JOURNAL.
002680     OPEN EXTEND FC-JRNL.
002690     IF WS-JRNL-FS = "35"
002700         OPEN OUTPUT FC-JRNL
002710     END-IF.
002720     IF WS-JRNL-FS = "00"
002730         SET WS-JRNL-OPEN TO TRUE
002740     ELSE
002750         DISPLAY "DATEAPR: UNABLE TO OPEN MNTJRNL - FS="
002760             WS-JRNL-FS " - NO APPROVALS WITHOUT A JOURNAL"
002770         MOVE 12 TO RETURN-CODE
002780         SET WS-EOF TO TRUE
002790     END-IF.
002800 1070-EXIT.
002810     EXIT.

002820* *************************************************************
002830* 1100-GET-OPERATOR
002840* *************************************************************
002850 1100-GET-OPERATOR.
002860     PERFORM 1100-ASK-NAME
002870         THRU 1100-ASK-NAME-EXIT
002880         UNTIL WS-PRENOM = WS-PRENOM2
002890             AND WS-OPER-OK.
002900 1100-EXIT.
002910     EXIT.

002920* *************************************************************
002930* 1100-ASK-NAME
002940* Same double-keyed, authorized sign-on as DATEMNT.
002950* *************************************************************
002960 1100-ASK-NAME.
002970     DISPLAY "Approving operator name: " WITH NO ADVANCING.
002980     ACCEPT WS-PRENOM.
002990     DISPLAY "Re-enter operator name to confirm: "
003000         WITH NO ADVANCING.
003010     ACCEPT WS-PRENOM2.
003020     IF WS-PRENOM NOT = WS-PRENOM2
003030         DISPLAY "OPERATOR NAME DID NOT MATCH - RE-ENTER"
003040         GO TO 1100-ASK-NAME-EXIT
003050     END-IF.
003060     PERFORM 1260-CHECK-OPERATOR
003070         THRU 1260-EXIT.
003080     IF NOT WS-OPER-OK
003090         DISPLAY "OPERATOR NOT AUTHORIZED - RE-ENTER"
003100         MOVE SPACES TO WS-PRENOM2
003110     END-IF.
003120 1100-ASK-NAME-EXIT.
003130     EXIT.

003140* *************************************************************
003150* 1260-CHECK-OPERATOR
003160* *************************************************************
003170 1260-CHECK-OPERATOR.
003180     MOVE "N" TO WS-OPER-OK-SW.
003190     IF NOT WS-OPR-AVAIL
003200         MOVE "Y" TO WS-OPER-OK-SW
003210         GO TO 1260-EXIT
003220     END-IF.
003230     PERFORM 1265-SCAN-OPERATOR
003240         THRU 1265-EXIT
003250         VARYING WS-OPR-IX FROM 1 BY 1
003260         UNTIL WS-OPR-IX > WS-OPR-COUNT
003270             OR WS-OPER-OK.
003280 1260-EXIT.
003290     EXIT.

003300* *************************************************************
003310* 1265-SCAN-OPERATOR
003320* *************************************************************
003330 1265-SCAN-OPERATOR.
003340     IF WS-PRENOM = WS-OPR-AUTH-ID (WS-OPR-IX)
003350         MOVE "Y" TO WS-OPER-OK-SW
003360     END-IF.
003370 1265-EXIT.
003380     EXIT.

003390* *************************************************************
003400* 2000-PROCESS-REQUEST
003410* One PNDCHG record per pass.  Requests already decided, and
003420* everything after a quit, are carried to PNDNEW untouched.
003430* The requester's own requests are shown but not offered.
003440* *************************************************************
003450 2000-PROCESS-REQUEST.
003460     ADD 1 TO WS-READ-COUNT.
003470     IF NOT PND-PENDING
003480         GO TO 2000-NEXT
003490     END-IF.
003500     ADD 1 TO WS-PENDING-COUNT.
003510     IF WS-QUIT
003520         ADD 1 TO WS-LEFT-COUNT
003530         GO TO 2000-NEXT
003540     END-IF.
003550     PERFORM 3000-SHOW-REQUEST
003560         THRU 3000-EXIT.
003570     IF PND-REQ-OPERATOR = WS-PRENOM
003580         DISPLAY "YOUR OWN REQUEST - A DIFFERENT OPERATOR MUST "
003590             "DECIDE IT"
003600         ADD 1 TO WS-LEFT-COUNT
003610         GO TO 2000-NEXT
003620     END-IF.
003630     PERFORM 2200-CHECK-MASTER
003640         THRU 2200-EXIT.
003650     PERFORM 2300-ASK-DECISION
003660         THRU 2300-EXIT.
003670     EVALUATE TRUE
003680         WHEN WS-DEC-APPROVE
003690             PERFORM 4000-APPLY-REQUEST
003700                 THRU 4000-EXIT
003710         WHEN WS-DEC-REFUSE
003720             PERFORM 5000-REFUSE-REQUEST
003730                 THRU 5000-EXIT
003740         WHEN WS-DEC-QUIT
003750             SET WS-QUIT TO TRUE
003760             ADD 1 TO WS-LEFT-COUNT
003770         WHEN OTHER
003780             DISPLAY "LEFT PENDING"
003790             ADD 1 TO WS-LEFT-COUNT
003800     END-EVALUATE.
003810 2000-NEXT.
003820     PERFORM 7000-WRITE-PNDNEW
003830         THRU 7000-EXIT.
003840     IF NOT WS-EOF
003850         PERFORM 2100-READ-PEND
003860             THRU 2100-EXIT
003870     END-IF.
003880 2000-EXIT.
003890     EXIT.

003900* *************************************************************
003910* 2100-READ-PEND
003920* *************************************************************
003930 2100-READ-PEND.
003940     READ FC-PEND
003950         AT END
003960             SET WS-EOF TO TRUE
003970     END-READ.
003980 2100-EXIT.
003990     EXIT.

004000* *************************************************************
004010* 2200-CHECK-MASTER
004020* Reads the entry the request is against.  The approver is
004030* signing off the figure the requester saw; if the master has
004040* moved since (another change, a delete, or the entry is not
004050* there at all) the request is stale and can only be refused -
004060* the requester asks again against what is there now.
004070* *************************************************************
004080 2200-CHECK-MASTER.
004090     MOVE "N" TO WS-STALE-SW.
004100     MOVE PND-DATE     TO MST-DATE.
004110     MOVE PND-OPERATOR TO MST-OPERATOR.
004120     MOVE PND-SEQ      TO MST-SEQ.
004130     READ FC-MST
004140         INVALID KEY
004150             DISPLAY "ENTRY IS NOT ON THE MASTER - FS=" WS-MST-FS
004160             SET WS-STALE TO TRUE
004170     END-READ.
004180     IF WS-STALE
004190         GO TO 2200-EXIT
004200     END-IF.
004201     IF PND-ACT-REINSTATE
004202         IF MST-ACTIVE
004203             SET WS-STALE TO TRUE
004204         END-IF
004205     ELSE
004206         IF MST-DELETED
004207             SET WS-STALE TO TRUE
004208         END-IF
004209     END-IF.
004210     IF MST-AMOUNT NOT = PND-BEF-AMOUNT
004211         SET WS-STALE TO TRUE
004212     END-IF.
004213     IF WS-STALE
004220         MOVE MST-AMOUNT TO WS-AMOUNT-SHOW
004230         DISPLAY "MASTER HAS MOVED SINCE THE REQUEST - NOW "
004240             WS-AMOUNT-SHOW " STATUS " MST-STATUS
004260     END-IF.
004270 2200-EXIT.
004280     EXIT.

004290* *************************************************************
004300* 2300-ASK-DECISION
004310* Anything but A, X or Q leaves the request pending.  A on a
004320* stale request is refused at the terminal and left pending.
004330* *************************************************************
004340 2300-ASK-DECISION.
004350     IF WS-STALE
004360         DISPLAY "Decision - X=refuse S=skip Q=quit: "
004370             WITH NO ADVANCING
004380     ELSE
004390         DISPLAY "Decision - A=approve X=refuse S=skip Q=quit: "
004400             WITH NO ADVANCING
004410     END-IF.
004420     ACCEPT WS-DECISION.
004430     IF WS-DEC-APPROVE AND WS-STALE
004440         DISPLAY "CANNOT APPROVE - THE MASTER NO LONGER MATCHES "
004450             "THE REQUEST"
004460         SET WS-DEC-SKIP TO TRUE
004470     END-IF.
004480 2300-EXIT.
004490     EXIT.

004500* *************************************************************
004510* 3000-SHOW-REQUEST
004520* *************************************************************
004530 3000-SHOW-REQUEST.
004540     MOVE PND-BEF-AMOUNT TO WS-AMOUNT-SHOW.
004550     MOVE PND-NEW-AMOUNT TO WS-NEW-SHOW.
004560     DISPLAY " ".
004570     IF PND-ACT-CHANGE
004580         DISPLAY "AMOUNT CHANGE FOR ENTRY " PND-DATE " "
004590             PND-OPERATOR " SEQ " PND-SEQ
004600         DISPLAY "  FROM            " WS-AMOUNT-SHOW
004610         DISPLAY "  TO              " WS-NEW-SHOW
004660     END-IF.
004661     IF PND-ACT-DELETE
004662         DISPLAY "DELETE OF ENTRY " PND-DATE " "
004663             PND-OPERATOR " SEQ " PND-SEQ
004664         DISPLAY "  AMOUNT          " WS-AMOUNT-SHOW
004665     END-IF.
004666     IF PND-ACT-REINSTATE
004667         DISPLAY "REINSTATE OF ENTRY " PND-DATE " "
004668             PND-OPERATOR " SEQ " PND-SEQ
004669         DISPLAY "  AMOUNT          " WS-AMOUNT-SHOW
004670     END-IF.
004671     DISPLAY "  REQUESTED BY    " PND-REQ-OPERATOR " ON "
004680         PND-REQ-DATE " " PND-REQ-TIME.
004690 3000-EXIT.
004700     EXIT.

004710* *************************************************************
004720* 4000-APPLY-REQUEST
004730* Applied exactly as DATEMNT applies a direct action - the old
004738* amount moves to MST-PREV-AMOUNT, a delete or reinstate only
004746* flips the status - then stamped with the requester as the
004754* changing operator and the signed-on operator as the approver.
004762* A rewrite that fails leaves the request pending and undecided
004770* - the decision is only stamped on it once the master holds it.
004780* *************************************************************
004790 4000-APPLY-REQUEST.
004800     MOVE PND-ACTION TO WS-JRN-ACTION.
004810     MOVE MST-AMOUNT TO WS-BEF-AMOUNT.
004820     MOVE MST-STATUS TO WS-BEF-STATUS.
004827     EVALUATE TRUE
004834         WHEN PND-ACT-CHANGE
004841             MOVE MST-AMOUNT     TO MST-PREV-AMOUNT
004848             MOVE PND-NEW-AMOUNT TO MST-AMOUNT
004855         WHEN PND-ACT-REINSTATE
004862             SET MST-ACTIVE TO TRUE
004869         WHEN OTHER
004876             SET MST-DELETED TO TRUE
004883     END-EVALUATE.
004890     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
004897     ACCEPT WS-STAMP-TIME-X FROM TIME.
004910     MOVE WS-STAMP-DATE        TO MST-CHG-DATE.
004920     MOVE WS-STAMP-TIME-X(1:6) TO MST-CHG-TIME.
004930     MOVE PND-REQ-OPERATOR     TO MST-CHG-OPERATOR.
004940     MOVE WS-PRENOM            TO MST-APR-OPERATOR.
004950     REWRITE MST-ENR
004960         INVALID KEY
004970             CONTINUE
004980     END-REWRITE.
004990     IF WS-MST-FS NOT = "00"
005000         DISPLAY "REWRITE FAILED - FS=" WS-MST-FS
005010             " - LEFT PENDING"
005020         ADD 1 TO WS-LEFT-COUNT
005030         GO TO 4000-EXIT
005040     END-IF.
005043     PERFORM 6000-STAMP-DECISION
005046         THRU 6000-EXIT.
005050     PERFORM 7500-WRITE-JOURNAL
005060         THRU 7500-EXIT.
005070     SET PND-APPROVED TO TRUE.
005080     ADD 1 TO WS-APPROVED-COUNT.
005090     DISPLAY "APPROVED - MASTER UPDATED".
005100 4000-EXIT.
005110     EXIT.

005120* *************************************************************
005130* 5000-REFUSE-REQUEST
005140* The master is not touched; the refusal and who made it are
005150* kept on the request.
005160* *************************************************************
005170 5000-REFUSE-REQUEST.
005173     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
005176     ACCEPT WS-STAMP-TIME-X FROM TIME.
005180     PERFORM 6000-STAMP-DECISION
005190         THRU 6000-EXIT.
005200     SET PND-REFUSED TO TRUE.
005210     ADD 1 TO WS-REFUSED-COUNT.
005220     DISPLAY "REFUSED - MASTER NOT CHANGED".
005230 5000-EXIT.
005240     EXIT.

005250* *************************************************************
005260* 6000-STAMP-DECISION
005263* The decider and the stamp the caller took - for an approval
005266* the same stamp as the master change it made.
005270* *************************************************************
005280 6000-STAMP-DECISION.
005310     MOVE WS-PRENOM            TO PND-APR-OPERATOR.
005320     MOVE WS-STAMP-DATE        TO PND-APR-DATE.
005330     MOVE WS-STAMP-TIME-X(1:6) TO PND-APR-TIME.
005340 6000-EXIT.
005350     EXIT.

005360* *************************************************************
005370* 7000-WRITE-PNDNEW
005380* Every request goes out, decided or not.  A write failure is
005390* the DO-NOT-RENAME stop.
005400* *************************************************************
005410 7000-WRITE-PNDNEW.
005420     MOVE PND-ENR TO PNN-ENR.
005430     WRITE PNN-ENR.
005440     IF WS-PNDNEW-FS NOT = "00"
005450         PERFORM 8000-OUTPUT-FAIL
005460             THRU 8000-EXIT
005470     END-IF.
005480 7000-EXIT.
005490     EXIT.

005500* *************************************************************
005510* 7500-WRITE-JOURNAL
005520* One before/after image behind the rewrite, DATEMNT fashion,
005530* with the requester and the approver both named.  A journal
005540* write that fails stops any further decisions this session.
005550* *************************************************************
005560 7500-WRITE-JOURNAL.
005570     MOVE SPACES           TO JRN-ENR.
005580     MOVE WS-JRN-ACTION    TO JRN-ACTION.
005590     MOVE MST-DATE         TO JRN-DATE.
005600     MOVE MST-OPERATOR     TO JRN-OPERATOR.
005610     MOVE MST-SEQ          TO JRN-SEQ.
005620     MOVE WS-BEF-AMOUNT    TO JRN-BEF-AMOUNT.
005630     MOVE WS-BEF-STATUS    TO JRN-BEF-STATUS.
005640     MOVE MST-AMOUNT       TO JRN-AFT-AMOUNT.
005650     MOVE MST-STATUS       TO JRN-AFT-STATUS.
005660     MOVE MST-CHG-DATE     TO JRN-CHG-DATE.
005670     MOVE MST-CHG-TIME     TO JRN-CHG-TIME.
005680     MOVE MST-CHG-OPERATOR TO JRN-CHG-OPERATOR.
005690     MOVE MST-APR-OPERATOR TO JRN-APR-OPERATOR.
005700     WRITE JRN-ENR.
005710     IF WS-JRNL-FS NOT = "00"
005720         DISPLAY "DATEAPR: JOURNAL WRITE FAILED - FS="
005730             WS-JRNL-FS " - CHANGE IS ON THE MASTER BUT NOT "
005740             "JOURNALED, NO FURTHER DECISIONS THIS SESSION"
005750         SET WS-JRNL-FAILED TO TRUE
005760         SET WS-QUIT TO TRUE
005770     END-IF.
005780 7500-EXIT.
005790     EXIT.

005800* *************************************************************
005810* 8000-OUTPUT-FAIL
005820* *************************************************************
005830 8000-OUTPUT-FAIL.
005840     DISPLAY "DATEAPR: PNDNEW WRITE FAILED - FS=" WS-PNDNEW-FS
005850         " - DO NOT RENAME PNDNEW OVER PNDCHG".
005860     MOVE 12 TO RETURN-CODE.
005870     SET WS-EOF TO TRUE.
005880 8000-EXIT.
005890     EXIT.

005900* *************************************************************
005910* 9000-TERMINATE
005920* *************************************************************
005930 9000-TERMINATE.
005940     IF WS-PEND-OPEN
005950         CLOSE FC-PEND
005960     END-IF.
005970     IF WS-MST-OPEN
005980         CLOSE FC-MST
005990     END-IF.
006000     IF WS-JRNL-OPEN
006010         CLOSE FC-JRNL
006020     END-IF.
006030     IF WS-PNDNEW-OPEN
006040         CLOSE FC-PNDNEW
006050     END-IF.
006060     DISPLAY "DATEAPR: REQUESTS READ   " WS-READ-COUNT.
006070     DISPLAY "DATEAPR: PENDING         " WS-PENDING-COUNT.
006080     DISPLAY "DATEAPR: APPROVED        " WS-APPROVED-COUNT.
006090     DISPLAY "DATEAPR: REFUSED         " WS-REFUSED-COUNT.
006100     DISPLAY "DATEAPR: LEFT PENDING    " WS-LEFT-COUNT.
006110     IF RETURN-CODE = 12
006120         GO TO 9000-EXIT
006130     END-IF.
006140     IF WS-PNDNEW-OPEN
006150         DISPLAY "DATEAPR: RENAME PNDNEW OVER PNDCHG BEFORE THE "
006160             "NEXT DATEMNT SESSION"
006170     END-IF.
006180     EVALUATE TRUE
006190         WHEN WS-JRNL-FAILED
006200             MOVE 8 TO RETURN-CODE
006210         WHEN WS-LEFT-COUNT > ZERO
006220             MOVE 4 TO RETURN-CODE
006230         WHEN OTHER
006240             MOVE 0 TO RETURN-CODE
006250     END-EVALUATE.
006260 9000-EXIT.
006270     EXIT.

006280 END PROGRAM DATEAPR.
