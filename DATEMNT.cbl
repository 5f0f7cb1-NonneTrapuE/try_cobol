000338*                 master access mode goes DYNAMIC for the
000339*                 START/READ NEXT walk; the keyed functions
000340*                 read exactly as before.
000341* 2026-10-15 RLB  Four-eyes control on large corrections.  An
000342*                 amount change that swings the amount by more
000343*                 than the CTLFILE approval limit, or a delete
000344*                 or reinstate of an entry whose amount is
000345*                 beyond it, no longer rewrites the master - it
000346*                 is written to the PNDCHG pending-change file
000347*                 (PNDREC copybook) for a different authorized
000348*                 operator to approve or refuse at DATEAPR.  No
000349*                 limit on CTLFILE means the default limit
000350*                 below, said on the console.  A pending file
000351*                 that cannot be opened ends the session, as
000352*                 the journal does.  Direct actions now clear
000353*                 the master's approver field, and the journal
000354*                 carries it.
000355* ---------------------------------------------------------------

000356 ENVIRONMENT DIVISION.

000357 INPUT-OUTPUT SECTION.
000358 FILE-CONTROL.
000360     SELECT FC-MST    ASSIGN TO "DATEMST"
000370       ORGANIZATION INDEXED
000380       ACCESS MODE IS DYNAMIC
000456       ORGANIZATION LINE SEQUENTIAL
000457       FILE STATUS IS WS-JRNL-FS.

000458* FC-CTRL is the shop control file - read once at sign-on for
000459* the approval limit (CTLREC copybook).
000460     SELECT FC-CTRL   ASSIGN TO "CTLFILE"
000461       ORGANIZATION LINE SEQUENTIAL
000462       FILE STATUS IS WS-CTRL-FS.

000463* FC-PEND is the pending-change file - one request appended for
000464* every change, delete or reinstate held for a second operator,
000465* worked off by the DATEAPR approval program.
000466     SELECT FC-PEND   ASSIGN TO "PNDCHG"
000467       ORGANIZATION LINE SEQUENTIAL
000468       FILE STATUS IS WS-PEND-FS.

000469 DATA DIVISION.
000470 FILE SECTION.

000480 FD  FC-MST.
000522 FD  FC-JRNL.
000524     COPY MNTJRNL.

000525 FD  FC-CTRL.
000526     COPY CTLREC.

000527 FD  FC-PEND.
000528     COPY PNDREC.

000530 WORKING-STORAGE SECTION.

000540 77  WS-MST-FS              PIC X(02) VALUE "00".
000550 77  WS-OPR-FS              PIC X(02) VALUE "00".
000552 77  WS-JRNL-FS             PIC X(02) VALUE "00".
000554 77  WS-CTRL-FS             PIC X(02) VALUE "00".
000556 77  WS-PEND-FS             PIC X(02) VALUE "00".
000560 77  WS-EOJ-SW              PIC X(01) VALUE "N".
000570     88  WS-EOJ                     VALUE "Y".
000580 77  WS-OPEN-SW             PIC X(01) VALUE "N".
000590     88  WS-FILE-OPEN               VALUE "Y".
000592 77  WS-JRNL-OPEN-SW        PIC X(01) VALUE "N".
000594     88  WS-JRNL-OPEN               VALUE "Y".
000596 77  WS-PEND-OPEN-SW        PIC X(01) VALUE "N".
000598     88  WS-PEND-OPEN               VALUE "Y".
000600 77  WS-FOUND-SW            PIC X(01) VALUE "N".
000610     88  WS-REC-FOUND               VALUE "Y".

000620 77  WS-BEF-AMOUNT          PIC S9(3) VALUE ZERO.
000622 77  WS-BEF-STATUS          PIC X(01) VALUE SPACES.

000623* Approval limit - an amount change swinging the amount by more
000624* than this, or a delete or reinstate of an entry whose amount
000625* is beyond it either side of zero, is held for a second
000626* operator.  Taken from CTLFILE; WS-APR-DEFAULT when none is
000627* stated.  WS-SWING is the movement under test, sign dropped.
000628 77  WS-APR-DEFAULT         PIC 9(03) VALUE 100.
000629 77  WS-APR-LIMIT           PIC 9(03) VALUE ZERO.
000630 77  WS-SWING               PIC S9(04) VALUE ZERO.
000631 77  WS-LIMIT-SHOW          PIC ZZ9.

000632* Signed-on operator - double-keyed exactly as HELLOWORLD
000633* does it, and stamped on every change made this session.
000640 77  WS-PRENOM              PIC X(07) VALUE "X".
000650 77  WS-PRENOM2             PIC X(07) VALUE SPACES.

001266     IF WS-EOJ
001268         GO TO 1000-EXIT
001269     END-IF.
001270     PERFORM 1080-OPEN-PENDING
001271         THRU 1080-EXIT.
001272     IF WS-EOJ
001273         GO TO 1000-EXIT
001274     END-IF.
001275     PERFORM 1090-GET-APPROVAL-LIMIT
001276         THRU 1090-EXIT.
001277     PERFORM 1050-LOAD-OPERATORS
001280         THRU 1050-EXIT.
001290     PERFORM 1100-GET-OPERATOR
001300         THRU 1100-EXIT.
001862 1070-EXIT.
001863     EXIT.

001864* *************************************************************
001865* 1080-OPEN-PENDING
001866* The pending-change file is appended to across sessions and
001867* created on the first one, as the journal is.  A session that
001868* could not hold a large change for approval must not be able
001869* to make one either, so a file that will not open ends it.
001870* *************************************************************
001871 1080-OPEN-PENDING.
001872     OPEN EXTEND FC-PEND.
001873     IF WS-PEND-FS = "35"
001874         OPEN OUTPUT FC-PEND
001875     END-IF.
001876     IF WS-PEND-FS = "00"
001877         SET WS-PEND-OPEN TO TRUE
001878     ELSE
001879         DISPLAY "DATEMNT: UNABLE TO OPEN PNDCHG - FS="
001880             WS-PEND-FS " - NO MAINTENANCE WITHOUT IT"
001881         SET WS-EOJ TO TRUE
001882     END-IF.
001883 1080-EXIT.
001884     EXIT.

001885* *************************************************************
001886* 1090-GET-APPROVAL-LIMIT
001887* The limit comes from CTLFILE when the shop has stated one.
001888* A missing file, or a control record written before the limit
001889* was added (blank there), falls back to WS-APR-DEFAULT - never
001890* to no limit at all, which would quietly switch the four-eyes
001891* control off.
001892* *************************************************************
001893 1090-GET-APPROVAL-LIMIT.
001894     MOVE WS-APR-DEFAULT TO WS-APR-LIMIT.
001895     OPEN INPUT FC-CTRL.
001896     IF WS-CTRL-FS = "00"
001897         READ FC-CTRL
001898             AT END
001899                 MOVE "10" TO WS-CTRL-FS
001900         END-READ
001901         CLOSE FC-CTRL
001902     END-IF.
001903     IF WS-CTRL-FS = "00" AND CTL-APPROVAL-LIMIT IS NUMERIC
001904         MOVE CTL-APPROVAL-LIMIT TO WS-APR-LIMIT
001905         MOVE WS-APR-LIMIT TO WS-LIMIT-SHOW
001906         DISPLAY "DATEMNT: APPROVAL LIMIT " WS-LIMIT-SHOW
001907             " FROM CTLFILE"
001908     ELSE
001909         MOVE WS-APR-LIMIT TO WS-LIMIT-SHOW
001910         DISPLAY "DATEMNT: NO APPROVAL LIMIT ON CTLFILE - USING "
001911             "DEFAULT " WS-LIMIT-SHOW
001912     END-IF.
001913 1090-EXIT.
001914     EXIT.

001915* *************************************************************
001916* 1100-GET-OPERATOR
001917* *************************************************************
001918 1100-GET-OPERATOR.
001919     PERFORM 1100-ASK-NAME
001920         THRU 1100-ASK-NAME-EXIT
001921         UNTIL WS-PRENOM = WS-PRENOM2
001922             AND WS-OPER-OK.
001930 1100-EXIT.
001940     EXIT.

003260     DISPLAY "  STATUS          " MST-STATUS.
003270     DISPLAY "  LAST CHANGE     " MST-CHG-DATE " "
003280         MST-CHG-TIME " BY " MST-CHG-OPERATOR.
003282     IF MST-APR-OPERATOR NOT = SPACES
003284         DISPLAY "  APPROVED BY     " MST-APR-OPERATOR
003286     END-IF.
003290 3000-EXIT.
003300     EXIT.

003330* The old amount moves to MST-PREV-AMOUNT before the new one
003340* lands, and the change is stamped - the original value is
003350* never silently lost.
003353* A change that swings the amount by more than the approval
003356* limit is held for a second operator instead (4500).
003360* *************************************************************
003370 4000-CHANGE-AMOUNT.
003380     IF MST-DELETED
003400         GO TO 4000-EXIT
003410     END-IF.
003420     DISPLAY "New amount: " WITH NO ADVANCING.
003421     ACCEPT WS-NEW-AMOUNT.
003422     COMPUTE WS-SWING = WS-NEW-AMOUNT - MST-AMOUNT.
003423     IF WS-SWING < ZERO
003424         COMPUTE WS-SWING = ZERO - WS-SWING
003425     END-IF.
003426     IF WS-SWING > WS-APR-LIMIT
003427         MOVE "C" TO WS-JRN-ACTION
003428         PERFORM 4500-HOLD-FOR-APPROVAL
003429             THRU 4500-EXIT
003430         GO TO 4000-EXIT
003431     END-IF.
003432     MOVE "C"           TO WS-JRN-ACTION.
003434     MOVE MST-AMOUNT    TO WS-BEF-AMOUNT.
003436     MOVE MST-STATUS    TO WS-BEF-STATUS.
003496             THRU 7500-EXIT
003498     END-IF.
003500 4000-EXIT.
003501     EXIT.

003502* *************************************************************
003503* 4500-HOLD-FOR-APPROVAL
003504* The master is left exactly as it is.  The request - the
003505* action, the amount on the master as the requester saw it,
003506* the amount asked for, and who asked and when - goes to the
003507* pending-change file for DATEAPR, where a different
003508* authorized operator approves or refuses it.
003509* *************************************************************
003510 4500-HOLD-FOR-APPROVAL.
003511     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
003512     ACCEPT WS-STAMP-TIME-X FROM TIME.
003513     MOVE SPACES               TO PND-ENR.
003514     MOVE WS-JRN-ACTION        TO PND-ACTION.
003515     MOVE MST-DATE             TO PND-DATE.
003516     MOVE MST-OPERATOR         TO PND-OPERATOR.
003517     MOVE MST-SEQ              TO PND-SEQ.
003518     MOVE MST-AMOUNT           TO PND-BEF-AMOUNT.
003519     IF PND-ACT-CHANGE
003520         MOVE WS-NEW-AMOUNT    TO PND-NEW-AMOUNT
003521     ELSE
003522         MOVE MST-AMOUNT       TO PND-NEW-AMOUNT
003523     END-IF.
003524     MOVE WS-PRENOM            TO PND-REQ-OPERATOR.
003525     MOVE WS-STAMP-DATE        TO PND-REQ-DATE.
003526     MOVE WS-STAMP-TIME-X(1:6) TO PND-REQ-TIME.
003527     SET PND-PENDING           TO TRUE.
003528     MOVE ZERO                 TO PND-APR-DATE.
003529     MOVE ZERO                 TO PND-APR-TIME.
003530     WRITE PND-ENR.
003531     IF WS-PEND-FS = "00"
003532         MOVE WS-APR-LIMIT TO WS-LIMIT-SHOW
003533         DISPLAY "BEYOND APPROVAL LIMIT " WS-LIMIT-SHOW
003534             " - HELD FOR A SECOND OPERATOR, MASTER NOT CHANGED"
003535     ELSE
003536         DISPLAY "DATEMNT: PNDCHG WRITE FAILED - FS="
003537             WS-PEND-FS " - SESSION ENDED, NOTHING HELD"
003538         SET WS-EOJ TO TRUE
003539     END-IF.
003540 4500-EXIT.
003541     EXIT.

003542* *************************************************************
003543* 5000-DELETE-ENTRY
003544* Logical delete only - the record stays on the master with
003550* its amounts intact, flagged deleted and stamped.
003553* An entry whose amount is beyond the approval limit either
003556* side of zero is held for a second operator instead (4500).
003560* *************************************************************
003570 5000-DELETE-ENTRY.
003580     IF MST-DELETED
003612     MOVE "D"        TO WS-JRN-ACTION.
003614     MOVE MST-AMOUNT TO WS-BEF-AMOUNT.
003616     MOVE MST-STATUS TO WS-BEF-STATUS.
003617     MOVE MST-AMOUNT TO WS-SWING.
003618     IF WS-SWING < ZERO
003619         COMPUTE WS-SWING = ZERO - WS-SWING
003620     END-IF.
003621     IF WS-SWING > WS-APR-LIMIT
003622         PERFORM 4500-HOLD-FOR-APPROVAL
003623             THRU 4500-EXIT
003624         GO TO 5000-EXIT
003625     END-IF.
003626     SET MST-DELETED TO TRUE.
003630     PERFORM 6000-STAMP-CHANGE
003640         THRU 6000-EXIT.
003650     PERFORM 7000-REWRITE-ENTRY
003700* 5500-REINSTATE-ENTRY
003710* Undoes a logical delete - the record comes back active with
003720* its amounts untouched, and the reinstatement is stamped
003725* like any other change.  Putting an amount beyond the approval
003730* limit back on the books is held for a second operator, as its
003735* delete would have been (4500).
003740* *************************************************************
003750 5500-REINSTATE-ENTRY.
003760     IF NOT MST-DELETED
003792     MOVE "R"        TO WS-JRN-ACTION.
003794     MOVE MST-AMOUNT TO WS-BEF-AMOUNT.
003796     MOVE MST-STATUS TO WS-BEF-STATUS.
003797     MOVE MST-AMOUNT TO WS-SWING.
003798     IF WS-SWING < ZERO
003799         COMPUTE WS-SWING = ZERO - WS-SWING
003800     END-IF.
003801     IF WS-SWING > WS-APR-LIMIT
003802         PERFORM 4500-HOLD-FOR-APPROVAL
003803             THRU 4500-EXIT
003804         GO TO 5500-EXIT
003805     END-IF.
003806     SET MST-ACTIVE TO TRUE.
003810     PERFORM 6000-STAMP-CHANGE
003820         THRU 6000-EXIT.
003830     PERFORM 7000-REWRITE-ENTRY
003930     MOVE WS-STAMP-DATE        TO MST-CHG-DATE.
003940     MOVE WS-STAMP-TIME-X(1:6) TO MST-CHG-TIME.
003950     MOVE WS-PRENOM            TO MST-CHG-OPERATOR.
003955     MOVE SPACES               TO MST-APR-OPERATOR.
003960 6000-EXIT.
003970     EXIT.

004118     MOVE MST-CHG-DATE     TO JRN-CHG-DATE.
004119     MOVE MST-CHG-TIME     TO JRN-CHG-TIME.
004120     MOVE MST-CHG-OPERATOR TO JRN-CHG-OPERATOR.
004121     MOVE MST-APR-OPERATOR TO JRN-APR-OPERATOR.
004122     WRITE JRN-ENR.
004123     IF WS-JRNL-FS NOT = "00"
004124         DISPLAY "DATEMNT: JOURNAL WRITE FAILED - FS="
004125             WS-JRNL-FS " - SESSION ENDED, CHANGE IS ON THE "
004126             "MASTER BUT NOT JOURNALED"
004127         SET WS-EOJ TO TRUE
004128     END-IF.
004129 7500-EXIT.
004130     EXIT.

004131* *************************************************************
004132* 9000-TERMINATE
004133* *************************************************************
004140 9000-TERMINATE.
004150     IF WS-FILE-OPEN
004160         CLOSE FC-MST
004172     IF WS-JRNL-OPEN
004174         CLOSE FC-JRNL
004176     END-IF.
004177     IF WS-PEND-OPEN
004178         CLOSE FC-PEND
004179     END-IF.
004180 9000-EXIT.
004190     EXIT.

