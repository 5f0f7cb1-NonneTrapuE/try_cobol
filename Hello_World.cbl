001135*                 holiday lookup for the run, loudly, exactly
001136*                 as OPERFILE is handled - the Sunday test
001137*                 needs no file and always runs.
001138* 2026-10-15 RLB  A new master entry goes out with the
001139*                 DATEMST approver field blank - only a change
001140*                 applied through DATEAPR carries one.
001141* 2026-10-15 RLB  Every run now appends its results - entries
001142*                 read, posted and rejected with the per-reason
001143*                 breakdown, net amount posted, condition code -
001144*                 to the shared RUNHIST ledger (RUNHIST
001145*                 copybook) for the RUNDASH morning dashboard.
001146* 2026-10-15 RLB  Per-operator posting limits (LIMREC copybook,
001147*                 maintained by LIMMNT).  An entry larger than
001148*                 the operator's single-entry limit, or one
001149*                 that would carry the operator's net on
001150*                 DATEMST for the entry date past the daily
001151*                 limit, rejects with reason 07 in batch and
001152*                 interactively alike.  An operator without
001153*                 limits of their own is held to the *SHOP shop
001154*                 default, or to a built-in one said on the
001155*                 console.  An unreadable or empty LIMFILE
001156*                 waives the limits for the run, loudly,
001157*                 OPERFILE fashion; the daily limit is waived
001158*                 with the master when DATEMST will not open.
001159*                 FC-MST is now DYNAMIC access for the day's
001160*                 read-back.  The statistics spell every reason
001161*                 out.
001162* ---------------------------------------------------------------

001163 ENVIRONMENT DIVISION.

001164 INPUT-OUTPUT SECTION.
001165 FILE-CONTROL.
001166* FC-DATE itself keeps its literal name - it is the hand-off
001167* point with the manual reconciliation process and operators
001168* (and DATERPT) already know it by that name.  It is the one
001170* DD in this program that GnuCOBOL cannot remap through a
001180* DD_ environment override, because the literal contains a
001190* lower-case period; FCDATE on the HELLOJOB JCL stream is
001613       ORGANIZATION LINE SEQUENTIAL
001614       FILE STATUS IS WS-FREG-FS.

001615* FC-LIM is the operator posting-limit reference file - one
001616* record per limited operator.  A run that cannot read it
001617* carries on with the limits waived, loudly, OPERFILE fashion.
001618     SELECT FC-LIM    ASSIGN TO "LIMFILE"
001619       ORGANIZATION LINE SEQUENTIAL
001620       FILE STATUS IS WS-LIM-FS.

001621* FC-HIST is the shared run-history ledger - one record is
001622* appended per run, behind the graded condition code.
001623     SELECT FC-HIST   ASSIGN TO "RUNHIST"
001624       ORGANIZATION LINE SEQUENTIAL
001625       FILE STATUS IS WS-HIST-FS.

001626* FC-MST is the indexed date master fed alongside the flat
001627* log - the keyed store DATEMNT maintains and DATERPT lists.
001630* A run that cannot open it posts to the log only, with a
001640* warning, so the nightly hand-off never stops on the master.
001650     SELECT FC-MST    ASSIGN TO "DATEMST"
001660       ORGANIZATION INDEXED
001670       ACCESS MODE IS DYNAMIC
001680       RECORD KEY IS MST-KEY
001690       FILE STATUS IS WS-MST-FS.

001971     05  FILLER                    PIC X(01).
001972     05  FRG-POST-DATE             PIC 9(08).

001973 FD  FC-HIST.
001974     COPY RUNHIST.

001975 FD  FC-OPER.
001980 01  OPR-ENR.
001990     05  OPR-ID                    PIC X(07).
001992 FD  FC-CAL.
001994     COPY CALREC.

001996 FD  FC-LIM.
001998     COPY LIMREC.

002000 FD  FC-MST.
002010     COPY DATEMST.

002235 77  WS-FREG-FS             PIC X(02) VALUE "00".
002236 77  WS-CAL-FS              PIC X(02) VALUE "00".
002240 77  WS-MST-FS              PIC X(02) VALUE "00".
002243 77  WS-HIST-FS             PIC X(02) VALUE "00".
002246 77  WS-LIM-FS              PIC X(02) VALUE "00".

002250 77  WS-EOJ-SW              PIC X(01) VALUE "N".
002260     88  WS-EOJ                     VALUE "Y".
002420* 4 rejects present, 0 clean.
002430 77  WS-READ-COUNT          PIC 9(06) VALUE ZERO.
002440 77  WS-POST-COUNT          PIC 9(06) VALUE ZERO.
002443 77  WS-POST-NET            PIC S9(09) VALUE ZERO.
002446 77  WS-HIST-TIME-X         PIC X(08) VALUE SPACES.
002450 77  WS-REJ-COUNT           PIC 9(06) VALUE ZERO.
002460 77  WS-REJ-R01-COUNT       PIC 9(06) VALUE ZERO.
002470 77  WS-REJ-R02-COUNT       PIC 9(06) VALUE ZERO.
002490 77  WS-REJ-R04-COUNT       PIC 9(06) VALUE ZERO.
002492 77  WS-REJ-R05-COUNT       PIC 9(06) VALUE ZERO.
002494 77  WS-REJ-R06-COUNT       PIC 9(06) VALUE ZERO.
002497 77  WS-REJ-R07-COUNT       PIC 9(06) VALUE ZERO.
002500 77  WS-FATAL-SW            PIC X(01) VALUE "N".
002510     88  WS-FATAL-ERROR             VALUE "Y".
002520 77  WS-LOGS-OPEN-SW        PIC X(01) VALUE "N".
003379         10  WS-CAL-HOL-DATE       PIC 9(08).
003380         10  WS-CAL-HOL-LABEL      PIC X(20).

003381* Operator posting-limit table, loaded from FC-LIM at run
003382* start, 100 slots like the authorization table.  An operator
003383* with no record, or a zero limit, is held to the shop default
003384* for that measure - the *SHOP record, else WS-LIM-DFT-ENTRY
003385* and WS-LIM-DFT-DAY as set below.  When the file is missing or
003386* empty the limits are waived for the run (WS-LIM-AVAIL stays
003387* off) with a console warning.
003388 77  WS-LIM-MAX             PIC 9(03) VALUE 100.
003389 77  WS-LIM-COUNT           PIC 9(03) VALUE ZERO.
003390 77  WS-LIM-IX              PIC 9(03) VALUE ZERO.
003391 77  WS-LIM-HIT             PIC 9(03) VALUE ZERO.
003392 77  WS-LIM-AVAIL-SW        PIC X(01) VALUE "N".
003393     88  WS-LIM-AVAIL               VALUE "Y".
003394 77  WS-LIM-EOF-SW          PIC X(01) VALUE "N".
003395     88  WS-LIM-EOF                 VALUE "Y".
003396 77  WS-LIM-FULL-SW         PIC X(01) VALUE "N".
003397     88  WS-LIM-FULL                VALUE "Y".
003398 77  WS-LIM-DFT-ENTRY       PIC 9(03) VALUE 100.
003399 77  WS-LIM-DFT-DAY         PIC 9(05) VALUE 500.
003400 77  WS-LIM-DFT-SW          PIC X(01) VALUE "N".
003401     88  WS-LIM-DFT-FOUND           VALUE "Y".
003402 77  WS-LIM-USE-ENTRY       PIC 9(03) VALUE ZERO.
003403 77  WS-LIM-USE-DAY         PIC 9(05) VALUE ZERO.
003404 01  WS-LIM-TABLE.
003405     05  WS-LIM-ENTRY OCCURS 100 TIMES.
003406         10  WS-LIM-OPER           PIC X(07).
003407         10  WS-LIM-ENTRY-MAX      PIC 9(03).
003408         10  WS-LIM-DAY-MAX        PIC 9(05).

003409* Posting-limit check fields - the entry's size, the
003410* operator's net already on the master for the entry date,
003411* and what this entry would make it, all as sizes either sign.
003412 77  WS-LIM-ABS-AMT         PIC 9(03) VALUE ZERO.
003413 77  WS-LIM-DAY-NET         PIC S9(07) VALUE ZERO.
003414 77  WS-LIM-NEW-NET         PIC S9(07) VALUE ZERO.
003415 77  WS-LIM-ABS-OLD         PIC 9(07) VALUE ZERO.
003416 77  WS-LIM-ABS-NEW         PIC 9(07) VALUE ZERO.
003417 77  WS-LIM-WHY             PIC X(24) VALUE SPACES.
003418 77  WS-LIM-MST-EOF-SW      PIC X(01) VALUE "N".
003419     88  WS-LIM-MST-EOF             VALUE "Y".

003420* Non-working-day check fields - the date under test as a
003421* numeric key, and what the check found it to be.
003422 77  WS-CHECK-DATE          PIC 9(08) VALUE ZERO.
003423 77  WS-NONWORK-SW          PIC X(01) VALUE "N".
003424     88  WS-NONWORK-DAY             VALUE "Y".
003425 77  WS-NONWORK-LABEL       PIC X(20) VALUE SPACES.

003426* Shared day-arithmetic parameter area - see DATEDAY.
003427     COPY DAYPRM.

003428* Shop control values - defaulted here, overridden from
003429* FC-CTRL by 1200-READ-CONTROL when that file is present.
003430* WS-OPEN-PERIOD zero means the control file states no open
003431* period, and the closed-period check is waived - the same
003432* reading DATEARC gives that case.
003433 77  WS-CUTOFF-YEAR         PIC 9(04) VALUE 2030.
003434 77  WS-OPEN-PERIOD         PIC 9(06) VALUE ZERO.
003435 77  WS-ENTRY-PERIOD        PIC 9(06) VALUE ZERO.
003436 77  WS-SUPV-ANSWER         PIC X(01) VALUE "N".
003437 77  WS-OUTPUT-FMT          PIC X(01) VALUE "Y".
003438     88  WS-FMT-YMD                 VALUE "Y".
003439     88  WS-FMT-MDY                 VALUE "M".
003440     88  WS-FMT-DMY                 VALUE "D".

003441* Leap-year / days-in-month working fields.
003450 77  WS-MAX-DAYS            PIC 9(02) VALUE ZERO.
003460 77  WS-QUOT                PIC 9(04) VALUE ZERO.
003470 77  WS-REM-4               PIC 9(02) VALUE ZERO.
003780         UNTIL WS-EOJ.
003790     PERFORM 9000-TERMINATE
003800         THRU 9000-EXIT.
003803     PERFORM 9500-WRITE-HISTORY
003806         THRU 9500-EXIT.
003810     STOP RUN.

003820* *************************************************************
003980         THRU 1250-EXIT.
003982     PERFORM 1270-LOAD-CALENDAR
003984         THRU 1270-EXIT.
003986     PERFORM 1280-LOAD-LIMITS
003988         THRU 1280-EXIT.

003990     ACCEPT WS-BATCH-ENV FROM ENVIRONMENT "TRANSIN-BATCH".

006000         MOVE "Y" TO WS-OPER-OK-SW
006010     END-IF.
006020 1265-EXIT.
006021     EXIT.

006022* *************************************************************
006023* 1280-LOAD-LIMITS
006024* Loads the operator posting limits from FC-LIM into the check
006025* table, exactly as the operator IDs are loaded.  A file that
006026* is missing, will not open, or holds no usable record waives
006027* the limits for this run - the warning is the operations
006028* signal to go fix LIMFILE.  A file without the *SHOP default
006029* record holds unlisted operators to the built-in default, said
006030* on the console as DATEMNT says its approval limit.
006031* *************************************************************
006032 1280-LOAD-LIMITS.
006033     OPEN INPUT FC-LIM.
006034     IF WS-LIM-FS NOT = "00"
006035         DISPLAY "HELLOWORLD: LIMITS FILE UNAVAILABLE - FS="
006036             WS-LIM-FS " - POSTING LIMITS WAIVED THIS RUN"
006037         GO TO 1280-EXIT
006038     END-IF.
006039     MOVE "N" TO WS-LIM-EOF-SW.
006040     PERFORM 1285-LOAD-LIM-REC
006041         THRU 1285-EXIT
006042         UNTIL WS-LIM-EOF.
006043     CLOSE FC-LIM.
006044     IF WS-LIM-COUNT = ZERO AND NOT WS-LIM-DFT-FOUND
006045         DISPLAY "HELLOWORLD: LIMITS FILE HOLDS NO OPERATORS - "
006046             "POSTING LIMITS WAIVED THIS RUN"
006047         GO TO 1280-EXIT
006048     END-IF.
006049     SET WS-LIM-AVAIL TO TRUE.
006050     IF NOT WS-LIM-DFT-FOUND
006051         DISPLAY "HELLOWORLD: NO *SHOP DEFAULT ON LIMFILE - "
006052             "UNLISTED OPERATORS HELD TO " WS-LIM-DFT-ENTRY
006053             " PER ENTRY, " WS-LIM-DFT-DAY " PER DATE"
006054     END-IF.
006055 1280-EXIT.
006056     EXIT.

006057* *************************************************************
006058* 1285-LOAD-LIM-REC
006059* The *SHOP record is the shop default, not an operator - it
006060* replaces the built-in default and takes no table slot.
006061* *************************************************************
006062 1285-LOAD-LIM-REC.
006063     READ FC-LIM
006064         AT END
006065             SET WS-LIM-EOF TO TRUE
006066     END-READ.
006067     IF NOT WS-LIM-EOF AND LIM-SHOP-DEFAULT
006068             AND LIM-MAX-ENTRY IS NUMERIC
006069             AND LIM-MAX-DAY IS NUMERIC
006070         MOVE LIM-MAX-ENTRY TO WS-LIM-DFT-ENTRY
006071         MOVE LIM-MAX-DAY   TO WS-LIM-DFT-DAY
006072         SET WS-LIM-DFT-FOUND TO TRUE
006073         GO TO 1285-EXIT
006074     END-IF.
006075     IF NOT WS-LIM-EOF AND LIM-OPERATOR NOT = SPACES
006076             AND LIM-MAX-ENTRY IS NUMERIC
006077             AND LIM-MAX-DAY IS NUMERIC
006078         IF WS-LIM-COUNT < WS-LIM-MAX
006079             ADD 1 TO WS-LIM-COUNT
006080             MOVE LIM-OPERATOR  TO WS-LIM-OPER      (WS-LIM-COUNT)
006081             MOVE LIM-MAX-ENTRY TO WS-LIM-ENTRY-MAX (WS-LIM-COUNT)
006082             MOVE LIM-MAX-DAY   TO WS-LIM-DAY-MAX   (WS-LIM-COUNT)
006083         ELSE
006084             IF NOT WS-LIM-FULL
006085                 SET WS-LIM-FULL TO TRUE
006086                 DISPLAY "HELLOWORLD: MORE THAN " WS-LIM-MAX
006087                     " OPERATOR LIMITS - THE EXCESS ARE NOT "
006088                     "APPLIED THIS RUN"
006089             END-IF
006090         END-IF
006091     END-IF.
006092 1285-EXIT.
006093     EXIT.

006094* *************************************************************
006095* 1300-VERIFY-TRANS-BATCH
006096* Balances the TRANSIN feed against its control trailer before
006097* a single record is posted.  The whole file is read once,
006098* counting the transactions and hashing TRANS-AMOUNT; the
006099* trailer (ANNEE 9999, captured by 2100-READ-TRANS) carries
006100* what the upstream extract believes it wrote.  A missing
006110* trailer or a mismatch abandons the run loudly with nothing
006120* posted - a truncated extract must not be half-applied to
009710                 THRU 3000-EXIT
009720         END-IF
009730         IF WS-ENTRY-VALID
009732             PERFORM 3600-CHECK-LIMITS
009734                 THRU 3600-EXIT
009736         END-IF
009738         IF WS-ENTRY-VALID
009740             PERFORM 4000-WRITE-ENTRY
009750                 THRU 4000-EXIT
009760         ELSE
010417*   06 = date is a non-working day - a Sunday or a CALFILE
010418*        holiday (assigned by 3400-CHECK-BUSINESS-DAY,
010419*        unless confirmed at the console)
010421*   07 = entry over the operator's LIMFILE posting limit
010423*        (assigned by 3600-CHECK-LIMITS, which runs last)
010425* *************************************************************
010430 3000-VALIDATE-DATE.
010440     MOVE "N" TO WS-VALID-SW.
010450     MOVE SPACES TO WS-REJECT-REASON.
011191     EXIT.

011192* *************************************************************
011193* 3600-CHECK-LIMITS
011194* A valid entry from an authorized operator can still be more
011195* than that operator is trusted to post - larger than their
011196* single-entry limit, or carrying their net for the entry date
011197* past the daily limit.  The day's net is read back off the
011198* master, so it counts what earlier runs and this run have
011199* already posted for the date; it is waived with the master
011200* when DATEMST did not open.  An entry that brings an
011201* over-limit day back toward zero is let through - blocking
011202* the correction would only leave the day further out.  No
011203* supervisor override at the console: the remedy is a raised
011204* limit at LIMMNT or an operator whose limit covers it, so
011205* the entry rejects with reason 07 in both modes.  An operator
011206* LIMFILE does not list, or a zero limit, takes the shop
011207* default for that measure (1280) - a new operator is never
011208* unlimited by omission.
011209* *************************************************************
011210 3600-CHECK-LIMITS.
011211     IF NOT WS-LIM-AVAIL
011212         GO TO 3600-EXIT
011213     END-IF.
011214     MOVE ZERO TO WS-LIM-HIT.
011215     PERFORM 3610-SCAN-LIMIT
011216         THRU 3610-EXIT
011217         VARYING WS-LIM-IX FROM 1 BY 1
011218         UNTIL WS-LIM-IX > WS-LIM-COUNT
011219             OR WS-LIM-HIT > ZERO.
011220     MOVE WS-LIM-DFT-ENTRY TO WS-LIM-USE-ENTRY.
011221     MOVE WS-LIM-DFT-DAY   TO WS-LIM-USE-DAY.
011222     IF WS-LIM-HIT > ZERO
011223         IF WS-LIM-ENTRY-MAX (WS-LIM-HIT) > ZERO
011224             MOVE WS-LIM-ENTRY-MAX (WS-LIM-HIT)
011225                 TO WS-LIM-USE-ENTRY
011226         END-IF
011227         IF WS-LIM-DAY-MAX (WS-LIM-HIT) > ZERO
011228             MOVE WS-LIM-DAY-MAX (WS-LIM-HIT) TO WS-LIM-USE-DAY
011229         END-IF
011230     END-IF.
011231     IF WS-FLOAT < ZERO
011232         COMPUTE WS-LIM-ABS-AMT = ZERO - WS-FLOAT
011233     ELSE
011234         MOVE WS-FLOAT TO WS-LIM-ABS-AMT
011235     END-IF.
011236     IF WS-LIM-USE-ENTRY > ZERO
011237             AND WS-LIM-ABS-AMT > WS-LIM-USE-ENTRY
011238         MOVE "SINGLE-ENTRY LIMIT" TO WS-LIM-WHY
011239         GO TO 3600-REJECT
011240     END-IF.
011241     IF WS-LIM-USE-DAY = ZERO OR NOT WS-MST-OPEN
011242         GO TO 3600-EXIT
011243     END-IF.
011244     PERFORM 3650-SUM-DAY-NET
011245         THRU 3650-EXIT.
011246     COMPUTE WS-LIM-NEW-NET = WS-LIM-DAY-NET + WS-FLOAT.
011247     IF WS-LIM-DAY-NET < ZERO
011248         COMPUTE WS-LIM-ABS-OLD = ZERO - WS-LIM-DAY-NET
011249     ELSE
011250         MOVE WS-LIM-DAY-NET TO WS-LIM-ABS-OLD
011251     END-IF.
011252     IF WS-LIM-NEW-NET < ZERO
011253         COMPUTE WS-LIM-ABS-NEW = ZERO - WS-LIM-NEW-NET
011254     ELSE
011255         MOVE WS-LIM-NEW-NET TO WS-LIM-ABS-NEW
011256     END-IF.
011257     IF WS-LIM-ABS-NEW > WS-LIM-USE-DAY
011258             AND WS-LIM-ABS-NEW > WS-LIM-ABS-OLD
011259         MOVE "DAILY NET LIMIT" TO WS-LIM-WHY
011260         GO TO 3600-REJECT
011261     END-IF.
011262     GO TO 3600-EXIT.
011263 3600-REJECT.
011264     MOVE "N"  TO WS-VALID-SW.
011265     MOVE "07" TO WS-REJECT-REASON.
011266     IF NOT WS-BATCH-MODE
011267         DISPLAY "ENTRY OVER THE " WS-LIM-WHY " FOR " WS-PRENOM
011268             " - REJECTED, REASON 07"
011269     END-IF.
011270 3600-EXIT.
011271     EXIT.

011272* *************************************************************
011273* 3610-SCAN-LIMIT
011274* *************************************************************
011275 3610-SCAN-LIMIT.
011276     IF WS-PRENOM = WS-LIM-OPER (WS-LIM-IX)
011277         MOVE WS-LIM-IX TO WS-LIM-HIT
011278     END-IF.
011279 3610-EXIT.
011280     EXIT.

011281* *************************************************************
011282* 3650-SUM-DAY-NET
011283* The operator's active entries for the entry date sit together
011284* on the master under date + operator, so one START and a read
011285* forward to the first different key collects them.
011286* *************************************************************
011287 3650-SUM-DAY-NET.
011288     MOVE ZERO TO WS-LIM-DAY-NET.
011289     MOVE ANNEE TO WS-MKD-ANNEE.
011290     MOVE MOIS  TO WS-MKD-MOIS.
011291     MOVE JOUR  TO WS-MKD-JOUR.
011292     MOVE WS-MST-KEY-DATE TO MST-DATE.
011293     MOVE WS-PRENOM       TO MST-OPERATOR.
011294     MOVE ZERO            TO MST-SEQ.
011295     START FC-MST KEY IS >= MST-KEY
011296         INVALID KEY
011297             GO TO 3650-EXIT
011298     END-START.
011299     MOVE "N" TO WS-LIM-MST-EOF-SW.
011300     PERFORM 3660-ADD-DAY-ENTRY
011301         THRU 3660-EXIT
011302         UNTIL WS-LIM-MST-EOF.
011303 3650-EXIT.
011304     EXIT.

011305* *************************************************************
011306* 3660-ADD-DAY-ENTRY
011307* *************************************************************
011308 3660-ADD-DAY-ENTRY.
011309     READ FC-MST NEXT RECORD
011310         AT END
011311             SET WS-LIM-MST-EOF TO TRUE
011312     END-READ.
011313     IF WS-LIM-MST-EOF OR WS-MST-FS NOT = "00"
011314         SET WS-LIM-MST-EOF TO TRUE
011315         GO TO 3660-EXIT
011316     END-IF.
011317     IF MST-DATE NOT = WS-MST-KEY-DATE
011318             OR MST-OPERATOR NOT = WS-PRENOM
011319         SET WS-LIM-MST-EOF TO TRUE
011320         GO TO 3660-EXIT
011321     END-IF.
011322     IF MST-ACTIVE
011323         ADD MST-AMOUNT TO WS-LIM-DAY-NET
011324     END-IF.
011325 3660-EXIT.
011326     EXIT.

011327* *************************************************************
011328* 4000-WRITE-ENTRY
011329* Builds the date text in whichever output format the shop
011330* has selected (WS-OUTPUT-FMT, from FC-CTRL) and writes the
011331* date/operator/amount record to FC-DATE.
011332* *************************************************************
011333 4000-WRITE-ENTRY.
011334     MOVE SPACES TO FC-ENR.
011335     EVALUATE TRUE
011336         WHEN WS-FMT-MDY
011337             PERFORM 4100-BUILD-MDY
011338                 THRU 4100-EXIT
011339         WHEN WS-FMT-DMY
011340             PERFORM 4200-BUILD-DMY
011341                 THRU 4200-EXIT
011342         WHEN OTHER
011343             PERFORM 4300-BUILD-YMD
011350                 THRU 4300-EXIT
011360     END-EVALUATE.
011370     MOVE WS-DATE-TEXT TO FC-ENR-DATE-TEXT.
011390     MOVE WS-FLOAT      TO FC-ENR-AMOUNT.
011400     WRITE FC-ENR.
011410     ADD 1 TO WS-POST-COUNT.
011415     ADD WS-FLOAT TO WS-POST-NET.
011420     ADD 1 TO WS-DATE-LINES.
011430     IF WS-MST-OPEN
011440         PERFORM 4500-WRITE-MASTER
012090     MOVE WS-STAMP-DATE        TO MST-CHG-DATE.
012100     MOVE WS-STAMP-TIME-X(1:6) TO MST-CHG-TIME.
012110     MOVE WS-PRENOM            TO MST-CHG-OPERATOR.
012115     MOVE SPACES               TO MST-APR-OPERATOR.
012120     PERFORM 4510-WRITE-MST-REC
012130         THRU 4510-EXIT
012140         WITH TEST AFTER
012644             ADD 1 TO WS-REJ-R05-COUNT
012646         WHEN "06"
012648             ADD 1 TO WS-REJ-R06-COUNT
012651         WHEN "07"
012654             ADD 1 TO WS-REJ-R07-COUNT
012657         WHEN OTHER
012660             CONTINUE
012670     END-EVALUATE.
012680     ADD 1 TO WS-REJ-LINES.
013750     IF WS-REJ-COUNT > ZERO
013760         MOVE WS-REJ-R01-COUNT TO WS-SHOW-COUNT
013770         DISPLAY "HELLOWORLD:   REASON 01      " WS-SHOW-COUNT
013775             "  YEAR AT/PAST CUTOFF"
013780         MOVE WS-REJ-R02-COUNT TO WS-SHOW-COUNT
013790         DISPLAY "HELLOWORLD:   REASON 02      " WS-SHOW-COUNT
013795             "  MONTH NOT 01-12"
013800         MOVE WS-REJ-R03-COUNT TO WS-SHOW-COUNT
013810         DISPLAY "HELLOWORLD:   REASON 03      " WS-SHOW-COUNT
013815             "  DAY NOT VALID FOR MONTH"
013820         MOVE WS-REJ-R04-COUNT TO WS-SHOW-COUNT
013830         DISPLAY "HELLOWORLD:   REASON 04      " WS-SHOW-COUNT
013831             "  OPERATOR NOT AUTHORIZED"
013832         MOVE WS-REJ-R05-COUNT TO WS-SHOW-COUNT
013834         DISPLAY "HELLOWORLD:   REASON 05      " WS-SHOW-COUNT
013835             "  CLOSED ACCOUNTING PERIOD"
013836         MOVE WS-REJ-R06-COUNT TO WS-SHOW-COUNT
013838         DISPLAY "HELLOWORLD:   REASON 06      " WS-SHOW-COUNT
013840             "  NON-WORKING DAY"
013842         MOVE WS-REJ-R07-COUNT TO WS-SHOW-COUNT
013844         DISPLAY "HELLOWORLD:   REASON 07      " WS-SHOW-COUNT
013846             "  OVER OPERATOR LIMIT"
013848     END-IF.
013850 9100-EXIT.
013860     EXIT.

013895 9200-EXIT.
013896     EXIT.

013906* *************************************************************
013916* 9500-WRITE-HISTORY
013926* Appends this run's record to the shared RUNHIST ledger,
013936* last of all so it carries the graded condition code.  Append
013946* only, like the feed register; a ledger that cannot be
013956* written is only warned about - it records the run, it is not
013966* part of it, and the condition code stands as graded.
013976* *************************************************************
013986 9500-WRITE-HISTORY.
013996     OPEN EXTEND FC-HIST.
014006     IF WS-HIST-FS = "35"
014016         OPEN OUTPUT FC-HIST
014026     END-IF.
014036     IF WS-HIST-FS NOT = "00"
014046         DISPLAY "HELLOWORLD: RUN HISTORY UNAVAILABLE - FS="
014056             WS-HIST-FS " - THIS RUN IS NOT RECORDED"
014066         GO TO 9500-EXIT
014076     END-IF.
014086     MOVE SPACES TO RHS-RECORD.
014096     MOVE ZEROS  TO RHS-REASON-COUNTS.
014106     MOVE "HELLOWORLD"      TO RHS-PROGRAM.
014116     ACCEPT WS-STAMP-DATE   FROM DATE YYYYMMDD.
014126     ACCEPT WS-HIST-TIME-X  FROM TIME.
014136     MOVE WS-STAMP-DATE     TO RHS-RUN-DATE.
014146     MOVE WS-HIST-TIME-X(1:6) TO RHS-RUN-TIME.
014156     MOVE WS-READ-COUNT     TO RHS-READ-COUNT.
014166     MOVE WS-POST-COUNT     TO RHS-POST-COUNT.
014176     MOVE WS-REJ-COUNT      TO RHS-REJ-COUNT.
014186     MOVE WS-POST-NET       TO RHS-NET-AMOUNT.
014196     MOVE RETURN-CODE       TO RHS-RETURN-CODE.
014206     MOVE WS-REJ-R01-COUNT  TO RHS-RSN-COUNT (1).
014216     MOVE WS-REJ-R02-COUNT  TO RHS-RSN-COUNT (2).
014226     MOVE WS-REJ-R03-COUNT  TO RHS-RSN-COUNT (3).
014236     MOVE WS-REJ-R04-COUNT  TO RHS-RSN-COUNT (4).
014246     MOVE WS-REJ-R05-COUNT  TO RHS-RSN-COUNT (5).
014256     MOVE WS-REJ-R06-COUNT  TO RHS-RSN-COUNT (6).
014266     MOVE WS-REJ-R07-COUNT  TO RHS-RSN-COUNT (7).
014276     WRITE RHS-RECORD.
014286     IF WS-HIST-FS NOT = "00"
014296         DISPLAY "HELLOWORLD: RUN HISTORY WRITE FAILED - FS="
014306             WS-HIST-FS " - THIS RUN IS NOT RECORDED"
014316     END-IF.
014326     CLOSE FC-HIST.
014336 9500-EXIT.
014346     EXIT.

014356 END PROGRAM HELLOWORLD.
