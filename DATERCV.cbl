000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DATERCV.
000120 AUTHOR.        Bastien.
000130 INSTALLATION.  DAILY-RECON-BATCH.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*
000170* ---------------------------------------------------------------
000180* MODIFICATION HISTORY
000190* ---------------------------------------------------------------
000200* 2026-10-15 RLB  Original version - rebuilds a damaged DATEMST
000210*                 date master.  The latest DATEBKP backup
000219*                 generation (BKPREC copybook) is reloaded into
000228*                 an empty master whole, deleted entries
000237*                 included, and proven against its own trailer.
000246*                 Then the test.txt log lines added since the
000255*                 backup - position proven by line count and
000264*                 last line, as DATEEXT proves its own - are
000273*                 posted again the way HELLOWORLD
000282*                 4500-WRITE-MASTER posts them, and last the
000291*                 MNTJRNL change, delete and reinstate actions
000300*                 stamped at or after the backup are re-applied
000309*                 in journal order: after image, previous
000318*                 amount and change stamp as the action left
000327*                 them.  A journal action whose key is not on
000336*                 the master, or whose before image does not
000345*                 match what the master holds, is listed for
000354*                 review.  RCVRPT proves the run - records and
000363*                 net amount before, posted, journaled and
000380*                 after - and RC grades it: 0 clean, 4 entries
000390*                 to review, 8 the log or journal could not be
000396*                 re-applied (a backup whose header flags the
000402*                 log position unknown re-posts none of it) or
000408*                 the master does not prove (the master is
000414*                 usable but short), 12 backup unusable or
000420*                 master not loaded.
000430* ---------------------------------------------------------------

000440 ENVIRONMENT DIVISION.

000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT FC-BKP    ASSIGN TO "DATEBKUP"
000480       ORGANIZATION LINE SEQUENTIAL
000490       FILE STATUS IS WS-BKP-FS.

000500* FC-MST is the indexed date master - created empty by the
000510* reload, then updated by key for the log and the journal.
000520     SELECT FC-MST    ASSIGN TO "DATEMST"
000530       ORGANIZATION INDEXED
000540       ACCESS MODE IS DYNAMIC
000550       RECORD KEY IS MST-KEY
000560       FILE STATUS IS WS-MST-FS.

000570     SELECT FC-DATE   ASSIGN TO "test.txt"
000580       ORGANIZATION LINE SEQUENTIAL
000590       FILE STATUS IS WS-DATE-FS.

000600     SELECT FC-JRNL   ASSIGN TO "MNTJRNL"
000610       ORGANIZATION LINE SEQUENTIAL
000620       FILE STATUS IS WS-JRNL-FS.

000630     SELECT FC-PRINT  ASSIGN TO "RCVRPT"
000640       ORGANIZATION LINE SEQUENTIAL
000650       FILE STATUS IS WS-PRINT-FS.

000660 DATA DIVISION.
000670 FILE SECTION.

000680 FD  FC-BKP.
000690     COPY BKPREC.

000700 FD  FC-MST.
000710     COPY DATEMST.

000720 FD  FC-DATE.
000730     COPY DATEREC.

000740 FD  FC-JRNL.
000750     COPY MNTJRNL.

000760 FD  FC-PRINT.
000770 01  PRT-LINE                      PIC X(72).

000780 WORKING-STORAGE SECTION.

000790* File status / switches.
000800 77  WS-BKP-FS              PIC X(02) VALUE "00".
000810 77  WS-MST-FS              PIC X(02) VALUE "00".
000820 77  WS-DATE-FS             PIC X(02) VALUE "00".
000830 77  WS-JRNL-FS             PIC X(02) VALUE "00".
000840 77  WS-PRINT-FS            PIC X(02) VALUE "00".
000850 77  WS-EOF-SW              PIC X(01) VALUE "N".
000860     88  WS-EOF                     VALUE "Y".
000870 77  WS-PRINT-SW            PIC X(01) VALUE "N".
000880     88  WS-PRINT-OPEN              VALUE "Y".
000890 77  WS-TRL-SW              PIC X(01) VALUE "N".
000900     88  WS-TRL-FOUND               VALUE "Y".
000910 77  WS-NOPOST-SW           PIC X(01) VALUE "N".
000920     88  WS-POSTINGS-SKIPPED        VALUE "Y".
000930 77  WS-NOJRNL-SW           PIC X(01) VALUE "N".
000940     88  WS-JOURNAL-SKIPPED         VALUE "Y".
000950 77  WS-PROOF-SW            PIC X(01) VALUE "N".
000960     88  WS-PROOF-FAILED            VALUE "Y".
000970 77  WS-FATAL-SW            PIC X(01) VALUE "N".
000980     88  WS-FATAL-ERROR             VALUE "Y".

000990* Recovery stamp - carried on every entry posted again from
001000* the log, whose original posting time the log does not keep.
001010 77  WS-STAMP-DATE          PIC 9(08) VALUE ZERO.
001020 77  WS-STAMP-TIME-X        PIC X(08) VALUE SPACES.

001030* What the backup header and trailer said.
001040 01  WS-BKP-STAMP.
001050     05  WS-BKP-DATE               PIC 9(08) VALUE ZERO.
001060     05  WS-BKP-TIME               PIC 9(06) VALUE ZERO.
001070 77  WS-BKP-LOG-LINES       PIC 9(06) VALUE ZERO.
001080 77  WS-BKP-LOG-LAST        PIC X(24) VALUE SPACES.
001083 77  WS-BKP-LOG-STATE       PIC X(01) VALUE SPACES.
001086     88  WS-BKP-LOG-UNKNOWN         VALUE "U".
001090 77  WS-TRL-RECORDS         PIC 9(07) VALUE ZERO.
001100 77  WS-TRL-ACTIVE          PIC 9(07) VALUE ZERO.
001110 77  WS-TRL-NET             PIC S9(09) VALUE ZERO.

001120* The master as reloaded from the backup.
001130 77  WS-BEF-RECORDS         PIC 9(07) VALUE ZERO.
001140 77  WS-BEF-ACTIVE          PIC 9(07) VALUE ZERO.
001150 77  WS-BEF-NET             PIC S9(09) VALUE ZERO.

001160* Log lines posted again.  WS-KEY-DATE builds the numeric
001170* entry date exactly as HELLOWORLD builds its master key.
001180 77  WS-LINE-NO             PIC 9(06) VALUE ZERO.
001190 77  WS-POST-READ           PIC 9(07) VALUE ZERO.
001200 77  WS-POST-COUNT          PIC 9(07) VALUE ZERO.
001210 77  WS-POST-UNREAD         PIC 9(07) VALUE ZERO.
001220 77  WS-POST-FAILED         PIC 9(07) VALUE ZERO.
001230 77  WS-POST-NET            PIC S9(09) VALUE ZERO.
001240 01  WS-KEY-DATE.
001250     05  WS-KD-ANNEE               PIC 9(04).
001260     05  WS-KD-MOIS                PIC 9(02).
001270     05  WS-KD-JOUR                PIC 9(02).

001280* Journal actions re-applied.  WS-JRN-EFFECT is what one action
001290* did to the net of the active entries; WS-JRN-NET sums them.
001300 01  WS-JRN-STAMP.
001310     05  WS-JS-DATE                PIC 9(08).
001320     05  WS-JS-TIME                PIC 9(06).
001330 77  WS-JRN-READ            PIC 9(07) VALUE ZERO.
001340 77  WS-JRN-OLDER           PIC 9(07) VALUE ZERO.
001350 77  WS-JRN-C-COUNT         PIC 9(07) VALUE ZERO.
001360 77  WS-JRN-D-COUNT         PIC 9(07) VALUE ZERO.
001370 77  WS-JRN-R-COUNT         PIC 9(07) VALUE ZERO.
001380 77  WS-JRN-DIFF            PIC 9(07) VALUE ZERO.
001390 77  WS-JRN-REJECT          PIC 9(07) VALUE ZERO.
001400 77  WS-JRN-NET             PIC S9(09) VALUE ZERO.
001410 77  WS-JRN-OLD-AMT         PIC S9(03) VALUE ZERO.
001420 77  WS-JRN-NEW-AMT         PIC S9(03) VALUE ZERO.
001430 77  WS-REVIEW-COUNT        PIC 9(05) VALUE ZERO.

001440* The master as left, and as the figures above say it should be.
001450 77  WS-AFT-RECORDS         PIC 9(07) VALUE ZERO.
001460 77  WS-AFT-ACTIVE          PIC 9(07) VALUE ZERO.
001470 77  WS-AFT-NET             PIC S9(09) VALUE ZERO.
001480 77  WS-EXP-RECORDS         PIC 9(07) VALUE ZERO.
001490 77  WS-EXP-NET             PIC S9(09) VALUE ZERO.

001500* Shared date-parse parameter area - see DATEPRS.
001510     COPY DATEPRM.

001520 01  WS-TITLE-LINE.
001530     05  FILLER                    PIC X(28) VALUE
001540             "DATE MASTER RECOVERY  RUN ".
001550     05  WS-HD-DATE                PIC 9(08).
001560     05  FILLER                    PIC X(01) VALUE "-".
001570     05  WS-HD-TIME                PIC 9(06).

001580 01  WS-BACKUP-LINE.
001590     05  FILLER                    PIC X(28) VALUE
001600             "FROM BACKUP TAKEN ".
001610     05  WS-BL-DATE                PIC 9(08).
001620     05  FILLER                    PIC X(01) VALUE "-".
001630     05  WS-BL-TIME                PIC 9(06).
001640     05  FILLER                    PIC X(15) VALUE
001650             "  LOG LINES AT ".
001660     05  WS-BL-LINES               PIC ZZZZZ9.

001670 01  WS-REVIEW-LINE.
001680     05  FILLER                    PIC X(02) VALUE SPACES.
001690     05  WS-RV-ACTION              PIC X(01).
001700     05  FILLER                    PIC X(02) VALUE SPACES.
001710     05  WS-RV-DATE                PIC 9(08).
001720     05  FILLER                    PIC X(01) VALUE SPACES.
001730     05  WS-RV-OPERATOR            PIC X(07).
001740     05  FILLER                    PIC X(01) VALUE SPACES.
001750     05  WS-RV-SEQ                 PIC 9(04).
001760     05  FILLER                    PIC X(02) VALUE SPACES.
001770     05  WS-RV-STAMP-DATE          PIC X(08).
001780     05  FILLER                    PIC X(01) VALUE "-".
001790     05  WS-RV-STAMP-TIME          PIC X(06).
001800     05  FILLER                    PIC X(02) VALUE SPACES.
001810     05  WS-RV-WHY                 PIC X(26).

001820 01  WS-COUNT-LINE.
001830     05  WS-CL-LABEL               PIC X(32).
001840     05  WS-CL-COUNT               PIC ZZZZZZ9.

001850 01  WS-AMOUNT-LINE.
001860     05  WS-AL-LABEL               PIC X(32).
001870     05  WS-AL-AMOUNT              PIC -(9)9.

001880 PROCEDURE DIVISION.

001890* *************************************************************
001900* 0000-MAINLINE
001910* *************************************************************
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE
001940         THRU 1000-EXIT.
001950     IF NOT WS-FATAL-ERROR
001960         PERFORM 2000-RELOAD-BACKUP
001970             THRU 2000-EXIT
001980     END-IF.
001990     IF NOT WS-FATAL-ERROR
002000         PERFORM 3000-REPOST-LOG
002010             THRU 3000-EXIT
002020         PERFORM 4000-REAPPLY-JOURNAL
002030             THRU 4000-EXIT
002040         PERFORM 5000-PROVE-MASTER
002050             THRU 5000-EXIT
002060     END-IF.
002070     PERFORM 9000-TERMINATE
002080         THRU 9000-EXIT.
002090     STOP RUN.

002100* *************************************************************
002110* 1000-INITIALIZE
002120* The backup must open and start with its header - anything
002130* else is not a DATEBKP generation, and nothing is touched.
002140* *************************************************************
002150 1000-INITIALIZE.
002160     ACCEPT WS-STAMP-DATE   FROM DATE YYYYMMDD.
002170     ACCEPT WS-STAMP-TIME-X FROM TIME.
002180     OPEN OUTPUT FC-PRINT.
002190     IF WS-PRINT-FS NOT = "00"
002200         DISPLAY "DATERCV: UNABLE TO OPEN RCVRPT - FS="
002210             WS-PRINT-FS " - NOTHING RECOVERED"
002220         SET WS-FATAL-ERROR TO TRUE
002230         GO TO 1000-EXIT
002240     END-IF.
002250     SET WS-PRINT-OPEN TO TRUE.
002260     MOVE WS-STAMP-DATE        TO WS-HD-DATE.
002270     MOVE WS-STAMP-TIME-X(1:6) TO WS-HD-TIME.
002280     MOVE WS-TITLE-LINE        TO PRT-LINE.
002290     WRITE PRT-LINE.
002300     OPEN INPUT FC-BKP.
002310     IF WS-BKP-FS NOT = "00"
002320         DISPLAY "DATERCV: UNABLE TO OPEN DATEBKUP - FS="
002330             WS-BKP-FS " - NOTHING RECOVERED"
002340         SET WS-FATAL-ERROR TO TRUE
002350         GO TO 1000-EXIT
002360     END-IF.
002370     READ FC-BKP
002380         AT END
002390             MOVE SPACES TO BKP-ENR
002400     END-READ.
002410     IF NOT BKP-HEADER
002420             OR BKP-HDR-DATE NOT NUMERIC
002430             OR BKP-HDR-TIME NOT NUMERIC
002440             OR BKP-HDR-LOG-LINES NOT NUMERIC
002450         DISPLAY "DATERCV: DATEBKUP DOES NOT START WITH A BACKUP "
002460             "HEADER - NOTHING RECOVERED"
002470         CLOSE FC-BKP
002480         SET WS-FATAL-ERROR TO TRUE
002490         GO TO 1000-EXIT
002500     END-IF.
002510     MOVE BKP-HDR-DATE      TO WS-BKP-DATE.
002520     MOVE BKP-HDR-TIME      TO WS-BKP-TIME.
002530     MOVE BKP-HDR-LOG-LINES TO WS-BKP-LOG-LINES.
002540     MOVE BKP-HDR-LOG-LAST  TO WS-BKP-LOG-LAST.
002545     MOVE BKP-HDR-LOG-STATE TO WS-BKP-LOG-STATE.
002550     MOVE WS-BKP-DATE       TO WS-BL-DATE.
002560     MOVE WS-BKP-TIME       TO WS-BL-TIME.
002570     MOVE WS-BKP-LOG-LINES  TO WS-BL-LINES.
002580     MOVE WS-BACKUP-LINE    TO PRT-LINE.
002590     WRITE PRT-LINE.
002600 1000-EXIT.
002610     EXIT.

002620* *************************************************************
002630* 2000-RELOAD-BACKUP
002640* Every image goes back under its own key into the emptied
002650* master.  A duplicate or unwritable key, a backup without its
002660* trailer (an unload that died), or counts that do not agree
002670* with the trailer stop the run - the master is then not to be
002680* used, and an earlier generation is the way back.
002690* *************************************************************
002700 2000-RELOAD-BACKUP.
002710     OPEN OUTPUT FC-MST.
002720     IF WS-MST-FS NOT = "00"
002730         DISPLAY "DATERCV: UNABLE TO CREATE DATE MASTER - FS="
002740             WS-MST-FS " - NOTHING RECOVERED"
002750         CLOSE FC-BKP
002760         SET WS-FATAL-ERROR TO TRUE
002770         GO TO 2000-EXIT
002780     END-IF.
002790     MOVE "N" TO WS-EOF-SW.
002800     PERFORM 2100-LOAD-BKP-REC
002810         THRU 2100-EXIT
002820         UNTIL WS-EOF.
002830     CLOSE FC-BKP.
002840     CLOSE FC-MST.
002850     IF WS-FATAL-ERROR
002860         GO TO 2000-EXIT
002870     END-IF.
002880     IF NOT WS-TRL-FOUND
002890         DISPLAY "DATERCV: DATEBKUP HAS NO TRAILER - THE UNLOAD "
002900             "DID NOT FINISH, USE AN EARLIER GENERATION"
002910         SET WS-FATAL-ERROR TO TRUE
002920         GO TO 2000-EXIT
002930     END-IF.
002940     IF WS-BEF-RECORDS NOT = WS-TRL-RECORDS
002950             OR WS-BEF-ACTIVE NOT = WS-TRL-ACTIVE
002960             OR WS-BEF-NET NOT = WS-TRL-NET
002970         DISPLAY "DATERCV: RELOAD DOES NOT AGREE WITH THE "
002980             "DATEBKUP TRAILER - USE AN EARLIER GENERATION"
002990         SET WS-FATAL-ERROR TO TRUE
003000         GO TO 2000-EXIT
003010     END-IF.
003020     OPEN I-O FC-MST.
003030     IF WS-MST-FS NOT = "00"
003040         DISPLAY "DATERCV: UNABLE TO REOPEN DATE MASTER - FS="
003050             WS-MST-FS
003060         SET WS-FATAL-ERROR TO TRUE
003070     END-IF.
003080 2000-EXIT.
003090     EXIT.

003100* *************************************************************
003110* 2100-LOAD-BKP-REC
003120* *************************************************************
003130 2100-LOAD-BKP-REC.
003140     READ FC-BKP
003150         AT END
003160             SET WS-EOF TO TRUE
003170     END-READ.
003180     IF WS-EOF
003190         GO TO 2100-EXIT
003200     END-IF.
003210     IF BKP-TRAILER
003220         IF BKP-TRL-RECORDS IS NUMERIC
003230                 AND BKP-TRL-ACTIVE IS NUMERIC
003240                 AND BKP-TRL-NET IS NUMERIC
003250             SET WS-TRL-FOUND TO TRUE
003260             MOVE BKP-TRL-RECORDS TO WS-TRL-RECORDS
003270             MOVE BKP-TRL-ACTIVE  TO WS-TRL-ACTIVE
003280             MOVE BKP-TRL-NET     TO WS-TRL-NET
003290         END-IF
003300         SET WS-EOF TO TRUE
003310         GO TO 2100-EXIT
003320     END-IF.
003330     MOVE BKP-ENR TO MST-ENR.
003340     WRITE MST-ENR
003350         INVALID KEY
003360             DISPLAY "DATERCV: RELOAD WRITE FAILED FOR " MST-DATE
003370                 " " MST-OPERATOR " " MST-SEQ " - FS=" WS-MST-FS
003380             SET WS-FATAL-ERROR TO TRUE
003390             SET WS-EOF TO TRUE
003400     END-WRITE.
003410     IF WS-FATAL-ERROR
003420         GO TO 2100-EXIT
003430     END-IF.
003440     ADD 1 TO WS-BEF-RECORDS.
003450     IF MST-ACTIVE
003460         ADD 1 TO WS-BEF-ACTIVE
003470         ADD MST-AMOUNT TO WS-BEF-NET
003480     END-IF.
003490 2100-EXIT.
003500     EXIT.

003510* *************************************************************
003520* 3000-REPOST-LOG
003530* The log must prove it is still the file the backup position
003540* was taken against - the line at the position must read as the
003550* header remembers it - before one line past it is posted.  A
003560* log that has been rolled since (MONTHEND) or will not open is
003570* not re-posted at all: graded 8, and the postings since the
003574* backup are to be put back by hand.  So is the log behind a
003578* backup that could not take its position (DATEBKP graded it
003582* 8) - re-posting from the top would post again what the
003586* backup already holds.
003590* *************************************************************
003600 3000-REPOST-LOG.
003601     IF WS-BKP-LOG-UNKNOWN
003602         DISPLAY "DATERCV: BACKUP TOOK NO LOG POSITION - "
003603             "POSTINGS SINCE THE BACKUP NOT RE-POSTED"
003604         SET WS-POSTINGS-SKIPPED TO TRUE
003605         GO TO 3000-EXIT
003606     END-IF.
003610     OPEN INPUT FC-DATE.
003620     IF WS-DATE-FS NOT = "00"
003630         DISPLAY "DATERCV: UNABLE TO OPEN test.txt - FS="
003640             WS-DATE-FS " - POSTINGS SINCE THE BACKUP NOT "
003646             "RE-POSTED"
003652         SET WS-POSTINGS-SKIPPED TO TRUE
003660         GO TO 3000-EXIT
003670     END-IF.
003680     MOVE "N" TO WS-EOF-SW.
003690     PERFORM 3100-REPOST-LOG-REC
003700         THRU 3100-EXIT
003710         UNTIL WS-EOF.
003720     CLOSE FC-DATE.
003730     IF WS-LINE-NO < WS-BKP-LOG-LINES
003740         SET WS-POSTINGS-SKIPPED TO TRUE
003750     END-IF.
003760     IF WS-POSTINGS-SKIPPED
003770         DISPLAY "DATERCV: test.txt IS NOT THE LOG THE BACKUP "
003780             "POSITION WAS TAKEN AGAINST - POSTINGS SINCE THE "
003790             "BACKUP NOT RE-POSTED"
003800     END-IF.
003810 3000-EXIT.
003820     EXIT.

003830* *************************************************************
003840* 3100-REPOST-LOG-REC
003850* *************************************************************
003860 3100-REPOST-LOG-REC.
003870     READ FC-DATE
003880         AT END
003890             SET WS-EOF TO TRUE
003900     END-READ.
003910     IF WS-EOF
003920         GO TO 3100-EXIT
003930     END-IF.
003940     ADD 1 TO WS-LINE-NO.
003950     IF WS-LINE-NO < WS-BKP-LOG-LINES
003960         GO TO 3100-EXIT
003970     END-IF.
003980     IF WS-LINE-NO = WS-BKP-LOG-LINES
003990         IF FC-ENR NOT = WS-BKP-LOG-LAST
004000             SET WS-POSTINGS-SKIPPED TO TRUE
004010             SET WS-EOF TO TRUE
004020         END-IF
004030         GO TO 3100-EXIT
004040     END-IF.
004050     PERFORM 3200-POST-ENTRY
004060         THRU 3200-EXIT.
004070 3100-EXIT.
004080     EXIT.

004090* *************************************************************
004100* 3200-POST-ENTRY
004110* One log line back onto the master as HELLOWORLD 4500 put it
004120* there - the date text as logged, the sequence walked up past
004130* this operator's entries for the date (deleted ones included,
004140* so the lines land on the sequences they first had), previous
004150* amount equal to the amount, and the change stamp of this run
004160* under the posting operator.
004170* *************************************************************
004180 3200-POST-ENTRY.
004190     ADD 1 TO WS-POST-READ.
004200     MOVE FC-ENR-DATE-TEXT TO DATEPRS-TEXT.
004210     CALL "DATEPRS" USING DATEPRS-PARM.
004220     IF NOT DATEPRS-OK
004230         ADD 1 TO WS-POST-UNREAD
004240         GO TO 3200-EXIT
004250     END-IF.
004260     MOVE DATEPRS-ANNEE        TO WS-KD-ANNEE.
004270     MOVE DATEPRS-MOIS         TO WS-KD-MOIS.
004280     MOVE DATEPRS-JOUR         TO WS-KD-JOUR.
004290     MOVE WS-KEY-DATE          TO MST-DATE.
004300     MOVE FC-ENR-OPERATOR      TO MST-OPERATOR.
004310     MOVE 1                    TO MST-SEQ.
004320     MOVE FC-ENR-DATE-TEXT     TO MST-DATE-TEXT.
004330     MOVE FC-ENR-AMOUNT        TO MST-AMOUNT.
004340     SET MST-ACTIVE            TO TRUE.
004350     MOVE FC-ENR-AMOUNT        TO MST-PREV-AMOUNT.
004360     MOVE WS-STAMP-DATE        TO MST-CHG-DATE.
004370     MOVE WS-STAMP-TIME-X(1:6) TO MST-CHG-TIME.
004380     MOVE FC-ENR-OPERATOR      TO MST-CHG-OPERATOR.
004390     MOVE SPACES               TO MST-APR-OPERATOR.
004400     PERFORM 3250-WRITE-MST-REC
004410         THRU 3250-EXIT
004420         WITH TEST AFTER
004430         UNTIL WS-MST-FS NOT = "22"
004440             OR MST-SEQ > 9999.
004450     IF WS-MST-FS NOT = "00"
004460         DISPLAY "DATERCV: RE-POST FAILED FOR LOG LINE "
004470             WS-LINE-NO " - FS=" WS-MST-FS
004480         ADD 1 TO WS-POST-FAILED
004490         GO TO 3200-EXIT
004500     END-IF.
004510     ADD 1 TO WS-POST-COUNT.
004520     ADD FC-ENR-AMOUNT TO WS-POST-NET.
004530 3200-EXIT.
004540     EXIT.

004550* *************************************************************
004560* 3250-WRITE-MST-REC
004570* *************************************************************
004580 3250-WRITE-MST-REC.
004590     WRITE MST-ENR
004600         INVALID KEY
004610             CONTINUE
004620     END-WRITE.
004630     IF WS-MST-FS = "22"
004640         ADD 1 TO MST-SEQ
004650     END-IF.
004660 3250-EXIT.
004670     EXIT.

004680* *************************************************************
004690* 4000-REAPPLY-JOURNAL
004700* No journal yet is normal - nobody has maintained anything.
004710* One that exists but will not open is graded 8: the master is
004720* missing whatever maintenance was done since the backup.
004730* *************************************************************
004740 4000-REAPPLY-JOURNAL.
004750     OPEN INPUT FC-JRNL.
004760     IF WS-JRNL-FS = "35"
004770         GO TO 4000-EXIT
004780     END-IF.
004790     IF WS-JRNL-FS NOT = "00"
004800         DISPLAY "DATERCV: UNABLE TO OPEN MNTJRNL - FS="
004810             WS-JRNL-FS " - MAINTENANCE SINCE THE BACKUP NOT "
004820             "RE-APPLIED"
004830         SET WS-JOURNAL-SKIPPED TO TRUE
004840         GO TO 4000-EXIT
004850     END-IF.
004860     MOVE "N" TO WS-EOF-SW.
004870     PERFORM 4100-REAPPLY-ACTION
004880         THRU 4100-EXIT
004890         UNTIL WS-EOF.
004900     CLOSE FC-JRNL.
004910 4000-EXIT.
004920     EXIT.

004930* *************************************************************
004940* 4100-REAPPLY-ACTION
004950* Actions stamped before the backup are already in it.  The rest
004960* are put back as DATEMNT (or DATEAPR) left them: the after
004970* image, the change stamp and approver, and for an amount change
004980* the before amount as the previous amount.  A before image that
004990* does not match the master is listed but still applied - the
005000* journal is the record of what was done.
005010* *************************************************************
005020 4100-REAPPLY-ACTION.
005030     READ FC-JRNL
005040         AT END
005050             SET WS-EOF TO TRUE
005060     END-READ.
005070     IF WS-EOF
005080         GO TO 4100-EXIT
005090     END-IF.
005100     ADD 1 TO WS-JRN-READ.
005110     IF JRN-CHG-DATE NOT NUMERIC
005120             OR JRN-CHG-TIME NOT NUMERIC
005130         MOVE "STAMP UNREADABLE - SKIPPED" TO WS-RV-WHY
005140         GO TO 4100-REJECT
005150     END-IF.
005160     MOVE JRN-CHG-DATE TO WS-JS-DATE.
005170     MOVE JRN-CHG-TIME TO WS-JS-TIME.
005180     IF WS-JRN-STAMP < WS-BKP-STAMP
005190         ADD 1 TO WS-JRN-OLDER
005200         GO TO 4100-EXIT
005210     END-IF.
005220     IF NOT JRN-ACT-CHANGE
005230             AND NOT JRN-ACT-DELETE
005240             AND NOT JRN-ACT-REINSTATE
005250         MOVE "UNKNOWN ACTION - SKIPPED" TO WS-RV-WHY
005260         GO TO 4100-REJECT
005270     END-IF.
005280     MOVE JRN-KEY TO MST-KEY.
005290     READ FC-MST
005300         INVALID KEY
005310             MOVE "KEY NOT ON MASTER" TO WS-RV-WHY
005320             GO TO 4100-REJECT
005330     END-READ.
005340     IF MST-AMOUNT NOT = JRN-BEF-AMOUNT
005350             OR MST-STATUS NOT = JRN-BEF-STATUS
005360         ADD 1 TO WS-JRN-DIFF
005370         MOVE "BEFORE IMAGE DIFFERS" TO WS-RV-WHY
005380         PERFORM 4200-WRITE-REVIEW
005390             THRU 4200-EXIT
005400     END-IF.
005410     MOVE ZERO TO WS-JRN-OLD-AMT.
005420     IF MST-ACTIVE
005430         MOVE MST-AMOUNT TO WS-JRN-OLD-AMT
005440     END-IF.
005450     IF JRN-ACT-CHANGE
005460         MOVE JRN-BEF-AMOUNT TO MST-PREV-AMOUNT
005470     END-IF.
005480     MOVE JRN-AFT-AMOUNT   TO MST-AMOUNT.
005490     MOVE JRN-AFT-STATUS   TO MST-STATUS.
005500     MOVE JRN-CHG-DATE     TO MST-CHG-DATE.
005510     MOVE JRN-CHG-TIME     TO MST-CHG-TIME.
005520     MOVE JRN-CHG-OPERATOR TO MST-CHG-OPERATOR.
005530     MOVE JRN-APR-OPERATOR TO MST-APR-OPERATOR.
005540     REWRITE MST-ENR
005550         INVALID KEY
005560             CONTINUE
005570     END-REWRITE.
005580     IF WS-MST-FS NOT = "00"
005590         MOVE "REWRITE FAILED" TO WS-RV-WHY
005600         GO TO 4100-REJECT
005610     END-IF.
005620     MOVE ZERO TO WS-JRN-NEW-AMT.
005630     IF MST-ACTIVE
005640         MOVE MST-AMOUNT TO WS-JRN-NEW-AMT
005650     END-IF.
005660     COMPUTE WS-JRN-NET = WS-JRN-NET + WS-JRN-NEW-AMT
005670         - WS-JRN-OLD-AMT.
005680     EVALUATE TRUE
005690         WHEN JRN-ACT-CHANGE
005700             ADD 1 TO WS-JRN-C-COUNT
005710         WHEN JRN-ACT-DELETE
005720             ADD 1 TO WS-JRN-D-COUNT
005730         WHEN JRN-ACT-REINSTATE
005740             ADD 1 TO WS-JRN-R-COUNT
005750     END-EVALUATE.
005760     GO TO 4100-EXIT.
005770 4100-REJECT.
005780     ADD 1 TO WS-JRN-REJECT.
005790     PERFORM 4200-WRITE-REVIEW
005800         THRU 4200-EXIT.
005810 4100-EXIT.
005820     EXIT.

005830* *************************************************************
005840* 4200-WRITE-REVIEW
005850* One journal action needing a look, with its key and stamp -
005860* the heading goes out with the first.
005870* *************************************************************
005880 4200-WRITE-REVIEW.
005890     ADD 1 TO WS-REVIEW-COUNT.
005900     IF WS-REVIEW-COUNT = 1
005910         MOVE SPACES TO PRT-LINE
005920         WRITE PRT-LINE
005930         MOVE "JOURNAL ACTIONS TO REVIEW" TO PRT-LINE
005940         WRITE PRT-LINE
005950     END-IF.
005960     MOVE JRN-ACTION       TO WS-RV-ACTION.
005970     MOVE JRN-DATE         TO WS-RV-DATE.
005980     MOVE JRN-OPERATOR     TO WS-RV-OPERATOR.
005990     MOVE JRN-SEQ          TO WS-RV-SEQ.
006000     MOVE JRN-CHG-DATE     TO WS-RV-STAMP-DATE.
006010     MOVE JRN-CHG-TIME     TO WS-RV-STAMP-TIME.
006020     MOVE WS-REVIEW-LINE   TO PRT-LINE.
006030     WRITE PRT-LINE.
006040 4200-EXIT.
006050     EXIT.

006060* *************************************************************
006070* 5000-PROVE-MASTER
006080* A full pass over the rebuilt master, against what the reload,
006090* the re-posted lines and the re-applied actions say it must
006100* now hold.
006110* *************************************************************
006120 5000-PROVE-MASTER.
006130     CLOSE FC-MST.
006140     OPEN INPUT FC-MST.
006150     IF WS-MST-FS NOT = "00"
006160         DISPLAY "DATERCV: UNABLE TO REOPEN DATE MASTER FOR THE "
006170             "PROOF - FS=" WS-MST-FS
006180         SET WS-PROOF-FAILED TO TRUE
006190         GO TO 5000-EXIT
006200     END-IF.
006210     MOVE "N" TO WS-EOF-SW.
006220     PERFORM 5100-COUNT-MST-REC
006230         THRU 5100-EXIT
006240         UNTIL WS-EOF.
006250     CLOSE FC-MST.
006260     COMPUTE WS-EXP-RECORDS = WS-BEF-RECORDS + WS-POST-COUNT.
006270     COMPUTE WS-EXP-NET = WS-BEF-NET + WS-POST-NET + WS-JRN-NET.
006280     IF WS-AFT-RECORDS NOT = WS-EXP-RECORDS
006290             OR WS-AFT-NET NOT = WS-EXP-NET
006300         SET WS-PROOF-FAILED TO TRUE
006310     END-IF.
006320 5000-EXIT.
006330     EXIT.

006340* *************************************************************
006350* 5100-COUNT-MST-REC
006360* *************************************************************
006370 5100-COUNT-MST-REC.
006380     READ FC-MST NEXT RECORD
006390         AT END
006400             SET WS-EOF TO TRUE
006410     END-READ.
006420     IF WS-EOF
006430         GO TO 5100-EXIT
006440     END-IF.
006450     ADD 1 TO WS-AFT-RECORDS.
006460     IF MST-ACTIVE
006470         ADD 1 TO WS-AFT-ACTIVE
006480         ADD MST-AMOUNT TO WS-AFT-NET
006490     END-IF.
006500 5100-EXIT.
006510     EXIT.

006520* *************************************************************
006530* 9000-TERMINATE
006540* The proof report, whatever stage the run reached, and the
006550* condition code: 0 clean, 4 entries to review, 8 part of the
006560* recovery not done or not proven, 12 no usable master.
006570* *************************************************************
006580 9000-TERMINATE.
006590     IF WS-PRINT-OPEN
006600         PERFORM 9100-PRINT-PROOF
006610             THRU 9100-EXIT
006620         CLOSE FC-PRINT
006630     END-IF.
006640     EVALUATE TRUE
006650         WHEN WS-FATAL-ERROR
006660             DISPLAY "DATERCV: DATE MASTER NOT RECOVERED - "
006670                 "DO NOT USE IT"
006680             MOVE 12 TO RETURN-CODE
006690         WHEN WS-POSTINGS-SKIPPED
006700                 OR WS-JOURNAL-SKIPPED
006710                 OR WS-PROOF-FAILED
006720             DISPLAY "DATERCV: DATE MASTER RECOVERED IN PART - "
006730                 "SEE RCVRPT"
006740             MOVE 8 TO RETURN-CODE
006750         WHEN WS-REVIEW-COUNT > ZERO
006760                 OR WS-POST-UNREAD > ZERO
006770                 OR WS-POST-FAILED > ZERO
006780             DISPLAY "DATERCV: DATE MASTER RECOVERED - ENTRIES "
006790                 "TO REVIEW ON RCVRPT"
006800             MOVE 4 TO RETURN-CODE
006810         WHEN OTHER
006820             MOVE 0 TO RETURN-CODE
006830     END-EVALUATE.
006840 9000-EXIT.
006850     EXIT.

006860* *************************************************************
006870* 9100-PRINT-PROOF
006880* *************************************************************
006890 9100-PRINT-PROOF.
006900     MOVE SPACES TO PRT-LINE.
006910     WRITE PRT-LINE.
006920     MOVE "BEFORE - AS RELOADED FROM THE BACKUP" TO PRT-LINE.
006930     WRITE PRT-LINE.
006940     MOVE "  MASTER RECORDS               :" TO WS-CL-LABEL.
006950     MOVE WS-BEF-RECORDS                    TO WS-CL-COUNT.
006960     PERFORM 9200-WRITE-COUNT
006970         THRU 9200-EXIT.
006980     MOVE "  ACTIVE                       :" TO WS-CL-LABEL.
006990     MOVE WS-BEF-ACTIVE                     TO WS-CL-COUNT.
007000     PERFORM 9200-WRITE-COUNT
007010         THRU 9200-EXIT.
007020     MOVE "  NET AMOUNT OF ACTIVE ENTRIES :" TO WS-AL-LABEL.
007030     MOVE WS-BEF-NET                        TO WS-AL-AMOUNT.
007040     PERFORM 9300-WRITE-AMOUNT
007050         THRU 9300-EXIT.
007060     MOVE SPACES TO PRT-LINE.
007070     WRITE PRT-LINE.
007080     IF WS-POSTINGS-SKIPPED
007090         MOVE "LOG LINES SINCE THE BACKUP - NOT RE-POSTED"
007100             TO PRT-LINE
007110     ELSE
007120         MOVE "LOG LINES SINCE THE BACKUP - RE-POSTED" TO PRT-LINE
007130     END-IF.
007140     WRITE PRT-LINE.
007150     MOVE "  LINES READ PAST THE POSITION :" TO WS-CL-LABEL.
007160     MOVE WS-POST-READ                      TO WS-CL-COUNT.
007170     PERFORM 9200-WRITE-COUNT
007180         THRU 9200-EXIT.
007190     MOVE "  POSTED                       :" TO WS-CL-LABEL.
007200     MOVE WS-POST-COUNT                     TO WS-CL-COUNT.
007210     PERFORM 9200-WRITE-COUNT
007220         THRU 9200-EXIT.
007230     MOVE "  UNREADABLE DATE - NOT POSTED :" TO WS-CL-LABEL.
007240     MOVE WS-POST-UNREAD                    TO WS-CL-COUNT.
007250     PERFORM 9200-WRITE-COUNT
007260         THRU 9200-EXIT.
007270     MOVE "  WRITE FAILED - NOT POSTED    :" TO WS-CL-LABEL.
007280     MOVE WS-POST-FAILED                    TO WS-CL-COUNT.
007290     PERFORM 9200-WRITE-COUNT
007300         THRU 9200-EXIT.
007310     MOVE "  NET AMOUNT POSTED            :" TO WS-AL-LABEL.
007320     MOVE WS-POST-NET                       TO WS-AL-AMOUNT.
007330     PERFORM 9300-WRITE-AMOUNT
007340         THRU 9300-EXIT.
007350     MOVE SPACES TO PRT-LINE.
007360     WRITE PRT-LINE.
007370     IF WS-JOURNAL-SKIPPED
007380         MOVE "MNTJRNL ACTIONS SINCE THE BACKUP - NOT RE-APPLIED"
007390             TO PRT-LINE
007400     ELSE
007410         MOVE "MNTJRNL ACTIONS SINCE THE BACKUP - RE-APPLIED"
007420             TO PRT-LINE
007430     END-IF.
007440     WRITE PRT-LINE.
007450     MOVE "  JOURNAL RECORDS READ         :" TO WS-CL-LABEL.
007460     MOVE WS-JRN-READ                       TO WS-CL-COUNT.
007470     PERFORM 9200-WRITE-COUNT
007480         THRU 9200-EXIT.
007490     MOVE "  OLDER THAN THE BACKUP        :" TO WS-CL-LABEL.
007500     MOVE WS-JRN-OLDER                      TO WS-CL-COUNT.
007510     PERFORM 9200-WRITE-COUNT
007520         THRU 9200-EXIT.
007530     MOVE "  CHANGES RE-APPLIED           :" TO WS-CL-LABEL.
007540     MOVE WS-JRN-C-COUNT                    TO WS-CL-COUNT.
007550     PERFORM 9200-WRITE-COUNT
007560         THRU 9200-EXIT.
007570     MOVE "  DELETES RE-APPLIED           :" TO WS-CL-LABEL.
007580     MOVE WS-JRN-D-COUNT                    TO WS-CL-COUNT.
007590     PERFORM 9200-WRITE-COUNT
007600         THRU 9200-EXIT.
007610     MOVE "  REINSTATES RE-APPLIED        :" TO WS-CL-LABEL.
007620     MOVE WS-JRN-R-COUNT                    TO WS-CL-COUNT.
007630     PERFORM 9200-WRITE-COUNT
007640         THRU 9200-EXIT.
007650     MOVE "  BEFORE IMAGE DIFFERED        :" TO WS-CL-LABEL.
007660     MOVE WS-JRN-DIFF                       TO WS-CL-COUNT.
007670     PERFORM 9200-WRITE-COUNT
007680         THRU 9200-EXIT.
007690     MOVE "  NOT RE-APPLIED               :" TO WS-CL-LABEL.
007700     MOVE WS-JRN-REJECT                     TO WS-CL-COUNT.
007710     PERFORM 9200-WRITE-COUNT
007720         THRU 9200-EXIT.
007730     MOVE "  NET EFFECT ON ACTIVE ENTRIES :" TO WS-AL-LABEL.
007740     MOVE WS-JRN-NET                        TO WS-AL-AMOUNT.
007750     PERFORM 9300-WRITE-AMOUNT
007760         THRU 9300-EXIT.
007770     MOVE SPACES TO PRT-LINE.
007780     WRITE PRT-LINE.
007790     MOVE "AFTER - THE MASTER AS RECOVERED" TO PRT-LINE.
007800     WRITE PRT-LINE.
007810     MOVE "  MASTER RECORDS               :" TO WS-CL-LABEL.
007820     MOVE WS-AFT-RECORDS                    TO WS-CL-COUNT.
007830     PERFORM 9200-WRITE-COUNT
007840         THRU 9200-EXIT.
007850     MOVE "  ACTIVE                       :" TO WS-CL-LABEL.
007860     MOVE WS-AFT-ACTIVE                     TO WS-CL-COUNT.
007870     PERFORM 9200-WRITE-COUNT
007880         THRU 9200-EXIT.
007890     MOVE "  NET AMOUNT OF ACTIVE ENTRIES :" TO WS-AL-LABEL.
007900     MOVE WS-AFT-NET                        TO WS-AL-AMOUNT.
007910     PERFORM 9300-WRITE-AMOUNT
007920         THRU 9300-EXIT.
007930     MOVE "  RECORDS EXPECTED             :" TO WS-CL-LABEL.
007940     MOVE WS-EXP-RECORDS                    TO WS-CL-COUNT.
007950     PERFORM 9200-WRITE-COUNT
007960         THRU 9200-EXIT.
007970     MOVE "  NET AMOUNT EXPECTED          :" TO WS-AL-LABEL.
007980     MOVE WS-EXP-NET                        TO WS-AL-AMOUNT.
007990     PERFORM 9300-WRITE-AMOUNT
008000         THRU 9300-EXIT.
008010     MOVE SPACES TO PRT-LINE.
008020     WRITE PRT-LINE.
008030     EVALUATE TRUE
008040         WHEN WS-FATAL-ERROR
008050             MOVE "MASTER NOT RECOVERED - SEE SYSOUT" TO PRT-LINE
008060         WHEN WS-PROOF-FAILED
008070             MOVE "MASTER DOES NOT PROVE AGAINST THE FIGURES"
008080                 TO PRT-LINE
008090         WHEN OTHER
008100             MOVE "MASTER PROVEN AGAINST THE FIGURES ABOVE"
008110                 TO PRT-LINE
008120     END-EVALUATE.
008130     WRITE PRT-LINE.
008140 9100-EXIT.
008150     EXIT.

008160* *************************************************************
008170* 9200-WRITE-COUNT
008180* *************************************************************
008190 9200-WRITE-COUNT.
008200     MOVE WS-COUNT-LINE TO PRT-LINE.
008210     WRITE PRT-LINE.
008220 9200-EXIT.
008230     EXIT.

008240* *************************************************************
008250* 9300-WRITE-AMOUNT
008260* *************************************************************
008270 9300-WRITE-AMOUNT.
008280     MOVE WS-AMOUNT-LINE TO PRT-LINE.
008290     WRITE PRT-LINE.
008300 9300-EXIT.
008310     EXIT.

008320 END PROGRAM DATERCV.
