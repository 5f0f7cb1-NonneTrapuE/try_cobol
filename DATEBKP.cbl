000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DATEBKP.
000120 AUTHOR.        Bastien.
000130 INSTALLATION.  DAILY-RECON-BATCH.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*
000170* ---------------------------------------------------------------
000180* MODIFICATION HISTORY
000190* ---------------------------------------------------------------
000200* 2026-10-15 RLB  Original version - nightly unload of the
000210*                 DATEMST date master to a new DATEBKUP backup
000220*                 generation (BKPREC copybook).  The master is
000230*                 read in key order and every record, deleted
000240*                 ones included, goes out as its own image
000250*                 between a header and a trailer.  The header
000260*                 stamps the unload and takes the test.txt
000270*                 position - line count and last line, as
000280*                 DATEEXT proves its own position - so DATERCV
000290*                 can re-post exactly the log lines added since;
000300*                 the trailer carries the record count, active
000310*                 count and active net for DATERCV to prove its
000320*                 reload against, and BKPRPT prints the same
000326*                 figures.  RC 0 clean, 4 no test.txt at all (the
000332*                 position is zero, and a recovery from this
000338*                 generation re-posts the whole log as it then
000344*                 stands), 8 test.txt there but unreadable (the
000350*                 header flags the position unknown, and a
000356*                 recovery from this generation re-posts none of
000362*                 the log), 12 master unreadable or backup not
000368*                 written - the generation is not to be relied
000374*                 on.
000380* ---------------------------------------------------------------

000390 ENVIRONMENT DIVISION.

000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420* FC-MST is the indexed date master, read forward in key order.
000430     SELECT FC-MST    ASSIGN TO "DATEMST"
000440       ORGANIZATION INDEXED
000450       ACCESS MODE IS SEQUENTIAL
000460       RECORD KEY IS MST-KEY
000470       FILE STATUS IS WS-MST-FS.

000480* FC-DATE is the posting log - only counted, for the position.
000490     SELECT FC-DATE   ASSIGN TO "test.txt"
000500       ORGANIZATION LINE SEQUENTIAL
000510       FILE STATUS IS WS-DATE-FS.

000520     SELECT FC-BKP    ASSIGN TO "DATEBKUP"
000530       ORGANIZATION LINE SEQUENTIAL
000540       FILE STATUS IS WS-BKP-FS.

000550     SELECT FC-PRINT  ASSIGN TO "BKPRPT"
000560       ORGANIZATION LINE SEQUENTIAL
000570       FILE STATUS IS WS-PRINT-FS.

000580 DATA DIVISION.
000590 FILE SECTION.

000600 FD  FC-MST.
000610     COPY DATEMST.

000620 FD  FC-DATE.
000630     COPY DATEREC.

000640 FD  FC-BKP.
000650     COPY BKPREC.

000660 FD  FC-PRINT.
000670 01  PRT-LINE                      PIC X(72).

000680 WORKING-STORAGE SECTION.

000690* File status / switches.
000700 77  WS-MST-FS              PIC X(02) VALUE "00".
000710 77  WS-DATE-FS             PIC X(02) VALUE "00".
000720 77  WS-BKP-FS              PIC X(02) VALUE "00".
000730 77  WS-PRINT-FS            PIC X(02) VALUE "00".
000740 77  WS-EOF-SW              PIC X(01) VALUE "N".
000750     88  WS-EOF                     VALUE "Y".
000760 77  WS-LOG-EOF-SW          PIC X(01) VALUE "N".
000770     88  WS-LOG-EOF                 VALUE "Y".
000780 77  WS-OPEN-SW             PIC X(01) VALUE "N".
000790     88  WS-FILES-OPEN              VALUE "Y".
000800 77  WS-NOLOG-SW            PIC X(01) VALUE "N".
000810     88  WS-NO-LOG                  VALUE "Y".
000813 77  WS-LOGPOS-SW           PIC X(01) VALUE "N".
000816     88  WS-LOG-UNKNOWN             VALUE "Y".
000820 77  WS-FATAL-SW            PIC X(01) VALUE "N".
000830     88  WS-FATAL-ERROR             VALUE "Y".

000840* Unload stamp and the log position taken with it.
000850 77  WS-STAMP-DATE          PIC 9(08) VALUE ZERO.
000860 77  WS-STAMP-TIME-X        PIC X(08) VALUE SPACES.
000870 77  WS-LOG-LINES           PIC 9(06) VALUE ZERO.
000880 77  WS-LOG-LAST            PIC X(24) VALUE SPACES.

000890* Run accounting.
000900 77  WS-REC-COUNT           PIC 9(07) VALUE ZERO.
000910 77  WS-ACTIVE-COUNT        PIC 9(07) VALUE ZERO.
000920 77  WS-DELETED-COUNT       PIC 9(07) VALUE ZERO.
000930 77  WS-ACTIVE-NET          PIC S9(09) VALUE ZERO.

000940 01  WS-TITLE-LINE.
000950     05  FILLER                    PIC X(26) VALUE
000960             "DATE MASTER BACKUP  RUN ".
000970     05  WS-HD-DATE                PIC 9(08).
000980     05  FILLER                    PIC X(01) VALUE "-".
000990     05  WS-HD-TIME                PIC 9(06).

001000 01  WS-COUNT-LINE.
001010     05  WS-CL-LABEL               PIC X(32).
001020     05  WS-CL-COUNT               PIC ZZZZZZ9.

001030 01  WS-AMOUNT-LINE.
001040     05  WS-AL-LABEL               PIC X(32).
001050     05  WS-AL-AMOUNT              PIC -(9)9.

001060 PROCEDURE DIVISION.

001070* *************************************************************
001080* 0000-MAINLINE
001090* *************************************************************
001100 0000-MAINLINE.
001110     PERFORM 1000-INITIALIZE
001120         THRU 1000-EXIT.
001130     PERFORM 2000-UNLOAD-ENTRY
001140         THRU 2000-EXIT
001150         UNTIL WS-EOF.
001160     PERFORM 9000-TERMINATE
001170         THRU 9000-EXIT.
001180     STOP RUN.

001190* *************************************************************
001200* 1000-INITIALIZE
001210* The log position is taken before the master is read - a
001220* posting that lands between the two is then re-posted by a
001230* recovery rather than lost by it.  A master or backup that
001240* will not open is a hard stop.
001250* *************************************************************
001260 1000-INITIALIZE.
001270     ACCEPT WS-STAMP-DATE   FROM DATE YYYYMMDD.
001280     ACCEPT WS-STAMP-TIME-X FROM TIME.
001290     PERFORM 1100-TAKE-LOG-POSITION
001300         THRU 1100-EXIT.
001310     OPEN INPUT FC-MST.
001320     IF WS-MST-FS NOT = "00"
001330         DISPLAY "DATEBKP: UNABLE TO OPEN DATE MASTER - FS="
001340             WS-MST-FS " - NO BACKUP TAKEN"
001350         SET WS-FATAL-ERROR TO TRUE
001360         SET WS-EOF TO TRUE
001370         GO TO 1000-EXIT
001380     END-IF.
001390     OPEN OUTPUT FC-BKP.
001400     IF WS-BKP-FS NOT = "00"
001410         DISPLAY "DATEBKP: UNABLE TO OPEN DATEBKUP - FS="
001420             WS-BKP-FS " - NO BACKUP TAKEN"
001430         CLOSE FC-MST
001440         SET WS-FATAL-ERROR TO TRUE
001450         SET WS-EOF TO TRUE
001460         GO TO 1000-EXIT
001470     END-IF.
001480     SET WS-FILES-OPEN TO TRUE.
001490     MOVE SPACES                TO BKP-ENR.
001500     SET BKP-HEADER             TO TRUE.
001510     MOVE WS-STAMP-DATE         TO BKP-HDR-DATE.
001520     MOVE WS-STAMP-TIME-X(1:6)  TO BKP-HDR-TIME.
001530     MOVE WS-LOG-LINES          TO BKP-HDR-LOG-LINES.
001540     MOVE WS-LOG-LAST           TO BKP-HDR-LOG-LAST.
001541     IF WS-LOG-UNKNOWN
001542         MOVE ZERO   TO WS-LOG-LINES BKP-HDR-LOG-LINES
001543         MOVE SPACES TO BKP-HDR-LOG-LAST
001544         SET BKP-HDR-LOG-UNKNOWN TO TRUE
001545     END-IF.
001550     WRITE BKP-ENR.
001560     PERFORM 2100-READ-MST
001570         THRU 2100-EXIT.
001580 1000-EXIT.
001590     EXIT.

001600* *************************************************************
001610* 1100-TAKE-LOG-POSITION
001614* No log at all (FS 35) is position zero and graded 4 - every
001618* line a later log holds was posted after this unload.  A log
001622* that is there but will not open or read is not position
001626* zero: the header flags the position unknown and the run is
001630* graded 8, for a recovery must not re-post lines the master
001634* may already hold.
001640* *************************************************************
001650 1100-TAKE-LOG-POSITION.
001660     OPEN INPUT FC-DATE.
001670     IF WS-DATE-FS = "35"
001680         DISPLAY "DATEBKP: NO test.txt - LOG POSITION ZERO IN "
001690             "THIS BACKUP"
001700         SET WS-NO-LOG TO TRUE
001710         GO TO 1100-EXIT
001720     END-IF.
001721     IF WS-DATE-FS NOT = "00"
001722         DISPLAY "DATEBKP: UNABLE TO OPEN test.txt - FS="
001723             WS-DATE-FS " - LOG POSITION UNKNOWN IN THIS BACKUP"
001724         SET WS-LOG-UNKNOWN TO TRUE
001725         GO TO 1100-EXIT
001726     END-IF.
001730     PERFORM 1150-COUNT-LOG-REC
001740         THRU 1150-EXIT
001750         UNTIL WS-LOG-EOF.
001760     CLOSE FC-DATE.
001770 1100-EXIT.
001780     EXIT.

001790* *************************************************************
001800* 1150-COUNT-LOG-REC
001810* *************************************************************
001820 1150-COUNT-LOG-REC.
001830     READ FC-DATE
001840         AT END
001850             SET WS-LOG-EOF TO TRUE
001860         NOT AT END
001870             ADD 1 TO WS-LOG-LINES
001880             MOVE FC-ENR TO WS-LOG-LAST
001890     END-READ.
001891     IF WS-DATE-FS(1:1) NOT = "0" AND WS-DATE-FS NOT = "10"
001892         DISPLAY "DATEBKP: test.txt READ FAILED - FS="
001893             WS-DATE-FS " - LOG POSITION UNKNOWN IN THIS BACKUP"
001894         SET WS-LOG-UNKNOWN TO TRUE
001895         SET WS-LOG-EOF TO TRUE
001896     END-IF.
001900 1150-EXIT.
001910     EXIT.

001920* *************************************************************
001930* 2000-UNLOAD-ENTRY
001940* Every record goes out as it stands - a deleted entry is part
001950* of the master and of its audit trail, and comes back with it.
001960* *************************************************************
001970 2000-UNLOAD-ENTRY.
001980     MOVE MST-ENR TO BKP-ENR.
001990     WRITE BKP-ENR.
002000     IF WS-BKP-FS NOT = "00"
002010         DISPLAY "DATEBKP: DATEBKUP WRITE FAILED - FS="
002020             WS-BKP-FS " - BACKUP INCOMPLETE"
002030         SET WS-FATAL-ERROR TO TRUE
002040         SET WS-EOF TO TRUE
002050         GO TO 2000-EXIT
002060     END-IF.
002070     ADD 1 TO WS-REC-COUNT.
002080     IF MST-ACTIVE
002090         ADD 1 TO WS-ACTIVE-COUNT
002100         ADD MST-AMOUNT TO WS-ACTIVE-NET
002110     ELSE
002120         ADD 1 TO WS-DELETED-COUNT
002130     END-IF.
002140     PERFORM 2100-READ-MST
002150         THRU 2100-EXIT.
002160 2000-EXIT.
002170     EXIT.

002180* *************************************************************
002190* 2100-READ-MST
002200* *************************************************************
002210 2100-READ-MST.
002220     READ FC-MST NEXT RECORD
002230         AT END
002240             SET WS-EOF TO TRUE
002250     END-READ.
002260 2100-EXIT.
002270     EXIT.

002280* *************************************************************
002290* 9000-TERMINATE
002300* The trailer goes on only behind a complete unload - a backup
002310* without one is refused whole by DATERCV.  The condition code
002320* grades the run: 0 clean, 4 no log (position zero), 8 log
002330* position unknown, 12 no usable backup.
002340* *************************************************************
002350 9000-TERMINATE.
002360     IF WS-FILES-OPEN
002370         CLOSE FC-MST
002380         IF NOT WS-FATAL-ERROR
002390             MOVE SPACES           TO BKP-ENR
002400             SET BKP-TRAILER       TO TRUE
002410             MOVE WS-REC-COUNT     TO BKP-TRL-RECORDS
002420             MOVE WS-ACTIVE-COUNT  TO BKP-TRL-ACTIVE
002430             MOVE WS-ACTIVE-NET    TO BKP-TRL-NET
002440             WRITE BKP-ENR
002450             IF WS-BKP-FS NOT = "00"
002460                 DISPLAY "DATEBKP: DATEBKUP TRAILER WRITE "
002470                     "FAILED - FS=" WS-BKP-FS
002475                     " - BACKUP INCOMPLETE"
002480                 SET WS-FATAL-ERROR TO TRUE
002490             END-IF
002500         END-IF
002510         CLOSE FC-BKP
002520     END-IF.
002530     PERFORM 9100-PRINT-PROOF
002540         THRU 9100-EXIT.
002550     EVALUATE TRUE
002560         WHEN WS-FATAL-ERROR
002570             MOVE 12 TO RETURN-CODE
002573         WHEN WS-LOG-UNKNOWN
002576             MOVE 8 TO RETURN-CODE
002580         WHEN WS-NO-LOG
002590             MOVE 4 TO RETURN-CODE
002600         WHEN OTHER
002610             MOVE 0 TO RETURN-CODE
002620     END-EVALUATE.
002630 9000-EXIT.
002640     EXIT.

002650* *************************************************************
002660* 9100-PRINT-PROOF
002670* *************************************************************
002680 9100-PRINT-PROOF.
002690     OPEN OUTPUT FC-PRINT.
002700     IF WS-PRINT-FS NOT = "00"
002710         DISPLAY "DATEBKP: UNABLE TO OPEN BKPRPT - FS="
002720             WS-PRINT-FS
002730         GO TO 9100-EXIT
002740     END-IF.
002750     MOVE WS-STAMP-DATE        TO WS-HD-DATE.
002760     MOVE WS-STAMP-TIME-X(1:6) TO WS-HD-TIME.
002770     MOVE WS-TITLE-LINE        TO PRT-LINE.
002780     WRITE PRT-LINE.
002790     MOVE SPACES TO PRT-LINE.
002800     WRITE PRT-LINE.
002810     MOVE "MASTER RECORDS UNLOADED        :" TO WS-CL-LABEL.
002820     MOVE WS-REC-COUNT                      TO WS-CL-COUNT.
002830     MOVE WS-COUNT-LINE                     TO PRT-LINE.
002840     WRITE PRT-LINE.
002850     MOVE "  ACTIVE                       :" TO WS-CL-LABEL.
002860     MOVE WS-ACTIVE-COUNT                   TO WS-CL-COUNT.
002870     MOVE WS-COUNT-LINE                     TO PRT-LINE.
002880     WRITE PRT-LINE.
002890     MOVE "  DELETED                      :" TO WS-CL-LABEL.
002900     MOVE WS-DELETED-COUNT                  TO WS-CL-COUNT.
002910     MOVE WS-COUNT-LINE                     TO PRT-LINE.
002920     WRITE PRT-LINE.
002930     MOVE "NET AMOUNT OF ACTIVE ENTRIES   :" TO WS-AL-LABEL.
002940     MOVE WS-ACTIVE-NET                     TO WS-AL-AMOUNT.
002950     MOVE WS-AMOUNT-LINE                    TO PRT-LINE.
002960     WRITE PRT-LINE.
002970     MOVE "test.txt LINES AT UNLOAD       :" TO WS-CL-LABEL.
002980     MOVE WS-LOG-LINES                      TO WS-CL-COUNT.
002990     MOVE WS-COUNT-LINE                     TO PRT-LINE.
003000     WRITE PRT-LINE.
003010     MOVE SPACES TO PRT-LINE.
003020     WRITE PRT-LINE.
003030     EVALUATE TRUE
003040         WHEN WS-FATAL-ERROR
003050             MOVE "BACKUP NOT USABLE - SEE SYSOUT" TO PRT-LINE
003060         WHEN WS-LOG-UNKNOWN
003070             MOVE "BACKUP COMPLETE - LOG POSITION UNKNOWN"
003080                 TO PRT-LINE
003082         WHEN WS-NO-LOG
003084             MOVE "BACKUP COMPLETE - NO LOG, POSITION ZERO"
003086                 TO PRT-LINE
003090         WHEN OTHER
003100             MOVE "BACKUP COMPLETE" TO PRT-LINE
003110     END-EVALUATE.
003120     WRITE PRT-LINE.
003130     CLOSE FC-PRINT.
003140 9100-EXIT.
003150     EXIT.

003160 END PROGRAM DATEBKP.
