000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DATECNV.
000120 AUTHOR.        Bastien.
000130 INSTALLATION.  DAILY-RECON-BATCH.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*
000170* ---------------------------------------------------------------
000180* MODIFICATION HISTORY
000190* ---------------------------------------------------------------
000200* 2026-10-15 RLB  Original version - one-off conversion of the
000210*                 DATEMST date master from the 60-byte record to
000220*                 the 67-byte one that carries MST-APR-OPERATOR
000230*                 (DATEMST copybook).  The old cluster, renamed
000240*                 aside by MSTCONV, is read in key order and
000250*                 every record, deleted ones included, is written
000260*                 to the newly defined cluster as it stood, with
000270*                 the approver blank - nothing on the old master
000280*                 was ever approved by a second operator.  The
000290*                 new master is then read back and proven against
000300*                 what was read: record count, active count and
000310*                 active net must all agree.  CNVRPT prints the
000320*                 proof.  RC 0 converted and proven, 12 a master
000330*                 would not open, a record would not write or
000340*                 the proof failed - the new cluster is not to
000350*                 be used, and the renamed one is still whole.
000360* ---------------------------------------------------------------

000370 ENVIRONMENT DIVISION.

000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400* FC-OLD is the master as it stood before the conversion, read
000410* forward in key order.
000420     SELECT FC-OLD    ASSIGN TO "OLDMST"
000430       ORGANIZATION INDEXED
000440       ACCESS MODE IS SEQUENTIAL
000450       RECORD KEY IS OLD-KEY
000460       FILE STATUS IS WS-OLD-FS.

000470* FC-MST is the new master, loaded in the same key order.
000480     SELECT FC-MST    ASSIGN TO "DATEMST"
000490       ORGANIZATION INDEXED
000500       ACCESS MODE IS SEQUENTIAL
000510       RECORD KEY IS MST-KEY
000520       FILE STATUS IS WS-MST-FS.

000530     SELECT FC-PRINT  ASSIGN TO "CNVRPT"
000540       ORGANIZATION LINE SEQUENTIAL
000550       FILE STATUS IS WS-PRINT-FS.

000560 DATA DIVISION.
000570 FILE SECTION.

000580* The 60-byte record as DATEMST.CPY described it before the
000590* approver was added - the same fields, one after the other,
000600* ending with the change operator.
000610 FD  FC-OLD.
000620 01  OLD-ENR.
000630     05  OLD-KEY                   PIC X(19).
000640     05  OLD-REST                  PIC X(41).

000650 FD  FC-MST.
000660     COPY DATEMST.

000670 FD  FC-PRINT.
000680 01  PRT-LINE                      PIC X(72).

000690 WORKING-STORAGE SECTION.

000700* File status / switches.
000710 77  WS-OLD-FS              PIC X(02) VALUE "00".
000720 77  WS-MST-FS              PIC X(02) VALUE "00".
000730 77  WS-PRINT-FS            PIC X(02) VALUE "00".
000740 77  WS-EOF-SW              PIC X(01) VALUE "N".
000750     88  WS-EOF                     VALUE "Y".
000760 77  WS-OPEN-SW             PIC X(01) VALUE "N".
000770     88  WS-FILES-OPEN              VALUE "Y".
000780 77  WS-PROOF-SW            PIC X(01) VALUE "N".
000790     88  WS-PROOF-FAILED            VALUE "Y".
000800 77  WS-FATAL-SW            PIC X(01) VALUE "N".
000810     88  WS-FATAL-ERROR             VALUE "Y".

000820 77  WS-STAMP-DATE          PIC 9(08) VALUE ZERO.
000830 77  WS-STAMP-TIME-X        PIC X(08) VALUE SPACES.

000840* The old master as read.
000850 77  WS-OLD-COUNT           PIC 9(07) VALUE ZERO.
000860 77  WS-OLD-ACTIVE          PIC 9(07) VALUE ZERO.
000870 77  WS-OLD-DELETED         PIC 9(07) VALUE ZERO.
000880 77  WS-OLD-NET             PIC S9(09) VALUE ZERO.

000890* The new master as written, and as read back.
000900 77  WS-NEW-WRITTEN         PIC 9(07) VALUE ZERO.
000910 77  WS-NEW-COUNT           PIC 9(07) VALUE ZERO.
000920 77  WS-NEW-ACTIVE          PIC 9(07) VALUE ZERO.
000930 77  WS-NEW-NET             PIC S9(09) VALUE ZERO.

000940 01  WS-TITLE-LINE.
000950     05  FILLER                    PIC X(26) VALUE
000960             "DATE MASTER CONVERSION RUN".
000970     05  FILLER                    PIC X(01) VALUE SPACE.
000980     05  WS-HD-DATE                PIC 9(08).
000990     05  FILLER                    PIC X(01) VALUE "-".
001000     05  WS-HD-TIME                PIC 9(06).

001010 01  WS-COUNT-LINE.
001020     05  WS-CL-LABEL               PIC X(32).
001030     05  WS-CL-COUNT               PIC ZZZZZZ9.

001040 01  WS-AMOUNT-LINE.
001050     05  WS-AL-LABEL               PIC X(32).
001060     05  WS-AL-AMOUNT              PIC -(9)9.

001070 PROCEDURE DIVISION.

001080* *************************************************************
001090* 0000-MAINLINE
001100* *************************************************************
001110 0000-MAINLINE.
001120     PERFORM 1000-INITIALIZE
001130         THRU 1000-EXIT.
001140     PERFORM 2000-CONVERT-ENTRY
001150         THRU 2000-EXIT
001160         UNTIL WS-EOF.
001170     IF WS-FILES-OPEN
001180         CLOSE FC-OLD
001190         CLOSE FC-MST
001200     END-IF.
001210     IF NOT WS-FATAL-ERROR
001220         PERFORM 5000-PROVE-MASTER
001230             THRU 5000-EXIT
001240     END-IF.
001250     PERFORM 9000-TERMINATE
001260         THRU 9000-EXIT.
001270     STOP RUN.

001280* *************************************************************
001290* 1000-INITIALIZE
001300* Both masters must open, or nothing is converted - the new
001310* cluster is opened OUTPUT, so it must be the empty one MSTCONV
001320* has just defined.
001330* *************************************************************
001340 1000-INITIALIZE.
001350     ACCEPT WS-STAMP-DATE   FROM DATE YYYYMMDD.
001360     ACCEPT WS-STAMP-TIME-X FROM TIME.
001370     OPEN INPUT FC-OLD.
001380     IF WS-OLD-FS NOT = "00"
001390         DISPLAY "DATECNV: UNABLE TO OPEN OLD DATE MASTER - FS="
001400             WS-OLD-FS " - NOTHING CONVERTED"
001410         SET WS-FATAL-ERROR TO TRUE
001420         SET WS-EOF TO TRUE
001430         GO TO 1000-EXIT
001440     END-IF.
001450     OPEN OUTPUT FC-MST.
001460     IF WS-MST-FS NOT = "00"
001470         DISPLAY "DATECNV: UNABLE TO OPEN NEW DATE MASTER - FS="
001480             WS-MST-FS " - NOTHING CONVERTED"
001490         CLOSE FC-OLD
001500         SET WS-FATAL-ERROR TO TRUE
001510         SET WS-EOF TO TRUE
001520         GO TO 1000-EXIT
001530     END-IF.
001540     SET WS-FILES-OPEN TO TRUE.
001550     PERFORM 2100-READ-OLD
001560         THRU 2100-EXIT.
001570 1000-EXIT.
001580     EXIT.

001590* *************************************************************
001600* 2000-CONVERT-ENTRY
001610* The old record lands in front of the new one field for field;
001620* the seven bytes it never had are the approver, and blank.
001630* *************************************************************
001640 2000-CONVERT-ENTRY.
001650     MOVE OLD-ENR TO MST-ENR.
001660     MOVE SPACES  TO MST-APR-OPERATOR.
001670     ADD 1 TO WS-OLD-COUNT.
001680     IF MST-ACTIVE
001690         ADD 1 TO WS-OLD-ACTIVE
001700         ADD MST-AMOUNT TO WS-OLD-NET
001710     ELSE
001720         ADD 1 TO WS-OLD-DELETED
001730     END-IF.
001740     WRITE MST-ENR
001750         INVALID KEY
001760             CONTINUE
001770     END-WRITE.
001780     IF WS-MST-FS NOT = "00"
001790         DISPLAY "DATECNV: WRITE FAILED FOR " MST-KEY " - FS="
001800             WS-MST-FS " - CONVERSION STOPPED"
001810         SET WS-FATAL-ERROR TO TRUE
001820         SET WS-EOF TO TRUE
001830         GO TO 2000-EXIT
001840     END-IF.
001850     ADD 1 TO WS-NEW-WRITTEN.
001860     PERFORM 2100-READ-OLD
001870         THRU 2100-EXIT.
001880 2000-EXIT.
001890     EXIT.

001900* *************************************************************
001910* 2100-READ-OLD
001920* *************************************************************
001930 2100-READ-OLD.
001940     READ FC-OLD NEXT RECORD
001950         AT END
001960             SET WS-EOF TO TRUE
001970     END-READ.
001980     IF NOT WS-EOF AND WS-OLD-FS NOT = "00"
001990         DISPLAY "DATECNV: OLD DATE MASTER READ FAILED - FS="
002000             WS-OLD-FS " - CONVERSION STOPPED"
002010         SET WS-FATAL-ERROR TO TRUE
002020         SET WS-EOF TO TRUE
002030     END-IF.
002040 2100-EXIT.
002050     EXIT.

002060* *************************************************************
002070* 5000-PROVE-MASTER
002080* The new master is read back whole, as DATERCV proves its
002090* reload, and must hold exactly what the old one did.
002100* *************************************************************
002110 5000-PROVE-MASTER.
002120     OPEN INPUT FC-MST.
002130     IF WS-MST-FS NOT = "00"
002140         DISPLAY "DATECNV: UNABLE TO REOPEN NEW DATE MASTER - FS="
002150             WS-MST-FS " - CONVERSION NOT PROVEN"
002160         SET WS-PROOF-FAILED TO TRUE
002170         GO TO 5000-EXIT
002180     END-IF.
002190     MOVE "N" TO WS-EOF-SW.
002200     PERFORM 5100-COUNT-MST-REC
002210         THRU 5100-EXIT
002220         UNTIL WS-EOF.
002230     CLOSE FC-MST.
002240     IF WS-NEW-COUNT  NOT = WS-OLD-COUNT
002250             OR WS-NEW-ACTIVE NOT = WS-OLD-ACTIVE
002260             OR WS-NEW-NET    NOT = WS-OLD-NET
002270         DISPLAY "DATECNV: NEW DATE MASTER DOES NOT AGREE WITH "
002280             "THE OLD - SEE CNVRPT"
002290         SET WS-PROOF-FAILED TO TRUE
002300     END-IF.
002310 5000-EXIT.
002320     EXIT.

002330* *************************************************************
002340* 5100-COUNT-MST-REC
002350* *************************************************************
002360 5100-COUNT-MST-REC.
002370     READ FC-MST NEXT RECORD
002380         AT END
002390             SET WS-EOF TO TRUE
002400             GO TO 5100-EXIT
002410     END-READ.
002420     ADD 1 TO WS-NEW-COUNT.
002430     IF MST-ACTIVE
002440         ADD 1 TO WS-NEW-ACTIVE
002450         ADD MST-AMOUNT TO WS-NEW-NET
002460     END-IF.
002470 5100-EXIT.
002480     EXIT.

002490* *************************************************************
002500* 9000-TERMINATE
002510* The proof report and the condition code: 0 converted and
002520* proven, 12 anything less - keep the renamed old master.
002530* *************************************************************
002540 9000-TERMINATE.
002550     PERFORM 9100-PRINT-PROOF
002560         THRU 9100-EXIT.
002570     IF WS-FATAL-ERROR OR WS-PROOF-FAILED
002580         DISPLAY "DATECNV: DATE MASTER NOT CONVERTED - DO NOT "
002590             "USE THE NEW CLUSTER"
002600         MOVE 12 TO RETURN-CODE
002610     ELSE
002620         DISPLAY "DATECNV: " WS-NEW-COUNT " RECORDS CONVERTED "
002630             "AND PROVEN"
002640         MOVE 0 TO RETURN-CODE
002650     END-IF.
002660 9000-EXIT.
002670     EXIT.

002680* *************************************************************
002690* 9100-PRINT-PROOF
002700* *************************************************************
002710 9100-PRINT-PROOF.
002720     OPEN OUTPUT FC-PRINT.
002730     IF WS-PRINT-FS NOT = "00"
002740         DISPLAY "DATECNV: UNABLE TO OPEN CNVRPT - FS="
002750             WS-PRINT-FS
002760         GO TO 9100-EXIT
002770     END-IF.
002780     MOVE WS-STAMP-DATE        TO WS-HD-DATE.
002790     MOVE WS-STAMP-TIME-X(1:6) TO WS-HD-TIME.
002800     MOVE WS-TITLE-LINE        TO PRT-LINE.
002810     WRITE PRT-LINE.
002820     MOVE SPACES TO PRT-LINE.
002830     WRITE PRT-LINE.
002840     MOVE "OLD MASTER (60 BYTES) READ     :" TO WS-CL-LABEL.
002850     MOVE WS-OLD-COUNT                      TO WS-CL-COUNT.
002860     PERFORM 9200-WRITE-COUNT
002870         THRU 9200-EXIT.
002880     MOVE "  ACTIVE                       :" TO WS-CL-LABEL.
002890     MOVE WS-OLD-ACTIVE                     TO WS-CL-COUNT.
002900     PERFORM 9200-WRITE-COUNT
002910         THRU 9200-EXIT.
002920     MOVE "  DELETED                      :" TO WS-CL-LABEL.
002930     MOVE WS-OLD-DELETED                    TO WS-CL-COUNT.
002940     PERFORM 9200-WRITE-COUNT
002950         THRU 9200-EXIT.
002960     MOVE "  NET AMOUNT OF ACTIVE ENTRIES :" TO WS-AL-LABEL.
002970     MOVE WS-OLD-NET                        TO WS-AL-AMOUNT.
002980     PERFORM 9300-WRITE-AMOUNT
002990         THRU 9300-EXIT.
003000     MOVE "NEW MASTER (67 BYTES) WRITTEN  :" TO WS-CL-LABEL.
003010     MOVE WS-NEW-WRITTEN                    TO WS-CL-COUNT.
003020     PERFORM 9200-WRITE-COUNT
003030         THRU 9200-EXIT.
003040     MOVE "NEW MASTER READ BACK           :" TO WS-CL-LABEL.
003050     MOVE WS-NEW-COUNT                      TO WS-CL-COUNT.
003060     PERFORM 9200-WRITE-COUNT
003070         THRU 9200-EXIT.
003080     MOVE "  ACTIVE                       :" TO WS-CL-LABEL.
003090     MOVE WS-NEW-ACTIVE                     TO WS-CL-COUNT.
003100     PERFORM 9200-WRITE-COUNT
003110         THRU 9200-EXIT.
003120     MOVE "  NET AMOUNT OF ACTIVE ENTRIES :" TO WS-AL-LABEL.
003130     MOVE WS-NEW-NET                        TO WS-AL-AMOUNT.
003140     PERFORM 9300-WRITE-AMOUNT
003150         THRU 9300-EXIT.
003160     MOVE SPACES TO PRT-LINE.
003170     WRITE PRT-LINE.
003180     EVALUATE TRUE
003190         WHEN WS-FATAL-ERROR
003200             MOVE "CONVERSION NOT COMPLETE - SEE SYSOUT"
003210                 TO PRT-LINE
003220         WHEN WS-PROOF-FAILED
003230             MOVE "CONVERSION NOT PROVEN - DO NOT USE IT"
003240                 TO PRT-LINE
003250         WHEN OTHER
003260             MOVE "EVERY RECORD CONVERTED - PROVEN" TO PRT-LINE
003270     END-EVALUATE.
003280     WRITE PRT-LINE.
003290     CLOSE FC-PRINT.
003300 9100-EXIT.
003310     EXIT.

003320* *************************************************************
003330* 9200-WRITE-COUNT
003340* *************************************************************
003350 9200-WRITE-COUNT.
003360     MOVE WS-COUNT-LINE TO PRT-LINE.
003370     WRITE PRT-LINE.
003380 9200-EXIT.
003390     EXIT.

003400* *************************************************************
003410* 9300-WRITE-AMOUNT
003420* *************************************************************
003430 9300-WRITE-AMOUNT.
003440     MOVE WS-AMOUNT-LINE TO PRT-LINE.
003450     WRITE PRT-LINE.
003460 9300-EXIT.
003470     EXIT.

003480 END PROGRAM DATECNV.
