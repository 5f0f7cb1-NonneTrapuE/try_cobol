000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    LIMMNT.
000120 AUTHOR.        Bastien.
000130 INSTALLATION.  DAILY-RECON-BATCH.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*
000170* ---------------------------------------------------------------
000180* MODIFICATION HISTORY
000190* ---------------------------------------------------------------
000200* 2026-10-15 RLB  Original version - terminal maintenance of
000210*                 the LIMFILE operator posting limits the
000220*                 HELLOWORLD posting checks enforce (LIMREC
000230*                 copybook).  The file is loaded whole, an
000240*                 operator's limits are set, changed, deleted
000250*                 and listed at the terminal, and quitting
000260*                 writes the result to LIMNEW for operations to
000270*                 rename over LIMFILE - CALMNT fashion, so a
000280*                 session that dies midway can never leave half
000290*                 a limits file live.  An output failure ends
000300*                 the session loudly with RETURN-CODE 12 and a
000305*                 DO-NOT-RENAME warning.  The shop default
000310*                 every unlisted operator is held to is
000315*                 maintained here too, as the operator *SHOP.
000320* ---------------------------------------------------------------

000330 ENVIRONMENT DIVISION.

000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT FC-LIM    ASSIGN TO "LIMFILE"
000370       ORGANIZATION LINE SEQUENTIAL
000380       FILE STATUS IS WS-LIM-FS.

000390* FC-LIMNEW carries the maintained limits back out; it
000400* replaces LIMFILE at the end of the session.
000410     SELECT FC-LIMNEW ASSIGN TO "LIMNEW"
000420       ORGANIZATION LINE SEQUENTIAL
000430       FILE STATUS IS WS-LIMNEW-FS.

000440 DATA DIVISION.
000450 FILE SECTION.

000460 FD  FC-LIM.
000470     COPY LIMREC.

000480 FD  FC-LIMNEW.
000490 01  LMN-ENR                       PIC X(17).

000500 WORKING-STORAGE SECTION.

000510* File status / switches.
000520 77  WS-LIM-FS              PIC X(02) VALUE "00".
000530 77  WS-LIMNEW-FS           PIC X(02) VALUE "00".
000540 77  WS-EOJ-SW              PIC X(01) VALUE "N".
000550     88  WS-EOJ                     VALUE "Y".
000560 77  WS-LIM-EOF-SW          PIC X(01) VALUE "N".
000570     88  WS-LIM-EOF                 VALUE "Y".

000580 77  WS-FUNCTION            PIC X(01) VALUE SPACES.
000590     88  WS-FUNC-ADD                VALUE "A".
000600     88  WS-FUNC-DELETE             VALUE "D".
000610     88  WS-FUNC-LIST               VALUE "L".
000620     88  WS-FUNC-QUIT               VALUE "Q".

000630* The limits loaded whole.  100 slots is the same cap the
000640* posting checks load, and the operator file's - a bigger cap
000650* here would let limits be maintained that the checks never
000660* apply.  A file past the cap refuses the session rather than
000670* saving a truncated file over the real one.
000680 77  WS-LIM-MAX             PIC 9(03) VALUE 100.
000690 77  WS-LIM-COUNT           PIC 9(03) VALUE ZERO.
000700 77  WS-LIM-IX              PIC 9(03) VALUE ZERO.
000710 77  WS-LIM-HIT             PIC 9(03) VALUE ZERO.
000720 01  WS-LIM-TABLE.
000730     05  WS-LIM-ENTRY OCCURS 100 TIMES.
000740         10  WS-LIM-OPER           PIC X(07).
000750         10  WS-LIM-ENTRY-MAX      PIC 9(03).
000760         10  WS-LIM-DAY-MAX        PIC 9(05).

000770* The operator and limits under entry.
000780 77  WS-KEY-OPER            PIC X(07) VALUE SPACES.
000785     88  WS-KEY-SHOP                VALUE "*SHOP".
000790 77  WS-NEW-ENTRY-MAX       PIC 9(03) VALUE ZERO.
000800 77  WS-NEW-DAY-MAX         PIC 9(05) VALUE ZERO.
000810 77  WS-SAVED-COUNT         PIC 9(03) VALUE ZERO.

000820 PROCEDURE DIVISION.

000830* *************************************************************
000840* 0000-MAINLINE
000850* *************************************************************
000860 0000-MAINLINE.
000870     PERFORM 1000-INITIALIZE
000880         THRU 1000-EXIT.
000890     PERFORM 2000-PROCESS-FUNCTION
000900         THRU 2000-EXIT
000910         UNTIL WS-EOJ.
000920     PERFORM 9000-TERMINATE
000930         THRU 9000-EXIT.
000940     STOP RUN.

000950* *************************************************************
000960* 1000-INITIALIZE
000970* A LIMFILE that is not there to open starts the session on
000980* an empty file - that is how the first limits are set.  A
000990* file past the table cap ends the session untouched.
001000* *************************************************************
001010 1000-INITIALIZE.
001020     OPEN INPUT FC-LIM.
001030     IF WS-LIM-FS NOT = "00"
001040         DISPLAY "LIMMNT: NO LIMFILE TO READ - FS=" WS-LIM-FS
001050             " - STARTING WITH NO LIMITS SET"
001060         GO TO 1000-EXIT
001070     END-IF.
001080     MOVE "N" TO WS-LIM-EOF-SW.
001090     PERFORM 1100-LOAD-LIM-REC
001100         THRU 1100-EXIT
001110         UNTIL WS-LIM-EOF
001120             OR WS-EOJ.
001130     CLOSE FC-LIM.
001140     DISPLAY "LIMMNT: " WS-LIM-COUNT " OPERATOR LIMITS LOADED".
001150 1000-EXIT.
001160     EXIT.

001170* *************************************************************
001180* 1100-LOAD-LIM-REC
001190* *************************************************************
001200 1100-LOAD-LIM-REC.
001210     READ FC-LIM
001220         AT END
001230             SET WS-LIM-EOF TO TRUE
001240     END-READ.
001250     IF WS-LIM-EOF
001260         GO TO 1100-EXIT
001270     END-IF.
001280     IF LIM-OPERATOR = SPACES
001290             OR LIM-MAX-ENTRY IS NOT NUMERIC
001300             OR LIM-MAX-DAY IS NOT NUMERIC
001310         GO TO 1100-EXIT
001320     END-IF.
001330     IF WS-LIM-COUNT >= WS-LIM-MAX
001340         DISPLAY "LIMMNT: MORE THAN " WS-LIM-MAX " OPERATORS ON "
001350             "LIMFILE - SESSION ENDED, NOTHING SAVED"
001360         MOVE 12 TO RETURN-CODE
001370         SET WS-EOJ TO TRUE
001380         GO TO 1100-EXIT
001390     END-IF.
001400     ADD 1 TO WS-LIM-COUNT.
001410     MOVE LIM-OPERATOR  TO WS-LIM-OPER      (WS-LIM-COUNT).
001420     MOVE LIM-MAX-ENTRY TO WS-LIM-ENTRY-MAX (WS-LIM-COUNT).
001430     MOVE LIM-MAX-DAY   TO WS-LIM-DAY-MAX   (WS-LIM-COUNT).
001440 1100-EXIT.
001450     EXIT.

001460* *************************************************************
001470* 2000-PROCESS-FUNCTION
001480* One maintenance action per pass.
001490* *************************************************************
001500 2000-PROCESS-FUNCTION.
001510     DISPLAY " ".
001520     DISPLAY "Function - A=set limits D=delete L=list "
001530         "Q=quit and save: " WITH NO ADVANCING.
001540     ACCEPT WS-FUNCTION.
001550     EVALUATE TRUE
001560         WHEN WS-FUNC-QUIT
001570             SET WS-EOJ TO TRUE
001580         WHEN WS-FUNC-ADD
001590             PERFORM 3000-SET-LIMITS
001600                 THRU 3000-EXIT
001610         WHEN WS-FUNC-DELETE
001620             PERFORM 4000-DELETE-LIMITS
001630                 THRU 4000-EXIT
001640         WHEN WS-FUNC-LIST
001650             PERFORM 5000-LIST-LIMITS
001660                 THRU 5000-EXIT
001670         WHEN OTHER
001680             DISPLAY "UNKNOWN FUNCTION - " WS-FUNCTION
001690     END-EVALUATE.
001700 2000-EXIT.
001710     EXIT.

001720* *************************************************************
001730* 2100-ACCEPT-OPERATOR
001740* *************************************************************
001750 2100-ACCEPT-OPERATOR.
001760     MOVE SPACES TO WS-KEY-OPER.
001770     DISPLAY "Operator: " WITH NO ADVANCING.
001780     ACCEPT WS-KEY-OPER.
001790     IF WS-KEY-OPER = SPACES
001800         DISPLAY "NO OPERATOR - NOTHING DONE"
001810     END-IF.
001820 2100-EXIT.
001830     EXIT.

001840* *************************************************************
001850* 2200-FIND-OPERATOR
001860* *************************************************************
001870 2200-FIND-OPERATOR.
001880     MOVE ZERO TO WS-LIM-HIT.
001890     PERFORM 2250-SCAN-LIM-SLOT
001900         THRU 2250-EXIT
001910         VARYING WS-LIM-IX FROM 1 BY 1
001920         UNTIL WS-LIM-IX > WS-LIM-COUNT
001930             OR WS-LIM-HIT > ZERO.
001940 2200-EXIT.
001950     EXIT.

001960* *************************************************************
001970* 2250-SCAN-LIM-SLOT
001980* *************************************************************
001990 2250-SCAN-LIM-SLOT.
002000     IF WS-LIM-OPER (WS-LIM-IX) = WS-KEY-OPER
002010         MOVE WS-LIM-IX TO WS-LIM-HIT
002020     END-IF.
002030 2250-EXIT.
002040     EXIT.

002050* *************************************************************
002060* 3000-SET-LIMITS
002070* Sets a new operator's limits or replaces an existing
002080* operator's - the old values are shown first so a change is
002085* made knowingly.  An operator with no record is held to the
002090* shop default, the *SHOP record, and a zero on an operator's
002095* record means the shop default on that measure; both zero is
002100* refused, because that is what having no record already
002105* means.  On *SHOP itself zero means no limit on that measure,
002110* and both zero is refused there too - a shop default of no
002115* limit at all would leave every new operator unlimited.
002120* *************************************************************
002130 3000-SET-LIMITS.
002140     PERFORM 2100-ACCEPT-OPERATOR
002150         THRU 2100-EXIT.
002160     IF WS-KEY-OPER = SPACES
002170         GO TO 3000-EXIT
002180     END-IF.
002190     PERFORM 2200-FIND-OPERATOR
002200         THRU 2200-EXIT.
002210     IF WS-LIM-HIT > ZERO
002220         DISPLAY "CURRENT LIMITS - SINGLE ENTRY "
002230             WS-LIM-ENTRY-MAX (WS-LIM-HIT) "  NET PER DATE "
002240             WS-LIM-DAY-MAX (WS-LIM-HIT)
002250     ELSE
002260         IF WS-LIM-COUNT >= WS-LIM-MAX
002270             DISPLAY "LIMITS TABLE FULL - NOTHING ADDED"
002280             GO TO 3000-EXIT
002290         END-IF
002300     END-IF.
002310     MOVE ZERO TO WS-NEW-ENTRY-MAX.
002320     MOVE ZERO TO WS-NEW-DAY-MAX.
002330     IF WS-KEY-SHOP
002340         DISPLAY "SHOP DEFAULT - 0 IS NO LIMIT ON THAT MEASURE"
002350     ELSE
002360         DISPLAY "0 IS THE SHOP DEFAULT ON THAT MEASURE"
002430     END-IF.
002431     DISPLAY "Largest single entry: "
002432         WITH NO ADVANCING.
002433     ACCEPT WS-NEW-ENTRY-MAX.
002434     DISPLAY "Largest net per entry date: "
002435         WITH NO ADVANCING.
002436     ACCEPT WS-NEW-DAY-MAX.
002437     IF WS-NEW-ENTRY-MAX = ZERO AND WS-NEW-DAY-MAX = ZERO
002438             AND WS-KEY-SHOP
002439         DISPLAY "A SHOP DEFAULT OF NO LIMIT AT ALL IS NOT "
002440             "ALLOWED - NOTHING CHANGED"
002441         GO TO 3000-EXIT
002442     END-IF.
002443     IF WS-NEW-ENTRY-MAX = ZERO AND WS-NEW-DAY-MAX = ZERO
002444         DISPLAY "SHOP DEFAULT ON BOTH MEASURES - USE D TO "
002445             "REMOVE THE OPERATOR'S LIMITS"
002446         GO TO 3000-EXIT
002447     END-IF.
002448     IF WS-LIM-HIT > ZERO
002450         MOVE WS-NEW-ENTRY-MAX TO WS-LIM-ENTRY-MAX (WS-LIM-HIT)
002460         MOVE WS-NEW-DAY-MAX   TO WS-LIM-DAY-MAX   (WS-LIM-HIT)
002470         DISPLAY "CHANGED " WS-KEY-OPER
002480         GO TO 3000-EXIT
002490     END-IF.
002500     ADD 1 TO WS-LIM-COUNT.
002510     MOVE WS-KEY-OPER      TO WS-LIM-OPER      (WS-LIM-COUNT).
002520     MOVE WS-NEW-ENTRY-MAX TO WS-LIM-ENTRY-MAX (WS-LIM-COUNT).
002530     MOVE WS-NEW-DAY-MAX   TO WS-LIM-DAY-MAX   (WS-LIM-COUNT).
002540     DISPLAY "ADDED " WS-KEY-OPER.
002550 3000-EXIT.
002560     EXIT.

002570* *************************************************************
002580* 4000-DELETE-LIMITS
002590* The slot is blanked, not shuffled - the save pass skips
002600* blank operators, so order never matters.
002610* *************************************************************
002620 4000-DELETE-LIMITS.
002630     PERFORM 2100-ACCEPT-OPERATOR
002640         THRU 2100-EXIT.
002650     IF WS-KEY-OPER = SPACES
002660         GO TO 4000-EXIT
002670     END-IF.
002680     PERFORM 2200-FIND-OPERATOR
002690         THRU 2200-EXIT.
002700     IF WS-LIM-HIT = ZERO
002710         DISPLAY "OPERATOR HAS NO LIMITS SET"
002720         GO TO 4000-EXIT
002730     END-IF.
002740     MOVE SPACES TO WS-LIM-OPER      (WS-LIM-HIT).
002750     MOVE ZERO   TO WS-LIM-ENTRY-MAX (WS-LIM-HIT).
002760     MOVE ZERO   TO WS-LIM-DAY-MAX   (WS-LIM-HIT).
002762     IF WS-KEY-SHOP
002764         DISPLAY "DELETED *SHOP - HELLOWORLD WILL USE ITS "
002766             "BUILT-IN DEFAULT"
002768     ELSE
002770         DISPLAY "DELETED " WS-KEY-OPER
002772             " - NOW HELD TO THE SHOP DEFAULT"
002774     END-IF.
002780 4000-EXIT.
002790     EXIT.

002800* *************************************************************
002810* 5000-LIST-LIMITS
002820* *************************************************************
002830 5000-LIST-LIMITS.
002840     DISPLAY "OPERATOR  ENTRY  NET/DATE".
002850     PERFORM 5100-LIST-ONE-OPERATOR
002860         THRU 5100-EXIT
002870         VARYING WS-LIM-IX FROM 1 BY 1
002880         UNTIL WS-LIM-IX > WS-LIM-COUNT.
002890 5000-EXIT.
002900     EXIT.

002910* *************************************************************
002920* 5100-LIST-ONE-OPERATOR
002930* *************************************************************
002940 5100-LIST-ONE-OPERATOR.
002950     IF WS-LIM-OPER (WS-LIM-IX) NOT = SPACES
002960         DISPLAY WS-LIM-OPER (WS-LIM-IX) "     "
002970             WS-LIM-ENTRY-MAX (WS-LIM-IX) "     "
002980             WS-LIM-DAY-MAX (WS-LIM-IX)
002990     END-IF.
003000 5100-EXIT.
003010     EXIT.

003020* *************************************************************
003030* 9000-TERMINATE
003040* The maintained limits go out whole to LIMNEW, which
003050* operations renames over LIMFILE - a session that dies
003060* midway leaves the live limits untouched.  Any output
003070* failure is the loud DO-NOT-RENAME stop.
003080* *************************************************************
003090 9000-TERMINATE.
003100     IF RETURN-CODE = 12
003110         GO TO 9000-EXIT
003120     END-IF.
003130     OPEN OUTPUT FC-LIMNEW.
003140     IF WS-LIMNEW-FS NOT = "00"
003150         DISPLAY "LIMMNT: LIMNEW OPEN FAILED - FS="
003160             WS-LIMNEW-FS " - DO NOT RENAME LIMNEW OVER "
003170             "LIMFILE"
003180         MOVE 12 TO RETURN-CODE
003190         GO TO 9000-EXIT
003200     END-IF.
003210     MOVE ZERO TO WS-SAVED-COUNT.
003220     PERFORM 9100-SAVE-ONE-OPERATOR
003230         THRU 9100-EXIT
003240         VARYING WS-LIM-IX FROM 1 BY 1
003250         UNTIL WS-LIM-IX > WS-LIM-COUNT
003260             OR RETURN-CODE = 12.
003270     CLOSE FC-LIMNEW.
003280     IF RETURN-CODE NOT = 12
003290         DISPLAY "LIMMNT: " WS-SAVED-COUNT " LIMITS SAVED "
003300             "TO LIMNEW - RENAME IT OVER LIMFILE TO GO LIVE"
003310     END-IF.
003320 9000-EXIT.
003330     EXIT.

003340* *************************************************************
003350* 9100-SAVE-ONE-OPERATOR
003360* *************************************************************
003370 9100-SAVE-ONE-OPERATOR.
003380     IF WS-LIM-OPER (WS-LIM-IX) = SPACES
003390         GO TO 9100-EXIT
003400     END-IF.
003410     MOVE SPACES TO LMN-ENR.
003420     STRING WS-LIM-OPER      (WS-LIM-IX) DELIMITED BY SIZE
003430            " "                          DELIMITED BY SIZE
003440            WS-LIM-ENTRY-MAX (WS-LIM-IX) DELIMITED BY SIZE
003450            " "                          DELIMITED BY SIZE
003460            WS-LIM-DAY-MAX   (WS-LIM-IX) DELIMITED BY SIZE
003470            INTO LMN-ENR.
003480     WRITE LMN-ENR.
003490     IF WS-LIMNEW-FS NOT = "00"
003500         DISPLAY "LIMMNT: LIMNEW WRITE FAILED - FS="
003510             WS-LIMNEW-FS " - DO NOT RENAME LIMNEW OVER "
003520             "LIMFILE"
003530         MOVE 12 TO RETURN-CODE
003540     ELSE
003550         ADD 1 TO WS-SAVED-COUNT
003560     END-IF.
003570 9100-EXIT.
003580     EXIT.

003590 END PROGRAM LIMMNT.
