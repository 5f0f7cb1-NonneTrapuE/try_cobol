000100* ***************************************************************
000110* PNDREC.CPY
000120*
000130* Shared record layout for the PNDCHG pending-change file - one
000137* record per date master amount change, delete or reinstate
000144* that DATEMNT or DATECOR held back because it went beyond the
000151* CTLFILE approval limit.
000160* The master is not touched when the request is made; a second
000170* authorized operator, never the one who asked, approves or
000180* refuses it at DATEAPR, which applies the approved ones to the
000190* master and journals them (MNTJRNL) with both names.
000200*
000207* PND-ACTION is C (amount change), D (logical delete) or R
000214* (reinstate), as on the journal.  A delete and a reinstate move
000221* the whole amount on or off the books, so both are held when
000228* the amount itself is beyond the limit.  PND-BEF-AMOUNT is the
000235* amount the requester saw on the master; DATEAPR will not apply
000242* a request once the master no longer holds it, because the
000249* approver would be signing off a change to a figure nobody
000256* looked at.  For a delete or reinstate PND-NEW-AMOUNT repeats
000263* the before amount.
000270*
000280* PND-STATUS starts P (pending) and goes to A (approved and
000290* applied) or X (refused) with the deciding operator and the
000300* date and time of the decision.  Decided requests are kept on
000310* the file as the record of who asked and who answered.
000320*
000330* 2026-10-15 RLB  Original version, for the DATEMNT four-eyes
000340*                 hold and the DATEAPR approval program.
000350* ***************************************************************
000360 01  PND-ENR.
000370     05  PND-ACTION                PIC X(01).
000380         88  PND-ACT-CHANGE               VALUE "C".
000390         88  PND-ACT-DELETE               VALUE "D".
000395         88  PND-ACT-REINSTATE            VALUE "R".
000400     05  FILLER                    PIC X(01).
000410     05  PND-KEY.
000420         10  PND-DATE              PIC 9(08).
000430         10  PND-OPERATOR          PIC X(07).
000440         10  PND-SEQ               PIC 9(04).
000450     05  FILLER                    PIC X(01).
000460     05  PND-BEF-AMOUNT            PIC S9(3)
000470             SIGN IS TRAILING SEPARATE CHARACTER.
000480     05  FILLER                    PIC X(01).
000490     05  PND-NEW-AMOUNT            PIC S9(3)
000500             SIGN IS TRAILING SEPARATE CHARACTER.
000510     05  FILLER                    PIC X(01).
000520     05  PND-REQ-OPERATOR          PIC X(07).
000530     05  FILLER                    PIC X(01).
000540     05  PND-REQ-DATE              PIC 9(08).
000550     05  FILLER                    PIC X(01).
000560     05  PND-REQ-TIME              PIC 9(06).
000570     05  FILLER                    PIC X(01).
000580     05  PND-STATUS                PIC X(01).
000590         88  PND-PENDING                  VALUE "P".
000600         88  PND-APPROVED                 VALUE "A".
000610         88  PND-REFUSED                  VALUE "X".
000620     05  FILLER                    PIC X(01).
000630     05  PND-APR-OPERATOR          PIC X(07).
000640     05  FILLER                    PIC X(01).
000650     05  PND-APR-DATE              PIC 9(08).
000660     05  FILLER                    PIC X(01).
000670     05  PND-APR-TIME              PIC 9(06).
