000100* ***************************************************************
000110* RUNHIST.CPY
000120*
000130* Shared record layout for the RUNHIST run-history ledger - one
000140* record appended by each run of HELLOWORLD, DATEARC, DATEEXT,
000150* DATERCN and REJAGE, behind its graded condition code, so the
000160* nightly results outlive the job output.  RUNDASH reads the
000170* ledger back as the morning operations dashboard.
000180*
000190* What each program counts as read / posted / rejected:
000200*   HELLOWORLD  entries read, posted, rejected; net posted
000210*   DATEARC     log entries read, archived, -; net archived
000220*   DATEEXT     lines in the increment, rows sent, unreadable
000230*               dates left out; net sent
000240*   DATERCN     log entries read, matched, discrepancies
000250*               (differences, missing either way, unreadable)
000260*   REJAGE      rejects read, repaired, outstanding
000270* RHS-RSN-COUNT breaks the rejected count down by reason code -
000280* slot n is reason 0n for codes 01-08, slot 9 anything else.
000290* Only HELLOWORLD (rejects written) and REJAGE (outstanding
000300* backlog) fill it; the others leave it zero.
000310*
000320* 2026-10-15 RLB  Original version, for the run-history ledger
000330*                 and the RUNDASH dashboard.
000340* ***************************************************************
000350 01  RHS-RECORD.
000360     05  RHS-PROGRAM               PIC X(10).
000370     05  FILLER                    PIC X(01).
000380     05  RHS-RUN-DATE              PIC 9(08).
000390     05  FILLER                    PIC X(01).
000400     05  RHS-RUN-TIME              PIC 9(06).
000410     05  FILLER                    PIC X(01).
000420     05  RHS-READ-COUNT            PIC 9(07).
000430     05  FILLER                    PIC X(01).
000440     05  RHS-POST-COUNT            PIC 9(07).
000450     05  FILLER                    PIC X(01).
000460     05  RHS-REJ-COUNT             PIC 9(07).
000470     05  FILLER                    PIC X(01).
000480     05  RHS-NET-AMOUNT            PIC S9(09)
000490             SIGN IS TRAILING SEPARATE CHARACTER.
000500     05  FILLER                    PIC X(01).
000510     05  RHS-RETURN-CODE           PIC 9(02).
000520     05  FILLER                    PIC X(01).
000530     05  RHS-REASON-COUNTS.
000540         10  RHS-RSN-COUNT OCCURS 9 TIMES
000550                                   PIC 9(05).
