000160* actions happened.  The master itself only remembers the last
000170* touch (one MST-PREV-AMOUNT, one change stamp); the journal
000180* is the full history, so a disputed amount can be walked back
000190* through every hand it passed through.  Written by DATEMNT at
000200* the terminal, by DATECOR for a batch correction and by
000202* DATEAPR when an action held for a second operator is
000204* approved; read back by the DATEJRN print program, and by
000206* DATERCV, which re-applies the actions taken since a backup
000208* when the master is recovered.
000210*
000220* JRN-ACTION says what was done: C amount change, D logical
000230* delete, R reinstate.  The before and after images carry the
000290*
000300* 2026-09-02 RLB  Original version, for the DATEMNT audit
000310*                 journal and the DATEJRN journal listing.
000311* 2026-10-15 RLB  JRN-APR-OPERATOR added.  For an action held
000312*                 for a second operator and applied by DATEAPR,
000313*                 JRN-CHG-OPERATOR is the operator who asked for
000314*                 it and JRN-APR-OPERATOR the one who approved
000315*                 it; blank for actions taken directly.
000316* 2026-10-15 RLB  Header brought up to date with the programs
000317*                 that now write the journal (DATECOR, DATEAPR)
000318*                 and read it back (DATERCV).
000320* ***************************************************************
000330 01  JRN-ENR.
000340     05  JRN-ACTION                PIC X(01).
000540     05  JRN-CHG-TIME              PIC 9(06).
000550     05  FILLER                    PIC X(01).
000560     05  JRN-CHG-OPERATOR          PIC X(07).
000570     05  FILLER                    PIC X(01).
000580     05  JRN-APR-OPERATOR          PIC X(07).
