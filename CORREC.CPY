000100* ***************************************************************
000110* CORREC.CPY
000120*
000130* Record layout for the CORRIN batch correction file read by
000140* DATECOR - one date master action per line, for the mass fix
000150* of a day an upstream system sent wrong, where keying every
000160* action at DATEMNT is not practical.
000170*
000180* COR-KEY is the full master key (entry date, posting operator,
000190* sequence).  COR-ACTION is C (amount change), D (logical
000200* delete) or R (reinstate), as at DATEMNT and on the journal.
000210* COR-NEW-AMOUNT is the amount wanted for a C line; D and R
000220* lines carry +000.  COR-REQ-OPERATOR is the authorized operator
000230* asking for the action - stamped on the master and journal as
000240* the changing operator, and as the requester on PNDCHG when
000250* the action is held for a second operator.
000260*
000270* The last record is a control trailer in the TRANSIN fashion:
000280* COR-TRL-ID 9999 (no entry date can start with it), the line
000290* count and the hash total of COR-NEW-AMOUNT.  A file that does
000300* not balance against it is not applied at all.
000310*
000320* 2026-10-15 RLB  Original version, for the DATECOR batch
000330*                 correction program.
000340* ***************************************************************
000350 01  COR-REC.
000360     05  COR-KEY.
000370         10  COR-DATE              PIC 9(08).
000380         10  COR-OPERATOR          PIC X(07).
000390         10  COR-SEQ               PIC 9(04).
000400     05  COR-ACTION                PIC X(01).
000410         88  COR-ACT-CHANGE               VALUE "C".
000420         88  COR-ACT-DELETE               VALUE "D".
000430         88  COR-ACT-REINSTATE            VALUE "R".
000440     05  COR-NEW-AMOUNT            PIC S9(3)
000450             SIGN IS TRAILING SEPARATE CHARACTER.
000460     05  COR-REQ-OPERATOR          PIC X(07).
000470 01  COR-TRAILER.
000480     05  COR-TRL-ID                PIC X(04).
000490         88  COR-TRAILER-REC              VALUE "9999".
000500     05  COR-TRL-COUNT             PIC 9(06).
000510     05  COR-TRL-HASH              PIC S9(08)
000520             SIGN IS TRAILING SEPARATE CHARACTER.
