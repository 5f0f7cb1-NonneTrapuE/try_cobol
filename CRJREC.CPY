000100* ***************************************************************
000110* CRJREC.CPY
000120*
000130* Record layout for the CORREJ correction-reject file written by
000140* DATECOR - one record for every CORRIN line that was not
000150* applied to the date master, with the line as it came in, the
000160* reason and the run that refused it, so the line can be put
000170* right and sent again.  COR-NEW-AMOUNT is kept as text because
000180* an unreadable amount is itself a reason for refusal.
000190*
000200* CRJ-REASON:
000210*   01  key not on the date master
000220*   02  entry already deleted (change or delete asked for)
000230*   03  entry not deleted (reinstate asked for)
000240*   04  requesting operator not on OPERFILE
000250*   05  line unreadable - action, key or amount not valid
000260*   06  master rewrite failed
000270*
000280* 2026-10-15 RLB  Original version, for the DATECOR batch
000290*                 correction program.
000300* ***************************************************************
000310 01  CRJ-ENR.
000320     05  CRJ-KEY.
000330         10  CRJ-DATE              PIC X(08).
000340         10  CRJ-OPERATOR          PIC X(07).
000350         10  CRJ-SEQ               PIC X(04).
000360     05  FILLER                    PIC X(01).
000370     05  CRJ-ACTION                PIC X(01).
000380     05  FILLER                    PIC X(01).
000390     05  CRJ-NEW-AMOUNT            PIC X(04).
000400     05  FILLER                    PIC X(01).
000410     05  CRJ-REQ-OPERATOR          PIC X(07).
000420     05  FILLER                    PIC X(01).
000430     05  CRJ-REASON                PIC X(02).
000440         88  CRJ-NOT-ON-MASTER            VALUE "01".
000450         88  CRJ-ALREADY-DELETED          VALUE "02".
000460         88  CRJ-NOT-DELETED              VALUE "03".
000470         88  CRJ-NOT-AUTHORIZED           VALUE "04".
000480         88  CRJ-UNREADABLE               VALUE "05".
000490         88  CRJ-REWRITE-FAILED           VALUE "06".
000500     05  FILLER                    PIC X(01).
000510     05  CRJ-STAMP-DATE            PIC 9(08).
000520     05  FILLER                    PIC X(01).
000530     05  CRJ-STAMP-TIME            PIC 9(06).
