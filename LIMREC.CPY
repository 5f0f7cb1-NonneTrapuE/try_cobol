000100* ***************************************************************
000110* LIMREC.CPY
000120*
000130* Shared record layout for the LIMFILE operator posting-limit
000140* reference file - one record per operator.  LIM-MAX-ENTRY is
000150* the largest single entry the operator may post, either
000160* sign; LIM-MAX-DAY is the largest net, either sign, the
000170* operator's active DATEMST entries against one entry date
000180* may reach.  The record keyed *SHOP is the shop default: an
000190* operator with no record, or zero in either field, is held
000200* to the *SHOP value for that measure, and only a zero on the
000210* *SHOP record itself means no limit on that measure.  With
000220* no *SHOP record HELLOWORLD holds such operators to its own
000230* default and says so.  OPERFILE still decides who may post
000240* at all.
000250* Maintained by LIMMNT, read by the HELLOWORLD posting
000260* checks, which reject an entry over either limit with
000270* reason 07.
000280*
000290* 2026-10-15 RLB  Original version, for the per-operator
000300*                 posting limits.
000310* ***************************************************************
000320 01  LIM-ENR.
000330     05  LIM-OPERATOR              PIC X(07).
000340         88  LIM-SHOP-DEFAULT             VALUE "*SHOP".
000350     05  FILLER                    PIC X(01).
000360     05  LIM-MAX-ENTRY             PIC 9(03).
000370     05  FILLER                    PIC X(01).
000380     05  LIM-MAX-DAY               PIC 9(05).
