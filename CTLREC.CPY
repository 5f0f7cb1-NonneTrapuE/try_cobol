000292* 2026-09-02 RLB  The open period is now also read back by
000294*                 HELLOWORLD, which rejects entries dated
000296*                 before it (reason 05).
000297* 2026-10-15 RLB  Approval limit added for DATEMNT: an amount
000298*                 change swinging the amount by more than
000299*                 CTL-APPROVAL-LIMIT, or a delete or reinstate
000300*                 of an entry whose amount is beyond it either
000301*                 side of zero, is held for a second operator
000302*                 (DATEAPR) instead of landing on the master.
000303*                 A control record written before the limit was
000304*                 added reads back blank here; DATEMNT then
000305*                 applies its own default limit and says so.
000306* ***************************************************************
000310 01  CTL-RECORD.
000320     05  CTL-CUTOFF-YEAR           PIC 9(04).
000330     05  CTL-DATE-FORMAT           PIC X(01).
000340     05  CTL-OPEN-PERIOD           PIC 9(06).
000350     05  CTL-APPROVAL-LIMIT        PIC 9(03).
