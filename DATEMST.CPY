000260* 2026-08-22 RLB  Original version, for the DATEMNT on-line
000270*                 maintenance hand-off and the DATERPT
000280*                 listing.
000281* 2026-10-15 RLB  MST-APR-OPERATOR added after the change
000282*                 stamp.  An amount change, delete or reinstate
000283*                 beyond the CTLFILE approval limit is
000284*                 requested at DATEMNT and applied by a second
000285*                 operator at DATEAPR; MST-CHG-OPERATOR then
000286*                 carries the requester and MST-APR-OPERATOR
000287*                 the approver, blank on every entry posted or
000288*                 changed directly.  The record grows from 60
000289*                 to 67 bytes, converted once by MSTCONV.
000290* ***************************************************************
000300 01  MST-ENR.
000310     05  MST-KEY.
000430     05  MST-CHG-DATE              PIC 9(08).
000440     05  MST-CHG-TIME              PIC 9(06).
000450     05  MST-CHG-OPERATOR          PIC X(07).
000460     05  MST-APR-OPERATOR          PIC X(07).
