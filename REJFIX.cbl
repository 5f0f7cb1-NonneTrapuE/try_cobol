000391*                 repair session untouched.
000393* 2026-09-02 RLB  Reason 06 (non-working day) spelled out
000394*                 alongside the others.
000396* 2026-10-15 RLB  Reason 07 (over the operator's LIMFILE
000398*                 posting limit) spelled out - a repair re-fed
000400*                 by the same operator will reject again, so
000402*                 the text points at the limit or a re-key by
000404*                 an operator whose limit covers it.
000406* ---------------------------------------------------------------

000408 ENVIRONMENT DIVISION.

000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
002147         WHEN "06"
002148             DISPLAY "REASON 06 - DATE IS A NON-WORKING DAY "
002149                 "(CONFIRM IT INTERACTIVELY IF GENUINE)"
002150         WHEN "07"
002151             DISPLAY "REASON 07 - OVER THE OPERATOR POSTING LIMIT"
002152                 " (RAISE IT AT LIMMNT OR RE-KEY UNDER AN"
002153                 " OPERATOR WHOSE LIMIT COVERS IT)"
002154         WHEN OTHER
002160             DISPLAY "REASON " REJ-REASON " - UNKNOWN CODE"
002170     END-EVALUATE.
002180 3100-EXIT.
