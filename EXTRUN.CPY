000100* ***************************************************************
000110* EXTRUN.CPY
000120*
000130* Shared record layout for the EXTRUNS extract-run register -
000140* one record per clean DATEEXT run, appended behind the
000150* finished FINCSV with status S (sent).  XRN-RUN-STAMP is the
000160* run's identity: the date and time the run started, which
000170* DATEEXT also writes as the fourth field of the FINCSV
000180* TRAILER line so finance can quote it back on their
000190* acknowledgement.  XRN-FROM-LINE and XRN-TO-LINE are the log
000200* lines the increment covered (as on EXTSTAT), XRN-ROW-COUNT
000210* and XRN-NET-AMOUNT the TRAILER totals.  DATEACK matches
000220* finance's FINACK acknowledgement against the run and sets
000230* the status - A acknowledged clean, E acknowledged with
000240* exceptions (rows refused or never acknowledged, totals that
000250* disagree) - with the date and the refused / missing counts.
000260* A run whose lines a later run has re-sent (FINCSV-RESEND,
000270* FINCSV-FULL or the full-extract fall-back) is X superseded:
000280* finance acknowledges the later file instead.  DATEACK lists
000290* every run still S from an earlier day as never acknowledged.
000300*
000310* 2026-10-15 RLB  Original version, for the finance
000320*                 acknowledgement matching.
000330* ***************************************************************
000340 01  XRN-RECORD.
000350     05  XRN-RUN-STAMP.
000360         10  XRN-RUN-DATE          PIC 9(08).
000370         10  XRN-RUN-TIME          PIC 9(06).
000380     05  FILLER                    PIC X(01).
000390     05  XRN-FROM-LINE             PIC 9(06).
000400     05  FILLER                    PIC X(01).
000410     05  XRN-TO-LINE               PIC 9(06).
000420     05  FILLER                    PIC X(01).
000430     05  XRN-ROW-COUNT             PIC 9(06).
000440     05  FILLER                    PIC X(01).
000450     05  XRN-NET-AMOUNT            PIC S9(09)
000460             SIGN IS TRAILING SEPARATE CHARACTER.
000470     05  FILLER                    PIC X(01).
000480     05  XRN-STATUS                PIC X(01).
000490         88  XRN-SENT                     VALUE "S".
000500         88  XRN-ACKNOWLEDGED             VALUE "A".
000510         88  XRN-EXCEPTIONS               VALUE "E".
000520         88  XRN-SUPERSEDED               VALUE "X".
000530     05  FILLER                    PIC X(01).
000540     05  XRN-ACK-DATE              PIC 9(08).
000550     05  FILLER                    PIC X(01).
000560     05  XRN-REFUSED-COUNT         PIC 9(06).
000570     05  FILLER                    PIC X(01).
000580     05  XRN-MISSING-COUNT         PIC 9(06).
