000100* ***************************************************************
000110* EXTROW.CPY
000120*
000130* Shared record layout for the EXTROWS sent-row register - one
000140* record per FINCSV data row, appended by DATEEXT as the row
000150* is written: the run stamp (see EXTRUN), the row's number in
000160* that file counting from 1 after the column-name header, and
000170* the row exactly as it went out.  Finance acknowledges rows
000180* by that number; DATEACK reads the register back to show
000190* what a refused or unacknowledged row was, and carries
000200* forward only the rows of runs not yet acknowledged clean.
000210*
000220* 2026-10-15 RLB  Original version, for the finance
000230*                 acknowledgement matching.
000240* ***************************************************************
000250 01  XRW-RECORD.
000260     05  XRW-RUN-STAMP.
000270         10  XRW-RUN-DATE          PIC 9(08).
000280         10  XRW-RUN-TIME          PIC 9(06).
000290     05  FILLER                    PIC X(01).
000300     05  XRW-ROW-NO                PIC 9(06).
000310     05  FILLER                    PIC X(01).
000320     05  XRW-CSV-TEXT              PIC X(30).
