000100* ***************************************************************
000110* BKPREC.CPY
000120*
000130* Shared record layout for the DATEBKUP date-master backup - a
000140* sequential unload of DATEMST in key order, written nightly
000150* by DATEBKP to a new generation and read back by the DATERCV
000160* recovery.  Between a *HEADER* record and a *TRAILER* record
000170* every record is a DATEMST image exactly as the master held
000180* it (DATEMST copybook, 67 bytes) - a data record always opens
000190* with its numeric entry date, so it can never be taken for a
000200* control record.
000210*
000220* The header stamps the unload and remembers where the test.txt
000230* log stood at that moment - its line count and the content of
000240* its last line, the DATEEXT position proof - so the recovery
000250* re-posts only the log lines added since.  No test.txt at all
000260* is position zero; a log that is there but could not be read
000270* leaves the position unknown (BKP-HDR-LOG-UNKNOWN), and the
000280* recovery then re-posts nothing rather than guess.  The trailer
000290* carries the record count, the active count and the net amount
000300* of the active entries, for the recovery to prove its reload
000310* against.
000320*
000330* 2026-10-15 RLB  Original version, for the nightly DATEMST
000340*                 backup and the DATERCV recovery.
000350* ***************************************************************
000360 01  BKP-ENR.
000370     05  BKP-TYPE                  PIC X(08).
000380         88  BKP-HEADER                   VALUE "*HEADER*".
000390         88  BKP-TRAILER                  VALUE "*TRAILER".
000400     05  BKP-BODY                  PIC X(59).
000410     05  BKP-HDR-BODY REDEFINES BKP-BODY.
000420         10  FILLER                PIC X(01).
000430         10  BKP-HDR-STAMP.
000440             15  BKP-HDR-DATE      PIC 9(08).
000450             15  BKP-HDR-TIME      PIC 9(06).
000460         10  FILLER                PIC X(01).
000470         10  BKP-HDR-LOG-LINES     PIC 9(06).
000480         10  FILLER                PIC X(01).
000490         10  BKP-HDR-LOG-LAST      PIC X(24).
000500         10  FILLER                PIC X(01).
000510         10  BKP-HDR-LOG-STATE     PIC X(01).
000520             88  BKP-HDR-LOG-UNKNOWN      VALUE "U".
000530         10  FILLER                PIC X(10).
000540     05  BKP-TRL-BODY REDEFINES BKP-BODY.
000550         10  FILLER                PIC X(01).
000560         10  BKP-TRL-RECORDS       PIC 9(07).
000570         10  FILLER                PIC X(01).
000580         10  BKP-TRL-ACTIVE        PIC 9(07).
000590         10  FILLER                PIC X(01).
000600         10  BKP-TRL-NET           PIC S9(09)
000610                 SIGN IS TRAILING SEPARATE CHARACTER.
000620         10  FILLER                PIC X(32).
