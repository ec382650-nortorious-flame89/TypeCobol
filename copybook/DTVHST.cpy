000100* ****************************************************************
000200*  DTVHST.CPY
000300*
000400*  Run-history ledger record, appended by DTV120 to the
000500*  permanent DTVHIST dataset every time it balances a night.
000600*  DTVRUNC holds only the current submission and DTVBAL is
000700*  printed over by the next night, so this is the one lasting
000800*  record of what each run took in and put out.
000900*
001000*  Each balancing writes one record per DVR-SOURCE-SYSTEM-ID
001100*  seen on the night's files, then one HST-SOURCE-SYSTEM-ID
001200*  '*TOTAL' record carrying the whole run, all keyed by the
001300*  run's RNC-RUN-ID.  A feed past the in-core tally limit is
001400*  rolled into '*OTHER'.  Request, result, duplicate and reject
001500*  figures are distinct counts by sequence number, so a
001600*  restarted run is not counted twice; the audit figures are
001700*  the raw DTVAUD records for the run, the count DTV120's
001800*  CHECK 3 ties to.  A rerun of DTV120 for the same run id
001900*  appends a second set; readers take the last set for a run.
001910*  A run backed out by DTV240 has every record taken off, so
001920*  no reader sees a backed-out night.
002000*
002100*  HST-REJECT-COUNT is indexed by reason: 1 FRMT, 2 CALN,
002200*  3 BDAY, 4 WNDW, 5 PERD, 6 BTCH, 7 FEED - the last two the
002300*  front-door rejects.
002400* ****************************************************************
002500  01  DTV-RUN-HISTORY-RECORD.
002600      05  HST-RUN-ID               PIC X(16).
002700      05  HST-RUN-DATE             PIC 9(08).
002800      05  HST-SOURCE-SYSTEM-ID     PIC X(08).
002900          88  HST-IS-RUN-TOTAL     VALUE '*TOTAL  '.
003000      05  HST-REQUESTS-IN          PIC 9(08).
003100      05  HST-RESULT-COUNT         PIC 9(08).
003200      05  HST-PASS-COUNT           PIC 9(08).
003300      05  HST-FAIL-COUNT           PIC 9(08).
003400      05  HST-DUPLICATE-COUNT      PIC 9(08).
003500      05  HST-REJECT-COUNTS.
003600          10  HST-REJECT-COUNT     PIC 9(08)  OCCURS 7 TIMES.
003700      05  HST-REJECT-NAMED REDEFINES HST-REJECT-COUNTS.
003800          10  HST-FRMT-COUNT       PIC 9(08).
003900          10  HST-CALN-COUNT       PIC 9(08).
004000          10  HST-BDAY-COUNT       PIC 9(08).
004100          10  HST-WNDW-COUNT       PIC 9(08).
004200          10  HST-PERD-COUNT       PIC 9(08).
004300          10  HST-BTCH-COUNT       PIC 9(08).
004400          10  HST-FEED-COUNT       PIC 9(08).
004500      05  HST-AUDIT-COUNT          PIC 9(08).
004600      05  HST-AUDIT-FALSE-COUNT    PIC 9(08).
004700      05  HST-BALANCE-FLAG         PIC X(01).
004800          88  HST-IN-BALANCE       VALUE 'B'.
004900          88  HST-OUT-OF-BALANCE   VALUE 'O'.
005000      05  HST-FILLER               PIC X(05).
