000600*  against "dates validated" and nothing is silently dropped.
000700*  DTV200 reads a month of these records for the reconciliation
000800*  report.
000806*
000812*  AUD-RUN-ID is the RNC-RUN-ID of the run that made the call
000818*  (see DTVRNC), passed in by the caller, so one night's
000824*  entries can be told from a rerun's - DTV120 balances by it
000830*  and DTV240 backs a run out by it.  A repair run's proving
000836*  calls carry that run's own id.  Records written before the
000842*  id was carried, and archive generations cut before then,
000848*  read back with it blank.
000854*
000860*  AUD-ROLL-ADJUSTMENT is filled only on a call whose date the
000866*  feed's roll convention moved to a business day (reason
000872*  'ROLL', outcome okay): the convention, and the days moved,
000878*  negative for a move back.  AUD-MYDATE stays the date as
000884*  sent; it plus AUD-ROLL-DAYS is the date that went on.
000890*  Blank on every other call and on records written before.
000900* ****************************************************************
001000  01  DTV-AUDIT-RECORD.
001100      05  AUD-SOURCE-SYSTEM-ID     PIC X(08).
002100          88  AUD-OKAY             VALUE 'T'.
002200          88  AUD-OKAY-FALSE       VALUE 'F'.
002300      05  AUD-RESULT-REASON        PIC X(04).
002400      05  AUD-RUN-ID               PIC X(16).
002410      05  AUD-ROLL-ADJUSTMENT.
002420          10  AUD-ROLL-CONVENTION  PIC X(01).
002430          10  AUD-ROLL-DAYS        PIC S9(03)
002440                                   SIGN IS LEADING SEPARATE.
002450      05  AUD-FILLER               PIC X(01).
