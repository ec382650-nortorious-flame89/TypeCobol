000100* ****************************************************************
000200*  DTVCLH.CPY
000300*
000400*  Closed-reject history record, one per reject DTV110 closes,
000500*  appended to the permanent DTVCLHS dataset and rewritten
000600*  only by DTV240, which takes a backed-out run's closures
000650*  off by CLH-OPEN-RUN-ID.  DTVOPEN (see DTVOPN) only holds
000700*  what is still open and DTVAGE only ages that, so once a
000800*  reject closed nothing said how long it had stayed open or
000900*  who closed it; DTV250's monthly cycle-time report reads it
000950*  from here.
001000*
001100*  The key fields and CLH-RESULT-REASON are the open entry's
001200*  own (OPN-RESULT-REASON), CLH-FIRST-SEEN-DATE its
001300*  OPN-FIRST-SEEN-DATE carried through untouched, and
001400*  CLH-OPEN-RUN-ID the DTV100 run whose reject opened it.  A
001500*  reject answered the same night DTV100 wrote it never
001600*  reached the master; it closes with first-seen and close
001700*  date both that night, zero days.  CLH-DAYS-TO-CLOSE is
001800*  the close date less the first-seen date in calendar days,
001900*  by DTV110's serial-day arithmetic.
002000*
002100*  CLH-CLOSURE-TYPE is how it closed:
002200*      'R' resubmitted - a correction keyed against the
002300*          night's own reject, proved through the validator
002400*          and resubmitted on DTVRSUB;
002500*      'P' proved after correction - an aged entry on the
002600*          master closed by a later day's correction, proved
002700*          and resubmitted the same way;
002800*      'W' waived - by a waiver, same night or aged.
002900*  CLH-CLOSED-BY is the correction's COR-KEYED-BY, blank for
003000*  a correction keyed by hand; CLH-CLOSE-RUN-ID is the id of
003100*  the DTV110 run that closed it.
003200* ****************************************************************
003300  01  DTV-CLOSED-REJECT-RECORD.
003400      05  CLH-SOURCE-SYSTEM-ID     PIC X(08).
003500      05  CLH-ORIG-MYDATE          PIC 9(08).
003600      05  CLH-SEQUENCE             PIC 9(08).
003700      05  CLH-FIRST-SEEN-DATE      PIC 9(08).
003800      05  CLH-CLOSE-DATE           PIC 9(08).
003900      05  CLH-CLOSE-DATE-X REDEFINES CLH-CLOSE-DATE.
004000          10  CLH-CLOSE-YYYYMM     PIC X(06).
004100          10  FILLER               PIC X(02).
004200      05  CLH-DAYS-TO-CLOSE        PIC 9(05).
004300      05  CLH-CLOSURE-TYPE         PIC X(01).
004400          88  CLH-RESUBMITTED      VALUE 'R'.
004500          88  CLH-PROVED-AFTER-CORRECTION
004600                                   VALUE 'P'.
004700          88  CLH-WAIVED           VALUE 'W'.
004800      05  CLH-RESULT-REASON        PIC X(04).
004900      05  CLH-CLOSED-BY            PIC X(08).
005000      05  CLH-OPEN-RUN-ID          PIC X(16).
005100      05  CLH-CLOSE-RUN-ID         PIC X(16).
005200      05  CLH-FILLER               PIC X(10).
