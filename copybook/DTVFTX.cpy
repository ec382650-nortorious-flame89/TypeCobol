000100* ****************************************************************
000200*  DTVFTX.CPY
000300*
000400*  Feed master maintenance transaction, one per requested
000500*  change to DTVFEED, read by DTV170 off the DTVFTXN dataset.
000600*  DTVFEED decides which feeds DTV100 admits, the threshold
000700*  DTV130 alerts at and the extracts DTV140 cuts, so it is
000800*  changed only through these transactions, each edited
000900*  before it is applied and logged on DTVFLOG (see DTVFLG).
001000*
001100*  FTX-ACTION is 'A' to add a feed, 'C' to change one, 'R' to
001200*  retire one.  FTX-REQUESTER names who asked for the change
001300*  and is required.  FTX-EFFECTIVE-DATE is the date the change
001400*  takes effect; blank means the day DTV170 runs, and a date
001500*  after that day is refused - the master always shows what
001600*  is in effect, so a future change is submitted on its day.
001700*
001800*  The feed fields follow DTVFDM.  On an add every field is
001900*  taken as keyed - a blank FTX-ACTIVE-FLAG is 'A' and a
002000*  blank FTX-MIN-BATCHES is 00.  On a change a blank field
002100*  leaves the master's value alone, so a field cannot be
002200*  changed to blank through this file; a change with
002300*  FTX-ACTIVE-FLAG 'A' reinstates a retired feed.  On a
002400*  retire only the feed id is read.  The numeric master
002500*  fields are carried as text here so a blank is told apart
002600*  from zero.
002610*
002620*  FTX-ROLL-CONVENTION is the feed's business-day roll (see
002630*  FDM-ROLL-CONVENTION): 'N' none, 'F' following, 'M'
002640*  modified following, 'P' preceding.  It rides after the
002650*  eighty bytes the record was first cut at, so a DTVFTXN
002660*  keyed before it existed reads as blank - no roll on an
002670*  add, left alone on a change.  To take a feed's roll off,
002680*  change it to 'N'.
002700* ****************************************************************
002800  01  DTV-FEED-MAINT-TRANSACTION.
002900      05  FTX-ACTION               PIC X(01).
003000          88  FTX-ADD-FEED                      VALUE 'A'.
003100          88  FTX-CHANGE-FEED                   VALUE 'C'.
003200          88  FTX-RETIRE-FEED                   VALUE 'R'.
003300      05  FTX-REQUESTER            PIC X(08).
003400      05  FTX-EFFECTIVE-DATE       PIC X(08).
003500      05  FTX-SOURCE-SYSTEM-ID     PIC X(08).
003600      05  FTX-FEED-NAME            PIC X(20).
003700      05  FTX-OWNER-CONTACT        PIC X(20).
003800      05  FTX-ACTIVE-FLAG          PIC X(01).
003900      05  FTX-FAIL-RATE-PCT        PIC X(03).
004000      05  FTX-CALENDAR-CODE        PIC X(02).
004100      05  FTX-SEND-DAYS            PIC X(07).
004200      05  FTX-MIN-BATCHES          PIC X(02).
004300      05  FTX-ROLL-CONVENTION      PIC X(01).
