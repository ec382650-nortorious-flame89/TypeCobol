000100* ****************************************************************
000200*  DTVFLG.CPY
000300*
000400*  Feed master change-log record, written by DTV170 for every
000500*  DTVFTXN transaction it applies to DTVFEED and appended to
000600*  the permanent DTVFLOG dataset.  An auditor asking when a
000700*  feed's threshold or calendar changed, and who asked for it,
000800*  reads the answer here.
000900*
001000*  FLG-BEFORE-IMAGE and FLG-AFTER-IMAGE are the whole DTVFDM
001100*  master record before and after the change; the before
001200*  image of an add is blank.  A master can be put back to any
001300*  point by replaying the before images newest first.
001400*  FLG-LOGGED-DATE and FLG-LOGGED-TIME are when DTV170 applied
001500*  the change, FLG-EFFECTIVE-DATE when the requester said it
001600*  takes effect.
001700* ****************************************************************
001800  01  DTV-FEED-CHANGE-LOG-RECORD.
001900      05  FLG-LOGGED-DATE          PIC 9(08).
002000      05  FLG-LOGGED-TIME          PIC 9(08).
002100      05  FLG-ACTION               PIC X(01).
002200          88  FLG-FEED-ADDED                    VALUE 'A'.
002300          88  FLG-FEED-CHANGED                  VALUE 'C'.
002400          88  FLG-FEED-RETIRED                  VALUE 'R'.
002500      05  FLG-REQUESTER            PIC X(08).
002600      05  FLG-EFFECTIVE-DATE       PIC 9(08).
002700      05  FLG-SOURCE-SYSTEM-ID     PIC X(08).
002800      05  FLG-BEFORE-IMAGE         PIC X(80).
002900      05  FLG-AFTER-IMAGE          PIC X(80).
003000      05  FLG-FILLER               PIC X(09).
