000600*  file.  COR-SOURCE-SYSTEM-ID and COR-ORIG-MYDATE identify the
000700*  reject being answered; COR-ACTION says whether the corrected
000800*  date is to be resubmitted or the reject waived outright.
000810*
000820*  DTV115, the keyers' inquiry and correction-entry
000830*  transaction, builds the file: it records who keyed each
000840*  correction (COR-KEYED-BY, the keyer's TSO user id) and
000850*  when, so there is an audit of who resolved what.  A record
000860*  still keyed by hand has them blank.
000900* ****************************************************************
001000  01  DTV-CORRECTION-RECORD.
001100      05  COR-SOURCE-SYSTEM-ID     PIC X(08).
002200          10  COR-NEW-DD           PIC 9(02).
002300      05  COR-NEW-FORMAT-MASK      PIC X(11).
002400      05  COR-NEW-DATE-TEXT        PIC X(11).
002500      05  COR-KEYED-BY             PIC X(08).
002510      05  COR-KEYED-DATE           PIC 9(08).
002520      05  COR-KEYED-TIME           PIC 9(08).
002530      05  COR-FILLER               PIC X(01).
