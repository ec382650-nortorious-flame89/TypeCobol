000100* ****************************************************************
000200*  DTVRPL.CPY
000300*
000400*  Replay outcome record, one per date DTV180 put through
000500*  ValidateDateFormat-01 when it replays a night's DTVTRAN
000600*  under one set of format definitions.  The impact job runs
000700*  DTV180 twice over the same DTVTRAN, once against the live
000800*  DTVFMTD and once against a proposed one, and DTV185 reads
000900*  the two outcome files side by side, pairing records by
001000*  RPL-SEQUENCE.
001100*
001200*  RPL-SEQUENCE is numbered the way DTV100 numbers the night -
001300*  one per single-date request, two per 'PRD' period - so a
001400*  flip can be found on that night's DTVRSLT and DTVREJS.
001500*  RPL-RECORD-TYPE is 'S' for a single date, 'B' and 'E' for
001600*  the beginning and end of a period.  RPL-MASK-OFFERED is
001700*  the mask the validator was offered first; RPL-ACTUAL-FORMAT
001800*  the mask it certified, blank on a failure.
001900* ****************************************************************
002000  01  DTV-REPLAY-RECORD.
002100      05  RPL-SEQUENCE             PIC 9(08).
002200      05  RPL-SOURCE-SYSTEM-ID     PIC X(08).
002300      05  RPL-RECORD-TYPE          PIC X(01).
002400          88  RPL-SINGLE-DATE                   VALUE 'S'.
002500          88  RPL-PERIOD-START                  VALUE 'B'.
002600          88  RPL-PERIOD-END                    VALUE 'E'.
002700      05  RPL-DATE-TEXT            PIC X(11).
002800      05  RPL-MASK-OFFERED         PIC X(11).
002900      05  RPL-FLAG                 PIC X(01).
003000          88  RPL-PASSED                        VALUE 'T'.
003100      05  RPL-ACTUAL-FORMAT        PIC X(11).
003200      05  RPL-RESULT-REASON        PIC X(04).
003300      05  RPL-NORMALIZED-DATE      PIC X(10).
003400      05  RPL-FILLER               PIC X(15).
