000100* ****************************************************************
000200*  DTVSTQ.CPY
000300*
000400*  Stream transaction record.  On a split night DTV190 deals
000500*  the DTVTRAN file out to the stream files DTVTRN01 through
000600*  DTVTRN04 by feed, whole batches at a time, and each stream
000700*  validates in its own DTV100 run.  Every record goes out as
000800*  it came in - batch header, detail, period or trailer - in
000900*  STQ-REQUEST-IMAGE, with STQ-ORIGINAL-SEQUENCE behind it:
001000*  the record's last sequence number on the night's whole
001100*  DTVTRAN, counted the way DTV100 counts a single-stream
001200*  night (one per single date, two per 'PRD' period; a batch
001300*  header or trailer carries the count before it).
001400*
001500*  A stream run writes that number, not its own position in
001600*  the stream, on every result line, reject and duplicate, so
001700*  DTV195 can merge the streams back into one DTVRSLT, DTVREJS
001800*  and DTVDUPS numbered exactly as one pass would have
001900*  numbered them.  DTV100 reads this record over the same FD
002000*  as the DTVREQ, DTVPRQ and DTVBCH layouts it overlays; on a
002100*  single-stream night's eighty-byte records the sequence is
002200*  blank and not used.
002300* ****************************************************************
002400  01  DTV-STREAM-TRANSACTION.
002500      05  STQ-REQUEST-IMAGE        PIC X(80).
002600      05  STQ-ORIGINAL-SEQUENCE    PIC 9(08).
