001360*  request's certification type and calendar code ride here
001370*  so an aged business-day reject resubmits as the
001380*  business-day request it was.
001383*
001386*  OPN-RUN-ID is the REJ-RUN-ID of the reject that opened the
001389*  entry - the DTV100 run it came from - so DTV240 can take a
001392*  backed-out night's rejects off the master.  Entries opened
001395*  before the id was carried have it blank.
001400* ****************************************************************
001500  01  DTV-OPEN-REJECT-RECORD.
001600      05  OPN-SOURCE-SYSTEM-ID     PIC X(08).
002100      05  OPN-FORMAT-TRIED         PIC X(11).
002110      05  OPN-CERT-TYPE            PIC X(01).
002120      05  OPN-CALENDAR-CODE        PIC X(02).
002130      05  OPN-RUN-ID               PIC X(16).
002200      05  OPN-FILLER               PIC X(06).
