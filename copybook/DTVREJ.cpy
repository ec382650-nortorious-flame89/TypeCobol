001277*  'PERD' (both dates of a period request are real but the
001278*  start falls after the end, see DTVPRQ) goes back to the
001279*  feed - both dates of the pair reject together.
001280*
001281*  REJ-RUN-ID is the RNC-RUN-ID of the run that wrote the
001282*  reject (see DTVRNC); DTV110 carries it onto the DTVOPEN
001283*  entry the reject opens.
001284*
001285*  REJ-DATE-TEXT is the raw date text as the feed sent it.  On
001286*  a 'FRMT' reject, REJ-FORMAT-DIAGNOSIS is what
001287*  ValidateDateFormat-01 returned: the offered mask the text
001288*  came closest to, the first text position it broke at, and
001289*  the class that mask expected there - '9' a digit, 'A' a
001290*  letter, 'Y'/'M'/'D' a digit that disagreed with the parsed
001291*  year/month/day, a space the end of the layout, anything
001292*  else that separator.  Blank, position zero, on every other
001293*  reason.  DTV135 reports them to the feed owners.
001280* ****************************************************************
001300  01  DTV-REJECT-RECORD.
001400      05  REJ-SOURCE-SYSTEM-ID     PIC X(08).
002630          88  REJ-PERIOD-REJECT                 VALUE 'PERD'.
002700      05  REJ-CERT-TYPE            PIC X(01).
002800      05  REJ-CALENDAR-CODE        PIC X(02).
002900      05  REJ-RUN-ID               PIC X(16).
002910      05  REJ-DATE-TEXT            PIC X(11).
002920      05  REJ-FORMAT-DIAGNOSIS.
002930          10  REJ-CLOSEST-MASK     PIC X(11).
002940          10  REJ-FAIL-POSITION    PIC 9(02).
002950          10  REJ-EXPECTED-CLASS   PIC X(01).
002960      05  REJ-FILLER               PIC X(06).
