001650*  (see DTVPRQ) carry 'PERD' when both dates are real but the
001660*  start falls after the end; they have no okay-false audit
001670*  entry, which DTV120's balance allows for.
001672*
001674*  RSL-RUN-ID is the RNC-RUN-ID of the run that wrote the line
001676*  (see DTVRNC).
001678*
001680*  A business-day request whose date the feed's roll convention
001682*  moved off a weekend or holiday (see DTVFDM) passes with
001684*  reason 'ROLL': RSL-NORMALIZED-DATE is then the adjusted
001686*  date downstream should use, RSL-ORIGINAL-DATE the date as
001688*  the feed sent it, and RSL-ROLL-CONVENTION the convention
001690*  that moved it.  Both are blank on every other line.
001700* ****************************************************************
001800  01  DTV-RESULT-LINE.
001900      05  RSL-SOURCE-SYSTEM-ID     PIC X(08).
002900      05  RSL-SEQUENCE             PIC 9(08).
003000      05  FILLER                   PIC X(01).
003100      05  RSL-RESULT-REASON        PIC X(04).
003200      05  FILLER                   PIC X(01).
003210      05  RSL-RUN-ID               PIC X(16).
003220      05  FILLER                   PIC X(01).
003230      05  RSL-ORIGINAL-DATE        PIC X(10).
003240      05  FILLER                   PIC X(01).
003250      05  RSL-ROLL-CONVENTION      PIC X(01).
