002300*                   untouched and ends with return code 8 so
002400*                   nothing is purged that was not first proved
002500*                   archived.
002510*  10/15/2026  RD   DTVAUD grew to 70 bytes with AUD-RUN-ID;
002520*                   the archive image widened to match.
002600* ----------------------------------------------------------------
002700*
002800*  PURPOSE.
004500*
004600  FD  ARCHIVE-FILE
004700      LABEL RECORDS ARE STANDARD.
004800  01  ARCHIVE-RECORD                 PIC X(70).
004900*
005000  WORKING-STORAGE SECTION.
005100*
