002200*                   dates USFEED01 sent in June" becomes a
002300*                   ten-minute job submission instead of an
002400*                   afternoon in browse.
002410*  10/15/2026  RD   DTVAUD grew to 70 bytes with AUD-RUN-ID;
002420*                   the archive and extract images widened to
002430*                   match, and a RUNID= criterion selects the
002440*                   records one run wrote - what DTV240 would
002450*                   take out if that night were backed out.
002460*                   Archive generations cut before the id was
002470*                   carried read back with it blank.
002500* ----------------------------------------------------------------
002600*
002700*  PURPOSE.
005500*
005600  FD  ARCHIVE-FILE
005700      LABEL RECORDS ARE STANDARD.
005800  01  ARCHIVE-AUDIT-RECORD           PIC X(70).
005900*
006000  FD  EXTRACT-FILE
006100      LABEL RECORDS ARE STANDARD.
006200  01  SRCH-EXTRACT-RECORD.
006300      05  SXT-DATASET-TAG            PIC X(08).
006400      05  FILLER                     PIC X(01).
006500      05  SXT-AUDIT-IMAGE            PIC X(70).
006600*
006700  WORKING-STORAGE SECTION.
006800*
011100  01  WS-SEL-REASON-SWITCH           PIC X      VALUE 'N'.
011200      88  WS-SELECT-ON-REASON                   VALUE 'Y'.
011300  01  WS-SEL-REASON-VALUE            PIC X(04).
011310  01  WS-SEL-RUN-ID-SWITCH           PIC X      VALUE 'N'.
011320      88  WS-SELECT-ON-RUN-ID                   VALUE 'Y'.
011330  01  WS-SEL-RUN-ID-VALUE            PIC X(16).
011400*
011500  01  WS-PARM-KEYWORD                PIC X(10).
011600  01  WS-PARM-VALUE                  PIC X(20).
012600      05  WS-TST-FORMAT-MASK         PIC X(11).
012700      05  WS-TST-OUTCOME             PIC X(01).
012800      05  WS-TST-RESULT-REASON       PIC X(04).
012810      05  WS-TST-RUN-ID              PIC X(16).
012900      05  WS-TST-FILLER              PIC X(06).
013000*
013100  01  WS-DATASET-TAG                 PIC X(08).
022800      IF WS-PARM-KEYWORD = 'REASON'
022900          MOVE 'Y' TO WS-SEL-REASON-SWITCH
023000          MOVE WS-PARM-VALUE (1 : 4) TO WS-SEL-REASON-VALUE
023010          GO TO 1150-EXIT
023020      END-IF
023030      IF WS-PARM-KEYWORD = 'RUNID'
023040         AND WS-PARM-VALUE (1 : 16) NOT = SPACE
023050          MOVE 'Y' TO WS-SEL-RUN-ID-SWITCH
023060          MOVE WS-PARM-VALUE (1 : 16) TO WS-SEL-RUN-ID-VALUE
023100          GO TO 1150-EXIT
023200      END-IF
023300      DISPLAY 'DTV230: BAD PARAMETER LINE: ' PARAMETER-RECORD
034600         AND WS-TST-RESULT-REASON NOT = WS-SEL-REASON-VALUE
034700          GO TO 5000-EXIT
034800      END-IF
034810      IF WS-SELECT-ON-RUN-ID
034820         AND WS-TST-RUN-ID NOT = WS-SEL-RUN-ID-VALUE
034830          GO TO 5000-EXIT
034840      END-IF
034900      MOVE 'Y' TO WS-MATCH-SWITCH.
035000  5000-EXIT.
035100      EXIT.
