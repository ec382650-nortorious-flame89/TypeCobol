000100* ****************************************************************
000200*  IDENTIFICATION DIVISION.
000300  IDENTIFICATION DIVISION.
000400  PROGRAM-ID. DTV115.
000500  AUTHOR. R DUVALL.
000600  INSTALLATION. DATA ADMINISTRATION.
000700  DATE-WRITTEN. 10/15/2026.
000800  DATE-COMPILED.
000900* ----------------------------------------------------------------
001000*  MODIFICATION HISTORY
001100*  10/15/2026  RD   Original keyers' reject inquiry and
001200*                   correction entry, run at the terminal by
001300*                   the DTVKEYIN CLIST.  The keying team used
001400*                   to type DTVCORR records positionally in an
001500*                   editor and learn the next morning from
001600*                   DTVDISP and DTVKWRK whether the layout was
001700*                   right.  Now a keyer looks the open rejects
001800*                   up - the DTVOPEN master and tonight's
001900*                   DTVREJS - by source system, original date
002000*                   or reason code, picks one, and keys the
002100*                   resubmit or waiver.  A resubmit is proved
002200*                   through ValidateDateFormat-01 there and
002300*                   then, under the original request's
002400*                   certification type and calendar code and
002500*                   the same mask list and WINDOW= token
002600*                   DTVREPAIR runs DTV110 with, so only a
002700*                   correction that will prove reaches
002800*                   DTVCORR.  Every record written carries the
002900*                   keyer's user id and the date and time it
003000*                   was keyed.
003010*  10/15/2026  RD   The proving call passes the validator's new
003020*                   FORMAT-DIAGNOSIS parameter, and a resubmit
003030*                   refused 'FRMT' tells the keyer which mask
003040*                   the text came closest to and where it
003050*                   broke.
003060*  10/15/2026  RD   The proving call passes the validator's new
003070*                   ROLL-REQUEST parameter with no convention,
003080*                   as DTV110 proves it: the keyer's date is
003090*                   proved as keyed, never moved.
003092*  10/15/2026  RD   A DTVCORR that will not open even for
003094*                   output is a setup error (RC=12); the
003096*                   session no longer starts and then loses
003098*                   every correction keyed.
003100* ----------------------------------------------------------------
003200*
003300*  PURPOSE.
003400*      Let the keying team find an open reject and answer it
003500*      at the terminal, proving the correction while they are
003600*      still looking at it, and build the DTVCORR file DTV110
003700*      reads.
003800*
003900*  DIALOGUE.
004000*      Line mode: prompts go out on DISPLAY and answers come
004100*      back on ACCEPT, both allocated to the terminal by the
004200*      CLIST.  Commands at the COMMAND prompt -
004300*          S source-id    rejects of one source system
004400*          D yyyymmdd     rejects of one original date
004500*          R reason       rejects of one reason code
004600*          A              every open reject
004700*          X (or blank)   end the session
004800*      Up to 20 matches are listed, numbered; the keyer picks a
004900*      line and answers R (resubmit) or W (waive).  A reject
005000*      already answered - on DTVCORR from earlier today or in
005100*      this session - is marked KEYED and cannot be keyed
005200*      twice, since DTV110 takes the first correction for a
005300*      source system and date and ignores the rest.
005400*
005500  ENVIRONMENT DIVISION.
005600  INPUT-OUTPUT SECTION.
005700  FILE-CONTROL.
005800      SELECT OPEN-MASTER-FILE ASSIGN TO "DTVOPEN"
005900          ORGANIZATION IS LINE SEQUENTIAL
006000          FILE STATUS IS WS-OPEN-FILE-STATUS.
006100      SELECT REJECT-FILE ASSIGN TO "DTVREJS"
006200          ORGANIZATION IS LINE SEQUENTIAL
006300          FILE STATUS IS WS-REJECT-FILE-STATUS.
006400      SELECT CORRECTION-FILE ASSIGN TO "DTVCORR"
006500          ORGANIZATION IS LINE SEQUENTIAL
006600          FILE STATUS IS WS-CORRECTION-FILE-STATUS.
006700*
006800  DATA DIVISION.
006900  FILE SECTION.
007000  FD  OPEN-MASTER-FILE
007100      LABEL RECORDS ARE STANDARD.
007200  COPY DTVOPN.
007300*
007400  FD  REJECT-FILE
007500      LABEL RECORDS ARE STANDARD.
007600  COPY DTVREJ.
007700*
007800  FD  CORRECTION-FILE
007900      LABEL RECORDS ARE STANDARD.
008000  COPY DTVCOR.
008100*
008200  WORKING-STORAGE SECTION.
008300*
008400  77  WS-MASK-INDEX                  PIC 9(02)  VALUE 0 COMP.
008500  77  WS-PARM-MASK-COUNT             PIC 9(02)  VALUE 0 COMP.
008600  77  WS-PARM-TOKEN-COUNT            PIC 9(02)  VALUE 0 COMP.
008700  77  WS-TOKEN-INDEX                 PIC 9(02)  VALUE 0 COMP.
008800  77  WS-ITEM-COUNT                  PIC 9(04)  VALUE 0 COMP.
008900  77  WS-ITEM-MAX                    PIC 9(04)  VALUE 4000 COMP.
009000  77  WS-ITEM-INDEX                  PIC 9(04)  VALUE 0 COMP.
009100  77  WS-MARK-INDEX                  PIC 9(04)  VALUE 0 COMP.
009200  77  WS-FOUND-INDEX                 PIC 9(04)  VALUE 0 COMP.
009300  77  WS-MASTER-COUNT                PIC 9(04)  VALUE 0 COMP.
009400  77  WS-TONIGHT-COUNT               PIC 9(04)  VALUE 0 COMP.
009500  77  WS-LIST-COUNT                  PIC 9(02)  VALUE 0 COMP.
009600  77  WS-LIST-MAX                    PIC 9(02)  VALUE 20 COMP.
009700  77  WS-LIST-INDEX                  PIC 9(02)  VALUE 0 COMP.
009800  77  WS-MATCH-COUNT                 PIC 9(04)  VALUE 0 COMP.
009900  77  WS-OPEN-READ-COUNT             PIC 9(08)  VALUE 0 COMP.
010000  77  WS-REJECTS-READ                PIC 9(08)  VALUE 0 COMP.
010100  77  WS-ALREADY-OPEN-COUNT          PIC 9(08)  VALUE 0 COMP.
010200  77  WS-DROPPED-ITEM-COUNT          PIC 9(08)  VALUE 0 COMP.
010300  77  WS-PRIOR-COR-COUNT             PIC 9(08)  VALUE 0 COMP.
010400  77  WS-RESUBMIT-KEYED-COUNT        PIC 9(08)  VALUE 0 COMP.
010500  77  WS-WAIVER-KEYED-COUNT          PIC 9(08)  VALUE 0 COMP.
010600  77  WS-REFUSED-COUNT               PIC 9(08)  VALUE 0 COMP.
010700*
010800  01  WS-OPEN-FILE-STATUS            PIC XX.
010900      88  WS-OPEN-MASTER-OPEN-OK                VALUE '00'.
011000  01  WS-REJECT-FILE-STATUS          PIC XX.
011100      88  WS-REJECT-FILE-OPEN-OK                VALUE '00'.
011200  01  WS-CORRECTION-FILE-STATUS      PIC XX.
011300      88  WS-CORRECTION-OPEN-OK                 VALUE '00' '05'.
011400  01  WS-OPEN-EOF-SWITCH             PIC X      VALUE 'N'.
011500      88  WS-END-OF-OPEN-MASTER                 VALUE 'Y'.
011600  01  WS-REJECT-EOF-SWITCH           PIC X      VALUE 'N'.
011700      88  WS-END-OF-REJECT-FILE                 VALUE 'Y'.
011800  01  WS-COR-EOF-SWITCH              PIC X      VALUE 'N'.
011900      88  WS-END-OF-CORRECTION-FILE             VALUE 'Y'.
012000  01  WS-SETUP-ERROR-SWITCH          PIC X      VALUE 'N'.
012100      88  WS-SETUP-ERROR                        VALUE 'Y'.
012200  01  WS-SESSION-END-SWITCH          PIC X      VALUE 'N'.
012300      88  WS-SESSION-ENDED                      VALUE 'Y'.
012400  01  WS-CORRECTION-OPEN-SWITCH      PIC X      VALUE 'N'.
012500      88  WS-CORRECTION-FILE-OPEN               VALUE 'Y'.
012600*
012700  01  WS-RUN-DATE                    PIC 9(08).
012800  01  WS-RUN-TIME                    PIC 9(08).
012900  01  WS-RUN-ID                      PIC X(16).
013000  01  WS-KEYED-DATE                  PIC 9(08).
013100  01  WS-KEYED-TIME                  PIC 9(08).
013200*
013300* 01  WS-KEYER-ID - the keyer's TSO user id, off the PARM's
013400*     USER= token, which the CLIST fills from &SYSUID so a
013500*     keyer cannot key under someone else's name.
013600  01  WS-KEYER-ID                    PIC X(08)  VALUE SPACE.
013700  01  WS-USER-TOKEN.
013800      05  FILLER                     PIC X(05).
013900      05  WS-USER-TOKEN-ID           PIC X(08).
014000      05  FILLER                     PIC X(03).
014100*
014200  01  WS-PARM-MASK-TABLE.
014300      02  WS-PARM-MASK-ENTRY         PIC X(11)  OCCURS 10 TIMES.
014400*
014500* 01  WS-PARM-TOKEN-TABLE - the PARM as UNSTRUNG, before the
014600*     USER= and WINDOW= tokens are picked out and the rest
014700*     become the mask list, the carve-up DTV110's
014800*     1300-PARSE-FORMAT-PARM does with the same PARM string.
014900  01  WS-PARM-TOKEN-TABLE.
015000      02  WS-PARM-TOKEN-ENTRY        PIC X(16)  OCCURS 10 TIMES.
015100*
015200  01  WS-WINDOW-TOKEN.
015300      05  FILLER                     PIC X(07).
015400      05  WS-WINDOW-TOKEN-BEFORE     PIC X(03).
015500      05  FILLER                     PIC X(01).
015600      05  WS-WINDOW-TOKEN-AFTER      PIC X(03).
015700      05  FILLER                     PIC X(02).
015800*
015900* 01  The ValidateDateFormat-01 interface, the same parameter
016000*     set DTV110's 2250-VALIDATE-CORRECTION passes.  The
016100*     proving calls go in under WS-REPAIR-SYSTEM-ID, the way
016200*     DTV110's do, so their audit records stand apart from the
016300*     feeds' and DTV120 and DTV130 leave them out of the
016400*     night's slice; each session stamps them with its own
016500*     run id.
016600  01  SOMEFORMAT-MASKS.
016700      COPY DTVFMT.
016800  01  SOMEDATE.
016900      02  YYYY                       PIC 9(04).
017000      02  MM                         PIC 9(02).
017100      02  DD                         PIC 9(02).
017200      02  DATE-TEXT                  PIC X(11).
017300  01  FLAG-VALUE                     PIC X      VALUE LOW-VALUE.
017400      88  FLAG                                  VALUE 'T'.
017500      88  FLAG-FALSE                            VALUE 'F'.
017600  01  REALFORMAT                     PIC X(11).
017700  01  NORMALIZED-DATE                PIC X(10).
017800  01  CERTIFY-REQUEST.
017900      02  CERT-TYPE                  PIC X(01).
018000      02  CERT-CALENDAR-CODE         PIC X(02).
018100  01  RESULT-REASON                  PIC X(04).
018200  01  WINDOW-LIMITS.
018300      02  WINDOW-YEARS-BEFORE        PIC 9(03).
018400      02  WINDOW-YEARS-AFTER         PIC 9(03).
018410  01  FORMAT-DIAGNOSIS.
018420      02  DIAG-CLOSEST-MASK          PIC X(11).
018430      02  DIAG-FAIL-POSITION         PIC 9(02).
018440      02  DIAG-EXPECTED-CLASS        PIC X(01).
018450  01  ROLL-REQUEST.
018460      02  ROLL-CONVENTION            PIC X(01)  VALUE SPACE.
018470      02  ROLL-ORIGINAL-DATE         PIC X(10).
018480      02  ROLL-DAYS-MOVED            PIC S9(03).
018500  01  WS-REPAIR-SYSTEM-ID            PIC X(08) VALUE 'DTVRPAIR'.
018600*
018700* 01  WS-ITEM-TABLE - every reject a keyer can answer: the
018800*     DTVOPEN master's entries first, then tonight's DTVREJS
018900*     rejects the master does not already hold (same source,
019000*     date and sequence).  WS-ITM-ORIGIN 'O' is an aged entry
019100*     off the master, 'T' one of tonight's; WS-ITM-KEYED marks
019200*     every item whose source system and date already has a
019300*     correction on DTVCORR.
019400  01  WS-ITEM-TABLE.
019500      02  WS-ITEM-ENTRY              OCCURS 4000 TIMES.
019600          05  WS-ITM-ORIGIN          PIC X(01).
019700              88  WS-ITM-FROM-MASTER VALUE 'O'.
019800          05  WS-ITM-SOURCE-SYSTEM-ID
019900                                     PIC X(08).
020000          05  WS-ITM-ORIG-MYDATE     PIC 9(08).
020100          05  WS-ITM-SEQUENCE        PIC 9(08).
020200          05  WS-ITM-FIRST-SEEN      PIC 9(08).
020300          05  WS-ITM-REASON          PIC X(04).
020400          05  WS-ITM-FORMAT-TRIED    PIC X(11).
020500          05  WS-ITM-CERT-TYPE       PIC X(01).
020600          05  WS-ITM-CALENDAR-CODE   PIC X(02).
020700          05  WS-ITM-KEYED-SWITCH    PIC X(01).
020800              88  WS-ITM-KEYED       VALUE 'Y'.
020900*
021000* 01  WS-LIST-TABLE - the item numbers behind the lines on
021100*     the keyer's last listing, line 1 first.
021200  01  WS-LIST-TABLE.
021300      02  WS-LIST-ITEM-INDEX         PIC 9(04)  COMP
021400              OCCURS 20 TIMES.
021500*
021600* 01  The keyer's answers, as ACCEPTed from the terminal.
021700  01  WS-COMMAND-LINE.
021800      05  WS-COMMAND-CODE            PIC X(01).
021900          88  WS-COMMAND-SOURCE                 VALUE 'S'.
022000          88  WS-COMMAND-DATE                   VALUE 'D'.
022100          88  WS-COMMAND-REASON                 VALUE 'R'.
022200          88  WS-COMMAND-ALL                    VALUE 'A'.
022300          88  WS-COMMAND-EXIT                   VALUE 'X' ' '.
022400      05  FILLER                     PIC X(01).
022500      05  WS-COMMAND-VALUE           PIC X(20).
022600      05  FILLER                     PIC X(58).
022700  01  WS-SELECT-CODE                 PIC X(01).
022800  01  WS-SELECT-VALUE                PIC X(08).
022900  01  WS-SELECT-DATE                 PIC 9(08).
023000  01  WS-LINE-ANSWER                 PIC X(03).
023100  01  WS-LINE-NUMBER-1               PIC 9(01).
023200  01  WS-LINE-NUMBER-2               PIC 9(02).
023300  01  WS-LINE-NUMBER                 PIC 9(02)  VALUE 0.
023400  01  WS-ACTION-ANSWER               PIC X(01).
023500      88  WS-ACTION-RESUBMIT                    VALUE 'R'.
023600      88  WS-ACTION-WAIVE                       VALUE 'W'.
023700  01  WS-CONFIRM-ANSWER              PIC X(01).
023800      88  WS-CONFIRMED                          VALUE 'Y'.
023900  01  WS-NEW-DATE-ANSWER.
024000      05  WS-NEW-YYYY                PIC X(04).
024100      05  WS-NEW-MM                  PIC X(02).
024200      05  WS-NEW-DD                  PIC X(02).
024300  01  WS-NEW-DATE-TEXT               PIC X(11).
024400  01  WS-NEW-FORMAT-MASK             PIC X(11).
024500*
024600  01  WS-LOWER-CASE                  PIC X(26)
024700          VALUE 'abcdefghijklmnopqrstuvwxyz'.
024800  01  WS-UPPER-CASE                  PIC X(26)
024900          VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
025000*
025100  01  WS-DISPLAY-LINE                PIC X(79).
025200  01  WS-LINE-EDIT                   PIC Z9.
025300  01  WS-COUNT-EDIT                  PIC ZZZZ,ZZ9.
025400*
025500  LINKAGE SECTION.
025600  01  PARM-DATA-AREA.
025700      05  PARM-LENGTH                PIC S9(04)  COMP.
025800      05  PARM-TEXT                  PIC X(79).
025900*
026000  PROCEDURE DIVISION USING PARM-DATA-AREA.
026100*
026200  0000-MAINLINE.
026300      PERFORM 1000-INITIALIZE THRU 1000-EXIT
026400      IF NOT WS-SETUP-ERROR
026500          PERFORM 2000-PROCESS-ONE-COMMAND THRU 2000-EXIT
026600              UNTIL WS-SESSION-ENDED
026700      END-IF
026800      PERFORM 9000-TERMINATE
026900      STOP RUN.
027000*
027100* ----------------------------------------------------------------
027200*  1000-INITIALIZE
027300*      Takes the keyer, mask list and window off the PARM,
027400*      loads every open reject into the item table, marks the
027500*      ones DTVCORR already answers, and opens DTVCORR to add
027600*      this session's corrections behind them.  No keyer id,
027700*      or a master or reject file that will not open, is a
027800*      setup error - nothing is keyed without knowing who
027900*      keyed it or what is open.
028000* ----------------------------------------------------------------
028100  1000-INITIALIZE.
028200      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
028300      ACCEPT WS-RUN-TIME FROM TIME
028400      MOVE SPACE TO WS-RUN-ID
028500      STRING WS-RUN-DATE DELIMITED BY SIZE
028600             WS-RUN-TIME DELIMITED BY SIZE
028700          INTO WS-RUN-ID
028800      END-STRING
028900      PERFORM 1100-PARSE-FORMAT-PARM
029000      IF WS-SETUP-ERROR
029100          GO TO 1000-EXIT
029200      END-IF
029300      IF WS-KEYER-ID = SPACE
029400          DISPLAY 'DTV115: NO USER= KEYER ID ON THE PARM'
029500          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
029600          GO TO 1000-EXIT
029700      END-IF
029800      PERFORM 1200-LOAD-OPEN-MASTER THRU 1200-EXIT
029900      IF WS-SETUP-ERROR
030000          GO TO 1000-EXIT
030100      END-IF
030200      PERFORM 1300-LOAD-TONIGHTS-REJECTS THRU 1300-EXIT
030300      IF WS-SETUP-ERROR
030400          GO TO 1000-EXIT
030500      END-IF
030600      PERFORM 1400-MARK-KEYED-CORRECTIONS THRU 1400-EXIT
030700      OPEN EXTEND CORRECTION-FILE
030800      IF NOT WS-CORRECTION-OPEN-OK
030900          OPEN OUTPUT CORRECTION-FILE
031000      END-IF
031010      IF NOT WS-CORRECTION-OPEN-OK
031020          DISPLAY 'DTV115: CORRECTION FILE DTVCORR DID NOT OPEN,'
031030              ' STATUS ' WS-CORRECTION-FILE-STATUS
031040          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
031050          GO TO 1000-EXIT
031060      END-IF
031100      MOVE 'Y' TO WS-CORRECTION-OPEN-SWITCH
031200      DISPLAY 'DTV115 REJECT INQUIRY AND CORRECTION ENTRY  -  '
031300          'KEYER ' WS-KEYER-ID
031400      MOVE WS-MASTER-COUNT TO WS-COUNT-EDIT
031500      DISPLAY '  OPEN ON DTVOPEN     : ' WS-COUNT-EDIT
031600      SUBTRACT WS-MASTER-COUNT FROM WS-ITEM-COUNT
031700          GIVING WS-TONIGHT-COUNT
031800      MOVE WS-TONIGHT-COUNT TO WS-COUNT-EDIT
031900      DISPLAY '  NEW ON DTVREJS      : ' WS-COUNT-EDIT
032000      MOVE WS-PRIOR-COR-COUNT TO WS-COUNT-EDIT
032100      DISPLAY '  ALREADY ON DTVCORR  : ' WS-COUNT-EDIT
032200      IF WS-DROPPED-ITEM-COUNT > 0
032300          MOVE WS-DROPPED-ITEM-COUNT TO WS-COUNT-EDIT
032400          DISPLAY '  NOT LOADED (LIMIT)  : ' WS-COUNT-EDIT
032500      END-IF.
032600  1000-EXIT.
032700      EXIT.
032800*
032900* ----------------------------------------------------------------
033000*  1100-PARSE-FORMAT-PARM
033100*      The acceptable-mask list and the WINDOW= token come off
033200*      the PARM exactly as DTV110 takes them, so a correction
033300*      proved here proves the same way in DTVREPAIR; defaults
033400*      match - the three standard masks, 100 years back, 020
033500*      forward.  USER= names the keyer.
033600* ----------------------------------------------------------------
033700  1100-PARSE-FORMAT-PARM.
033800      MOVE 0 TO WS-PARM-TOKEN-COUNT
033900      MOVE 0 TO WS-PARM-MASK-COUNT
034000      MOVE 100 TO WINDOW-YEARS-BEFORE
034100      MOVE 020 TO WINDOW-YEARS-AFTER
034200      IF PARM-LENGTH > 0
034300          UNSTRING PARM-TEXT (1 : PARM-LENGTH) DELIMITED BY ','
034400              INTO WS-PARM-TOKEN-ENTRY (1) WS-PARM-TOKEN-ENTRY (2)
034500                   WS-PARM-TOKEN-ENTRY (3) WS-PARM-TOKEN-ENTRY (4)
034600                   WS-PARM-TOKEN-ENTRY (5) WS-PARM-TOKEN-ENTRY (6)
034700                   WS-PARM-TOKEN-ENTRY (7) WS-PARM-TOKEN-ENTRY (8)
034800                   WS-PARM-TOKEN-ENTRY (9)
034900                   WS-PARM-TOKEN-ENTRY (10)
035000              TALLYING IN WS-PARM-TOKEN-COUNT
035100          END-UNSTRING
035200          PERFORM 1150-SORT-ONE-PARM-TOKEN THRU 1150-EXIT
035300              VARYING WS-TOKEN-INDEX FROM 1 BY 1
035400              UNTIL WS-TOKEN-INDEX > WS-PARM-TOKEN-COUNT
035500      END-IF
035600      IF WS-PARM-MASK-COUNT = 0
035700          MOVE 3 TO WS-PARM-MASK-COUNT
035800          MOVE 'YYYYMMDD   ' TO WS-PARM-MASK-ENTRY (1)
035900          MOVE 'MM/DD/YYYY ' TO WS-PARM-MASK-ENTRY (2)
036000          MOVE 'DD-MON-YYYY' TO WS-PARM-MASK-ENTRY (3)
036100      END-IF.
036200*
036300  1150-SORT-ONE-PARM-TOKEN.
036400      IF WS-PARM-TOKEN-ENTRY (WS-TOKEN-INDEX) (1 : 5) = 'USER='
036500          MOVE WS-PARM-TOKEN-ENTRY (WS-TOKEN-INDEX)
036600              TO WS-USER-TOKEN
036700          MOVE WS-USER-TOKEN-ID TO WS-KEYER-ID
036800          GO TO 1150-EXIT
036900      END-IF
037000      IF WS-PARM-TOKEN-ENTRY (WS-TOKEN-INDEX) (1 : 7)
037100                                             NOT = 'WINDOW='
037200          ADD 1 TO WS-PARM-MASK-COUNT
037300          MOVE WS-PARM-TOKEN-ENTRY (WS-TOKEN-INDEX)
037400              TO WS-PARM-MASK-ENTRY (WS-PARM-MASK-COUNT)
037500          GO TO 1150-EXIT
037600      END-IF
037700      MOVE WS-PARM-TOKEN-ENTRY (WS-TOKEN-INDEX)
037800          TO WS-WINDOW-TOKEN
037900      IF WS-WINDOW-TOKEN-BEFORE IS NUMERIC
038000         AND WS-WINDOW-TOKEN (11 : 1) = '/'
038100         AND WS-WINDOW-TOKEN-AFTER IS NUMERIC
038200          MOVE WS-WINDOW-TOKEN-BEFORE TO WINDOW-YEARS-BEFORE
038300          MOVE WS-WINDOW-TOKEN-AFTER  TO WINDOW-YEARS-AFTER
038400      ELSE
038500          DISPLAY 'DTV115: MALFORMED WINDOW= TOKEN ON PARM: '
038600              WS-WINDOW-TOKEN
038700          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
038800      END-IF.
038900  1150-EXIT.
039000      EXIT.
039100*
039200* ----------------------------------------------------------------
039300*  1200-LOAD-OPEN-MASTER
039400*      The aged rejects, off the master DTV110 rewrote last
039500*      night.  A master that does not exist yet is the first
039600*      day, not an error; any other open failure is.
039700* ----------------------------------------------------------------
039800  1200-LOAD-OPEN-MASTER.
039900      OPEN INPUT OPEN-MASTER-FILE
040000      IF WS-OPEN-FILE-STATUS = '35'
040100          GO TO 1200-EXIT
040200      END-IF
040300      IF NOT WS-OPEN-MASTER-OPEN-OK
040400          DISPLAY 'DTV115: OPEN MASTER DTVOPEN DID NOT OPEN,'
040500              ' STATUS ' WS-OPEN-FILE-STATUS
040600          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
040700          GO TO 1200-EXIT
040800      END-IF
040900      PERFORM 1250-LOAD-ONE-OPEN-REJECT THRU 1250-EXIT
041000          UNTIL WS-END-OF-OPEN-MASTER
041100      CLOSE OPEN-MASTER-FILE
041200      MOVE WS-ITEM-COUNT TO WS-MASTER-COUNT.
041300  1200-EXIT.
041400      EXIT.
041500*
041600  1250-LOAD-ONE-OPEN-REJECT.
041700      READ OPEN-MASTER-FILE
041800          AT END
041900              MOVE 'Y' TO WS-OPEN-EOF-SWITCH
042000              GO TO 1250-EXIT
042100      END-READ
042200      ADD 1 TO WS-OPEN-READ-COUNT
042300      IF WS-ITEM-COUNT = WS-ITEM-MAX
042400          ADD 1 TO WS-DROPPED-ITEM-COUNT
042500          GO TO 1250-EXIT
042600      END-IF
042700      ADD 1 TO WS-ITEM-COUNT
042800      MOVE 'O' TO WS-ITM-ORIGIN (WS-ITEM-COUNT)
042900      MOVE OPN-SOURCE-SYSTEM-ID
043000          TO WS-ITM-SOURCE-SYSTEM-ID (WS-ITEM-COUNT)
043100      MOVE OPN-ORIG-MYDATE
043200          TO WS-ITM-ORIG-MYDATE (WS-ITEM-COUNT)
043300      MOVE OPN-SEQUENCE
043400          TO WS-ITM-SEQUENCE (WS-ITEM-COUNT)
043500      MOVE OPN-FIRST-SEEN-DATE
043600          TO WS-ITM-FIRST-SEEN (WS-ITEM-COUNT)
043700      MOVE OPN-RESULT-REASON
043800          TO WS-ITM-REASON (WS-ITEM-COUNT)
043900      MOVE OPN-FORMAT-TRIED
044000          TO WS-ITM-FORMAT-TRIED (WS-ITEM-COUNT)
044100      MOVE OPN-CERT-TYPE
044200          TO WS-ITM-CERT-TYPE (WS-ITEM-COUNT)
044300      MOVE OPN-CALENDAR-CODE
044400          TO WS-ITM-CALENDAR-CODE (WS-ITEM-COUNT)
044500      MOVE 'N' TO WS-ITM-KEYED-SWITCH (WS-ITEM-COUNT).
044600  1250-EXIT.
044700      EXIT.
044800*
044900* ----------------------------------------------------------------
045000*  1300-LOAD-TONIGHTS-REJECTS
045100*      Tonight's DTVREJS rejects, which DTV110 has not yet
045200*      posted to the master; one the master already holds
045300*      under the same source, date and sequence is not loaded
045400*      twice.  First seen shows as tonight's date.
045500* ----------------------------------------------------------------
045600  1300-LOAD-TONIGHTS-REJECTS.
045700      OPEN INPUT REJECT-FILE
045800      IF WS-REJECT-FILE-STATUS = '35'
045900          GO TO 1300-EXIT
046000      END-IF
046100      IF NOT WS-REJECT-FILE-OPEN-OK
046200          DISPLAY 'DTV115: REJECT FILE DTVREJS DID NOT OPEN,'
046300              ' STATUS ' WS-REJECT-FILE-STATUS
046400          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
046500          GO TO 1300-EXIT
046600      END-IF
046700      PERFORM 1350-LOAD-ONE-REJECT THRU 1350-EXIT
046800          UNTIL WS-END-OF-REJECT-FILE
046900      CLOSE REJECT-FILE.
047000  1300-EXIT.
047100      EXIT.
047200*
047300  1350-LOAD-ONE-REJECT.
047400      READ REJECT-FILE
047500          AT END
047600              MOVE 'Y' TO WS-REJECT-EOF-SWITCH
047700              GO TO 1350-EXIT
047800      END-READ
047900      ADD 1 TO WS-REJECTS-READ
048000      MOVE 0 TO WS-FOUND-INDEX
048100      PERFORM 1360-TEST-ONE-MASTER-ITEM
048200          VARYING WS-MARK-INDEX FROM 1 BY 1
048300          UNTIL WS-MARK-INDEX > WS-MASTER-COUNT
048400             OR WS-FOUND-INDEX > 0
048500      IF WS-FOUND-INDEX > 0
048600          ADD 1 TO WS-ALREADY-OPEN-COUNT
048700          GO TO 1350-EXIT
048800      END-IF
048900      IF WS-ITEM-COUNT = WS-ITEM-MAX
049000          ADD 1 TO WS-DROPPED-ITEM-COUNT
049100          GO TO 1350-EXIT
049200      END-IF
049300      ADD 1 TO WS-ITEM-COUNT
049400      MOVE 'T' TO WS-ITM-ORIGIN (WS-ITEM-COUNT)
049500      MOVE REJ-SOURCE-SYSTEM-ID
049600          TO WS-ITM-SOURCE-SYSTEM-ID (WS-ITEM-COUNT)
049700      MOVE REJ-MYDATE
049800          TO WS-ITM-ORIG-MYDATE (WS-ITEM-COUNT)
049900      MOVE REJ-SEQUENCE
050000          TO WS-ITM-SEQUENCE (WS-ITEM-COUNT)
050100      MOVE WS-RUN-DATE
050200          TO WS-ITM-FIRST-SEEN (WS-ITEM-COUNT)
050300      MOVE REJ-RESULT-REASON
050400          TO WS-ITM-REASON (WS-ITEM-COUNT)
050500      MOVE REJ-FORMAT-TRIED
050600          TO WS-ITM-FORMAT-TRIED (WS-ITEM-COUNT)
050700      MOVE REJ-CERT-TYPE
050800          TO WS-ITM-CERT-TYPE (WS-ITEM-COUNT)
050900      MOVE REJ-CALENDAR-CODE
051000          TO WS-ITM-CALENDAR-CODE (WS-ITEM-COUNT)
051100      MOVE 'N' TO WS-ITM-KEYED-SWITCH (WS-ITEM-COUNT).
051200  1350-EXIT.
051300      EXIT.
051400*
051500  1360-TEST-ONE-MASTER-ITEM.
051600      IF WS-ITM-SOURCE-SYSTEM-ID (WS-MARK-INDEX)
051700                                  = REJ-SOURCE-SYSTEM-ID
051800         AND WS-ITM-ORIG-MYDATE (WS-MARK-INDEX) = REJ-MYDATE
051900         AND WS-ITM-SEQUENCE (WS-MARK-INDEX) = REJ-SEQUENCE
052000          MOVE WS-MARK-INDEX TO WS-FOUND-INDEX
052100      END-IF.
052200*
052300* ----------------------------------------------------------------
052400*  1400-MARK-KEYED-CORRECTIONS
052500*      Corrections already on today's DTVCORR - earlier
052600*      sessions' or keyed by hand - mark every item with their
052700*      source system and original date, since DTV110 matches
052800*      on that key and the first correction for it wins.  No
052900*      DTVCORR yet is simply the day's first session.
053000* ----------------------------------------------------------------
053100  1400-MARK-KEYED-CORRECTIONS.
053200      OPEN INPUT CORRECTION-FILE
053300      IF NOT WS-CORRECTION-OPEN-OK
053400          GO TO 1400-EXIT
053500      END-IF
053600      PERFORM 1450-MARK-ONE-CORRECTION THRU 1450-EXIT
053700          UNTIL WS-END-OF-CORRECTION-FILE
053800      CLOSE CORRECTION-FILE.
053900  1400-EXIT.
054000      EXIT.
054100*
054200  1450-MARK-ONE-CORRECTION.
054300      READ CORRECTION-FILE
054400          AT END
054500              MOVE 'Y' TO WS-COR-EOF-SWITCH
054600              GO TO 1450-EXIT
054700      END-READ
054800      ADD 1 TO WS-PRIOR-COR-COUNT
054900      PERFORM 4450-MARK-ONE-ITEM
055000          VARYING WS-MARK-INDEX FROM 1 BY 1
055100          UNTIL WS-MARK-INDEX > WS-ITEM-COUNT.
055200  1450-EXIT.
055300      EXIT.
055400*
055500* ----------------------------------------------------------------
055600*  2000-PROCESS-ONE-COMMAND
055700*      One inquiry: prompt for a command, list what it
055800*      selects, and let the keyer work a line off the list.
055900*      X or a blank line ends the session.
056000* ----------------------------------------------------------------
056100  2000-PROCESS-ONE-COMMAND.
056200      DISPLAY ' '
056300      DISPLAY 'COMMAND - S SOURCE-ID, D YYYYMMDD, R REASON,'
056400          ' A ALL, X END: '
056500      MOVE SPACE TO WS-COMMAND-LINE
056600      ACCEPT WS-COMMAND-LINE
056700      INSPECT WS-COMMAND-LINE
056800          CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
056900      IF WS-COMMAND-EXIT
057000          MOVE 'Y' TO WS-SESSION-END-SWITCH
057100          GO TO 2000-EXIT
057200      END-IF
057300      MOVE WS-COMMAND-CODE TO WS-SELECT-CODE
057400      MOVE SPACE TO WS-SELECT-VALUE
057500      MOVE 0 TO WS-SELECT-DATE
057600      IF WS-COMMAND-SOURCE
057700          MOVE WS-COMMAND-VALUE TO WS-SELECT-VALUE
057800          GO TO 2000-LIST
057900      END-IF
058000      IF WS-COMMAND-REASON
058100          MOVE WS-COMMAND-VALUE TO WS-SELECT-VALUE
058200          GO TO 2000-LIST
058300      END-IF
058400      IF WS-COMMAND-ALL
058500          GO TO 2000-LIST
058600      END-IF
058700      IF WS-COMMAND-DATE
058800         AND WS-COMMAND-VALUE (1 : 8) IS NUMERIC
058900          MOVE WS-COMMAND-VALUE (1 : 8) TO WS-SELECT-DATE
059000          GO TO 2000-LIST
059100      END-IF
059200      DISPLAY 'NOT A COMMAND: ' WS-COMMAND-LINE (1 : 30)
059300      GO TO 2000-EXIT.
059400  2000-LIST.
059500      PERFORM 3000-BUILD-LIST
059600      PERFORM 3500-SHOW-LIST
059700      IF WS-LIST-COUNT > 0
059800          PERFORM 4000-SELECT-AND-KEY THRU 4000-EXIT
059900      END-IF.
060000  2000-EXIT.
060100      EXIT.
060200*
060300* ----------------------------------------------------------------
060400*  3000-BUILD-LIST
060500*      Every item the command selects is counted; the first
060600*      WS-LIST-MAX of them go on the numbered list.
060700* ----------------------------------------------------------------
060800  3000-BUILD-LIST.
060900      MOVE 0 TO WS-LIST-COUNT
061000      MOVE 0 TO WS-MATCH-COUNT
061100      PERFORM 3100-TEST-ONE-ITEM THRU 3100-EXIT
061200          VARYING WS-ITEM-INDEX FROM 1 BY 1
061300          UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT.
061400*
061500  3100-TEST-ONE-ITEM.
061600      IF WS-SELECT-CODE = 'S'
061700         AND WS-ITM-SOURCE-SYSTEM-ID (WS-ITEM-INDEX)
061800                                  NOT = WS-SELECT-VALUE
061900          GO TO 3100-EXIT
062000      END-IF
062100      IF WS-SELECT-CODE = 'D'
062200         AND WS-ITM-ORIG-MYDATE (WS-ITEM-INDEX)
062300                                  NOT = WS-SELECT-DATE
062400          GO TO 3100-EXIT
062500      END-IF
062600      IF WS-SELECT-CODE = 'R'
062700         AND WS-ITM-REASON (WS-ITEM-INDEX)
062800                                  NOT = WS-SELECT-VALUE (1 : 4)
062900          GO TO 3100-EXIT
063000      END-IF
063100      ADD 1 TO WS-MATCH-COUNT
063200      IF WS-LIST-COUNT < WS-LIST-MAX
063300          ADD 1 TO WS-LIST-COUNT
063400          MOVE WS-ITEM-INDEX TO WS-LIST-ITEM-INDEX (WS-LIST-COUNT)
063500      END-IF.
063600  3100-EXIT.
063700      EXIT.
063800*
063900* ----------------------------------------------------------------
064000*  3500-SHOW-LIST
064100*      One numbered line per listed reject: source, original
064200*      date, reason, first-seen date (TONIGHT for one not yet
064300*      on the master), the mask first offered, certification
064400*      type and calendar, and KEYED when already answered.
064500* ----------------------------------------------------------------
064600  3500-SHOW-LIST.
064700      IF WS-MATCH-COUNT = 0
064800          DISPLAY 'NO OPEN REJECTS MATCH'
064900      ELSE
065000          DISPLAY 'LN SOURCE   ORIG DATE REAS FIRST SEEN '
065100              'MASK TRIED  C CL'
065200          PERFORM 3600-SHOW-ONE-LINE
065300              VARYING WS-LIST-INDEX FROM 1 BY 1
065400              UNTIL WS-LIST-INDEX > WS-LIST-COUNT
065500          IF WS-MATCH-COUNT > WS-LIST-COUNT
065600              MOVE WS-MATCH-COUNT TO WS-COUNT-EDIT
065700              DISPLAY WS-COUNT-EDIT
065800                  ' MATCH - FIRST 20 SHOWN, NARROW THE SEARCH'
065900          END-IF
066000      END-IF.
066100*
066200  3600-SHOW-ONE-LINE.
066300      MOVE WS-LIST-ITEM-INDEX (WS-LIST-INDEX) TO WS-ITEM-INDEX
066400      MOVE WS-LIST-INDEX TO WS-LINE-EDIT
066500      MOVE SPACE TO WS-DISPLAY-LINE
066600      MOVE WS-LINE-EDIT TO WS-DISPLAY-LINE (1 : 2)
066700      MOVE WS-ITM-SOURCE-SYSTEM-ID (WS-ITEM-INDEX)
066800          TO WS-DISPLAY-LINE (4 : 8)
066900      MOVE WS-ITM-ORIG-MYDATE (WS-ITEM-INDEX)
067000          TO WS-DISPLAY-LINE (13 : 8)
067100      MOVE WS-ITM-REASON (WS-ITEM-INDEX)
067200          TO WS-DISPLAY-LINE (23 : 4)
067300      IF WS-ITM-FROM-MASTER (WS-ITEM-INDEX)
067400          MOVE WS-ITM-FIRST-SEEN (WS-ITEM-INDEX)
067500              TO WS-DISPLAY-LINE (28 : 8)
067600      ELSE
067700          MOVE 'TONIGHT' TO WS-DISPLAY-LINE (28 : 7)
067800      END-IF
067900      MOVE WS-ITM-FORMAT-TRIED (WS-ITEM-INDEX)
068000          TO WS-DISPLAY-LINE (39 : 11)
068100      MOVE WS-ITM-CERT-TYPE (WS-ITEM-INDEX)
068200          TO WS-DISPLAY-LINE (51 : 1)
068300      MOVE WS-ITM-CALENDAR-CODE (WS-ITEM-INDEX)
068400          TO WS-DISPLAY-LINE (53 : 2)
068500      IF WS-ITM-KEYED (WS-ITEM-INDEX)
068600          MOVE 'KEYED' TO WS-DISPLAY-LINE (56 : 5)
068700      END-IF
068800      DISPLAY WS-DISPLAY-LINE.
068900*
069000* ----------------------------------------------------------------
069100*  4000-SELECT-AND-KEY
069200*      The keyer picks a line off the list and answers it with
069300*      a resubmit or a waiver; a blank line number or action
069400*      keys nothing.  A reject already answered cannot be
069500*      answered again.
069600* ----------------------------------------------------------------
069700  4000-SELECT-AND-KEY.
069800      DISPLAY 'LINE TO WORK (BLANK - NONE): '
069900      MOVE SPACE TO WS-LINE-ANSWER
070000      ACCEPT WS-LINE-ANSWER
070100      IF WS-LINE-ANSWER = SPACE
070200          GO TO 4000-EXIT
070300      END-IF
070400      PERFORM 4050-PARSE-LINE-NUMBER
070500      IF WS-LINE-NUMBER < 1
070600         OR WS-LINE-NUMBER > WS-LIST-COUNT
070700          DISPLAY 'NO LINE ' WS-LINE-ANSWER ' ON THE LIST'
070800          GO TO 4000-EXIT
070900      END-IF
071000      MOVE WS-LIST-ITEM-INDEX (WS-LINE-NUMBER) TO WS-ITEM-INDEX
071100      IF WS-ITM-KEYED (WS-ITEM-INDEX)
071200          DISPLAY 'ALREADY KEYED FOR '
071300              WS-ITM-SOURCE-SYSTEM-ID (WS-ITEM-INDEX) ' '
071400              WS-ITM-ORIG-MYDATE (WS-ITEM-INDEX)
071500              ' - DTV110 TAKES THE FIRST CORRECTION ONLY'
071600          GO TO 4000-EXIT
071700      END-IF
071800      DISPLAY 'ACTION - R RESUBMIT, W WAIVE (BLANK - NONE): '
071900      MOVE SPACE TO WS-ACTION-ANSWER
072000      ACCEPT WS-ACTION-ANSWER
072100      INSPECT WS-ACTION-ANSWER
072200          CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
072300      IF WS-ACTION-RESUBMIT
072400          PERFORM 4200-KEY-RESUBMIT THRU 4200-EXIT
072500          GO TO 4000-EXIT
072600      END-IF
072700      IF WS-ACTION-WAIVE
072800          PERFORM 4300-KEY-WAIVER THRU 4300-EXIT
072900          GO TO 4000-EXIT
073000      END-IF
073100      DISPLAY 'NOTHING KEYED'.
073200  4000-EXIT.
073300      EXIT.
073400*
073500* ----------------------------------------------------------------
073600*  4050-PARSE-LINE-NUMBER
073700*      The answer is one or two digits, left-justified as
073800*      typed; anything else comes back as line zero.
073900* ----------------------------------------------------------------
074000  4050-PARSE-LINE-NUMBER.
074100      MOVE 0 TO WS-LINE-NUMBER
074200      IF WS-LINE-ANSWER (1 : 1) IS NUMERIC
074300         AND WS-LINE-ANSWER (2 : 2) = SPACE
074400          MOVE WS-LINE-ANSWER (1 : 1) TO WS-LINE-NUMBER-1
074500          MOVE WS-LINE-NUMBER-1 TO WS-LINE-NUMBER
074600      END-IF
074700      IF WS-LINE-ANSWER (1 : 2) IS NUMERIC
074800         AND WS-LINE-ANSWER (3 : 1) = SPACE
074900          MOVE WS-LINE-ANSWER (1 : 2) TO WS-LINE-NUMBER-2
075000          MOVE WS-LINE-NUMBER-2 TO WS-LINE-NUMBER
075100      END-IF.
075200*
075300* ----------------------------------------------------------------
075400*  4200-KEY-RESUBMIT
075500*      Takes the corrected date, the date text as the feed
075600*      should have sent it (blank - the YYYYMMDD digits) and
075700*      the mask (blank - the PARM list alone), proves them
075800*      through the validator, and keys the correction only
075900*      when it passes and the keyer confirms.  A refused one
076000*      shows the validator's reason and keys nothing.
076100* ----------------------------------------------------------------
076200  4200-KEY-RESUBMIT.
076300      DISPLAY 'CORRECTED DATE (YYYYMMDD): '
076400      MOVE SPACE TO WS-NEW-DATE-ANSWER
076500      ACCEPT WS-NEW-DATE-ANSWER
076600      IF WS-NEW-DATE-ANSWER IS NOT NUMERIC
076700          DISPLAY 'NOT A YYYYMMDD DATE - NOTHING KEYED'
076800          GO TO 4200-EXIT
076900      END-IF
077000      DISPLAY 'DATE TEXT (BLANK - ' WS-NEW-DATE-ANSWER '): '
077100      MOVE SPACE TO WS-NEW-DATE-TEXT
077200      ACCEPT WS-NEW-DATE-TEXT
077300      IF WS-NEW-DATE-TEXT = SPACE
077400          MOVE WS-NEW-DATE-ANSWER TO WS-NEW-DATE-TEXT
077500      END-IF
077600      DISPLAY 'MASK (BLANK - THE STANDARD LIST): '
077700      MOVE SPACE TO WS-NEW-FORMAT-MASK
077800      ACCEPT WS-NEW-FORMAT-MASK
077900      INSPECT WS-NEW-FORMAT-MASK
078000          CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
078100      PERFORM 4250-VALIDATE-ENTRY
078200      IF NOT FLAG
078300          ADD 1 TO WS-REFUSED-COUNT
078400          DISPLAY 'VALIDATOR REFUSED THE CORRECTION - REASON '
078500              RESULT-REASON ' - NOTHING KEYED'
078510          IF DIAG-CLOSEST-MASK NOT = SPACE
078520              DISPLAY 'CLOSEST MASK ' DIAG-CLOSEST-MASK
078530                  ' BREAKS AT POSITION ' DIAG-FAIL-POSITION
078540                  ', EXPECTED CLASS ''' DIAG-EXPECTED-CLASS ''''
078550          END-IF
078600          GO TO 4200-EXIT
078700      END-IF
078800      DISPLAY 'VALIDATOR ACCEPTS ' NORMALIZED-DATE
078900          ' AS ' REALFORMAT
079000      DISPLAY 'KEY THIS RESUBMIT (Y/N): '
079100      MOVE SPACE TO WS-CONFIRM-ANSWER
079200      ACCEPT WS-CONFIRM-ANSWER
079300      INSPECT WS-CONFIRM-ANSWER
079400          CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
079500      IF NOT WS-CONFIRMED
079600          DISPLAY 'NOTHING KEYED'
079700          GO TO 4200-EXIT
079800      END-IF
079900      PERFORM 4400-WRITE-CORRECTION
080000      ADD 1 TO WS-RESUBMIT-KEYED-COUNT.
080100  4200-EXIT.
080200      EXIT.
080300*
080400* ----------------------------------------------------------------
080500*  4250-VALIDATE-ENTRY
080600*      Proves the keyed correction exactly as DTV110's
080700*      2250-VALIDATE-CORRECTION will: the original request's
080800*      certification type and calendar, the keyed mask first
080900*      and then the PARM list, under WS-REPAIR-SYSTEM-ID.
081000* ----------------------------------------------------------------
081100  4250-VALIDATE-ENTRY.
081200      MOVE WS-NEW-YYYY TO YYYY OF SOMEDATE
081300      MOVE WS-NEW-MM   TO MM OF SOMEDATE
081400      MOVE WS-NEW-DD   TO DD OF SOMEDATE
081500      MOVE WS-NEW-DATE-TEXT TO DATE-TEXT OF SOMEDATE
081600      MOVE WS-ITM-CERT-TYPE (WS-ITEM-INDEX) TO CERT-TYPE
081700      MOVE WS-ITM-CALENDAR-CODE (WS-ITEM-INDEX)
081800          TO CERT-CALENDAR-CODE
081900      MOVE 0 TO FORMAT-MASK-COUNT
082000      IF WS-NEW-FORMAT-MASK NOT = SPACE
082100          ADD 1 TO FORMAT-MASK-COUNT
082200          MOVE WS-NEW-FORMAT-MASK
082300              TO FORMAT-MASK-ENTRY (FORMAT-MASK-COUNT)
082400      END-IF
082500      PERFORM 4270-ADD-ONE-PARM-MASK
082600          VARYING WS-MASK-INDEX FROM 1 BY 1
082700          UNTIL WS-MASK-INDEX > WS-PARM-MASK-COUNT
082800             OR FORMAT-MASK-COUNT = 10
082900      MOVE LOW-VALUE TO FLAG-VALUE
083000      MOVE SPACE TO RESULT-REASON
083100      CALL 'ValidateDateFormat-01'
083200          USING  SOMEDATE SOMEFORMAT-MASKS FLAG-VALUE
083300                 REALFORMAT NORMALIZED-DATE WS-REPAIR-SYSTEM-ID
083400                 CERTIFY-REQUEST RESULT-REASON WINDOW-LIMITS
083410                 WS-RUN-ID FORMAT-DIAGNOSIS ROLL-REQUEST
083600      END-CALL.
083700*
083800  4270-ADD-ONE-PARM-MASK.
083900      IF WS-PARM-MASK-ENTRY (WS-MASK-INDEX)
084000                                  NOT = WS-NEW-FORMAT-MASK
084100          ADD 1 TO FORMAT-MASK-COUNT
084200          MOVE WS-PARM-MASK-ENTRY (WS-MASK-INDEX)
084300              TO FORMAT-MASK-ENTRY (FORMAT-MASK-COUNT)
084400      END-IF.
084500*
084600* ----------------------------------------------------------------
084700*  4300-KEY-WAIVER
084800*      A waiver needs no new date - only the keyer's word.
084900* ----------------------------------------------------------------
085000  4300-KEY-WAIVER.
085100      DISPLAY 'WAIVE THIS REJECT (Y/N): '
085200      MOVE SPACE TO WS-CONFIRM-ANSWER
085300      ACCEPT WS-CONFIRM-ANSWER
085400      INSPECT WS-CONFIRM-ANSWER
085500          CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
085600      IF NOT WS-CONFIRMED
085700          DISPLAY 'NOTHING KEYED'
085800          GO TO 4300-EXIT
085900      END-IF
086000      MOVE '00000000'  TO WS-NEW-DATE-ANSWER
086100      MOVE SPACE       TO WS-NEW-DATE-TEXT
086200      MOVE SPACE       TO WS-NEW-FORMAT-MASK
086300      PERFORM 4400-WRITE-CORRECTION
086400      ADD 1 TO WS-WAIVER-KEYED-COUNT.
086500  4300-EXIT.
086600      EXIT.
086700*
086800* ----------------------------------------------------------------
086900*  4400-WRITE-CORRECTION
087000*      One DTVCORR record in the layout DTV110 reads, stamped
087100*      with the keyer and the moment it was keyed; every item
087200*      on the same source system and date is then marked
087300*      keyed, since this correction answers them all.
087400* ----------------------------------------------------------------
087500  4400-WRITE-CORRECTION.
087600      ACCEPT WS-KEYED-DATE FROM DATE YYYYMMDD
087700      ACCEPT WS-KEYED-TIME FROM TIME
087800      MOVE SPACE TO DTV-CORRECTION-RECORD
087900      MOVE WS-ITM-SOURCE-SYSTEM-ID (WS-ITEM-INDEX)
088000          TO COR-SOURCE-SYSTEM-ID
088100      MOVE WS-ITM-ORIG-MYDATE (WS-ITEM-INDEX) TO COR-ORIG-MYDATE
088200      MOVE WS-ACTION-ANSWER   TO COR-ACTION
088300      MOVE WS-NEW-DATE-ANSWER TO COR-NEW-MYDATE
088400      MOVE WS-NEW-FORMAT-MASK TO COR-NEW-FORMAT-MASK
088500      MOVE WS-NEW-DATE-TEXT   TO COR-NEW-DATE-TEXT
088600      MOVE WS-KEYER-ID        TO COR-KEYED-BY
088700      MOVE WS-KEYED-DATE      TO COR-KEYED-DATE
088800      MOVE WS-KEYED-TIME      TO COR-KEYED-TIME
088900      WRITE DTV-CORRECTION-RECORD
089000      PERFORM 4450-MARK-ONE-ITEM
089100          VARYING WS-MARK-INDEX FROM 1 BY 1
089200          UNTIL WS-MARK-INDEX > WS-ITEM-COUNT
089300      DISPLAY 'KEYED ' COR-ACTION ' FOR ' COR-SOURCE-SYSTEM-ID
089400          ' ' COR-ORIG-MYDATE ' BY ' WS-KEYER-ID.
089500*
089600  4450-MARK-ONE-ITEM.
089700      IF WS-ITM-SOURCE-SYSTEM-ID (WS-MARK-INDEX)
089800                                  = COR-SOURCE-SYSTEM-ID
089900         AND WS-ITM-ORIG-MYDATE (WS-MARK-INDEX)
090000                                  = COR-ORIG-MYDATE
090100          MOVE 'Y' TO WS-ITM-KEYED-SWITCH (WS-MARK-INDEX)
090200      END-IF.
090300*
090400  9000-TERMINATE.
090500      IF WS-CORRECTION-FILE-OPEN
090600          CLOSE CORRECTION-FILE
090700      END-IF
090800      MOVE WS-RESUBMIT-KEYED-COUNT TO WS-COUNT-EDIT
090900      DISPLAY 'DTV115: RESUBMITS KEYED  ' WS-COUNT-EDIT
091000      MOVE WS-WAIVER-KEYED-COUNT TO WS-COUNT-EDIT
091100      DISPLAY 'DTV115: WAIVERS KEYED    ' WS-COUNT-EDIT
091200      MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT
091300      DISPLAY 'DTV115: REFUSED BY VALIDATOR ' WS-COUNT-EDIT
091400      IF WS-DROPPED-ITEM-COUNT > 0
091500          DISPLAY 'DTV115: ' WS-DROPPED-ITEM-COUNT ' OPEN'
091600              ' REJECTS PAST THE TABLE LIMIT, NOT SHOWN'
091700          MOVE 8 TO RETURN-CODE
091800      END-IF
091900      IF WS-SETUP-ERROR
092000          MOVE 12 TO RETURN-CODE
092100      END-IF.
092200*
092300  END PROGRAM DTV115.
