000100* ****************************************************************
000200*  IDENTIFICATION DIVISION.
000300  IDENTIFICATION DIVISION.
000400  PROGRAM-ID. DTV180.
000500  AUTHOR. R DUVALL.
000600  INSTALLATION. DATA ADMINISTRATION.
000700  DATE-WRITTEN. 10/15/2026.
000800  DATE-COMPILED.
000900* ----------------------------------------------------------------
001000*  MODIFICATION HISTORY
001100*  10/15/2026  RD   Original format-definition replay, the
001200*                   first half of the DTVIMPCT impact job.  A
001300*                   new or changed DTVFMTD record reaches the
001400*                   night it is promoted with nothing to show
001500*                   what it will do.  This program replays a
001600*                   chosen night's DTVTRAN - every single-date
001700*                   and 'PRD' period request - through
001800*                   ValidateDateFormat-01 exactly as DTV100
001900*                   calls it, with the same PARM, and writes
002000*                   each date's outcome to DTVRPLY (see
002100*                   DTVRPL).  The job runs it once against the
002200*                   live definitions and once against the
002300*                   proposed ones, each with DTVAUD on a
002400*                   temporary dataset so the live audit trail
002500*                   never sees a replay, and DTV185 reports
002600*                   the difference.
002610*  10/15/2026  RD   Each feed's FDM-ROLL-CONVENTION goes to the
002620*                   validator on its new ROLL-REQUEST parameter
002630*                   as DTV100 passes it, so a replayed date
002640*                   rolls as it did on the night; a rolled
002650*                   date replays with reason 'ROLL' and its
002660*                   adjusted date.
002700* ----------------------------------------------------------------
002800*
002900*  PURPOSE.
003000*      Show what one set of format definitions would have made
003100*      of a night already validated.
003200*
003300*      Batch headers and trailers are passed over, and the
003400*      batch, feed and duplicate front doors are not applied:
003500*      none of them depends on DTVFMTD, so every request is
003600*      replayed and the comparison sees all of them.  A
003700*      business-day request with no calendar code of its own
003800*      still takes its feed's default calendar off DTVFEED,
003900*      and a period whose start falls after its end still
004000*      fails 'PERD', so the outcomes read as DTV100's would.
004100*
004200  ENVIRONMENT DIVISION.
004300  INPUT-OUTPUT SECTION.
004400  FILE-CONTROL.
004500      SELECT TRANS-FILE ASSIGN TO "DTVTRAN"
004600          ORGANIZATION IS LINE SEQUENTIAL
004700          FILE STATUS IS WS-TRANS-FILE-STATUS.
004800      SELECT FEED-MASTER-FILE ASSIGN TO "DTVFEED"
004900          ORGANIZATION IS LINE SEQUENTIAL
005000          FILE STATUS IS WS-FEED-FILE-STATUS.
005100      SELECT REPLAY-FILE ASSIGN TO "DTVRPLY"
005200          ORGANIZATION IS LINE SEQUENTIAL.
005300*
005400  DATA DIVISION.
005500  FILE SECTION.
005600  FD  TRANS-FILE
005700      LABEL RECORDS ARE STANDARD.
005800  COPY DTVREQ.
005900  COPY DTVBCH.
006000  COPY DTVPRQ.
006100*
006200  FD  FEED-MASTER-FILE
006300      LABEL RECORDS ARE STANDARD.
006400  COPY DTVFDM.
006500*
006600  FD  REPLAY-FILE
006700      LABEL RECORDS ARE STANDARD.
006800  COPY DTVRPL.
006900*
007000  WORKING-STORAGE SECTION.
007100*
007200  77  WS-RECORDS-PROCESSED           PIC 9(08)  VALUE 0 COMP.
007300  77  WS-DATES-REPLAYED              PIC 9(08)  VALUE 0 COMP.
007400  77  WS-DATES-PASSED                PIC 9(08)  VALUE 0 COMP.
007500  77  WS-MASK-INDEX                  PIC 9(02)  VALUE 0 COMP.
007600  77  WS-PARM-MASK-COUNT             PIC 9(02)  VALUE 0 COMP.
007700  77  WS-PARM-TOKEN-COUNT            PIC 9(02)  VALUE 0 COMP.
007800  77  WS-TOKEN-INDEX                 PIC 9(02)  VALUE 0 COMP.
007900  77  WS-FDM-COUNT                   PIC 9(03)  VALUE 0 COMP.
008000  77  WS-FDM-MAX                     PIC 9(03)  VALUE 100 COMP.
008100  77  WS-FDM-INDEX                   PIC 9(03)  VALUE 0 COMP.
008200  77  WS-FDM-FOUND-INDEX             PIC 9(03)  VALUE 0 COMP.
008300*
008400  01  WS-TRANS-FILE-STATUS           PIC XX.
008500      88  WS-TRANS-FILE-OPEN-OK                 VALUE '00'.
008600  01  WS-FEED-FILE-STATUS            PIC XX.
008700      88  WS-FEED-FILE-OPEN-OK                  VALUE '00'.
008800  01  WS-EOF-SWITCH                  PIC X      VALUE 'N'.
008900      88  WS-END-OF-TRANS-FILE                  VALUE 'Y'.
009000  01  WS-FDM-EOF-SWITCH              PIC X      VALUE 'N'.
009100      88  WS-END-OF-FEED-MASTER                 VALUE 'Y'.
009200* 01  WS-PARM-ERROR-SWITCH - as in DTV100, the return code is
009300*     set in 9000-TERMINATE, since every ValidateDateFormat-01
009400*     return resets this program's RETURN-CODE.
009500  01  WS-PARM-ERROR-SWITCH           PIC X      VALUE 'N'.
009600      88  WS-PARM-ERROR                         VALUE 'Y'.
009700  01  WS-SETUP-ERROR-SWITCH          PIC X      VALUE 'N'.
009800      88  WS-SETUP-ERROR                        VALUE 'Y'.
009900  01  WS-FEED-ERROR-SWITCH           PIC X      VALUE 'N'.
010000      88  WS-FEED-MASTER-ERROR                  VALUE 'Y'.
010100  01  WS-DEFS-ERROR-SWITCH           PIC X      VALUE 'N'.
010200      88  WS-DEFINITIONS-ERROR                  VALUE 'Y'.
010300  01  WS-RUN-DATE                    PIC 9(08).
010400  01  WS-RUN-ID                      PIC X(16).
010500*
010600  01  WS-FEED-MASTER-TABLE.
010700      02  WS-FDM-ENTRY               OCCURS 100 TIMES.
010800          05  WS-FDM-SOURCE-SYSTEM-ID
010900                                     PIC X(08).
011000          05  WS-FDM-CALENDAR-CODE   PIC X(02).
011010          05  WS-FDM-ROLL-CONVENTION PIC X(01).
011100*
011200  01  WS-PARM-MASK-TABLE.
011300      02  WS-PARM-MASK-ENTRY         PIC X(11)  OCCURS 10 TIMES.
011400  01  WS-PARM-TOKEN-TABLE.
011500      02  WS-PARM-TOKEN-ENTRY        PIC X(16)  OCCURS 10 TIMES.
011600  01  WS-WINDOW-TOKEN.
011700      05  FILLER                     PIC X(07).
011800      05  WS-WINDOW-TOKEN-BEFORE     PIC X(03).
011900      05  FILLER                     PIC X(01).
012000      05  WS-WINDOW-TOKEN-AFTER      PIC X(03).
012100      05  FILLER                     PIC X(02).
012200*
012300  01  SOMEFORMAT-MASKS.
012400      COPY DTVFMT.
012500*
012600  01  SOMEDATE.
012700      02  YYYY                      PIC 9(04).
012800      02  MM                        PIC 9(02).
012900      02  DD                        PIC 9(02).
013000      02  DATE-TEXT                 PIC X(11).
013100  01  FLAG-VALUE                    PIC X      VALUE LOW-VALUE.
013200      88  FLAG                                 VALUE 'T'.
013300      88  FLAG-FALSE                           VALUE 'F'.
013400  01  REALFORMAT                    PIC X(11).
013500  01  NORMALIZED-DATE               PIC X(10).
013600  01  CERTIFY-REQUEST.
013700      02  CERT-TYPE                 PIC X(01).
013800      02  CERT-CALENDAR-CODE        PIC X(02).
013900  01  RESULT-REASON                 PIC X(04).
014000  01  WINDOW-LIMITS.
014100      02  WINDOW-YEARS-BEFORE       PIC 9(03).
014200      02  WINDOW-YEARS-AFTER        PIC 9(03).
014300  01  FORMAT-DIAGNOSIS.
014400      02  DIAG-CLOSEST-MASK         PIC X(11).
014500      02  DIAG-FAIL-POSITION        PIC 9(02).
014600      02  DIAG-EXPECTED-CLASS       PIC X(01).
014610  01  ROLL-REQUEST.
014620      02  ROLL-CONVENTION           PIC X(01).
014630      02  ROLL-ORIGINAL-DATE        PIC X(10).
014640      02  ROLL-DAYS-MOVED           PIC S9(03).
014700*
014800  01  WS-PREFERRED-MASK             PIC X(11).
014900  01  WS-CHECK-SOURCE-ID            PIC X(08).
015000*
015100* 01  The start of a period is parked here while its end
015200*     validates, so the ordering check can fail the pair as a
015300*     unit before either outcome is written.
015400  01  WS-P-START-RESULT.
015500      05  WS-P-START-FLAG           PIC X.
015600          88  WS-P-START-OK         VALUE 'T'.
015700      05  WS-P-START-FORMAT         PIC X(11).
015800      05  WS-P-START-NORM           PIC X(10).
015900      05  WS-P-START-REASON         PIC X(04).
016000      05  WS-P-START-OFFERED        PIC X(11).
016100*
016200  LINKAGE SECTION.
016300  01  PARM-DATA-AREA.
016400      05  PARM-LENGTH               PIC S9(04)  COMP.
016500      05  PARM-TEXT                 PIC X(79).
016600*
016700  PROCEDURE DIVISION USING PARM-DATA-AREA.
016800*
016900  0000-MAINLINE.
017000      PERFORM 1000-INITIALIZE THRU 1000-EXIT
017100      IF NOT WS-SETUP-ERROR
017200          PERFORM 2100-REPLAY-ONE-TRANSACTION THRU 2100-EXIT
017300              UNTIL WS-END-OF-TRANS-FILE
017400          CLOSE TRANS-FILE
017500      END-IF
017600      PERFORM 9000-TERMINATE
017700      STOP RUN.
017800*
017900* ----------------------------------------------------------------
018000*  1000-INITIALIZE
018100*      The PARM is the night's own DTV100 PARM - mask list and
018200*      WINDOW= token - so the replay offers the same masks in
018300*      the same order.  The replay's run id stamps the audit
018400*      records it leaves on the temporary DTVAUD; it is never
018500*      a night's id.  A DTVTRAN that does not open is a setup
018600*      error, RC=12, with an empty DTVRPLY.
018700* ----------------------------------------------------------------
018800  1000-INITIALIZE.
018900      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
019000      MOVE SPACE TO WS-RUN-ID
019100      STRING 'REPLAY'    DELIMITED BY SIZE
019200             WS-RUN-DATE DELIMITED BY SIZE
019300          INTO WS-RUN-ID
019400      END-STRING
019500      PERFORM 1100-PARSE-FORMAT-PARM
019600      PERFORM 1500-LOAD-FEED-MASTER THRU 1500-EXIT
019700      OPEN OUTPUT REPLAY-FILE
019800      OPEN INPUT TRANS-FILE
019900      IF NOT WS-TRANS-FILE-OPEN-OK
020000          DISPLAY 'DTV180: DTVTRAN DID NOT OPEN, STATUS '
020100              WS-TRANS-FILE-STATUS
020200          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
020300      END-IF.
020400  1000-EXIT.
020500      EXIT.
020600*
020700* ----------------------------------------------------------------
020800*  1100-PARSE-FORMAT-PARM
020900*      DTV100's PARM rules: a comma-separated mask list, the
021000*      three standard masks when there is none, and an
021100*      optional WINDOW=bbb/aaa token.
021200* ----------------------------------------------------------------
021300  1100-PARSE-FORMAT-PARM.
021400      MOVE 0 TO WS-PARM-TOKEN-COUNT
021500      MOVE 0 TO WS-PARM-MASK-COUNT
021600      MOVE 100 TO WINDOW-YEARS-BEFORE
021700      MOVE 020 TO WINDOW-YEARS-AFTER
021800      IF PARM-LENGTH > 0
021900          UNSTRING PARM-TEXT (1 : PARM-LENGTH) DELIMITED BY ','
022000              INTO WS-PARM-TOKEN-ENTRY (1) WS-PARM-TOKEN-ENTRY (2)
022100                   WS-PARM-TOKEN-ENTRY (3) WS-PARM-TOKEN-ENTRY (4)
022200                   WS-PARM-TOKEN-ENTRY (5) WS-PARM-TOKEN-ENTRY (6)
022300                   WS-PARM-TOKEN-ENTRY (7) WS-PARM-TOKEN-ENTRY (8)
022400                   WS-PARM-TOKEN-ENTRY (9)
022500                   WS-PARM-TOKEN-ENTRY (10)
022600              TALLYING IN WS-PARM-TOKEN-COUNT
022700          END-UNSTRING
022800          PERFORM 1150-SORT-ONE-PARM-TOKEN THRU 1150-EXIT
022900              VARYING WS-TOKEN-INDEX FROM 1 BY 1
023000              UNTIL WS-TOKEN-INDEX > WS-PARM-TOKEN-COUNT
023100      END-IF
023200      IF WS-PARM-MASK-COUNT = 0
023300          MOVE 3 TO WS-PARM-MASK-COUNT
023400          MOVE 'YYYYMMDD   ' TO WS-PARM-MASK-ENTRY (1)
023500          MOVE 'MM/DD/YYYY ' TO WS-PARM-MASK-ENTRY (2)
023600          MOVE 'DD-MON-YYYY' TO WS-PARM-MASK-ENTRY (3)
023700      END-IF.
023800*
023900  1150-SORT-ONE-PARM-TOKEN.
024000      IF WS-PARM-TOKEN-ENTRY (WS-TOKEN-INDEX) (1 : 7)
024100                                             NOT = 'WINDOW='
024200          ADD 1 TO WS-PARM-MASK-COUNT
024300          MOVE WS-PARM-TOKEN-ENTRY (WS-TOKEN-INDEX)
024400              TO WS-PARM-MASK-ENTRY (WS-PARM-MASK-COUNT)
024500          GO TO 1150-EXIT
024600      END-IF
024700      MOVE WS-PARM-TOKEN-ENTRY (WS-TOKEN-INDEX)
024800          TO WS-WINDOW-TOKEN
024900      IF WS-WINDOW-TOKEN-BEFORE IS NUMERIC
025000         AND WS-WINDOW-TOKEN (11 : 1) = '/'
025100         AND WS-WINDOW-TOKEN-AFTER IS NUMERIC
025200          MOVE WS-WINDOW-TOKEN-BEFORE TO WINDOW-YEARS-BEFORE
025300          MOVE WS-WINDOW-TOKEN-AFTER  TO WINDOW-YEARS-AFTER
025400      ELSE
025500          DISPLAY 'DTV180: MALFORMED WINDOW= TOKEN ON PARM: '
025600              WS-WINDOW-TOKEN
025700          MOVE 'Y' TO WS-PARM-ERROR-SWITCH
025800      END-IF.
025900  1150-EXIT.
026000      EXIT.
026100*
026200* ----------------------------------------------------------------
026300*  1500-LOAD-FEED-MASTER
026400*      Only the active feeds' default calendars are wanted.
026500*      A master that does not open is reported and the
026600*      replay goes on without default calendars - both
026700*      replays then lack them alike, so the comparison still
026800*      holds - but the step ends RC=8.
026900* ----------------------------------------------------------------
027000  1500-LOAD-FEED-MASTER.
027100      OPEN INPUT FEED-MASTER-FILE
027200      IF NOT WS-FEED-FILE-OPEN-OK
027300          DISPLAY 'DTV180: FEED MASTER DTVFEED DID NOT OPEN,'
027400              ' STATUS ' WS-FEED-FILE-STATUS
027500              ', NO DEFAULT CALENDARS'
027600          MOVE 'Y' TO WS-FEED-ERROR-SWITCH
027700          GO TO 1500-EXIT
027800      END-IF
027900      PERFORM 1550-LOAD-ONE-FEED THRU 1550-EXIT
028000          UNTIL WS-END-OF-FEED-MASTER
028100             OR WS-FDM-COUNT = WS-FDM-MAX
028200      IF NOT WS-END-OF-FEED-MASTER
028300          DISPLAY 'DTV180: MORE THAN ' WS-FDM-MAX ' FEED'
028400              ' RECORDS ON DTVFEED, REMAINDER IGNORED'
028500          MOVE 'Y' TO WS-FEED-ERROR-SWITCH
028600      END-IF
028700      CLOSE FEED-MASTER-FILE.
028800  1500-EXIT.
028900      EXIT.
029000*
029100  1550-LOAD-ONE-FEED.
029200      READ FEED-MASTER-FILE
029300          AT END
029400              MOVE 'Y' TO WS-FDM-EOF-SWITCH
029500              GO TO 1550-EXIT
029600      END-READ
029700      IF FDM-SOURCE-SYSTEM-ID = '*DEFAULT'
029800         OR NOT FDM-ACTIVE
029900          GO TO 1550-EXIT
030000      END-IF
030100      ADD 1 TO WS-FDM-COUNT
030200      MOVE FDM-SOURCE-SYSTEM-ID
030300          TO WS-FDM-SOURCE-SYSTEM-ID (WS-FDM-COUNT)
030400      MOVE FDM-CALENDAR-CODE
030410          TO WS-FDM-CALENDAR-CODE (WS-FDM-COUNT)
030420      MOVE FDM-ROLL-CONVENTION
030430          TO WS-FDM-ROLL-CONVENTION (WS-FDM-COUNT).
030600  1550-EXIT.
030700      EXIT.
030800*
030900* ----------------------------------------------------------------
031000*  2100-REPLAY-ONE-TRANSACTION
031100*      Sequence numbers run as DTV100's do: batch records
031200*      count for nothing, a single date for one, a period for
031300*      two.
031400* ----------------------------------------------------------------
031500  2100-REPLAY-ONE-TRANSACTION.
031600      READ TRANS-FILE
031700          AT END
031800              MOVE 'Y' TO WS-EOF-SWITCH
031900              GO TO 2100-EXIT
032000      END-READ
032100      IF BCH-IS-HEADER OR BCH-IS-TRAILER
032200          GO TO 2100-EXIT
032300      END-IF
032400      IF PRQ-IS-PERIOD
032500          PERFORM 2700-REPLAY-PERIOD-REQUEST
032600          GO TO 2100-EXIT
032700      END-IF
032800      ADD 1 TO WS-RECORDS-PROCESSED
032900      MOVE DVR-SOURCE-SYSTEM-ID TO WS-CHECK-SOURCE-ID
033000      PERFORM 2117-FIND-FEED-MASTER-ENTRY
033100      MOVE DVR-YYYY      TO YYYY OF SOMEDATE
033200      MOVE DVR-MM        TO MM OF SOMEDATE
033300      MOVE DVR-DD        TO DD OF SOMEDATE
033400      MOVE DVR-DATE-TEXT TO DATE-TEXT OF SOMEDATE
033500      MOVE DVR-FORMAT-MASK TO WS-PREFERRED-MASK
033600      MOVE DVR-CERT-TYPE TO CERT-TYPE
033700      IF DVR-CALENDAR-CODE = SPACE AND WS-FDM-FOUND-INDEX > 0
033800          MOVE WS-FDM-CALENDAR-CODE (WS-FDM-FOUND-INDEX)
033900              TO CERT-CALENDAR-CODE
034000      ELSE
034100          MOVE DVR-CALENDAR-CODE TO CERT-CALENDAR-CODE
034200      END-IF
034300      PERFORM 2200-CALL-VALIDATOR
034400      MOVE SPACE                 TO DTV-REPLAY-RECORD
034500      MOVE WS-RECORDS-PROCESSED  TO RPL-SEQUENCE
034600      MOVE 'S'                   TO RPL-RECORD-TYPE
034700      MOVE FORMAT-MASK-ENTRY (1) TO RPL-MASK-OFFERED
034800      MOVE FLAG-VALUE            TO RPL-FLAG
034900      MOVE REALFORMAT            TO RPL-ACTUAL-FORMAT
035000      MOVE RESULT-REASON         TO RPL-RESULT-REASON
035100      MOVE NORMALIZED-DATE       TO RPL-NORMALIZED-DATE
035200      PERFORM 2300-WRITE-REPLAY-RECORD.
035300  2100-EXIT.
035400      EXIT.
035500*
035600  2117-FIND-FEED-MASTER-ENTRY.
035700      MOVE 0 TO WS-FDM-FOUND-INDEX
035800      PERFORM 2119-TEST-ONE-FEED-ENTRY
035900          VARYING WS-FDM-INDEX FROM 1 BY 1
036000          UNTIL WS-FDM-INDEX > WS-FDM-COUNT
036100             OR WS-FDM-FOUND-INDEX > 0.
036200*
036300  2119-TEST-ONE-FEED-ENTRY.
036400      IF WS-FDM-SOURCE-SYSTEM-ID (WS-FDM-INDEX)
036500                                  = WS-CHECK-SOURCE-ID
036600          MOVE WS-FDM-INDEX TO WS-FDM-FOUND-INDEX
036700      END-IF.
036800*
036900* ----------------------------------------------------------------
037000*  2150-BUILD-CALL-MASK-LIST
037100*      As DTV100 builds it: the record's own mask first when
037200*      it sent one, then the PARM list without repeating it.
037300* ----------------------------------------------------------------
037400  2150-BUILD-CALL-MASK-LIST.
037500      MOVE 0 TO FORMAT-MASK-COUNT
037600      IF WS-PREFERRED-MASK NOT = SPACE
037700          ADD 1 TO FORMAT-MASK-COUNT
037800          MOVE WS-PREFERRED-MASK
037900              TO FORMAT-MASK-ENTRY (FORMAT-MASK-COUNT)
038000      END-IF
038100      PERFORM 2160-ADD-ONE-PARM-MASK
038200          VARYING WS-MASK-INDEX FROM 1 BY 1
038300          UNTIL WS-MASK-INDEX > WS-PARM-MASK-COUNT
038400             OR FORMAT-MASK-COUNT = 10.
038500*
038600  2160-ADD-ONE-PARM-MASK.
038700      IF WS-PARM-MASK-ENTRY (WS-MASK-INDEX)
038800                             NOT = WS-PREFERRED-MASK
038900          ADD 1 TO FORMAT-MASK-COUNT
039000          MOVE WS-PARM-MASK-ENTRY (WS-MASK-INDEX)
039100              TO FORMAT-MASK-ENTRY (FORMAT-MASK-COUNT)
039200      END-IF.
039300*
039400* ----------------------------------------------------------------
039500*  2200-CALL-VALIDATOR
039600*      The validator reports a definition it cannot use - a
039700*      mask with no DTVFMTD record, a two-digit mask with no
039800*      pivot, an overfull table - to SYSOUT with RC=12.  That
039900*      is noted here and surfaces as this step's RC=8: the
040000*      definitions are at fault, not the replay, and the
040100*      dates it fails still belong on the impact report.
040200* ----------------------------------------------------------------
040300  2200-CALL-VALIDATOR.
040400      PERFORM 2150-BUILD-CALL-MASK-LIST
040410      IF WS-FDM-FOUND-INDEX > 0
040420          MOVE WS-FDM-ROLL-CONVENTION (WS-FDM-FOUND-INDEX)
040430              TO ROLL-CONVENTION
040440      ELSE
040450          MOVE SPACE TO ROLL-CONVENTION
040460      END-IF
040500      CALL 'ValidateDateFormat-01'
040600          USING  SOMEDATE SOMEFORMAT-MASKS FLAG-VALUE
040700                 REALFORMAT NORMALIZED-DATE WS-CHECK-SOURCE-ID
040800                 CERTIFY-REQUEST RESULT-REASON WINDOW-LIMITS
040810                 WS-RUN-ID FORMAT-DIAGNOSIS ROLL-REQUEST
041000      END-CALL
041100      IF RETURN-CODE NOT < 12
041200          MOVE 'Y' TO WS-DEFS-ERROR-SWITCH
041300      END-IF.
041400*
041500  2300-WRITE-REPLAY-RECORD.
041600      MOVE WS-CHECK-SOURCE-ID    TO RPL-SOURCE-SYSTEM-ID
041700      MOVE DATE-TEXT OF SOMEDATE TO RPL-DATE-TEXT
041800      ADD 1 TO WS-DATES-REPLAYED
041900      IF RPL-PASSED
042000          ADD 1 TO WS-DATES-PASSED
042100      END-IF
042200      WRITE DTV-REPLAY-RECORD.
042300*
042400* ----------------------------------------------------------------
042500*  2700-REPLAY-PERIOD-REQUEST
042600*      Both dates of the pair validate, then a start after
042700*      its end fails both 'PERD' as DTV100 fails them.
042800* ----------------------------------------------------------------
042900  2700-REPLAY-PERIOD-REQUEST.
043000      ADD 2 TO WS-RECORDS-PROCESSED
043100      MOVE PRQ-SOURCE-SYSTEM-ID TO WS-CHECK-SOURCE-ID
043200      PERFORM 2117-FIND-FEED-MASTER-ENTRY
043300      MOVE PRQ-CERT-TYPE TO CERT-TYPE
043400      IF PRQ-CALENDAR-CODE = SPACE AND WS-FDM-FOUND-INDEX > 0
043500          MOVE WS-FDM-CALENDAR-CODE (WS-FDM-FOUND-INDEX)
043600              TO CERT-CALENDAR-CODE
043700      ELSE
043800          MOVE PRQ-CALENDAR-CODE TO CERT-CALENDAR-CODE
043900      END-IF
044000      MOVE PRQ-FORMAT-MASK TO WS-PREFERRED-MASK
044100      MOVE PRQ-START-YYYY TO YYYY OF SOMEDATE
044200      MOVE PRQ-START-MM   TO MM OF SOMEDATE
044300      MOVE PRQ-START-DD   TO DD OF SOMEDATE
044400      MOVE PRQ-START-TEXT TO DATE-TEXT OF SOMEDATE
044500      PERFORM 2200-CALL-VALIDATOR
044600      MOVE FLAG-VALUE            TO WS-P-START-FLAG
044700      MOVE REALFORMAT            TO WS-P-START-FORMAT
044800      MOVE NORMALIZED-DATE       TO WS-P-START-NORM
044900      MOVE RESULT-REASON         TO WS-P-START-REASON
045000      MOVE FORMAT-MASK-ENTRY (1) TO WS-P-START-OFFERED
045100      MOVE PRQ-END-YYYY TO YYYY OF SOMEDATE
045200      MOVE PRQ-END-MM   TO MM OF SOMEDATE
045300      MOVE PRQ-END-DD   TO DD OF SOMEDATE
045400      MOVE PRQ-END-TEXT TO DATE-TEXT OF SOMEDATE
045500      PERFORM 2200-CALL-VALIDATOR
045600      IF WS-P-START-OK AND FLAG
045700         AND PRQ-START-MYDATE > PRQ-END-MYDATE
045800          MOVE 'F'    TO WS-P-START-FLAG
045900          MOVE 'F'    TO FLAG-VALUE
046000          MOVE 'PERD' TO WS-P-START-REASON
046100          MOVE 'PERD' TO RESULT-REASON
046200      END-IF
046300      MOVE SPACE                 TO DTV-REPLAY-RECORD
046400      SUBTRACT 1 FROM WS-RECORDS-PROCESSED GIVING RPL-SEQUENCE
046500      MOVE 'B'                   TO RPL-RECORD-TYPE
046600      MOVE WS-P-START-OFFERED    TO RPL-MASK-OFFERED
046700      MOVE WS-P-START-FLAG       TO RPL-FLAG
046800      MOVE WS-P-START-FORMAT     TO RPL-ACTUAL-FORMAT
046900      MOVE WS-P-START-REASON     TO RPL-RESULT-REASON
047000      MOVE WS-P-START-NORM       TO RPL-NORMALIZED-DATE
047100      MOVE PRQ-START-TEXT        TO DATE-TEXT OF SOMEDATE
047200      PERFORM 2300-WRITE-REPLAY-RECORD
047300      MOVE SPACE                 TO DTV-REPLAY-RECORD
047400      MOVE WS-RECORDS-PROCESSED  TO RPL-SEQUENCE
047500      MOVE 'E'                   TO RPL-RECORD-TYPE
047600      MOVE FORMAT-MASK-ENTRY (1) TO RPL-MASK-OFFERED
047700      MOVE FLAG-VALUE            TO RPL-FLAG
047800      MOVE REALFORMAT            TO RPL-ACTUAL-FORMAT
047900      MOVE RESULT-REASON         TO RPL-RESULT-REASON
048000      MOVE NORMALIZED-DATE       TO RPL-NORMALIZED-DATE
048100      MOVE PRQ-END-TEXT          TO DATE-TEXT OF SOMEDATE
048200      PERFORM 2300-WRITE-REPLAY-RECORD.
048300*
048400* ----------------------------------------------------------------
048500*  9000-TERMINATE
048600*      RC=12 - DTVTRAN did not open or the PARM was malformed,
048700*      and the replay cannot stand for the night; RC=8 - the
048800*      definitions replayed have a problem the validator
048900*      reported, or DTVFEED was missing or overfull.
049000* ----------------------------------------------------------------
049100  9000-TERMINATE.
049200      CLOSE REPLAY-FILE
049300      DISPLAY 'DTV180: ' WS-DATES-REPLAYED ' DATES REPLAYED, '
049400          WS-DATES-PASSED ' PASSED'
049500      MOVE 0 TO RETURN-CODE
049600      IF WS-DEFINITIONS-ERROR
049700          DISPLAY 'DTV180: THE VALIDATOR REPORTED A PROBLEM WITH'
049800              ' THE DEFINITIONS REPLAYED - SEE ABOVE'
049900          MOVE 8 TO RETURN-CODE
050000      END-IF
050100      IF WS-FEED-MASTER-ERROR
050200          MOVE 8 TO RETURN-CODE
050300      END-IF
050400      IF WS-SETUP-ERROR OR WS-PARM-ERROR
050500          MOVE 12 TO RETURN-CODE
050600      END-IF.
050700*
050800  END PROGRAM DTV180.
