000100* ****************************************************************
000200*  IDENTIFICATION DIVISION.
000300  IDENTIFICATION DIVISION.
000400  PROGRAM-ID. DTV135.
000500  AUTHOR. R DUVALL.
000600  INSTALLATION. DATA ADMINISTRATION.
000700  DATE-WRITTEN. 10/15/2026.
000800  DATE-COMPILED.
000900* ----------------------------------------------------------------
001000*  MODIFICATION HISTORY
001100*  10/15/2026  RD   Original format-reject diagnosis report, run
001200*                   after DTV100 in DTVNIGHT.  A 'FRMT' reject
001300*                   used to tell a feed owner only that the
001400*                   text matched no accepted mask.  Each reject
001500*                   now carries ValidateDateFormat-01's
001600*                   diagnosis (see DTVREJ), and this step groups
001700*                   the night's 'FRMT' rejects by feed, closest
001800*                   mask and failing position.  Each group
001900*                   prints its count and up to three sample
002000*                   texts as the feed sent them, under a
002100*                   heading addressed to the feed's
002200*                   FDM-OWNER-CONTACT off DTVFEED.  The owner
002300*                   sees "position 5 should be '/'" and three
002400*                   examples, not four hundred rejects.
002500* ----------------------------------------------------------------
002600*
002700*  PURPOSE.
002800*      Turn the night's format rejects into a short, fixable
002900*      list per feed owner.
003000*
003100  ENVIRONMENT DIVISION.
003200  INPUT-OUTPUT SECTION.
003300  FILE-CONTROL.
003400      SELECT REJECT-FILE ASSIGN TO "DTVREJS"
003500          ORGANIZATION IS LINE SEQUENTIAL
003600          FILE STATUS IS WS-REJECT-FILE-STATUS.
003700      SELECT FEED-MASTER-FILE ASSIGN TO "DTVFEED"
003800          ORGANIZATION IS LINE SEQUENTIAL
003900          FILE STATUS IS WS-FEED-FILE-STATUS.
004000      SELECT RUN-CONTROL-FILE ASSIGN TO "DTVRUNC"
004100          ORGANIZATION IS LINE SEQUENTIAL
004200          FILE STATUS IS WS-RUNC-FILE-STATUS.
004300      SELECT DIAGNOSIS-REPORT-FILE ASSIGN TO "DTVFRMT"
004400          ORGANIZATION IS LINE SEQUENTIAL.
004500*
004600  DATA DIVISION.
004700  FILE SECTION.
004800  FD  REJECT-FILE
004900      LABEL RECORDS ARE STANDARD.
005000  COPY DTVREJ.
005100*
005200  FD  FEED-MASTER-FILE
005300      LABEL RECORDS ARE STANDARD.
005400  COPY DTVFDM.
005500*
005600  FD  RUN-CONTROL-FILE
005700      LABEL RECORDS ARE STANDARD.
005800  COPY DTVRNC.
005900*
006000  FD  DIAGNOSIS-REPORT-FILE
006100      LABEL RECORDS ARE STANDARD.
006200  01  DIAGNOSIS-REPORT-RECORD        PIC X(80).
006300*
006400  WORKING-STORAGE SECTION.
006500*
006600  77  WS-FDM-COUNT                   PIC 9(04)  VALUE 0 COMP.
006700  77  WS-FDM-MAX                     PIC 9(04)  VALUE 100 COMP.
006800  77  WS-FDM-INDEX                   PIC 9(04)  VALUE 0 COMP.
006900  77  WS-FDM-FOUND-INDEX             PIC 9(04)  VALUE 0 COMP.
007000  77  WS-RFD-COUNT                   PIC 9(04)  VALUE 0 COMP.
007100  77  WS-RFD-MAX                     PIC 9(04)  VALUE 100 COMP.
007200  77  WS-RFD-INDEX                   PIC 9(04)  VALUE 0 COMP.
007300  77  WS-RFD-FOUND-INDEX             PIC 9(04)  VALUE 0 COMP.
007400  77  WS-GRP-COUNT                   PIC 9(04)  VALUE 0 COMP.
007500  77  WS-GRP-MAX                     PIC 9(04)  VALUE 500 COMP.
007600  77  WS-GRP-INDEX                   PIC 9(04)  VALUE 0 COMP.
007700  77  WS-GRP-FOUND-INDEX             PIC 9(04)  VALUE 0 COMP.
007800  77  WS-SMP-INDEX                   PIC 9(02)  VALUE 0 COMP.
007900  77  WS-SMP-FOUND-INDEX             PIC 9(02)  VALUE 0 COMP.
008000  77  WS-REJ-READ-COUNT              PIC 9(08)  VALUE 0 COMP.
008100  77  WS-REJ-MAX-SEQ                 PIC 9(08)  VALUE 0 COMP.
008200  77  WS-FRMT-COUNT                  PIC 9(08)  VALUE 0 COMP.
008300  77  WS-NOT-GROUPED-COUNT           PIC 9(08)  VALUE 0 COMP.
008400*
008500  01  WS-REJECT-FILE-STATUS          PIC XX.
008600      88  WS-REJECT-FILE-OPEN-OK                VALUE '00'.
008700  01  WS-FEED-FILE-STATUS            PIC XX.
008800      88  WS-FEED-FILE-OPEN-OK                  VALUE '00'.
008900  01  WS-RUNC-FILE-STATUS            PIC XX.
009000      88  WS-RUNC-OPEN-OK                       VALUE '00'.
009100  01  WS-REJ-EOF-SWITCH              PIC X      VALUE 'N'.
009200      88  WS-END-OF-REJECT-FILE                 VALUE 'Y'.
009300  01  WS-FDM-EOF-SWITCH              PIC X      VALUE 'N'.
009400      88  WS-END-OF-FEED-MASTER                 VALUE 'Y'.
009500  01  WS-RUNC-ERROR-SWITCH           PIC X      VALUE 'N'.
009600      88  WS-RUN-CONTROL-MISSING                VALUE 'Y'.
009700  01  WS-SETUP-ERROR-SWITCH          PIC X      VALUE 'N'.
009800      88  WS-SETUP-ERROR                        VALUE 'Y'.
009900*
010000  01  WS-RUN-DATE                    PIC 9(08).
010100  01  WS-RUN-ID                      PIC X(16)  VALUE SPACE.
010200*
010300* 01  WS-FEED-MASTER-TABLE - every feed on the master, for the
010400*     name and owner contact each report section is addressed
010500*     to.  '*DEFAULT' is a threshold, not a feed.
010600  01  WS-FEED-MASTER-TABLE.
010700      02  WS-FDM-ENTRY               OCCURS 100 TIMES.
010800          05  WS-FDM-SOURCE-SYSTEM-ID PIC X(08).
010900          05  WS-FDM-FEED-NAME       PIC X(20).
011000          05  WS-FDM-OWNER-CONTACT   PIC X(20).
011100*
011200* 01  WS-REPORT-FEED-TABLE - the feeds with a format reject
011300*     tonight, in the order their first reject was written.
011400  01  WS-REPORT-FEED-TABLE.
011500      02  WS-RFD-ENTRY               OCCURS 100 TIMES.
011600          05  WS-RFD-SOURCE-SYSTEM-ID PIC X(08).
011700          05  WS-RFD-REJECT-COUNT    PIC 9(08)  COMP.
011800*
011900* 01  WS-GROUP-TABLE - one entry per feed, closest mask,
012000*     failing position and expected class, with its count and
012100*     the first three different texts that fell into it.
012200  01  WS-GROUP-TABLE.
012300      02  WS-GRP-ENTRY               OCCURS 500 TIMES.
012400          05  WS-GRP-FEED-INDEX      PIC 9(04)  COMP.
012500          05  WS-GRP-CLOSEST-MASK    PIC X(11).
012600          05  WS-GRP-FAIL-POSITION   PIC 9(02).
012700          05  WS-GRP-EXPECTED-CLASS  PIC X(01).
012800          05  WS-GRP-REJECT-COUNT    PIC 9(08)  COMP.
012900          05  WS-GRP-SAMPLE-COUNT    PIC 9(02)  COMP.
013000          05  WS-GRP-SAMPLE-TEXT     PIC X(11)  OCCURS 3 TIMES.
013100*
013200  01  WS-REPORT-LINE-WORK            PIC X(80).
013300  01  WS-EXPECTED-TEXT               PIC X(16).
013400  01  WS-COUNT-EDIT                  PIC ZZZZ,ZZ9.
013500  01  WS-GROUP-COUNT-EDIT            PIC ZZZZ9.
013600  01  WS-POSITION-EDIT               PIC Z9.
013700  01  WS-SAMPLE-COLUMN               PIC 9(02)  COMP.
013800*
013900  PROCEDURE DIVISION.
014000*
014100  0000-MAINLINE.
014200      PERFORM 1000-INITIALIZE
014300      PERFORM 2000-LOAD-FEED-MASTER THRU 2000-EXIT
014400      IF NOT WS-SETUP-ERROR
014500          PERFORM 3000-GROUP-FORMAT-REJECTS THRU 3000-EXIT
014600      END-IF
014700      IF NOT WS-SETUP-ERROR
014800          PERFORM 4000-PRINT-FEED-SECTION THRU 4000-EXIT
014900              VARYING WS-RFD-INDEX FROM 1 BY 1
015000              UNTIL WS-RFD-INDEX > WS-RFD-COUNT
015100      END-IF
015200      PERFORM 9000-TERMINATE
015300      STOP RUN.
015400*
015500* ----------------------------------------------------------------
015600*  1000-INITIALIZE
015700*      Settles the night being reported and heads the report.
015800* ----------------------------------------------------------------
015900  1000-INITIALIZE.
016000      PERFORM 1050-GET-RUN-CONTROL THRU 1050-EXIT
016100      OPEN OUTPUT DIAGNOSIS-REPORT-FILE
016200      MOVE SPACE TO WS-REPORT-LINE-WORK
016300      STRING 'DTV135 FORMAT-REJECT DIAGNOSIS  -  RUN DATE '
016400                 DELIMITED BY SIZE
016500             WS-RUN-DATE DELIMITED BY SIZE
016600             '  RUN '    DELIMITED BY SIZE
016700             WS-RUN-ID   DELIMITED BY SIZE
016800          INTO WS-REPORT-LINE-WORK
016900      END-STRING
017000      PERFORM 8000-WRITE-REPORT-LINE
017100      MOVE SPACE TO WS-REPORT-LINE-WORK
017200      PERFORM 8000-WRITE-REPORT-LINE.
017300*
017400* ----------------------------------------------------------------
017500*  1050-GET-RUN-CONTROL
017600*      The run date and id come off the DTVRUNC record DTV100
017700*      cut, the way DTV130 and DTV140 take them.  A missing
017800*      record is reported with RC=8 and the wall clock stands
017900*      in.
018000* ----------------------------------------------------------------
018100  1050-GET-RUN-CONTROL.
018200      OPEN INPUT RUN-CONTROL-FILE
018300      IF WS-RUNC-OPEN-OK
018400          READ RUN-CONTROL-FILE
018500              AT END
018600                  MOVE 'Y' TO WS-RUNC-ERROR-SWITCH
018700              NOT AT END
018800                  MOVE RNC-RUN-DATE TO WS-RUN-DATE
018900                  MOVE RNC-RUN-ID   TO WS-RUN-ID
019000          END-READ
019100          CLOSE RUN-CONTROL-FILE
019200      ELSE
019300          MOVE 'Y' TO WS-RUNC-ERROR-SWITCH
019400      END-IF
019500      IF WS-RUN-CONTROL-MISSING
019600          DISPLAY 'DTV135: NO RUN-CONTROL RECORD ON DTVRUNC,'
019700              ' USING THE WALL-CLOCK DATE'
019800          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
019900          MOVE 8 TO RETURN-CODE
020000      END-IF.
020100  1050-EXIT.
020200      EXIT.
020300*
020400* ----------------------------------------------------------------
020500*  2000-LOAD-FEED-MASTER
020600*      Every feed on the master, active or not - a feed retired
020700*      since its rejects were written still has an owner to
020800*      tell.  A master that does not open, or more feeds than
020900*      the table holds, is a setup error, RC=12: the report
021000*      could not say whom each section is for.
021100* ----------------------------------------------------------------
021200  2000-LOAD-FEED-MASTER.
021300      OPEN INPUT FEED-MASTER-FILE
021400      IF NOT WS-FEED-FILE-OPEN-OK
021500          DISPLAY 'DTV135: FEED MASTER DTVFEED DID NOT OPEN,'
021600              ' STATUS ' WS-FEED-FILE-STATUS
021700          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
021800          GO TO 2000-EXIT
021900      END-IF
022000      PERFORM 2100-LOAD-ONE-FEED THRU 2100-EXIT
022100          UNTIL WS-END-OF-FEED-MASTER
022200      CLOSE FEED-MASTER-FILE.
022300  2000-EXIT.
022400      EXIT.
022500*
022600  2100-LOAD-ONE-FEED.
022700      READ FEED-MASTER-FILE
022800          AT END
022900              MOVE 'Y' TO WS-FDM-EOF-SWITCH
023000              GO TO 2100-EXIT
023100      END-READ
023200      IF FDM-SOURCE-SYSTEM-ID = '*DEFAULT'
023300          GO TO 2100-EXIT
023400      END-IF
023500      IF WS-FDM-COUNT NOT < WS-FDM-MAX
023600          DISPLAY 'DTV135: MORE THAN ' WS-FDM-MAX ' FEEDS ON'
023700              ' DTVFEED, FEED ' FDM-SOURCE-SYSTEM-ID
023800              ' NOT LOADED'
023900          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
024000          GO TO 2100-EXIT
024100      END-IF
024200      ADD 1 TO WS-FDM-COUNT
024300      MOVE FDM-SOURCE-SYSTEM-ID
024400          TO WS-FDM-SOURCE-SYSTEM-ID (WS-FDM-COUNT)
024500      MOVE FDM-FEED-NAME     TO WS-FDM-FEED-NAME (WS-FDM-COUNT)
024600      MOVE FDM-OWNER-CONTACT
024700          TO WS-FDM-OWNER-CONTACT (WS-FDM-COUNT).
024800  2100-EXIT.
024900      EXIT.
025000*
025100* ----------------------------------------------------------------
025200*  3000-GROUP-FORMAT-REJECTS
025300*      One pass over tonight's DTVREJS.  Only 'FRMT' rejects
025400*      are grouped.  A restarted DTV100 re-writes the rejects
025500*      between its last checkpoint and the abend, so a reject
025600*      counts only when its REJ-SEQUENCE is higher than any
025700*      seen before - DTV120's rule.  A DTVREJS that does not
025800*      open is a setup error, RC=12.
025900* ----------------------------------------------------------------
026000  3000-GROUP-FORMAT-REJECTS.
026100      OPEN INPUT REJECT-FILE
026200      IF NOT WS-REJECT-FILE-OPEN-OK
026300          DISPLAY 'DTV135: DTVREJS DID NOT OPEN, STATUS '
026400              WS-REJECT-FILE-STATUS
026500          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
026600          GO TO 3000-EXIT
026700      END-IF
026800      PERFORM 3100-GROUP-ONE-REJECT THRU 3100-EXIT
026900          UNTIL WS-END-OF-REJECT-FILE
027000      CLOSE REJECT-FILE.
027100  3000-EXIT.
027200      EXIT.
027300*
027400  3100-GROUP-ONE-REJECT.
027500      READ REJECT-FILE
027600          AT END
027700              MOVE 'Y' TO WS-REJ-EOF-SWITCH
027800              GO TO 3100-EXIT
027900      END-READ
028000      ADD 1 TO WS-REJ-READ-COUNT
028100      IF REJ-SEQUENCE IS NOT NUMERIC
028200         OR REJ-SEQUENCE NOT > WS-REJ-MAX-SEQ
028300          GO TO 3100-EXIT
028400      END-IF
028500      MOVE REJ-SEQUENCE TO WS-REJ-MAX-SEQ
028600      IF NOT REJ-FORMAT-REJECT
028700          GO TO 3100-EXIT
028800      END-IF
028900      ADD 1 TO WS-FRMT-COUNT
029000      IF REJ-FAIL-POSITION IS NOT NUMERIC
029100          MOVE 0 TO REJ-FAIL-POSITION
029200      END-IF
029300      PERFORM 3200-FIND-REPORT-FEED THRU 3200-EXIT
029400      IF WS-RFD-FOUND-INDEX = 0
029500          ADD 1 TO WS-NOT-GROUPED-COUNT
029600          GO TO 3100-EXIT
029700      END-IF
029800      ADD 1 TO WS-RFD-REJECT-COUNT (WS-RFD-FOUND-INDEX)
029900      PERFORM 3300-FIND-GROUP THRU 3300-EXIT
030000      IF WS-GRP-FOUND-INDEX = 0
030100          ADD 1 TO WS-NOT-GROUPED-COUNT
030200          GO TO 3100-EXIT
030300      END-IF
030400      ADD 1 TO WS-GRP-REJECT-COUNT (WS-GRP-FOUND-INDEX)
030500      PERFORM 3400-KEEP-SAMPLE-TEXT THRU 3400-EXIT.
030600  3100-EXIT.
030700      EXIT.
030800*
030900* ----------------------------------------------------------------
031000*  3200-FIND-REPORT-FEED
031100*      The reject's feed among those already reported, added
031200*      on its first reject.  A full table leaves the index
031300*      zero and the reject is counted as not grouped.
031400* ----------------------------------------------------------------
031500  3200-FIND-REPORT-FEED.
031600      MOVE 0 TO WS-RFD-FOUND-INDEX
031700      PERFORM 3210-TEST-ONE-REPORT-FEED
031800          VARYING WS-RFD-INDEX FROM 1 BY 1
031900          UNTIL WS-RFD-INDEX > WS-RFD-COUNT
032000             OR WS-RFD-FOUND-INDEX > 0
032100      IF WS-RFD-FOUND-INDEX > 0
032200          GO TO 3200-EXIT
032300      END-IF
032400      IF WS-RFD-COUNT NOT < WS-RFD-MAX
032500          GO TO 3200-EXIT
032600      END-IF
032700      ADD 1 TO WS-RFD-COUNT
032800      MOVE REJ-SOURCE-SYSTEM-ID
032900          TO WS-RFD-SOURCE-SYSTEM-ID (WS-RFD-COUNT)
033000      MOVE 0 TO WS-RFD-REJECT-COUNT (WS-RFD-COUNT)
033100      MOVE WS-RFD-COUNT TO WS-RFD-FOUND-INDEX.
033200  3200-EXIT.
033300      EXIT.
033400*
033500  3210-TEST-ONE-REPORT-FEED.
033600      IF WS-RFD-SOURCE-SYSTEM-ID (WS-RFD-INDEX)
033700                                      = REJ-SOURCE-SYSTEM-ID
033800          MOVE WS-RFD-INDEX TO WS-RFD-FOUND-INDEX
033900      END-IF.
034000*
034100* ----------------------------------------------------------------
034200*  3300-FIND-GROUP
034300*      The reject's group - same feed, closest mask, failing
034400*      position and expected class - added on its first
034500*      reject.  A full table leaves the index zero.
034600* ----------------------------------------------------------------
034700  3300-FIND-GROUP.
034800      MOVE 0 TO WS-GRP-FOUND-INDEX
034900      PERFORM 3310-TEST-ONE-GROUP
035000          VARYING WS-GRP-INDEX FROM 1 BY 1
035100          UNTIL WS-GRP-INDEX > WS-GRP-COUNT
035200             OR WS-GRP-FOUND-INDEX > 0
035300      IF WS-GRP-FOUND-INDEX > 0
035400          GO TO 3300-EXIT
035500      END-IF
035600      IF WS-GRP-COUNT NOT < WS-GRP-MAX
035700          GO TO 3300-EXIT
035800      END-IF
035900      ADD 1 TO WS-GRP-COUNT
036000      MOVE WS-RFD-FOUND-INDEX TO WS-GRP-FEED-INDEX (WS-GRP-COUNT)
036100      MOVE REJ-CLOSEST-MASK
036200          TO WS-GRP-CLOSEST-MASK (WS-GRP-COUNT)
036300      MOVE REJ-FAIL-POSITION
036400          TO WS-GRP-FAIL-POSITION (WS-GRP-COUNT)
036500      MOVE REJ-EXPECTED-CLASS
036600          TO WS-GRP-EXPECTED-CLASS (WS-GRP-COUNT)
036700      MOVE 0 TO WS-GRP-REJECT-COUNT (WS-GRP-COUNT)
036800      MOVE 0 TO WS-GRP-SAMPLE-COUNT (WS-GRP-COUNT)
036900      MOVE SPACE TO WS-GRP-SAMPLE-TEXT (WS-GRP-COUNT 1)
037000                    WS-GRP-SAMPLE-TEXT (WS-GRP-COUNT 2)
037100                    WS-GRP-SAMPLE-TEXT (WS-GRP-COUNT 3)
037200      MOVE WS-GRP-COUNT TO WS-GRP-FOUND-INDEX.
037300  3300-EXIT.
037400      EXIT.
037500*
037600  3310-TEST-ONE-GROUP.
037700      IF WS-GRP-FEED-INDEX (WS-GRP-INDEX) = WS-RFD-FOUND-INDEX
037800         AND WS-GRP-CLOSEST-MASK (WS-GRP-INDEX)
037900                                      = REJ-CLOSEST-MASK
038000         AND WS-GRP-FAIL-POSITION (WS-GRP-INDEX)
038100                                      = REJ-FAIL-POSITION
038200         AND WS-GRP-EXPECTED-CLASS (WS-GRP-INDEX)
038300                                      = REJ-EXPECTED-CLASS
038400          MOVE WS-GRP-INDEX TO WS-GRP-FOUND-INDEX
038500      END-IF.
038600*
038700* ----------------------------------------------------------------
038800*  3400-KEEP-SAMPLE-TEXT
038900*      The first three different raw texts in the group are
039000*      kept as the owner's examples; a text already kept is
039100*      not kept twice.
039200* ----------------------------------------------------------------
039300  3400-KEEP-SAMPLE-TEXT.
039400      IF WS-GRP-SAMPLE-COUNT (WS-GRP-FOUND-INDEX) NOT < 3
039500          GO TO 3400-EXIT
039600      END-IF
039700      MOVE 0 TO WS-SMP-FOUND-INDEX
039800      PERFORM 3410-TEST-ONE-SAMPLE
039900          VARYING WS-SMP-INDEX FROM 1 BY 1
040000          UNTIL WS-SMP-INDEX >
040100                    WS-GRP-SAMPLE-COUNT (WS-GRP-FOUND-INDEX)
040200             OR WS-SMP-FOUND-INDEX > 0
040300      IF WS-SMP-FOUND-INDEX > 0
040400          GO TO 3400-EXIT
040500      END-IF
040600      ADD 1 TO WS-GRP-SAMPLE-COUNT (WS-GRP-FOUND-INDEX)
040700      MOVE REJ-DATE-TEXT
040800          TO WS-GRP-SAMPLE-TEXT (WS-GRP-FOUND-INDEX
040900                  WS-GRP-SAMPLE-COUNT (WS-GRP-FOUND-INDEX)).
041000  3400-EXIT.
041100      EXIT.
041200*
041300  3410-TEST-ONE-SAMPLE.
041400      IF WS-GRP-SAMPLE-TEXT (WS-GRP-FOUND-INDEX WS-SMP-INDEX)
041500                                      = REJ-DATE-TEXT
041600          MOVE WS-SMP-INDEX TO WS-SMP-FOUND-INDEX
041700      END-IF.
041800*
041900* ----------------------------------------------------------------
042000*  4000-PRINT-FEED-SECTION
042100*      One section per feed with a format reject, headed to the
042200*      feed's owner contact off DTVFEED so the page can be
042300*      split and sent as it stands; then the feed's groups in
042400*      the order they were first seen.
042500* ----------------------------------------------------------------
042600  4000-PRINT-FEED-SECTION.
042700      MOVE 0 TO WS-FDM-FOUND-INDEX
042800      PERFORM 4010-TEST-ONE-FEED
042900          VARYING WS-FDM-INDEX FROM 1 BY 1
043000          UNTIL WS-FDM-INDEX > WS-FDM-COUNT
043100             OR WS-FDM-FOUND-INDEX > 0
043200      MOVE ALL '-' TO WS-REPORT-LINE-WORK
043300      PERFORM 8000-WRITE-REPORT-LINE
043400      MOVE SPACE TO WS-REPORT-LINE-WORK
043500      MOVE 'TO:'   TO WS-REPORT-LINE-WORK (1 : 3)
043600      IF WS-FDM-FOUND-INDEX > 0
043700         AND WS-FDM-OWNER-CONTACT (WS-FDM-FOUND-INDEX)
043800                                      NOT = SPACE
043900          MOVE WS-FDM-OWNER-CONTACT (WS-FDM-FOUND-INDEX)
044000              TO WS-REPORT-LINE-WORK (5 : 20)
044100      ELSE
044200          MOVE 'NO OWNER ON DTVFEED'
044300              TO WS-REPORT-LINE-WORK (5 : 19)
044400      END-IF
044500      MOVE 'FEED:' TO WS-REPORT-LINE-WORK (30 : 5)
044600      MOVE WS-RFD-SOURCE-SYSTEM-ID (WS-RFD-INDEX)
044700          TO WS-REPORT-LINE-WORK (36 : 8)
044800      IF WS-FDM-FOUND-INDEX > 0
044900          MOVE WS-FDM-FEED-NAME (WS-FDM-FOUND-INDEX)
045000              TO WS-REPORT-LINE-WORK (45 : 20)
045100      END-IF
045200      PERFORM 8000-WRITE-REPORT-LINE
045300      MOVE SPACE TO WS-REPORT-LINE-WORK
045400      MOVE WS-RFD-REJECT-COUNT (WS-RFD-INDEX) TO WS-COUNT-EDIT
045500      MOVE 'FORMAT REJECTS   : ' TO WS-REPORT-LINE-WORK (1 : 19)
045600      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 8)
045700      PERFORM 8000-WRITE-REPORT-LINE
045800      MOVE SPACE TO WS-REPORT-LINE-WORK
045900      PERFORM 8000-WRITE-REPORT-LINE
046000      MOVE 'CLOSEST MASK' TO WS-REPORT-LINE-WORK (3 : 12)
046100      MOVE 'POS'          TO WS-REPORT-LINE-WORK (16 : 3)
046200      MOVE 'EXPECTED'     TO WS-REPORT-LINE-WORK (20 : 8)
046300      MOVE 'COUNT'        TO WS-REPORT-LINE-WORK (37 : 5)
046400      MOVE 'SAMPLE TEXT AS SENT'
046500                          TO WS-REPORT-LINE-WORK (44 : 19)
046600      PERFORM 8000-WRITE-REPORT-LINE
046700      PERFORM 4100-PRINT-ONE-GROUP THRU 4100-EXIT
046800          VARYING WS-GRP-INDEX FROM 1 BY 1
046900          UNTIL WS-GRP-INDEX > WS-GRP-COUNT
047000      MOVE SPACE TO WS-REPORT-LINE-WORK
047100      PERFORM 8000-WRITE-REPORT-LINE.
047200  4000-EXIT.
047300      EXIT.
047400*
047500  4010-TEST-ONE-FEED.
047600      IF WS-FDM-SOURCE-SYSTEM-ID (WS-FDM-INDEX)
047700                          = WS-RFD-SOURCE-SYSTEM-ID (WS-RFD-INDEX)
047800          MOVE WS-FDM-INDEX TO WS-FDM-FOUND-INDEX
047900      END-IF.
048000*
048100  4100-PRINT-ONE-GROUP.
048200      IF WS-GRP-FEED-INDEX (WS-GRP-INDEX) NOT = WS-RFD-INDEX
048300          GO TO 4100-EXIT
048400      END-IF
048500      MOVE SPACE TO WS-REPORT-LINE-WORK
048600      IF WS-GRP-CLOSEST-MASK (WS-GRP-INDEX) = SPACE
048700          MOVE '(NONE)' TO WS-REPORT-LINE-WORK (3 : 6)
048800      ELSE
048900          MOVE WS-GRP-CLOSEST-MASK (WS-GRP-INDEX)
049000              TO WS-REPORT-LINE-WORK (3 : 11)
049100          MOVE WS-GRP-FAIL-POSITION (WS-GRP-INDEX)
049200              TO WS-POSITION-EDIT
049300          MOVE WS-POSITION-EDIT TO WS-REPORT-LINE-WORK (17 : 2)
049400      END-IF
049500      PERFORM 4150-DESCRIBE-EXPECTED-CLASS THRU 4150-EXIT
049600      MOVE WS-EXPECTED-TEXT TO WS-REPORT-LINE-WORK (20 : 16)
049700      MOVE WS-GRP-REJECT-COUNT (WS-GRP-INDEX)
049800          TO WS-GROUP-COUNT-EDIT
049900      MOVE WS-GROUP-COUNT-EDIT TO WS-REPORT-LINE-WORK (37 : 5)
050000      MOVE 44 TO WS-SAMPLE-COLUMN
050100      PERFORM 4200-PLACE-ONE-SAMPLE
050200          VARYING WS-SMP-INDEX FROM 1 BY 1
050300          UNTIL WS-SMP-INDEX >
050400                    WS-GRP-SAMPLE-COUNT (WS-GRP-INDEX)
050500      PERFORM 8000-WRITE-REPORT-LINE.
050600  4100-EXIT.
050700      EXIT.
050800*
050900* ----------------------------------------------------------------
051000*  4150-DESCRIBE-EXPECTED-CLASS
051100*      Spells out the class character the validator returned
051200*      (see DTVREJ) in words a feed owner can act on.  No
051300*      closest mask means none of the masks offered had a
051400*      DTVFMTD definition - a setup problem, not the feed's.
051500* ----------------------------------------------------------------
051600  4150-DESCRIBE-EXPECTED-CLASS.
051700      MOVE SPACE TO WS-EXPECTED-TEXT
051800      IF WS-GRP-CLOSEST-MASK (WS-GRP-INDEX) = SPACE
051900          MOVE 'NO MASK DEFINED' TO WS-EXPECTED-TEXT
052000          GO TO 4150-EXIT
052100      END-IF
052200      IF WS-GRP-EXPECTED-CLASS (WS-GRP-INDEX) = '9'
052300          MOVE 'DIGIT' TO WS-EXPECTED-TEXT
052400          GO TO 4150-EXIT
052500      END-IF
052600      IF WS-GRP-EXPECTED-CLASS (WS-GRP-INDEX) = 'A'
052700          MOVE 'LETTER' TO WS-EXPECTED-TEXT
052800          GO TO 4150-EXIT
052900      END-IF
053000      IF WS-GRP-EXPECTED-CLASS (WS-GRP-INDEX) = 'Y'
053100          MOVE 'YEAR DIGIT' TO WS-EXPECTED-TEXT
053200          GO TO 4150-EXIT
053300      END-IF
053400      IF WS-GRP-EXPECTED-CLASS (WS-GRP-INDEX) = 'M'
053500          MOVE 'MONTH DIGIT' TO WS-EXPECTED-TEXT
053600          GO TO 4150-EXIT
053700      END-IF
053800      IF WS-GRP-EXPECTED-CLASS (WS-GRP-INDEX) = 'D'
053900          MOVE 'DAY DIGIT' TO WS-EXPECTED-TEXT
054000          GO TO 4150-EXIT
054100      END-IF
054200      IF WS-GRP-EXPECTED-CLASS (WS-GRP-INDEX) = SPACE
054300          MOVE 'END OF DATE' TO WS-EXPECTED-TEXT
054400          GO TO 4150-EXIT
054500      END-IF
054600      MOVE 'SEPARATOR'  TO WS-EXPECTED-TEXT
054700      MOVE ''''         TO WS-EXPECTED-TEXT (11 : 1)
054800      MOVE WS-GRP-EXPECTED-CLASS (WS-GRP-INDEX)
054900                        TO WS-EXPECTED-TEXT (12 : 1)
055000      MOVE ''''         TO WS-EXPECTED-TEXT (13 : 1).
055100  4150-EXIT.
055200      EXIT.
055300*
055400  4200-PLACE-ONE-SAMPLE.
055500      MOVE WS-GRP-SAMPLE-TEXT (WS-GRP-INDEX WS-SMP-INDEX)
055600          TO WS-REPORT-LINE-WORK (WS-SAMPLE-COLUMN : 11)
055700      ADD 12 TO WS-SAMPLE-COLUMN.
055800*
055900  8000-WRITE-REPORT-LINE.
056000      MOVE WS-REPORT-LINE-WORK TO DIAGNOSIS-REPORT-RECORD
056100      WRITE DIAGNOSIS-REPORT-RECORD.
056200*
056300* ----------------------------------------------------------------
056400*  9000-TERMINATE
056500*      The totals block.  Format rejects that would not fit the
056600*      feed or group tables are counted, not lost, and end the
056700*      step RC=8 so the tables get widened; a master or reject
056800*      file that did not open is a setup error, RC=12.  The
056900*      report itself never holds the night.
057000* ----------------------------------------------------------------
057100  9000-TERMINATE.
057200      MOVE ALL '-' TO WS-REPORT-LINE-WORK
057300      PERFORM 8000-WRITE-REPORT-LINE
057400      MOVE SPACE TO WS-REPORT-LINE-WORK
057500      MOVE WS-REJ-READ-COUNT TO WS-COUNT-EDIT
057600      MOVE 'REJECTS READ     : ' TO WS-REPORT-LINE-WORK (1 : 19)
057700      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 8)
057800      PERFORM 8000-WRITE-REPORT-LINE
057900      MOVE WS-FRMT-COUNT TO WS-COUNT-EDIT
058000      MOVE 'FORMAT REJECTS   : ' TO WS-REPORT-LINE-WORK (1 : 19)
058100      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 8)
058200      PERFORM 8000-WRITE-REPORT-LINE
058300      MOVE WS-RFD-COUNT TO WS-COUNT-EDIT
058400      MOVE 'FEEDS REPORTED   : ' TO WS-REPORT-LINE-WORK (1 : 19)
058500      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 8)
058600      PERFORM 8000-WRITE-REPORT-LINE
058700      MOVE WS-GRP-COUNT TO WS-COUNT-EDIT
058800      MOVE 'GROUPS REPORTED  : ' TO WS-REPORT-LINE-WORK (1 : 19)
058900      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 8)
059000      PERFORM 8000-WRITE-REPORT-LINE
059100      MOVE WS-NOT-GROUPED-COUNT TO WS-COUNT-EDIT
059200      MOVE 'NOT GROUPED      : ' TO WS-REPORT-LINE-WORK (1 : 19)
059300      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 8)
059400      PERFORM 8000-WRITE-REPORT-LINE
059500      MOVE SPACE TO WS-REPORT-LINE-WORK
059600      IF WS-SETUP-ERROR
059700          MOVE 'DIAGNOSIS NOT COMPLETED - SETUP ERROR'
059800              TO WS-REPORT-LINE-WORK
059900      ELSE
060000          IF WS-FRMT-COUNT = 0
060100              MOVE 'NO FORMAT REJECTS TONIGHT'
060200                  TO WS-REPORT-LINE-WORK
060300          ELSE
060400              IF WS-NOT-GROUPED-COUNT > 0
060500                  MOVE 'TABLE FULL - SOME REJECTS NOT GROUPED'
060600                      TO WS-REPORT-LINE-WORK
060700                  MOVE 8 TO RETURN-CODE
060800              ELSE
060900                  MOVE 'EVERY FORMAT REJECT GROUPED'
061000                      TO WS-REPORT-LINE-WORK
061100              END-IF
061200          END-IF
061300      END-IF
061400      PERFORM 8000-WRITE-REPORT-LINE
061500      CLOSE DIAGNOSIS-REPORT-FILE
061600      IF WS-SETUP-ERROR
061700          MOVE 12 TO RETURN-CODE
061800      END-IF.
061900*
062000  END PROGRAM DTV135.
