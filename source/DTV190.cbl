000100* ****************************************************************
000200*  IDENTIFICATION DIVISION.
000300  IDENTIFICATION DIVISION.
000400  PROGRAM-ID. DTV190.
000500  AUTHOR. R DUVALL.
000600  INSTALLATION. DATA ADMINISTRATION.
000700  DATE-WRITTEN. 10/15/2026.
000800  DATE-COMPILED.
000900* ----------------------------------------------------------------
001000*  MODIFICATION HISTORY
001100*  10/15/2026  RD   Original feed-stream split, the last step
001200*                   of DTVSPLIT.  One DTV100 pass over the
001300*                   whole night no longer fits the batch
001400*                   window, so the night's DTVTRAN is dealt out
001500*                   here to up to four stream files, DTVTRN01
001600*                   through DTVTRN04, each validated by its own
001700*                   DTV100 run (jobs DTVSTR01-DTVSTR04) side by
001800*                   side, and DTV195 merges the streams' files
001900*                   back into the one night DTV120 balances.
002000*                   A feed's batches all go to one stream, so
002100*                   DTV100's duplicate check - one feed's keys
002200*                   against each other - sees all of them; feeds
002300*                   are placed largest first on the stream
002400*                   carrying the fewest requests so far.  Every
002500*                   record is stamped with its sequence on the
002600*                   whole DTVTRAN (see DTVSTQ), so the merged
002700*                   files number as one pass would have.  Each
002800*                   stream starts with a SPLIT checkpoint and an
002900*                   empty audit file, and the night's run
003000*                   control record is cut here, once, for every
003100*                   stream to carry.  PARM is the stream count,
003200*                   1 to 4, default 4; PARM='1' runs the whole
003300*                   night as one stream.
003400* ----------------------------------------------------------------
003500*
003600*  PURPOSE.
003700*      Deal the night's transactions out to parallel DTV100
003800*      streams by feed, without changing what the night
003900*      validates, rejects or balances.
004000*
004100  ENVIRONMENT DIVISION.
004200  INPUT-OUTPUT SECTION.
004300  FILE-CONTROL.
004400      SELECT TRANS-FILE ASSIGN TO "DTVTRAN"
004500          ORGANIZATION IS LINE SEQUENTIAL
004600          FILE STATUS IS WS-TRANS-FILE-STATUS.
004700      SELECT STREAM-TRANS-01 ASSIGN TO "DTVTRN01"
004800          ORGANIZATION IS LINE SEQUENTIAL.
004900      SELECT STREAM-TRANS-02 ASSIGN TO "DTVTRN02"
005000          ORGANIZATION IS LINE SEQUENTIAL.
005100      SELECT STREAM-TRANS-03 ASSIGN TO "DTVTRN03"
005200          ORGANIZATION IS LINE SEQUENTIAL.
005300      SELECT STREAM-TRANS-04 ASSIGN TO "DTVTRN04"
005400          ORGANIZATION IS LINE SEQUENTIAL.
005500      SELECT STREAM-CKPT-01 ASSIGN TO "DTVCKP01"
005600          ORGANIZATION IS LINE SEQUENTIAL.
005700      SELECT STREAM-CKPT-02 ASSIGN TO "DTVCKP02"
005800          ORGANIZATION IS LINE SEQUENTIAL.
005900      SELECT STREAM-CKPT-03 ASSIGN TO "DTVCKP03"
006000          ORGANIZATION IS LINE SEQUENTIAL.
006100      SELECT STREAM-CKPT-04 ASSIGN TO "DTVCKP04"
006200          ORGANIZATION IS LINE SEQUENTIAL.
006300      SELECT STREAM-AUDIT-01 ASSIGN TO "DTVAUD01"
006400          ORGANIZATION IS LINE SEQUENTIAL.
006500      SELECT STREAM-AUDIT-02 ASSIGN TO "DTVAUD02"
006600          ORGANIZATION IS LINE SEQUENTIAL.
006700      SELECT STREAM-AUDIT-03 ASSIGN TO "DTVAUD03"
006800          ORGANIZATION IS LINE SEQUENTIAL.
006900      SELECT STREAM-AUDIT-04 ASSIGN TO "DTVAUD04"
007000          ORGANIZATION IS LINE SEQUENTIAL.
007100      SELECT RUN-CONTROL-FILE ASSIGN TO "DTVRUNC"
007200          ORGANIZATION IS LINE SEQUENTIAL.
007300      SELECT SPLIT-REPORT-FILE ASSIGN TO "DTVSPRT"
007400          ORGANIZATION IS LINE SEQUENTIAL.
007500*
007600  DATA DIVISION.
007700  FILE SECTION.
007800  FD  TRANS-FILE
007900      LABEL RECORDS ARE STANDARD.
008000  COPY DTVREQ.
008100  COPY DTVBCH.
008200  COPY DTVPRQ.
008300  01  TRANS-RECORD-IMAGE             PIC X(80).
008400*
008500  FD  STREAM-TRANS-01
008600      LABEL RECORDS ARE STANDARD.
008700  01  STREAM-TRANS-01-RECORD         PIC X(88).
008800*
008900  FD  STREAM-TRANS-02
009000      LABEL RECORDS ARE STANDARD.
009100  01  STREAM-TRANS-02-RECORD         PIC X(88).
009200*
009300  FD  STREAM-TRANS-03
009400      LABEL RECORDS ARE STANDARD.
009500  01  STREAM-TRANS-03-RECORD         PIC X(88).
009600*
009700  FD  STREAM-TRANS-04
009800      LABEL RECORDS ARE STANDARD.
009900  01  STREAM-TRANS-04-RECORD         PIC X(88).
010000*
010100  FD  STREAM-CKPT-01
010200      LABEL RECORDS ARE STANDARD.
010300  01  STREAM-CKPT-01-RECORD          PIC X(18).
010400*
010500  FD  STREAM-CKPT-02
010600      LABEL RECORDS ARE STANDARD.
010700  01  STREAM-CKPT-02-RECORD          PIC X(18).
010800*
010900  FD  STREAM-CKPT-03
011000      LABEL RECORDS ARE STANDARD.
011100  01  STREAM-CKPT-03-RECORD          PIC X(18).
011200*
011300  FD  STREAM-CKPT-04
011400      LABEL RECORDS ARE STANDARD.
011500  01  STREAM-CKPT-04-RECORD          PIC X(18).
011600*
011700  FD  STREAM-AUDIT-01
011800      LABEL RECORDS ARE STANDARD.
011900  01  STREAM-AUDIT-01-RECORD         PIC X(70).
012000*
012100  FD  STREAM-AUDIT-02
012200      LABEL RECORDS ARE STANDARD.
012300  01  STREAM-AUDIT-02-RECORD         PIC X(70).
012400*
012500  FD  STREAM-AUDIT-03
012600      LABEL RECORDS ARE STANDARD.
012700  01  STREAM-AUDIT-03-RECORD         PIC X(70).
012800*
012900  FD  STREAM-AUDIT-04
013000      LABEL RECORDS ARE STANDARD.
013100  01  STREAM-AUDIT-04-RECORD         PIC X(70).
013200*
013300  FD  RUN-CONTROL-FILE
013400      LABEL RECORDS ARE STANDARD.
013500  COPY DTVRNC.
013600*
013700  FD  SPLIT-REPORT-FILE
013800      LABEL RECORDS ARE STANDARD.
013900  01  SPLIT-REPORT-RECORD            PIC X(80).
014000*
014100  WORKING-STORAGE SECTION.
014200*
014300  77  WS-STREAM-COUNT                PIC 9(02)  VALUE 4 COMP.
014400  77  WS-STREAM-MAX                  PIC 9(02)  VALUE 4 COMP.
014500  77  WS-STREAM-INDEX                PIC 9(02)  VALUE 0 COMP.
014600  77  WS-TARGET-STREAM               PIC 9(02)  VALUE 0 COMP.
014700  77  WS-CURRENT-STREAM              PIC 9(02)  VALUE 0 COMP.
014800  77  WS-LEAST-STREAM                PIC 9(02)  VALUE 0 COMP.
014900  77  WS-FEED-COUNT                  PIC 9(04)  VALUE 0 COMP.
015000  77  WS-FEED-MAX                    PIC 9(04)  VALUE 500 COMP.
015100  77  WS-FEED-INDEX                  PIC 9(04)  VALUE 0 COMP.
015200  77  WS-FEED-FOUND-INDEX            PIC 9(04)  VALUE 0 COMP.
015300  77  WS-CURRENT-FEED-INDEX          PIC 9(04)  VALUE 0 COMP.
015400  77  WS-LARGEST-INDEX               PIC 9(04)  VALUE 0 COMP.
015500  77  WS-ASSIGN-INDEX                PIC 9(04)  VALUE 0 COMP.
015600  77  WS-RECORD-WEIGHT               PIC 9(02)  VALUE 0 COMP.
015700  77  WS-TRAN-SEQUENCE               PIC 9(08)  VALUE 0 COMP.
015800  77  WS-TRAN-COUNT                  PIC 9(08)  VALUE 0 COMP.
015900  77  WS-LOOSE-REQUEST-COUNT         PIC 9(08)  VALUE 0 COMP.
016000  77  WS-OVERFLOW-REQUEST-COUNT      PIC 9(08)  VALUE 0 COMP.
016100  77  WS-OVERFLOW-BATCH-COUNT        PIC 9(04)  VALUE 0 COMP.
016200  77  WS-STRAY-TRAILER-COUNT         PIC 9(04)  VALUE 0 COMP.
016300*
016400  01  WS-TRANS-FILE-STATUS           PIC XX.
016500      88  WS-TRANS-FILE-OPEN-OK                 VALUE '00'.
016600  01  WS-TRN-EOF-SWITCH              PIC X      VALUE 'N'.
016700      88  WS-END-OF-TRANS-FILE                  VALUE 'Y'.
016800  01  WS-IN-BATCH-SWITCH             PIC X      VALUE 'N'.
016900      88  WS-IN-A-BATCH                         VALUE 'Y'.
017000  01  WS-SETUP-ERROR-SWITCH          PIC X      VALUE 'N'.
017100      88  WS-SETUP-ERROR                        VALUE 'Y'.
017200  01  WS-TRANS-MISSING-SWITCH        PIC X      VALUE 'N'.
017300      88  WS-TRANS-MISSING                      VALUE 'Y'.
017400  01  WS-ADD-FEED-SWITCH             PIC X      VALUE 'N'.
017500      88  WS-ADD-MISSING-FEED                   VALUE 'Y'.
017600*
017700  01  WS-RUN-DATE                    PIC 9(08).
017800  01  WS-RUN-TIME                    PIC 9(08).
017900  01  WS-RUN-ID                      PIC X(16).
018000  01  WS-SEARCH-FEED-ID              PIC X(08).
018100*
018200* 01  WS-FEED-TABLE - every feed that sent a batch tonight, with
018300*     the batches and the requests (a period counts two, as
018400*     DTV100 numbers it) riding them, and the stream the feed
018500*     was dealt to - zero until it is placed.
018600  01  WS-FEED-TABLE.
018700      02  WS-FED-ENTRY               OCCURS 500 TIMES.
018800          05  WS-FED-FEED-ID         PIC X(08).
018900          05  WS-FED-BATCH-COUNT     PIC 9(04)  COMP.
019000          05  WS-FED-REQUEST-COUNT   PIC 9(08)  COMP.
019100          05  WS-FED-STREAM          PIC 9(02)  COMP.
019200*
019300* 01  WS-STREAM-TABLE - per stream, the requests placed on it
019400*     while the feeds are dealt, then the feeds, batches,
019500*     requests and records actually written to its file.
019600  01  WS-STREAM-TABLE.
019700      02  WS-STM-ENTRY               OCCURS 4 TIMES.
019800          05  WS-STM-LOAD            PIC 9(08)  COMP.
019900          05  WS-STM-FEED-COUNT      PIC 9(04)  COMP.
020000          05  WS-STM-BATCH-COUNT     PIC 9(04)  COMP.
020100          05  WS-STM-REQUEST-COUNT   PIC 9(08)  COMP.
020200          05  WS-STM-RECORD-COUNT    PIC 9(08)  COMP.
020300*
020400  COPY DTVSTQ.
020500*
020600  COPY DTVCKP.
020700*
020800  01  WS-REPORT-LINE-WORK            PIC X(80).
020900  01  WS-STREAM-EDIT                 PIC 99.
021000  01  WS-COUNT-EDIT                  PIC ZZZ9.
021100  01  WS-REQUEST-EDIT                PIC ZZ,ZZZ,ZZ9.
021200*
021300  LINKAGE SECTION.
021400  01  PARM-DATA-AREA.
021500      05  PARM-LENGTH                PIC S9(04)  COMP.
021600      05  PARM-TEXT                  PIC X(79).
021700*
021800  PROCEDURE DIVISION USING PARM-DATA-AREA.
021900*
022000  0000-MAINLINE.
022100      PERFORM 1000-INITIALIZE
022200      PERFORM 2000-COUNT-FEED-REQUESTS THRU 2000-EXIT
022300      PERFORM 3000-DEAL-FEEDS-TO-STREAMS
022400      PERFORM 4000-WRITE-STREAM-FILES THRU 4000-EXIT
022500      PERFORM 5000-START-STREAM-CONTROLS
022600      PERFORM 9000-TERMINATE
022700      STOP RUN.
022800*
022900* ----------------------------------------------------------------
023000*  1000-INITIALIZE
023100*      Settles the stream count off the PARM and cuts the
023200*      night's run-control record, the way DTV100 cuts it on a
023300*      single-stream night: every stream's DTV100 reads this
023400*      record rather than cutting its own.  A PARM that is not
023500*      a single digit 1 to 4 is a setup error, RC=12, and the
023600*      night splits four ways so the streams still run.
023700* ----------------------------------------------------------------
023800  1000-INITIALIZE.
023900      IF PARM-LENGTH > 0
024000          IF PARM-LENGTH = 1
024100             AND PARM-TEXT (1 : 1) IS NUMERIC
024200             AND PARM-TEXT (1 : 1) > '0'
024300             AND PARM-TEXT (1 : 1) NOT > '4'
024400              MOVE PARM-TEXT (1 : 1) TO WS-STREAM-COUNT
024500          ELSE
024600              DISPLAY 'DTV190: PARM STREAM COUNT NOT 1 TO 4: '
024700                  PARM-TEXT (1 : PARM-LENGTH)
024800              MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
024900          END-IF
025000      END-IF
025100      INITIALIZE WS-STREAM-TABLE
025200      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
025300      ACCEPT WS-RUN-TIME FROM TIME
025400      OPEN OUTPUT RUN-CONTROL-FILE
025500      MOVE WS-RUN-DATE TO RNC-RUN-DATE
025600      MOVE WS-RUN-TIME TO RNC-RUN-TIME
025700      MOVE SPACE TO RNC-RUN-ID
025800      STRING WS-RUN-DATE DELIMITED BY SIZE
025900             WS-RUN-TIME DELIMITED BY SIZE
026000          INTO RNC-RUN-ID
026100      END-STRING
026200      MOVE RNC-RUN-ID TO WS-RUN-ID
026300      WRITE DTV-RUN-CONTROL-RECORD
026400      CLOSE RUN-CONTROL-FILE
026500      OPEN OUTPUT SPLIT-REPORT-FILE
026600      MOVE WS-STREAM-COUNT TO WS-STREAM-EDIT
026700      MOVE SPACE TO WS-REPORT-LINE-WORK
026800      STRING 'DTV190 FEED STREAM SPLIT  -  RUN ID '
026900                 DELIMITED BY SIZE
027000             WS-RUN-ID   DELIMITED BY SIZE
027100             '  STREAMS ' DELIMITED BY SIZE
027200             WS-STREAM-EDIT DELIMITED BY SIZE
027300          INTO WS-REPORT-LINE-WORK
027400      END-STRING
027500      PERFORM 8000-WRITE-REPORT-LINE
027600      MOVE SPACE TO WS-REPORT-LINE-WORK
027700      PERFORM 8000-WRITE-REPORT-LINE.
027800*
027900* ----------------------------------------------------------------
028000*  2000-COUNT-FEED-REQUESTS
028100*      First pass: the requests each feed's batches carry,
028200*      counted the way DTV100 counts them, so the feeds can be
028300*      dealt out by weight.  A batch belongs to the feed on its
028400*      header and runs until its trailer or the next header,
028500*      as DTV100 reads it.  Requests outside any batch ride
028600*      stream 01 - DTV100 rejects them there as it would on a
028700*      single pass - and so do the batches of any feed past
028800*      the table's limit, reported and RC=8.  A DTVTRAN that
028900*      does not open is a setup error, RC=12; the streams are
029000*      still started, empty.
029100* ----------------------------------------------------------------
029200  2000-COUNT-FEED-REQUESTS.
029300      OPEN INPUT TRANS-FILE
029400      IF NOT WS-TRANS-FILE-OPEN-OK
029500          DISPLAY 'DTV190: DTVTRAN DID NOT OPEN, STATUS '
029600              WS-TRANS-FILE-STATUS ', STREAMS STARTED EMPTY'
029700          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
029800          MOVE 'Y' TO WS-TRANS-MISSING-SWITCH
029900          GO TO 2000-EXIT
030000      END-IF
030100      MOVE 'Y' TO WS-ADD-FEED-SWITCH
030200      PERFORM 2100-COUNT-ONE-RECORD THRU 2100-EXIT
030300          UNTIL WS-END-OF-TRANS-FILE
030400      MOVE 'N' TO WS-ADD-FEED-SWITCH
030500      CLOSE TRANS-FILE.
030600  2000-EXIT.
030700      EXIT.
030800*
030900  2100-COUNT-ONE-RECORD.
031000      READ TRANS-FILE
031100          AT END
031200              MOVE 'Y' TO WS-TRN-EOF-SWITCH
031300              GO TO 2100-EXIT
031400      END-READ
031500      IF BCH-IS-HEADER
031600          MOVE BCH-HDR-FEED-ID TO WS-SEARCH-FEED-ID
031700          PERFORM 8200-FIND-FEED THRU 8200-EXIT
031800          MOVE WS-FEED-FOUND-INDEX TO WS-CURRENT-FEED-INDEX
031900          IF WS-FEED-FOUND-INDEX > 0
032000              ADD 1 TO WS-FED-BATCH-COUNT (WS-FEED-FOUND-INDEX)
032100          ELSE
032200              ADD 1 TO WS-OVERFLOW-BATCH-COUNT
032300          END-IF
032400          MOVE 'Y' TO WS-IN-BATCH-SWITCH
032500          GO TO 2100-EXIT
032600      END-IF
032700      IF BCH-IS-TRAILER
032800          MOVE 'N' TO WS-IN-BATCH-SWITCH
032900          GO TO 2100-EXIT
033000      END-IF
033100      PERFORM 8300-SET-RECORD-WEIGHT
033200      ADD WS-RECORD-WEIGHT TO WS-TRAN-COUNT
033300      IF NOT WS-IN-A-BATCH
033400          ADD WS-RECORD-WEIGHT TO WS-LOOSE-REQUEST-COUNT
033500          GO TO 2100-EXIT
033600      END-IF
033700      IF WS-CURRENT-FEED-INDEX = 0
033800          ADD WS-RECORD-WEIGHT TO WS-OVERFLOW-REQUEST-COUNT
033900      ELSE
034000          ADD WS-RECORD-WEIGHT
034100              TO WS-FED-REQUEST-COUNT (WS-CURRENT-FEED-INDEX)
034200      END-IF.
034300  2100-EXIT.
034400      EXIT.
034500*
034600* ----------------------------------------------------------------
034700*  3000-DEAL-FEEDS-TO-STREAMS
034800*      Largest feed first, each onto the stream carrying the
034900*      fewest requests so far - ties to the lower stream - so
035000*      the streams finish close together.  Stream 01 starts
035100*      loaded with the requests that ride it whatever their
035200*      feed.  Each placement is listed on DTVSPRT.
035300* ----------------------------------------------------------------
035400  3000-DEAL-FEEDS-TO-STREAMS.
035500      ADD WS-LOOSE-REQUEST-COUNT WS-OVERFLOW-REQUEST-COUNT
035600          GIVING WS-STM-LOAD (1)
035700      MOVE SPACE TO WS-REPORT-LINE-WORK
035800      MOVE 'FEED'     TO WS-REPORT-LINE-WORK (1 : 4)
035900      MOVE 'STREAM'   TO WS-REPORT-LINE-WORK (12 : 6)
036000      MOVE 'BATCHES'  TO WS-REPORT-LINE-WORK (21 : 7)
036100      MOVE 'REQUESTS' TO WS-REPORT-LINE-WORK (33 : 8)
036200      PERFORM 8000-WRITE-REPORT-LINE
036300      MOVE SPACE TO WS-REPORT-LINE-WORK
036400      PERFORM 8000-WRITE-REPORT-LINE
036500      PERFORM 3100-DEAL-ONE-FEED
036600          VARYING WS-ASSIGN-INDEX FROM 1 BY 1
036700          UNTIL WS-ASSIGN-INDEX > WS-FEED-COUNT.
036800*
036900  3100-DEAL-ONE-FEED.
037000      MOVE 0 TO WS-LARGEST-INDEX
037100      PERFORM 3110-TEST-ONE-FEED-SIZE
037200          VARYING WS-FEED-INDEX FROM 1 BY 1
037300          UNTIL WS-FEED-INDEX > WS-FEED-COUNT
037400      MOVE 1 TO WS-LEAST-STREAM
037500      PERFORM 3120-TEST-ONE-STREAM-LOAD
037600          VARYING WS-STREAM-INDEX FROM 2 BY 1
037700          UNTIL WS-STREAM-INDEX > WS-STREAM-COUNT
037800      MOVE WS-LEAST-STREAM TO WS-FED-STREAM (WS-LARGEST-INDEX)
037900      ADD WS-FED-REQUEST-COUNT (WS-LARGEST-INDEX)
038000          TO WS-STM-LOAD (WS-LEAST-STREAM)
038100      ADD 1 TO WS-STM-FEED-COUNT (WS-LEAST-STREAM)
038200      MOVE SPACE TO WS-REPORT-LINE-WORK
038300      MOVE WS-FED-FEED-ID (WS-LARGEST-INDEX)
038400          TO WS-REPORT-LINE-WORK (1 : 8)
038500      MOVE WS-LEAST-STREAM TO WS-STREAM-EDIT
038600      MOVE WS-STREAM-EDIT TO WS-REPORT-LINE-WORK (16 : 2)
038700      MOVE WS-FED-BATCH-COUNT (WS-LARGEST-INDEX) TO WS-COUNT-EDIT
038800      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (24 : 4)
038900      MOVE WS-FED-REQUEST-COUNT (WS-LARGEST-INDEX)
039000          TO WS-REQUEST-EDIT
039100      MOVE WS-REQUEST-EDIT TO WS-REPORT-LINE-WORK (31 : 10)
039200      PERFORM 8000-WRITE-REPORT-LINE.
039300*
039400  3110-TEST-ONE-FEED-SIZE.
039500      IF WS-FED-STREAM (WS-FEED-INDEX) = 0
039600          IF WS-LARGEST-INDEX = 0
039700              MOVE WS-FEED-INDEX TO WS-LARGEST-INDEX
039800          ELSE
039900              IF WS-FED-REQUEST-COUNT (WS-FEED-INDEX)
040000                      > WS-FED-REQUEST-COUNT (WS-LARGEST-INDEX)
040100                  MOVE WS-FEED-INDEX TO WS-LARGEST-INDEX
040200              END-IF
040300          END-IF
040400      END-IF.
040500*
040600  3120-TEST-ONE-STREAM-LOAD.
040700      IF WS-STM-LOAD (WS-STREAM-INDEX)
040800                         < WS-STM-LOAD (WS-LEAST-STREAM)
040900          MOVE WS-STREAM-INDEX TO WS-LEAST-STREAM
041000      END-IF.
041100*
041200* ----------------------------------------------------------------
041300*  4000-WRITE-STREAM-FILES
041400*      Second pass: every record to its feed's stream, stamped
041500*      with its sequence on the whole DTVTRAN - a request's
041600*      last number as DTV100 would give it, a batch header or
041700*      trailer the number before it.  A trailer goes where its
041800*      batch went, whatever feed it names, so a spliced or
041900*      short batch fails its proof in the stream exactly as it
042000*      would on one pass.  A trailer outside any batch closes
042100*      nothing and is not dealt: it is counted and the step
042200*      ends RC=10, the code DTV100 gives a stray trailer.
042300*      Every stream file is written, empty or not, so every
042400*      stream job has its night to run.
042500* ----------------------------------------------------------------
042600  4000-WRITE-STREAM-FILES.
042700      OPEN OUTPUT STREAM-TRANS-01 STREAM-TRANS-02
042800                  STREAM-TRANS-03 STREAM-TRANS-04
042900      IF WS-TRANS-MISSING
043000          GO TO 4900-CLOSE-STREAM-FILES
043100      END-IF
043200      MOVE 'N' TO WS-TRN-EOF-SWITCH
043300      MOVE 'N' TO WS-IN-BATCH-SWITCH
043400      MOVE 0 TO WS-TRAN-SEQUENCE
043500      OPEN INPUT TRANS-FILE
043600      PERFORM 4100-WRITE-ONE-RECORD THRU 4100-EXIT
043700          UNTIL WS-END-OF-TRANS-FILE
043800      CLOSE TRANS-FILE.
043900  4900-CLOSE-STREAM-FILES.
044000      CLOSE STREAM-TRANS-01 STREAM-TRANS-02
044100            STREAM-TRANS-03 STREAM-TRANS-04.
044200  4000-EXIT.
044300      EXIT.
044400*
044500  4100-WRITE-ONE-RECORD.
044600      READ TRANS-FILE
044700          AT END
044800              MOVE 'Y' TO WS-TRN-EOF-SWITCH
044900              GO TO 4100-EXIT
045000      END-READ
045100      IF BCH-IS-HEADER
045200          MOVE BCH-HDR-FEED-ID TO WS-SEARCH-FEED-ID
045300          PERFORM 8200-FIND-FEED THRU 8200-EXIT
045400          IF WS-FEED-FOUND-INDEX > 0
045500              MOVE WS-FED-STREAM (WS-FEED-FOUND-INDEX)
045600                  TO WS-CURRENT-STREAM
045700          ELSE
045800              MOVE 1 TO WS-CURRENT-STREAM
045900          END-IF
046000          MOVE 'Y' TO WS-IN-BATCH-SWITCH
046100          MOVE WS-CURRENT-STREAM TO WS-TARGET-STREAM
046200          ADD 1 TO WS-STM-BATCH-COUNT (WS-TARGET-STREAM)
046300          PERFORM 4200-STAMP-AND-WRITE
046400          GO TO 4100-EXIT
046500      END-IF
046600      IF BCH-IS-TRAILER
046700          IF NOT WS-IN-A-BATCH
046800              ADD 1 TO WS-STRAY-TRAILER-COUNT
046900              GO TO 4100-EXIT
047000          END-IF
047100          MOVE 'N' TO WS-IN-BATCH-SWITCH
047200          MOVE WS-CURRENT-STREAM TO WS-TARGET-STREAM
047300          PERFORM 4200-STAMP-AND-WRITE
047400          GO TO 4100-EXIT
047500      END-IF
047600      PERFORM 8300-SET-RECORD-WEIGHT
047700      ADD WS-RECORD-WEIGHT TO WS-TRAN-SEQUENCE
047800      IF WS-IN-A-BATCH
047900          MOVE WS-CURRENT-STREAM TO WS-TARGET-STREAM
048000      ELSE
048100          MOVE 1 TO WS-TARGET-STREAM
048200      END-IF
048300      ADD WS-RECORD-WEIGHT
048400          TO WS-STM-REQUEST-COUNT (WS-TARGET-STREAM)
048500      PERFORM 4200-STAMP-AND-WRITE.
048600  4100-EXIT.
048700      EXIT.
048800*
048900  4200-STAMP-AND-WRITE.
049000      MOVE TRANS-RECORD-IMAGE TO STQ-REQUEST-IMAGE
049100      MOVE WS-TRAN-SEQUENCE TO STQ-ORIGINAL-SEQUENCE
049200      ADD 1 TO WS-STM-RECORD-COUNT (WS-TARGET-STREAM)
049300      IF WS-TARGET-STREAM = 1
049400          WRITE STREAM-TRANS-01-RECORD FROM DTV-STREAM-TRANSACTION
049500      END-IF
049600      IF WS-TARGET-STREAM = 2
049700          WRITE STREAM-TRANS-02-RECORD FROM DTV-STREAM-TRANSACTION
049800      END-IF
049900      IF WS-TARGET-STREAM = 3
050000          WRITE STREAM-TRANS-03-RECORD FROM DTV-STREAM-TRANSACTION
050100      END-IF
050200      IF WS-TARGET-STREAM = 4
050300          WRITE STREAM-TRANS-04-RECORD FROM DTV-STREAM-TRANSACTION
050400      END-IF.
050500*
050600* ----------------------------------------------------------------
050700*  5000-START-STREAM-CONTROLS
050800*      Each stream's checkpoint starts as a SPLIT record with
050900*      the requests dealt to it - DTV100 takes anything but an
051000*      INPROG record as a clean start - and each stream's
051100*      audit file starts empty, so the entries DTV195 later
051200*      appends to DTVAUD are the stream's alone.
051300* ----------------------------------------------------------------
051400  5000-START-STREAM-CONTROLS.
051500      MOVE 'SPLIT   ' TO CKPT-STATUS
051600      MOVE 0 TO CKPT-RETURN-CODE
051700      OPEN OUTPUT STREAM-CKPT-01 STREAM-CKPT-02
051800                  STREAM-CKPT-03 STREAM-CKPT-04
051900      MOVE WS-STM-REQUEST-COUNT (1) TO CKPT-RECORDS-PROCESSED
052000      WRITE STREAM-CKPT-01-RECORD FROM CHECKPOINT-RECORD
052100      MOVE WS-STM-REQUEST-COUNT (2) TO CKPT-RECORDS-PROCESSED
052200      WRITE STREAM-CKPT-02-RECORD FROM CHECKPOINT-RECORD
052300      MOVE WS-STM-REQUEST-COUNT (3) TO CKPT-RECORDS-PROCESSED
052400      WRITE STREAM-CKPT-03-RECORD FROM CHECKPOINT-RECORD
052500      MOVE WS-STM-REQUEST-COUNT (4) TO CKPT-RECORDS-PROCESSED
052600      WRITE STREAM-CKPT-04-RECORD FROM CHECKPOINT-RECORD
052700      CLOSE STREAM-CKPT-01 STREAM-CKPT-02
052800            STREAM-CKPT-03 STREAM-CKPT-04
052900      OPEN OUTPUT STREAM-AUDIT-01 STREAM-AUDIT-02
053000                  STREAM-AUDIT-03 STREAM-AUDIT-04
053100      CLOSE STREAM-AUDIT-01 STREAM-AUDIT-02
053200            STREAM-AUDIT-03 STREAM-AUDIT-04.
053300*
053400  8000-WRITE-REPORT-LINE.
053500      MOVE WS-REPORT-LINE-WORK TO SPLIT-REPORT-RECORD
053600      WRITE SPLIT-REPORT-RECORD.
053700*
053800* ----------------------------------------------------------------
053900*  8200-FIND-FEED
054000*      Looks WS-SEARCH-FEED-ID up in the feed table.  On the
054100*      counting pass a feed not yet there is added; past the
054200*      table's limit the index comes back zero and the feed
054300*      rides stream 01.
054400* ----------------------------------------------------------------
054500  8200-FIND-FEED.
054600      MOVE 0 TO WS-FEED-FOUND-INDEX
054700      PERFORM 8210-TEST-ONE-FEED-ID
054800          VARYING WS-FEED-INDEX FROM 1 BY 1
054900          UNTIL WS-FEED-INDEX > WS-FEED-COUNT
055000             OR WS-FEED-FOUND-INDEX > 0
055100      IF WS-FEED-FOUND-INDEX > 0
055200         OR NOT WS-ADD-MISSING-FEED
055300          GO TO 8200-EXIT
055400      END-IF
055500      IF WS-FEED-COUNT NOT < WS-FEED-MAX
055600          GO TO 8200-EXIT
055700      END-IF
055800      ADD 1 TO WS-FEED-COUNT
055900      MOVE WS-FEED-COUNT TO WS-FEED-FOUND-INDEX
056000      MOVE WS-SEARCH-FEED-ID TO WS-FED-FEED-ID (WS-FEED-COUNT)
056100      MOVE 0 TO WS-FED-BATCH-COUNT (WS-FEED-COUNT)
056200      MOVE 0 TO WS-FED-REQUEST-COUNT (WS-FEED-COUNT)
056300      MOVE 0 TO WS-FED-STREAM (WS-FEED-COUNT).
056400  8200-EXIT.
056500      EXIT.
056600*
056700  8210-TEST-ONE-FEED-ID.
056800      IF WS-FED-FEED-ID (WS-FEED-INDEX) = WS-SEARCH-FEED-ID
056900          MOVE WS-FEED-INDEX TO WS-FEED-FOUND-INDEX
057000      END-IF.
057100*
057200  8300-SET-RECORD-WEIGHT.
057300      IF PRQ-IS-PERIOD
057400          MOVE 2 TO WS-RECORD-WEIGHT
057500      ELSE
057600          MOVE 1 TO WS-RECORD-WEIGHT
057700      END-IF.
057800*
057900* ----------------------------------------------------------------
058000*  9000-TERMINATE
058100*      The per-stream totals and the exceptions, then the
058200*      verdict: a stray trailer ends RC=10, as it does DTV100;
058300*      feeds past the table RC=8 - they validate, on stream
058400*      01, but the split is lopsided; a bad PARM or a DTVTRAN
058500*      that did not open RC=12.
058600* ----------------------------------------------------------------
058700  9000-TERMINATE.
058800      MOVE SPACE TO WS-REPORT-LINE-WORK
058900      PERFORM 8000-WRITE-REPORT-LINE
059000      MOVE 'STREAM'   TO WS-REPORT-LINE-WORK (1 : 6)
059100      MOVE 'FEEDS'    TO WS-REPORT-LINE-WORK (10 : 5)
059200      MOVE 'BATCHES'  TO WS-REPORT-LINE-WORK (18 : 7)
059300      MOVE 'REQUESTS' TO WS-REPORT-LINE-WORK (30 : 8)
059400      MOVE 'RECORDS'  TO WS-REPORT-LINE-WORK (44 : 7)
059500      PERFORM 8000-WRITE-REPORT-LINE
059600      PERFORM 9100-REPORT-ONE-STREAM
059700          VARYING WS-STREAM-INDEX FROM 1 BY 1
059800          UNTIL WS-STREAM-INDEX > WS-STREAM-MAX
059900      MOVE SPACE TO WS-REPORT-LINE-WORK
060000      PERFORM 8000-WRITE-REPORT-LINE
060100      MOVE WS-TRAN-COUNT TO WS-REQUEST-EDIT
060200      MOVE 'REQUESTS ON DTVTRAN            : '
060300          TO WS-REPORT-LINE-WORK (1 : 33)
060400      MOVE WS-REQUEST-EDIT TO WS-REPORT-LINE-WORK (34 : 10)
060500      PERFORM 8000-WRITE-REPORT-LINE
060600      MOVE WS-LOOSE-REQUEST-COUNT TO WS-REQUEST-EDIT
060700      MOVE 'REQUESTS OUTSIDE ANY BATCH     : '
060800          TO WS-REPORT-LINE-WORK (1 : 33)
060900      MOVE WS-REQUEST-EDIT TO WS-REPORT-LINE-WORK (34 : 10)
061000      PERFORM 8000-WRITE-REPORT-LINE
061100      MOVE WS-OVERFLOW-BATCH-COUNT TO WS-REQUEST-EDIT
061200      MOVE 'BATCHES OF FEEDS PAST THE TABLE: '
061300          TO WS-REPORT-LINE-WORK (1 : 33)
061400      MOVE WS-REQUEST-EDIT TO WS-REPORT-LINE-WORK (34 : 10)
061500      PERFORM 8000-WRITE-REPORT-LINE
061600      MOVE WS-STRAY-TRAILER-COUNT TO WS-REQUEST-EDIT
061700      MOVE 'STRAY TRAILERS NOT DEALT       : '
061800          TO WS-REPORT-LINE-WORK (1 : 33)
061900      MOVE WS-REQUEST-EDIT TO WS-REPORT-LINE-WORK (34 : 10)
062000      PERFORM 8000-WRITE-REPORT-LINE
062100      MOVE SPACE TO WS-REPORT-LINE-WORK
062200      IF WS-SETUP-ERROR
062300          MOVE 'SPLIT NOT TRUSTED - SETUP ERROR'
062400              TO WS-REPORT-LINE-WORK
062500      ELSE
062600          MOVE 'NIGHT SPLIT - RELEASE THE STREAM JOBS'
062700              TO WS-REPORT-LINE-WORK
062800      END-IF
062900      PERFORM 8000-WRITE-REPORT-LINE
063000      CLOSE SPLIT-REPORT-FILE
063100      IF WS-OVERFLOW-BATCH-COUNT > 0
063200          DISPLAY 'DTV190: MORE THAN ' WS-FEED-MAX ' FEEDS ON'
063300              ' DTVTRAN, ' WS-OVERFLOW-BATCH-COUNT
063400              ' BATCHES PAST THE LIMIT DEALT TO STREAM 01'
063500          MOVE 8 TO RETURN-CODE
063600      END-IF
063700      IF WS-STRAY-TRAILER-COUNT > 0
063800          DISPLAY 'DTV190: ' WS-STRAY-TRAILER-COUNT
063900              ' STRAY TRAILERS OUTSIDE ANY BATCH, NOT DEALT'
064000          MOVE 10 TO RETURN-CODE
064100      END-IF
064200      IF WS-SETUP-ERROR
064300          MOVE 12 TO RETURN-CODE
064400      END-IF.
064500*
064600  9100-REPORT-ONE-STREAM.
064700      MOVE SPACE TO WS-REPORT-LINE-WORK
064800      MOVE WS-STREAM-INDEX TO WS-STREAM-EDIT
064900      MOVE WS-STREAM-EDIT TO WS-REPORT-LINE-WORK (5 : 2)
065000      MOVE WS-STM-FEED-COUNT (WS-STREAM-INDEX) TO WS-COUNT-EDIT
065100      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (11 : 4)
065200      MOVE WS-STM-BATCH-COUNT (WS-STREAM-INDEX) TO WS-COUNT-EDIT
065300      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (21 : 4)
065400      MOVE WS-STM-REQUEST-COUNT (WS-STREAM-INDEX)
065500          TO WS-REQUEST-EDIT
065600      MOVE WS-REQUEST-EDIT TO WS-REPORT-LINE-WORK (28 : 10)
065700      MOVE WS-STM-RECORD-COUNT (WS-STREAM-INDEX)
065800          TO WS-REQUEST-EDIT
065900      MOVE WS-REQUEST-EDIT TO WS-REPORT-LINE-WORK (41 : 10)
066000      PERFORM 8000-WRITE-REPORT-LINE.
066100*
066200  END PROGRAM DTV190.
