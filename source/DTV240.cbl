000100* ****************************************************************
000200*  IDENTIFICATION DIVISION.
000300  IDENTIFICATION DIVISION.
000400  PROGRAM-ID. DTV240.
000500  AUTHOR. R DUVALL.
000600  INSTALLATION. DATA ADMINISTRATION.
000700  DATE-WRITTEN. 10/15/2026.
000800  DATE-COMPILED.
000900* ----------------------------------------------------------------
001000*  MODIFICATION HISTORY
001100*  10/15/2026  RD   Original one-night backout, run by DTVBKOUT
001200*                   with the run id to reverse on the PARM.  A
001300*                   night run with a bad DTVFMTD or DTVFEED had
001400*                   to be cleaned out of the month-to-date audit
001500*                   trail and the open-reject master by hand
001600*                   before it could be rerun, or DTV200 and
001700*                   DTV220 counted its dates twice.  Every
001800*                   DTVAUD and DTVOPEN entry now carries the run
001900*                   id that wrote it, so this program copies
002000*                   everything else aside, proves what it is
002100*                   taking out against the figures DTV120
002200*                   balanced the night to (the run's '*TOTAL'
002300*                   record on the DTVHIST ledger), and only then
002400*                   rewrites the live files without the run.  A
002500*                   count that does not prove leaves both live
002600*                   files untouched and ends RC=8; no ledger
002700*                   record for the run is a setup error, RC=12.
002710*  10/15/2026  RD   A proved backout now takes the run off the
002720*                   DTVHIST ledger as well - its feed records
002730*                   and its '*TOTAL' - copied aside to DTVHSTW
002740*                   while the ledger is read and reloaded with
002750*                   the other two live files.  Left on, DTV125
002760*                   averaged the bad night into every feed's
002770*                   volume baseline beside its rerun.
002772*  10/15/2026  RD   The DTVCLHS closed-reject history is split
002774*                   on CLH-OPEN-RUN-ID the same way, the run's
002776*                   closures listed on DTVBKRP and copied
002778*                   aside to DTVCLHW, and rewritten with the
002780*                   others when the backout proves.  Left on,
002782*                   a closure of a backed-out reject was
002784*                   counted again by DTV250 once the rerun's
002786*                   reject closed.  The run's open entries and
002788*                   closures together may not exceed its
002790*                   rejects.
002800* ----------------------------------------------------------------
002900*
003000*  PURPOSE.
003100*      Take one night's DTV100 run back out of DTVAUD, DTVOPEN,
003200*      DTVCLHS and the DTVHIST ledger so the night can be rerun
003300*      clean: copy aside, prove the removal, then replace.
003400*
003500  ENVIRONMENT DIVISION.
003600  INPUT-OUTPUT SECTION.
003700  FILE-CONTROL.
003800      SELECT HISTORY-FILE ASSIGN TO "DTVHIST"
003900          ORGANIZATION IS LINE SEQUENTIAL
004000          FILE STATUS IS WS-HIST-FILE-STATUS.
004010      SELECT HISTORY-WORK-FILE ASSIGN TO "DTVHSTW"
004020          ORGANIZATION IS LINE SEQUENTIAL.
004100      SELECT AUDIT-FILE ASSIGN TO "DTVAUD"
004200          ORGANIZATION IS LINE SEQUENTIAL
004300          FILE STATUS IS WS-AUDIT-FILE-STATUS.
004400      SELECT AUDIT-WORK-FILE ASSIGN TO "DTVAUDW"
004500          ORGANIZATION IS LINE SEQUENTIAL.
004600      SELECT OPEN-REJECT-FILE ASSIGN TO "DTVOPEN"
004700          ORGANIZATION IS LINE SEQUENTIAL
004800          FILE STATUS IS WS-OPEN-FILE-STATUS.
004900      SELECT OPEN-WORK-FILE ASSIGN TO "DTVOPNW"
005000          ORGANIZATION IS LINE SEQUENTIAL.
005010      SELECT CLOSED-HISTORY-FILE ASSIGN TO "DTVCLHS"
005020          ORGANIZATION IS LINE SEQUENTIAL
005030          FILE STATUS IS WS-CLOSED-FILE-STATUS.
005040      SELECT CLOSED-WORK-FILE ASSIGN TO "DTVCLHW"
005050          ORGANIZATION IS LINE SEQUENTIAL.
005100      SELECT BACKOUT-REPORT-FILE ASSIGN TO "DTVBKRP"
005200          ORGANIZATION IS LINE SEQUENTIAL.
005300*
005400  DATA DIVISION.
005500  FILE SECTION.
005600  FD  HISTORY-FILE
005700      LABEL RECORDS ARE STANDARD.
005800  COPY DTVHST.
005900*
005910  FD  HISTORY-WORK-FILE
005920      LABEL RECORDS ARE STANDARD.
005930  01  HISTORY-WORK-RECORD            PIC X(150).
005940*
006000  FD  AUDIT-FILE
006100      LABEL RECORDS ARE STANDARD.
006200  COPY DTVAUD.
006300*
006400  FD  AUDIT-WORK-FILE
006500      LABEL RECORDS ARE STANDARD.
006600  01  AUDIT-WORK-RECORD              PIC X(70).
006700*
006800  FD  OPEN-REJECT-FILE
006900      LABEL RECORDS ARE STANDARD.
007000  COPY DTVOPN.
007100*
007200  FD  OPEN-WORK-FILE
007300      LABEL RECORDS ARE STANDARD.
007400  01  OPEN-WORK-RECORD               PIC X(72).
007500*
007510  FD  CLOSED-HISTORY-FILE
007520      LABEL RECORDS ARE STANDARD.
007530  COPY DTVCLH.
007540*
007550  FD  CLOSED-WORK-FILE
007560      LABEL RECORDS ARE STANDARD.
007570  01  CLOSED-WORK-RECORD             PIC X(100).
007580*
007600  FD  BACKOUT-REPORT-FILE
007700      LABEL RECORDS ARE STANDARD.
007800  01  BACKOUT-REPORT-RECORD          PIC X(80).
007900*
008000  WORKING-STORAGE SECTION.
008100*
008200  77  WS-HIST-READ-COUNT             PIC 9(08)  VALUE 0 COMP.
008210  77  WS-HIST-KEPT-COUNT             PIC 9(08)  VALUE 0 COMP.
008220  77  WS-HIST-REMOVED-COUNT          PIC 9(08)  VALUE 0 COMP.
008230  77  WS-HIST-RESTORED-COUNT         PIC 9(08)  VALUE 0 COMP.
008300  77  WS-AUDIT-READ-COUNT            PIC 9(08)  VALUE 0 COMP.
008400  77  WS-AUDIT-KEPT-COUNT            PIC 9(08)  VALUE 0 COMP.
008500  77  WS-AUDIT-REMOVED-COUNT         PIC 9(08)  VALUE 0 COMP.
008600  77  WS-AUDIT-FALSE-REMOVED         PIC 9(08)  VALUE 0 COMP.
008700  77  WS-AUDIT-RESTORED-COUNT        PIC 9(08)  VALUE 0 COMP.
008800  77  WS-OPEN-READ-COUNT             PIC 9(08)  VALUE 0 COMP.
008900  77  WS-OPEN-KEPT-COUNT             PIC 9(08)  VALUE 0 COMP.
009000  77  WS-OPEN-REMOVED-COUNT          PIC 9(08)  VALUE 0 COMP.
009100  77  WS-OPEN-RESTORED-COUNT         PIC 9(08)  VALUE 0 COMP.
009110  77  WS-CLOSED-READ-COUNT           PIC 9(08)  VALUE 0 COMP.
009120  77  WS-CLOSED-KEPT-COUNT           PIC 9(08)  VALUE 0 COMP.
009130  77  WS-CLOSED-REMOVED-COUNT        PIC 9(08)  VALUE 0 COMP.
009140  77  WS-CLOSED-RESTORED-COUNT       PIC 9(08)  VALUE 0 COMP.
009150  77  WS-REJECTS-REMOVED-COUNT       PIC 9(08)  VALUE 0 COMP.
009200  77  WS-REASON-INDEX                PIC 9(04)  VALUE 0 COMP.
009300*
009400  01  WS-HIST-FILE-STATUS            PIC XX.
009500      88  WS-HIST-OPEN-OK                       VALUE '00'.
009600  01  WS-AUDIT-FILE-STATUS           PIC XX.
009700      88  WS-AUDIT-OPEN-OK                      VALUE '00'.
009800  01  WS-OPEN-FILE-STATUS            PIC XX.
009900      88  WS-OPEN-FILE-OPEN-OK                  VALUE '00'.
009910  01  WS-CLOSED-FILE-STATUS          PIC XX.
009920      88  WS-CLOSED-FILE-OPEN-OK                VALUE '00'.
010000  01  WS-HIST-EOF-SWITCH             PIC X      VALUE 'N'.
010100      88  WS-END-OF-HISTORY-FILE                VALUE 'Y'.
010110  01  WS-HSTW-EOF-SWITCH             PIC X      VALUE 'N'.
010120      88  WS-END-OF-HISTORY-WORK-FILE           VALUE 'Y'.
010200  01  WS-AUDIT-EOF-SWITCH            PIC X      VALUE 'N'.
010300      88  WS-END-OF-AUDIT-FILE                  VALUE 'Y'.
010400  01  WS-AUDW-EOF-SWITCH             PIC X      VALUE 'N'.
010500      88  WS-END-OF-AUDIT-WORK-FILE             VALUE 'Y'.
010600  01  WS-OPEN-EOF-SWITCH             PIC X      VALUE 'N'.
010700      88  WS-END-OF-OPEN-FILE                   VALUE 'Y'.
010800  01  WS-OPNW-EOF-SWITCH             PIC X      VALUE 'N'.
010900      88  WS-END-OF-OPEN-WORK-FILE              VALUE 'Y'.
010910  01  WS-CLOSED-EOF-SWITCH           PIC X      VALUE 'N'.
010920      88  WS-END-OF-CLOSED-FILE                 VALUE 'Y'.
010930  01  WS-CLHW-EOF-SWITCH             PIC X      VALUE 'N'.
010940      88  WS-END-OF-CLOSED-WORK-FILE            VALUE 'Y'.
011000  01  WS-SETUP-ERROR-SWITCH          PIC X      VALUE 'N'.
011100      88  WS-SETUP-ERROR                        VALUE 'Y'.
011200  01  WS-LEDGER-FOUND-SWITCH         PIC X      VALUE 'N'.
011300      88  WS-LEDGER-FOUND                       VALUE 'Y'.
011400  01  WS-BACKOUT-PROVED-SWITCH       PIC X      VALUE 'N'.
011500      88  WS-BACKOUT-PROVED                     VALUE 'Y'.
011600*
011700* 01  WS-BACKOUT-RUN-ID - the run to take out, off the PARM:
011800*     the sixteen-character RNC-RUN-ID printed on that night's
011900*     DTVBAL and carried on its DTVHIST records.
012000  01  WS-BACKOUT-RUN-ID              PIC X(16).
012100*
012200* 01  The night's figures as DTV120 balanced them - the last
012300*     '*TOTAL' record the ledger holds for the run, since a
012400*     DTV120 rerun appends a second set and the last set wins.
012500  01  WS-LEDGER-RUN-DATE             PIC 9(08)  VALUE 0.
012600  01  WS-LEDGER-AUDIT-COUNT          PIC 9(08)  VALUE 0.
012700  01  WS-LEDGER-AUDIT-FALSE          PIC 9(08)  VALUE 0.
012800  01  WS-LEDGER-REJECT-COUNT         PIC 9(08)  VALUE 0.
012900  01  WS-LEDGER-BALANCE-FLAG         PIC X(01)  VALUE SPACE.
013000*
013100  01  WS-REPORT-LINE-WORK            PIC X(80).
013200  01  WS-COUNT-EDIT                  PIC ZZ,ZZZ,ZZ9.
013300  01  WS-SEQUENCE-EDIT               PIC ZZZZZZZ9.
013400*
013500  LINKAGE SECTION.
013600  01  PARM-DATA-AREA.
013700      05  PARM-LENGTH                PIC S9(04)  COMP.
013800      05  PARM-TEXT                  PIC X(79).
013900*
014000  PROCEDURE DIVISION USING PARM-DATA-AREA.
014100*
014200  0000-MAINLINE.
014300      PERFORM 1000-INITIALIZE THRU 1000-EXIT
014400      IF NOT WS-SETUP-ERROR
014500          PERFORM 2000-SPLIT-AUDIT-FILE THRU 2000-EXIT
014600      END-IF
014700      IF NOT WS-SETUP-ERROR
014800          PERFORM 3000-SPLIT-OPEN-MASTER THRU 3000-EXIT
014900      END-IF
014910      IF NOT WS-SETUP-ERROR
014920          PERFORM 3500-SPLIT-CLOSED-HISTORY THRU 3500-EXIT
014930      END-IF
015000      IF NOT WS-SETUP-ERROR
015100          PERFORM 4000-PROVE-BACKOUT
015200      END-IF
015300      IF WS-BACKOUT-PROVED
015400          PERFORM 5000-REPLACE-LIVE-FILES
015500      END-IF
015600      PERFORM 9000-TERMINATE
015700      STOP RUN.
015800*
015900* ----------------------------------------------------------------
016000*  1000-INITIALIZE
016100*      Takes the run id off the PARM and the night's balanced
016200*      figures off the ledger, splitting the ledger to DTVHSTW
016300*      as it reads, the way 2000 splits DTVAUD.  No run id, or
016400*      a run the ledger never saw, is a setup error: without
016500*      DTV120's figures there is nothing to prove the removal
016550*      against, and nothing is taken out unproved.
016600* ----------------------------------------------------------------
016700  1000-INITIALIZE.
016800      OPEN OUTPUT BACKOUT-REPORT-FILE
016900      MOVE SPACE TO WS-BACKOUT-RUN-ID
017000      IF PARM-LENGTH > 0
017100          MOVE PARM-TEXT (1 : 16) TO WS-BACKOUT-RUN-ID
017200      END-IF
017300      MOVE SPACE TO WS-REPORT-LINE-WORK
017400      STRING 'DTV240 ONE-NIGHT BACKOUT  -  RUN ' DELIMITED BY SIZE
017500             WS-BACKOUT-RUN-ID DELIMITED BY SIZE
017600          INTO WS-REPORT-LINE-WORK
017700      END-STRING
017800      PERFORM 8000-WRITE-REPORT-LINE
017900      MOVE SPACE TO WS-REPORT-LINE-WORK
018000      PERFORM 8000-WRITE-REPORT-LINE
018100      IF WS-BACKOUT-RUN-ID = SPACE
018200          DISPLAY 'DTV240: NO RUN ID ON THE PARM'
018300          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
018400          GO TO 1000-EXIT
018500      END-IF
018600      PERFORM 1100-LOAD-LEDGER-TOTAL THRU 1100-EXIT
018700      IF WS-SETUP-ERROR
018800          GO TO 1000-EXIT
018900      END-IF
019000      IF NOT WS-LEDGER-FOUND
019100          DISPLAY 'DTV240: RUN ' WS-BACKOUT-RUN-ID
019200              ' HAS NO *TOTAL RECORD ON DTVHIST'
019300          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
019400      END-IF.
019500  1000-EXIT.
019600      EXIT.
019700*
019800  1100-LOAD-LEDGER-TOTAL.
019900      OPEN INPUT HISTORY-FILE
020000      IF NOT WS-HIST-OPEN-OK
020100          DISPLAY 'DTV240: RUN HISTORY DTVHIST DID NOT OPEN,'
020200              ' STATUS ' WS-HIST-FILE-STATUS
020300          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
020400          GO TO 1100-EXIT
020500      END-IF
020510      OPEN OUTPUT HISTORY-WORK-FILE
020600      PERFORM 1150-READ-ONE-HISTORY THRU 1150-EXIT
020700          UNTIL WS-END-OF-HISTORY-FILE
020800      CLOSE HISTORY-FILE
020810      CLOSE HISTORY-WORK-FILE.
020900  1100-EXIT.
021000      EXIT.
021100*
021200  1150-READ-ONE-HISTORY.
021300      READ HISTORY-FILE
021400          AT END
021500              MOVE 'Y' TO WS-HIST-EOF-SWITCH
021600              GO TO 1150-EXIT
021700      END-READ
021800      ADD 1 TO WS-HIST-READ-COUNT
021810      IF HST-RUN-ID NOT = WS-BACKOUT-RUN-ID
021820          ADD 1 TO WS-HIST-KEPT-COUNT
021830          MOVE DTV-RUN-HISTORY-RECORD TO HISTORY-WORK-RECORD
021840          WRITE HISTORY-WORK-RECORD
021850          GO TO 1150-EXIT
021860      END-IF
021870      ADD 1 TO WS-HIST-REMOVED-COUNT
021900      IF NOT HST-IS-RUN-TOTAL
022100          GO TO 1150-EXIT
022200      END-IF
022300      MOVE 'Y' TO WS-LEDGER-FOUND-SWITCH
022400      MOVE HST-RUN-DATE          TO WS-LEDGER-RUN-DATE
022500      MOVE HST-AUDIT-COUNT       TO WS-LEDGER-AUDIT-COUNT
022600      MOVE HST-AUDIT-FALSE-COUNT TO WS-LEDGER-AUDIT-FALSE
022700      MOVE HST-BALANCE-FLAG      TO WS-LEDGER-BALANCE-FLAG
022800      MOVE 0 TO WS-LEDGER-REJECT-COUNT
022900      PERFORM 1160-ADD-ONE-REJECT-COUNT
023000          VARYING WS-REASON-INDEX FROM 1 BY 1
023100          UNTIL WS-REASON-INDEX > 7.
023200  1150-EXIT.
023300      EXIT.
023400*
023500  1160-ADD-ONE-REJECT-COUNT.
023600      ADD HST-REJECT-COUNT (WS-REASON-INDEX)
023700          TO WS-LEDGER-REJECT-COUNT.
023800*
023900* ----------------------------------------------------------------
024000*  2000-SPLIT-AUDIT-FILE
024100*      Every audit record not of the run goes to the DTVAUDW
024200*      work file; the run's own are counted, OKAY-FALSE
024300*      separately, and left behind.  A repair run's proving
024400*      calls carry that run's own id and are kept.  The live
024500*      file is only read here.
024600* ----------------------------------------------------------------
024700  2000-SPLIT-AUDIT-FILE.
024800      OPEN INPUT AUDIT-FILE
024900      IF NOT WS-AUDIT-OPEN-OK
025000          DISPLAY 'DTV240: AUDIT FILE DTVAUD DID NOT OPEN,'
025100              ' STATUS ' WS-AUDIT-FILE-STATUS
025200          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
025300          GO TO 2000-EXIT
025400      END-IF
025500      OPEN OUTPUT AUDIT-WORK-FILE
025600      PERFORM 2100-SPLIT-ONE-AUDIT-RECORD THRU 2100-EXIT
025700          UNTIL WS-END-OF-AUDIT-FILE
025800      CLOSE AUDIT-FILE
025900      CLOSE AUDIT-WORK-FILE.
026000  2000-EXIT.
026100      EXIT.
026200*
026300  2100-SPLIT-ONE-AUDIT-RECORD.
026400      READ AUDIT-FILE
026500          AT END
026600              MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
026700              GO TO 2100-EXIT
026800      END-READ
026900      ADD 1 TO WS-AUDIT-READ-COUNT
027000      IF AUD-RUN-ID = WS-BACKOUT-RUN-ID
027100          ADD 1 TO WS-AUDIT-REMOVED-COUNT
027200          IF AUD-OKAY-FALSE
027300              ADD 1 TO WS-AUDIT-FALSE-REMOVED
027400          END-IF
027500          GO TO 2100-EXIT
027600      END-IF
027700      ADD 1 TO WS-AUDIT-KEPT-COUNT
027800      MOVE DTV-AUDIT-RECORD TO AUDIT-WORK-RECORD
027900      WRITE AUDIT-WORK-RECORD.
028000  2100-EXIT.
028100      EXIT.
028200*
028300* ----------------------------------------------------------------
028400*  3000-SPLIT-OPEN-MASTER
028500*      The same split for the open-reject master, listing each
028600*      of the run's entries on the report as it goes.  An
028700*      entry the repair run has already closed is no longer on
028800*      the master, so the run's entries can number fewer than
028900*      its rejects but never more.
029000* ----------------------------------------------------------------
029100  3000-SPLIT-OPEN-MASTER.
029200      OPEN INPUT OPEN-REJECT-FILE
029300      IF NOT WS-OPEN-FILE-OPEN-OK
029400          DISPLAY 'DTV240: OPEN-REJECT MASTER DTVOPEN DID NOT'
029500              ' OPEN, STATUS ' WS-OPEN-FILE-STATUS
029600          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
029700          GO TO 3000-EXIT
029800      END-IF
029900      OPEN OUTPUT OPEN-WORK-FILE
030000      MOVE SPACE TO WS-REPORT-LINE-WORK
030100      MOVE 'OPEN REJECTS OF THE RUN ON DTVOPEN'
030200          TO WS-REPORT-LINE-WORK
030300      PERFORM 8000-WRITE-REPORT-LINE
030400      MOVE SPACE TO WS-REPORT-LINE-WORK
030500      MOVE 'FEED'       TO WS-REPORT-LINE-WORK (1 : 4)
030600      MOVE 'DATE'       TO WS-REPORT-LINE-WORK (11 : 4)
030700      MOVE 'SEQUENCE'   TO WS-REPORT-LINE-WORK (21 : 8)
030800      MOVE 'REASON'     TO WS-REPORT-LINE-WORK (31 : 6)
030900      MOVE 'FIRST SEEN' TO WS-REPORT-LINE-WORK (39 : 10)
031000      PERFORM 8000-WRITE-REPORT-LINE
031100      PERFORM 3100-SPLIT-ONE-OPEN-ENTRY THRU 3100-EXIT
031200          UNTIL WS-END-OF-OPEN-FILE
031300      CLOSE OPEN-REJECT-FILE
031400      CLOSE OPEN-WORK-FILE
031500      MOVE SPACE TO WS-REPORT-LINE-WORK
031600      PERFORM 8000-WRITE-REPORT-LINE.
031700  3000-EXIT.
031800      EXIT.
031900*
032000  3100-SPLIT-ONE-OPEN-ENTRY.
032100      READ OPEN-REJECT-FILE
032200          AT END
032300              MOVE 'Y' TO WS-OPEN-EOF-SWITCH
032400              GO TO 3100-EXIT
032500      END-READ
032600      ADD 1 TO WS-OPEN-READ-COUNT
032700      IF OPN-RUN-ID NOT = WS-BACKOUT-RUN-ID
032800          ADD 1 TO WS-OPEN-KEPT-COUNT
032900          MOVE DTV-OPEN-REJECT-RECORD TO OPEN-WORK-RECORD
033000          WRITE OPEN-WORK-RECORD
033100          GO TO 3100-EXIT
033200      END-IF
033300      ADD 1 TO WS-OPEN-REMOVED-COUNT
033400      MOVE SPACE TO WS-REPORT-LINE-WORK
033500      MOVE OPN-SOURCE-SYSTEM-ID TO WS-REPORT-LINE-WORK (1 : 8)
033600      MOVE OPN-ORIG-MYDATE      TO WS-REPORT-LINE-WORK (11 : 8)
033700      MOVE OPN-SEQUENCE         TO WS-SEQUENCE-EDIT
033800      MOVE WS-SEQUENCE-EDIT     TO WS-REPORT-LINE-WORK (21 : 8)
033900      MOVE OPN-RESULT-REASON    TO WS-REPORT-LINE-WORK (31 : 4)
034000      MOVE OPN-FIRST-SEEN-DATE  TO WS-REPORT-LINE-WORK (39 : 8)
034100      PERFORM 8000-WRITE-REPORT-LINE.
034200  3100-EXIT.
034300      EXIT.
034400*
034401* ----------------------------------------------------------------
034402*  3500-SPLIT-CLOSED-HISTORY
034403*      The same split for the closed-reject history, on the
034404*      run that opened each reject (CLH-OPEN-RUN-ID): a reject
034405*      the run wrote and a repair run has already closed
034406*      comes off with the run, listed as it goes.  Closures
034407*      of other nights' rejects by the repair run are kept.
034408* ----------------------------------------------------------------
034409  3500-SPLIT-CLOSED-HISTORY.
034410      OPEN INPUT CLOSED-HISTORY-FILE
034411      IF NOT WS-CLOSED-FILE-OPEN-OK
034412          DISPLAY 'DTV240: CLOSED-REJECT HISTORY DTVCLHS DID NOT'
034413              ' OPEN, STATUS ' WS-CLOSED-FILE-STATUS
034414          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
034415          GO TO 3500-EXIT
034416      END-IF
034417      OPEN OUTPUT CLOSED-WORK-FILE
034418      MOVE SPACE TO WS-REPORT-LINE-WORK
034419      MOVE 'CLOSED REJECTS OF THE RUN ON DTVCLHS'
034420          TO WS-REPORT-LINE-WORK
034421      PERFORM 8000-WRITE-REPORT-LINE
034422      MOVE SPACE TO WS-REPORT-LINE-WORK
034423      MOVE 'FEED'       TO WS-REPORT-LINE-WORK (1 : 4)
034424      MOVE 'DATE'       TO WS-REPORT-LINE-WORK (11 : 4)
034425      MOVE 'SEQUENCE'   TO WS-REPORT-LINE-WORK (21 : 8)
034426      MOVE 'REASON'     TO WS-REPORT-LINE-WORK (31 : 6)
034427      MOVE 'FIRST SEEN' TO WS-REPORT-LINE-WORK (39 : 10)
034428      MOVE 'CLOSED'     TO WS-REPORT-LINE-WORK (51 : 6)
034429      MOVE 'TYPE'       TO WS-REPORT-LINE-WORK (61 : 4)
034430      PERFORM 8000-WRITE-REPORT-LINE
034431      PERFORM 3600-SPLIT-ONE-CLOSED-REJECT THRU 3600-EXIT
034432          UNTIL WS-END-OF-CLOSED-FILE
034433      CLOSE CLOSED-HISTORY-FILE
034434      CLOSE CLOSED-WORK-FILE
034435      MOVE SPACE TO WS-REPORT-LINE-WORK
034436      PERFORM 8000-WRITE-REPORT-LINE.
034437  3500-EXIT.
034438      EXIT.
034439*
034440  3600-SPLIT-ONE-CLOSED-REJECT.
034441      READ CLOSED-HISTORY-FILE
034442          AT END
034443              MOVE 'Y' TO WS-CLOSED-EOF-SWITCH
034444              GO TO 3600-EXIT
034445      END-READ
034446      ADD 1 TO WS-CLOSED-READ-COUNT
034447      IF CLH-OPEN-RUN-ID NOT = WS-BACKOUT-RUN-ID
034448          ADD 1 TO WS-CLOSED-KEPT-COUNT
034449          MOVE DTV-CLOSED-REJECT-RECORD TO CLOSED-WORK-RECORD
034450          WRITE CLOSED-WORK-RECORD
034451          GO TO 3600-EXIT
034452      END-IF
034453      ADD 1 TO WS-CLOSED-REMOVED-COUNT
034454      MOVE SPACE TO WS-REPORT-LINE-WORK
034455      MOVE CLH-SOURCE-SYSTEM-ID TO WS-REPORT-LINE-WORK (1 : 8)
034456      MOVE CLH-ORIG-MYDATE      TO WS-REPORT-LINE-WORK (11 : 8)
034457      MOVE CLH-SEQUENCE         TO WS-SEQUENCE-EDIT
034458      MOVE WS-SEQUENCE-EDIT     TO WS-REPORT-LINE-WORK (21 : 8)
034459      MOVE CLH-RESULT-REASON    TO WS-REPORT-LINE-WORK (31 : 4)
034460      MOVE CLH-FIRST-SEEN-DATE  TO WS-REPORT-LINE-WORK (39 : 8)
034461      MOVE CLH-CLOSE-DATE       TO WS-REPORT-LINE-WORK (51 : 8)
034462      MOVE CLH-CLOSURE-TYPE     TO WS-REPORT-LINE-WORK (61 : 1)
034463      PERFORM 8000-WRITE-REPORT-LINE.
034464  3600-EXIT.
034465      EXIT.
034466*
034500* ----------------------------------------------------------------
034600*  4000-PROVE-BACKOUT
034700*      The run's audit records must be exactly the ones DTV120
034800*      counted for it, and its OKAY-FALSE ones likewise; its
034900*      open entries and closures together may not exceed the
034910*      rejects it wrote, since each reject is either still
034920*      open or closed once.  Only a proved backout licenses
034930*      the rewrite.
035100* ----------------------------------------------------------------
035200  4000-PROVE-BACKOUT.
035210      ADD WS-OPEN-REMOVED-COUNT WS-CLOSED-REMOVED-COUNT
035220          GIVING WS-REJECTS-REMOVED-COUNT
035300      IF WS-AUDIT-REMOVED-COUNT = WS-LEDGER-AUDIT-COUNT
035400         AND WS-AUDIT-FALSE-REMOVED = WS-LEDGER-AUDIT-FALSE
035500         AND WS-REJECTS-REMOVED-COUNT NOT > WS-LEDGER-REJECT-COUNT
035600          MOVE 'Y' TO WS-BACKOUT-PROVED-SWITCH
035700      END-IF.
035800*
035900* ----------------------------------------------------------------
036000*  5000-REPLACE-LIVE-FILES
036100*      OPEN OUTPUT rewrites each live file, which is then
036200*      reloaded from its work file, so the live files end
036300*      holding exactly what was kept.  The ledger goes last:
036310*      until it is reloaded the run's figures are still there
036320*      to prove a rerun of the backout against.
036400* ----------------------------------------------------------------
036500  5000-REPLACE-LIVE-FILES.
036600      OPEN INPUT AUDIT-WORK-FILE
036700      OPEN OUTPUT AUDIT-FILE
036800      PERFORM 5100-RESTORE-ONE-AUDIT-RECORD THRU 5100-EXIT
036900          UNTIL WS-END-OF-AUDIT-WORK-FILE
037000      CLOSE AUDIT-WORK-FILE
037100      CLOSE AUDIT-FILE
037200      OPEN INPUT OPEN-WORK-FILE
037300      OPEN OUTPUT OPEN-REJECT-FILE
037400      PERFORM 5200-RESTORE-ONE-OPEN-ENTRY THRU 5200-EXIT
037500          UNTIL WS-END-OF-OPEN-WORK-FILE
037600      CLOSE OPEN-WORK-FILE
037700      CLOSE OPEN-REJECT-FILE
037701      OPEN INPUT CLOSED-WORK-FILE
037702      OPEN OUTPUT CLOSED-HISTORY-FILE
037703      PERFORM 5400-RESTORE-ONE-CLOSED-REJECT THRU 5400-EXIT
037704          UNTIL WS-END-OF-CLOSED-WORK-FILE
037705      CLOSE CLOSED-WORK-FILE
037706      CLOSE CLOSED-HISTORY-FILE
037710      OPEN INPUT HISTORY-WORK-FILE
037720      OPEN OUTPUT HISTORY-FILE
037730      PERFORM 5300-RESTORE-ONE-HISTORY THRU 5300-EXIT
037740          UNTIL WS-END-OF-HISTORY-WORK-FILE
037750      CLOSE HISTORY-WORK-FILE
037760      CLOSE HISTORY-FILE.
037800*
037900  5100-RESTORE-ONE-AUDIT-RECORD.
038000      READ AUDIT-WORK-FILE
038100          AT END
038200              MOVE 'Y' TO WS-AUDW-EOF-SWITCH
038300              GO TO 5100-EXIT
038400      END-READ
038500      ADD 1 TO WS-AUDIT-RESTORED-COUNT
038600      MOVE AUDIT-WORK-RECORD TO DTV-AUDIT-RECORD
038700      WRITE DTV-AUDIT-RECORD.
038800  5100-EXIT.
038900      EXIT.
039000*
039100  5200-RESTORE-ONE-OPEN-ENTRY.
039200      READ OPEN-WORK-FILE
039300          AT END
039400              MOVE 'Y' TO WS-OPNW-EOF-SWITCH
039500              GO TO 5200-EXIT
039600      END-READ
039700      ADD 1 TO WS-OPEN-RESTORED-COUNT
039800      MOVE OPEN-WORK-RECORD TO DTV-OPEN-REJECT-RECORD
039900      WRITE DTV-OPEN-REJECT-RECORD.
040000  5200-EXIT.
040100      EXIT.
040110*
040120  5300-RESTORE-ONE-HISTORY.
040130      READ HISTORY-WORK-FILE
040140          AT END
040150              MOVE 'Y' TO WS-HSTW-EOF-SWITCH
040160              GO TO 5300-EXIT
040170      END-READ
040180      ADD 1 TO WS-HIST-RESTORED-COUNT
040185      MOVE HISTORY-WORK-RECORD TO DTV-RUN-HISTORY-RECORD
040190      WRITE DTV-RUN-HISTORY-RECORD.
040192  5300-EXIT.
040194      EXIT.
040200*
040205  5400-RESTORE-ONE-CLOSED-REJECT.
040210      READ CLOSED-WORK-FILE
040215          AT END
040220              MOVE 'Y' TO WS-CLHW-EOF-SWITCH
040225              GO TO 5400-EXIT
040230      END-READ
040235      ADD 1 TO WS-CLOSED-RESTORED-COUNT
040240      MOVE CLOSED-WORK-RECORD TO DTV-CLOSED-REJECT-RECORD
040245      WRITE DTV-CLOSED-REJECT-RECORD.
040250  5400-EXIT.
040255      EXIT.
040260*
040300  8000-WRITE-REPORT-LINE.
040400      MOVE WS-REPORT-LINE-WORK TO BACKOUT-REPORT-RECORD
040500      WRITE BACKOUT-REPORT-RECORD.
040600*
040700  8100-WRITE-COUNT-LINE.
040800      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 10)
040900      PERFORM 8000-WRITE-REPORT-LINE.
041000*
041100* ----------------------------------------------------------------
041200*  9000-TERMINATE
041300*      The totals block - what the run left on each file beside
041400*      what the ledger says it wrote - then the verdict.  An
041500*      unproved backout ends RC=8 with every live file as it
041600*      was; a setup error ends RC=12 with nothing read past
041700*      the point of failure.
041800* ----------------------------------------------------------------
041900  9000-TERMINATE.
042000      MOVE SPACE TO WS-REPORT-LINE-WORK
042100      MOVE 'LEDGER RUN DATE  : ' TO WS-REPORT-LINE-WORK (1 : 19)
042200      MOVE WS-LEDGER-RUN-DATE TO WS-REPORT-LINE-WORK (20 : 8)
042300      PERFORM 8000-WRITE-REPORT-LINE
042400      MOVE SPACE TO WS-REPORT-LINE-WORK
042500      MOVE 'LEDGER BALANCE   : ' TO WS-REPORT-LINE-WORK (1 : 19)
042600      MOVE WS-LEDGER-BALANCE-FLAG TO WS-REPORT-LINE-WORK (20 : 1)
042700      PERFORM 8000-WRITE-REPORT-LINE
042800      MOVE SPACE TO WS-REPORT-LINE-WORK
042900      PERFORM 8000-WRITE-REPORT-LINE
043000      MOVE WS-AUDIT-READ-COUNT TO WS-COUNT-EDIT
043100      MOVE 'AUDIT READ       : ' TO WS-REPORT-LINE-WORK (1 : 19)
043200      PERFORM 8100-WRITE-COUNT-LINE
043300      MOVE WS-AUDIT-REMOVED-COUNT TO WS-COUNT-EDIT
043400      MOVE 'AUDIT OF RUN     : ' TO WS-REPORT-LINE-WORK (1 : 19)
043500      PERFORM 8100-WRITE-COUNT-LINE
043600      MOVE WS-LEDGER-AUDIT-COUNT TO WS-COUNT-EDIT
043700      MOVE 'LEDGER AUDIT     : ' TO WS-REPORT-LINE-WORK (1 : 19)
043800      PERFORM 8100-WRITE-COUNT-LINE
043900      MOVE WS-AUDIT-FALSE-REMOVED TO WS-COUNT-EDIT
044000      MOVE 'AUDIT FALSE      : ' TO WS-REPORT-LINE-WORK (1 : 19)
044100      PERFORM 8100-WRITE-COUNT-LINE
044200      MOVE WS-LEDGER-AUDIT-FALSE TO WS-COUNT-EDIT
044300      MOVE 'LEDGER FALSE     : ' TO WS-REPORT-LINE-WORK (1 : 19)
044400      PERFORM 8100-WRITE-COUNT-LINE
044500      MOVE WS-AUDIT-KEPT-COUNT TO WS-COUNT-EDIT
044600      MOVE 'AUDIT KEPT       : ' TO WS-REPORT-LINE-WORK (1 : 19)
044700      PERFORM 8100-WRITE-COUNT-LINE
044800      MOVE SPACE TO WS-REPORT-LINE-WORK
044900      PERFORM 8000-WRITE-REPORT-LINE
045000      MOVE WS-OPEN-READ-COUNT TO WS-COUNT-EDIT
045100      MOVE 'OPEN READ        : ' TO WS-REPORT-LINE-WORK (1 : 19)
045200      PERFORM 8100-WRITE-COUNT-LINE
045300      MOVE WS-OPEN-REMOVED-COUNT TO WS-COUNT-EDIT
045400      MOVE 'OPEN OF RUN      : ' TO WS-REPORT-LINE-WORK (1 : 19)
045500      PERFORM 8100-WRITE-COUNT-LINE
045600      MOVE WS-LEDGER-REJECT-COUNT TO WS-COUNT-EDIT
045700      MOVE 'LEDGER REJECTS   : ' TO WS-REPORT-LINE-WORK (1 : 19)
045800      PERFORM 8100-WRITE-COUNT-LINE
045900      MOVE WS-OPEN-KEPT-COUNT TO WS-COUNT-EDIT
046000      MOVE 'OPEN KEPT        : ' TO WS-REPORT-LINE-WORK (1 : 19)
046100      PERFORM 8100-WRITE-COUNT-LINE
046110      MOVE SPACE TO WS-REPORT-LINE-WORK
046120      PERFORM 8000-WRITE-REPORT-LINE
046122      MOVE WS-CLOSED-READ-COUNT TO WS-COUNT-EDIT
046126      MOVE 'CLOSED READ      : ' TO WS-REPORT-LINE-WORK (1 : 19)
046130      PERFORM 8100-WRITE-COUNT-LINE
046134      MOVE WS-CLOSED-REMOVED-COUNT TO WS-COUNT-EDIT
046138      MOVE 'CLOSED OF RUN    : ' TO WS-REPORT-LINE-WORK (1 : 19)
046142      PERFORM 8100-WRITE-COUNT-LINE
046146      MOVE WS-CLOSED-KEPT-COUNT TO WS-COUNT-EDIT
046150      MOVE 'CLOSED KEPT      : ' TO WS-REPORT-LINE-WORK (1 : 19)
046154      PERFORM 8100-WRITE-COUNT-LINE
046158      MOVE SPACE TO WS-REPORT-LINE-WORK
046162      PERFORM 8000-WRITE-REPORT-LINE
046166      MOVE WS-HIST-READ-COUNT TO WS-COUNT-EDIT
046170      MOVE 'LEDGER READ      : ' TO WS-REPORT-LINE-WORK (1 : 19)
046174      PERFORM 8100-WRITE-COUNT-LINE
046178      MOVE WS-HIST-REMOVED-COUNT TO WS-COUNT-EDIT
046182      MOVE 'LEDGER OF RUN    : ' TO WS-REPORT-LINE-WORK (1 : 19)
046186      PERFORM 8100-WRITE-COUNT-LINE
046190      MOVE WS-HIST-KEPT-COUNT TO WS-COUNT-EDIT
046194      MOVE 'LEDGER KEPT      : ' TO WS-REPORT-LINE-WORK (1 : 19)
046198      PERFORM 8100-WRITE-COUNT-LINE
046200      MOVE SPACE TO WS-REPORT-LINE-WORK
046300      PERFORM 8000-WRITE-REPORT-LINE
046400      IF WS-SETUP-ERROR
046500          MOVE 'BACKOUT NOT RUN - SETUP ERROR'
046600              TO WS-REPORT-LINE-WORK
046700      ELSE
046800          IF WS-BACKOUT-PROVED
046900              MOVE 'BACKOUT PROVED - RUN REMOVED'
047000                  TO WS-REPORT-LINE-WORK
047100          ELSE
047200              MOVE 'BACKOUT NOT PROVED - LIVE FILES UNTOUCHED'
047300                  TO WS-REPORT-LINE-WORK
047400              MOVE 8 TO RETURN-CODE
047500          END-IF
047600      END-IF
047700      PERFORM 8000-WRITE-REPORT-LINE
047800      CLOSE BACKOUT-REPORT-FILE
047900      DISPLAY 'DTV240: AUDIT RECORDS RESTORED '
047910          WS-AUDIT-RESTORED-COUNT
048000      DISPLAY 'DTV240: OPEN ENTRIES RESTORED  '
048010          WS-OPEN-RESTORED-COUNT
048012      DISPLAY 'DTV240: CLOSURES RESTORED      '
048014          WS-CLOSED-RESTORED-COUNT
048020      DISPLAY 'DTV240: LEDGER RECORDS RESTORED '
048030          WS-HIST-RESTORED-COUNT
048100      IF WS-SETUP-ERROR
048200          MOVE 12 TO RETURN-CODE
048300      END-IF.
048400*
048500  END PROGRAM DTV240.
