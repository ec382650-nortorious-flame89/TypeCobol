000100* ****************************************************************
000200*  IDENTIFICATION DIVISION.
000300  IDENTIFICATION DIVISION.
000400  PROGRAM-ID. DTV125.
000500  AUTHOR. R DUVALL.
000600  INSTALLATION. DATA ADMINISTRATION.
000700  DATE-WRITTEN. 10/15/2026.
000800  DATE-COMPILED.
000900* ----------------------------------------------------------------
001000*  MODIFICATION HISTORY
001100*  10/15/2026  RD   Original per-feed volume anomaly check, run
001200*                   in DTVNIGHT right after DTV120 appends the
001300*                   night to the DTVHIST run-history ledger.
001400*                   A feed whose volume collapses - 40,000
001500*                   requests one night, 900 the next - is a
001600*                   truncated extract upstream even when its
001700*                   batch trailer proves, and DTV130 cannot see
001800*                   it because it watches failure rate, not
001900*                   volume.  This step compares each feed's
002000*                   requests in tonight against the average of
002100*                   its own last runs on the ledger (twenty by
002200*                   default) and flags any feed below or above
002300*                   the PARM's percentage band (50% to 200% by
002400*                   default) on the DTVVOLR report, ending RC=8
002500*                   so the scheduler pages us the same night.
002600* ----------------------------------------------------------------
002700*
002800*  PURPOSE.
002900*      Catch a feed sending far more or far less than it
003000*      normally does, before its extract is distributed.
003100*
003200  ENVIRONMENT DIVISION.
003300  INPUT-OUTPUT SECTION.
003400  FILE-CONTROL.
003500      SELECT HISTORY-FILE ASSIGN TO "DTVHIST"
003600          ORGANIZATION IS LINE SEQUENTIAL
003700          FILE STATUS IS WS-HIST-FILE-STATUS.
003800      SELECT RUN-CONTROL-FILE ASSIGN TO "DTVRUNC"
003900          ORGANIZATION IS LINE SEQUENTIAL
004000          FILE STATUS IS WS-RUNC-FILE-STATUS.
004100      SELECT VOLUME-REPORT-FILE ASSIGN TO "DTVVOLR"
004200          ORGANIZATION IS LINE SEQUENTIAL.
004300*
004400  DATA DIVISION.
004500  FILE SECTION.
004600  FD  HISTORY-FILE
004700      LABEL RECORDS ARE STANDARD.
004800  COPY DTVHST.
004900*
005000  FD  RUN-CONTROL-FILE
005100      LABEL RECORDS ARE STANDARD.
005200  COPY DTVRNC.
005300*
005400  FD  VOLUME-REPORT-FILE
005500      LABEL RECORDS ARE STANDARD.
005600  01  VOLUME-REPORT-RECORD           PIC X(80).
005700*
005800  WORKING-STORAGE SECTION.
005900*
006000  77  WS-VOL-COUNT                   PIC 9(04)  VALUE 0 COMP.
006100  77  WS-VOL-MAX                     PIC 9(04)  VALUE 100 COMP.
006200  77  WS-VOL-INDEX                   PIC 9(04)  VALUE 0 COMP.
006300  77  WS-VOL-FOUND-INDEX             PIC 9(04)  VALUE 0 COMP.
006400  77  WS-SLOT-INDEX                  PIC 9(04)  VALUE 0 COMP.
006500  77  WS-HIST-READ-COUNT             PIC 9(08)  VALUE 0 COMP.
006600  77  WS-FEEDS-CHECKED               PIC 9(04)  VALUE 0 COMP.
006700  77  WS-FEEDS-LOW                   PIC 9(04)  VALUE 0 COMP.
006800  77  WS-FEEDS-HIGH                  PIC 9(04)  VALUE 0 COMP.
006900  77  WS-FEEDS-NEW                   PIC 9(04)  VALUE 0 COMP.
007000*
007100* 77  WS-LOOKBACK-RUNS - how many of a feed's most recent runs
007200*     make its normal; WS-LOOKBACK-MAX is the in-core limit.
007300*     WS-MIN-HISTORY-RUNS is the fewest a feed needs before
007400*     it is judged at all - a feed three nights old has no
007500*     normal yet.  The band is tonight's volume as a
007600*     percentage of the average.
007700  77  WS-LOOKBACK-RUNS               PIC 9(03)  VALUE 20 COMP.
007800  77  WS-LOOKBACK-MAX                PIC 9(03)  VALUE 30 COMP.
007900  77  WS-MIN-HISTORY-RUNS            PIC 9(03)  VALUE 5 COMP.
008000  77  WS-LOW-PCT                     PIC 9(03)  VALUE 50 COMP.
008100  77  WS-HIGH-PCT                    PIC 9(03)  VALUE 200 COMP.
008200*
008300  01  WS-HIST-FILE-STATUS            PIC XX.
008400      88  WS-HIST-OPEN-OK                       VALUE '00'.
008500  01  WS-RUNC-FILE-STATUS            PIC XX.
008600      88  WS-RUNC-OPEN-OK                       VALUE '00'.
008700  01  WS-HIST-EOF-SWITCH             PIC X      VALUE 'N'.
008800      88  WS-END-OF-HISTORY-FILE                VALUE 'Y'.
008900  01  WS-SETUP-ERROR-SWITCH          PIC X      VALUE 'N'.
009000      88  WS-SETUP-ERROR                        VALUE 'Y'.
009100*
009200  01  WS-RUN-DATE                    PIC 9(08).
009300  01  WS-RUN-ID                      PIC X(16).
009400*
009500* 01  WS-PARM-WORK - PARM='nnn,lll/hhh': runs to average, then
009600*     the low and high percentages of that average a feed may
009700*     run at before it is flagged.  Any part missing or not
009800*     numeric keeps its default.
009900  01  WS-PARM-WORK.
010000      05  WS-PARM-RUNS               PIC X(03).
010100      05  FILLER                     PIC X(01).
010200      05  WS-PARM-LOW                PIC X(03).
010300      05  FILLER                     PIC X(01).
010400      05  WS-PARM-HIGH               PIC X(03).
010500*
010600* 01  WS-VOLUME-TABLE - one entry per feed on the ledger: its
010700*     last WS-LOOKBACK-RUNS runs' requests in, kept as a ring
010800*     (WS-VOL-NEXT-SLOT is where the next run goes), and
010900*     tonight's figure.  The ledger is appended in run order,
011000*     so a DTV120 rerun's second set for a run arrives right
011100*     behind the first and overwrites it rather than counting
011200*     the run twice.
011300  01  WS-VOLUME-TABLE.
011400      02  WS-VOL-ENTRY               OCCURS 100 TIMES.
011500          05  WS-VOL-SOURCE-SYSTEM-ID PIC X(08).
011600          05  WS-VOL-LAST-RUN-ID     PIC X(16).
011700          05  WS-VOL-LAST-SLOT       PIC 9(03)  COMP.
011800          05  WS-VOL-NEXT-SLOT       PIC 9(03)  COMP.
011900          05  WS-VOL-RUNS-HELD       PIC 9(03)  COMP.
012000          05  WS-VOL-HISTORY         PIC 9(08)  COMP
012100                                     OCCURS 30 TIMES.
012200          05  WS-VOL-TONIGHT-SWITCH  PIC X(01).
012300              88  WS-VOL-SENT-TONIGHT           VALUE 'Y'.
012400          05  WS-VOL-TONIGHT         PIC 9(08)  COMP.
012500*
012600  01  WS-VOL-HISTORY-SUM             PIC 9(10)  COMP.
012700  01  WS-VOL-AVERAGE                 PIC 9(08)  COMP.
012800  01  WS-VOL-TIMES-100               PIC 9(10)  COMP.
012900  01  WS-VOL-PCT                     PIC 9(06)  COMP.
013000*
013100  01  WS-REPORT-LINE-WORK            PIC X(80).
013200  01  WS-COUNT-EDIT                  PIC ZZZ9.
013300  01  WS-VOLUME-EDIT                 PIC ZZ,ZZZ,ZZ9.
013400  01  WS-AVERAGE-EDIT                PIC ZZ,ZZZ,ZZ9.
013500  01  WS-PCT-EDIT                    PIC ZZZZZ9.
013600  01  WS-RUNS-EDIT                   PIC ZZ9.
013610  01  WS-LOW-PCT-EDIT                PIC ZZ9.
013620  01  WS-HIGH-PCT-EDIT               PIC ZZ9.
013700*
013800  LINKAGE SECTION.
013900  01  PARM-DATA-AREA.
014000      05  PARM-LENGTH                PIC S9(04)  COMP.
014100      05  PARM-TEXT                  PIC X(79).
014200*
014300  PROCEDURE DIVISION USING PARM-DATA-AREA.
014400*
014500  0000-MAINLINE.
014600      PERFORM 1000-INITIALIZE THRU 1000-EXIT
014700      IF NOT WS-SETUP-ERROR
014800          PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
014900      END-IF
015000      IF NOT WS-SETUP-ERROR
015100          PERFORM 3000-CHECK-VOLUMES
015200      END-IF
015300      PERFORM 9000-TERMINATE
015400      STOP RUN.
015500*
015600* ----------------------------------------------------------------
015700*  1000-INITIALIZE
015800*      Takes the band off the PARM and the night off DTVRUNC.
015900*      Without a run-control record there is no telling which
016000*      ledger entries are tonight's - a setup error, RC=12.
016100* ----------------------------------------------------------------
016200  1000-INITIALIZE.
016300      OPEN OUTPUT VOLUME-REPORT-FILE
016400      IF PARM-LENGTH > 0
016500          MOVE PARM-TEXT TO WS-PARM-WORK
016600          IF WS-PARM-RUNS IS NUMERIC
016700              MOVE WS-PARM-RUNS TO WS-LOOKBACK-RUNS
016800          END-IF
016900          IF WS-PARM-LOW IS NUMERIC
017000              MOVE WS-PARM-LOW TO WS-LOW-PCT
017100          END-IF
017200          IF WS-PARM-HIGH IS NUMERIC
017300              MOVE WS-PARM-HIGH TO WS-HIGH-PCT
017400          END-IF
017500      END-IF
017600      IF WS-LOOKBACK-RUNS > WS-LOOKBACK-MAX
017700          DISPLAY 'DTV125: LOOKBACK OF ' WS-LOOKBACK-RUNS
017800              ' RUNS CUT TO ' WS-LOOKBACK-MAX
017900          MOVE WS-LOOKBACK-MAX TO WS-LOOKBACK-RUNS
018000      END-IF
018100      IF WS-LOOKBACK-RUNS < WS-MIN-HISTORY-RUNS
018200          MOVE WS-MIN-HISTORY-RUNS TO WS-LOOKBACK-RUNS
018300      END-IF
018400      PERFORM 1100-GET-RUN-CONTROL THRU 1100-EXIT
018500      IF WS-SETUP-ERROR
018600          GO TO 1000-EXIT
018700      END-IF
018800      MOVE SPACE TO WS-REPORT-LINE-WORK
018900      STRING 'DTV125 FEED VOLUME CHECK  -  RUN ' DELIMITED BY SIZE
019000             WS-RUN-ID DELIMITED BY SIZE
019100          INTO WS-REPORT-LINE-WORK
019200      END-STRING
019300      PERFORM 8000-WRITE-REPORT-LINE
019400      MOVE WS-LOOKBACK-RUNS TO WS-RUNS-EDIT
019500      MOVE WS-LOW-PCT TO WS-LOW-PCT-EDIT
019600      MOVE WS-HIGH-PCT TO WS-HIGH-PCT-EDIT
019700      MOVE SPACE TO WS-REPORT-LINE-WORK
019800      STRING 'NORMAL IS THE AVERAGE OF THE LAST '
019850                              DELIMITED BY SIZE
019900             WS-RUNS-EDIT     DELIMITED BY SIZE
020000             ' RUNS; BAND '   DELIMITED BY SIZE
020100             WS-LOW-PCT-EDIT  DELIMITED BY SIZE
020200             '% TO '          DELIMITED BY SIZE
020300             WS-HIGH-PCT-EDIT DELIMITED BY SIZE
020400             '%'              DELIMITED BY SIZE
020500          INTO WS-REPORT-LINE-WORK
020600      END-STRING
022200      PERFORM 8000-WRITE-REPORT-LINE
022300      MOVE SPACE TO WS-REPORT-LINE-WORK
022400      PERFORM 8000-WRITE-REPORT-LINE.
022500  1000-EXIT.
022600      EXIT.
022700*
022800  1100-GET-RUN-CONTROL.
022900      OPEN INPUT RUN-CONTROL-FILE
023000      IF NOT WS-RUNC-OPEN-OK
023100          DISPLAY 'DTV125: RUN-CONTROL FILE DTVRUNC DID NOT OPEN,'
023200              ' STATUS ' WS-RUNC-FILE-STATUS
023300          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
023400          GO TO 1100-EXIT
023500      END-IF
023600      READ RUN-CONTROL-FILE
023700          AT END
023800              DISPLAY 'DTV125: NO RUN-CONTROL RECORD ON DTVRUNC'
023900              MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
024000          NOT AT END
024100              MOVE RNC-RUN-DATE TO WS-RUN-DATE
024200              MOVE RNC-RUN-ID   TO WS-RUN-ID
024300      END-READ
024400      CLOSE RUN-CONTROL-FILE.
024500  1100-EXIT.
024600      EXIT.
024700*
024800* ----------------------------------------------------------------
024900*  2000-LOAD-HISTORY
025000*      One pass over the ledger.  Tonight's per-feed records
025100*      give tonight's volumes; records of earlier runs feed
025200*      each source system's ring of recent volumes.  Run ids
025300*      are the run date and time strung together, so "earlier"
025400*      is a plain compare and a ledger re-read for an older
025500*      night ignores the runs that came after it.  '*TOTAL'
025600*      and '*OTHER' are not feeds.
025700* ----------------------------------------------------------------
025800  2000-LOAD-HISTORY.
025900      OPEN INPUT HISTORY-FILE
026000      IF NOT WS-HIST-OPEN-OK
026100          DISPLAY 'DTV125: RUN HISTORY DTVHIST DID NOT OPEN,'
026200              ' STATUS ' WS-HIST-FILE-STATUS
026300          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
026400          GO TO 2000-EXIT
026500      END-IF
026600      PERFORM 2100-LOAD-ONE-HISTORY THRU 2100-EXIT
026700          UNTIL WS-END-OF-HISTORY-FILE
026800      CLOSE HISTORY-FILE.
026900  2000-EXIT.
027000      EXIT.
027100*
027200  2100-LOAD-ONE-HISTORY.
027300      READ HISTORY-FILE
027400          AT END
027500              MOVE 'Y' TO WS-HIST-EOF-SWITCH
027600              GO TO 2100-EXIT
027700      END-READ
027800      ADD 1 TO WS-HIST-READ-COUNT
027900      IF HST-SOURCE-SYSTEM-ID (1 : 1) = '*'
028000         OR HST-RUN-ID > WS-RUN-ID
028100          GO TO 2100-EXIT
028200      END-IF
028300      PERFORM 2200-FIND-VOLUME-ENTRY THRU 2200-EXIT
028400      IF WS-VOL-FOUND-INDEX = 0
028500          GO TO 2100-EXIT
028600      END-IF
028700      IF HST-RUN-ID = WS-RUN-ID
028800          MOVE 'Y' TO WS-VOL-TONIGHT-SWITCH (WS-VOL-FOUND-INDEX)
028900          MOVE HST-REQUESTS-IN
029000              TO WS-VOL-TONIGHT (WS-VOL-FOUND-INDEX)
029100          GO TO 2100-EXIT
029200      END-IF
029300      IF HST-RUN-ID = WS-VOL-LAST-RUN-ID (WS-VOL-FOUND-INDEX)
029400          MOVE WS-VOL-LAST-SLOT (WS-VOL-FOUND-INDEX)
029500              TO WS-SLOT-INDEX
029600      ELSE
029700          MOVE WS-VOL-NEXT-SLOT (WS-VOL-FOUND-INDEX)
029800              TO WS-SLOT-INDEX
029900          MOVE WS-SLOT-INDEX
029950              TO WS-VOL-LAST-SLOT (WS-VOL-FOUND-INDEX)
030000          MOVE HST-RUN-ID
030050              TO WS-VOL-LAST-RUN-ID (WS-VOL-FOUND-INDEX)
030100          IF WS-VOL-RUNS-HELD (WS-VOL-FOUND-INDEX)
030200                                         < WS-LOOKBACK-RUNS
030300              ADD 1 TO WS-VOL-RUNS-HELD (WS-VOL-FOUND-INDEX)
030400          END-IF
030500          IF WS-SLOT-INDEX NOT < WS-LOOKBACK-RUNS
030600              MOVE 1 TO WS-VOL-NEXT-SLOT (WS-VOL-FOUND-INDEX)
030700          ELSE
030800              ADD 1 TO WS-VOL-NEXT-SLOT (WS-VOL-FOUND-INDEX)
030900          END-IF
031000      END-IF
031100      MOVE HST-REQUESTS-IN
031200          TO WS-VOL-HISTORY (WS-VOL-FOUND-INDEX WS-SLOT-INDEX).
031300  2100-EXIT.
031400      EXIT.
031500*
031600* ----------------------------------------------------------------
031700*  2200-FIND-VOLUME-ENTRY
031800*      Finds the ledger record's feed in the table, adding it
031900*      empty when new.  A feed past the table's limit is
032000*      reported and left unchecked (found index zero).
032100* ----------------------------------------------------------------
032200  2200-FIND-VOLUME-ENTRY.
032300      MOVE 0 TO WS-VOL-FOUND-INDEX
032400      PERFORM 2210-TEST-ONE-VOLUME-ENTRY
032500          VARYING WS-VOL-INDEX FROM 1 BY 1
032600          UNTIL WS-VOL-INDEX > WS-VOL-COUNT
032700             OR WS-VOL-FOUND-INDEX > 0
032800      IF WS-VOL-FOUND-INDEX > 0
032900          GO TO 2200-EXIT
033000      END-IF
033100      IF WS-VOL-COUNT NOT < WS-VOL-MAX
033200          DISPLAY 'DTV125: MORE THAN ' WS-VOL-MAX ' FEEDS ON'
033300              ' DTVHIST, ' HST-SOURCE-SYSTEM-ID ' NOT CHECKED'
033400          GO TO 2200-EXIT
033500      END-IF
033600      ADD 1 TO WS-VOL-COUNT
033700      MOVE WS-VOL-COUNT TO WS-VOL-FOUND-INDEX
033800      INITIALIZE WS-VOL-ENTRY (WS-VOL-FOUND-INDEX)
033900      MOVE HST-SOURCE-SYSTEM-ID
034000          TO WS-VOL-SOURCE-SYSTEM-ID (WS-VOL-FOUND-INDEX)
034100      MOVE 1 TO WS-VOL-NEXT-SLOT (WS-VOL-FOUND-INDEX)
034200      MOVE 'N' TO WS-VOL-TONIGHT-SWITCH (WS-VOL-FOUND-INDEX).
034300  2200-EXIT.
034400      EXIT.
034500*
034600  2210-TEST-ONE-VOLUME-ENTRY.
034700      IF WS-VOL-SOURCE-SYSTEM-ID (WS-VOL-INDEX)
034800                                     = HST-SOURCE-SYSTEM-ID
034900          MOVE WS-VOL-INDEX TO WS-VOL-FOUND-INDEX
035000      END-IF.
035100*
035200* ----------------------------------------------------------------
035300*  3000-CHECK-VOLUMES
035400*      Every feed that sent tonight is compared with its own
035500*      average.  A feed with too short a history is listed as
035600*      NEW and not judged.  A feed on the ledger that sent
035700*      nothing tonight is not this step's to report - DTV150
035800*      knows which nights each feed is due and has already
035900*      said so.
036000* ----------------------------------------------------------------
036100  3000-CHECK-VOLUMES.
036200      MOVE SPACE TO WS-REPORT-LINE-WORK
036300      MOVE 'FEED'      TO WS-REPORT-LINE-WORK (1 : 4)
036400      MOVE 'TONIGHT'   TO WS-REPORT-LINE-WORK (14 : 7)
036500      MOVE 'AVERAGE'   TO WS-REPORT-LINE-WORK (26 : 7)
036600      MOVE 'PCT'       TO WS-REPORT-LINE-WORK (38 : 3)
036700      MOVE 'RUNS'      TO WS-REPORT-LINE-WORK (43 : 4)
036800      MOVE 'FLAG'      TO WS-REPORT-LINE-WORK (49 : 4)
036900      PERFORM 8000-WRITE-REPORT-LINE
037000      MOVE SPACE TO WS-REPORT-LINE-WORK
037100      PERFORM 8000-WRITE-REPORT-LINE
037200      PERFORM 3100-CHECK-ONE-FEED THRU 3100-EXIT
037300          VARYING WS-VOL-INDEX FROM 1 BY 1
037400          UNTIL WS-VOL-INDEX > WS-VOL-COUNT.
037500*
037600  3100-CHECK-ONE-FEED.
037700      IF NOT WS-VOL-SENT-TONIGHT (WS-VOL-INDEX)
037800          GO TO 3100-EXIT
037900      END-IF
038000      ADD 1 TO WS-FEEDS-CHECKED
038100      MOVE SPACE TO WS-REPORT-LINE-WORK
038200      MOVE WS-VOL-SOURCE-SYSTEM-ID (WS-VOL-INDEX)
038300          TO WS-REPORT-LINE-WORK (1 : 8)
038400      MOVE WS-VOL-TONIGHT (WS-VOL-INDEX) TO WS-VOLUME-EDIT
038500      MOVE WS-VOLUME-EDIT TO WS-REPORT-LINE-WORK (11 : 10)
038600      MOVE WS-VOL-RUNS-HELD (WS-VOL-INDEX) TO WS-RUNS-EDIT
038700      MOVE WS-RUNS-EDIT TO WS-REPORT-LINE-WORK (44 : 3)
038800      IF WS-VOL-RUNS-HELD (WS-VOL-INDEX) < WS-MIN-HISTORY-RUNS
038900          ADD 1 TO WS-FEEDS-NEW
039000          MOVE 'NEW - TOO LITTLE HISTORY'
039100              TO WS-REPORT-LINE-WORK (49 : 24)
039200          PERFORM 8000-WRITE-REPORT-LINE
039300          GO TO 3100-EXIT
039400      END-IF
039500      MOVE 0 TO WS-VOL-HISTORY-SUM
039600      PERFORM 3110-ADD-ONE-HISTORY
039700          VARYING WS-SLOT-INDEX FROM 1 BY 1
039800          UNTIL WS-SLOT-INDEX > WS-VOL-RUNS-HELD (WS-VOL-INDEX)
039900      DIVIDE WS-VOL-HISTORY-SUM BY WS-VOL-RUNS-HELD (WS-VOL-INDEX)
040000          GIVING WS-VOL-AVERAGE
040100      MOVE WS-VOL-AVERAGE TO WS-AVERAGE-EDIT
040200      MOVE WS-AVERAGE-EDIT TO WS-REPORT-LINE-WORK (23 : 10)
040300      IF WS-VOL-AVERAGE = 0
040400          IF WS-VOL-TONIGHT (WS-VOL-INDEX) > 0
040500              ADD 1 TO WS-FEEDS-HIGH
040600              MOVE '** HIGH **' TO WS-REPORT-LINE-WORK (49 : 10)
040700          END-IF
040800          PERFORM 8000-WRITE-REPORT-LINE
040900          GO TO 3100-EXIT
041000      END-IF
041100      MULTIPLY WS-VOL-TONIGHT (WS-VOL-INDEX) BY 100
041200          GIVING WS-VOL-TIMES-100
041300      DIVIDE WS-VOL-TIMES-100 BY WS-VOL-AVERAGE
041400          GIVING WS-VOL-PCT
041500      MOVE WS-VOL-PCT TO WS-PCT-EDIT
041600      MOVE WS-PCT-EDIT TO WS-REPORT-LINE-WORK (35 : 6)
041700      IF WS-VOL-PCT < WS-LOW-PCT
041800          ADD 1 TO WS-FEEDS-LOW
041900          MOVE '** LOW **' TO WS-REPORT-LINE-WORK (49 : 9)
042000      END-IF
042100      IF WS-VOL-PCT > WS-HIGH-PCT
042200          ADD 1 TO WS-FEEDS-HIGH
042300          MOVE '** HIGH **' TO WS-REPORT-LINE-WORK (49 : 10)
042400      END-IF
042500      PERFORM 8000-WRITE-REPORT-LINE.
042600  3100-EXIT.
042700      EXIT.
042800*
042900  3110-ADD-ONE-HISTORY.
043000      ADD WS-VOL-HISTORY (WS-VOL-INDEX WS-SLOT-INDEX)
043100          TO WS-VOL-HISTORY-SUM.
043200*
043300  8000-WRITE-REPORT-LINE.
043400      MOVE WS-REPORT-LINE-WORK TO VOLUME-REPORT-RECORD
043500      WRITE VOLUME-REPORT-RECORD.
043600*
043700* ----------------------------------------------------------------
043800*  9000-TERMINATE
043900*      The totals block, then the verdict: any feed outside its
044000*      band ends RC=8, the same alert code DTV130 pages with;
044100*      no run-control record or no ledger is a setup error,
044200*      RC=12.
044300* ----------------------------------------------------------------
044400  9000-TERMINATE.
044500      MOVE SPACE TO WS-REPORT-LINE-WORK
044600      PERFORM 8000-WRITE-REPORT-LINE
044700      MOVE WS-FEEDS-CHECKED TO WS-COUNT-EDIT
044800      MOVE 'FEEDS CHECKED    : ' TO WS-REPORT-LINE-WORK (1 : 19)
044900      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 4)
045000      PERFORM 8000-WRITE-REPORT-LINE
045100      MOVE WS-FEEDS-LOW TO WS-COUNT-EDIT
045200      MOVE 'FEEDS LOW        : ' TO WS-REPORT-LINE-WORK (1 : 19)
045300      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 4)
045400      PERFORM 8000-WRITE-REPORT-LINE
045500      MOVE WS-FEEDS-HIGH TO WS-COUNT-EDIT
045600      MOVE 'FEEDS HIGH       : ' TO WS-REPORT-LINE-WORK (1 : 19)
045700      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 4)
045800      PERFORM 8000-WRITE-REPORT-LINE
045900      MOVE WS-FEEDS-NEW TO WS-COUNT-EDIT
046000      MOVE 'FEEDS NOT JUDGED : ' TO WS-REPORT-LINE-WORK (1 : 19)
046100      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 4)
046200      PERFORM 8000-WRITE-REPORT-LINE
046300      MOVE SPACE TO WS-REPORT-LINE-WORK
046400      IF WS-SETUP-ERROR
046500          MOVE 'VOLUME CHECK NOT COMPLETED - SETUP ERROR'
046600              TO WS-REPORT-LINE-WORK
046700      ELSE
046800          IF WS-FEEDS-LOW = 0 AND WS-FEEDS-HIGH = 0
046900              MOVE 'ALL FEED VOLUMES WITHIN BAND'
047000                  TO WS-REPORT-LINE-WORK
047100          ELSE
047200              MOVE 'FEED VOLUME OUT OF BAND - CHECK UPSTREAM'
047300                  TO WS-REPORT-LINE-WORK
047400              MOVE 8 TO RETURN-CODE
047500          END-IF
047600      END-IF
047700      PERFORM 8000-WRITE-REPORT-LINE
047800      CLOSE VOLUME-REPORT-FILE
047900      IF WS-SETUP-ERROR
048000          MOVE 12 TO RETURN-CODE
048100      END-IF.
048200*
048300  END PROGRAM DTV125.
