002917*                   but its audit calls both passed, so the
002918*                   fails-equal-audit-false comparison now
002919*                   nets the PERD fails out.
002927*  10/15/2026  RD   Run-history ledger.  The night's figures
002935*                   were gone once the next DTVBAL printed over
002943*                   them, so every balancing now also tallies
002951*                   them per DVR-SOURCE-SYSTEM-ID - requests
002959*                   in, distinct results (pass and fail),
002967*                   duplicates, rejects by reason code
002975*                   including the BTCH/FEED front-door ones,
002983*                   and the run's audit records - and appends
002991*                   one DTVHIST record per feed plus a '*TOTAL'
002999*                   record for the run, keyed by RNC-RUN-ID
003007*                   (see DTVHST).  DTV125 reads the ledger for
003015*                   its volume check.
003023*  10/15/2026  RD   CHECK 3 now slices DTVAUD by AUD-RUN-ID
003031*                   rather than by the audit record's own
003039*                   date, so a night whose calls run past
003047*                   midnight ties out, and a night backed out
003055*                   by DTV240 and rerun balances the rerun
003063*                   alone.  Unstamped records keep the date
003071*                   slice.
003079* ----------------------------------------------------------------
003087*
003100*  PURPOSE.
003200*      Machine check that the night balanced, instead of ops
003300*      counting DTVRSLT lines against DTVTRAN by hand.
004850          FILE STATUS IS WS-RUNC-FILE-STATUS.
004900      SELECT BALANCE-REPORT-FILE ASSIGN TO "DTVBAL"
005000          ORGANIZATION IS LINE SEQUENTIAL.
005010      SELECT HISTORY-FILE ASSIGN TO "DTVHIST"
005020          ORGANIZATION IS LINE SEQUENTIAL
005030          FILE STATUS IS WS-HIST-FILE-STATUS.
005100*
005200  DATA DIVISION.
005300  FILE SECTION.
007500      LABEL RECORDS ARE STANDARD.
007600  01  BALANCE-REPORT-LINE            PIC X(80).
007700*
007710  FD  HISTORY-FILE
007720      LABEL RECORDS ARE STANDARD.
007730  COPY DTVHST.
007740*
007800  WORKING-STORAGE SECTION.
007900*
008000  77  WS-TRAN-COUNT                  PIC 9(08)  VALUE 0 COMP.
009000  77  WS-AUD-DAY-COUNT               PIC 9(08)  VALUE 0 COMP.
009100  77  WS-AUD-DAY-FALSE-COUNT         PIC 9(08)  VALUE 0 COMP.
009200  77  WS-OUT-OF-BALANCE-COUNT        PIC 9(04)  VALUE 0 COMP.
009210  77  WS-REJ-MAX-SEQ                 PIC 9(08)  VALUE 0 COMP.
009220  77  WS-FTL-COUNT                   PIC 9(04)  VALUE 0 COMP.
009230  77  WS-FTL-MAX                     PIC 9(04)  VALUE 100 COMP.
009240  77  WS-FTL-INDEX                   PIC 9(04)  VALUE 0 COMP.
009250  77  WS-FTL-FOUND-INDEX             PIC 9(04)  VALUE 0 COMP.
009260  77  WS-REASON-INDEX                PIC 9(02)  VALUE 0 COMP.
009300*
009400  01  WS-TRAN-EOF-SWITCH             PIC X      VALUE 'N'.
009500      88  WS-END-OF-TRANS-FILE                  VALUE 'Y'.
010820      88  WS-RUNC-OPEN-OK                       VALUE '00'.
010830  01  WS-RUNC-ERROR-SWITCH           PIC X      VALUE 'N'.
010840      88  WS-RUN-CONTROL-MISSING                VALUE 'Y'.
010850  01  WS-HIST-FILE-STATUS            PIC XX.
010860      88  WS-HIST-OPEN-OK                       VALUE '00'.
010900*
011000  01  WS-RUN-DATE                    PIC 9(08).
011003  01  WS-RUN-ID                      PIC X(16).
011006*
011009* 01  WS-FEED-TALLY-TABLE - the night's figures per source
011012*     system, for the DTVHIST ledger.  The last entry is kept
011015*     back as '*OTHER' for feeds past the table's limit, so
011018*     every figure lands somewhere and the '*TOTAL' record
011021*     summed from the table still equals the page.
011024*     WS-FTL-REJECT-COUNT runs in DTVHST's reason order.
011027  01  WS-TALLY-SOURCE-ID             PIC X(08).
011030  01  WS-FEED-TALLY-TABLE.
011033      02  WS-FTL-ENTRY               OCCURS 100 TIMES.
011036          05  WS-FTL-SOURCE-SYSTEM-ID PIC X(08).
011039          05  WS-FTL-REQUESTS-IN     PIC 9(08)  COMP.
011042          05  WS-FTL-RESULT-COUNT    PIC 9(08)  COMP.
011045          05  WS-FTL-PASS-COUNT      PIC 9(08)  COMP.
011048          05  WS-FTL-FAIL-COUNT      PIC 9(08)  COMP.
011051          05  WS-FTL-DUPLICATE-COUNT PIC 9(08)  COMP.
011054          05  WS-FTL-REJECT-COUNT    PIC 9(08)  COMP
011057                                     OCCURS 7 TIMES.
011060          05  WS-FTL-AUDIT-COUNT     PIC 9(08)  COMP.
011063          05  WS-FTL-AUDIT-FALSE-COUNT
011066                                     PIC 9(08)  COMP.
011069  01  WS-TOTAL-TALLY.
011072      05  WS-TOT-REQUESTS-IN         PIC 9(08)  COMP.
011075      05  WS-TOT-RESULT-COUNT        PIC 9(08)  COMP.
011078      05  WS-TOT-PASS-COUNT          PIC 9(08)  COMP.
011081      05  WS-TOT-FAIL-COUNT          PIC 9(08)  COMP.
011084      05  WS-TOT-DUPLICATE-COUNT     PIC 9(08)  COMP.
011087      05  WS-TOT-REJECT-COUNT        PIC 9(08)  COMP
011090                                     OCCURS 7 TIMES.
011093      05  WS-TOT-AUDIT-COUNT         PIC 9(08)  COMP.
011096      05  WS-TOT-AUDIT-FALSE-COUNT   PIC 9(08)  COMP.
011100  01  WS-REPORT-LINE-WORK            PIC X(80).
011200  01  WS-COUNT-EDIT                  PIC ZZZZ,ZZ9.
011300  01  WS-COUNT-EDIT-2                PIC ZZZZ,ZZ9.
012150      PERFORM 4500-COUNT-DUPLICATE-RECORDS
012200      PERFORM 5000-COUNT-AUDIT-RECORDS
012300      PERFORM 6000-PRINT-BALANCE-REPORT
012310      PERFORM 7000-WRITE-RUN-HISTORY
012400      PERFORM 9000-TERMINATE
012500      STOP RUN.
012600*
015697                  MOVE 'Y' TO WS-RUNC-ERROR-SWITCH
015698              NOT AT END
015699                  MOVE RNC-RUN-DATE TO WS-RUN-DATE
015700                  MOVE RNC-RUN-ID   TO WS-RUN-ID
015700          END-READ
015701          CLOSE RUN-CONTROL-FILE
015702      ELSE
015707              ' USING THE WALL-CLOCK DATE'
015708          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
015709          ADD 1 TO WS-OUT-OF-BALANCE-COUNT
015710          MOVE SPACE TO WS-RUN-ID
015711          STRING WS-RUN-DATE DELIMITED BY SIZE
015712                 'NORUNC'    DELIMITED BY SIZE
015713              INTO WS-RUN-ID
015714          END-STRING
015710      END-IF.
015711  1100-EXIT.
015712      EXIT.
017030      END-IF
017040      IF PRQ-IS-PERIOD
017050          ADD 2 TO WS-TRAN-COUNT
017052          MOVE PRQ-SOURCE-SYSTEM-ID TO WS-TALLY-SOURCE-ID
017054          PERFORM 8000-FIND-FEED-TALLY THRU 8000-EXIT
017056          ADD 2 TO WS-FTL-REQUESTS-IN (WS-FTL-FOUND-INDEX)
017060          GO TO 2100-EXIT
017070      END-IF
017100      ADD 1 TO WS-TRAN-COUNT
017110      MOVE DVR-SOURCE-SYSTEM-ID TO WS-TALLY-SOURCE-ID
017120      PERFORM 8000-FIND-FEED-TALLY THRU 8000-EXIT
017130      ADD 1 TO WS-FTL-REQUESTS-IN (WS-FTL-FOUND-INDEX).
017200  2100-EXIT.
017300      EXIT.
017400*
020300      IF RSL-SEQUENCE > WS-RSLT-MAX-SEQ
020400          MOVE RSL-SEQUENCE TO WS-RSLT-MAX-SEQ
020500          ADD 1 TO WS-RSLT-DISTINCT-COUNT
020510          MOVE RSL-SOURCE-SYSTEM-ID TO WS-TALLY-SOURCE-ID
020520          PERFORM 8000-FIND-FEED-TALLY THRU 8000-EXIT
020530          ADD 1 TO WS-FTL-RESULT-COUNT (WS-FTL-FOUND-INDEX)
020540          IF RSL-PASSED
020550              ADD 1 TO WS-FTL-PASS-COUNT (WS-FTL-FOUND-INDEX)
020560          ELSE
020570              ADD 1 TO WS-FTL-FAIL-COUNT (WS-FTL-FOUND-INDEX)
020580          END-IF
020600      END-IF.
020700  3100-EXIT.
020800      EXIT.
022350              MOVE REJ-SEQUENCE TO WS-REJ-FRONT-MAX-SEQ
022360              ADD 1 TO WS-REJ-FRONT-DISTINCT-COUNT
022370          END-IF
022371      END-IF
022372      IF REJ-SEQUENCE IS NOT NUMERIC
022373         OR REJ-SEQUENCE NOT > WS-REJ-MAX-SEQ
022374          GO TO 4100-EXIT
022375      END-IF
022376      MOVE REJ-SEQUENCE TO WS-REJ-MAX-SEQ
022377      PERFORM 8200-SET-REASON-INDEX
022378      IF WS-REASON-INDEX > 0
022379          MOVE REJ-SOURCE-SYSTEM-ID TO WS-TALLY-SOURCE-ID
022380          PERFORM 8000-FIND-FEED-TALLY THRU 8000-EXIT
022381          ADD 1 TO WS-FTL-REJECT-COUNT (WS-FTL-FOUND-INDEX
022382                                        WS-REASON-INDEX)
022380      END-IF.
023000  4100-EXIT.
023100      EXIT.
023130              MOVE DUP-SEQUENCE TO WS-DUP-MAX-SEQ
023131              IF DUP-REQUEST-IMAGE (1 : 3) = 'PRD'
023132                  ADD 2 TO WS-DUP-DISTINCT-COUNT
023133                  MOVE DUP-REQUEST-IMAGE (5 : 8)
023134                      TO WS-TALLY-SOURCE-ID
023135                  PERFORM 8000-FIND-FEED-TALLY THRU 8000-EXIT
023136                  ADD 2 TO WS-FTL-DUPLICATE-COUNT
023137                                          (WS-FTL-FOUND-INDEX)
023133              ELSE
023134                  ADD 1 TO WS-DUP-DISTINCT-COUNT
023135                  MOVE DUP-REQUEST-IMAGE (1 : 8)
023136                      TO WS-TALLY-SOURCE-ID
023137                  PERFORM 8000-FIND-FEED-TALLY THRU 8000-EXIT
023138                  ADD 1 TO WS-FTL-DUPLICATE-COUNT
023139                                          (WS-FTL-FOUND-INDEX)
023135              END-IF
023136          END-IF
023137      END-IF.
023200*
023300* ----------------------------------------------------------------
023400*  5000-COUNT-AUDIT-RECORDS
023500*      DTVAUD is month-to-date; only the run's own records
023600*      belong to tonight's balance - those stamped with its run
023610*      id, so a call made after midnight still counts and a
023620*      backed-out night's rerun is not counted twice.  Records
023630*      written before the id was carried have it blank and
023640*      fall back to the run-date slice.
023700* ----------------------------------------------------------------
023800  5000-COUNT-AUDIT-RECORDS.
023900      PERFORM 5100-COUNT-ONE-AUDIT-RECORD THRU 5100-EXIT
024500              MOVE 'Y' TO WS-AUD-EOF-SWITCH
024600              GO TO 5100-EXIT
024700      END-READ
024800      IF AUD-RUN-ID = SPACE
024900          IF AUD-DATE OF DTV-AUDIT-RECORD NOT = WS-RUN-DATE
024910              GO TO 5100-EXIT
024920          END-IF
024930      ELSE
024940          IF AUD-RUN-ID NOT = WS-RUN-ID
024950              GO TO 5100-EXIT
024960          END-IF
025000      END-IF
025010      IF AUD-SOURCE-SYSTEM-ID = 'DTVRPAIR'
025020          GO TO 5100-EXIT
025030      END-IF
025100      ADD 1 TO WS-AUD-DAY-COUNT
025110      MOVE AUD-SOURCE-SYSTEM-ID TO WS-TALLY-SOURCE-ID
025120      PERFORM 8000-FIND-FEED-TALLY THRU 8000-EXIT
025130      ADD 1 TO WS-FTL-AUDIT-COUNT (WS-FTL-FOUND-INDEX)
025200      IF AUD-OKAY-FALSE
025300          ADD 1 TO WS-AUD-DAY-FALSE-COUNT
025310          ADD 1 TO WS-FTL-AUDIT-FALSE-COUNT (WS-FTL-FOUND-INDEX)
025400      END-IF.
025500  5100-EXIT.
025600      EXIT.
040000  6900-WRITE-REPORT-LINE.
040100      MOVE WS-REPORT-LINE-WORK TO BALANCE-REPORT-LINE
040200      WRITE BALANCE-REPORT-LINE.
040201*
040202* ----------------------------------------------------------------
040203*  7000-WRITE-RUN-HISTORY
040204*      Appends the night to the permanent DTVHIST ledger: one
040205*      record per source system tallied, then the '*TOTAL'
040206*      record summed from them, all under the run id and
040207*      carrying the page's verdict.  The ledger is opened
040208*      EXTEND, OUTPUT the first time it is ever written.
040209* ----------------------------------------------------------------
040210  7000-WRITE-RUN-HISTORY.
040211      INITIALIZE WS-TOTAL-TALLY
040212      OPEN EXTEND HISTORY-FILE
040213      IF NOT WS-HIST-OPEN-OK
040214          OPEN OUTPUT HISTORY-FILE
040215      END-IF
040216      PERFORM 7100-WRITE-ONE-FEED-HISTORY
040217          VARYING WS-FTL-INDEX FROM 1 BY 1
040218          UNTIL WS-FTL-INDEX > WS-FTL-COUNT
040219      PERFORM 7200-BUILD-HISTORY-KEY
040220      MOVE '*TOTAL  '               TO HST-SOURCE-SYSTEM-ID
040221      MOVE WS-TOT-REQUESTS-IN       TO HST-REQUESTS-IN
040222      MOVE WS-TOT-RESULT-COUNT      TO HST-RESULT-COUNT
040223      MOVE WS-TOT-PASS-COUNT        TO HST-PASS-COUNT
040224      MOVE WS-TOT-FAIL-COUNT        TO HST-FAIL-COUNT
040225      MOVE WS-TOT-DUPLICATE-COUNT   TO HST-DUPLICATE-COUNT
040226      PERFORM 7300-MOVE-ONE-TOTAL-REASON
040227          VARYING WS-REASON-INDEX FROM 1 BY 1
040228          UNTIL WS-REASON-INDEX > 7
040229      MOVE WS-TOT-AUDIT-COUNT       TO HST-AUDIT-COUNT
040230      MOVE WS-TOT-AUDIT-FALSE-COUNT TO HST-AUDIT-FALSE-COUNT
040231      WRITE DTV-RUN-HISTORY-RECORD
040232      CLOSE HISTORY-FILE.
040233*
040234  7100-WRITE-ONE-FEED-HISTORY.
040235      PERFORM 7200-BUILD-HISTORY-KEY
040236      MOVE WS-FTL-SOURCE-SYSTEM-ID (WS-FTL-INDEX)
040237          TO HST-SOURCE-SYSTEM-ID
040238      MOVE WS-FTL-REQUESTS-IN (WS-FTL-INDEX) TO HST-REQUESTS-IN
040239      MOVE WS-FTL-RESULT-COUNT (WS-FTL-INDEX) TO HST-RESULT-COUNT
040240      MOVE WS-FTL-PASS-COUNT (WS-FTL-INDEX) TO HST-PASS-COUNT
040241      MOVE WS-FTL-FAIL-COUNT (WS-FTL-INDEX) TO HST-FAIL-COUNT
040242      MOVE WS-FTL-DUPLICATE-COUNT (WS-FTL-INDEX)
040243          TO HST-DUPLICATE-COUNT
040244      PERFORM 7150-MOVE-ONE-FEED-REASON
040245          VARYING WS-REASON-INDEX FROM 1 BY 1
040246          UNTIL WS-REASON-INDEX > 7
040247      MOVE WS-FTL-AUDIT-COUNT (WS-FTL-INDEX) TO HST-AUDIT-COUNT
040248      MOVE WS-FTL-AUDIT-FALSE-COUNT (WS-FTL-INDEX)
040249          TO HST-AUDIT-FALSE-COUNT
040250      WRITE DTV-RUN-HISTORY-RECORD
040251      ADD WS-FTL-REQUESTS-IN (WS-FTL-INDEX) TO WS-TOT-REQUESTS-IN
040252      ADD WS-FTL-RESULT-COUNT (WS-FTL-INDEX)
040253          TO WS-TOT-RESULT-COUNT
040254      ADD WS-FTL-PASS-COUNT (WS-FTL-INDEX) TO WS-TOT-PASS-COUNT
040255      ADD WS-FTL-FAIL-COUNT (WS-FTL-INDEX) TO WS-TOT-FAIL-COUNT
040256      ADD WS-FTL-DUPLICATE-COUNT (WS-FTL-INDEX)
040257          TO WS-TOT-DUPLICATE-COUNT
040258      ADD WS-FTL-AUDIT-COUNT (WS-FTL-INDEX) TO WS-TOT-AUDIT-COUNT
040259      ADD WS-FTL-AUDIT-FALSE-COUNT (WS-FTL-INDEX)
040260          TO WS-TOT-AUDIT-FALSE-COUNT.
040261*
040262  7150-MOVE-ONE-FEED-REASON.
040263      MOVE WS-FTL-REJECT-COUNT (WS-FTL-INDEX WS-REASON-INDEX)
040264          TO HST-REJECT-COUNT (WS-REASON-INDEX)
040265      ADD WS-FTL-REJECT-COUNT (WS-FTL-INDEX WS-REASON-INDEX)
040266          TO WS-TOT-REJECT-COUNT (WS-REASON-INDEX).
040267*
040268  7200-BUILD-HISTORY-KEY.
040269      MOVE SPACE TO DTV-RUN-HISTORY-RECORD
040270      MOVE WS-RUN-ID   TO HST-RUN-ID
040271      MOVE WS-RUN-DATE TO HST-RUN-DATE
040272      IF WS-OUT-OF-BALANCE-COUNT = 0
040273          MOVE 'B' TO HST-BALANCE-FLAG
040274      ELSE
040275          MOVE 'O' TO HST-BALANCE-FLAG
040276      END-IF.
040277*
040278  7300-MOVE-ONE-TOTAL-REASON.
040279      MOVE WS-TOT-REJECT-COUNT (WS-REASON-INDEX)
040280          TO HST-REJECT-COUNT (WS-REASON-INDEX).
040281*
040282* ----------------------------------------------------------------
040283*  8000-FIND-FEED-TALLY
040284*      Finds WS-TALLY-SOURCE-ID's entry in the tally table,
040285*      adding it at zero when new.  Once all but the last
040286*      entry are taken, new feeds share the '*OTHER' entry.
040287* ----------------------------------------------------------------
040288  8000-FIND-FEED-TALLY.
040289      MOVE 0 TO WS-FTL-FOUND-INDEX
040290      PERFORM 8100-TEST-ONE-FEED-TALLY
040291          VARYING WS-FTL-INDEX FROM 1 BY 1
040292          UNTIL WS-FTL-INDEX > WS-FTL-COUNT
040293             OR WS-FTL-FOUND-INDEX > 0
040294      IF WS-FTL-FOUND-INDEX > 0
040295          GO TO 8000-EXIT
040296      END-IF
040297      IF WS-FTL-COUNT < WS-FTL-MAX - 1
040298          ADD 1 TO WS-FTL-COUNT
040299          MOVE WS-FTL-COUNT TO WS-FTL-FOUND-INDEX
040300          INITIALIZE WS-FTL-ENTRY (WS-FTL-FOUND-INDEX)
040301          MOVE WS-TALLY-SOURCE-ID
040302              TO WS-FTL-SOURCE-SYSTEM-ID (WS-FTL-FOUND-INDEX)
040303          GO TO 8000-EXIT
040304      END-IF
040305      MOVE WS-FTL-MAX TO WS-FTL-FOUND-INDEX
040306      IF WS-FTL-COUNT < WS-FTL-MAX
040307          DISPLAY 'DTV120: MORE THAN ' WS-FTL-COUNT ' SOURCE'
040308              ' SYSTEMS, THE REST TALLIED AS *OTHER'
040309          MOVE WS-FTL-MAX TO WS-FTL-COUNT
040310          INITIALIZE WS-FTL-ENTRY (WS-FTL-FOUND-INDEX)
040311          MOVE '*OTHER  '
040312              TO WS-FTL-SOURCE-SYSTEM-ID (WS-FTL-FOUND-INDEX)
040313      END-IF.
040314  8000-EXIT.
040315      EXIT.
040316*
040317  8100-TEST-ONE-FEED-TALLY.
040318      IF WS-FTL-SOURCE-SYSTEM-ID (WS-FTL-INDEX)
040319                                     = WS-TALLY-SOURCE-ID
040320          MOVE WS-FTL-INDEX TO WS-FTL-FOUND-INDEX
040321      END-IF.
040322*
040323  8200-SET-REASON-INDEX.
040324      MOVE 0 TO WS-REASON-INDEX
040325      IF REJ-FORMAT-REJECT
040326          MOVE 1 TO WS-REASON-INDEX
040327      END-IF
040328      IF REJ-CALENDAR-REJECT
040329          MOVE 2 TO WS-REASON-INDEX
040330      END-IF
040331      IF REJ-BUSINESS-DAY-REJECT
040332          MOVE 3 TO WS-REASON-INDEX
040333      END-IF
040334      IF REJ-WINDOW-REJECT
040335          MOVE 4 TO WS-REASON-INDEX
040336      END-IF
040337      IF REJ-PERIOD-REJECT
040338          MOVE 5 TO WS-REASON-INDEX
040339      END-IF
040340      IF REJ-BATCH-REJECT
040341          MOVE 6 TO WS-REASON-INDEX
040342      END-IF
040343      IF REJ-FEED-REJECT
040344          MOVE 7 TO WS-REASON-INDEX
040345      END-IF.
040346*
040400  9000-TERMINATE.
040500      CLOSE TRANS-FILE
040600      CLOSE RESULT-FILE
