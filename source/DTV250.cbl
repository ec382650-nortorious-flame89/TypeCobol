000100* ****************************************************************
000200*  IDENTIFICATION DIVISION.
000300  IDENTIFICATION DIVISION.
000400  PROGRAM-ID. DTV250.
000500  AUTHOR. R DUVALL.
000600  INSTALLATION. DATA ADMINISTRATION.
000700  DATE-WRITTEN. 10/15/2026.
000800  DATE-COMPILED.
000900* ----------------------------------------------------------------
001000*  MODIFICATION HISTORY
001100*  10/15/2026  RD   Original monthly reject cycle-time report,
001200*                   run by the DTVCYCLE job.  DTV110 now
001300*                   appends every reject it closes to the
001400*                   permanent DTVCLHS history (see DTVCLH)
001500*                   instead of just dropping it off DTVOPEN.
001600*                   This program reads the history for one
001700*                   month of close dates - the PARM's YYYYMM,
001800*                   or the month before the run date when the
001900*                   PARM is empty - and prints, per feed and
002000*                   result reason, how many closed and how
002100*                   (resubmitted, proved after correction,
002200*                   waived) and the average and worst days to
002300*                   close, with a subtotal per feed, then the
002400*                   same figures per reason across all feeds
002500*                   and a grand total.  The service-level
002600*                   review's questions - are 'BDAY' rejects
002700*                   cleared faster than 'FRMT' ones, whose
002800*                   rejects sit longest - become one page.
002810*  10/15/2026  RD   The report month is taken off the PARM
002820*                   only when the PARM is six characters; any
002830*                   other non-empty PARM is a setup error,
002840*                   RC=12, instead of reading past its end.
002900* ----------------------------------------------------------------
003000*
003100*  PURPOSE.
003200*      Show how long the month's rejects stayed open before
003300*      someone closed them, and how they were closed.
003400*
003500  ENVIRONMENT DIVISION.
003600  INPUT-OUTPUT SECTION.
003700  FILE-CONTROL.
003800      SELECT CLOSED-HISTORY-FILE ASSIGN TO "DTVCLHS"
003900          ORGANIZATION IS LINE SEQUENTIAL
004000          FILE STATUS IS WS-CLOSED-HISTORY-STATUS.
004100      SELECT CYCLE-REPORT-FILE ASSIGN TO "DTVCYRPT"
004200          ORGANIZATION IS LINE SEQUENTIAL.
004300      SELECT SORT-FILE ASSIGN TO "SORTWK".
004400*
004500  DATA DIVISION.
004600  FILE SECTION.
004700  FD  CLOSED-HISTORY-FILE
004800      LABEL RECORDS ARE STANDARD.
004900  COPY DTVCLH.
005000*
005100  FD  CYCLE-REPORT-FILE
005200      LABEL RECORDS ARE STANDARD.
005300  01  CYCLE-REPORT-RECORD            PIC X(80).
005400*
005500  SD  SORT-FILE.
005600  01  SORT-CLOSED-RECORD.
005700      05  SRT-SOURCE-SYSTEM-ID       PIC X(08).
005800      05  SRT-RESULT-REASON          PIC X(04).
005900      05  SRT-CLOSURE-TYPE           PIC X(01).
006000          88  SRT-RESUBMITTED                   VALUE 'R'.
006100          88  SRT-PROVED-AFTER-CORRECTION       VALUE 'P'.
006200          88  SRT-WAIVED                        VALUE 'W'.
006300      05  SRT-DAYS-TO-CLOSE          PIC 9(05).
006400*
006500  WORKING-STORAGE SECTION.
006600*
006700  77  WS-HISTORY-READ-COUNT          PIC 9(08)  VALUE 0 COMP.
006800  77  WS-SELECTED-COUNT              PIC 9(08)  VALUE 0 COMP.
006900  77  WS-RSN-COUNT                   PIC 9(02)  VALUE 0 COMP.
007000  77  WS-RSN-MAX                     PIC 9(02)  VALUE 20 COMP.
007100  77  WS-RSN-INDEX                   PIC 9(02)  VALUE 0 COMP.
007200  77  WS-RSN-FOUND-INDEX             PIC 9(02)  VALUE 0 COMP.
007300  77  WS-RSN-DROPPED-COUNT           PIC 9(08)  VALUE 0 COMP.
007400*
007500  01  WS-CLOSED-HISTORY-STATUS       PIC XX.
007600      88  WS-CLOSED-HISTORY-OPEN-OK             VALUE '00'.
007700  01  WS-HIST-EOF-SWITCH             PIC X      VALUE 'N'.
007800      88  WS-END-OF-CLOSED-HISTORY              VALUE 'Y'.
007900  01  WS-SORT-EOF-SWITCH             PIC X      VALUE 'N'.
008000      88  WS-END-OF-SORT-FILE                   VALUE 'Y'.
008100  01  WS-SETUP-ERROR-SWITCH          PIC X      VALUE 'N'.
008200      88  WS-SETUP-ERROR                        VALUE 'Y'.
008300*
008400  01  WS-RUN-DATE                    PIC 9(08).
008500*
008600* 01  WS-REPORT-MONTH - the month of close dates reported,
008700*     off the PARM as YYYYMM or the month before the run date.
008800  01  WS-REPORT-MONTH.
008900      05  WS-REPORT-YYYY             PIC 9(04).
009000      05  WS-REPORT-MM               PIC 9(02).
009100*
009200  01  WS-CURRENT-SOURCE-SYSTEM-ID    PIC X(08).
009300  01  WS-CURRENT-RESULT-REASON       PIC X(04).
009400*
009500* 01  The figures kept at each level of the report - one feed
009600*     and reason, one feed, the whole month, and one reason
009700*     across all feeds - all laid out the same way so any of
009800*     them moves to WS-PRINT-TOTALS for its line.
009900  01  WS-PAIR-TOTALS.
010000      05  WS-PAIR-CLOSED             PIC 9(08)  COMP.
010100      05  WS-PAIR-RESUBMITTED        PIC 9(08)  COMP.
010200      05  WS-PAIR-PROVED             PIC 9(08)  COMP.
010300      05  WS-PAIR-WAIVED             PIC 9(08)  COMP.
010400      05  WS-PAIR-DAYS               PIC 9(10)  COMP.
010500      05  WS-PAIR-WORST              PIC 9(05)  COMP.
010600  01  WS-FEED-TOTALS.
010700      05  WS-FEED-CLOSED             PIC 9(08)  COMP.
010800      05  WS-FEED-RESUBMITTED        PIC 9(08)  COMP.
010900      05  WS-FEED-PROVED             PIC 9(08)  COMP.
011000      05  WS-FEED-WAIVED             PIC 9(08)  COMP.
011100      05  WS-FEED-DAYS               PIC 9(10)  COMP.
011200      05  WS-FEED-WORST              PIC 9(05)  COMP.
011300  01  WS-GRAND-TOTALS.
011400      05  WS-GRAND-CLOSED            PIC 9(08)  COMP.
011500      05  WS-GRAND-RESUBMITTED       PIC 9(08)  COMP.
011600      05  WS-GRAND-PROVED            PIC 9(08)  COMP.
011700      05  WS-GRAND-WAIVED            PIC 9(08)  COMP.
011800      05  WS-GRAND-DAYS              PIC 9(10)  COMP.
011900      05  WS-GRAND-WORST             PIC 9(05)  COMP.
012000  01  WS-PRINT-TOTALS.
012100      05  WS-PRINT-CLOSED            PIC 9(08)  COMP.
012200      05  WS-PRINT-RESUBMITTED       PIC 9(08)  COMP.
012300      05  WS-PRINT-PROVED            PIC 9(08)  COMP.
012400      05  WS-PRINT-WAIVED            PIC 9(08)  COMP.
012500      05  WS-PRINT-DAYS              PIC 9(10)  COMP.
012600      05  WS-PRINT-WORST             PIC 9(05)  COMP.
012700*
012800* 01  WS-REASON-TABLE - the month's result reasons across all
012900*     feeds, in the order first met.  The validator has only
013000*     a handful of reason codes; a twenty-first is counted as
013100*     dropped and ends the step RC=8.
013200  01  WS-REASON-TABLE.
013300      02  WS-RSN-ENTRY               OCCURS 20 TIMES.
013400          05  WS-RSN-RESULT-REASON   PIC X(04).
013500          05  WS-RSN-TOTALS.
013600              10  WS-RSN-CLOSED      PIC 9(08)  COMP.
013700              10  WS-RSN-RESUBMITTED PIC 9(08)  COMP.
013800              10  WS-RSN-PROVED      PIC 9(08)  COMP.
013900              10  WS-RSN-WAIVED      PIC 9(08)  COMP.
014000              10  WS-RSN-DAYS        PIC 9(10)  COMP.
014100              10  WS-RSN-WORST       PIC 9(05)  COMP.
014200*
014300  01  WS-AVERAGE-DAYS                PIC 9(05)V9.
014400  01  WS-COUNT-EDIT                  PIC ZZZ,ZZ9.
014500  01  WS-AVERAGE-EDIT                PIC ZZZZ9.9.
014600  01  WS-WORST-EDIT                  PIC ZZZZ9.
014700  01  WS-REPORT-LINE-WORK            PIC X(80).
014800*
014900  LINKAGE SECTION.
015000  01  PARM-DATA-AREA.
015100      05  PARM-LENGTH                PIC S9(04)  COMP.
015200      05  PARM-TEXT                  PIC X(79).
015300*
015400  PROCEDURE DIVISION USING PARM-DATA-AREA.
015500*
015600  0000-MAINLINE.
015700      PERFORM 1000-INITIALIZE THRU 1000-EXIT
015800      IF NOT WS-SETUP-ERROR
015900          PERFORM 2000-SORT-AND-REPORT
016000      END-IF
016100      PERFORM 9000-TERMINATE
016200      STOP RUN.
016300*
016400* ----------------------------------------------------------------
016500*  1000-INITIALIZE
016600*      Settles the month to report and heads the report.  A
016700*      PARM that is not six characters, or not a YYYYMM with a
016750*      month 01-12, or a history that does not open, is a
016800*      setup error, RC=12.
016900* ----------------------------------------------------------------
017000  1000-INITIALIZE.
017100      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
017200      OPEN OUTPUT CYCLE-REPORT-FILE
017250      MOVE SPACE TO WS-REPORT-MONTH
017300      IF PARM-LENGTH = 6
017400          MOVE PARM-TEXT (1 : 6) TO WS-REPORT-MONTH
017450      END-IF
017500      IF PARM-LENGTH = 0
017600          MOVE WS-RUN-DATE (1 : 6) TO WS-REPORT-MONTH
017700          IF WS-REPORT-MM = 1
017800              MOVE 12 TO WS-REPORT-MM
017900              SUBTRACT 1 FROM WS-REPORT-YYYY
018000          ELSE
018100              SUBTRACT 1 FROM WS-REPORT-MM
018200          END-IF
018300      END-IF
018400      MOVE SPACE TO WS-REPORT-LINE-WORK
018500      STRING 'DTV250 REJECT CYCLE TIME  -  CLOSED IN '
018600                 DELIMITED BY SIZE
018700             WS-REPORT-MONTH DELIMITED BY SIZE
018800             '  RUN DATE '   DELIMITED BY SIZE
018900             WS-RUN-DATE     DELIMITED BY SIZE
019000          INTO WS-REPORT-LINE-WORK
019100      END-STRING
019200      PERFORM 8000-WRITE-REPORT-LINE
019300      MOVE SPACE TO WS-REPORT-LINE-WORK
019400      PERFORM 8000-WRITE-REPORT-LINE
019410      IF PARM-LENGTH NOT = 0
019420         AND PARM-LENGTH NOT = 6
019430          DISPLAY 'DTV250: PARM IS NOT A SIX-CHARACTER YYYYMM'
019440          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
019450          GO TO 1000-EXIT
019460      END-IF
019500      IF WS-REPORT-MONTH IS NOT NUMERIC
019600         OR WS-REPORT-MM < 1
019700         OR WS-REPORT-MM > 12
019800          DISPLAY 'DTV250: PARM IS NOT A YYYYMM MONTH: '
019900              WS-REPORT-MONTH
020000          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
020100          GO TO 1000-EXIT
020200      END-IF
020300      OPEN INPUT CLOSED-HISTORY-FILE
020400      IF NOT WS-CLOSED-HISTORY-OPEN-OK
020500          DISPLAY 'DTV250: DTVCLHS DID NOT OPEN, STATUS '
020600              WS-CLOSED-HISTORY-STATUS
020700          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
020800      END-IF.
020900  1000-EXIT.
021000      EXIT.
021100*
021200* ----------------------------------------------------------------
021300*  2000-SORT-AND-REPORT
021400*      The month's closures are picked off the life-to-date
021500*      history on the way into the SORT and handed to the
021600*      report body by feed and reason, the way DTV200 breaks
021700*      the audit month; no in-core feed table, so no ceiling
021800*      on feeds.
021900* ----------------------------------------------------------------
022000  2000-SORT-AND-REPORT.
022100      SORT SORT-FILE
022200          ON ASCENDING KEY SRT-SOURCE-SYSTEM-ID
022300                           SRT-RESULT-REASON
022400          INPUT PROCEDURE IS 2100-SELECT-MONTH THRU 2199-EXIT
022500          OUTPUT PROCEDURE IS 3000-REPORT-BODY THRU 3999-EXIT
022600      CLOSE CLOSED-HISTORY-FILE.
022700*
022800  2100-SELECT-MONTH.
022900      PERFORM 2200-SELECT-ONE-CLOSURE THRU 2200-EXIT
023000          UNTIL WS-END-OF-CLOSED-HISTORY
023100      GO TO 2199-EXIT.
023200*
023300  2199-EXIT.
023400      EXIT.
023500*
023600  2200-SELECT-ONE-CLOSURE.
023700      READ CLOSED-HISTORY-FILE
023800          AT END
023900              MOVE 'Y' TO WS-HIST-EOF-SWITCH
024000              GO TO 2200-EXIT
024100      END-READ
024200      ADD 1 TO WS-HISTORY-READ-COUNT
024300      IF CLH-CLOSE-YYYYMM NOT = WS-REPORT-MONTH
024400          GO TO 2200-EXIT
024500      END-IF
024600      IF CLH-DAYS-TO-CLOSE IS NOT NUMERIC
024700          MOVE 0 TO CLH-DAYS-TO-CLOSE
024800      END-IF
024900      ADD 1 TO WS-SELECTED-COUNT
025000      MOVE CLH-SOURCE-SYSTEM-ID TO SRT-SOURCE-SYSTEM-ID
025100      MOVE CLH-RESULT-REASON    TO SRT-RESULT-REASON
025200      MOVE CLH-CLOSURE-TYPE     TO SRT-CLOSURE-TYPE
025300      MOVE CLH-DAYS-TO-CLOSE    TO SRT-DAYS-TO-CLOSE
025400      RELEASE SORT-CLOSED-RECORD.
025500  2200-EXIT.
025600      EXIT.
025700*
025800* ----------------------------------------------------------------
025900*  3000-REPORT-BODY
026000*      Two-level control break over the sorted closures: a
026100*      line per feed and reason, a subtotal per feed; then
026200*      the reasons across all feeds and the month's total.
026300* ----------------------------------------------------------------
026400  3000-REPORT-BODY.
026500      MOVE 'BY FEED AND RESULT REASON'
026600          TO WS-REPORT-LINE-WORK
026700      PERFORM 8000-WRITE-REPORT-LINE
026800      PERFORM 3800-WRITE-COLUMN-HEADING
026900      INITIALIZE WS-FEED-TOTALS WS-GRAND-TOTALS
027000      PERFORM 3100-RETURN-ONE-RECORD THRU 3100-EXIT
027100      PERFORM 3200-PROCESS-ONE-PAIR THRU 3200-EXIT
027200          UNTIL WS-END-OF-SORT-FILE
027300      IF WS-SELECTED-COUNT = 0
027400          MOVE SPACE TO WS-REPORT-LINE-WORK
027500          MOVE 'NO REJECTS CLOSED IN THE MONTH'
027600              TO WS-REPORT-LINE-WORK
027700          PERFORM 8000-WRITE-REPORT-LINE
027800          GO TO 3999-EXIT
027900      END-IF
028000      MOVE ALL '-' TO WS-REPORT-LINE-WORK
028100      PERFORM 8000-WRITE-REPORT-LINE
028200      MOVE SPACE TO WS-REPORT-LINE-WORK
028300      MOVE 'BY RESULT REASON, ALL FEEDS'
028400          TO WS-REPORT-LINE-WORK
028500      PERFORM 8000-WRITE-REPORT-LINE
028600      PERFORM 3800-WRITE-COLUMN-HEADING
028700      PERFORM 3700-WRITE-ONE-REASON-LINE
028800          VARYING WS-RSN-INDEX FROM 1 BY 1
028900          UNTIL WS-RSN-INDEX > WS-RSN-COUNT
029000      MOVE SPACE TO WS-REPORT-LINE-WORK
029100      PERFORM 8000-WRITE-REPORT-LINE
029200      MOVE WS-GRAND-TOTALS TO WS-PRINT-TOTALS
029300      MOVE SPACE TO WS-REPORT-LINE-WORK
029400      MOVE 'ALL FEEDS' TO WS-REPORT-LINE-WORK (1 : 9)
029500      PERFORM 3400-WRITE-TOTALS-LINE
029600      GO TO 3999-EXIT.
029700*
029800  3100-RETURN-ONE-RECORD.
029900      RETURN SORT-FILE
030000          AT END
030100              MOVE 'Y' TO WS-SORT-EOF-SWITCH
030200      END-RETURN.
030300  3100-EXIT.
030400      EXIT.
030500*
030600* ----------------------------------------------------------------
030700*  3200-PROCESS-ONE-PAIR
030800*      Entered holding the first closure of a feed and reason;
030900*      tallies the pair, writes its line, rolls it into the
031000*      feed, the month and the reason table, and closes the
031100*      feed out when its last reason is done.
031200* ----------------------------------------------------------------
031300  3200-PROCESS-ONE-PAIR.
031400      MOVE SRT-SOURCE-SYSTEM-ID TO WS-CURRENT-SOURCE-SYSTEM-ID
031500      MOVE SRT-RESULT-REASON    TO WS-CURRENT-RESULT-REASON
031600      INITIALIZE WS-PAIR-TOTALS
031700      PERFORM 3300-TALLY-ONE-RECORD THRU 3300-EXIT
031800          UNTIL WS-END-OF-SORT-FILE
031900             OR SRT-SOURCE-SYSTEM-ID
032000                              NOT = WS-CURRENT-SOURCE-SYSTEM-ID
032100             OR SRT-RESULT-REASON NOT = WS-CURRENT-RESULT-REASON
032200      MOVE WS-PAIR-TOTALS TO WS-PRINT-TOTALS
032300      MOVE SPACE TO WS-REPORT-LINE-WORK
032400      MOVE WS-CURRENT-SOURCE-SYSTEM-ID
032500          TO WS-REPORT-LINE-WORK (1 : 8)
032600      MOVE WS-CURRENT-RESULT-REASON
032700          TO WS-REPORT-LINE-WORK (10 : 4)
032800      PERFORM 3400-WRITE-TOTALS-LINE
032900      PERFORM 3500-ROLL-UP-PAIR THRU 3500-EXIT
033000      IF WS-END-OF-SORT-FILE
033100         OR SRT-SOURCE-SYSTEM-ID NOT = WS-CURRENT-SOURCE-SYSTEM-ID
033200          MOVE WS-FEED-TOTALS TO WS-PRINT-TOTALS
033300          MOVE SPACE TO WS-REPORT-LINE-WORK
033400          MOVE WS-CURRENT-SOURCE-SYSTEM-ID
033500              TO WS-REPORT-LINE-WORK (1 : 8)
033600          MOVE 'SUBTOTAL' TO WS-REPORT-LINE-WORK (10 : 8)
033700          PERFORM 3400-WRITE-TOTALS-LINE
033800          MOVE SPACE TO WS-REPORT-LINE-WORK
033900          PERFORM 8000-WRITE-REPORT-LINE
034000          INITIALIZE WS-FEED-TOTALS
034100      END-IF.
034200  3200-EXIT.
034300      EXIT.
034400*
034500  3300-TALLY-ONE-RECORD.
034600      ADD 1 TO WS-PAIR-CLOSED
034700      IF SRT-RESUBMITTED
034800          ADD 1 TO WS-PAIR-RESUBMITTED
034900      END-IF
035000      IF SRT-PROVED-AFTER-CORRECTION
035100          ADD 1 TO WS-PAIR-PROVED
035200      END-IF
035300      IF SRT-WAIVED
035400          ADD 1 TO WS-PAIR-WAIVED
035500      END-IF
035600      ADD SRT-DAYS-TO-CLOSE TO WS-PAIR-DAYS
035700      IF SRT-DAYS-TO-CLOSE > WS-PAIR-WORST
035800          MOVE SRT-DAYS-TO-CLOSE TO WS-PAIR-WORST
035900      END-IF
036000      PERFORM 3100-RETURN-ONE-RECORD THRU 3100-EXIT.
036100  3300-EXIT.
036200      EXIT.
036300*
036400* ----------------------------------------------------------------
036500*  3400-WRITE-TOTALS-LINE
036600*      Lays WS-PRINT-TOTALS into the columns to the right of
036700*      the label the caller has already placed.  The average
036800*      is to one decimal, rounded.
036900* ----------------------------------------------------------------
037000  3400-WRITE-TOTALS-LINE.
037100      MOVE WS-PRINT-CLOSED TO WS-COUNT-EDIT
037200      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (19 : 7)
037300      MOVE WS-PRINT-RESUBMITTED TO WS-COUNT-EDIT
037400      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (27 : 7)
037500      MOVE WS-PRINT-PROVED TO WS-COUNT-EDIT
037600      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (35 : 7)
037700      MOVE WS-PRINT-WAIVED TO WS-COUNT-EDIT
037800      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (43 : 7)
037900      IF WS-PRINT-CLOSED = 0
038000          MOVE 0 TO WS-AVERAGE-DAYS
038100      ELSE
038200          DIVIDE WS-PRINT-DAYS BY WS-PRINT-CLOSED
038300              GIVING WS-AVERAGE-DAYS ROUNDED
038400      END-IF
038500      MOVE WS-AVERAGE-DAYS TO WS-AVERAGE-EDIT
038600      MOVE WS-AVERAGE-EDIT TO WS-REPORT-LINE-WORK (51 : 7)
038700      MOVE WS-PRINT-WORST TO WS-WORST-EDIT
038800      MOVE WS-WORST-EDIT TO WS-REPORT-LINE-WORK (60 : 5)
038900      PERFORM 8000-WRITE-REPORT-LINE.
039000*
039100* ----------------------------------------------------------------
039200*  3500-ROLL-UP-PAIR
039300*      Adds the finished pair into its feed, the month and its
039400*      reason's entry, carrying the worst days to close up
039500*      with it.
039600* ----------------------------------------------------------------
039700  3500-ROLL-UP-PAIR.
039800      ADD WS-PAIR-CLOSED      TO WS-FEED-CLOSED WS-GRAND-CLOSED
039900      ADD WS-PAIR-RESUBMITTED TO WS-FEED-RESUBMITTED
040000                                 WS-GRAND-RESUBMITTED
040100      ADD WS-PAIR-PROVED      TO WS-FEED-PROVED WS-GRAND-PROVED
040200      ADD WS-PAIR-WAIVED      TO WS-FEED-WAIVED WS-GRAND-WAIVED
040300      ADD WS-PAIR-DAYS        TO WS-FEED-DAYS WS-GRAND-DAYS
040400      IF WS-PAIR-WORST > WS-FEED-WORST
040500          MOVE WS-PAIR-WORST TO WS-FEED-WORST
040600      END-IF
040700      IF WS-PAIR-WORST > WS-GRAND-WORST
040800          MOVE WS-PAIR-WORST TO WS-GRAND-WORST
040900      END-IF
041000      PERFORM 3600-FIND-REASON THRU 3600-EXIT
041100      IF WS-RSN-FOUND-INDEX = 0
041200          ADD WS-PAIR-CLOSED TO WS-RSN-DROPPED-COUNT
041300          GO TO 3500-EXIT
041400      END-IF
041500      ADD WS-PAIR-CLOSED
041600          TO WS-RSN-CLOSED (WS-RSN-FOUND-INDEX)
041700      ADD WS-PAIR-RESUBMITTED
041800          TO WS-RSN-RESUBMITTED (WS-RSN-FOUND-INDEX)
041900      ADD WS-PAIR-PROVED
042000          TO WS-RSN-PROVED (WS-RSN-FOUND-INDEX)
042100      ADD WS-PAIR-WAIVED
042200          TO WS-RSN-WAIVED (WS-RSN-FOUND-INDEX)
042300      ADD WS-PAIR-DAYS TO WS-RSN-DAYS (WS-RSN-FOUND-INDEX)
042400      IF WS-PAIR-WORST > WS-RSN-WORST (WS-RSN-FOUND-INDEX)
042500          MOVE WS-PAIR-WORST TO WS-RSN-WORST (WS-RSN-FOUND-INDEX)
042600      END-IF.
042700  3500-EXIT.
042800      EXIT.
042900*
043000* ----------------------------------------------------------------
043100*  3600-FIND-REASON
043200*      The pair's reason on the reason table, added on its
043300*      first appearance.  A full table leaves the index zero.
043400* ----------------------------------------------------------------
043500  3600-FIND-REASON.
043600      MOVE 0 TO WS-RSN-FOUND-INDEX
043700      PERFORM 3610-TEST-ONE-REASON
043800          VARYING WS-RSN-INDEX FROM 1 BY 1
043900          UNTIL WS-RSN-INDEX > WS-RSN-COUNT
044000             OR WS-RSN-FOUND-INDEX > 0
044100      IF WS-RSN-FOUND-INDEX > 0
044200          GO TO 3600-EXIT
044300      END-IF
044400      IF WS-RSN-COUNT NOT < WS-RSN-MAX
044500          GO TO 3600-EXIT
044600      END-IF
044700      ADD 1 TO WS-RSN-COUNT
044800      MOVE WS-CURRENT-RESULT-REASON
044900          TO WS-RSN-RESULT-REASON (WS-RSN-COUNT)
045000      INITIALIZE WS-RSN-TOTALS (WS-RSN-COUNT)
045100      MOVE WS-RSN-COUNT TO WS-RSN-FOUND-INDEX.
045200  3600-EXIT.
045300      EXIT.
045400*
045500  3610-TEST-ONE-REASON.
045600      IF WS-RSN-RESULT-REASON (WS-RSN-INDEX)
045700                                  = WS-CURRENT-RESULT-REASON
045800          MOVE WS-RSN-INDEX TO WS-RSN-FOUND-INDEX
045900      END-IF.
046000*
046100  3700-WRITE-ONE-REASON-LINE.
046200      MOVE WS-RSN-TOTALS (WS-RSN-INDEX) TO WS-PRINT-TOTALS
046300      MOVE SPACE TO WS-REPORT-LINE-WORK
046400      MOVE WS-RSN-RESULT-REASON (WS-RSN-INDEX)
046500          TO WS-REPORT-LINE-WORK (10 : 4)
046600      PERFORM 3400-WRITE-TOTALS-LINE.
046700*
046800  3800-WRITE-COLUMN-HEADING.
046900      MOVE SPACE TO WS-REPORT-LINE-WORK
047000      MOVE 'FEED'     TO WS-REPORT-LINE-WORK (1 : 4)
047100      MOVE 'REASON'   TO WS-REPORT-LINE-WORK (10 : 6)
047200      MOVE ' CLOSED'  TO WS-REPORT-LINE-WORK (19 : 7)
047300      MOVE 'RESUBMT'  TO WS-REPORT-LINE-WORK (27 : 7)
047400      MOVE ' PROVED'  TO WS-REPORT-LINE-WORK (35 : 7)
047500      MOVE ' WAIVED'  TO WS-REPORT-LINE-WORK (43 : 7)
047600      MOVE 'AVG DAYS' TO WS-REPORT-LINE-WORK (51 : 8)
047700      MOVE 'WORST'    TO WS-REPORT-LINE-WORK (60 : 5)
047800      PERFORM 8000-WRITE-REPORT-LINE
047900      MOVE SPACE TO WS-REPORT-LINE-WORK
048000      PERFORM 8000-WRITE-REPORT-LINE.
048100*
048200  3999-EXIT.
048300      EXIT.
048400*
048500  8000-WRITE-REPORT-LINE.
048600      MOVE WS-REPORT-LINE-WORK TO CYCLE-REPORT-RECORD
048700      WRITE CYCLE-REPORT-RECORD.
048800*
048900* ----------------------------------------------------------------
049000*  9000-TERMINATE
049100*      The counts block.  Reasons that would not fit the
049200*      reason table are still in every feed line and the
049300*      total, but missing from the reason section, and end
049400*      the step RC=8; a bad PARM or a history that would not
049500*      open is a setup error, RC=12.
049600* ----------------------------------------------------------------
049700  9000-TERMINATE.
049800      MOVE ALL '-' TO WS-REPORT-LINE-WORK
049900      PERFORM 8000-WRITE-REPORT-LINE
050000      MOVE SPACE TO WS-REPORT-LINE-WORK
050100      MOVE WS-HISTORY-READ-COUNT TO WS-COUNT-EDIT
050200      MOVE 'HISTORY READ     : ' TO WS-REPORT-LINE-WORK (1 : 19)
050300      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 7)
050400      PERFORM 8000-WRITE-REPORT-LINE
050500      MOVE WS-SELECTED-COUNT TO WS-COUNT-EDIT
050600      MOVE 'CLOSED IN MONTH  : ' TO WS-REPORT-LINE-WORK (1 : 19)
050700      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 7)
050800      PERFORM 8000-WRITE-REPORT-LINE
050900      MOVE WS-RSN-DROPPED-COUNT TO WS-COUNT-EDIT
051000      MOVE 'REASON NOT TABLED: ' TO WS-REPORT-LINE-WORK (1 : 19)
051100      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 7)
051200      PERFORM 8000-WRITE-REPORT-LINE
051300      MOVE SPACE TO WS-REPORT-LINE-WORK
051400      IF WS-SETUP-ERROR
051500          MOVE 'CYCLE-TIME REPORT NOT COMPLETED - SETUP ERROR'
051600              TO WS-REPORT-LINE-WORK
051700          MOVE 12 TO RETURN-CODE
051800      ELSE
051900          IF WS-RSN-DROPPED-COUNT > 0
052000              MOVE 'TABLE FULL - SOME REASONS NOT SHOWN ALONE'
052100                  TO WS-REPORT-LINE-WORK
052200              MOVE 8 TO RETURN-CODE
052300          ELSE
052400              MOVE 'EVERY CLOSURE IN THE MONTH REPORTED'
052500                  TO WS-REPORT-LINE-WORK
052600          END-IF
052700      END-IF
052800      PERFORM 8000-WRITE-REPORT-LINE
052900      CLOSE CYCLE-REPORT-FILE.
053000*
053100  END PROGRAM DTV250.
