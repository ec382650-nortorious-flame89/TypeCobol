000100* ****************************************************************
000200*  IDENTIFICATION DIVISION.
000300  IDENTIFICATION DIVISION.
000400  PROGRAM-ID. DTV185.
000500  AUTHOR. R DUVALL.
000600  INSTALLATION. DATA ADMINISTRATION.
000700  DATE-WRITTEN. 10/15/2026.
000800  DATE-COMPILED.
000900* ----------------------------------------------------------------
001000*  MODIFICATION HISTORY
001100*  10/15/2026  RD   Original format-definition impact report,
001200*                   the second half of the DTVIMPCT job.
001300*                   Reads DTV180's two replays of one night -
001400*                   DTVRPLV under the live DTVFMTD, DTVRPLP
001500*                   under the proposed one - pair by pair on
001600*                   RPL-SEQUENCE, and lists on DTVIMPR every
001700*                   date whose outcome, certified mask or
001800*                   result reason differs, then summarizes the
001900*                   flips by feed and mask.  Change control
002000*                   signs the definition off on this before
002100*                   the record is promoted.
002200*  10/15/2026  RD   Pairs that pass both sides by the same mask
002300*                   are now also compared on the normalized
002400*                   date.  A wrong FMD-YY-PIVOT leaves outcome,
002500*                   mask and reason alone but puts a two-digit
002600*                   year in the other century; such a pair is
002700*                   a DATE CHANGED flip, listed with both
002800*                   dates, summarized, and ends the run RC=8
002900*                   like NOW FAILS, since downstream would
003000*                   receive a different date.
003100* ----------------------------------------------------------------
003200*
003300*  PURPOSE.
003400*      Say exactly what a proposed DTVFMTD would change, and
003500*      show that it changes nothing else.
003600*
003700*      A flip is one of:
003800*          NOW PASSES     failed live, passes proposed
003900*          NOW FAILS      passed live, fails proposed
004000*          MASK CHANGED   passes both, certified by a
004100*                         different mask
004200*          REASON CHANGED fails both, for a different reason
004300*          DATE CHANGED   passes both by the same mask, but
004400*                         normalized to a different date
004500*      A flip is summarized under its feed and the mask the
004600*      proposed definitions certified it by - or, failing
004700*      that, the live mask, or the mask it was offered first.
004800*
004900  ENVIRONMENT DIVISION.
005000  INPUT-OUTPUT SECTION.
005100  FILE-CONTROL.
005200      SELECT LIVE-REPLAY-FILE ASSIGN TO "DTVRPLV"
005300          ORGANIZATION IS LINE SEQUENTIAL
005400          FILE STATUS IS WS-LIVE-FILE-STATUS.
005500      SELECT PROPOSED-REPLAY-FILE ASSIGN TO "DTVRPLP"
005600          ORGANIZATION IS LINE SEQUENTIAL
005700          FILE STATUS IS WS-PROP-FILE-STATUS.
005800      SELECT IMPACT-REPORT-FILE ASSIGN TO "DTVIMPR"
005900          ORGANIZATION IS LINE SEQUENTIAL.
006000*
006100  DATA DIVISION.
006200  FILE SECTION.
006300  FD  LIVE-REPLAY-FILE
006400      LABEL RECORDS ARE STANDARD.
006500  01  LIVE-REPLAY-RECORD             PIC X(80).
006600*
006700  FD  PROPOSED-REPLAY-FILE
006800      LABEL RECORDS ARE STANDARD.
006900  01  PROPOSED-REPLAY-RECORD         PIC X(80).
007000*
007100  FD  IMPACT-REPORT-FILE
007200      LABEL RECORDS ARE STANDARD.
007300  01  IMPACT-REPORT-RECORD           PIC X(80).
007400*
007500  WORKING-STORAGE SECTION.
007600*
007700  77  WS-PAIRS-COMPARED              PIC 9(08)  VALUE 0 COMP.
007800  77  WS-UNCHANGED-COUNT             PIC 9(08)  VALUE 0 COMP.
007900  77  WS-NOW-PASSES-COUNT            PIC 9(08)  VALUE 0 COMP.
008000  77  WS-NOW-FAILS-COUNT             PIC 9(08)  VALUE 0 COMP.
008100  77  WS-MASK-CHANGED-COUNT          PIC 9(08)  VALUE 0 COMP.
008200  77  WS-REASON-CHANGED-COUNT        PIC 9(08)  VALUE 0 COMP.
008300  77  WS-DATE-CHANGED-COUNT          PIC 9(08)  VALUE 0 COMP.
008400  77  WS-UNPAIRED-COUNT              PIC 9(08)  VALUE 0 COMP.
008500  77  WS-NOT-SUMMARIZED-COUNT        PIC 9(08)  VALUE 0 COMP.
008600  77  WS-GRP-COUNT                   PIC 9(04)  VALUE 0 COMP.
008700  77  WS-GRP-MAX                     PIC 9(04)  VALUE 500 COMP.
008800  77  WS-GRP-INDEX                   PIC 9(04)  VALUE 0 COMP.
008900  77  WS-GRP-FOUND-INDEX             PIC 9(04)  VALUE 0 COMP.
009000*
009100  01  WS-LIVE-FILE-STATUS            PIC XX.
009200      88  WS-LIVE-FILE-OPEN-OK                  VALUE '00'.
009300  01  WS-PROP-FILE-STATUS            PIC XX.
009400      88  WS-PROP-FILE-OPEN-OK                  VALUE '00'.
009500  01  WS-LIVE-EOF-SWITCH             PIC X      VALUE 'N'.
009600      88  WS-END-OF-LIVE-REPLAY                 VALUE 'Y'.
009700  01  WS-PROP-EOF-SWITCH             PIC X      VALUE 'N'.
009800      88  WS-END-OF-PROPOSED-REPLAY             VALUE 'Y'.
009900  01  WS-SETUP-ERROR-SWITCH          PIC X      VALUE 'N'.
010000      88  WS-SETUP-ERROR                        VALUE 'Y'.
010100  01  WS-FLIP-TYPE                   PIC X(14).
010200      88  WS-NO-FLIP                            VALUE SPACE.
010300*
010400* 01  DTV-REPLAY-RECORD - each side's record is moved here to
010500*     be read; the live side's fields are parked below first.
010600  COPY DTVRPL.
010700*
010800  01  WS-LIVE-OUTCOME.
010900      05  WS-LIVE-SEQUENCE           PIC 9(08).
011000      05  WS-LIVE-SOURCE-SYSTEM-ID   PIC X(08).
011100      05  WS-LIVE-DATE-TEXT          PIC X(11).
011200      05  WS-LIVE-MASK-OFFERED       PIC X(11).
011300      05  WS-LIVE-FLAG               PIC X(01).
011400          88  WS-LIVE-PASSED         VALUE 'T'.
011500      05  WS-LIVE-ACTUAL-FORMAT      PIC X(11).
011600      05  WS-LIVE-RESULT-REASON      PIC X(04).
011700      05  WS-LIVE-NORMALIZED-DATE    PIC X(10).
011800*
011900  01  WS-SUMMARY-MASK                PIC X(11).
012000*
012100* 01  WS-FLIP-GROUP-TABLE - one entry per feed and mask that
012200*     flipped, in first-flipped order, with its count of each
012300*     kind of flip.
012400  01  WS-FLIP-GROUP-TABLE.
012500      02  WS-GRP-ENTRY               OCCURS 500 TIMES.
012600          05  WS-GRP-SOURCE-SYSTEM-ID
012700                                     PIC X(08).
012800          05  WS-GRP-MASK            PIC X(11).
012900          05  WS-GRP-NOW-PASSES      PIC 9(08)  COMP.
013000          05  WS-GRP-NOW-FAILS       PIC 9(08)  COMP.
013100          05  WS-GRP-MASK-CHANGED    PIC 9(08)  COMP.
013200          05  WS-GRP-REASON-CHANGED  PIC 9(08)  COMP.
013300          05  WS-GRP-DATE-CHANGED    PIC 9(08)  COMP.
013400*
013500  01  WS-REPORT-LINE-WORK            PIC X(80).
013600  01  WS-COUNT-EDIT                  PIC ZZ,ZZZ,ZZ9.
013700  01  WS-GROUP-EDIT                  PIC ZZZ,ZZ9.
013800  01  WS-SEQUENCE-EDIT               PIC ZZZZZZZ9.
013900*
014000  PROCEDURE DIVISION.
014100*
014200  0000-MAINLINE.
014300      PERFORM 1000-INITIALIZE THRU 1000-EXIT
014400      IF NOT WS-SETUP-ERROR
014500          PERFORM 2000-COMPARE-ONE-PAIR THRU 2000-EXIT
014600              UNTIL WS-END-OF-LIVE-REPLAY
014700                AND WS-END-OF-PROPOSED-REPLAY
014800          CLOSE LIVE-REPLAY-FILE
014900          CLOSE PROPOSED-REPLAY-FILE
015000          PERFORM 5000-WRITE-SUMMARY
015100      END-IF
015200      PERFORM 9000-TERMINATE
015300      STOP RUN.
015400*
015500* ----------------------------------------------------------------
015600*  1000-INITIALIZE
015700*      Both replays must open; either one missing is a setup
015800*      error, RC=12, and the report says only that.
015900* ----------------------------------------------------------------
016000  1000-INITIALIZE.
016100      OPEN OUTPUT IMPACT-REPORT-FILE
016200      MOVE 'DTV185 FORMAT DEFINITION IMPACT - LIVE VS PROPOSED'
016300          TO WS-REPORT-LINE-WORK
016400      PERFORM 8000-WRITE-REPORT-LINE
016500      MOVE SPACE TO WS-REPORT-LINE-WORK
016600      PERFORM 8000-WRITE-REPORT-LINE
016700      OPEN INPUT LIVE-REPLAY-FILE
016800      IF NOT WS-LIVE-FILE-OPEN-OK
016900          DISPLAY 'DTV185: LIVE REPLAY DTVRPLV DID NOT OPEN,'
017000              ' STATUS ' WS-LIVE-FILE-STATUS
017100          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
017200          GO TO 1000-EXIT
017300      END-IF
017400      OPEN INPUT PROPOSED-REPLAY-FILE
017500      IF NOT WS-PROP-FILE-OPEN-OK
017600          DISPLAY 'DTV185: PROPOSED REPLAY DTVRPLP DID NOT OPEN,'
017700              ' STATUS ' WS-PROP-FILE-STATUS
017800          CLOSE LIVE-REPLAY-FILE
017900          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
018000          GO TO 1000-EXIT
018100      END-IF
018200      MOVE 'FLIPS' TO WS-REPORT-LINE-WORK
018300      PERFORM 8000-WRITE-REPORT-LINE
018400      MOVE SPACE TO WS-REPORT-LINE-WORK
018500      MOVE 'SEQUENCE'    TO WS-REPORT-LINE-WORK (1 : 8)
018600      MOVE 'FEED'        TO WS-REPORT-LINE-WORK (10 : 4)
018700      MOVE 'DATE TEXT'   TO WS-REPORT-LINE-WORK (19 : 9)
018800      MOVE 'LIVE'        TO WS-REPORT-LINE-WORK (31 : 4)
018900      MOVE 'PROPOSED'    TO WS-REPORT-LINE-WORK (48 : 8)
019000      MOVE 'FLIP'        TO WS-REPORT-LINE-WORK (65 : 4)
019100      PERFORM 8000-WRITE-REPORT-LINE.
019200  1000-EXIT.
019300      EXIT.
019400*
019500* ----------------------------------------------------------------
019600*  2000-COMPARE-ONE-PAIR
019700*      One record off each replay.  The two replays read the
019800*      same DTVTRAN, so the sequences agree record for record;
019900*      a record with no partner, or a pair whose sequences
020000*      differ, means the replays are not of the same night
020100*      and is counted unpaired - RC=12, the comparison
020200*      cannot be signed off.
020300* ----------------------------------------------------------------
020400  2000-COMPARE-ONE-PAIR.
020500      IF NOT WS-END-OF-LIVE-REPLAY
020600          READ LIVE-REPLAY-FILE
020700              AT END
020800                  MOVE 'Y' TO WS-LIVE-EOF-SWITCH
020900          END-READ
021000      END-IF
021100      IF NOT WS-END-OF-PROPOSED-REPLAY
021200          READ PROPOSED-REPLAY-FILE
021300              AT END
021400                  MOVE 'Y' TO WS-PROP-EOF-SWITCH
021500          END-READ
021600      END-IF
021700      IF WS-END-OF-LIVE-REPLAY AND WS-END-OF-PROPOSED-REPLAY
021800          GO TO 2000-EXIT
021900      END-IF
022000      IF WS-END-OF-LIVE-REPLAY OR WS-END-OF-PROPOSED-REPLAY
022100          ADD 1 TO WS-UNPAIRED-COUNT
022200          GO TO 2000-EXIT
022300      END-IF
022400      MOVE LIVE-REPLAY-RECORD TO DTV-REPLAY-RECORD
022500      MOVE RPL-SEQUENCE          TO WS-LIVE-SEQUENCE
022600      MOVE RPL-SOURCE-SYSTEM-ID  TO WS-LIVE-SOURCE-SYSTEM-ID
022700      MOVE RPL-DATE-TEXT         TO WS-LIVE-DATE-TEXT
022800      MOVE RPL-MASK-OFFERED      TO WS-LIVE-MASK-OFFERED
022900      MOVE RPL-FLAG              TO WS-LIVE-FLAG
023000      MOVE RPL-ACTUAL-FORMAT     TO WS-LIVE-ACTUAL-FORMAT
023100      MOVE RPL-RESULT-REASON     TO WS-LIVE-RESULT-REASON
023200      MOVE RPL-NORMALIZED-DATE   TO WS-LIVE-NORMALIZED-DATE
023300      MOVE PROPOSED-REPLAY-RECORD TO DTV-REPLAY-RECORD
023400      IF RPL-SEQUENCE NOT = WS-LIVE-SEQUENCE
023500          ADD 1 TO WS-UNPAIRED-COUNT
023600          GO TO 2000-EXIT
023700      END-IF
023800      ADD 1 TO WS-PAIRS-COMPARED
023900      PERFORM 2100-CLASSIFY-FLIP
024000      IF WS-NO-FLIP
024100          ADD 1 TO WS-UNCHANGED-COUNT
024200          GO TO 2000-EXIT
024300      END-IF
024400      PERFORM 2200-WRITE-FLIP-LINE
024500      PERFORM 2300-TALLY-FLIP-GROUP THRU 2300-EXIT.
024600  2000-EXIT.
024700      EXIT.
024800*
024900  2100-CLASSIFY-FLIP.
025000      MOVE SPACE TO WS-FLIP-TYPE
025100      IF WS-LIVE-PASSED AND NOT RPL-PASSED
025200          MOVE 'NOW FAILS' TO WS-FLIP-TYPE
025300          ADD 1 TO WS-NOW-FAILS-COUNT
025400      END-IF
025500      IF NOT WS-LIVE-PASSED AND RPL-PASSED
025600          MOVE 'NOW PASSES' TO WS-FLIP-TYPE
025700          ADD 1 TO WS-NOW-PASSES-COUNT
025800      END-IF
025900      IF WS-LIVE-PASSED AND RPL-PASSED
026000         AND WS-LIVE-ACTUAL-FORMAT NOT = RPL-ACTUAL-FORMAT
026100          MOVE 'MASK CHANGED' TO WS-FLIP-TYPE
026200          ADD 1 TO WS-MASK-CHANGED-COUNT
026300      END-IF
026400      IF NOT WS-LIVE-PASSED AND NOT RPL-PASSED
026500         AND WS-LIVE-RESULT-REASON NOT = RPL-RESULT-REASON
026600          MOVE 'REASON CHANGED' TO WS-FLIP-TYPE
026700          ADD 1 TO WS-REASON-CHANGED-COUNT
026800      END-IF
026900      IF WS-LIVE-PASSED AND RPL-PASSED
027000         AND WS-LIVE-ACTUAL-FORMAT = RPL-ACTUAL-FORMAT
027100         AND WS-LIVE-NORMALIZED-DATE NOT = RPL-NORMALIZED-DATE
027200          MOVE 'DATE CHANGED' TO WS-FLIP-TYPE
027300          ADD 1 TO WS-DATE-CHANGED-COUNT
027400      END-IF.
027500*
027600* ----------------------------------------------------------------
027700*  2200-WRITE-FLIP-LINE
027800*      Each side shows PASS and the mask certified, or FAIL
027900*      and the reason.  A DATE CHANGED pair was certified by
028000*      the same mask both sides, so each side shows the date
028100*      it normalized to instead.
028200* ----------------------------------------------------------------
028300  2200-WRITE-FLIP-LINE.
028400      MOVE SPACE TO WS-REPORT-LINE-WORK
028500      MOVE WS-LIVE-SEQUENCE TO WS-SEQUENCE-EDIT
028600      MOVE WS-SEQUENCE-EDIT TO WS-REPORT-LINE-WORK (1 : 8)
028700      MOVE WS-LIVE-SOURCE-SYSTEM-ID
028800                            TO WS-REPORT-LINE-WORK (10 : 8)
028900      MOVE WS-LIVE-DATE-TEXT
029000                            TO WS-REPORT-LINE-WORK (19 : 11)
029100      IF WS-LIVE-PASSED
029200          MOVE 'PASS'       TO WS-REPORT-LINE-WORK (31 : 4)
029300          MOVE WS-LIVE-ACTUAL-FORMAT
029400                            TO WS-REPORT-LINE-WORK (36 : 11)
029500          IF WS-FLIP-TYPE = 'DATE CHANGED'
029600              MOVE WS-LIVE-NORMALIZED-DATE
029700                            TO WS-REPORT-LINE-WORK (36 : 11)
029800          END-IF
029900      ELSE
030000          MOVE 'FAIL'       TO WS-REPORT-LINE-WORK (31 : 4)
030100          MOVE WS-LIVE-RESULT-REASON
030200                            TO WS-REPORT-LINE-WORK (36 : 4)
030300      END-IF
030400      IF RPL-PASSED
030500          MOVE 'PASS'       TO WS-REPORT-LINE-WORK (48 : 4)
030600          MOVE RPL-ACTUAL-FORMAT
030700                            TO WS-REPORT-LINE-WORK (53 : 11)
030800          IF WS-FLIP-TYPE = 'DATE CHANGED'
030900              MOVE RPL-NORMALIZED-DATE
031000                            TO WS-REPORT-LINE-WORK (53 : 11)
031100          END-IF
031200      ELSE
031300          MOVE 'FAIL'       TO WS-REPORT-LINE-WORK (48 : 4)
031400          MOVE RPL-RESULT-REASON
031500                            TO WS-REPORT-LINE-WORK (53 : 4)
031600      END-IF
031700      MOVE WS-FLIP-TYPE     TO WS-REPORT-LINE-WORK (65 : 14)
031800      PERFORM 8000-WRITE-REPORT-LINE.
031900*
032000* ----------------------------------------------------------------
032100*  2300-TALLY-FLIP-GROUP
032200*      Flips past the table limit are still listed above but
032300*      cannot be summarized; they are counted and end the run
032400*      RC=8.
032500* ----------------------------------------------------------------
032600  2300-TALLY-FLIP-GROUP.
032700      MOVE RPL-ACTUAL-FORMAT TO WS-SUMMARY-MASK
032800      IF WS-SUMMARY-MASK = SPACE
032900          MOVE WS-LIVE-ACTUAL-FORMAT TO WS-SUMMARY-MASK
033000      END-IF
033100      IF WS-SUMMARY-MASK = SPACE
033200          MOVE WS-LIVE-MASK-OFFERED TO WS-SUMMARY-MASK
033300      END-IF
033400      MOVE 0 TO WS-GRP-FOUND-INDEX
033500      PERFORM 2310-TEST-ONE-GROUP
033600          VARYING WS-GRP-INDEX FROM 1 BY 1
033700          UNTIL WS-GRP-INDEX > WS-GRP-COUNT
033800             OR WS-GRP-FOUND-INDEX > 0
033900      IF WS-GRP-FOUND-INDEX = 0
034000          IF WS-GRP-COUNT NOT < WS-GRP-MAX
034100              ADD 1 TO WS-NOT-SUMMARIZED-COUNT
034200              GO TO 2300-EXIT
034300          END-IF
034400          ADD 1 TO WS-GRP-COUNT
034500          MOVE WS-GRP-COUNT TO WS-GRP-FOUND-INDEX
034600          MOVE WS-LIVE-SOURCE-SYSTEM-ID
034700              TO WS-GRP-SOURCE-SYSTEM-ID (WS-GRP-COUNT)
034800          MOVE WS-SUMMARY-MASK TO WS-GRP-MASK (WS-GRP-COUNT)
034900          MOVE 0 TO WS-GRP-NOW-PASSES (WS-GRP-COUNT)
035000          MOVE 0 TO WS-GRP-NOW-FAILS (WS-GRP-COUNT)
035100          MOVE 0 TO WS-GRP-MASK-CHANGED (WS-GRP-COUNT)
035200          MOVE 0 TO WS-GRP-REASON-CHANGED (WS-GRP-COUNT)
035300          MOVE 0 TO WS-GRP-DATE-CHANGED (WS-GRP-COUNT)
035400      END-IF
035500      IF WS-FLIP-TYPE = 'NOW PASSES'
035600          ADD 1 TO WS-GRP-NOW-PASSES (WS-GRP-FOUND-INDEX)
035700      END-IF
035800      IF WS-FLIP-TYPE = 'NOW FAILS'
035900          ADD 1 TO WS-GRP-NOW-FAILS (WS-GRP-FOUND-INDEX)
036000      END-IF
036100      IF WS-FLIP-TYPE = 'MASK CHANGED'
036200          ADD 1 TO WS-GRP-MASK-CHANGED (WS-GRP-FOUND-INDEX)
036300      END-IF
036400      IF WS-FLIP-TYPE = 'REASON CHANGED'
036500          ADD 1 TO WS-GRP-REASON-CHANGED (WS-GRP-FOUND-INDEX)
036600      END-IF
036700      IF WS-FLIP-TYPE = 'DATE CHANGED'
036800          ADD 1 TO WS-GRP-DATE-CHANGED (WS-GRP-FOUND-INDEX)
036900      END-IF.
037000  2300-EXIT.
037100      EXIT.
037200*
037300  2310-TEST-ONE-GROUP.
037400      IF WS-GRP-SOURCE-SYSTEM-ID (WS-GRP-INDEX)
037500                                  = WS-LIVE-SOURCE-SYSTEM-ID
037600         AND WS-GRP-MASK (WS-GRP-INDEX) = WS-SUMMARY-MASK
037700          MOVE WS-GRP-INDEX TO WS-GRP-FOUND-INDEX
037800      END-IF.
037900*
038000* ----------------------------------------------------------------
038100*  5000-WRITE-SUMMARY
038200*      One line per feed and mask that flipped, then the
038300*      totals.  A night the proposed definitions leave alone
038400*      says so in as many words.
038500* ----------------------------------------------------------------
038600  5000-WRITE-SUMMARY.
038700      MOVE SPACE TO WS-REPORT-LINE-WORK
038800      IF WS-GRP-COUNT = 0
038900          MOVE '    NONE - NO OUTCOME, MASK, REASON OR DATE FLIPS'
039000              TO WS-REPORT-LINE-WORK
039100      END-IF
039200      PERFORM 8000-WRITE-REPORT-LINE
039300      MOVE SPACE TO WS-REPORT-LINE-WORK
039400      PERFORM 8000-WRITE-REPORT-LINE
039500      MOVE 'SUMMARY BY FEED AND MASK' TO WS-REPORT-LINE-WORK
039600      PERFORM 8000-WRITE-REPORT-LINE
039700      MOVE SPACE TO WS-REPORT-LINE-WORK
039800      MOVE 'NOW'         TO WS-REPORT-LINE-WORK (27 : 3)
039900      MOVE 'NOW'         TO WS-REPORT-LINE-WORK (35 : 3)
040000      MOVE '-------- CHANGED --------'
040100                         TO WS-REPORT-LINE-WORK (41 : 25)
040200      PERFORM 8000-WRITE-REPORT-LINE
040300      MOVE SPACE TO WS-REPORT-LINE-WORK
040400      MOVE 'FEED'        TO WS-REPORT-LINE-WORK (1 : 4)
040500      MOVE 'MASK'        TO WS-REPORT-LINE-WORK (10 : 4)
040600      MOVE 'PASSES'      TO WS-REPORT-LINE-WORK (24 : 6)
040700      MOVE 'FAILS'       TO WS-REPORT-LINE-WORK (33 : 5)
040800      MOVE 'MASK'        TO WS-REPORT-LINE-WORK (44 : 4)
040900      MOVE 'REASON'      TO WS-REPORT-LINE-WORK (51 : 6)
041000      MOVE 'DATE'        TO WS-REPORT-LINE-WORK (62 : 4)
041100      PERFORM 8000-WRITE-REPORT-LINE
041200      PERFORM 5100-WRITE-ONE-GROUP
041300          VARYING WS-GRP-INDEX FROM 1 BY 1
041400          UNTIL WS-GRP-INDEX > WS-GRP-COUNT
041500      MOVE SPACE TO WS-REPORT-LINE-WORK
041600      PERFORM 8000-WRITE-REPORT-LINE
041700      MOVE WS-PAIRS-COMPARED TO WS-COUNT-EDIT
041800      MOVE 'DATES REPLAYED   : ' TO WS-REPORT-LINE-WORK (1 : 19)
041900      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 10)
042000      PERFORM 8000-WRITE-REPORT-LINE
042100      MOVE WS-UNCHANGED-COUNT TO WS-COUNT-EDIT
042200      MOVE 'UNCHANGED        : ' TO WS-REPORT-LINE-WORK (1 : 19)
042300      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 10)
042400      PERFORM 8000-WRITE-REPORT-LINE
042500      MOVE WS-NOW-PASSES-COUNT TO WS-COUNT-EDIT
042600      MOVE 'NOW PASSES       : ' TO WS-REPORT-LINE-WORK (1 : 19)
042700      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 10)
042800      PERFORM 8000-WRITE-REPORT-LINE
042900      MOVE WS-NOW-FAILS-COUNT TO WS-COUNT-EDIT
043000      MOVE 'NOW FAILS        : ' TO WS-REPORT-LINE-WORK (1 : 19)
043100      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 10)
043200      PERFORM 8000-WRITE-REPORT-LINE
043300      MOVE WS-MASK-CHANGED-COUNT TO WS-COUNT-EDIT
043400      MOVE 'MASK CHANGED     : ' TO WS-REPORT-LINE-WORK (1 : 19)
043500      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 10)
043600      PERFORM 8000-WRITE-REPORT-LINE
043700      MOVE WS-REASON-CHANGED-COUNT TO WS-COUNT-EDIT
043800      MOVE 'REASON CHANGED   : ' TO WS-REPORT-LINE-WORK (1 : 19)
043900      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 10)
044000      PERFORM 8000-WRITE-REPORT-LINE
044100      MOVE WS-DATE-CHANGED-COUNT TO WS-COUNT-EDIT
044200      MOVE 'DATE CHANGED     : ' TO WS-REPORT-LINE-WORK (1 : 19)
044300      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 10)
044400      PERFORM 8000-WRITE-REPORT-LINE
044500      IF WS-UNPAIRED-COUNT > 0
044600          MOVE WS-UNPAIRED-COUNT TO WS-COUNT-EDIT
044700          MOVE 'UNPAIRED         : '
044800              TO WS-REPORT-LINE-WORK (1 : 19)
044900          MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 10)
045000          MOVE '- REPLAYS ARE NOT OF THE SAME NIGHT'
045100              TO WS-REPORT-LINE-WORK (32 : 35)
045200          PERFORM 8000-WRITE-REPORT-LINE
045300      END-IF
045400      IF WS-NOT-SUMMARIZED-COUNT > 0
045500          MOVE WS-NOT-SUMMARIZED-COUNT TO WS-COUNT-EDIT
045600          MOVE 'NOT SUMMARIZED   : '
045700              TO WS-REPORT-LINE-WORK (1 : 19)
045800          MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 10)
045900          MOVE '- SUMMARY TABLE FULL'
046000              TO WS-REPORT-LINE-WORK (32 : 20)
046100          PERFORM 8000-WRITE-REPORT-LINE
046200      END-IF.
046300*
046400  5100-WRITE-ONE-GROUP.
046500      MOVE SPACE TO WS-REPORT-LINE-WORK
046600      MOVE WS-GRP-SOURCE-SYSTEM-ID (WS-GRP-INDEX)
046700          TO WS-REPORT-LINE-WORK (1 : 8)
046800      MOVE WS-GRP-MASK (WS-GRP-INDEX)
046900          TO WS-REPORT-LINE-WORK (10 : 11)
047000      MOVE WS-GRP-NOW-PASSES (WS-GRP-INDEX) TO WS-GROUP-EDIT
047100      MOVE WS-GROUP-EDIT TO WS-REPORT-LINE-WORK (23 : 7)
047200      MOVE WS-GRP-NOW-FAILS (WS-GRP-INDEX) TO WS-GROUP-EDIT
047300      MOVE WS-GROUP-EDIT TO WS-REPORT-LINE-WORK (31 : 7)
047400      MOVE WS-GRP-MASK-CHANGED (WS-GRP-INDEX) TO WS-GROUP-EDIT
047500      MOVE WS-GROUP-EDIT TO WS-REPORT-LINE-WORK (41 : 7)
047600      MOVE WS-GRP-REASON-CHANGED (WS-GRP-INDEX) TO WS-GROUP-EDIT
047700      MOVE WS-GROUP-EDIT TO WS-REPORT-LINE-WORK (50 : 7)
047800      MOVE WS-GRP-DATE-CHANGED (WS-GRP-INDEX) TO WS-GROUP-EDIT
047900      MOVE WS-GROUP-EDIT TO WS-REPORT-LINE-WORK (59 : 7)
048000      PERFORM 8000-WRITE-REPORT-LINE.
048100*
048200  8000-WRITE-REPORT-LINE.
048300      MOVE WS-REPORT-LINE-WORK TO IMPACT-REPORT-RECORD
048400      WRITE IMPACT-REPORT-RECORD.
048500*
048600* ----------------------------------------------------------------
048700*  9000-TERMINATE
048800*      RC=4 - the proposed definitions change something (the
048900*      report is the sign-off); RC=8 - NOW FAILS or DATE
049000*      CHANGED flips, or flips past the summary table; RC=12 -
049100*      a replay missing or the two not of the same night.
049200* ----------------------------------------------------------------
049300  9000-TERMINATE.
049400      MOVE SPACE TO WS-REPORT-LINE-WORK
049500      IF WS-SETUP-ERROR
049600          MOVE 'A REPLAY DID NOT OPEN - NO COMPARISON MADE'
049700              TO WS-REPORT-LINE-WORK
049800      END-IF
049900      PERFORM 8000-WRITE-REPORT-LINE
050000      CLOSE IMPACT-REPORT-FILE
050100      IF WS-NOW-PASSES-COUNT > 0
050200         OR WS-MASK-CHANGED-COUNT > 0
050300         OR WS-REASON-CHANGED-COUNT > 0
050400          MOVE 4 TO RETURN-CODE
050500      END-IF
050600      IF WS-NOW-FAILS-COUNT > 0
050700         OR WS-DATE-CHANGED-COUNT > 0
050800         OR WS-NOT-SUMMARIZED-COUNT > 0
050900          MOVE 8 TO RETURN-CODE
051000      END-IF
051100      IF WS-SETUP-ERROR OR WS-UNPAIRED-COUNT > 0
051200          MOVE 12 TO RETURN-CODE
051300      END-IF.
051400*
051500  END PROGRAM DTV185.
