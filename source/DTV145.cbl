000100* ****************************************************************
000200*  IDENTIFICATION DIVISION.
000300  IDENTIFICATION DIVISION.
000400  PROGRAM-ID. DTV145.
000500  AUTHOR. R DUVALL.
000600  INSTALLATION. DATA ADMINISTRATION.
000700  DATE-WRITTEN. 10/15/2026.
000800  DATE-COMPILED.
000900* ----------------------------------------------------------------
001000*  MODIFICATION HISTORY
001100*  10/15/2026  RD   Original nightly roll report, run after
001200*                   DTV195 in DTVNIGHT.  A feed with a
001300*                   business-day roll convention on DTVFEED
001400*                   (see DTVFDM) no longer has a weekend or
001500*                   holiday date rejected 'BDAY': the validator
001600*                   moves it to a business day and the result
001700*                   line passes with reason 'ROLL', carrying
001800*                   both the date as sent and the date it was
001900*                   moved to (see DTVRSL).  Downstream takes the
002000*                   moved date without being told, so this step
002100*                   lists every date moved tonight - feed,
002200*                   sequence, date as sent, date used and the
002300*                   convention that moved it - with a count
002400*                   per feed, for the feed owners and anyone
002500*                   asking why a date changed.
002600* ----------------------------------------------------------------
002700*
002800*  PURPOSE.
002900*      Show every date the roll conventions moved tonight.
003000*
003100  ENVIRONMENT DIVISION.
003200  INPUT-OUTPUT SECTION.
003300  FILE-CONTROL.
003400      SELECT RESULT-FILE ASSIGN TO "DTVRSLT"
003500          ORGANIZATION IS LINE SEQUENTIAL
003600          FILE STATUS IS WS-RESULT-FILE-STATUS.
003700      SELECT FEED-MASTER-FILE ASSIGN TO "DTVFEED"
003800          ORGANIZATION IS LINE SEQUENTIAL
003900          FILE STATUS IS WS-FEED-FILE-STATUS.
004000      SELECT RUN-CONTROL-FILE ASSIGN TO "DTVRUNC"
004100          ORGANIZATION IS LINE SEQUENTIAL
004200          FILE STATUS IS WS-RUNC-FILE-STATUS.
004300      SELECT ROLL-REPORT-FILE ASSIGN TO "DTVROLL"
004400          ORGANIZATION IS LINE SEQUENTIAL.
004500*
004600  DATA DIVISION.
004700  FILE SECTION.
004800  FD  RESULT-FILE
004900      LABEL RECORDS ARE STANDARD.
005000  COPY DTVRSL.
005100*
005200  FD  FEED-MASTER-FILE
005300      LABEL RECORDS ARE STANDARD.
005400  COPY DTVFDM.
005500*
005600  FD  RUN-CONTROL-FILE
005700      LABEL RECORDS ARE STANDARD.
005800  COPY DTVRNC.
005900*
006000  FD  ROLL-REPORT-FILE
006100      LABEL RECORDS ARE STANDARD.
006200  01  ROLL-REPORT-RECORD             PIC X(80).
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
007400  77  WS-RSL-READ-COUNT              PIC 9(08)  VALUE 0 COMP.
007500  77  WS-RSL-MAX-SEQ                 PIC 9(08)  VALUE 0 COMP.
007600  77  WS-ROLL-COUNT                  PIC 9(08)  VALUE 0 COMP.
007700  77  WS-NOT-COUNTED-COUNT           PIC 9(08)  VALUE 0 COMP.
007800*
007900  01  WS-RESULT-FILE-STATUS          PIC XX.
008000      88  WS-RESULT-FILE-OPEN-OK                VALUE '00'.
008100  01  WS-FEED-FILE-STATUS            PIC XX.
008200      88  WS-FEED-FILE-OPEN-OK                  VALUE '00'.
008300  01  WS-RUNC-FILE-STATUS            PIC XX.
008400      88  WS-RUNC-OPEN-OK                       VALUE '00'.
008500  01  WS-RSL-EOF-SWITCH              PIC X      VALUE 'N'.
008600      88  WS-END-OF-RESULT-FILE                 VALUE 'Y'.
008700  01  WS-FDM-EOF-SWITCH              PIC X      VALUE 'N'.
008800      88  WS-END-OF-FEED-MASTER                 VALUE 'Y'.
008900  01  WS-RUNC-ERROR-SWITCH           PIC X      VALUE 'N'.
009000      88  WS-RUN-CONTROL-MISSING                VALUE 'Y'.
009100  01  WS-SETUP-ERROR-SWITCH          PIC X      VALUE 'N'.
009200      88  WS-SETUP-ERROR                        VALUE 'Y'.
009300*
009400  01  WS-RUN-DATE                    PIC 9(08).
009500  01  WS-RUN-ID                      PIC X(16)  VALUE SPACE.
009600*
009700* 01  WS-FEED-MASTER-TABLE - every feed on the master, for the
009800*     name printed against each feed's count.  '*DEFAULT' is
009900*     a threshold, not a feed.
010000  01  WS-FEED-MASTER-TABLE.
010100      02  WS-FDM-ENTRY               OCCURS 100 TIMES.
010200          05  WS-FDM-SOURCE-SYSTEM-ID PIC X(08).
010300          05  WS-FDM-FEED-NAME       PIC X(20).
010400*
010500* 01  WS-REPORT-FEED-TABLE - the feeds with a date moved
010600*     tonight, in the order their first moved date was
010700*     written, with how many each had moved.
010800  01  WS-REPORT-FEED-TABLE.
010900      02  WS-RFD-ENTRY               OCCURS 100 TIMES.
011000          05  WS-RFD-SOURCE-SYSTEM-ID PIC X(08).
011100          05  WS-RFD-ROLL-COUNT      PIC 9(08)  COMP.
011200*
011300  01  WS-REPORT-LINE-WORK            PIC X(80).
011400  01  WS-CONVENTION-TEXT             PIC X(14).
011500  01  WS-COUNT-EDIT                  PIC ZZZZ,ZZ9.
011600*
011700  PROCEDURE DIVISION.
011800*
011900  0000-MAINLINE.
012000      PERFORM 1000-INITIALIZE
012100      PERFORM 2000-LOAD-FEED-MASTER THRU 2000-EXIT
012200      IF NOT WS-SETUP-ERROR
012300          PERFORM 3000-LIST-ROLLED-DATES THRU 3000-EXIT
012400      END-IF
012500      IF NOT WS-SETUP-ERROR
012600          PERFORM 4000-PRINT-FEED-COUNTS THRU 4000-EXIT
012700      END-IF
012800      PERFORM 9000-TERMINATE
012900      STOP RUN.
013000*
013100* ----------------------------------------------------------------
013200*  1000-INITIALIZE
013300*      Settles the night being reported and heads the report.
013400* ----------------------------------------------------------------
013500  1000-INITIALIZE.
013600      PERFORM 1050-GET-RUN-CONTROL THRU 1050-EXIT
013700      OPEN OUTPUT ROLL-REPORT-FILE
013800      MOVE SPACE TO WS-REPORT-LINE-WORK
013900      STRING 'DTV145 BUSINESS-DAY ROLLS  -  RUN DATE '
014000                 DELIMITED BY SIZE
014100             WS-RUN-DATE DELIMITED BY SIZE
014200             '  RUN '    DELIMITED BY SIZE
014300             WS-RUN-ID   DELIMITED BY SIZE
014400          INTO WS-REPORT-LINE-WORK
014500      END-STRING
014600      PERFORM 8000-WRITE-REPORT-LINE
014700      MOVE SPACE TO WS-REPORT-LINE-WORK
014800      PERFORM 8000-WRITE-REPORT-LINE
014900      MOVE 'FEED'         TO WS-REPORT-LINE-WORK (1 : 4)
015000      MOVE 'SEQUENCE'     TO WS-REPORT-LINE-WORK (10 : 8)
015100      MOVE 'AS SENT'      TO WS-REPORT-LINE-WORK (19 : 7)
015200      MOVE 'ROLLED TO'    TO WS-REPORT-LINE-WORK (30 : 9)
015300      MOVE 'CONVENTION'   TO WS-REPORT-LINE-WORK (41 : 10)
015400      MOVE 'MASK'         TO WS-REPORT-LINE-WORK (56 : 4)
015500      PERFORM 8000-WRITE-REPORT-LINE.
015600*
015700* ----------------------------------------------------------------
015800*  1050-GET-RUN-CONTROL
015900*      The run date and id come off the DTVRUNC record DTV100
016000*      cut, the way DTV135 and DTV140 take them.  A missing
016100*      record is reported with RC=8 and the wall clock stands
016200*      in.
016300* ----------------------------------------------------------------
016400  1050-GET-RUN-CONTROL.
016500      OPEN INPUT RUN-CONTROL-FILE
016600      IF WS-RUNC-OPEN-OK
016700          READ RUN-CONTROL-FILE
016800              AT END
016900                  MOVE 'Y' TO WS-RUNC-ERROR-SWITCH
017000              NOT AT END
017100                  MOVE RNC-RUN-DATE TO WS-RUN-DATE
017200                  MOVE RNC-RUN-ID   TO WS-RUN-ID
017300          END-READ
017400          CLOSE RUN-CONTROL-FILE
017500      ELSE
017600          MOVE 'Y' TO WS-RUNC-ERROR-SWITCH
017700      END-IF
017800      IF WS-RUN-CONTROL-MISSING
017900          DISPLAY 'DTV145: NO RUN-CONTROL RECORD ON DTVRUNC,'
018000              ' USING THE WALL-CLOCK DATE'
018100          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
018200          MOVE 8 TO RETURN-CODE
018300      END-IF.
018400  1050-EXIT.
018500      EXIT.
018600*
018700* ----------------------------------------------------------------
018800*  2000-LOAD-FEED-MASTER
018900*      Every feed on the master, active or not - a feed
019000*      retired since tonight's run still had its dates moved.
019100*      A master that does not open, or more feeds than the
019200*      table holds, is a setup error, RC=12.
019300* ----------------------------------------------------------------
019400  2000-LOAD-FEED-MASTER.
019500      OPEN INPUT FEED-MASTER-FILE
019600      IF NOT WS-FEED-FILE-OPEN-OK
019700          DISPLAY 'DTV145: FEED MASTER DTVFEED DID NOT OPEN,'
019800              ' STATUS ' WS-FEED-FILE-STATUS
019900          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
020000          GO TO 2000-EXIT
020100      END-IF
020200      PERFORM 2100-LOAD-ONE-FEED THRU 2100-EXIT
020300          UNTIL WS-END-OF-FEED-MASTER
020400      CLOSE FEED-MASTER-FILE.
020500  2000-EXIT.
020600      EXIT.
020700*
020800  2100-LOAD-ONE-FEED.
020900      READ FEED-MASTER-FILE
021000          AT END
021100              MOVE 'Y' TO WS-FDM-EOF-SWITCH
021200              GO TO 2100-EXIT
021300      END-READ
021400      IF FDM-SOURCE-SYSTEM-ID = '*DEFAULT'
021500          GO TO 2100-EXIT
021600      END-IF
021700      IF WS-FDM-COUNT NOT < WS-FDM-MAX
021800          DISPLAY 'DTV145: MORE THAN ' WS-FDM-MAX ' FEEDS ON'
021900              ' DTVFEED, FEED ' FDM-SOURCE-SYSTEM-ID
022000              ' NOT LOADED'
022100          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
022200          GO TO 2100-EXIT
022300      END-IF
022400      ADD 1 TO WS-FDM-COUNT
022500      MOVE FDM-SOURCE-SYSTEM-ID
022600          TO WS-FDM-SOURCE-SYSTEM-ID (WS-FDM-COUNT)
022700      MOVE FDM-FEED-NAME     TO WS-FDM-FEED-NAME (WS-FDM-COUNT).
022800  2100-EXIT.
022900      EXIT.
023000*
023100* ----------------------------------------------------------------
023200*  3000-LIST-ROLLED-DATES
023300*      One pass over tonight's DTVRSLT, printing each 'ROLL'
023400*      line as it comes, so the list is in DTVTRAN order.  A
023500*      restarted DTV100 re-writes the lines between its last
023600*      checkpoint and the abend, so a line counts only when
023700*      its RSL-SEQUENCE is higher than any seen before -
023800*      DTV120's rule.  A DTVRSLT that does not open is a
023900*      setup error, RC=12.
024000* ----------------------------------------------------------------
024100  3000-LIST-ROLLED-DATES.
024200      OPEN INPUT RESULT-FILE
024300      IF NOT WS-RESULT-FILE-OPEN-OK
024400          DISPLAY 'DTV145: DTVRSLT DID NOT OPEN, STATUS '
024500              WS-RESULT-FILE-STATUS
024600          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
024700          GO TO 3000-EXIT
024800      END-IF
024900      PERFORM 3100-LIST-ONE-RESULT THRU 3100-EXIT
025000          UNTIL WS-END-OF-RESULT-FILE
025100      CLOSE RESULT-FILE.
025200  3000-EXIT.
025300      EXIT.
025400*
025500  3100-LIST-ONE-RESULT.
025600      READ RESULT-FILE
025700          AT END
025800              MOVE 'Y' TO WS-RSL-EOF-SWITCH
025900              GO TO 3100-EXIT
026000      END-READ
026100      ADD 1 TO WS-RSL-READ-COUNT
026200      IF RSL-SEQUENCE IS NOT NUMERIC
026300         OR RSL-SEQUENCE NOT > WS-RSL-MAX-SEQ
026400          GO TO 3100-EXIT
026500      END-IF
026600      MOVE RSL-SEQUENCE TO WS-RSL-MAX-SEQ
026700      IF RSL-RESULT-REASON NOT = 'ROLL'
026800          GO TO 3100-EXIT
026900      END-IF
027000      ADD 1 TO WS-ROLL-COUNT
027100      PERFORM 3150-DESCRIBE-CONVENTION THRU 3150-EXIT
027200      MOVE SPACE TO WS-REPORT-LINE-WORK
027300      MOVE RSL-SOURCE-SYSTEM-ID TO WS-REPORT-LINE-WORK (1 : 8)
027400      MOVE RSL-SEQUENCE         TO WS-REPORT-LINE-WORK (10 : 8)
027500      MOVE RSL-ORIGINAL-DATE    TO WS-REPORT-LINE-WORK (19 : 10)
027600      MOVE RSL-NORMALIZED-DATE  TO WS-REPORT-LINE-WORK (30 : 10)
027700      MOVE WS-CONVENTION-TEXT   TO WS-REPORT-LINE-WORK (41 : 14)
027800      MOVE RSL-FORMAT-MASK      TO WS-REPORT-LINE-WORK (56 : 11)
027900      PERFORM 8000-WRITE-REPORT-LINE
028000      PERFORM 3200-FIND-REPORT-FEED THRU 3200-EXIT
028100      IF WS-RFD-FOUND-INDEX = 0
028200          ADD 1 TO WS-NOT-COUNTED-COUNT
028300          GO TO 3100-EXIT
028400      END-IF
028500      ADD 1 TO WS-RFD-ROLL-COUNT (WS-RFD-FOUND-INDEX).
028600  3100-EXIT.
028700      EXIT.
028800*
028900* ----------------------------------------------------------------
029000*  3150-DESCRIBE-CONVENTION
029100*      Spells out the convention letter on the result line
029200*      (see DTVFDM).
029300* ----------------------------------------------------------------
029400  3150-DESCRIBE-CONVENTION.
029500      IF RSL-ROLL-CONVENTION = 'F'
029600          MOVE 'FOLLOWING' TO WS-CONVENTION-TEXT
029700          GO TO 3150-EXIT
029800      END-IF
029900      IF RSL-ROLL-CONVENTION = 'M'
030000          MOVE 'MOD FOLLOWING' TO WS-CONVENTION-TEXT
030100          GO TO 3150-EXIT
030200      END-IF
030300      IF RSL-ROLL-CONVENTION = 'P'
030400          MOVE 'PRECEDING' TO WS-CONVENTION-TEXT
030500          GO TO 3150-EXIT
030600      END-IF
030700      MOVE SPACE TO WS-CONVENTION-TEXT
030800      MOVE ''''                TO WS-CONVENTION-TEXT (1 : 1)
030900      MOVE RSL-ROLL-CONVENTION TO WS-CONVENTION-TEXT (2 : 1)
031000      MOVE ''''                TO WS-CONVENTION-TEXT (3 : 1).
031100  3150-EXIT.
031200      EXIT.
031300*
031400* ----------------------------------------------------------------
031500*  3200-FIND-REPORT-FEED
031600*      The line's feed among those already counted, added on
031700*      its first moved date.  A full table leaves the index
031800*      zero; the date is still listed, only not counted
031900*      against its feed.
032000* ----------------------------------------------------------------
032100  3200-FIND-REPORT-FEED.
032200      MOVE 0 TO WS-RFD-FOUND-INDEX
032300      PERFORM 3210-TEST-ONE-REPORT-FEED
032400          VARYING WS-RFD-INDEX FROM 1 BY 1
032500          UNTIL WS-RFD-INDEX > WS-RFD-COUNT
032600             OR WS-RFD-FOUND-INDEX > 0
032700      IF WS-RFD-FOUND-INDEX > 0
032800          GO TO 3200-EXIT
032900      END-IF
033000      IF WS-RFD-COUNT NOT < WS-RFD-MAX
033100          GO TO 3200-EXIT
033200      END-IF
033300      ADD 1 TO WS-RFD-COUNT
033400      MOVE RSL-SOURCE-SYSTEM-ID
033500          TO WS-RFD-SOURCE-SYSTEM-ID (WS-RFD-COUNT)
033600      MOVE 0 TO WS-RFD-ROLL-COUNT (WS-RFD-COUNT)
033700      MOVE WS-RFD-COUNT TO WS-RFD-FOUND-INDEX.
033800  3200-EXIT.
033900      EXIT.
034000*
034100  3210-TEST-ONE-REPORT-FEED.
034200      IF WS-RFD-SOURCE-SYSTEM-ID (WS-RFD-INDEX)
034300                                      = RSL-SOURCE-SYSTEM-ID
034400          MOVE WS-RFD-INDEX TO WS-RFD-FOUND-INDEX
034500      END-IF.
034600*
034700* ----------------------------------------------------------------
034800*  4000-PRINT-FEED-COUNTS
034900*      How many dates each feed had moved, with the feed's
035000*      name off DTVFEED, in the order the feeds were first
035100*      seen.
035200* ----------------------------------------------------------------
035300  4000-PRINT-FEED-COUNTS.
035400      IF WS-RFD-COUNT = 0
035500          GO TO 4000-EXIT
035600      END-IF
035700      MOVE ALL '-' TO WS-REPORT-LINE-WORK
035800      PERFORM 8000-WRITE-REPORT-LINE
035900      MOVE SPACE TO WS-REPORT-LINE-WORK
036000      MOVE 'FEED'         TO WS-REPORT-LINE-WORK (1 : 4)
036100      MOVE 'FEED NAME'    TO WS-REPORT-LINE-WORK (10 : 9)
036200      MOVE 'DATES ROLLED' TO WS-REPORT-LINE-WORK (31 : 12)
036300      PERFORM 8000-WRITE-REPORT-LINE
036400      PERFORM 4100-PRINT-ONE-FEED-COUNT
036500          VARYING WS-RFD-INDEX FROM 1 BY 1
036600          UNTIL WS-RFD-INDEX > WS-RFD-COUNT.
036700  4000-EXIT.
036800      EXIT.
036900*
037000  4100-PRINT-ONE-FEED-COUNT.
037100      MOVE 0 TO WS-FDM-FOUND-INDEX
037200      PERFORM 4110-TEST-ONE-FEED
037300          VARYING WS-FDM-INDEX FROM 1 BY 1
037400          UNTIL WS-FDM-INDEX > WS-FDM-COUNT
037500             OR WS-FDM-FOUND-INDEX > 0
037600      MOVE SPACE TO WS-REPORT-LINE-WORK
037700      MOVE WS-RFD-SOURCE-SYSTEM-ID (WS-RFD-INDEX)
037800          TO WS-REPORT-LINE-WORK (1 : 8)
037900      IF WS-FDM-FOUND-INDEX > 0
038000          MOVE WS-FDM-FEED-NAME (WS-FDM-FOUND-INDEX)
038100              TO WS-REPORT-LINE-WORK (10 : 20)
038200      ELSE
038300          MOVE 'NOT ON DTVFEED' TO WS-REPORT-LINE-WORK (10 : 14)
038400      END-IF
038500      MOVE WS-RFD-ROLL-COUNT (WS-RFD-INDEX) TO WS-COUNT-EDIT
038600      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (35 : 8)
038700      PERFORM 8000-WRITE-REPORT-LINE.
038800*
038900  4110-TEST-ONE-FEED.
039000      IF WS-FDM-SOURCE-SYSTEM-ID (WS-FDM-INDEX)
039100                          = WS-RFD-SOURCE-SYSTEM-ID (WS-RFD-INDEX)
039200          MOVE WS-FDM-INDEX TO WS-FDM-FOUND-INDEX
039300      END-IF.
039400*
039500  8000-WRITE-REPORT-LINE.
039600      MOVE WS-REPORT-LINE-WORK TO ROLL-REPORT-RECORD
039700      WRITE ROLL-REPORT-RECORD.
039800*
039900* ----------------------------------------------------------------
040000*  9000-TERMINATE
040100*      The totals block.  Moved dates that would not fit the
040200*      feed table are still listed above but counted here
040300*      and end the step RC=8 so the table gets widened; a
040400*      master or result file that did not open is a setup
040500*      error, RC=12.  The report itself never holds the night.
040600* ----------------------------------------------------------------
040700  9000-TERMINATE.
040800      MOVE ALL '-' TO WS-REPORT-LINE-WORK
040900      PERFORM 8000-WRITE-REPORT-LINE
041000      MOVE SPACE TO WS-REPORT-LINE-WORK
041100      MOVE WS-RSL-READ-COUNT TO WS-COUNT-EDIT
041200      MOVE 'RESULTS READ     : ' TO WS-REPORT-LINE-WORK (1 : 19)
041300      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 8)
041400      PERFORM 8000-WRITE-REPORT-LINE
041500      MOVE WS-ROLL-COUNT TO WS-COUNT-EDIT
041600      MOVE 'DATES ROLLED     : ' TO WS-REPORT-LINE-WORK (1 : 19)
041700      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 8)
041800      PERFORM 8000-WRITE-REPORT-LINE
041900      MOVE WS-RFD-COUNT TO WS-COUNT-EDIT
042000      MOVE 'FEEDS REPORTED   : ' TO WS-REPORT-LINE-WORK (1 : 19)
042100      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 8)
042200      PERFORM 8000-WRITE-REPORT-LINE
042300      MOVE WS-NOT-COUNTED-COUNT TO WS-COUNT-EDIT
042400      MOVE 'NOT COUNTED      : ' TO WS-REPORT-LINE-WORK (1 : 19)
042500      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 8)
042600      PERFORM 8000-WRITE-REPORT-LINE
042700      MOVE SPACE TO WS-REPORT-LINE-WORK
042800      IF WS-SETUP-ERROR
042900          MOVE 'ROLL REPORT NOT COMPLETED - SETUP ERROR'
043000              TO WS-REPORT-LINE-WORK
043100      ELSE
043200          IF WS-ROLL-COUNT = 0
043300              MOVE 'NO DATES ROLLED TONIGHT'
043400                  TO WS-REPORT-LINE-WORK
043500          ELSE
043600              IF WS-NOT-COUNTED-COUNT > 0
043700                  MOVE 'TABLE FULL - SOME FEEDS NOT COUNTED'
043800                      TO WS-REPORT-LINE-WORK
043900                  MOVE 8 TO RETURN-CODE
044000              ELSE
044100                  MOVE 'EVERY ROLLED DATE LISTED AND COUNTED'
044200                      TO WS-REPORT-LINE-WORK
044300              END-IF
044400          END-IF
044500      END-IF
044600      PERFORM 8000-WRITE-REPORT-LINE
044700      CLOSE ROLL-REPORT-FILE
044800      IF WS-SETUP-ERROR
044900          MOVE 12 TO RETURN-CODE
045000      END-IF.
045100*
045200  END PROGRAM DTV145.
