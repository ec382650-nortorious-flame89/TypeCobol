000100* ****************************************************************
000200*  IDENTIFICATION DIVISION.
000300  IDENTIFICATION DIVISION.
000400  PROGRAM-ID. DTV150.
000500  AUTHOR. R DUVALL.
000600  INSTALLATION. DATA ADMINISTRATION.
000700  DATE-WRITTEN. 10/15/2026.
000800  DATE-COMPILED.
000900* ----------------------------------------------------------------
001000*  MODIFICATION HISTORY
001100*  10/15/2026  RD   Original expected-feed arrival check, run
001200*                   as the first DTVNIGHT step.  DTV100 only
001300*                   sees the batches that turn up on DTVTRAN
001400*                   and DTV140 cuts an empty header/trailer
001500*                   extract for a feed that sent nothing, so a
001600*                   missing transmission read exactly like a
001700*                   quiet night.  This step takes each active
001800*                   feed's sending days and minimum batch count
001900*                   off the DTVFEED master (FDM-SEND-DAYS,
002000*                   FDM-MIN-BATCHES), counts tonight's BHD
002100*                   batch headers on DTVTRAN per feed, and
002200*                   prints every feed due tonight that sent
002300*                   nothing (MISSING) or fewer batches than its
002400*                   minimum (LATE) on the DTVARRV report, with
002500*                   the feed's name and owner contact so the
002600*                   page goes to the right person.  Any such
002700*                   feed ends the step RC=4, a code no other
002800*                   step uses, so the scheduler can hold the
002900*                   night or page the owner before empty
003000*                   extracts are distributed.
003010*  10/15/2026  RD   Moved with the night's front end out of
003020*                   DTVNIGHT into the DTVSPLIT job, where it
003030*                   runs as STEP006 ahead of the feed split;
003040*                   the scheduler acts on its RC=4 from that
003050*                   job now.  No logic change.
003100* ----------------------------------------------------------------
003200*
003300*  PURPOSE.
003400*      Prove every feed due tonight actually sent, before the
003500*      night validates and distributes what did arrive.
003600*
003700  ENVIRONMENT DIVISION.
003800  INPUT-OUTPUT SECTION.
003900  FILE-CONTROL.
004000      SELECT FEED-MASTER-FILE ASSIGN TO "DTVFEED"
004100          ORGANIZATION IS LINE SEQUENTIAL
004200          FILE STATUS IS WS-FEED-FILE-STATUS.
004300      SELECT TRANS-FILE ASSIGN TO "DTVTRAN"
004400          ORGANIZATION IS LINE SEQUENTIAL
004500          FILE STATUS IS WS-TRANS-FILE-STATUS.
004600      SELECT ARRIVAL-REPORT-FILE ASSIGN TO "DTVARRV"
004700          ORGANIZATION IS LINE SEQUENTIAL.
004800*
004900  DATA DIVISION.
005000  FILE SECTION.
005100  FD  FEED-MASTER-FILE
005200      LABEL RECORDS ARE STANDARD.
005300  COPY DTVFDM.
005400*
005500  FD  TRANS-FILE
005600      LABEL RECORDS ARE STANDARD.
005700  COPY DTVREQ.
005800  COPY DTVBCH.
005900  COPY DTVPRQ.
006000*
006100  FD  ARRIVAL-REPORT-FILE
006200      LABEL RECORDS ARE STANDARD.
006300  01  ARRIVAL-REPORT-RECORD          PIC X(80).
006400*
006500  WORKING-STORAGE SECTION.
006600*
006700  77  WS-FDM-COUNT                   PIC 9(04)  VALUE 0 COMP.
006800  77  WS-FDM-MAX                     PIC 9(04)  VALUE 100 COMP.
006900  77  WS-FDM-INDEX                   PIC 9(04)  VALUE 0 COMP.
007000  77  WS-FDM-FOUND-INDEX             PIC 9(04)  VALUE 0 COMP.
007100  77  WS-TRN-READ-COUNT              PIC 9(08)  VALUE 0 COMP.
007200  77  WS-HEADER-COUNT                PIC 9(08)  VALUE 0 COMP.
007300  77  WS-DUE-COUNT                   PIC 9(04)  VALUE 0 COMP.
007400  77  WS-ARRIVED-COUNT               PIC 9(04)  VALUE 0 COMP.
007500  77  WS-MISSING-COUNT               PIC 9(04)  VALUE 0 COMP.
007600  77  WS-LATE-COUNT                  PIC 9(04)  VALUE 0 COMP.
007700*
007800  01  WS-FEED-FILE-STATUS            PIC XX.
007900      88  WS-FEED-FILE-OPEN-OK                  VALUE '00'.
008000  01  WS-TRANS-FILE-STATUS           PIC XX.
008100      88  WS-TRANS-FILE-OPEN-OK                 VALUE '00'.
008200  01  WS-FDM-EOF-SWITCH              PIC X      VALUE 'N'.
008300      88  WS-END-OF-FEED-MASTER                 VALUE 'Y'.
008400  01  WS-TRN-EOF-SWITCH              PIC X      VALUE 'N'.
008500      88  WS-END-OF-TRANS-FILE                  VALUE 'Y'.
008600  01  WS-SETUP-ERROR-SWITCH          PIC X      VALUE 'N'.
008700      88  WS-SETUP-ERROR                        VALUE 'Y'.
008800*
008900* 01  WS-RUN-DATE - the night being checked.  The wall clock by
009000*     default, the way DTV160 after it takes its date; a
009100*     next-morning catch-up submission names the night it
009200*     belongs to as eight digits on the PARM.
009300  01  WS-RUN-DATE.
009400      05  WS-RUN-YYYY                PIC 9(04).
009500      05  WS-RUN-MM                  PIC 9(02).
009600      05  WS-RUN-DD                  PIC 9(02).
009700*
009800* 01  Zeller's congruence work fields, the same arithmetic
009900*     ValidateDateFormat-01 certifies business days with; the
010000*     result is 0 for Saturday through 6 for Friday, and
010100*     WS-SEND-DAY-POSITION turns it into the Monday-first
010200*     position of FDM-SEND-DAYS.
010300  01  WS-ZEL-YEAR                    PIC 9(04)  COMP.
010400  01  WS-ZEL-MONTH                   PIC 9(02)  COMP.
010500  01  WS-ZEL-CENTURY                 PIC 9(02)  COMP.
010600  01  WS-ZEL-YY-OF-CENTURY           PIC 9(02)  COMP.
010700  01  WS-ZEL-MONTH-TERM              PIC 9(04)  COMP.
010800  01  WS-ZEL-SUM                     PIC 9(06)  COMP.
010900  01  WS-ZEL-QUOTIENT                PIC 9(06)  COMP.
011000  01  WS-DAY-OF-WEEK                 PIC 9(02)  COMP.
011100  01  WS-SEND-DAY-POSITION           PIC 9(02)  COMP.
011200  01  WS-DAY-NAME-TABLE.
011300      05  FILLER                     PIC X(21)
011400                              VALUE 'MONTUEWEDTHUFRISATSUN'.
011500  01  WS-DAY-NAME-REDEF REDEFINES WS-DAY-NAME-TABLE.
011600      05  WS-DAY-NAME                PIC X(03)  OCCURS 7 TIMES.
011700*
011800* 01  WS-FEED-MASTER-TABLE - every active feed due tonight, with
011900*     the batches it must bring and the headers counted for it
012000*     off DTVTRAN.  Feeds not due tonight are not loaded; what
012100*     they send is DTV100's business, not this step's.
012200  01  WS-FEED-MASTER-TABLE.
012300      02  WS-FDM-ENTRY               OCCURS 100 TIMES.
012400          05  WS-FDM-SOURCE-SYSTEM-ID PIC X(08).
012500          05  WS-FDM-FEED-NAME       PIC X(20).
012600          05  WS-FDM-OWNER-CONTACT   PIC X(20).
012700          05  WS-FDM-MIN-BATCHES     PIC 9(02).
012800          05  WS-FDM-BATCH-COUNT     PIC 9(04)  COMP.
012900*
013000  01  WS-REPORT-LINE-WORK            PIC X(80).
013100  01  WS-COUNT-EDIT                  PIC ZZZ9.
013200  01  WS-BATCH-EDIT                  PIC Z9.
013300  01  WS-MIN-EDIT                    PIC Z9.
013400*
013500  LINKAGE SECTION.
013600  01  PARM-DATA-AREA.
013700      05  PARM-LENGTH                PIC S9(04)  COMP.
013800      05  PARM-TEXT                  PIC X(79).
013900*
014000  PROCEDURE DIVISION USING PARM-DATA-AREA.
014100*
014200  0000-MAINLINE.
014300      PERFORM 1000-INITIALIZE
014400      PERFORM 2000-LOAD-DUE-FEEDS THRU 2000-EXIT
014500      IF NOT WS-SETUP-ERROR
014600          PERFORM 3000-COUNT-BATCH-HEADERS THRU 3000-EXIT
014700      END-IF
014800      IF NOT WS-SETUP-ERROR
014900          PERFORM 4000-CHECK-ARRIVALS
015000      END-IF
015100      PERFORM 9000-TERMINATE
015200      STOP RUN.
015300*
015400* ----------------------------------------------------------------
015500*  1000-INITIALIZE
015600*      Settles the night being checked and its weekday, and
015700*      heads the report.
015800* ----------------------------------------------------------------
015900  1000-INITIALIZE.
016000      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
016100      IF PARM-LENGTH >= 8
016200         AND PARM-TEXT (1 : 8) IS NUMERIC
016300          MOVE PARM-TEXT (1 : 8) TO WS-RUN-DATE
016400      END-IF
016500      PERFORM 1100-DETERMINE-DAY-OF-WEEK THRU 1100-EXIT
016600      IF WS-DAY-OF-WEEK < 2
016700          ADD 6 TO WS-DAY-OF-WEEK GIVING WS-SEND-DAY-POSITION
016800      ELSE
016900          SUBTRACT 1 FROM WS-DAY-OF-WEEK
017000              GIVING WS-SEND-DAY-POSITION
017100      END-IF
017200      OPEN OUTPUT ARRIVAL-REPORT-FILE
017300      MOVE SPACE TO WS-REPORT-LINE-WORK
017400      STRING 'DTV150 FEED ARRIVAL CHECK  -  RUN DATE '
017500                 DELIMITED BY SIZE
017600             WS-RUN-DATE DELIMITED BY SIZE
017700             ' ('        DELIMITED BY SIZE
017800             WS-DAY-NAME (WS-SEND-DAY-POSITION)
017900                         DELIMITED BY SIZE
018000             ')'         DELIMITED BY SIZE
018100          INTO WS-REPORT-LINE-WORK
018200      END-STRING
018300      PERFORM 8000-WRITE-REPORT-LINE
018400      MOVE SPACE TO WS-REPORT-LINE-WORK
018500      PERFORM 8000-WRITE-REPORT-LINE.
018600*
018700* ----------------------------------------------------------------
018800*  1100-DETERMINE-DAY-OF-WEEK
018900*      Zeller's congruence for the Gregorian calendar.  January
019000*      and February count as months 13 and 14 of the prior
019100*      year; the result is 0 for Saturday through 6 for Friday.
019200* ----------------------------------------------------------------
019300  1100-DETERMINE-DAY-OF-WEEK.
019400      MOVE WS-RUN-YYYY TO WS-ZEL-YEAR
019500      MOVE WS-RUN-MM   TO WS-ZEL-MONTH
019600      IF WS-ZEL-MONTH < 3
019700          ADD 12 TO WS-ZEL-MONTH
019800          SUBTRACT 1 FROM WS-ZEL-YEAR
019900      END-IF
020000      DIVIDE WS-ZEL-YEAR BY 100
020100          GIVING WS-ZEL-CENTURY
020200          REMAINDER WS-ZEL-YY-OF-CENTURY
020300      ADD 1 TO WS-ZEL-MONTH GIVING WS-ZEL-MONTH-TERM
020400      MULTIPLY 13 BY WS-ZEL-MONTH-TERM GIVING WS-ZEL-MONTH-TERM
020500      DIVIDE WS-ZEL-MONTH-TERM BY 5
020600          GIVING WS-ZEL-MONTH-TERM
020700      MOVE WS-RUN-DD TO WS-ZEL-SUM
020800      ADD WS-ZEL-MONTH-TERM     TO WS-ZEL-SUM
020900      ADD WS-ZEL-YY-OF-CENTURY  TO WS-ZEL-SUM
021000      DIVIDE WS-ZEL-YY-OF-CENTURY BY 4 GIVING WS-ZEL-QUOTIENT
021100      ADD WS-ZEL-QUOTIENT TO WS-ZEL-SUM
021200      DIVIDE WS-ZEL-CENTURY BY 4 GIVING WS-ZEL-QUOTIENT
021300      ADD WS-ZEL-QUOTIENT TO WS-ZEL-SUM
021400      MULTIPLY WS-ZEL-CENTURY BY 5 GIVING WS-ZEL-QUOTIENT
021500      ADD WS-ZEL-QUOTIENT TO WS-ZEL-SUM
021600      DIVIDE WS-ZEL-SUM BY 7
021700          GIVING WS-ZEL-QUOTIENT
021800          REMAINDER WS-DAY-OF-WEEK.
021900  1100-EXIT.
022000      EXIT.
022100*
022200* ----------------------------------------------------------------
022300*  2000-LOAD-DUE-FEEDS
022400*      Every active feed whose FDM-SEND-DAYS marks tonight's
022500*      weekday goes into the table.  '*DEFAULT' is a threshold,
022600*      not a feed, and a blank schedule means the feed sends on
022700*      no fixed days.  A master that does not open, or more due
022800*      feeds than the table holds, is a setup error, RC=12 -
022900*      an arrival check that cannot see every feed proves
023000*      nothing.
023100* ----------------------------------------------------------------
023200  2000-LOAD-DUE-FEEDS.
023300      OPEN INPUT FEED-MASTER-FILE
023400      IF NOT WS-FEED-FILE-OPEN-OK
023500          DISPLAY 'DTV150: FEED MASTER DTVFEED DID NOT OPEN,'
023600              ' STATUS ' WS-FEED-FILE-STATUS
023700          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
023800          GO TO 2000-EXIT
023900      END-IF
024000      PERFORM 2100-LOAD-ONE-FEED THRU 2100-EXIT
024100          UNTIL WS-END-OF-FEED-MASTER
024200      CLOSE FEED-MASTER-FILE.
024300  2000-EXIT.
024400      EXIT.
024500*
024600  2100-LOAD-ONE-FEED.
024700      READ FEED-MASTER-FILE
024800          AT END
024900              MOVE 'Y' TO WS-FDM-EOF-SWITCH
025000              GO TO 2100-EXIT
025100      END-READ
025200      IF FDM-SOURCE-SYSTEM-ID = '*DEFAULT'
025300         OR NOT FDM-ACTIVE
025400         OR FDM-SEND-DAYS = SPACE
025500          GO TO 2100-EXIT
025600      END-IF
025700      IF NOT FDM-SENDS-THIS-DAY (WS-SEND-DAY-POSITION)
025800          GO TO 2100-EXIT
025900      END-IF
026000      IF WS-FDM-COUNT NOT < WS-FDM-MAX
026100          DISPLAY 'DTV150: MORE THAN ' WS-FDM-MAX ' FEEDS DUE'
026200              ' TONIGHT, FEED ' FDM-SOURCE-SYSTEM-ID
026300              ' NOT CHECKED'
026400          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
026500          GO TO 2100-EXIT
026600      END-IF
026700      ADD 1 TO WS-FDM-COUNT
026800      MOVE FDM-SOURCE-SYSTEM-ID
026900          TO WS-FDM-SOURCE-SYSTEM-ID (WS-FDM-COUNT)
027000      MOVE FDM-FEED-NAME     TO WS-FDM-FEED-NAME (WS-FDM-COUNT)
027100      MOVE FDM-OWNER-CONTACT
027200          TO WS-FDM-OWNER-CONTACT (WS-FDM-COUNT)
027300      IF FDM-MIN-BATCHES IS NUMERIC
027400         AND FDM-MIN-BATCHES > 0
027500          MOVE FDM-MIN-BATCHES
027600              TO WS-FDM-MIN-BATCHES (WS-FDM-COUNT)
027700      ELSE
027800          MOVE 1 TO WS-FDM-MIN-BATCHES (WS-FDM-COUNT)
027900      END-IF
028000      MOVE 0 TO WS-FDM-BATCH-COUNT (WS-FDM-COUNT).
028100  2100-EXIT.
028200      EXIT.
028300*
028400* ----------------------------------------------------------------
028500*  3000-COUNT-BATCH-HEADERS
028600*      One pass over tonight's DTVTRAN counting BHD headers per
028700*      due feed.  Detail, period and trailer records are
028800*      DTV100's to prove; a header for a feed not due tonight
028900*      is simply not counted.  A DTVTRAN that does not open
029000*      is not a setup error here - it is the one night every
029100*      due feed is missing.
029200* ----------------------------------------------------------------
029300  3000-COUNT-BATCH-HEADERS.
029400      OPEN INPUT TRANS-FILE
029500      IF NOT WS-TRANS-FILE-OPEN-OK
029600          DISPLAY 'DTV150: DTVTRAN DID NOT OPEN, STATUS '
029700              WS-TRANS-FILE-STATUS ', NO BATCHES ARRIVED'
029800          GO TO 3000-EXIT
029900      END-IF
030000      PERFORM 3100-COUNT-ONE-RECORD THRU 3100-EXIT
030100          UNTIL WS-END-OF-TRANS-FILE
030200      CLOSE TRANS-FILE.
030300  3000-EXIT.
030400      EXIT.
030500*
030600  3100-COUNT-ONE-RECORD.
030700      READ TRANS-FILE
030800          AT END
030900              MOVE 'Y' TO WS-TRN-EOF-SWITCH
031000              GO TO 3100-EXIT
031100      END-READ
031200      ADD 1 TO WS-TRN-READ-COUNT
031300      IF NOT BCH-IS-HEADER
031400          GO TO 3100-EXIT
031500      END-IF
031600      ADD 1 TO WS-HEADER-COUNT
031700      MOVE 0 TO WS-FDM-FOUND-INDEX
031800      PERFORM 3110-TEST-ONE-FEED
031900          VARYING WS-FDM-INDEX FROM 1 BY 1
032000          UNTIL WS-FDM-INDEX > WS-FDM-COUNT
032100             OR WS-FDM-FOUND-INDEX > 0
032200      IF WS-FDM-FOUND-INDEX > 0
032300          ADD 1 TO WS-FDM-BATCH-COUNT (WS-FDM-FOUND-INDEX)
032400      END-IF.
032500  3100-EXIT.
032600      EXIT.
032700*
032800  3110-TEST-ONE-FEED.
032900      IF WS-FDM-SOURCE-SYSTEM-ID (WS-FDM-INDEX) = BCH-HDR-FEED-ID
033000          MOVE WS-FDM-INDEX TO WS-FDM-FOUND-INDEX
033100      END-IF.
033200*
033300* ----------------------------------------------------------------
033400*  4000-CHECK-ARRIVALS
033500*      A due feed with no header tonight is MISSING; one with
033600*      fewer headers than its minimum is LATE - what did arrive
033700*      validates, the rest is still owed.  Each line names the
033800*      feed and its owner, so ops know whom to page.
033900* ----------------------------------------------------------------
034000  4000-CHECK-ARRIVALS.
034100      MOVE SPACE TO WS-REPORT-LINE-WORK
034200      MOVE 'STATUS'     TO WS-REPORT-LINE-WORK (1 : 6)
034300      MOVE 'FEED'       TO WS-REPORT-LINE-WORK (9 : 4)
034400      MOVE 'FEED NAME'  TO WS-REPORT-LINE-WORK (18 : 9)
034500      MOVE 'OWNER'      TO WS-REPORT-LINE-WORK (39 : 5)
034600      MOVE 'GOT'        TO WS-REPORT-LINE-WORK (60 : 3)
034700      MOVE 'MIN'        TO WS-REPORT-LINE-WORK (65 : 3)
034800      PERFORM 8000-WRITE-REPORT-LINE
034900      MOVE SPACE TO WS-REPORT-LINE-WORK
035000      PERFORM 8000-WRITE-REPORT-LINE
035100      PERFORM 4100-CHECK-ONE-FEED THRU 4100-EXIT
035200          VARYING WS-FDM-INDEX FROM 1 BY 1
035300          UNTIL WS-FDM-INDEX > WS-FDM-COUNT.
035400*
035500  4100-CHECK-ONE-FEED.
035600      ADD 1 TO WS-DUE-COUNT
035700      IF WS-FDM-BATCH-COUNT (WS-FDM-INDEX)
035800                         NOT < WS-FDM-MIN-BATCHES (WS-FDM-INDEX)
035900          ADD 1 TO WS-ARRIVED-COUNT
036000          GO TO 4100-EXIT
036100      END-IF
036200      MOVE SPACE TO WS-REPORT-LINE-WORK
036300      IF WS-FDM-BATCH-COUNT (WS-FDM-INDEX) = 0
036400          ADD 1 TO WS-MISSING-COUNT
036500          MOVE 'MISSING' TO WS-REPORT-LINE-WORK (1 : 7)
036600      ELSE
036700          ADD 1 TO WS-LATE-COUNT
036800          MOVE 'LATE'    TO WS-REPORT-LINE-WORK (1 : 4)
036900      END-IF
037000      MOVE WS-FDM-SOURCE-SYSTEM-ID (WS-FDM-INDEX)
037100          TO WS-REPORT-LINE-WORK (9 : 8)
037200      MOVE WS-FDM-FEED-NAME (WS-FDM-INDEX)
037300          TO WS-REPORT-LINE-WORK (18 : 20)
037400      MOVE WS-FDM-OWNER-CONTACT (WS-FDM-INDEX)
037500          TO WS-REPORT-LINE-WORK (39 : 20)
037600      MOVE WS-FDM-BATCH-COUNT (WS-FDM-INDEX) TO WS-BATCH-EDIT
037700      MOVE WS-BATCH-EDIT TO WS-REPORT-LINE-WORK (61 : 2)
037800      MOVE WS-FDM-MIN-BATCHES (WS-FDM-INDEX) TO WS-MIN-EDIT
037900      MOVE WS-MIN-EDIT TO WS-REPORT-LINE-WORK (66 : 2)
038000      PERFORM 8000-WRITE-REPORT-LINE.
038100  4100-EXIT.
038200      EXIT.
038300*
038400  8000-WRITE-REPORT-LINE.
038500      MOVE WS-REPORT-LINE-WORK TO ARRIVAL-REPORT-RECORD
038600      WRITE ARRIVAL-REPORT-RECORD.
038700*
038800* ----------------------------------------------------------------
038900*  9000-TERMINATE
039000*      The totals block, then the verdict: any MISSING or LATE
039100*      feed ends RC=4 - distinct from the 8, 10 and 12 the
039200*      later steps use - so the scheduler can hold the night
039300*      or page the owner; a master that did not open or
039400*      overflowed the table is a setup error, RC=12.
039500* ----------------------------------------------------------------
039600  9000-TERMINATE.
039700      MOVE SPACE TO WS-REPORT-LINE-WORK
039800      PERFORM 8000-WRITE-REPORT-LINE
039900      MOVE WS-DUE-COUNT TO WS-COUNT-EDIT
040000      MOVE 'FEEDS DUE        : ' TO WS-REPORT-LINE-WORK (1 : 19)
040100      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 4)
040200      PERFORM 8000-WRITE-REPORT-LINE
040300      MOVE WS-ARRIVED-COUNT TO WS-COUNT-EDIT
040400      MOVE 'FEEDS ARRIVED    : ' TO WS-REPORT-LINE-WORK (1 : 19)
040500      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 4)
040600      PERFORM 8000-WRITE-REPORT-LINE
040700      MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT
040800      MOVE 'FEEDS MISSING    : ' TO WS-REPORT-LINE-WORK (1 : 19)
040900      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 4)
041000      PERFORM 8000-WRITE-REPORT-LINE
041100      MOVE WS-LATE-COUNT TO WS-COUNT-EDIT
041200      MOVE 'FEEDS LATE       : ' TO WS-REPORT-LINE-WORK (1 : 19)
041300      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 4)
041400      PERFORM 8000-WRITE-REPORT-LINE
041500      MOVE SPACE TO WS-REPORT-LINE-WORK
041600      IF WS-SETUP-ERROR
041700          MOVE 'ARRIVAL CHECK NOT COMPLETED - SETUP ERROR'
041800              TO WS-REPORT-LINE-WORK
041900      ELSE
042000          IF WS-MISSING-COUNT = 0 AND WS-LATE-COUNT = 0
042100              MOVE 'ALL DUE FEEDS ARRIVED' TO WS-REPORT-LINE-WORK
042200          ELSE
042300              MOVE 'FEEDS MISSING OR LATE - HOLD OR PAGE OWNER'
042400                  TO WS-REPORT-LINE-WORK
042500              MOVE 4 TO RETURN-CODE
042600          END-IF
042700      END-IF
042800      PERFORM 8000-WRITE-REPORT-LINE
042900      CLOSE ARRIVAL-REPORT-FILE
043000      IF WS-SETUP-ERROR
043100          MOVE 12 TO RETURN-CODE
043200      END-IF.
043300*
043400  END PROGRAM DTV150.
