000100* ****************************************************************
000200*  IDENTIFICATION DIVISION.
000300  IDENTIFICATION DIVISION.
000400  PROGRAM-ID. DTV170.
000500  AUTHOR. R DUVALL.
000600  INSTALLATION. DATA ADMINISTRATION.
000700  DATE-WRITTEN. 10/15/2026.
000800  DATE-COMPILED.
000900* ----------------------------------------------------------------
001000*  MODIFICATION HISTORY
001100*  10/15/2026  RD   Original DTVFEED feed master maintenance,
001200*                   run by the DTVFMAINT job.  The master
001300*                   decides which feeds DTV100 admits, the
001400*                   threshold DTV130 alerts at and the extracts
001500*                   DTV140 cuts.  It was kept by hand-editing
001600*                   a flat dataset, where one typo silently
001700*                   retired a feed or gave it a 900% threshold.
001800*                   Now each add, change or retire is a DTVFTXN
001900*                   transaction (see DTVFTX), edited before it
002000*                   is applied.  Refused: a feed id beginning
002100*                   BHD, BTR or PRD (DTVTRAN's record tags); a
002200*                   failure rate over 100; a calendar code with
002300*                   no holidays on DTVHOLS; a feed id already
002400*                   on the master; a second '*DEFAULT'.  Every
002500*                   change applied goes onto the DTVFLOG change
002600*                   log (see DTVFLG), before and after, with
002700*                   the requester and effective date.
002710*  10/15/2026  RD   FTX-ROLL-CONVENTION carried to the new
002720*                   FDM-ROLL-CONVENTION on an add, and on a
002730*                   change when not blank.  Refused: a roll
002740*                   convention other than N, F, M, P or blank.
002800* ----------------------------------------------------------------
002900*
003000*  PURPOSE.
003100*      Keep the feed master right, and keep a record of who
003200*      changed it, when and how.
003300*
003400  ENVIRONMENT DIVISION.
003500  INPUT-OUTPUT SECTION.
003600  FILE-CONTROL.
003700      SELECT FEED-MASTER-FILE ASSIGN TO "DTVFEED"
003800          ORGANIZATION IS LINE SEQUENTIAL
003900          FILE STATUS IS WS-FEED-FILE-STATUS.
004000      SELECT HOLIDAY-FILE ASSIGN TO "DTVHOLS"
004100          ORGANIZATION IS LINE SEQUENTIAL
004200          FILE STATUS IS WS-HOLIDAY-FILE-STATUS.
004300      SELECT TRANSACTION-FILE ASSIGN TO "DTVFTXN"
004400          ORGANIZATION IS LINE SEQUENTIAL
004500          FILE STATUS IS WS-TRANS-FILE-STATUS.
004600      SELECT CHANGE-LOG-FILE ASSIGN TO "DTVFLOG"
004700          ORGANIZATION IS LINE SEQUENTIAL
004800          FILE STATUS IS WS-LOG-FILE-STATUS.
004900      SELECT MAINT-REPORT-FILE ASSIGN TO "DTVFMRP"
005000          ORGANIZATION IS LINE SEQUENTIAL.
005100*
005200  DATA DIVISION.
005300  FILE SECTION.
005400  FD  FEED-MASTER-FILE
005500      LABEL RECORDS ARE STANDARD.
005600  01  FEED-MASTER-FILE-RECORD        PIC X(80).
005700*
005800  FD  HOLIDAY-FILE
005900      LABEL RECORDS ARE STANDARD.
006000  COPY DTVHOL.
006100*
006200  FD  TRANSACTION-FILE
006300      LABEL RECORDS ARE STANDARD.
006400  COPY DTVFTX.
006500*
006600  FD  CHANGE-LOG-FILE
006700      LABEL RECORDS ARE STANDARD.
006800  COPY DTVFLG.
006900*
007000  FD  MAINT-REPORT-FILE
007100      LABEL RECORDS ARE STANDARD.
007200  01  MAINT-REPORT-RECORD            PIC X(80).
007300*
007400  WORKING-STORAGE SECTION.
007500*
007600  77  WS-FDM-COUNT                   PIC 9(04)  VALUE 0 COMP.
007700  77  WS-FDM-MAX                     PIC 9(04)  VALUE 100 COMP.
007800  77  WS-FDM-INDEX                   PIC 9(04)  VALUE 0 COMP.
007900  77  WS-FDM-FOUND-INDEX             PIC 9(04)  VALUE 0 COMP.
008000  77  WS-DEFAULT-INDEX               PIC 9(04)  VALUE 0 COMP.
008100  77  WS-CAL-COUNT                   PIC 9(04)  VALUE 0 COMP.
008200  77  WS-CAL-MAX                     PIC 9(04)  VALUE 50 COMP.
008300  77  WS-CAL-INDEX                   PIC 9(04)  VALUE 0 COMP.
008400  77  WS-CAL-FOUND-INDEX             PIC 9(04)  VALUE 0 COMP.
008500  77  WS-DAY-INDEX                   PIC 9(02)  VALUE 0 COMP.
008600  77  WS-TXN-READ-COUNT              PIC 9(06)  VALUE 0 COMP.
008700  77  WS-ADDED-COUNT                 PIC 9(06)  VALUE 0 COMP.
008800  77  WS-CHANGED-COUNT               PIC 9(06)  VALUE 0 COMP.
008900  77  WS-RETIRED-COUNT               PIC 9(06)  VALUE 0 COMP.
009000  77  WS-REFUSED-COUNT               PIC 9(06)  VALUE 0 COMP.
009100*
009200  01  WS-FEED-FILE-STATUS            PIC XX.
009300      88  WS-FEED-FILE-OPEN-OK                  VALUE '00'.
009400  01  WS-HOLIDAY-FILE-STATUS         PIC XX.
009500      88  WS-HOLIDAY-FILE-OPEN-OK               VALUE '00'.
009600  01  WS-TRANS-FILE-STATUS           PIC XX.
009700      88  WS-TRANS-FILE-OPEN-OK                 VALUE '00'.
009800  01  WS-LOG-FILE-STATUS             PIC XX.
009900      88  WS-LOG-FILE-OPEN-OK                   VALUE '00'.
010000  01  WS-FDM-EOF-SWITCH              PIC X      VALUE 'N'.
010100      88  WS-END-OF-FEED-MASTER                 VALUE 'Y'.
010200  01  WS-HOL-EOF-SWITCH              PIC X      VALUE 'N'.
010300      88  WS-END-OF-HOLIDAY-FILE                VALUE 'Y'.
010400  01  WS-TXN-EOF-SWITCH              PIC X      VALUE 'N'.
010500      88  WS-END-OF-TRANSACTIONS                VALUE 'Y'.
010600  01  WS-SETUP-ERROR-SWITCH          PIC X      VALUE 'N'.
010700      88  WS-SETUP-ERROR                        VALUE 'Y'.
010800  01  WS-SEND-DAYS-SWITCH            PIC X.
010900      88  WS-SEND-DAYS-BAD                      VALUE 'Y'.
011000*
011100  01  WS-RUN-DATE                    PIC 9(08).
011200  01  WS-RUN-TIME                    PIC 9(08).
011300  01  WS-EFFECTIVE-DATE              PIC 9(08).
011400  01  WS-REFUSAL-REASON              PIC X(42).
011500  01  WS-CAL-SEARCH-CODE             PIC X(02).
011600  01  WS-BEFORE-IMAGE                PIC X(80).
011700*
011800* 01  DTV-FEED-MASTER-RECORD - the master record being built or
011900*     changed; the file itself is read and written as a flat
012000*     80-byte image through the table below.
012100  COPY DTVFDM.
012200*
012300* 01  WS-FEED-MASTER-TABLE - the whole master, in file order,
012400*     as it stands after each applied transaction.  Same
012500*     ceiling as DTV100's feed table: a 101st feed could not
012600*     be admitted there, so it is not added here.
012700  01  WS-FEED-MASTER-TABLE.
012800      02  WS-FDM-ENTRY               OCCURS 100 TIMES.
012900          05  WS-FDM-IMAGE           PIC X(80).
013000          05  WS-FDM-ID-VIEW REDEFINES WS-FDM-IMAGE.
013100              10  WS-FDM-SOURCE-SYSTEM-ID
013200                                     PIC X(08).
013300              10  FILLER             PIC X(72).
013400*
013500* 01  WS-CALENDAR-TABLE - every calendar code with at least one
013600*     holiday on DTVHOLS.
013700  01  WS-CALENDAR-TABLE.
013800      02  WS-CAL-CODE                PIC X(02)  OCCURS 50 TIMES.
013900*
014000  01  WS-REPORT-LINE-WORK            PIC X(80).
014100  01  WS-COUNT-EDIT                  PIC ZZZ,ZZ9.
014200*
014300  PROCEDURE DIVISION.
014400*
014500  0000-MAINLINE.
014600      PERFORM 1000-INITIALIZE
014700      PERFORM 2000-LOAD-FEED-MASTER THRU 2000-EXIT
014800      IF NOT WS-SETUP-ERROR
014900          PERFORM 2500-LOAD-CALENDARS THRU 2500-EXIT
015000      END-IF
015100      IF NOT WS-SETUP-ERROR
015200          PERFORM 2800-OPEN-TRANSACTION-FILES THRU 2800-EXIT
015300      END-IF
015400      IF NOT WS-SETUP-ERROR
015500          PERFORM 3000-APPLY-ONE-TRANSACTION THRU 3000-EXIT
015600              UNTIL WS-END-OF-TRANSACTIONS
015700          CLOSE TRANSACTION-FILE
015800          CLOSE CHANGE-LOG-FILE
015900          PERFORM 5000-REWRITE-FEED-MASTER THRU 5000-EXIT
016000      END-IF
016100      PERFORM 9000-TERMINATE
016200      STOP RUN.
016300*
016400* ----------------------------------------------------------------
016500*  1000-INITIALIZE
016600*      The maintenance date is the wall clock - this job runs
016700*      in the day, outside DTVNIGHT and its DTVRUNC record.
016800* ----------------------------------------------------------------
016900  1000-INITIALIZE.
017000      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
017100      ACCEPT WS-RUN-TIME FROM TIME
017200      OPEN OUTPUT MAINT-REPORT-FILE
017300      MOVE SPACE TO WS-REPORT-LINE-WORK
017400      STRING 'DTV170 FEED MASTER MAINTENANCE  -  RUN DATE '
017500                 DELIMITED BY SIZE
017600             WS-RUN-DATE DELIMITED BY SIZE
017700          INTO WS-REPORT-LINE-WORK
017800      END-STRING
017900      PERFORM 8000-WRITE-REPORT-LINE
018000      MOVE SPACE TO WS-REPORT-LINE-WORK
018100      PERFORM 8000-WRITE-REPORT-LINE
018200      MOVE 'A'          TO WS-REPORT-LINE-WORK (1 : 1)
018300      MOVE 'FEED'       TO WS-REPORT-LINE-WORK (3 : 4)
018400      MOVE 'REQUESTR'   TO WS-REPORT-LINE-WORK (12 : 8)
018500      MOVE 'EFFECTIV'   TO WS-REPORT-LINE-WORK (21 : 8)
018600      MOVE 'OUTCOME'    TO WS-REPORT-LINE-WORK (31 : 7)
018700      PERFORM 8000-WRITE-REPORT-LINE
018800      MOVE SPACE TO WS-REPORT-LINE-WORK
018900      PERFORM 8000-WRITE-REPORT-LINE.
019000*
019100* ----------------------------------------------------------------
019200*  2000-LOAD-FEED-MASTER
019300*      The whole master, retired feeds and '*DEFAULT'
019400*      included, in file order - it is rewritten from this
019500*      table.  A master that does not open or will not fit
019600*      is a setup error, RC=12, and nothing is applied.
019700* ----------------------------------------------------------------
019800  2000-LOAD-FEED-MASTER.
019900      OPEN INPUT FEED-MASTER-FILE
020000      IF NOT WS-FEED-FILE-OPEN-OK
020100          DISPLAY 'DTV170: FEED MASTER DTVFEED DID NOT OPEN,'
020200              ' STATUS ' WS-FEED-FILE-STATUS
020300          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
020400          GO TO 2000-EXIT
020500      END-IF
020600      PERFORM 2100-LOAD-ONE-FEED THRU 2100-EXIT
020700          UNTIL WS-END-OF-FEED-MASTER
020800      CLOSE FEED-MASTER-FILE.
020900  2000-EXIT.
021000      EXIT.
021100*
021200  2100-LOAD-ONE-FEED.
021300      READ FEED-MASTER-FILE
021400          AT END
021500              MOVE 'Y' TO WS-FDM-EOF-SWITCH
021600              GO TO 2100-EXIT
021700      END-READ
021800      IF WS-FDM-COUNT NOT < WS-FDM-MAX
021900          DISPLAY 'DTV170: MORE THAN ' WS-FDM-MAX ' RECORDS ON'
022000              ' DTVFEED, NOTHING APPLIED'
022100          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
022200          MOVE 'Y' TO WS-FDM-EOF-SWITCH
022300          GO TO 2100-EXIT
022400      END-IF
022500      ADD 1 TO WS-FDM-COUNT
022600      MOVE FEED-MASTER-FILE-RECORD TO WS-FDM-IMAGE (WS-FDM-COUNT)
022700      IF WS-FDM-SOURCE-SYSTEM-ID (WS-FDM-COUNT) = '*DEFAULT'
022800         AND WS-DEFAULT-INDEX = 0
022900          MOVE WS-FDM-COUNT TO WS-DEFAULT-INDEX
023000      END-IF.
023100  2100-EXIT.
023200      EXIT.
023300*
023400* ----------------------------------------------------------------
023500*  2500-LOAD-CALENDARS
023600*      The distinct calendar codes on DTVHOLS.  A feed may only
023700*      name a calendar that has holidays on it - a calendar
023800*      code with none certifies every weekday a business day,
023900*      holidays included, without a word.  A DTVHOLS that does
024000*      not open, or more codes than the table holds, is a
024100*      setup error.
024200* ----------------------------------------------------------------
024300  2500-LOAD-CALENDARS.
024400      OPEN INPUT HOLIDAY-FILE
024500      IF NOT WS-HOLIDAY-FILE-OPEN-OK
024600          DISPLAY 'DTV170: HOLIDAY FILE DTVHOLS DID NOT OPEN,'
024700              ' STATUS ' WS-HOLIDAY-FILE-STATUS
024800          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
024900          GO TO 2500-EXIT
025000      END-IF
025100      PERFORM 2600-LOAD-ONE-HOLIDAY THRU 2600-EXIT
025200          UNTIL WS-END-OF-HOLIDAY-FILE
025300      CLOSE HOLIDAY-FILE.
025400  2500-EXIT.
025500      EXIT.
025600*
025700  2600-LOAD-ONE-HOLIDAY.
025800      READ HOLIDAY-FILE
025900          AT END
026000              MOVE 'Y' TO WS-HOL-EOF-SWITCH
026100              GO TO 2600-EXIT
026200      END-READ
026300      IF HOL-CALENDAR-CODE = SPACE
026400          GO TO 2600-EXIT
026500      END-IF
026600      MOVE HOL-CALENDAR-CODE TO WS-CAL-SEARCH-CODE
026700      PERFORM 2700-FIND-CALENDAR
026800      IF WS-CAL-FOUND-INDEX > 0
026900          GO TO 2600-EXIT
027000      END-IF
027100      IF WS-CAL-COUNT NOT < WS-CAL-MAX
027200          DISPLAY 'DTV170: MORE THAN ' WS-CAL-MAX ' CALENDARS ON'
027300              ' DTVHOLS, NOTHING APPLIED'
027400          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
027500          MOVE 'Y' TO WS-HOL-EOF-SWITCH
027600          GO TO 2600-EXIT
027700      END-IF
027800      ADD 1 TO WS-CAL-COUNT
027900      MOVE HOL-CALENDAR-CODE TO WS-CAL-CODE (WS-CAL-COUNT).
028000  2600-EXIT.
028100      EXIT.
028200*
028300  2700-FIND-CALENDAR.
028400      MOVE 0 TO WS-CAL-FOUND-INDEX
028500      PERFORM 2710-TEST-ONE-CALENDAR
028600          VARYING WS-CAL-INDEX FROM 1 BY 1
028700          UNTIL WS-CAL-INDEX > WS-CAL-COUNT
028800             OR WS-CAL-FOUND-INDEX > 0.
028900*
029000  2710-TEST-ONE-CALENDAR.
029100      IF WS-CAL-CODE (WS-CAL-INDEX) = WS-CAL-SEARCH-CODE
029200          MOVE WS-CAL-INDEX TO WS-CAL-FOUND-INDEX
029300      END-IF.
029400*
029500* ----------------------------------------------------------------
029600*  2800-OPEN-TRANSACTION-FILES
029700*      The transactions, and the change log opened EXTEND -
029800*      it is permanent - falling back to OUTPUT the first
029900*      time, the way DTV120 opens DTVHIST.  A transaction file
030000*      or change log that will not open is a setup error: no
030100*      change is applied that could not be logged.
030200* ----------------------------------------------------------------
030300  2800-OPEN-TRANSACTION-FILES.
030400      OPEN INPUT TRANSACTION-FILE
030500      IF NOT WS-TRANS-FILE-OPEN-OK
030600          DISPLAY 'DTV170: DTVFTXN DID NOT OPEN, STATUS '
030700              WS-TRANS-FILE-STATUS
030800          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
030900          GO TO 2800-EXIT
031000      END-IF
031100      OPEN EXTEND CHANGE-LOG-FILE
031200      IF NOT WS-LOG-FILE-OPEN-OK
031300          OPEN OUTPUT CHANGE-LOG-FILE
031400      END-IF
031500      IF NOT WS-LOG-FILE-OPEN-OK
031600          DISPLAY 'DTV170: CHANGE LOG DTVFLOG DID NOT OPEN,'
031700              ' STATUS ' WS-LOG-FILE-STATUS
031800          CLOSE TRANSACTION-FILE
031900          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
032000      END-IF.
032100  2800-EXIT.
032200      EXIT.
032300*
032400* ----------------------------------------------------------------
032500*  3000-APPLY-ONE-TRANSACTION
032600*      Edits one transaction against the master as it stands
032700*      after the ones before it - so a feed added earlier in
032800*      the file can be changed later in it - and either
032900*      applies and logs it or refuses it with the reason.  A
033000*      refused transaction changes nothing; the rest of the
033100*      file still applies.
033200* ----------------------------------------------------------------
033300  3000-APPLY-ONE-TRANSACTION.
033400      READ TRANSACTION-FILE
033500          AT END
033600              MOVE 'Y' TO WS-TXN-EOF-SWITCH
033700              GO TO 3000-EXIT
033800      END-READ
033900      ADD 1 TO WS-TXN-READ-COUNT
034000      MOVE SPACE TO WS-REFUSAL-REASON
034100      IF FTX-REQUESTER = SPACE
034200          MOVE 'NO REQUESTER NAMED' TO WS-REFUSAL-REASON
034300          GO TO 3000-REFUSED
034400      END-IF
034500      IF FTX-EFFECTIVE-DATE = SPACE
034600          MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
034700      ELSE
034800          IF FTX-EFFECTIVE-DATE IS NOT NUMERIC
034900              MOVE 'EFFECTIVE DATE NOT YYYYMMDD'
035000                  TO WS-REFUSAL-REASON
035100              GO TO 3000-REFUSED
035200          END-IF
035300          MOVE FTX-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
035400      END-IF
035500      IF WS-EFFECTIVE-DATE > WS-RUN-DATE
035600          MOVE 'EFFECTIVE DATE IS AFTER TODAY'
035700              TO WS-REFUSAL-REASON
035800          GO TO 3000-REFUSED
035900      END-IF
036000      PERFORM 3050-FIND-FEED
036100      IF FTX-ADD-FEED
036200          PERFORM 3100-BUILD-ADDED-FEED THRU 3100-EXIT
036300      ELSE
036400          IF FTX-CHANGE-FEED
036500              PERFORM 3200-BUILD-CHANGED-FEED THRU 3200-EXIT
036600          ELSE
036700              IF FTX-RETIRE-FEED
036800                  PERFORM 3300-BUILD-RETIRED-FEED THRU 3300-EXIT
036900              ELSE
037000                  MOVE 'ACTION NOT A, C OR R' TO WS-REFUSAL-REASON
037100              END-IF
037200          END-IF
037300      END-IF
037400      IF WS-REFUSAL-REASON NOT = SPACE
037500          GO TO 3000-REFUSED
037600      END-IF
037700      IF NOT FTX-RETIRE-FEED
037800          PERFORM 3500-EDIT-FEED-RECORD THRU 3500-EXIT
037900      END-IF
038000      IF WS-REFUSAL-REASON NOT = SPACE
038100          GO TO 3000-REFUSED
038200      END-IF
038300      PERFORM 4000-POST-FEED-RECORD
038400      PERFORM 4100-WRITE-CHANGE-LOG
038500      MOVE 'APPLIED' TO WS-REFUSAL-REASON
038600      PERFORM 8100-WRITE-TRANSACTION-LINE
038700      GO TO 3000-EXIT.
038800  3000-REFUSED.
038900      ADD 1 TO WS-REFUSED-COUNT
039000      PERFORM 8100-WRITE-TRANSACTION-LINE.
039100  3000-EXIT.
039200      EXIT.
039300*
039400  3050-FIND-FEED.
039500      MOVE 0 TO WS-FDM-FOUND-INDEX
039600      PERFORM 3060-TEST-ONE-FEED
039700          VARYING WS-FDM-INDEX FROM 1 BY 1
039800          UNTIL WS-FDM-INDEX > WS-FDM-COUNT
039900             OR WS-FDM-FOUND-INDEX > 0.
040000*
040100  3060-TEST-ONE-FEED.
040200      IF WS-FDM-SOURCE-SYSTEM-ID (WS-FDM-INDEX)
040300                                      = FTX-SOURCE-SYSTEM-ID
040400          MOVE WS-FDM-INDEX TO WS-FDM-FOUND-INDEX
040500      END-IF.
040600*
040700* ----------------------------------------------------------------
040800*  3100-BUILD-ADDED-FEED
040900*      A new feed id must not collide with a DTVTRAN record
041000*      tag - DTV100 tells batch headers, trailers and period
041100*      requests from single-date ones by the first three
041200*      bytes - nor with any id already on the master, retired
041300*      or not.  There is one '*DEFAULT' or none.
041400* ----------------------------------------------------------------
041500  3100-BUILD-ADDED-FEED.
041600      IF FTX-SOURCE-SYSTEM-ID = SPACE
041700          MOVE 'NO FEED ID' TO WS-REFUSAL-REASON
041800          GO TO 3100-EXIT
041900      END-IF
042000      IF FTX-SOURCE-SYSTEM-ID (1 : 3) = 'BHD'
042100         OR FTX-SOURCE-SYSTEM-ID (1 : 3) = 'BTR'
042200         OR FTX-SOURCE-SYSTEM-ID (1 : 3) = 'PRD'
042300          MOVE 'FEED ID MAY NOT BEGIN BHD, BTR OR PRD'
042400              TO WS-REFUSAL-REASON
042500          GO TO 3100-EXIT
042600      END-IF
042700      IF FTX-SOURCE-SYSTEM-ID = '*DEFAULT'
042800         AND WS-DEFAULT-INDEX > 0
042900          MOVE 'A *DEFAULT RECORD IS ALREADY ON THE MASTER'
043000              TO WS-REFUSAL-REASON
043100          GO TO 3100-EXIT
043200      END-IF
043300      IF WS-FDM-FOUND-INDEX > 0
043400          MOVE 'FEED ID IS ALREADY ON THE MASTER'
043500              TO WS-REFUSAL-REASON
043600          GO TO 3100-EXIT
043700      END-IF
043800      IF WS-FDM-COUNT NOT < WS-FDM-MAX
043900          MOVE 'MASTER IS FULL - 100 RECORDS'
044000              TO WS-REFUSAL-REASON
044100          GO TO 3100-EXIT
044200      END-IF
044300      IF FTX-FAIL-RATE-PCT IS NOT NUMERIC
044400          MOVE 'FAIL RATE NOT 000 TO 100' TO WS-REFUSAL-REASON
044500          GO TO 3100-EXIT
044600      END-IF
044700      IF FTX-MIN-BATCHES NOT = SPACE
044800         AND FTX-MIN-BATCHES IS NOT NUMERIC
044900          MOVE 'MINIMUM BATCHES NOT 00 TO 99'
045000              TO WS-REFUSAL-REASON
045100          GO TO 3100-EXIT
045200      END-IF
045300      MOVE SPACE TO WS-BEFORE-IMAGE
045400      MOVE SPACE TO DTV-FEED-MASTER-RECORD
045500      MOVE FTX-SOURCE-SYSTEM-ID TO FDM-SOURCE-SYSTEM-ID
045600      MOVE FTX-FEED-NAME        TO FDM-FEED-NAME
045700      MOVE FTX-OWNER-CONTACT    TO FDM-OWNER-CONTACT
045800      IF FTX-ACTIVE-FLAG = SPACE
045900          MOVE 'A' TO FDM-ACTIVE-FLAG
046000      ELSE
046100          MOVE FTX-ACTIVE-FLAG TO FDM-ACTIVE-FLAG
046200      END-IF
046300      MOVE FTX-FAIL-RATE-PCT    TO FDM-FAIL-RATE-PCT
046400      MOVE FTX-CALENDAR-CODE    TO FDM-CALENDAR-CODE
046500      MOVE FTX-SEND-DAYS        TO FDM-SEND-DAYS
046510      MOVE FTX-ROLL-CONVENTION  TO FDM-ROLL-CONVENTION
046600      IF FTX-MIN-BATCHES = SPACE
046700          MOVE 0 TO FDM-MIN-BATCHES
046800      ELSE
046900          MOVE FTX-MIN-BATCHES TO FDM-MIN-BATCHES
047000      END-IF.
047100  3100-EXIT.
047200      EXIT.
047300*
047400* ----------------------------------------------------------------
047500*  3200-BUILD-CHANGED-FEED
047600*      The master record with every non-blank transaction
047700*      field laid over it.  A change that changes nothing is
047800*      refused, so the log only ever shows real changes.
047900* ----------------------------------------------------------------
048000  3200-BUILD-CHANGED-FEED.
048100      IF WS-FDM-FOUND-INDEX = 0
048200          MOVE 'FEED ID NOT ON THE MASTER' TO WS-REFUSAL-REASON
048300          GO TO 3200-EXIT
048400      END-IF
048500      IF FTX-FAIL-RATE-PCT NOT = SPACE
048600         AND FTX-FAIL-RATE-PCT IS NOT NUMERIC
048700          MOVE 'FAIL RATE NOT 000 TO 100' TO WS-REFUSAL-REASON
048800          GO TO 3200-EXIT
048900      END-IF
049000      IF FTX-MIN-BATCHES NOT = SPACE
049100         AND FTX-MIN-BATCHES IS NOT NUMERIC
049200          MOVE 'MINIMUM BATCHES NOT 00 TO 99'
049300              TO WS-REFUSAL-REASON
049400          GO TO 3200-EXIT
049500      END-IF
049600      MOVE WS-FDM-IMAGE (WS-FDM-FOUND-INDEX) TO WS-BEFORE-IMAGE
049700      MOVE WS-BEFORE-IMAGE TO DTV-FEED-MASTER-RECORD
049800      IF FTX-FEED-NAME NOT = SPACE
049900          MOVE FTX-FEED-NAME TO FDM-FEED-NAME
050000      END-IF
050100      IF FTX-OWNER-CONTACT NOT = SPACE
050200          MOVE FTX-OWNER-CONTACT TO FDM-OWNER-CONTACT
050300      END-IF
050400      IF FTX-ACTIVE-FLAG NOT = SPACE
050500          MOVE FTX-ACTIVE-FLAG TO FDM-ACTIVE-FLAG
050600      END-IF
050700      IF FTX-FAIL-RATE-PCT NOT = SPACE
050800          MOVE FTX-FAIL-RATE-PCT TO FDM-FAIL-RATE-PCT
050900      END-IF
051000      IF FTX-CALENDAR-CODE NOT = SPACE
051100          MOVE FTX-CALENDAR-CODE TO FDM-CALENDAR-CODE
051200      END-IF
051300      IF FTX-SEND-DAYS NOT = SPACE
051400          MOVE FTX-SEND-DAYS TO FDM-SEND-DAYS
051500      END-IF
051600      IF FTX-MIN-BATCHES NOT = SPACE
051700          MOVE FTX-MIN-BATCHES TO FDM-MIN-BATCHES
051800      END-IF
051810      IF FTX-ROLL-CONVENTION NOT = SPACE
051820          MOVE FTX-ROLL-CONVENTION TO FDM-ROLL-CONVENTION
051830      END-IF
051900      IF DTV-FEED-MASTER-RECORD = WS-BEFORE-IMAGE
052000          MOVE 'NOTHING TO CHANGE' TO WS-REFUSAL-REASON
052100      END-IF.
052200  3200-EXIT.
052300      EXIT.
052400*
052500* ----------------------------------------------------------------
052600*  3300-BUILD-RETIRED-FEED
052700*      A retired feed stays on the master - its id is never
052800*      reused - with FDM-ACTIVE-FLAG 'R'.  '*DEFAULT' is not
052900*      a feed and is not retired.
053000* ----------------------------------------------------------------
053100  3300-BUILD-RETIRED-FEED.
053200      IF WS-FDM-FOUND-INDEX = 0
053300          MOVE 'FEED ID NOT ON THE MASTER' TO WS-REFUSAL-REASON
053400          GO TO 3300-EXIT
053500      END-IF
053600      IF FTX-SOURCE-SYSTEM-ID = '*DEFAULT'
053700          MOVE 'THE *DEFAULT RECORD IS NOT RETIRED'
053800              TO WS-REFUSAL-REASON
053900          GO TO 3300-EXIT
054000      END-IF
054100      MOVE WS-FDM-IMAGE (WS-FDM-FOUND-INDEX) TO WS-BEFORE-IMAGE
054200      MOVE WS-BEFORE-IMAGE TO DTV-FEED-MASTER-RECORD
054300      IF FDM-RETIRED
054400          MOVE 'FEED IS ALREADY RETIRED' TO WS-REFUSAL-REASON
054500          GO TO 3300-EXIT
054600      END-IF
054700      MOVE 'R' TO FDM-ACTIVE-FLAG.
054800  3300-EXIT.
054900      EXIT.
055000*
055100* ----------------------------------------------------------------
055200*  3500-EDIT-FEED-RECORD
055300*      The edits every added or changed record must pass as it
055400*      would be written.  '*DEFAULT' carries only a threshold
055500*      and needs no name, owner or schedule.
055600* ----------------------------------------------------------------
055700  3500-EDIT-FEED-RECORD.
055800      IF NOT FDM-ACTIVE AND NOT FDM-RETIRED
055900          MOVE 'ACTIVE FLAG NOT A OR R' TO WS-REFUSAL-REASON
056000          GO TO 3500-EXIT
056100      END-IF
056200      IF FDM-FAIL-RATE-PCT > 100
056300          MOVE 'FAIL RATE OVER 100' TO WS-REFUSAL-REASON
056400          GO TO 3500-EXIT
056500      END-IF
056600      IF FDM-CALENDAR-CODE NOT = SPACE
056700          MOVE FDM-CALENDAR-CODE TO WS-CAL-SEARCH-CODE
056800          PERFORM 2700-FIND-CALENDAR
056900          IF WS-CAL-FOUND-INDEX = 0
057000              STRING 'CALENDAR '        DELIMITED BY SIZE
057100                     FDM-CALENDAR-CODE  DELIMITED BY SIZE
057200                     ' HAS NO HOLIDAYS ON DTVHOLS'
057300                                        DELIMITED BY SIZE
057400                  INTO WS-REFUSAL-REASON
057500              END-STRING
057600              GO TO 3500-EXIT
057700          END-IF
057800      END-IF
057900      MOVE 'N' TO WS-SEND-DAYS-SWITCH
058000      PERFORM 3510-EDIT-ONE-SEND-DAY
058100          VARYING WS-DAY-INDEX FROM 1 BY 1
058200          UNTIL WS-DAY-INDEX > 7
058300      IF WS-SEND-DAYS-BAD
058400          MOVE 'SEND DAYS NOT Y, N OR BLANK' TO WS-REFUSAL-REASON
058500          GO TO 3500-EXIT
058600      END-IF
058610      IF NOT FDM-ROLL-VALID
058620          MOVE 'ROLL CONVENTION NOT N, F, M, P OR BLANK'
058630              TO WS-REFUSAL-REASON
058640          GO TO 3500-EXIT
058650      END-IF
058700      IF FDM-SOURCE-SYSTEM-ID = '*DEFAULT'
058800          IF FDM-RETIRED
058900              MOVE 'THE *DEFAULT RECORD IS NOT RETIRED'
059000                  TO WS-REFUSAL-REASON
059100          END-IF
059200          GO TO 3500-EXIT
059300      END-IF
059400      IF FDM-FEED-NAME = SPACE
059500         OR FDM-OWNER-CONTACT = SPACE
059600          MOVE 'FEED NAME AND OWNER CONTACT ARE REQUIRED'
059700              TO WS-REFUSAL-REASON
059800      END-IF.
059900  3500-EXIT.
060000      EXIT.
060100*
060200  3510-EDIT-ONE-SEND-DAY.
060300      IF FDM-SEND-DAY (WS-DAY-INDEX) NOT = 'Y'
060400         AND FDM-SEND-DAY (WS-DAY-INDEX) NOT = 'N'
060500         AND FDM-SEND-DAY (WS-DAY-INDEX) NOT = SPACE
060600          MOVE 'Y' TO WS-SEND-DAYS-SWITCH
060700      END-IF.
060800*
060900* ----------------------------------------------------------------
061000*  4000-POST-FEED-RECORD
061100*      An added feed goes on the end of the master; a changed
061200*      or retired one is replaced where it stands.
061300* ----------------------------------------------------------------
061400  4000-POST-FEED-RECORD.
061500      IF FTX-ADD-FEED
061600          ADD 1 TO WS-FDM-COUNT
061700          MOVE DTV-FEED-MASTER-RECORD
061800              TO WS-FDM-IMAGE (WS-FDM-COUNT)
061900          IF FDM-SOURCE-SYSTEM-ID = '*DEFAULT'
062000              MOVE WS-FDM-COUNT TO WS-DEFAULT-INDEX
062100          END-IF
062200          ADD 1 TO WS-ADDED-COUNT
062300      ELSE
062400          MOVE DTV-FEED-MASTER-RECORD
062500              TO WS-FDM-IMAGE (WS-FDM-FOUND-INDEX)
062600          IF FTX-RETIRE-FEED
062700              ADD 1 TO WS-RETIRED-COUNT
062800          ELSE
062900              ADD 1 TO WS-CHANGED-COUNT
063000          END-IF
063100      END-IF.
063200*
063300  4100-WRITE-CHANGE-LOG.
063400      MOVE SPACE                  TO DTV-FEED-CHANGE-LOG-RECORD
063500      MOVE WS-RUN-DATE            TO FLG-LOGGED-DATE
063600      MOVE WS-RUN-TIME            TO FLG-LOGGED-TIME
063700      MOVE FTX-ACTION             TO FLG-ACTION
063800      MOVE FTX-REQUESTER          TO FLG-REQUESTER
063900      MOVE WS-EFFECTIVE-DATE      TO FLG-EFFECTIVE-DATE
064000      MOVE FDM-SOURCE-SYSTEM-ID   TO FLG-SOURCE-SYSTEM-ID
064100      MOVE WS-BEFORE-IMAGE        TO FLG-BEFORE-IMAGE
064200      MOVE DTV-FEED-MASTER-RECORD TO FLG-AFTER-IMAGE
064300      WRITE DTV-FEED-CHANGE-LOG-RECORD.
064400*
064500* ----------------------------------------------------------------
064600*  5000-REWRITE-FEED-MASTER
064700*      The master is rewritten from the table only when
064800*      something was applied; a run that refused everything
064900*      leaves the dataset exactly as it was.
065000* ----------------------------------------------------------------
065100  5000-REWRITE-FEED-MASTER.
065200      IF WS-ADDED-COUNT = 0
065300         AND WS-CHANGED-COUNT = 0
065400         AND WS-RETIRED-COUNT = 0
065500          GO TO 5000-EXIT
065600      END-IF
065700      OPEN OUTPUT FEED-MASTER-FILE
065800      PERFORM 5100-WRITE-ONE-FEED
065900          VARYING WS-FDM-INDEX FROM 1 BY 1
066000          UNTIL WS-FDM-INDEX > WS-FDM-COUNT
066100      CLOSE FEED-MASTER-FILE.
066200  5000-EXIT.
066300      EXIT.
066400*
066500  5100-WRITE-ONE-FEED.
066600      MOVE WS-FDM-IMAGE (WS-FDM-INDEX) TO FEED-MASTER-FILE-RECORD
066700      WRITE FEED-MASTER-FILE-RECORD.
066800*
066900  8000-WRITE-REPORT-LINE.
067000      MOVE WS-REPORT-LINE-WORK TO MAINT-REPORT-RECORD
067100      WRITE MAINT-REPORT-RECORD.
067200*
067300  8100-WRITE-TRANSACTION-LINE.
067400      MOVE SPACE TO WS-REPORT-LINE-WORK
067500      MOVE FTX-ACTION           TO WS-REPORT-LINE-WORK (1 : 1)
067600      MOVE FTX-SOURCE-SYSTEM-ID TO WS-REPORT-LINE-WORK (3 : 8)
067700      MOVE FTX-REQUESTER        TO WS-REPORT-LINE-WORK (12 : 8)
067800      MOVE FTX-EFFECTIVE-DATE   TO WS-REPORT-LINE-WORK (21 : 8)
067900      IF WS-REFUSAL-REASON NOT = 'APPLIED'
068000          MOVE 'REFUSED'        TO WS-REPORT-LINE-WORK (31 : 7)
068100          MOVE WS-REFUSAL-REASON
068200                                TO WS-REPORT-LINE-WORK (39 : 42)
068300      ELSE
068400          MOVE 'APPLIED'        TO WS-REPORT-LINE-WORK (31 : 7)
068500      END-IF
068600      PERFORM 8000-WRITE-REPORT-LINE.
068700*
068800* ----------------------------------------------------------------
068900*  9000-TERMINATE
069000*      The totals block.  Any refused transaction ends RC=8 so
069100*      the requester hears of it; a master, calendar file,
069200*      transaction file or change log that would not open or
069300*      fit is a setup error, RC=12, with DTVFEED untouched.
069400* ----------------------------------------------------------------
069500  9000-TERMINATE.
069600      MOVE SPACE TO WS-REPORT-LINE-WORK
069700      PERFORM 8000-WRITE-REPORT-LINE
069800      MOVE WS-TXN-READ-COUNT TO WS-COUNT-EDIT
069900      MOVE 'TRANSACTIONS READ: ' TO WS-REPORT-LINE-WORK (1 : 19)
070000      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 7)
070100      PERFORM 8000-WRITE-REPORT-LINE
070200      MOVE WS-ADDED-COUNT TO WS-COUNT-EDIT
070300      MOVE 'FEEDS ADDED      : ' TO WS-REPORT-LINE-WORK (1 : 19)
070400      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 7)
070500      PERFORM 8000-WRITE-REPORT-LINE
070600      MOVE WS-CHANGED-COUNT TO WS-COUNT-EDIT
070700      MOVE 'FEEDS CHANGED    : ' TO WS-REPORT-LINE-WORK (1 : 19)
070800      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 7)
070900      PERFORM 8000-WRITE-REPORT-LINE
071000      MOVE WS-RETIRED-COUNT TO WS-COUNT-EDIT
071100      MOVE 'FEEDS RETIRED    : ' TO WS-REPORT-LINE-WORK (1 : 19)
071200      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 7)
071300      PERFORM 8000-WRITE-REPORT-LINE
071400      MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT
071500      MOVE 'REFUSED          : ' TO WS-REPORT-LINE-WORK (1 : 19)
071600      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 7)
071700      PERFORM 8000-WRITE-REPORT-LINE
071800      MOVE SPACE TO WS-REPORT-LINE-WORK
071900      IF WS-SETUP-ERROR
072000          MOVE 'SETUP ERROR - DTVFEED UNCHANGED'
072100              TO WS-REPORT-LINE-WORK
072200      ELSE
072300          IF WS-REFUSED-COUNT > 0
072400              MOVE 'TRANSACTIONS REFUSED - SEE ABOVE'
072500                  TO WS-REPORT-LINE-WORK
072600              MOVE 8 TO RETURN-CODE
072700          ELSE
072800              MOVE 'ALL TRANSACTIONS APPLIED'
072900                  TO WS-REPORT-LINE-WORK
073000          END-IF
073100      END-IF
073200      PERFORM 8000-WRITE-REPORT-LINE
073300      CLOSE MAINT-REPORT-FILE
073400      IF WS-SETUP-ERROR
073500          MOVE 12 TO RETURN-CODE
073600      END-IF.
073700*
073800  END PROGRAM DTV170.
