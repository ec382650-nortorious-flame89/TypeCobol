003886*                   splices two feeds' batches together no
003887*                   longer proves just because the counts
003888*                   happen to agree.
003890*  10/15/2026  RD   The run id is now carried on every result
003892*                   line, reject and (through the CALL's new
003894*                   RUN-ID parameter) audit record the run
003896*                   writes, so DTV240 can back one night out
003898*                   and DTV120 can balance it apart from a
003900*                   rerun's.  A restart carries the abended
003902*                   submission's id, as it does its date.
003904*  10/15/2026  RD   Every reject now carries the raw date text,
003906*                   and a 'FRMT' reject the closest-mask
003908*                   diagnosis the CALL's new FORMAT-DIAGNOSIS
003910*                   parameter returns, for DTV135 to report to
003912*                   the feed owners.  A period parks each
003914*                   side's diagnosis with its other results.
003916*  10/15/2026  RD   Split nights.  A STREAM=nn token on the PARM
003918*                   runs this program as one of the streams
003920*                   DTV190 deals DTVTRAN out to by feed, each
003922*                   with its own DTVTRAN, DTVCKPT, output files
003924*                   and audit file, so the streams validate
003926*                   side by side and the seen-key and batch
003928*                   tables hold one stream's worth, not the
003930*                   night's.  A stream run numbers its lines by
003932*                   the original DTVTRAN sequence DTV190 stamps
003934*                   on each record (see DTVSTQ), so DTV195 can
003936*                   merge the streams back into one night, and
003938*                   takes the run id off the DTVRUNC record
003940*                   DTV190 cut instead of cutting its own.  The
003942*                   COMPLETE checkpoint now carries the return
003944*                   code the run ends with, for the merge to
003946*                   carry forward.  No token is the single-pass
003948*                   night as before.  Retired feeds are no
003950*                   longer loaded from DTVFEED - they never
003952*                   matched - so the master table holds the
003954*                   active feeds alone.
003956*  10/15/2026  RD   Business-day roll.  The feed's
003958*                   FDM-ROLL-CONVENTION (see DTVFDM) rides the
003960*                   CALL's new ROLL-REQUEST parameter; a date
003962*                   the validator moves off a weekend or
003964*                   holiday passes with reason 'ROLL', and its
003966*                   result line carries the adjusted date as
003968*                   RSL-NORMALIZED-DATE beside the date as
003970*                   sent and the convention (see DTVRSL).  No
003972*                   reject is written for it; DTV145 lists it
003974*                   for the desk.
003976* ----------------------------------------------------------------
003978*
004000*  PURPOSE.
004100*      Production batch driver that re-keys hundreds of incoming
004200*      dates a day through ValidateDateFormat-01.
006100  COPY DTVREQ.
006110  COPY DTVBCH.
006120  COPY DTVPRQ.
006130  COPY DTVSTQ.
006200*
006300  FD  RESULT-FILE
006400      LABEL RECORDS ARE STANDARD.
008871  77  WS-FDM-INDEX                   PIC 9(03)  VALUE 0 COMP.
008872  77  WS-FDM-FOUND-INDEX             PIC 9(03)  VALUE 0 COMP.
008873  77  WS-FEED-REJECT-COUNT           PIC 9(08)  VALUE 0 COMP.
008882  77  WS-TRAN-SEQUENCE               PIC 9(08)  VALUE 0 COMP.
008891  77  WS-UNSTAMPED-COUNT             PIC 9(08)  VALUE 0 COMP.
008900*
009000  01  WS-EOF-SWITCH                  PIC X      VALUE 'N'.
009100      88  WS-END-OF-TRANS-FILE                  VALUE 'Y'.
009561      88  WS-RUNC-OPEN-OK                       VALUE '00'.
009562  01  WS-RUN-DATE                     PIC 9(08).
009563  01  WS-RUN-TIME                     PIC 9(08).
009564  01  WS-RUN-ID                       PIC X(16).
009565*
009566* 01  WS-STREAM-SWITCH - set by a STREAM=nn token on the PARM:
009567*     this run is one stream of a night DTV190 split, and
009568*     WS-STREAM-ID is which.
009569  01  WS-STREAM-SWITCH                PIC X      VALUE 'N'.
009570      88  WS-STREAM-RUN                         VALUE 'Y'.
009571  01  WS-STREAM-ID                    PIC X(02)  VALUE SPACE.
009572  01  WS-STREAM-ERROR-SWITCH          PIC X      VALUE 'N'.
009573      88  WS-STREAM-ERROR                       VALUE 'Y'.
009574  01  WS-STREAM-TOKEN.
009575      05  FILLER                      PIC X(07).
009576      05  WS-STREAM-TOKEN-ID          PIC X(02).
009577      05  WS-STREAM-TOKEN-REST        PIC X(07).
009564*
009565  01  WS-FEED-MASTER-TABLE.
009566      02  WS-FDM-ENTRY                OCCURS 100 TIMES.
009569          05  WS-FDM-ACTIVE-FLAG      PIC X(01).
009570              88  WS-FDM-ENTRY-ACTIVE VALUE 'A'.
009571          05  WS-FDM-CALENDAR-CODE    PIC X(02).
009572          05  WS-FDM-ROLL-CONVENTION  PIC X(01).
009572*
009573* 01  WS-BATCH-TABLE - one entry per batch header the pre-pass
009574*     saw, in file order; the main pass walks the same order.
011250  01  WINDOW-LIMITS.
011260      02  WINDOW-YEARS-BEFORE        PIC 9(03).
011270      02  WINDOW-YEARS-AFTER         PIC 9(03).
011271  01  FORMAT-DIAGNOSIS.
011272      02  DIAG-CLOSEST-MASK          PIC X(11).
011273      02  DIAG-FAIL-POSITION         PIC 9(02).
011274      02  DIAG-EXPECTED-CLASS        PIC X(01).
011275  01  ROLL-REQUEST.
011276      02  ROLL-CONVENTION            PIC X(01).
011277      02  ROLL-ORIGINAL-DATE         PIC X(10).
011278      02  ROLL-DAYS-MOVED            PIC S9(03).
011271*
011272* 01  WS-PREFERRED-MASK - the record's own mask, single-date or
011273*     period, offered first on the call mask list; WS-CHECK-
011285      05  WS-P-START-FORMAT          PIC X(11).
011286      05  WS-P-START-NORM            PIC X(10).
011287      05  WS-P-START-REASON          PIC X(04).
011288      05  WS-P-START-DIAG            PIC X(14).
011289      05  WS-P-START-ROLL            PIC X(14).
011288  01  WS-P-END-RESULT.
011289      05  WS-P-END-FLAG              PIC X.
011290          88  WS-P-END-OK            VALUE 'T'.
011291      05  WS-P-END-FORMAT            PIC X(11).
011292      05  WS-P-END-NORM              PIC X(10).
011293      05  WS-P-END-REASON            PIC X(04).
011295      05  WS-P-END-DIAG              PIC X(14).
011297      05  WS-P-END-ROLL              PIC X(14).
011300*
011600  LINKAGE SECTION.
011700  01  PARM-DATA-AREA.
016490* ----------------------------------------------------------------
016491  1150-SORT-ONE-PARM-TOKEN.
016492      IF WS-PARM-TOKEN-ENTRY (WS-TOKEN-INDEX) (1 : 7)
016493                                             = 'STREAM='
016494          PERFORM 1160-TAKE-STREAM-TOKEN
016495          GO TO 1150-EXIT
016496      END-IF
016497      IF WS-PARM-TOKEN-ENTRY (WS-TOKEN-INDEX) (1 : 7)
016493                                             NOT = 'WINDOW='
016494          ADD 1 TO WS-PARM-MASK-COUNT
016495          MOVE WS-PARM-TOKEN-ENTRY (WS-TOKEN-INDEX)
016512      EXIT.
016513*
016514* ----------------------------------------------------------------
016515*  1160-TAKE-STREAM-TOKEN
016516*      STREAM= and two digits makes this run a stream of a
016517*      split night.  Anything else after STREAM= is a setup
016518*      error, reported and RC=12, and the run goes on as a
016519*      stream so it still reads DTV190's run-control record.
016520* ----------------------------------------------------------------
016521  1160-TAKE-STREAM-TOKEN.
016522      MOVE WS-PARM-TOKEN-ENTRY (WS-TOKEN-INDEX)
016523          TO WS-STREAM-TOKEN
016524      MOVE 'Y' TO WS-STREAM-SWITCH
016525      MOVE WS-STREAM-TOKEN-ID TO WS-STREAM-ID
016526      IF WS-STREAM-TOKEN-ID IS NOT NUMERIC
016527         OR WS-STREAM-TOKEN-REST NOT = SPACE
016528          DISPLAY 'DTV100: MALFORMED STREAM= TOKEN ON PARM: '
016529              WS-STREAM-TOKEN
016530          MOVE 'Y' TO WS-PARM-ERROR-SWITCH
016531      END-IF.
016513*
016514* ----------------------------------------------------------------
016515*  1200-PREVERIFY-BATCHES
016516*      One read of DTVTRAN ahead of the main pass, proving each
016517*      batch's trailer - count against details, feed id against
021380*      feed, and is not loaded.  A master that does not open is
021390*      a setup error: reported, RC=12 at end of job, and the
021391*      feed check bypassed so the night still validates.
021392*      A retired feed is not loaded - it could never match -
021393*      so the table's limit counts active feeds alone.
021392* ----------------------------------------------------------------
021393  1500-LOAD-FEED-MASTER.
021394      OPEN INPUT FEED-MASTER-FILE
021421      IF FDM-SOURCE-SYSTEM-ID = '*DEFAULT'
021422          GO TO 1550-EXIT
021423      END-IF
021424      IF NOT FDM-ACTIVE
021425          GO TO 1550-EXIT
021426      END-IF
021424      ADD 1 TO WS-FDM-COUNT
021425      MOVE FDM-SOURCE-SYSTEM-ID
021426          TO WS-FDM-SOURCE-SYSTEM-ID (WS-FDM-COUNT)
021427      MOVE FDM-ACTIVE-FLAG
021428          TO WS-FDM-ACTIVE-FLAG (WS-FDM-COUNT)
021429      MOVE FDM-CALENDAR-CODE
021430          TO WS-FDM-CALENDAR-CODE (WS-FDM-COUNT)
021431      MOVE FDM-ROLL-CONVENTION
021432          TO WS-FDM-ROLL-CONVENTION (WS-FDM-COUNT).
021431  1550-EXIT.
021432      EXIT.
021433*
021439*      abended submission's record so the rerun balances the
021440*      night it belongs to; a restart that finds no record
021441*      (the file was lost with the abend) cuts a fresh one and
021442*      says so.  A stream of a split night never cuts one: it
021443*      reads the record DTV190 cut for the whole night.
021443* ----------------------------------------------------------------
021444  1600-ESTABLISH-RUN-CONTROL.
021445      IF WS-STREAM-RUN
021446          PERFORM 1700-READ-SPLIT-RUN-CONTROL THRU 1700-EXIT
021447          GO TO 1600-EXIT
021448      END-IF
021445      IF WS-RESTART-THIS-RUN
021446          OPEN INPUT RUN-CONTROL-FILE
021447          IF WS-RUNC-OPEN-OK
021450                      CLOSE RUN-CONTROL-FILE
021451                      GO TO 1650-CUT-FRESH-RECORD
021452              END-READ
021453              MOVE RNC-RUN-ID TO WS-RUN-ID
021453              CLOSE RUN-CONTROL-FILE
021454              GO TO 1600-EXIT
021455          END-IF
021467             WS-RUN-TIME DELIMITED BY SIZE
021468          INTO RNC-RUN-ID
021469      END-STRING
021470      MOVE RNC-RUN-ID TO WS-RUN-ID
021470      WRITE DTV-RUN-CONTROL-RECORD
021471      CLOSE RUN-CONTROL-FILE.
021472  1600-EXIT.
021473      EXIT.
021474*
021475* ----------------------------------------------------------------
021476*  1700-READ-SPLIT-RUN-CONTROL
021477*      Every stream of a split night, first submission or
021478*      restart, carries the run id DTV190 cut, so the merged
021479*      night balances and backs out as one run.  No record
021480*      means the night was not split: a setup error, reported
021481*      and RC=12, with a stand-in id so the stream still runs.
021482* ----------------------------------------------------------------
021483  1700-READ-SPLIT-RUN-CONTROL.
021484      OPEN INPUT RUN-CONTROL-FILE
021485      IF WS-RUNC-OPEN-OK
021486          READ RUN-CONTROL-FILE
021487              AT END
021488                  CLOSE RUN-CONTROL-FILE
021489                  GO TO 1750-NO-SPLIT-RECORD
021490          END-READ
021491          MOVE RNC-RUN-ID TO WS-RUN-ID
021492          CLOSE RUN-CONTROL-FILE
021493          GO TO 1700-EXIT
021494      END-IF.
021495  1750-NO-SPLIT-RECORD.
021496      DISPLAY 'DTV100: STREAM ' WS-STREAM-ID ' FOUND NO'
021497          ' RUN-CONTROL RECORD ON DTVRUNC'
021498      MOVE 'Y' TO WS-STREAM-ERROR-SWITCH
021499      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
021500      MOVE SPACE TO WS-RUN-ID
021501      STRING WS-RUN-DATE DELIMITED BY SIZE
021502             'NORUNC'    DELIMITED BY SIZE
021503          INTO WS-RUN-ID
021504      END-STRING.
021505  1700-EXIT.
021473      EXIT.
021474*
021500* ----------------------------------------------------------------
021600*  2000-PROCESS-TRANSACTIONS
021700* ----------------------------------------------------------------
022993          GO TO 2100-EXIT
022994      END-IF
023000      ADD 1 TO WS-RECORDS-PROCESSED
023001      PERFORM 2105-SET-TRAN-SEQUENCE
023001      PERFORM 2110-CHECK-BATCH-STANDING
023002      IF NOT WS-BATCH-STANDING-OK
023003          PERFORM 2115-WRITE-BATCH-REJECT
023800      EXIT.
023810*
023811* ----------------------------------------------------------------
023812*  2105-SET-TRAN-SEQUENCE
023813*      The sequence number this record's lines carry.  A
023814*      single-pass run numbers by its own count; a stream
023815*      takes the number DTV190 stamped on the record - its
023816*      place on the night's whole DTVTRAN - so the merged
023817*      files number as one pass would have.  A stream record
023818*      with no stamp was not dealt out by DTV190; it takes the
023819*      stream's own count, which cannot merge true, and the
023820*      run ends RC=12.  The checkpoint and the restart skip
023821*      still count the stream's own records.
023822* ----------------------------------------------------------------
023823  2105-SET-TRAN-SEQUENCE.
023824      MOVE WS-RECORDS-PROCESSED TO WS-TRAN-SEQUENCE
023825      IF WS-STREAM-RUN
023826          IF STQ-ORIGINAL-SEQUENCE IS NUMERIC
023827              MOVE STQ-ORIGINAL-SEQUENCE TO WS-TRAN-SEQUENCE
023828          ELSE
023829              ADD 1 TO WS-UNSTAMPED-COUNT
023830          END-IF
023831      END-IF.
023832*
023833* ----------------------------------------------------------------
023812*  2110-CHECK-BATCH-STANDING
023813*      A detail record is in good standing only when it rides a
023814*      batch the pre-pass proved.  Outside any batch, past the
023834      MOVE DVR-DD                TO REJ-DD
023835      MOVE DVR-FORMAT-MASK       TO REJ-FORMAT-TRIED
023836      MOVE SPACE                 TO REJ-ACTUAL-FORMAT
023837      MOVE WS-TRAN-SEQUENCE      TO REJ-SEQUENCE
023838      MOVE 'BTCH'                TO REJ-RESULT-REASON
023839      MOVE DVR-CERT-TYPE         TO REJ-CERT-TYPE
023840      MOVE DVR-CALENDAR-CODE     TO REJ-CALENDAR-CODE
023841      MOVE WS-RUN-ID             TO REJ-RUN-ID
023842      MOVE DVR-DATE-TEXT         TO REJ-DATE-TEXT
023843      PERFORM 2410-CLEAR-REJECT-DIAGNOSIS
023841      MOVE SPACE                 TO REJ-FILLER
023842      WRITE DTV-REJECT-RECORD.
023843*
023863      MOVE DVR-DD                TO REJ-DD
023864      MOVE DVR-FORMAT-MASK       TO REJ-FORMAT-TRIED
023865      MOVE SPACE                 TO REJ-ACTUAL-FORMAT
023866      MOVE WS-TRAN-SEQUENCE      TO REJ-SEQUENCE
023867      MOVE 'FEED'                TO REJ-RESULT-REASON
023868      MOVE DVR-CERT-TYPE         TO REJ-CERT-TYPE
023869      MOVE DVR-CALENDAR-CODE     TO REJ-CALENDAR-CODE
023870      MOVE WS-RUN-ID             TO REJ-RUN-ID
023871      MOVE DVR-DATE-TEXT         TO REJ-DATE-TEXT
023872      PERFORM 2410-CLEAR-REJECT-DIAGNOSIS
023870      MOVE SPACE                 TO REJ-FILLER
023871      WRITE DTV-REJECT-RECORD.
023872*
023930  2140-WRITE-DUPLICATE-RECORD.
023931      ADD 1 TO WS-DUPLICATE-COUNT
023932      MOVE DATE-VALIDATION-REQUEST TO DUP-REQUEST-IMAGE
023933      MOVE WS-TRAN-SEQUENCE        TO DUP-SEQUENCE
023934      WRITE DTV-DUPLICATE-RECORD.
023935*
023936* ----------------------------------------------------------------
027550      ELSE
027560          MOVE DVR-CALENDAR-CODE TO CERT-CALENDAR-CODE
027570      END-IF
027580      PERFORM 2205-SET-ROLL-CONVENTION
027600      PERFORM 2150-BUILD-CALL-MASK-LIST
027700      CALL 'ValidateDateFormat-01'
027800          USING  SOMEDATE SOMEFORMAT-MASKS FLAG-VALUE
027900                 REALFORMAT NORMALIZED-DATE DVR-SOURCE-SYSTEM-ID
027910                 CERTIFY-REQUEST RESULT-REASON WINDOW-LIMITS
027920                 WS-RUN-ID FORMAT-DIAGNOSIS ROLL-REQUEST
028000      END-CALL.
028006*
028012* ----------------------------------------------------------------
028018*  2205-SET-ROLL-CONVENTION
028024*      The feed's roll convention off the master, for a single
028030*      date or either date of a period; none when the feed
028036*      check is off and no master entry was found.
028042* ----------------------------------------------------------------
028048  2205-SET-ROLL-CONVENTION.
028054      IF WS-FDM-FOUND-INDEX > 0
028060          MOVE WS-FDM-ROLL-CONVENTION (WS-FDM-FOUND-INDEX)
028066              TO ROLL-CONVENTION
028072      ELSE
028078          MOVE SPACE TO ROLL-CONVENTION
028084      END-IF.
028100*
028200  2300-WRITE-RESULT-LINE.
028300      MOVE SPACE TO DTV-RESULT-LINE
028900          MOVE 'FAIL' TO RSL-PASS-FAIL
029000      END-IF
029100      MOVE REALFORMAT            TO RSL-FORMAT-MASK
029200      MOVE WS-TRAN-SEQUENCE      TO RSL-SEQUENCE
029210      MOVE RESULT-REASON         TO RSL-RESULT-REASON
029220      MOVE WS-RUN-ID             TO RSL-RUN-ID
029230      IF RESULT-REASON = 'ROLL'
029240          MOVE ROLL-ORIGINAL-DATE TO RSL-ORIGINAL-DATE
029250          MOVE ROLL-CONVENTION    TO RSL-ROLL-CONVENTION
029260      END-IF
029300      WRITE DTV-RESULT-LINE.
029900*
030000  2400-WRITE-REJECT-RECORD.
030400      MOVE DD OF SOMEDATE        TO REJ-DD
030500      MOVE FORMAT-MASK-ENTRY (1) TO REJ-FORMAT-TRIED
030600      MOVE REALFORMAT            TO REJ-ACTUAL-FORMAT
030610      MOVE WS-TRAN-SEQUENCE      TO REJ-SEQUENCE
030620      MOVE RESULT-REASON         TO REJ-RESULT-REASON
030630      MOVE DVR-CERT-TYPE         TO REJ-CERT-TYPE
030640      MOVE DVR-CALENDAR-CODE     TO REJ-CALENDAR-CODE
030650      MOVE WS-RUN-ID             TO REJ-RUN-ID
030660      MOVE DATE-TEXT OF SOMEDATE TO REJ-DATE-TEXT
030670      MOVE FORMAT-DIAGNOSIS      TO REJ-FORMAT-DIAGNOSIS
030700      MOVE SPACE                 TO REJ-FILLER
030800      WRITE DTV-REJECT-RECORD.
030810*
030820  2410-CLEAR-REJECT-DIAGNOSIS.
030830      MOVE SPACE                 TO REJ-CLOSEST-MASK
030840      MOVE 0                     TO REJ-FAIL-POSITION
030850      MOVE SPACE                 TO REJ-EXPECTED-CLASS.
030900*
031000* ----------------------------------------------------------------
031100*  2500-CHECKPOINT-IF-DUE
032110* ----------------------------------------------------------------
032111  2700-PROCESS-PERIOD-REQUEST.
032112      ADD 2 TO WS-RECORDS-PROCESSED
032113      PERFORM 2105-SET-TRAN-SEQUENCE
032114      SUBTRACT 1 FROM WS-TRAN-SEQUENCE
032114          GIVING WS-PERIOD-START-SEQ
032115      MOVE WS-TRAN-SEQUENCE TO WS-PERIOD-END-SEQ
032116      PERFORM 2110-CHECK-BATCH-STANDING
032117      IF NOT WS-BATCH-STANDING-OK
032118          MOVE 'BTCH' TO WS-PERIOD-REJECT-REASON
032206          USING  SOMEDATE SOMEFORMAT-MASKS FLAG-VALUE
032207                 REALFORMAT NORMALIZED-DATE PRQ-SOURCE-SYSTEM-ID
032208                 CERTIFY-REQUEST RESULT-REASON WINDOW-LIMITS
032209                 WS-RUN-ID FORMAT-DIAGNOSIS ROLL-REQUEST
032209      END-CALL
032210      MOVE FLAG-VALUE      TO WS-P-START-FLAG
032211      MOVE REALFORMAT      TO WS-P-START-FORMAT
032212      MOVE NORMALIZED-DATE TO WS-P-START-NORM
032213      MOVE RESULT-REASON   TO WS-P-START-REASON
032214      MOVE FORMAT-DIAGNOSIS TO WS-P-START-DIAG
032215      MOVE ROLL-REQUEST    TO WS-P-START-ROLL.
032214*
032215  2755-VALIDATE-END-DATE.
032216      MOVE PRQ-END-YYYY TO YYYY OF SOMEDATE
032224          USING  SOMEDATE SOMEFORMAT-MASKS FLAG-VALUE
032225                 REALFORMAT NORMALIZED-DATE PRQ-SOURCE-SYSTEM-ID
032226                 CERTIFY-REQUEST RESULT-REASON WINDOW-LIMITS
032227                 WS-RUN-ID FORMAT-DIAGNOSIS ROLL-REQUEST
032227      END-CALL
032228      MOVE FLAG-VALUE      TO WS-P-END-FLAG
032229      MOVE REALFORMAT      TO WS-P-END-FORMAT
032230      MOVE NORMALIZED-DATE TO WS-P-END-NORM
032231      MOVE RESULT-REASON   TO WS-P-END-REASON
032232      MOVE FORMAT-DIAGNOSIS TO WS-P-END-DIAG
032233      MOVE ROLL-REQUEST    TO WS-P-END-ROLL.
032232*
032233  2758-SET-PERIOD-CERTIFY.
032234      MOVE PRQ-CERT-TYPE TO CERT-TYPE
032237              TO CERT-CALENDAR-CODE
032238      ELSE
032239          MOVE PRQ-CALENDAR-CODE TO CERT-CALENDAR-CODE
032240      END-IF
032241      PERFORM 2205-SET-ROLL-CONVENTION.
032241*
032242  2760-WRITE-START-RESULT.
032243      MOVE SPACE TO DTV-RESULT-LINE
032251      MOVE WS-P-START-FORMAT    TO RSL-FORMAT-MASK
032252      MOVE WS-PERIOD-START-SEQ  TO RSL-SEQUENCE
032253      MOVE WS-P-START-REASON    TO RSL-RESULT-REASON
032254      MOVE WS-RUN-ID            TO RSL-RUN-ID
032255      IF WS-P-START-REASON = 'ROLL'
032256          MOVE WS-P-START-ROLL      TO ROLL-REQUEST
032257          MOVE ROLL-ORIGINAL-DATE   TO RSL-ORIGINAL-DATE
032258          MOVE ROLL-CONVENTION      TO RSL-ROLL-CONVENTION
032259      END-IF
032254      WRITE DTV-RESULT-LINE.
032255*
032256  2762-WRITE-END-RESULT.
032265      MOVE WS-P-END-FORMAT      TO RSL-FORMAT-MASK
032266      MOVE WS-PERIOD-END-SEQ    TO RSL-SEQUENCE
032267      MOVE WS-P-END-REASON      TO RSL-RESULT-REASON
032268      MOVE WS-RUN-ID            TO RSL-RUN-ID
032269      IF WS-P-END-REASON = 'ROLL'
032270          MOVE WS-P-END-ROLL        TO ROLL-REQUEST
032271          MOVE ROLL-ORIGINAL-DATE   TO RSL-ORIGINAL-DATE
032272          MOVE ROLL-CONVENTION      TO RSL-ROLL-CONVENTION
032273      END-IF
032268      WRITE DTV-RESULT-LINE.
032269*
032270  2765-WRITE-START-REJECT.
032278      MOVE WS-P-START-REASON    TO REJ-RESULT-REASON
032279      MOVE PRQ-CERT-TYPE        TO REJ-CERT-TYPE
032280      MOVE PRQ-CALENDAR-CODE    TO REJ-CALENDAR-CODE
032281      MOVE WS-RUN-ID            TO REJ-RUN-ID
032282      MOVE PRQ-START-TEXT       TO REJ-DATE-TEXT
032283      MOVE WS-P-START-DIAG      TO REJ-FORMAT-DIAGNOSIS
032281      MOVE SPACE                TO REJ-FILLER
032282      WRITE DTV-REJECT-RECORD.
032283*
032292      MOVE WS-P-END-REASON      TO REJ-RESULT-REASON
032293      MOVE PRQ-CERT-TYPE        TO REJ-CERT-TYPE
032294      MOVE PRQ-CALENDAR-CODE    TO REJ-CALENDAR-CODE
032295      MOVE WS-RUN-ID            TO REJ-RUN-ID
032296      MOVE PRQ-END-TEXT         TO REJ-DATE-TEXT
032297      MOVE WS-P-END-DIAG        TO REJ-FORMAT-DIAGNOSIS
032295      MOVE SPACE                TO REJ-FILLER
032296      WRITE DTV-REJECT-RECORD.
032297*
032317      MOVE WS-PERIOD-REJECT-REASON TO REJ-RESULT-REASON
032318      MOVE PRQ-CERT-TYPE        TO REJ-CERT-TYPE
032319      MOVE PRQ-CALENDAR-CODE    TO REJ-CALENDAR-CODE
032320      MOVE WS-RUN-ID            TO REJ-RUN-ID
032321      MOVE PRQ-START-TEXT       TO REJ-DATE-TEXT
032322      PERFORM 2410-CLEAR-REJECT-DIAGNOSIS
032320      MOVE SPACE                TO REJ-FILLER
032321      WRITE DTV-REJECT-RECORD
032322      MOVE PRQ-SOURCE-SYSTEM-ID TO REJ-SOURCE-SYSTEM-ID
032329      MOVE WS-PERIOD-REJECT-REASON TO REJ-RESULT-REASON
032330      MOVE PRQ-CERT-TYPE        TO REJ-CERT-TYPE
032331      MOVE PRQ-CALENDAR-CODE    TO REJ-CALENDAR-CODE
032332      MOVE WS-RUN-ID            TO REJ-RUN-ID
032333      MOVE PRQ-END-TEXT         TO REJ-DATE-TEXT
032334      PERFORM 2410-CLEAR-REJECT-DIAGNOSIS
032332      MOVE SPACE                TO REJ-FILLER
032333      WRITE DTV-REJECT-RECORD.
032334*
032336      OPEN OUTPUT CHECKPOINT-FILE
032337      MOVE WS-RECORDS-PROCESSED TO CKPT-RECORDS-PROCESSED
032338      MOVE 'INPROG  ' TO CKPT-STATUS
032339      MOVE 0 TO CKPT-RETURN-CODE
032339      WRITE CHECKPOINT-RECORD
032340      CLOSE CHECKPOINT-FILE.
032341*
032900* ----------------------------------------------------------------
033000*  9000-TERMINATE
033010*      The COMPLETE checkpoint is written last, once the
033020*      return code the run ends with is settled, and carries
033030*      it.
033100* ----------------------------------------------------------------
033200  9000-TERMINATE.
033800      CLOSE TRANS-FILE
033900      CLOSE RESULT-FILE
034000      CLOSE REJECT-FILE
034096      END-IF
034097      IF WS-PARM-ERROR
034098          MOVE 12 TO RETURN-CODE
034099      END-IF
034104      IF WS-UNSTAMPED-COUNT > 0
034109          DISPLAY 'DTV100: STREAM ' WS-STREAM-ID ' READ '
034114              WS-UNSTAMPED-COUNT ' REQUESTS WITH NO DTVTRAN'
034119              ' SEQUENCE FROM DTV190'
034124          MOVE 'Y' TO WS-STREAM-ERROR-SWITCH
034129      END-IF
034134      IF WS-STREAM-ERROR
034139          MOVE 12 TO RETURN-CODE
034144      END-IF
034149      OPEN OUTPUT CHECKPOINT-FILE
034154      MOVE WS-RECORDS-PROCESSED TO CKPT-RECORDS-PROCESSED
034159      MOVE 'COMPLETE' TO CKPT-STATUS
034164      MOVE RETURN-CODE TO CKPT-RETURN-CODE
034169      WRITE CHECKPOINT-RECORD
034174      CLOSE CHECKPOINT-FILE.
034179*
034200  END PROGRAM DTV100.
