002323*                   57-byte records this program writes pad to
002324*                   the declared length instead of fighting
002325*                   the DCB.
002329*  10/15/2026  RD   A new entry on DTVOPEN carries the run id
002333*                   of the reject that opened it (OPN-RUN-ID),
002337*                   so DTV240 can take a backed-out night's
002341*                   rejects off the master.  The proving calls
002345*                   stamp their audit records with this run's
002349*                   own id, cut from its date and time the way
002353*                   DTV100 cuts one, so a backout of the night
002357*                   never touches a repair run's audit trail.
002361*  10/15/2026  RD   DTVCORR is now built by DTV115, the keyers'
002365*                   online correction entry, and carries who
002369*                   keyed each correction and when (see
002373*                   DTVCOR).  The disposition line for a
002377*                   correction so keyed names the keyer.
002381*  10/15/2026  RD   The proving call passes the validator's new
002385*                   FORMAT-DIAGNOSIS parameter; DTVREJS
002389*                   records are wider (raw date text and the
002393*                   'FRMT' diagnosis, see DTVREJ) and are read
002397*                   as before.
002401*  10/15/2026  RD   The proving call passes the validator's new
002405*                   ROLL-REQUEST parameter with no convention:
002409*                   a keyed correction is proved exactly as
002413*                   keyed, never moved to a business day.
002417*  10/15/2026  RD   Every reject closed - resubmitted against
002421*                   tonight's reject, proved after a later
002425*                   correction to an aged entry, or waived -
002429*                   now goes onto the permanent DTVCLHS
002433*                   closed-reject history (see DTVCLH) with
002437*                   its first-seen date, close date, days to
002441*                   close, how it closed, its reason code and
002445*                   who keyed the correction.  DTVOPEN still
002449*                   drops the entry; DTV250 reports the
002453*                   history monthly.
002457*  10/15/2026  RD   Corrections past the table limit now end
002461*                   the step RC=10, not RC=8, so DTVREPAIR
002465*                   can keep DTVCORR for a rerun when some of
002469*                   it was never read; RC=8 still means open
002473*                   rejects past the master or aging limit.
002477* ----------------------------------------------------------------
002481*
002500*  PURPOSE.
002600*      Close the loop on DTV100's rejects: every DTVREJS record
002700*      either rides back onto DTVTRAN with its corrected date or
004150          FILE STATUS IS WS-OPEN-FILE-STATUS.
004160      SELECT AGING-REPORT-FILE ASSIGN TO "DTVAGE"
004170          ORGANIZATION IS LINE SEQUENTIAL.
004177      SELECT CLOSED-HISTORY-FILE ASSIGN TO "DTVCLHS"
004184          ORGANIZATION IS LINE SEQUENTIAL
004191          FILE STATUS IS WS-CLOSED-HISTORY-STATUS.
004200*
004300  DATA DIVISION.
004400  FILE SECTION.
005992      LABEL RECORDS ARE STANDARD.
005993  01  AGING-REPORT-RECORD            PIC X(80).
006000*
006010  FD  CLOSED-HISTORY-FILE
006020      LABEL RECORDS ARE STANDARD.
006030  COPY DTVCLH.
006040*
006100  WORKING-STORAGE SECTION.
006200*
006210  77  WS-MASK-INDEX                  PIC 9(02)  VALUE 0 COMP.
007000  77  WS-STILL-OPEN-COUNT            PIC 9(08)  VALUE 0 COMP.
007100  77  WS-UNMATCHED-COR-COUNT         PIC 9(08)  VALUE 0 COMP.
007210  77  WS-DROPPED-COR-COUNT           PIC 9(08)  VALUE 0 COMP.
007220  77  WS-CLOSED-HISTORY-COUNT        PIC 9(08)  VALUE 0 COMP.
007230*
007300  01  WS-REJECT-EOF-SWITCH           PIC X      VALUE 'N'.
007400      88  WS-END-OF-REJECT-FILE                 VALUE 'Y'.
007500  01  WS-COR-EOF-SWITCH              PIC X      VALUE 'N'.
007620      88  WS-RESUBMIT-OPEN-OK                   VALUE '00' '05'.
007630  01  WS-RESUB-HEADER-SWITCH         PIC X      VALUE 'N'.
007640      88  WS-RESUB-HEADER-WRITTEN               VALUE 'Y'.
007650  01  WS-CLOSED-HISTORY-STATUS       PIC XX.
007660      88  WS-CLOSED-HISTORY-OPEN-OK             VALUE '00' '05'.
007700*
007800  01  WS-RUN-DATE                    PIC 9(08).
007900  01  WS-RUN-TIME                    PIC 9(08).
007910  01  WS-RUN-ID                      PIC X(16).
008000*
008100  01  WS-CORRECTION-TABLE.
008200      02  WS-CORRECTION-ENTRY        OCCURS 500 TIMES.
009000              10  WS-COR-NEW-DD      PIC 9(02).
009100          05  WS-COR-NEW-FORMAT-MASK PIC X(11).
009200          05  WS-COR-NEW-DATE-TEXT   PIC X(11).
009210          05  WS-COR-KEYED-BY        PIC X(08).
009300          05  WS-COR-USED-SWITCH     PIC X(01).
009400              88  WS-COR-USED        VALUE 'Y'.
009500*
009861  01  WINDOW-LIMITS.
009862      02  WINDOW-YEARS-BEFORE        PIC 9(03).
009863      02  WINDOW-YEARS-AFTER         PIC 9(03).
009864  01  FORMAT-DIAGNOSIS.
009865      02  DIAG-CLOSEST-MASK          PIC X(11).
009866      02  DIAG-FAIL-POSITION         PIC 9(02).
009867      02  DIAG-EXPECTED-CLASS        PIC X(01).
009868  01  ROLL-REQUEST.
009869      02  ROLL-CONVENTION            PIC X(01)  VALUE SPACE.
009870      02  ROLL-ORIGINAL-DATE         PIC X(10).
009871      02  ROLL-DAYS-MOVED            PIC S9(03).
009864  01  WS-REPAIR-SYSTEM-ID            PIC X(08) VALUE 'DTVRPAIR'.
009865*
009870  01  WS-OPEN-FILE-STATUS            PIC XX.
009886          05  WS-OPN-FORMAT-TRIED     PIC X(11).
009887          05  WS-OPN-CERT-TYPE        PIC X(01).
009888          05  WS-OPN-CALENDAR-CODE    PIC X(02).
009889          05  WS-OPN-RUN-ID           PIC X(16).
009889          05  WS-OPN-STATUS           PIC X(01).
009890              88  WS-OPN-CLOSED       VALUE 'C'.
009891*
011700  1000-INITIALIZE.
011800      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
011900      ACCEPT WS-RUN-TIME FROM TIME
011901      MOVE SPACE TO WS-RUN-ID
011902      STRING WS-RUN-DATE DELIMITED BY SIZE
011903             WS-RUN-TIME DELIMITED BY SIZE
011904          INTO WS-RUN-ID
011905      END-STRING
011910      PERFORM 1300-PARSE-FORMAT-PARM
012000      OPEN INPUT CORRECTION-FILE
012100      PERFORM 1100-LOAD-ONE-CORRECTION THRU 1100-EXIT
012630      END-IF
012700      OPEN OUTPUT DISPOSITION-FILE
012710      OPEN OUTPUT WORKLIST-FILE
012720      OPEN EXTEND CLOSED-HISTORY-FILE
012730      IF NOT WS-CLOSED-HISTORY-OPEN-OK
012740          OPEN OUTPUT CLOSED-HISTORY-FILE
012750      END-IF
012760      PERFORM 1400-LOAD-OPEN-MASTER THRU 1400-EXIT
012770      MOVE WS-RUN-DATE TO WS-SERIAL-DATE
012780      PERFORM 7000-COMPUTE-SERIAL-DAY THRU 7000-EXIT
012790      MOVE WS-SERIAL-DAYS TO WS-RUN-SERIAL-DAYS.
012800*
012900  1100-LOAD-ONE-CORRECTION.
013000      READ CORRECTION-FILE
014700          TO WS-COR-NEW-FORMAT-MASK (WS-CORRECTION-COUNT)
014800      MOVE COR-NEW-DATE-TEXT
014900          TO WS-COR-NEW-DATE-TEXT (WS-CORRECTION-COUNT)
014910      MOVE COR-KEYED-BY
014920          TO WS-COR-KEYED-BY (WS-CORRECTION-COUNT)
015000      MOVE 'N' TO WS-COR-USED-SWITCH (WS-CORRECTION-COUNT).
015100  1100-EXIT.
015200      EXIT.
015415          TO WS-OPN-CERT-TYPE (WS-OPEN-COUNT)
015416      MOVE OPN-CALENDAR-CODE
015417          TO WS-OPN-CALENDAR-CODE (WS-OPEN-COUNT)
015418      MOVE OPN-RUN-ID
015419          TO WS-OPN-RUN-ID (WS-OPEN-COUNT)
015418      MOVE SPACE TO WS-OPN-STATUS (WS-OPEN-COUNT).
015419  1450-EXIT.
015420      EXIT.
020902          USING  SOMEDATE SOMEFORMAT-MASKS FLAG-VALUE
020903                 REALFORMAT NORMALIZED-DATE WS-REPAIR-SYSTEM-ID
020904                 CERTIFY-REQUEST RESULT-REASON WINDOW-LIMITS
020905                 WS-RUN-ID FORMAT-DIAGNOSIS ROLL-REQUEST
020905      END-CALL.
020906*
020907* ----------------------------------------------------------------
023900             REJ-FORMAT-TRIED     DELIMITED BY SIZE
024000          INTO WS-DISPOSITION-LINE
024100      END-STRING
024110      IF WS-FOUND-INDEX > 0
024120          PERFORM 2410-ADD-KEYED-BY THRU 2410-EXIT
024130      END-IF
024200      WRITE DISPOSITION-RECORD FROM WS-DISPOSITION-LINE.
024201*
024202* ----------------------------------------------------------------
024203*  2410-ADD-KEYED-BY
024204*      A correction keyed through DTV115 names its keyer at
024205*      the end of the disposition line, so the morning's
024206*      DTVDISP shows who resolved what; one keyed by hand
024207*      carries no keyer and the line is left as it was.
024208* ----------------------------------------------------------------
024209  2410-ADD-KEYED-BY.
024210      IF WS-COR-KEYED-BY (WS-FOUND-INDEX) = SPACE
024211          GO TO 2410-EXIT
024212      END-IF
024213      MOVE ' KEYED BY '    TO WS-DISPOSITION-LINE (61 : 10)
024214      MOVE WS-COR-KEYED-BY (WS-FOUND-INDEX)
024215          TO WS-DISPOSITION-LINE (71 : 8).
024216  2410-EXIT.
024217      EXIT.
024218*
024219* ----------------------------------------------------------------
024230*  2500-POST-OPEN-MASTER
024240*      Posts tonight's disposition to the open-reject table: a
024250*      resubmit or waiver closes the reject's entry; a
024298          IF WS-OPEN-FOUND-INDEX > 0
024299              MOVE 'C' TO WS-OPN-STATUS (WS-OPEN-FOUND-INDEX)
024300          END-IF
024301          PERFORM 2550-CLOSE-TONIGHTS-REJECT
024301          GO TO 2500-EXIT
024302      END-IF
024303      IF WS-OPEN-FOUND-INDEX > 0
024328          TO WS-OPN-CERT-TYPE (WS-OPEN-COUNT)
024329      MOVE REJ-CALENDAR-CODE
024330          TO WS-OPN-CALENDAR-CODE (WS-OPEN-COUNT)
024331      MOVE REJ-RUN-ID
024332          TO WS-OPN-RUN-ID (WS-OPEN-COUNT)
024331      MOVE SPACE TO WS-OPN-STATUS (WS-OPEN-COUNT).
024332  2500-EXIT.
024333      EXIT.
024354         AND NOT WS-OPN-CLOSED (WS-OPEN-INDEX)
024355          MOVE WS-OPEN-INDEX TO WS-OPEN-FOUND-INDEX
024356      END-IF.
024358*
024360* ----------------------------------------------------------------
024362*  2550-CLOSE-TONIGHTS-REJECT
024364*      The history record for a reject closed off tonight's
024366*      DTVREJS.  One already on the master keeps the
024368*      first-seen date and opening run id the master carried;
024370*      one the master never saw was first seen tonight, opened
024371*      by tonight's DTV100 run.
024372* ----------------------------------------------------------------
024374  2550-CLOSE-TONIGHTS-REJECT.
024376      MOVE SPACE TO DTV-CLOSED-REJECT-RECORD
024378      MOVE REJ-SOURCE-SYSTEM-ID TO CLH-SOURCE-SYSTEM-ID
024380      MOVE REJ-MYDATE           TO CLH-ORIG-MYDATE
024382      MOVE REJ-SEQUENCE         TO CLH-SEQUENCE
024384      MOVE REJ-RESULT-REASON    TO CLH-RESULT-REASON
024386      IF WS-OPEN-FOUND-INDEX > 0
024388          MOVE WS-OPN-FIRST-SEEN (WS-OPEN-FOUND-INDEX)
024390              TO CLH-FIRST-SEEN-DATE
024391          MOVE WS-OPN-RUN-ID (WS-OPEN-FOUND-INDEX)
024392              TO CLH-OPEN-RUN-ID
024394      ELSE
024396          MOVE WS-RUN-DATE TO CLH-FIRST-SEEN-DATE
024397          MOVE REJ-RUN-ID  TO CLH-OPEN-RUN-ID
024398      END-IF
024400      IF WS-DISPOSITION = 'WAIVED        '
024402          MOVE 'W' TO CLH-CLOSURE-TYPE
024404      ELSE
024406          MOVE 'R' TO CLH-CLOSURE-TYPE
024408      END-IF
024410      PERFORM 2600-WRITE-CLOSED-HISTORY.
024412*
024414* ----------------------------------------------------------------
024416*  2600-WRITE-CLOSED-HISTORY
024418*      Finishes and appends the history record the caller
024420*      built: closed tonight by this run, by the keyer of the
024422*      correction at WS-FOUND-INDEX, after the days between
024424*      its first-seen date and tonight.
024426* ----------------------------------------------------------------
024428  2600-WRITE-CLOSED-HISTORY.
024430      MOVE WS-RUN-DATE TO CLH-CLOSE-DATE
024432      MOVE WS-RUN-ID   TO CLH-CLOSE-RUN-ID
024434      MOVE WS-COR-KEYED-BY (WS-FOUND-INDEX) TO CLH-CLOSED-BY
024436      MOVE CLH-FIRST-SEEN-DATE TO WS-SERIAL-DATE
024438      PERFORM 7000-COMPUTE-SERIAL-DAY THRU 7000-EXIT
024440      SUBTRACT WS-SERIAL-DAYS FROM WS-RUN-SERIAL-DAYS
024442          GIVING WS-AGE-DAYS
024444      IF WS-AGE-DAYS < 0
024446          MOVE 0 TO WS-AGE-DAYS
024448      END-IF
024450      MOVE WS-AGE-DAYS TO CLH-DAYS-TO-CLOSE
024452      WRITE DTV-CLOSED-REJECT-RECORD
024454      ADD 1 TO WS-CLOSED-HISTORY-COUNT.
024456*
024458* ----------------------------------------------------------------
024500*  3000-REPORT-UNMATCHED
024600*      A correction that answered no reject on tonight's file
024700*      may still answer an aged reject carried on the open
027166          MOVE 'WAIVED        ' TO WS-DISPOSITION
027167          ADD 1 TO WS-WAIVED-COUNT
027168      END-IF
027169      IF WS-OPN-CLOSED (WS-OPEN-FOUND-INDEX)
027170          PERFORM 3270-CLOSE-AGED-ENTRY
027171      END-IF
027169      PERFORM 3290-WRITE-AGED-DISPOSITION.
027170  3200-EXIT.
027171      EXIT.
027198          TO DVR-CALENDAR-CODE
027199      WRITE DATE-VALIDATION-REQUEST.
027200*
027201* ----------------------------------------------------------------
027202*  3270-CLOSE-AGED-ENTRY
027203*      The history record for an aged entry a later day's
027204*      correction closed, built from the master entry - its
027205*      reason code and first-seen date as the master carried
027206*      them.
027207* ----------------------------------------------------------------
027208  3270-CLOSE-AGED-ENTRY.
027209      MOVE SPACE TO DTV-CLOSED-REJECT-RECORD
027210      MOVE WS-OPN-SOURCE-SYSTEM-ID (WS-OPEN-FOUND-INDEX)
027211          TO CLH-SOURCE-SYSTEM-ID
027212      MOVE WS-OPN-ORIG-MYDATE (WS-OPEN-FOUND-INDEX)
027213          TO CLH-ORIG-MYDATE
027214      MOVE WS-OPN-SEQUENCE (WS-OPEN-FOUND-INDEX)
027215          TO CLH-SEQUENCE
027216      MOVE WS-OPN-FIRST-SEEN (WS-OPEN-FOUND-INDEX)
027217          TO CLH-FIRST-SEEN-DATE
027218      MOVE WS-OPN-REASON (WS-OPEN-FOUND-INDEX)
027219          TO CLH-RESULT-REASON
027220      MOVE WS-OPN-RUN-ID (WS-OPEN-FOUND-INDEX)
027221          TO CLH-OPEN-RUN-ID
027222      IF WS-DISPOSITION = 'WAIVED        '
027223          MOVE 'W' TO CLH-CLOSURE-TYPE
027224      ELSE
027225          MOVE 'P' TO CLH-CLOSURE-TYPE
027226      END-IF
027227      PERFORM 2600-WRITE-CLOSED-HISTORY.
027228*
027201  3290-WRITE-AGED-DISPOSITION.
027202      MOVE SPACE TO WS-DISPOSITION-LINE
027203      STRING WS-OPN-SOURCE-SYSTEM-ID (WS-OPEN-FOUND-INDEX)
027210             ' AGED'              DELIMITED BY SIZE
027211          INTO WS-DISPOSITION-LINE
027212      END-STRING
027213      PERFORM 2410-ADD-KEYED-BY THRU 2410-EXIT
027213      WRITE DISPOSITION-RECORD FROM WS-DISPOSITION-LINE.
027214*
027300* ----------------------------------------------------------------
030140          MOVE 'CORRNS NOT LOADED: '
030145              TO WS-DISPOSITION-LINE (1 : 19)
030150          WRITE DISPOSITION-RECORD FROM WS-DISPOSITION-LINE
030160          MOVE 10 TO RETURN-CODE
030170      END-IF
030176      MOVE WS-CLOSED-HISTORY-COUNT TO WS-COUNT-EDIT
030182      PERFORM 4100-WRITE-ONE-TOTAL-LINE
030188      MOVE 'CLOSED TO HISTORY: ' TO WS-DISPOSITION-LINE (1 : 19)
030194      WRITE DISPOSITION-RECORD FROM WS-DISPOSITION-LINE.
030200*
030300  4100-WRITE-ONE-TOTAL-LINE.
030400      MOVE SPACE TO WS-DISPOSITION-LINE
030632          TO OPN-CERT-TYPE
030633      MOVE WS-OPN-CALENDAR-CODE (WS-OPEN-INDEX)
030634          TO OPN-CALENDAR-CODE
030635      MOVE WS-OPN-RUN-ID (WS-OPEN-INDEX)
030636          TO OPN-RUN-ID
030635      MOVE SPACE TO OPN-FILLER
030636      WRITE DTV-OPEN-REJECT-RECORD.
030637  5100-EXIT.
030788      CLOSE RESUBMIT-FILE
030789      CLOSE DISPOSITION-FILE
030790      CLOSE WORKLIST-FILE
030791      CLOSE CLOSED-HISTORY-FILE
030791      IF WS-OPEN-DROPPED-COUNT > 0
030792          DISPLAY 'DTV110: ' WS-OPEN-DROPPED-COUNT ' REJECTS'
030793              ' PAST THE OPEN-MASTER TABLE LIMIT, NOT TRACKED'
