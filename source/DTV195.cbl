000100* ****************************************************************
000200*  IDENTIFICATION DIVISION.
000300  IDENTIFICATION DIVISION.
000400  PROGRAM-ID. DTV195.
000500  AUTHOR. R DUVALL.
000600  INSTALLATION. DATA ADMINISTRATION.
000700  DATE-WRITTEN. 10/15/2026.
000800  DATE-COMPILED.
000900* ----------------------------------------------------------------
001000*  MODIFICATION HISTORY
001100*  10/15/2026  RD   Original feed-stream merge, the first step
001200*                   of DTVNIGHT on a split night.  DTV190 deals
001300*                   DTVTRAN out to the streams and each
001400*                   stream's DTV100 writes its own results,
001500*                   rejects, duplicates, audit entries and
001600*                   checkpoint; this step puts them back
001700*                   together as the one night the rest of
001800*                   DTVNIGHT reads.  DTVRSLT, DTVREJS and DTVDUPS
001900*                   are rebuilt in DTVTRAN sequence order - the
002000*                   streams number their lines by the sequence
002100*                   DTV190 stamped, so the merged files read as
002200*                   one pass would have written them and
002300*                   DTV120, DTV135 and DTV110 take them
002400*                   unchanged.  The streams' audit entries are
002500*                   appended to DTVAUD, once.  The streams'
002600*                   checkpoints roll up into the night's DTVCKPT:
002700*                   COMPLETE, with the summed count and the
002800*                   worst stream's return code, only when every
002900*                   stream completed.
003000* ----------------------------------------------------------------
003100*
003200*  PURPOSE.
003300*      Merge a split night's streams back into one night that
003400*      balances exactly as a single pass does.
003500*
003600  ENVIRONMENT DIVISION.
003700  INPUT-OUTPUT SECTION.
003800  FILE-CONTROL.
003900      SELECT STREAM-CKPT-FILE ASSIGN TO "DTVSCKPT"
004000          ORGANIZATION IS LINE SEQUENTIAL
004100          FILE STATUS IS WS-SCKPT-FILE-STATUS.
004200      SELECT STREAM-RESULT-FILE ASSIGN TO "DTVSRSLT"
004300          ORGANIZATION IS LINE SEQUENTIAL.
004400      SELECT STREAM-REJECT-FILE ASSIGN TO "DTVSREJS"
004500          ORGANIZATION IS LINE SEQUENTIAL.
004600      SELECT STREAM-DUPLICATE-FILE ASSIGN TO "DTVSDUPS"
004700          ORGANIZATION IS LINE SEQUENTIAL.
004800      SELECT STREAM-AUDIT-FILE ASSIGN TO "DTVSAUD"
004900          ORGANIZATION IS LINE SEQUENTIAL
005000          FILE STATUS IS WS-SAUD-FILE-STATUS.
005100      SELECT RESULT-FILE ASSIGN TO "DTVRSLT"
005200          ORGANIZATION IS LINE SEQUENTIAL.
005300      SELECT REJECT-FILE ASSIGN TO "DTVREJS"
005400          ORGANIZATION IS LINE SEQUENTIAL.
005500      SELECT DUPLICATE-FILE ASSIGN TO "DTVDUPS"
005600          ORGANIZATION IS LINE SEQUENTIAL.
005700      SELECT CHECKPOINT-FILE ASSIGN TO "DTVCKPT"
005800          ORGANIZATION IS LINE SEQUENTIAL.
005900      SELECT AUDIT-FILE ASSIGN TO "DTVAUD"
006000          ORGANIZATION IS LINE SEQUENTIAL
006100          FILE STATUS IS WS-AUD-FILE-STATUS.
006200      SELECT RUN-CONTROL-FILE ASSIGN TO "DTVRUNC"
006300          ORGANIZATION IS LINE SEQUENTIAL
006400          FILE STATUS IS WS-RUNC-FILE-STATUS.
006500      SELECT MERGE-REPORT-FILE ASSIGN TO "DTVMRPT"
006600          ORGANIZATION IS LINE SEQUENTIAL.
006700      SELECT RESULT-SORT-FILE ASSIGN TO "SORTWK".
006800      SELECT REJECT-SORT-FILE ASSIGN TO "SORTWK".
006900      SELECT DUPLICATE-SORT-FILE ASSIGN TO "SORTWK".
007000*
007100  DATA DIVISION.
007200  FILE SECTION.
007300  FD  STREAM-CKPT-FILE
007400      LABEL RECORDS ARE STANDARD.
007500  COPY DTVCKP.
007600*
007700  FD  STREAM-RESULT-FILE
007800      LABEL RECORDS ARE STANDARD.
007900  01  STREAM-RESULT-RECORD           PIC X(80).
008000*
008100  FD  STREAM-REJECT-FILE
008200      LABEL RECORDS ARE STANDARD.
008300  01  STREAM-REJECT-RECORD           PIC X(100).
008400*
008500  FD  STREAM-DUPLICATE-FILE
008600      LABEL RECORDS ARE STANDARD.
008700  01  STREAM-DUPLICATE-RECORD        PIC X(88).
008800*
008900  FD  STREAM-AUDIT-FILE
009000      LABEL RECORDS ARE STANDARD.
009100  01  STREAM-AUDIT-RECORD            PIC X(70).
009200*
009300  FD  RESULT-FILE
009400      LABEL RECORDS ARE STANDARD.
009500  01  RESULT-RECORD                  PIC X(80).
009600*
009700  FD  REJECT-FILE
009800      LABEL RECORDS ARE STANDARD.
009900  01  REJECT-RECORD                  PIC X(100).
010000*
010100  FD  DUPLICATE-FILE
010200      LABEL RECORDS ARE STANDARD.
010300  01  DUPLICATE-RECORD               PIC X(88).
010400*
010500  FD  CHECKPOINT-FILE
010600      LABEL RECORDS ARE STANDARD.
010700  01  MERGED-CKPT-RECORD             PIC X(18).
010800*
010900  FD  AUDIT-FILE
011000      LABEL RECORDS ARE STANDARD.
011100  COPY DTVAUD.
011200*
011300  FD  RUN-CONTROL-FILE
011400      LABEL RECORDS ARE STANDARD.
011500  COPY DTVRNC.
011600*
011700  FD  MERGE-REPORT-FILE
011800      LABEL RECORDS ARE STANDARD.
011900  01  MERGE-REPORT-RECORD            PIC X(80).
012000*
012100* SD  Each sort record re-described so the sequence number the
012200*     stream wrote - RSL-, REJ- or DUP-SEQUENCE, at the place
012300*     DTVRSL, DTVREJ and DTVDUP put it - is the key.
012400  SD  RESULT-SORT-FILE.
012500  01  SORT-RESULT-RECORD.
012600      05  FILLER                     PIC X(37).
012700      05  SRT-RSL-SEQUENCE           PIC 9(08).
012800      05  FILLER                     PIC X(35).
012900*
013000  SD  REJECT-SORT-FILE.
013100  01  SORT-REJECT-RECORD.
013200      05  FILLER                     PIC X(38).
013300      05  SRT-REJ-SEQUENCE           PIC 9(08).
013400      05  FILLER                     PIC X(54).
013500*
013600  SD  DUPLICATE-SORT-FILE.
013700  01  SORT-DUPLICATE-RECORD.
013800      05  FILLER                     PIC X(80).
013900      05  SRT-DUP-SEQUENCE           PIC 9(08).
014000*
014100  WORKING-STORAGE SECTION.
014200*
014300  77  WS-STREAM-MAX                  PIC 9(02)  VALUE 4 COMP.
014400  77  WS-STREAM-INDEX                PIC 9(02)  VALUE 0 COMP.
014500  77  WS-COMPLETE-COUNT              PIC 9(02)  VALUE 0 COMP.
014600  77  WS-WORST-STREAM-RC             PIC 9(02)  VALUE 0 COMP.
014700  77  WS-MERGED-REQUEST-COUNT        PIC 9(08)  VALUE 0 COMP.
014800  77  WS-RESULT-COUNT                PIC 9(08)  VALUE 0 COMP.
014900  77  WS-REJECT-COUNT                PIC 9(08)  VALUE 0 COMP.
015000  77  WS-DUPLICATE-COUNT             PIC 9(08)  VALUE 0 COMP.
015100  77  WS-AUDIT-ON-FILE-COUNT         PIC 9(08)  VALUE 0 COMP.
015200  77  WS-AUDIT-APPENDED-COUNT        PIC 9(08)  VALUE 0 COMP.
015300  77  WS-AUDIT-FOREIGN-COUNT         PIC 9(08)  VALUE 0 COMP.
015400*
015500  01  WS-SCKPT-FILE-STATUS           PIC XX.
015600      88  WS-SCKPT-OPEN-OK                      VALUE '00'.
015700  01  WS-SAUD-FILE-STATUS            PIC XX.
015800      88  WS-SAUD-OPEN-OK                       VALUE '00'.
015900  01  WS-AUD-FILE-STATUS             PIC XX.
016000      88  WS-AUD-OPEN-OK                        VALUE '00' '05'.
016100  01  WS-RUNC-FILE-STATUS            PIC XX.
016200      88  WS-RUNC-OPEN-OK                       VALUE '00'.
016300  01  WS-SCKPT-EOF-SWITCH            PIC X      VALUE 'N'.
016400      88  WS-END-OF-STREAM-CKPT                 VALUE 'Y'.
016500  01  WS-SORT-EOF-SWITCH             PIC X      VALUE 'N'.
016600      88  WS-END-OF-SORT-FILE                   VALUE 'Y'.
016700  01  WS-AUD-EOF-SWITCH              PIC X      VALUE 'N'.
016800      88  WS-END-OF-AUDIT-FILE                  VALUE 'Y'.
016900  01  WS-SETUP-ERROR-SWITCH          PIC X      VALUE 'N'.
017000      88  WS-SETUP-ERROR                        VALUE 'Y'.
017100  01  WS-NIGHT-COMPLETE-SWITCH       PIC X      VALUE 'N'.
017200      88  WS-NIGHT-COMPLETE                     VALUE 'Y'.
017300  01  WS-ALREADY-APPENDED-SWITCH     PIC X      VALUE 'N'.
017400      88  WS-AUDIT-ALREADY-APPENDED             VALUE 'Y'.
017500*
017600  01  WS-RUN-ID                      PIC X(16).
017700  01  WS-RUN-DATE                    PIC 9(08).
017800*
017900* 01  WS-MERGED-CKPT - the night's checkpoint as DTV120 reads
018000*     it, built from the streams'.
018100  01  WS-MERGED-CKPT.
018200      05  WS-MCK-RECORDS-PROCESSED   PIC 9(08).
018300      05  WS-MCK-STATUS              PIC X(08).
018400      05  WS-MCK-RETURN-CODE         PIC 9(02).
018500*
018600  01  WS-REPORT-LINE-WORK            PIC X(80).
018700  01  WS-STREAM-EDIT                 PIC 99.
018800  01  WS-RC-EDIT                     PIC 99.
018900  01  WS-COUNT-EDIT                  PIC ZZ,ZZZ,ZZ9.
019000*
019100  PROCEDURE DIVISION.
019200*
019300  0000-MAINLINE.
019400      PERFORM 1000-INITIALIZE THRU 1000-EXIT
019500      PERFORM 2000-ROLL-UP-CHECKPOINTS THRU 2000-EXIT
019600      PERFORM 3000-MERGE-RESULTS
019700      PERFORM 4000-MERGE-REJECTS
019800      PERFORM 5000-MERGE-DUPLICATES
019900      PERFORM 6000-APPEND-AUDIT-ENTRIES THRU 6000-EXIT
020000      PERFORM 9000-TERMINATE
020100      STOP RUN.
020200*
020300* ----------------------------------------------------------------
020400*  1000-INITIALIZE
020500*      The run id comes off the DTVRUNC record DTV190 cut for
020600*      the night.  No record means the night was never split:
020700*      a setup error, RC=12, and no audit entries are appended
020800*      since none can be proved to be tonight's.
020900* ----------------------------------------------------------------
021000  1000-INITIALIZE.
021100      OPEN OUTPUT MERGE-REPORT-FILE
021200      MOVE SPACE TO WS-RUN-ID
021300      OPEN INPUT RUN-CONTROL-FILE
021400      IF WS-RUNC-OPEN-OK
021500          READ RUN-CONTROL-FILE
021600              AT END
021700                  MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
021800              NOT AT END
021900                  MOVE RNC-RUN-ID TO WS-RUN-ID
022000          END-READ
022100          CLOSE RUN-CONTROL-FILE
022200      ELSE
022300          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
022400      END-IF
022500      IF WS-SETUP-ERROR
022600          DISPLAY 'DTV195: NO RUN-CONTROL RECORD ON DTVRUNC,'
022700              ' AUDIT ENTRIES WILL NOT BE APPENDED'
022800          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
022900          STRING WS-RUN-DATE DELIMITED BY SIZE
023000                 'NORUNC'    DELIMITED BY SIZE
023100              INTO WS-RUN-ID
023200          END-STRING
023300      END-IF
023400      MOVE SPACE TO WS-REPORT-LINE-WORK
023500      STRING 'DTV195 FEED STREAM MERGE  -  RUN ID '
023600                 DELIMITED BY SIZE
023700             WS-RUN-ID   DELIMITED BY SIZE
023800          INTO WS-REPORT-LINE-WORK
023900      END-STRING
024000      PERFORM 8000-WRITE-REPORT-LINE
024100      MOVE SPACE TO WS-REPORT-LINE-WORK
024200      PERFORM 8000-WRITE-REPORT-LINE.
024300  1000-EXIT.
024400      EXIT.
024500*
024600* ----------------------------------------------------------------
024700*  2000-ROLL-UP-CHECKPOINTS
024800*      DTVSCKPT is the streams' checkpoints concatenated in
024900*      stream order, one record each.  The night is complete
025000*      only when every stream's record is COMPLETE; then the
025100*      night's DTVCKPT is COMPLETE with the streams' counts
025200*      summed - the requests on the whole DTVTRAN, which
025300*      DTV120 proves it against - and the worst stream's
025400*      return code.  A stream still INPROG (abended) or SPLIT
025500*      (never run) leaves the night's checkpoint SPLIT, so
025600*      DTV120 reports the night out of balance until the
025700*      stream is rerun on its own and this step after it.
025800* ----------------------------------------------------------------
025900  2000-ROLL-UP-CHECKPOINTS.
026000      MOVE SPACE TO WS-REPORT-LINE-WORK
026100      MOVE 'STREAM'   TO WS-REPORT-LINE-WORK (1 : 6)
026200      MOVE 'STATUS'   TO WS-REPORT-LINE-WORK (10 : 6)
026300      MOVE 'REQUESTS' TO WS-REPORT-LINE-WORK (22 : 8)
026400      MOVE 'RC'       TO WS-REPORT-LINE-WORK (34 : 2)
026500      PERFORM 8000-WRITE-REPORT-LINE
026600      MOVE 0 TO WS-STREAM-INDEX
026700      OPEN INPUT STREAM-CKPT-FILE
026800      IF NOT WS-SCKPT-OPEN-OK
026900          DISPLAY 'DTV195: STREAM CHECKPOINTS DTVSCKPT DID NOT'
027000              ' OPEN, STATUS ' WS-SCKPT-FILE-STATUS
027100          GO TO 2900-WRITE-NIGHT-CHECKPOINT
027200      END-IF
027300      PERFORM 2100-TAKE-ONE-STREAM-CKPT THRU 2100-EXIT
027400          UNTIL WS-END-OF-STREAM-CKPT
027500      CLOSE STREAM-CKPT-FILE.
027600  2900-WRITE-NIGHT-CHECKPOINT.
027700      MOVE WS-MERGED-REQUEST-COUNT TO WS-MCK-RECORDS-PROCESSED
027800      MOVE WS-WORST-STREAM-RC TO WS-MCK-RETURN-CODE
027900      IF WS-STREAM-INDEX = WS-STREAM-MAX
028000         AND WS-COMPLETE-COUNT = WS-STREAM-MAX
028100          MOVE 'Y' TO WS-NIGHT-COMPLETE-SWITCH
028200          MOVE 'COMPLETE' TO WS-MCK-STATUS
028300      ELSE
028400          DISPLAY 'DTV195: ' WS-COMPLETE-COUNT ' OF '
028500              WS-STREAM-MAX ' STREAMS COMPLETE, NIGHT NOT'
028600              ' MERGED COMPLETE'
028700          MOVE 'SPLIT   ' TO WS-MCK-STATUS
028800      END-IF
028900      OPEN OUTPUT CHECKPOINT-FILE
029000      WRITE MERGED-CKPT-RECORD FROM WS-MERGED-CKPT
029100      CLOSE CHECKPOINT-FILE.
029200  2000-EXIT.
029300      EXIT.
029400*
029500  2100-TAKE-ONE-STREAM-CKPT.
029600      READ STREAM-CKPT-FILE
029700          AT END
029800              MOVE 'Y' TO WS-SCKPT-EOF-SWITCH
029900              GO TO 2100-EXIT
030000      END-READ
030100      ADD 1 TO WS-STREAM-INDEX
030200      IF CKPT-RECORDS-PROCESSED IS NUMERIC
030300          ADD CKPT-RECORDS-PROCESSED TO WS-MERGED-REQUEST-COUNT
030400      END-IF
030500      IF CKPT-COMPLETE
030600          ADD 1 TO WS-COMPLETE-COUNT
030700          IF CKPT-RETURN-CODE IS NUMERIC
030800             AND CKPT-RETURN-CODE > WS-WORST-STREAM-RC
030900              MOVE CKPT-RETURN-CODE TO WS-WORST-STREAM-RC
031000          END-IF
031100      END-IF
031200      MOVE SPACE TO WS-REPORT-LINE-WORK
031300      MOVE WS-STREAM-INDEX TO WS-STREAM-EDIT
031400      MOVE WS-STREAM-EDIT TO WS-REPORT-LINE-WORK (3 : 2)
031500      MOVE CKPT-STATUS TO WS-REPORT-LINE-WORK (10 : 8)
031600      MOVE CKPT-RECORDS-PROCESSED TO WS-COUNT-EDIT
031700      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (20 : 10)
031800      IF CKPT-COMPLETE
031900          MOVE CKPT-RETURN-CODE TO WS-REPORT-LINE-WORK (34 : 2)
032000      ELSE
032100          MOVE 'NOT COMPLETE - RERUN THIS STREAM'
032200              TO WS-REPORT-LINE-WORK (38 : 32)
032300      END-IF
032400      PERFORM 8000-WRITE-REPORT-LINE.
032500  2100-EXIT.
032600      EXIT.
032700*
032800* ----------------------------------------------------------------
032900*  3000-MERGE-RESULTS, 4000-MERGE-REJECTS, 5000-MERGE-DUPLICATES
033000*      Each SORT reads the streams' files concatenated and
033100*      orders them by the DTVTRAN sequence, keeping records of
033200*      equal sequence in the order they were read: a restarted
033300*      stream's re-written lines land beside their originals,
033400*      where DTV120's distinct count skips them just as it
033500*      does on a single-pass night.
033600* ----------------------------------------------------------------
033700  3000-MERGE-RESULTS.
033800      OPEN OUTPUT RESULT-FILE
033900      SORT RESULT-SORT-FILE
034000          ON ASCENDING KEY SRT-RSL-SEQUENCE
034100          WITH DUPLICATES IN ORDER
034200          USING STREAM-RESULT-FILE
034300          OUTPUT PROCEDURE IS 3100-WRITE-RESULTS THRU 3199-EXIT
034400      CLOSE RESULT-FILE.
034500*
034600  3100-WRITE-RESULTS.
034700      MOVE 'N' TO WS-SORT-EOF-SWITCH
034800      PERFORM 3110-RETURN-ONE-RESULT THRU 3110-EXIT
034900          UNTIL WS-END-OF-SORT-FILE
035000      GO TO 3199-EXIT.
035100*
035200  3110-RETURN-ONE-RESULT.
035300      RETURN RESULT-SORT-FILE
035400          AT END
035500              MOVE 'Y' TO WS-SORT-EOF-SWITCH
035600              GO TO 3110-EXIT
035700      END-RETURN
035800      WRITE RESULT-RECORD FROM SORT-RESULT-RECORD
035900      ADD 1 TO WS-RESULT-COUNT.
036000  3110-EXIT.
036100      EXIT.
036200*
036300  3199-EXIT.
036400      EXIT.
036500*
036600  4000-MERGE-REJECTS.
036700      OPEN OUTPUT REJECT-FILE
036800      SORT REJECT-SORT-FILE
036900          ON ASCENDING KEY SRT-REJ-SEQUENCE
037000          WITH DUPLICATES IN ORDER
037100          USING STREAM-REJECT-FILE
037200          OUTPUT PROCEDURE IS 4100-WRITE-REJECTS THRU 4199-EXIT
037300      CLOSE REJECT-FILE.
037400*
037500  4100-WRITE-REJECTS.
037600      MOVE 'N' TO WS-SORT-EOF-SWITCH
037700      PERFORM 4110-RETURN-ONE-REJECT THRU 4110-EXIT
037800          UNTIL WS-END-OF-SORT-FILE
037900      GO TO 4199-EXIT.
038000*
038100  4110-RETURN-ONE-REJECT.
038200      RETURN REJECT-SORT-FILE
038300          AT END
038400              MOVE 'Y' TO WS-SORT-EOF-SWITCH
038500              GO TO 4110-EXIT
038600      END-RETURN
038700      WRITE REJECT-RECORD FROM SORT-REJECT-RECORD
038800      ADD 1 TO WS-REJECT-COUNT.
038900  4110-EXIT.
039000      EXIT.
039100*
039200  4199-EXIT.
039300      EXIT.
039400*
039500  5000-MERGE-DUPLICATES.
039600      OPEN OUTPUT DUPLICATE-FILE
039700      SORT DUPLICATE-SORT-FILE
039800          ON ASCENDING KEY SRT-DUP-SEQUENCE
039900          WITH DUPLICATES IN ORDER
040000          USING STREAM-DUPLICATE-FILE
040100          OUTPUT PROCEDURE IS 5100-WRITE-DUPLICATES THRU 5199-EXIT
040200      CLOSE DUPLICATE-FILE.
040300*
040400  5100-WRITE-DUPLICATES.
040500      MOVE 'N' TO WS-SORT-EOF-SWITCH
040600      PERFORM 5110-RETURN-ONE-DUPLICATE THRU 5110-EXIT
040700          UNTIL WS-END-OF-SORT-FILE
040800      GO TO 5199-EXIT.
040900*
041000  5110-RETURN-ONE-DUPLICATE.
041100      RETURN DUPLICATE-SORT-FILE
041200          AT END
041300              MOVE 'Y' TO WS-SORT-EOF-SWITCH
041400              GO TO 5110-EXIT
041500      END-RETURN
041600      WRITE DUPLICATE-RECORD FROM SORT-DUPLICATE-RECORD
041700      ADD 1 TO WS-DUPLICATE-COUNT.
041800  5110-EXIT.
041900      EXIT.
042000*
042100  5199-EXIT.
042200      EXIT.
042300*
042400* ----------------------------------------------------------------
042500*  6000-APPEND-AUDIT-ENTRIES
042600*      The streams' audit entries go onto the month's DTVAUD
042700*      only once every stream is complete, and only once per
042800*      night: a DTVAUD already carrying entries for tonight's
042900*      run id means this step ran before, and a rerun of it
043000*      appends nothing more.  DTV190 empties the stream audit
043100*      files, so an entry carrying another run id is left
043200*      over from some other night; it is not appended, and
043300*      the step ends RC=8.
043400* ----------------------------------------------------------------
043500  6000-APPEND-AUDIT-ENTRIES.
043600      IF WS-SETUP-ERROR OR NOT WS-NIGHT-COMPLETE
043700          GO TO 6000-EXIT
043800      END-IF
043900      OPEN INPUT AUDIT-FILE
044000      IF WS-AUD-OPEN-OK
044100          PERFORM 6100-COUNT-ONE-AUDIT-ENTRY THRU 6100-EXIT
044200              UNTIL WS-END-OF-AUDIT-FILE
044300          CLOSE AUDIT-FILE
044400      END-IF
044500      IF WS-AUDIT-ON-FILE-COUNT > 0
044600          MOVE 'Y' TO WS-ALREADY-APPENDED-SWITCH
044700          GO TO 6000-EXIT
044800      END-IF
044900      OPEN INPUT STREAM-AUDIT-FILE
045000      IF NOT WS-SAUD-OPEN-OK
045100          DISPLAY 'DTV195: STREAM AUDIT FILES DTVSAUD DID NOT'
045200              ' OPEN, STATUS ' WS-SAUD-FILE-STATUS
045300          MOVE 'Y' TO WS-SETUP-ERROR-SWITCH
045400          GO TO 6000-EXIT
045500      END-IF
045600      OPEN EXTEND AUDIT-FILE
045700      IF NOT WS-AUD-OPEN-OK
045800          OPEN OUTPUT AUDIT-FILE
045900      END-IF
046000      MOVE 'N' TO WS-AUD-EOF-SWITCH
046100      PERFORM 6200-APPEND-ONE-AUDIT-ENTRY THRU 6200-EXIT
046200          UNTIL WS-END-OF-AUDIT-FILE
046300      CLOSE STREAM-AUDIT-FILE
046400      CLOSE AUDIT-FILE.
046500  6000-EXIT.
046600      EXIT.
046700*
046800  6100-COUNT-ONE-AUDIT-ENTRY.
046900      READ AUDIT-FILE
047000          AT END
047100              MOVE 'Y' TO WS-AUD-EOF-SWITCH
047200              GO TO 6100-EXIT
047300      END-READ
047400      IF AUD-RUN-ID = WS-RUN-ID
047500          ADD 1 TO WS-AUDIT-ON-FILE-COUNT
047600      END-IF.
047700  6100-EXIT.
047800      EXIT.
047900*
048000  6200-APPEND-ONE-AUDIT-ENTRY.
048100      READ STREAM-AUDIT-FILE
048200          AT END
048300              MOVE 'Y' TO WS-AUD-EOF-SWITCH
048400              GO TO 6200-EXIT
048500      END-READ
048600      MOVE STREAM-AUDIT-RECORD TO DTV-AUDIT-RECORD
048700      IF AUD-RUN-ID NOT = WS-RUN-ID
048800          ADD 1 TO WS-AUDIT-FOREIGN-COUNT
048900          GO TO 6200-EXIT
049000      END-IF
049100      WRITE DTV-AUDIT-RECORD
049200      ADD 1 TO WS-AUDIT-APPENDED-COUNT.
049300  6200-EXIT.
049400      EXIT.
049500*
049600  8000-WRITE-REPORT-LINE.
049700      MOVE WS-REPORT-LINE-WORK TO MERGE-REPORT-RECORD
049800      WRITE MERGE-REPORT-RECORD.
049900*
050000* ----------------------------------------------------------------
050100*  9000-TERMINATE
050200*      The merged totals, then the verdict.  A complete night
050300*      ends with the worst stream's return code, so the steps
050400*      conditioned on this one see what a single-pass DTV100
050500*      would have ended with; leftover audit entries raise it
050600*      to 8; a stream not complete, or a setup error here,
050700*      ends RC=12.
050800* ----------------------------------------------------------------
050900  9000-TERMINATE.
051000      MOVE SPACE TO WS-REPORT-LINE-WORK
051100      PERFORM 8000-WRITE-REPORT-LINE
051200      MOVE WS-MERGED-REQUEST-COUNT TO WS-COUNT-EDIT
051300      MOVE 'REQUESTS CHECKPOINTED          : '
051400          TO WS-REPORT-LINE-WORK (1 : 33)
051500      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (34 : 10)
051600      PERFORM 8000-WRITE-REPORT-LINE
051700      MOVE WS-RESULT-COUNT TO WS-COUNT-EDIT
051800      MOVE 'RESULT LINES MERGED            : '
051900          TO WS-REPORT-LINE-WORK (1 : 33)
052000      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (34 : 10)
052100      PERFORM 8000-WRITE-REPORT-LINE
052200      MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
052300      MOVE 'REJECTS MERGED                 : '
052400          TO WS-REPORT-LINE-WORK (1 : 33)
052500      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (34 : 10)
052600      PERFORM 8000-WRITE-REPORT-LINE
052700      MOVE WS-DUPLICATE-COUNT TO WS-COUNT-EDIT
052800      MOVE 'DUPLICATES MERGED              : '
052900          TO WS-REPORT-LINE-WORK (1 : 33)
053000      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (34 : 10)
053100      PERFORM 8000-WRITE-REPORT-LINE
053200      MOVE WS-AUDIT-APPENDED-COUNT TO WS-COUNT-EDIT
053300      MOVE 'AUDIT ENTRIES APPENDED         : '
053400          TO WS-REPORT-LINE-WORK (1 : 33)
053500      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (34 : 10)
053600      PERFORM 8000-WRITE-REPORT-LINE
053700      MOVE WS-AUDIT-FOREIGN-COUNT TO WS-COUNT-EDIT
053800      MOVE 'AUDIT ENTRIES OF OTHER RUNS    : '
053900          TO WS-REPORT-LINE-WORK (1 : 33)
054000      MOVE WS-COUNT-EDIT TO WS-REPORT-LINE-WORK (34 : 10)
054100      PERFORM 8000-WRITE-REPORT-LINE
054200      MOVE SPACE TO WS-REPORT-LINE-WORK
054300      IF WS-AUDIT-ALREADY-APPENDED
054400          MOVE WS-AUDIT-ON-FILE-COUNT TO WS-COUNT-EDIT
054500          STRING 'DTVAUD ALREADY CARRIES '
054600                     DELIMITED BY SIZE
054700                 WS-COUNT-EDIT DELIMITED BY SIZE
054800                 ' ENTRIES FOR THIS RUN - NOT APPENDED'
054900                     DELIMITED BY SIZE
055000              INTO WS-REPORT-LINE-WORK
055100          END-STRING
055200          PERFORM 8000-WRITE-REPORT-LINE
055300          MOVE SPACE TO WS-REPORT-LINE-WORK
055400      END-IF
055500      IF WS-SETUP-ERROR
055600          MOVE 'MERGE NOT TRUSTED - SETUP ERROR'
055700              TO WS-REPORT-LINE-WORK
055800      ELSE
055900          IF WS-NIGHT-COMPLETE
056000              MOVE 'ALL STREAMS COMPLETE - NIGHT MERGED'
056100                  TO WS-REPORT-LINE-WORK
056200          ELSE
056300              MOVE 'STREAMS NOT COMPLETE - RERUN THEM, THEN THIS'
056400                  TO WS-REPORT-LINE-WORK
056500          END-IF
056600      END-IF
056700      PERFORM 8000-WRITE-REPORT-LINE
056800      CLOSE MERGE-REPORT-FILE
056900      MOVE WS-WORST-STREAM-RC TO RETURN-CODE
057000      IF WS-AUDIT-FOREIGN-COUNT > 0
057100          DISPLAY 'DTV195: ' WS-AUDIT-FOREIGN-COUNT ' STREAM'
057200              ' AUDIT ENTRIES CARRY ANOTHER RUN ID, NOT APPENDED'
057300          IF RETURN-CODE < 8
057400              MOVE 8 TO RETURN-CODE
057500          END-IF
057600      END-IF
057700      IF WS-SETUP-ERROR OR NOT WS-NIGHT-COMPLETE
057800          MOVE 12 TO RETURN-CODE
057900      END-IF.
058000*
058100  END PROGRAM DTV195.
