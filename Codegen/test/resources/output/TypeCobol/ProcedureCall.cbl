002050*                   no change.
002060*  08/21/2026  RD   And a window-limits parameter for the
002070*                   reasonableness window; same treatment.
002073*  10/15/2026  RD   And a run-id parameter stamped on each audit
002076*                   record; same treatment.
002079*  10/15/2026  RD   And a format-diagnosis parameter naming the
002082*                   closest mask on a 'FRMT' failure; same
002085*                   treatment.
002088*  10/15/2026  RD   And a roll-request parameter carrying the
002091*                   feed's business-day roll convention; same
002094*                   treatment.
002100* ----------------------------------------------------------------
002200*
002300*  PURPOSE.
004750  01  WINDOW-LIMITS.
004760      02  WINDOW-YEARS-BEFORE  PIC 9(03).
004770      02  WINDOW-YEARS-AFTER   PIC 9(03).
004773  01  RUN-ID                   PIC X(16).
004776  01  FORMAT-DIAGNOSIS.
004779      02  DIAG-CLOSEST-MASK    PIC X(11).
004782      02  DIAG-FAIL-POSITION   PIC 9(02).
004785      02  DIAG-EXPECTED-CLASS  PIC X(01).
004788  01  ROLL-REQUEST.
004791      02  ROLL-CONVENTION      PIC X(01).
004794      02  ROLL-ORIGINAL-DATE   PIC X(10).
004797      02  ROLL-DAYS-MOVED      PIC S9(03).
004800*
004900  PROCEDURE DIVISION.
005000*
006500      MOVE 'DD-MON-YYYY' TO FORMAT-MASK-ENTRY (3)
006510      MOVE SPACE TO CERTIFY-REQUEST
006520      MOVE 100 TO WINDOW-YEARS-BEFORE
006530      MOVE 020 TO WINDOW-YEARS-AFTER
006540      MOVE 'DEMORUN 00000001' TO RUN-ID
006550      MOVE SPACE TO ROLL-CONVENTION.
006600*
006700  2000-TRAITEMENT.
006800*    __________________________________________________
007100          USING  SOMEDATE SOMEFORMAT-MASKS FLAG-VALUE
007200                 REALFORMAT NORMALIZED-DATE SOURCE-SYSTEM-ID
007210                 CERTIFY-REQUEST RESULT-REASON WINDOW-LIMITS
007220                 RUN-ID FORMAT-DIAGNOSIS ROLL-REQUEST
007300      END-CALL
007400*
007500      CALL 'ValidateDateFormat-01'
007600          USING  SOMEDATE SOMEFORMAT-MASKS FLAG-VALUE
007700                 REALFORMAT NORMALIZED-DATE SOURCE-SYSTEM-ID
007710                 CERTIFY-REQUEST RESULT-REASON WINDOW-LIMITS
007720                 RUN-ID FORMAT-DIAGNOSIS ROLL-REQUEST
007800      END-CALL
007900*    __________________________________________________
008000*    KO : procedure doesn't exist
013930*                   a setup error: reported once, RC=12, the
013931*                   mask never matches.  Normalization still
013932*                   writes the parsed four-digit year.
013936*  10/15/2026  RD   A new RUN-ID parameter carries the caller's
013940*                   run id onto every audit record (AUD-RUN-ID),
013944*                   so one night's calls can be balanced and, if
013948*                   need be, backed out apart from a rerun's.
013952*  10/15/2026  RD   A new FORMAT-DIAGNOSIS parameter says why a
013956*                   'FRMT' failure failed: the offered mask whose
013960*                   layout the text matched furthest, the first
013964*                   text position it broke at, and the class the
013968*                   definition expected there.  Ties go to the
013972*                   mask offered first.  Blank on any other
013976*                   outcome.  A feed owner can fix an extract
013980*                   from that, where 'FRMT' alone said nothing.
013984*  10/15/2026  RD   Business-day roll.  A new ROLL-REQUEST
013988*                   parameter carries the feed's roll
013992*                   convention (see DTVFDM).  With one set, a
013996*                   date 5000-CERTIFY-BUSINESS-DAY finds on a
014000*                   weekend or holiday is moved day by day to
014004*                   the following or preceding business day
014008*                   on the request's calendar - modified
014012*                   following turns back rather than leave the
014016*                   month - and passes with reason 'ROLL'
014020*                   instead of failing 'BDAY'.  NORMALIZED-DATE
014024*                   is the adjusted date; ROLL-ORIGINAL-DATE
014028*                   returns the date as sent and ROLL-DAYS-
014032*                   MOVED the distance, and both go on the
014036*                   audit record.  No business day within a
014040*                   month either way still fails 'BDAY'.  The
014044*                   leap-year test and the day-of-week and
014048*                   holiday checks now work on a date handed
014052*                   to them, not on MYDATE, so the roll can
014056*                   walk the calendar.
014060* ----------------------------------------------------------------
014064*
014100*  PURPOSE.
014200*      Certify that an already-parsed calendar date (MYDATE) is a
014300*      real date, and that its raw text (also carried on MYDATE)
014400*      actually matches one of the caller's accepted-format list
014500*      (FORMAT-MASKS) layouts.  Logs every invocation to the audit
014600*      trail regardless of outcome.  A text that matches none of
014610*      the layouts is diagnosed back to the caller against the
014620*      mask it came closest to (FORMAT-DIAGNOSIS).  A business-
014630*      day date off a weekend or holiday is moved to a business
014640*      day when the caller's roll convention says so.
014700*
014800  ENVIRONMENT DIVISION.
014900  INPUT-OUTPUT SECTION.
018132  01  WS-PIVOT-WORK              PIC 9(02).
018133  01  WS-YEAR-DIGIT-COUNT        PIC 9(02).
018134  01  WS-LAST-NO-PIVOT-MASK      PIC X(11)  VALUE SPACE.
018144* 01  WS-MATCHED-COUNT - text positions one candidate mask
018154*     matched before it failed (11 when only the two-digit year
018164*     expansion failed); the best of the call is kept for
018174*     FORMAT-DIAGNOSIS.
018184  01  WS-MATCHED-COUNT           PIC 9(02)  COMP.
018194  01  WS-BEST-MATCHED-COUNT      PIC 9(02)  COMP.
018204  01  WS-FAIL-POSITION           PIC 9(02)  COMP.
018214  01  WS-FAIL-CLASS              PIC X.
018224* 01  WS-LEAP-TEST-YEAR - the year 2100-DETERMINE-LEAP-YEAR
018234*     tests: the caller's, or one the business-day roll has
018244*     walked into.
018254  01  WS-LEAP-TEST-YEAR          PIC 9(04).
018264  01  WS-ROLLED-SWITCH           PIC X.
018274      88  WS-DATE-ROLLED                   VALUE 'Y'.
018284  01  WS-ROLL-DIRECTION          PIC X.
018294      88  WS-ROLL-FORWARD                  VALUE 'F'.
018304      88  WS-ROLL-BACK                     VALUE 'B'.
018314  01  WS-ROLL-DAYS               PIC S9(03)  COMP.
018324  01  WS-ROLL-STEPS              PIC 9(03)  COMP.
018334  01  WS-ROLL-MAX-STEPS          PIC 9(03)  VALUE 31 COMP.
018400  01  WS-DAYS-IN-MONTH-TABLE.
018500      02  WS-DAYS-IN-MONTH       PIC 9(02)  OCCURS 12 TIMES.
018600  01  WS-MONTH-MAX-DD     PIC 9(02).
020560  01  WINDOW-LIMITS.
020570      02  WINDOW-YEARS-BEFORE     PIC 9(03).
020580      02  WINDOW-YEARS-AFTER      PIC 9(03).
020581  01  RUN-ID                      PIC X(16).
020582  01  FORMAT-DIAGNOSIS.
020583      02  DIAG-CLOSEST-MASK       PIC X(11).
020584      02  DIAG-FAIL-POSITION      PIC 9(02).
020585      02  DIAG-EXPECTED-CLASS     PIC X(01).
020586  01  ROLL-REQUEST.
020587      02  ROLL-CONVENTION         PIC X(01).
020588          88  ROLL-FOLLOWING                    VALUE 'F'.
020589          88  ROLL-MODIFIED-FOLLOWING           VALUE 'M'.
020590          88  ROLL-PRECEDING                    VALUE 'P'.
020591      02  ROLL-ORIGINAL-DATE      PIC X(10).
020592      02  ROLL-DAYS-MOVED         PIC S9(03).
020600*
020700  PROCEDURE DIVISION
020800        USING BY REFERENCE MYDATE
021300              BY REFERENCE SOURCE-SYSTEM-ID
021310              BY REFERENCE CERTIFY-REQUEST
021320              BY REFERENCE RESULT-REASON
021330              BY REFERENCE WINDOW-LIMITS
021340              BY REFERENCE RUN-ID
021350              BY REFERENCE FORMAT-DIAGNOSIS
021360              BY REFERENCE ROLL-REQUEST.
021400*
021500  0000-VALIDATE-DATE-FORMAT.
021600      PERFORM 1000-INITIALIZE-FIRST-CALL THRU 1000-EXIT
021700      MOVE 'F' TO OKAY-VALUE
021800      MOVE SPACE TO ACTUAL-FORMAT
021900      MOVE SPACE TO NORMALIZED-DATE
021910      MOVE SPACE TO ROLL-ORIGINAL-DATE
021920      MOVE 0 TO ROLL-DAYS-MOVED
021930      MOVE 'N' TO WS-ROLLED-SWITCH
021940      PERFORM 3190-CLEAR-FORMAT-DIAGNOSIS
022000      PERFORM 2000-EDIT-CALENDAR-DATE THRU 2000-EXIT
022100      PERFORM 3000-MATCH-FORMAT-MASK THRU 3000-EXIT
022110      IF OKAY
022120          MOVE 'OK  ' TO RESULT-REASON
022125          PERFORM 3190-CLEAR-FORMAT-DIAGNOSIS
022130      ELSE
022140          IF WS-CALENDAR-DATE-INVALID
022150              MOVE 'CALN' TO RESULT-REASON
022220      END-IF
022300      IF OKAY
022310          PERFORM 4000-BUILD-NORMALIZED-DATE
022320      END-IF
022330      IF WS-DATE-ROLLED
022340          PERFORM 5400-APPLY-ROLLED-DATE
022400      END-IF
022500      PERFORM 8000-WRITE-AUDIT-RECORD
022600      GOBACK.
026900      IF MM OF MYDATE < 1 OR MM OF MYDATE > 12
027000          GO TO 2000-EXIT
027100      END-IF
027110      MOVE YYYY OF MYDATE TO WS-LEAP-TEST-YEAR
027200      PERFORM 2100-DETERMINE-LEAP-YEAR THRU 2100-EXIT
027300      MOVE WS-DAYS-IN-MONTH (MM OF MYDATE) TO WS-MONTH-MAX-DD
027400      IF MM OF MYDATE = 2 AND WS-LEAP-YEAR
028200*
028300* ----------------------------------------------------------------
028400*  2100-DETERMINE-LEAP-YEAR
028500*      Divisible by 400, or by 4 and not by 100.  Tests
028510*      WS-LEAP-TEST-YEAR, which the caller sets.
028600* ----------------------------------------------------------------
028700  2100-DETERMINE-LEAP-YEAR.
028800      MOVE 'N' TO WS-LEAP-YEAR-SWITCH
028900      DIVIDE WS-LEAP-TEST-YEAR BY 400
029000          GIVING WS-DIVIDE-QUOTIENT REMAINDER WS-REMAINDER-400
029100      IF WS-REMAINDER-400 = 0
029200          MOVE 'Y' TO WS-LEAP-YEAR-SWITCH
029300          GO TO 2100-EXIT
029400      END-IF
029500      DIVIDE WS-LEAP-TEST-YEAR BY 100
029600          GIVING WS-DIVIDE-QUOTIENT REMAINDER WS-REMAINDER-100
029700      IF WS-REMAINDER-100 = 0
029800          GO TO 2100-EXIT
029900      END-IF
030000      DIVIDE WS-LEAP-TEST-YEAR BY 4
030100          GIVING WS-DIVIDE-QUOTIENT REMAINDER WS-REMAINDER-4
030200      IF WS-REMAINDER-4 = 0
030300          MOVE 'Y' TO WS-LEAP-YEAR-SWITCH
033400*      configuration error, not a mismatch: it is reported to
033500*      SYSOUT and raises return code 12, so a PARM naming a mask
033600*      nobody defined fails loudly instead of quietly never
033700*      matching.  A defined mask the text does not match is
033710*      weighed for FORMAT-DIAGNOSIS by how far into the text it
033720*      held before failing.
033800* ----------------------------------------------------------------
033810  3100-TEST-ONE-MASK-ENTRY.
033820      MOVE FORMAT-MASK-ENTRY (WS-MASK-INDEX) TO WS-CANDIDATE-MASK
033896          VARYING WS-POS-INDEX FROM 1 BY 1
033897          UNTIL WS-POS-INDEX > 11
033898             OR WS-MASK-MISMATCH
033899      IF WS-MASK-MISMATCH
033900          SUBTRACT 1 FROM WS-POS-INDEX GIVING WS-FAIL-POSITION
033901          PERFORM 3160-NOTE-POSITION-FAILURE
033902      END-IF
033899      IF WS-MASK-MATCHES
033900         AND WS-DEF-YEAR-DIGITS (WS-DEF-FOUND-INDEX) = 2
033901          PERFORM 3150-EXPAND-TWO-DIGIT-YEAR THRU 3150-EXIT
033902          IF WS-MASK-MISMATCH
033903              PERFORM 3165-NOTE-YEAR-FAILURE
033904          END-IF
033902      END-IF
033903      IF WS-MASK-MATCHES
033904          PERFORM 3200-ACCEPT-CANDIDATE-MASK
033905      ELSE
033906          PERFORM 3170-KEEP-CLOSEST-CANDIDATE
033905      END-IF.
033906  3100-EXIT.
033907      EXIT.
036220  3150-EXIT.
036230      EXIT.
036240*
036241* ----------------------------------------------------------------
036242*  3160-NOTE-POSITION-FAILURE
036243*      The candidate broke at WS-FAIL-POSITION.  The class
036244*      expected there is the definition's own class character:
036245*      '9' a digit, 'A' a letter, anything else that exact
036246*      separator, a space the end of the layout.  A digit that
036247*      is there but disagrees with the parsed date reports the
036248*      field map's 'Y', 'M' or 'D' instead, so the owner sees
036249*      which field the extract got wrong.
036250* ----------------------------------------------------------------
036251  3160-NOTE-POSITION-FAILURE.
036252      SUBTRACT 1 FROM WS-FAIL-POSITION GIVING WS-MATCHED-COUNT
036253      IF WS-CLASS-CHAR = '9'
036254         AND WS-TEXT-CHAR IS NUMERIC
036255          MOVE WS-FIELD-CHAR TO WS-FAIL-CLASS
036256      ELSE
036257          MOVE WS-CLASS-CHAR TO WS-FAIL-CLASS
036258      END-IF.
036259*
036260* ----------------------------------------------------------------
036261*  3165-NOTE-YEAR-FAILURE
036262*      The whole layout matched but the two-digit year did not
036263*      expand to the parsed year: the candidate held all eleven
036264*      positions, and the failure is charged to the first 'Y'
036265*      position of its field map.
036266* ----------------------------------------------------------------
036267  3165-NOTE-YEAR-FAILURE.
036268      MOVE 11 TO WS-MATCHED-COUNT
036269      MOVE 0 TO WS-FAIL-POSITION
036270      INSPECT WS-DEF-FIELD-MAP (WS-DEF-FOUND-INDEX)
036271          TALLYING WS-FAIL-POSITION
036272          FOR CHARACTERS BEFORE INITIAL 'Y'
036273      ADD 1 TO WS-FAIL-POSITION
036274      MOVE 'Y' TO WS-FAIL-CLASS.
036275*
036276* ----------------------------------------------------------------
036277*  3170-KEEP-CLOSEST-CANDIDATE
036278*      A failed candidate replaces the diagnosis only by holding
036279*      strictly further into the text, so on a tie the mask
036280*      the caller offered first stands.
036281* ----------------------------------------------------------------
036282  3170-KEEP-CLOSEST-CANDIDATE.
036283      IF DIAG-CLOSEST-MASK = SPACE
036284         OR WS-MATCHED-COUNT > WS-BEST-MATCHED-COUNT
036285          MOVE WS-CANDIDATE-MASK TO DIAG-CLOSEST-MASK
036286          MOVE WS-FAIL-POSITION  TO DIAG-FAIL-POSITION
036287          MOVE WS-FAIL-CLASS     TO DIAG-EXPECTED-CLASS
036288          MOVE WS-MATCHED-COUNT  TO WS-BEST-MATCHED-COUNT
036289      END-IF.
036290*
036291  3190-CLEAR-FORMAT-DIAGNOSIS.
036292      MOVE SPACE TO DIAG-CLOSEST-MASK
036293      MOVE 0     TO DIAG-FAIL-POSITION
036294      MOVE SPACE TO DIAG-EXPECTED-CLASS
036295      MOVE 0     TO WS-BEST-MATCHED-COUNT.
036296*
036300  3200-ACCEPT-CANDIDATE-MASK.
036400      MOVE 'Y' TO WS-FORMAT-FOUND-SWITCH
036500      MOVE WS-CANDIDATE-MASK TO ACTUAL-FORMAT
038015*      certification.  Saturday, Sunday, or a date on the
038016*      request's holiday calendar turns the outcome to
038017*      okay-false with reason 'BDAY' - a real date on the wrong
038018*      day, distinct from an outright bad date - unless the
038019*      caller's roll convention moves it to a business day
038020*      (5300-ROLL-TO-BUSINESS-DAY).  A missing DTVHOLS is
038021*      reported once and raises return code 12; the weekend
038022*      half of the check still runs without it.
038021* ----------------------------------------------------------------
038022  5000-CERTIFY-BUSINESS-DAY.
038023      IF WS-HOLIDAY-FILE-MISSING AND NOT WS-HOLIDAY-WARNED
038027          MOVE 'Y' TO WS-HOL-WARNED-SWITCH
038028          MOVE 12 TO RETURN-CODE
038029      END-IF
038030      MOVE YYYY OF MYDATE TO WS-CHECK-YYYY
038031      MOVE MM OF MYDATE   TO WS-CHECK-MM
038032      MOVE DD OF MYDATE   TO WS-CHECK-DD
038033      PERFORM 5050-TEST-CHECK-DATE
038034      IF WS-NOT-BUSINESS-DAY
038035          MOVE 'F' TO OKAY-VALUE
038036          MOVE 'BDAY' TO RESULT-REASON
038037          IF ROLL-FOLLOWING OR ROLL-MODIFIED-FOLLOWING
038038             OR ROLL-PRECEDING
038039              PERFORM 5300-ROLL-TO-BUSINESS-DAY THRU 5300-EXIT
038040          END-IF
038041      END-IF.
038042  5000-EXIT.
038043      EXIT.
038044*
038045* ----------------------------------------------------------------
038046*  5050-TEST-CHECK-DATE
038047*      Weekend, or on the request's holiday calendar, makes
038048*      WS-CHECK-DATE no business day.
038049* ----------------------------------------------------------------
038050  5050-TEST-CHECK-DATE.
038030      MOVE 'Y' TO WS-BUSINESS-DAY-SWITCH
038031      PERFORM 5100-DETERMINE-DAY-OF-WEEK THRU 5100-EXIT
038032      IF WS-DAY-IS-SATURDAY OR WS-DAY-IS-SUNDAY
038036          IF WS-HOL-FOUND-INDEX > 0
038037              MOVE 'N' TO WS-BUSINESS-DAY-SWITCH
038038          END-IF
038043      END-IF.
038046*
038047* ----------------------------------------------------------------
038048*  5100-DETERMINE-DAY-OF-WEEK
038049*      Zeller's congruence for the Gregorian calendar.  January
038050*      and February count as months 13 and 14 of the prior
038051*      year; the result is 0 for Saturday through 6 for Friday.
038052*      Works on WS-CHECK-DATE.
038052* ----------------------------------------------------------------
038053  5100-DETERMINE-DAY-OF-WEEK.
038054      MOVE WS-CHECK-YYYY TO WS-ZEL-YEAR
038055      MOVE WS-CHECK-MM   TO WS-ZEL-MONTH
038056      IF WS-ZEL-MONTH < 3
038057          ADD 12 TO WS-ZEL-MONTH
038058          SUBTRACT 1 FROM WS-ZEL-YEAR
038064      MULTIPLY 13 BY WS-ZEL-MONTH-TERM GIVING WS-ZEL-MONTH-TERM
038065      DIVIDE WS-ZEL-MONTH-TERM BY 5
038066          GIVING WS-ZEL-MONTH-TERM
038067      MOVE WS-CHECK-DD TO WS-ZEL-SUM
038068      ADD WS-ZEL-MONTH-TERM     TO WS-ZEL-SUM
038069      ADD WS-ZEL-YY-OF-CENTURY  TO WS-ZEL-SUM
038070      DIVIDE WS-ZEL-YY-OF-CENTURY BY 4 GIVING WS-ZEL-QUOTIENT
038081*
038082* ----------------------------------------------------------------
038083*  5200-SEARCH-HOLIDAY-TABLE
038084*      Looks for WS-CHECK-DATE on the request's holiday calendar;
038085*      first match wins, the way the mask-definition search
038086*      works.
038087* ----------------------------------------------------------------
038088  5200-SEARCH-HOLIDAY-TABLE.
038092      MOVE 0 TO WS-HOL-FOUND-INDEX
038091      PERFORM 5210-TEST-ONE-HOLIDAY
038092          VARYING WS-HOL-INDEX FROM 1 BY 1
038103      END-IF.
038104*
038105* ----------------------------------------------------------------
038106*  5300-ROLL-TO-BUSINESS-DAY
038107*      Walks WS-CHECK-DATE a day at a time in the convention's
038108*      direction until it lands on a business day of the
038109*      request's calendar.  Modified following walks forward
038110*      first and, if that leaves the date's month, walks back
038111*      from the original date instead.  Nothing found within
038112*      WS-ROLL-MAX-STEPS days leaves the 'BDAY' failure as it
038113*      stands.  A date found passes with reason 'ROLL'.
038114* ----------------------------------------------------------------
038115  5300-ROLL-TO-BUSINESS-DAY.
038116      IF ROLL-PRECEDING
038117          MOVE 'B' TO WS-ROLL-DIRECTION
038118      ELSE
038119          MOVE 'F' TO WS-ROLL-DIRECTION
038120      END-IF
038121      PERFORM 5310-WALK-TO-BUSINESS-DAY
038122      IF ROLL-MODIFIED-FOLLOWING
038123         AND (WS-NOT-BUSINESS-DAY
038124              OR WS-CHECK-MM NOT = MM OF MYDATE)
038125          MOVE 'B' TO WS-ROLL-DIRECTION
038126          PERFORM 5310-WALK-TO-BUSINESS-DAY
038127      END-IF
038128      IF WS-NOT-BUSINESS-DAY
038129          GO TO 5300-EXIT
038130      END-IF
038131      MOVE 'Y' TO WS-ROLLED-SWITCH
038132      MOVE 'T' TO OKAY-VALUE
038133      MOVE 'ROLL' TO RESULT-REASON
038134      MOVE WS-ROLL-DAYS TO ROLL-DAYS-MOVED.
038135  5300-EXIT.
038136      EXIT.
038137*
038138* ----------------------------------------------------------------
038139*  5310-WALK-TO-BUSINESS-DAY
038140*      From the original date, in WS-ROLL-DIRECTION.
038141*      WS-ROLL-DAYS counts the move, negative going back.
038142* ----------------------------------------------------------------
038143  5310-WALK-TO-BUSINESS-DAY.
038144      MOVE YYYY OF MYDATE TO WS-CHECK-YYYY
038145      MOVE MM OF MYDATE   TO WS-CHECK-MM
038146      MOVE DD OF MYDATE   TO WS-CHECK-DD
038147      MOVE 0 TO WS-ROLL-DAYS
038148      MOVE 0 TO WS-ROLL-STEPS
038149      MOVE 'N' TO WS-BUSINESS-DAY-SWITCH
038150      PERFORM 5320-STEP-ONE-DAY
038151          UNTIL WS-IS-BUSINESS-DAY
038152             OR WS-ROLL-STEPS NOT < WS-ROLL-MAX-STEPS.
038153*
038154  5320-STEP-ONE-DAY.
038155      ADD 1 TO WS-ROLL-STEPS
038156      IF WS-ROLL-FORWARD
038157          PERFORM 5330-NEXT-CALENDAR-DAY
038158          ADD 1 TO WS-ROLL-DAYS
038159      ELSE
038160          PERFORM 5340-PRIOR-CALENDAR-DAY
038161          SUBTRACT 1 FROM WS-ROLL-DAYS
038162      END-IF
038163      PERFORM 5050-TEST-CHECK-DATE.
038164*
038165  5330-NEXT-CALENDAR-DAY.
038166      PERFORM 5350-SET-CHECK-MONTH-MAX
038167      IF WS-CHECK-DD < WS-MONTH-MAX-DD
038168          ADD 1 TO WS-CHECK-DD
038169      ELSE
038170          MOVE 1 TO WS-CHECK-DD
038171          IF WS-CHECK-MM < 12
038172              ADD 1 TO WS-CHECK-MM
038173          ELSE
038174              MOVE 1 TO WS-CHECK-MM
038175              ADD 1 TO WS-CHECK-YYYY
038176          END-IF
038177      END-IF.
038178*
038179  5340-PRIOR-CALENDAR-DAY.
038180      IF WS-CHECK-DD > 1
038181          SUBTRACT 1 FROM WS-CHECK-DD
038182      ELSE
038183          IF WS-CHECK-MM > 1
038184              SUBTRACT 1 FROM WS-CHECK-MM
038185          ELSE
038186              MOVE 12 TO WS-CHECK-MM
038187              SUBTRACT 1 FROM WS-CHECK-YYYY
038188          END-IF
038189          PERFORM 5350-SET-CHECK-MONTH-MAX
038190          MOVE WS-MONTH-MAX-DD TO WS-CHECK-DD
038191      END-IF.
038192*
038193  5350-SET-CHECK-MONTH-MAX.
038194      MOVE WS-CHECK-YYYY TO WS-LEAP-TEST-YEAR
038195      PERFORM 2100-DETERMINE-LEAP-YEAR THRU 2100-EXIT
038196      MOVE WS-DAYS-IN-MONTH (WS-CHECK-MM) TO WS-MONTH-MAX-DD
038197      IF WS-CHECK-MM = 2 AND WS-LEAP-YEAR
038198          ADD 1 TO WS-MONTH-MAX-DD
038199      END-IF.
038200*
038201* ----------------------------------------------------------------
038202*  5400-APPLY-ROLLED-DATE
038203*      The date as sent, already normalized by 4000, goes back
038204*      to the caller on ROLL-ORIGINAL-DATE; NORMALIZED-DATE
038205*      becomes the business day the roll landed on.
038206* ----------------------------------------------------------------
038207  5400-APPLY-ROLLED-DATE.
038208      MOVE NORMALIZED-DATE TO ROLL-ORIGINAL-DATE
038209      MOVE SPACE TO NORMALIZED-DATE
038210      STRING WS-CHECK-YYYY         DELIMITED BY SIZE
038211             '-'                   DELIMITED BY SIZE
038212             WS-CHECK-MM           DELIMITED BY SIZE
038213             '-'                   DELIMITED BY SIZE
038214             WS-CHECK-DD           DELIMITED BY SIZE
038215          INTO NORMALIZED-DATE
038216      END-STRING.
038104*
038105* ----------------------------------------------------------------
038106*  6000-EDIT-REASONABLE-WINDOW
038107*      A calendar-valid, format-certified year still is not
038108*      reasonable if it sits more than the run's allowed years
040500      END-IF
040600      MOVE OKAY-VALUE TO AUD-OUTCOME
040610      MOVE RESULT-REASON TO AUD-RESULT-REASON
040620      MOVE RUN-ID TO AUD-RUN-ID
040630      MOVE SPACE TO AUD-ROLL-ADJUSTMENT
040640      IF WS-DATE-ROLLED
040650          MOVE ROLL-CONVENTION TO AUD-ROLL-CONVENTION
040660          MOVE WS-ROLL-DAYS    TO AUD-ROLL-DAYS
040670      END-IF
040700      MOVE SPACE TO AUD-FILLER OF DTV-AUDIT-RECORD
040800      WRITE DTV-AUDIT-RECORD.
040900*
