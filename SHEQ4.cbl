       *> (a rate, a limit) a rule would otherwise have to carry as
       *> a NUMC literal burned into ASTIN.  The value uses the same
       *> signed zero-padded display convention NUMC's VAL uses.
       *> A table-name/key pair may carry several rows, one per
       *> effective period (YYYYMMDD, both ends inclusive); SHQREFM
       *> maintains them and keeps the periods from overlapping.  A
       *> blank EFF-FROM is in force from the beginning of time (a
       *> row written before effective dating) and a blank EFF-TO
       *> stays in force until a later change end-dates it.
       FD  REF-TABLE-FILE.
       01  REF-TABLE-RECORD.
           05 REFTBL-TABLE PIC X(10).
           05 REFTBL-KEY PIC X(10).
           05 REFTBL-VALUE PIC S9(11)V9(5).
           05 REFTBL-EFF-FROM PIC X(8).
           05 REFTBL-EFF-TO PIC X(8).

       WORKING-STORAGE SECTION.
       01  ERROR-DESC PIC X(40).
       *> per run on the first "lookup" the interpreter sees (this
       *> is WORKING-STORAGE, one copy for the whole run, the same
       *> way SHQBATCH loads FUNLIB once at startup) and searched
       *> by table name, key and effective period on every lookup
       *> after that.  The table is sized by REF-TABLE-COUNT, so the
       *> SEARCH only walks the rows actually loaded; REF-TABLE-MAX
       *> is a storage limit, not a business one - a REFTBL that
       *> outgrows it fails every lookup loudly rather than quietly
       *> losing the rows that happened to come last.
       01  FS-REFTBL PIC X(02) VALUE SPACES.
       01  REF-TABLE-COUNT PIC 9(5) VALUE ZEROS.
       01  REF-TABLE-MAX PIC 9(5) VALUE 50000.
       01  REF-TABLE.
           05 REF-ENTRY OCCURS 0 TO 50000 TIMES
                   DEPENDING ON REF-TABLE-COUNT
                   INDEXED BY REF-IDX.
               10 REF-TBL-NAME PIC X(10).
               10 REF-TBL-KEY PIC X(10).
               10 REF-TBL-VAL PIC S9(11)V9(5).
               10 REF-TBL-FROM PIC X(8).
               10 REF-TBL-TO PIC X(8).
       *> the business date a lookup resolves its effective period
       *> against: the "*run-date*" binding SHQBATCH puts in the
       *> top environment - a NUMC YYYYMMDD, carried along in its
       *> checkpoints, so an ENVSNAP taken from one brings it to
       *> SHQRERUN and SHEQINQ too - so a back-dated rerun picks up
       *> the rate in force on the date being processed.  A caller
       *> that binds no run date gets today's date.
       01  RUN-DATE-SYM PIC X(10) VALUE "*run-date*".
       01  RUN-DATE-VAL PIC X(150).
       01  RUN-DATE-VAL-NUM REDEFINES RUN-DATE-VAL.
           05 FILLER PIC X(134).
           05 RUN-DATE-NUM PIC S9(11)V9(5).
       01  RUN-DATE-9 PIC 9(8).
       01  RUN-DATE-X REDEFINES RUN-DATE-9 PIC X(8).
       01  REF-LOAD-SW PIC X(1) VALUE "N".
           88 REF-TABLE-LOADED VALUE "Y".
           88 REF-TABLE-FAILED VALUE "F".
       01  REFTBL-EOF-SW PIC X(1).
           88 REFTBL-EOF VALUE "Y".
       *> calendar work for the date primitives.  Dates travel as
       *> NUMC YYYYMMDD values (the same way "*run-date*" does) and
       *> are turned into a day serial - whole days since 0000-03-01
       *> of the proleptic Gregorian calendar, counting the year from
       *> March so the leap day falls at the end of it - for the
       *> arithmetic, then back.  Years run 0001 through 9999; a date
       *> outside that, or one that is not a real calendar day, comes
       *> back as a normal "SHEQ ERROR:" result.
       01  DATE-ARG-NO PIC 9(1).
       01  DATE-ARG-NUM PIC S9(11)V9(5).
       01  DATE-WORK-9 PIC 9(8).
       01  DATE-WORK-PARTS REDEFINES DATE-WORK-9.
           05 DATE-WORK-YYYY PIC 9(4).
           05 DATE-WORK-MM PIC 9(2).
           05 DATE-WORK-DD PIC 9(2).
       01  DATE-SERIAL PIC S9(9).
       01  DATE-SERIAL-1 PIC S9(9).
       01  DATE-COUNT PIC S9(11).
       01  DATE-MONTH-TOTAL PIC S9(11).
       01  DATE-MONTH-LEN PIC 9(2).
       01  DATE-LEAP-QUOT PIC 9(4).
       01  DATE-LEAP-REM PIC 9(3).
       01  DATE-WEEKDAY PIC 9(1).
       01  CIV-Y PIC 9(5).
       01  CIV-ERA PIC 9(3).
       01  CIV-YOE PIC 9(3).
       01  CIV-MP PIC 9(2).
       01  CIV-DOY PIC 9(3).
       01  CIV-DOE PIC 9(6).
       01  CIV-T PIC 9(9).
       01  CIV-T2 PIC 9(9).
       01  DATE-MONTH-DAYS-DATA PIC X(24)
               VALUE "312831303130313130313031".
       01  DATE-MONTH-DAYS-TAB REDEFINES DATE-MONTH-DAYS-DATA.
           05 DATE-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.

       LOCAL-STORAGE SECTION.
       01  LS-APPC.
               88 IS-EQUAL        VALUE "equal?".
               88 IS-ERROR        VALUE "error".
               88 IS-LOOKUP       VALUE "lookup".
               88 IS-DAYS-BETWEEN VALUE "days-btwn".
               88 IS-ADD-DAYS     VALUE "add-days".
               88 IS-ADD-MONTHS   VALUE "add-months".
               88 IS-WEEKDAY      VALUE "weekday".
               88 IS-MONTH-END    VALUE "month-end".
               88 IS-TODAY        VALUE "today".
           05 APPC-ARGS.
               10 APPC-CHARS PIC X(16) OCCURS 8 TIMES.
           05 APPC-ARGS-NUM REDEFINES APPC-ARGS.
                   END-IF
               WHEN IS-LOOKUP
                   PERFORM DO-REF-LOOKUP THRU DO-REF-LOOKUP-EXIT
               WHEN IS-DAYS-BETWEEN
                   PERFORM DO-DAYS-BETWEEN THRU DO-DAYS-BETWEEN-EXIT
               WHEN IS-ADD-DAYS
                   PERFORM DO-ADD-DAYS THRU DO-ADD-DAYS-EXIT
               WHEN IS-ADD-MONTHS
                   PERFORM DO-ADD-MONTHS THRU DO-ADD-MONTHS-EXIT
               WHEN IS-WEEKDAY
                   PERFORM DO-WEEKDAY THRU DO-WEEKDAY-EXIT
               WHEN IS-MONTH-END
                   PERFORM DO-MONTH-END THRU DO-MONTH-END-EXIT
               WHEN IS-TODAY
                   PERFORM RESOLVE-RUN-DATE THRU RESOLVE-RUN-DATE-EXIT
                   MOVE RUN-DATE-9 TO RESULT-NUM-VAL
               WHEN IS-ERROR
                   CONTINUE
               WHEN OTHER
       *> held for that table-name/key pair in the REFTBL reference
       *> dataset, so a daily rate or limit lives in one maintained
       *> file instead of being re-shipped as a NUMC literal in
       *> hundreds of ASTIN records every time it changes.  Of the
       *> rows for that pair, the one whose effective period covers
       *> the run date is the one returned.
       DO-REF-LOOKUP.
           IF NOT REF-TABLE-LOADED AND NOT REF-TABLE-FAILED
               PERFORM LOAD-REF-TABLE THRU LOAD-REF-TABLE-EXIT
               MOVE "Reference table unavailable." TO ERROR-DESC
               PERFORM RAISE-ERROR
           END-IF
           PERFORM RESOLVE-RUN-DATE THRU RESOLVE-RUN-DATE-EXIT
           SET REF-IDX TO 1
           SEARCH REF-ENTRY
               AT END
                   PERFORM RAISE-ERROR
               WHEN REF-TBL-NAME(REF-IDX) = APPC-CHARS(1)
                   AND REF-TBL-KEY(REF-IDX) = APPC-CHARS(2)
                   AND (REF-TBL-FROM(REF-IDX) = SPACES
                        OR REF-TBL-FROM(REF-IDX) <= RUN-DATE-X)
                   AND (REF-TBL-TO(REF-IDX) = SPACES
                        OR REF-TBL-TO(REF-IDX) >= RUN-DATE-X)
                   MOVE REF-TBL-VAL(REF-IDX) TO RESULT-NUM-VAL
           END-SEARCH.
       DO-REF-LOOKUP-EXIT.
           EXIT.

       *> sets RUN-DATE-X from the "*run-date*" binding in the
       *> environment this call was handed (closure calls and lets
       *> copy the caller's environment, so the top-level binding
       *> is visible at any depth), or from the clock if the
       *> caller bound none
       RESOLVE-RUN-DATE.
           SET ENVR-IDX TO 1
           SEARCH BINDING
               AT END
                   ACCEPT RUN-DATE-X FROM DATE YYYYMMDD
               WHEN SYMBOLS(ENVR-IDX) = RUN-DATE-SYM
                   MOVE VALS(ENVR-IDX) TO RUN-DATE-VAL
                   MOVE RUN-DATE-NUM TO RUN-DATE-9
           END-SEARCH.
       RESOLVE-RUN-DATE-EXIT.
           EXIT.

       *> "days-btwn" primitive: (days-btwn from to) returns the
       *> number of days from the first date to the second, negative
       *> when the second date is the earlier one
       DO-DAYS-BETWEEN.
           MOVE 1 TO DATE-ARG-NO
           PERFORM CHECK-DATE-ARG THRU CHECK-DATE-ARG-EXIT
           PERFORM DATE-TO-SERIAL THRU DATE-TO-SERIAL-EXIT
           MOVE DATE-SERIAL TO DATE-SERIAL-1
           MOVE 2 TO DATE-ARG-NO
           PERFORM CHECK-DATE-ARG THRU CHECK-DATE-ARG-EXIT
           PERFORM DATE-TO-SERIAL THRU DATE-TO-SERIAL-EXIT
           COMPUTE RESULT-NUM-VAL = DATE-SERIAL - DATE-SERIAL-1.
       DO-DAYS-BETWEEN-EXIT.
           EXIT.

       *> "add-days" primitive: (add-days date n) returns the date n
       *> days later (n negative counts back)
       DO-ADD-DAYS.
           MOVE 1 TO DATE-ARG-NO
           PERFORM CHECK-DATE-ARG THRU CHECK-DATE-ARG-EXIT
           PERFORM CHECK-COUNT-ARG THRU CHECK-COUNT-ARG-EXIT
           PERFORM DATE-TO-SERIAL THRU DATE-TO-SERIAL-EXIT
           COMPUTE DATE-SERIAL = DATE-SERIAL + DATE-COUNT
               ON SIZE ERROR
                   MOVE -1 TO DATE-SERIAL
           END-COMPUTE
           PERFORM SERIAL-TO-DATE THRU SERIAL-TO-DATE-EXIT
           MOVE DATE-WORK-9 TO RESULT-NUM-VAL.
       DO-ADD-DAYS-EXIT.
           EXIT.

       *> "add-months" primitive: (add-months date n) returns the
       *> same day n months later (n negative counts back), pulled
       *> back to the last day of the target month when that month
       *> is shorter - 20260131 plus one month is 20260228
       DO-ADD-MONTHS.
           MOVE 1 TO DATE-ARG-NO
           PERFORM CHECK-DATE-ARG THRU CHECK-DATE-ARG-EXIT
           PERFORM CHECK-COUNT-ARG THRU CHECK-COUNT-ARG-EXIT
           COMPUTE DATE-MONTH-TOTAL = DATE-WORK-YYYY * 12
                   + DATE-WORK-MM - 1 + DATE-COUNT
               ON SIZE ERROR
                   MOVE -1 TO DATE-MONTH-TOTAL
           END-COMPUTE
           IF DATE-MONTH-TOTAL < 12 OR DATE-MONTH-TOTAL > 119999
               MOVE "INTERP-PRIM" TO ERROR-SOURCE
               MOVE "Date result out of range." TO ERROR-DESC
               PERFORM RAISE-ERROR
           END-IF
           DIVIDE DATE-MONTH-TOTAL BY 12 GIVING DATE-WORK-YYYY
               REMAINDER DATE-WORK-MM
           ADD 1 TO DATE-WORK-MM
           PERFORM SET-MONTH-LENGTH THRU SET-MONTH-LENGTH-EXIT
           IF DATE-WORK-DD > DATE-MONTH-LEN
               MOVE DATE-MONTH-LEN TO DATE-WORK-DD
           END-IF
           MOVE DATE-WORK-9 TO RESULT-NUM-VAL.
       DO-ADD-MONTHS-EXIT.
           EXIT.

       *> "weekday" primitive: (weekday date) returns the day of the
       *> week, 1 for Monday through 7 for Sunday.  Day serial 5 -
       *> 0000-03-06 - fell on a Monday.
       DO-WEEKDAY.
           MOVE 1 TO DATE-ARG-NO
           PERFORM CHECK-DATE-ARG THRU CHECK-DATE-ARG-EXIT
           PERFORM DATE-TO-SERIAL THRU DATE-TO-SERIAL-EXIT
           COMPUTE CIV-T = DATE-SERIAL + 2
           DIVIDE CIV-T BY 7 GIVING CIV-T2 REMAINDER DATE-WEEKDAY
           ADD 1 TO DATE-WEEKDAY
           MOVE DATE-WEEKDAY TO RESULT-NUM-VAL.
       DO-WEEKDAY-EXIT.
           EXIT.

       *> "month-end" primitive: (month-end date) returns the last
       *> day of that date's month
       DO-MONTH-END.
           MOVE 1 TO DATE-ARG-NO
           PERFORM CHECK-DATE-ARG THRU CHECK-DATE-ARG-EXIT
           PERFORM SET-MONTH-LENGTH THRU SET-MONTH-LENGTH-EXIT
           MOVE DATE-MONTH-LEN TO DATE-WORK-DD
           MOVE DATE-WORK-9 TO RESULT-NUM-VAL.
       DO-MONTH-END-EXIT.
           EXIT.

       *> loads APPC-NUMS(DATE-ARG-NO) into DATE-WORK-9 and fails the
       *> call unless it is a whole-number YYYYMMDD naming a real day
       CHECK-DATE-ARG.
           IF APPC-NUMS(DATE-ARG-NO) IS NOT NUMERIC
               GO TO CHECK-DATE-ARG-BAD
           END-IF
           MOVE APPC-NUMS(DATE-ARG-NO) TO DATE-ARG-NUM
           IF DATE-ARG-NUM < 00010101 OR DATE-ARG-NUM > 99991231
               GO TO CHECK-DATE-ARG-BAD
           END-IF
           MOVE DATE-ARG-NUM TO DATE-WORK-9
           IF DATE-WORK-9 NOT = DATE-ARG-NUM
               OR DATE-WORK-MM < 1 OR DATE-WORK-MM > 12
               OR DATE-WORK-DD < 1
               GO TO CHECK-DATE-ARG-BAD
           END-IF
           PERFORM SET-MONTH-LENGTH THRU SET-MONTH-LENGTH-EXIT
           IF DATE-WORK-DD > DATE-MONTH-LEN
               GO TO CHECK-DATE-ARG-BAD
           END-IF
           GO TO CHECK-DATE-ARG-EXIT.
       CHECK-DATE-ARG-BAD.
           MOVE "INTERP-PRIM" TO ERROR-SOURCE
           MOVE "Invalid date, expected YYYYMMDD." TO ERROR-DESC
           PERFORM RAISE-ERROR.
       CHECK-DATE-ARG-EXIT.
           EXIT.

       *> loads the second argument into DATE-COUNT, failing the
       *> call unless it is a whole number of days or months
       CHECK-COUNT-ARG.
           IF APPC-NUMS(2) IS NOT NUMERIC
               MOVE "INTERP-PRIM" TO ERROR-SOURCE
               MOVE "Count must be a number." TO ERROR-DESC
               PERFORM RAISE-ERROR
           END-IF
           MOVE APPC-NUMS(2) TO DATE-COUNT
           IF DATE-COUNT NOT = APPC-NUMS(2)
               MOVE "INTERP-PRIM" TO ERROR-SOURCE
               MOVE "Count must be a whole number." TO ERROR-DESC
               PERFORM RAISE-ERROR
           END-IF.
       CHECK-COUNT-ARG-EXIT.
           EXIT.

       *> sets DATE-MONTH-LEN to the number of days in month
       *> DATE-WORK-MM of year DATE-WORK-YYYY, leap years included
       SET-MONTH-LENGTH.
           MOVE DATE-MONTH-DAYS(DATE-WORK-MM) TO DATE-MONTH-LEN
           IF DATE-WORK-MM NOT = 2
               GO TO SET-MONTH-LENGTH-EXIT
           END-IF
           DIVIDE DATE-WORK-YYYY BY 4 GIVING DATE-LEAP-QUOT
               REMAINDER DATE-LEAP-REM
           IF DATE-LEAP-REM NOT = 0
               GO TO SET-MONTH-LENGTH-EXIT
           END-IF
           DIVIDE DATE-WORK-YYYY BY 100 GIVING DATE-LEAP-QUOT
               REMAINDER DATE-LEAP-REM
           IF DATE-LEAP-REM NOT = 0
               MOVE 29 TO DATE-MONTH-LEN
               GO TO SET-MONTH-LENGTH-EXIT
           END-IF
           DIVIDE DATE-WORK-YYYY BY 400 GIVING DATE-LEAP-QUOT
               REMAINDER DATE-LEAP-REM
           IF DATE-LEAP-REM = 0
               MOVE 29 TO DATE-MONTH-LEN
           END-IF.
       SET-MONTH-LENGTH-EXIT.
           EXIT.

       *> DATE-WORK-9 to DATE-SERIAL.  Each DIVIDE truncates on its
       *> own, which the year/century/400-year corrections rely on.
       DATE-TO-SERIAL.
           IF DATE-WORK-MM > 2
               MOVE DATE-WORK-YYYY TO CIV-Y
               COMPUTE CIV-MP = DATE-WORK-MM - 3
           ELSE
               COMPUTE CIV-Y = DATE-WORK-YYYY - 1
               COMPUTE CIV-MP = DATE-WORK-MM + 9
           END-IF
           DIVIDE CIV-Y BY 400 GIVING CIV-ERA
           COMPUTE CIV-YOE = CIV-Y - CIV-ERA * 400
           COMPUTE CIV-T = 153 * CIV-MP + 2
           DIVIDE CIV-T BY 5 GIVING CIV-T
           COMPUTE CIV-DOY = CIV-T + DATE-WORK-DD - 1
           COMPUTE CIV-DOE = CIV-YOE * 365 + CIV-DOY
           DIVIDE CIV-YOE BY 4 GIVING CIV-T
           ADD CIV-T TO CIV-DOE
           DIVIDE CIV-YOE BY 100 GIVING CIV-T
           SUBTRACT CIV-T FROM CIV-DOE
           COMPUTE DATE-SERIAL = CIV-ERA * 146097 + CIV-DOE.
       DATE-TO-SERIAL-EXIT.
           EXIT.

       *> DATE-SERIAL back to DATE-WORK-9, failing the call when the
       *> serial lands outside years 0001-9999 (serial 306 is
       *> 00010101, serial 3652364 is 99991231)
       SERIAL-TO-DATE.
           IF DATE-SERIAL < 306 OR DATE-SERIAL > 3652364
               GO TO SERIAL-TO-DATE-BAD
           END-IF
           DIVIDE DATE-SERIAL BY 146097 GIVING CIV-ERA
           COMPUTE CIV-DOE = DATE-SERIAL - CIV-ERA * 146097
           MOVE CIV-DOE TO CIV-T2
           DIVIDE CIV-DOE BY 1460 GIVING CIV-T
           SUBTRACT CIV-T FROM CIV-T2
           DIVIDE CIV-DOE BY 36524 GIVING CIV-T
           ADD CIV-T TO CIV-T2
           DIVIDE CIV-DOE BY 146096 GIVING CIV-T
           SUBTRACT CIV-T FROM CIV-T2
           DIVIDE CIV-T2 BY 365 GIVING CIV-YOE
           COMPUTE CIV-Y = CIV-YOE + CIV-ERA * 400
           COMPUTE CIV-T2 = CIV-YOE * 365
           DIVIDE CIV-YOE BY 4 GIVING CIV-T
           ADD CIV-T TO CIV-T2
           DIVIDE CIV-YOE BY 100 GIVING CIV-T
           SUBTRACT CIV-T FROM CIV-T2
           COMPUTE CIV-DOY = CIV-DOE - CIV-T2
           COMPUTE CIV-T = 5 * CIV-DOY + 2
           DIVIDE CIV-T BY 153 GIVING CIV-MP
           COMPUTE CIV-T = 153 * CIV-MP + 2
           DIVIDE CIV-T BY 5 GIVING CIV-T
           COMPUTE DATE-WORK-DD = CIV-DOY - CIV-T + 1
           IF CIV-MP < 10
               COMPUTE DATE-WORK-MM = CIV-MP + 3
           ELSE
               COMPUTE DATE-WORK-MM = CIV-MP - 9
               ADD 1 TO CIV-Y
           END-IF
           IF CIV-Y > 9999
               GO TO SERIAL-TO-DATE-BAD
           END-IF
           MOVE CIV-Y TO DATE-WORK-YYYY
           GO TO SERIAL-TO-DATE-EXIT.
       SERIAL-TO-DATE-BAD.
           MOVE "INTERP-PRIM" TO ERROR-SOURCE
           MOVE "Date result out of range." TO ERROR-DESC
           PERFORM RAISE-ERROR.
       SERIAL-TO-DATE-EXIT.
           EXIT.

       *> loads the whole REFTBL dataset into REF-TABLE on the
       *> first lookup of the run; a missing or unopenable REFTBL
       *> only fails the rules that actually use lookup, as a
       *> normal "SHEQ ERROR:" result, not the whole window
       LOAD-REF-TABLE.
           *> the SEARCH in DO-REF-LOOKUP only walks the
           *> REF-TABLE-COUNT rows actually loaded, so no stale slot
           *> beyond them can ever match
           MOVE ZEROS TO REF-TABLE-COUNT
           OPEN INPUT REF-TABLE-FILE
           IF FS-REFTBL NOT = "00"
               DISPLAY "SHEQ4: unable to open REFTBL, status "
           PERFORM LOAD-ONE-REF-ROW THRU LOAD-ONE-REF-ROW-EXIT
               UNTIL REFTBL-EOF
           CLOSE REF-TABLE-FILE
           IF NOT REF-TABLE-FAILED
               SET REF-TABLE-LOADED TO TRUE
           END-IF.
       LOAD-REF-TABLE-EXIT.
           EXIT.

               AT END
                   SET REFTBL-EOF TO TRUE
               NOT AT END
                   IF REF-TABLE-COUNT >= REF-TABLE-MAX
                       DISPLAY "SHEQ4: REFTBL exceeds "
                           REF-TABLE-MAX
                           " rows - reference table not used."
                       SET REF-TABLE-FAILED TO TRUE
                       SET REFTBL-EOF TO TRUE
                   ELSE
                       ADD 1 TO REF-TABLE-COUNT
                       MOVE REFTBL-TABLE TO REF-TBL-NAME(REF-IDX)
                       MOVE REFTBL-KEY TO REF-TBL-KEY(REF-IDX)
                       MOVE REFTBL-VALUE TO REF-TBL-VAL(REF-IDX)
                       MOVE REFTBL-EFF-FROM TO REF-TBL-FROM(REF-IDX)
                       MOVE REFTBL-EFF-TO TO REF-TBL-TO(REF-IDX)
                   END-IF
           END-READ.
       LOAD-ONE-REF-ROW-EXIT.
