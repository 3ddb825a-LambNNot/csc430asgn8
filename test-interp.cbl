
       01  INPUT-TYPE PIC X(2).

      *    A signed day/month count for the date primitives, built
      *    as a number and handed over as the 16-byte arg it becomes.
       01  WS-DATE-COUNT PIC S9(11)V9(5).
       01  WS-DATE-COUNT-X REDEFINES WS-DATE-COUNT PIC X(16).

       01  WS-ACTUAL-RES PIC X(150).
       01  ERROR-MSG REDEFINES WS-ACTUAL-RES.
           05 SHEQ-LABEL PIC X(10).
           PERFORM TEST-INTERP-IFC-COMPOUND-1.
           PERFORM TEST-INTERP-CLOSURE-RECURSIVE-1.
           PERFORM TEST-INTERP-LETC-CLOSURE-1.
           PERFORM TEST-INTERP-PRIM-DAYS-BETWEEN.
           PERFORM TEST-INTERP-PRIM-DAYS-BETWEEN-2.
           PERFORM TEST-INTERP-PRIM-ADD-DAYS.
           PERFORM TEST-INTERP-PRIM-ADD-DAYS-2.
           PERFORM TEST-INTERP-PRIM-ADD-MONTHS.
           PERFORM TEST-INTERP-PRIM-ADD-MONTHS-2.
           PERFORM TEST-INTERP-PRIM-WEEKDAY.
           PERFORM TEST-INTERP-PRIM-MONTH-END.
           PERFORM TEST-INTERP-PRIM-MONTH-END-2.
           PERFORM TEST-INTERP-PRIM-TODAY.
           PERFORM TEST-INTERP-PRIM-DATE-INVALID.
           PERFORM TEST-INTERP-PRIM-DATE-RANGE.
           PERFORM SHOW-TEST-RESULTS.
           STOP RUN.

       
       

       TEST-INTERP-PRIM-DAYS-BETWEEN.
           PERFORM CLEAR-IO.
           MOVE 364 TO EXPECTED-NUM.
           ADD 1 TO WS-TEST-COUNT.
           MOVE "P" TO INPUT-FUNC-TYPE.
           MOVE "days-btwn" TO INPUT-FUNC.
           MOVE "A" TO INPUT-TYPE.
           MOVE "0002026010100000" TO INPUT-ARGS(1).
           MOVE "0002026123100000" TO INPUT-ARGS(2).
           CALL 'SHEQ4' USING
               INPUT-AST,
               INPUT-TYPE,
               CURR-ENVR,
               WS-ACTUAL-RES,
               CURR-AST-POOL,
               CURR-AST-POOL-COUNT.
           IF WS-ACTUAL-RES = WS-EXPECTED-RES THEN
               ADD 1 TO WS-PASS-COUNT
            ELSE
                DISPLAY "FAILED TEST-INTERP-PRIM-DAYS-BETWEEN"
               ADD 1 TO WS-FAIL-COUNT
           END-IF.

       TEST-INTERP-PRIM-DAYS-BETWEEN-2.
           PERFORM CLEAR-IO.
           MOVE -45292 TO EXPECTED-NUM.
           ADD 1 TO WS-TEST-COUNT.
           MOVE "P" TO INPUT-FUNC-TYPE.
           MOVE "days-btwn" TO INPUT-FUNC.
           MOVE "A" TO INPUT-TYPE.
           MOVE "0002024030100000" TO INPUT-ARGS(1).
           MOVE "0001900022800000" TO INPUT-ARGS(2).
           CALL 'SHEQ4' USING
               INPUT-AST,
               INPUT-TYPE,
               CURR-ENVR,
               WS-ACTUAL-RES,
               CURR-AST-POOL,
               CURR-AST-POOL-COUNT.
           IF WS-ACTUAL-RES = WS-EXPECTED-RES THEN
               ADD 1 TO WS-PASS-COUNT
            ELSE
                DISPLAY "FAILED TEST-INTERP-PRIM-DAYS-BETWEEN-2"
               ADD 1 TO WS-FAIL-COUNT
           END-IF.

       TEST-INTERP-PRIM-ADD-DAYS.
           PERFORM CLEAR-IO.
           MOVE 20270104 TO EXPECTED-NUM.
           ADD 1 TO WS-TEST-COUNT.
           MOVE "P" TO INPUT-FUNC-TYPE.
           MOVE "add-days" TO INPUT-FUNC.
           MOVE "A" TO INPUT-TYPE.
           MOVE "0002026122000000" TO INPUT-ARGS(1).
           MOVE "0000000001500000" TO INPUT-ARGS(2).
           CALL 'SHEQ4' USING
               INPUT-AST,
               INPUT-TYPE,
               CURR-ENVR,
               WS-ACTUAL-RES,
               CURR-AST-POOL,
               CURR-AST-POOL-COUNT.
           IF WS-ACTUAL-RES = WS-EXPECTED-RES THEN
               ADD 1 TO WS-PASS-COUNT
            ELSE
                DISPLAY "FAILED TEST-INTERP-PRIM-ADD-DAYS"
               ADD 1 TO WS-FAIL-COUNT
           END-IF.

       TEST-INTERP-PRIM-ADD-DAYS-2.
           PERFORM CLEAR-IO.
           MOVE 20240229 TO EXPECTED-NUM.
           ADD 1 TO WS-TEST-COUNT.
           MOVE "P" TO INPUT-FUNC-TYPE.
           MOVE "add-days" TO INPUT-FUNC.
           MOVE "A" TO INPUT-TYPE.
           MOVE "0002024030100000" TO INPUT-ARGS(1).
           MOVE -1 TO WS-DATE-COUNT.
           MOVE WS-DATE-COUNT-X TO INPUT-ARGS(2).
           CALL 'SHEQ4' USING
               INPUT-AST,
               INPUT-TYPE,
               CURR-ENVR,
               WS-ACTUAL-RES,
               CURR-AST-POOL,
               CURR-AST-POOL-COUNT.
           IF WS-ACTUAL-RES = WS-EXPECTED-RES THEN
               ADD 1 TO WS-PASS-COUNT
            ELSE
                DISPLAY "FAILED TEST-INTERP-PRIM-ADD-DAYS-2"
               ADD 1 TO WS-FAIL-COUNT
           END-IF.

       TEST-INTERP-PRIM-ADD-MONTHS.
           PERFORM CLEAR-IO.
           MOVE 20260228 TO EXPECTED-NUM.
           ADD 1 TO WS-TEST-COUNT.
           MOVE "P" TO INPUT-FUNC-TYPE.
           MOVE "add-months" TO INPUT-FUNC.
           MOVE "A" TO INPUT-TYPE.
           MOVE "0002026013100000" TO INPUT-ARGS(1).
           MOVE "0000000000100000" TO INPUT-ARGS(2).
           CALL 'SHEQ4' USING
               INPUT-AST,
               INPUT-TYPE,
               CURR-ENVR,
               WS-ACTUAL-RES,
               CURR-AST-POOL,
               CURR-AST-POOL-COUNT.
           IF WS-ACTUAL-RES = WS-EXPECTED-RES THEN
               ADD 1 TO WS-PASS-COUNT
            ELSE
                DISPLAY "FAILED TEST-INTERP-PRIM-ADD-MONTHS"
               ADD 1 TO WS-FAIL-COUNT
           END-IF.

       TEST-INTERP-PRIM-ADD-MONTHS-2.
           PERFORM CLEAR-IO.
           MOVE 20251215 TO EXPECTED-NUM.
           ADD 1 TO WS-TEST-COUNT.
           MOVE "P" TO INPUT-FUNC-TYPE.
           MOVE "add-months" TO INPUT-FUNC.
           MOVE "A" TO INPUT-TYPE.
           MOVE "0002026031500000" TO INPUT-ARGS(1).
           MOVE -3 TO WS-DATE-COUNT.
           MOVE WS-DATE-COUNT-X TO INPUT-ARGS(2).
           CALL 'SHEQ4' USING
               INPUT-AST,
               INPUT-TYPE,
               CURR-ENVR,
               WS-ACTUAL-RES,
               CURR-AST-POOL,
               CURR-AST-POOL-COUNT.
           IF WS-ACTUAL-RES = WS-EXPECTED-RES THEN
               ADD 1 TO WS-PASS-COUNT
            ELSE
                DISPLAY "FAILED TEST-INTERP-PRIM-ADD-MONTHS-2"
               ADD 1 TO WS-FAIL-COUNT
           END-IF.

       TEST-INTERP-PRIM-WEEKDAY.
           PERFORM CLEAR-IO.
           MOVE 4 TO EXPECTED-NUM.
           ADD 1 TO WS-TEST-COUNT.
           MOVE "P" TO INPUT-FUNC-TYPE.
           MOVE "weekday" TO INPUT-FUNC.
           MOVE "A" TO INPUT-TYPE.
           MOVE "0002026101500000" TO INPUT-ARGS(1).
           MOVE SPACES TO INPUT-ARGS(2).
           CALL 'SHEQ4' USING
               INPUT-AST,
               INPUT-TYPE,
               CURR-ENVR,
               WS-ACTUAL-RES,
               CURR-AST-POOL,
               CURR-AST-POOL-COUNT.
           IF WS-ACTUAL-RES = WS-EXPECTED-RES THEN
               ADD 1 TO WS-PASS-COUNT
            ELSE
                DISPLAY "FAILED TEST-INTERP-PRIM-WEEKDAY"
               ADD 1 TO WS-FAIL-COUNT
           END-IF.

       TEST-INTERP-PRIM-MONTH-END.
           PERFORM CLEAR-IO.
           MOVE 20000229 TO EXPECTED-NUM.
           ADD 1 TO WS-TEST-COUNT.
           MOVE "P" TO INPUT-FUNC-TYPE.
           MOVE "month-end" TO INPUT-FUNC.
           MOVE "A" TO INPUT-TYPE.
           MOVE "0002000021000000" TO INPUT-ARGS(1).
           MOVE SPACES TO INPUT-ARGS(2).
           CALL 'SHEQ4' USING
               INPUT-AST,
               INPUT-TYPE,
               CURR-ENVR,
               WS-ACTUAL-RES,
               CURR-AST-POOL,
               CURR-AST-POOL-COUNT.
           IF WS-ACTUAL-RES = WS-EXPECTED-RES THEN
               ADD 1 TO WS-PASS-COUNT
            ELSE
                DISPLAY "FAILED TEST-INTERP-PRIM-MONTH-END"
               ADD 1 TO WS-FAIL-COUNT
           END-IF.

       TEST-INTERP-PRIM-MONTH-END-2.
           PERFORM CLEAR-IO.
           MOVE 19000228 TO EXPECTED-NUM.
           ADD 1 TO WS-TEST-COUNT.
           MOVE "P" TO INPUT-FUNC-TYPE.
           MOVE "month-end" TO INPUT-FUNC.
           MOVE "A" TO INPUT-TYPE.
           MOVE "0001900021500000" TO INPUT-ARGS(1).
           MOVE SPACES TO INPUT-ARGS(2).
           CALL 'SHEQ4' USING
               INPUT-AST,
               INPUT-TYPE,
               CURR-ENVR,
               WS-ACTUAL-RES,
               CURR-AST-POOL,
               CURR-AST-POOL-COUNT.
           IF WS-ACTUAL-RES = WS-EXPECTED-RES THEN
               ADD 1 TO WS-PASS-COUNT
            ELSE
                DISPLAY "FAILED TEST-INTERP-PRIM-MONTH-END-2"
               ADD 1 TO WS-FAIL-COUNT
           END-IF.

       TEST-INTERP-PRIM-TODAY.
           PERFORM CLEAR-IO.
           MOVE 20261101 TO EXPECTED-NUM.
           ADD 1 TO WS-TEST-COUNT.
      *    "today" is the run date bound in the environment, not
      *    the clock, so a rerun of an old day gets the same answer.
           MOVE "*run-date*" TO SYMBOLS(20).
           MOVE "N" TO VAL-TYPES(20).
           MOVE SPACES TO VALS(20).
           MOVE "0002026110100000" TO VALS(20)(135:16).
           MOVE "P" TO INPUT-FUNC-TYPE.
           MOVE "today" TO INPUT-FUNC.
           MOVE "A" TO INPUT-TYPE.
           MOVE SPACES TO INPUT-ARGS(1).
           MOVE SPACES TO INPUT-ARGS(2).
           CALL 'SHEQ4' USING
               INPUT-AST,
               INPUT-TYPE,
               CURR-ENVR,
               WS-ACTUAL-RES,
               CURR-AST-POOL,
               CURR-AST-POOL-COUNT.
           MOVE SPACES TO SYMBOLS(20).
           IF WS-ACTUAL-RES = WS-EXPECTED-RES THEN
               ADD 1 TO WS-PASS-COUNT
            ELSE
                DISPLAY "FAILED TEST-INTERP-PRIM-TODAY"
               ADD 1 TO WS-FAIL-COUNT
           END-IF.

       TEST-INTERP-PRIM-DATE-INVALID.
           PERFORM CLEAR-IO.
           ADD 1 TO WS-TEST-COUNT.
      *    30 February is not a date - a normal SHEQ ERROR result.
           MOVE "P" TO INPUT-FUNC-TYPE.
           MOVE "add-days" TO INPUT-FUNC.
           MOVE "A" TO INPUT-TYPE.
           MOVE "0002026023000000" TO INPUT-ARGS(1).
           MOVE "0000000000100000" TO INPUT-ARGS(2).
           CALL 'SHEQ4' USING
               INPUT-AST,
               INPUT-TYPE,
               CURR-ENVR,
               WS-ACTUAL-RES,
               CURR-AST-POOL,
               CURR-AST-POOL-COUNT.
           IF IS-SHEQ-ERROR THEN
               ADD 1 TO WS-PASS-COUNT
            ELSE
                DISPLAY "FAILED TEST-INTERP-PRIM-DATE-INVALID"
               ADD 1 TO WS-FAIL-COUNT
           END-IF.

       TEST-INTERP-PRIM-DATE-RANGE.
           PERFORM CLEAR-IO.
           ADD 1 TO WS-TEST-COUNT.
           MOVE "P" TO INPUT-FUNC-TYPE.
           MOVE "add-days" TO INPUT-FUNC.
           MOVE "A" TO INPUT-TYPE.
           MOVE "0009999123100000" TO INPUT-ARGS(1).
           MOVE "0000000000100000" TO INPUT-ARGS(2).
           CALL 'SHEQ4' USING
               INPUT-AST,
               INPUT-TYPE,
               CURR-ENVR,
               WS-ACTUAL-RES,
               CURR-AST-POOL,
               CURR-AST-POOL-COUNT.
           IF IS-SHEQ-ERROR THEN
               ADD 1 TO WS-PASS-COUNT
            ELSE
                DISPLAY "FAILED TEST-INTERP-PRIM-DATE-RANGE"
               ADD 1 TO WS-FAIL-COUNT
           END-IF.

       SET-TOP-ENV.
           DISPLAY "Setting up top environment...".
           MOVE "+" TO SYMBOLS(1).
