001150*                   longer than the 5,000-record pool now       *
001160*                   print without the decompiled expression     *
001170*                   instead of reading past BATCH-AST-POOL.     *
001171*  2026-10-15  DSB  REFTBL rows are now effective-dated,  *
001172*                   lookup resolving the row in force on    *
001173*                   the run date bound as "*run-date*".     *
001174*                   RUNOPTS columns 3-10 may back-date a    *
001175*                   rerun; a date that is not a real day    *
001176*                   ends the step RC 12 before any unit.    *
001177*  2026-10-15  DSB  Each unit's run is bracketed in SHQTRACE  *
001178*                   by STARTED/ENDED marker lines (unit and  *
001179*                   run date), so SHQARCH can cut that unit's *
001180*                   trace out of the shared dataset.          *
001181*  2026-10-15  DSB  Added the date primitives days-btwn,   *
001182*                   add-days, add-months, weekday, month-end  *
001183*                   and today to KNOWN-PRIM-TABLE and the top  *
001184*                   environment; "*run-date*" moves to slot 19.  *
001185*  2026-10-15  DSB  RUNOPTS columns 11-18 name the unit a   *
001186*                   single-ruleset run registers under, so a  *
001187*                   partition from SHQSPLIT runs, checkpoints *
001188*                   and restarts as its own unit.             *
001189*----------------------------------------------------------*
001190 ENVIRONMENT DIVISION.
001200 INPUT-OUTPUT SECTION.
001210 FILE-CONTROL.
003240*    has to say so explicitly.                                  *
003250     05 OPT-FORCE-RUN        PIC X(01).
003260         88 OPT-FORCE-ON             VALUE "Y".
003261*    Business date (YYYYMMDD) to run the step for, blank for    *
003262*    today - a back-dated rerun names the day being rerun.      *
003263     05 OPT-RUN-DATE         PIC X(08).
003264     05 OPT-RUN-DATE-PARTS REDEFINES OPT-RUN-DATE.
003265         10 OPT-RUN-YYYY     PIC 9(04).
003266         10 OPT-RUN-MM       PIC 9(02).
003267             88 OPT-RUN-MM-OK        VALUES 1 THRU 12.
003268         10 OPT-RUN-DD       PIC 9(02).
003269             88 OPT-RUN-DD-OK        VALUES 1 THRU 31.
003271*    Unit name for a single-ruleset run (no BATCHCTL), blank  *
003273*    for DEFAULT - each SHQSPLIT partition runs as its own.   *
003275     05 OPT-UNIT             PIC X(08).
003277
003280*----------------------------------------------------------*
003290*  Suspense file for quarantined records - the full          *
003300*  AST-IN-RECORD shape, byte for byte, so a repaired          *
004430 01  FS-RUN-OPTS             PIC X(02) VALUE SPACES.
004440 01  FS-SUSPENSE             PIC X(02) VALUE SPACES.
004450*----------------------------------------------------------*
004459*  Run-registry state: the run date (today, or the RUNOPTS   *
004468*  override - stamped on every registry entry and bound as   *
004477*  "*run-date*" for SHEQ4's lookup), the force override from *
004486*  RUNOPTS, and the per-unit verdicts of 0500-CHECK-RUN-      *
004495*  REGISTRY.  A missing RUNREG disables the protection with  *
004504*  a warning rather than failing the window - the FUNLIB/    *
004513*  RUNOPTS optional-DD pattern.                              *
004520*----------------------------------------------------------*
004521 01  WS-MONTH-DAYS-DATA      PIC X(24)
004522                             VALUE "312831303130313130313031".
004523 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
004524     05 WS-MONTH-DAYS-ENTRY  PIC 9(02) OCCURS 12 TIMES.
004525 01  WS-MONTH-DAYS           PIC 9(02).
004526 01  WS-LEAP-QUOT            PIC 9(04).
004527 01  WS-LEAP-REM-4           PIC 9(04).
004528 01  WS-LEAP-REM-100         PIC 9(04).
004529 01  WS-LEAP-REM-400         PIC 9(04).
004530 01  WS-RUN-DATE             PIC X(08) VALUE SPACES.
004531 01  WS-RUN-DATE-9 REDEFINES WS-RUN-DATE PIC 9(08).
004532 01  WS-RUN-DATE-VAL         PIC X(150).
004533 01  WS-RUN-DATE-VAL-NUM REDEFINES WS-RUN-DATE-VAL.
004534     05 FILLER               PIC X(134).
004535     05 WS-RUN-DATE-NUMC     PIC S9(11)V9(05).
004536 77  WS-RUN-OPTS-SW          PIC X(01) VALUE "Y".
004537     88 WS-RUN-OPTS-OK                  VALUE "Y".
004540 77  WS-FORCE-SW             PIC X(01) VALUE "N".
004550     88 WS-FORCE-RUN                    VALUE "Y".
004560 77  WS-REG-EOF-SW           PIC X(01) VALUE "N".
004580 77  WS-REG-DONE-SW          PIC X(01) VALUE "N".
004590     88 WS-UNIT-ALREADY-RUN             VALUE "Y".
004600 01  WS-REG-STATUS           PIC X(08).
004609 01  WS-TRACE-MARK-EVENT     PIC X(08).
004610 01  FS-RUNREG               PIC X(02) VALUE SPACES.
004620 77  WS-INIT-SW              PIC X(01) VALUE "Y".
004630     88 WS-INIT-OK                       VALUE "Y".
005250         10 WS-TYPE-CTL-COUNT PIC 9(06).
005260 01  WS-PRIM-HIT-TABLE.
005270     05 WS-PRIM-HIT-COUNT    PIC 9(06) VALUE ZEROS
005280                              OCCURS 16 TIMES.
005290 01  WS-PRIM-POS             PIC 9(04) COMP.
005300 01  WS-SHEQ-ERROR-COUNT     PIC 9(06) VALUE ZEROS.
005310
005960     05 FILLER               PIC X(10) VALUE "equal?".
005970     05 FILLER               PIC X(10) VALUE "error".
005980     05 FILLER               PIC X(10) VALUE "lookup".
005981     05 FILLER               PIC X(10) VALUE "days-btwn".
005982     05 FILLER               PIC X(10) VALUE "add-days".
005983     05 FILLER               PIC X(10) VALUE "add-months".
005984     05 FILLER               PIC X(10) VALUE "weekday".
005985     05 FILLER               PIC X(10) VALUE "month-end".
005986     05 FILLER               PIC X(10) VALUE "today".
005990 01  KNOWN-PRIM-TABLE REDEFINES KNOWN-PRIM-TABLE-DATA.
006000     05 KNOWN-PRIM-NAME      PIC X(10) OCCURS 16 TIMES
006010                              INDEXED BY PRIM-IDX.
006020
006030*----------------------------------------------------------*
006710*----------------------------------------------------------*
006720 0000-MAINLINE.
006730     PERFORM 0050-READ-RUN-OPTS THRU 0050-EXIT
006732     IF NOT WS-RUN-OPTS-OK
006734         DISPLAY "SHQBATCH: RUNOPTS rejected - no unit run."
006735         MOVE 12 TO RETURN-CODE
006736         GOBACK
006738     END-IF
006740     PERFORM 0100-CHECK-FOR-BATCH-CTL THRU 0100-EXIT
006750     IF WS-HAVE-BATCH-CTL
006760         PERFORM 0200-RUN-ONE-UNIT THRU 0200-EXIT
006860*  card per job step, applying to every unit the step runs.   *
006870*  No RUNOPTS, or a blank card, means every option stays off  *
006880*  and the run behaves exactly as it always has.              *
006883*  A run date in columns 3-10 replaces today's date for the   *
006886*  whole step - RUNREG entries and every lookup's effective   *
006889*  period - so a back-dated rerun sees the rates of its day.  *
006890*----------------------------------------------------------*
006900 0050-READ-RUN-OPTS.
006910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
007070                     "run-registry double-run protection "
007080                     "overridden."
007090             END-IF
007091             IF OPT-RUN-DATE NOT = SPACES
007092                 PERFORM 9400-CHECK-RUN-DATE THRU 9400-EXIT
007093             END-IF
007094             IF OPT-UNIT NOT = SPACES
007095                 MOVE OPT-UNIT TO WS-CURRENT-UNIT
007096                 DISPLAY "SHQBATCH: running as unit "
007097                     WS-CURRENT-UNIT
007098             END-IF
007100     END-READ
007101     IF NOT WS-RUN-OPTS-OK
007102         DISPLAY "SHQBATCH: RUNOPTS run date " OPT-RUN-DATE
007103             " is not a valid YYYYMMDD date."
007104     ELSE
007105         DISPLAY "SHQBATCH: processing run date " WS-RUN-DATE
007106     END-IF
007110     CLOSE RUN-OPTS-FILE.
007120 0050-EXIT.
007130     EXIT.
008260         GO TO 0300-EXIT
008270     END-IF
008280     PERFORM 0600-WRITE-REG-START THRU 0600-EXIT
008284     MOVE "STARTED" TO WS-TRACE-MARK-EVENT
008288     PERFORM 9300-WRITE-TRACE-MARK THRU 9300-EXIT
008290     PERFORM 1050-LOAD-AST-POOL THRU 1050-EXIT
008300     PERFORM 1200-CHECK-FOR-CHECKPOINT THRU 1200-EXIT
008310     PERFORM 1100-SET-TOP-ENV THRU 1100-EXIT
008570             MOVE "INITFAIL" TO WS-REG-STATUS
008580         END-IF
008590     END-IF
008600     PERFORM 0700-WRITE-REG-END THRU 0700-EXIT
008603     MOVE "ENDED" TO WS-TRACE-MARK-EVENT
008606     PERFORM 9300-WRITE-TRACE-MARK THRU 9300-EXIT.
008610 0300-EXIT.
008620     EXIT.
008630
011280
011290     MOVE "lookup" TO SYMBOLS(12)
011300     MOVE "P" TO VAL-TYPES(12)
011310     MOVE "lookup" TO VALS(12)
011311     PERFORM 1110-SET-DATE-PRIMS THRU 1110-EXIT
011312*    The business date the unit is processed for, as a NUMC    *
011313*    value, so SHEQ4's lookup resolves the REFTBL row in force  *
011314*    on that date rather than on whatever day the job runs.     *
011315     MOVE "*run-date*" TO SYMBOLS(19)
011316     MOVE "N" TO VAL-TYPES(19)
011317     MOVE SPACES TO WS-RUN-DATE-VAL
011318     MOVE WS-RUN-DATE-9 TO WS-RUN-DATE-NUMC
011319     MOVE WS-RUN-DATE-VAL TO VALS(19).
011320 1100-EXIT.
011330     EXIT.
011340
020010     WRITE CTL-RPT-RECORD
020020     PERFORM 9120-WRITE-PRIM-LINE THRU 9120-EXIT
020030         VARYING PRIM-IDX FROM 1 BY 1
020040         UNTIL PRIM-IDX > 16
020050
020060     MOVE SPACES TO CTL-RPT-RECORD
020070     STRING "SHEQ-ERROR RESULTS IN AST-OUT: " DELIMITED BY SIZE
022050 9240-EXIT.
022060     EXIT.
022070
022080*----------------------------------------------------------*
022090*  9300-WRITE-TRACE-MARK: bracket a unit's lines in the      *
022100*  shared SHQTRACE dataset - a STARTED line as the unit       *
022110*  begins, an ENDED line carrying the RUNREG completion        *
022120*  status as it finishes - so SHQARCH can cut one unit's        *
022130*  trace for one run date back out of it.  Same open-write-      *
022140*  close pattern as 3260-WRITE-TRACE-LINE.                    *
022150*----------------------------------------------------------*
022160 9300-WRITE-TRACE-MARK.
022170     OPEN EXTEND TRACE-RPT-FILE
022180     IF FS-TRACE NOT = "00"
022190         DISPLAY "SHQBATCH: unable to open SHQTRACE, status "
022200             FS-TRACE
022210         GO TO 9300-EXIT
022220     END-IF
022230     MOVE SPACES TO TRACE-RPT-RECORD
022240     STRING "*** UNIT " DELIMITED BY SIZE
022250         WS-CURRENT-UNIT DELIMITED BY SIZE
022260         " RUN DATE " DELIMITED BY SIZE
022270         WS-RUN-DATE DELIMITED BY SIZE
022280         " " DELIMITED BY SIZE
022290         WS-TRACE-MARK-EVENT DELIMITED BY SIZE
022300         " " DELIMITED BY SIZE
022310         WS-REG-STATUS DELIMITED BY SIZE
022320         INTO TRACE-RPT-RECORD
022330     WRITE TRACE-RPT-RECORD
022340     CLOSE TRACE-RPT-FILE.
022350 9300-EXIT.
022360     EXIT.
022370
022380*----------------------------------------------------------*
022390*  9400-CHECK-RUN-DATE: take the RUNOPTS run date only if   *
022400*  it names a real day - the day checked against its month *
022410*  length, February by the Gregorian leap rule, as SHQREFM *
022420*  checks an effective date.  Anything else rejects the    *
022430*  card so no RUNREG entry is keyed by an impossible date. *
022440*----------------------------------------------------------*
022450 9400-CHECK-RUN-DATE.
022460     IF OPT-RUN-DATE IS NOT NUMERIC
022470             OR NOT OPT-RUN-MM-OK OR NOT OPT-RUN-DD-OK
022480         MOVE "N" TO WS-RUN-OPTS-SW
022490         GO TO 9400-EXIT
022500     END-IF
022510     MOVE WS-MONTH-DAYS-ENTRY(OPT-RUN-MM) TO WS-MONTH-DAYS
022520     IF OPT-RUN-MM = 2
022530         DIVIDE OPT-RUN-YYYY BY 4 GIVING WS-LEAP-QUOT
022540             REMAINDER WS-LEAP-REM-4
022550         DIVIDE OPT-RUN-YYYY BY 100 GIVING WS-LEAP-QUOT
022560             REMAINDER WS-LEAP-REM-100
022570         DIVIDE OPT-RUN-YYYY BY 400 GIVING WS-LEAP-QUOT
022580             REMAINDER WS-LEAP-REM-400
022590         IF WS-LEAP-REM-4 = 0
022600                 AND (WS-LEAP-REM-100 NOT = 0
022610                      OR WS-LEAP-REM-400 = 0)
022620             MOVE 29 TO WS-MONTH-DAYS
022630         END-IF
022640     END-IF
022650     IF OPT-RUN-DD > WS-MONTH-DAYS
022660         MOVE "N" TO WS-RUN-OPTS-SW
022670         GO TO 9400-EXIT
022680     END-IF
022690     MOVE OPT-RUN-DATE TO WS-RUN-DATE.
022700 9400-EXIT.
022710     EXIT.
022720
022730*----------------------------------------------------------*
022740*  1110-SET-DATE-PRIMS: the date primitives, bound in the  *
022750*  top environment after 1100-SET-TOP-ENV's own slots.     *
022760*----------------------------------------------------------*
022770 1110-SET-DATE-PRIMS.
022780     MOVE "days-btwn" TO SYMBOLS(13)
022790     MOVE "P" TO VAL-TYPES(13)
022800     MOVE "days-btwn" TO VALS(13)
022810
022820     MOVE "add-days" TO SYMBOLS(14)
022830     MOVE "P" TO VAL-TYPES(14)
022840     MOVE "add-days" TO VALS(14)
022850
022860     MOVE "add-months" TO SYMBOLS(15)
022870     MOVE "P" TO VAL-TYPES(15)
022880     MOVE "add-months" TO VALS(15)
022890
022900     MOVE "weekday" TO SYMBOLS(16)
022910     MOVE "P" TO VAL-TYPES(16)
022920     MOVE "weekday" TO VALS(16)
022930
022940     MOVE "month-end" TO SYMBOLS(17)
022950     MOVE "P" TO VAL-TYPES(17)
022960     MOVE "month-end" TO VALS(17)
022970
022980     MOVE "today" TO SYMBOLS(18)
022990     MOVE "P" TO VAL-TYPES(18)
023000     MOVE "today" TO VALS(18).
023010 1110-EXIT.
023020     EXIT.
023030
023040 END PROGRAM SHQBATCH.
