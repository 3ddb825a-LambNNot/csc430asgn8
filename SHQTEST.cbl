000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SHQTEST.
000120 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000130 INSTALLATION. RULE-ENGINE-OPERATIONS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  2026-10-15  DSB  Initial rule test-suite driver - runs  *
000190*                   every TESTIN case (a REC-RULE-ID, symbol  *
000200*                   bindings overlaid on the top environment  *
000210*                   plus FUNLIB, and an expected OUT-RESULT -  *
000220*                   exact, numeric within a tolerance, or a  *
000230*                   SHEQ ERROR) through SHEQ4 against the  *
000240*                   candidate ASTIN, prints a pass/fail report  *
000250*                   with the SHEQ5 rendering of every failing  *
000260*                   rule and a coverage list of rule IDs no  *
000270*                   case exercises, ending RC 8 on any failure  *
000280*                   so the job stream can hold a promotion.  *
000290*  2026-10-15  DSB  Top environment binds the date         *
000300*                   primitives days-btwn, add-days,        *
000310*                   add-months, weekday, month-end and today.  *
000320*  2026-10-15  DSB  *run-date* bound from the RUNOPTS card's   *
000330*                   run date, or the fixed suite date          *
000340*                   20260101 when none is given, so lookup and *
000350*                   today give the same verdicts every day.    *
000360*----------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT TEST-IN-FILE ASSIGN TO "TESTIN"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FS-TEST-IN.
000430     SELECT AST-IN-FILE ASSIGN TO "ASTIN"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS FS-AST-IN.
000460     SELECT FUN-LIB-FILE ASSIGN TO "FUNLIB"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS FS-FUNLIB.
000490     SELECT TEST-RPT-FILE ASSIGN TO "TESTRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-TEST-RPT.
000520     SELECT RUN-OPTS-FILE ASSIGN TO "RUNOPTS"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-RUN-OPTS.
000550*----------------------------------------------------------*
000560*  BOXED BANNER: DATA DIVISION                             *
000570*----------------------------------------------------------*
000580 DATA DIVISION.
000590 FILE SECTION.
000600*----------------------------------------------------------*
000610*  The test-case file - a CASE card per case, followed by  *
000620*  the BIND cards (if any) that belong to it.  "*" in column  *
000630*  1 is a comment.                                         *
000640*                                                          *
000650*  CASE: case name, the REC-RULE-ID under test, the kind of  *
000660*  expectation, a tolerance, and the expected result laid out  *
000670*  exactly as SHQBATCH writes OUT-RESULT (a line copied from a  *
000680*  known-good ASTOUT can be pasted in as-is):              *
000690*    E - the result must equal TC-EXPECT-RESULT byte for byte  *
000700*    N - the result must be a number within TC-TOLERANCE of the  *
000710*        number in TC-EXPECT-NUM (offset 135, as in a NUMC)  *
000720*    X - the result must be a SHEQ ERROR; a non-blank      *
000730*        TC-EXPECT-RESULT must match the error text exactly  *
000740*                                                          *
000750*  BIND: symbol, value type and 16-byte value to bind over the  *
000760*  top environment for this case only - "N" a signed 16-digit  *
000770*  S9(11)V9(5) number, "S" a string, "B" true or false.    *
000780*----------------------------------------------------------*
000790 FD  TEST-IN-FILE
000800     RECORDING MODE IS F.
000810 01  TEST-IN-RECORD.
000820     05 TC-CARD-TYPE         PIC X(04).
000830         88 TC-IS-CASE               VALUE "CASE".
000840         88 TC-IS-BIND               VALUE "BIND".
000850     05 TC-CASE-BODY.
000860         10 TC-CASE-NAME     PIC X(12).
000870         10 TC-RULE-ID       PIC X(08).
000880         10 TC-EXPECT-KIND   PIC X(01).
000890             88 TC-EXPECT-EXACT      VALUE "E".
000900             88 TC-EXPECT-NUMERIC    VALUE "N".
000910             88 TC-EXPECT-ERROR      VALUE "X".
000920         10 TC-TOLERANCE     PIC 9(11)V9(05).
000930         10 TC-EXPECT-RESULT PIC X(150).
000940         10 TC-EXPECT-NUMC REDEFINES TC-EXPECT-RESULT.
000950             15 FILLER           PIC X(134).
000960             15 TC-EXPECT-NUM    PIC S9(11)V9(05).
000970     05 TC-BIND-BODY REDEFINES TC-CASE-BODY.
000980         10 TC-BIND-SYM      PIC X(10).
000990         10 TC-BIND-TYPE     PIC X(01).
001000         10 TC-BIND-VAL      PIC X(16).
001010         10 TC-BIND-NUM REDEFINES TC-BIND-VAL
001020                             PIC S9(11)V9(05).
001030         10 FILLER           PIC X(160).
001040
001050*----------------------------------------------------------*
001060*  The candidate ruleset - SHQBATCH's record shape.        *
001070*----------------------------------------------------------*
001080 FD  AST-IN-FILE
001090     RECORDING MODE IS F.
001100 01  AST-IN-RECORD.
001110     05 REC-AST-TYPE         PIC X(02).
001120     05 REC-AST-TREE         PIC X(150).
001130     05 REC-POOL-ONLY        PIC X(01).
001140         88 REC-IS-POOL-ONLY         VALUE "Y".
001150     05 REC-RULE-ID          PIC X(08).
001160
001170*----------------------------------------------------------*
001180*  Same function library SHQBATCH binds at startup, same row  *
001190*  shape and the same atomic-body restriction.             *
001200*----------------------------------------------------------*
001210 FD  FUN-LIB-FILE
001220     RECORDING MODE IS F.
001230 01  FUN-LIB-RECORD.
001240     05 FUNLIB-SYM           PIC X(10).
001250     05 FUNLIB-VAL-TYPE      PIC X(01).
001260     05 FUNLIB-VAL           PIC X(150).
001270     05 FUNLIB-VAL-LAMC REDEFINES FUNLIB-VAL.
001280         10 FILLER               PIC X(80).
001290         10 FUNLIB-LAMC-BODY-TYPE PIC X(02).
001300         10 FUNLIB-LAMC-BODY     PIC X(16).
001310         10 FILLER               PIC X(52).
001320
001330 FD  TEST-RPT-FILE
001340     RECORDING MODE IS F.
001350 01  TEST-RPT-RECORD         PIC X(132).
001360
001370*----------------------------------------------------------*
001380*  SHQBATCH's RUNOPTS card shape.  Only the run date is    *
001390*  used here: the business date the suite runs as of.      *
001400*  Optional; absent, or blank, the suite runs as of its    *
001410*  fixed date (WS-RUN-DATE's VALUE), never the clock.      *
001420*----------------------------------------------------------*
001430 FD  RUN-OPTS-FILE
001440     RECORDING MODE IS F.
001450 01  RUN-OPTS-RECORD.
001460     05 OPT-QUARANTINE       PIC X(01).
001470     05 OPT-FORCE-RUN        PIC X(01).
001480     05 OPT-RUN-DATE         PIC X(08).
001490     05 OPT-RUN-DATE-PARTS REDEFINES OPT-RUN-DATE.
001500         10 OPT-RUN-YYYY     PIC 9(04).
001510         10 OPT-RUN-MM       PIC 9(02).
001520             88 OPT-RUN-MM-OK        VALUES 1 THRU 12.
001530         10 OPT-RUN-DD       PIC 9(02).
001540             88 OPT-RUN-DD-OK        VALUES 1 THRU 31.
001550     05 OPT-UNIT             PIC X(08).
001560
001570 WORKING-STORAGE SECTION.
001580 77  WS-INIT-SW              PIC X(01) VALUE "Y".
001590     88 WS-INIT-OK                     VALUE "Y".
001600 77  WS-TEST-EOF-SW          PIC X(01) VALUE "N".
001610     88 TEST-IN-EOF                    VALUE "Y".
001620 77  WS-AST-EOF-SW           PIC X(01) VALUE "N".
001630     88 AST-IN-EOF                     VALUE "Y".
001640 77  WS-FUNLIB-EOF-SW        PIC X(01) VALUE "N".
001650     88 FUNLIB-EOF                     VALUE "Y".
001660 77  WS-CASE-OPEN-SW         PIC X(01) VALUE "N".
001670     88 WS-CASE-OPEN                   VALUE "Y".
001680 77  WS-CASE-BAD-SW          PIC X(01) VALUE "N".
001690     88 WS-CASE-BAD                    VALUE "Y".
001700 77  WS-CASE-PASS-SW         PIC X(01) VALUE "N".
001710     88 WS-CASE-PASSED                 VALUE "Y".
001720 77  WS-FUNLIB-COUNT         PIC 9(06) VALUE ZEROS.
001730 77  WS-CARD-COUNT           PIC 9(06) VALUE ZEROS.
001740 77  WS-CASE-COUNT           PIC 9(06) VALUE ZEROS.
001750 77  WS-PASS-COUNT           PIC 9(06) VALUE ZEROS.
001760 77  WS-FAIL-COUNT           PIC 9(06) VALUE ZEROS.
001770 77  WS-CARD-ERROR-COUNT     PIC 9(06) VALUE ZEROS.
001780 77  WS-TESTED-COUNT         PIC 9(06) VALUE ZEROS.
001790 77  WS-UNTESTED-COUNT       PIC 9(06) VALUE ZEROS.
001800 01  FS-TEST-IN              PIC X(02) VALUE SPACES.
001810 01  FS-AST-IN               PIC X(02) VALUE SPACES.
001820 01  FS-FUNLIB               PIC X(02) VALUE SPACES.
001830 01  FS-TEST-RPT             PIC X(02) VALUE SPACES.
001840 01  FS-RUN-OPTS             PIC X(02) VALUE SPACES.
001850
001860*----------------------------------------------------------*
001870*  The run date the suite runs as of, bound as "*run-date*"*
001880*  for SHEQ4's lookup and today exactly as SHQBATCH binds  *
001890*  it.  A case's expected result must not move with the    *
001900*  calendar, so the default is a fixed date, not today.    *
001910*----------------------------------------------------------*
001920 01  WS-MONTH-DAYS-DATA      PIC X(24)
001930                             VALUE "312831303130313130313031".
001940 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
001950     05 WS-MONTH-DAYS-ENTRY  PIC 9(02) OCCURS 12 TIMES.
001960 01  WS-MONTH-DAYS           PIC 9(02).
001970 01  WS-LEAP-QUOT            PIC 9(04).
001980 01  WS-LEAP-REM-4           PIC 9(04).
001990 01  WS-LEAP-REM-100         PIC 9(04).
002000 01  WS-LEAP-REM-400         PIC 9(04).
002010 01  WS-RUN-DATE             PIC X(08) VALUE "20260101".
002020 01  WS-RUN-DATE-9 REDEFINES WS-RUN-DATE PIC 9(08).
002030 01  WS-RUN-DATE-VAL         PIC X(150).
002040 01  WS-RUN-DATE-VAL-NUM REDEFINES WS-RUN-DATE-VAL.
002050     05 FILLER               PIC X(134).
002060     05 WS-RUN-DATE-NUMC     PIC S9(11)V9(05).
002070
002080*----------------------------------------------------------*
002090*  The case being gathered: its CASE card, and the bindings  *
002100*  its BIND cards asked for, held until the next CASE card *
002110*  (or end of file) says the case is complete.             *
002120*----------------------------------------------------------*
002130 01  WS-CASE-CARD            PIC X(191).
002140 01  WS-CASE-FIELDS REDEFINES WS-CASE-CARD.
002150     05 FILLER               PIC X(04).
002160     05 WS-CASE-NAME         PIC X(12).
002170     05 WS-CASE-RULE-ID      PIC X(08).
002180     05 WS-CASE-KIND         PIC X(01).
002190     05 WS-CASE-TOLERANCE    PIC 9(11)V9(05).
002200     05 WS-CASE-EXPECT       PIC X(150).
002210     05 WS-CASE-EXPECT-NUMC REDEFINES WS-CASE-EXPECT.
002220         10 FILLER           PIC X(134).
002230         10 WS-CASE-EXPECT-NUM PIC S9(11)V9(05).
002240 01  WS-CASE-BIND-TABLE.
002250     05 WS-CASE-BIND-ENTRY   OCCURS 20 TIMES.
002260         10 WS-CASE-BIND-SYM  PIC X(10).
002270         10 WS-CASE-BIND-TYPE PIC X(01).
002280         10 WS-CASE-BIND-VAL  PIC X(16).
002290 01  WS-CASE-BIND-COUNT      PIC 9(02) VALUE ZEROS.
002300 01  WS-CASE-BIND-SUB        PIC 9(02).
002310 01  WS-FAIL-REASON          PIC X(50).
002320
002330*----------------------------------------------------------*
002340*  Every top-level rule carrying a REC-RULE-ID, by ID, with  *
002350*  its ASTIN position and whether any case exercised it.   *
002360*  Legacy blank-ID rules are counted but cannot be named by  *
002370*  a case.                                                 *
002380*----------------------------------------------------------*
002390 01  WS-RULE-TABLE.
002400     05 WS-RULE-ENTRY         OCCURS 5000 TIMES
002410                              INDEXED BY RULE-IDX.
002420         10 WS-RULE-ID        PIC X(08).
002430         10 WS-RULE-REC-NO    PIC 9(06).
002440         10 WS-RULE-TESTED    PIC X(01).
002450 01  WS-RULE-COUNT            PIC 9(06) VALUE ZEROS.
002460 01  WS-NO-ID-COUNT           PIC 9(06) VALUE ZEROS.
002470
002480*----------------------------------------------------------*
002490*  BASE-ENVR is the top environment plus FUNLIB, built once;  *
002500*  every case starts from a fresh copy of it in CASE-ENVR. *
002510*----------------------------------------------------------*
002520 01  BASE-ENVR.
002530     05 BINDING OCCURS 200 TIMES INDEXED BY ENVR-IDX.
002540         10 SYMBOLS           PIC X(10) VALUE SPACES.
002550         10 BOUND-VALS.
002560             15 VAL-TYPES     PIC X(01).
002570             15 VALS          PIC X(150).
002580 01  CASE-ENVR.
002590     05 CASE-BINDING OCCURS 200 TIMES INDEXED BY CASE-ENVR-IDX.
002600         10 CASE-SYMBOLS      PIC X(10).
002610         10 CASE-BOUND-VALS.
002620             15 CASE-VAL-TYPES PIC X(01).
002630             15 CASE-VALS     PIC X(150).
002640 01  WS-BIND-VALUE            PIC X(150).
002650 01  WS-BIND-VALUE-NUM REDEFINES WS-BIND-VALUE.
002660     05 FILLER                PIC X(134).
002670     05 WS-BIND-VALUE-NUMC    PIC S9(11)V9(05).
002680 01  WS-BIND-VALUE-STR REDEFINES WS-BIND-VALUE.
002690     05 FILLER                PIC X(134).
002700     05 WS-BIND-VALUE-STRC    PIC X(16).
002710
002720*----------------------------------------------------------*
002730*  SHEQ4 / SHEQ5 call interface - the candidate ruleset    *
002740*  pooled by ASTIN position, as SHQBATCH pools it.         *
002750*----------------------------------------------------------*
002760 01  TEST-AST-POOL.
002770     05 POOL-ENTRY            OCCURS 5000 TIMES
002780                              INDEXED BY POOL-IDX.
002790         10 POOL-AST-TYPE     PIC X(02).
002800         10 POOL-AST-TREE     PIC X(150).
002810 01  TEST-AST-POOL-COUNT      PIC 9(06) VALUE ZEROS.
002820 01  TEST-AST-TREE            PIC X(150).
002830 01  TEST-AST-TYPE            PIC X(02) VALUE SPACES.
002840 01  TEST-RESULT              PIC X(150).
002850 01  TEST-RESULT-NUM REDEFINES TEST-RESULT.
002860     05 FILLER                PIC X(134).
002870     05 TEST-RESULT-NUMC      PIC S9(11)V9(05).
002880 01  DECOMP-TEXT              PIC X(200).
002890 01  WS-NUM-DIFF              PIC S9(12)V9(05).
002900 01  WS-NUM-EDIT              PIC -(11)9.9(05).
002910
002920*----------------------------------------------------------*
002930*  Backward scan used to trim trailing spaces off a result *
002940*  or a SHEQ5 rendering before it is printed - SHQBATCH's  *
002950*  3261/3262 technique.                                    *
002960*----------------------------------------------------------*
002970 01  WS-TRIM-SRC              PIC X(200).
002980 01  WS-TRIM-LEN              PIC 9(03).
002990 01  WS-TRIM-POS              PIC 9(03).
003000 01  WS-TRIM-FOUND-SW         PIC X(01).
003010     88 WS-TRIM-FOUND                   VALUE "Y".
003020 01  WS-SHOW-RESULT           PIC X(150).
003030 01  WS-SHOW-RESULT-NUM REDEFINES WS-SHOW-RESULT.
003040     05 WS-SHOW-LEAD          PIC X(134).
003050     05 WS-SHOW-TAIL          PIC X(16).
003060     05 WS-SHOW-NUMC REDEFINES WS-SHOW-TAIL
003070                              PIC S9(11)V9(05).
003080 01  WS-SHOW-LABEL            PIC X(14).
003090
003100 PROCEDURE DIVISION.
003110*----------------------------------------------------------*
003120*  0000-MAINLINE                                           *
003130*----------------------------------------------------------*
003140 0000-MAINLINE.
003150     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003160     IF WS-INIT-OK
003170         PERFORM 2000-READ-TEST-CARD THRU 2000-EXIT
003180             UNTIL TEST-IN-EOF
003190         IF WS-CASE-OPEN
003200             PERFORM 3000-RUN-CASE THRU 3000-EXIT
003210         END-IF
003220         PERFORM 5000-WRITE-COVERAGE THRU 5000-EXIT
003230         PERFORM 9000-FINALIZE THRU 9000-EXIT
003240     ELSE
003250         DISPLAY "SHQTEST: initialization failed - no cases run."
003260         MOVE 12 TO RETURN-CODE
003270     END-IF
003280     GOBACK.
003290
003300*----------------------------------------------------------*
003310*  1000-INITIALIZE: take the run date, build the base      *
003320*  environment, pool the candidate ruleset, and open the   *
003330*  test cases and report.                                  *
003340*----------------------------------------------------------*
003350 1000-INITIALIZE.
003360     MOVE SPACES TO WS-RULE-TABLE
003370     PERFORM 1020-READ-RUN-OPTS THRU 1020-EXIT
003380     IF NOT WS-INIT-OK
003390         GO TO 1000-EXIT
003400     END-IF
003410     PERFORM 1100-SET-TOP-ENV THRU 1100-EXIT
003420     PERFORM 1150-LOAD-FUN-LIB THRU 1150-EXIT
003430     PERFORM 1050-LOAD-AST-POOL THRU 1050-EXIT
003440     IF NOT WS-INIT-OK
003450         GO TO 1000-EXIT
003460     END-IF
003470
003480     OPEN INPUT TEST-IN-FILE
003490     IF FS-TEST-IN NOT = "00"
003500         DISPLAY "SHQTEST: unable to open TESTIN, status "
003510             FS-TEST-IN
003520         MOVE "N" TO WS-INIT-SW
003530         GO TO 1000-EXIT
003540     END-IF
003550
003560     OPEN OUTPUT TEST-RPT-FILE
003570     IF FS-TEST-RPT NOT = "00"
003580         DISPLAY "SHQTEST: unable to open TESTRPT, status "
003590             FS-TEST-RPT
003600         MOVE "N" TO WS-INIT-SW
003610         GO TO 1000-EXIT
003620     END-IF
003630     MOVE SPACES TO TEST-RPT-RECORD
003640     STRING "RULE TEST RESULTS, RUN DATE " DELIMITED BY SIZE
003650         WS-RUN-DATE DELIMITED BY SIZE
003660         ":" DELIMITED BY SIZE
003670         INTO TEST-RPT-RECORD
003680     WRITE TEST-RPT-RECORD.
003690 1000-EXIT.
003700     EXIT.
003710
003720*----------------------------------------------------------*
003730*  1020-READ-RUN-OPTS: the optional RUNOPTS card.  A run   *
003740*  date on it must name a real day (1030); without one the *
003750*  suite keeps its fixed date.                             *
003760*----------------------------------------------------------*
003770 1020-READ-RUN-OPTS.
003780     OPEN INPUT RUN-OPTS-FILE
003790     IF FS-RUN-OPTS NOT = "00"
003800         DISPLAY "SHQTEST: no RUNOPTS supplied, status "
003810             FS-RUN-OPTS " - suite runs as of its fixed date."
003820         GO TO 1020-SHOW-DATE
003830     END-IF
003840     READ RUN-OPTS-FILE
003850         NOT AT END
003860             IF OPT-RUN-DATE NOT = SPACES
003870                 PERFORM 1030-CHECK-RUN-DATE THRU 1030-EXIT
003880             END-IF
003890     END-READ
003900     CLOSE RUN-OPTS-FILE
003910     IF NOT WS-INIT-OK
003920         GO TO 1020-EXIT
003930     END-IF.
003940 1020-SHOW-DATE.
003950     DISPLAY "SHQTEST: suite runs as of run date " WS-RUN-DATE.
003960 1020-EXIT.
003970     EXIT.
003980
003990*----------------------------------------------------------*
004000*  1030-CHECK-RUN-DATE: the RUNOPTS run date is taken only *
004010*  if it names a real day - the day checked against its    *
004020*  month length, February by the leap rule - as SHQBATCH's *
004030*  9400-CHECK-RUN-DATE takes it.                           *
004040*----------------------------------------------------------*
004050 1030-CHECK-RUN-DATE.
004060     IF OPT-RUN-DATE IS NOT NUMERIC
004070             OR NOT OPT-RUN-MM-OK OR NOT OPT-RUN-DD-OK
004080         GO TO 1030-BAD-DATE
004090     END-IF
004100     MOVE WS-MONTH-DAYS-ENTRY(OPT-RUN-MM) TO WS-MONTH-DAYS
004110     IF OPT-RUN-MM = 2
004120         DIVIDE OPT-RUN-YYYY BY 4 GIVING WS-LEAP-QUOT
004130             REMAINDER WS-LEAP-REM-4
004140         DIVIDE OPT-RUN-YYYY BY 100 GIVING WS-LEAP-QUOT
004150             REMAINDER WS-LEAP-REM-100
004160         DIVIDE OPT-RUN-YYYY BY 400 GIVING WS-LEAP-QUOT
004170             REMAINDER WS-LEAP-REM-400
004180         IF WS-LEAP-REM-4 = 0
004190                 AND (WS-LEAP-REM-100 NOT = 0
004200                      OR WS-LEAP-REM-400 = 0)
004210             MOVE 29 TO WS-MONTH-DAYS
004220         END-IF
004230     END-IF
004240     IF OPT-RUN-DD > WS-MONTH-DAYS
004250         GO TO 1030-BAD-DATE
004260     END-IF
004270     MOVE OPT-RUN-DATE TO WS-RUN-DATE
004280     GO TO 1030-EXIT.
004290 1030-BAD-DATE.
004300     DISPLAY "SHQTEST: RUNOPTS run date " OPT-RUN-DATE
004310         " is not a valid YYYYMMDD date."
004320     MOVE "N" TO WS-INIT-SW.
004330 1030-EXIT.
004340     EXIT.
004350
004360*----------------------------------------------------------*
004370*  1050-LOAD-AST-POOL: pool the whole candidate ASTIN by   *
004380*  position and index its top-level rules by REC-RULE-ID.  *
004390*----------------------------------------------------------*
004400 1050-LOAD-AST-POOL.
004410     OPEN INPUT AST-IN-FILE
004420     IF FS-AST-IN NOT = "00"
004430         DISPLAY "SHQTEST: unable to open ASTIN, status "
004440             FS-AST-IN
004450         MOVE "N" TO WS-INIT-SW
004460         GO TO 1050-EXIT
004470     END-IF
004480     PERFORM 1060-LOAD-ONE-NODE THRU 1060-EXIT
004490         UNTIL AST-IN-EOF
004500     CLOSE AST-IN-FILE.
004510 1050-EXIT.
004520     EXIT.
004530
004540 1060-LOAD-ONE-NODE.
004550     READ AST-IN-FILE
004560         AT END
004570             SET AST-IN-EOF TO TRUE
004580             GO TO 1060-EXIT
004590     END-READ
004600     IF TEST-AST-POOL-COUNT >= 5000
004610         DISPLAY "SHQTEST: AST-NODE-POOL full at "
004620             TEST-AST-POOL-COUNT
004630             " records - later rules not testable."
004640         SET AST-IN-EOF TO TRUE
004650         GO TO 1060-EXIT
004660     END-IF
004670     ADD 1 TO TEST-AST-POOL-COUNT
004680     SET POOL-IDX TO TEST-AST-POOL-COUNT
004690     MOVE REC-AST-TYPE TO POOL-AST-TYPE(POOL-IDX)
004700     MOVE REC-AST-TREE TO POOL-AST-TREE(POOL-IDX)
004710     IF REC-IS-POOL-ONLY
004720         GO TO 1060-EXIT
004730     END-IF
004740     IF REC-RULE-ID = SPACES
004750         ADD 1 TO WS-NO-ID-COUNT
004760         GO TO 1060-EXIT
004770     END-IF
004780     ADD 1 TO WS-RULE-COUNT
004790     MOVE REC-RULE-ID TO WS-RULE-ID(WS-RULE-COUNT)
004800     MOVE TEST-AST-POOL-COUNT TO WS-RULE-REC-NO(WS-RULE-COUNT)
004810     MOVE "N" TO WS-RULE-TESTED(WS-RULE-COUNT).
004820 1060-EXIT.
004830     EXIT.
004840
004850*----------------------------------------------------------*
004860*  1100-SET-TOP-ENV: same default top environment SHQBATCH *
004870*  seeds, built into BASE-ENVR.                            *
004880*----------------------------------------------------------*
004890 1100-SET-TOP-ENV.
004900     MOVE "+" TO SYMBOLS(1)
004910     MOVE "P" TO VAL-TYPES(1)
004920     MOVE "+" TO VALS(1)
004930
004940     MOVE "-" TO SYMBOLS(2)
004950     MOVE "P" TO VAL-TYPES(2)
004960     MOVE "-" TO VALS(2)
004970
004980     MOVE "*" TO SYMBOLS(3)
004990     MOVE "P" TO VAL-TYPES(3)
005000     MOVE "*" TO VALS(3)
005010
005020     MOVE "/" TO SYMBOLS(4)
005030     MOVE "P" TO VAL-TYPES(4)
005040     MOVE "/" TO VALS(4)
005050
005060     MOVE "<=" TO SYMBOLS(5)
005070     MOVE "P" TO VAL-TYPES(5)
005080     MOVE "<=" TO VALS(5)
005090
005100     MOVE "substring" TO SYMBOLS(6)
005110     MOVE "P" TO VAL-TYPES(6)
005120     MOVE "substring" TO VALS(6)
005130
005140     MOVE "strlen" TO SYMBOLS(7)
005150     MOVE "P" TO VAL-TYPES(7)
005160     MOVE "strlen" TO VALS(7)
005170
005180     MOVE "equal?" TO SYMBOLS(8)
005190     MOVE "P" TO VAL-TYPES(8)
005200     MOVE "equal?" TO VALS(8)
005210
005220     MOVE "true" TO SYMBOLS(9)
005230     MOVE "B" TO VAL-TYPES(9)
005240     MOVE "true" TO VALS(9)
005250
005260     MOVE "false" TO SYMBOLS(10)
005270     MOVE "B" TO VAL-TYPES(10)
005280     MOVE "false" TO VALS(10)
005290
005300     MOVE "error" TO SYMBOLS(11)
005310     MOVE "P" TO VAL-TYPES(11)
005320     MOVE "error" TO VALS(11)
005330
005340     MOVE "lookup" TO SYMBOLS(12)
005350     MOVE "P" TO VAL-TYPES(12)
005360     MOVE "lookup" TO VALS(12)
005370
005380     MOVE "days-btwn" TO SYMBOLS(13)
005390     MOVE "P" TO VAL-TYPES(13)
005400     MOVE "days-btwn" TO VALS(13)
005410
005420     MOVE "add-days" TO SYMBOLS(14)
005430     MOVE "P" TO VAL-TYPES(14)
005440     MOVE "add-days" TO VALS(14)
005450
005460     MOVE "add-months" TO SYMBOLS(15)
005470     MOVE "P" TO VAL-TYPES(15)
005480     MOVE "add-months" TO VALS(15)
005490
005500     MOVE "weekday" TO SYMBOLS(16)
005510     MOVE "P" TO VAL-TYPES(16)
005520     MOVE "weekday" TO VALS(16)
005530
005540     MOVE "month-end" TO SYMBOLS(17)
005550     MOVE "P" TO VAL-TYPES(17)
005560     MOVE "month-end" TO VALS(17)
005570
005580     MOVE "today" TO SYMBOLS(18)
005590     MOVE "P" TO VAL-TYPES(18)
005600     MOVE "today" TO VALS(18)
005610*    The date the suite runs as of, as a NUMC value, so SHEQ4's *
005620*    lookup and today resolve on that date and a case's        *
005630*    verdict does not depend on the day the job runs.          *
005640     MOVE "*run-date*" TO SYMBOLS(19)
005650     MOVE "N" TO VAL-TYPES(19)
005660     MOVE SPACES TO WS-RUN-DATE-VAL
005670     MOVE WS-RUN-DATE-9 TO WS-RUN-DATE-NUMC
005680     MOVE WS-RUN-DATE-VAL TO VALS(19).
005690 1100-EXIT.
005700     EXIT.
005710
005720*----------------------------------------------------------*
005730*  1150-LOAD-FUN-LIB: bind every FUNLIB row into BASE-ENVR,  *
005740*  the same optional load SHQBATCH's 1150-LOAD-FUN-LIB makes.  *
005750*----------------------------------------------------------*
005760 1150-LOAD-FUN-LIB.
005770     OPEN INPUT FUN-LIB-FILE
005780     IF FS-FUNLIB NOT = "00"
005790         DISPLAY "SHQTEST: no FUNLIB supplied, status "
005800             FS-FUNLIB " - using built-in top environment only."
005810         GO TO 1150-EXIT
005820     END-IF
005830     PERFORM 1160-LOAD-ONE-FUNCTION THRU 1160-EXIT
005840         UNTIL FUNLIB-EOF
005850     CLOSE FUN-LIB-FILE
005860     DISPLAY "SHQTEST: " WS-FUNLIB-COUNT
005870         " function(s) loaded from FUNLIB.".
005880 1150-EXIT.
005890     EXIT.
005900
005910 1160-LOAD-ONE-FUNCTION.
005920     READ FUN-LIB-FILE
005930         AT END
005940             SET FUNLIB-EOF TO TRUE
005950             GO TO 1160-EXIT
005960     END-READ
005970     IF FUNLIB-VAL-TYPE = "C"
005980         AND (FUNLIB-LAMC-BODY-TYPE = "If" OR "Le"
005990                                   OR "A"  OR "L")
006000         DISPLAY "SHQTEST: FUNLIB function " FUNLIB-SYM
006010             " has a compound body - not bound."
006020         GO TO 1160-EXIT
006030     END-IF
006040     SET ENVR-IDX TO 1
006050     SEARCH BINDING
006060         AT END
006070             DISPLAY "SHQTEST: BASE-ENVR full, function "
006080                 FUNLIB-SYM " not bound"
006090         WHEN SYMBOLS(ENVR-IDX) = SPACES
006100             MOVE FUNLIB-SYM TO SYMBOLS(ENVR-IDX)
006110             MOVE FUNLIB-VAL-TYPE TO VAL-TYPES(ENVR-IDX)
006120             MOVE FUNLIB-VAL TO VALS(ENVR-IDX)
006130             ADD 1 TO WS-FUNLIB-COUNT
006140     END-SEARCH.
006150 1160-EXIT.
006160     EXIT.
006170
006180*----------------------------------------------------------*
006190*  2000-READ-TEST-CARD: a CASE card completes (and runs) the  *
006200*  case before it and starts a new one; a BIND card adds to  *
006210*  the open case.  A BIND with no CASE before it, or any other  *
006220*  card, is a card error - it fails the suite, since a case  *
006230*  that silently lost a binding could pass for the wrong   *
006240*  reason.                                                 *
006250*----------------------------------------------------------*
006260 2000-READ-TEST-CARD.
006270     READ TEST-IN-FILE
006280         AT END
006290             SET TEST-IN-EOF TO TRUE
006300             GO TO 2000-EXIT
006310     END-READ
006320     IF TEST-IN-RECORD(1:1) = "*" OR TEST-IN-RECORD = SPACES
006330         GO TO 2000-EXIT
006340     END-IF
006350     ADD 1 TO WS-CARD-COUNT
006360     EVALUATE TRUE
006370         WHEN TC-IS-CASE
006380             IF WS-CASE-OPEN
006390                 PERFORM 3000-RUN-CASE THRU 3000-EXIT
006400             END-IF
006410             PERFORM 2100-START-CASE THRU 2100-EXIT
006420         WHEN TC-IS-BIND AND WS-CASE-OPEN
006430             PERFORM 2200-ADD-BINDING THRU 2200-EXIT
006440         WHEN OTHER
006450             ADD 1 TO WS-CARD-ERROR-COUNT
006460             MOVE SPACES TO TEST-RPT-RECORD
006470             STRING "CARD " DELIMITED BY SIZE
006480                 WS-CARD-COUNT DELIMITED BY SIZE
006490                 " REJECTED - NOT CASE, OR BIND WITH NO CASE: "
006500                     DELIMITED BY SIZE
006510                 TEST-IN-RECORD(1:40) DELIMITED BY SIZE
006520                 INTO TEST-RPT-RECORD
006530             WRITE TEST-RPT-RECORD
006540     END-EVALUATE.
006550 2000-EXIT.
006560     EXIT.
006570
006580 2100-START-CASE.
006590     SET WS-CASE-OPEN TO TRUE
006600     MOVE "N" TO WS-CASE-BAD-SW
006610     MOVE SPACES TO WS-FAIL-REASON
006620     MOVE TEST-IN-RECORD TO WS-CASE-CARD
006630     MOVE SPACES TO WS-CASE-BIND-TABLE
006640     MOVE ZEROS TO WS-CASE-BIND-COUNT
006650     IF TC-RULE-ID = SPACES
006660         SET WS-CASE-BAD TO TRUE
006670         MOVE "CASE CARD NEEDS A RULE ID" TO WS-FAIL-REASON
006680         GO TO 2100-EXIT
006690     END-IF
006700     IF NOT (TC-EXPECT-EXACT OR TC-EXPECT-NUMERIC
006710             OR TC-EXPECT-ERROR)
006720         SET WS-CASE-BAD TO TRUE
006730         MOVE "EXPECTATION KIND MUST BE E, N OR X"
006740             TO WS-FAIL-REASON
006750         GO TO 2100-EXIT
006760     END-IF
006770     IF TC-EXPECT-NUMERIC
006780         IF TC-TOLERANCE NOT NUMERIC
006790                 OR TC-EXPECT-NUM NOT NUMERIC
006800             SET WS-CASE-BAD TO TRUE
006810             MOVE "EXPECTED NUMBER OR TOLERANCE NOT NUMERIC"
006820                 TO WS-FAIL-REASON
006830         END-IF
006840     END-IF.
006850 2100-EXIT.
006860     EXIT.
006870
006880 2200-ADD-BINDING.
006890     IF WS-CASE-BAD
006900         GO TO 2200-EXIT
006910     END-IF
006920     IF WS-CASE-BIND-COUNT >= 20
006930         SET WS-CASE-BAD TO TRUE
006940         MOVE "MORE THAN 20 BIND CARDS" TO WS-FAIL-REASON
006950         GO TO 2200-EXIT
006960     END-IF
006970     IF TC-BIND-SYM = SPACES
006980             OR NOT (TC-BIND-TYPE = "N" OR "S" OR "B")
006990         SET WS-CASE-BAD TO TRUE
007000         MOVE "BIND CARD NEEDS A SYMBOL AND TYPE N, S OR B"
007010             TO WS-FAIL-REASON
007020         GO TO 2200-EXIT
007030     END-IF
007040     IF TC-BIND-TYPE = "N" AND TC-BIND-NUM NOT NUMERIC
007050         SET WS-CASE-BAD TO TRUE
007060         MOVE "BIND VALUE NOT A 16-DIGIT NUMBER"
007070             TO WS-FAIL-REASON
007080         GO TO 2200-EXIT
007090     END-IF
007100     ADD 1 TO WS-CASE-BIND-COUNT
007110     MOVE TC-BIND-SYM TO WS-CASE-BIND-SYM(WS-CASE-BIND-COUNT)
007120     MOVE TC-BIND-TYPE TO WS-CASE-BIND-TYPE(WS-CASE-BIND-COUNT)
007130     MOVE TC-BIND-VAL TO WS-CASE-BIND-VAL(WS-CASE-BIND-COUNT).
007140 2200-EXIT.
007150     EXIT.
007160
007170*----------------------------------------------------------*
007180*  3000-RUN-CASE: evaluate the gathered case and report it.  *
007190*  A case whose cards were bad, or whose rule ID is not in *
007200*  the candidate ASTIN, fails without being evaluated.     *
007210*----------------------------------------------------------*
007220 3000-RUN-CASE.
007230     MOVE "N" TO WS-CASE-OPEN-SW
007240     ADD 1 TO WS-CASE-COUNT
007250     MOVE "N" TO WS-CASE-PASS-SW
007260     IF WS-CASE-BAD
007270         GO TO 3000-REPORT
007280     END-IF
007290     SET RULE-IDX TO 1
007300     SEARCH WS-RULE-ENTRY
007310         AT END
007320             MOVE "RULE ID NOT IN CANDIDATE ASTIN"
007330                 TO WS-FAIL-REASON
007340             GO TO 3000-REPORT
007350         WHEN RULE-IDX > WS-RULE-COUNT
007360             MOVE "RULE ID NOT IN CANDIDATE ASTIN"
007370                 TO WS-FAIL-REASON
007380             GO TO 3000-REPORT
007390         WHEN WS-RULE-ID(RULE-IDX) = WS-CASE-RULE-ID
007400             MOVE "Y" TO WS-RULE-TESTED(RULE-IDX)
007410     END-SEARCH
007420     MOVE BASE-ENVR TO CASE-ENVR
007430     PERFORM 3100-APPLY-ONE-BINDING THRU 3100-EXIT
007440         VARYING WS-CASE-BIND-SUB FROM 1 BY 1
007450         UNTIL WS-CASE-BIND-SUB > WS-CASE-BIND-COUNT
007460     IF WS-FAIL-REASON NOT = SPACES
007470         GO TO 3000-REPORT
007480     END-IF
007490     SET POOL-IDX TO WS-RULE-REC-NO(RULE-IDX)
007500     MOVE POOL-AST-TREE(POOL-IDX) TO TEST-AST-TREE
007510     MOVE POOL-AST-TYPE(POOL-IDX) TO TEST-AST-TYPE
007520     MOVE SPACES TO TEST-RESULT
007530     CALL 'SHEQ4' USING
007540         TEST-AST-TREE,
007550         TEST-AST-TYPE,
007560         CASE-ENVR,
007570         TEST-RESULT,
007580         TEST-AST-POOL,
007590         TEST-AST-POOL-COUNT
007600*    A number SHEQ4 carried through a LET binding can come back
007610*    with low-values, not spaces, ahead of it - normalise so an
007620*    expected result keyed as spaces still compares exactly.
007630     INSPECT TEST-RESULT REPLACING ALL LOW-VALUES BY SPACES
007640     PERFORM 3200-CHECK-RESULT THRU 3200-EXIT.
007650 3000-REPORT.
007660     MOVE SPACES TO TEST-RPT-RECORD
007670     IF WS-CASE-PASSED
007680         ADD 1 TO WS-PASS-COUNT
007690         STRING "CASE " DELIMITED BY SIZE
007700             WS-CASE-NAME DELIMITED BY SIZE
007710             " RULE " DELIMITED BY SIZE
007720             WS-CASE-RULE-ID DELIMITED BY SIZE
007730             " PASS" DELIMITED BY SIZE
007740             INTO TEST-RPT-RECORD
007750         WRITE TEST-RPT-RECORD
007760     ELSE
007770         ADD 1 TO WS-FAIL-COUNT
007780         STRING "CASE " DELIMITED BY SIZE
007790             WS-CASE-NAME DELIMITED BY SIZE
007800             " RULE " DELIMITED BY SIZE
007810             WS-CASE-RULE-ID DELIMITED BY SIZE
007820             " FAIL - " DELIMITED BY SIZE
007830             WS-FAIL-REASON DELIMITED BY SIZE
007840             INTO TEST-RPT-RECORD
007850         WRITE TEST-RPT-RECORD
007860         IF TEST-AST-TYPE NOT = SPACES
007870             PERFORM 3300-WRITE-FAILURE-DETAIL THRU 3300-EXIT
007880         END-IF
007890     END-IF
007900     MOVE SPACES TO TEST-AST-TYPE.
007910 3000-EXIT.
007920     EXIT.
007930
007940*----------------------------------------------------------*
007950*  3100-APPLY-ONE-BINDING: bind one BIND card's value in   *
007960*  CASE-ENVR - over an existing binding of the same symbol if  *
007970*  there is one, else in the first free slot - carried the *
007980*  way SHEQ4 carries an evaluated atomic.                  *
007990*----------------------------------------------------------*
008000 3100-APPLY-ONE-BINDING.
008010     MOVE SPACES TO WS-BIND-VALUE
008020     EVALUATE WS-CASE-BIND-TYPE(WS-CASE-BIND-SUB)
008030         WHEN "N"
008040         WHEN "S"
008050             MOVE WS-CASE-BIND-VAL(WS-CASE-BIND-SUB)
008060                 TO WS-BIND-VALUE-STRC
008070         WHEN OTHER
008080             MOVE WS-CASE-BIND-VAL(WS-CASE-BIND-SUB)
008090                 TO WS-BIND-VALUE
008100     END-EVALUATE
008110     SET CASE-ENVR-IDX TO 1
008120     SEARCH CASE-BINDING
008130         AT END
008140             MOVE "ENVIRONMENT FULL APPLYING BIND CARDS"
008150                 TO WS-FAIL-REASON
008160             GO TO 3100-EXIT
008170         WHEN CASE-SYMBOLS(CASE-ENVR-IDX)
008180                 = WS-CASE-BIND-SYM(WS-CASE-BIND-SUB)
008190             CONTINUE
008200         WHEN CASE-SYMBOLS(CASE-ENVR-IDX) = SPACES
008210             CONTINUE
008220     END-SEARCH
008230     MOVE WS-CASE-BIND-SYM(WS-CASE-BIND-SUB)
008240         TO CASE-SYMBOLS(CASE-ENVR-IDX)
008250     MOVE WS-CASE-BIND-TYPE(WS-CASE-BIND-SUB)
008260         TO CASE-VAL-TYPES(CASE-ENVR-IDX)
008270     MOVE WS-BIND-VALUE TO CASE-VALS(CASE-ENVR-IDX).
008280 3100-EXIT.
008290     EXIT.
008300
008310*----------------------------------------------------------*
008320*  3200-CHECK-RESULT: compare TEST-RESULT against the case's  *
008330*  expectation, leaving WS-CASE-PASSED or a failure reason.  *
008340*----------------------------------------------------------*
008350 3200-CHECK-RESULT.
008360     EVALUATE WS-CASE-KIND
008370         WHEN "E"
008380             IF TEST-RESULT = WS-CASE-EXPECT
008390                 SET WS-CASE-PASSED TO TRUE
008400             ELSE
008410                 MOVE "RESULT DIFFERS FROM EXPECTED"
008420                     TO WS-FAIL-REASON
008430             END-IF
008440         WHEN "X"
008450             IF TEST-RESULT(1:12) NOT = "SHEQ ERROR: "
008460                 MOVE "SHEQ ERROR EXPECTED, RULE EVALUATED"
008470                     TO WS-FAIL-REASON
008480             ELSE
008490                 IF WS-CASE-EXPECT = SPACES
008500                         OR TEST-RESULT = WS-CASE-EXPECT
008510                     SET WS-CASE-PASSED TO TRUE
008520                 ELSE
008530                     MOVE "DIFFERENT SHEQ ERROR RAISED"
008540                         TO WS-FAIL-REASON
008550                 END-IF
008560             END-IF
008570         WHEN OTHER
008580             IF TEST-RESULT(1:12) = "SHEQ ERROR: "
008590                     OR TEST-RESULT-NUMC NOT NUMERIC
008600                 MOVE "NUMBER EXPECTED, RESULT IS NOT NUMERIC"
008610                     TO WS-FAIL-REASON
008620                 GO TO 3200-EXIT
008630             END-IF
008640             COMPUTE WS-NUM-DIFF
008650                 = TEST-RESULT-NUMC - WS-CASE-EXPECT-NUM
008660             IF WS-NUM-DIFF < 0
008670                 COMPUTE WS-NUM-DIFF = 0 - WS-NUM-DIFF
008680             END-IF
008690             IF WS-NUM-DIFF > WS-CASE-TOLERANCE
008700                 MOVE "NUMBER OUTSIDE TOLERANCE" TO WS-FAIL-REASON
008710             ELSE
008720                 SET WS-CASE-PASSED TO TRUE
008730             END-IF
008740     END-EVALUATE.
008750 3200-EXIT.
008760     EXIT.
008770
008780*----------------------------------------------------------*
008790*  3300-WRITE-FAILURE-DETAIL: expected and actual results, *
008800*  and the rule under test decompiled through SHEQ5 (pool  *
008810*  references expanded) so the author can see what actually  *
008820*  ran without pulling the record out of ASTIN by hand.    *
008830*----------------------------------------------------------*
008840 3300-WRITE-FAILURE-DETAIL.
008850     MOVE "    EXPECTED: " TO WS-SHOW-LABEL
008860     MOVE WS-CASE-EXPECT TO WS-SHOW-RESULT
008870     IF WS-CASE-KIND = "X" AND WS-CASE-EXPECT = SPACES
008880         MOVE "SHEQ ERROR: (any)" TO WS-SHOW-RESULT
008890     END-IF
008900     PERFORM 8300-WRITE-RESULT-LINE THRU 8300-EXIT
008910     IF WS-CASE-KIND = "N"
008920         MOVE WS-CASE-TOLERANCE TO WS-NUM-EDIT
008930         MOVE SPACES TO TEST-RPT-RECORD
008940         STRING "    TOLERANCE: " DELIMITED BY SIZE
008950             WS-NUM-EDIT DELIMITED BY SIZE
008960             INTO TEST-RPT-RECORD
008970         WRITE TEST-RPT-RECORD
008980     END-IF
008990     MOVE "    ACTUAL:   " TO WS-SHOW-LABEL
009000     MOVE TEST-RESULT TO WS-SHOW-RESULT
009010     PERFORM 8300-WRITE-RESULT-LINE THRU 8300-EXIT
009020     MOVE SPACES TO DECOMP-TEXT
009030     CALL 'SHEQ5' USING
009040         TEST-AST-TREE,
009050         TEST-AST-TYPE,
009060         DECOMP-TEXT,
009070         TEST-AST-POOL,
009080         TEST-AST-POOL-COUNT
009090     MOVE DECOMP-TEXT TO WS-TRIM-SRC
009100     PERFORM 8100-FIND-TRIM-LEN THRU 8100-EXIT
009110     MOVE SPACES TO TEST-RPT-RECORD
009120     STRING "    RULE:     " DELIMITED BY SIZE
009130         WS-TRIM-SRC(1:WS-TRIM-LEN) DELIMITED BY SIZE
009140         INTO TEST-RPT-RECORD
009150         ON OVERFLOW
009160             CONTINUE
009170     END-STRING
009180     WRITE TEST-RPT-RECORD.
009190 3300-EXIT.
009200     EXIT.
009210
009220*----------------------------------------------------------*
009230*  5000-WRITE-COVERAGE: every top-level rule ID no case    *
009240*  exercised, then the counts.                             *
009250*----------------------------------------------------------*
009260 5000-WRITE-COVERAGE.
009270     MOVE SPACES TO TEST-RPT-RECORD
009280     WRITE TEST-RPT-RECORD
009290     MOVE "RULE IDS WITH NO TEST CASE:" TO TEST-RPT-RECORD
009300     WRITE TEST-RPT-RECORD
009310     PERFORM 5100-CHECK-ONE-RULE THRU 5100-EXIT
009320         VARYING RULE-IDX FROM 1 BY 1
009330         UNTIL RULE-IDX > WS-RULE-COUNT
009340     IF WS-UNTESTED-COUNT = 0
009350         MOVE "    NONE." TO TEST-RPT-RECORD
009360         WRITE TEST-RPT-RECORD
009370     END-IF
009380     IF WS-NO-ID-COUNT > 0
009390         MOVE SPACES TO TEST-RPT-RECORD
009400         STRING "    PLUS " DELIMITED BY SIZE
009410             WS-NO-ID-COUNT DELIMITED BY SIZE
009420             " RULE(S) WITH NO REC-RULE-ID - NOT TESTABLE BY ID."
009430                 DELIMITED BY SIZE
009440             INTO TEST-RPT-RECORD
009450         WRITE TEST-RPT-RECORD
009460     END-IF.
009470 5000-EXIT.
009480     EXIT.
009490
009500 5100-CHECK-ONE-RULE.
009510     IF WS-RULE-TESTED(RULE-IDX) = "Y"
009520         ADD 1 TO WS-TESTED-COUNT
009530     ELSE
009540         ADD 1 TO WS-UNTESTED-COUNT
009550         MOVE SPACES TO TEST-RPT-RECORD
009560         STRING "    RULE " DELIMITED BY SIZE
009570             WS-RULE-ID(RULE-IDX) DELIMITED BY SIZE
009580             "  REC " DELIMITED BY SIZE
009590             WS-RULE-REC-NO(RULE-IDX) DELIMITED BY SIZE
009600             INTO TEST-RPT-RECORD
009610         WRITE TEST-RPT-RECORD
009620     END-IF.
009630 5100-EXIT.
009640     EXIT.
009650
009660*----------------------------------------------------------*
009670*  8100-FIND-TRIM-LEN: length of WS-TRIM-SRC less trailing *
009680*  spaces - SHQBATCH's 3261/3262 backward scan.  Falls back  *
009690*  to 1 for an all-spaces field.                           *
009700*----------------------------------------------------------*
009710 8100-FIND-TRIM-LEN.
009720     MOVE 1 TO WS-TRIM-LEN
009730     MOVE "N" TO WS-TRIM-FOUND-SW
009740     PERFORM 8110-SCAN-ONE-TRIM-POS THRU 8110-EXIT
009750         VARYING WS-TRIM-POS FROM 200 BY -1
009760         UNTIL WS-TRIM-POS < 1 OR WS-TRIM-FOUND.
009770 8100-EXIT.
009780     EXIT.
009790
009800 8110-SCAN-ONE-TRIM-POS.
009810     IF WS-TRIM-SRC(WS-TRIM-POS:1) NOT = SPACE
009820         MOVE WS-TRIM-POS TO WS-TRIM-LEN
009830         SET WS-TRIM-FOUND TO TRUE
009840     END-IF.
009850 8110-EXIT.
009860     EXIT.
009870
009880*----------------------------------------------------------*
009890*  8300-WRITE-RESULT-LINE: print WS-SHOW-RESULT behind     *
009900*  WS-SHOW-LABEL.  A value carried only in the trailing 16 *
009910*  bytes (a number or string the way NUMC/STRC hold it) prints  *
009920*  as that value - edited when it is numeric - rather than as  *
009930*  134 leading blanks.                                     *
009940*----------------------------------------------------------*
009950 8300-WRITE-RESULT-LINE.
009960     MOVE SPACES TO WS-TRIM-SRC
009970     IF WS-SHOW-LEAD = SPACES
009980         IF WS-SHOW-NUMC NUMERIC
009990             MOVE WS-SHOW-NUMC TO WS-NUM-EDIT
010000             MOVE WS-NUM-EDIT TO WS-TRIM-SRC
010010         ELSE
010020             MOVE WS-SHOW-TAIL TO WS-TRIM-SRC
010030         END-IF
010040     ELSE
010050         MOVE WS-SHOW-RESULT TO WS-TRIM-SRC
010060     END-IF
010070     PERFORM 8100-FIND-TRIM-LEN THRU 8100-EXIT
010080     MOVE SPACES TO TEST-RPT-RECORD
010090     STRING WS-SHOW-LABEL DELIMITED BY SIZE
010100         WS-TRIM-SRC(1:WS-TRIM-LEN) DELIMITED BY SIZE
010110         INTO TEST-RPT-RECORD
010120         ON OVERFLOW
010130             CONTINUE
010140     END-STRING
010150     WRITE TEST-RPT-RECORD.
010160 8300-EXIT.
010170     EXIT.
010180
010190*----------------------------------------------------------*
010200*  9000-FINALIZE: totals, and RC 8 if anything failed - a  *
010210*  failing case or a rejected card - so the promotion step *
010220*  that follows in the job stream does not run.            *
010230*----------------------------------------------------------*
010240 9000-FINALIZE.
010250     CLOSE TEST-IN-FILE
010260     MOVE SPACES TO TEST-RPT-RECORD
010270     WRITE TEST-RPT-RECORD
010280     MOVE SPACES TO TEST-RPT-RECORD
010290     STRING "CASES RUN: " DELIMITED BY SIZE
010300         WS-CASE-COUNT DELIMITED BY SIZE
010310         "  PASSED: " DELIMITED BY SIZE
010320         WS-PASS-COUNT DELIMITED BY SIZE
010330         "  FAILED: " DELIMITED BY SIZE
010340         WS-FAIL-COUNT DELIMITED BY SIZE
010350         "  CARDS REJECTED: " DELIMITED BY SIZE
010360         WS-CARD-ERROR-COUNT DELIMITED BY SIZE
010370         INTO TEST-RPT-RECORD
010380     WRITE TEST-RPT-RECORD
010390     MOVE SPACES TO TEST-RPT-RECORD
010400     STRING "RULES WITH IDS: " DELIMITED BY SIZE
010410         WS-RULE-COUNT DELIMITED BY SIZE
010420         "  TESTED: " DELIMITED BY SIZE
010430         WS-TESTED-COUNT DELIMITED BY SIZE
010440         "  UNTESTED: " DELIMITED BY SIZE
010450         WS-UNTESTED-COUNT DELIMITED BY SIZE
010460         INTO TEST-RPT-RECORD
010470     WRITE TEST-RPT-RECORD
010480     IF WS-FAIL-COUNT > 0 OR WS-CARD-ERROR-COUNT > 0
010490         MOVE "SUITE FAILED." TO TEST-RPT-RECORD
010500         MOVE 8 TO RETURN-CODE
010510     ELSE
010520         MOVE "SUITE PASSED." TO TEST-RPT-RECORD
010530     END-IF
010540     WRITE TEST-RPT-RECORD
010550     CLOSE TEST-RPT-FILE
010560     DISPLAY "SHQTEST: " WS-CASE-COUNT " case(s), "
010570         WS-PASS-COUNT " passed, " WS-FAIL-COUNT " failed, "
010580         WS-CARD-ERROR-COUNT " card(s) rejected, "
010590         WS-UNTESTED-COUNT " rule ID(s) untested.".
010600 9000-EXIT.
010610     EXIT.
010620
010630 END PROGRAM SHQTEST.
