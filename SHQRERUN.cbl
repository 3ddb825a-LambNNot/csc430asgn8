000237*  2026-09-02  DSB  REC-RULE-ID carried through to the rerun     *
000238*                   slice's OUT-RULE-ID, matching SHQBATCH's      *
000239*                   widened AST-IN/AST-OUT record shapes.          *
000240*  2026-10-15  DSB  Optional run date on the RERANGE card,   *
000241*                   bound as "*run-date*" so SHEQ4's lookup   *
000242*                   resolves the REFTBL rows in force on the  *
000243*                   day being patched; without it the ENVSNAP *
000244*                   checkpoint's own run date stands.  A date *
000245*                   that is not a real day is refused.        *
000246*  2026-10-15  DSB  Top environment binds the date         *
000247*                   primitives days-btwn, add-days,        *
000248*                   add-months, weekday, month-end and today.  *
000249*----------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000510 01  RANGE-RECORD.
000520     05 RANGE-START-REC      PIC 9(06).
000530     05 RANGE-END-REC        PIC 9(06).
000531*    Optional business date (YYYYMMDD) the slice is rerun for;   *
000532*    blank keeps the run date the ENVSNAP checkpoint carries.    *
000533     05 RANGE-RUN-DATE       PIC X(08).
000534     05 RANGE-RUN-DATE-PARTS REDEFINES RANGE-RUN-DATE.
000535         10 RANGE-RUN-YYYY   PIC 9(04).
000536         10 RANGE-RUN-MM     PIC 9(02).
000537             88 RANGE-RUN-MM-OK      VALUES 1 THRU 12.
000538         10 RANGE-RUN-DD     PIC 9(02).
000539             88 RANGE-RUN-DD-OK      VALUES 1 THRU 31.
000540
000550*----------------------------------------------------------*
000560*  Same shape as SHEQINQ's ENV-SNAP-FILE - laid out exactly   *
000990 01  FS-AST-OUT               PIC X(02) VALUE SPACES.
001000 01  WS-START-REC            PIC 9(06) VALUE ZEROS.
001010 01  WS-END-REC              PIC 9(06) VALUE ZEROS.
001011 01  WS-RUN-DATE             PIC X(08) VALUE SPACES.
001012 01  WS-RUN-DATE-9 REDEFINES WS-RUN-DATE PIC 9(08).
001013 01  WS-RUN-DATE-VAL         PIC X(150).
001014 01  WS-RUN-DATE-VAL-NUM REDEFINES WS-RUN-DATE-VAL.
001015     05 FILLER               PIC X(134).
001016     05 WS-RUN-DATE-NUMC     PIC S9(11)V9(05).
001017 77  WS-RUN-DATE-SW          PIC X(01) VALUE "N".
001018     88 WS-RUN-DATE-GIVEN              VALUE "Y".
001020
001021 01  WS-MONTH-DAYS-DATA      PIC X(24)
001022                             VALUE "312831303130313130313031".
001023 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
001024     05 WS-MONTH-DAYS-ENTRY  PIC 9(02) OCCURS 12 TIMES.
001025 01  WS-MONTH-DAYS           PIC 9(02).
001026 01  WS-LEAP-QUOT            PIC 9(04).
001027 01  WS-LEAP-REM-4           PIC 9(04).
001028 01  WS-LEAP-REM-100         PIC 9(04).
001029 01  WS-LEAP-REM-400         PIC 9(04).
001030*----------------------------------------------------------*
001040*  Environment the slice is interpreted against, and the      *
001050*  AST-NODE-POOL loaded from the whole ASTIN file (not just     *
001600         NOT AT END
001610             MOVE RANGE-START-REC TO WS-START-REC
001620             MOVE RANGE-END-REC TO WS-END-REC
001621             IF RANGE-RUN-DATE NOT = SPACES
001622                 MOVE RANGE-RUN-DATE TO WS-RUN-DATE
001623                 SET WS-RUN-DATE-GIVEN TO TRUE
001624                 PERFORM 1160-CHECK-RUN-DATE THRU 1160-EXIT
001629             END-IF
001630     END-READ
001640     CLOSE RANGE-FILE
001650     IF NOT WS-INIT-OK
001652         IF WS-RUN-DATE-GIVEN
001654             DISPLAY "SHQRERUN: invalid run date " WS-RUN-DATE
001656                 " on RERANGE - expected YYYYMMDD."
001658         END-IF
001660         GO TO 1000-EXIT
001670     END-IF
001680     IF WS-START-REC = 0 OR WS-END-REC < WS-START-REC
001830         DISPLAY "SHQRERUN: no ENVSNAP supplied, status "
001840             FS-ENV-SNAP " - using built-in top environment."
001850     END-IF
001853     IF WS-RUN-DATE-GIVEN
001856         PERFORM 1150-BIND-RUN-DATE THRU 1150-EXIT
001859     END-IF
001860
001870     OPEN INPUT AST-IN-FILE
001880     IF FS-AST-IN NOT = "00"
002482
002484     MOVE "lookup" TO SYMBOLS(12)
002486     MOVE "P" TO VAL-TYPES(12)
002488     MOVE "lookup" TO VALS(12)
002489     PERFORM 1110-SET-DATE-PRIMS THRU 1110-EXIT.
002490 1100-EXIT.
002500     EXIT.
002510
003470 9000-EXIT.
003480     EXIT.
003490
003500*----------------------------------------------------------*
003510*  1110-SET-DATE-PRIMS: the date primitives, bound in the  *
003520*  top environment after 1100-SET-TOP-ENV's own slots.     *
003530*----------------------------------------------------------*
003540 1110-SET-DATE-PRIMS.
003550     MOVE "days-btwn" TO SYMBOLS(13)
003560     MOVE "P" TO VAL-TYPES(13)
003570     MOVE "days-btwn" TO VALS(13)
003580
003590     MOVE "add-days" TO SYMBOLS(14)
003600     MOVE "P" TO VAL-TYPES(14)
003610     MOVE "add-days" TO VALS(14)
003620
003630     MOVE "add-months" TO SYMBOLS(15)
003640     MOVE "P" TO VAL-TYPES(15)
003650     MOVE "add-months" TO VALS(15)
003660
003670     MOVE "weekday" TO SYMBOLS(16)
003680     MOVE "P" TO VAL-TYPES(16)
003690     MOVE "weekday" TO VALS(16)
003700
003710     MOVE "month-end" TO SYMBOLS(17)
003720     MOVE "P" TO VAL-TYPES(17)
003730     MOVE "month-end" TO VALS(17)
003740
003750     MOVE "today" TO SYMBOLS(18)
003760     MOVE "P" TO VAL-TYPES(18)
003770     MOVE "today" TO VALS(18).
003780 1110-EXIT.
003790     EXIT.
003800
003810*    Binds (or re-binds, over the ENVSNAP's) "*run-date*".     *
003820 1150-BIND-RUN-DATE.
003830     MOVE SPACES TO WS-RUN-DATE-VAL
003840     MOVE WS-RUN-DATE-9 TO WS-RUN-DATE-NUMC
003850     SET ENVR-IDX TO 1
003860     SEARCH BINDING
003870         AT END
003880             DISPLAY "SHQRERUN: environment full - run date "
003890                 WS-RUN-DATE " not bound."
003900         WHEN SYMBOLS(ENVR-IDX) = "*run-date*"
003910                 OR SYMBOLS(ENVR-IDX) = SPACES
003920             MOVE "*run-date*" TO SYMBOLS(ENVR-IDX)
003930             MOVE "N" TO VAL-TYPES(ENVR-IDX)
003940             MOVE WS-RUN-DATE-VAL TO VALS(ENVR-IDX)
003950     END-SEARCH.
003960 1150-EXIT.
003970     EXIT.
003980
003990*----------------------------------------------------------*
004000*  1160-CHECK-RUN-DATE: the RERANGE run date must name a   *
004010*  real day - the day checked against its month length,    *
004020*  February by the leap rule, as SHQREFM checks an         *
004030*  effective date - or initialization fails.               *
004040*----------------------------------------------------------*
004050 1160-CHECK-RUN-DATE.
004060     IF RANGE-RUN-DATE IS NOT NUMERIC
004070             OR NOT RANGE-RUN-MM-OK OR NOT RANGE-RUN-DD-OK
004080         MOVE "N" TO WS-INIT-SW
004090         GO TO 1160-EXIT
004100     END-IF
004110     MOVE WS-MONTH-DAYS-ENTRY(RANGE-RUN-MM) TO WS-MONTH-DAYS
004120     IF RANGE-RUN-MM = 2
004130         DIVIDE RANGE-RUN-YYYY BY 4 GIVING WS-LEAP-QUOT
004140             REMAINDER WS-LEAP-REM-4
004150         DIVIDE RANGE-RUN-YYYY BY 100 GIVING WS-LEAP-QUOT
004160             REMAINDER WS-LEAP-REM-100
004170         DIVIDE RANGE-RUN-YYYY BY 400 GIVING WS-LEAP-QUOT
004180             REMAINDER WS-LEAP-REM-400
004190         IF WS-LEAP-REM-4 = 0
004200                 AND (WS-LEAP-REM-100 NOT = 0
004210                      OR WS-LEAP-REM-400 = 0)
004220             MOVE 29 TO WS-MONTH-DAYS
004230         END-IF
004240     END-IF
004250     IF RANGE-RUN-DD > WS-MONTH-DAYS
004260         MOVE "N" TO WS-INIT-SW
004270     END-IF.
004280 1160-EXIT.
004290     EXIT.
004300
004310 END PROGRAM SHQRERUN.
