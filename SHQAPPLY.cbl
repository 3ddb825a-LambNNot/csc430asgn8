000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SHQAPPLY.
000120 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000130 INSTALLATION. RULE-ENGINE-OPERATIONS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  2026-10-15  DSB  Initial ruleset-apply driver - reads a   *
000190*                   business transaction file laid out by a   *
000200*                   FLDMAP field-map card set, binds each      *
000210*                   transaction's mapped fields as symbols in   *
000220*                   a fresh copy of the top environment (plus    *
000230*                   FUNLIB), and runs every top-level ASTIN     *
000240*                   rule through SHEQ4 against it, writing one   *
000250*                   result per transaction per rule to APPLYOUT, *
000260*                   so a rule is applied to every account and    *
000270*                   not only to the environment SHQBATCH uses.   *
000280*  2026-10-15  DSB  Top environment binds the date         *
000290*                   primitives days-btwn, add-days,        *
000300*                   add-months, weekday, month-end and today.  *
000310*  2026-10-15  DSB  Optional RUNOPTS card names the business   *
000320*                   date (YYYYMMDD) bound as *run-date*, so    *
000330*                   lookup and today resolve as of that day.   *
000340*                   TXNIN closed if APPLYOUT will not open.    *
000350*----------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT FLD-MAP-FILE ASSIGN TO "FLDMAP"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS FS-FLD-MAP.
000420     SELECT TXN-IN-FILE ASSIGN TO "TXNIN"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS FS-TXN-IN.
000450     SELECT AST-IN-FILE ASSIGN TO "ASTIN"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-AST-IN.
000480     SELECT FUN-LIB-FILE ASSIGN TO "FUNLIB"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-FUNLIB.
000510     SELECT APPLY-OUT-FILE ASSIGN TO "APPLYOUT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS FS-APPLY-OUT.
000540     SELECT APPLY-RPT-FILE ASSIGN TO "APPLYRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-APPLY-RPT.
000570     SELECT RUN-OPTS-FILE ASSIGN TO "RUNOPTS"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FS-RUN-OPTS.
000600*----------------------------------------------------------*
000610*  BOXED BANNER: DATA DIVISION                              *
000620*----------------------------------------------------------*
000630 DATA DIVISION.
000640 FILE SECTION.
000650*----------------------------------------------------------*
000660*  One card per transaction field a rule may refer to: the   *
000670*  symbol name it is bound under, its 1-relative offset and   *
000680*  length in the transaction record, whether it is numeric    *
000690*  ("N") or string ("S"), the implied decimal places of a      *
000700*  numeric field, and "Y" in FMAP-KEY-FLAG on the one field     *
000710*  that identifies the transaction on APPLYOUT.  A card with     *
000720*  "*" in column 1 is a comment.                                 *
000730*----------------------------------------------------------*
000740 FD  FLD-MAP-FILE
000750     RECORDING MODE IS F.
000760 01  FLD-MAP-RECORD.
000770     05 FMAP-NAME            PIC X(10).
000780     05 FMAP-OFFSET          PIC 9(04).
000790     05 FMAP-LENGTH          PIC 9(02).
000800     05 FMAP-KIND            PIC X(01).
000810         88 FMAP-IS-NUMERIC          VALUE "N".
000820         88 FMAP-IS-STRING           VALUE "S".
000830     05 FMAP-DECIMALS        PIC 9(01).
000840     05 FMAP-KEY-FLAG        PIC X(01).
000850         88 FMAP-IS-KEY              VALUE "Y".
000860
000870*----------------------------------------------------------*
000880*  The business transaction file.  Its layout is whatever     *
000890*  the FLDMAP cards say it is - the record is only ever read   *
000900*  through reference modification at a card's offset/length.   *
000910*----------------------------------------------------------*
000920 FD  TXN-IN-FILE
000930     RECORDING MODE IS F.
000940 01  TXN-IN-RECORD           PIC X(1000).
000950
000960*----------------------------------------------------------*
000970*  Same record shape SHQBATCH uses, so the production ruleset  *
000980*  (RULEENG.AST.INPUT) is applied as-is.                       *
000990*----------------------------------------------------------*
001000 FD  AST-IN-FILE
001010     RECORDING MODE IS F.
001020 01  AST-IN-RECORD.
001030     05 REC-AST-TYPE         PIC X(02).
001040     05 REC-AST-TREE         PIC X(150).
001050*    Same trailing pool-only marker SHQBATCH.cbl's AST-IN-     *
001060*    RECORD carries - a pool-only record is pooled for the     *
001070*    compound slots that point at it but is never applied to    *
001080*    a transaction as a rule in its own right.                  *
001090     05 REC-POOL-ONLY        PIC X(01).
001100         88 REC-IS-POOL-ONLY         VALUE "Y".
001110     05 REC-RULE-ID          PIC X(08).
001120
001130*----------------------------------------------------------*
001140*  Same function library SHQBATCH binds at startup, same row  *
001150*  shape and the same atomic-body restriction.                *
001160*----------------------------------------------------------*
001170 FD  FUN-LIB-FILE
001180     RECORDING MODE IS F.
001190 01  FUN-LIB-RECORD.
001200     05 FUNLIB-SYM           PIC X(10).
001210     05 FUNLIB-VAL-TYPE      PIC X(01).
001220     05 FUNLIB-VAL           PIC X(150).
001230     05 FUNLIB-VAL-LAMC REDEFINES FUNLIB-VAL.
001240         10 FILLER               PIC X(80).
001250         10 FUNLIB-LAMC-BODY-TYPE PIC X(02).
001260         10 FUNLIB-LAMC-BODY     PIC X(16).
001270         10 FILLER               PIC X(52).
001280
001290*----------------------------------------------------------*
001300*  One result per transaction per rule - SHQBATCH's AST-OUT-   *
001310*  RECORD shape (ASTIN position, type, result, rule ID)        *
001320*  behind the transaction's sequence number and key, so the    *
001330*  file can be matched back to either side.                    *
001340*----------------------------------------------------------*
001350 FD  APPLY-OUT-FILE
001360     RECORDING MODE IS F.
001370 01  APPLY-OUT-RECORD.
001380     05 APO-TXN-NO           PIC 9(08).
001390     05 APO-TXN-KEY          PIC X(16).
001400     05 APO-REC-NO           PIC 9(06).
001410     05 APO-AST-TYPE         PIC X(02).
001420     05 APO-RESULT           PIC X(150).
001430     05 APO-RULE-ID          PIC X(08).
001440
001450*----------------------------------------------------------*
001460*  Field-map listing, rejected transactions, and the end-of-  *
001470*  run control totals.                                        *
001480*----------------------------------------------------------*
001490 FD  APPLY-RPT-FILE
001500     RECORDING MODE IS F.
001510 01  APPLY-RPT-RECORD        PIC X(132).
001520
001530*----------------------------------------------------------*
001540*  SHQBATCH's RUNOPTS card shape.  Only the run date is    *
001550*  used here: the business date the transactions are       *
001560*  applied as of.  Optional; absent, or blank, the run is  *
001570*  as of today's date.                                     *
001580*----------------------------------------------------------*
001590 FD  RUN-OPTS-FILE
001600     RECORDING MODE IS F.
001610 01  RUN-OPTS-RECORD.
001620     05 OPT-QUARANTINE       PIC X(01).
001630     05 OPT-FORCE-RUN        PIC X(01).
001640     05 OPT-RUN-DATE         PIC X(08).
001650     05 OPT-RUN-DATE-PARTS REDEFINES OPT-RUN-DATE.
001660         10 OPT-RUN-YYYY     PIC 9(04).
001670         10 OPT-RUN-MM       PIC 9(02).
001680             88 OPT-RUN-MM-OK        VALUES 1 THRU 12.
001690         10 OPT-RUN-DD       PIC 9(02).
001700             88 OPT-RUN-DD-OK        VALUES 1 THRU 31.
001710     05 OPT-UNIT             PIC X(08).
001720
001730 WORKING-STORAGE SECTION.
001740 77  WS-INIT-SW              PIC X(01) VALUE "Y".
001750     88 WS-INIT-OK                     VALUE "Y".
001760 77  WS-STOP-SW              PIC X(01) VALUE "N".
001770     88 WS-RUN-STOPPED                 VALUE "Y".
001780 77  WS-TXN-EOF-SW           PIC X(01) VALUE "N".
001790     88 TXN-IN-EOF                     VALUE "Y".
001800 77  WS-AST-EOF-SW           PIC X(01) VALUE "N".
001810     88 AST-IN-EOF                     VALUE "Y".
001820 77  WS-FMAP-EOF-SW          PIC X(01) VALUE "N".
001830     88 FLD-MAP-EOF                    VALUE "Y".
001840 77  WS-FUNLIB-EOF-SW        PIC X(01) VALUE "N".
001850     88 FUNLIB-EOF                     VALUE "Y".
001860 77  WS-TXN-BAD-SW           PIC X(01) VALUE "N".
001870     88 WS-TXN-REJECTED                VALUE "Y".
001880 77  WS-FUNLIB-COUNT         PIC 9(06) VALUE ZEROS.
001890 77  WS-CARD-COUNT           PIC 9(06) VALUE ZEROS.
001900 77  WS-MAP-ERROR-COUNT      PIC 9(06) VALUE ZEROS.
001910*----------------------------------------------------------*
001920*  Control totals - transactions read, transactions rejected  *
001930*  for a field that would not convert, rule evaluations made, *
001940*  and SHEQ-ERROR results among them.                         *
001950*----------------------------------------------------------*
001960 77  WS-TXN-COUNT            PIC 9(08) VALUE ZEROS.
001970 77  WS-TXN-REJECT-COUNT     PIC 9(08) VALUE ZEROS.
001980 77  WS-EVAL-COUNT           PIC 9(09) VALUE ZEROS.
001990 77  WS-SHEQ-ERROR-COUNT     PIC 9(09) VALUE ZEROS.
002000 01  FS-FLD-MAP              PIC X(02) VALUE SPACES.
002010 01  FS-TXN-IN               PIC X(02) VALUE SPACES.
002020 01  FS-AST-IN               PIC X(02) VALUE SPACES.
002030 01  FS-FUNLIB               PIC X(02) VALUE SPACES.
002040 01  FS-APPLY-OUT            PIC X(02) VALUE SPACES.
002050 01  FS-APPLY-RPT            PIC X(02) VALUE SPACES.
002060 01  FS-RUN-OPTS             PIC X(02) VALUE SPACES.
002070
002080*----------------------------------------------------------*
002090*  The run date (today, or the RUNOPTS date), bound as     *
002100*  "*run-date*" for SHEQ4's lookup and today exactly as    *
002110*  SHQBATCH binds it.                                      *
002120*----------------------------------------------------------*
002130 01  WS-MONTH-DAYS-DATA      PIC X(24)
002140                             VALUE "312831303130313130313031".
002150 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
002160     05 WS-MONTH-DAYS-ENTRY  PIC 9(02) OCCURS 12 TIMES.
002170 01  WS-MONTH-DAYS           PIC 9(02).
002180 01  WS-LEAP-QUOT            PIC 9(04).
002190 01  WS-LEAP-REM-4           PIC 9(04).
002200 01  WS-LEAP-REM-100         PIC 9(04).
002210 01  WS-LEAP-REM-400         PIC 9(04).
002220 01  WS-RUN-DATE             PIC X(08) VALUE SPACES.
002230 01  WS-RUN-DATE-9 REDEFINES WS-RUN-DATE PIC 9(08).
002240 01  WS-RUN-DATE-VAL         PIC X(150).
002250 01  WS-RUN-DATE-VAL-NUM REDEFINES WS-RUN-DATE-VAL.
002260     05 FILLER               PIC X(134).
002270     05 WS-RUN-DATE-NUMC     PIC S9(11)V9(05).
002280
002290*----------------------------------------------------------*
002300*  The field map, loaded once from FLDMAP.  WS-KEY-SUB is the *
002310*  entry flagged as the transaction key (zero when no card     *
002320*  claims it - the transaction number then stands alone).      *
002330*----------------------------------------------------------*
002340 01  WS-FMAP-TABLE.
002350     05 WS-FMAP-ENTRY         OCCURS 50 TIMES.
002360         10 WS-FMAP-NAME      PIC X(10).
002370         10 WS-FMAP-OFFSET    PIC 9(04).
002380         10 WS-FMAP-LENGTH    PIC 9(02).
002390         10 WS-FMAP-KIND      PIC X(01).
002400         10 WS-FMAP-DECIMALS  PIC 9(01).
002410 01  WS-FMAP-COUNT            PIC 9(03) VALUE ZEROS.
002420 01  WS-FMAP-SUB              PIC 9(03).
002430 01  WS-KEY-SUB               PIC 9(03) VALUE ZEROS.
002440 01  WS-TXN-KEY               PIC X(16).
002450
002460*----------------------------------------------------------*
002470*  Numeric field conversion.  The field's text less any      *
002480*  trailing blanks is right-justified into WS-FLD-TEXT,       *
002490*  leading blanks become zeros, a minus sign anywhere in the  *
002500*  field makes the value negative, and the digits are then    *
002510*  read as an integer and scaled by the card's implied        *
002520*  decimal places.                                            *
002530*----------------------------------------------------------*
002540 01  WS-FLD-RAW               PIC X(16).
002550 01  WS-FLD-LEN               PIC 9(02).
002560 01  WS-FLD-POS               PIC S9(03).
002570 01  WS-FLD-FOUND-SW          PIC X(01).
002580     88 WS-FLD-FOUND                   VALUE "Y".
002590 01  WS-FLD-TEXT              PIC X(16) JUSTIFIED RIGHT.
002600 01  WS-FLD-DIGITS REDEFINES WS-FLD-TEXT
002610                              PIC 9(16).
002620 01  WS-FLD-MINUS-CT          PIC 9(02).
002630 01  WS-FLD-NUM               PIC S9(11)V9(05).
002640 01  WS-FLD-VALUE             PIC X(150).
002650 01  WS-FLD-VALUE-NUM REDEFINES WS-FLD-VALUE.
002660     05 FILLER                PIC X(134).
002670     05 WS-FLD-VALUE-NUMC     PIC S9(11)V9(05).
002680 01  WS-FLD-VALUE-STR REDEFINES WS-FLD-VALUE.
002690     05 FILLER                PIC X(134).
002700     05 WS-FLD-VALUE-STRC     PIC X(16).
002710
002720*----------------------------------------------------------*
002730*  Every top-level (not pool-only) rule in ASTIN, in file      *
002740*  order, by its ASTIN position and rule ID.  The trees         *
002750*  themselves stay in APPLY-AST-POOL.                           *
002760*----------------------------------------------------------*
002770 01  WS-RULE-TABLE.
002780     05 WS-RULE-ENTRY         OCCURS 5000 TIMES.
002790         10 WS-RULE-REC-NO    PIC 9(06).
002800         10 WS-RULE-ID        PIC X(08).
002810 01  WS-RULE-COUNT            PIC 9(06) VALUE ZEROS.
002820 01  WS-RULE-SUB              PIC 9(06).
002830
002840*----------------------------------------------------------*
002850*  BASE-ENVR is the top environment plus FUNLIB, built once.  *
002860*  Each transaction gets a fresh copy of it in TXN-ENVR with   *
002870*  its own fields bound on top, so nothing one transaction      *
002880*  binds can leak into the next.                                 *
002890*----------------------------------------------------------*
002900 01  BASE-ENVR.
002910     05 BINDING OCCURS 200 TIMES INDEXED BY ENVR-IDX.
002920         10 SYMBOLS           PIC X(10) VALUE SPACES.
002930         10 BOUND-VALS.
002940             15 VAL-TYPES     PIC X(01).
002950             15 VALS          PIC X(150).
002960 01  TXN-ENVR.
002970     05 TXN-BINDING OCCURS 200 TIMES INDEXED BY TXN-ENVR-IDX.
002980         10 TXN-SYMBOLS       PIC X(10).
002990         10 TXN-BOUND-VALS.
003000             15 TXN-VAL-TYPES PIC X(01).
003010             15 TXN-VALS      PIC X(150).
003020 01  WS-SLOT-SW               PIC X(01).
003030     88 WS-SLOT-IS-FULL                VALUE "F".
003040
003050*----------------------------------------------------------*
003060*  SHEQ4 call interface - the whole ruleset pooled by ASTIN   *
003070*  position, exactly as SHQBATCH's 1050-LOAD-AST-POOL does.   *
003080*----------------------------------------------------------*
003090 01  APPLY-AST-POOL.
003100     05 POOL-ENTRY            OCCURS 5000 TIMES
003110                              INDEXED BY POOL-IDX.
003120         10 POOL-AST-TYPE     PIC X(02).
003130         10 POOL-AST-TREE     PIC X(150).
003140 01  APPLY-AST-POOL-COUNT     PIC 9(06) VALUE ZEROS.
003150 01  APPLY-AST-TREE           PIC X(150).
003160 01  APPLY-AST-TYPE           PIC X(02).
003170 01  APPLY-RESULT             PIC X(150).
003180
003190 PROCEDURE DIVISION.
003200*----------------------------------------------------------*
003210*  0000-MAINLINE                                            *
003220*----------------------------------------------------------*
003230 0000-MAINLINE.
003240     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003250     IF WS-INIT-OK
003260         PERFORM 2000-APPLY-ONE-TXN THRU 2000-EXIT
003270             UNTIL TXN-IN-EOF OR WS-RUN-STOPPED
003280         PERFORM 9000-FINALIZE THRU 9000-EXIT
003290     ELSE
003300         DISPLAY "SHQAPPLY: initialization failed - "
003310             "no transactions applied."
003320         CLOSE APPLY-RPT-FILE
003330         MOVE 8 TO RETURN-CODE
003340     END-IF
003350     GOBACK.
003360
003370*----------------------------------------------------------*
003380*  1000-INITIALIZE: take the run date, build the base         *
003390*  environment, pool the ruleset, load and check the field     *
003400*  map, then open the transaction file and the two outputs.    *
003410*----------------------------------------------------------*
003420 1000-INITIALIZE.
003430     OPEN OUTPUT APPLY-RPT-FILE
003440     IF FS-APPLY-RPT NOT = "00"
003450         DISPLAY "SHQAPPLY: unable to open APPLYRPT, status "
003460             FS-APPLY-RPT
003470         MOVE "N" TO WS-INIT-SW
003480         GO TO 1000-EXIT
003490     END-IF
003500
003510     PERFORM 1020-READ-RUN-OPTS THRU 1020-EXIT
003520     IF NOT WS-INIT-OK
003530         GO TO 1000-EXIT
003540     END-IF
003550     PERFORM 1100-SET-TOP-ENV THRU 1100-EXIT
003560     PERFORM 1150-LOAD-FUN-LIB THRU 1150-EXIT
003570     PERFORM 1050-LOAD-AST-POOL THRU 1050-EXIT
003580     IF NOT WS-INIT-OK
003590         GO TO 1000-EXIT
003600     END-IF
003610     PERFORM 1300-LOAD-FIELD-MAP THRU 1300-EXIT
003620     IF NOT WS-INIT-OK
003630         GO TO 1000-EXIT
003640     END-IF
003650
003660     OPEN INPUT TXN-IN-FILE
003670     IF FS-TXN-IN NOT = "00"
003680         DISPLAY "SHQAPPLY: unable to open TXNIN, status "
003690             FS-TXN-IN
003700         MOVE "N" TO WS-INIT-SW
003710         GO TO 1000-EXIT
003720     END-IF
003730
003740     OPEN OUTPUT APPLY-OUT-FILE
003750     IF FS-APPLY-OUT NOT = "00"
003760         DISPLAY "SHQAPPLY: unable to open APPLYOUT, status "
003770             FS-APPLY-OUT
003780         CLOSE TXN-IN-FILE
003790         MOVE "N" TO WS-INIT-SW
003800         GO TO 1000-EXIT
003810     END-IF.
003820 1000-EXIT.
003830     EXIT.
003840
003850*----------------------------------------------------------*
003860*  1020-READ-RUN-OPTS: the optional RUNOPTS card, as       *
003870*  SHQBATCH reads it.  A run date on it must name a real   *
003880*  day (1030); without one the run is as of today.         *
003890*----------------------------------------------------------*
003900 1020-READ-RUN-OPTS.
003910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003920     OPEN INPUT RUN-OPTS-FILE
003930     IF FS-RUN-OPTS NOT = "00"
003940         DISPLAY "SHQAPPLY: no RUNOPTS supplied, status "
003950             FS-RUN-OPTS " - applying as of today."
003960         GO TO 1020-SHOW-DATE
003970     END-IF
003980     READ RUN-OPTS-FILE
003990         NOT AT END
004000             IF OPT-RUN-DATE NOT = SPACES
004010                 PERFORM 1030-CHECK-RUN-DATE THRU 1030-EXIT
004020             END-IF
004030     END-READ
004040     CLOSE RUN-OPTS-FILE
004050     IF NOT WS-INIT-OK
004060         GO TO 1020-EXIT
004070     END-IF.
004080 1020-SHOW-DATE.
004090     DISPLAY "SHQAPPLY: applying as of run date " WS-RUN-DATE.
004100 1020-EXIT.
004110     EXIT.
004120
004130*----------------------------------------------------------*
004140*  1030-CHECK-RUN-DATE: the RUNOPTS run date is taken only *
004150*  if it names a real day - the day checked against its    *
004160*  month length, February by the leap rule - as SHQBATCH's *
004170*  9400-CHECK-RUN-DATE takes it.                           *
004180*----------------------------------------------------------*
004190 1030-CHECK-RUN-DATE.
004200     IF OPT-RUN-DATE IS NOT NUMERIC
004210             OR NOT OPT-RUN-MM-OK OR NOT OPT-RUN-DD-OK
004220         GO TO 1030-BAD-DATE
004230     END-IF
004240     MOVE WS-MONTH-DAYS-ENTRY(OPT-RUN-MM) TO WS-MONTH-DAYS
004250     IF OPT-RUN-MM = 2
004260         DIVIDE OPT-RUN-YYYY BY 4 GIVING WS-LEAP-QUOT
004270             REMAINDER WS-LEAP-REM-4
004280         DIVIDE OPT-RUN-YYYY BY 100 GIVING WS-LEAP-QUOT
004290             REMAINDER WS-LEAP-REM-100
004300         DIVIDE OPT-RUN-YYYY BY 400 GIVING WS-LEAP-QUOT
004310             REMAINDER WS-LEAP-REM-400
004320         IF WS-LEAP-REM-4 = 0
004330                 AND (WS-LEAP-REM-100 NOT = 0
004340                      OR WS-LEAP-REM-400 = 0)
004350             MOVE 29 TO WS-MONTH-DAYS
004360         END-IF
004370     END-IF
004380     IF OPT-RUN-DD > WS-MONTH-DAYS
004390         GO TO 1030-BAD-DATE
004400     END-IF
004410     MOVE OPT-RUN-DATE TO WS-RUN-DATE
004420     GO TO 1030-EXIT.
004430 1030-BAD-DATE.
004440     DISPLAY "SHQAPPLY: RUNOPTS run date " OPT-RUN-DATE
004450         " is not a valid YYYYMMDD date."
004460     MOVE "N" TO WS-INIT-SW.
004470 1030-EXIT.
004480     EXIT.
004490
004500*----------------------------------------------------------*
004510*  1050-LOAD-AST-POOL: read the whole ruleset into            *
004520*  APPLY-AST-POOL by ASTIN position, the same up-front load   *
004530*  SHQBATCH's 1050-LOAD-AST-POOL makes, and note each         *
004540*  top-level rule's position and ID in WS-RULE-TABLE.          *
004550*----------------------------------------------------------*
004560 1050-LOAD-AST-POOL.
004570     OPEN INPUT AST-IN-FILE
004580     IF FS-AST-IN NOT = "00"
004590         DISPLAY "SHQAPPLY: unable to open ASTIN, status "
004600             FS-AST-IN
004610         MOVE "N" TO WS-INIT-SW
004620         GO TO 1050-EXIT
004630     END-IF
004640     PERFORM 1060-LOAD-ONE-NODE THRU 1060-EXIT
004650         UNTIL AST-IN-EOF
004660     CLOSE AST-IN-FILE
004670     IF WS-RULE-COUNT = 0
004680         DISPLAY "SHQAPPLY: ASTIN holds no top-level rules - "
004690             "nothing to apply."
004700         MOVE "N" TO WS-INIT-SW
004710     END-IF.
004720 1050-EXIT.
004730     EXIT.
004740
004750 1060-LOAD-ONE-NODE.
004760     READ AST-IN-FILE
004770         AT END
004780             SET AST-IN-EOF TO TRUE
004790         NOT AT END
004800             IF APPLY-AST-POOL-COUNT >= 5000
004810                 DISPLAY "SHQAPPLY: AST-NODE-POOL full at "
004820                     APPLY-AST-POOL-COUNT
004830                     " records - later rules not applied."
004840                 SET AST-IN-EOF TO TRUE
004850             ELSE
004860                 ADD 1 TO APPLY-AST-POOL-COUNT
004870                 SET POOL-IDX TO APPLY-AST-POOL-COUNT
004880                 MOVE REC-AST-TYPE TO POOL-AST-TYPE(POOL-IDX)
004890                 MOVE REC-AST-TREE TO POOL-AST-TREE(POOL-IDX)
004900                 IF NOT REC-IS-POOL-ONLY
004910                     ADD 1 TO WS-RULE-COUNT
004920                     MOVE APPLY-AST-POOL-COUNT
004930                         TO WS-RULE-REC-NO(WS-RULE-COUNT)
004940                     MOVE REC-RULE-ID TO WS-RULE-ID(WS-RULE-COUNT)
004950                 END-IF
004960             END-IF
004970     END-READ.
004980 1060-EXIT.
004990     EXIT.
005000
005010*----------------------------------------------------------*
005020*  1100-SET-TOP-ENV: same default top environment SHQBATCH    *
005030*  seeds, built into BASE-ENVR.                                *
005040*----------------------------------------------------------*
005050 1100-SET-TOP-ENV.
005060     MOVE "+" TO SYMBOLS(1)
005070     MOVE "P" TO VAL-TYPES(1)
005080     MOVE "+" TO VALS(1)
005090
005100     MOVE "-" TO SYMBOLS(2)
005110     MOVE "P" TO VAL-TYPES(2)
005120     MOVE "-" TO VALS(2)
005130
005140     MOVE "*" TO SYMBOLS(3)
005150     MOVE "P" TO VAL-TYPES(3)
005160     MOVE "*" TO VALS(3)
005170
005180     MOVE "/" TO SYMBOLS(4)
005190     MOVE "P" TO VAL-TYPES(4)
005200     MOVE "/" TO VALS(4)
005210
005220     MOVE "<=" TO SYMBOLS(5)
005230     MOVE "P" TO VAL-TYPES(5)
005240     MOVE "<=" TO VALS(5)
005250
005260     MOVE "substring" TO SYMBOLS(6)
005270     MOVE "P" TO VAL-TYPES(6)
005280     MOVE "substring" TO VALS(6)
005290
005300     MOVE "strlen" TO SYMBOLS(7)
005310     MOVE "P" TO VAL-TYPES(7)
005320     MOVE "strlen" TO VALS(7)
005330
005340     MOVE "equal?" TO SYMBOLS(8)
005350     MOVE "P" TO VAL-TYPES(8)
005360     MOVE "equal?" TO VALS(8)
005370
005380     MOVE "true" TO SYMBOLS(9)
005390     MOVE "B" TO VAL-TYPES(9)
005400     MOVE "true" TO VALS(9)
005410
005420     MOVE "false" TO SYMBOLS(10)
005430     MOVE "B" TO VAL-TYPES(10)
005440     MOVE "false" TO VALS(10)
005450
005460     MOVE "error" TO SYMBOLS(11)
005470     MOVE "P" TO VAL-TYPES(11)
005480     MOVE "error" TO VALS(11)
005490
005500     MOVE "lookup" TO SYMBOLS(12)
005510     MOVE "P" TO VAL-TYPES(12)
005520     MOVE "lookup" TO VALS(12)
005530
005540     MOVE "days-btwn" TO SYMBOLS(13)
005550     MOVE "P" TO VAL-TYPES(13)
005560     MOVE "days-btwn" TO VALS(13)
005570
005580     MOVE "add-days" TO SYMBOLS(14)
005590     MOVE "P" TO VAL-TYPES(14)
005600     MOVE "add-days" TO VALS(14)
005610
005620     MOVE "add-months" TO SYMBOLS(15)
005630     MOVE "P" TO VAL-TYPES(15)
005640     MOVE "add-months" TO VALS(15)
005650
005660     MOVE "weekday" TO SYMBOLS(16)
005670     MOVE "P" TO VAL-TYPES(16)
005680     MOVE "weekday" TO VALS(16)
005690
005700     MOVE "month-end" TO SYMBOLS(17)
005710     MOVE "P" TO VAL-TYPES(17)
005720     MOVE "month-end" TO VALS(17)
005730
005740     MOVE "today" TO SYMBOLS(18)
005750     MOVE "P" TO VAL-TYPES(18)
005760     MOVE "today" TO VALS(18)
005770*    The business date the transactions are applied as of, as *
005780*    a NUMC value, so SHEQ4's lookup and today resolve on that *
005790*    date rather than on whatever day the job runs.            *
005800     MOVE "*run-date*" TO SYMBOLS(19)
005810     MOVE "N" TO VAL-TYPES(19)
005820     MOVE SPACES TO WS-RUN-DATE-VAL
005830     MOVE WS-RUN-DATE-9 TO WS-RUN-DATE-NUMC
005840     MOVE WS-RUN-DATE-VAL TO VALS(19).
005850 1100-EXIT.
005860     EXIT.
005870
005880*----------------------------------------------------------*
005890*  1150-LOAD-FUN-LIB: bind every FUNLIB row into BASE-ENVR,   *
005900*  the same optional load SHQBATCH's 1150-LOAD-FUN-LIB makes.  *
005910*----------------------------------------------------------*
005920 1150-LOAD-FUN-LIB.
005930     OPEN INPUT FUN-LIB-FILE
005940     IF FS-FUNLIB NOT = "00"
005950         DISPLAY "SHQAPPLY: no FUNLIB supplied, status "
005960             FS-FUNLIB " - using built-in top environment only."
005970         GO TO 1150-EXIT
005980     END-IF
005990     PERFORM 1160-LOAD-ONE-FUNCTION THRU 1160-EXIT
006000         UNTIL FUNLIB-EOF
006010     CLOSE FUN-LIB-FILE
006020     DISPLAY "SHQAPPLY: " WS-FUNLIB-COUNT
006030         " function(s) loaded from FUNLIB.".
006040 1150-EXIT.
006050     EXIT.
006060
006070 1160-LOAD-ONE-FUNCTION.
006080     READ FUN-LIB-FILE
006090         AT END
006100             SET FUNLIB-EOF TO TRUE
006110             GO TO 1160-EXIT
006120     END-READ
006130     IF FUNLIB-VAL-TYPE = "C"
006140         AND (FUNLIB-LAMC-BODY-TYPE = "If" OR "Le"
006150                                   OR "A"  OR "L")
006160         DISPLAY "SHQAPPLY: FUNLIB function " FUNLIB-SYM
006170             " has a compound body - not bound."
006180         GO TO 1160-EXIT
006190     END-IF
006200     SET ENVR-IDX TO 1
006210     SEARCH BINDING
006220         AT END
006230             DISPLAY "SHQAPPLY: BASE-ENVR full, function "
006240                 FUNLIB-SYM " not bound"
006250         WHEN SYMBOLS(ENVR-IDX) = SPACES
006260             MOVE FUNLIB-SYM TO SYMBOLS(ENVR-IDX)
006270             MOVE FUNLIB-VAL-TYPE TO VAL-TYPES(ENVR-IDX)
006280             MOVE FUNLIB-VAL TO VALS(ENVR-IDX)
006290             ADD 1 TO WS-FUNLIB-COUNT
006300     END-SEARCH.
006310 1160-EXIT.
006320     EXIT.
006330
006340*----------------------------------------------------------*
006350*  1300-LOAD-FIELD-MAP: read and check every FLDMAP card.  A   *
006360*  bad card - unknown kind, a field outside the 1,000-byte      *
006370*  record or wider than a 16-byte value slot, a duplicate name, *
006380*  a name that would shadow a primitive or FUNLIB function, or  *
006390*  a second key field - is listed on APPLYRPT and fails the     *
006400*  run before any transaction is read: applying a ruleset       *
006410*  through a half-right map would produce wrong answers that    *
006420*  look right.                                                   *
006430*----------------------------------------------------------*
006440 1300-LOAD-FIELD-MAP.
006450     OPEN INPUT FLD-MAP-FILE
006460     IF FS-FLD-MAP NOT = "00"
006470         DISPLAY "SHQAPPLY: unable to open FLDMAP, status "
006480             FS-FLD-MAP
006490         MOVE "N" TO WS-INIT-SW
006500         GO TO 1300-EXIT
006510     END-IF
006520     MOVE "FIELD MAP:" TO APPLY-RPT-RECORD
006530     WRITE APPLY-RPT-RECORD
006540     PERFORM 1310-LOAD-ONE-FIELD THRU 1310-EXIT
006550         UNTIL FLD-MAP-EOF
006560     CLOSE FLD-MAP-FILE
006570     IF WS-FMAP-COUNT = 0
006580         DISPLAY "SHQAPPLY: FLDMAP holds no field cards."
006590         MOVE "N" TO WS-INIT-SW
006600     END-IF
006610     IF WS-MAP-ERROR-COUNT > 0
006620         DISPLAY "SHQAPPLY: " WS-MAP-ERROR-COUNT
006630             " field-map error(s) - see APPLYRPT."
006640         MOVE "N" TO WS-INIT-SW
006650     END-IF.
006660 1300-EXIT.
006670     EXIT.
006680
006690 1310-LOAD-ONE-FIELD.
006700     READ FLD-MAP-FILE
006710         AT END
006720             SET FLD-MAP-EOF TO TRUE
006730             GO TO 1310-EXIT
006740     END-READ
006750     IF FLD-MAP-RECORD(1:1) = "*" OR FLD-MAP-RECORD = SPACES
006760         GO TO 1310-EXIT
006770     END-IF
006780     ADD 1 TO WS-CARD-COUNT
006790     PERFORM 1320-CHECK-FIELD-CARD THRU 1320-EXIT
006800     IF WS-SLOT-IS-FULL
006810         GO TO 1310-EXIT
006820     END-IF
006830     ADD 1 TO WS-FMAP-COUNT
006840     MOVE FMAP-NAME TO WS-FMAP-NAME(WS-FMAP-COUNT)
006850     MOVE FMAP-OFFSET TO WS-FMAP-OFFSET(WS-FMAP-COUNT)
006860     MOVE FMAP-LENGTH TO WS-FMAP-LENGTH(WS-FMAP-COUNT)
006870     MOVE FMAP-KIND TO WS-FMAP-KIND(WS-FMAP-COUNT)
006880     MOVE FMAP-DECIMALS TO WS-FMAP-DECIMALS(WS-FMAP-COUNT)
006890     IF FMAP-IS-KEY
006900         MOVE WS-FMAP-COUNT TO WS-KEY-SUB
006910     END-IF
006920     MOVE SPACES TO APPLY-RPT-RECORD
006930     STRING "  " DELIMITED BY SIZE
006940         FMAP-NAME DELIMITED BY SIZE
006950         " OFFSET " DELIMITED BY SIZE
006960         FMAP-OFFSET DELIMITED BY SIZE
006970         " LENGTH " DELIMITED BY SIZE
006980         FMAP-LENGTH DELIMITED BY SIZE
006990         " KIND " DELIMITED BY SIZE
007000         FMAP-KIND DELIMITED BY SIZE
007010         " DECIMALS " DELIMITED BY SIZE
007020         FMAP-DECIMALS DELIMITED BY SIZE
007030         " KEY " DELIMITED BY SIZE
007040         FMAP-KEY-FLAG DELIMITED BY SIZE
007050         INTO APPLY-RPT-RECORD
007060     WRITE APPLY-RPT-RECORD.
007070 1310-EXIT.
007080     EXIT.
007090
007100*----------------------------------------------------------*
007110*  1320-CHECK-FIELD-CARD: vet one card.  WS-SLOT-SW is reused  *
007120*  as the card's accept/reject flag ("F" = rejected) so the    *
007130*  caller has one test to make.                                 *
007140*----------------------------------------------------------*
007150 1320-CHECK-FIELD-CARD.
007160     MOVE "N" TO WS-SLOT-SW
007170     IF WS-FMAP-COUNT >= 50
007180         MOVE SPACES TO APPLY-RPT-RECORD
007190         STRING "CARD " DELIMITED BY SIZE
007200             WS-CARD-COUNT DELIMITED BY SIZE
007210             " " DELIMITED BY SIZE
007220             FMAP-NAME DELIMITED BY SIZE
007230             " REJECTED - MORE THAN 50 FIELDS MAPPED."
007240                 DELIMITED BY SIZE
007250             INTO APPLY-RPT-RECORD
007260         GO TO 1320-REJECT
007270     END-IF
007280     IF FMAP-NAME = SPACES
007290             OR NOT (FMAP-IS-NUMERIC OR FMAP-IS-STRING)
007300             OR FMAP-OFFSET NOT NUMERIC
007310             OR FMAP-LENGTH NOT NUMERIC
007320             OR FMAP-DECIMALS NOT NUMERIC
007330         MOVE SPACES TO APPLY-RPT-RECORD
007340         STRING "CARD " DELIMITED BY SIZE
007350             WS-CARD-COUNT DELIMITED BY SIZE
007360             " " DELIMITED BY SIZE
007370             FMAP-NAME DELIMITED BY SIZE
007380             " REJECTED - NAME, KIND, OFFSET, LENGTH OR DECIMALS"
007390                 DELIMITED BY SIZE
007400             " INVALID." DELIMITED BY SIZE
007410             INTO APPLY-RPT-RECORD
007420         GO TO 1320-REJECT
007430     END-IF
007440     IF FMAP-OFFSET < 1 OR FMAP-LENGTH < 1 OR FMAP-LENGTH > 16
007450             OR FMAP-OFFSET + FMAP-LENGTH - 1 > 1000
007460         MOVE SPACES TO APPLY-RPT-RECORD
007470         STRING "CARD " DELIMITED BY SIZE
007480             WS-CARD-COUNT DELIMITED BY SIZE
007490             " " DELIMITED BY SIZE
007500             FMAP-NAME DELIMITED BY SIZE
007510             " REJECTED - FIELD MUST BE 1-16 BYTES WITHIN THE"
007520                 DELIMITED BY SIZE
007530             " 1000-BYTE RECORD." DELIMITED BY SIZE
007540             INTO APPLY-RPT-RECORD
007550         GO TO 1320-REJECT
007560     END-IF
007570     IF FMAP-IS-KEY AND WS-KEY-SUB NOT = 0
007580         MOVE SPACES TO APPLY-RPT-RECORD
007590         STRING "CARD " DELIMITED BY SIZE
007600             WS-CARD-COUNT DELIMITED BY SIZE
007610             " " DELIMITED BY SIZE
007620             FMAP-NAME DELIMITED BY SIZE
007630             " REJECTED - A KEY FIELD IS ALREADY MAPPED."
007640                 DELIMITED BY SIZE
007650             INTO APPLY-RPT-RECORD
007660         GO TO 1320-REJECT
007670     END-IF
007680     SET ENVR-IDX TO 1
007690     SEARCH BINDING
007700         AT END
007710             CONTINUE
007720         WHEN SYMBOLS(ENVR-IDX) = FMAP-NAME
007730             MOVE SPACES TO APPLY-RPT-RECORD
007740             STRING "CARD " DELIMITED BY SIZE
007750                 WS-CARD-COUNT DELIMITED BY SIZE
007760                 " " DELIMITED BY SIZE
007770                 FMAP-NAME DELIMITED BY SIZE
007780                 " REJECTED - NAME IS ALREADY BOUND IN THE TOP"
007790                     DELIMITED BY SIZE
007800                 " ENVIRONMENT OR FUNLIB." DELIMITED BY SIZE
007810                 INTO APPLY-RPT-RECORD
007820             GO TO 1320-REJECT
007830     END-SEARCH
007840     PERFORM 1330-CHECK-DUP-FIELD THRU 1330-EXIT
007850         VARYING WS-FMAP-SUB FROM 1 BY 1
007860         UNTIL WS-FMAP-SUB > WS-FMAP-COUNT OR WS-SLOT-IS-FULL
007870     GO TO 1320-EXIT.
007880 1320-REJECT.
007890     WRITE APPLY-RPT-RECORD
007900     ADD 1 TO WS-MAP-ERROR-COUNT
007910     SET WS-SLOT-IS-FULL TO TRUE.
007920 1320-EXIT.
007930     EXIT.
007940
007950 1330-CHECK-DUP-FIELD.
007960     IF WS-FMAP-NAME(WS-FMAP-SUB) = FMAP-NAME
007970         MOVE SPACES TO APPLY-RPT-RECORD
007980         STRING "CARD " DELIMITED BY SIZE
007990             WS-CARD-COUNT DELIMITED BY SIZE
008000             " " DELIMITED BY SIZE
008010             FMAP-NAME DELIMITED BY SIZE
008020             " REJECTED - FIELD NAME MAPPED TWICE."
008030                 DELIMITED BY SIZE
008040             INTO APPLY-RPT-RECORD
008050         WRITE APPLY-RPT-RECORD
008060         ADD 1 TO WS-MAP-ERROR-COUNT
008070         SET WS-SLOT-IS-FULL TO TRUE
008080     END-IF.
008090 1330-EXIT.
008100     EXIT.
008110
008120*----------------------------------------------------------*
008130*  2000-APPLY-ONE-TXN: read the next transaction, bind its     *
008140*  mapped fields into a fresh copy of the base environment,     *
008150*  and run every top-level rule against it.  A transaction      *
008160*  with a numeric field that will not convert is listed on      *
008170*  APPLYRPT and skipped whole - evaluating its rules against  *
008180*  a missing field would only bury the real problem under a   *
008190*  page of unbound-identifier errors.                         *
008200*----------------------------------------------------------*
008210 2000-APPLY-ONE-TXN.
008220     READ TXN-IN-FILE
008230         AT END
008240             SET TXN-IN-EOF TO TRUE
008250             GO TO 2000-EXIT
008260     END-READ
008270     ADD 1 TO WS-TXN-COUNT
008280     MOVE "N" TO WS-TXN-BAD-SW
008290     MOVE SPACES TO WS-TXN-KEY
008300     IF WS-KEY-SUB > 0
008310         MOVE TXN-IN-RECORD(WS-FMAP-OFFSET(WS-KEY-SUB):
008320                            WS-FMAP-LENGTH(WS-KEY-SUB))
008330             TO WS-TXN-KEY
008340     END-IF
008350     MOVE BASE-ENVR TO TXN-ENVR
008360     PERFORM 2100-BIND-ONE-FIELD THRU 2100-EXIT
008370         VARYING WS-FMAP-SUB FROM 1 BY 1
008380         UNTIL WS-FMAP-SUB > WS-FMAP-COUNT
008390            OR WS-TXN-REJECTED OR WS-RUN-STOPPED
008400     IF WS-TXN-REJECTED OR WS-RUN-STOPPED
008410         GO TO 2000-EXIT
008420     END-IF
008430     PERFORM 2200-EVAL-ONE-RULE THRU 2200-EXIT
008440         VARYING WS-RULE-SUB FROM 1 BY 1
008450         UNTIL WS-RULE-SUB > WS-RULE-COUNT.
008460 2000-EXIT.
008470     EXIT.
008480
008490*----------------------------------------------------------*
008500*  2100-BIND-ONE-FIELD: bind one mapped field of the current  *
008510*  transaction into TXN-ENVR.  The value is carried the way    *
008520*  SHEQ4 carries an evaluated atomic - a number as NUMC's        *
008530*  signed S9(11)V9(5) at offset 135, a string in the same        *
008540*  trailing 16 bytes STRC uses - so a rule sees a           *
008550*  transaction field exactly as it would a Let-bound literal. *
008560*----------------------------------------------------------*
008570 2100-BIND-ONE-FIELD.
008580     MOVE SPACES TO WS-FLD-VALUE
008590     IF WS-FMAP-KIND(WS-FMAP-SUB) = "N"
008600         PERFORM 2110-CONVERT-NUMERIC THRU 2110-EXIT
008610         IF WS-TXN-REJECTED
008620             GO TO 2100-EXIT
008630         END-IF
008640         MOVE WS-FLD-NUM TO WS-FLD-VALUE-NUMC
008650     ELSE
008660         MOVE TXN-IN-RECORD(WS-FMAP-OFFSET(WS-FMAP-SUB):
008670                            WS-FMAP-LENGTH(WS-FMAP-SUB))
008680             TO WS-FLD-VALUE-STRC
008690     END-IF
008700     MOVE "N" TO WS-SLOT-SW
008710     SET TXN-ENVR-IDX TO 1
008720     SEARCH TXN-BINDING
008730         AT END
008740             SET WS-SLOT-IS-FULL TO TRUE
008750         WHEN TXN-SYMBOLS(TXN-ENVR-IDX) = SPACES
008760             CONTINUE
008770     END-SEARCH
008780     IF WS-SLOT-IS-FULL
008790         DISPLAY "SHQAPPLY: environment full binding field "
008800             WS-FMAP-NAME(WS-FMAP-SUB) " - run stopped at "
008810             "transaction " WS-TXN-COUNT
008820         SET WS-RUN-STOPPED TO TRUE
008830         MOVE 8 TO RETURN-CODE
008840         GO TO 2100-EXIT
008850     END-IF
008860     MOVE WS-FMAP-NAME(WS-FMAP-SUB) TO TXN-SYMBOLS(TXN-ENVR-IDX)
008870     MOVE WS-FMAP-KIND(WS-FMAP-SUB) TO TXN-VAL-TYPES(TXN-ENVR-IDX)
008880     MOVE WS-FLD-VALUE TO TXN-VALS(TXN-ENVR-IDX).
008890 2100-EXIT.
008900     EXIT.
008910
008920*----------------------------------------------------------*
008930*  2110-CONVERT-NUMERIC: turn the current numeric field into  *
008940*  WS-FLD-NUM, or reject the transaction if it is not a        *
008950*  number once blanks and a minus sign are accounted for.      *
008960*----------------------------------------------------------*
008970 2110-CONVERT-NUMERIC.
008980     MOVE SPACES TO WS-FLD-RAW
008990     MOVE TXN-IN-RECORD(WS-FMAP-OFFSET(WS-FMAP-SUB):
009000                        WS-FMAP-LENGTH(WS-FMAP-SUB))
009010         TO WS-FLD-RAW
009020     MOVE ZEROS TO WS-FLD-LEN
009030     MOVE "N" TO WS-FLD-FOUND-SW
009040     PERFORM 2120-SCAN-ONE-FLD-POS THRU 2120-EXIT
009050         VARYING WS-FLD-POS FROM WS-FMAP-LENGTH(WS-FMAP-SUB)
009060         BY -1
009070         UNTIL WS-FLD-POS < 1 OR WS-FLD-FOUND
009080     IF WS-FLD-LEN = 0
009090         MOVE ZEROS TO WS-FLD-TEXT
009100     ELSE
009110         MOVE WS-FLD-RAW(1:WS-FLD-LEN) TO WS-FLD-TEXT
009120     END-IF
009130     MOVE ZEROS TO WS-FLD-MINUS-CT
009140     INSPECT WS-FLD-TEXT TALLYING WS-FLD-MINUS-CT FOR ALL "-"
009150     INSPECT WS-FLD-TEXT REPLACING ALL "-" BY "0"
009160     INSPECT WS-FLD-TEXT REPLACING LEADING SPACES BY ZEROS
009170     IF WS-FLD-TEXT NOT NUMERIC OR WS-FLD-MINUS-CT > 1
009180         SET WS-TXN-REJECTED TO TRUE
009190         ADD 1 TO WS-TXN-REJECT-COUNT
009200         MOVE SPACES TO APPLY-RPT-RECORD
009210         STRING "TXN " DELIMITED BY SIZE
009220             WS-TXN-COUNT DELIMITED BY SIZE
009230             " KEY " DELIMITED BY SIZE
009240             WS-TXN-KEY DELIMITED BY SIZE
009250             " FIELD " DELIMITED BY SIZE
009260             WS-FMAP-NAME(WS-FMAP-SUB) DELIMITED BY SIZE
009270             " NOT NUMERIC - TRANSACTION NOT EVALUATED."
009280                 DELIMITED BY SIZE
009290             INTO APPLY-RPT-RECORD
009300         WRITE APPLY-RPT-RECORD
009310         GO TO 2110-EXIT
009320     END-IF
009330     COMPUTE WS-FLD-NUM ROUNDED = WS-FLD-DIGITS
009340         / (10 ** WS-FMAP-DECIMALS(WS-FMAP-SUB))
009350         ON SIZE ERROR
009360             SET WS-TXN-REJECTED TO TRUE
009370             ADD 1 TO WS-TXN-REJECT-COUNT
009380             MOVE SPACES TO APPLY-RPT-RECORD
009390             STRING "TXN " DELIMITED BY SIZE
009400                 WS-TXN-COUNT DELIMITED BY SIZE
009410                 " KEY " DELIMITED BY SIZE
009420                 WS-TXN-KEY DELIMITED BY SIZE
009430                 " FIELD " DELIMITED BY SIZE
009440                 WS-FMAP-NAME(WS-FMAP-SUB) DELIMITED BY SIZE
009450                 " TOO LARGE - TRANSACTION NOT EVALUATED."
009460                     DELIMITED BY SIZE
009470                 INTO APPLY-RPT-RECORD
009480             WRITE APPLY-RPT-RECORD
009490             GO TO 2110-EXIT
009500     END-COMPUTE
009510     IF WS-FLD-MINUS-CT = 1
009520         COMPUTE WS-FLD-NUM = 0 - WS-FLD-NUM
009530     END-IF.
009540 2110-EXIT.
009550     EXIT.
009560
009570 2120-SCAN-ONE-FLD-POS.
009580     IF WS-FLD-RAW(WS-FLD-POS:1) NOT = SPACE
009590         MOVE WS-FLD-POS TO WS-FLD-LEN
009600         SET WS-FLD-FOUND TO TRUE
009610     END-IF.
009620 2120-EXIT.
009630     EXIT.
009640
009650*----------------------------------------------------------*
009660*  2200-EVAL-ONE-RULE: run one top-level rule against the      *
009670*  current transaction's environment and write its result.      *
009680*----------------------------------------------------------*
009690 2200-EVAL-ONE-RULE.
009700     SET POOL-IDX TO WS-RULE-REC-NO(WS-RULE-SUB)
009710     MOVE POOL-AST-TREE(POOL-IDX) TO APPLY-AST-TREE
009720     MOVE POOL-AST-TYPE(POOL-IDX) TO APPLY-AST-TYPE
009730     MOVE SPACES TO APPLY-RESULT
009740     CALL 'SHEQ4' USING
009750         APPLY-AST-TREE,
009760         APPLY-AST-TYPE,
009770         TXN-ENVR,
009780         APPLY-RESULT,
009790         APPLY-AST-POOL,
009800         APPLY-AST-POOL-COUNT
009810     ADD 1 TO WS-EVAL-COUNT
009820     IF APPLY-RESULT(1:12) = "SHEQ ERROR: "
009830         ADD 1 TO WS-SHEQ-ERROR-COUNT
009840     END-IF
009850     MOVE WS-TXN-COUNT TO APO-TXN-NO
009860     MOVE WS-TXN-KEY TO APO-TXN-KEY
009870     MOVE WS-RULE-REC-NO(WS-RULE-SUB) TO APO-REC-NO
009880     MOVE APPLY-AST-TYPE TO APO-AST-TYPE
009890     MOVE APPLY-RESULT TO APO-RESULT
009900     MOVE WS-RULE-ID(WS-RULE-SUB) TO APO-RULE-ID
009910     WRITE APPLY-OUT-RECORD.
009920 2200-EXIT.
009930     EXIT.
009940
009950*----------------------------------------------------------*
009960*  9000-FINALIZE: close down and write the control totals to  *
009970*  APPLYRPT and the job log.                                   *
009980*----------------------------------------------------------*
009990 9000-FINALIZE.
010000     CLOSE TXN-IN-FILE
010010     CLOSE APPLY-OUT-FILE
010020     MOVE SPACES TO APPLY-RPT-RECORD
010030     STRING "CONTROL TOTALS - RULES PER TRANSACTION: "
010040             DELIMITED BY SIZE
010050         WS-RULE-COUNT DELIMITED BY SIZE
010060         INTO APPLY-RPT-RECORD
010070     WRITE APPLY-RPT-RECORD
010080     MOVE SPACES TO APPLY-RPT-RECORD
010090     STRING "  RUN DATE:              " DELIMITED BY SIZE
010100         WS-RUN-DATE DELIMITED BY SIZE
010110         INTO APPLY-RPT-RECORD
010120     WRITE APPLY-RPT-RECORD
010130     MOVE SPACES TO APPLY-RPT-RECORD
010140     STRING "  TRANSACTIONS READ:     " DELIMITED BY SIZE
010150         WS-TXN-COUNT DELIMITED BY SIZE
010160         INTO APPLY-RPT-RECORD
010170     WRITE APPLY-RPT-RECORD
010180     MOVE SPACES TO APPLY-RPT-RECORD
010190     STRING "  TRANSACTIONS REJECTED: " DELIMITED BY SIZE
010200         WS-TXN-REJECT-COUNT DELIMITED BY SIZE
010210         INTO APPLY-RPT-RECORD
010220     WRITE APPLY-RPT-RECORD
010230     MOVE SPACES TO APPLY-RPT-RECORD
010240     STRING "  RULE EVALUATIONS:      " DELIMITED BY SIZE
010250         WS-EVAL-COUNT DELIMITED BY SIZE
010260         INTO APPLY-RPT-RECORD
010270     WRITE APPLY-RPT-RECORD
010280     MOVE SPACES TO APPLY-RPT-RECORD
010290     STRING "  SHEQ-ERROR RESULTS:    " DELIMITED BY SIZE
010300         WS-SHEQ-ERROR-COUNT DELIMITED BY SIZE
010310         INTO APPLY-RPT-RECORD
010320     WRITE APPLY-RPT-RECORD
010330     CLOSE APPLY-RPT-FILE
010340     DISPLAY "SHQAPPLY: " WS-TXN-COUNT " transaction(s) read, "
010350         WS-TXN-REJECT-COUNT " rejected, "
010360         WS-EVAL-COUNT " rule evaluation(s), "
010370         WS-SHEQ-ERROR-COUNT " SHEQ-ERROR result(s).".
010380 9000-EXIT.
010390     EXIT.
010400
010410 END PROGRAM SHQAPPLY.
