000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SHQBRWS.
000120 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000130 INSTALLATION. RULE-ENGINE-OPERATIONS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  2026-10-15  DSB  Initial online rule browse.  One       *
000190*                   screen per rule, keyed by unit and     *
000200*                   rule ID: the SHEQ5 decompile of the    *
000210*                   rule (pool sub-expressions expanded),  *
000220*                   its results on the most recent run     *
000230*                   dates from the SHQHIST history with    *
000240*                   the days it changed highlighted, the   *
000250*                   unit's latest RUNREG entry, and        *
000260*                   whether the rule ID is sitting in      *
000270*                   SUSPENSE.  Pages forward and back      *
000280*                   through the unit's rules in rule ID    *
000290*                   order, and hands the rule on screen    *
000300*                   to SHEQINQ's evaluation (entry         *
000310*                   SHEQINQT) with operator-supplied       *
000320*                   symbol overrides.                      *
000330*----------------------------------------------------------*
000340*  Session allocations:                                    *
000350*    ASTIN     the unit's rules - repointed per unit from  *
000360*              BATCHCTL when one is allocated, otherwise   *
000370*              the single ruleset allocated to ASTIN       *
000380*    BATCHCTL  optional, SHQBATCH's control records        *
000390*    RUNREG    the run registry                            *
000400*    HISTIN    the SHQHIST history, current generation     *
000410*    SUSPENSE  SHQBATCH's quarantine dataset               *
000420*    ENVSNAP   optional, REFTBL and SHQTRACE - used by     *
000430*              SHEQINQ/SHEQ4 when a rule is tried          *
000440*----------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT BATCH-CTL-FILE ASSIGN TO "BATCHCTL"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-BATCH-CTL.
000510     SELECT AST-IN-FILE ASSIGN TO "ASTIN"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS FS-AST-IN.
000540     SELECT RUN-REG-FILE ASSIGN TO "RUNREG"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-RUNREG.
000570     SELECT HIST-IN-FILE ASSIGN TO "HISTIN"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FS-HIST-IN.
000600     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS FS-SUSPENSE.
000630*----------------------------------------------------------*
000640*  BOXED BANNER: DATA DIVISION                             *
000650*----------------------------------------------------------*
000660 DATA DIVISION.
000670 FILE SECTION.
000680*----------------------------------------------------------*
000690*  SHQBATCH's control records - read only to find the      *
000700*  ASTIN dataset that belongs to the unit asked for.       *
000710*----------------------------------------------------------*
000720 FD  BATCH-CTL-FILE
000730     RECORDING MODE IS F.
000740 01  BATCH-CTL-RECORD.
000750     05 CTL-UNIT-NAME        PIC X(08).
000760     05 CTL-ASTIN-DSN        PIC X(40).
000770     05 CTL-ASTOUT-DSN       PIC X(40).
000780     05 CTL-CKPT-DSN         PIC X(40).
000790     05 CTL-RECON-DSN        PIC X(40).
000800
000810*----------------------------------------------------------*
000820*  The unit's rules, SHQBATCH's AST-IN-RECORD shape.       *
000830*----------------------------------------------------------*
000840 FD  AST-IN-FILE
000850     RECORDING MODE IS F.
000860 01  AST-IN-RECORD.
000870     05 REC-AST-TYPE         PIC X(02).
000880     05 REC-AST-TREE         PIC X(150).
000890     05 REC-POOL-ONLY        PIC X(01).
000900         88 REC-IS-POOL-ONLY         VALUE "Y".
000910     05 REC-RULE-ID          PIC X(08).
000920
000930*----------------------------------------------------------*
000940*  Run registry, SHQBATCH's layout.                        *
000950*----------------------------------------------------------*
000960 FD  RUN-REG-FILE
000970     RECORDING MODE IS F.
000980 01  RUN-REG-RECORD.
000990     05 REG-RUN-DATE         PIC X(08).
001000     05 REG-UNIT             PIC X(08).
001010     05 REG-ENTRY-TYPE       PIC X(01).
001020         88 REG-IS-START             VALUE "S".
001030         88 REG-IS-END               VALUE "E".
001040     05 REG-REC-COUNT        PIC 9(06).
001050     05 REG-VALID-ERRS       PIC 9(06).
001060     05 REG-SHEQ-ERRS        PIC 9(06).
001070     05 REG-STATUS           PIC X(08).
001080
001090*----------------------------------------------------------*
001100*  Cumulative result history, SHQHIST's layout.            *
001110*----------------------------------------------------------*
001120 FD  HIST-IN-FILE
001130     RECORDING MODE IS F.
001140 01  HIST-IN-RECORD.
001150     05 HI-RUN-DATE          PIC X(08).
001160     05 HI-UNIT              PIC X(08).
001170     05 HI-REC-NO            PIC 9(06).
001180     05 HI-AST-TYPE          PIC X(02).
001190     05 HI-RESULT            PIC X(150).
001200     05 HI-RULE-ID           PIC X(08).
001210
001220*----------------------------------------------------------*
001230*  Quarantined records, SHQBATCH's SUSPENSE-RECORD shape.  *
001240*  SUSPENSE carries no unit - every unit of a BATCHCTL job *
001250*  writes to the one dataset - so a rule is matched on its *
001260*  rule ID alone, the same way SHQMERGE splices a repaired *
001270*  suspense record back in.                                *
001280*----------------------------------------------------------*
001290 FD  SUSPENSE-FILE
001300     RECORDING MODE IS F.
001310 01  SUSPENSE-RECORD.
001320     05 SUSP-AST-TYPE        PIC X(02).
001330     05 SUSP-AST-TREE        PIC X(150).
001340     05 SUSP-POOL-ONLY       PIC X(01).
001350     05 SUSP-RULE-ID         PIC X(08).
001360
001370 WORKING-STORAGE SECTION.
001380 77  WS-END-SW               PIC X(01) VALUE "N".
001390     88 WS-END-SESSION                 VALUE "Y".
001400 77  WS-HAVE-CTL-SW          PIC X(01) VALUE "N".
001410     88 WS-HAVE-BATCH-CTL              VALUE "Y".
001420 77  WS-UNIT-SW              PIC X(01) VALUE "N".
001430     88 WS-UNIT-LOADED                 VALUE "Y".
001440 77  WS-RULE-SW              PIC X(01) VALUE "N".
001450     88 WS-RULE-CHOSEN                 VALUE "Y".
001460 77  WS-LOAD-SW              PIC X(01) VALUE "Y".
001470     88 WS-LOAD-OK                     VALUE "Y".
001480 77  WS-EOF-SW               PIC X(01) VALUE "N".
001490     88 WS-AT-EOF                      VALUE "Y".
001500 77  WS-FOUND-SW             PIC X(01) VALUE "N".
001510     88 WS-FOUND                       VALUE "Y".
001520 77  WS-TRY-DONE-SW          PIC X(01) VALUE "N".
001530     88 WS-TRY-DONE                    VALUE "Y".
001540 01  FS-BATCH-CTL            PIC X(02) VALUE SPACES.
001550 01  FS-AST-IN               PIC X(02) VALUE SPACES.
001560 01  FS-RUNREG               PIC X(02) VALUE SPACES.
001570 01  FS-HIST-IN              PIC X(02) VALUE SPACES.
001580 01  FS-SUSPENSE             PIC X(02) VALUE SPACES.
001590
001600 01  WS-CMD                  PIC X(01) VALUE SPACE.
001610 01  WS-LOADED-UNIT          PIC X(08) VALUE SPACES.
001620 01  WS-CUR-RULE-ID          PIC X(08) VALUE SPACES.
001630 01  WS-TARGET-ID            PIC X(08) VALUE SPACES.
001640 01  WS-CUR-AST-TYPE         PIC X(02) VALUE SPACES.
001650 01  WS-CUR-AST-TREE         PIC X(150) VALUE SPACES.
001660 01  WS-SUSP-COUNT           PIC 9(06) VALUE ZEROS.
001670
001680*----------------------------------------------------------*
001690*  The unit's ASTIN, held whole as the AST-NODE-POOL SHEQ5 *
001700*  expands compound slots from and SHEQINQ hands on to     *
001710*  SHEQ4, plus an index of its keyed rules (not pool-only, *
001720*  rule ID present).  Paging walks the index by rule ID    *
001730*  value - the next rule is the smallest ID above the one  *
001740*  on screen - so ASTIN's own order does not matter.       *
001750*----------------------------------------------------------*
001760 01  BRW-AST-POOL.
001770     05 POOL-ENTRY            OCCURS 5000 TIMES
001780                              INDEXED BY POOL-IDX.
001790         10 POOL-AST-TYPE     PIC X(02).
001800         10 POOL-AST-TREE     PIC X(150).
001810 01  BRW-AST-POOL-COUNT       PIC 9(06) VALUE ZEROS.
001820 01  RULE-TABLE.
001830     05 RULE-ENTRY            OCCURS 5000 TIMES.
001840         10 RULE-ID           PIC X(08).
001850         10 RULE-REC-NO       PIC 9(06).
001860 01  RULE-COUNT               PIC 9(06) VALUE ZEROS.
001870 01  WS-RULE-SUB              PIC 9(06).
001880 01  WS-CAND-SUB              PIC 9(06).
001890 01  WS-CUR-SUB               PIC 9(06).
001900
001910*----------------------------------------------------------*
001920*  The unit's latest RUNREG entry - the last one written,  *
001930*  whatever its run date, since a back-dated rerun is      *
001940*  still the most recent thing that happened to the unit.  *
001950*----------------------------------------------------------*
001960 01  WS-REG-FOUND-SW          PIC X(01) VALUE "N".
001970     88 WS-REG-FOUND                    VALUE "Y".
001980 01  WS-REG-RUN-DATE          PIC X(08).
001990 01  WS-REG-ENTRY-TYPE        PIC X(01).
002000     88 WS-REG-ENDED                    VALUE "E".
002010 01  WS-REG-REC-COUNT         PIC 9(06).
002020 01  WS-REG-VALID-ERRS        PIC 9(06).
002030 01  WS-REG-SHEQ-ERRS         PIC 9(06).
002040 01  WS-REG-STATUS            PIC X(08).
002050
002060*----------------------------------------------------------*
002070*  The rule's most recent history entries, newest first.   *
002080*  One more day is kept than is shown, so the oldest day   *
002090*  on screen still has a day before it to be compared      *
002100*  with.  HISTIN is in fold-in order, which is not date    *
002110*  order once a back-dated rerun has been folded in, so    *
002120*  each entry is placed by date as it is read.             *
002130*----------------------------------------------------------*
002140 01  HST-TABLE.
002150     05 HST-ENTRY             OCCURS 8 TIMES.
002160         10 HST-RUN-DATE      PIC X(08).
002170         10 HST-RESULT        PIC X(150).
002180 01  HST-COUNT                PIC 9(02) VALUE ZEROS.
002190 77  HST-MAX                  PIC 9(02) VALUE 08.
002200 77  HST-SHOWN-MAX            PIC 9(02) VALUE 07.
002210 01  WS-HST-SUB               PIC 9(02).
002220 01  WS-HST-INS               PIC 9(02).
002230
002240*----------------------------------------------------------*
002250*  Result rendering, SHQXTRCT's classification: low-values *
002260*  SHEQ4 leaves ahead of a LET-carried number become       *
002270*  spaces; a number is a blank prefix with a valid         *
002280*  S9(11)V9(5) in the last 16 bytes and is shown edited;   *
002290*  anything else is shown left-justified.                  *
002300*----------------------------------------------------------*
002310 01  WS-RESULT               PIC X(150).
002320 01  WS-RESULT-NUM REDEFINES WS-RESULT.
002330     05 WS-RESULT-PREFIX     PIC X(134).
002340     05 WS-RESULT-NUM-VAL    PIC S9(11)V9(05).
002350 01  WS-RESULT-ERR REDEFINES WS-RESULT.
002360     05 WS-RESULT-ERR-TAG    PIC X(12).
002370         88 WS-RESULT-IS-ERROR       VALUE "SHEQ ERROR: ".
002380     05 FILLER               PIC X(138).
002390 01  WS-RESULT-TEXT          PIC X(150).
002400 01  WS-NUM-EDIT             PIC -(11)9.9(05).
002410 01  WS-LEAD-SPACES          PIC 9(03).
002420 01  WS-TEXT-START           PIC 9(03).
002430 01  WS-TEXT-LEN             PIC 9(03).
002440
002450*----------------------------------------------------------*
002460*  Dynamic allocation of the unit's ASTIN, SHQBATCH's      *
002470*  0250-ALLOC-ONE-DD request, length-prefixed as BPXWDYN   *
002480*  requires.                                               *
002490*----------------------------------------------------------*
002500 01  DYN-ALLOC-REQUEST.
002510     05 DYN-ALLOC-LEN        PIC S9(04) COMP.
002520     05 DYN-ALLOC-TEXT       PIC X(120).
002530 01  DYN-ALLOC-PTR           PIC 9(03).
002540 01  WS-ALLOC-DDNAME         PIC X(08).
002550 01  WS-ALLOC-DSN            PIC X(40).
002560 01  WS-ALLOC-RC             PIC S9(04) VALUE ZERO.
002570 01  WS-ALLOC-RC-EDIT        PIC -(04)9.
002580
002590*----------------------------------------------------------*
002600*  Backward scan used to trim trailing-space padding off a *
002610*  dataset name, the same technique SHQHIST's              *
002620*  8100-FIND-TRIM-LEN uses.                                *
002630*----------------------------------------------------------*
002640 01  WS-TRIM-SRC              PIC X(200).
002650 01  WS-TRIM-LEN              PIC 9(03).
002660 01  WS-TRIM-POS              PIC 9(03).
002670 01  WS-TRIM-FOUND-SW         PIC X(01).
002680     88 WS-TRIM-FOUND                   VALUE "Y".
002690
002700*----------------------------------------------------------*
002710*  Browse screen fields.  The unit, rule ID and command    *
002720*  are keyed; everything else is filled in from the files. *
002730*----------------------------------------------------------*
002740 01  BRW-UNIT                 PIC X(08) VALUE SPACES.
002750 01  BRW-RULE-ID              PIC X(08) VALUE SPACES.
002760 01  BRW-CMD                  PIC X(01) VALUE SPACE.
002770 01  BRW-RULE-POS             PIC 9(06) VALUE ZEROS.
002780 01  BRW-RULE-TOTAL           PIC 9(06) VALUE ZEROS.
002790 01  BRW-REC-NO               PIC 9(06) VALUE ZEROS.
002800 01  BRW-AST-TYPE             PIC X(02) VALUE SPACES.
002810 01  BRW-EXPR                 PIC X(200) VALUE SPACES.
002820 01  BRW-EXPR-LINES REDEFINES BRW-EXPR.
002830     05 BRW-EXPR-1            PIC X(70).
002840     05 BRW-EXPR-2            PIC X(70).
002850     05 BRW-EXPR-3            PIC X(60).
002860 01  BRW-REG-LINE             PIC X(66) VALUE SPACES.
002870 01  BRW-SUSP-LINE            PIC X(66) VALUE SPACES.
002880 01  BRW-HIST-ROWS            VALUE SPACES.
002890     05 BRW-HIST-ROW          OCCURS 7 TIMES.
002900         10 BRW-HR-DATE       PIC X(08).
002910         10 FILLER            PIC X(02).
002920         10 BRW-HR-MARK       PIC X(01).
002930             88 BRW-HR-CHANGED         VALUE "*".
002940         10 FILLER            PIC X(02).
002950         10 BRW-HR-RESULT     PIC X(65).
002960 01  BRW-ROW-LINE             PIC 9(02) VALUE ZEROS.
002970 01  BRW-ROW-TEXT             PIC X(78) VALUE SPACES.
002980 01  BRW-MSG                  PIC X(78) VALUE SPACES.
002990
003000*----------------------------------------------------------*
003010*  "Try it" screen fields.  Each override row binds one    *
003020*  symbol: a text value wins over the number - "true" or   *
003030*  "false" binds a boolean, any other text a string - and  *
003040*  a row with no text binds the number.  BRW-OVERRIDES is  *
003050*  what SHEQINQT is handed, one ENVR binding per row.      *
003060*----------------------------------------------------------*
003070 01  TRY-ROWS.
003080     05 TRY-ROW               OCCURS 6 TIMES.
003090         10 TRY-SYM           PIC X(10).
003100         10 TRY-NUM           PIC S9(11)V9(05).
003110         10 TRY-TEXT          PIC X(10).
003120 01  WS-TRY-SUB               PIC 9(02).
003130 01  BRW-OVERRIDES.
003140     05 OVR-ENTRY             OCCURS 6 TIMES.
003150         10 OVR-SYMBOL        PIC X(10).
003160         10 OVR-VAL-TYPE      PIC X(01).
003170         10 OVR-VAL           PIC X(150).
003180         10 OVR-VAL-NUM REDEFINES OVR-VAL.
003190             15 FILLER        PIC X(134).
003200             15 OVR-NUM-VAL   PIC S9(11)V9(05).
003210         10 OVR-VAL-STR REDEFINES OVR-VAL.
003220             15 FILLER        PIC X(134).
003230             15 OVR-STR-VAL   PIC X(10).
003240             15 FILLER        PIC X(06).
003250 01  WS-OVR-COUNT             PIC 9(02) VALUE ZEROS.
003260 01  TRY-RESULT               PIC X(150) VALUE SPACES.
003270 01  TRY-RESULT-TEXT          PIC X(150) VALUE SPACES.
003280 01  TRY-RESULT-LINES REDEFINES TRY-RESULT-TEXT.
003290     05 TRY-RES-1             PIC X(68).
003300     05 TRY-RES-2             PIC X(68).
003310     05 TRY-RES-3             PIC X(14).
003320
003330*----------------------------------------------------------*
003340*  BOXED BANNER: SCREEN SECTION                            *
003350*----------------------------------------------------------*
003360 SCREEN SECTION.
003370 01  BROWSE-SCREEN.
003380     05 BLANK SCREEN.
003390     05 LINE 01 COLUMN 02 VALUE "SHQBRWS".
003400     05 LINE 01 COLUMN 30 VALUE "RULE BROWSE".
003410     05 LINE 03 COLUMN 02 VALUE "UNIT ===>".
003420     05 LINE 03 COLUMN 24 VALUE "RULE ID ===>".
003430     05 LINE 04 COLUMN 02 VALUE "RULE".
003440     05 LINE 04 COLUMN 07 PIC ZZZZZ9 FROM BRW-RULE-POS.
003450     05 LINE 04 COLUMN 14 VALUE "OF".
003460     05 LINE 04 COLUMN 17 PIC ZZZZZ9 FROM BRW-RULE-TOTAL.
003470     05 LINE 04 COLUMN 26 VALUE "ASTIN REC".
003480     05 LINE 04 COLUMN 36 PIC ZZZZZ9 FROM BRW-REC-NO.
003490     05 LINE 04 COLUMN 45 VALUE "TYPE".
003500     05 LINE 04 COLUMN 50 PIC X(02) FROM BRW-AST-TYPE.
003510     05 LINE 06 COLUMN 02 VALUE "EXPRESSION:".
003520     05 LINE 07 COLUMN 04 PIC X(70) FROM BRW-EXPR-1.
003530     05 LINE 08 COLUMN 04 PIC X(70) FROM BRW-EXPR-2.
003540     05 LINE 09 COLUMN 04 PIC X(60) FROM BRW-EXPR-3.
003550     05 LINE 11 COLUMN 02 VALUE "LAST RUN:".
003560     05 LINE 11 COLUMN 13 PIC X(66) FROM BRW-REG-LINE.
003570     05 LINE 12 COLUMN 02 VALUE "SUSPENSE:".
003580     05 LINE 12 COLUMN 13 PIC X(66) FROM BRW-SUSP-LINE.
003590     05 LINE 14 COLUMN 02 VALUE "RECENT RESULTS, NEWEST FIRST".
003600     05 LINE 14 COLUMN 32 VALUE
003610         "(* = CHANGED FROM THE RUN BEFORE)".
003620     05 LINE 15 COLUMN 02 PIC X(78) FROM BRW-HIST-ROW(1).
003630     05 LINE 16 COLUMN 02 PIC X(78) FROM BRW-HIST-ROW(2).
003640     05 LINE 17 COLUMN 02 PIC X(78) FROM BRW-HIST-ROW(3).
003650     05 LINE 18 COLUMN 02 PIC X(78) FROM BRW-HIST-ROW(4).
003660     05 LINE 19 COLUMN 02 PIC X(78) FROM BRW-HIST-ROW(5).
003670     05 LINE 20 COLUMN 02 PIC X(78) FROM BRW-HIST-ROW(6).
003680     05 LINE 21 COLUMN 02 PIC X(78) FROM BRW-HIST-ROW(7).
003690     05 LINE 23 COLUMN 02 PIC X(78) FROM BRW-MSG HIGHLIGHT.
003700     05 LINE 24 COLUMN 02 VALUE "COMMAND ===>".
003710     05 LINE 24 COLUMN 18 VALUE
003720         "ENTER=FIND  F=FORWARD  B=BACK  T=TRY IT  X=EXIT".
003730
003740 01  BROWSE-KEYS.
003750     05 LINE 03 COLUMN 12 PIC X(08) USING BRW-UNIT HIGHLIGHT.
003760     05 LINE 03 COLUMN 37 PIC X(08) USING BRW-RULE-ID HIGHLIGHT.
003770     05 LINE 24 COLUMN 15 PIC X(01) USING BRW-CMD HIGHLIGHT.
003780
003790*    A history row whose result differs from the run       *
003800*    before it, redrawn in reverse video over the row.     *
003810 01  CHANGED-ROW.
003820     05 LINE BRW-ROW-LINE COLUMN 02 PIC X(78) FROM BRW-ROW-TEXT
003830         REVERSE-VIDEO.
003840
003850 01  TRY-SCREEN.
003860     05 BLANK SCREEN.
003870     05 LINE 01 COLUMN 02 VALUE "SHQBRWS".
003880     05 LINE 01 COLUMN 30 VALUE "RULE TRY IT".
003890     05 LINE 03 COLUMN 02 VALUE "UNIT".
003900     05 LINE 03 COLUMN 07 PIC X(08) FROM WS-LOADED-UNIT.
003910     05 LINE 03 COLUMN 17 VALUE "RULE ID".
003920     05 LINE 03 COLUMN 25 PIC X(08) FROM WS-CUR-RULE-ID.
003930     05 LINE 03 COLUMN 35 VALUE "TYPE".
003940     05 LINE 03 COLUMN 40 PIC X(02) FROM BRW-AST-TYPE.
003950     05 LINE 05 COLUMN 02 VALUE "EXPRESSION:".
003960     05 LINE 06 COLUMN 04 PIC X(70) FROM BRW-EXPR-1.
003970     05 LINE 07 COLUMN 04 PIC X(70) FROM BRW-EXPR-2.
003980     05 LINE 08 COLUMN 04 PIC X(60) FROM BRW-EXPR-3.
003990     05 LINE 10 COLUMN 02 VALUE
004000         "SYMBOL OVERRIDES - A TEXT VALUE WINS OVER THE NUMBER;".
004010     05 LINE 11 COLUMN 02 VALUE
004020         "TEXT true OR false BINDS A BOOLEAN, ELSE A STRING.".
004030     05 LINE 12 COLUMN 04 VALUE "SYMBOL".
004040     05 LINE 12 COLUMN 17 VALUE "NUMBER".
004050     05 LINE 12 COLUMN 39 VALUE "TEXT".
004060     05 LINE 20 COLUMN 02 VALUE "RESULT:".
004070     05 LINE 20 COLUMN 11 PIC X(68) FROM TRY-RES-1.
004080     05 LINE 21 COLUMN 11 PIC X(68) FROM TRY-RES-2.
004090     05 LINE 22 COLUMN 11 PIC X(14) FROM TRY-RES-3.
004100     05 LINE 23 COLUMN 02 PIC X(78) FROM BRW-MSG HIGHLIGHT.
004110     05 LINE 24 COLUMN 02 VALUE "COMMAND ===>".
004120     05 LINE 24 COLUMN 18 VALUE
004130         "ENTER/T=EVALUATE  R=RETURN TO BROWSE  X=EXIT".
004140
004150 01  TRY-KEYS.
004160     05 LINE 13 COLUMN 04 PIC X(10) USING TRY-SYM(1) HIGHLIGHT.
004170     05 LINE 13 COLUMN 17 PIC -(11)9.9(05) USING TRY-NUM(1)
004180         HIGHLIGHT.
004190     05 LINE 13 COLUMN 39 PIC X(10) USING TRY-TEXT(1) HIGHLIGHT.
004200     05 LINE 14 COLUMN 04 PIC X(10) USING TRY-SYM(2) HIGHLIGHT.
004210     05 LINE 14 COLUMN 17 PIC -(11)9.9(05) USING TRY-NUM(2)
004220         HIGHLIGHT.
004230     05 LINE 14 COLUMN 39 PIC X(10) USING TRY-TEXT(2) HIGHLIGHT.
004240     05 LINE 15 COLUMN 04 PIC X(10) USING TRY-SYM(3) HIGHLIGHT.
004250     05 LINE 15 COLUMN 17 PIC -(11)9.9(05) USING TRY-NUM(3)
004260         HIGHLIGHT.
004270     05 LINE 15 COLUMN 39 PIC X(10) USING TRY-TEXT(3) HIGHLIGHT.
004280     05 LINE 16 COLUMN 04 PIC X(10) USING TRY-SYM(4) HIGHLIGHT.
004290     05 LINE 16 COLUMN 17 PIC -(11)9.9(05) USING TRY-NUM(4)
004300         HIGHLIGHT.
004310     05 LINE 16 COLUMN 39 PIC X(10) USING TRY-TEXT(4) HIGHLIGHT.
004320     05 LINE 17 COLUMN 04 PIC X(10) USING TRY-SYM(5) HIGHLIGHT.
004330     05 LINE 17 COLUMN 17 PIC -(11)9.9(05) USING TRY-NUM(5)
004340         HIGHLIGHT.
004350     05 LINE 17 COLUMN 39 PIC X(10) USING TRY-TEXT(5) HIGHLIGHT.
004360     05 LINE 18 COLUMN 04 PIC X(10) USING TRY-SYM(6) HIGHLIGHT.
004370     05 LINE 18 COLUMN 17 PIC -(11)9.9(05) USING TRY-NUM(6)
004380         HIGHLIGHT.
004390     05 LINE 18 COLUMN 39 PIC X(10) USING TRY-TEXT(6) HIGHLIGHT.
004400     05 LINE 24 COLUMN 15 PIC X(01) USING BRW-CMD HIGHLIGHT.
004410
004420 PROCEDURE DIVISION.
004430*----------------------------------------------------------*
004440*  0000-MAINLINE                                           *
004450*----------------------------------------------------------*
004460 0000-MAINLINE.
004470     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004480     PERFORM 2000-BROWSE-ONE-SCREEN THRU 2000-EXIT
004490         UNTIL WS-END-SESSION
004500     GOBACK.
004510
004520*----------------------------------------------------------*
004530*  1000-INITIALIZE: note whether a BATCHCTL is allocated - *
004540*  with one, each unit's ASTIN is found through it;        *
004550*  without one, ASTIN as allocated is the only ruleset.    *
004560*----------------------------------------------------------*
004570 1000-INITIALIZE.
004580     OPEN INPUT BATCH-CTL-FILE
004590     IF FS-BATCH-CTL = "00"
004600         SET WS-HAVE-BATCH-CTL TO TRUE
004610         CLOSE BATCH-CTL-FILE
004620     END-IF
004630     PERFORM 5900-CLEAR-RULE-VIEW THRU 5900-EXIT
004640     MOVE "ENTER A UNIT, AND A RULE ID TO START FROM IF WANTED."
004650         TO BRW-MSG.
004660 1000-EXIT.
004670     EXIT.
004680
004690*----------------------------------------------------------*
004700*  2000-BROWSE-ONE-SCREEN: show the browse screen and act  *
004710*  on what came back.  A unit other than the one loaded is *
004720*  loaded first, whatever the command; on the same unit a  *
004730*  blank command finds the rule ID keyed (or refreshes the *
004740*  rule on screen if it was not changed).                  *
004750*----------------------------------------------------------*
004760 2000-BROWSE-ONE-SCREEN.
004770     PERFORM 7000-SHOW-BROWSE-SCREEN THRU 7000-EXIT
004780     MOVE BRW-CMD TO WS-CMD
004790     MOVE SPACE TO BRW-CMD
004800     MOVE SPACES TO BRW-MSG
004810     INSPECT WS-CMD CONVERTING "fbtx" TO "FBTX"
004820     IF WS-CMD = "X"
004830         SET WS-END-SESSION TO TRUE
004840         GO TO 2000-EXIT
004850     END-IF
004860     IF BRW-UNIT = SPACES
004870         MOVE "ENTER A UNIT NAME." TO BRW-MSG
004880         GO TO 2000-EXIT
004890     END-IF
004900     IF NOT WS-UNIT-LOADED
004910             OR BRW-UNIT NOT = WS-LOADED-UNIT
004920         PERFORM 3000-LOAD-UNIT THRU 3000-EXIT
004930         IF WS-UNIT-LOADED
004940             PERFORM 4000-POSITION-RULE THRU 4000-EXIT
004950         END-IF
004960         GO TO 2000-EXIT
004970     END-IF
004980     EVALUATE WS-CMD
004990         WHEN "F"
005000             PERFORM 4100-NEXT-RULE THRU 4100-EXIT
005010         WHEN "B"
005020             PERFORM 4200-PRIOR-RULE THRU 4200-EXIT
005030         WHEN "T"
005040             PERFORM 6000-TRY-RULE THRU 6000-EXIT
005050         WHEN SPACE
005060             IF WS-RULE-CHOSEN
005070                     AND BRW-RULE-ID = WS-CUR-RULE-ID
005080                 PERFORM 5000-BUILD-RULE-VIEW THRU 5000-EXIT
005090             ELSE
005100                 PERFORM 4000-POSITION-RULE THRU 4000-EXIT
005110             END-IF
005120         WHEN OTHER
005130             STRING "UNKNOWN COMMAND " DELIMITED BY SIZE
005140                 WS-CMD DELIMITED BY SIZE
005150                 " - USE F, B, T OR X." DELIMITED BY SIZE
005160                 INTO BRW-MSG
005170     END-EVALUATE.
005180 2000-EXIT.
005190     EXIT.
005200
005210*----------------------------------------------------------*
005220*  3000-LOAD-UNIT: bring in the unit keyed - its ASTIN as  *
005230*  the pool and rule index, and its latest RUNREG entry.   *
005240*  A unit that cannot be loaded leaves nothing on screen   *
005250*  from the one before it.                                 *
005260*----------------------------------------------------------*
005270 3000-LOAD-UNIT.
005280     MOVE "N" TO WS-UNIT-SW
005290     MOVE SPACES TO WS-LOADED-UNIT
005300     MOVE SPACES TO BRW-REG-LINE
005310     PERFORM 5900-CLEAR-RULE-VIEW THRU 5900-EXIT
005320     MOVE "Y" TO WS-LOAD-SW
005330     IF WS-HAVE-BATCH-CTL
005340         PERFORM 3100-ALLOC-UNIT-ASTIN THRU 3100-EXIT
005350         IF NOT WS-LOAD-OK
005360             GO TO 3000-EXIT
005370         END-IF
005380     END-IF
005390     PERFORM 3200-LOAD-UNIT-ASTIN THRU 3200-EXIT
005400     IF NOT WS-LOAD-OK
005410         GO TO 3000-EXIT
005420     END-IF
005430     PERFORM 3300-FIND-LATEST-REG THRU 3300-EXIT
005440     MOVE BRW-UNIT TO WS-LOADED-UNIT
005450     SET WS-UNIT-LOADED TO TRUE
005460     STRING "UNIT " DELIMITED BY SIZE
005470         WS-LOADED-UNIT DELIMITED BY SPACE
005480         " LOADED - " DELIMITED BY SIZE
005490         BRW-AST-POOL-COUNT DELIMITED BY SIZE
005500         " ASTIN RECORD(S), " DELIMITED BY SIZE
005510         RULE-COUNT DELIMITED BY SIZE
005520         " RULE(S) WITH A RULE ID." DELIMITED BY SIZE
005530         INTO BRW-MSG.
005540 3000-EXIT.
005550     EXIT.
005560
005570*----------------------------------------------------------*
005580*  3100-ALLOC-UNIT-ASTIN: find the unit's BATCHCTL record  *
005590*  and point ASTIN at its rules dataset.  A unit that is   *
005600*  not on BATCHCTL is refused rather than shown against    *
005610*  whatever ASTIN last held.                               *
005620*----------------------------------------------------------*
005630 3100-ALLOC-UNIT-ASTIN.
005640     MOVE "N" TO WS-FOUND-SW
005650     OPEN INPUT BATCH-CTL-FILE
005660     IF FS-BATCH-CTL NOT = "00"
005670         STRING "UNABLE TO OPEN BATCHCTL, STATUS "
005680             DELIMITED BY SIZE
005690             FS-BATCH-CTL DELIMITED BY SIZE
005700             INTO BRW-MSG
005710         MOVE "N" TO WS-LOAD-SW
005720         GO TO 3100-EXIT
005730     END-IF
005740     MOVE "N" TO WS-EOF-SW
005750     PERFORM 3110-READ-ONE-CTL THRU 3110-EXIT
005760         UNTIL WS-AT-EOF OR WS-FOUND
005770     CLOSE BATCH-CTL-FILE
005780     MOVE "N" TO WS-EOF-SW
005790     IF NOT WS-FOUND
005800         STRING "UNIT " DELIMITED BY SIZE
005810             BRW-UNIT DELIMITED BY SPACE
005820             " IS NOT ON BATCHCTL." DELIMITED BY SIZE
005830             INTO BRW-MSG
005840         MOVE "N" TO WS-LOAD-SW
005850         GO TO 3100-EXIT
005860     END-IF
005870     MOVE "ASTIN" TO WS-ALLOC-DDNAME
005880     MOVE CTL-ASTIN-DSN TO WS-ALLOC-DSN
005890     PERFORM 3150-ALLOC-ONE-DD THRU 3150-EXIT.
005900 3100-EXIT.
005910     EXIT.
005920
005930 3110-READ-ONE-CTL.
005940     READ BATCH-CTL-FILE
005950         AT END
005960             SET WS-AT-EOF TO TRUE
005970         NOT AT END
005980             IF CTL-UNIT-NAME = BRW-UNIT
005990                 SET WS-FOUND TO TRUE
006000             END-IF
006010     END-READ.
006020 3110-EXIT.
006030     EXIT.
006040
006050*----------------------------------------------------------*
006060*  3150-ALLOC-ONE-DD: SHQBATCH's 0250-ALLOC-ONE-DD, with   *
006070*  its complaints on the message line instead of SYSOUT.   *
006080*----------------------------------------------------------*
006090 3150-ALLOC-ONE-DD.
006100     MOVE WS-ALLOC-DSN TO WS-TRIM-SRC
006110     PERFORM 8100-FIND-TRIM-LEN THRU 8100-EXIT
006120     MOVE SPACES TO DYN-ALLOC-TEXT
006130     MOVE 1 TO DYN-ALLOC-PTR
006140     STRING "ALLOC FI(" DELIMITED BY SIZE
006150         WS-ALLOC-DDNAME DELIMITED BY SPACE
006160         ") DA('" DELIMITED BY SIZE
006170         WS-TRIM-SRC(1:WS-TRIM-LEN) DELIMITED BY SIZE
006180         "') SHR REUSE" DELIMITED BY SIZE
006190         INTO DYN-ALLOC-TEXT
006200         WITH POINTER DYN-ALLOC-PTR
006210     COMPUTE DYN-ALLOC-LEN = DYN-ALLOC-PTR - 1
006220     CALL 'BPXWDYN' USING DYN-ALLOC-REQUEST
006230         ON EXCEPTION
006240             STRING "DYNAMIC ALLOCATION UNAVAILABLE - CANNOT "
006250                 DELIMITED BY SIZE
006260                 "REPOINT " DELIMITED BY SIZE
006270                 WS-ALLOC-DDNAME DELIMITED BY SIZE
006280                 INTO BRW-MSG
006290             MOVE "N" TO WS-LOAD-SW
006300     END-CALL
006310     IF WS-LOAD-OK
006320         MOVE RETURN-CODE TO WS-ALLOC-RC
006330         MOVE 0 TO RETURN-CODE
006340         IF WS-ALLOC-RC NOT = 0
006350             MOVE WS-ALLOC-RC TO WS-ALLOC-RC-EDIT
006360             STRING "ALLOC FAILED FOR " DELIMITED BY SIZE
006370                 WS-ALLOC-DDNAME DELIMITED BY SPACE
006380                 " " DELIMITED BY SIZE
006390                 WS-TRIM-SRC(1:WS-TRIM-LEN) DELIMITED BY SIZE
006400                 " RC" DELIMITED BY SIZE
006410                 WS-ALLOC-RC-EDIT DELIMITED BY SIZE
006420                 INTO BRW-MSG
006430             MOVE "N" TO WS-LOAD-SW
006440         END-IF
006450     END-IF.
006460 3150-EXIT.
006470     EXIT.
006480
006490*----------------------------------------------------------*
006500*  3200-LOAD-UNIT-ASTIN: read ASTIN whole into the pool,   *
006510*  indexing every keyed rule by its record number.         *
006520*----------------------------------------------------------*
006530 3200-LOAD-UNIT-ASTIN.
006540     MOVE ZEROS TO BRW-AST-POOL-COUNT
006550     MOVE ZEROS TO RULE-COUNT
006560     OPEN INPUT AST-IN-FILE
006570     IF FS-AST-IN NOT = "00"
006580         STRING "UNABLE TO OPEN ASTIN FOR UNIT " DELIMITED BY SIZE
006590             BRW-UNIT DELIMITED BY SPACE
006600             ", STATUS " DELIMITED BY SIZE
006610             FS-AST-IN DELIMITED BY SIZE
006620             INTO BRW-MSG
006630         MOVE "N" TO WS-LOAD-SW
006640         GO TO 3200-EXIT
006650     END-IF
006660     MOVE "N" TO WS-EOF-SW
006670     PERFORM 3210-LOAD-ONE-NODE THRU 3210-EXIT
006680         UNTIL WS-AT-EOF
006690     CLOSE AST-IN-FILE
006700     MOVE "N" TO WS-EOF-SW.
006710 3200-EXIT.
006720     EXIT.
006730
006740 3210-LOAD-ONE-NODE.
006750     READ AST-IN-FILE
006760         AT END
006770             SET WS-AT-EOF TO TRUE
006780             GO TO 3210-EXIT
006790     END-READ
006800     IF BRW-AST-POOL-COUNT >= 5000
006810         MOVE "ASTIN OVER 5000 RECORDS - THE REST ARE NOT SHOWN."
006820             TO BRW-MSG
006830         SET WS-AT-EOF TO TRUE
006840         GO TO 3210-EXIT
006850     END-IF
006860     ADD 1 TO BRW-AST-POOL-COUNT
006870     SET POOL-IDX TO BRW-AST-POOL-COUNT
006880     MOVE REC-AST-TYPE TO POOL-AST-TYPE(POOL-IDX)
006890     MOVE REC-AST-TREE TO POOL-AST-TREE(POOL-IDX)
006900     IF REC-RULE-ID NOT = SPACES
006910             AND NOT REC-IS-POOL-ONLY
006920         ADD 1 TO RULE-COUNT
006930         MOVE REC-RULE-ID TO RULE-ID(RULE-COUNT)
006940         MOVE BRW-AST-POOL-COUNT TO RULE-REC-NO(RULE-COUNT)
006950     END-IF.
006960 3210-EXIT.
006970     EXIT.
006980
006990*----------------------------------------------------------*
007000*  3300-FIND-LATEST-REG: the unit's last RUNREG entry,     *
007010*  turned into the "last run" line.                        *
007020*----------------------------------------------------------*
007030 3300-FIND-LATEST-REG.
007040     MOVE "N" TO WS-REG-FOUND-SW
007050     MOVE SPACES TO BRW-REG-LINE
007060     OPEN INPUT RUN-REG-FILE
007070     IF FS-RUNREG NOT = "00"
007080         STRING "RUNREG NOT AVAILABLE, STATUS " DELIMITED BY SIZE
007090             FS-RUNREG DELIMITED BY SIZE
007100             INTO BRW-REG-LINE
007110         GO TO 3300-EXIT
007120     END-IF
007130     MOVE "N" TO WS-EOF-SW
007140     PERFORM 3310-READ-ONE-REG-ENTRY THRU 3310-EXIT
007150         UNTIL WS-AT-EOF
007160     CLOSE RUN-REG-FILE
007170     MOVE "N" TO WS-EOF-SW
007180     EVALUATE TRUE
007190         WHEN NOT WS-REG-FOUND
007200             MOVE "NO RUNREG ENTRY FOR THIS UNIT" TO BRW-REG-LINE
007210         WHEN NOT WS-REG-ENDED
007220             STRING WS-REG-RUN-DATE DELIMITED BY SIZE
007230                 " STARTED, NO END ENTRY - RUNNING OR ABENDED"
007240                 DELIMITED BY SIZE
007250                 INTO BRW-REG-LINE
007260         WHEN OTHER
007270             STRING WS-REG-RUN-DATE DELIMITED BY SIZE
007280                 " ENDED " DELIMITED BY SIZE
007290                 WS-REG-STATUS DELIMITED BY SIZE
007300                 " RECS " DELIMITED BY SIZE
007310                 WS-REG-REC-COUNT DELIMITED BY SIZE
007320                 " VALERRS " DELIMITED BY SIZE
007330                 WS-REG-VALID-ERRS DELIMITED BY SIZE
007340                 " SHEQERRS " DELIMITED BY SIZE
007350                 WS-REG-SHEQ-ERRS DELIMITED BY SIZE
007360                 INTO BRW-REG-LINE
007370     END-EVALUATE.
007380 3300-EXIT.
007390     EXIT.
007400
007410 3310-READ-ONE-REG-ENTRY.
007420     READ RUN-REG-FILE
007430         AT END
007440             SET WS-AT-EOF TO TRUE
007450         NOT AT END
007460             IF REG-UNIT = BRW-UNIT
007470                 MOVE "Y" TO WS-REG-FOUND-SW
007480                 MOVE REG-RUN-DATE TO WS-REG-RUN-DATE
007490                 MOVE REG-ENTRY-TYPE TO WS-REG-ENTRY-TYPE
007500                 MOVE REG-REC-COUNT TO WS-REG-REC-COUNT
007510                 MOVE REG-VALID-ERRS TO WS-REG-VALID-ERRS
007520                 MOVE REG-SHEQ-ERRS TO WS-REG-SHEQ-ERRS
007530                 MOVE REG-STATUS TO WS-REG-STATUS
007540             END-IF
007550     END-READ.
007560 3310-EXIT.
007570     EXIT.
007580
007590*----------------------------------------------------------*
007600*  4000-POSITION-RULE: show the rule ID keyed, or the      *
007610*  first one after it if the unit has no such rule (the    *
007620*  first rule of all for a blank key, the last if the key  *
007630*  is past the end).                                       *
007640*----------------------------------------------------------*
007650 4000-POSITION-RULE.
007660     IF RULE-COUNT = 0
007670         PERFORM 5900-CLEAR-RULE-VIEW THRU 5900-EXIT
007680         STRING "UNIT " DELIMITED BY SIZE
007690             WS-LOADED-UNIT DELIMITED BY SPACE
007700             " HAS NO RULES WITH A RULE ID ON ITS ASTIN."
007710             DELIMITED BY SIZE
007720             INTO BRW-MSG
007730         GO TO 4000-EXIT
007740     END-IF
007750     MOVE BRW-RULE-ID TO WS-TARGET-ID
007760     MOVE ZEROS TO WS-CAND-SUB
007770     PERFORM 4010-SCAN-AT-OR-AFTER THRU 4010-EXIT
007780         VARYING WS-RULE-SUB FROM 1 BY 1
007790         UNTIL WS-RULE-SUB > RULE-COUNT
007800     IF WS-CAND-SUB = 0
007810         MOVE HIGH-VALUES TO WS-TARGET-ID
007820         PERFORM 4210-SCAN-BEFORE THRU 4210-EXIT
007830             VARYING WS-RULE-SUB FROM 1 BY 1
007840             UNTIL WS-RULE-SUB > RULE-COUNT
007850         MOVE SPACES TO BRW-MSG
007860         STRING "NO RULE ID AT OR AFTER " DELIMITED BY SIZE
007870             BRW-RULE-ID DELIMITED BY SPACE
007880             " - SHOWING THE LAST." DELIMITED BY SIZE
007890             INTO BRW-MSG
007900     ELSE
007910         IF BRW-RULE-ID NOT = SPACES
007920                 AND RULE-ID(WS-CAND-SUB) NOT = BRW-RULE-ID
007930             MOVE SPACES TO BRW-MSG
007940             STRING "RULE ID " DELIMITED BY SIZE
007950                 BRW-RULE-ID DELIMITED BY SPACE
007960                 " NOT ON THIS UNIT - SHOWING THE NEXT ONE."
007970                 DELIMITED BY SIZE
007980                 INTO BRW-MSG
007990         END-IF
008000     END-IF
008010     MOVE WS-CAND-SUB TO WS-CUR-SUB
008020     PERFORM 5000-BUILD-RULE-VIEW THRU 5000-EXIT.
008030 4000-EXIT.
008040     EXIT.
008050
008060 4010-SCAN-AT-OR-AFTER.
008070     IF RULE-ID(WS-RULE-SUB) >= WS-TARGET-ID
008080         IF WS-CAND-SUB = 0
008090             MOVE WS-RULE-SUB TO WS-CAND-SUB
008100         ELSE
008110             IF RULE-ID(WS-RULE-SUB) < RULE-ID(WS-CAND-SUB)
008120                 MOVE WS-RULE-SUB TO WS-CAND-SUB
008130             END-IF
008140         END-IF
008150     END-IF.
008160 4010-EXIT.
008170     EXIT.
008180
008190*----------------------------------------------------------*
008200*  4100-NEXT-RULE: the smallest rule ID above the one on   *
008210*  screen.                                                 *
008220*----------------------------------------------------------*
008230 4100-NEXT-RULE.
008240     IF NOT WS-RULE-CHOSEN
008250         MOVE "NO RULE ON SCREEN TO PAGE FROM." TO BRW-MSG
008260         GO TO 4100-EXIT
008270     END-IF
008280     MOVE WS-CUR-RULE-ID TO WS-TARGET-ID
008290     MOVE ZEROS TO WS-CAND-SUB
008300     PERFORM 4110-SCAN-AFTER THRU 4110-EXIT
008310         VARYING WS-RULE-SUB FROM 1 BY 1
008320         UNTIL WS-RULE-SUB > RULE-COUNT
008330     IF WS-CAND-SUB = 0
008340         MOVE WS-CUR-RULE-ID TO BRW-RULE-ID
008350         MOVE "LAST RULE ID FOR THIS UNIT." TO BRW-MSG
008360         GO TO 4100-EXIT
008370     END-IF
008380     MOVE WS-CAND-SUB TO WS-CUR-SUB
008390     PERFORM 5000-BUILD-RULE-VIEW THRU 5000-EXIT.
008400 4100-EXIT.
008410     EXIT.
008420
008430 4110-SCAN-AFTER.
008440     IF RULE-ID(WS-RULE-SUB) > WS-TARGET-ID
008450         IF WS-CAND-SUB = 0
008460             MOVE WS-RULE-SUB TO WS-CAND-SUB
008470         ELSE
008480             IF RULE-ID(WS-RULE-SUB) < RULE-ID(WS-CAND-SUB)
008490                 MOVE WS-RULE-SUB TO WS-CAND-SUB
008500             END-IF
008510         END-IF
008520     END-IF.
008530 4110-EXIT.
008540     EXIT.
008550
008560*----------------------------------------------------------*
008570*  4200-PRIOR-RULE: the largest rule ID below the one on   *
008580*  screen.                                                 *
008590*----------------------------------------------------------*
008600 4200-PRIOR-RULE.
008610     IF NOT WS-RULE-CHOSEN
008620         MOVE "NO RULE ON SCREEN TO PAGE FROM." TO BRW-MSG
008630         GO TO 4200-EXIT
008640     END-IF
008650     MOVE WS-CUR-RULE-ID TO WS-TARGET-ID
008660     MOVE ZEROS TO WS-CAND-SUB
008670     PERFORM 4210-SCAN-BEFORE THRU 4210-EXIT
008680         VARYING WS-RULE-SUB FROM 1 BY 1
008690         UNTIL WS-RULE-SUB > RULE-COUNT
008700     IF WS-CAND-SUB = 0
008710         MOVE WS-CUR-RULE-ID TO BRW-RULE-ID
008720         MOVE "FIRST RULE ID FOR THIS UNIT." TO BRW-MSG
008730         GO TO 4200-EXIT
008740     END-IF
008750     MOVE WS-CAND-SUB TO WS-CUR-SUB
008760     PERFORM 5000-BUILD-RULE-VIEW THRU 5000-EXIT.
008770 4200-EXIT.
008780     EXIT.
008790
008800 4210-SCAN-BEFORE.
008810     IF RULE-ID(WS-RULE-SUB) < WS-TARGET-ID
008820         IF WS-CAND-SUB = 0
008830             MOVE WS-RULE-SUB TO WS-CAND-SUB
008840         ELSE
008850             IF RULE-ID(WS-RULE-SUB) > RULE-ID(WS-CAND-SUB)
008860                 MOVE WS-RULE-SUB TO WS-CAND-SUB
008870             END-IF
008880         END-IF
008890     END-IF.
008900 4210-EXIT.
008910     EXIT.
008920
008930*----------------------------------------------------------*
008940*  5000-BUILD-RULE-VIEW: fill the screen for the rule at   *
008950*  WS-CUR-SUB - its place in ID order, the SHEQ5 decompile *
008960*  (SHEQ5 expands its pool sub-expressions from the unit's *
008970*  pool), its recent history and its SUSPENSE standing.    *
008980*  History and SUSPENSE are reread every time, so a        *
008990*  refresh picks up a run that finished since.             *
009000*----------------------------------------------------------*
009010 5000-BUILD-RULE-VIEW.
009020     SET WS-RULE-CHOSEN TO TRUE
009030     MOVE RULE-ID(WS-CUR-SUB) TO WS-CUR-RULE-ID
009040     MOVE WS-CUR-RULE-ID TO BRW-RULE-ID
009050     MOVE RULE-REC-NO(WS-CUR-SUB) TO BRW-REC-NO
009060     SET POOL-IDX TO BRW-REC-NO
009070     MOVE POOL-AST-TYPE(POOL-IDX) TO WS-CUR-AST-TYPE
009080     MOVE POOL-AST-TREE(POOL-IDX) TO WS-CUR-AST-TREE
009090     MOVE WS-CUR-AST-TYPE TO BRW-AST-TYPE
009100     MOVE RULE-COUNT TO BRW-RULE-TOTAL
009110     MOVE ZEROS TO BRW-RULE-POS
009120     PERFORM 5010-COUNT-ONE-POS THRU 5010-EXIT
009130         VARYING WS-RULE-SUB FROM 1 BY 1
009140         UNTIL WS-RULE-SUB > RULE-COUNT
009150     CALL 'SHEQ5' USING
009160         WS-CUR-AST-TREE,
009170         WS-CUR-AST-TYPE,
009180         BRW-EXPR,
009190         BRW-AST-POOL,
009200         BRW-AST-POOL-COUNT
009210     PERFORM 5100-LOAD-HISTORY THRU 5100-EXIT
009220     PERFORM 5300-CHECK-SUSPENSE THRU 5300-EXIT.
009230 5000-EXIT.
009240     EXIT.
009250
009260 5010-COUNT-ONE-POS.
009270     IF RULE-ID(WS-RULE-SUB) <= WS-CUR-RULE-ID
009280         ADD 1 TO BRW-RULE-POS
009290     END-IF.
009300 5010-EXIT.
009310     EXIT.
009320
009330*----------------------------------------------------------*
009340*  5100-LOAD-HISTORY: keep the rule's newest HST-MAX       *
009350*  history entries for the unit, then lay out the rows -   *
009360*  a row is marked changed when its result differs from    *
009370*  the next older day's.                                   *
009380*----------------------------------------------------------*
009390 5100-LOAD-HISTORY.
009400     MOVE ZEROS TO HST-COUNT
009410     MOVE SPACES TO BRW-HIST-ROWS
009420     OPEN INPUT HIST-IN-FILE
009430     IF FS-HIST-IN NOT = "00"
009440         STRING "NO HISTORY AVAILABLE - HISTIN STATUS "
009450             DELIMITED BY SIZE
009460             FS-HIST-IN DELIMITED BY SIZE
009470             INTO BRW-HIST-ROW(1)
009480         GO TO 5100-EXIT
009490     END-IF
009500     MOVE "N" TO WS-EOF-SW
009510     PERFORM 5110-READ-ONE-HIST THRU 5110-EXIT
009520         UNTIL WS-AT-EOF
009530     CLOSE HIST-IN-FILE
009540     MOVE "N" TO WS-EOF-SW
009550     IF HST-COUNT = 0
009560         MOVE "NO RESULTS ON THE HISTORY DATASET FOR THIS RULE."
009570             TO BRW-HIST-ROW(1)
009580         GO TO 5100-EXIT
009590     END-IF
009600     PERFORM 5200-BUILD-ONE-ROW THRU 5200-EXIT
009610         VARYING WS-HST-SUB FROM 1 BY 1
009620         UNTIL WS-HST-SUB > HST-COUNT
009630             OR WS-HST-SUB > HST-SHOWN-MAX.
009640 5100-EXIT.
009650     EXIT.
009660
009670*----------------------------------------------------------*
009680*  5110-READ-ONE-HIST: place one of the rule's entries by  *
009690*  date, newest first.  A date already held is replaced    *
009700*  (the later fold-in stands); an entry older than all     *
009710*  HST-MAX held is dropped, and a newer one pushes the     *
009720*  oldest out.                                             *
009730*----------------------------------------------------------*
009740 5110-READ-ONE-HIST.
009750     READ HIST-IN-FILE
009760         AT END
009770             SET WS-AT-EOF TO TRUE
009780             GO TO 5110-EXIT
009790     END-READ
009800     IF HI-UNIT NOT = WS-LOADED-UNIT
009810             OR HI-RULE-ID NOT = WS-CUR-RULE-ID
009820         GO TO 5110-EXIT
009830     END-IF
009840     MOVE ZEROS TO WS-HST-INS
009850     PERFORM 5120-FIND-ONE-SLOT THRU 5120-EXIT
009860         VARYING WS-HST-SUB FROM 1 BY 1
009870         UNTIL WS-HST-SUB > HST-COUNT
009880             OR WS-HST-INS > 0
009890     IF WS-HST-INS = 0
009900         COMPUTE WS-HST-INS = HST-COUNT + 1
009910     ELSE
009920         IF HST-RUN-DATE(WS-HST-INS) = HI-RUN-DATE
009930             MOVE HI-RESULT TO HST-RESULT(WS-HST-INS)
009940             GO TO 5110-EXIT
009950         END-IF
009960     END-IF
009970     IF WS-HST-INS > HST-MAX
009980         GO TO 5110-EXIT
009990     END-IF
010000     IF HST-COUNT < HST-MAX
010010         ADD 1 TO HST-COUNT
010020     END-IF
010030     PERFORM 5130-SHIFT-ONE-DOWN THRU 5130-EXIT
010040         VARYING WS-HST-SUB FROM HST-COUNT BY -1
010050         UNTIL WS-HST-SUB <= WS-HST-INS
010060     MOVE HI-RUN-DATE TO HST-RUN-DATE(WS-HST-INS)
010070     MOVE HI-RESULT TO HST-RESULT(WS-HST-INS).
010080 5110-EXIT.
010090     EXIT.
010100
010110 5120-FIND-ONE-SLOT.
010120     IF HST-RUN-DATE(WS-HST-SUB) <= HI-RUN-DATE
010130         MOVE WS-HST-SUB TO WS-HST-INS
010140     END-IF.
010150 5120-EXIT.
010160     EXIT.
010170
010180 5130-SHIFT-ONE-DOWN.
010190     MOVE HST-ENTRY(WS-HST-SUB - 1) TO HST-ENTRY(WS-HST-SUB).
010200 5130-EXIT.
010210     EXIT.
010220
010230 5200-BUILD-ONE-ROW.
010240     MOVE SPACES TO BRW-HIST-ROW(WS-HST-SUB)
010250     MOVE HST-RUN-DATE(WS-HST-SUB) TO BRW-HR-DATE(WS-HST-SUB)
010260     IF WS-HST-SUB < HST-COUNT
010270         IF HST-RESULT(WS-HST-SUB)
010280                 NOT = HST-RESULT(WS-HST-SUB + 1)
010290             MOVE "*" TO BRW-HR-MARK(WS-HST-SUB)
010300         END-IF
010310     END-IF
010320     MOVE HST-RESULT(WS-HST-SUB) TO WS-RESULT
010330     PERFORM 8200-FORMAT-RESULT THRU 8200-EXIT
010340     MOVE WS-RESULT-TEXT TO BRW-HR-RESULT(WS-HST-SUB).
010350 5200-EXIT.
010360     EXIT.
010370
010380*----------------------------------------------------------*
010390*  5300-CHECK-SUSPENSE: count the SUSPENSE records that    *
010400*  carry the rule's ID.  A SUSPENSE that does not exist    *
010410*  yet simply means nothing has been quarantined.          *
010420*----------------------------------------------------------*
010430 5300-CHECK-SUSPENSE.
010440     MOVE ZEROS TO WS-SUSP-COUNT
010450     MOVE SPACES TO BRW-SUSP-LINE
010460     OPEN INPUT SUSPENSE-FILE
010470     IF FS-SUSPENSE = "35"
010480         MOVE "NOT IN SUSPENSE (NO SUSPENSE DATASET)"
010490             TO BRW-SUSP-LINE
010500         GO TO 5300-EXIT
010510     END-IF
010520     IF FS-SUSPENSE NOT = "00"
010530         STRING "SUSPENSE NOT AVAILABLE, STATUS "
010540             DELIMITED BY SIZE
010550             FS-SUSPENSE DELIMITED BY SIZE
010560             INTO BRW-SUSP-LINE
010570         GO TO 5300-EXIT
010580     END-IF
010590     MOVE "N" TO WS-EOF-SW
010600     PERFORM 5310-READ-ONE-SUSP THRU 5310-EXIT
010610         UNTIL WS-AT-EOF
010620     CLOSE SUSPENSE-FILE
010630     MOVE "N" TO WS-EOF-SW
010640     IF WS-SUSP-COUNT = 0
010650         MOVE "NOT IN SUSPENSE" TO BRW-SUSP-LINE
010660     ELSE
010670         STRING "QUARANTINED - " DELIMITED BY SIZE
010680             WS-SUSP-COUNT DELIMITED BY SIZE
010690             " SUSPENSE RECORD(S) CARRY THIS RULE ID"
010700             DELIMITED BY SIZE
010710             INTO BRW-SUSP-LINE
010720     END-IF.
010730 5300-EXIT.
010740     EXIT.
010750
010760 5310-READ-ONE-SUSP.
010770     READ SUSPENSE-FILE
010780         AT END
010790             SET WS-AT-EOF TO TRUE
010800         NOT AT END
010810             IF SUSP-RULE-ID = WS-CUR-RULE-ID
010820                 ADD 1 TO WS-SUSP-COUNT
010830             END-IF
010840     END-READ.
010850 5310-EXIT.
010860     EXIT.
010870
010880 5900-CLEAR-RULE-VIEW.
010890     MOVE "N" TO WS-RULE-SW
010900     MOVE SPACES TO WS-CUR-RULE-ID
010910     MOVE SPACES TO BRW-AST-TYPE
010920     MOVE SPACES TO BRW-EXPR
010930     MOVE SPACES TO BRW-SUSP-LINE
010940     MOVE SPACES TO BRW-HIST-ROWS
010950     MOVE ZEROS TO BRW-RULE-POS
010960     MOVE ZEROS TO BRW-RULE-TOTAL
010970     MOVE ZEROS TO BRW-REC-NO.
010980 5900-EXIT.
010990     EXIT.
011000
011010*----------------------------------------------------------*
011020*  6000-TRY-RULE: the "try it" screen for the rule being   *
011030*  browsed, until the operator returns to the browse (or   *
011040*  leaves altogether).  Overrides start out blank for      *
011050*  every rule tried and carry over between evaluations.    *
011060*----------------------------------------------------------*
011070 6000-TRY-RULE.
011080     IF NOT WS-RULE-CHOSEN
011090         MOVE "NO RULE ON SCREEN TO TRY." TO BRW-MSG
011100         GO TO 6000-EXIT
011110     END-IF
011120     INITIALIZE TRY-ROWS
011130     MOVE SPACES TO TRY-RESULT-TEXT
011140     MOVE "KEY ANY SYMBOL OVERRIDES, THEN ENTER TO EVALUATE."
011150         TO BRW-MSG
011160     MOVE "N" TO WS-TRY-DONE-SW
011170     PERFORM 6100-TRY-ONE-SCREEN THRU 6100-EXIT
011180         UNTIL WS-TRY-DONE
011190     IF NOT WS-END-SESSION
011200         MOVE "BACK FROM TRY IT - NOTHING WAS WRITTEN." TO BRW-MSG
011210     END-IF.
011220 6000-EXIT.
011230     EXIT.
011240
011250 6100-TRY-ONE-SCREEN.
011260     PERFORM 7100-SHOW-TRY-SCREEN THRU 7100-EXIT
011270     MOVE BRW-CMD TO WS-CMD
011280     MOVE SPACE TO BRW-CMD
011290     MOVE SPACES TO BRW-MSG
011300     INSPECT WS-CMD CONVERTING "trx" TO "TRX"
011310     EVALUATE WS-CMD
011320         WHEN "R"
011330             SET WS-TRY-DONE TO TRUE
011340         WHEN "X"
011350             SET WS-TRY-DONE TO TRUE
011360             SET WS-END-SESSION TO TRUE
011370         WHEN "T"
011380         WHEN SPACE
011390             PERFORM 6200-EVALUATE-RULE THRU 6200-EXIT
011400         WHEN OTHER
011410             STRING "UNKNOWN COMMAND " DELIMITED BY SIZE
011420                 WS-CMD DELIMITED BY SIZE
011430                 " - USE T, R OR X." DELIMITED BY SIZE
011440                 INTO BRW-MSG
011450     END-EVALUATE.
011460 6100-EXIT.
011470     EXIT.
011480
011490*----------------------------------------------------------*
011500*  6200-EVALUATE-RULE: turn the override rows into ENVR    *
011510*  bindings and hand the rule, the unit's pool and the     *
011520*  bindings to SHEQINQ's SHEQINQT entry, which evaluates   *
011530*  it through SHEQ4 against its top environment (or        *
011540*  ENVSNAP) with the overrides bound on top.               *
011550*----------------------------------------------------------*
011560 6200-EVALUATE-RULE.
011570     MOVE SPACES TO BRW-OVERRIDES
011580     MOVE ZEROS TO WS-OVR-COUNT
011590     PERFORM 6210-BUILD-ONE-OVERRIDE THRU 6210-EXIT
011600         VARYING WS-TRY-SUB FROM 1 BY 1
011610         UNTIL WS-TRY-SUB > 6
011620     MOVE SPACES TO TRY-RESULT
011630     MOVE SPACES TO TRY-RESULT-TEXT
011640     CALL 'SHEQINQT' USING
011650         WS-CUR-AST-TREE,
011660         WS-CUR-AST-TYPE,
011670         BRW-AST-POOL,
011680         BRW-AST-POOL-COUNT,
011690         BRW-OVERRIDES,
011700         TRY-RESULT
011710         ON EXCEPTION
011720             MOVE "SHEQINQ IS NOT AVAILABLE TO THIS SESSION."
011730                 TO BRW-MSG
011740             GO TO 6200-EXIT
011750     END-CALL
011760     MOVE TRY-RESULT TO WS-RESULT
011770     PERFORM 8200-FORMAT-RESULT THRU 8200-EXIT
011780     MOVE WS-RESULT-TEXT TO TRY-RESULT-TEXT
011790     STRING "EVALUATED WITH " DELIMITED BY SIZE
011800         WS-OVR-COUNT DELIMITED BY SIZE
011810         " OVERRIDE(S) - NOTHING WAS WRITTEN." DELIMITED BY SIZE
011820         INTO BRW-MSG.
011830 6200-EXIT.
011840     EXIT.
011850
011860 6210-BUILD-ONE-OVERRIDE.
011870     IF TRY-SYM(WS-TRY-SUB) = SPACES
011880         GO TO 6210-EXIT
011890     END-IF
011900     ADD 1 TO WS-OVR-COUNT
011910     MOVE TRY-SYM(WS-TRY-SUB) TO OVR-SYMBOL(WS-OVR-COUNT)
011920     MOVE SPACES TO OVR-VAL(WS-OVR-COUNT)
011930     EVALUATE TRUE
011940         WHEN TRY-TEXT(WS-TRY-SUB) = "true"
011950             OR TRY-TEXT(WS-TRY-SUB) = "false"
011960             MOVE "B" TO OVR-VAL-TYPE(WS-OVR-COUNT)
011970             MOVE TRY-TEXT(WS-TRY-SUB) TO OVR-VAL(WS-OVR-COUNT)
011980         WHEN TRY-TEXT(WS-TRY-SUB) NOT = SPACES
011990             MOVE "S" TO OVR-VAL-TYPE(WS-OVR-COUNT)
012000             MOVE TRY-TEXT(WS-TRY-SUB)
012010                 TO OVR-STR-VAL(WS-OVR-COUNT)
012020         WHEN OTHER
012030             MOVE "N" TO OVR-VAL-TYPE(WS-OVR-COUNT)
012040             MOVE TRY-NUM(WS-TRY-SUB)
012050                 TO OVR-NUM-VAL(WS-OVR-COUNT)
012060     END-EVALUATE.
012070 6210-EXIT.
012080     EXIT.
012090
012100*----------------------------------------------------------*
012110*  7000-SHOW-BROWSE-SCREEN: draw the browse screen, redraw *
012120*  the changed history rows in reverse video, and take     *
012130*  the operator's keys.                                    *
012140*----------------------------------------------------------*
012150 7000-SHOW-BROWSE-SCREEN.
012160     DISPLAY BROWSE-SCREEN
012170     PERFORM 7010-SHOW-ONE-CHANGED-ROW THRU 7010-EXIT
012180         VARYING WS-HST-SUB FROM 1 BY 1
012190         UNTIL WS-HST-SUB > HST-SHOWN-MAX
012200     ACCEPT BROWSE-KEYS.
012210 7000-EXIT.
012220     EXIT.
012230
012240 7010-SHOW-ONE-CHANGED-ROW.
012250     IF BRW-HR-CHANGED(WS-HST-SUB)
012260         COMPUTE BRW-ROW-LINE = WS-HST-SUB + 14
012270         MOVE BRW-HIST-ROW(WS-HST-SUB) TO BRW-ROW-TEXT
012280         DISPLAY CHANGED-ROW
012290     END-IF.
012300 7010-EXIT.
012310     EXIT.
012320
012330 7100-SHOW-TRY-SCREEN.
012340     DISPLAY TRY-SCREEN
012350     ACCEPT TRY-KEYS.
012360 7100-EXIT.
012370     EXIT.
012380
012390*----------------------------------------------------------*
012400*  8100-FIND-TRIM-LEN: position of the last non-space      *
012410*  character in WS-TRIM-SRC, falling back to 1 for an      *
012420*  all-spaces field.                                       *
012430*----------------------------------------------------------*
012440 8100-FIND-TRIM-LEN.
012450     MOVE 1 TO WS-TRIM-LEN
012460     MOVE "N" TO WS-TRIM-FOUND-SW
012470     PERFORM 8110-SCAN-ONE-TRIM-POS THRU 8110-EXIT
012480         VARYING WS-TRIM-POS FROM 200 BY -1
012490         UNTIL WS-TRIM-POS < 1 OR WS-TRIM-FOUND.
012500 8100-EXIT.
012510     EXIT.
012520
012530 8110-SCAN-ONE-TRIM-POS.
012540     IF WS-TRIM-SRC(WS-TRIM-POS:1) NOT = SPACE
012550         MOVE WS-TRIM-POS TO WS-TRIM-LEN
012560         SET WS-TRIM-FOUND TO TRUE
012570     END-IF.
012580 8110-EXIT.
012590     EXIT.
012600
012610*----------------------------------------------------------*
012620*  8200-FORMAT-RESULT: WS-RESULT made readable in          *
012630*  WS-RESULT-TEXT - errors and booleans as they stand, a   *
012640*  number edited, anything else left-justified.            *
012650*----------------------------------------------------------*
012660 8200-FORMAT-RESULT.
012670     INSPECT WS-RESULT REPLACING ALL LOW-VALUE BY SPACE
012680     EVALUATE TRUE
012690         WHEN WS-RESULT-IS-ERROR
012700             MOVE WS-RESULT TO WS-RESULT-TEXT
012710         WHEN WS-RESULT = "true" OR WS-RESULT = "false"
012720             MOVE WS-RESULT TO WS-RESULT-TEXT
012730         WHEN WS-RESULT-PREFIX = SPACES
012740                 AND WS-RESULT-NUM-VAL IS NUMERIC
012750             MOVE WS-RESULT-NUM-VAL TO WS-NUM-EDIT
012760             MOVE WS-NUM-EDIT TO WS-RESULT
012770             PERFORM 8210-LEFT-JUSTIFY-TEXT THRU 8210-EXIT
012780         WHEN OTHER
012790             PERFORM 8210-LEFT-JUSTIFY-TEXT THRU 8210-EXIT
012800     END-EVALUATE.
012810 8200-EXIT.
012820     EXIT.
012830
012840 8210-LEFT-JUSTIFY-TEXT.
012850     MOVE ZEROS TO WS-LEAD-SPACES
012860     INSPECT WS-RESULT TALLYING WS-LEAD-SPACES
012870         FOR LEADING SPACES
012880     IF WS-LEAD-SPACES = 0 OR WS-LEAD-SPACES = 150
012890         MOVE WS-RESULT TO WS-RESULT-TEXT
012900         GO TO 8210-EXIT
012910     END-IF
012920     COMPUTE WS-TEXT-START = WS-LEAD-SPACES + 1
012930     COMPUTE WS-TEXT-LEN = 150 - WS-LEAD-SPACES
012940     MOVE WS-RESULT(WS-TEXT-START:WS-TEXT-LEN) TO WS-RESULT-TEXT.
012950 8210-EXIT.
012960     EXIT.
012970
012980 END PROGRAM SHQBRWS.
