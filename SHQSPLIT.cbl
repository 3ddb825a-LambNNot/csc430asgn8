000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SHQSPLIT.
000120 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000130 INSTALLATION. RULE-ENGINE-OPERATIONS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  2026-10-15  DSB  Initial ASTIN splitter.  Divides one   *
000190*                   unit's ASTIN into 2 to 8 partitions    *
000200*                   that run as separate, parallel         *
000210*                   SHQBATCH jobs under their own unit     *
000220*                   names, each with its own checkpoint,   *
000230*                   suspense and report datasets.  Every   *
000240*                   top-level rule travels with each       *
000250*                   record its compound slots reach, and   *
000260*                   pool references are renumbered to the  *
000270*                   partition's own positions.  SPLTMAP    *
000280*                   records where every rule went, so      *
000290*                   SHQJOIN can put the results back in    *
000300*                   the original order and numbering.      *
000310*----------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT SPLIT-CTL-FILE ASSIGN TO "SPLTCTL"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS FS-SPLIT-CTL.
000380     SELECT RUN-OPTS-FILE ASSIGN TO "RUNOPTS"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS FS-RUN-OPTS.
000410     SELECT AST-IN-FILE ASSIGN TO "ASTIN"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS FS-AST-IN.
000440     SELECT SPLIT-MAP-FILE ASSIGN TO "SPLTMAP"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS FS-SPLIT-MAP.
000470     SELECT SPLIT-RPT-FILE ASSIGN TO "SPLTRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS FS-SPLIT-RPT.
000500*    One ASTIN and one RUNOPTS card per partition, under   *
000510*    fixed DD names; only the first SCTL-PART-COUNT pairs  *
000520*    are opened.                                           *
000530     SELECT PART-AST-FILE-1 ASSIGN TO "PARTIN01"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FS-PART-AST.
000560     SELECT PART-AST-FILE-2 ASSIGN TO "PARTIN02"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-PART-AST.
000590     SELECT PART-AST-FILE-3 ASSIGN TO "PARTIN03"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS FS-PART-AST.
000620     SELECT PART-AST-FILE-4 ASSIGN TO "PARTIN04"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FS-PART-AST.
000650     SELECT PART-AST-FILE-5 ASSIGN TO "PARTIN05"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS FS-PART-AST.
000680     SELECT PART-AST-FILE-6 ASSIGN TO "PARTIN06"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS FS-PART-AST.
000710     SELECT PART-AST-FILE-7 ASSIGN TO "PARTIN07"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS FS-PART-AST.
000740     SELECT PART-AST-FILE-8 ASSIGN TO "PARTIN08"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS FS-PART-AST.
000770     SELECT PART-OPT-FILE-1 ASSIGN TO "PARTOP01"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS FS-PART-OPT.
000800     SELECT PART-OPT-FILE-2 ASSIGN TO "PARTOP02"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS FS-PART-OPT.
000830     SELECT PART-OPT-FILE-3 ASSIGN TO "PARTOP03"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS FS-PART-OPT.
000860     SELECT PART-OPT-FILE-4 ASSIGN TO "PARTOP04"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS FS-PART-OPT.
000890     SELECT PART-OPT-FILE-5 ASSIGN TO "PARTOP05"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS FS-PART-OPT.
000920     SELECT PART-OPT-FILE-6 ASSIGN TO "PARTOP06"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS FS-PART-OPT.
000950     SELECT PART-OPT-FILE-7 ASSIGN TO "PARTOP07"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS FS-PART-OPT.
000980     SELECT PART-OPT-FILE-8 ASSIGN TO "PARTOP08"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS FS-PART-OPT.
001010*----------------------------------------------------------*
001020*  BOXED BANNER: DATA DIVISION                             *
001030*----------------------------------------------------------*
001040 DATA DIVISION.
001050 FILE SECTION.
001060*----------------------------------------------------------*
001070*  One control card: the unit being split (blank is        *
001080*  SHQBATCH's DEFAULT), the number of partitions (02-08)   *
001090*  and an optional six-character stem for the partitions'  *
001100*  unit names - partition nn runs as stem + nn.  A blank   *
001110*  stem is the unit's first five characters and "#".       *
001120*----------------------------------------------------------*
001130 FD  SPLIT-CTL-FILE
001140     RECORDING MODE IS F.
001150 01  SPLIT-CTL-RECORD.
001160     05 SCTL-UNIT            PIC X(08).
001170     05 SCTL-PART-COUNT-X    PIC X(02).
001180     05 SCTL-PART-COUNT REDEFINES SCTL-PART-COUNT-X
001190                             PIC 9(02).
001200     05 SCTL-PART-STEM       PIC X(06).
001210
001220*----------------------------------------------------------*
001230*  The unit's own RUNOPTS card, as SHQBATCH reads it.      *
001240*  Optional; its quarantine and force options and its run  *
001250*  date are handed on to every partition's card.           *
001260*----------------------------------------------------------*
001270 FD  RUN-OPTS-FILE
001280     RECORDING MODE IS F.
001290 01  RUN-OPTS-RECORD.
001300     05 OPT-QUARANTINE       PIC X(01).
001310     05 OPT-FORCE-RUN        PIC X(01).
001320     05 OPT-RUN-DATE         PIC X(08).
001330     05 OPT-RUN-DATE-PARTS REDEFINES OPT-RUN-DATE.
001340         10 OPT-RUN-YYYY     PIC 9(04).
001350         10 OPT-RUN-MM       PIC 9(02).
001360             88 OPT-RUN-MM-OK        VALUES 1 THRU 12.
001370         10 OPT-RUN-DD       PIC 9(02).
001380             88 OPT-RUN-DD-OK        VALUES 1 THRU 31.
001390     05 OPT-UNIT             PIC X(08).
001400
001410*----------------------------------------------------------*
001420*  The unsplit ASTIN - SHQBATCH's AST-IN-RECORD shape.     *
001430*----------------------------------------------------------*
001440 FD  AST-IN-FILE
001450     RECORDING MODE IS F.
001460 01  AST-IN-RECORD.
001470     05 REC-AST-TYPE         PIC X(02).
001480     05 REC-AST-TREE         PIC X(150).
001490     05 REC-POOL-ONLY        PIC X(01).
001500     05 REC-RULE-ID          PIC X(08).
001510
001520*----------------------------------------------------------*
001530*  Split map, read back by SHQJOIN: one H header (unit,    *
001540*  run date, partition count and the unsplit ASTIN's       *
001550*  counts), then for each partition a P record (its unit   *
001560*  name, record and rule counts, and the original record   *
001570*  numbers of its first and last rule) followed by one R   *
001580*  record per rule it runs, in partition order: the rule's *
001590*  record number in the partition, its original record     *
001600*  number, and its rule ID.                                *
001610*----------------------------------------------------------*
001620 FD  SPLIT-MAP-FILE
001630     RECORDING MODE IS F.
001640 01  SPLIT-MAP-RECORD.
001650     05 MAP-REC-TYPE         PIC X(01).
001660         88 MAP-IS-HEADER            VALUE "H".
001670         88 MAP-IS-PARTITION         VALUE "P".
001680         88 MAP-IS-RULE              VALUE "R".
001690     05 MAP-BODY             PIC X(50).
001700     05 MAP-HDR-BODY REDEFINES MAP-BODY.
001710         10 MAP-UNIT         PIC X(08).
001720         10 MAP-RUN-DATE     PIC X(08).
001730         10 MAP-PART-COUNT   PIC 9(02).
001740         10 MAP-IN-RECS      PIC 9(06).
001750         10 MAP-IN-RULES     PIC 9(06).
001760         10 MAP-IN-POOL      PIC 9(06).
001770         10 MAP-IN-ORPHANS   PIC 9(06).
001780         10 FILLER           PIC X(08).
001790     05 MAP-PART-BODY REDEFINES MAP-BODY.
001800         10 MAP-PART-NO      PIC 9(02).
001810         10 MAP-PART-UNIT    PIC X(08).
001820         10 MAP-PART-RECS    PIC 9(06).
001830         10 MAP-PART-RULES   PIC 9(06).
001840         10 MAP-PART-FIRST   PIC 9(06).
001850         10 MAP-PART-LAST    PIC 9(06).
001860         10 FILLER           PIC X(16).
001870     05 MAP-RULE-BODY REDEFINES MAP-BODY.
001880         10 MAP-RULE-PART-NO PIC 9(02).
001890         10 MAP-LOCAL-REC-NO PIC 9(06).
001900         10 MAP-ORIG-REC-NO  PIC 9(06).
001910         10 MAP-RULE-ID      PIC X(08).
001920         10 FILLER           PIC X(28).
001930
001940 FD  SPLIT-RPT-FILE
001950     RECORDING MODE IS F.
001960 01  SPLIT-RPT-RECORD        PIC X(132).
001970
001980 FD  PART-AST-FILE-1
001990     RECORDING MODE IS F.
002000 01  PART-AST-RECORD-1       PIC X(161).
002010 FD  PART-AST-FILE-2
002020     RECORDING MODE IS F.
002030 01  PART-AST-RECORD-2       PIC X(161).
002040 FD  PART-AST-FILE-3
002050     RECORDING MODE IS F.
002060 01  PART-AST-RECORD-3       PIC X(161).
002070 FD  PART-AST-FILE-4
002080     RECORDING MODE IS F.
002090 01  PART-AST-RECORD-4       PIC X(161).
002100 FD  PART-AST-FILE-5
002110     RECORDING MODE IS F.
002120 01  PART-AST-RECORD-5       PIC X(161).
002130 FD  PART-AST-FILE-6
002140     RECORDING MODE IS F.
002150 01  PART-AST-RECORD-6       PIC X(161).
002160 FD  PART-AST-FILE-7
002170     RECORDING MODE IS F.
002180 01  PART-AST-RECORD-7       PIC X(161).
002190 FD  PART-AST-FILE-8
002200     RECORDING MODE IS F.
002210 01  PART-AST-RECORD-8       PIC X(161).
002220
002230 FD  PART-OPT-FILE-1
002240     RECORDING MODE IS F.
002250 01  PART-OPT-RECORD-1       PIC X(18).
002260 FD  PART-OPT-FILE-2
002270     RECORDING MODE IS F.
002280 01  PART-OPT-RECORD-2       PIC X(18).
002290 FD  PART-OPT-FILE-3
002300     RECORDING MODE IS F.
002310 01  PART-OPT-RECORD-3       PIC X(18).
002320 FD  PART-OPT-FILE-4
002330     RECORDING MODE IS F.
002340 01  PART-OPT-RECORD-4       PIC X(18).
002350 FD  PART-OPT-FILE-5
002360     RECORDING MODE IS F.
002370 01  PART-OPT-RECORD-5       PIC X(18).
002380 FD  PART-OPT-FILE-6
002390     RECORDING MODE IS F.
002400 01  PART-OPT-RECORD-6       PIC X(18).
002410 FD  PART-OPT-FILE-7
002420     RECORDING MODE IS F.
002430 01  PART-OPT-RECORD-7       PIC X(18).
002440 FD  PART-OPT-FILE-8
002450     RECORDING MODE IS F.
002460 01  PART-OPT-RECORD-8       PIC X(18).
002470
002480 WORKING-STORAGE SECTION.
002490 77  WS-INIT-SW              PIC X(01) VALUE "Y".
002500     88 WS-INIT-OK                     VALUE "Y".
002510 77  WS-REJECT-SW            PIC X(01) VALUE "N".
002520     88 WS-SPLIT-REJECTED              VALUE "Y".
002530 77  WS-WRITTEN-SW           PIC X(01) VALUE "N".
002540     88 WS-SPLIT-WRITTEN               VALUE "Y".
002550 77  WS-EOF-SW               PIC X(01) VALUE "N".
002560     88 WS-AT-EOF                      VALUE "Y".
002570 77  WS-WALK-FULL-SW         PIC X(01) VALUE "N".
002580     88 WS-WALK-FULL                   VALUE "Y".
002590 77  WS-IN-REC-COUNT         PIC 9(06) VALUE ZEROS.
002600 77  WS-IN-RULE-COUNT        PIC 9(06) VALUE ZEROS.
002610 77  WS-IN-POOL-COUNT        PIC 9(06) VALUE ZEROS.
002620 77  WS-ORPHAN-COUNT         PIC 9(06) VALUE ZEROS.
002630 77  WS-CARRIED-COUNT        PIC 9(06) VALUE ZEROS.
002640 77  WS-REJECT-COUNT         PIC 9(06) VALUE ZEROS.
002650 01  FS-SPLIT-CTL            PIC X(02) VALUE SPACES.
002660 01  FS-RUN-OPTS             PIC X(02) VALUE SPACES.
002670 01  FS-AST-IN               PIC X(02) VALUE SPACES.
002680 01  FS-SPLIT-MAP            PIC X(02) VALUE SPACES.
002690 01  FS-SPLIT-RPT            PIC X(02) VALUE SPACES.
002700 01  FS-PART-AST             PIC X(02) VALUE SPACES.
002710 01  FS-PART-OPT             PIC X(02) VALUE SPACES.
002720
002730 01  WS-RUN-DATE             PIC X(08) VALUE SPACES.
002740 01  WS-UNIT                 PIC X(08) VALUE SPACES.
002750 01  WS-PART-STEM            PIC X(06) VALUE SPACES.
002760 01  WS-PART-COUNT           PIC 9(02) VALUE ZEROS.
002770 01  WS-REASON               PIC X(40).
002780
002790*----------------------------------------------------------*
002800*  Month lengths for the run-date check, February taking   *
002810*  the Gregorian leap rule as SHQREFM's 4100-DAYS-IN-MONTH *
002820*  does.                                                   *
002830*----------------------------------------------------------*
002840 01  WS-MONTH-DAYS-DATA      PIC X(24)
002850                             VALUE "312831303130313130313031".
002860 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
002870     05 WS-MONTH-DAYS-ENTRY  PIC 9(02) OCCURS 12 TIMES.
002880 01  WS-MONTH-DAYS           PIC 9(02).
002890 01  WS-LEAP-QUOT            PIC 9(04).
002900 01  WS-LEAP-REM-4           PIC 9(04).
002910 01  WS-LEAP-REM-100         PIC 9(04).
002920 01  WS-LEAP-REM-400         PIC 9(04).
002930
002940*----------------------------------------------------------*
002950*  The RUNOPTS card each partition runs with: the unit's   *
002960*  own quarantine and force options, the run date spelled  *
002970*  out (so every partition runs as of the same day even    *
002980*  across midnight) and the partition's unit name.         *
002990*----------------------------------------------------------*
003000 01  WS-PART-OPT-CARD.
003010     05 WS-PART-OPT-QUARANTINE PIC X(01) VALUE SPACE.
003020     05 WS-PART-OPT-FORCE    PIC X(01) VALUE SPACE.
003030     05 WS-PART-OPT-RUN-DATE PIC X(08).
003040     05 WS-PART-OPT-UNIT     PIC X(08).
003050
003060*----------------------------------------------------------*
003070*  The whole unsplit ASTIN, by position, with the same     *
003080*  alternate views SHQBATCH's BATCH-AST-POOL carries plus  *
003090*  a LAMC view (a closure body is walked too).  Alongside  *
003100*  each record: the partition its rule is assigned to      *
003110*  (zero for a pool-only record), the rule's weight (the   *
003120*  records its walk reaches, itself included), the serial  *
003130*  of the last walk that reached it, the partition it was  *
003140*  last placed in and its position there.                  *
003150*----------------------------------------------------------*
003160 01  SPLIT-AST-POOL.
003170     05 POOL-ENTRY            OCCURS 40000 TIMES
003180                              INDEXED BY POOL-IDX.
003190         10 POOL-AST-TYPE     PIC X(02).
003200         10 POOL-AST-TREE     PIC X(150).
003210         10 POOL-VAL-IFC REDEFINES POOL-AST-TREE.
003220             15 POOL-IFC-TEST-TYPE PIC X(02).
003230             15 POOL-IFC-TEST-VAL  PIC X(16).
003240             15 POOL-IFC-THEN-TYPE PIC X(02).
003250             15 POOL-IFC-THEN-VAL  PIC X(16).
003260             15 POOL-IFC-ELSE-TYPE PIC X(02).
003270             15 POOL-IFC-ELSE-VAL  PIC X(16).
003280             15 FILLER             PIC X(96).
003290         10 POOL-VAL-LETC REDEFINES POOL-AST-TREE.
003300             15 POOL-LETC-SYM       PIC X(10).
003310             15 POOL-LETC-VAL-TYPE  PIC X(02).
003320             15 POOL-LETC-VAL       PIC X(16).
003330             15 POOL-LETC-BODY-TYPE PIC X(02).
003340             15 POOL-LETC-BODY      PIC X(16).
003350             15 FILLER              PIC X(104).
003360         10 POOL-VAL-LAMC REDEFINES POOL-AST-TREE.
003370             15 FILLER              PIC X(80).
003380             15 POOL-LAMC-BODY-TYPE PIC X(02).
003390             15 POOL-LAMC-BODY      PIC X(16).
003400             15 FILLER              PIC X(52).
003410         10 POOL-ONLY-FLAG    PIC X(01).
003420         10 POOL-RULE-ID      PIC X(08).
003430         10 POOL-PART-NO      PIC 9(02).
003440         10 POOL-WEIGHT       PIC 9(06).
003450         10 POOL-WALK-MARK    PIC 9(07).
003460         10 POOL-INCL-PART    PIC 9(02).
003470         10 POOL-LOCAL-POS    PIC 9(06).
003480 01  SPLIT-AST-POOL-COUNT     PIC 9(06) VALUE ZEROS.
003490 01  WS-SUB                   PIC 9(06).
003500 01  WS-POOL-REF              PIC 9(06).
003510
003520*----------------------------------------------------------*
003530*  Walk state: the records one rule reaches through its    *
003540*  compound slots, gathered by the same explicit-worklist  *
003550*  technique as SHQXREF's walk.  A record is queued once   *
003560*  per walk (POOL-WALK-MARK holds the walk's serial), so a *
003570*  shared sub-expression or a closure that refers back to  *
003580*  itself is visited once.  A partition holds at most      *
003590*  5000 records, so neither can a single rule's walk.      *
003600*----------------------------------------------------------*
003610 01  WS-WALK-QUEUE.
003620     05 WS-WALK-Q-REF         PIC 9(06) OCCURS 5000 TIMES.
003630 01  WS-WALK-Q-COUNT          PIC 9(06) VALUE ZEROS.
003640 01  WS-WALK-Q-POS            PIC 9(06) VALUE ZEROS.
003650 01  WS-WALK-SERIAL           PIC 9(07) VALUE ZEROS.
003660 01  WS-WALK-ROOT             PIC 9(06).
003670 01  WS-WALK-MODE             PIC X(01).
003680     88 WS-WALK-WEIGHING              VALUE "W".
003690     88 WS-WALK-INCLUDING             VALUE "I".
003700 01  WS-CHECK-TYPE            PIC X(02).
003710 01  WS-CHECK-VAL             PIC X(16).
003720
003730*----------------------------------------------------------*
003740*  Partitions.  Rules are dealt out in ASTIN order, each   *
003750*  partition taking a run of consecutive rules until its   *
003760*  weight reaches an even share of the total, so joining   *
003770*  the partitions back in partition order restores the     *
003780*  original rule order.                                    *
003790*----------------------------------------------------------*
003800 01  WS-PART-TABLE.
003810     05 WS-PART-ENTRY         OCCURS 8 TIMES.
003820         10 WS-PT-UNIT        PIC X(08).
003830         10 WS-PT-RULES       PIC 9(06).
003840         10 WS-PT-WEIGHT      PIC 9(07).
003850         10 WS-PT-RECS        PIC 9(06).
003860         10 WS-PT-CARRIED     PIC 9(06).
003870         10 WS-PT-FIRST       PIC 9(06).
003880         10 WS-PT-LAST        PIC 9(06).
003890 01  WS-PART-NO               PIC 9(02).
003900 01  WS-TOTAL-WEIGHT          PIC 9(07) VALUE ZEROS.
003910 01  WS-TARGET-WEIGHT         PIC 9(07) VALUE ZEROS.
003920 01  WS-CUR-WEIGHT            PIC 9(07) VALUE ZEROS.
003930 01  WS-RULES-LEFT            PIC 9(06) VALUE ZEROS.
003940 01  WS-LOCAL-POS             PIC 9(06) VALUE ZEROS.
003950
003960*----------------------------------------------------------*
003970*  One partition record as it is written, with the slot    *
003980*  views its pool references are renumbered through - one  *
003990*  compound slot at a time, as SHQPROMO's 4200-MAP-SLOT    *
004000*  does.                                                   *
004010*----------------------------------------------------------*
004020 01  PART-REC.
004030     05 PART-REC-AST-TYPE     PIC X(02).
004040     05 PART-REC-AST-TREE     PIC X(150).
004050     05 PART-VAL-IFC REDEFINES PART-REC-AST-TREE.
004060         10 PART-IFC-TEST-TYPE PIC X(02).
004070         10 PART-IFC-TEST-VAL  PIC X(16).
004080         10 PART-IFC-THEN-TYPE PIC X(02).
004090         10 PART-IFC-THEN-VAL  PIC X(16).
004100         10 PART-IFC-ELSE-TYPE PIC X(02).
004110         10 PART-IFC-ELSE-VAL  PIC X(16).
004120         10 FILLER             PIC X(96).
004130     05 PART-VAL-LETC REDEFINES PART-REC-AST-TREE.
004140         10 PART-LETC-SYM       PIC X(10).
004150         10 PART-LETC-VAL-TYPE  PIC X(02).
004160         10 PART-LETC-VAL       PIC X(16).
004170         10 PART-LETC-BODY-TYPE PIC X(02).
004180         10 PART-LETC-BODY      PIC X(16).
004190         10 FILLER              PIC X(104).
004200     05 PART-VAL-LAMC REDEFINES PART-REC-AST-TREE.
004210         10 FILLER              PIC X(80).
004220         10 PART-LAMC-BODY-TYPE PIC X(02).
004230         10 PART-LAMC-BODY      PIC X(16).
004240         10 FILLER              PIC X(52).
004250     05 PART-REC-POOL-ONLY    PIC X(01).
004260     05 PART-REC-RULE-ID      PIC X(08).
004270 01  WS-SLOT-TYPE             PIC X(02).
004280 01  WS-SLOT-VAL              PIC X(16).
004290 01  WS-SLOT-REF-X            PIC X(06).
004300 01  WS-SLOT-REF REDEFINES WS-SLOT-REF-X
004310                              PIC 9(06).
004320 01  WS-SLOT-NEW-REF          PIC 9(06).
004330
004340 PROCEDURE DIVISION.
004350*----------------------------------------------------------*
004360*  0000-MAINLINE                                           *
004370*----------------------------------------------------------*
004380 0000-MAINLINE.
004390     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004400     IF WS-INIT-OK
004410         PERFORM 2000-WEIGH-RULES THRU 2000-EXIT
004420     END-IF
004430     IF WS-INIT-OK AND NOT WS-SPLIT-REJECTED
004440         PERFORM 3000-ASSIGN-PARTITIONS THRU 3000-EXIT
004450         PERFORM 4000-SIZE-PARTITIONS THRU 4000-EXIT
004460     END-IF
004470     IF WS-INIT-OK AND NOT WS-SPLIT-REJECTED
004480         PERFORM 5000-WRITE-PARTITIONS THRU 5000-EXIT
004490     END-IF
004500     PERFORM 9000-FINALIZE THRU 9000-EXIT
004510     GOBACK.
004520
004530*----------------------------------------------------------*
004540*  1000-INITIALIZE: read the SPLTCTL card and the unit's   *
004550*  RUNOPTS, open the report and load the whole ASTIN.      *
004560*----------------------------------------------------------*
004570 1000-INITIALIZE.
004580     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004590     OPEN INPUT SPLIT-CTL-FILE
004600     IF FS-SPLIT-CTL NOT = "00"
004610         DISPLAY "SHQSPLIT: unable to open SPLTCTL, status "
004620             FS-SPLIT-CTL
004630         MOVE "N" TO WS-INIT-SW
004640         GO TO 1000-EXIT
004650     END-IF
004660     READ SPLIT-CTL-FILE
004670         AT END
004680             DISPLAY "SHQSPLIT: SPLTCTL is empty - no unit to "
004690                 "split."
004700             MOVE "N" TO WS-INIT-SW
004710         NOT AT END
004720             MOVE SCTL-UNIT TO WS-UNIT
004730             MOVE SCTL-PART-STEM TO WS-PART-STEM
004740     END-READ
004750     CLOSE SPLIT-CTL-FILE
004760     IF NOT WS-INIT-OK
004770         GO TO 1000-EXIT
004780     END-IF
004790     IF SCTL-PART-COUNT-X IS NOT NUMERIC
004800             OR SCTL-PART-COUNT < 2
004810             OR SCTL-PART-COUNT > 8
004820         DISPLAY "SHQSPLIT: partition count " SCTL-PART-COUNT-X
004830             " on SPLTCTL must be 02 to 08."
004840         MOVE "N" TO WS-INIT-SW
004850         GO TO 1000-EXIT
004860     END-IF
004870     MOVE SCTL-PART-COUNT TO WS-PART-COUNT
004880     IF WS-UNIT = SPACES
004890         MOVE "DEFAULT" TO WS-UNIT
004900     END-IF
004910     IF WS-PART-STEM = SPACES
004920         MOVE WS-UNIT(1:5) TO WS-PART-STEM(1:5)
004930         MOVE "#" TO WS-PART-STEM(6:1)
004940     END-IF
004950*    A partition unit name is carried into RUNREG and the  *
004960*    trace markers, and has to stay one word.              *
004970     INSPECT WS-PART-STEM REPLACING ALL SPACE BY "#"
004980
004990     PERFORM 1100-READ-RUN-OPTS THRU 1100-EXIT
005000     IF NOT WS-INIT-OK
005010         GO TO 1000-EXIT
005020     END-IF
005030
005040     OPEN OUTPUT SPLIT-RPT-FILE
005050     IF FS-SPLIT-RPT NOT = "00"
005060         DISPLAY "SHQSPLIT: unable to open SPLTRPT, status "
005070             FS-SPLIT-RPT
005080         MOVE "N" TO WS-INIT-SW
005090         GO TO 1000-EXIT
005100     END-IF
005110     MOVE SPACES TO SPLIT-RPT-RECORD
005120     STRING "ASTIN SPLIT, RUN DATE " DELIMITED BY SIZE
005130         WS-RUN-DATE DELIMITED BY SIZE
005140         ", UNIT " DELIMITED BY SIZE
005150         WS-UNIT DELIMITED BY SIZE
005160         ", " DELIMITED BY SIZE
005170         WS-PART-COUNT DELIMITED BY SIZE
005180         " PARTITIONS" DELIMITED BY SIZE
005190         INTO SPLIT-RPT-RECORD
005200     WRITE SPLIT-RPT-RECORD
005210     MOVE SPACES TO SPLIT-RPT-RECORD
005220     WRITE SPLIT-RPT-RECORD
005230
005240     PERFORM 1200-LOAD-ASTIN THRU 1200-EXIT
005250     IF NOT WS-INIT-OK
005260         GO TO 1000-EXIT
005270     END-IF
005280     IF WS-IN-RULE-COUNT < WS-PART-COUNT
005290         DISPLAY "SHQSPLIT: ASTIN has " WS-IN-RULE-COUNT
005300             " top-level rule(s) - too few for " WS-PART-COUNT
005310             " partitions."
005320         MOVE "N" TO WS-INIT-SW
005330     END-IF.
005340 1000-EXIT.
005350     EXIT.
005360
005370*----------------------------------------------------------*
005380*  1100-READ-RUN-OPTS: the unit's RUNOPTS card, optional   *
005390*  as it is for SHQBATCH.  A run date on it must name a    *
005400*  real day (1110); without one the partitions run as      *
005410*  of today's date, spelled out on their cards.            *
005420*----------------------------------------------------------*
005430 1100-READ-RUN-OPTS.
005440     OPEN INPUT RUN-OPTS-FILE
005450     IF FS-RUN-OPTS NOT = "00"
005460         DISPLAY "SHQSPLIT: no RUNOPTS supplied, status "
005470             FS-RUN-OPTS " - partitions run with all options off."
005480         GO TO 1100-EXIT
005490     END-IF
005500     READ RUN-OPTS-FILE
005510         NOT AT END
005520             MOVE OPT-QUARANTINE TO WS-PART-OPT-QUARANTINE
005530             MOVE OPT-FORCE-RUN TO WS-PART-OPT-FORCE
005540             IF OPT-RUN-DATE NOT = SPACES
005550                 PERFORM 1110-CHECK-RUN-DATE THRU 1110-EXIT
005560             END-IF
005570     END-READ
005580     CLOSE RUN-OPTS-FILE.
005590 1100-EXIT.
005600     EXIT.
005610
005620*----------------------------------------------------------*
005630*  1110-CHECK-RUN-DATE: the RUNOPTS run date is taken only *
005640*  if it names a real day - the day checked against its    *
005650*  month length, February by the leap rule - since every   *
005660*  partition's RUNREG entry is keyed by it.                *
005670*----------------------------------------------------------*
005680 1110-CHECK-RUN-DATE.
005690     IF OPT-RUN-DATE IS NOT NUMERIC
005700             OR NOT OPT-RUN-MM-OK OR NOT OPT-RUN-DD-OK
005710         GO TO 1110-BAD-DATE
005720     END-IF
005730     MOVE WS-MONTH-DAYS-ENTRY(OPT-RUN-MM) TO WS-MONTH-DAYS
005740     IF OPT-RUN-MM = 2
005750         DIVIDE OPT-RUN-YYYY BY 4 GIVING WS-LEAP-QUOT
005760             REMAINDER WS-LEAP-REM-4
005770         DIVIDE OPT-RUN-YYYY BY 100 GIVING WS-LEAP-QUOT
005780             REMAINDER WS-LEAP-REM-100
005790         DIVIDE OPT-RUN-YYYY BY 400 GIVING WS-LEAP-QUOT
005800             REMAINDER WS-LEAP-REM-400
005810         IF WS-LEAP-REM-4 = 0
005820                 AND (WS-LEAP-REM-100 NOT = 0
005830                      OR WS-LEAP-REM-400 = 0)
005840             MOVE 29 TO WS-MONTH-DAYS
005850         END-IF
005860     END-IF
005870     IF OPT-RUN-DD > WS-MONTH-DAYS
005880         GO TO 1110-BAD-DATE
005890     END-IF
005900     MOVE OPT-RUN-DATE TO WS-RUN-DATE
005910     GO TO 1110-EXIT.
005920 1110-BAD-DATE.
005930     DISPLAY "SHQSPLIT: RUNOPTS run date " OPT-RUN-DATE
005940         " is not a valid YYYYMMDD date."
005950     MOVE "N" TO WS-INIT-SW.
005960 1110-EXIT.
005970     EXIT.
005980
005990*----------------------------------------------------------*
006000*  1200-LOAD-ASTIN: the whole unsplit ASTIN, by position.  *
006010*  Eight full partitions is the most it can be split into, *
006020*  so a larger file fails initialization outright.         *
006030*----------------------------------------------------------*
006040 1200-LOAD-ASTIN.
006050     OPEN INPUT AST-IN-FILE
006060     IF FS-AST-IN NOT = "00"
006070         DISPLAY "SHQSPLIT: unable to open ASTIN, status "
006080             FS-AST-IN
006090         MOVE "N" TO WS-INIT-SW
006100         GO TO 1200-EXIT
006110     END-IF
006120     MOVE "N" TO WS-EOF-SW
006130     PERFORM 1210-LOAD-ONE-RECORD THRU 1210-EXIT
006140         UNTIL WS-AT-EOF
006150     CLOSE AST-IN-FILE
006160     MOVE SPLIT-AST-POOL-COUNT TO WS-IN-REC-COUNT.
006170 1200-EXIT.
006180     EXIT.
006190
006200 1210-LOAD-ONE-RECORD.
006210     READ AST-IN-FILE
006220         AT END
006230             SET WS-AT-EOF TO TRUE
006240             GO TO 1210-EXIT
006250     END-READ
006260     IF SPLIT-AST-POOL-COUNT >= 40000
006270         DISPLAY "SHQSPLIT: ASTIN has more than 40000 records - "
006280             "cannot be split."
006290         MOVE "N" TO WS-INIT-SW
006300         SET WS-AT-EOF TO TRUE
006310         GO TO 1210-EXIT
006320     END-IF
006330     ADD 1 TO SPLIT-AST-POOL-COUNT
006340     SET POOL-IDX TO SPLIT-AST-POOL-COUNT
006350     MOVE REC-AST-TYPE TO POOL-AST-TYPE(POOL-IDX)
006360     MOVE REC-AST-TREE TO POOL-AST-TREE(POOL-IDX)
006370     MOVE REC-POOL-ONLY TO POOL-ONLY-FLAG(POOL-IDX)
006380     MOVE REC-RULE-ID TO POOL-RULE-ID(POOL-IDX)
006390     MOVE ZEROS TO POOL-PART-NO(POOL-IDX)
006400     MOVE ZEROS TO POOL-WEIGHT(POOL-IDX)
006410     MOVE ZEROS TO POOL-WALK-MARK(POOL-IDX)
006420     MOVE ZEROS TO POOL-INCL-PART(POOL-IDX)
006430     MOVE ZEROS TO POOL-LOCAL-POS(POOL-IDX)
006440     IF REC-POOL-ONLY = "Y"
006450         ADD 1 TO WS-IN-POOL-COUNT
006460     ELSE
006470         ADD 1 TO WS-IN-RULE-COUNT
006480     END-IF.
006490 1210-EXIT.
006500     EXIT.
006510
006520*----------------------------------------------------------*
006530*  2000-WEIGH-RULES: walk every top-level rule once to     *
006540*  weigh it - the number of records it has to travel with, *
006550*  itself included.  Every pool reference met on the way   *
006560*  is checked: one that is not a record number, or names   *
006570*  no record, would be renumbered into something it never  *
006580*  meant, so it rejects the split (SHQBATCH's validation   *
006590*  is the place to find and fix it).  A pool-only record   *
006600*  no walk reaches is not carried into any partition.      *
006610*----------------------------------------------------------*
006620 2000-WEIGH-RULES.
006630     MOVE "W" TO WS-WALK-MODE
006640     MOVE SPACES TO SPLIT-RPT-RECORD
006650     MOVE "POOL REFERENCE CHECK:" TO SPLIT-RPT-RECORD
006660     WRITE SPLIT-RPT-RECORD
006670     PERFORM 2100-WEIGH-ONE-RULE THRU 2100-EXIT
006680         VARYING WS-SUB FROM 1 BY 1
006690         UNTIL WS-SUB > SPLIT-AST-POOL-COUNT
006700     IF NOT WS-SPLIT-REJECTED
006710         MOVE "    EVERY POOL REFERENCE RESOLVES."
006720             TO SPLIT-RPT-RECORD
006730         WRITE SPLIT-RPT-RECORD
006740     END-IF
006750     PERFORM 2050-COUNT-ORPHAN THRU 2050-EXIT
006760         VARYING WS-SUB FROM 1 BY 1
006770         UNTIL WS-SUB > SPLIT-AST-POOL-COUNT
006780     MOVE SPACES TO SPLIT-RPT-RECORD
006790     WRITE SPLIT-RPT-RECORD
006800     STRING "UNSPLIT ASTIN: " DELIMITED BY SIZE
006810         WS-IN-REC-COUNT DELIMITED BY SIZE
006820         " RECORD(S), " DELIMITED BY SIZE
006830         WS-IN-RULE-COUNT DELIMITED BY SIZE
006840         " TOP-LEVEL RULE(S), " DELIMITED BY SIZE
006850         WS-IN-POOL-COUNT DELIMITED BY SIZE
006860         " POOL-ONLY (" DELIMITED BY SIZE
006870         WS-ORPHAN-COUNT DELIMITED BY SIZE
006880         " REACHED BY NO RULE - NOT CARRIED)" DELIMITED BY SIZE
006890         INTO SPLIT-RPT-RECORD
006900     WRITE SPLIT-RPT-RECORD.
006910 2000-EXIT.
006920     EXIT.
006930
006940 2050-COUNT-ORPHAN.
006950     IF POOL-ONLY-FLAG(WS-SUB) = "Y"
006960             AND POOL-WALK-MARK(WS-SUB) = 0
006970         ADD 1 TO WS-ORPHAN-COUNT
006980     END-IF.
006990 2050-EXIT.
007000     EXIT.
007010
007020 2100-WEIGH-ONE-RULE.
007030     IF POOL-ONLY-FLAG(WS-SUB) = "Y"
007040         GO TO 2100-EXIT
007050     END-IF
007060     MOVE WS-SUB TO WS-WALK-ROOT
007070     PERFORM 2200-WALK-FROM-ROOT THRU 2200-EXIT
007080     MOVE WS-WALK-Q-COUNT TO POOL-WEIGHT(WS-SUB)
007090     ADD WS-WALK-Q-COUNT TO WS-TOTAL-WEIGHT.
007100 2100-EXIT.
007110     EXIT.
007120
007130*----------------------------------------------------------*
007140*  2200-WALK-FROM-ROOT: gather every record the rule at    *
007150*  WS-WALK-ROOT reaches.  The rule's own record is the     *
007160*  worklist's first entry, so it is taken apart by the     *
007170*  same 2300-PROCESS-QUEUE-ENTRY as everything it reaches. *
007180*----------------------------------------------------------*
007190 2200-WALK-FROM-ROOT.
007200     ADD 1 TO WS-WALK-SERIAL
007210     MOVE "N" TO WS-WALK-FULL-SW
007220     MOVE 1 TO WS-WALK-Q-COUNT
007230     MOVE WS-WALK-ROOT TO WS-WALK-Q-REF(1)
007240     MOVE WS-WALK-SERIAL TO POOL-WALK-MARK(WS-WALK-ROOT)
007250     PERFORM 2300-PROCESS-QUEUE-ENTRY THRU 2300-EXIT
007260         VARYING WS-WALK-Q-POS FROM 1 BY 1
007270         UNTIL WS-WALK-Q-POS > WS-WALK-Q-COUNT.
007280 2200-EXIT.
007290     EXIT.
007300
007310*----------------------------------------------------------*
007320*  2300-PROCESS-QUEUE-ENTRY: place one reached record in   *
007330*  the partition being built (when including) and queue    *
007340*  its compound slots - the three If slots, a Let's value  *
007350*  and body, a closure body.  An application's arguments   *
007360*  are literal values, so there is nothing in them to      *
007370*  follow.                                                 *
007380*----------------------------------------------------------*
007390 2300-PROCESS-QUEUE-ENTRY.
007400     MOVE WS-WALK-Q-REF(WS-WALK-Q-POS) TO WS-POOL-REF
007410     SET POOL-IDX TO WS-POOL-REF
007420     IF WS-WALK-INCLUDING
007430         MOVE WS-PART-NO TO POOL-INCL-PART(POOL-IDX)
007440     END-IF
007450     EVALUATE POOL-AST-TYPE(POOL-IDX)
007460         WHEN "If"
007470             MOVE POOL-IFC-TEST-TYPE(POOL-IDX) TO WS-CHECK-TYPE
007480             MOVE POOL-IFC-TEST-VAL(POOL-IDX) TO WS-CHECK-VAL
007490             PERFORM 2400-ENQUEUE-SLOT THRU 2400-EXIT
007500             MOVE POOL-IFC-THEN-TYPE(POOL-IDX) TO WS-CHECK-TYPE
007510             MOVE POOL-IFC-THEN-VAL(POOL-IDX) TO WS-CHECK-VAL
007520             PERFORM 2400-ENQUEUE-SLOT THRU 2400-EXIT
007530             MOVE POOL-IFC-ELSE-TYPE(POOL-IDX) TO WS-CHECK-TYPE
007540             MOVE POOL-IFC-ELSE-VAL(POOL-IDX) TO WS-CHECK-VAL
007550             PERFORM 2400-ENQUEUE-SLOT THRU 2400-EXIT
007560         WHEN "Le"
007570             MOVE POOL-LETC-VAL-TYPE(POOL-IDX) TO WS-CHECK-TYPE
007580             MOVE POOL-LETC-VAL(POOL-IDX) TO WS-CHECK-VAL
007590             PERFORM 2400-ENQUEUE-SLOT THRU 2400-EXIT
007600             MOVE POOL-LETC-BODY-TYPE(POOL-IDX) TO WS-CHECK-TYPE
007610             MOVE POOL-LETC-BODY(POOL-IDX) TO WS-CHECK-VAL
007620             PERFORM 2400-ENQUEUE-SLOT THRU 2400-EXIT
007630         WHEN "L"
007640             MOVE POOL-LAMC-BODY-TYPE(POOL-IDX) TO WS-CHECK-TYPE
007650             MOVE POOL-LAMC-BODY(POOL-IDX) TO WS-CHECK-VAL
007660             PERFORM 2400-ENQUEUE-SLOT THRU 2400-EXIT
007670         WHEN OTHER
007680             CONTINUE
007690     END-EVALUATE.
007700 2300-EXIT.
007710     EXIT.
007720
007730*----------------------------------------------------------*
007740*  2400-ENQUEUE-SLOT: called with a slot's type and value  *
007750*  in WS-CHECK-TYPE/WS-CHECK-VAL.  A compound slot holds a *
007760*  record number in its first six bytes; it is queued      *
007770*  unless this walk has already reached that record.  Bad  *
007780*  references are reported by the weighing walk only - the *
007790*  including walks retrace the same slots.                 *
007800*----------------------------------------------------------*
007810 2400-ENQUEUE-SLOT.
007820     IF NOT (WS-CHECK-TYPE = "If" OR "Le" OR "A" OR "L")
007830         GO TO 2400-EXIT
007840     END-IF
007850     MOVE WS-CHECK-VAL(1:6) TO WS-SLOT-REF-X
007860     IF WS-SLOT-REF-X NOT NUMERIC
007870         MOVE "NOT A RECORD NUMBER" TO WS-REASON
007880         GO TO 2400-BAD-REF
007890     END-IF
007900     IF WS-SLOT-REF < 1 OR WS-SLOT-REF > SPLIT-AST-POOL-COUNT
007910         MOVE "NO SUCH RECORD" TO WS-REASON
007920         GO TO 2400-BAD-REF
007930     END-IF
007940     IF POOL-WALK-MARK(WS-SLOT-REF) = WS-WALK-SERIAL
007950         GO TO 2400-EXIT
007960     END-IF
007970     IF WS-WALK-Q-COUNT >= 5000
007980         IF WS-WALK-FULL
007990             GO TO 2400-EXIT
008000         END-IF
008010         MOVE "Y" TO WS-WALK-FULL-SW
008020         MOVE "RULE REACHES MORE THAN 5000 RECORDS" TO WS-REASON
008030         GO TO 2400-BAD-REF
008040     END-IF
008050     MOVE WS-WALK-SERIAL TO POOL-WALK-MARK(WS-SLOT-REF)
008060     ADD 1 TO WS-WALK-Q-COUNT
008070     MOVE WS-SLOT-REF TO WS-WALK-Q-REF(WS-WALK-Q-COUNT)
008080     GO TO 2400-EXIT.
008090 2400-BAD-REF.
008100     IF NOT WS-WALK-WEIGHING
008110         GO TO 2400-EXIT
008120     END-IF
008130     SET WS-SPLIT-REJECTED TO TRUE
008140     ADD 1 TO WS-REJECT-COUNT
008150     MOVE SPACES TO SPLIT-RPT-RECORD
008160     STRING "    RULE REC " DELIMITED BY SIZE
008170         WS-WALK-ROOT DELIMITED BY SIZE
008180         " " DELIMITED BY SIZE
008190         POOL-RULE-ID(WS-WALK-ROOT) DELIMITED BY SIZE
008200         " - REC " DELIMITED BY SIZE
008210         WS-POOL-REF DELIMITED BY SIZE
008220         " POOL REFERENCE " DELIMITED BY SIZE
008230         WS-SLOT-REF-X DELIMITED BY SIZE
008240         ": " DELIMITED BY SIZE
008250         WS-REASON DELIMITED BY SIZE
008260         INTO SPLIT-RPT-RECORD
008270     WRITE SPLIT-RPT-RECORD.
008280 2400-EXIT.
008290     EXIT.
008300
008310*----------------------------------------------------------*
008320*  3000-ASSIGN-PARTITIONS: deal the rules out in ASTIN     *
008330*  order.  A partition is closed once the next rule would  *
008340*  take its weight past an even share of the total, or     *
008350*  once only enough rules are left to give each later      *
008360*  partition one; the last partition takes the rest.       *
008370*----------------------------------------------------------*
008380 3000-ASSIGN-PARTITIONS.
008390     MOVE SPACES TO WS-PART-TABLE
008400     PERFORM 3050-NAME-ONE-PARTITION THRU 3050-EXIT
008410         VARYING WS-PART-NO FROM 1 BY 1
008420         UNTIL WS-PART-NO > WS-PART-COUNT
008430     COMPUTE WS-TARGET-WEIGHT
008440         = (WS-TOTAL-WEIGHT + WS-PART-COUNT - 1) / WS-PART-COUNT
008450     MOVE 1 TO WS-PART-NO
008460     MOVE ZEROS TO WS-CUR-WEIGHT
008470     MOVE WS-IN-RULE-COUNT TO WS-RULES-LEFT
008480     PERFORM 3100-ASSIGN-ONE-RULE THRU 3100-EXIT
008490         VARYING WS-SUB FROM 1 BY 1
008500         UNTIL WS-SUB > SPLIT-AST-POOL-COUNT.
008510 3000-EXIT.
008520     EXIT.
008530
008540 3050-NAME-ONE-PARTITION.
008550     MOVE SPACES TO WS-PT-UNIT(WS-PART-NO)
008560     STRING WS-PART-STEM DELIMITED BY SIZE
008570         WS-PART-NO DELIMITED BY SIZE
008580         INTO WS-PT-UNIT(WS-PART-NO)
008590     MOVE ZEROS TO WS-PT-RULES(WS-PART-NO)
008600     MOVE ZEROS TO WS-PT-WEIGHT(WS-PART-NO)
008610     MOVE ZEROS TO WS-PT-RECS(WS-PART-NO)
008620     MOVE ZEROS TO WS-PT-CARRIED(WS-PART-NO)
008630     MOVE ZEROS TO WS-PT-FIRST(WS-PART-NO)
008640     MOVE ZEROS TO WS-PT-LAST(WS-PART-NO).
008650 3050-EXIT.
008660     EXIT.
008670
008680 3100-ASSIGN-ONE-RULE.
008690     IF POOL-ONLY-FLAG(WS-SUB) = "Y"
008700         GO TO 3100-EXIT
008710     END-IF
008720     IF WS-CUR-WEIGHT > 0 AND WS-PART-NO < WS-PART-COUNT
008730         IF WS-CUR-WEIGHT + POOL-WEIGHT(WS-SUB)
008740                 > WS-TARGET-WEIGHT
008750                 OR WS-RULES-LEFT <= WS-PART-COUNT - WS-PART-NO
008760             ADD 1 TO WS-PART-NO
008770             MOVE ZEROS TO WS-CUR-WEIGHT
008780         END-IF
008790     END-IF
008800     MOVE WS-PART-NO TO POOL-PART-NO(WS-SUB)
008810     ADD POOL-WEIGHT(WS-SUB) TO WS-CUR-WEIGHT
008820     ADD POOL-WEIGHT(WS-SUB) TO WS-PT-WEIGHT(WS-PART-NO)
008830     ADD 1 TO WS-PT-RULES(WS-PART-NO)
008840     IF WS-PT-FIRST(WS-PART-NO) = 0
008850         MOVE WS-SUB TO WS-PT-FIRST(WS-PART-NO)
008860     END-IF
008870     MOVE WS-SUB TO WS-PT-LAST(WS-PART-NO)
008880     SUBTRACT 1 FROM WS-RULES-LEFT.
008890 3100-EXIT.
008900     EXIT.
008910
008920*----------------------------------------------------------*
008930*  4000-SIZE-PARTITIONS: build each partition's record set *
008940*  once without writing it, so a partition too big for     *
008950*  SHQBATCH's 5000-record pool rejects the split before    *
008960*  any partition dataset is written, and report the plan.  *
008970*----------------------------------------------------------*
008980 4000-SIZE-PARTITIONS.
008990     MOVE "I" TO WS-WALK-MODE
009000     MOVE SPACES TO SPLIT-RPT-RECORD
009010     WRITE SPLIT-RPT-RECORD
009020     MOVE "PARTITIONS:" TO SPLIT-RPT-RECORD
009030     WRITE SPLIT-RPT-RECORD
009040     PERFORM 4100-SIZE-ONE-PARTITION THRU 4100-EXIT
009050         VARYING WS-PART-NO FROM 1 BY 1
009060         UNTIL WS-PART-NO > WS-PART-COUNT.
009070 4000-EXIT.
009080     EXIT.
009090
009100 4100-SIZE-ONE-PARTITION.
009110     PERFORM 4300-INCLUDE-PARTITION THRU 4300-EXIT
009120     MOVE WS-LOCAL-POS TO WS-PT-RECS(WS-PART-NO)
009130     COMPUTE WS-PT-CARRIED(WS-PART-NO)
009140         = WS-PT-RECS(WS-PART-NO) - WS-PT-RULES(WS-PART-NO)
009150     ADD WS-PT-CARRIED(WS-PART-NO) TO WS-CARRIED-COUNT
009160     MOVE SPACES TO SPLIT-RPT-RECORD
009170     STRING "    " DELIMITED BY SIZE
009180         WS-PART-NO DELIMITED BY SIZE
009190         "  UNIT " DELIMITED BY SIZE
009200         WS-PT-UNIT(WS-PART-NO) DELIMITED BY SIZE
009210         "  RULES " DELIMITED BY SIZE
009220         WS-PT-RULES(WS-PART-NO) DELIMITED BY SIZE
009230         " (REC " DELIMITED BY SIZE
009240         WS-PT-FIRST(WS-PART-NO) DELIMITED BY SIZE
009250         "-" DELIMITED BY SIZE
009260         WS-PT-LAST(WS-PART-NO) DELIMITED BY SIZE
009270         ")  POOL RECORDS CARRIED " DELIMITED BY SIZE
009280         WS-PT-CARRIED(WS-PART-NO) DELIMITED BY SIZE
009290         "  TOTAL RECORDS " DELIMITED BY SIZE
009300         WS-PT-RECS(WS-PART-NO) DELIMITED BY SIZE
009310         INTO SPLIT-RPT-RECORD
009320     WRITE SPLIT-RPT-RECORD
009330     IF WS-PT-RECS(WS-PART-NO) > 5000
009340         SET WS-SPLIT-REJECTED TO TRUE
009350         ADD 1 TO WS-REJECT-COUNT
009360         MOVE SPACES TO SPLIT-RPT-RECORD
009370         STRING "        PARTITION HOLDS MORE THAN 5000 RECORDS"
009380             DELIMITED BY SIZE
009390             " - SPLIT INTO MORE PARTITIONS" DELIMITED BY SIZE
009400             INTO SPLIT-RPT-RECORD
009410         WRITE SPLIT-RPT-RECORD
009420     END-IF.
009430 4100-EXIT.
009440     EXIT.
009450
009460*----------------------------------------------------------*
009470*  4300-INCLUDE-PARTITION: mark partition WS-PART-NO's own *
009480*  rules and everything they reach, then number the marked *
009490*  records 1-n in their original ASTIN order.  The count   *
009500*  is left in WS-LOCAL-POS.                                *
009510*----------------------------------------------------------*
009520 4300-INCLUDE-PARTITION.
009530     PERFORM 4310-INCLUDE-ONE-RULE THRU 4310-EXIT
009540         VARYING WS-SUB FROM WS-PT-FIRST(WS-PART-NO) BY 1
009550         UNTIL WS-SUB > WS-PT-LAST(WS-PART-NO)
009560     MOVE ZEROS TO WS-LOCAL-POS
009570     PERFORM 4320-PLACE-ONE-RECORD THRU 4320-EXIT
009580         VARYING WS-SUB FROM 1 BY 1
009590         UNTIL WS-SUB > SPLIT-AST-POOL-COUNT.
009600 4300-EXIT.
009610     EXIT.
009620
009630 4310-INCLUDE-ONE-RULE.
009640     IF POOL-ONLY-FLAG(WS-SUB) = "Y"
009650         GO TO 4310-EXIT
009660     END-IF
009670     MOVE WS-SUB TO WS-WALK-ROOT
009680     PERFORM 2200-WALK-FROM-ROOT THRU 2200-EXIT.
009690 4310-EXIT.
009700     EXIT.
009710
009720 4320-PLACE-ONE-RECORD.
009730     IF POOL-INCL-PART(WS-SUB) = WS-PART-NO
009740         ADD 1 TO WS-LOCAL-POS
009750         MOVE WS-LOCAL-POS TO POOL-LOCAL-POS(WS-SUB)
009760     END-IF.
009770 4320-EXIT.
009780     EXIT.
009790
009800*----------------------------------------------------------*
009810*  5000-WRITE-PARTITIONS: write the split map's header,    *
009820*  then each partition's ASTIN, RUNOPTS card and map       *
009830*  records in turn.                                        *
009840*----------------------------------------------------------*
009850 5000-WRITE-PARTITIONS.
009860     OPEN OUTPUT SPLIT-MAP-FILE
009870     IF FS-SPLIT-MAP NOT = "00"
009880         DISPLAY "SHQSPLIT: unable to open SPLTMAP, status "
009890             FS-SPLIT-MAP
009900         MOVE "N" TO WS-INIT-SW
009910         GO TO 5000-EXIT
009920     END-IF
009930     MOVE SPACES TO SPLIT-MAP-RECORD
009940     SET MAP-IS-HEADER TO TRUE
009950     MOVE WS-UNIT TO MAP-UNIT
009960     MOVE WS-RUN-DATE TO MAP-RUN-DATE
009970     MOVE WS-PART-COUNT TO MAP-PART-COUNT
009980     MOVE WS-IN-REC-COUNT TO MAP-IN-RECS
009990     MOVE WS-IN-RULE-COUNT TO MAP-IN-RULES
010000     MOVE WS-IN-POOL-COUNT TO MAP-IN-POOL
010010     MOVE WS-ORPHAN-COUNT TO MAP-IN-ORPHANS
010020     WRITE SPLIT-MAP-RECORD
010030     PERFORM 5050-CLEAR-ONE-PLACEMENT THRU 5050-EXIT
010040         VARYING WS-SUB FROM 1 BY 1
010050         UNTIL WS-SUB > SPLIT-AST-POOL-COUNT
010060     PERFORM 5100-WRITE-ONE-PARTITION THRU 5100-EXIT
010070         VARYING WS-PART-NO FROM 1 BY 1
010080         UNTIL WS-PART-NO > WS-PART-COUNT
010090             OR WS-SPLIT-REJECTED
010100     CLOSE SPLIT-MAP-FILE
010110     IF NOT WS-SPLIT-REJECTED
010120         MOVE "Y" TO WS-WRITTEN-SW
010130     END-IF.
010140 5000-EXIT.
010150     EXIT.
010160
010170 5050-CLEAR-ONE-PLACEMENT.
010180     MOVE ZEROS TO POOL-INCL-PART(WS-SUB)
010190     MOVE ZEROS TO POOL-LOCAL-POS(WS-SUB).
010200 5050-EXIT.
010210     EXIT.
010220
010230 5100-WRITE-ONE-PARTITION.
010240     PERFORM 4300-INCLUDE-PARTITION THRU 4300-EXIT
010250     PERFORM 5200-OPEN-PARTITION THRU 5200-EXIT
010260     IF FS-PART-AST NOT = "00" OR FS-PART-OPT NOT = "00"
010270         DISPLAY "SHQSPLIT: unable to open PARTIN/PARTOP "
010280             WS-PART-NO ", status " FS-PART-AST "/" FS-PART-OPT
010290         SET WS-SPLIT-REJECTED TO TRUE
010300         GO TO 5100-EXIT
010310     END-IF
010320     MOVE SPACES TO SPLIT-MAP-RECORD
010330     SET MAP-IS-PARTITION TO TRUE
010340     MOVE WS-PART-NO TO MAP-PART-NO
010350     MOVE WS-PT-UNIT(WS-PART-NO) TO MAP-PART-UNIT
010360     MOVE WS-PT-RECS(WS-PART-NO) TO MAP-PART-RECS
010370     MOVE WS-PT-RULES(WS-PART-NO) TO MAP-PART-RULES
010380     MOVE WS-PT-FIRST(WS-PART-NO) TO MAP-PART-FIRST
010390     MOVE WS-PT-LAST(WS-PART-NO) TO MAP-PART-LAST
010400     WRITE SPLIT-MAP-RECORD
010410     MOVE WS-RUN-DATE TO WS-PART-OPT-RUN-DATE
010420     MOVE WS-PT-UNIT(WS-PART-NO) TO WS-PART-OPT-UNIT
010430     PERFORM 5450-WRITE-PART-OPT THRU 5450-EXIT
010440     PERFORM 5300-WRITE-ONE-RECORD THRU 5300-EXIT
010450         VARYING WS-SUB FROM 1 BY 1
010460         UNTIL WS-SUB > SPLIT-AST-POOL-COUNT
010470     PERFORM 5500-CLOSE-PARTITION THRU 5500-EXIT.
010480 5100-EXIT.
010490     EXIT.
010500
010510 5200-OPEN-PARTITION.
010520     EVALUATE WS-PART-NO
010530         WHEN 1
010540             OPEN OUTPUT PART-AST-FILE-1 PART-OPT-FILE-1
010550         WHEN 2
010560             OPEN OUTPUT PART-AST-FILE-2 PART-OPT-FILE-2
010570         WHEN 3
010580             OPEN OUTPUT PART-AST-FILE-3 PART-OPT-FILE-3
010590         WHEN 4
010600             OPEN OUTPUT PART-AST-FILE-4 PART-OPT-FILE-4
010610         WHEN 5
010620             OPEN OUTPUT PART-AST-FILE-5 PART-OPT-FILE-5
010630         WHEN 6
010640             OPEN OUTPUT PART-AST-FILE-6 PART-OPT-FILE-6
010650         WHEN 7
010660             OPEN OUTPUT PART-AST-FILE-7 PART-OPT-FILE-7
010670         WHEN 8
010680             OPEN OUTPUT PART-AST-FILE-8 PART-OPT-FILE-8
010690     END-EVALUATE.
010700 5200-EXIT.
010710     EXIT.
010720
010730*----------------------------------------------------------*
010740*  5300-WRITE-ONE-RECORD: copy one record placed in this   *
010750*  partition, its pool references renumbered to partition  *
010760*  positions.  A rule that belongs to another partition    *
010770*  rides along pool-only - it is interpreted, and its      *
010780*  result written, by its own partition.  Each of this     *
010790*  partition's own rules gets its split map R record.      *
010800*----------------------------------------------------------*
010810 5300-WRITE-ONE-RECORD.
010820     IF POOL-INCL-PART(WS-SUB) NOT = WS-PART-NO
010830         GO TO 5300-EXIT
010840     END-IF
010850     SET POOL-IDX TO WS-SUB
010860     MOVE POOL-AST-TYPE(POOL-IDX) TO PART-REC-AST-TYPE
010870     MOVE POOL-AST-TREE(POOL-IDX) TO PART-REC-AST-TREE
010880     MOVE POOL-ONLY-FLAG(POOL-IDX) TO PART-REC-POOL-ONLY
010890     MOVE POOL-RULE-ID(POOL-IDX) TO PART-REC-RULE-ID
010900     IF POOL-PART-NO(POOL-IDX) NOT = WS-PART-NO
010910         MOVE "Y" TO PART-REC-POOL-ONLY
010920     END-IF
010930     EVALUATE PART-REC-AST-TYPE
010940         WHEN "If"
010950             MOVE PART-IFC-TEST-TYPE TO WS-SLOT-TYPE
010960             MOVE PART-IFC-TEST-VAL TO WS-SLOT-VAL
010970             PERFORM 5310-MAP-SLOT THRU 5310-EXIT
010980             MOVE WS-SLOT-VAL TO PART-IFC-TEST-VAL
010990             MOVE PART-IFC-THEN-TYPE TO WS-SLOT-TYPE
011000             MOVE PART-IFC-THEN-VAL TO WS-SLOT-VAL
011010             PERFORM 5310-MAP-SLOT THRU 5310-EXIT
011020             MOVE WS-SLOT-VAL TO PART-IFC-THEN-VAL
011030             MOVE PART-IFC-ELSE-TYPE TO WS-SLOT-TYPE
011040             MOVE PART-IFC-ELSE-VAL TO WS-SLOT-VAL
011050             PERFORM 5310-MAP-SLOT THRU 5310-EXIT
011060             MOVE WS-SLOT-VAL TO PART-IFC-ELSE-VAL
011070         WHEN "Le"
011080             MOVE PART-LETC-VAL-TYPE TO WS-SLOT-TYPE
011090             MOVE PART-LETC-VAL TO WS-SLOT-VAL
011100             PERFORM 5310-MAP-SLOT THRU 5310-EXIT
011110             MOVE WS-SLOT-VAL TO PART-LETC-VAL
011120             MOVE PART-LETC-BODY-TYPE TO WS-SLOT-TYPE
011130             MOVE PART-LETC-BODY TO WS-SLOT-VAL
011140             PERFORM 5310-MAP-SLOT THRU 5310-EXIT
011150             MOVE WS-SLOT-VAL TO PART-LETC-BODY
011160         WHEN "L"
011170             MOVE PART-LAMC-BODY-TYPE TO WS-SLOT-TYPE
011180             MOVE PART-LAMC-BODY TO WS-SLOT-VAL
011190             PERFORM 5310-MAP-SLOT THRU 5310-EXIT
011200             MOVE WS-SLOT-VAL TO PART-LAMC-BODY
011210         WHEN OTHER
011220             CONTINUE
011230     END-EVALUATE
011240     PERFORM 5400-WRITE-PART-AST THRU 5400-EXIT
011250     IF PART-REC-POOL-ONLY NOT = "Y"
011260         MOVE SPACES TO SPLIT-MAP-RECORD
011270         SET MAP-IS-RULE TO TRUE
011280         MOVE WS-PART-NO TO MAP-RULE-PART-NO
011290         MOVE POOL-LOCAL-POS(WS-SUB) TO MAP-LOCAL-REC-NO
011300         MOVE WS-SUB TO MAP-ORIG-REC-NO
011310         MOVE POOL-RULE-ID(WS-SUB) TO MAP-RULE-ID
011320         WRITE SPLIT-MAP-RECORD
011330     END-IF.
011340 5300-EXIT.
011350     EXIT.
011360
011370*----------------------------------------------------------*
011380*  5310-MAP-SLOT: replace the record number in             *
011390*  WS-SLOT-VAL(1:6), if WS-SLOT-TYPE says the slot holds   *
011400*  one, with that record's position in this partition.     *
011410*  Every reference was checked by the weighing walk, and   *
011420*  every record a placed record reaches is placed too.     *
011430*----------------------------------------------------------*
011440 5310-MAP-SLOT.
011450     IF NOT (WS-SLOT-TYPE = "If" OR "Le" OR "A" OR "L")
011460         GO TO 5310-EXIT
011470     END-IF
011480     MOVE WS-SLOT-VAL(1:6) TO WS-SLOT-REF-X
011490     MOVE POOL-LOCAL-POS(WS-SLOT-REF) TO WS-SLOT-NEW-REF
011500     MOVE WS-SLOT-NEW-REF TO WS-SLOT-VAL(1:6).
011510 5310-EXIT.
011520     EXIT.
011530
011540 5400-WRITE-PART-AST.
011550     EVALUATE WS-PART-NO
011560         WHEN 1
011570             WRITE PART-AST-RECORD-1 FROM PART-REC
011580         WHEN 2
011590             WRITE PART-AST-RECORD-2 FROM PART-REC
011600         WHEN 3
011610             WRITE PART-AST-RECORD-3 FROM PART-REC
011620         WHEN 4
011630             WRITE PART-AST-RECORD-4 FROM PART-REC
011640         WHEN 5
011650             WRITE PART-AST-RECORD-5 FROM PART-REC
011660         WHEN 6
011670             WRITE PART-AST-RECORD-6 FROM PART-REC
011680         WHEN 7
011690             WRITE PART-AST-RECORD-7 FROM PART-REC
011700         WHEN 8
011710             WRITE PART-AST-RECORD-8 FROM PART-REC
011720     END-EVALUATE.
011730 5400-EXIT.
011740     EXIT.
011750
011760 5450-WRITE-PART-OPT.
011770     EVALUATE WS-PART-NO
011780         WHEN 1
011790             WRITE PART-OPT-RECORD-1 FROM WS-PART-OPT-CARD
011800         WHEN 2
011810             WRITE PART-OPT-RECORD-2 FROM WS-PART-OPT-CARD
011820         WHEN 3
011830             WRITE PART-OPT-RECORD-3 FROM WS-PART-OPT-CARD
011840         WHEN 4
011850             WRITE PART-OPT-RECORD-4 FROM WS-PART-OPT-CARD
011860         WHEN 5
011870             WRITE PART-OPT-RECORD-5 FROM WS-PART-OPT-CARD
011880         WHEN 6
011890             WRITE PART-OPT-RECORD-6 FROM WS-PART-OPT-CARD
011900         WHEN 7
011910             WRITE PART-OPT-RECORD-7 FROM WS-PART-OPT-CARD
011920         WHEN 8
011930             WRITE PART-OPT-RECORD-8 FROM WS-PART-OPT-CARD
011940     END-EVALUATE.
011950 5450-EXIT.
011960     EXIT.
011970
011980 5500-CLOSE-PARTITION.
011990     EVALUATE WS-PART-NO
012000         WHEN 1
012010             CLOSE PART-AST-FILE-1 PART-OPT-FILE-1
012020         WHEN 2
012030             CLOSE PART-AST-FILE-2 PART-OPT-FILE-2
012040         WHEN 3
012050             CLOSE PART-AST-FILE-3 PART-OPT-FILE-3
012060         WHEN 4
012070             CLOSE PART-AST-FILE-4 PART-OPT-FILE-4
012080         WHEN 5
012090             CLOSE PART-AST-FILE-5 PART-OPT-FILE-5
012100         WHEN 6
012110             CLOSE PART-AST-FILE-6 PART-OPT-FILE-6
012120         WHEN 7
012130             CLOSE PART-AST-FILE-7 PART-OPT-FILE-7
012140         WHEN 8
012150             CLOSE PART-AST-FILE-8 PART-OPT-FILE-8
012160     END-EVALUATE.
012170 5500-EXIT.
012180     EXIT.
012190
012200*----------------------------------------------------------*
012210*  9000-FINALIZE: close the report and set the return      *
012220*  code - 12 when the split was rejected or could not be   *
012230*  made; none of its outputs may then be used.             *
012240*----------------------------------------------------------*
012250 9000-FINALIZE.
012260     IF FS-SPLIT-RPT = "00"
012270         MOVE SPACES TO SPLIT-RPT-RECORD
012280         WRITE SPLIT-RPT-RECORD
012290         IF WS-SPLIT-WRITTEN
012300             STRING "SPLIT WRITTEN: " DELIMITED BY SIZE
012310                 WS-PART-COUNT DELIMITED BY SIZE
012320                 " PARTITIONS, " DELIMITED BY SIZE
012330                 WS-IN-RULE-COUNT DELIMITED BY SIZE
012340                 " RULE(S), " DELIMITED BY SIZE
012350                 WS-CARRIED-COUNT DELIMITED BY SIZE
012360                 " POOL RECORD(S) CARRIED" DELIMITED BY SIZE
012370                 INTO SPLIT-RPT-RECORD
012380         ELSE
012390             STRING "SPLIT REJECTED - NO PARTITION DATASET "
012400                 DELIMITED BY SIZE
012410                 "OR SPLTMAP MAY BE USED" DELIMITED BY SIZE
012420                 INTO SPLIT-RPT-RECORD
012430         END-IF
012440         WRITE SPLIT-RPT-RECORD
012450         CLOSE SPLIT-RPT-FILE
012460     END-IF
012470     IF NOT WS-SPLIT-WRITTEN
012480         IF WS-INIT-OK
012490             DISPLAY "SHQSPLIT: " WS-UNIT " split rejected, "
012500                 WS-REJECT-COUNT " problem(s) - see SPLTRPT."
012510         ELSE
012520             DISPLAY "SHQSPLIT: initialization failed - "
012530                 "nothing split."
012540         END-IF
012550         MOVE 12 TO RETURN-CODE
012560         GO TO 9000-EXIT
012570     END-IF
012580     DISPLAY "SHQSPLIT: " WS-UNIT " split into " WS-PART-COUNT
012590         " partitions for run date " WS-RUN-DATE ", "
012600         WS-IN-RULE-COUNT " rule(s).".
012610 9000-EXIT.
012620     EXIT.
012630
012640 END PROGRAM SHQSPLIT.
