000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SHQJOIN.
000120 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000130 INSTALLATION. RULE-ENGINE-OPERATIONS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  2026-10-15  DSB  Initial partition join.  Puts the      *
000190*                   ASTOUTs of an SHQSPLIT unit's          *
000200*                   partitions back together into one      *
000210*                   ASTOUT in the original rule order,     *
000220*                   with the original OUT-REC-NO values    *
000230*                   and rule IDs, once every partition's   *
000240*                   latest RUNREG entry is a clean end.    *
000250*                   Record and SHEQ ERROR counts are       *
000260*                   balanced across the partitions against *
000270*                   the unsplit ASTIN before anything is   *
000280*                   written, and the unit gets a single    *
000290*                   RUNREG end entry of its own.           *
000300*  2026-10-15  DSB  Partitions no longer share RUNREG      *
000310*                   while they run: each partition's       *
000320*                   entries are read from its own register *
000330*                   (PARTRGnn) and merged into RUNREG,     *
000340*                   ahead of the unit's end entry, on the  *
000350*                   balanced pass.                         *
000360*----------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT SPLIT-MAP-FILE ASSIGN TO "SPLTMAP"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FS-SPLIT-MAP.
000430     SELECT RUN-REG-FILE ASSIGN TO "RUNREG"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS FS-RUNREG.
000460     SELECT AST-OUT-FILE ASSIGN TO "ASTOUT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS FS-AST-OUT.
000490     SELECT JOIN-RPT-FILE ASSIGN TO "JOINRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-JOIN-RPT.
000520*    Each partition's ASTOUT under a fixed DD name; only   *
000530*    the split map's partitions are opened.                *
000540     SELECT PART-OUT-FILE-1 ASSIGN TO "PARTOT01"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-PART-OUT.
000570     SELECT PART-OUT-FILE-2 ASSIGN TO "PARTOT02"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FS-PART-OUT.
000600     SELECT PART-OUT-FILE-3 ASSIGN TO "PARTOT03"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS FS-PART-OUT.
000630     SELECT PART-OUT-FILE-4 ASSIGN TO "PARTOT04"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS FS-PART-OUT.
000660     SELECT PART-OUT-FILE-5 ASSIGN TO "PARTOT05"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FS-PART-OUT.
000690     SELECT PART-OUT-FILE-6 ASSIGN TO "PARTOT06"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FS-PART-OUT.
000720     SELECT PART-OUT-FILE-7 ASSIGN TO "PARTOT07"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS FS-PART-OUT.
000750     SELECT PART-OUT-FILE-8 ASSIGN TO "PARTOT08"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS FS-PART-OUT.
000780*    Each partition's own run register, written by its     *
000790*    SHQBATCH job alone, under a fixed DD name.            *
000800     SELECT PART-REG-FILE-1 ASSIGN TO "PARTRG01"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS FS-PART-REG.
000830     SELECT PART-REG-FILE-2 ASSIGN TO "PARTRG02"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS FS-PART-REG.
000860     SELECT PART-REG-FILE-3 ASSIGN TO "PARTRG03"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS FS-PART-REG.
000890     SELECT PART-REG-FILE-4 ASSIGN TO "PARTRG04"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS FS-PART-REG.
000920     SELECT PART-REG-FILE-5 ASSIGN TO "PARTRG05"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS FS-PART-REG.
000950     SELECT PART-REG-FILE-6 ASSIGN TO "PARTRG06"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS FS-PART-REG.
000980     SELECT PART-REG-FILE-7 ASSIGN TO "PARTRG07"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS FS-PART-REG.
001010     SELECT PART-REG-FILE-8 ASSIGN TO "PARTRG08"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS FS-PART-REG.
001040*----------------------------------------------------------*
001050*  BOXED BANNER: DATA DIVISION                             *
001060*----------------------------------------------------------*
001070 DATA DIVISION.
001080 FILE SECTION.
001090*----------------------------------------------------------*
001100*  SHQSPLIT's split map: H header, then per partition a P  *
001110*  record followed by its R (rule) records in partition    *
001120*  order.  Layout as SHQSPLIT writes it.                   *
001130*----------------------------------------------------------*
001140 FD  SPLIT-MAP-FILE
001150     RECORDING MODE IS F.
001160 01  SPLIT-MAP-RECORD.
001170     05 MAP-REC-TYPE         PIC X(01).
001180         88 MAP-IS-HEADER            VALUE "H".
001190         88 MAP-IS-PARTITION         VALUE "P".
001200         88 MAP-IS-RULE              VALUE "R".
001210     05 MAP-BODY             PIC X(50).
001220     05 MAP-HDR-BODY REDEFINES MAP-BODY.
001230         10 MAP-UNIT         PIC X(08).
001240         10 MAP-RUN-DATE     PIC X(08).
001250         10 MAP-PART-COUNT   PIC 9(02).
001260         10 MAP-IN-RECS      PIC 9(06).
001270         10 MAP-IN-RULES     PIC 9(06).
001280         10 MAP-IN-POOL      PIC 9(06).
001290         10 MAP-IN-ORPHANS   PIC 9(06).
001300         10 FILLER           PIC X(08).
001310     05 MAP-PART-BODY REDEFINES MAP-BODY.
001320         10 MAP-PART-NO      PIC 9(02).
001330         10 MAP-PART-UNIT    PIC X(08).
001340         10 MAP-PART-RECS    PIC 9(06).
001350         10 MAP-PART-RULES   PIC 9(06).
001360         10 MAP-PART-FIRST   PIC 9(06).
001370         10 MAP-PART-LAST    PIC 9(06).
001380         10 FILLER           PIC X(16).
001390     05 MAP-RULE-BODY REDEFINES MAP-BODY.
001400         10 MAP-RULE-PART-NO PIC 9(02).
001410         10 MAP-LOCAL-REC-NO PIC 9(06).
001420         10 MAP-ORIG-REC-NO  PIC 9(06).
001430         10 MAP-RULE-ID      PIC X(08).
001440         10 FILLER           PIC X(28).
001450
001460*----------------------------------------------------------*
001470*  Run registry, SHQBATCH's layout.  Read for the unit's   *
001480*  own end entry, then extended with the partitions'       *
001490*  entries and the unit's own end entry.                   *
001500*----------------------------------------------------------*
001510 FD  RUN-REG-FILE
001520     RECORDING MODE IS F.
001530 01  RUN-REG-RECORD.
001540     05 REG-RUN-DATE         PIC X(08).
001550     05 REG-UNIT             PIC X(08).
001560     05 REG-ENTRY-TYPE       PIC X(01).
001570         88 REG-IS-START             VALUE "S".
001580         88 REG-IS-END               VALUE "E".
001590     05 REG-REC-COUNT        PIC 9(06).
001600     05 REG-VALID-ERRS       PIC 9(06).
001610     05 REG-SHEQ-ERRS        PIC 9(06).
001620     05 REG-STATUS           PIC X(08).
001630
001640*----------------------------------------------------------*
001650*  The joined results, in SHQBATCH's AST-OUT-RECORD shape. *
001660*----------------------------------------------------------*
001670 FD  AST-OUT-FILE
001680     RECORDING MODE IS F.
001690 01  AST-OUT-RECORD.
001700     05 OUT-REC-NO           PIC 9(06).
001710     05 OUT-AST-TYPE         PIC X(02).
001720     05 OUT-RESULT           PIC X(150).
001730     05 OUT-RULE-ID          PIC X(08).
001740
001750 FD  JOIN-RPT-FILE
001760     RECORDING MODE IS F.
001770 01  JOIN-RPT-RECORD         PIC X(132).
001780
001790 FD  PART-OUT-FILE-1
001800     RECORDING MODE IS F.
001810 01  PART-OUT-RECORD-1       PIC X(166).
001820 FD  PART-OUT-FILE-2
001830     RECORDING MODE IS F.
001840 01  PART-OUT-RECORD-2       PIC X(166).
001850 FD  PART-OUT-FILE-3
001860     RECORDING MODE IS F.
001870 01  PART-OUT-RECORD-3       PIC X(166).
001880 FD  PART-OUT-FILE-4
001890     RECORDING MODE IS F.
001900 01  PART-OUT-RECORD-4       PIC X(166).
001910 FD  PART-OUT-FILE-5
001920     RECORDING MODE IS F.
001930 01  PART-OUT-RECORD-5       PIC X(166).
001940 FD  PART-OUT-FILE-6
001950     RECORDING MODE IS F.
001960 01  PART-OUT-RECORD-6       PIC X(166).
001970 FD  PART-OUT-FILE-7
001980     RECORDING MODE IS F.
001990 01  PART-OUT-RECORD-7       PIC X(166).
002000 FD  PART-OUT-FILE-8
002010     RECORDING MODE IS F.
002020 01  PART-OUT-RECORD-8       PIC X(166).
002030 FD  PART-REG-FILE-1
002040     RECORDING MODE IS F.
002050 01  PART-REG-RECORD-1       PIC X(43).
002060 FD  PART-REG-FILE-2
002070     RECORDING MODE IS F.
002080 01  PART-REG-RECORD-2       PIC X(43).
002090 FD  PART-REG-FILE-3
002100     RECORDING MODE IS F.
002110 01  PART-REG-RECORD-3       PIC X(43).
002120 FD  PART-REG-FILE-4
002130     RECORDING MODE IS F.
002140 01  PART-REG-RECORD-4       PIC X(43).
002150 FD  PART-REG-FILE-5
002160     RECORDING MODE IS F.
002170 01  PART-REG-RECORD-5       PIC X(43).
002180 FD  PART-REG-FILE-6
002190     RECORDING MODE IS F.
002200 01  PART-REG-RECORD-6       PIC X(43).
002210 FD  PART-REG-FILE-7
002220     RECORDING MODE IS F.
002230 01  PART-REG-RECORD-7       PIC X(43).
002240 FD  PART-REG-FILE-8
002250     RECORDING MODE IS F.
002260 01  PART-REG-RECORD-8       PIC X(43).
002270
002280 WORKING-STORAGE SECTION.
002290 77  WS-INIT-SW              PIC X(01) VALUE "Y".
002300     88 WS-INIT-OK                     VALUE "Y".
002310 77  WS-INCOMPLETE-SW        PIC X(01) VALUE "N".
002320     88 WS-PARTITION-INCOMPLETE        VALUE "Y".
002330 77  WS-JOINED-ALREADY-SW    PIC X(01) VALUE "N".
002340     88 WS-UNIT-JOINED-ALREADY         VALUE "Y".
002350 77  WS-BALANCE-SW           PIC X(01) VALUE "Y".
002360     88 WS-IN-BALANCE                  VALUE "Y".
002370 77  WS-JOINED-SW            PIC X(01) VALUE "N".
002380     88 WS-JOIN-WRITTEN                VALUE "Y".
002390 77  WS-REG-WRITTEN-SW       PIC X(01) VALUE "N".
002400     88 WS-REG-END-WRITTEN             VALUE "Y".
002410 77  WS-PASS-SW              PIC X(01) VALUE "B".
002420     88 WS-BALANCE-PASS                VALUE "B".
002430     88 WS-WRITE-PASS                  VALUE "W".
002440 77  WS-MAP-EOF-SW           PIC X(01) VALUE "N".
002450     88 WS-MAP-AT-EOF                  VALUE "Y".
002460 77  WS-REG-EOF-SW           PIC X(01) VALUE "N".
002470     88 WS-REG-AT-EOF                  VALUE "Y".
002480 77  WS-OUT-EOF-SW           PIC X(01) VALUE "N".
002490     88 WS-OUT-AT-EOF                  VALUE "Y".
002500 77  WS-OUT-OPEN-SW          PIC X(01) VALUE "N".
002510     88 WS-OUT-OPEN                    VALUE "Y".
002520 77  WS-REPEAT-SW            PIC X(01) VALUE "N".
002530     88 WS-OUT-IS-REPEAT               VALUE "Y".
002540 01  FS-SPLIT-MAP            PIC X(02) VALUE SPACES.
002550 01  FS-RUNREG               PIC X(02) VALUE SPACES.
002560 01  FS-AST-OUT              PIC X(02) VALUE SPACES.
002570 01  FS-JOIN-RPT             PIC X(02) VALUE SPACES.
002580 01  FS-PART-OUT             PIC X(02) VALUE SPACES.
002590 01  FS-PART-REG             PIC X(02) VALUE SPACES.
002600
002610*----------------------------------------------------------*
002620*  The unsplit unit, from the split map's header.          *
002630*----------------------------------------------------------*
002640 01  WS-UNIT                 PIC X(08) VALUE SPACES.
002650 01  WS-RUN-DATE             PIC X(08) VALUE SPACES.
002660 01  WS-PART-COUNT           PIC 9(02) VALUE ZEROS.
002670 01  WS-IN-RECS              PIC 9(06) VALUE ZEROS.
002680 01  WS-IN-RULES             PIC 9(06) VALUE ZEROS.
002690 01  WS-P-RECORDS-SEEN       PIC 9(02) VALUE ZEROS.
002700
002710*----------------------------------------------------------*
002720*  Per partition: what the split map says it holds, what   *
002730*  its latest register entry for the run date says (and    *
002740*  how many times it was started that day - a restarted    *
002750*  partition's end entry counts SHEQ errors from the       *
002760*  restart point only), and what its ASTOUT held.  A       *
002770*  restarted SHQBATCH re-writes the results it had written *
002780*  since its last checkpoint; those repeats are skipped    *
002790*  and counted.                                            *
002800*----------------------------------------------------------*
002810 01  WS-PART-TABLE.
002820     05 WS-PART-ENTRY         OCCURS 8 TIMES.
002830         10 WS-PT-UNIT        PIC X(08).
002840         10 WS-PT-RECS        PIC 9(06).
002850         10 WS-PT-RULES       PIC 9(06).
002860         10 WS-PT-MAP-RULES   PIC 9(06).
002870         10 WS-PT-REG-FOUND   PIC X(01).
002880         10 WS-PT-REG-TYPE    PIC X(01).
002890         10 WS-PT-REG-STATUS  PIC X(08).
002900         10 WS-PT-REG-RECS    PIC 9(06).
002910         10 WS-PT-REG-VALID   PIC 9(06).
002920         10 WS-PT-REG-SHEQ    PIC 9(06).
002930         10 WS-PT-STARTS      PIC 9(04).
002940         10 WS-PT-OUT-COUNT   PIC 9(06).
002950         10 WS-PT-OUT-ERRS    PIC 9(06).
002960         10 WS-PT-REPEATS     PIC 9(06).
002970         10 WS-PT-DERAILED    PIC X(01).
002980 01  WS-PART-NO               PIC 9(02).
002990 01  WS-CUR-PART              PIC 9(02) VALUE ZEROS.
003000 01  WS-LAST-LOCAL-REC-NO     PIC 9(06) VALUE ZEROS.
003010 01  WS-LAST-ORIG-REC-NO      PIC 9(06) VALUE ZEROS.
003020 01  WS-TOTAL-RULES           PIC 9(06) VALUE ZEROS.
003030 01  WS-TOTAL-OUT             PIC 9(06) VALUE ZEROS.
003040 01  WS-TOTAL-SHEQ-ERRS       PIC 9(06) VALUE ZEROS.
003050 01  WS-TOTAL-VALID-ERRS      PIC 9(06) VALUE ZEROS.
003060 01  WS-JOINED-COUNT          PIC 9(06) VALUE ZEROS.
003070 01  WS-PROBLEM-COUNT         PIC 9(06) VALUE ZEROS.
003080 01  WS-MERGED-COUNT          PIC 9(06) VALUE ZEROS.
003090 01  WS-PT-VERDICT            PIC X(16).
003100
003110*----------------------------------------------------------*
003120*  One partition ASTOUT record.                            *
003130*----------------------------------------------------------*
003140 01  PART-OUT-REC.
003150     05 POUT-REC-NO           PIC 9(06).
003160     05 POUT-AST-TYPE         PIC X(02).
003170     05 POUT-RESULT           PIC X(150).
003180     05 POUT-RULE-ID          PIC X(08).
003190
003200*----------------------------------------------------------*
003210*  One partition register entry, RUN-REG-RECORD's layout.  *
003220*----------------------------------------------------------*
003230 01  PART-REG-REC.
003240     05 PREG-RUN-DATE         PIC X(08).
003250     05 PREG-UNIT             PIC X(08).
003260     05 PREG-ENTRY-TYPE       PIC X(01).
003270         88 PREG-IS-START             VALUE "S".
003280         88 PREG-IS-END               VALUE "E".
003290     05 PREG-REC-COUNT        PIC 9(06).
003300     05 PREG-VALID-ERRS       PIC 9(06).
003310     05 PREG-SHEQ-ERRS        PIC 9(06).
003320     05 PREG-STATUS           PIC X(08).
003330
003340 PROCEDURE DIVISION.
003350*----------------------------------------------------------*
003360*  0000-MAINLINE                                           *
003370*----------------------------------------------------------*
003380 0000-MAINLINE.
003390     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003400     IF WS-INIT-OK
003410         PERFORM 2000-CHECK-PARTITIONS THRU 2000-EXIT
003420     END-IF
003430     IF WS-INIT-OK AND NOT WS-PARTITION-INCOMPLETE
003440             AND NOT WS-UNIT-JOINED-ALREADY
003450         PERFORM 3000-BALANCE-PARTITIONS THRU 3000-EXIT
003460     END-IF
003470     IF WS-INIT-OK AND NOT WS-PARTITION-INCOMPLETE
003480             AND NOT WS-UNIT-JOINED-ALREADY AND WS-IN-BALANCE
003490         PERFORM 4000-WRITE-JOINED THRU 4000-EXIT
003500     END-IF
003510     IF WS-JOIN-WRITTEN
003520         PERFORM 5000-WRITE-REG-END THRU 5000-EXIT
003530     END-IF
003540     PERFORM 9000-FINALIZE THRU 9000-EXIT
003550     GOBACK.
003560
003570*----------------------------------------------------------*
003580*  1000-INITIALIZE: open the report, load the split map's  *
003590*  header and partition records, and find each partition's *
003600*  latest entry for the run date in its own register.      *
003610*----------------------------------------------------------*
003620 1000-INITIALIZE.
003630     OPEN OUTPUT JOIN-RPT-FILE
003640     IF FS-JOIN-RPT NOT = "00"
003650         DISPLAY "SHQJOIN: unable to open JOINRPT, status "
003660             FS-JOIN-RPT
003670         MOVE "N" TO WS-INIT-SW
003680         GO TO 1000-EXIT
003690     END-IF
003700     PERFORM 1100-LOAD-SPLIT-MAP THRU 1100-EXIT
003710     IF NOT WS-INIT-OK
003720         GO TO 1000-EXIT
003730     END-IF
003740     MOVE SPACES TO JOIN-RPT-RECORD
003750     STRING "PARTITION JOIN, RUN DATE " DELIMITED BY SIZE
003760         WS-RUN-DATE DELIMITED BY SIZE
003770         ", UNIT " DELIMITED BY SIZE
003780         WS-UNIT DELIMITED BY SIZE
003790         ", " DELIMITED BY SIZE
003800         WS-PART-COUNT DELIMITED BY SIZE
003810         " PARTITIONS" DELIMITED BY SIZE
003820         INTO JOIN-RPT-RECORD
003830     WRITE JOIN-RPT-RECORD
003840     MOVE SPACES TO JOIN-RPT-RECORD
003850     STRING "UNSPLIT ASTIN: " DELIMITED BY SIZE
003860         WS-IN-RECS DELIMITED BY SIZE
003870         " RECORD(S), " DELIMITED BY SIZE
003880         WS-IN-RULES DELIMITED BY SIZE
003890         " TOP-LEVEL RULE(S)" DELIMITED BY SIZE
003900         INTO JOIN-RPT-RECORD
003910     WRITE JOIN-RPT-RECORD
003920     MOVE SPACES TO JOIN-RPT-RECORD
003930     WRITE JOIN-RPT-RECORD
003940     PERFORM 1200-SCAN-RUN-REGISTRY THRU 1200-EXIT
003950     IF NOT WS-INIT-OK
003960         GO TO 1000-EXIT
003970     END-IF
003980     PERFORM 1300-SCAN-PART-REGISTER THRU 1300-EXIT
003990         VARYING WS-PART-NO FROM 1 BY 1
004000         UNTIL WS-PART-NO > WS-PART-COUNT OR NOT WS-INIT-OK.
004010 1000-EXIT.
004020     EXIT.
004030
004040*----------------------------------------------------------*
004050*  1100-LOAD-SPLIT-MAP: the header must come first and     *
004060*  name 2 to 8 partitions; each P record must follow in    *
004070*  partition order.  R records are counted per partition   *
004080*  here and matched to the partition ASTOUTs later.        *
004090*----------------------------------------------------------*
004100 1100-LOAD-SPLIT-MAP.
004110     OPEN INPUT SPLIT-MAP-FILE
004120     IF FS-SPLIT-MAP NOT = "00"
004130         DISPLAY "SHQJOIN: unable to open SPLTMAP, status "
004140             FS-SPLIT-MAP
004150         MOVE "N" TO WS-INIT-SW
004160         GO TO 1100-EXIT
004170     END-IF
004180     READ SPLIT-MAP-FILE
004190         AT END
004200             MOVE SPACES TO SPLIT-MAP-RECORD
004210     END-READ
004220     IF NOT MAP-IS-HEADER
004230             OR MAP-PART-COUNT IS NOT NUMERIC
004240             OR MAP-PART-COUNT < 2 OR MAP-PART-COUNT > 8
004250         DISPLAY "SHQJOIN: SPLTMAP does not start with a valid "
004260             "split header."
004270         MOVE "N" TO WS-INIT-SW
004280         CLOSE SPLIT-MAP-FILE
004290         GO TO 1100-EXIT
004300     END-IF
004310     MOVE MAP-UNIT TO WS-UNIT
004320     MOVE MAP-RUN-DATE TO WS-RUN-DATE
004330     MOVE MAP-PART-COUNT TO WS-PART-COUNT
004340     MOVE MAP-IN-RECS TO WS-IN-RECS
004350     MOVE MAP-IN-RULES TO WS-IN-RULES
004360     PERFORM 1150-CLEAR-ONE-PARTITION THRU 1150-EXIT
004370         VARYING WS-PART-NO FROM 1 BY 1
004380         UNTIL WS-PART-NO > 8
004390     MOVE "N" TO WS-MAP-EOF-SW
004400     PERFORM 1110-LOAD-ONE-MAP-RECORD THRU 1110-EXIT
004410         UNTIL WS-MAP-AT-EOF
004420     CLOSE SPLIT-MAP-FILE
004430     IF WS-P-RECORDS-SEEN NOT = WS-PART-COUNT
004440         DISPLAY "SHQJOIN: SPLTMAP names " WS-PART-COUNT
004450             " partitions but describes " WS-P-RECORDS-SEEN "."
004460         MOVE "N" TO WS-INIT-SW
004470     END-IF.
004480 1100-EXIT.
004490     EXIT.
004500
004510 1110-LOAD-ONE-MAP-RECORD.
004520     READ SPLIT-MAP-FILE
004530         AT END
004540             SET WS-MAP-AT-EOF TO TRUE
004550             GO TO 1110-EXIT
004560     END-READ
004570     EVALUATE TRUE
004580         WHEN MAP-IS-PARTITION
004590             ADD 1 TO WS-P-RECORDS-SEEN
004600             IF MAP-PART-NO NOT = WS-P-RECORDS-SEEN
004610                     OR WS-P-RECORDS-SEEN > WS-PART-COUNT
004620                 DISPLAY "SHQJOIN: SPLTMAP partition records "
004630                     "out of sequence at partition " MAP-PART-NO
004640                 MOVE "N" TO WS-INIT-SW
004650                 SET WS-MAP-AT-EOF TO TRUE
004660                 GO TO 1110-EXIT
004670             END-IF
004680             MOVE MAP-PART-UNIT TO WS-PT-UNIT(MAP-PART-NO)
004690             MOVE MAP-PART-RECS TO WS-PT-RECS(MAP-PART-NO)
004700             MOVE MAP-PART-RULES TO WS-PT-RULES(MAP-PART-NO)
004710         WHEN MAP-IS-RULE
004720             IF MAP-RULE-PART-NO NOT = WS-P-RECORDS-SEEN
004730                 DISPLAY "SHQJOIN: SPLTMAP rule record for "
004740                     "partition " MAP-RULE-PART-NO
004750                     " is out of sequence."
004760                 MOVE "N" TO WS-INIT-SW
004770                 SET WS-MAP-AT-EOF TO TRUE
004780                 GO TO 1110-EXIT
004790             END-IF
004800             ADD 1 TO WS-PT-MAP-RULES(MAP-RULE-PART-NO)
004810         WHEN OTHER
004820             DISPLAY "SHQJOIN: SPLTMAP record type " MAP-REC-TYPE
004830                 " not recognized."
004840             MOVE "N" TO WS-INIT-SW
004850             SET WS-MAP-AT-EOF TO TRUE
004860     END-EVALUATE.
004870 1110-EXIT.
004880     EXIT.
004890
004900 1150-CLEAR-ONE-PARTITION.
004910     MOVE SPACES TO WS-PT-UNIT(WS-PART-NO)
004920     MOVE ZEROS TO WS-PT-RECS(WS-PART-NO)
004930     MOVE ZEROS TO WS-PT-RULES(WS-PART-NO)
004940     MOVE ZEROS TO WS-PT-MAP-RULES(WS-PART-NO)
004950     MOVE "N" TO WS-PT-REG-FOUND(WS-PART-NO)
004960     MOVE SPACE TO WS-PT-REG-TYPE(WS-PART-NO)
004970     MOVE SPACES TO WS-PT-REG-STATUS(WS-PART-NO)
004980     MOVE ZEROS TO WS-PT-REG-RECS(WS-PART-NO)
004990     MOVE ZEROS TO WS-PT-REG-VALID(WS-PART-NO)
005000     MOVE ZEROS TO WS-PT-REG-SHEQ(WS-PART-NO)
005010     MOVE ZEROS TO WS-PT-STARTS(WS-PART-NO)
005020     MOVE ZEROS TO WS-PT-OUT-COUNT(WS-PART-NO)
005030     MOVE ZEROS TO WS-PT-OUT-ERRS(WS-PART-NO)
005040     MOVE ZEROS TO WS-PT-REPEATS(WS-PART-NO)
005050     MOVE "N" TO WS-PT-DERAILED(WS-PART-NO).
005060 1150-EXIT.
005070     EXIT.
005080
005090*----------------------------------------------------------*
005100*  1200-SCAN-RUN-REGISTRY: one pass over RUNREG for the    *
005110*  run date.  The unit's own clean end entry means it has  *
005120*  already been joined.                                    *
005130*----------------------------------------------------------*
005140 1200-SCAN-RUN-REGISTRY.
005150     OPEN INPUT RUN-REG-FILE
005160     IF FS-RUNREG NOT = "00"
005170         DISPLAY "SHQJOIN: unable to open RUNREG, status "
005180             FS-RUNREG
005190         MOVE "N" TO WS-INIT-SW
005200         GO TO 1200-EXIT
005210     END-IF
005220     MOVE "N" TO WS-REG-EOF-SW
005230     PERFORM 1210-READ-ONE-REG-ENTRY THRU 1210-EXIT
005240         UNTIL WS-REG-AT-EOF
005250     CLOSE RUN-REG-FILE.
005260 1200-EXIT.
005270     EXIT.
005280
005290 1210-READ-ONE-REG-ENTRY.
005300     READ RUN-REG-FILE
005310         AT END
005320             SET WS-REG-AT-EOF TO TRUE
005330             GO TO 1210-EXIT
005340     END-READ
005350     IF REG-RUN-DATE = WS-RUN-DATE AND REG-UNIT = WS-UNIT
005360             AND REG-IS-END AND REG-STATUS = "OK"
005370         MOVE "Y" TO WS-JOINED-ALREADY-SW
005380     END-IF.
005390 1210-EXIT.
005400     EXIT.
005410
005420*----------------------------------------------------------*
005430*  1300-SCAN-PART-REGISTER: one pass over a partition's    *
005440*  own register (PARTRGnn) for the run date.  As in        *
005450*  SHQXTRCT, the latest entry for the partition unit       *
005460*  stands; another unit's entries are not this partition's.*
005470*----------------------------------------------------------*
005480 1300-SCAN-PART-REGISTER.
005490     MOVE WS-PART-NO TO WS-CUR-PART
005500     PERFORM 1310-OPEN-PART-REG THRU 1310-EXIT
005510     IF FS-PART-REG NOT = "00"
005520         DISPLAY "SHQJOIN: unable to open PARTRG" WS-PART-NO
005530             ", status " FS-PART-REG
005540         MOVE "N" TO WS-INIT-SW
005550         GO TO 1300-EXIT
005560     END-IF
005570     MOVE "N" TO WS-REG-EOF-SW
005580     PERFORM 1220-MATCH-PARTITION-ENTRY THRU 1220-EXIT
005590         UNTIL WS-REG-AT-EOF
005600     PERFORM 1330-CLOSE-PART-REG THRU 1330-EXIT.
005610 1300-EXIT.
005620     EXIT.
005630
005640 1220-MATCH-PARTITION-ENTRY.
005650     PERFORM 1320-READ-PART-REG THRU 1320-EXIT
005660     IF WS-REG-AT-EOF
005670         GO TO 1220-EXIT
005680     END-IF
005690     IF PREG-RUN-DATE NOT = WS-RUN-DATE
005700             OR PREG-UNIT NOT = WS-PT-UNIT(WS-PART-NO)
005710         GO TO 1220-EXIT
005720     END-IF
005730     MOVE "Y" TO WS-PT-REG-FOUND(WS-PART-NO)
005740     MOVE PREG-ENTRY-TYPE TO WS-PT-REG-TYPE(WS-PART-NO)
005750     MOVE PREG-STATUS TO WS-PT-REG-STATUS(WS-PART-NO)
005760     MOVE PREG-REC-COUNT TO WS-PT-REG-RECS(WS-PART-NO)
005770     MOVE PREG-VALID-ERRS TO WS-PT-REG-VALID(WS-PART-NO)
005780     MOVE PREG-SHEQ-ERRS TO WS-PT-REG-SHEQ(WS-PART-NO)
005790     IF PREG-IS-START
005800         ADD 1 TO WS-PT-STARTS(WS-PART-NO)
005810     END-IF.
005820 1220-EXIT.
005830     EXIT.
005840
005850*----------------------------------------------------------*
005860*  1310/1320/1330: open, read and close partition          *
005870*  WS-CUR-PART's register.                                 *
005880*----------------------------------------------------------*
005890 1310-OPEN-PART-REG.
005900     EVALUATE WS-CUR-PART
005910         WHEN 1
005920             OPEN INPUT PART-REG-FILE-1
005930         WHEN 2
005940             OPEN INPUT PART-REG-FILE-2
005950         WHEN 3
005960             OPEN INPUT PART-REG-FILE-3
005970         WHEN 4
005980             OPEN INPUT PART-REG-FILE-4
005990         WHEN 5
006000             OPEN INPUT PART-REG-FILE-5
006010         WHEN 6
006020             OPEN INPUT PART-REG-FILE-6
006030         WHEN 7
006040             OPEN INPUT PART-REG-FILE-7
006050         WHEN 8
006060             OPEN INPUT PART-REG-FILE-8
006070     END-EVALUATE.
006080 1310-EXIT.
006090     EXIT.
006100
006110 1320-READ-PART-REG.
006120     EVALUATE WS-CUR-PART
006130         WHEN 1
006140             READ PART-REG-FILE-1 INTO PART-REG-REC
006150                 AT END SET WS-REG-AT-EOF TO TRUE
006160             END-READ
006170         WHEN 2
006180             READ PART-REG-FILE-2 INTO PART-REG-REC
006190                 AT END SET WS-REG-AT-EOF TO TRUE
006200             END-READ
006210         WHEN 3
006220             READ PART-REG-FILE-3 INTO PART-REG-REC
006230                 AT END SET WS-REG-AT-EOF TO TRUE
006240             END-READ
006250         WHEN 4
006260             READ PART-REG-FILE-4 INTO PART-REG-REC
006270                 AT END SET WS-REG-AT-EOF TO TRUE
006280             END-READ
006290         WHEN 5
006300             READ PART-REG-FILE-5 INTO PART-REG-REC
006310                 AT END SET WS-REG-AT-EOF TO TRUE
006320             END-READ
006330         WHEN 6
006340             READ PART-REG-FILE-6 INTO PART-REG-REC
006350                 AT END SET WS-REG-AT-EOF TO TRUE
006360             END-READ
006370         WHEN 7
006380             READ PART-REG-FILE-7 INTO PART-REG-REC
006390                 AT END SET WS-REG-AT-EOF TO TRUE
006400             END-READ
006410         WHEN 8
006420             READ PART-REG-FILE-8 INTO PART-REG-REC
006430                 AT END SET WS-REG-AT-EOF TO TRUE
006440             END-READ
006450     END-EVALUATE.
006460 1320-EXIT.
006470     EXIT.
006480
006490 1330-CLOSE-PART-REG.
006500     EVALUATE WS-CUR-PART
006510         WHEN 1
006520             CLOSE PART-REG-FILE-1
006530         WHEN 2
006540             CLOSE PART-REG-FILE-2
006550         WHEN 3
006560             CLOSE PART-REG-FILE-3
006570         WHEN 4
006580             CLOSE PART-REG-FILE-4
006590         WHEN 5
006600             CLOSE PART-REG-FILE-5
006610         WHEN 6
006620             CLOSE PART-REG-FILE-6
006630         WHEN 7
006640             CLOSE PART-REG-FILE-7
006650         WHEN 8
006660             CLOSE PART-REG-FILE-8
006670     END-EVALUATE.
006680 1330-EXIT.
006690     EXIT.
006700
006710*----------------------------------------------------------*
006720*  2000-CHECK-PARTITIONS: every partition's latest entry   *
006730*  must be a clean end.  Any other partition is named for  *
006740*  restart - its own SHQBATCH job, rerun alone, resumes    *
006750*  from its own checkpoint - and nothing is joined.  A     *
006760*  unit already joined for the day is left alone.          *
006770*----------------------------------------------------------*
006780 2000-CHECK-PARTITIONS.
006790     IF WS-UNIT-JOINED-ALREADY
006800         MOVE SPACES TO JOIN-RPT-RECORD
006810         STRING "UNIT " DELIMITED BY SIZE
006820             WS-UNIT DELIMITED BY SIZE
006830             " ALREADY HAS A CLEAN RUNREG END ENTRY FOR "
006840             DELIMITED BY SIZE
006850             WS-RUN-DATE DELIMITED BY SIZE
006860             " - NOT JOINED AGAIN" DELIMITED BY SIZE
006870             INTO JOIN-RPT-RECORD
006880         WRITE JOIN-RPT-RECORD
006890         GO TO 2000-EXIT
006900     END-IF
006910     MOVE "PARTITION RUN STATUS:" TO JOIN-RPT-RECORD
006920     WRITE JOIN-RPT-RECORD
006930     PERFORM 2100-CHECK-ONE-PARTITION THRU 2100-EXIT
006940         VARYING WS-PART-NO FROM 1 BY 1
006950         UNTIL WS-PART-NO > WS-PART-COUNT
006960     MOVE SPACES TO JOIN-RPT-RECORD
006970     WRITE JOIN-RPT-RECORD.
006980 2000-EXIT.
006990     EXIT.
007000
007010 2100-CHECK-ONE-PARTITION.
007020     MOVE SPACES TO JOIN-RPT-RECORD
007030     EVALUATE TRUE
007040         WHEN WS-PT-REG-FOUND(WS-PART-NO) NOT = "Y"
007050             STRING "    " DELIMITED BY SIZE
007060                 WS-PART-NO DELIMITED BY SIZE
007070                 "  UNIT " DELIMITED BY SIZE
007080                 WS-PT-UNIT(WS-PART-NO) DELIMITED BY SIZE
007090                 "  NOT RUN - RUN PARTITION " DELIMITED BY SIZE
007100                 WS-PART-NO DELIMITED BY SIZE
007110                 INTO JOIN-RPT-RECORD
007120             SET WS-PARTITION-INCOMPLETE TO TRUE
007130         WHEN WS-PT-REG-TYPE(WS-PART-NO) NOT = "E"
007140             STRING "    " DELIMITED BY SIZE
007150                 WS-PART-NO DELIMITED BY SIZE
007160                 "  UNIT " DELIMITED BY SIZE
007170                 WS-PT-UNIT(WS-PART-NO) DELIMITED BY SIZE
007180                 "  STARTED, NO END ENTRY - RESTART PARTITION "
007190                 DELIMITED BY SIZE
007200                 WS-PART-NO DELIMITED BY SIZE
007210                 INTO JOIN-RPT-RECORD
007220             SET WS-PARTITION-INCOMPLETE TO TRUE
007230         WHEN WS-PT-REG-STATUS(WS-PART-NO) NOT = "OK"
007240             STRING "    " DELIMITED BY SIZE
007250                 WS-PART-NO DELIMITED BY SIZE
007260                 "  UNIT " DELIMITED BY SIZE
007270                 WS-PT-UNIT(WS-PART-NO) DELIMITED BY SIZE
007280                 "  ENDED " DELIMITED BY SIZE
007290                 WS-PT-REG-STATUS(WS-PART-NO) DELIMITED BY SIZE
007300                 " - RERUN PARTITION " DELIMITED BY SIZE
007310                 WS-PART-NO DELIMITED BY SIZE
007320                 INTO JOIN-RPT-RECORD
007330             SET WS-PARTITION-INCOMPLETE TO TRUE
007340         WHEN OTHER
007350             STRING "    " DELIMITED BY SIZE
007360                 WS-PART-NO DELIMITED BY SIZE
007370                 "  UNIT " DELIMITED BY SIZE
007380                 WS-PT-UNIT(WS-PART-NO) DELIMITED BY SIZE
007390                 "  ENDED OK, STARTED " DELIMITED BY SIZE
007400                 WS-PT-STARTS(WS-PART-NO) DELIMITED BY SIZE
007410                 " TIME(S)" DELIMITED BY SIZE
007420                 INTO JOIN-RPT-RECORD
007430     END-EVALUATE
007440     WRITE JOIN-RPT-RECORD.
007450 2100-EXIT.
007460     EXIT.
007470
007480*----------------------------------------------------------*
007490*  3000-BALANCE-PARTITIONS: first pass over the split map  *
007500*  and the partition ASTOUTs, writing nothing.  Each       *
007510*  partition's results must match its map R records one    *
007520*  for one - same partition record number, same rule ID -  *
007530*  and the counts must tie out:                            *
007540*    results = map rules, per partition and in total, and  *
007550*      the total = the unsplit ASTIN's top-level rules;    *
007560*    register records = the partition's map record count;  *
007570*    register SHEQ errors = SHEQ ERROR results, or no more *
007580*      than them for a partition that was restarted.       *
007590*----------------------------------------------------------*
007600 3000-BALANCE-PARTITIONS.
007610     MOVE "B" TO WS-PASS-SW
007620     PERFORM 3100-PASS-OVER-PARTITIONS THRU 3100-EXIT
007630     IF NOT WS-INIT-OK
007640         GO TO 3000-EXIT
007650     END-IF
007660     MOVE "BALANCE:" TO JOIN-RPT-RECORD
007670     WRITE JOIN-RPT-RECORD
007680     PERFORM 3500-BALANCE-ONE-PARTITION THRU 3500-EXIT
007690         VARYING WS-PART-NO FROM 1 BY 1
007700         UNTIL WS-PART-NO > WS-PART-COUNT
007710     MOVE SPACES TO JOIN-RPT-RECORD
007720     STRING "    TOTAL  RULES " DELIMITED BY SIZE
007730         WS-TOTAL-RULES DELIMITED BY SIZE
007740         "  RESULTS " DELIMITED BY SIZE
007750         WS-TOTAL-OUT DELIMITED BY SIZE
007760         "  SHEQ ERRS " DELIMITED BY SIZE
007770         WS-TOTAL-SHEQ-ERRS DELIMITED BY SIZE
007780         "  UNSPLIT RULES " DELIMITED BY SIZE
007790         WS-IN-RULES DELIMITED BY SIZE
007800         INTO JOIN-RPT-RECORD
007810     WRITE JOIN-RPT-RECORD
007820     IF WS-TOTAL-RULES NOT = WS-IN-RULES
007830             OR WS-TOTAL-OUT NOT = WS-IN-RULES
007840         MOVE "N" TO WS-BALANCE-SW
007850         ADD 1 TO WS-PROBLEM-COUNT
007860         MOVE "    PARTITION RULES DO NOT ADD UP TO THE UNSPLIT"
007870             TO JOIN-RPT-RECORD
007880         WRITE JOIN-RPT-RECORD
007890     END-IF
007900     MOVE SPACES TO JOIN-RPT-RECORD
007910     WRITE JOIN-RPT-RECORD.
007920 3000-EXIT.
007930     EXIT.
007940
007950*----------------------------------------------------------*
007960*  3100-PASS-OVER-PARTITIONS: read the split map's R       *
007970*  records in order, opening each partition's ASTOUT as    *
007980*  its first rule comes up.  The balance pass counts; the  *
007990*  write pass writes the joined ASTOUT.                    *
008000*----------------------------------------------------------*
008010 3100-PASS-OVER-PARTITIONS.
008020     OPEN INPUT SPLIT-MAP-FILE
008030     IF FS-SPLIT-MAP NOT = "00"
008040         DISPLAY "SHQJOIN: unable to reopen SPLTMAP, status "
008050             FS-SPLIT-MAP
008060         MOVE "N" TO WS-INIT-SW
008070         GO TO 3100-EXIT
008080     END-IF
008090     MOVE ZEROS TO WS-CUR-PART
008100     MOVE ZEROS TO WS-LAST-ORIG-REC-NO
008110     MOVE "N" TO WS-MAP-EOF-SW
008120     PERFORM 3200-JOIN-ONE-MAP-RECORD THRU 3200-EXIT
008130         UNTIL WS-MAP-AT-EOF
008140     IF WS-CUR-PART > 0
008150         PERFORM 3400-FINISH-PARTITION THRU 3400-EXIT
008160     END-IF
008170     CLOSE SPLIT-MAP-FILE.
008180 3100-EXIT.
008190     EXIT.
008200
008210 3200-JOIN-ONE-MAP-RECORD.
008220     READ SPLIT-MAP-FILE
008230         AT END
008240             SET WS-MAP-AT-EOF TO TRUE
008250             GO TO 3200-EXIT
008260     END-READ
008270     IF NOT MAP-IS-RULE
008280         GO TO 3200-EXIT
008290     END-IF
008300     IF MAP-RULE-PART-NO NOT = WS-CUR-PART
008310         IF WS-CUR-PART > 0
008320             PERFORM 3400-FINISH-PARTITION THRU 3400-EXIT
008330         END-IF
008340         MOVE MAP-RULE-PART-NO TO WS-CUR-PART
008350         PERFORM 3300-START-PARTITION THRU 3300-EXIT
008360     END-IF
008370     IF WS-PT-DERAILED(WS-CUR-PART) = "Y"
008380         GO TO 3200-EXIT
008390     END-IF
008400     IF MAP-ORIG-REC-NO NOT > WS-LAST-ORIG-REC-NO
008410         MOVE SPACES TO JOIN-RPT-RECORD
008420         STRING "    SPLTMAP ORIGINAL RECORD " DELIMITED BY SIZE
008430             MAP-ORIG-REC-NO DELIMITED BY SIZE
008440             " OUT OF ORDER" DELIMITED BY SIZE
008450             INTO JOIN-RPT-RECORD
008460         PERFORM 3900-DERAIL-PARTITION THRU 3900-EXIT
008470         GO TO 3200-EXIT
008480     END-IF
008490     MOVE MAP-ORIG-REC-NO TO WS-LAST-ORIG-REC-NO
008500     PERFORM 3600-READ-PART-OUT THRU 3600-EXIT
008510     IF WS-OUT-AT-EOF
008520         MOVE SPACES TO JOIN-RPT-RECORD
008530         STRING "    PARTITION " DELIMITED BY SIZE
008540             WS-CUR-PART DELIMITED BY SIZE
008550             " ASTOUT ENDS BEFORE ITS REC " DELIMITED BY SIZE
008560             MAP-LOCAL-REC-NO DELIMITED BY SIZE
008570             " (RULE " DELIMITED BY SIZE
008580             MAP-RULE-ID DELIMITED BY SIZE
008590             ")" DELIMITED BY SIZE
008600             INTO JOIN-RPT-RECORD
008610         PERFORM 3900-DERAIL-PARTITION THRU 3900-EXIT
008620         GO TO 3200-EXIT
008630     END-IF
008640     IF POUT-REC-NO NOT = MAP-LOCAL-REC-NO
008650             OR POUT-RULE-ID NOT = MAP-RULE-ID
008660         MOVE SPACES TO JOIN-RPT-RECORD
008670         STRING "    PARTITION " DELIMITED BY SIZE
008680             WS-CUR-PART DELIMITED BY SIZE
008690             " ASTOUT HAS REC " DELIMITED BY SIZE
008700             POUT-REC-NO DELIMITED BY SIZE
008710             " RULE " DELIMITED BY SIZE
008720             POUT-RULE-ID DELIMITED BY SIZE
008730             " WHERE SPLTMAP HAS REC " DELIMITED BY SIZE
008740             MAP-LOCAL-REC-NO DELIMITED BY SIZE
008750             " RULE " DELIMITED BY SIZE
008760             MAP-RULE-ID DELIMITED BY SIZE
008770             INTO JOIN-RPT-RECORD
008780         PERFORM 3900-DERAIL-PARTITION THRU 3900-EXIT
008790         GO TO 3200-EXIT
008800     END-IF
008810     MOVE POUT-REC-NO TO WS-LAST-LOCAL-REC-NO
008820     IF WS-BALANCE-PASS
008830         ADD 1 TO WS-PT-OUT-COUNT(WS-CUR-PART)
008840         IF POUT-RESULT(1:12) = "SHEQ ERROR: "
008850             ADD 1 TO WS-PT-OUT-ERRS(WS-CUR-PART)
008860         END-IF
008870         GO TO 3200-EXIT
008880     END-IF
008890     MOVE MAP-ORIG-REC-NO TO OUT-REC-NO
008900     MOVE POUT-AST-TYPE TO OUT-AST-TYPE
008910     MOVE POUT-RESULT TO OUT-RESULT
008920     MOVE POUT-RULE-ID TO OUT-RULE-ID
008930     WRITE AST-OUT-RECORD
008940     ADD 1 TO WS-JOINED-COUNT.
008950 3200-EXIT.
008960     EXIT.
008970
008980 3300-START-PARTITION.
008990     MOVE ZEROS TO WS-LAST-LOCAL-REC-NO
009000     MOVE "N" TO WS-OUT-EOF-SW
009010     EVALUATE WS-CUR-PART
009020         WHEN 1
009030             OPEN INPUT PART-OUT-FILE-1
009040         WHEN 2
009050             OPEN INPUT PART-OUT-FILE-2
009060         WHEN 3
009070             OPEN INPUT PART-OUT-FILE-3
009080         WHEN 4
009090             OPEN INPUT PART-OUT-FILE-4
009100         WHEN 5
009110             OPEN INPUT PART-OUT-FILE-5
009120         WHEN 6
009130             OPEN INPUT PART-OUT-FILE-6
009140         WHEN 7
009150             OPEN INPUT PART-OUT-FILE-7
009160         WHEN 8
009170             OPEN INPUT PART-OUT-FILE-8
009180     END-EVALUATE
009190     IF FS-PART-OUT = "00"
009200         MOVE "Y" TO WS-OUT-OPEN-SW
009210     ELSE
009220         MOVE "N" TO WS-OUT-OPEN-SW
009230         MOVE SPACES TO JOIN-RPT-RECORD
009240         STRING "    UNABLE TO OPEN PARTOT" DELIMITED BY SIZE
009250             WS-CUR-PART DELIMITED BY SIZE
009260             ", STATUS " DELIMITED BY SIZE
009270             FS-PART-OUT DELIMITED BY SIZE
009280             INTO JOIN-RPT-RECORD
009290         SET WS-OUT-AT-EOF TO TRUE
009300         PERFORM 3900-DERAIL-PARTITION THRU 3900-EXIT
009310     END-IF.
009320 3300-EXIT.
009330     EXIT.
009340
009350*----------------------------------------------------------*
009360*  3400-FINISH-PARTITION: anything left in a partition's   *
009370*  ASTOUT after its last map rule (restart repeats aside)  *
009380*  is a result the split map knows nothing about.          *
009390*----------------------------------------------------------*
009400 3400-FINISH-PARTITION.
009410     IF WS-OUT-AT-EOF
009420         GO TO 3400-CLOSE
009430     END-IF
009440     IF WS-PT-DERAILED(WS-CUR-PART) NOT = "Y"
009450         PERFORM 3600-READ-PART-OUT THRU 3600-EXIT
009460         IF NOT WS-OUT-AT-EOF
009470             MOVE SPACES TO JOIN-RPT-RECORD
009480             STRING "    PARTITION " DELIMITED BY SIZE
009490                 WS-CUR-PART DELIMITED BY SIZE
009500                 " ASTOUT HAS RESULTS BEYOND ITS LAST "
009510                 DELIMITED BY SIZE
009520                 "SPLTMAP RULE" DELIMITED BY SIZE
009530                 INTO JOIN-RPT-RECORD
009540             PERFORM 3900-DERAIL-PARTITION THRU 3900-EXIT
009550         END-IF
009560     END-IF.
009570 3400-CLOSE.
009580     IF NOT WS-OUT-OPEN
009590         GO TO 3400-EXIT
009600     END-IF
009610     MOVE "N" TO WS-OUT-OPEN-SW
009620     EVALUATE WS-CUR-PART
009630         WHEN 1
009640             CLOSE PART-OUT-FILE-1
009650         WHEN 2
009660             CLOSE PART-OUT-FILE-2
009670         WHEN 3
009680             CLOSE PART-OUT-FILE-3
009690         WHEN 4
009700             CLOSE PART-OUT-FILE-4
009710         WHEN 5
009720             CLOSE PART-OUT-FILE-5
009730         WHEN 6
009740             CLOSE PART-OUT-FILE-6
009750         WHEN 7
009760             CLOSE PART-OUT-FILE-7
009770         WHEN 8
009780             CLOSE PART-OUT-FILE-8
009790     END-EVALUATE.
009800 3400-EXIT.
009810     EXIT.
009820
009830 3500-BALANCE-ONE-PARTITION.
009840     MOVE "BALANCED" TO WS-PT-VERDICT
009850     IF WS-PT-DERAILED(WS-PART-NO) = "Y"
009860             OR WS-PT-OUT-COUNT(WS-PART-NO)
009870                 NOT = WS-PT-RULES(WS-PART-NO)
009880             OR WS-PT-MAP-RULES(WS-PART-NO)
009890                 NOT = WS-PT-RULES(WS-PART-NO)
009900             OR WS-PT-REG-RECS(WS-PART-NO)
009910                 NOT = WS-PT-RECS(WS-PART-NO)
009920         MOVE "OUT OF BALANCE" TO WS-PT-VERDICT
009930     END-IF
009940     IF WS-PT-STARTS(WS-PART-NO) > 1
009950         IF WS-PT-REG-SHEQ(WS-PART-NO)
009960                 > WS-PT-OUT-ERRS(WS-PART-NO)
009970             MOVE "OUT OF BALANCE" TO WS-PT-VERDICT
009980         END-IF
009990     ELSE
010000         IF WS-PT-REG-SHEQ(WS-PART-NO)
010010                 NOT = WS-PT-OUT-ERRS(WS-PART-NO)
010020             MOVE "OUT OF BALANCE" TO WS-PT-VERDICT
010030         END-IF
010040     END-IF
010050     IF WS-PT-VERDICT NOT = "BALANCED"
010060         MOVE "N" TO WS-BALANCE-SW
010070         ADD 1 TO WS-PROBLEM-COUNT
010080     END-IF
010090     ADD WS-PT-MAP-RULES(WS-PART-NO) TO WS-TOTAL-RULES
010100     ADD WS-PT-OUT-COUNT(WS-PART-NO) TO WS-TOTAL-OUT
010110     ADD WS-PT-OUT-ERRS(WS-PART-NO) TO WS-TOTAL-SHEQ-ERRS
010120     ADD WS-PT-REG-VALID(WS-PART-NO) TO WS-TOTAL-VALID-ERRS
010130     MOVE SPACES TO JOIN-RPT-RECORD
010140     STRING "    " DELIMITED BY SIZE
010150         WS-PART-NO DELIMITED BY SIZE
010160         "  RULES " DELIMITED BY SIZE
010170         WS-PT-RULES(WS-PART-NO) DELIMITED BY SIZE
010180         "  RESULTS " DELIMITED BY SIZE
010190         WS-PT-OUT-COUNT(WS-PART-NO) DELIMITED BY SIZE
010200         "  SHEQ ERRS " DELIMITED BY SIZE
010210         WS-PT-OUT-ERRS(WS-PART-NO) DELIMITED BY SIZE
010220         " (REG " DELIMITED BY SIZE
010230         WS-PT-REG-SHEQ(WS-PART-NO) DELIMITED BY SIZE
010240         ")  RECS " DELIMITED BY SIZE
010250         WS-PT-RECS(WS-PART-NO) DELIMITED BY SIZE
010260         " (REG " DELIMITED BY SIZE
010270         WS-PT-REG-RECS(WS-PART-NO) DELIMITED BY SIZE
010280         ")  REPEATS " DELIMITED BY SIZE
010290         WS-PT-REPEATS(WS-PART-NO) DELIMITED BY SIZE
010300         "  " DELIMITED BY SIZE
010310         WS-PT-VERDICT DELIMITED BY SIZE
010320         INTO JOIN-RPT-RECORD
010330     WRITE JOIN-RPT-RECORD.
010340 3500-EXIT.
010350     EXIT.
010360
010370*----------------------------------------------------------*
010380*  3600-READ-PART-OUT: next result from the current        *
010390*  partition's ASTOUT into PART-OUT-REC, skipping any      *
010400*  repeat a restart wrote again (a record number no higher *
010410*  than the last one matched).                             *
010420*----------------------------------------------------------*
010430 3600-READ-PART-OUT.
010440     IF WS-OUT-AT-EOF
010450         GO TO 3600-EXIT
010460     END-IF
010470     MOVE "Y" TO WS-REPEAT-SW
010480     PERFORM 3610-READ-NEXT-RESULT THRU 3610-EXIT
010490         UNTIL NOT WS-OUT-IS-REPEAT.
010500 3600-EXIT.
010510     EXIT.
010520
010530 3610-READ-NEXT-RESULT.
010540     EVALUATE WS-CUR-PART
010550         WHEN 1
010560             READ PART-OUT-FILE-1 INTO PART-OUT-REC
010570                 AT END SET WS-OUT-AT-EOF TO TRUE
010580             END-READ
010590         WHEN 2
010600             READ PART-OUT-FILE-2 INTO PART-OUT-REC
010610                 AT END SET WS-OUT-AT-EOF TO TRUE
010620             END-READ
010630         WHEN 3
010640             READ PART-OUT-FILE-3 INTO PART-OUT-REC
010650                 AT END SET WS-OUT-AT-EOF TO TRUE
010660             END-READ
010670         WHEN 4
010680             READ PART-OUT-FILE-4 INTO PART-OUT-REC
010690                 AT END SET WS-OUT-AT-EOF TO TRUE
010700             END-READ
010710         WHEN 5
010720             READ PART-OUT-FILE-5 INTO PART-OUT-REC
010730                 AT END SET WS-OUT-AT-EOF TO TRUE
010740             END-READ
010750         WHEN 6
010760             READ PART-OUT-FILE-6 INTO PART-OUT-REC
010770                 AT END SET WS-OUT-AT-EOF TO TRUE
010780             END-READ
010790         WHEN 7
010800             READ PART-OUT-FILE-7 INTO PART-OUT-REC
010810                 AT END SET WS-OUT-AT-EOF TO TRUE
010820             END-READ
010830         WHEN 8
010840             READ PART-OUT-FILE-8 INTO PART-OUT-REC
010850                 AT END SET WS-OUT-AT-EOF TO TRUE
010860             END-READ
010870     END-EVALUATE
010880     MOVE "N" TO WS-REPEAT-SW
010890     IF WS-OUT-AT-EOF
010900         GO TO 3610-EXIT
010910     END-IF
010920     IF POUT-REC-NO IS NUMERIC
010930             AND WS-LAST-LOCAL-REC-NO > 0
010940             AND POUT-REC-NO NOT > WS-LAST-LOCAL-REC-NO
010950         MOVE "Y" TO WS-REPEAT-SW
010960         IF WS-BALANCE-PASS
010970             ADD 1 TO WS-PT-REPEATS(WS-CUR-PART)
010980         END-IF
010990     END-IF.
011000 3610-EXIT.
011010     EXIT.
011020
011030*----------------------------------------------------------*
011040*  3900-DERAIL-PARTITION: report the line already built in *
011050*  JOIN-RPT-RECORD and stop matching this partition - once *
011060*  out of step, every later result would differ too.       *
011070*----------------------------------------------------------*
011080 3900-DERAIL-PARTITION.
011090     MOVE "Y" TO WS-PT-DERAILED(WS-CUR-PART)
011100     MOVE "N" TO WS-BALANCE-SW
011110     IF WS-BALANCE-PASS
011120         WRITE JOIN-RPT-RECORD
011130     END-IF.
011140 3900-EXIT.
011150     EXIT.
011160
011170*----------------------------------------------------------*
011180*  4000-WRITE-JOINED: second pass, writing the joined      *
011190*  ASTOUT with each result under its original record       *
011200*  number.                                                 *
011210*----------------------------------------------------------*
011220 4000-WRITE-JOINED.
011230     OPEN OUTPUT AST-OUT-FILE
011240     IF FS-AST-OUT NOT = "00"
011250         DISPLAY "SHQJOIN: unable to open ASTOUT, status "
011260             FS-AST-OUT
011270         MOVE "N" TO WS-INIT-SW
011280         GO TO 4000-EXIT
011290     END-IF
011300     MOVE "W" TO WS-PASS-SW
011310     PERFORM 3100-PASS-OVER-PARTITIONS THRU 3100-EXIT
011320     CLOSE AST-OUT-FILE
011330     IF WS-INIT-OK AND WS-JOINED-COUNT = WS-IN-RULES
011340         MOVE "Y" TO WS-JOINED-SW
011350     ELSE
011360         MOVE "N" TO WS-BALANCE-SW
011370     END-IF.
011380 4000-EXIT.
011390     EXIT.
011400
011410*----------------------------------------------------------*
011420*  5000-WRITE-REG-END: the partitions' entries for the run *
011430*  date, copied from their own registers, then the unit's  *
011440*  single end entry, as SHQBATCH would have written it for *
011450*  an unsplit run - every ASTIN record, the partitions'    *
011460*  validation errors and the joined ASTOUT's SHEQ ERROR    *
011470*  results.  A partition register that cannot be reread    *
011480*  leaves the unit without its end entry.                  *
011490*----------------------------------------------------------*
011500 5000-WRITE-REG-END.
011510     OPEN EXTEND RUN-REG-FILE
011520     IF FS-RUNREG NOT = "00"
011530         DISPLAY "SHQJOIN: unable to extend RUNREG, status "
011540             FS-RUNREG " - end entry not written."
011550         GO TO 5000-EXIT
011560     END-IF
011570     MOVE ZEROS TO WS-MERGED-COUNT
011580     PERFORM 5100-MERGE-PART-REGISTER THRU 5100-EXIT
011590         VARYING WS-PART-NO FROM 1 BY 1
011600         UNTIL WS-PART-NO > WS-PART-COUNT OR NOT WS-INIT-OK
011610     MOVE SPACES TO JOIN-RPT-RECORD
011620     STRING "PARTITION REGISTER ENTRIES MERGED INTO RUNREG: "
011630         DELIMITED BY SIZE
011640         WS-MERGED-COUNT DELIMITED BY SIZE
011650         INTO JOIN-RPT-RECORD
011660     WRITE JOIN-RPT-RECORD
011670     IF NOT WS-INIT-OK
011680         CLOSE RUN-REG-FILE
011690         GO TO 5000-EXIT
011700     END-IF
011710     MOVE WS-RUN-DATE TO REG-RUN-DATE
011720     MOVE WS-UNIT TO REG-UNIT
011730     MOVE "E" TO REG-ENTRY-TYPE
011740     MOVE WS-IN-RECS TO REG-REC-COUNT
011750     MOVE WS-TOTAL-VALID-ERRS TO REG-VALID-ERRS
011760     MOVE WS-TOTAL-SHEQ-ERRS TO REG-SHEQ-ERRS
011770     MOVE "OK" TO REG-STATUS
011780     WRITE RUN-REG-RECORD
011790     CLOSE RUN-REG-FILE
011800     MOVE "Y" TO WS-REG-WRITTEN-SW.
011810 5000-EXIT.
011820     EXIT.
011830
011840 5100-MERGE-PART-REGISTER.
011850     MOVE WS-PART-NO TO WS-CUR-PART
011860     PERFORM 1310-OPEN-PART-REG THRU 1310-EXIT
011870     IF FS-PART-REG NOT = "00"
011880         DISPLAY "SHQJOIN: unable to reopen PARTRG" WS-PART-NO
011890             ", status " FS-PART-REG " - end entry not written."
011900         MOVE "N" TO WS-INIT-SW
011910         GO TO 5100-EXIT
011920     END-IF
011930     MOVE "N" TO WS-REG-EOF-SW
011940     PERFORM 5110-COPY-ONE-ENTRY THRU 5110-EXIT
011950         UNTIL WS-REG-AT-EOF
011960     PERFORM 1330-CLOSE-PART-REG THRU 1330-EXIT.
011970 5100-EXIT.
011980     EXIT.
011990
012000 5110-COPY-ONE-ENTRY.
012010     PERFORM 1320-READ-PART-REG THRU 1320-EXIT
012020     IF WS-REG-AT-EOF
012030         GO TO 5110-EXIT
012040     END-IF
012050     IF PREG-RUN-DATE NOT = WS-RUN-DATE
012060             OR PREG-UNIT NOT = WS-PT-UNIT(WS-PART-NO)
012070         GO TO 5110-EXIT
012080     END-IF
012090     MOVE PART-REG-REC TO RUN-REG-RECORD
012100     WRITE RUN-REG-RECORD
012110     ADD 1 TO WS-MERGED-COUNT.
012120 5110-EXIT.
012130     EXIT.
012140
012150*----------------------------------------------------------*
012160*  9000-FINALIZE: summary line and return code -           *
012170*    0  joined and registered;                             *
012180*    4  the unit was already joined for the day;           *
012190*    8  out of balance - no ASTOUT, no RUNREG entry;       *
012200*   12  a partition has not finished cleanly, or the join  *
012210*       could not be made or registered.                   *
012220*----------------------------------------------------------*
012230 9000-FINALIZE.
012240     IF FS-JOIN-RPT NOT = "00"
012250         GO TO 9000-RETURN-CODE
012260     END-IF
012270     MOVE SPACES TO JOIN-RPT-RECORD
012280     EVALUATE TRUE
012290         WHEN NOT WS-INIT-OK
012300             MOVE "JOIN NOT MADE - INITIALIZATION FAILED"
012310                 TO JOIN-RPT-RECORD
012320         WHEN WS-UNIT-JOINED-ALREADY
012330             MOVE "JOIN NOT MADE - UNIT ALREADY JOINED"
012340                 TO JOIN-RPT-RECORD
012350         WHEN WS-PARTITION-INCOMPLETE
012360             STRING "JOIN NOT MADE - RESTART THE PARTITIONS "
012370                 DELIMITED BY SIZE
012380                 "NAMED ABOVE, THEN RERUN THE JOIN"
012390                 DELIMITED BY SIZE
012400                 INTO JOIN-RPT-RECORD
012410         WHEN NOT WS-IN-BALANCE
012420             MOVE "JOIN NOT MADE - PARTITIONS OUT OF BALANCE"
012430                 TO JOIN-RPT-RECORD
012440         WHEN NOT WS-REG-END-WRITTEN
012450             STRING "ASTOUT JOINED, " DELIMITED BY SIZE
012460                 WS-JOINED-COUNT DELIMITED BY SIZE
012470                 " RESULT(S) - RUNREG END ENTRY NOT WRITTEN"
012480                 DELIMITED BY SIZE
012490                 INTO JOIN-RPT-RECORD
012500         WHEN OTHER
012510             STRING "ASTOUT JOINED, " DELIMITED BY SIZE
012520                 WS-JOINED-COUNT DELIMITED BY SIZE
012530                 " RESULT(S), " DELIMITED BY SIZE
012540                 WS-TOTAL-SHEQ-ERRS DELIMITED BY SIZE
012550                 " SHEQ ERROR(S) - RUNREG END ENTRY WRITTEN"
012560                 DELIMITED BY SIZE
012570                 INTO JOIN-RPT-RECORD
012580     END-EVALUATE
012590     WRITE JOIN-RPT-RECORD
012600     CLOSE JOIN-RPT-FILE.
012610 9000-RETURN-CODE.
012620     EVALUATE TRUE
012630         WHEN NOT WS-INIT-OK
012640             DISPLAY "SHQJOIN: initialization failed - nothing "
012650                 "joined."
012660             MOVE 12 TO RETURN-CODE
012670         WHEN WS-UNIT-JOINED-ALREADY
012680             DISPLAY "SHQJOIN: " WS-UNIT " already joined for "
012690                 WS-RUN-DATE " - nothing written."
012700             MOVE 4 TO RETURN-CODE
012710         WHEN WS-PARTITION-INCOMPLETE
012720             DISPLAY "SHQJOIN: " WS-UNIT " has partition(s) "
012730                 "not finished OK - see JOINRPT."
012740             MOVE 12 TO RETURN-CODE
012750         WHEN NOT WS-IN-BALANCE
012760             DISPLAY "SHQJOIN: " WS-UNIT " partitions out of "
012770                 "balance - ASTOUT must not be used."
012780             MOVE 8 TO RETURN-CODE
012790         WHEN NOT WS-REG-END-WRITTEN
012800             MOVE 12 TO RETURN-CODE
012810         WHEN OTHER
012820             DISPLAY "SHQJOIN: " WS-UNIT " joined, "
012830                 WS-JOINED-COUNT " result(s), "
012840                 WS-TOTAL-SHEQ-ERRS " SHEQ error(s)."
012850     END-EVALUATE.
012860 9000-EXIT.
012870     EXIT.
012880
012890 END PROGRAM SHQJOIN.
