000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SHQXREF.
000120 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000130 INSTALLATION. RULE-ENGINE-OPERATIONS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  2026-10-15  DSB  Initial cross-reference utility - walks   *
000190*                   every top-level ASTIN rule's full tree     *
000200*                   (through pool references and into closure   *
000210*                   bodies, the same worklist walk SHQBATCH's    *
000220*                   2470-DRAIN-VALIDATION-QUEUE makes) and      *
000230*                   prints a where-used report by symbol, by    *
000240*                   FUNLIB function, by lookup table/key and    *
000250*                   by pool record, answers XREFINQ inquiry     *
000260*                   cards ("which rules touch RATES/PRIME?"),   *
000270*                   and lists unreferenced FUNLIB entries,      *
000280*                   unreferenced REFTBL rows and orphaned       *
000290*                   pool-only records as a housekeeping         *
000300*                   section, so the impact of a change is       *
000310*                   known before it goes in.                    *
000320*  2026-10-15  DSB  REFTBL rows carry effective-from/to dates;  *
000330*                   the periods of one table/key pair count as  *
000340*                   a single reference-table entry here.        *
000350*  2026-10-15  DSB  REFTBL load's duplicate search stops at     *
000360*                   the loaded rows, full table on AT END.      *
000370*----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT AST-IN-FILE ASSIGN TO "ASTIN"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS FS-AST-IN.
000440     SELECT FUN-LIB-FILE ASSIGN TO "FUNLIB"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS FS-FUNLIB.
000470     SELECT REF-TABLE-FILE ASSIGN TO "REFTBL"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS FS-REFTBL.
000500     SELECT XREF-INQ-FILE ASSIGN TO "XREFINQ"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-XREF-INQ.
000530     SELECT XREF-RPT-FILE ASSIGN TO "XREFRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FS-XREF-RPT.
000560     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
000570*----------------------------------------------------------*
000580*  BOXED BANNER: DATA DIVISION                              *
000590*----------------------------------------------------------*
000600 DATA DIVISION.
000610 FILE SECTION.
000620*----------------------------------------------------------*
000630*  Same record shape SHQBATCH uses.                          *
000640*----------------------------------------------------------*
000650 FD  AST-IN-FILE
000660     RECORDING MODE IS F.
000670 01  AST-IN-RECORD.
000680     05 REC-AST-TYPE         PIC X(02).
000690     05 REC-AST-TREE         PIC X(150).
000700     05 REC-POOL-ONLY        PIC X(01).
000710         88 REC-IS-POOL-ONLY         VALUE "Y".
000720     05 REC-RULE-ID          PIC X(08).
000730
000740*----------------------------------------------------------*
000750*  Same function library SHQBATCH binds at startup.  The     *
000760*  LAMC view exposes a closure's parameters and its (always   *
000770*  atomic - 1160-LOAD-ONE-FUNCTION rejects anything else)      *
000780*  body, so a reference the body makes can be credited to       *
000790*  every rule that calls the function.                          *
000800*----------------------------------------------------------*
000810 FD  FUN-LIB-FILE
000820     RECORDING MODE IS F.
000830 01  FUN-LIB-RECORD.
000840     05 FUNLIB-SYM           PIC X(10).
000850     05 FUNLIB-VAL-TYPE      PIC X(01).
000860     05 FUNLIB-VAL           PIC X(150).
000870     05 FUNLIB-VAL-LAMC REDEFINES FUNLIB-VAL.
000880         10 FUNLIB-LAMC-PARAMS   PIC X(80).
000890         10 FUNLIB-LAMC-BODY-TYPE PIC X(02).
000900         10 FUNLIB-LAMC-BODY     PIC X(16).
000910         10 FILLER               PIC X(52).
000920
000930*----------------------------------------------------------*
000940*  Same reference-table row SHEQ4's LOAD-REF-TABLE reads.     *
000950*----------------------------------------------------------*
000960 FD  REF-TABLE-FILE
000970     RECORDING MODE IS F.
000980 01  REF-TABLE-RECORD.
000990     05 REFTBL-TABLE         PIC X(10).
001000     05 REFTBL-KEY           PIC X(10).
001010     05 REFTBL-VALUE         PIC S9(11)V9(5).
001020     05 REFTBL-EFF-FROM      PIC X(08).
001030     05 REFTBL-EFF-TO        PIC X(08).
001040
001050*----------------------------------------------------------*
001060*  Optional inquiry cards, one question each:                *
001070*    SYMBOL   name         - rules referencing the symbol    *
001080*                            (a FUNLIB function included)    *
001090*    FUNCTION name         - rules calling the FUNLIB entry  *
001100*    LOOKUP   table  key   - rules looking the pair up; a    *
001110*                            blank key means any key of the  *
001120*                            table                           *
001130*    POOLREC  nnnnnn       - rules reaching the ASTIN record *
001140*  Verb in columns 1-8, name (or record number) in 9-18,      *
001150*  lookup key in 19-28.  "*" in column 1 is a comment.        *
001160*----------------------------------------------------------*
001170 FD  XREF-INQ-FILE
001180     RECORDING MODE IS F.
001190 01  XREF-INQ-RECORD.
001200     05 INQ-VERB             PIC X(08).
001210     05 INQ-NAME             PIC X(10).
001220     05 INQ-POOL-REC REDEFINES INQ-NAME.
001230         10 INQ-POOL-REC-NO  PIC X(06).
001240         10 FILLER           PIC X(04).
001250     05 INQ-KEY              PIC X(10).
001260
001270 FD  XREF-RPT-FILE
001280     RECORDING MODE IS F.
001290 01  XREF-RPT-RECORD         PIC X(132).
001300
001310*----------------------------------------------------------*
001320*  One where-used fact: reference kind ("1" symbol, "2"       *
001330*  FUNLIB function, "3" lookup table/key, "4" pool record,    *
001340*  which is also the order the report's sections print in),   *
001350*  the item referenced, and the rule that references it.       *
001360*  Sorting on kind/item/rule groups every item's users         *
001370*  together in rule-ID order.                                  *
001380*----------------------------------------------------------*
001390 SD  SORT-WORK-FILE.
001400 01  SORT-WORK-RECORD.
001410     05 SR-KIND              PIC X(01).
001420     05 SR-ITEM              PIC X(20).
001430     05 SR-ITEM-LOOKUP REDEFINES SR-ITEM.
001440         10 SR-ITEM-TABLE    PIC X(10).
001450         10 SR-ITEM-KEY      PIC X(10).
001460     05 SR-RULE-ID           PIC X(08).
001470     05 SR-REC-NO            PIC 9(06).
001480
001490 WORKING-STORAGE SECTION.
001500 77  WS-INIT-SW              PIC X(01) VALUE "Y".
001510     88 WS-INIT-OK                     VALUE "Y".
001520 77  WS-EOF-SW               PIC X(01) VALUE "N".
001530     88 AST-IN-EOF                     VALUE "Y".
001540 77  WS-FUNLIB-EOF-SW        PIC X(01) VALUE "N".
001550     88 FUNLIB-EOF                     VALUE "Y".
001560 77  WS-REFTBL-EOF-SW        PIC X(01) VALUE "N".
001570     88 REFTBL-EOF                     VALUE "Y".
001580 77  WS-INQ-EOF-SW           PIC X(01) VALUE "N".
001590     88 XREF-INQ-EOF                   VALUE "Y".
001600 77  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
001610     88 SORT-EOF                       VALUE "Y".
001620 77  WS-FIRST-GROUP-SW       PIC X(01) VALUE "Y".
001630     88 WS-FIRST-GROUP                 VALUE "Y".
001640 77  WS-RULE-COUNT           PIC 9(06) VALUE ZEROS.
001650 77  WS-REF-RELEASED         PIC 9(08) VALUE ZEROS.
001660 77  WS-ITEM-COUNT           PIC 9(06) VALUE ZEROS.
001670 77  WS-UNUSED-FUN-COUNT     PIC 9(06) VALUE ZEROS.
001680 77  WS-UNUSED-REF-COUNT     PIC 9(06) VALUE ZEROS.
001690 77  WS-ORPHAN-COUNT         PIC 9(06) VALUE ZEROS.
001700 77  WS-INQ-HIT-COUNT        PIC 9(06) VALUE ZEROS.
001710 01  FS-AST-IN               PIC X(02) VALUE SPACES.
001720 01  FS-FUNLIB               PIC X(02) VALUE SPACES.
001730 01  FS-REFTBL               PIC X(02) VALUE SPACES.
001740 01  FS-XREF-INQ             PIC X(02) VALUE SPACES.
001750 01  FS-XREF-RPT             PIC X(02) VALUE SPACES.
001760
001770*----------------------------------------------------------*
001780*  The whole ruleset, by ASTIN position, with the same       *
001790*  alternate views SHQBATCH's BATCH-AST-POOL carries plus a  *
001800*  LAMC view, since this walk does go into closure bodies.   *
001810*  Alongside it: each position's pool-only marker and rule   *
001820*  ID, and whether any rule's walk reached it.               *
001830*----------------------------------------------------------*
001840 01  XREF-AST-POOL.
001850     05 POOL-ENTRY            OCCURS 5000 TIMES
001860                              INDEXED BY POOL-IDX.
001870         10 POOL-AST-TYPE     PIC X(02).
001880         10 POOL-AST-TREE     PIC X(150).
001890         10 POOL-VAL-IDC REDEFINES POOL-AST-TREE.
001900             15 FILLER             PIC X(134).
001910             15 POOL-IDC-SYM       PIC X(10).
001920             15 FILLER             PIC X(06).
001930         10 POOL-VAL-IFC REDEFINES POOL-AST-TREE.
001940             15 POOL-IFC-TEST-TYPE PIC X(02).
001950             15 POOL-IFC-TEST-VAL  PIC X(16).
001960             15 POOL-IFC-THEN-TYPE PIC X(02).
001970             15 POOL-IFC-THEN-VAL  PIC X(16).
001980             15 POOL-IFC-ELSE-TYPE PIC X(02).
001990             15 POOL-IFC-ELSE-VAL  PIC X(16).
002000             15 FILLER             PIC X(96).
002010         10 POOL-VAL-LETC REDEFINES POOL-AST-TREE.
002020             15 POOL-LETC-SYM       PIC X(10).
002030             15 POOL-LETC-VAL-TYPE  PIC X(02).
002040             15 POOL-LETC-VAL       PIC X(16).
002050             15 POOL-LETC-BODY-TYPE PIC X(02).
002060             15 POOL-LETC-BODY      PIC X(16).
002070             15 FILLER              PIC X(104).
002080         10 POOL-VAL-APPC REDEFINES POOL-AST-TREE.
002090             15 POOL-APPC-TYPE    PIC X(10).
002100             15 POOL-APPC-FUNC    PIC X(10).
002110             15 POOL-APPC-ARG     PIC X(16) OCCURS 8 TIMES.
002120             15 FILLER            PIC X(02).
002130         10 POOL-VAL-LAMC REDEFINES POOL-AST-TREE.
002140             15 POOL-LAMC-PARAM     PIC X(10) OCCURS 8 TIMES.
002150             15 POOL-LAMC-BODY-TYPE PIC X(02).
002160             15 POOL-LAMC-BODY      PIC X(16).
002170             15 FILLER              PIC X(52).
002180         10 POOL-ONLY-FLAG    PIC X(01).
002190         10 POOL-RULE-ID      PIC X(08).
002200         10 POOL-REACHED-FLAG PIC X(01).
002210 01  XREF-AST-POOL-COUNT      PIC 9(06) VALUE ZEROS.
002220 01  WS-POOL-REF              PIC 9(06).
002230 01  WS-POOL-SUB              PIC 9(06).
002240
002250*----------------------------------------------------------*
002260*  FUNLIB entries, each with its closure parameters and      *
002270*  atomic body, and whether any rule calls or names it.      *
002280*----------------------------------------------------------*
002290 01  WS-FUN-TABLE.
002300     05 WS-FUN-ENTRY          OCCURS 200 TIMES
002310                              INDEXED BY FUN-IDX.
002320         10 WS-FUN-NAME       PIC X(10).
002330         10 WS-FUN-VAL-TYPE   PIC X(01).
002340         10 WS-FUN-PARAMS.
002350             15 WS-FUN-PARAM  PIC X(10) OCCURS 8 TIMES
002360                              INDEXED BY FUN-PARAM-IDX.
002370         10 WS-FUN-BODY-TYPE  PIC X(02).
002380         10 WS-FUN-BODY       PIC X(16).
002390         10 WS-FUN-USED-FLAG  PIC X(01).
002400 01  WS-FUN-COUNT             PIC 9(03) VALUE ZEROS.
002410
002420*----------------------------------------------------------*
002430*  REFTBL rows by table/key, and whether any rule's lookup   *
002440*  names the pair.                                            *
002450*----------------------------------------------------------*
002460 01  WS-REF-TABLE.
002470     05 WS-REF-ENTRY          OCCURS 5000 TIMES
002480                              INDEXED BY REF-IDX.
002490         10 WS-REF-NAME       PIC X(10).
002500         10 WS-REF-KEY        PIC X(10).
002510         10 WS-REF-USED-FLAG  PIC X(01).
002520 01  WS-REF-COUNT             PIC 9(06) VALUE ZEROS.
002530
002540*----------------------------------------------------------*
002550*  Per-rule walk state, reset for every top-level rule: the  *
002560*  worklist of compound slots still to resolve (the same      *
002570*  explicit-worklist technique as SHQBATCH's WS-VAL-QUEUE,     *
002580*  with a record already queued for this rule not queued a     *
002590*  second time, so a shared sub-expression or a closure that    *
002600*  refers back to itself is walked once), the symbols a Let or   *
002610*  lambda binds inside the rule, and the distinct references     *
002620*  found so far.                                                 *
002630*----------------------------------------------------------*
002640 01  WS-WALK-QUEUE.
002650     05 WS-WALK-Q-ENTRY       OCCURS 200 TIMES
002660                              INDEXED BY WALK-Q-IDX.
002670         10 WS-WALK-Q-REF     PIC X(06).
002680 01  WS-WALK-Q-COUNT          PIC 9(03) VALUE ZEROS.
002690 01  WS-WALK-Q-POS            PIC 9(03) VALUE ZEROS.
002700 01  WS-WALK-LOCAL-SYMS.
002710     05 WS-WALK-LOCAL-SYM     PIC X(10) OCCURS 50 TIMES
002720                              INDEXED BY LOCAL-SYM-IDX.
002730 01  WS-WALK-LOCAL-COUNT      PIC 9(03) VALUE ZEROS.
002740 01  WS-RULE-REFS.
002750     05 WS-RULE-REF-ENTRY     OCCURS 300 TIMES
002760                              INDEXED BY RULE-REF-IDX.
002770         10 WS-RULE-REF-KIND  PIC X(01).
002780         10 WS-RULE-REF-ITEM  PIC X(20).
002790 01  WS-RULE-REF-COUNT        PIC 9(03) VALUE ZEROS.
002800 01  WS-RULE-REF-SUB          PIC 9(03).
002810 01  WS-CUR-RULE-ID           PIC X(08).
002820 01  WS-CUR-REC-NO            PIC 9(06).
002830 01  WS-CHECK-SYM             PIC X(10).
002840 01  WS-CHECK-TYPE            PIC X(02).
002850 01  WS-CHECK-VAL             PIC X(16).
002860 01  WS-NEW-REF-KIND          PIC X(01).
002870 01  WS-NEW-REF-ITEM          PIC X(20).
002880 01  WS-NEW-REF-LOOKUP REDEFINES WS-NEW-REF-ITEM.
002890     05 WS-NEW-REF-TABLE      PIC X(10).
002900     05 WS-NEW-REF-KEY        PIC X(10).
002910 01  WS-PARAM-SUB             PIC 9(02).
002920
002930*----------------------------------------------------------*
002940*  Inquiry cards, translated to the sort record's kind codes *
002950*  (a SYMBOL inquiry also matches kind "2" - a FUNLIB name is *
002960*  a symbol too), and the rules each one found.               *
002970*----------------------------------------------------------*
002980 01  WS-INQ-TABLE.
002990     05 WS-INQ-ENTRY          OCCURS 20 TIMES.
003000         10 WS-INQ-VERB       PIC X(08).
003010         10 WS-INQ-KIND       PIC X(01).
003020         10 WS-INQ-ITEM       PIC X(20).
003030         10 WS-INQ-ANY-KEY-SW PIC X(01).
003040 01  WS-INQ-COUNT             PIC 9(02) VALUE ZEROS.
003050 01  WS-INQ-SUB               PIC 9(02).
003060 01  WS-INQ-HIT-TABLE.
003070     05 WS-INQ-HIT-ENTRY      OCCURS 5000 TIMES
003080                              INDEXED BY INQ-HIT-IDX.
003090         10 WS-INQ-HIT-CARD   PIC 9(02).
003100         10 WS-INQ-HIT-RULE   PIC X(08).
003110         10 WS-INQ-HIT-REC-NO PIC 9(06).
003120 01  WS-INQ-HIT-SUB           PIC 9(06).
003130 01  WS-INQ-CARD-HITS         PIC 9(06).
003140 01  WS-INQ-MATCH-SW          PIC X(01).
003150     88 WS-INQ-MATCH                   VALUE "Y".
003160
003170*----------------------------------------------------------*
003180*  Sort output-procedure group break state.                  *
003190*----------------------------------------------------------*
003200 01  WS-GRP-KIND              PIC X(01).
003210 01  WS-GRP-ITEM              PIC X(20).
003220 01  WS-GRP-RULE-COUNT        PIC 9(06).
003230 01  WS-RULE-TEXT             PIC X(30).
003240
003250 PROCEDURE DIVISION.
003260*----------------------------------------------------------*
003270*  0000-MAINLINE                                            *
003280*----------------------------------------------------------*
003290 0000-MAINLINE.
003300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003310     IF WS-INIT-OK
003320         SORT SORT-WORK-FILE
003330             ON ASCENDING KEY SR-KIND
003340                              SR-ITEM
003350                              SR-RULE-ID
003360                              SR-REC-NO
003370             INPUT PROCEDURE IS 2000-GATHER-REFS
003380                 THRU 2000-EXIT
003390             OUTPUT PROCEDURE IS 4000-WRITE-WHERE-USED
003400                 THRU 4000-EXIT
003410         PERFORM 5000-WRITE-INQUIRIES THRU 5000-EXIT
003420         PERFORM 6000-WRITE-HOUSEKEEPING THRU 6000-EXIT
003430         PERFORM 9000-FINALIZE THRU 9000-EXIT
003440     ELSE
003450         DISPLAY "SHQXREF: initialization failed - no report "
003460             "written."
003470         MOVE 8 TO RETURN-CODE
003480     END-IF
003490     GOBACK.
003500
003510*----------------------------------------------------------*
003520*  1000-INITIALIZE: load ASTIN, FUNLIB, REFTBL and the        *
003530*  inquiry cards, then open the report.  FUNLIB, REFTBL and   *
003540*  XREFINQ are optional, as they are everywhere else - a       *
003550*  missing one just means nothing of that kind to report.      *
003560*----------------------------------------------------------*
003570 1000-INITIALIZE.
003580     MOVE SPACES TO WS-FUN-TABLE
003590     MOVE SPACES TO WS-REF-TABLE
003600     OPEN INPUT AST-IN-FILE
003610     IF FS-AST-IN NOT = "00"
003620         DISPLAY "SHQXREF: unable to open ASTIN, status "
003630             FS-AST-IN
003640         MOVE "N" TO WS-INIT-SW
003650         GO TO 1000-EXIT
003660     END-IF
003670     PERFORM 1050-LOAD-ONE-NODE THRU 1050-EXIT
003680         UNTIL AST-IN-EOF
003690     CLOSE AST-IN-FILE
003700
003710     OPEN INPUT FUN-LIB-FILE
003720     IF FS-FUNLIB NOT = "00"
003730         DISPLAY "SHQXREF: no FUNLIB supplied, status "
003740             FS-FUNLIB " - no functions to cross-reference."
003750     ELSE
003760         PERFORM 1100-LOAD-ONE-FUNCTION THRU 1100-EXIT
003770             UNTIL FUNLIB-EOF
003780         CLOSE FUN-LIB-FILE
003790     END-IF
003800
003810     OPEN INPUT REF-TABLE-FILE
003820     IF FS-REFTBL NOT = "00"
003830         DISPLAY "SHQXREF: no REFTBL supplied, status "
003840             FS-REFTBL " - no reference rows to check."
003850     ELSE
003860         PERFORM 1200-LOAD-ONE-REF-ROW THRU 1200-EXIT
003870             UNTIL REFTBL-EOF
003880         CLOSE REF-TABLE-FILE
003890     END-IF
003900
003910     OPEN INPUT XREF-INQ-FILE
003920     IF FS-XREF-INQ NOT = "00"
003930         DISPLAY "SHQXREF: no XREFINQ supplied, status "
003940             FS-XREF-INQ " - full report only."
003950     ELSE
003960         PERFORM 1300-LOAD-ONE-INQUIRY THRU 1300-EXIT
003970             UNTIL XREF-INQ-EOF
003980         CLOSE XREF-INQ-FILE
003990     END-IF
004000
004010     OPEN OUTPUT XREF-RPT-FILE
004020     IF FS-XREF-RPT NOT = "00"
004030         DISPLAY "SHQXREF: unable to open XREFRPT, status "
004040             FS-XREF-RPT
004050         MOVE "N" TO WS-INIT-SW
004060     END-IF.
004070 1000-EXIT.
004080     EXIT.
004090
004100 1050-LOAD-ONE-NODE.
004110     READ AST-IN-FILE
004120         AT END
004130             SET AST-IN-EOF TO TRUE
004140             GO TO 1050-EXIT
004150     END-READ
004160     IF XREF-AST-POOL-COUNT >= 5000
004170         DISPLAY "SHQXREF: AST-NODE-POOL full at "
004180             XREF-AST-POOL-COUNT
004190             " records - later records not cross-referenced."
004200         SET AST-IN-EOF TO TRUE
004210         GO TO 1050-EXIT
004220     END-IF
004230     ADD 1 TO XREF-AST-POOL-COUNT
004240     SET POOL-IDX TO XREF-AST-POOL-COUNT
004250     MOVE REC-AST-TYPE TO POOL-AST-TYPE(POOL-IDX)
004260     MOVE REC-AST-TREE TO POOL-AST-TREE(POOL-IDX)
004270     MOVE REC-POOL-ONLY TO POOL-ONLY-FLAG(POOL-IDX)
004280     MOVE REC-RULE-ID TO POOL-RULE-ID(POOL-IDX)
004290     MOVE "N" TO POOL-REACHED-FLAG(POOL-IDX).
004300 1050-EXIT.
004310     EXIT.
004320
004330 1100-LOAD-ONE-FUNCTION.
004340     READ FUN-LIB-FILE
004350         AT END
004360             SET FUNLIB-EOF TO TRUE
004370             GO TO 1100-EXIT
004380     END-READ
004390     IF WS-FUN-COUNT >= 200
004400         DISPLAY "SHQXREF: function table full at "
004410             WS-FUN-COUNT " - later FUNLIB rows not loaded."
004420         SET FUNLIB-EOF TO TRUE
004430         GO TO 1100-EXIT
004440     END-IF
004450     ADD 1 TO WS-FUN-COUNT
004460     SET FUN-IDX TO WS-FUN-COUNT
004470     MOVE FUNLIB-SYM TO WS-FUN-NAME(FUN-IDX)
004480     MOVE FUNLIB-VAL-TYPE TO WS-FUN-VAL-TYPE(FUN-IDX)
004490     MOVE "N" TO WS-FUN-USED-FLAG(FUN-IDX)
004500     IF FUNLIB-VAL-TYPE = "C"
004510         MOVE FUNLIB-LAMC-PARAMS TO WS-FUN-PARAMS(FUN-IDX)
004520         MOVE FUNLIB-LAMC-BODY-TYPE TO WS-FUN-BODY-TYPE(FUN-IDX)
004530         MOVE FUNLIB-LAMC-BODY TO WS-FUN-BODY(FUN-IDX)
004540     ELSE
004550         MOVE SPACES TO WS-FUN-PARAMS(FUN-IDX)
004560         MOVE SPACES TO WS-FUN-BODY-TYPE(FUN-IDX)
004570         MOVE SPACES TO WS-FUN-BODY(FUN-IDX)
004580     END-IF.
004590 1100-EXIT.
004600     EXIT.
004610
004620 1200-LOAD-ONE-REF-ROW.
004630     READ REF-TABLE-FILE
004640         AT END
004650             SET REFTBL-EOF TO TRUE
004660             GO TO 1200-EXIT
004670     END-READ
004680*    One entry per table/key, however many effective periods  *
004690*    the pair has rows for.                                   *
004700*    The search stops at the first unloaded slot; running    *
004710*    off the end means all 5000 slots hold other pairs.       *
004720     SET REF-IDX TO 1
004730     SEARCH WS-REF-ENTRY
004740         AT END
004750             DISPLAY "SHQXREF: reference table full at "
004760                 WS-REF-COUNT " - later REFTBL rows not loaded."
004770             SET REFTBL-EOF TO TRUE
004780             GO TO 1200-EXIT
004790         WHEN REF-IDX > WS-REF-COUNT
004800             CONTINUE
004810         WHEN WS-REF-NAME(REF-IDX) = REFTBL-TABLE
004820                 AND WS-REF-KEY(REF-IDX) = REFTBL-KEY
004830             GO TO 1200-EXIT
004840     END-SEARCH
004850     ADD 1 TO WS-REF-COUNT
004860     SET REF-IDX TO WS-REF-COUNT
004870     MOVE REFTBL-TABLE TO WS-REF-NAME(REF-IDX)
004880     MOVE REFTBL-KEY TO WS-REF-KEY(REF-IDX)
004890     MOVE "N" TO WS-REF-USED-FLAG(REF-IDX).
004900 1200-EXIT.
004910     EXIT.
004920
004930*----------------------------------------------------------*
004940*  1300-LOAD-ONE-INQUIRY: an unknown verb or a POOLREC whose  *
004950*  record number is not numeric is reported and ignored - an  *
004960*  inquiry never stops the full report from being written.    *
004970*----------------------------------------------------------*
004980 1300-LOAD-ONE-INQUIRY.
004990     READ XREF-INQ-FILE
005000         AT END
005010             SET XREF-INQ-EOF TO TRUE
005020             GO TO 1300-EXIT
005030     END-READ
005040     IF XREF-INQ-RECORD(1:1) = "*" OR XREF-INQ-RECORD = SPACES
005050         GO TO 1300-EXIT
005060     END-IF
005070     IF WS-INQ-COUNT >= 20
005080         DISPLAY "SHQXREF: more than 20 inquiry cards - "
005090             INQ-VERB " " INQ-NAME " ignored."
005100         GO TO 1300-EXIT
005110     END-IF
005120     ADD 1 TO WS-INQ-COUNT
005130     MOVE INQ-VERB TO WS-INQ-VERB(WS-INQ-COUNT)
005140     MOVE "N" TO WS-INQ-ANY-KEY-SW(WS-INQ-COUNT)
005150     MOVE SPACES TO WS-INQ-ITEM(WS-INQ-COUNT)
005160     EVALUATE INQ-VERB
005170         WHEN "SYMBOL"
005180             MOVE "1" TO WS-INQ-KIND(WS-INQ-COUNT)
005190             MOVE INQ-NAME TO WS-INQ-ITEM(WS-INQ-COUNT)
005200         WHEN "FUNCTION"
005210             MOVE "2" TO WS-INQ-KIND(WS-INQ-COUNT)
005220             MOVE INQ-NAME TO WS-INQ-ITEM(WS-INQ-COUNT)
005230         WHEN "LOOKUP"
005240             MOVE "3" TO WS-INQ-KIND(WS-INQ-COUNT)
005250             MOVE INQ-NAME TO WS-INQ-ITEM(WS-INQ-COUNT)(1:10)
005260             MOVE INQ-KEY TO WS-INQ-ITEM(WS-INQ-COUNT)(11:10)
005270             IF INQ-KEY = SPACES
005280                 MOVE "Y" TO WS-INQ-ANY-KEY-SW(WS-INQ-COUNT)
005290             END-IF
005300         WHEN "POOLREC"
005310             IF INQ-POOL-REC-NO NOT NUMERIC
005320                 DISPLAY "SHQXREF: POOLREC inquiry " INQ-NAME
005330                     " is not a 6-digit record number - ignored."
005340                 SUBTRACT 1 FROM WS-INQ-COUNT
005350             ELSE
005360                 MOVE "4" TO WS-INQ-KIND(WS-INQ-COUNT)
005370                 MOVE INQ-POOL-REC-NO
005380                     TO WS-INQ-ITEM(WS-INQ-COUNT)(1:6)
005390             END-IF
005400         WHEN OTHER
005410             DISPLAY "SHQXREF: unknown inquiry verb " INQ-VERB
005420                 " - card ignored."
005430             SUBTRACT 1 FROM WS-INQ-COUNT
005440     END-EVALUATE.
005450 1300-EXIT.
005460     EXIT.
005470
005480*----------------------------------------------------------*
005490*  2000-GATHER-REFS (sort input procedure): walk every        *
005500*  top-level rule in ASTIN order and release one sort record  *
005510*  per distinct item the rule references.                     *
005520*----------------------------------------------------------*
005530 2000-GATHER-REFS.
005540     PERFORM 2100-WALK-ONE-RULE THRU 2100-EXIT
005550         VARYING WS-POOL-SUB FROM 1 BY 1
005560         UNTIL WS-POOL-SUB > XREF-AST-POOL-COUNT.
005570 2000-EXIT.
005580     EXIT.
005590
005600 2100-WALK-ONE-RULE.
005610     SET POOL-IDX TO WS-POOL-SUB
005620     IF POOL-ONLY-FLAG(POOL-IDX) = "Y"
005630         GO TO 2100-EXIT
005640     END-IF
005650     ADD 1 TO WS-RULE-COUNT
005660     MOVE POOL-RULE-ID(POOL-IDX) TO WS-CUR-RULE-ID
005670     MOVE WS-POOL-SUB TO WS-CUR-REC-NO
005680     MOVE SPACES TO WS-WALK-QUEUE
005690     MOVE ZEROS TO WS-WALK-Q-COUNT
005700     MOVE SPACES TO WS-WALK-LOCAL-SYMS
005710     MOVE ZEROS TO WS-WALK-LOCAL-COUNT
005720     MOVE SPACES TO WS-RULE-REFS
005730     MOVE ZEROS TO WS-RULE-REF-COUNT
005740*    The rule's own record goes on the worklist as its first     *
005750*    entry, so a compound rule is taken apart by the same    *
005760*    2300-PROCESS-QUEUE-ENTRY that handles everything it     *
005770*    references.  An atomic rule is just its one slot.       *
005780     IF POOL-AST-TYPE(POOL-IDX) = "If" OR "Le" OR "A" OR "L"
005790         ADD 1 TO WS-WALK-Q-COUNT
005800         MOVE WS-POOL-SUB TO WS-WALK-Q-REF(WS-WALK-Q-COUNT)
005810     ELSE
005820         IF POOL-AST-TYPE(POOL-IDX) = "I"
005830             MOVE POOL-IDC-SYM(POOL-IDX) TO WS-CHECK-SYM
005840             PERFORM 2500-NOTE-SYMBOL THRU 2500-EXIT
005850         END-IF
005860     END-IF
005870     PERFORM 2300-PROCESS-QUEUE-ENTRY THRU 2300-EXIT
005880         VARYING WS-WALK-Q-POS FROM 1 BY 1
005890         UNTIL WS-WALK-Q-POS > WS-WALK-Q-COUNT
005900     PERFORM 2900-RELEASE-ONE-REF THRU 2900-EXIT
005910         VARYING WS-RULE-REF-SUB FROM 1 BY 1
005920         UNTIL WS-RULE-REF-SUB > WS-RULE-REF-COUNT.
005930 2100-EXIT.
005940     EXIT.
005950
005960*----------------------------------------------------------*
005970*  2200-ENQUEUE-SLOT: called with a slot's type/value already *
005980*  in WS-CHECK-TYPE/WS-CHECK-VAL, as SHQBATCH's 2460-ENQUEUE-  *
005990*  SLOT is.  An identifier slot is noted at once; a compound    *
006000*  slot is a pool reference - noted as one, marked reached,     *
006010*  and queued for walking unless this rule already queued it.    *
006020*----------------------------------------------------------*
006030 2200-ENQUEUE-SLOT.
006040     IF WS-CHECK-TYPE = "I"
006050         MOVE WS-CHECK-VAL TO WS-CHECK-SYM
006060         PERFORM 2500-NOTE-SYMBOL THRU 2500-EXIT
006070         GO TO 2200-EXIT
006080     END-IF
006090     IF NOT (WS-CHECK-TYPE = "If" OR "Le" OR "A" OR "L")
006100         GO TO 2200-EXIT
006110     END-IF
006120     IF WS-CHECK-VAL(1:6) NOT NUMERIC
006130         GO TO 2200-EXIT
006140     END-IF
006150     MOVE WS-CHECK-VAL(1:6) TO WS-POOL-REF
006160     IF WS-POOL-REF < 1 OR WS-POOL-REF > XREF-AST-POOL-COUNT
006170*        An out-of-range reference is for SHQBATCH's      *
006180*        validation to report - nothing to cross-reference.  *
006190         GO TO 2200-EXIT
006200     END-IF
006210     MOVE "4" TO WS-NEW-REF-KIND
006220     MOVE SPACES TO WS-NEW-REF-ITEM
006230     MOVE WS-CHECK-VAL(1:6) TO WS-NEW-REF-ITEM(1:6)
006240     PERFORM 2800-ADD-RULE-REF THRU 2800-EXIT
006250     MOVE "Y" TO POOL-REACHED-FLAG(WS-POOL-REF)
006260     SET WALK-Q-IDX TO 1
006270     SEARCH WS-WALK-Q-ENTRY
006280         AT END
006290             CONTINUE
006300         WHEN WS-WALK-Q-REF(WALK-Q-IDX) = WS-CHECK-VAL(1:6)
006310             GO TO 2200-EXIT
006320     END-SEARCH
006330     IF WS-WALK-Q-COUNT < 200
006340         ADD 1 TO WS-WALK-Q-COUNT
006350         MOVE WS-CHECK-VAL(1:6) TO WS-WALK-Q-REF(WS-WALK-Q-COUNT)
006360     ELSE
006370         DISPLAY "SHQXREF: REC " WS-CUR-REC-NO
006380             " walk worklist full - deeper nesting not "
006390             "cross-referenced."
006400     END-IF.
006410 2200-EXIT.
006420     EXIT.
006430
006440*----------------------------------------------------------*
006450*  2300-PROCESS-QUEUE-ENTRY: take one compound record apart,  *
006460*  noting what it references and queuing its compound slots.  *
006470*  Unlike the validation walk, a lambda's body IS walked -     *
006480*  its parameters are recorded as local first, so a reference  *
006490*  to one of them is not mistaken for a top-environment         *
006500*  symbol.                                                      *
006510*----------------------------------------------------------*
006520 2300-PROCESS-QUEUE-ENTRY.
006530     MOVE WS-WALK-Q-REF(WS-WALK-Q-POS) TO WS-POOL-REF
006540     SET POOL-IDX TO WS-POOL-REF
006550     EVALUATE POOL-AST-TYPE(POOL-IDX)
006560         WHEN "If"
006570             MOVE POOL-IFC-TEST-TYPE(POOL-IDX) TO WS-CHECK-TYPE
006580             MOVE POOL-IFC-TEST-VAL(POOL-IDX) TO WS-CHECK-VAL
006590             PERFORM 2200-ENQUEUE-SLOT THRU 2200-EXIT
006600             MOVE POOL-IFC-THEN-TYPE(POOL-IDX) TO WS-CHECK-TYPE
006610             MOVE POOL-IFC-THEN-VAL(POOL-IDX) TO WS-CHECK-VAL
006620             PERFORM 2200-ENQUEUE-SLOT THRU 2200-EXIT
006630             MOVE POOL-IFC-ELSE-TYPE(POOL-IDX) TO WS-CHECK-TYPE
006640             MOVE POOL-IFC-ELSE-VAL(POOL-IDX) TO WS-CHECK-VAL
006650             PERFORM 2200-ENQUEUE-SLOT THRU 2200-EXIT
006660         WHEN "Le"
006670             MOVE POOL-LETC-SYM(POOL-IDX) TO WS-CHECK-SYM
006680             PERFORM 2600-RECORD-LOCAL-SYM THRU 2600-EXIT
006690             MOVE POOL-LETC-VAL-TYPE(POOL-IDX) TO WS-CHECK-TYPE
006700             MOVE POOL-LETC-VAL(POOL-IDX) TO WS-CHECK-VAL
006710             PERFORM 2200-ENQUEUE-SLOT THRU 2200-EXIT
006720             MOVE POOL-LETC-BODY-TYPE(POOL-IDX) TO WS-CHECK-TYPE
006730             MOVE POOL-LETC-BODY(POOL-IDX) TO WS-CHECK-VAL
006740             PERFORM 2200-ENQUEUE-SLOT THRU 2200-EXIT
006750         WHEN "A"
006760             PERFORM 2400-PROCESS-APPLICATION THRU 2400-EXIT
006770         WHEN "L"
006780             PERFORM 2310-RECORD-ONE-PARAM THRU 2310-EXIT
006790                 VARYING WS-PARAM-SUB FROM 1 BY 1
006800                 UNTIL WS-PARAM-SUB > 8
006810             MOVE POOL-LAMC-BODY-TYPE(POOL-IDX) TO WS-CHECK-TYPE
006820             MOVE POOL-LAMC-BODY(POOL-IDX) TO WS-CHECK-VAL
006830             PERFORM 2200-ENQUEUE-SLOT THRU 2200-EXIT
006840         WHEN OTHER
006850             CONTINUE
006860     END-EVALUATE.
006870 2300-EXIT.
006880     EXIT.
006890
006900 2310-RECORD-ONE-PARAM.
006910     IF POOL-LAMC-PARAM(POOL-IDX, WS-PARAM-SUB) NOT = SPACES
006920         MOVE POOL-LAMC-PARAM(POOL-IDX, WS-PARAM-SUB)
006930             TO WS-CHECK-SYM
006940         PERFORM 2600-RECORD-LOCAL-SYM THRU 2600-EXIT
006950     END-IF.
006960 2310-EXIT.
006970     EXIT.
006980
006990*----------------------------------------------------------*
007000*  2400-PROCESS-APPLICATION: a primitive call notes the       *
007010*  primitive's name as a symbol, and a "lookup" also notes    *
007020*  its table/key literal pair and marks the REFTBL rows it     *
007030*  names used.  A closure call to a Let- or lambda-bound name  *
007040*  is local to the rule; one to a FUNLIB function notes the     *
007050*  function and whatever free symbol its atomic body names.     *
007060*  Arguments are literal values (SHEQ4 binds them as given),    *
007070*  so there is nothing in them to walk.                          *
007080*----------------------------------------------------------*
007090 2400-PROCESS-APPLICATION.
007100     IF POOL-APPC-TYPE(POOL-IDX) = "P"
007110         MOVE "1" TO WS-NEW-REF-KIND
007120         MOVE POOL-APPC-FUNC(POOL-IDX) TO WS-NEW-REF-ITEM
007130         PERFORM 2800-ADD-RULE-REF THRU 2800-EXIT
007140         IF POOL-APPC-FUNC(POOL-IDX) = "lookup"
007150             MOVE "3" TO WS-NEW-REF-KIND
007160             MOVE POOL-APPC-ARG(POOL-IDX, 1)(1:10)
007170                 TO WS-NEW-REF-TABLE
007180             MOVE POOL-APPC-ARG(POOL-IDX, 2)(1:10)
007190                 TO WS-NEW-REF-KEY
007200             PERFORM 2800-ADD-RULE-REF THRU 2800-EXIT
007210             PERFORM 2410-MARK-ONE-REF-ROW THRU 2410-EXIT
007220                 VARYING REF-IDX FROM 1 BY 1
007230                 UNTIL REF-IDX > WS-REF-COUNT
007240         END-IF
007250         GO TO 2400-EXIT
007260     END-IF
007270     IF POOL-APPC-TYPE(POOL-IDX) = "C"
007280         MOVE POOL-APPC-FUNC(POOL-IDX) TO WS-CHECK-SYM
007290         PERFORM 2500-NOTE-SYMBOL THRU 2500-EXIT
007300     END-IF.
007310 2400-EXIT.
007320     EXIT.
007330
007340 2410-MARK-ONE-REF-ROW.
007350     IF WS-REF-NAME(REF-IDX) = WS-NEW-REF-TABLE
007360             AND WS-REF-KEY(REF-IDX) = WS-NEW-REF-KEY
007370         MOVE "Y" TO WS-REF-USED-FLAG(REF-IDX)
007380     END-IF.
007390 2410-EXIT.
007400     EXIT.
007410
007420*----------------------------------------------------------*
007430*  2500-NOTE-SYMBOL: WS-CHECK-SYM is referenced by the rule.  *
007440*  A name the rule binds itself is not a dependency; a        *
007450*  FUNLIB name is noted as a function use (and its body         *
007460*  followed); anything else is a top-environment symbol.        *
007470*----------------------------------------------------------*
007480 2500-NOTE-SYMBOL.
007490     IF WS-CHECK-SYM = SPACES
007500         GO TO 2500-EXIT
007510     END-IF
007520     SET LOCAL-SYM-IDX TO 1
007530     SEARCH WS-WALK-LOCAL-SYM
007540         AT END
007550             CONTINUE
007560         WHEN WS-WALK-LOCAL-SYM(LOCAL-SYM-IDX) = WS-CHECK-SYM
007570             GO TO 2500-EXIT
007580     END-SEARCH
007590     SET FUN-IDX TO 1
007600     SEARCH WS-FUN-ENTRY
007610         AT END
007620             MOVE "1" TO WS-NEW-REF-KIND
007630             MOVE WS-CHECK-SYM TO WS-NEW-REF-ITEM
007640             PERFORM 2800-ADD-RULE-REF THRU 2800-EXIT
007650         WHEN WS-FUN-NAME(FUN-IDX) = WS-CHECK-SYM
007660             PERFORM 2510-NOTE-FUNCTION THRU 2510-EXIT
007670     END-SEARCH.
007680 2500-EXIT.
007690     EXIT.
007700
007710*----------------------------------------------------------*
007720*  2510-NOTE-FUNCTION: FUN-IDX is the FUNLIB entry named.     *
007730*  Its body is atomic, so following it is one step: an         *
007740*  identifier body that is not one of the function's own        *
007750*  parameters is a symbol every caller depends on.              *
007760*----------------------------------------------------------*
007770 2510-NOTE-FUNCTION.
007780     MOVE "2" TO WS-NEW-REF-KIND
007790     MOVE WS-FUN-NAME(FUN-IDX) TO WS-NEW-REF-ITEM
007800     PERFORM 2800-ADD-RULE-REF THRU 2800-EXIT
007810     MOVE "Y" TO WS-FUN-USED-FLAG(FUN-IDX)
007820     IF WS-FUN-BODY-TYPE(FUN-IDX) NOT = "I"
007830         GO TO 2510-EXIT
007840     END-IF
007850     SET FUN-PARAM-IDX TO 1
007860     SEARCH WS-FUN-PARAM
007870         AT END
007880             MOVE "1" TO WS-NEW-REF-KIND
007890             MOVE WS-FUN-BODY(FUN-IDX)(1:10) TO WS-NEW-REF-ITEM
007900             PERFORM 2800-ADD-RULE-REF THRU 2800-EXIT
007910         WHEN WS-FUN-PARAM(FUN-IDX, FUN-PARAM-IDX)
007920                 = WS-FUN-BODY(FUN-IDX)(1:10)
007930             CONTINUE
007940     END-SEARCH.
007950 2510-EXIT.
007960     EXIT.
007970
007980 2600-RECORD-LOCAL-SYM.
007990     IF WS-WALK-LOCAL-COUNT < 50
008000         ADD 1 TO WS-WALK-LOCAL-COUNT
008010         MOVE WS-CHECK-SYM
008020             TO WS-WALK-LOCAL-SYM(WS-WALK-LOCAL-COUNT)
008030     ELSE
008040         DISPLAY "SHQXREF: REC " WS-CUR-REC-NO
008050             " local symbol table full - some let-bound"
008060             " names may be listed as symbols."
008070     END-IF.
008080 2600-EXIT.
008090     EXIT.
008100
008110*----------------------------------------------------------*
008120*  2800-ADD-RULE-REF: add WS-NEW-REF-KIND/ITEM to the current *
008130*  rule's distinct references - an item already noted for     *
008140*  this rule is found before the first free slot is, so each   *
008150*  rule appears once under each item it touches.               *
008160*----------------------------------------------------------*
008170 2800-ADD-RULE-REF.
008180     SET RULE-REF-IDX TO 1
008190     SEARCH WS-RULE-REF-ENTRY
008200         AT END
008210             DISPLAY "SHQXREF: REC " WS-CUR-REC-NO
008220                 " reference table full - " WS-NEW-REF-ITEM
008230                 " not listed."
008240         WHEN WS-RULE-REF-KIND(RULE-REF-IDX) = WS-NEW-REF-KIND
008250             AND WS-RULE-REF-ITEM(RULE-REF-IDX) = WS-NEW-REF-ITEM
008260             CONTINUE
008270         WHEN WS-RULE-REF-KIND(RULE-REF-IDX) = SPACES
008280             MOVE WS-NEW-REF-KIND
008290                 TO WS-RULE-REF-KIND(RULE-REF-IDX)
008300             MOVE WS-NEW-REF-ITEM
008310                 TO WS-RULE-REF-ITEM(RULE-REF-IDX)
008320             ADD 1 TO WS-RULE-REF-COUNT
008330     END-SEARCH.
008340 2800-EXIT.
008350     EXIT.
008360
008370 2900-RELEASE-ONE-REF.
008380     MOVE WS-RULE-REF-KIND(WS-RULE-REF-SUB) TO SR-KIND
008390     MOVE WS-RULE-REF-ITEM(WS-RULE-REF-SUB) TO SR-ITEM
008400     MOVE WS-CUR-RULE-ID TO SR-RULE-ID
008410     MOVE WS-CUR-REC-NO TO SR-REC-NO
008420     ADD 1 TO WS-REF-RELEASED
008430     RELEASE SORT-WORK-RECORD.
008440 2900-EXIT.
008450     EXIT.
008460
008470*----------------------------------------------------------*
008480*  4000-WRITE-WHERE-USED (sort output procedure): the sorted  *
008490*  stream comes back one section at a time and, within a      *
008500*  section, one item at a time with its rules in ID order -    *
008510*  a section header per kind, an item header per item, one     *
008520*  line per rule.  Each record is also checked against the      *
008530*  inquiry cards on its way past.                               *
008540*----------------------------------------------------------*
008550 4000-WRITE-WHERE-USED.
008560     MOVE "WHERE-USED CROSS-REFERENCE:" TO XREF-RPT-RECORD
008570     WRITE XREF-RPT-RECORD
008580     MOVE SPACES TO WS-GRP-KIND
008590     PERFORM 4100-RETURN-ONE THRU 4100-EXIT
008600         UNTIL SORT-EOF
008610     IF NOT WS-FIRST-GROUP
008620         PERFORM 4300-FINISH-ITEM THRU 4300-EXIT
008630     END-IF.
008640 4000-EXIT.
008650     EXIT.
008660
008670 4100-RETURN-ONE.
008680     RETURN SORT-WORK-FILE
008690         AT END
008700             SET SORT-EOF TO TRUE
008710             GO TO 4100-EXIT
008720     END-RETURN
008730     IF WS-FIRST-GROUP
008740         OR SR-KIND NOT = WS-GRP-KIND
008750         OR SR-ITEM NOT = WS-GRP-ITEM
008760         IF NOT WS-FIRST-GROUP
008770             PERFORM 4300-FINISH-ITEM THRU 4300-EXIT
008780         END-IF
008790         IF SR-KIND NOT = WS-GRP-KIND
008800             PERFORM 4150-START-SECTION THRU 4150-EXIT
008810         END-IF
008820         PERFORM 4200-START-ITEM THRU 4200-EXIT
008830     END-IF
008840     ADD 1 TO WS-GRP-RULE-COUNT
008850     PERFORM 8200-FORMAT-RULE THRU 8200-EXIT
008860     MOVE SPACES TO XREF-RPT-RECORD
008870     STRING "        " DELIMITED BY SIZE
008880         WS-RULE-TEXT DELIMITED BY SIZE
008890         INTO XREF-RPT-RECORD
008900     WRITE XREF-RPT-RECORD
008910     PERFORM 4400-CHECK-ONE-INQUIRY THRU 4400-EXIT
008920         VARYING WS-INQ-SUB FROM 1 BY 1
008930         UNTIL WS-INQ-SUB > WS-INQ-COUNT.
008940 4100-EXIT.
008950     EXIT.
008960
008970 4150-START-SECTION.
008980     MOVE SPACES TO XREF-RPT-RECORD
008990     WRITE XREF-RPT-RECORD
009000     EVALUATE SR-KIND
009010         WHEN "1"
009020             MOVE "  BY SYMBOL:" TO XREF-RPT-RECORD
009030         WHEN "2"
009040             MOVE "  BY FUNLIB FUNCTION:" TO XREF-RPT-RECORD
009050         WHEN "3"
009060             MOVE "  BY LOOKUP TABLE/KEY:" TO XREF-RPT-RECORD
009070         WHEN OTHER
009080             MOVE "  BY POOL RECORD:" TO XREF-RPT-RECORD
009090     END-EVALUATE
009100     WRITE XREF-RPT-RECORD.
009110 4150-EXIT.
009120     EXIT.
009130
009140 4200-START-ITEM.
009150     MOVE "N" TO WS-FIRST-GROUP-SW
009160     MOVE SR-KIND TO WS-GRP-KIND
009170     MOVE SR-ITEM TO WS-GRP-ITEM
009180     MOVE ZEROS TO WS-GRP-RULE-COUNT
009190     ADD 1 TO WS-ITEM-COUNT
009200     MOVE SPACES TO XREF-RPT-RECORD
009210     EVALUATE SR-KIND
009220         WHEN "3"
009230             STRING "    " DELIMITED BY SIZE
009240                 SR-ITEM-TABLE DELIMITED BY SPACE
009250                 "/" DELIMITED BY SIZE
009260                 SR-ITEM-KEY DELIMITED BY SPACE
009270                 INTO XREF-RPT-RECORD
009280         WHEN "4"
009290             MOVE SR-ITEM(1:6) TO WS-POOL-REF
009300             STRING "    REC " DELIMITED BY SIZE
009310                 SR-ITEM(1:6) DELIMITED BY SIZE
009320                 "  RULE ID " DELIMITED BY SIZE
009330                 POOL-RULE-ID(WS-POOL-REF) DELIMITED BY SIZE
009340                 INTO XREF-RPT-RECORD
009350         WHEN OTHER
009360             STRING "    " DELIMITED BY SIZE
009370                 SR-ITEM DELIMITED BY SIZE
009380                 INTO XREF-RPT-RECORD
009390     END-EVALUATE
009400     WRITE XREF-RPT-RECORD.
009410 4200-EXIT.
009420     EXIT.
009430
009440 4300-FINISH-ITEM.
009450     MOVE SPACES TO XREF-RPT-RECORD
009460     STRING "        (" DELIMITED BY SIZE
009470         WS-GRP-RULE-COUNT DELIMITED BY SIZE
009480         " RULE(S))" DELIMITED BY SIZE
009490         INTO XREF-RPT-RECORD
009500     WRITE XREF-RPT-RECORD.
009510 4300-EXIT.
009520     EXIT.
009530
009540*----------------------------------------------------------*
009550*  4400-CHECK-ONE-INQUIRY: does the record just returned      *
009560*  answer inquiry card WS-INQ-SUB?  A rule is kept once per    *
009570*  card even when it matches through several items (a LOOKUP   *
009580*  with a blank key, say, matched on two keys of one table).   *
009590*----------------------------------------------------------*
009600 4400-CHECK-ONE-INQUIRY.
009610     MOVE "N" TO WS-INQ-MATCH-SW
009620     EVALUATE TRUE
009630         WHEN WS-INQ-KIND(WS-INQ-SUB) = "1"
009640             IF (SR-KIND = "1" OR "2")
009650                     AND SR-ITEM = WS-INQ-ITEM(WS-INQ-SUB)
009660                 SET WS-INQ-MATCH TO TRUE
009670             END-IF
009680         WHEN WS-INQ-KIND(WS-INQ-SUB) = "3"
009690                 AND WS-INQ-ANY-KEY-SW(WS-INQ-SUB) = "Y"
009700             IF SR-KIND = "3"
009710                     AND SR-ITEM-TABLE
009720                         = WS-INQ-ITEM(WS-INQ-SUB)(1:10)
009730                 SET WS-INQ-MATCH TO TRUE
009740             END-IF
009750         WHEN OTHER
009760             IF SR-KIND = WS-INQ-KIND(WS-INQ-SUB)
009770                     AND SR-ITEM = WS-INQ-ITEM(WS-INQ-SUB)
009780                 SET WS-INQ-MATCH TO TRUE
009790             END-IF
009800     END-EVALUATE
009810     IF NOT WS-INQ-MATCH
009820         GO TO 4400-EXIT
009830     END-IF
009840     SET INQ-HIT-IDX TO 1
009850     SEARCH WS-INQ-HIT-ENTRY
009860         AT END
009870             DISPLAY "SHQXREF: inquiry hit table full - "
009880                 "inquiry answers incomplete."
009890         WHEN INQ-HIT-IDX > WS-INQ-HIT-COUNT
009900             ADD 1 TO WS-INQ-HIT-COUNT
009910             MOVE WS-INQ-SUB TO WS-INQ-HIT-CARD(INQ-HIT-IDX)
009920             MOVE SR-RULE-ID TO WS-INQ-HIT-RULE(INQ-HIT-IDX)
009930             MOVE SR-REC-NO TO WS-INQ-HIT-REC-NO(INQ-HIT-IDX)
009940         WHEN WS-INQ-HIT-CARD(INQ-HIT-IDX) = WS-INQ-SUB
009950             AND WS-INQ-HIT-RULE(INQ-HIT-IDX) = SR-RULE-ID
009960             AND WS-INQ-HIT-REC-NO(INQ-HIT-IDX) = SR-REC-NO
009970             CONTINUE
009980     END-SEARCH.
009990 4400-EXIT.
010000     EXIT.
010010
010020*----------------------------------------------------------*
010030*  5000-WRITE-INQUIRIES: one block per inquiry card, the      *
010040*  rules it found in the order the where-used pass met them.  *
010050*----------------------------------------------------------*
010060 5000-WRITE-INQUIRIES.
010070     IF WS-INQ-COUNT = 0
010080         GO TO 5000-EXIT
010090     END-IF
010100     MOVE SPACES TO XREF-RPT-RECORD
010110     WRITE XREF-RPT-RECORD
010120     MOVE "INQUIRIES:" TO XREF-RPT-RECORD
010130     WRITE XREF-RPT-RECORD
010140     PERFORM 5100-WRITE-ONE-INQUIRY THRU 5100-EXIT
010150         VARYING WS-INQ-SUB FROM 1 BY 1
010160         UNTIL WS-INQ-SUB > WS-INQ-COUNT.
010170 5000-EXIT.
010180     EXIT.
010190
010200 5100-WRITE-ONE-INQUIRY.
010210     MOVE SPACES TO XREF-RPT-RECORD
010220     EVALUATE WS-INQ-KIND(WS-INQ-SUB)
010230             ALSO WS-INQ-ANY-KEY-SW(WS-INQ-SUB)
010240         WHEN "3" ALSO "Y"
010250             STRING "  WHICH RULES TOUCH " DELIMITED BY SIZE
010260                 WS-INQ-ITEM(WS-INQ-SUB)(1:10) DELIMITED BY SPACE
010270                 " (ANY KEY)?" DELIMITED BY SIZE
010280                 INTO XREF-RPT-RECORD
010290         WHEN "3" ALSO ANY
010300             STRING "  WHICH RULES TOUCH " DELIMITED BY SIZE
010310                 WS-INQ-ITEM(WS-INQ-SUB)(1:10) DELIMITED BY SPACE
010320                 "/" DELIMITED BY SIZE
010330                 WS-INQ-ITEM(WS-INQ-SUB)(11:10) DELIMITED BY SPACE
010340                 "?" DELIMITED BY SIZE
010350                 INTO XREF-RPT-RECORD
010360         WHEN OTHER
010370             STRING "  WHICH RULES TOUCH " DELIMITED BY SIZE
010380                 WS-INQ-VERB(WS-INQ-SUB) DELIMITED BY SPACE
010390                 " " DELIMITED BY SIZE
010400                 WS-INQ-ITEM(WS-INQ-SUB) DELIMITED BY SPACE
010410                 "?" DELIMITED BY SIZE
010420                 INTO XREF-RPT-RECORD
010430     END-EVALUATE
010440     WRITE XREF-RPT-RECORD
010450     MOVE ZEROS TO WS-INQ-CARD-HITS
010460     PERFORM 5110-WRITE-ONE-HIT THRU 5110-EXIT
010470         VARYING WS-INQ-HIT-SUB FROM 1 BY 1
010480         UNTIL WS-INQ-HIT-SUB > WS-INQ-HIT-COUNT
010490     MOVE SPACES TO XREF-RPT-RECORD
010500     IF WS-INQ-CARD-HITS = 0
010510         MOVE "      NO RULE REFERENCES IT." TO XREF-RPT-RECORD
010520     ELSE
010530         STRING "      (" DELIMITED BY SIZE
010540             WS-INQ-CARD-HITS DELIMITED BY SIZE
010550             " RULE(S))" DELIMITED BY SIZE
010560             INTO XREF-RPT-RECORD
010570     END-IF
010580     WRITE XREF-RPT-RECORD.
010590 5100-EXIT.
010600     EXIT.
010610
010620 5110-WRITE-ONE-HIT.
010630     IF WS-INQ-HIT-CARD(WS-INQ-HIT-SUB) NOT = WS-INQ-SUB
010640         GO TO 5110-EXIT
010650     END-IF
010660     ADD 1 TO WS-INQ-CARD-HITS
010670     MOVE WS-INQ-HIT-RULE(WS-INQ-HIT-SUB) TO SR-RULE-ID
010680     MOVE WS-INQ-HIT-REC-NO(WS-INQ-HIT-SUB) TO SR-REC-NO
010690     PERFORM 8200-FORMAT-RULE THRU 8200-EXIT
010700     MOVE SPACES TO XREF-RPT-RECORD
010710     STRING "      " DELIMITED BY SIZE
010720         WS-RULE-TEXT DELIMITED BY SIZE
010730         INTO XREF-RPT-RECORD
010740     WRITE XREF-RPT-RECORD.
010750 5110-EXIT.
010760     EXIT.
010770
010780*----------------------------------------------------------*
010790*  6000-WRITE-HOUSEKEEPING: FUNLIB entries no rule calls or   *
010800*  names, REFTBL rows no rule's lookup names, and pool-only    *
010810*  records no rule's walk reaches (nothing points at them, or   *
010820*  only other orphans do) - each a candidate for removal.       *
010830*----------------------------------------------------------*
010840 6000-WRITE-HOUSEKEEPING.
010850     MOVE SPACES TO XREF-RPT-RECORD
010860     WRITE XREF-RPT-RECORD
010870     MOVE "HOUSEKEEPING:" TO XREF-RPT-RECORD
010880     WRITE XREF-RPT-RECORD
010890     MOVE "  UNREFERENCED FUNLIB ENTRIES:" TO XREF-RPT-RECORD
010900     WRITE XREF-RPT-RECORD
010910     PERFORM 6100-CHECK-ONE-FUNCTION THRU 6100-EXIT
010920         VARYING FUN-IDX FROM 1 BY 1
010930         UNTIL FUN-IDX > WS-FUN-COUNT
010940     IF WS-UNUSED-FUN-COUNT = 0
010950         MOVE "    NONE." TO XREF-RPT-RECORD
010960         WRITE XREF-RPT-RECORD
010970     END-IF
010980     MOVE "  UNREFERENCED REFTBL ROWS:" TO XREF-RPT-RECORD
010990     WRITE XREF-RPT-RECORD
011000     PERFORM 6200-CHECK-ONE-REF-ROW THRU 6200-EXIT
011010         VARYING REF-IDX FROM 1 BY 1
011020         UNTIL REF-IDX > WS-REF-COUNT
011030     IF WS-UNUSED-REF-COUNT = 0
011040         MOVE "    NONE." TO XREF-RPT-RECORD
011050         WRITE XREF-RPT-RECORD
011060     END-IF
011070     MOVE "  ORPHANED POOL-ONLY RECORDS:" TO XREF-RPT-RECORD
011080     WRITE XREF-RPT-RECORD
011090     PERFORM 6300-CHECK-ONE-POOL-REC THRU 6300-EXIT
011100         VARYING POOL-IDX FROM 1 BY 1
011110         UNTIL POOL-IDX > XREF-AST-POOL-COUNT
011120     IF WS-ORPHAN-COUNT = 0
011130         MOVE "    NONE." TO XREF-RPT-RECORD
011140         WRITE XREF-RPT-RECORD
011150     END-IF.
011160 6000-EXIT.
011170     EXIT.
011180
011190 6100-CHECK-ONE-FUNCTION.
011200     IF WS-FUN-USED-FLAG(FUN-IDX) = "N"
011210         ADD 1 TO WS-UNUSED-FUN-COUNT
011220         MOVE SPACES TO XREF-RPT-RECORD
011230         STRING "    " DELIMITED BY SIZE
011240             WS-FUN-NAME(FUN-IDX) DELIMITED BY SIZE
011250             INTO XREF-RPT-RECORD
011260         WRITE XREF-RPT-RECORD
011270     END-IF.
011280 6100-EXIT.
011290     EXIT.
011300
011310 6200-CHECK-ONE-REF-ROW.
011320     IF WS-REF-USED-FLAG(REF-IDX) = "N"
011330         ADD 1 TO WS-UNUSED-REF-COUNT
011340         MOVE SPACES TO XREF-RPT-RECORD
011350         STRING "    " DELIMITED BY SIZE
011360             WS-REF-NAME(REF-IDX) DELIMITED BY SPACE
011370             "/" DELIMITED BY SIZE
011380             WS-REF-KEY(REF-IDX) DELIMITED BY SPACE
011390             INTO XREF-RPT-RECORD
011400         WRITE XREF-RPT-RECORD
011410     END-IF.
011420 6200-EXIT.
011430     EXIT.
011440
011450 6300-CHECK-ONE-POOL-REC.
011460     IF POOL-ONLY-FLAG(POOL-IDX) = "Y"
011470             AND POOL-REACHED-FLAG(POOL-IDX) = "N"
011480         ADD 1 TO WS-ORPHAN-COUNT
011490         SET WS-POOL-REF TO POOL-IDX
011500         MOVE SPACES TO XREF-RPT-RECORD
011510         STRING "    REC " DELIMITED BY SIZE
011520             WS-POOL-REF DELIMITED BY SIZE
011530             "  TYPE " DELIMITED BY SIZE
011540             POOL-AST-TYPE(POOL-IDX) DELIMITED BY SIZE
011550             "  RULE ID " DELIMITED BY SIZE
011560             POOL-RULE-ID(POOL-IDX) DELIMITED BY SIZE
011570             INTO XREF-RPT-RECORD
011580         WRITE XREF-RPT-RECORD
011590     END-IF.
011600 6300-EXIT.
011610     EXIT.
011620
011630*----------------------------------------------------------*
011640*  8200-FORMAT-RULE: "RULE id  REC nnnnnn" for SR-RULE-ID /   *
011650*  SR-REC-NO, or "RULE AT REC nnnnnn" for a legacy record     *
011660*  with no ID - the same two forms SHQHIST's trend uses.      *
011670*----------------------------------------------------------*
011680 8200-FORMAT-RULE.
011690     MOVE SPACES TO WS-RULE-TEXT
011700     IF SR-RULE-ID NOT = SPACES
011710         STRING "RULE " DELIMITED BY SIZE
011720             SR-RULE-ID DELIMITED BY SIZE
011730             "  REC " DELIMITED BY SIZE
011740             SR-REC-NO DELIMITED BY SIZE
011750             INTO WS-RULE-TEXT
011760     ELSE
011770         STRING "RULE AT REC " DELIMITED BY SIZE
011780             SR-REC-NO DELIMITED BY SIZE
011790             INTO WS-RULE-TEXT
011800     END-IF.
011810 8200-EXIT.
011820     EXIT.
011830
011840*----------------------------------------------------------*
011850*  9000-FINALIZE                                             *
011860*----------------------------------------------------------*
011870 9000-FINALIZE.
011880     MOVE SPACES TO XREF-RPT-RECORD
011890     WRITE XREF-RPT-RECORD
011900     MOVE SPACES TO XREF-RPT-RECORD
011910     STRING "RULES WALKED: " DELIMITED BY SIZE
011920         WS-RULE-COUNT DELIMITED BY SIZE
011930         "  ITEMS REFERENCED: " DELIMITED BY SIZE
011940         WS-ITEM-COUNT DELIMITED BY SIZE
011950         "  UNUSED FUNCTIONS: " DELIMITED BY SIZE
011960         WS-UNUSED-FUN-COUNT DELIMITED BY SIZE
011970         "  UNUSED REFTBL ROWS: " DELIMITED BY SIZE
011980         WS-UNUSED-REF-COUNT DELIMITED BY SIZE
011990         "  ORPHANS: " DELIMITED BY SIZE
012000         WS-ORPHAN-COUNT DELIMITED BY SIZE
012010         INTO XREF-RPT-RECORD
012020     WRITE XREF-RPT-RECORD
012030     CLOSE XREF-RPT-FILE
012040     DISPLAY "SHQXREF: " WS-RULE-COUNT " rule(s) walked, "
012050         WS-ITEM-COUNT " item(s) referenced, "
012060         WS-UNUSED-FUN-COUNT " unused function(s), "
012070         WS-UNUSED-REF-COUNT " unused REFTBL row(s), "
012080         WS-ORPHAN-COUNT " orphaned pool record(s).".
012090 9000-EXIT.
012100     EXIT.
012110
012120 END PROGRAM SHQXREF.
