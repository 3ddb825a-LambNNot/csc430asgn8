000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SHQPROMO.
000120 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000130 INSTALLATION. RULE-ENGINE-OPERATIONS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  2026-10-15  DSB  Initial promotion utility - applies a  *
000190*                   change package of ADD/REPLACE/RETIRE   *
000200*                   actions keyed by REC-RULE-ID (each with  *
000210*                   its new AST-IN image, change ticket,   *
000220*                   author and a different approver) to the  *
000230*                   current ASTIN, renumbers every pool    *
000240*                   reference the inserts and removals shift,  *
000250*                   runs SHQBATCH's validation rules over the  *
000260*                   result, and only then writes the new ASTIN  *
000270*                   and the permanent change log (before and  *
000280*                   after images plus the SHEQ5 rendering of  *
000290*                   each).  Retires the hand edit of production  *
000300*                   ASTIN the way SHQMERGE retired it for  *
000310*                   ASTOUT.  Any failed action rejects the *
000320*                   whole package (RC 12, nothing written) -  *
000330*                   a package is never partly applied.     *
000332*  2026-10-15  DSB  Top environment binds, and KNOWN-PRIM- *
000334*                   TABLE lists, the date primitives days-btwn,  *
000336*                   add-days, add-months, weekday, month-end  *
000338*                   and today.                             *
000340*----------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PROMO-PKG-FILE ASSIGN TO "PROMPKG"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS FS-PROMO-PKG.
000410     SELECT AST-IN-FILE ASSIGN TO "ASTIN"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS FS-AST-IN.
000440     SELECT AST-NEW-FILE ASSIGN TO "ASTNEW"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS FS-AST-NEW.
000470     SELECT FUN-LIB-FILE ASSIGN TO "FUNLIB"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS FS-FUNLIB.
000500     SELECT CHG-LOG-FILE ASSIGN TO "CHGLOG"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-CHG-LOG.
000530     SELECT PROMO-RPT-FILE ASSIGN TO "PROMRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FS-PROMO-RPT.
000560*----------------------------------------------------------*
000570*  BOXED BANNER: DATA DIVISION                             *
000580*----------------------------------------------------------*
000590 DATA DIVISION.
000600 FILE SECTION.
000610*----------------------------------------------------------*
000620*  One change-package action per card ("*" in column 1 is a  *
000630*  comment).  PKG-RULE-ID names the rule (or pool-only     *
000640*  record) acted on; an ADD is placed straight after the   *
000650*  record PKG-AFTER-ID names in the current ASTIN, or at the  *
000660*  end of the file when PKG-AFTER-ID is blank.  Several ADDs  *
000670*  after the same record go in package order.              *
000680*                                                          *
000690*  Pool references inside a package image are written      *
000700*  against the CURRENT ASTIN's numbering; a record the     *
000710*  package itself adds is referred to as the current record  *
000720*  count plus its place among the package's ADDs (first ADD  *
000730*  = count + 1), as if every ADD were appended in package  *
000740*  order.  Every reference, old and new, is renumbered to  *
000750*  the new file's positions once the package is placed.    *
000760*----------------------------------------------------------*
000770 FD  PROMO-PKG-FILE
000780     RECORDING MODE IS F.
000790 01  PROMO-PKG-RECORD.
000800     05 PKG-ACTION           PIC X(08).
000810         88 PKG-IS-ADD               VALUE "ADD".
000820         88 PKG-IS-REPLACE           VALUE "REPLACE".
000830         88 PKG-IS-RETIRE            VALUE "RETIRE".
000840     05 PKG-RULE-ID          PIC X(08).
000850     05 PKG-TICKET           PIC X(10).
000860     05 PKG-AUTHOR           PIC X(08).
000870     05 PKG-APPROVER         PIC X(08).
000880     05 PKG-AFTER-ID         PIC X(08).
000890     05 PKG-IMAGE.
000900         10 PKG-AST-TYPE     PIC X(02).
000910         10 PKG-AST-TREE     PIC X(150).
000920         10 PKG-POOL-ONLY    PIC X(01).
000930         10 PKG-IMAGE-RULE-ID PIC X(08).
000940
000950*----------------------------------------------------------*
000960*  Current and new ASTIN - SHQBATCH's AST-IN-RECORD shape. *
000970*----------------------------------------------------------*
000980 FD  AST-IN-FILE
000990     RECORDING MODE IS F.
001000 01  AST-IN-RECORD.
001010     05 REC-AST-TYPE         PIC X(02).
001020     05 REC-AST-TREE         PIC X(150).
001030     05 REC-POOL-ONLY        PIC X(01).
001040     05 REC-RULE-ID          PIC X(08).
001050
001060 FD  AST-NEW-FILE
001070     RECORDING MODE IS F.
001080 01  AST-NEW-RECORD.
001090     05 NEW-REC-AST-TYPE     PIC X(02).
001100     05 NEW-REC-AST-TREE     PIC X(150).
001110     05 NEW-REC-POOL-ONLY    PIC X(01).
001120     05 NEW-REC-RULE-ID      PIC X(08).
001130
001140*----------------------------------------------------------*
001150*  Same function library SHQBATCH binds at startup, so the *
001160*  validation pass sees exactly the environment the rules  *
001170*  will run in.                                            *
001180*----------------------------------------------------------*
001190 FD  FUN-LIB-FILE
001200     RECORDING MODE IS F.
001210 01  FUN-LIB-RECORD.
001220     05 FUNLIB-SYM           PIC X(10).
001230     05 FUNLIB-VAL-TYPE      PIC X(01).
001240     05 FUNLIB-VAL           PIC X(150).
001250     05 FUNLIB-VAL-LAMC REDEFINES FUNLIB-VAL.
001260         10 FILLER               PIC X(80).
001270         10 FUNLIB-LAMC-BODY-TYPE PIC X(02).
001280         10 FUNLIB-LAMC-BODY     PIC X(16).
001290         10 FILLER               PIC X(52).
001300
001310*----------------------------------------------------------*
001320*  Permanent change log, extended (DISP=MOD) by every      *
001330*  accepted package.  Five lines per action, all carrying  *
001340*  the run date/time, ticket, action and rule ID:          *
001350*    HD - author, approver, old and new ASTIN position     *
001360*    BI - before image   (blank for an ADD)                *
001370*    BR - SHEQ5 rendering of the before image              *
001380*    AI - after image    (blank for a RETIRE)              *
001390*    AR - SHEQ5 rendering of the after image               *
001400*----------------------------------------------------------*
001410 FD  CHG-LOG-FILE
001420     RECORDING MODE IS F.
001430 01  CHG-LOG-RECORD.
001440     05 LOG-DATE             PIC X(08).
001450     05 LOG-TIME             PIC X(06).
001460     05 LOG-TICKET           PIC X(10).
001470     05 LOG-ACTION           PIC X(08).
001480     05 LOG-RULE-ID          PIC X(08).
001490     05 LOG-KIND             PIC X(02).
001500     05 LOG-BODY             PIC X(200).
001510     05 LOG-HDR-BODY REDEFINES LOG-BODY.
001520         10 LOG-AUTHOR       PIC X(08).
001530         10 LOG-APPROVER     PIC X(08).
001540         10 LOG-OLD-REC-NO   PIC 9(06).
001550         10 LOG-NEW-REC-NO   PIC 9(06).
001560         10 FILLER           PIC X(172).
001570     05 LOG-IMAGE-BODY REDEFINES LOG-BODY.
001580         10 LOG-AST-TYPE     PIC X(02).
001590         10 LOG-AST-TREE     PIC X(150).
001600         10 LOG-POOL-ONLY    PIC X(01).
001610         10 LOG-IMAGE-RULE-ID PIC X(08).
001620         10 FILLER           PIC X(39).
001630
001640 FD  PROMO-RPT-FILE
001650     RECORDING MODE IS F.
001660 01  PROMO-RPT-RECORD        PIC X(132).
001670
001680 WORKING-STORAGE SECTION.
001690 77  WS-INIT-SW              PIC X(01) VALUE "Y".
001700     88 WS-INIT-OK                     VALUE "Y".
001710 77  WS-REJECT-SW            PIC X(01) VALUE "N".
001720     88 WS-PACKAGE-REJECTED            VALUE "Y".
001730 77  WS-PKG-EOF-SW           PIC X(01) VALUE "N".
001740     88 PROMO-PKG-EOF                  VALUE "Y".
001750 77  WS-AST-EOF-SW           PIC X(01) VALUE "N".
001760     88 AST-IN-EOF                     VALUE "Y".
001770 77  WS-FUNLIB-EOF-SW        PIC X(01) VALUE "N".
001780     88 FUNLIB-EOF                     VALUE "Y".
001790 77  WS-RENUM-SW             PIC X(01).
001800     88 WS-REC-RENUMBERED              VALUE "Y".
001810 77  WS-FUNLIB-COUNT         PIC 9(06) VALUE ZEROS.
001820 77  WS-ADD-COUNT            PIC 9(06) VALUE ZEROS.
001830 77  WS-REPLACE-COUNT        PIC 9(06) VALUE ZEROS.
001840 77  WS-RETIRE-COUNT         PIC 9(06) VALUE ZEROS.
001850 77  WS-RENUM-COUNT          PIC 9(06) VALUE ZEROS.
001860 77  WS-REJECT-COUNT         PIC 9(06) VALUE ZEROS.
001870 77  WS-LOG-COUNT            PIC 9(06) VALUE ZEROS.
001880 01  FS-PROMO-PKG            PIC X(02) VALUE SPACES.
001890 01  FS-AST-IN               PIC X(02) VALUE SPACES.
001900 01  FS-AST-NEW              PIC X(02) VALUE SPACES.
001910 01  FS-FUNLIB               PIC X(02) VALUE SPACES.
001920 01  FS-CHG-LOG              PIC X(02) VALUE SPACES.
001930 01  FS-PROMO-RPT            PIC X(02) VALUE SPACES.
001940 01  WS-RUN-DATE             PIC X(08) VALUE SPACES.
001950 01  WS-RUN-TIME             PIC X(08) VALUE SPACES.
001960 01  WS-REASON               PIC X(50).
001970
001980*----------------------------------------------------------*
001990*  The change package, loaded whole before anything is     *
002000*  checked.  PK-OLD-POS is the current ASTIN position a    *
002010*  REPLACE/RETIRE acts on; PK-SRC-NO the number an ADD is  *
002020*  referred to by inside package images (current count + its  *
002030*  place among the ADDs); PK-NEW-POS where the action's after  *
002040*  image lands in the new ASTIN.                           *
002050*----------------------------------------------------------*
002060 01  PKG-TABLE.
002070     05 PKG-ENTRY             OCCURS 500 TIMES
002080                              INDEXED BY PKG-IDX.
002090         10 PK-ACTION         PIC X(08).
002100         10 PK-RULE-ID        PIC X(08).
002110         10 PK-TICKET         PIC X(10).
002120         10 PK-AUTHOR         PIC X(08).
002130         10 PK-APPROVER       PIC X(08).
002140         10 PK-AFTER-ID       PIC X(08).
002150         10 PK-IMAGE.
002160             15 PK-AST-TYPE   PIC X(02).
002170             15 PK-AST-TREE   PIC X(150).
002180             15 PK-POOL-ONLY  PIC X(01).
002190             15 PK-IMAGE-RULE-ID PIC X(08).
002200         10 PK-OLD-POS        PIC 9(06).
002210         10 PK-SRC-NO         PIC 9(06).
002220         10 PK-NEW-POS        PIC 9(06).
002230 01  PKG-COUNT                PIC 9(04) VALUE ZEROS.
002240 01  PKG-SUB                  PIC 9(04).
002250 01  PKG-ADD-SEQ              PIC 9(04) VALUE ZEROS.
002260 01  WS-ANCHOR-ID             PIC X(08).
002270
002280*----------------------------------------------------------*
002290*  The current ASTIN: OLD-AST-POOL in the shape SHEQ5 takes  *
002300*  (for the before renderings), with each position's pool- *
002310*  only flag, rule ID, the package action touching it (zero  *
002320*  for none) and where it lands in the new file (zero once *
002330*  retired).                                               *
002340*----------------------------------------------------------*
002350 01  OLD-AST-POOL.
002360     05 OLD-POOL-ENTRY        OCCURS 5000 TIMES.
002370         10 OLD-AST-TYPE      PIC X(02).
002380         10 OLD-AST-TREE      PIC X(150).
002390 01  OLD-AST-POOL-COUNT       PIC 9(06) VALUE ZEROS.
002400 01  OLD-INFO-TABLE.
002410     05 OLD-INFO-ENTRY        OCCURS 5000 TIMES
002420                              INDEXED BY OLD-IDX.
002430         10 OLD-POOL-ONLY     PIC X(01).
002440         10 OLD-RULE-ID       PIC X(08).
002450         10 OLD-ACTION-SUB    PIC 9(04).
002460         10 OLD-NEW-POS       PIC 9(06).
002470 01  OLD-SUB                  PIC 9(06).
002480
002490*----------------------------------------------------------*
002500*  The new ASTIN as it is built, in the pool shape SHEQ5 and  *
002510*  the validation pass both read, with the same alternate  *
002520*  views SHQBATCH's BATCH-AST-POOL carries.                *
002530*----------------------------------------------------------*
002540 01  NEW-AST-POOL.
002550     05 POOL-ENTRY            OCCURS 5000 TIMES
002560                              INDEXED BY POOL-IDX.
002570         10 POOL-AST-TYPE     PIC X(02).
002580         10 POOL-AST-TREE     PIC X(150).
002590         10 POOL-VAL-IDC REDEFINES POOL-AST-TREE.
002600             15 FILLER             PIC X(134).
002610             15 POOL-IDC-SYM       PIC X(10).
002620             15 FILLER             PIC X(06).
002630         10 POOL-VAL-IFC REDEFINES POOL-AST-TREE.
002640             15 POOL-IFC-TEST-TYPE PIC X(02).
002650             15 POOL-IFC-TEST-VAL  PIC X(16).
002660             15 POOL-IFC-THEN-TYPE PIC X(02).
002670             15 POOL-IFC-THEN-VAL  PIC X(16).
002680             15 POOL-IFC-ELSE-TYPE PIC X(02).
002690             15 POOL-IFC-ELSE-VAL  PIC X(16).
002700             15 FILLER             PIC X(96).
002710         10 POOL-VAL-LETC REDEFINES POOL-AST-TREE.
002720             15 POOL-LETC-SYM       PIC X(10).
002730             15 POOL-LETC-VAL-TYPE  PIC X(02).
002740             15 POOL-LETC-VAL       PIC X(16).
002750             15 POOL-LETC-BODY-TYPE PIC X(02).
002760             15 POOL-LETC-BODY      PIC X(16).
002770             15 FILLER              PIC X(104).
002780         10 POOL-VAL-APPC REDEFINES POOL-AST-TREE.
002790             15 POOL-APPC-TYPE    PIC X(10).
002800             15 POOL-APPC-FUNC    PIC X(10).
002810             15 POOL-APPC-ARGS    PIC X(130).
002820         10 POOL-VAL-LAMC REDEFINES POOL-AST-TREE.
002830             15 FILLER              PIC X(80).
002840             15 POOL-LAMC-BODY-TYPE PIC X(02).
002850             15 POOL-LAMC-BODY      PIC X(16).
002860             15 FILLER              PIC X(52).
002870 01  NEW-AST-POOL-COUNT       PIC 9(06) VALUE ZEROS.
002880 01  NEW-INFO-TABLE.
002890     05 NEW-INFO-ENTRY        OCCURS 5000 TIMES.
002900         10 NEW-POOL-ONLY     PIC X(01).
002910             88 NEW-IS-POOL-ONLY       VALUE "Y".
002920         10 NEW-RULE-ID       PIC X(08).
002930 01  NEW-SUB                  PIC 9(06).
002940
002950*----------------------------------------------------------*
002960*  Renumbering work fields: one compound slot at a time is *
002970*  moved in, its record number mapped from the package's   *
002980*  numbering to the new file's, and moved back.            *
002990*----------------------------------------------------------*
003000 01  WS-SLOT-TYPE             PIC X(02).
003010 01  WS-SLOT-VAL              PIC X(16).
003020 01  WS-SLOT-REF-X            PIC X(06).
003030 01  WS-SLOT-REF REDEFINES WS-SLOT-REF-X
003040                              PIC 9(06).
003050 01  WS-SLOT-NEW-REF          PIC 9(06).
003060 01  WS-SRC-LIMIT             PIC 9(06).
003070
003080*----------------------------------------------------------*
003090*  Validation pass - SHQBATCH's 2000-VALIDATE-BATCH rules, *
003100*  field for field, run against the new file in NEW-AST-POOL  *
003110*  instead of a fresh read of ASTIN.                       *
003120*----------------------------------------------------------*
003130 77  WS-VALID-REC-COUNT      PIC 9(06) VALUE ZEROS.
003140 77  WS-VALID-ERROR-COUNT    PIC 9(06) VALUE ZEROS.
003150 77  WS-CHECK-SYM            PIC X(10).
003160 77  WS-CHECK-TYPE           PIC X(02).
003170 77  WS-CHECK-VAL            PIC X(16).
003180 77  WS-POOL-REF             PIC 9(06).
003190 01  WS-VAL-QUEUE.
003200     05 WS-VAL-Q-ENTRY        OCCURS 50 TIMES.
003210         10 WS-VAL-Q-TYPE     PIC X(02).
003220         10 WS-VAL-Q-VAL      PIC X(16).
003230 01  WS-VAL-Q-COUNT           PIC 9(03) VALUE ZEROS.
003240 01  WS-VAL-Q-POS             PIC 9(03) VALUE ZEROS.
003250 01  WS-VAL-LOCAL-SYMS.
003260     05 WS-VAL-LOCAL-SYM      PIC X(10) OCCURS 50 TIMES
003270                              INDEXED BY LOCAL-SYM-IDX.
003280 01  WS-VAL-LOCAL-COUNT       PIC 9(03) VALUE ZEROS.
003290 01  WS-RULE-ID-TABLE.
003300     05 WS-SEEN-RULE-ID       PIC X(08) OCCURS 5000 TIMES
003310                              INDEXED BY RULE-ID-IDX.
003320
003330*----------------------------------------------------------*
003340*  Same primitive list SHQBATCH's validation pass checks   *
003350*  APPC-FUNC against.                                      *
003360*----------------------------------------------------------*
003370 01  KNOWN-PRIM-TABLE-DATA.
003380     05 FILLER               PIC X(10) VALUE "+".
003390     05 FILLER               PIC X(10) VALUE "-".
003400     05 FILLER               PIC X(10) VALUE "*".
003410     05 FILLER               PIC X(10) VALUE "/".
003420     05 FILLER               PIC X(10) VALUE "<=".
003430     05 FILLER               PIC X(10) VALUE "substring".
003440     05 FILLER               PIC X(10) VALUE "strlen".
003450     05 FILLER               PIC X(10) VALUE "equal?".
003460     05 FILLER               PIC X(10) VALUE "error".
003470     05 FILLER               PIC X(10) VALUE "lookup".
003471     05 FILLER               PIC X(10) VALUE "days-btwn".
003472     05 FILLER               PIC X(10) VALUE "add-days".
003473     05 FILLER               PIC X(10) VALUE "add-months".
003474     05 FILLER               PIC X(10) VALUE "weekday".
003475     05 FILLER               PIC X(10) VALUE "month-end".
003476     05 FILLER               PIC X(10) VALUE "today".
003480 01  KNOWN-PRIM-TABLE REDEFINES KNOWN-PRIM-TABLE-DATA.
003490     05 KNOWN-PRIM-NAME      PIC X(10) OCCURS 16 TIMES
003500                              INDEXED BY PRIM-IDX.
003510
003520*----------------------------------------------------------*
003530*  Top environment plus FUNLIB, for the validation pass's  *
003540*  unbound-identifier check.                               *
003550*----------------------------------------------------------*
003560 01  PROMO-ENVR.
003570     05 BINDING OCCURS 200 TIMES INDEXED BY ENVR-IDX.
003580         10 SYMBOLS           PIC X(10) VALUE SPACES.
003590         10 BOUND-VALS.
003600             15 VAL-TYPES     PIC X(01).
003610             15 VALS          PIC X(150).
003620
003630*----------------------------------------------------------*
003640*  SHEQ5 call interface for the change-log renderings.     *
003650*----------------------------------------------------------*
003660 01  DECOMP-TREE              PIC X(150).
003670 01  DECOMP-TYPE              PIC X(02).
003680 01  DECOMP-TEXT              PIC X(200).
003690
003700 PROCEDURE DIVISION.
003710*----------------------------------------------------------*
003720*  0000-MAINLINE                                           *
003730*----------------------------------------------------------*
003740 0000-MAINLINE.
003750     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003760     IF NOT WS-INIT-OK
003770         DISPLAY "SHQPROMO: initialization failed - package "
003780             "not applied."
003790         MOVE 12 TO RETURN-CODE
003800         GOBACK
003810     END-IF
003820     PERFORM 2000-CHECK-PACKAGE THRU 2000-EXIT
003830     IF NOT WS-PACKAGE-REJECTED
003840         PERFORM 3000-BUILD-NEW-ASTIN THRU 3000-EXIT
003850     END-IF
003860     IF NOT WS-PACKAGE-REJECTED
003870         PERFORM 4000-RENUMBER-POOL-REFS THRU 4000-EXIT
003880     END-IF
003890     IF NOT WS-PACKAGE-REJECTED
003900         PERFORM 5000-VALIDATE-NEW-ASTIN THRU 5000-EXIT
003910     END-IF
003920     IF NOT WS-PACKAGE-REJECTED
003930         PERFORM 6000-WRITE-NEW-ASTIN THRU 6000-EXIT
003940     END-IF
003950     IF NOT WS-PACKAGE-REJECTED
003960         PERFORM 7000-WRITE-CHANGE-LOG THRU 7000-EXIT
003970     END-IF
003980     PERFORM 9000-FINALIZE THRU 9000-EXIT
003990     GOBACK.
004000
004010*----------------------------------------------------------*
004020*  1000-INITIALIZE: open the report, build the validation  *
004030*  environment, and load the current ASTIN and the package.  *
004040*----------------------------------------------------------*
004050 1000-INITIALIZE.
004060     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004070     ACCEPT WS-RUN-TIME FROM TIME
004080     MOVE SPACES TO PKG-TABLE
004090     MOVE SPACES TO OLD-INFO-TABLE
004100     MOVE SPACES TO NEW-INFO-TABLE
004110     MOVE SPACES TO WS-RULE-ID-TABLE
004120     OPEN OUTPUT PROMO-RPT-FILE
004130     IF FS-PROMO-RPT NOT = "00"
004140         DISPLAY "SHQPROMO: unable to open PROMRPT, status "
004150             FS-PROMO-RPT
004160         MOVE "N" TO WS-INIT-SW
004170         GO TO 1000-EXIT
004180     END-IF
004190     MOVE SPACES TO PROMO-RPT-RECORD
004200     STRING "RULE PROMOTION RUN " DELIMITED BY SIZE
004210         WS-RUN-DATE DELIMITED BY SIZE
004220         " " DELIMITED BY SIZE
004230         WS-RUN-TIME(1:6) DELIMITED BY SIZE
004240         INTO PROMO-RPT-RECORD
004250     WRITE PROMO-RPT-RECORD
004260     PERFORM 1100-SET-TOP-ENV THRU 1100-EXIT
004270     PERFORM 1150-LOAD-FUN-LIB THRU 1150-EXIT
004280     PERFORM 1200-LOAD-CURRENT-ASTIN THRU 1200-EXIT
004290     IF NOT WS-INIT-OK
004300         GO TO 1000-EXIT
004310     END-IF
004320     PERFORM 1300-LOAD-PACKAGE THRU 1300-EXIT.
004330 1000-EXIT.
004340     EXIT.
004350
004360*----------------------------------------------------------*
004370*  1100-SET-TOP-ENV: same default top environment SHQBATCH *
004380*  seeds.                                                  *
004390*----------------------------------------------------------*
004400 1100-SET-TOP-ENV.
004410     MOVE "+" TO SYMBOLS(1)
004420     MOVE "P" TO VAL-TYPES(1)
004430     MOVE "+" TO VALS(1)
004440
004450     MOVE "-" TO SYMBOLS(2)
004460     MOVE "P" TO VAL-TYPES(2)
004470     MOVE "-" TO VALS(2)
004480
004490     MOVE "*" TO SYMBOLS(3)
004500     MOVE "P" TO VAL-TYPES(3)
004510     MOVE "*" TO VALS(3)
004520
004530     MOVE "/" TO SYMBOLS(4)
004540     MOVE "P" TO VAL-TYPES(4)
004550     MOVE "/" TO VALS(4)
004560
004570     MOVE "<=" TO SYMBOLS(5)
004580     MOVE "P" TO VAL-TYPES(5)
004590     MOVE "<=" TO VALS(5)
004600
004610     MOVE "substring" TO SYMBOLS(6)
004620     MOVE "P" TO VAL-TYPES(6)
004630     MOVE "substring" TO VALS(6)
004640
004650     MOVE "strlen" TO SYMBOLS(7)
004660     MOVE "P" TO VAL-TYPES(7)
004670     MOVE "strlen" TO VALS(7)
004680
004690     MOVE "equal?" TO SYMBOLS(8)
004700     MOVE "P" TO VAL-TYPES(8)
004710     MOVE "equal?" TO VALS(8)
004720
004730     MOVE "true" TO SYMBOLS(9)
004740     MOVE "B" TO VAL-TYPES(9)
004750     MOVE "true" TO VALS(9)
004760
004770     MOVE "false" TO SYMBOLS(10)
004780     MOVE "B" TO VAL-TYPES(10)
004790     MOVE "false" TO VALS(10)
004800
004810     MOVE "error" TO SYMBOLS(11)
004820     MOVE "P" TO VAL-TYPES(11)
004830     MOVE "error" TO VALS(11)
004840
004850     MOVE "lookup" TO SYMBOLS(12)
004851     MOVE "P" TO VAL-TYPES(12)
004852     MOVE "lookup" TO VALS(12)
004853
004854     MOVE "days-btwn" TO SYMBOLS(13)
004855     MOVE "P" TO VAL-TYPES(13)
004856     MOVE "days-btwn" TO VALS(13)
004857
004858     MOVE "add-days" TO SYMBOLS(14)
004859     MOVE "P" TO VAL-TYPES(14)
004860     MOVE "add-days" TO VALS(14)
004861
004862     MOVE "add-months" TO SYMBOLS(15)
004863     MOVE "P" TO VAL-TYPES(15)
004864     MOVE "add-months" TO VALS(15)
004865
004866     MOVE "weekday" TO SYMBOLS(16)
004867     MOVE "P" TO VAL-TYPES(16)
004868     MOVE "weekday" TO VALS(16)
004869
004870     MOVE "month-end" TO SYMBOLS(17)
004871     MOVE "P" TO VAL-TYPES(17)
004872     MOVE "month-end" TO VALS(17)
004873
004874     MOVE "today" TO SYMBOLS(18)
004875     MOVE "P" TO VAL-TYPES(18)
004876     MOVE "today" TO VALS(18).
004880 1100-EXIT.
004890     EXIT.
004900
004910*----------------------------------------------------------*
004920*  1150-LOAD-FUN-LIB: bind every FUNLIB row the way        *
004930*  SHQBATCH's 1150-LOAD-FUN-LIB does.                      *
004940*----------------------------------------------------------*
004950 1150-LOAD-FUN-LIB.
004960     OPEN INPUT FUN-LIB-FILE
004970     IF FS-FUNLIB NOT = "00"
004980         DISPLAY "SHQPROMO: no FUNLIB supplied, status "
004990             FS-FUNLIB " - using built-in top environment only."
005000         GO TO 1150-EXIT
005010     END-IF
005020     PERFORM 1160-LOAD-ONE-FUNCTION THRU 1160-EXIT
005030         UNTIL FUNLIB-EOF
005040     CLOSE FUN-LIB-FILE
005050     DISPLAY "SHQPROMO: " WS-FUNLIB-COUNT
005060         " function(s) loaded from FUNLIB.".
005070 1150-EXIT.
005080     EXIT.
005090
005100 1160-LOAD-ONE-FUNCTION.
005110     READ FUN-LIB-FILE
005120         AT END
005130             SET FUNLIB-EOF TO TRUE
005140             GO TO 1160-EXIT
005150     END-READ
005160     IF FUNLIB-VAL-TYPE = "C"
005170         AND (FUNLIB-LAMC-BODY-TYPE = "If" OR "Le"
005180                                   OR "A"  OR "L")
005190         DISPLAY "SHQPROMO: FUNLIB function " FUNLIB-SYM
005200             " has a compound body - not bound."
005210         GO TO 1160-EXIT
005220     END-IF
005230     SET ENVR-IDX TO 1
005240     SEARCH BINDING
005250         AT END
005260             DISPLAY "SHQPROMO: PROMO-ENVR full, function "
005270                 FUNLIB-SYM " not bound"
005280         WHEN SYMBOLS(ENVR-IDX) = SPACES
005290             MOVE FUNLIB-SYM TO SYMBOLS(ENVR-IDX)
005300             MOVE FUNLIB-VAL-TYPE TO VAL-TYPES(ENVR-IDX)
005310             MOVE FUNLIB-VAL TO VALS(ENVR-IDX)
005320             ADD 1 TO WS-FUNLIB-COUNT
005330     END-SEARCH.
005340 1160-EXIT.
005350     EXIT.
005360
005370*----------------------------------------------------------*
005380*  1200-LOAD-CURRENT-ASTIN: the whole production ASTIN, by *
005390*  position.  A file too big for the pool cannot be promoted  *
005400*  into safely, so it fails initialization outright.       *
005410*----------------------------------------------------------*
005420 1200-LOAD-CURRENT-ASTIN.
005430     OPEN INPUT AST-IN-FILE
005440     IF FS-AST-IN NOT = "00"
005450         DISPLAY "SHQPROMO: unable to open ASTIN, status "
005460             FS-AST-IN
005470         MOVE "N" TO WS-INIT-SW
005480         GO TO 1200-EXIT
005490     END-IF
005500     PERFORM 1210-LOAD-ONE-RECORD THRU 1210-EXIT
005510         UNTIL AST-IN-EOF
005520     CLOSE AST-IN-FILE.
005530 1200-EXIT.
005540     EXIT.
005550
005560 1210-LOAD-ONE-RECORD.
005570     READ AST-IN-FILE
005580         AT END
005590             SET AST-IN-EOF TO TRUE
005600             GO TO 1210-EXIT
005610     END-READ
005620     IF OLD-AST-POOL-COUNT >= 5000
005630         DISPLAY "SHQPROMO: ASTIN has more than 5000 records - "
005640             "cannot be promoted into."
005650         MOVE "N" TO WS-INIT-SW
005660         SET AST-IN-EOF TO TRUE
005670         GO TO 1210-EXIT
005680     END-IF
005690     ADD 1 TO OLD-AST-POOL-COUNT
005700     MOVE OLD-AST-POOL-COUNT TO OLD-SUB
005710     MOVE REC-AST-TYPE TO OLD-AST-TYPE(OLD-SUB)
005720     MOVE REC-AST-TREE TO OLD-AST-TREE(OLD-SUB)
005730     MOVE REC-POOL-ONLY TO OLD-POOL-ONLY(OLD-SUB)
005740     MOVE REC-RULE-ID TO OLD-RULE-ID(OLD-SUB)
005750     MOVE ZEROS TO OLD-ACTION-SUB(OLD-SUB)
005760     MOVE ZEROS TO OLD-NEW-POS(OLD-SUB).
005770 1210-EXIT.
005780     EXIT.
005790
005800*----------------------------------------------------------*
005810*  1300-LOAD-PACKAGE: every action card into PKG-TABLE.  An  *
005820*  empty package, or one too big to hold, is rejected rather  *
005830*  than applied in part.                                   *
005840*----------------------------------------------------------*
005850 1300-LOAD-PACKAGE.
005860     OPEN INPUT PROMO-PKG-FILE
005870     IF FS-PROMO-PKG NOT = "00"
005880         DISPLAY "SHQPROMO: unable to open PROMPKG, status "
005890             FS-PROMO-PKG
005900         MOVE "N" TO WS-INIT-SW
005910         GO TO 1300-EXIT
005920     END-IF
005930     PERFORM 1310-LOAD-ONE-ACTION THRU 1310-EXIT
005940         UNTIL PROMO-PKG-EOF
005950     CLOSE PROMO-PKG-FILE
005960     IF PKG-COUNT = 0
005970         MOVE "PACKAGE CONTAINS NO ACTIONS" TO PROMO-RPT-RECORD
005980         WRITE PROMO-RPT-RECORD
005990         SET WS-PACKAGE-REJECTED TO TRUE
006000     END-IF.
006010 1300-EXIT.
006020     EXIT.
006030
006040 1310-LOAD-ONE-ACTION.
006050     READ PROMO-PKG-FILE
006060         AT END
006070             SET PROMO-PKG-EOF TO TRUE
006080             GO TO 1310-EXIT
006090     END-READ
006100     IF PROMO-PKG-RECORD(1:1) = "*" OR PROMO-PKG-RECORD = SPACES
006110         GO TO 1310-EXIT
006120     END-IF
006130     IF PKG-COUNT >= 500
006140         MOVE "PACKAGE HAS MORE THAN 500 ACTIONS"
006150             TO PROMO-RPT-RECORD
006160         WRITE PROMO-RPT-RECORD
006170         SET WS-PACKAGE-REJECTED TO TRUE
006180         SET PROMO-PKG-EOF TO TRUE
006190         GO TO 1310-EXIT
006200     END-IF
006210     ADD 1 TO PKG-COUNT
006220     MOVE PKG-ACTION TO PK-ACTION(PKG-COUNT)
006230     MOVE PKG-RULE-ID TO PK-RULE-ID(PKG-COUNT)
006240     MOVE PKG-TICKET TO PK-TICKET(PKG-COUNT)
006250     MOVE PKG-AUTHOR TO PK-AUTHOR(PKG-COUNT)
006260     MOVE PKG-APPROVER TO PK-APPROVER(PKG-COUNT)
006270     MOVE PKG-AFTER-ID TO PK-AFTER-ID(PKG-COUNT)
006280     MOVE PKG-IMAGE TO PK-IMAGE(PKG-COUNT)
006290     MOVE ZEROS TO PK-OLD-POS(PKG-COUNT)
006300     MOVE ZEROS TO PK-SRC-NO(PKG-COUNT)
006310     MOVE ZEROS TO PK-NEW-POS(PKG-COUNT).
006320 1310-EXIT.
006330     EXIT.
006340
006350*----------------------------------------------------------*
006360*  2000-CHECK-PACKAGE: check every action against the current  *
006370*  ASTIN and report each one.  Every action is checked even  *
006380*  after the first failure, so one run shows the author all  *
006390*  that is wrong with the package.                         *
006400*----------------------------------------------------------*
006410 2000-CHECK-PACKAGE.
006420     MOVE SPACES TO PROMO-RPT-RECORD
006430     WRITE PROMO-RPT-RECORD
006440     MOVE "PACKAGE ACTIONS:" TO PROMO-RPT-RECORD
006450     WRITE PROMO-RPT-RECORD
006460     PERFORM 2100-CHECK-ONE-ACTION THRU 2100-EXIT
006470         VARYING PKG-SUB FROM 1 BY 1
006480         UNTIL PKG-SUB > PKG-COUNT.
006490 2000-EXIT.
006500     EXIT.
006510
006520 2100-CHECK-ONE-ACTION.
006530     MOVE SPACES TO WS-REASON
006540     PERFORM 2200-FIND-ACTION-FAULT THRU 2200-EXIT
006550     MOVE SPACES TO PROMO-RPT-RECORD
006560     STRING PK-ACTION(PKG-SUB) DELIMITED BY SIZE
006570         " " DELIMITED BY SIZE
006580         PK-RULE-ID(PKG-SUB) DELIMITED BY SIZE
006590         " TICKET " DELIMITED BY SIZE
006600         PK-TICKET(PKG-SUB) DELIMITED BY SIZE
006610         " AUTHOR " DELIMITED BY SIZE
006620         PK-AUTHOR(PKG-SUB) DELIMITED BY SIZE
006630         " APPROVER " DELIMITED BY SIZE
006640         PK-APPROVER(PKG-SUB) DELIMITED BY SIZE
006650         INTO PROMO-RPT-RECORD
006660     IF WS-REASON = SPACES
006670         MOVE "- OK" TO PROMO-RPT-RECORD(70:4)
006680     ELSE
006690         ADD 1 TO WS-REJECT-COUNT
006700         SET WS-PACKAGE-REJECTED TO TRUE
006710         STRING "- REJECTED: " DELIMITED BY SIZE
006720             WS-REASON DELIMITED BY SIZE
006730             INTO PROMO-RPT-RECORD(70:63)
006740     END-IF
006750     WRITE PROMO-RPT-RECORD.
006760 2100-EXIT.
006770     EXIT.
006780
006790*----------------------------------------------------------*
006800*  2200-FIND-ACTION-FAULT: leave WS-REASON blank if the    *
006810*  action at PKG-SUB can be applied, else say why not.  Each  *
006820*  rule ID may appear in only one action of a package, so the  *
006830*  order the actions are applied in never matters.         *
006840*----------------------------------------------------------*
006850 2200-FIND-ACTION-FAULT.
006860     IF NOT (PK-ACTION(PKG-SUB) = "ADD" OR "REPLACE"
006870             OR "RETIRE")
006880         MOVE "ACTION MUST BE ADD, REPLACE OR RETIRE"
006890             TO WS-REASON
006900         GO TO 2200-EXIT
006910     END-IF
006920     IF PK-RULE-ID(PKG-SUB) = SPACES
006930         MOVE "NO RULE ID" TO WS-REASON
006940         GO TO 2200-EXIT
006950     END-IF
006960     IF PK-TICKET(PKG-SUB) = SPACES
006970             OR PK-AUTHOR(PKG-SUB) = SPACES
006980             OR PK-APPROVER(PKG-SUB) = SPACES
006990         MOVE "TICKET, AUTHOR AND APPROVER ARE ALL REQUIRED"
007000             TO WS-REASON
007010         GO TO 2200-EXIT
007020     END-IF
007030     IF PK-APPROVER(PKG-SUB) = PK-AUTHOR(PKG-SUB)
007040         MOVE "APPROVER MUST NOT BE THE AUTHOR" TO WS-REASON
007050         GO TO 2200-EXIT
007060     END-IF
007070     SET PKG-IDX TO 1
007080     SEARCH PKG-ENTRY
007090         WHEN PK-RULE-ID(PKG-IDX) = PK-RULE-ID(PKG-SUB)
007100             IF PKG-IDX NOT = PKG-SUB
007110                 MOVE "RULE ID ALREADY ACTED ON IN THIS PACKAGE"
007120                     TO WS-REASON
007130                 GO TO 2200-EXIT
007140             END-IF
007150     END-SEARCH
007160     IF PK-IMAGE-RULE-ID(PKG-SUB) = SPACES
007170         MOVE PK-RULE-ID(PKG-SUB) TO PK-IMAGE-RULE-ID(PKG-SUB)
007180     END-IF
007190     IF PK-ACTION(PKG-SUB) NOT = "RETIRE"
007200         IF PK-IMAGE-RULE-ID(PKG-SUB) NOT = PK-RULE-ID(PKG-SUB)
007210             MOVE "IMAGE RULE ID DIFFERS FROM ACTION RULE ID"
007220                 TO WS-REASON
007230             GO TO 2200-EXIT
007240         END-IF
007250         IF PK-AST-TYPE(PKG-SUB) = SPACES
007260             MOVE "NO AST-IN IMAGE SUPPLIED" TO WS-REASON
007270             GO TO 2200-EXIT
007280         END-IF
007290     END-IF
007300     SET OLD-IDX TO 1
007310     SEARCH OLD-INFO-ENTRY
007320         AT END
007330             MOVE ZEROS TO OLD-SUB
007340         WHEN OLD-RULE-ID(OLD-IDX) = PK-RULE-ID(PKG-SUB)
007350             SET OLD-SUB TO OLD-IDX
007360     END-SEARCH
007370     EVALUATE TRUE
007380         WHEN PK-ACTION(PKG-SUB) = "ADD"
007390             IF OLD-SUB NOT = 0
007400                 MOVE "ADD OF A RULE ID ALREADY IN ASTIN"
007410                     TO WS-REASON
007420                 GO TO 2200-EXIT
007430             END-IF
007440             PERFORM 2300-CHECK-ADD-ANCHOR THRU 2300-EXIT
007450             IF WS-REASON NOT = SPACES
007460                 GO TO 2200-EXIT
007470             END-IF
007480             ADD 1 TO PKG-ADD-SEQ
007490             COMPUTE PK-SRC-NO(PKG-SUB)
007500                 = OLD-AST-POOL-COUNT + PKG-ADD-SEQ
007510         WHEN OLD-SUB = 0
007520             STRING PK-ACTION(PKG-SUB) DELIMITED BY SPACE
007530                 " OF A RULE ID NOT IN ASTIN" DELIMITED BY SIZE
007540                 INTO WS-REASON
007550             GO TO 2200-EXIT
007560         WHEN OTHER
007570             MOVE OLD-SUB TO PK-OLD-POS(PKG-SUB)
007580             MOVE PKG-SUB TO OLD-ACTION-SUB(OLD-SUB)
007590     END-EVALUATE.
007600 2200-EXIT.
007610     EXIT.
007620
007630*----------------------------------------------------------*
007640*  2300-CHECK-ADD-ANCHOR: an ADD's PKG-AFTER-ID, when given,  *
007650*  must name a record already in the current ASTIN.        *
007660*----------------------------------------------------------*
007670 2300-CHECK-ADD-ANCHOR.
007680     IF PK-AFTER-ID(PKG-SUB) = SPACES
007690         GO TO 2300-EXIT
007700     END-IF
007710     SET OLD-IDX TO 1
007720     SEARCH OLD-INFO-ENTRY
007730         AT END
007740             MOVE "AFTER-ID NOT IN ASTIN" TO WS-REASON
007750         WHEN OLD-RULE-ID(OLD-IDX) = PK-AFTER-ID(PKG-SUB)
007760             CONTINUE
007770     END-SEARCH.
007780 2300-EXIT.
007790     EXIT.
007800
007810*----------------------------------------------------------*
007820*  3000-BUILD-NEW-ASTIN: lay the new file out in NEW-AST-POOL.  *
007830*  Each current record is kept (its REPLACE image if it has  *
007840*  one) or dropped for a RETIRE, followed by any ADDs anchored  *
007850*  after it; unanchored ADDs go at the end.  Every source  *
007860*  record's landing position is noted for 4000's renumbering.  *
007870*----------------------------------------------------------*
007880 3000-BUILD-NEW-ASTIN.
007890     MOVE ZEROS TO NEW-AST-POOL-COUNT
007900     PERFORM 3100-PLACE-OLD-RECORD THRU 3100-EXIT
007910         VARYING OLD-SUB FROM 1 BY 1
007920         UNTIL OLD-SUB > OLD-AST-POOL-COUNT
007930             OR WS-PACKAGE-REJECTED
007940     MOVE SPACES TO WS-ANCHOR-ID
007950     PERFORM 3200-PLACE-ONE-ADD THRU 3200-EXIT
007960         VARYING PKG-SUB FROM 1 BY 1
007970         UNTIL PKG-SUB > PKG-COUNT
007980             OR WS-PACKAGE-REJECTED.
007990 3000-EXIT.
008000     EXIT.
008010
008020 3100-PLACE-OLD-RECORD.
008030     MOVE OLD-ACTION-SUB(OLD-SUB) TO PKG-SUB
008040     IF PKG-SUB = 0
008050         PERFORM 3300-NEXT-NEW-POS THRU 3300-EXIT
008060         IF WS-PACKAGE-REJECTED
008070             GO TO 3100-EXIT
008080         END-IF
008090         MOVE OLD-AST-TYPE(OLD-SUB) TO POOL-AST-TYPE(NEW-SUB)
008100         MOVE OLD-AST-TREE(OLD-SUB) TO POOL-AST-TREE(NEW-SUB)
008110         MOVE OLD-POOL-ONLY(OLD-SUB) TO NEW-POOL-ONLY(NEW-SUB)
008120         MOVE OLD-RULE-ID(OLD-SUB) TO NEW-RULE-ID(NEW-SUB)
008130         MOVE NEW-SUB TO OLD-NEW-POS(OLD-SUB)
008140     ELSE
008150         IF PK-ACTION(PKG-SUB) = "REPLACE"
008160             PERFORM 3300-NEXT-NEW-POS THRU 3300-EXIT
008170             IF WS-PACKAGE-REJECTED
008180                 GO TO 3100-EXIT
008190             END-IF
008200             PERFORM 3400-MOVE-PKG-IMAGE THRU 3400-EXIT
008210             MOVE NEW-SUB TO OLD-NEW-POS(OLD-SUB)
008220             ADD 1 TO WS-REPLACE-COUNT
008230         ELSE
008240             MOVE ZEROS TO OLD-NEW-POS(OLD-SUB)
008250             ADD 1 TO WS-RETIRE-COUNT
008260         END-IF
008270     END-IF
008280     IF OLD-RULE-ID(OLD-SUB) NOT = SPACES
008290         MOVE OLD-RULE-ID(OLD-SUB) TO WS-ANCHOR-ID
008300         PERFORM 3200-PLACE-ONE-ADD THRU 3200-EXIT
008310             VARYING PKG-SUB FROM 1 BY 1
008320             UNTIL PKG-SUB > PKG-COUNT
008330                 OR WS-PACKAGE-REJECTED
008340     END-IF.
008350 3100-EXIT.
008360     EXIT.
008370
008380*----------------------------------------------------------*
008390*  3200-PLACE-ONE-ADD: place the action at PKG-SUB if it is  *
008400*  an ADD anchored after the rule ID in WS-ANCHOR-ID (spaces  *
008410*  = the unanchored ADDs placed at the end of the file).   *
008420*----------------------------------------------------------*
008430 3200-PLACE-ONE-ADD.
008440     IF PK-ACTION(PKG-SUB) NOT = "ADD"
008450             OR PK-AFTER-ID(PKG-SUB) NOT = WS-ANCHOR-ID
008460         GO TO 3200-EXIT
008470     END-IF
008480     PERFORM 3300-NEXT-NEW-POS THRU 3300-EXIT
008490     IF WS-PACKAGE-REJECTED
008500         GO TO 3200-EXIT
008510     END-IF
008520     PERFORM 3400-MOVE-PKG-IMAGE THRU 3400-EXIT
008530     ADD 1 TO WS-ADD-COUNT.
008540 3200-EXIT.
008550     EXIT.
008560
008570 3300-NEXT-NEW-POS.
008580     IF NEW-AST-POOL-COUNT >= 5000
008590         MOVE "NEW ASTIN WOULD EXCEED 5000 RECORDS"
008600             TO PROMO-RPT-RECORD
008610         WRITE PROMO-RPT-RECORD
008620         SET WS-PACKAGE-REJECTED TO TRUE
008630         GO TO 3300-EXIT
008640     END-IF
008650     ADD 1 TO NEW-AST-POOL-COUNT
008660     MOVE NEW-AST-POOL-COUNT TO NEW-SUB.
008670 3300-EXIT.
008680     EXIT.
008690
008700 3400-MOVE-PKG-IMAGE.
008710     MOVE PK-AST-TYPE(PKG-SUB) TO POOL-AST-TYPE(NEW-SUB)
008720     MOVE PK-AST-TREE(PKG-SUB) TO POOL-AST-TREE(NEW-SUB)
008730     MOVE PK-POOL-ONLY(PKG-SUB) TO NEW-POOL-ONLY(NEW-SUB)
008740     MOVE PK-IMAGE-RULE-ID(PKG-SUB) TO NEW-RULE-ID(NEW-SUB)
008750     MOVE NEW-SUB TO PK-NEW-POS(PKG-SUB).
008760 3400-EXIT.
008770     EXIT.
008780
008790*----------------------------------------------------------*
008800*  4000-RENUMBER-POOL-REFS: every compound slot of every new  *
008810*  record - the three If slots, a Let's value and body, a  *
008820*  closure body - is mapped from the package numbering to the  *
008830*  new file's.  A reference to a retired record, or to a number  *
008840*  that is no record at all, is dangling and rejects the   *
008850*  package.                                                *
008860*----------------------------------------------------------*
008870 4000-RENUMBER-POOL-REFS.
008880     COMPUTE WS-SRC-LIMIT = OLD-AST-POOL-COUNT + PKG-ADD-SEQ
008890     MOVE SPACES TO PROMO-RPT-RECORD
008900     WRITE PROMO-RPT-RECORD
008910     MOVE "POOL REFERENCE RENUMBERING:" TO PROMO-RPT-RECORD
008920     WRITE PROMO-RPT-RECORD
008930     PERFORM 4100-RENUMBER-ONE-RECORD THRU 4100-EXIT
008940         VARYING NEW-SUB FROM 1 BY 1
008950         UNTIL NEW-SUB > NEW-AST-POOL-COUNT
008960     IF WS-RENUM-COUNT = 0 AND NOT WS-PACKAGE-REJECTED
008970         MOVE "    NO RECORD'S REFERENCES CHANGED."
008980             TO PROMO-RPT-RECORD
008990         WRITE PROMO-RPT-RECORD
009000     END-IF.
009010 4000-EXIT.
009020     EXIT.
009030
009040 4100-RENUMBER-ONE-RECORD.
009050     MOVE "N" TO WS-RENUM-SW
009060     SET POOL-IDX TO NEW-SUB
009070     EVALUATE POOL-AST-TYPE(POOL-IDX)
009080         WHEN "If"
009090             MOVE POOL-IFC-TEST-TYPE(POOL-IDX) TO WS-SLOT-TYPE
009100             MOVE POOL-IFC-TEST-VAL(POOL-IDX) TO WS-SLOT-VAL
009110             PERFORM 4200-MAP-SLOT THRU 4200-EXIT
009120             MOVE WS-SLOT-VAL TO POOL-IFC-TEST-VAL(POOL-IDX)
009130             MOVE POOL-IFC-THEN-TYPE(POOL-IDX) TO WS-SLOT-TYPE
009140             MOVE POOL-IFC-THEN-VAL(POOL-IDX) TO WS-SLOT-VAL
009150             PERFORM 4200-MAP-SLOT THRU 4200-EXIT
009160             MOVE WS-SLOT-VAL TO POOL-IFC-THEN-VAL(POOL-IDX)
009170             MOVE POOL-IFC-ELSE-TYPE(POOL-IDX) TO WS-SLOT-TYPE
009180             MOVE POOL-IFC-ELSE-VAL(POOL-IDX) TO WS-SLOT-VAL
009190             PERFORM 4200-MAP-SLOT THRU 4200-EXIT
009200             MOVE WS-SLOT-VAL TO POOL-IFC-ELSE-VAL(POOL-IDX)
009210         WHEN "Le"
009220             MOVE POOL-LETC-VAL-TYPE(POOL-IDX) TO WS-SLOT-TYPE
009230             MOVE POOL-LETC-VAL(POOL-IDX) TO WS-SLOT-VAL
009240             PERFORM 4200-MAP-SLOT THRU 4200-EXIT
009250             MOVE WS-SLOT-VAL TO POOL-LETC-VAL(POOL-IDX)
009260             MOVE POOL-LETC-BODY-TYPE(POOL-IDX) TO WS-SLOT-TYPE
009270             MOVE POOL-LETC-BODY(POOL-IDX) TO WS-SLOT-VAL
009280             PERFORM 4200-MAP-SLOT THRU 4200-EXIT
009290             MOVE WS-SLOT-VAL TO POOL-LETC-BODY(POOL-IDX)
009300         WHEN "L"
009310             MOVE POOL-LAMC-BODY-TYPE(POOL-IDX) TO WS-SLOT-TYPE
009320             MOVE POOL-LAMC-BODY(POOL-IDX) TO WS-SLOT-VAL
009330             PERFORM 4200-MAP-SLOT THRU 4200-EXIT
009340             MOVE WS-SLOT-VAL TO POOL-LAMC-BODY(POOL-IDX)
009350         WHEN OTHER
009360             CONTINUE
009370     END-EVALUATE
009380     IF WS-REC-RENUMBERED
009390         ADD 1 TO WS-RENUM-COUNT
009400         MOVE SPACES TO PROMO-RPT-RECORD
009410         STRING "    NEW REC " DELIMITED BY SIZE
009420             NEW-SUB DELIMITED BY SIZE
009430             " RULE " DELIMITED BY SIZE
009440             NEW-RULE-ID(NEW-SUB) DELIMITED BY SIZE
009450             " - POOL REFERENCES RENUMBERED" DELIMITED BY SIZE
009460             INTO PROMO-RPT-RECORD
009470         WRITE PROMO-RPT-RECORD
009480     END-IF.
009490 4100-EXIT.
009500     EXIT.
009510
009520*----------------------------------------------------------*
009530*  4200-MAP-SLOT: map the record number in WS-SLOT-VAL(1:6),  *
009540*  if WS-SLOT-TYPE says the slot holds one.  Numbers up to the  *
009550*  current record count are current ASTIN positions; beyond it  *
009560*  they name the package's ADDs by PK-SRC-NO.              *
009570*----------------------------------------------------------*
009580 4200-MAP-SLOT.
009590     IF NOT (WS-SLOT-TYPE = "If" OR "Le" OR "A" OR "L")
009600         GO TO 4200-EXIT
009610     END-IF
009620     MOVE WS-SLOT-VAL(1:6) TO WS-SLOT-REF-X
009630     MOVE ZEROS TO WS-SLOT-NEW-REF
009640     IF WS-SLOT-REF-X NOT NUMERIC
009650         MOVE "NOT A RECORD NUMBER" TO WS-REASON
009660         GO TO 4200-DANGLING
009670     END-IF
009680     IF WS-SLOT-REF < 1 OR WS-SLOT-REF > WS-SRC-LIMIT
009690         MOVE "NO SUCH RECORD" TO WS-REASON
009700         GO TO 4200-DANGLING
009710     END-IF
009720     IF WS-SLOT-REF > OLD-AST-POOL-COUNT
009730         SET PKG-IDX TO 1
009740         SEARCH PKG-ENTRY
009750             WHEN PK-SRC-NO(PKG-IDX) = WS-SLOT-REF
009760                 MOVE PK-NEW-POS(PKG-IDX) TO WS-SLOT-NEW-REF
009770         END-SEARCH
009780     ELSE
009790         MOVE OLD-NEW-POS(WS-SLOT-REF) TO WS-SLOT-NEW-REF
009800     END-IF
009810     IF WS-SLOT-NEW-REF = 0
009820         MOVE "RECORD RETIRED BY THIS PACKAGE" TO WS-REASON
009830         GO TO 4200-DANGLING
009840     END-IF
009850     IF WS-SLOT-NEW-REF NOT = WS-SLOT-REF
009860         MOVE WS-SLOT-NEW-REF TO WS-SLOT-VAL(1:6)
009870         SET WS-REC-RENUMBERED TO TRUE
009880     END-IF
009890     GO TO 4200-EXIT.
009900 4200-DANGLING.
009910     SET WS-PACKAGE-REJECTED TO TRUE
009920     ADD 1 TO WS-REJECT-COUNT
009930     MOVE SPACES TO PROMO-RPT-RECORD
009940     STRING "    NEW REC " DELIMITED BY SIZE
009950         NEW-SUB DELIMITED BY SIZE
009960         " RULE " DELIMITED BY SIZE
009970         NEW-RULE-ID(NEW-SUB) DELIMITED BY SIZE
009980         " - DANGLING POOL REFERENCE " DELIMITED BY SIZE
009990         WS-SLOT-REF-X DELIMITED BY SIZE
010000         ": " DELIMITED BY SIZE
010010         WS-REASON DELIMITED BY SIZE
010020         INTO PROMO-RPT-RECORD
010030     WRITE PROMO-RPT-RECORD.
010040 4200-EXIT.
010050     EXIT.
010060
010070*----------------------------------------------------------*
010080*  5000-VALIDATE-NEW-ASTIN: SHQBATCH's 2100-VALIDATE-RECORD  *
010090*  rules over every record of the new file - duplicate rule  *
010100*  IDs, unbound identifiers, unknown primitives and out-of-  *
010110*  range pool references.  Any error rejects the package; the  *
010120*  new ASTIN must be one SHQBATCH will run clean.          *
010130*----------------------------------------------------------*
010140 5000-VALIDATE-NEW-ASTIN.
010150     MOVE SPACES TO PROMO-RPT-RECORD
010160     WRITE PROMO-RPT-RECORD
010170     MOVE "VALIDATION OF NEW ASTIN:" TO PROMO-RPT-RECORD
010180     WRITE PROMO-RPT-RECORD
010190     MOVE ZEROS TO WS-VALID-ERROR-COUNT
010200     PERFORM 5100-VALIDATE-RECORD THRU 5100-EXIT
010210         VARYING WS-VALID-REC-COUNT FROM 1 BY 1
010220         UNTIL WS-VALID-REC-COUNT > NEW-AST-POOL-COUNT
010230     IF WS-VALID-ERROR-COUNT > 0
010240         SET WS-PACKAGE-REJECTED TO TRUE
010250         ADD WS-VALID-ERROR-COUNT TO WS-REJECT-COUNT
010260     ELSE
010270         MOVE "    NO VALIDATION ERRORS." TO PROMO-RPT-RECORD
010280         WRITE PROMO-RPT-RECORD
010290     END-IF.
010300 5000-EXIT.
010310     EXIT.
010320
010330 5100-VALIDATE-RECORD.
010340     MOVE WS-VALID-REC-COUNT TO NEW-SUB
010350     PERFORM 5150-VALIDATE-RULE-ID THRU 5150-EXIT
010360     IF NEW-IS-POOL-ONLY(NEW-SUB)
010370         GO TO 5100-EXIT
010380     END-IF
010390     MOVE ZEROS TO WS-VAL-Q-COUNT
010400     MOVE ZEROS TO WS-VAL-Q-POS
010410     MOVE ZEROS TO WS-VAL-LOCAL-COUNT
010420     MOVE SPACES TO WS-VAL-LOCAL-SYMS
010430     SET POOL-IDX TO NEW-SUB
010440     EVALUATE POOL-AST-TYPE(POOL-IDX)
010450         WHEN "I"
010460             MOVE POOL-IDC-SYM(POOL-IDX) TO WS-CHECK-SYM
010470             PERFORM 5450-VALIDATE-EMBEDDED-SYM THRU 5450-EXIT
010480         WHEN OTHER
010490             MOVE POOL-AST-TYPE(POOL-IDX) TO WS-CHECK-TYPE
010500             MOVE NEW-SUB TO WS-CHECK-VAL(1:6)
010510             PERFORM 5300-CHECK-POOL-NODE THRU 5300-EXIT
010520     END-EVALUATE
010530     PERFORM 5470-DRAIN-VALIDATION-QUEUE THRU 5470-EXIT.
010540 5100-EXIT.
010550     EXIT.
010560
010570*----------------------------------------------------------*
010580*  5150-VALIDATE-RULE-ID: SHQBATCH's 2150 duplicate check. *
010590*----------------------------------------------------------*
010600 5150-VALIDATE-RULE-ID.
010610     IF NEW-RULE-ID(NEW-SUB) = SPACES
010620         GO TO 5150-EXIT
010630     END-IF
010640     SET RULE-ID-IDX TO 1
010650     SEARCH WS-SEEN-RULE-ID
010660         WHEN WS-SEEN-RULE-ID(RULE-ID-IDX) = NEW-RULE-ID(NEW-SUB)
010670             ADD 1 TO WS-VALID-ERROR-COUNT
010680             MOVE SPACES TO PROMO-RPT-RECORD
010690             STRING "    REC " DELIMITED BY SIZE
010700                 WS-VALID-REC-COUNT DELIMITED BY SIZE
010710                 " DUPLICATE RULE ID: " DELIMITED BY SIZE
010720                 NEW-RULE-ID(NEW-SUB) DELIMITED BY SIZE
010730                 INTO PROMO-RPT-RECORD
010740             WRITE PROMO-RPT-RECORD
010750         WHEN WS-SEEN-RULE-ID(RULE-ID-IDX) = SPACES
010760             MOVE NEW-RULE-ID(NEW-SUB)
010770                 TO WS-SEEN-RULE-ID(RULE-ID-IDX)
010780     END-SEARCH.
010790 5150-EXIT.
010800     EXIT.
010810
010820*----------------------------------------------------------*
010830*  5300-CHECK-POOL-NODE: check the node at record number   *
010840*  WS-CHECK-VAL(1:6) - SHQBATCH's 2480-PROCESS-QUEUE-ENTRY.  *
010850*  A top-level record is checked by handing it here as a   *
010860*  reference to itself, which gives exactly 2300/2400/2500's  *
010870*  per-type checks with one copy of the code.              *
010880*----------------------------------------------------------*
010890 5300-CHECK-POOL-NODE.
010900     MOVE WS-CHECK-VAL(1:6) TO WS-POOL-REF
010910     IF WS-POOL-REF < 1 OR WS-POOL-REF > NEW-AST-POOL-COUNT
010920         ADD 1 TO WS-VALID-ERROR-COUNT
010930         MOVE SPACES TO PROMO-RPT-RECORD
010940         STRING "    REC " DELIMITED BY SIZE
010950             WS-VALID-REC-COUNT DELIMITED BY SIZE
010960             " OUT-OF-RANGE POOL REFERENCE: " DELIMITED BY SIZE
010970             WS-POOL-REF DELIMITED BY SIZE
010980             INTO PROMO-RPT-RECORD
010990         WRITE PROMO-RPT-RECORD
011000         GO TO 5300-EXIT
011010     END-IF
011020     SET POOL-IDX TO WS-POOL-REF
011030     EVALUATE POOL-AST-TYPE(POOL-IDX)
011040         WHEN "If"
011050             MOVE POOL-IFC-TEST-TYPE(POOL-IDX) TO WS-CHECK-TYPE
011060             MOVE POOL-IFC-TEST-VAL(POOL-IDX) TO WS-CHECK-VAL
011070             PERFORM 5460-ENQUEUE-SLOT THRU 5460-EXIT
011080             MOVE POOL-IFC-THEN-TYPE(POOL-IDX) TO WS-CHECK-TYPE
011090             MOVE POOL-IFC-THEN-VAL(POOL-IDX) TO WS-CHECK-VAL
011100             PERFORM 5460-ENQUEUE-SLOT THRU 5460-EXIT
011110             MOVE POOL-IFC-ELSE-TYPE(POOL-IDX) TO WS-CHECK-TYPE
011120             MOVE POOL-IFC-ELSE-VAL(POOL-IDX) TO WS-CHECK-VAL
011130             PERFORM 5460-ENQUEUE-SLOT THRU 5460-EXIT
011140         WHEN "Le"
011150             MOVE POOL-LETC-SYM(POOL-IDX) TO WS-CHECK-SYM
011160             PERFORM 5440-RECORD-LOCAL-SYM THRU 5440-EXIT
011170             MOVE POOL-LETC-VAL-TYPE(POOL-IDX) TO WS-CHECK-TYPE
011180             MOVE POOL-LETC-VAL(POOL-IDX) TO WS-CHECK-VAL
011190             PERFORM 5460-ENQUEUE-SLOT THRU 5460-EXIT
011200             IF POOL-LETC-BODY-TYPE(POOL-IDX) = "I"
011210                     AND POOL-LETC-BODY(POOL-IDX)
011220                         = POOL-LETC-SYM(POOL-IDX)
011230                 CONTINUE
011240             ELSE
011250                 MOVE POOL-LETC-BODY-TYPE(POOL-IDX)
011260                     TO WS-CHECK-TYPE
011270                 MOVE POOL-LETC-BODY(POOL-IDX) TO WS-CHECK-VAL
011280                 PERFORM 5460-ENQUEUE-SLOT THRU 5460-EXIT
011290             END-IF
011300         WHEN "A"
011310             IF POOL-APPC-TYPE(POOL-IDX) = "P"
011320                 SET PRIM-IDX TO 1
011330                 SEARCH KNOWN-PRIM-NAME
011340                     AT END
011350                         ADD 1 TO WS-VALID-ERROR-COUNT
011360                         MOVE SPACES TO PROMO-RPT-RECORD
011370                         STRING "    REC " DELIMITED BY SIZE
011380                             WS-VALID-REC-COUNT
011390                                 DELIMITED BY SIZE
011400                             " UNKNOWN PRIMITIVE: "
011410                                 DELIMITED BY SIZE
011420                             POOL-APPC-FUNC(POOL-IDX)
011430                                 DELIMITED BY SIZE
011440                             INTO PROMO-RPT-RECORD
011450                         WRITE PROMO-RPT-RECORD
011460                     WHEN KNOWN-PRIM-NAME(PRIM-IDX)
011470                             = POOL-APPC-FUNC(POOL-IDX)
011480                         CONTINUE
011490                 END-SEARCH
011500             ELSE
011510                 IF POOL-APPC-TYPE(POOL-IDX) = "C"
011520                     MOVE POOL-APPC-FUNC(POOL-IDX)
011530                         TO WS-CHECK-SYM
011540                     PERFORM 5450-VALIDATE-EMBEDDED-SYM
011550                         THRU 5450-EXIT
011560                 END-IF
011570             END-IF
011580*    A closure body is not walked, for the same reason SHQBATCH  *
011590*    leaves it to SHEQ4 - its own parameters are not modeled.  *
011600         WHEN OTHER
011610             CONTINUE
011620     END-EVALUATE.
011630 5300-EXIT.
011640     EXIT.
011650
011660 5440-RECORD-LOCAL-SYM.
011670     IF WS-VAL-LOCAL-COUNT < 50
011680         ADD 1 TO WS-VAL-LOCAL-COUNT
011690         MOVE WS-CHECK-SYM
011700             TO WS-VAL-LOCAL-SYM(WS-VAL-LOCAL-COUNT)
011710     ELSE
011720         DISPLAY "SHQPROMO: REC " WS-VALID-REC-COUNT
011730             " local symbol table full - some let-bound"
011740             " names may misreport as unbound."
011750     END-IF.
011760 5440-EXIT.
011770     EXIT.
011780
011790 5450-VALIDATE-EMBEDDED-SYM.
011800     SET LOCAL-SYM-IDX TO 1
011810     SEARCH WS-VAL-LOCAL-SYM
011820         AT END
011830             CONTINUE
011840         WHEN WS-VAL-LOCAL-SYM(LOCAL-SYM-IDX) = WS-CHECK-SYM
011850             GO TO 5450-EXIT
011860     END-SEARCH
011870     SET ENVR-IDX TO 1
011880     SEARCH BINDING
011890         AT END
011900             ADD 1 TO WS-VALID-ERROR-COUNT
011910             MOVE SPACES TO PROMO-RPT-RECORD
011920             STRING "    REC " DELIMITED BY SIZE
011930                 WS-VALID-REC-COUNT DELIMITED BY SIZE
011940                 " UNBOUND IDENTIFIER: " DELIMITED BY SIZE
011950                 WS-CHECK-SYM DELIMITED BY SIZE
011960                 INTO PROMO-RPT-RECORD
011970             WRITE PROMO-RPT-RECORD
011980         WHEN SYMBOLS(ENVR-IDX) = WS-CHECK-SYM
011990             CONTINUE
012000     END-SEARCH.
012010 5450-EXIT.
012020     EXIT.
012030
012040*----------------------------------------------------------*
012050*  5460-ENQUEUE-SLOT: SHQBATCH's 2460 - an atomic identifier  *
012060*  is checked now, a compound slot queued for 5470.        *
012070*----------------------------------------------------------*
012080 5460-ENQUEUE-SLOT.
012090     IF WS-CHECK-TYPE = "I"
012100         MOVE WS-CHECK-VAL TO WS-CHECK-SYM
012110         PERFORM 5450-VALIDATE-EMBEDDED-SYM THRU 5450-EXIT
012120     ELSE
012130         IF WS-CHECK-TYPE = "If" OR "Le" OR "A" OR "L"
012140             IF WS-VAL-Q-COUNT < 50
012150                 ADD 1 TO WS-VAL-Q-COUNT
012160                 MOVE WS-CHECK-TYPE
012170                     TO WS-VAL-Q-TYPE(WS-VAL-Q-COUNT)
012180                 MOVE WS-CHECK-VAL
012190                     TO WS-VAL-Q-VAL(WS-VAL-Q-COUNT)
012200             ELSE
012210                 ADD 1 TO WS-VALID-ERROR-COUNT
012220                 MOVE SPACES TO PROMO-RPT-RECORD
012230                 STRING "    REC " DELIMITED BY SIZE
012240                     WS-VALID-REC-COUNT DELIMITED BY SIZE
012250                     " VALIDATION WORKLIST FULL - NESTED"
012260                         DELIMITED BY SIZE
012270                     " EXPRESSIONS UNCHECKED" DELIMITED BY SIZE
012280                     INTO PROMO-RPT-RECORD
012290                 WRITE PROMO-RPT-RECORD
012300             END-IF
012310         END-IF
012320     END-IF.
012330 5460-EXIT.
012340     EXIT.
012350
012360 5470-DRAIN-VALIDATION-QUEUE.
012370     PERFORM 5480-PROCESS-QUEUE-ENTRY THRU 5480-EXIT
012380         VARYING WS-VAL-Q-POS FROM 1 BY 1
012390         UNTIL WS-VAL-Q-POS > WS-VAL-Q-COUNT.
012400 5470-EXIT.
012410     EXIT.
012420
012430 5480-PROCESS-QUEUE-ENTRY.
012440     MOVE WS-VAL-Q-TYPE(WS-VAL-Q-POS) TO WS-CHECK-TYPE
012450     MOVE WS-VAL-Q-VAL(WS-VAL-Q-POS) TO WS-CHECK-VAL
012460     PERFORM 5300-CHECK-POOL-NODE THRU 5300-EXIT.
012470 5480-EXIT.
012480     EXIT.
012490
012500*----------------------------------------------------------*
012510*  6000-WRITE-NEW-ASTIN: only reached once every action,   *
012520*  every reference and every validation rule has passed.   *
012530*----------------------------------------------------------*
012540 6000-WRITE-NEW-ASTIN.
012550     OPEN OUTPUT AST-NEW-FILE
012560     IF FS-AST-NEW NOT = "00"
012570         DISPLAY "SHQPROMO: unable to open ASTNEW, status "
012580             FS-AST-NEW
012590         MOVE "UNABLE TO OPEN ASTNEW" TO PROMO-RPT-RECORD
012600         WRITE PROMO-RPT-RECORD
012610         SET WS-PACKAGE-REJECTED TO TRUE
012620         GO TO 6000-EXIT
012630     END-IF
012640     PERFORM 6100-WRITE-ONE-RECORD THRU 6100-EXIT
012650         VARYING NEW-SUB FROM 1 BY 1
012660         UNTIL NEW-SUB > NEW-AST-POOL-COUNT
012670     CLOSE AST-NEW-FILE.
012680 6000-EXIT.
012690     EXIT.
012700
012710 6100-WRITE-ONE-RECORD.
012720     MOVE POOL-AST-TYPE(NEW-SUB) TO NEW-REC-AST-TYPE
012730     MOVE POOL-AST-TREE(NEW-SUB) TO NEW-REC-AST-TREE
012740     MOVE NEW-POOL-ONLY(NEW-SUB) TO NEW-REC-POOL-ONLY
012750     MOVE NEW-RULE-ID(NEW-SUB) TO NEW-REC-RULE-ID
012760     WRITE AST-NEW-RECORD.
012770 6100-EXIT.
012780     EXIT.
012790
012800*----------------------------------------------------------*
012810*  7000-WRITE-CHANGE-LOG: extend the permanent change log  *
012820*  with every action of the accepted package.  A failure to  *
012830*  open it is reported but does not undo the new ASTIN - the  *
012840*  PROMRPT listing still records what was done.            *
012850*----------------------------------------------------------*
012860 7000-WRITE-CHANGE-LOG.
012870     OPEN EXTEND CHG-LOG-FILE
012880     IF FS-CHG-LOG NOT = "00"
012890         OPEN OUTPUT CHG-LOG-FILE
012900     END-IF
012910     IF FS-CHG-LOG NOT = "00"
012920         DISPLAY "SHQPROMO: unable to open CHGLOG, status "
012930             FS-CHG-LOG " - change log not written."
012940         MOVE "CHANGE LOG NOT WRITTEN - UNABLE TO OPEN CHGLOG"
012950             TO PROMO-RPT-RECORD
012960         WRITE PROMO-RPT-RECORD
012970         MOVE 4 TO RETURN-CODE
012980         GO TO 7000-EXIT
012990     END-IF
013000     PERFORM 7100-LOG-ONE-ACTION THRU 7100-EXIT
013010         VARYING PKG-SUB FROM 1 BY 1
013020         UNTIL PKG-SUB > PKG-COUNT
013030     CLOSE CHG-LOG-FILE.
013040 7000-EXIT.
013050     EXIT.
013060
013070 7100-LOG-ONE-ACTION.
013080     MOVE SPACES TO CHG-LOG-RECORD
013090     MOVE WS-RUN-DATE TO LOG-DATE
013100     MOVE WS-RUN-TIME(1:6) TO LOG-TIME
013110     MOVE PK-TICKET(PKG-SUB) TO LOG-TICKET
013120     MOVE PK-ACTION(PKG-SUB) TO LOG-ACTION
013130     MOVE PK-RULE-ID(PKG-SUB) TO LOG-RULE-ID
013140     MOVE "HD" TO LOG-KIND
013150     MOVE PK-AUTHOR(PKG-SUB) TO LOG-AUTHOR
013160     MOVE PK-APPROVER(PKG-SUB) TO LOG-APPROVER
013170     MOVE PK-OLD-POS(PKG-SUB) TO LOG-OLD-REC-NO
013180     MOVE PK-NEW-POS(PKG-SUB) TO LOG-NEW-REC-NO
013190     PERFORM 7200-WRITE-LOG-LINE THRU 7200-EXIT
013200
013210     MOVE SPACES TO LOG-BODY
013220     MOVE SPACES TO DECOMP-TEXT
013230     MOVE PK-OLD-POS(PKG-SUB) TO OLD-SUB
013240     IF OLD-SUB NOT = 0
013250         MOVE OLD-AST-TYPE(OLD-SUB) TO LOG-AST-TYPE
013260         MOVE OLD-AST-TREE(OLD-SUB) TO LOG-AST-TREE
013270         MOVE OLD-POOL-ONLY(OLD-SUB) TO LOG-POOL-ONLY
013280         MOVE OLD-RULE-ID(OLD-SUB) TO LOG-IMAGE-RULE-ID
013290         MOVE OLD-AST-TYPE(OLD-SUB) TO DECOMP-TYPE
013300         MOVE OLD-AST-TREE(OLD-SUB) TO DECOMP-TREE
013310         CALL 'SHEQ5' USING
013320             DECOMP-TREE,
013330             DECOMP-TYPE,
013340             DECOMP-TEXT,
013350             OLD-AST-POOL,
013360             OLD-AST-POOL-COUNT
013370     END-IF
013380     MOVE "BI" TO LOG-KIND
013390     PERFORM 7200-WRITE-LOG-LINE THRU 7200-EXIT
013400     MOVE DECOMP-TEXT TO LOG-BODY
013410     MOVE "BR" TO LOG-KIND
013420     PERFORM 7200-WRITE-LOG-LINE THRU 7200-EXIT
013430
013440     MOVE SPACES TO LOG-BODY
013450     MOVE SPACES TO DECOMP-TEXT
013460     MOVE PK-NEW-POS(PKG-SUB) TO NEW-SUB
013470     IF NEW-SUB NOT = 0
013480         MOVE POOL-AST-TYPE(NEW-SUB) TO LOG-AST-TYPE
013490         MOVE POOL-AST-TREE(NEW-SUB) TO LOG-AST-TREE
013500         MOVE NEW-POOL-ONLY(NEW-SUB) TO LOG-POOL-ONLY
013510         MOVE NEW-RULE-ID(NEW-SUB) TO LOG-IMAGE-RULE-ID
013520         MOVE POOL-AST-TYPE(NEW-SUB) TO DECOMP-TYPE
013530         MOVE POOL-AST-TREE(NEW-SUB) TO DECOMP-TREE
013540         CALL 'SHEQ5' USING
013550             DECOMP-TREE,
013560             DECOMP-TYPE,
013570             DECOMP-TEXT,
013580             NEW-AST-POOL,
013590             NEW-AST-POOL-COUNT
013600     END-IF
013610     MOVE "AI" TO LOG-KIND
013620     PERFORM 7200-WRITE-LOG-LINE THRU 7200-EXIT
013630     MOVE DECOMP-TEXT TO LOG-BODY
013640     MOVE "AR" TO LOG-KIND
013650     PERFORM 7200-WRITE-LOG-LINE THRU 7200-EXIT.
013660 7100-EXIT.
013670     EXIT.
013680
013690 7200-WRITE-LOG-LINE.
013700     WRITE CHG-LOG-RECORD
013710     ADD 1 TO WS-LOG-COUNT.
013720 7200-EXIT.
013730     EXIT.
013740
013750*----------------------------------------------------------*
013760*  9000-FINALIZE: the verdict.  RC 12 on a rejected package,  *
013770*  the same hard-error code SHQMERGE uses - neither ASTNEW nor  *
013780*  CHGLOG has been touched and production ASTIN is as it was.  *
013790*----------------------------------------------------------*
013800 9000-FINALIZE.
013810     MOVE SPACES TO PROMO-RPT-RECORD
013820     WRITE PROMO-RPT-RECORD
013830     MOVE SPACES TO PROMO-RPT-RECORD
013840     IF WS-PACKAGE-REJECTED
013850         STRING "PACKAGE REJECTED - " DELIMITED BY SIZE
013860             WS-REJECT-COUNT DELIMITED BY SIZE
013870             " ERROR(S).  NOTHING APPLIED, NEW ASTIN NOT WRITTEN."
013880                 DELIMITED BY SIZE
013890             INTO PROMO-RPT-RECORD
013900         MOVE 12 TO RETURN-CODE
013910     ELSE
013920         STRING "PACKAGE APPLIED - ADDED " DELIMITED BY SIZE
013930             WS-ADD-COUNT DELIMITED BY SIZE
013940             "  REPLACED " DELIMITED BY SIZE
013950             WS-REPLACE-COUNT DELIMITED BY SIZE
013960             "  RETIRED " DELIMITED BY SIZE
013970             WS-RETIRE-COUNT DELIMITED BY SIZE
013980             "  RENUMBERED " DELIMITED BY SIZE
013990             WS-RENUM-COUNT DELIMITED BY SIZE
014000             "  NEW ASTIN RECORDS " DELIMITED BY SIZE
014010             NEW-AST-POOL-COUNT DELIMITED BY SIZE
014020             INTO PROMO-RPT-RECORD
014030     END-IF
014040     WRITE PROMO-RPT-RECORD
014050     CLOSE PROMO-RPT-FILE
014060     IF WS-PACKAGE-REJECTED
014070         DISPLAY "SHQPROMO: package rejected - " WS-REJECT-COUNT
014080             " error(s), see PROMRPT.  Nothing applied."
014090     ELSE
014100         DISPLAY "SHQPROMO: package applied - " PKG-COUNT
014110             " action(s), " NEW-AST-POOL-COUNT
014120             " record(s) written to ASTNEW, " WS-LOG-COUNT
014130             " change-log line(s)."
014140     END-IF.
014150 9000-EXIT.
014160     EXIT.
014170
014180 END PROGRAM SHQPROMO.
