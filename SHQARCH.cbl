000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SHQARCH.
000120 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000130 INSTALLATION. RULE-ENGINE-OPERATIONS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  2026-10-15  DSB  Initial run archive and reproduce      *
000190*                   utility.  Archive mode, run after each *
000200*                   SHQBATCH unit, bundles everything that *
000210*                   produced the unit's results - ASTIN,   *
000220*                   FUNLIB, REFTBL, the RUNOPTS card, the  *
000230*                   final checkpoint environment - with the  *
000240*                   unit's ASTOUT and its SHQTRACE lines   *
000250*                   into the cumulative run archive (ARCHIN  *
000260*                   -> ARCHOUT), keyed by run date and unit,  *
000270*                   with a manifest of record counts and   *
000280*                   hash totals per member.  Bundles older *
000290*                   than the retention window age off the  *
000300*                   way SHQHIST ages history.  Reproduce   *
000310*                   mode restores one bundle, re-runs it   *
000320*                   through SHEQ4 and compares the new     *
000330*                   output to the archived ASTOUT rule by  *
000340*                   rule - the evidence audit asks for when  *
000350*                   a months-old result is questioned.     *
000360*  2026-10-15  DSB  Reproduce skips archived ASTOUT        *
000370*                   results a restart wrote again (record  *
000380*                   number no higher than the last one     *
000390*                   loaded) and counts them on ARCHRPT,    *
000400*                   as SHQJOIN skips them.                 *
000410*----------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ARC-CTL-FILE ASSIGN TO "ARCHCTL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-ARC-CTL.
000480     SELECT AST-IN-FILE ASSIGN TO "ASTIN"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-AST-IN.
000510     SELECT FUN-LIB-FILE ASSIGN TO "FUNLIB"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS FS-FUNLIB.
000540     SELECT REF-TABLE-FILE ASSIGN TO "REFTBL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-REFTBL.
000570     SELECT RUN-OPTS-FILE ASSIGN TO "RUNOPTS"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FS-RUN-OPTS.
000600     SELECT CKPT-FILE ASSIGN TO "SHQCKPT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS FS-CKPT.
000630     SELECT AST-OUT-FILE ASSIGN TO "ASTOUT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS FS-AST-OUT.
000660     SELECT TRACE-RPT-FILE ASSIGN TO "SHQTRACE"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FS-TRACE.
000690     SELECT ARC-IN-FILE ASSIGN TO "ARCHIN"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FS-ARC-IN.
000720     SELECT ARC-OUT-FILE ASSIGN TO "ARCHOUT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS FS-ARC-OUT.
000750     SELECT REP-OUT-FILE ASSIGN TO "REPOUT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS FS-REP-OUT.
000780     SELECT ARC-RPT-FILE ASSIGN TO "ARCHRPT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS FS-ARC-RPT.
000810*----------------------------------------------------------*
000820*  BOXED BANNER: DATA DIVISION                             *
000830*----------------------------------------------------------*
000840 DATA DIVISION.
000850 FILE SECTION.
000860*----------------------------------------------------------*
000870*  One control card: the run date and unit (SHQBATCH's     *
000880*  WS-RUN-DATE / WS-CURRENT-UNIT) the bundle is keyed by,  *
000890*  the retention window in days (000 falls back to 366),   *
000900*  and the mode - blank or "A" archives the unit just run, *
000910*  "R" reproduces an archived bundle.  In archive mode a   *
000920*  blank run date takes the run date the unit's final      *
000930*  checkpoint carries; a blank unit is SHQBATCH's DEFAULT. *
000940*----------------------------------------------------------*
000950 FD  ARC-CTL-FILE
000960     RECORDING MODE IS F.
000970 01  ARC-CTL-RECORD.
000980     05 ACTL-RUN-DATE        PIC X(08).
000990     05 ACTL-UNIT            PIC X(08).
001000     05 ACTL-RETAIN-DAYS     PIC 9(03).
001010     05 ACTL-MODE            PIC X(01).
001020
001030*----------------------------------------------------------*
001040*  The unit's inputs, in the same shapes SHQBATCH reads    *
001050*  them.  They are carried into the archive byte for byte, *
001060*  so only the whole-record views are needed here.         *
001070*----------------------------------------------------------*
001080 FD  AST-IN-FILE
001090     RECORDING MODE IS F.
001100 01  AST-IN-RECORD           PIC X(161).
001110
001120 FD  FUN-LIB-FILE
001130     RECORDING MODE IS F.
001140 01  FUN-LIB-RECORD          PIC X(161).
001150
001160*    Read in archive mode; in reproduce mode the archived  *
001170*    REFTBL member is written back out here so SHEQ4's lookup  *
001180*    loads the rows that were in force when the unit ran.  *
001190 FD  REF-TABLE-FILE
001200     RECORDING MODE IS F.
001210 01  REF-TABLE-RECORD        PIC X(52).
001220
001230 FD  RUN-OPTS-FILE
001240     RECORDING MODE IS F.
001250 01  RUN-OPTS-RECORD         PIC X(18).
001260
001270*----------------------------------------------------------*
001280*  SHQBATCH's checkpoint, same layout as its CKPT-RECORD.  *
001290*  The last record of a unit that ran to completion is the *
001300*  final ("F") checkpoint, whose environment is the one    *
001310*  every record of the unit was interpreted against.       *
001320*----------------------------------------------------------*
001330 FD  CKPT-FILE
001340     RECORDING MODE IS F.
001350 01  CKPT-RECORD.
001360     05 CKPT-STATUS          PIC X(01).
001370     05 CKPT-REC-COUNT       PIC 9(06).
001380     05 CKPT-ENVR.
001390         10 CKPT-BINDING OCCURS 200 TIMES.
001400             15 CKPT-SYMBOLS       PIC X(10).
001410             15 CKPT-BOUND-VALS.
001420                 20 CKPT-VAL-TYPES PIC X(01).
001430                 20 CKPT-VALS      PIC X(150).
001440
001450 FD  AST-OUT-FILE
001460     RECORDING MODE IS F.
001470 01  AST-OUT-RECORD          PIC X(166).
001480
001490*----------------------------------------------------------*
001500*  SHQBATCH's SHQTRACE dataset.  A unit's lines sit between  *
001510*  the STARTED and ENDED marker lines SHQBATCH's           *
001520*  9300-WRITE-TRACE-MARK brackets each unit's run with.    *
001530*----------------------------------------------------------*
001540 FD  TRACE-RPT-FILE
001550     RECORDING MODE IS F.
001560 01  TRACE-RPT-RECORD        PIC X(370).
001570 01  TRACE-MARK-RECORD.
001580     05 TRM-TAG              PIC X(09).
001590         88 TRM-IS-MARK              VALUE "*** UNIT ".
001600     05 TRM-UNIT             PIC X(08).
001610     05 FILLER               PIC X(10).
001620     05 TRM-RUN-DATE         PIC X(08).
001630     05 FILLER               PIC X(01).
001640     05 TRM-EVENT            PIC X(08).
001650         88 TRM-IS-STARTED           VALUE "STARTED".
001660         88 TRM-IS-ENDED             VALUE "ENDED".
001670     05 FILLER               PIC X(01).
001680     05 TRM-STATUS           PIC X(08).
001690     05 FILLER               PIC X(317).
001700
001710*----------------------------------------------------------*
001720*  The run archive - one record per archived input or      *
001730*  output record, keyed by run date and unit, tagged with  *
001740*  the member it came from and its sequence within it.  A  *
001750*  bundle's members are written in a fixed order, closed by  *
001760*  its MANIFEST records.                                   *
001770*----------------------------------------------------------*
001780 FD  ARC-IN-FILE
001790     RECORDING MODE IS F.
001800 01  ARC-IN-RECORD.
001810     05 AI-RUN-DATE          PIC X(08).
001820     05 AI-UNIT              PIC X(08).
001830     05 AI-MEMBER            PIC X(08).
001840     05 AI-SEQ               PIC 9(07).
001850     05 AI-DATA              PIC X(370).
001860
001870 FD  ARC-OUT-FILE
001880     RECORDING MODE IS F.
001890 01  ARC-OUT-RECORD.
001900     05 AO-RUN-DATE          PIC X(08).
001910     05 AO-UNIT              PIC X(08).
001920     05 AO-MEMBER            PIC X(08).
001930     05 AO-SEQ               PIC 9(07).
001940     05 AO-DATA              PIC X(370).
001950
001960*    Reproduced AST-OUT, in SHQBATCH's AST-OUT-RECORD shape.  *
001970 FD  REP-OUT-FILE
001980     RECORDING MODE IS F.
001990 01  REP-OUT-RECORD.
002000     05 RO-REC-NO            PIC 9(06).
002010     05 RO-AST-TYPE          PIC X(02).
002020     05 RO-RESULT            PIC X(150).
002030     05 RO-RULE-ID           PIC X(08).
002040
002050 FD  ARC-RPT-FILE
002060     RECORDING MODE IS F.
002070 01  ARC-RPT-RECORD          PIC X(200).
002080
002090 WORKING-STORAGE SECTION.
002100 77  WS-INIT-SW              PIC X(01) VALUE "Y".
002110     88 WS-INIT-OK                     VALUE "Y".
002120 77  WS-EOF-SW               PIC X(01) VALUE "N".
002130     88 WS-AT-EOF                      VALUE "Y".
002140 77  WS-HAVE-ARCH-SW         PIC X(01) VALUE "N".
002150     88 WS-HAVE-ARCH                   VALUE "Y".
002160 77  WS-HAVE-CKPT-SW         PIC X(01) VALUE "N".
002170     88 WS-HAVE-CKPT                   VALUE "Y".
002180 77  WS-BUNDLE-FOUND-SW      PIC X(01) VALUE "N".
002190     88 WS-BUNDLE-FOUND                VALUE "Y".
002200 77  WS-TRC-INSIDE-SW        PIC X(01) VALUE "N".
002210     88 WS-TRC-INSIDE                  VALUE "Y".
002220 77  WS-TRC-OPEN-SW          PIC X(01) VALUE "N".
002230     88 WS-TRC-BLOCK-OPEN              VALUE "Y".
002240 77  WS-WARN-SW              PIC X(01) VALUE "N".
002250     88 WS-WARNED                      VALUE "Y".
002260 77  WS-RETAINED-COUNT       PIC 9(06) VALUE ZEROS.
002270 77  WS-AGED-COUNT           PIC 9(06) VALUE ZEROS.
002280 77  WS-SUPERSEDED-COUNT     PIC 9(06) VALUE ZEROS.
002290 77  WS-BUNDLE-REC-COUNT     PIC 9(07) VALUE ZEROS.
002300 77  WS-COMPARED-COUNT       PIC 9(06) VALUE ZEROS.
002310 77  WS-MATCHED-COUNT        PIC 9(06) VALUE ZEROS.
002320 77  WS-DIFF-COUNT           PIC 9(06) VALUE ZEROS.
002330 77  WS-QUARANTINED-COUNT    PIC 9(06) VALUE ZEROS.
002340 77  WS-REPEAT-COUNT         PIC 9(06) VALUE ZEROS.
002350 77  WS-INTEGRITY-ERRORS     PIC 9(06) VALUE ZEROS.
002360 01  FS-ARC-CTL              PIC X(02) VALUE SPACES.
002370 01  FS-AST-IN               PIC X(02) VALUE SPACES.
002380 01  FS-FUNLIB               PIC X(02) VALUE SPACES.
002390 01  FS-REFTBL               PIC X(02) VALUE SPACES.
002400 01  FS-RUN-OPTS             PIC X(02) VALUE SPACES.
002410 01  FS-CKPT                 PIC X(02) VALUE SPACES.
002420 01  FS-AST-OUT              PIC X(02) VALUE SPACES.
002430 01  FS-TRACE                PIC X(02) VALUE SPACES.
002440 01  FS-ARC-IN               PIC X(02) VALUE SPACES.
002450 01  FS-ARC-OUT              PIC X(02) VALUE SPACES.
002460 01  FS-REP-OUT              PIC X(02) VALUE SPACES.
002470 01  FS-ARC-RPT              PIC X(02) VALUE SPACES.
002480
002490 01  WS-RUN-DATE             PIC X(08) VALUE SPACES.
002500 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
002510     05 WS-RUN-YYYY          PIC 9(04).
002520     05 WS-RUN-MM            PIC 9(02).
002530         88 WS-RUN-MM-OK             VALUES 1 THRU 12.
002540     05 WS-RUN-DD            PIC 9(02).
002550         88 WS-RUN-DD-OK             VALUES 1 THRU 31.
002560 01  WS-RUN-UNIT             PIC X(08).
002570 01  WS-RUN-MODE             PIC X(01).
002580     88 WS-MODE-ARCHIVE              VALUES " " "A".
002590     88 WS-MODE-REPRODUCE            VALUE "R".
002600 01  WS-RETAIN-DAYS          PIC 9(03).
002610 01  WS-RUN-SERIAL           PIC 9(07).
002620 01  WS-CUTOFF-SERIAL        PIC 9(07).
002630 01  WS-LAST-AGE-DATE        PIC X(08) VALUE SPACES.
002640 01  WS-LAST-AGE-SW          PIC X(01).
002650     88 WS-LAST-AGED-OFF             VALUE "Y".
002660
002670*----------------------------------------------------------*
002680*  The run date the final checkpoint carries, pulled out of  *
002690*  its "*run-date*" binding (NUMC YYYYMMDD in the last 16  *
002700*  bytes of the value, as SHQBATCH's 1100-SET-TOP-ENV binds  *
002710*  it).                                                    *
002720*----------------------------------------------------------*
002730 01  WS-CKPT-RUN-DATE        PIC X(08) VALUE SPACES.
002740 01  WS-CKPT-RUN-DATE-9 REDEFINES WS-CKPT-RUN-DATE
002750                             PIC 9(08).
002760 01  WS-RUN-DATE-VAL         PIC X(150).
002770 01  WS-RUN-DATE-VAL-NUM REDEFINES WS-RUN-DATE-VAL.
002780     05 FILLER               PIC X(134).
002790     05 WS-RUN-DATE-NUMC     PIC S9(11)V9(05).
002800 01  WS-ENV-SUB              PIC 9(03).
002810
002820*    The last checkpoint record read - after the read loop,  *
002830*    the unit's final checkpoint.                          *
002840 01  WS-CKPT-SAVE.
002850     05 SAVE-STATUS          PIC X(01).
002860     05 SAVE-REC-COUNT       PIC 9(06).
002870     05 SAVE-BINDING         OCCURS 200 TIMES.
002880         10 SAVE-SYMBOLS     PIC X(10).
002890         10 SAVE-VAL-TYPES   PIC X(01).
002900         10 SAVE-VALS        PIC X(150).
002910
002920*----------------------------------------------------------*
002930*  Calendar arithmetic for the retention cutoff, the same  *
002940*  day-serial technique SHQHIST uses, and the month length *
002950*  the ARCHCTL run date is checked against.                *
002960*----------------------------------------------------------*
002970 01  WS-DATE-IN.
002980     05 WS-DATE-YYYY         PIC 9(04).
002990     05 WS-DATE-MM           PIC 9(02).
003000     05 WS-DATE-DD           PIC 9(02).
003010 01  WS-DATE-SERIAL          PIC 9(07).
003020 01  WS-DATE-YEARS           PIC 9(07).
003030 01  WS-DATE-LEAPS           PIC 9(07).
003040 01  WS-LEAP-DIV-4           PIC 9(07).
003050 01  WS-LEAP-DIV-100         PIC 9(07).
003060 01  WS-LEAP-DIV-400         PIC 9(07).
003070 01  WS-DATE-PRIOR-YR        PIC 9(04).
003080 01  WS-LEAP-SW              PIC X(01).
003090     88 WS-IS-LEAP-YEAR                VALUE "Y".
003100 01  WS-LEAP-QUOT            PIC 9(04).
003110 01  WS-LEAP-REM-4           PIC 9(01).
003120 01  WS-LEAP-REM-100         PIC 9(02).
003130 01  WS-LEAP-REM-400         PIC 9(03).
003140 01  WS-MONTH-DAYS           PIC 9(02).
003150 01  WS-MONTH-CUM-TABLE.
003160     05 FILLER               PIC 9(03) VALUE 000.
003170     05 FILLER               PIC 9(03) VALUE 031.
003180     05 FILLER               PIC 9(03) VALUE 059.
003190     05 FILLER               PIC 9(03) VALUE 090.
003200     05 FILLER               PIC 9(03) VALUE 120.
003210     05 FILLER               PIC 9(03) VALUE 151.
003220     05 FILLER               PIC 9(03) VALUE 181.
003230     05 FILLER               PIC 9(03) VALUE 212.
003240     05 FILLER               PIC 9(03) VALUE 243.
003250     05 FILLER               PIC 9(03) VALUE 273.
003260     05 FILLER               PIC 9(03) VALUE 304.
003270     05 FILLER               PIC 9(03) VALUE 334.
003280 01  WS-MONTH-CUM-TAB REDEFINES WS-MONTH-CUM-TABLE.
003290     05 WS-MONTH-CUM         PIC 9(03) OCCURS 12 TIMES.
003300
003310*----------------------------------------------------------*
003320*  One archive data area, with a view per member shape.    *
003330*----------------------------------------------------------*
003340 01  WS-MEMBER-DATA          PIC X(370).
003350 01  WS-MEMBER-AST REDEFINES WS-MEMBER-DATA.
003360     05 MA-AST-TYPE          PIC X(02).
003370     05 MA-AST-TREE          PIC X(150).
003380     05 MA-POOL-ONLY         PIC X(01).
003390     05 MA-RULE-ID           PIC X(08).
003400     05 FILLER               PIC X(209).
003410 01  WS-MEMBER-OUT REDEFINES WS-MEMBER-DATA.
003420     05 MO-REC-NO            PIC 9(06).
003430     05 MO-AST-TYPE          PIC X(02).
003440     05 MO-RESULT            PIC X(150).
003450     05 MO-RULE-ID           PIC X(08).
003460     05 FILLER               PIC X(204).
003470*    CKPTENV: a slot-000 header (checkpoint status and record  *
003480*    count), then one record per bound environment slot.   *
003490 01  WS-MEMBER-ENV REDEFINES WS-MEMBER-DATA.
003500     05 ME-SLOT              PIC 9(03).
003510     05 ME-SYMBOL            PIC X(10).
003520     05 ME-VAL-TYPE          PIC X(01).
003530     05 ME-VAL               PIC X(150).
003540     05 FILLER               PIC X(206).
003550 01  WS-MEMBER-ENV-HDR REDEFINES WS-MEMBER-DATA.
003560     05 MH-SLOT              PIC 9(03).
003570     05 MH-STATUS            PIC X(01).
003580     05 MH-REC-COUNT         PIC 9(06).
003590     05 FILLER               PIC X(360).
003600 01  WS-MEMBER-MANI REDEFINES WS-MEMBER-DATA.
003610     05 MM-MEMBER            PIC X(08).
003620     05 MM-SUPPLIED          PIC X(01).
003630     05 MM-COUNT             PIC 9(07).
003640     05 MM-HASH              PIC 9(15).
003650     05 FILLER               PIC X(339).
003660
003670*----------------------------------------------------------*
003680*  The bundle's members, in the order they are written, and  *
003690*  the manifest built over them: record count and hash total  *
003700*  per member.  In reproduce mode MANI-COUNT/MANI-HASH come  *
003710*  back off the archived MANIFEST and MANI-ACT-COUNT/      *
003720*  MANI-ACT-HASH are recomputed from the members as read.  *
003730*----------------------------------------------------------*
003740 01  WS-MEMBER-NAME-TABLE.
003750     05 FILLER               PIC X(08) VALUE "ASTIN".
003760     05 FILLER               PIC X(08) VALUE "FUNLIB".
003770     05 FILLER               PIC X(08) VALUE "REFTBL".
003780     05 FILLER               PIC X(08) VALUE "RUNOPTS".
003790     05 FILLER               PIC X(08) VALUE "CKPTENV".
003800     05 FILLER               PIC X(08) VALUE "ASTOUT".
003810     05 FILLER               PIC X(08) VALUE "SHQTRACE".
003820 01  WS-MEMBER-NAME-TAB REDEFINES WS-MEMBER-NAME-TABLE.
003830     05 WS-MEMBER-NAME       PIC X(08) OCCURS 7 TIMES.
003840 77  WS-MEMBER-MAX           PIC 9(01) VALUE 7.
003850 01  MANI-TABLE.
003860     05 MANI-ENTRY           OCCURS 7 TIMES INDEXED BY MANI-IDX.
003870         10 MANI-MEMBER      PIC X(08).
003880         10 MANI-SUPPLIED    PIC X(01).
003890         10 MANI-COUNT       PIC 9(07).
003900         10 MANI-HASH        PIC 9(15).
003910         10 MANI-ACT-COUNT   PIC 9(07).
003920         10 MANI-ACT-HASH    PIC 9(15).
003930         10 MANI-SEEN-SW     PIC X(01).
003940 01  WS-MEM-SUB              PIC 9(01).
003950 01  WS-MEM-NAME             PIC X(08).
003960 01  WS-SUPPLIED-TEXT        PIC X(12).
003970 01  WS-VERIFY-TEXT          PIC X(20).
003980
003990*----------------------------------------------------------*
004000*  Hash total: each data byte's code weighted by its       *
004010*  position in the 370-byte record, summed per record and  *
004020*  per member - a moved or swapped byte changes the total  *
004030*  as surely as a changed one.  The byte code comes off a  *
004040*  halfword whose high-order byte is held at LOW-VALUE.    *
004050*----------------------------------------------------------*
004060 01  WS-REC-HASH             PIC 9(15).
004070 01  WS-HASH-POS             PIC 9(03).
004080 01  WS-BYTE-PAIR.
004090     05 WS-BYTE-HI           PIC X(01) VALUE LOW-VALUE.
004100     05 WS-BYTE-LO           PIC X(01).
004110 01  WS-BYTE-CODE REDEFINES WS-BYTE-PAIR
004120                             PIC 9(04) COMP.
004130
004140*----------------------------------------------------------*
004150*  SHQTRACE cut: line numbers of the first STARTED and last  *
004160*  ENDED marker of the unit's latest completed run (earlier  *
004170*  attempts of a restarted run included).                  *
004180*----------------------------------------------------------*
004190 01  WS-TRC-LINE-NO          PIC 9(07).
004200 01  WS-TRC-CAND-FIRST       PIC 9(07).
004210 01  WS-TRC-FIRST            PIC 9(07).
004220 01  WS-TRC-LAST             PIC 9(07).
004230
004240*----------------------------------------------------------*
004250*  Reproduce mode: the restored environment and            *
004260*  AST-NODE-POOL, laid out as SHQRERUN passes them to SHEQ4,  *
004270*  each ASTIN position's pool-only marker, rule ID and the *
004280*  archived AST-OUT entry for it, and the archived AST-OUT *
004290*  itself.                                                 *
004300*----------------------------------------------------------*
004310 01  REP-ENVR.
004320     05 BINDING              OCCURS 200 TIMES INDEXED BY ENVR-IDX.
004330         10 SYMBOLS           PIC X(10) VALUE SPACES.
004340         10 BOUND-VALS.
004350             15 VAL-TYPES     PIC X(01).
004360             15 VALS          PIC X(150).
004370 01  REP-AST-POOL.
004380     05 POOL-ENTRY            OCCURS 5000 TIMES
004390                              INDEXED BY POOL-IDX.
004400         10 POOL-AST-TYPE     PIC X(02).
004410         10 POOL-AST-TREE     PIC X(150).
004420 01  REP-AST-POOL-COUNT       PIC 9(06) VALUE ZEROS.
004430 01  REP-AST-INFO.
004440     05 REP-INFO-ENTRY        OCCURS 5000 TIMES.
004450         10 REP-POOL-ONLY     PIC X(01).
004460         10 REP-RULE-ID       PIC X(08).
004470         10 REP-ARCH-POS      PIC 9(06).
004480 01  REP-AST-TYPE             PIC X(02).
004490 01  REP-AST-TREE             PIC X(150).
004500 01  REP-RESULT               PIC X(150).
004510 01  WS-REP-SUB               PIC 9(06).
004520 01  ARCH-OUT-TABLE.
004530     05 AOT-ENTRY             OCCURS 5000 TIMES.
004540         10 AOT-REC-NO        PIC 9(06).
004550         10 AOT-AST-TYPE      PIC X(02).
004560         10 AOT-RESULT        PIC X(150).
004570         10 AOT-RULE-ID       PIC X(08).
004580         10 AOT-MATCHED-SW    PIC X(01).
004590 01  AOT-COUNT                PIC 9(06) VALUE ZEROS.
004600 01  AOT-LAST-REC-NO          PIC 9(06) VALUE ZEROS.
004610 01  WS-ARCH-SUB              PIC 9(06).
004620*    SHQBATCH's 3270-DIVERT-TO-SUSPENSE placeholder - a record  *
004630*    quarantined on the day was never interpreted, so the  *
004640*    placeholder is carried over rather than re-run.       *
004650 01  WS-QUARANTINE-TEXT       PIC X(150)
004660         VALUE "SHEQ ERROR: Quarantined - see SUSPENSE.".
004670 01  WS-DIFF-REC-NO           PIC 9(06).
004680 01  WS-DIFF-RULE-ID          PIC X(08).
004690 01  WS-DIFF-REASON           PIC X(40).
004700 01  WS-DIFF-HAVE-REP-SW      PIC X(01).
004710     88 WS-DIFF-HAVE-REP               VALUE "Y".
004720
004730*----------------------------------------------------------*
004740*  Backward scan used to trim trailing-space padding off a *
004750*  result before it lands in a report line, the same       *
004760*  technique SHQHIST's 8100-FIND-TRIM-LEN uses.            *
004770*----------------------------------------------------------*
004780 01  WS-TRIM-SRC              PIC X(200).
004790 01  WS-TRIM-LEN              PIC 9(03).
004800 01  WS-TRIM-POS              PIC 9(03).
004810 01  WS-TRIM-FOUND-SW         PIC X(01).
004820     88 WS-TRIM-FOUND                   VALUE "Y".
004830
004840 PROCEDURE DIVISION.
004850*----------------------------------------------------------*
004860*  0000-MAINLINE                                           *
004870*----------------------------------------------------------*
004880 0000-MAINLINE.
004890     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004900     IF NOT WS-INIT-OK
004910         DISPLAY "SHQARCH: initialization failed - nothing "
004920             "archived or reproduced."
004930         MOVE 12 TO RETURN-CODE
004940         GOBACK
004950     END-IF
004960     IF WS-MODE-REPRODUCE
004970         PERFORM 5000-LOAD-BUNDLE THRU 5000-EXIT
004980         IF WS-BUNDLE-FOUND
004990             PERFORM 5500-VERIFY-MANIFEST THRU 5500-EXIT
005000             PERFORM 6000-REPRODUCE THRU 6000-EXIT
005010             PERFORM 6500-CHECK-UNREPRODUCED THRU 6500-EXIT
005020         END-IF
005030         PERFORM 6900-WRITE-VERDICT THRU 6900-EXIT
005040     ELSE
005050         PERFORM 2000-COPY-RETAINED THRU 2000-EXIT
005060         PERFORM 3000-WRITE-BUNDLE THRU 3000-EXIT
005070         PERFORM 3800-WRITE-MANIFEST THRU 3800-EXIT
005080     END-IF
005090     PERFORM 9000-FINALIZE THRU 9000-EXIT
005100     GOBACK.
005110
005120*----------------------------------------------------------*
005130*  1000-INITIALIZE: read the ARCHCTL card, open the report *
005140*  and hand off to the mode's own initialization.          *
005150*----------------------------------------------------------*
005160 1000-INITIALIZE.
005170     PERFORM 1010-INIT-ONE-MEMBER THRU 1010-EXIT
005180         VARYING WS-MEM-SUB FROM 1 BY 1
005190         UNTIL WS-MEM-SUB > WS-MEMBER-MAX
005200     OPEN INPUT ARC-CTL-FILE
005210     IF FS-ARC-CTL NOT = "00"
005220         DISPLAY "SHQARCH: unable to open ARCHCTL, status "
005230             FS-ARC-CTL
005240         MOVE "N" TO WS-INIT-SW
005250         GO TO 1000-EXIT
005260     END-IF
005270     READ ARC-CTL-FILE
005280         AT END
005290             DISPLAY "SHQARCH: ARCHCTL is empty - no unit to "
005300                 "archive or reproduce."
005310             MOVE "N" TO WS-INIT-SW
005320         NOT AT END
005330             MOVE ACTL-RUN-DATE TO WS-RUN-DATE
005340             MOVE ACTL-UNIT TO WS-RUN-UNIT
005350             MOVE ACTL-MODE TO WS-RUN-MODE
005360             IF ACTL-RETAIN-DAYS IS NUMERIC
005370                 MOVE ACTL-RETAIN-DAYS TO WS-RETAIN-DAYS
005380             ELSE
005390                 MOVE ZEROS TO WS-RETAIN-DAYS
005400             END-IF
005410     END-READ
005420     CLOSE ARC-CTL-FILE
005430     IF NOT WS-INIT-OK
005440         GO TO 1000-EXIT
005450     END-IF
005460     IF WS-RUN-UNIT = SPACES
005470         MOVE "DEFAULT" TO WS-RUN-UNIT
005480     END-IF
005490     IF NOT WS-MODE-ARCHIVE AND NOT WS-MODE-REPRODUCE
005500         DISPLAY "SHQARCH: invalid mode " WS-RUN-MODE
005510             " on ARCHCTL - expected A, R or blank."
005520         MOVE "N" TO WS-INIT-SW
005530         GO TO 1000-EXIT
005540     END-IF
005550     IF WS-RUN-DATE NOT = SPACES
005560         MOVE ZEROS TO WS-MONTH-DAYS
005570         IF WS-RUN-DATE IS NUMERIC AND WS-RUN-MM-OK
005580             MOVE WS-RUN-DATE TO WS-DATE-IN
005590             PERFORM 8020-DAYS-IN-MONTH THRU 8020-EXIT
005600         END-IF
005610         IF WS-RUN-DATE IS NOT NUMERIC
005620                 OR NOT WS-RUN-MM-OK
005630                 OR NOT WS-RUN-DD-OK
005640                 OR WS-RUN-DD > WS-MONTH-DAYS
005650             DISPLAY "SHQARCH: invalid run date " WS-RUN-DATE
005660                 " on ARCHCTL - expected YYYYMMDD."
005670             MOVE "N" TO WS-INIT-SW
005680             GO TO 1000-EXIT
005690         END-IF
005700     END-IF
005710
005720     OPEN OUTPUT ARC-RPT-FILE
005730     IF FS-ARC-RPT NOT = "00"
005740         DISPLAY "SHQARCH: unable to open ARCHRPT, status "
005750             FS-ARC-RPT
005760         MOVE "N" TO WS-INIT-SW
005770         GO TO 1000-EXIT
005780     END-IF
005790
005800     IF WS-MODE-REPRODUCE
005810         PERFORM 1200-INIT-REPRODUCE THRU 1200-EXIT
005820     ELSE
005830         PERFORM 1100-INIT-ARCHIVE THRU 1100-EXIT
005840     END-IF.
005850 1000-EXIT.
005860     EXIT.
005870
005880 1010-INIT-ONE-MEMBER.
005890     MOVE WS-MEMBER-NAME(WS-MEM-SUB) TO MANI-MEMBER(WS-MEM-SUB)
005900     MOVE "N" TO MANI-SUPPLIED(WS-MEM-SUB)
005910     MOVE ZEROS TO MANI-COUNT(WS-MEM-SUB)
005920     MOVE ZEROS TO MANI-HASH(WS-MEM-SUB)
005930     MOVE ZEROS TO MANI-ACT-COUNT(WS-MEM-SUB)
005940     MOVE ZEROS TO MANI-ACT-HASH(WS-MEM-SUB)
005950     MOVE "N" TO MANI-SEEN-SW(WS-MEM-SUB).
005960 1010-EXIT.
005970     EXIT.
005980
005990*----------------------------------------------------------*
006000*  1100-INIT-ARCHIVE: the unit must have finished - its    *
006010*  SHQCKPT has to end on a final checkpoint - and the card's  *
006020*  run date, when given, must be the one the unit ran for. *
006030*  Then work out the retention cutoff and open the unit's  *
006040*  ASTIN/ASTOUT and the archive.  ARCHIN is optional - the *
006050*  first run starts a fresh archive.                       *
006060*----------------------------------------------------------*
006070 1100-INIT-ARCHIVE.
006080     OPEN INPUT CKPT-FILE
006090     IF FS-CKPT NOT = "00"
006100         DISPLAY "SHQARCH: unable to open SHQCKPT, status "
006110             FS-CKPT
006120         MOVE "N" TO WS-INIT-SW
006130         GO TO 1100-EXIT
006140     END-IF
006150     MOVE "N" TO WS-EOF-SW
006160     PERFORM 1110-READ-ONE-CKPT THRU 1110-EXIT
006170         UNTIL WS-AT-EOF
006180     CLOSE CKPT-FILE
006190     IF NOT WS-HAVE-CKPT OR SAVE-STATUS NOT = "F"
006200         DISPLAY "SHQARCH: no final checkpoint on SHQCKPT - unit "
006210             WS-RUN-UNIT " did not complete; nothing archived."
006220         MOVE "N" TO WS-INIT-SW
006230         GO TO 1100-EXIT
006240     END-IF
006250     PERFORM 1120-FIND-CKPT-RUN-DATE THRU 1120-EXIT
006260         VARYING WS-ENV-SUB FROM 1 BY 1
006270         UNTIL WS-ENV-SUB > 200
006280     IF WS-RUN-DATE = SPACES
006290         IF WS-CKPT-RUN-DATE = SPACES
006300             DISPLAY "SHQARCH: no run date on ARCHCTL and none "
006310                 "bound in the final checkpoint."
006320             MOVE "N" TO WS-INIT-SW
006330             GO TO 1100-EXIT
006340         END-IF
006350         MOVE WS-CKPT-RUN-DATE TO WS-RUN-DATE
006360     ELSE
006370         IF WS-CKPT-RUN-DATE NOT = SPACES
006380                 AND WS-CKPT-RUN-DATE NOT = WS-RUN-DATE
006390             DISPLAY "SHQARCH: ARCHCTL run date " WS-RUN-DATE
006400                 " does not match the final checkpoint's run "
006410                 "date " WS-CKPT-RUN-DATE " - nothing archived."
006420             MOVE "N" TO WS-INIT-SW
006430             GO TO 1100-EXIT
006440         END-IF
006450     END-IF
006460     IF WS-RETAIN-DAYS = 0
006470         MOVE 366 TO WS-RETAIN-DAYS
006480         DISPLAY "SHQARCH: retention not supplied - "
006490             "defaulting to 366 days."
006500     END-IF
006510     MOVE WS-RUN-DATE TO WS-DATE-IN
006520     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT
006530     MOVE WS-DATE-SERIAL TO WS-RUN-SERIAL
006540     COMPUTE WS-CUTOFF-SERIAL
006550         = WS-RUN-SERIAL - WS-RETAIN-DAYS + 1
006560
006570     OPEN INPUT AST-IN-FILE
006580     IF FS-AST-IN NOT = "00"
006590         DISPLAY "SHQARCH: unable to open ASTIN, status "
006600             FS-AST-IN
006610         MOVE "N" TO WS-INIT-SW
006620         GO TO 1100-EXIT
006630     END-IF
006640
006650     OPEN INPUT AST-OUT-FILE
006660     IF FS-AST-OUT NOT = "00"
006670         DISPLAY "SHQARCH: unable to open ASTOUT, status "
006680             FS-AST-OUT
006690         MOVE "N" TO WS-INIT-SW
006700         GO TO 1100-EXIT
006710     END-IF
006720
006730     OPEN INPUT ARC-IN-FILE
006740     IF FS-ARC-IN = "00"
006750         SET WS-HAVE-ARCH TO TRUE
006760     ELSE
006770         DISPLAY "SHQARCH: no ARCHIN supplied, status "
006780             FS-ARC-IN " - starting a fresh archive."
006790     END-IF
006800
006810     OPEN OUTPUT ARC-OUT-FILE
006820     IF FS-ARC-OUT NOT = "00"
006830         DISPLAY "SHQARCH: unable to open ARCHOUT, status "
006840             FS-ARC-OUT
006850         MOVE "N" TO WS-INIT-SW
006860         GO TO 1100-EXIT
006870     END-IF.
006880 1100-EXIT.
006890     EXIT.
006900
006910 1110-READ-ONE-CKPT.
006920     READ CKPT-FILE
006930         AT END
006940             SET WS-AT-EOF TO TRUE
006950         NOT AT END
006960             MOVE CKPT-RECORD TO WS-CKPT-SAVE
006970             SET WS-HAVE-CKPT TO TRUE
006980     END-READ.
006990 1110-EXIT.
007000     EXIT.
007010
007020 1120-FIND-CKPT-RUN-DATE.
007030     IF SAVE-SYMBOLS(WS-ENV-SUB) = "*run-date*"
007040         MOVE SAVE-VALS(WS-ENV-SUB) TO WS-RUN-DATE-VAL
007050         MOVE WS-RUN-DATE-NUMC TO WS-CKPT-RUN-DATE-9
007060     END-IF.
007070 1120-EXIT.
007080     EXIT.
007090
007100*----------------------------------------------------------*
007110*  1200-INIT-REPRODUCE: the bundle is named by date and    *
007120*  unit, so the date is required here.  REFTBL is opened for  *
007130*  output - the archived rows are written back to it before  *
007140*  the first SHEQ4 call - and REPOUT takes the reproduced  *
007150*  AST-OUT.                                                *
007160*----------------------------------------------------------*
007170 1200-INIT-REPRODUCE.
007180     IF WS-RUN-DATE = SPACES
007190         DISPLAY "SHQARCH: a run date is required on ARCHCTL "
007200             "to reproduce a bundle."
007210         MOVE "N" TO WS-INIT-SW
007220         GO TO 1200-EXIT
007230     END-IF
007240     INITIALIZE REP-AST-INFO
007250
007260     OPEN INPUT ARC-IN-FILE
007270     IF FS-ARC-IN NOT = "00"
007280         DISPLAY "SHQARCH: unable to open ARCHIN, status "
007290             FS-ARC-IN
007300         MOVE "N" TO WS-INIT-SW
007310         GO TO 1200-EXIT
007320     END-IF
007330
007340     OPEN OUTPUT REF-TABLE-FILE
007350     IF FS-REFTBL NOT = "00"
007360         DISPLAY "SHQARCH: unable to open REFTBL, status "
007370             FS-REFTBL
007380         MOVE "N" TO WS-INIT-SW
007390         GO TO 1200-EXIT
007400     END-IF
007410
007420     OPEN OUTPUT REP-OUT-FILE
007430     IF FS-REP-OUT NOT = "00"
007440         DISPLAY "SHQARCH: unable to open REPOUT, status "
007450             FS-REP-OUT
007460         MOVE "N" TO WS-INIT-SW
007470         GO TO 1200-EXIT
007480     END-IF.
007490 1200-EXIT.
007500     EXIT.
007510
007520*----------------------------------------------------------*
007530*  2000-COPY-RETAINED: carry every archived record still   *
007540*  inside the retention window through to ARCHOUT.  A      *
007550*  bundle already on file for this same run date and unit  *
007560*  is superseded by the one about to be written.  Bundles  *
007570*  are counted off their first MANIFEST record.            *
007580*----------------------------------------------------------*
007590 2000-COPY-RETAINED.
007600     IF NOT WS-HAVE-ARCH
007610         GO TO 2000-EXIT
007620     END-IF
007630     MOVE "N" TO WS-EOF-SW
007640     PERFORM 2100-COPY-ONE-ARCH-REC THRU 2100-EXIT
007650         UNTIL WS-AT-EOF
007660     CLOSE ARC-IN-FILE.
007670 2000-EXIT.
007680     EXIT.
007690
007700 2100-COPY-ONE-ARCH-REC.
007710     READ ARC-IN-FILE
007720         AT END
007730             SET WS-AT-EOF TO TRUE
007740             GO TO 2100-EXIT
007750     END-READ
007760     IF AI-RUN-DATE = WS-RUN-DATE
007770             AND AI-UNIT = WS-RUN-UNIT
007780         IF AI-MEMBER = "MANIFEST" AND AI-SEQ = 1
007790             ADD 1 TO WS-SUPERSEDED-COUNT
007800         END-IF
007810         GO TO 2100-EXIT
007820     END-IF
007830     IF AI-RUN-DATE NOT = WS-LAST-AGE-DATE
007840         MOVE AI-RUN-DATE TO WS-LAST-AGE-DATE
007850         MOVE AI-RUN-DATE TO WS-DATE-IN
007860         PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT
007870         IF WS-DATE-SERIAL < WS-CUTOFF-SERIAL
007880             MOVE "Y" TO WS-LAST-AGE-SW
007890         ELSE
007900             MOVE "N" TO WS-LAST-AGE-SW
007910         END-IF
007920     END-IF
007930     IF WS-LAST-AGED-OFF
007940         IF AI-MEMBER = "MANIFEST" AND AI-SEQ = 1
007950             ADD 1 TO WS-AGED-COUNT
007960         END-IF
007970         GO TO 2100-EXIT
007980     END-IF
007990     IF AI-MEMBER = "MANIFEST" AND AI-SEQ = 1
008000         ADD 1 TO WS-RETAINED-COUNT
008010     END-IF
008020     MOVE ARC-IN-RECORD TO ARC-OUT-RECORD
008030     WRITE ARC-OUT-RECORD.
008040 2100-EXIT.
008050     EXIT.
008060
008070*----------------------------------------------------------*
008080*  3000-WRITE-BUNDLE: append the unit's bundle, one member *
008090*  after another.  An optional input the unit ran without  *
008100*  is archived empty and shown NOT SUPPLIED on the manifest.  *
008110*----------------------------------------------------------*
008120 3000-WRITE-BUNDLE.
008130     MOVE SPACES TO ARC-RPT-RECORD
008140     STRING "SHQARCH RUN ARCHIVE - RUN DATE " DELIMITED BY SIZE
008150         WS-RUN-DATE DELIMITED BY SIZE
008160         " UNIT " DELIMITED BY SIZE
008170         WS-RUN-UNIT DELIMITED BY SIZE
008180         INTO ARC-RPT-RECORD
008190     WRITE ARC-RPT-RECORD
008200     PERFORM 3100-ARCHIVE-ASTIN THRU 3100-EXIT
008210     PERFORM 3200-ARCHIVE-FUNLIB THRU 3200-EXIT
008220     PERFORM 3300-ARCHIVE-REFTBL THRU 3300-EXIT
008230     PERFORM 3400-ARCHIVE-RUNOPTS THRU 3400-EXIT
008240     PERFORM 3500-ARCHIVE-CKPTENV THRU 3500-EXIT
008250     PERFORM 3600-ARCHIVE-ASTOUT THRU 3600-EXIT
008260     PERFORM 3700-ARCHIVE-TRACE THRU 3700-EXIT.
008270 3000-EXIT.
008280     EXIT.
008290
008300 3100-ARCHIVE-ASTIN.
008310     MOVE "ASTIN" TO WS-MEM-NAME
008320     PERFORM 3950-START-MEMBER THRU 3950-EXIT
008330     MOVE "N" TO WS-EOF-SW
008340     PERFORM 3110-ARCHIVE-ONE-ASTIN THRU 3110-EXIT
008350         UNTIL WS-AT-EOF
008360     CLOSE AST-IN-FILE.
008370 3100-EXIT.
008380     EXIT.
008390
008400 3110-ARCHIVE-ONE-ASTIN.
008410     READ AST-IN-FILE
008420         AT END
008430             SET WS-AT-EOF TO TRUE
008440             GO TO 3110-EXIT
008450     END-READ
008460     MOVE AST-IN-RECORD TO WS-MEMBER-DATA
008470     PERFORM 3900-PUT-MEMBER-RECORD THRU 3900-EXIT.
008480 3110-EXIT.
008490     EXIT.
008500
008510 3200-ARCHIVE-FUNLIB.
008520     OPEN INPUT FUN-LIB-FILE
008530     IF FS-FUNLIB NOT = "00"
008540         DISPLAY "SHQARCH: no FUNLIB supplied, status "
008550             FS-FUNLIB " - member archived empty."
008560         GO TO 3200-EXIT
008570     END-IF
008580     MOVE "FUNLIB" TO WS-MEM-NAME
008590     PERFORM 3950-START-MEMBER THRU 3950-EXIT
008600     MOVE "N" TO WS-EOF-SW
008610     PERFORM 3210-ARCHIVE-ONE-FUNLIB THRU 3210-EXIT
008620         UNTIL WS-AT-EOF
008630     CLOSE FUN-LIB-FILE.
008640 3200-EXIT.
008650     EXIT.
008660
008670 3210-ARCHIVE-ONE-FUNLIB.
008680     READ FUN-LIB-FILE
008690         AT END
008700             SET WS-AT-EOF TO TRUE
008710             GO TO 3210-EXIT
008720     END-READ
008730     MOVE FUN-LIB-RECORD TO WS-MEMBER-DATA
008740     PERFORM 3900-PUT-MEMBER-RECORD THRU 3900-EXIT.
008750 3210-EXIT.
008760     EXIT.
008770
008780 3300-ARCHIVE-REFTBL.
008790     OPEN INPUT REF-TABLE-FILE
008800     IF FS-REFTBL NOT = "00"
008810         DISPLAY "SHQARCH: no REFTBL supplied, status "
008820             FS-REFTBL " - member archived empty."
008830         GO TO 3300-EXIT
008840     END-IF
008850     MOVE "REFTBL" TO WS-MEM-NAME
008860     PERFORM 3950-START-MEMBER THRU 3950-EXIT
008870     MOVE "N" TO WS-EOF-SW
008880     PERFORM 3310-ARCHIVE-ONE-REFTBL THRU 3310-EXIT
008890         UNTIL WS-AT-EOF
008900     CLOSE REF-TABLE-FILE.
008910 3300-EXIT.
008920     EXIT.
008930
008940 3310-ARCHIVE-ONE-REFTBL.
008950     READ REF-TABLE-FILE
008960         AT END
008970             SET WS-AT-EOF TO TRUE
008980             GO TO 3310-EXIT
008990     END-READ
009000     MOVE REF-TABLE-RECORD TO WS-MEMBER-DATA
009010     PERFORM 3900-PUT-MEMBER-RECORD THRU 3900-EXIT.
009020 3310-EXIT.
009030     EXIT.
009040
009050 3400-ARCHIVE-RUNOPTS.
009060     OPEN INPUT RUN-OPTS-FILE
009070     IF FS-RUN-OPTS NOT = "00"
009080         DISPLAY "SHQARCH: no RUNOPTS supplied, status "
009090             FS-RUN-OPTS " - member archived empty."
009100         GO TO 3400-EXIT
009110     END-IF
009120     MOVE "RUNOPTS" TO WS-MEM-NAME
009130     PERFORM 3950-START-MEMBER THRU 3950-EXIT
009140     MOVE "N" TO WS-EOF-SW
009150     PERFORM 3410-ARCHIVE-ONE-RUNOPTS THRU 3410-EXIT
009160         UNTIL WS-AT-EOF
009170     CLOSE RUN-OPTS-FILE.
009180 3400-EXIT.
009190     EXIT.
009200
009210 3410-ARCHIVE-ONE-RUNOPTS.
009220     READ RUN-OPTS-FILE
009230         AT END
009240             SET WS-AT-EOF TO TRUE
009250             GO TO 3410-EXIT
009260     END-READ
009270     MOVE RUN-OPTS-RECORD TO WS-MEMBER-DATA
009280     PERFORM 3900-PUT-MEMBER-RECORD THRU 3900-EXIT.
009290 3410-EXIT.
009300     EXIT.
009310
009320*----------------------------------------------------------*
009330*  3500-ARCHIVE-CKPTENV: the final checkpoint's environment,  *
009340*  a header record and then each bound slot by position, so  *
009350*  reproduce mode can lay it back down slot for slot.      *
009360*----------------------------------------------------------*
009370 3500-ARCHIVE-CKPTENV.
009380     MOVE "CKPTENV" TO WS-MEM-NAME
009390     PERFORM 3950-START-MEMBER THRU 3950-EXIT
009400     MOVE SPACES TO WS-MEMBER-DATA
009410     MOVE ZEROS TO MH-SLOT
009420     MOVE SAVE-STATUS TO MH-STATUS
009430     MOVE SAVE-REC-COUNT TO MH-REC-COUNT
009440     PERFORM 3900-PUT-MEMBER-RECORD THRU 3900-EXIT
009450     PERFORM 3510-ARCHIVE-ONE-BINDING THRU 3510-EXIT
009460         VARYING WS-ENV-SUB FROM 1 BY 1
009470         UNTIL WS-ENV-SUB > 200.
009480 3500-EXIT.
009490     EXIT.
009500
009510 3510-ARCHIVE-ONE-BINDING.
009520     IF SAVE-SYMBOLS(WS-ENV-SUB) = SPACES
009530         GO TO 3510-EXIT
009540     END-IF
009550     MOVE SPACES TO WS-MEMBER-DATA
009560     MOVE WS-ENV-SUB TO ME-SLOT
009570     MOVE SAVE-SYMBOLS(WS-ENV-SUB) TO ME-SYMBOL
009580     MOVE SAVE-VAL-TYPES(WS-ENV-SUB) TO ME-VAL-TYPE
009590     MOVE SAVE-VALS(WS-ENV-SUB) TO ME-VAL
009600     PERFORM 3900-PUT-MEMBER-RECORD THRU 3900-EXIT.
009610 3510-EXIT.
009620     EXIT.
009630
009640 3600-ARCHIVE-ASTOUT.
009650     MOVE "ASTOUT" TO WS-MEM-NAME
009660     PERFORM 3950-START-MEMBER THRU 3950-EXIT
009670     MOVE "N" TO WS-EOF-SW
009680     PERFORM 3610-ARCHIVE-ONE-ASTOUT THRU 3610-EXIT
009690         UNTIL WS-AT-EOF
009700     CLOSE AST-OUT-FILE.
009710 3600-EXIT.
009720     EXIT.
009730
009740 3610-ARCHIVE-ONE-ASTOUT.
009750     READ AST-OUT-FILE
009760         AT END
009770             SET WS-AT-EOF TO TRUE
009780             GO TO 3610-EXIT
009790     END-READ
009800     MOVE AST-OUT-RECORD TO WS-MEMBER-DATA
009810     PERFORM 3900-PUT-MEMBER-RECORD THRU 3900-EXIT.
009820 3610-EXIT.
009830     EXIT.
009840
009850*----------------------------------------------------------*
009860*  3700-ARCHIVE-TRACE: SHQTRACE is shared by every unit and  *
009870*  every day it is not reallocated, so the unit's lines are  *
009880*  cut out of it in two passes.  The first finds the unit's  *
009890*  latest completed run for the date - from the first      *
009900*  STARTED marker after the previous ENDED one (so a run   *
009910*  restarted from its checkpoint keeps its earlier attempts)  *
009920*  to the last ENDED marker.  The second copies the lines  *
009930*  inside this unit's markers within that range; another   *
009940*  unit's marker closes the copy until ours reopens it.    *
009950*----------------------------------------------------------*
009960 3700-ARCHIVE-TRACE.
009970     OPEN INPUT TRACE-RPT-FILE
009980     IF FS-TRACE NOT = "00"
009990         DISPLAY "SHQARCH: no SHQTRACE supplied, status "
010000             FS-TRACE " - member archived empty."
010010         SET WS-WARNED TO TRUE
010020         GO TO 3700-EXIT
010030     END-IF
010040     MOVE "SHQTRACE" TO WS-MEM-NAME
010050     PERFORM 3950-START-MEMBER THRU 3950-EXIT
010060     MOVE ZEROS TO WS-TRC-LINE-NO
010070     MOVE ZEROS TO WS-TRC-CAND-FIRST
010080     MOVE ZEROS TO WS-TRC-FIRST
010090     MOVE ZEROS TO WS-TRC-LAST
010100     MOVE "N" TO WS-TRC-OPEN-SW
010110     MOVE "N" TO WS-EOF-SW
010120     PERFORM 3710-FIND-UNIT-RANGE THRU 3710-EXIT
010130         UNTIL WS-AT-EOF
010140     CLOSE TRACE-RPT-FILE
010150     IF WS-TRC-LAST = 0
010160         DISPLAY "SHQARCH: no completed run of unit "
010170             WS-RUN-UNIT " for " WS-RUN-DATE
010180             " marked on SHQTRACE - member archived empty."
010190         SET WS-WARNED TO TRUE
010200         GO TO 3700-EXIT
010210     END-IF
010220
010230     OPEN INPUT TRACE-RPT-FILE
010240     MOVE ZEROS TO WS-TRC-LINE-NO
010250     MOVE "N" TO WS-TRC-INSIDE-SW
010260     MOVE "N" TO WS-EOF-SW
010270     PERFORM 3720-COPY-ONE-TRACE-LINE THRU 3720-EXIT
010280         UNTIL WS-AT-EOF OR WS-TRC-LINE-NO >= WS-TRC-LAST
010290     CLOSE TRACE-RPT-FILE.
010300 3700-EXIT.
010310     EXIT.
010320
010330 3710-FIND-UNIT-RANGE.
010340     READ TRACE-RPT-FILE
010350         AT END
010360             SET WS-AT-EOF TO TRUE
010370             GO TO 3710-EXIT
010380     END-READ
010390     ADD 1 TO WS-TRC-LINE-NO
010400     IF NOT TRM-IS-MARK
010410             OR TRM-UNIT NOT = WS-RUN-UNIT
010420             OR TRM-RUN-DATE NOT = WS-RUN-DATE
010430         GO TO 3710-EXIT
010440     END-IF
010450     IF TRM-IS-STARTED AND NOT WS-TRC-BLOCK-OPEN
010460         MOVE WS-TRC-LINE-NO TO WS-TRC-CAND-FIRST
010470         SET WS-TRC-BLOCK-OPEN TO TRUE
010480     END-IF
010490     IF TRM-IS-ENDED
010500         IF WS-TRC-CAND-FIRST = 0
010510             MOVE WS-TRC-LINE-NO TO WS-TRC-CAND-FIRST
010520         END-IF
010530         MOVE WS-TRC-CAND-FIRST TO WS-TRC-FIRST
010540         MOVE WS-TRC-LINE-NO TO WS-TRC-LAST
010550         MOVE ZEROS TO WS-TRC-CAND-FIRST
010560         MOVE "N" TO WS-TRC-OPEN-SW
010570     END-IF.
010580 3710-EXIT.
010590     EXIT.
010600
010610 3720-COPY-ONE-TRACE-LINE.
010620     READ TRACE-RPT-FILE
010630         AT END
010640             SET WS-AT-EOF TO TRUE
010650             GO TO 3720-EXIT
010660     END-READ
010670     ADD 1 TO WS-TRC-LINE-NO
010680     IF WS-TRC-LINE-NO < WS-TRC-FIRST
010690         GO TO 3720-EXIT
010700     END-IF
010710     IF TRM-IS-MARK
010720         IF TRM-UNIT = WS-RUN-UNIT
010730                 AND TRM-RUN-DATE = WS-RUN-DATE
010740             MOVE "Y" TO WS-TRC-INSIDE-SW
010750         ELSE
010760             MOVE "N" TO WS-TRC-INSIDE-SW
010770         END-IF
010780     END-IF
010790     IF WS-TRC-INSIDE
010800         MOVE TRACE-RPT-RECORD TO WS-MEMBER-DATA
010810         PERFORM 3900-PUT-MEMBER-RECORD THRU 3900-EXIT
010820     END-IF
010830     IF TRM-IS-MARK AND TRM-IS-ENDED
010840         MOVE "N" TO WS-TRC-INSIDE-SW
010850     END-IF.
010860 3720-EXIT.
010870     EXIT.
010880
010890*----------------------------------------------------------*
010900*  3800-WRITE-MANIFEST: close the bundle with one MANIFEST *
010910*  record per member - supplied flag, record count, hash   *
010920*  total - and print the same figures to ARCHRPT.          *
010930*----------------------------------------------------------*
010940 3800-WRITE-MANIFEST.
010950     MOVE SPACES TO ARC-RPT-RECORD
010960     WRITE ARC-RPT-RECORD
010970     MOVE "MEMBER    SUPPLIED      RECORDS  HASH TOTAL"
010980         TO ARC-RPT-RECORD
010990     WRITE ARC-RPT-RECORD
011000     PERFORM 3810-WRITE-ONE-MANIFEST THRU 3810-EXIT
011010         VARYING WS-MEM-SUB FROM 1 BY 1
011020         UNTIL WS-MEM-SUB > WS-MEMBER-MAX.
011030 3800-EXIT.
011040     EXIT.
011050
011060 3810-WRITE-ONE-MANIFEST.
011070     MOVE SPACES TO WS-MEMBER-DATA
011080     MOVE MANI-MEMBER(WS-MEM-SUB) TO MM-MEMBER
011090     MOVE MANI-SUPPLIED(WS-MEM-SUB) TO MM-SUPPLIED
011100     MOVE MANI-COUNT(WS-MEM-SUB) TO MM-COUNT
011110     MOVE MANI-HASH(WS-MEM-SUB) TO MM-HASH
011120     MOVE WS-RUN-DATE TO AO-RUN-DATE
011130     MOVE WS-RUN-UNIT TO AO-UNIT
011140     MOVE "MANIFEST" TO AO-MEMBER
011150     MOVE WS-MEM-SUB TO AO-SEQ
011160     MOVE WS-MEMBER-DATA TO AO-DATA
011170     WRITE ARC-OUT-RECORD
011180     ADD 1 TO WS-BUNDLE-REC-COUNT
011190     IF MANI-SUPPLIED(WS-MEM-SUB) = "Y"
011200         MOVE "SUPPLIED" TO WS-SUPPLIED-TEXT
011210     ELSE
011220         MOVE "NOT SUPPLIED" TO WS-SUPPLIED-TEXT
011230     END-IF
011240     MOVE SPACES TO ARC-RPT-RECORD
011250     STRING MANI-MEMBER(WS-MEM-SUB) DELIMITED BY SIZE
011260         "  " DELIMITED BY SIZE
011270         WS-SUPPLIED-TEXT DELIMITED BY SIZE
011280         "  " DELIMITED BY SIZE
011290         MANI-COUNT(WS-MEM-SUB) DELIMITED BY SIZE
011300         "  " DELIMITED BY SIZE
011310         MANI-HASH(WS-MEM-SUB) DELIMITED BY SIZE
011320         INTO ARC-RPT-RECORD
011330     WRITE ARC-RPT-RECORD.
011340 3810-EXIT.
011350     EXIT.
011360
011370*----------------------------------------------------------*
011380*  3900-PUT-MEMBER-RECORD: write WS-MEMBER-DATA to ARCHOUT *
011390*  as the next record of member WS-MEM-SUB, folding it into  *
011400*  the member's count and hash total.                      *
011410*----------------------------------------------------------*
011420 3900-PUT-MEMBER-RECORD.
011430     ADD 1 TO MANI-COUNT(WS-MEM-SUB)
011440     PERFORM 8200-HASH-MEMBER-DATA THRU 8200-EXIT
011450     ADD WS-REC-HASH TO MANI-HASH(WS-MEM-SUB)
011460     MOVE WS-RUN-DATE TO AO-RUN-DATE
011470     MOVE WS-RUN-UNIT TO AO-UNIT
011480     MOVE MANI-MEMBER(WS-MEM-SUB) TO AO-MEMBER
011490     MOVE MANI-COUNT(WS-MEM-SUB) TO AO-SEQ
011500     MOVE WS-MEMBER-DATA TO AO-DATA
011510     WRITE ARC-OUT-RECORD
011520     ADD 1 TO WS-BUNDLE-REC-COUNT.
011530 3900-EXIT.
011540     EXIT.
011550
011560 3950-START-MEMBER.
011570     PERFORM 3960-FIND-MEMBER THRU 3960-EXIT
011580     MOVE "Y" TO MANI-SUPPLIED(WS-MEM-SUB).
011590 3950-EXIT.
011600     EXIT.
011610
011620*    Member name in WS-MEM-NAME to its MANI-TABLE position in  *
011630*    WS-MEM-SUB, zero if it is not one of the bundle's members.  *
011640 3960-FIND-MEMBER.
011650     MOVE ZEROS TO WS-MEM-SUB
011660     SET MANI-IDX TO 1
011670     SEARCH MANI-ENTRY
011680         AT END
011690             CONTINUE
011700         WHEN MANI-MEMBER(MANI-IDX) = WS-MEM-NAME
011710             SET WS-MEM-SUB TO MANI-IDX
011720     END-SEARCH.
011730 3960-EXIT.
011740     EXIT.
011750
011760*----------------------------------------------------------*
011770*  5000-LOAD-BUNDLE: read the date/unit's bundle back off  *
011780*  ARCHIN, recomputing each member's count and hash total as  *
011790*  it goes, and restore what the re-run needs - ASTIN into *
011800*  the pool, the checkpoint environment, the REFTBL rows   *
011810*  (written back to REFTBL) and the archived AST-OUT.  A   *
011820*  bundle's records are contiguous, so reading stops once  *
011830*  it has been passed.                                     *
011840*----------------------------------------------------------*
011850 5000-LOAD-BUNDLE.
011860     MOVE SPACES TO ARC-RPT-RECORD
011870     STRING "SHQARCH REPRODUCE - RUN DATE " DELIMITED BY SIZE
011880         WS-RUN-DATE DELIMITED BY SIZE
011890         " UNIT " DELIMITED BY SIZE
011900         WS-RUN-UNIT DELIMITED BY SIZE
011910         INTO ARC-RPT-RECORD
011920     WRITE ARC-RPT-RECORD
011930     MOVE "N" TO WS-EOF-SW
011940     PERFORM 5100-LOAD-ONE-ARCH-REC THRU 5100-EXIT
011950         UNTIL WS-AT-EOF
011960     CLOSE REF-TABLE-FILE
011970     IF NOT WS-BUNDLE-FOUND
011980         DISPLAY "SHQARCH: no archive bundle on ARCHIN for "
011990             WS-RUN-DATE " " WS-RUN-UNIT "."
012000     END-IF.
012010 5000-EXIT.
012020     EXIT.
012030
012040 5100-LOAD-ONE-ARCH-REC.
012050     READ ARC-IN-FILE
012060         AT END
012070             SET WS-AT-EOF TO TRUE
012080             GO TO 5100-EXIT
012090     END-READ
012100     IF AI-RUN-DATE NOT = WS-RUN-DATE
012110             OR AI-UNIT NOT = WS-RUN-UNIT
012120         IF WS-BUNDLE-FOUND
012130             SET WS-AT-EOF TO TRUE
012140         END-IF
012150         GO TO 5100-EXIT
012160     END-IF
012170     SET WS-BUNDLE-FOUND TO TRUE
012180     MOVE AI-DATA TO WS-MEMBER-DATA
012190     IF AI-MEMBER = "MANIFEST"
012200         PERFORM 5200-LOAD-MANIFEST-ENTRY THRU 5200-EXIT
012210         GO TO 5100-EXIT
012220     END-IF
012230     MOVE AI-MEMBER TO WS-MEM-NAME
012240     PERFORM 3960-FIND-MEMBER THRU 3960-EXIT
012250     IF WS-MEM-SUB = 0
012260         DISPLAY "SHQARCH: unknown member " AI-MEMBER
012270             " in bundle - ignored."
012280         ADD 1 TO WS-INTEGRITY-ERRORS
012290         GO TO 5100-EXIT
012300     END-IF
012310     ADD 1 TO MANI-ACT-COUNT(WS-MEM-SUB)
012320     PERFORM 8200-HASH-MEMBER-DATA THRU 8200-EXIT
012330     ADD WS-REC-HASH TO MANI-ACT-HASH(WS-MEM-SUB)
012340     EVALUATE AI-MEMBER
012350         WHEN "ASTIN"
012360             PERFORM 5300-LOAD-ASTIN-REC THRU 5300-EXIT
012370         WHEN "REFTBL"
012380             MOVE WS-MEMBER-DATA TO REF-TABLE-RECORD
012390             WRITE REF-TABLE-RECORD
012400         WHEN "CKPTENV"
012410             PERFORM 5400-LOAD-CKPTENV-REC THRU 5400-EXIT
012420         WHEN "ASTOUT"
012430             PERFORM 5450-LOAD-ASTOUT-REC THRU 5450-EXIT
012440         WHEN OTHER
012450             CONTINUE
012460     END-EVALUATE.
012470 5100-EXIT.
012480     EXIT.
012490
012500 5200-LOAD-MANIFEST-ENTRY.
012510     MOVE MM-MEMBER TO WS-MEM-NAME
012520     PERFORM 3960-FIND-MEMBER THRU 3960-EXIT
012530     IF WS-MEM-SUB = 0
012540         DISPLAY "SHQARCH: manifest names unknown member "
012550             MM-MEMBER " - ignored."
012560         ADD 1 TO WS-INTEGRITY-ERRORS
012570         GO TO 5200-EXIT
012580     END-IF
012590     MOVE MM-SUPPLIED TO MANI-SUPPLIED(WS-MEM-SUB)
012600     MOVE MM-COUNT TO MANI-COUNT(WS-MEM-SUB)
012610     MOVE MM-HASH TO MANI-HASH(WS-MEM-SUB)
012620     MOVE "Y" TO MANI-SEEN-SW(WS-MEM-SUB).
012630 5200-EXIT.
012640     EXIT.
012650
012660 5300-LOAD-ASTIN-REC.
012670     IF REP-AST-POOL-COUNT >= 5000
012680         IF REP-AST-POOL-COUNT = 5000
012690             DISPLAY "SHQARCH: AST-NODE-POOL full at "
012700                 REP-AST-POOL-COUNT
012710                 " records - later records not reproduced."
012720             ADD 1 TO REP-AST-POOL-COUNT
012730         END-IF
012740         GO TO 5300-EXIT
012750     END-IF
012760     ADD 1 TO REP-AST-POOL-COUNT
012770     SET POOL-IDX TO REP-AST-POOL-COUNT
012780     MOVE MA-AST-TYPE TO POOL-AST-TYPE(POOL-IDX)
012790     MOVE MA-AST-TREE TO POOL-AST-TREE(POOL-IDX)
012800     MOVE MA-POOL-ONLY TO REP-POOL-ONLY(REP-AST-POOL-COUNT)
012810     MOVE MA-RULE-ID TO REP-RULE-ID(REP-AST-POOL-COUNT).
012820 5300-EXIT.
012830     EXIT.
012840
012850 5400-LOAD-CKPTENV-REC.
012860     IF ME-SLOT > 0 AND ME-SLOT <= 200
012870         MOVE ME-SYMBOL TO SYMBOLS(ME-SLOT)
012880         MOVE ME-VAL-TYPE TO VAL-TYPES(ME-SLOT)
012890         MOVE ME-VAL TO VALS(ME-SLOT)
012900     END-IF.
012910 5400-EXIT.
012920     EXIT.
012930
012940 5450-LOAD-ASTOUT-REC.
012950*    A restarted unit re-opens ASTOUT EXTEND from its last      *
012960*    checkpoint, so the results after it appear twice.  The     *
012970*    first copy is the one compared; a repeat is only counted.  *
012980     IF MO-REC-NO IS NUMERIC
012990             AND AOT-LAST-REC-NO > 0
013000             AND MO-REC-NO NOT > AOT-LAST-REC-NO
013010         ADD 1 TO WS-REPEAT-COUNT
013020         GO TO 5450-EXIT
013030     END-IF
013040     MOVE MO-REC-NO TO AOT-LAST-REC-NO
013050     IF AOT-COUNT >= 5000
013060         DISPLAY "SHQARCH: archived AST-OUT table full - REC "
013070             MO-REC-NO " not compared."
013080         GO TO 5450-EXIT
013090     END-IF
013100     ADD 1 TO AOT-COUNT
013110     MOVE MO-REC-NO TO AOT-REC-NO(AOT-COUNT)
013120     MOVE MO-AST-TYPE TO AOT-AST-TYPE(AOT-COUNT)
013130     MOVE MO-RESULT TO AOT-RESULT(AOT-COUNT)
013140     MOVE MO-RULE-ID TO AOT-RULE-ID(AOT-COUNT)
013150     MOVE "N" TO AOT-MATCHED-SW(AOT-COUNT)
013160     IF MO-REC-NO > 0 AND MO-REC-NO <= 5000
013170         MOVE AOT-COUNT TO REP-ARCH-POS(MO-REC-NO)
013180     END-IF.
013190 5450-EXIT.
013200     EXIT.
013210
013220*----------------------------------------------------------*
013230*  5500-VERIFY-MANIFEST: every member's recomputed count and  *
013240*  hash total must agree with what the manifest recorded   *
013250*  when the bundle was written - the proof that what is    *
013260*  being re-run is what was archived.                      *
013270*----------------------------------------------------------*
013280 5500-VERIFY-MANIFEST.
013290     MOVE SPACES TO ARC-RPT-RECORD
013300     WRITE ARC-RPT-RECORD
013310     MOVE "BUNDLE INTEGRITY (MANIFEST AGAINST ARCHIVED MEMBERS):"
013320         TO ARC-RPT-RECORD
013330     WRITE ARC-RPT-RECORD
013340     PERFORM 5510-VERIFY-ONE-MEMBER THRU 5510-EXIT
013350         VARYING WS-MEM-SUB FROM 1 BY 1
013360         UNTIL WS-MEM-SUB > WS-MEMBER-MAX.
013370 5500-EXIT.
013380     EXIT.
013390
013400 5510-VERIFY-ONE-MEMBER.
013410     IF MANI-SEEN-SW(WS-MEM-SUB) NOT = "Y"
013420         MOVE "NO MANIFEST ENTRY" TO WS-VERIFY-TEXT
013430         ADD 1 TO WS-INTEGRITY-ERRORS
013440     ELSE
013450         IF MANI-COUNT(WS-MEM-SUB) = MANI-ACT-COUNT(WS-MEM-SUB)
013460                 AND MANI-HASH(WS-MEM-SUB)
013470                     = MANI-ACT-HASH(WS-MEM-SUB)
013480             MOVE "OK" TO WS-VERIFY-TEXT
013490         ELSE
013500             MOVE "MISMATCH" TO WS-VERIFY-TEXT
013510             ADD 1 TO WS-INTEGRITY-ERRORS
013520         END-IF
013530     END-IF
013540     MOVE SPACES TO ARC-RPT-RECORD
013550     STRING "  " DELIMITED BY SIZE
013560         MANI-MEMBER(WS-MEM-SUB) DELIMITED BY SIZE
013570         "  MANIFEST " DELIMITED BY SIZE
013580         MANI-COUNT(WS-MEM-SUB) DELIMITED BY SIZE
013590         "/" DELIMITED BY SIZE
013600         MANI-HASH(WS-MEM-SUB) DELIMITED BY SIZE
013610         "  ARCHIVE " DELIMITED BY SIZE
013620         MANI-ACT-COUNT(WS-MEM-SUB) DELIMITED BY SIZE
013630         "/" DELIMITED BY SIZE
013640         MANI-ACT-HASH(WS-MEM-SUB) DELIMITED BY SIZE
013650         "  " DELIMITED BY SIZE
013660         WS-VERIFY-TEXT DELIMITED BY SIZE
013670         INTO ARC-RPT-RECORD
013680     WRITE ARC-RPT-RECORD.
013690 5510-EXIT.
013700     EXIT.
013710
013720*----------------------------------------------------------*
013730*  6000-REPRODUCE: re-run every top-level record of the    *
013740*  restored ASTIN through SHEQ4 against the restored       *
013750*  environment, exactly as SHQBATCH's 3200-INTERPRET-ONE   *
013760*  did on the day, writing REPOUT and comparing each result  *
013770*  to the archived AST-OUT entry for the same OUT-REC-NO.  *
013780*----------------------------------------------------------*
013790 6000-REPRODUCE.
013800     MOVE SPACES TO ARC-RPT-RECORD
013810     WRITE ARC-RPT-RECORD
013820     MOVE "DIFFERENCES (ARCHIVED AGAINST REPRODUCED):"
013830         TO ARC-RPT-RECORD
013840     WRITE ARC-RPT-RECORD
013850     IF REP-AST-POOL-COUNT > 5000
013860         MOVE 5000 TO REP-AST-POOL-COUNT
013870     END-IF
013880     PERFORM 6100-REPRODUCE-ONE THRU 6100-EXIT
013890         VARYING WS-REP-SUB FROM 1 BY 1
013900         UNTIL WS-REP-SUB > REP-AST-POOL-COUNT.
013910 6000-EXIT.
013920     EXIT.
013930
013940 6100-REPRODUCE-ONE.
013950     IF REP-POOL-ONLY(WS-REP-SUB) = "Y"
013960         GO TO 6100-EXIT
013970     END-IF
013980     ADD 1 TO WS-COMPARED-COUNT
013990     MOVE REP-ARCH-POS(WS-REP-SUB) TO WS-ARCH-SUB
014000     IF WS-ARCH-SUB > 0
014010         MOVE "Y" TO AOT-MATCHED-SW(WS-ARCH-SUB)
014020         IF AOT-RESULT(WS-ARCH-SUB) = WS-QUARANTINE-TEXT
014030             MOVE AOT-RESULT(WS-ARCH-SUB) TO REP-RESULT
014040             PERFORM 6150-WRITE-REPOUT THRU 6150-EXIT
014050             ADD 1 TO WS-QUARANTINED-COUNT
014060             GO TO 6100-EXIT
014070         END-IF
014080     END-IF
014090     MOVE POOL-AST-TYPE(WS-REP-SUB) TO REP-AST-TYPE
014100     MOVE POOL-AST-TREE(WS-REP-SUB) TO REP-AST-TREE
014110     CALL 'SHEQ4' USING
014120         REP-AST-TREE,
014130         REP-AST-TYPE,
014140         REP-ENVR,
014150         REP-RESULT,
014160         REP-AST-POOL,
014170         REP-AST-POOL-COUNT
014180     PERFORM 6150-WRITE-REPOUT THRU 6150-EXIT
014190     MOVE WS-REP-SUB TO WS-DIFF-REC-NO
014200     MOVE REP-RULE-ID(WS-REP-SUB) TO WS-DIFF-RULE-ID
014210     MOVE "Y" TO WS-DIFF-HAVE-REP-SW
014220     IF WS-ARCH-SUB = 0
014230         MOVE "NO ARCHIVED RESULT" TO WS-DIFF-REASON
014240         PERFORM 6200-WRITE-DIFFERENCE THRU 6200-EXIT
014250         GO TO 6100-EXIT
014260     END-IF
014270     IF AOT-RESULT(WS-ARCH-SUB) = REP-RESULT
014280             AND AOT-RULE-ID(WS-ARCH-SUB)
014290                 = REP-RULE-ID(WS-REP-SUB)
014300             AND AOT-AST-TYPE(WS-ARCH-SUB)
014310                 = POOL-AST-TYPE(WS-REP-SUB)
014320         ADD 1 TO WS-MATCHED-COUNT
014330     ELSE
014340         IF AOT-RESULT(WS-ARCH-SUB) = REP-RESULT
014350             MOVE "RULE ID OR AST TYPE DIFFERS" TO WS-DIFF-REASON
014360         ELSE
014370             MOVE "RESULT DIFFERS" TO WS-DIFF-REASON
014380         END-IF
014390         PERFORM 6200-WRITE-DIFFERENCE THRU 6200-EXIT
014400     END-IF.
014410 6100-EXIT.
014420     EXIT.
014430
014440 6150-WRITE-REPOUT.
014450     MOVE WS-REP-SUB TO RO-REC-NO
014460     MOVE POOL-AST-TYPE(WS-REP-SUB) TO RO-AST-TYPE
014470     MOVE REP-RESULT TO RO-RESULT
014480     MOVE REP-RULE-ID(WS-REP-SUB) TO RO-RULE-ID
014490     WRITE REP-OUT-RECORD.
014500 6150-EXIT.
014510     EXIT.
014520
014530*----------------------------------------------------------*
014540*  6200-WRITE-DIFFERENCE: list one difference - the record *
014550*  and rule, the reason, and whichever of the archived and *
014560*  reproduced results exist.                               *
014570*----------------------------------------------------------*
014580 6200-WRITE-DIFFERENCE.
014590     ADD 1 TO WS-DIFF-COUNT
014600     MOVE SPACES TO ARC-RPT-RECORD
014610     STRING "  REC " DELIMITED BY SIZE
014620         WS-DIFF-REC-NO DELIMITED BY SIZE
014630         " RULE " DELIMITED BY SIZE
014640         WS-DIFF-RULE-ID DELIMITED BY SIZE
014650         "  " DELIMITED BY SIZE
014660         WS-DIFF-REASON DELIMITED BY SIZE
014670         INTO ARC-RPT-RECORD
014680     WRITE ARC-RPT-RECORD
014690     IF WS-ARCH-SUB > 0
014700         MOVE SPACES TO WS-TRIM-SRC
014710         MOVE AOT-RESULT(WS-ARCH-SUB) TO WS-TRIM-SRC
014720         PERFORM 8100-FIND-TRIM-LEN THRU 8100-EXIT
014730         MOVE SPACES TO ARC-RPT-RECORD
014740         STRING "    ARCHIVED   : " DELIMITED BY SIZE
014750             WS-TRIM-SRC(1:WS-TRIM-LEN) DELIMITED BY SIZE
014760             INTO ARC-RPT-RECORD
014770         WRITE ARC-RPT-RECORD
014780     END-IF
014790     IF WS-DIFF-HAVE-REP
014800         MOVE SPACES TO WS-TRIM-SRC
014810         MOVE REP-RESULT TO WS-TRIM-SRC
014820         PERFORM 8100-FIND-TRIM-LEN THRU 8100-EXIT
014830         MOVE SPACES TO ARC-RPT-RECORD
014840         STRING "    REPRODUCED : " DELIMITED BY SIZE
014850             WS-TRIM-SRC(1:WS-TRIM-LEN) DELIMITED BY SIZE
014860             INTO ARC-RPT-RECORD
014870         WRITE ARC-RPT-RECORD
014880     END-IF.
014890 6200-EXIT.
014900     EXIT.
014910
014920*----------------------------------------------------------*
014930*  6500-CHECK-UNREPRODUCED: an archived AST-OUT entry no   *
014940*  restored record produced is a difference too.           *
014950*----------------------------------------------------------*
014960 6500-CHECK-UNREPRODUCED.
014970     PERFORM 6510-CHECK-ONE-ARCHIVED THRU 6510-EXIT
014980         VARYING WS-ARCH-SUB FROM 1 BY 1
014990         UNTIL WS-ARCH-SUB > AOT-COUNT
015000     IF WS-DIFF-COUNT = 0
015010         MOVE "  (NONE)" TO ARC-RPT-RECORD
015020         WRITE ARC-RPT-RECORD
015030     END-IF.
015040 6500-EXIT.
015050     EXIT.
015060
015070 6510-CHECK-ONE-ARCHIVED.
015080     IF AOT-MATCHED-SW(WS-ARCH-SUB) = "Y"
015090         GO TO 6510-EXIT
015100     END-IF
015110     MOVE AOT-REC-NO(WS-ARCH-SUB) TO WS-DIFF-REC-NO
015120     MOVE AOT-RULE-ID(WS-ARCH-SUB) TO WS-DIFF-RULE-ID
015130     MOVE "ARCHIVED RESULT NOT REPRODUCED" TO WS-DIFF-REASON
015140     MOVE "N" TO WS-DIFF-HAVE-REP-SW
015150     PERFORM 6200-WRITE-DIFFERENCE THRU 6200-EXIT.
015160 6510-EXIT.
015170     EXIT.
015180
015190*----------------------------------------------------------*
015200*  6900-WRITE-VERDICT: RC 0 and "REPRODUCED EXACTLY" only  *
015210*  when the bundle verified against its manifest and every *
015220*  rule came out the same; RC 8 for any difference; RC 12  *
015230*  when there was no bundle to reproduce.                  *
015240*----------------------------------------------------------*
015250 6900-WRITE-VERDICT.
015260     MOVE SPACES TO ARC-RPT-RECORD
015270     WRITE ARC-RPT-RECORD
015280     IF NOT WS-BUNDLE-FOUND
015290         MOVE SPACES TO ARC-RPT-RECORD
015300         STRING "RESULT: NO BUNDLE ON FILE FOR RUN DATE "
015310                 DELIMITED BY SIZE
015320             WS-RUN-DATE DELIMITED BY SIZE
015330             " UNIT " DELIMITED BY SIZE
015340             WS-RUN-UNIT DELIMITED BY SIZE
015350             INTO ARC-RPT-RECORD
015360         WRITE ARC-RPT-RECORD
015370         MOVE 12 TO RETURN-CODE
015380         GO TO 6900-EXIT
015390     END-IF
015400     MOVE SPACES TO ARC-RPT-RECORD
015410     STRING WS-COMPARED-COUNT DELIMITED BY SIZE
015420         " RULE(S) COMPARED: " DELIMITED BY SIZE
015430         WS-MATCHED-COUNT DELIMITED BY SIZE
015440         " MATCHED, " DELIMITED BY SIZE
015450         WS-DIFF-COUNT DELIMITED BY SIZE
015460         " DIFFERENT, " DELIMITED BY SIZE
015470         WS-QUARANTINED-COUNT DELIMITED BY SIZE
015480         " QUARANTINED (PLACEHOLDER CARRIED OVER)"
015490             DELIMITED BY SIZE
015500         INTO ARC-RPT-RECORD
015510     WRITE ARC-RPT-RECORD
015520     MOVE SPACES TO ARC-RPT-RECORD
015530     STRING WS-REPEAT-COUNT DELIMITED BY SIZE
015540         " ARCHIVED RESULT(S) REPEATED BY A RESTART - SKIPPED"
015550             DELIMITED BY SIZE
015560         INTO ARC-RPT-RECORD
015570     WRITE ARC-RPT-RECORD
015580     IF WS-DIFF-COUNT = 0 AND WS-INTEGRITY-ERRORS = 0
015590         MOVE "RESULT: REPRODUCED EXACTLY" TO ARC-RPT-RECORD
015600         WRITE ARC-RPT-RECORD
015610         GO TO 6900-EXIT
015620     END-IF
015630     MOVE SPACES TO ARC-RPT-RECORD
015640     STRING "RESULT: NOT REPRODUCED - " DELIMITED BY SIZE
015650         WS-DIFF-COUNT DELIMITED BY SIZE
015660         " DIFFERENCE(S), " DELIMITED BY SIZE
015670         WS-INTEGRITY-ERRORS DELIMITED BY SIZE
015680         " INTEGRITY ERROR(S)" DELIMITED BY SIZE
015690         INTO ARC-RPT-RECORD
015700     WRITE ARC-RPT-RECORD
015710     MOVE 8 TO RETURN-CODE.
015720 6900-EXIT.
015730     EXIT.
015740
015750*----------------------------------------------------------*
015760*  8000-DATE-TO-SERIAL: fold WS-DATE-IN (YYYYMMDD) down to *
015770*  a day serial, exactly as SHQHIST's 8000-DATE-TO-SERIAL. *
015780*----------------------------------------------------------*
015790 8000-DATE-TO-SERIAL.
015800     COMPUTE WS-DATE-PRIOR-YR = WS-DATE-YYYY - 1
015810     COMPUTE WS-DATE-YEARS = WS-DATE-PRIOR-YR * 365
015820     DIVIDE WS-DATE-PRIOR-YR BY 4 GIVING WS-LEAP-DIV-4
015830     DIVIDE WS-DATE-PRIOR-YR BY 100 GIVING WS-LEAP-DIV-100
015840     DIVIDE WS-DATE-PRIOR-YR BY 400 GIVING WS-LEAP-DIV-400
015850     COMPUTE WS-DATE-LEAPS
015860         = WS-LEAP-DIV-4 - WS-LEAP-DIV-100 + WS-LEAP-DIV-400
015870     COMPUTE WS-DATE-SERIAL
015880         = WS-DATE-YEARS + WS-DATE-LEAPS
015890         + WS-MONTH-CUM(WS-DATE-MM) + WS-DATE-DD
015900     PERFORM 8010-CHECK-LEAP-YEAR THRU 8010-EXIT
015910     IF WS-IS-LEAP-YEAR AND WS-DATE-MM > 2
015920         ADD 1 TO WS-DATE-SERIAL
015930     END-IF.
015940 8000-EXIT.
015950     EXIT.
015960
015970 8010-CHECK-LEAP-YEAR.
015980     MOVE "N" TO WS-LEAP-SW
015990     DIVIDE WS-DATE-YYYY BY 400 GIVING WS-LEAP-QUOT
016000         REMAINDER WS-LEAP-REM-400
016010     DIVIDE WS-DATE-YYYY BY 100 GIVING WS-LEAP-QUOT
016020         REMAINDER WS-LEAP-REM-100
016030     DIVIDE WS-DATE-YYYY BY 4 GIVING WS-LEAP-QUOT
016040         REMAINDER WS-LEAP-REM-4
016050     IF WS-LEAP-REM-400 = 0
016060         MOVE "Y" TO WS-LEAP-SW
016070     ELSE
016080         IF WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0
016090             MOVE "Y" TO WS-LEAP-SW
016100         END-IF
016110     END-IF.
016120 8010-EXIT.
016130     EXIT.
016140
016150*----------------------------------------------------------*
016160*  8020-DAYS-IN-MONTH: WS-MONTH-DAYS for WS-DATE-MM of     *
016170*  WS-DATE-YYYY, from the cumulative month table, February *
016180*  taking the leap rule.                                   *
016190*----------------------------------------------------------*
016200 8020-DAYS-IN-MONTH.
016210     IF WS-DATE-MM = 12
016220         MOVE 31 TO WS-MONTH-DAYS
016230         GO TO 8020-EXIT
016240     END-IF
016250     COMPUTE WS-MONTH-DAYS = WS-MONTH-CUM(WS-DATE-MM + 1)
016260         - WS-MONTH-CUM(WS-DATE-MM)
016270     IF WS-DATE-MM = 2
016280         PERFORM 8010-CHECK-LEAP-YEAR THRU 8010-EXIT
016290         IF WS-IS-LEAP-YEAR
016300             MOVE 29 TO WS-MONTH-DAYS
016310         END-IF
016320     END-IF.
016330 8020-EXIT.
016340     EXIT.
016350
016360*----------------------------------------------------------*
016370*  8100-FIND-TRIM-LEN: position of the last non-space      *
016380*  character in WS-TRIM-SRC, falling back to 1 for an      *
016390*  all-spaces field.                                       *
016400*----------------------------------------------------------*
016410 8100-FIND-TRIM-LEN.
016420     MOVE 1 TO WS-TRIM-LEN
016430     MOVE "N" TO WS-TRIM-FOUND-SW
016440     PERFORM 8110-SCAN-ONE-TRIM-POS THRU 8110-EXIT
016450         VARYING WS-TRIM-POS FROM 200 BY -1
016460         UNTIL WS-TRIM-POS < 1 OR WS-TRIM-FOUND.
016470 8100-EXIT.
016480     EXIT.
016490
016500 8110-SCAN-ONE-TRIM-POS.
016510     IF WS-TRIM-SRC(WS-TRIM-POS:1) NOT = SPACE
016520         MOVE WS-TRIM-POS TO WS-TRIM-LEN
016530         SET WS-TRIM-FOUND TO TRUE
016540     END-IF.
016550 8110-EXIT.
016560     EXIT.
016570
016580*----------------------------------------------------------*
016590*  8200-HASH-MEMBER-DATA: hash total of WS-MEMBER-DATA into  *
016600*  WS-REC-HASH - byte code times byte position, summed.    *
016610*----------------------------------------------------------*
016620 8200-HASH-MEMBER-DATA.
016630     MOVE ZEROS TO WS-REC-HASH
016640     PERFORM 8210-HASH-ONE-BYTE THRU 8210-EXIT
016650         VARYING WS-HASH-POS FROM 1 BY 1
016660         UNTIL WS-HASH-POS > 370.
016670 8200-EXIT.
016680     EXIT.
016690
016700 8210-HASH-ONE-BYTE.
016710     MOVE WS-MEMBER-DATA(WS-HASH-POS:1) TO WS-BYTE-LO
016720     COMPUTE WS-REC-HASH = WS-REC-HASH
016730         + WS-BYTE-CODE * WS-HASH-POS.
016740 8210-EXIT.
016750     EXIT.
016760
016770*----------------------------------------------------------*
016780*  9000-FINALIZE                                           *
016790*----------------------------------------------------------*
016800 9000-FINALIZE.
016810     IF WS-MODE-REPRODUCE
016820         CLOSE ARC-IN-FILE
016830         CLOSE REP-OUT-FILE
016840         CLOSE ARC-RPT-FILE
016850         DISPLAY "SHQARCH: reproduce of " WS-RUN-DATE " "
016860             WS-RUN-UNIT " - " WS-COMPARED-COUNT
016870             " rule(s) compared, " WS-DIFF-COUNT
016880             " difference(s), " WS-INTEGRITY-ERRORS
016890             " integrity error(s)."
016900         GO TO 9000-EXIT
016910     END-IF
016920     CLOSE ARC-OUT-FILE
016930     MOVE SPACES TO ARC-RPT-RECORD
016940     WRITE ARC-RPT-RECORD
016950     MOVE SPACES TO ARC-RPT-RECORD
016960     STRING "ARCHIVE: " DELIMITED BY SIZE
016970         WS-BUNDLE-REC-COUNT DELIMITED BY SIZE
016980         " RECORD(S) WRITTEN FOR THIS BUNDLE, " DELIMITED BY SIZE
016990         WS-RETAINED-COUNT DELIMITED BY SIZE
017000         " EARLIER BUNDLE(S) RETAINED, " DELIMITED BY SIZE
017010         WS-AGED-COUNT DELIMITED BY SIZE
017020         " AGED OFF (RETENTION " DELIMITED BY SIZE
017030         WS-RETAIN-DAYS DELIMITED BY SIZE
017040         " DAYS), " DELIMITED BY SIZE
017050         WS-SUPERSEDED-COUNT DELIMITED BY SIZE
017060         " SUPERSEDED" DELIMITED BY SIZE
017070         INTO ARC-RPT-RECORD
017080     WRITE ARC-RPT-RECORD
017090     CLOSE ARC-RPT-FILE
017100     IF WS-WARNED
017110         MOVE 4 TO RETURN-CODE
017120     END-IF
017130     DISPLAY "SHQARCH: bundle " WS-RUN-DATE " " WS-RUN-UNIT
017140         " archived, " WS-BUNDLE-REC-COUNT " record(s), "
017150         WS-RETAINED-COUNT " earlier bundle(s) retained, "
017160         WS-AGED-COUNT " aged off, "
017170         WS-SUPERSEDED-COUNT " superseded.".
017180 9000-EXIT.
017190     EXIT.
017200
017210 END PROGRAM SHQARCH.
