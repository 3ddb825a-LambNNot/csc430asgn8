000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SHQXTRCT.
000120 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000130 INSTALLATION. RULE-ENGINE-OPERATIONS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  2026-10-15  DSB  Initial downstream interface extract.  *
000190*                   Turns one completed unit's ASTOUT into *
000200*                   the fixed interface file pricing and   *
000210*                   the general ledger read (XTRACT): a    *
000220*                   header (run date, unit, transmission   *
000230*                   sequence number, creation date/time),  *
000240*                   one detail per rule with its result    *
000250*                   classified numeric / boolean / string  *
000260*                   / error / quarantined, the number      *
000270*                   packed and the text carried apart, and *
000280*                   a trailer with the detail count and a  *
000290*                   hash total of the numeric values.  A   *
000300*                   unit that RUNREG does not show ended   *
000310*                   "OK" for the run date is refused.  The *
000320*                   per-unit sequence numbers live in the  *
000330*                   XSEQIN -> XSEQOUT control file so the  *
000340*                   receiver can spot a missed or repeated *
000350*                   transmission.                          *
000360*  2026-10-15  DSB  ASTOUT results a restart wrote         *
000370*                   again (record number no higher than    *
000380*                   the last one extracted) are skipped    *
000390*                   and counted; the extract is balanced   *
000400*                   to the unit's RUNREG end entry before  *
000410*                   the trailer goes out - out of balance  *
000420*                   ends RC 12 with no trailer and the     *
000430*                   sequence unchanged.                    *
000440*----------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT XTR-CTL-FILE ASSIGN TO "XTRCTL"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-XTR-CTL.
000510     SELECT RUN-REG-FILE ASSIGN TO "RUNREG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS FS-RUNREG.
000540     SELECT AST-OUT-FILE ASSIGN TO "ASTOUT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-AST-OUT.
000570     SELECT SEQ-IN-FILE ASSIGN TO "XSEQIN"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FS-SEQ-IN.
000600     SELECT SEQ-OUT-FILE ASSIGN TO "XSEQOUT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS FS-SEQ-OUT.
000630*    The interface file carries packed fields, so it is a  *
000640*    plain fixed-length sequential file, not a text file.  *
000650     SELECT XTRACT-FILE ASSIGN TO "XTRACT"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS FS-XTRACT.
000680     SELECT XTR-RPT-FILE ASSIGN TO "XTRCRPT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS FS-XTR-RPT.
000710*----------------------------------------------------------*
000720*  BOXED BANNER: DATA DIVISION                             *
000730*----------------------------------------------------------*
000740 DATA DIVISION.
000750 FILE SECTION.
000760*----------------------------------------------------------*
000770*  One control card: the run date (YYYYMMDD, required) and *
000780*  unit (blank is SHQBATCH's DEFAULT) whose ASTOUT is to   *
000790*  be extracted.                                           *
000800*----------------------------------------------------------*
000810 FD  XTR-CTL-FILE
000820     RECORDING MODE IS F.
000830 01  XTR-CTL-RECORD.
000840     05 XCTL-RUN-DATE        PIC X(08).
000850     05 XCTL-UNIT            PIC X(08).
000860
000870*----------------------------------------------------------*
000880*  The registry exactly as SHQBATCH writes it.             *
000890*----------------------------------------------------------*
000900 FD  RUN-REG-FILE
000910     RECORDING MODE IS F.
000920 01  RUN-REG-RECORD.
000930     05 REG-RUN-DATE         PIC X(08).
000940     05 REG-UNIT             PIC X(08).
000950     05 REG-ENTRY-TYPE       PIC X(01).
000960         88 REG-IS-START             VALUE "S".
000970         88 REG-IS-END               VALUE "E".
000980     05 REG-REC-COUNT        PIC 9(06).
000990     05 REG-VALID-ERRS       PIC 9(06).
001000     05 REG-SHEQ-ERRS        PIC 9(06).
001010     05 REG-STATUS           PIC X(08).
001020
001030*----------------------------------------------------------*
001040*  The unit's results, in SHQBATCH's AST-OUT-RECORD shape. *
001050*----------------------------------------------------------*
001060 FD  AST-OUT-FILE
001070     RECORDING MODE IS F.
001080 01  AST-OUT-RECORD.
001090     05 OUT-REC-NO           PIC 9(06).
001100     05 OUT-AST-TYPE         PIC X(02).
001110     05 OUT-RESULT           PIC X(150).
001120     05 OUT-RULE-ID          PIC X(08).
001130
001140*----------------------------------------------------------*
001150*  Transmission sequence control - one record per unit     *
001160*  ever extracted: the last sequence number sent, and the  *
001170*  run date and creation date/time it was sent with.       *
001180*----------------------------------------------------------*
001190 FD  SEQ-IN-FILE
001200     RECORDING MODE IS F.
001210 01  SEQ-IN-RECORD.
001220     05 SQI-UNIT             PIC X(08).
001230     05 SQI-LAST-SEQ-NO      PIC 9(07).
001240     05 SQI-LAST-RUN-DATE    PIC X(08).
001250     05 SQI-LAST-CREATE-DATE PIC X(08).
001260     05 SQI-LAST-CREATE-TIME PIC X(06).
001270
001280 FD  SEQ-OUT-FILE
001290     RECORDING MODE IS F.
001300 01  SEQ-OUT-RECORD.
001310     05 SQO-UNIT             PIC X(08).
001320     05 SQO-LAST-SEQ-NO      PIC 9(07).
001330     05 SQO-LAST-RUN-DATE    PIC X(08).
001340     05 SQO-LAST-CREATE-DATE PIC X(08).
001350     05 SQO-LAST-CREATE-TIME PIC X(06).
001360
001370*----------------------------------------------------------*
001380*  The interface file: 200-byte fixed records, the record  *
001390*  type in byte 1.  One header, one detail per rule in     *
001400*  ASTOUT order, one trailer - a file without its trailer  *
001410*  is incomplete and must not be loaded.                   *
001420*----------------------------------------------------------*
001430 FD  XTRACT-FILE
001440     RECORDING MODE IS F.
001450 01  XTR-HEADER-RECORD.
001460     05 XH-REC-TYPE          PIC X(01).
001470         88 XH-IS-HEADER             VALUE "H".
001480     05 XH-INTERFACE-ID      PIC X(08).
001490     05 XH-RUN-DATE          PIC X(08).
001500     05 XH-UNIT              PIC X(08).
001510     05 XH-SEQ-NO            PIC 9(07).
001520     05 XH-CREATE-DATE       PIC X(08).
001530     05 XH-CREATE-TIME       PIC X(06).
001540     05 FILLER               PIC X(154).
001550*    Result class: N numeric (value in XD-NUM-VALUE), B    *
001560*    boolean ("true"/"false" in XD-TEXT-VALUE), S string,  *
001570*    E SHEQ ERROR and Q quarantined (the message text in   *
001580*    XD-TEXT-VALUE).  XD-NUM-VALUE is zero unless class N; *
001590*    XD-TEXT-VALUE is spaces for class N.                  *
001600 01  XTR-DETAIL-RECORD.
001610     05 XD-REC-TYPE          PIC X(01).
001620         88 XD-IS-DETAIL             VALUE "D".
001630     05 XD-OUT-REC-NO        PIC 9(06).
001640     05 XD-RULE-ID           PIC X(08).
001650     05 XD-RESULT-CLASS      PIC X(01).
001660         88 XD-IS-NUMERIC            VALUE "N".
001670         88 XD-IS-BOOLEAN            VALUE "B".
001680         88 XD-IS-STRING             VALUE "S".
001690         88 XD-IS-ERROR              VALUE "E".
001700         88 XD-IS-QUARANTINED        VALUE "Q".
001710     05 XD-NUM-VALUE         PIC S9(11)V9(05) COMP-3.
001720     05 XD-TEXT-VALUE        PIC X(150).
001730     05 FILLER               PIC X(25).
001740 01  XTR-TRAILER-RECORD.
001750     05 XT-REC-TYPE          PIC X(01).
001760         88 XT-IS-TRAILER            VALUE "T".
001770     05 XT-RUN-DATE          PIC X(08).
001780     05 XT-UNIT              PIC X(08).
001790     05 XT-SEQ-NO            PIC 9(07).
001800     05 XT-DETAIL-COUNT      PIC 9(07).
001810     05 XT-HASH-TOTAL        PIC S9(15)V9(05) COMP-3.
001820     05 XT-NUMERIC-COUNT     PIC 9(07).
001830     05 XT-BOOLEAN-COUNT     PIC 9(07).
001840     05 XT-STRING-COUNT      PIC 9(07).
001850     05 XT-ERROR-COUNT       PIC 9(07).
001860     05 XT-QUARANTINED-COUNT PIC 9(07).
001870     05 FILLER               PIC X(123).
001880
001890 FD  XTR-RPT-FILE
001900     RECORDING MODE IS F.
001910 01  XTR-RPT-RECORD          PIC X(132).
001920
001930 WORKING-STORAGE SECTION.
001940 77  WS-INIT-SW              PIC X(01) VALUE "Y".
001950     88 WS-INIT-OK                     VALUE "Y".
001960 77  WS-EOF-SW               PIC X(01) VALUE "N".
001970     88 WS-AT-EOF                      VALUE "Y".
001980 77  WS-REFUSED-SW           PIC X(01) VALUE "N".
001990     88 WS-REFUSED                     VALUE "Y".
002000 77  WS-EXTRACTED-SW         PIC X(01) VALUE "N".
002010     88 WS-EXTRACTED                   VALUE "Y".
002020 77  WS-HAVE-SEQ-IN-SW       PIC X(01) VALUE "N".
002030     88 WS-HAVE-SEQ-IN                 VALUE "Y".
002040 77  WS-SEQ-FOUND-SW         PIC X(01) VALUE "N".
002050     88 WS-SEQ-FOUND                   VALUE "Y".
002060 77  WS-REG-FOUND-SW         PIC X(01) VALUE "N".
002070     88 WS-REG-FOUND                   VALUE "Y".
002080 77  WS-WARN-SW              PIC X(01) VALUE "N".
002090     88 WS-WARNED                      VALUE "Y".
002100 77  WS-DETAIL-COUNT         PIC 9(07) VALUE ZEROS.
002110 77  WS-NUMERIC-COUNT        PIC 9(07) VALUE ZEROS.
002120 77  WS-BOOLEAN-COUNT        PIC 9(07) VALUE ZEROS.
002130 77  WS-STRING-COUNT         PIC 9(07) VALUE ZEROS.
002140 77  WS-ERROR-COUNT          PIC 9(07) VALUE ZEROS.
002150 77  WS-QUARANTINED-COUNT    PIC 9(07) VALUE ZEROS.
002160 77  WS-REPEAT-SW            PIC X(01) VALUE "N".
002170     88 WS-OUT-IS-REPEAT               VALUE "Y".
002180 77  WS-REPEAT-COUNT         PIC 9(07) VALUE ZEROS.
002190 77  WS-BALANCE-SW           PIC X(01) VALUE "Y".
002200     88 WS-IN-BALANCE                  VALUE "Y".
002210 77  WS-SEQ-COPIED-COUNT     PIC 9(06) VALUE ZEROS.
002220 01  FS-XTR-CTL              PIC X(02) VALUE SPACES.
002230 01  FS-RUNREG               PIC X(02) VALUE SPACES.
002240 01  FS-AST-OUT              PIC X(02) VALUE SPACES.
002250 01  FS-SEQ-IN               PIC X(02) VALUE SPACES.
002260 01  FS-SEQ-OUT              PIC X(02) VALUE SPACES.
002270 01  FS-XTRACT               PIC X(02) VALUE SPACES.
002280 01  FS-XTR-RPT              PIC X(02) VALUE SPACES.
002290
002300 01  WS-RUN-DATE             PIC X(08) VALUE SPACES.
002310 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
002320     05 WS-RUN-YYYY          PIC 9(04).
002330     05 WS-RUN-MM            PIC 9(02).
002340         88 WS-RUN-MM-OK             VALUES 1 THRU 12.
002350     05 WS-RUN-DD            PIC 9(02).
002360         88 WS-RUN-DD-OK             VALUES 1 THRU 31.
002370 01  WS-RUN-UNIT             PIC X(08).
002380 01  WS-CREATE-DATE          PIC X(08).
002390 01  WS-CREATE-TIME-RAW      PIC X(08).
002400 01  WS-CREATE-TIME          PIC X(06).
002410
002420*----------------------------------------------------------*
002430*  Month lengths for the run-date check, February taking   *
002440*  the Gregorian leap rule as SHQREFM's 4100-DAYS-IN-MONTH *
002450*  does.                                                   *
002460*----------------------------------------------------------*
002470 01  WS-MONTH-DAYS-DATA      PIC X(24)
002480                             VALUE "312831303130313130313031".
002490 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
002500     05 WS-MONTH-DAYS-ENTRY  PIC 9(02) OCCURS 12 TIMES.
002510 01  WS-MONTH-DAYS           PIC 9(02).
002520 01  WS-LEAP-QUOT            PIC 9(04).
002530 01  WS-LEAP-REM-4           PIC 9(04).
002540 01  WS-LEAP-REM-100         PIC 9(04).
002550 01  WS-LEAP-REM-400         PIC 9(04).
002560
002570*----------------------------------------------------------*
002580*  The unit's latest RUNREG entry for the run date - the   *
002590*  registry is appended in run order, so the last entry    *
002600*  read for the date/unit is the one that stands.          *
002610*----------------------------------------------------------*
002620 01  WS-REG-ENTRY-TYPE       PIC X(01).
002630     88 WS-REG-ENDED                   VALUE "E".
002640 01  WS-REG-STATUS           PIC X(08).
002650 01  WS-REG-REC-COUNT        PIC 9(06).
002660 01  WS-REG-SHEQ-ERRS        PIC 9(06).
002670*    Start entries for the date/unit: more than one means a    *
002680*    restart, whose end entry counts SHEQ errors only from the *
002690*    restart point on, as SHQJOIN's 3500 allows for.           *
002700 01  WS-REG-START-COUNT      PIC 9(04) VALUE ZEROS.
002710
002720*----------------------------------------------------------*
002730*  The unit's sequence control entry: what was last sent,  *
002740*  and the number this transmission goes out under.        *
002750*----------------------------------------------------------*
002760 01  WS-LAST-SEQ-NO          PIC 9(07) VALUE ZEROS.
002770 01  WS-LAST-RUN-DATE        PIC X(08) VALUE SPACES.
002780 01  WS-LAST-CREATE-DATE     PIC X(08) VALUE SPACES.
002790 01  WS-LAST-CREATE-TIME     PIC X(06) VALUE SPACES.
002800 01  WS-SEQ-NO               PIC 9(07) VALUE ZEROS.
002810
002820*----------------------------------------------------------*
002830*  Result classification work area.  Low-values SHEQ4      *
002840*  leaves ahead of a LET-carried number are normalised to  *
002850*  spaces first, as SHQTEST does before comparing.  A      *
002860*  number is a blank prefix with a valid S9(11)V9(5) in    *
002870*  the last 16 bytes (SHEQ4's RESULT-NUM-VAL).             *
002880*----------------------------------------------------------*
002890 01  WS-RESULT               PIC X(150).
002900 01  WS-RESULT-NUM REDEFINES WS-RESULT.
002910     05 WS-RESULT-PREFIX     PIC X(134).
002920     05 WS-RESULT-NUM-VAL    PIC S9(11)V9(05).
002930 01  WS-RESULT-ERR REDEFINES WS-RESULT.
002940     05 WS-RESULT-ERR-TAG    PIC X(12).
002950         88 WS-RESULT-IS-ERROR       VALUE "SHEQ ERROR: ".
002960     05 FILLER               PIC X(138).
002970 01  WS-QUARANTINE-TEXT      PIC X(150)
002980         VALUE "SHEQ ERROR: Quarantined - see SUSPENSE.".
002990 01  WS-LEAD-SPACES          PIC 9(03).
003000 01  WS-TEXT-START           PIC 9(03).
003010 01  WS-TEXT-LEN             PIC 9(03).
003020 01  WS-HASH-TOTAL           PIC S9(15)V9(05) COMP-3
003030                                       VALUE ZEROS.
003040 01  WS-HASH-EDIT            PIC -(15)9.9(05).
003050 01  WS-CLASS-DESC           PIC X(11).
003060 01  WS-DETAIL-COUNT-RPT     PIC 9(07).
003070 01  WS-LAST-OUT-REC-NO      PIC 9(06) VALUE ZEROS.
003080 01  WS-OUT-SHEQ-ERRS        PIC 9(07).
003090
003100 PROCEDURE DIVISION.
003110*----------------------------------------------------------*
003120*  0000-MAINLINE                                           *
003130*----------------------------------------------------------*
003140 0000-MAINLINE.
003150     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003160     IF WS-INIT-OK
003170         PERFORM 2000-EXTRACT-ONE-RESULT THRU 2000-EXIT
003180             UNTIL WS-AT-EOF
003190         PERFORM 2900-BALANCE-EXTRACT THRU 2900-EXIT
003200         IF WS-IN-BALANCE
003210             PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
003220         END-IF
003230     END-IF
003240     PERFORM 4000-WRITE-SEQ-CONTROL THRU 4000-EXIT
003250     PERFORM 9000-FINALIZE THRU 9000-EXIT
003260     GOBACK.
003270
003280*----------------------------------------------------------*
003290*  1000-INITIALIZE: read the XTRCTL card, confirm from     *
003300*  RUNREG that the unit completed OK for the run date,     *
003310*  assign the next sequence number and open the extract.   *
003320*  Any failure here leaves XTRACT unwritten.               *
003330*----------------------------------------------------------*
003340 1000-INITIALIZE.
003350     ACCEPT WS-CREATE-DATE FROM DATE YYYYMMDD
003360     ACCEPT WS-CREATE-TIME-RAW FROM TIME
003370     MOVE WS-CREATE-TIME-RAW(1:6) TO WS-CREATE-TIME
003380
003390     OPEN INPUT XTR-CTL-FILE
003400     IF FS-XTR-CTL NOT = "00"
003410         DISPLAY "SHQXTRCT: unable to open XTRCTL, status "
003420             FS-XTR-CTL
003430         MOVE "N" TO WS-INIT-SW
003440         GO TO 1000-EXIT
003450     END-IF
003460     READ XTR-CTL-FILE
003470         AT END
003480             DISPLAY "SHQXTRCT: XTRCTL is empty - no unit to "
003490                 "extract."
003500             MOVE "N" TO WS-INIT-SW
003510         NOT AT END
003520             MOVE XCTL-RUN-DATE TO WS-RUN-DATE
003530             MOVE XCTL-UNIT TO WS-RUN-UNIT
003540     END-READ
003550     CLOSE XTR-CTL-FILE
003560     IF NOT WS-INIT-OK
003570         GO TO 1000-EXIT
003580     END-IF
003590     IF WS-RUN-UNIT = SPACES
003600         MOVE "DEFAULT" TO WS-RUN-UNIT
003610     END-IF
003620     MOVE ZEROS TO WS-MONTH-DAYS
003630     IF WS-RUN-DATE IS NUMERIC AND WS-RUN-MM-OK
003640         PERFORM 1050-DAYS-IN-MONTH THRU 1050-EXIT
003650     END-IF
003660     IF WS-RUN-DATE IS NOT NUMERIC
003670             OR NOT WS-RUN-MM-OK
003680             OR NOT WS-RUN-DD-OK
003690             OR WS-RUN-DD > WS-MONTH-DAYS
003700         DISPLAY "SHQXTRCT: invalid run date " WS-RUN-DATE
003710             " on XTRCTL - expected YYYYMMDD."
003720         MOVE "N" TO WS-INIT-SW
003730         GO TO 1000-EXIT
003740     END-IF
003750
003760     OPEN OUTPUT XTR-RPT-FILE
003770     IF FS-XTR-RPT NOT = "00"
003780         DISPLAY "SHQXTRCT: unable to open XTRCRPT, status "
003790             FS-XTR-RPT
003800         MOVE "N" TO WS-INIT-SW
003810         GO TO 1000-EXIT
003820     END-IF
003830     MOVE SPACES TO XTR-RPT-RECORD
003840     STRING "INTERFACE EXTRACT, RUN DATE " DELIMITED BY SIZE
003850         WS-RUN-DATE DELIMITED BY SIZE
003860         ", UNIT " DELIMITED BY SIZE
003870         WS-RUN-UNIT DELIMITED BY SIZE
003880         INTO XTR-RPT-RECORD
003890     WRITE XTR-RPT-RECORD
003900     MOVE SPACES TO XTR-RPT-RECORD
003910     WRITE XTR-RPT-RECORD
003920
003930     PERFORM 1100-CHECK-RUN-REGISTRY THRU 1100-EXIT
003940     IF NOT WS-INIT-OK
003950         GO TO 1000-EXIT
003960     END-IF
003970     PERFORM 1200-FIND-SEQ-CONTROL THRU 1200-EXIT
003980     IF NOT WS-INIT-OK
003990         GO TO 1000-EXIT
004000     END-IF
004010
004020     OPEN INPUT AST-OUT-FILE
004030     IF FS-AST-OUT NOT = "00"
004040         DISPLAY "SHQXTRCT: unable to open ASTOUT, status "
004050             FS-AST-OUT
004060         MOVE "N" TO WS-INIT-SW
004070         GO TO 1000-EXIT
004080     END-IF
004090     OPEN OUTPUT XTRACT-FILE
004100     IF FS-XTRACT NOT = "00"
004110         DISPLAY "SHQXTRCT: unable to open XTRACT, status "
004120             FS-XTRACT
004130         CLOSE AST-OUT-FILE
004140         MOVE "N" TO WS-INIT-SW
004150         GO TO 1000-EXIT
004160     END-IF
004170
004180     MOVE SPACES TO XTR-HEADER-RECORD
004190     SET XH-IS-HEADER TO TRUE
004200     MOVE "SHQXTRCT" TO XH-INTERFACE-ID
004210     MOVE WS-RUN-DATE TO XH-RUN-DATE
004220     MOVE WS-RUN-UNIT TO XH-UNIT
004230     MOVE WS-SEQ-NO TO XH-SEQ-NO
004240     MOVE WS-CREATE-DATE TO XH-CREATE-DATE
004250     MOVE WS-CREATE-TIME TO XH-CREATE-TIME
004260     WRITE XTR-HEADER-RECORD
004270     PERFORM 2100-READ-AST-OUT THRU 2100-EXIT.
004280 1000-EXIT.
004290     EXIT.
004300
004310*----------------------------------------------------------*
004320*  1050-DAYS-IN-MONTH: WS-MONTH-DAYS for WS-RUN-MM of      *
004330*  WS-RUN-YYYY, February taking the Gregorian leap rule.   *
004340*----------------------------------------------------------*
004350 1050-DAYS-IN-MONTH.
004360     MOVE WS-MONTH-DAYS-ENTRY(WS-RUN-MM) TO WS-MONTH-DAYS
004370     IF WS-RUN-MM = 2
004380         DIVIDE WS-RUN-YYYY BY 4 GIVING WS-LEAP-QUOT
004390             REMAINDER WS-LEAP-REM-4
004400         DIVIDE WS-RUN-YYYY BY 100 GIVING WS-LEAP-QUOT
004410             REMAINDER WS-LEAP-REM-100
004420         DIVIDE WS-RUN-YYYY BY 400 GIVING WS-LEAP-QUOT
004430             REMAINDER WS-LEAP-REM-400
004440         IF WS-LEAP-REM-4 = 0
004450                 AND (WS-LEAP-REM-100 NOT = 0
004460                      OR WS-LEAP-REM-400 = 0)
004470             MOVE 29 TO WS-MONTH-DAYS
004480         END-IF
004490     END-IF.
004500 1050-EXIT.
004510     EXIT.
004520
004530*----------------------------------------------------------*
004540*  1100-CHECK-RUN-REGISTRY: find the unit's latest RUNREG  *
004550*  entry for the run date.  Only an end entry with status  *
004560*  OK lets the extract go ahead - a start entry with no    *
004570*  end after it is a run still going or one that abended,  *
004580*  and any other end status is a run that did not finish   *
004590*  clean.                                                  *
004600*----------------------------------------------------------*
004610 1100-CHECK-RUN-REGISTRY.
004620     OPEN INPUT RUN-REG-FILE
004630     IF FS-RUNREG NOT = "00"
004640         DISPLAY "SHQXTRCT: unable to open RUNREG, status "
004650             FS-RUNREG
004660         MOVE "N" TO WS-INIT-SW
004670         GO TO 1100-EXIT
004680     END-IF
004690     MOVE "N" TO WS-EOF-SW
004700     PERFORM 1110-READ-ONE-REG-ENTRY THRU 1110-EXIT
004710         UNTIL WS-AT-EOF
004720     CLOSE RUN-REG-FILE
004730     MOVE "N" TO WS-EOF-SW
004740
004750     MOVE SPACES TO XTR-RPT-RECORD
004760     EVALUATE TRUE
004770         WHEN NOT WS-REG-FOUND
004780             STRING "REFUSED: NO RUNREG ENTRY FOR THIS RUN DATE "
004790                 DELIMITED BY SIZE
004800                 "AND UNIT" DELIMITED BY SIZE
004810                 INTO XTR-RPT-RECORD
004820         WHEN NOT WS-REG-ENDED
004830             STRING "REFUSED: LATEST RUNREG ENTRY IS A START "
004840                 DELIMITED BY SIZE
004850                 "WITH NO END - RUN STILL ACTIVE OR ABENDED"
004860                 DELIMITED BY SIZE
004870                 INTO XTR-RPT-RECORD
004880         WHEN WS-REG-STATUS NOT = "OK"
004890             STRING "REFUSED: UNIT ENDED WITH STATUS "
004900                 DELIMITED BY SIZE
004910                 WS-REG-STATUS DELIMITED BY SIZE
004920                 ", NOT OK" DELIMITED BY SIZE
004930                 INTO XTR-RPT-RECORD
004940         WHEN OTHER
004950             STRING "RUNREG: UNIT ENDED OK, " DELIMITED BY SIZE
004960                 WS-REG-REC-COUNT DELIMITED BY SIZE
004970                 " RECORD(S), " DELIMITED BY SIZE
004980                 WS-REG-SHEQ-ERRS DELIMITED BY SIZE
004990                 " SHEQ ERROR(S)" DELIMITED BY SIZE
005000                 INTO XTR-RPT-RECORD
005010     END-EVALUATE
005020     WRITE XTR-RPT-RECORD
005030     IF NOT WS-REG-FOUND
005040             OR NOT WS-REG-ENDED
005050             OR WS-REG-STATUS NOT = "OK"
005060         DISPLAY "SHQXTRCT: " WS-RUN-DATE " " WS-RUN-UNIT
005070             " is not shown completed OK on RUNREG - "
005080             "extract refused."
005090         MOVE "Y" TO WS-REFUSED-SW
005100         MOVE "N" TO WS-INIT-SW
005110     END-IF.
005120 1100-EXIT.
005130     EXIT.
005140
005150 1110-READ-ONE-REG-ENTRY.
005160     READ RUN-REG-FILE
005170         AT END
005180             SET WS-AT-EOF TO TRUE
005190         NOT AT END
005200             IF REG-RUN-DATE = WS-RUN-DATE
005210                     AND REG-UNIT = WS-RUN-UNIT
005220                 MOVE "Y" TO WS-REG-FOUND-SW
005230                 IF REG-IS-START
005240                     ADD 1 TO WS-REG-START-COUNT
005250                 END-IF
005260                 MOVE REG-ENTRY-TYPE TO WS-REG-ENTRY-TYPE
005270                 MOVE REG-STATUS TO WS-REG-STATUS
005280                 MOVE REG-REC-COUNT TO WS-REG-REC-COUNT
005290                 MOVE REG-SHEQ-ERRS TO WS-REG-SHEQ-ERRS
005300             END-IF
005310     END-READ.
005320 1110-EXIT.
005330     EXIT.
005340
005350*----------------------------------------------------------*
005360*  1200-FIND-SEQ-CONTROL: pick up the unit's last          *
005370*  transmission from XSEQIN and number this one after it.  *
005380*  XSEQIN is optional - the first extract for any unit     *
005390*  goes out as 0000001.  A run date earlier than the one   *
005400*  last sent is refused (it would reach the receiver out   *
005410*  of order); the same run date again is sent under a new  *
005420*  number with a warning, so the receiver sees it as a     *
005430*  deliberate resend rather than a duplicate.              *
005440*----------------------------------------------------------*
005450 1200-FIND-SEQ-CONTROL.
005460     OPEN INPUT SEQ-IN-FILE
005470     IF FS-SEQ-IN = "00"
005480         MOVE "Y" TO WS-HAVE-SEQ-IN-SW
005490         MOVE "N" TO WS-EOF-SW
005500         PERFORM 1210-READ-ONE-SEQ-ENTRY THRU 1210-EXIT
005510             UNTIL WS-AT-EOF
005520         CLOSE SEQ-IN-FILE
005530         MOVE "N" TO WS-EOF-SW
005540     ELSE
005550         DISPLAY "SHQXTRCT: no XSEQIN supplied, status "
005560             FS-SEQ-IN " - sequence numbers start from 1."
005570     END-IF
005580
005590     IF WS-LAST-SEQ-NO = 9999999
005600         MOVE 1 TO WS-SEQ-NO
005610     ELSE
005620         COMPUTE WS-SEQ-NO = WS-LAST-SEQ-NO + 1
005630     END-IF
005640
005650     IF WS-SEQ-FOUND
005660         MOVE SPACES TO XTR-RPT-RECORD
005670         STRING "LAST SENT: SEQUENCE " DELIMITED BY SIZE
005680             WS-LAST-SEQ-NO DELIMITED BY SIZE
005690             " FOR RUN DATE " DELIMITED BY SIZE
005700             WS-LAST-RUN-DATE DELIMITED BY SIZE
005710             ", CREATED " DELIMITED BY SIZE
005720             WS-LAST-CREATE-DATE DELIMITED BY SIZE
005730             " " DELIMITED BY SIZE
005740             WS-LAST-CREATE-TIME DELIMITED BY SIZE
005750             INTO XTR-RPT-RECORD
005760         WRITE XTR-RPT-RECORD
005770     END-IF
005780
005790     IF WS-SEQ-FOUND AND WS-RUN-DATE < WS-LAST-RUN-DATE
005800         MOVE SPACES TO XTR-RPT-RECORD
005810         STRING "REFUSED: RUN DATE IS EARLIER THAN THE LAST "
005820             DELIMITED BY SIZE
005830             "ONE SENT FOR THIS UNIT" DELIMITED BY SIZE
005840             INTO XTR-RPT-RECORD
005850         WRITE XTR-RPT-RECORD
005860         DISPLAY "SHQXTRCT: " WS-RUN-DATE " " WS-RUN-UNIT
005870             " is earlier than run date " WS-LAST-RUN-DATE
005880             " already sent - extract refused."
005890         MOVE "Y" TO WS-REFUSED-SW
005900         MOVE "N" TO WS-INIT-SW
005910         GO TO 1200-EXIT
005920     END-IF
005930     IF WS-SEQ-FOUND AND WS-RUN-DATE = WS-LAST-RUN-DATE
005940         MOVE SPACES TO XTR-RPT-RECORD
005950         STRING "WARNING: RUN DATE ALREADY SENT UNDER SEQUENCE "
005960             DELIMITED BY SIZE
005970             WS-LAST-SEQ-NO DELIMITED BY SIZE
005980             " - RESENT AS A NEW TRANSMISSION" DELIMITED BY SIZE
005990             INTO XTR-RPT-RECORD
006000         WRITE XTR-RPT-RECORD
006010         MOVE "Y" TO WS-WARN-SW
006020     END-IF.
006030 1200-EXIT.
006040     EXIT.
006050
006060 1210-READ-ONE-SEQ-ENTRY.
006070     READ SEQ-IN-FILE
006080         AT END
006090             SET WS-AT-EOF TO TRUE
006100         NOT AT END
006110             IF SQI-UNIT = WS-RUN-UNIT
006120                 MOVE "Y" TO WS-SEQ-FOUND-SW
006130                 MOVE SQI-LAST-SEQ-NO TO WS-LAST-SEQ-NO
006140                 MOVE SQI-LAST-RUN-DATE TO WS-LAST-RUN-DATE
006150                 MOVE SQI-LAST-CREATE-DATE TO WS-LAST-CREATE-DATE
006160                 MOVE SQI-LAST-CREATE-TIME TO WS-LAST-CREATE-TIME
006170             END-IF
006180     END-READ.
006190 1210-EXIT.
006200     EXIT.
006210
006220*----------------------------------------------------------*
006230*  2000-EXTRACT-ONE-RESULT: classify one AST-OUT result    *
006240*  and write its detail record.                            *
006250*----------------------------------------------------------*
006260 2000-EXTRACT-ONE-RESULT.
006270     MOVE OUT-RESULT TO WS-RESULT
006280     INSPECT WS-RESULT REPLACING ALL LOW-VALUE BY SPACE
006290     MOVE SPACES TO XTR-DETAIL-RECORD
006300     SET XD-IS-DETAIL TO TRUE
006310     MOVE OUT-REC-NO TO XD-OUT-REC-NO
006320     MOVE OUT-RULE-ID TO XD-RULE-ID
006330     MOVE ZEROS TO XD-NUM-VALUE
006340     PERFORM 2200-CLASSIFY-RESULT THRU 2200-EXIT
006350     WRITE XTR-DETAIL-RECORD
006360     ADD 1 TO WS-DETAIL-COUNT
006370     MOVE OUT-REC-NO TO WS-LAST-OUT-REC-NO
006380     PERFORM 2100-READ-AST-OUT THRU 2100-EXIT.
006390 2000-EXIT.
006400     EXIT.
006410
006420*----------------------------------------------------------*
006430*  2100-READ-AST-OUT: next result from ASTOUT, skipping    *
006440*  any repeat a restart wrote again.  A restarted unit     *
006450*  re-opens ASTOUT EXTEND from its last checkpoint, so the *
006460*  results after it appear twice; the first copy is the    *
006470*  one sent, as SHQJOIN's 3600-READ-PART-OUT keeps it.     *
006480*----------------------------------------------------------*
006490 2100-READ-AST-OUT.
006500     MOVE "Y" TO WS-REPEAT-SW
006510     PERFORM 2110-READ-NEXT-RESULT THRU 2110-EXIT
006520         UNTIL NOT WS-OUT-IS-REPEAT.
006530 2100-EXIT.
006540     EXIT.
006550
006560 2110-READ-NEXT-RESULT.
006570     MOVE "N" TO WS-REPEAT-SW
006580     READ AST-OUT-FILE
006590         AT END
006600             SET WS-AT-EOF TO TRUE
006610             GO TO 2110-EXIT
006620     END-READ
006630     IF OUT-REC-NO IS NUMERIC
006640             AND WS-LAST-OUT-REC-NO > 0
006650             AND OUT-REC-NO NOT > WS-LAST-OUT-REC-NO
006660         MOVE "Y" TO WS-REPEAT-SW
006670         ADD 1 TO WS-REPEAT-COUNT
006680     END-IF.
006690 2110-EXIT.
006700     EXIT.
006710
006720*----------------------------------------------------------*
006730*  2200-CLASSIFY-RESULT: the quarantine placeholder is     *
006740*  tested ahead of the general SHEQ ERROR prefix it also   *
006750*  carries.  A string's text is carried left-justified -   *
006760*  a STRC result keeps its value in the tree's last 16     *
006770*  bytes, behind a blank prefix.                           *
006780*----------------------------------------------------------*
006790 2200-CLASSIFY-RESULT.
006800     EVALUATE TRUE
006810         WHEN WS-RESULT = WS-QUARANTINE-TEXT
006820             SET XD-IS-QUARANTINED TO TRUE
006830             MOVE WS-RESULT TO XD-TEXT-VALUE
006840             ADD 1 TO WS-QUARANTINED-COUNT
006850         WHEN WS-RESULT-IS-ERROR
006860             SET XD-IS-ERROR TO TRUE
006870             MOVE WS-RESULT TO XD-TEXT-VALUE
006880             ADD 1 TO WS-ERROR-COUNT
006890         WHEN WS-RESULT = "true" OR WS-RESULT = "false"
006900             SET XD-IS-BOOLEAN TO TRUE
006910             MOVE WS-RESULT TO XD-TEXT-VALUE
006920             ADD 1 TO WS-BOOLEAN-COUNT
006930         WHEN WS-RESULT-PREFIX = SPACES
006940                 AND WS-RESULT-NUM-VAL IS NUMERIC
006950             SET XD-IS-NUMERIC TO TRUE
006960             MOVE WS-RESULT-NUM-VAL TO XD-NUM-VALUE
006970             ADD WS-RESULT-NUM-VAL TO WS-HASH-TOTAL
006980             ADD 1 TO WS-NUMERIC-COUNT
006990         WHEN OTHER
007000             SET XD-IS-STRING TO TRUE
007010             PERFORM 2300-LEFT-JUSTIFY-TEXT THRU 2300-EXIT
007020             ADD 1 TO WS-STRING-COUNT
007030     END-EVALUATE.
007040 2200-EXIT.
007050     EXIT.
007060
007070 2300-LEFT-JUSTIFY-TEXT.
007080     MOVE ZEROS TO WS-LEAD-SPACES
007090     INSPECT WS-RESULT TALLYING WS-LEAD-SPACES
007100         FOR LEADING SPACES
007110     IF WS-LEAD-SPACES = 0 OR WS-LEAD-SPACES = 150
007120         MOVE WS-RESULT TO XD-TEXT-VALUE
007130         GO TO 2300-EXIT
007140     END-IF
007150     COMPUTE WS-TEXT-START = WS-LEAD-SPACES + 1
007160     COMPUTE WS-TEXT-LEN = 150 - WS-LEAD-SPACES
007170     MOVE WS-RESULT(WS-TEXT-START:WS-TEXT-LEN) TO XD-TEXT-VALUE.
007180 2300-EXIT.
007190     EXIT.
007200
007210*----------------------------------------------------------*
007220*  2900-BALANCE-EXTRACT: the details about to be trailed   *
007230*  must agree with the unit's RUNREG end entry.  Its       *
007240*  record count takes in pool-only ASTIN records, which    *
007250*  have no result, so no detail may lie beyond it; its     *
007260*  SHEQ error count must equal the error and quarantined   *
007270*  details, or after a restart be no more than them.  Out  *
007280*  of balance, the extract is closed with no trailer, so   *
007290*  the receiver will not load it, and the sequence is not  *
007300*  advanced.                                               *
007310*----------------------------------------------------------*
007320 2900-BALANCE-EXTRACT.
007330     COMPUTE WS-OUT-SHEQ-ERRS = WS-ERROR-COUNT
007340         + WS-QUARANTINED-COUNT
007350     MOVE SPACES TO XTR-RPT-RECORD
007360     STRING "ASTOUT: " DELIMITED BY SIZE
007370         WS-DETAIL-COUNT DELIMITED BY SIZE
007380         " RESULT(S) EXTRACTED, " DELIMITED BY SIZE
007390         WS-REPEAT-COUNT DELIMITED BY SIZE
007400         " REPEATED BY A RESTART - SKIPPED" DELIMITED BY SIZE
007410         INTO XTR-RPT-RECORD
007420     WRITE XTR-RPT-RECORD
007430     MOVE SPACES TO XTR-RPT-RECORD
007440     STRING "BALANCE: LAST REC " DELIMITED BY SIZE
007450         WS-LAST-OUT-REC-NO DELIMITED BY SIZE
007460         " (REG " DELIMITED BY SIZE
007470         WS-REG-REC-COUNT DELIMITED BY SIZE
007480         " RECORDS)  SHEQ ERRS " DELIMITED BY SIZE
007490         WS-OUT-SHEQ-ERRS DELIMITED BY SIZE
007500         " (REG " DELIMITED BY SIZE
007510         WS-REG-SHEQ-ERRS DELIMITED BY SIZE
007520         ")" DELIMITED BY SIZE
007530         INTO XTR-RPT-RECORD
007540     WRITE XTR-RPT-RECORD
007550     IF WS-DETAIL-COUNT > WS-REG-REC-COUNT
007560             OR WS-LAST-OUT-REC-NO > WS-REG-REC-COUNT
007570         MOVE "N" TO WS-BALANCE-SW
007580     END-IF
007590     IF WS-REG-START-COUNT > 1
007600         IF WS-REG-SHEQ-ERRS > WS-OUT-SHEQ-ERRS
007610             MOVE "N" TO WS-BALANCE-SW
007620         END-IF
007630     ELSE
007640         IF WS-REG-SHEQ-ERRS NOT = WS-OUT-SHEQ-ERRS
007650             MOVE "N" TO WS-BALANCE-SW
007660         END-IF
007670     END-IF
007680     IF WS-IN-BALANCE
007690         GO TO 2900-EXIT
007700     END-IF
007710     MOVE SPACES TO XTR-RPT-RECORD
007720     STRING "REFUSED: EXTRACT DOES NOT BALANCE TO THE RUNREG "
007730             DELIMITED BY SIZE
007740         "END ENTRY - NO TRAILER WRITTEN" DELIMITED BY SIZE
007750         INTO XTR-RPT-RECORD
007760     WRITE XTR-RPT-RECORD
007770     CLOSE AST-OUT-FILE
007780     CLOSE XTRACT-FILE
007790     DISPLAY "SHQXTRCT: " WS-RUN-DATE " " WS-RUN-UNIT
007800         " does not balance to RUNREG - extract refused."
007810     MOVE "Y" TO WS-REFUSED-SW.
007820 2900-EXIT.
007830     EXIT.
007840
007850*----------------------------------------------------------*
007860*  3000-WRITE-TRAILER: close the extract with its counts   *
007870*  and hash total; the trailer is what tells the receiver  *
007880*  the file is complete.                                   *
007890*----------------------------------------------------------*
007900 3000-WRITE-TRAILER.
007910     MOVE SPACES TO XTR-TRAILER-RECORD
007920     SET XT-IS-TRAILER TO TRUE
007930     MOVE WS-RUN-DATE TO XT-RUN-DATE
007940     MOVE WS-RUN-UNIT TO XT-UNIT
007950     MOVE WS-SEQ-NO TO XT-SEQ-NO
007960     MOVE WS-DETAIL-COUNT TO XT-DETAIL-COUNT
007970     MOVE WS-HASH-TOTAL TO XT-HASH-TOTAL
007980     MOVE WS-NUMERIC-COUNT TO XT-NUMERIC-COUNT
007990     MOVE WS-BOOLEAN-COUNT TO XT-BOOLEAN-COUNT
008000     MOVE WS-STRING-COUNT TO XT-STRING-COUNT
008010     MOVE WS-ERROR-COUNT TO XT-ERROR-COUNT
008020     MOVE WS-QUARANTINED-COUNT TO XT-QUARANTINED-COUNT
008030     WRITE XTR-TRAILER-RECORD
008040     CLOSE AST-OUT-FILE
008050     CLOSE XTRACT-FILE
008060     MOVE "Y" TO WS-EXTRACTED-SW.
008070 3000-EXIT.
008080     EXIT.
008090
008100*----------------------------------------------------------*
008110*  4000-WRITE-SEQ-CONTROL: carry XSEQIN forward to XSEQOUT *
008120*  every run, so the control generation chain never        *
008130*  breaks.  Only an extract that was written replaces (or, *
008140*  for a unit's first transmission, adds) the unit's       *
008150*  entry; a refused or failed run copies it unchanged.     *
008160*----------------------------------------------------------*
008170 4000-WRITE-SEQ-CONTROL.
008180     OPEN OUTPUT SEQ-OUT-FILE
008190     IF FS-SEQ-OUT NOT = "00"
008200         DISPLAY "SHQXTRCT: unable to open XSEQOUT, status "
008210             FS-SEQ-OUT " - sequence control not carried forward."
008220         MOVE "N" TO WS-EXTRACTED-SW
008230         MOVE "N" TO WS-INIT-SW
008240         GO TO 4000-EXIT
008250     END-IF
008260     IF WS-HAVE-SEQ-IN
008270         OPEN INPUT SEQ-IN-FILE
008280         MOVE "N" TO WS-EOF-SW
008290         PERFORM 4100-COPY-ONE-SEQ-ENTRY THRU 4100-EXIT
008300             UNTIL WS-AT-EOF
008310         CLOSE SEQ-IN-FILE
008320     END-IF
008330     IF WS-EXTRACTED AND NOT WS-SEQ-FOUND
008340         PERFORM 4200-BUILD-SEQ-ENTRY THRU 4200-EXIT
008350         WRITE SEQ-OUT-RECORD
008360     END-IF
008370     CLOSE SEQ-OUT-FILE.
008380 4000-EXIT.
008390     EXIT.
008400
008410 4100-COPY-ONE-SEQ-ENTRY.
008420     READ SEQ-IN-FILE
008430         AT END
008440             SET WS-AT-EOF TO TRUE
008450             GO TO 4100-EXIT
008460     END-READ
008470     IF WS-EXTRACTED AND SQI-UNIT = WS-RUN-UNIT
008480         PERFORM 4200-BUILD-SEQ-ENTRY THRU 4200-EXIT
008490     ELSE
008500         MOVE SEQ-IN-RECORD TO SEQ-OUT-RECORD
008510     END-IF
008520     WRITE SEQ-OUT-RECORD
008530     ADD 1 TO WS-SEQ-COPIED-COUNT.
008540 4100-EXIT.
008550     EXIT.
008560
008570 4200-BUILD-SEQ-ENTRY.
008580     MOVE WS-RUN-UNIT TO SQO-UNIT
008590     MOVE WS-SEQ-NO TO SQO-LAST-SEQ-NO
008600     MOVE WS-RUN-DATE TO SQO-LAST-RUN-DATE
008610     MOVE WS-CREATE-DATE TO SQO-LAST-CREATE-DATE
008620     MOVE WS-CREATE-TIME TO SQO-LAST-CREATE-TIME.
008630 4200-EXIT.
008640     EXIT.
008650
008660*----------------------------------------------------------*
008670*  9000-FINALIZE: report totals and set the return code -  *
008680*  12 when nothing was extracted, 4 for a resend.          *
008690*----------------------------------------------------------*
008700 9000-FINALIZE.
008710     IF NOT WS-EXTRACTED
008720         IF FS-XTR-RPT = "00"
008730             CLOSE XTR-RPT-FILE
008740         END-IF
008750         IF NOT WS-REFUSED
008760             DISPLAY "SHQXTRCT: initialization failed - "
008770                 "nothing extracted."
008780         END-IF
008790         MOVE 12 TO RETURN-CODE
008800         GO TO 9000-EXIT
008810     END-IF
008820
008830     MOVE SPACES TO XTR-RPT-RECORD
008840     STRING "SENT AS SEQUENCE " DELIMITED BY SIZE
008850         WS-SEQ-NO DELIMITED BY SIZE
008860         ", CREATED " DELIMITED BY SIZE
008870         WS-CREATE-DATE DELIMITED BY SIZE
008880         " " DELIMITED BY SIZE
008890         WS-CREATE-TIME DELIMITED BY SIZE
008900         INTO XTR-RPT-RECORD
008910     WRITE XTR-RPT-RECORD
008920     MOVE SPACES TO XTR-RPT-RECORD
008930     WRITE XTR-RPT-RECORD
008940     MOVE "NUMERIC" TO WS-CLASS-DESC
008950     MOVE WS-NUMERIC-COUNT TO WS-DETAIL-COUNT-RPT
008960     PERFORM 9100-WRITE-CLASS-LINE THRU 9100-EXIT
008970     MOVE "BOOLEAN" TO WS-CLASS-DESC
008980     MOVE WS-BOOLEAN-COUNT TO WS-DETAIL-COUNT-RPT
008990     PERFORM 9100-WRITE-CLASS-LINE THRU 9100-EXIT
009000     MOVE "STRING" TO WS-CLASS-DESC
009010     MOVE WS-STRING-COUNT TO WS-DETAIL-COUNT-RPT
009020     PERFORM 9100-WRITE-CLASS-LINE THRU 9100-EXIT
009030     MOVE "ERROR" TO WS-CLASS-DESC
009040     MOVE WS-ERROR-COUNT TO WS-DETAIL-COUNT-RPT
009050     PERFORM 9100-WRITE-CLASS-LINE THRU 9100-EXIT
009060     MOVE "QUARANTINED" TO WS-CLASS-DESC
009070     MOVE WS-QUARANTINED-COUNT TO WS-DETAIL-COUNT-RPT
009080     PERFORM 9100-WRITE-CLASS-LINE THRU 9100-EXIT
009090     MOVE "TOTAL" TO WS-CLASS-DESC
009100     MOVE WS-DETAIL-COUNT TO WS-DETAIL-COUNT-RPT
009110     PERFORM 9100-WRITE-CLASS-LINE THRU 9100-EXIT
009120     MOVE WS-HASH-TOTAL TO WS-HASH-EDIT
009130     MOVE SPACES TO XTR-RPT-RECORD
009140     STRING "HASH TOTAL OF NUMERIC VALUES: " DELIMITED BY SIZE
009150         WS-HASH-EDIT DELIMITED BY SIZE
009160         INTO XTR-RPT-RECORD
009170     WRITE XTR-RPT-RECORD
009180     CLOSE XTR-RPT-FILE
009190     IF WS-WARNED
009200         MOVE 4 TO RETURN-CODE
009210     END-IF
009220     DISPLAY "SHQXTRCT: " WS-RUN-DATE " " WS-RUN-UNIT
009230         " extracted as sequence " WS-SEQ-NO ", "
009240         WS-DETAIL-COUNT " detail record(s), "
009250         WS-ERROR-COUNT " error(s), "
009260         WS-QUARANTINED-COUNT " quarantined.".
009270 9000-EXIT.
009280     EXIT.
009290
009300 9100-WRITE-CLASS-LINE.
009310     MOVE SPACES TO XTR-RPT-RECORD
009320     STRING "  " DELIMITED BY SIZE
009330         WS-CLASS-DESC DELIMITED BY SIZE
009340         " " DELIMITED BY SIZE
009350         WS-DETAIL-COUNT-RPT DELIMITED BY SIZE
009360         INTO XTR-RPT-RECORD
009370     WRITE XTR-RPT-RECORD.
009380 9100-EXIT.
009390     EXIT.
009400
009410 END PROGRAM SHQXTRCT.
