000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SHQREFM.
000120 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000130 INSTALLATION. RULE-ENGINE-OPERATIONS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  2026-10-15  DSB  Initial reference-table maintenance    *
000190*                   utility - applies a deck of ADD/CHANGE/  *
000200*                   EXPIRE/LIST cards, each naming its     *
000210*                   requester, to the current REFTBL and   *
000220*                   writes the new REFTBL in table/key/    *
000230*                   effective-date order.  Every REFTBL row  *
000240*                   now carries an effective period; a     *
000250*                   period that would overlap another for  *
000260*                   the same table/key is refused, so      *
000270*                   SHEQ4's lookup can never see two rows  *
000280*                   in force on one day.  Each change goes *
000290*                   to the permanent REFAUDIT log (old and *
000300*                   new value and period, requester).  Any *
000310*                   rejected card rejects the whole deck   *
000320*                   (RC 12, nothing written), the SHQPROMO *
000330*                   rule.  Retires the hand edit of REFTBL.  *
000340*----------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT REF-CARD-FILE ASSIGN TO "REFCARD"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS FS-REF-CARD.
000410     SELECT REF-TABLE-FILE ASSIGN TO "REFTBL"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS FS-REFTBL.
000440     SELECT REF-NEW-FILE ASSIGN TO "REFNEW"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS FS-REF-NEW.
000470     SELECT REF-AUDIT-FILE ASSIGN TO "REFAUDIT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS FS-REF-AUDIT.
000500     SELECT REF-RPT-FILE ASSIGN TO "REFRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-REF-RPT.
000530     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
000540*----------------------------------------------------------*
000550*  BOXED BANNER: DATA DIVISION                             *
000560*----------------------------------------------------------*
000570 DATA DIVISION.
000580 FILE SECTION.
000590*----------------------------------------------------------*
000600*  One maintenance action per card ("*" in column 1 is a   *
000610*  comment), applied in deck order, so a later card sees   *
000620*  what an earlier one did:                                *
000630*    ADD     table key value from [to] requester           *
000640*            - a new period for the pair; FROM defaults to *
000650*              the run date, a blank TO leaves it open     *
000660*    CHANGE  table key value from requester                *
000670*            - a new value from FROM (default run date) on:  *
000680*              the row in force on FROM is end-dated the   *
000690*              day before and the new value takes over the *
000700*              rest of its period (a row starting on FROM  *
000710*              is simply revalued)                         *
000720*    EXPIRE  table key [to] requester                      *
000730*            - the pair stops on TO (default run date): the  *
000740*              row in force then ends on TO and any period *
000750*              keyed in to start after it is removed       *
000760*    LIST    [table [key]]                                 *
000770*            - print the rows as they stand at that point  *
000780*  Columns: action 1-8, table 9-18, key 19-28, value 29-44 *
000790*  (REFTBL's own signed zoned S9(11)V9(5)), effective-from *
000800*  45-52 and effective-to 53-60 (YYYYMMDD), requester 61-68.  *
000810*----------------------------------------------------------*
000820 FD  REF-CARD-FILE
000830     RECORDING MODE IS F.
000840 01  REF-CARD-RECORD.
000850     05 CARD-ACTION          PIC X(08).
000860         88 CARD-IS-ADD              VALUE "ADD".
000870         88 CARD-IS-CHANGE           VALUE "CHANGE".
000880         88 CARD-IS-EXPIRE           VALUE "EXPIRE".
000890         88 CARD-IS-LIST             VALUE "LIST".
000900     05 CARD-TABLE           PIC X(10).
000910     05 CARD-KEY             PIC X(10).
000920     05 CARD-VALUE           PIC S9(11)V9(5).
000930     05 CARD-EFF-FROM        PIC X(08).
000940     05 CARD-EFF-TO          PIC X(08).
000950     05 CARD-REQUESTER       PIC X(08).
000960
000970*----------------------------------------------------------*
000980*  Current and new reference table - the row SHEQ4's       *
000990*  LOAD-REF-TABLE reads.  A blank EFF-FROM is in force from  *
001000*  the beginning of time (a row written before effective   *
001010*  dating), a blank EFF-TO until further notice.           *
001020*----------------------------------------------------------*
001030 FD  REF-TABLE-FILE
001040     RECORDING MODE IS F.
001050 01  REF-TABLE-RECORD.
001060     05 REFTBL-TABLE         PIC X(10).
001070     05 REFTBL-KEY           PIC X(10).
001080     05 REFTBL-VALUE         PIC S9(11)V9(5).
001090     05 REFTBL-EFF-FROM      PIC X(08).
001100     05 REFTBL-EFF-TO        PIC X(08).
001110
001120 FD  REF-NEW-FILE
001130     RECORDING MODE IS F.
001140 01  REF-NEW-RECORD          PIC X(52).
001150
001160*----------------------------------------------------------*
001170*  Permanent audit log, extended (DISP=MOD) by every       *
001180*  accepted deck - one line per row a card touched, with   *
001190*  the row as it was (blank for an ADD) and as it now is   *
001200*  (blank for a removed future period).                    *
001210*----------------------------------------------------------*
001220 FD  REF-AUDIT-FILE
001230     RECORDING MODE IS F.
001240 01  REF-AUDIT-RECORD.
001250     05 AUD-DATE             PIC X(08).
001260     05 AUD-TIME             PIC X(06).
001270     05 AUD-ACTION           PIC X(08).
001280     05 AUD-REQUESTER        PIC X(08).
001290     05 AUD-TABLE            PIC X(10).
001300     05 AUD-KEY              PIC X(10).
001310     05 AUD-OLD-ROW.
001320         10 AUD-OLD-VALUE    PIC S9(11)V9(5).
001330         10 AUD-OLD-FROM     PIC X(08).
001340         10 AUD-OLD-TO       PIC X(08).
001350     05 AUD-NEW-ROW.
001360         10 AUD-NEW-VALUE    PIC S9(11)V9(5).
001370         10 AUD-NEW-FROM     PIC X(08).
001380         10 AUD-NEW-TO       PIC X(08).
001390
001400 FD  REF-RPT-FILE
001410     RECORDING MODE IS F.
001420 01  REF-RPT-RECORD          PIC X(132).
001430
001440 SD  SORT-WORK-FILE.
001450 01  SORT-WORK-RECORD.
001460     05 SR-TABLE             PIC X(10).
001470     05 SR-KEY               PIC X(10).
001480     05 SR-VALUE             PIC S9(11)V9(5).
001490     05 SR-EFF-FROM          PIC X(08).
001500     05 SR-EFF-TO            PIC X(08).
001510
001520 WORKING-STORAGE SECTION.
001530 77  WS-INIT-SW              PIC X(01) VALUE "Y".
001540     88 WS-INIT-OK                     VALUE "Y".
001550 77  WS-REJECT-SW            PIC X(01) VALUE "N".
001560     88 WS-DECK-REJECTED               VALUE "Y".
001570 77  WS-CARD-EOF-SW          PIC X(01) VALUE "N".
001580     88 REF-CARD-EOF                   VALUE "Y".
001590 77  WS-REFTBL-EOF-SW        PIC X(01) VALUE "N".
001600     88 REFTBL-EOF                     VALUE "Y".
001610 77  WS-DATE-SW              PIC X(01).
001620     88 WS-DATE-VALID                  VALUE "Y".
001630 77  WS-CARD-COUNT           PIC 9(06) VALUE ZEROS.
001640 77  WS-ADD-COUNT            PIC 9(06) VALUE ZEROS.
001650 77  WS-CHANGE-COUNT         PIC 9(06) VALUE ZEROS.
001660 77  WS-EXPIRE-COUNT         PIC 9(06) VALUE ZEROS.
001670 77  WS-LIST-COUNT           PIC 9(06) VALUE ZEROS.
001680 77  WS-REJECT-COUNT         PIC 9(06) VALUE ZEROS.
001690 77  WS-OLD-ROW-COUNT        PIC 9(06) VALUE ZEROS.
001700 77  WS-NEW-ROW-COUNT        PIC 9(06) VALUE ZEROS.
001710 77  WS-LOG-COUNT            PIC 9(06) VALUE ZEROS.
001720 01  FS-REF-CARD             PIC X(02) VALUE SPACES.
001730 01  FS-REFTBL               PIC X(02) VALUE SPACES.
001740 01  FS-REF-NEW              PIC X(02) VALUE SPACES.
001750 01  FS-REF-AUDIT            PIC X(02) VALUE SPACES.
001760 01  FS-REF-RPT              PIC X(02) VALUE SPACES.
001770 01  WS-RUN-DATE             PIC X(08) VALUE SPACES.
001780 01  WS-RUN-TIME             PIC X(08) VALUE SPACES.
001790 01  WS-REASON               PIC X(50).
001800
001810*----------------------------------------------------------*
001820*  The reference table as the deck reshapes it.  A row a   *
001830*  card removes is only flagged - it is dropped when the   *
001840*  new REFTBL is written.  Same ceiling SHEQ4 loads to.    *
001850*----------------------------------------------------------*
001860 01  RT-TABLE.
001870     05 RT-ENTRY              OCCURS 50000 TIMES
001880                              INDEXED BY RT-IDX.
001890         10 RT-NAME           PIC X(10).
001900         10 RT-KEY            PIC X(10).
001910         10 RT-VALUE          PIC S9(11)V9(5).
001920         10 RT-EFF-FROM       PIC X(08).
001930         10 RT-EFF-TO         PIC X(08).
001940         10 RT-REMOVED-SW     PIC X(01).
001950             88 RT-REMOVED            VALUE "Y".
001960 01  RT-COUNT                 PIC 9(05) VALUE ZEROS.
001970 01  RT-MAX                   PIC 9(05) VALUE 50000.
001980 01  RT-SUB                   PIC 9(05).
001990 01  WS-COVER-SUB             PIC 9(05).
002000 01  WS-LATER-COUNT           PIC 9(05).
002010
002020*----------------------------------------------------------*
002030*  Working copy of the card being checked, its defaulted   *
002040*  dates, and the comparison bounds a blank date stands    *
002050*  for: the beginning and the end of time.                 *
002060*----------------------------------------------------------*
002070 01  WS-EFF-FROM              PIC X(08).
002080 01  WS-EFF-TO                PIC X(08).
002090 01  WS-NEW-LO                PIC X(08).
002100 01  WS-NEW-HI                PIC X(08).
002110 01  WS-ROW-LO                PIC X(08).
002120 01  WS-ROW-HI                PIC X(08).
002130 01  WS-LOW-DATE              PIC X(08) VALUE "00000000".
002140 01  WS-HIGH-DATE             PIC X(08) VALUE "99999999".
002150
002160*----------------------------------------------------------*
002170*  Date checking and the day-before arithmetic CHANGE      *
002180*  needs, done with a days-in-month table rather than a    *
002190*  calendar routine.                                       *
002200*----------------------------------------------------------*
002210 01  WS-DATE-WORK             PIC X(08).
002220 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
002230     05 WS-DW-YYYY            PIC 9(04).
002240     05 WS-DW-MM              PIC 9(02).
002250     05 WS-DW-DD              PIC 9(02).
002260 01  WS-MONTH-DAYS-DATA.
002270     05 FILLER                PIC X(24)
002280                              VALUE "312831303130313130313031".
002290 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
002300     05 WS-MONTH-DAYS-ENTRY   PIC 9(02) OCCURS 12 TIMES.
002310 01  WS-MONTH-DAYS            PIC 9(02).
002320 01  WS-LEAP-QUOT             PIC 9(04).
002330 01  WS-LEAP-REM-4            PIC 9(04).
002340 01  WS-LEAP-REM-100          PIC 9(04).
002350 01  WS-LEAP-REM-400          PIC 9(04).
002360
002370*----------------------------------------------------------*
002380*  Audit lines held until the deck is accepted - nothing   *
002390*  reaches REFAUDIT for a deck that is not applied.        *
002400*----------------------------------------------------------*
002410 01  AUD-BUFFER.
002420     05 AUD-ENTRY             OCCURS 2000 TIMES.
002430         10 AB-ACTION         PIC X(08).
002440         10 AB-REQUESTER      PIC X(08).
002450         10 AB-TABLE          PIC X(10).
002460         10 AB-KEY            PIC X(10).
002470         10 AB-OLD-ROW        PIC X(32).
002480         10 AB-NEW-ROW        PIC X(32).
002490 01  AUD-COUNT                PIC 9(04) VALUE ZEROS.
002500 01  AUD-SUB                  PIC 9(04).
002510 01  WS-OLD-ROW.
002520     05 WS-OLD-VALUE          PIC S9(11)V9(5).
002530     05 WS-OLD-FROM           PIC X(08).
002540     05 WS-OLD-TO             PIC X(08).
002550 01  WS-NEW-ROW.
002560     05 WS-NEW-VALUE          PIC S9(11)V9(5).
002570     05 WS-NEW-FROM           PIC X(08).
002580     05 WS-NEW-TO             PIC X(08).
002590 01  WS-PRINT-ROW.
002600     05 WS-PRINT-VALUE        PIC S9(11)V9(5).
002610     05 WS-PRINT-FROM         PIC X(08).
002620     05 WS-PRINT-TO           PIC X(08).
002630
002640*----------------------------------------------------------*
002650*  Report edit fields.                                     *
002660*----------------------------------------------------------*
002670 01  WS-EDIT-VALUE            PIC -(11)9.9(5).
002680 01  WS-EDIT-FROM             PIC X(08).
002690 01  WS-EDIT-TO               PIC X(08).
002700 01  WS-RPT-LABEL             PIC X(08).
002710
002720 PROCEDURE DIVISION.
002730*----------------------------------------------------------*
002740*  0000-MAINLINE                                           *
002750*----------------------------------------------------------*
002760 0000-MAINLINE.
002770     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002780     IF NOT WS-INIT-OK
002790         DISPLAY "SHQREFM: initialization failed - deck not "
002800             "applied."
002810         MOVE 12 TO RETURN-CODE
002820         GOBACK
002830     END-IF
002840     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT
002850     IF NOT WS-DECK-REJECTED
002860         PERFORM 6000-WRITE-NEW-REFTBL THRU 6000-EXIT
002870     END-IF
002880     IF NOT WS-DECK-REJECTED
002890         PERFORM 7000-WRITE-AUDIT-LOG THRU 7000-EXIT
002900     END-IF
002910     PERFORM 9000-FINALIZE THRU 9000-EXIT
002920     GOBACK.
002930
002940*----------------------------------------------------------*
002950*  1000-INITIALIZE: open the report, load the current      *
002960*  REFTBL and open the card deck.                          *
002970*----------------------------------------------------------*
002980 1000-INITIALIZE.
002990     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003000     ACCEPT WS-RUN-TIME FROM TIME
003010     OPEN OUTPUT REF-RPT-FILE
003020     IF FS-REF-RPT NOT = "00"
003030         DISPLAY "SHQREFM: unable to open REFRPT, status "
003040             FS-REF-RPT
003050         MOVE "N" TO WS-INIT-SW
003060         GO TO 1000-EXIT
003070     END-IF
003080     MOVE SPACES TO REF-RPT-RECORD
003090     STRING "REFERENCE TABLE MAINTENANCE RUN " DELIMITED BY SIZE
003100         WS-RUN-DATE DELIMITED BY SIZE
003110         " " DELIMITED BY SIZE
003120         WS-RUN-TIME(1:6) DELIMITED BY SIZE
003130         INTO REF-RPT-RECORD
003140     WRITE REF-RPT-RECORD
003150     PERFORM 1100-LOAD-REFTBL THRU 1100-EXIT
003160     IF NOT WS-INIT-OK
003170         GO TO 1000-EXIT
003180     END-IF
003190     OPEN INPUT REF-CARD-FILE
003200     IF FS-REF-CARD NOT = "00"
003210         DISPLAY "SHQREFM: unable to open REFCARD, status "
003220             FS-REF-CARD
003230         MOVE "N" TO WS-INIT-SW
003240     END-IF.
003250 1000-EXIT.
003260     EXIT.
003270
003280*----------------------------------------------------------*
003290*  1100-LOAD-REFTBL: the current table, whole.  A REFTBL   *
003300*  larger than the in-core table stops the run - half a    *
003310*  table written back would silently lose the rest.        *
003320*----------------------------------------------------------*
003330 1100-LOAD-REFTBL.
003340     OPEN INPUT REF-TABLE-FILE
003350     IF FS-REFTBL NOT = "00"
003360         DISPLAY "SHQREFM: unable to open REFTBL, status "
003370             FS-REFTBL
003380         MOVE "N" TO WS-INIT-SW
003390         GO TO 1100-EXIT
003400     END-IF
003410     PERFORM 1110-LOAD-ONE-ROW THRU 1110-EXIT
003420         UNTIL REFTBL-EOF
003430     CLOSE REF-TABLE-FILE
003440     MOVE RT-COUNT TO WS-OLD-ROW-COUNT.
003450 1100-EXIT.
003460     EXIT.
003470
003480 1110-LOAD-ONE-ROW.
003490     READ REF-TABLE-FILE
003500         AT END
003510             SET REFTBL-EOF TO TRUE
003520             GO TO 1110-EXIT
003530     END-READ
003540     IF RT-COUNT >= RT-MAX
003550         DISPLAY "SHQREFM: REFTBL exceeds " RT-MAX
003560             " rows - not loaded."
003570         MOVE "N" TO WS-INIT-SW
003580         SET REFTBL-EOF TO TRUE
003590         GO TO 1110-EXIT
003600     END-IF
003610     ADD 1 TO RT-COUNT
003620     MOVE REFTBL-TABLE TO RT-NAME(RT-COUNT)
003630     MOVE REFTBL-KEY TO RT-KEY(RT-COUNT)
003640     MOVE REFTBL-VALUE TO RT-VALUE(RT-COUNT)
003650     MOVE REFTBL-EFF-FROM TO RT-EFF-FROM(RT-COUNT)
003660     MOVE REFTBL-EFF-TO TO RT-EFF-TO(RT-COUNT)
003670     MOVE "N" TO RT-REMOVED-SW(RT-COUNT).
003680 1110-EXIT.
003690     EXIT.
003700
003710*----------------------------------------------------------*
003720*  2000-PROCESS-CARDS: check and apply every card in deck  *
003730*  order.  A rejected card is reported and not applied,    *
003740*  and the rest of the deck is still checked, so one run   *
003750*  shows everything wrong with it.                         *
003760*----------------------------------------------------------*
003770 2000-PROCESS-CARDS.
003780     MOVE SPACES TO REF-RPT-RECORD
003790     WRITE REF-RPT-RECORD
003800     MOVE "MAINTENANCE CARDS:" TO REF-RPT-RECORD
003810     WRITE REF-RPT-RECORD
003820     PERFORM 2100-PROCESS-ONE-CARD THRU 2100-EXIT
003830         UNTIL REF-CARD-EOF
003840     CLOSE REF-CARD-FILE
003850     IF WS-CARD-COUNT = 0
003860         MOVE "DECK CONTAINS NO CARDS" TO REF-RPT-RECORD
003870         WRITE REF-RPT-RECORD
003880         SET WS-DECK-REJECTED TO TRUE
003890     END-IF.
003900 2000-EXIT.
003910     EXIT.
003920
003930 2100-PROCESS-ONE-CARD.
003940     READ REF-CARD-FILE
003950         AT END
003960             SET REF-CARD-EOF TO TRUE
003970             GO TO 2100-EXIT
003980     END-READ
003990     IF REF-CARD-RECORD(1:1) = "*" OR REF-CARD-RECORD = SPACES
004000         GO TO 2100-EXIT
004010     END-IF
004020     ADD 1 TO WS-CARD-COUNT
004030     MOVE SPACES TO WS-REASON
004040     PERFORM 2200-FIND-CARD-FAULT THRU 2200-EXIT
004050     MOVE SPACES TO REF-RPT-RECORD
004060     STRING CARD-ACTION DELIMITED BY SIZE
004070         " " DELIMITED BY SIZE
004080         CARD-TABLE DELIMITED BY SIZE
004090         " " DELIMITED BY SIZE
004100         CARD-KEY DELIMITED BY SIZE
004110         " FROM " DELIMITED BY SIZE
004120         WS-EFF-FROM DELIMITED BY SIZE
004130         " TO " DELIMITED BY SIZE
004140         WS-EFF-TO DELIMITED BY SIZE
004150         " REQUESTER " DELIMITED BY SIZE
004160         CARD-REQUESTER DELIMITED BY SIZE
004170         INTO REF-RPT-RECORD
004180     IF WS-REASON NOT = SPACES
004190         ADD 1 TO WS-REJECT-COUNT
004200         SET WS-DECK-REJECTED TO TRUE
004210         STRING "- REJECTED: " DELIMITED BY SIZE
004220             WS-REASON DELIMITED BY SIZE
004230             INTO REF-RPT-RECORD(75:58)
004240         WRITE REF-RPT-RECORD
004250         GO TO 2100-EXIT
004260     END-IF
004270     MOVE "- OK" TO REF-RPT-RECORD(75:4)
004280     WRITE REF-RPT-RECORD
004290     EVALUATE TRUE
004300         WHEN CARD-IS-ADD
004310             PERFORM 3100-APPLY-ADD THRU 3100-EXIT
004320         WHEN CARD-IS-CHANGE
004330             PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
004340         WHEN CARD-IS-EXPIRE
004350             PERFORM 3300-APPLY-EXPIRE THRU 3300-EXIT
004360         WHEN CARD-IS-LIST
004370             PERFORM 3400-LIST-ROWS THRU 3400-EXIT
004380     END-EVALUATE.
004390 2100-EXIT.
004400     EXIT.
004410
004420*----------------------------------------------------------*
004430*  2200-FIND-CARD-FAULT: fill in the card's default dates  *
004440*  and leave WS-REASON blank if the card can be applied to *
004450*  the table as it now stands, else say why not.  Locates  *
004460*  the row a CHANGE or EXPIRE acts on in WS-COVER-SUB.     *
004470*----------------------------------------------------------*
004480 2200-FIND-CARD-FAULT.
004490     MOVE CARD-EFF-FROM TO WS-EFF-FROM
004500     MOVE CARD-EFF-TO TO WS-EFF-TO
004510     MOVE ZEROS TO WS-COVER-SUB
004520     IF NOT (CARD-IS-ADD OR CARD-IS-CHANGE OR CARD-IS-EXPIRE
004530             OR CARD-IS-LIST)
004540         MOVE "ACTION MUST BE ADD, CHANGE, EXPIRE OR LIST"
004550             TO WS-REASON
004560         GO TO 2200-EXIT
004570     END-IF
004580     IF CARD-IS-LIST
004590         GO TO 2200-EXIT
004600     END-IF
004610     IF CARD-TABLE = SPACES OR CARD-KEY = SPACES
004620         MOVE "TABLE AND KEY ARE BOTH REQUIRED" TO WS-REASON
004630         GO TO 2200-EXIT
004640     END-IF
004650     IF CARD-REQUESTER = SPACES
004660         MOVE "NO REQUESTER" TO WS-REASON
004670         GO TO 2200-EXIT
004680     END-IF
004690     IF (CARD-IS-ADD OR CARD-IS-CHANGE)
004700             AND CARD-VALUE IS NOT NUMERIC
004710         MOVE "VALUE IS NOT A SIGNED 16-DIGIT NUMBER"
004720             TO WS-REASON
004730         GO TO 2200-EXIT
004740     END-IF
004750     EVALUATE TRUE
004760         WHEN CARD-IS-ADD
004770             IF WS-EFF-FROM = SPACES
004780                 MOVE WS-RUN-DATE TO WS-EFF-FROM
004790             END-IF
004800         WHEN CARD-IS-CHANGE
004810             IF WS-EFF-TO NOT = SPACES
004820                 MOVE "CHANGE TAKES NO EFFECTIVE-TO DATE"
004830                     TO WS-REASON
004840                 GO TO 2200-EXIT
004850             END-IF
004860             IF WS-EFF-FROM = SPACES
004870                 MOVE WS-RUN-DATE TO WS-EFF-FROM
004880             END-IF
004890         WHEN CARD-IS-EXPIRE
004900             IF WS-EFF-FROM NOT = SPACES
004910                 MOVE "EXPIRE TAKES NO EFFECTIVE-FROM DATE"
004920                     TO WS-REASON
004930                 GO TO 2200-EXIT
004940             END-IF
004950             IF WS-EFF-TO = SPACES
004960                 MOVE WS-RUN-DATE TO WS-EFF-TO
004970             END-IF
004980     END-EVALUATE
004990     IF WS-EFF-FROM NOT = SPACES
005000         MOVE WS-EFF-FROM TO WS-DATE-WORK
005010         PERFORM 2300-CHECK-DATE THRU 2300-EXIT
005020         IF NOT WS-DATE-VALID
005030             MOVE "EFFECTIVE-FROM IS NOT A VALID YYYYMMDD DATE"
005040                 TO WS-REASON
005050             GO TO 2200-EXIT
005060         END-IF
005070     END-IF
005080     IF WS-EFF-TO NOT = SPACES
005090         MOVE WS-EFF-TO TO WS-DATE-WORK
005100         PERFORM 2300-CHECK-DATE THRU 2300-EXIT
005110         IF NOT WS-DATE-VALID
005120             MOVE "EFFECTIVE-TO IS NOT A VALID YYYYMMDD DATE"
005130                 TO WS-REASON
005140             GO TO 2200-EXIT
005150         END-IF
005160     END-IF
005170     IF WS-EFF-FROM NOT = SPACES AND WS-EFF-TO NOT = SPACES
005180             AND WS-EFF-TO < WS-EFF-FROM
005190         MOVE "EFFECTIVE-TO IS BEFORE EFFECTIVE-FROM"
005200             TO WS-REASON
005210         GO TO 2200-EXIT
005220     END-IF
005230     EVALUATE TRUE
005240         WHEN CARD-IS-ADD
005250             PERFORM 2500-CHECK-OVERLAP THRU 2500-EXIT
005260         WHEN CARD-IS-CHANGE
005270             MOVE WS-EFF-FROM TO WS-DATE-WORK
005280             PERFORM 2400-FIND-COVERING-ROW THRU 2400-EXIT
005290             IF WS-COVER-SUB = 0
005300                 STRING "NO ROW IN FORCE ON " DELIMITED BY SIZE
005310                     WS-EFF-FROM DELIMITED BY SIZE
005320                     " - USE ADD" DELIMITED BY SIZE
005330                     INTO WS-REASON
005340             END-IF
005350         WHEN CARD-IS-EXPIRE
005360             MOVE WS-EFF-TO TO WS-DATE-WORK
005370             PERFORM 2400-FIND-COVERING-ROW THRU 2400-EXIT
005380             MOVE ZEROS TO WS-LATER-COUNT
005390             PERFORM 2600-COUNT-LATER-ROW THRU 2600-EXIT
005400                 VARYING RT-SUB FROM 1 BY 1
005410                 UNTIL RT-SUB > RT-COUNT
005420             IF WS-COVER-SUB = 0 AND WS-LATER-COUNT = 0
005430                 STRING "NOTHING IN FORCE ON OR AFTER "
005440                         DELIMITED BY SIZE
005450                     WS-EFF-TO DELIMITED BY SIZE
005460                     INTO WS-REASON
005470             END-IF
005480     END-EVALUATE.
005490 2200-EXIT.
005500     EXIT.
005510
005520*----------------------------------------------------------*
005530*  2300-CHECK-DATE: WS-DATE-WORK a real YYYYMMDD date?     *
005540*----------------------------------------------------------*
005550 2300-CHECK-DATE.
005560     MOVE "N" TO WS-DATE-SW
005570     IF WS-DATE-WORK IS NOT NUMERIC
005580         GO TO 2300-EXIT
005590     END-IF
005600     IF WS-DW-MM < 1 OR WS-DW-MM > 12
005610         GO TO 2300-EXIT
005620     END-IF
005630     PERFORM 4100-DAYS-IN-MONTH THRU 4100-EXIT
005640     IF WS-DW-DD < 1 OR WS-DW-DD > WS-MONTH-DAYS
005650         GO TO 2300-EXIT
005660     END-IF
005670     SET WS-DATE-VALID TO TRUE.
005680 2300-EXIT.
005690     EXIT.
005700
005710*----------------------------------------------------------*
005720*  2400-FIND-COVERING-ROW: the live row of the card's      *
005730*  table/key whose period takes in WS-DATE-WORK; zero if   *
005740*  none.  With no overlaps there is at most one.           *
005750*----------------------------------------------------------*
005760 2400-FIND-COVERING-ROW.
005770     MOVE ZEROS TO WS-COVER-SUB
005780     PERFORM 2410-CHECK-COVERING-ROW THRU 2410-EXIT
005790         VARYING RT-SUB FROM 1 BY 1
005800         UNTIL RT-SUB > RT-COUNT OR WS-COVER-SUB NOT = 0.
005810 2400-EXIT.
005820     EXIT.
005830
005840 2410-CHECK-COVERING-ROW.
005850     IF RT-REMOVED(RT-SUB)
005860             OR RT-NAME(RT-SUB) NOT = CARD-TABLE
005870             OR RT-KEY(RT-SUB) NOT = CARD-KEY
005880         GO TO 2410-EXIT
005890     END-IF
005900     PERFORM 2700-ROW-BOUNDS THRU 2700-EXIT
005910     IF WS-ROW-LO <= WS-DATE-WORK AND WS-ROW-HI >= WS-DATE-WORK
005920         MOVE RT-SUB TO WS-COVER-SUB
005930     END-IF.
005940 2410-EXIT.
005950     EXIT.
005960
005970*----------------------------------------------------------*
005980*  2500-CHECK-OVERLAP: an ADD's period may not share a day *
005990*  with any live period of the same table/key.             *
006000*----------------------------------------------------------*
006010 2500-CHECK-OVERLAP.
006020     MOVE WS-EFF-FROM TO WS-NEW-LO
006030     MOVE WS-EFF-TO TO WS-NEW-HI
006040     IF WS-NEW-HI = SPACES
006050         MOVE WS-HIGH-DATE TO WS-NEW-HI
006060     END-IF
006070     PERFORM 2510-CHECK-ONE-OVERLAP THRU 2510-EXIT
006080         VARYING RT-SUB FROM 1 BY 1
006090         UNTIL RT-SUB > RT-COUNT OR WS-REASON NOT = SPACES.
006100 2500-EXIT.
006110     EXIT.
006120
006130 2510-CHECK-ONE-OVERLAP.
006140     IF RT-REMOVED(RT-SUB)
006150             OR RT-NAME(RT-SUB) NOT = CARD-TABLE
006160             OR RT-KEY(RT-SUB) NOT = CARD-KEY
006170         GO TO 2510-EXIT
006180     END-IF
006190     PERFORM 2700-ROW-BOUNDS THRU 2700-EXIT
006200     IF WS-ROW-LO <= WS-NEW-HI AND WS-NEW-LO <= WS-ROW-HI
006210         MOVE RT-EFF-FROM(RT-SUB) TO WS-EDIT-FROM
006220         MOVE RT-EFF-TO(RT-SUB) TO WS-EDIT-TO
006230         PERFORM 8200-EDIT-PERIOD THRU 8200-EXIT
006240         STRING "OVERLAPS PERIOD " DELIMITED BY SIZE
006250             WS-EDIT-FROM DELIMITED BY SIZE
006260             "-" DELIMITED BY SIZE
006270             WS-EDIT-TO DELIMITED BY SIZE
006280             INTO WS-REASON
006290     END-IF.
006300 2510-EXIT.
006310     EXIT.
006320
006330*----------------------------------------------------------*
006340*  2600-COUNT-LATER-ROW: a live period of the card's pair  *
006350*  starting after the EXPIRE date.                         *
006360*----------------------------------------------------------*
006370 2600-COUNT-LATER-ROW.
006380     IF NOT RT-REMOVED(RT-SUB)
006390             AND RT-NAME(RT-SUB) = CARD-TABLE
006400             AND RT-KEY(RT-SUB) = CARD-KEY
006410             AND RT-EFF-FROM(RT-SUB) NOT = SPACES
006420             AND RT-EFF-FROM(RT-SUB) > WS-EFF-TO
006430         ADD 1 TO WS-LATER-COUNT
006440     END-IF.
006450 2600-EXIT.
006460     EXIT.
006470
006480*----------------------------------------------------------*
006490*  2700-ROW-BOUNDS: RT-SUB's period with a blank end read  *
006500*  as the beginning or the end of time.                    *
006510*----------------------------------------------------------*
006520 2700-ROW-BOUNDS.
006530     MOVE RT-EFF-FROM(RT-SUB) TO WS-ROW-LO
006540     MOVE RT-EFF-TO(RT-SUB) TO WS-ROW-HI
006550     IF WS-ROW-LO = SPACES
006560         MOVE WS-LOW-DATE TO WS-ROW-LO
006570     END-IF
006580     IF WS-ROW-HI = SPACES
006590         MOVE WS-HIGH-DATE TO WS-ROW-HI
006600     END-IF.
006610 2700-EXIT.
006620     EXIT.
006630
006640*----------------------------------------------------------*
006650*  3100-APPLY-ADD: a new row for the checked period.       *
006660*----------------------------------------------------------*
006670 3100-APPLY-ADD.
006680     PERFORM 3500-NEW-ROW-SLOT THRU 3500-EXIT
006690     IF RT-SUB = 0
006700         GO TO 3100-EXIT
006710     END-IF
006720     MOVE CARD-TABLE TO RT-NAME(RT-SUB)
006730     MOVE CARD-KEY TO RT-KEY(RT-SUB)
006740     MOVE CARD-VALUE TO RT-VALUE(RT-SUB)
006750     MOVE WS-EFF-FROM TO RT-EFF-FROM(RT-SUB)
006760     MOVE WS-EFF-TO TO RT-EFF-TO(RT-SUB)
006770     MOVE SPACES TO WS-OLD-ROW
006780     MOVE RT-VALUE(RT-SUB) TO WS-NEW-VALUE
006790     MOVE RT-EFF-FROM(RT-SUB) TO WS-NEW-FROM
006800     MOVE RT-EFF-TO(RT-SUB) TO WS-NEW-TO
006810     PERFORM 3600-NOTE-CHANGE THRU 3600-EXIT
006820     ADD 1 TO WS-ADD-COUNT.
006830 3100-EXIT.
006840     EXIT.
006850
006860*----------------------------------------------------------*
006870*  3200-APPLY-CHANGE: revalue the row in force on the      *
006880*  card's FROM date in place if it starts that day, else   *
006890*  end it the day before and start a row carrying the new  *
006900*  value for the rest of its period.                       *
006910*----------------------------------------------------------*
006920 3200-APPLY-CHANGE.
006930     MOVE WS-COVER-SUB TO RT-SUB
006940     MOVE RT-VALUE(RT-SUB) TO WS-OLD-VALUE
006950     MOVE RT-EFF-FROM(RT-SUB) TO WS-OLD-FROM
006960     MOVE RT-EFF-TO(RT-SUB) TO WS-OLD-TO
006970     IF RT-EFF-FROM(RT-SUB) = WS-EFF-FROM
006980         MOVE CARD-VALUE TO RT-VALUE(RT-SUB)
006990     ELSE
007000         MOVE WS-EFF-FROM TO WS-DATE-WORK
007010         PERFORM 4000-PRIOR-DAY THRU 4000-EXIT
007020         MOVE WS-DATE-WORK TO RT-EFF-TO(WS-COVER-SUB)
007030         PERFORM 3500-NEW-ROW-SLOT THRU 3500-EXIT
007040         IF RT-SUB = 0
007050             GO TO 3200-EXIT
007060         END-IF
007070         MOVE CARD-TABLE TO RT-NAME(RT-SUB)
007080         MOVE CARD-KEY TO RT-KEY(RT-SUB)
007090         MOVE CARD-VALUE TO RT-VALUE(RT-SUB)
007100         MOVE WS-EFF-FROM TO RT-EFF-FROM(RT-SUB)
007110         MOVE WS-OLD-TO TO RT-EFF-TO(RT-SUB)
007120     END-IF
007130     MOVE RT-VALUE(RT-SUB) TO WS-NEW-VALUE
007140     MOVE RT-EFF-FROM(RT-SUB) TO WS-NEW-FROM
007150     MOVE RT-EFF-TO(RT-SUB) TO WS-NEW-TO
007160     PERFORM 3600-NOTE-CHANGE THRU 3600-EXIT
007170     ADD 1 TO WS-CHANGE-COUNT.
007180 3200-EXIT.
007190     EXIT.
007200
007210*----------------------------------------------------------*
007220*  3300-APPLY-EXPIRE: end the row in force on the card's   *
007230*  TO date there, and remove every period of the pair      *
007240*  keyed in to start after it.                             *
007250*----------------------------------------------------------*
007260 3300-APPLY-EXPIRE.
007270     IF WS-COVER-SUB NOT = 0
007280         MOVE WS-COVER-SUB TO RT-SUB
007290         MOVE RT-VALUE(RT-SUB) TO WS-OLD-VALUE
007300         MOVE RT-EFF-FROM(RT-SUB) TO WS-OLD-FROM
007310         MOVE RT-EFF-TO(RT-SUB) TO WS-OLD-TO
007320         MOVE WS-EFF-TO TO RT-EFF-TO(RT-SUB)
007330         MOVE WS-OLD-ROW TO WS-NEW-ROW
007340         MOVE WS-EFF-TO TO WS-NEW-TO
007350         PERFORM 3600-NOTE-CHANGE THRU 3600-EXIT
007360     END-IF
007370     PERFORM 3310-REMOVE-LATER-ROW THRU 3310-EXIT
007380         VARYING RT-SUB FROM 1 BY 1
007390         UNTIL RT-SUB > RT-COUNT
007400     ADD 1 TO WS-EXPIRE-COUNT.
007410 3300-EXIT.
007420     EXIT.
007430
007440 3310-REMOVE-LATER-ROW.
007450     IF RT-REMOVED(RT-SUB)
007460             OR RT-NAME(RT-SUB) NOT = CARD-TABLE
007470             OR RT-KEY(RT-SUB) NOT = CARD-KEY
007480             OR RT-EFF-FROM(RT-SUB) = SPACES
007490             OR RT-EFF-FROM(RT-SUB) NOT > WS-EFF-TO
007500         GO TO 3310-EXIT
007510     END-IF
007520     MOVE RT-VALUE(RT-SUB) TO WS-OLD-VALUE
007530     MOVE RT-EFF-FROM(RT-SUB) TO WS-OLD-FROM
007540     MOVE RT-EFF-TO(RT-SUB) TO WS-OLD-TO
007550     MOVE SPACES TO WS-NEW-ROW
007560     SET RT-REMOVED(RT-SUB) TO TRUE
007570     PERFORM 3600-NOTE-CHANGE THRU 3600-EXIT.
007580 3310-EXIT.
007590     EXIT.
007600
007610*----------------------------------------------------------*
007620*  3400-LIST-ROWS: every live row of the named table (and  *
007630*  key), or of the whole table when no table is named, as  *
007640*  the deck has left it so far.                            *
007650*----------------------------------------------------------*
007660 3400-LIST-ROWS.
007670     PERFORM 3410-LIST-ONE-ROW THRU 3410-EXIT
007680         VARYING RT-SUB FROM 1 BY 1
007690         UNTIL RT-SUB > RT-COUNT
007700     ADD 1 TO WS-LIST-COUNT.
007710 3400-EXIT.
007720     EXIT.
007730
007740 3410-LIST-ONE-ROW.
007750     IF RT-REMOVED(RT-SUB)
007760         GO TO 3410-EXIT
007770     END-IF
007780     IF CARD-TABLE NOT = SPACES
007790             AND RT-NAME(RT-SUB) NOT = CARD-TABLE
007800         GO TO 3410-EXIT
007810     END-IF
007820     IF CARD-KEY NOT = SPACES
007830             AND RT-KEY(RT-SUB) NOT = CARD-KEY
007840         GO TO 3410-EXIT
007850     END-IF
007860     MOVE RT-VALUE(RT-SUB) TO WS-EDIT-VALUE
007870     MOVE RT-EFF-FROM(RT-SUB) TO WS-EDIT-FROM
007880     MOVE RT-EFF-TO(RT-SUB) TO WS-EDIT-TO
007890     PERFORM 8200-EDIT-PERIOD THRU 8200-EXIT
007900     MOVE SPACES TO REF-RPT-RECORD
007910     STRING "    " DELIMITED BY SIZE
007920         RT-NAME(RT-SUB) DELIMITED BY SIZE
007930         " " DELIMITED BY SIZE
007940         RT-KEY(RT-SUB) DELIMITED BY SIZE
007950         " " DELIMITED BY SIZE
007960         WS-EDIT-VALUE DELIMITED BY SIZE
007970         "  " DELIMITED BY SIZE
007980         WS-EDIT-FROM DELIMITED BY SIZE
007990         " - " DELIMITED BY SIZE
008000         WS-EDIT-TO DELIMITED BY SIZE
008010         INTO REF-RPT-RECORD
008020     WRITE REF-RPT-RECORD.
008030 3410-EXIT.
008040     EXIT.
008050
008060*----------------------------------------------------------*
008070*  3500-NEW-ROW-SLOT: RT-SUB set to a fresh row at the end *
008080*  of the table, or zero (and the deck rejected) if the    *
008090*  table is full.                                          *
008100*----------------------------------------------------------*
008110 3500-NEW-ROW-SLOT.
008120     IF RT-COUNT >= RT-MAX
008130         MOVE ZEROS TO RT-SUB
008140         MOVE "    REFERENCE TABLE FULL - CARD NOT APPLIED"
008150             TO REF-RPT-RECORD
008160         WRITE REF-RPT-RECORD
008170         ADD 1 TO WS-REJECT-COUNT
008180         SET WS-DECK-REJECTED TO TRUE
008190         GO TO 3500-EXIT
008200     END-IF
008210     ADD 1 TO RT-COUNT
008220     MOVE RT-COUNT TO RT-SUB
008230     MOVE "N" TO RT-REMOVED-SW(RT-SUB).
008240 3500-EXIT.
008250     EXIT.
008260
008270*----------------------------------------------------------*
008280*  3600-NOTE-CHANGE: print the old and new row under the   *
008290*  card's report line and hold the audit line for REFAUDIT.  *
008300*----------------------------------------------------------*
008310 3600-NOTE-CHANGE.
008320     MOVE "OLD" TO WS-RPT-LABEL
008330     MOVE WS-OLD-ROW TO WS-PRINT-ROW
008340     PERFORM 3610-PRINT-ROW THRU 3610-EXIT
008350     MOVE "NEW" TO WS-RPT-LABEL
008360     MOVE WS-NEW-ROW TO WS-PRINT-ROW
008370     PERFORM 3610-PRINT-ROW THRU 3610-EXIT
008380     IF AUD-COUNT >= 2000
008390         MOVE "    MORE THAN 2000 ROW CHANGES IN ONE DECK"
008400             TO REF-RPT-RECORD
008410         WRITE REF-RPT-RECORD
008420         ADD 1 TO WS-REJECT-COUNT
008430         SET WS-DECK-REJECTED TO TRUE
008440         GO TO 3600-EXIT
008450     END-IF
008460     ADD 1 TO AUD-COUNT
008470     MOVE CARD-ACTION TO AB-ACTION(AUD-COUNT)
008480     MOVE CARD-REQUESTER TO AB-REQUESTER(AUD-COUNT)
008490     MOVE CARD-TABLE TO AB-TABLE(AUD-COUNT)
008500     MOVE CARD-KEY TO AB-KEY(AUD-COUNT)
008510     MOVE WS-OLD-ROW TO AB-OLD-ROW(AUD-COUNT)
008520     MOVE WS-NEW-ROW TO AB-NEW-ROW(AUD-COUNT).
008530 3600-EXIT.
008540     EXIT.
008550
008560 3610-PRINT-ROW.
008570     MOVE SPACES TO REF-RPT-RECORD
008580     IF WS-PRINT-ROW = SPACES
008590         STRING "    " DELIMITED BY SIZE
008600             WS-RPT-LABEL DELIMITED BY SIZE
008610             "(NONE)" DELIMITED BY SIZE
008620             INTO REF-RPT-RECORD
008630     ELSE
008640         MOVE WS-PRINT-VALUE TO WS-EDIT-VALUE
008650         MOVE WS-PRINT-FROM TO WS-EDIT-FROM
008660         MOVE WS-PRINT-TO TO WS-EDIT-TO
008670         PERFORM 8200-EDIT-PERIOD THRU 8200-EXIT
008680         STRING "    " DELIMITED BY SIZE
008690             WS-RPT-LABEL DELIMITED BY SIZE
008700             WS-EDIT-VALUE DELIMITED BY SIZE
008710             "  " DELIMITED BY SIZE
008720             WS-EDIT-FROM DELIMITED BY SIZE
008730             " - " DELIMITED BY SIZE
008740             WS-EDIT-TO DELIMITED BY SIZE
008750             INTO REF-RPT-RECORD
008760     END-IF
008770     WRITE REF-RPT-RECORD.
008780 3610-EXIT.
008790     EXIT.
008800
008810*----------------------------------------------------------*
008820*  4000-PRIOR-DAY: WS-DATE-WORK moved back one day.        *
008830*----------------------------------------------------------*
008840 4000-PRIOR-DAY.
008850     IF WS-DW-DD > 1
008860         SUBTRACT 1 FROM WS-DW-DD
008870         GO TO 4000-EXIT
008880     END-IF
008890     IF WS-DW-MM > 1
008900         SUBTRACT 1 FROM WS-DW-MM
008910     ELSE
008920         MOVE 12 TO WS-DW-MM
008930         SUBTRACT 1 FROM WS-DW-YYYY
008940     END-IF
008950     PERFORM 4100-DAYS-IN-MONTH THRU 4100-EXIT
008960     MOVE WS-MONTH-DAYS TO WS-DW-DD.
008970 4000-EXIT.
008980     EXIT.
008990
009000*----------------------------------------------------------*
009010*  4100-DAYS-IN-MONTH: WS-MONTH-DAYS for WS-DW-MM of       *
009020*  WS-DW-YYYY, February taking the Gregorian leap rule.    *
009030*----------------------------------------------------------*
009040 4100-DAYS-IN-MONTH.
009050     MOVE WS-MONTH-DAYS-ENTRY(WS-DW-MM) TO WS-MONTH-DAYS
009060     IF WS-DW-MM NOT = 2
009070         GO TO 4100-EXIT
009080     END-IF
009090     DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOT
009100         REMAINDER WS-LEAP-REM-4
009110     DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-QUOT
009120         REMAINDER WS-LEAP-REM-100
009130     DIVIDE WS-DW-YYYY BY 400 GIVING WS-LEAP-QUOT
009140         REMAINDER WS-LEAP-REM-400
009150     IF WS-LEAP-REM-4 = 0
009160             AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
009170         MOVE 29 TO WS-MONTH-DAYS
009180     END-IF.
009190 4100-EXIT.
009200     EXIT.
009210
009220*----------------------------------------------------------*
009230*  6000-WRITE-NEW-REFTBL: every live row, sorted by table, *
009240*  key and effective-from, to REFNEW.                      *
009250*----------------------------------------------------------*
009260 6000-WRITE-NEW-REFTBL.
009270     SORT SORT-WORK-FILE
009280         ON ASCENDING KEY SR-TABLE
009290                          SR-KEY
009300                          SR-EFF-FROM
009310         INPUT PROCEDURE IS 6100-RELEASE-ROWS
009320             THRU 6100-EXIT
009330         GIVING REF-NEW-FILE
009340     IF SORT-RETURN NOT = 0
009350         DISPLAY "SHQREFM: sort of the new REFTBL failed, "
009360             "return " SORT-RETURN
009370         MOVE "NEW REFTBL NOT WRITTEN - SORT FAILED"
009380             TO REF-RPT-RECORD
009390         WRITE REF-RPT-RECORD
009400         ADD 1 TO WS-REJECT-COUNT
009410         SET WS-DECK-REJECTED TO TRUE
009420     END-IF.
009430 6000-EXIT.
009440     EXIT.
009450
009460 6100-RELEASE-ROWS.
009470     PERFORM 6110-RELEASE-ONE-ROW THRU 6110-EXIT
009480         VARYING RT-SUB FROM 1 BY 1
009490         UNTIL RT-SUB > RT-COUNT.
009500 6100-EXIT.
009510     EXIT.
009520
009530 6110-RELEASE-ONE-ROW.
009540     IF RT-REMOVED(RT-SUB)
009550         GO TO 6110-EXIT
009560     END-IF
009570     MOVE RT-NAME(RT-SUB) TO SR-TABLE
009580     MOVE RT-KEY(RT-SUB) TO SR-KEY
009590     MOVE RT-VALUE(RT-SUB) TO SR-VALUE
009600     MOVE RT-EFF-FROM(RT-SUB) TO SR-EFF-FROM
009610     MOVE RT-EFF-TO(RT-SUB) TO SR-EFF-TO
009620     ADD 1 TO WS-NEW-ROW-COUNT
009630     RELEASE SORT-WORK-RECORD.
009640 6110-EXIT.
009650     EXIT.
009660
009670*----------------------------------------------------------*
009680*  7000-WRITE-AUDIT-LOG: extend the permanent audit log    *
009690*  with the accepted deck's changes.  A failure to open it *
009700*  is reported but does not undo the new REFTBL - REFRPT   *
009710*  still records what was done.                            *
009720*----------------------------------------------------------*
009730 7000-WRITE-AUDIT-LOG.
009740     IF AUD-COUNT = 0
009750         GO TO 7000-EXIT
009760     END-IF
009770     OPEN EXTEND REF-AUDIT-FILE
009780     IF FS-REF-AUDIT NOT = "00"
009790         OPEN OUTPUT REF-AUDIT-FILE
009800     END-IF
009810     IF FS-REF-AUDIT NOT = "00"
009820         DISPLAY "SHQREFM: unable to open REFAUDIT, status "
009830             FS-REF-AUDIT " - audit log not written."
009840         MOVE "AUDIT LOG NOT WRITTEN - UNABLE TO OPEN REFAUDIT"
009850             TO REF-RPT-RECORD
009860         WRITE REF-RPT-RECORD
009870         MOVE 4 TO RETURN-CODE
009880         GO TO 7000-EXIT
009890     END-IF
009900     PERFORM 7100-WRITE-ONE-AUDIT THRU 7100-EXIT
009910         VARYING AUD-SUB FROM 1 BY 1
009920         UNTIL AUD-SUB > AUD-COUNT
009930     CLOSE REF-AUDIT-FILE.
009940 7000-EXIT.
009950     EXIT.
009960
009970 7100-WRITE-ONE-AUDIT.
009980     MOVE SPACES TO REF-AUDIT-RECORD
009990     MOVE WS-RUN-DATE TO AUD-DATE
010000     MOVE WS-RUN-TIME(1:6) TO AUD-TIME
010010     MOVE AB-ACTION(AUD-SUB) TO AUD-ACTION
010020     MOVE AB-REQUESTER(AUD-SUB) TO AUD-REQUESTER
010030     MOVE AB-TABLE(AUD-SUB) TO AUD-TABLE
010040     MOVE AB-KEY(AUD-SUB) TO AUD-KEY
010050     MOVE AB-OLD-ROW(AUD-SUB) TO AUD-OLD-ROW
010060     MOVE AB-NEW-ROW(AUD-SUB) TO AUD-NEW-ROW
010070     WRITE REF-AUDIT-RECORD
010080     ADD 1 TO WS-LOG-COUNT.
010090 7100-EXIT.
010100     EXIT.
010110
010120*----------------------------------------------------------*
010130*  8200-EDIT-PERIOD: WS-EDIT-FROM/WS-EDIT-TO as printed,   *
010140*  an open end shown as such.                              *
010150*----------------------------------------------------------*
010160 8200-EDIT-PERIOD.
010170     IF WS-EDIT-FROM = SPACES
010180         MOVE "(START)" TO WS-EDIT-FROM
010190     END-IF
010200     IF WS-EDIT-TO = SPACES
010210         MOVE "(OPEN)" TO WS-EDIT-TO
010220     END-IF.
010230 8200-EXIT.
010240     EXIT.
010250
010260*----------------------------------------------------------*
010270*  9000-FINALIZE: the verdict.  RC 12 on a rejected deck,  *
010280*  as SHQPROMO does - neither REFNEW nor REFAUDIT has been *
010290*  touched and production REFTBL is as it was.             *
010300*----------------------------------------------------------*
010310 9000-FINALIZE.
010320     MOVE SPACES TO REF-RPT-RECORD
010330     WRITE REF-RPT-RECORD
010340     MOVE SPACES TO REF-RPT-RECORD
010350     IF WS-DECK-REJECTED
010360         STRING "DECK REJECTED - " DELIMITED BY SIZE
010370             WS-REJECT-COUNT DELIMITED BY SIZE
010380             " ERROR(S).  NOTHING APPLIED, NEW REFTBL NOT "
010390                 DELIMITED BY SIZE
010400             "WRITTEN." DELIMITED BY SIZE
010410             INTO REF-RPT-RECORD
010420         MOVE 12 TO RETURN-CODE
010430     ELSE
010440         STRING "DECK APPLIED - ADDED " DELIMITED BY SIZE
010450             WS-ADD-COUNT DELIMITED BY SIZE
010460             "  CHANGED " DELIMITED BY SIZE
010470             WS-CHANGE-COUNT DELIMITED BY SIZE
010480             "  EXPIRED " DELIMITED BY SIZE
010490             WS-EXPIRE-COUNT DELIMITED BY SIZE
010500             "  ROWS IN " DELIMITED BY SIZE
010510             WS-OLD-ROW-COUNT DELIMITED BY SIZE
010520             "  ROWS OUT " DELIMITED BY SIZE
010530             WS-NEW-ROW-COUNT DELIMITED BY SIZE
010540             INTO REF-RPT-RECORD
010550     END-IF
010560     WRITE REF-RPT-RECORD
010570     CLOSE REF-RPT-FILE
010580     IF WS-DECK-REJECTED
010590         DISPLAY "SHQREFM: deck rejected - " WS-REJECT-COUNT
010600             " error(s), see REFRPT.  Nothing applied."
010610     ELSE
010620         DISPLAY "SHQREFM: deck applied - " WS-CARD-COUNT
010630             " card(s), " WS-NEW-ROW-COUNT
010640             " row(s) written to REFNEW, " WS-LOG-COUNT
010650             " audit line(s)."
010660     END-IF.
010670 9000-EXIT.
010680     EXIT.
010690
010700 END PROGRAM SHQREFM.
