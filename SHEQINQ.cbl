000247*  2026-09-02  DSB  REQ-RULE-ID added to the inquiry record,     *
000248*                   matching ASTIN's shape, and echoed on the     *
000249*                   result line when present.                      *
000250*  2026-10-15  DSB  Top environment binds the date         *
000252*                   primitives days-btwn, add-days,        *
000254*                   add-months, weekday, month-end and today.  *
000255*  2026-10-15  DSB  SHEQINQT entry for SHQBRWS "try it":   *
000256*                   one rule and its pool, evaluated with  *
000257*                   the operator's symbol overrides bound  *
000258*                   over the top environment or ENVSNAP.   *
000259*----------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000710 77  WS-INIT-SW              PIC X(01) VALUE "Y".
000720     88 WS-INIT-OK                     VALUE "Y".
000730 77  WS-REQ-COUNT            PIC 9(06) VALUE ZEROS.
000732 77  WS-CALLED-SW            PIC X(01) VALUE "N".
000734     88 WS-CALLED                      VALUE "Y".
000736 77  WS-OVR-SUB              PIC 9(02) VALUE ZEROS.
000738 77  WS-OVR-FULL-SW          PIC X(01) VALUE "N".
000739     88 WS-OVR-ENVR-FULL               VALUE "Y".
000740 01  FS-ENV-SNAP             PIC X(02) VALUE SPACES.
000750 01  FS-AST-REQ              PIC X(02) VALUE SPACES.
000760
000920         10 POOL-AST-TREE     PIC X(150).
000930 01  INQ-AST-POOL-COUNT       PIC 9(06) VALUE ZEROS.
000940 01  INQ-RESULT                PIC X(150).
000941
000942*----------------------------------------------------------*
000943*  Parameters of the SHEQINQT entry: one rule, the pool    *
000944*  its compound slots resolve against, up to six symbol    *
000945*  overrides in ENVR binding shape, and the result.        *
000947*----------------------------------------------------------*
000948 LINKAGE SECTION.
000949 01  TRY-AST-TREE              PIC X(150).
000950 01  TRY-AST-TYPE              PIC X(02).
000951 01  TRY-AST-POOL.
000952     05 TRY-POOL-ENTRY         OCCURS 5000 TIMES.
000953         10 TRY-POOL-AST-TYPE  PIC X(02).
000954         10 TRY-POOL-AST-TREE  PIC X(150).
000955 01  TRY-AST-POOL-COUNT        PIC 9(06).
000956 01  TRY-OVERRIDES.
000957     05 OVR-ENTRY              OCCURS 6 TIMES.
000958         10 OVR-SYMBOL         PIC X(10).
000959         10 OVR-VAL-TYPE       PIC X(01).
000960         10 OVR-VAL            PIC X(150).
000961 01  TRY-RESULT                PIC X(150).
000962
000963 PROCEDURE DIVISION.
000970*----------------------------------------------------------*
000980*  0000-MAINLINE                                            *
000990*----------------------------------------------------------*
001230         END-READ
001240         CLOSE ENV-SNAP-FILE
001250     ELSE
001260         IF NOT WS-CALLED
001262             DISPLAY "SHEQINQ: no ENVSNAP supplied, status "
001264                 FS-ENV-SNAP " - using built-in top environment."
001266         END-IF
001280     END-IF.
001290 1000-EXIT.
001300     EXIT.
001792
001794     MOVE "lookup" TO SYMBOLS(12)
001796     MOVE "P" TO VAL-TYPES(12)
001798     MOVE "lookup" TO VALS(12)
001799     PERFORM 1110-SET-DATE-PRIMS THRU 1110-EXIT.
001800 1100-EXIT.
001810     EXIT.
001820
002600 2100-EXIT.
002610     EXIT.
002620
002630*----------------------------------------------------------*
002640*  1110-SET-DATE-PRIMS: the date primitives, bound in the  *
002650*  top environment after 1100-SET-TOP-ENV's own slots.     *
002660*----------------------------------------------------------*
002670 1110-SET-DATE-PRIMS.
002680     MOVE "days-btwn" TO SYMBOLS(13)
002690     MOVE "P" TO VAL-TYPES(13)
002700     MOVE "days-btwn" TO VALS(13)
002710
002720     MOVE "add-days" TO SYMBOLS(14)
002730     MOVE "P" TO VAL-TYPES(14)
002740     MOVE "add-days" TO VALS(14)
002750
002760     MOVE "add-months" TO SYMBOLS(15)
002770     MOVE "P" TO VAL-TYPES(15)
002780     MOVE "add-months" TO VALS(15)
002790
002800     MOVE "weekday" TO SYMBOLS(16)
002810     MOVE "P" TO VAL-TYPES(16)
002820     MOVE "weekday" TO VALS(16)
002830
002840     MOVE "month-end" TO SYMBOLS(17)
002850     MOVE "P" TO VAL-TYPES(17)
002860     MOVE "month-end" TO VALS(17)
002870
002880     MOVE "today" TO SYMBOLS(18)
002890     MOVE "P" TO VAL-TYPES(18)
002900     MOVE "today" TO VALS(18).
002910 1110-EXIT.
002920     EXIT.
002930
002940*----------------------------------------------------------*
002950*  3000-TRY-ONE-RULE: entry SHEQINQT, SHQBRWS's "try it".  *
002960*  The environment is rebuilt on every call - top          *
002970*  environment, then ENVSNAP if one is allocated, as an    *
002980*  ASTREQ run builds it - so one try's overrides never     *
002990*  leak into the next; the overrides are bound over it,    *
003000*  replacing a binding of the same symbol, and the rule is *
003010*  evaluated through SHEQ4 against the caller's pool.      *
003020*----------------------------------------------------------*
003030 3000-TRY-ONE-RULE.
003040 ENTRY "SHEQINQT" USING
003050         TRY-AST-TREE,
003060         TRY-AST-TYPE,
003070         TRY-AST-POOL,
003080         TRY-AST-POOL-COUNT,
003090         TRY-OVERRIDES,
003100         TRY-RESULT.
003110     MOVE "Y" TO WS-CALLED-SW
003120     MOVE "N" TO WS-OVR-FULL-SW
003130     MOVE SPACES TO INQ-ENVR
003140     PERFORM 1100-SET-TOP-ENV THRU 1100-EXIT
003150     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003160     PERFORM 3100-BIND-ONE-OVERRIDE THRU 3100-EXIT
003170         VARYING WS-OVR-SUB FROM 1 BY 1
003180         UNTIL WS-OVR-SUB > 6
003190     IF WS-OVR-ENVR-FULL
003200         MOVE SPACES TO TRY-RESULT
003210         MOVE "SHEQ ERROR: Inquiry environment is full."
003220             TO TRY-RESULT
003230     ELSE
003240         CALL 'SHEQ4' USING
003250             TRY-AST-TREE,
003260             TRY-AST-TYPE,
003270             INQ-ENVR,
003280             TRY-RESULT,
003290             TRY-AST-POOL,
003300             TRY-AST-POOL-COUNT
003310     END-IF
003320     GOBACK.
003330
003340 3100-BIND-ONE-OVERRIDE.
003350     IF OVR-SYMBOL(WS-OVR-SUB) = SPACES
003360         GO TO 3100-EXIT
003370     END-IF
003380     SET ENVR-IDX TO 1
003390     SEARCH BINDING
003400         AT END
003410             SET ENVR-IDX TO 1
003420             SEARCH BINDING
003430                 AT END
003440                     SET WS-OVR-ENVR-FULL TO TRUE
003450                     GO TO 3100-EXIT
003460                 WHEN SYMBOLS(ENVR-IDX) = SPACES
003470                     CONTINUE
003480             END-SEARCH
003490         WHEN SYMBOLS(ENVR-IDX) = OVR-SYMBOL(WS-OVR-SUB)
003500             CONTINUE
003510     END-SEARCH
003520     MOVE OVR-SYMBOL(WS-OVR-SUB) TO SYMBOLS(ENVR-IDX)
003530     MOVE OVR-VAL-TYPE(WS-OVR-SUB) TO VAL-TYPES(ENVR-IDX)
003540     MOVE OVR-VAL(WS-OVR-SUB) TO VALS(ENVR-IDX).
003550 3100-EXIT.
003560     EXIT.
003570
003580 END PROGRAM SHEQINQ.
