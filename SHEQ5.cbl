       01  LS-PARAM-LIST PIC X(140).
       01  LS-PARAM-LIST-LEN PIC 9(03).

       *> a date primitive's args are YYYYMMDD dates and day/month
       *> counts, shown as plain whole numbers ("20261101", "-3")
       *> rather than as the raw 16-digit NUMC images they are held as
       01  LS-DATE-ARG-INT PIC S9(11).
       01  LS-DATE-ARG-EDIT PIC -(11)9.
       01  LS-DATE-ARG-LEAD PIC 9(02).

       LINKAGE SECTION.
       01  ABS-SYN-TREE PIC X(150).
       01  NUMC REDEFINES ABS-SYN-TREE.
       01  APPC REDEFINES ABS-SYN-TREE.
           05 APPC-TYPE PIC X(10).
           05 APPC-FUNC PIC X(10).
               88 APPC-IS-DATE-PRIM VALUES "days-btwn", "add-days",
                   "add-months", "weekday", "month-end", "today".
           05 APPC-ARGS.
               10 APPC-CHARS PIC X(16) OCCURS 8 TIMES.
           05 APPC-ARGS-NUM REDEFINES APPC-ARGS.
               10 APPC-NUMS PIC S9(11)V9(5) OCCURS 8 TIMES.
           05 FILLER PIC X(02).
       01  LAMC REDEFINES ABS-SYN-TREE.
           05 LAMC-PARAMS.
       *> "(func arg1 arg2 ...)" - APPC-ARGS are always atomic literal
       *> values (SHEQ4's INTERP-PRIM reads them straight out of
       *> APPC-CHARS/APPC-NUMS), so each arg is trimmed directly
       *> rather than recursed into through DECOMP-SLOT - or, for a
       *> date primitive, edited down to its whole-number value
       DECOMP-APPC.
           MOVE SPACES TO LS-ARGS-ACCUM
           MOVE 1 TO LS-ARGS-PTR
                   INTO LS-ARGS-ACCUM
                   WITH POINTER LS-ARGS-PTR
           END-IF
           IF APPC-IS-DATE-PRIM
                   AND APPC-NUMS(WS-ARG-IDX) IS NUMERIC
               MOVE APPC-NUMS(WS-ARG-IDX) TO LS-DATE-ARG-INT
               IF LS-DATE-ARG-INT = APPC-NUMS(WS-ARG-IDX)
                   MOVE LS-DATE-ARG-INT TO LS-DATE-ARG-EDIT
                   MOVE ZEROS TO LS-DATE-ARG-LEAD
                   INSPECT LS-DATE-ARG-EDIT TALLYING LS-DATE-ARG-LEAD
                       FOR LEADING SPACES
                   ADD 1 TO LS-DATE-ARG-LEAD
                   STRING LS-DATE-ARG-EDIT(LS-DATE-ARG-LEAD:)
                           DELIMITED BY SIZE
                       INTO LS-ARGS-ACCUM
                       WITH POINTER LS-ARGS-PTR
                   GO TO DECOMP-ONE-ARG-EXIT
               END-IF
           END-IF
           STRING APPC-CHARS(WS-ARG-IDX) DELIMITED BY SPACE
               INTO LS-ARGS-ACCUM
               WITH POINTER LS-ARGS-PTR.
