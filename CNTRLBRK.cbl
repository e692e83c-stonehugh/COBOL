      *    GENERATED; with neither, the step is skipped as before.
      *    Added CTL-GEN file (ASSIGN TO ACCTCTL), WS-CTL-WORK-FIELDS.
      *    Modified 950-CONTROL-TOTAL-RECONCILE.
      *
      *  2026-10-15 PDEVLIN
      *    Per-year SALARY-ACCUM from the statutory salary schedule.
      *    401-COMPUTE-SALARY-ACCUM multiplies one ACCT-LIMIT by the
      *    years in office, which is wrong for any president whose
      *    pay was changed by statute mid-term.  With 'S' in position
      *    38 of the parameter card, SALARY-ACCUM is instead built a
      *    year at a time from the new SALSCHED salary schedule
      *    (effective year, annual salary - the row in effect for a
      *    year is the latest one whose effective year is not after
      *    it), across the primary term and every continuation term
      *    (matched by name as 275-MATCH-CONTINUATIONS does).  A year
      *    that predates the schedule earns ACCT-LIMIT, as before.
      *    The schedule figure replaces the flat one on the detail
      *    line, the extract and the constant-dollar column; every
      *    president whose figure differs from the flat calculation
      *    (or who had years before the schedule) is listed on the
      *    new SALDIFF exception listing (report A144) with both
      *    figures, the difference and why.  Without the option the
      *    flat calculation is unchanged.  The listing's totals ride
      *    in the checkpoint record, so a checkpoint written before
      *    this change cannot be restarted from - rerun the cycle
      *    fresh across the boundary.
      *    Added SAL-SCHEDULE file (ASSIGN TO SALSCHED),
      *    SCHED-DIFF-LINE file (ASSIGN TO SALDIFF),
      *    WS-SCHED-ACCUM-SELECT, WS-SAL-TABLE, WS-SCHED-ACCUM-FIELDS,
      *    WS-SCHED-DIFF-LINES, CHK-SCHED-DIFF-CTR,
      *    CHK-SCHED-DIFF-TOTAL.
      *    Added 180-LOAD-SALARY-SCHEDULE, 407-COMPUTE-SCHEDULE-ACCUM,
      *    408-ACCUM-SCHEDULE-TERM, 409-WRITE-SCHED-DIFF-LINE,
      *    440-LOOKUP-SALARY, 965-WRITE-SCHED-DIFF-TOTALS.
      *    Modified 100-INIT-RTN, 120-RESTART-RTN, 200-OPEN-FILES,
      *    401-COMPUTE-SALARY-ACCUM, 800-WRITE-CHECKPOINT,
      *    900-WRAP-UP.
      **************************************************************************
      *-----------------------
       IDENTIFICATION DIVISION.
      *** CPI/deflator master, keyed by year, for the constant-dollar
      *** columns - matched on the ACCT-NO inaugural-year prefix.
           SELECT OPTIONAL CPI-MASTER   ASSIGN TO CPIMAST.
      *** Statutory salary schedule, keyed by effective year, and the
      *** per-year SALARY-ACCUM exception listing (parameter-card
      *** position 38).
           SELECT OPTIONAL SAL-SCHEDULE ASSIGN TO SALSCHED.
           SELECT OPTIONAL SCHED-DIFF-LINE ASSIGN TO SALDIFF.
      *** Address outputs (parameter-card position 5) - label file and
      *** directory listing, both sequenced state then city-county.
           SELECT ADDR-SORT-FILE ASSIGN TO SORTWK02.
          05 CHK-SALARY-SUB-TOT         PIC 9(09)V99.
          05 CHK-NET-WORTH-SUB-TOT      PIC 9(09)V99.
          05 CHK-STATE-CTR              PIC 9(5).
      * 2026-10-15 PDEVLIN
      * Per-year SALARY-ACCUM exception listing totals.
          05 CHK-SCHED-DIFF-CTR         PIC 9(5).
          05 CHK-SCHED-DIFF-TOTAL       PIC S9(11)V99.

      * Party-affiliation master - one row per term-year prefix,
      * loaded into WS-PARTY-TABLE at start-up by 160-LOAD-PARTY-MASTER
          05 CPI-KEY                    PIC X(4).
          05 CPI-FACTOR                 PIC 9(4)V99.

      * Statutory salary schedule - one row per statute change, the
      * annual salary in effect from SAL-EFF-YEAR until the year of
      * the next row.  Loaded into WS-SAL-TABLE at start-up by
      * 180-LOAD-SALARY-SCHEDULE and looked up by 440-LOOKUP-SALARY.
       FD  SAL-SCHEDULE RECORDING MODE F.
       01 SAL-SCHED-REC.
          05 SAL-EFF-YEAR               PIC X(4).
          05 SAL-ANNUAL-SALARY          PIC 9(7)V99.

      * Per-year SALARY-ACCUM exception listing - one line per
      * president whose schedule figure differs from the flat one.
       FD  SCHED-DIFF-LINE RECORDING MODE F.
       01 SCHED-DIFF-REC                PIC X(150).

      * Address-output sort work record - state/city-county/name lead
      * as the sort keys for the label and directory sequence.
       SD  ADDR-SORT-FILE.
             88 WS-PARTY-EOF                            VALUE 'Y'.
          05 WS-CPI-EOF-SW              PIC X(1)       VALUE 'N'.
             88 WS-CPI-EOF                              VALUE 'Y'.
          05 WS-SAL-EOF-SW              PIC X(1)       VALUE 'N'.
             88 WS-SAL-EOF                              VALUE 'Y'.

      * Run-time parameter card (stand-in for a JCL PARM). Position 1
      * selects restart mode; position 3 selects the control-break key.
          05 WS-CONST-NW                PIC S9(11)V99  VALUE 0.
          05 WS-CONST-ACCUM             PIC 9(13)V99   VALUE 0.

      * Per-year SALARY-ACCUM option (parameter-card position 38) -
      * 'S' builds SALARY-ACCUM a year at a time from the statutory
      * salary schedule instead of ACCT-LIMIT times the years.
       01 WS-SCHED-ACCUM-SELECT         PIC X(1)       VALUE ' '.
          88 SCHED-ACCUM-MODE                          VALUE 'S'.

      * Statutory salary schedule, loaded once into memory from
      * SAL-SCHEDULE by 180-LOAD-SALARY-SCHEDULE and searched by
      * 440-LOOKUP-SALARY - same in-memory-table approach as
      * WS-CPI-TABLE above.
       01 WS-SAL-TABLE.
          05 WS-SAL-COUNT               PIC 9(4)       VALUE 0.
          05 WS-SAL-ENTRY OCCURS 1000 TIMES.
             10 WS-SAL-TBL-YEAR         PIC X(4).
             10 WS-SAL-TBL-YEAR-N       REDEFINES WS-SAL-TBL-YEAR
                                        PIC 9(4).
             10 WS-SAL-TBL-SALARY       PIC 9(7)V99.
       01 WS-SAL-LOOKUP-FIELDS.
          05 WS-SAL-LOOKUP-YEAR         PIC 9(4).
          05 WS-SAL-TBL-I               PIC 9(4)       COMP.
          05 WS-SAL-BEST-YEAR           PIC 9(4).
          05 WS-SAL-FOUND-SW            PIC X(1)       VALUE 'N'.
             88 WS-SAL-FOUND                           VALUE 'Y'.
          05 WS-SCHED-SALARY            PIC 9(7)V99    VALUE 0.

      * Per-year SALARY-ACCUM work fields for the record in hand, and
      * the exception listing's run totals.
       01 WS-SCHED-ACCUM-FIELDS.
          05 WS-SCHED-TERM-START        PIC 9(4).
          05 WS-SCHED-TERM-END          PIC 9(4).
          05 WS-SCHED-YEAR              PIC 9(4).
          05 WS-SCHED-TERM-YRS          PIC 9(3).
          05 WS-SCHED-FALLBACK-CTR      PIC 9(3).
          05 WS-SCHED-ACCUM             PIC 9(11)V99.
          05 WS-SCHED-FLAT-ACCUM        PIC 9(10).
          05 WS-SCHED-DIFF              PIC S9(11)V99.
          05 WS-SCHED-DIFF-CTR          PIC 9(5)       VALUE 0.
          05 WS-SCHED-DIFF-TOTAL        PIC S9(11)V99  VALUE 0.

      * Per-year SALARY-ACCUM exception listing headings, detail line
      * and totals.
       01 WS-SCHED-DIFF-LINES.
          05 WS-SCHED-DIFF-HEADER-1.
             10 FILLER                  PIC X(1)       VALUE SPACES.
             10 FILLER                  PIC X(12)      VALUE
                'Report: A144'.
             10 FILLER                  PIC X(18)      VALUE SPACES.
             10 FILLER                  PIC X(42)      VALUE
                'Per-Year SALARY-ACCUM Exceptions'.
             10 SCHED-RPT-DATE          PIC XXXX/XX/XX.
          05 WS-SCHED-DIFF-HEADER-2.
             10 FILLER                  PIC X(1)       VALUE SPACES.
             10 FILLER                  PIC X(10)      VALUE 'ACCT-NO'.
             10 FILLER                  PIC X(22)      VALUE
                'LAST NAME'.
             10 FILLER                  PIC X(17)      VALUE
                'FIRST NAME'.
             10 FILLER                  PIC X(3)       VALUE 'YRS'.
             10 FILLER                  PIC X(15)      VALUE
                'ACCT-LIMIT'         JUST RIGHT.
             10 FILLER                  PIC X(15)      VALUE
                'FLAT ACCUM'         JUST RIGHT.
             10 FILLER                  PIC X(15)      VALUE
                'SCHEDULE ACCUM'     JUST RIGHT.
             10 FILLER                  PIC X(16)      VALUE
                'DIFFERENCE'         JUST RIGHT.
             10 FILLER                  PIC X(2)       VALUE SPACES.
             10 FILLER                  PIC X(30)      VALUE 'REASON'.
          05 WS-SCHED-DIFF-HEADER-3.
             10 FILLER                  PIC X(1)       VALUE SPACES.
             10 FILLER                  PIC X(8)       VALUE ALL '='.
             10 FILLER                  PIC X(2)       VALUE SPACES.
             10 FILLER                  PIC X(20)      VALUE ALL '='.
             10 FILLER                  PIC X(2)       VALUE SPACES.
             10 FILLER                  PIC X(15)      VALUE ALL '='.
             10 FILLER                  PIC X(2)       VALUE SPACES.
             10 FILLER                  PIC X(3)       VALUE ALL '='.
             10 FILLER                  PIC X(2)       VALUE SPACES.
             10 FILLER                  PIC X(13)      VALUE ALL '='.
             10 FILLER                  PIC X(2)       VALUE SPACES.
             10 FILLER                  PIC X(13)      VALUE ALL '='.
             10 FILLER                  PIC X(2)       VALUE SPACES.
             10 FILLER                  PIC X(13)      VALUE ALL '='.
             10 FILLER                  PIC X(2)       VALUE SPACES.
             10 FILLER                  PIC X(14)      VALUE ALL '='.
             10 FILLER                  PIC X(2)       VALUE SPACES.
             10 FILLER                  PIC X(30)      VALUE ALL '='.
          05 WS-SCHED-DIFF-DETAIL.
             10 FILLER                  PIC X(1)       VALUE SPACES.
             10 SCHED-ACCT-NO-O         PIC X(8).
             10 FILLER                  PIC X(2)       VALUE SPACES.
             10 SCHED-LAST-NAME-O       PIC X(20).
             10 FILLER                  PIC X(2)       VALUE SPACES.
             10 SCHED-FIRST-NAME-O      PIC X(15).
             10 FILLER                  PIC X(2)       VALUE SPACES.
             10 SCHED-YRS-O             PIC ZZ9.
             10 FILLER                  PIC X(2)       VALUE SPACES.
             10 SCHED-LIMIT-O           PIC ZZ,ZZZ,ZZ9.99.
             10 FILLER                  PIC X(2)       VALUE SPACES.
             10 SCHED-FLAT-O            PIC Z,ZZZ,ZZZ,ZZ9.
             10 FILLER                  PIC X(2)       VALUE SPACES.
             10 SCHED-ACCUM-O           PIC Z,ZZZ,ZZZ,ZZ9.
             10 FILLER                  PIC X(2)       VALUE SPACES.
             10 SCHED-DIFF-O            PIC Z,ZZZ,ZZZ,ZZ9-.
             10 FILLER                  PIC X(2)       VALUE SPACES.
             10 SCHED-REASON-O          PIC X(30).
          05 WS-SCHED-DIFF-TOTAL-LINE.
             10 FILLER                  PIC X(1)       VALUE SPACES.
             10 SCHED-TOTAL-LABEL-O     PIC X(30).
             10 FILLER                  PIC X(1)       VALUE '='.
             10 FILLER                  PIC X(1)       VALUE SPACES.
             10 SCHED-TOTAL-COUNT-O     PIC ZZZ,ZZ9.
          05 WS-SCHED-DIFF-AMOUNT-LINE.
             10 FILLER                  PIC X(1)       VALUE SPACES.
             10 SCHED-AMOUNT-LABEL-O    PIC X(30).
             10 FILLER                  PIC X(1)       VALUE '='.
             10 FILLER                  PIC X(1)       VALUE SPACES.
             10 SCHED-AMOUNT-O          PIC Z,ZZZ,ZZZ,ZZ9.99-.

      * Top-10 Net Worth table, kept in descending order by balance.
      * Balances are constant-dollar (nominal times CPI factor), so
      * the picture is wider than the nominal ACCT-BALANCE.
           IF WS-PARM-CARD(7:1) = 'B'
              MOVE WS-PARM-CARD(7:1) TO WS-BURST-SELECT
           END-IF
      * Per-year SALARY-ACCUM option (position 38): build SALARY-ACCUM
      * from the salary schedule, differences listed on SALDIFF.
           IF WS-PARM-CARD(38:1) = 'S'
              MOVE WS-PARM-CARD(38:1) TO WS-SCHED-ACCUM-SELECT
           END-IF
      * Record selection (positions 9-23 state, 25-27 party code,
      * 29-36 term-year range).  Parsed before the address sort so
      * the address outputs honour it too.  A selected run replaces
      *** criterion resolves through 420-LOOKUP-PARTY.
           PERFORM 160-LOAD-PARTY-MASTER
           PERFORM 170-LOAD-CPI-MASTER
           IF SCHED-ACCUM-MODE
              PERFORM 180-LOAD-SALARY-SCHEDULE
           END-IF
           IF ADDR-OUTPUT-SELECTED
              PERFORM 140-ADDR-SORT-RTN
           END-IF
                    MOVE CHK-SALARY-SUB-TOT TO WS-SALARY-SUB-TOT
                    MOVE CHK-NET-WORTH-SUB-TOT TO WS-NET-WORTH-SUB-TOT
                    MOVE CHK-STATE-CTR TO WS-STATE-CTR
                    MOVE CHK-SCHED-DIFF-CTR TO WS-SCHED-DIFF-CTR
                    MOVE CHK-SCHED-DIFF-TOTAL TO WS-SCHED-DIFF-TOTAL
      *** 2026-08-08 PDEVLIN (found verifying review fix #3)
      *** 400-MOVE-DATA only sets STATE-TRLR-LINE (the state name
      *** baked into the eventual "Sub Totals:" line) when
           END-PERFORM
           CLOSE CPI-MASTER
           .

      * 2026-10-15 PDEVLIN
      * Loads SAL-SCHEDULE into WS-SAL-TABLE once at start-up, the
      * same way 170-LOAD-CPI-MASTER loads CPI-MASTER - only on a
      * per-year SALARY-ACCUM run.  SAL-SCHEDULE is OPTIONAL; with no
      * SALSCHED supplied every year falls back to ACCT-LIMIT and the
      * figures match the flat calculation, so that is said on SYSOUT.
       180-LOAD-SALARY-SCHEDULE.
           OPEN INPUT SAL-SCHEDULE
           PERFORM UNTIL WS-SAL-EOF
              READ SAL-SCHEDULE
                 AT END
                    SET WS-SAL-EOF TO TRUE
                 NOT AT END
                    IF WS-SAL-COUNT < 1000
                       ADD 1 TO WS-SAL-COUNT
                       MOVE SAL-EFF-YEAR
                          TO WS-SAL-TBL-YEAR(WS-SAL-COUNT)
                       MOVE SAL-ANNUAL-SALARY
                          TO WS-SAL-TBL-SALARY(WS-SAL-COUNT)
                    ELSE
                       DISPLAY "CNTRLBRK WARNING - SALARY SCHEDULE "
                               "TABLE FULL AT " WS-SAL-COUNT
                               " ROWS, ROW DROPPED: " SAL-EFF-YEAR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SAL-SCHEDULE
           IF WS-SAL-COUNT = ZERO
              DISPLAY "CNTRLBRK WARNING - NO SALSCHED ROWS, PER-YEAR "
                      "SALARY-ACCUM FALLS BACK TO ACCT-LIMIT"
           END-IF
           .
       200-OPEN-FILES.
           OPEN INPUT ACCT-REC
      *** 2026-08-08 PDEVLIN (review fix)
              OPEN OUTPUT ACCT-EXTR
              OPEN OUTPUT CHECKPOINT-FILE
           END-IF
           IF SCHED-ACCUM-MODE
              IF RESTART-MODE
                 OPEN EXTEND SCHED-DIFF-LINE
              ELSE
                 OPEN OUTPUT SCHED-DIFF-LINE
                 MOVE FUNCTION CURRENT-DATE TO SCHED-RPT-DATE
                 WRITE SCHED-DIFF-REC FROM WS-SCHED-DIFF-HEADER-1
                 WRITE SCHED-DIFF-REC FROM WS-BLANK-LINE
                 WRITE SCHED-DIFF-REC FROM WS-SCHED-DIFF-HEADER-2
                 WRITE SCHED-DIFF-REC FROM WS-SCHED-DIFF-HEADER-3
              END-IF
           END-IF
           IF BURST-MODE
              IF RESTART-MODE
                 OPEN EXTEND BURST-MANIFEST
                          (DIFF-CCYY + ACCT-EXTRA-TERM-YRS)
                          * ACCT-LIMIT
                    END-COMPUTE
      * 2026-10-15 PDEVLIN
      * Per-year run: the schedule figure replaces the flat one.
                    IF SCHED-ACCUM-MODE
                       PERFORM 407-COMPUTE-SCHEDULE-ACCUM
                    END-IF
                 ELSE
                    PERFORM 999-LOG-EXCEPTION
                 END-IF
                   " FIRST-NAME=" FIRST-NAME
           .

      * 2026-10-15 PDEVLIN
      * SALARY-ACCUM a year at a time from the salary schedule, over
      * the primary term and each of this president's continuation
      * terms (the same valid WS-CONT-TABLE entries, matched by the
      * same exact LAST-NAME + FIRST-NAME, that 275-MATCH-
      * CONTINUATIONS summed into ACCT-EXTRA-TERM-YRS).  The flat
      * figure 401 just computed is kept for the exception listing.
       407-COMPUTE-SCHEDULE-ACCUM.
           MOVE SAL-ACCUM TO WS-SCHED-FLAT-ACCUM
           MOVE ZERO TO WS-SCHED-ACCUM
                        WS-SCHED-TERM-YRS
                        WS-SCHED-FALLBACK-CTR
           MOVE START-CCYY TO WS-SCHED-TERM-START
           MOVE END-CCYY   TO WS-SCHED-TERM-END
           PERFORM 408-ACCUM-SCHEDULE-TERM
           PERFORM VARYING WS-CONT-I FROM 1 BY 1
              UNTIL WS-CONT-I > WS-CONT-COUNT
              IF WS-CONT-VALID(WS-CONT-I)
                 AND WS-CONT-LAST-NAME(WS-CONT-I) = LAST-NAME
                 AND WS-CONT-FIRST-NAME(WS-CONT-I) = FIRST-NAME
                 MOVE WS-CONT-START-CCYY(WS-CONT-I)
                    TO WS-SCHED-TERM-START
                 MOVE WS-CONT-END-CCYY(WS-CONT-I)
                    TO WS-SCHED-TERM-END
                 PERFORM 408-ACCUM-SCHEDULE-TERM
              END-IF
           END-PERFORM
           COMPUTE SAL-ACCUM ROUNDED = WS-SCHED-ACCUM
           COMPUTE WS-SCHED-DIFF = SAL-ACCUM - WS-SCHED-FLAT-ACCUM
           IF WS-SCHED-DIFF NOT = ZERO
              OR WS-SCHED-FALLBACK-CTR > ZERO
              PERFORM 409-WRITE-SCHED-DIFF-LINE
           END-IF
           .

      * One term, START year up to (not including) END year - the
      * same count of years the flat calculation uses.  A year with
      * no schedule row in effect earns ACCT-LIMIT.
       408-ACCUM-SCHEDULE-TERM.
           PERFORM VARYING WS-SCHED-YEAR FROM WS-SCHED-TERM-START BY 1
              UNTIL WS-SCHED-YEAR NOT < WS-SCHED-TERM-END
              MOVE WS-SCHED-YEAR TO WS-SAL-LOOKUP-YEAR
              PERFORM 440-LOOKUP-SALARY
              IF WS-SAL-FOUND
                 ADD WS-SCHED-SALARY TO WS-SCHED-ACCUM
              ELSE
                 ADD ACCT-LIMIT TO WS-SCHED-ACCUM
                 ADD 1 TO WS-SCHED-FALLBACK-CTR
              END-IF
              ADD 1 TO WS-SCHED-TERM-YRS
           END-PERFORM
           .

      * The reason given is the first that applies: years before the
      * schedule starts, an ACCT-LIMIT that is not the rate in effect
      * at inauguration (ACCTEDIT flags these too), or a statutory
      * change of pay during the term.
       409-WRITE-SCHED-DIFF-LINE.
           MOVE START-CCYY TO WS-SAL-LOOKUP-YEAR
           PERFORM 440-LOOKUP-SALARY
           EVALUATE TRUE
              WHEN WS-SCHED-FALLBACK-CTR > ZERO
                 MOVE 'YEARS BEFORE SCHEDULE AT LIMIT'
                    TO SCHED-REASON-O
              WHEN WS-SCHED-SALARY NOT = ACCT-LIMIT
                 MOVE 'LIMIT NOT INAUGURAL RATE'
                    TO SCHED-REASON-O
              WHEN OTHER
                 MOVE 'PAY CHANGED DURING TERM'
                    TO SCHED-REASON-O
           END-EVALUATE
           MOVE ACCT-NO             TO SCHED-ACCT-NO-O
           MOVE LAST-NAME           TO SCHED-LAST-NAME-O
           MOVE FIRST-NAME          TO SCHED-FIRST-NAME-O
           MOVE WS-SCHED-TERM-YRS   TO SCHED-YRS-O
           MOVE ACCT-LIMIT          TO SCHED-LIMIT-O
           MOVE WS-SCHED-FLAT-ACCUM TO SCHED-FLAT-O
           MOVE SAL-ACCUM           TO SCHED-ACCUM-O
           MOVE WS-SCHED-DIFF       TO SCHED-DIFF-O
           WRITE SCHED-DIFF-REC FROM WS-SCHED-DIFF-DETAIL
           ADD 1 TO WS-SCHED-DIFF-CTR
           ADD WS-SCHED-DIFF TO WS-SCHED-DIFF-TOTAL
           .

       400-MOVE-DATA.
           MOVE SPACES TO PRINT-REC
           ADD +1 TO WS-STATE-CTR
           END-PERFORM
           .

      * 2026-10-15 PDEVLIN
      * Finds the salary-schedule row in effect for WS-SAL-LOOKUP-YEAR
      * - the one with the latest effective year not after it (the
      * schedule need not be in year order).  WS-SAL-FOUND is off when
      * the year predates every row; a row whose year is not numeric
      * is never used (REFAUDIT reports it).
       440-LOOKUP-SALARY.
           MOVE 'N' TO WS-SAL-FOUND-SW
           MOVE ZERO TO WS-SAL-BEST-YEAR
                        WS-SCHED-SALARY
           PERFORM VARYING WS-SAL-TBL-I FROM 1 BY 1
              UNTIL WS-SAL-TBL-I > WS-SAL-COUNT
              IF WS-SAL-TBL-YEAR(WS-SAL-TBL-I) IS NUMERIC
                 AND WS-SAL-TBL-YEAR-N(WS-SAL-TBL-I)
                    NOT > WS-SAL-LOOKUP-YEAR
                 AND (NOT WS-SAL-FOUND
                    OR WS-SAL-TBL-YEAR-N(WS-SAL-TBL-I)
                       > WS-SAL-BEST-YEAR)
                 SET WS-SAL-FOUND TO TRUE
                 MOVE WS-SAL-TBL-YEAR-N(WS-SAL-TBL-I)
                    TO WS-SAL-BEST-YEAR
                 MOVE WS-SAL-TBL-SALARY(WS-SAL-TBL-I)
                    TO WS-SCHED-SALARY
              END-IF
           END-PERFORM
           .

      * 2026-08-08 PDEVLIN
      * Keeps the 10 highest ACCT-BALANCE (net worth) presidents seen
      * so far, built the same way ACCUM-RECORD-HIGH-SAL/LOW-SAL are
           MOVE WS-SALARY-SUB-TOT TO CHK-SALARY-SUB-TOT
           MOVE WS-NET-WORTH-SUB-TOT TO CHK-NET-WORTH-SUB-TOT
           MOVE WS-STATE-CTR TO CHK-STATE-CTR
           MOVE WS-SCHED-DIFF-CTR TO CHK-SCHED-DIFF-CTR
           MOVE WS-SCHED-DIFF-TOTAL TO CHK-SCHED-DIFF-TOTAL
           MOVE TOP-NW-COUNT TO CHK-TOP-NW-COUNT
           PERFORM VARYING WS-TOP-NW-I FROM 1 BY 1
              UNTIL WS-TOP-NW-I > 10
           CLOSE ACCT-EXTR.
           CLOSE CHECKPOINT-FILE.
           CLOSE PRINT-LINE.
           IF SCHED-ACCUM-MODE
              PERFORM 965-WRITE-SCHED-DIFF-TOTALS
              CLOSE SCHED-DIFF-LINE
           END-IF
      * Condition code: out of balance outranks warnings; exceptions
      * or anything left on the suspense queue is a warning.
           IF WS-RECON-RESULT = 'O'
           END-IF
           .

      * 2026-10-15 PDEVLIN
      * Closing totals for the per-year SALARY-ACCUM exception
      * listing.  The differences are information, not errors - the
      * condition code is not raised for them.
       965-WRITE-SCHED-DIFF-TOTALS.
           WRITE SCHED-DIFF-REC FROM WS-BLANK-LINE
           MOVE 'Presidents Recomputed' TO SCHED-TOTAL-LABEL-O
           MOVE TOTAL-PRESIDENT-COUNT TO SCHED-TOTAL-COUNT-O
           WRITE SCHED-DIFF-REC FROM WS-SCHED-DIFF-TOTAL-LINE
           MOVE 'Presidents Listed' TO SCHED-TOTAL-LABEL-O
           MOVE WS-SCHED-DIFF-CTR TO SCHED-TOTAL-COUNT-O
           WRITE SCHED-DIFF-REC FROM WS-SCHED-DIFF-TOTAL-LINE
           MOVE 'Net Difference From Flat' TO SCHED-AMOUNT-LABEL-O
           MOVE WS-SCHED-DIFF-TOTAL TO SCHED-AMOUNT-O
           WRITE SCHED-DIFF-REC FROM WS-SCHED-DIFF-AMOUNT-LINE
           .

      * 2026-08-22 PDEVLIN
      * Appends this execution's run-statistics record to the
      * permanent RUNHIST history - OPTIONAL + EXTEND, so the first
