      *    fills, so growth past the 1,000-row limits shows up as a
      *    message instead of wrong lookups.
      *    Added WS-PARTY-EOF-SW, WS-CPI-EOF-SW.
      *
      *  2026-10-15 PDEVLIN
      *    The new SALSCHED statutory salary schedule (effective year,
      *    annual salary) is audited the same way as CPIMAST.  Every
      *    master row whose inaugural year has no schedule row in
      *    effect (it predates the earliest effective year) is listed
      *    NO-SALARY - CNTRLBRK's per-year SALARY-ACCUM falls back to
      *    ACCT-LIMIT for those years.  The loaded schedule itself is
      *    then checked: a non-numeric effective year, a zero salary,
      *    a year entered twice, or a salary lower than the row in
      *    effect before it is flagged SUSPECT-SAL.  The CYCLSTAT
      *    counts now fold the salary findings in: count 3 is rows
      *    with no CPI year plus rows with no salary in effect, count
      *    4 is suspect CPI factors plus suspect salary rows.
      *    Added SAL-SCHEDULE file (ASSIGN TO SALSCHED), WS-SAL-TABLE,
      *    WS-SAL-EOF-SW, WS-SAL-FOUND-SW, WS-NO-SALARY-CTR,
      *    WS-SUSPECT-SAL-CTR, WS-REF-SAL-SUSPECT-LINE.
      *    Added 180-LOAD-SALARY-SCHEDULE, 340-CHECK-SALARY-COVERAGE,
      *    550-AUDIT-SALARY-SCHEDULE, 560-AUDIT-ONE-SALARY,
      *    570-COMPARE-SALARY-ROW, 580-WRITE-SAL-SUSPECT-LINE.
      *    Modified 100-INIT-RTN, 300-AUDIT-MASTER-ROWS, 900-WRAP-UP,
      *    950-WRITE-CYCLE-STATUS.
      **************************************************************************
      *-----------------------
       IDENTIFICATION DIVISION.
      *** CPI/deflator master, keyed by year - same file and
      *** table-load approach as CNTRLBRK.
           SELECT OPTIONAL CPI-MASTER   ASSIGN TO CPIMAST.
      *** Statutory salary schedule, keyed by effective year - same
      *** file and table-load approach as CNTRLBRK.
           SELECT OPTIONAL SAL-SCHEDULE ASSIGN TO SALSCHED.
      *** Coverage audit report.
           SELECT OPTIONAL REF-RPT-LINE ASSIGN TO REFARPT.
      *** Shared cycle-control file - one status record appended per
          05 CPI-KEY                    PIC X(4).
          05 CPI-FACTOR                 PIC 9(4)V99.

       FD  SAL-SCHEDULE RECORDING MODE F.
       01 SAL-SCHED-REC.
          05 SAL-EFF-YEAR               PIC X(4).
          05 SAL-ANNUAL-SALARY          PIC 9(7)V99.

       FD  REF-RPT-LINE RECORDING MODE F.
       01 REF-RPT-REC                   PIC X(120).

      * Cycle-control status record - counts 1-4 mean master rows
      * read, rows with no PARTYMST year, rows with no CPIMAST year or
      * no salary schedule in effect, suspect CPI factors and salary
      * schedule rows for this step.
       FD  CYCLE-STAT RECORDING MODE F.
       01 CYC-STAT-REC.
          05 CYC-PROGRAM                PIC X(8).
             88 WS-PARTY-EOF                           VALUE 'Y'.
          05 WS-CPI-EOF-SW              PIC X(1)       VALUE 'N'.
             88 WS-CPI-EOF                             VALUE 'Y'.
          05 WS-SAL-EOF-SW              PIC X(1)       VALUE 'N'.
             88 WS-SAL-EOF                             VALUE 'Y'.
          05 WS-SAL-FOUND-SW            PIC X(1)       VALUE 'N'.
             88 WS-SAL-FOUND                           VALUE 'Y'.

       01 WS-MAST-STATUS                PIC X(2)       VALUE '00'.
          88 WS-MAST-OK                                VALUE '00' '02'.
          05 WS-NO-PARTY-CTR            PIC 9(6)       VALUE 0.
          05 WS-NO-CPI-CTR              PIC 9(6)       VALUE 0.
          05 WS-SUSPECT-CPI-CTR         PIC 9(6)       VALUE 0.
          05 WS-NO-SALARY-CTR           PIC 9(6)       VALUE 0.
          05 WS-SUSPECT-SAL-CTR         PIC 9(6)       VALUE 0.

      * Party-affiliation master table - same layout and load as
      * CNTRLBRK's WS-PARTY-TABLE / 160-LOAD-PARTY-MASTER.
       01 WS-CPI-TBL-I                  PIC 9(4)       COMP.
       01 WS-CPI-TBL-J                  PIC 9(4)       COMP.

      * Statutory salary schedule table - same layout and load as
      * CNTRLBRK's WS-SAL-TABLE / 180-LOAD-SALARY-SCHEDULE.
       01 WS-SAL-TABLE.
          05 WS-SAL-COUNT               PIC 9(4)       VALUE 0.
          05 WS-SAL-ENTRY OCCURS 1000 TIMES.
             10 WS-SAL-TBL-YEAR         PIC X(4).
             10 WS-SAL-TBL-YEAR-N       REDEFINES WS-SAL-TBL-YEAR
                                        PIC 9(4).
             10 WS-SAL-TBL-SALARY       PIC 9(7)V99.
       01 WS-SAL-TBL-I                  PIC 9(4)       COMP.
       01 WS-SAL-TBL-J                  PIC 9(4)       COMP.

      * Salary-schedule audit work fields - the row in effect just
      * before the row in hand, and whether the row in hand has
      * already been reported.
       01 WS-SAL-WORK.
          05 WS-SAL-PRIOR-YEAR          PIC 9(4).
          05 WS-SAL-PRIOR-I             PIC 9(4)       COMP.
          05 WS-SAL-ROW-FLAGGED-SW      PIC X(1)       VALUE 'N'.
             88 WS-SAL-ROW-FLAGGED                     VALUE 'Y'.

      * Year work fields for the master row in hand and the neighbour
      * scan of the CPI table.
       01 WS-YEAR-WORK.
       01 WS-FACTOR-FIELDS.
          05 WS-THIS-FACTOR-X           PIC ZZZ9.99.
          05 WS-NBR-FACTOR-X            PIC ZZZ9.99.
          05 WS-THIS-SALARY-X           PIC Z,ZZZ,ZZ9.99.
          05 WS-NBR-SALARY-X            PIC Z,ZZZ,ZZ9.99.

      *************************************************************
      ****** Report headings and detail lines begin here ******
          05 SUSP-NBR-FACTOR-O          PIC X(7).
          05 SUSP-NBR-NOTE-O            PIC X(40).

       01 WS-REF-SAL-SUSPECT-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(14)      VALUE
                'SUSPECT-SAL'.
          05 SAL-SUSP-YEAR-O            PIC X(4).
          05 FILLER                     PIC X(9)       VALUE
                ' SALARY '.
          05 SAL-SUSP-SALARY-O          PIC X(12).
          05 FILLER                     PIC X(11)      VALUE
                ' VS PRIOR '.
          05 SAL-SUSP-PRIOR-YEAR-O      PIC X(4).
          05 FILLER                     PIC X(9)       VALUE
                ' SALARY '.
          05 SAL-SUSP-PRIOR-SALARY-O    PIC X(12).
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 SAL-SUSP-NOTE-O            PIC X(40).

       01 WS-REF-TOTAL-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 REF-TOTAL-LABEL-O          PIC X(40).
           PERFORM 100-INIT-RTN
           PERFORM 300-AUDIT-MASTER-ROWS UNTIL WS-MAST-EOF
           PERFORM 500-AUDIT-CPI-FACTORS
           PERFORM 550-AUDIT-SALARY-SCHEDULE
           PERFORM 900-WRAP-UP
           GOBACK
           .
           MOVE FUNCTION CURRENT-DATE TO RPT-DATE
           PERFORM 160-LOAD-PARTY-MASTER
           PERFORM 170-LOAD-CPI-MASTER
           PERFORM 180-LOAD-SALARY-SCHEDULE
           OPEN INPUT PRES-MAST
           IF NOT WS-MAST-OK
              DISPLAY "REFAUDIT - CANNOT OPEN PRESMAST, STATUS="
           CLOSE CPI-MASTER
           .

      * Same load-once approach as CNTRLBRK's 180-LOAD-SALARY-
      * SCHEDULE - SAL-SCHEDULE is OPTIONAL, so with no SALSCHED
      * supplied every master row reports NO-SALARY.
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
                       DISPLAY "REFAUDIT WARNING - SALARY SCHEDULE "
                               "TABLE FULL AT " WS-SAL-COUNT
                               " ROWS, ROW DROPPED: " SAL-EFF-YEAR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SAL-SCHEDULE
           .

       300-AUDIT-MASTER-ROWS.
           PERFORM 710-READ-MASTER
           IF NOT WS-MAST-EOF
                 MOVE MST-ACCT-NO(1:4) TO WS-LOOKUP-KEY
                 PERFORM 320-CHECK-PARTY-COVERAGE
                 PERFORM 330-CHECK-CPI-COVERAGE
                 PERFORM 340-CHECK-SALARY-COVERAGE
              ELSE
                 ADD 1 TO WS-BAD-YEAR-CTR
                 MOVE 'BAD-YEAR' TO REF-FINDING-O
           END-IF
           .

      * A schedule row is in effect for the inaugural year when any
      * numeric effective year is not after it - and then for every
      * later year of the term too, so the inaugural year is the only
      * one that can fall in a gap.
       340-CHECK-SALARY-COVERAGE.
           MOVE 'N' TO WS-SAL-FOUND-SW
           MOVE WS-LOOKUP-KEY TO WS-THIS-YEAR-NUM
           PERFORM VARYING WS-SAL-TBL-I FROM 1 BY 1
              UNTIL WS-SAL-TBL-I > WS-SAL-COUNT
              IF WS-SAL-TBL-YEAR(WS-SAL-TBL-I) IS NUMERIC
                 AND WS-SAL-TBL-YEAR-N(WS-SAL-TBL-I)
                    NOT > WS-THIS-YEAR-NUM
                 SET WS-SAL-FOUND TO TRUE
                 MOVE WS-SAL-COUNT TO WS-SAL-TBL-I
              END-IF
           END-PERFORM
           IF NOT WS-SAL-FOUND
              ADD 1 TO WS-NO-SALARY-CTR
              MOVE 'NO-SALARY' TO REF-FINDING-O
              MOVE WS-LOOKUP-KEY TO REF-YEAR-O
              MOVE 'PER-YEAR SALARY-ACCUM FALLS BACK TO LIMIT'
                 TO REF-NOTE-O
              PERFORM 600-WRITE-FINDING-LINE
           END-IF
           .

      * Sanity pass over the loaded CPI table itself: a factor of
      * zero wipes the constant-dollar figures to zero, and a factor
      * wildly out of line with an adjacent year (more than ten times,
           WRITE REF-RPT-REC FROM WS-REF-SUSPECT-LINE
           .

      * Sanity pass over the loaded salary schedule: an effective
      * year that is not numeric is never used by any lookup, a zero
      * salary zeroes SALARY-ACCUM for every year it covers, a year
      * keyed twice leaves only the first row in use, and statutory
      * presidential pay has never gone down - a salary lower than
      * the row in effect before it is almost certainly a keying slip.
      * One line per suspect row, first reason found.
       550-AUDIT-SALARY-SCHEDULE.
           PERFORM 560-AUDIT-ONE-SALARY
              VARYING WS-SAL-TBL-I FROM 1 BY 1
              UNTIL WS-SAL-TBL-I > WS-SAL-COUNT
           .

       560-AUDIT-ONE-SALARY.
           MOVE 'N' TO WS-SAL-ROW-FLAGGED-SW
           MOVE SPACES TO SAL-SUSP-PRIOR-YEAR-O
                          SAL-SUSP-PRIOR-SALARY-O
           IF WS-SAL-TBL-YEAR(WS-SAL-TBL-I) IS NOT NUMERIC
              MOVE '- EFFECTIVE YEAR NOT NUMERIC, UNUSED'
                 TO SAL-SUSP-NOTE-O
              PERFORM 580-WRITE-SAL-SUSPECT-LINE
           ELSE
              IF WS-SAL-TBL-SALARY(WS-SAL-TBL-I) = ZERO
                 MOVE '- ZERO SALARY ZEROES SALARY-ACCUM'
                    TO SAL-SUSP-NOTE-O
                 PERFORM 580-WRITE-SAL-SUSPECT-LINE
              ELSE
                 MOVE ZERO TO WS-SAL-PRIOR-I
                              WS-SAL-PRIOR-YEAR
                 PERFORM 570-COMPARE-SALARY-ROW
                    VARYING WS-SAL-TBL-J FROM 1 BY 1
                    UNTIL WS-SAL-TBL-J > WS-SAL-COUNT
                       OR WS-SAL-ROW-FLAGGED
                 IF NOT WS-SAL-ROW-FLAGGED
                    AND WS-SAL-PRIOR-I > ZERO
                    AND WS-SAL-TBL-SALARY(WS-SAL-TBL-I) <
                        WS-SAL-TBL-SALARY(WS-SAL-PRIOR-I)
                    MOVE WS-SAL-TBL-YEAR(WS-SAL-PRIOR-I)
                       TO SAL-SUSP-PRIOR-YEAR-O
                    MOVE WS-SAL-TBL-SALARY(WS-SAL-PRIOR-I)
                       TO WS-NBR-SALARY-X
                    MOVE WS-NBR-SALARY-X TO SAL-SUSP-PRIOR-SALARY-O
                    MOVE 'SALARY LOWER THAN ROW BEFORE IT'
                       TO SAL-SUSP-NOTE-O
                    PERFORM 580-WRITE-SAL-SUSPECT-LINE
                 END-IF
              END-IF
           END-IF
           .

      * Against one other row of the schedule: the same effective
      * year keyed earlier in the file is a duplicate; otherwise keep
      * track of the latest numeric effective year before this one.
       570-COMPARE-SALARY-ROW.
           IF WS-SAL-TBL-J NOT = WS-SAL-TBL-I
              AND WS-SAL-TBL-YEAR(WS-SAL-TBL-J) IS NUMERIC
              IF WS-SAL-TBL-YEAR-N(WS-SAL-TBL-J) =
                 WS-SAL-TBL-YEAR-N(WS-SAL-TBL-I)
                 IF WS-SAL-TBL-J < WS-SAL-TBL-I
                    MOVE '- YEAR KEYED TWICE, THIS ROW UNUSED'
                       TO SAL-SUSP-NOTE-O
                    PERFORM 580-WRITE-SAL-SUSPECT-LINE
                 END-IF
              ELSE
                 IF WS-SAL-TBL-YEAR-N(WS-SAL-TBL-J) <
                    WS-SAL-TBL-YEAR-N(WS-SAL-TBL-I)
                    AND (WS-SAL-PRIOR-I = ZERO
                       OR WS-SAL-TBL-YEAR-N(WS-SAL-TBL-J) >
                          WS-SAL-PRIOR-YEAR)
                    MOVE WS-SAL-TBL-J TO WS-SAL-PRIOR-I
                    MOVE WS-SAL-TBL-YEAR-N(WS-SAL-TBL-J)
                       TO WS-SAL-PRIOR-YEAR
                 END-IF
              END-IF
           END-IF
           .

       580-WRITE-SAL-SUSPECT-LINE.
           SET WS-SAL-ROW-FLAGGED TO TRUE
           ADD 1 TO WS-SUSPECT-SAL-CTR
           MOVE WS-SAL-TBL-YEAR(WS-SAL-TBL-I) TO SAL-SUSP-YEAR-O
           MOVE WS-SAL-TBL-SALARY(WS-SAL-TBL-I) TO WS-THIS-SALARY-X
           MOVE WS-THIS-SALARY-X TO SAL-SUSP-SALARY-O
           WRITE REF-RPT-REC FROM WS-REF-SAL-SUSPECT-LINE
           .

       600-WRITE-FINDING-LINE.
           MOVE MST-ACCT-NO    TO REF-ACCT-NO-O
           MOVE MST-FIRST-NAME TO REF-FIRST-NAME-O
           MOVE 'Suspect CPI Factors' TO REF-TOTAL-LABEL-O
           MOVE WS-SUSPECT-CPI-CTR TO REF-TOTAL-COUNT-O
           WRITE REF-RPT-REC FROM WS-REF-TOTAL-LINE
           MOVE 'Rows With No SALSCHED Year (ACCT-LIMIT)'
              TO REF-TOTAL-LABEL-O
           MOVE WS-NO-SALARY-CTR TO REF-TOTAL-COUNT-O
           WRITE REF-RPT-REC FROM WS-REF-TOTAL-LINE
           MOVE 'Suspect Salary Schedule Rows' TO REF-TOTAL-LABEL-O
           MOVE WS-SUSPECT-SAL-CTR TO REF-TOTAL-COUNT-O
           WRITE REF-RPT-REC FROM WS-REF-TOTAL-LINE
           MOVE 'Rows With Non-Numeric Year' TO REF-TOTAL-LABEL-O
           MOVE WS-BAD-YEAR-CTR TO REF-TOTAL-COUNT-O
           WRITE REF-RPT-REC FROM WS-REF-TOTAL-LINE
           IF (WS-NO-PARTY-CTR > 0
              OR WS-NO-CPI-CTR > 0
              OR WS-SUSPECT-CPI-CTR > 0
              OR WS-NO-SALARY-CTR > 0
              OR WS-SUSPECT-SAL-CTR > 0
              OR WS-BAD-YEAR-CTR > 0)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(9:6) TO CYC-TIME
           MOVE WS-MAST-CTR        TO CYC-COUNT-1
           MOVE WS-NO-PARTY-CTR    TO CYC-COUNT-2
           COMPUTE CYC-COUNT-3 = WS-NO-CPI-CTR + WS-NO-SALARY-CTR
           COMPUTE CYC-COUNT-4 =
              WS-SUSPECT-CPI-CTR + WS-SUSPECT-SAL-CTR
           EVALUATE RETURN-CODE
              WHEN 0
                 MOVE 'PASS' TO CYC-VERDICT
