      **************************************************************************
      * Program Name:               PRESSTAT                                   *
      * Developer:                  PDEVLIN                                    *
      * Created:                    2026-10-15                                 *
      * Developer Contact:                                                     *
      *                                                                        *
      **************************************************************************
      **************************************************************************
      * Modifications
      *  2026-10-15 PDEVLIN
      *    Initial version.  Statistical profile of the ACCTSORT
      *    presidents file - the shape of the data, not just the
      *    totals, averages and high / low that CNTRLBRK's summary
      *    block, its Top-10 table and the ALLVIEWS rollups give.  For
      *    each of six measures -
      *      nominal salary (ACCT-LIMIT), net worth (ACCT-BALANCE),
      *      SALARY-ACCUM, and the constant-dollar version of each
      *    - it prints the count, mean, median, lower and upper
      *    quartiles and standard deviation, overall and broken out
      *    by party and by century of inauguration, followed by a
      *    ten-bucket distribution histogram (equal-width buckets from
      *    the group's lowest to its highest value).
      *    The figures are worked the CNTRLBRK way: SALARY-ACCUM is
      *    ACCT-LIMIT times the years in office across every term
      *    (401-COMPUTE-SALARY-ACCUM, with continuation records
      *    matched to their president by name as 275-MATCH-
      *    CONTINUATIONS does), and the constant-dollar figures use
      *    the CPIMAST factor for the inaugural year (430-LOOKUP-CPI).
      *    Party comes from PARTYMST (420-LOOKUP-PARTY).
      *    Quartiles and the median are interpolated between the two
      *    nearest ordered values; the standard deviation is the
      *    population figure (divided by the count).
      *    Every president further than the outlier limit, in standard
      *    deviations, from the mean of any group it falls in is
      *    listed as an outlier with the figure that flagged it, the
      *    group mean and the distance from it - these are usually
      *    keying errors that slipped past the edits.
      *    Parameter card (stand-in for a JCL PARM):
      *      positions 1-3  outlier limit as n.n (default 3.0);
      *      position 5     histogram scope - blank = overall group
      *                     only, A = every group.
      *    Continuation records are folded into their president and
      *    are not counted as presidents; a primary record whose
      *    ACCT-NO years are not numeric (or start after they end) or
      *    whose amounts are not valid packed data is skipped.
      *    Condition code: 0 = clean, 4 = outliers listed or records
      *    skipped, 8 = parameter card in error.  CYCLSTAT status
      *    record like the rest of the stream.
      *
      *  2026-10-15 PDEVLIN
      *    SALARY-ACCUM can now be worked the way CNTRLBRK's per-year
      *    option works it, so the profile and the outlier list agree
      *    with CNTRLBRK and the extract on a night that runs with the
      *    salary schedule.  With 'S' in position 7 of the parameter
      *    card the SALSCHED salary schedule is loaded (as CNTRLBRK's
      *    180) and SALARY-ACCUM is built a year at a time over the
      *    primary term and every matched continuation term - the row
      *    in effect for a year is the latest one whose effective year
      *    is not after it, and a year before the schedule earns
      *    ACCT-LIMIT (CNTRLBRK's 407 / 408 / 440).  The constant-
      *    dollar SALARY-ACCUM follows.  Blank keeps ACCT-LIMIT times
      *    the years.  The basis used is printed under the report
      *    heading.
      *    Added SAL-SCHEDULE file (ASSIGN TO SALSCHED),
      *    WS-SCHED-ACCUM-SELECT, WS-SAL-TABLE, WS-SAL-LOOKUP-FIELDS,
      *    WS-SCHED-ACCUM-FIELDS, WS-BASIS-LINE.
      *    Added 180-LOAD-SALARY-SCHEDULE, 355-ACCUM-SCHEDULE-TERM,
      *    440-LOOKUP-SALARY.
      *    Modified 100-INIT-RTN, 350-COMPLETE-MEASURES.
      **************************************************************************
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PRESSTAT.
       AUTHOR.        PDEVLIN.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *** Raw presidents input - the same file CNTRLBRK sorts.
           SELECT RAW-ACCT-REC ASSIGN TO ACCTSORT.
      *** Party-affiliation master, keyed by ACCT-NO term-year prefix.
           SELECT OPTIONAL PARTY-MASTER ASSIGN TO PARTYMST.
      *** CPI/deflator master, keyed by year.
           SELECT OPTIONAL CPI-MASTER   ASSIGN TO CPIMAST.
      *** Statutory salary schedule, keyed by effective year.
           SELECT OPTIONAL SAL-SCHEDULE ASSIGN TO SALSCHED.
      *** Statistical profile report.
           SELECT OPTIONAL STAT-RPT-LINE ASSIGN TO STATRPT.
      *** Shared cycle-control file - one status record appended per
      *** step per cycle, read by the NIGHTRPT dashboard.
           SELECT OPTIONAL CYCLE-STAT   ASSIGN TO CYCLSTAT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *** Same layout as CNTRLBRK's RAW-ACCT-FIELDS.
       FD  RAW-ACCT-REC RECORDING MODE F.
       01 RAW-ACCT-FIELDS.
          05 RAW-ACCT-NO                PIC X(8).
          05 RAW-ACCT-LIMIT             PIC S9(7)V99 COMP-3.
          05 RAW-ACCT-BALANCE           PIC S9(7)V99 COMP-3.
          05 RAW-LAST-NAME              PIC X(20).
          05 RAW-FIRST-NAME             PIC X(15).
          05 RAW-CLIENT-ADDR.
             10 RAW-STREET-ADDR         PIC X(25).
             10 RAW-CITY-COUNTY         PIC X(20).
             10 RAW-USA-STATE           PIC X(15).
          05 RAW-RESERVED                PIC X(7).
          05 RAW-COMMENTS                PIC X(50).

       FD  PARTY-MASTER RECORDING MODE F.
       01 PARTY-REC.
          05 PARTY-KEY                  PIC X(4).
          05 PARTY-CODE                 PIC X(3).
          05 PARTY-NAME                 PIC X(20).

       FD  CPI-MASTER RECORDING MODE F.
       01 CPI-REC.
          05 CPI-KEY                    PIC X(4).
          05 CPI-FACTOR                 PIC 9(4)V99.

      *** Same layout as CNTRLBRK's SAL-SCHED-REC.
       FD  SAL-SCHEDULE RECORDING MODE F.
       01 SAL-SCHED-REC.
          05 SAL-EFF-YEAR               PIC X(4).
          05 SAL-ANNUAL-SALARY          PIC 9(7)V99.

       FD  STAT-RPT-LINE RECORDING MODE F.
       01 STAT-RPT-REC                  PIC X(132).

      * Cycle-control status record - counts 1-4 mean records read,
      * presidents profiled, records skipped, outlier lines listed for
      * this step.
       FD  CYCLE-STAT RECORDING MODE F.
       01 CYC-STAT-REC.
          05 CYC-PROGRAM                PIC X(8).
          05 CYC-DATE                   PIC X(8).
          05 CYC-TIME                   PIC X(6).
          05 CYC-COUNT-1                PIC 9(6).
          05 CYC-COUNT-2                PIC 9(6).
          05 CYC-COUNT-3                PIC 9(6).
          05 CYC-COUNT-4                PIC 9(6).
          05 CYC-VERDICT                PIC X(4).

      ***************************************************************
      * STORAGE SECTIONS
      ***************************************************************
       WORKING-STORAGE SECTION.
       01 PROGRAM-INDICATOR-SWITCHES.
          05 WS-EOF-INPUT-SW            PIC X(1)       VALUE 'N'.
             88 EOF-INPUT                              VALUE 'Y'.
          05 WS-PARTY-EOF-SW            PIC X(1)       VALUE 'N'.
             88 WS-PARTY-EOF                           VALUE 'Y'.
          05 WS-CPI-EOF-SW              PIC X(1)       VALUE 'N'.
             88 WS-CPI-EOF                             VALUE 'Y'.
          05 WS-SAL-EOF-SW              PIC X(1)       VALUE 'N'.
             88 WS-SAL-EOF                             VALUE 'Y'.
          05 WS-MEMBER-SW               PIC X(1)       VALUE 'N'.
             88 WS-GROUP-MEMBER                        VALUE 'Y'.

       01 WS-STAT-COUNTERS.
          05 WS-READ-CTR                PIC 9(6)       VALUE 0.
          05 WS-SKIP-CTR                PIC 9(6)       VALUE 0.
          05 WS-CONT-APPLIED-CTR        PIC 9(6)       VALUE 0.
          05 WS-CONT-ORPHAN-CTR         PIC 9(6)       VALUE 0.
          05 WS-OUTLIER-CTR             PIC 9(6)       VALUE 0.

      * Run-time parameter card (stand-in for a JCL PARM).
       01 WS-PARM-CARD                  PIC X(80)      VALUE SPACES.
       01 WS-LIMIT-PARM.
          05 WS-LIMIT-UNITS             PIC 9(1).
          05 WS-LIMIT-POINT             PIC X(1).
          05 WS-LIMIT-TENTHS            PIC 9(1).
       01 WS-OUTLIER-LIMIT              PIC 9V9        VALUE 3.0.
       01 WS-HISTOGRAM-SCOPE            PIC X(1)       VALUE SPACE.
          88 WS-HISTOGRAM-OVERALL                      VALUE ' '.
          88 WS-HISTOGRAM-ALL                          VALUE 'A'.
      * SALARY-ACCUM basis (parameter-card position 7) - 'S' builds it
      * a year at a time from the salary schedule, as CNTRLBRK does.
       01 WS-SCHED-ACCUM-SELECT         PIC X(1)       VALUE ' '.
          88 SCHED-ACCUM-FLAT                          VALUE ' '.
          88 SCHED-ACCUM-MODE                          VALUE 'S'.

      * Record-type code carried in RESERVED position 2, same codes
      * CNTRLBRK reads.
       01 WS-RECORD-TYPE-CODE           PIC X(1).
          88 CONTINUATION-REC                          VALUE 'C'.

      * Term years of the record in hand.
       01 WS-TERM-YEAR-WORK.
          05 WS-START-CCYY              PIC 9(4).
          05 WS-END-CCYY                PIC 9(4).

      * Every president profiled, with the six measures: 1 salary,
      * 2 net worth, 3 SALARY-ACCUM, 4-6 the constant-dollar version
      * of each.  WS-PR-TERM-YRS starts as the primary term's years
      * and picks up the continuation terms before the measures are
      * completed.
       01 WS-PRES-TABLE.
          05 WS-PRES-COUNT              PIC 9(4)       VALUE 0.
          05 WS-PRES-ENTRY OCCURS 5000 TIMES.
             10 WS-PR-ACCT-NO           PIC X(8).
             10 WS-PR-LAST-NAME         PIC X(20).
             10 WS-PR-FIRST-NAME        PIC X(15).
             10 WS-PR-PARTY-CODE        PIC X(3).
             10 WS-PR-CENTURY           PIC X(2).
             10 WS-PR-TERM-YRS          PIC 9(3).
             10 WS-PR-CPI-FACTOR        PIC 9(4)V99.
             10 WS-PR-MEASURE           PIC S9(13)V99 COMP-3
                                        OCCURS 6 TIMES.
       01 WS-PR-I                       PIC 9(4)       COMP.

      * Continuation terms, matched to their president by name once
      * the whole file is in - same match CNTRLBRK's 275 makes.
       01 WS-CONT-TABLE.
          05 WS-CONT-COUNT              PIC 9(4)       VALUE 0.
          05 WS-CONT-ENTRY OCCURS 500 TIMES.
             10 WS-CONT-LAST-NAME       PIC X(20).
             10 WS-CONT-FIRST-NAME      PIC X(15).
             10 WS-CONT-ACCT-NO         PIC X(8).
             10 WS-CONT-TERM-YRS        PIC 9(3).
             10 WS-CONT-USED-SW         PIC X(1).
                88 WS-CONT-USED                        VALUE 'Y'.
       01 WS-CONT-I                     PIC 9(4)       COMP.

      * Profile groups - 'O' overall (always entry 1), 'P' one per
      * party, 'C' one per century of inauguration - in the order
      * first encountered, each with its statistics per measure.
       01 WS-GROUP-TABLE.
          05 WS-GROUP-COUNT             PIC 9(4)       VALUE 0.
          05 WS-GROUP-ENTRY OCCURS 70 TIMES.
             10 WS-GR-TYPE              PIC X(1).
                88 WS-GR-OVERALL                       VALUE 'O'.
                88 WS-GR-PARTY                         VALUE 'P'.
                88 WS-GR-CENTURY                       VALUE 'C'.
             10 WS-GR-KEY               PIC X(3).
             10 WS-GR-LABEL             PIC X(20).
             10 WS-GR-STAT OCCURS 6 TIMES.
                15 WS-GR-N              PIC 9(5).
                15 WS-GR-MEAN           PIC S9(13)V99 COMP-3.
                15 WS-GR-STD-DEV        PIC S9(13)V99 COMP-3.
                15 WS-GR-MIN            PIC S9(13)V99 COMP-3.
                15 WS-GR-MAX            PIC S9(13)V99 COMP-3.
       01 WS-GR-I                       PIC 9(4)       COMP.
       01 WS-GR-HIT                     PIC 9(4)       COMP.
       01 WS-GR-PRINT-TYPE              PIC X(1).
       01 WS-GR-NEW-TYPE                PIC X(1).
       01 WS-GR-NEW-KEY                 PIC X(3).
       01 WS-GR-NEW-LABEL               PIC X(20).

      * Measure names - section titles and the outlier list's short
      * form.
       01 WS-MEASURE-NAME-VALUES.
          05 FILLER                     PIC X(40)      VALUE
                'Nominal Salary (ACCT-LIMIT)'.
          05 FILLER                     PIC X(18)      VALUE
                'SALARY'.
          05 FILLER                     PIC X(40)      VALUE
                'Net Worth (ACCT-BALANCE)'.
          05 FILLER                     PIC X(18)      VALUE
                'NET WORTH'.
          05 FILLER                     PIC X(40)      VALUE
                'Accumulated Salary (SALARY-ACCUM)'.
          05 FILLER                     PIC X(18)      VALUE
                'SALARY-ACCUM'.
          05 FILLER                     PIC X(40)      VALUE
                'Constant-Dollar Salary'.
          05 FILLER                     PIC X(18)      VALUE
                'CONST-$ SALARY'.
          05 FILLER                     PIC X(40)      VALUE
                'Constant-Dollar Net Worth'.
          05 FILLER                     PIC X(18)      VALUE
                'CONST-$ NET WORTH'.
          05 FILLER                     PIC X(40)      VALUE
                'Constant-Dollar Accumulated Salary'.
          05 FILLER                     PIC X(18)      VALUE
                'CONST-$ SAL-ACCUM'.
       01 WS-MEASURE-NAME-TABLE REDEFINES WS-MEASURE-NAME-VALUES.
          05 WS-MEASURE-ENTRY OCCURS 6 TIMES.
             10 WS-MEASURE-TITLE        PIC X(40).
             10 WS-MEASURE-SHORT        PIC X(18).
       01 WS-MEAS-I                     PIC 9(1)       COMP.

      * One group's values for one measure, put in order for the
      * median and quartiles.
       01 WS-VALUE-TABLE.
          05 WS-VALUE-COUNT             PIC 9(5)       VALUE 0.
          05 WS-VALUE-ENTRY             PIC S9(13)V99 COMP-3
                                        OCCURS 5000 TIMES.
       01 WS-VAL-I                      PIC 9(5)       COMP.
       01 WS-VAL-J                      PIC 9(5)       COMP.
       01 WS-VAL-HOLD                   PIC S9(13)V99 COMP-3.

      * Statistics work fields.
       01 WS-STAT-WORK.
          05 WS-SUM                     PIC S9(17)V99  COMP-3.
          05 WS-DEVIATION               PIC S9(13)V99  COMP-3.
          05 WS-SUM-SQUARES             PIC S9(29)V99  COMP-3.
          05 WS-VARIANCE                PIC S9(27)V99  COMP-3.
          05 WS-PCT                     PIC 9V99.
          05 WS-PCT-SPAN                PIC 9(5)       COMP.
          05 WS-PCT-POS                 PIC 9(5)V9(4)  COMP-3.
          05 WS-PCT-BASE                PIC 9(5)       COMP.
          05 WS-PCT-FRACTION            PIC 9V9(4)     COMP-3.
          05 WS-PCT-VALUE               PIC S9(13)V99  COMP-3.
          05 WS-MEDIAN                  PIC S9(13)V99  COMP-3.
          05 WS-LOWER-QUARTILE          PIC S9(13)V99  COMP-3.
          05 WS-UPPER-QUARTILE          PIC S9(13)V99  COMP-3.
          05 WS-Z-SCORE                 PIC S9(5)V99   COMP-3.
          05 WS-Z-ABS                   PIC 9(5)V99    COMP-3.

      * Histogram work - ten equal-width buckets from the group's
      * lowest to its highest value.
       01 WS-HISTOGRAM-WORK.
          05 WS-BUCKET-WIDTH            PIC S9(13)V99  COMP-3.
          05 WS-BUCKET-COUNT            PIC 9(5)
                                        OCCURS 10 TIMES.
          05 WS-BUCKET-MAX              PIC 9(5).
          05 WS-BUCKET-NO               PIC 9(5)       COMP.
          05 WS-BUCKET-I                PIC 9(2)       COMP.
          05 WS-BUCKET-STEPS            PIC 9(2)       COMP.
          05 WS-BAR-LEN                 PIC 9(2).
          05 WS-BUCKET-FROM             PIC S9(13)V99  COMP-3.
          05 WS-BUCKET-TO               PIC S9(13)V99  COMP-3.

      * Party-affiliation master table - same layout and lookup as
      * CNTRLBRK's WS-PARTY-TABLE / 420-LOOKUP-PARTY.
       01 WS-PARTY-TABLE.
          05 WS-PARTY-COUNT             PIC 9(4)       VALUE 0.
          05 WS-PARTY-ENTRY OCCURS 1000 TIMES.
             10 WS-PARTY-TBL-KEY        PIC X(4).
             10 WS-PARTY-TBL-CODE       PIC X(3).
             10 WS-PARTY-TBL-NAME       PIC X(20).
       01 WS-PARTY-LOOKUP-FIELDS.
          05 WS-LOOKUP-KEY              PIC X(4).
          05 WS-PARTY-TBL-I             PIC 9(4)       COMP.
          05 WS-PARTY-CODE              PIC X(3)       VALUE SPACES.
          05 WS-CURRENT-PARTY-NAME      PIC X(20)      VALUE SPACES.

      * CPI/deflator master table - same layout and lookup as
      * CNTRLBRK's WS-CPI-TABLE / 430-LOOKUP-CPI.
       01 WS-CPI-TABLE.
          05 WS-CPI-COUNT               PIC 9(4)       VALUE 0.
          05 WS-CPI-ENTRY OCCURS 1000 TIMES.
             10 WS-CPI-TBL-KEY          PIC X(4).
             10 WS-CPI-TBL-FACTOR       PIC 9(4)V99.
       01 WS-CPI-LOOKUP-FIELDS.
          05 WS-CPI-LOOKUP-KEY          PIC X(4).
          05 WS-CPI-TBL-I               PIC 9(4)       COMP.
          05 WS-CPI-FACTOR              PIC 9(4)V99    VALUE 1.

      * Statutory salary schedule - same layout and lookup as
      * CNTRLBRK's WS-SAL-TABLE / 440-LOOKUP-SALARY.
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

      * Per-year SALARY-ACCUM work fields for the president in hand.
       01 WS-SCHED-ACCUM-FIELDS.
          05 WS-SCHED-TERM-START        PIC 9(4).
          05 WS-SCHED-TERM-END          PIC 9(4).
          05 WS-SCHED-YEAR              PIC 9(4).
          05 WS-SCHED-ACCUM             PIC 9(11)V99.

      *************************************************************
      ****** Report headings and detail lines begin here ******
      *************************************************************
       01 WS-BLANK-LINE                 PIC X(132)     VALUE SPACES.

       01 WS-STAT-HEADER-1.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(12)      VALUE
                'Report: A143'.
          05 FILLER                     PIC X(18)      VALUE SPACES.
          05 FILLER                     PIC X(42)      VALUE
                'Statistical Profile - Salary / Net Worth'.
          05 RPT-DATE                   PIC XXXX/XX/XX.

       01 WS-LIMIT-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(15)      VALUE
                'Outlier limit: '.
          05 LIMIT-O                    PIC 9.9.
          05 FILLER                     PIC X(45)      VALUE
                ' standard deviations from the group mean'.

       01 WS-BASIS-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(20)      VALUE
                'SALARY-ACCUM basis: '.
          05 BASIS-O                    PIC X(60).

       01 WS-SECTION-TITLE-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 SECTION-TITLE-O            PIC X(80).

       01 WS-PROFILE-HEADER.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(22)      VALUE 'GROUP'.
          05 FILLER                     PIC X(6)       VALUE
                'COUNT'            JUST RIGHT.
          05 FILLER                     PIC X(17)      VALUE
                'MEAN'             JUST RIGHT.
          05 FILLER                     PIC X(17)      VALUE
                'LOWER QUARTILE'   JUST RIGHT.
          05 FILLER                     PIC X(17)      VALUE
                'MEDIAN'           JUST RIGHT.
          05 FILLER                     PIC X(17)      VALUE
                'UPPER QUARTILE'   JUST RIGHT.
          05 FILLER                     PIC X(17)      VALUE
                'STD DEVIATION'    JUST RIGHT.

       01 WS-PROFILE-UNDERLINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(20)      VALUE ALL '='.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 FILLER                     PIC X(5)       VALUE ALL '='.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(16)      VALUE ALL '='.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(16)      VALUE ALL '='.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(16)      VALUE ALL '='.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(16)      VALUE ALL '='.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(16)      VALUE ALL '='.

       01 WS-PROFILE-SUBHEAD-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 PROFILE-SUBHEAD-O          PIC X(20).

       01 WS-PROFILE-DETAIL-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 PROFILE-GROUP-O            PIC X(20).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PROFILE-COUNT-O            PIC ZZZZ9.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 PROFILE-MEAN-O             PIC ZZZ,ZZZ,ZZZ,ZZ9-.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 PROFILE-LOWER-Q-O          PIC ZZZ,ZZZ,ZZZ,ZZ9-.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 PROFILE-MEDIAN-O           PIC ZZZ,ZZZ,ZZZ,ZZ9-.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 PROFILE-UPPER-Q-O          PIC ZZZ,ZZZ,ZZZ,ZZ9-.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 PROFILE-STD-DEV-O          PIC ZZZ,ZZZ,ZZZ,ZZ9-.

       01 WS-HISTOGRAM-TITLE-LINE.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 FILLER                     PIC X(14)      VALUE
                'Distribution: '.
          05 HISTOGRAM-GROUP-O          PIC X(20).

       01 WS-HISTOGRAM-LINE.
          05 FILLER                     PIC X(5)       VALUE SPACES.
          05 HISTOGRAM-FROM-O           PIC ZZZ,ZZZ,ZZZ,ZZ9-.
          05 FILLER                     PIC X(3)       VALUE ' - '.
          05 HISTOGRAM-TO-O             PIC ZZZ,ZZZ,ZZZ,ZZ9-.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 HISTOGRAM-COUNT-O          PIC ZZZZ9.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 HISTOGRAM-BAR-O            PIC X(50).

       01 WS-OUTLIER-HEADER.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(19)      VALUE 'MEASURE'.
          05 FILLER                     PIC X(21)      VALUE 'GROUP'.
          05 FILLER                     PIC X(10)      VALUE 'ACCT-NO'.
          05 FILLER                     PIC X(22)      VALUE
                'NAME'.
          05 FILLER                     PIC X(17)      VALUE
                'VALUE'            JUST RIGHT.
          05 FILLER                     PIC X(17)      VALUE
                'GROUP MEAN'       JUST RIGHT.
          05 FILLER                     PIC X(9)       VALUE
                'STD DEVS'         JUST RIGHT.

       01 WS-OUTLIER-UNDERLINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(18)      VALUE ALL '='.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(20)      VALUE ALL '='.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(20)      VALUE ALL '='.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 FILLER                     PIC X(16)      VALUE ALL '='.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(16)      VALUE ALL '='.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE ALL '='.

       01 WS-OUTLIER-DETAIL-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 OUTLIER-MEASURE-O          PIC X(18).
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 OUTLIER-GROUP-O            PIC X(20).
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 OUTLIER-ACCT-NO-O          PIC X(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 OUTLIER-NAME-O             PIC X(22).
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 OUTLIER-VALUE-O            PIC ZZZ,ZZZ,ZZZ,ZZ9-.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 OUTLIER-MEAN-O             PIC ZZZ,ZZZ,ZZZ,ZZ9-.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 OUTLIER-Z-O                PIC -ZZZ9.99.

       01 WS-STAT-TOTAL-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 STAT-TOTAL-LABEL-O         PIC X(34).
          05 FILLER                     PIC X(1)       VALUE '='.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 STAT-TOTAL-COUNT-O         PIC ZZZ,ZZ9.

      *------------------
       PROCEDURE DIVISION.
      *------------------
           PERFORM 100-INIT-RTN
           PERFORM 300-LOAD-RECORD UNTIL EOF-INPUT
           PERFORM 350-COMPLETE-MEASURES
              VARYING WS-PR-I FROM 1 BY 1
              UNTIL WS-PR-I > WS-PRES-COUNT
           PERFORM 360-COUNT-ORPHAN-CONTS
           PERFORM 500-PROFILE-MEASURE
              VARYING WS-MEAS-I FROM 1 BY 1
              UNTIL WS-MEAS-I > 6
           PERFORM 600-PRINT-OUTLIERS
           PERFORM 900-WRAP-UP
           GOBACK
           .
       100-INIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO RPT-DATE
           ACCEPT WS-PARM-CARD FROM COMMAND-LINE
           MOVE WS-PARM-CARD(1:3) TO WS-LIMIT-PARM
           IF WS-LIMIT-PARM NOT = SPACES
              IF WS-LIMIT-UNITS IS NUMERIC
                 AND WS-LIMIT-POINT = '.'
                 AND WS-LIMIT-TENTHS IS NUMERIC
                 AND WS-LIMIT-PARM NOT = '0.0'
                 COMPUTE WS-OUTLIER-LIMIT =
                    WS-LIMIT-UNITS + WS-LIMIT-TENTHS / 10
              ELSE
                 DISPLAY "PRESSTAT - OUTLIER LIMIT IN PARM POSITIONS "
                         "1-3 MUST BE n.n: " WS-PARM-CARD(1:3)
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           MOVE WS-PARM-CARD(5:1) TO WS-HISTOGRAM-SCOPE
           IF NOT (WS-HISTOGRAM-OVERALL OR WS-HISTOGRAM-ALL)
              DISPLAY "PRESSTAT - HISTOGRAM SCOPE IN PARM POSITION 5 "
                      "MUST BE BLANK OR A: " WS-PARM-CARD(5:1)
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-PARM-CARD(7:1) TO WS-SCHED-ACCUM-SELECT
           IF NOT (SCHED-ACCUM-FLAT OR SCHED-ACCUM-MODE)
              DISPLAY "PRESSTAT - SALARY-ACCUM BASIS IN PARM POSITION "
                      "7 MUST BE BLANK OR S: " WS-PARM-CARD(7:1)
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-OUTLIER-LIMIT TO LIMIT-O
           PERFORM 160-LOAD-PARTY-MASTER
           PERFORM 170-LOAD-CPI-MASTER
           IF SCHED-ACCUM-MODE
              PERFORM 180-LOAD-SALARY-SCHEDULE
              MOVE 'SALSCHED salary schedule, a year at a time'
                 TO BASIS-O
           ELSE
              MOVE 'ACCT-LIMIT times years in office' TO BASIS-O
           END-IF
      * The overall group is always the first.
           MOVE 1 TO WS-GROUP-COUNT
           MOVE 'O' TO WS-GR-TYPE(1)
           MOVE SPACES TO WS-GR-KEY(1)
           MOVE 'ALL PRESIDENTS' TO WS-GR-LABEL(1)
           OPEN INPUT RAW-ACCT-REC
           OPEN OUTPUT STAT-RPT-LINE
           WRITE STAT-RPT-REC FROM WS-STAT-HEADER-1
           WRITE STAT-RPT-REC FROM WS-LIMIT-LINE
           WRITE STAT-RPT-REC FROM WS-BASIS-LINE
           PERFORM 700-READ-RECORD
           .

      * Same load-once in-memory table approach as CNTRLBRK's
      * 160-LOAD-PARTY-MASTER.
       160-LOAD-PARTY-MASTER.
           OPEN INPUT PARTY-MASTER
           PERFORM UNTIL WS-PARTY-EOF
              READ PARTY-MASTER
                 AT END
                    SET WS-PARTY-EOF TO TRUE
                 NOT AT END
                    IF WS-PARTY-COUNT < 1000
                       ADD 1 TO WS-PARTY-COUNT
                       MOVE PARTY-KEY
                          TO WS-PARTY-TBL-KEY(WS-PARTY-COUNT)
                       MOVE PARTY-CODE
                          TO WS-PARTY-TBL-CODE(WS-PARTY-COUNT)
                       MOVE PARTY-NAME
                          TO WS-PARTY-TBL-NAME(WS-PARTY-COUNT)
                    ELSE
                       DISPLAY "PRESSTAT WARNING - PARTY TABLE FULL "
                               "AT " WS-PARTY-COUNT
                               " ROWS, ROW DROPPED: " PARTY-KEY
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PARTY-MASTER
           .

      * Same load-once approach as CNTRLBRK's 170-LOAD-CPI-MASTER.
       170-LOAD-CPI-MASTER.
           OPEN INPUT CPI-MASTER
           PERFORM UNTIL WS-CPI-EOF
              READ CPI-MASTER
                 AT END
                    SET WS-CPI-EOF TO TRUE
                 NOT AT END
                    IF WS-CPI-COUNT < 1000
                       ADD 1 TO WS-CPI-COUNT
                       MOVE CPI-KEY
                          TO WS-CPI-TBL-KEY(WS-CPI-COUNT)
                       MOVE CPI-FACTOR
                          TO WS-CPI-TBL-FACTOR(WS-CPI-COUNT)
                    ELSE
                       DISPLAY "PRESSTAT WARNING - CPI TABLE FULL "
                               "AT " WS-CPI-COUNT
                               " ROWS, ROW DROPPED: " CPI-KEY
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CPI-MASTER
           .

      * Same load-once approach as CNTRLBRK's 180-LOAD-SALARY-
      * SCHEDULE - only when SALARY-ACCUM is built from the schedule.
      * With no SALSCHED rows every year falls back to ACCT-LIMIT.
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
                       DISPLAY "PRESSTAT WARNING - SALARY SCHEDULE "
                               "TABLE FULL AT " WS-SAL-COUNT
                               " ROWS, ROW DROPPED: " SAL-EFF-YEAR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SAL-SCHEDULE
           IF WS-SAL-COUNT = ZERO
              DISPLAY "PRESSTAT WARNING - NO SALSCHED ROWS, PER-YEAR "
                      "SALARY-ACCUM FALLS BACK TO ACCT-LIMIT"
           END-IF
           .

      *************************************************************
      * Load - presidents and continuation terms into the tables
      *************************************************************
       300-LOAD-RECORD.
           MOVE RAW-RESERVED(2:1) TO WS-RECORD-TYPE-CODE
           EVALUATE TRUE
              WHEN CONTINUATION-REC
                 PERFORM 310-LOAD-CONTINUATION
              WHEN RAW-ACCT-NO IS NOT NUMERIC
                 OR RAW-ACCT-NO(1:4) > RAW-ACCT-NO(5:4)
                 ADD 1 TO WS-SKIP-CTR
                 DISPLAY "PRESSTAT - BAD TERM YEARS SKIPPED: "
                         "ACCT-NO=" RAW-ACCT-NO
                         " LAST-NAME=" RAW-LAST-NAME
              WHEN RAW-ACCT-LIMIT IS NOT NUMERIC
                 OR RAW-ACCT-BALANCE IS NOT NUMERIC
                 ADD 1 TO WS-SKIP-CTR
                 DISPLAY "PRESSTAT - BAD PACKED AMOUNT SKIPPED: "
                         "ACCT-NO=" RAW-ACCT-NO
                         " LAST-NAME=" RAW-LAST-NAME
              WHEN OTHER
                 PERFORM 320-LOAD-PRESIDENT
           END-EVALUATE
           PERFORM 700-READ-RECORD
           .

      * A continuation with bad years cannot add to anyone's term - it
      * is skipped here and CNTRLBRK's exception report names it.
       310-LOAD-CONTINUATION.
           EVALUATE TRUE
              WHEN RAW-ACCT-NO IS NOT NUMERIC
                 OR RAW-ACCT-NO(1:4) > RAW-ACCT-NO(5:4)
                 ADD 1 TO WS-SKIP-CTR
                 DISPLAY "PRESSTAT - BAD CONTINUATION YEARS SKIPPED: "
                         "ACCT-NO=" RAW-ACCT-NO
                         " LAST-NAME=" RAW-LAST-NAME
              WHEN WS-CONT-COUNT < 500
                 ADD 1 TO WS-CONT-COUNT
                 MOVE RAW-LAST-NAME  TO WS-CONT-LAST-NAME(WS-CONT-COUNT)
                 MOVE RAW-FIRST-NAME
                    TO WS-CONT-FIRST-NAME(WS-CONT-COUNT)
                 MOVE RAW-ACCT-NO    TO WS-CONT-ACCT-NO(WS-CONT-COUNT)
                 MOVE RAW-ACCT-NO(1:4) TO WS-START-CCYY
                 MOVE RAW-ACCT-NO(5:4) TO WS-END-CCYY
                 COMPUTE WS-CONT-TERM-YRS(WS-CONT-COUNT) =
                    WS-END-CCYY - WS-START-CCYY
                 MOVE 'N' TO WS-CONT-USED-SW(WS-CONT-COUNT)
              WHEN OTHER
                 ADD 1 TO WS-SKIP-CTR
                 DISPLAY "PRESSTAT WARNING - CONTINUATION TABLE FULL, "
                         "RECORD DROPPED: " RAW-ACCT-NO
           END-EVALUATE
           .

      * Salary and net worth now; SALARY-ACCUM and the constant-dollar
      * figures once the continuation terms are known.
       320-LOAD-PRESIDENT.
           IF WS-PRES-COUNT < 5000
              ADD 1 TO WS-PRES-COUNT
              MOVE WS-PRES-COUNT TO WS-PR-I
              MOVE RAW-ACCT-NO    TO WS-PR-ACCT-NO(WS-PR-I)
              MOVE RAW-LAST-NAME  TO WS-PR-LAST-NAME(WS-PR-I)
              MOVE RAW-FIRST-NAME TO WS-PR-FIRST-NAME(WS-PR-I)
              MOVE RAW-ACCT-NO(1:2) TO WS-PR-CENTURY(WS-PR-I)
              MOVE RAW-ACCT-NO(1:4) TO WS-START-CCYY
              MOVE RAW-ACCT-NO(5:4) TO WS-END-CCYY
              COMPUTE WS-PR-TERM-YRS(WS-PR-I) =
                 WS-END-CCYY - WS-START-CCYY
              MOVE RAW-ACCT-LIMIT   TO WS-PR-MEASURE(WS-PR-I 1)
              MOVE RAW-ACCT-BALANCE TO WS-PR-MEASURE(WS-PR-I 2)
              MOVE RAW-ACCT-NO(1:4) TO WS-LOOKUP-KEY
              PERFORM 420-LOOKUP-PARTY
              MOVE WS-PARTY-CODE TO WS-PR-PARTY-CODE(WS-PR-I)
              MOVE RAW-ACCT-NO(1:4) TO WS-CPI-LOOKUP-KEY
              PERFORM 430-LOOKUP-CPI
              MOVE WS-CPI-FACTOR TO WS-PR-CPI-FACTOR(WS-PR-I)
              MOVE 'P'                   TO WS-GR-NEW-TYPE
              MOVE WS-PARTY-CODE         TO WS-GR-NEW-KEY
              MOVE WS-CURRENT-PARTY-NAME TO WS-GR-NEW-LABEL
              PERFORM 330-FIND-GROUP
              MOVE 'C'                   TO WS-GR-NEW-TYPE
              MOVE RAW-ACCT-NO(1:2)      TO WS-GR-NEW-KEY
              MOVE SPACES                TO WS-GR-NEW-LABEL
              STRING RAW-ACCT-NO(1:2) '00s'
                 DELIMITED BY SIZE INTO WS-GR-NEW-LABEL
              END-STRING
              PERFORM 330-FIND-GROUP
           ELSE
              ADD 1 TO WS-SKIP-CTR
              DISPLAY "PRESSTAT WARNING - PRESIDENT TABLE FULL, "
                      "RECORD DROPPED: " RAW-ACCT-NO
           END-IF
           .

      * The party or century group is added the first time it is seen.
       330-FIND-GROUP.
           MOVE ZERO TO WS-GR-HIT
           PERFORM VARYING WS-GR-I FROM 1 BY 1
              UNTIL WS-GR-I > WS-GROUP-COUNT
              IF WS-GR-TYPE(WS-GR-I) = WS-GR-NEW-TYPE
                 AND WS-GR-KEY(WS-GR-I) = WS-GR-NEW-KEY
                 MOVE WS-GR-I TO WS-GR-HIT
                 MOVE WS-GROUP-COUNT TO WS-GR-I
              END-IF
           END-PERFORM
           IF WS-GR-HIT = ZERO
              IF WS-GROUP-COUNT < 70
                 ADD 1 TO WS-GROUP-COUNT
                 MOVE WS-GR-NEW-TYPE  TO WS-GR-TYPE(WS-GROUP-COUNT)
                 MOVE WS-GR-NEW-KEY   TO WS-GR-KEY(WS-GROUP-COUNT)
                 MOVE WS-GR-NEW-LABEL TO WS-GR-LABEL(WS-GROUP-COUNT)
              ELSE
                 DISPLAY "PRESSTAT WARNING - GROUP TABLE FULL, "
                         "GROUP DROPPED: " WS-GR-NEW-LABEL
              END-IF
           END-IF
           .

      * Continuation terms onto the president's years, then SALARY-
      * ACCUM (years in office times salary, as 401-COMPUTE-SALARY-
      * ACCUM, or a year at a time from the schedule, as 407) and the
      * constant-dollar restatements (as 400-MOVE-DATA).
       350-COMPLETE-MEASURES.
           IF SCHED-ACCUM-MODE
              MOVE ZERO TO WS-SCHED-ACCUM
              MOVE WS-PR-ACCT-NO(WS-PR-I)(1:4) TO WS-SCHED-TERM-START
              MOVE WS-PR-ACCT-NO(WS-PR-I)(5:4) TO WS-SCHED-TERM-END
              PERFORM 355-ACCUM-SCHEDULE-TERM
           END-IF
           PERFORM VARYING WS-CONT-I FROM 1 BY 1
              UNTIL WS-CONT-I > WS-CONT-COUNT
              IF WS-CONT-LAST-NAME(WS-CONT-I) = WS-PR-LAST-NAME(WS-PR-I)
                 AND WS-CONT-FIRST-NAME(WS-CONT-I)
                    = WS-PR-FIRST-NAME(WS-PR-I)
                 ADD WS-CONT-TERM-YRS(WS-CONT-I)
                    TO WS-PR-TERM-YRS(WS-PR-I)
                 MOVE 'Y' TO WS-CONT-USED-SW(WS-CONT-I)
                 ADD 1 TO WS-CONT-APPLIED-CTR
                 IF SCHED-ACCUM-MODE
                    MOVE WS-CONT-ACCT-NO(WS-CONT-I)(1:4)
                       TO WS-SCHED-TERM-START
                    MOVE WS-CONT-ACCT-NO(WS-CONT-I)(5:4)
                       TO WS-SCHED-TERM-END
                    PERFORM 355-ACCUM-SCHEDULE-TERM
                 END-IF
              END-IF
           END-PERFORM
           IF SCHED-ACCUM-MODE
              COMPUTE WS-PR-MEASURE(WS-PR-I 3) ROUNDED =
                 WS-SCHED-ACCUM
           ELSE
              COMPUTE WS-PR-MEASURE(WS-PR-I 3) ROUNDED =
                 WS-PR-TERM-YRS(WS-PR-I) * WS-PR-MEASURE(WS-PR-I 1)
           END-IF
           COMPUTE WS-PR-MEASURE(WS-PR-I 4) ROUNDED =
              WS-PR-MEASURE(WS-PR-I 1) * WS-PR-CPI-FACTOR(WS-PR-I)
           COMPUTE WS-PR-MEASURE(WS-PR-I 5) ROUNDED =
              WS-PR-MEASURE(WS-PR-I 2) * WS-PR-CPI-FACTOR(WS-PR-I)
           COMPUTE WS-PR-MEASURE(WS-PR-I 6) ROUNDED =
              WS-PR-MEASURE(WS-PR-I 3) * WS-PR-CPI-FACTOR(WS-PR-I)
           .

      * One term, START year up to (not including) END year - as
      * CNTRLBRK's 408-ACCUM-SCHEDULE-TERM.  A year with no schedule
      * row in effect earns ACCT-LIMIT.
       355-ACCUM-SCHEDULE-TERM.
           PERFORM VARYING WS-SCHED-YEAR FROM WS-SCHED-TERM-START BY 1
              UNTIL WS-SCHED-YEAR NOT < WS-SCHED-TERM-END
              MOVE WS-SCHED-YEAR TO WS-SAL-LOOKUP-YEAR
              PERFORM 440-LOOKUP-SALARY
              IF WS-SAL-FOUND
                 ADD WS-SCHED-SALARY TO WS-SCHED-ACCUM
              ELSE
                 ADD WS-PR-MEASURE(WS-PR-I 1) TO WS-SCHED-ACCUM
              END-IF
           END-PERFORM
           .

      * A continuation whose president is not on the file added to
      * nobody's SALARY-ACCUM - named on SYSOUT.
       360-COUNT-ORPHAN-CONTS.
           PERFORM VARYING WS-CONT-I FROM 1 BY 1
              UNTIL WS-CONT-I > WS-CONT-COUNT
              IF NOT WS-CONT-USED(WS-CONT-I)
                 ADD 1 TO WS-CONT-ORPHAN-CTR
                 DISPLAY "PRESSTAT - CONTINUATION MATCHES NO "
                         "PRESIDENT: ACCT-NO="
                         WS-CONT-ACCT-NO(WS-CONT-I)
                         " LAST-NAME=" WS-CONT-LAST-NAME(WS-CONT-I)
              END-IF
           END-PERFORM
           .

      * Same table scan as CNTRLBRK's 420-LOOKUP-PARTY.
       420-LOOKUP-PARTY.
           MOVE 'UNK'     TO WS-PARTY-CODE
           MOVE 'Unknown' TO WS-CURRENT-PARTY-NAME
           PERFORM VARYING WS-PARTY-TBL-I FROM 1 BY 1
              UNTIL WS-PARTY-TBL-I > WS-PARTY-COUNT
              IF WS-PARTY-TBL-KEY(WS-PARTY-TBL-I) = WS-LOOKUP-KEY
                 MOVE WS-PARTY-TBL-CODE(WS-PARTY-TBL-I)
                    TO WS-PARTY-CODE
                 MOVE WS-PARTY-TBL-NAME(WS-PARTY-TBL-I)
                    TO WS-CURRENT-PARTY-NAME
                 MOVE WS-PARTY-COUNT TO WS-PARTY-TBL-I
              END-IF
           END-PERFORM
           .

      * Same table scan as CNTRLBRK's 430-LOOKUP-CPI.
       430-LOOKUP-CPI.
           MOVE 1 TO WS-CPI-FACTOR
           PERFORM VARYING WS-CPI-TBL-I FROM 1 BY 1
              UNTIL WS-CPI-TBL-I > WS-CPI-COUNT
              IF WS-CPI-TBL-KEY(WS-CPI-TBL-I) = WS-CPI-LOOKUP-KEY
                 MOVE WS-CPI-TBL-FACTOR(WS-CPI-TBL-I)
                    TO WS-CPI-FACTOR
                 MOVE WS-CPI-COUNT TO WS-CPI-TBL-I
              END-IF
           END-PERFORM
           .

      * Same table scan as CNTRLBRK's 440-LOOKUP-SALARY - the row
      * with the latest effective year not after WS-SAL-LOOKUP-YEAR.
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

      *************************************************************
      * Profile - one section per measure
      *************************************************************
      * The group statistics table - overall, then by party, then by
      * century - then the histograms.
       500-PROFILE-MEASURE.
           WRITE STAT-RPT-REC FROM WS-BLANK-LINE
           MOVE SPACES TO SECTION-TITLE-O
           STRING 'Profile: ' WS-MEASURE-TITLE(WS-MEAS-I)
              DELIMITED BY SIZE INTO SECTION-TITLE-O
           END-STRING
           WRITE STAT-RPT-REC FROM WS-SECTION-TITLE-LINE
           WRITE STAT-RPT-REC FROM WS-PROFILE-HEADER
           WRITE STAT-RPT-REC FROM WS-PROFILE-UNDERLINE
           MOVE 'O' TO WS-GR-PRINT-TYPE
           PERFORM 505-PROFILE-GROUP-TYPE
           MOVE 'By Party:' TO PROFILE-SUBHEAD-O
           WRITE STAT-RPT-REC FROM WS-PROFILE-SUBHEAD-LINE
           MOVE 'P' TO WS-GR-PRINT-TYPE
           PERFORM 505-PROFILE-GROUP-TYPE
           MOVE 'By Century:' TO PROFILE-SUBHEAD-O
           WRITE STAT-RPT-REC FROM WS-PROFILE-SUBHEAD-LINE
           MOVE 'C' TO WS-GR-PRINT-TYPE
           PERFORM 505-PROFILE-GROUP-TYPE
           MOVE 'O' TO WS-GR-PRINT-TYPE
           PERFORM 507-HISTOGRAM-GROUP-TYPE
           MOVE 'P' TO WS-GR-PRINT-TYPE
           PERFORM 507-HISTOGRAM-GROUP-TYPE
           MOVE 'C' TO WS-GR-PRINT-TYPE
           PERFORM 507-HISTOGRAM-GROUP-TYPE
           .

       505-PROFILE-GROUP-TYPE.
           PERFORM VARYING WS-GR-I FROM 1 BY 1
              UNTIL WS-GR-I > WS-GROUP-COUNT
              IF WS-GR-TYPE(WS-GR-I) = WS-GR-PRINT-TYPE
                 PERFORM 510-PROFILE-GROUP
              END-IF
           END-PERFORM
           .

       507-HISTOGRAM-GROUP-TYPE.
           PERFORM VARYING WS-GR-I FROM 1 BY 1
              UNTIL WS-GR-I > WS-GROUP-COUNT
              IF WS-GR-TYPE(WS-GR-I) = WS-GR-PRINT-TYPE
                 PERFORM 530-PRINT-HISTOGRAM
              END-IF
           END-PERFORM
           .

      * One group, one measure: its values in order, then the
      * statistics kept for the histogram and the outlier pass.
       510-PROFILE-GROUP.
           MOVE ZERO TO WS-VALUE-COUNT
           MOVE ZERO TO WS-SUM
           PERFORM VARYING WS-PR-I FROM 1 BY 1
              UNTIL WS-PR-I > WS-PRES-COUNT
              PERFORM 540-TEST-MEMBER
              IF WS-GROUP-MEMBER
                 ADD 1 TO WS-VALUE-COUNT
                 MOVE WS-PR-MEASURE(WS-PR-I WS-MEAS-I)
                    TO WS-VALUE-ENTRY(WS-VALUE-COUNT)
                 ADD WS-PR-MEASURE(WS-PR-I WS-MEAS-I) TO WS-SUM
              END-IF
           END-PERFORM
           MOVE WS-VALUE-COUNT TO WS-GR-N(WS-GR-I WS-MEAS-I)
           IF WS-VALUE-COUNT = ZERO
              MOVE ZERO TO WS-GR-MEAN(WS-GR-I WS-MEAS-I)
                           WS-GR-STD-DEV(WS-GR-I WS-MEAS-I)
                           WS-GR-MIN(WS-GR-I WS-MEAS-I)
                           WS-GR-MAX(WS-GR-I WS-MEAS-I)
                           WS-MEDIAN WS-LOWER-QUARTILE
                           WS-UPPER-QUARTILE
           ELSE
              PERFORM 515-SORT-VALUES
              COMPUTE WS-GR-MEAN(WS-GR-I WS-MEAS-I) ROUNDED =
                 WS-SUM / WS-VALUE-COUNT
              MOVE ZERO TO WS-SUM-SQUARES
              PERFORM VARYING WS-VAL-I FROM 1 BY 1
                 UNTIL WS-VAL-I > WS-VALUE-COUNT
                 COMPUTE WS-DEVIATION = WS-VALUE-ENTRY(WS-VAL-I)
                    - WS-GR-MEAN(WS-GR-I WS-MEAS-I)
                 COMPUTE WS-SUM-SQUARES = WS-SUM-SQUARES
                    + WS-DEVIATION * WS-DEVIATION
              END-PERFORM
              COMPUTE WS-VARIANCE ROUNDED =
                 WS-SUM-SQUARES / WS-VALUE-COUNT
              COMPUTE WS-GR-STD-DEV(WS-GR-I WS-MEAS-I) ROUNDED =
                 FUNCTION SQRT(WS-VARIANCE)
              MOVE WS-VALUE-ENTRY(1)
                 TO WS-GR-MIN(WS-GR-I WS-MEAS-I)
              MOVE WS-VALUE-ENTRY(WS-VALUE-COUNT)
                 TO WS-GR-MAX(WS-GR-I WS-MEAS-I)
              MOVE .50 TO WS-PCT
              PERFORM 520-PERCENTILE
              MOVE WS-PCT-VALUE TO WS-MEDIAN
              MOVE .25 TO WS-PCT
              PERFORM 520-PERCENTILE
              MOVE WS-PCT-VALUE TO WS-LOWER-QUARTILE
              MOVE .75 TO WS-PCT
              PERFORM 520-PERCENTILE
              MOVE WS-PCT-VALUE TO WS-UPPER-QUARTILE
           END-IF
           MOVE WS-GR-LABEL(WS-GR-I)              TO PROFILE-GROUP-O
           MOVE WS-VALUE-COUNT                    TO PROFILE-COUNT-O
           MOVE WS-GR-MEAN(WS-GR-I WS-MEAS-I)     TO PROFILE-MEAN-O
           MOVE WS-LOWER-QUARTILE                 TO PROFILE-LOWER-Q-O
           MOVE WS-MEDIAN                         TO PROFILE-MEDIAN-O
           MOVE WS-UPPER-QUARTILE                 TO PROFILE-UPPER-Q-O
           MOVE WS-GR-STD-DEV(WS-GR-I WS-MEAS-I)  TO PROFILE-STD-DEV-O
           WRITE STAT-RPT-REC FROM WS-PROFILE-DETAIL-LINE
           .

      * Insertion sort, ascending - groups run to a few thousand
      * values at most.
       515-SORT-VALUES.
           PERFORM VARYING WS-VAL-I FROM 2 BY 1
              UNTIL WS-VAL-I > WS-VALUE-COUNT
              MOVE WS-VALUE-ENTRY(WS-VAL-I) TO WS-VAL-HOLD
              MOVE WS-VAL-I TO WS-VAL-J
              PERFORM UNTIL WS-VAL-J = 1
                 OR WS-VALUE-ENTRY(WS-VAL-J - 1) NOT > WS-VAL-HOLD
                 MOVE WS-VALUE-ENTRY(WS-VAL-J - 1)
                    TO WS-VALUE-ENTRY(WS-VAL-J)
                 SUBTRACT 1 FROM WS-VAL-J
              END-PERFORM
              MOVE WS-VAL-HOLD TO WS-VALUE-ENTRY(WS-VAL-J)
           END-PERFORM
           .

      * The WS-PCT point of the ordered values, interpolated between
      * the two values either side of position WS-PCT * (count - 1).
       520-PERCENTILE.
           COMPUTE WS-PCT-SPAN = WS-VALUE-COUNT - 1
           COMPUTE WS-PCT-POS = WS-PCT * WS-PCT-SPAN
           MOVE WS-PCT-POS TO WS-PCT-BASE
           COMPUTE WS-PCT-FRACTION = WS-PCT-POS - WS-PCT-BASE
           ADD 1 TO WS-PCT-BASE
           MOVE WS-VALUE-ENTRY(WS-PCT-BASE) TO WS-PCT-VALUE
           IF WS-PCT-FRACTION > ZERO
              AND WS-PCT-BASE < WS-VALUE-COUNT
              COMPUTE WS-PCT-VALUE ROUNDED = WS-PCT-VALUE
                 + WS-PCT-FRACTION
                 * (WS-VALUE-ENTRY(WS-PCT-BASE + 1)
                    - WS-VALUE-ENTRY(WS-PCT-BASE))
           END-IF
           .

      * Ten equal-width buckets from the group's lowest value to its
      * highest, a bar of up to 50 asterisks scaled to the fullest
      * bucket.  Every group when the parm asks for it, otherwise the
      * overall group only.
       530-PRINT-HISTOGRAM.
           IF (WS-GR-OVERALL(WS-GR-I) OR WS-HISTOGRAM-ALL)
              AND WS-GR-N(WS-GR-I WS-MEAS-I) > ZERO
              WRITE STAT-RPT-REC FROM WS-BLANK-LINE
              MOVE WS-GR-LABEL(WS-GR-I) TO HISTOGRAM-GROUP-O
              WRITE STAT-RPT-REC FROM WS-HISTOGRAM-TITLE-LINE
              COMPUTE WS-BUCKET-WIDTH =
                 (WS-GR-MAX(WS-GR-I WS-MEAS-I)
                  - WS-GR-MIN(WS-GR-I WS-MEAS-I)) / 10
              PERFORM VARYING WS-BUCKET-I FROM 1 BY 1
                 UNTIL WS-BUCKET-I > 10
                 MOVE ZERO TO WS-BUCKET-COUNT(WS-BUCKET-I)
              END-PERFORM
              PERFORM VARYING WS-PR-I FROM 1 BY 1
                 UNTIL WS-PR-I > WS-PRES-COUNT
                 PERFORM 540-TEST-MEMBER
                 IF WS-GROUP-MEMBER
                    PERFORM 535-BUCKET-VALUE
                 END-IF
              END-PERFORM
              MOVE ZERO TO WS-BUCKET-MAX
              PERFORM VARYING WS-BUCKET-I FROM 1 BY 1
                 UNTIL WS-BUCKET-I > 10
                 IF WS-BUCKET-COUNT(WS-BUCKET-I) > WS-BUCKET-MAX
                    MOVE WS-BUCKET-COUNT(WS-BUCKET-I) TO WS-BUCKET-MAX
                 END-IF
              END-PERFORM
              PERFORM 537-PRINT-BUCKET
                 VARYING WS-BUCKET-I FROM 1 BY 1
                 UNTIL WS-BUCKET-I > 10
           END-IF
           .

      * Every value of a group whose values are all alike falls in
      * the first bucket; the highest value closes the last one.
       535-BUCKET-VALUE.
           IF WS-BUCKET-WIDTH = ZERO
              MOVE 1 TO WS-BUCKET-NO
           ELSE
              COMPUTE WS-BUCKET-NO =
                 (WS-PR-MEASURE(WS-PR-I WS-MEAS-I)
                  - WS-GR-MIN(WS-GR-I WS-MEAS-I))
                 / WS-BUCKET-WIDTH + 1
              IF WS-BUCKET-NO > 10
                 MOVE 10 TO WS-BUCKET-NO
              END-IF
           END-IF
           ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-NO)
           .

       537-PRINT-BUCKET.
           IF WS-BUCKET-WIDTH > ZERO OR WS-BUCKET-I = 1
              COMPUTE WS-BUCKET-STEPS = WS-BUCKET-I - 1
              COMPUTE WS-BUCKET-FROM = WS-GR-MIN(WS-GR-I WS-MEAS-I)
                 + WS-BUCKET-WIDTH * WS-BUCKET-STEPS
              IF WS-BUCKET-I = 10 OR WS-BUCKET-WIDTH = ZERO
                 MOVE WS-GR-MAX(WS-GR-I WS-MEAS-I) TO WS-BUCKET-TO
              ELSE
                 COMPUTE WS-BUCKET-TO = WS-BUCKET-FROM + WS-BUCKET-WIDTH
              END-IF
              MOVE WS-BUCKET-FROM TO HISTOGRAM-FROM-O
              MOVE WS-BUCKET-TO   TO HISTOGRAM-TO-O
              MOVE WS-BUCKET-COUNT(WS-BUCKET-I) TO HISTOGRAM-COUNT-O
              MOVE SPACES TO HISTOGRAM-BAR-O
              IF WS-BUCKET-COUNT(WS-BUCKET-I) > ZERO
                 COMPUTE WS-BAR-LEN =
                    WS-BUCKET-COUNT(WS-BUCKET-I) * 50 / WS-BUCKET-MAX
                 IF WS-BAR-LEN = ZERO
                    MOVE 1 TO WS-BAR-LEN
                 END-IF
                 MOVE ALL '*' TO HISTOGRAM-BAR-O(1:WS-BAR-LEN)
              END-IF
              WRITE STAT-RPT-REC FROM WS-HISTOGRAM-LINE
           END-IF
           .

      * Is president WS-PR-I in group WS-GR-I?
       540-TEST-MEMBER.
           MOVE 'N' TO WS-MEMBER-SW
           EVALUATE TRUE
              WHEN WS-GR-OVERALL(WS-GR-I)
                 SET WS-GROUP-MEMBER TO TRUE
              WHEN WS-GR-PARTY(WS-GR-I)
                 IF WS-PR-PARTY-CODE(WS-PR-I) = WS-GR-KEY(WS-GR-I)
                    SET WS-GROUP-MEMBER TO TRUE
                 END-IF
              WHEN WS-GR-CENTURY(WS-GR-I)
                 IF WS-PR-CENTURY(WS-PR-I) = WS-GR-KEY(WS-GR-I)(1:2)
                    SET WS-GROUP-MEMBER TO TRUE
                 END-IF
           END-EVALUATE
           .

      *************************************************************
      * Outliers - every measure, every group
      *************************************************************
       600-PRINT-OUTLIERS.
           WRITE STAT-RPT-REC FROM WS-BLANK-LINE
           MOVE SPACES TO SECTION-TITLE-O
           STRING 'Outliers - more than ' LIMIT-O
                  ' standard deviations from the group mean'
              DELIMITED BY SIZE INTO SECTION-TITLE-O
           END-STRING
           WRITE STAT-RPT-REC FROM WS-SECTION-TITLE-LINE
           WRITE STAT-RPT-REC FROM WS-OUTLIER-HEADER
           WRITE STAT-RPT-REC FROM WS-OUTLIER-UNDERLINE
           PERFORM VARYING WS-MEAS-I FROM 1 BY 1
              UNTIL WS-MEAS-I > 6
              MOVE 'O' TO WS-GR-PRINT-TYPE
              PERFORM 605-OUTLIER-GROUP-TYPE
              MOVE 'P' TO WS-GR-PRINT-TYPE
              PERFORM 605-OUTLIER-GROUP-TYPE
              MOVE 'C' TO WS-GR-PRINT-TYPE
              PERFORM 605-OUTLIER-GROUP-TYPE
           END-PERFORM
           IF WS-OUTLIER-CTR = ZERO
              MOVE '(none)' TO OUTLIER-MEASURE-O
              WRITE STAT-RPT-REC FROM WS-OUTLIER-DETAIL-LINE
              MOVE SPACES TO WS-OUTLIER-DETAIL-LINE
           END-IF
           .

       605-OUTLIER-GROUP-TYPE.
           PERFORM VARYING WS-GR-I FROM 1 BY 1
              UNTIL WS-GR-I > WS-GROUP-COUNT
              IF WS-GR-TYPE(WS-GR-I) = WS-GR-PRINT-TYPE
                 AND WS-GR-STD-DEV(WS-GR-I WS-MEAS-I) > ZERO
                 PERFORM 610-TEST-GROUP-OUTLIERS
                    VARYING WS-PR-I FROM 1 BY 1
                    UNTIL WS-PR-I > WS-PRES-COUNT
              END-IF
           END-PERFORM
           .

       610-TEST-GROUP-OUTLIERS.
           PERFORM 540-TEST-MEMBER
           IF WS-GROUP-MEMBER
              COMPUTE WS-Z-SCORE ROUNDED =
                 (WS-PR-MEASURE(WS-PR-I WS-MEAS-I)
                  - WS-GR-MEAN(WS-GR-I WS-MEAS-I))
                 / WS-GR-STD-DEV(WS-GR-I WS-MEAS-I)
              MOVE WS-Z-SCORE TO WS-Z-ABS
              IF WS-Z-ABS > WS-OUTLIER-LIMIT
                 ADD 1 TO WS-OUTLIER-CTR
                 MOVE WS-MEASURE-SHORT(WS-MEAS-I) TO OUTLIER-MEASURE-O
                 MOVE WS-GR-LABEL(WS-GR-I)       TO OUTLIER-GROUP-O
                 MOVE WS-PR-ACCT-NO(WS-PR-I)     TO OUTLIER-ACCT-NO-O
                 STRING WS-PR-FIRST-NAME(WS-PR-I) DELIMITED BY '  '
                        ' '                       DELIMITED BY SIZE
                        WS-PR-LAST-NAME(WS-PR-I)  DELIMITED BY '  '
                    INTO OUTLIER-NAME-O
                 END-STRING
                 MOVE WS-PR-MEASURE(WS-PR-I WS-MEAS-I)
                    TO OUTLIER-VALUE-O
                 MOVE WS-GR-MEAN(WS-GR-I WS-MEAS-I) TO OUTLIER-MEAN-O
                 MOVE WS-Z-SCORE                    TO OUTLIER-Z-O
                 WRITE STAT-RPT-REC FROM WS-OUTLIER-DETAIL-LINE
                 MOVE SPACES TO WS-OUTLIER-DETAIL-LINE
              END-IF
           END-IF
           .

       700-READ-RECORD.
           READ RAW-ACCT-REC
           AT END
              MOVE 'Y' TO WS-EOF-INPUT-SW
           NOT AT END
              ADD 1 TO WS-READ-CTR
           END-READ
           .

       900-WRAP-UP.
           WRITE STAT-RPT-REC FROM WS-BLANK-LINE
           MOVE 'Records Read' TO STAT-TOTAL-LABEL-O
           MOVE WS-READ-CTR TO STAT-TOTAL-COUNT-O
           WRITE STAT-RPT-REC FROM WS-STAT-TOTAL-LINE
           MOVE 'Presidents Profiled' TO STAT-TOTAL-LABEL-O
           MOVE WS-PRES-COUNT TO STAT-TOTAL-COUNT-O
           WRITE STAT-RPT-REC FROM WS-STAT-TOTAL-LINE
           MOVE 'Continuation Terms Applied' TO STAT-TOTAL-LABEL-O
           MOVE WS-CONT-APPLIED-CTR TO STAT-TOTAL-COUNT-O
           WRITE STAT-RPT-REC FROM WS-STAT-TOTAL-LINE
           MOVE 'Continuations Unmatched' TO STAT-TOTAL-LABEL-O
           MOVE WS-CONT-ORPHAN-CTR TO STAT-TOTAL-COUNT-O
           WRITE STAT-RPT-REC FROM WS-STAT-TOTAL-LINE
           MOVE 'Records Skipped' TO STAT-TOTAL-LABEL-O
           MOVE WS-SKIP-CTR TO STAT-TOTAL-COUNT-O
           WRITE STAT-RPT-REC FROM WS-STAT-TOTAL-LINE
           MOVE 'Outlier Lines Listed' TO STAT-TOTAL-LABEL-O
           MOVE WS-OUTLIER-CTR TO STAT-TOTAL-COUNT-O
           WRITE STAT-RPT-REC FROM WS-STAT-TOTAL-LINE
           CLOSE RAW-ACCT-REC
           CLOSE STAT-RPT-LINE
      * Condition code: an outlier is usually a keying error, and a
      * skipped record leaves the profile short - warn either way.
           IF (WS-OUTLIER-CTR > 0 OR WS-SKIP-CTR > 0
               OR WS-CONT-ORPHAN-CTR > 0)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 950-WRITE-CYCLE-STATUS
           .

      * One status record onto the shared cycle-control file, verdict
      * graded off the condition code just set.
       950-WRITE-CYCLE-STATUS.
           OPEN EXTEND CYCLE-STAT
           MOVE 'PRESSTAT' TO CYC-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:8) TO CYC-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO CYC-TIME
           MOVE WS-READ-CTR    TO CYC-COUNT-1
           MOVE WS-PRES-COUNT  TO CYC-COUNT-2
           MOVE WS-SKIP-CTR    TO CYC-COUNT-3
           MOVE WS-OUTLIER-CTR TO CYC-COUNT-4
           EVALUATE RETURN-CODE
              WHEN 0
                 MOVE 'PASS' TO CYC-VERDICT
              WHEN 4
                 MOVE 'WARN' TO CYC-VERDICT
              WHEN OTHER
                 MOVE 'FAIL' TO CYC-VERDICT
           END-EVALUATE
           WRITE CYC-STAT-REC
           CLOSE CYCLE-STAT
           .
