      **************************************************************************
      * Program Name:               RPTARCH                                    *
      * Developer:                  PDEVLIN                                    *
      * Created:                    2026-10-15                                 *
      * Developer Contact:                                                     *
      *                                                                        *
      **************************************************************************
      **************************************************************************
      * Modifications
      *  2026-10-15 PDEVLIN
      *    Initial version.  Report archive capture.  PRTLINE, SUMMRPT
      *    and the other print files are replaced every cycle, so last
      *    month's listing is gone by the time somebody asks for it.
      *    This step, run after the report steps and ahead of NIGHTRPT,
      *    copies each night's report outputs of CNTRLBRK (PRTLINE,
      *    EXCPTRPT, SUSPAGE, ADDRDIR, SALDIFF), ALLVIEWS (SUMMRPT) and
      *    SUCCAUDT (SUCCRPT) line for line onto the indexed RPTARCH
      *    report archive, keyed by run date/time, program, report
      *    (DD) name and line number.  The run date/time and the
      *    PASS/WARN/FAIL verdict are those of the program's own
      *    status record on this cycle's CYCLSTAT (the last one, when
      *    a step was rerun - its print files are the rerun's).  Each
      *    report also gets a directory record (line number zero)
      *    carrying the report id, description, page count, line count
      *    and verdict.  A page starts at each 'Report:' heading line,
      *    so CNTRLBRK's page-per-group listing archives page for page.
      *    BRSTSUMM and the burst members are distribution copies of
      *    PRTLINE and are not archived again.
      *    A program with no status record this cycle did not run, so
      *    its print files are left alone (they are the last run's and
      *    were captured then); a report already on the archive under
      *    the same key (the step was rerun without a new status
      *    record) is not captured twice.  An OPTIONAL print file the
      *    run did not produce is listed as such.
      *    RPTRPRT lists the archive and reprints from it.
      *    The ARCHRPT listing (report A145) shows each report
      *    captured or passed over and why.
      *    Condition code: 0 = clean, 4 = warning (a report was
      *    already on file), 8 = an archive write failed, 12 = the
      *    archive could not be opened.  A program that did not run
      *    this cycle is listed and counted but is no warning - not
      *    every step runs every night.
      *    JCL note: RPTARCH is a permanent keyed dataset, defined
      *    once; it is opened for update and grows every night.
      *
      *  2026-10-15 PDEVLIN
      *    Every nightly step's print file is now captured, not only
      *    CNTRLBRK's, ALLVIEWS' and SUCCAUDT's: EDITRPT (ACCTEDIT),
      *    AUDITRPT and PENDRPT (ACCTUPDT), RECNRPT (ACCTRECN), COMPRPT
      *    (ACCTCOMP), REFARPT (REFAUDIT), REFMRPT (REFUPDT), RETNRPT
      *    (ACCTRETN), DLTARPT (ACCTDLTA), FEEDRPT (ACCTFEED) and
      *    STATRPT (PRESSTAT).  NIGHTRPT runs after this step and its
      *    dashboard is not captured.
      *    A capture cut short - lines on the archive but no directory
      *    record - is now redone: the unfinished lines are removed and
      *    the report is copied again, instead of failing on duplicate
      *    keys every rerun.  A directory read that fails other than
      *    not-found is an archive failure (condition code 8), no
      *    longer taken as already on file.
      *    Added AE-, AU-, AR-, AC-, RA-, RU-, RT-, AD-, AF- and PS-
      *    print files, WS-ARC-EOF-SW, WS-PARTIAL-CTR, WS-CAP-KEY,
      *    WS-PARTIAL-LINE-CTR.
      *    Added 345-CLEAR-PARTIAL-CAPTURE, 347-COPY-LINES.
      *    Modified 300-CAPTURE-REPORT, 310-OPEN-CAPTURE-FILE,
      *    320-READ-CAPTURE-LINE, 330-CLOSE-CAPTURE-FILE,
      *    340-COPY-REPORT, 900-WRAP-UP.
      *
      *  2026-10-15 PDEVLIN
      *    A program that did not run this cycle no longer sets
      *    condition code 4 - on a night a step is not scheduled that
      *    made every RPTARCH run a warning.  It is still listed and
      *    counted (CYCLSTAT count 4); condition code 4 is now only a
      *    report already on file.
      *    TRENDRPT (RUNTREND, report A129) is now captured too, so
      *    every nightly print file ahead of this step is kept.
      *    RUNTREND writes no CYCLSTAT record, so TRENDRPT is keyed on
      *    this step's own capture date/time and archived with verdict
      *    N/A; a TRENDRPT left from an earlier night is captured again
      *    under the new capture stamp, and so is a rerun of this step.
      *    Added RN-TREND-RPT-LINE, WS-CAP-NO-STATUS, WS-CAP-VERDICT.
      *    Modified WS-CAPTURE-VALUES, 300-CAPTURE-REPORT,
      *    310-OPEN-CAPTURE-FILE, 320-READ-CAPTURE-LINE,
      *    330-CLOSE-CAPTURE-FILE, 347-COPY-LINES, 900-WRAP-UP.
      *
      *  2026-10-15 PDEVLIN
      *    LINES and RESULT headings moved over to sit above their
      *    columns and the underline.
      *    Modified WS-ARCH-HEADER-2.
      **************************************************************************
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RPTARCH.
       AUTHOR.        PDEVLIN.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *** Indexed report archive - one record per archived print line
      *** plus one directory record per report.
           SELECT OPTIONAL RPT-ARCHIVE ASSIGN TO RPTARCH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ARC-KEY
              FILE STATUS IS WS-ARC-STATUS.
      *** Shared cycle-control file - read for each program's run
      *** date/time and verdict, then this step's own record appended.
           SELECT OPTIONAL CYCLE-STAT    ASSIGN TO CYCLSTAT.
      *** The print files captured - same DD names the report steps
      *** write them under.
           SELECT OPTIONAL AE-EDIT-RPT-LINE ASSIGN TO EDITRPT.
           SELECT OPTIONAL AU-AUDIT-RPT-LINE ASSIGN TO AUDITRPT.
           SELECT OPTIONAL AU-PEND-RPT-LINE ASSIGN TO PENDRPT.
           SELECT OPTIONAL AR-RECN-RPT-LINE ASSIGN TO RECNRPT.
           SELECT OPTIONAL CB-PRINT-LINE ASSIGN TO PRTLINE.
           SELECT OPTIONAL CB-EXCEPT-LINE ASSIGN TO EXCPTRPT.
           SELECT OPTIONAL CB-SUSP-AGE-LINE ASSIGN TO SUSPAGE.
           SELECT OPTIONAL CB-ADDR-DIR-LINE ASSIGN TO ADDRDIR.
           SELECT OPTIONAL CB-SCHED-DIFF-LINE ASSIGN TO SALDIFF.
           SELECT OPTIONAL AC-COMP-RPT-LINE ASSIGN TO COMPRPT.
           SELECT OPTIONAL AV-SUMM-RPT-LINE ASSIGN TO SUMMRPT.
           SELECT OPTIONAL RA-REF-RPT-LINE ASSIGN TO REFARPT.
           SELECT OPTIONAL SA-AUDIT-RPT-LINE ASSIGN TO SUCCRPT.
           SELECT OPTIONAL RU-AUDIT-RPT-LINE ASSIGN TO REFMRPT.
           SELECT OPTIONAL RT-RETN-RPT-LINE ASSIGN TO RETNRPT.
           SELECT OPTIONAL AD-DLTA-RPT-LINE ASSIGN TO DLTARPT.
           SELECT OPTIONAL AF-FEED-RPT-LINE ASSIGN TO FEEDRPT.
           SELECT OPTIONAL PS-STAT-RPT-LINE ASSIGN TO STATRPT.
           SELECT OPTIONAL RN-TREND-RPT-LINE ASSIGN TO TRENDRPT.
      *** Capture listing.
           SELECT OPTIONAL ARCH-RPT-LINE ASSIGN TO ARCHRPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      * Report archive record.  ARC-LINE-NO zero is the report's
      * directory record (ARC-DIR-INFO); lines 1 up are the print
      * lines as written, each with the page it fell on.
       FD  RPT-ARCHIVE.
       01 ARC-REC.
          05 ARC-KEY.
             10 ARC-RUN-DATE            PIC X(8).
             10 ARC-RUN-TIME            PIC X(6).
             10 ARC-PROGRAM             PIC X(8).
             10 ARC-REPORT              PIC X(8).
             10 ARC-LINE-NO             PIC 9(6).
          05 ARC-PAGE-NO                PIC 9(5).
          05 ARC-LINE-TEXT              PIC X(181).
          05 ARC-DIR-INFO REDEFINES ARC-LINE-TEXT.
             10 ARC-DIR-REPORT-ID       PIC X(4).
             10 ARC-DIR-DESC            PIC X(30).
             10 ARC-DIR-PAGES           PIC 9(5).
             10 ARC-DIR-LINES           PIC 9(6).
             10 ARC-DIR-VERDICT         PIC X(4).
             10 ARC-DIR-CAPT-DATE       PIC X(8).
             10 ARC-DIR-CAPT-TIME       PIC X(6).
             10 FILLER                  PIC X(118).

      *** Same layout as the CYC-STAT-REC every step writes.
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

      *** Same record lengths as the writing programs' FDs.
       FD  AE-EDIT-RPT-LINE RECORDING MODE F.
       01 AE-EDIT-RPT-REC               PIC X(110).

       FD  AU-AUDIT-RPT-LINE RECORDING MODE F.
       01 AU-AUDIT-RPT-REC              PIC X(132).

       FD  AU-PEND-RPT-LINE RECORDING MODE F.
       01 AU-PEND-RPT-REC               PIC X(132).

       FD  AR-RECN-RPT-LINE RECORDING MODE F.
       01 AR-RECN-RPT-REC               PIC X(132).

       FD  CB-PRINT-LINE RECORDING MODE F.
       01 CB-PRINT-REC                  PIC X(181).

       FD  CB-EXCEPT-LINE RECORDING MODE F.
       01 CB-EXCEPT-REC                 PIC X(90).

       FD  CB-SUSP-AGE-LINE RECORDING MODE F.
       01 CB-SUSP-AGE-REC               PIC X(120).

       FD  CB-ADDR-DIR-LINE RECORDING MODE F.
       01 CB-ADDR-DIR-REC               PIC X(110).

       FD  CB-SCHED-DIFF-LINE RECORDING MODE F.
       01 CB-SCHED-DIFF-REC             PIC X(150).

       FD  AC-COMP-RPT-LINE RECORDING MODE F.
       01 AC-COMP-RPT-REC               PIC X(132).

       FD  AV-SUMM-RPT-LINE RECORDING MODE F.
       01 AV-SUMM-RPT-REC               PIC X(132).

       FD  RA-REF-RPT-LINE RECORDING MODE F.
       01 RA-REF-RPT-REC                PIC X(120).

       FD  SA-AUDIT-RPT-LINE RECORDING MODE F.
       01 SA-AUDIT-RPT-REC              PIC X(120).

       FD  RU-AUDIT-RPT-LINE RECORDING MODE F.
       01 RU-AUDIT-RPT-REC              PIC X(132).

       FD  RT-RETN-RPT-LINE RECORDING MODE F.
       01 RT-RETN-RPT-REC               PIC X(132).

       FD  AD-DLTA-RPT-LINE RECORDING MODE F.
       01 AD-DLTA-RPT-REC               PIC X(132).

       FD  AF-FEED-RPT-LINE RECORDING MODE F.
       01 AF-FEED-RPT-REC               PIC X(132).

       FD  PS-STAT-RPT-LINE RECORDING MODE F.
       01 PS-STAT-RPT-REC               PIC X(132).

       FD  RN-TREND-RPT-LINE RECORDING MODE F.
       01 RN-TREND-RPT-REC              PIC X(132).

       FD  ARCH-RPT-LINE RECORDING MODE F.
       01 ARCH-RPT-REC                  PIC X(132).

      ***************************************************************
      * STORAGE SECTIONS
      ***************************************************************
       WORKING-STORAGE SECTION.
       01 PROGRAM-INDICATOR-SWITCHES.
          05 WS-CYC-EOF-SW              PIC X(1)       VALUE 'N'.
             88 WS-CYC-EOF                             VALUE 'Y'.
          05 WS-CAP-EOF-SW              PIC X(1)       VALUE 'N'.
             88 WS-CAP-EOF                             VALUE 'Y'.
          05 WS-PAGE-HEADED-SW          PIC X(1)       VALUE 'N'.
             88 WS-PAGE-HEADED                         VALUE 'Y'.
          05 WS-WRITE-FAILED-SW         PIC X(1)       VALUE 'N'.
             88 WS-WRITE-FAILED                        VALUE 'Y'.
          05 WS-ARC-EOF-SW              PIC X(1)       VALUE 'N'.
             88 WS-ARC-EOF                             VALUE 'Y'.

       01 WS-ARC-STATUS                 PIC X(2)       VALUE '00'.
          88 WS-ARC-OK                                 VALUE '00' '02'
                                                             '05'.
          88 WS-ARC-NOT-FOUND                          VALUE '23'.

       01 WS-ARCH-COUNTERS.
          05 WS-CAPTURED-CTR            PIC 9(6)       VALUE 0.
          05 WS-LINES-CTR               PIC 9(6)       VALUE 0.
          05 WS-PAGES-CTR               PIC 9(6)       VALUE 0.
          05 WS-ON-FILE-CTR             PIC 9(6)       VALUE 0.
          05 WS-NOT-RUN-CTR             PIC 9(6)       VALUE 0.
          05 WS-NOT-PRODUCED-CTR        PIC 9(6)       VALUE 0.
          05 WS-WRITE-ERROR-CTR         PIC 9(6)       VALUE 0.
          05 WS-PARTIAL-CTR             PIC 9(6)       VALUE 0.

      * The reports captured - program, DD name and description, in
      * capture order.  Subscript WS-CAP-I also selects the print file
      * in 310 / 320 / 330.
       01 WS-CAPTURE-VALUES.
          05 FILLER                     PIC X(8)       VALUE 'ACCTEDIT'.
          05 FILLER                     PIC X(8)       VALUE 'EDITRPT'.
          05 FILLER                     PIC X(30)      VALUE
                'Front-End Edit Field Errors'.
          05 FILLER                     PIC X(8)       VALUE 'ACCTUPDT'.
          05 FILLER                     PIC X(8)       VALUE 'AUDITRPT'.
          05 FILLER                     PIC X(30)      VALUE
                'PRESMAST Maint. Audit Trail'.
          05 FILLER                     PIC X(8)       VALUE 'ACCTUPDT'.
          05 FILLER                     PIC X(8)       VALUE 'PENDRPT'.
          05 FILLER                     PIC X(30)      VALUE
                'Items Held Pending Approval'.
          05 FILLER                     PIC X(8)       VALUE 'ACCTRECN'.
          05 FILLER                     PIC X(8)       VALUE 'RECNRPT'.
          05 FILLER                     PIC X(30)      VALUE
                'PRESMAST/ACCTSORT Reconcile'.
          05 FILLER                     PIC X(8)       VALUE 'CNTRLBRK'.
          05 FILLER                     PIC X(8)       VALUE 'PRTLINE'.
          05 FILLER                     PIC X(30)      VALUE
                'Control-Break Report'.
          05 FILLER                     PIC X(8)       VALUE 'CNTRLBRK'.
          05 FILLER                     PIC X(8)       VALUE 'EXCPTRPT'.
          05 FILLER                     PIC X(30)      VALUE
                'Exception Listing'.
          05 FILLER                     PIC X(8)       VALUE 'CNTRLBRK'.
          05 FILLER                     PIC X(8)       VALUE 'SUSPAGE'.
          05 FILLER                     PIC X(30)      VALUE
                'Suspense Queue Aging'.
          05 FILLER                     PIC X(8)       VALUE 'CNTRLBRK'.
          05 FILLER                     PIC X(8)       VALUE 'ADDRDIR'.
          05 FILLER                     PIC X(30)      VALUE
                'Birthplace Address Directory'.
          05 FILLER                     PIC X(8)       VALUE 'CNTRLBRK'.
          05 FILLER                     PIC X(8)       VALUE 'SALDIFF'.
          05 FILLER                     PIC X(30)      VALUE
                'Per-Year SALARY-ACCUM Except.'.
          05 FILLER                     PIC X(8)       VALUE 'ACCTCOMP'.
          05 FILLER                     PIC X(8)       VALUE 'COMPRPT'.
          05 FILLER                     PIC X(30)      VALUE
                'Extract Comparison'.
          05 FILLER                     PIC X(8)       VALUE 'ALLVIEWS'.
          05 FILLER                     PIC X(8)       VALUE 'SUMMRPT'.
          05 FILLER                     PIC X(30)      VALUE
                'All-Views Summary'.
          05 FILLER                     PIC X(8)       VALUE 'REFAUDIT'.
          05 FILLER                     PIC X(8)       VALUE 'REFARPT'.
          05 FILLER                     PIC X(30)      VALUE
                'Reference-Data Coverage Audit'.
          05 FILLER                     PIC X(8)       VALUE 'SUCCAUDT'.
          05 FILLER                     PIC X(8)       VALUE 'SUCCRPT'.
          05 FILLER                     PIC X(30)      VALUE
                'Succession Continuity Audit'.
          05 FILLER                     PIC X(8)       VALUE 'REFUPDT'.
          05 FILLER                     PIC X(8)       VALUE 'REFMRPT'.
          05 FILLER                     PIC X(30)      VALUE
                'Reference File Maint. Audit'.
          05 FILLER                     PIC X(8)       VALUE 'ACCTRETN'.
          05 FILLER                     PIC X(8)       VALUE 'RETNRPT'.
          05 FILLER                     PIC X(30)      VALUE
                'Retention / Archive / Purge'.
          05 FILLER                     PIC X(8)       VALUE 'ACCTDLTA'.
          05 FILLER                     PIC X(8)       VALUE 'DLTARPT'.
          05 FILLER                     PIC X(30)      VALUE
                'Outbound Delta Send Report'.
          05 FILLER                     PIC X(8)       VALUE 'ACCTFEED'.
          05 FILLER                     PIC X(8)       VALUE 'FEEDRPT'.
          05 FILLER                     PIC X(30)      VALUE
                'Inbound Feed Conversion'.
          05 FILLER                     PIC X(8)       VALUE 'PRESSTAT'.
          05 FILLER                     PIC X(8)       VALUE 'STATRPT'.
          05 FILLER                     PIC X(30)      VALUE
                'Statistical Profile'.
          05 FILLER                     PIC X(8)       VALUE 'RUNTREND'.
          05 FILLER                     PIC X(8)       VALUE 'TRENDRPT'.
          05 FILLER                     PIC X(30)      VALUE
                'Batch-Window Run Trend'.
       01 WS-CAPTURE-TABLE REDEFINES WS-CAPTURE-VALUES.
          05 WS-CAP-ENTRY OCCURS 19 TIMES.
             10 WS-CAP-PROGRAM          PIC X(8).
      *         No CYCLSTAT record - keyed on the capture date/time.
                88 WS-CAP-NO-STATUS                    VALUE 'RUNTREND'.
             10 WS-CAP-REPORT           PIC X(8).
             10 WS-CAP-DESC             PIC X(30).
       01 WS-CAP-I                      PIC 9(2)       COMP.

      * Each captured program's run on this cycle's CYCLSTAT - the
      * last status record seen for it.
       01 WS-RUN-VALUES.
          05 FILLER                     PIC X(8)       VALUE 'ACCTEDIT'.
          05 FILLER                     PIC X(19)      VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE 'ACCTUPDT'.
          05 FILLER                     PIC X(19)      VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE 'ACCTRECN'.
          05 FILLER                     PIC X(19)      VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE 'CNTRLBRK'.
          05 FILLER                     PIC X(19)      VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE 'ACCTCOMP'.
          05 FILLER                     PIC X(19)      VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE 'ALLVIEWS'.
          05 FILLER                     PIC X(19)      VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE 'REFAUDIT'.
          05 FILLER                     PIC X(19)      VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE 'SUCCAUDT'.
          05 FILLER                     PIC X(19)      VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE 'REFUPDT'.
          05 FILLER                     PIC X(19)      VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE 'ACCTRETN'.
          05 FILLER                     PIC X(19)      VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE 'ACCTDLTA'.
          05 FILLER                     PIC X(19)      VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE 'ACCTFEED'.
          05 FILLER                     PIC X(19)      VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE 'PRESSTAT'.
          05 FILLER                     PIC X(19)      VALUE SPACES.
       01 WS-RUN-TABLE REDEFINES WS-RUN-VALUES.
          05 WS-RUN-ENTRY OCCURS 13 TIMES.
             10 WS-RUN-PROGRAM          PIC X(8).
             10 WS-RUN-DATE             PIC X(8).
             10 WS-RUN-TIME             PIC X(6).
             10 WS-RUN-VERDICT          PIC X(4).
             10 WS-RUN-FOUND-SW         PIC X(1).
                88 WS-RUN-FOUND                        VALUE 'Y'.
       01 WS-RUN-I                      PIC 9(2)       COMP.
       01 WS-RUN-HIT                    PIC 9(2)       COMP.

      * The report being captured.  WS-CAP-KEY is its archive key
      * without the line number.
       01 WS-CAP-KEY.
          05 WS-CAP-KEY-RUN-DATE        PIC X(8).
          05 WS-CAP-KEY-RUN-TIME        PIC X(6).
          05 WS-CAP-KEY-PROGRAM         PIC X(8).
          05 WS-CAP-KEY-REPORT          PIC X(8).
       01 WS-CAPTURE-WORK.
          05 WS-PARTIAL-LINE-CTR        PIC 9(6).
          05 WS-CAP-LINE                PIC X(181).
          05 WS-CAP-LINE-CTR            PIC 9(6).
          05 WS-CAP-PAGE-CTR            PIC 9(5).
          05 WS-CAP-REPORT-ID           PIC X(4).
          05 WS-CAP-VERDICT             PIC X(4).
          05 WS-CAPT-DATE               PIC X(8).
          05 WS-CAPT-TIME               PIC X(6).
          05 WS-EDIT-DATE               PIC XXXX/XX/XX.

      *************************************************************
      ****** Report headings and detail lines begin here ******
      *************************************************************
       01 WS-BLANK-LINE                 PIC X(132)     VALUE SPACES.

       01 WS-ARCH-HEADER-1.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(12)      VALUE
                'Report: A145'.
          05 FILLER                     PIC X(18)      VALUE SPACES.
          05 FILLER                     PIC X(42)      VALUE
                'Report Archive Capture'.
          05 RPT-DATE                   PIC XXXX/XX/XX.

       01 WS-ARCH-HEADER-2.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE 'PROGRAM'.
          05 FILLER                     PIC X(10)      VALUE 'REPORT'.
          05 FILLER                     PIC X(6)       VALUE 'ID'.
          05 FILLER                     PIC X(12)      VALUE 'RUN DATE'.
          05 FILLER                     PIC X(8)       VALUE 'TIME'.
          05 FILLER                     PIC X(9)       VALUE 'VERDICT'.
          05 FILLER                     PIC X(7)       VALUE 'PAGES'.
          05 FILLER                     PIC X(9)       VALUE '  LINES'.
          05 FILLER                     PIC X(30)      VALUE 'RESULT'.

       01 WS-ARCH-HEADER-3.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(4)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(6)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(7)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(5)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(7)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(30)      VALUE ALL '='.

       01 WS-ARCH-DETAIL-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 ARCH-PROGRAM-O             PIC X(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 ARCH-REPORT-O              PIC X(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 ARCH-REPORT-ID-O           PIC X(4).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 ARCH-RUN-DATE-O            PIC X(10).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 ARCH-RUN-TIME-O            PIC X(6).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 ARCH-VERDICT-O             PIC X(4).
          05 FILLER                     PIC X(5)       VALUE SPACES.
          05 ARCH-PAGES-O               PIC ZZZZ9.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 ARCH-LINES-O               PIC ZZZZZZ9.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 ARCH-RESULT-O              PIC X(30).

       01 WS-ARCH-TOTAL-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 ARCH-TOTAL-LABEL-O         PIC X(30).
          05 FILLER                     PIC X(1)       VALUE '='.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 ARCH-TOTAL-COUNT-O         PIC ZZZ,ZZ9.

      *------------------
       PROCEDURE DIVISION.
      *------------------
           PERFORM 100-INIT-RTN
           PERFORM 200-LOAD-RUN-TABLE
           PERFORM 300-CAPTURE-REPORT
              VARYING WS-CAP-I FROM 1 BY 1
              UNTIL WS-CAP-I > 19
           PERFORM 900-WRAP-UP
           GOBACK
           .
       100-INIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CAPT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CAPT-TIME
           OPEN I-O RPT-ARCHIVE
           IF NOT WS-ARC-OK
              DISPLAY "RPTARCH - CANNOT OPEN RPTARCH, STATUS="
                      WS-ARC-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT ARCH-RPT-LINE
           WRITE ARCH-RPT-REC FROM WS-ARCH-HEADER-1
           WRITE ARCH-RPT-REC FROM WS-BLANK-LINE
           WRITE ARCH-RPT-REC FROM WS-ARCH-HEADER-2
           WRITE ARCH-RPT-REC FROM WS-ARCH-HEADER-3
           .

      * Reads the whole of this cycle's CYCLSTAT and keeps the last
      * status record of each captured program.
       200-LOAD-RUN-TABLE.
           OPEN INPUT CYCLE-STAT
           PERFORM UNTIL WS-CYC-EOF
              READ CYCLE-STAT
                 AT END
                    SET WS-CYC-EOF TO TRUE
                 NOT AT END
                    PERFORM VARYING WS-RUN-I FROM 1 BY 1
                       UNTIL WS-RUN-I > 13
                       IF CYC-PROGRAM = WS-RUN-PROGRAM(WS-RUN-I)
                          MOVE CYC-DATE    TO WS-RUN-DATE(WS-RUN-I)
                          MOVE CYC-TIME    TO WS-RUN-TIME(WS-RUN-I)
                          MOVE CYC-VERDICT TO WS-RUN-VERDICT(WS-RUN-I)
                          MOVE 'Y' TO WS-RUN-FOUND-SW(WS-RUN-I)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM
           CLOSE CYCLE-STAT
           .

      * One report: find its program's run, make sure it is not on
      * the archive already, then copy it line for line and write its
      * directory record.  A report whose program writes no status
      * record is keyed on this step's capture date/time instead.
       300-CAPTURE-REPORT.
           MOVE WS-CAP-PROGRAM(WS-CAP-I) TO ARCH-PROGRAM-O
           MOVE WS-CAP-REPORT(WS-CAP-I)  TO ARCH-REPORT-O
           MOVE SPACES TO ARCH-REPORT-ID-O
                          ARCH-RUN-DATE-O
                          ARCH-RUN-TIME-O
                          ARCH-VERDICT-O
           MOVE ZERO TO ARCH-PAGES-O
                        ARCH-LINES-O
           MOVE ZERO TO WS-RUN-HIT
           IF WS-CAP-NO-STATUS(WS-CAP-I)
              MOVE WS-CAPT-DATE TO WS-CAP-KEY-RUN-DATE
              MOVE WS-CAPT-TIME TO WS-CAP-KEY-RUN-TIME
              MOVE 'N/A'        TO WS-CAP-VERDICT
           ELSE
              PERFORM VARYING WS-RUN-I FROM 1 BY 1
                 UNTIL WS-RUN-I > 13
                 IF WS-RUN-PROGRAM(WS-RUN-I) = WS-CAP-PROGRAM(WS-CAP-I)
                    AND WS-RUN-FOUND(WS-RUN-I)
                    MOVE WS-RUN-I TO WS-RUN-HIT
                 END-IF
              END-PERFORM
              IF WS-RUN-HIT NOT = ZERO
                 MOVE WS-RUN-DATE(WS-RUN-HIT)    TO WS-CAP-KEY-RUN-DATE
                 MOVE WS-RUN-TIME(WS-RUN-HIT)    TO WS-CAP-KEY-RUN-TIME
                 MOVE WS-RUN-VERDICT(WS-RUN-HIT) TO WS-CAP-VERDICT
              END-IF
           END-IF
           IF WS-RUN-HIT = ZERO
              AND NOT WS-CAP-NO-STATUS(WS-CAP-I)
              ADD 1 TO WS-NOT-RUN-CTR
              MOVE 'NOT RUN THIS CYCLE - SKIPPED' TO ARCH-RESULT-O
              WRITE ARCH-RPT-REC FROM WS-ARCH-DETAIL-LINE
           ELSE
              MOVE WS-CAP-KEY-RUN-DATE        TO WS-EDIT-DATE
              MOVE WS-EDIT-DATE               TO ARCH-RUN-DATE-O
              MOVE WS-CAP-KEY-RUN-TIME        TO ARCH-RUN-TIME-O
              MOVE WS-CAP-VERDICT             TO ARCH-VERDICT-O
              MOVE WS-CAP-PROGRAM(WS-CAP-I)   TO WS-CAP-KEY-PROGRAM
              MOVE WS-CAP-REPORT(WS-CAP-I)    TO WS-CAP-KEY-REPORT
              MOVE WS-CAP-KEY TO ARC-KEY
              MOVE ZERO TO ARC-LINE-NO
              READ RPT-ARCHIVE
                 INVALID KEY
                    CONTINUE
              END-READ
              EVALUATE TRUE
                 WHEN WS-ARC-STATUS = '00'
                    ADD 1 TO WS-ON-FILE-CTR
                    MOVE 'ALREADY ON FILE - SKIPPED' TO ARCH-RESULT-O
                    WRITE ARCH-RPT-REC FROM WS-ARCH-DETAIL-LINE
                 WHEN WS-ARC-NOT-FOUND
                    PERFORM 340-COPY-REPORT
                 WHEN OTHER
                    ADD 1 TO WS-WRITE-ERROR-CTR
                    DISPLAY "RPTARCH - RPTARCH READ FAILED, STATUS="
                            WS-ARC-STATUS " " WS-CAP-KEY-PROGRAM " "
                            WS-CAP-KEY-REPORT
                    MOVE 'ARCHIVE READ FAILED - SEE LOG'
                       TO ARCH-RESULT-O
                    WRITE ARCH-RPT-REC FROM WS-ARCH-DETAIL-LINE
              END-EVALUATE
           END-IF
           .

       310-OPEN-CAPTURE-FILE.
           EVALUATE WS-CAP-I
              WHEN 1
                 OPEN INPUT AE-EDIT-RPT-LINE
              WHEN 2
                 OPEN INPUT AU-AUDIT-RPT-LINE
              WHEN 3
                 OPEN INPUT AU-PEND-RPT-LINE
              WHEN 4
                 OPEN INPUT AR-RECN-RPT-LINE
              WHEN 5
                 OPEN INPUT CB-PRINT-LINE
              WHEN 6
                 OPEN INPUT CB-EXCEPT-LINE
              WHEN 7
                 OPEN INPUT CB-SUSP-AGE-LINE
              WHEN 8
                 OPEN INPUT CB-ADDR-DIR-LINE
              WHEN 9
                 OPEN INPUT CB-SCHED-DIFF-LINE
              WHEN 10
                 OPEN INPUT AC-COMP-RPT-LINE
              WHEN 11
                 OPEN INPUT AV-SUMM-RPT-LINE
              WHEN 12
                 OPEN INPUT RA-REF-RPT-LINE
              WHEN 13
                 OPEN INPUT SA-AUDIT-RPT-LINE
              WHEN 14
                 OPEN INPUT RU-AUDIT-RPT-LINE
              WHEN 15
                 OPEN INPUT RT-RETN-RPT-LINE
              WHEN 16
                 OPEN INPUT AD-DLTA-RPT-LINE
              WHEN 17
                 OPEN INPUT AF-FEED-RPT-LINE
              WHEN 18
                 OPEN INPUT PS-STAT-RPT-LINE
              WHEN 19
                 OPEN INPUT RN-TREND-RPT-LINE
           END-EVALUATE
           .

      * Next line of the print file in hand into WS-CAP-LINE.
       320-READ-CAPTURE-LINE.
           MOVE SPACES TO WS-CAP-LINE
           EVALUATE WS-CAP-I
              WHEN 1
                 READ AE-EDIT-RPT-LINE INTO WS-CAP-LINE
                    AT END
                       SET WS-CAP-EOF TO TRUE
                 END-READ
              WHEN 2
                 READ AU-AUDIT-RPT-LINE INTO WS-CAP-LINE
                    AT END
                       SET WS-CAP-EOF TO TRUE
                 END-READ
              WHEN 3
                 READ AU-PEND-RPT-LINE INTO WS-CAP-LINE
                    AT END
                       SET WS-CAP-EOF TO TRUE
                 END-READ
              WHEN 4
                 READ AR-RECN-RPT-LINE INTO WS-CAP-LINE
                    AT END
                       SET WS-CAP-EOF TO TRUE
                 END-READ
              WHEN 5
                 READ CB-PRINT-LINE INTO WS-CAP-LINE
                    AT END
                       SET WS-CAP-EOF TO TRUE
                 END-READ
              WHEN 6
                 READ CB-EXCEPT-LINE INTO WS-CAP-LINE
                    AT END
                       SET WS-CAP-EOF TO TRUE
                 END-READ
              WHEN 7
                 READ CB-SUSP-AGE-LINE INTO WS-CAP-LINE
                    AT END
                       SET WS-CAP-EOF TO TRUE
                 END-READ
              WHEN 8
                 READ CB-ADDR-DIR-LINE INTO WS-CAP-LINE
                    AT END
                       SET WS-CAP-EOF TO TRUE
                 END-READ
              WHEN 9
                 READ CB-SCHED-DIFF-LINE INTO WS-CAP-LINE
                    AT END
                       SET WS-CAP-EOF TO TRUE
                 END-READ
              WHEN 10
                 READ AC-COMP-RPT-LINE INTO WS-CAP-LINE
                    AT END
                       SET WS-CAP-EOF TO TRUE
                 END-READ
              WHEN 11
                 READ AV-SUMM-RPT-LINE INTO WS-CAP-LINE
                    AT END
                       SET WS-CAP-EOF TO TRUE
                 END-READ
              WHEN 12
                 READ RA-REF-RPT-LINE INTO WS-CAP-LINE
                    AT END
                       SET WS-CAP-EOF TO TRUE
                 END-READ
              WHEN 13
                 READ SA-AUDIT-RPT-LINE INTO WS-CAP-LINE
                    AT END
                       SET WS-CAP-EOF TO TRUE
                 END-READ
              WHEN 14
                 READ RU-AUDIT-RPT-LINE INTO WS-CAP-LINE
                    AT END
                       SET WS-CAP-EOF TO TRUE
                 END-READ
              WHEN 15
                 READ RT-RETN-RPT-LINE INTO WS-CAP-LINE
                    AT END
                       SET WS-CAP-EOF TO TRUE
                 END-READ
              WHEN 16
                 READ AD-DLTA-RPT-LINE INTO WS-CAP-LINE
                    AT END
                       SET WS-CAP-EOF TO TRUE
                 END-READ
              WHEN 17
                 READ AF-FEED-RPT-LINE INTO WS-CAP-LINE
                    AT END
                       SET WS-CAP-EOF TO TRUE
                 END-READ
              WHEN 18
                 READ PS-STAT-RPT-LINE INTO WS-CAP-LINE
                    AT END
                       SET WS-CAP-EOF TO TRUE
                 END-READ
              WHEN 19
                 READ RN-TREND-RPT-LINE INTO WS-CAP-LINE
                    AT END
                       SET WS-CAP-EOF TO TRUE
                 END-READ
           END-EVALUATE
           .

       330-CLOSE-CAPTURE-FILE.
           EVALUATE WS-CAP-I
              WHEN 1
                 CLOSE AE-EDIT-RPT-LINE
              WHEN 2
                 CLOSE AU-AUDIT-RPT-LINE
              WHEN 3
                 CLOSE AU-PEND-RPT-LINE
              WHEN 4
                 CLOSE AR-RECN-RPT-LINE
              WHEN 5
                 CLOSE CB-PRINT-LINE
              WHEN 6
                 CLOSE CB-EXCEPT-LINE
              WHEN 7
                 CLOSE CB-SUSP-AGE-LINE
              WHEN 8
                 CLOSE CB-ADDR-DIR-LINE
              WHEN 9
                 CLOSE CB-SCHED-DIFF-LINE
              WHEN 10
                 CLOSE AC-COMP-RPT-LINE
              WHEN 11
                 CLOSE AV-SUMM-RPT-LINE
              WHEN 12
                 CLOSE RA-REF-RPT-LINE
              WHEN 13
                 CLOSE SA-AUDIT-RPT-LINE
              WHEN 14
                 CLOSE RU-AUDIT-RPT-LINE
              WHEN 15
                 CLOSE RT-RETN-RPT-LINE
              WHEN 16
                 CLOSE AD-DLTA-RPT-LINE
              WHEN 17
                 CLOSE AF-FEED-RPT-LINE
              WHEN 18
                 CLOSE PS-STAT-RPT-LINE
              WHEN 19
                 CLOSE RN-TREND-RPT-LINE
           END-EVALUATE
           .

      * Copies the print file in hand onto the archive.  A page starts
      * at each 'Report:' heading line after the first; anything ahead
      * of the first heading (CNTRLBRK's leading blank line) and a
      * listing with no heading at all (EXCPTRPT) sit on page 1.  The
      * directory record goes on last, once the counts are known - so
      * lines on file without one are a capture that was cut short,
      * and are cleared away before the report is copied again.
       340-COPY-REPORT.
           MOVE 'N' TO WS-CAP-EOF-SW
                       WS-PAGE-HEADED-SW
                       WS-WRITE-FAILED-SW
           PERFORM 345-CLEAR-PARTIAL-CAPTURE
           IF WS-WRITE-FAILED
              ADD 1 TO WS-WRITE-ERROR-CTR
              MOVE 'PARTIAL CLEAR FAILED - SEE LOG' TO ARCH-RESULT-O
              WRITE ARCH-RPT-REC FROM WS-ARCH-DETAIL-LINE
           ELSE
              PERFORM 347-COPY-LINES
           END-IF
           .

      * Lines of an unfinished capture of the report in hand.
       345-CLEAR-PARTIAL-CAPTURE.
           MOVE ZERO TO WS-PARTIAL-LINE-CTR
           MOVE 'N' TO WS-ARC-EOF-SW
           MOVE WS-CAP-KEY TO ARC-KEY
           MOVE 1 TO ARC-LINE-NO
           START RPT-ARCHIVE KEY IS NOT LESS THAN ARC-KEY
              INVALID KEY
                 SET WS-ARC-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-ARC-EOF
              READ RPT-ARCHIVE NEXT
                 AT END
                    SET WS-ARC-EOF TO TRUE
              END-READ
              IF NOT WS-ARC-EOF
                 IF ARC-KEY(1:30) = WS-CAP-KEY
                    DELETE RPT-ARCHIVE
                       INVALID KEY
                          CONTINUE
                    END-DELETE
                    IF WS-ARC-OK
                       ADD 1 TO WS-PARTIAL-LINE-CTR
                    ELSE
                       SET WS-WRITE-FAILED TO TRUE
                       SET WS-ARC-EOF TO TRUE
                       DISPLAY "RPTARCH - RPTARCH DELETE FAILED, "
                               "STATUS=" WS-ARC-STATUS " "
                               ARC-PROGRAM " " ARC-REPORT
                               " LINE=" ARC-LINE-NO
                    END-IF
                 ELSE
                    SET WS-ARC-EOF TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           IF WS-PARTIAL-LINE-CTR > 0
              ADD 1 TO WS-PARTIAL-CTR
              DISPLAY "RPTARCH - " WS-PARTIAL-LINE-CTR " LINES OF AN "
                      "UNFINISHED CAPTURE REMOVED: " WS-CAP-KEY
           END-IF
           MOVE WS-CAP-KEY TO ARC-KEY
           .

       347-COPY-LINES.
           MOVE ZERO TO WS-CAP-LINE-CTR
           MOVE 1 TO WS-CAP-PAGE-CTR
           MOVE SPACES TO WS-CAP-REPORT-ID
           PERFORM 310-OPEN-CAPTURE-FILE
           PERFORM 320-READ-CAPTURE-LINE
           PERFORM UNTIL WS-CAP-EOF
              IF WS-CAP-LINE(2:8) = 'Report: '
                 IF WS-PAGE-HEADED
                    ADD 1 TO WS-CAP-PAGE-CTR
                 END-IF
                 SET WS-PAGE-HEADED TO TRUE
                 IF WS-CAP-REPORT-ID = SPACES
                    MOVE WS-CAP-LINE(10:4) TO WS-CAP-REPORT-ID
                 END-IF
              END-IF
              ADD 1 TO WS-CAP-LINE-CTR
              MOVE WS-CAP-LINE-CTR TO ARC-LINE-NO
              MOVE WS-CAP-PAGE-CTR TO ARC-PAGE-NO
              MOVE WS-CAP-LINE     TO ARC-LINE-TEXT
              PERFORM 350-WRITE-ARCHIVE
              PERFORM 320-READ-CAPTURE-LINE
           END-PERFORM
           PERFORM 330-CLOSE-CAPTURE-FILE
           IF WS-CAP-LINE-CTR = ZERO
              ADD 1 TO WS-NOT-PRODUCED-CTR
              MOVE 'NOT PRODUCED THIS RUN' TO ARCH-RESULT-O
           ELSE
              MOVE ZERO TO ARC-LINE-NO
              MOVE ZERO TO ARC-PAGE-NO
              MOVE SPACES TO ARC-LINE-TEXT
              MOVE WS-CAP-REPORT-ID         TO ARC-DIR-REPORT-ID
              MOVE WS-CAP-DESC(WS-CAP-I)    TO ARC-DIR-DESC
              MOVE WS-CAP-PAGE-CTR          TO ARC-DIR-PAGES
              MOVE WS-CAP-LINE-CTR          TO ARC-DIR-LINES
              MOVE WS-CAP-VERDICT           TO ARC-DIR-VERDICT
              MOVE WS-CAPT-DATE             TO ARC-DIR-CAPT-DATE
              MOVE WS-CAPT-TIME             TO ARC-DIR-CAPT-TIME
              PERFORM 350-WRITE-ARCHIVE
              MOVE WS-CAP-REPORT-ID TO ARCH-REPORT-ID-O
              MOVE WS-CAP-PAGE-CTR  TO ARCH-PAGES-O
              MOVE WS-CAP-LINE-CTR  TO ARCH-LINES-O
              IF WS-WRITE-FAILED
                 ADD 1 TO WS-WRITE-ERROR-CTR
                 MOVE 'ARCHIVE WRITE FAILED - SEE LOG' TO ARCH-RESULT-O
              ELSE
                 ADD 1 TO WS-CAPTURED-CTR
                 ADD WS-CAP-LINE-CTR TO WS-LINES-CTR
                 ADD WS-CAP-PAGE-CTR TO WS-PAGES-CTR
                 IF WS-PARTIAL-LINE-CTR > 0
                    MOVE 'CAPTURED - REPLACED UNFINISHED'
                       TO ARCH-RESULT-O
                 ELSE
                    MOVE 'CAPTURED' TO ARCH-RESULT-O
                 END-IF
              END-IF
           END-IF
           WRITE ARCH-RPT-REC FROM WS-ARCH-DETAIL-LINE
           .

       350-WRITE-ARCHIVE.
           WRITE ARC-REC
              INVALID KEY
                 CONTINUE
           END-WRITE
           IF NOT WS-ARC-OK
              SET WS-WRITE-FAILED TO TRUE
              DISPLAY "RPTARCH - RPTARCH WRITE FAILED, STATUS="
                      WS-ARC-STATUS " " ARC-PROGRAM " " ARC-REPORT
                      " LINE=" ARC-LINE-NO
           END-IF
           .

       900-WRAP-UP.
           WRITE ARCH-RPT-REC FROM WS-BLANK-LINE
           MOVE 'Reports Captured' TO ARCH-TOTAL-LABEL-O
           MOVE WS-CAPTURED-CTR TO ARCH-TOTAL-COUNT-O
           WRITE ARCH-RPT-REC FROM WS-ARCH-TOTAL-LINE
           MOVE 'Pages Archived' TO ARCH-TOTAL-LABEL-O
           MOVE WS-PAGES-CTR TO ARCH-TOTAL-COUNT-O
           WRITE ARCH-RPT-REC FROM WS-ARCH-TOTAL-LINE
           MOVE 'Lines Archived' TO ARCH-TOTAL-LABEL-O
           MOVE WS-LINES-CTR TO ARCH-TOTAL-COUNT-O
           WRITE ARCH-RPT-REC FROM WS-ARCH-TOTAL-LINE
           MOVE 'Already On File' TO ARCH-TOTAL-LABEL-O
           MOVE WS-ON-FILE-CTR TO ARCH-TOTAL-COUNT-O
           WRITE ARCH-RPT-REC FROM WS-ARCH-TOTAL-LINE
           MOVE 'Program Not Run' TO ARCH-TOTAL-LABEL-O
           MOVE WS-NOT-RUN-CTR TO ARCH-TOTAL-COUNT-O
           WRITE ARCH-RPT-REC FROM WS-ARCH-TOTAL-LINE
           MOVE 'Not Produced' TO ARCH-TOTAL-LABEL-O
           MOVE WS-NOT-PRODUCED-CTR TO ARCH-TOTAL-COUNT-O
           WRITE ARCH-RPT-REC FROM WS-ARCH-TOTAL-LINE
           MOVE 'Unfinished Captures Redone' TO ARCH-TOTAL-LABEL-O
           MOVE WS-PARTIAL-CTR TO ARCH-TOTAL-COUNT-O
           WRITE ARCH-RPT-REC FROM WS-ARCH-TOTAL-LINE
           MOVE 'Archive I/O Failures' TO ARCH-TOTAL-LABEL-O
           MOVE WS-WRITE-ERROR-CTR TO ARCH-TOTAL-COUNT-O
           WRITE ARCH-RPT-REC FROM WS-ARCH-TOTAL-LINE
           CLOSE RPT-ARCHIVE
           CLOSE ARCH-RPT-LINE
      * Condition code: a failed archive read, write or delete means a
      * report is not safely kept; a report already on file is worth
      * a look.  A program not run this cycle is only counted.
           IF WS-WRITE-ERROR-CTR > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-ON-FILE-CTR > 0
                 AND RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           PERFORM 950-WRITE-CYCLE-STATUS
           .

      * One status record onto the shared cycle-control file, verdict
      * graded off the condition code just set.  Counts 1-4 mean
      * reports captured, lines archived, reports already on file,
      * reports skipped (program not run or report not produced).
       950-WRITE-CYCLE-STATUS.
           OPEN EXTEND CYCLE-STAT
           MOVE 'RPTARCH' TO CYC-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:8) TO CYC-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO CYC-TIME
           MOVE WS-CAPTURED-CTR   TO CYC-COUNT-1
           MOVE WS-LINES-CTR      TO CYC-COUNT-2
           MOVE WS-ON-FILE-CTR    TO CYC-COUNT-3
           COMPUTE CYC-COUNT-4 = WS-NOT-RUN-CTR + WS-NOT-PRODUCED-CTR
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
