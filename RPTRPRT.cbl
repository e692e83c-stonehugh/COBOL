      **************************************************************************
      * Program Name:               RPTRPRT                                    *
      * Developer:                  PDEVLIN                                    *
      * Created:                    2026-10-15                                 *
      * Developer Contact:                                                     *
      *                                                                        *
      **************************************************************************
      **************************************************************************
      * Modifications
      *  2026-10-15 PDEVLIN
      *    Initial version.  On-demand listing and reprint from the
      *    RPTARCH report archive that the nightly RPTARCH step fills,
      *    so last month's CNTRLBRK, ALLVIEWS or SUCCAUDT listing can
      *    be produced again exactly as it printed.  Ad hoc, like
      *    ACCTASOF - no CYCLSTAT record.  Driven by the run-time
      *    parameter card:
      *      'L' in position 1 lists what is on file for the run dates
      *      in positions 3-10 (from, CCYYMMDD) through 12-19 (to,
      *      CCYYMMDD - blank means the from date only): run date and
      *      time, program, report, report id, description, pages,
      *      lines and the step's CYCLSTAT verdict.  Run date and
      *      time are listed as CCYYMMDD and HHMMSS, the way a reprint
      *      card takes them.
      *      'R' in position 1 reprints one report - run date in 3-10,
      *      run time in 12-17, program in 19-26 and report (DD) name
      *      in 28-35, exactly as the listing shows them - in full, or
      *      for the page range in positions 37-41 (first page) and
      *      43-47 (last page; blank means through the last page).
      *    Every reprinted page is preceded by a REPRINT stamp line
      *    carrying the report, the ORIGINAL run date and time, the
      *    page number and the date and time of the reprint, and the
      *    reprint closes with an end-of-reprint stamp, so a reprint
      *    can never be mistaken for tonight's run.
      *    Output goes to RPRTRPT - the directory listing is report
      *    A146; a reprint carries the original report's own headings
      *    under the stamps.
      *    Condition code: 0 = clean, 4 = nothing on file for the
      *    dates listed, 8 = bad parameter card, report not on file or
      *    page range outside the report, 12 = archive open failure.
      *
      *  2026-10-15 PDEVLIN
      *    LINES and VERDICT headings moved over to sit above their
      *    columns and the underline.
      *    Modified WS-LIST-HEADER-2.
      **************************************************************************
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RPTRPRT.
       AUTHOR.        PDEVLIN.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *** Indexed report archive - read only.
           SELECT RPT-ARCHIVE ASSIGN TO RPTARCH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ARC-KEY
              FILE STATUS IS WS-ARC-STATUS.
      *** Directory listing or reprinted report.
           SELECT OPTIONAL RPRT-RPT-LINE ASSIGN TO RPRTRPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *** Same layout as RPTARCH's ARC-REC.
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

       FD  RPRT-RPT-LINE RECORDING MODE F.
       01 RPRT-RPT-REC                  PIC X(181).

      ***************************************************************
      * STORAGE SECTIONS
      ***************************************************************
       WORKING-STORAGE SECTION.
       01 PROGRAM-INDICATOR-SWITCHES.
          05 WS-ARC-EOF-SW              PIC X(1)       VALUE 'N'.
             88 WS-ARC-EOF                             VALUE 'Y'.

       01 WS-ARC-STATUS                 PIC X(2)       VALUE '00'.
          88 WS-ARC-OK                                 VALUE '00' '02'.

      * Run-time parameter card.
       01 WS-PARM-CARD                  PIC X(80)      VALUE SPACES.
       01 WS-FUNCTION                   PIC X(1).
          88 WS-LIST-RUN                               VALUE 'L'.
          88 WS-REPRINT-RUN                            VALUE 'R'.

      * Listing date range.
       01 WS-LIST-RANGE.
          05 WS-FROM-DATE               PIC X(8).
          05 WS-TO-DATE                 PIC X(8).

      * Report asked for and the page range wanted.
       01 WS-REPRINT-REQUEST.
          05 WS-REQ-RUN-DATE            PIC X(8).
          05 WS-REQ-RUN-TIME            PIC X(6).
          05 WS-REQ-PROGRAM             PIC X(8).
          05 WS-REQ-REPORT              PIC X(8).
          05 WS-REQ-FIRST-PAGE-X        PIC X(5).
          05 WS-REQ-FIRST-PAGE          REDEFINES WS-REQ-FIRST-PAGE-X
                                        PIC 9(5).
          05 WS-REQ-LAST-PAGE-X         PIC X(5).
          05 WS-REQ-LAST-PAGE           REDEFINES WS-REQ-LAST-PAGE-X
                                        PIC 9(5).

       01 WS-RPRT-COUNTERS.
          05 WS-LISTED-CTR              PIC 9(6)       VALUE 0.
          05 WS-LISTED-PAGES-CTR        PIC 9(7)       VALUE 0.
          05 WS-RPRT-PAGES-CTR          PIC 9(6)       VALUE 0.
          05 WS-RPRT-LINES-CTR          PIC 9(7)       VALUE 0.
          05 WS-STAMP-PAGE              PIC 9(5)       VALUE 0.

      * The directory record of the report being reprinted.
       01 WS-REPRINT-DIR.
          05 WS-RPRT-REPORT-ID          PIC X(4).
          05 WS-RPRT-PAGES              PIC 9(5).

      * Edit work fields for dates and times on the stamps.
       01 WS-EDIT-FIELDS.
          05 WS-EDIT-DATE               PIC XXXX/XX/XX.
          05 WS-EDIT-TIME.
             10 WS-EDIT-HH              PIC X(2).
             10 FILLER                  PIC X(1)       VALUE ':'.
             10 WS-EDIT-MM              PIC X(2).
             10 FILLER                  PIC X(1)       VALUE ':'.
             10 WS-EDIT-SS              PIC X(2).
          05 WS-TIME-IN                 PIC X(6).
          05 WS-NOW-DATE                PIC X(8).
          05 WS-NOW-TIME                PIC X(6).

      *************************************************************
      ****** Report headings and detail lines begin here ******
      *************************************************************
       01 WS-BLANK-LINE                 PIC X(181)     VALUE SPACES.

       01 WS-LIST-HEADER-1.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(12)      VALUE
                'Report: A146'.
          05 FILLER                     PIC X(18)      VALUE SPACES.
          05 FILLER                     PIC X(42)      VALUE
                'Report Archive Directory'.
          05 RPT-DATE                   PIC XXXX/XX/XX.

       01 WS-LIST-RANGE-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(16)      VALUE
                'RUNS DATED FROM '.
          05 LIST-FROM-DATE-O           PIC X(10).
          05 FILLER                     PIC X(9)       VALUE
                ' THROUGH '.
          05 LIST-TO-DATE-O             PIC X(10).

       01 WS-LIST-HEADER-2.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE 'RUN DATE'.
          05 FILLER                     PIC X(8)       VALUE 'TIME'.
          05 FILLER                     PIC X(10)      VALUE 'PROGRAM'.
          05 FILLER                     PIC X(10)      VALUE 'REPORT'.
          05 FILLER                     PIC X(6)       VALUE 'ID'.
          05 FILLER                     PIC X(32)      VALUE
                'DESCRIPTION'.
          05 FILLER                     PIC X(7)       VALUE 'PAGES'.
          05 FILLER                     PIC X(9)       VALUE '  LINES'.
          05 FILLER                     PIC X(7)       VALUE 'VERDICT'.

       01 WS-LIST-HEADER-3.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(6)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(4)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(30)      VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(5)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(7)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(7)       VALUE ALL '='.

       01 WS-LIST-DETAIL-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 LIST-RUN-DATE-O            PIC X(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 LIST-RUN-TIME-O            PIC X(6).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 LIST-PROGRAM-O             PIC X(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 LIST-REPORT-O              PIC X(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 LIST-REPORT-ID-O           PIC X(4).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 LIST-DESC-O                PIC X(30).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 LIST-PAGES-O               PIC ZZZZ9.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 LIST-LINES-O               PIC ZZZZZZ9.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 LIST-VERDICT-O             PIC X(4).

       01 WS-LIST-TOTAL-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 LIST-TOTAL-LABEL-O         PIC X(30).
          05 FILLER                     PIC X(1)       VALUE '='.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 LIST-TOTAL-COUNT-O         PIC Z,ZZZ,ZZ9.

      * Stamp printed ahead of every reprinted page.
       01 WS-REPRINT-STAMP.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(16)      VALUE
                '*** REPRINT *** '.
          05 STAMP-REPORT-ID-O          PIC X(4).
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 STAMP-PROGRAM-O            PIC X(8).
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 STAMP-REPORT-O             PIC X(8).
          05 FILLER                     PIC X(15)      VALUE
                '  ORIGINAL RUN '.
          05 STAMP-RUN-DATE-O           PIC X(10).
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 STAMP-RUN-TIME-O           PIC X(8).
          05 FILLER                     PIC X(8)       VALUE
                '  PAGE '.
          05 STAMP-PAGE-O               PIC ZZZZ9.
          05 FILLER                     PIC X(4)       VALUE ' OF '.
          05 STAMP-PAGES-O              PIC ZZZZ9.
          05 FILLER                     PIC X(12)      VALUE
                '  REPRINTED '.
          05 STAMP-NOW-DATE-O           PIC X(10).
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 STAMP-NOW-TIME-O           PIC X(8).
          05 FILLER                     PIC X(4)       VALUE ' ***'.

      * Closing stamp after the last page reprinted.
       01 WS-REPRINT-END-STAMP.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(23)      VALUE
                '*** END OF REPRINT *** '.
          05 END-PAGES-O                PIC ZZZZ9.
          05 FILLER                     PIC X(12)      VALUE
                ' PAGE(S) OF '.
          05 END-REPORT-O               PIC X(8).
          05 FILLER                     PIC X(14)      VALUE
                ' ORIGINAL RUN '.
          05 END-RUN-DATE-O             PIC X(10).
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 END-RUN-TIME-O             PIC X(8).
          05 FILLER                     PIC X(4)       VALUE ' ***'.

      *------------------
       PROCEDURE DIVISION.
      *------------------
           PERFORM 100-INIT-RTN
           IF WS-LIST-RUN
              PERFORM 300-LIST-ARCHIVE
           ELSE
              PERFORM 500-REPRINT-REPORT
           END-IF
           PERFORM 900-WRAP-UP
           GOBACK
           .
      * The parameter card is checked in full before the archive is
      * opened - a bad card ends the run with nothing written.
       100-INIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOW-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           ACCEPT WS-PARM-CARD FROM COMMAND-LINE
           MOVE WS-PARM-CARD(1:1) TO WS-FUNCTION
           EVALUATE TRUE
              WHEN WS-LIST-RUN
                 PERFORM 110-EDIT-LIST-PARM
              WHEN WS-REPRINT-RUN
                 PERFORM 120-EDIT-REPRINT-PARM
              WHEN OTHER
                 DISPLAY "RPTRPRT - POSITION 1 OF THE PARAMETER CARD "
                         "MUST BE L (LIST) OR R (REPRINT)"
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE
           IF RETURN-CODE = 8
              GOBACK
           END-IF
           OPEN INPUT RPT-ARCHIVE
           IF NOT WS-ARC-OK
              DISPLAY "RPTRPRT - CANNOT OPEN RPTARCH, STATUS="
                      WS-ARC-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT RPRT-RPT-LINE
           .

       110-EDIT-LIST-PARM.
           MOVE WS-PARM-CARD(3:8)  TO WS-FROM-DATE
           MOVE WS-PARM-CARD(12:8) TO WS-TO-DATE
           IF WS-TO-DATE = SPACES
              MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE IS NOT NUMERIC
              OR WS-TO-DATE IS NOT NUMERIC
              DISPLAY "RPTRPRT - LIST NEEDS A FROM DATE (CCYYMMDD) IN "
                      "POSITIONS 3-10, TO DATE OPTIONAL IN 12-19"
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-FROM-DATE > WS-TO-DATE
                 DISPLAY "RPTRPRT - FROM DATE " WS-FROM-DATE
                         " IS AFTER TO DATE " WS-TO-DATE
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           .

       120-EDIT-REPRINT-PARM.
           MOVE WS-PARM-CARD(3:8)  TO WS-REQ-RUN-DATE
           MOVE WS-PARM-CARD(12:6) TO WS-REQ-RUN-TIME
           MOVE WS-PARM-CARD(19:8) TO WS-REQ-PROGRAM
           MOVE WS-PARM-CARD(28:8) TO WS-REQ-REPORT
           MOVE WS-PARM-CARD(37:5) TO WS-REQ-FIRST-PAGE-X
           MOVE WS-PARM-CARD(43:5) TO WS-REQ-LAST-PAGE-X
           IF WS-REQ-FIRST-PAGE-X = SPACES
              MOVE 1 TO WS-REQ-FIRST-PAGE
           END-IF
           IF WS-REQ-LAST-PAGE-X = SPACES
              MOVE 99999 TO WS-REQ-LAST-PAGE
           END-IF
           IF WS-REQ-RUN-DATE IS NOT NUMERIC
              OR WS-REQ-RUN-TIME IS NOT NUMERIC
              OR WS-REQ-PROGRAM = SPACES
              OR WS-REQ-REPORT = SPACES
              DISPLAY "RPTRPRT - REPRINT NEEDS RUN DATE (3-10), RUN "
                      "TIME (12-17), PROGRAM (19-26) AND REPORT "
                      "(28-35)"
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-REQ-FIRST-PAGE-X IS NOT NUMERIC
                 OR WS-REQ-LAST-PAGE-X IS NOT NUMERIC
                 OR WS-REQ-FIRST-PAGE = ZERO
                 OR WS-REQ-FIRST-PAGE > WS-REQ-LAST-PAGE
                 DISPLAY "RPTRPRT - PAGE RANGE (37-41, 43-47) NOT "
                         "VALID: '" WS-REQ-FIRST-PAGE-X "' TO '"
                         WS-REQ-LAST-PAGE-X "'"
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           .

      * Walks the archive from the first run on the from date.  Each
      * report's directory record (line zero) is the first of its
      * key, so after listing it the read skips straight past the
      * report's lines to the next report.
       300-LIST-ARCHIVE.
           MOVE WS-FROM-DATE TO WS-EDIT-DATE
           MOVE WS-EDIT-DATE TO LIST-FROM-DATE-O
           MOVE WS-TO-DATE TO WS-EDIT-DATE
           MOVE WS-EDIT-DATE TO LIST-TO-DATE-O
           WRITE RPRT-RPT-REC FROM WS-LIST-HEADER-1
           WRITE RPRT-RPT-REC FROM WS-LIST-RANGE-LINE
           WRITE RPRT-RPT-REC FROM WS-BLANK-LINE
           WRITE RPRT-RPT-REC FROM WS-LIST-HEADER-2
           WRITE RPRT-RPT-REC FROM WS-LIST-HEADER-3
           MOVE LOW-VALUES TO ARC-KEY
           MOVE WS-FROM-DATE TO ARC-RUN-DATE
           START RPT-ARCHIVE KEY IS NOT LESS THAN ARC-KEY
              INVALID KEY
                 SET WS-ARC-EOF TO TRUE
           END-START
           PERFORM 710-READ-ARCHIVE
           PERFORM 310-LIST-ONE-REPORT
              UNTIL WS-ARC-EOF
                 OR ARC-RUN-DATE > WS-TO-DATE
           WRITE RPRT-RPT-REC FROM WS-BLANK-LINE
           MOVE 'Reports On File' TO LIST-TOTAL-LABEL-O
           MOVE WS-LISTED-CTR TO LIST-TOTAL-COUNT-O
           WRITE RPRT-RPT-REC FROM WS-LIST-TOTAL-LINE
           MOVE 'Pages On File' TO LIST-TOTAL-LABEL-O
           MOVE WS-LISTED-PAGES-CTR TO LIST-TOTAL-COUNT-O
           WRITE RPRT-RPT-REC FROM WS-LIST-TOTAL-LINE
           IF WS-LISTED-CTR = ZERO
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      * A report with no directory record (its capture did not
      * finish) is passed over - it is not a complete report.
       310-LIST-ONE-REPORT.
           IF ARC-LINE-NO = ZERO
              ADD 1 TO WS-LISTED-CTR
              ADD ARC-DIR-PAGES TO WS-LISTED-PAGES-CTR
              MOVE ARC-RUN-DATE      TO LIST-RUN-DATE-O
              MOVE ARC-RUN-TIME      TO LIST-RUN-TIME-O
              MOVE ARC-PROGRAM       TO LIST-PROGRAM-O
              MOVE ARC-REPORT        TO LIST-REPORT-O
              MOVE ARC-DIR-REPORT-ID TO LIST-REPORT-ID-O
              MOVE ARC-DIR-DESC      TO LIST-DESC-O
              MOVE ARC-DIR-PAGES     TO LIST-PAGES-O
              MOVE ARC-DIR-LINES     TO LIST-LINES-O
              MOVE ARC-DIR-VERDICT   TO LIST-VERDICT-O
              WRITE RPRT-RPT-REC FROM WS-LIST-DETAIL-LINE
           END-IF
           MOVE 999999 TO ARC-LINE-NO
           START RPT-ARCHIVE KEY IS GREATER THAN ARC-KEY
              INVALID KEY
                 SET WS-ARC-EOF TO TRUE
           END-START
           IF NOT WS-ARC-EOF
              PERFORM 710-READ-ARCHIVE
           END-IF
           .

      * Reads the report's directory record for its page count, then
      * its lines from the first page wanted, stamping each page.
       500-REPRINT-REPORT.
           MOVE WS-REQ-RUN-DATE TO ARC-RUN-DATE
           MOVE WS-REQ-RUN-TIME TO ARC-RUN-TIME
           MOVE WS-REQ-PROGRAM  TO ARC-PROGRAM
           MOVE WS-REQ-REPORT   TO ARC-REPORT
           MOVE ZERO TO ARC-LINE-NO
           READ RPT-ARCHIVE
              INVALID KEY
                 DISPLAY "RPTRPRT - NOT ON FILE: " WS-REQ-RUN-DATE " "
                         WS-REQ-RUN-TIME " " WS-REQ-PROGRAM " "
                         WS-REQ-REPORT
                 MOVE 8 TO RETURN-CODE
           END-READ
           IF RETURN-CODE < 8
              MOVE ARC-DIR-REPORT-ID TO WS-RPRT-REPORT-ID
              MOVE ARC-DIR-PAGES     TO WS-RPRT-PAGES
              IF WS-REQ-LAST-PAGE > WS-RPRT-PAGES
                 MOVE WS-RPRT-PAGES TO WS-REQ-LAST-PAGE
              END-IF
              IF WS-REQ-FIRST-PAGE > WS-RPRT-PAGES
                 DISPLAY "RPTRPRT - REPORT HAS " WS-RPRT-PAGES
                         " PAGE(S), FIRST PAGE ASKED FOR IS "
                         WS-REQ-FIRST-PAGE
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM 505-REPRINT-PAGES
              END-IF
           END-IF
           .

       505-REPRINT-PAGES.
           PERFORM 510-SET-STAMP-FIELDS
           MOVE ZERO TO WS-STAMP-PAGE
           MOVE 1 TO ARC-LINE-NO
           START RPT-ARCHIVE KEY IS NOT LESS THAN ARC-KEY
              INVALID KEY
                 SET WS-ARC-EOF TO TRUE
           END-START
           IF NOT WS-ARC-EOF
              PERFORM 710-READ-ARCHIVE
           END-IF
           PERFORM 520-REPRINT-LINE
              UNTIL WS-ARC-EOF
                 OR ARC-RUN-DATE NOT = WS-REQ-RUN-DATE
                 OR ARC-RUN-TIME NOT = WS-REQ-RUN-TIME
                 OR ARC-PROGRAM  NOT = WS-REQ-PROGRAM
                 OR ARC-REPORT   NOT = WS-REQ-REPORT
                 OR ARC-PAGE-NO  > WS-REQ-LAST-PAGE
           MOVE WS-RPRT-PAGES-CTR TO END-PAGES-O
           MOVE WS-REQ-REPORT     TO END-REPORT-O
           WRITE RPRT-RPT-REC FROM WS-BLANK-LINE
           WRITE RPRT-RPT-REC FROM WS-REPRINT-END-STAMP
           .

      * The parts of the stamp that are the same on every page.
       510-SET-STAMP-FIELDS.
           MOVE WS-RPRT-REPORT-ID TO STAMP-REPORT-ID-O
           MOVE WS-REQ-PROGRAM    TO STAMP-PROGRAM-O
           MOVE WS-REQ-REPORT     TO STAMP-REPORT-O
           MOVE WS-RPRT-PAGES     TO STAMP-PAGES-O
           MOVE WS-REQ-RUN-DATE TO WS-EDIT-DATE
           MOVE WS-EDIT-DATE    TO STAMP-RUN-DATE-O
                                   END-RUN-DATE-O
           MOVE WS-REQ-RUN-TIME TO WS-TIME-IN
           PERFORM 530-EDIT-TIME
           MOVE WS-EDIT-TIME    TO STAMP-RUN-TIME-O
                                   END-RUN-TIME-O
           MOVE WS-NOW-DATE     TO WS-EDIT-DATE
           MOVE WS-EDIT-DATE    TO STAMP-NOW-DATE-O
           MOVE WS-NOW-TIME     TO WS-TIME-IN
           PERFORM 530-EDIT-TIME
           MOVE WS-EDIT-TIME    TO STAMP-NOW-TIME-O
           .

      * One archived line; a line on a new page gets the page's stamp
      * (and a blank line to set it off) ahead of it.  Lines before
      * the first page wanted are read past.
       520-REPRINT-LINE.
           IF ARC-PAGE-NO NOT < WS-REQ-FIRST-PAGE
              IF ARC-PAGE-NO NOT = WS-STAMP-PAGE
                 MOVE ARC-PAGE-NO TO WS-STAMP-PAGE
                 MOVE ARC-PAGE-NO TO STAMP-PAGE-O
                 IF WS-RPRT-PAGES-CTR > ZERO
                    WRITE RPRT-RPT-REC FROM WS-BLANK-LINE
                 END-IF
                 WRITE RPRT-RPT-REC FROM WS-REPRINT-STAMP
                 ADD 1 TO WS-RPRT-PAGES-CTR
              END-IF
              WRITE RPRT-RPT-REC FROM ARC-LINE-TEXT
              ADD 1 TO WS-RPRT-LINES-CTR
           END-IF
           PERFORM 710-READ-ARCHIVE
           .

       530-EDIT-TIME.
           MOVE WS-TIME-IN(1:2) TO WS-EDIT-HH
           MOVE WS-TIME-IN(3:2) TO WS-EDIT-MM
           MOVE WS-TIME-IN(5:2) TO WS-EDIT-SS
           .

       710-READ-ARCHIVE.
           READ RPT-ARCHIVE NEXT
              AT END
                 SET WS-ARC-EOF TO TRUE
           END-READ
           .

       900-WRAP-UP.
           CLOSE RPT-ARCHIVE
           CLOSE RPRT-RPT-LINE
           .
