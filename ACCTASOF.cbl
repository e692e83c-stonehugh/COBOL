      **************************************************************************
      * Program Name:               ACCTASOF                                   *
      * Developer:                  PDEVLIN                                    *
      * Created:                    2026-10-15                                 *
      * Developer Contact:                                                     *
      *                                                                        *
      **************************************************************************
      **************************************************************************
      * Modifications
      *  2026-10-15 PDEVLIN
      *    Initial version.  Point-in-time ("as of") reconstruction of
      *    the presidents data, so the auditors' "what did the report
      *    say on such a date" can be answered by rerunning the report
      *    instead of hunting for an old printout.  Reads the current
      *    PRESMAST (input only - the live master is never opened for
      *    update, which is the difference from ACCTBKOT) into a work
      *    table, then rolls back every ACCTJRNL entry from any run
      *    stamped after the requested date/time, newest first, the
      *    same way ACCTBKOT unwinds one run: an add is removed, a
      *    change has its before image put back, a delete is re-added
      *    from its before image.
      *    The as-of point is given on the run-time parameter card as
      *    CCYYMMDD or CCYYMMDDHHMMSS; a date alone means the end of
      *    that day.
      *    The reconstructed records are written in the flat ACCTSORT
      *    layout to ASOFSORT - primaries in ACCT-NO order, then the
      *    continuation records carried through from the flat ACCTSORT
      *    file exactly as ACCTRECN carries them to ACCTUNLD.
      *    JCL note: supply ASOFSORT as ACCTSORT to CNTRLBRK, ALLVIEWS
      *    or SUCCAUDT to reproduce their listings as of that point.
      *    The ASOFRPT listing shows every run unwound (run id, entries,
      *    adds removed, changes restored, deletes re-added) and the
      *    record counts, so the reconstruction can be shown to the
      *    auditors alongside the report it was run for.
      *    Condition code: 0 = clean, 4 = warning (nothing to unwind,
      *    a journal entry that did not fit the master as found, or an
      *    as-of point before the oldest journal entry),
      *    8 = bad or missing as-of parameter, or reconstruction
      *    incomplete (a table overflowed), 12 = file-open failure.
      *
      *  2026-10-15 PDEVLIN
      *    Continuation terms now come from the indexed PRESTERM term
      *    master instead of the unmaintained flat ACCTSORT copy.
      *    PRESTERM is read (input only) into a term table alongside
      *    the master, and the journal's term entries are unwound with
      *    the president entries, newest first: 'T' (term added) is
      *    removed, 'U' (term changed) has its before image put back,
      *    'R' (term removed) is re-added.  Each continuation term
      *    left at the as-of point is written to ASOFSORT as the
      *    continuation record CNTRLBRK's 255-LOAD-CONTINUATIONS
      *    expects, built the same way ACCTRECN unloads it - term
      *    years as the ACCT-NO, the president's names, 'C' in
      *    RESERVED position 2, the term's comments.  A term whose
      *    president is not in the reconstruction is listed as an
      *    anomaly and not written.
      *    Removed RAW-ACCT-REC (ASSIGN TO ACCTSORT).
      *    Added PRES-TERM file (ASSIGN TO PRESTERM), WS-TERM-STATUS,
      *    WS-TERM-TABLE, WS-TIMG-REC, WS-PRS-REC, WS-CONT-OUT-REC.
      *    Added 375-UNWIND-TERM-ADD, 385-UNWIND-TERM-CHANGE,
      *    395-UNWIND-TERM-DELETE, 420-FIND-TERM-ROW,
      *    430-INSERT-TERM-ROW, 500-LOAD-TERMS,
      *    605-WRITE-CONTINUATION, 625-WRITE-ORPHAN-LINE,
      *    720-READ-TERM.
      *    Modified 100-INIT-RTN, 360-UNWIND-ONE-ENTRY,
      *    600-WRITE-RECONSTRUCTION, 900-WRAP-UP.
      *
      *  2026-10-15 PDEVLIN
      *    ASOFRPT now shows the oldest journal entry read.  Once
      *    ACCTRETN has archived the older entries to JRNLARCH, an
      *    as-of point before that entry cannot be reached from
      *    ACCTJRNL alone - the runs between the as-of point and the
      *    purge cutoff are not unwound and ASOFSORT is wrong.  Such a
      *    run is now flagged with a warning and ends RC 4.
      *    JCL note: for an as-of point older than the retained
      *    window, concatenate JRNLARCH ahead of ACCTJRNL.
      *    Added WS-OLDEST-JRNL-STAMP, WS-ASOF-OLDEST-LINE,
      *    WS-ASOF-WARNING-LINE, 630-CHECK-JOURNAL-REACH.
      *    Modified 700-READ-JOURNAL, 900-WRAP-UP.
      *
      *  2026-10-15 PDEVLIN
      *    The entries to unwind are now taken by journal position,
      *    not by stamp.  PRESMNT stamps every entry of a screen
      *    session with the session's start time, so a session begun
      *    before the as-of point that saved changes after it carries
      *    stamps at or before the point, and those changes were kept
      *    in ASOFSORT.  Once the first entry stamped after the as-of
      *    point is read, it and every entry after it in the journal
      *    are unwound, whatever their stamp - the same position rule
      *    ACCTDLTA sends by.  A session whose entries fall on both
      *    sides of a batch run is listed once on ASOFRPT, not once
      *    per stretch.
      *    Still missed: a session started before the as-of point
      *    that saved changes after it, when no entry stamped after
      *    the point lies ahead of those changes in the journal -
      *    nothing in the journal marks when they were saved.  ASOFRPT
      *    prints this as a note on every listing.
      *    Added WS-PAST-ASOF-SW, WS-ASOF-NOTE-LINE,
      *    305-FIND-RUN-ENTRY, 640-WRITE-UNWIND-NOTE.
      *    Modified 300-LOAD-JOURNAL, 310-START-RUN-ENTRY,
      *    900-WRAP-UP.
      **************************************************************************
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ACCTASOF.
       AUTHOR.        PDEVLIN.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *** Indexed presidents master - read only, start point of the
      *** rollback.
           SELECT PRES-MAST ASSIGN TO PRESMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MST-ACCT-NO
              ALTERNATE RECORD KEY IS MST-LAST-NAME WITH DUPLICATES
              FILE STATUS IS WS-MAST-STATUS.
      *** Before-image journal written by ACCTUPDT.
           SELECT OPTIONAL JRNL-FILE ASSIGN TO ACCTJRNL.
      *** Indexed term master - read only, rolled back with the
      *** master; source of the continuation records.
           SELECT PRES-TERM ASSIGN TO PRESTERM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TRM-KEY
              FILE STATUS IS WS-TERM-STATUS.
      *** Reconstructed presidents data in the flat ACCTSORT layout.
           SELECT ASOF-ACCT-REC ASSIGN TO ASOFSORT.
      *** Listing of the runs unwound.
           SELECT OPTIONAL ASOF-RPT-LINE ASSIGN TO ASOFRPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRES-MAST.
       01 MST-FIELDS.
          05 MST-ACCT-NO                PIC X(8).
          05 MST-ACCT-LIMIT             PIC S9(7)V99 COMP-3.
          05 MST-ACCT-BALANCE           PIC S9(7)V99 COMP-3.
          05 MST-LAST-NAME              PIC X(20).
          05 MST-FIRST-NAME             PIC X(15).
          05 MST-CLIENT-ADDR.
             10 MST-STREET-ADDR         PIC X(25).
             10 MST-CITY-COUNTY         PIC X(20).
             10 MST-USA-STATE           PIC X(15).
          05 MST-RESERVED                PIC X(7).
          05 MST-COMMENTS                PIC X(50).

      *** Same layout as ACCTUPDT's JRNL-REC.
       FD  JRNL-FILE RECORDING MODE F.
       01 JRNL-REC.
          05 JRN-RUN-STAMP              PIC X(14).
          05 JRN-ACTION                 PIC X(1).
          05 JRN-BEFORE-IMAGE           PIC X(170).

      *** Same layout as PRESLOAD's TRM-FIELDS.
       FD  PRES-TERM.
       01 TRM-FIELDS.
          05 TRM-KEY.
             10 TRM-PRES-ACCT-NO        PIC X(8).
             10 TRM-START-CCYY          PIC X(4).
          05 TRM-END-CCYY               PIC X(4).
          05 TRM-TERM-TYPE              PIC X(1).
          05 TRM-COMMENTS               PIC X(50).
          05 FILLER                     PIC X(13).

       FD  ASOF-ACCT-REC RECORDING MODE F.
       01 ASOF-ACCT-FIELDS              PIC X(170).

       FD  ASOF-RPT-LINE RECORDING MODE F.
       01 ASOF-RPT-REC                  PIC X(132).

      ***************************************************************
      * STORAGE SECTIONS
      ***************************************************************
       WORKING-STORAGE SECTION.
       01 PROGRAM-INDICATOR-SWITCHES.
          05 WS-EOF-INPUT-SW            PIC X(1)       VALUE 'N'.
             88 EOF-INPUT                              VALUE 'Y'.
          05 WS-MAST-EOF-SW             PIC X(1)       VALUE 'N'.
             88 WS-MAST-EOF                            VALUE 'Y'.
          05 WS-TERM-EOF-SW             PIC X(1)       VALUE 'N'.
             88 WS-TERM-EOF                            VALUE 'Y'.
          05 WS-ROW-FOUND-SW            PIC X(1)       VALUE 'N'.
             88 WS-ROW-FOUND                           VALUE 'Y'.
      *      Set at the first entry stamped after the as-of point -
      *      that entry and every one after it are unwound.
          05 WS-PAST-ASOF-SW            PIC X(1)       VALUE 'N'.
             88 WS-PAST-ASOF                           VALUE 'Y'.

      * Set when any table overflows - the reconstruction is then not
      * a true picture of the master and must not end clean.
       01 WS-TABLE-OVERFLOW-SW          PIC X(1)       VALUE 'N'.
          88 WS-TABLE-OVERFLOWED                       VALUE 'Y'.

       01 WS-MAST-STATUS                PIC X(2)       VALUE '00'.
          88 WS-MAST-OK                                VALUE '00' '02'.

       01 WS-TERM-STATUS                PIC X(2)       VALUE '00'.
          88 WS-TERM-OK                                VALUE '00' '02'.

      * Run-time parameter card carrying the as-of point.
       01 WS-PARM-CARD                  PIC X(80)      VALUE SPACES.
       01 WS-ASOF-STAMP.
          05 WS-ASOF-DATE               PIC X(8).
          05 WS-ASOF-TIME               PIC X(6).

      * Oldest run id on the journal as read - the furthest back the
      * reconstruction can reach.
       01 WS-OLDEST-JRNL-STAMP          PIC X(14)
                                        VALUE HIGH-VALUES.
       01 WS-BEFORE-JRNL-SW             PIC X(1)       VALUE 'N'.
          88 WS-ASOF-BEFORE-JRNL                       VALUE 'Y'.

       01 WS-ASOF-COUNTERS.
          05 WS-MAST-CTR                PIC 9(6)       VALUE 0.
          05 WS-TERM-CTR                PIC 9(6)       VALUE 0.
          05 WS-JRNL-CTR                PIC 9(6)       VALUE 0.
          05 WS-UNWOUND-CTR             PIC 9(6)       VALUE 0.
          05 WS-UNADD-CTR               PIC 9(6)       VALUE 0.
          05 WS-UNCHG-CTR               PIC 9(6)       VALUE 0.
          05 WS-READD-CTR               PIC 9(6)       VALUE 0.
          05 WS-ANOMALY-CTR             PIC 9(6)       VALUE 0.
          05 WS-CONT-CTR                PIC 9(6)       VALUE 0.
          05 WS-WRITTEN-CTR             PIC 9(6)       VALUE 0.

      * The master as it stands, in ACCT-NO order, rolled back in
      * place.  Re-added records are inserted at their key position so
      * ASOFSORT comes out in the same order ACCTRECN's unload does.
       01 WS-PRES-TABLE.
          05 WS-PRES-COUNT              PIC 9(4)       VALUE 0.
          05 WS-PRES-IMAGE              PIC X(170)
                                        OCCURS 5000 TIMES.
       01 WS-PRES-I                     PIC 9(4)       COMP.
       01 WS-ROW-I                      PIC 9(4)       COMP.
       01 WS-SHIFT-I                    PIC 9(4)       COMP.

      * Journal entries from the first one stamped after the as-of
      * point to the end of the journal, in journal order, unwound
      * last-first.
       01 WS-JRNL-TABLE.
          05 WS-JRNL-COUNT              PIC 9(4)       VALUE 0.
          05 WS-JRNL-ENTRY OCCURS 5000 TIMES.
             10 WS-JRNL-RUN-I           PIC 9(4)       COMP.
             10 WS-JRNL-ACTION          PIC X(1).
             10 WS-JRNL-IMAGE           PIC X(170).
       01 WS-JRNL-I                     PIC S9(4)      COMP.

      * One row per run unwound, in the journal order of its first
      * entry, with its counts.
       01 WS-RUN-TABLE.
          05 WS-RUN-COUNT               PIC 9(4)       VALUE 0.
          05 WS-RUN-ENTRY OCCURS 500 TIMES.
             10 WS-RUN-STAMP            PIC X(14).
             10 WS-RUN-ENTRIES          PIC 9(6).
             10 WS-RUN-UNADDS           PIC 9(6).
             10 WS-RUN-UNCHGS           PIC 9(6).
             10 WS-RUN-READDS           PIC 9(6).
       01 WS-RUN-I                      PIC S9(4)      COMP.
       01 WS-CUR-RUN-I                  PIC 9(4)       COMP.

      * PRESTERM as it stands, in TRM-KEY order, rolled back in place
      * the same way - room for a primary term per master row plus
      * the 500 continuations CNTRLBRK can hold.
       01 WS-TERM-TABLE.
          05 WS-TERM-COUNT              PIC 9(4)       VALUE 0.
          05 WS-TERM-IMAGE              PIC X(80)
                                        OCCURS 5500 TIMES.
       01 WS-TERM-I                     PIC 9(4)       COMP.
       01 WS-TROW-I                     PIC 9(4)       COMP.

      * Before image being applied - only its key is looked at here.
       01 WS-IMG-REC.
          05 WS-IMG-ACCT-NO             PIC X(8).
          05 FILLER                     PIC X(162).

      * Term journal image ('T' / 'U' / 'R'), TRM-FIELDS layout.  Also
      * used to pick apart a term-table row at write time.
       01 WS-TIMG-REC.
          05 WS-TIMG-KEY.
             10 WS-TIMG-PRES-ACCT-NO    PIC X(8).
             10 WS-TIMG-START-CCYY      PIC X(4).
          05 WS-TIMG-END-CCYY           PIC X(4).
          05 WS-TIMG-TERM-TYPE          PIC X(1).
             88 WS-TIMG-CONTINUATION                   VALUE 'C'.
          05 WS-TIMG-COMMENTS           PIC X(50).
          05 FILLER                     PIC X(13).
          05 FILLER                     PIC X(90).

      * Reconstructed president row - only the names are looked at.
       01 WS-PRS-REC.
          05 WS-PRS-ACCT-NO             PIC X(8).
          05 FILLER                     PIC X(10).
          05 WS-PRS-LAST-NAME           PIC X(20).
          05 WS-PRS-FIRST-NAME          PIC X(15).
          05 FILLER                     PIC X(117).

      * Continuation record in the flat ACCTSORT layout, as
      * CNTRLBRK's 255-LOAD-CONTINUATIONS reads it.
       01 WS-CONT-OUT-REC.
          05 WS-CNT-ACCT-NO.
             10 WS-CNT-START-CCYY       PIC X(4).
             10 WS-CNT-END-CCYY         PIC X(4).
          05 WS-CNT-ACCT-LIMIT          PIC S9(7)V99 COMP-3.
          05 WS-CNT-ACCT-BALANCE        PIC S9(7)V99 COMP-3.
          05 WS-CNT-LAST-NAME           PIC X(20).
          05 WS-CNT-FIRST-NAME          PIC X(15).
          05 WS-CNT-CLIENT-ADDR         PIC X(60).
          05 WS-CNT-RESERVED            PIC X(7).
          05 WS-CNT-COMMENTS            PIC X(50).

      *************************************************************
      ****** Report headings and detail lines begin here ******
      *************************************************************
       01 WS-BLANK-LINE                 PIC X(132)     VALUE SPACES.

       01 WS-ASOF-HEADER-1.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(12)      VALUE
                'Report: A138'.
          05 FILLER                     PIC X(18)      VALUE SPACES.
          05 FILLER                     PIC X(42)      VALUE
                'PRESMAST Point-In-Time Reconstruction'.
          05 RPT-DATE                   PIC XXXX/XX/XX.

       01 WS-ASOF-POINT-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(22)      VALUE
                'Reconstructed As Of: '.
          05 ASOF-POINT-DATE-O          PIC XXXX/XX/XX.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 ASOF-POINT-TIME-O          PIC XX/XX/XX.

       01 WS-ASOF-OLDEST-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(22)      VALUE
                'Oldest Journal Entry: '.
          05 ASOF-OLDEST-DATE-O         PIC XXXX/XX/XX.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 ASOF-OLDEST-TIME-O         PIC XX/XX/XX.

       01 WS-ASOF-WARNING-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE
                'WARNING'.
          05 ASOF-WARNING-TEXT-O        PIC X(100).

       01 WS-ASOF-NOTE-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE
                'NOTE'.
          05 ASOF-NOTE-TEXT-O           PIC X(100).

       01 WS-ASOF-HEADER-2.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(18)      VALUE
                'RUN UNWOUND'.
          05 FILLER                     PIC X(12)      VALUE 'ENTRIES'.
          05 FILLER                     PIC X(16)      VALUE
                'ADDS REMOVED'.
          05 FILLER                     PIC X(18)      VALUE
                'CHANGES RESTORED'.
          05 FILLER                     PIC X(18)      VALUE
                'DELETES RE-ADDED'.

       01 WS-ASOF-HEADER-3.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(14)      VALUE ALL '='.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 FILLER                     PIC X(7)       VALUE ALL '='.
          05 FILLER                     PIC X(5)       VALUE SPACES.
          05 FILLER                     PIC X(12)      VALUE ALL '='.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 FILLER                     PIC X(16)      VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(16)      VALUE ALL '='.

       01 WS-ASOF-RUN-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 ASOF-RUN-STAMP-O           PIC X(14).
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 ASOF-RUN-ENTRIES-O         PIC ZZZ,ZZ9.
          05 FILLER                     PIC X(10)      VALUE SPACES.
          05 ASOF-RUN-UNADDS-O          PIC ZZZ,ZZ9.
          05 FILLER                     PIC X(13)      VALUE SPACES.
          05 ASOF-RUN-UNCHGS-O          PIC ZZZ,ZZ9.
          05 FILLER                     PIC X(11)      VALUE SPACES.
          05 ASOF-RUN-READDS-O          PIC ZZZ,ZZ9.

       01 WS-ASOF-ANOMALY-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE
                'ANOMALY'.
          05 ASOF-ANOM-STAMP-O          PIC X(14).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 ASOF-ANOM-ACCT-NO-O        PIC X(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 ASOF-ANOM-REASON-O         PIC X(50).

       01 WS-ASOF-TOTAL-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 ASOF-TOTAL-LABEL-O         PIC X(30).
          05 FILLER                     PIC X(1)       VALUE '='.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 ASOF-TOTAL-COUNT-O         PIC ZZZ,ZZ9.

      *------------------
       PROCEDURE DIVISION.
      *------------------
           PERFORM 100-INIT-RTN
           PERFORM 200-LOAD-MASTER UNTIL WS-MAST-EOF
           PERFORM 500-LOAD-TERMS UNTIL WS-TERM-EOF
           PERFORM 300-LOAD-JOURNAL UNTIL EOF-INPUT
           PERFORM 350-UNWIND-ENTRIES
           PERFORM 600-WRITE-RECONSTRUCTION
           PERFORM 900-WRAP-UP
           GOBACK
           .
      * The as-of point must be a numeric date, with an optional
      * numeric time; a date alone is taken as the end of that day, so
      * every run stamped that day is kept.
       100-INIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO RPT-DATE
           ACCEPT WS-PARM-CARD FROM COMMAND-LINE
           MOVE WS-PARM-CARD(1:14) TO WS-ASOF-STAMP
           IF WS-ASOF-TIME = SPACES
              MOVE '235959' TO WS-ASOF-TIME
           END-IF
           IF WS-ASOF-DATE IS NOT NUMERIC
              OR WS-ASOF-TIME IS NOT NUMERIC
              DISPLAY "ACCTASOF - NO VALID AS-OF POINT SUPPLIED"
              DISPLAY "ACCTASOF - GIVE CCYYMMDD OR CCYYMMDDHHMMSS "
                      "ON THE PARAMETER CARD"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-ASOF-DATE TO ASOF-POINT-DATE-O
           MOVE WS-ASOF-TIME TO ASOF-POINT-TIME-O
           OPEN INPUT PRES-MAST
           IF NOT WS-MAST-OK
              DISPLAY "ACCTASOF - CANNOT OPEN PRESMAST, STATUS="
                      WS-MAST-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE LOW-VALUES TO MST-ACCT-NO
           START PRES-MAST KEY IS NOT LESS THAN MST-ACCT-NO
              INVALID KEY
                 SET WS-MAST-EOF TO TRUE
           END-START
           OPEN INPUT PRES-TERM
           IF NOT WS-TERM-OK
              DISPLAY "ACCTASOF - CANNOT OPEN PRESTERM, STATUS="
                      WS-TERM-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE LOW-VALUES TO TRM-KEY
           START PRES-TERM KEY IS NOT LESS THAN TRM-KEY
              INVALID KEY
                 SET WS-TERM-EOF TO TRUE
           END-START
           OPEN INPUT JRNL-FILE
           OPEN OUTPUT ASOF-ACCT-REC
           OPEN OUTPUT ASOF-RPT-LINE
           WRITE ASOF-RPT-REC FROM WS-ASOF-HEADER-1
           WRITE ASOF-RPT-REC FROM WS-ASOF-POINT-LINE
           WRITE ASOF-RPT-REC FROM WS-BLANK-LINE
           WRITE ASOF-RPT-REC FROM WS-ASOF-HEADER-2
           WRITE ASOF-RPT-REC FROM WS-ASOF-HEADER-3
           PERFORM 700-READ-JOURNAL
           .

       200-LOAD-MASTER.
           PERFORM 710-READ-MASTER
           IF NOT WS-MAST-EOF
              ADD 1 TO WS-MAST-CTR
              IF WS-PRES-COUNT < 5000
                 ADD 1 TO WS-PRES-COUNT
                 MOVE MST-FIELDS TO WS-PRES-IMAGE(WS-PRES-COUNT)
              ELSE
                 SET WS-TABLE-OVERFLOWED TO TRUE
                 DISPLAY "ACCTASOF WARNING - MASTER TABLE FULL, "
                         "RECORD DROPPED: ACCT-NO=" MST-ACCT-NO
              END-IF
           END-IF
           .

      * Entries are held from the first one stamped after the as-of
      * point to the end of the journal.  The journal is appended in
      * the order changes were made, but a screen session's entries
      * all carry its start stamp and can sit between a batch run's,
      * so a run's entries need not be contiguous and an entry held
      * may be stamped at or before the as-of point.
       300-LOAD-JOURNAL.
           IF JRN-RUN-STAMP > WS-ASOF-STAMP
              SET WS-PAST-ASOF TO TRUE
           END-IF
           IF WS-PAST-ASOF
              PERFORM 305-FIND-RUN-ENTRY
              IF WS-JRNL-COUNT < 5000
                 ADD 1 TO WS-JRNL-COUNT
                 MOVE WS-CUR-RUN-I TO WS-JRNL-RUN-I(WS-JRNL-COUNT)
                 MOVE JRN-ACTION TO WS-JRNL-ACTION(WS-JRNL-COUNT)
                 MOVE JRN-BEFORE-IMAGE
                    TO WS-JRNL-IMAGE(WS-JRNL-COUNT)
                 ADD 1 TO WS-RUN-ENTRIES(WS-CUR-RUN-I)
              ELSE
                 SET WS-TABLE-OVERFLOWED TO TRUE
                 DISPLAY "ACCTASOF WARNING - JOURNAL TABLE FULL, "
                         "ENTRY NOT UNWOUND: ACCT-NO="
                         JRN-BEFORE-IMAGE(1:8)
              END-IF
           END-IF
           PERFORM 700-READ-JOURNAL
           .

      * The run row for the entry in hand - the row already opened for
      * its stamp, or a new one.
       305-FIND-RUN-ENTRY.
           IF WS-RUN-COUNT = 0
              OR JRN-RUN-STAMP NOT = WS-RUN-STAMP(WS-CUR-RUN-I)
              MOVE ZERO TO WS-CUR-RUN-I
              PERFORM VARYING WS-RUN-I FROM 1 BY 1
                 UNTIL WS-RUN-I > WS-RUN-COUNT
                    OR WS-CUR-RUN-I NOT = ZERO
                 IF WS-RUN-STAMP(WS-RUN-I) = JRN-RUN-STAMP
                    MOVE WS-RUN-I TO WS-CUR-RUN-I
                 END-IF
              END-PERFORM
              IF WS-CUR-RUN-I = ZERO
                 PERFORM 310-START-RUN-ENTRY
              END-IF
           END-IF
           .

      * A run past the run table limit is still unwound - its entries
      * are counted against the last row and the overflow is flagged.
       310-START-RUN-ENTRY.
           IF WS-RUN-COUNT < 500
              ADD 1 TO WS-RUN-COUNT
              MOVE WS-RUN-COUNT TO WS-CUR-RUN-I
              MOVE JRN-RUN-STAMP TO WS-RUN-STAMP(WS-RUN-COUNT)
              MOVE ZERO TO WS-RUN-ENTRIES(WS-RUN-COUNT)
                           WS-RUN-UNADDS(WS-RUN-COUNT)
                           WS-RUN-UNCHGS(WS-RUN-COUNT)
                           WS-RUN-READDS(WS-RUN-COUNT)
           ELSE
              SET WS-TABLE-OVERFLOWED TO TRUE
              MOVE WS-RUN-COUNT TO WS-CUR-RUN-I
              DISPLAY "ACCTASOF WARNING - RUN TABLE FULL, RUN "
                      JRN-RUN-STAMP " LISTED UNDER "
                      WS-RUN-STAMP(WS-RUN-COUNT)
           END-IF
           .

      * Newest entry first, so a record touched by several runs after
      * the as-of point ends at the image of its earliest touch - the
      * state it had at the as-of point.
       350-UNWIND-ENTRIES.
           IF WS-JRNL-COUNT = 0
              DISPLAY "ACCTASOF - NO JOURNAL ENTRIES AFTER "
                      WS-ASOF-STAMP " - MASTER WRITTEN AS IT STANDS"
           END-IF
           PERFORM 360-UNWIND-ONE-ENTRY
              VARYING WS-JRNL-I FROM WS-JRNL-COUNT BY -1
              UNTIL WS-JRNL-I < 1
           .

       360-UNWIND-ONE-ENTRY.
           ADD 1 TO WS-UNWOUND-CTR
           MOVE WS-JRNL-RUN-I(WS-JRNL-I) TO WS-CUR-RUN-I
           MOVE WS-JRNL-IMAGE(WS-JRNL-I) TO WS-IMG-REC
           MOVE WS-JRNL-IMAGE(WS-JRNL-I) TO WS-TIMG-REC
           PERFORM 400-FIND-PRES-ROW
           EVALUATE WS-JRNL-ACTION(WS-JRNL-I)
              WHEN 'A'
                 PERFORM 370-UNWIND-ADD
              WHEN 'C'
                 PERFORM 380-UNWIND-CHANGE
              WHEN 'D'
                 PERFORM 390-UNWIND-DELETE
              WHEN 'T'
                 PERFORM 420-FIND-TERM-ROW
                 PERFORM 375-UNWIND-TERM-ADD
              WHEN 'U'
                 PERFORM 420-FIND-TERM-ROW
                 PERFORM 385-UNWIND-TERM-CHANGE
              WHEN 'R'
                 PERFORM 420-FIND-TERM-ROW
                 PERFORM 395-UNWIND-TERM-DELETE
              WHEN OTHER
                 MOVE 'UNKNOWN JOURNAL ACTION CODE - SKIPPED'
                    TO ASOF-ANOM-REASON-O
                 PERFORM 620-WRITE-ANOMALY-LINE
           END-EVALUATE
           .

      * The run added this record - drop it from the reconstruction.
       370-UNWIND-ADD.
           IF WS-ROW-FOUND
              PERFORM VARYING WS-SHIFT-I FROM WS-ROW-I BY 1
                 UNTIL WS-SHIFT-I NOT < WS-PRES-COUNT
                 MOVE WS-PRES-IMAGE(WS-SHIFT-I + 1)
                    TO WS-PRES-IMAGE(WS-SHIFT-I)
              END-PERFORM
              SUBTRACT 1 FROM WS-PRES-COUNT
              ADD 1 TO WS-UNADD-CTR
              ADD 1 TO WS-RUN-UNADDS(WS-CUR-RUN-I)
           ELSE
              MOVE 'ADDED RECORD NOT ON MASTER - NOTHING TO REMOVE'
                 TO ASOF-ANOM-REASON-O
              PERFORM 620-WRITE-ANOMALY-LINE
           END-IF
           .

      * The run changed this record - put the before image back.  A
      * record since gone from the master is re-inserted: it existed
      * at the as-of point.
       380-UNWIND-CHANGE.
           IF WS-ROW-FOUND
              MOVE WS-IMG-REC TO WS-PRES-IMAGE(WS-ROW-I)
              ADD 1 TO WS-UNCHG-CTR
              ADD 1 TO WS-RUN-UNCHGS(WS-CUR-RUN-I)
           ELSE
              PERFORM 410-INSERT-PRES-ROW
              IF NOT WS-TABLE-OVERFLOWED
                 ADD 1 TO WS-UNCHG-CTR
                 ADD 1 TO WS-RUN-UNCHGS(WS-CUR-RUN-I)
              END-IF
           END-IF
           .

      * The run deleted this record - re-add it from the before image.
      * A record already present (the key was re-added by a later run
      * and that add is still to be unwound) takes the image too.
       390-UNWIND-DELETE.
           IF WS-ROW-FOUND
              MOVE WS-IMG-REC TO WS-PRES-IMAGE(WS-ROW-I)
              MOVE 'DELETED RECORD STILL ON MASTER - IMAGE APPLIED'
                 TO ASOF-ANOM-REASON-O
              PERFORM 620-WRITE-ANOMALY-LINE
           ELSE
              PERFORM 410-INSERT-PRES-ROW
           END-IF
           IF NOT WS-TABLE-OVERFLOWED
              ADD 1 TO WS-READD-CTR
              ADD 1 TO WS-RUN-READDS(WS-CUR-RUN-I)
           END-IF
           .

      * The run added this term - drop it from the term table.
       375-UNWIND-TERM-ADD.
           IF WS-ROW-FOUND
              PERFORM VARYING WS-SHIFT-I FROM WS-TROW-I BY 1
                 UNTIL WS-SHIFT-I NOT < WS-TERM-COUNT
                 MOVE WS-TERM-IMAGE(WS-SHIFT-I + 1)
                    TO WS-TERM-IMAGE(WS-SHIFT-I)
              END-PERFORM
              SUBTRACT 1 FROM WS-TERM-COUNT
              ADD 1 TO WS-UNADD-CTR
              ADD 1 TO WS-RUN-UNADDS(WS-CUR-RUN-I)
           ELSE
              MOVE 'ADDED TERM NOT ON PRESTERM - NOTHING TO REMOVE'
                 TO ASOF-ANOM-REASON-O
              PERFORM 620-WRITE-ANOMALY-LINE
           END-IF
           .

      * The run changed this term - put the before image back, or
      * re-insert it if it has since gone.
       385-UNWIND-TERM-CHANGE.
           IF WS-ROW-FOUND
              MOVE WS-TIMG-REC TO WS-TERM-IMAGE(WS-TROW-I)
              ADD 1 TO WS-UNCHG-CTR
              ADD 1 TO WS-RUN-UNCHGS(WS-CUR-RUN-I)
           ELSE
              PERFORM 430-INSERT-TERM-ROW
              IF NOT WS-TABLE-OVERFLOWED
                 ADD 1 TO WS-UNCHG-CTR
                 ADD 1 TO WS-RUN-UNCHGS(WS-CUR-RUN-I)
              END-IF
           END-IF
           .

      * The run removed this term - re-add it from the before image.
       395-UNWIND-TERM-DELETE.
           IF WS-ROW-FOUND
              MOVE WS-TIMG-REC TO WS-TERM-IMAGE(WS-TROW-I)
              MOVE 'REMOVED TERM STILL ON PRESTERM - IMAGE APPLIED'
                 TO ASOF-ANOM-REASON-O
              PERFORM 620-WRITE-ANOMALY-LINE
           ELSE
              PERFORM 430-INSERT-TERM-ROW
           END-IF
           IF NOT WS-TABLE-OVERFLOWED
              ADD 1 TO WS-READD-CTR
              ADD 1 TO WS-RUN-READDS(WS-CUR-RUN-I)
           END-IF
           .

      * Locates WS-IMG-ACCT-NO in the work table.  On a hit WS-ROW-I
      * is the row; on a miss it is the slot the key belongs in.
       400-FIND-PRES-ROW.
           MOVE 'N' TO WS-ROW-FOUND-SW
           COMPUTE WS-ROW-I = WS-PRES-COUNT + 1
           PERFORM VARYING WS-PRES-I FROM 1 BY 1
              UNTIL WS-PRES-I > WS-PRES-COUNT
              IF WS-PRES-IMAGE(WS-PRES-I)(1:8) = WS-IMG-ACCT-NO
                 SET WS-ROW-FOUND TO TRUE
                 MOVE WS-PRES-I TO WS-ROW-I
                 MOVE WS-PRES-COUNT TO WS-PRES-I
              ELSE
                 IF WS-PRES-IMAGE(WS-PRES-I)(1:8) > WS-IMG-ACCT-NO
                    MOVE WS-PRES-I TO WS-ROW-I
                    MOVE WS-PRES-COUNT TO WS-PRES-I
                 END-IF
              END-IF
           END-PERFORM
           .

       410-INSERT-PRES-ROW.
           IF WS-PRES-COUNT < 5000
              PERFORM VARYING WS-SHIFT-I FROM WS-PRES-COUNT BY -1
                 UNTIL WS-SHIFT-I < WS-ROW-I
                 MOVE WS-PRES-IMAGE(WS-SHIFT-I)
                    TO WS-PRES-IMAGE(WS-SHIFT-I + 1)
              END-PERFORM
              ADD 1 TO WS-PRES-COUNT
              MOVE WS-IMG-REC TO WS-PRES-IMAGE(WS-ROW-I)
           ELSE
              SET WS-TABLE-OVERFLOWED TO TRUE
              DISPLAY "ACCTASOF WARNING - MASTER TABLE FULL, "
                      "RECORD NOT RESTORED: ACCT-NO=" WS-IMG-ACCT-NO
           END-IF
           .

      * Locates WS-TIMG-KEY in the term table.  On a hit WS-TROW-I is
      * the row; on a miss it is the slot the key belongs in.
       420-FIND-TERM-ROW.
           MOVE 'N' TO WS-ROW-FOUND-SW
           COMPUTE WS-TROW-I = WS-TERM-COUNT + 1
           PERFORM VARYING WS-TERM-I FROM 1 BY 1
              UNTIL WS-TERM-I > WS-TERM-COUNT
              IF WS-TERM-IMAGE(WS-TERM-I)(1:12) = WS-TIMG-KEY
                 SET WS-ROW-FOUND TO TRUE
                 MOVE WS-TERM-I TO WS-TROW-I
                 MOVE WS-TERM-COUNT TO WS-TERM-I
              ELSE
                 IF WS-TERM-IMAGE(WS-TERM-I)(1:12) > WS-TIMG-KEY
                    MOVE WS-TERM-I TO WS-TROW-I
                    MOVE WS-TERM-COUNT TO WS-TERM-I
                 END-IF
              END-IF
           END-PERFORM
           .

       430-INSERT-TERM-ROW.
           IF WS-TERM-COUNT < 5500
              PERFORM VARYING WS-SHIFT-I FROM WS-TERM-COUNT BY -1
                 UNTIL WS-SHIFT-I < WS-TROW-I
                 MOVE WS-TERM-IMAGE(WS-SHIFT-I)
                    TO WS-TERM-IMAGE(WS-SHIFT-I + 1)
              END-PERFORM
              ADD 1 TO WS-TERM-COUNT
              MOVE WS-TIMG-REC TO WS-TERM-IMAGE(WS-TROW-I)
           ELSE
              SET WS-TABLE-OVERFLOWED TO TRUE
              DISPLAY "ACCTASOF WARNING - TERM TABLE FULL, "
                      "TERM NOT RESTORED: KEY=" WS-TIMG-KEY
           END-IF
           .

       500-LOAD-TERMS.
           PERFORM 720-READ-TERM
           IF NOT WS-TERM-EOF
              ADD 1 TO WS-TERM-CTR
              IF WS-TERM-COUNT < 5500
                 ADD 1 TO WS-TERM-COUNT
                 MOVE TRM-FIELDS TO WS-TERM-IMAGE(WS-TERM-COUNT)
              ELSE
                 SET WS-TABLE-OVERFLOWED TO TRUE
                 DISPLAY "ACCTASOF WARNING - TERM TABLE FULL, "
                         "TERM DROPPED: KEY=" TRM-KEY
              END-IF
           END-IF
           .

      * Primaries in ACCT-NO order, continuations at the end - the same
      * shape as ACCTRECN's ACCTUNLD.  A primary term needs no record
      * of its own; it is the president's ACCT-NO.
       600-WRITE-RECONSTRUCTION.
           PERFORM VARYING WS-PRES-I FROM 1 BY 1
              UNTIL WS-PRES-I > WS-PRES-COUNT
              ADD 1 TO WS-WRITTEN-CTR
              WRITE ASOF-ACCT-FIELDS FROM WS-PRES-IMAGE(WS-PRES-I)
           END-PERFORM
           PERFORM VARYING WS-TERM-I FROM 1 BY 1
              UNTIL WS-TERM-I > WS-TERM-COUNT
              MOVE WS-TERM-IMAGE(WS-TERM-I) TO WS-TIMG-REC
              IF WS-TIMG-CONTINUATION
                 PERFORM 605-WRITE-CONTINUATION
              END-IF
           END-PERFORM
           .

      * One continuation record, names taken from the reconstructed
      * president - CNTRLBRK matches continuations to primaries by
      * name, so a term whose president is not in the reconstruction
      * cannot be written.
       605-WRITE-CONTINUATION.
           MOVE WS-TIMG-PRES-ACCT-NO TO WS-IMG-ACCT-NO
           PERFORM 400-FIND-PRES-ROW
           IF WS-ROW-FOUND
              MOVE WS-PRES-IMAGE(WS-ROW-I) TO WS-PRS-REC
              MOVE SPACES              TO WS-CONT-OUT-REC
              MOVE WS-TIMG-START-CCYY  TO WS-CNT-START-CCYY
              MOVE WS-TIMG-END-CCYY    TO WS-CNT-END-CCYY
              MOVE ZERO                TO WS-CNT-ACCT-LIMIT
                                          WS-CNT-ACCT-BALANCE
              MOVE WS-PRS-LAST-NAME    TO WS-CNT-LAST-NAME
              MOVE WS-PRS-FIRST-NAME   TO WS-CNT-FIRST-NAME
              MOVE 'C'                 TO WS-CNT-RESERVED(2:1)
              MOVE WS-TIMG-COMMENTS    TO WS-CNT-COMMENTS
              ADD 1 TO WS-CONT-CTR
              ADD 1 TO WS-WRITTEN-CTR
              WRITE ASOF-ACCT-FIELDS FROM WS-CONT-OUT-REC
           ELSE
              PERFORM 625-WRITE-ORPHAN-LINE
           END-IF
           .

      * Runs listed last-opened first - about the order they were
      * unwound in (a session's row opens at its first entry held).
       610-WRITE-RUN-LINES.
           PERFORM VARYING WS-RUN-I FROM WS-RUN-COUNT BY -1
              UNTIL WS-RUN-I < 1
              MOVE WS-RUN-STAMP(WS-RUN-I)   TO ASOF-RUN-STAMP-O
              MOVE WS-RUN-ENTRIES(WS-RUN-I) TO ASOF-RUN-ENTRIES-O
              MOVE WS-RUN-UNADDS(WS-RUN-I)  TO ASOF-RUN-UNADDS-O
              MOVE WS-RUN-UNCHGS(WS-RUN-I)  TO ASOF-RUN-UNCHGS-O
              MOVE WS-RUN-READDS(WS-RUN-I)  TO ASOF-RUN-READDS-O
              WRITE ASOF-RPT-REC FROM WS-ASOF-RUN-LINE
           END-PERFORM
           .

      * A journal entry that did not fit the master as found - listed
      * under the run it belongs to, reason set by the caller.
       620-WRITE-ANOMALY-LINE.
           ADD 1 TO WS-ANOMALY-CTR
           MOVE WS-RUN-STAMP(WS-CUR-RUN-I) TO ASOF-ANOM-STAMP-O
           MOVE WS-IMG-ACCT-NO TO ASOF-ANOM-ACCT-NO-O
           WRITE ASOF-RPT-REC FROM WS-ASOF-ANOMALY-LINE
           MOVE SPACES TO ASOF-ANOM-REASON-O
           .

      * A continuation term with no president at the as-of point -
      * not tied to any run, so listed without a run id.
       625-WRITE-ORPHAN-LINE.
           ADD 1 TO WS-ANOMALY-CTR
           MOVE SPACES TO ASOF-ANOM-STAMP-O
           MOVE WS-TIMG-PRES-ACCT-NO TO ASOF-ANOM-ACCT-NO-O
           MOVE 'TERM WITH NO PRESIDENT - CONTINUATION NOT WRITTEN'
              TO ASOF-ANOM-REASON-O
           WRITE ASOF-RPT-REC FROM WS-ASOF-ANOMALY-LINE
           MOVE SPACES TO ASOF-ANOM-REASON-O
           .

      * The as-of point against the oldest journal entry read.  Runs
      * before that entry are not on ACCTJRNL, so an earlier point
      * cannot be reconstructed without the archived entries.
       630-CHECK-JOURNAL-REACH.
           IF WS-JRNL-CTR = 0
              MOVE 'NONE' TO ASOF-OLDEST-DATE-O
              MOVE SPACES TO ASOF-OLDEST-TIME-O
           ELSE
              MOVE WS-OLDEST-JRNL-STAMP(1:8)  TO ASOF-OLDEST-DATE-O
              MOVE WS-OLDEST-JRNL-STAMP(9:6)  TO ASOF-OLDEST-TIME-O
           END-IF
           WRITE ASOF-RPT-REC FROM WS-ASOF-OLDEST-LINE
           IF WS-JRNL-CTR > 0
              AND WS-ASOF-STAMP < WS-OLDEST-JRNL-STAMP
              SET WS-ASOF-BEFORE-JRNL TO TRUE
              STRING 'AS-OF POINT IS BEFORE THE OLDEST ACCTJRNL ENTRY '
                     '- RUNS BEFORE IT ARE NOT ON ACCTJRNL'
                 DELIMITED BY SIZE INTO ASOF-WARNING-TEXT-O
              END-STRING
              WRITE ASOF-RPT-REC FROM WS-ASOF-WARNING-LINE
              MOVE 'CONCATENATE JRNLARCH AHEAD OF ACCTJRNL AND RERUN'
                 TO ASOF-WARNING-TEXT-O
              WRITE ASOF-RPT-REC FROM WS-ASOF-WARNING-LINE
           END-IF
           .

      * The one case the position rule cannot see, printed on every
      * run so the reconstruction is not taken for more than it is.
       640-WRITE-UNWIND-NOTE.
           STRING 'ENTRIES ARE UNWOUND FROM THE FIRST ONE STAMPED '
                  'AFTER THE AS-OF POINT TO THE END OF ACCTJRNL'
              DELIMITED BY SIZE INTO ASOF-NOTE-TEXT-O
           END-STRING
           WRITE ASOF-RPT-REC FROM WS-ASOF-NOTE-LINE
           MOVE SPACES TO ASOF-NOTE-TEXT-O
           STRING 'A PRESMNT SESSION STARTED BEFORE THE POINT IS '
                  'MISSED FOR CHANGES SAVED AHEAD OF THAT ENTRY'
              DELIMITED BY SIZE INTO ASOF-NOTE-TEXT-O
           END-STRING
           WRITE ASOF-RPT-REC FROM WS-ASOF-NOTE-LINE
           .

       700-READ-JOURNAL.
           READ JRNL-FILE
           AT END
              MOVE 'Y' TO WS-EOF-INPUT-SW
           NOT AT END
              ADD 1 TO WS-JRNL-CTR
              IF JRN-RUN-STAMP < WS-OLDEST-JRNL-STAMP
                 MOVE JRN-RUN-STAMP TO WS-OLDEST-JRNL-STAMP
              END-IF
           END-READ
           .

       710-READ-MASTER.
           READ PRES-MAST NEXT
              AT END
                 SET WS-MAST-EOF TO TRUE
           END-READ
           .

       720-READ-TERM.
           READ PRES-TERM NEXT
              AT END
                 SET WS-TERM-EOF TO TRUE
           END-READ
           .

       900-WRAP-UP.
           PERFORM 610-WRITE-RUN-LINES
           WRITE ASOF-RPT-REC FROM WS-BLANK-LINE
           PERFORM 630-CHECK-JOURNAL-REACH
           PERFORM 640-WRITE-UNWIND-NOTE
           WRITE ASOF-RPT-REC FROM WS-BLANK-LINE
           MOVE 'PRESMAST Records Read' TO ASOF-TOTAL-LABEL-O
           MOVE WS-MAST-CTR TO ASOF-TOTAL-COUNT-O
           WRITE ASOF-RPT-REC FROM WS-ASOF-TOTAL-LINE
           MOVE 'PRESTERM Records Read' TO ASOF-TOTAL-LABEL-O
           MOVE WS-TERM-CTR TO ASOF-TOTAL-COUNT-O
           WRITE ASOF-RPT-REC FROM WS-ASOF-TOTAL-LINE
           MOVE 'Journal Records Read' TO ASOF-TOTAL-LABEL-O
           MOVE WS-JRNL-CTR TO ASOF-TOTAL-COUNT-O
           WRITE ASOF-RPT-REC FROM WS-ASOF-TOTAL-LINE
           MOVE 'Runs Unwound' TO ASOF-TOTAL-LABEL-O
           MOVE WS-RUN-COUNT TO ASOF-TOTAL-COUNT-O
           WRITE ASOF-RPT-REC FROM WS-ASOF-TOTAL-LINE
           MOVE 'Journal Entries Unwound' TO ASOF-TOTAL-LABEL-O
           MOVE WS-UNWOUND-CTR TO ASOF-TOTAL-COUNT-O
           WRITE ASOF-RPT-REC FROM WS-ASOF-TOTAL-LINE
           MOVE 'Adds Removed' TO ASOF-TOTAL-LABEL-O
           MOVE WS-UNADD-CTR TO ASOF-TOTAL-COUNT-O
           WRITE ASOF-RPT-REC FROM WS-ASOF-TOTAL-LINE
           MOVE 'Changes Restored' TO ASOF-TOTAL-LABEL-O
           MOVE WS-UNCHG-CTR TO ASOF-TOTAL-COUNT-O
           WRITE ASOF-RPT-REC FROM WS-ASOF-TOTAL-LINE
           MOVE 'Deletes Re-Added' TO ASOF-TOTAL-LABEL-O
           MOVE WS-READD-CTR TO ASOF-TOTAL-COUNT-O
           WRITE ASOF-RPT-REC FROM WS-ASOF-TOTAL-LINE
           MOVE 'Anomalies' TO ASOF-TOTAL-LABEL-O
           MOVE WS-ANOMALY-CTR TO ASOF-TOTAL-COUNT-O
           WRITE ASOF-RPT-REC FROM WS-ASOF-TOTAL-LINE
           MOVE 'Continuations Written' TO ASOF-TOTAL-LABEL-O
           MOVE WS-CONT-CTR TO ASOF-TOTAL-COUNT-O
           WRITE ASOF-RPT-REC FROM WS-ASOF-TOTAL-LINE
           MOVE 'Records Written' TO ASOF-TOTAL-LABEL-O
           MOVE WS-WRITTEN-CTR TO ASOF-TOTAL-COUNT-O
           WRITE ASOF-RPT-REC FROM WS-ASOF-TOTAL-LINE
           CLOSE PRES-MAST
           CLOSE PRES-TERM
           CLOSE JRNL-FILE
           CLOSE ASOF-ACCT-REC
           CLOSE ASOF-RPT-LINE
      * Condition code: an overflow means ASOFSORT is not the master
      * as it stood; nothing to unwind usually means a mistyped date;
      * a point before the journal needs JRNLARCH.
           IF WS-TABLE-OVERFLOWED
              MOVE 8 TO RETURN-CODE
           ELSE
              IF (WS-JRNL-COUNT = 0 OR WS-ANOMALY-CTR > 0
                  OR WS-ASOF-BEFORE-JRNL)
                 AND RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .
