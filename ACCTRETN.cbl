      **************************************************************************
      * Program Name:               ACCTRETN                                   *
      * Developer:                  PDEVLIN                                    *
      * Created:                    2026-10-15                                 *
      * Developer Contact:                                                     *
      *                                                                        *
      **************************************************************************
      **************************************************************************
      * Modifications
      *  2026-10-15 PDEVLIN
      *    Initial version.  Retention, archive and purge for the
      *    permanent files that until now only ever grew: the ACCTJRNL
      *    before-image journal and the RUNHIST run-statistics history
      *    (both OPTIONAL / EXTEND in every writer, so ACCTBKOT and
      *    RUNTREND read the whole history from the start every time),
      *    and the CNTRLBRK suspense queue.
      *    Driven by the RETNRULE retention-rules cards, one per file:
      *      cols  1-8   file id - ACCTJRNL, RUNHIST, SUSPENSE,
      *                  ACCTEXTP, or BACKOUT for the backout window;
      *      col  10     D = keep by days, G = keep by generations;
      *      cols 12-15  how many days / generations to keep.
      *    ACCTJRNL by days keeps every entry stamped on or after the
      *    cutoff date; by generations it keeps the entries of the
      *    newest N run ids (batch runs and screen sessions alike).
      *    RUNHIST is kept the same way on its run start date/time.
      *    The suspense queue is kept by generations only - an item
      *    that has sat on suspense more than N cycles comes off the
      *    queue; suspense items carry no date, so a D card is
      *    rejected.  The ACCTEXTP prior extracts are whole generations
      *    that ACCTCOMP reads one at a time, so there is nothing in
      *    them to trim - an ACCTEXTP card is listed for the record
      *    only.  JCL note: the ACCTEXTP generation count is the GDG
      *    LIMIT.
      *    Expired records are appended to the archive files
      *    (JRNLARCH, RUNHARCH, SUSPARCH) and the live file is
      *    rewritten, by way of the RETNWORK work file, with only the
      *    records inside the window.  A file is rewritten only when
      *    something expired.
      *    The journal is never purged into the backout window
      *    (BACKOUT card, 30 days when there is no card): a rule that
      *    would archive any entry stamped inside the window is
      *    refused and the journal is left exactly as it is.
      *    JCL note: an ACCTASOF reconstruction or an ACCTBKOT backout
      *    older than the retained window needs JRNLARCH concatenated
      *    ahead of ACCTJRNL; SUSPOLD is the current suspense queue -
      *    the SUSPNEW the last CNTRLBRK wrote.
      *    Prints the RETNRPT retention report (rules in force, every
      *    run / record / item archived, and the before / archived /
      *    kept counts per file), and writes a CYCLSTAT status record
      *    so NIGHTRPT shows the step.
      *    Condition code: 0 = clean, 4 = a rule card rejected or a
      *    purge refused, 12 = file-open failure.
      **************************************************************************
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ACCTRETN.
       AUTHOR.        PDEVLIN.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *** Retention-rules cards - one per file.
           SELECT RETN-RULES ASSIGN TO RETNRULE
              FILE STATUS IS WS-RULE-STATUS.
      *** Permanent files under retention, and their archives.
           SELECT OPTIONAL JRNL-FILE     ASSIGN TO ACCTJRNL.
           SELECT OPTIONAL JRNL-ARCH     ASSIGN TO JRNLARCH.
           SELECT OPTIONAL RUN-HISTORY   ASSIGN TO RUNHIST.
           SELECT OPTIONAL RUNH-ARCH     ASSIGN TO RUNHARCH.
           SELECT OPTIONAL SUSP-QUEUE    ASSIGN TO SUSPOLD.
           SELECT OPTIONAL SUSP-ARCH     ASSIGN TO SUSPARCH.
      *** Records inside the window, held while the live file is
      *** rewritten.
           SELECT RETN-WORK ASSIGN TO RETNWORK
              FILE STATUS IS WS-WORK-STATUS.
      *** Retention report.
           SELECT RETN-RPT-LINE ASSIGN TO RETNRPT.
      *** Shared cycle-control file - one status record appended per
      *** step per cycle, read by the NIGHTRPT dashboard.
           SELECT OPTIONAL CYCLE-STAT    ASSIGN TO CYCLSTAT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  RETN-RULES RECORDING MODE F.
       01 RUL-REC.
          05 RUL-FILE-ID                PIC X(8).
             88 RUL-JOURNAL                            VALUE 'ACCTJRNL'.
             88 RUL-RUN-HISTORY                        VALUE 'RUNHIST'.
             88 RUL-SUSPENSE                           VALUE 'SUSPENSE'.
             88 RUL-PRIOR-EXTRACT                      VALUE 'ACCTEXTP'.
             88 RUL-BACKOUT                            VALUE 'BACKOUT'.
          05 FILLER                     PIC X(1).
          05 RUL-UNIT                   PIC X(1).
             88 RUL-DAYS                               VALUE 'D'.
             88 RUL-GENERATIONS                        VALUE 'G'.
          05 FILLER                     PIC X(1).
          05 RUL-KEEP-X                 PIC X(4).
          05 RUL-KEEP-COUNT REDEFINES RUL-KEEP-X
                                        PIC 9(4).
          05 FILLER                     PIC X(65).

      *** Same layout as ACCTUPDT's JRNL-REC.
       FD  JRNL-FILE RECORDING MODE F.
       01 JRNL-REC.
          05 JRN-RUN-STAMP              PIC X(14).
          05 JRN-ACTION                 PIC X(1).
          05 JRN-BEFORE-IMAGE           PIC X(170).

       FD  JRNL-ARCH RECORDING MODE F.
       01 JRNL-ARCH-REC                 PIC X(185).

      *** Same layout as CNTRLBRK's RUN-HIST-REC.
       FD  RUN-HISTORY RECORDING MODE F.
       01 RUN-HIST-REC.
          05 RH-START-STAMP.
             10 RH-START-DATE           PIC X(8).
             10 RH-START-TIME           PIC X(6).
          05 RH-END-DATE                PIC X(8).
          05 RH-END-TIME                PIC X(6).
          05 RH-RESTART-FLAG            PIC X(1).
          05 RH-BREAK-KEY-MODE          PIC X(1).
          05 RH-RECORDS-SORTED          PIC 9(6).
          05 RH-DETAIL-LINES            PIC 9(6).
          05 RH-EXCEPTIONS              PIC 9(6).
          05 RH-CHECKPOINTS             PIC 9(6).
          05 RH-RECON-RESULT            PIC X(1).

       FD  RUNH-ARCH RECORDING MODE F.
       01 RUNH-ARCH-REC                 PIC X(55).

      *** Same layout as CNTRLBRK's SUSP-OLD-REC.
       FD  SUSP-QUEUE RECORDING MODE F.
       01 SUSP-QUEUE-REC.
          05 SUSP-QUEUE-CYCLE           PIC 9(3).
          05 SUSP-QUEUE-REASON          PIC X(40).
          05 SUSP-QUEUE-ACCT-FIELDS.
             10 SUSP-QUEUE-ACCT-NO      PIC X(8).
             10 FILLER                  PIC X(10).
             10 SUSP-QUEUE-LAST-NAME    PIC X(20).
             10 FILLER                  PIC X(132).

       FD  SUSP-ARCH RECORDING MODE F.
       01 SUSP-ARCH-REC                 PIC X(213).

       FD  RETN-WORK RECORDING MODE F.
       01 RETN-WORK-REC                 PIC X(213).

       FD  RETN-RPT-LINE RECORDING MODE F.
       01 RETN-RPT-REC                  PIC X(132).

      * Cycle-control status record - counts 1-4 mean records read,
      * archived and kept across every file, and rule cards rejected
      * plus purges refused.
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
          05 WS-RULE-EOF-SW             PIC X(1)       VALUE 'N'.
             88 WS-RULE-EOF                            VALUE 'Y'.
          05 WS-LIVE-EOF-SW             PIC X(1)       VALUE 'N'.
             88 WS-LIVE-EOF                            VALUE 'Y'.
          05 WS-WORK-EOF-SW             PIC X(1)       VALUE 'N'.
             88 WS-WORK-EOF                            VALUE 'Y'.
          05 WS-RULE-VALID-SW           PIC X(1)       VALUE 'Y'.
             88 WS-RULE-VALID                          VALUE 'Y'.
          05 WS-STAMP-FOUND-SW          PIC X(1)       VALUE 'N'.
             88 WS-STAMP-FOUND                         VALUE 'Y'.

       01 WS-RULE-STATUS                PIC X(2)       VALUE '00'.
          88 WS-RULE-OK                                VALUE '00'.
       01 WS-WORK-STATUS                PIC X(2)       VALUE '00'.
          88 WS-WORK-OK                                VALUE '00'.

      * The rule in force for each file - unit D / G (space = no
      * card, file left as it is) and the count to keep.
       01 WS-RETENTION-RULES.
          05 WS-JRNL-RULE-UNIT          PIC X(1)       VALUE SPACE.
          05 WS-JRNL-RULE-KEEP          PIC 9(4)       VALUE 0.
          05 WS-RUNH-RULE-UNIT          PIC X(1)       VALUE SPACE.
          05 WS-RUNH-RULE-KEEP          PIC 9(4)       VALUE 0.
          05 WS-SUSP-RULE-UNIT          PIC X(1)       VALUE SPACE.
          05 WS-SUSP-RULE-KEEP          PIC 9(4)       VALUE 0.
          05 WS-EXTP-RULE-UNIT          PIC X(1)       VALUE SPACE.
          05 WS-EXTP-RULE-KEEP          PIC 9(4)       VALUE 0.
          05 WS-BACKOUT-DAYS            PIC 9(4)       VALUE 30.
          05 WS-BACKOUT-CARD-SW         PIC X(1)       VALUE 'N'.
             88 WS-BACKOUT-CARD-READ                   VALUE 'Y'.

      * Rule in hand while one file is processed.
       01 WS-CUR-RULE-UNIT              PIC X(1).
          88 WS-CUR-DAYS                               VALUE 'D'.
          88 WS-CUR-GENERATIONS                        VALUE 'G'.
       01 WS-CUR-RULE-KEEP              PIC 9(4).

      * Date work - today, and a date N days back, as CCYYMMDD and as
      * a day number.
       01 WS-DATE-WORK.
          05 WS-TODAY-DATE              PIC 9(8).
          05 WS-TODAY-INT               PIC 9(7).
          05 WS-BACK-DATE               PIC 9(8).
          05 WS-BACK-DATE-X REDEFINES WS-BACK-DATE
                                        PIC X(8).
          05 WS-BACK-DAYS               PIC 9(4).

      * Cutoff for the file in hand - a record stamped before it is
      * archived (LOW-VALUES = nothing expires) - and the oldest
      * journal stamp the backout window protects.
       01 WS-CUTOFF-STAMP               PIC X(14).
       01 WS-BACKOUT-FLOOR-STAMP        PIC X(14).
       01 WS-REC-STAMP                  PIC X(14).

      * Newest run ids seen on the file in hand, newest first - for a
      * generations rule the oldest of the newest N is the cutoff.
       01 WS-GEN-TABLE.
          05 WS-GEN-COUNT               PIC 9(4)       VALUE 0.
          05 WS-GEN-STAMP OCCURS 999 TIMES
                                        PIC X(14).
       01 WS-GEN-I                      PIC 9(4)       COMP.
       01 WS-GEN-SLOT                   PIC 9(4)       COMP.

      * Journal entries archived for one run id - printed as one line
      * when the run id changes.
       01 WS-ARCH-RUN-STAMP             PIC X(14)      VALUE SPACES.
       01 WS-ARCH-RUN-CTR               PIC 9(6)       VALUE 0.

      * Counts for the file in hand.
       01 WS-FILE-COUNTERS.
          05 WS-FILE-READ-CTR           PIC 9(6)       VALUE 0.
          05 WS-FILE-ARCH-CTR           PIC 9(6)       VALUE 0.
          05 WS-FILE-KEPT-CTR           PIC 9(6)       VALUE 0.
          05 WS-FILE-AFTER-CTR          PIC 9(6)       VALUE 0.

      * Run totals.
       01 WS-RETN-COUNTERS.
          05 WS-RULE-CTR                PIC 9(6)       VALUE 0.
          05 WS-RULE-REJ-CTR            PIC 9(6)       VALUE 0.
          05 WS-REFUSED-CTR             PIC 9(6)       VALUE 0.
          05 WS-TOTAL-READ-CTR          PIC 9(6)       VALUE 0.
          05 WS-TOTAL-ARCH-CTR          PIC 9(6)       VALUE 0.
          05 WS-TOTAL-KEPT-CTR          PIC 9(6)       VALUE 0.

      * This run's start timestamp (CCYYMMDDHHMMSS), printed on the
      * report header.
       01 WS-RUN-STAMP                  PIC X(14).

      *************************************************************
      ****** Report headings and detail lines begin here ******
      *************************************************************
       01 WS-BLANK-LINE                 PIC X(132)     VALUE SPACES.

       01 WS-RETN-HEADER-1.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(12)      VALUE
                'Report: A139'.
          05 FILLER                     PIC X(18)      VALUE SPACES.
          05 FILLER                     PIC X(42)      VALUE
                'Retention / Archive / Purge Report'.
          05 RPT-DATE                   PIC XXXX/XX/XX.

       01 WS-RETN-RUN-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE
                'Run Id: '.
          05 RETN-RUN-STAMP-O           PIC X(14).

       01 WS-RETN-HEADER-2.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE 'ACTION'.
          05 FILLER                     PIC X(10)      VALUE 'FILE'.
          05 FILLER                     PIC X(16)      VALUE
                'RUN ID / KEY'.
          05 FILLER                     PIC X(10)      VALUE
                '   RECORDS'.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(60)      VALUE
                'DETAIL'.

       01 WS-RETN-HEADER-3.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(14)      VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(60)      VALUE ALL '='.

       01 WS-RETN-DETAIL-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 RETN-ACTION-O              PIC X(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 RETN-FILE-O                PIC X(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 RETN-KEY-O                 PIC X(14).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 RETN-COUNT-O               PIC Z,ZZZ,ZZ9.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 RETN-TEXT-O                PIC X(60).

       01 WS-RETN-TOTAL-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 RETN-TOTAL-LABEL-O         PIC X(30).
          05 FILLER                     PIC X(1)       VALUE '='.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 RETN-TOTAL-COUNT-O         PIC ZZZ,ZZ9.

      * Work fields for the text on a detail line.
       01 WS-TEXT-WORK.
          05 WS-KEEP-X                  PIC Z,ZZ9.
          05 WS-CYCLE-X                 PIC ZZ9.

      *------------------
       PROCEDURE DIVISION.
      *------------------
           PERFORM 100-INIT-RTN
           PERFORM 200-RETAIN-JOURNAL
           PERFORM 300-RETAIN-RUN-HISTORY
           PERFORM 400-RETAIN-SUSPENSE
           PERFORM 450-LIST-PRIOR-EXTRACT
           PERFORM 900-WRAP-UP
           GOBACK
           .
       100-INIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP TO RETN-RUN-STAMP-O
           MOVE WS-RUN-STAMP(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           OPEN INPUT RETN-RULES
           IF NOT WS-RULE-OK
              DISPLAY "ACCTRETN - CANNOT OPEN RETNRULE, STATUS="
                      WS-RULE-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT RETN-RPT-LINE
           WRITE RETN-RPT-REC FROM WS-RETN-HEADER-1
           WRITE RETN-RPT-REC FROM WS-RETN-RUN-LINE
           WRITE RETN-RPT-REC FROM WS-BLANK-LINE
           WRITE RETN-RPT-REC FROM WS-RETN-HEADER-2
           WRITE RETN-RPT-REC FROM WS-RETN-HEADER-3
           PERFORM 150-LOAD-RULES
           PERFORM 170-LIST-BACKOUT-WINDOW
           WRITE RETN-RPT-REC FROM WS-BLANK-LINE
           .

      *************************************************************
      * Retention-rules cards
      *************************************************************
       150-LOAD-RULES.
           PERFORM UNTIL WS-RULE-EOF
              READ RETN-RULES
                 AT END
                    SET WS-RULE-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-RULE-CTR
                    PERFORM 160-EDIT-RULE-CARD
              END-READ
           END-PERFORM
           CLOSE RETN-RULES
           .

      * A card is taken only when every field passes; a rejected card
      * leaves its file exactly as it is.
       160-EDIT-RULE-CARD.
           MOVE 'Y' TO WS-RULE-VALID-SW
           MOVE SPACES TO WS-RETN-DETAIL-LINE
           MOVE RUL-FILE-ID TO RETN-FILE-O
           EVALUATE TRUE
              WHEN NOT (RUL-JOURNAL OR RUL-RUN-HISTORY OR RUL-SUSPENSE
                        OR RUL-PRIOR-EXTRACT OR RUL-BACKOUT)
                 MOVE 'UNKNOWN FILE ID' TO RETN-TEXT-O
                 PERFORM 610-WRITE-RULE-REJECT
              WHEN NOT (RUL-DAYS OR RUL-GENERATIONS)
                 MOVE 'UNIT NOT D (DAYS) / G (GENERATIONS)'
                    TO RETN-TEXT-O
                 PERFORM 610-WRITE-RULE-REJECT
              WHEN RUL-KEEP-X IS NOT NUMERIC
                 MOVE 'KEEP COUNT NOT NUMERIC' TO RETN-TEXT-O
                 PERFORM 610-WRITE-RULE-REJECT
              WHEN RUL-KEEP-COUNT = ZERO
                 MOVE 'KEEP COUNT ZERO - WOULD PURGE EVERYTHING'
                    TO RETN-TEXT-O
                 PERFORM 610-WRITE-RULE-REJECT
              WHEN RUL-GENERATIONS AND RUL-KEEP-COUNT > 999
                 MOVE 'GENERATIONS OVER 999' TO RETN-TEXT-O
                 PERFORM 610-WRITE-RULE-REJECT
              WHEN RUL-BACKOUT AND NOT RUL-DAYS
                 MOVE 'BACKOUT WINDOW MUST BE GIVEN IN DAYS'
                    TO RETN-TEXT-O
                 PERFORM 610-WRITE-RULE-REJECT
              WHEN RUL-SUSPENSE AND NOT RUL-GENERATIONS
                 MOVE 'SUSPENSE ITEMS CARRY NO DATE - USE G (CYCLES)'
                    TO RETN-TEXT-O
                 PERFORM 610-WRITE-RULE-REJECT
           END-EVALUATE
           IF WS-RULE-VALID
              EVALUATE TRUE
                 WHEN RUL-JOURNAL
                    MOVE RUL-UNIT       TO WS-JRNL-RULE-UNIT
                    MOVE RUL-KEEP-COUNT TO WS-JRNL-RULE-KEEP
                 WHEN RUL-RUN-HISTORY
                    MOVE RUL-UNIT       TO WS-RUNH-RULE-UNIT
                    MOVE RUL-KEEP-COUNT TO WS-RUNH-RULE-KEEP
                 WHEN RUL-SUSPENSE
                    MOVE RUL-UNIT       TO WS-SUSP-RULE-UNIT
                    MOVE RUL-KEEP-COUNT TO WS-SUSP-RULE-KEEP
                 WHEN RUL-PRIOR-EXTRACT
                    MOVE RUL-UNIT       TO WS-EXTP-RULE-UNIT
                    MOVE RUL-KEEP-COUNT TO WS-EXTP-RULE-KEEP
                 WHEN RUL-BACKOUT
                    MOVE RUL-KEEP-COUNT TO WS-BACKOUT-DAYS
                    SET WS-BACKOUT-CARD-READ TO TRUE
              END-EVALUATE
              MOVE 'RULE' TO RETN-ACTION-O
              MOVE RUL-KEEP-COUNT TO WS-KEEP-X
              IF RUL-DAYS
                 STRING 'KEEP ' WS-KEEP-X ' DAYS'
                    DELIMITED BY SIZE INTO RETN-TEXT-O
                 END-STRING
              ELSE
                 STRING 'KEEP ' WS-KEEP-X ' GENERATIONS'
                    DELIMITED BY SIZE INTO RETN-TEXT-O
                 END-STRING
              END-IF
              PERFORM 600-WRITE-RPT-LINE
           END-IF
           .

      * The oldest journal stamp the backout window protects.
       170-LIST-BACKOUT-WINDOW.
           MOVE WS-BACKOUT-DAYS TO WS-BACK-DAYS
           PERFORM 510-COMPUTE-BACK-DATE
           MOVE WS-BACK-DATE-X TO WS-BACKOUT-FLOOR-STAMP
           MOVE '000000' TO WS-BACKOUT-FLOOR-STAMP(9:6)
           IF NOT WS-BACKOUT-CARD-READ
              MOVE 'RULE'     TO RETN-ACTION-O
              MOVE 'BACKOUT'  TO RETN-FILE-O
              MOVE WS-BACKOUT-DAYS TO WS-KEEP-X
              STRING 'KEEP ' WS-KEEP-X ' DAYS (NO CARD - DEFAULT)'
                 DELIMITED BY SIZE INTO RETN-TEXT-O
              END-STRING
              PERFORM 600-WRITE-RPT-LINE
           END-IF
           MOVE 'WINDOW'   TO RETN-ACTION-O
           MOVE 'ACCTJRNL' TO RETN-FILE-O
           MOVE WS-BACKOUT-FLOOR-STAMP TO RETN-KEY-O
           MOVE 'JOURNAL FROM THIS RUN ID ON IS NEVER PURGED'
              TO RETN-TEXT-O
           PERFORM 600-WRITE-RPT-LINE
           .

      *************************************************************
      * ACCTJRNL - before-image journal
      *************************************************************
       200-RETAIN-JOURNAL.
           MOVE WS-JRNL-RULE-UNIT TO WS-CUR-RULE-UNIT
           MOVE WS-JRNL-RULE-KEEP TO WS-CUR-RULE-KEEP
           MOVE 'ACCTJRNL' TO RETN-FILE-O
           IF WS-CUR-RULE-UNIT = SPACE
              MOVE 'NO RULE CARD - LEFT AS IS' TO RETN-TEXT-O
              PERFORM 620-WRITE-NO-RULE-LINE
           ELSE
              MOVE LOW-VALUES TO WS-CUTOFF-STAMP
              IF WS-CUR-DAYS
                 PERFORM 520-DAYS-CUTOFF
              ELSE
                 PERFORM 210-SCAN-JOURNAL-RUNS
              END-IF
      * The rule must not reach into the backout window.
              IF WS-CUTOFF-STAMP > WS-BACKOUT-FLOOR-STAMP
                 ADD 1 TO WS-REFUSED-CTR
                 MOVE 'REFUSED'  TO RETN-ACTION-O
                 MOVE 'ACCTJRNL' TO RETN-FILE-O
                 MOVE WS-CUTOFF-STAMP TO RETN-KEY-O
                 MOVE 'RULE REACHES INTO BACKOUT WINDOW - NOT PURGED'
                    TO RETN-TEXT-O
                 PERFORM 600-WRITE-RPT-LINE
              ELSE
                 PERFORM 220-SPLIT-JOURNAL
                 IF WS-FILE-ARCH-CTR > 0
                    PERFORM 230-REWRITE-JOURNAL
                 END-IF
                 MOVE 'ACCTJRNL' TO RETN-FILE-O
                 PERFORM 630-WRITE-FILE-SUMMARY
              END-IF
           END-IF
           WRITE RETN-RPT-REC FROM WS-BLANK-LINE
           .

      * Generations rule - the run ids on file, newest N kept.
       210-SCAN-JOURNAL-RUNS.
           MOVE ZERO TO WS-GEN-COUNT
           MOVE 'N' TO WS-LIVE-EOF-SW
           OPEN INPUT JRNL-FILE
           PERFORM UNTIL WS-LIVE-EOF
              READ JRNL-FILE
                 AT END
                    SET WS-LIVE-EOF TO TRUE
                 NOT AT END
                    MOVE JRN-RUN-STAMP TO WS-REC-STAMP
                    PERFORM 530-KEEP-NEWEST-STAMP
              END-READ
           END-PERFORM
           CLOSE JRNL-FILE
           PERFORM 540-GENERATIONS-CUTOFF
           .

       220-SPLIT-JOURNAL.
           MOVE ZERO TO WS-FILE-COUNTERS
           MOVE SPACES TO WS-ARCH-RUN-STAMP
           MOVE ZERO TO WS-ARCH-RUN-CTR
           MOVE 'N' TO WS-LIVE-EOF-SW
           OPEN INPUT JRNL-FILE
           OPEN EXTEND JRNL-ARCH
           PERFORM 550-OPEN-WORK-OUTPUT
           PERFORM UNTIL WS-LIVE-EOF
              READ JRNL-FILE
                 AT END
                    SET WS-LIVE-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-FILE-READ-CTR
                    IF JRN-RUN-STAMP < WS-CUTOFF-STAMP
                       ADD 1 TO WS-FILE-ARCH-CTR
                       WRITE JRNL-ARCH-REC FROM JRNL-REC
                       IF JRN-RUN-STAMP NOT = WS-ARCH-RUN-STAMP
                          PERFORM 640-WRITE-ARCHIVED-RUN
                          MOVE JRN-RUN-STAMP TO WS-ARCH-RUN-STAMP
                       END-IF
                       ADD 1 TO WS-ARCH-RUN-CTR
                    ELSE
                       ADD 1 TO WS-FILE-KEPT-CTR
                       MOVE SPACES TO RETN-WORK-REC
                       MOVE JRNL-REC TO RETN-WORK-REC
                       WRITE RETN-WORK-REC
                    END-IF
              END-READ
           END-PERFORM
           PERFORM 640-WRITE-ARCHIVED-RUN
           CLOSE JRNL-FILE
           CLOSE JRNL-ARCH
           CLOSE RETN-WORK
           .

      * The live journal rewritten with the entries inside the window.
       230-REWRITE-JOURNAL.
           MOVE ZERO TO WS-FILE-AFTER-CTR
           MOVE 'N' TO WS-WORK-EOF-SW
           OPEN INPUT RETN-WORK
           OPEN OUTPUT JRNL-FILE
           PERFORM UNTIL WS-WORK-EOF
              READ RETN-WORK
                 AT END
                    SET WS-WORK-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-FILE-AFTER-CTR
                    MOVE RETN-WORK-REC(1:185) TO JRNL-REC
                    WRITE JRNL-REC
              END-READ
           END-PERFORM
           CLOSE RETN-WORK
           CLOSE JRNL-FILE
           .

      *************************************************************
      * RUNHIST - CNTRLBRK run statistics
      *************************************************************
       300-RETAIN-RUN-HISTORY.
           MOVE WS-RUNH-RULE-UNIT TO WS-CUR-RULE-UNIT
           MOVE WS-RUNH-RULE-KEEP TO WS-CUR-RULE-KEEP
           MOVE 'RUNHIST' TO RETN-FILE-O
           IF WS-CUR-RULE-UNIT = SPACE
              MOVE 'NO RULE CARD - LEFT AS IS' TO RETN-TEXT-O
              PERFORM 620-WRITE-NO-RULE-LINE
           ELSE
              MOVE LOW-VALUES TO WS-CUTOFF-STAMP
              IF WS-CUR-DAYS
                 PERFORM 520-DAYS-CUTOFF
              ELSE
                 PERFORM 310-SCAN-RUN-HISTORY
              END-IF
              PERFORM 320-SPLIT-RUN-HISTORY
              IF WS-FILE-ARCH-CTR > 0
                 PERFORM 330-REWRITE-RUN-HISTORY
              END-IF
              MOVE 'RUNHIST' TO RETN-FILE-O
              PERFORM 630-WRITE-FILE-SUMMARY
           END-IF
           WRITE RETN-RPT-REC FROM WS-BLANK-LINE
           .

       310-SCAN-RUN-HISTORY.
           MOVE ZERO TO WS-GEN-COUNT
           MOVE 'N' TO WS-LIVE-EOF-SW
           OPEN INPUT RUN-HISTORY
           PERFORM UNTIL WS-LIVE-EOF
              READ RUN-HISTORY
                 AT END
                    SET WS-LIVE-EOF TO TRUE
                 NOT AT END
                    MOVE RH-START-STAMP TO WS-REC-STAMP
                    PERFORM 530-KEEP-NEWEST-STAMP
              END-READ
           END-PERFORM
           CLOSE RUN-HISTORY
           PERFORM 540-GENERATIONS-CUTOFF
           .

      * One report line per run archived.
       320-SPLIT-RUN-HISTORY.
           MOVE ZERO TO WS-FILE-COUNTERS
           MOVE 'N' TO WS-LIVE-EOF-SW
           OPEN INPUT RUN-HISTORY
           OPEN EXTEND RUNH-ARCH
           PERFORM 550-OPEN-WORK-OUTPUT
           PERFORM UNTIL WS-LIVE-EOF
              READ RUN-HISTORY
                 AT END
                    SET WS-LIVE-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-FILE-READ-CTR
                    IF RH-START-STAMP < WS-CUTOFF-STAMP
                       ADD 1 TO WS-FILE-ARCH-CTR
                       WRITE RUNH-ARCH-REC FROM RUN-HIST-REC
                       MOVE 'ARCHIVED'      TO RETN-ACTION-O
                       MOVE 'RUNHIST'       TO RETN-FILE-O
                       MOVE RH-START-STAMP  TO RETN-KEY-O
                       MOVE RH-RECORDS-SORTED TO RETN-COUNT-O
                       STRING 'RUN ENDED ' RH-END-DATE ' '
                              RH-END-TIME ' - RECORDS SORTED'
                          DELIMITED BY SIZE INTO RETN-TEXT-O
                       END-STRING
                       PERFORM 600-WRITE-RPT-LINE
                    ELSE
                       ADD 1 TO WS-FILE-KEPT-CTR
                       MOVE SPACES TO RETN-WORK-REC
                       MOVE RUN-HIST-REC TO RETN-WORK-REC
                       WRITE RETN-WORK-REC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RUN-HISTORY
           CLOSE RUNH-ARCH
           CLOSE RETN-WORK
           .

       330-REWRITE-RUN-HISTORY.
           MOVE ZERO TO WS-FILE-AFTER-CTR
           MOVE 'N' TO WS-WORK-EOF-SW
           OPEN INPUT RETN-WORK
           OPEN OUTPUT RUN-HISTORY
           PERFORM UNTIL WS-WORK-EOF
              READ RETN-WORK
                 AT END
                    SET WS-WORK-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-FILE-AFTER-CTR
                    MOVE RETN-WORK-REC(1:55) TO RUN-HIST-REC
                    WRITE RUN-HIST-REC
              END-READ
           END-PERFORM
           CLOSE RETN-WORK
           CLOSE RUN-HISTORY
           .

      *************************************************************
      * Suspense queue - items kept for N cycles
      *************************************************************
       400-RETAIN-SUSPENSE.
           MOVE 'SUSPENSE' TO RETN-FILE-O
           IF WS-SUSP-RULE-UNIT = SPACE
              MOVE 'NO RULE CARD - LEFT AS IS' TO RETN-TEXT-O
              PERFORM 620-WRITE-NO-RULE-LINE
           ELSE
              MOVE WS-SUSP-RULE-UNIT TO WS-CUR-RULE-UNIT
              MOVE WS-SUSP-RULE-KEEP TO WS-CUR-RULE-KEEP
              MOVE LOW-VALUES TO WS-CUTOFF-STAMP
              PERFORM 420-SPLIT-SUSPENSE
              IF WS-FILE-ARCH-CTR > 0
                 PERFORM 430-REWRITE-SUSPENSE
              END-IF
              MOVE 'SUSPENSE' TO RETN-FILE-O
              PERFORM 630-WRITE-FILE-SUMMARY
           END-IF
           WRITE RETN-RPT-REC FROM WS-BLANK-LINE
           .

      * One report line per item taken off the queue.
       420-SPLIT-SUSPENSE.
           MOVE ZERO TO WS-FILE-COUNTERS
           MOVE 'N' TO WS-LIVE-EOF-SW
           OPEN INPUT SUSP-QUEUE
           OPEN EXTEND SUSP-ARCH
           PERFORM 550-OPEN-WORK-OUTPUT
           PERFORM UNTIL WS-LIVE-EOF
              READ SUSP-QUEUE
                 AT END
                    SET WS-LIVE-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-FILE-READ-CTR
                    IF SUSP-QUEUE-CYCLE > WS-CUR-RULE-KEEP
                       ADD 1 TO WS-FILE-ARCH-CTR
                       WRITE SUSP-ARCH-REC FROM SUSP-QUEUE-REC
                       MOVE 'ARCHIVED'         TO RETN-ACTION-O
                       MOVE 'SUSPENSE'         TO RETN-FILE-O
                       MOVE SUSP-QUEUE-ACCT-NO TO RETN-KEY-O
                       MOVE SUSP-QUEUE-CYCLE   TO WS-CYCLE-X
                       STRING SUSP-QUEUE-LAST-NAME ' CYCLE '
                              WS-CYCLE-X ' '
                              SUSP-QUEUE-REASON
                          DELIMITED BY SIZE INTO RETN-TEXT-O
                       END-STRING
                       PERFORM 600-WRITE-RPT-LINE
                    ELSE
                       ADD 1 TO WS-FILE-KEPT-CTR
                       MOVE SUSP-QUEUE-REC TO RETN-WORK-REC
                       WRITE RETN-WORK-REC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SUSP-QUEUE
           CLOSE SUSP-ARCH
           CLOSE RETN-WORK
           .

       430-REWRITE-SUSPENSE.
           MOVE ZERO TO WS-FILE-AFTER-CTR
           MOVE 'N' TO WS-WORK-EOF-SW
           OPEN INPUT RETN-WORK
           OPEN OUTPUT SUSP-QUEUE
           PERFORM UNTIL WS-WORK-EOF
              READ RETN-WORK
                 AT END
                    SET WS-WORK-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-FILE-AFTER-CTR
                    MOVE RETN-WORK-REC TO SUSP-QUEUE-REC
                    WRITE SUSP-QUEUE-REC
              END-READ
           END-PERFORM
           CLOSE RETN-WORK
           CLOSE SUSP-QUEUE
           .

      * ACCTEXTP is whole generations - the rule is listed, not applied.
       450-LIST-PRIOR-EXTRACT.
           IF WS-EXTP-RULE-UNIT NOT = SPACE
              MOVE 'NOTE'     TO RETN-ACTION-O
              MOVE 'ACCTEXTP' TO RETN-FILE-O
              MOVE 'GENERATIONS KEPT BY THE GDG LIMIT - NOT TRIMMED'
                 TO RETN-TEXT-O
              PERFORM 600-WRITE-RPT-LINE
              WRITE RETN-RPT-REC FROM WS-BLANK-LINE
           END-IF
           .

      *************************************************************
      * Cutoffs and the work file
      *************************************************************
      * WS-BACK-DAYS days before today, into WS-BACK-DATE.
       510-COMPUTE-BACK-DATE.
           COMPUTE WS-BACK-DATE =
              FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - WS-BACK-DAYS)
           .

      * Days rule - everything stamped before midnight N days ago.
       520-DAYS-CUTOFF.
           MOVE WS-CUR-RULE-KEEP TO WS-BACK-DAYS
           PERFORM 510-COMPUTE-BACK-DATE
           MOVE WS-BACK-DATE-X TO WS-CUTOFF-STAMP
           MOVE '000000' TO WS-CUTOFF-STAMP(9:6)
           .

      * WS-REC-STAMP into the newest-first table of the newest
      * WS-CUR-RULE-KEEP run ids - an older stamp than every entry of
      * a full table is not wanted.
       530-KEEP-NEWEST-STAMP.
           MOVE 'N' TO WS-STAMP-FOUND-SW
           MOVE ZERO TO WS-GEN-SLOT
           PERFORM VARYING WS-GEN-I FROM 1 BY 1
              UNTIL WS-GEN-I > WS-GEN-COUNT
              EVALUATE TRUE
                 WHEN WS-GEN-STAMP(WS-GEN-I) = WS-REC-STAMP
                    SET WS-STAMP-FOUND TO TRUE
                    MOVE WS-GEN-COUNT TO WS-GEN-I
                 WHEN WS-GEN-STAMP(WS-GEN-I) < WS-REC-STAMP
                    MOVE WS-GEN-I TO WS-GEN-SLOT
                    MOVE WS-GEN-COUNT TO WS-GEN-I
              END-EVALUATE
           END-PERFORM
           IF NOT WS-STAMP-FOUND
              IF WS-GEN-SLOT = 0
                 IF WS-GEN-COUNT < WS-CUR-RULE-KEEP
                    ADD 1 TO WS-GEN-COUNT
                    MOVE WS-REC-STAMP TO WS-GEN-STAMP(WS-GEN-COUNT)
                 END-IF
              ELSE
                 IF WS-GEN-COUNT < WS-CUR-RULE-KEEP
                    ADD 1 TO WS-GEN-COUNT
                 END-IF
                 PERFORM VARYING WS-GEN-I FROM WS-GEN-COUNT BY -1
                    UNTIL WS-GEN-I NOT > WS-GEN-SLOT
                    MOVE WS-GEN-STAMP(WS-GEN-I - 1)
                       TO WS-GEN-STAMP(WS-GEN-I)
                 END-PERFORM
                 MOVE WS-REC-STAMP TO WS-GEN-STAMP(WS-GEN-SLOT)
              END-IF
           END-IF
           .

      * Fewer run ids on file than the rule keeps - nothing expires.
       540-GENERATIONS-CUTOFF.
           IF WS-GEN-COUNT = WS-CUR-RULE-KEEP
              MOVE WS-GEN-STAMP(WS-GEN-COUNT) TO WS-CUTOFF-STAMP
           ELSE
              MOVE LOW-VALUES TO WS-CUTOFF-STAMP
           END-IF
           .

       550-OPEN-WORK-OUTPUT.
           OPEN OUTPUT RETN-WORK
           IF NOT WS-WORK-OK
              DISPLAY "ACCTRETN - CANNOT OPEN RETNWORK, STATUS="
                      WS-WORK-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM 960-WRITE-CYCLE-STATUS
              GOBACK
           END-IF
           .

      *************************************************************
      * Report lines
      *************************************************************
       600-WRITE-RPT-LINE.
           WRITE RETN-RPT-REC FROM WS-RETN-DETAIL-LINE
           MOVE SPACES TO WS-RETN-DETAIL-LINE
           .

      * Rejected card - RETN-FILE-O and the reason in RETN-TEXT-O set
      * by the caller.
       610-WRITE-RULE-REJECT.
           MOVE 'N' TO WS-RULE-VALID-SW
           ADD 1 TO WS-RULE-REJ-CTR
           MOVE 'REJECT' TO RETN-ACTION-O
           MOVE RUL-UNIT TO RETN-KEY-O(1:1)
           MOVE RUL-KEEP-X TO RETN-KEY-O(3:4)
           PERFORM 600-WRITE-RPT-LINE
           .

       620-WRITE-NO-RULE-LINE.
           MOVE 'SKIPPED' TO RETN-ACTION-O
           PERFORM 600-WRITE-RPT-LINE
           .

      * Before / archived / kept / after for the file just processed
      * (after = before when nothing expired and the file was not
      * rewritten).
       630-WRITE-FILE-SUMMARY.
           IF WS-FILE-ARCH-CTR = 0
              MOVE WS-FILE-READ-CTR TO WS-FILE-AFTER-CTR
           END-IF
           ADD WS-FILE-READ-CTR TO WS-TOTAL-READ-CTR
           ADD WS-FILE-ARCH-CTR TO WS-TOTAL-ARCH-CTR
           ADD WS-FILE-KEPT-CTR TO WS-TOTAL-KEPT-CTR
           MOVE 'CUTOFF' TO RETN-ACTION-O
           IF WS-CUTOFF-STAMP NOT = LOW-VALUES
              MOVE WS-CUTOFF-STAMP TO RETN-KEY-O
           END-IF
           MOVE WS-CUR-RULE-KEEP TO WS-KEEP-X
           IF WS-CUR-DAYS
              STRING 'KEEP ' WS-KEEP-X ' DAYS'
                 DELIMITED BY SIZE INTO RETN-TEXT-O
              END-STRING
           ELSE
              STRING 'KEEP ' WS-KEEP-X ' GENERATIONS'
                 DELIMITED BY SIZE INTO RETN-TEXT-O
              END-STRING
           END-IF
           PERFORM 600-WRITE-RPT-LINE
           MOVE 'BEFORE'  TO RETN-ACTION-O
           MOVE WS-FILE-READ-CTR TO RETN-COUNT-O
           MOVE 'RECORDS ON THE LIVE FILE BEFORE' TO RETN-TEXT-O
           PERFORM 600-WRITE-RPT-LINE
           MOVE 'ARCHIVED' TO RETN-ACTION-O
           MOVE WS-FILE-ARCH-CTR TO RETN-COUNT-O
           MOVE 'RECORDS MOVED TO THE ARCHIVE' TO RETN-TEXT-O
           PERFORM 600-WRITE-RPT-LINE
           MOVE 'KEPT'    TO RETN-ACTION-O
           MOVE WS-FILE-KEPT-CTR TO RETN-COUNT-O
           MOVE 'RECORDS INSIDE THE WINDOW' TO RETN-TEXT-O
           PERFORM 600-WRITE-RPT-LINE
           MOVE 'AFTER'   TO RETN-ACTION-O
           MOVE WS-FILE-AFTER-CTR TO RETN-COUNT-O
           MOVE 'RECORDS ON THE LIVE FILE AFTER' TO RETN-TEXT-O
           PERFORM 600-WRITE-RPT-LINE
           .

      * One line per journal run id archived - the run id and how many
      * of its entries went.
       640-WRITE-ARCHIVED-RUN.
           IF WS-ARCH-RUN-CTR > 0
              MOVE 'ARCHIVED'        TO RETN-ACTION-O
              MOVE 'ACCTJRNL'        TO RETN-FILE-O
              MOVE WS-ARCH-RUN-STAMP TO RETN-KEY-O
              MOVE WS-ARCH-RUN-CTR   TO RETN-COUNT-O
              MOVE 'JOURNAL ENTRIES FOR THIS RUN ID' TO RETN-TEXT-O
              PERFORM 600-WRITE-RPT-LINE
              MOVE ZERO TO WS-ARCH-RUN-CTR
           END-IF
           .

       900-WRAP-UP.
           WRITE RETN-RPT-REC FROM WS-BLANK-LINE
           MOVE 'Rule Cards Read' TO RETN-TOTAL-LABEL-O
           MOVE WS-RULE-CTR TO RETN-TOTAL-COUNT-O
           WRITE RETN-RPT-REC FROM WS-RETN-TOTAL-LINE
           MOVE 'Rule Cards Rejected' TO RETN-TOTAL-LABEL-O
           MOVE WS-RULE-REJ-CTR TO RETN-TOTAL-COUNT-O
           WRITE RETN-RPT-REC FROM WS-RETN-TOTAL-LINE
           MOVE 'Journal Purges Refused' TO RETN-TOTAL-LABEL-O
           MOVE WS-REFUSED-CTR TO RETN-TOTAL-COUNT-O
           WRITE RETN-RPT-REC FROM WS-RETN-TOTAL-LINE
           MOVE 'Records Read' TO RETN-TOTAL-LABEL-O
           MOVE WS-TOTAL-READ-CTR TO RETN-TOTAL-COUNT-O
           WRITE RETN-RPT-REC FROM WS-RETN-TOTAL-LINE
           MOVE 'Records Archived' TO RETN-TOTAL-LABEL-O
           MOVE WS-TOTAL-ARCH-CTR TO RETN-TOTAL-COUNT-O
           WRITE RETN-RPT-REC FROM WS-RETN-TOTAL-LINE
           MOVE 'Records Kept' TO RETN-TOTAL-LABEL-O
           MOVE WS-TOTAL-KEPT-CTR TO RETN-TOTAL-COUNT-O
           WRITE RETN-RPT-REC FROM WS-RETN-TOTAL-LINE
           CLOSE RETN-RPT-LINE
      * Condition code: a rejected card or a refused purge is a
      * warning - the files it named are left as they were.
           IF (WS-RULE-REJ-CTR > 0 OR WS-REFUSED-CTR > 0)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 960-WRITE-CYCLE-STATUS
           .

      * One status record onto the shared cycle-control file, verdict
      * graded off the condition code just set.
       960-WRITE-CYCLE-STATUS.
           OPEN EXTEND CYCLE-STAT
           MOVE 'ACCTRETN' TO CYC-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:8) TO CYC-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO CYC-TIME
           MOVE WS-TOTAL-READ-CTR TO CYC-COUNT-1
           MOVE WS-TOTAL-ARCH-CTR TO CYC-COUNT-2
           MOVE WS-TOTAL-KEPT-CTR TO CYC-COUNT-3
           COMPUTE CYC-COUNT-4 = WS-RULE-REJ-CTR + WS-REFUSED-CTR
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
