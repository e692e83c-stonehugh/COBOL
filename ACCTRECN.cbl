      *    1,000 primaries to 5,000 and the continuation image table
      *    from 200 to 500.  Overflows already warn per dropped
      *    record.
      *
      *  2026-10-15 PDEVLIN
      *    Continuation records are now unloaded from the indexed
      *    PRESTERM term master (loaded by PRESLOAD, maintained by
      *    ACCTUPDT 'T' transactions) instead of being carried through
      *    from the flat file nobody maintains.  After the master pass
      *    PRESTERM is browsed in key order and every continuation
      *    term is written to ACCTUNLD as the record CNTRLBRK's
      *    255-LOAD-CONTINUATIONS expects: the term's start and end
      *    years as the ACCT-NO, the president's LAST-NAME and
      *    FIRST-NAME (read from PRESMAST by the term's key), zero
      *    amounts, 'C' in RESERVED position 2, the term's comments.
      *    The flat file's continuations are reconciled against them
      *    by years and names: a term on PRESTERM only reports
      *    MASTONLY, a flat continuation with no term FLATONLY (and
      *    drops out of the unload), a COMMENTS difference DIFFERS -
      *    all with field CONT TERM and counted as drift.  A term
      *    whose president is not on PRESMAST reports ORPHAN and is
      *    not unloaded.
      *    Added PRES-TERM file (ASSIGN TO PRESTERM), WS-TERM-STATUS,
      *    WS-CONT-OUT-REC, WS-TERM-DRIFT-COUNTERS; WS-CONT-TABLE now
      *    carries a matched switch per flat continuation.
      *    Added 550-UNLOAD-TERMS, 560-UNLOAD-CONTINUATION,
      *    565-FIND-FLAT-CONTINUATION, 570-REPORT-FLAT-ONLY-TERMS,
      *    720-READ-TERM.
      *    Removed 550-CARRY-CONTINUATIONS.
      *    Modified 100-INIT-RTN, 200-LOAD-FLAT-TABLE, 900-WRAP-UP,
      *    950-WRITE-CYCLE-STATUS.
      **************************************************************************
      *-----------------------
       IDENTIFICATION DIVISION.
              RECORD KEY IS MST-ACCT-NO
              ALTERNATE RECORD KEY IS MST-LAST-NAME WITH DUPLICATES
              FILE STATUS IS WS-MAST-STATUS.
      *** Indexed term master - source of the continuation records.
           SELECT PRES-TERM ASSIGN TO PRESTERM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TRM-KEY
              FILE STATUS IS WS-TERM-STATUS.
      *** Flat presidents file the reporting stream still reads - the
      *** copy being reconciled and replaced.
           SELECT RAW-ACCT-REC ASSIGN TO ACCTSORT.
          05 MST-RESERVED                PIC X(7).
          05 MST-COMMENTS                PIC X(50).

      *** Same layout as PRESLOAD's TRM-FIELDS.
       FD  PRES-TERM.
       01 TRM-FIELDS.
          05 TRM-KEY.
             10 TRM-PRES-ACCT-NO        PIC X(8).
             10 TRM-START-CCYY          PIC X(4).
          05 TRM-END-CCYY               PIC X(4).
          05 TRM-TERM-TYPE              PIC X(1).
             88 TRM-CONTINUATION-TERM                  VALUE 'C'.
          05 TRM-COMMENTS               PIC X(50).
          05 FILLER                     PIC X(13).

      *** Same layout as CNTRLBRK's RAW-ACCT-FIELDS.
       FD  RAW-ACCT-REC RECORDING MODE F.
       01 RAW-ACCT-FIELDS.
       01 RECN-RPT-REC                 PIC X(132).

      * Cycle-control status record - counts 1-4 mean master records,
      * flat primaries, drift findings (field + record level,
      * continuation terms included), records unloaded for this step.
       FD  CYCLE-STAT RECORDING MODE F.
       01 CYC-STAT-REC.
          05 CYC-PROGRAM                PIC X(8).
             88 WS-MAST-EOF                            VALUE 'Y'.
          05 WS-FLAT-FOUND-SW           PIC X(1)       VALUE 'N'.
             88 WS-FLAT-FOUND                          VALUE 'Y'.
          05 WS-TERM-EOF-SW             PIC X(1)       VALUE 'N'.
             88 WS-TERM-EOF                            VALUE 'Y'.

       01 WS-MAST-STATUS                PIC X(2)       VALUE '00'.
          88 WS-MAST-OK                                VALUE '00' '02'.

       01 WS-TERM-STATUS                PIC X(2)       VALUE '00'.
          88 WS-TERM-OK                                VALUE '00' '02'.

       01 WS-RECN-COUNTERS.
          05 WS-MAST-CTR                PIC 9(6)       VALUE 0.
          05 WS-FLAT-CTR                PIC 9(6)       VALUE 0.
          05 WS-FLAT-ONLY-CTR           PIC 9(6)       VALUE 0.
          05 WS-UNLOAD-CTR              PIC 9(6)       VALUE 0.

       01 WS-TERM-DRIFT-COUNTERS.
          05 WS-TERM-CTR                PIC 9(6)       VALUE 0.
          05 WS-CONT-UNLD-CTR           PIC 9(6)       VALUE 0.
          05 WS-CONT-DIFF-CTR           PIC 9(6)       VALUE 0.
          05 WS-TERM-ONLY-CTR           PIC 9(6)       VALUE 0.
          05 WS-CONT-FLAT-ONLY-CTR      PIC 9(6)       VALUE 0.
          05 WS-TERM-ORPHAN-CTR         PIC 9(6)       VALUE 0.

      * Every primary record on the flat file, held whole so unmatched
      * ones can be reported ON ACCTSORT ONLY after the master pass.
       01 WS-FLAT-TABLE.
       01 WS-FLAT-HIT                   PIC 9(4)       COMP.

      * Continuation records from the flat file - not on PRESMAST by
      * design (PRESLOAD puts them on PRESTERM), held so they can be
      * reconciled against the terms unloaded from PRESTERM.
       01 WS-CONT-IMAGE-TABLE.
          05 WS-CONT-COUNT              PIC 9(4)       VALUE 0.
          05 WS-CONT-ENTRY OCCURS 500 TIMES.
             10 WS-CONT-IMAGE           PIC X(170).
             10 WS-CONT-MATCHED-SW      PIC X(1).
                88 WS-CONT-MATCHED                     VALUE 'Y'.
       01 WS-CONT-I                     PIC 9(4)       COMP.
       01 WS-CONT-HIT                   PIC 9(4)       COMP.

      * Continuation record built from a PRESTERM term, in the flat
      * RAW-ACCT-FIELDS layout CNTRLBRK's 255-LOAD-CONTINUATIONS reads.
       01 WS-CONT-OUT-REC.
          05 WS-CNT-ACCT-NO.
             10 WS-CNT-START-CCYY       PIC X(4).
             10 WS-CNT-END-CCYY         PIC X(4).
          05 WS-CNT-ACCT-LIMIT          PIC S9(7)V99 COMP-3.
          05 WS-CNT-ACCT-BALANCE        PIC S9(7)V99 COMP-3.
          05 WS-CNT-NAMES.
             10 WS-CNT-LAST-NAME        PIC X(20).
             10 WS-CNT-FIRST-NAME       PIC X(15).
          05 WS-CNT-CLIENT-ADDR         PIC X(60).
          05 WS-CNT-RESERVED            PIC X(7).
          05 WS-CNT-COMMENTS            PIC X(50).

      * Field-by-field views of the record pair being compared.  The
      * packed amounts carry an alphanumeric view of the same bytes so
           PERFORM 100-INIT-RTN
           PERFORM 300-COMPARE-MASTER UNTIL WS-MAST-EOF
           PERFORM 500-REPORT-FLAT-ONLY
           PERFORM 550-UNLOAD-TERMS
           PERFORM 570-REPORT-FLAT-ONLY-TERMS
           PERFORM 900-WRAP-UP
           GOBACK
           .
              INVALID KEY
                 SET WS-MAST-EOF TO TRUE
           END-START
           OPEN INPUT PRES-TERM
           IF NOT WS-TERM-OK
              DISPLAY "ACCTRECN - CANNOT OPEN PRESTERM, STATUS="
                      WS-TERM-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE LOW-VALUES TO TRM-KEY
           START PRES-TERM KEY IS NOT LESS THAN TRM-KEY
              INVALID KEY
                 SET WS-TERM-EOF TO TRUE
           END-START
           OPEN OUTPUT UNLD-ACCT-REC
           OPEN OUTPUT RECN-RPT-LINE
           WRITE RECN-RPT-REC FROM WS-RECN-HEADER-1
           .

      * A continuation record is not a president and is never on the
      * master - hold it whole for 550-UNLOAD-TERMS to reconcile
      * against PRESTERM instead of letting it report as drift.
       200-LOAD-FLAT-TABLE.
           IF RAW-RESERVED(2:1) = 'C'
              IF WS-CONT-COUNT < 500
                 ADD 1 TO WS-CONT-CTR
                 ADD 1 TO WS-CONT-COUNT
                 MOVE RAW-ACCT-FIELDS TO WS-CONT-IMAGE(WS-CONT-COUNT)
                 MOVE 'N' TO WS-CONT-MATCHED-SW(WS-CONT-COUNT)
              ELSE
                 DISPLAY "ACCTRECN WARNING - CONTINUATION TABLE "
                         "FULL, RECORD DROPPED: ACCT-NO="
           END-PERFORM
           .

      * Continuations at the end of the unload, in PRESTERM key order
      * (president, then start year).  A primary term is not unloaded
      * - it is the president's own ACCT-NO, already written.
       550-UNLOAD-TERMS.
           PERFORM 720-READ-TERM
           PERFORM UNTIL WS-TERM-EOF
              ADD 1 TO WS-TERM-CTR
              IF TRM-CONTINUATION-TERM
                 PERFORM 560-UNLOAD-CONTINUATION
              END-IF
              PERFORM 720-READ-TERM
           END-PERFORM
           .

      * CNTRLBRK ties a continuation to its primary by name, so the
      * names come off the president's master record.
       560-UNLOAD-CONTINUATION.
           MOVE TRM-PRES-ACCT-NO TO MST-ACCT-NO
           READ PRES-MAST
              INVALID KEY
                 ADD 1 TO WS-TERM-ORPHAN-CTR
                 MOVE 'ORPHAN'         TO RECN-FINDING-O
                 MOVE TRM-PRES-ACCT-NO TO RECN-ACCT-NO-O
                 MOVE 'CONT TERM'      TO RECN-FIELD-O
                 MOVE TRM-KEY          TO RECN-OLD-VALUE-O
                 MOVE '(NO PRESIDENT ON PRESMAST - NOT UNLOADED)'
                    TO RECN-NEW-VALUE-O
                 PERFORM 600-WRITE-RECN-LINE
              NOT INVALID KEY
                 MOVE SPACES          TO WS-CONT-OUT-REC
                 MOVE TRM-START-CCYY  TO WS-CNT-START-CCYY
                 MOVE TRM-END-CCYY    TO WS-CNT-END-CCYY
                 MOVE ZERO            TO WS-CNT-ACCT-LIMIT
                                         WS-CNT-ACCT-BALANCE
                 MOVE MST-LAST-NAME   TO WS-CNT-LAST-NAME
                 MOVE MST-FIRST-NAME  TO WS-CNT-FIRST-NAME
                 MOVE 'C'             TO WS-CNT-RESERVED(2:1)
                 MOVE TRM-COMMENTS    TO WS-CNT-COMMENTS
                 PERFORM 565-FIND-FLAT-CONTINUATION
                 ADD 1 TO WS-CONT-UNLD-CTR
                 ADD 1 TO WS-UNLOAD-CTR
                 WRITE UNLD-ACCT-FIELDS FROM WS-CONT-OUT-REC
           END-READ
           .

      * The flat continuation with the same years and names - COMMENTS
      * is the only other field a continuation carries.
       565-FIND-FLAT-CONTINUATION.
           MOVE ZERO TO WS-CONT-HIT
           PERFORM VARYING WS-CONT-I FROM 1 BY 1
              UNTIL WS-CONT-I > WS-CONT-COUNT
              IF NOT WS-CONT-MATCHED(WS-CONT-I)
                 AND WS-CONT-IMAGE(WS-CONT-I)(1:8) = WS-CNT-ACCT-NO
                 AND WS-CONT-IMAGE(WS-CONT-I)(19:35) = WS-CNT-NAMES
                 MOVE WS-CONT-I TO WS-CONT-HIT
                 MOVE 'Y' TO WS-CONT-MATCHED-SW(WS-CONT-I)
                 MOVE WS-CONT-COUNT TO WS-CONT-I
              END-IF
           END-PERFORM
           MOVE WS-CNT-ACCT-NO TO RECN-ACCT-NO-O
           IF WS-CONT-HIT = 0
              ADD 1 TO WS-TERM-ONLY-CTR
              MOVE 'MASTONLY'        TO RECN-FINDING-O
              MOVE 'CONT TERM'       TO RECN-FIELD-O
              MOVE '(NOT ON ACCTSORT)' TO RECN-OLD-VALUE-O
              MOVE WS-CNT-LAST-NAME  TO RECN-NEW-VALUE-O
              PERFORM 600-WRITE-RECN-LINE
           ELSE
              IF WS-CONT-IMAGE(WS-CONT-HIT)(121:50) NOT =
                 WS-CNT-COMMENTS
                 ADD 1 TO WS-CONT-DIFF-CTR
                 MOVE 'DIFFERS'      TO RECN-FINDING-O
                 MOVE 'CONT TERM'    TO RECN-FIELD-O
                 MOVE WS-CONT-IMAGE(WS-CONT-HIT)(121:50)
                    TO RECN-OLD-VALUE-O
                 MOVE WS-CNT-COMMENTS TO RECN-NEW-VALUE-O
                 PERFORM 600-WRITE-RECN-LINE
              END-IF
           END-IF
           .

      * Flat continuations no PRESTERM term matched - removed through
      * ACCTUPDT (or never loaded), present only on the stale copy.
       570-REPORT-FLAT-ONLY-TERMS.
           PERFORM VARYING WS-CONT-I FROM 1 BY 1
              UNTIL WS-CONT-I > WS-CONT-COUNT
              IF NOT WS-CONT-MATCHED(WS-CONT-I)
                 ADD 1 TO WS-CONT-FLAT-ONLY-CTR
                 MOVE WS-CONT-IMAGE(WS-CONT-I) TO WS-FLAT-REC
                 MOVE 'FLATONLY'     TO RECN-FINDING-O
                 MOVE WS-FLT-ACCT-NO TO RECN-ACCT-NO-O
                 MOVE 'CONT TERM'    TO RECN-FIELD-O
                 MOVE WS-FLT-LAST-NAME TO RECN-OLD-VALUE-O
                 MOVE '(NOT ON PRESTERM - DROPPED FROM UNLOAD)'
                    TO RECN-NEW-VALUE-O
                 PERFORM 600-WRITE-RECN-LINE
              END-IF
           END-PERFORM
           .

           END-READ
           .

       720-READ-TERM.
           READ PRES-TERM NEXT
              AT END
                 SET WS-TERM-EOF TO TRUE
           END-READ
           .

       900-WRAP-UP.
           WRITE RECN-RPT-REC FROM WS-BLANK-LINE
           MOVE 'PRESMAST Records Read' TO RECN-TOTAL-LABEL-O
           MOVE 'On ACCTSORT Only' TO RECN-TOTAL-LABEL-O
           MOVE WS-FLAT-ONLY-CTR TO RECN-TOTAL-COUNT-O
           WRITE RECN-RPT-REC FROM WS-RECN-TOTAL-LINE
           MOVE 'PRESTERM Records Read' TO RECN-TOTAL-LABEL-O
           MOVE WS-TERM-CTR TO RECN-TOTAL-COUNT-O
           WRITE RECN-RPT-REC FROM WS-RECN-TOTAL-LINE
           MOVE 'Continuations Unloaded' TO RECN-TOTAL-LABEL-O
           MOVE WS-CONT-UNLD-CTR TO RECN-TOTAL-COUNT-O
           WRITE RECN-RPT-REC FROM WS-RECN-TOTAL-LINE
           MOVE 'Continuation Differences' TO RECN-TOTAL-LABEL-O
           MOVE WS-CONT-DIFF-CTR TO RECN-TOTAL-COUNT-O
           WRITE RECN-RPT-REC FROM WS-RECN-TOTAL-LINE
           MOVE 'Terms On PRESTERM Only' TO RECN-TOTAL-LABEL-O
           MOVE WS-TERM-ONLY-CTR TO RECN-TOTAL-COUNT-O
           WRITE RECN-RPT-REC FROM WS-RECN-TOTAL-LINE
           MOVE 'Continuations On ACCTSORT Only' TO RECN-TOTAL-LABEL-O
           MOVE WS-CONT-FLAT-ONLY-CTR TO RECN-TOTAL-COUNT-O
           WRITE RECN-RPT-REC FROM WS-RECN-TOTAL-LINE
           MOVE 'Orphan Terms' TO RECN-TOTAL-LABEL-O
           MOVE WS-TERM-ORPHAN-CTR TO RECN-TOTAL-COUNT-O
           WRITE RECN-RPT-REC FROM WS-RECN-TOTAL-LINE
           MOVE 'Records Unloaded' TO RECN-TOTAL-LABEL-O
           MOVE WS-UNLOAD-CTR TO RECN-TOTAL-COUNT-O
           WRITE RECN-RPT-REC FROM WS-RECN-TOTAL-LINE
           CLOSE PRES-MAST
           CLOSE PRES-TERM
           CLOSE UNLD-ACCT-REC
           CLOSE RECN-RPT-LINE
      * Condition code: any drift means the reporting stream has been
      * running on a stale copy - warn so the morning pass reads A132.
           IF (WS-DIFF-FIELD-CTR > 0
              OR WS-MAST-ONLY-CTR > 0
              OR WS-FLAT-ONLY-CTR > 0
              OR WS-CONT-DIFF-CTR > 0
              OR WS-TERM-ONLY-CTR > 0
              OR WS-CONT-FLAT-ONLY-CTR > 0
              OR WS-TERM-ORPHAN-CTR > 0)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-FLAT-CTR TO CYC-COUNT-2
           COMPUTE CYC-COUNT-3 =
              WS-DIFF-FIELD-CTR + WS-MAST-ONLY-CTR + WS-FLAT-ONLY-CTR
              + WS-CONT-DIFF-CTR + WS-TERM-ONLY-CTR
              + WS-CONT-FLAT-ONLY-CTR + WS-TERM-ORPHAN-CTR
           MOVE WS-UNLOAD-CTR TO CYC-COUNT-4
           EVALUATE RETURN-CODE
              WHEN 0
