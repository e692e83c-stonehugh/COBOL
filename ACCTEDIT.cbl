      *    Added CTL-GEN-CARD file (ASSIGN TO ACCTCTL),
      *    WS-CERT-TOTAL-FIELDS.
      *    Modified 300-EDIT-RECORDS, 900-WRAP-UP.
      *
      *  2026-10-15 PDEVLIN
      *    ACCT-LIMIT checked against the statutory salary schedule.
      *    The new SALSCHED reference file (effective year, annual
      *    salary) is loaded at start-up; a primary record whose
      *    ACCT-LIMIT is not the salary in effect in its inaugural
      *    year (the row with the latest effective year not after
      *    it), or whose inaugural year predates the whole schedule,
      *    gets an 'ACCT-LIMIT WARN' line on EDITRPT.  A warning does
      *    not reject the record - ACCT-LIMIT may legitimately be
      *    awaiting a schedule update - but it raises the condition
      *    code to 4.  With no SALSCHED supplied the check is skipped.
      *    Added SAL-SCHEDULE file (ASSIGN TO SALSCHED),
      *    WS-SAL-TABLE, WS-SAL-LOOKUP-FIELDS, WS-WARNING-LINE-CTR.
      *    Added 160-LOAD-SALARY-SCHEDULE, 350-EDIT-SCHEDULE-SALARY,
      *    440-LOOKUP-SALARY, 610-WRITE-WARNING-LINE.
      *    Modified 100-INIT-RTN, 300-EDIT-RECORDS, 900-WRAP-UP.
      **************************************************************************
      *-----------------------
       IDENTIFICATION DIVISION.
      *** Generated control-total card for the certified output -
      *** verified by PRESLOAD, reconciled against by CNTRLBRK.
           SELECT OPTIONAL CTL-GEN-CARD  ASSIGN TO ACCTCTL.
      *** Statutory salary schedule - ACCT-LIMIT is checked against
      *** the salary in effect in the inaugural year.
           SELECT OPTIONAL SAL-SCHEDULE  ASSIGN TO SALSCHED.
      *-------------
       DATA DIVISION.
      *-------------
          05 CTL-GEN-LIMIT-TOTAL        PIC 9(11)V99.
          05 CTL-GEN-BALANCE-TOTAL      PIC 9(11)V99.

      *** Same layout as CNTRLBRK's SAL-SCHED-REC.
       FD  SAL-SCHEDULE RECORDING MODE F.
       01 SAL-SCHED-REC.
          05 SAL-EFF-YEAR               PIC X(4).
          05 SAL-ANNUAL-SALARY          PIC 9(7)V99.

      ***************************************************************
      * STORAGE SECTIONS
      ***************************************************************
             88 WS-RECORD-FAILED                       VALUE 'Y'.
          05 WS-STATE-FOUND-SW          PIC X(1)       VALUE 'N'.
             88 WS-STATE-FOUND                         VALUE 'Y'.
          05 WS-SAL-EOF-SW              PIC X(1)       VALUE 'N'.
             88 WS-SAL-EOF                             VALUE 'Y'.

       01 WS-EDIT-COUNTERS.
          05 WS-READ-CTR                PIC 9(6)       VALUE 0.
          05 WS-CERT-CTR                PIC 9(6)       VALUE 0.
          05 WS-REJECT-CTR              PIC 9(6)       VALUE 0.
          05 WS-ERROR-LINE-CTR          PIC 9(6)       VALUE 0.
          05 WS-WARNING-LINE-CTR        PIC 9(6)       VALUE 0.

      * Running totals of the certified primary records - the
      * generated control-total card's contents.
          05 WS-EDIT-START-CCYY         PIC 9(4).
          05 WS-EDIT-END-CCYY           PIC 9(4).

      * Statutory salary schedule, loaded once into memory from
      * SAL-SCHEDULE by 160-LOAD-SALARY-SCHEDULE and searched by
      * 440-LOOKUP-SALARY - same table CNTRLBRK builds.
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
          05 WS-SCHED-SALARY-O          PIC Z(6)9.99.

      * Annotation code carried in position 1 of RESERVED - must be
      * one of the codes 403-BUILD-FOOTNOTE in CNTRLBRK understands.
       01 WS-EDIT-ANNOT-CODE            PIC X(1).
           WRITE EDIT-RPT-REC FROM WS-BLANK-LINE
           WRITE EDIT-RPT-REC FROM WS-EDIT-HEADER-2
           WRITE EDIT-RPT-REC FROM WS-EDIT-HEADER-3
           PERFORM 160-LOAD-SALARY-SCHEDULE
           PERFORM 700-READ-RECORD
           .

      * Loads SAL-SCHEDULE into WS-SAL-TABLE once at start-up.
      * SAL-SCHEDULE is OPTIONAL - with no rows the salary check in
      * 350-EDIT-SCHEDULE-SALARY is skipped.
       160-LOAD-SALARY-SCHEDULE.
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
                       DISPLAY "ACCTEDIT WARNING - SALARY SCHEDULE "
                               "TABLE FULL AT " WS-SAL-COUNT
                               " ROWS, ROW DROPPED: " SAL-EFF-YEAR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SAL-SCHEDULE
           .

       300-EDIT-RECORDS.
           MOVE 'N' TO WS-RECORD-FAILED-SW
           MOVE RAW-RESERVED(2:1) TO WS-EDIT-REC-TYPE
           IF NOT WS-EDIT-CONTINUATION
              PERFORM 330-EDIT-USA-STATE
              PERFORM 340-EDIT-ANNOT-CODE
              PERFORM 350-EDIT-SCHEDULE-SALARY
           END-IF
           IF WS-RECORD-FAILED
              ADD 1 TO WS-REJECT-CTR
           END-IF
           .

      * ACCT-LIMIT must be the statutory salary in effect in the
      * inaugural year.  Only checked once the inaugural year and
      * ACCT-LIMIT themselves are known good, and only when a
      * schedule was supplied.  A mismatch is a warning, not a reject.
       350-EDIT-SCHEDULE-SALARY.
           IF WS-SAL-COUNT > ZERO
              AND RAW-ACCT-NO(1:4) IS NUMERIC
              AND RAW-ACCT-LIMIT IS NUMERIC
              MOVE RAW-ACCT-NO(1:4) TO WS-SAL-LOOKUP-YEAR
              PERFORM 440-LOOKUP-SALARY
              IF NOT WS-SAL-FOUND
                 MOVE 'ACCT-LIMIT WARN' TO EDIT-FIELD-O
                 MOVE SPACES TO EDIT-REASON-O
                 STRING 'NO SALARY SCHEDULE IN EFFECT FOR '
                        RAW-ACCT-NO(1:4)
                    DELIMITED BY SIZE INTO EDIT-REASON-O
                 END-STRING
                 PERFORM 610-WRITE-WARNING-LINE
              ELSE
                 IF WS-SCHED-SALARY NOT = RAW-ACCT-LIMIT
                    MOVE 'ACCT-LIMIT WARN' TO EDIT-FIELD-O
                    MOVE WS-SCHED-SALARY TO WS-SCHED-SALARY-O
                    MOVE SPACES TO EDIT-REASON-O
                    STRING 'DIFFERS FROM ' WS-SAL-BEST-YEAR
                           ' SCHEDULE ' WS-SCHED-SALARY-O
                       DELIMITED BY SIZE INTO EDIT-REASON-O
                    END-STRING
                    PERFORM 610-WRITE-WARNING-LINE
                 END-IF
              END-IF
           END-IF
           .

      * Finds the salary-schedule row in effect for WS-SAL-LOOKUP-YEAR
      * - the one with the latest effective year not after it.  Same
      * rule as CNTRLBRK's 440-LOOKUP-SALARY.
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

       600-WRITE-ERROR-LINE.
           SET WS-RECORD-FAILED TO TRUE
           ADD 1 TO WS-ERROR-LINE-CTR
           WRITE EDIT-RPT-REC FROM WS-EDIT-ERROR-LINE
           .

      * Same line as 600-WRITE-ERROR-LINE but the record is not
      * failed - it is still certified.
       610-WRITE-WARNING-LINE.
           ADD 1 TO WS-WARNING-LINE-CTR
           MOVE RAW-ACCT-NO    TO EDIT-ACCT-NO-O
           MOVE RAW-LAST-NAME  TO EDIT-LAST-NAME-O
           MOVE RAW-FIRST-NAME TO EDIT-FIRST-NAME-O
           WRITE EDIT-RPT-REC FROM WS-EDIT-ERROR-LINE
           .

       700-READ-RECORD.
           READ RAW-ACCT-REC
           AT END
           MOVE 'Field Errors Reported' TO EDIT-TOTAL-LABEL-O
           MOVE WS-ERROR-LINE-CTR TO EDIT-TOTAL-COUNT-O
           WRITE EDIT-RPT-REC FROM WS-EDIT-TOTAL-LINE
           MOVE 'Salary Schedule Warnings' TO EDIT-TOTAL-LABEL-O
           MOVE WS-WARNING-LINE-CTR TO EDIT-TOTAL-COUNT-O
           WRITE EDIT-RPT-REC FROM WS-EDIT-TOTAL-LINE
           MOVE 'Certified Primaries (CTL card)' TO EDIT-TOTAL-LABEL-O
           MOVE WS-CERT-PRIME-CTR TO EDIT-TOTAL-COUNT-O
           WRITE EDIT-RPT-REC FROM WS-EDIT-TOTAL-LINE
           CLOSE EDIT-RPT-LINE
      * Condition code: nothing certified out of a non-empty input is
      * a data failure the stream must not run on; any reject at all
      * is a warning worth a page, and so is an ACCT-LIMIT that
      * disagrees with the salary schedule.
           IF WS-READ-CTR > 0 AND WS-CERT-CTR = 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF (WS-REJECT-CTR > 0 OR WS-WARNING-LINE-CTR > 0)
                 AND RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
