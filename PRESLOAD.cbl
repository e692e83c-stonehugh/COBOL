      *    WS-CTL-VERIFY-FIELDS.
      *    Added 850-VERIFY-CONTROL-COUNT.
      *    Modified 900-WRAP-UP.
      *
      *  2026-10-15 PDEVLIN
      *    Loads the new indexed PRESTERM term master alongside
      *    PRESMAST - one record per term in office, keyed on the
      *    president's ACCT-NO plus the term's start year.  Every
      *    primary loaded gets its own term ('P', years from its
      *    ACCT-NO); every continuation record, still held off
      *    PRESMAST, is now linked to its primary by LAST-NAME /
      *    FIRST-NAME (the same match CNTRLBRK's 275-MATCH-
      *    CONTINUATIONS makes) and loaded as a 'C' term instead of
      *    being dropped.  A continuation with bad term years, no
      *    primary of that name, or a start year already on file for
      *    that president is reported to SYSOUT and not loaded -
      *    warning.  CYCLSTAT count 4 is now the continuation terms
      *    loaded onto PRESTERM.
      *    Added PRES-TERM file (ASSIGN TO PRESTERM), WS-TERM-STATUS,
      *    WS-LOADED-PRES-TABLE, WS-CONT-HOLD-TABLE, WS-TERM-CTR,
      *    WS-CONT-TERM-CTR, WS-TERM-REJ-CTR.
      *    Added 320-WRITE-PRIMARY-TERM, 330-HOLD-CONTINUATION,
      *    400-LOAD-CONTINUATION-TERMS, 410-LOAD-ONE-CONTINUATION,
      *    420-FIND-PRIMARY.
      *    Modified 100-INIT-RTN, 300-LOAD-RECORDS, 310-WRITE-MASTER,
      *    900-WRAP-UP, 950-WRITE-CYCLE-STATUS.
      **************************************************************************
      *-----------------------
       IDENTIFICATION DIVISION.
              RECORD KEY IS MST-ACCT-NO
              ALTERNATE RECORD KEY IS MST-LAST-NAME WITH DUPLICATES
              FILE STATUS IS WS-MAST-STATUS.
      *** Indexed term master - one record per term in office, keyed
      *** on the president's PRESMAST ACCT-NO plus the term's start
      *** year.
           SELECT PRES-TERM ASSIGN TO PRESTERM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TRM-KEY
              FILE STATUS IS WS-TERM-STATUS.
      *** Shared cycle-control file - one status record appended per
      *** step per cycle, read by the NIGHTRPT dashboard.
           SELECT OPTIONAL CYCLE-STAT ASSIGN TO CYCLSTAT.
          05 MST-RESERVED                PIC X(7).
          05 MST-COMMENTS                PIC X(50).

      * Term record - TRM-TERM-TYPE 'P' is the term carried in the
      * president's own ACCT-NO, 'C' an additional (continuation)
      * term.
       FD  PRES-TERM.
       01 TRM-FIELDS.
          05 TRM-KEY.
             10 TRM-PRES-ACCT-NO        PIC X(8).
             10 TRM-START-CCYY          PIC X(4).
          05 TRM-END-CCYY               PIC X(4).
          05 TRM-TERM-TYPE              PIC X(1).
             88 TRM-PRIMARY-TERM                       VALUE 'P'.
             88 TRM-CONTINUATION-TERM                  VALUE 'C'.
          05 TRM-COMMENTS               PIC X(50).
          05 FILLER                     PIC X(13).

      * Cycle-control status record - counts 1-4 mean read, loaded,
      * duplicates skipped, continuation terms loaded for this step.
       FD  CYCLE-STAT RECORDING MODE F.
       01 CYC-STAT-REC.
          05 CYC-PROGRAM                PIC X(8).
          88 WS-MAST-OK                                VALUE '00' '02'.
          88 WS-MAST-DUP-KEY                           VALUE '22'.

       01 WS-TERM-STATUS                PIC X(2)       VALUE '00'.
          88 WS-TERM-OK                                VALUE '00' '02'.
          88 WS-TERM-DUP-KEY                           VALUE '22'.

       01 WS-LOAD-COUNTERS.
          05 WS-READ-CTR                PIC 9(6)       VALUE 0.
          05 WS-LOADED-CTR              PIC 9(6)       VALUE 0.
          05 WS-DUP-CTR                 PIC 9(6)       VALUE 0.
          05 WS-CONT-SKIP-CTR           PIC 9(6)       VALUE 0.
          05 WS-FAIL-CTR                PIC 9(6)       VALUE 0.
          05 WS-TERM-CTR                PIC 9(6)       VALUE 0.
          05 WS-CONT-TERM-CTR           PIC 9(6)       VALUE 0.
          05 WS-TERM-REJ-CTR            PIC 9(6)       VALUE 0.

      * Names of the primaries actually loaded, for linking each
      * continuation to its president once the input is exhausted
      * (a continuation may come before its primary on ACCTCERT).
       01 WS-LOADED-PRES-TABLE.
          05 WS-LOADED-COUNT            PIC 9(4)       VALUE 0.
          05 WS-LOADED-ENTRY OCCURS 5000 TIMES.
             10 WS-LOADED-ACCT-NO       PIC X(8).
             10 WS-LOADED-LAST-NAME     PIC X(20).
             10 WS-LOADED-FIRST-NAME    PIC X(15).
       01 WS-LOADED-I                   PIC 9(4)       COMP.
       01 WS-LOADED-HIT                 PIC 9(4)       COMP.

      * Continuation records held until every primary is loaded.
       01 WS-CONT-HOLD-TABLE.
          05 WS-CONT-COUNT              PIC 9(4)       VALUE 0.
          05 WS-CONT-IMAGE              PIC X(170)
                                        OCCURS 500 TIMES.
       01 WS-CONT-I                     PIC 9(4)       COMP.

      * Control-count verification against the generated ACCTCTL card.
       01 WS-CTL-VERIFY-FIELDS.
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT PRES-TERM
           IF NOT WS-TERM-OK
              DISPLAY "PRESLOAD - CANNOT OPEN PRESTERM, STATUS="
                      WS-TERM-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 700-READ-RECORD
           .

       300-LOAD-RECORDS.
      * A continuation record is an additional term for a president
      * already on the master, not a president - hold it back the
      * same way CNTRLBRK's sort input does, for PRESTERM once every
      * primary is on file.
           IF CERT-RESERVED(2:1) = 'C'
              ADD 1 TO WS-CONT-SKIP-CTR
              PERFORM 330-HOLD-CONTINUATION
              PERFORM 700-READ-RECORD
           ELSE
              PERFORM 310-WRITE-MASTER
           EVALUATE TRUE
              WHEN WS-MAST-OK
                 ADD 1 TO WS-LOADED-CTR
                 PERFORM 320-WRITE-PRIMARY-TERM
              WHEN WS-MAST-DUP-KEY
                 ADD 1 TO WS-DUP-CTR
                 DISPLAY "PRESLOAD - DUPLICATE KEY SKIPPED: "
           END-EVALUATE
           .

      * The president's own term, carried in the ACCT-NO just loaded.
       320-WRITE-PRIMARY-TERM.
           IF WS-LOADED-COUNT < 5000
              ADD 1 TO WS-LOADED-COUNT
              MOVE CERT-ACCT-NO
                 TO WS-LOADED-ACCT-NO(WS-LOADED-COUNT)
              MOVE CERT-LAST-NAME
                 TO WS-LOADED-LAST-NAME(WS-LOADED-COUNT)
              MOVE CERT-FIRST-NAME
                 TO WS-LOADED-FIRST-NAME(WS-LOADED-COUNT)
           ELSE
              DISPLAY "PRESLOAD WARNING - LOADED-NAME TABLE FULL, "
                      "CONTINUATIONS CANNOT LINK TO: ACCT-NO="
                      CERT-ACCT-NO
           END-IF
           MOVE SPACES TO TRM-FIELDS
           MOVE CERT-ACCT-NO      TO TRM-PRES-ACCT-NO
           MOVE CERT-ACCT-NO(1:4) TO TRM-START-CCYY
           MOVE CERT-ACCT-NO(5:4) TO TRM-END-CCYY
           MOVE 'P'               TO TRM-TERM-TYPE
           WRITE TRM-FIELDS
           IF WS-TERM-OK
              ADD 1 TO WS-TERM-CTR
           ELSE
              ADD 1 TO WS-FAIL-CTR
              DISPLAY "PRESLOAD - TERM WRITE FAILED, STATUS="
                      WS-TERM-STATUS
                      " ACCT-NO=" CERT-ACCT-NO
           END-IF
           .

       330-HOLD-CONTINUATION.
           IF WS-CONT-COUNT < 500
              ADD 1 TO WS-CONT-COUNT
              MOVE CERT-ACCT-FIELDS TO WS-CONT-IMAGE(WS-CONT-COUNT)
           ELSE
              ADD 1 TO WS-TERM-REJ-CTR
              DISPLAY "PRESLOAD WARNING - CONTINUATION TABLE FULL, "
                      "TERM NOT LOADED: ACCT-NO=" CERT-ACCT-NO
                      " LAST-NAME=" CERT-LAST-NAME
           END-IF
           .

      * Each held continuation becomes a 'C' term under the primary
      * of the same LAST-NAME/FIRST-NAME - the match CNTRLBRK's
      * 275-MATCH-CONTINUATIONS makes at sort-release time.
       400-LOAD-CONTINUATION-TERMS.
           PERFORM 410-LOAD-ONE-CONTINUATION
              VARYING WS-CONT-I FROM 1 BY 1
              UNTIL WS-CONT-I > WS-CONT-COUNT
           .

       410-LOAD-ONE-CONTINUATION.
           MOVE WS-CONT-IMAGE(WS-CONT-I) TO CERT-ACCT-FIELDS
           IF CERT-ACCT-NO(1:4) IS NOT NUMERIC
              OR CERT-ACCT-NO(5:4) IS NOT NUMERIC
              OR CERT-ACCT-NO(1:4) > CERT-ACCT-NO(5:4)
              ADD 1 TO WS-TERM-REJ-CTR
              DISPLAY "PRESLOAD - CONTINUATION TERM YEARS INVALID, "
                      "NOT LOADED: ACCT-NO=" CERT-ACCT-NO
                      " LAST-NAME=" CERT-LAST-NAME
           ELSE
              PERFORM 420-FIND-PRIMARY
              IF WS-LOADED-HIT = 0
                 ADD 1 TO WS-TERM-REJ-CTR
                 DISPLAY "PRESLOAD - CONTINUATION MATCHES NO PRIMARY, "
                         "NOT LOADED: ACCT-NO=" CERT-ACCT-NO
                         " LAST-NAME=" CERT-LAST-NAME
              ELSE
                 MOVE SPACES TO TRM-FIELDS
                 MOVE WS-LOADED-ACCT-NO(WS-LOADED-HIT)
                    TO TRM-PRES-ACCT-NO
                 MOVE CERT-ACCT-NO(1:4) TO TRM-START-CCYY
                 MOVE CERT-ACCT-NO(5:4) TO TRM-END-CCYY
                 MOVE 'C'               TO TRM-TERM-TYPE
                 MOVE CERT-COMMENTS     TO TRM-COMMENTS
                 WRITE TRM-FIELDS
                 EVALUATE TRUE
                    WHEN WS-TERM-OK
                       ADD 1 TO WS-TERM-CTR
                       ADD 1 TO WS-CONT-TERM-CTR
                    WHEN WS-TERM-DUP-KEY
                       ADD 1 TO WS-TERM-REJ-CTR
                       DISPLAY "PRESLOAD - DUPLICATE TERM SKIPPED: "
                               "ACCT-NO=" CERT-ACCT-NO
                               " LAST-NAME=" CERT-LAST-NAME
                    WHEN OTHER
                       ADD 1 TO WS-FAIL-CTR
                       DISPLAY "PRESLOAD - TERM WRITE FAILED, STATUS="
                               WS-TERM-STATUS
                               " ACCT-NO=" CERT-ACCT-NO
                 END-EVALUATE
              END-IF
           END-IF
           .

       420-FIND-PRIMARY.
           MOVE ZERO TO WS-LOADED-HIT
           PERFORM VARYING WS-LOADED-I FROM 1 BY 1
              UNTIL WS-LOADED-I > WS-LOADED-COUNT
              IF WS-LOADED-LAST-NAME(WS-LOADED-I) = CERT-LAST-NAME
                 AND WS-LOADED-FIRST-NAME(WS-LOADED-I) =
                     CERT-FIRST-NAME
                 MOVE WS-LOADED-I TO WS-LOADED-HIT
                 MOVE WS-LOADED-COUNT TO WS-LOADED-I
              END-IF
           END-PERFORM
           .

       700-READ-RECORD.
           READ CERT-ACCT-REC
           AT END
           .

       900-WRAP-UP.
           PERFORM 400-LOAD-CONTINUATION-TERMS
           DISPLAY "PRESLOAD - RECORDS READ:    " WS-READ-CTR
           DISPLAY "PRESLOAD - RECORDS LOADED:  " WS-LOADED-CTR
           DISPLAY "PRESLOAD - DUPLICATES SKIPPED: " WS-DUP-CTR
           DISPLAY "PRESLOAD - CONTINUATIONS SKIPPED: "
                   WS-CONT-SKIP-CTR
           DISPLAY "PRESLOAD - TERMS LOADED:    " WS-TERM-CTR
           DISPLAY "PRESLOAD - CONTINUATION TERMS NOT LOADED: "
                   WS-TERM-REJ-CTR
           CLOSE CERT-ACCT-REC
           CLOSE PRES-MAST
           CLOSE PRES-TERM
           PERFORM 850-VERIFY-CONTROL-COUNT
      * Condition code: a write failure leaves the master incomplete -
      * data failure; duplicates skipped and continuation terms not
      * loaded are warnings.
           IF WS-FAIL-CTR > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF (WS-DUP-CTR > 0 OR WS-TERM-REJ-CTR > 0)
                 AND RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           MOVE WS-READ-CTR      TO CYC-COUNT-1
           MOVE WS-LOADED-CTR    TO CYC-COUNT-2
           MOVE WS-DUP-CTR       TO CYC-COUNT-3
           MOVE WS-CONT-TERM-CTR TO CYC-COUNT-4
           EVALUATE RETURN-CODE
              WHEN 0
                 MOVE 'PASS' TO CYC-VERDICT
