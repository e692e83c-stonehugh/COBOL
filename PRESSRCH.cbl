      *    fills, so growth past the 1,000-row limits shows up as a
      *    message instead of wrong lookups.
      *    Added WS-PARTY-EOF-SW.
      *
      *  2026-10-15 PDEVLIN
      *    Terms now come from the new indexed PRESTERM term master
      *    (loaded by PRESLOAD, maintained by ACCTUPDT): each
      *    president's terms are read into a small table as his
      *    record is scanned, the Y year search matches when any one
      *    of them overlaps the range (so a non-consecutive second
      *    term is found), and the display shows every term the way
      *    PRESINQ now does.  A president with no PRESTERM rows keeps
      *    the single term in his ACCT-NO.
      *    Added PRES-TERM file (ASSIGN TO PRESTERM), WS-TERM-STATUS,
      *    WS-TERM-EOF-SW, WS-PRES-TERM-TABLE, WS-TERM-KIND-O.
      *    Added 320-LOAD-PRES-TERMS, 325-READ-NEXT-TERM.
      *    Modified 100-INIT-RTN, 300-SEARCH-MASTER, 310-TEST-RECORD,
      *    400-DISPLAY-RECORD, 900-WRAP-UP.
      **************************************************************************
      *-----------------------
       IDENTIFICATION DIVISION.
              RECORD KEY IS MST-ACCT-NO
              ALTERNATE RECORD KEY IS MST-LAST-NAME WITH DUPLICATES
              FILE STATUS IS WS-MAST-STATUS.
      *** Indexed term master - every term each president served.
           SELECT PRES-TERM ASSIGN TO PRESTERM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TRM-KEY
              FILE STATUS IS WS-TERM-STATUS.
      *** Party-affiliation master, keyed by ACCT-NO term-year prefix -
      *** same file and table-load approach as CNTRLBRK and PRESINQ.
           SELECT OPTIONAL PARTY-MASTER ASSIGN TO PARTYMST.
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
          05 TRM-COMMENTS               PIC X(50).
          05 FILLER                     PIC X(13).

       FD  PARTY-MASTER RECORDING MODE F.
       01 PARTY-REC.
          05 PARTY-KEY                  PIC X(4).
             88 WS-REC-MATCHES                         VALUE 'Y'.
          05 WS-PARTY-EOF-SW            PIC X(1)       VALUE 'N'.
             88 WS-PARTY-EOF                           VALUE 'Y'.
          05 WS-TERM-EOF-SW             PIC X(1)       VALUE 'N'.
             88 WS-TERM-EOF                            VALUE 'Y'.

       01 WS-MAST-STATUS                PIC X(2)       VALUE '00'.
          88 WS-MAST-OK                                VALUE '00' '02'.

       01 WS-TERM-STATUS                PIC X(2)       VALUE '00'.
          88 WS-TERM-OK                                VALUE '00' '02'.

      * Run-time parameter card: position 1 = search type, argument
      * from position 3.
       01 WS-PARM-CARD                  PIC X(80)      VALUE SPACES.
          05 WS-REC-START-CCYY          PIC 9(4).
          05 WS-REC-END-CCYY            PIC 9(4).

      * The terms of the president in hand, in start-year order - from
      * PRESTERM, or the one term in his ACCT-NO when he has no rows.
       01 WS-PRES-TERM-TABLE.
          05 WS-PTRM-COUNT              PIC 9(4)       VALUE 0.
          05 WS-PTRM-ENTRY OCCURS 20 TIMES.
             10 WS-PTRM-START-CCYY      PIC X(4).
             10 WS-PTRM-END-CCYY        PIC X(4).
             10 WS-PTRM-TERM-TYPE       PIC X(1).
                88 WS-PTRM-CONTINUATION                VALUE 'C'.
             10 WS-PTRM-COMMENTS        PIC X(50).
       01 WS-PTRM-I                     PIC 9(4)       COMP.

       01 WS-SRCH-COUNTERS.
          05 WS-READ-CTR                PIC 9(6)       VALUE 0.
          05 WS-MATCH-CTR               PIC 9(6)       VALUE 0.
       01 WS-INQ-DISPLAY-FIELDS.
          05 WS-SALARY-O                PIC $$,$$$,$$9.99.
          05 WS-NET-WORTH-O             PIC $$,$$$,$$9.99.
          05 WS-TERM-KIND-O             PIC X(15).

      *------------------
       PROCEDURE DIVISION.
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT PRES-TERM
           IF NOT WS-TERM-OK
              DISPLAY "PRESSRCH - CANNOT OPEN PRESTERM, STATUS="
                      WS-TERM-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE LOW-VALUES TO MST-ACCT-NO
           START PRES-MAST KEY IS NOT LESS THAN MST-ACCT-NO
              INVALID KEY
                 SET WS-MAST-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-CTR
                 PERFORM 320-LOAD-PRES-TERMS
                 PERFORM 310-TEST-RECORD
                 IF WS-REC-MATCHES
                    ADD 1 TO WS-MATCH-CTR
                    SET WS-REC-MATCHES TO TRUE
                 END-IF
              WHEN SEARCH-BY-YEAR
      * A president matches the range when any of his terms overlaps
      * it - "in office in 1865" is a one-year range.
                 PERFORM VARYING WS-PTRM-I FROM 1 BY 1
                    UNTIL WS-PTRM-I > WS-PTRM-COUNT
                    IF WS-PTRM-START-CCYY(WS-PTRM-I) IS NUMERIC
                       AND WS-PTRM-END-CCYY(WS-PTRM-I) IS NUMERIC
                       MOVE WS-PTRM-START-CCYY(WS-PTRM-I)
                          TO WS-REC-START-CCYY
                       MOVE WS-PTRM-END-CCYY(WS-PTRM-I)
                          TO WS-REC-END-CCYY
                       IF WS-REC-START-CCYY NOT > WS-ARG-TO-CCYY
                          AND WS-REC-END-CCYY NOT < WS-ARG-FROM-CCYY
                          SET WS-REC-MATCHES TO TRUE
                          MOVE WS-PTRM-COUNT TO WS-PTRM-I
                       END-IF
                    END-IF
                 END-PERFORM
              WHEN SEARCH-BY-NAME
                 IF MST-LAST-NAME(1:WS-ARG-FRAG-LEN) =
                    WS-ARG-NAME-FRAG(1:WS-ARG-FRAG-LEN)
           END-EVALUATE
           .

      * Browses PRESTERM from the president's lowest possible key.
       320-LOAD-PRES-TERMS.
           MOVE ZERO TO WS-PTRM-COUNT
           MOVE 'N' TO WS-TERM-EOF-SW
           MOVE MST-ACCT-NO TO TRM-PRES-ACCT-NO
           MOVE LOW-VALUES  TO TRM-START-CCYY
           START PRES-TERM KEY IS NOT LESS THAN TRM-KEY
              INVALID KEY
                 SET WS-TERM-EOF TO TRUE
           END-START
           PERFORM 325-READ-NEXT-TERM UNTIL WS-TERM-EOF
           IF WS-PTRM-COUNT = 0
              MOVE 1 TO WS-PTRM-COUNT
              MOVE MST-ACCT-NO(1:4) TO WS-PTRM-START-CCYY(1)
              MOVE MST-ACCT-NO(5:4) TO WS-PTRM-END-CCYY(1)
              MOVE 'P'              TO WS-PTRM-TERM-TYPE(1)
              MOVE SPACES           TO WS-PTRM-COMMENTS(1)
           END-IF
           .

       325-READ-NEXT-TERM.
           READ PRES-TERM NEXT
              AT END
                 SET WS-TERM-EOF TO TRUE
              NOT AT END
                 IF TRM-PRES-ACCT-NO NOT = MST-ACCT-NO
                    SET WS-TERM-EOF TO TRUE
                 ELSE
                    IF WS-PTRM-COUNT < 20
                       ADD 1 TO WS-PTRM-COUNT
                       MOVE TRM-START-CCYY
                          TO WS-PTRM-START-CCYY(WS-PTRM-COUNT)
                       MOVE TRM-END-CCYY
                          TO WS-PTRM-END-CCYY(WS-PTRM-COUNT)
                       MOVE TRM-TERM-TYPE
                          TO WS-PTRM-TERM-TYPE(WS-PTRM-COUNT)
                       MOVE TRM-COMMENTS
                          TO WS-PTRM-COMMENTS(WS-PTRM-COUNT)
                    ELSE
                       DISPLAY "PRESSRCH WARNING - TERM TABLE FULL, "
                               "TERM NOT SHOWN: " TRM-KEY
                    END-IF
                 END-IF
           END-READ
           .

      * Same display format as PRESINQ's 400-DISPLAY-RECORD.
       400-DISPLAY-RECORD.
           MOVE MST-ACCT-NO(1:4) TO WS-LOOKUP-KEY
           DISPLAY " "
           DISPLAY "President:    " MST-FIRST-NAME MST-LAST-NAME
           DISPLAY "Acct-No:      " MST-ACCT-NO
           PERFORM VARYING WS-PTRM-I FROM 1 BY 1
              UNTIL WS-PTRM-I > WS-PTRM-COUNT
              MOVE SPACES TO WS-TERM-KIND-O
              IF WS-PTRM-CONTINUATION(WS-PTRM-I)
                 MOVE '(continuation)' TO WS-TERM-KIND-O
              END-IF
              DISPLAY "Term:         " WS-PTRM-START-CCYY(WS-PTRM-I)
                      " thru " WS-PTRM-END-CCYY(WS-PTRM-I) " "
                      WS-TERM-KIND-O
              IF WS-PTRM-CONTINUATION(WS-PTRM-I)
                 AND WS-PTRM-COMMENTS(WS-PTRM-I) NOT = SPACES
                 DISPLAY "              " WS-PTRM-COMMENTS(WS-PTRM-I)
              END-IF
           END-PERFORM
           DISPLAY "Salary:       " WS-SALARY-O
           DISPLAY "Net Worth:    " WS-NET-WORTH-O
           DISPLAY "Street:       " MST-STREET-ADDR

       900-WRAP-UP.
           CLOSE PRES-MAST
           CLOSE PRES-TERM
           .
