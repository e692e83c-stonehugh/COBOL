      *    fills (which showed as wrong party names on the display).
      *    Added WS-PARTY-EOF-SW.
      *    Modified 160-LOAD-PARTY-MASTER.
      *
      *  2026-10-15 PDEVLIN
      *    Every term a president served is now shown, read from the
      *    new indexed PRESTERM term master (loaded by PRESLOAD,
      *    maintained by ACCTUPDT) - one Term line per term in start-
      *    year order, continuation terms marked and followed by their
      *    comments.  A president with no PRESTERM rows still shows
      *    the term in his ACCT-NO.
      *    Added PRES-TERM file (ASSIGN TO PRESTERM), WS-TERM-STATUS,
      *    WS-TERM-EOF-SW, WS-TERM-SHOWN-CTR, WS-TERM-KIND-O.
      *    Added 410-DISPLAY-TERMS, 415-DISPLAY-NEXT-TERM.
      *    Modified 100-INIT-RTN, 400-DISPLAY-RECORD, 900-WRAP-UP.
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
      *** same file and table-load approach as CNTRLBRK.
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
             88 TRM-CONTINUATION-TERM                  VALUE 'C'.
          05 TRM-COMMENTS               PIC X(50).
          05 FILLER                     PIC X(13).

       FD  PARTY-MASTER RECORDING MODE F.
       01 PARTY-REC.
          05 PARTY-KEY                  PIC X(4).
             88 WS-RECORD-FOUND                        VALUE 'Y'.
          05 WS-PARTY-EOF-SW            PIC X(1)       VALUE 'N'.
             88 WS-PARTY-EOF                           VALUE 'Y'.
          05 WS-TERM-EOF-SW             PIC X(1)       VALUE 'N'.
             88 WS-TERM-EOF                            VALUE 'Y'.

       01 WS-MAST-STATUS                PIC X(2)       VALUE '00'.
          88 WS-MAST-OK                                VALUE '00' '02'.
          88 WS-MAST-NOT-FOUND                         VALUE '23'.

       01 WS-TERM-STATUS                PIC X(2)       VALUE '00'.
          88 WS-TERM-OK                                VALUE '00' '02'.

      * Run-time parameter card carrying the search argument.
       01 WS-PARM-CARD                  PIC X(80)      VALUE SPACES.
       01 WS-SEARCH-ARG                 PIC X(20)      VALUE SPACES.
       01 WS-INQ-DISPLAY-FIELDS.
          05 WS-SALARY-O                PIC $$,$$$,$$9.99.
          05 WS-NET-WORTH-O             PIC $$,$$$,$$9.99.
          05 WS-TERM-KIND-O             PIC X(15).
       01 WS-TERM-SHOWN-CTR             PIC 9(4)       VALUE 0.

      *------------------
       PROCEDURE DIVISION.
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT PRES-TERM
           IF NOT WS-TERM-OK
              DISPLAY "PRESINQ - CANNOT OPEN PRESTERM, STATUS="
                      WS-TERM-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           .

      * Same load-once in-memory table approach as CNTRLBRK's
           DISPLAY " "
           DISPLAY "President:    " MST-FIRST-NAME MST-LAST-NAME
           DISPLAY "Acct-No:      " MST-ACCT-NO
           PERFORM 410-DISPLAY-TERMS
           DISPLAY "Salary:       " WS-SALARY-O
           DISPLAY "Net Worth:    " WS-NET-WORTH-O
           DISPLAY "Street:       " MST-STREET-ADDR
           END-IF
           .

      * Every PRESTERM row under this president's ACCT-NO, browsed from
      * his lowest possible key in start-year order.
       410-DISPLAY-TERMS.
           MOVE ZERO TO WS-TERM-SHOWN-CTR
           MOVE 'N' TO WS-TERM-EOF-SW
           MOVE MST-ACCT-NO TO TRM-PRES-ACCT-NO
           MOVE LOW-VALUES  TO TRM-START-CCYY
           START PRES-TERM KEY IS NOT LESS THAN TRM-KEY
              INVALID KEY
                 SET WS-TERM-EOF TO TRUE
           END-START
           PERFORM 415-DISPLAY-NEXT-TERM UNTIL WS-TERM-EOF
           IF WS-TERM-SHOWN-CTR = 0
              DISPLAY "Term:         " MST-ACCT-NO(1:4) " thru "
                      MST-ACCT-NO(5:4)
           END-IF
           .

       415-DISPLAY-NEXT-TERM.
           READ PRES-TERM NEXT
              AT END
                 SET WS-TERM-EOF TO TRUE
              NOT AT END
                 IF TRM-PRES-ACCT-NO = MST-ACCT-NO
                    ADD 1 TO WS-TERM-SHOWN-CTR
                    MOVE SPACES TO WS-TERM-KIND-O
                    IF TRM-CONTINUATION-TERM
                       MOVE '(continuation)' TO WS-TERM-KIND-O
                    END-IF
                    DISPLAY "Term:         " TRM-START-CCYY " thru "
                            TRM-END-CCYY " " WS-TERM-KIND-O
                    IF TRM-CONTINUATION-TERM
                       AND TRM-COMMENTS NOT = SPACES
                       DISPLAY "              " TRM-COMMENTS
                    END-IF
                 ELSE
                    SET WS-TERM-EOF TO TRUE
                 END-IF
           END-READ
           .

      * Same table scan as CNTRLBRK's 420-LOOKUP-PARTY.
       420-LOOKUP-PARTY.
           MOVE 'Unknown' TO WS-CURRENT-PARTY-NAME

       900-WRAP-UP.
           CLOSE PRES-MAST
           CLOSE PRES-TERM
           .
