      *    Capacity raise ahead of the expanded historical-figures
      *    dataset: WS-JRNL-TABLE widened from 1,000 entries per named
      *    run to 5,000.  An overflow already warns per dropped entry.
      *
      *  2026-10-15 PDEVLIN
      *    Backs out ACCTUPDT's term maintenance against the new
      *    indexed PRESTERM term master as well: journal action 'T'
      *    (term added - image carries TRM-KEY) deletes the term, 'U'
      *    (term changed) rewrites the term's before image, re-adding
      *    it if it has gone missing, and 'R' (term removed) re-adds
      *    it.  Counted with the president adds, changes and deletes
      *    they mirror, and listed on BKOTRPT as TERM lines.
      *    Added PRES-TERM file (ASSIGN TO PRESTERM), WS-TERM-STATUS,
      *    WS-TIMG-REC, WS-TCUR-IMAGE.
      *    Added 375-BACKOUT-TERM-ADD, 385-BACKOUT-TERM-CHANGE,
      *    395-BACKOUT-TERM-DELETE, 640-AUDIT-TERM-FIELDS.
      *    Modified 100-INIT-RTN, 360-BACKOUT-ONE-ENTRY, 900-WRAP-UP.
      **************************************************************************
      *-----------------------
       IDENTIFICATION DIVISION.
              RECORD KEY IS MST-ACCT-NO
              ALTERNATE RECORD KEY IS MST-LAST-NAME WITH DUPLICATES
              FILE STATUS IS WS-MAST-STATUS.
      *** Indexed term master restored in place.
           SELECT PRES-TERM ASSIGN TO PRESTERM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TRM-KEY
              FILE STATUS IS WS-TERM-STATUS.
      *** Backout audit listing - the restore's own AUDITRPT.
           SELECT OPTIONAL BKOT-RPT-LINE ASSIGN TO BKOTRPT.
      *-------------
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

       FD  BKOT-RPT-LINE RECORDING MODE F.
       01 BKOT-RPT-REC                  PIC X(132).

          88 WS-MAST-NOT-FOUND                         VALUE '23'.
          88 WS-MAST-DUP-KEY                           VALUE '22'.

       01 WS-TERM-STATUS                PIC X(2)       VALUE '00'.
          88 WS-TERM-OK                                VALUE '00' '02'.
          88 WS-TERM-DUP-KEY                           VALUE '22'.

      * Run-time parameter card carrying the run id to back out.
       01 WS-PARM-CARD                  PIC X(80)      VALUE SPACES.
       01 WS-TARGET-STAMP               PIC X(14)      VALUE SPACES.
          05 WS-CUR-RESERVED             PIC X(7).
          05 WS-CUR-COMMENTS             PIC X(50).

      * Term journal image ('T' / 'U' / 'R' entries) in TRM-FIELDS
      * layout, and the term as it stands now across the REWRITE.
       01 WS-TIMG-REC.
          05 WS-TIMG-KEY.
             10 WS-TIMG-PRES-ACCT-NO    PIC X(8).
             10 WS-TIMG-START-CCYY      PIC X(4).
          05 WS-TIMG-END-CCYY           PIC X(4).
          05 WS-TIMG-TERM-TYPE          PIC X(1).
          05 WS-TIMG-COMMENTS           PIC X(50).
          05 FILLER                     PIC X(13).
          05 FILLER                     PIC X(90).

       01 WS-TCUR-IMAGE.
          05 WS-TCUR-KEY                PIC X(12).
          05 WS-TCUR-END-CCYY           PIC X(4).
          05 WS-TCUR-TERM-TYPE          PIC X(1).
          05 WS-TCUR-COMMENTS           PIC X(50).
          05 FILLER                     PIC X(13).

      * Display edit fields for the packed amounts on audit lines.
       01 WS-AUDIT-AMOUNT-FIELDS.
          05 WS-OLD-AMOUNT-X            PIC -(7)9.99.
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O PRES-TERM
           IF NOT WS-TERM-OK
              DISPLAY "ACCTBKOT - CANNOT OPEN PRESTERM, STATUS="
                      WS-TERM-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT BKOT-RPT-LINE
           WRITE BKOT-RPT-REC FROM WS-BKOT-HEADER-1
           WRITE BKOT-RPT-REC FROM WS-BKOT-RUN-LINE

       360-BACKOUT-ONE-ENTRY.
           MOVE WS-JRNL-IMAGE(WS-JRNL-I) TO WS-IMG-REC
           MOVE WS-JRNL-IMAGE(WS-JRNL-I) TO WS-TIMG-REC
           EVALUATE WS-JRNL-ACTION(WS-JRNL-I)
              WHEN 'A'
                 PERFORM 370-BACKOUT-ADD
                 PERFORM 380-BACKOUT-CHANGE
              WHEN 'D'
                 PERFORM 390-BACKOUT-DELETE
              WHEN 'T'
                 PERFORM 375-BACKOUT-TERM-ADD
              WHEN 'U'
                 PERFORM 385-BACKOUT-TERM-CHANGE
              WHEN 'R'
                 PERFORM 395-BACKOUT-TERM-DELETE
              WHEN OTHER
                 ADD 1 TO WS-FAILED-CTR
                 MOVE 'FAILED' TO BKOT-ACTION-O
           END-EVALUATE
           .

      * The run added this term - delete it.  The journal carries
      * only TRM-KEY for a term add.
       375-BACKOUT-TERM-ADD.
           MOVE WS-TIMG-KEY TO TRM-KEY
           READ PRES-TERM
              INVALID KEY
                 ADD 1 TO WS-FAILED-CTR
                 MOVE 'FAILED' TO BKOT-ACTION-O
                 MOVE WS-TIMG-PRES-ACCT-NO TO BKOT-ACCT-NO-O
                 MOVE 'TERM START' TO BKOT-FIELD-O
                 MOVE WS-TIMG-START-CCYY TO BKOT-OLD-VALUE-O
                 MOVE 'ADDED TERM NOT ON FILE'
                    TO BKOT-NEW-VALUE-O
                 PERFORM 600-WRITE-BKOT-LINE
              NOT INVALID KEY
                 DELETE PRES-TERM
                 IF WS-TERM-OK
                    ADD 1 TO WS-UNADD-CTR
                    MOVE 'UN-ADD' TO BKOT-ACTION-O
                    MOVE WS-TIMG-PRES-ACCT-NO TO BKOT-ACCT-NO-O
                    MOVE 'TERM START' TO BKOT-FIELD-O
                    MOVE WS-TIMG-START-CCYY TO BKOT-OLD-VALUE-O
                    MOVE '(ADDED TERM REMOVED)'
                       TO BKOT-NEW-VALUE-O
                    PERFORM 600-WRITE-BKOT-LINE
                 ELSE
                    ADD 1 TO WS-FAILED-CTR
                    MOVE 'FAILED' TO BKOT-ACTION-O
                    MOVE WS-TIMG-PRES-ACCT-NO TO BKOT-ACCT-NO-O
                    MOVE 'TERM DELETE FAILED - SEE FILE STATUS'
                       TO BKOT-NEW-VALUE-O
                    PERFORM 600-WRITE-BKOT-LINE
                    DISPLAY "ACCTBKOT - TERM DELETE FAILED, STATUS="
                            WS-TERM-STATUS " KEY=" WS-TIMG-KEY
                 END-IF
           END-READ
           .

      * The run changed this term - put the before image back, or
      * re-add it if it has meanwhile gone missing.
       385-BACKOUT-TERM-CHANGE.
           MOVE WS-TIMG-KEY TO TRM-KEY
           READ PRES-TERM
              INVALID KEY
                 MOVE WS-TIMG-REC TO TRM-FIELDS
                 WRITE TRM-FIELDS
                 IF WS-TERM-OK
                    ADD 1 TO WS-UNCHG-CTR
                    MOVE 'UNCHG' TO BKOT-ACTION-O
                    MOVE WS-TIMG-PRES-ACCT-NO TO BKOT-ACCT-NO-O
                    MOVE 'TERM START' TO BKOT-FIELD-O
                    MOVE '(NOT ON FILE)' TO BKOT-OLD-VALUE-O
                    MOVE '(RE-ADDED FROM JOURNAL IMAGE)'
                       TO BKOT-NEW-VALUE-O
                    PERFORM 600-WRITE-BKOT-LINE
                 ELSE
                    ADD 1 TO WS-FAILED-CTR
                    MOVE 'FAILED' TO BKOT-ACTION-O
                    MOVE WS-TIMG-PRES-ACCT-NO TO BKOT-ACCT-NO-O
                    MOVE 'TERM MISSING - WRITE FAILED'
                       TO BKOT-NEW-VALUE-O
                    PERFORM 600-WRITE-BKOT-LINE
                 END-IF
              NOT INVALID KEY
                 MOVE TRM-FIELDS TO WS-TCUR-IMAGE
                 MOVE WS-TIMG-REC TO TRM-FIELDS
                 REWRITE TRM-FIELDS
                 IF WS-TERM-OK
                    ADD 1 TO WS-UNCHG-CTR
                    PERFORM 640-AUDIT-TERM-FIELDS
                 ELSE
                    ADD 1 TO WS-FAILED-CTR
                    MOVE 'FAILED' TO BKOT-ACTION-O
                    MOVE WS-TIMG-PRES-ACCT-NO TO BKOT-ACCT-NO-O
                    MOVE 'TERM REWRITE FAILED - SEE FILE STATUS'
                       TO BKOT-NEW-VALUE-O
                    PERFORM 600-WRITE-BKOT-LINE
                    DISPLAY "ACCTBKOT - TERM REWRITE FAILED, STATUS="
                            WS-TERM-STATUS " KEY=" WS-TIMG-KEY
                 END-IF
           END-READ
           .

      * The run removed this term - re-add it from the before image.
       395-BACKOUT-TERM-DELETE.
           MOVE WS-TIMG-REC TO TRM-FIELDS
           WRITE TRM-FIELDS
           EVALUATE TRUE
              WHEN WS-TERM-OK
                 ADD 1 TO WS-READD-CTR
                 MOVE 'RE-ADD' TO BKOT-ACTION-O
                 MOVE WS-TIMG-PRES-ACCT-NO TO BKOT-ACCT-NO-O
                 MOVE 'TERM START' TO BKOT-FIELD-O
                 MOVE '(WAS REMOVED)' TO BKOT-OLD-VALUE-O
                 MOVE WS-TIMG-START-CCYY TO BKOT-NEW-VALUE-O
                 PERFORM 600-WRITE-BKOT-LINE
                 MOVE 'RE-ADD' TO BKOT-ACTION-O
                 MOVE WS-TIMG-PRES-ACCT-NO TO BKOT-ACCT-NO-O
                 MOVE 'TERM END' TO BKOT-FIELD-O
                 MOVE WS-TIMG-END-CCYY TO BKOT-NEW-VALUE-O
                 PERFORM 600-WRITE-BKOT-LINE
              WHEN WS-TERM-DUP-KEY
                 ADD 1 TO WS-FAILED-CTR
                 MOVE 'FAILED' TO BKOT-ACTION-O
                 MOVE WS-TIMG-PRES-ACCT-NO TO BKOT-ACCT-NO-O
                 MOVE 'TERM RE-ADD - KEY ALREADY ON FILE'
                    TO BKOT-NEW-VALUE-O
                 PERFORM 600-WRITE-BKOT-LINE
              WHEN OTHER
                 ADD 1 TO WS-FAILED-CTR
                 MOVE 'FAILED' TO BKOT-ACTION-O
                 MOVE WS-TIMG-PRES-ACCT-NO TO BKOT-ACCT-NO-O
                 MOVE 'TERM RE-ADD FAILED - SEE FILE STATUS'
                    TO BKOT-NEW-VALUE-O
                 PERFORM 600-WRITE-BKOT-LINE
                 DISPLAY "ACCTBKOT - TERM WRITE FAILED, STATUS="
                         WS-TERM-STATUS " KEY=" WS-TIMG-KEY
           END-EVALUATE
           .

       600-WRITE-BKOT-LINE.
           WRITE BKOT-RPT-REC FROM WS-BKOT-DETAIL-LINE
           MOVE SPACES TO WS-BKOT-DETAIL-LINE
           END-IF
           .

      * Audit trail for a restored term change - the fields put back.
       640-AUDIT-TERM-FIELDS.
           MOVE 'UNCHG'              TO BKOT-ACTION-O
           MOVE WS-TIMG-PRES-ACCT-NO TO BKOT-ACCT-NO-O
           MOVE 'TERM START'         TO BKOT-FIELD-O
           MOVE WS-TIMG-START-CCYY   TO BKOT-OLD-VALUE-O
                                        BKOT-NEW-VALUE-O
           PERFORM 600-WRITE-BKOT-LINE
           IF WS-TCUR-END-CCYY NOT = WS-TIMG-END-CCYY
              MOVE 'UNCHG'              TO BKOT-ACTION-O
              MOVE WS-TIMG-PRES-ACCT-NO TO BKOT-ACCT-NO-O
              MOVE 'TERM END'           TO BKOT-FIELD-O
              MOVE WS-TCUR-END-CCYY     TO BKOT-OLD-VALUE-O
              MOVE WS-TIMG-END-CCYY     TO BKOT-NEW-VALUE-O
              PERFORM 600-WRITE-BKOT-LINE
           END-IF
           IF WS-TCUR-COMMENTS NOT = WS-TIMG-COMMENTS
              MOVE 'UNCHG'              TO BKOT-ACTION-O
              MOVE WS-TIMG-PRES-ACCT-NO TO BKOT-ACCT-NO-O
              MOVE 'TERM COMMENTS'      TO BKOT-FIELD-O
              MOVE WS-TCUR-COMMENTS     TO BKOT-OLD-VALUE-O
              MOVE WS-TIMG-COMMENTS     TO BKOT-NEW-VALUE-O
              PERFORM 600-WRITE-BKOT-LINE
           END-IF
           .

       700-READ-JOURNAL.
           READ JRNL-FILE
           AT END
           WRITE BKOT-RPT-REC FROM WS-BKOT-TOTAL-LINE
           CLOSE JRNL-FILE
           CLOSE PRES-MAST
           CLOSE PRES-TERM
           CLOSE BKOT-RPT-LINE
      * Condition code: a failed action - or entries dropped off the
      * full journal table - means the master is NOT back at its
