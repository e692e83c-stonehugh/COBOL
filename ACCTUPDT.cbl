      *    Added CYCLE-STAT file (ASSIGN TO CYCLSTAT).
      *    Added 960-WRITE-CYCLE-STATUS.
      *    Modified 900-WRAP-UP.
      *
      *  2026-10-15 PDEVLIN
      *    Maintenance of the new indexed PRESTERM term master (one
      *    record per term in office, keyed on the president's ACCT-NO
      *    plus the term's start year - loaded by PRESLOAD).  New
      *    transaction type 'T': TRAN-ACCT-FIELDS then carries the
      *    term action (A/C/D), the president's ACCT-NO, the term's
      *    start and end years and its comments (TRAN-TERM-FIELDS).
      *    A term transaction is edited first - action code, numeric
      *    years with START not after END, the president on PRESMAST,
      *    and never the president's own (primary) term, which follows
      *    his ACCT-NO - and rejected to TRANREJC / AUDITRPT like any
      *    other.  Applied term actions are journaled on ACCTJRNL as
      *    'T' (term added - key only), 'U' (term changed - before
      *    image) and 'R' (term removed - before image), the PRESTERM
      *    counterparts of 'A' / 'C' / 'D', and audited as TRMADD /
      *    TRMCHG / TRMDEL lines.
      *    A president add now also writes his primary term; a
      *    president delete is refused while continuation terms are
      *    still on file for him, and otherwise removes his primary
      *    term with him (both journaled).  A president add or change
      *    carrying 'C' in RESERVED position 2 is now rejected -
      *    continuation terms live on PRESTERM, not PRESMAST.
      *    Added PRES-TERM file (ASSIGN TO PRESTERM), TRAN-TERM-FIELDS,
      *    WS-TERM-STATUS, WS-TERM-BEFORE-IMAGE, WS-TERM-COUNTERS.
      *    Added 335-DELETE-PRESIDENT, 350-PROCESS-TERM-TRAN,
      *    355-EDIT-TERM-TRAN, 360-APPLY-TERM-ADD,
      *    370-APPLY-TERM-CHANGE, 380-APPLY-TERM-DELETE,
      *    390-CHECK-CONT-TERMS, 395-WRITE-PRIMARY-TERM,
      *    396-DELETE-PRIMARY-TERM, 612-WRITE-TERM-EDIT-REJECT,
      *    613-WRITE-TERM-REJECT-LINE, 660-AUDIT-TERM-FIELDS.
      *    Modified 100-INIT-RTN, 300-APPLY-TRANSACTIONS,
      *    310-APPLY-ADD, 330-APPLY-DELETE, 340-EDIT-TRAN-FIELDS,
      *    900-WRAP-UP, 960-WRITE-CYCLE-STATUS.
      *
      *  2026-10-15 PDEVLIN
      *    Two-person approval of sensitive maintenance.  Every ACCTTRAN
      *    transaction now carries the submitting operator's id
      *    (TRAN-OPERATOR-ID, positions 172-179); one without it is
      *    rejected.  A president delete, and a change moving ACCT-
      *    LIMIT (salary) or ACCT-BALANCE (net worth) by more than the
      *    hold threshold either way, is no longer applied: it passes
      *    the same edits and key checks, then is held on the new
      *    indexed PENDTRAN pending-approval file (item id = this run
      *    id + a sequence number, the submitter, the reason, the
      *    transaction and the record as it stood) and goes on
      *    AUDITRPT as a HELD line.  Term transactions and adds are
      *    not held.
      *    Parameter card (stand-in for a JCL PARM):
      *      position 1    blank = update run, A = approval run;
      *      positions 3-9 hold threshold in whole dollars (default
      *                    100000).
      *    A parameter card in error ends the run at condition code 8.
      *    The approval run reads approval transactions instead - 'Y'
      *    (approve) or 'N' (decline) naming the held item id in
      *    positions 2-19, with the approving operator's id.  An
      *    approval by the operator who submitted the item is rejected
      *    and the item stays held.  An approved item is applied
      *    through the normal 320 / 330 path - journaled on ACCTJRNL
      *    under the approval run's id and audited line by line - and
      *    an APPRVD line names the item, submitter and approver.  An
      *    item whose record changed after it was held is not applied:
      *    it is dropped to TRANREJC for resubmission.  A declined item
      *    is dropped with a DECLND line.  The approval run appends to
      *    the cycle's AUDITRPT and TRANREJC rather than replacing
      *    them.
      *    Both runs print the PENDRPT pending-items report - every item
      *    still held, with its age in days and its submitter.
      *    Added PEND-ITEM file (ASSIGN TO PENDTRAN), PEND-RPT-LINE file
      *    (ASSIGN TO PENDRPT), TRAN-APPROVAL-FIELDS, TRAN-OPERATOR-ID,
      *    WS-PARM-CARD, WS-PEND-STATUS, WS-APPROVAL-WORK,
      *    WS-PENDING-REPORT lines.
      *    Added 325-REWRITE-CHANGE, 400-HOLD-TRANSACTION,
      *    410-CHECK-HOLD-THRESHOLD, 450-PROCESS-APPROVAL,
      *    455-DECIDE-HELD-ITEM, 460-APPLY-HELD-ITEM,
      *    470-DROP-HELD-ITEM, 614-WRITE-APPROVAL-REJECT,
      *    800-WRITE-PENDING-REPORT, 810-WRITE-PENDING-LINE.
      *    Modified 100-INIT-RTN, 300-APPLY-TRANSACTIONS,
      *    320-APPLY-CHANGE, 330-APPLY-DELETE, 900-WRAP-UP.
      *
      *  2026-10-15 PDEVLIN
      *    PENDTRAN is OPTIONAL and created on first open (status
      *    '05'), so the first run after it is introduced does not
      *    stop on a missing file.
      *    The two combined and net-worth hold reasons are shortened
      *    to fit PND-HOLD-REASON (30) - they printed cut off.
      *    The record-type edit matches PRESMNT's copy: 'C' is refused
      *    once, as a continuation, and only space is valid.
      *    Modified WS-PEND-STATUS, WS-EDIT-REC-TYPE,
      *    340-EDIT-TRAN-FIELDS, 410-CHECK-HOLD-THRESHOLD.
      **************************************************************************
      *-----------------------
       IDENTIFICATION DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *** Maintenance transactions - action code + RAW-ACCT-FIELDS,
      *** or 'T' + TRAN-TERM-FIELDS for a term, then the operator id;
      *** approval transactions on an approval run.
           SELECT TRAN-REC-FILE ASSIGN TO ACCTTRAN.
      *** Indexed presidents master maintained in place.
           SELECT PRES-MAST ASSIGN TO PRESMAST
              RECORD KEY IS MST-ACCT-NO
              ALTERNATE RECORD KEY IS MST-LAST-NAME WITH DUPLICATES
              FILE STATUS IS WS-MAST-STATUS.
      *** Indexed term master maintained in place.
           SELECT PRES-TERM ASSIGN TO PRESTERM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TRM-KEY
              FILE STATUS IS WS-TERM-STATUS.
      *** Indexed pending-approval file - deletes and large dollar
      *** changes held until a second operator approves them.
           SELECT OPTIONAL PEND-ITEM ASSIGN TO PENDTRAN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PND-ITEM-ID
              FILE STATUS IS WS-PEND-STATUS.
      *** Pending-items report - every held item, its age and its
      *** submitter.
           SELECT PEND-RPT-LINE ASSIGN TO PENDRPT.
      *** Before-and-after audit listing - the auditors' trail of who
      *** changed what that a hand edit never left.
           SELECT OPTIONAL AUDIT-RPT-LINE ASSIGN TO AUDITRPT.
             88 TRAN-ADD                               VALUE 'A'.
             88 TRAN-CHANGE                            VALUE 'C'.
             88 TRAN-DELETE                            VALUE 'D'.
             88 TRAN-TERM                              VALUE 'T'.
             88 TRAN-APPROVE                           VALUE 'Y'.
             88 TRAN-DECLINE                           VALUE 'N'.
          05 TRAN-ACCT-FIELDS.
             10 TRAN-ACCT-NO            PIC X(8).
             10 TRAN-ACCT-LIMIT         PIC S9(7)V99 COMP-3.
                15 TRAN-USA-STATE       PIC X(15).
             10 TRAN-RESERVED            PIC X(7).
             10 TRAN-COMMENTS            PIC X(50).
      * Term transaction ('T') view of the same 170 bytes.
          05 TRAN-TERM-FIELDS REDEFINES TRAN-ACCT-FIELDS.
             10 TTR-TERM-ACTION         PIC X(1).
                88 TTR-TERM-ADD                        VALUE 'A'.
                88 TTR-TERM-CHANGE                     VALUE 'C'.
                88 TTR-TERM-DELETE                     VALUE 'D'.
                88 TTR-TERM-ACTION-VALID               VALUE 'A' 'C'
                                                             'D'.
             10 TTR-PRES-ACCT-NO        PIC X(8).
             10 TTR-START-CCYY          PIC X(4).
             10 TTR-END-CCYY            PIC X(4).
             10 TTR-COMMENTS            PIC X(50).
             10 FILLER                  PIC X(103).
      * Approval transaction ('Y' / 'N', approval run) view - the held
      * item it decides.
          05 TRAN-APPROVAL-FIELDS REDEFINES TRAN-ACCT-FIELDS.
             10 TAP-ITEM-ID             PIC X(18).
             10 FILLER                  PIC X(152).
      * Submitting (or, on an approval, approving) operator.
          05 TRAN-OPERATOR-ID           PIC X(8).

       FD  PRES-MAST.
       01 MST-FIELDS.
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
             88 TRM-PRIMARY-TERM                       VALUE 'P'.
             88 TRM-CONTINUATION-TERM                  VALUE 'C'.
          05 TRM-COMMENTS               PIC X(50).
          05 FILLER                     PIC X(13).

      * Held item - keyed on the holding run's id and a sequence
      * number within the run.  PND-TRAN-IMAGE is the whole TRAN-REC
      * as submitted, PND-BEFORE-IMAGE the PRESMAST record as it stood
      * when held (the item is applied only if it still stands so).
       FD  PEND-ITEM.
       01 PND-FIELDS.
          05 PND-ITEM-ID.
             10 PND-HOLD-STAMP          PIC X(14).
             10 PND-HOLD-SEQ            PIC 9(4).
          05 PND-SUBMIT-OPER            PIC X(8).
          05 PND-HOLD-REASON            PIC X(30).
          05 PND-TRAN-IMAGE             PIC X(179).
          05 PND-BEFORE-IMAGE           PIC X(170).
          05 FILLER                     PIC X(11).

       FD  PEND-RPT-LINE RECORDING MODE F.
       01 PEND-RPT-REC                  PIC X(132).

       FD  AUDIT-RPT-LINE RECORDING MODE F.
       01 AUDIT-RPT-REC                 PIC X(132).

       FD  REJ-TRAN-REC RECORDING MODE F.
       01 REJ-TRAN-FIELDS               PIC X(179).

      * Journal record - the run stamp names the run a backout would
      * reverse, the action says how ACCTBKOT reverses it ('A' =
      * delete the record added, 'C' = rewrite the before image, 'D' =
      * re-add the before image).  For an add the image carries the
      * key of the record added, the rest spaces.  'T' / 'U' / 'R' are
      * the same three actions against PRESTERM, the image a
      * TRM-FIELDS record (the 12-byte TRM-KEY alone for a 'T').
       FD  JRNL-FILE RECORDING MODE F.
       01 JRNL-REC.
          05 JRN-RUN-STAMP              PIC X(14).
          05 JRN-BEFORE-IMAGE           PIC X(170).

      * Cycle-control status record - counts 1-4 mean transactions
      * read, applied (add+change+delete, terms included), key
      * rejects, field-edit rejects for this step.
       FD  CYCLE-STAT RECORDING MODE F.
       01 CYC-STAT-REC.
          05 CYC-PROGRAM                PIC X(8).
       01 PROGRAM-INDICATOR-SWITCHES.
          05 WS-EOF-INPUT-SW            PIC X(1)       VALUE 'N'.
             88 EOF-INPUT                              VALUE 'Y'.
          05 WS-TERM-BROWSE-SW          PIC X(1)       VALUE 'N'.
             88 TERM-BROWSE-DONE                       VALUE 'Y'.

       01 WS-MAST-STATUS                PIC X(2)       VALUE '00'.
          88 WS-MAST-OK                                VALUE '00' '02'.
          88 WS-MAST-NOT-FOUND                         VALUE '23'.
          88 WS-MAST-DUP-KEY                           VALUE '22'.

       01 WS-TERM-STATUS                PIC X(2)       VALUE '00'.
          88 WS-TERM-OK                                VALUE '00' '02'.
          88 WS-TERM-NOT-FOUND                         VALUE '23'.
          88 WS-TERM-DUP-KEY                           VALUE '22'.

       01 WS-PEND-STATUS                PIC X(2)       VALUE '00'.
          88 WS-PEND-OK                                VALUE '00' '02'
                                                             '05'.

      * Run-time parameter card (stand-in for a JCL PARM).
       01 WS-PARM-CARD                  PIC X(80)      VALUE SPACES.

      * Two-person approval - run type, hold threshold, the item in
      * hand and the counts for the totals and PENDRPT.
       01 WS-APPROVAL-WORK.
          05 WS-RUN-TYPE                PIC X(1)       VALUE SPACE.
             88 WS-UPDATE-RUN                          VALUE ' '.
             88 WS-APPROVAL-RUN                        VALUE 'A'.
          05 WS-HOLD-THRESHOLD-X        PIC X(7)       VALUE SPACES.
          05 WS-HOLD-THRESHOLD          PIC 9(7)       VALUE 100000.
          05 WS-HOLD-SW                 PIC X(1)       VALUE 'N'.
             88 WS-HOLD-TRAN                           VALUE 'Y'.
          05 WS-HOLD-REASON             PIC X(30)      VALUE SPACES.
          05 WS-HOLD-SEQ                PIC 9(4)       VALUE 0.
          05 WS-LIMIT-MOVE              PIC S9(8)V99   VALUE 0.
          05 WS-BALANCE-MOVE            PIC S9(8)V99   VALUE 0.
          05 WS-APPLIED-BEFORE          PIC 9(6)       VALUE 0.
          05 WS-APPROVER-ID             PIC X(8)       VALUE SPACES.
          05 WS-HELD-CTR                PIC 9(6)       VALUE 0.
          05 WS-APPROVED-CTR            PIC 9(6)       VALUE 0.
          05 WS-DECLINED-CTR            PIC 9(6)       VALUE 0.
          05 WS-DROPPED-CTR             PIC 9(6)       VALUE 0.
          05 WS-PEND-EOF-SW             PIC X(1)       VALUE 'N'.
             88 WS-PEND-EOF                            VALUE 'Y'.
          05 WS-PENDING-CTR             PIC 9(6)       VALUE 0.
          05 WS-OLDEST-AGE              PIC 9(5)       VALUE 0.
          05 WS-ITEM-AGE                PIC S9(5)      VALUE 0.
          05 WS-TODAY-DATE              PIC 9(8)       VALUE 0.
          05 WS-HOLD-DATE               PIC 9(8)       VALUE 0.

      * The front of a held transaction, for the PENDRPT line - same
      * positions as TRAN-REC.
       01 WS-HELD-TRAN.
          05 WS-HLD-ACTION              PIC X(1).
          05 WS-HLD-ACCT-NO             PIC X(8).
          05 FILLER                     PIC X(10).
          05 WS-HLD-LAST-NAME           PIC X(20).
          05 FILLER                     PIC X(140).

       01 WS-TERM-COUNTERS.
          05 WS-TERM-ADD-CTR            PIC 9(6)       VALUE 0.
          05 WS-TERM-CHANGE-CTR         PIC 9(6)       VALUE 0.
          05 WS-TERM-DELETE-CTR         PIC 9(6)       VALUE 0.
          05 WS-CONT-TERM-CTR           PIC 9(4)       VALUE 0.
          05 WS-TERM-AUDIT-ACTION       PIC X(6).

       01 WS-UPDT-COUNTERS.
          05 WS-TRAN-CTR                PIC 9(6)       VALUE 0.
          05 WS-ADD-CTR                 PIC 9(6)       VALUE 0.
                                                             'I' ' '.

      * Record-type code carried in position 2 of RESERVED - space
      * for a primary record.  'C' (an additional-term continuation)
      * is refused here - continuations are kept on PRESTERM.
       01 WS-EDIT-REC-TYPE              PIC X(1).
          88 WS-EDIT-CONTINUATION                      VALUE 'C'.
          88 WS-EDIT-REC-TYPE-VALID                    VALUE ' '.

      * Recognized state names, one PIC X(15) entry per state, matched
      * against TRAN-USA-STATE - same table ACCTEDIT carries.
          05 WS-BEF-RESERVED             PIC X(7).
          05 WS-BEF-COMMENTS             PIC X(50).

      * Before image of the term record held across the REWRITE or
      * DELETE for the journal and the audit lines.
       01 WS-TERM-BEFORE-IMAGE.
          05 WS-TBF-KEY.
             10 WS-TBF-PRES-ACCT-NO     PIC X(8).
             10 WS-TBF-START-CCYY       PIC X(4).
          05 WS-TBF-END-CCYY            PIC X(4).
          05 WS-TBF-TERM-TYPE           PIC X(1).
          05 WS-TBF-COMMENTS            PIC X(50).
          05 FILLER                     PIC X(13).

      * This run's start timestamp (CCYYMMDDHHMMSS) - stamped on every
      * journal record and printed on the AUDITRPT header, so the
      * operator knows the run id to name on an ACCTBKOT backout.
          05 AUDIT-RUN-STAMP-O          PIC X(14).
          05 FILLER                     PIC X(40)      VALUE
                '  (NAME THIS ID ON AN ACCTBKOT BACKOUT)'.
          05 AUDIT-RUN-TYPE-O           PIC X(12)      VALUE SPACES.

       01 WS-AUDIT-HEADER-2.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 AUDIT-TOTAL-COUNT-O        PIC ZZZ,ZZ9.

       01 WS-PEND-HEADER-1.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(12)      VALUE
                'Report: A142'.
          05 FILLER                     PIC X(18)      VALUE SPACES.
          05 FILLER                     PIC X(42)      VALUE
                'Items Held Pending Approval'.
          05 PEND-RPT-DATE              PIC XXXX/XX/XX.

       01 WS-PEND-RUN-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE
                'Run Id: '.
          05 PEND-RUN-STAMP-O           PIC X(14).

       01 WS-PEND-HEADER-2.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(20)      VALUE 'ITEM ID'.
          05 FILLER                     PIC X(12)      VALUE 'HELD ON'.
          05 FILLER                     PIC X(7)       VALUE '  AGE'.
          05 FILLER                     PIC X(10)      VALUE
                'SUBMITTER'.
          05 FILLER                     PIC X(8)       VALUE 'ACTION'.
          05 FILLER                     PIC X(10)      VALUE 'ACCT-NO'.
          05 FILLER                     PIC X(22)      VALUE
                'LAST NAME'.
          05 FILLER                     PIC X(30)      VALUE 'REASON'.

       01 WS-PEND-HEADER-3.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(18)      VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(5)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(6)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(20)      VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(30)      VALUE ALL '='.

       01 WS-PEND-DETAIL-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 PEND-ITEM-ID-O             PIC X(18).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PEND-HELD-DATE-O           PIC XXXX/XX/XX.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PEND-AGE-O                 PIC ZZZZ9.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PEND-SUBMITTER-O           PIC X(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PEND-ACTION-O              PIC X(6).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PEND-ACCT-NO-O             PIC X(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PEND-LAST-NAME-O           PIC X(20).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PEND-REASON-O              PIC X(30).

      *------------------
       PROCEDURE DIVISION.
      *------------------
           MOVE FUNCTION CURRENT-DATE TO RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP TO AUDIT-RUN-STAMP-O
           MOVE WS-RUN-STAMP(1:8) TO WS-TODAY-DATE
           ACCEPT WS-PARM-CARD FROM COMMAND-LINE
           MOVE WS-PARM-CARD(1:1) TO WS-RUN-TYPE
           MOVE WS-PARM-CARD(3:7) TO WS-HOLD-THRESHOLD-X
           IF NOT (WS-UPDATE-RUN OR WS-APPROVAL-RUN)
              DISPLAY "ACCTUPDT - PARM POSITION 1 MUST BE BLANK OR A: "
                      WS-PARM-CARD(1:1)
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-HOLD-THRESHOLD-X NOT = SPACES
              IF WS-HOLD-THRESHOLD-X IS NUMERIC
                 MOVE WS-HOLD-THRESHOLD-X TO WS-HOLD-THRESHOLD
              ELSE
                 DISPLAY "ACCTUPDT - HOLD THRESHOLD IN PARM POSITIONS "
                         "3-9 MUST BE 7 DIGITS: " WS-HOLD-THRESHOLD-X
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           OPEN INPUT TRAN-REC-FILE
           OPEN I-O PRES-MAST
           IF NOT WS-MAST-OK
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O PRES-TERM
           IF NOT WS-TERM-OK
              DISPLAY "ACCTUPDT - CANNOT OPEN PRESTERM, STATUS="
                      WS-TERM-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O PEND-ITEM
           IF NOT WS-PEND-OK
              DISPLAY "ACCTUPDT - CANNOT OPEN PENDTRAN, STATUS="
                      WS-PEND-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
      * The approval run adds its block to the cycle's audit listing
      * and reject file - the update run's are not replaced.
           IF WS-APPROVAL-RUN
              MOVE 'APPROVAL RUN' TO AUDIT-RUN-TYPE-O
              OPEN EXTEND AUDIT-RPT-LINE
              OPEN EXTEND REJ-TRAN-REC
           ELSE
              OPEN OUTPUT AUDIT-RPT-LINE
              OPEN OUTPUT REJ-TRAN-REC
           END-IF
           OPEN EXTEND JRNL-FILE
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-HEADER-1
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-RUN-LINE
      * they pass the ACCTEDIT field edits first - a failing
      * transaction goes to TRANREJC in full and never touches the
      * master.  A delete stays key-only: a record already carrying
      * bad data must still be deletable.  A term transaction is
      * edited and applied against PRESTERM by 350.  Every transaction
      * names its operator; an approval run takes only approvals.
           EVALUATE TRUE
              WHEN TRAN-OPERATOR-ID = SPACES
                 MOVE 'NO SUBMITTING OPERATOR ID' TO AUDIT-NEW-VALUE-O
                 PERFORM 610-WRITE-REJECT-LINE
                 WRITE REJ-TRAN-FIELDS FROM TRAN-REC
              WHEN WS-APPROVAL-RUN
                 PERFORM 450-PROCESS-APPROVAL
              WHEN TRAN-APPROVE OR TRAN-DECLINE
                 MOVE 'APPROVAL - SUBMIT TO THE APPROVAL RUN'
                    TO AUDIT-NEW-VALUE-O
                 PERFORM 610-WRITE-REJECT-LINE
                 WRITE REJ-TRAN-FIELDS FROM TRAN-REC
              WHEN TRAN-ADD
                 PERFORM 340-EDIT-TRAN-FIELDS
                 IF WS-TRAN-VALID
                 END-IF
              WHEN TRAN-DELETE
                 PERFORM 330-APPLY-DELETE
              WHEN TRAN-TERM
                 PERFORM 350-PROCESS-TERM-TRAN
              WHEN OTHER
                 MOVE 'INVALID ACTION CODE' TO AUDIT-NEW-VALUE-O
                 PERFORM 610-WRITE-REJECT-LINE
                 MOVE TRAN-ACCT-NO TO JRN-BEFORE-IMAGE(1:8)
                 PERFORM 650-WRITE-JOURNAL-RECORD
                 PERFORM 620-AUDIT-ADDED-FIELDS
                 PERFORM 395-WRITE-PRIMARY-TERM
              WHEN WS-MAST-DUP-KEY
                 MOVE 'ADD OF ACCT-NO ALREADY ON FILE'
                    TO AUDIT-NEW-VALUE-O
                 PERFORM 610-WRITE-REJECT-LINE
              NOT INVALID KEY
                 MOVE MST-FIELDS TO WS-BEFORE-IMAGE
                 PERFORM 410-CHECK-HOLD-THRESHOLD
                 IF WS-HOLD-TRAN
                    PERFORM 400-HOLD-TRANSACTION
                 ELSE
                    PERFORM 325-REWRITE-CHANGE
                 END-IF
           END-READ
           .

       325-REWRITE-CHANGE.
           MOVE TRAN-ACCT-FIELDS TO MST-FIELDS
           REWRITE MST-FIELDS
           IF WS-MAST-OK
              ADD 1 TO WS-CHANGE-CTR
              MOVE 'C' TO JRN-ACTION
              MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
              PERFORM 650-WRITE-JOURNAL-RECORD
              PERFORM 630-AUDIT-CHANGED-FIELDS
           ELSE
              MOVE 'CHANGE FAILED - SEE FILE STATUS'
                 TO AUDIT-NEW-VALUE-O
              PERFORM 610-WRITE-REJECT-LINE
              DISPLAY "ACCTUPDT - REWRITE FAILED, STATUS="
                      WS-MAST-STATUS " ACCT-NO=" TRAN-ACCT-NO
           END-IF
           .

      * A president with continuation terms still on PRESTERM is not
      * deleted - the terms go first, by 'T' transactions, so none is
      * left on file under a president who no longer exists.  On an
      * update run a delete that passes is held for approval; the
      * approval run applies it.
       330-APPLY-DELETE.
           MOVE TRAN-ACCT-NO TO MST-ACCT-NO
           READ PRES-MAST
                 PERFORM 610-WRITE-REJECT-LINE
              NOT INVALID KEY
                 MOVE MST-FIELDS TO WS-BEFORE-IMAGE
                 PERFORM 390-CHECK-CONT-TERMS
                 IF WS-CONT-TERM-CTR > 0
                    MOVE 'DELETE - CONTINUATION TERMS STILL ON FILE'
                       TO AUDIT-NEW-VALUE-O
                    PERFORM 610-WRITE-REJECT-LINE
                 ELSE
                    IF WS-APPROVAL-RUN
                       PERFORM 335-DELETE-PRESIDENT
                    ELSE
                       MOVE 'DELETE' TO WS-HOLD-REASON
                       PERFORM 400-HOLD-TRANSACTION
                    END-IF
                 END-IF
           END-READ
           .

      * The president record just read, then his primary term.
       335-DELETE-PRESIDENT.
           DELETE PRES-MAST
           IF WS-MAST-OK
              ADD 1 TO WS-DELETE-CTR
              MOVE 'D' TO JRN-ACTION
              MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
              PERFORM 650-WRITE-JOURNAL-RECORD
              PERFORM 640-AUDIT-DELETED-FIELDS
              PERFORM 396-DELETE-PRIMARY-TERM
           ELSE
              MOVE 'DELETE FAILED - SEE FILE STATUS'
                 TO AUDIT-NEW-VALUE-O
              PERFORM 610-WRITE-REJECT-LINE
              DISPLAY "ACCTUPDT - DELETE FAILED, STATUS="
                      WS-MAST-STATUS " ACCT-NO=" TRAN-ACCT-NO
           END-IF
           .

      * The same field edits ACCTEDIT runs on the flat-file path,
      * applied to the transaction's field image before any WRITE or
      * REWRITE.  One REJECT line per failing field goes on AUDITRPT;
      * a failing transaction is written in full (action code
      * included) to TRANREJC for repair and resubmission.  A
      * continuation ('C' record type) is refused outright - extra
      * terms are kept on PRESTERM and maintained by 'T' transactions.
       340-EDIT-TRAN-FIELDS.
           MOVE 'Y' TO WS-TRAN-VALID-SW
           MOVE TRAN-RESERVED(2:1) TO WS-EDIT-REC-TYPE
           IF WS-EDIT-CONTINUATION
              MOVE 'RESERVED (2:1)' TO AUDIT-FIELD-O
              MOVE 'CONTINUATION - USE A T TERM TRANSACTION'
                 TO AUDIT-NEW-VALUE-O
              PERFORM 615-WRITE-EDIT-REJECT-LINE
           ELSE
              IF NOT WS-EDIT-REC-TYPE-VALID
                 MOVE 'RESERVED (2:1)' TO AUDIT-FIELD-O
                 MOVE 'RECORD-TYPE CODE NOT SPACE'
                    TO AUDIT-NEW-VALUE-O
                 PERFORM 615-WRITE-EDIT-REJECT-LINE
              END-IF
           END-IF
           PERFORM 341-EDIT-TERM-YEARS
           PERFORM 342-EDIT-PACKED-FIELDS
           END-IF
           .

      * Term transaction - edited first, then applied to PRESTERM.  A
      * failing edit goes to TRANREJC in full like a failing
      * president edit.
       350-PROCESS-TERM-TRAN.
           PERFORM 355-EDIT-TERM-TRAN
           IF WS-TRAN-VALID
              EVALUATE TRUE
                 WHEN TTR-TERM-ADD
                    PERFORM 360-APPLY-TERM-ADD
                 WHEN TTR-TERM-CHANGE
                    PERFORM 370-APPLY-TERM-CHANGE
                 WHEN TTR-TERM-DELETE
                    PERFORM 380-APPLY-TERM-DELETE
              END-EVALUATE
           ELSE
              ADD 1 TO WS-EDIT-REJ-CTR
              WRITE REJ-TRAN-FIELDS FROM TRAN-REC
           END-IF
           .

       355-EDIT-TERM-TRAN.
           MOVE 'Y' TO WS-TRAN-VALID-SW
           IF NOT TTR-TERM-ACTION-VALID
              MOVE 'TERM ACTION' TO AUDIT-FIELD-O
              MOVE 'TERM ACTION CODE NOT A / C / D'
                 TO AUDIT-NEW-VALUE-O
              PERFORM 612-WRITE-TERM-EDIT-REJECT
           END-IF
           IF TTR-START-CCYY IS NOT NUMERIC
              MOVE 'TERM START' TO AUDIT-FIELD-O
              MOVE 'TERM START YEAR NOT NUMERIC' TO AUDIT-NEW-VALUE-O
              PERFORM 612-WRITE-TERM-EDIT-REJECT
           END-IF
      * A delete names the term by its key - the end year is not read.
           IF NOT TTR-TERM-DELETE
              IF TTR-END-CCYY IS NOT NUMERIC
                 MOVE 'TERM END' TO AUDIT-FIELD-O
                 MOVE 'TERM END YEAR NOT NUMERIC'
                    TO AUDIT-NEW-VALUE-O
                 PERFORM 612-WRITE-TERM-EDIT-REJECT
              ELSE
                 IF TTR-START-CCYY IS NUMERIC
                    AND TTR-START-CCYY > TTR-END-CCYY
                    MOVE 'TERM START' TO AUDIT-FIELD-O
                    MOVE 'START YEAR AFTER END YEAR'
                       TO AUDIT-NEW-VALUE-O
                    PERFORM 612-WRITE-TERM-EDIT-REJECT
                 END-IF
              END-IF
           END-IF
      * The primary term is the one in the president's own ACCT-NO -
      * it moves only with the president record itself.
           IF TTR-START-CCYY = TTR-PRES-ACCT-NO(1:4)
              MOVE 'TERM START' TO AUDIT-FIELD-O
              MOVE 'PRIMARY TERM - MAINTAIN THE PRESIDENT'
                 TO AUDIT-NEW-VALUE-O
              PERFORM 612-WRITE-TERM-EDIT-REJECT
           END-IF
           MOVE TTR-PRES-ACCT-NO TO MST-ACCT-NO
           READ PRES-MAST
              INVALID KEY
                 MOVE 'PRESIDENT' TO AUDIT-FIELD-O
                 MOVE 'PRESIDENT ACCT-NO NOT ON PRESMAST'
                    TO AUDIT-NEW-VALUE-O
                 PERFORM 612-WRITE-TERM-EDIT-REJECT
           END-READ
           .

       360-APPLY-TERM-ADD.
           MOVE SPACES           TO TRM-FIELDS
           MOVE TTR-PRES-ACCT-NO TO TRM-PRES-ACCT-NO
           MOVE TTR-START-CCYY   TO TRM-START-CCYY
           MOVE TTR-END-CCYY     TO TRM-END-CCYY
           MOVE 'C'              TO TRM-TERM-TYPE
           MOVE TTR-COMMENTS     TO TRM-COMMENTS
           WRITE TRM-FIELDS
           EVALUATE TRUE
              WHEN WS-TERM-OK
                 ADD 1 TO WS-TERM-ADD-CTR
                 MOVE 'T' TO JRN-ACTION
                 MOVE SPACES TO JRN-BEFORE-IMAGE
                 MOVE TRM-KEY TO JRN-BEFORE-IMAGE(1:12)
                 PERFORM 650-WRITE-JOURNAL-RECORD
                 MOVE SPACES TO WS-TERM-BEFORE-IMAGE
                 MOVE 'TRMADD' TO AUDIT-ACTION-O
                 PERFORM 660-AUDIT-TERM-FIELDS
              WHEN WS-TERM-DUP-KEY
                 MOVE 'ADD OF TERM ALREADY ON FILE'
                    TO AUDIT-NEW-VALUE-O
                 PERFORM 613-WRITE-TERM-REJECT-LINE
              WHEN OTHER
                 MOVE 'TERM ADD FAILED - SEE FILE STATUS'
                    TO AUDIT-NEW-VALUE-O
                 PERFORM 613-WRITE-TERM-REJECT-LINE
                 DISPLAY "ACCTUPDT - TERM ADD FAILED, STATUS="
                         WS-TERM-STATUS " ACCT-NO=" TTR-PRES-ACCT-NO
           END-EVALUATE
           .

       370-APPLY-TERM-CHANGE.
           MOVE TTR-PRES-ACCT-NO TO TRM-PRES-ACCT-NO
           MOVE TTR-START-CCYY   TO TRM-START-CCYY
           READ PRES-TERM
              INVALID KEY
                 MOVE 'CHANGE OF TERM NOT ON FILE'
                    TO AUDIT-NEW-VALUE-O
                 PERFORM 613-WRITE-TERM-REJECT-LINE
              NOT INVALID KEY
                 MOVE TRM-FIELDS   TO WS-TERM-BEFORE-IMAGE
                 MOVE TTR-END-CCYY TO TRM-END-CCYY
                 MOVE TTR-COMMENTS TO TRM-COMMENTS
                 REWRITE TRM-FIELDS
                 IF WS-TERM-OK
                    ADD 1 TO WS-TERM-CHANGE-CTR
                    MOVE 'U' TO JRN-ACTION
                    MOVE WS-TERM-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
                    PERFORM 650-WRITE-JOURNAL-RECORD
                    MOVE 'TRMCHG' TO AUDIT-ACTION-O
                    PERFORM 660-AUDIT-TERM-FIELDS
                 ELSE
                    MOVE 'TERM CHANGE FAILED - SEE FILE STATUS'
                       TO AUDIT-NEW-VALUE-O
                    PERFORM 613-WRITE-TERM-REJECT-LINE
                    DISPLAY "ACCTUPDT - TERM REWRITE FAILED, STATUS="
                            WS-TERM-STATUS " ACCT-NO="
                            TTR-PRES-ACCT-NO
                 END-IF
           END-READ
           .

       380-APPLY-TERM-DELETE.
           MOVE TTR-PRES-ACCT-NO TO TRM-PRES-ACCT-NO
           MOVE TTR-START-CCYY   TO TRM-START-CCYY
           READ PRES-TERM
              INVALID KEY
                 MOVE 'DELETE OF TERM NOT ON FILE'
                    TO AUDIT-NEW-VALUE-O
                 PERFORM 613-WRITE-TERM-REJECT-LINE
              NOT INVALID KEY
                 MOVE TRM-FIELDS TO WS-TERM-BEFORE-IMAGE
                 DELETE PRES-TERM
                 IF WS-TERM-OK
                    ADD 1 TO WS-TERM-DELETE-CTR
                    MOVE 'R' TO JRN-ACTION
                    MOVE WS-TERM-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
                    PERFORM 650-WRITE-JOURNAL-RECORD
                    MOVE WS-TERM-BEFORE-IMAGE TO TRM-FIELDS
                    MOVE SPACES TO TRM-END-CCYY TRM-COMMENTS
                    MOVE 'TRMDEL' TO AUDIT-ACTION-O
                    PERFORM 660-AUDIT-TERM-FIELDS
                 ELSE
                    MOVE 'TERM DELETE FAILED - SEE FILE STATUS'
                       TO AUDIT-NEW-VALUE-O
                    PERFORM 613-WRITE-TERM-REJECT-LINE
                    DISPLAY "ACCTUPDT - TERM DELETE FAILED, STATUS="
                            WS-TERM-STATUS " ACCT-NO="
                            TTR-PRES-ACCT-NO
                 END-IF
           END-READ
           .

      * Counts the continuation terms on file for the president in
      * TRAN-ACCT-NO - browses PRESTERM from his lowest possible key.
       390-CHECK-CONT-TERMS.
           MOVE ZERO TO WS-CONT-TERM-CTR
           MOVE 'N' TO WS-TERM-BROWSE-SW
           MOVE TRAN-ACCT-NO TO TRM-PRES-ACCT-NO
           MOVE LOW-VALUES   TO TRM-START-CCYY
           START PRES-TERM KEY IS NOT LESS THAN TRM-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-TERM-BROWSE-SW
           END-START
           PERFORM UNTIL TERM-BROWSE-DONE
              READ PRES-TERM NEXT
                 AT END
                    MOVE 'Y' TO WS-TERM-BROWSE-SW
                 NOT AT END
                    IF TRM-PRES-ACCT-NO NOT = TRAN-ACCT-NO
                       MOVE 'Y' TO WS-TERM-BROWSE-SW
                    ELSE
                       IF TRM-CONTINUATION-TERM
                          ADD 1 TO WS-CONT-TERM-CTR
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

      * The new president's own term, from his ACCT-NO.
       395-WRITE-PRIMARY-TERM.
           MOVE SPACES            TO TRM-FIELDS
           MOVE TRAN-ACCT-NO      TO TRM-PRES-ACCT-NO
           MOVE TRAN-ACCT-NO(1:4) TO TRM-START-CCYY
           MOVE TRAN-ACCT-NO(5:4) TO TRM-END-CCYY
           MOVE 'P'               TO TRM-TERM-TYPE
           WRITE TRM-FIELDS
           IF WS-TERM-OK
              MOVE 'T' TO JRN-ACTION
              MOVE SPACES TO JRN-BEFORE-IMAGE
              MOVE TRM-KEY TO JRN-BEFORE-IMAGE(1:12)
              PERFORM 650-WRITE-JOURNAL-RECORD
              MOVE SPACES TO WS-TERM-BEFORE-IMAGE
              MOVE 'TRMADD' TO AUDIT-ACTION-O
              PERFORM 660-AUDIT-TERM-FIELDS
           ELSE
              DISPLAY "ACCTUPDT - PRIMARY TERM WRITE FAILED, STATUS="
                      WS-TERM-STATUS " ACCT-NO=" TRAN-ACCT-NO
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           .

      * The departing president's own term.  A president added before
      * PRESTERM was loaded may have none - nothing to remove then.
       396-DELETE-PRIMARY-TERM.
           MOVE TRAN-ACCT-NO      TO TRM-PRES-ACCT-NO
           MOVE TRAN-ACCT-NO(1:4) TO TRM-START-CCYY
           READ PRES-TERM
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE TRM-FIELDS TO WS-TERM-BEFORE-IMAGE
                 DELETE PRES-TERM
                 IF WS-TERM-OK
                    MOVE 'R' TO JRN-ACTION
                    MOVE WS-TERM-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
                    PERFORM 650-WRITE-JOURNAL-RECORD
                    MOVE WS-TERM-BEFORE-IMAGE TO TRM-FIELDS
                    MOVE SPACES TO TRM-END-CCYY TRM-COMMENTS
                    MOVE 'TRMDEL' TO AUDIT-ACTION-O
                    PERFORM 660-AUDIT-TERM-FIELDS
                 ELSE
                    DISPLAY "ACCTUPDT - PRIMARY TERM DELETE FAILED, "
                            "STATUS=" WS-TERM-STATUS
                            " ACCT-NO=" TRAN-ACCT-NO
                    IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                    END-IF
                 END-IF
           END-READ
           .

      *************************************************************
      * Two-person approval
      *************************************************************
      * The transaction in hand goes onto PENDTRAN instead of the
      * master.  WS-HOLD-REASON is set by the caller; WS-BEFORE-IMAGE
      * holds the record as it stands.
       400-HOLD-TRANSACTION.
           ADD 1 TO WS-HOLD-SEQ
           MOVE SPACES           TO PND-FIELDS
           MOVE WS-RUN-STAMP     TO PND-HOLD-STAMP
           MOVE WS-HOLD-SEQ      TO PND-HOLD-SEQ
           MOVE TRAN-OPERATOR-ID TO PND-SUBMIT-OPER
           MOVE WS-HOLD-REASON   TO PND-HOLD-REASON
           MOVE TRAN-REC         TO PND-TRAN-IMAGE
           MOVE WS-BEFORE-IMAGE  TO PND-BEFORE-IMAGE
           WRITE PND-FIELDS
           IF WS-PEND-OK
              ADD 1 TO WS-HELD-CTR
              MOVE 'HELD'       TO AUDIT-ACTION-O
              MOVE TRAN-ACCT-NO TO AUDIT-ACCT-NO-O
              MOVE 'HELD ITEM'  TO AUDIT-FIELD-O
              STRING PND-ITEM-ID ' SUBMITTED BY ' PND-SUBMIT-OPER
                 DELIMITED BY SIZE INTO AUDIT-OLD-VALUE-O
              END-STRING
              STRING 'AWAITING APPROVAL - ' DELIMITED BY SIZE
                     WS-HOLD-REASON         DELIMITED BY '  '
                 INTO AUDIT-NEW-VALUE-O
              END-STRING
              PERFORM 600-WRITE-AUDIT-LINE
           ELSE
              MOVE 'HOLD FAILED - SEE FILE STATUS' TO AUDIT-NEW-VALUE-O
              PERFORM 610-WRITE-REJECT-LINE
              DISPLAY "ACCTUPDT - PENDTRAN WRITE FAILED, STATUS="
                      WS-PEND-STATUS " ACCT-NO=" TRAN-ACCT-NO
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           .

      * A change is held when it moves salary or net worth by more than
      * the threshold either way, or when an amount on file is not
      * valid packed data and the move cannot be measured.  Nothing is
      * held on an approval run.
       410-CHECK-HOLD-THRESHOLD.
           MOVE 'N' TO WS-HOLD-SW
           MOVE SPACES TO WS-HOLD-REASON
           IF WS-UPDATE-RUN
              IF MST-ACCT-LIMIT IS NOT NUMERIC
                 OR MST-ACCT-BALANCE IS NOT NUMERIC
                 SET WS-HOLD-TRAN TO TRUE
                 MOVE 'AMOUNT ON FILE NOT VALID' TO WS-HOLD-REASON
              ELSE
                 COMPUTE WS-LIMIT-MOVE =
                    TRAN-ACCT-LIMIT - MST-ACCT-LIMIT
                 COMPUTE WS-BALANCE-MOVE =
                    TRAN-ACCT-BALANCE - MST-ACCT-BALANCE
                 IF WS-LIMIT-MOVE < 0
                    COMPUTE WS-LIMIT-MOVE = 0 - WS-LIMIT-MOVE
                 END-IF
                 IF WS-BALANCE-MOVE < 0
                    COMPUTE WS-BALANCE-MOVE = 0 - WS-BALANCE-MOVE
                 END-IF
                 IF WS-LIMIT-MOVE > WS-HOLD-THRESHOLD
                    SET WS-HOLD-TRAN TO TRUE
                    MOVE 'SALARY CHANGE OVER THRESHOLD'
                       TO WS-HOLD-REASON
                 END-IF
                 IF WS-BALANCE-MOVE > WS-HOLD-THRESHOLD
                    IF WS-HOLD-TRAN
                       MOVE 'SALARY+NET WORTH OVER LIMIT'
                          TO WS-HOLD-REASON
                    ELSE
                       SET WS-HOLD-TRAN TO TRUE
                       MOVE 'NET WORTH CHG OVER THRESHOLD'
                          TO WS-HOLD-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      * Approval run - each transaction must be an approval naming a
      * held item.
       450-PROCESS-APPROVAL.
           MOVE SPACES TO PND-FIELDS
           EVALUATE TRUE
              WHEN NOT (TRAN-APPROVE OR TRAN-DECLINE)
                 MOVE 'NOT AN APPROVAL - SUBMIT TO THE UPDATE RUN'
                    TO AUDIT-NEW-VALUE-O
                 PERFORM 614-WRITE-APPROVAL-REJECT
              WHEN OTHER
                 MOVE TAP-ITEM-ID TO PND-ITEM-ID
                 READ PEND-ITEM
                    INVALID KEY
                       MOVE SPACES TO PND-FIELDS
                       MOVE 'HELD ITEM NOT ON PENDTRAN'
                          TO AUDIT-NEW-VALUE-O
                       PERFORM 614-WRITE-APPROVAL-REJECT
                    NOT INVALID KEY
                       PERFORM 455-DECIDE-HELD-ITEM
                 END-READ
           END-EVALUATE
           .

      * The approver must not be the submitter.  A decline needs no
      * second operator - a submitter may withdraw his own item.
       455-DECIDE-HELD-ITEM.
           EVALUATE TRUE
              WHEN TRAN-DECLINE
                 ADD 1 TO WS-DECLINED-CTR
                 MOVE 'DECLND' TO AUDIT-ACTION-O
                 STRING 'DECLINED BY ' TRAN-OPERATOR-ID
                    DELIMITED BY SIZE INTO AUDIT-NEW-VALUE-O
                 END-STRING
                 PERFORM 470-DROP-HELD-ITEM
              WHEN TRAN-OPERATOR-ID = PND-SUBMIT-OPER
                 MOVE 'SELF-APPROVAL - NEEDS A SECOND OPERATOR'
                    TO AUDIT-NEW-VALUE-O
                 PERFORM 614-WRITE-APPROVAL-REJECT
              WHEN OTHER
                 PERFORM 460-APPLY-HELD-ITEM
           END-EVALUATE
           .

      * The held transaction is applied only while the record still
      * stands as it did when held - otherwise a later update would be
      * overwritten unseen.  It then takes the normal 320 / 330 path,
      * journal and audit lines included.  An item 330 still refuses
      * (continuation terms added since) stays held.
       460-APPLY-HELD-ITEM.
           MOVE TRAN-OPERATOR-ID TO WS-APPROVER-ID
           MOVE PND-TRAN-IMAGE   TO TRAN-REC
           MOVE TRAN-ACCT-NO     TO MST-ACCT-NO
           READ PRES-MAST
              INVALID KEY
                 MOVE SPACES TO MST-FIELDS
           END-READ
           IF MST-FIELDS NOT = PND-BEFORE-IMAGE
              ADD 1 TO WS-DROPPED-CTR
              ADD 1 TO WS-REJECT-CTR
              MOVE 'REJECT' TO AUDIT-ACTION-O
              MOVE 'RECORD CHANGED SINCE HELD - RESUBMIT'
                 TO AUDIT-NEW-VALUE-O
              WRITE REJ-TRAN-FIELDS FROM TRAN-REC
              PERFORM 470-DROP-HELD-ITEM
           ELSE
              COMPUTE WS-APPLIED-BEFORE = WS-CHANGE-CTR + WS-DELETE-CTR
              IF TRAN-DELETE
                 PERFORM 330-APPLY-DELETE
              ELSE
                 PERFORM 320-APPLY-CHANGE
              END-IF
              IF WS-CHANGE-CTR + WS-DELETE-CTR > WS-APPLIED-BEFORE
                 ADD 1 TO WS-APPROVED-CTR
                 MOVE 'APPRVD' TO AUDIT-ACTION-O
                 STRING 'APPROVED BY ' WS-APPROVER-ID
                    DELIMITED BY SIZE INTO AUDIT-NEW-VALUE-O
                 END-STRING
                 PERFORM 470-DROP-HELD-ITEM
              END-IF
           END-IF
           .

      * The decided item's line on AUDITRPT, then off PENDTRAN.
      * AUDIT-ACTION-O and AUDIT-NEW-VALUE-O are set by the caller.
       470-DROP-HELD-ITEM.
           MOVE PND-TRAN-IMAGE(2:8) TO AUDIT-ACCT-NO-O
           MOVE 'HELD ITEM'         TO AUDIT-FIELD-O
           STRING PND-ITEM-ID ' SUBMITTED BY ' PND-SUBMIT-OPER
              DELIMITED BY SIZE INTO AUDIT-OLD-VALUE-O
           END-STRING
           PERFORM 600-WRITE-AUDIT-LINE
           DELETE PEND-ITEM
           IF NOT WS-PEND-OK
              DISPLAY "ACCTUPDT - PENDTRAN DELETE FAILED, STATUS="
                      WS-PEND-STATUS " ITEM=" PND-ITEM-ID
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           .

       600-WRITE-AUDIT-LINE.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-DETAIL-LINE
           MOVE SPACES TO WS-AUDIT-DETAIL-LINE
           PERFORM 600-WRITE-AUDIT-LINE
           .

      * Term transactions name the president's ACCT-NO on their reject
      * lines - TRAN-ACCT-NO is not a key on a 'T' transaction.  612
      * is the field-edit reject (counted like 615), 613 the key
      * reject (counted like 610).
       612-WRITE-TERM-EDIT-REJECT.
           MOVE 'N' TO WS-TRAN-VALID-SW
           ADD 1 TO WS-FIELD-ERR-CTR
           MOVE 'REJECT'         TO AUDIT-ACTION-O
           MOVE TTR-PRES-ACCT-NO TO AUDIT-ACCT-NO-O
           MOVE SPACES           TO AUDIT-OLD-VALUE-O
           PERFORM 600-WRITE-AUDIT-LINE
           .

       613-WRITE-TERM-REJECT-LINE.
           ADD 1 TO WS-REJECT-CTR
           MOVE 'REJECT'         TO AUDIT-ACTION-O
           MOVE TTR-PRES-ACCT-NO TO AUDIT-ACCT-NO-O
           MOVE TRAN-ACTION      TO AUDIT-FIELD-O
           MOVE SPACES           TO AUDIT-OLD-VALUE-O
           PERFORM 600-WRITE-AUDIT-LINE
           .

      * Rejected approval - the reason is in AUDIT-NEW-VALUE-O.  The
      * line names the item and the approving operator; the approval
      * goes to TRANREJC and the held item, if any, stays held.
       614-WRITE-APPROVAL-REJECT.
           ADD 1 TO WS-REJECT-CTR
           MOVE 'REJECT'            TO AUDIT-ACTION-O
           MOVE PND-TRAN-IMAGE(2:8) TO AUDIT-ACCT-NO-O
           MOVE 'HELD ITEM'         TO AUDIT-FIELD-O
           MOVE SPACES              TO AUDIT-OLD-VALUE-O
           STRING TAP-ITEM-ID ' APPROVAL BY ' TRAN-OPERATOR-ID
              DELIMITED BY SIZE INTO AUDIT-OLD-VALUE-O
           END-STRING
           PERFORM 600-WRITE-AUDIT-LINE
           WRITE REJ-TRAN-FIELDS FROM TRAN-REC
           .

      * Audit trail for an applied add - every field stored, no old
      * values to show.
       620-AUDIT-ADDED-FIELDS.
           PERFORM 600-WRITE-AUDIT-LINE
           .

      * Audit trail for an applied term action - AUDIT-ACTION-O is set
      * by the caller, TRM-FIELDS holds the term as it now stands (end
      * year and comments spaces after a delete) and
      * WS-TERM-BEFORE-IMAGE the term as it stood (spaces for an
      * add).  The start year first, then the fields that differ.
       660-AUDIT-TERM-FIELDS.
           MOVE TRM-PRES-ACCT-NO  TO AUDIT-ACCT-NO-O
           MOVE 'TERM START'      TO AUDIT-FIELD-O
           MOVE WS-TBF-START-CCYY TO AUDIT-OLD-VALUE-O
           MOVE TRM-START-CCYY    TO AUDIT-NEW-VALUE-O
           IF AUDIT-ACTION-O = 'TRMDEL'
              MOVE '(TERM REMOVED)' TO AUDIT-NEW-VALUE-O
           END-IF
           MOVE AUDIT-ACTION-O    TO WS-TERM-AUDIT-ACTION
           PERFORM 600-WRITE-AUDIT-LINE
           IF TRM-END-CCYY NOT = WS-TBF-END-CCYY
              MOVE WS-TERM-AUDIT-ACTION TO AUDIT-ACTION-O
              MOVE TRM-PRES-ACCT-NO TO AUDIT-ACCT-NO-O
              MOVE 'TERM END'       TO AUDIT-FIELD-O
              MOVE WS-TBF-END-CCYY  TO AUDIT-OLD-VALUE-O
              MOVE TRM-END-CCYY     TO AUDIT-NEW-VALUE-O
              PERFORM 600-WRITE-AUDIT-LINE
           END-IF
           IF TRM-COMMENTS NOT = WS-TBF-COMMENTS
              MOVE WS-TERM-AUDIT-ACTION TO AUDIT-ACTION-O
              MOVE TRM-PRES-ACCT-NO TO AUDIT-ACCT-NO-O
              MOVE 'TERM COMMENTS'  TO AUDIT-FIELD-O
              MOVE WS-TBF-COMMENTS  TO AUDIT-OLD-VALUE-O
              MOVE TRM-COMMENTS     TO AUDIT-NEW-VALUE-O
              PERFORM 600-WRITE-AUDIT-LINE
           END-IF
           .

      * One journal record per applied action - JRN-ACTION and
      * JRN-BEFORE-IMAGE are set by the caller before the PERFORM.
       650-WRITE-JOURNAL-RECORD.
           END-READ
           .

      * Every item still held, oldest first - the item id leads with
      * the holding run's id.  Age is in days since the item was held.
       800-WRITE-PENDING-REPORT.
           MOVE FUNCTION CURRENT-DATE TO PEND-RPT-DATE
           MOVE WS-RUN-STAMP TO PEND-RUN-STAMP-O
           OPEN OUTPUT PEND-RPT-LINE
           WRITE PEND-RPT-REC FROM WS-PEND-HEADER-1
           WRITE PEND-RPT-REC FROM WS-PEND-RUN-LINE
           WRITE PEND-RPT-REC FROM WS-BLANK-LINE
           WRITE PEND-RPT-REC FROM WS-PEND-HEADER-2
           WRITE PEND-RPT-REC FROM WS-PEND-HEADER-3
           MOVE 'N' TO WS-PEND-EOF-SW
           MOVE LOW-VALUES TO PND-ITEM-ID
           START PEND-ITEM KEY IS NOT LESS THAN PND-ITEM-ID
              INVALID KEY
                 SET WS-PEND-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-PEND-EOF
              READ PEND-ITEM NEXT
                 AT END
                    SET WS-PEND-EOF TO TRUE
                 NOT AT END
                    PERFORM 810-WRITE-PENDING-LINE
              END-READ
           END-PERFORM
           WRITE PEND-RPT-REC FROM WS-BLANK-LINE
           MOVE 'Items Pending Approval' TO AUDIT-TOTAL-LABEL-O
           MOVE WS-PENDING-CTR TO AUDIT-TOTAL-COUNT-O
           WRITE PEND-RPT-REC FROM WS-AUDIT-TOTAL-LINE
           MOVE 'Oldest Item Age (Days)' TO AUDIT-TOTAL-LABEL-O
           MOVE WS-OLDEST-AGE TO AUDIT-TOTAL-COUNT-O
           WRITE PEND-RPT-REC FROM WS-AUDIT-TOTAL-LINE
           CLOSE PEND-RPT-LINE
           .

       810-WRITE-PENDING-LINE.
           ADD 1 TO WS-PENDING-CTR
           MOVE PND-TRAN-IMAGE      TO WS-HELD-TRAN
           MOVE PND-ITEM-ID         TO PEND-ITEM-ID-O
           MOVE PND-HOLD-STAMP(1:8) TO PEND-HELD-DATE-O
           MOVE ZERO TO WS-ITEM-AGE
           IF PND-HOLD-STAMP(1:8) IS NUMERIC
              MOVE PND-HOLD-STAMP(1:8) TO WS-HOLD-DATE
              COMPUTE WS-ITEM-AGE =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-HOLD-DATE)
           END-IF
           IF WS-ITEM-AGE < 0
              MOVE ZERO TO WS-ITEM-AGE
           END-IF
           MOVE WS-ITEM-AGE TO PEND-AGE-O
           IF WS-ITEM-AGE > WS-OLDEST-AGE
              MOVE WS-ITEM-AGE TO WS-OLDEST-AGE
           END-IF
           MOVE PND-SUBMIT-OPER TO PEND-SUBMITTER-O
           EVALUATE WS-HLD-ACTION
              WHEN 'D'
                 MOVE 'DELETE' TO PEND-ACTION-O
              WHEN 'C'
                 MOVE 'CHANGE' TO PEND-ACTION-O
              WHEN OTHER
                 MOVE WS-HLD-ACTION TO PEND-ACTION-O
           END-EVALUATE
           MOVE WS-HLD-ACCT-NO   TO PEND-ACCT-NO-O
           MOVE WS-HLD-LAST-NAME TO PEND-LAST-NAME-O
           MOVE PND-HOLD-REASON  TO PEND-REASON-O
           WRITE PEND-RPT-REC FROM WS-PEND-DETAIL-LINE
           .

       900-WRAP-UP.
           WRITE AUDIT-RPT-REC FROM WS-BLANK-LINE
           MOVE 'Transactions Read' TO AUDIT-TOTAL-LABEL-O
           MOVE 'Deletes Applied' TO AUDIT-TOTAL-LABEL-O
           MOVE WS-DELETE-CTR TO AUDIT-TOTAL-COUNT-O
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE
           MOVE 'Term Adds Applied' TO AUDIT-TOTAL-LABEL-O
           MOVE WS-TERM-ADD-CTR TO AUDIT-TOTAL-COUNT-O
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE
           MOVE 'Term Changes Applied' TO AUDIT-TOTAL-LABEL-O
           MOVE WS-TERM-CHANGE-CTR TO AUDIT-TOTAL-COUNT-O
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE
           MOVE 'Term Deletes Applied' TO AUDIT-TOTAL-LABEL-O
           MOVE WS-TERM-DELETE-CTR TO AUDIT-TOTAL-COUNT-O
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE
           MOVE 'Transactions Rejected' TO AUDIT-TOTAL-LABEL-O
           MOVE WS-REJECT-CTR TO AUDIT-TOTAL-COUNT-O
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE
           MOVE 'Field Errors Reported' TO AUDIT-TOTAL-LABEL-O
           MOVE WS-FIELD-ERR-CTR TO AUDIT-TOTAL-COUNT-O
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE
           MOVE 'Items Held for Approval' TO AUDIT-TOTAL-LABEL-O
           MOVE WS-HELD-CTR TO AUDIT-TOTAL-COUNT-O
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE
           MOVE 'Held Items Approved' TO AUDIT-TOTAL-LABEL-O
           MOVE WS-APPROVED-CTR TO AUDIT-TOTAL-COUNT-O
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE
           MOVE 'Held Items Declined' TO AUDIT-TOTAL-LABEL-O
           MOVE WS-DECLINED-CTR TO AUDIT-TOTAL-COUNT-O
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE
           MOVE 'Held Items Changed Since Held' TO AUDIT-TOTAL-LABEL-O
           MOVE WS-DROPPED-CTR TO AUDIT-TOTAL-COUNT-O
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE
           PERFORM 800-WRITE-PENDING-REPORT
           CLOSE TRAN-REC-FILE
           CLOSE PRES-MAST
           CLOSE PRES-TERM
           CLOSE PEND-ITEM
           CLOSE AUDIT-RPT-LINE
           CLOSE REJ-TRAN-REC
           CLOSE JRNL-FILE
           MOVE WS-TRAN-CTR TO CYC-COUNT-1
           COMPUTE CYC-COUNT-2 =
              WS-ADD-CTR + WS-CHANGE-CTR + WS-DELETE-CTR
              + WS-TERM-ADD-CTR + WS-TERM-CHANGE-CTR
              + WS-TERM-DELETE-CTR
           MOVE WS-REJECT-CTR   TO CYC-COUNT-3
           MOVE WS-EDIT-REJ-CTR TO CYC-COUNT-4
           EVALUATE RETURN-CODE
