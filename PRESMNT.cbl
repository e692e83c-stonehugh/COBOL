      **************************************************************************
      * Program Name:               PRESMNT                                    *
      * Developer:                  PDEVLIN                                    *
      * Created:                    2026-10-15                                 *
      * Developer Contact:                                                     *
      *                                                                        *
      **************************************************************************
      **************************************************************************
      * Modifications
      *  2026-10-15 PDEVLIN
      *    Initial version.  Interactive terminal maintenance of the
      *    indexed PRESMAST master, so a one-field correction no longer
      *    waits for an ACCTTRAN deck and the night's ACCTUPDT run (and
      *    a second night when the deck fails the field edits).
      *    The selection screen takes a function (I = inquire, A = add,
      *    C = change, D = delete, X = exit) and an ACCT-NO or a
      *    LAST-NAME; the record is found the way PRESINQ finds it -
      *    ACCT-NO on the primary key, LAST-NAME by START on the
      *    alternate key and READ NEXT through the duplicates (an
      *    inquiry pages through every president with that name; a
      *    change or delete by a name on file more than once asks for
      *    the ACCT-NO instead, so the wrong record is never updated).
      *    The detail screen shows every MST-FIELDS field - term years,
      *    salary, net worth, name, street / city-county / state, the
      *    RESERVED annotation and record-type codes and the rest of
      *    RESERVED, and COMMENTS.
      *    Adds and changes are put through ACCTUPDT's field edits
      *    (341-EDIT-TERM-YEARS, 342-EDIT-PACKED-FIELDS, 343-EDIT-USA-
      *    STATE, 344-EDIT-ANNOT-CODE, same state table and code
      *    values) before the update is allowed; a failing entry stays
      *    on the screen with the first failing field and the count of
      *    errors, and nothing is written until it passes.  A change
      *    or delete re-reads the record and refuses if it changed
      *    since it was displayed.
      *    Every update writes the same ACCTJRNL before-image record as
      *    ACCTUPDT, stamped with this session's start timestamp, so
      *    ACCTBKOT backs out a screen session by its id exactly like a
      *    batch run; and the same audit detail lines as AUDITRPT go on
      *    the MNTAUDIT listing (appended per session, headed with the
      *    session's run id).
      *    Condition code: 0 = normal end, 12 = file-open failure.
      *
      *  2026-10-15 PDEVLIN
      *    Keeps the new PRESTERM term master in step with PRESMAST the
      *    way ACCTUPDT does: an add also writes the president's
      *    primary term (journaled 'T'), a delete is refused while
      *    continuation terms are still on file for him and otherwise
      *    removes his primary term too (journaled 'R').  A 'C'
      *    record type in RESERVED (2:1) is refused - continuation
      *    terms are maintained with ACCTUPDT's T term transaction.
      *    Added PRES-TERM file (ASSIGN TO PRESTERM), WS-TERM-STATUS,
      *    WS-TERM-BROWSE-SW, WS-CONT-TERM-CTR, WS-TERM-BEFORE-IMAGE,
      *    WS-TERM-AUDIT-ACTION.
      *    Added 390-CHECK-CONT-TERMS, 395-WRITE-PRIMARY-TERM,
      *    396-DELETE-PRIMARY-TERM, 660-AUDIT-TERM-FIELDS.
      *    Modified 100-INIT-RTN, 340-EDIT-TRAN-FIELDS, 510-APPLY-ADD,
      *    530-APPLY-DELETE, 535-DELETE-RECORD, 900-WRAP-UP.
      *
      *  2026-10-15 PDEVLIN
      *    Two-person approval, as ACCTUPDT.  The selection screen takes
      *    the operator's id, required for an add, change or delete.  A
      *    delete, and a change moving salary or net worth by more than
      *    the hold threshold either way, is no longer applied from the
      *    screen: it is held on PENDTRAN for a second operator's
      *    approval on ACCTUPDT's approval run, and goes on MNTAUDIT as
      *    a HELD line; the message line gives the item id.  Adds and
      *    other changes are applied as before.
      *    Parameter card (stand-in for a JCL PARM): positions 3-9 hold
      *    threshold in whole dollars (default 100000), the same
      *    positions ACCTUPDT reads.
      *    Condition code: 8 = parameter card in error.
      *    Added PEND-ITEM file (ASSIGN TO PENDTRAN), TRAN-OPERATOR-ID,
      *    WS-SCR-OPERATOR-ID, WS-PARM-CARD, WS-PEND-STATUS,
      *    WS-APPROVAL-WORK.
      *    Added 540-CHECK-HOLD-THRESHOLD, 545-HOLD-TRANSACTION.
      *    Modified 100-INIT-RTN, 200-PROCESS-FUNCTION,
      *    430-DELETE-FUNCTION, 520-APPLY-CHANGE, 530-APPLY-DELETE,
      *    900-WRAP-UP.
      *    Removed 396-DELETE-PRIMARY-TERM, 535-DELETE-RECORD,
      *    640-AUDIT-DELETED-FIELDS, WS-DELETE-CTR - a delete is now
      *    applied only by ACCTUPDT.
      *
      *  2026-10-15 PDEVLIN
      *    MNTAUDIT is report A147 - A126 is ACCTUPDT's AUDITRPT.
      *    'C' is no longer offered as a record type on the detail
      *    screens (continuations are kept with the T transaction),
      *    and a term's COMMENTS change now goes on MNTAUDIT.
      *    PENDTRAN is OPTIONAL, as in ACCTUPDT, so the first session
      *    after it is introduced does not stop on a missing file.
      *    The two combined and net-worth hold reasons are shortened
      *    to fit PND-HOLD-REASON (30) - they printed cut off.
      *    Modified WS-PEND-STATUS, 340-EDIT-TRAN-FIELDS,
      *    540-CHECK-HOLD-THRESHOLD, 660-AUDIT-TERM-FIELDS.
      **************************************************************************
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PRESMNT.
       AUTHOR.        PDEVLIN.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *** Indexed presidents master maintained in place.
           SELECT PRES-MAST ASSIGN TO PRESMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MST-ACCT-NO
              ALTERNATE RECORD KEY IS MST-LAST-NAME WITH DUPLICATES
              FILE STATUS IS WS-MAST-STATUS.
      *** Screen maintenance audit listing - same detail lines as
      *** ACCTUPDT's AUDITRPT, appended one session at a time.
           SELECT OPTIONAL AUDIT-RPT-LINE ASSIGN TO MNTAUDIT.
      *** Permanent before-image journal shared with ACCTUPDT -
      *** ACCTBKOT's input for a backout.
           SELECT OPTIONAL JRNL-FILE     ASSIGN TO ACCTJRNL.
      *** Indexed term master - the president's primary term is kept
      *** with him on add and delete.
           SELECT PRES-TERM ASSIGN TO PRESTERM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TRM-KEY
              FILE STATUS IS WS-TERM-STATUS.
      *** Indexed pending-approval file shared with ACCTUPDT - deletes
      *** and large dollar changes held for a second operator.
           SELECT OPTIONAL PEND-ITEM ASSIGN TO PENDTRAN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PND-ITEM-ID
              FILE STATUS IS WS-PEND-STATUS.
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

       FD  AUDIT-RPT-LINE RECORDING MODE F.
       01 AUDIT-RPT-REC                 PIC X(132).

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
             88 TRM-PRIMARY-TERM                       VALUE 'P'.
             88 TRM-CONTINUATION-TERM                  VALUE 'C'.
          05 TRM-COMMENTS               PIC X(50).
          05 FILLER                     PIC X(13).

      *** Same layout as ACCTUPDT's PND-FIELDS.
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

      ***************************************************************
      * STORAGE SECTIONS
      ***************************************************************
       WORKING-STORAGE SECTION.
       01 PROGRAM-INDICATOR-SWITCHES.
          05 WS-FOUND-SW                PIC X(1)       VALUE 'N'.
             88 WS-RECORD-FOUND                        VALUE 'Y'.
          05 WS-NAME-DUP-SW             PIC X(1)       VALUE 'N'.
             88 WS-NAME-NOT-UNIQUE                     VALUE 'Y'.
          05 WS-EDIT-DONE-SW            PIC X(1)       VALUE 'N'.
             88 WS-EDIT-DONE                           VALUE 'Y'.
          05 WS-UPDATE-READY-SW         PIC X(1)       VALUE 'N'.
             88 WS-UPDATE-READY                        VALUE 'Y'.
          05 WS-AUDIT-HDR-SW            PIC X(1)       VALUE 'N'.
             88 WS-AUDIT-HDR-WRITTEN                   VALUE 'Y'.
          05 WS-TERM-BROWSE-SW          PIC X(1)       VALUE 'N'.
             88 TERM-BROWSE-DONE                       VALUE 'Y'.

       01 WS-MAST-STATUS                PIC X(2)       VALUE '00'.
          88 WS-MAST-OK                                VALUE '00' '02'.
          88 WS-MAST-NOT-FOUND                         VALUE '23'.
          88 WS-MAST-DUP-KEY                           VALUE '22'.

       01 WS-TERM-STATUS                PIC X(2)       VALUE '00'.
          88 WS-TERM-OK                                VALUE '00' '02'.

       01 WS-PEND-STATUS                PIC X(2)       VALUE '00'.
          88 WS-PEND-OK                                VALUE '00' '02'
                                                             '05'.

      * Run-time parameter card (stand-in for a JCL PARM).
       01 WS-PARM-CARD                  PIC X(80)      VALUE SPACES.

      * Two-person approval - hold threshold and the item in hand.
       01 WS-APPROVAL-WORK.
          05 WS-HOLD-THRESHOLD-X        PIC X(7)       VALUE SPACES.
          05 WS-HOLD-THRESHOLD          PIC 9(7)       VALUE 100000.
          05 WS-HOLD-SW                 PIC X(1)       VALUE 'N'.
             88 WS-HOLD-TRAN                           VALUE 'Y'.
          05 WS-HOLD-REASON             PIC X(30)      VALUE SPACES.
          05 WS-HOLD-SEQ                PIC 9(4)       VALUE 0.
          05 WS-LIMIT-MOVE              PIC S9(8)V99   VALUE 0.
          05 WS-BALANCE-MOVE            PIC S9(8)V99   VALUE 0.
          05 WS-HELD-CTR                PIC 9(6)       VALUE 0.

       01 WS-UPDT-COUNTERS.
          05 WS-ADD-CTR                 PIC 9(6)       VALUE 0.
          05 WS-CHANGE-CTR              PIC 9(6)       VALUE 0.
          05 WS-EDIT-ERR-CTR            PIC 9(3)       VALUE 0.
          05 WS-CONT-TERM-CTR           PIC 9(4)       VALUE 0.
          05 WS-TERM-AUDIT-ACTION       PIC X(6)       VALUE SPACES.

      * Selection screen fields.
       01 WS-SCR-SELECT-FIELDS.
          05 WS-SCR-FUNCTION            PIC X(1)       VALUE SPACES.
             88 FN-INQUIRE                             VALUE 'I'.
             88 FN-ADD                                 VALUE 'A'.
             88 FN-CHANGE                              VALUE 'C'.
             88 FN-DELETE                              VALUE 'D'.
             88 FN-EXIT                                VALUE 'X'.
          05 WS-SCR-SEL-ACCT-NO         PIC X(8)       VALUE SPACES.
          05 WS-SCR-SEL-LAST-NAME       PIC X(20)      VALUE SPACES.
          05 WS-SCR-OPERATOR-ID         PIC X(8)       VALUE SPACES.

      * Detail screen fields - the record in display form.  The packed
      * amounts are entered and shown as signed display numerics and
      * packed only when the transaction image is built.
       01 WS-SCR-DETAIL-FIELDS.
          05 WS-SCR-ACCT-NO             PIC X(8).
          05 WS-SCR-ACCT-NO-R REDEFINES WS-SCR-ACCT-NO.
             10 WS-SCR-START-CCYY       PIC X(4).
             10 WS-SCR-END-CCYY         PIC X(4).
          05 WS-SCR-LIMIT               PIC S9(7)V99.
          05 WS-SCR-BALANCE             PIC S9(7)V99.
          05 WS-SCR-LAST-NAME           PIC X(20).
          05 WS-SCR-FIRST-NAME          PIC X(15).
          05 WS-SCR-STREET-ADDR         PIC X(25).
          05 WS-SCR-CITY-COUNTY         PIC X(20).
          05 WS-SCR-USA-STATE           PIC X(15).
          05 WS-SCR-RESERVED.
             10 WS-SCR-ANNOT-CODE       PIC X(1).
             10 WS-SCR-REC-TYPE         PIC X(1).
             10 WS-SCR-RESERVED-REST    PIC X(5).
          05 WS-SCR-COMMENTS            PIC X(50).

      * Screen title, prompt, reply and message lines.
       01 WS-SCR-TITLE                  PIC X(30)      VALUE SPACES.
       01 WS-SCR-PROMPT                 PIC X(60)      VALUE SPACES.
       01 WS-SCR-ACTION                 PIC X(1)       VALUE SPACES.
       01 WS-SCR-DATE                   PIC X(8)       VALUE SPACES.
       01 WS-SCR-MESSAGE.
          05 WS-SCR-MSG-TEXT            PIC X(64).
          05 WS-SCR-MSG-ERRS            PIC X(15).
       01 WS-ERR-COUNT-X                PIC ZZ9.

      * Record as displayed - a change or delete is refused if the
      * master no longer matches it when the update is made.
       01 WS-SHOWN-IMAGE                PIC X(170).

      * Transaction image built from the detail screen - same layout
      * as ACCTUPDT's TRAN-REC, so the edits below run on the same
      * field names the batch path edits.
       01 TRAN-REC.
          05 TRAN-ACTION                PIC X(1).
             88 TRAN-ADD                               VALUE 'A'.
             88 TRAN-CHANGE                            VALUE 'C'.
             88 TRAN-DELETE                            VALUE 'D'.
          05 TRAN-ACCT-FIELDS.
             10 TRAN-ACCT-NO            PIC X(8).
             10 TRAN-ACCT-LIMIT         PIC S9(7)V99 COMP-3.
             10 TRAN-ACCT-BALANCE       PIC S9(7)V99 COMP-3.
             10 TRAN-LAST-NAME          PIC X(20).
             10 TRAN-FIRST-NAME         PIC X(15).
             10 TRAN-CLIENT-ADDR.
                15 TRAN-STREET-ADDR     PIC X(25).
                15 TRAN-CITY-COUNTY     PIC X(20).
                15 TRAN-USA-STATE       PIC X(15).
             10 TRAN-RESERVED            PIC X(7).
             10 TRAN-COMMENTS            PIC X(50).
          05 TRAN-OPERATOR-ID           PIC X(8).

      * Field-edit state for the entry in hand - same edits ACCTUPDT
      * applies to the batch path.
       01 WS-TRAN-EDIT-SWITCHES.
          05 WS-TRAN-VALID-SW           PIC X(1)       VALUE 'Y'.
             88 WS-TRAN-VALID                          VALUE 'Y'.
          05 WS-STATE-FOUND-SW          PIC X(1)       VALUE 'N'.
             88 WS-STATE-FOUND                         VALUE 'Y'.

       01 WS-TERM-YEAR-WORK.
          05 WS-EDIT-START-CCYY         PIC 9(4).
          05 WS-EDIT-END-CCYY           PIC 9(4).

      * Annotation code carried in position 1 of RESERVED - must be
      * one of the codes 403-BUILD-FOOTNOTE in CNTRLBRK understands.
       01 WS-EDIT-ANNOT-CODE            PIC X(1).
          88 WS-ANNOT-CODE-VALID                       VALUE 'D' 'R'
                                                             'I' ' '.

      * Record-type code carried in position 2 of RESERVED - space
      * for a primary record.  'C' (an additional-term continuation)
      * is refused here - continuations are kept on PRESTERM.
       01 WS-EDIT-REC-TYPE              PIC X(1).
          88 WS-EDIT-CONTINUATION                      VALUE 'C'.
          88 WS-EDIT-REC-TYPE-VALID                    VALUE ' '.

      * Recognized state names - same table ACCTUPDT and ACCTEDIT
      * carry.
       01 WS-STATE-NAME-VALUES.
          05 FILLER                     PIC X(15)      VALUE 'Alabama'.
          05 FILLER                     PIC X(15)      VALUE 'Alaska'.
          05 FILLER                     PIC X(15)      VALUE 'Arizona'.
          05 FILLER                     PIC X(15)      VALUE 'Arkansas'.
          05 FILLER                     PIC X(15)      VALUE
                'California'.
          05 FILLER                     PIC X(15)      VALUE 'Colorado'.
          05 FILLER                     PIC X(15)      VALUE
                'Connecticut'.
          05 FILLER                     PIC X(15)      VALUE 'Delaware'.
          05 FILLER                     PIC X(15)      VALUE 'Florida'.
          05 FILLER                     PIC X(15)      VALUE 'Georgia'.
          05 FILLER                     PIC X(15)      VALUE 'Hawaii'.
          05 FILLER                     PIC X(15)      VALUE 'Idaho'.
          05 FILLER                     PIC X(15)      VALUE 'Illinois'.
          05 FILLER                     PIC X(15)      VALUE 'Indiana'.
          05 FILLER                     PIC X(15)      VALUE 'Iowa'.
          05 FILLER                     PIC X(15)      VALUE 'Kansas'.
          05 FILLER                     PIC X(15)      VALUE 'Kentucky'.
          05 FILLER                     PIC X(15)      VALUE
                'Louisiana'.
          05 FILLER                     PIC X(15)      VALUE 'Maine'.
          05 FILLER                     PIC X(15)      VALUE 'Maryland'.
          05 FILLER                     PIC X(15)      VALUE
                'Massachusetts'.
          05 FILLER                     PIC X(15)      VALUE 'Michigan'.
          05 FILLER                     PIC X(15)      VALUE
                'Minnesota'.
          05 FILLER                     PIC X(15)      VALUE
                'Mississippi'.
          05 FILLER                     PIC X(15)      VALUE 'Missouri'.
          05 FILLER                     PIC X(15)      VALUE 'Montana'.
          05 FILLER                     PIC X(15)      VALUE 'Nebraska'.
          05 FILLER                     PIC X(15)      VALUE 'Nevada'.
          05 FILLER                     PIC X(15)      VALUE
                'New Hampshire'.
          05 FILLER                     PIC X(15)      VALUE
                'New Jersey'.
          05 FILLER                     PIC X(15)      VALUE
                'New Mexico'.
          05 FILLER                     PIC X(15)      VALUE 'New York'.
          05 FILLER                     PIC X(15)      VALUE
                'North Carolina'.
          05 FILLER                     PIC X(15)      VALUE
                'North Dakota'.
          05 FILLER                     PIC X(15)      VALUE 'Ohio'.
          05 FILLER                     PIC X(15)      VALUE 'Oklahoma'.
          05 FILLER                     PIC X(15)      VALUE 'Oregon'.
          05 FILLER                     PIC X(15)      VALUE
                'Pennsylvania'.
          05 FILLER                     PIC X(15)      VALUE
                'Rhode Island'.
          05 FILLER                     PIC X(15)      VALUE
                'South Carolina'.
          05 FILLER                     PIC X(15)      VALUE
                'South Dakota'.
          05 FILLER                     PIC X(15)      VALUE
                'Tennessee'.
          05 FILLER                     PIC X(15)      VALUE 'Texas'.
          05 FILLER                     PIC X(15)      VALUE 'Utah'.
          05 FILLER                     PIC X(15)      VALUE 'Vermont'.
          05 FILLER                     PIC X(15)      VALUE
                'Virginia'.
          05 FILLER                     PIC X(15)      VALUE
                'Washington'.
          05 FILLER                     PIC X(15)      VALUE
                'West Virginia'.
          05 FILLER                     PIC X(15)      VALUE
                'Wisconsin'.
          05 FILLER                     PIC X(15)      VALUE 'Wyoming'.
       01 WS-STATE-NAME-TABLE REDEFINES WS-STATE-NAME-VALUES.
          05 WS-STATE-NAME-ENTRY        PIC X(15) OCCURS 50 TIMES.
       01 WS-STATE-TBL-I                PIC 9(3) COMP.

      * Before image of the master record held across the REWRITE so
      * the audit line can show old value alongside new value.
       01 WS-BEFORE-IMAGE.
          05 WS-BEF-ACCT-NO             PIC X(8).
          05 WS-BEF-ACCT-LIMIT          PIC S9(7)V99 COMP-3.
          05 WS-BEF-ACCT-BALANCE        PIC S9(7)V99 COMP-3.
          05 WS-BEF-LAST-NAME           PIC X(20).
          05 WS-BEF-FIRST-NAME          PIC X(15).
          05 WS-BEF-CLIENT-ADDR.
             10 WS-BEF-STREET-ADDR      PIC X(25).
             10 WS-BEF-CITY-COUNTY      PIC X(20).
             10 WS-BEF-USA-STATE        PIC X(15).
          05 WS-BEF-RESERVED             PIC X(7).
          05 WS-BEF-COMMENTS             PIC X(50).

      * Same layout as ACCTUPDT's WS-TERM-BEFORE-IMAGE.
       01 WS-TERM-BEFORE-IMAGE.
          05 WS-TBF-KEY.
             10 WS-TBF-PRES-ACCT-NO     PIC X(8).
             10 WS-TBF-START-CCYY       PIC X(4).
          05 WS-TBF-END-CCYY            PIC X(4).
          05 WS-TBF-TERM-TYPE           PIC X(1).
          05 WS-TBF-COMMENTS            PIC X(50).
          05 FILLER                     PIC X(13).

      * This session's start timestamp (CCYYMMDDHHMMSS) - stamped on
      * every journal record and printed on the MNTAUDIT header, so
      * the session can be named on an ACCTBKOT backout.
       01 WS-RUN-STAMP                  PIC X(14).

      * Display edit fields for the packed amounts on audit lines.
       01 WS-AUDIT-AMOUNT-FIELDS.
          05 WS-OLD-AMOUNT-X            PIC -(7)9.99.
          05 WS-NEW-AMOUNT-X            PIC -(7)9.99.

      *************************************************************
      ****** Report headings and detail lines begin here ******
      *************************************************************
       01 WS-BLANK-LINE                 PIC X(132)     VALUE SPACES.

       01 WS-AUDIT-HEADER-1.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(12)      VALUE
                'Report: A147'.
          05 FILLER                     PIC X(18)      VALUE SPACES.
          05 FILLER                     PIC X(42)      VALUE
                'PRESMAST Maintenance Audit Trail (Screen)'.
          05 RPT-DATE                   PIC XXXX/XX/XX.

       01 WS-AUDIT-RUN-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE
                'Run Id: '.
          05 AUDIT-RUN-STAMP-O          PIC X(14).
          05 FILLER                     PIC X(40)      VALUE
                '  (NAME THIS ID ON AN ACCTBKOT BACKOUT)'.

       01 WS-AUDIT-HEADER-2.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE 'ACTION'.
          05 FILLER                     PIC X(10)      VALUE 'ACCT-NO'.
          05 FILLER                     PIC X(18)      VALUE 'FIELD'.
          05 FILLER                     PIC X(52)      VALUE
                'OLD VALUE'.
          05 FILLER                     PIC X(43)      VALUE
                'NEW VALUE / REASON'.

       01 WS-AUDIT-HEADER-3.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(6)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(16)      VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(50)      VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(43)      VALUE ALL '='.

       01 WS-AUDIT-DETAIL-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 AUDIT-ACTION-O             PIC X(6).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 AUDIT-ACCT-NO-O            PIC X(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 AUDIT-FIELD-O              PIC X(16).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 AUDIT-OLD-VALUE-O          PIC X(50).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 AUDIT-NEW-VALUE-O          PIC X(43).

       01 WS-AUDIT-TOTAL-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 AUDIT-TOTAL-LABEL-O        PIC X(30).
          05 FILLER                     PIC X(1)       VALUE '='.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 AUDIT-TOTAL-COUNT-O        PIC ZZZ,ZZ9.

      *************************************************************
      ****** Terminal screens begin here ******
      *************************************************************
       SCREEN SECTION.
       01 MNT-SELECT-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 2  VALUE 'PRESMNT'.
          05 LINE 1 COLUMN 25 VALUE 'PRESMAST Maintenance'.
          05 LINE 1 COLUMN 70 PIC XXXX/XX/XX FROM WS-SCR-DATE.
          05 LINE 4 COLUMN 2  VALUE 'Function:'.
          05 LINE 4 COLUMN 16 PIC X(1) USING WS-SCR-FUNCTION.
          05 LINE 4 COLUMN 20 VALUE
                'I=Inquire  A=Add  C=Change  D=Delete  X=Exit'.
          05 LINE 6 COLUMN 2  VALUE 'Acct-No:'.
          05 LINE 6 COLUMN 16 PIC X(8) USING WS-SCR-SEL-ACCT-NO.
          05 LINE 7 COLUMN 2  VALUE 'or Last Name:'.
          05 LINE 7 COLUMN 16 PIC X(20) USING WS-SCR-SEL-LAST-NAME.
          05 LINE 9 COLUMN 2  VALUE 'Operator:'.
          05 LINE 9 COLUMN 16 PIC X(8) USING WS-SCR-OPERATOR-ID.
          05 LINE 9 COLUMN 26 VALUE '(required for A, C and D)'.
          05 LINE 22 COLUMN 2 PIC X(79) FROM WS-SCR-MESSAGE
                HIGHLIGHT.

      * Display-only view of the record - inquiry and delete.
       01 MNT-VIEW-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 2  VALUE 'PRESMNT'.
          05 LINE 1 COLUMN 25 PIC X(30) FROM WS-SCR-TITLE.
          05 LINE 1 COLUMN 70 PIC XXXX/XX/XX FROM WS-SCR-DATE.
          05 LINE 3 COLUMN 2  VALUE 'Acct-No:'.
          05 LINE 3 COLUMN 18 PIC X(8) FROM WS-SCR-ACCT-NO.
          05 LINE 3 COLUMN 30 VALUE 'Term:'.
          05 LINE 3 COLUMN 36 PIC X(4) FROM WS-SCR-START-CCYY.
          05 LINE 3 COLUMN 41 VALUE 'thru'.
          05 LINE 3 COLUMN 46 PIC X(4) FROM WS-SCR-END-CCYY.
          05 LINE 5 COLUMN 2  VALUE 'Last Name:'.
          05 LINE 5 COLUMN 18 PIC X(20) FROM WS-SCR-LAST-NAME.
          05 LINE 6 COLUMN 2  VALUE 'First Name:'.
          05 LINE 6 COLUMN 18 PIC X(15) FROM WS-SCR-FIRST-NAME.
          05 LINE 8 COLUMN 2  VALUE 'Salary:'.
          05 LINE 8 COLUMN 18 PIC -(7)9.99 FROM WS-SCR-LIMIT.
          05 LINE 9 COLUMN 2  VALUE 'Net Worth:'.
          05 LINE 9 COLUMN 18 PIC -(7)9.99 FROM WS-SCR-BALANCE.
          05 LINE 11 COLUMN 2 VALUE 'Street:'.
          05 LINE 11 COLUMN 18 PIC X(25) FROM WS-SCR-STREET-ADDR.
          05 LINE 12 COLUMN 2 VALUE 'City/County:'.
          05 LINE 12 COLUMN 18 PIC X(20) FROM WS-SCR-CITY-COUNTY.
          05 LINE 13 COLUMN 2 VALUE 'State:'.
          05 LINE 13 COLUMN 18 PIC X(15) FROM WS-SCR-USA-STATE.
          05 LINE 15 COLUMN 2 VALUE 'Annotation:'.
          05 LINE 15 COLUMN 18 PIC X(1) FROM WS-SCR-ANNOT-CODE.
          05 LINE 15 COLUMN 22 VALUE
                'D=Died  R=Resigned  I=Impeached  blank=none'.
          05 LINE 16 COLUMN 2 VALUE 'Record Type:'.
          05 LINE 16 COLUMN 18 PIC X(1) FROM WS-SCR-REC-TYPE.
          05 LINE 16 COLUMN 22 VALUE
                'blank=Primary'.
          05 LINE 17 COLUMN 2 VALUE 'Reserved (3:5):'.
          05 LINE 17 COLUMN 18 PIC X(5) FROM WS-SCR-RESERVED-REST.
          05 LINE 18 COLUMN 2 VALUE 'Comments:'.
          05 LINE 18 COLUMN 18 PIC X(50) FROM WS-SCR-COMMENTS.
          05 LINE 20 COLUMN 2 PIC X(60) FROM WS-SCR-PROMPT.
          05 LINE 20 COLUMN 64 PIC X(1) USING WS-SCR-ACTION.
          05 LINE 22 COLUMN 2 PIC X(79) FROM WS-SCR-MESSAGE
                HIGHLIGHT.

      * Entry view of the record - add and change.  The ACCT-NO is the
      * key and is taken from the selection screen, not re-keyed here.
       01 MNT-EDIT-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 2  VALUE 'PRESMNT'.
          05 LINE 1 COLUMN 25 PIC X(30) FROM WS-SCR-TITLE.
          05 LINE 1 COLUMN 70 PIC XXXX/XX/XX FROM WS-SCR-DATE.
          05 LINE 3 COLUMN 2  VALUE 'Acct-No:'.
          05 LINE 3 COLUMN 18 PIC X(8) FROM WS-SCR-ACCT-NO.
          05 LINE 3 COLUMN 30 VALUE 'Term:'.
          05 LINE 3 COLUMN 36 PIC X(4) FROM WS-SCR-START-CCYY.
          05 LINE 3 COLUMN 41 VALUE 'thru'.
          05 LINE 3 COLUMN 46 PIC X(4) FROM WS-SCR-END-CCYY.
          05 LINE 5 COLUMN 2  VALUE 'Last Name:'.
          05 LINE 5 COLUMN 18 PIC X(20) USING WS-SCR-LAST-NAME.
          05 LINE 6 COLUMN 2  VALUE 'First Name:'.
          05 LINE 6 COLUMN 18 PIC X(15) USING WS-SCR-FIRST-NAME.
          05 LINE 8 COLUMN 2  VALUE 'Salary:'.
          05 LINE 8 COLUMN 18 PIC -9(7).99 USING WS-SCR-LIMIT.
          05 LINE 9 COLUMN 2  VALUE 'Net Worth:'.
          05 LINE 9 COLUMN 18 PIC -9(7).99 USING WS-SCR-BALANCE.
          05 LINE 11 COLUMN 2 VALUE 'Street:'.
          05 LINE 11 COLUMN 18 PIC X(25) USING WS-SCR-STREET-ADDR.
          05 LINE 12 COLUMN 2 VALUE 'City/County:'.
          05 LINE 12 COLUMN 18 PIC X(20) USING WS-SCR-CITY-COUNTY.
          05 LINE 13 COLUMN 2 VALUE 'State:'.
          05 LINE 13 COLUMN 18 PIC X(15) USING WS-SCR-USA-STATE.
          05 LINE 15 COLUMN 2 VALUE 'Annotation:'.
          05 LINE 15 COLUMN 18 PIC X(1) USING WS-SCR-ANNOT-CODE.
          05 LINE 15 COLUMN 22 VALUE
                'D=Died  R=Resigned  I=Impeached  blank=none'.
          05 LINE 16 COLUMN 2 VALUE 'Record Type:'.
          05 LINE 16 COLUMN 18 PIC X(1) USING WS-SCR-REC-TYPE.
          05 LINE 16 COLUMN 22 VALUE
                'blank=Primary'.
          05 LINE 17 COLUMN 2 VALUE 'Reserved (3:5):'.
          05 LINE 17 COLUMN 18 PIC X(5) USING WS-SCR-RESERVED-REST.
          05 LINE 18 COLUMN 2 VALUE 'Comments:'.
          05 LINE 18 COLUMN 18 PIC X(50) USING WS-SCR-COMMENTS.
          05 LINE 20 COLUMN 2 VALUE
                'U = Apply update    Q = Quit without updating'.
          05 LINE 20 COLUMN 64 PIC X(1) USING WS-SCR-ACTION.
          05 LINE 22 COLUMN 2 PIC X(79) FROM WS-SCR-MESSAGE
                HIGHLIGHT.

      *------------------
       PROCEDURE DIVISION.
      *------------------
           PERFORM 100-INIT-RTN
           PERFORM 200-PROCESS-FUNCTION UNTIL FN-EXIT
           PERFORM 900-WRAP-UP
           GOBACK
           .
       100-INIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SCR-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP TO AUDIT-RUN-STAMP-O
           ACCEPT WS-PARM-CARD FROM COMMAND-LINE
           MOVE WS-PARM-CARD(3:7) TO WS-HOLD-THRESHOLD-X
           IF WS-HOLD-THRESHOLD-X NOT = SPACES
              IF WS-HOLD-THRESHOLD-X IS NUMERIC
                 MOVE WS-HOLD-THRESHOLD-X TO WS-HOLD-THRESHOLD
              ELSE
                 DISPLAY "PRESMNT - HOLD THRESHOLD IN PARM POSITIONS "
                         "3-9 MUST BE 7 DIGITS: " WS-HOLD-THRESHOLD-X
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           OPEN I-O PRES-MAST
           IF NOT WS-MAST-OK
              DISPLAY "PRESMNT - CANNOT OPEN PRESMAST, STATUS="
                      WS-MAST-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O PRES-TERM
           IF NOT WS-TERM-OK
              DISPLAY "PRESMNT - CANNOT OPEN PRESTERM, STATUS="
                      WS-TERM-STATUS
              CLOSE PRES-MAST
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O PEND-ITEM
           IF NOT WS-PEND-OK
              DISPLAY "PRESMNT - CANNOT OPEN PENDTRAN, STATUS="
                      WS-PEND-STATUS
              CLOSE PRES-MAST
              CLOSE PRES-TERM
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN EXTEND JRNL-FILE
           OPEN EXTEND AUDIT-RPT-LINE
           MOVE SPACES TO WS-SCR-MESSAGE
           .

       200-PROCESS-FUNCTION.
           MOVE SPACES TO WS-SCR-FUNCTION
           DISPLAY MNT-SELECT-SCREEN
           ACCEPT MNT-SELECT-SCREEN
           MOVE SPACES TO WS-SCR-MESSAGE
           INSPECT WS-SCR-FUNCTION CONVERTING 'iacdx' TO 'IACDX'
           EVALUATE TRUE
              WHEN FN-INQUIRE
                 PERFORM 400-INQUIRE-FUNCTION
              WHEN (FN-ADD OR FN-CHANGE OR FN-DELETE)
                 AND WS-SCR-OPERATOR-ID = SPACES
                 MOVE 'GIVE YOUR OPERATOR ID TO ADD, CHANGE OR DELETE'
                    TO WS-SCR-MESSAGE
              WHEN FN-ADD
                 PERFORM 410-ADD-FUNCTION
              WHEN FN-CHANGE
                 PERFORM 420-CHANGE-FUNCTION
              WHEN FN-DELETE
                 PERFORM 430-DELETE-FUNCTION
              WHEN FN-EXIT
                 CONTINUE
              WHEN OTHER
                 MOVE 'FUNCTION MUST BE I, A, C, D OR X'
                    TO WS-SCR-MESSAGE
           END-EVALUATE
           .

      *************************************************************
      * Record lookup - the PRESINQ way
      *************************************************************
      * An ACCT-NO is read on the primary key; otherwise the LAST-NAME
      * is read on the alternate key.
       300-LOOKUP-RECORD.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 'N' TO WS-NAME-DUP-SW
           IF WS-SCR-SEL-ACCT-NO NOT = SPACES
              PERFORM 310-LOOKUP-BY-ACCT-NO
           ELSE
              IF WS-SCR-SEL-LAST-NAME NOT = SPACES
                 PERFORM 320-LOOKUP-BY-LAST-NAME
              ELSE
                 MOVE 'GIVE AN ACCT-NO OR A LAST-NAME'
                    TO WS-SCR-MESSAGE
              END-IF
           END-IF
           .

       310-LOOKUP-BY-ACCT-NO.
           MOVE WS-SCR-SEL-ACCT-NO TO MST-ACCT-NO
           READ PRES-MAST
              INVALID KEY
                 MOVE 'ACCT-NO NOT ON FILE' TO WS-SCR-MESSAGE
              NOT INVALID KEY
                 SET WS-RECORD-FOUND TO TRUE
           END-READ
           .

      * Same START / READ NEXT through the alternate-key duplicates as
      * PRESINQ's 350-INQUIRE-BY-LAST-NAME.
       320-LOOKUP-BY-LAST-NAME.
           MOVE WS-SCR-SEL-LAST-NAME TO MST-LAST-NAME
           START PRES-MAST KEY IS EQUAL TO MST-LAST-NAME
              INVALID KEY
                 MOVE 'LAST-NAME NOT ON FILE' TO WS-SCR-MESSAGE
              NOT INVALID KEY
                 PERFORM 325-READ-NEXT-BY-NAME
           END-START
           .

       325-READ-NEXT-BY-NAME.
           MOVE 'N' TO WS-FOUND-SW
           READ PRES-MAST NEXT
              AT END
                 CONTINUE
              NOT AT END
                 IF MST-LAST-NAME = WS-SCR-SEL-LAST-NAME
                    SET WS-RECORD-FOUND TO TRUE
                 END-IF
           END-READ
           .

      * A change or delete must name exactly one record - looks one
      * record ahead on the alternate key for a second president with
      * the same last name, then puts the first back in the record
      * area.
       328-CHECK-NAME-UNIQUE.
           MOVE MST-FIELDS TO WS-SHOWN-IMAGE
           READ PRES-MAST NEXT
              AT END
                 CONTINUE
              NOT AT END
                 IF MST-LAST-NAME = WS-SCR-SEL-LAST-NAME
                    SET WS-NAME-NOT-UNIQUE TO TRUE
                 END-IF
           END-READ
           MOVE WS-SHOWN-IMAGE TO MST-FIELDS
           .

      * Master record into the screen fields.  A packed amount already
      * carrying bad data is shown as zero with a warning rather than
      * abending the session.
       330-LOAD-SCREEN-FIELDS.
           MOVE MST-FIELDS       TO WS-SHOWN-IMAGE
           MOVE MST-ACCT-NO      TO WS-SCR-ACCT-NO
           IF MST-ACCT-LIMIT IS NUMERIC
              MOVE MST-ACCT-LIMIT TO WS-SCR-LIMIT
           ELSE
              MOVE ZERO TO WS-SCR-LIMIT
              MOVE 'ACCT-LIMIT ON FILE IS INVALID PACKED DATA'
                 TO WS-SCR-MESSAGE
           END-IF
           IF MST-ACCT-BALANCE IS NUMERIC
              MOVE MST-ACCT-BALANCE TO WS-SCR-BALANCE
           ELSE
              MOVE ZERO TO WS-SCR-BALANCE
              MOVE 'ACCT-BALANCE ON FILE IS INVALID PACKED DATA'
                 TO WS-SCR-MESSAGE
           END-IF
           MOVE MST-LAST-NAME    TO WS-SCR-LAST-NAME
           MOVE MST-FIRST-NAME   TO WS-SCR-FIRST-NAME
           MOVE MST-STREET-ADDR  TO WS-SCR-STREET-ADDR
           MOVE MST-CITY-COUNTY  TO WS-SCR-CITY-COUNTY
           MOVE MST-USA-STATE    TO WS-SCR-USA-STATE
           MOVE MST-RESERVED     TO WS-SCR-RESERVED
           MOVE MST-COMMENTS     TO WS-SCR-COMMENTS
           .

      * Screen fields into the transaction image the edits and the
      * update work from - TRAN-ACTION is set by the caller.
       335-BUILD-TRAN-RECORD.
           MOVE WS-SCR-ACCT-NO      TO TRAN-ACCT-NO
           MOVE WS-SCR-LIMIT        TO TRAN-ACCT-LIMIT
           MOVE WS-SCR-BALANCE      TO TRAN-ACCT-BALANCE
           MOVE WS-SCR-LAST-NAME    TO TRAN-LAST-NAME
           MOVE WS-SCR-FIRST-NAME   TO TRAN-FIRST-NAME
           MOVE WS-SCR-STREET-ADDR  TO TRAN-STREET-ADDR
           MOVE WS-SCR-CITY-COUNTY  TO TRAN-CITY-COUNTY
           MOVE WS-SCR-USA-STATE    TO TRAN-USA-STATE
           MOVE WS-SCR-RESERVED     TO TRAN-RESERVED
           MOVE WS-SCR-COMMENTS     TO TRAN-COMMENTS
           .

      *************************************************************
      * Field edits - ACCTUPDT's 340-344, failures to the screen
      *************************************************************
       340-EDIT-TRAN-FIELDS.
           MOVE 'Y' TO WS-TRAN-VALID-SW
           MOVE ZERO TO WS-EDIT-ERR-CTR
           MOVE TRAN-RESERVED(2:1) TO WS-EDIT-REC-TYPE
           IF WS-EDIT-CONTINUATION
              MOVE 'RESERVED (2:1)' TO AUDIT-FIELD-O
              MOVE 'CONTINUATION - USE A T TERM TRANSACTION'
                 TO AUDIT-NEW-VALUE-O
              PERFORM 615-SHOW-EDIT-ERROR
           ELSE
              IF NOT WS-EDIT-REC-TYPE-VALID
                 MOVE 'RESERVED (2:1)' TO AUDIT-FIELD-O
                 MOVE 'RECORD-TYPE CODE NOT SPACE'
                    TO AUDIT-NEW-VALUE-O
                 PERFORM 615-SHOW-EDIT-ERROR
              END-IF
           END-IF
           PERFORM 341-EDIT-TERM-YEARS
           PERFORM 342-EDIT-PACKED-FIELDS
           IF NOT WS-EDIT-CONTINUATION
              PERFORM 343-EDIT-USA-STATE
              PERFORM 344-EDIT-ANNOT-CODE
           END-IF
           IF WS-EDIT-ERR-CTR > 1
              MOVE WS-EDIT-ERR-CTR TO WS-ERR-COUNT-X
              STRING '(' WS-ERR-COUNT-X ' ERRORS)'
                 DELIMITED BY SIZE INTO WS-SCR-MSG-ERRS
              END-STRING
           END-IF
           .

       341-EDIT-TERM-YEARS.
           IF TRAN-ACCT-NO(1:4) IS NOT NUMERIC
              MOVE 'ACCT-NO (1:4)' TO AUDIT-FIELD-O
              MOVE 'INAUGURAL YEAR NOT NUMERIC' TO AUDIT-NEW-VALUE-O
              PERFORM 615-SHOW-EDIT-ERROR
           END-IF
           IF TRAN-ACCT-NO(5:4) IS NOT NUMERIC
              MOVE 'ACCT-NO (5:4)' TO AUDIT-FIELD-O
              MOVE 'LAST YEAR IN OFFICE NOT NUMERIC'
                 TO AUDIT-NEW-VALUE-O
              PERFORM 615-SHOW-EDIT-ERROR
           END-IF
           IF TRAN-ACCT-NO(1:4) IS NUMERIC
              AND TRAN-ACCT-NO(5:4) IS NUMERIC
              MOVE TRAN-ACCT-NO(1:4) TO WS-EDIT-START-CCYY
              MOVE TRAN-ACCT-NO(5:4) TO WS-EDIT-END-CCYY
              IF WS-EDIT-START-CCYY > WS-EDIT-END-CCYY
                 MOVE 'ACCT-NO' TO AUDIT-FIELD-O
                 MOVE 'START YEAR AFTER END YEAR'
                    TO AUDIT-NEW-VALUE-O
                 PERFORM 615-SHOW-EDIT-ERROR
              END-IF
           END-IF
           .

      * The screen fields are display numerics, so the packed image is
      * valid by construction - the edit is kept so the screen and the
      * batch path stay the same set of rules.
       342-EDIT-PACKED-FIELDS.
           IF TRAN-ACCT-LIMIT IS NOT NUMERIC
              MOVE 'ACCT-LIMIT' TO AUDIT-FIELD-O
              MOVE 'INVALID PACKED-DECIMAL (COMP-3) DATA'
                 TO AUDIT-NEW-VALUE-O
              PERFORM 615-SHOW-EDIT-ERROR
           END-IF
           IF TRAN-ACCT-BALANCE IS NOT NUMERIC
              MOVE 'ACCT-BALANCE' TO AUDIT-FIELD-O
              MOVE 'INVALID PACKED-DECIMAL (COMP-3) DATA'
                 TO AUDIT-NEW-VALUE-O
              PERFORM 615-SHOW-EDIT-ERROR
           END-IF
           .

       343-EDIT-USA-STATE.
           MOVE 'N' TO WS-STATE-FOUND-SW
           PERFORM VARYING WS-STATE-TBL-I FROM 1 BY 1
              UNTIL WS-STATE-TBL-I > 50
              IF TRAN-USA-STATE = WS-STATE-NAME-ENTRY(WS-STATE-TBL-I)
                 SET WS-STATE-FOUND TO TRUE
                 MOVE 50 TO WS-STATE-TBL-I
              END-IF
           END-PERFORM
           IF NOT WS-STATE-FOUND
              MOVE 'USA-STATE' TO AUDIT-FIELD-O
              MOVE 'NOT A RECOGNIZED STATE NAME' TO AUDIT-NEW-VALUE-O
              PERFORM 615-SHOW-EDIT-ERROR
           END-IF
           .

       344-EDIT-ANNOT-CODE.
           MOVE TRAN-RESERVED(1:1) TO WS-EDIT-ANNOT-CODE
           IF NOT WS-ANNOT-CODE-VALID
              MOVE 'RESERVED (1:1)' TO AUDIT-FIELD-O
              MOVE 'ANNOTATION CODE NOT D / R / I / SPACE'
                 TO AUDIT-NEW-VALUE-O
              PERFORM 615-SHOW-EDIT-ERROR
           END-IF
           .

      *************************************************************
      * Functions
      *************************************************************
      * Inquiry - by ACCT-NO shows the one record; by LAST-NAME pages
      * through every president with that name, N for the next.
       400-INQUIRE-FUNCTION.
           PERFORM 300-LOOKUP-RECORD
           MOVE 'PRESMAST Inquiry' TO WS-SCR-TITLE
           PERFORM 405-SHOW-INQUIRY UNTIL NOT WS-RECORD-FOUND
           .

       405-SHOW-INQUIRY.
           PERFORM 330-LOAD-SCREEN-FIELDS
           IF WS-SCR-SEL-ACCT-NO = SPACES
              MOVE 'N = Next with this last name    Enter = Return'
                 TO WS-SCR-PROMPT
           ELSE
              MOVE 'Enter = Return' TO WS-SCR-PROMPT
           END-IF
           MOVE SPACES TO WS-SCR-ACTION
           DISPLAY MNT-VIEW-SCREEN
           ACCEPT MNT-VIEW-SCREEN
           MOVE SPACES TO WS-SCR-MESSAGE
           INSPECT WS-SCR-ACTION CONVERTING 'n' TO 'N'
           IF WS-SCR-ACTION = 'N' AND WS-SCR-SEL-ACCT-NO = SPACES
              PERFORM 325-READ-NEXT-BY-NAME
              IF NOT WS-RECORD-FOUND
                 MOVE 'NO MORE PRESIDENTS WITH THIS LAST NAME'
                    TO WS-SCR-MESSAGE
              END-IF
           ELSE
              MOVE 'N' TO WS-FOUND-SW
           END-IF
           .

      * Add - the new ACCT-NO comes from the selection screen and must
      * not already be on file.
       410-ADD-FUNCTION.
           IF WS-SCR-SEL-ACCT-NO = SPACES
              MOVE 'GIVE THE ACCT-NO OF THE RECORD TO ADD'
                 TO WS-SCR-MESSAGE
           ELSE
              MOVE WS-SCR-SEL-ACCT-NO TO MST-ACCT-NO
              READ PRES-MAST
                 INVALID KEY
                    INITIALIZE WS-SCR-DETAIL-FIELDS
                    MOVE WS-SCR-SEL-ACCT-NO TO WS-SCR-ACCT-NO
                    MOVE 'PRESMAST Add' TO WS-SCR-TITLE
                    MOVE 'A' TO TRAN-ACTION
                    PERFORM 450-ACCEPT-EDIT-SCREEN
                    IF WS-UPDATE-READY
                       PERFORM 510-APPLY-ADD
                    END-IF
                 NOT INVALID KEY
                    MOVE 'ADD OF ACCT-NO ALREADY ON FILE'
                       TO WS-SCR-MESSAGE
              END-READ
           END-IF
           .

       420-CHANGE-FUNCTION.
           PERFORM 300-LOOKUP-RECORD
           IF WS-RECORD-FOUND
              IF WS-SCR-SEL-ACCT-NO = SPACES
                 PERFORM 328-CHECK-NAME-UNIQUE
              END-IF
              IF WS-NAME-NOT-UNIQUE
                 MOVE 'LAST NAME IS ON FILE MORE THAN ONCE - GIVE THE '
                    TO WS-SCR-MSG-TEXT
                 MOVE 'ACCT-NO' TO WS-SCR-MSG-ERRS
              ELSE
                 PERFORM 330-LOAD-SCREEN-FIELDS
                 MOVE 'PRESMAST Change' TO WS-SCR-TITLE
                 MOVE 'C' TO TRAN-ACTION
                 PERFORM 450-ACCEPT-EDIT-SCREEN
                 IF WS-UPDATE-READY
                    PERFORM 520-APPLY-CHANGE
                 END-IF
              END-IF
           END-IF
           .

      * Delete - shown in full and submitted only on an explicit Y, then
      * held for a second operator's approval.  Like ACCTUPDT, a delete
      * is not field-edited: a record already carrying bad data must
      * still be deletable.
       430-DELETE-FUNCTION.
           PERFORM 300-LOOKUP-RECORD
           IF WS-RECORD-FOUND
              IF WS-SCR-SEL-ACCT-NO = SPACES
                 PERFORM 328-CHECK-NAME-UNIQUE
              END-IF
              IF WS-NAME-NOT-UNIQUE
                 MOVE 'LAST NAME IS ON FILE MORE THAN ONCE - GIVE THE '
                    TO WS-SCR-MSG-TEXT
                 MOVE 'ACCT-NO' TO WS-SCR-MSG-ERRS
              ELSE
                 PERFORM 330-LOAD-SCREEN-FIELDS
                 MOVE 'PRESMAST Delete' TO WS-SCR-TITLE
                 MOVE 'Y = Submit delete for approval    Enter = Return'
                    TO WS-SCR-PROMPT
                 MOVE SPACES TO WS-SCR-ACTION
                 DISPLAY MNT-VIEW-SCREEN
                 ACCEPT MNT-VIEW-SCREEN
                 MOVE SPACES TO WS-SCR-MESSAGE
                 INSPECT WS-SCR-ACTION CONVERTING 'y' TO 'Y'
                 IF WS-SCR-ACTION = 'Y'
                    MOVE 'D' TO TRAN-ACTION
                    MOVE WS-SHOWN-IMAGE TO TRAN-ACCT-FIELDS
                    PERFORM 530-APPLY-DELETE
                 ELSE
                    MOVE 'NO UPDATE MADE' TO WS-SCR-MESSAGE
                 END-IF
              END-IF
           END-IF
           .

      * The entry screen is redisplayed until the operator quits or the
      * entry passes every edit.
       450-ACCEPT-EDIT-SCREEN.
           MOVE 'N' TO WS-UPDATE-READY-SW
           MOVE 'N' TO WS-EDIT-DONE-SW
           PERFORM 455-EDIT-SCREEN-PASS UNTIL WS-EDIT-DONE
           .

       455-EDIT-SCREEN-PASS.
           MOVE SPACES TO WS-SCR-ACTION
           DISPLAY MNT-EDIT-SCREEN
           ACCEPT MNT-EDIT-SCREEN
           MOVE SPACES TO WS-SCR-MESSAGE
           INSPECT WS-SCR-ACTION CONVERTING 'uq' TO 'UQ'
           EVALUATE WS-SCR-ACTION
              WHEN 'Q'
                 SET WS-EDIT-DONE TO TRUE
                 MOVE 'NO UPDATE MADE' TO WS-SCR-MESSAGE
              WHEN 'U'
                 PERFORM 335-BUILD-TRAN-RECORD
                 PERFORM 340-EDIT-TRAN-FIELDS
                 IF WS-TRAN-VALID
                    SET WS-EDIT-DONE TO TRUE
                    SET WS-UPDATE-READY TO TRUE
                 END-IF
              WHEN OTHER
                 MOVE 'ACTION MUST BE U (UPDATE) OR Q (QUIT)'
                    TO WS-SCR-MESSAGE
           END-EVALUATE
           .

      *************************************************************
      * Updates - same master, journal and audit actions as ACCTUPDT
      *************************************************************
       510-APPLY-ADD.
           MOVE TRAN-ACCT-FIELDS TO MST-FIELDS
           WRITE MST-FIELDS
           EVALUATE TRUE
              WHEN WS-MAST-OK
                 ADD 1 TO WS-ADD-CTR
      * Journal the add - the key is all a backout needs to delete it.
                 MOVE 'A' TO JRN-ACTION
                 MOVE SPACES TO JRN-BEFORE-IMAGE
                 MOVE TRAN-ACCT-NO TO JRN-BEFORE-IMAGE(1:8)
                 PERFORM 650-WRITE-JOURNAL-RECORD
                 PERFORM 620-AUDIT-ADDED-FIELDS
                 MOVE 'RECORD ADDED' TO WS-SCR-MESSAGE
                 PERFORM 395-WRITE-PRIMARY-TERM
              WHEN WS-MAST-DUP-KEY
                 MOVE 'ADD OF ACCT-NO ALREADY ON FILE'
                    TO WS-SCR-MESSAGE
              WHEN OTHER
                 STRING 'ADD FAILED - FILE STATUS ' WS-MAST-STATUS
                    DELIMITED BY SIZE INTO WS-SCR-MESSAGE
                 END-STRING
           END-EVALUATE
           .

      * The record is re-read and must still be exactly as displayed -
      * otherwise another update got there first and this one would
      * overwrite it unseen.
       520-APPLY-CHANGE.
           MOVE TRAN-ACCT-NO TO MST-ACCT-NO
           READ PRES-MAST
              INVALID KEY
                 MOVE 'RECORD NO LONGER ON FILE - NO UPDATE MADE'
                    TO WS-SCR-MESSAGE
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN MST-FIELDS NOT = WS-SHOWN-IMAGE
                       MOVE 'RECORD CHANGED SINCE DISPLAYED - LOOK IT '
                          TO WS-SCR-MSG-TEXT
                       MOVE 'UP AGAIN' TO WS-SCR-MSG-ERRS
                    WHEN TRAN-ACCT-FIELDS = WS-SHOWN-IMAGE
                       MOVE 'NO FIELD CHANGED - NO UPDATE MADE'
                          TO WS-SCR-MESSAGE
                    WHEN OTHER
                       PERFORM 540-CHECK-HOLD-THRESHOLD
                       IF WS-HOLD-TRAN
                          PERFORM 545-HOLD-TRANSACTION
                       ELSE
                          PERFORM 525-REWRITE-CHANGE
                       END-IF
                 END-EVALUATE
           END-READ
           .

       525-REWRITE-CHANGE.
           MOVE MST-FIELDS TO WS-BEFORE-IMAGE
           MOVE TRAN-ACCT-FIELDS TO MST-FIELDS
           REWRITE MST-FIELDS
           IF WS-MAST-OK
              ADD 1 TO WS-CHANGE-CTR
              MOVE 'C' TO JRN-ACTION
              MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
              PERFORM 650-WRITE-JOURNAL-RECORD
              PERFORM 630-AUDIT-CHANGED-FIELDS
              MOVE 'RECORD CHANGED' TO WS-SCR-MESSAGE
           ELSE
              STRING 'CHANGE FAILED - FILE STATUS ' WS-MAST-STATUS
                 DELIMITED BY SIZE INTO WS-SCR-MESSAGE
              END-STRING
           END-IF
           .

       530-APPLY-DELETE.
           MOVE TRAN-ACCT-NO TO MST-ACCT-NO
           READ PRES-MAST
              INVALID KEY
                 MOVE 'RECORD NO LONGER ON FILE - NO UPDATE MADE'
                    TO WS-SCR-MESSAGE
              NOT INVALID KEY
                 IF MST-FIELDS NOT = WS-SHOWN-IMAGE
                    MOVE 'RECORD CHANGED SINCE DISPLAYED - LOOK IT '
                       TO WS-SCR-MSG-TEXT
                    MOVE 'UP AGAIN' TO WS-SCR-MSG-ERRS
                 ELSE
                    PERFORM 390-CHECK-CONT-TERMS
                    IF WS-CONT-TERM-CTR > 0
                       MOVE 'DELETE - CONTINUATION TERMS STILL ON FILE'
                          TO WS-SCR-MESSAGE
                    ELSE
                       MOVE 'DELETE' TO WS-HOLD-REASON
                       PERFORM 545-HOLD-TRANSACTION
                    END-IF
                 END-IF
           END-READ
           .

      *************************************************************
      * Two-person approval - as ACCTUPDT's 400 / 410
      *************************************************************
      * A change is held when it moves salary or net worth by more than
      * the threshold either way, or when an amount on file is not
      * valid packed data and the move cannot be measured.
       540-CHECK-HOLD-THRESHOLD.
           MOVE 'N' TO WS-HOLD-SW
           MOVE SPACES TO WS-HOLD-REASON
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
                 MOVE 'SALARY CHANGE OVER THRESHOLD' TO WS-HOLD-REASON
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
           .

      * The entry goes onto PENDTRAN instead of the master, with the
      * record as it stands (just re-read) - ACCTUPDT's approval run
      * applies it only if the record still stands so.  The reason is
      * in WS-HOLD-REASON.
       545-HOLD-TRANSACTION.
           MOVE WS-SCR-OPERATOR-ID TO TRAN-OPERATOR-ID
           ADD 1 TO WS-HOLD-SEQ
           MOVE SPACES           TO PND-FIELDS
           MOVE WS-RUN-STAMP     TO PND-HOLD-STAMP
           MOVE WS-HOLD-SEQ      TO PND-HOLD-SEQ
           MOVE TRAN-OPERATOR-ID TO PND-SUBMIT-OPER
           MOVE WS-HOLD-REASON   TO PND-HOLD-REASON
           MOVE TRAN-REC         TO PND-TRAN-IMAGE
           MOVE MST-FIELDS       TO PND-BEFORE-IMAGE
           WRITE PND-FIELDS
           MOVE SPACES TO WS-SCR-MESSAGE
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
              STRING WS-HOLD-REASON DELIMITED BY '  '
                     ' HELD FOR APPROVAL - ITEM ' PND-ITEM-ID
                        DELIMITED BY SIZE
                 INTO WS-SCR-MESSAGE
              END-STRING
           ELSE
              STRING 'HOLD FAILED - FILE STATUS ' WS-PEND-STATUS
                 DELIMITED BY SIZE INTO WS-SCR-MESSAGE
              END-STRING
           END-IF
           .

      *************************************************************
      * PRESTERM - the president's terms kept in step, as ACCTUPDT
      *************************************************************
      * Continuation terms still on file for the president - a delete
      * must not leave them under a president who no longer exists.
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

      * The new president's own term, from his ACCT-NO.  The
      * president is already added, so a failure here only goes on the
      * message line.
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
              MOVE SPACES TO WS-SCR-MESSAGE
              STRING 'RECORD ADDED - PRIMARY TERM NOT WRITTEN, STATUS '
                     WS-TERM-STATUS
                 DELIMITED BY SIZE INTO WS-SCR-MESSAGE
              END-STRING
           END-IF
           .

      *************************************************************
      * Audit listing and journal
      *************************************************************
      * Headings go out ahead of the session's first update only, so an
      * inquiry-only session leaves nothing on MNTAUDIT.
       600-WRITE-AUDIT-LINE.
           IF NOT WS-AUDIT-HDR-WRITTEN
              PERFORM 605-WRITE-AUDIT-HEADERS
           END-IF
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-DETAIL-LINE
           MOVE SPACES TO WS-AUDIT-DETAIL-LINE
           .

       605-WRITE-AUDIT-HEADERS.
           SET WS-AUDIT-HDR-WRITTEN TO TRUE
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-HEADER-1
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-RUN-LINE
           WRITE AUDIT-RPT-REC FROM WS-BLANK-LINE
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-HEADER-2
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-HEADER-3
           .

      * Field-edit failure - the failing field name is in AUDIT-FIELD-O
      * and the reason in AUDIT-NEW-VALUE-O, as ACCTUPDT's edits set
      * them.  The first failure goes on the screen message line;
      * 340-EDIT-TRAN-FIELDS adds the count when there is more than
      * one.  Nothing is written to MNTAUDIT - nothing was applied.
       615-SHOW-EDIT-ERROR.
           MOVE 'N' TO WS-TRAN-VALID-SW
           ADD 1 TO WS-EDIT-ERR-CTR
           IF WS-EDIT-ERR-CTR = 1
              MOVE SPACES TO WS-SCR-MESSAGE
              STRING AUDIT-FIELD-O     DELIMITED BY '  '
                     ': '              DELIMITED BY SIZE
                     AUDIT-NEW-VALUE-O DELIMITED BY '  '
                INTO WS-SCR-MSG-TEXT
              END-STRING
           END-IF
           MOVE SPACES TO WS-AUDIT-DETAIL-LINE
           .

      * Audit trail for an applied add - every field stored, no old
      * values to show.  Same lines as ACCTUPDT's 620.
       620-AUDIT-ADDED-FIELDS.
           MOVE 'ADD'          TO AUDIT-ACTION-O
           MOVE TRAN-ACCT-NO   TO AUDIT-ACCT-NO-O
           MOVE 'ALL FIELDS'   TO AUDIT-FIELD-O
           MOVE '(NEW RECORD)' TO AUDIT-OLD-VALUE-O
           PERFORM 600-WRITE-AUDIT-LINE
           MOVE TRAN-ACCT-NO   TO AUDIT-ACCT-NO-O
           MOVE 'LAST-NAME'    TO AUDIT-FIELD-O
           MOVE TRAN-LAST-NAME TO AUDIT-NEW-VALUE-O
           PERFORM 600-WRITE-AUDIT-LINE
           MOVE TRAN-ACCT-NO   TO AUDIT-ACCT-NO-O
           MOVE 'FIRST-NAME'   TO AUDIT-FIELD-O
           MOVE TRAN-FIRST-NAME TO AUDIT-NEW-VALUE-O
           PERFORM 600-WRITE-AUDIT-LINE
           MOVE TRAN-ACCT-NO   TO AUDIT-ACCT-NO-O
           MOVE TRAN-ACCT-LIMIT TO WS-NEW-AMOUNT-X
           MOVE 'ACCT-LIMIT'   TO AUDIT-FIELD-O
           MOVE WS-NEW-AMOUNT-X TO AUDIT-NEW-VALUE-O
           PERFORM 600-WRITE-AUDIT-LINE
           MOVE TRAN-ACCT-NO   TO AUDIT-ACCT-NO-O
           MOVE TRAN-ACCT-BALANCE TO WS-NEW-AMOUNT-X
           MOVE 'ACCT-BALANCE' TO AUDIT-FIELD-O
           MOVE WS-NEW-AMOUNT-X TO AUDIT-NEW-VALUE-O
           PERFORM 600-WRITE-AUDIT-LINE
           MOVE TRAN-ACCT-NO   TO AUDIT-ACCT-NO-O
           MOVE 'STREET-ADDR'  TO AUDIT-FIELD-O
           MOVE TRAN-STREET-ADDR TO AUDIT-NEW-VALUE-O
           PERFORM 600-WRITE-AUDIT-LINE
           MOVE TRAN-ACCT-NO   TO AUDIT-ACCT-NO-O
           MOVE 'CITY-COUNTY'  TO AUDIT-FIELD-O
           MOVE TRAN-CITY-COUNTY TO AUDIT-NEW-VALUE-O
           PERFORM 600-WRITE-AUDIT-LINE
           MOVE TRAN-ACCT-NO   TO AUDIT-ACCT-NO-O
           MOVE 'USA-STATE'    TO AUDIT-FIELD-O
           MOVE TRAN-USA-STATE TO AUDIT-NEW-VALUE-O
           PERFORM 600-WRITE-AUDIT-LINE
           MOVE TRAN-ACCT-NO   TO AUDIT-ACCT-NO-O
           MOVE 'RESERVED'     TO AUDIT-FIELD-O
           MOVE TRAN-RESERVED  TO AUDIT-NEW-VALUE-O
           PERFORM 600-WRITE-AUDIT-LINE
           MOVE TRAN-ACCT-NO   TO AUDIT-ACCT-NO-O
           MOVE 'COMMENTS'     TO AUDIT-FIELD-O
           MOVE TRAN-COMMENTS  TO AUDIT-NEW-VALUE-O
           PERFORM 600-WRITE-AUDIT-LINE
           .

      * Audit trail for an applied change - one line per field whose
      * value actually changed, old value alongside new.  Same lines
      * as ACCTUPDT's 630.
       630-AUDIT-CHANGED-FIELDS.
           MOVE 'CHANGE'       TO AUDIT-ACTION-O
           MOVE TRAN-ACCT-NO   TO AUDIT-ACCT-NO-O
           IF TRAN-ACCT-LIMIT NOT = WS-BEF-ACCT-LIMIT
              MOVE WS-BEF-ACCT-LIMIT TO WS-OLD-AMOUNT-X
              MOVE TRAN-ACCT-LIMIT   TO WS-NEW-AMOUNT-X
              MOVE 'ACCT-LIMIT'      TO AUDIT-FIELD-O
              MOVE WS-OLD-AMOUNT-X   TO AUDIT-OLD-VALUE-O
              MOVE WS-NEW-AMOUNT-X   TO AUDIT-NEW-VALUE-O
              PERFORM 600-WRITE-AUDIT-LINE
              MOVE TRAN-ACCT-NO      TO AUDIT-ACCT-NO-O
           END-IF
           IF TRAN-ACCT-BALANCE NOT = WS-BEF-ACCT-BALANCE
              MOVE WS-BEF-ACCT-BALANCE TO WS-OLD-AMOUNT-X
              MOVE TRAN-ACCT-BALANCE   TO WS-NEW-AMOUNT-X
              MOVE 'ACCT-BALANCE'      TO AUDIT-FIELD-O
              MOVE WS-OLD-AMOUNT-X     TO AUDIT-OLD-VALUE-O
              MOVE WS-NEW-AMOUNT-X     TO AUDIT-NEW-VALUE-O
              PERFORM 600-WRITE-AUDIT-LINE
              MOVE TRAN-ACCT-NO        TO AUDIT-ACCT-NO-O
           END-IF
           IF TRAN-LAST-NAME NOT = WS-BEF-LAST-NAME
              MOVE 'LAST-NAME'       TO AUDIT-FIELD-O
              MOVE WS-BEF-LAST-NAME  TO AUDIT-OLD-VALUE-O
              MOVE TRAN-LAST-NAME    TO AUDIT-NEW-VALUE-O
              PERFORM 600-WRITE-AUDIT-LINE
              MOVE TRAN-ACCT-NO      TO AUDIT-ACCT-NO-O
           END-IF
           IF TRAN-FIRST-NAME NOT = WS-BEF-FIRST-NAME
              MOVE 'FIRST-NAME'      TO AUDIT-FIELD-O
              MOVE WS-BEF-FIRST-NAME TO AUDIT-OLD-VALUE-O
              MOVE TRAN-FIRST-NAME   TO AUDIT-NEW-VALUE-O
              PERFORM 600-WRITE-AUDIT-LINE
              MOVE TRAN-ACCT-NO      TO AUDIT-ACCT-NO-O
           END-IF
           IF TRAN-STREET-ADDR NOT = WS-BEF-STREET-ADDR
              MOVE 'STREET-ADDR'      TO AUDIT-FIELD-O
              MOVE WS-BEF-STREET-ADDR TO AUDIT-OLD-VALUE-O
              MOVE TRAN-STREET-ADDR   TO AUDIT-NEW-VALUE-O
              PERFORM 600-WRITE-AUDIT-LINE
              MOVE TRAN-ACCT-NO       TO AUDIT-ACCT-NO-O
           END-IF
           IF TRAN-CITY-COUNTY NOT = WS-BEF-CITY-COUNTY
              MOVE 'CITY-COUNTY'      TO AUDIT-FIELD-O
              MOVE WS-BEF-CITY-COUNTY TO AUDIT-OLD-VALUE-O
              MOVE TRAN-CITY-COUNTY   TO AUDIT-NEW-VALUE-O
              PERFORM 600-WRITE-AUDIT-LINE
              MOVE TRAN-ACCT-NO       TO AUDIT-ACCT-NO-O
           END-IF
           IF TRAN-USA-STATE NOT = WS-BEF-USA-STATE
              MOVE 'USA-STATE'       TO AUDIT-FIELD-O
              MOVE WS-BEF-USA-STATE  TO AUDIT-OLD-VALUE-O
              MOVE TRAN-USA-STATE    TO AUDIT-NEW-VALUE-O
              PERFORM 600-WRITE-AUDIT-LINE
              MOVE TRAN-ACCT-NO      TO AUDIT-ACCT-NO-O
           END-IF
           IF TRAN-RESERVED NOT = WS-BEF-RESERVED
              MOVE 'RESERVED'        TO AUDIT-FIELD-O
              MOVE WS-BEF-RESERVED   TO AUDIT-OLD-VALUE-O
              MOVE TRAN-RESERVED     TO AUDIT-NEW-VALUE-O
              PERFORM 600-WRITE-AUDIT-LINE
              MOVE TRAN-ACCT-NO      TO AUDIT-ACCT-NO-O
           END-IF
           IF TRAN-COMMENTS NOT = WS-BEF-COMMENTS
              MOVE 'COMMENTS'        TO AUDIT-FIELD-O
              MOVE WS-BEF-COMMENTS   TO AUDIT-OLD-VALUE-O
              MOVE TRAN-COMMENTS     TO AUDIT-NEW-VALUE-O
              PERFORM 600-WRITE-AUDIT-LINE
           END-IF
           MOVE SPACES TO WS-AUDIT-DETAIL-LINE
           .

      * Audit trail for an applied term action - same lines as
      * ACCTUPDT's 660.  AUDIT-ACTION-O is set by the caller,
      * TRM-FIELDS holds the term as it now stands and
      * WS-TERM-BEFORE-IMAGE the term as it stood.
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
           MOVE WS-RUN-STAMP TO JRN-RUN-STAMP
           WRITE JRNL-REC
           .

      * Session totals close the session's block on MNTAUDIT - only
      * when the session updated anything.
       900-WRAP-UP.
           IF WS-AUDIT-HDR-WRITTEN
              WRITE AUDIT-RPT-REC FROM WS-BLANK-LINE
              MOVE 'Adds Applied' TO AUDIT-TOTAL-LABEL-O
              MOVE WS-ADD-CTR TO AUDIT-TOTAL-COUNT-O
              WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE
              MOVE 'Changes Applied' TO AUDIT-TOTAL-LABEL-O
              MOVE WS-CHANGE-CTR TO AUDIT-TOTAL-COUNT-O
              WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE
              MOVE 'Items Held for Approval' TO AUDIT-TOTAL-LABEL-O
              MOVE WS-HELD-CTR TO AUDIT-TOTAL-COUNT-O
              WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE
              WRITE AUDIT-RPT-REC FROM WS-BLANK-LINE
           END-IF
           CLOSE PRES-MAST
           CLOSE PRES-TERM
           CLOSE PEND-ITEM
           CLOSE JRNL-FILE
           CLOSE AUDIT-RPT-LINE
           .
