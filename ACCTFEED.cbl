      **************************************************************************
      * Program Name:               ACCTFEED                                   *
      * Developer:                  PDEVLIN                                    *
      * Created:                    2026-10-15                                 *
      * Developer Contact:                                                     *
      *                                                                        *
      **************************************************************************
      **************************************************************************
      * Modifications
      *  2026-10-15 PDEVLIN
      *    Initial version.  Converts the research office's comma-
      *    delimited correction feed into ready-to-apply ACCTTRAN
      *    transactions, so nobody hand-keys the action code and the
      *    packed COMP-3 ACCT-LIMIT / ACCT-BALANCE any more (keying
      *    errors were the main source of TRANREJC rejects).
      *    INFEED rows carry 11 columns, in this order:
      *      ACCT-NO, last name, first name, first year in office,
      *      last year in office, salary, net worth, street,
      *      city / county, state, comments.
      *    A field holding a comma is enclosed in double quotes (a
      *    doubled quote inside quotes is one quote), as a spreadsheet
      *    saves it.  A first row whose first column is ACCT-NO is the
      *    heading row and is skipped.  Amounts may carry a $, commas
      *    and up to two decimals.  A blank column means "no value
      *    supplied" - the president's value on PRESMAST stands.
      *    Each row is matched against PRESMAST by ACCT-NO or, with no
      *    ACCT-NO, by last and first name (not case-sensitive):
      *      - no president found - an add (ACCT-NO from the term
      *        years, which must then be given);
      *      - one president found - a change carrying his PRESMAST
      *        record with only the fields that differ replaced (the
      *        RESERVED codes, which the feed does not carry, are kept
      *        as they are), or no transaction at all when nothing
      *        differs;
      *      - rejected: a row that cannot be parsed (wrong column
      *        count, unbalanced quotes, a year or amount that is not
      *        a number, no last name), a name on file more than once,
      *        an ACCT-NO or name whose term years disagree with the
      *        feed's (a key change is a delete and an add, made by
      *        hand), an ACCT-NO not on file whose name is, and a
      *        second row for a president already in this feed.
      *    Transactions go to FEEDTRAN (same layout as ACCTUPDT's
      *    TRAN-REC).  JCL note: FEEDTRAN is supplied to ACCTUPDT as
      *    ACCTTRAN, on its own or concatenated with the keyed deck.
      *    Rejected rows are written as read to FEEDREJC for repair and
      *    resubmission.  The FEEDRPT listing shows every row's
      *    outcome - adds, each field changed with old and new value,
      *    unchanged rows, and rejects with the reason - and a summary
      *    of adds, changes, unchanged rows and rejects, so the feed is
      *    proved before anyone runs ACCTUPDT.
      *    Condition code: 0 = clean, 4 = rows rejected, 12 = file-open
      *    failure.
      *
      *  2026-10-15 PDEVLIN
      *    ACCTTRAN transactions now carry the submitting operator's id
      *    for ACCTUPDT's two-person approval.  The operator running
      *    the conversion is named on the parameter card (stand-in for
      *    a JCL PARM), positions 1-8, and is set on every FEEDTRAN
      *    transaction; without it nothing is converted (condition
      *    code 8).
      *    Added TRAN-OPERATOR-ID, WS-PARM-CARD, WS-FEED-OPERATOR-ID.
      *    Modified 100-INIT-RTN, 650-WRITE-TRANSACTION.
      *
      *  2026-10-15 PDEVLIN
      *    An add whose ACCT-NO is built from the term years is now
      *    read against PRESMAST like a given ACCT-NO; a president
      *    already on file is rejected to FEEDREJC instead of becoming
      *    an add ACCTUPDT would refuse as a duplicate.
      *    Modified 450-CHECK-ADD-KEY.
      **************************************************************************
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ACCTFEED.
       AUTHOR.        PDEVLIN.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *** Inbound comma-delimited correction feed.
           SELECT FEED-FILE ASSIGN TO INFEED
              FILE STATUS IS WS-FEED-STATUS.
      *** Indexed presidents master - read only.
           SELECT PRES-MAST ASSIGN TO PRESMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MST-ACCT-NO
              FILE STATUS IS WS-MAST-STATUS.
      *** Generated maintenance transactions for ACCTUPDT.
           SELECT TRAN-REC-FILE ASSIGN TO FEEDTRAN.
      *** Rejected feed rows, as read.
           SELECT OPTIONAL FEED-REJ-FILE ASSIGN TO FEEDREJC.
      *** Conversion listing.
           SELECT FEED-RPT-LINE ASSIGN TO FEEDRPT.
      *** Shared cycle-control file - one status record appended per
      *** step per cycle, read by the NIGHTRPT dashboard.
           SELECT OPTIONAL CYCLE-STAT    ASSIGN TO CYCLSTAT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FEED-FILE RECORDING MODE F.
       01 FEED-REC                      PIC X(250).

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

      *** Same layout as ACCTUPDT's TRAN-REC (president actions).
       FD  TRAN-REC-FILE RECORDING MODE F.
       01 TRAN-REC.
          05 TRAN-ACTION                PIC X(1).
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

       FD  FEED-REJ-FILE RECORDING MODE F.
       01 FEED-REJ-REC                  PIC X(250).

       FD  FEED-RPT-LINE RECORDING MODE F.
       01 FEED-RPT-REC                  PIC X(132).

      * Cycle-control status record - counts 1-4 mean feed rows read,
      * adds, changes and rejects.
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
          05 WS-EOF-INPUT-SW            PIC X(1)       VALUE 'N'.
             88 EOF-INPUT                              VALUE 'Y'.
          05 WS-MAST-EOF-SW             PIC X(1)       VALUE 'N'.
             88 WS-MAST-EOF                            VALUE 'Y'.
          05 WS-ROW-VALID-SW            PIC X(1)       VALUE 'Y'.
             88 WS-ROW-VALID                           VALUE 'Y'.
          05 WS-IN-QUOTES-SW            PIC X(1)       VALUE 'N'.
             88 WS-IN-QUOTES                           VALUE 'Y'.
          05 WS-SKIP-CHAR-SW            PIC X(1)       VALUE 'N'.
             88 WS-SKIP-CHAR                           VALUE 'Y'.
          05 WS-MATCH-SW                PIC X(1)       VALUE 'N'.
             88 WS-MATCH-NONE                          VALUE 'N'.
             88 WS-MATCH-ONE                           VALUE 'Y'.

      * Run-time parameter card (stand-in for a JCL PARM).
       01 WS-PARM-CARD                  PIC X(80)      VALUE SPACES.
       01 WS-FEED-OPERATOR-ID           PIC X(8)       VALUE SPACES.

       01 WS-FEED-STATUS                PIC X(2)       VALUE '00'.
          88 WS-FEED-OK                                VALUE '00'.
       01 WS-MAST-STATUS                PIC X(2)       VALUE '00'.
          88 WS-MAST-OK                                VALUE '00' '02'.

       01 WS-FEED-COUNTERS.
          05 WS-ROW-CTR                 PIC 9(6)       VALUE 0.
          05 WS-HEADING-CTR             PIC 9(6)       VALUE 0.
          05 WS-ADD-CTR                 PIC 9(6)       VALUE 0.
          05 WS-CHANGE-CTR              PIC 9(6)       VALUE 0.
          05 WS-SAME-CTR                PIC 9(6)       VALUE 0.
          05 WS-REJECT-CTR              PIC 9(6)       VALUE 0.
          05 WS-FIELD-CHG-CTR           PIC 9(6)       VALUE 0.
          05 WS-TRAN-OUT-CTR            PIC 9(6)       VALUE 0.
          05 WS-MAST-IN-CTR             PIC 9(6)       VALUE 0.

      * The row split into its columns.
       01 WS-CSV-WORK.
          05 WS-CSV-FIELD-CTR           PIC 9(4)       COMP.
          05 WS-CSV-CHAR-CTR            PIC 9(4)       COMP.
          05 WS-CSV-POS                 PIC 9(4)       COMP.
          05 WS-CSV-LAST-POS            PIC 9(4)       COMP.
          05 WS-CSV-CHAR                PIC X(1).
          05 WS-CSV-ERROR               PIC X(40).
       01 WS-CSV-FIELD-TABLE.
          05 WS-CSV-FIELD OCCURS 11 TIMES
                                        PIC X(60).
       01 WS-CSV-TRIM-WORK              PIC X(60).

      * The row's columns, named.
       01 WS-ROW-FIELDS.
          05 WS-ROW-ACCT-NO             PIC X(8).
          05 WS-ROW-LAST-NAME           PIC X(20).
          05 WS-ROW-FIRST-NAME          PIC X(15).
          05 WS-ROW-START-CCYY          PIC X(4).
          05 WS-ROW-END-CCYY            PIC X(4).
          05 WS-ROW-STREET-ADDR         PIC X(25).
          05 WS-ROW-CITY-COUNTY         PIC X(20).
          05 WS-ROW-USA-STATE           PIC X(15).
          05 WS-ROW-COMMENTS            PIC X(50).
          05 WS-ROW-LIMIT               PIC S9(7)V99   VALUE 0.
          05 WS-ROW-LIMIT-SW            PIC X(1).
             88 WS-ROW-LIMIT-GIVEN                     VALUE 'Y'.
          05 WS-ROW-BALANCE             PIC S9(7)V99   VALUE 0.
          05 WS-ROW-BALANCE-SW          PIC X(1).
             88 WS-ROW-BALANCE-GIVEN                   VALUE 'Y'.
          05 WS-ROW-KEY                 PIC X(8).

      * Amount conversion - text in, value out.
       01 WS-AMT-WORK.
          05 WS-AMT-TEXT                PIC X(60).
          05 WS-AMT-VALUE               PIC S9(7)V99.
          05 WS-AMT-INT                 PIC 9(7).
          05 WS-AMT-DEC-X               PIC X(2).
          05 WS-AMT-DEC REDEFINES WS-AMT-DEC-X
                                        PIC 9(2).
          05 WS-AMT-INT-CTR             PIC 9(2).
          05 WS-AMT-DEC-CTR             PIC 9(2).
          05 WS-AMT-I                   PIC 9(4)       COMP.
          05 WS-AMT-DIGIT-X             PIC X(1).
          05 WS-AMT-DIGIT REDEFINES WS-AMT-DIGIT-X
                                        PIC 9(1).
          05 WS-AMT-POINT-SW            PIC X(1).
             88 WS-AMT-POINT-SEEN                      VALUE 'Y'.
          05 WS-AMT-NEG-SW              PIC X(1).
             88 WS-AMT-NEGATIVE                        VALUE 'Y'.
          05 WS-AMT-VALID-SW            PIC X(1).
             88 WS-AMT-VALID                           VALUE 'Y'.
          05 WS-AMT-GIVEN-SW            PIC X(1).
             88 WS-AMT-GIVEN                           VALUE 'Y'.

      * PRESMAST names, upper-cased, loaded once for the name match.
       01 WS-NAME-TABLE.
          05 WS-NAME-COUNT              PIC 9(4)       VALUE 0.
          05 WS-NAME-ENTRY OCCURS 5000 TIMES.
             10 WS-NAM-ACCT-NO          PIC X(8).
             10 WS-NAM-LAST-NAME        PIC X(20).
             10 WS-NAM-FIRST-NAME       PIC X(15).
       01 WS-NAME-I                     PIC 9(4)       COMP.
       01 WS-NAME-HITS                  PIC 9(4)       VALUE 0.
       01 WS-NAME-HIT-ACCT-NO           PIC X(8).
       01 WS-MATCH-LAST-NAME            PIC X(20).
       01 WS-MATCH-FIRST-NAME           PIC X(15).

      * ACCT-NOs already given a transaction by this feed.
       01 WS-DONE-TABLE.
          05 WS-DONE-COUNT              PIC 9(4)       VALUE 0.
          05 WS-DONE-ACCT-NO OCCURS 5000 TIMES
                                        PIC X(8).
       01 WS-DONE-I                     PIC 9(4)       COMP.

      * The change transaction being built - the PRESMAST record with
      * the differing feed fields laid over it.
       01 WS-NEW-IMAGE.
          05 WS-NEW-ACCT-NO             PIC X(8).
          05 WS-NEW-ACCT-LIMIT          PIC S9(7)V99 COMP-3.
          05 WS-NEW-ACCT-BALANCE        PIC S9(7)V99 COMP-3.
          05 WS-NEW-LAST-NAME           PIC X(20).
          05 WS-NEW-FIRST-NAME          PIC X(15).
          05 WS-NEW-STREET-ADDR         PIC X(25).
          05 WS-NEW-CITY-COUNTY         PIC X(20).
          05 WS-NEW-USA-STATE           PIC X(15).
          05 WS-NEW-RESERVED            PIC X(7).
          05 WS-NEW-COMMENTS            PIC X(50).

      * Display edit fields for amounts on listing lines.
       01 WS-LISTING-AMOUNT-FIELDS.
          05 WS-OLD-AMOUNT-X            PIC $$,$$$,$$9.99-.
          05 WS-NEW-AMOUNT-X            PIC $$,$$$,$$9.99-.

      * This run's start timestamp (CCYYMMDDHHMMSS), printed on the
      * listing header.
       01 WS-RUN-STAMP                  PIC X(14).

      *************************************************************
      ****** Report headings and detail lines begin here ******
      *************************************************************
       01 WS-BLANK-LINE                 PIC X(132)     VALUE SPACES.

       01 WS-FEED-HEADER-1.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(12)      VALUE
                'Report: A141'.
          05 FILLER                     PIC X(18)      VALUE SPACES.
          05 FILLER                     PIC X(42)      VALUE
                'Inbound Feed Conversion Listing'.
          05 RPT-DATE                   PIC XXXX/XX/XX.

       01 WS-FEED-RUN-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE
                'Run Id: '.
          05 FEED-RUN-STAMP-O           PIC X(14).

       01 WS-FEED-HEADER-2.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE 'RESULT'.
          05 FILLER                     PIC X(8)       VALUE '   ROW'.
          05 FILLER                     PIC X(10)      VALUE 'ACCT-NO'.
          05 FILLER                     PIC X(16)      VALUE 'FIELD'.
          05 FILLER                     PIC X(42)      VALUE
                'OLD VALUE'.
          05 FILLER                     PIC X(45)      VALUE
                'NEW VALUE / REASON'.

       01 WS-FEED-HEADER-3.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(6)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(6)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(14)      VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(40)      VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(45)      VALUE ALL '='.

       01 WS-FEED-DETAIL-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FEED-RESULT-O              PIC X(6).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FEED-ROW-O                 PIC ZZZZZ9.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FEED-ACCT-NO-O             PIC X(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FEED-FIELD-O               PIC X(14).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FEED-OLD-VALUE-O           PIC X(40).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FEED-NEW-VALUE-O           PIC X(45).

       01 WS-FEED-TOTAL-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FEED-TOTAL-LABEL-O         PIC X(30).
          05 FILLER                     PIC X(1)       VALUE '='.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FEED-TOTAL-COUNT-O         PIC ZZZ,ZZ9.

      *------------------
       PROCEDURE DIVISION.
      *------------------
           PERFORM 100-INIT-RTN
           PERFORM 300-PROCESS-ROW UNTIL EOF-INPUT
           PERFORM 900-WRAP-UP
           GOBACK
           .
       100-INIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP TO FEED-RUN-STAMP-O
           ACCEPT WS-PARM-CARD FROM COMMAND-LINE
           MOVE WS-PARM-CARD(1:8) TO WS-FEED-OPERATOR-ID
           IF WS-FEED-OPERATOR-ID = SPACES
              DISPLAY "ACCTFEED - OPERATOR ID REQUIRED IN PARM "
                      "POSITIONS 1-8"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT FEED-FILE
           IF NOT WS-FEED-OK
              DISPLAY "ACCTFEED - CANNOT OPEN INFEED, STATUS="
                      WS-FEED-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT PRES-MAST
           IF NOT WS-MAST-OK
              DISPLAY "ACCTFEED - CANNOT OPEN PRESMAST, STATUS="
                      WS-MAST-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 150-LOAD-NAME-TABLE
           OPEN OUTPUT TRAN-REC-FILE
           OPEN OUTPUT FEED-REJ-FILE
           OPEN OUTPUT FEED-RPT-LINE
           WRITE FEED-RPT-REC FROM WS-FEED-HEADER-1
           WRITE FEED-RPT-REC FROM WS-FEED-RUN-LINE
           WRITE FEED-RPT-REC FROM WS-BLANK-LINE
           WRITE FEED-RPT-REC FROM WS-FEED-HEADER-2
           WRITE FEED-RPT-REC FROM WS-FEED-HEADER-3
           PERFORM 700-READ-FEED-ROW
           .

      * Every president's ACCT-NO and upper-cased names.  A name past
      * the table limit could not be matched, and a row for him would
      * come out as an add of a president already on file - so the
      * run is stopped instead.
       150-LOAD-NAME-TABLE.
           MOVE LOW-VALUES TO MST-ACCT-NO
           START PRES-MAST KEY IS NOT LESS THAN MST-ACCT-NO
              INVALID KEY
                 SET WS-MAST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-MAST-EOF
              READ PRES-MAST NEXT
                 AT END
                    SET WS-MAST-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-MAST-IN-CTR
                    IF WS-NAME-COUNT < 5000
                       ADD 1 TO WS-NAME-COUNT
                       MOVE MST-ACCT-NO
                          TO WS-NAM-ACCT-NO(WS-NAME-COUNT)
                       MOVE MST-LAST-NAME
                          TO WS-NAM-LAST-NAME(WS-NAME-COUNT)
                       MOVE MST-FIRST-NAME
                          TO WS-NAM-FIRST-NAME(WS-NAME-COUNT)
                       INSPECT WS-NAME-ENTRY(WS-NAME-COUNT)
                          CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                  TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                    ELSE
                       DISPLAY "ACCTFEED - NAME TABLE FULL AT "
                               WS-NAME-COUNT
                               " PRESIDENTS, NOT LOADED: " MST-ACCT-NO
                       MOVE 12 TO RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM
           IF RETURN-CODE = 12
              GOBACK
           END-IF
           .

      *************************************************************
      * One feed row
      *************************************************************
       300-PROCESS-ROW.
           MOVE 'Y' TO WS-ROW-VALID-SW
           MOVE SPACES TO WS-FEED-DETAIL-LINE
           PERFORM 310-PARSE-CSV-ROW
           EVALUATE TRUE
              WHEN WS-ROW-CTR = 1 AND WS-CSV-FIELD(1) = 'ACCT-NO'
                 ADD 1 TO WS-HEADING-CTR
              WHEN NOT WS-ROW-VALID
                 MOVE WS-CSV-ERROR TO FEED-NEW-VALUE-O
                 PERFORM 610-WRITE-REJECT-LINE
              WHEN OTHER
                 PERFORM 320-EDIT-ROW-FIELDS
                 IF WS-ROW-VALID
                    PERFORM 400-MATCH-ROW
                 END-IF
           END-EVALUATE
           PERFORM 700-READ-FEED-ROW
           .

      * The row split on commas outside double quotes.  Every column
      * is left-justified; a row must have exactly 11 columns.
       310-PARSE-CSV-ROW.
           MOVE SPACES TO WS-CSV-FIELD-TABLE
           MOVE SPACES TO WS-CSV-ERROR
           MOVE 1 TO WS-CSV-FIELD-CTR
           MOVE 0 TO WS-CSV-CHAR-CTR
           MOVE 'N' TO WS-IN-QUOTES-SW
           MOVE 'N' TO WS-SKIP-CHAR-SW
           MOVE 250 TO WS-CSV-LAST-POS
           PERFORM UNTIL WS-CSV-LAST-POS = 0
              OR FEED-REC(WS-CSV-LAST-POS:1) NOT = SPACE
              SUBTRACT 1 FROM WS-CSV-LAST-POS
           END-PERFORM
           PERFORM 315-PARSE-CSV-CHAR
              VARYING WS-CSV-POS FROM 1 BY 1
              UNTIL WS-CSV-POS > WS-CSV-LAST-POS
                 OR NOT WS-ROW-VALID
           EVALUATE TRUE
              WHEN NOT WS-ROW-VALID
                 CONTINUE
              WHEN WS-IN-QUOTES
                 MOVE 'N' TO WS-ROW-VALID-SW
                 MOVE 'UNBALANCED QUOTES' TO WS-CSV-ERROR
              WHEN WS-CSV-FIELD-CTR NOT = 11
                 MOVE 'N' TO WS-ROW-VALID-SW
                 MOVE 'ROW DOES NOT HAVE 11 COLUMNS' TO WS-CSV-ERROR
           END-EVALUATE
           PERFORM VARYING WS-CSV-FIELD-CTR FROM 1 BY 1
              UNTIL WS-CSV-FIELD-CTR > 11
              MOVE FUNCTION TRIM(WS-CSV-FIELD(WS-CSV-FIELD-CTR))
                 TO WS-CSV-TRIM-WORK
              MOVE WS-CSV-TRIM-WORK TO WS-CSV-FIELD(WS-CSV-FIELD-CTR)
           END-PERFORM
           .

       315-PARSE-CSV-CHAR.
           MOVE FEED-REC(WS-CSV-POS:1) TO WS-CSV-CHAR
           EVALUATE TRUE
              WHEN WS-SKIP-CHAR
                 MOVE 'N' TO WS-SKIP-CHAR-SW
              WHEN WS-IN-QUOTES AND WS-CSV-CHAR = '"'
                 IF WS-CSV-POS < WS-CSV-LAST-POS
                    AND FEED-REC(WS-CSV-POS + 1:1) = '"'
                    PERFORM 318-ADD-CSV-CHAR
                    SET WS-SKIP-CHAR TO TRUE
                 ELSE
                    MOVE 'N' TO WS-IN-QUOTES-SW
                 END-IF
              WHEN WS-IN-QUOTES
                 PERFORM 318-ADD-CSV-CHAR
              WHEN WS-CSV-CHAR = '"'
                 SET WS-IN-QUOTES TO TRUE
              WHEN WS-CSV-CHAR = ','
                 IF WS-CSV-FIELD-CTR < 11
                    ADD 1 TO WS-CSV-FIELD-CTR
                    MOVE 0 TO WS-CSV-CHAR-CTR
                 ELSE
                    MOVE 'N' TO WS-ROW-VALID-SW
                    MOVE 'ROW HAS MORE THAN 11 COLUMNS'
                       TO WS-CSV-ERROR
                 END-IF
              WHEN OTHER
                 PERFORM 318-ADD-CSV-CHAR
           END-EVALUATE
           .

       318-ADD-CSV-CHAR.
           IF WS-CSV-CHAR-CTR < 60
              ADD 1 TO WS-CSV-CHAR-CTR
              MOVE WS-CSV-CHAR
                 TO WS-CSV-FIELD(WS-CSV-FIELD-CTR)(WS-CSV-CHAR-CTR:1)
           ELSE
              MOVE 'N' TO WS-ROW-VALID-SW
              MOVE 'COLUMN LONGER THAN 60 CHARACTERS' TO WS-CSV-ERROR
           END-IF
           .

      * Columns into named fields, each checked for length and form.
       320-EDIT-ROW-FIELDS.
           MOVE WS-CSV-FIELD(1)  TO WS-ROW-ACCT-NO
           MOVE WS-CSV-FIELD(2)  TO WS-ROW-LAST-NAME
           MOVE WS-CSV-FIELD(3)  TO WS-ROW-FIRST-NAME
           MOVE WS-CSV-FIELD(4)  TO WS-ROW-START-CCYY
           MOVE WS-CSV-FIELD(5)  TO WS-ROW-END-CCYY
           MOVE WS-CSV-FIELD(8)  TO WS-ROW-STREET-ADDR
           MOVE WS-CSV-FIELD(9)  TO WS-ROW-CITY-COUNTY
           MOVE WS-CSV-FIELD(10) TO WS-ROW-USA-STATE
           MOVE WS-CSV-FIELD(11) TO WS-ROW-COMMENTS
           EVALUATE TRUE
              WHEN WS-CSV-FIELD(1)(9:52) NOT = SPACES
                 MOVE 'ACCT-NO LONGER THAN 8' TO FEED-NEW-VALUE-O
                 PERFORM 610-WRITE-REJECT-LINE
              WHEN WS-ROW-LAST-NAME = SPACES
                 MOVE 'NO LAST NAME' TO FEED-NEW-VALUE-O
                 PERFORM 610-WRITE-REJECT-LINE
              WHEN WS-CSV-FIELD(2)(21:40) NOT = SPACES
                 OR WS-CSV-FIELD(3)(16:45) NOT = SPACES
                 MOVE 'NAME TOO LONG (LAST 20 / FIRST 15)'
                    TO FEED-NEW-VALUE-O
                 PERFORM 610-WRITE-REJECT-LINE
              WHEN WS-CSV-FIELD(8)(26:35) NOT = SPACES
                 OR WS-CSV-FIELD(9)(21:40) NOT = SPACES
                 OR WS-CSV-FIELD(10)(16:45) NOT = SPACES
                 OR WS-CSV-FIELD(11)(51:10) NOT = SPACES
                 MOVE 'ADDRESS, STATE OR COMMENTS TOO LONG'
                    TO FEED-NEW-VALUE-O
                 PERFORM 610-WRITE-REJECT-LINE
              WHEN (WS-CSV-FIELD(4) NOT = SPACES
                    AND (WS-ROW-START-CCYY IS NOT NUMERIC
                         OR WS-CSV-FIELD(4)(5:56) NOT = SPACES))
                 OR (WS-CSV-FIELD(5) NOT = SPACES
                    AND (WS-ROW-END-CCYY IS NOT NUMERIC
                         OR WS-CSV-FIELD(5)(5:56) NOT = SPACES))
                 MOVE 'TERM YEAR NOT A 4-DIGIT YEAR'
                    TO FEED-NEW-VALUE-O
                 PERFORM 610-WRITE-REJECT-LINE
              WHEN OTHER
                 MOVE WS-CSV-FIELD(6) TO WS-AMT-TEXT
                 PERFORM 330-CONVERT-AMOUNT
                 MOVE WS-AMT-VALUE  TO WS-ROW-LIMIT
                 MOVE WS-AMT-GIVEN-SW TO WS-ROW-LIMIT-SW
                 IF NOT WS-AMT-VALID
                    MOVE 'SALARY NOT AN AMOUNT' TO FEED-NEW-VALUE-O
                    PERFORM 610-WRITE-REJECT-LINE
                 ELSE
                    MOVE WS-CSV-FIELD(7) TO WS-AMT-TEXT
                    PERFORM 330-CONVERT-AMOUNT
                    MOVE WS-AMT-VALUE  TO WS-ROW-BALANCE
                    MOVE WS-AMT-GIVEN-SW TO WS-ROW-BALANCE-SW
                    IF NOT WS-AMT-VALID
                       MOVE 'NET WORTH NOT AN AMOUNT'
                          TO FEED-NEW-VALUE-O
                       PERFORM 610-WRITE-REJECT-LINE
                    END-IF
                 END-IF
           END-EVALUATE
           .

      * WS-AMT-TEXT to WS-AMT-VALUE - digits, at most one point and two
      * decimals, a leading minus; $, commas and spaces are ignored.
      * Blank text is valid and "not given".
       330-CONVERT-AMOUNT.
           MOVE ZERO TO WS-AMT-VALUE WS-AMT-INT
           MOVE '00' TO WS-AMT-DEC-X
           MOVE ZERO TO WS-AMT-INT-CTR WS-AMT-DEC-CTR
           MOVE 'N' TO WS-AMT-POINT-SW
           MOVE 'N' TO WS-AMT-NEG-SW
           MOVE 'Y' TO WS-AMT-VALID-SW
           MOVE 'N' TO WS-AMT-GIVEN-SW
           IF WS-AMT-TEXT NOT = SPACES
              SET WS-AMT-GIVEN TO TRUE
              PERFORM 335-CONVERT-AMOUNT-CHAR
                 VARYING WS-AMT-I FROM 1 BY 1
                 UNTIL WS-AMT-I > 60 OR NOT WS-AMT-VALID
              IF WS-AMT-INT-CTR = 0 AND WS-AMT-DEC-CTR = 0
                 MOVE 'N' TO WS-AMT-VALID-SW
              END-IF
              IF WS-AMT-VALID
                 COMPUTE WS-AMT-VALUE = WS-AMT-INT + (WS-AMT-DEC / 100)
                 IF WS-AMT-NEGATIVE
                    COMPUTE WS-AMT-VALUE = 0 - WS-AMT-VALUE
                 END-IF
              END-IF
           END-IF
           .

       335-CONVERT-AMOUNT-CHAR.
           MOVE WS-AMT-TEXT(WS-AMT-I:1) TO WS-AMT-DIGIT-X
           EVALUATE TRUE
              WHEN WS-AMT-DIGIT-X IS NUMERIC
                 IF WS-AMT-POINT-SEEN
                    ADD 1 TO WS-AMT-DEC-CTR
                    IF WS-AMT-DEC-CTR > 2
                       MOVE 'N' TO WS-AMT-VALID-SW
                    ELSE
                       MOVE WS-AMT-DIGIT-X
                          TO WS-AMT-DEC-X(WS-AMT-DEC-CTR:1)
                    END-IF
                 ELSE
                    ADD 1 TO WS-AMT-INT-CTR
                    IF WS-AMT-INT-CTR > 7
                       MOVE 'N' TO WS-AMT-VALID-SW
                    ELSE
                       COMPUTE WS-AMT-INT =
                          WS-AMT-INT * 10 + WS-AMT-DIGIT
                    END-IF
                 END-IF
              WHEN WS-AMT-DIGIT-X = '.'
                 IF WS-AMT-POINT-SEEN
                    MOVE 'N' TO WS-AMT-VALID-SW
                 ELSE
                    SET WS-AMT-POINT-SEEN TO TRUE
                 END-IF
              WHEN WS-AMT-DIGIT-X = '-'
                 IF WS-AMT-NEGATIVE OR WS-AMT-INT-CTR > 0
                    OR WS-AMT-POINT-SEEN
                    MOVE 'N' TO WS-AMT-VALID-SW
                 ELSE
                    SET WS-AMT-NEGATIVE TO TRUE
                 END-IF
              WHEN WS-AMT-DIGIT-X = '$' OR ',' OR SPACE
                 CONTINUE
              WHEN OTHER
                 MOVE 'N' TO WS-AMT-VALID-SW
           END-EVALUATE
           .

      *************************************************************
      * Match against PRESMAST
      *************************************************************
       400-MATCH-ROW.
           MOVE 'N' TO WS-MATCH-SW
           MOVE WS-ROW-START-CCYY TO WS-ROW-KEY(1:4)
           MOVE WS-ROW-END-CCYY   TO WS-ROW-KEY(5:4)
           PERFORM 420-FIND-BY-NAME
           EVALUATE TRUE
              WHEN WS-ROW-ACCT-NO NOT = SPACES
                 PERFORM 410-MATCH-BY-ACCT-NO
              WHEN WS-NAME-HITS > 1
                 MOVE 'NAME ON PRESMAST MORE THAN ONCE - GIVE ACCT-NO'
                    TO FEED-NEW-VALUE-O
                 PERFORM 610-WRITE-REJECT-LINE
              WHEN WS-NAME-HITS = 1
                 MOVE WS-NAME-HIT-ACCT-NO TO MST-ACCT-NO
                 PERFORM 430-READ-MATCHED-PRESIDENT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
      * The feed's term years must agree with the president's ACCT-NO.
           IF WS-ROW-VALID AND WS-MATCH-ONE
              IF (WS-ROW-START-CCYY NOT = SPACES
                  AND WS-ROW-START-CCYY NOT = MST-ACCT-NO(1:4))
                 OR (WS-ROW-END-CCYY NOT = SPACES
                  AND WS-ROW-END-CCYY NOT = MST-ACCT-NO(5:4))
                 MOVE 'TERM YEARS DIFFER FROM ACCT-NO - KEY CHANGE'
                    TO FEED-NEW-VALUE-O
                 MOVE MST-ACCT-NO TO FEED-ACCT-NO-O
                 PERFORM 610-WRITE-REJECT-LINE
              END-IF
           END-IF
           IF WS-ROW-VALID
              IF WS-MATCH-ONE
                 PERFORM 440-CHECK-DONE-IN-FEED
              ELSE
                 PERFORM 450-CHECK-ADD-KEY
              END-IF
           END-IF
           IF WS-ROW-VALID
              IF WS-MATCH-ONE
                 PERFORM 500-BUILD-CHANGE
              ELSE
                 PERFORM 550-BUILD-ADD
              END-IF
           END-IF
           .

      * An ACCT-NO not on file is an add - unless the name is on file
      * under another ACCT-NO, which is more likely a keying slip.
       410-MATCH-BY-ACCT-NO.
           MOVE WS-ROW-ACCT-NO TO MST-ACCT-NO
           READ PRES-MAST
              INVALID KEY
                 IF WS-NAME-HITS > 0
                    MOVE 'ACCT-NO NOT ON FILE BUT NAME IS'
                       TO FEED-NEW-VALUE-O
                    MOVE WS-ROW-ACCT-NO TO FEED-ACCT-NO-O
                    PERFORM 610-WRITE-REJECT-LINE
                 ELSE
                    MOVE WS-ROW-ACCT-NO TO WS-ROW-KEY
                 END-IF
              NOT INVALID KEY
                 SET WS-MATCH-ONE TO TRUE
           END-READ
           .

      * Presidents on file with the row's last and first name.
       420-FIND-BY-NAME.
           MOVE ZERO TO WS-NAME-HITS
           MOVE SPACES TO WS-NAME-HIT-ACCT-NO
           MOVE WS-ROW-LAST-NAME  TO WS-MATCH-LAST-NAME
           MOVE WS-ROW-FIRST-NAME TO WS-MATCH-FIRST-NAME
           INSPECT WS-MATCH-LAST-NAME
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-MATCH-FIRST-NAME
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM VARYING WS-NAME-I FROM 1 BY 1
              UNTIL WS-NAME-I > WS-NAME-COUNT
              IF WS-NAM-LAST-NAME(WS-NAME-I) = WS-MATCH-LAST-NAME
                 AND WS-NAM-FIRST-NAME(WS-NAME-I) = WS-MATCH-FIRST-NAME
                 ADD 1 TO WS-NAME-HITS
                 MOVE WS-NAM-ACCT-NO(WS-NAME-I) TO WS-NAME-HIT-ACCT-NO
              END-IF
           END-PERFORM
           .

       430-READ-MATCHED-PRESIDENT.
           READ PRES-MAST
              INVALID KEY
                 MOVE 'PRESIDENT LEFT PRESMAST DURING THE RUN'
                    TO FEED-NEW-VALUE-O
                 PERFORM 610-WRITE-REJECT-LINE
              NOT INVALID KEY
                 SET WS-MATCH-ONE TO TRUE
           END-READ
           .

      * One transaction per president per feed.
       440-CHECK-DONE-IN-FEED.
           PERFORM VARYING WS-DONE-I FROM 1 BY 1
              UNTIL WS-DONE-I > WS-DONE-COUNT
              IF WS-DONE-ACCT-NO(WS-DONE-I) = MST-ACCT-NO
                 MOVE 'PRESIDENT ALREADY IN THIS FEED'
                    TO FEED-NEW-VALUE-O
                 MOVE MST-ACCT-NO TO FEED-ACCT-NO-O
                 PERFORM 610-WRITE-REJECT-LINE
                 MOVE WS-DONE-COUNT TO WS-DONE-I
              END-IF
           END-PERFORM
           .

      * An add needs both term years for its ACCT-NO (or an ACCT-NO
      * that agrees with any years given), must not be on file already
      * and must not repeat an add already in this feed.
       450-CHECK-ADD-KEY.
           EVALUATE TRUE
              WHEN (WS-ROW-START-CCYY NOT = SPACES
                    AND WS-ROW-START-CCYY NOT = WS-ROW-KEY(1:4))
                 OR (WS-ROW-END-CCYY NOT = SPACES
                    AND WS-ROW-END-CCYY NOT = WS-ROW-KEY(5:4))
                 MOVE 'TERM YEARS DIFFER FROM ACCT-NO'
                    TO FEED-NEW-VALUE-O
                 MOVE WS-ROW-KEY TO FEED-ACCT-NO-O
                 PERFORM 610-WRITE-REJECT-LINE
              WHEN WS-ROW-KEY IS NOT NUMERIC
                 MOVE 'ADD NEEDS BOTH TERM YEARS' TO FEED-NEW-VALUE-O
                 PERFORM 610-WRITE-REJECT-LINE
              WHEN WS-ROW-KEY(1:4) > WS-ROW-KEY(5:4)
                 MOVE 'FIRST YEAR AFTER LAST YEAR' TO FEED-NEW-VALUE-O
                 MOVE WS-ROW-KEY TO FEED-ACCT-NO-O
                 PERFORM 610-WRITE-REJECT-LINE
              WHEN OTHER
                 MOVE WS-ROW-KEY TO MST-ACCT-NO
                 READ PRES-MAST
                    INVALID KEY
                       PERFORM 440-CHECK-DONE-IN-FEED
                    NOT INVALID KEY
                       MOVE 'ACCT-NO FROM TERM YEARS ALREADY ON FILE'
                          TO FEED-NEW-VALUE-O
                       MOVE WS-ROW-KEY TO FEED-ACCT-NO-O
                       PERFORM 610-WRITE-REJECT-LINE
                 END-READ
           END-EVALUATE
           .

      *************************************************************
      * Transactions
      *************************************************************
      * The president's record with each supplied, differing field
      * replaced - one listing line per field.
       500-BUILD-CHANGE.
           MOVE MST-FIELDS TO WS-NEW-IMAGE
           MOVE ZERO TO WS-FIELD-CHG-CTR
           IF WS-ROW-LIMIT-GIVEN AND WS-ROW-LIMIT NOT = MST-ACCT-LIMIT
              MOVE WS-ROW-LIMIT TO WS-NEW-ACCT-LIMIT
              MOVE 'ACCT-LIMIT' TO FEED-FIELD-O
              MOVE MST-ACCT-LIMIT TO WS-OLD-AMOUNT-X
              MOVE WS-ROW-LIMIT   TO WS-NEW-AMOUNT-X
              MOVE WS-OLD-AMOUNT-X TO FEED-OLD-VALUE-O
              MOVE WS-NEW-AMOUNT-X TO FEED-NEW-VALUE-O
              PERFORM 620-WRITE-CHANGE-LINE
           END-IF
           IF WS-ROW-BALANCE-GIVEN
              AND WS-ROW-BALANCE NOT = MST-ACCT-BALANCE
              MOVE WS-ROW-BALANCE TO WS-NEW-ACCT-BALANCE
              MOVE 'ACCT-BALANCE' TO FEED-FIELD-O
              MOVE MST-ACCT-BALANCE TO WS-OLD-AMOUNT-X
              MOVE WS-ROW-BALANCE   TO WS-NEW-AMOUNT-X
              MOVE WS-OLD-AMOUNT-X TO FEED-OLD-VALUE-O
              MOVE WS-NEW-AMOUNT-X TO FEED-NEW-VALUE-O
              PERFORM 620-WRITE-CHANGE-LINE
           END-IF
           IF WS-ROW-LAST-NAME NOT = MST-LAST-NAME
              MOVE WS-ROW-LAST-NAME TO WS-NEW-LAST-NAME
              MOVE 'LAST-NAME'      TO FEED-FIELD-O
              MOVE MST-LAST-NAME    TO FEED-OLD-VALUE-O
              MOVE WS-ROW-LAST-NAME TO FEED-NEW-VALUE-O
              PERFORM 620-WRITE-CHANGE-LINE
           END-IF
           IF WS-ROW-FIRST-NAME NOT = SPACES
              AND WS-ROW-FIRST-NAME NOT = MST-FIRST-NAME
              MOVE WS-ROW-FIRST-NAME TO WS-NEW-FIRST-NAME
              MOVE 'FIRST-NAME'      TO FEED-FIELD-O
              MOVE MST-FIRST-NAME    TO FEED-OLD-VALUE-O
              MOVE WS-ROW-FIRST-NAME TO FEED-NEW-VALUE-O
              PERFORM 620-WRITE-CHANGE-LINE
           END-IF
           IF WS-ROW-STREET-ADDR NOT = SPACES
              AND WS-ROW-STREET-ADDR NOT = MST-STREET-ADDR
              MOVE WS-ROW-STREET-ADDR TO WS-NEW-STREET-ADDR
              MOVE 'STREET-ADDR'      TO FEED-FIELD-O
              MOVE MST-STREET-ADDR    TO FEED-OLD-VALUE-O
              MOVE WS-ROW-STREET-ADDR TO FEED-NEW-VALUE-O
              PERFORM 620-WRITE-CHANGE-LINE
           END-IF
           IF WS-ROW-CITY-COUNTY NOT = SPACES
              AND WS-ROW-CITY-COUNTY NOT = MST-CITY-COUNTY
              MOVE WS-ROW-CITY-COUNTY TO WS-NEW-CITY-COUNTY
              MOVE 'CITY-COUNTY'      TO FEED-FIELD-O
              MOVE MST-CITY-COUNTY    TO FEED-OLD-VALUE-O
              MOVE WS-ROW-CITY-COUNTY TO FEED-NEW-VALUE-O
              PERFORM 620-WRITE-CHANGE-LINE
           END-IF
           IF WS-ROW-USA-STATE NOT = SPACES
              AND WS-ROW-USA-STATE NOT = MST-USA-STATE
              MOVE WS-ROW-USA-STATE TO WS-NEW-USA-STATE
              MOVE 'USA-STATE'      TO FEED-FIELD-O
              MOVE MST-USA-STATE    TO FEED-OLD-VALUE-O
              MOVE WS-ROW-USA-STATE TO FEED-NEW-VALUE-O
              PERFORM 620-WRITE-CHANGE-LINE
           END-IF
           IF WS-ROW-COMMENTS NOT = SPACES
              AND WS-ROW-COMMENTS NOT = MST-COMMENTS
              MOVE WS-ROW-COMMENTS TO WS-NEW-COMMENTS
              MOVE 'COMMENTS'      TO FEED-FIELD-O
              MOVE MST-COMMENTS    TO FEED-OLD-VALUE-O
              MOVE WS-ROW-COMMENTS TO FEED-NEW-VALUE-O
              PERFORM 620-WRITE-CHANGE-LINE
           END-IF
           IF WS-FIELD-CHG-CTR = 0
              ADD 1 TO WS-SAME-CTR
              MOVE 'SAME'      TO FEED-RESULT-O
              MOVE MST-ACCT-NO TO FEED-ACCT-NO-O
              MOVE 'NO FIELD DIFFERS - NO TRANSACTION'
                 TO FEED-NEW-VALUE-O
              PERFORM 600-WRITE-LISTING-LINE
           ELSE
              ADD 1 TO WS-CHANGE-CTR
              MOVE 'C' TO TRAN-ACTION
              MOVE WS-NEW-IMAGE TO TRAN-ACCT-FIELDS
              PERFORM 650-WRITE-TRANSACTION
           END-IF
           .

       550-BUILD-ADD.
           ADD 1 TO WS-ADD-CTR
           MOVE 'A' TO TRAN-ACTION
           MOVE SPACES             TO TRAN-ACCT-FIELDS
           MOVE WS-ROW-KEY         TO TRAN-ACCT-NO
           MOVE WS-ROW-LIMIT       TO TRAN-ACCT-LIMIT
           MOVE WS-ROW-BALANCE     TO TRAN-ACCT-BALANCE
           MOVE WS-ROW-LAST-NAME   TO TRAN-LAST-NAME
           MOVE WS-ROW-FIRST-NAME  TO TRAN-FIRST-NAME
           MOVE WS-ROW-STREET-ADDR TO TRAN-STREET-ADDR
           MOVE WS-ROW-CITY-COUNTY TO TRAN-CITY-COUNTY
           MOVE WS-ROW-USA-STATE   TO TRAN-USA-STATE
           MOVE WS-ROW-COMMENTS    TO TRAN-COMMENTS
           MOVE 'ADD'              TO FEED-RESULT-O
           MOVE WS-ROW-KEY         TO FEED-ACCT-NO-O
           MOVE 'NAME'             TO FEED-FIELD-O
           MOVE '(NEW RECORD)'     TO FEED-OLD-VALUE-O
           STRING WS-ROW-FIRST-NAME DELIMITED BY '  '
                  ' '               DELIMITED BY SIZE
                  WS-ROW-LAST-NAME  DELIMITED BY '  '
              INTO FEED-NEW-VALUE-O
           END-STRING
           PERFORM 600-WRITE-LISTING-LINE
           MOVE WS-ROW-KEY TO MST-ACCT-NO
           PERFORM 650-WRITE-TRANSACTION
           .

      *************************************************************
      * Listing lines and output records
      *************************************************************
       600-WRITE-LISTING-LINE.
           MOVE WS-ROW-CTR TO FEED-ROW-O
           WRITE FEED-RPT-REC FROM WS-FEED-DETAIL-LINE
           MOVE SPACES TO WS-FEED-DETAIL-LINE
           .

      * Rejected row - the reason is in FEED-NEW-VALUE-O.  The row goes
      * to FEEDREJC as read.
       610-WRITE-REJECT-LINE.
           MOVE 'N' TO WS-ROW-VALID-SW
           ADD 1 TO WS-REJECT-CTR
           MOVE 'REJECT' TO FEED-RESULT-O
           MOVE FEED-REC(1:40) TO FEED-OLD-VALUE-O
           PERFORM 600-WRITE-LISTING-LINE
           WRITE FEED-REJ-REC FROM FEED-REC
           .

      * One line per field a change replaces - FEED-FIELD-O and the
      * values set by the caller.
       620-WRITE-CHANGE-LINE.
           ADD 1 TO WS-FIELD-CHG-CTR
           MOVE 'CHANGE'    TO FEED-RESULT-O
           MOVE MST-ACCT-NO TO FEED-ACCT-NO-O
           PERFORM 600-WRITE-LISTING-LINE
           .

      * The president's ACCT-NO is in MST-ACCT-NO.
       650-WRITE-TRANSACTION.
           MOVE WS-FEED-OPERATOR-ID TO TRAN-OPERATOR-ID
           WRITE TRAN-REC
           ADD 1 TO WS-TRAN-OUT-CTR
           IF WS-DONE-COUNT < 5000
              ADD 1 TO WS-DONE-COUNT
              MOVE MST-ACCT-NO TO WS-DONE-ACCT-NO(WS-DONE-COUNT)
           END-IF
           .

       700-READ-FEED-ROW.
           READ FEED-FILE
           AT END
              MOVE 'Y' TO WS-EOF-INPUT-SW
           NOT AT END
              ADD 1 TO WS-ROW-CTR
           END-READ
           .

       900-WRAP-UP.
           WRITE FEED-RPT-REC FROM WS-BLANK-LINE
           MOVE 'Feed Rows Read' TO FEED-TOTAL-LABEL-O
           MOVE WS-ROW-CTR TO FEED-TOTAL-COUNT-O
           WRITE FEED-RPT-REC FROM WS-FEED-TOTAL-LINE
           MOVE 'Heading Rows Skipped' TO FEED-TOTAL-LABEL-O
           MOVE WS-HEADING-CTR TO FEED-TOTAL-COUNT-O
           WRITE FEED-RPT-REC FROM WS-FEED-TOTAL-LINE
           MOVE 'Adds Generated' TO FEED-TOTAL-LABEL-O
           MOVE WS-ADD-CTR TO FEED-TOTAL-COUNT-O
           WRITE FEED-RPT-REC FROM WS-FEED-TOTAL-LINE
           MOVE 'Changes Generated' TO FEED-TOTAL-LABEL-O
           MOVE WS-CHANGE-CTR TO FEED-TOTAL-COUNT-O
           WRITE FEED-RPT-REC FROM WS-FEED-TOTAL-LINE
           MOVE 'Unchanged Rows' TO FEED-TOTAL-LABEL-O
           MOVE WS-SAME-CTR TO FEED-TOTAL-COUNT-O
           WRITE FEED-RPT-REC FROM WS-FEED-TOTAL-LINE
           MOVE 'Rows Rejected' TO FEED-TOTAL-LABEL-O
           MOVE WS-REJECT-CTR TO FEED-TOTAL-COUNT-O
           WRITE FEED-RPT-REC FROM WS-FEED-TOTAL-LINE
           MOVE 'Transactions Written' TO FEED-TOTAL-LABEL-O
           MOVE WS-TRAN-OUT-CTR TO FEED-TOTAL-COUNT-O
           WRITE FEED-RPT-REC FROM WS-FEED-TOTAL-LINE
           MOVE 'PRESMAST Presidents Matched On' TO FEED-TOTAL-LABEL-O
           MOVE WS-MAST-IN-CTR TO FEED-TOTAL-COUNT-O
           WRITE FEED-RPT-REC FROM WS-FEED-TOTAL-LINE
           CLOSE FEED-FILE
           CLOSE PRES-MAST
           CLOSE TRAN-REC-FILE
           CLOSE FEED-REJ-FILE
           CLOSE FEED-RPT-LINE
      * Condition code: a rejected row is a warning.
           IF WS-REJECT-CTR > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 960-WRITE-CYCLE-STATUS
           .

      * One status record onto the shared cycle-control file, verdict
      * graded off the condition code just set.
       960-WRITE-CYCLE-STATUS.
           OPEN EXTEND CYCLE-STAT
           MOVE 'ACCTFEED' TO CYC-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:8) TO CYC-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO CYC-TIME
           MOVE WS-ROW-CTR    TO CYC-COUNT-1
           MOVE WS-ADD-CTR    TO CYC-COUNT-2
           MOVE WS-CHANGE-CTR TO CYC-COUNT-3
           MOVE WS-REJECT-CTR TO CYC-COUNT-4
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
