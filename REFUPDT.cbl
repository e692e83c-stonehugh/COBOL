      **************************************************************************
      * Program Name:               REFUPDT                                    *
      * Developer:                  PDEVLIN                                    *
      * Created:                    2026-10-15                                 *
      * Developer Contact:                                                     *
      *                                                                        *
      **************************************************************************
      **************************************************************************
      * Modifications
      *  2026-10-15 PDEVLIN
      *    Initial version.  Batch maintenance for the PARTYMST party-
      *    affiliation and CPIMAST CPI/deflator reference files, which
      *    until now were hand-edited flat files with no trail of who
      *    changed them or when - every constant-dollar column and
      *    every party break in CNTRLBRK and ALLVIEWS rests on them,
      *    and REFAUDIT could only report a bad row after the fact.
      *    Reads REFTRAN transactions (file id 'P' = PARTYMST or 'C' =
      *    CPIMAST, action 'A'/'C'/'D', a new-party-code flag, the row
      *    key and the row data, and the submitting operator's id),
      *    edits them, and applies them to the loaded reference tables:
      *      - the year key must be a 4-digit numeric year;
      *      - a CPI factor must be non-zero and within ten times (and
      *        not under a tenth) of the factor of each adjacent year
      *        on file - the same ratio REFAUDIT's 520-COMPARE-
      *        NEIGHBOURS flags as SUSPECT;
      *      - a party code must be non-blank and already used by
      *        another PARTYMST row, unless the transaction is flagged
      *        'N' as deliberately introducing a new party;
      *      - an add of a key already on file, or a change/delete of a
      *        key not on file, is rejected as a duplicate / not found.
      *    Deletes stay key-only, like ACCTUPDT, so a row already
      *    carrying a bad key can still be removed.  A failing
      *    transaction is written in full to REFREJC for repair and
      *    resubmission and is never applied.  Every applied
      *    transaction goes on the REFMRPT before-and-after audit
      *    listing (adds show every field stored, deletes every field
      *    removed, changes one line per field changed with old and
      *    new value), stamped with the run id and operator id.
      *    The updated tables are written, in key sequence, to new
      *    generations PARTYNEW and CPINEW - the input generations are
      *    never overwritten, so the prior copy is the backout.
      *    JCL note: PARTYNEW / CPINEW from one run are supplied as
      *    PARTYMST / CPIMAST to every later step (GDG-style flip, same
      *    as CNTRLBRK's SUSPNEW -> SUSPOLD).
      *    Graded condition code and CYCLSTAT status record like the
      *    rest of the stream (0 = clean, 4 = transactions rejected,
      *    12 = file-open failure).
      *
      *  2026-10-15 PDEVLIN
      *    Duplicate-key and key-not-on-file rejects now go to REFREJC
      *    as well as the audit listing, like every other reject.
      *    Modified 400-APPLY-PARTY-TRAN, 500-APPLY-CPI-TRAN.
      **************************************************************************
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    REFUPDT.
       AUTHOR.        PDEVLIN.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *** Reference-file maintenance transactions.
           SELECT REF-TRAN-FILE ASSIGN TO REFTRAN
              FILE STATUS IS WS-TRAN-STATUS.
      *** Current generations of the two reference files - same files
      *** and table-load approach as CNTRLBRK.
           SELECT OPTIONAL PARTY-MASTER ASSIGN TO PARTYMST.
           SELECT OPTIONAL CPI-MASTER   ASSIGN TO CPIMAST.
      *** New generations written from the updated tables.
           SELECT PARTY-NEW-MASTER ASSIGN TO PARTYNEW.
           SELECT CPI-NEW-MASTER   ASSIGN TO CPINEW.
      *** Before-and-after audit listing.
           SELECT OPTIONAL AUDIT-RPT-LINE ASSIGN TO REFMRPT.
      *** Reject output - transactions failing the edits, in full.
           SELECT OPTIONAL REJ-TRAN-REC  ASSIGN TO REFREJC.
      *** Shared cycle-control file - one status record appended per
      *** step per cycle, read by the NIGHTRPT dashboard.
           SELECT OPTIONAL CYCLE-STAT    ASSIGN TO CYCLSTAT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      * Transaction - RTR-ROW-DATA is the party code and name for a
      * PARTYMST transaction, the factor for a CPIMAST transaction.
      * RTR-NEW-CODE-FLAG 'N' says the party code is deliberately new.
       FD  REF-TRAN-FILE RECORDING MODE F.
       01 REF-TRAN-REC.
          05 RTR-FILE-ID                PIC X(1).
             88 RTR-PARTY-FILE                         VALUE 'P'.
             88 RTR-CPI-FILE                           VALUE 'C'.
          05 RTR-ACTION                 PIC X(1).
             88 RTR-ADD                                VALUE 'A'.
             88 RTR-CHANGE                             VALUE 'C'.
             88 RTR-DELETE                             VALUE 'D'.
          05 RTR-NEW-CODE-FLAG          PIC X(1).
             88 RTR-NEW-CODE-FLAGGED                   VALUE 'N'.
          05 RTR-KEY                    PIC X(4).
          05 RTR-ROW-DATA               PIC X(23).
          05 RTR-PARTY-DATA REDEFINES RTR-ROW-DATA.
             10 RTR-PARTY-CODE          PIC X(3).
             10 RTR-PARTY-NAME          PIC X(20).
          05 RTR-CPI-DATA REDEFINES RTR-ROW-DATA.
             10 RTR-CPI-FACTOR          PIC 9(4)V99.
             10 FILLER                  PIC X(17).
          05 RTR-OPERATOR-ID            PIC X(8).

      *** Same layout as CNTRLBRK's PARTY-REC.
       FD  PARTY-MASTER RECORDING MODE F.
       01 PARTY-REC.
          05 PARTY-KEY                  PIC X(4).
          05 PARTY-CODE                 PIC X(3).
          05 PARTY-NAME                 PIC X(20).

      *** Same layout as CNTRLBRK's CPI-REC.
       FD  CPI-MASTER RECORDING MODE F.
       01 CPI-REC.
          05 CPI-KEY                    PIC X(4).
          05 CPI-FACTOR                 PIC 9(4)V99.

       FD  PARTY-NEW-MASTER RECORDING MODE F.
       01 PARTY-NEW-REC                 PIC X(27).

       FD  CPI-NEW-MASTER RECORDING MODE F.
       01 CPI-NEW-REC                   PIC X(10).

       FD  AUDIT-RPT-LINE RECORDING MODE F.
       01 AUDIT-RPT-REC                 PIC X(132).

       FD  REJ-TRAN-REC RECORDING MODE F.
       01 REJ-TRAN-FIELDS               PIC X(38).

      * Cycle-control status record - counts 1-4 mean transactions
      * read, applied (add+change+delete), key rejects, field-edit
      * rejects for this step.
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
          05 WS-PARTY-EOF-SW            PIC X(1)       VALUE 'N'.
             88 WS-PARTY-EOF                           VALUE 'Y'.
          05 WS-CPI-EOF-SW              PIC X(1)       VALUE 'N'.
             88 WS-CPI-EOF                             VALUE 'Y'.
          05 WS-ROW-FOUND-SW            PIC X(1)       VALUE 'N'.
             88 WS-ROW-FOUND                           VALUE 'Y'.
          05 WS-CODE-USED-SW            PIC X(1)       VALUE 'N'.
             88 WS-CODE-USED                           VALUE 'Y'.

       01 WS-TRAN-STATUS                PIC X(2)       VALUE '00'.
          88 WS-TRAN-OK                                VALUE '00'.

       01 WS-UPDT-COUNTERS.
          05 WS-TRAN-CTR                PIC 9(6)       VALUE 0.
          05 WS-ADD-CTR                 PIC 9(6)       VALUE 0.
          05 WS-CHANGE-CTR              PIC 9(6)       VALUE 0.
          05 WS-DELETE-CTR              PIC 9(6)       VALUE 0.
          05 WS-REJECT-CTR              PIC 9(6)       VALUE 0.
          05 WS-EDIT-REJ-CTR            PIC 9(6)       VALUE 0.
          05 WS-FIELD-ERR-CTR           PIC 9(6)       VALUE 0.
          05 WS-PARTY-IN-CTR            PIC 9(6)       VALUE 0.
          05 WS-CPI-IN-CTR              PIC 9(6)       VALUE 0.

      * Field-edit state for the transaction in hand.
       01 WS-TRAN-EDIT-SWITCHES.
          05 WS-TRAN-VALID-SW           PIC X(1)       VALUE 'Y'.
             88 WS-TRAN-VALID                          VALUE 'Y'.

      * Party-affiliation table - same layout as CNTRLBRK's
      * WS-PARTY-TABLE, kept in PARTY-KEY sequence here so the new
      * generation is written in order.
       01 WS-PARTY-TABLE.
          05 WS-PARTY-COUNT             PIC 9(4)       VALUE 0.
          05 WS-PARTY-ENTRY OCCURS 1000 TIMES.
             10 WS-PARTY-TBL-KEY        PIC X(4).
             10 WS-PARTY-TBL-CODE       PIC X(3).
             10 WS-PARTY-TBL-NAME       PIC X(20).
       01 WS-PARTY-TBL-I                PIC 9(4)       COMP.

      * CPI/deflator table - same layout as CNTRLBRK's WS-CPI-TABLE,
      * kept in CPI-KEY sequence.
       01 WS-CPI-TABLE.
          05 WS-CPI-COUNT               PIC 9(4)       VALUE 0.
          05 WS-CPI-ENTRY OCCURS 1000 TIMES.
             10 WS-CPI-TBL-KEY          PIC X(4).
             10 WS-CPI-TBL-FACTOR       PIC 9(4)V99.
       01 WS-CPI-TBL-I                  PIC 9(4)       COMP.

      * Row located (or insert point found) for the transaction key.
       01 WS-ROW-I                      PIC 9(4)       COMP.
       01 WS-SHIFT-I                    PIC 9(4)       COMP.

      * Year work fields for the CPI neighbour edit.
       01 WS-YEAR-WORK.
          05 WS-THIS-YEAR-NUM           PIC 9(4).
          05 WS-NBR-YEAR-NUM            PIC 9(4).
          05 WS-NBR-YEAR-X REDEFINES WS-NBR-YEAR-NUM
                                        PIC X(4).

      * Before image of the row held across the change so the audit
      * line can show old value alongside new value.
       01 WS-BEFORE-PARTY.
          05 WS-BEF-PARTY-CODE          PIC X(3).
          05 WS-BEF-PARTY-NAME          PIC X(20).
       01 WS-BEF-CPI-FACTOR             PIC 9(4)V99.

      * This run's start timestamp (CCYYMMDDHHMMSS), printed on the
      * audit listing header.
       01 WS-RUN-STAMP                  PIC X(14).

      * Display edit fields for factors on audit lines.
       01 WS-AUDIT-FACTOR-FIELDS.
          05 WS-OLD-FACTOR-X            PIC ZZZ9.99.
          05 WS-NEW-FACTOR-X            PIC ZZZ9.99.
          05 WS-NBR-FACTOR-X            PIC ZZZ9.99.

      *************************************************************
      ****** Report headings and detail lines begin here ******
      *************************************************************
       01 WS-BLANK-LINE                 PIC X(132)     VALUE SPACES.

       01 WS-AUDIT-HEADER-1.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(12)      VALUE
                'Report: A137'.
          05 FILLER                     PIC X(18)      VALUE SPACES.
          05 FILLER                     PIC X(42)      VALUE
                'Reference File Maintenance Audit Trail'.
          05 RPT-DATE                   PIC XXXX/XX/XX.

       01 WS-AUDIT-RUN-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE
                'Run Id: '.
          05 AUDIT-RUN-STAMP-O          PIC X(14).

       01 WS-AUDIT-HEADER-2.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE 'ACTION'.
          05 FILLER                     PIC X(10)      VALUE 'FILE'.
          05 FILLER                     PIC X(6)       VALUE 'KEY'.
          05 FILLER                     PIC X(10)      VALUE 'OPERATOR'.
          05 FILLER                     PIC X(15)      VALUE 'FIELD'.
          05 FILLER                     PIC X(42)      VALUE
                'OLD VALUE'.
          05 FILLER                     PIC X(40)      VALUE
                'NEW VALUE / REASON'.

       01 WS-AUDIT-HEADER-3.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(6)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(4)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(13)      VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(40)      VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(40)      VALUE ALL '='.

       01 WS-AUDIT-DETAIL-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 AUDIT-ACTION-O             PIC X(6).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 AUDIT-FILE-O               PIC X(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 AUDIT-KEY-O                PIC X(4).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 AUDIT-OPERATOR-O           PIC X(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 AUDIT-FIELD-O              PIC X(13).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 AUDIT-OLD-VALUE-O          PIC X(40).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 AUDIT-NEW-VALUE-O          PIC X(40).

       01 WS-AUDIT-TOTAL-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 AUDIT-TOTAL-LABEL-O        PIC X(30).
          05 FILLER                     PIC X(1)       VALUE '='.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 AUDIT-TOTAL-COUNT-O        PIC ZZZ,ZZ9.

      *------------------
       PROCEDURE DIVISION.
      *------------------
           PERFORM 100-INIT-RTN
           PERFORM 300-APPLY-TRANSACTIONS UNTIL EOF-INPUT
           PERFORM 900-WRAP-UP
           GOBACK
           .
       100-INIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP TO AUDIT-RUN-STAMP-O
           OPEN INPUT REF-TRAN-FILE
           IF NOT WS-TRAN-OK
              DISPLAY "REFUPDT - CANNOT OPEN REFTRAN, STATUS="
                      WS-TRAN-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 160-LOAD-PARTY-MASTER
           PERFORM 170-LOAD-CPI-MASTER
           OPEN OUTPUT AUDIT-RPT-LINE
           OPEN OUTPUT REJ-TRAN-REC
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-HEADER-1
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-RUN-LINE
           WRITE AUDIT-RPT-REC FROM WS-BLANK-LINE
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-HEADER-2
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-HEADER-3
           PERFORM 700-READ-TRANSACTION
           .

      * Same load-once approach as CNTRLBRK's 160-LOAD-PARTY-MASTER -
      * PARTY-MASTER is OPTIONAL, so a first run with no PARTYMST
      * starts from an empty table and builds it from adds.  A row past
      * the table limit cannot be carried to PARTYNEW, so the run is
      * stopped rather than silently writing a short new generation.
       160-LOAD-PARTY-MASTER.
           OPEN INPUT PARTY-MASTER
           PERFORM UNTIL WS-PARTY-EOF
              READ PARTY-MASTER
                 AT END
                    SET WS-PARTY-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-PARTY-IN-CTR
                    IF WS-PARTY-COUNT < 1000
                       ADD 1 TO WS-PARTY-COUNT
                       MOVE PARTY-KEY
                          TO WS-PARTY-TBL-KEY(WS-PARTY-COUNT)
                       MOVE PARTY-CODE
                          TO WS-PARTY-TBL-CODE(WS-PARTY-COUNT)
                       MOVE PARTY-NAME
                          TO WS-PARTY-TBL-NAME(WS-PARTY-COUNT)
                    ELSE
                       DISPLAY "REFUPDT - PARTY TABLE FULL AT "
                               WS-PARTY-COUNT
                               " ROWS, ROW NOT LOADED: " PARTY-KEY
                       MOVE 12 TO RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PARTY-MASTER
           IF RETURN-CODE = 12
              GOBACK
           END-IF
           .

      * Same load-once approach as CNTRLBRK's 170-LOAD-CPI-MASTER.
       170-LOAD-CPI-MASTER.
           OPEN INPUT CPI-MASTER
           PERFORM UNTIL WS-CPI-EOF
              READ CPI-MASTER
                 AT END
                    SET WS-CPI-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPI-IN-CTR
                    IF WS-CPI-COUNT < 1000
                       ADD 1 TO WS-CPI-COUNT
                       MOVE CPI-KEY
                          TO WS-CPI-TBL-KEY(WS-CPI-COUNT)
                       MOVE CPI-FACTOR
                          TO WS-CPI-TBL-FACTOR(WS-CPI-COUNT)
                    ELSE
                       DISPLAY "REFUPDT - CPI TABLE FULL AT "
                               WS-CPI-COUNT
                               " ROWS, ROW NOT LOADED: " CPI-KEY
                       MOVE 12 TO RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CPI-MASTER
           IF RETURN-CODE = 12
              GOBACK
           END-IF
           .

       300-APPLY-TRANSACTIONS.
           MOVE 'Y' TO WS-TRAN-VALID-SW
           EVALUATE TRUE
              WHEN RTR-PARTY-FILE
                 PERFORM 400-APPLY-PARTY-TRAN
              WHEN RTR-CPI-FILE
                 PERFORM 500-APPLY-CPI-TRAN
              WHEN OTHER
                 MOVE SPACES TO AUDIT-FILE-O
                 MOVE 'INVALID FILE ID - NOT P / C'
                    TO AUDIT-NEW-VALUE-O
                 PERFORM 610-WRITE-REJECT-LINE
                 WRITE REJ-TRAN-FIELDS FROM REF-TRAN-REC
           END-EVALUATE
           PERFORM 700-READ-TRANSACTION
           .

      *************************************************************
      * PARTYMST transactions
      *************************************************************
       400-APPLY-PARTY-TRAN.
           MOVE 'PARTYMST' TO AUDIT-FILE-O
           PERFORM 410-FIND-PARTY-ROW
           EVALUATE TRUE
              WHEN RTR-ADD
                 PERFORM 440-EDIT-PARTY-FIELDS
                 IF WS-TRAN-VALID
                    IF WS-ROW-FOUND
                       MOVE 'PARTYMST' TO AUDIT-FILE-O
                       MOVE 'ADD OF KEY ALREADY ON FILE'
                          TO AUDIT-NEW-VALUE-O
                       PERFORM 610-WRITE-REJECT-LINE
                       WRITE REJ-TRAN-FIELDS FROM REF-TRAN-REC
                    ELSE
                       PERFORM 420-ADD-PARTY-ROW
                    END-IF
                 END-IF
              WHEN RTR-CHANGE
                 PERFORM 440-EDIT-PARTY-FIELDS
                 IF WS-TRAN-VALID
                    IF WS-ROW-FOUND
                       PERFORM 430-CHANGE-PARTY-ROW
                    ELSE
                       MOVE 'PARTYMST' TO AUDIT-FILE-O
                       MOVE 'CHANGE OF KEY NOT ON FILE'
                          TO AUDIT-NEW-VALUE-O
                       PERFORM 610-WRITE-REJECT-LINE
                       WRITE REJ-TRAN-FIELDS FROM REF-TRAN-REC
                    END-IF
                 END-IF
              WHEN RTR-DELETE
                 IF WS-ROW-FOUND
                    PERFORM 435-DELETE-PARTY-ROW
                 ELSE
                    MOVE 'DELETE OF KEY NOT ON FILE'
                       TO AUDIT-NEW-VALUE-O
                    PERFORM 610-WRITE-REJECT-LINE
                    WRITE REJ-TRAN-FIELDS FROM REF-TRAN-REC
                 END-IF
              WHEN OTHER
                 MOVE 'INVALID ACTION CODE' TO AUDIT-NEW-VALUE-O
                 PERFORM 610-WRITE-REJECT-LINE
                 WRITE REJ-TRAN-FIELDS FROM REF-TRAN-REC
           END-EVALUATE
           .

      * Locates RTR-KEY in WS-PARTY-TABLE.  On a hit WS-ROW-I is the
      * row; on a miss it is the slot the key belongs in, so an add
      * keeps the table in key sequence.
       410-FIND-PARTY-ROW.
           MOVE 'N' TO WS-ROW-FOUND-SW
           COMPUTE WS-ROW-I = WS-PARTY-COUNT + 1
           PERFORM VARYING WS-PARTY-TBL-I FROM 1 BY 1
              UNTIL WS-PARTY-TBL-I > WS-PARTY-COUNT
              IF WS-PARTY-TBL-KEY(WS-PARTY-TBL-I) = RTR-KEY
                 SET WS-ROW-FOUND TO TRUE
                 MOVE WS-PARTY-TBL-I TO WS-ROW-I
                 MOVE WS-PARTY-COUNT TO WS-PARTY-TBL-I
              ELSE
                 IF WS-PARTY-TBL-KEY(WS-PARTY-TBL-I) > RTR-KEY
                    MOVE WS-PARTY-TBL-I TO WS-ROW-I
                    MOVE WS-PARTY-COUNT TO WS-PARTY-TBL-I
                 END-IF
              END-IF
           END-PERFORM
           .

       420-ADD-PARTY-ROW.
           IF WS-PARTY-COUNT NOT < 1000
              MOVE 'PARTY TABLE FULL - 1000 ROWS' TO AUDIT-NEW-VALUE-O
              PERFORM 610-WRITE-REJECT-LINE
              WRITE REJ-TRAN-FIELDS FROM REF-TRAN-REC
           ELSE
              PERFORM VARYING WS-SHIFT-I FROM WS-PARTY-COUNT BY -1
                 UNTIL WS-SHIFT-I < WS-ROW-I
                 MOVE WS-PARTY-ENTRY(WS-SHIFT-I)
                    TO WS-PARTY-ENTRY(WS-SHIFT-I + 1)
              END-PERFORM
              ADD 1 TO WS-PARTY-COUNT
              MOVE RTR-KEY        TO WS-PARTY-TBL-KEY(WS-ROW-I)
              MOVE RTR-PARTY-CODE TO WS-PARTY-TBL-CODE(WS-ROW-I)
              MOVE RTR-PARTY-NAME TO WS-PARTY-TBL-NAME(WS-ROW-I)
              ADD 1 TO WS-ADD-CTR
              MOVE 'ADD'          TO AUDIT-ACTION-O
              MOVE 'ALL FIELDS'   TO AUDIT-FIELD-O
              MOVE '(NEW ROW)'    TO AUDIT-OLD-VALUE-O
              PERFORM 600-WRITE-AUDIT-LINE
              MOVE 'ADD'          TO AUDIT-ACTION-O
              MOVE 'PARTY-CODE'   TO AUDIT-FIELD-O
              MOVE RTR-PARTY-CODE TO AUDIT-NEW-VALUE-O
              IF RTR-NEW-CODE-FLAGGED
                 MOVE '(FLAGGED AS NEW PARTY)' TO AUDIT-OLD-VALUE-O
              END-IF
              PERFORM 600-WRITE-AUDIT-LINE
              MOVE 'ADD'          TO AUDIT-ACTION-O
              MOVE 'PARTY-NAME'   TO AUDIT-FIELD-O
              MOVE RTR-PARTY-NAME TO AUDIT-NEW-VALUE-O
              PERFORM 600-WRITE-AUDIT-LINE
           END-IF
           .

      * Audit trail for a change - one line per field whose value
      * actually changed, old value alongside new.
       430-CHANGE-PARTY-ROW.
           MOVE WS-PARTY-TBL-CODE(WS-ROW-I) TO WS-BEF-PARTY-CODE
           MOVE WS-PARTY-TBL-NAME(WS-ROW-I) TO WS-BEF-PARTY-NAME
           MOVE RTR-PARTY-CODE TO WS-PARTY-TBL-CODE(WS-ROW-I)
           MOVE RTR-PARTY-NAME TO WS-PARTY-TBL-NAME(WS-ROW-I)
           ADD 1 TO WS-CHANGE-CTR
           IF RTR-PARTY-CODE NOT = WS-BEF-PARTY-CODE
              MOVE 'CHANGE'          TO AUDIT-ACTION-O
              MOVE 'PARTY-CODE'      TO AUDIT-FIELD-O
              MOVE WS-BEF-PARTY-CODE TO AUDIT-OLD-VALUE-O
              MOVE RTR-PARTY-CODE    TO AUDIT-NEW-VALUE-O
              PERFORM 600-WRITE-AUDIT-LINE
           END-IF
           IF RTR-PARTY-NAME NOT = WS-BEF-PARTY-NAME
              MOVE 'CHANGE'          TO AUDIT-ACTION-O
              MOVE 'PARTY-NAME'      TO AUDIT-FIELD-O
              MOVE WS-BEF-PARTY-NAME TO AUDIT-OLD-VALUE-O
              MOVE RTR-PARTY-NAME    TO AUDIT-NEW-VALUE-O
              PERFORM 600-WRITE-AUDIT-LINE
           END-IF
           IF RTR-PARTY-CODE = WS-BEF-PARTY-CODE
              AND RTR-PARTY-NAME = WS-BEF-PARTY-NAME
              MOVE 'CHANGE'          TO AUDIT-ACTION-O
              MOVE 'ALL FIELDS'      TO AUDIT-FIELD-O
              MOVE '(NO FIELD DIFFERED)' TO AUDIT-NEW-VALUE-O
              PERFORM 600-WRITE-AUDIT-LINE
           END-IF
           .

      * Audit trail for a delete - before image shown in full.
       435-DELETE-PARTY-ROW.
           MOVE WS-PARTY-TBL-CODE(WS-ROW-I) TO WS-BEF-PARTY-CODE
           MOVE WS-PARTY-TBL-NAME(WS-ROW-I) TO WS-BEF-PARTY-NAME
           PERFORM VARYING WS-SHIFT-I FROM WS-ROW-I BY 1
              UNTIL WS-SHIFT-I NOT < WS-PARTY-COUNT
              MOVE WS-PARTY-ENTRY(WS-SHIFT-I + 1)
                 TO WS-PARTY-ENTRY(WS-SHIFT-I)
           END-PERFORM
           SUBTRACT 1 FROM WS-PARTY-COUNT
           ADD 1 TO WS-DELETE-CTR
           MOVE 'DELETE'          TO AUDIT-ACTION-O
           MOVE 'ALL FIELDS'      TO AUDIT-FIELD-O
           MOVE '(ROW REMOVED)'   TO AUDIT-NEW-VALUE-O
           PERFORM 600-WRITE-AUDIT-LINE
           MOVE 'DELETE'          TO AUDIT-ACTION-O
           MOVE 'PARTY-CODE'      TO AUDIT-FIELD-O
           MOVE WS-BEF-PARTY-CODE TO AUDIT-OLD-VALUE-O
           PERFORM 600-WRITE-AUDIT-LINE
           MOVE 'DELETE'          TO AUDIT-ACTION-O
           MOVE 'PARTY-NAME'      TO AUDIT-FIELD-O
           MOVE WS-BEF-PARTY-NAME TO AUDIT-OLD-VALUE-O
           PERFORM 600-WRITE-AUDIT-LINE
           .

      * Add/change edits: numeric year key, non-blank code and name,
      * and a code another row already carries - a mistyped code
      * would otherwise quietly open a new one-president party group
      * on every party-break report.  A genuinely new party is let
      * through only when the transaction says so with flag 'N'.
       440-EDIT-PARTY-FIELDS.
           PERFORM 450-EDIT-YEAR-KEY
           IF RTR-PARTY-CODE = SPACES
              MOVE 'PARTY-CODE' TO AUDIT-FIELD-O
              MOVE 'PARTY CODE IS BLANK' TO AUDIT-NEW-VALUE-O
              PERFORM 615-WRITE-EDIT-REJECT-LINE
           ELSE
              MOVE 'N' TO WS-CODE-USED-SW
              PERFORM VARYING WS-PARTY-TBL-I FROM 1 BY 1
                 UNTIL WS-PARTY-TBL-I > WS-PARTY-COUNT
                 IF WS-PARTY-TBL-CODE(WS-PARTY-TBL-I) = RTR-PARTY-CODE
                    AND WS-PARTY-TBL-KEY(WS-PARTY-TBL-I) NOT = RTR-KEY
                    SET WS-CODE-USED TO TRUE
                    MOVE WS-PARTY-COUNT TO WS-PARTY-TBL-I
                 END-IF
              END-PERFORM
              IF NOT WS-CODE-USED AND NOT RTR-NEW-CODE-FLAGGED
                 MOVE 'PARTY-CODE' TO AUDIT-FIELD-O
                 MOVE RTR-PARTY-CODE TO AUDIT-OLD-VALUE-O
                 MOVE 'CODE NOT ON FILE - FLAG N IF NEW PARTY'
                    TO AUDIT-NEW-VALUE-O
                 PERFORM 615-WRITE-EDIT-REJECT-LINE
              END-IF
           END-IF
           IF RTR-PARTY-NAME = SPACES
              MOVE 'PARTY-NAME' TO AUDIT-FIELD-O
              MOVE 'PARTY NAME IS BLANK' TO AUDIT-NEW-VALUE-O
              PERFORM 615-WRITE-EDIT-REJECT-LINE
           END-IF
           IF NOT WS-TRAN-VALID
              ADD 1 TO WS-EDIT-REJ-CTR
              WRITE REJ-TRAN-FIELDS FROM REF-TRAN-REC
           END-IF
           .

      * Both files are keyed by a 4-digit year - anything else can
      * never match an ACCT-NO(1:4) prefix and is a dead row.
       450-EDIT-YEAR-KEY.
           IF RTR-KEY IS NOT NUMERIC
              MOVE 'KEY' TO AUDIT-FIELD-O
              MOVE RTR-KEY TO AUDIT-OLD-VALUE-O
              MOVE 'YEAR KEY NOT 4 NUMERIC DIGITS'
                 TO AUDIT-NEW-VALUE-O
              PERFORM 615-WRITE-EDIT-REJECT-LINE
           END-IF
           .

      *************************************************************
      * CPIMAST transactions
      *************************************************************
       500-APPLY-CPI-TRAN.
           MOVE 'CPIMAST' TO AUDIT-FILE-O
           PERFORM 510-FIND-CPI-ROW
           EVALUATE TRUE
              WHEN RTR-ADD
                 PERFORM 540-EDIT-CPI-FIELDS
                 IF WS-TRAN-VALID
                    IF WS-ROW-FOUND
                       MOVE 'CPIMAST' TO AUDIT-FILE-O
                       MOVE 'ADD OF KEY ALREADY ON FILE'
                          TO AUDIT-NEW-VALUE-O
                       PERFORM 610-WRITE-REJECT-LINE
                       WRITE REJ-TRAN-FIELDS FROM REF-TRAN-REC
                    ELSE
                       PERFORM 520-ADD-CPI-ROW
                    END-IF
                 END-IF
              WHEN RTR-CHANGE
                 PERFORM 540-EDIT-CPI-FIELDS
                 IF WS-TRAN-VALID
                    IF WS-ROW-FOUND
                       PERFORM 530-CHANGE-CPI-ROW
                    ELSE
                       MOVE 'CPIMAST' TO AUDIT-FILE-O
                       MOVE 'CHANGE OF KEY NOT ON FILE'
                          TO AUDIT-NEW-VALUE-O
                       PERFORM 610-WRITE-REJECT-LINE
                       WRITE REJ-TRAN-FIELDS FROM REF-TRAN-REC
                    END-IF
                 END-IF
              WHEN RTR-DELETE
                 IF WS-ROW-FOUND
                    PERFORM 535-DELETE-CPI-ROW
                 ELSE
                    MOVE 'DELETE OF KEY NOT ON FILE'
                       TO AUDIT-NEW-VALUE-O
                    PERFORM 610-WRITE-REJECT-LINE
                    WRITE REJ-TRAN-FIELDS FROM REF-TRAN-REC
                 END-IF
              WHEN OTHER
                 MOVE 'INVALID ACTION CODE' TO AUDIT-NEW-VALUE-O
                 PERFORM 610-WRITE-REJECT-LINE
                 WRITE REJ-TRAN-FIELDS FROM REF-TRAN-REC
           END-EVALUATE
           .

      * Same hit / insert-point scan as 410-FIND-PARTY-ROW.
       510-FIND-CPI-ROW.
           MOVE 'N' TO WS-ROW-FOUND-SW
           COMPUTE WS-ROW-I = WS-CPI-COUNT + 1
           PERFORM VARYING WS-CPI-TBL-I FROM 1 BY 1
              UNTIL WS-CPI-TBL-I > WS-CPI-COUNT
              IF WS-CPI-TBL-KEY(WS-CPI-TBL-I) = RTR-KEY
                 SET WS-ROW-FOUND TO TRUE
                 MOVE WS-CPI-TBL-I TO WS-ROW-I
                 MOVE WS-CPI-COUNT TO WS-CPI-TBL-I
              ELSE
                 IF WS-CPI-TBL-KEY(WS-CPI-TBL-I) > RTR-KEY
                    MOVE WS-CPI-TBL-I TO WS-ROW-I
                    MOVE WS-CPI-COUNT TO WS-CPI-TBL-I
                 END-IF
              END-IF
           END-PERFORM
           .

       520-ADD-CPI-ROW.
           IF WS-CPI-COUNT NOT < 1000
              MOVE 'CPI TABLE FULL - 1000 ROWS' TO AUDIT-NEW-VALUE-O
              PERFORM 610-WRITE-REJECT-LINE
              WRITE REJ-TRAN-FIELDS FROM REF-TRAN-REC
           ELSE
              PERFORM VARYING WS-SHIFT-I FROM WS-CPI-COUNT BY -1
                 UNTIL WS-SHIFT-I < WS-ROW-I
                 MOVE WS-CPI-ENTRY(WS-SHIFT-I)
                    TO WS-CPI-ENTRY(WS-SHIFT-I + 1)
              END-PERFORM
              ADD 1 TO WS-CPI-COUNT
              MOVE RTR-KEY        TO WS-CPI-TBL-KEY(WS-ROW-I)
              MOVE RTR-CPI-FACTOR TO WS-CPI-TBL-FACTOR(WS-ROW-I)
              ADD 1 TO WS-ADD-CTR
              MOVE 'ADD'          TO AUDIT-ACTION-O
              MOVE 'CPI-FACTOR'   TO AUDIT-FIELD-O
              MOVE '(NEW ROW)'    TO AUDIT-OLD-VALUE-O
              MOVE RTR-CPI-FACTOR TO WS-NEW-FACTOR-X
              MOVE WS-NEW-FACTOR-X TO AUDIT-NEW-VALUE-O
              PERFORM 600-WRITE-AUDIT-LINE
           END-IF
           .

       530-CHANGE-CPI-ROW.
           MOVE WS-CPI-TBL-FACTOR(WS-ROW-I) TO WS-BEF-CPI-FACTOR
           MOVE RTR-CPI-FACTOR TO WS-CPI-TBL-FACTOR(WS-ROW-I)
           ADD 1 TO WS-CHANGE-CTR
           MOVE 'CHANGE'          TO AUDIT-ACTION-O
           MOVE 'CPI-FACTOR'      TO AUDIT-FIELD-O
           IF RTR-CPI-FACTOR = WS-BEF-CPI-FACTOR
              MOVE '(NO FIELD DIFFERED)' TO AUDIT-NEW-VALUE-O
           ELSE
              MOVE WS-BEF-CPI-FACTOR TO WS-OLD-FACTOR-X
              MOVE WS-OLD-FACTOR-X   TO AUDIT-OLD-VALUE-O
              MOVE RTR-CPI-FACTOR    TO WS-NEW-FACTOR-X
              MOVE WS-NEW-FACTOR-X   TO AUDIT-NEW-VALUE-O
           END-IF
           PERFORM 600-WRITE-AUDIT-LINE
           .

       535-DELETE-CPI-ROW.
           MOVE WS-CPI-TBL-FACTOR(WS-ROW-I) TO WS-BEF-CPI-FACTOR
           PERFORM VARYING WS-SHIFT-I FROM WS-ROW-I BY 1
              UNTIL WS-SHIFT-I NOT < WS-CPI-COUNT
              MOVE WS-CPI-ENTRY(WS-SHIFT-I + 1)
                 TO WS-CPI-ENTRY(WS-SHIFT-I)
           END-PERFORM
           SUBTRACT 1 FROM WS-CPI-COUNT
           ADD 1 TO WS-DELETE-CTR
           MOVE 'DELETE'          TO AUDIT-ACTION-O
           MOVE 'CPI-FACTOR'      TO AUDIT-FIELD-O
           MOVE WS-BEF-CPI-FACTOR TO WS-OLD-FACTOR-X
           MOVE WS-OLD-FACTOR-X   TO AUDIT-OLD-VALUE-O
           MOVE '(ROW REMOVED)'   TO AUDIT-NEW-VALUE-O
           PERFORM 600-WRITE-AUDIT-LINE
           .

      * Add/change edits: numeric year key, a valid non-zero factor,
      * and the same neighbour ratio REFAUDIT flags as SUSPECT (more
      * than ten times, or under a tenth of, the factor of the year
      * either side) - caught here before it reaches a report instead
      * of on the next morning's REFARPT.
       540-EDIT-CPI-FIELDS.
           PERFORM 450-EDIT-YEAR-KEY
           IF RTR-CPI-FACTOR IS NOT NUMERIC
              MOVE 'CPI-FACTOR' TO AUDIT-FIELD-O
              MOVE 'FACTOR NOT NUMERIC' TO AUDIT-NEW-VALUE-O
              PERFORM 615-WRITE-EDIT-REJECT-LINE
           ELSE
              IF RTR-CPI-FACTOR = ZERO
                 MOVE 'CPI-FACTOR' TO AUDIT-FIELD-O
                 MOVE 'ZERO FACTOR WIPES CONST-$ TO ZERO'
                    TO AUDIT-NEW-VALUE-O
                 PERFORM 615-WRITE-EDIT-REJECT-LINE
              ELSE
                 IF RTR-KEY IS NUMERIC
                    MOVE RTR-KEY TO WS-THIS-YEAR-NUM
                    IF WS-THIS-YEAR-NUM > 0
                       COMPUTE WS-NBR-YEAR-NUM = WS-THIS-YEAR-NUM - 1
                       PERFORM 550-COMPARE-NEIGHBOUR
                    END-IF
                    IF WS-THIS-YEAR-NUM < 9999
                       COMPUTE WS-NBR-YEAR-NUM = WS-THIS-YEAR-NUM + 1
                       PERFORM 550-COMPARE-NEIGHBOUR
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF NOT WS-TRAN-VALID
              ADD 1 TO WS-EDIT-REJ-CTR
              WRITE REJ-TRAN-FIELDS FROM REF-TRAN-REC
           END-IF
           .

      * Compares the transaction factor with the row for the year in
      * WS-NBR-YEAR-NUM, when that year is on file with a usable
      * factor.
       550-COMPARE-NEIGHBOUR.
           PERFORM VARYING WS-CPI-TBL-I FROM 1 BY 1
              UNTIL WS-CPI-TBL-I > WS-CPI-COUNT
              IF WS-CPI-TBL-KEY(WS-CPI-TBL-I) = WS-NBR-YEAR-X
                 AND WS-CPI-TBL-FACTOR(WS-CPI-TBL-I) > ZERO
                 MOVE WS-CPI-TBL-FACTOR(WS-CPI-TBL-I)
                    TO WS-NBR-FACTOR-X
                 IF RTR-CPI-FACTOR >
                    WS-CPI-TBL-FACTOR(WS-CPI-TBL-I) * 10
                    MOVE 'CPI-FACTOR' TO AUDIT-FIELD-O
                    PERFORM 560-SET-NEIGHBOUR-NOTE
                    MOVE 'FACTOR OVER 10X ADJACENT YEAR'
                       TO AUDIT-NEW-VALUE-O
                    PERFORM 615-WRITE-EDIT-REJECT-LINE
                 ELSE
                    IF RTR-CPI-FACTOR * 10 <
                       WS-CPI-TBL-FACTOR(WS-CPI-TBL-I)
                       MOVE 'CPI-FACTOR' TO AUDIT-FIELD-O
                       PERFORM 560-SET-NEIGHBOUR-NOTE
                       MOVE 'FACTOR UNDER A TENTH OF ADJACENT YEAR'
                          TO AUDIT-NEW-VALUE-O
                       PERFORM 615-WRITE-EDIT-REJECT-LINE
                    END-IF
                 END-IF
                 MOVE WS-CPI-COUNT TO WS-CPI-TBL-I
              END-IF
           END-PERFORM
           .

      * Old-value column of a neighbour reject shows both factors.
       560-SET-NEIGHBOUR-NOTE.
           MOVE RTR-CPI-FACTOR TO WS-NEW-FACTOR-X
           MOVE SPACES TO AUDIT-OLD-VALUE-O
           STRING WS-NEW-FACTOR-X  DELIMITED BY SIZE
                  ' VS '           DELIMITED BY SIZE
                  WS-NBR-YEAR-X    DELIMITED BY SIZE
                  ' FACTOR '       DELIMITED BY SIZE
                  WS-NBR-FACTOR-X  DELIMITED BY SIZE
             INTO AUDIT-OLD-VALUE-O
           END-STRING
           .

      *************************************************************
      * Audit listing lines
      *************************************************************
      * Key and operator columns are filled in here for every line;
      * the caller sets action, field and values.  The whole line is
      * cleared after the write so nothing carries to the next one.
       600-WRITE-AUDIT-LINE.
           MOVE RTR-KEY         TO AUDIT-KEY-O
           MOVE RTR-OPERATOR-ID TO AUDIT-OPERATOR-O
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-DETAIL-LINE
           MOVE SPACES TO WS-AUDIT-DETAIL-LINE
           .

      * Rejected transaction - AUDIT-NEW-VALUE-O carries the reason,
      * set by the caller before the PERFORM.
       610-WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-CTR
           MOVE 'REJECT'       TO AUDIT-ACTION-O
           MOVE RTR-ACTION     TO AUDIT-FIELD-O
           PERFORM 600-WRITE-AUDIT-LINE
           .

      * Field-edit reject line - the failing field name is already in
      * AUDIT-FIELD-O and the reason in AUDIT-NEW-VALUE-O.  Counts the
      * line, not the transaction - the edit paragraph counts the
      * transaction once, however many of its fields fail.
       615-WRITE-EDIT-REJECT-LINE.
           MOVE 'N' TO WS-TRAN-VALID-SW
           ADD 1 TO WS-FIELD-ERR-CTR
           MOVE 'REJECT'       TO AUDIT-ACTION-O
           IF RTR-PARTY-FILE
              MOVE 'PARTYMST'  TO AUDIT-FILE-O
           ELSE
              MOVE 'CPIMAST'   TO AUDIT-FILE-O
           END-IF
           PERFORM 600-WRITE-AUDIT-LINE
           .

       700-READ-TRANSACTION.
           READ REF-TRAN-FILE
           AT END
              MOVE 'Y' TO WS-EOF-INPUT-SW
           NOT AT END
              ADD 1 TO WS-TRAN-CTR
           END-READ
           .

      * Writes the updated tables, in key sequence, as the new
      * generations.  Written even when nothing was applied, so the
      * generation flip is the same every night.
       800-WRITE-NEW-MASTERS.
           OPEN OUTPUT PARTY-NEW-MASTER
           PERFORM VARYING WS-PARTY-TBL-I FROM 1 BY 1
              UNTIL WS-PARTY-TBL-I > WS-PARTY-COUNT
              WRITE PARTY-NEW-REC FROM WS-PARTY-ENTRY(WS-PARTY-TBL-I)
           END-PERFORM
           CLOSE PARTY-NEW-MASTER
           OPEN OUTPUT CPI-NEW-MASTER
           PERFORM VARYING WS-CPI-TBL-I FROM 1 BY 1
              UNTIL WS-CPI-TBL-I > WS-CPI-COUNT
              WRITE CPI-NEW-REC FROM WS-CPI-ENTRY(WS-CPI-TBL-I)
           END-PERFORM
           CLOSE CPI-NEW-MASTER
           .

       900-WRAP-UP.
           PERFORM 800-WRITE-NEW-MASTERS
           WRITE AUDIT-RPT-REC FROM WS-BLANK-LINE
           MOVE 'Transactions Read' TO AUDIT-TOTAL-LABEL-O
           MOVE WS-TRAN-CTR TO AUDIT-TOTAL-COUNT-O
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE
           MOVE 'Adds Applied' TO AUDIT-TOTAL-LABEL-O
           MOVE WS-ADD-CTR TO AUDIT-TOTAL-COUNT-O
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE
           MOVE 'Changes Applied' TO AUDIT-TOTAL-LABEL-O
           MOVE WS-CHANGE-CTR TO AUDIT-TOTAL-COUNT-O
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE
           MOVE 'Deletes Applied' TO AUDIT-TOTAL-LABEL-O
           MOVE WS-DELETE-CTR TO AUDIT-TOTAL-COUNT-O
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE
           MOVE 'Transactions Rejected' TO AUDIT-TOTAL-LABEL-O
           MOVE WS-REJECT-CTR TO AUDIT-TOTAL-COUNT-O
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE
           MOVE 'Field-Edit Rejects' TO AUDIT-TOTAL-LABEL-O
           MOVE WS-EDIT-REJ-CTR TO AUDIT-TOTAL-COUNT-O
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE
           MOVE 'Field Errors Reported' TO AUDIT-TOTAL-LABEL-O
           MOVE WS-FIELD-ERR-CTR TO AUDIT-TOTAL-COUNT-O
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE
           MOVE 'PARTYMST Rows In / Out' TO AUDIT-TOTAL-LABEL-O
           MOVE WS-PARTY-IN-CTR TO AUDIT-TOTAL-COUNT-O
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE
           MOVE SPACES TO AUDIT-TOTAL-LABEL-O
           MOVE WS-PARTY-COUNT TO AUDIT-TOTAL-COUNT-O
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE
           MOVE 'CPIMAST Rows In / Out' TO AUDIT-TOTAL-LABEL-O
           MOVE WS-CPI-IN-CTR TO AUDIT-TOTAL-COUNT-O
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE
           MOVE SPACES TO AUDIT-TOTAL-LABEL-O
           MOVE WS-CPI-COUNT TO AUDIT-TOTAL-COUNT-O
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE
           CLOSE REF-TRAN-FILE
           CLOSE AUDIT-RPT-LINE
           CLOSE REJ-TRAN-REC
      * Condition code: any reject - key or field edit - is a warning.
           IF (WS-REJECT-CTR > 0 OR WS-EDIT-REJ-CTR > 0)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 960-WRITE-CYCLE-STATUS
           .

      * One status record onto the shared cycle-control file, verdict
      * graded off the condition code just set.
       960-WRITE-CYCLE-STATUS.
           OPEN EXTEND CYCLE-STAT
           MOVE 'REFUPDT' TO CYC-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:8) TO CYC-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO CYC-TIME
           MOVE WS-TRAN-CTR TO CYC-COUNT-1
           COMPUTE CYC-COUNT-2 =
              WS-ADD-CTR + WS-CHANGE-CTR + WS-DELETE-CTR
           MOVE WS-REJECT-CTR   TO CYC-COUNT-3
           MOVE WS-EDIT-REJ-CTR TO CYC-COUNT-4
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
