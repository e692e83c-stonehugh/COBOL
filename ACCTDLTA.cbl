      **************************************************************************
      * Program Name:               ACCTDLTA                                   *
      * Developer:                  PDEVLIN                                    *
      * Created:                    2026-10-15                                 *
      * Developer Contact:                                                     *
      *                                                                        *
      **************************************************************************
      **************************************************************************
      * Modifications
      *  2026-10-15 PDEVLIN
      *    Initial version.  Outbound delta interface for the outside
      *    subscribers (the museum website, the research partner), who
      *    until now reloaded the whole ACCTEXTR CSV every night and
      *    worked out for themselves what had changed.
      *    Built from the indexed PRESMAST master and the ACCTJRNL
      *    entries made since the last send: every president touched
      *    by a journal entry with a run id after the last one sent
      *    goes out once, with an indicator -
      *      A = added since the last send,
      *      C = changed since the last send (term maintenance
      *          included),
      *      D = deleted since the last send (values as they stood
      *          before the delete);
      *    A and C carry the record as it stands on PRESMAST now.  A
      *    president added and deleted again between two sends is not
      *    sent at all.
      *    DLTAOUT is fixed-length 200-byte records: a header (type H:
      *    interface id, interface sequence number, as-of timestamp,
      *    the run id the delta starts after, D = delta / F = full
      *    refresh, R = resend), the details (type D), and a trailer
      *    (type T: detail count and hash totals of ACCT-LIMIT and
      *    ACCT-BALANCE over the details).
      *    The DLTACTL control record remembers the last sequence
      *    sent, when, and the last journal run id it covered; every
      *    file sent is also appended, under its sequence number, to
      *    the DLTAHIST send history.  Before a send:
      *      - the control record must agree with the last sequence on
      *        DLTAHIST - a control file behind the history would send
      *        a duplicate sequence, one ahead of it means a sequence
      *        was never captured (a gap) - either refuses the send;
      *      - a second send on the same day is refused as a repeated
      *        night unless confirmed on the parameter card;
      *      - a night or more without a send is reported (the delta
      *        still covers every change since the last send).
      *    A refused send leaves DLTAOUT empty, so the previous night's
      *    file cannot go out again by mistake.
      *    Parameter card (stand-in for a JCL PARM):
      *      position 1    blank = nightly delta, F = full refresh
      *                    (every president as an add - the first
      *                    send, and the way to resynchronise the
      *                    subscribers after an ACCTBKOT backout,
      *                    which the journal does not record),
      *                    R = resend a past file;
      *      positions 3-8 the sequence number to resend (R);
      *      position 10   Y = a second send today is intended.
      *    A resend copies the file from DLTAHIST under its original
      *    sequence number and as-of timestamp, flagged R in the
      *    header, and leaves the control record alone.
      *    Prints the DLTARPT send report (every detail sent, the
      *    control checks, counts and hash totals), and writes a
      *    CYCLSTAT status record for a nightly or full send.
      *    Condition code: 0 = sent, 4 = sent with warnings (nights
      *    missed since the last send), 8 = send refused or resend
      *    sequence not on file, 12 = file-open failure.
      *
      *  2026-10-15 PDEVLIN
      *    The window is now taken by journal position, not by run
      *    id.  A PRESMNT session stamps every entry with its start
      *    time, so a session open across a send went on writing
      *    entries older than the send's newest run id, and they
      *    never went out.  DLTACTL now also keeps how many journal
      *    entries the last send read and the leading bytes of the
      *    last one; every entry after it is in the window, whatever
      *    its run id.  When ACCTRETN has trimmed the journal since,
      *    that entry is found further up and the window resumes
      *    after it.  When it is gone altogether, or the control
      *    record predates the position, the window falls back to run
      *    ids after the last one sent - reported, and RC 4 for a
      *    lost entry.
      *    Added CTL-SENT-THRU-POS, CTL-SENT-THRU-ENTRY,
      *    WS-SENT-THRU-FIELDS, 305-FIND-SENT-THRU.
      *    Modified 200-CHECK-CONTROL, 300-BUILD-SEND,
      *    310-SCAN-JOURNAL, 370-WRITE-CONTROL.
      **************************************************************************
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ACCTDLTA.
       AUTHOR.        PDEVLIN.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *** Indexed presidents master - read only.
           SELECT PRES-MAST ASSIGN TO PRESMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MST-ACCT-NO
              FILE STATUS IS WS-MAST-STATUS.
      *** Permanent before-image journal - read only.
           SELECT OPTIONAL JRNL-FILE     ASSIGN TO ACCTJRNL.
      *** Interface control record and send history.
           SELECT OPTIONAL DLTA-CTL      ASSIGN TO DLTACTL.
           SELECT OPTIONAL DLTA-HIST     ASSIGN TO DLTAHIST.
      *** Outbound interface file for the subscribers.
           SELECT DLTA-OUT               ASSIGN TO DLTAOUT.
      *** Send report.
           SELECT DLTA-RPT-LINE          ASSIGN TO DLTARPT.
      *** Shared cycle-control file - one status record appended per
      *** step per cycle, read by the NIGHTRPT dashboard.
           SELECT OPTIONAL CYCLE-STAT    ASSIGN TO CYCLSTAT.
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

      *** Same layout as ACCTUPDT's JRNL-REC.  Every action carries
      *** the president's ACCT-NO in the first 8 bytes of the image.
       FD  JRNL-FILE RECORDING MODE F.
       01 JRNL-REC.
          05 JRN-RUN-STAMP              PIC X(14).
          05 JRN-ACTION                 PIC X(1).
             88 JRN-PRES-ADD                           VALUE 'A'.
             88 JRN-PRES-DELETE                        VALUE 'D'.
          05 JRN-BEFORE-IMAGE           PIC X(170).

      * Control record - last sequence sent, when, and the newest
      * journal run id that send covered.
       FD  DLTA-CTL RECORDING MODE F.
       01 CTL-REC.
          05 CTL-LAST-SEQ               PIC 9(6).
          05 CTL-LAST-ASOF.
             10 CTL-LAST-SEND-DATE      PIC X(8).
             10 CTL-LAST-SEND-TIME      PIC X(6).
          05 CTL-LAST-JRNL-STAMP        PIC X(14).
          05 CTL-LAST-SEND-TYPE         PIC X(1).
      * Journal entries read by the last send, and the leading bytes
      * (run id, action, ACCT-NO and 7 bytes on) of the last of them.
          05 CTL-SENT-THRU-POS          PIC 9(9).
          05 CTL-SENT-THRU-ENTRY        PIC X(30).
          05 FILLER                     PIC X(6).

      * Send history - every record of every file sent, under its
      * interface sequence number.
       FD  DLTA-HIST RECORDING MODE F.
       01 HIST-REC.
          05 HIST-SEQ                   PIC 9(6).
          05 HIST-OUT-REC               PIC X(200).

      * Interface record - header, detail or trailer.
       FD  DLTA-OUT RECORDING MODE F.
       01 OUT-REC.
          05 OUT-REC-TYPE               PIC X(1).
          05 OUT-BODY                   PIC X(199).
          05 OUT-HEADER REDEFINES OUT-BODY.
             10 OUT-HDR-INTERFACE       PIC X(8).
             10 OUT-HDR-SEQ             PIC 9(6).
             10 OUT-HDR-ASOF            PIC X(14).
             10 OUT-HDR-FROM-STAMP      PIC X(14).
             10 OUT-HDR-SEND-TYPE       PIC X(1).
             10 OUT-HDR-RESEND-FLAG     PIC X(1).
             10 FILLER                  PIC X(155).
          05 OUT-DETAIL REDEFINES OUT-BODY.
             10 OUT-DTL-INDICATOR       PIC X(1).
             10 OUT-DTL-ACCT-NO         PIC X(8).
             10 OUT-DTL-LIMIT           PIC S9(7)V99
                                        SIGN LEADING SEPARATE.
             10 OUT-DTL-BALANCE         PIC S9(7)V99
                                        SIGN LEADING SEPARATE.
             10 OUT-DTL-LAST-NAME       PIC X(20).
             10 OUT-DTL-FIRST-NAME      PIC X(15).
             10 OUT-DTL-STREET-ADDR     PIC X(25).
             10 OUT-DTL-CITY-COUNTY     PIC X(20).
             10 OUT-DTL-USA-STATE       PIC X(15).
             10 OUT-DTL-RESERVED        PIC X(7).
             10 OUT-DTL-COMMENTS        PIC X(50).
             10 FILLER                  PIC X(18).
          05 OUT-TRAILER REDEFINES OUT-BODY.
             10 OUT-TRL-COUNT           PIC 9(6).
             10 OUT-TRL-LIMIT-HASH      PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
             10 OUT-TRL-BALANCE-HASH    PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
             10 FILLER                  PIC X(165).

       FD  DLTA-RPT-LINE RECORDING MODE F.
       01 DLTA-RPT-REC                  PIC X(132).

      * Cycle-control status record - counts 1-4 mean journal entries
      * in the window, adds, changes and deletes sent.
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
          05 WS-JRNL-EOF-SW             PIC X(1)       VALUE 'N'.
             88 WS-JRNL-EOF                            VALUE 'Y'.
          05 WS-MAST-EOF-SW             PIC X(1)       VALUE 'N'.
             88 WS-MAST-EOF                            VALUE 'Y'.
          05 WS-HIST-EOF-SW             PIC X(1)       VALUE 'N'.
             88 WS-HIST-EOF                            VALUE 'Y'.
          05 WS-CTL-FOUND-SW            PIC X(1)       VALUE 'N'.
             88 WS-CTL-FOUND                           VALUE 'Y'.
          05 WS-SEND-OK-SW              PIC X(1)       VALUE 'Y'.
             88 WS-SEND-OK                             VALUE 'Y'.
          05 WS-ENTRY-FOUND-SW          PIC X(1)       VALUE 'N'.
             88 WS-ENTRY-FOUND                         VALUE 'Y'.

       01 WS-MAST-STATUS                PIC X(2)       VALUE '00'.
          88 WS-MAST-OK                                VALUE '00' '02'.

      * Run-time parameter card (stand-in for a JCL PARM).
       01 WS-PARM-CARD                  PIC X(80)      VALUE SPACES.
       01 WS-SEND-MODE                  PIC X(1)       VALUE SPACE.
          88 WS-MODE-DELTA                             VALUE SPACE.
          88 WS-MODE-FULL                              VALUE 'F'.
          88 WS-MODE-RESEND                            VALUE 'R'.
       01 WS-RESEND-SEQ-X               PIC X(6)       VALUE SPACES.
       01 WS-RESEND-SEQ REDEFINES WS-RESEND-SEQ-X
                                        PIC 9(6).
       01 WS-SAME-DAY-OK-SW             PIC X(1)       VALUE 'N'.
          88 WS-SAME-DAY-OK                            VALUE 'Y'.

      * The control record as read, and this send.
       01 WS-CONTROL-FIELDS.
          05 WS-LAST-SEQ                PIC 9(6)       VALUE 0.
          05 WS-LAST-SEND-DATE          PIC X(8)       VALUE SPACES.
          05 WS-LAST-JRNL-STAMP         PIC X(14)      VALUE LOW-VALUES.
          05 WS-HIST-HIGH-SEQ           PIC 9(6)       VALUE 0.
          05 WS-NEW-SEQ                 PIC 9(6)       VALUE 0.
          05 WS-NEW-JRNL-STAMP          PIC X(14)      VALUE LOW-VALUES.

      * Where the last send stopped on the journal.  WS-SENT-THRU is
      * the position the window starts after this run; zero with
      * WS-WINDOW-BY-STAMP set means run ids after the last one sent.
       01 WS-SENT-THRU-FIELDS.
          05 WS-LAST-THRU-POS           PIC 9(9)       VALUE 0.
          05 WS-LAST-THRU-ENTRY         PIC X(30)      VALUE SPACES.
          05 WS-SENT-THRU               PIC 9(9)       VALUE 0.
          05 WS-JRNL-POS                PIC 9(9)       VALUE 0.
          05 WS-NEW-THRU-ENTRY          PIC X(30)      VALUE SPACES.
          05 WS-WINDOW-SW               PIC X(1)       VALUE 'S'.
             88 WS-WINDOW-BY-POSITION                  VALUE 'P'.
             88 WS-WINDOW-BY-STAMP                     VALUE 'S'.

      * Days since the last send.
       01 WS-DATE-WORK.
          05 WS-TODAY-DATE              PIC 9(8).
          05 WS-LAST-DATE-NUM           PIC 9(8).
          05 WS-LAST-DATE-X REDEFINES WS-LAST-DATE-NUM
                                        PIC X(8).
          05 WS-DAYS-SINCE              PIC S9(7).
          05 WS-DAYS-SINCE-X            PIC Z,ZZ9.

      * Presidents touched since the last send - the first journal
      * action in the window, and the before image of a delete.
       01 WS-DELTA-TABLE.
          05 WS-DELTA-COUNT             PIC 9(4)       VALUE 0.
          05 WS-DELTA-ENTRY OCCURS 5000 TIMES.
             10 WS-DLT-ACCT-NO          PIC X(8).
             10 WS-DLT-FIRST-ACTION     PIC X(1).
             10 WS-DLT-DELETED-IMAGE    PIC X(170).
       01 WS-DLT-I                      PIC 9(4)       COMP.

      * A deleted president's last values, from the journal.
       01 WS-IMG-REC.
          05 WS-IMG-ACCT-NO             PIC X(8).
          05 WS-IMG-ACCT-LIMIT          PIC S9(7)V99 COMP-3.
          05 WS-IMG-ACCT-BALANCE        PIC S9(7)V99 COMP-3.
          05 WS-IMG-LAST-NAME           PIC X(20).
          05 WS-IMG-FIRST-NAME          PIC X(15).
          05 WS-IMG-STREET-ADDR         PIC X(25).
          05 WS-IMG-CITY-COUNTY         PIC X(20).
          05 WS-IMG-USA-STATE           PIC X(15).
          05 WS-IMG-RESERVED            PIC X(7).
          05 WS-IMG-COMMENTS            PIC X(50).

       01 WS-DLTA-COUNTERS.
          05 WS-JRNL-READ-CTR           PIC 9(6)       VALUE 0.
          05 WS-JRNL-WINDOW-CTR         PIC 9(6)       VALUE 0.
          05 WS-ADD-CTR                 PIC 9(6)       VALUE 0.
          05 WS-CHANGE-CTR              PIC 9(6)       VALUE 0.
          05 WS-DELETE-CTR              PIC 9(6)       VALUE 0.
          05 WS-NET-ZERO-CTR            PIC 9(6)       VALUE 0.
          05 WS-DETAIL-CTR              PIC 9(6)       VALUE 0.
          05 WS-RESENT-CTR              PIC 9(6)       VALUE 0.

       01 WS-HASH-TOTALS.
          05 WS-LIMIT-HASH              PIC S9(11)V99  VALUE 0.
          05 WS-BALANCE-HASH            PIC S9(11)V99  VALUE 0.

      * This run's start timestamp (CCYYMMDDHHMMSS) - the as-of
      * timestamp on the header.
       01 WS-RUN-STAMP                  PIC X(14).

      *************************************************************
      ****** Report headings and detail lines begin here ******
      *************************************************************
       01 WS-BLANK-LINE                 PIC X(132)     VALUE SPACES.

       01 WS-DLTA-HEADER-1.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(12)      VALUE
                'Report: A140'.
          05 FILLER                     PIC X(18)      VALUE SPACES.
          05 FILLER                     PIC X(42)      VALUE
                'Outbound Delta Interface Send Report'.
          05 RPT-DATE                   PIC XXXX/XX/XX.

       01 WS-DLTA-RUN-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE
                'Run Id: '.
          05 DLTA-RUN-STAMP-O           PIC X(14).
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE
                'Sequence: '.
          05 DLTA-SEQ-O                 PIC 9(6).
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 FILLER                     PIC X(6)       VALUE
                'Type: '.
          05 DLTA-SEND-TYPE-O           PIC X(12).
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 FILLER                     PIC X(20)      VALUE
                'Journal After Run: '.
          05 DLTA-FROM-STAMP-O          PIC X(14).

       01 WS-DLTA-HEADER-2.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(5)       VALUE 'IND'.
          05 FILLER                     PIC X(10)      VALUE 'ACCT-NO'.
          05 FILLER                     PIC X(22)      VALUE
                'LAST NAME'.
          05 FILLER                     PIC X(17)      VALUE
                'FIRST NAME'.
          05 FILLER                     PIC X(16)      VALUE
                '          SALARY'.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(16)      VALUE
                '       NET WORTH'.

       01 WS-DLTA-HEADER-3.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FILLER                     PIC X(3)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(20)      VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(15)      VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(16)      VALUE ALL '='.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(16)      VALUE ALL '='.

       01 WS-DLTA-DETAIL-LINE.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 DLTA-INDICATOR-O           PIC X(1).
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 DLTA-ACCT-NO-O             PIC X(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 DLTA-LAST-NAME-O           PIC X(20).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 DLTA-FIRST-NAME-O          PIC X(15).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 DLTA-LIMIT-O               PIC $$$,$$$,$$9.99-.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 DLTA-BALANCE-O             PIC $$$,$$$,$$9.99-.

       01 WS-DLTA-MESSAGE-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 DLTA-MSG-LABEL-O           PIC X(10).
          05 DLTA-MSG-TEXT-O            PIC X(100).

       01 WS-DLTA-TOTAL-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 DLTA-TOTAL-LABEL-O         PIC X(30).
          05 FILLER                     PIC X(1)       VALUE '='.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 DLTA-TOTAL-COUNT-O         PIC ZZZ,ZZ9.

       01 WS-DLTA-HASH-LINE.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 DLTA-HASH-LABEL-O          PIC X(30).
          05 FILLER                     PIC X(1)       VALUE '='.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 DLTA-HASH-AMOUNT-O         PIC $$$,$$$,$$$,$$9.99-.

      *------------------
       PROCEDURE DIVISION.
      *------------------
           PERFORM 100-INIT-RTN
           EVALUATE TRUE
              WHEN WS-MODE-RESEND
                 PERFORM 500-RESEND-FILE
              WHEN OTHER
                 PERFORM 200-CHECK-CONTROL
                 IF WS-SEND-OK
                    PERFORM 300-BUILD-SEND
                 ELSE
                    OPEN OUTPUT DLTA-OUT
                    CLOSE DLTA-OUT
                 END-IF
           END-EVALUATE
           PERFORM 900-WRAP-UP
           GOBACK
           .
       100-INIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP TO DLTA-RUN-STAMP-O
           MOVE WS-RUN-STAMP(1:8) TO WS-TODAY-DATE
           ACCEPT WS-PARM-CARD FROM COMMAND-LINE
           MOVE WS-PARM-CARD(1:1)  TO WS-SEND-MODE
           MOVE WS-PARM-CARD(3:6)  TO WS-RESEND-SEQ-X
           MOVE WS-PARM-CARD(10:1) TO WS-SAME-DAY-OK-SW
           IF NOT (WS-MODE-DELTA OR WS-MODE-FULL OR WS-MODE-RESEND)
              DISPLAY "ACCTDLTA - PARM POSITION 1 MUST BE BLANK, F "
                      "OR R: " WS-PARM-CARD(1:1)
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-MODE-RESEND AND WS-RESEND-SEQ-X IS NOT NUMERIC
              DISPLAY "ACCTDLTA - GIVE THE 6-DIGIT SEQUENCE TO RESEND "
                      "IN PARM POSITIONS 3-8"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT DLTA-RPT-LINE
           WRITE DLTA-RPT-REC FROM WS-DLTA-HEADER-1
           .

      *************************************************************
      * Control checks - gap, duplicate and repeated-night
      *************************************************************
       200-CHECK-CONTROL.
           OPEN INPUT DLTA-CTL
           READ DLTA-CTL
              AT END
                 CONTINUE
              NOT AT END
                 SET WS-CTL-FOUND TO TRUE
                 MOVE CTL-LAST-SEQ        TO WS-LAST-SEQ
                 MOVE CTL-LAST-SEND-DATE  TO WS-LAST-SEND-DATE
                 MOVE CTL-LAST-JRNL-STAMP TO WS-LAST-JRNL-STAMP
                 IF CTL-SENT-THRU-POS IS NUMERIC
                    MOVE CTL-SENT-THRU-POS   TO WS-LAST-THRU-POS
                    MOVE CTL-SENT-THRU-ENTRY TO WS-LAST-THRU-ENTRY
                    SET WS-WINDOW-BY-POSITION TO TRUE
                 END-IF
           END-READ
           CLOSE DLTA-CTL
           PERFORM 210-FIND-HIST-HIGH-SEQ
           COMPUTE WS-NEW-SEQ = WS-LAST-SEQ + 1
           MOVE WS-NEW-SEQ TO DLTA-SEQ-O
      * With no control record there is no delta to build from - the
      * first send is a full refresh.
           IF NOT WS-CTL-FOUND
              MOVE 'F' TO WS-SEND-MODE
           END-IF
           MOVE WS-LAST-JRNL-STAMP TO DLTA-FROM-STAMP-O
           IF WS-MODE-FULL
              MOVE 'FULL REFRESH' TO DLTA-SEND-TYPE-O
              MOVE SPACES TO DLTA-FROM-STAMP-O
           ELSE
              MOVE 'DELTA' TO DLTA-SEND-TYPE-O
           END-IF
           WRITE DLTA-RPT-REC FROM WS-DLTA-RUN-LINE
           WRITE DLTA-RPT-REC FROM WS-BLANK-LINE
           IF NOT WS-CTL-FOUND
              MOVE 'NOTE' TO DLTA-MSG-LABEL-O
              MOVE 'NO DLTACTL CONTROL RECORD - FIRST SEND IS A FULL REF
      -            'RESH' TO DLTA-MSG-TEXT-O
              PERFORM 610-WRITE-MESSAGE-LINE
           END-IF
           EVALUATE TRUE
              WHEN WS-HIST-HIGH-SEQ > WS-LAST-SEQ
                 MOVE 'REFUSED' TO DLTA-MSG-LABEL-O
                 STRING 'DLTACTL IS BEHIND DLTAHIST (LAST SEQUENCE '
                        WS-LAST-SEQ ', HISTORY ' WS-HIST-HIGH-SEQ
                        ') - SENDING WOULD DUPLICATE A SEQUENCE'
                    DELIMITED BY SIZE INTO DLTA-MSG-TEXT-O
                 END-STRING
                 PERFORM 620-REFUSE-SEND
              WHEN WS-HIST-HIGH-SEQ < WS-LAST-SEQ
                 MOVE 'REFUSED' TO DLTA-MSG-LABEL-O
                 STRING 'DLTACTL IS AHEAD OF DLTAHIST (LAST SEQUENCE '
                        WS-LAST-SEQ ', HISTORY ' WS-HIST-HIGH-SEQ
                        ') - A SEQUENCE WAS NEVER CAPTURED'
                    DELIMITED BY SIZE INTO DLTA-MSG-TEXT-O
                 END-STRING
                 PERFORM 620-REFUSE-SEND
              WHEN WS-CTL-FOUND
                 AND WS-LAST-SEND-DATE = WS-RUN-STAMP(1:8)
                 AND NOT WS-SAME-DAY-OK
                 MOVE 'REFUSED' TO DLTA-MSG-LABEL-O
                 STRING 'SEQUENCE ' WS-LAST-SEQ ' ALREADY SENT TODAY - '
                        'REPEATED NIGHT (PARM POSITION 10 Y TO SEND'
                        ' AGAIN)'
                    DELIMITED BY SIZE INTO DLTA-MSG-TEXT-O
                 END-STRING
                 PERFORM 620-REFUSE-SEND
              WHEN WS-CTL-FOUND
                 PERFORM 220-CHECK-NIGHTS-MISSED
           END-EVALUATE
           .

      * The newest sequence on the send history.
       210-FIND-HIST-HIGH-SEQ.
           MOVE ZERO TO WS-HIST-HIGH-SEQ
           MOVE 'N' TO WS-HIST-EOF-SW
           OPEN INPUT DLTA-HIST
           PERFORM UNTIL WS-HIST-EOF
              READ DLTA-HIST
                 AT END
                    SET WS-HIST-EOF TO TRUE
                 NOT AT END
                    IF HIST-SEQ > WS-HIST-HIGH-SEQ
                       MOVE HIST-SEQ TO WS-HIST-HIGH-SEQ
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DLTA-HIST
           .

      * A gap of more than one day since the last send means nights
      * were skipped - reported; this delta covers them.
       220-CHECK-NIGHTS-MISSED.
           MOVE WS-LAST-SEND-DATE TO WS-LAST-DATE-X
           IF WS-LAST-DATE-X IS NUMERIC
              COMPUTE WS-DAYS-SINCE =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-LAST-DATE-NUM)
              IF WS-DAYS-SINCE > 1
                 MOVE WS-DAYS-SINCE TO WS-DAYS-SINCE-X
                 MOVE 'WARNING' TO DLTA-MSG-LABEL-O
                 STRING 'LAST SEND WAS ' WS-LAST-SEND-DATE ' - '
                        WS-DAYS-SINCE-X ' DAYS AGO; THIS DELTA COVERS '
                        'EVERY CHANGE SINCE THEN'
                    DELIMITED BY SIZE INTO DLTA-MSG-TEXT-O
                 END-STRING
                 PERFORM 610-WRITE-MESSAGE-LINE
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           .

      *************************************************************
      * Nightly delta or full refresh
      *************************************************************
       300-BUILD-SEND.
           OPEN INPUT PRES-MAST
           IF NOT WS-MAST-OK
              DISPLAY "ACCTDLTA - CANNOT OPEN PRESMAST, STATUS="
                      WS-MAST-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           IF NOT WS-MODE-FULL AND WS-WINDOW-BY-POSITION
              PERFORM 305-FIND-SENT-THRU
           END-IF
           PERFORM 310-SCAN-JOURNAL
           IF WS-SEND-OK
              OPEN OUTPUT DLTA-OUT
              OPEN EXTEND DLTA-HIST
              PERFORM 320-WRITE-COLUMN-HEADINGS
              PERFORM 400-WRITE-HEADER
              IF WS-MODE-FULL
                 PERFORM 340-SEND-FULL-MASTER
              ELSE
                 PERFORM 350-SEND-DELTA-ENTRY
                    VARYING WS-DLT-I FROM 1 BY 1
                    UNTIL WS-DLT-I > WS-DELTA-COUNT
              END-IF
              PERFORM 430-WRITE-TRAILER
              CLOSE DLTA-OUT
              CLOSE DLTA-HIST
              PERFORM 370-WRITE-CONTROL
           ELSE
              OPEN OUTPUT DLTA-OUT
              CLOSE DLTA-OUT
           END-IF
           CLOSE PRES-MAST
           .

      * The last entry the previous send read.  It is normally still
      * at the position that send recorded; after an ACCTRETN purge it
      * has moved up by the entries archived, so the last match at or
      * before that position is taken.  Not found at all - back to run
      * ids after the last one sent.
       305-FIND-SENT-THRU.
           MOVE ZERO TO WS-SENT-THRU
           MOVE ZERO TO WS-JRNL-POS
           MOVE 'N' TO WS-JRNL-EOF-SW
           OPEN INPUT JRNL-FILE
           PERFORM UNTIL WS-JRNL-EOF
              OR WS-JRNL-POS NOT < WS-LAST-THRU-POS
              READ JRNL-FILE
                 AT END
                    SET WS-JRNL-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-JRNL-POS
                    IF JRNL-REC(1:30) = WS-LAST-THRU-ENTRY
                       MOVE WS-JRNL-POS TO WS-SENT-THRU
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JRNL-FILE
           EVALUATE TRUE
              WHEN WS-LAST-THRU-POS = 0
                 CONTINUE
              WHEN WS-SENT-THRU = WS-LAST-THRU-POS
                 CONTINUE
              WHEN WS-SENT-THRU > 0
                 MOVE 'NOTE' TO DLTA-MSG-LABEL-O
                 STRING 'ACCTJRNL TRIMMED SINCE THE LAST SEND - '
                        'WINDOW STARTS AFTER ENTRY ' WS-SENT-THRU
                        ' (WAS ' WS-LAST-THRU-POS ')'
                    DELIMITED BY SIZE INTO DLTA-MSG-TEXT-O
                 END-STRING
                 PERFORM 610-WRITE-MESSAGE-LINE
              WHEN OTHER
                 SET WS-WINDOW-BY-STAMP TO TRUE
                 MOVE 'WARNING' TO DLTA-MSG-LABEL-O
                 STRING 'LAST ENTRY SENT NOT FOUND ON ACCTJRNL - '
                        'WINDOW IS RUN IDS AFTER ' WS-LAST-JRNL-STAMP
                    DELIMITED BY SIZE INTO DLTA-MSG-TEXT-O
                 END-STRING
                 PERFORM 610-WRITE-MESSAGE-LINE
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
           END-EVALUATE
           .

      * Journal entries after the last one sent, one table entry per
      * president.  The position and leading bytes of the last entry
      * read become the next start; the newest run id read is kept on
      * the control record and the header as before.
       310-SCAN-JOURNAL.
           MOVE WS-LAST-JRNL-STAMP TO WS-NEW-JRNL-STAMP
           MOVE WS-LAST-THRU-ENTRY TO WS-NEW-THRU-ENTRY
           MOVE ZERO TO WS-JRNL-POS
           MOVE 'N' TO WS-JRNL-EOF-SW
           OPEN INPUT JRNL-FILE
           PERFORM UNTIL WS-JRNL-EOF
              READ JRNL-FILE
                 AT END
                    SET WS-JRNL-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-JRNL-READ-CTR
                    ADD 1 TO WS-JRNL-POS
                    MOVE JRNL-REC(1:30) TO WS-NEW-THRU-ENTRY
                    IF JRN-RUN-STAMP > WS-NEW-JRNL-STAMP
                       MOVE JRN-RUN-STAMP TO WS-NEW-JRNL-STAMP
                    END-IF
                    IF (WS-WINDOW-BY-POSITION
                        AND WS-JRNL-POS > WS-SENT-THRU)
                       OR (WS-WINDOW-BY-STAMP
                        AND JRN-RUN-STAMP > WS-LAST-JRNL-STAMP)
                       ADD 1 TO WS-JRNL-WINDOW-CTR
                       IF NOT WS-MODE-FULL
                          PERFORM 315-RECORD-JOURNAL-ENTRY
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JRNL-FILE
           .

       315-RECORD-JOURNAL-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           PERFORM VARYING WS-DLT-I FROM 1 BY 1
              UNTIL WS-DLT-I > WS-DELTA-COUNT
              IF WS-DLT-ACCT-NO(WS-DLT-I) = JRN-BEFORE-IMAGE(1:8)
                 SET WS-ENTRY-FOUND TO TRUE
                 IF JRN-PRES-DELETE
                    MOVE JRN-BEFORE-IMAGE
                       TO WS-DLT-DELETED-IMAGE(WS-DLT-I)
                 END-IF
                 MOVE WS-DELTA-COUNT TO WS-DLT-I
              END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
              IF WS-DELTA-COUNT < 5000
                 ADD 1 TO WS-DELTA-COUNT
                 MOVE JRN-BEFORE-IMAGE(1:8)
                    TO WS-DLT-ACCT-NO(WS-DELTA-COUNT)
                 MOVE JRN-ACTION TO WS-DLT-FIRST-ACTION(WS-DELTA-COUNT)
                 MOVE SPACES
                    TO WS-DLT-DELETED-IMAGE(WS-DELTA-COUNT)
                 IF JRN-PRES-DELETE
                    MOVE JRN-BEFORE-IMAGE
                       TO WS-DLT-DELETED-IMAGE(WS-DELTA-COUNT)
                 END-IF
              ELSE
      * A president left out would be a silent gap - no send.
                 IF WS-SEND-OK
                    MOVE 'REFUSED' TO DLTA-MSG-LABEL-O
                    MOVE 'MORE THAN 5,000 PRESIDENTS CHANGED - SEND A FU
      -                  'LL REFRESH (PARM POSITION 1 F)'
                       TO DLTA-MSG-TEXT-O
                    PERFORM 620-REFUSE-SEND
                 END-IF
              END-IF
           END-IF
           .

       320-WRITE-COLUMN-HEADINGS.
           WRITE DLTA-RPT-REC FROM WS-DLTA-HEADER-2
           WRITE DLTA-RPT-REC FROM WS-DLTA-HEADER-3
           .

      * Full refresh - every president, in ACCT-NO order, as an add.
       340-SEND-FULL-MASTER.
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
                    MOVE 'A' TO OUT-DTL-INDICATOR
                    PERFORM 410-WRITE-MASTER-DETAIL
              END-READ
           END-PERFORM
           .

      * The president's net change since the last send, by what is on
      * PRESMAST now and the first journal action in the window.
       350-SEND-DELTA-ENTRY.
           MOVE WS-DLT-ACCT-NO(WS-DLT-I) TO MST-ACCT-NO
           READ PRES-MAST
              INVALID KEY
                 IF WS-DLT-FIRST-ACTION(WS-DLT-I) = 'A'
                    ADD 1 TO WS-NET-ZERO-CTR
                 ELSE
                    MOVE WS-DLT-DELETED-IMAGE(WS-DLT-I) TO WS-IMG-REC
                    MOVE WS-DLT-ACCT-NO(WS-DLT-I) TO WS-IMG-ACCT-NO
                    PERFORM 420-WRITE-DELETE-DETAIL
                 END-IF
              NOT INVALID KEY
                 IF WS-DLT-FIRST-ACTION(WS-DLT-I) = 'A'
                    MOVE 'A' TO OUT-DTL-INDICATOR
                 ELSE
                    MOVE 'C' TO OUT-DTL-INDICATOR
                 END-IF
                 PERFORM 410-WRITE-MASTER-DETAIL
           END-READ
           .

      * The control record moves on to this send.
       370-WRITE-CONTROL.
           OPEN OUTPUT DLTA-CTL
           MOVE SPACES            TO CTL-REC
           MOVE WS-NEW-SEQ        TO CTL-LAST-SEQ
           MOVE WS-RUN-STAMP      TO CTL-LAST-ASOF
           MOVE WS-NEW-JRNL-STAMP TO CTL-LAST-JRNL-STAMP
           MOVE WS-JRNL-POS       TO CTL-SENT-THRU-POS
           MOVE WS-NEW-THRU-ENTRY TO CTL-SENT-THRU-ENTRY
           IF WS-MODE-FULL
              MOVE 'F' TO CTL-LAST-SEND-TYPE
           ELSE
              MOVE 'D' TO CTL-LAST-SEND-TYPE
           END-IF
           WRITE CTL-REC
           CLOSE DLTA-CTL
           .

      *************************************************************
      * Interface records - each also kept on the send history
      *************************************************************
       400-WRITE-HEADER.
           MOVE SPACES       TO OUT-BODY
           MOVE 'H'          TO OUT-REC-TYPE
           MOVE 'PRESDLTA'   TO OUT-HDR-INTERFACE
           MOVE WS-NEW-SEQ   TO OUT-HDR-SEQ
           MOVE WS-RUN-STAMP TO OUT-HDR-ASOF
           MOVE WS-LAST-JRNL-STAMP TO OUT-HDR-FROM-STAMP
           IF WS-MODE-FULL
              MOVE SPACES TO OUT-HDR-FROM-STAMP
              MOVE 'F' TO OUT-HDR-SEND-TYPE
           ELSE
              MOVE 'D' TO OUT-HDR-SEND-TYPE
           END-IF
           PERFORM 440-WRITE-OUT-RECORD
           .

      * OUT-DTL-INDICATOR is set by the caller; MST-FIELDS holds the
      * president as he stands now.
       410-WRITE-MASTER-DETAIL.
           MOVE OUT-DTL-INDICATOR TO DLTA-INDICATOR-O
           MOVE SPACES           TO OUT-BODY
           MOVE 'D'              TO OUT-REC-TYPE
           MOVE DLTA-INDICATOR-O TO OUT-DTL-INDICATOR
           MOVE MST-ACCT-NO      TO OUT-DTL-ACCT-NO
           MOVE MST-ACCT-LIMIT   TO OUT-DTL-LIMIT
           MOVE MST-ACCT-BALANCE TO OUT-DTL-BALANCE
           MOVE MST-LAST-NAME    TO OUT-DTL-LAST-NAME
           MOVE MST-FIRST-NAME   TO OUT-DTL-FIRST-NAME
           MOVE MST-STREET-ADDR  TO OUT-DTL-STREET-ADDR
           MOVE MST-CITY-COUNTY  TO OUT-DTL-CITY-COUNTY
           MOVE MST-USA-STATE    TO OUT-DTL-USA-STATE
           MOVE MST-RESERVED     TO OUT-DTL-RESERVED
           MOVE MST-COMMENTS     TO OUT-DTL-COMMENTS
           PERFORM 450-COUNT-DETAIL
           .

      * A deleted president - his values as they stood before the
      * delete, from the journal.
       420-WRITE-DELETE-DETAIL.
           MOVE SPACES              TO OUT-BODY
           MOVE 'D'                 TO OUT-REC-TYPE
           MOVE 'D'                 TO OUT-DTL-INDICATOR
           MOVE WS-IMG-ACCT-NO      TO OUT-DTL-ACCT-NO
           MOVE WS-IMG-ACCT-LIMIT   TO OUT-DTL-LIMIT
           MOVE WS-IMG-ACCT-BALANCE TO OUT-DTL-BALANCE
           MOVE WS-IMG-LAST-NAME    TO OUT-DTL-LAST-NAME
           MOVE WS-IMG-FIRST-NAME   TO OUT-DTL-FIRST-NAME
           MOVE WS-IMG-STREET-ADDR  TO OUT-DTL-STREET-ADDR
           MOVE WS-IMG-CITY-COUNTY  TO OUT-DTL-CITY-COUNTY
           MOVE WS-IMG-USA-STATE    TO OUT-DTL-USA-STATE
           MOVE WS-IMG-RESERVED     TO OUT-DTL-RESERVED
           MOVE WS-IMG-COMMENTS     TO OUT-DTL-COMMENTS
           PERFORM 450-COUNT-DETAIL
           .

       430-WRITE-TRAILER.
           MOVE SPACES          TO OUT-BODY
           MOVE 'T'             TO OUT-REC-TYPE
           MOVE WS-DETAIL-CTR   TO OUT-TRL-COUNT
           MOVE WS-LIMIT-HASH   TO OUT-TRL-LIMIT-HASH
           MOVE WS-BALANCE-HASH TO OUT-TRL-BALANCE-HASH
           PERFORM 440-WRITE-OUT-RECORD
           .

       440-WRITE-OUT-RECORD.
           WRITE OUT-REC
           MOVE WS-NEW-SEQ TO HIST-SEQ
           MOVE OUT-REC    TO HIST-OUT-REC
           WRITE HIST-REC
           .

      * Counts, hash totals and the report line for the detail just
      * built in OUT-REC.
       450-COUNT-DETAIL.
           ADD 1 TO WS-DETAIL-CTR
           EVALUATE OUT-DTL-INDICATOR
              WHEN 'A'
                 ADD 1 TO WS-ADD-CTR
              WHEN 'C'
                 ADD 1 TO WS-CHANGE-CTR
              WHEN 'D'
                 ADD 1 TO WS-DELETE-CTR
           END-EVALUATE
           ADD OUT-DTL-LIMIT   TO WS-LIMIT-HASH
           ADD OUT-DTL-BALANCE TO WS-BALANCE-HASH
           MOVE OUT-DTL-INDICATOR  TO DLTA-INDICATOR-O
           MOVE OUT-DTL-ACCT-NO    TO DLTA-ACCT-NO-O
           MOVE OUT-DTL-LAST-NAME  TO DLTA-LAST-NAME-O
           MOVE OUT-DTL-FIRST-NAME TO DLTA-FIRST-NAME-O
           MOVE OUT-DTL-LIMIT      TO DLTA-LIMIT-O
           MOVE OUT-DTL-BALANCE    TO DLTA-BALANCE-O
           WRITE DLTA-RPT-REC FROM WS-DLTA-DETAIL-LINE
           PERFORM 440-WRITE-OUT-RECORD
           .

      *************************************************************
      * Resend of a past file from the send history
      *************************************************************
       500-RESEND-FILE.
           MOVE WS-RESEND-SEQ TO DLTA-SEQ-O
           MOVE 'RESEND'      TO DLTA-SEND-TYPE-O
           WRITE DLTA-RPT-REC FROM WS-DLTA-RUN-LINE
           WRITE DLTA-RPT-REC FROM WS-BLANK-LINE
           OPEN OUTPUT DLTA-OUT
           MOVE 'N' TO WS-HIST-EOF-SW
           OPEN INPUT DLTA-HIST
           PERFORM UNTIL WS-HIST-EOF
              READ DLTA-HIST
                 AT END
                    SET WS-HIST-EOF TO TRUE
                 NOT AT END
                    IF HIST-SEQ = WS-RESEND-SEQ
                       MOVE HIST-OUT-REC TO OUT-REC
                       IF OUT-REC-TYPE = 'H'
                          MOVE 'R' TO OUT-HDR-RESEND-FLAG
                          MOVE OUT-HDR-ASOF TO DLTA-MSG-TEXT-O
                       END-IF
                       IF OUT-REC-TYPE = 'D'
                          ADD 1 TO WS-DETAIL-CTR
                       END-IF
                       WRITE OUT-REC
                       ADD 1 TO WS-RESENT-CTR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DLTA-HIST
           CLOSE DLTA-OUT
           IF WS-RESENT-CTR = 0
              MOVE 'REFUSED' TO DLTA-MSG-LABEL-O
              MOVE 'SEQUENCE NOT ON DLTAHIST - NOTHING RESENT'
                 TO DLTA-MSG-TEXT-O
              PERFORM 610-WRITE-MESSAGE-LINE
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'AS OF' TO DLTA-MSG-LABEL-O
              PERFORM 610-WRITE-MESSAGE-LINE
           END-IF
           .

      *************************************************************
      * Report lines
      *************************************************************
       610-WRITE-MESSAGE-LINE.
           WRITE DLTA-RPT-REC FROM WS-DLTA-MESSAGE-LINE
           MOVE SPACES TO WS-DLTA-MESSAGE-LINE
           .

      * Send refused - the reason is in DLTA-MSG-TEXT-O.
       620-REFUSE-SEND.
           MOVE 'N' TO WS-SEND-OK-SW
           PERFORM 610-WRITE-MESSAGE-LINE
           IF RETURN-CODE < 8
              MOVE 8 TO RETURN-CODE
           END-IF
           .

       900-WRAP-UP.
           WRITE DLTA-RPT-REC FROM WS-BLANK-LINE
           IF WS-MODE-RESEND
              MOVE 'Records Resent' TO DLTA-TOTAL-LABEL-O
              MOVE WS-RESENT-CTR TO DLTA-TOTAL-COUNT-O
              WRITE DLTA-RPT-REC FROM WS-DLTA-TOTAL-LINE
              MOVE 'Details Resent' TO DLTA-TOTAL-LABEL-O
              MOVE WS-DETAIL-CTR TO DLTA-TOTAL-COUNT-O
              WRITE DLTA-RPT-REC FROM WS-DLTA-TOTAL-LINE
           ELSE
              MOVE 'Journal Entries Read' TO DLTA-TOTAL-LABEL-O
              MOVE WS-JRNL-READ-CTR TO DLTA-TOTAL-COUNT-O
              WRITE DLTA-RPT-REC FROM WS-DLTA-TOTAL-LINE
              MOVE 'Journal Entries Since Last' TO DLTA-TOTAL-LABEL-O
              MOVE WS-JRNL-WINDOW-CTR TO DLTA-TOTAL-COUNT-O
              WRITE DLTA-RPT-REC FROM WS-DLTA-TOTAL-LINE
              MOVE 'Adds Sent' TO DLTA-TOTAL-LABEL-O
              MOVE WS-ADD-CTR TO DLTA-TOTAL-COUNT-O
              WRITE DLTA-RPT-REC FROM WS-DLTA-TOTAL-LINE
              MOVE 'Changes Sent' TO DLTA-TOTAL-LABEL-O
              MOVE WS-CHANGE-CTR TO DLTA-TOTAL-COUNT-O
              WRITE DLTA-RPT-REC FROM WS-DLTA-TOTAL-LINE
              MOVE 'Deletes Sent' TO DLTA-TOTAL-LABEL-O
              MOVE WS-DELETE-CTR TO DLTA-TOTAL-COUNT-O
              WRITE DLTA-RPT-REC FROM WS-DLTA-TOTAL-LINE
              MOVE 'Added And Deleted - Not Sent' TO DLTA-TOTAL-LABEL-O
              MOVE WS-NET-ZERO-CTR TO DLTA-TOTAL-COUNT-O
              WRITE DLTA-RPT-REC FROM WS-DLTA-TOTAL-LINE
              MOVE 'Detail Records Sent' TO DLTA-TOTAL-LABEL-O
              MOVE WS-DETAIL-CTR TO DLTA-TOTAL-COUNT-O
              WRITE DLTA-RPT-REC FROM WS-DLTA-TOTAL-LINE
              MOVE 'ACCT-LIMIT Hash Total' TO DLTA-HASH-LABEL-O
              MOVE WS-LIMIT-HASH TO DLTA-HASH-AMOUNT-O
              WRITE DLTA-RPT-REC FROM WS-DLTA-HASH-LINE
              MOVE 'ACCT-BALANCE Hash Total' TO DLTA-HASH-LABEL-O
              MOVE WS-BALANCE-HASH TO DLTA-HASH-AMOUNT-O
              WRITE DLTA-RPT-REC FROM WS-DLTA-HASH-LINE
           END-IF
           CLOSE DLTA-RPT-LINE
      * A resend is ad hoc, like ACCTBKOT - no CYCLSTAT record.
           IF NOT WS-MODE-RESEND
              PERFORM 960-WRITE-CYCLE-STATUS
           END-IF
           .

      * One status record onto the shared cycle-control file, verdict
      * graded off the condition code just set.
       960-WRITE-CYCLE-STATUS.
           OPEN EXTEND CYCLE-STAT
           MOVE 'ACCTDLTA' TO CYC-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:8) TO CYC-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO CYC-TIME
           MOVE WS-JRNL-WINDOW-CTR TO CYC-COUNT-1
           MOVE WS-ADD-CTR         TO CYC-COUNT-2
           MOVE WS-CHANGE-CTR      TO CYC-COUNT-3
           MOVE WS-DELETE-CTR      TO CYC-COUNT-4
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
