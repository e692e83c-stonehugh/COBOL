      *    Count labels for the new ALLVIEWS single-pass summary step
      *    (read / tallied / continuations skipped / bad years).
      *    Modified 310-SET-COUNT-LABELS.
      *
      *  2026-10-15 PDEVLIN
      *    Count labels for the new REFUPDT PARTYMST/CPIMAST maintenance
      *    step (transactions / applied / key rejects / edit rejects).
      *    Modified 310-SET-COUNT-LABELS.
      *
      *  2026-10-15 PDEVLIN
      *    PRESLOAD count 4 is now the continuation terms loaded to the
      *    PRESTERM term master, no longer continuations skipped.
      *    Modified 310-SET-COUNT-LABELS.
      *
      *  2026-10-15 PDEVLIN
      *    Count labels for the new ACCTRETN retention step (records
      *    read / archived / kept / rule cards rejected or purges
      *    refused).
      *    Modified 310-SET-COUNT-LABELS.
      *
      *  2026-10-15 PDEVLIN
      *    Count labels for the new ACCTDLTA outbound delta interface
      *    step (journal entries since the last send / adds / changes /
      *    deletes sent).
      *    Modified 310-SET-COUNT-LABELS.
      *
      *  2026-10-15 PDEVLIN
      *    Count labels for the new ACCTFEED inbound feed conversion
      *    step (rows read / adds / changes / rejected rows).
      *    Modified 310-SET-COUNT-LABELS.
      *
      *  2026-10-15 PDEVLIN
      *    Count labels for the new PRESSTAT statistical profile step
      *    (records read / presidents profiled / records skipped /
      *    outlier lines listed).
      *    Modified 310-SET-COUNT-LABELS.
      *
      *  2026-10-15 PDEVLIN
      *    REFAUDIT counts 3 and 4 now include the salary-schedule
      *    findings (no CPI or salary year / suspect CPI or salary
      *    rows) - labels changed to match.
      *    Modified 310-SET-COUNT-LABELS.
      *
      *  2026-10-15 PDEVLIN
      *    Count labels for the new RPTARCH report capture step
      *    (reports captured / lines archived / already on file /
      *    reports skipped).
      *    Modified 310-SET-COUNT-LABELS.
      **************************************************************************
      *-----------------------
       IDENTIFICATION DIVISION.
                 MOVE 'READ'      TO DASH-LABEL-1-O
                 MOVE 'LOADED'    TO DASH-LABEL-2-O
                 MOVE 'DUPES'     TO DASH-LABEL-3-O
                 MOVE 'CONT-TERM' TO DASH-LABEL-4-O
              WHEN 'ACCTUPDT'
                 MOVE 'TRANS'     TO DASH-LABEL-1-O
                 MOVE 'APPLIED'   TO DASH-LABEL-2-O
              WHEN 'REFAUDIT'
                 MOVE 'MASTER'    TO DASH-LABEL-1-O
                 MOVE 'NO-PARTY'  TO DASH-LABEL-2-O
                 MOVE 'NO-CPI/SAL' TO DASH-LABEL-3-O
                 MOVE 'BAD-REF'   TO DASH-LABEL-4-O
              WHEN 'SUCCAUDT'
                 MOVE 'READ'      TO DASH-LABEL-1-O
                 MOVE 'UNORDERED' TO DASH-LABEL-2-O
                 MOVE 'GAPS'      TO DASH-LABEL-3-O
                 MOVE 'OVERLAPS'  TO DASH-LABEL-4-O
              WHEN 'REFUPDT'
                 MOVE 'TRANS'     TO DASH-LABEL-1-O
                 MOVE 'APPLIED'   TO DASH-LABEL-2-O
                 MOVE 'KEY-REJ'   TO DASH-LABEL-3-O
                 MOVE 'EDIT-REJ'  TO DASH-LABEL-4-O
              WHEN 'ACCTRETN'
                 MOVE 'READ'      TO DASH-LABEL-1-O
                 MOVE 'ARCHIVED'  TO DASH-LABEL-2-O
                 MOVE 'KEPT'      TO DASH-LABEL-3-O
                 MOVE 'REJECTED'  TO DASH-LABEL-4-O
              WHEN 'ACCTDLTA'
                 MOVE 'JRNL-NEW'  TO DASH-LABEL-1-O
                 MOVE 'ADDS'      TO DASH-LABEL-2-O
                 MOVE 'CHANGES'   TO DASH-LABEL-3-O
                 MOVE 'DELETES'   TO DASH-LABEL-4-O
              WHEN 'ACCTFEED'
                 MOVE 'ROWS'      TO DASH-LABEL-1-O
                 MOVE 'ADDS'      TO DASH-LABEL-2-O
                 MOVE 'CHANGES'   TO DASH-LABEL-3-O
                 MOVE 'REJECTED'  TO DASH-LABEL-4-O
              WHEN 'PRESSTAT'
                 MOVE 'READ'      TO DASH-LABEL-1-O
                 MOVE 'PROFILED'  TO DASH-LABEL-2-O
                 MOVE 'SKIPPED'   TO DASH-LABEL-3-O
                 MOVE 'OUTLIERS'  TO DASH-LABEL-4-O
              WHEN 'RPTARCH'
                 MOVE 'CAPTURED'  TO DASH-LABEL-1-O
                 MOVE 'LINES'     TO DASH-LABEL-2-O
                 MOVE 'ON-FILE'   TO DASH-LABEL-3-O
                 MOVE 'SKIPPED'   TO DASH-LABEL-4-O
              WHEN OTHER
                 MOVE 'COUNT-1'   TO DASH-LABEL-1-O
                 MOVE 'COUNT-2'   TO DASH-LABEL-2-O
