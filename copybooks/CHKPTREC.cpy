      ******************************************************************
      * Copybook:  CHKPTREC.cpy
      * Purpose:   Shared restart checkpoint layout
      *            (BATCH-CHECKPOINT.txt) - one row per whole-file
      *            posting batch, kept only through the
      *            BATCH-CHECKPOINT subprogram. While a run is in
      *            progress the row carries the last key the job
      *            finished (RK-LAST-CBU) and its running totals, as
      *            committed every RK-INTERVAL records; a rerun finding
      *            the row still in progress resumes after that key
      *            with the totals restored, under the original run's
      *            date and parameter. RK-DONE-BEFORE-RESTART is the
      *            count already committed when the latest restart
      *            began, so the end-of-run control report can show
      *            the work done before and after it. The four name
      *            fields label the job's own counts and totals on
      *            that report (spaces = not used by the job).
      ******************************************************************
       01  BATCH-CHECKPOINT-RECORD.
           05 RK-JOB-NAME              PIC X(20).
           05 RK-RUN-DATE              PIC X(08).
           05 RK-RUN-PARAMETER         PIC X(08).
           05 RK-RUN-STATUS            PIC X(01).
               88 RK-RUN-IN-PROGRESS       VALUE "I".
               88 RK-RUN-COMPLETE          VALUE "C".
           05 RK-LAST-CBU              PIC 9(22).
           05 RK-RECORDS-DONE          PIC 9(09).
           05 RK-DONE-BEFORE-RESTART   PIC 9(09).
           05 RK-RESTART-COUNT         PIC 9(03).
           05 RK-COUNT-1               PIC 9(09).
           05 RK-COUNT-2               PIC 9(09).
           05 RK-TOTAL-1               PIC 9(18)V99.
           05 RK-TOTAL-2               PIC 9(18)V99.
           05 RK-COUNT-1-NAME          PIC X(16).
           05 RK-COUNT-2-NAME          PIC X(16).
           05 RK-TOTAL-1-NAME          PIC X(16).
           05 RK-TOTAL-2-NAME          PIC X(16).
           05 RK-INTERVAL              PIC 9(05).
           05 RK-STAMP-DATE            PIC X(08).
           05 RK-STAMP-TIME            PIC X(06).
