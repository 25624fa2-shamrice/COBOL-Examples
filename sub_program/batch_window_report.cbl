      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-09-02
      * Updated: 2026-10-15 EE: operations.log record widened for the
      *          chain value now carried after the status column.
      * Purpose: Batch window trending report. Every job already logs
      *          START and END lines to operations.log through the
      *          shared job-audit-log subprogram (and the sync job
           05  f-log-rejected                  pic x(7).
           05  filler                          pic x.
           05  f-log-status                    pic x(10).
           05  filler                          pic x.
           05  f-log-chain                     pic x(16).

       fd  fd-limit-file.
       01  f-limit-record.
