      *>****************************************************
      *> the files each standard cycle step reads (I) and
      *> writes (O), by the parameter that names them and
      *> its default: program, direction, key, default.
      *> daily-cycle's dry-run plan and cycle-dossier's
      *> account of a stopped night both work from it, and
      *> CYCLE_STEP_FILES adds to it for steps the
      *> jobstream brings in
      *>****************************************************

       01 ws-io-list.
           03 filler pic x(20) value "interro1".
           03 filler pic x     value "I".
           03 filler pic x(20) value "DEGRES".
           03 filler pic x(30) value "file-degres".
           03 filler pic x(20) value "interro1".
           03 filler pic x     value "I".
           03 filler pic x(20) value "SENSORS".
           03 filler pic x(30) value "file-sensors".
           03 filler pic x(20) value "interro1".
           03 filler pic x     value "I".
           03 filler pic x(20) value "READINGS_PREVIOUS".
           03 filler pic x(30) value "file-readings-previous".
           03 filler pic x(20) value "interro1".
           03 filler pic x     value "O".
           03 filler pic x(20) value "GON".
           03 filler pic x(30) value "file-gon".
           03 filler pic x(20) value "interro1".
           03 filler pic x     value "O".
           03 filler pic x(20) value "STATS".
           03 filler pic x(30) value "file-stats".
           03 filler pic x(20) value "interro1".
           03 filler pic x     value "O".
           03 filler pic x(20) value "STATS_HISTORY".
           03 filler pic x(30) value "file-stats-history".
           03 filler pic x(20) value "interro1".
           03 filler pic x     value "O".
           03 filler pic x(20) value "TEMP_ALERTS".
           03 filler pic x(30) value "file-temp-alerts".
           03 filler pic x(20) value "interro1".
           03 filler pic x     value "O".
           03 filler pic x(20) value "DEGRES_REJECTS".
           03 filler pic x(30) value "file-degres-rejects".
           03 filler pic x(20) value "interro1".
           03 filler pic x     value "O".
           03 filler pic x(20) value "READINGS_CURRENT".
           03 filler pic x(30) value "file-readings-current".
           03 filler pic x(20) value "status-board".
           03 filler pic x     value "I".
           03 filler pic x(20) value "READINGS_CURRENT".
           03 filler pic x(30) value "file-readings-current".
           03 filler pic x(20) value "status-board".
           03 filler pic x     value "I".
           03 filler pic x(20) value "STATS_HISTORY".
           03 filler pic x(30) value "file-stats-history".
           03 filler pic x(20) value "status-board".
           03 filler pic x     value "I".
           03 filler pic x(20) value "TEMP_ALERTS".
           03 filler pic x(30) value "file-temp-alerts".
           03 filler pic x(20) value "status-board".
           03 filler pic x     value "O".
           03 filler pic x(20) value "STATUS_BOARD".
           03 filler pic x(30) value "file-status-board".
           03 filler pic x(20) value "reject-aging".
           03 filler pic x     value "I".
           03 filler pic x(20) value "REPAIR_REPORT".
           03 filler pic x(30) value "file-repair-report".
           03 filler pic x(20) value "reject-aging".
           03 filler pic x     value "O".
           03 filler pic x(20) value "REJECT_AGING".
           03 filler pic x(30) value "file-reject-aging".
           03 filler pic x(20) value "reject-aging".
           03 filler pic x     value "O".
           03 filler pic x(20) value "DEGRES_RERUN".
           03 filler pic x(30) value "file-degres-rerun".
           03 filler pic x(20) value "work-orders".
           03 filler pic x     value "I".
           03 filler pic x(20) value "DEGRES_REJECTS".
           03 filler pic x(30) value "file-degres-rejects".
           03 filler pic x(20) value "work-orders".
           03 filler pic x     value "I".
           03 filler pic x(20) value "SENSOR_HEALTH".
           03 filler pic x(30) value "file-sensor-health".
           03 filler pic x(20) value "work-orders".
           03 filler pic x     value "O".
           03 filler pic x(20) value "WORK_ORDERS".
           03 filler pic x(30) value "file-work-orders".
           03 filler pic x(20) value "calc".
           03 filler pic x     value "I".
           03 filler pic x(20) value "CALC_BATCH_IN".
           03 filler pic x(30) value "calc-batch-in".
           03 filler pic x(20) value "calc".
           03 filler pic x     value "O".
           03 filler pic x(20) value "CALC_BATCH_OUT".
           03 filler pic x(30) value "calc-batch-out".
           03 filler pic x(20) value "calc".
           03 filler pic x     value "O".
           03 filler pic x(20) value "CALC_BATCH_REJECTS".
           03 filler pic x(30) value "calc-batch-rejects".
           03 filler pic x(20) value "calc".
           03 filler pic x     value "O".
           03 filler pic x(20) value "CALC_JOURNAL".
           03 filler pic x(30) value "calc-journal".
           03 filler pic x(20) value "calc".
           03 filler pic x     value "O".
           03 filler pic x(20) value "LEDGER_MOVEMENTS".
           03 filler pic x(30) value "file-ledger-movements".
           03 filler pic x(20) value "ledger-balance".
           03 filler pic x     value "I".
           03 filler pic x(20) value "LEDGER_MOVEMENTS".
           03 filler pic x(30) value "file-ledger-movements".
           03 filler pic x(20) value "ledger-balance".
           03 filler pic x     value "O".
           03 filler pic x(20) value "LEDGER_BALANCES".
           03 filler pic x(30) value "file-ledger-balances".
           03 filler pic x(20) value "ledger-balance".
           03 filler pic x     value "O".
           03 filler pic x(20) value "TRIAL_BALANCE".
           03 filler pic x(30) value "file-trial-balance".
           03 filler pic x(20) value "budget-report".
           03 filler pic x     value "I".
           03 filler pic x(20) value "BUDGET_FILE".
           03 filler pic x(30) value "file-budget".
           03 filler pic x(20) value "budget-report".
           03 filler pic x     value "I".
           03 filler pic x(20) value "LEDGER_BALANCES".
           03 filler pic x(30) value "file-ledger-balances".
           03 filler pic x(20) value "budget-report".
           03 filler pic x     value "O".
           03 filler pic x(20) value "BUDGET_REPORT".
           03 filler pic x(30) value "file-budget-report".
           03 filler pic x(20) value "fizzbuzz-main".
           03 filler pic x     value "O".
           03 filler pic x(20) value "FIZZBUZZ_SEQ_OUT".
           03 filler pic x(30) value "fizzbuzz-sequence.log".
           03 filler pic x(20) value "log-rotate".
           03 filler pic x     value "I".
           03 filler pic x(20) value "OPEN_INCIDENTS".
           03 filler pic x(30) value "file-open-incidents".
           03 filler pic x(20) value "log-rotate".
           03 filler pic x     value "O".
           03 filler pic x(20) value "LOG_ARCHIVE_INDEX".
           03 filler pic x(30) value "log-archive-index".
           03 filler pic x(20) value "cycle-report".
           03 filler pic x     value "I".
           03 filler pic x(20) value "RUN_CONTROL".
           03 filler pic x(30) value "file-run-control".
           03 filler pic x(20) value "cycle-report".
           03 filler pic x     value "I".
           03 filler pic x(20) value "STATS".
           03 filler pic x(30) value "file-stats".
           03 filler pic x(20) value "cycle-report".
           03 filler pic x     value "O".
           03 filler pic x(20) value "CYCLE_REPORT".
           03 filler pic x(30) value "file-cycle-report".
           03 filler pic x(20) value "spool-cycle".
           03 filler pic x     value "O".
           03 filler pic x(20) value "REPORT_CATALOG".
           03 filler pic x(30) value "report-catalog".
           03 filler pic x(20) value "distribute-cycle".
           03 filler pic x     value "I".
           03 filler pic x(20) value "DISTRIBUTION_LIST".
           03 filler pic x(30) value "distribution-list".
           03 filler pic x(20) value "distribute-cycle".
           03 filler pic x     value "I".
           03 filler pic x(20) value "REPORT_CATALOG".
           03 filler pic x(30) value "report-catalog".
           03 filler pic x(20) value "duration-report".
           03 filler pic x     value "I".
           03 filler pic x(20) value "STEP_DURATIONS".
           03 filler pic x(30) value "file-step-durations".
           03 filler pic x(20) value "duration-report".
           03 filler pic x     value "O".
           03 filler pic x(20) value "DURATION_TREND".
           03 filler pic x(30) value "file-duration-trend".
           03 filler pic x(20) value "archive-cycle".
           03 filler pic x     value "I".
           03 filler pic x(20) value "REPORT_CATALOG".
           03 filler pic x(30) value "report-catalog".
           03 filler pic x(20) value "archive-cycle".
           03 filler pic x     value "O".
           03 filler pic x(20) value "ARCHIVE_INDEX".
           03 filler pic x(30) value "file-archive-index".
           03 filler pic x(20) value "metrics-feed".
           03 filler pic x     value "I".
           03 filler pic x(20) value "STATS".
           03 filler pic x(30) value "file-stats".
           03 filler pic x(20) value "metrics-feed".
           03 filler pic x     value "O".
           03 filler pic x(20) value "METRICS_FILE".
           03 filler pic x(30) value "file-metrics".
           03 filler pic x(20) value "month-end".
           03 filler pic x     value "I".
           03 filler pic x(20) value "STATS_HISTORY".
           03 filler pic x(30) value "file-stats-history".
           03 filler pic x(20) value "month-end".
           03 filler pic x     value "O".
           03 filler pic x(20) value "MONTH_END_REPORT".
           03 filler pic x(30) value "file-month-end".
           03 filler pic x(20) value "billing-extract".
           03 filler pic x     value "O".
           03 filler pic x(20) value "BILLING_EXTRACT".
           03 filler pic x(30) value "file-billing-extract".
       01 ws-io-builtin redefines ws-io-list.
           03 ws-iob-entry occurs 48.
               05 ws-iob-program   pic x(20).
               05 ws-iob-dir       pic x.
               05 ws-iob-key       pic x(20).
               05 ws-iob-default   pic x(30).
       77 ws-iob-idx               pic 99.
