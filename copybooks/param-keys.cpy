      *>****************************************************
      *> every key the programs resolve through read-param,
      *> for the per-run parameter snapshot: the catalog is
      *> what lets the snapshot see a leftover environment
      *> export for a key the run-params file never names.
      *> a program that starts reading a new key adds it
      *> here, in alphabetical order, and raises the count
      *>****************************************************

       01 pk-key-list.
           03 filler pic x(30) value "ACCT_DATE".
           03 filler pic x(30) value "ACCT_REPORT".
           03 filler pic x(30) value "ACK_FILE".
           03 filler pic x(30) value "AGEING_DATE".
           03 filler pic x(30) value "AGG_AVG_MAX".
           03 filler pic x(30) value "AGG_AVG_MIN".
           03 filler pic x(30) value "AGG_MAX_CEIL".
           03 filler pic x(30) value "AGG_MIN_FLOOR".
           03 filler pic x(30) value "AGG_REJECT_PCT_MAX".
           03 filler pic x(30) value "AMORT_DATE_RULE".
           03 filler pic x(30) value "AMORT_FREQ".
           03 filler pic x(30) value "AMORT_PRINCIPAL".
           03 filler pic x(30) value "AMORT_RATE".
           03 filler pic x(30) value "AMORT_REF".
           03 filler pic x(30) value "AMORT_SCHEDULE".
           03 filler pic x(30) value "AMORT_START".
           03 filler pic x(30) value "AMORT_TERM".
           03 filler pic x(30) value "ANNUAL_PERIOD".
           03 filler pic x(30) value "ANNUAL_REPORT".
           03 filler pic x(30) value "AQ_CALLER".
           03 filler pic x(30) value "AQ_EVENT".
           03 filler pic x(30) value "AQ_FROM".
           03 filler pic x(30) value "AQ_MODE".
           03 filler pic x(30) value "AQ_TO".
           03 filler pic x(30) value "ARCHIVE_INDEX".
           03 filler pic x(30) value "ARRIVAL_LOG".
           03 filler pic x(30) value "ARRIVAL_TIMETABLE".
           03 filler pic x(30) value "AUDIT_SAMPLE_EVERY".
           03 filler pic x(30) value "AUDIT_SAMPLE_FILE".
           03 filler pic x(30) value "AUDIT_SAMPLE_LIMIT".
           03 filler pic x(30) value "AUDIT_SAMPLE_LOG".
           03 filler pic x(30) value "AUDIT_SAMPLE_PCT".
           03 filler pic x(30) value "AUDIT_SAMPLE_SEED".
           03 filler pic x(30) value "BAND_SCHEDULE".
           03 filler pic x(30) value "BILLING_DISPUTES".
           03 filler pic x(30) value "BILLING_ESTIMATES".
           03 filler pic x(30) value "BILLING_ESTIMATE_DAYS".
           03 filler pic x(30) value "BILLING_EXTRACT".
           03 filler pic x(30) value "BILLING_PERIOD".
           03 filler pic x(30) value "BILLING_RATES".
           03 filler pic x(30) value "BUDGET_FILE".
           03 filler pic x(30) value "BUDGET_REPORT".
           03 filler pic x(30) value "BUDGET_TOLERANCE_PCT".
           03 filler pic x(30) value "CALC_APPROVAL_ESCALATE_DAYS".
           03 filler pic x(30) value "CALC_APPROVAL_LIMIT".
           03 filler pic x(30) value "CALC_APPROVAL_LIMITS".
           03 filler pic x(30) value "CALC_APPROVAL_RETAIN_DAYS".
           03 filler pic x(30) value "CALC_BATCH_ACCT".
           03 filler pic x(30) value "CALC_BATCH_IN".
           03 filler pic x(30) value "CALC_BATCH_MANIFEST".
           03 filler pic x(30) value "CALC_BATCH_OUT".
           03 filler pic x(30) value "CALC_BATCH_REJECTS".
           03 filler pic x(30) value "CALC_BATCH_TXNID".
           03 filler pic x(30) value "CALC_CHECKPOINT".
           03 filler pic x(30) value "CALC_CHECKPOINT_EVERY".
           03 filler pic x(30) value "CALC_DEFAULT_FSTNB".
           03 filler pic x(30) value "CALC_FORMULA_LIBRARY".
           03 filler pic x(30) value "CALC_JOURNAL".
           03 filler pic x(30) value "CALC_OUTPUT_FMT".
           03 filler pic x(30) value "CALC_PENDING_APPROVAL".
           03 filler pic x(30) value "CALC_RECON_DATE".
           03 filler pic x(30) value "CALC_RECON_REPORT".
           03 filler pic x(30) value "CALC_RECON_RUN".
           03 filler pic x(30) value "CALC_ROUND".
           03 filler pic x(30) value "CALC_STANDING_ORDERS".
           03 filler pic x(30) value "CALC_TXN_REGISTRY".
           03 filler pic x(30) value "CALC_TXN_REGISTRY_DAYS".
           03 filler pic x(30) value "CALC_VARIANCE_REPORT".
           03 filler pic x(30) value "CALIBRATION_LOG".
           03 filler pic x(30) value "CAL_GRACE_DAYS".
           03 filler pic x(30) value "CAL_HORIZON_DAYS".
           03 filler pic x(30) value "CHART_OF_ACCOUNTS".
           03 filler pic x(30) value "CHECKPOINT".
           03 filler pic x(30) value "CHECKPOINT_SEEN".
           03 filler pic x(30) value "COMPARE_FILE1".
           03 filler pic x(30) value "COMPARE_FILE2".
           03 filler pic x(30) value "COMPARE_IGNORE".
           03 filler pic x(30) value "COMPARE_MAX_MISMATCH".
           03 filler pic x(30) value "COMPARE_OUT".
           03 filler pic x(30) value "CONSOLE_OPERATOR".
           03 filler pic x(30) value "CONVERSION_RULES".
           03 filler pic x(30) value "CORRELATION_LIMIT".
           03 filler pic x(30) value "CORRELATION_MIN_DAYS".
           03 filler pic x(30) value "CORRELATION_PERIOD".
           03 filler pic x(30) value "CORRELATION_REPORT".
           03 filler pic x(30) value "CURRENCY_RATES".
           03 filler pic x(30) value "CYCLE_AUDIT".
           03 filler pic x(30) value "CYCLE_CALENDAR".
           03 filler pic x(30) value "CYCLE_CALENDAR_MODE".
           03 filler pic x(30) value "CYCLE_DATE".
           03 filler pic x(30) value "CYCLE_DOSSIER".
           03 filler pic x(30) value "CYCLE_JOBSTREAM".
           03 filler pic x(30) value "CYCLE_PLAN".
           03 filler pic x(30) value "CYCLE_REPORT".
           03 filler pic x(30) value "CYCLE_RESTART".
           03 filler pic x(30) value "CYCLE_RUN_ID".
           03 filler pic x(30) value "CYCLE_STEP_FILES".
           03 filler pic x(30) value "CYCLE_STOPPED".
           03 filler pic x(30) value "CYCLE_TRANSIENT_RC".
           03 filler pic x(30) value "CYCLE_TWO_PHASE".
           03 filler pic x(30) value "DEADLINE_MONTH".
           03 filler pic x(30) value "DEADLINE_REPORT".
           03 filler pic x(30) value "DEGDAY_BASE".
           03 filler pic x(30) value "DEGDAY_PERIOD".
           03 filler pic x(30) value "DEGDAY_REPORT".
           03 filler pic x(30) value "DEGRES".
           03 filler pic x(30) value "DEGRES_FMT".
           03 filler pic x(30) value "DEGRES_INDEXED".
           03 filler pic x(30) value "DEGRES_LIST".
           03 filler pic x(30) value "DEGRES_REJECTS".
           03 filler pic x(30) value "DEGRES_RERUN".
           03 filler pic x(30) value "DEGRES_SITE".
           03 filler pic x(30) value "DEGRES_TS".
           03 filler pic x(30) value "DELIVERY_REGISTER".
           03 filler pic x(30) value "DELTA_REPORT".
           03 filler pic x(30) value "DELTA_THRESHOLD".
           03 filler pic x(30) value "DISTRIBUTION_LIST".
           03 filler pic x(30) value "DRIFT_REPORT".
           03 filler pic x(30) value "DRIFT_TOL".
           03 filler pic x(30) value "DST_RULES".
           03 filler pic x(30) value "DURATION_TREND".
           03 filler pic x(30) value "EBCDIC_EXPORT_FEED".
           03 filler pic x(30) value "EBCDIC_EXPORT_IN".
           03 filler pic x(30) value "EBCDIC_EXPORT_LAYOUT".
           03 filler pic x(30) value "EBCDIC_EXPORT_LRECL".
           03 filler pic x(30) value "EBCDIC_EXPORT_OUT".
           03 filler pic x(30) value "EBCDIC_EXPORT_REJECTS".
           03 filler pic x(30) value "EBCDIC_EXPORT_SOURCE".
           03 filler pic x(30) value "EBCDIC_IN".
           03 filler pic x(30) value "EBCDIC_LAYOUT".
           03 filler pic x(30) value "EBCDIC_LRECL".
           03 filler pic x(30) value "EBCDIC_OUT".
           03 filler pic x(30) value "EBCDIC_REJECTS".
           03 filler pic x(30) value "ENTETE_DATE_FMT".
           03 filler pic x(30) value "ENTETE_DATE_SRC".
           03 filler pic x(30) value "ERASE_APPROVAL".
           03 filler pic x(30) value "ERASE_REPORT".
           03 filler pic x(30) value "ERASE_VALUE".
           03 filler pic x(30) value "ERROR_ESCALATE_LIMIT".
           03 filler pic x(30) value "ERROR_REPEAT_LIMIT".
           03 filler pic x(30) value "ERROR_REPORT".
           03 filler pic x(30) value "FACILITY_CODE".
           03 filler pic x(30) value "FIZZBUZZ_DIFF_REPORT".
           03 filler pic x(30) value "FIZZBUZZ_FILE_IN".
           03 filler pic x(30) value "FIZZBUZZ_FILE_OUT".
           03 filler pic x(30) value "FIZZBUZZ_MAX_DEPTH".
           03 filler pic x(30) value "FIZZBUZZ_RECUR_SEQ_OUT".
           03 filler pic x(30) value "FIZZBUZZ_SEQ_OUT".
           03 filler pic x(30) value "GAPFILL_MAX".
           03 filler pic x(30) value "GL_ACK_FILE".
           03 filler pic x(30) value "GL_ACK_REPORT".
           03 filler pic x(30) value "GL_ACK_SUMMARY".
           03 filler pic x(30) value "GL_DEFAULT_ACCT".
           03 filler pic x(30) value "GL_POSTING_DATE".
           03 filler pic x(30) value "GL_POSTING_FILE".
           03 filler pic x(30) value "GL_REVERSAL_FILE".
           03 filler pic x(30) value "GL_REVERSAL_REGISTER".
           03 filler pic x(30) value "GL_SOURCE_CODE".
           03 filler pic x(30) value "GON".
           03 filler pic x(30) value "GON_BURST".
           03 filler pic x(30) value "GON_FMT".
           03 filler pic x(30) value "GON_SORT".
           03 filler pic x(30) value "GON_SUPPLEMENT".
           03 filler pic x(30) value "HANDOVER_NOTES".
           03 filler pic x(30) value "HOLD_COVERS".
           03 filler pic x(30) value "HOLD_FROM".
           03 filler pic x(30) value "HOLD_ID".
           03 filler pic x(30) value "HOLD_REASON".
           03 filler pic x(30) value "HOLD_TO".
           03 filler pic x(30) value "HUM_MAX".
           03 filler pic x(30) value "HUM_MIN".
           03 filler pic x(30) value "INCIDENT_MONTH".
           03 filler pic x(30) value "INCIDENT_REPORT".
           03 filler pic x(30) value "INCIDENT_TARGETS".
           03 filler pic x(30) value "INVOICE_REGISTER".
           03 filler pic x(30) value "JOURNAL_REPORT".
           03 filler pic x(30) value "LATE_ARRIVALS".
           03 filler pic x(30) value "LATE_WINDOW_DAYS".
           03 filler pic x(30) value "LAYOUT_DEF".
           03 filler pic x(30) value "LEDGER_BALANCES".
           03 filler pic x(30) value "LEDGER_MOVEMENTS".
           03 filler pic x(30) value "LEGAL_HOLDS".
           03 filler pic x(30) value "LINEAGE_JOURNAL".
           03 filler pic x(30) value "LOG_ARCHIVE_INDEX".
           03 filler pic x(30) value "LOG_RETENTION_DAYS".
           03 filler pic x(30) value "MAINTENANCE_SCHEDULE".
           03 filler pic x(30) value "MASKING_POLICY".
           03 filler pic x(30) value "MESSAGE_CATALOG".
           03 filler pic x(30) value "METRICS_FILE".
           03 filler pic x(30) value "METRICS_THRESHOLDS".
           03 filler pic x(30) value "MISSING_REPORT".
           03 filler pic x(30) value "MONTH_END_CLOSINGS".
           03 filler pic x(30) value "MONTH_END_PERIOD".
           03 filler pic x(30) value "MONTH_END_REPORT".
           03 filler pic x(30) value "MONTH_END_RESTATED".
           03 filler pic x(30) value "MOULD_DEW_MARGIN".
           03 filler pic x(30) value "MOULD_REPORT".
           03 filler pic x(30) value "MOULD_RH_HOURS".
           03 filler pic x(30) value "MOULD_RH_THRESHOLD".
           03 filler pic x(30) value "NOTIFY_LOG".
           03 filler pic x(30) value "NOTIFY_OUTBOX".
           03 filler pic x(30) value "ONCALL_ACK_MINUTES".
           03 filler pic x(30) value "ONCALL_ROTA".
           03 filler pic x(30) value "OPEN_INCIDENTS".
           03 filler pic x(30) value "OPERATORS".
           03 filler pic x(30) value "OPERATOR_ALERTS".
           03 filler pic x(30) value "OUTPUT_DEADLINES".
           03 filler pic x(30) value "OWNER_ARREARS".
           03 filler pic x(30) value "PARAMS_DIFF_REPORT".
           03 filler pic x(30) value "PARAMS_SNAPSHOT".
           03 filler pic x(30) value "PAYMENT_RECEIPTS".
           03 filler pic x(30) value "PENDING_PARAMS".
           03 filler pic x(30) value "PERIOD_CONTROL".
           03 filler pic x(30) value "PII_SCAN_REPORT".
           03 filler pic x(30) value "PROCESS_DATE".
           03 filler pic x(30) value "PROMOTE_MIN_RECORDS".
           03 filler pic x(30) value "PR_CANDIDATE".
           03 filler pic x(30) value "PR_CURRENT".
           03 filler pic x(30) value "PR_OUTPUTS".
           03 filler pic x(30) value "PR_VERDICT".
           03 filler pic x(30) value "READINESS_REPORT".
           03 filler pic x(30) value "READINGS_CURRENT".
           03 filler pic x(30) value "READINGS_HISTORY".
           03 filler pic x(30) value "READINGS_PREVIOUS".
           03 filler pic x(30) value "READY_MAX_RECORDS".
           03 filler pic x(30) value "READY_MIN_RECORDS".
           03 filler pic x(30) value "REBUILD_APPROVAL".
           03 filler pic x(30) value "REBUILD_AS_OF".
           03 filler pic x(30) value "REBUILD_REPORT".
           03 filler pic x(30) value "REBUILD_STATE".
           03 filler pic x(30) value "RECEIPTS_LEDGER".
           03 filler pic x(30) value "RECEIVABLES_AGEING".
           03 filler pic x(30) value "REFERENCE_CODES".
           03 filler pic x(30) value "REJECT_AGE_LIMIT".
           03 filler pic x(30) value "REJECT_AGING".
           03 filler pic x(30) value "REPAIR_REPORT".
           03 filler pic x(30) value "REPORT_CATALOG".
           03 filler pic x(30) value "RUNBOOKS".
           03 filler pic x(30) value "RUNLOCK_OVERRIDE".
           03 filler pic x(30) value "RUN_CONTROL".
           03 filler pic x(30) value "RUN_ID".
           03 filler pic x(30) value "RUN_LOCK".
           03 filler pic x(30) value "RUN_PARAMS".
           03 filler pic x(30) value "SCHEDULE".
           03 filler pic x(30) value "SCHEDULER_POLL".
           03 filler pic x(30) value "SCHEDULER_STOP".
           03 filler pic x(30) value "SCHEDULE_LOG".
           03 filler pic x(30) value "SCORECARD_PERIOD".
           03 filler pic x(30) value "SCORECARD_REPORT".
           03 filler pic x(30) value "SCORECARD_THRESHOLD".
           03 filler pic x(30) value "SEEN_TS_SPILL".
           03 filler pic x(30) value "SENSORS".
           03 filler pic x(30) value "SENSOR_BULK_DELIM".
           03 filler pic x(30) value "SENSOR_BULK_IN".
           03 filler pic x(30) value "SENSOR_BULK_REPORT".
           03 filler pic x(30) value "SENSOR_HEALTH".
           03 filler pic x(30) value "SENSOR_MAINT_AUDIT".
           03 filler pic x(30) value "SENSOR_SUCCESSORS".
           03 filler pic x(30) value "SENSOR_VERSIONS".
           03 filler pic x(30) value "SEVERITY_OVERRIDES".
           03 filler pic x(30) value "SITE_LANG".
           03 filler pic x(30) value "SPIKE_LIMIT".
           03 filler pic x(30) value "SPIKE_REPORT".
           03 filler pic x(30) value "SPIKE_SUSTAIN".
           03 filler pic x(30) value "SPOOL_GENERATIONS".
           03 filler pic x(30) value "STATS".
           03 filler pic x(30) value "STATS_HISTORY".
           03 filler pic x(30) value "STATS_HISTORY_CATALOG".
           03 filler pic x(30) value "STATUS_BOARD".
           03 filler pic x(30) value "STEP_DURATIONS".
           03 filler pic x(30) value "STEP_TOL_PCT".
           03 filler pic x(30) value "STOP_REQUEST".
           03 filler pic x(30) value "STUCK_REPORT".
           03 filler pic x(30) value "STUCK_RUN_LENGTH".
           03 filler pic x(30) value "SUBMISSION_LOG".
           03 filler pic x(30) value "SUBMIT_ACK".
           03 filler pic x(30) value "SUBMIT_AMEND_FILE".
           03 filler pic x(30) value "SUBMIT_FILE".
           03 filler pic x(30) value "SUBMIT_FINDINGS".
           03 filler pic x(30) value "SUBMIT_QUARTER".
           03 filler pic x(30) value "SUBMIT_REJECTED_DAYS".
           03 filler pic x(30) value "TEMP_ALERTS".
           03 filler pic x(30) value "TEMP_MAX".
           03 filler pic x(30) value "TEMP_MIN".
           03 filler pic x(30) value "TIMING_TOL_PCT".
           03 filler pic x(30) value "TOKEN_VAULT".
           03 filler pic x(30) value "TREND_REPORT".
           03 filler pic x(30) value "TREND_TOL_AVG".
           03 filler pic x(30) value "TREND_TOL_PCT".
           03 filler pic x(30) value "TRIAL_BALANCE".
           03 filler pic x(30) value "VACC_PERIOD".
           03 filler pic x(30) value "VACC_TOKEN_LIMIT".
           03 filler pic x(30) value "VALIDATE_IN".
           03 filler pic x(30) value "VALIDATION_REPORT".
           03 filler pic x(30) value "VAULT_ACCESS".
           03 filler pic x(30) value "VAULT_ACCESS_LOG".
           03 filler pic x(30) value "VAULT_ACCESS_REPORT".
           03 filler pic x(30) value "VAULT_REKEY_MAP".
           03 filler pic x(30) value "VAULT_TOKEN".
           03 filler pic x(30) value "WEATHER_ERRORS".
           03 filler pic x(30) value "WEATHER_IN".
           03 filler pic x(30) value "WEATHER_LAYOUT".
           03 filler pic x(30) value "WEATHER_SERIES".
           03 filler pic x(30) value "WORK_ORDERS".
           03 filler pic x(30) value "WORK_QUEUE".
           03 filler pic x(30) value "WO_RANGE_CLUSTER".
           03 filler pic x(30) value "ZONES".

       01 pk-key-table redefines pk-key-list.
           03 pk-key occurs 307 pic x(30).

       01 pk-key-count             pic 9(3)   value 307.
