      *> (the readings snapshots and history, the stats
      *> history, checkpoints and duplicate state, the
      *> reject files, the ack, the calc journal, the
      *> cycle audit journal, the sensor health history,
      *> the lineage journal, the params snapshot and the
      *> night's exception reports) is diverted to a per-side
      *> scratch name for the duration - a verification
      *> must never roll the real snapshots twice or land
      *> rehearsal records in the real monthly partition.
           03 filler pic x(40) value "calc-batch-rejects".
           03 filler pic x(20) value "CYCLE_AUDIT".
           03 filler pic x(40) value "cycle-audit.log".
           03 filler pic x(20) value "SENSOR_HEALTH".
           03 filler pic x(40) value "file-sensor-health".
           03 filler pic x(20) value "STUCK_REPORT".
           03 filler pic x(40) value "file-stuck-report".
           03 filler pic x(20) value "SPIKE_REPORT".
           03 filler pic x(40) value "file-spike-report".
           03 filler pic x(20) value "MOULD_REPORT".
           03 filler pic x(40) value "file-mould-report".
           03 filler pic x(20) value "LATE_ARRIVALS".
           03 filler pic x(40) value "file-late-arrivals".
           03 filler pic x(20) value "LINEAGE_JOURNAL".
           03 filler pic x(40) value "file-lineage".
           03 filler pic x(20) value "PARAMS_SNAPSHOT".
           03 filler pic x(40) value "file-params-snapshot".
           03 filler pic x(20) value "CYCLE_DOSSIER".
           03 filler pic x(40) value "file-cycle-dossier".
       01 ws-state-table redefines ws-state-list.
           03 ws-stt-entry occurs 23.
               05 ws-stt-key       pic x(20).
               05 ws-stt-name      pic x(40).
       77 ws-stt-count             pic 99     value 23.
       77 ws-stt-idx               pic 99.

       77 ws-spec-ptr              pic 9(3).

           perform divert-one-state
               varying ws-stt-idx from 1 by 1
               until ws-stt-idx > ws-stt-count

           perform varying ws-out-idx from 1 by 1
               until ws-out-idx > ws-output-count
           end-perform

           perform varying ws-stt-idx from 1 by 1
               until ws-stt-idx > ws-stt-count
               move ws-stt-key(ws-stt-idx) to ws-envname
               set environment ws-envname to ws-env-clear
           end-perform
