    select f-drift assign to dynamic ws-drift-file
        organization line sequential
        file status is ws-drift-status.
    select f-stuck assign to dynamic ws-stuck-file
        organization line sequential
        file status is ws-stuck-status.
    select f-late assign to dynamic ws-late-file
        organization line sequential
        file status is ws-late-status.
    select f-spike assign to dynamic ws-spike-file
        organization line sequential
        file status is ws-spike-status.
    select f-mould assign to dynamic ws-mould-file
        organization line sequential
        file status is ws-mould-status.
    select f-maintenance assign to dynamic ws-maint-file
        organization line sequential
        file status is ws-maint-status.
    select f-band-sched assign to dynamic ws-bsch-file
        organization line sequential
        file status is ws-bsch-status.
    select f-missing assign to dynamic ws-missing-file
        organization line sequential
        file status is ws-missing-status.
    select f-ts-spill assign to dynamic ws-ts-spill-file
        organization line sequential
        file status is ws-ts-spill-status.
    select f-health assign to dynamic ws-health-file
        organization line sequential
        file status is ws-health-status.

*>****************************************

    03 rt-ptr           pic 9(4).
    03 rt-str           pic x(30).
    
*>****************************************
*> a detail line carries its reading's
*> lineage key past the 132 print
*> columns, and so does a reject line
*> past its 80; the key is what
*> lineage-query takes to walk the line
*> back to its extract record
*>****************************************

fd f-gon.
01 f-gon-out.
    03 gon              pic x(132).
    03 filler           pic x.
    03 gon-lineage      pic x(60).

fd f-degres-rejects.
01 f-degres-reject-out.
    03 rj-text          pic x(80).
    03 filler           pic x.
    03 rj-lineage       pic x(60).

fd f-checkpoint.
01 f-checkpoint-rec.
    03 sh-site                  pic x(3).
    03 sh-run-id                pic x(11).

*>****************************************
*> converted readings of sensors suspected
*> stuck, and their celsius sum, so the
*> month-end close can take them back out
*> of the day's figures
*>****************************************

    03 sh-stuck-count           pic 9(6).
    03 sh-stuck-sum             pic s9(9)v9999 sign leading separate.

*>****************************************
*> the heating zone on a zone record -
*> one behind the site records per zone
*> that converted tonight, sh-site its
*> site; blank on every other record
*>****************************************

    03 sh-zone                  pic x(8).

fd f-degres-list.
01 f-degres-list-in     pic x(80).

    03 rh-count         pic 9(4).
    03 rh-site          pic x(3).

*>****************************************
*> the stuck-transmitter check's carry:
*> the run's last reading, how many
*> identical readings in a row it ended
*> on, and "S" when the night's readings
*> are suspected stuck - billing and the
*> month-end close leave those out
*>****************************************

    03 rh-last          pic s999v9999 sign leading separate.
    03 rh-repeat        pic 9(6).
    03 rh-stuck         pic x.

*>  the lineage key of the last reading that went into
*>  the day's figure; lineage-query finds the rest of
*>  them from it
    03 rh-lineage       pic x(60).

fd f-drift.
01 f-drift-out          pic x(132).

fd f-stuck.
01 f-stuck-out          pic x(132).

fd f-late.
01 f-late-out           pic x(132).

fd f-spike.
01 f-spike-out          pic x(132).

fd f-mould.
01 f-mould-out          pic x(132).

*>****************************************
*> planned-maintenance schedule the lab
*> keeps: "ptr|from|to|reason|site", one
fd f-maintenance.
01 f-maintenance-rec    pic x(80).

fd f-band-sched.
01 f-band-sched-rec     pic x(120).

fd f-missing.
01 f-missing-out        pic x(132).

*>****************************************

fd f-calibration.
01 f-calibration-rec    pic x(200).

*>****************************************
*> spill file behind the timestamped
    03 tsp-site         pic x(3).
    03 tsp-ptr          pic 9(4).
    03 tsp-stamp        pic x(12).
    03 tsp-fold         pic x.

*>****************************************
*> per-sensor per-run health, appended at
*> end of run for every active master
*> sensor - tonight's rejects, duplicate
*> copies, readings flagged calibration
*> overdue, whether it drifted or went
*> missing outside a maintenance window,
*> and (timestamped runs) the silent
*> hours inside its own hourly series -
*> so the monthly reliability scorecard
*> has one place to read them from
*>****************************************

fd f-health.
01 f-health-rec.
    03 hl-date          pic 9(8).
    03 hl-site          pic x(3).
    03 hl-ptr           pic 9(4).
    03 hl-rejects       pic 9(4).
    03 hl-duplicates    pic 9(4).
    03 hl-cal-overdue   pic 9(4).
    03 hl-drift         pic x.
    03 hl-missing       pic x.
    03 hl-gap-hours     pic 99.
    03 hl-run-id        pic x(11).

*>****************************************
*> sensor master: one record per sensor
    03 sen-max-edt      pic x(10).
    03 sen-active       pic x.
    03 sen-site         pic x(3).
    03 sen-owner        pic x(8).
    03 sen-spike-edt    pic x(6).

*>****************************************


77 ws-csv-record         pic x(200).
77 ws-conv-cel-edt       pic -(3)9.9999.

*>****************************************
*> the calibration correction of the
*> current reading: raw value, the curve
*> cal-curve found (if any), and the
*> audit text the detail report carries
*> for a corrected reading
*>****************************************

77 ws-raw-celsius        pic s999v9999.
77 ws-curve-date         pic 9(8).
77 ws-curve-result       pic s999v9999.
77 ws-curve-corr         pic s99v9999.
77 ws-curve-cert         pic x(14).
77 ws-curve-status       pic x.
    88 ws-curve-is-applied         value "1".
    88 ws-curve-is-size-error      value "2".
77 ws-corr-amount        pic s999v9999.
77 ws-corr-edt           pic +(3)9.9999.
77 ws-raw-edt            pic -(3)9.9999.
77 ws-corr-line          pic x(132).
77 ws-csv-unit           pic x(10).
77 ws-unit-from          pic x(3).

    88 ws-ts-is-valid              value "Y".
77 ws-reading-text       pic x(30).

*>****************************************
*> one slot per clock hour, and a 25th for
*> the second pass of the hour the autumn
*> daylight-saving change repeats
*>****************************************

01 ws-hour-table.
    03 ws-hour-entry     occurs 25.
        05 ws-hr-count       pic 9(6)      value 0.
        05 ws-hr-min         pic s999v9999  value 0.
        05 ws-hr-max         pic s999v9999  value 0.
        05 ws-hr-est         pic x          value "0".
            88 ws-hr-is-estimated           value "1".
77 ws-hour-idx           pic 99.
77 ws-hr-slot            pic 99.
77 ws-hr-avg             pic s999v9999.
77 ws-hr-min-edt         pic -(3)9.9999.
77 ws-hr-max-edt         pic -(3)9.9999.
77 ws-gf-est-edt         pic -(3)9.9999.
77 ws-hours-reported     pic 99    value 0.
77 ws-hours-estimated    pic 99    value 0.
77 ws-gf-flag-text       pic x(18).

*>****************************************
*> the daylight-saving change, if any, on
*> the reading's own day at its own site
*> (the shared dst-rules table), and the
*> one the run's hourly table spans:
*> a 23-hour spring day whose skipped hour
*> is never gap-filled, a 25-hour autumn
*> day whose repeated hour is read twice
*>****************************************

77 ws-rd-date            pic 9(8).
77 ws-dst-hours          pic 99.
77 ws-dst-hour           pic 99.
77 ws-dst-status         pic x.
    88 ws-dst-is-autumn            value "2".
77 ws-ts-fold            pic x     value space.
    88 ws-ts-is-fold               value "F".
77 ws-day-hours          pic 99    value 24.
77 ws-day-dst-hour       pic 99    value 0.
77 ws-day-dst-status     pic x     value "0".
    88 ws-day-is-spring            value "1".
    88 ws-day-is-autumn            value "2".
77 ws-dst-label          pic 99.

01 ws-seen-ts-table.
    03 ws-seen-ts-entry  occurs 5000.
        05 ws-sts-site       pic x(3).
        05 ws-sts-ptr        pic 9(4).
        05 ws-sts-stamp      pic x(12).
        05 ws-sts-fold       pic x.
77 ws-seen-ts-count      pic 9(4)  value 0.
77 ws-seen-ts-idx        pic 9(4).
77 ws-ts-spill-file      pic x(80) value "file-seen-ts-spill".
77 ws-site-idx          pic 99.
77 ws-site-scan         pic 99.
77 ws-si-avg            pic s999v9999.

*>****************************************
*> heating zones: the rooms of a floor or
*> wing on one circuit, off the shared
*> zone table. one slot per zone and site
*> tonight, so the zone-level section, the
*> zone records in the stats history and
*> the zone band - a whole circuit gone
*> cold before any one room has left its
*> own band - work off the same figures
*>****************************************

01 ws-zone-table.
    03 ws-zone-entry     occurs 50.
        05 ws-zn-zone        pic x(8).
        05 ws-zn-site        pic x(3).
        05 ws-zn-desc        pic x(30).
        05 ws-zn-low         pic s999v9999.
        05 ws-zn-high        pic s999v9999.
        05 ws-zn-bands       pic x(2).
        05 ws-zn-converted   pic 9(6).
        05 ws-zn-sum         pic s9(9)v9999.
        05 ws-zn-min         pic s999v9999.
        05 ws-zn-max         pic s999v9999.
77 ws-zone-count        pic 99    value 0.
77 ws-zone-idx          pic 99.
77 ws-zone-scan         pic 99.
77 ws-zn-avg            pic s999v9999.
77 ws-zn-flag           pic x(12).
77 ws-zn-min-edt        pic -(3)9.9999.
77 ws-zn-max-edt        pic -(3)9.9999.
77 ws-zn-full-warned    pic x     value "0".

77 ws-zl-location       pic x(20).
77 ws-zl-zone           pic x(8).
77 ws-zl-site           pic x(3).
77 ws-zl-desc           pic x(30).
77 ws-zl-low            pic s999v9999.
77 ws-zl-high           pic s999v9999.
77 ws-zl-bands          pic x(2).
77 ws-zl-status         pic x.
    88 ws-zl-is-found              value "1".
77 ws-typed-ptr         pic 9(4).
77 ws-typed-text        pic x(30).

77 ws-bad-value         pic x     value "0".
    88 ws-is-bad-value            value "1".
77 ws-reject-line       pic x(80).
77 ws-reject-ptr        pic 999.
77 ws-text-ptr          pic 999.
77 ws-reject-reason     pic x(30) value spaces.

*>****************************************
77 ws-tag-ptr            pic 9(3).

77 ws-run-id             pic x(11) value spaces.

*>****************************************
*> record-level lineage: the run id, the
*> extract and the record's physical
*> number within that extract make the
*> key every output line of the reading
*> carries; lineage-log journals what
*> became of it
*>****************************************

77 ws-ext-recno          pic 9(6)  value 0.
77 ws-lin-run            pic x(11).
77 ws-lin-recno-edt      pic 9(6).
77 ws-lin-key            pic x(60) value spaces.
77 ws-lin-kind           pic x(2).
77 ws-lin-detail         pic x(200).
77 ws-lin-token          pic x(30).
77 ws-lin-master         pic x(40).
77 ws-lin-calib          pic x(100).
77 ws-lin-date           pic 9(8).
77 ws-calib-file         pic x(80) value "file-calibration".
77 ws-calib-status       pic xx.
01 ws-calib-table.
        05 ws-sen-active     pic x.
            88 ws-sen-is-inactive      value "I".
        05 ws-sen-site       pic x(3).
        05 ws-sen-rejects    pic 9(4).
        05 ws-sen-duplicates pic 9(4).
        05 ws-sen-cal-overdue pic 9(4).
        05 ws-sen-drift      pic x.
        05 ws-sen-missing    pic x.
        05 ws-sen-hours      pic x(24).
        05 ws-sen-spike      pic s999v9999.
        05 ws-sen-brk-count  pic 9(4).
        05 ws-sen-brk-band   pic x(10).
        05 ws-sen-brk-site   pic x(3).
        05 ws-sen-brk-val    pic s999v9999.
        05 ws-sen-brk-lim    pic s999v9999.
        05 ws-sen-brk-over   pic 9(4)v9999.
        05 ws-sen-image      pic x(92).
        05 ws-sen-asof       pic x.
            88 ws-sen-holds-version    value "Y".

*>****************************************
*> a sensor master image - the record as
*> the master holds it, or as it stood on
*> a reading's date off the version file
*> sensor-maint keeps - taken apart into
*> a table entry by take-sensor-image
*>****************************************

01 ws-ver-image.
    03 ws-ver-ptr        pic 9(4).
    03 ws-ver-name       pic x(20).
    03 ws-ver-location   pic x(20).
    03 ws-ver-offset-edt pic x(10).
    03 ws-ver-min-edt    pic x(10).
    03 ws-ver-max-edt    pic x(10).
    03 ws-ver-active     pic x.
    03 ws-ver-site       pic x(3).
    03 ws-ver-owner      pic x(8).
    03 ws-ver-spike-edt  pic x(6).
77 ws-ver-date           pic 9(8).
77 ws-ver-status         pic x.
    88 ws-ver-is-found             value "1".

*>****************************************
*> the health history the scorecard reads
*> (SENSOR_HEALTH); a lookup of its own
*> by ptr and site, so the end-of-run
*> checks can find a sensor without
*> disturbing the current record's site
*>****************************************

77 ws-health-file        pic x(80) value "file-sensor-health".
77 ws-health-status      pic xx.
77 ws-health-idx         pic 9(3).
77 ws-health-scan        pic 9(3).
77 ws-hl-first           pic 99.
77 ws-hl-last            pic 99.
77 ws-hl-hour            pic 99.

77 ws-sen-num-scrub      pic x(30).
77 ws-range-min          pic s999v9999.
        05 ws-det-ptr        pic 9(4).
        05 ws-det-loc        pic x(20).
        05 ws-det-line       pic x(132).
        05 ws-det-corr       pic x(132).
        05 ws-det-lineage    pic x(60).
77 ws-detail-count       pic 9(4)  value 0.
77 ws-detail-idx         pic 9(4).
77 ws-sort-i             pic 9(4).
    03 ws-dsw-ptr        pic 9(4).
    03 ws-dsw-loc        pic x(20).
    03 ws-dsw-line       pic x(132).
    03 ws-dsw-corr       pic x(132).
    03 ws-dsw-lineage    pic x(60).

01 ws-seen-ptr-table.
    03 ws-seen-entry     occurs 5000.
        05 ws-rs-hist-count  pic 9(4).
        05 ws-rs-hum-sum     pic s9(9)v9999.
        05 ws-rs-hum-count   pic 9(4).
        05 ws-rs-first-val   pic s999v9999.
        05 ws-rs-lead        pic 9(6).
        05 ws-rs-lead-open   pic x.
        05 ws-rs-last        pic s999v9999.
        05 ws-rs-repeat      pic 9(6).
        05 ws-rs-longest     pic 9(6).
        05 ws-rs-prior-set   pic x.
        05 ws-rs-prior-last  pic s999v9999.
        05 ws-rs-prior-rep   pic 9(6).
        05 ws-rs-stuck       pic x.
        05 ws-rs-lineage     pic x(60).
        05 ws-rs-series.
            07 ws-rs-hr          occurs 24.
                09 ws-rs-hr-sum      pic s9(7)v9999.
                09 ws-rs-hr-count    pic 9(4).
77 ws-runsen-count       pic 9(3)  value 0.
77 ws-runsen-idx         pic 9(3).
77 ws-runsen-scan        pic 9(3).
77 ws-drift-trail-edt    pic -(3)9.9999.
77 ws-drift-tdev-edt     pic -(4)9.9999.
77 ws-drift-flag-text    pic x(20).
*>****************************************
*> condensation and mould risk per
*> location: every temperature and
*> humidity reading of a location's
*> sensors lands in that location's hour
*> slot (slot 1 for an untimestamped
*> feed), and each hour holding both
*> gives a dew point (magnus formula).
*> a room is at risk when it spends more
*> than MOULD_RH_HOURS consecutive hours
*> above MOULD_RH_THRESHOLD percent, or
*> when any hour's temperature sits
*> within MOULD_DEW_MARGIN degrees of its
*> dew point. an hour with no humidity
*> reading breaks the run of humid hours
*>****************************************

77 ws-mould-file         pic x(80) value "file-mould-report".
77 ws-mould-status       pic xx.
77 ws-mould-rh-edt       pic x(10).
77 ws-mould-rh-max       pic 999v9999 value 75.
77 ws-mould-hours-edt    pic x(10).
77 ws-mould-hours-max    pic 99    value 6.
77 ws-mould-margin-edt   pic x(10).
77 ws-mould-margin       pic 999v9999 value 3.

01 ws-mould-table.
    03 ws-mould-entry    occurs 100.
        05 ws-ml-loc         pic x(20).
        05 ws-ml-site        pic x(3).
        05 ws-ml-t-sum       pic s9(7)v9999.
        05 ws-ml-t-count     pic 9(5).
        05 ws-ml-h-sum       pic s9(7)v9999.
        05 ws-ml-h-count     pic 9(5).
        05 ws-ml-hour        occurs 24.
            07 ws-ml-ht-sum      pic s9(7)v9999.
            07 ws-ml-ht-count    pic 9(4).
            07 ws-ml-hh-sum      pic s9(7)v9999.
            07 ws-ml-hh-count    pic 9(4).
        05 ws-ml-dew         pic s999v99.
        05 ws-ml-margin-min  pic s999v99.
        05 ws-ml-paired      pic 99.
        05 ws-ml-humid-run   pic 99.
        05 ws-ml-risk        pic x.
            88 ws-ml-at-risk           value "Y".
77 ws-mould-count        pic 9(3)  value 0.
77 ws-mould-idx          pic 9(3).
77 ws-mould-scan         pic 9(3).
77 ws-mould-hr           pic 99.
77 ws-mould-run          pic 99.
77 ws-mould-loc          pic x(20).
77 ws-mould-at-risk      pic 9(3)  value 0.
77 ws-mould-t            pic s999v9999.
77 ws-mould-rh           pic s999v9999.
77 ws-mould-gamma        pic s9(3)v9(8).
77 ws-mould-dew          pic s999v99.
77 ws-mould-gap          pic s999v99.
77 ws-mould-t-edt        pic -(3)9.99.
77 ws-mould-rh-out       pic -(3)9.99.
77 ws-mould-dew-edt      pic -(3)9.99.
77 ws-mould-gap-edt      pic -(3)9.99.
77 ws-mould-run-edt      pic z9.
77 ws-mould-flag-text    pic x(24).
77 ws-mould-title        pic x(40)
                         value "condensation and mould risk".
77 ws-mould-page         pic 9(4)  value 1.
77 ws-mould-header       pic x(132).
77 ws-mould-page-line    pic x(132).

*>****************************************
*> rate-of-change spikes in the hourly
*> series: each sensor's hour average
*> against its previous hour with data,
*> as degrees per hour, held to the
*> sensor master's own spike limit or
*> SPIKE_LIMIT (default 5). a spike that
*> has not settled back within the limit
*> of the before value for SPIKE_SUSTAIN
*> hours (default 3, the spike hour
*> counted) is sustained and alerts - a
*> door left open, not one slammed
*>****************************************

77 ws-spike-file         pic x(80) value "file-spike-report".
77 ws-spike-status       pic xx.
77 ws-spike-edt          pic x(10).
77 ws-spike-limit        pic 999v9999 value 5.
77 ws-spike-sustain      pic 99    value 3.
77 ws-spike-use          pic 999v9999.
77 ws-spike-hr           pic 99.
77 ws-spike-scan         pic 99.
77 ws-spike-prev-hr      pic 99.
77 ws-spike-prev         pic s999v9999.
77 ws-spike-cur          pic s999v9999.
77 ws-spike-later        pic s999v9999.
77 ws-spike-rate         pic s9(4)v9999.
77 ws-spike-abs          pic s9(4)v9999.
77 ws-spike-held         pic 99.
77 ws-spike-settled      pic x.
77 ws-spike-count        pic 9(4)  value 0.
77 ws-spike-sustained    pic 9(4)  value 0.
77 ws-spike-alerted      pic x.
77 ws-spike-open         pic x.
77 ws-spike-base         pic s999v9999.
77 ws-spike-dist         pic s9(4)v9999.
77 ws-spike-worst        pic s9(4)v9999.
77 ws-spike-hour-edt     pic 99.
77 ws-spike-prev-edt     pic -(3)9.99.
77 ws-spike-cur-edt      pic -(3)9.99.
77 ws-spike-rate-edt     pic -(4)9.99.
77 ws-spike-lim-edt      pic -(3)9.99.
77 ws-spike-flag-text    pic x(20).
77 ws-spike-title        pic x(40)
                         value "hourly spike report".
77 ws-spike-page         pic 9(4)  value 1.
77 ws-spike-header       pic x(132).
77 ws-spike-page-line    pic x(132).

*>****************************************
*> stuck and flatlined transmitters: a
*> sensor whose run of identical readings
*> - carried across nights through the
*> readings history, and reading by
*> reading within a timestamped run -
*> goes over STUCK_RUN_LENGTH (default
*> 12) is suspected stuck
*>****************************************

77 ws-stuck-file         pic x(80) value "file-stuck-report".
77 ws-stuck-status       pic xx.
77 ws-stuck-edt          pic x(10).
77 ws-stuck-limit        pic 9(6)  value 12.
77 ws-stuck-carry        pic 9(6).
77 ws-stuck-run          pic 9(6).
77 ws-stuck-count        pic 9(4)  value 0.
77 ws-stuck-readings     pic 9(6)  value 0.
77 ws-stuck-sum          pic s9(9)v9999 value 0.
77 ws-stuck-val-edt      pic -(3)9.9999.
77 ws-stuck-run-edt      pic z(5)9.
77 ws-stuck-carry-edt    pic z(5)9.
77 ws-stuck-flag-text    pic x(20).
77 ws-stuck-title        pic x(40)
                         value "stuck sensor report".
77 ws-stuck-page         pic 9(4)  value 1.
77 ws-stuck-header       pic x(132).
77 ws-stuck-page-line    pic x(132).

*>****************************************
*> late arrivals: a timestamped reading
*> dated before the processing date is
*> posted to its own day - its readings
*> history and a stats-history record of
*> that date - instead of tonight's, up
*> to LATE_WINDOW_DAYS (default 3) late;
*> anything older is rejected. each run
*> writes a late-arrival summary naming
*> the earlier days it changed
*>****************************************

77 ws-late-file          pic x(80) value "file-late-arrivals".
77 ws-late-status        pic xx.
77 ws-late-window-edt    pic x(10).
77 ws-late-window        pic 99    value 3.
77 ws-late-days          pic s9(6).
77 ws-late-flag          pic x     value "0".
    88 ws-is-late                  value "1".
    88 ws-is-too-late              value "2".
77 ws-late-date          pic 9(8).
77 ws-late-readings      pic 9(6)  value 0.
77 ws-late-sum           pic s9(9)v9999 value 0.
77 ws-too-late-count     pic 9(6)  value 0.
77 ws-too-late-oldest    pic 9(8)  value 0.
77 ws-ontime-min         pic s999v9999 value 0.
77 ws-ontime-max         pic s999v9999 value 0.
77 ws-ontime-first       pic x     value "Y".
77 ws-ot-read            pic 9(6).
77 ws-ot-converted       pic 9(6).

01 ws-late-table.
    03 ws-late-entry     occurs 500.
        05 ws-lt-date        pic 9(8).
        05 ws-lt-site        pic x(3).
        05 ws-lt-ptr         pic 9(4).
        05 ws-lt-count       pic 9(4).
        05 ws-lt-sum         pic s9(7)v9999.
        05 ws-lt-min         pic s999v9999.
        05 ws-lt-max         pic s999v9999.
        05 ws-lt-lineage     pic x(60).
77 ws-late-count         pic 9(3)  value 0.
77 ws-late-idx           pic 9(3).
77 ws-late-scan          pic 9(3).
77 ws-late-full-noted    pic x     value "0".

01 ws-lday-table.
    03 ws-lday-entry     occurs 100.
        05 ws-ld-date        pic 9(8).
        05 ws-ld-count       pic 9(6).
        05 ws-ld-sensors     pic 9(3).
        05 ws-ld-sum         pic s9(9)v9999.
        05 ws-ld-min         pic s999v9999.
        05 ws-ld-max         pic s999v9999.
        05 ws-ld-reported    pic x.
01 ws-lday-swap          pic x(60).
77 ws-lday-count         pic 9(3)  value 0.
77 ws-lday-idx           pic 9(3).
77 ws-lday-scan          pic 9(3).
77 ws-lday-swapped       pic x.

77 ws-stats-history-base pic x(80).
77 ws-hist-date          pic 9(8).
77 ws-late-avg           pic s999v9999.
77 ws-late-min-edt       pic -(3)9.9999.
77 ws-late-max-edt       pic -(3)9.9999.
77 ws-late-avg-edt       pic -(3)9.9999.
77 ws-late-cnt-edt       pic z(5)9.
77 ws-late-sen-edt       pic zz9.
77 ws-late-win-edt       pic z9.
77 ws-late-title         pic x(40)
                         value "late arrival summary".
77 ws-late-page          pic 9(4)  value 1.
77 ws-late-header        pic x(132).
77 ws-late-page-line     pic x(132).

77 ws-drift-title        pic x(40)
                          value "SENSOR DRIFT REPORT".
77 ws-drift-page         pic 9(4)  value 1.
    88 ws-is-in-maint              value "1".
77 ws-maint-reason       pic x(30).

*>****************************************
*> the alarm band schedule: seasonal and
*> time-of-day bands keyed by sensor ptr
*> or by master location, one per line -
*>   key|band|from-mmdd|to-mmdd|from-hh|
*>   to-hh|min|max
*> blank dates mean all year and blank
*> hours all day; either range may wrap
*> the year end or midnight (1101-0331,
*> 22-07). hours run from the first up to
*> but not including the second. a ptr
*> entry beats a location entry, the
*> first line that fits wins, and nothing
*> fitting leaves the master's band
*>****************************************

77 ws-bsch-file          pic x(80) value "file-band-schedule".
77 ws-bsch-status        pic xx.

01 ws-bsch-table.
    03 ws-bsch-entry     occurs 200.
        05 ws-bs-key-type    pic x.
            88 ws-bs-by-ptr            value "P".
            88 ws-bs-by-loc            value "L".
        05 ws-bs-ptr         pic 9(4).
        05 ws-bs-loc         pic x(20).
        05 ws-bs-name        pic x(10).
        05 ws-bs-from-md     pic 9(4).
        05 ws-bs-to-md       pic 9(4).
        05 ws-bs-from-hr     pic 99.
        05 ws-bs-to-hr       pic 99.
        05 ws-bs-min         pic s999v9999.
        05 ws-bs-max         pic s999v9999.
77 ws-bsch-count         pic 9(3)  value 0.
77 ws-bsch-idx           pic 9(3).
77 ws-bsch-hit           pic 9(3).
77 ws-bsch-md            pic 9(4).
77 ws-bsch-hr            pic 99.
77 ws-bsch-loc           pic x(20).
77 ws-bsch-fits          pic x.
77 ws-bsch-ok            pic x.
77 ws-band-name          pic x(10).
77 ws-band-sched         pic x.
    88 ws-band-is-sched            value "Y".
77 ws-band-over          pic 9(4)v9999.

77 ws-bsi-key-in         pic x(20).
77 ws-bsi-name-in        pic x(20).
77 ws-bsi-from-md-in     pic x(10).
77 ws-bsi-to-md-in       pic x(10).
77 ws-bsi-from-hr-in     pic x(10).
77 ws-bsi-to-hr-in       pic x(10).
77 ws-bsi-min-in         pic x(20).
77 ws-bsi-max-in         pic x(20).
77 ws-bsi-mm             pic 99.
77 ws-bsi-dd             pic 99.

77 ws-mnt-ptr-in         pic x(10).
77 ws-mnt-from-in        pic x(10).
77 ws-mnt-to-in          pic x(10).
    move 4 to ws-return-code
end-if

move "CL" to ws-lin-kind
call "lineage-log" using ws-lin-kind ws-lin-key ws-lin-detail

move "END" to ws-audit-event
move spaces to ws-audit-detail
string
        end-compute
    end-if

    move "STUCK_REPORT" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-stuck-file
    end-if

    move spaces to ws-stuck-edt
    move "STUCK_RUN_LENGTH" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-stuck-edt
    end-if
    if ws-stuck-edt not = spaces
        compute ws-stuck-limit = function numval(ws-stuck-edt)
            on size error
                display "interro1: invalid STUCK_RUN_LENGTH, "
                    "using default"
        end-compute
        if ws-stuck-limit = 0
            move 12 to ws-stuck-limit
        end-if
    end-if

    move "SPIKE_REPORT" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-spike-file
    end-if

    move spaces to ws-spike-edt
    move "SPIKE_LIMIT" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-spike-edt
    end-if
    if ws-spike-edt not = spaces
        compute ws-spike-limit = function numval(ws-spike-edt)
            on size error
                display "interro1: invalid SPIKE_LIMIT, using default"
        end-compute
    end-if

    move spaces to ws-spike-edt
    move "SPIKE_SUSTAIN" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-spike-edt
    end-if
    if ws-spike-edt not = spaces
        compute ws-spike-sustain = function numval(ws-spike-edt)
            on size error
                display "interro1: invalid SPIKE_SUSTAIN, "
                    "using default"
        end-compute
        if ws-spike-sustain = 0
            move 1 to ws-spike-sustain
        end-if
    end-if

    move "MOULD_REPORT" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-mould-file
    end-if

    move spaces to ws-mould-rh-edt
    move "MOULD_RH_THRESHOLD" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-mould-rh-edt
    end-if
    if ws-mould-rh-edt not = spaces
        compute ws-mould-rh-max = function numval(ws-mould-rh-edt)
            on size error
                display "interro1: invalid MOULD_RH_THRESHOLD, "
                    "using default"
        end-compute
    end-if

    move spaces to ws-mould-hours-edt
    move "MOULD_RH_HOURS" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-mould-hours-edt
    end-if
    if ws-mould-hours-edt not = spaces
        compute ws-mould-hours-max =
            function numval(ws-mould-hours-edt)
            on size error
                display "interro1: invalid MOULD_RH_HOURS, "
                    "using default"
        end-compute
    end-if

    move spaces to ws-mould-margin-edt
    move "MOULD_DEW_MARGIN" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-mould-margin-edt
    end-if
    if ws-mould-margin-edt not = spaces
        compute ws-mould-margin =
            function numval(ws-mould-margin-edt)
            on size error
                display "interro1: invalid MOULD_DEW_MARGIN, "
                    "using default"
        end-compute
    end-if

    move "LATE_ARRIVALS" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-late-file
    end-if

    move spaces to ws-late-window-edt
    move "LATE_WINDOW_DAYS" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-late-window-edt
    end-if
    if ws-late-window-edt not = spaces
        if function trim(ws-late-window-edt) is numeric
            and function numval(ws-late-window-edt) <= 99
            compute ws-late-window =
                function numval(ws-late-window-edt)
        else
            display "interro1: invalid LATE_WINDOW_DAYS, "
                "using default"
        end-if
    end-if

    move spaces to ws-gapfill-edt
    move "GAPFILL_MAX" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
        move ws-param-value to ws-maint-file
    end-if

    move "BAND_SCHEDULE" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-bsch-file
    end-if

    move "MISSING_REPORT" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-missing-file
    end-if

    move "SENSOR_HEALTH" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-health-file
    end-if

    perform load-maintenance-schedule
    perform load-band-schedule
    perform resolve-run-date

    perform load-successor-map

                display "not eof"
                add 1 to ws-read-count
                add 1 to ws-physical-read-count
                add 1 to ws-ext-recno
                move "1" to ws-got-record
        end-read

        add 1 to ws-extract-idx
        move ws-ext-name(ws-extract-idx) to ws-degres-file
        move ws-ext-site(ws-extract-idx) to ws-cur-site
        move zero to ws-ext-recno
        display "interro1: switching to extract "
            function trim(ws-degres-file)
        open input f-degres

    set ws-sen-known(ws-sensor-idx) to true
    move sen-ptr      to ws-sen-ptr(ws-sensor-idx)
    move function upper-case(sen-site)
        to ws-sen-site(ws-sensor-idx)
    move zero to ws-sen-rejects(ws-sensor-idx)
    move zero to ws-sen-duplicates(ws-sensor-idx)
    move zero to ws-sen-cal-overdue(ws-sensor-idx)
    move "N" to ws-sen-drift(ws-sensor-idx)
    move "N" to ws-sen-missing(ws-sensor-idx)
    move spaces to ws-sen-hours(ws-sensor-idx)

    move zero to ws-sen-brk-count(ws-sensor-idx)
    move spaces to ws-sen-brk-band(ws-sensor-idx)
                   ws-sen-brk-site(ws-sensor-idx)
    move zero to ws-sen-brk-val(ws-sensor-idx)
                 ws-sen-brk-lim(ws-sensor-idx)
                 ws-sen-brk-over(ws-sensor-idx)

    move f-sensors-in to ws-sen-image(ws-sensor-idx)
    move "N" to ws-sen-asof(ws-sensor-idx)
    move f-sensors-in to ws-ver-image
    perform take-sensor-image

    read f-sensors
        at end continue
    end-read
    .

*>****************************************
*> the descriptive and numeric fields of
*> one master image into the sensor's
*> table entry: name, location, active
*> flag, spike limit, offset and band
*>****************************************

take-sensor-image.

    move ws-ver-name     to ws-sen-name(ws-sensor-idx)
    move ws-ver-location to ws-sen-location(ws-sensor-idx)

*>  sensor-maint's active flag: "I" keeps the record (and
*>  the history linkage) while taking the sensor out of
*>  the coverage expectation
    if ws-ver-active = "I"
        move "I" to ws-sen-active(ws-sensor-idx)
    else
        move "A" to ws-sen-active(ws-sensor-idx)
    end-if

    move zero to ws-sen-spike(ws-sensor-idx)
    move ws-ver-spike-edt to ws-sen-num-scrub
    call "scrub-numeric" using ws-sen-num-scrub
    if ws-sen-num-scrub not = spaces
        compute ws-sen-spike(ws-sensor-idx) =
                function numval(ws-sen-num-scrub)
            on size error
                display "interro1: bad spike limit on sensor master "
                    "ptr " ws-ver-ptr ", default used"
        end-compute
    end-if

    move zero to ws-sen-offset(ws-sensor-idx)
    move ws-ver-offset-edt to ws-sen-num-scrub
    call "scrub-numeric" using ws-sen-num-scrub
    if ws-sen-num-scrub not = spaces
        compute ws-sen-offset(ws-sensor-idx) =
                function numval(ws-sen-num-scrub)
            on size error
                display "interro1: bad offset on sensor master ptr "
                    ws-ver-ptr ", zero used"
        end-compute
    end-if

    move ws-temp-min to ws-sen-min(ws-sensor-idx)
    move ws-ver-min-edt to ws-sen-num-scrub
    call "scrub-numeric" using ws-sen-num-scrub
    if ws-sen-num-scrub not = spaces
        compute ws-sen-min(ws-sensor-idx) =
                function numval(ws-sen-num-scrub)
            on size error
                display "interro1: bad minimum on sensor master ptr "
                    ws-ver-ptr ", global band used"
        end-compute
    end-if

    move ws-temp-max to ws-sen-max(ws-sensor-idx)
    move ws-ver-max-edt to ws-sen-num-scrub
    call "scrub-numeric" using ws-sen-num-scrub
    if ws-sen-num-scrub not = spaces
        compute ws-sen-max(ws-sensor-idx) =
                function numval(ws-sen-num-scrub)
            on size error
                display "interro1: bad maximum on sensor master ptr "
                    ws-ver-ptr ", global band used"
        end-compute
    end-if
    .

*>****************************************
*> the master as it stood on the reading's
*> day: the version sensor-maint laid down
*> for that day replaces the entry's
*> fields, and an entry a dated version
*> has overwritten goes back to tonight's
*> master for a reading with no version
*> of its own
*>****************************************

resolve-sensor-version.

    if ws-is-ts-mode and not ws-is-csv-fmt
        move ws-rd-stamp(1:8) to ws-ver-date
    else
        move ws-run-date to ws-ver-date
    end-if

    call "sensor-asof" using ws-orig-ptr ws-cur-site ws-ver-date
        ws-ver-image ws-ver-status

    if ws-ver-is-found
        perform take-sensor-image
        move "Y" to ws-sen-asof(ws-sensor-idx)
        exit paragraph
    end-if

    if ws-sen-holds-version(ws-sensor-idx)
        move ws-sen-image(ws-sensor-idx) to ws-ver-image
        perform take-sensor-image
        move "N" to ws-sen-asof(ws-sensor-idx)
    end-if
    .

*>****************************************
                end-read
            end-if
    end-read

    if not eof
        add 1 to ws-ext-recno
    end-if
    .

*>****************************************
    move "T" to ws-rec-type
    move spaces to ws-cal-flag

    perform journal-record-read

    perform find-site-slot
    if ws-site-idx > 0
        add 1 to ws-si-read(ws-site-idx)
*> bad date rejects as exactly that
*>****************************************

    move "0" to ws-late-flag
    if ws-is-csv-fmt
        continue
    else
            perform reject-record
            exit paragraph
        end-if
        perform judge-lateness
        if ws-is-too-late
            move "past lateness window" to ws-reject-reason
            perform reject-record
            exit paragraph
        end-if
        move str(13:) to ws-reading-text
    else
        move str to ws-reading-text

*>****************************************
*> per-sensor enrichment: the calibration
*> correction is applied before any
*> conversion or range judgement - the
*> certificate's curve where one is in
*> force, else the master's flat offset -
*> and the plausible band becomes the
*> sensor's own rather than the one
*> global pair, whenever the ptr is on
*> the sensor master. offset and band
*> are the master's as they stood on the
*> reading's day
*>****************************************

    move ws-orig-ptr to ws-find-ptr
    perform find-sensor-slot
    if ws-sensor-idx > 0
        perform resolve-sensor-version
    end-if
    move ws-temp-min to ws-range-min
    move ws-temp-max to ws-range-max
    move spaces to ws-sensor-tag
    move "(unlisted)" to ws-cur-loc

    move celsius to ws-raw-celsius
    move spaces to ws-corr-line
    move "0" to ws-curve-status
    if not ws-is-bad-value
        perform apply-calibration-curve
    end-if

    if ws-sensor-idx > 0
        if not ws-is-bad-value
            and not ws-curve-is-applied
            add ws-sen-offset(ws-sensor-idx) to celsius
                on size error
                    move "1" to ws-bad-value
            end-add
        end-if
        move ws-sen-min(ws-sensor-idx) to ws-range-min
        move ws-sen-max(ws-sensor-idx) to ws-range-max
        perform annotate-successor
    end-if

*>  every column downstream (gon, fahrenheit, kelvin, the
*>  statistics) is computed from the corrected value, so
*>  the celsius echo shows that value, with the raw one
*>  and the correction alongside it for the audit
    if not ws-is-bad-value
        and celsius not = ws-raw-celsius
        perform note-correction
    end-if

    perform pick-sensor-band

    move "0" to ws-out-of-range
    if not ws-is-bad-value
        if celsius < ws-range-min or celsius > ws-range-max
        end-if
        if ws-cal-state = "O"
            add 1 to ws-cal-overdue-count
            if ws-sensor-idx > 0
                add 1 to ws-sen-cal-overdue(ws-sensor-idx)
            end-if
            move "CAL OVERDUE" to ws-cal-flag

*>  the TEXT-format line carries the full tag, so the flag
    else
        if ws-is-out-of-range
            move "value out of range" to ws-reject-reason
            if ws-band-is-sched and ws-sensor-idx > 0
                perform note-band-breach
            end-if
            perform reject-record
        else
            if ws-is-ts-mode
            move ws-run-id   to rdc-run-id
            write f-readings-cur-rec

*>  a late reading belongs to its own day: it counts in
*>  tonight's run totals, but not in tonight's hours, the
*>  sensor's series or tonight's history
            if ws-is-late
                perform tally-late-reading
            end-if

            if ws-is-ts-mode and not ws-is-late
                perform tally-hourly
                if ws-sensor-idx > 0
                    move "Y" to
                        ws-sen-hours(ws-sensor-idx)(ws-hour-idx:1)
                end-if
            end-if

            add 1 to ws-converted-count
            add celsius to ws-celsius-sum
            if not ws-is-late
                perform tally-run-sensor
                perform tally-site-converted
                perform tally-mould-temp
                perform tally-ontime-band
                perform tally-zone-temp
            end-if

            if ws-is-first-record
                move celsius to ws-celsius-min ws-celsius-max
                move "-" to ws-sensor-tag
            end-if
            if ws-gon-fmt-text
                move 1 to ws-text-ptr
                string
                    "ptr "                  delimited by size
                    ws-orig-ptr             delimited by size
                                            delimited by size
                    " celsius "             delimited by size
                    celsius-edt             delimited by space
                    into gon
                    with pointer ws-text-ptr
                end-string
                if ws-corr-line not = spaces
                    string
                        " raw "             delimited by size
                        function trim(ws-raw-edt)
                                            delimited by size
                        into gon
                        with pointer ws-text-ptr
                    end-string
                end-if
                string
                    " gon "                 delimited by size
                    ws-gon-edt              delimited by size
                    " fahrenheit "          delimited by size
                    " kelvin "              delimited by size
                    ws-kelvin-edt           delimited by size
                    into gon
                    with pointer ws-text-ptr
                end-string
            else
                perform build-fixed-detail-line
                or ws-is-burst
                perform store-detail-line
            else
                move ws-lin-key to gon-lineage
                write f-gon-out
                perform check-gon-write-status
                move spaces to gon-lineage

                add 1 to ws-page-line-count
                if ws-page-line-count >= ws-lines-per-page
                    add 1 to ws-page-number
                    perform print-header
                end-if
                perform write-correction-line
            end-if
            perform journal-record-converted
        end-if
    end-if
    .
    if ws-detail-count >= 1000
        display "interro1: sort table full, remaining detail"
            " lines written in arrival order"
        move ws-lin-key to gon-lineage
        write f-gon-out
        perform check-gon-write-status
        move spaces to gon-lineage
        add 1 to ws-page-line-count
        if ws-page-line-count >= ws-lines-per-page
            add 1 to ws-page-number
            perform print-header
        end-if
        perform write-correction-line
    else
        add 1 to ws-detail-count
        move celsius     to ws-det-celsius(ws-detail-count)
        move ws-orig-ptr to ws-det-ptr(ws-detail-count)
        move ws-cur-loc  to ws-det-loc(ws-detail-count)
        move gon         to ws-det-line(ws-detail-count)
        move ws-lin-key  to ws-det-lineage(ws-detail-count)
        move spaces      to ws-det-corr(ws-detail-count)
        if not ws-gon-fmt-text
            move ws-corr-line to ws-det-corr(ws-detail-count)
        end-if
    end-if
    .

check-ts-duplicate.

    move "0" to ws-ts-dup
    move space to ws-ts-fold

    move ws-rd-stamp(1:8) to ws-rd-date
    call "dst-rules" using ws-cur-site ws-rd-date ws-dst-hours
                           ws-dst-hour ws-dst-status

    perform test-seen-ts

*>  the hour the clocks go back in comes round twice: a
*>  second reading with the same local stamp in it is
*>  the standard-time pass of that hour, not a resend;
*>  only a third copy is a duplicate
    if ws-is-ts-dup and ws-dst-is-autumn
        and ws-rd-hour = ws-dst-hour
        set ws-ts-is-fold to true
        move "0" to ws-ts-dup
        perform test-seen-ts
    end-if

    if ws-is-ts-dup
        exit paragraph
        move ws-cur-site to ws-sts-site(ws-seen-ts-count)
        move ws-orig-ptr to ws-sts-ptr(ws-seen-ts-count)
        move ws-rd-stamp to ws-sts-stamp(ws-seen-ts-count)
        move ws-ts-fold to ws-sts-fold(ws-seen-ts-count)
        exit paragraph
    end-if

        move "1" to ws-ts-spill-warned
    end-if

    perform append-ts-spill
    .

*>****************************************
*> the reading against the seen table and,
*> once the table has filled, the spill
*> file behind it
*>****************************************

test-seen-ts.

    perform varying ws-seen-ts-idx from 1 by 1
        until ws-seen-ts-idx > ws-seen-ts-count
        if ws-sts-ptr(ws-seen-ts-idx) = ws-orig-ptr
            and ws-sts-stamp(ws-seen-ts-idx) = ws-rd-stamp
            and ws-sts-type(ws-seen-ts-idx) = ws-rec-type
            and ws-sts-site(ws-seen-ts-idx) = ws-cur-site
            and ws-sts-fold(ws-seen-ts-idx) = ws-ts-fold
            set ws-is-ts-dup to true
            exit perform
        end-if
    end-perform

    if not ws-is-ts-dup and ws-seen-ts-count >= 5000
        perform scan-ts-spill
        if ws-ts-spill-found = "1"
            set ws-is-ts-dup to true
        end-if
    end-if
    .

        and tsp-stamp = ws-rd-stamp
        and tsp-type = ws-rec-type
        and tsp-site = ws-cur-site
        and tsp-fold = ws-ts-fold
        move "1" to ws-ts-spill-found
    end-if

        move ws-cur-site to tsp-site
        move ws-orig-ptr to tsp-ptr
        move ws-rd-stamp to tsp-stamp
        move ws-ts-fold to tsp-fold
        write f-ts-spill-rec
        close f-ts-spill
    end-if

    compute ws-hour-idx = ws-rd-hour + 1

*>  the repeated autumn hour's second pass keeps its own
*>  slot; the per-sensor hourly figures take both passes
*>  under the one clock hour
    if ws-ts-is-fold
        move 25 to ws-hr-slot
    else
        move ws-hour-idx to ws-hr-slot
    end-if

    if ws-dst-status not = "0"
        move ws-dst-hours to ws-day-hours
        move ws-dst-hour to ws-day-dst-hour
        move ws-dst-status to ws-day-dst-status
    end-if

    if ws-hr-count(ws-hr-slot) = 0
        move celsius to ws-hr-min(ws-hr-slot)
        move celsius to ws-hr-max(ws-hr-slot)
    else
        if celsius < ws-hr-min(ws-hr-slot)
            move celsius to ws-hr-min(ws-hr-slot)
        end-if
        if celsius > ws-hr-max(ws-hr-slot)
            move celsius to ws-hr-max(ws-hr-slot)
        end-if
    end-if

    add 1 to ws-hr-count(ws-hr-slot)
    add celsius to ws-hr-sum(ws-hr-slot)
    .

*>****************************************

    add 1 to ws-duplicate-count

    if ws-orig-ptr numeric
        move ws-orig-ptr to ws-find-ptr
        move ws-cur-site to ws-find-site
        perform find-health-slot
        if ws-health-idx > 0
            add 1 to ws-sen-duplicates(ws-health-idx)
        end-if
    end-if

    move spaces to ws-reject-line
    string
        "ptr "                  delimited by size
        into ws-reject-line
    end-string

    move spaces to f-degres-reject-out
    move ws-reject-line to rj-text
    move ws-lin-key to rj-lineage
    write f-degres-reject-out

    move "duplicate reading" to ws-lin-detail
    perform journal-record-rejected

    display "duplicate reading skipped, ptr " ws-orig-ptr
    .
        add 1 to ws-si-rejected(ws-site-idx)
    end-if

    if ws-orig-ptr numeric
        move ws-orig-ptr to ws-find-ptr
        move ws-cur-site to ws-find-site
        perform find-health-slot
        if ws-health-idx > 0
            add 1 to ws-sen-rejects(ws-health-idx)
        end-if
    end-if

    move spaces to ws-reject-line
    move 1 to ws-reject-ptr
    string
        "ptr "                  delimited by size
        ws-orig-ptr             delimited by size
        " rejected, "           delimited by size
        function trim(ws-reject-reason)
                                delimited by size
        into ws-reject-line
        with pointer ws-reject-ptr
    end-string

*>  a range reject names the band it was judged against,
*>  so a night setback or a summer target can be told
*>  from the master's all-year band
    if ws-reject-reason = "value out of range"
        string
            " band "            delimited by size
            function trim(ws-band-name)
                                delimited by size
            into ws-reject-line
            with pointer ws-reject-ptr
        end-string
    end-if

    string
        ": "                    delimited by size
        str                     delimited by space
        into ws-reject-line
        with pointer ws-reject-ptr
    end-string

    move spaces to f-degres-reject-out
    move ws-reject-line to rj-text
    move ws-lin-key to rj-lineage
    write f-degres-reject-out

    move ws-reject-reason to ws-lin-detail
    perform journal-record-rejected

    display "rejected bad record, ptr " ws-orig-ptr
    .

    perform write-stats-report

    if ws-hum-count > 0
        perform write-mould-report
    end-if

    perform check-aggregate-bands

    perform check-stuck-sensors

    perform append-stats-history

    perform write-late-summary

    perform check-sensor-drift

    if ws-is-ts-mode
        perform check-spikes
    end-if

    perform check-coverage

    perform append-readings-history

    perform append-sensor-health

    perform write-acknowledgment

    perform clear-checkpoint
write-one-sorted-line.

    move ws-det-line(ws-detail-idx) to f-gon-out
    move ws-det-lineage(ws-detail-idx) to gon-lineage
    write f-gon-out
    perform check-gon-write-status
    move spaces to gon-lineage

    add 1 to ws-page-line-count
    if ws-page-line-count >= ws-lines-per-page
        add 1 to ws-page-number
        perform print-header
    end-if

    move ws-det-corr(ws-detail-idx) to ws-corr-line
    perform write-correction-line
    .

*>****************************************
    move ws-det-line(ws-det-scan) to f-burst-out
    write f-burst-out

    if ws-det-corr(ws-det-scan) not = spaces
        move ws-det-corr(ws-det-scan) to f-burst-out
        write f-burst-out
        add 1 to ws-burst-lines
    end-if

    add 1 to ws-burst-lines
    if ws-burst-lines >= ws-lines-per-page
        move zero to ws-burst-lines
                until ws-site-idx > ws-site-count
        end-if

        if ws-zone-count > 0
            move spaces to f-stats-out
            write f-stats-out
            move "per-zone figures (heating circuits)"
                to f-stats-out
            write f-stats-out
            perform write-one-zone-line
                varying ws-zone-idx from 1 by 1
                until ws-zone-idx > ws-zone-count
        end-if

        if ws-trl-was-seen
            perform balance-control-totals
        end-if

*>****************************************
*> the motivating failure is the transfer

            move zero to ws-hours-reported
            perform varying ws-hour-idx from 1 by 1
                until ws-hour-idx > 25
                if ws-hr-count(ws-hour-idx) > 0
                    and not ws-hr-is-estimated(ws-hour-idx)
                    add 1 to ws-hours-reported
                into f-stats-out
            end-string
            write f-stats-out
            perform write-day-hours-line
        end-if

        move spaces to f-stats-out

write-one-hour-line.

    move ws-hour-idx to ws-hr-slot
    perform write-hour-slot

    if ws-day-is-autumn and ws-hour-idx = ws-day-dst-hour + 1
        move 25 to ws-hr-slot
        perform write-hour-slot
    end-if
    .

*>****************************************

write-hour-slot.

    if ws-hr-is-estimated(ws-hr-slot)
        move " (estimated)" to ws-gf-flag-text
    else
        if ws-hr-slot = 25
            move " (repeated hour)" to ws-gf-flag-text
        else
            move spaces to ws-gf-flag-text
        end-if
    end-if

    if ws-hr-count(ws-hr-slot) > 0
        compute ws-hr-label = ws-hour-idx - 1
        compute ws-hr-avg rounded =
                ws-hr-sum(ws-hr-slot) / ws-hr-count(ws-hr-slot)
        move ws-hr-min(ws-hr-slot) to ws-hr-min-edt
        move ws-hr-max(ws-hr-slot) to ws-hr-max-edt
        move ws-hr-avg to ws-hr-avg-edt

        move spaces to f-stats-out
            "  hour "           delimited by size
            ws-hr-label         delimited by size
            ": count="          delimited by size
            ws-hr-count(ws-hr-slot) delimited by size
            " min="             delimited by size
            ws-hr-min-edt       delimited by size
            " max="             delimited by size
    end-if
    .

*>****************************************
*> how many hours the day really had, so
*> the hourly figures above are read
*> against 23 or 25 on a change day
*>****************************************

write-day-hours-line.

    move ws-day-dst-hour to ws-dst-label
    move spaces to f-stats-out
    evaluate true
        when ws-day-is-spring
            string
                "hours in day......: " delimited by size
                ws-day-hours           delimited by size
                " (clocks forward, hour " delimited by size
                ws-dst-label           delimited by size
                " skipped)"            delimited by size
                into f-stats-out
            end-string
        when ws-day-is-autumn
            string
                "hours in day......: " delimited by size
                ws-day-hours           delimited by size
                " (clocks back, hour " delimited by size
                ws-dst-label           delimited by size
                " repeated)"           delimited by size
                into f-stats-out
            end-string
        when other
            string
                "hours in day......: " delimited by size
                ws-day-hours           delimited by size
                into f-stats-out
            end-string
    end-evaluate
    write f-stats-out
    .

*>****************************************
*> expected count versus physical data
*> records actually read (header/trailer
        perform write-one-alert
    end-if

    perform alert-one-mould
        varying ws-mould-idx from 1 by 1
        until ws-mould-idx > ws-mould-count

    perform alert-one-band-breach
        varying ws-sensor-scan from 1 by 1
        until ws-sensor-scan > ws-sensor-count

    perform alert-one-zone
        varying ws-zone-idx from 1 by 1
        until ws-zone-idx > ws-zone-count

    if ws-alert-count > 0 and ws-return-code < 2
        move 2 to ws-return-code
    end-if
    end-if
    .

*>****************************************
*> a catch-up replay processes an earlier
*> business day's delivery; the history
*> record must carry that day's date, not
*> the morning the replay happened to run,
*> or the trend and month-end figures
*> collapse onto one date. PROCESS_DATE is
*> set per replayed day by daily-cycle
*>****************************************

resolve-run-date.

    accept ws-run-date from date yyyymmdd
    accept ws-run-time from time

    move "PROCESS_DATE" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        and ws-param-value(1:8) numeric
        move ws-param-value(1:8) to ws-run-date
    end-if
    .

*>****************************************
*> the stats report above is a one-run
*> snapshot (OPEN OUTPUT overwrites it on
    if ws-stats-history-file = spaces
        move "file-stats-history" to ws-stats-history-file
    end-if
    move ws-stats-history-file to ws-stats-history-base

    perform resolve-run-date

*>****************************************
*> recomputed here rather than trusted
        move zero to ws-pct-converted
    end-if

    move ws-run-date to ws-hist-date
    perform resolve-history-partition

    move ws-run-date             to sh-date
    move ws-celsius-max          to sh-celsius-max
    move ws-celsius-avg          to sh-celsius-avg
    move ws-pct-converted        to sh-pct-converted

*>  the late readings leave tonight's record for their own
*>  days' records, written behind it
    if ws-late-readings > 0
        perform take-out-late-readings
    end-if
    move ws-hum-count            to sh-hum-count
    move ws-hum-low              to sh-hum-min
    move ws-hum-high             to sh-hum-max
    move ws-hum-avg              to sh-hum-avg
    move "ALL"                   to sh-site
    move ws-run-id               to sh-run-id
    move ws-stuck-readings       to sh-stuck-count
    move ws-stuck-sum            to sh-stuck-sum
    move spaces                  to sh-zone

    open extend f-stats-history

                until ws-site-idx > ws-site-count
        end-if

        perform append-one-zone-history
            varying ws-zone-idx from 1 by 1
            until ws-zone-idx > ws-zone-count

        close f-stats-history
    end-if

    if ws-late-count > 0
        perform build-late-days
        perform append-one-late-day
            varying ws-lday-idx from 1 by 1
            until ws-lday-idx > ws-lday-count
    end-if
    .

*>****************************************
    move zero to sh-hum-min sh-hum-max sh-hum-avg
    move ws-si-site(ws-site-idx) to sh-site
    move ws-run-id               to sh-run-id
    move zero to sh-stuck-count sh-stuck-sum
    move spaces                  to sh-zone
    write f-stats-hist-rec
    .

*>****************************************
*> a zone's record: its converted readings
*> tonight and their spread, under its own
*> site and zone code; the readers that
*> roll up sites pass zone records by
*>****************************************

append-one-zone-history.

    if ws-zn-converted(ws-zone-idx) = 0
        exit paragraph
    end-if

    move ws-run-date             to sh-date
    move ws-run-time(1:6)        to sh-time
    move ws-zn-converted(ws-zone-idx) to sh-read-count
    move ws-zn-converted(ws-zone-idx) to sh-converted-count
    move zero                    to sh-rejected-count
    move zero                    to sh-range-rejected-count
    move ws-zn-min(ws-zone-idx)  to sh-celsius-min
    move ws-zn-max(ws-zone-idx)  to sh-celsius-max
    compute sh-celsius-avg rounded =
        ws-zn-sum(ws-zone-idx) / ws-zn-converted(ws-zone-idx)
    move 100                     to sh-pct-converted
    move zero to sh-hum-count sh-hum-min sh-hum-max sh-hum-avg
    move ws-zn-site(ws-zone-idx) to sh-site
    move ws-run-id               to sh-run-id
    move zero to sh-stuck-count sh-stuck-sum
    move ws-zn-zone(ws-zone-idx) to sh-zone
    write f-stats-hist-rec
    .

        exit paragraph
    end-if

*>  the hour the clocks skip never happened; there is
*>  nothing there to estimate, and a gap touching it is
*>  left as it is
    if ws-day-is-spring and ws-gf-idx = ws-day-dst-hour + 1
        add 1 to ws-gf-idx
        exit paragraph
    end-if

    move ws-gf-idx to ws-gf-start
    move ws-gf-idx to ws-gf-end
    perform until ws-gf-end >= 24

    compute ws-gf-len = ws-gf-end - ws-gf-start + 1

    if ws-day-is-spring
        and ws-day-dst-hour + 1 >= ws-gf-start - 1
        and ws-day-dst-hour + 1 <= ws-gf-end + 1
        compute ws-gf-idx = ws-gf-end + 1
        exit paragraph
    end-if

    if ws-gf-end < 24
        and ws-hr-count(ws-gf-start - 1) > 0
        and ws-hr-count(ws-gf-end + 1) > 0
    end-if

    perform tally-run-sensor-hum

    perform tally-mould-hum

    perform journal-record-converted
    .

*>****************************************
    end-if
    .

*>****************************************
*> the location a reading belongs to for
*> the mould check: the sensor master's
*> location, or the bare ptr for a
*> sensor the master does not know, so
*> an unlisted sensor's own pair still
*> meets without merging with strangers
*>****************************************

find-mould-slot.

    move ws-orig-ptr to ws-find-ptr
    perform find-sensor-slot
    if ws-sensor-idx > 0
        perform resolve-sensor-version
    end-if
    move spaces to ws-mould-loc
    if ws-sensor-idx > 0
        and ws-sen-location(ws-sensor-idx) not = spaces
        move ws-sen-location(ws-sensor-idx) to ws-mould-loc
    else
        string
            "ptr "              delimited by size
            ws-orig-ptr         delimited by size
            into ws-mould-loc
        end-string
    end-if

    move zero to ws-mould-idx
    perform test-one-mould-slot
        varying ws-mould-scan from 1 by 1
        until ws-mould-scan > ws-mould-count
            or ws-mould-idx > 0

    if ws-mould-idx = 0 and ws-mould-count < 100
        add 1 to ws-mould-count
        move ws-mould-count to ws-mould-idx
        initialize ws-mould-entry(ws-mould-idx)
        move ws-mould-loc to ws-ml-loc(ws-mould-idx)
        move ws-cur-site to ws-ml-site(ws-mould-idx)
    end-if

    if ws-is-ts-mode
        compute ws-mould-hr = ws-rd-hour + 1
    else
        move 1 to ws-mould-hr
    end-if
    .

*>****************************************

test-one-mould-slot.

    if ws-ml-loc(ws-mould-scan) = ws-mould-loc
        and ws-ml-site(ws-mould-scan) = ws-cur-site
        move ws-mould-scan to ws-mould-idx
    end-if
    .

*>****************************************

tally-mould-temp.

    perform find-mould-slot
    if ws-mould-idx = 0
        exit paragraph
    end-if

    add celsius to ws-ml-t-sum(ws-mould-idx)
    add 1 to ws-ml-t-count(ws-mould-idx)
    add celsius to ws-ml-ht-sum(ws-mould-idx, ws-mould-hr)
    add 1 to ws-ml-ht-count(ws-mould-idx, ws-mould-hr)
    .

*>****************************************

tally-mould-hum.

    perform find-mould-slot
    if ws-mould-idx = 0
        exit paragraph
    end-if

    add celsius to ws-ml-h-sum(ws-mould-idx)
    add 1 to ws-ml-h-count(ws-mould-idx)
    add celsius to ws-ml-hh-sum(ws-mould-idx, ws-mould-hr)
    add 1 to ws-ml-hh-count(ws-mould-idx, ws-mould-hr)
    .

*>****************************************
*> per-sensor accumulation for the drift
*> check and the readings history: one
    if ws-runsen-idx > 0
        add celsius to ws-rs-sum(ws-runsen-idx)
        add 1 to ws-rs-count(ws-runsen-idx)
        move ws-lin-key to ws-rs-lineage(ws-runsen-idx)
        if ws-is-ts-mode
            add celsius to ws-rs-hr-sum(ws-runsen-idx, ws-hour-idx)
            add 1 to ws-rs-hr-count(ws-runsen-idx, ws-hour-idx)
        end-if
        perform tally-repeat-run
    end-if
    .

*>****************************************
*> consecutive identical readings in
*> arrival order: the current run of
*> repeats, the longest one tonight, and
*> the leading run from the first reading
*> - the part last night's run can carry
*> into
*>****************************************

tally-repeat-run.

    if ws-rs-count(ws-runsen-idx) = 1
        move celsius to ws-rs-first-val(ws-runsen-idx)
                        ws-rs-last(ws-runsen-idx)
        move 1 to ws-rs-lead(ws-runsen-idx)
                  ws-rs-repeat(ws-runsen-idx)
                  ws-rs-longest(ws-runsen-idx)
        move "Y" to ws-rs-lead-open(ws-runsen-idx)
        exit paragraph
    end-if

    if celsius = ws-rs-last(ws-runsen-idx)
        add 1 to ws-rs-repeat(ws-runsen-idx)
    else
        move 1 to ws-rs-repeat(ws-runsen-idx)
        move celsius to ws-rs-last(ws-runsen-idx)
    end-if

    if ws-rs-lead-open(ws-runsen-idx) = "Y"
        if celsius = ws-rs-first-val(ws-runsen-idx)
            add 1 to ws-rs-lead(ws-runsen-idx)
        else
            move "N" to ws-rs-lead-open(ws-runsen-idx)
        end-if
    end-if

    if ws-rs-repeat(ws-runsen-idx) > ws-rs-longest(ws-runsen-idx)
        move ws-rs-repeat(ws-runsen-idx)
            to ws-rs-longest(ws-runsen-idx)
    end-if
    .

*>****************************************

tally-zone-temp.

    if ws-sensor-idx = 0
        exit paragraph
    end-if

    move ws-sen-location(ws-sensor-idx) to ws-zl-location
    call "zone-lookup" using ws-cur-site ws-zl-location ws-zl-zone
                             ws-zl-site ws-zl-desc ws-zl-low
                             ws-zl-high ws-zl-bands ws-zl-status
    if not ws-zl-is-found
        exit paragraph
    end-if

    move zero to ws-zone-idx
    perform test-one-zone-slot
        varying ws-zone-scan from 1 by 1
        until ws-zone-scan > ws-zone-count
            or ws-zone-idx > 0

    if ws-zone-idx = 0
        if ws-zone-count >= 50
            if ws-zn-full-warned not = "1"
                display "interro1: HARD LIMIT - zone table full at "
                    "50 zones, later zones not rolled up"
                move "1" to ws-zn-full-warned
            end-if
            exit paragraph
        end-if
        add 1 to ws-zone-count
        move ws-zone-count to ws-zone-idx
        initialize ws-zone-entry(ws-zone-idx)
        move ws-zl-zone  to ws-zn-zone(ws-zone-idx)
        move ws-cur-site to ws-zn-site(ws-zone-idx)
        move ws-zl-desc  to ws-zn-desc(ws-zone-idx)
        move ws-zl-low   to ws-zn-low(ws-zone-idx)
        move ws-zl-high  to ws-zn-high(ws-zone-idx)
        move ws-zl-bands to ws-zn-bands(ws-zone-idx)
        move celsius to ws-zn-min(ws-zone-idx)
        move celsius to ws-zn-max(ws-zone-idx)
    end-if

    add 1 to ws-zn-converted(ws-zone-idx)
    add celsius to ws-zn-sum(ws-zone-idx)
    if celsius < ws-zn-min(ws-zone-idx)
        move celsius to ws-zn-min(ws-zone-idx)
    end-if
    if celsius > ws-zn-max(ws-zone-idx)
        move celsius to ws-zn-max(ws-zone-idx)
    end-if
    .

*>****************************************

test-one-zone-slot.

    if ws-zn-zone(ws-zone-scan) = ws-zl-zone
        and ws-zn-site(ws-zone-scan) = ws-cur-site
        move ws-zone-scan to ws-zone-idx
    end-if
    .

*>****************************************
*> the zone's average against its own band
*> - "BELOW BAND"/"ABOVE BAND" on the
*> section line, and the alert below
*>****************************************

judge-zone-band.

    move spaces to ws-zn-flag
    compute ws-zn-avg rounded =
        ws-zn-sum(ws-zone-idx) / ws-zn-converted(ws-zone-idx)

    if ws-zn-bands(ws-zone-idx)(1:1) = "L"
        and ws-zn-avg < ws-zn-low(ws-zone-idx)
        move "BELOW BAND" to ws-zn-flag
    end-if
    if ws-zn-bands(ws-zone-idx)(2:1) = "H"
        and ws-zn-avg > ws-zn-high(ws-zone-idx)
        move "ABOVE BAND" to ws-zn-flag
    end-if
    .

*>****************************************

write-one-zone-line.

    if ws-zn-converted(ws-zone-idx) = 0
        exit paragraph
    end-if

    perform judge-zone-band

    move ws-zn-avg to ws-celsius-avg-edt
    move ws-zn-min(ws-zone-idx) to ws-zn-min-edt
    move ws-zn-max(ws-zone-idx) to ws-zn-max-edt

    move spaces to f-stats-out
    string
        "zone "             delimited by size
        ws-zn-zone(ws-zone-idx)
                            delimited by size
        " site "            delimited by size
        ws-zn-site(ws-zone-idx)
                            delimited by size
        ": converted="      delimited by size
        ws-zn-converted(ws-zone-idx)
                            delimited by size
        " avg="             delimited by size
        function trim(ws-celsius-avg-edt)
                            delimited by size
        " min="             delimited by size
        function trim(ws-zn-min-edt)
                            delimited by size
        " max="             delimited by size
        function trim(ws-zn-max-edt)
                            delimited by size
        " "                 delimited by size
        function trim(ws-zn-desc(ws-zone-idx))
                            delimited by size
        into f-stats-out
    end-string
    if ws-zn-flag not = spaces
        move ws-zn-flag to f-stats-out(120:12)
    end-if
    write f-stats-out
    .

*>****************************************
*> a whole circuit off shows as the zone
*> average out of the zone's band even
*> while every room is inside its own
*>****************************************

alert-one-zone.

    if ws-zn-converted(ws-zone-idx) = 0
        exit paragraph
    end-if

    perform judge-zone-band

    if ws-zn-flag = spaces
        exit paragraph
    end-if

    move ws-zn-avg to ws-alert-val-edt
    move spaces to ws-alert-line
    if ws-zn-flag = "BELOW BAND"
        move ws-zn-low(ws-zone-idx) to ws-alert-band-edt
        string
            "zone "                     delimited by size
            function trim(ws-zn-zone(ws-zone-idx))
                                        delimited by size
            " site "                    delimited by size
            ws-zn-site(ws-zone-idx)     delimited by size
            " average below zone band"  delimited by size
            into ws-alert-line
        end-string
    else
        move ws-zn-high(ws-zone-idx) to ws-alert-band-edt
        string
            "zone "                     delimited by size
            function trim(ws-zn-zone(ws-zone-idx))
                                        delimited by size
            " site "                    delimited by size
            ws-zn-site(ws-zone-idx)     delimited by size
            " average above zone band"  delimited by size
            into ws-alert-line
        end-string
    end-if
    perform write-one-alert
    .

*>****************************************

tally-site-converted.

    perform find-site-slot
    if ws-site-idx = 0
        exit paragraph
    end-if

    add 1 to ws-si-converted(ws-site-idx)
    add celsius to ws-si-sum(ws-site-idx)

    if ws-si-first(ws-site-idx) = "Y"
        move celsius to ws-si-min(ws-site-idx)
        move celsius to ws-si-max(ws-site-idx)
        move "N" to ws-si-first(ws-site-idx)
    else
        if celsius < ws-si-min(ws-site-idx)
            move celsius to ws-si-min(ws-site-idx)
        end-if
        if celsius > ws-si-max(ws-site-idx)
            move celsius to ws-si-max(ws-site-idx)
        end-if
    end-if
    .

*>****************************************

find-run-sensor-entry.

    move zero to ws-runsen-idx
    perform varying ws-runsen-scan from 1 by 1
        until ws-runsen-scan > ws-runsen-count
        if ws-rs-ptr(ws-runsen-scan) = ws-orig-ptr
            and ws-rs-site(ws-runsen-scan) = ws-cur-site
            move ws-runsen-scan to ws-runsen-idx
            exit perform
        end-if
    end-perform

    if ws-runsen-idx = 0
        if ws-runsen-count >= 500
            exit paragraph
        end-if
        add 1 to ws-runsen-count
        move ws-runsen-count to ws-runsen-idx
        move ws-cur-site to ws-rs-site(ws-runsen-idx)
        move ws-orig-ptr to ws-rs-ptr(ws-runsen-idx)
        move zero to ws-rs-sum(ws-runsen-idx)
        move zero to ws-rs-count(ws-runsen-idx)
        move zero to ws-rs-hist-sum(ws-runsen-idx)
        move zero to ws-rs-hist-count(ws-runsen-idx)
        move zero to ws-rs-hum-sum(ws-runsen-idx)
        move zero to ws-rs-hum-count(ws-runsen-idx)
        initialize ws-rs-series(ws-runsen-idx)
        move zero to ws-rs-lead(ws-runsen-idx)
                     ws-rs-repeat(ws-runsen-idx)
                     ws-rs-longest(ws-runsen-idx)
                     ws-rs-prior-rep(ws-runsen-idx)
        move "N" to ws-rs-prior-set(ws-runsen-idx)
                    ws-rs-stuck(ws-runsen-idx)
    end-if
    .

*>****************************************
*> drift check at end of run: each
*> sensor's run average against the
*> median of the whole run (the rooms
*> are controlled, so the peers agree)
*> and against its own trailing average
*> from the readings history, both held
*> to DRIFT_TOL. a drifting sensor gets
*> its deviation figures on the drift
*> report and an ALERT line, so
*> maintenance gets a work order before
*> the readings are scientifically
*> useless
*>****************************************

check-sensor-drift.

*>  humidity-only sensors sit in the run table too, but
*>  only sensors with temperature readings join the
*>  peer comparison
    move zero to ws-med-count
    perform varying ws-runsen-idx from 1 by 1
        until ws-runsen-idx > ws-runsen-count
        if ws-rs-count(ws-runsen-idx) > 0
            compute ws-rs-avg(ws-runsen-idx) rounded =
                    ws-rs-sum(ws-runsen-idx)
                    / ws-rs-count(ws-runsen-idx)
            add 1 to ws-med-count
            move ws-rs-avg(ws-runsen-idx)
                to ws-med-val(ws-med-count)
        end-if
    end-perform

    if ws-med-count < 3
        exit paragraph
    end-if

    perform compute-run-median

    perform load-drift-history

    perform write-drift-report

    if ws-drift-flagged > 0 and ws-return-code < 2
        move 2 to ws-return-code
    end-if
    .

*>****************************************
*> selection sort over the run averages;
*> the median is the middle value (the
*> lower middle on an even count), which
*> a single drifted sensor cannot drag
*> the way it drags the mean
*>****************************************

            move "(maintenance)" to ws-drift-flag-text
        else
            perform alert-one-drift
            perform find-health-slot
            if ws-health-idx > 0
                move "Y" to ws-sen-drift(ws-health-idx)
            end-if
        end-if
    end-if

    .

*>****************************************
*> one line per location that had any
*> humidity tonight: run averages, the
*> run-average dew point, the closest
*> any hour came to condensing and the
*> longest humid spell
*>****************************************

write-mould-report.

    move zero to ws-mould-at-risk

    perform assess-one-mould
        varying ws-mould-idx from 1 by 1
        until ws-mould-idx > ws-mould-count

    open output f-mould

    if ws-mould-status not = "00"
        display "interro1: cannot open "
            function trim(ws-mould-file)
            ", file status " ws-mould-status
        exit paragraph
    end-if

    move 16 to str-ptr
    call "entete" using by content name surname str-ptr
                        ws-mould-title ws-mould-page
                        by reference ws-mould-header
                            ws-mould-page-line

    move ws-mould-header to f-mould-out
    write f-mould-out
    move ws-mould-page-line to f-mould-out
    write f-mould-out
    move spaces to f-mould-out
    write f-mould-out

    move ws-mould-rh-max to ws-mould-rh-out
    move ws-mould-margin to ws-mould-gap-edt
    move ws-mould-hours-max to ws-mould-run-edt
    move spaces to f-mould-out
    string
        "at risk: humid above "     delimited by size
        function trim(ws-mould-rh-out) delimited by size
        "% for more than "          delimited by size
        function trim(ws-mould-run-edt) delimited by size
        "h, or within "             delimited by size
        function trim(ws-mould-gap-edt) delimited by size
        " of dew point"             delimited by size
        into f-mould-out
    end-string
    write f-mould-out
    move spaces to f-mould-out
    write f-mould-out

    move
    "site location              temp    rh%     dew  closest  humid-h  risk"
        to f-mould-out
    write f-mould-out

    perform write-one-mould-line
        varying ws-mould-idx from 1 by 1
        until ws-mould-idx > ws-mould-count

    move spaces to f-mould-out
    write f-mould-out

    move spaces to f-mould-out
    string
        "locations checked: "       delimited by size
        ws-mould-count              delimited by size
        "   at risk: "              delimited by size
        ws-mould-at-risk            delimited by size
        into f-mould-out
    end-string
    write f-mould-out

    close f-mould

    display "interro1: mould check - " ws-mould-count
        " location(s), " ws-mould-at-risk " at risk"
    .

*>****************************************

assess-one-mould.

    move zero to ws-ml-paired(ws-mould-idx)
                 ws-ml-humid-run(ws-mould-idx)
                 ws-mould-run
                 ws-ml-dew(ws-mould-idx)
    move 999 to ws-ml-margin-min(ws-mould-idx)
    move "N" to ws-ml-risk(ws-mould-idx)

    if ws-ml-h-count(ws-mould-idx) = 0
        exit paragraph
    end-if

    if ws-ml-t-count(ws-mould-idx) > 0
        compute ws-mould-t rounded =
            ws-ml-t-sum(ws-mould-idx) / ws-ml-t-count(ws-mould-idx)
        compute ws-mould-rh rounded =
            ws-ml-h-sum(ws-mould-idx) / ws-ml-h-count(ws-mould-idx)
        perform compute-dew-point
        move ws-mould-dew to ws-ml-dew(ws-mould-idx)
    end-if

    perform assess-one-mould-hour
        varying ws-mould-hr from 1 by 1
        until ws-mould-hr > 24

    if ws-ml-humid-run(ws-mould-idx) > ws-mould-hours-max
        or (ws-ml-paired(ws-mould-idx) > 0
            and ws-ml-margin-min(ws-mould-idx) <= ws-mould-margin)
        move "Y" to ws-ml-risk(ws-mould-idx)
        add 1 to ws-mould-at-risk
    end-if
    .

*>****************************************

assess-one-mould-hour.

    if ws-ml-hh-count(ws-mould-idx, ws-mould-hr) = 0
        move zero to ws-mould-run
        exit paragraph
    end-if

    compute ws-mould-rh rounded =
        ws-ml-hh-sum(ws-mould-idx, ws-mould-hr)
        / ws-ml-hh-count(ws-mould-idx, ws-mould-hr)

    if ws-mould-rh > ws-mould-rh-max
        add 1 to ws-mould-run
        if ws-mould-run > ws-ml-humid-run(ws-mould-idx)
            move ws-mould-run to ws-ml-humid-run(ws-mould-idx)
        end-if
    else
        move zero to ws-mould-run
    end-if

    if ws-ml-ht-count(ws-mould-idx, ws-mould-hr) = 0
        exit paragraph
    end-if

    compute ws-mould-t rounded =
        ws-ml-ht-sum(ws-mould-idx, ws-mould-hr)
        / ws-ml-ht-count(ws-mould-idx, ws-mould-hr)
    perform compute-dew-point
    if ws-mould-rh > 0
        add 1 to ws-ml-paired(ws-mould-idx)
        compute ws-mould-gap = ws-mould-t - ws-mould-dew
        if ws-mould-gap < ws-ml-margin-min(ws-mould-idx)
            move ws-mould-gap to ws-ml-margin-min(ws-mould-idx)
        end-if
    end-if
    .

*>****************************************
*> magnus approximation, b 17.62 and
*> c 243.12 degrees, good to a few tenths
*> over the rooms' range; no dew point at
*> zero humidity
*>****************************************

compute-dew-point.

    move zero to ws-mould-dew
    if ws-mould-rh not > 0
        exit paragraph
    end-if

    compute ws-mould-gamma =
        function log(ws-mould-rh / 100)
        + (17.62 * ws-mould-t) / (243.12 + ws-mould-t)
        on size error
            move zero to ws-mould-gamma
    end-compute
    compute ws-mould-dew rounded =
        (243.12 * ws-mould-gamma) / (17.62 - ws-mould-gamma)
        on size error
            move zero to ws-mould-dew
    end-compute
    .

*>****************************************

write-one-mould-line.

    if ws-ml-h-count(ws-mould-idx) = 0
        exit paragraph
    end-if

    if ws-ml-t-count(ws-mould-idx) > 0
        compute ws-mould-t-edt rounded =
            ws-ml-t-sum(ws-mould-idx) / ws-ml-t-count(ws-mould-idx)
        move ws-ml-dew(ws-mould-idx) to ws-mould-dew-edt
    else
        move zero to ws-mould-t-edt ws-mould-dew-edt
    end-if
    compute ws-mould-rh-out rounded =
        ws-ml-h-sum(ws-mould-idx) / ws-ml-h-count(ws-mould-idx)
    if ws-ml-paired(ws-mould-idx) > 0
        move ws-ml-margin-min(ws-mould-idx) to ws-mould-gap-edt
    else
        move zero to ws-mould-gap-edt
    end-if
    move ws-ml-humid-run(ws-mould-idx) to ws-mould-run-edt

    move spaces to ws-mould-flag-text
    evaluate true
        when ws-ml-at-risk(ws-mould-idx)
            move "<< HIGH" to ws-mould-flag-text
        when ws-ml-paired(ws-mould-idx) = 0
            move "(no temperature pair)" to ws-mould-flag-text
        when other
            move "ok" to ws-mould-flag-text
    end-evaluate

    move spaces to f-mould-out
    string
        ws-ml-site(ws-mould-idx)    delimited by size
        "  "                        delimited by size
        ws-ml-loc(ws-mould-idx)     delimited by size
        ws-mould-t-edt              delimited by size
        ws-mould-rh-out             delimited by size
        ws-mould-dew-edt            delimited by size
        "  "                        delimited by size
        ws-mould-gap-edt            delimited by size
        "       "                   delimited by size
        ws-mould-run-edt            delimited by size
        "  "                        delimited by size
        ws-mould-flag-text          delimited by size
        into f-mould-out
    end-string
    write f-mould-out
    .

*>****************************************
*> a high-risk room goes to the same
*> alert file as the aggregate bands;
*> the humid spell is the reading when
*> that is what tripped it, the dew point
*> margin otherwise
*>****************************************

alert-one-mould.

    if not ws-ml-at-risk(ws-mould-idx)
        exit paragraph
    end-if

    move spaces to ws-alert-line
    if ws-ml-humid-run(ws-mould-idx) > ws-mould-hours-max
        move ws-ml-humid-run(ws-mould-idx) to ws-alert-val-edt
        move ws-mould-hours-max to ws-alert-band-edt
        string
            "mould risk "               delimited by size
            function trim(ws-ml-loc(ws-mould-idx))
                                        delimited by size
            " humid hours"              delimited by size
            into ws-alert-line
        end-string
    else
        move ws-ml-margin-min(ws-mould-idx) to ws-alert-val-edt
        move ws-mould-margin to ws-alert-band-edt
        string
            "mould risk "               delimited by size
            function trim(ws-ml-loc(ws-mould-idx))
                                        delimited by size
            " near dew point"           delimited by size
            into ws-alert-line
        end-string
    end-if
    perform write-one-alert
    .

*>****************************************
*> before the history is appended: the
*> verdict is written onto tonight's
*> readings-history and stats records
*>****************************************

check-stuck-sensors.

    move zero to ws-stuck-count ws-stuck-readings ws-stuck-sum

    if ws-runsen-count = 0
        exit paragraph
    end-if

    perform resolve-run-date

    perform load-stuck-history

    open output f-stuck

    if ws-stuck-status not = "00"
        display "interro1: cannot open "
            function trim(ws-stuck-file)
            ", file status " ws-stuck-status
    else
        move 16 to str-ptr
        call "entete" using by content name surname str-ptr
                            ws-stuck-title ws-stuck-page
                            by reference ws-stuck-header
                                ws-stuck-page-line

        move ws-stuck-header to f-stuck-out
        write f-stuck-out
        move ws-stuck-page-line to f-stuck-out
        write f-stuck-out
        move spaces to f-stuck-out
        write f-stuck-out

        move "site ptr      last value  readings  carried  run  flag"
            to f-stuck-out
        write f-stuck-out
    end-if

    perform assess-one-stuck
        varying ws-runsen-idx from 1 by 1
        until ws-runsen-idx > ws-runsen-count

    if ws-stuck-status = "00"
        move spaces to f-stuck-out
        write f-stuck-out

        move ws-stuck-limit to ws-stuck-run-edt
        move spaces to f-stuck-out
        string
            "suspected stuck: "         delimited by size
            ws-stuck-count              delimited by size
            "   run length over "       delimited by size
            function trim(ws-stuck-run-edt) delimited by size
            "   readings left out: "    delimited by size
            ws-stuck-readings           delimited by size
            into f-stuck-out
        end-string
        write f-stuck-out

        close f-stuck
    end-if

    display "interro1: stuck check - " ws-stuck-count
        " sensor(s) suspected stuck"

    if ws-stuck-count > 0 and ws-return-code < 2
        move 2 to ws-return-code
    end-if
    .

*>****************************************
*> the latest earlier night per sensor -
*> a rerun of the same business day must
*> not carry its own first attempt
*>****************************************

load-stuck-history.

    open input f-readings-history

    if ws-readings-history-status not = "00"
        exit paragraph
    end-if

    read f-readings-history
        at end continue
    end-read

    perform load-one-stuck-record
        until ws-readings-history-status not = "00"

    close f-readings-history
    .

*>****************************************

load-one-stuck-record.

    if rh-ptr numeric and rh-date numeric
        and rh-date < ws-run-date
        and rh-repeat numeric and rh-repeat > 0
        perform varying ws-runsen-scan from 1 by 1
            until ws-runsen-scan > ws-runsen-count
            if ws-rs-ptr(ws-runsen-scan) = rh-ptr
                and (rh-site = spaces
                    or ws-rs-site(ws-runsen-scan) = rh-site)
                move "Y" to ws-rs-prior-set(ws-runsen-scan)
                move rh-last to ws-rs-prior-last(ws-runsen-scan)
                move rh-repeat to ws-rs-prior-rep(ws-runsen-scan)
                exit perform
            end-if
        end-perform
    end-if

    read f-readings-history
        at end continue
    end-read
    .

*>****************************************
*> last night's closing run carries into
*> tonight's leading one when tonight
*> opens on the same value; a night of
*> nothing but that value carries on
*> into the next
*>****************************************

assess-one-stuck.

    if ws-rs-count(ws-runsen-idx) = 0
        exit paragraph
    end-if

    move zero to ws-stuck-carry
    if ws-rs-prior-set(ws-runsen-idx) = "Y"
        and ws-rs-prior-last(ws-runsen-idx)
            = ws-rs-first-val(ws-runsen-idx)
        move ws-rs-prior-rep(ws-runsen-idx) to ws-stuck-carry
    end-if

    compute ws-stuck-run = ws-stuck-carry + ws-rs-lead(ws-runsen-idx)
        on size error move 999999 to ws-stuck-run
    end-compute
    if ws-rs-longest(ws-runsen-idx) > ws-stuck-run
        move ws-rs-longest(ws-runsen-idx) to ws-stuck-run
    end-if

    if ws-rs-lead-open(ws-runsen-idx) = "Y"
        move ws-stuck-run to ws-rs-repeat(ws-runsen-idx)
    end-if

    if ws-stuck-run <= ws-stuck-limit
        exit paragraph
    end-if

    move "Y" to ws-rs-stuck(ws-runsen-idx)
    add 1 to ws-stuck-count
    add ws-rs-count(ws-runsen-idx) to ws-stuck-readings
    add ws-rs-sum(ws-runsen-idx) to ws-stuck-sum

    move ws-rs-ptr(ws-runsen-idx) to ws-find-ptr
    move ws-rs-site(ws-runsen-idx) to ws-find-site
    perform check-in-maintenance
    if ws-is-in-maint
        move "(maintenance)" to ws-stuck-flag-text
    else
        move "<< SUSPECTED STUCK" to ws-stuck-flag-text
        move ws-rs-last(ws-runsen-idx) to ws-alert-val-edt
        move ws-stuck-run to ws-alert-band-edt
        move spaces to ws-alert-line
        string
            "suspected stuck ptr "      delimited by size
            ws-rs-ptr(ws-runsen-idx)    delimited by size
            "/"                         delimited by size
            ws-rs-site(ws-runsen-idx)   delimited by size
            " value, run"               delimited by size
            into ws-alert-line
        end-string
        perform write-one-alert
    end-if

    if ws-stuck-status not = "00"
        exit paragraph
    end-if

    move ws-rs-last(ws-runsen-idx) to ws-stuck-val-edt
    move ws-stuck-carry to ws-stuck-carry-edt
    move ws-stuck-run to ws-stuck-run-edt
    move spaces to f-stuck-out
    string
        ws-rs-site(ws-runsen-idx)   delimited by size
        "  "                        delimited by size
        ws-rs-ptr(ws-runsen-idx)    delimited by size
        "   "                       delimited by size
        ws-stuck-val-edt            delimited by size
        "      "                    delimited by size
        ws-rs-count(ws-runsen-idx)  delimited by size
        "   "                       delimited by size
        ws-stuck-carry-edt          delimited by size
        " "                         delimited by size
        ws-stuck-run-edt            delimited by size
        "  "                        delimited by size
        ws-stuck-flag-text          delimited by size
        into f-stuck-out
    end-string
    write f-stuck-out
    .

*>****************************************
*> one line per spike, sensor by sensor
*> in arrival order; the summary counts
*> the sustained ones the alert file saw
*>****************************************

check-spikes.

    move zero to ws-spike-count ws-spike-sustained

    open output f-spike

    if ws-spike-status not = "00"
        display "interro1: cannot open "
            function trim(ws-spike-file)
            ", file status " ws-spike-status
        exit paragraph
    end-if

    move 16 to str-ptr
    call "entete" using by content name surname str-ptr
                        ws-spike-title ws-spike-page
                        by reference ws-spike-header
                            ws-spike-page-line

    move ws-spike-header to f-spike-out
    write f-spike-out
    move ws-spike-page-line to f-spike-out
    write f-spike-out
    move spaces to f-spike-out
    write f-spike-out

    move "site ptr   hour   before    after  deg/hour    limit  flag"
        to f-spike-out
    write f-spike-out

    perform check-one-sensor-spikes
        varying ws-runsen-idx from 1 by 1
        until ws-runsen-idx > ws-runsen-count

    move spaces to f-spike-out
    write f-spike-out

    move spaces to f-spike-out
    string
        "spikes: "              delimited by size
        ws-spike-count          delimited by size
        "   sustained: "        delimited by size
        ws-spike-sustained      delimited by size
        into f-spike-out
    end-string
    write f-spike-out

    close f-spike

    display "interro1: spike check - " ws-spike-count
        " spike(s), " ws-spike-sustained " sustained"

    if ws-spike-sustained > 0 and ws-return-code < 2
        move 2 to ws-return-code
    end-if
    .

*>****************************************

check-one-sensor-spikes.

    if ws-rs-count(ws-runsen-idx) = 0
        exit paragraph
    end-if

    move ws-rs-ptr(ws-runsen-idx) to ws-find-ptr
    move ws-rs-site(ws-runsen-idx) to ws-find-site
    perform find-health-slot
    move ws-spike-limit to ws-spike-use
    if ws-health-idx > 0
        if ws-sen-spike(ws-health-idx) > 0
            move ws-sen-spike(ws-health-idx) to ws-spike-use
        end-if
    end-if

    move zero to ws-spike-prev-hr ws-spike-worst
    move "N" to ws-spike-alerted ws-spike-open
    perform check-one-spike-hour
        varying ws-spike-hr from 1 by 1
        until ws-spike-hr > 24

*>  a sensor the lab is working on may well jump about;
*>  its spikes stay on the report but page nobody
    if ws-spike-alerted = "Y"
        perform check-in-maintenance
        if not ws-is-in-maint
            move ws-spike-worst to ws-alert-val-edt
            move ws-spike-use to ws-alert-band-edt
            move spaces to ws-alert-line
            string
                "sustained spike ptr "      delimited by size
                ws-rs-ptr(ws-runsen-idx)    delimited by size
                "/"                         delimited by size
                ws-rs-site(ws-runsen-idx)   delimited by size
                " deg/hour"                 delimited by size
                into ws-alert-line
            end-string
            perform write-one-alert
        end-if
    end-if
    .

*>****************************************

check-one-spike-hour.

    if ws-rs-hr-count(ws-runsen-idx, ws-spike-hr) = 0
        exit paragraph
    end-if

    compute ws-spike-cur rounded =
        ws-rs-hr-sum(ws-runsen-idx, ws-spike-hr)
        / ws-rs-hr-count(ws-runsen-idx, ws-spike-hr)

    if ws-spike-prev-hr > 0
        compute ws-spike-rate rounded =
            (ws-spike-cur - ws-spike-prev)
            / (ws-spike-hr - ws-spike-prev-hr)
        if ws-spike-rate < 0
            compute ws-spike-abs = zero - ws-spike-rate
        else
            move ws-spike-rate to ws-spike-abs
        end-if
        if ws-spike-abs > ws-spike-use
            compute ws-spike-dist = ws-spike-cur - ws-spike-base
            if ws-spike-dist < 0
                compute ws-spike-dist = zero - ws-spike-dist
            end-if
            if ws-spike-open = "Y" and ws-spike-dist <= ws-spike-use
                move "(settled back)" to ws-spike-flag-text
                perform write-one-spike-line
            else
                perform record-one-spike
            end-if
        end-if
    end-if

*>  once the room is back within the limit of where it
*>  stood before the spike, the disturbance is over and
*>  the next jump is a new spike, not the way home
    if ws-spike-open = "Y"
        compute ws-spike-dist = ws-spike-cur - ws-spike-base
        if ws-spike-dist < 0
            compute ws-spike-dist = zero - ws-spike-dist
        end-if
        if ws-spike-dist <= ws-spike-use
            move "N" to ws-spike-open
        end-if
    end-if

    move ws-spike-hr to ws-spike-prev-hr
    move ws-spike-cur to ws-spike-prev
    .

*>****************************************
*> held: the spike hour and every hour
*> after it that still sits beyond the
*> limit from the before value, until the
*> first one back inside it or without
*> readings
*>****************************************

record-one-spike.

    add 1 to ws-spike-count
    move ws-spike-prev to ws-spike-base
    move "Y" to ws-spike-open
    move 1 to ws-spike-held
    move "N" to ws-spike-settled
    move ws-spike-hr to ws-spike-scan
    perform test-one-held-hour
        until ws-spike-scan >= 24
            or ws-spike-settled = "Y"

    move spaces to ws-spike-flag-text
    if ws-spike-held >= ws-spike-sustain
        move "<< SUSTAINED" to ws-spike-flag-text
        add 1 to ws-spike-sustained
        move "Y" to ws-spike-alerted
        if ws-spike-abs > ws-spike-worst
            move ws-spike-abs to ws-spike-worst
        end-if
    end-if

    perform write-one-spike-line
    .

*>****************************************

write-one-spike-line.

    compute ws-spike-hour-edt = ws-spike-hr - 1
    move ws-spike-prev to ws-spike-prev-edt
    move ws-spike-cur to ws-spike-cur-edt
    move ws-spike-rate to ws-spike-rate-edt
    move ws-spike-use to ws-spike-lim-edt

    move spaces to f-spike-out
    string
        ws-rs-site(ws-runsen-idx)   delimited by size
        "  "                        delimited by size
        ws-rs-ptr(ws-runsen-idx)    delimited by size
        "   "                       delimited by size
        ws-spike-hour-edt           delimited by size
        ":00  "                     delimited by size
        ws-spike-prev-edt           delimited by size
        "  "                        delimited by size
        ws-spike-cur-edt            delimited by size
        "  "                        delimited by size
        ws-spike-rate-edt           delimited by size
        "  "                        delimited by size
        ws-spike-lim-edt            delimited by size
        "  "                        delimited by size
        ws-spike-flag-text          delimited by size
        into f-spike-out
    end-string
    write f-spike-out
    .

*>****************************************

test-one-held-hour.

    compute ws-spike-scan = ws-spike-scan + 1
    if ws-rs-hr-count(ws-runsen-idx, ws-spike-scan) = 0
        move "Y" to ws-spike-settled
        exit paragraph
    end-if

    compute ws-spike-later rounded =
        ws-rs-hr-sum(ws-runsen-idx, ws-spike-scan)
        / ws-rs-hr-count(ws-runsen-idx, ws-spike-scan)
    compute ws-spike-later = ws-spike-later - ws-spike-prev
    if ws-spike-later < 0
        compute ws-spike-later = zero - ws-spike-later
    end-if

    if ws-spike-later > ws-spike-use
        add 1 to ws-spike-held
    else
        move "Y" to ws-spike-settled
    end-if
    .

*>****************************************
*> "ptr|from|to|reason" windows, scrubbed
*> and range-guarded the way every other
*> hand-edited file is loaded
*>****************************************

load-maintenance-schedule.

    move zero to ws-maint-count

    open input f-maintenance

    if ws-maint-status not = "00"
        exit paragraph
    end-if

    read f-maintenance
        at end continue
    end-read

    perform load-one-maintenance
        until ws-maint-status not = "00"
            or ws-maint-count >= 100

    close f-maintenance

    if ws-maint-count > 0
        display "interro1: loaded " ws-maint-count
            " maintenance window(s)"
    end-if
    .

*>****************************************

load-one-maintenance.

    if f-maintenance-rec not = spaces
        and f-maintenance-rec(1:1) not = "#"
        move spaces to ws-mnt-ptr-in ws-mnt-from-in
                       ws-mnt-to-in ws-mnt-reason-in
                       ws-mnt-site-in
        unstring f-maintenance-rec delimited by "|"
            into ws-mnt-ptr-in ws-mnt-from-in
                 ws-mnt-to-in ws-mnt-reason-in
                 ws-mnt-site-in
        end-unstring

        if function trim(ws-mnt-ptr-in) is numeric
            and function trim(ws-mnt-from-in) is numeric
            and function trim(ws-mnt-to-in) is numeric
            add 1 to ws-maint-count
            compute ws-mt-ptr(ws-maint-count) =
                function numval(ws-mnt-ptr-in)
            move function upper-case(ws-mnt-site-in(1:3))
                to ws-mt-site(ws-maint-count)
            compute ws-mt-from(ws-maint-count) =
                function numval(ws-mnt-from-in)
            compute ws-mt-to(ws-maint-count) =
                function numval(ws-mnt-to-in)
            move ws-mnt-reason-in
                to ws-mt-reason(ws-maint-count)
        else
            display "interro1: bad maintenance record skipped: "
                function trim(f-maintenance-rec)
        end-if
    end-if

    read f-maintenance
        at end continue
    end-read
    .

*>****************************************
*> the band schedule is hand-edited like
*> the maintenance windows: a line with a
*> bad key, date, hour or limit is shown
*> on the console and left out rather
*> than guessed at
*>****************************************

load-band-schedule.

    move zero to ws-bsch-count

    open input f-band-sched

    if ws-bsch-status not = "00"
        exit paragraph
    end-if

    read f-band-sched
        at end continue
    end-read

    perform load-one-band
        until ws-bsch-status not = "00"
            or ws-bsch-count >= 200

    close f-band-sched

    if ws-bsch-count > 0
        display "interro1: loaded " ws-bsch-count
            " scheduled alarm band(s)"
    end-if
    .

*>****************************************

load-one-band.

    if f-band-sched-rec = spaces
        or f-band-sched-rec(1:1) = "#"
        read f-band-sched
            at end continue
        end-read
        exit paragraph
    end-if

    move spaces to ws-bsi-key-in ws-bsi-name-in
                   ws-bsi-from-md-in ws-bsi-to-md-in
                   ws-bsi-from-hr-in ws-bsi-to-hr-in
                   ws-bsi-min-in ws-bsi-max-in
    unstring f-band-sched-rec delimited by "|"
        into ws-bsi-key-in ws-bsi-name-in
             ws-bsi-from-md-in ws-bsi-to-md-in
             ws-bsi-from-hr-in ws-bsi-to-hr-in
             ws-bsi-min-in ws-bsi-max-in
    end-unstring

    move "1" to ws-bsch-ok
    add 1 to ws-bsch-count

    if function trim(ws-bsi-key-in) is numeric
        and function length(function trim(ws-bsi-key-in)) <= 4
        set ws-bs-by-ptr(ws-bsch-count) to true
        compute ws-bs-ptr(ws-bsch-count) =
            function numval(ws-bsi-key-in)
        move spaces to ws-bs-loc(ws-bsch-count)
    else
        set ws-bs-by-loc(ws-bsch-count) to true
        move zero to ws-bs-ptr(ws-bsch-count)
        move function upper-case(function trim(ws-bsi-key-in))
            to ws-bs-loc(ws-bsch-count)
    end-if

    if ws-bsi-key-in = spaces or ws-bsi-name-in = spaces
        move "0" to ws-bsch-ok
    end-if
    move function upper-case(function trim(ws-bsi-name-in))
        to ws-bs-name(ws-bsch-count)

*>  the season: mmdd to mmdd, blank for the whole year
    if ws-bsi-from-md-in = spaces and ws-bsi-to-md-in = spaces
        move 0101 to ws-bs-from-md(ws-bsch-count)
        move 1231 to ws-bs-to-md(ws-bsch-count)
    else
        if function trim(ws-bsi-from-md-in) is numeric
            and function trim(ws-bsi-to-md-in) is numeric
            compute ws-bs-from-md(ws-bsch-count) =
                function numval(ws-bsi-from-md-in)
            compute ws-bs-to-md(ws-bsch-count) =
                function numval(ws-bsi-to-md-in)
            move ws-bs-from-md(ws-bsch-count)(1:2) to ws-bsi-mm
            move ws-bs-from-md(ws-bsch-count)(3:2) to ws-bsi-dd
            if ws-bsi-mm < 1 or ws-bsi-mm > 12
                or ws-bsi-dd < 1 or ws-bsi-dd > 31
                move "0" to ws-bsch-ok
            end-if
            move ws-bs-to-md(ws-bsch-count)(1:2) to ws-bsi-mm
            move ws-bs-to-md(ws-bsch-count)(3:2) to ws-bsi-dd
            if ws-bsi-mm < 1 or ws-bsi-mm > 12
                or ws-bsi-dd < 1 or ws-bsi-dd > 31
                move "0" to ws-bsch-ok
            end-if
        else
            move "0" to ws-bsch-ok
        end-if
    end-if

*>  the hours: from up to but not including to, blank or
*>  equal for round the clock
    if ws-bsi-from-hr-in = spaces and ws-bsi-to-hr-in = spaces
        move zero to ws-bs-from-hr(ws-bsch-count)
                     ws-bs-to-hr(ws-bsch-count)
    else
        if function trim(ws-bsi-from-hr-in) is numeric
            and function trim(ws-bsi-to-hr-in) is numeric
            compute ws-bs-from-hr(ws-bsch-count) =
                function numval(ws-bsi-from-hr-in)
            compute ws-bs-to-hr(ws-bsch-count) =
                function numval(ws-bsi-to-hr-in)
            if ws-bs-from-hr(ws-bsch-count) > 23
                or ws-bs-to-hr(ws-bsch-count) > 24
                move "0" to ws-bsch-ok
            end-if
        else
            move "0" to ws-bsch-ok
        end-if
    end-if

    move ws-bsi-min-in to ws-sen-num-scrub
    call "scrub-numeric" using ws-sen-num-scrub
    if ws-sen-num-scrub = spaces
        move "0" to ws-bsch-ok
    else
        compute ws-bs-min(ws-bsch-count) =
                function numval(ws-sen-num-scrub)
            on size error
                move "0" to ws-bsch-ok
        end-compute
    end-if

    move ws-bsi-max-in to ws-sen-num-scrub
    call "scrub-numeric" using ws-sen-num-scrub
    if ws-sen-num-scrub = spaces
        move "0" to ws-bsch-ok
    else
        compute ws-bs-max(ws-bsch-count) =
                function numval(ws-sen-num-scrub)
            on size error
                move "0" to ws-bsch-ok
        end-compute
    end-if

    if ws-bsch-ok = "1"
        and ws-bs-min(ws-bsch-count) >= ws-bs-max(ws-bsch-count)
        move "0" to ws-bsch-ok
    end-if

    if ws-bsch-ok not = "1"
        subtract 1 from ws-bsch-count
        display "interro1: bad band schedule record skipped: "
            function trim(f-band-sched-rec)
    end-if

    read f-band-sched
        at end continue
    end-read
    .

*>****************************************
*> the band in force for this reading: a
*> timestamped reading is placed by its
*> own stamp, anything else by the run's
*> processing date and clock hour. a ptr
*> entry is looked for first, then one
*> for the sensor's master location; the
*> master (or, off the master, the global)
*> band stays when nothing fits
*>****************************************

pick-sensor-band.

    move "N" to ws-band-sched
    if ws-sensor-idx > 0
        move "MASTER" to ws-band-name
    else
        move "GLOBAL" to ws-band-name
    end-if

    if ws-bsch-count = 0 or ws-sensor-idx = 0
        exit paragraph
    end-if

    if ws-is-ts-mode and not ws-is-csv-fmt
        compute ws-bsch-md = ws-rd-month * 100 + ws-rd-day
        move ws-rd-hour to ws-bsch-hr
    else
        move ws-run-date(5:4) to ws-bsch-md
        move ws-run-time(1:2) to ws-bsch-hr
    end-if

    move zero to ws-bsch-hit
    move spaces to ws-bsch-loc
    perform test-one-band
        varying ws-bsch-idx from 1 by 1
        until ws-bsch-idx > ws-bsch-count
            or ws-bsch-hit > 0

    if ws-bsch-hit = 0
        move function upper-case(
            function trim(ws-sen-location(ws-sensor-idx)))
            to ws-bsch-loc
        if ws-bsch-loc not = spaces
            perform test-one-band
                varying ws-bsch-idx from 1 by 1
                until ws-bsch-idx > ws-bsch-count
                    or ws-bsch-hit > 0
        end-if
    end-if

    if ws-bsch-hit > 0
        move "Y" to ws-band-sched
        move ws-bs-name(ws-bsch-hit) to ws-band-name
        move ws-bs-min(ws-bsch-hit) to ws-range-min
        move ws-bs-max(ws-bsch-hit) to ws-range-max
    end-if
    .

*>****************************************
*> ws-bsch-loc blank is the ptr pass, set
*> it is the location pass
*>****************************************

test-one-band.

    if ws-bsch-loc = spaces
        if not ws-bs-by-ptr(ws-bsch-idx)
            or ws-bs-ptr(ws-bsch-idx) not = ws-orig-ptr
            exit paragraph
        end-if
    else
        if not ws-bs-by-loc(ws-bsch-idx)
            or ws-bs-loc(ws-bsch-idx) not = ws-bsch-loc
            exit paragraph
        end-if
    end-if

    move "N" to ws-bsch-fits
    if ws-bs-from-md(ws-bsch-idx) <= ws-bs-to-md(ws-bsch-idx)
        if ws-bsch-md >= ws-bs-from-md(ws-bsch-idx)
            and ws-bsch-md <= ws-bs-to-md(ws-bsch-idx)
            move "Y" to ws-bsch-fits
        end-if
    else
        if ws-bsch-md >= ws-bs-from-md(ws-bsch-idx)
            or ws-bsch-md <= ws-bs-to-md(ws-bsch-idx)
            move "Y" to ws-bsch-fits
        end-if
    end-if
    if ws-bsch-fits not = "Y"
        exit paragraph
    end-if

    move "N" to ws-bsch-fits
    evaluate true
        when ws-bs-from-hr(ws-bsch-idx) = ws-bs-to-hr(ws-bsch-idx)
            move "Y" to ws-bsch-fits
        when ws-bs-from-hr(ws-bsch-idx) < ws-bs-to-hr(ws-bsch-idx)
            if ws-bsch-hr >= ws-bs-from-hr(ws-bsch-idx)
                and ws-bsch-hr < ws-bs-to-hr(ws-bsch-idx)
                move "Y" to ws-bsch-fits
            end-if
        when other
            if ws-bsch-hr >= ws-bs-from-hr(ws-bsch-idx)
                or ws-bsch-hr < ws-bs-to-hr(ws-bsch-idx)
                move "Y" to ws-bsch-fits
            end-if
    end-evaluate

    if ws-bsch-fits = "Y"
        move ws-bsch-idx to ws-bsch-hit
    end-if
    .

*>****************************************
*> a reading outside a scheduled band is
*> kept against its sensor - how many, and
*> the worst of them - for the one alert
*> line per sensor at the end of the run
*>****************************************

note-band-breach.

    if celsius < ws-range-min
        compute ws-band-over = ws-range-min - celsius
    else
        compute ws-band-over = celsius - ws-range-max
    end-if

    add 1 to ws-sen-brk-count(ws-sensor-idx)
    if ws-sen-brk-count(ws-sensor-idx) = 1
        or ws-band-over > ws-sen-brk-over(ws-sensor-idx)
        move ws-band-over to ws-sen-brk-over(ws-sensor-idx)
        move ws-band-name to ws-sen-brk-band(ws-sensor-idx)
        move ws-cur-site to ws-sen-brk-site(ws-sensor-idx)
        move celsius to ws-sen-brk-val(ws-sensor-idx)
        if celsius < ws-range-min
            move ws-range-min to ws-sen-brk-lim(ws-sensor-idx)
        else
            move ws-range-max to ws-sen-brk-lim(ws-sensor-idx)
        end-if
    end-if
    .

*>****************************************
*> one alert per sensor that broke a
*> scheduled band tonight, naming the
*> band and showing the worst reading
*> against the limit it crossed; a sensor
*> down for maintenance stays quiet
*>****************************************

alert-one-band-breach.

    if ws-sen-brk-count(ws-sensor-scan) = 0
        exit paragraph
    end-if

    move ws-sen-ptr(ws-sensor-scan) to ws-find-ptr
    move ws-sen-brk-site(ws-sensor-scan) to ws-find-site
    perform check-in-maintenance
    if ws-is-in-maint
        exit paragraph
    end-if

    move spaces to ws-alert-line
    string
        "ptr "                          delimited by size
        ws-sen-ptr(ws-sensor-scan)      delimited by size
        "/"                             delimited by size
        ws-sen-brk-site(ws-sensor-scan) delimited by size
        " outside scheduled band, "     delimited by size
        ws-sen-brk-count(ws-sensor-scan)
                                        delimited by size
        " reading(s), worst in band "   delimited by size
        function trim(ws-sen-brk-band(ws-sensor-scan))
                                        delimited by size
        into ws-alert-line
    end-string
    move ws-sen-brk-val(ws-sensor-scan) to ws-alert-val-edt
    move ws-sen-brk-lim(ws-sensor-scan) to ws-alert-band-edt
    perform write-one-alert
    .

*>****************************************
*> is (ws-find-site, ws-find-ptr) inside
*> a maintenance window on the run's
*> processing date; a blank side matches
*> everything, so pre-site windows and
*> whole-fleet sensors keep working
*>****************************************

check-in-maintenance.

    move "0" to ws-in-maint
    move spaces to ws-maint-reason

    perform varying ws-maint-idx from 1 by 1
        until ws-maint-idx > ws-maint-count
        if ws-mt-ptr(ws-maint-idx) = ws-find-ptr
            and (ws-mt-site(ws-maint-idx) = spaces
                or ws-find-site = spaces
                or ws-mt-site(ws-maint-idx) = ws-find-site)
            and ws-run-date >= ws-mt-from(ws-maint-idx)
            and ws-run-date <= ws-mt-to(ws-maint-idx)
            set ws-is-in-maint to true
            move ws-mt-reason(ws-maint-idx) to ws-maint-reason
            exit perform
        end-if
    end-perform
    .

*>****************************************
        write f-missing-out
    else
        add 1 to ws-missing-count
        move "Y" to ws-sen-missing(ws-sensor-scan)
        move spaces to f-missing-out
        string
            "ptr "              delimited by size

append-readings-history.

    if ws-runsen-count = 0 and ws-late-count = 0
        exit paragraph
    end-if

        varying ws-runsen-idx from 1 by 1
        until ws-runsen-idx > ws-runsen-count

    perform append-one-late-history
        varying ws-late-idx from 1 by 1
        until ws-late-idx > ws-late-count

    close f-readings-history
    .

*>****************************************
*> a late sensor-day under its own date;
*> no repeat carried, so the stuck check
*> keeps carrying from the nightly record
*>****************************************

append-one-late-history.

    move ws-lt-date(ws-late-idx) to rh-date
    move ws-lt-ptr(ws-late-idx) to rh-ptr
    compute rh-celsius rounded =
        ws-lt-sum(ws-late-idx) / ws-lt-count(ws-late-idx)
    move ws-lt-count(ws-late-idx) to rh-count
    move ws-lt-site(ws-late-idx) to rh-site
    move rh-celsius to rh-last
    move zero to rh-repeat
    move space to rh-stuck
    move ws-lt-lineage(ws-late-idx) to rh-lineage
    write f-readings-hist-rec
    .

*>****************************************

append-one-history-rec.
        / ws-rs-count(ws-runsen-idx)
    move ws-rs-count(ws-runsen-idx) to rh-count
    move ws-rs-site(ws-runsen-idx) to rh-site
    move ws-rs-last(ws-runsen-idx) to rh-last
    move ws-rs-repeat(ws-runsen-idx) to rh-repeat
    if ws-rs-stuck(ws-runsen-idx) = "Y"
        move "S" to rh-stuck
    else
        move space to rh-stuck
    end-if
    move ws-rs-lineage(ws-runsen-idx) to rh-lineage
    write f-readings-hist-rec
    .

*>****************************************
*> tonight's health figures for every
*> active master sensor, a quiet night
*> included - the scorecard counts the
*> nights on record as well as the bad
*> ones
*>****************************************

append-sensor-health.

    if ws-sensor-count = 0
        exit paragraph
    end-if

    open extend f-health

    if ws-health-status = "35"
        open output f-health
    end-if

    if ws-health-status not = "00"
        display "interro1: cannot open " function
            trim(ws-health-file) ", file status "
            ws-health-status
        exit paragraph
    end-if

    perform append-one-health-rec
        varying ws-health-idx from 1 by 1
        until ws-health-idx > ws-sensor-count

    close f-health
    .

*>****************************************

append-one-health-rec.

    if not ws-sen-known(ws-health-idx)
        or ws-sen-is-inactive(ws-health-idx)
        exit paragraph
    end-if

    move ws-run-date to hl-date
    move ws-sen-site(ws-health-idx) to hl-site
    move ws-sen-ptr(ws-health-idx) to hl-ptr
    move ws-sen-rejects(ws-health-idx) to hl-rejects
    move ws-sen-duplicates(ws-health-idx) to hl-duplicates
    move ws-sen-cal-overdue(ws-health-idx) to hl-cal-overdue
    move ws-sen-drift(ws-health-idx) to hl-drift
    move ws-sen-missing(ws-health-idx) to hl-missing
    move zero to hl-gap-hours
    if ws-is-ts-mode
        perform count-gap-hours
    end-if
    move ws-run-id to hl-run-id
    write f-health-rec
    .

*>****************************************
*> a gap is a silent hour with a reading
*> on either side of it in the sensor's
*> own series - the hours before its
*> first reading and after its last are
*> not counted, the run may simply have
*> started or ended there
*>****************************************

count-gap-hours.

    move zero to ws-hl-first ws-hl-last
    perform find-series-ends
        varying ws-hl-hour from 1 by 1
        until ws-hl-hour > 24

    if ws-hl-first = 0
        exit paragraph
    end-if

    perform count-one-gap-hour
        varying ws-hl-hour from ws-hl-first by 1
        until ws-hl-hour > ws-hl-last
    .

*>****************************************

find-series-ends.

    if ws-sen-hours(ws-health-idx)(ws-hl-hour:1) = "Y"
        if ws-hl-first = 0
            move ws-hl-hour to ws-hl-first
        end-if
        move ws-hl-hour to ws-hl-last
    end-if
    .

*>****************************************

count-one-gap-hour.

    if ws-day-is-spring and ws-hl-hour = ws-day-dst-hour + 1
        exit paragraph
    end-if

    if ws-sen-hours(ws-health-idx)(ws-hl-hour:1) not = "Y"
        add 1 to hl-gap-hours
    end-if
    .

*>****************************************
*> the master lookup by ws-find-ptr and
*> ws-find-site, the same rule as
*> find-sensor-slot
*>****************************************

find-health-slot.

    move zero to ws-health-idx
    perform varying ws-health-scan from 1 by 1
        until ws-health-scan > ws-sensor-count
        if ws-sen-ptr(ws-health-scan) = ws-find-ptr
            and ws-sen-known(ws-health-scan)
            and (ws-sen-site(ws-health-scan) = spaces
                or ws-sen-site(ws-health-scan) = ws-find-site)
            move ws-health-scan to ws-health-idx
            exit perform
        end-if
    end-perform
    .

*>****************************************

load-successor-map.
        exit paragraph
    end-if

    move ws-hist-date(1:6) to ws-part-month
    move "0" to ws-part-found

    read f-part-catalog
        end-if
    end-perform

    if ws-calib-count < 500
        add 1 to ws-calib-count
        compute ws-cal-ptr(ws-calib-count) =
            function numval(ws-cb-ptr-in)
        move function upper-case(ws-cb-site-in(1:3))
            to ws-cal-site(ws-calib-count)
        move ws-cb-due-in(1:8) to ws-cal-due(ws-calib-count)
    end-if
    .

*>****************************************
*> the certificate curve in force on the
*> reading's date - its own stamp when it
*> carries one, else the processing date
*>****************************************

apply-calibration-curve.

    if ws-is-ts-mode and not ws-is-csv-fmt
        move ws-rd-stamp(1:8) to ws-curve-date
    else
        move ws-run-date to ws-curve-date
    end-if

    call "cal-curve" using ws-orig-ptr ws-cur-site ws-curve-date
        celsius ws-curve-result ws-curve-corr ws-curve-cert
        ws-curve-status

    evaluate true
        when ws-curve-is-applied
            move ws-curve-result to celsius
        when ws-curve-is-size-error
            move "1" to ws-bad-value
        when other
            continue
    end-evaluate
    .

*>****************************************
*> the corrected reading's echo and its
*> audit: the TEXT line takes the raw
*> value inline, the fixed-column line
*> has no room left, so a second line
*> under it shows raw, correction and
*> where the correction came from
*>****************************************

note-correction.

    move celsius to ws-conv-cel-edt
    move function trim(ws-conv-cel-edt) to celsius-edt

    compute ws-corr-amount = celsius - ws-raw-celsius
    move ws-corr-amount to ws-corr-edt
    move ws-raw-celsius to ws-raw-edt

    move spaces to ws-corr-line
    if ws-curve-is-applied
        string
            "      calibration: raw "       delimited by size
            function trim(ws-raw-edt)       delimited by size
            " corrected "                   delimited by size
            function trim(ws-conv-cel-edt)  delimited by size
            " by "                          delimited by size
            function trim(ws-corr-edt)      delimited by size
            " on curve of certificate "     delimited by size
            function trim(ws-curve-cert)    delimited by size
            into ws-corr-line
        end-string
    else
        string
            "      calibration: raw "       delimited by size
            function trim(ws-raw-edt)       delimited by size
            " corrected "                   delimited by size
            function trim(ws-conv-cel-edt)  delimited by size
            " by "                          delimited by size
            function trim(ws-corr-edt)      delimited by size
            " master offset"                delimited by size
            into ws-corr-line
        end-string
    end-if
    .

*>****************************************

write-correction-line.

    if ws-corr-line = spaces or ws-gon-fmt-text
        exit paragraph
    end-if

    move ws-corr-line to f-gon-out
    write f-gon-out
    perform check-gon-write-status

    add 1 to ws-page-line-count
    if ws-page-line-count >= ws-lines-per-page
        add 1 to ws-page-number
        perform print-header
    end-if
    .

        set eof to true
    end-if
    .

*>****************************************
*> a stamp before the processing date is
*> late; past the window it is too late
*> to post anywhere
*>****************************************

judge-lateness.

    if ws-rd-stamp(1:8) >= ws-run-date
        exit paragraph
    end-if

    move ws-rd-stamp(1:8) to ws-late-date
    compute ws-late-days =
        function integer-of-date(ws-run-date)
        - function integer-of-date(ws-late-date)

    if ws-late-days > ws-late-window
        move "2" to ws-late-flag
        add 1 to ws-too-late-count
        if ws-too-late-oldest = 0
            or ws-late-date < ws-too-late-oldest
            move ws-late-date to ws-too-late-oldest
        end-if
    else
        move "1" to ws-late-flag
    end-if
    .

*>****************************************
*> one slot per reading date, site and
*> sensor; a full table leaves the rest
*> in tonight's figures, as before
*>****************************************

tally-late-reading.

    move zero to ws-late-idx
    perform find-late-slot
        varying ws-late-scan from 1 by 1
        until ws-late-scan > ws-late-count
            or ws-late-idx > 0

    if ws-late-idx = 0
        if ws-late-count >= 500
            if ws-late-full-noted = "0"
                display "interro1: HARD LIMIT - late arrival "
                    "table full at 500 entries, further late "
                    "readings stay in tonight's figures"
                move "1" to ws-late-full-noted
            end-if
            move "0" to ws-late-flag
            exit paragraph
        end-if
        add 1 to ws-late-count
        move ws-late-count to ws-late-idx
        move ws-late-date to ws-lt-date(ws-late-idx)
        move ws-cur-site to ws-lt-site(ws-late-idx)
        move ws-orig-ptr to ws-lt-ptr(ws-late-idx)
        move zero to ws-lt-count(ws-late-idx)
                     ws-lt-sum(ws-late-idx)
        move celsius to ws-lt-min(ws-late-idx)
                        ws-lt-max(ws-late-idx)
    end-if

    add 1 to ws-lt-count(ws-late-idx)
    add celsius to ws-lt-sum(ws-late-idx)
    move ws-lin-key to ws-lt-lineage(ws-late-idx)
    if celsius < ws-lt-min(ws-late-idx)
        move celsius to ws-lt-min(ws-late-idx)
    end-if
    if celsius > ws-lt-max(ws-late-idx)
        move celsius to ws-lt-max(ws-late-idx)
    end-if

    add 1 to ws-late-readings
    add celsius to ws-late-sum
    .

*>****************************************

find-late-slot.

    if ws-lt-date(ws-late-scan) = ws-late-date
        and ws-lt-site(ws-late-scan) = ws-cur-site
        and ws-lt-ptr(ws-late-scan) = ws-orig-ptr
        move ws-late-scan to ws-late-idx
    end-if
    .

*>****************************************
*> tonight's own band, for tonight's
*> history record once the late readings
*> are taken out of it
*>****************************************

tally-ontime-band.

    if ws-ontime-first = "Y"
        move celsius to ws-ontime-min ws-ontime-max
        move "N" to ws-ontime-first
    else
        if celsius < ws-ontime-min
            move celsius to ws-ontime-min
        end-if
        if celsius > ws-ontime-max
            move celsius to ws-ontime-max
        end-if
    end-if
    .

*>****************************************

take-out-late-readings.

    compute ws-ot-read = ws-read-count - ws-late-readings
    compute ws-ot-converted =
        ws-converted-count - ws-late-readings
    move ws-ot-read to sh-read-count
    move ws-ot-converted to sh-converted-count

    if ws-ot-converted > 0
        compute sh-celsius-avg rounded =
            (ws-celsius-sum - ws-late-sum) / ws-ot-converted
        move ws-ontime-min to sh-celsius-min
        move ws-ontime-max to sh-celsius-max
    else
        move zero to sh-celsius-avg sh-celsius-min sh-celsius-max
    end-if

    if ws-ot-read > 0
        compute sh-pct-converted rounded =
            (ws-ot-converted + ws-hum-count) * 100 / ws-ot-read
    else
        move zero to sh-pct-converted
    end-if
    .

*>****************************************
*> the late sensor-days rolled up by day,
*> in date order
*>****************************************

build-late-days.

    move zero to ws-lday-count

    perform add-one-late-day
        varying ws-late-idx from 1 by 1
        until ws-late-idx > ws-late-count

    move "1" to ws-lday-swapped
    perform sort-late-days-pass
        until ws-lday-swapped = "0"
    .

*>****************************************

add-one-late-day.

    move zero to ws-lday-idx
    perform find-late-day
        varying ws-lday-scan from 1 by 1
        until ws-lday-scan > ws-lday-count
            or ws-lday-idx > 0

    if ws-lday-idx = 0
        add 1 to ws-lday-count
        move ws-lday-count to ws-lday-idx
        move ws-lt-date(ws-late-idx) to ws-ld-date(ws-lday-idx)
        move zero to ws-ld-count(ws-lday-idx)
                     ws-ld-sensors(ws-lday-idx)
                     ws-ld-sum(ws-lday-idx)
        move ws-lt-min(ws-late-idx) to ws-ld-min(ws-lday-idx)
        move ws-lt-max(ws-late-idx) to ws-ld-max(ws-lday-idx)
        move "N" to ws-ld-reported(ws-lday-idx)
    end-if

    add ws-lt-count(ws-late-idx) to ws-ld-count(ws-lday-idx)
    add 1 to ws-ld-sensors(ws-lday-idx)
    add ws-lt-sum(ws-late-idx) to ws-ld-sum(ws-lday-idx)
    if ws-lt-min(ws-late-idx) < ws-ld-min(ws-lday-idx)
        move ws-lt-min(ws-late-idx) to ws-ld-min(ws-lday-idx)
    end-if
    if ws-lt-max(ws-late-idx) > ws-ld-max(ws-lday-idx)
        move ws-lt-max(ws-late-idx) to ws-ld-max(ws-lday-idx)
    end-if
    .

*>****************************************

find-late-day.

    if ws-ld-date(ws-lday-scan) = ws-lt-date(ws-late-idx)
        move ws-lday-scan to ws-lday-idx
    end-if
    .

*>****************************************

sort-late-days-pass.

    move "0" to ws-lday-swapped
    perform sort-one-late-day
        varying ws-lday-idx from 1 by 1
        until ws-lday-idx >= ws-lday-count
    .

*>****************************************

sort-one-late-day.

    if ws-ld-date(ws-lday-idx) > ws-ld-date(ws-lday-idx + 1)
        move ws-lday-entry(ws-lday-idx) to ws-lday-swap
        move ws-lday-entry(ws-lday-idx + 1)
            to ws-lday-entry(ws-lday-idx)
        move ws-lday-swap to ws-lday-entry(ws-lday-idx + 1)
        move "1" to ws-lday-swapped
    end-if
    .

*>****************************************
*> a late day's record goes to its own
*> month's partition, behind whatever
*> that day already has - the readers
*> add a day's records together, so the
*> day's figures come out restated.
*> whether the day had been reported
*> before is noted for the summary
*>****************************************

append-one-late-day.

    move ws-stats-history-base to ws-stats-history-file
    move ws-ld-date(ws-lday-idx) to ws-hist-date
    perform resolve-history-partition

    open input f-stats-history
    if ws-stats-history-status = "00"
        read f-stats-history
            at end continue
        end-read
        perform test-day-reported
            until ws-stats-history-status not = "00"
                or ws-ld-reported(ws-lday-idx) = "Y"
        close f-stats-history
    end-if

    move spaces to f-stats-hist-rec
    move ws-ld-date(ws-lday-idx)  to sh-date
    move ws-run-time(1:6)         to sh-time
    move ws-ld-count(ws-lday-idx) to sh-read-count
    move ws-ld-count(ws-lday-idx) to sh-converted-count
    move zero                     to sh-rejected-count
    move zero                     to sh-range-rejected-count
    move ws-ld-min(ws-lday-idx)   to sh-celsius-min
    move ws-ld-max(ws-lday-idx)   to sh-celsius-max
    compute sh-celsius-avg rounded =
        ws-ld-sum(ws-lday-idx) / ws-ld-count(ws-lday-idx)
    move 100                      to sh-pct-converted
    move zero to sh-hum-count sh-hum-min sh-hum-max sh-hum-avg
    move "ALL"                    to sh-site
    move ws-run-id                to sh-run-id
    move zero to sh-stuck-count sh-stuck-sum

    open extend f-stats-history
    if ws-stats-history-status = "35"
        open output f-stats-history
    end-if
    if ws-stats-history-status not = "00"
        display "interro1: cannot open " function
            trim(ws-stats-history-file) ", file status "
            ws-stats-history-status
        exit paragraph
    end-if

    write f-stats-hist-rec
    close f-stats-history
    .

*>****************************************

test-day-reported.

    if sh-date = ws-ld-date(ws-lday-idx)
        and (sh-site = "ALL" or sh-site = spaces)
        move "Y" to ws-ld-reported(ws-lday-idx)
    end-if

    read f-stats-history
        at end continue
    end-read
    .

*>****************************************
*> the run's late-arrival summary: every
*> earlier day tonight's extract added
*> to, by sensor, and whether that day
*> had already been reported - those are
*> the days whose figures have changed
*> since
*>****************************************

write-late-summary.

    open output f-late

    if ws-late-status not = "00"
        display "interro1: cannot open "
            function trim(ws-late-file)
            ", file status " ws-late-status
        exit paragraph
    end-if

    move 16 to str-ptr
    call "entete" using by content name surname str-ptr
                        ws-late-title ws-late-page
                        by reference ws-late-header
                            ws-late-page-line

    move ws-late-header to f-late-out
    write f-late-out
    move ws-late-page-line to f-late-out
    write f-late-out
    move spaces to f-late-out
    write f-late-out

    move ws-late-window to ws-late-win-edt
    move spaces to f-late-out
    string
        "processing date "          delimited by size
        ws-run-date                 delimited by size
        "  lateness window "        delimited by size
        function trim(ws-late-win-edt) delimited by size
        " day(s)"                   delimited by size
        into f-late-out
    end-string
    write f-late-out
    move spaces to f-late-out
    write f-late-out

    if ws-lday-count = 0
        move "no late readings posted to earlier days"
            to f-late-out
        write f-late-out
    else
        move "reading date  readings  sensors        min        max"
            to f-late-out
        move "        avg  day" to f-late-out(54:)
        write f-late-out
        perform write-one-late-day
            varying ws-lday-idx from 1 by 1
            until ws-lday-idx > ws-lday-count
    end-if

    move spaces to f-late-out
    write f-late-out

    move ws-late-readings to ws-late-cnt-edt
    move spaces to f-late-out
    string
        "late readings posted: "    delimited by size
        function trim(ws-late-cnt-edt) delimited by size
        into f-late-out
    end-string
    write f-late-out

    if ws-too-late-count > 0
        move ws-too-late-count to ws-late-cnt-edt
        move spaces to f-late-out
        string
            "past the window, rejected: "
                                    delimited by size
            function trim(ws-late-cnt-edt) delimited by size
            "  oldest reading date " delimited by size
            ws-too-late-oldest      delimited by size
            into f-late-out
        end-string
        write f-late-out
    end-if

    close f-late
    .

*>****************************************

write-one-late-day.

    move ws-ld-count(ws-lday-idx) to ws-late-cnt-edt
    move ws-ld-sensors(ws-lday-idx) to ws-late-sen-edt
    move ws-ld-min(ws-lday-idx) to ws-late-min-edt
    move ws-ld-max(ws-lday-idx) to ws-late-max-edt
    compute ws-late-avg rounded =
        ws-ld-sum(ws-lday-idx) / ws-ld-count(ws-lday-idx)
    move ws-late-avg to ws-late-avg-edt

    move spaces to f-late-out
    move ws-ld-date(ws-lday-idx) to f-late-out(1:8)
    move ws-late-cnt-edt to f-late-out(15:6)
    move ws-late-sen-edt to f-late-out(27:3)
    move ws-late-min-edt to f-late-out(32:9)
    move ws-late-max-edt to f-late-out(43:9)
    move ws-late-avg-edt to f-late-out(54:9)
    if ws-ld-reported(ws-lday-idx) = "Y"
        move "RESTATED - already reported" to f-late-out(65:)
    else
        move "first figures for the day" to f-late-out(65:)
    end-if
    write f-late-out

    perform write-one-late-sensor
        varying ws-late-idx from 1 by 1
        until ws-late-idx > ws-late-count
    .

*>****************************************

write-one-late-sensor.

    if ws-lt-date(ws-late-idx) not = ws-ld-date(ws-lday-idx)
        exit paragraph
    end-if

    move ws-lt-count(ws-late-idx) to ws-late-cnt-edt
    compute ws-late-avg rounded =
        ws-lt-sum(ws-late-idx) / ws-lt-count(ws-late-idx)
    move ws-late-avg to ws-late-avg-edt

    move spaces to f-late-out
    string
        "    ptr "                  delimited by size
        ws-lt-ptr(ws-late-idx)      delimited by size
        " site "                    delimited by size
        ws-lt-site(ws-late-idx)     delimited by size
        "  readings "               delimited by size
        function trim(ws-late-cnt-edt) delimited by size
        "  avg "                    delimited by size
        function trim(ws-late-avg-edt) delimited by size
        into f-late-out
    end-string
    write f-late-out
    .

*>****************************************
*> the record's lineage key, and the
*> journal line that says it was read:
*> its id as delivered and its text as
*> the vault token the console echo
*> shows, never the clear value
*>****************************************

journal-record-read.

    move ws-run-id to ws-lin-run
    if ws-lin-run = spaces
        move spaces to ws-lin-run
        string
            ws-run-date         delimited by size
            "-00"               delimited by size
            into ws-lin-run
        end-string
    end-if

    move ws-ext-recno to ws-lin-recno-edt
    move spaces to ws-lin-key
    string
        function trim(ws-lin-run)       delimited by size
        "/"                             delimited by size
        function trim(ws-degres-file)   delimited by size
        "/"                             delimited by size
        ws-lin-recno-edt                delimited by size
        into ws-lin-key
    end-string

    move spaces to ws-lin-detail
    if (rt-type = "T" or rt-type = "H") and rt-ptr numeric
        move rt-str to ws-lin-token
        move f-degres-raw(1:5) to ws-lin-detail
    else
        move str to ws-lin-token
        move f-degres-raw(1:4) to ws-lin-detail
    end-if
    if ws-lin-token not = spaces
        call "tokenize-vault" using ws-lin-token
    end-if

    string
        "|"                             delimited by size
        function trim(ws-lin-token)     delimited by size
        into ws-lin-detail(function length(
            function trim(ws-lin-detail)) + 1:)
    end-string
    move "IN" to ws-lin-kind
    call "lineage-log" using ws-lin-kind ws-lin-key ws-lin-detail
    .

*>****************************************
*> ws-lin-detail holds the reason on the
*> way in
*>****************************************

journal-record-rejected.

    move ws-lin-detail to ws-lin-master
    move spaces to ws-lin-detail
    string
        function trim(ws-lin-master)    delimited by size
        "|"                             delimited by size
        function trim(ws-rejects-file)  delimited by size
        into ws-lin-detail
    end-string
    move "RJ" to ws-lin-kind
    call "lineage-log" using ws-lin-kind ws-lin-key ws-lin-detail
    .

*>****************************************
*> a converted reading: the master it was
*> judged by, the correction it took, and
*> every output it went into - a humidity
*> reading feeds the statistics alone
*>****************************************

journal-record-converted.

    move spaces to ws-lin-master
    evaluate true
        when ws-is-humidity
            move "humidity - master not applied" to ws-lin-master
        when ws-sensor-idx = 0
            move "not on the sensor master" to ws-lin-master
        when ws-ver-is-found
            string
                "master version in force "  delimited by size
                ws-ver-date                 delimited by size
                into ws-lin-master
            end-string
        when other
            move "sensor master as it stands" to ws-lin-master
    end-evaluate

    if ws-corr-line not = spaces and not ws-is-humidity
        move function trim(ws-corr-line) to ws-lin-calib
    else
        move "no calibration correction" to ws-lin-calib
    end-if
    if ws-cal-flag not = spaces
        string
            ", "                        delimited by size
            function trim(ws-cal-flag)  delimited by size
            into ws-lin-calib(function length(
                function trim(ws-lin-calib trailing)) + 1:)
        end-string
    end-if

    if ws-is-late
        move ws-late-date to ws-lin-date
    else
        move ws-run-date to ws-lin-date
    end-if

    move spaces to ws-lin-detail
    if ws-is-humidity
        string
            ws-orig-ptr                 delimited by size
            "|"                         delimited by size
            ws-cur-site                 delimited by size
            "|"                         delimited by size
            ws-lin-date                 delimited by size
            "|"                         delimited by size
            function trim(ws-lin-master)
                                        delimited by size
            "|"                         delimited by size
            function trim(ws-lin-calib) delimited by size
            "|"                         delimited by size
            "run statistics only"       delimited by size
            into ws-lin-detail
        end-string
    else
        string
            ws-orig-ptr                 delimited by size
            "|"                         delimited by size
            ws-cur-site                 delimited by size
            "|"                         delimited by size
            ws-lin-date                 delimited by size
            "|"                         delimited by size
            function trim(ws-lin-master)
                                        delimited by size
            "|"                         delimited by size
            function trim(ws-lin-calib) delimited by size
            "|"                         delimited by size
            function trim(ws-gon-file)  delimited by size
            " "                         delimited by size
            function trim(ws-readings-cur-file)
                                        delimited by size
            " "                         delimited by size
            function trim(ws-readings-history-file)
                                        delimited by size
            into ws-lin-detail
        end-string
    end-if
    move "CV" to ws-lin-kind
    call "lineage-log" using ws-lin-kind ws-lin-key ws-lin-detail
    .
