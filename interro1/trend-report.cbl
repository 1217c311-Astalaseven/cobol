    03 sh-hum-max               pic s999v9999 sign leading separate.
    03 sh-hum-avg               pic s999v9999 sign leading separate.
    03 sh-site                  pic x(3).
    03 sh-run-id                pic x(11).
    03 sh-stuck-count           pic 9(6).
    03 sh-stuck-sum             pic s9(9)v9999 sign leading separate.
    03 sh-zone                  pic x(8).

fd f-trend.
01 f-trend-out          pic x(132).

load-one-run.

*>  heating-zone records are parts of a site's run, not
*>  runs of their own
    if sh-zone not = spaces
        read f-stats-history
            at end set eof to true
        end-read
        exit paragraph
    end-if

    add 1 to ws-run-count

*>  records from before the site code read back blank
