       identification division.
       program-id. amortize.

      *>****************************************************
      *> loan and lease amortization schedules: finance ran
      *> these through a desktop tool whose figures never
      *> quite agreed with calc's rounding. every step here
      *> - the periodic rate, the level payment, each
      *> period's interest and the cent rounding - goes
      *> through calc-engine, so CALC_ROUND applies exactly
      *> as it does to a calc line, and each payment date
      *> is moved off weekends and holidays with the
      *> engine's business-date functions against the same
      *> file-calendar daily-cycle runs on.
      *>
      *> the loan comes from run parameters -
      *>   AMORT_PRINCIPAL  amount lent
      *>   AMORT_RATE       annual rate in percent
      *>   AMORT_TERM       term in months
      *>   AMORT_FREQ       M monthly (default), Q quarterly,
      *>                    S half-yearly, A annual
      *>   AMORT_START      drawdown date yyyymmdd (default
      *>                    the processing date); the first
      *>                    payment falls one period later
      *>   AMORT_DATE_RULE  FOLLOW (default) moves a payment
      *>                    due on a non-business day to the
      *>                    next business day; MODFOLLOW does
      *>                    the same unless that crosses into
      *>                    the next month, in which case it
      *>                    moves back instead
      *>   AMORT_REF        free text reference for the
      *>                    schedule header
      *> and the schedule goes to AMORT_SCHEDULE (default
      *> file-amort-schedule), one record per payment -
      *>   seq|date|payment|interest|principal|balance|adj
      *> adj N on the due date, F moved forward, P moved
      *> back, U left unadjusted because the calendar does
      *> not reach it. the final payment takes whatever the
      *> rounding of the level payment left over, so the
      *> principal column always sums back to the amount
      *> lent; a schedule that does not is RETURN-CODE 8
      *>****************************************************

       environment division.

       input-output section.

       file-control.
           select amort-schedule assign to dynamic ws-schedule-file
               organization line sequential
               file status is ws-schedule-status.

       data division.

       file section.

       fd amort-schedule.
       01 amort-schedule-rec       pic x(132).

       working-storage section.

      *>****************************************************
      *> staging pair for the shared read-param subroutine:
      *> environment variable first, then the central
      *> run-params file, then the caller's own hardcoded
      *> default
      *>****************************************************

       77 ws-param-key             pic x(30).
       77 ws-param-value           pic x(80).

       77 ws-schedule-file         pic x(80)
                                    value "file-amort-schedule".
       77 ws-schedule-status       pic xx.

       77 ws-return-code           pic 9     value 0.
       77 ws-scrub                 pic x(30).

      *>****************************************************
      *> the loan as given
      *>****************************************************

       77 ws-principal             pic s9(13)v9(4) usage comp-3
                                                    value 0.
       77 ws-rate                  pic s9(13)v9(4) usage comp-3
                                                    value 0.
       77 ws-term                  pic 9(4)  value 0.
       77 ws-freq                  pic x     value "M".
       77 ws-per-year              pic 99    value 12.
       77 ws-months-per            pic 99    value 1.
       77 ws-start-date            pic 9(8)  value 0.
       77 ws-date-rule             pic x(10) value "FOLLOW".
           88 ws-rule-modfollow              value "MODFOLLOW".
       77 ws-loan-ref              pic x(40) value spaces.
       77 ws-bad-param             pic x(60) value spaces.

      *>****************************************************
      *> calc-engine's operands carry four decimals, too few
      *> for a periodic rate (5% a year is 0.0041666... a
      *> month), so the rate and the compounding factor are
      *> carried scaled by a million: ws-rate-scaled is the
      *> periodic rate times 1,000,000 and ws-growth the
      *> running (1 + rate) ** k times 1,000,000 - ten
      *> significant decimals, well inside the engine's
      *> field sizes
      *>****************************************************

       77 ws-million               pic s9(13)v9(4) usage comp-3
                                                    value 1000000.
       77 ws-rate-scaled           pic s9(13)v9(4) usage comp-3
                                                    value 0.
       77 ws-growth                pic s9(13)v9(4) usage comp-3
                                                    value 0.
       77 ws-growth-step           pic s9(13)v9(4) usage comp-3
                                                    value 0.
       77 ws-periods               pic 9(4)  value 0.
       77 ws-period-idx            pic 9(4).
       77 ws-payment               pic s9(13)v9(4) usage comp-3
                                                    value 0.
       77 ws-pay-work              pic s9(13)v9(4) usage comp-3
                                                    value 0.

      *>****************************************************
      *> calc-engine call staging, the same parameter list
      *> calc itself passes
      *>****************************************************

       77 ws-eng-fstnb             pic s9(13)v9(4) usage packed-decimal.
       77 ws-eng-oper              pic x(4).
       77 ws-eng-sndnb             pic s9(13)v9(4) usage packed-decimal.
       77 ws-round-mode            pic x(5)  value "TRUNC".
           88 ws-round-nearest               value "ROUND".
       77 ws-eng-total             pic s9(17)v9(4) usage comp-3.
       77 ws-eng-msg               pic x(80).
       77 ws-eng-size-error        pic x.
           88 ws-eng-is-size-error           value "1".
       77 ws-err-code              pic 9(3).
       77 ws-eng-failed            pic x     value "0".
           88 ws-is-eng-failed               value "1".
       77 ws-eng-step              pic x(30) value spaces.

       77 ws-cents-value           pic s9(13)v9(4) usage comp-3.

      *>****************************************************
      *> one payment period
      *>****************************************************

       77 ws-balance               pic s9(13)v9(4) usage comp-3
                                                    value 0.
       77 ws-interest              pic s9(13)v9(4) usage comp-3
                                                    value 0.
       77 ws-principal-part        pic s9(13)v9(4) usage comp-3
                                                    value 0.
       77 ws-this-payment          pic s9(13)v9(4) usage comp-3
                                                    value 0.
       77 ws-total-payments        pic s9(13)v9(4) usage comp-3
                                                    value 0.
       77 ws-total-interest        pic s9(13)v9(4) usage comp-3
                                                    value 0.
       77 ws-total-principal       pic s9(13)v9(4) usage comp-3
                                                    value 0.

       77 ws-due-date              pic 9(8)  value 0.
       77 ws-pay-date              pic 9(8)  value 0.
       77 ws-adj-code              pic x     value "N".
       77 ws-unadjusted-count      pic 9(4)  value 0.
       77 ws-month-count           pic 9(6).
       77 ws-due-year              pic 9(4).
       77 ws-due-month             pic 99.
       77 ws-due-day               pic 99.
       77 ws-start-year            pic 9(4).
       77 ws-start-month           pic 99.
       77 ws-start-day             pic 99.
       77 ws-month-end             pic 99.

       01 ws-detail-line.
           03 dl-seq               pic 9(4).
           03 filler               pic x     value "|".
           03 dl-date              pic 9(8).
           03 filler               pic x     value "|".
           03 dl-payment           pic x(18).
           03 filler               pic x     value "|".
           03 dl-interest          pic x(18).
           03 filler               pic x     value "|".
           03 dl-principal         pic x(18).
           03 filler               pic x     value "|".
           03 dl-balance           pic x(18).
           03 filler               pic x     value "|".
           03 dl-adj               pic x.

       77 ws-amount-edt            pic -(12)9.99.
       77 ws-amount-text           pic x(18).
       77 ws-edit-value            pic s9(13)v9(4) usage comp-3.
       77 ws-line                  pic x(132).
       77 ws-text-1                pic x(18).
       77 ws-text-2                pic x(18).
       77 ws-text-3                pic x(18).
       77 ws-rate-edt              pic z(3)9.9(4).

       77 ws-caller                pic x(20) value "AMORTIZE".
       77 ws-audit-event           pic x(12).
       77 ws-audit-detail          pic x(80).

       procedure division.

       mainline.

           perform resolve-config

           if ws-bad-param not = spaces
               display "amortize: " function trim(ws-bad-param)
                   " - no schedule written"
               move 8 to return-code
               goback
           end-if

           perform compute-level-payment

           if ws-is-eng-failed
               perform report-engine-failure
               move 8 to return-code
               goback
           end-if

           open output amort-schedule
           if ws-schedule-status not = "00"
               display "amortize: cannot open "
                   function trim(ws-schedule-file)
                   " status " ws-schedule-status
               move 8 to return-code
               goback
           end-if

           perform write-schedule-header

           move ws-principal to ws-balance
           perform schedule-one-period
               varying ws-period-idx from 1 by 1
               until ws-period-idx > ws-periods
                   or ws-is-eng-failed

           if ws-is-eng-failed
               close amort-schedule
               perform report-engine-failure
               move 8 to return-code
               goback
           end-if

           perform write-schedule-totals

           close amort-schedule

           if ws-unadjusted-count > 0 and ws-return-code < 4
               move 4 to ws-return-code
           end-if

           move "SCHEDULE" to ws-audit-event
           move ws-principal to ws-edit-value
           perform edit-amount
           move ws-amount-text to ws-text-1
           move ws-payment to ws-edit-value
           perform edit-amount
           move ws-amount-text to ws-text-2
           move spaces to ws-audit-detail
           string
               "principal="                    delimited by size
               function trim(ws-text-1)        delimited by size
               " periods="                     delimited by size
               ws-periods                      delimited by size
               " payment="                     delimited by size
               function trim(ws-text-2)        delimited by size
               " rc="                          delimited by size
               ws-return-code                  delimited by size
               " "                             delimited by size
               function trim(ws-loan-ref)      delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-caller ws-audit-event
                                   ws-audit-detail

           display "amortize: " ws-periods " payment(s) of "
               function trim(ws-text-2) " written to "
               function trim(ws-schedule-file)
           if ws-unadjusted-count > 0
               display "amortize: " ws-unadjusted-count
                   " payment date(s) beyond the calendar left "
                   "unadjusted"
           end-if

           move ws-return-code to return-code

           goback.


      *>****************************************************
      *> the loan terms, each one checked before anything is
      *> computed; the first bad one is the run's answer
      *>****************************************************

       resolve-config.

           move "AMORT_SCHEDULE" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-schedule-file
           end-if

           move "CALC_ROUND" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move function upper-case(ws-param-value)
                   to ws-round-mode
           end-if
           if ws-round-mode not = "ROUND"
               move "TRUNC" to ws-round-mode
           end-if

           move "AMORT_REF" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           move ws-param-value to ws-loan-ref

           move "AMORT_PRINCIPAL" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           move ws-param-value to ws-scrub
           call "scrub-numeric" using ws-scrub
           if ws-scrub = spaces
               move "AMORT_PRINCIPAL missing or not a number"
                   to ws-bad-param
               exit paragraph
           end-if
           compute ws-principal = function numval(ws-scrub)
               on size error
                   move "AMORT_PRINCIPAL too large" to ws-bad-param
                   exit paragraph
           end-compute
           if ws-principal <= 0
               move "AMORT_PRINCIPAL must be above zero"
                   to ws-bad-param
               exit paragraph
           end-if

           move "AMORT_RATE" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           move ws-param-value to ws-scrub
           call "scrub-numeric" using ws-scrub
           if ws-scrub = spaces
               move "AMORT_RATE missing or not a number"
                   to ws-bad-param
               exit paragraph
           end-if
           compute ws-rate = function numval(ws-scrub)
               on size error
                   move "AMORT_RATE out of range" to ws-bad-param
                   exit paragraph
           end-compute
           if ws-rate < 0 or ws-rate >= 100
               move "AMORT_RATE must be 0 to under 100 percent"
                   to ws-bad-param
               exit paragraph
           end-if

           move "AMORT_FREQ" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move function upper-case(ws-param-value(1:1))
                   to ws-freq
           end-if
           evaluate ws-freq
               when "M"
                   move 12 to ws-per-year
                   move 1 to ws-months-per
               when "Q"
                   move 4 to ws-per-year
                   move 3 to ws-months-per
               when "S"
                   move 2 to ws-per-year
                   move 6 to ws-months-per
               when "A"
                   move 1 to ws-per-year
                   move 12 to ws-months-per
               when other
                   move "AMORT_FREQ must be M, Q, S or A"
                       to ws-bad-param
                   exit paragraph
           end-evaluate

           move "AMORT_TERM" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value = spaces
               or function trim(ws-param-value) not numeric
               move "AMORT_TERM missing or not whole months"
                   to ws-bad-param
               exit paragraph
           end-if
           compute ws-term = function numval(ws-param-value)
               on size error
                   move "AMORT_TERM out of range" to ws-bad-param
                   exit paragraph
           end-compute
           if ws-term = 0
               or function mod(ws-term, ws-months-per) not = 0
               move "AMORT_TERM must be whole payment periods"
                   to ws-bad-param
               exit paragraph
           end-if
           compute ws-periods = ws-term / ws-months-per

           accept ws-start-date from date yyyymmdd
           move "PROCESS_DATE" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               and ws-param-value(1:8) numeric
               move ws-param-value(1:8) to ws-start-date
           end-if
           move "AMORT_START" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               if ws-param-value(1:8) not numeric
                   or ws-param-value(9:) not = spaces
                   move "AMORT_START must be yyyymmdd"
                       to ws-bad-param
                   exit paragraph
               end-if
               move ws-param-value(1:8) to ws-start-date
           end-if

      *>   a zero-day calendar offset is the engine's own
      *>   date validation - the same one every DADD gets
           move ws-start-date to ws-eng-fstnb
           move "DADD" to ws-eng-oper
           move zero to ws-eng-sndnb
           perform call-engine
           if ws-is-eng-failed
               move "AMORT_START is not a valid date"
                   to ws-bad-param
               exit paragraph
           end-if
           move ws-start-date(1:4) to ws-start-year
           move ws-start-date(5:2) to ws-start-month
           move ws-start-date(7:2) to ws-start-day

           move "AMORT_DATE_RULE" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move function upper-case(function trim(ws-param-value))
                   to ws-date-rule
           end-if
           if ws-date-rule not = "FOLLOW"
               and ws-date-rule not = "MODFOLLOW"
               move "AMORT_DATE_RULE must be FOLLOW or MODFOLLOW"
                   to ws-bad-param
               exit paragraph
           end-if
           .


      *>****************************************************
      *> the level payment P * r / (1 - (1 + r) ** -n),
      *> worked as P * r * g / (g - 1) with g = (1 + r) ** n
      *> built up one period at a time; at a zero rate it is
      *> simply the principal over the number of payments.
      *> the payment is then taken to whole cents the way
      *> CALC_ROUND says
      *>****************************************************

       compute-level-payment.

           move "periodic rate" to ws-eng-step
           move ws-rate to ws-eng-fstnb
           move "*" to ws-eng-oper
           move 10000 to ws-eng-sndnb
           perform call-engine
           if ws-is-eng-failed
               exit paragraph
           end-if
           move ws-eng-total to ws-eng-fstnb
           move "/" to ws-eng-oper
           move ws-per-year to ws-eng-sndnb
           perform call-engine
           if ws-is-eng-failed
               exit paragraph
           end-if
           move ws-eng-total to ws-rate-scaled

           if ws-rate-scaled = 0
               move "level payment" to ws-eng-step
               move ws-principal to ws-eng-fstnb
               move "/" to ws-eng-oper
               move ws-periods to ws-eng-sndnb
               perform call-engine
               if ws-is-eng-failed
                   exit paragraph
               end-if
               move ws-eng-total to ws-pay-work
           else
               move "compounding" to ws-eng-step
               move ws-million to ws-eng-fstnb
               move "+" to ws-eng-oper
               move ws-rate-scaled to ws-eng-sndnb
               perform call-engine
               if ws-is-eng-failed
                   exit paragraph
               end-if
               move ws-eng-total to ws-growth-step
               move ws-million to ws-growth

               perform compound-one-period
                   varying ws-period-idx from 1 by 1
                   until ws-period-idx > ws-periods
                       or ws-is-eng-failed
               if ws-is-eng-failed
                   exit paragraph
               end-if

               move "level payment" to ws-eng-step
               move ws-principal to ws-eng-fstnb
               move "*" to ws-eng-oper
               move ws-rate-scaled to ws-eng-sndnb
               perform call-engine
               if ws-is-eng-failed
                   exit paragraph
               end-if
               move ws-eng-total to ws-eng-fstnb
               move "/" to ws-eng-oper
               move ws-million to ws-eng-sndnb
               perform call-engine
               if ws-is-eng-failed
                   exit paragraph
               end-if
               move ws-eng-total to ws-eng-fstnb
               move "*" to ws-eng-oper
               move ws-growth to ws-eng-sndnb
               perform call-engine
               if ws-is-eng-failed
                   exit paragraph
               end-if
               move ws-eng-total to ws-pay-work

               move ws-growth to ws-eng-fstnb
               move "-" to ws-eng-oper
               move ws-million to ws-eng-sndnb
               perform call-engine
               if ws-is-eng-failed
                   exit paragraph
               end-if

               move ws-eng-total to ws-eng-sndnb
               move ws-pay-work to ws-eng-fstnb
               move "/" to ws-eng-oper
               perform call-engine
               if ws-is-eng-failed
                   exit paragraph
               end-if
               move ws-eng-total to ws-pay-work
           end-if

           move ws-pay-work to ws-cents-value
           perform round-to-cents
           move ws-cents-value to ws-payment
           .


       compound-one-period.

           move ws-growth to ws-eng-fstnb
           move "*" to ws-eng-oper
           move ws-growth-step to ws-eng-sndnb
           perform call-engine
           if ws-is-eng-failed
               exit paragraph
           end-if
           move ws-eng-total to ws-eng-fstnb
           move "/" to ws-eng-oper
           move ws-million to ws-eng-sndnb
           perform call-engine
           if not ws-is-eng-failed
               move ws-eng-total to ws-growth
           end-if
           .


      *>****************************************************
      *> one payment: interest on the opening balance at the
      *> periodic rate, in whole cents; the rest of the
      *> level payment reduces the balance. the last payment
      *> is whatever clears the balance - interest plus the
      *> whole remaining principal - so the rounding of the
      *> level payment never leaves a residue behind
      *>****************************************************

       schedule-one-period.

           move "interest" to ws-eng-step
           move ws-balance to ws-eng-fstnb
           move "*" to ws-eng-oper
           move ws-rate-scaled to ws-eng-sndnb
           perform call-engine
           if ws-is-eng-failed
               exit paragraph
           end-if
           move ws-eng-total to ws-eng-fstnb
           move "/" to ws-eng-oper
           move ws-million to ws-eng-sndnb
           perform call-engine
           if ws-is-eng-failed
               exit paragraph
           end-if
           move ws-eng-total to ws-cents-value
           perform round-to-cents
           if ws-is-eng-failed
               exit paragraph
           end-if
           move ws-cents-value to ws-interest

           move "principal" to ws-eng-step
           if ws-period-idx = ws-periods
               move ws-balance to ws-principal-part
               move ws-interest to ws-eng-fstnb
               move "+" to ws-eng-oper
               move ws-balance to ws-eng-sndnb
               perform call-engine
               if ws-is-eng-failed
                   exit paragraph
               end-if
               move ws-eng-total to ws-this-payment
           else
               move ws-payment to ws-this-payment
               move ws-payment to ws-eng-fstnb
               move "-" to ws-eng-oper
               move ws-interest to ws-eng-sndnb
               perform call-engine
               if ws-is-eng-failed
                   exit paragraph
               end-if
               move ws-eng-total to ws-principal-part
           end-if

           move ws-balance to ws-eng-fstnb
           move "-" to ws-eng-oper
           move ws-principal-part to ws-eng-sndnb
           perform call-engine
           if ws-is-eng-failed
               exit paragraph
           end-if
           move ws-eng-total to ws-balance

           perform resolve-payment-date

           move ws-period-idx to dl-seq
           move ws-pay-date to dl-date
           move ws-this-payment to ws-edit-value
           perform edit-amount
           move ws-amount-text to dl-payment
           move ws-interest to ws-edit-value
           perform edit-amount
           move ws-amount-text to dl-interest
           move ws-principal-part to ws-edit-value
           perform edit-amount
           move ws-amount-text to dl-principal
           move ws-balance to ws-edit-value
           perform edit-amount
           move ws-amount-text to dl-balance
           move ws-adj-code to dl-adj

           move spaces to ws-line
           string
               dl-seq                          delimited by size
               "|"                             delimited by size
               dl-date                         delimited by size
               "|"                             delimited by size
               function trim(dl-payment)       delimited by size
               "|"                             delimited by size
               function trim(dl-interest)      delimited by size
               "|"                             delimited by size
               function trim(dl-principal)     delimited by size
               "|"                             delimited by size
               function trim(dl-balance)       delimited by size
               "|"                             delimited by size
               dl-adj                          delimited by size
               into ws-line
           end-string
           write amort-schedule-rec from ws-line

           add ws-this-payment to ws-total-payments
           add ws-interest to ws-total-interest
           add ws-principal-part to ws-total-principal
           .


      *>****************************************************
      *> the due date is the drawdown date plus whole
      *> periods, counted from the drawdown each time so a
      *> 31st does not drift to the 28th for good after one
      *> February; a day past the end of a short month falls
      *> on its last day. a due date that is no business day
      *> moves to the first business day after it (BNXT from
      *> the day before), or under MODFOLLOW back to the
      *> last one before it when forward would change month
      *>****************************************************

       resolve-payment-date.

           compute ws-month-count =
               (ws-start-year * 12) + ws-start-month - 1
               + (ws-period-idx * ws-months-per)
           compute ws-due-year = ws-month-count / 12
           compute ws-due-month =
               function mod(ws-month-count, 12) + 1

           evaluate ws-due-month
               when 4 when 6 when 9 when 11
                   move 30 to ws-month-end
               when 2
                   if function mod(ws-due-year, 400) = 0
                       or (function mod(ws-due-year, 4) = 0
                           and function mod(ws-due-year, 100)
                               not = 0)
                       move 29 to ws-month-end
                   else
                       move 28 to ws-month-end
                   end-if
               when other
                   move 31 to ws-month-end
           end-evaluate

           move ws-start-day to ws-due-day
           if ws-due-day > ws-month-end
               move ws-month-end to ws-due-day
           end-if

           compute ws-due-date =
               (ws-due-year * 10000) + (ws-due-month * 100)
               + ws-due-day

           move ws-due-date to ws-pay-date
           move "N" to ws-adj-code

           move ws-due-date to ws-eng-fstnb
           move "DADD" to ws-eng-oper
           move -1 to ws-eng-sndnb
           perform call-date-engine
           if ws-eng-is-size-error
               perform note-unadjusted-date
               exit paragraph
           end-if

           move ws-eng-total to ws-eng-fstnb
           move "BNXT" to ws-eng-oper
           move zero to ws-eng-sndnb
           perform call-date-engine
           if ws-eng-is-size-error
               perform note-unadjusted-date
               exit paragraph
           end-if

           if ws-eng-total = ws-due-date
               exit paragraph
           end-if

           move ws-eng-total to ws-pay-date
           move "F" to ws-adj-code

           if ws-rule-modfollow
               and ws-pay-date(5:2) not = ws-due-date(5:2)
               move ws-due-date to ws-eng-fstnb
               move "BPRV" to ws-eng-oper
               move zero to ws-eng-sndnb
               perform call-date-engine
               if ws-eng-is-size-error
                   perform note-unadjusted-date
                   exit paragraph
               end-if
               move ws-eng-total to ws-pay-date
               move "P" to ws-adj-code
           end-if
           .


       note-unadjusted-date.

           move ws-due-date to ws-pay-date
           move "U" to ws-adj-code
           add 1 to ws-unadjusted-count
           .


      *>****************************************************
      *> whole cents through the engine: times 100, half a
      *> cent added under CALC_ROUND=ROUND, the fraction
      *> dropped by integer division, back over 100.
      *> ws-cents-value goes in and comes back rounded
      *>****************************************************

       round-to-cents.

           move ws-cents-value to ws-eng-fstnb
           move "*" to ws-eng-oper
           move 100 to ws-eng-sndnb
           perform call-engine
           if ws-is-eng-failed
               exit paragraph
           end-if

           if ws-round-nearest
               move ws-eng-total to ws-eng-fstnb
               move "+" to ws-eng-oper
               move 0.5 to ws-eng-sndnb
               perform call-engine
               if ws-is-eng-failed
                   exit paragraph
               end-if
           end-if

           move ws-eng-total to ws-eng-fstnb
           move "//" to ws-eng-oper
           move 1 to ws-eng-sndnb
           perform call-engine
           if ws-is-eng-failed
               exit paragraph
           end-if

           move ws-eng-total to ws-eng-fstnb
           move "/" to ws-eng-oper
           move 100 to ws-eng-sndnb
           perform call-engine
           if not ws-is-eng-failed
               move ws-eng-total to ws-cents-value
           end-if
           .


      *>****************************************************
      *> an engine failure on an amount stops the schedule;
      *> a total too big to feed back in as the next
      *> operand is treated the same way rather than being
      *> cut down silently
      *>****************************************************

       call-engine.

           call "calc-engine" using ws-eng-fstnb ws-eng-oper
                                     ws-eng-sndnb ws-round-mode
                                     ws-eng-total ws-eng-msg
                                     ws-eng-size-error ws-err-code

           if ws-eng-is-size-error
               set ws-is-eng-failed to true
           else
               if ws-eng-total >= 10000000000000
                   or ws-eng-total <= -10000000000000
                   move "amount too large" to ws-eng-msg
                   set ws-is-eng-failed to true
               end-if
           end-if
           .


      *>****************************************************
      *> a date step that fails (a calendar that does not
      *> reach the date) leaves the due date unadjusted
      *> rather than stopping the schedule
      *>****************************************************

       call-date-engine.

           call "calc-engine" using ws-eng-fstnb ws-eng-oper
                                     ws-eng-sndnb ws-round-mode
                                     ws-eng-total ws-eng-msg
                                     ws-eng-size-error ws-err-code
           .


       report-engine-failure.

           display "amortize: " function trim(ws-eng-step)
               " step failed: " function trim(ws-eng-msg)
               " - no schedule produced"

           move "SCHEDULE" to ws-audit-event
           move spaces to ws-audit-detail
           string
               "failed at "                    delimited by size
               function trim(ws-eng-step)      delimited by size
               ": "                            delimited by size
               function trim(ws-eng-msg)       delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-caller ws-audit-event
                                   ws-audit-detail
           .


       write-schedule-header.

           move ws-principal to ws-edit-value
           perform edit-amount
           move ws-amount-text to ws-text-1
           move ws-payment to ws-edit-value
           perform edit-amount
           move ws-amount-text to ws-text-2
           move ws-rate to ws-rate-edt

           move spaces to ws-line
           string
               "# amortization schedule "      delimited by size
               function trim(ws-loan-ref)      delimited by size
               into ws-line
           end-string
           write amort-schedule-rec from ws-line

           move spaces to ws-line
           string
               "# principal "                  delimited by size
               function trim(ws-text-1)        delimited by size
               " rate "                        delimited by size
               function trim(ws-rate-edt)      delimited by size
               "% term "                       delimited by size
               ws-term                         delimited by size
               " months freq "                 delimited by size
               ws-freq                         delimited by size
               " start "                       delimited by size
               ws-start-date                   delimited by size
               " payment "                     delimited by size
               function trim(ws-text-2)        delimited by size
               " round "                       delimited by size
               function trim(ws-round-mode)    delimited by size
               " dates "                       delimited by size
               function trim(ws-date-rule)     delimited by size
               into ws-line
           end-string
           write amort-schedule-rec from ws-line

           move "# seq|date|payment|interest|principal|balance|adj"
               to ws-line
           write amort-schedule-rec from ws-line
           .


      *>****************************************************
      *> the totals, and the proof finance asked for: the
      *> principal column sums back to the amount lent and
      *> the balance ends at zero
      *>****************************************************

       write-schedule-totals.

           move ws-total-payments to ws-edit-value
           perform edit-amount
           move ws-amount-text to ws-text-1
           move ws-total-interest to ws-edit-value
           perform edit-amount
           move ws-amount-text to ws-text-2
           move ws-total-principal to ws-edit-value
           perform edit-amount
           move ws-amount-text to ws-text-3

           move spaces to ws-line
           string
               "# totals|"                     delimited by size
               function trim(ws-text-1)        delimited by size
               "|"                             delimited by size
               function trim(ws-text-2)        delimited by size
               "|"                             delimited by size
               function trim(ws-text-3)        delimited by size
               into ws-line
           end-string
           write amort-schedule-rec from ws-line

           move spaces to ws-line
           if ws-total-principal = ws-principal and ws-balance = 0
               string
                   "# principal repaid "       delimited by size
                   function trim(ws-text-3)    delimited by size
                   " equals principal lent - balanced"
                                               delimited by size
                   into ws-line
               end-string
           else
               move ws-principal to ws-edit-value
               perform edit-amount
               string
                   "# principal repaid "       delimited by size
                   function trim(ws-text-3)    delimited by size
                   " against principal lent "  delimited by size
                   function trim(ws-amount-text)
                                               delimited by size
                   " - OUT OF BALANCE"         delimited by size
                   into ws-line
               end-string
               display "amortize: schedule OUT OF BALANCE"
               move 8 to ws-return-code
           end-if
           write amort-schedule-rec from ws-line
           .


       edit-amount.

           move ws-edit-value to ws-amount-edt
           move function trim(ws-amount-edt) to ws-amount-text
           .
