*> Author: Jovana Kusic
*> Date: October 15th, 2026
*> File: primesmrn, morning operations status summary for the night.
*> Description: this program puts the whole nightly chain on one page
*> so whoever opens the morning does not have to read primes.jsm,
*> primes.exr, the reconciliation result, primes.cmp, primes.trd and
*> primes.lck one at a time. It reads the job summary (each step's
*> outcome and return code), the latest run's START, FILE and END
*> records in primes.log, the front-end's control totals, the newest
*> primes.his record, the exception summary's threshold verdict, the
*> reconciliation result record primes.rcn, the trend report's flags
*> for the latest run, the regression compare's counts, and the master
*> lock, and judges the night:
*>   RED   - a step failed (rc 8 or more), the run has no END record or
*>           ended FAILED, records read do not balance to the control
*>           totals, an illegal rate is over its threshold, the
*>           reconciliation failed, the latest run is not for the
*>           business date (the chain did not run), or primes2, the
*>           merge or a partitioned night left the master locked;
*>   AMBER - nothing is broken but something wants a look: a step was
*>           skipped or warned, the run quiesced, a report the morning
*>           relies on is missing or belongs to another run, the trend
*>           report flags the run, the compare shows discrepancies, or
*>           a maintenance program holds the master;
*>   GREEN - none of the above.
*> The page, with the reasons behind the verdict, goes to primes.mor.
*> One fixed-field status record goes to primes.sta for the service
*> desk's monitoring, so a RED night raises a ticket without anyone
*> reading the page. The program ends with rc 8 on RED and rc 4 on
*> AMBER. It only reads the night's files, so it takes no lock and
*> passes no business-date gate; the business date is shown as found.

identification division.
program-id. primesmrn.

*> File variables are initialized
environment division.
input-output section.
file-control.
select jsm-file assign to "primes.jsm"
    organization is line sequential
    file status jsm-status.
select log-file assign to "primes.log"
    organization is line sequential
    file status log-status.
select ctt-file assign to "primes.ctt"
    organization is line sequential
    file status ctt-status.
select his-file assign to "primes.his"
    organization is line sequential
    file status his-status.
select exr-file assign to "primes.exr"
    organization is line sequential
    file status exr-status.
select rcn-file assign to "primes.rcn"
    organization is line sequential
    file status rcn-status.
select trd-file assign to "primes.trd"
    organization is line sequential
    file status trd-status.
select cmp-file assign to "primes.cmp"
    organization is line sequential
    file status cmp-status.
select lock-file assign to "primes.lck"
    organization is line sequential
    file status lock-status.
select bdt-file assign to "primes.bdt"
    organization is line sequential
    file status bdt-status.
select report-file assign to "primes.mor"
    organization is line sequential
    file status report-status.
select status-file assign to "primes.sta"
    organization is line sequential
    file status sta-status.

*> File pointers are initialized
data division.
file section.
fd jsm-file.
    01 jsm-line pic x(100).
fd log-file.
    01 log-line pic x(132).
fd ctt-file.
    01 ctt-line pic x(110).
fd his-file.
    01 his-line pic x(80).
fd exr-file.
    01 exr-line pic x(100).
fd rcn-file.
    01 rcn-line pic x(100).
fd trd-file.
    01 trd-line pic x(132).
fd cmp-file.
    01 cmp-line pic x(100).
fd lock-file.
    01 lock-line pic x(24).
fd bdt-file.
    01 bdt-line pic x(80).
fd report-file.
    01 report-line pic x(100).
fd status-file.
    01 status-line pic x(130).

*> All variables to be used are initialized
working-storage section.
    01  jsm-status pic 99.
        88 jsm-ok value 0.
    01  log-status pic 99.
        88 log-ok value 0.
    01  ctt-status pic 99.
        88 ctt-ok value 0.
    01  his-status pic 99.
        88 his-ok value 0.
    01  exr-status pic 99.
        88 exr-ok value 0.
    01  rcn-status pic 99.
        88 rcn-ok value 0.
    01  trd-status pic 99.
        88 trd-ok value 0.
    01  cmp-status pic 99.
        88 cmp-ok value 0.
    01  lock-status pic 99.
        88 lock-ok value 0.
    01  bdt-status pic 99.
        88 bdt-ok value 0.
    01  report-status pic 99.
        88 report-ok value 0.
    01  sta-status pic 99.
        88 sta-ok value 0.
    77  eof pic x(4).
    *> The business-date control record, shared with every program that
    *> takes its processing date from it; all copies must stay in step
    01  bdt-rec.
        02 bdt-tag pic x(4).
        02 bdt-business-date pic 9(8).
        02 bdt-date-text redefines bdt-business-date pic x(8).
        02 filler pic x(1).
        02 bdt-state pic x(6).
            88 bdt-open value "OPEN".
            88 bdt-closed value "CLOSED".
        02 filler pic x(1).
        02 bdt-prior-date pic 9(8).
        02 filler pic x(1).
        02 bdt-changed-run pic 9(14).
        02 filler pic x(37).
    77  have-bdt pic x(1) value 'N'.
        88 has-bdt value 'Y'.
    *> When the summary was produced, by the clock; the night it speaks
    *> for is the business date above
    77  produced-date pic 9(8).
    77  produced-time pic 9(8).
    *> One entry per step line of primes.jsm, in job order
    77  jsm-present pic x(1) value 'N'.
        88 has-jsm value 'Y'.
    77  step-count pic 9(3) usage is comp value 0.
    77  step-idx pic 9(3) usage is comp.
    01  step-table.
        02 step-entry occurs 20 times.
            03 st-seq pic x(2).
            03 st-command pic x(40).
            03 st-outcome pic x(7).
            03 st-rc pic 9(4).
    77  rc-field pic x(4).
    77  job-max-rc pic 9(4) value 0.
    *> The latest run in primes.log: its START, the read counts of its
    *> FILE records, and its END totals and status
    77  log-present pic x(1) value 'N'.
        88 has-log value 'Y'.
    77  last-run-id pic x(14) value spaces.
    77  last-output pic x(40) value spaces.
    77  log-end-seen pic x(1) value 'N'.
        88 has-log-end value 'Y'.
    77  last-run-status pic x(9) value spaces.
    77  end-prime pic 9(9) value 0.
    77  end-comp pic 9(9) value 0.
    77  end-illeg pic 9(9) value 0.
    77  log-read-text pic x(9).
    77  log-read-value pic 9(9).
    77  engine-read-total pic 9(9) usage is comp value 0.
    77  engine-work-read pic 9(9) usage is comp value 0.
    77  classified-total pic 9(9) usage is comp value 0.
    *> The front-end's control totals, when it wrote any
    77  ctt-card pic x(110).
    77  ctt-present pic x(1) value 'N'.
        88 has-control-totals value 'Y'.
    77  ctt-written-count pic 9(9) value 0.
    77  ctt-work-name pic x(40) value spaces.
    *> Incoming primes.his record, same layout as history-rec in the
    *> writing program; only the newest usable one is kept
    01  history-rec.
        02 his-run-id pic x(14).
        02 filler pic x(1).
        02 his-read pic 9(9).
        02 his-read-text redefines his-read pic x(9).
        02 filler pic x(1).
        02 his-prime pic 9(9).
        02 filler pic x(1).
        02 his-comp pic 9(9).
        02 filler pic x(1).
        02 his-illeg pic 9(9).
        02 filler pic x(1).
        02 his-elapsed pic 9(7).
        02 his-elapsed-text redefines his-elapsed pic x(7).
        02 filler pic x(1).
        02 his-rate pic 9(7).
        02 his-rate-text redefines his-rate pic x(7).
        02 filler pic x(1).
        02 his-run-status pic x(9).
    01  newest-history pic x(80) value spaces.
    77  his-present pic x(1) value 'N'.
        88 has-history value 'Y'.
    *> The exception summary's threshold and how many source files it
    *> failed (over the threshold, or not ratable against the log)
    77  exr-present pic x(1) value 'N'.
        88 has-exr value 'Y'.
    77  threshold-text pic x(3).
    *> primeserr's own default when its report is not there to say
    77  threshold-pct pic 9(3) value 10.
    77  exr-fail-count pic 9(4) usage is comp value 0.
    77  exr-hit-count pic 9(4) usage is comp.
    77  illegal-pct pic 9(3)v99 usage is comp value 0.
    *> The reconciliation result record primesrcn leaves behind
    01  rcn-rec.
        02 rcn-tag pic x(4).
        02 rcn-run-id pic x(14).
        02 filler pic x(1).
        02 rcn-result pic x(6).
        02 filler pic x(1).
        02 rcn-mismatches pic 9(4).
        02 filler pic x(1).
        02 rcn-first-mismatch pic x(60).
        02 filler pic x(9).
    77  rcn-present pic x(1) value 'N'.
        88 has-rcn value 'Y'.
    *> The trend report's line for the latest run, when it has one
    77  trd-present pic x(1) value 'N'.
        88 has-trd value 'Y'.
    77  trd-run-found pic x(1) value 'N'.
        88 has-trd-run value 'Y'.
    77  trd-flags pic x(24) value spaces.
    *> The regression compare's summary counts
    77  cmp-present pic x(1) value 'N'.
        88 has-cmp value 'Y'.
    77  parse-field pic x(9).
    77  parse-value pic 9(9).
    77  cmp-discrepancies pic 9(9) usage is comp value 0.
    *> Master-lock registration, same layout as the lock's owners write
    01  lock-rec.
        02 lck-program pic x(10).
        02 lck-run-id pic x(14).
    *> The reasons behind the verdict, in the order they were found
    77  reason-severity pic x(5).
    77  reason-text pic x(70).
    77  reason-count pic 9(3) usage is comp value 0.
    77  reason-idx pic 9(3) usage is comp.
    77  reason-overflow pic x(1) value 'N'.
        88 has-reason-overflow value 'Y'.
    01  reason-table.
        02 reason-entry occurs 30 times.
            03 rs-severity pic x(5).
            03 rs-text pic x(70).
    77  red-count pic 9(3) usage is comp value 0.
    77  amber-count pic 9(3) usage is comp value 0.
    77  verdict pic x(5).
    77  count-edit pic z(8)9.
    *> count-edit without its leading spaces, for counts set into text
    77  count-text pic x(9).
    77  lead-count pic 9(2) usage is comp.
    77  rc-edit pic zzz9.
    77  pct-edit pic zz9.99.
    77  threshold-edit pic zz9.
    77  small-edit pic zz9.
    01  heading-line.
        02 filler pic x(6) value spaces.
        02 filler pic x(25) value 'morning operations status'.
    01  heading-steps.
        02 filler pic x(6) value spaces.
        02 filler pic x(9) value 'job steps'.
    01  heading-run.
        02 filler pic x(6) value spaces.
        02 filler pic x(18) value 'classification run'.
    01  heading-checks.
        02 filler pic x(6) value spaces.
        02 filler pic x(6) value 'checks'.
    01  heading-verdict.
        02 filler pic x(6) value spaces.
        02 filler pic x(7) value 'verdict'.
    01  under-line.
        05 filler pic x(32) value
           ' -------------------------------'.
    01  detail-line.
        02 filler pic x(1) value space.
        02 dtl-label pic x(22).
        02 dtl-value pic x(77).
    01  step-line.
        02 filler pic x(1) value space.
        02 stp-seq pic x(2).
        02 filler pic x(1) value space.
        02 stp-command pic x(40).
        02 filler pic x(1) value space.
        02 stp-outcome pic x(7).
        02 filler pic x(4) value ' rc='.
        02 stp-rc pic x(4).
        02 filler pic x(2) value spaces.
        02 stp-flag pic x(8).
    01  reason-line.
        02 filler pic x(1) value space.
        02 rsl-severity pic x(5).
        02 filler pic x(1) value space.
        02 rsl-text pic x(70).
    *> The monitoring record: one fixed-field line, rewritten every run,
    *> carrying the verdict and the headline reason (the first RED one,
    *> else the first AMBER one)
    01  status-rec.
        02 filler pic x(4) value "STA ".
        02 sta-business-date pic x(8).
        02 filler pic x(1) value space.
        02 sta-produced-date pic 9(8).
        02 sta-produced-time pic 9(6).
        02 filler pic x(1) value space.
        02 sta-verdict pic x(5).
        02 filler pic x(1) value space.
        02 sta-run-id pic x(14).
        02 filler pic x(1) value space.
        02 sta-red-count pic 9(3).
        02 filler pic x(1) value space.
        02 sta-amber-count pic 9(3).
        02 filler pic x(1) value space.
        02 sta-reason pic x(70).

*> Body of code logic begins
procedure division.
    display "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*".
    display "          PRIME MORNING STATUS SUMMARY"
    display "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*".

    accept produced-date from date yyyymmdd.
    accept produced-time from time.

    perform read-business-date.
    perform read-job-summary.
    perform scan-control-totals.
    perform scan-run-log.
    perform read-newest-history.
    perform read-exception-summary.
    perform read-reconciliation-result.
    perform read-trend-report.
    perform read-compare-report.
    perform read-master-lock.

    perform judge-job-steps.
    perform judge-classification-run.
    perform judge-checks.

    if red-count > 0
        move "RED" to verdict
    else
        if amber-count > 0
            move "AMBER" to verdict
        else
            move "GREEN" to verdict
        end-if
    end-if.

    open output report-file.
    if not report-ok
        display "Report primes.mor could not be opened, status "
            report-status
        move 8 to return-code
        stop run
    end-if.
    perform write-report-heading.
    perform write-step-section.
    perform write-run-section.
    perform write-check-section.
    perform write-verdict-section.
    close report-file.
    perform write-status-record.

    display "OVERALL VERDICT: " verdict.
    perform varying reason-idx from 1 by 1
            until reason-idx > reason-count
        move rs-severity (reason-idx) to rsl-severity
        move rs-text (reason-idx) to rsl-text
        display reason-line
    end-perform.
    evaluate verdict
        when "RED"
            move 8 to return-code
        when "AMBER"
            move 4 to return-code
    end-evaluate.
    display "COMPLETED: status summary saved to primes.mor".
    stop run.

*> The business date the night ran under, as primesbdt left it; the
*> summary shows it but does not depend on it
read-business-date.
    move spaces to bdt-rec.
    open input bdt-file.
    if bdt-ok
        read bdt-file into bdt-rec
            at end move spaces to bdt-rec
        end-read
        close bdt-file
    end-if.
    if bdt-tag = "BDT " and bdt-business-date is numeric
        and (bdt-open or bdt-closed)
        move "Y" to have-bdt
    end-if.

*> Picks the step lines out of primes.jsm by the fixed columns
*> primesjob writes: sequence in 2-3, command in 5-44, then RAN with
*> the return code in 55-58, or SKIPPED
read-job-summary.
    open input jsm-file.
    if jsm-ok
        move "Y" to jsm-present
        move spaces to eof
        read jsm-file
            at end move "TRUE" to eof
        end-read
        perform until eof = "TRUE"
            if jsm-line (45:6) = " RAN  "
                or jsm-line (45:9) = " SKIPPED "
                perform store-one-step
            end-if
            read jsm-file
                at end move "TRUE" to eof
            end-read
        end-perform
        close jsm-file
    end-if.

store-one-step.
    if step-count < 20
        add 1 to step-count
        move jsm-line (2:2) to st-seq (step-count)
        move jsm-line (5:40) to st-command (step-count)
        move 0 to st-rc (step-count)
        if jsm-line (45:6) = " RAN  "
            move "RAN" to st-outcome (step-count)
            move jsm-line (55:4) to rc-field
            inspect rc-field replacing leading space by zero
            if rc-field is numeric
                move rc-field to st-rc (step-count)
            end-if
            if st-rc (step-count) > job-max-rc
                move st-rc (step-count) to job-max-rc
            end-if
        else
            move "SKIPPED" to st-outcome (step-count)
        end-if
    end-if.

*> The front-end's control totals, read the way primesrcn reads them
scan-control-totals.
    open input ctt-file.
    if ctt-ok
        read ctt-file into ctt-card
            at end move spaces to ctt-card
        end-read
        if ctt-card (1:4) = "CTL "
            and ctt-card (70:9) is numeric
            move ctt-card (70:9) to ctt-written-count
            move ctt-card (21:40) to ctt-work-name
            move "Y" to ctt-present
        end-if
        close ctt-file
    end-if.

*> The latest run in primes.log: a START restarts the collection, so
*> what is left at the end is the last run's START, FILE and END
scan-run-log.
    open input log-file.
    if log-ok
        move "Y" to log-present
        move spaces to eof
        read log-file
            at end move "TRUE" to eof
        end-read
        perform until eof = "TRUE"
            if log-line (16:5) = "START"
                move log-line (1:14) to last-run-id
                move log-line (30:40) to last-output
                move "N" to log-end-seen
                move spaces to last-run-status
                move 0 to engine-read-total
                move 0 to engine-work-read
            end-if
            if log-line (16:5) = "FILE "
                and log-line (1:14) = last-run-id
                move log-line (69:9) to log-read-text
                if log-read-text is numeric
                    move log-read-text to log-read-value
                    add log-read-value to engine-read-total
                    if log-line (23:40) = ctt-work-name
                        add log-read-value to engine-work-read
                    end-if
                end-if
            end-if
            if log-line (16:3) = "END"
                and log-line (1:14) = last-run-id
                move "Y" to log-end-seen
                move log-line (77:9) to last-run-status
                if log-line (29:9) is numeric
                    and log-line (44:9) is numeric
                    and log-line (60:9) is numeric
                    move log-line (29:9) to end-prime
                    move log-line (44:9) to end-comp
                    move log-line (60:9) to end-illeg
                end-if
            end-if
            read log-file
                at end move "TRUE" to eof
            end-read
        end-perform
        close log-file
    end-if.

*> primes.his grows by one record per run; the newest usable one is
*> the last in the file
read-newest-history.
    open input his-file.
    if his-ok
        move spaces to eof
        read his-file into history-rec
            at end move "TRUE" to eof
        end-read
        perform until eof = "TRUE"
            if his-run-id is numeric
                and his-read-text is numeric
                and his-elapsed-text is numeric
                and his-rate-text is numeric
                move history-rec to newest-history
                move "Y" to his-present
            end-if
            read his-file into history-rec
                at end move "TRUE" to eof
            end-read
        end-perform
        close his-file
        if has-history
            move newest-history to history-rec
        end-if
    end-if.

*> The threshold line and every source-file line primeserr failed
read-exception-summary.
    open input exr-file.
    if exr-ok
        move "Y" to exr-present
        move spaces to eof
        read exr-file
            at end move "TRUE" to eof
        end-read
        perform until eof = "TRUE"
            if exr-line (1:21) = "threshold per file:  "
                move exr-line (22:3) to threshold-text
                inspect threshold-text replacing leading space by zero
                if threshold-text is numeric
                    move threshold-text to threshold-pct
                end-if
            end-if
            move 0 to exr-hit-count
            inspect exr-line tallying exr-hit-count
                for all "EXCEEDS THRESHOLD"
                    all "NOT RATABLE AGAINST LOG"
            if exr-hit-count > 0
                add 1 to exr-fail-count
            end-if
            read exr-file
                at end move "TRUE" to eof
            end-read
        end-perform
        close exr-file
    end-if.

read-reconciliation-result.
    move spaces to rcn-rec.
    open input rcn-file.
    if rcn-ok
        read rcn-file into rcn-rec
            at end move spaces to rcn-rec
        end-read
        close rcn-file
        if rcn-tag = "RCN " and rcn-mismatches is numeric
            move "Y" to rcn-present
        end-if
    end-if.

*> The trend report lines the runs up by run id in 2-15 with the
*> status in 82-90 and the flags from column 92
read-trend-report.
    open input trd-file.
    if trd-ok
        move "Y" to trd-present
        move spaces to eof
        read trd-file
            at end move "TRUE" to eof
        end-read
        perform until eof = "TRUE"
            if last-run-id not = spaces
                and trd-line (2:14) = last-run-id
                move "Y" to trd-run-found
                move trd-line (92:24) to trd-flags
            end-if
            read trd-file
                at end move "TRUE" to eof
            end-read
        end-perform
        close trd-file
    end-if.

*> The compare's summary block: the four discrepancy counts are added
*> up, the matched and unusable counts are not discrepancies
read-compare-report.
    open input cmp-file.
    if cmp-ok
        move "Y" to cmp-present
        move spaces to eof
        read cmp-file
            at end move "TRUE" to eof
        end-read
        perform until eof = "TRUE"
            if cmp-line (1:22) = "only in old file:     "
                or cmp-line (1:22) = "only in new file:     "
                or cmp-line (1:22) = "prime flag differs:   "
                or cmp-line (1:22) = "divisor count differs:"
                move cmp-line (23:9) to parse-field
                inspect parse-field replacing leading space by zero
                if parse-field is numeric
                    move parse-field to parse-value
                    add parse-value to cmp-discrepancies
                end-if
            end-if
            read cmp-file
                at end move "TRUE" to eof
            end-read
        end-perform
        close cmp-file
    end-if.

*> An empty (or absent) primes.lck is the agreed "master is free"
read-master-lock.
    move spaces to lock-rec.
    open input lock-file.
    if lock-ok
        read lock-file into lock-rec
            at end move spaces to lock-rec
        end-read
        close lock-file
    end-if.

*> A failed step is RED; a warning return code or a skipped step is
*> AMBER, since the chain held something back that should have run
judge-job-steps.
    if not has-bdt
        move "business-date control record primes.bdt not available"
            to reason-text
        perform raise-amber
    end-if.
    if not has-jsm
        move "job summary primes.jsm not available" to reason-text
        perform raise-amber
    end-if.
    perform varying step-idx from 1 by 1
            until step-idx > step-count
        move spaces to reason-text
        if st-outcome (step-idx) = "SKIPPED"
            string "step " delimited by size
                   st-seq (step-idx) delimited by size
                   " skipped: " delimited by size
                   st-command (step-idx) delimited by size
                   into reason-text
            end-string
            perform raise-amber
        else
            if st-rc (step-idx) > 0
                move st-rc (step-idx) to count-edit
                perform trim-count-edit
                string "step " delimited by size
                       st-seq (step-idx) delimited by size
                       " ended rc=" delimited by size
                       count-text delimited by space
                       ": " delimited by size
                       st-command (step-idx) delimited by size
                       into reason-text
                end-string
                if st-rc (step-idx) >= 8
                    perform raise-red
                else
                    perform raise-amber
                end-if
            end-if
        end-if
    end-perform.

*> The latest run itself: it must belong to the business date being
*> reported, must have finished, finished well, and read what the
*> front-end wrote; its illegal rate is measured against the exception
*> summary's threshold. A night the chain never ran leaves yesterday's
*> run, and yesterday's downstream files, all agreeing with each other,
*> so only the run id's date against primes.bdt gives it away
judge-classification-run.
    if not has-log
        move "primes.log not available - the night cannot be traced"
            to reason-text
        perform raise-red
    else
        if last-run-id = spaces
            move "primes.log holds no run" to reason-text
            perform raise-red
        else
            if has-bdt and last-run-id (1:8) not = bdt-date-text
                move spaces to reason-text
                string "no run for business date " delimited by size
                       bdt-date-text delimited by size
                       " - latest run is " delimited by size
                       last-run-id delimited by size
                       into reason-text
                end-string
                perform raise-red
            end-if
            perform judge-run-completion
        end-if
    end-if.
    if has-control-totals and has-log-end
        and ctt-written-count not = engine-work-read
        move "records read do not balance to the front-end control totals"
            to reason-text
        perform raise-red
    end-if.
    compute classified-total = end-prime + end-comp + end-illeg.
    if classified-total > 0
        compute illegal-pct rounded = end-illeg * 100 / classified-total
    end-if.
    if has-exr
        if exr-fail-count > 0
            move exr-fail-count to count-edit
            perform trim-count-edit
            move spaces to reason-text
            string count-text delimited by space
                   " source file(s) over the illegal-rate threshold"
                       delimited by size
                   into reason-text
            end-string
            perform raise-red
        end-if
    else
        move "exception summary primes.exr not available" to reason-text
        perform raise-amber
        if illegal-pct > threshold-pct
            move "illegal rate over the default threshold" to reason-text
            perform raise-red
        end-if
    end-if.
    if not has-history
        move "run history primes.his not available" to reason-text
        perform raise-amber
    else
        if his-run-id not = last-run-id and last-run-id not = spaces
            move spaces to reason-text
            string "run history has no record for run " delimited by size
                   last-run-id delimited by size
                   into reason-text
            end-string
            perform raise-amber
        end-if
    end-if.

judge-run-completion.
    move spaces to reason-text.
    if not has-log-end
        string "run " delimited by size
               last-run-id delimited by size
               " has no END record - it did not finish"
                   delimited by size
               into reason-text
        end-string
        perform raise-red
    else
        evaluate last-run-status
            when "COMPLETED"
                continue
            when "QUIESCED "
                string "run " delimited by size
                       last-run-id delimited by size
                       " was quiesced by the operator" delimited by size
                       into reason-text
                end-string
                perform raise-amber
            when other
                string "run " delimited by size
                       last-run-id delimited by size
                       " ended " delimited by size
                       last-run-status delimited by space
                       into reason-text
                end-string
                perform raise-red
        end-evaluate
    end-if.

*> The downstream checks. A reconciliation or a trend line that is
*> not for the latest run says nothing about it, so it counts as
*> missing. primes2 and primesmrg never hold the master past their own
*> run, and a "partition" registration lasts only until the merge, so
*> any of those in the morning is a dead nightly run's; a maintenance
*> program's registration may be a live daytime job and is only AMBER
judge-checks.
    if not has-rcn
        move "reconciliation result primes.rcn not available"
            to reason-text
        perform raise-amber
    else
        if rcn-run-id not = last-run-id
            move spaces to reason-text
            string "reconciliation result is for run " delimited by size
                   rcn-run-id delimited by size
                   ", not the latest run" delimited by size
                   into reason-text
            end-string
            perform raise-amber
        else
            if rcn-result not = "OK"
                move spaces to reason-text
                string "reconciliation failed: " delimited by size
                       rcn-first-mismatch delimited by size
                       into reason-text
                end-string
                perform raise-red
            end-if
        end-if
    end-if.
    if has-trd-run and trd-flags not = spaces
        move spaces to reason-text
        string "trend report flags the run: " delimited by size
               trd-flags delimited by size
               into reason-text
        end-string
        perform raise-amber
    end-if.
    if has-cmp and cmp-discrepancies > 0
        move cmp-discrepancies to count-edit
        perform trim-count-edit
        move spaces to reason-text
        string "regression compare shows " delimited by size
               count-text delimited by space
               " discrepancies" delimited by size
               into reason-text
        end-string
        perform raise-amber
    end-if.
    if lock-rec not = spaces
        move spaces to reason-text
        if lck-program = "primes2" or lck-program = "primesmrg"
            or lck-program = "partition"
            string "master still locked by dead " delimited by size
                   lck-program delimited by space
                   " run " delimited by size
                   lck-run-id delimited by size
                   into reason-text
            end-string
            perform raise-red
        else
            string "master in use by " delimited by size
                   lck-program delimited by space
                   " run " delimited by size
                   lck-run-id delimited by size
                   into reason-text
            end-string
            perform raise-amber
        end-if
    end-if.

raise-red.
    move "RED" to reason-severity.
    add 1 to red-count.
    perform store-reason.

raise-amber.
    move "AMBER" to reason-severity.
    add 1 to amber-count.
    perform store-reason.

*> The page lists every reason the table holds; the verdict counts
*> every reason, listed or not
store-reason.
    if reason-count < 30
        add 1 to reason-count
        move reason-severity to rs-severity (reason-count)
        move reason-text to rs-text (reason-count)
    else
        move "Y" to reason-overflow
    end-if.

write-report-heading.
    write report-line from heading-line after advancing 0 lines.
    write report-line from under-line after advancing 1 line.
    move "business date:" to dtl-label.
    move spaces to dtl-value.
    if has-bdt
        string bdt-date-text delimited by size
               " " delimited by size
               bdt-state delimited by size
               into dtl-value
        end-string
    else
        move "not available" to dtl-value
    end-if.
    perform write-detail.
    move "summary produced:" to dtl-label.
    move spaces to dtl-value.
    string produced-date delimited by size
           " " delimited by size
           produced-time (1:6) delimited by size
           into dtl-value
    end-string.
    perform write-detail.

write-step-section.
    write report-line from under-line after advancing 1 line.
    write report-line from heading-steps after advancing 1 line.
    write report-line from under-line after advancing 1 line.
    if not has-jsm
        move "job summary:" to dtl-label
        move "primes.jsm not available" to dtl-value
        perform write-detail
    end-if.
    perform varying step-idx from 1 by 1
            until step-idx > step-count
        move st-seq (step-idx) to stp-seq
        move st-command (step-idx) to stp-command
        move st-outcome (step-idx) to stp-outcome
        move spaces to stp-flag
        if st-outcome (step-idx) = "RAN"
            move st-rc (step-idx) to rc-edit
            move rc-edit to stp-rc
            if st-rc (step-idx) >= 8
                move "FAILED" to stp-flag
            else
                if st-rc (step-idx) > 0
                    move "WARNING" to stp-flag
                end-if
            end-if
        else
            move "   -" to stp-rc
        end-if
        write report-line from step-line after advancing 1 line
    end-perform.
    if has-jsm
        move "highest return code:" to dtl-label
        move job-max-rc to rc-edit
        move rc-edit to dtl-value
        perform write-detail
    end-if.

write-run-section.
    write report-line from under-line after advancing 1 line.
    write report-line from heading-run after advancing 1 line.
    write report-line from under-line after advancing 1 line.
    move "run id:" to dtl-label.
    if last-run-id = spaces
        move "no run in primes.log" to dtl-value
    else
        move last-run-id to dtl-value
    end-if.
    perform write-detail.
    move "run business date:" to dtl-label.
    move spaces to dtl-value.
    if last-run-id not = spaces
        if has-bdt and last-run-id (1:8) not = bdt-date-text
            string last-run-id (1:8) delimited by size
                   " - NOT the business date " delimited by size
                   bdt-date-text delimited by size
                   into dtl-value
            end-string
        else
            move last-run-id (1:8) to dtl-value
        end-if
    end-if.
    perform write-detail.
    move "report written:" to dtl-label.
    move last-output to dtl-value.
    perform write-detail.
    move "run status:" to dtl-label.
    if has-log-end
        move last-run-status to dtl-value
    else
        move "NO END RECORD" to dtl-value
    end-if.
    perform write-detail.
    move "records read:" to dtl-label.
    move engine-read-total to count-edit.
    move count-edit to dtl-value.
    perform write-detail.
    move "front-end written:" to dtl-label.
    if has-control-totals
        move spaces to dtl-value
        move ctt-written-count to count-edit
        string count-edit delimited by size
               "   work file read " delimited by size
               into dtl-value
        end-string
        move engine-work-read to count-edit
        move count-edit to dtl-value (28:9)
        if ctt-written-count = engine-work-read
            move "BALANCED" to dtl-value (39:8)
        else
            move "OUT OF BALANCE" to dtl-value (39:14)
        end-if
    else
        move "no control totals on file" to dtl-value
    end-if.
    perform write-detail.
    move "primes:" to dtl-label.
    move end-prime to count-edit.
    move count-edit to dtl-value.
    perform write-detail.
    move "composites:" to dtl-label.
    move end-comp to count-edit.
    move count-edit to dtl-value.
    perform write-detail.
    move "illegals:" to dtl-label.
    move end-illeg to count-edit.
    move count-edit to dtl-value.
    perform write-detail.
    move "illegal rate:" to dtl-label.
    move spaces to dtl-value.
    move illegal-pct to pct-edit.
    move threshold-pct to threshold-edit.
    string pct-edit delimited by size
           "%   threshold " delimited by size
           threshold-edit delimited by size
           "% per file" delimited by size
           into dtl-value
    end-string.
    perform write-detail.
    move "files over threshold:" to dtl-label.
    if has-exr
        move exr-fail-count to count-edit
        move count-edit to dtl-value
    else
        move "primes.exr not available" to dtl-value
    end-if.
    perform write-detail.
    move "newest history:" to dtl-label.
    if has-history
        move spaces to dtl-value
        move his-elapsed to count-edit
        string his-run-id delimited by size
               " " delimited by size
               his-run-status delimited by size
               " elapsed" delimited by size
               count-edit delimited by size
               "s" delimited by size
               into dtl-value
        end-string
    else
        move "primes.his not available" to dtl-value
    end-if.
    perform write-detail.

write-check-section.
    write report-line from under-line after advancing 1 line.
    write report-line from heading-checks after advancing 1 line.
    write report-line from under-line after advancing 1 line.
    move "reconciliation:" to dtl-label.
    move spaces to dtl-value.
    if has-rcn
        move rcn-mismatches to small-edit
        string rcn-result delimited by space
               " for run " delimited by size
               rcn-run-id delimited by size
               ", mismatches " delimited by size
               small-edit delimited by size
               into dtl-value
        end-string
    else
        move "primes.rcn not available" to dtl-value
    end-if.
    perform write-detail.
    if has-rcn and rcn-first-mismatch not = spaces
        move "first mismatch:" to dtl-label
        move rcn-first-mismatch to dtl-value
        perform write-detail
    end-if.
    move "trend flags:" to dtl-label.
    evaluate true
        when not has-trd
            move "primes.trd not available" to dtl-value
        when not has-trd-run
            move "latest run not in primes.trd" to dtl-value
        when trd-flags = spaces
            move "none" to dtl-value
        when other
            move trd-flags to dtl-value
    end-evaluate.
    perform write-detail.
    move "regression compare:" to dtl-label.
    if has-cmp
        move spaces to dtl-value
        move cmp-discrepancies to count-edit
        string count-edit delimited by size
               " discrepancies" delimited by size
               into dtl-value
        end-string
    else
        move "primes.cmp not available" to dtl-value
    end-if.
    perform write-detail.
    move "master lock:" to dtl-label.
    move spaces to dtl-value.
    if lock-rec = spaces
        move "free" to dtl-value
    else
        string "held by " delimited by size
               lck-program delimited by space
               " run " delimited by size
               lck-run-id delimited by size
               into dtl-value
        end-string
    end-if.
    perform write-detail.

write-verdict-section.
    write report-line from under-line after advancing 1 line.
    write report-line from heading-verdict after advancing 1 line.
    write report-line from under-line after advancing 1 line.
    move "overall verdict:" to dtl-label.
    move verdict to dtl-value.
    perform write-detail.
    perform varying reason-idx from 1 by 1
            until reason-idx > reason-count
        move rs-severity (reason-idx) to rsl-severity
        move rs-text (reason-idx) to rsl-text
        write report-line from reason-line after advancing 1 line
    end-perform.
    if has-reason-overflow
        move spaces to rsl-severity
        move "further reasons not listed" to rsl-text
        write report-line from reason-line after advancing 1 line
    end-if.

write-detail.
    write report-line from detail-line after advancing 1 line.

trim-count-edit.
    move 0 to lead-count.
    inspect count-edit tallying lead-count for leading space.
    move count-edit (lead-count + 1:) to count-text.

*> Rewrites primes.sta with tonight's verdict for the monitoring; the
*> headline reason is the first RED one, or the first AMBER one
write-status-record.
    if has-bdt
        move bdt-date-text to sta-business-date
    else
        move spaces to sta-business-date
    end-if.
    move produced-date to sta-produced-date.
    move produced-time (1:6) to sta-produced-time.
    move verdict to sta-verdict.
    move last-run-id to sta-run-id.
    move red-count to sta-red-count.
    move amber-count to sta-amber-count.
    move spaces to sta-reason.
    perform varying reason-idx from 1 by 1
            until reason-idx > reason-count
            or sta-reason not = spaces
        if rs-severity (reason-idx) = verdict
            move rs-text (reason-idx) to sta-reason
        end-if
    end-perform.
    open output status-file.
    if sta-ok
        write status-line from status-rec
        close status-file
    else
        display "Status record primes.sta could not be written, status "
            sta-status
        move 8 to return-code
        stop run
    end-if.
end program primesmrn.
