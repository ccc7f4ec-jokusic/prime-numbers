*> Author: Jovana Kusic
*> Date: October 15th, 2026
*> File: primesver, integrity verification of the primes.mst master file.
*> Description: this program re-proves the results stored on the master
*> file instead of trusting them. It walks primes.mst in key order, in
*> full or as an every-n-th-record sample, and for each record checks
*> that master-flag agrees with a fresh primality test, that the
*> factors in master-factors multiply back to master-number, that
*> master-divisors agrees with that factorization (1 for a prime, the
*> number of factors counted with repeats for a composite), and that
*> the first-seen and last-used dates are real calendar dates in order
*> and not after the open business date, with a numeric hit count that
*> agrees with them.
*> A composite whose factor list was never stored (the sieve-mode and
*> master-load markers, or a list cut short by the overflow marker) is
*> counted as incomplete rather than failed - its flag is still proved.
*> Every failure is written to the discrepancy report primes.vfy with
*> the number, the check, and what was found, and the run ends with
*> return code 8 when anything fails, so the job chain holds before a
*> bad master feeds another night. The master is only read. Options
*> come from keyword cards in primesver.ctl, which may be absent:
*> SAMPLE <n> checks every n-th record (default 1, the whole file).

identification division.
program-id. primesver.

*> File variables are initialized
environment division.
input-output section.
file-control.
select master-file assign to "primes.mst"
    organization is indexed
    access is dynamic
    record key is master-number
    file status master-status.
select ctl-file assign to "primesver.ctl"
    organization is line sequential
    file status ctl-status.
select report-file assign to "primes.vfy"
    organization is line sequential
    file status report-status.
select log-file assign to "primes.log"
    organization is line sequential
    file status log-status.
select bdt-file assign to "primes.bdt"
    organization is line sequential
    file status bdt-status.
select rerun-file assign to "primes.rrn"
    organization is line sequential
    file status rerun-status.

*> File pointers are initialized
data division.
file section.
*> Same record as the master-file FD in primes2 and primesmnt; they
*> must stay in step
fd master-file.
    01 master-rec.
        02 master-number pic 9(18).
        02 master-flag pic x(1).
        02 master-divisors pic 9(4).
        02 master-factors pic x(250).
        02 master-first-seen pic 9(8).
        02 master-last-used pic 9(8).
        02 master-hit-count pic 9(9).
fd ctl-file.
    01 ctl-record pic x(80).
fd report-file.
    01 report-line pic x(120).
fd log-file.
    01 log-line pic x(132).
fd bdt-file.
    01 bdt-line pic x(80).
fd rerun-file.
    01 rerun-line pic x(80).

*> All variables to be used are initialized
working-storage section.
    01  master-status pic 99.
        88 master-ok value 0.
    01  ctl-status pic 99.
        88 ctl-ok value 0.
    01  report-status pic 99.
        88 report-ok value 0.
    77  eof pic x(4).
    77  run-date pic 9(8).
    77  run-time pic 9(8).
    *> Stamped on this run's audit-trail notes in the run-id form the
    *> other programs use, so primes.log reads as one trail
    01  run-id.
        02 run-id-date pic 9(8).
        02 run-id-time pic 9(6).
    *> The business-date control record primesbdt maintains, shared
    *> with every program that takes its processing date from it; all
    *> copies must stay in step
    01  bdt-status pic 99.
        88 bdt-ok value 0.
    01  rerun-status pic 99.
        88 rerun-ok value 0.
    01  bdt-rec.
        02 bdt-tag pic x(4).
        02 bdt-business-date pic 9(8).
        02 filler pic x(1).
        02 bdt-state pic x(6).
            88 bdt-open value "OPEN".
            88 bdt-closed value "CLOSED".
        02 filler pic x(1).
        02 bdt-prior-date pic 9(8).
        02 filler pic x(1).
        02 bdt-changed-run pic 9(14).
        02 filler pic x(37).
    77  rerun-card pic x(80).
    77  rerun-date pic 9(8) value 0.
    77  rerun-flag pic x(1) value 'N'.
        88 is-rerun value 'Y'.
    77  business-date-text pic x(60).
    01  log-status pic 99.
        88 log-ok value 0.
        88 log-file-missing value 35.
    77  note-text pic x(60).
    01  log-line-note.
        02 lgn-run-id pic 9(14).
        02 filler pic x(8) value " NOTE   ".
        02 lgn-text pic x(60).
    77  ctl-card pic x(80).
    77  ctl-keyword pic x(20).
    77  ctl-value pic x(60).
    77  ctl-error-count pic 9(4) usage is comp value 0.
    77  ctl-digit-len pic 9(2) usage is comp.
    77  ctl-digit-pos pic 9(2) usage is comp.
    77  sample-every pic 9(4) value 1.
    77  sample-countdown pic 9(4) usage is comp value 0.
    *> Fresh primality test by trial division, the way the engine's
    *> divisor walk does it, but stopping at the first divisor found:
    *> only 2, 3, and numbers either side of a multiple of 6 can divide
    77  test-num pic s9(18) usage is comp.
    77  trial-div pic s9(18) usage is comp.
    77  trial-quot pic s9(18) usage is comp.
    77  trial-rem pic s9(18) usage is comp.
    77  test-result pic x(1).
        88 tested-prime value 'Y'.
    *> Factor-list state: the list is "a x b x c)" as the engine builds
    *> it, walked one factor at a time
    77  fac-token pic x(20).
    77  fac-delim pic x(3).
    77  fac-ptr pic 9(3) usage is comp.
    77  fac-count pic 9(4) usage is comp.
    77  fac-len pic 9(2) usage is comp.
    77  fac-pos pic 9(2) usage is comp.
    77  fac-value pic 9(18).
    77  fac-product pic 9(18).
    77  fac-state pic x(1).
        88 fac-complete value 'C'.
        88 fac-incomplete value 'I'.
        88 fac-malformed value 'M'.
        88 fac-overflowed value 'O'.
    77  fac-done pic x(1).
    *> Calendar-date check on one YYYYMMDD field
    01  date-check pic 9(8).
    01  filler redefines date-check.
        02 dc-year pic 9(4).
        02 dc-month pic 9(2).
        02 dc-day pic 9(2).
    77  date-valid pic x(1).
    77  leap-quot pic 9(4) usage is comp.
    77  leap-rem pic 9(4) usage is comp.
    77  month-last-day pic 9(2).
    01  month-days-text pic x(24) value "312831303130313130313031".
    01  month-days-table redefines month-days-text.
        02 month-days pic 9(2) occurs 12 times.
    77  first-seen-valid pic x(1).
    77  last-used-valid pic x(1).
    *> Counts for the trailer; a record with several failures counts
    *> once as a failed record and once under each check it failed
    77  read-count pic 9(9) usage is comp value 0.
    77  checked-count pic 9(9) usage is comp value 0.
    77  passed-count pic 9(9) usage is comp value 0.
    77  failed-count pic 9(9) usage is comp value 0.
    77  incomplete-count pic 9(9) usage is comp value 0.
    77  record-failures pic 9(4) usage is comp.
    77  flag-fail-count pic 9(9) usage is comp value 0.
    77  factor-fail-count pic 9(9) usage is comp value 0.
    77  divisor-fail-count pic 9(9) usage is comp value 0.
    77  date-fail-count pic 9(9) usage is comp value 0.
    77  hit-fail-count pic 9(9) usage is comp value 0.
    77  check-name pic x(16).
    77  check-detail pic x(60).
    01  value-edit pic z(17)9.
    01  small-edit pic z(8)9.
    77  edit-ptr pic 9(2) usage is comp.
    77  detail-ptr pic 9(2) usage is comp.
    01  heading-line.
        02 filler pic x(6) value spaces.
        02 filler pic x(33) value 'master file verification report'.
    01  under-line.
        05 filler pic x(32) value
           ' -------------------------------'.
    01  date-line.
        02 filler pic x(22) value 'run date:             '.
        02 dtl-date pic 9(8).
    01  sample-line.
        02 filler pic x(22) value 'sample: one record in '.
        02 sml-every pic z(3)9.
    01  column-line.
        02 filler pic x(1) value space.
        02 filler pic x(18) value '            number'.
        02 filler pic x(1) value space.
        02 filler pic x(16) value 'check'.
        02 filler pic x(1) value space.
        02 filler pic x(60) value 'found'.
    01  discrepancy-line.
        02 filler pic x(1) value space.
        02 dsl-number pic z(17)9.
        02 filler pic x(1) value space.
        02 dsl-check pic x(16).
        02 filler pic x(1) value space.
        02 dsl-detail pic x(60).
    01  count-line.
        02 cnl-label pic x(26).
        02 cnl-count pic z(8)9.
    01  verdict-line.
        02 filler pic x(26) value 'verification result:      '.
        02 vdl-result pic x(20).

*> Body of code logic begins
procedure division.
    display "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*".
    display "          PRIME MASTER FILE VERIFICATION"
    display "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*".

    accept run-time from time.
    perform establish-business-date.
    move business-date-text to note-text.
    perform write-log-note.
    perform read-control-cards.

    open input master-file.
    if not master-ok
        display "Master file could not be opened, status " master-status
        move 8 to return-code
        stop run
    end-if.
    open output report-file.
    write report-line from heading-line after advancing 0 lines.
    write report-line from under-line after advancing 1 line.
    move run-date to dtl-date.
    write report-line from date-line after advancing 1 line.
    move sample-every to sml-every.
    write report-line from sample-line after advancing 1 line.
    write report-line from under-line after advancing 1 line.
    write report-line from column-line after advancing 1 line.

    perform start-at-first.
    perform until eof = "TRUE"
        add 1 to read-count
        if sample-countdown = 0
            perform verify-one-record
            move sample-every to sample-countdown
        end-if
        subtract 1 from sample-countdown
        perform read-next-master
    end-perform.
    close master-file.

    perform write-report-totals.
    close report-file.
    move checked-count to small-edit.
    display "Records checked:       " small-edit.
    move failed-count to small-edit.
    display "Records failed:        " small-edit.
    if failed-count > 0
        display "VERIFICATION FAILED - see primes.vfy"
        move 8 to return-code
    else
        display "COMPLETED: master verified, report saved to primes.vfy"
    end-if.
    stop run.

*> SAMPLE <n> checks every n-th record, 1 to 9999. The control file is
*> optional; without it every record is checked. Blank cards and cards
*> starting with '*' are comments
read-control-cards.
    open input ctl-file.
    if ctl-ok
        move spaces to eof
        read ctl-file into ctl-card
            at end move "TRUE" to eof
        end-read
        perform until eof = "TRUE"
            if ctl-card not = spaces and ctl-card (1:1) not = '*'
                perform apply-control-card
            end-if
            read ctl-file into ctl-card
                at end move "TRUE" to eof
            end-read
        end-perform
        close ctl-file
    end-if.
    if ctl-error-count > 0
        display "RUN CANCELLED - control card errors"
        move 8 to return-code
        stop run
    end-if.

apply-control-card.
    move spaces to ctl-keyword.
    move spaces to ctl-value.
    unstring ctl-card delimited by all spaces
        into ctl-keyword ctl-value
    end-unstring.
    evaluate ctl-keyword
        when "SAMPLE"
            move 0 to ctl-digit-len
            move 1 to ctl-digit-pos
            perform until ctl-digit-pos > 5
                    or ctl-value (ctl-digit-pos:1) = space
                add 1 to ctl-digit-len
                add 1 to ctl-digit-pos
            end-perform
            if ctl-digit-len = 0 or ctl-digit-len > 4
                or ctl-value (1:ctl-digit-len) is not numeric
                perform reject-control-card
            else
                move ctl-value (1:ctl-digit-len) to sample-every
                if sample-every = 0
                    perform reject-control-card
                end-if
            end-if
        when other
            perform reject-control-card
    end-evaluate.

reject-control-card.
    display "INVALID CONTROL CARD: " ctl-card.
    add 1 to ctl-error-count.

*> Every check on one record; each failure is its own report line
verify-one-record.
    add 1 to checked-count.
    move 0 to record-failures.
    if master-number is not numeric or master-number < 2
        move "NUMBER" to check-name
        move "key is not a classifiable number" to check-detail
        perform report-discrepancy
        add 1 to flag-fail-count
    else
        perform verify-classification
    end-if.
    perform verify-dates-and-hits.
    if record-failures > 0
        add 1 to failed-count
    else
        add 1 to passed-count
    end-if.

*> The flag against a fresh primality test, then the factor list and
*> the divisor count against each other and the number
verify-classification.
    move master-number to test-num.
    perform test-primality.
    evaluate true
        when master-flag not = "Y" and master-flag not = "N"
            move "FLAG" to check-name
            move spaces to check-detail
            string "flag '" delimited by size
                   master-flag delimited by size
                   "' is neither Y nor N" delimited by size
                   into check-detail
            end-string
            perform report-discrepancy
            add 1 to flag-fail-count
        when master-flag = "Y" and not tested-prime
            move "FLAG" to check-name
            move trial-div to value-edit
            perform trim-value-edit
            move spaces to check-detail
            string "marked prime but divisible by " delimited by size
                   value-edit (edit-ptr:) delimited by size
                   into check-detail
            end-string
            perform report-discrepancy
            add 1 to flag-fail-count
        when master-flag = "N" and tested-prime
            move "FLAG" to check-name
            move "marked composite but tests prime" to check-detail
            perform report-discrepancy
            add 1 to flag-fail-count
    end-evaluate.
    if master-divisors is not numeric
        move "DIVISORS" to check-name
        move "divisor count is not numeric" to check-detail
        perform report-discrepancy
        add 1 to divisor-fail-count
    end-if.
    if master-flag = "Y"
        perform verify-prime-record
    end-if.
    if master-flag = "N"
        perform verify-composite-record
    end-if.

*> A prime carries no factor list and a divisor count of 1, exactly as
*> the engine records one
verify-prime-record.
    if master-factors not = spaces
        move "FACTORS" to check-name
        move "prime carries a factor list" to check-detail
        perform report-discrepancy
        add 1 to factor-fail-count
    end-if.
    if master-divisors is numeric and master-divisors not = 1
        move "DIVISORS" to check-name
        move master-divisors to small-edit
        move spaces to check-detail
        string "prime has divisor count " delimited by size
               small-edit delimited by size
               into check-detail
        end-string
        perform report-discrepancy
        add 1 to divisor-fail-count
    end-if.

*> A composite's factors must multiply back to the number, and its
*> divisor count is the number of factors with repeats. The three
*> "not stored" forms are incomplete, not wrong: a sieve-mode record
*> must carry the 9999 sentinel, anything else its real count
verify-composite-record.
    perform parse-factor-list.
    evaluate true
        when fac-incomplete
            add 1 to incomplete-count
            if master-factors = "factors omitted - sieve mode)"
                and master-divisors is numeric
                and master-divisors not = 9999
                move "DIVISORS" to check-name
                move "sieve-mode record without the 9999 sentinel"
                    to check-detail
                perform report-discrepancy
                add 1 to divisor-fail-count
            end-if
        when fac-malformed
            move "FACTORS" to check-name
            move spaces to check-detail
            if master-factors = spaces
                move "composite carries no factor list" to check-detail
            else
                string "factor list unreadable: " delimited by size
                       master-factors delimited by size
                       into check-detail
                end-string
            end-if
            perform report-discrepancy
            add 1 to factor-fail-count
        when fac-overflowed
            move "FACTORS" to check-name
            move "factors multiply past 18 digits" to check-detail
            perform report-discrepancy
            add 1 to factor-fail-count
        when other
            if fac-product not = master-number
                move "FACTORS" to check-name
                move fac-product to value-edit
                perform trim-value-edit
                move spaces to check-detail
                string "factors multiply to " delimited by size
                       value-edit (edit-ptr:) delimited by size
                       into check-detail
                end-string
                perform report-discrepancy
                add 1 to factor-fail-count
            end-if
            if master-divisors is numeric
                and master-divisors not = fac-count
                move "DIVISORS" to check-name
                move spaces to check-detail
                move 1 to detail-ptr
                move master-divisors to value-edit
                perform trim-value-edit
                string "divisor count " delimited by size
                       value-edit (edit-ptr:) delimited by size
                       " but " delimited by size
                       into check-detail
                       with pointer detail-ptr
                end-string
                move fac-count to value-edit
                perform trim-value-edit
                string value-edit (edit-ptr:) delimited by size
                       " factors listed" delimited by size
                       into check-detail
                       with pointer detail-ptr
                end-string
                perform report-discrepancy
                add 1 to divisor-fail-count
            end-if
    end-evaluate.

*> Walks "a x b x c)" one factor at a time into fac-product and
*> fac-count. Each factor must be digits only and at least 2, and the
*> list must close with ')'
parse-factor-list.
    move 0 to fac-count.
    move 1 to fac-product.
    if master-factors = "factors omitted - sieve mode)"
        or master-factors = "factors omitted - master load)"
        or master-factors (247:4) = "...)"
        move "I" to fac-state
    else
        move "C" to fac-state
        move 1 to fac-ptr
        move "N" to fac-done
        perform until fac-done = "Y"
            move spaces to fac-token
            move spaces to fac-delim
            unstring master-factors delimited by " x " or ")"
                into fac-token delimiter in fac-delim
                with pointer fac-ptr
            end-unstring
            perform take-one-factor
            if fac-delim = ")" or not fac-complete
                move "Y" to fac-done
            else
                if fac-ptr > 250 or fac-delim = spaces
                    move "M" to fac-state
                    move "Y" to fac-done
                end-if
            end-if
        end-perform
        if fac-complete and fac-count < 2
            move "M" to fac-state
        end-if
    end-if.

take-one-factor.
    move 0 to fac-len.
    move 1 to fac-pos.
    perform until fac-pos > 20 or fac-token (fac-pos:1) = space
        add 1 to fac-len
        add 1 to fac-pos
    end-perform.
    if fac-len = 0 or fac-len > 18
        or fac-token (1:fac-len) is not numeric
        move "M" to fac-state
    else
        move fac-token (1:fac-len) to fac-value
        if fac-value < 2
            move "M" to fac-state
        else
            add 1 to fac-count
            compute fac-product = fac-product * fac-value
                on size error move "O" to fac-state
            end-compute
        end-if
    end-if.

*> Trial division by 2, 3, then 6k-1 and 6k+1 up to the square root;
*> trial-div is left on the smallest divisor found
test-primality.
    move "Y" to test-result.
    evaluate true
        when test-num < 4
            continue
        when other
            move 2 to trial-div
            perform try-divisor
            if tested-prime
                move 3 to trial-div
                perform try-divisor
            end-if
            if tested-prime
                move 5 to trial-div
                perform until not tested-prime
                        or trial-div * trial-div > test-num
                    perform try-divisor
                    if tested-prime
                        add 2 to trial-div
                        perform try-divisor
                        if tested-prime
                            add 4 to trial-div
                        end-if
                    end-if
                end-perform
            end-if
    end-evaluate.

try-divisor.
    if trial-div < test-num
        divide test-num by trial-div
            giving trial-quot remainder trial-rem
        if trial-rem = 0
            move "N" to test-result
        end-if
    end-if.

*> First-seen and last-used must be real dates, last-used no earlier
*> than first-seen and not after the open business date. The hit count
*> must be numeric, and a record never hit has never been used since
*> the day it was added
verify-dates-and-hits.
    move master-first-seen to date-check.
    perform check-date-value.
    move date-valid to first-seen-valid.
    if date-valid not = "Y"
        move "FIRST-SEEN" to check-name
        move spaces to check-detail
        string "not a valid date: " delimited by size
               master-first-seen delimited by size
               into check-detail
        end-string
        perform report-discrepancy
        add 1 to date-fail-count
    end-if.
    move master-last-used to date-check.
    perform check-date-value.
    move date-valid to last-used-valid.
    if date-valid not = "Y"
        move "LAST-USED" to check-name
        move spaces to check-detail
        string "not a valid date: " delimited by size
               master-last-used delimited by size
               into check-detail
        end-string
        perform report-discrepancy
        add 1 to date-fail-count
    end-if.
    if first-seen-valid = "Y" and last-used-valid = "Y"
        if master-last-used < master-first-seen
            move "DATES" to check-name
            move "last used before first seen" to check-detail
            perform report-discrepancy
            add 1 to date-fail-count
        end-if
        if master-last-used > bdt-business-date
            move "DATES" to check-name
            move "last used after the open business date"
                to check-detail
            perform report-discrepancy
            add 1 to date-fail-count
        end-if
    end-if.
    if master-hit-count is not numeric
        move "HIT-COUNT" to check-name
        move "hit count is not numeric" to check-detail
        perform report-discrepancy
        add 1 to hit-fail-count
    else
        if master-hit-count = 0
            and first-seen-valid = "Y" and last-used-valid = "Y"
            and master-last-used > master-first-seen
            move "HIT-COUNT" to check-name
            move "no hits but used after the day it was added"
                to check-detail
            perform report-discrepancy
            add 1 to hit-fail-count
        end-if
    end-if.

*> Sets date-valid for the YYYYMMDD value in date-check
check-date-value.
    move "Y" to date-valid.
    if date-check is not numeric
        move "N" to date-valid
    else
        if dc-year < 1601 or dc-month < 1 or dc-month > 12
            or dc-day < 1
            move "N" to date-valid
        else
            move month-days (dc-month) to month-last-day
            if dc-month = 2
                divide dc-year by 4 giving leap-quot
                    remainder leap-rem
                if leap-rem = 0
                    move 29 to month-last-day
                    divide dc-year by 100 giving leap-quot
                        remainder leap-rem
                    if leap-rem = 0
                        divide dc-year by 400 giving leap-quot
                            remainder leap-rem
                        if leap-rem not = 0
                            move 28 to month-last-day
                        end-if
                    end-if
                end-if
            end-if
            if dc-day > month-last-day
                move "N" to date-valid
            end-if
        end-if
    end-if.

report-discrepancy.
    add 1 to record-failures.
    if master-number is numeric
        move master-number to dsl-number
    else
        move 0 to dsl-number
    end-if.
    move check-name to dsl-check.
    move check-detail to dsl-detail.
    write report-line from discrepancy-line after advancing 1 line.

trim-value-edit.
    move 1 to edit-ptr.
    perform until value-edit (edit-ptr:1) not = space or edit-ptr = 18
        add 1 to edit-ptr
    end-perform.

write-report-totals.
    write report-line from under-line after advancing 1 line.
    move "records on master:" to cnl-label.
    move read-count to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "records checked:" to cnl-label.
    move checked-count to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "records passed:" to cnl-label.
    move passed-count to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "records failed:" to cnl-label.
    move failed-count to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "  flag failures:" to cnl-label.
    move flag-fail-count to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "  factor failures:" to cnl-label.
    move factor-fail-count to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "  divisor failures:" to cnl-label.
    move divisor-fail-count to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "  date failures:" to cnl-label.
    move date-fail-count to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "  hit-count failures:" to cnl-label.
    move hit-fail-count to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "factor lists not stored:" to cnl-label.
    move incomplete-count to cnl-count.
    write report-line from count-line after advancing 1 line.
    write report-line from under-line after advancing 1 line.
    if failed-count > 0
        move "FAILED" to vdl-result
    else
        move "PASSED" to vdl-result
    end-if.
    write report-line from verdict-line after advancing 1 line.

*> Positions a sequential walk at the lowest key on file; an empty
*> master just reports end-of-file straight away
start-at-first.
    move spaces to eof.
    move 0 to master-number.
    start master-file key >= master-number
        invalid key move "TRUE" to eof
    end-start.
    if eof not = "TRUE"
        perform read-next-master
    end-if.

read-next-master.
    read master-file next record
        at end move "TRUE" to eof
    end-read.

*> The processing date is the business date operations keep in
*> primes.bdt, not the system clock, so a night rerun the next morning
*> is stamped with the night it belongs to; the run id keeps the
*> wall-clock time already in run-time for uniqueness. A run while the
*> date is closed, or under any date other than the open one, needs a
*> RERUN <yyyymmdd> card in primes.rrn and is refused without one,
*> before any file is touched. The date the run goes ahead under is
*> left in business-date-text for the audit trail
establish-business-date.
    move run-time (1:6) to run-id-time.
    move spaces to bdt-rec.
    open input bdt-file.
    if bdt-ok
        read bdt-file into bdt-rec
            at end move spaces to bdt-rec
        end-read
        close bdt-file
    end-if.
    if bdt-tag not = "BDT " or bdt-business-date is not numeric
        or not (bdt-open or bdt-closed)
        display "Business-date control record primes.bdt is missing or"
            " not valid"
        display "RUN REFUSED - set the business date with primesbdt"
        move 8 to return-code
        stop run
    end-if.
    move bdt-business-date to run-date.
    move run-date to run-id-date.
    perform read-rerun-card.
    if is-rerun
        if rerun-date not < bdt-business-date
            display "RERUN date " rerun-date
                " is not before the open business date "
                bdt-business-date
            perform refuse-business-date
        end-if
        move rerun-date to run-date
        move run-date to run-id-date
    else
        if not bdt-open
            display "BUSINESS DATE " bdt-business-date " IS CLOSED"
            perform refuse-business-date
        end-if
    end-if.
    move spaces to business-date-text.
    if is-rerun
        string "business date " delimited by size
               run-date delimited by size
               " - RERUN, open date " delimited by size
               bdt-business-date delimited by size
               into business-date-text
        end-string
        display "Business date: " run-date " (RERUN)"
    else
        string "business date " delimited by size
               run-date delimited by size
               into business-date-text
        end-string
        display "Business date: " run-date
    end-if.

*> One card, RERUN <yyyymmdd>, set and withdrawn with the primesbdt
*> RERUN and ENDRERUN functions, names the earlier business date a rerun
*> may process under; an empty or absent primes.rrn allows nothing,
*> and a card in any other form is refused rather than ignored
read-rerun-card.
    move "N" to rerun-flag.
    move spaces to rerun-card.
    open input rerun-file.
    if rerun-ok
        read rerun-file into rerun-card
            at end move spaces to rerun-card
        end-read
        close rerun-file
    end-if.
    if rerun-card not = spaces
        if rerun-card (1:6) = "RERUN " and rerun-card (7:8) is numeric
            and rerun-card (15:1) = space
            move rerun-card (7:8) to rerun-date
            if function test-date-yyyymmdd (rerun-date) = 0
                move "Y" to rerun-flag
            end-if
        end-if
        if not is-rerun
            display "INVALID RERUN CARD: " rerun-card
            perform refuse-business-date
        end-if
    end-if.

refuse-business-date.
    display "RUN REFUSED - not the open business date; a rerun needs"
        " the primesbdt RERUN function"
    move spaces to note-text.
    string "run refused by business-date control, open date "
           delimited by size
           bdt-business-date delimited by size
           into note-text
    end-string.
    perform write-log-note.
    move 8 to return-code.
    stop run.

*> One NOTE record into the shared audit trail, stamped with this
*> run's id; the log accumulates across runs, so it is extended, never
*> recreated
write-log-note.
    open extend log-file.
    if log-file-missing
        open output log-file
    end-if.
    if log-ok
        move run-id to lgn-run-id
        move note-text to lgn-text
        write log-line from log-line-note
        close log-file
    end-if.
end program primesver.
