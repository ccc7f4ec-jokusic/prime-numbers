*> Author: Jovana Kusic
*> Date: October 15th, 2026
*> File: primesenr, off-peak factorization backfill for the master file.
*> Description: this program finishes the master records that were
*> stored without a factor list. A composite the engine classified in
*> sieve mode carries "factors omitted - sieve mode)" and the 9999
*> divisor sentinel, and a composite seeded by primesmnt LOAD carries
*> "factors omitted - master load)"; both turn up on primes.exc at every
*> extract and leave the help desk with "not a prime" and no factors.
*> The master is walked in key order, each such record gets its real
*> factorization and divisor count by the same divisor walk primes2
*> uses, and it is rewritten in place - with a journal after-image, as
*> for every master change. The run registers in primes.lck like any
*> other program that updates the master, so it can never run over a
*> nightly classification, and it stops cleanly when the operator puts
*> a STOP record in primes.stp (checked after every CHECK-INTERVAL
*> records completed) or when it has completed its LIMIT. After a stop
*> the rest of the file is still read, without rewriting, so the report
*> primes.enr shows how many records were completed and how many are
*> still pending for the next off-peak window. A record the walk finds
*> to be prime after all is left alone for the verification run to
*> report. Options come from keyword cards in primesenr.ctl, which may
*> be absent: LIMIT <n> (records to complete this run, default no
*> limit), CHECK-INTERVAL <n> (default 100).

identification division.
program-id. primesenr.

*> File variables are initialized
environment division.
input-output section.
file-control.
select master-file assign to "primes.mst"
    organization is indexed
    access is dynamic
    record key is master-number
    file status master-status.
select journal-file assign to "primes.jnl"
    organization is line sequential
    file status journal-status.
select ctl-file assign to "primesenr.ctl"
    organization is line sequential
    file status ctl-status.
select report-file assign to "primes.enr"
    organization is line sequential
    file status report-status.
select stop-file assign to "primes.stp"
    organization is line sequential
    file status stop-status.
select lock-file assign to "primes.lck"
    organization is line sequential
    file status lock-status.
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
fd journal-file.
    01 journal-line pic x(332).
fd ctl-file.
    01 ctl-record pic x(80).
fd report-file.
    01 report-line pic x(100).
fd stop-file.
    01 stop-record pic x(80).
fd lock-file.
    01 lock-line pic x(30).
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
        88 master-file-missing value 35.
    01  journal-status pic 99.
        88 journal-ok value 0.
        88 journal-file-missing value 35.
    01  ctl-status pic 99.
        88 ctl-ok value 0.
    01  report-status pic 99.
        88 report-ok value 0.
    01  stop-status pic 99.
        88 stop-file-ok value 0.
    01  lock-status pic 99.
        88 lock-ok value 0.
    01  log-status pic 99.
        88 log-ok value 0.
        88 log-file-missing value 35.
    77  eof pic x(4).
    77  run-date pic 9(8).
    77  run-time pic 9(8).
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
    77  ctl-card pic x(80).
    77  ctl-keyword pic x(20).
    77  ctl-value pic x(60).
    77  ctl-error-count pic 9(4) usage is comp value 0.
    77  ctl-digit-len pic 9(2) usage is comp.
    77  ctl-digit-pos pic 9(2) usage is comp.
    77  ctl-number pic 9(9).
    77  ctl-number-valid pic x(1).
    77  limit-count pic 9(9) value 0.
    77  checkpoint-interval pic 9(4) usage is comp value 100.
    77  checkpoint-quotient pic 9(9) usage is comp.
    77  checkpoint-remainder pic 9(9) usage is comp.
    *> The master journal, shared with primes2, primesmnt, primesrcv,
    *> and primesjnl; every copy of the layout must stay in step
    01  journal-rec.
        02 jnl-run-id pic 9(14).
        02 filler pic x(1) value space.
        02 jnl-program pic x(10).
        02 filler pic x(1) value space.
        02 jnl-action pic x(7).
        02 filler pic x(1) value space.
        02 jnl-image pic x(298).
    *> Why the walk is no longer completing records: an operator stop
    *> or the LIMIT reached. Either way the rest of the file is only
    *> counted
    77  walk-state pic x(1) value 'W'.
        88 walk-working value 'W'.
        88 walk-stopped value 'S'.
        88 walk-limited value 'L'.
    77  stop-requested pic x(1) value 'N'.
        88 has-stop-request value 'Y'.
    *> The divisor walk, as primes2's classify-by-division does it
    77  work-num pic s9(18) usage is comp.
    77  remain pic s9(18) usage is comp.
    77  counter pic s9(18) usage is comp.
    77  factor-val pic s9(18) usage is comp.
    77  factor-count pic 9(4) usage is comp value 0.
    77  factor-text-ptr pic 9(3) usage is comp.
    77  trim-ptr pic 9(2) usage is comp.
    01  factor-edit pic z(17)9.
    01  factor-text pic x(250).
    77  factor-overflow pic x(1) value 'N'.
        88 has-factor-overflow value 'Y'.
    77  record-kind pic x(1).
    77  read-count pic 9(9) usage is comp value 0.
    77  completed-count pic 9(9) usage is comp value 0.
    77  completed-sieve pic 9(9) usage is comp value 0.
    77  completed-load pic 9(9) usage is comp value 0.
    77  pending-count pic 9(9) usage is comp value 0.
    77  pending-sieve pic 9(9) usage is comp value 0.
    77  pending-load pic 9(9) usage is comp value 0.
    77  not-composite-count pic 9(9) usage is comp value 0.
    77  failed-count pic 9(9) usage is comp value 0.
    *> Active-run registration against the master, shared with primes2
    *> and primesmnt
    01  lock-rec.
        02 lck-program pic x(10).
        02 lck-run-id pic x(14).
    77  lock-held pic x(1) value 'N'.
        88 has-lock value 'Y'.
    77  note-text pic x(60).
    01  log-line-note.
        02 lgn-run-id pic 9(14).
        02 filler pic x(8) value " NOTE   ".
        02 lgn-text pic x(60).
    77  count-edit pic z(8)9.
    01  heading-line.
        02 filler pic x(6) value spaces.
        02 filler pic x(34) value 'master factorization backfill rpt'.
    01  under-line.
        05 filler pic x(32) value
           ' -------------------------------'.
    01  run-line.
        02 filler pic x(22) value 'run id:               '.
        02 rnl-run-id pic x(14).
    01  ending-line.
        02 filler pic x(22) value 'walk ended:           '.
        02 enl-text pic x(40).
    01  count-line.
        02 cnl-label pic x(26).
        02 cnl-count pic z(8)9.
    01  not-composite-line.
        02 filler pic x(1) value space.
        02 ncl-number pic z(17)9.
        02 filler pic x(40) value
           ' stored as composite but divides by none'.

*> Body of code logic begins
procedure division.
    display "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*".
    display "          PRIME MASTER FACTORIZATION BACKFILL"
    display "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*".

    accept run-time from time.
    perform establish-business-date.
    move business-date-text to note-text.
    perform write-log-note.

    perform read-control-cards.

    *> A stop request left over from an earlier run must not stop this
    *> one before it starts; recreating primes.stp empty clears it. It
    *> is cleared only once the lock is ours, so a second backfill that
    *> is refused never cancels a STOP meant for the one running
    perform acquire-master-lock.
    open output stop-file.
    close stop-file.
    open i-o master-file.
    if not master-ok
        display "Master file could not be opened, status " master-status
        perform release-master-lock
        move 8 to return-code
        stop run
    end-if.
    *> A rewrite that could not be journaled could never be recovered,
    *> so without the journal nothing is rewritten at all
    open extend journal-file.
    if journal-file-missing
        open output journal-file
    end-if.
    if not journal-ok
        display "Master journal primes.jnl could not be opened, status "
            journal-status
        close master-file
        perform release-master-lock
        move 8 to return-code
        stop run
    end-if.
    open output report-file.
    write report-line from heading-line after advancing 0 lines.
    write report-line from under-line after advancing 1 line.
    move run-id to rnl-run-id.
    write report-line from run-line after advancing 1 line.
    write report-line from under-line after advancing 1 line.

    perform start-at-first.
    perform until eof = "TRUE"
        add 1 to read-count
        perform classify-record-kind
        if record-kind not = space
            if walk-working
                perform enrich-one-record
            else
                perform count-pending-record
            end-if
        end-if
        perform read-next-master
    end-perform.
    close master-file.
    close journal-file.

    perform write-report-totals.
    close report-file.
    move spaces to note-text.
    move completed-count to count-edit.
    string "factor backfill completed" delimited by size
           count-edit delimited by size
           into note-text
    end-string.
    move pending-count to count-edit.
    move ", pending" to note-text (35:9).
    move count-edit to note-text (44:9).
    perform write-log-note.
    perform release-master-lock.

    move completed-count to count-edit.
    display "Records completed:     " count-edit.
    move pending-count to count-edit.
    display "Records still pending: " count-edit.
    evaluate true
        when failed-count > 0
            display "COMPLETED WITH ERRORS: rewrites failed - see"
                " primes.enr"
            move 8 to return-code
        when walk-stopped
            display "QUIESCED: stop request honoured - rerun to"
                " continue"
            move 4 to return-code
        when other
            display "COMPLETED: report saved to primes.enr"
    end-evaluate.
    stop run.

*> LIMIT <n> and CHECK-INTERVAL <n>; the control file is optional.
*> Blank cards and cards starting with '*' are comments
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
        when "LIMIT"
            perform parse-control-number
            if ctl-number-valid = "Y" and ctl-number > 0
                move ctl-number to limit-count
            else
                perform reject-control-card
            end-if
        when "CHECK-INTERVAL"
            perform parse-control-number
            if ctl-number-valid = "Y" and ctl-number > 0
                and ctl-number < 10000
                move ctl-number to checkpoint-interval
            else
                perform reject-control-card
            end-if
        when other
            perform reject-control-card
    end-evaluate.

reject-control-card.
    display "INVALID CONTROL CARD: " ctl-card.
    add 1 to ctl-error-count.

*> One operand of one to nine digits, nothing else
parse-control-number.
    move "Y" to ctl-number-valid.
    move 0 to ctl-digit-len.
    move 1 to ctl-digit-pos.
    perform until ctl-digit-pos > 10
            or ctl-value (ctl-digit-pos:1) = space
        add 1 to ctl-digit-len
        add 1 to ctl-digit-pos
    end-perform.
    if ctl-digit-len = 0 or ctl-digit-len > 9
        or ctl-value (1:ctl-digit-len) is not numeric
        move "N" to ctl-number-valid
        move 0 to ctl-number
    else
        move ctl-value (1:ctl-digit-len) to ctl-number
    end-if.

*> 'S' for a sieve-mode record, 'L' for a load-seeded one, space for a
*> record that already has what it needs
classify-record-kind.
    move space to record-kind.
    if master-flag = "N"
        evaluate true
            when master-factors = "factors omitted - sieve mode)"
                move "S" to record-kind
            when master-factors = "factors omitted - master load)"
                move "L" to record-kind
            when master-divisors = 9999
                move "S" to record-kind
        end-evaluate
    end-if.

*> Works out the record's factorization and rewrites it in place. The
*> stop request and the limit are looked at between records only, so
*> a record is never left half done
enrich-one-record.
    perform factor-master-number.
    if factor-count < 2
        add 1 to not-composite-count
        move master-number to ncl-number
        write report-line from not-composite-line after advancing 1 line
    else
        move factor-text to master-factors
        move factor-count to master-divisors
        rewrite master-rec
            invalid key
                add 1 to failed-count
                add 1 to pending-count
                perform count-pending-kind
            not invalid key
                move "REWRITE" to jnl-action
                perform journal-master-change
                add 1 to completed-count
                if record-kind = "S"
                    add 1 to completed-sieve
                else
                    add 1 to completed-load
                end-if
        end-rewrite
        if limit-count > 0 and completed-count >= limit-count
            move "L" to walk-state
        end-if
        divide completed-count by checkpoint-interval
            giving checkpoint-quotient
            remainder checkpoint-remainder
        if checkpoint-remainder = 0
            perform check-stop-request
            if has-stop-request
                move "S" to walk-state
            end-if
            move completed-count to count-edit
            display "Progress: " count-edit " records completed"
        end-if
    end-if.

count-pending-record.
    add 1 to pending-count.
    perform count-pending-kind.

count-pending-kind.
    if record-kind = "S"
        add 1 to pending-sieve
    else
        add 1 to pending-load
    end-if.

*> The divisor walk from primes2, dividing out every hit so the full
*> factorization is kept; anything left past the square root is itself
*> prime
factor-master-number.
    move master-number to work-num.
    move 2 to remain.
    move 0 to factor-count.
    move spaces to factor-text.
    move 1 to factor-text-ptr.
    move "N" to factor-overflow.
    perform until remain * remain > work-num
        divide remain into work-num giving counter
        multiply remain by counter
        if counter is not equal to work-num
            add 1 to remain
        else
            move remain to factor-val
            perform append-factor
            divide work-num by remain giving work-num
        end-if
    end-perform.
    if work-num > 1
        move work-num to factor-val
        perform append-factor
    end-if.
    if factor-count > 1
        if not has-factor-overflow
            string ')' delimited by size
                   into factor-text
                   with pointer factor-text-ptr
                   on overflow
                       move "Y" to factor-overflow
            end-string
        end-if
        if has-factor-overflow
            move "...)" to factor-text (247:4)
        end-if
    end-if.

append-factor.
    move factor-val to factor-edit.
    move 1 to trim-ptr.
    perform until factor-edit (trim-ptr:1) not = space or trim-ptr = 18
        add 1 to trim-ptr
    end-perform.
    if not has-factor-overflow
        if factor-count > 0
            string ' x ' delimited by size
                   factor-edit (trim-ptr:) delimited by size
                   into factor-text
                   with pointer factor-text-ptr
                   on overflow
                       move "Y" to factor-overflow
            end-string
        else
            string factor-edit (trim-ptr:) delimited by size
                   into factor-text
                   with pointer factor-text-ptr
                   on overflow
                       move "Y" to factor-overflow
            end-string
        end-if
    end-if.
    add 1 to factor-count.

*> One after-image into the master journal, tagged with this run's id
journal-master-change.
    move run-id to jnl-run-id.
    move "primesenr" to jnl-program.
    move master-rec to jnl-image.
    write journal-line from journal-rec.

*> The operator asks for a clean stop by putting a record starting
*> with STOP in primes.stp (the file is cleared at startup, so only a
*> request made during this run counts)
check-stop-request.
    open input stop-file.
    if stop-file-ok
        read stop-file
            at end move spaces to stop-record
        end-read
        if stop-record (1:4) = "STOP"
            move "Y" to stop-requested
        end-if
        close stop-file
    end-if.

write-report-totals.
    evaluate true
        when walk-stopped
            move "operator stop request" to enl-text
        when walk-limited
            move "LIMIT reached" to enl-text
        when other
            move "end of master file" to enl-text
    end-evaluate.
    write report-line from under-line after advancing 1 line.
    write report-line from ending-line after advancing 1 line.
    write report-line from under-line after advancing 1 line.
    move "master records read:" to cnl-label.
    move read-count to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "records completed:" to cnl-label.
    move completed-count to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "  from sieve mode:" to cnl-label.
    move completed-sieve to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "  from master load:" to cnl-label.
    move completed-load to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "records still pending:" to cnl-label.
    move pending-count to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "  from sieve mode:" to cnl-label.
    move pending-sieve to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "  from master load:" to cnl-label.
    move pending-load to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "not composite, left alone:" to cnl-label.
    move not-composite-count to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "rewrites failed:" to cnl-label.
    move failed-count to cnl-count.
    write report-line from count-line after advancing 1 line.

*> Registers this run as the master's active writer; a non-blank
*> registration already on file refuses the run with the holder named,
*> and the refusal goes to the audit trail
acquire-master-lock.
    open input lock-file.
    if lock-ok
        read lock-file into lock-rec
            at end move spaces to lock-rec
        end-read
        close lock-file
    else
        move spaces to lock-rec
    end-if.
    if lock-rec not = spaces
        display "MASTER FILE IN USE by " lck-program " run " lck-run-id
        display "RUN REFUSED - if that run abended, release it with"
            " the primesmnt UNLOCK function"
        move spaces to note-text
        string "master in use by " delimited by size
               lck-program delimited by size
               " run " delimited by size
               lck-run-id delimited by size
               " - backfill refused" delimited by size
               into note-text
        end-string
        perform write-log-note
        move 8 to return-code
        stop run
    end-if.
    move "primesenr" to lck-program.
    move run-id to lck-run-id.
    open output lock-file.
    write lock-line from lock-rec.
    close lock-file.
    move "Y" to lock-held.

*> Clears this run's registration on a clean exit; recreating the file
*> empty is the agreed "master is free" state
release-master-lock.
    if has-lock
        open output lock-file
        close lock-file
        move "N" to lock-held
    end-if.

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
end program primesenr.
