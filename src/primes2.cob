*> named by keyword cards in primes.ctl and determines which numbers
*> are prime. The results are written to the output file the cards
*> name, with companion struct, gap, error, audit-log, and master-file
*> records alongside. The control file may be named on the command line
*> (primes.ctl when none is); a PARTITION <1-9> card makes the run one
*> of several classifying the number-range partitions primessrt cut,
*> side by side: its struct, error, gap, checkpoint and log files take
*> the partition number as a suffix (primes.rec.3), the master is only
*> read, and the master updates it would make go to a staging file
*> (primes.stg.3) that primesmrg applies, with the partitions' outputs,
*> once every partition has finished. A partition run goes ahead only
*> under the "partition" registration primessrt left in primes.lck.

identification division.
program-id. primes2.
select output-file assign dynamic output-file-name
    organization is line sequential
    file status output-status.
select err-file assign dynamic err-file-name
    organization is line sequential
    file status err-status.
select struct-file assign dynamic struct-file-name
    organization is line sequential
    file status struct-status.
select gap-file assign dynamic gap-file-name
    organization is line sequential
    file status gap-status.
select ckp-file assign dynamic ckp-file-name
    organization is line sequential
    file status ckp-status.
select master-file assign to "primes.mst"
    access is random
    record key is master-number
    file status master-status.
select log-file assign dynamic log-file-name
    organization is line sequential
    file status log-status.
select his-file assign to "primes.his"
    organization is line sequential
    file status his-status.
select ctl-file assign dynamic ctl-file-name
    organization is line sequential
    file status ctl-status.
select stop-file assign to "primes.stp"
select ctt-file assign to "primes.ctt"
    organization is line sequential
    file status ctt-status.
select journal-file assign to "primes.jnl"
    organization is line sequential
    file status journal-status.
select stage-file assign dynamic stage-file-name
    organization is line sequential
    file status stage-status.
select bdt-file assign to "primes.bdt"
    organization is line sequential
    file status bdt-status.
select rerun-file assign to "primes.rrn"
    organization is line sequential
    file status rerun-status.

*> File pointers are initialized
data division.
    01 lock-line pic x(30).
fd ctt-file.
    01 ctt-line pic x(110).
fd journal-file.
    01 journal-line pic x(332).
fd stage-file.
    01 stage-line pic x(332).
fd bdt-file.
    01 bdt-line pic x(80).
fd rerun-file.
    01 rerun-line pic x(80).

*> All variables to be used are initialized
working-storage section.
    77  illegal-reason pic x(11).
    77  input-file-name pic x(40) value "primes.dat".
    77  output-file-name pic x(40) value "primes.out".
    *> The companion files; a partition run suffixes each with its
    *> partition number so side-by-side runs never share one
    77  err-file-name pic x(40) value "primes.err".
    77  struct-file-name pic x(40) value "primes.rec".
    77  gap-file-name pic x(40) value "primes.gap".
    77  ckp-file-name pic x(40) value "primes.ckp".
    77  log-file-name pic x(40) value "primes.log".
    77  stage-file-name pic x(40) value spaces.
    77  ctl-file-name pic x(40) value spaces.
    77  output-card-seen pic x(1) value 'N'.
        88 has-output-card value 'Y'.
    *> Partition run state: the partition number from the PARTITION
    *> card (0 for an ordinary run) and the staging file that takes the
    *> master updates in place of primes.mst
    77  partition-number pic 9(1) value 0.
        88 is-partition-run value 1 thru 9.
    01  stage-status pic 99.
        88 stage-ok value 0.
        88 stage-file-missing value 35.
    77  staging-open pic x(1) value 'N'.
        88 has-staging value 'Y'.
    *> A partition run finding no master at all (the very first night)
    *> treats it as empty, as an ordinary run's create does, and still
    *> stages every result it adds
    77  master-absent pic x(1) value 'N'.
        88 has-master-absent value 'Y'.
    77  partition-file-work pic x(40) value spaces.
    77  partition-name-ptr pic 9(2) usage is comp.
    01  file-status pic 99.
        88 file-ok value 0.
    01  ckp-status pic 99.
        88 master-file-missing value 35.
    77  master-degraded pic x(1) value 'N'.
        88 has-master-degraded value 'Y'.
    77  degraded-text pic x(60) value
        "master file unavailable - all results recomputed".
    *> Every change this run makes to primes.mst goes to the master
    *> journal as an after-image, so a lost or damaged master can be
    *> rolled forward from its last backup by primesrcv. The layout is
    *> shared with primesmnt, primesrcv, and primesjnl; all four must
    *> stay in step
    01  journal-status pic 99.
        88 journal-ok value 0.
        88 journal-file-missing value 35.
    01  journal-rec.
        02 jnl-run-id pic 9(14).
        02 filler pic x(1) value space.
        02 jnl-program pic x(10).
        02 filler pic x(1) value space.
        02 jnl-action pic x(7).
        02 filler pic x(1) value space.
        02 jnl-image pic x(298).
    01  log-status pic 99.
        88 log-ok value 0.
        88 log-file-missing value 35.
    77  run-date pic 9(8).
    77  run-time pic 9(8).
    *> Every primes.log line a run writes carries the same run id
    *> (business date and start time), so the audit trail groups one
    *> run's records together even when several runs share the file
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
    *> One primes.log line per event: a START line when the run
    *> begins, a FILE line with that file's counts as each input file
    *> finishes, and an END line with the grand totals and completion
        88 has-control-totals value 'Y'.
    77  ctt-work-name pic x(40).
    77  ctt-written-count pic 9(9).
    77  ctt-partition-number pic 9(2).
    77  ctt-mismatch pic x(1) value 'N'.
        88 has-ctt-mismatch value 'Y'.
    77  ctt-count-edit pic z(8)9.
    display "              PRIME # CALCULATOR"
    display "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*".

    *> The run id stamped on every audit-trail record is the business
    *> date this run processes under and the moment it started
    accept run-time from time.
    perform establish-business-date.
    move run-time to progress-time.
    perform compute-time-centis.
    move now-centis to run-start-centis.

    *> The run options come from keyword cards in primes.ctl (or the
    *> control file named on the command line) instead of a keyboard
    *> dialogue, so the scheduler can run the program overnight with
    *> nobody to answer prompts. A card error cancels the run before
    *> any output file is touched
    accept ctl-file-name from command-line.
    if ctl-file-name = spaces
        move "primes.ctl" to ctl-file-name
    end-if.
    perform read-control-cards.
    if is-partition-run
        perform name-partition-files
    end-if.

    *> A restart picks up at the last checkpointed record count instead
    *> of reprocessing the whole file, so an abend on a large primes.dat
        perform build-sieve
    end-if.

    *> No second program may update the master while this run holds
    *> it; the registration is taken before the master is opened and
    *> cleared on every clean exit path
    perform acquire-master-lock.

    *> A stop request left over from an earlier run must not stop this
    *> one before it starts; recreating primes.stp empty clears it.
    *> A run the lock refuses never gets this far, so it cannot cancel
    *> a STOP meant for the run that holds the master
    open output stop-file.
    close stop-file.

    *> The master file of already-classified numbers is consulted
    *> before every computation and extended with every new result;
    *> the very first run creates it empty. A partition run only reads
    *> it and stages its updates instead
    if is-partition-run
        perform open-partition-master
    else
        open i-o master-file
        if master-file-missing
            open output master-file
            close master-file
            open i-o master-file
        end-if
        *> Any status the create-retry doesn't cure (locked by a
        *> concurrent maintenance run, corrupt index) must not pass
        *> silently: the run continues on the compute path alone, says
        *> so, and records the degraded mode in the audit trail
        if not master-ok
            display "Master file unavailable, status " master-status
                " - all results will be recomputed"
            move "Y" to master-degraded
        end-if
        *> A master change that cannot be journaled could never be
        *> recovered, so without the journal the master is left alone
        *> altogether and the run falls back on the compute path
        if not has-master-degraded
            open extend journal-file
            if journal-file-missing
                open output journal-file
            end-if
            if not journal-ok
                display "Master journal unavailable, status "
                    journal-status " - all results will be recomputed"
                move "Y" to master-degraded
                move
                    "master journal unavailable - all results recomputed"
                    to degraded-text
            end-if
        end-if
    end-if.

    *> The output files are opened once regardless of how many input
    move run-id to lgs-run-id.
    move output-file-name to lgs-output.
    write log-line from log-line-start.
    move run-id to lgn-run-id.
    move business-date-text to lgn-text.
    write log-line from log-line-note.
    if has-master-degraded
        move run-id to lgn-run-id
        move degraded-text to lgn-text
        write log-line from log-line-note
    end-if.
    if is-partition-run and not has-staging
        move run-id to lgn-run-id
        move "master staging unavailable - master will not be updated"
            to lgn-text
        write log-line from log-line-note
    end-if.
        move "COMPLETED" to lge-status
    end-if.
    write log-line from log-line-end.
    *> A partition is only part of the night's run; primesmrg writes
    *> the one history record for the partitions together
    if not is-partition-run
        perform write-run-history
    end-if.

    *> Closes all files that were opened and stops running program
    evaluate true
                " control totals"
            move 8 to return-code
        when other
            display "COMPLETED: results saved to "
                output-file-name (1:30)
    end-evaluate.
    close output-file, err-file, struct-file, gap-file, master-file,
          journal-file, stage-file, log-file.
    perform release-master-lock.
    stop run.

            move ctt-card (21:40) to ctt-work-name
            move ctt-card (70:9) to ctt-written-count
            move "Y" to ctt-present
            *> A partition run balances to its own partition's count,
            *> carried on the PRT record primessrt wrote for it
            if is-partition-run
                perform find-partition-totals
            end-if
        else
            display "Control totals record unreadable - balance"
                " skipped"
        close ctt-file
    end-if.

*> Looks past the CTL and SRC records for this partition's PRT record;
*> a partition the front-end never cut cannot be balanced
find-partition-totals.
    move "N" to ctt-present.
    move spaces to eof.
    perform until eof = "TRUE" or ctt-present = "Y"
        read ctt-file into ctt-card
            at end move "TRUE" to eof
        end-read
        if eof not = "TRUE"
            and ctt-card (1:4) = "PRT "
            and ctt-card (5:2) is numeric
            and ctt-card (64:9) is numeric
            move ctt-card (5:2) to ctt-partition-number
            if ctt-partition-number = partition-number
                move ctt-card (15:40) to ctt-work-name
                move ctt-card (64:9) to ctt-written-count
                move "Y" to ctt-present
            end-if
        end-if
    end-perform.
    move spaces to eof.
    if ctt-present not = "Y"
        move run-id to lgn-run-id
        move "no control totals for this partition - balance skipped"
            to lgn-text
        write log-line from log-line-note
    end-if.

*> Shows how far the run has come and how fast it is moving, so
*> operations can tell a healthy three-hour run from a hung one
*> without waiting for COMPLETED
*> registration already on file means another run is (or abended while)
*> holding the master: the run is refused with the holder named, and
*> the refusal goes to the audit trail. A stale registration is
*> released with the primesmnt UNLOCK function, never by just rerunning.
*> A partition run is the exception: it runs under the "partition"
*> registration the front-end made when it cut the work file, and is
*> refused without it
acquire-master-lock.
    open input lock-file.
    if lock-ok
    else
        move spaces to lock-rec
    end-if.
    if is-partition-run and lock-rec = spaces
        display "NO PARTITIONED RUN REGISTERED in primes.lck"
        display "RUN REFUSED - cut the work file with a PARTITIONS"
            " card first"
        open extend log-file
        if log-file-missing
            open output log-file
        end-if
        move run-id to lgn-run-id
        move "no partitioned run registered - run refused" to lgn-text
        write log-line from log-line-note
        close log-file
        move 8 to return-code
        stop run
    end-if.
    if lock-rec not = spaces
        and not (is-partition-run and lck-program = "partition")
        display "MASTER FILE IN USE by " lck-program " run " lck-run-id
        display "RUN REFUSED - if that run abended, release it with"
            " the primesmnt UNLOCK function"
        move 8 to return-code
        stop run
    end-if.
    *> Partition runs only read the master, side by side, under the
    *> front-end's registration; the merge step that applies their
    *> staged changes takes that registration over
    if not is-partition-run
        move "primes2" to lck-program
        move run-id to lck-run-id
        open output lock-file
        write lock-line from lock-rec
        close lock-file
        move "Y" to lock-held
    end-if.

*> A partition run reads the master for results already on file but
*> never changes it: what it would have added or rewritten goes to its
*> staging file instead, for primesmrg to apply once every partition
*> has finished. A restarted partition extends the staging file it
*> left, so the changes staged before the abend are not lost
open-partition-master.
    open input master-file.
    evaluate true
        when master-ok
            continue
        when master-file-missing
            move "Y" to master-absent
        when other
            display "Master file unavailable, status " master-status
                " - all results will be recomputed"
            move "Y" to master-degraded
    end-evaluate.
    if restart-count > 0
        open extend stage-file
        if stage-file-missing
            open output stage-file
        end-if
    else
        open output stage-file
    end-if.
    if stage-ok
        move "Y" to staging-open
    else
        display "Master staging file unavailable, status " stage-status
            " - master will not be updated"
    end-if.

*> Clears this run's registration on a clean exit; recreating the file
*> empty is the agreed "master is free" state
    write log-line from log-line-end.
    display "FAILED: run ended - no results produced".
    close output-file, err-file, struct-file, gap-file, master-file,
          journal-file, stage-file, log-file.
    perform release-master-lock.
    move 8 to return-code.
    stop run.
    move illegal-count to lge-illeg.
    move "QUIESCED " to lge-status.
    write log-line from log-line-end.
    *> A partition is only part of the night's run; primesmrg writes
    *> the one history record for the partitions together
    if not is-partition-run
        perform write-run-history
    end-if.
    *> Batch runs carry no checkpoint, so there is nothing to resume
    *> from; a stopped batch run is simply rerun
    if batch-on
        display "QUIESCED: stop request honoured - resume with RESTART YES"
    end-if.
    close output-file, err-file, struct-file, gap-file, master-file,
          journal-file, stage-file, log-file.
    perform release-master-lock.
    move 4 to return-code.
    stop run.
read-control-cards.
    open input ctl-file.
    if not ctl-ok
        display "Control file " ctl-file-name (1:30)
            " could not be opened"
        move 8 to return-code
        stop run
    end-if.
        display "CONTROL ERROR: RESTART YES not valid with MODE BATCH"
        add 1 to ctl-error-count
    end-if.
    if batch-on and is-partition-run
        display "CONTROL ERROR: PARTITION not valid with MODE BATCH"
        add 1 to ctl-error-count
    end-if.
    if ctl-error-count > 0
        display "RUN CANCELLED - control card errors"
        move 8 to return-code
                perform reject-control-card
            else
                move ctl-value to output-file-name
                move "Y" to output-card-seen
            end-if
        when "RESTART"
            evaluate ctl-value
            end-evaluate
        when "CHECKPOINT-INTERVAL"
            perform parse-interval-card
        when "PARTITION"
            if ctl-value (1:1) is numeric and ctl-value (1:1) not = "0"
                and ctl-value (2:1) = space
                move ctl-value (1:1) to partition-number
            else
                perform reject-control-card
            end-if
        when other
            perform reject-control-card
    end-evaluate.
    display "INVALID CONTROL CARD: " ctl-card.
    add 1 to ctl-error-count.

*> A partition run's companion files carry its partition number as a
*> suffix so runs side by side never write the same file; the report
*> does too unless an OUTPUT card named it. The master updates go to
*> the partition's staging file for primesmrg to apply
name-partition-files.
    if not has-output-card
        move "primes.out" to partition-file-work
        perform suffix-partition-name
        move partition-file-work to output-file-name
    end-if.
    move err-file-name to partition-file-work.
    perform suffix-partition-name.
    move partition-file-work to err-file-name.
    move struct-file-name to partition-file-work.
    perform suffix-partition-name.
    move partition-file-work to struct-file-name.
    move gap-file-name to partition-file-work.
    perform suffix-partition-name.
    move partition-file-work to gap-file-name.
    move ckp-file-name to partition-file-work.
    perform suffix-partition-name.
    move partition-file-work to ckp-file-name.
    move log-file-name to partition-file-work.
    perform suffix-partition-name.
    move partition-file-work to log-file-name.
    move "primes.stg" to partition-file-work.
    perform suffix-partition-name.
    move partition-file-work to stage-file-name.

suffix-partition-name.
    move 1 to partition-name-ptr.
    inspect partition-file-work tallying partition-name-ptr
        for characters before initial space.
    string "." delimited by size
           partition-number delimited by size
           into partition-file-work
           with pointer partition-name-ptr
    end-string.

*> A LAYOUT card re-describes the INPUT card immediately before it:
*> LAYOUT COLUMN <start 1-80> <length 1-18> lifts the number from a
*> fixed column slice, LAYOUT DELIMITED <field 1-20> lifts it from the
    move checkpoint-interval to interval-edit.
    move interval-edit to echo-value.
    perform write-echo-line.
    if is-partition-run
        move "partition:" to echo-keyword
        move partition-number to echo-value
        perform write-echo-line
    end-if.
    write out-line from under-line after advancing 1 line.

write-echo-line.
*> through to the sieve or the divisor walk, and the fresh result is
*> written back to the master for the next run to find
classify-number.
    if has-master-degraded or has-master-absent
        move 99 to master-status
    else
        move num to master-number
*> lets PURGE tell a number upstream still sends nightly from one that
*> stopped arriving years ago
replay-master-result.
    *> A rerun of an earlier night must not pull the date back
    if run-date > master-last-used
        move run-date to master-last-used
    end-if.
    add 1 to master-hit-count.
    *> A partition run leaves the master to the merge step: the hit is
    *> staged with the image as this run would have rewritten it
    if is-partition-run
        if has-staging
            move "HIT" to jnl-action
            perform stage-master-change
        end-if
    else
        rewrite master-rec
            invalid key continue
            not invalid key
                move "REWRITE" to jnl-action
                perform journal-master-change
        end-rewrite
    end-if.
    if master-flag = "Y"
        move num to out-n-3
        write out-line from prime-line after advancing 1 line
        move run-date to master-first-seen
        move run-date to master-last-used
        move 0 to master-hit-count
        if is-partition-run
            if has-staging
                move "ADD" to jnl-action
                perform stage-master-change
            end-if
        else
            write master-rec
                invalid key continue
                not invalid key
                    move "ADD" to jnl-action
                    perform journal-master-change
            end-write
        end-if
    end-if.

*> One after-image into the master journal for a change just made
*> to primes.mst, tagged with this run's id
journal-master-change.
    move run-id to jnl-run-id.
    move "primes2" to jnl-program.
    move master-rec to jnl-image.
    write journal-line from journal-rec.

*> One staged master change from a partition run, in the journal's own
*> layout so primesmrg can apply it (ADD a new result, HIT a replayed
*> one) the way this run would have applied it to primes.mst itself
stage-master-change.
    move run-id to jnl-run-id.
    move "primes2" to jnl-program.
    move master-rec to jnl-image.
    write stage-line from journal-rec.

*> Reports the gap from the last confirmed prime (num) to this one and
*> flags twin primes; the very first prime found has no prior prime to
*> report against, so it only seeds prev-prime
        end-if
    end-if.
    add 1 to factor-count.

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
    open extend log-file.
    if log-file-missing
        open output log-file
    end-if.
    move run-id to lgn-run-id.
    move spaces to lgn-text.
    string "run refused by business-date control, open date "
           delimited by size
           bdt-business-date delimited by size
           into lgn-text
    end-string.
    write log-line from log-line-note.
    close log-file.
    move 8 to return-code.
    stop run.
end program primes2.

