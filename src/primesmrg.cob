*> Author: Jovana Kusic
*> Date: October 15th, 2026
*> File: primesmrg, merge step for a partitioned classification run.
*> Description: this program puts a night's run back together after
*> primessrt cut the work file into number-range partitions (its
*> PARTITIONS card) and one primes2 run per partition classified them
*> side by side. The partitions are taken from the PRT records in
*> primes.ctt, and each one is checked against its own audit log
*> (primes.log.1, primes.log.2, ...) before anything is touched: the
*> latest run there must have read the partition's file, the count
*> primessrt says it wrote, and ended COMPLETED under the business
*> date of the cut; one partition short of that refuses the whole
*> merge. The master updates each partition staged (primes.stg.1, ...)
*> are then applied to primes.mst under the master lock and journaled
*> as this program's own, exactly as primes2 would have made them, and
*> the staging files are cleared. The lock is the "partition"
*> registration primessrt made at the cut, taken over for the merge
*> and released when the merge ends. Last, the partition outputs are
*> stitched back into one primes.out (or the report named by an OUTPUT
*> card in the optional primesmrg.ctl), primes.rec, primes.err and
*> primes.gap in number order: one report with a single batch-totals
*> trailer and requestor break-out, error records renumbered to their
*> place in the whole work file, and the prime gap across each
*> partition boundary filled in. The merged run is written to
*> primes.log (START, FILE, END) and primes.his like any other run, so
*> primesrcn reconciles it just as it does a single run.

identification division.
program-id. primesmrg.

*> File variables are initialized
environment division.
input-output section.
file-control.
select ctl-file assign to "primesmrg.ctl"
    organization is line sequential
    file status ctl-status.
select ctt-file assign to "primes.ctt"
    organization is line sequential
    file status ctt-status.
select part-file assign dynamic part-file-name
    organization is line sequential
    file status part-status.
select output-file assign dynamic output-file-name
    organization is line sequential
    file status output-status.
select struct-file assign to "primes.rec"
    organization is line sequential
    file status struct-status.
select err-file assign to "primes.err"
    organization is line sequential
    file status err-status.
select gap-file assign to "primes.gap"
    organization is line sequential
    file status gap-status.
select master-file assign to "primes.mst"
    organization is indexed
    access is random
    record key is master-number
    file status master-status.
select journal-file assign to "primes.jnl"
    organization is line sequential
    file status journal-status.
select lock-file assign to "primes.lck"
    organization is line sequential
    file status lock-status.
select log-file assign to "primes.log"
    organization is line sequential
    file status log-status.
select his-file assign to "primes.his"
    organization is line sequential
    file status his-status.
select bdt-file assign to "primes.bdt"
    organization is line sequential
    file status bdt-status.
select rerun-file assign to "primes.rrn"
    organization is line sequential
    file status rerun-status.

*> File pointers are initialized
data division.
file section.
fd ctl-file.
    01 ctl-record pic x(80).
fd ctt-file.
    01 ctt-line pic x(110).
*> Every partition file (audit log, report, struct, error, gap and
*> staging file) is read through this one record in turn; it is wide
*> enough for the longest of them, the staged master image
fd part-file.
    01 part-line pic x(332).
fd output-file.
    01 out-line pic x(300).
fd struct-file.
    01 struct-out pic x(31).
fd err-file.
    01 err-line pic x(160).
fd gap-file.
    01 gap-line pic x(80).
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
fd lock-file.
    01 lock-line pic x(30).
fd log-file.
    01 log-line pic x(132).
fd his-file.
    01 his-line pic x(80).
fd bdt-file.
    01 bdt-line pic x(80).
fd rerun-file.
    01 rerun-line pic x(80).

*> All variables to be used are initialized
working-storage section.
    77  eof pic x(4).
    01  ctl-status pic 99.
        88 ctl-ok value 0.
    77  ctl-card pic x(80).
    77  ctl-keyword pic x(20).
    77  ctl-value pic x(60).
    77  ctl-error-count pic 9(4) usage is comp value 0.
    77  output-file-name pic x(40) value "primes.out".
    01  output-status pic 99.
        88 output-ok value 0.
    01  struct-status pic 99.
        88 struct-ok value 0.
    01  err-status pic 99.
        88 err-ok value 0.
    01  gap-status pic 99.
        88 gap-ok value 0.
    01  part-status pic 99.
        88 part-ok value 0.
    77  part-file-name pic x(40).
    77  part-base-name pic x(40).
    77  part-name-ptr pic 9(2) usage is comp.
    *> The front-end's control totals: the CTL record names the work
    *> file and its business date, and one PRT record per partition
    *> names the partition file and the records cut into it
    01  ctt-status pic 99.
        88 ctt-ok value 0.
    77  ctt-card pic x(110).
    77  ctt-present pic x(1) value 'N'.
        88 has-control-totals value 'Y'.
    77  ctt-run-date pic x(8) value spaces.
    77  ctt-work-name pic x(40) value spaces.
    77  ctt-written-count pic 9(9) value 0.
    77  ctt-prt-number pic 9(2).
    77  prt-written-total pic 9(9) usage is comp value 0.
    *> One entry per partition, in partition (and so number) order:
    *> what the front-end cut, and what the partition's own run says it
    *> did with it
    77  partition-count pic 9(2) usage is comp value 0.
    77  partition-idx pic 9(2) usage is comp.
    77  partition-digit pic 9(1).
    77  partition-edit pic 9.
    77  partition-fail-count pic 9(2) usage is comp value 0.
    01  partition-table.
        02 partition-entry occurs 9 times.
            03 pt-name pic x(40).
            03 pt-written pic 9(9).
            03 pt-report pic x(40).
            03 pt-run-id pic x(14).
            03 pt-status pic x(9).
            03 pt-read pic 9(9).
            03 pt-prime pic 9(9).
            03 pt-comp pic 9(9).
            03 pt-illeg pic 9(9).
            03 pt-file-seen pic x(1).
                88 pt-has-file value 'Y'.
    77  part-fail-text pic x(50).
    77  log-field pic x(9).
    *> The merged run's counts, summed off the partitions' FILE and END
    *> records
    77  merged-read-count pic 9(9) usage is comp value 0.
    77  prime-count pic 9(9) usage is comp value 0.
    77  composite-count pic 9(9) usage is comp value 0.
    77  illegal-count pic 9(9) usage is comp value 0.
    77  stitch-failure pic x(1) value 'N'.
        88 has-stitch-failure value 'Y'.
    *> Report stitching: each partition report's echo block, title and
    *> trailer are dropped and its detail lines copied. A restarted
    *> partition carries a second echo block (and a quiesced one a
    *> trailer) in mid-file, so the state is driven by what each line
    *> says, not by where it falls
    77  report-state pic x(1).
        88 copying-details value 'C'.
        88 skipping-echo value 'E'.
        88 skipping-trailer value 'T'.
    77  echo-under-count pic 9(1) usage is comp.
    77  held-under pic x(1).
        88 has-held-under value 'Y'.
    77  drop-under pic x(1).
        88 dropping-under value 'Y'.
    77  echo-tally pic 9(3) usage is comp.
    *> Error stitching: a partition numbers its error records from the
    *> top of its own file, so each is moved on by the records of every
    *> partition ahead of it to its place in the whole work file
    77  seq-offset pic 9(9) usage is comp value 0.
    77  err-seq-field pic x(9).
    77  err-seq-value pic 9(9).
    01  err-seq-edit pic z(8)9.
    *> Gap stitching: each partition starts its gap report afresh, so
    *> the gap from the last prime below a boundary to the first prime
    *> above it is written here
    77  struct-number-text pic x(18).
    77  struct-value pic 9(18).
    77  last-prime pic 9(18) value 0.
    77  have-last-prime pic x(1) value 'N'.
        88 has-last-prime value 'Y'.
    77  boundary-prime pic 9(18) value 0.
    77  have-boundary-prime pic x(1) value 'N'.
        88 has-boundary-prime value 'Y'.
    77  part-first-prime pic 9(18) value 0.
    77  have-part-first pic x(1) value 'N'.
        88 has-part-first value 'Y'.
    77  gap-value pic 9(18).
    01  gap-rec.
        02 filler pic x value space.
        02 out-gap-n pic z(17)9.
        02 filler pic x(7) value ' gap = '.
        02 out-gap-val pic z(17)9.
        02 filler pic x(2) value '  '.
        02 out-gap-twin pic x(11).
    *> The master file, its journal and the lock are shared with
    *> primes2, primesmnt, primesrcv and primesjnl; the layouts must
    *> stay in step with theirs
    01  master-status pic 99.
        88 master-ok value 0.
        88 master-file-missing value 35.
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
    01  staged-rec.
        02 stg-number pic 9(18).
        02 stg-flag pic x(1).
        02 stg-divisors pic 9(4).
        02 stg-factors pic x(250).
        02 stg-first-seen pic 9(8).
        02 stg-last-used pic 9(8).
        02 stg-hit-count pic 9(9).
    77  master-applied pic x(1) value 'N'.
        88 has-master-applied value 'Y'.
    77  staged-add-count pic 9(9) usage is comp value 0.
    77  staged-hit-count pic 9(9) usage is comp value 0.
    77  staged-skip-count pic 9(9) usage is comp value 0.
    01  staged-count-edit pic z(8)9.
    01  lock-status pic 99.
        88 lock-ok value 0.
    01  lock-rec.
        02 lck-program pic x(10).
        02 lck-run-id pic x(14).
    77  lock-held pic x(1) value 'N'.
        88 has-lock value 'Y'.
    01  log-status pic 99.
        88 log-ok value 0.
        88 log-file-missing value 35.
    77  note-text pic x(60).
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
    *> The audit-trail layouts are primes2's own, so the merged run
    *> reads in primes.log exactly like a single run did
    01  log-line-start.
        02 lgs-run-id pic 9(14).
        02 filler pic x(8) value " START  ".
        02 filler pic x(7) value "output=".
        02 lgs-output pic x(40).
    01  log-line-note.
        02 lgn-run-id pic 9(14).
        02 filler pic x(8) value " NOTE   ".
        02 lgn-text pic x(60).
    01  log-line-file.
        02 lgf-run-id pic 9(14).
        02 filler pic x(8) value " FILE   ".
        02 lgf-name pic x(40).
        02 filler pic x(6) value " READ=".
        02 lgf-read pic 9(9).
        02 filler pic x(7) value " PRIME=".
        02 lgf-prime pic 9(9).
        02 filler pic x(6) value " COMP=".
        02 lgf-comp pic 9(9).
        02 filler pic x(7) value " ILLEG=".
        02 lgf-illeg pic 9(9).
    01  log-line-end.
        02 lge-run-id pic 9(14).
        02 filler pic x(8) value " END    ".
        02 filler pic x(6) value "PRIME=".
        02 lge-prime pic 9(9).
        02 filler pic x(6) value " COMP=".
        02 lge-comp pic 9(9).
        02 filler pic x(7) value " ILLEG=".
        02 lge-illeg pic 9(9).
        02 filler pic x(8) value " STATUS=".
        02 lge-status pic x(9).
    01  his-status pic 99.
        88 his-ok value 0.
        88 his-file-missing value 35.
    01  history-rec.
        02 his-run-id pic 9(14).
        02 filler pic x(1) value space.
        02 his-read pic 9(9).
        02 filler pic x(1) value space.
        02 his-prime pic 9(9).
        02 filler pic x(1) value space.
        02 his-comp pic 9(9).
        02 filler pic x(1) value space.
        02 his-illeg pic 9(9).
        02 filler pic x(1) value space.
        02 his-elapsed pic 9(7).
        02 filler pic x(1) value space.
        02 his-rate pic 9(7).
        02 filler pic x(1) value space.
        02 his-run-status pic x(9).
    *> The merged run's elapsed time runs from the earliest partition
    *> start, so primes.his shows the night's wall-clock time for the
    *> whole classification, not just the merge
    77  progress-time pic 9(8).
    77  time-hh pic 9(2).
    77  time-mm pic 9(2).
    77  time-ss pic 9(2).
    77  time-cc pic 9(2).
    77  run-start-centis pic 9(9) usage is comp.
    77  part-start-centis pic 9(9) usage is comp.
    77  now-centis pic 9(9) usage is comp.
    77  elapsed-centis pic 9(9) usage is comp.
    77  count-edit pic z(8)9.
    *> The merged report's headings and trailer are primes2's own
    01  echo-heading.
        02 filler pic x(6) value spaces.
        02 filler pic x(25) value 'control options in effect'.
    01  echo-line.
        02 filler pic x(1) value space.
        02 echo-keyword pic x(21).
        02 echo-value pic x(60).
    01  title-line.
        02 filler pic x(6) value spaces.
        02 filler pic x(20) value 'prime number results'.
    01  under-line.
        05 filler pic x(32) value
           ' -------------------------------'.
    01  totals-line-1.
        02 filler pic x(6) value spaces.
        02 filler pic x(20) value 'batch totals'.
    01  totals-line-2.
        05 filler pic x(32) value
           ' -------------------------------'.
    01  totals-line-3.
        02 filler pic x(9) value 'primes:  '.
        02 out-prime-count pic z(8)9.
    01  totals-line-4.
        02 filler pic x(9) value 'composite'.
        02 filler pic x(1) value ':'.
        02 out-composite-count pic z(8)9.
    01  totals-line-5.
        02 filler pic x(9) value 'illegal: '.
        02 out-illegal-count pic z(8)9.
    *> Requestor tallies rebuilt from the merged struct and error
    *> records, with primes2's rule that a twentieth code and every one
    *> after it are lumped under *OTHER*
    77  current-requestor pic x(8) value spaces.
    77  requestor-count pic 9(3) usage is comp value 0.
    77  req-idx pic 9(3) usage is comp.
    01  requestor-table.
        02 requestor-entry occurs 20 times.
            03 rq-code pic x(8).
            03 rq-prime-count pic 9(9) usage is comp.
            03 rq-composite-count pic 9(9) usage is comp.
            03 rq-illegal-count pic 9(9) usage is comp.
    01  requestor-heading.
        02 filler pic x(6) value spaces.
        02 filler pic x(20) value 'requestor totals'.
    01  requestor-line.
        02 filler pic x value space.
        02 rql-code pic x(8).
        02 filler pic x(6) value ' read '.
        02 rql-read pic z(8)9.
        02 filler pic x(8) value ' primes '.
        02 rql-primes pic z(8)9.
        02 filler pic x(6) value ' comp '.
        02 rql-comp pic z(8)9.
        02 filler pic x(7) value ' illeg '.
        02 rql-illeg pic z(8)9.
    77  rql-read-work pic 9(9) usage is comp.

*> Body of code logic begins
procedure division.
    display "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*".
    display "            PRIME PARTITION MERGE"
    display "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*".

    accept run-time from time.
    perform establish-business-date.
    perform read-control-cards.

    *> Nothing is touched until the cut is known and every partition
    *> is proven complete; a refused merge can simply be rerun once the
    *> missing partition has been
    perform read-partition-totals.
    perform varying partition-idx from 1 by 1
            until partition-idx > partition-count
        perform verify-partition
    end-perform.
    if partition-fail-count > 0
        move spaces to note-text
        move partition-fail-count to partition-edit
        string "merge refused - " delimited by size
               partition-edit delimited by size
               " partition(s) not complete" delimited by size
               into note-text
        end-string
        perform write-log-note
        display "MERGE REFUSED - rerun the partitions shown, then the"
            " merge"
        move 8 to return-code
        stop run
    end-if.

    *> The staged master changes go in under the master lock, as
    *> primes2 itself would have made them; a master that cannot be
    *> updated leaves the staging files for the next merge
    perform acquire-master-lock.
    perform apply-staged-changes.

    open output output-file.
    if not output-ok
        display "Merged report could not be opened: " output-file-name
        move "merged report could not be opened - merge cancelled"
            to note-text
        perform write-log-note
        perform release-master-lock
        move 8 to return-code
        stop run
    end-if.
    open output struct-file.
    open output err-file.
    open output gap-file.

    open extend log-file.
    if log-file-missing
        open output log-file
    end-if.
    move run-id to lgs-run-id.
    move output-file-name to lgs-output.
    write log-line from log-line-start.
    move run-id to lgn-run-id.
    move business-date-text to lgn-text.
    write log-line from log-line-note.
    move partition-count to partition-edit.
    move spaces to lgn-text.
    string "merging " delimited by size
           partition-edit delimited by size
           " partitions of " delimited by size
           ctt-work-name delimited by space
           into lgn-text
    end-string.
    write log-line from log-line-note.
    if not has-master-applied
        move run-id to lgn-run-id
        move "master not updated - staged changes kept for rerun"
            to lgn-text
        write log-line from log-line-note
    end-if.

    perform write-merge-heading.
    perform varying partition-idx from 1 by 1
            until partition-idx > partition-count
        perform stitch-partition-report
        perform stitch-partition-errors
        perform stitch-partition-struct
        perform stitch-partition-gaps
        add pt-read (partition-idx) to seq-offset
    end-perform.
    perform write-merged-trailer.

    *> One FILE record for the work file as a whole and one END
    *> record, so the merged run reads in the audit trail exactly as a
    *> single run over the work file would
    move run-id to lgf-run-id.
    move ctt-work-name to lgf-name.
    move merged-read-count to lgf-read.
    move prime-count to lgf-prime.
    move composite-count to lgf-comp.
    move illegal-count to lgf-illeg.
    write log-line from log-line-file.
    move run-id to lge-run-id.
    move prime-count to lge-prime.
    move composite-count to lge-comp.
    move illegal-count to lge-illeg.
    if has-stitch-failure or merged-read-count not = ctt-written-count
        move "FAILED   " to lge-status
    else
        move "COMPLETED" to lge-status
    end-if.
    write log-line from log-line-end.
    perform write-run-history.

    close output-file, struct-file, err-file, gap-file, log-file.
    perform release-master-lock.
    evaluate true
        when has-stitch-failure
            display "FAILED: partition output missing - merged files"
                " are incomplete"
            move 8 to return-code
        when merged-read-count not = ctt-written-count
            display "FAILED: merged read count does not balance to the"
                " front-end control totals"
            move 8 to return-code
        when not has-master-applied
            display "COMPLETED WITH WARNINGS: results merged to "
                output-file-name (1:30)
            display "Master not updated - rerun the merge to apply the"
                " staged changes"
            move 4 to return-code
        when other
            display "COMPLETED: partitions merged to "
                output-file-name (1:30)
    end-evaluate.
    stop run.

*> primesmrg.ctl is optional; without it the merged report is
*> primes.out. OUTPUT <file> names it instead, as the OUTPUT card in a
*> single run's primes.ctl would have
read-control-cards.
    open input ctl-file.
    if not ctl-ok
        continue
    else
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
    display "Merged report: " output-file-name.

apply-control-card.
    move spaces to ctl-keyword.
    move spaces to ctl-value.
    unstring ctl-card delimited by all spaces
        into ctl-keyword ctl-value
    end-unstring.
    evaluate ctl-keyword
        when "OUTPUT"
            if ctl-value = spaces
                perform reject-control-card
            else
                move ctl-value to output-file-name
            end-if
        when other
            perform reject-control-card
    end-evaluate.

reject-control-card.
    display "INVALID CONTROL CARD: " ctl-card.
    add 1 to ctl-error-count.

*> The CTL record and the PRT records primessrt wrote when it cut the
*> work file. The partitions must run 1 to n in order and their
*> written counts must foot to the work file's; anything else is not
*> a cut this program can put back together
read-partition-totals.
    open input ctt-file.
    if not ctt-ok
        display "Control totals primes.ctt could not be opened -"
            " nothing to merge"
        move "no control totals on file - merge refused" to note-text
        perform write-log-note
        move 8 to return-code
        stop run
    end-if.
    move spaces to eof.
    read ctt-file into ctt-card
        at end move "TRUE" to eof
    end-read.
    if eof not = "TRUE"
        and ctt-card (1:4) = "CTL "
        and ctt-card (70:9) is numeric
        move ctt-card (5:8) to ctt-run-date
        move ctt-card (21:40) to ctt-work-name
        move ctt-card (70:9) to ctt-written-count
        move "Y" to ctt-present
    end-if.
    perform until eof = "TRUE"
        if ctt-card (1:4) = "PRT "
            and ctt-card (5:2) is numeric
            and ctt-card (64:9) is numeric
            move ctt-card (5:2) to ctt-prt-number
            if ctt-prt-number = partition-count + 1
                and partition-count < 9
                add 1 to partition-count
                move ctt-card (15:40) to pt-name (partition-count)
                move ctt-card (64:9) to pt-written (partition-count)
                add pt-written (partition-count) to prt-written-total
            else
                display "Partition record out of order: " ctt-card (1:60)
                add 1 to partition-fail-count
            end-if
        end-if
        read ctt-file into ctt-card
            at end move "TRUE" to eof
        end-read
    end-perform.
    close ctt-file.
    if not has-control-totals
        display "Control totals record unreadable - nothing to merge"
        move "control totals unreadable - merge refused" to note-text
        perform write-log-note
        move 8 to return-code
        stop run
    end-if.
    if partition-count = 0
        display "No partitions on file in primes.ctt - the work file"
            " was not cut"
        move "work file not partitioned - merge refused" to note-text
        perform write-log-note
        move 8 to return-code
        stop run
    end-if.
    if partition-fail-count > 0 or prt-written-total not = ctt-written-count
        display "Partition records do not foot to the work file's"
            " written count"
        move "partition records do not foot - merge refused"
            to note-text
        perform write-log-note
        move 8 to return-code
        stop run
    end-if.
    move partition-count to partition-edit.
    display "Work file:     " ctt-work-name.
    display "Partitions:    " partition-edit.

*> Finds the partition's latest run in its own audit log and holds it
*> to what the front-end cut: the partition file read in full, the
*> run ended COMPLETED, and the business date the same as the cut's.
*> The latest run is the one after the last START, so a rerun of a
*> partition supersedes the run before it.
*> The counts the merged trailer and audit records carry are taken
*> from here
verify-partition.
    move "primes.log" to part-base-name.
    perform name-partition-file.
    move spaces to pt-report (partition-idx).
    move spaces to pt-run-id (partition-idx).
    move spaces to pt-status (partition-idx).
    move "N" to pt-file-seen (partition-idx).
    move 0 to pt-read (partition-idx).
    move spaces to part-fail-text.
    open input part-file.
    if not part-ok
        move "audit log could not be opened" to part-fail-text
    else
        move spaces to eof
        read part-file
            at end move "TRUE" to eof
        end-read
        perform until eof = "TRUE"
            if part-line (16:5) = "START"
                move part-line (1:14) to pt-run-id (partition-idx)
                move part-line (30:40) to pt-report (partition-idx)
                move spaces to pt-status (partition-idx)
                move "N" to pt-file-seen (partition-idx)
                move 0 to pt-read (partition-idx)
            end-if
            if part-line (16:5) = "FILE "
                and part-line (1:14) = pt-run-id (partition-idx)
                and part-line (23:40) = pt-name (partition-idx)
                and part-line (69:9) is numeric
                move "Y" to pt-file-seen (partition-idx)
                move part-line (69:9) to pt-read (partition-idx)
            end-if
            if part-line (16:3) = "END"
                and part-line (1:14) = pt-run-id (partition-idx)
                move part-line (77:9) to pt-status (partition-idx)
                move part-line (29:9) to log-field
                perform parse-log-count
                move log-field to pt-prime (partition-idx)
                move part-line (44:9) to log-field
                perform parse-log-count
                move log-field to pt-comp (partition-idx)
                move part-line (60:9) to log-field
                perform parse-log-count
                move log-field to pt-illeg (partition-idx)
            end-if
            read part-file
                at end move "TRUE" to eof
            end-read
        end-perform
        close part-file
        evaluate true
            when pt-run-id (partition-idx) = spaces
                move "no run recorded in its audit log" to part-fail-text
            when pt-status (partition-idx) = spaces
                move "latest run did not finish" to part-fail-text
            when pt-status (partition-idx) not = "COMPLETED"
                move spaces to part-fail-text
                string "latest run ended " delimited by size
                       pt-status (partition-idx) delimited by space
                       into part-fail-text
                end-string
            when not pt-has-file (partition-idx)
                move "latest run did not read the partition file"
                    to part-fail-text
            when pt-read (partition-idx) not = pt-written (partition-idx)
                move "records read do not balance to records cut"
                    to part-fail-text
            when pt-run-id (partition-idx) (1:8) not = ctt-run-date
                move "run is not for the business date of the cut"
                    to part-fail-text
        end-evaluate
    end-if.
    move partition-idx to partition-digit.
    if part-fail-text not = spaces
        display "PARTITION " partition-digit ": " part-fail-text
        add 1 to partition-fail-count
    else
        add pt-read (partition-idx) to merged-read-count
        add pt-prime (partition-idx) to prime-count
        add pt-comp (partition-idx) to composite-count
        add pt-illeg (partition-idx) to illegal-count
        display "PARTITION " partition-digit ": run "
            pt-run-id (partition-idx) " "
            pt-report (partition-idx) (1:30)
        move pt-run-id (partition-idx) (9:6) to progress-time (1:6)
        move "00" to progress-time (7:2)
        perform compute-time-centis
        if partition-idx = 1 or now-centis < run-start-centis
            move now-centis to run-start-centis
        end-if
    end-if.

*> The log counts are zero-filled fixed fields; anything else counts
*> as zero rather than stopping the merge on a damaged line
parse-log-count.
    if log-field is not numeric
        move zeros to log-field
    end-if.

*> Builds the partition's own name for a file: the base name plus a
*> dot and the partition number, as primes2 names it (primes.rec.3)
name-partition-file.
    move part-base-name to part-file-name.
    move 1 to part-name-ptr.
    inspect part-file-name tallying part-name-ptr
        for characters before initial space.
    move partition-idx to partition-digit.
    string "." delimited by size
           partition-digit delimited by size
           into part-file-name
           with pointer part-name-ptr
    end-string.

*> Registers the merge as the master file's active writer, exactly as
*> primes2 does for a single run. It takes over the "partition"
*> registration the front-end made for the night, or a free master
*> when a merge is rerun; any other holder refuses the merge by name
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
    if lock-rec not = spaces and lck-program not = "partition"
        display "MASTER FILE IN USE by " lck-program " run " lck-run-id
        display "RUN REFUSED - if that run abended, release it with"
            " the primesmnt UNLOCK function"
        move spaces to note-text
        string "master in use by " delimited by size
               lck-program delimited by size
               " run " delimited by size
               lck-run-id delimited by size
               " - refused" delimited by size
               into note-text
        end-string
        perform write-log-note
        move 8 to return-code
        stop run
    end-if.
    move "primesmrg" to lck-program.
    move run-id to lck-run-id.
    open output lock-file.
    write lock-line from lock-rec.
    close lock-file.
    move "Y" to lock-held.

*> Clears this run's registration; recreating the file empty is the
*> agreed "master is free" state
release-master-lock.
    if has-lock
        open output lock-file
        close lock-file
        move "N" to lock-held
    end-if.

*> Applies every partition's staged changes to the master and journals
*> each one, then clears the staging files so a rerun of the merge
*> cannot apply them twice. Without the master or its journal nothing
*> is applied and the staging files are left for the next merge
apply-staged-changes.
    open i-o master-file.
    if master-file-missing
        open output master-file
        close master-file
        open i-o master-file
    end-if.
    if not master-ok
        display "Master file unavailable, status " master-status
            " - staged changes kept"
    else
        open extend journal-file
        if journal-file-missing
            open output journal-file
        end-if
        if not journal-ok
            display "Master journal unavailable, status "
                journal-status " - staged changes kept"
            close master-file
        else
            move "Y" to master-applied
        end-if
    end-if.
    if has-master-applied
        perform varying partition-idx from 1 by 1
                until partition-idx > partition-count
            perform apply-partition-stage
        end-perform
        close master-file, journal-file
        perform varying partition-idx from 1 by 1
                until partition-idx > partition-count
            move "primes.stg" to part-base-name
            perform name-partition-file
            open output part-file
            close part-file
        end-perform
        move staged-add-count to staged-count-edit
        display "Master adds applied:   " staged-count-edit
        move staged-hit-count to staged-count-edit
        display "Master hits applied:   " staged-count-edit
        if staged-skip-count > 0
            move staged-skip-count to staged-count-edit
            display "Staged hits not found: " staged-count-edit
        end-if
    end-if.

*> A partition whose staging file is missing staged nothing (its run
*> said so in its own audit log); every record in one that is present
*> is an ADD or a HIT in the master journal's layout
apply-partition-stage.
    move "primes.stg" to part-base-name.
    perform name-partition-file.
    open input part-file.
    if part-ok
        move spaces to eof
        read part-file into journal-rec
            at end move "TRUE" to eof
        end-read
        perform until eof = "TRUE"
            move jnl-image to staged-rec
            evaluate jnl-action
                when "ADD"
                    perform apply-staged-add
                when "HIT"
                    perform apply-staged-hit
                when other
                    add 1 to staged-skip-count
            end-evaluate
            read part-file into journal-rec
                at end move "TRUE" to eof
            end-read
        end-perform
        close part-file
    else
        move partition-idx to partition-digit
        display "PARTITION " partition-digit
            ": no staged master changes on file"
    end-if.

*> A number two partitions both classified fresh is added by the
*> first and counts as a hit for the second, as it would have within
*> one run
apply-staged-add.
    move staged-rec to master-rec.
    write master-rec
        invalid key
            perform apply-staged-hit
        not invalid key
            add 1 to staged-add-count
            move "ADD" to jnl-action
            perform journal-master-change
    end-write.

*> A rerun of an earlier night must not pull the date back
apply-staged-hit.
    move stg-number to master-number.
    read master-file
        invalid key
            add 1 to staged-skip-count
        not invalid key
            if stg-last-used > master-last-used
                move stg-last-used to master-last-used
            end-if
            add 1 to master-hit-count
            rewrite master-rec
                invalid key
                    add 1 to staged-skip-count
                not invalid key
                    add 1 to staged-hit-count
                    move "REWRITE" to jnl-action
                    perform journal-master-change
            end-rewrite
    end-read.

*> One after-image into the master journal, tagged with the merge's
*> own run id
journal-master-change.
    move run-id to jnl-run-id.
    move "primesmrg" to jnl-program.
    move master-rec to jnl-image.
    write journal-line from journal-rec.

*> The merged report's own echo block and title, in primes2's layout:
*> the work file as the input and each partition's report alongside
write-merge-heading.
    write out-line from echo-heading after advancing 0 lines.
    write out-line from under-line after advancing 1 line.
    move "mode:" to echo-keyword.
    move "PARTITIONED" to echo-value.
    perform write-echo-line.
    move "input:" to echo-keyword.
    move ctt-work-name to echo-value.
    perform write-echo-line.
    move "output:" to echo-keyword.
    move output-file-name to echo-value.
    perform write-echo-line.
    move "partitions:" to echo-keyword.
    move partition-count to partition-edit.
    move partition-edit to echo-value.
    perform write-echo-line.
    perform varying partition-idx from 1 by 1
            until partition-idx > partition-count
        move partition-idx to partition-digit
        move spaces to echo-keyword
        string "partition " delimited by size
               partition-digit delimited by size
               ":" delimited by size
               into echo-keyword
        end-string
        move pt-report (partition-idx) to echo-value
        perform write-echo-line
    end-perform.
    write out-line from under-line after advancing 1 line.
    write out-line from title-line after advancing 1 line.
    write out-line from under-line after advancing 1 line.

write-echo-line.
    write out-line from echo-line after advancing 1 line.
    display echo-keyword echo-value (1:40).

*> Copies the partition report's detail lines (RANGE titles included)
*> and drops its echo block, its title and its trailer. An under-line
*> is held back one line: followed by the batch-totals heading it
*> opens the trailer, otherwise it belongs to the details
stitch-partition-report.
    move pt-report (partition-idx) to part-file-name.
    open input part-file.
    if not part-ok
        move partition-idx to partition-digit
        display "PARTITION " partition-digit ": report "
            part-file-name (1:30) " could not be opened"
        move "Y" to stitch-failure
    else
        move "C" to report-state
        move "N" to held-under
        move "N" to drop-under
        move spaces to eof
        read part-file
            at end move "TRUE" to eof
        end-read
        perform until eof = "TRUE"
            if part-line not = spaces
                perform copy-report-line
            end-if
            read part-file
                at end move "TRUE" to eof
            end-read
        end-perform
        if has-held-under
            write out-line from under-line after advancing 1 line
        end-if
        close part-file
    end-if.

copy-report-line.
    move 0 to echo-tally.
    inspect part-line tallying echo-tally
        for all "control options in effect".
    evaluate true
        when echo-tally > 0
            move "E" to report-state
            move 0 to echo-under-count
            move "N" to held-under
        when skipping-echo
            if part-line (1:32) = under-line
                add 1 to echo-under-count
                if echo-under-count = 2
                    move "C" to report-state
                end-if
            end-if
        when skipping-trailer
            continue
        when has-held-under and part-line (7:12) = "batch totals"
            move "T" to report-state
            move "N" to held-under
        when other
            if has-held-under
                write out-line from under-line after advancing 1 line
                move "N" to held-under
            end-if
            evaluate true
                when part-line (1:32) = under-line
                    and part-line (33:268) = spaces
                    if dropping-under
                        move "N" to drop-under
                    else
                        move "Y" to held-under
                    end-if
                when part-line (1:26) = title-line
                    and part-line (27:274) = spaces
                    move "Y" to drop-under
                when other
                    move "N" to drop-under
                    write out-line from part-line (1:300)
                        after advancing 1 line
            end-evaluate
    end-evaluate.

*> Concatenates the partition's struct records, tallying requestors
*> and noting the partition's first prime and the last prime so far
*> for the boundary gap
stitch-partition-struct.
    move last-prime to boundary-prime.
    move have-last-prime to have-boundary-prime.
    move "N" to have-part-first.
    move "primes.rec" to part-base-name.
    perform name-partition-file.
    open input part-file.
    if not part-ok
        move partition-idx to partition-digit
        display "PARTITION " partition-digit ": "
            part-file-name (1:30) " could not be opened"
        move "Y" to stitch-failure
    else
        move spaces to eof
        read part-file
            at end move "TRUE" to eof
        end-read
        perform until eof = "TRUE"
            if part-line not = spaces
                write struct-out from part-line (1:31)
                move part-line (24:8) to current-requestor
                perform find-requestor-slot
                if part-line (19:1) = "Y"
                    add 1 to rq-prime-count (req-idx)
                    move part-line (1:18) to struct-number-text
                    if struct-number-text is numeric
                        move struct-number-text to struct-value
                        if not has-part-first
                            move struct-value to part-first-prime
                            move "Y" to have-part-first
                        end-if
                        move struct-value to last-prime
                        move "Y" to have-last-prime
                    end-if
                else
                    add 1 to rq-composite-count (req-idx)
                end-if
            end-if
            read part-file
                at end move "TRUE" to eof
            end-read
        end-perform
        close part-file
    end-if.

*> Copies the partition's error records with the work file's name and
*> each record's place in the whole work file, as a single run over
*> the work file would have written them. They go before the struct
*> records, as the pass-through records they come from sort ahead of
*> the numbers, so the requestor break-out lists codes in the order a
*> single run would have met them
stitch-partition-errors.
    move "primes.err" to part-base-name.
    perform name-partition-file.
    open input part-file.
    if not part-ok
        move partition-idx to partition-digit
        display "PARTITION " partition-digit ": "
            part-file-name (1:30) " could not be opened"
        move "Y" to stitch-failure
    else
        move spaces to eof
        read part-file
            at end move "TRUE" to eof
        end-read
        perform until eof = "TRUE"
            if part-line not = spaces
                move part-line (1:160) to err-line
                move ctt-work-name to err-line (2:20)
                move err-line (25:9) to err-seq-field
                inspect err-seq-field replacing leading space by zero
                if err-seq-field is numeric
                    move err-seq-field to err-seq-value
                    add seq-offset to err-seq-value
                    move err-seq-value to err-seq-edit
                    move err-seq-edit to err-line (25:9)
                end-if
                write err-line after advancing 1 line
                move err-line (150:8) to current-requestor
                perform find-requestor-slot
                add 1 to rq-illegal-count (req-idx)
            end-if
            read part-file
                at end move "TRUE" to eof
            end-read
        end-perform
        close part-file
    end-if.

*> Writes the gap across the boundary into this partition, then the
*> partition's own gap records
stitch-partition-gaps.
    if has-boundary-prime and has-part-first
        compute gap-value = part-first-prime - boundary-prime
        move part-first-prime to out-gap-n
        move gap-value to out-gap-val
        if gap-value = 2
            move "TWIN PRIME" to out-gap-twin
        else
            move spaces to out-gap-twin
        end-if
        write gap-line from gap-rec after advancing 1 line
    end-if.
    move "primes.gap" to part-base-name.
    perform name-partition-file.
    open input part-file.
    if not part-ok
        move partition-idx to partition-digit
        display "PARTITION " partition-digit ": "
            part-file-name (1:30) " could not be opened"
        move "Y" to stitch-failure
    else
        move spaces to eof
        read part-file
            at end move "TRUE" to eof
        end-read
        perform until eof = "TRUE"
            if part-line not = spaces
                write gap-line from part-line (1:80)
                    after advancing 1 line
            end-if
            read part-file
                at end move "TRUE" to eof
            end-read
        end-perform
        close part-file
    end-if.

*> The one batch-totals trailer for the whole work file, with the
*> requestor break-out, in primes2's layout
write-merged-trailer.
    move prime-count to out-prime-count.
    move composite-count to out-composite-count.
    move illegal-count to out-illegal-count.
    write out-line from under-line after advancing 1 line.
    write out-line from totals-line-1 after advancing 1 line.
    write out-line from totals-line-2 after advancing 1 line.
    write out-line from totals-line-3 after advancing 1 line.
    write out-line from totals-line-4 after advancing 1 line.
    write out-line from totals-line-5 after advancing 1 line.
    if requestor-count > 0
        write out-line from under-line after advancing 1 line
        write out-line from requestor-heading after advancing 1 line
        write out-line from totals-line-2 after advancing 1 line
        perform varying req-idx from 1 by 1
                until req-idx > requestor-count
            perform write-requestor-line
        end-perform
    end-if.

find-requestor-slot.
    perform varying req-idx from 1 by 1
            until req-idx > requestor-count
            or rq-code (req-idx) = current-requestor
        continue
    end-perform.
    if req-idx > requestor-count
        if requestor-count < 19
            add 1 to requestor-count
            move current-requestor to rq-code (requestor-count)
            move 0 to rq-prime-count (requestor-count)
            move 0 to rq-composite-count (requestor-count)
            move 0 to rq-illegal-count (requestor-count)
            move requestor-count to req-idx
        else
            if requestor-count = 19
                move 20 to requestor-count
                move "*OTHER*" to rq-code (20)
                move 0 to rq-prime-count (20)
                move 0 to rq-composite-count (20)
                move 0 to rq-illegal-count (20)
            end-if
            move 20 to req-idx
        end-if
    end-if.

write-requestor-line.
    if rq-code (req-idx) = spaces
        move "(none)" to rql-code
    else
        move rq-code (req-idx) to rql-code
    end-if.
    compute rql-read-work = rq-prime-count (req-idx)
        + rq-composite-count (req-idx) + rq-illegal-count (req-idx).
    move rql-read-work to rql-read.
    move rq-prime-count (req-idx) to rql-primes.
    move rq-composite-count (req-idx) to rql-comp.
    move rq-illegal-count (req-idx) to rql-illeg.
    write out-line from requestor-line after advancing 1 line.

*> The merged run's one history record: the whole work file's counts,
*> timed from the first partition's start to the end of the merge
write-run-history.
    move run-id to his-run-id.
    move merged-read-count to his-read.
    move prime-count to his-prime.
    move composite-count to his-comp.
    move illegal-count to his-illeg.
    accept progress-time from time.
    perform compute-time-centis.
    if now-centis >= run-start-centis
        compute elapsed-centis = now-centis - run-start-centis
    else
        compute elapsed-centis =
            now-centis + 8640000 - run-start-centis
    end-if.
    compute his-elapsed = elapsed-centis / 100.
    if elapsed-centis = 0
        move 0 to his-rate
    else
        compute his-rate = merged-read-count * 100 / elapsed-centis
    end-if.
    move lge-status to his-run-status.
    open extend his-file.
    if his-file-missing
        open output his-file
    end-if.
    if his-ok
        write his-line from history-rec
        close his-file
    else
        display "Run history unavailable, status " his-status
            " - summary record not written"
    end-if.

compute-time-centis.
    move progress-time (1:2) to time-hh.
    move progress-time (3:2) to time-mm.
    move progress-time (5:2) to time-ss.
    move progress-time (7:2) to time-cc.
    compute now-centis = time-hh * 360000 + time-mm * 6000
        + time-ss * 100 + time-cc.

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

*> The run id is the business date from primes.bdt, not the system
*> clock, with the wall-clock start time for uniqueness; a run while
*> the date is closed is refused unless a RERUN card names the date
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
end program primesmrg.
