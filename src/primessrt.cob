*> sources still merge into one work file. A record whose extracted
*> field is not a clean number passes through raw, exactly as sent,
*> for the engine to reject with the whole record on primes.err.
*> A RESUBMIT <file> card names a source read exactly like an INPUT
*> file - the corrected records the suspense run writes to primes.rsb -
*> except that a resubmission file which is not there is noted on the
*> report and the run carries on, since most nights nothing is
*> resubmitted. Once the work file is written and vouched for, each
*> resubmission file read is copied aside to <file>.<run id> and then
*> emptied, so a correction rides into exactly one night and is still
*> on hand if that night has to be run again.
*> A PARTITIONS <2-9> card also cuts the finished work file into that
*> many number-range partitions (<work file>.1, .2, ...) of about equal
*> record counts, so several primes2 runs can classify them side by
*> side; a cut never falls between two records of the same number, and
*> the pass-through records (which sort first) all land in partition
*> 1. The whole work file is still written and still vouched for by
*> the CTL record; each partition gets a PRT record in primes.ctt with
*> its file name and record count for its own primes2 run to balance
*> against, and a line on the report with the number range it covers.
*> A partitioned run also registers itself in primes.lck as the holder
*> "partition": the partition runs only read the master, and this
*> registration keeps maintenance runs off it until primesmrg has
*> taken it over and applied their changes.

identification division.
program-id. primessrt.
select work-file assign dynamic work-file-name
    organization is line sequential
    file status work-status.
select partition-file assign dynamic partition-file-name
    organization is line sequential
    file status partition-status.
select keep-file assign dynamic keep-file-name
    organization is line sequential
    file status keep-status.
select report-file assign dynamic report-file-name
    organization is line sequential
    file status report-status.
    organization is line sequential
    file status ctt-status.
select sort-file assign to "primes.swk".
select log-file assign to "primes.log"
    organization is line sequential
    file status log-status.
select bdt-file assign to "primes.bdt"
    organization is line sequential
    file status bdt-status.
select rerun-file assign to "primes.rrn"
    organization is line sequential
    file status rerun-status.
select lock-file assign to "primes.lck"
    organization is line sequential
    file status lock-status.

*> File pointers are initialized
data division.
    01 input-record pic x(80).
fd work-file.
    01 work-record pic x(80).
fd keep-file.
    01 keep-record pic x(80).
fd partition-file.
    01 partition-record pic x(80).
fd report-file.
    01 report-line pic x(132).
fd ctl-file.
    01 ctl-record pic x(80).
fd ctt-file.
        02 sort-valid pic x(1).
        02 sort-source pic 9(2).
        02 sort-data pic x(80).
fd log-file.
    01 log-line pic x(132).
fd bdt-file.
    01 bdt-line pic x(80).
fd rerun-file.
    01 rerun-line pic x(80).
fd lock-file.
    01 lock-line pic x(30).

*> All variables to be used are initialized
working-storage section.
        88 ctl-ok value 0.
    01  ctt-status pic 99.
        88 ctt-ok value 0.
    01  partition-status pic 99.
        88 partition-ok value 0.
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
    *> Active-run registration against the master file, in the layout
    *> primes2 and primesmnt share. A partitioned night holds it as
    *> "partition" from the cut until primesmrg takes it over
    01  lock-status pic 99.
        88 lock-ok value 0.
    01  lock-rec.
        02 lck-program pic x(10).
        02 lck-run-id pic x(14).
    01  log-line-note.
        02 lgn-run-id pic 9(14).
        02 filler pic x(8) value " NOTE   ".
        02 lgn-text pic x(60).
    *> The control-totals handoff to the engine: one CTL record with
    *> the work file's name and counts, then one SRC record per source
    *> file read. Fixed-field so the engine and the reconciliation job
        02 cts-name pic x(40).
        02 filler pic x(6) value " READ=".
        02 cts-read pic 9(9).
    *> One PRT record per partition of a partitioned work file: the
    *> partition's number, file name, and the records written to it,
    *> which that partition's primes2 run balances its read count to
    01  ctt-partition-line.
        02 filler pic x(4) value "PRT ".
        02 ctp-number pic 9(2).
        02 filler pic x(8) value " OUTPUT=".
        02 ctp-output pic x(40).
        02 filler pic x(9) value " WRITTEN=".
        02 ctp-written pic 9(9).
    77  input-file-name pic x(40).
    77  work-file-name pic x(40) value "primes.srt".
    77  report-file-name pic x(40) value "primes.dup".
    77  src-idx pic 9(3) usage is comp.
    01  input-name-table.
        02 input-name-entry pic x(40) occurs 50 times.
    *> 'Y' for a RESUBMIT source, which may be absent without failing
    *> the run
    01  input-optional-table.
        02 input-optional pic x(1) occurs 50 times.
    77  new-source-optional pic x(1).
    *> Per-source record layout from the LAYOUT cards, mirroring the
    *> engine's: 'N' native, 'C' column slice, 'D' comma-delimited
    *> field
    77  written-count pic 9(9) usage is comp value 0.
    77  dropped-count pic 9(9) usage is comp value 0.
    77  passthru-count pic 9(9) usage is comp value 0.
    *> Partitioning: how many number-range partitions to cut the work
    *> file into (1 = none), the record count each one aims at, and
    *> what each one got
    77  partition-count pic 9(1) value 1.
    77  partition-edit pic 9(1).
    77  partition-idx pic 9(2) usage is comp.
    77  partition-target pic 9(9) usage is comp.
    77  partition-file-name pic x(40).
    *> The run-stamped copy a resubmission file is set aside to
    77  keep-file-name pic x(40).
    77  keep-name-ptr pic 9(2) usage is comp.
    77  keep-count pic 9(9) usage is comp.
    01  keep-status pic 99.
        88 keep-ok value 0.
    77  partition-name-ptr pic 9(2) usage is comp.
    77  partition-key pic 9(18).
    77  partition-prev-key pic 9(18).
    77  have-partition-key pic x(1) value 'N'.
        88 has-partition-key value 'Y'.
    01  partition-table.
        02 partition-entry occurs 9 times.
            03 pt-name pic x(40).
            03 pt-written pic 9(9) usage is comp.
            03 pt-low pic 9(18).
            03 pt-high pic 9(18).
            03 pt-numbers pic x(1).
                88 pt-has-numbers value 'Y'.
    77  prev-key pic 9(18).
    77  prev-requestor pic x(8).
    77  have-prev-key pic x(1) value 'N'.
        02 filler pic x value space.
        02 srf-name pic x(40).
        02 filler pic x(22) value ' COULD NOT BE OPENED'.
    01  source-absent-line.
        02 filler pic x value space.
        02 sra-name pic x(40).
        02 filler pic x(22) value ' NOT PRESENT'.
    01  total-written-line.
        02 filler pic x(22) value 'records written:      '.
        02 tot-written pic z(8)9.
    01  total-passthru-line.
        02 filler pic x(22) value 'passed through as-is: '.
        02 tot-passthru pic z(8)9.
    01  partition-line.
        02 filler pic x value space.
        02 filler pic x(10) value 'partition '.
        02 prl-seq pic 9.
        02 filler pic x(1) value space.
        02 prl-name pic x(40).
        02 filler pic x(9) value ' records '.
        02 prl-written pic z(8)9.
        02 filler pic x(9) value '  range  '.
        02 prl-low pic z(17)9.
        02 filler pic x(3) value ' - '.
        02 prl-high pic z(17)9.
    01  partition-empty-line.
        02 filler pic x value space.
        02 filler pic x(10) value 'partition '.
        02 pre-seq pic 9.
        02 filler pic x(1) value space.
        02 pre-name pic x(40).
        02 filler pic x(9) value ' records '.
        02 pre-written pic z(8)9.
        02 filler pic x(20) value '  no numbers'.

*> Body of code logic begins
procedure division.
    display "          PRIME INPUT SORT/DEDUP FRONT-END"
    display "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*".

    accept run-time from time.
    perform establish-business-date.
    move business-date-text to note-text.
    perform write-log-note.
    perform read-control-cards.
    if partition-count > 1
        perform register-partitioned-run
    end-if.
    perform varying src-idx from 1 by 1
            until src-idx > input-name-count
        move 0 to source-read-count (src-idx)
        input procedure is feed-sort-records
        output procedure is write-sorted-file.

    if partition-count > 1
        perform write-partition-files
    end-if.
    perform write-dup-report.
    perform write-control-totals.
    if return-code = 0
        perform clear-resubmit-sources
    end-if.
    display "COMPLETED: sorted work file saved to " work-file-name.
    if partition-count > 1
        display "COMPLETED: work file cut into " partition-count
            " partitions"
        move spaces to note-text
        string "work file cut into " delimited by size
               partition-count delimited by size
               " number-range partitions" delimited by size
               into note-text
        end-string
        perform write-log-note
    end-if.
    stop run.

*> Registers the partitioned night as the master file's holder before
*> anything is cut. Any other holder refuses the run, exactly as the
*> engine refuses it; a "partition" registration left by an earlier
*> front-end run of the same chain is simply taken over
register-partitioned-run.
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
               " - run refused" delimited by size
               into note-text
        end-string
        perform write-log-note
        move 8 to return-code
        stop run
    end-if.
    move "partition" to lck-program.
    move run-id to lck-run-id.
    open output lock-file.
    write lock-line from lock-rec.
    close lock-file.

*> Sets aside every resubmission file that was read: its corrections
*> are in the work file now, and left in place they would be
*> resubmitted again the next night. Each is first copied to
*> <file>.<run id> and emptied only once the copy holds every record
*> read, so an engine abend or a rerun of the night from this step can
*> put the corrections back from the copy. One that was not there is
*> left alone
clear-resubmit-sources.
    perform varying src-idx from 1 by 1
            until src-idx > input-name-count
        if input-optional (src-idx) = "Y"
            and source-open-flag (src-idx) = "Y"
            perform keep-resubmit-source
        end-if
    end-perform.

keep-resubmit-source.
    move input-name-entry (src-idx) to input-file-name.
    move spaces to keep-file-name.
    move 1 to keep-name-ptr.
    string input-file-name delimited by space
           "." delimited by size
           run-id delimited by size
           into keep-file-name
           with pointer keep-name-ptr
           on overflow move 99 to keep-name-ptr
    end-string.
    move 0 to keep-count.
    if keep-name-ptr > 41
        display "Resubmission file name too long to set aside: "
            input-file-name
    else
        open input input-file
        open output keep-file
        if file-ok and keep-ok
            move spaces to eof
            read input-file into raw-record
                at end move "TRUE" to eof
            end-read
            perform until eof = "TRUE"
                write keep-record from raw-record
                if keep-ok
                    add 1 to keep-count
                end-if
                read input-file into raw-record
                    at end move "TRUE" to eof
                end-read
            end-perform
        end-if
        close input-file, keep-file
    end-if.
    if keep-count = source-read-count (src-idx)
        and keep-name-ptr not > 41
        open output input-file
        close input-file
        display "Resubmission file set aside as " keep-file-name
        move spaces to note-text
        string "resubmission set aside as " delimited by size
               keep-file-name delimited by space
               into note-text
        end-string
        perform write-log-note
    else
        display "Resubmission file left in place, copy incomplete: "
            input-file-name
        move 4 to return-code
    end-if.

*> Reads the keyword cards in primessrt.ctl: INPUT <file> (repeatable),
*> RESUBMIT <file> (repeatable), OUTPUT <work file>, REPORT <report
*> file>, PARTITIONS <2-9>. Blank cards and cards starting with '*' are
*> comments
read-control-cards.
    open input ctl-file.
    if not ctl-ok
    end-unstring.
    evaluate ctl-keyword
        when "INPUT"
            move "N" to new-source-optional
            perform add-input-source
        when "RESUBMIT"
            move "Y" to new-source-optional
            perform add-input-source
        when "LAYOUT"
            perform parse-layout-card
        when "OUTPUT"
            else
                move ctl-value to report-file-name
            end-if
        when "PARTITIONS"
            if ctl-value (1:1) is not numeric
                or ctl-value (2:1) not = space
                perform reject-control-card
            else
                move ctl-value (1:1) to partition-edit
                if partition-edit < 2
                    perform reject-control-card
                else
                    move partition-edit to partition-count
                end-if
            end-if
        when other
            perform reject-control-card
    end-evaluate.
    display "INVALID CONTROL CARD: " ctl-card.
    add 1 to ctl-error-count.

add-input-source.
    if ctl-value = spaces or input-name-count >= 50
        perform reject-control-card
    else
        add 1 to input-name-count
        move ctl-value to input-name-entry (input-name-count)
        move new-source-optional to input-optional (input-name-count)
        move "N" to lay-kind (input-name-count)
        move 0 to lay-start (input-name-count)
        move 0 to lay-length (input-name-count)
        move 0 to lay-field (input-name-count)
    end-if.

*> A LAYOUT card re-describes the INPUT card immediately before it,
*> with the same forms and limits the engine honours: LAYOUT COLUMN
*> <start 1-80> <length 1-18>, or LAYOUT DELIMITED <field 1-20>
*> and is marked to pass through dedup untouched. A source file that
*> cannot be opened is reported and the run is failed at the end, but
*> the remaining files are still processed so one bad feed doesn't
*> hide problems in the others. An absent resubmission file only means
*> nothing was corrected yesterday
feed-sort-records.
    perform varying src-idx from 1 by 1
            until src-idx > input-name-count
        move input-name-entry (src-idx) to input-file-name
        open input input-file
        if not file-ok
            if input-optional (src-idx) = "Y"
                display "Resubmission file not present: " input-file-name
            else
                display "Input file could not be opened: " input-file-name
                move 8 to return-code
            end-if
        else
            move "Y" to source-open-flag (src-idx)
            move lay-kind (src-idx) to cur-lay-kind
        at end move "TRUE" to eof
    end-return.

*> Reads the finished work file back and deals it out to the partition
*> files in order, so each partition is one unbroken number range. A
*> partition is closed once it holds its share of the records, but
*> only where the number changes - every record of one number goes to
*> one partition, which keeps the master updates for a number in one
*> run. Partitions left over when the numbers run out are written
*> empty, so every partition named in primes.ctt exists
write-partition-files.
    compute partition-target =
        (written-count + partition-count - 1) / partition-count.
    perform varying partition-idx from 1 by 1
            until partition-idx > partition-count
        move 0 to pt-written (partition-idx)
        move 0 to pt-low (partition-idx)
        move 0 to pt-high (partition-idx)
        move "N" to pt-numbers (partition-idx)
        perform name-partition-file
        move partition-file-name to pt-name (partition-idx)
    end-perform.
    open input work-file.
    if not work-ok
        display "Work file could not be reopened: " work-file-name
        move 8 to return-code
        stop run
    end-if.
    move 1 to partition-idx.
    perform open-partition-file.
    move "N" to have-partition-key.
    move spaces to eof.
    read work-file
        at end move "TRUE" to eof
    end-read.
    perform until eof = "TRUE"
        move work-record to in-card
        perform validate-input
        if valid-flag = "Y"
            move in-text (1:v-len) to partition-key
            if partition-idx < partition-count
                and pt-written (partition-idx) >= partition-target
                and has-partition-key
                and partition-key not = partition-prev-key
                close partition-file
                add 1 to partition-idx
                perform open-partition-file
            end-if
            if not pt-has-numbers (partition-idx)
                move partition-key to pt-low (partition-idx)
                move "Y" to pt-numbers (partition-idx)
            end-if
            move partition-key to pt-high (partition-idx)
            move partition-key to partition-prev-key
            move "Y" to have-partition-key
        end-if
        write partition-record from work-record
        add 1 to pt-written (partition-idx)
        read work-file
            at end move "TRUE" to eof
        end-read
    end-perform.
    close work-file.
    close partition-file.
    perform until partition-idx >= partition-count
        add 1 to partition-idx
        perform open-partition-file
        close partition-file
    end-perform.

*> A partition file is named after the work file with the partition
*> number as a suffix (primes.srt.1); a work-file name too long to take
*> the suffix cancels the run rather than overwrite something else
name-partition-file.
    move spaces to partition-file-name.
    move 1 to partition-name-ptr.
    string work-file-name delimited by space
           "." delimited by size
           into partition-file-name
           with pointer partition-name-ptr
    end-string.
    if partition-name-ptr > 40
        display "Work file name too long to partition: " work-file-name
        move 8 to return-code
        stop run
    end-if.
    move partition-idx to partition-edit.
    move partition-edit to partition-file-name (partition-name-ptr:1).

open-partition-file.
    move pt-name (partition-idx) to partition-file-name.
    open output partition-file.
    if not partition-ok
        display "Partition file could not be opened: "
            partition-file-name
        move 8 to return-code
        stop run
    end-if.

*> Same raw-text classification primes2 applies before converting a
*> record: at most 18 digits, nothing but digits, no sign. The reasons
*> don't matter here - a record that fails for any reason just passes
            move source-dup-count (src-idx) to src-dups
            write report-line from source-line after advancing 1 line
        else
            if input-optional (src-idx) = "Y"
                move input-name-entry (src-idx) to sra-name
                write report-line from source-absent-line
                    after advancing 1 line
            else
                move input-name-entry (src-idx) to srf-name
                write report-line from source-failed-line
                    after advancing 1 line
            end-if
        end-if
    end-perform.
    write report-line from under-line after advancing 1 line.
    write report-line from total-dropped-line after advancing 1 line.
    move passthru-count to tot-passthru.
    write report-line from total-passthru-line after advancing 1 line.
    if partition-count > 1
        write report-line from under-line after advancing 1 line
        perform varying partition-idx from 1 by 1
                until partition-idx > partition-count
            perform write-partition-line
        end-perform
    end-if.
    close report-file.

write-partition-line.
    move partition-idx to partition-edit.
    if pt-has-numbers (partition-idx)
        move partition-edit to prl-seq
        move pt-name (partition-idx) to prl-name
        move pt-written (partition-idx) to prl-written
        move pt-low (partition-idx) to prl-low
        move pt-high (partition-idx) to prl-high
        write report-line from partition-line after advancing 1 line
    else
        move partition-edit to pre-seq
        move pt-name (partition-idx) to pre-name
        move pt-written (partition-idx) to pre-written
        write report-line from partition-empty-line
            after advancing 1 line
    end-if.

*> Writes the control-totals handoff: what this run wrote, from which
*> sources, under which work-file name. The engine balances its read
*> count against the WRITTEN figure; the file is recreated every run
        move source-read-count (src-idx) to cts-read
        write ctt-line from ctt-source-line
    end-perform.
    if partition-count > 1
        perform varying partition-idx from 1 by 1
                until partition-idx > partition-count
            move partition-idx to ctp-number
            move pt-name (partition-idx) to ctp-output
            move pt-written (partition-idx) to ctp-written
            write ctt-line from ctt-partition-line
        end-perform
    end-if.
    close ctt-file.

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
end program primessrt.
