*> Author: Jovana Kusic
*> Date: October 15th, 2026
*> File: primesgen, numbered generations of each run's output set.
*> Description: this program keeps a night's results from being lost
*> to the next night's run, which recreates primes.out, primes.rec,
*> primes.err and primes.gap from scratch. Run after the classification
*> (or the partition merge), it copies the latest run's output set -
*> the report its START record in primes.log names, and the struct,
*> error and gap files - to the next numbered generation
*> (primes.G0001.out, primes.G0001.rec, ...), balances each copy's
*> record count against the original, and adds the generation to the
*> catalog primes.gdg: generation number, run id, the status from the
*> run's END record, and each file's generation name and record count.
*> A run is saved once; a run with no END record has not finished and
*> is refused. KEEP <1-99> in the optional primesgen.ctl sets how many
*> generations are kept (seven without it); the oldest beyond that are
*> rolled off, their files removed and their catalog records dropped.
*> primescmp, primesrcn, primesreq and primesstat take a generation
*> from the catalog instead of the current files: 0 is the newest
*> generation, -1 the one before it and so on, or a run id names one
*> directly.

identification division.
program-id. primesgen.

*> File variables are initialized
environment division.
input-output section.
file-control.
select ctl-file assign to "primesgen.ctl"
    organization is line sequential
    file status ctl-status.
select log-file assign to "primes.log"
    organization is line sequential
    file status log-status.
select gdg-file assign to "primes.gdg"
    organization is line sequential
    file status gdg-status.
select source-file assign dynamic source-file-name
    organization is line sequential
    file status source-status.
select copy-file assign dynamic copy-file-name
    organization is line sequential
    file status copy-status.

*> File pointers are initialized
data division.
file section.
fd ctl-file.
    01 ctl-record pic x(80).
fd log-file.
    01 log-line pic x(132).
fd gdg-file.
    01 gdg-line pic x(200).
fd source-file.
    01 source-line pic x(300).
fd copy-file.
    01 copy-line pic x(300).

*> All variables to be used are initialized
working-storage section.
    77  eof pic x(4).
    01  ctl-status pic 99.
        88 ctl-ok value 0.
    77  ctl-card pic x(80).
    77  ctl-keyword pic x(20).
    77  ctl-value pic x(60).
    77  ctl-error-count pic 9(4) usage is comp value 0.
    77  ctl-digit-len pic 9(2) usage is comp.
    77  ctl-digit-pos pic 9(2) usage is comp.
    77  keep-edit pic 9(2).
    77  keep-count pic 9(3) usage is comp value 7.
    01  log-status pic 99.
        88 log-ok value 0.
        88 log-file-missing value 35.
    01  source-status pic 99.
        88 source-ok value 0.
    01  copy-status pic 99.
        88 copy-ok value 0.
    77  source-file-name pic x(40).
    77  copy-file-name pic x(40).
    *> A report's first line is written after advancing 0 lines and
    *> reads back with this overprint mark in front of it
    77  overprint-mark pic x(1) value x"0D".
    *> The latest run in primes.log: the report its START record names
    *> and the status its END record carries
    77  last-run-id pic x(14) value spaces.
    77  last-run-status pic x(9) value spaces.
    77  last-report-name pic x(40) value spaces.
    77  log-end-seen pic x(1) value 'N'.
        88 has-log-end value 'Y'.
    01  log-line-note.
        02 lgn-run-id pic x(14).
        02 filler pic x(8) value " NOTE   ".
        02 lgn-text pic x(60).
    *> The generation catalog, one fixed-field record per generation,
    *> oldest first. The layout is shared with primescmp, primesrcn,
    *> primesreq and primesstat, which resolve a generation through it;
    *> all copies must stay in step
    01  gdg-status pic 99.
        88 gdg-ok value 0.
        88 gdg-file-missing value 35.
    01  gdg-rec.
        02 gdg-tag pic x(4).
        02 gdg-generation pic 9(4).
        02 filler pic x(1).
        02 gdg-run-id pic x(14).
        02 filler pic x(1).
        02 gdg-status-text pic x(9).
        02 filler pic x(1).
        02 gdg-out-name pic x(20).
        02 filler pic x(1).
        02 gdg-out-count pic 9(9).
        02 filler pic x(1).
        02 gdg-rec-name pic x(20).
        02 filler pic x(1).
        02 gdg-rec-count pic 9(9).
        02 filler pic x(1).
        02 gdg-err-name pic x(20).
        02 filler pic x(1).
        02 gdg-err-count pic 9(9).
        02 filler pic x(1).
        02 gdg-gap-name pic x(20).
        02 filler pic x(1).
        02 gdg-gap-count pic 9(9).
        02 filler pic x(1).
        02 gdg-source-name pic x(40).
    *> The catalog is held in storage while a generation is added and
    *> the oldest rolled off, then written back whole; KEEP tops out at
    *> 99, so one more than that is the most it can ever hold
    77  catalog-count pic 9(3) usage is comp value 0.
    77  catalog-idx pic 9(3) usage is comp.
    77  roll-count pic 9(3) usage is comp value 0.
    01  catalog-table.
        02 catalog-entry pic x(200) occurs 100 times.
    77  next-generation pic 9(4) value 0.
    77  generation-prefix pic x(20).
    77  name-ptr pic 9(2) usage is comp.
    *> One output file's copy: lines read, lines written, and the
    *> records among them (blank lines are not records in the error and
    *> gap files, which open with a line advance)
    77  copy-read-count pic 9(9) usage is comp.
    77  copy-write-count pic 9(9) usage is comp.
    77  copy-record-count pic 9(9) usage is comp.
    77  verify-count pic 9(9) usage is comp.
    77  copy-failure pic x(1) value 'N'.
        88 has-copy-failure value 'Y'.
    77  delete-name pic x(40).
    77  delete-failures pic 9(3) usage is comp value 0.
    01  gen-edit pic 9(4).
    01  count-edit pic z(8)9.

*> Body of code logic begins
procedure division.
    display "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*".
    display "          PRIME OUTPUT GENERATIONS"
    display "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*".

    perform read-control-cards.
    perform scan-run-log.
    perform load-catalog.

    *> The generation number carries on from the newest one on file,
    *> so a rolled-off number is never reused while its catalog record
    *> could still be remembered
    if catalog-count = 0
        move 1 to next-generation
    else
        move catalog-entry (catalog-count) to gdg-rec
        if gdg-generation = 9999
            move 1 to next-generation
        else
            compute next-generation = gdg-generation + 1
        end-if
    end-if.
    move next-generation to gen-edit.
    move spaces to generation-prefix.
    string "primes.G" delimited by size
           gen-edit delimited by size
           into generation-prefix
    end-string.

    move spaces to gdg-rec.
    move "GEN " to gdg-tag.
    move next-generation to gdg-generation.
    move last-run-id to gdg-run-id.
    move last-run-status to gdg-status-text.
    move last-report-name to gdg-source-name.

    *> Each file is copied and the copy re-read and balanced before the
    *> catalog hears of it; a generation that does not balance is not
    *> a generation anyone should trust
    move last-report-name to source-file-name.
    move ".out" to copy-file-name.
    perform copy-output-file.
    move copy-file-name to gdg-out-name.
    move copy-record-count to gdg-out-count.
    move "primes.rec" to source-file-name.
    move ".rec" to copy-file-name.
    perform copy-output-file.
    move copy-file-name to gdg-rec-name.
    move copy-record-count to gdg-rec-count.
    move "primes.err" to source-file-name.
    move ".err" to copy-file-name.
    perform copy-output-file.
    move copy-file-name to gdg-err-name.
    move copy-record-count to gdg-err-count.
    move "primes.gap" to source-file-name.
    move ".gap" to copy-file-name.
    perform copy-output-file.
    move copy-file-name to gdg-gap-name.
    move copy-record-count to gdg-gap-count.
    if has-copy-failure
        perform delete-generation-files
        display "RUN FAILED - generation " gen-edit " not cataloged"
        move 8 to return-code
        stop run
    end-if.

    add 1 to catalog-count.
    move gdg-rec to catalog-entry (catalog-count).
    if catalog-count > keep-count
        compute roll-count = catalog-count - keep-count
        perform varying catalog-idx from 1 by 1
                until catalog-idx > roll-count
            perform roll-off-generation
        end-perform
    end-if.
    perform write-catalog.

    move next-generation to gen-edit.
    move spaces to lgn-text.
    string "output set saved as generation " delimited by size
           gen-edit delimited by size
           into lgn-text
    end-string.
    perform write-log-note.
    display "Run id:       " last-run-id " " last-run-status.
    compute catalog-idx = catalog-count - roll-count.
    move catalog-idx to count-edit.
    display "Generations kept:" count-edit.
    move roll-count to count-edit.
    display "Rolled off:      " count-edit.
    if delete-failures > 0
        display "COMPLETED WITH WARNINGS: generation " gen-edit
            " saved, old files not all removed"
        move 4 to return-code
    else
        display "COMPLETED: output set saved as generation " gen-edit
    end-if.
    stop run.

*> primesgen.ctl is optional; without it seven generations are kept.
*> KEEP <1-99> sets the number
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
    move keep-count to keep-edit.
    display "Generations to keep: " keep-edit.

apply-control-card.
    move spaces to ctl-keyword.
    move spaces to ctl-value.
    unstring ctl-card delimited by all spaces
        into ctl-keyword ctl-value
    end-unstring.
    evaluate ctl-keyword
        when "KEEP"
            perform parse-keep-card
        when other
            perform reject-control-card
    end-evaluate.

*> The KEEP value must be one or two digits and at least 1; keeping no
*> generation at all would roll off the one just saved
parse-keep-card.
    move 0 to ctl-digit-len.
    move 1 to ctl-digit-pos.
    perform until ctl-digit-pos > 2
            or ctl-value (ctl-digit-pos:1) = space
        add 1 to ctl-digit-len
        add 1 to ctl-digit-pos
    end-perform.
    if ctl-digit-len = 0
        or ctl-value (3:1) not = space
        or ctl-value (1:ctl-digit-len) is not numeric
        perform reject-control-card
    else
        move ctl-value (1:ctl-digit-len) to keep-edit
        if keep-edit = 0
            perform reject-control-card
        else
            move keep-edit to keep-count
        end-if
    end-if.

reject-control-card.
    display "INVALID CONTROL CARD: " ctl-card.
    add 1 to ctl-error-count.

*> The latest run is the one after the last START record; it must have
*> written its END record, or its output set is not finished
scan-run-log.
    open input log-file.
    if not log-ok
        display "primes.log could not be opened - no run to save"
        move 8 to return-code
        stop run
    end-if.
    move spaces to eof.
    read log-file
        at end move "TRUE" to eof
    end-read.
    perform until eof = "TRUE"
        if log-line (16:5) = "START"
            move log-line (1:14) to last-run-id
            move log-line (30:40) to last-report-name
            move "N" to log-end-seen
            move spaces to last-run-status
        end-if
        if log-line (16:3) = "END"
            and log-line (1:14) = last-run-id
            move "Y" to log-end-seen
            move log-line (77:9) to last-run-status
        end-if
        read log-file
            at end move "TRUE" to eof
        end-read
    end-perform.
    close log-file.
    if last-run-id = spaces
        display "No run recorded in primes.log - nothing to save"
        move 8 to return-code
        stop run
    end-if.
    if not has-log-end
        display "Run " last-run-id " has no END record - it has not"
            " finished, nothing saved"
        move 8 to return-code
        stop run
    end-if.

*> Reads the catalog into storage; a run already cataloged is not
*> saved a second time
load-catalog.
    open input gdg-file.
    if gdg-ok
        move spaces to eof
        read gdg-file into gdg-rec
            at end move "TRUE" to eof
        end-read
        perform until eof = "TRUE"
            if gdg-tag = "GEN " and gdg-generation is numeric
                if catalog-count >= 100
                    display "Catalog primes.gdg holds more generations"
                        " than can be kept - nothing saved"
                    close gdg-file
                    move 8 to return-code
                    stop run
                end-if
                if gdg-run-id = last-run-id
                    move gdg-generation to gen-edit
                    display "Run " last-run-id " is already saved as"
                        " generation " gen-edit
                    close gdg-file
                    move 4 to return-code
                    stop run
                end-if
                add 1 to catalog-count
                move gdg-rec to catalog-entry (catalog-count)
            end-if
            read gdg-file into gdg-rec
                at end move "TRUE" to eof
            end-read
        end-perform
        close gdg-file
    else
        if not gdg-file-missing
            display "Catalog primes.gdg could not be opened, status "
                gdg-status
            move 8 to return-code
            stop run
        end-if
    end-if.

*> Copies source-file-name line for line to the generation's file of
*> the type in copy-file-name (".rec" and so on), then re-reads the
*> copy and balances its line count against what was read
copy-output-file.
    move copy-file-name to delete-name.
    move spaces to copy-file-name.
    move 1 to name-ptr.
    string generation-prefix delimited by space
           delete-name delimited by space
           into copy-file-name
           with pointer name-ptr
    end-string.
    move 0 to copy-read-count.
    move 0 to copy-write-count.
    move 0 to copy-record-count.
    open input source-file.
    if not source-ok
        display "Output file could not be opened: " source-file-name
        move "Y" to copy-failure
    else
        open output copy-file
        if not copy-ok
            display "Generation file could not be opened: "
                copy-file-name
            move "Y" to copy-failure
            close source-file
        else
            move spaces to eof
            read source-file
                at end move "TRUE" to eof
            end-read
            perform until eof = "TRUE"
                add 1 to copy-read-count
                if source-line not = spaces
                    add 1 to copy-record-count
                end-if
                if source-line (1:1) = overprint-mark
                    move source-line (2:299) to copy-line
                else
                    move source-line to copy-line
                end-if
                write copy-line
                if copy-ok
                    add 1 to copy-write-count
                end-if
                read source-file
                    at end move "TRUE" to eof
                end-read
            end-perform
            close source-file, copy-file
            perform verify-copy
        end-if
    end-if.

verify-copy.
    move 0 to verify-count.
    open input copy-file.
    if copy-ok
        move spaces to eof
        read copy-file
            at end move "TRUE" to eof
        end-read
        perform until eof = "TRUE"
            add 1 to verify-count
            read copy-file
                at end move "TRUE" to eof
            end-read
        end-perform
        close copy-file
    end-if.
    if verify-count not = copy-read-count
        or copy-write-count not = copy-read-count
        move copy-read-count to count-edit
        display "COPY DOES NOT BALANCE: " copy-file-name (1:20)
            " read " count-edit
        move verify-count to count-edit
        display "                       copy holds " count-edit
        move "Y" to copy-failure
    else
        move copy-record-count to count-edit
        display "Saved " copy-file-name (1:20) count-edit " records"
    end-if.

*> Removes the four files of the generation at catalog-idx; one that
*> is already gone is no loss, one that will not go is reported
roll-off-generation.
    move catalog-entry (catalog-idx) to gdg-rec.
    move gdg-generation to gen-edit.
    display "Rolling off generation " gen-edit " run " gdg-run-id.
    perform delete-generation-files.

*> Removes the four files named in gdg-rec; a generation that failed
*> to balance goes the same way so no half-copy is left behind
delete-generation-files.
    move gdg-out-name to delete-name.
    perform delete-generation-file.
    move gdg-rec-name to delete-name.
    perform delete-generation-file.
    move gdg-err-name to delete-name.
    perform delete-generation-file.
    move gdg-gap-name to delete-name.
    perform delete-generation-file.

delete-generation-file.
    move delete-name to copy-file-name.
    open input copy-file.
    if copy-ok
        close copy-file
        call "CBL_DELETE_FILE" using delete-name
        if return-code not = 0
            display "Could not remove " delete-name
            add 1 to delete-failures
        end-if
        move 0 to return-code
    end-if.

*> Writes back the generations still kept, oldest first
write-catalog.
    open output gdg-file.
    if not gdg-ok
        display "Catalog primes.gdg could not be written, status "
            gdg-status
        move 8 to return-code
        stop run
    end-if.
    compute catalog-idx = roll-count + 1.
    perform until catalog-idx > catalog-count
        write gdg-line from catalog-entry (catalog-idx)
        add 1 to catalog-idx
    end-perform.
    close gdg-file.

write-log-note.
    open extend log-file.
    if log-file-missing
        open output log-file
    end-if.
    if log-ok
        move last-run-id to lgn-run-id
        write log-line from log-line-note
        close log-file
    end-if.
end program primesgen.
