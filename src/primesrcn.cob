*> primes.log says it wrote (the OUTPUT card is free to name anything),
*> falling back to primes.out when there is no log; the run id and
*> completion status are shown so the operator can tie the files to
*> the run that produced them. The outcome is also left behind as one
*> fixed-field result record in primes.rcn (run id, OK or FAILED, the
*> mismatch count and the first mismatch found) for the morning status
*> summary, which reads it instead of this program's console output.
*> A saved generation of an earlier run (see primesgen) is reconciled
*> instead of the current files when one is named on the command line:
*> 0 for the newest, -1 for the one before it and so on, or the run
*> id. Its report, struct and error files are the generation's, the
*> log records are that run's, and the control totals are used only
*> when they are for the same business date; the morning's result
*> record is left alone, since it speaks for the latest run.

identification division.
program-id. primesrcn.
select report-file assign dynamic report-file-name
    organization is line sequential
    file status report-status.
select struct-file assign dynamic struct-file-name
    organization is line sequential
    file status struct-status.
select err-file assign dynamic err-file-name
    organization is line sequential
    file status err-status.
select log-file assign to "primes.log"
select ctt-file assign to "primes.ctt"
    organization is line sequential
    file status ctt-status.
select result-file assign to "primes.rcn"
    organization is line sequential
    file status result-status.
select gdg-file assign to "primes.gdg"
    organization is line sequential
    file status gdg-status.

*> File pointers are initialized
data division.
    01 log-line pic x(132).
fd ctt-file.
    01 ctt-line pic x(110).
fd result-file.
    01 result-line pic x(100).
fd gdg-file.
    01 gdg-line pic x(200).

*> All variables to be used are initialized
working-storage section.
    *> primes.log so a run redirected by an OUTPUT card is never
    *> cross-footed against a stale leftover primes.out
    77  report-file-name pic x(40) value "primes.out".
    77  struct-file-name pic x(40) value "primes.rec".
    77  err-file-name pic x(40) value "primes.err".
    *> The trailer lines are reused for per-file subtotals in a batch
    *> run, so every occurrence is parsed and the last one wins: the
    *> grand-total block is always the last thing primes2 writes
    77  engine-work-read pic 9(9) usage is comp value 0.
    77  log-read-text pic x(9).
    77  log-read-value pic 9(9).
    01  result-status pic 99.
        88 result-ok value 0.
    *> The reconciliation outcome as one fixed-field record, rewritten
    *> every run; the first mismatch found is kept as the headline
    77  mismatch-text pic x(60).
    77  first-mismatch pic x(60) value spaces.
    01  result-rec.
        02 filler pic x(4) value "RCN ".
        02 rcn-run-id pic x(14).
        02 filler pic x(1) value space.
        02 rcn-result pic x(6).
        02 filler pic x(1) value space.
        02 rcn-mismatches pic 9(4).
        02 filler pic x(1) value space.
        02 rcn-first-mismatch pic x(60).
    *> The generation catalog primesgen keeps, shared with it and with
    *> every program that can be pointed at a saved generation instead
    *> of the current files; all copies must stay in step
    01  gdg-status pic 99.
        88 gdg-ok value 0.
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
    *> A generation is asked for as 0 (the newest), -n (n before the
    *> newest) or a run id; anything else is not a generation
    77  gen-request pic x(60) value spaces.
    77  gen-kind pic x(1) value 'C'.
        88 gen-is-current value 'C'.
        88 gen-is-relative value 'R'.
        88 gen-is-run-id value 'I'.
        88 gen-is-invalid value 'X'.
    77  gen-back pic 9(2) value 0.
    77  gen-count pic 9(4) usage is comp.
    77  gen-target pic 9(4) usage is comp.
    77  gen-found pic x(1) value 'N'.
        88 has-generation value 'Y'.
    01  gen-edit pic 9(4).

*> Body of code logic begins
procedure division.
    display "          PRIME RUN RECONCILIATION"
    display "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*".

    *> A generation named on the command line replaces the current
    *> files with the ones saved for that run
    accept gen-request from command-line.
    perform classify-generation-request.
    if gen-is-invalid
        display "INVALID GENERATION: " gen-request (1:30)
            " - give 0, -n or a run id"
        move 8 to return-code
        stop run
    end-if.
    if not gen-is-current
        perform resolve-generation
        move gdg-out-name to report-file-name
        move gdg-rec-name to struct-file-name
        move gdg-err-name to err-file-name
    end-if.

    *> The log is scanned first so the trailer scan opens the report
    *> the latest run actually wrote
    *> The control totals go first: the log scan needs the CTL OUTPUT
    else
        display "RECONCILIATION OK"
    end-if.
    perform write-result-record.
    stop run.

*> Reads the whole report and keeps the last value seen on each of the
    open input report-file.
    if not report-ok
        display "Report could not be opened: " report-file-name
        move "report could not be opened" to mismatch-text
        perform record-mismatch
        perform write-result-record
        move 8 to return-code
        stop run
    end-if.
count-struct-records.
    open input struct-file.
    if not struct-ok
        display struct-file-name (1:30) " could not be opened"
        move "primes.rec could not be opened" to mismatch-text
        perform record-mismatch
        perform write-result-record
        move 8 to return-code
        stop run
    end-if.
count-error-records.
    open input err-file.
    if not err-ok
        display err-file-name (1:30) " could not be opened"
        move "primes.err could not be opened" to mismatch-text
        perform record-mismatch
        perform write-result-record
        move 8 to return-code
        stop run
    end-if.
            at end move "TRUE" to eof
        end-read
        perform until eof = "TRUE"
            *> A generation's run is picked out by its run id; its
            *> report is the generation's copy, not the name logged
            if log-line (16:5) = "START" and has-generation
                and log-line (1:14) = gdg-run-id
                move log-line (1:14) to last-run-id
                move "N" to log-end-seen
                move spaces to last-run-status
                move 0 to engine-read-total
                move 0 to engine-work-read
            end-if
            if log-line (16:5) = "START" and not has-generation
                move log-line (1:14) to last-run-id
                move log-line (30:40) to report-file-name
                move "N" to log-end-seen
                end-if
            end-if
            if log-line (16:3) = "END"
                and log-line (1:14) = last-run-id
                move "Y" to log-end-seen
                move log-line (77:9) to last-run-status
            end-if
            end-read
        end-perform
        close log-file
        *> A generation whose run has been archived out of the log is
        *> vouched for by its catalog record alone; with no engine
        *> counts the front-end chain cannot be footed
        if has-generation and last-run-id = spaces
            display "Run " gdg-run-id " no longer in primes.log - status"
                " taken from the generation catalog"
            move gdg-run-id to last-run-id
            move gdg-status-text to last-run-status
            move "Y" to log-end-seen
            move "N" to ctt-present
        end-if
        display "Last run id:      " last-run-id
        if has-log-end
            display "Run status:       " last-run-status
        else
            display "Run status:       NO END RECORD - run did not finish"
            move "no END record - run did not finish" to mismatch-text
            perform record-mismatch
        end-if
    end-if.

            move ctt-card (70:9) to ctt-written-count
            move ctt-card (21:40) to ctt-work-name
            move "Y" to ctt-present
            *> primes.ctt is rewritten every night, so it only speaks
            *> for a generation of the same business date
            if has-generation and ctt-card (5:8) not = gdg-run-id (1:8)
                display "Control totals are for another business date"
                    " - front-end not cross-footed"
                move "N" to ctt-present
            end-if
        else
            display "Control totals record unreadable"
            move "control totals record unreadable" to mismatch-text
            perform record-mismatch
        end-if
        close ctt-file
    end-if.
cross-foot.
    if not has-trailer
        display "report has no batch-totals trailer - truncated run?"
        move "report has no batch-totals trailer" to mismatch-text
        perform record-mismatch
    end-if.
    if has-parse-error
        display "report trailer count would not parse"
        move "report trailer count would not parse" to mismatch-text
        perform record-mismatch
    end-if.
    compute classified-total =
        trailer-prime-count + trailer-composite-count.
    if classified-total not = rec-count
        display "MISMATCH: trailer primes+composites do not equal"
            " primes.rec record count"
        move "trailer primes+composites not equal to primes.rec count"
            to mismatch-text
        perform record-mismatch
    end-if.
    if trailer-illegal-count not = err-count
        display "MISMATCH: trailer illegal count does not equal"
            " primes.err record count"
        move "trailer illegals not equal to primes.err count"
            to mismatch-text
        perform record-mismatch
    end-if.
    if has-control-totals
        move ctt-written-count to count-edit
        if ctt-written-count not = engine-work-read
            display "MISMATCH: front-end written count does not"
                " equal engine work-file read count"
            move "front-end written not equal to engine work-file read"
                to mismatch-text
            perform record-mismatch
        end-if
        compute classified-total = trailer-prime-count
            + trailer-composite-count + trailer-illegal-count
        if engine-read-total not = classified-total
            display "MISMATCH: engine read count does not equal"
                " trailer primes+composites+illegals"
            move "engine read count not equal to trailer total"
                to mismatch-text
            perform record-mismatch
        end-if
    end-if.

*> Counts one mismatch; the first one found is the headline the result
*> record carries
record-mismatch.
    add 1 to mismatch-count.
    if mismatch-count = 1
        move mismatch-text to first-mismatch
    end-if.

*> Rewrites primes.rcn with this run's outcome. A result that cannot
*> be written is reported but does not change the reconciliation's
*> own verdict
write-result-record.
    if has-generation
        display "Result record primes.rcn not written for a saved"
            " generation"
    else
        perform write-current-result
    end-if.

write-current-result.
    move last-run-id to rcn-run-id.
    if mismatch-count > 0
        move "FAILED" to rcn-result
    else
        move "OK" to rcn-result
    end-if.
    move mismatch-count to rcn-mismatches.
    move first-mismatch to rcn-first-mismatch.
    open output result-file.
    if result-ok
        write result-line from result-rec
        close result-file
    else
        display "Result record primes.rcn could not be written, status "
            result-status
    end-if.

*> Sorts gen-request into the current files (blank), a relative
*> generation (0, -1 ... -99), a run id (fourteen digits), or neither
classify-generation-request.
    evaluate true
        when gen-request = spaces
            move "C" to gen-kind
        when gen-request (1:1) = "0" and gen-request (2:59) = spaces
            move "R" to gen-kind
            move 0 to gen-back
        when gen-request (1:1) = "-" and gen-request (2:1) is numeric
            and gen-request (3:58) = spaces
            move "R" to gen-kind
            move gen-request (2:1) to gen-back
        when gen-request (1:1) = "-" and gen-request (2:2) is numeric
            and gen-request (4:57) = spaces
            move "R" to gen-kind
            move gen-request (2:2) to gen-back
        when gen-request (1:14) is numeric
            and gen-request (15:46) = spaces
            move "I" to gen-kind
        when other
            move "X" to gen-kind
    end-evaluate.

*> Finds the requested generation in primes.gdg and leaves its catalog
*> record in gdg-rec. The catalog is oldest first, so a relative
*> generation is counted back from the last record; a generation that
*> has been rolled off, or was never saved, ends the run
resolve-generation.
    move "N" to gen-found.
    move 0 to gen-count.
    open input gdg-file.
    if not gdg-ok
        display "Generation catalog primes.gdg could not be opened"
        move 8 to return-code
        stop run
    end-if.
    if gen-is-relative
        move spaces to eof
        read gdg-file into gdg-rec
            at end move "TRUE" to eof
        end-read
        perform until eof = "TRUE"
            if gdg-tag = "GEN "
                add 1 to gen-count
            end-if
            read gdg-file into gdg-rec
                at end move "TRUE" to eof
            end-read
        end-perform
        close gdg-file
        open input gdg-file
        move 0 to gen-target
        if gen-back < gen-count
            compute gen-target = gen-count - gen-back
            move 0 to gen-count
        end-if
    end-if.
    move spaces to eof.
    perform until eof = "TRUE" or has-generation
        read gdg-file into gdg-rec
            at end move "TRUE" to eof
        end-read
        if eof not = "TRUE" and gdg-tag = "GEN "
            if gen-is-relative
                add 1 to gen-count
                if gen-count = gen-target
                    move "Y" to gen-found
                end-if
            else
                if gdg-run-id = gen-request (1:14)
                    move "Y" to gen-found
                end-if
            end-if
        end-if
    end-perform.
    close gdg-file.
    if not has-generation
        evaluate true
            when not gen-is-relative
                display "RUN " gen-request (1:14)
                    " HAS NO GENERATION IN THE CATALOG"
            when gen-request (2:1) = space
                display "GENERATION " gen-request (1:1)
                    " IS NOT IN THE CATALOG"
            when gen-request (3:1) = space
                display "GENERATION " gen-request (1:2)
                    " IS NOT IN THE CATALOG"
            when other
                display "GENERATION " gen-request (1:3)
                    " IS NOT IN THE CATALOG"
        end-evaluate
        move 8 to return-code
        stop run
    end-if.
    move gdg-generation to gen-edit.
    display "Generation " gen-edit ": run " gdg-run-id " "
        gdg-status-text.
end program primesrcn.
