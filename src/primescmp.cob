*> in ascending number sequence (the sort/dedup front-end guarantees
*> that for production runs). Any real discrepancy ends with a
*> non-zero return code. File names come from OLD and NEW cards in
*> primescmp.ctl; the report goes to primes.cmp. Either card may name
*> a saved generation (see primesgen) instead of a file: 0 for the
*> newest, -1 for the one before it and so on, or the run id, and the
*> generation's struct file is compared.

identification division.
program-id. primescmp.
select report-file assign to "primes.cmp"
    organization is line sequential
    file status report-status.
select gdg-file assign to "primes.gdg"
    organization is line sequential
    file status gdg-status.

*> File pointers are initialized
data division.
    01 ctl-record pic x(80).
fd report-file.
    01 report-line pic x(100).
fd gdg-file.
    01 gdg-line pic x(200).

*> All variables to be used are initialized
working-storage section.
    77  ctl-keyword pic x(20).
    77  ctl-value pic x(60).
    77  ctl-error-count pic 9(4) usage is comp value 0.
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
    *> One side of the match, in the struct-line layout both writing
    *> programs share. The requestor tag identifies who asked, not what
    *> the answer is, so it takes no part in the compare (and an old
        move 8 to return-code
        stop run
    end-if.
    move old-file-name to gen-request.
    perform resolve-compare-name.
    move gen-request (1:40) to old-file-name.
    move new-file-name to gen-request.
    perform resolve-compare-name.
    move gen-request (1:40) to new-file-name.

*> An OLD or NEW value of 0, -n or a run id names a saved generation;
*> it is replaced by that generation's struct file. Anything else is
*> taken as a file name as it stands
resolve-compare-name.
    perform classify-generation-request.
    if gen-is-relative or gen-is-run-id
        perform resolve-generation
        move gdg-rec-name to gen-request
    end-if.

apply-control-card.
    move spaces to ctl-keyword.
        compute smu-count = old-bad-count + new-bad-count
        write report-line from summary-unusable after advancing 1 line
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
end program primescmp.
