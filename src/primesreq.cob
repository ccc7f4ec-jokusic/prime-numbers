*> shows each requestor's record count for the charge-back ledger. The
*> split files are recreated on the first record seen for a requestor
*> and extended after that, so yesterday's split never bleeds into
*> tonight's. A saved generation's struct file (see primesgen) is split
*> instead of the current one when the command line names it: 0 for
*> the newest, -1 for the one before it and so on, or the run id. Its
*> split files carry the generation (primes.G0003.ACTU.rec) so they
*> never overwrite tonight's.

identification division.
program-id. primesreq.
environment division.
input-output section.
file-control.
select struct-file assign dynamic struct-file-name
    organization is line sequential
    file status struct-status.
select split-file assign dynamic split-file-name
select report-file assign to "primes.rqr"
    organization is line sequential
    file status report-status.
select gdg-file assign to "primes.gdg"
    organization is line sequential
    file status gdg-status.

*> File pointers are initialized
data division.
    01 split-record pic x(31).
fd report-file.
    01 report-line pic x(100).
fd gdg-file.
    01 gdg-line pic x(200).

*> All variables to be used are initialized
working-storage section.
        02 struct-divisors pic 9(4).
        02 struct-requestor pic x(8).
    77  split-file-name pic x(40).
    77  struct-file-name pic x(40) value "primes.rec".
    *> "primes." for the current file, "primes.G0003." for a generation
    77  split-prefix pic x(20) value "primes.".
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
    77  record-count pic 9(9) usage is comp value 0.
    77  requestor-count pic 9(3) usage is comp value 0.
    77  req-idx pic 9(3) usage is comp.
        02 filler pic x value space.
        02 rql-code pic x(8).
        02 filler pic x(2) value spaces.
        02 rql-file pic x(24).
        02 filler pic x(9) value ' records '.
        02 rql-count pic z(8)9.
    01  total-line.
    display "          PRIME RESULTS REQUESTOR SPLIT"
    display "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*".

    *> A generation named on the command line (0, -1 ... or a run id)
    *> is read instead of the current primes.rec
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
        move gdg-rec-name to struct-file-name
        move spaces to split-prefix
        string "primes.G" delimited by size
               gen-edit delimited by size
               "." delimited by size
               into split-prefix
        end-string
    end-if.

    open input struct-file.
    if not struct-ok
        display struct-file-name (1:30) " could not be opened"
        move 8 to return-code
        stop run
    end-if.
    add 1 to rq-record-count (req-idx).

*> Builds primes.<code>.rec from the requestor at req-idx; untagged
*> records share primes.noreq.rec. A generation's names carry it
*> after the "primes." (primes.G0003.<code>.rec)
build-split-name.
    move spaces to split-file-name.
    if rq-code (req-idx) = spaces
        string split-prefix delimited by space
               "noreq.rec" delimited by size
               into split-file-name
        end-string
    else
        move 0 to code-len
        move 1 to code-pos
            add 1 to code-pos
        end-perform
        move 1 to name-ptr
        string split-prefix delimited by space
               rq-code (req-idx) (1:code-len) delimited by size
               ".rec" delimited by size
               into split-file-name
            move rq-code (req-idx) to rql-code
        end-if
        perform build-split-name
        move split-file-name (1:24) to rql-file
        move rq-record-count (req-idx) to rql-count
        write report-line from requestor-line after advancing 1 line
        display requestor-line
    move record-count to tot-count.
    write report-line from total-line after advancing 1 line.
    close report-file.

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
end program primesreq.
