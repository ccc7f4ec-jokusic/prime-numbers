*> consults before computing. One function is performed per run, chosen
*> by the operator: LOAD seeds the master from a primes.rec layout
*> file, PURGE drops records older than a cutoff date (by first-seen
*> or last-used date, at the operator's choice), REORG unloads and
*> reloads the file to rebuild its index, BACKUP unloads the file to a
*> flat backup copy, REPORT shows the file's population on screen,
*> UNLOCK shows and releases a stale active-run registration left by an
*> abended run. Every record LOAD adds and PURGE deletes goes to the
*> master journal primes.jnl, and BACKUP and REORG (whose primes.unl is
*> itself a backup) mark in the journal the point their copy was taken,
*> so primesrcv can rebuild the master from any backup plus the journal
*> since. Every function that touches the master registers itself in
*> primes.lck first, exactly as primes2 does, so a maintenance run and
*> the nightly classification can never hold the master at the same
*> time; refusals and operator releases are recorded in primes.log.
*> Only the functions that change the master (LOAD, PURGE, REORG,
*> BACKUP) are held to the open business date; REPORT and UNLOCK run
*> under a closed date too, so a stale registration can be released
*> the morning after a night that was already closed.

identification division.
program-id. primesmnt.
select log-file assign to "primes.log"
    organization is line sequential
    file status log-status.
select journal-file assign to "primes.jnl"
    organization is line sequential
    file status journal-status.
select backup-file assign dynamic backup-file-name
    organization is line sequential
    file status backup-status.
select bdt-file assign to "primes.bdt"
    organization is line sequential
    file status bdt-status.
select rerun-file assign to "primes.rrn"
    organization is line sequential
    file status rerun-status.

*> File pointers are initialized
data division.
    01 lock-line pic x(30).
fd log-file.
    01 log-line pic x(132).
fd journal-file.
    01 journal-line pic x(332).
fd backup-file.
    01 backup-line pic x(298).
fd bdt-file.
    01 bdt-line pic x(80).
fd rerun-file.
    01 rerun-line pic x(80).

*> All variables to be used are initialized
working-storage section.
    01  unload-status pic 99.
        88 unload-ok value 0.
    77  seed-file-name pic x(40) value "primes.rec".
    77  backup-file-name pic x(40) value "primes.bak".
    01  backup-status pic 99.
        88 backup-ok value 0.
    *> The master journal, shared with primes2, primesrcv, and
    *> primesjnl; all four layouts must stay in step. A BACKUP record
    *> carries no master image, only the name of the backup file and
    *> how many records went into it
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
    01  backup-marker.
        02 bkm-file pic x(40).
        02 filler pic x(9) value " RECORDS=".
        02 bkm-records pic 9(9).
        02 filler pic x(240) value spaces.
    77  function-name pic x(6).
    77  eof pic x(4).
    77  run-date pic 9(8).
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
    *> 'Y' when the function changes the master and so must run under
    *> the open business date (or a RERUN card); REPORT and UNLOCK only
    *> take the date for their run id
    77  date-gate pic x(1) value 'Y'.
        88 has-date-gate value 'Y'.
    *> Active-run registration against the master, shared with primes2:
    *> whoever holds primes.lck owns primes.mst until a clean exit
    01  lock-status pic 99.
    display "          PRIME MASTER FILE MAINTENANCE"
    display "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*".

    accept run-time from time.
    open input standard-input.
    display "Function (LOAD/PURGE/REORG/BACKUP/REPORT/UNLOCK): "
        with no advancing.
    read standard-input into stdin-record
        at end move "REPORT" to stdin-record
    end-read.
    move stdin-record (1:6) to function-name.
    if function-name = "REPORT" or function-name = "UNLOCK"
        move "N" to date-gate
    end-if.

    perform establish-business-date.
    move business-date-text to note-text.
    perform write-log-note.

    evaluate function-name
        when "LOAD  "
            perform purge-master
        when "REORG "
            perform reorganize-master
        when "BACKUP"
            perform backup-master
        when "REPORT"
            perform report-master
        when "UNLOCK"
        stop run
    end-if.
    perform open-master.
    perform open-journal.
    move spaces to eof.
    read seed-file into seed-line
        at end move "TRUE" to eof
            move 0 to master-hit-count
            write master-rec
                invalid key add 1 to dup-count
                not invalid key
                    add 1 to load-count
                    move "ADD" to jnl-action
                    perform journal-master-change
            end-write
        end-if
        read seed-file into seed-line
    end-perform.
    close seed-file.
    close master-file.
    close journal-file.
    move read-count to count-edit.
    display "Seed records read:     " count-edit.
    move load-count to count-edit.
    end-if.
    move cutoff-text to cutoff-date.
    perform open-master.
    perform open-journal.
    perform start-at-first.
    perform until eof = "TRUE"
        if purge-basis = "L"
            move master-first-seen to purge-compare-date
        end-if
        if purge-compare-date < cutoff-date
            *> The record as it stood is journaled, so a recovery
            *> knows which key went
            move master-rec to jnl-image
            delete master-file record
                invalid key continue
                not invalid key
                    move "DELETE" to jnl-action
                    perform write-journal-record
            end-delete
            add 1 to purge-count
        else
        perform read-next-master
    end-perform.
    close master-file.
    close journal-file.
    move purge-count to count-edit.
    display "Records purged:        " count-edit.
    move keep-count to count-edit.
*> Unloads the whole master to primes.unl, recreates the file, and
*> loads it back, rebuilding the index after heavy purge activity.
*> The unload file is left on disk afterwards as a flat backup of the
*> master as of this run, and once the reload balances it is marked in
*> the journal as one: the reload changes no record, so the journal
*> from that mark on rolls primes.unl forward
reorganize-master.
    perform open-master.
    perform open-journal.
    open output unload-file.
    perform start-at-first.
    perform until eof = "TRUE"
    if read-count not = load-count
        display "REORG MISMATCH - unload file primes.unl retained"
        move 8 to return-code
    else
        move "primes.unl" to bkm-file
        move read-count to bkm-records
        perform journal-backup-taken
    end-if.
    close journal-file.

*> Unloads the whole master, record for record, to a flat backup file
*> the operator names (primes.bak by default) and marks the journal at
*> that point. The master is held for the length of the unload, so the
*> copy is exactly the master as the mark stands
backup-master.
    display "Enter backup file name (default primes.bak): "
        with no advancing.
    read standard-input into stdin-record
        at end move spaces to stdin-record
    end-read.
    if stdin-record not = spaces
        move stdin-record to backup-file-name
    end-if.
    perform open-master.
    perform open-journal.
    open output backup-file.
    if not backup-ok
        display "Backup file could not be opened: " backup-file-name
        close master-file
        close journal-file
        perform release-master-lock
        close standard-input
        move 8 to return-code
        stop run
    end-if.
    perform start-at-first.
    perform until eof = "TRUE"
        write backup-line from master-rec
        add 1 to read-count
        perform read-next-master
    end-perform.
    close backup-file.
    close master-file.
    move backup-file-name to bkm-file.
    move read-count to bkm-records.
    perform journal-backup-taken.
    close journal-file.
    move read-count to count-edit.
    display "Records backed up:     " count-edit.
    display "Backup saved to " backup-file-name.

*> Walks the whole master and shows its population: how many records,
*> how they split between primes and composites, how many composites
*> and 365 days - the figures that say what the master is saving and
*> what a last-use purge would cut
report-master.
    *> The aging cutoffs are fixed calendar offsets back from the
    *> business date
    compute run-date-integer = function integer-of-date (run-date).
    compute age-30-date =
        function date-of-integer (run-date-integer - 30).
        stop run
    end-if.

*> Opens the master journal for the functions that change the master.
*> A change that could not be journaled could never be recovered, so a
*> journal that will not open refuses the function before the master
*> is touched
open-journal.
    open extend journal-file.
    if journal-file-missing
        open output journal-file
    end-if.
    if not journal-ok
        display "Master journal primes.jnl could not be opened, status "
            journal-status
        close master-file
        perform release-master-lock
        close standard-input
        move 8 to return-code
        stop run
    end-if.

*> One after-image into the master journal, tagged with this run's id
journal-master-change.
    move master-rec to jnl-image.
    perform write-journal-record.

journal-backup-taken.
    move "BACKUP" to jnl-action.
    move backup-marker to jnl-image.
    perform write-journal-record.

write-journal-record.
    move run-id to jnl-run-id.
    move "primesmnt" to jnl-program.
    write journal-line from journal-rec.

*> Registers this run as the master's active writer; a non-blank
*> registration already on file refuses the function with the holder
*> named, and the refusal goes to the audit trail
    read master-file next record
        at end move "TRUE" to eof
    end-read.

*> The processing date is the business date operations keep in
*> primes.bdt, not the system clock, so a night rerun the next morning
*> is stamped with the night it belongs to; the run id keeps the
*> wall-clock time already in run-time for uniqueness. A run while the
*> date is closed, or under any date other than the open one, needs a
*> RERUN <yyyymmdd> card in primes.rrn and is refused without one,
*> before any file is touched. REPORT and UNLOCK are not held to it:
*> they take the business date as it stands, closed or not. The date
*> the run goes ahead under is left in business-date-text for the
*> audit trail
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
    if has-date-gate
        perform apply-business-date-gate
    else
        perform describe-ungated-date
    end-if.

*> The open-date rule for the functions that change the master: a
*> RERUN card lets an earlier date through, otherwise only the open
*> date does
apply-business-date-gate.
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

*> REPORT and UNLOCK run under the business date as it stands; a
*> closed one is only noted
describe-ungated-date.
    move spaces to business-date-text.
    if bdt-closed
        string "business date " delimited by size
               run-date delimited by size
               " - CLOSED" delimited by size
               into business-date-text
        end-string
        display "Business date: " run-date " (CLOSED)"
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
end program primesmnt.
