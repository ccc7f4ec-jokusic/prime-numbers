*> Author: Jovana Kusic
*> Date: October 15th, 2026
*> File: primesjnl, retention archival for the primes.jnl master journal.
*> Description: this program keeps the master journal from growing
*> forever. Once a newer backup of the master exists, the journal
*> records written before it are only needed to roll an older backup
*> forward, so everything ahead of the chosen BACKUP mark goes to an
*> archive file and the mark and everything after it are rewritten as
*> the current primes.jnl - exactly the stream primesrcv needs to
*> recover from that backup. By default the cut is made at the newest
*> mark; BACKUPS <n> keeps the journal back to the n-th newest mark so
*> that many backups can still be rolled forward from primes.jnl alone.
*> As with the audit-log archival, the cut is verified by re-reading
*> both output files and balancing their counts against what was read,
*> primes.jnl itself is only rewritten once that balance holds, and
*> the compact copy primes.jnn is left on disk as the fallback if the
*> rewrite is interrupted. The journal is written by every run that
*> updates the master, so the cut takes the primes.lck registration
*> first. A report of what was archived per run id goes to primes.jar.
*> Options come from keyword cards in primesjnl.ctl, which may be
*> absent: BACKUPS <1-9> (default 1), ARCHIVE <file> (default
*> primesjnl.<run id of the mark cut at>).

identification division.
program-id. primesjnl.

*> File variables are initialized
environment division.
input-output section.
file-control.
select journal-file assign to "primes.jnl"
    organization is line sequential
    file status journal-status.
select arch-file assign dynamic arch-file-name
    organization is line sequential
    file status arch-status.
select newjnl-file assign to "primes.jnn"
    organization is line sequential
    file status newjnl-status.
select ctl-file assign to "primesjnl.ctl"
    organization is line sequential
    file status ctl-status.
select report-file assign to "primes.jar"
    organization is line sequential
    file status report-status.
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
fd journal-file.
    01 journal-line pic x(332).
fd arch-file.
    01 arch-line pic x(332).
fd newjnl-file.
    01 newjnl-line pic x(332).
fd ctl-file.
    01 ctl-record pic x(80).
fd report-file.
    01 report-line pic x(100).
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
    01  journal-status pic 99.
        88 journal-ok value 0.
    01  arch-status pic 99.
        88 arch-ok value 0.
    01  newjnl-status pic 99.
        88 newjnl-ok value 0.
    01  ctl-status pic 99.
        88 ctl-ok value 0.
    01  report-status pic 99.
        88 report-ok value 0.
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
    77  keep-backups pic 9(1) value 1.
    77  arch-file-name pic x(40) value spaces.
    77  name-ptr pic 9(2) usage is comp.
    *> The master journal, shared with primes2, primesmnt, and
    *> primesrcv; all four layouts must stay in step
    01  journal-rec.
        02 jnl-run-id pic 9(14).
        02 filler pic x(1).
        02 jnl-program pic x(10).
        02 filler pic x(1).
        02 jnl-action pic x(7).
        02 filler pic x(1).
        02 jnl-image pic x(298).
    *> Positions of the newest BACKUP marks seen, newest last; the
    *> table rolls so it only ever holds as many as are to be kept
    77  mark-count pic 9(1) usage is comp value 0.
    77  mark-idx pic 9(1) usage is comp.
    01  mark-table.
        02 mark-entry occurs 9 times.
            03 mk-seq pic 9(9) usage is comp.
            03 mk-run-id pic x(14).
    77  cut-seq pic 9(9) usage is comp value 0.
    77  cut-run-id pic x(14) value spaces.
    77  journal-seq pic 9(9) usage is comp value 0.
    77  in-count pic 9(9) usage is comp value 0.
    77  archived-count pic 9(9) usage is comp value 0.
    77  kept-count pic 9(9) usage is comp value 0.
    77  check-count pic 9(9) usage is comp value 0.
    77  copy-count pic 9(9) usage is comp value 0.
    77  verify-failed pic x(1) value 'N'.
        88 has-verify-failure value 'Y'.
    *> Active-run registration against the master, shared with primes2,
    *> primesmnt, and primesrcv
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
    *> Per-run-id archived counts for the report; the journal is
    *> appended run by run, so a group break on the run id is enough
    77  current-group-id pic x(14) value spaces.
    77  current-group-count pic 9(9) usage is comp value 0.
    77  group-count pic 9(4) usage is comp value 0.
    77  count-edit pic z(8)9.
    01  heading-line.
        02 filler pic x(6) value spaces.
        02 filler pic x(30) value 'master journal archival report'.
    01  under-line.
        05 filler pic x(32) value
           ' -------------------------------'.
    01  cut-line.
        02 filler pic x(22) value 'cut at backup of run: '.
        02 cut-run pic x(14).
    01  archive-name-line.
        02 filler pic x(22) value 'archive file:         '.
        02 arn-name pic x(40).
    01  group-line.
        02 filler pic x value space.
        02 grp-run-id pic x(14).
        02 filler pic x(10) value ' archived '.
        02 grp-count pic z(8)9.
        02 filler pic x(8) value ' records'.
    01  total-in-line.
        02 filler pic x(22) value 'journal records read: '.
        02 tin-count pic z(8)9.
    01  total-arch-line.
        02 filler pic x(22) value 'records archived:     '.
        02 tar-count pic z(8)9.
    01  total-kept-line.
        02 filler pic x(22) value 'records kept:         '.
        02 tkp-count pic z(8)9.
    01  runs-line.
        02 filler pic x(22) value 'runs archived:        '.
        02 rns-count pic z(8)9.

*> Body of code logic begins
procedure division.
    display "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*".
    display "          PRIME MASTER JOURNAL ARCHIVAL"
    display "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*".

    accept run-time from time.
    perform establish-business-date.
    move business-date-text to note-text.
    perform write-log-note.

    perform read-control-cards.
    perform acquire-master-lock.
    perform find-cut-point.
    if cut-seq <= 1
        display "Nothing ahead of the backup mark to archive"
        perform release-master-lock
        stop run
    end-if.
    *> The archive is named for the backup it was cut at, so two cuts
    *> on the same day never share a file
    if arch-file-name = spaces
        move 1 to name-ptr
        string "primesjnl." delimited by size
               cut-run-id delimited by size
               into arch-file-name
               with pointer name-ptr
        end-string
    end-if.
    open output report-file.
    write report-line from heading-line after advancing 0 lines.
    write report-line from under-line after advancing 1 line.
    move cut-run-id to cut-run.
    write report-line from cut-line after advancing 1 line.
    move arch-file-name to arn-name.
    write report-line from archive-name-line after advancing 1 line.
    write report-line from under-line after advancing 1 line.

    perform split-journal-records.
    perform verify-output-counts.
    if has-verify-failure
        display "ARCHIVAL FAILED - counts do not balance,"
            " primes.jnl left untouched"
        perform write-report-totals
        perform release-master-lock
        move 8 to return-code
        stop run
    end-if.
    perform rewrite-current-journal.
    perform write-report-totals.
    if has-verify-failure
        display "ARCHIVAL FAILED - primes.jnl rewrite incomplete,"
            " restore it from primes.jnn"
        perform release-master-lock
        move 8 to return-code
    else
        move spaces to note-text
        move archived-count to count-edit
        string "journal cut at run " delimited by size
               cut-run-id delimited by size
               ", archived:" delimited by size
               count-edit delimited by size
               into note-text
        end-string
        perform write-log-note
        perform release-master-lock
        move archived-count to count-edit
        display "COMPLETED: " count-edit " records archived to "
            arch-file-name
    end-if.
    stop run.

*> BACKUPS <1-9> and ARCHIVE <file>; the control file is optional, and
*> without it the cut is made at the newest backup mark. Blank cards
*> and cards starting with '*' are comments
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
        when "BACKUPS"
            if ctl-value (1:1) is numeric
                and ctl-value (1:1) not = "0"
                and ctl-value (2:1) = space
                move ctl-value (1:1) to keep-backups
            else
                perform reject-control-card
            end-if
        when "ARCHIVE"
            if ctl-value = spaces
                perform reject-control-card
            else
                move ctl-value to arch-file-name
            end-if
        when other
            perform reject-control-card
    end-evaluate.

reject-control-card.
    display "INVALID CONTROL CARD: " ctl-card.
    add 1 to ctl-error-count.

*> Pre-scans the journal for its BACKUP marks. The cut is made at the
*> keep-backups-th newest one; with fewer marks than that on file there
*> is no backup new enough to let anything go, and nothing is cut
find-cut-point.
    open input journal-file.
    if not journal-ok
        display "primes.jnl could not be opened"
        perform release-master-lock
        move 8 to return-code
        stop run
    end-if.
    move spaces to eof.
    read journal-file into journal-rec
        at end move "TRUE" to eof
    end-read.
    perform until eof = "TRUE"
        add 1 to journal-seq
        if jnl-action = "BACKUP"
            perform keep-mark-position
        end-if
        read journal-file into journal-rec
            at end move "TRUE" to eof
        end-read
    end-perform.
    close journal-file.
    if mark-count < keep-backups
        display "Fewer than " keep-backups
            " backup marks in primes.jnl - nothing cut"
        perform release-master-lock
        stop run
    end-if.
    move mk-seq (1) to cut-seq.
    move mk-run-id (1) to cut-run-id.

keep-mark-position.
    if mark-count = keep-backups
        perform varying mark-idx from 1 by 1
                until mark-idx >= mark-count
            move mark-entry (mark-idx + 1) to mark-entry (mark-idx)
        end-perform
    else
        add 1 to mark-count
    end-if.
    move journal-seq to mk-seq (mark-count).
    move jnl-run-id to mk-run-id (mark-count).

*> One pass over primes.jnl: records ahead of the cut go to the
*> archive, the mark itself and everything after it to the compact
*> copy. primes.jnl itself is not touched in this pass
split-journal-records.
    open input journal-file.
    if not journal-ok
        display "primes.jnl could not be opened"
        perform release-master-lock
        move 8 to return-code
        stop run
    end-if.
    open output arch-file.
    if not arch-ok
        display "Archive file could not be opened: " arch-file-name
        perform release-master-lock
        move 8 to return-code
        stop run
    end-if.
    open output newjnl-file.
    if not newjnl-ok
        display "Compact journal primes.jnn could not be opened"
        perform release-master-lock
        move 8 to return-code
        stop run
    end-if.
    move spaces to eof.
    read journal-file
        at end move "TRUE" to eof
    end-read.
    perform until eof = "TRUE"
        add 1 to in-count
        if in-count < cut-seq
            perform archive-one-record
        else
            write newjnl-line from journal-line
            add 1 to kept-count
        end-if
        read journal-file
            at end move "TRUE" to eof
        end-read
    end-perform.
    close journal-file.
    close arch-file.
    close newjnl-file.
    perform break-group-line.

archive-one-record.
    if journal-line (1:14) not = current-group-id
        perform break-group-line
        move journal-line (1:14) to current-group-id
        move 0 to current-group-count
    end-if.
    write arch-line from journal-line.
    add 1 to archived-count.
    add 1 to current-group-count.

*> Closes out one archived run's line in the report
break-group-line.
    if current-group-id not = spaces
        move current-group-id to grp-run-id
        move current-group-count to grp-count
        write report-line from group-line after advancing 1 line
        add 1 to group-count
    end-if.

*> Re-reads both output files and balances them against the input:
*> every record read must be on exactly one side of the cut, and the
*> kept side must open with the backup mark. Only when that holds is
*> primes.jnl itself rewritten
verify-output-counts.
    move 0 to check-count.
    open input arch-file.
    move spaces to eof.
    read arch-file
        at end move "TRUE" to eof
    end-read.
    perform until eof = "TRUE"
        add 1 to check-count
        read arch-file
            at end move "TRUE" to eof
        end-read
    end-perform.
    close arch-file.
    if check-count not = archived-count
        display "VERIFY MISMATCH: archive holds " check-count
            " records, expected " archived-count
        move "Y" to verify-failed
    end-if.
    move 0 to check-count.
    open input newjnl-file.
    move spaces to eof.
    read newjnl-file into journal-rec
        at end move "TRUE" to eof
    end-read.
    if eof not = "TRUE" and jnl-action not = "BACKUP"
        display "VERIFY FAILED: compact journal does not open with"
            " the backup mark"
        move "Y" to verify-failed
    end-if.
    perform until eof = "TRUE"
        add 1 to check-count
        read newjnl-file
            at end move "TRUE" to eof
        end-read
    end-perform.
    close newjnl-file.
    if check-count not = kept-count
        display "VERIFY MISMATCH: compact journal holds " check-count
            " records, expected " kept-count
        move "Y" to verify-failed
    end-if.
    if archived-count + kept-count not = in-count
        display "VERIFY MISMATCH: archived plus kept does not equal"
            " records read"
        move "Y" to verify-failed
    end-if.

*> Replaces primes.jnl with the compact copy, counting the records
*> across so a copy cut short is caught and the operator is pointed at
*> the intact primes.jnn
rewrite-current-journal.
    open input newjnl-file.
    open output journal-file.
    move spaces to eof.
    read newjnl-file
        at end move "TRUE" to eof
    end-read.
    perform until eof = "TRUE"
        write journal-line from newjnl-line
        add 1 to copy-count
        read newjnl-file
            at end move "TRUE" to eof
        end-read
    end-perform.
    close newjnl-file.
    close journal-file.
    if copy-count not = kept-count
        move "Y" to verify-failed
    end-if.

write-report-totals.
    write report-line from under-line after advancing 1 line.
    move in-count to tin-count.
    write report-line from total-in-line after advancing 1 line.
    move archived-count to tar-count.
    write report-line from total-arch-line after advancing 1 line.
    move kept-count to tkp-count.
    write report-line from total-kept-line after advancing 1 line.
    move group-count to rns-count.
    write report-line from runs-line after advancing 1 line.
    close report-file.
    move in-count to count-edit.
    display "Journal records read:  " count-edit.
    move archived-count to count-edit.
    display "Records archived:      " count-edit.
    move kept-count to count-edit.
    display "Records kept:          " count-edit.

*> Registers this run as the master's active writer; a non-blank
*> registration already on file refuses the cut with the holder named,
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
               " - journal cut refused" delimited by size
               into note-text
        end-string
        perform write-log-note
        move 8 to return-code
        stop run
    end-if.
    move "primesjnl" to lck-program.
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
end program primesjnl.
