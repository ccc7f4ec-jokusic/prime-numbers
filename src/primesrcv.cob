*> Author: Jovana Kusic
*> Date: October 15th, 2026
*> File: primesrcv, forward recovery of the primes.mst master file.
*> Description: this program rebuilds a lost or damaged master file
*> from a flat backup (the primesmnt BACKUP copy, or the primes.unl a
*> REORG leaves behind) and the master journal written since. The
*> journal holds one after-image per change any program made to the
*> master - primes2's adds and cache-hit rewrites, primesmnt's LOAD
*> adds and PURGE deletes - and a BACKUP mark at the point each backup
*> was taken. The journals named are read in the order given, the last
*> BACKUP mark naming the backup file is found, the master is recreated
*> from the backup, and every change after the mark is applied in the
*> order it was made. Each change is applied so that replaying it twice
*> does no harm (an add of a number already on file rewrites it, a
*> rewrite of a number not on file adds it, a delete of a number not on
*> file is passed over), so a recovery cut short can simply be rerun.
*> The run takes the primes.lck registration like every other program
*> that updates the master, and checks the backup's record count
*> against the mark before the master is touched. What was applied is
*> reported per run id to primes.rcv and the recovery is noted in
*> primes.log. A closed business date does not hold a recovery back.
*> Options come from keyword cards in primesrcv.ctl:
*> BACKUP <file> (required), JOURNAL <file> (repeatable, oldest first;
*> default primes.jnl alone - name the journal archives primesjnl cut
*> off ahead of it when recovering from an older backup).

identification division.
program-id. primesrcv.

*> File variables are initialized
environment division.
input-output section.
file-control.
select master-file assign to "primes.mst"
    organization is indexed
    access is dynamic
    record key is master-number
    file status master-status.
select backup-file assign dynamic backup-file-name
    organization is line sequential
    file status backup-status.
select journal-file assign dynamic journal-file-name
    organization is line sequential
    file status journal-status.
select ctl-file assign to "primesrcv.ctl"
    organization is line sequential
    file status ctl-status.
select report-file assign to "primes.rcv"
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

*> File pointers are initialized
data division.
file section.
*> Same record as the master-file FD in primes2 and primesmnt; all
*> three must stay in step
fd master-file.
    01 master-rec.
        02 master-number pic 9(18).
        02 master-flag pic x(1).
        02 master-divisors pic 9(4).
        02 master-factors pic x(250).
        02 master-first-seen pic 9(8).
        02 master-last-used pic 9(8).
        02 master-hit-count pic 9(9).
fd backup-file.
    01 backup-line pic x(298).
fd journal-file.
    01 journal-line pic x(332).
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

*> All variables to be used are initialized
working-storage section.
    01  master-status pic 99.
        88 master-ok value 0.
    01  backup-status pic 99.
        88 backup-ok value 0.
    01  journal-status pic 99.
        88 journal-ok value 0.
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
    77  business-date-text pic x(60).
    77  ctl-card pic x(80).
    77  ctl-keyword pic x(20).
    77  ctl-value pic x(60).
    77  ctl-error-count pic 9(4) usage is comp value 0.
    77  backup-file-name pic x(40) value spaces.
    77  journal-file-name pic x(40).
    77  journal-name-count pic 9(3) usage is comp value 0.
    77  journal-idx pic 9(3) usage is comp.
    01  journal-name-table.
        02 journal-name-entry occurs 20 times.
            03 jn-name pic x(40).
            03 jn-read pic 9(9) usage is comp.
    *> The master journal, shared with primes2, primesmnt, and
    *> primesjnl; all four layouts must stay in step
    01  journal-rec.
        02 jnl-run-id pic 9(14).
        02 filler pic x(1).
        02 jnl-program pic x(10).
        02 filler pic x(1).
        02 jnl-action pic x(7).
        02 filler pic x(1).
        02 jnl-image pic x(298).
    01  backup-marker.
        02 bkm-file pic x(40).
        02 filler pic x(9).
        02 bkm-records pic 9(9).
        02 filler pic x(240).
    *> Journal records are numbered in the order read across all the
    *> journals, so the mark is a single position and everything after
    *> it is the change stream to apply
    77  journal-seq pic 9(9) usage is comp value 0.
    77  mark-seq pic 9(9) usage is comp value 0.
    77  mark-records pic 9(9) value 0.
    77  mark-run-id pic x(14) value spaces.
    77  backup-count pic 9(9) usage is comp value 0.
    77  load-count pic 9(9) usage is comp value 0.
    77  applied-count pic 9(9) usage is comp value 0.
    77  adjusted-count pic 9(9) usage is comp value 0.
    77  failed-count pic 9(9) usage is comp value 0.
    77  later-mark-count pic 9(9) usage is comp value 0.
    77  unknown-count pic 9(9) usage is comp value 0.
    77  total-adds pic 9(9) usage is comp value 0.
    77  total-rewrites pic 9(9) usage is comp value 0.
    77  total-deletes pic 9(9) usage is comp value 0.
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
    *> Per-run change counts for the report; a run's journal records sit
    *> together, so a group break on run id and program is enough
    77  current-group pic x(24) value spaces.
    77  group-adds pic 9(9) usage is comp value 0.
    77  group-rewrites pic 9(9) usage is comp value 0.
    77  group-deletes pic 9(9) usage is comp value 0.
    77  count-edit pic z(8)9.
    01  heading-line.
        02 filler pic x(6) value spaces.
        02 filler pic x(29) value 'master file recovery report  '.
    01  under-line.
        05 filler pic x(32) value
           ' -------------------------------'.
    01  backup-name-line.
        02 filler pic x(22) value 'backup file:          '.
        02 bkn-name pic x(40).
    01  mark-line.
        02 filler pic x(22) value 'backup marked by run: '.
        02 mkl-run-id pic x(14).
    01  journal-line-out.
        02 filler pic x(9) value ' journal '.
        02 jlo-name pic x(40).
        02 filler pic x(6) value ' read '.
        02 jlo-read pic z(8)9.
    01  group-heading.
        02 filler pic x(1) value space.
        02 filler pic x(14) value 'run id'.
        02 filler pic x(1) value space.
        02 filler pic x(10) value 'program'.
        02 filler pic x(10) value '      adds'.
        02 filler pic x(10) value '  rewrites'.
        02 filler pic x(10) value '   deletes'.
    01  group-line.
        02 filler pic x(1) value space.
        02 grp-run-id pic x(14).
        02 filler pic x(1) value space.
        02 grp-program pic x(10).
        02 grp-adds pic z(8)9.
        02 filler pic x(1) value space.
        02 grp-rewrites pic z(8)9.
        02 filler pic x(1) value space.
        02 grp-deletes pic z(8)9.
    01  count-line.
        02 cnl-label pic x(22).
        02 cnl-count pic z(8)9.

*> Body of code logic begins
procedure division.
    display "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*".
    display "          PRIME MASTER FILE RECOVERY"
    display "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*".

    accept run-time from time.
    perform establish-business-date.
    move business-date-text to note-text.
    perform write-log-note.

    perform read-control-cards.

    *> Everything that can refuse the recovery is checked before the
    *> master is recreated: the mark must be in the journals and the
    *> backup must hold the records the mark says it does
    perform locate-backup-mark.
    perform count-backup-records.
    perform acquire-master-lock.

    open output report-file.
    write report-line from heading-line after advancing 0 lines.
    write report-line from under-line after advancing 1 line.
    move backup-file-name to bkn-name.
    write report-line from backup-name-line after advancing 1 line.
    move mark-run-id to mkl-run-id.
    write report-line from mark-line after advancing 1 line.
    perform varying journal-idx from 1 by 1
            until journal-idx > journal-name-count
        move jn-name (journal-idx) to jlo-name
        move jn-read (journal-idx) to jlo-read
        write report-line from journal-line-out after advancing 1 line
    end-perform.
    write report-line from under-line after advancing 1 line.

    perform restore-from-backup.
    perform roll-journal-forward.
    perform write-report-totals.
    close report-file.

    move spaces to note-text.
    move applied-count to count-edit.
    string "master recovered from " delimited by size
           backup-file-name delimited by space
           ", applied:" delimited by size
           count-edit delimited by size
           into note-text
    end-string.
    perform write-log-note.
    perform release-master-lock.

    move load-count to count-edit.
    display "Records restored:      " count-edit.
    move applied-count to count-edit.
    display "Changes applied:       " count-edit.
    if failed-count > 0 or unknown-count > 0
        display "RECOVERY INCOMPLETE - see primes.rcv"
        move 8 to return-code
    else
        display "COMPLETED: master recovered, report saved to primes.rcv"
    end-if.
    stop run.

*> BACKUP <file> is required; JOURNAL <file> may be given up to 20
*> times, oldest first. Blank cards and cards starting with '*' are
*> comments
read-control-cards.
    open input ctl-file.
    if not ctl-ok
        display "Control file primesrcv.ctl could not be opened"
        move 8 to return-code
        stop run
    end-if.
    move spaces to eof.
    read ctl-file into ctl-card
        at end move "TRUE" to eof
    end-read.
    perform until eof = "TRUE"
        if ctl-card not = spaces and ctl-card (1:1) not = '*'
            perform apply-control-card
        end-if
        read ctl-file into ctl-card
            at end move "TRUE" to eof
        end-read
    end-perform.
    close ctl-file.
    if backup-file-name = spaces
        display "CONTROL ERROR: a BACKUP card is required"
        add 1 to ctl-error-count
    end-if.
    if ctl-error-count > 0
        display "RUN CANCELLED - control card errors"
        move 8 to return-code
        stop run
    end-if.
    if journal-name-count = 0
        move 1 to journal-name-count
        move "primes.jnl" to jn-name (1)
    end-if.

apply-control-card.
    move spaces to ctl-keyword.
    move spaces to ctl-value.
    unstring ctl-card delimited by all spaces
        into ctl-keyword ctl-value
    end-unstring.
    evaluate ctl-keyword
        when "BACKUP"
            if ctl-value = spaces
                perform reject-control-card
            else
                move ctl-value to backup-file-name
            end-if
        when "JOURNAL"
            if ctl-value = spaces or journal-name-count >= 20
                perform reject-control-card
            else
                add 1 to journal-name-count
                move ctl-value to jn-name (journal-name-count)
            end-if
        when other
            perform reject-control-card
    end-evaluate.

reject-control-card.
    display "INVALID CONTROL CARD: " ctl-card.
    add 1 to ctl-error-count.

*> First pass over the journals: numbers every record and keeps the
*> position of the last BACKUP mark naming this backup file. A journal
*> that cannot be read would leave a hole in the change stream, so it
*> refuses the recovery outright
locate-backup-mark.
    move 0 to journal-seq.
    perform varying journal-idx from 1 by 1
            until journal-idx > journal-name-count
        move jn-name (journal-idx) to journal-file-name
        move 0 to jn-read (journal-idx)
        open input journal-file
        if not journal-ok
            display "Journal could not be opened: " journal-file-name
            display "RECOVERY REFUSED - the change stream would be"
                " incomplete"
            move 8 to return-code
            stop run
        end-if
        move spaces to eof
        read journal-file into journal-rec
            at end move "TRUE" to eof
        end-read
        perform until eof = "TRUE"
            add 1 to journal-seq
            add 1 to jn-read (journal-idx)
            if jnl-action = "BACKUP"
                move jnl-image to backup-marker
                if bkm-file = backup-file-name
                    move journal-seq to mark-seq
                    move jnl-run-id to mark-run-id
                    move bkm-records to mark-records
                end-if
            end-if
            read journal-file into journal-rec
                at end move "TRUE" to eof
            end-read
        end-perform
        close journal-file
    end-perform.
    if mark-seq = 0
        display "No BACKUP mark for " backup-file-name
            " in the journals named"
        display "RECOVERY REFUSED - cannot tell where the backup stands"
            " in the change stream"
        move 8 to return-code
        stop run
    end-if.

*> The backup must hold exactly the records its mark says went into
*> it; a truncated or substituted copy refuses the recovery while the
*> master is still untouched
count-backup-records.
    open input backup-file.
    if not backup-ok
        display "Backup file could not be opened: " backup-file-name
        move 8 to return-code
        stop run
    end-if.
    move spaces to eof.
    read backup-file
        at end move "TRUE" to eof
    end-read.
    perform until eof = "TRUE"
        add 1 to backup-count
        read backup-file
            at end move "TRUE" to eof
        end-read
    end-perform.
    close backup-file.
    if backup-count not = mark-records
        move backup-count to count-edit
        display "Backup holds " count-edit " records, its mark says "
            mark-records
        display "RECOVERY REFUSED - backup does not match its mark"
        move 8 to return-code
        stop run
    end-if.

*> Recreates the master empty and loads the backup into it
restore-from-backup.
    open output master-file.
    if not master-ok
        display "Master file could not be created, status "
            master-status
        perform release-master-lock
        move 8 to return-code
        stop run
    end-if.
    open input backup-file.
    move spaces to eof.
    read backup-file
        at end move "TRUE" to eof
    end-read.
    perform until eof = "TRUE"
        move backup-line to master-rec
        write master-rec
            invalid key add 1 to failed-count
            not invalid key add 1 to load-count
        end-write
        read backup-file
            at end move "TRUE" to eof
        end-read
    end-perform.
    close backup-file.
    close master-file.
    move "restored from backup:" to cnl-label.
    move load-count to cnl-count.
    write report-line from count-line after advancing 1 line.
    write report-line from under-line after advancing 1 line.

*> Second pass: every journal record after the mark is applied in the
*> order it was written
roll-journal-forward.
    open i-o master-file.
    if not master-ok
        display "Master file could not be reopened, status "
            master-status
        perform release-master-lock
        move 8 to return-code
        stop run
    end-if.
    write report-line from group-heading after advancing 1 line.
    move 0 to journal-seq.
    perform varying journal-idx from 1 by 1
            until journal-idx > journal-name-count
        move jn-name (journal-idx) to journal-file-name
        open input journal-file
        move spaces to eof
        read journal-file into journal-rec
            at end move "TRUE" to eof
        end-read
        perform until eof = "TRUE"
            add 1 to journal-seq
            if journal-seq > mark-seq
                perform apply-journal-record
            end-if
            read journal-file into journal-rec
                at end move "TRUE" to eof
            end-read
        end-perform
        close journal-file
    end-perform.
    perform break-group-line.
    close master-file.

*> One change, applied so that applying it again does no harm
apply-journal-record.
    if jnl-action not = "BACKUP"
        if jnl-run-id not = current-group (1:14)
            or jnl-program not = current-group (15:10)
            perform break-group-line
            move jnl-run-id to current-group (1:14)
            move jnl-program to current-group (15:10)
        end-if
    end-if.
    evaluate jnl-action
        when "ADD"
            move jnl-image to master-rec
            write master-rec
                invalid key
                    add 1 to adjusted-count
                    rewrite master-rec
                        invalid key add 1 to failed-count
                    end-rewrite
            end-write
            add 1 to group-adds
            add 1 to total-adds
            add 1 to applied-count
        when "REWRITE"
            move jnl-image to master-rec
            rewrite master-rec
                invalid key
                    add 1 to adjusted-count
                    write master-rec
                        invalid key add 1 to failed-count
                    end-write
            end-rewrite
            add 1 to group-rewrites
            add 1 to total-rewrites
            add 1 to applied-count
        when "DELETE"
            move jnl-image to master-rec
            delete master-file record
                invalid key add 1 to adjusted-count
            end-delete
            add 1 to group-deletes
            add 1 to total-deletes
            add 1 to applied-count
        when "BACKUP"
            add 1 to later-mark-count
        when other
            display "Unrecognised journal record "
                journal-seq ": " jnl-action
            add 1 to unknown-count
    end-evaluate.

*> Closes out one run's line in the report
break-group-line.
    if current-group not = spaces
        move current-group (1:14) to grp-run-id
        move current-group (15:10) to grp-program
        move group-adds to grp-adds
        move group-rewrites to grp-rewrites
        move group-deletes to grp-deletes
        write report-line from group-line after advancing 1 line
    end-if.
    move spaces to current-group.
    move 0 to group-adds.
    move 0 to group-rewrites.
    move 0 to group-deletes.

write-report-totals.
    write report-line from under-line after advancing 1 line.
    move "adds applied:" to cnl-label.
    move total-adds to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "rewrites applied:" to cnl-label.
    move total-rewrites to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "deletes applied:" to cnl-label.
    move total-deletes to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "already in effect:" to cnl-label.
    move adjusted-count to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "later backup marks:" to cnl-label.
    move later-mark-count to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "failed to apply:" to cnl-label.
    move failed-count to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "unrecognised records:" to cnl-label.
    move unknown-count to cnl-count.
    write report-line from count-line after advancing 1 line.

*> Registers this run as the master's active writer; a non-blank
*> registration already on file refuses the recovery with the holder
*> named, and the refusal goes to the audit trail
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
        display "RECOVERY REFUSED - if that run abended, release it"
            " with the primesmnt UNLOCK function"
        move spaces to note-text
        string "master in use by " delimited by size
               lck-program delimited by size
               " run " delimited by size
               lck-run-id delimited by size
               " - recovery refused" delimited by size
               into note-text
        end-string
        perform write-log-note
        move 8 to return-code
        stop run
    end-if.
    move "primesrcv" to lck-program.
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
*> primes.bdt, not the system clock; the run id keeps the wall-clock
*> time already in run-time for uniqueness. Unlike the nightly
*> programs, a recovery is never refused by the date: a damaged master
*> has to be rebuilt whenever it is found, so a closed date is only
*> noted, and no RERUN card is needed. The date is left in
*> business-date-text for the audit trail
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
end program primesrcv.
