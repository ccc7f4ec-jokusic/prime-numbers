*> Author: Jovana Kusic
*> Date: October 15th, 2026
*> File: primesbdt, business-date control for the prime batch system.
*> Description: this program keeps the one business-date control record,
*> primes.bdt, that every program in the system takes its processing
*> date from instead of the system clock, so a night rerun the next
*> morning is still stamped with the night it belongs to. Operations
*> advance the date once per processing day. One function is performed
*> per run, chosen by the operator: SHOW displays the record, INIT
*> creates it with a first business date (only when there is none yet),
*> ADVANCE opens the next business date (the next calendar day unless
*> the operator names a later one), CLOSE marks the current date closed
*> once its processing is done, and REOPEN opens a closed date again. A
*> program run while the date is closed, or asked to run under any
*> other date, refuses unless the rerun card file primes.rrn carries a
*> RERUN <yyyymmdd> card for the date wanted. The card is set with the
*> RERUN function (an earlier date than the open one - a closed open
*> date is rerun with REOPEN) and withdrawn with ENDRERUN as soon as
*> the rerun is done, so the next regular night cannot run under the
*> rerun's date; ADVANCE clears it too, so a rerun allowance never
*> outlives the day it was given on. SHOW lists any allowance in
*> force. Every change is recorded in primes.log under a run id that
*> carries the business date left in force.

identification division.
program-id. primesbdt.

*> File variables are initialized
environment division.
input-output section.
file-control.
select bdt-file assign to "primes.bdt"
    organization is line sequential
    file status bdt-status.
select rerun-file assign to "primes.rrn"
    organization is line sequential
    file status rerun-status.
select standard-input assign to keyboard.
select log-file assign to "primes.log"
    organization is line sequential
    file status log-status.

*> File pointers are initialized
data division.
file section.
fd bdt-file.
    01 bdt-line pic x(80).
fd rerun-file.
    01 rerun-line pic x(80).
fd standard-input.
    01 stdin-record pic x(80).
fd log-file.
    01 log-line pic x(132).

*> All variables to be used are initialized
working-storage section.
    01  bdt-status pic 99.
        88 bdt-ok value 0.
        88 bdt-file-missing value 35.
    01  rerun-status pic 99.
        88 rerun-ok value 0.
    77  rerun-card pic x(80).
    01  log-status pic 99.
        88 log-ok value 0.
        88 log-file-missing value 35.
    *> The business-date control record, shared with every program that
    *> takes its processing date from it; all copies must stay in step
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
    77  have-bdt pic x(1) value 'N'.
        88 has-bdt value 'Y'.
    77  function-name pic x(8).
    77  run-time pic 9(8).
    01  run-id.
        02 run-id-date pic 9(8).
        02 run-id-time pic 9(6).
    77  old-date pic 9(8).
    77  new-date pic 9(8).
    77  new-date-text pic x(8).
    77  new-state pic x(6).
    77  date-integer pic 9(8) usage is comp.
    77  note-text pic x(60).
    01  log-line-note.
        02 lgn-run-id pic 9(14).
        02 filler pic x(8) value " NOTE   ".
        02 lgn-text pic x(60).

*> Body of code logic begins
procedure division.
    display "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*".
    display "          PRIME BUSINESS-DATE CONTROL"
    display "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*".

    accept run-time from time.
    move run-time (1:6) to run-id-time.
    perform read-business-date.

    open input standard-input.
    display "Function (SHOW/INIT/ADVANCE/CLOSE/REOPEN/RERUN/ENDRERUN): "
        with no advancing.
    read standard-input into stdin-record
        at end move "SHOW" to stdin-record
    end-read.
    move stdin-record (1:8) to function-name.

    evaluate function-name
        when "SHOW   "
            perform show-business-date
        when "INIT   "
            perform init-business-date
        when "ADVANCE"
            perform advance-business-date
        when "CLOSE  "
            perform close-business-date
        when "REOPEN "
            perform reopen-business-date
        when "RERUN  "
            perform set-rerun-allowance
        when "ENDRERUN"
            perform end-rerun-allowance
        when other
            display "Unknown function: " function-name
            close standard-input
            move 8 to return-code
            stop run
    end-evaluate.

    close standard-input.
    stop run.

*> Picks up the control record if there is one; a record that is
*> there but unreadable is as good as none, and only INIT can mend it
read-business-date.
    move spaces to bdt-rec.
    open input bdt-file.
    if bdt-ok
        read bdt-file into bdt-rec
            at end move spaces to bdt-rec
        end-read
        close bdt-file
    end-if.
    if bdt-tag = "BDT " and bdt-business-date is numeric
        and (bdt-open or bdt-closed)
        move "Y" to have-bdt
    end-if.

show-business-date.
    if not has-bdt
        display "No business-date control record - use INIT"
        move 8 to return-code
    else
        perform display-business-date
    end-if.

display-business-date.
    display "Business date:   " bdt-business-date.
    display "State:           " bdt-state.
    display "Prior date:      " bdt-prior-date.
    display "Last changed by: run " bdt-changed-run.
    perform read-rerun-allowance.
    if rerun-card = spaces
        display "Rerun allowed:   none"
    else
        display "Rerun allowed:   " rerun-card (1:14)
    end-if.

*> Creates the record with the first business date. An existing record
*> is never overwritten here - moving the date on is ADVANCE's job,
*> and it keeps the prior date for the audit trail
init-business-date.
    if has-bdt
        display "Business-date control record already exists - use"
            " ADVANCE"
        perform display-business-date
        move 8 to return-code
        stop run
    end-if.
    display "First business date (YYYYMMDD): " with no advancing.
    read standard-input into stdin-record
        at end move spaces to stdin-record
    end-read.
    move stdin-record (1:8) to new-date-text.
    if new-date-text is not numeric
        or stdin-record (9:1) not = space
        display "Not a valid date: " stdin-record (1:8)
        move 8 to return-code
        stop run
    end-if.
    move new-date-text to new-date.
    if function test-date-yyyymmdd (new-date) not = 0
        display "Not a valid date: " new-date-text
        move 8 to return-code
        stop run
    end-if.
    move 0 to old-date.
    perform write-business-date.
    move spaces to note-text.
    string "business date initialised at " delimited by size
           new-date delimited by size
           into note-text
    end-string.
    perform write-log-note.
    display "COMPLETED: business date " new-date " is open".

*> Opens the next business date. By default that is the day after the
*> current one; the operator may name a later date to step over days
*> with no processing, but never an earlier one or the same one
advance-business-date.
    perform require-business-date.
    display "New business date (YYYYMMDD, blank for the next day): "
        with no advancing.
    read standard-input into stdin-record
        at end move spaces to stdin-record
    end-read.
    if stdin-record = spaces
        compute date-integer =
            function integer-of-date (bdt-business-date) + 1
        compute new-date = function date-of-integer (date-integer)
    else
        move stdin-record (1:8) to new-date-text
        if new-date-text is not numeric
            or stdin-record (9:1) not = space
            display "Not a valid date: " stdin-record (1:8)
            move 8 to return-code
            stop run
        end-if
        move new-date-text to new-date
        if function test-date-yyyymmdd (new-date) not = 0
            display "Not a valid date: " new-date-text
            move 8 to return-code
            stop run
        end-if
    end-if.
    if new-date not > bdt-business-date
        display "New business date " new-date " is not after "
            bdt-business-date " - date not advanced"
        move 8 to return-code
        stop run
    end-if.
    move bdt-business-date to old-date.
    perform write-business-date.
    *> A rerun allowance belongs to the day it was given on
    open output rerun-file.
    close rerun-file.
    move spaces to note-text.
    string "business date advanced from " delimited by size
           old-date delimited by size
           " to " delimited by size
           new-date delimited by size
           into note-text
    end-string.
    perform write-log-note.
    display "COMPLETED: business date " new-date " is open".

close-business-date.
    perform require-business-date.
    if bdt-closed
        display "Business date " bdt-business-date " is already closed"
        stop run
    end-if.
    move bdt-business-date to new-date.
    move bdt-prior-date to old-date.
    perform write-business-date.
    move spaces to note-text.
    string "business date " delimited by size
           new-date delimited by size
           " closed" delimited by size
           into note-text
    end-string.
    perform write-log-note.
    display "COMPLETED: business date " new-date " is closed".

reopen-business-date.
    perform require-business-date.
    if bdt-open
        display "Business date " bdt-business-date " is already open"
        stop run
    end-if.
    move bdt-business-date to new-date.
    move bdt-prior-date to old-date.
    perform write-business-date.
    move spaces to note-text.
    string "business date " delimited by size
           new-date delimited by size
           " reopened" delimited by size
           into note-text
    end-string.
    perform write-log-note.
    display "COMPLETED: business date " new-date " is open".

*> Lets the programs run under an earlier business date by writing
*> the one RERUN <yyyymmdd> card to primes.rrn. The open date needs no
*> card (and a closed one is reopened with REOPEN), so only an earlier
*> date is taken; a card already in force is replaced, and both are
*> recorded in the audit trail
set-rerun-allowance.
    perform require-business-date.
    display "Business date to rerun (YYYYMMDD): " with no advancing.
    read standard-input into stdin-record
        at end move spaces to stdin-record
    end-read.
    move stdin-record (1:8) to new-date-text.
    if new-date-text is not numeric
        or stdin-record (9:1) not = space
        display "Not a valid date: " stdin-record (1:8)
        move 8 to return-code
        stop run
    end-if.
    move new-date-text to new-date.
    if function test-date-yyyymmdd (new-date) not = 0
        display "Not a valid date: " new-date-text
        move 8 to return-code
        stop run
    end-if.
    if new-date not < bdt-business-date
        display "Rerun date " new-date " is not before the open"
            " business date " bdt-business-date " - no card written"
        move 8 to return-code
        stop run
    end-if.
    perform read-rerun-allowance.
    if rerun-card not = spaces
        display "Replacing rerun allowance: " rerun-card (1:14)
    end-if.
    move spaces to rerun-card.
    string "RERUN " delimited by size
           new-date delimited by size
           into rerun-card
    end-string.
    open output rerun-file.
    if not rerun-ok
        display "Rerun card file primes.rrn could not be written,"
            " status " rerun-status
        move 8 to return-code
        stop run
    end-if.
    write rerun-line from rerun-card.
    close rerun-file.
    move bdt-business-date to run-id-date.
    move spaces to note-text.
    string "rerun allowed for business date " delimited by size
           new-date delimited by size
           into note-text
    end-string.
    perform write-log-note.
    display "COMPLETED: programs may rerun business date " new-date
        " until ENDRERUN".

*> Withdraws the rerun allowance once the rerun is done, so the next
*> regular run goes back to the open date
end-rerun-allowance.
    perform require-business-date.
    perform read-rerun-allowance.
    if rerun-card = spaces
        display "No rerun allowance in force"
        stop run
    end-if.
    open output rerun-file.
    close rerun-file.
    move bdt-business-date to run-id-date.
    move spaces to note-text.
    string "rerun allowance withdrawn: " delimited by size
           rerun-card (1:14) delimited by size
           into note-text
    end-string.
    perform write-log-note.
    display "COMPLETED: rerun allowance " rerun-card (1:14)
        " withdrawn".

*> The card in primes.rrn as it stands; blank when there is none
read-rerun-allowance.
    move spaces to rerun-card.
    open input rerun-file.
    if rerun-ok
        read rerun-file into rerun-card
            at end move spaces to rerun-card
        end-read
        close rerun-file
    end-if.

require-business-date.
    if not has-bdt
        display "No business-date control record - use INIT"
        close standard-input
        move 8 to return-code
        stop run
    end-if.

*> Rewrites the one control record: new-date in force, old-date as the
*> prior date. Only CLOSE leaves it closed; every other change opens it
write-business-date.
    move new-date to run-id-date.
    if function-name = "CLOSE  "
        move "CLOSED" to new-state
    else
        move "OPEN" to new-state
    end-if.
    move spaces to bdt-rec.
    move "BDT " to bdt-tag.
    move new-date to bdt-business-date.
    move new-state to bdt-state.
    move old-date to bdt-prior-date.
    move run-id to bdt-changed-run.
    open output bdt-file.
    if not bdt-ok
        display "Business-date control file primes.bdt could not be"
            " written, status " bdt-status
        move 8 to return-code
        stop run
    end-if.
    write bdt-line from bdt-rec.
    close bdt-file.

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
end program primesbdt.
