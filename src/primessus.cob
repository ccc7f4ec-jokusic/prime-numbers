*> Author: Jovana Kusic
*> Date: October 15th, 2026
*> File: primessus, standing suspense file for records primes2 rejects.
*> Description: this program keeps every record the classification
*> engine rejects (TOO LARGE, NEGATIVE, NON-NUMERIC, ZERO OR ONE, BAD
*> RANGE) on a standing suspense file, primes.sus, until someone fixes
*> it or writes it off. Each night it takes in the latest run's
*> primes.err: a reject not already open on the file becomes a new
*> suspense item with its own item number, the source file, sequence
*> number, requestor, reason, the raw record, and the date it first
*> failed; a reject that matches an open item (same requestor, same
*> record text) is the same bad data sent again and only bumps that
*> item's failure count and last-failed date. The
*> latest run's START/END records in primes.log say which run the error
*> file belongs to, so the same night is never taken in twice and a run
*> that quiesced part-way is left for its restart to finish first.
*> Analysts fix items with correction cards in primes.cor:
*>   CORRECT <item> <value> <reason>  resubmits the corrected number
*>   WRITEOFF <item> <reason>         closes the item without one
*> A corrected number is written in the native one-number-per-line
*> layout (requestor kept) to primes.rsb, which the sort front-end
*> reads with a RESUBMIT card, so it rides into the next night's
*> primes2 input; corrections accumulate there until the front-end
*> takes them in and empties it. Closed items move to the cumulative
*> suspense history primes.suh with how and when they were closed, and
*> the card deck is cleared once it has been applied so no card can act
*> twice. The aging report, primes.sag, echoes every card with its
*> outcome and counts the open items by requestor and reason in 1-7,
*> 8-30, and over-30-day buckets. A rejected card ends the run with
*> return code 4.

identification division.
program-id. primessus.

*> File variables are initialized
environment division.
input-output section.
file-control.
select err-file assign to "primes.err"
    organization is line sequential
    file status err-status.
select log-file assign to "primes.log"
    organization is line sequential
    file status log-status.
select sus-file assign to "primes.sus"
    organization is line sequential
    file status sus-status.
select newsus-file assign to "primes.sun"
    organization is line sequential
    file status newsus-status.
select history-file assign to "primes.suh"
    organization is line sequential
    file status history-status.
select cor-file assign to "primes.cor"
    organization is line sequential
    file status cor-status.
select rsb-file assign to "primes.rsb"
    organization is line sequential
    file status rsb-status.
select report-file assign to "primes.sag"
    organization is line sequential
    file status report-status.
select bdt-file assign to "primes.bdt"
    organization is line sequential
    file status bdt-status.
select rerun-file assign to "primes.rrn"
    organization is line sequential
    file status rerun-status.

*> File pointers are initialized
data division.
file section.
fd err-file.
    01 err-line pic x(160).
fd log-file.
    01 log-line pic x(132).
fd sus-file.
    01 sus-line pic x(165).
fd newsus-file.
    01 newsus-line pic x(165).
fd history-file.
    01 history-line pic x(245).
fd cor-file.
    01 cor-record pic x(80).
fd rsb-file.
    01 rsb-line pic x(80).
fd report-file.
    01 report-line pic x(100).
fd bdt-file.
    01 bdt-line pic x(80).
fd rerun-file.
    01 rerun-line pic x(80).

*> All variables to be used are initialized
working-storage section.
    01  err-status pic 99.
        88 err-ok value 0.
    01  log-status pic 99.
        88 log-ok value 0.
        88 log-file-missing value 35.
    01  sus-status pic 99.
        88 sus-ok value 0.
        88 sus-file-missing value 35.
    01  newsus-status pic 99.
        88 newsus-ok value 0.
    01  history-status pic 99.
        88 history-ok value 0.
        88 history-file-missing value 35.
    01  cor-status pic 99.
        88 cor-ok value 0.
    01  rsb-status pic 99.
        88 rsb-ok value 0.
        88 rsb-file-missing value 35.
    01  report-status pic 99.
        88 report-ok value 0.
    77  eof pic x(4).
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
    77  note-text pic x(60).
    01  log-line-note.
        02 lgn-run-id pic 9(14).
        02 filler pic x(8) value " NOTE   ".
        02 lgn-text pic x(60).
    77  run-date-integer pic 9(8) usage is comp.
    77  first-failed-integer pic 9(8) usage is comp.
    77  item-age pic 9(8) usage is comp.
    *> The suspense file opens with one header record carrying the last
    *> item number handed out and the run whose rejects were last taken
    *> in; every other record is one item, open until it is closed
    01  sus-header.
        02 filler pic x(9) value "SUSPENSE ".
        02 sh-last-id pic 9(9).
        02 filler pic x(1) value space.
        02 sh-last-run pic x(14).
    01  sus-item.
        02 si-item-id pic 9(9).
        02 filler pic x(1) value space.
        02 si-first-failed pic 9(8).
        02 filler pic x(1) value space.
        02 si-last-failed pic 9(8).
        02 filler pic x(1) value space.
        02 si-fail-count pic 9(4).
        02 filler pic x(1) value space.
        02 si-source pic x(20).
        02 filler pic x(1) value space.
        02 si-seq pic 9(9).
        02 filler pic x(1) value space.
        02 si-requestor pic x(8).
        02 filler pic x(1) value space.
        02 si-reason pic x(11).
        02 filler pic x(1) value space.
        02 si-text pic x(80).
    *> A closed item as the history keeps it: the item as it stood, how
    *> it was closed, when, the corrected value (blank for a write-off),
    *> and the analyst's reason from the card
    01  history-rec.
        02 hr-item pic x(165).
        02 filler pic x(1) value space.
        02 hr-closure pic x(10).
        02 filler pic x(1) value space.
        02 hr-closed-date pic 9(8).
        02 filler pic x(1) value space.
        02 hr-value pic x(18).
        02 filler pic x(1) value space.
        02 hr-reason pic x(40).
    *> The whole open population is held in storage while the night's
    *> cards and rejects are applied, then written back in one pass; a
    *> file that outgrows the table fails the run before anything is
    *> rewritten rather than silently dropping items
    77  item-count pic 9(5) usage is comp value 0.
    77  item-idx pic 9(5) usage is comp.
    77  item-limit pic 9(5) usage is comp value 5000.
    01  suspense-table.
        02 suspense-entry occurs 5000 times.
            03 st-item pic x(165).
            03 st-action pic x(1).
            03 st-value pic x(18).
            03 st-reason pic x(40).
    *> The fixed columns of an error-mess line as primes2 writes it:
    *> source file in 2-21, sequence in 25-33, raw record in 37-116,
    *> reason in 120-130, requestor in 150-157
    77  err-source pic x(20).
    77  err-seq-text pic x(9).
    77  err-seq pic 9(9).
    77  err-text pic x(80).
    77  err-reason pic x(11).
    77  err-requestor pic x(8).
    *> The latest run in primes.log, to tie primes.err to the run that
    *> wrote it
    77  last-run-id pic x(14) value spaces.
    77  last-run-status pic x(9) value spaces.
    77  log-end-seen pic x(1) value 'N'.
        88 has-log-end value 'Y'.
    *> Correction-card state
    77  cor-card pic x(80).
    77  cor-keyword pic x(20).
    77  cor-id-text pic x(20).
    77  cor-value-text pic x(20).
    77  cor-id-value pic 9(9).
    77  cor-value pic 9(18).
    77  cor-reason pic x(40).
    77  cor-outcome pic x(24).
    77  card-ptr pic 9(3) usage is comp.
    77  card-valid pic x(1).
    77  item-found pic x(1).
        88 has-item-found value 'Y'.
    77  digit-text pic x(20).
    77  digit-len pic 9(2) usage is comp.
    77  digit-pos pic 9(2) usage is comp.
    77  digit-limit pic 9(2) usage is comp.
    77  digit-valid pic x(1).
    77  digit-value pic 9(18).
    *> The resubmitted record, in the native layout the engine reads:
    *> number left-justified in columns 1-18, requestor in 21-28
    01  resubmit-rec.
        02 rsb-number pic x(18).
        02 filler pic x(2) value spaces.
        02 rsb-requestor pic x(8).
        02 filler pic x(52) value spaces.
    01  value-edit pic z(17)9.
    77  trim-ptr pic 9(2) usage is comp.
    77  card-count pic 9(9) usage is comp value 0.
    77  card-reject-count pic 9(9) usage is comp value 0.
    77  corrected-count pic 9(9) usage is comp value 0.
    77  written-off-count pic 9(9) usage is comp value 0.
    77  reject-read-count pic 9(9) usage is comp value 0.
    77  new-item-count pic 9(9) usage is comp value 0.
    77  repeat-count pic 9(9) usage is comp value 0.
    77  open-count pic 9(9) usage is comp value 0.
    77  write-count pic 9(9) usage is comp value 0.
    77  copy-count pic 9(9) usage is comp value 0.
    77  intake-note pic x(60) value spaces.
    *> Aging cells, one per requestor and reason, kept in requestor
    *> then reason order as they are added so the report needs no sort.
    *> The last cell is held back for *OTHER* the way the engine's
    *> requestor tallies are, so a flood of codes never loses counts
    77  aging-count pic 9(3) usage is comp value 0.
    77  aging-idx pic 9(3) usage is comp.
    77  shift-idx pic 9(3) usage is comp.
    01  aging-key.
        02 ak-requestor pic x(8).
        02 ak-reason pic x(11).
    01  aging-table.
        02 aging-entry occurs 100 times.
            03 ag-key pic x(19).
            03 ag-week pic 9(9) usage is comp.
            03 ag-month pic 9(9) usage is comp.
            03 ag-older pic 9(9) usage is comp.
    77  sum-week pic 9(9) usage is comp value 0.
    77  sum-month pic 9(9) usage is comp value 0.
    77  sum-older pic 9(9) usage is comp value 0.
    77  count-edit pic z(8)9.
    01  heading-line.
        02 filler pic x(6) value spaces.
        02 filler pic x(21) value 'suspense aging report'.
    01  under-line.
        05 filler pic x(32) value
           ' -------------------------------'.
    01  date-line.
        02 filler pic x(22) value 'run date:             '.
        02 dtl-date pic 9(8).
    01  cards-heading.
        02 filler pic x(6) value spaces.
        02 filler pic x(16) value 'correction cards'.
    01  card-line.
        02 filler pic x value space.
        02 cdl-card pic x(60).
        02 filler pic x(1) value space.
        02 cdl-outcome pic x(24).
    01  no-cards-line.
        02 filler pic x(30) value ' no correction cards submitted'.
    01  intake-heading.
        02 filler pic x(6) value spaces.
        02 filler pic x(22) value 'intake of this night''s'.
        02 filler pic x(8) value ' rejects'.
    01  intake-note-line.
        02 filler pic x value space.
        02 inl-text pic x(60).
    01  count-line.
        02 cnl-label pic x(22).
        02 cnl-count pic z(8)9.
    01  aging-heading.
        02 filler pic x(6) value spaces.
        02 filler pic x(38) value
           'open items by requestor and reason'.
    01  aging-column-line.
        02 filler pic x(1) value space.
        02 filler pic x(9) value 'requestor'.
        02 filler pic x(1) value space.
        02 filler pic x(11) value 'reason'.
        02 filler pic x(10) value '  1-7 days'.
        02 filler pic x(10) value ' 8-30 days'.
        02 filler pic x(10) value '  over 30 '.
        02 filler pic x(10) value '     total'.
    01  aging-line.
        02 filler pic x value space.
        02 agl-requestor pic x(8).
        02 filler pic x(2) value spaces.
        02 agl-reason pic x(11).
        02 filler pic x(1) value space.
        02 agl-week pic z(8)9.
        02 filler pic x(1) value space.
        02 agl-month pic z(8)9.
        02 filler pic x(1) value space.
        02 agl-older pic z(8)9.
        02 filler pic x(1) value space.
        02 agl-total pic z(8)9.
    77  aging-total-work pic 9(9) usage is comp.

*> Body of code logic begins
procedure division.
    display "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*".
    display "          PRIME REJECT SUSPENSE FILE"
    display "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*".

    accept run-time from time.
    perform establish-business-date.
    move business-date-text to note-text.
    perform write-log-note.
    compute run-date-integer = function integer-of-date (run-date).

    perform load-suspense-file.

    open output report-file.
    write report-line from heading-line after advancing 0 lines.
    write report-line from under-line after advancing 1 line.
    move run-date to dtl-date.
    write report-line from date-line after advancing 1 line.

    *> Tonight's cards are applied before tonight's rejects are taken
    *> in: a corrected record that fails again tonight is new bad data
    *> and must open a new item, not be closed along with the old one.
    *> The corrected numbers wait in the item table until the new
    *> suspense file is safely in place: a run that stops before then
    *> leaves the items open and the cards in the deck, and has
    *> resubmitted nothing, so its rerun cannot resubmit twice
    perform apply-correction-cards.
    perform scan-run-log.
    perform take-in-rejects.
    perform write-new-suspense.
    perform write-aging-report.
    close report-file.
    perform write-resubmissions.
    perform clear-correction-deck.

    move open-count to count-edit.
    display "Items open:            " count-edit.
    if card-reject-count > 0
        move card-reject-count to count-edit
        display "CORRECTION CARDS REJECTED: " count-edit
            " - see primes.sag"
        move 4 to return-code
    end-if.
    display "COMPLETED: aging report saved to primes.sag".
    stop run.

*> Reads the standing suspense file into storage. The very first run
*> has no file and starts empty; any other failure to read it stops the
*> run before anything is written
load-suspense-file.
    move 0 to sh-last-id.
    move spaces to sh-last-run.
    open input sus-file.
    if sus-file-missing
        display "No suspense file yet - starting empty"
    else
        if not sus-ok
            display "primes.sus could not be opened, status " sus-status
            move 8 to return-code
            stop run
        end-if
        move spaces to eof
        read sus-file
            at end move "TRUE" to eof
        end-read
        perform until eof = "TRUE"
            if sus-line (1:9) = "SUSPENSE "
                move sus-line to sus-header
            else
                if sus-line (1:9) is numeric
                    perform load-one-item
                end-if
            end-if
            read sus-file
                at end move "TRUE" to eof
            end-read
        end-perform
        close sus-file
    end-if.

load-one-item.
    if item-count >= item-limit
        display "MORE THAN 5000 OPEN ITEMS ON primes.sus - run stopped,"
            " nothing rewritten"
        move 8 to return-code
        stop run
    end-if.
    add 1 to item-count.
    move sus-line to st-item (item-count).
    move space to st-action (item-count).
    move spaces to st-value (item-count).
    move spaces to st-reason (item-count).
    *> A file carried over from before the header existed still hands
    *> out numbers above every item on it
    move sus-line to sus-item.
    if si-item-id > sh-last-id
        move si-item-id to sh-last-id
    end-if.

*> Applies the analysts' correction cards, echoing each one with its
*> outcome into the report. primes.cor is optional; a night with no
*> cards simply has nothing to apply
apply-correction-cards.
    write report-line from under-line after advancing 1 line.
    write report-line from cards-heading after advancing 1 line.
    write report-line from under-line after advancing 1 line.
    open input cor-file.
    if cor-ok
        move spaces to eof
        read cor-file into cor-card
            at end move "TRUE" to eof
        end-read
        perform until eof = "TRUE"
            if cor-card not = spaces and cor-card (1:1) not = '*'
                perform apply-correction-card
            end-if
            read cor-file into cor-card
                at end move "TRUE" to eof
            end-read
        end-perform
        close cor-file
    end-if.
    if card-count = 0
        write report-line from no-cards-line after advancing 1 line
    end-if.

*> CORRECT <item> <value> <reason> or WRITEOFF <item> <reason>. The
*> reason is everything after the last operand, so an analyst can write
*> it in plain words; a card without one is rejected
apply-correction-card.
    add 1 to card-count.
    move "Y" to card-valid.
    move spaces to cor-outcome.
    move spaces to cor-keyword.
    move spaces to cor-id-text.
    move spaces to cor-value-text.
    move spaces to cor-reason.
    move 1 to card-ptr.
    unstring cor-card delimited by all spaces
        into cor-keyword cor-id-text
        with pointer card-ptr
    end-unstring.
    move cor-id-text to digit-text.
    move 9 to digit-limit.
    perform parse-digit-field.
    move digit-value to cor-id-value.
    if digit-valid not = "Y"
        move "N" to card-valid
        move "REJECTED - BAD ITEM NO" to cor-outcome
    end-if.
    evaluate cor-keyword
        when "CORRECT"
            if card-valid = "Y"
                perform take-corrected-value
            end-if
        when "WRITEOFF"
            continue
        when other
            move "N" to card-valid
            move "REJECTED - UNKNOWN CARD" to cor-outcome
    end-evaluate.
    if card-valid = "Y"
        if card-ptr > 80 or cor-card (card-ptr:) = spaces
            move "N" to card-valid
            move "REJECTED - NO REASON" to cor-outcome
        else
            move cor-card (card-ptr:) to cor-reason
        end-if
    end-if.
    if card-valid = "Y"
        perform find-open-item
        if not has-item-found
            move "N" to card-valid
            move "REJECTED - ITEM NOT OPEN" to cor-outcome
        end-if
    end-if.
    if card-valid = "Y"
        if cor-keyword = "CORRECT"
            perform close-item-corrected
        else
            perform close-item-written-off
        end-if
    else
        add 1 to card-reject-count
    end-if.
    move cor-card to cdl-card.
    move cor-outcome to cdl-outcome.
    write report-line from card-line after advancing 1 line.

*> The corrected value is the next word on a CORRECT card: one to
*> eighteen digits and at least 2, the same rule a RANGE bound meets,
*> so a resubmitted record can never be rejected again for its value
take-corrected-value.
    unstring cor-card delimited by all spaces
        into cor-value-text
        with pointer card-ptr
    end-unstring.
    move cor-value-text to digit-text.
    move 18 to digit-limit.
    perform parse-digit-field.
    move digit-value to cor-value.
    if digit-valid not = "Y" or cor-value < 2
        move "N" to card-valid
        move "REJECTED - BAD VALUE" to cor-outcome
    end-if.

*> One operand of digits only, no longer than digit-limit. Turns
*> digit-valid off on any failure
parse-digit-field.
    move "Y" to digit-valid.
    move 0 to digit-len.
    move 1 to digit-pos.
    perform until digit-pos > 20
            or digit-text (digit-pos:1) = space
        add 1 to digit-len
        add 1 to digit-pos
    end-perform.
    if digit-len = 0 or digit-len > digit-limit
        move "N" to digit-valid
        move 0 to digit-value
    else
        if digit-text (1:digit-len) is numeric
            move digit-text (1:digit-len) to digit-value
        else
            move "N" to digit-valid
            move 0 to digit-value
        end-if
    end-if.

*> Finds the open item whose number is on the card; an item already
*> closed (tonight or earlier) is not open and cannot be acted on again
find-open-item.
    move "N" to item-found.
    perform varying item-idx from 1 by 1
            until item-idx > item-count
            or has-item-found
        move st-item (item-idx) to sus-item
        if si-item-id = cor-id-value
            and st-action (item-idx) = space
            move "Y" to item-found
        end-if
    end-perform.
    if has-item-found
        subtract 1 from item-idx
    end-if.

*> Closes the item as corrected; the corrected number stays with the
*> item for write-resubmissions
close-item-corrected.
    move "C" to st-action (item-idx).
    move cor-value to value-edit.
    move 1 to trim-ptr.
    perform until value-edit (trim-ptr:1) not = space or trim-ptr = 18
        add 1 to trim-ptr
    end-perform.
    move value-edit (trim-ptr:) to st-value (item-idx).
    move cor-reason to st-reason (item-idx).
    add 1 to corrected-count.
    move "CORRECTED - RESUBMITTED" to cor-outcome.

close-item-written-off.
    move "W" to st-action (item-idx).
    move spaces to st-value (item-idx).
    move cor-reason to st-reason (item-idx).
    add 1 to written-off-count.
    move "WRITTEN OFF" to cor-outcome.

*> Picks up the latest run in primes.log and whether (and how) it ended
scan-run-log.
    open input log-file.
    if log-ok
        move spaces to eof
        read log-file
            at end move "TRUE" to eof
        end-read
        perform until eof = "TRUE"
            if log-line (16:5) = "START"
                move log-line (1:14) to last-run-id
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
        end-perform
        close log-file
    end-if.

*> Takes tonight's primes.err into the suspense file. Nothing is taken
*> in without a finished run to tie the error file to: no log, a run
*> already taken in, or a run still to be restarted all leave the
*> suspense file as it stands and say why
take-in-rejects.
    write report-line from under-line after advancing 1 line.
    write report-line from intake-heading after advancing 1 line.
    write report-line from under-line after advancing 1 line.
    evaluate true
        when last-run-id = spaces
            move "no run found in primes.log - rejects not taken in"
                to intake-note
        when last-run-id = sh-last-run
            move spaces to intake-note
            string "run " delimited by size
                   last-run-id delimited by size
                   " already taken in - skipped" delimited by size
                   into intake-note
            end-string
        when not has-log-end
            or (last-run-status not = "COMPLETED"
                and last-run-status not = "FAILED   ")
            move spaces to intake-note
            string "run " delimited by size
                   last-run-id delimited by size
                   " did not finish - rejects not taken in"
                       delimited by size
                   into intake-note
            end-string
        when other
            perform read-error-file
    end-evaluate.
    if intake-note not = spaces
        display intake-note
        move intake-note to inl-text
        write report-line from intake-note-line after advancing 1 line
    end-if.

read-error-file.
    open input err-file.
    if not err-ok
        move "primes.err could not be opened - rejects not taken in"
            to intake-note
    else
        move spaces to eof
        read err-file
            at end move "TRUE" to eof
        end-read
        perform until eof = "TRUE"
            if err-line not = spaces
                perform take-in-one-reject
            end-if
            read err-file
                at end move "TRUE" to eof
            end-read
        end-perform
        close err-file
        move last-run-id to sh-last-run
        move spaces to intake-note
        string "rejects of run " delimited by size
               last-run-id delimited by size
               " taken in" delimited by size
               into intake-note
        end-string
    end-if.

*> A reject that matches an open item - same requestor, same record
*> text - is that item failing again; anything else opens a new item
take-in-one-reject.
    add 1 to reject-read-count.
    move err-line (2:20) to err-source.
    move err-line (25:9) to err-seq-text.
    inspect err-seq-text replacing leading space by zero.
    if err-seq-text is numeric
        move err-seq-text to err-seq
    else
        move 0 to err-seq
    end-if.
    move err-line (37:80) to err-text.
    move err-line (120:11) to err-reason.
    move err-line (150:8) to err-requestor.
    move "N" to item-found.
    perform varying item-idx from 1 by 1
            until item-idx > item-count
            or has-item-found
        move st-item (item-idx) to sus-item
        if st-action (item-idx) = space
            and si-requestor = err-requestor
            and si-text = err-text
            move "Y" to item-found
        end-if
    end-perform.
    if has-item-found
        subtract 1 from item-idx
        move run-date to si-last-failed
        if si-fail-count < 9999
            add 1 to si-fail-count
        end-if
        move sus-item to st-item (item-idx)
        add 1 to repeat-count
    else
        if item-count >= item-limit
            display "MORE THAN 5000 OPEN ITEMS - run stopped, nothing"
                " rewritten"
            move 8 to return-code
            stop run
        end-if
        add 1 to sh-last-id
        add 1 to item-count
        move sh-last-id to si-item-id
        move run-date to si-first-failed
        move run-date to si-last-failed
        move 1 to si-fail-count
        move err-source to si-source
        move err-seq to si-seq
        move err-requestor to si-requestor
        move err-reason to si-reason
        move err-text to si-text
        move sus-item to st-item (item-count)
        move space to st-action (item-count)
        move spaces to st-value (item-count)
        move spaces to st-reason (item-count)
        add 1 to new-item-count
    end-if.

*> Writes the open items to the new copy primes.sun and the items
*> closed tonight to the history, then copies the new copy over
*> primes.sus, counting across so a copy cut short is caught and the
*> operator is pointed at the intact primes.sun
write-new-suspense.
    open output newsus-file.
    if not newsus-ok
        display "primes.sun could not be opened - primes.sus left as is"
        move 8 to return-code
        stop run
    end-if.
    open extend history-file.
    if history-file-missing
        open output history-file
    end-if.
    write newsus-line from sus-header.
    perform varying item-idx from 1 by 1
            until item-idx > item-count
        if st-action (item-idx) = space
            write newsus-line from st-item (item-idx)
            add 1 to write-count
        else
            perform write-history-record
        end-if
    end-perform.
    close newsus-file.
    close history-file.
    move write-count to open-count.
    open input newsus-file.
    open output sus-file.
    move spaces to eof.
    read newsus-file
        at end move "TRUE" to eof
    end-read.
    perform until eof = "TRUE"
        write sus-line from newsus-line
        add 1 to copy-count
        read newsus-file
            at end move "TRUE" to eof
        end-read
    end-perform.
    close newsus-file.
    close sus-file.
    if copy-count not = write-count + 1
        display "primes.sus rewrite incomplete - restore it from"
            " primes.sun"
        move 8 to return-code
        stop run
    end-if.

*> Writes each item corrected tonight to primes.rsb, the corrected
*> number under the requestor the bad record came in with. The file is
*> extended: corrections from an earlier run that the sort front-end
*> has not taken in yet must survive this one
write-resubmissions.
    if corrected-count > 0
        open extend rsb-file
        if rsb-file-missing
            open output rsb-file
        end-if
        if not rsb-ok
            *> The items are already closed to primes.suh with their
            *> corrected values, which is where they are picked up from
            display "primes.rsb could not be opened, status " rsb-status
            display "RESUBMIT FAILED - this run's CORRECTED items in"
                " primes.suh must be resubmitted by hand"
            move 8 to return-code
        else
            perform varying item-idx from 1 by 1
                    until item-idx > item-count
                if st-action (item-idx) = "C"
                    move st-item (item-idx) to sus-item
                    move spaces to rsb-number
                    move st-value (item-idx) to rsb-number
                    move si-requestor to rsb-requestor
                    write rsb-line from resubmit-rec
                end-if
            end-perform
            close rsb-file
        end-if
    end-if.

write-history-record.
    move st-item (item-idx) to hr-item.
    if st-action (item-idx) = "C"
        move "CORRECTED" to hr-closure
    else
        move "WRITTENOFF" to hr-closure
    end-if.
    move run-date to hr-closed-date.
    move st-value (item-idx) to hr-value.
    move st-reason (item-idx) to hr-reason.
    write history-line from history-rec.

*> The night's counts, then every open item aged from the date it first
*> failed into its requestor-and-reason cell
write-aging-report.
    move "rejects read:" to cnl-label.
    move reject-read-count to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "new items opened:" to cnl-label.
    move new-item-count to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "repeat failures:" to cnl-label.
    move repeat-count to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "items corrected:" to cnl-label.
    move corrected-count to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "items written off:" to cnl-label.
    move written-off-count to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "items still open:" to cnl-label.
    move open-count to cnl-count.
    write report-line from count-line after advancing 1 line.
    perform varying item-idx from 1 by 1
            until item-idx > item-count
        if st-action (item-idx) = space
            perform age-one-item
        end-if
    end-perform.
    write report-line from under-line after advancing 1 line.
    write report-line from aging-heading after advancing 1 line.
    write report-line from under-line after advancing 1 line.
    write report-line from aging-column-line after advancing 1 line.
    perform varying aging-idx from 1 by 1
            until aging-idx > aging-count
        move ag-key (aging-idx) to aging-key
        if ak-requestor = spaces
            move "(none)" to agl-requestor
        else
            move ak-requestor to agl-requestor
        end-if
        move ak-reason to agl-reason
        move ag-week (aging-idx) to agl-week
        move ag-month (aging-idx) to agl-month
        move ag-older (aging-idx) to agl-older
        compute aging-total-work = ag-week (aging-idx)
            + ag-month (aging-idx) + ag-older (aging-idx)
        move aging-total-work to agl-total
        write report-line from aging-line after advancing 1 line
        add ag-week (aging-idx) to sum-week
        add ag-month (aging-idx) to sum-month
        add ag-older (aging-idx) to sum-older
    end-perform.
    write report-line from under-line after advancing 1 line.
    move "TOTAL" to agl-requestor.
    move spaces to agl-reason.
    move sum-week to agl-week.
    move sum-month to agl-month.
    move sum-older to agl-older.
    compute aging-total-work = sum-week + sum-month + sum-older.
    move aging-total-work to agl-total.
    write report-line from aging-line after advancing 1 line.

*> Days open count the day the item first failed, so an item that
*> failed today is a day old and one that first failed seven days ago
*> is eight, in the 8-30 column; a first-failed date after the run date
*> counts as today. A first-failed date that is not a date at all is
*> aged as the oldest, where it will be chased
age-one-item.
    move st-item (item-idx) to sus-item.
    move si-requestor to ak-requestor.
    move si-reason to ak-reason.
    perform find-aging-cell.
    if si-first-failed is numeric
        and si-first-failed >= 16010101
        compute first-failed-integer =
            function integer-of-date (si-first-failed)
        if first-failed-integer > run-date-integer
            move 1 to item-age
        else
            compute item-age =
                run-date-integer - first-failed-integer + 1
        end-if
    else
        move 99999 to item-age
    end-if.
    evaluate true
        when item-age <= 7
            add 1 to ag-week (aging-idx)
        when item-age <= 30
            add 1 to ag-month (aging-idx)
        when other
            add 1 to ag-older (aging-idx)
    end-evaluate.

*> Finds the cell for aging-key, or opens one in key order. The last
*> cell is kept for *OTHER* once the table is full
find-aging-cell.
    perform varying aging-idx from 1 by 1
            until aging-idx > aging-count
            or ag-key (aging-idx) >= aging-key
        continue
    end-perform.
    if aging-idx > aging-count
        or ag-key (aging-idx) not = aging-key
        if aging-count < 99
            perform varying shift-idx from aging-count by -1
                    until shift-idx < aging-idx
                move aging-entry (shift-idx) to aging-entry (shift-idx + 1)
            end-perform
            add 1 to aging-count
            move aging-key to ag-key (aging-idx)
            move 0 to ag-week (aging-idx)
            move 0 to ag-month (aging-idx)
            move 0 to ag-older (aging-idx)
        else
            if aging-count = 99
                move 100 to aging-count
                move "*OTHER*" to ag-key (100)
                move 0 to ag-week (100)
                move 0 to ag-month (100)
                move 0 to ag-older (100)
            end-if
            move 100 to aging-idx
        end-if
    end-if.

*> The card deck has been applied and every card is echoed in the
*> report, so it is cleared: a card left in place would act again on
*> whatever item next took its number
clear-correction-deck.
    if card-count > 0
        open output cor-file
        close cor-file
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
end program primessus.
