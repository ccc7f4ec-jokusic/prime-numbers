*> Author: Jovana Kusic
*> Date: October 15th, 2026
*> File: primesrcp, inbound file receipt step ahead of primessrt.
*> Description: this program takes delivery of the primes*.dat files the
*> upstream systems send, before anything sorts or classifies them, and
*> decides whether each one is the file the sender meant to send. A file
*> may open with a header record (HDR, sender, business date, file
*> sequence number) and close with a trailer record (TRL, record count,
*> sum of the numbers); both are optional, and a file without them is
*> accepted as it always was. A file is rejected when its trailer does
*> not match its contents, when its sequence number repeats or skips the
*> last one accepted from that sender, or when its business date has
*> already been accepted from that sender - the resent-yesterday's-file
*> case. A file the same business day already accepted in an earlier run
*> - same sender, date, sequence, count and sum - is the same delivery
*> received again when the night is rerun from the top: it is staged
*> again and registered as a re-receipt, not rejected. The data records
*> of an accepted file, exactly as sent, go to the file's staging copy
*> (default: the file name plus ".rcv"), which is what primessrt's INPUT
*> cards name; a rejected file leaves an empty staging copy, so nothing
*> stale can be sorted in its place - except a repeat of a file this
*> business day already accepted, which leaves that day's staging copy
*> as it is. Every file, accepted or rejected, goes onto the cumulative
*> receipt register primes.rgr with its run id, sender, business date,
*> sequence, counts and outcome, and this run's files are listed on the
*> report primes.rcp. Options come from keyword cards in primesrcp.ctl:
*> FILE <file> (repeatable), STAGE <file> after a FILE card to name its
*> staging copy, and the same LAYOUT COLUMN / LAYOUT DELIMITED cards
*> primessrt takes, so the trailer sum is taken over the number field
*> wherever the sender puts it. The run ends with return code 4 when any
*> file was rejected.

identification division.
program-id. primesrcp.

*> File variables are initialized
environment division.
input-output section.
file-control.
select input-file assign dynamic input-file-name
    organization is line sequential
    file status file-status.
select stage-file assign dynamic stage-file-name
    organization is line sequential
    file status stage-status.
select ctl-file assign to "primesrcp.ctl"
    organization is line sequential
    file status ctl-status.
select register-file assign to "primes.rgr"
    organization is line sequential
    file status register-status.
select report-file assign to "primes.rcp"
    organization is line sequential
    file status report-status.
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
fd input-file.
    01 input-record pic x(80).
fd stage-file.
    01 stage-record pic x(80).
fd ctl-file.
    01 ctl-record pic x(80).
fd register-file.
    01 register-line pic x(168).
fd report-file.
    01 report-line pic x(132).
fd log-file.
    01 log-line pic x(132).
fd bdt-file.
    01 bdt-line pic x(80).
fd rerun-file.
    01 rerun-line pic x(80).

*> All variables to be used are initialized
working-storage section.
    01  file-status pic 99.
        88 file-ok value 0.
    01  stage-status pic 99.
        88 stage-ok value 0.
    01  ctl-status pic 99.
        88 ctl-ok value 0.
    01  register-status pic 99.
        88 register-ok value 0.
        88 register-file-missing value 35.
    01  report-status pic 99.
        88 report-ok value 0.
    01  log-status pic 99.
        88 log-ok value 0.
        88 log-file-missing value 35.
    77  eof pic x(4).
    77  register-eof pic x(4).
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
    77  input-file-name pic x(40).
    77  stage-file-name pic x(40).
    77  ctl-card pic x(80).
    77  ctl-keyword pic x(20).
    77  ctl-value pic x(60).
    77  ctl-error-count pic 9(4) usage is comp value 0.
    77  file-count pic 9(3) usage is comp value 0.
    77  file-idx pic 9(3) usage is comp.
    *> One entry per FILE card, with its staging copy and layout
    01  file-table.
        02 file-entry occurs 50 times.
            03 fil-name pic x(40).
            03 fil-stage pic x(40).
            03 lay-kind pic x(1).
            03 lay-start pic 9(2).
            03 lay-length pic 9(2).
            03 lay-field pic 9(2).
    77  cur-lay-kind pic x(1) value 'N'.
    77  cur-lay-start pic 9(2) usage is comp.
    77  cur-lay-length pic 9(2) usage is comp.
    77  cur-lay-field pic 9(2) usage is comp.
    77  lay-mode pic x(10).
    77  lay-p1-text pic x(20).
    77  lay-p2-text pic x(20).
    77  lay-extra-text pic x(20).
    77  lay-num-text pic x(20).
    77  lay-num-value pic 9(2).
    77  lay-num-valid pic x(1).
    77  ctl-digit-len pic 9(2) usage is comp.
    77  ctl-digit-pos pic 9(2) usage is comp.
    *> The record as the sender wrote it, and the record after it: the
    *> trailer can only be told from a data record by being the last
    01  raw-record pic x(80).
    01  next-record pic x(80).
    77  next-eof pic x(4).
    01  extract-work pic x(80).
    77  extract-ptr pic 9(2) usage is comp.
    77  uns-ptr pic 9(3) usage is comp.
    77  field-idx pic 9(2) usage is comp.
    *> The header: HDR, sender in 5-12, business date YYYYMMDD in 14-21,
    *> file sequence number in 23-28
    01  header-view.
        02 hdr-tag pic x(4).
        02 hdr-sender pic x(8).
        02 filler pic x(1).
        02 hdr-bus-date pic x(8).
        02 hdr-bus-date-n redefines hdr-bus-date pic 9(8).
        02 filler pic x(1).
        02 hdr-seq pic x(6).
        02 hdr-seq-n redefines hdr-seq pic 9(6).
        02 filler pic x(52).
    *> The trailer: TRL, record count in 5-13, sum of the numbers in
    *> 15-41, both zero-filled; the count is of data records only,
    *> header and trailer excluded
    01  trailer-view.
        02 trl-tag pic x(4).
        02 trl-count pic x(9).
        02 trl-count-n redefines trl-count pic 9(9).
        02 filler pic x(1).
        02 trl-sum pic x(27).
        02 trl-sum-n redefines trl-sum pic 9(27).
        02 filler pic x(39).
    77  has-header pic x(1).
    77  has-trailer pic x(1).
    77  data-count pic 9(9) usage is comp.
    77  data-sum pic 9(27).
    77  copy-count pic 9(9) usage is comp.
    77  reject-reason pic x(40).
    77  reject-message pic x(83).
    *> What the register already says about this sender: the highest
    *> sequence number accepted, and whether the business date has been
    *> accepted before
    77  sender-known pic x(1).
    77  last-seq pic 9(6).
    77  expected-seq pic 9(7).
    77  date-seen pic x(1).
    *> An ACCEPTED register entry from an earlier run of this business
    *> day for this delivery: 'Y' in re-receipt when it matches to the
    *> count and sum (the same file received again), 'Y' in
    *> accepted-today when it only shares the file, sender, date and
    *> sequence, so the staging copy that day accepted is kept
    77  re-receipt pic x(1).
        88 is-re-receipt value 'Y'.
    77  re-receipt-run pic 9(14).
    77  accepted-today pic x(1).
        88 was-accepted-today value 'Y'.
    77  rereceipt-count pic 9(9) usage is comp value 0.
    *> Cumulative receipt register, one record per file per run
    01  register-rec.
        02 rgr-run-id pic 9(14).
        02 filler pic x(1) value space.
        02 rgr-file pic x(40).
        02 filler pic x(1) value space.
        02 rgr-sender pic x(8).
        02 filler pic x(1) value space.
        02 rgr-bus-date pic 9(8).
        02 filler pic x(1) value space.
        02 rgr-seq pic 9(6).
        02 filler pic x(1) value space.
        02 rgr-records pic 9(9).
        02 filler pic x(1) value space.
        02 rgr-sum pic 9(27).
        02 filler pic x(1) value space.
        02 rgr-status pic x(8).
        02 filler pic x(1) value space.
        02 rgr-reason pic x(40).
    01  register-in pic x(168).
    01  filler redefines register-in.
        02 rgi-run-id pic 9(14).
        02 filler pic x(1).
        02 rgi-file pic x(40).
        02 filler pic x(1).
        02 rgi-sender pic x(8).
        02 filler pic x(1).
        02 rgi-bus-date pic 9(8).
        02 filler pic x(1).
        02 rgi-seq pic 9(6).
        02 filler pic x(1).
        02 rgi-records pic 9(9).
        02 filler pic x(1).
        02 rgi-sum pic 9(27).
        02 filler pic x(1).
        02 rgi-status pic x(8).
        02 filler pic x(1).
        02 rgi-reason pic x(40).
    *> Calendar-date check on one YYYYMMDD field
    01  date-check pic 9(8).
    01  filler redefines date-check.
        02 dc-year pic 9(4).
        02 dc-month pic 9(2).
        02 dc-day pic 9(2).
    77  date-valid pic x(1).
    77  leap-quot pic 9(4) usage is comp.
    77  leap-rem pic 9(4) usage is comp.
    77  month-last-day pic 9(2).
    01  month-days-text pic x(24) value "312831303130313130313031".
    01  month-days-table redefines month-days-text.
        02 month-days pic 9(2) occurs 12 times.
    77  v-len pic 9(2) usage is comp.
    77  v-pos pic 9(2) usage is comp.
    77  valid-flag pic x(1).
    *> The extracted (or native) view of a data record, as primessrt
    *> validates it
    01  in-card.
        02 in-n   pic z(17)9.
        02 in-text redefines in-n pic x(18).
        02 in-overflow pic x(62).
        02 filler redefines in-overflow.
            03 in-gap pic x(2).
            03 in-requestor pic x(8).
            03 filler pic x(52).
    77  in-value pic 9(18).
    77  accepted-count pic 9(9) usage is comp value 0.
    77  rejected-count pic 9(9) usage is comp value 0.
    77  note-text pic x(60).
    01  log-line-note.
        02 lgn-run-id pic 9(14).
        02 filler pic x(8) value " NOTE   ".
        02 lgn-text pic x(60).
    77  count-edit pic z(8)9.
    01  report-heading.
        02 filler pic x(6) value spaces.
        02 filler pic x(27) value 'inbound file receipt report'.
    01  under-line.
        05 filler pic x(32) value
           ' -------------------------------'.
    01  run-line.
        02 filler pic x(22) value 'run id:               '.
        02 rnl-run-id pic x(14).
    01  column-line.
        02 filler pic x(41) value ' file'.
        02 filler pic x(9) value 'sender'.
        02 filler pic x(9) value 'bus date'.
        02 filler pic x(7) value '   seq'.
        02 filler pic x(10) value '  records'.
        02 filler pic x(9) value ' outcome'.
        02 filler pic x(6) value 'reason'.
    01  receipt-line.
        02 filler pic x(1) value space.
        02 rcl-file pic x(40).
        02 rcl-sender pic x(8).
        02 filler pic x(1) value space.
        02 rcl-bus-date pic x(8).
        02 filler pic x(1) value space.
        02 rcl-seq pic x(6).
        02 filler pic x(1) value space.
        02 rcl-records pic z(8)9.
        02 filler pic x(1) value space.
        02 rcl-status pic x(8).
        02 filler pic x(1) value space.
        02 rcl-reason pic x(40).
    01  seq-edit pic 9(6).
    01  count-line.
        02 cnl-label pic x(22).
        02 cnl-count pic z(8)9.

*> Body of code logic begins
procedure division.
    display "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*".
    display "          PRIME INBOUND FILE RECEIPT"
    display "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*".

    accept run-time from time.
    perform establish-business-date.
    move business-date-text to note-text.
    perform write-log-note.

    perform read-control-cards.

    open output report-file.
    write report-line from report-heading after advancing 0 lines.
    write report-line from under-line after advancing 1 line.
    move run-id to rnl-run-id.
    write report-line from run-line after advancing 1 line.
    write report-line from under-line after advancing 1 line.
    write report-line from column-line after advancing 1 line.

    perform varying file-idx from 1 by 1
            until file-idx > file-count
        perform receive-one-file
    end-perform.

    write report-line from under-line after advancing 1 line.
    move "files accepted:" to cnl-label.
    move accepted-count to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "files rejected:" to cnl-label.
    move rejected-count to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "files re-received:" to cnl-label.
    move rereceipt-count to cnl-count.
    write report-line from count-line after advancing 1 line.
    close report-file.

    move spaces to note-text.
    move accepted-count to count-edit.
    string "receipt: accepted" delimited by size
           count-edit delimited by size
           into note-text
    end-string.
    move ", rejected" to note-text (27:10).
    move rejected-count to count-edit.
    move count-edit to note-text (37:9).
    perform write-log-note.

    if rejected-count > 0
        move rejected-count to count-edit
        display "COMPLETED WITH REJECTIONS: " count-edit
            " file(s) rejected - see primes.rcp"
        move 4 to return-code
    else
        display "COMPLETED: receipt report saved to primes.rcp"
    end-if.
    stop run.

*> Reads the keyword cards in primesrcp.ctl: FILE <file> (repeatable),
*> STAGE <file> and LAYOUT ... after the FILE card they describe.
*> Blank cards and cards starting with '*' are comments
read-control-cards.
    open input ctl-file.
    if not ctl-ok
        display "Control file primesrcp.ctl could not be opened"
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
    if file-count = 0
        display "CONTROL ERROR: at least one FILE card is required"
        add 1 to ctl-error-count
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
        when "FILE"
            perform add-received-file
        when "STAGE"
            if ctl-value = spaces or file-count = 0
                perform reject-control-card
            else
                move ctl-value to fil-stage (file-count)
            end-if
        when "LAYOUT"
            perform parse-layout-card
        when other
            perform reject-control-card
    end-evaluate.

reject-control-card.
    display "INVALID CONTROL CARD: " ctl-card.
    add 1 to ctl-error-count.

*> The staging copy defaults to the file's own name plus ".rcv"; a
*> name too long to take the suffix needs a STAGE card
add-received-file.
    if ctl-value = spaces or file-count >= 50
        perform reject-control-card
    else
        add 1 to file-count
        move ctl-value to fil-name (file-count)
        move spaces to fil-stage (file-count)
        string ctl-value delimited by space
               ".rcv" delimited by size
               into fil-stage (file-count)
               on overflow
                   move spaces to fil-stage (file-count)
        end-string
        move "N" to lay-kind (file-count)
        move 0 to lay-start (file-count)
        move 0 to lay-length (file-count)
        move 0 to lay-field (file-count)
    end-if.

*> A LAYOUT card re-describes the FILE card immediately before it,
*> with the same forms and limits primessrt honours: LAYOUT COLUMN
*> <start 1-80> <length 1-18>, or LAYOUT DELIMITED <field 1-20>
parse-layout-card.
    move spaces to lay-mode.
    move spaces to lay-p1-text.
    move spaces to lay-p2-text.
    move spaces to lay-extra-text.
    unstring ctl-card delimited by all spaces
        into ctl-keyword lay-mode lay-p1-text lay-p2-text
             lay-extra-text
    end-unstring.
    if file-count = 0
        perform reject-control-card
    else
        evaluate lay-mode
            when "COLUMN"
                perform parse-column-layout
            when "DELIMITED"
                perform parse-delimited-layout
            when other
                perform reject-control-card
        end-evaluate
    end-if.

parse-column-layout.
    move lay-p1-text to lay-num-text.
    perform parse-layout-number.
    if lay-num-valid = "Y"
        move lay-num-value to lay-start (file-count)
        move lay-p2-text to lay-num-text
        perform parse-layout-number
    end-if.
    if lay-num-valid not = "Y"
        or lay-extra-text not = spaces
        or lay-start (file-count) = 0
        or lay-start (file-count) > 80
        or lay-num-value = 0
        or lay-num-value > 18
        or lay-start (file-count) + lay-num-value - 1 > 80
        perform reject-control-card
    else
        move lay-num-value to lay-length (file-count)
        move "C" to lay-kind (file-count)
    end-if.

parse-delimited-layout.
    move lay-p1-text to lay-num-text.
    perform parse-layout-number.
    if lay-num-valid not = "Y"
        or lay-p2-text not = spaces
        or lay-extra-text not = spaces
        or lay-num-value = 0
        or lay-num-value > 20
        perform reject-control-card
    else
        move lay-num-value to lay-field (file-count)
        move "D" to lay-kind (file-count)
    end-if.

*> One layout operand: one or two digits, nothing else. Turns
*> lay-num-valid off on any failure
parse-layout-number.
    move "Y" to lay-num-valid.
    move 0 to ctl-digit-len.
    move 1 to ctl-digit-pos.
    perform until ctl-digit-pos > 2
            or lay-num-text (ctl-digit-pos:1) = space
        add 1 to ctl-digit-len
        add 1 to ctl-digit-pos
    end-perform.
    if ctl-digit-len = 0
        or (ctl-digit-len = 2 and lay-num-text (3:1) not = space)
        or lay-num-text (1:ctl-digit-len) is not numeric
        move "N" to lay-num-valid
        move 0 to lay-num-value
    else
        move lay-num-text (1:ctl-digit-len) to lay-num-value
    end-if.

*> Takes delivery of one file: a first pass proves it (structure,
*> trailer totals, sequence and business date against the register),
*> a second pass copies the data records of an accepted file to its
*> staging copy, and the outcome goes onto the register and the report
receive-one-file.
    move fil-name (file-idx) to input-file-name.
    move fil-stage (file-idx) to stage-file-name.
    move lay-kind (file-idx) to cur-lay-kind.
    move lay-start (file-idx) to cur-lay-start.
    move lay-length (file-idx) to cur-lay-length.
    move lay-field (file-idx) to cur-lay-field.
    move spaces to reject-reason.
    move "N" to has-header.
    move "N" to has-trailer.
    move spaces to header-view.
    move 0 to data-count.
    move 0 to data-sum.

    if stage-file-name = spaces
        move "NO STAGING NAME - USE A STAGE CARD" to reject-reason
    else
        open input input-file
        if not file-ok
            move "FILE NOT RECEIVED" to reject-reason
        else
            perform prove-received-file
            close input-file
        end-if
    end-if.
    move "N" to re-receipt.
    move "N" to accepted-today.
    if reject-reason = spaces and has-header = "Y"
        perform check-sender-history
    end-if.

    if stage-file-name not = spaces
        and (reject-reason = spaces or not was-accepted-today)
        open output stage-file
        if reject-reason = spaces
            perform copy-data-records
        end-if
        close stage-file
    end-if.

    if reject-reason = spaces
        add 1 to accepted-count
        move "ACCEPTED" to rgr-status
        if is-re-receipt
            add 1 to rereceipt-count
            display "File re-received: " input-file-name (1:30)
                " first accepted by run " re-receipt-run
            move spaces to note-text
            string "re-receipt of " delimited by size
                   input-file-name delimited by space
                   " from run " delimited by size
                   re-receipt-run delimited by size
                   into note-text
            end-string
            perform write-log-note
            *> The register and the report carry the remark in the
            *> reason column; the file stands accepted
            string "RE-RECEIPT, FIRST RUN " delimited by size
                   re-receipt-run delimited by size
                   into reject-reason
            end-string
        end-if
    else
        add 1 to rejected-count
        move "REJECTED" to rgr-status
        move spaces to reject-message
        string input-file-name delimited by space
               " - " delimited by size
               reject-reason delimited by size
               into reject-message
        end-string
        display "File rejected: " reject-message
    end-if.
    perform record-receipt.

*> First pass. A HDR record is only a header in the first position and
*> a TRL record only a trailer in the last; anywhere else either one
*> means the file was put together wrongly. Every other record is data:
*> it counts, and a clean number adds into the sum
prove-received-file.
    move spaces to next-eof.
    perform read-next-received.
    if next-eof not = "TRUE" and next-record (1:4) = "HDR "
        move "Y" to has-header
        move next-record to header-view
        perform check-header-fields
        perform read-next-received
    end-if.
    perform until next-eof = "TRUE" or reject-reason not = spaces
        move next-record to raw-record
        perform read-next-received
        evaluate true
            when raw-record (1:4) = "TRL " and next-eof = "TRUE"
                move "Y" to has-trailer
                move raw-record to trailer-view
            when raw-record (1:4) = "TRL "
                move "TRAILER IS NOT THE LAST RECORD" to reject-reason
            when raw-record (1:4) = "HDR "
                move "HEADER IS NOT THE FIRST RECORD" to reject-reason
            when other
                add 1 to data-count
                perform extract-number-field
                perform validate-input
                if valid-flag = "Y"
                    move in-text (1:v-len) to in-value
                    add in-value to data-sum
                end-if
        end-evaluate
    end-perform.
    if reject-reason = spaces and has-trailer = "Y"
        perform check-trailer-totals
    end-if.

read-next-received.
    read input-file into next-record
        at end move "TRUE" to next-eof
    end-read.

check-header-fields.
    move "Y" to date-valid.
    if hdr-bus-date is numeric
        move hdr-bus-date-n to date-check
        perform check-date-value
    else
        move "N" to date-valid
    end-if.
    evaluate true
        when hdr-sender = spaces
            move "HEADER HAS NO SENDER" to reject-reason
        when date-valid not = "Y"
            move "HEADER BUSINESS DATE NOT VALID" to reject-reason
        when hdr-seq is not numeric or hdr-seq-n = 0
            move "HEADER SEQUENCE NUMBER NOT VALID" to reject-reason
    end-evaluate.

check-trailer-totals.
    evaluate true
        when trl-count is not numeric or trl-sum is not numeric
            move "TRAILER TOTALS NOT NUMERIC" to reject-reason
        when trl-count-n not = data-count
            move "TRAILER RECORD COUNT MISMATCH" to reject-reason
        when trl-sum-n not = data-sum
            move "TRAILER SUM MISMATCH" to reject-reason
    end-evaluate.

*> Reads the register for the sender's earlier accepted files. The
*> next file must carry the next sequence number; a sender with no
*> accepted file yet may start anywhere. Files accepted earlier in
*> this run are already on the register, so two copies in one night
*> are caught the same way
check-sender-history.
    move "N" to sender-known.
    move 0 to last-seq.
    move "N" to date-seen.
    open input register-file.
    if register-ok
        move spaces to register-eof
        read register-file into register-in
            at end move "TRUE" to register-eof
        end-read
        perform until register-eof = "TRUE"
            if rgi-sender = hdr-sender and rgi-status = "ACCEPTED"
                perform check-same-day-receipt
                move "Y" to sender-known
                if rgi-seq > last-seq
                    move rgi-seq to last-seq
                end-if
                if rgi-bus-date = hdr-bus-date-n
                    move "Y" to date-seen
                end-if
            end-if
            read register-file into register-in
                at end move "TRUE" to register-eof
            end-read
        end-perform
        close register-file
    end-if.
    compute expected-seq = last-seq + 1.
    evaluate true
        when is-re-receipt
            continue
        when date-seen = "Y"
            move "BUSINESS DATE ALREADY ACCEPTED" to reject-reason
        when sender-known = "Y" and hdr-seq-n not > last-seq
            move "SEQUENCE NUMBER REPEATED" to reject-reason
        when sender-known = "Y" and hdr-seq-n > expected-seq
            move expected-seq to seq-edit
            string "SEQUENCE NUMBER SKIPPED, EXPECTED " delimited by size
                   seq-edit delimited by size
                   into reject-reason
            end-string
    end-evaluate.

*> An entry from an earlier run of this same business day (its run id
*> carries the day) for the same sender, date and sequence: with the
*> same count and sum it is this very delivery again. Entries this run
*> wrote are not counted, so two copies in one run are still caught
check-same-day-receipt.
    if rgi-run-id not = run-id
        and rgi-run-id (1:8) = run-date
        and rgi-bus-date = hdr-bus-date-n
        and rgi-seq = hdr-seq-n
        if rgi-records = data-count and rgi-sum = data-sum
            move "Y" to re-receipt
            move rgi-run-id to re-receipt-run
        end-if
        if rgi-file = input-file-name
            move "Y" to accepted-today
        end-if
    end-if.

*> Second pass over an accepted file: the data records go to the
*> staging copy exactly as sent, header and trailer left behind
copy-data-records.
    open input input-file.
    move spaces to next-eof.
    move 0 to copy-count.
    if has-header = "Y"
        perform read-next-received
    end-if.
    perform read-next-received.
    perform until next-eof = "TRUE" or copy-count = data-count
        write stage-record from next-record
        add 1 to copy-count
        perform read-next-received
    end-perform.
    close input-file.

*> One register record for the file, extended onto the cumulative
*> register straight away so a later file from the same sender in this
*> run sees it, plus the matching report line
record-receipt.
    move run-id to rgr-run-id.
    move input-file-name to rgr-file.
    if has-header = "Y"
        move hdr-sender to rgr-sender
        if hdr-bus-date is numeric
            move hdr-bus-date-n to rgr-bus-date
        else
            move 0 to rgr-bus-date
        end-if
        if hdr-seq is numeric
            move hdr-seq-n to rgr-seq
        else
            move 0 to rgr-seq
        end-if
    else
        move spaces to rgr-sender
        move 0 to rgr-bus-date
        move 0 to rgr-seq
    end-if.
    move data-count to rgr-records.
    move data-sum to rgr-sum.
    move reject-reason to rgr-reason.
    open extend register-file.
    if register-file-missing
        open output register-file
    end-if.
    if register-ok
        write register-line from register-rec
        close register-file
    else
        display "Receipt register primes.rgr could not be opened, status "
            register-status
        move 8 to return-code
        stop run
    end-if.

    move input-file-name to rcl-file.
    move rgr-sender to rcl-sender.
    if has-header = "Y"
        move hdr-bus-date to rcl-bus-date
        move hdr-seq to rcl-seq
    else
        move spaces to rcl-bus-date
        move spaces to rcl-seq
    end-if.
    move data-count to rcl-records.
    move rgr-status to rcl-status.
    move reject-reason to rcl-reason.
    write report-line from receipt-line after advancing 1 line.

*> Lifts the number field out of raw-record according to the file's
*> layout, leaving it left-justified in in-card
extract-number-field.
    evaluate cur-lay-kind
        when "C"
            perform extract-column-field
        when "D"
            perform extract-delimited-field
        when other
            move raw-record to in-card
    end-evaluate.

extract-column-field.
    move spaces to extract-work.
    move raw-record (cur-lay-start : cur-lay-length) to extract-work.
    perform left-justify-extract.

*> The n-th comma-separated field; a record with fewer fields than the
*> card names yields an empty extract, which adds nothing to the sum
extract-delimited-field.
    move 1 to uns-ptr.
    move spaces to extract-work.
    perform varying field-idx from 1 by 1
            until field-idx > cur-lay-field
        move spaces to extract-work
        if uns-ptr > 80
            continue
        else
            unstring raw-record delimited by ","
                into extract-work
                with pointer uns-ptr
            end-unstring
        end-if
    end-perform.
    perform left-justify-extract.

left-justify-extract.
    move 1 to extract-ptr.
    perform until extract-ptr = 80
            or extract-work (extract-ptr:1) not = space
        add 1 to extract-ptr
    end-perform.
    move extract-work (extract-ptr:) to in-card.

*> Same raw-text classification primessrt and primes2 apply: at most
*> 18 digits, nothing but digits, no sign. A record that is not a
*> clean number still counts as a record but adds nothing to the sum
validate-input.
    move 0 to v-len.
    move 1 to v-pos.
    perform until v-pos > 18 or in-text (v-pos:1) = space
        add 1 to v-len
        add 1 to v-pos
    end-perform.
    move "N" to valid-flag.
    if v-len = 18 and in-gap not = spaces
        continue
    else
        if v-len > 0 and in-text (1:v-len) is numeric
            move "Y" to valid-flag
        end-if
    end-if.

*> Sets date-valid for the YYYYMMDD value in date-check
check-date-value.
    move "Y" to date-valid.
    if date-check is not numeric
        move "N" to date-valid
    else
        if dc-year < 1601 or dc-month < 1 or dc-month > 12
            or dc-day < 1
            move "N" to date-valid
        else
            move month-days (dc-month) to month-last-day
            if dc-month = 2
                divide dc-year by 4 giving leap-quot
                    remainder leap-rem
                if leap-rem = 0
                    move 29 to month-last-day
                    divide dc-year by 100 giving leap-quot
                        remainder leap-rem
                    if leap-rem = 0
                        divide dc-year by 400 giving leap-quot
                            remainder leap-rem
                        if leap-rem not = 0
                            move 28 to month-last-day
                        end-if
                    end-if
                end-if
            end-if
            if dc-day > month-last-day
                move "N" to date-valid
            end-if
        end-if
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
end program primesrcp.
