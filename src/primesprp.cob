*> Author: Jovana Kusic
*> Date: October 15th, 2026
*> File: primesprp, number-properties classification of the latest run.
*> Description: this program goes past prime yes/no for the analysis
*> team, who used to build these figures by hand from primes.ext. It
*> reads the latest primes.rec and, for every number on it, works out:
*>   primes      Sophie Germain (2p+1 also prime), safe ((p-1)/2 also
*>               prime), emirp (the digits reversed make a different
*>               prime), palindromic, Mersenne (p is 2^k - 1)
*>   composites  perfect square, perfect cube, semiprime (exactly two
*>               prime factors), squarefree (no factor repeated),
*>               perfect or abundant (sum of proper divisors equal to,
*>               or more than, the number)
*> A composite's factor list is taken from primes.mst when the master
*> holds a complete one, and only worked out by the divisor walk
*> primes2 uses when it does not. Where a property needs another number
*> classified (2p+1, (p-1)/2, the reversal) the master is asked first
*> and the number is only tested by trial division when the master has
*> never seen it. A property that cannot be settled because the other
*> number would pass 18 digits is marked U, undetermined. One
*> fixed-field record per number goes to primes.prp, and the summary
*> primes.prs counts each property by requestor, with a total row and
*> how many answers came from the master. The master is only read; a
*> master that cannot be opened just means everything is computed.

identification division.
program-id. primesprp.

*> File variables are initialized
environment division.
input-output section.
file-control.
select struct-file assign to "primes.rec"
    organization is line sequential
    file status struct-status.
select master-file assign to "primes.mst"
    organization is indexed
    access is dynamic
    record key is master-number
    file status master-status.
select property-file assign to "primes.prp"
    organization is line sequential
    file status property-status.
select report-file assign to "primes.prs"
    organization is line sequential
    file status report-status.

*> File pointers are initialized
data division.
file section.
fd struct-file.
    01 struct-out pic x(31).
*> Same record as the master-file FD in primes2; the two must stay in
*> step or the keyed reads here will misread the stored results
fd master-file.
    01 master-rec.
        02 master-number pic 9(18).
        02 master-flag pic x(1).
        02 master-divisors pic 9(4).
        02 master-factors pic x(250).
        02 master-first-seen pic 9(8).
        02 master-last-used pic 9(8).
        02 master-hit-count pic 9(9).
fd property-file.
    01 property-line pic x(44).
fd report-file.
    01 report-line pic x(132).

*> All variables to be used are initialized
working-storage section.
    01  struct-status pic 99.
        88 struct-ok value 0.
    01  master-status pic 99.
        88 master-ok value 0.
    01  property-status pic 99.
        88 property-ok value 0.
    01  report-status pic 99.
        88 report-ok value 0.
    77  eof pic x(4).
    77  master-avail pic x(1) value 'N'.
        88 has-master value 'Y'.
    *> Incoming primes.rec record, same layout as struct-line in the
    *> writing programs
    01  struct-line.
        02 struct-number pic 9(18).
        02 struct-text redefines struct-number pic x(18).
        02 struct-flag pic x(1).
        02 struct-divisors pic 9(4).
        02 struct-requestor pic x(8).
    *> One properties record per number. Each property byte is Y or N,
    *> U when it could not be settled, and blank when it does not
    *> apply (a prime has no squareness, a composite no emirp). The
    *> factor-source byte says where a composite's factors came from:
    *> M the master, C computed here
    01  property-rec.
        02 prp-number pic 9(18).
        02 filler pic x(1) value space.
        02 prp-flag pic x(1).
        02 filler pic x(1) value space.
        02 prp-requestor pic x(8).
        02 filler pic x(1) value space.
        02 prp-prime-props.
            03 prp-sophie-germain pic x(1).
            03 prp-safe pic x(1).
            03 prp-emirp pic x(1).
            03 prp-palindromic pic x(1).
            03 prp-mersenne pic x(1).
        02 filler pic x(1) value space.
        02 prp-composite-props.
            03 prp-square pic x(1).
            03 prp-cube pic x(1).
            03 prp-semiprime pic x(1).
            03 prp-squarefree pic x(1).
            03 prp-perfect pic x(1).
            03 prp-abundant pic x(1).
        02 filler pic x(1) value space.
        02 prp-factor-source pic x(1).
    *> The same properties as one string of fourteen summary columns:
    *> every number, prime, the five prime properties, composite, the
    *> six composite properties - a 'Y' in a position counts it
    01  column-hits.
        02 hit-number pic x(1).
        02 hit-prime pic x(1).
        02 hit-prime-props pic x(5).
        02 hit-composite pic x(1).
        02 hit-composite-props pic x(6).
    77  col-idx pic 9(2) usage is comp.
    77  record-count pic 9(9) usage is comp value 0.
    77  requestor-count pic 9(3) usage is comp value 0.
    77  req-idx pic 9(3) usage is comp.
    01  requestor-table.
        02 requestor-entry occurs 50 times.
            03 rq-code pic x(8).
            03 rq-count pic 9(9) usage is comp occurs 14 times.
    01  total-counts.
        02 tot-count pic 9(9) usage is comp occurs 14 times.
    *> Where the answers came from
    77  factors-from-master pic 9(9) usage is comp value 0.
    77  factors-computed pic 9(9) usage is comp value 0.
    77  other-from-master pic 9(9) usage is comp value 0.
    77  other-computed pic 9(9) usage is comp value 0.
    77  undetermined-count pic 9(9) usage is comp value 0.
    *> The composite's prime factorization, one entry per distinct
    *> prime with its exponent, in ascending order
    77  distinct-count pic 9(2) usage is comp.
    77  total-factors pic 9(4) usage is comp.
    77  fct-idx pic 9(2) usage is comp.
    01  factor-table.
        02 factor-entry occurs 64 times.
            03 fct-prime pic 9(18).
            03 fct-exp pic 9(2) usage is comp.
    77  fct-rem pic 9(2) usage is comp.
    77  fct-quot pic 9(2) usage is comp.
    *> Sum of all divisors, for perfect and abundant; it can pass 18
    *> digits for the largest numbers, so it gets room to spare
    77  sigma pic 9(21).
    77  sigma-term pic 9(21).
    77  sigma-power pic 9(21).
    77  twice-number pic 9(21).
    77  exp-idx pic 9(2) usage is comp.
    77  sigma-state pic x(1).
    *> Reading the master's factor list, as primesver does
    77  fac-token pic x(20).
    77  fac-delim pic x(3).
    77  fac-ptr pic 9(3) usage is comp.
    77  fac-len pic 9(2) usage is comp.
    77  fac-pos pic 9(2) usage is comp.
    77  fac-value pic 9(18).
    77  fac-product pic 9(18).
    77  fac-state pic x(1).
        88 fac-complete value 'C'.
        88 fac-incomplete value 'I'.
        88 fac-malformed value 'M'.
        88 fac-overflowed value 'O'.
    77  fac-done pic x(1).
    *> The divisor walk from primes2, for a factor list worked out here
    77  work-num pic s9(18) usage is comp.
    77  remain pic s9(18) usage is comp.
    77  counter pic s9(18) usage is comp.
    *> Trial-division primality test for a number the master lacks
    77  test-num pic s9(18) usage is comp.
    77  trial-div pic s9(18) usage is comp.
    77  trial-quot pic s9(18) usage is comp.
    77  trial-rem pic s9(18) usage is comp.
    77  test-result pic x(1).
        88 tested-prime value 'Y'.
    *> Another number whose primality a property needs
    77  other-num pic 9(18).
    77  other-prime pic x(1).
    77  other-found pic x(1).
    77  reversed-num pic 9(18).
    77  digit-work pic 9(18).
    77  digit-val pic 9(1).
    77  power-work pic 9(18).
    77  power-rem pic 9(1).
    01  heading-line.
        02 filler pic x(6) value spaces.
        02 filler pic x(26) value 'number properties summary'.
    01  under-line.
        05 filler pic x(32) value
           ' -------------------------------'.
    01  column-line-1.
        02 filler pic x(9) value ' '.
        02 filler pic x(8) value '        '.
        02 filler pic x(8) value '        '.
        02 filler pic x(8) value '  sophie'.
        02 filler pic x(8) value '        '.
        02 filler pic x(8) value '        '.
        02 filler pic x(8) value '  palin-'.
        02 filler pic x(8) value '    mer-'.
        02 filler pic x(8) value '    com-'.
        02 filler pic x(8) value '        '.
        02 filler pic x(8) value '        '.
        02 filler pic x(8) value '   semi-'.
        02 filler pic x(8) value '  square'.
        02 filler pic x(8) value '        '.
        02 filler pic x(8) value '   abun-'.
    01  column-line-2.
        02 filler pic x(9) value ' requestr'.
        02 filler pic x(8) value ' numbers'.
        02 filler pic x(8) value '  primes'.
        02 filler pic x(8) value ' germain'.
        02 filler pic x(8) value '    safe'.
        02 filler pic x(8) value '   emirp'.
        02 filler pic x(8) value '  dromic'.
        02 filler pic x(8) value '   senne'.
        02 filler pic x(8) value '  posite'.
        02 filler pic x(8) value '  square'.
        02 filler pic x(8) value '    cube'.
        02 filler pic x(8) value '   prime'.
        02 filler pic x(8) value '    free'.
        02 filler pic x(8) value ' perfect'.
        02 filler pic x(8) value '    dant'.
    01  summary-line.
        02 filler pic x(1) value space.
        02 sml-code pic x(8).
        02 sml-cell occurs 14 times.
            03 sml-count pic z(7)9.
    01  count-line.
        02 cnl-label pic x(34).
        02 cnl-count pic z(8)9.
    01  master-absent-line.
        02 filler pic x(50) value
           ' master file not available - everything computed'.

*> Body of code logic begins
procedure division.
    display "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*".
    display "          PRIME NUMBER PROPERTIES"
    display "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*".

    open input struct-file.
    if not struct-ok
        display "primes.rec could not be opened"
        move 8 to return-code
        stop run
    end-if.
    open input master-file.
    if master-ok
        move "Y" to master-avail
    else
        display "Master file not available, status " master-status
            " - all properties will be computed"
    end-if.
    open output property-file.
    perform varying col-idx from 1 by 1 until col-idx > 14
        move 0 to tot-count (col-idx)
    end-perform.

    move spaces to eof.
    read struct-file into struct-line
        at end move "TRUE" to eof
    end-read.
    perform until eof = "TRUE"
        if struct-text is numeric
            and (struct-flag = "Y" or struct-flag = "N")
            perform classify-one-number
        end-if
        read struct-file into struct-line
            at end move "TRUE" to eof
        end-read
    end-perform.
    close struct-file.
    close property-file.
    if has-master
        close master-file
    end-if.

    perform write-summary-report.
    move record-count to cnl-count.
    display "Numbers classified: " cnl-count.
    display "COMPLETED: properties written to primes.prp, summary saved"
        " to primes.prs".
    stop run.

*> Works out every property that applies to one number, writes its
*> properties record, and counts it for its requestor
classify-one-number.
    add 1 to record-count.
    move spaces to property-rec.
    move struct-number to prp-number.
    move struct-flag to prp-flag.
    move struct-requestor to prp-requestor.
    move spaces to prp-factor-source.
    if struct-flag = "Y"
        perform classify-prime
    else
        perform classify-composite
    end-if.
    write property-line from property-rec.

    move "NNNNNNNNNNNNNN" to column-hits.
    move "Y" to hit-number.
    if struct-flag = "Y"
        move "Y" to hit-prime
        move prp-prime-props to hit-prime-props
    else
        move "Y" to hit-composite
        move prp-composite-props to hit-composite-props
    end-if.
    perform find-requestor-slot.
    perform varying col-idx from 1 by 1 until col-idx > 14
        if column-hits (col-idx:1) = "Y"
            add 1 to rq-count (req-idx, col-idx)
            add 1 to tot-count (col-idx)
        end-if
    end-perform.

*> The five prime properties. A prime p is Sophie Germain when 2p+1 is
*> prime and safe when (p-1)/2 is; both partners come from the master
*> when it has them. 2 has no (p-1)/2 partner, so it is never safe
classify-prime.
    if struct-number > 499999999999999999
        move "U" to prp-sophie-germain
        add 1 to undetermined-count
    else
        compute other-num = struct-number * 2 + 1
        perform classify-other-number
        move other-prime to prp-sophie-germain
    end-if.
    move "N" to prp-safe.
    if struct-number > 4
        compute other-num = (struct-number - 1) / 2
        perform classify-other-number
        move other-prime to prp-safe
    end-if.

    *> Palindromic reads the same reversed; an emirp reverses into a
    *> different prime
    move 0 to reversed-num.
    move struct-number to digit-work.
    perform until digit-work = 0
        divide digit-work by 10 giving digit-work remainder digit-val
        compute reversed-num = reversed-num * 10 + digit-val
    end-perform.
    if reversed-num = struct-number
        move "Y" to prp-palindromic
        move "N" to prp-emirp
    else
        move "N" to prp-palindromic
        if reversed-num < 2
            move "N" to prp-emirp
        else
            move reversed-num to other-num
            perform classify-other-number
            move other-prime to prp-emirp
        end-if
    end-if.

    *> A Mersenne prime is one less than a power of two: p+1 halves
    *> all the way down to 1
    move "N" to prp-mersenne.
    if struct-number > 2
        compute power-work = struct-number + 1
        move 0 to power-rem
        perform until power-work = 1 or power-rem not = 0
            divide power-work by 2 giving power-work
                remainder power-rem
        end-perform
        if power-work = 1 and power-rem = 0
            move "Y" to prp-mersenne
        end-if
    end-if.

*> The six composite properties, all read off the factorization: the
*> exponents say square, cube, squarefree; the factor count says
*> semiprime; the divisor sum says perfect or abundant
classify-composite.
    perform get-factorization.
    move "Y" to prp-square.
    move "Y" to prp-cube.
    move "Y" to prp-squarefree.
    perform varying fct-idx from 1 by 1 until fct-idx > distinct-count
        divide fct-exp (fct-idx) by 2 giving fct-quot remainder fct-rem
        if fct-rem not = 0
            move "N" to prp-square
        end-if
        divide fct-exp (fct-idx) by 3 giving fct-quot remainder fct-rem
        if fct-rem not = 0
            move "N" to prp-cube
        end-if
        if fct-exp (fct-idx) > 1
            move "N" to prp-squarefree
        end-if
    end-perform.
    if total-factors = 2
        move "Y" to prp-semiprime
    else
        move "N" to prp-semiprime
    end-if.

    perform compute-divisor-sum.
    if sigma-state = "O"
        move "U" to prp-perfect
        move "U" to prp-abundant
        add 1 to undetermined-count
    else
        compute twice-number = struct-number * 2
        move "N" to prp-perfect
        move "N" to prp-abundant
        if sigma = twice-number
            move "Y" to prp-perfect
        end-if
        if sigma > twice-number
            move "Y" to prp-abundant
        end-if
    end-if.

*> The master's factor list when it holds a complete one that really
*> multiplies back to the number; otherwise the divisor walk
get-factorization.
    move 0 to distinct-count.
    move 0 to total-factors.
    move "I" to fac-state.
    if has-master
        move struct-number to master-number
        read master-file
            invalid key continue
            not invalid key
                if master-flag = "N"
                    perform parse-factor-list
                end-if
        end-read
        if fac-complete and fac-product not = struct-number
            move "M" to fac-state
        end-if
    end-if.
    if fac-complete
        move "M" to prp-factor-source
        add 1 to factors-from-master
    else
        move 0 to distinct-count
        move 0 to total-factors
        perform factor-by-division
        move "C" to prp-factor-source
        add 1 to factors-computed
    end-if.

*> Walks "a x b x c)" one factor at a time, as primesver does, feeding
*> each factor into the factor table. The sieve-mode and master-load
*> markers and an overflowed list are incomplete - worked out instead
parse-factor-list.
    move 1 to fac-product.
    if master-factors = "factors omitted - sieve mode)"
        or master-factors = "factors omitted - master load)"
        or master-factors (247:4) = "...)"
        or master-factors = spaces
        move "I" to fac-state
    else
        move "C" to fac-state
        move 1 to fac-ptr
        move "N" to fac-done
        perform until fac-done = "Y"
            move spaces to fac-token
            move spaces to fac-delim
            unstring master-factors delimited by " x " or ")"
                into fac-token delimiter in fac-delim
                with pointer fac-ptr
            end-unstring
            perform take-one-factor
            if fac-delim = ")" or not fac-complete
                move "Y" to fac-done
            else
                if fac-ptr > 250 or fac-delim = spaces
                    move "M" to fac-state
                    move "Y" to fac-done
                end-if
            end-if
        end-perform
        if fac-complete and total-factors < 2
            move "M" to fac-state
        end-if
    end-if.

take-one-factor.
    move 0 to fac-len.
    move 1 to fac-pos.
    perform until fac-pos > 20 or fac-token (fac-pos:1) = space
        add 1 to fac-len
        add 1 to fac-pos
    end-perform.
    if fac-len = 0 or fac-len > 18
        or fac-token (1:fac-len) is not numeric
        move "M" to fac-state
    else
        move fac-token (1:fac-len) to fac-value
        if fac-value < 2
            move "M" to fac-state
        else
            compute fac-product = fac-product * fac-value
                on size error move "O" to fac-state
            end-compute
            perform add-prime-factor
        end-if
    end-if.

*> The divisor walk from primes2, dividing out every hit so the full
*> factorization is kept; anything left past the square root is itself
*> prime
factor-by-division.
    move struct-number to work-num.
    move 2 to remain.
    perform until remain * remain > work-num
        divide remain into work-num giving counter
        multiply remain by counter
        if counter is not equal to work-num
            add 1 to remain
        else
            move remain to fac-value
            perform add-prime-factor
            divide work-num by remain giving work-num
        end-if
    end-perform.
    if work-num > 1
        move work-num to fac-value
        perform add-prime-factor
    end-if.

*> Factors arrive in ascending order, so a repeat is always the last
*> prime entered
add-prime-factor.
    add 1 to total-factors.
    if distinct-count > 0
        and fct-prime (distinct-count) = fac-value
        add 1 to fct-exp (distinct-count)
    else
        if distinct-count < 64
            add 1 to distinct-count
            move fac-value to fct-prime (distinct-count)
            move 1 to fct-exp (distinct-count)
        end-if
    end-if.

*> sigma(n) is the product over the prime powers of 1 + p + ... + p^e
compute-divisor-sum.
    move "C" to sigma-state.
    move 1 to sigma.
    perform varying fct-idx from 1 by 1 until fct-idx > distinct-count
        move 1 to sigma-term
        move 1 to sigma-power
        perform varying exp-idx from 1 by 1
                until exp-idx > fct-exp (fct-idx)
            compute sigma-power = sigma-power * fct-prime (fct-idx)
                on size error move "O" to sigma-state
            end-compute
            add sigma-power to sigma-term
                on size error move "O" to sigma-state
            end-add
        end-perform
        compute sigma = sigma * sigma-term
            on size error move "O" to sigma-state
        end-compute
    end-perform.

*> Settles whether other-num is prime: the master's verdict when it
*> holds the number, trial division when it does not
classify-other-number.
    move "N" to other-prime.
    move "N" to other-found.
    if has-master
        move other-num to master-number
        read master-file
            invalid key continue
            not invalid key move "Y" to other-found
        end-read
    end-if.
    if other-found = "Y"
        move master-flag to other-prime
        add 1 to other-from-master
    else
        move other-num to test-num
        perform test-primality
        move test-result to other-prime
        add 1 to other-computed
    end-if.

*> Trial division by 2, 3, then 6k-1 and 6k+1 up to the square root
test-primality.
    move "Y" to test-result.
    evaluate true
        when test-num < 2
            move "N" to test-result
        when test-num < 4
            continue
        when other
            move 2 to trial-div
            perform try-divisor
            if tested-prime
                move 3 to trial-div
                perform try-divisor
            end-if
            if tested-prime
                move 5 to trial-div
                perform until not tested-prime
                        or trial-div * trial-div > test-num
                    perform try-divisor
                    if tested-prime
                        add 2 to trial-div
                        perform try-divisor
                        if tested-prime
                            add 4 to trial-div
                        end-if
                    end-if
                end-perform
            end-if
    end-evaluate.

try-divisor.
    if trial-div < test-num
        divide test-num by trial-div
            giving trial-quot remainder trial-rem
        if trial-rem = 0
            move "N" to test-result
        end-if
    end-if.

find-requestor-slot.
    perform varying req-idx from 1 by 1
            until req-idx > requestor-count
            or rq-code (req-idx) = struct-requestor
        continue
    end-perform.
    if req-idx > requestor-count
        if requestor-count < 50
            add 1 to requestor-count
            move struct-requestor to rq-code (requestor-count)
            perform varying col-idx from 1 by 1 until col-idx > 14
                move 0 to rq-count (requestor-count, col-idx)
            end-perform
            move requestor-count to req-idx
        else
            *> More distinct requestors than the table holds would
            *> silently misfile the counts; fail loudly instead
            display "MORE THAN 50 DISTINCT REQUESTORS IN primes.rec"
            move 8 to return-code
            stop run
        end-if
    end-if.

write-summary-report.
    open output report-file.
    write report-line from heading-line after advancing 0 lines.
    write report-line from under-line after advancing 1 line.
    if not has-master
        write report-line from master-absent-line after advancing 1 line
    end-if.
    write report-line from column-line-1 after advancing 1 line.
    write report-line from column-line-2 after advancing 1 line.
    perform varying req-idx from 1 by 1
            until req-idx > requestor-count
        if rq-code (req-idx) = spaces
            move "(none)" to sml-code
        else
            move rq-code (req-idx) to sml-code
        end-if
        perform varying col-idx from 1 by 1 until col-idx > 14
            move rq-count (req-idx, col-idx) to sml-count (col-idx)
        end-perform
        write report-line from summary-line after advancing 1 line
    end-perform.
    write report-line from under-line after advancing 1 line.
    move "TOTAL" to sml-code.
    perform varying col-idx from 1 by 1 until col-idx > 14
        move tot-count (col-idx) to sml-count (col-idx)
    end-perform.
    write report-line from summary-line after advancing 1 line.
    write report-line from under-line after advancing 1 line.
    move "factor lists from the master:" to cnl-label.
    move factors-from-master to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "factor lists computed:" to cnl-label.
    move factors-computed to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "partner numbers from the master:" to cnl-label.
    move other-from-master to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "partner numbers computed:" to cnl-label.
    move other-computed to cnl-count.
    write report-line from count-line after advancing 1 line.
    move "properties left undetermined:" to cnl-label.
    move undetermined-count to cnl-count.
    write report-line from count-line after advancing 1 line.
    close report-file.
end program primesprp.
