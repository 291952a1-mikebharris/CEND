identification division.
program-id. EBAMSJRNL.

environment division.
    input-output section.
    file-control.
        select dues-ledger assign to "DUESLEDG"
            organization line sequential
            file status dues-file-status.

        select member-master assign to "MEMBERMS"
            organization indexed
            access mode dynamic
            record key mm-member-number
            alternate record key mm-email
            file status member-file-status.

        select tariff-file assign to "TARIFF"
            organization line sequential
            file status tariff-file-status.

        select control-file assign to "JRNLCTL"
            organization line sequential
            file status control-file-status.

        select journal-file assign to "JRNLOUT"
            organization line sequential
            file status journal-file-status.

        select reconciliation-file assign to "JRNLRECN"
            organization line sequential
            file status reconciliation-file-status.

data division.
    file section.
    fd  dues-ledger.
        copy DuesRecord.

    fd  member-master.
        copy MemberRecord.

    fd  tariff-file.
        copy TariffRecord.

    fd  control-file.
        copy JournalControl.

    fd  journal-file.
        01 journal-record pic x(95).

    fd  reconciliation-file.
        01 reconciliation-record pic x(132).

    working-storage section.
        01 dues-file-status pic x(02) value spaces.
            88 dues-file-ok value "00".

        01 member-file-status pic x(02) value spaces.
            88 member-file-ok value "00".

        01 tariff-file-status pic x(02) value spaces.
            88 tariff-file-ok value "00".

        01 control-file-status pic x(02) value spaces.
            88 control-file-ok value "00".

        01 journal-file-status pic x(02) value spaces.
            88 journal-file-ok value "00".

        01 reconciliation-file-status pic x(02) value spaces.
            88 reconciliation-file-ok value "00".

        01 from-period-text pic x(06) value spaces.
        01 to-period-text pic x(06) value spaces.
        01 from-period pic 9(06) value zero.
        01 to-period pic 9(06) value zero.
        01 today-date pic 9(08) value zero.

        01 period-work.
            05 period-work-year pic 9(04).
            05 period-work-month pic 9(02).
        01 period-work-number redefines period-work pic 9(06).
        01 period-first-day pic 9(08) value zero.

        01 journal-failed-switch pic x(01) value "N".
            88 journal-failed value "Y".

        01 end-of-file-switch pic x(01) value "N".
            88 end-of-file value "Y".

        01 member-file-present-switch pic x(01) value "N".
            88 member-file-present value "Y".

        01 entry-life-switch pic x(01) value "N".
            88 entry-is-life value "Y".

        01 code-found-switch pic x(01) value "N".
            88 code-found value "Y".

        01 rate-found-switch pic x(01) value "N".
            88 rate-found value "Y".

        01 control-limit pic 9(03) value 50.
        01 control-count pic 9(03) value zero.
        01 control-index pic 9(03) value zero.
        01 control-table.
            05 control-entry occurs 50 times.
                10 ct-account-role pic x(04).
                10 ct-grade pic x(01).
                10 ct-nominal-code pic x(10).

        01 tariff-limit pic 9(03) value 100.
        01 tariff-count pic 9(03) value zero.
        01 tariff-index pic 9(03) value zero.
        01 tariff-table.
            05 tariff-entry occurs 100 times.
                10 tt-grade pic x(01).
                10 tt-effective-date pic 9(08).
                10 tt-annual-rate pic 9(06)v99.
        01 tariff-best-effective pic 9(08) value zero.
        01 tariff-rate pic 9(06)v99 value zero.
        01 payment-years pic 9(02) value zero.

        01 lookup-role pic x(04) value spaces.
        01 lookup-grade pic x(01) value space.
        01 lookup-nominal-code pic x(10) value spaces.

        01 period-limit pic 9(03) value 60.
        01 period-count pic 9(03) value zero.
        01 period-index pic 9(03) value zero.
        01 period-table.
            05 period-entry occurs 60 times.
                10 pr-period pic 9(06).
                10 pr-start-integer pic 9(08).
                10 pr-end-integer pic 9(08).
                10 pr-end-date pic 9(08).
                10 pr-grade-stat occurs 4 times.
                    15 pr-deferred-bf pic s9(10)v99.
                    15 pr-received pic s9(10)v99.
                    15 pr-recognised pic s9(10)v99.
                    15 pr-deferred-cf pic s9(10)v99.
                    15 pr-life-received pic s9(10)v99.
                    15 pr-dues-cash pic s9(10)v99.

        01 grade-index pic 9(01) value zero.
        01 grade-letter-table.
            05 filler pic x(04) value "IFL?".
        01 grade-letters redefines grade-letter-table.
            05 grade-letter pic x(01) occurs 4 times.
        01 grade-name-table.
            05 filler pic x(14) value "Individual".
            05 filler pic x(14) value "Family".
            05 filler pic x(14) value "Life".
            05 filler pic x(14) value "Unknown grade".
        01 grade-names redefines grade-name-table.
            05 grade-name pic x(14) occurs 4 times.

        01 entry-grade pic x(01) value space.
        01 entry-period pic 9(06) value zero.
        01 entry-amount pic s9(08)v99 value zero.
        01 entry-start-date pic 9(08) value zero.
        01 entry-end-date pic 9(08) value zero.
        01 entry-cash-integer pic 9(08) value zero.
        01 entry-start-integer pic 9(08) value zero.
        01 entry-end-integer pic 9(08) value zero.
        01 entry-window-days pic 9(08) value zero.
        01 opening-integer pic 9(08) value zero.

        01 cumulative-date-integer pic 9(08) value zero.
        01 cumulative-days pic s9(08) value zero.
        01 cumulative-amount pic s9(08)v99 value zero.
        01 prior-cumulative-amount pic s9(08)v99 value zero.
        01 prior-end-integer pic 9(08) value zero.

        01 ledger-entry-count pic 9(08) value zero.
        01 journalled-entry-count pic 9(08) value zero.
        01 later-entry-count pic 9(08) value zero.
        01 unusable-entry-count pic 9(08) value zero.

        01 post-description pic x(40) value spaces.
        01 post-amount pic s9(10)v99 value zero.
        01 post-side pic x(01) value space.
            88 post-debit value "D".
            88 post-credit value "C".
        01 grade-description pic x(30) value spaces.

        01 journal-header.
            05 jh-record-type pic x(01) value "H".
            05 jh-run-date pic 9(08) value zero.
            05 jh-from-period pic 9(06) value zero.
            05 jh-to-period pic 9(06) value zero.

        01 journal-detail.
            05 jd-record-type pic x(01) value "D".
            05 jd-journal-date pic 9(08) value zero.
            05 jd-reference pic x(12) value spaces.
            05 jd-nominal-code pic x(10) value spaces.
            05 jd-description pic x(40) value spaces.
            05 jd-debit-amount pic 9(10)v99 value zero.
            05 jd-credit-amount pic 9(10)v99 value zero.

        01 journal-trailer.
            05 jt-record-type pic x(01) value "T".
            05 jt-line-count pic 9(08) value zero.
            05 jt-debit-total pic 9(12)v99 value zero.
            05 jt-credit-total pic 9(12)v99 value zero.

        01 period-bank-total pic s9(10)v99 value zero.
        01 period-dues-total pic s9(10)v99 value zero.
        01 period-roll-difference pic s9(10)v99 value zero.
        01 range-bank-total pic s9(12)v99 value zero.
        01 range-dues-total pic s9(12)v99 value zero.
        01 recon-break-count pic 9(05) value zero.

        01 total-line-stat.
            05 tl-deferred-bf pic s9(10)v99.
            05 tl-received pic s9(10)v99.
            05 tl-recognised pic s9(10)v99.
            05 tl-deferred-cf pic s9(10)v99.
            05 tl-life-received pic s9(10)v99.
            05 tl-dues-cash pic s9(10)v99.

        01 recon-line pic x(132) value spaces.
        01 recon-detail-line.
            05 rl-label pic x(14).
            05 rl-deferred-bf pic -(9)9.99.
            05 filler pic x(02) value spaces.
            05 rl-received pic -(9)9.99.
            05 filler pic x(02) value spaces.
            05 rl-recognised pic -(9)9.99.
            05 filler pic x(02) value spaces.
            05 rl-deferred-cf pic -(9)9.99.
            05 filler pic x(02) value spaces.
            05 rl-life-received pic -(9)9.99.
            05 filler pic x(02) value spaces.
            05 rl-dues-cash pic -(9)9.99.

        01 display-amount pic -(11)9.99 value zero.
        01 display-other pic -(11)9.99 value zero.
        01 agreement-text pic x(14) value spaces.

        01 runlog-program-id pic x(10) value "EBAMSJRNL".
        01 runlog-record-type pic x(01) value space.
        01 runlog-record-count pic 9(08) value zero.
        01 runlog-return-code pic 9(04) value zero.

procedure division.
    perform write-run-start
    perform initialize-journal-run
    if not journal-failed
        perform load-nominal-codes
    end-if
    if not journal-failed
        perform load-tariff-rates
        perform build-period-table
        perform spread-dues-ledger
        perform write-journal-file
        perform write-reconciliation-page
        perform finalize-journal-run
    end-if
    perform write-run-end
    stop run
.

write-run-start.
    move "S" to runlog-record-type
    move zero to runlog-record-count
    move zero to runlog-return-code
    call "RUNLOGWRITE" using runlog-program-id runlog-record-type
        runlog-record-count runlog-return-code
.

write-run-end.
    move "E" to runlog-record-type
    move jt-line-count to runlog-record-count
    move return-code to runlog-return-code
    call "RUNLOGWRITE" using runlog-program-id runlog-record-type
        runlog-record-count runlog-return-code
    move runlog-return-code to return-code
.

initialize-journal-run.
    accept from-period-text from argument-value
    accept to-period-text from argument-value
    move function current-date(1:8) to today-date

    if from-period-text = spaces
        move today-date(1:6) to period-work-number
        perform step-back-one-period
        move period-work-number to from-period
    else
        if from-period-text is numeric
            move from-period-text to from-period
        else
            set journal-failed to true
        end-if
    end-if

    if to-period-text = spaces
        move from-period to to-period
    else
        if to-period-text is numeric
            move to-period-text to to-period
        else
            set journal-failed to true
        end-if
    end-if

    if not journal-failed
        move from-period to period-work-number
        if period-work-month < 1 or period-work-month > 12
                or period-work-year < 1601
            set journal-failed to true
        end-if
        move to-period to period-work-number
        if period-work-month < 1 or period-work-month > 12
                or period-work-year < 1601
            set journal-failed to true
        end-if
    end-if

    if journal-failed
        display "Usage: EBAMSJRNL [from-period] [to-period]"
            " (periods as YYYYMM)"
    else
        if to-period < from-period
            display "Period " to-period " is before period " from-period
            set journal-failed to true
        end-if
        if to-period >= today-date(1:6)
            display "Period " to-period " has not yet closed"
            set journal-failed to true
        end-if
    end-if

    if not journal-failed
        open input dues-ledger
        if not dues-file-ok
            display "No dues ledger found - nothing to journal"
            set journal-failed to true
        end-if
    end-if

    if journal-failed
        move 1 to return-code
    else
        open input member-master
        if member-file-ok
            set member-file-present to true
        else
            display "No member file found - grades journalled as unknown"
        end-if
        display "EBAMS NOMINAL LEDGER JOURNAL FOR PERIODS " from-period
            " TO " to-period " AS AT " today-date
    end-if
.

step-back-one-period.
    if period-work-month = 1
        move 12 to period-work-month
        subtract 1 from period-work-year
    else
        subtract 1 from period-work-month
    end-if
.

step-forward-one-period.
    if period-work-month = 12
        move 1 to period-work-month
        add 1 to period-work-year
    else
        add 1 to period-work-month
    end-if
.

load-nominal-codes.
    open input control-file
    if not control-file-ok
        display "No nominal code control file JRNLCTL found"
        set journal-failed to true
    else
        move "N" to end-of-file-switch
        perform read-next-control-record
        perform absorb-control-record until end-of-file
        close control-file
    end-if

    if not journal-failed
        move "BANK" to lookup-role
        move space to lookup-grade
        perform check-nominal-code
        move "LIFE" to lookup-role
        perform check-nominal-code
        perform check-grade-nominal-codes
            varying grade-index from 1 by 1
            until grade-index > 4
    end-if

    if journal-failed
        close dues-ledger
        if member-file-present
            close member-master
        end-if
        move 1 to return-code
    end-if
.

read-next-control-record.
    read control-file
        at end set end-of-file to true
    end-read
.

absorb-control-record.
    if jc-account-role not = spaces and jc-nominal-code not = spaces
        if control-count < control-limit
            add 1 to control-count
            move jc-account-role to ct-account-role(control-count)
            move jc-grade to ct-grade(control-count)
            move jc-nominal-code to ct-nominal-code(control-count)
        else
            display "Nominal code table full - JRNLCTL has too many lines"
            set journal-failed to true
        end-if
    end-if
    perform read-next-control-record
.

check-grade-nominal-codes.
    move grade-letter(grade-index) to lookup-grade
    move "DEFR" to lookup-role
    perform check-nominal-code
    move "INCM" to lookup-role
    perform check-nominal-code
.

check-nominal-code.
    perform find-nominal-code
    if not code-found
        display "No nominal code in JRNLCTL for " lookup-role
            " grade " lookup-grade
        set journal-failed to true
    end-if
.

find-nominal-code.
    move "N" to code-found-switch
    move spaces to lookup-nominal-code
    perform test-control-entry
        varying control-index from 1 by 1
        until control-index > control-count or code-found
    if not code-found and lookup-grade not = space
        perform test-default-control-entry
            varying control-index from 1 by 1
            until control-index > control-count or code-found
    end-if
.

test-control-entry.
    if ct-account-role(control-index) = lookup-role
            and ct-grade(control-index) = lookup-grade
        move ct-nominal-code(control-index) to lookup-nominal-code
        set code-found to true
    end-if
.

test-default-control-entry.
    if ct-account-role(control-index) = lookup-role
            and ct-grade(control-index) = space
        move ct-nominal-code(control-index) to lookup-nominal-code
        set code-found to true
    end-if
.

load-tariff-rates.
    open input tariff-file
    if tariff-file-ok
        move "N" to end-of-file-switch
        perform read-next-tariff-record
        perform absorb-tariff-record until end-of-file
        close tariff-file
    else
        display "No tariff file found - older payments spread over one year"
    end-if
.

read-next-tariff-record.
    read tariff-file
        at end set end-of-file to true
    end-read
.

absorb-tariff-record.
    if tariff-count < tariff-limit
        add 1 to tariff-count
        move tf-grade to tt-grade(tariff-count)
        move tf-effective-date to tt-effective-date(tariff-count)
        move tf-annual-rate to tt-annual-rate(tariff-count)
    end-if
    perform read-next-tariff-record
.

build-period-table.
    initialize period-table
    move from-period to period-work-number
    perform add-period-entry
        until period-work-number > to-period or period-count = period-limit
    if period-work-number <= to-period
        display "More than " period-limit " periods requested - journal"
            " stops at period " pr-period(period-count)
        move pr-period(period-count) to to-period
        move 1 to return-code
    end-if
    compute opening-integer = pr-start-integer(1) - 1
    move from-period to jh-from-period
    move to-period to jh-to-period
.

add-period-entry.
    add 1 to period-count
    move period-work-number to pr-period(period-count)
    compute period-first-day = period-work-number * 100 + 1
    move function integer-of-date(period-first-day)
        to pr-start-integer(period-count)
    perform step-forward-one-period
    compute period-first-day = period-work-number * 100 + 1
    compute pr-end-integer(period-count) =
        function integer-of-date(period-first-day) - 1
    move function date-of-integer(pr-end-integer(period-count))
        to pr-end-date(period-count)
.

spread-dues-ledger.
    move "N" to end-of-file-switch
    perform read-next-dues-entry
    perform spread-dues-entry until end-of-file
    close dues-ledger
    if member-file-present
        close member-master
    end-if
.

read-next-dues-entry.
    read dues-ledger
        at end set end-of-file to true
    end-read
.

spread-dues-entry.
    add 1 to ledger-entry-count
    move dl-payment-date(1:6) to entry-period
    perform look-up-member-grade
    perform find-grade-index
    if dl-reversal-entry
        compute entry-amount = zero - dl-amount
    else
        move dl-amount to entry-amount
    end-if
    perform note-dues-report-cash
        varying period-index from 1 by 1
        until period-index > period-count

    if dl-payment-date is not numeric or dl-payment-date < 16010101
        add 1 to unusable-entry-count
        display "Ledger entry for member " dl-member-number
            " has no usable payment date - not journalled"
    else
        move function integer-of-date(dl-payment-date)
            to entry-cash-integer
        if entry-cash-integer > pr-end-integer(period-count)
            add 1 to later-entry-count
        else
            add 1 to journalled-entry-count
            perform set-entry-window
            if entry-is-life
                perform note-life-receipt
                    varying period-index from 1 by 1
                    until period-index > period-count
            else
                perform spread-entry-over-periods
            end-if
        end-if
    end-if
    perform read-next-dues-entry
.

look-up-member-grade.
    move "?" to entry-grade
    if member-file-present
        move dl-member-number to mm-member-number
        read member-master
            invalid key continue
            not invalid key move mm-grade to entry-grade
        end-read
    end-if
.

find-grade-index.
    evaluate entry-grade
        when "I" move 1 to grade-index
        when "F" move 2 to grade-index
        when "L" move 3 to grade-index
        when other move 4 to grade-index
    end-evaluate
.

note-dues-report-cash.
    if pr-period(period-index) = entry-period
        add entry-amount to pr-dues-cash(period-index grade-index)
    end-if
.

set-entry-window.
    move "N" to entry-life-switch
    move zero to entry-start-date
    move zero to entry-end-date
    if dl-reversal-entry
        move dl-prior-paid-to-date to entry-end-date
        move dl-paid-to-date to entry-start-date
        if dl-reversed-payment-date is numeric
                and dl-reversed-payment-date > entry-start-date
            move dl-reversed-payment-date to entry-start-date
        end-if
    else
        move dl-paid-to-date to entry-end-date
        if dl-prior-paid-to-date is numeric
            move dl-prior-paid-to-date to entry-start-date
        else
            perform derive-legacy-start-date
        end-if
        if entry-start-date < dl-payment-date
            move dl-payment-date to entry-start-date
        end-if
    end-if

    if entry-end-date = 99991231
        set entry-is-life to true
    end-if

    move zero to entry-window-days
    if entry-start-date is numeric and entry-end-date is numeric
            and entry-start-date >= 16010101
            and entry-end-date > entry-start-date
        move function integer-of-date(entry-start-date)
            to entry-start-integer
        move function integer-of-date(entry-end-date)
            to entry-end-integer
        compute entry-window-days = entry-end-integer - entry-start-integer
    end-if
.

derive-legacy-start-date.
    move "N" to rate-found-switch
    move zero to tariff-best-effective
    move zero to tariff-rate
    perform test-tariff-entry
        varying tariff-index from 1 by 1
        until tariff-index > tariff-count
    if rate-found and tariff-rate > zero
        divide dl-amount by tariff-rate giving payment-years
    else
        move 1 to payment-years
    end-if
    if payment-years = zero
        move 1 to payment-years
    end-if
    if dl-paid-to-date is numeric
            and dl-paid-to-date > payment-years * 10000
        compute entry-start-date = dl-paid-to-date - payment-years * 10000
        if entry-start-date(5:4) = "0229"
            move "0228" to entry-start-date(5:4)
        end-if
    end-if
.

test-tariff-entry.
    if tt-grade(tariff-index) = entry-grade
            and tt-effective-date(tariff-index) <= dl-payment-date
            and tt-effective-date(tariff-index) >= tariff-best-effective
        move tt-effective-date(tariff-index) to tariff-best-effective
        move tt-annual-rate(tariff-index) to tariff-rate
        set rate-found to true
    end-if
.

note-life-receipt.
    if entry-cash-integer >= pr-start-integer(period-index)
            and entry-cash-integer <= pr-end-integer(period-index)
        add entry-amount to pr-life-received(period-index grade-index)
    end-if
.

spread-entry-over-periods.
    move opening-integer to cumulative-date-integer
    perform compute-cumulative-recognition
    if entry-cash-integer <= opening-integer
            and (entry-window-days = zero
                or entry-end-integer <= opening-integer)
        continue
    else
        move opening-integer to prior-end-integer
        move cumulative-amount to prior-cumulative-amount
        perform spread-entry-into-period
            varying period-index from 1 by 1
            until period-index > period-count
    end-if
.

spread-entry-into-period.
    move pr-end-integer(period-index) to cumulative-date-integer
    perform compute-cumulative-recognition

    if entry-cash-integer <= prior-end-integer
        compute pr-deferred-bf(period-index grade-index) =
            pr-deferred-bf(period-index grade-index)
            + entry-amount - prior-cumulative-amount
    end-if
    if entry-cash-integer >= pr-start-integer(period-index)
            and entry-cash-integer <= pr-end-integer(period-index)
        add entry-amount to pr-received(period-index grade-index)
    end-if
    compute pr-recognised(period-index grade-index) =
        pr-recognised(period-index grade-index)
        + cumulative-amount - prior-cumulative-amount
    if entry-cash-integer <= pr-end-integer(period-index)
        compute pr-deferred-cf(period-index grade-index) =
            pr-deferred-cf(period-index grade-index)
            + entry-amount - cumulative-amount
    end-if

    move pr-end-integer(period-index) to prior-end-integer
    move cumulative-amount to prior-cumulative-amount
.

compute-cumulative-recognition.
    evaluate true
        when entry-cash-integer > cumulative-date-integer
            move zero to cumulative-amount
        when entry-window-days = zero
            move entry-amount to cumulative-amount
        when other
            if cumulative-date-integer < entry-end-integer
                compute cumulative-days =
                    cumulative-date-integer - entry-start-integer
            else
                move entry-window-days to cumulative-days
            end-if
            if cumulative-days < zero
                move zero to cumulative-days
            end-if
            compute cumulative-amount rounded =
                entry-amount * cumulative-days / entry-window-days
    end-evaluate
.

write-journal-file.
    open output journal-file
    move today-date to jh-run-date
    write journal-record from journal-header
    perform write-period-journal
        varying period-index from 1 by 1
        until period-index > period-count
    write journal-record from journal-trailer
    close journal-file
.

write-period-journal.
    move pr-end-date(period-index) to jd-journal-date
    move spaces to jd-reference
    string "EBAMS" pr-period(period-index)
        delimited by size into jd-reference
    perform write-grade-journal
        varying grade-index from 1 by 1
        until grade-index > 4
.

write-grade-journal.
    move grade-name(grade-index) to grade-description

    if pr-received(period-index grade-index) not = zero
        move pr-received(period-index grade-index) to post-amount
        move spaces to post-description
        string "Subscriptions received - " function trim(grade-description)
            delimited by size into post-description
        move "BANK" to lookup-role
        move space to lookup-grade
        perform find-nominal-code
        set post-debit to true
        perform post-journal-line
        move "DEFR" to lookup-role
        move grade-letter(grade-index) to lookup-grade
        perform find-nominal-code
        set post-credit to true
        perform post-journal-line
    end-if

    if pr-recognised(period-index grade-index) not = zero
        move pr-recognised(period-index grade-index) to post-amount
        move spaces to post-description
        string "Subscriptions released - " function trim(grade-description)
            delimited by size into post-description
        move "DEFR" to lookup-role
        move grade-letter(grade-index) to lookup-grade
        perform find-nominal-code
        set post-debit to true
        perform post-journal-line
        move "INCM" to lookup-role
        perform find-nominal-code
        set post-credit to true
        perform post-journal-line
    end-if

    if pr-life-received(period-index grade-index) not = zero
        move pr-life-received(period-index grade-index) to post-amount
        move spaces to post-description
        string "Life membership received - " function trim(grade-description)
            delimited by size into post-description
        move "BANK" to lookup-role
        move space to lookup-grade
        perform find-nominal-code
        set post-debit to true
        perform post-journal-line
        move "LIFE" to lookup-role
        perform find-nominal-code
        set post-credit to true
        perform post-journal-line
    end-if
.

post-journal-line.
    move lookup-nominal-code to jd-nominal-code
    move post-description to jd-description
    move zero to jd-debit-amount
    move zero to jd-credit-amount
    evaluate true
        when post-debit and post-amount > zero
            move post-amount to jd-debit-amount
        when post-debit
            compute jd-credit-amount = zero - post-amount
        when post-amount > zero
            move post-amount to jd-credit-amount
        when other
            compute jd-debit-amount = zero - post-amount
    end-evaluate
    add jd-debit-amount to jt-debit-total
    add jd-credit-amount to jt-credit-total
    add 1 to jt-line-count
    write journal-record from journal-detail
.

write-reconciliation-page.
    open output reconciliation-file
    string "EBAMS NOMINAL LEDGER RECONCILIATION FOR PERIODS " from-period
        " TO " to-period " PREPARED " today-date
        delimited by size into recon-line
    perform write-recon-line
    move "Deferred income is spread evenly over the days each payment"
        to recon-line
    perform write-recon-line
    move "covers. Life membership is credited to the Life fund."
        to recon-line
    perform write-recon-line
    perform write-recon-line

    perform write-period-reconciliation
        varying period-index from 1 by 1
        until period-index > period-count

    move "ALL PERIODS" to recon-line
    perform write-recon-line
    compute display-amount = range-bank-total
    compute display-other = range-dues-total
    string "  Journal bank postings " display-amount
        "   DUESRPT cash " display-other
        delimited by size into recon-line
    perform write-recon-line
    move jt-debit-total to display-amount
    move jt-credit-total to display-other
    if jt-debit-total = jt-credit-total
        move "BALANCED" to agreement-text
    else
        move "NOT BALANCED" to agreement-text
        add 1 to recon-break-count
    end-if
    string "  Journal debits        " display-amount
        "   credits      " display-other "   " agreement-text
        delimited by size into recon-line
    perform write-recon-line
    close reconciliation-file
.

write-period-reconciliation.
    string "PERIOD " pr-period(period-index) " ENDING "
        pr-end-date(period-index) " JOURNAL REFERENCE EBAMS"
        pr-period(period-index)
        delimited by size into recon-line
    perform write-recon-line
    move "GRADE" to recon-line(1:5)
    move "DEFERRED B/F" to recon-line(16:12)
    move "RECEIVED" to recon-line(35:8)
    move "RECOGNISED" to recon-line(48:10)
    move "DEFERRED C/F" to recon-line(61:12)
    move "LIFE FUND" to recon-line(79:9)
    move "DUESRPT CASH" to recon-line(91:12)
    perform write-recon-line

    initialize total-line-stat
    perform write-grade-reconciliation
        varying grade-index from 1 by 1
        until grade-index > 4

    move "TOTAL" to rl-label
    move tl-deferred-bf to rl-deferred-bf
    move tl-received to rl-received
    move tl-recognised to rl-recognised
    move tl-deferred-cf to rl-deferred-cf
    move tl-life-received to rl-life-received
    move tl-dues-cash to rl-dues-cash
    move recon-detail-line to recon-line
    perform write-recon-line

    compute period-bank-total = tl-received + tl-life-received
    move tl-dues-cash to period-dues-total
    add period-bank-total to range-bank-total
    add period-dues-total to range-dues-total
    move period-bank-total to display-amount
    move period-dues-total to display-other
    if period-bank-total = period-dues-total
        move "AGREES" to agreement-text
    else
        move "DOES NOT AGREE" to agreement-text
        add 1 to recon-break-count
    end-if
    string "  Journal bank postings " display-amount
        "   DUESRPT cash " display-other "   " agreement-text
        delimited by size into recon-line
    perform write-recon-line

    compute period-roll-difference = tl-deferred-bf + tl-received
        - tl-recognised - tl-deferred-cf
    if period-roll-difference = zero
        move "AGREES" to agreement-text
    else
        move "DOES NOT AGREE" to agreement-text
        add 1 to recon-break-count
    end-if
    string "  Deferred b/f + received - recognised = deferred c/f   "
        agreement-text
        delimited by size into recon-line
    perform write-recon-line
    perform write-recon-line
.

write-grade-reconciliation.
    if pr-deferred-bf(period-index grade-index) not = zero
            or pr-received(period-index grade-index) not = zero
            or pr-recognised(period-index grade-index) not = zero
            or pr-deferred-cf(period-index grade-index) not = zero
            or pr-life-received(period-index grade-index) not = zero
            or pr-dues-cash(period-index grade-index) not = zero
        move grade-name(grade-index) to rl-label
        move pr-deferred-bf(period-index grade-index) to rl-deferred-bf
        move pr-received(period-index grade-index) to rl-received
        move pr-recognised(period-index grade-index) to rl-recognised
        move pr-deferred-cf(period-index grade-index) to rl-deferred-cf
        move pr-life-received(period-index grade-index)
            to rl-life-received
        move pr-dues-cash(period-index grade-index) to rl-dues-cash
        move recon-detail-line to recon-line
        perform write-recon-line
    end-if
    add pr-deferred-bf(period-index grade-index) to tl-deferred-bf
    add pr-received(period-index grade-index) to tl-received
    add pr-recognised(period-index grade-index) to tl-recognised
    add pr-deferred-cf(period-index grade-index) to tl-deferred-cf
    add pr-life-received(period-index grade-index) to tl-life-received
    add pr-dues-cash(period-index grade-index) to tl-dues-cash
.

write-recon-line.
    write reconciliation-record from recon-line
    move spaces to recon-line
.

finalize-journal-run.
    display "Ledger entries read        " ledger-entry-count
    display "Entries journalled         " journalled-entry-count
    display "Entries after the last period " later-entry-count
    display "Entries with no usable date " unusable-entry-count
    display "Journal lines written      " jt-line-count
    move jt-debit-total to display-amount
    move jt-credit-total to display-other
    display "Journal debits " display-amount " credits " display-other
    if recon-break-count > zero
        display "RECONCILIATION BREAKS " recon-break-count
            " - see JRNLRECN"
        move 1 to return-code
    else
        display "JOURNAL BALANCED AND RECONCILED TO DUESRPT"
    end-if
.

end program EBAMSJRNL.
