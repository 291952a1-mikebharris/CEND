identification division.
program-id. EBAMSGIFT.

environment division.
    input-output section.
    file-control.
        select dues-ledger assign to "DUESLEDG"
            organization line sequential
            file status dues-file-status.

        select dues-work assign to "DUESWRK"
            organization line sequential
            file status dues-work-status.

        select gift-aid-file assign to "GIFTAID"
            organization indexed
            access mode dynamic
            record key gd-declaration-key
            alternate record key gd-member-number with duplicates
            file status gift-aid-file-status.

        select member-master assign to "MEMBERMS"
            organization indexed
            access mode dynamic
            record key mm-member-number
            alternate record key mm-email
            file status member-file-status.

        select archive-file assign to "MEMBERAX"
            organization indexed
            access mode dynamic
            record key ax-member-number
            alternate record key ax-email with duplicates
            file status archive-file-status.

        select claim-schedule assign to "GIFTSCHD"
            organization line sequential
            file status claim-schedule-status.

        select claim-exceptions assign to "GIFTEXCP"
            organization line sequential
            file status claim-exceptions-status.

data division.
    file section.
    fd  dues-ledger.
        copy DuesRecord.

    fd  dues-work.
        01 dues-work-record pic x(67).

    fd  gift-aid-file.
        copy GiftAidRecord.

    fd  member-master.
        copy MemberRecord.

    fd  archive-file.
        copy ArchiveRecord.

    fd  claim-schedule.
        01 claim-schedule-record pic x(200).

    fd  claim-exceptions.
        01 claim-exceptions-record pic x(200).

    working-storage section.
        01 dues-file-status pic x(02) value spaces.
            88 dues-file-ok value "00".

        01 dues-work-status pic x(02) value spaces.
            88 dues-work-ok value "00".

        01 gift-aid-file-status pic x(02) value spaces.
            88 gift-aid-file-ok value "00".

        01 member-file-status pic x(02) value spaces.
            88 member-file-ok value "00".

        01 archive-file-status pic x(02) value spaces.
            88 archive-file-ok value "00".

        01 claim-schedule-status pic x(02) value spaces.
        01 claim-exceptions-status pic x(02) value spaces.

        01 claim-to-date-text pic x(08) value spaces.
        01 claim-to-date pic 9(08) value zero.
        01 today-date pic 9(08) value zero.

        01 claim-failed-switch pic x(01) value "N".
            88 claim-failed value "Y".

        01 claim-files-open-switch pic x(01) value "N".
            88 claim-files-open value "Y".

        01 member-file-present-switch pic x(01) value "N".
            88 member-file-present value "Y".

        01 archive-file-present-switch pic x(01) value "N".
            88 archive-file-present value "Y".

        01 dues-eof-switch pic x(01) value "N".
            88 dues-eof value "Y".

        01 gift-aid-eof-switch pic x(01) value "N".
            88 gift-aid-eof value "Y".

        01 declarant-found-switch pic x(01) value "N".
            88 declarant-found value "Y".

        01 declarant-complete-switch pic x(01) value "N".
            88 declarant-complete value "Y".

        01 declaration-covers-switch pic x(01) value "N".
            88 declaration-covers-payment value "Y".

        01 exception-reason pic x(04) value spaces.
        01 exception-detail pic x(100) value spaces.

        01 postcode pic x(10) value spaces.
        01 postcode-is-valid pic x(01) value spaces.
            88 postcode-is-ok value "Y".
        01 postcode-validation-reason pic x(50) value spaces.

        01 house-source pic x(50) value spaces.
        01 gift-aid-house pic x(40) value spaces.

        01 name-word-count pic 9(02) value zero.
        01 first-name-index pic 9(02) value zero.
        01 name-words.
            05 name-word pic x(40) occurs 10 times.
        01 title-candidate pic x(40) value spaces.
        01 declarant-title pic x(04) value spaces.
        01 declarant-first-name pic x(35) value spaces.
        01 declarant-surname pic x(35) value spaces.

        01 title-index pic 9(02) value zero.
        01 title-found-switch pic x(01) value "N".
            88 title-found value "Y".
        01 title-table.
            05 filler pic x(04) value "MR  ".
            05 filler pic x(04) value "MRS ".
            05 filler pic x(04) value "MISS".
            05 filler pic x(04) value "MS  ".
            05 filler pic x(04) value "MX  ".
            05 filler pic x(04) value "DR  ".
            05 filler pic x(04) value "REV ".
            05 filler pic x(04) value "PROF".
            05 filler pic x(04) value "SIR ".
            05 filler pic x(04) value "LADY".
            05 filler pic x(04) value "LORD".
            05 filler pic x(04) value "DAME".
        01 titles redefines title-table.
            05 title-entry pic x(04) occurs 12 times.
        01 title-count pic 9(02) value 12.

        01 reversal-limit pic 9(05) value 5000.
        01 reversal-count pic 9(05) value zero.
        01 reversal-index pic 9(05) value zero.
        01 reversal-seen-count pic 9(05) value zero.
        01 reversal-match pic 9(05) value zero.
        01 reversal-overflow-switch pic x(01) value "N".
            88 reversal-overflow value "Y".

        01 reversal-table.
            05 reversal-entry occurs 5000 times.
                10 rv-member-number pic 9(08).
                10 rv-payment-date pic 9(08).
                10 rv-amount pic 9(06)v99.
                10 rv-state pic x(01).
                    88 rv-open value "O".
                    88 rv-excluded value "U".
                    88 rv-adjustment-due value "A".

        01 schedule-detail.
            05 gs-title pic x(04) value spaces.
            05 gs-first-name pic x(35) value spaces.
            05 gs-surname pic x(35) value spaces.
            05 gs-house pic x(40) value spaces.
            05 gs-postcode pic x(08) value spaces.
            05 gs-payment-date pic x(08) value spaces.
            05 gs-amount pic 9(06).99 value zero.
            05 gs-member-number pic 9(08) value zero.

        01 schedule-trailer.
            05 gt-record-type pic x(07) value "TRAILER".
            05 gt-claim-to-date pic 9(08) value zero.
            05 gt-payment-count pic 9(06) value zero.
            05 gt-total-amount pic 9(08).99 value zero.
            05 gt-gift-aid-value pic 9(08).99 value zero.

        01 exception-line.
            05 ge-reason-code pic x(04) value spaces.
            05 filler pic x(01) value space.
            05 ge-member-number pic 9(08) value zero.
            05 filler pic x(01) value space.
            05 ge-payment-date pic 9(08) value zero.
            05 filler pic x(01) value space.
            05 ge-amount pic 9(06).99 value zero.
            05 filler pic x(01) value space.
            05 ge-detail pic x(100) value spaces.

        01 ledger-entry-count pic 9(08) value zero.
        01 declaration-count pic 9(05) value zero.
        01 live-declaration-count pic 9(05) value zero.
        01 address-exception-count pic 9(05) value zero.
        01 claimed-count pic 9(06) value zero.
        01 claimed-total pic 9(08)v99 value zero.
        01 gift-aid-value pic 9(08)v99 value zero.
        01 already-claimed-count pic 9(06) value zero.
        01 reversed-excluded-count pic 9(06) value zero.
        01 not-covered-count pic 9(06) value zero.
        01 later-payment-count pic 9(06) value zero.
        01 held-count pic 9(06) value zero.
        01 held-total pic 9(08)v99 value zero.
        01 adjustment-count pic 9(06) value zero.
        01 adjustment-total pic 9(08)v99 value zero.

        01 display-amount pic z(7)9.99 value zero.

        01 runlog-program-id pic x(10) value "EBAMSGIFT".
        01 runlog-record-type pic x(01) value space.
        01 runlog-record-count pic 9(08) value zero.
        01 runlog-return-code pic 9(04) value zero.

procedure division.
    perform write-run-start
    perform initialize-claim-run
    if not claim-failed
        perform list-declaration-exceptions
        perform load-reversal-table
        if reversal-overflow
            display "More than " reversal-limit " reversals on the ledger"
                " - claim refused"
            set claim-failed to true
            move 1 to return-code
        end-if
    end-if
    if not claim-failed
        perform claim-ledger-payments
        if claimed-count > zero or adjustment-count > zero
            perform replace-dues-ledger
        end-if
    end-if
    perform finalize-claim-run
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
    move claimed-count to runlog-record-count
    move return-code to runlog-return-code
    call "RUNLOGWRITE" using runlog-program-id runlog-record-type
        runlog-record-count runlog-return-code
    move runlog-return-code to return-code
.

initialize-claim-run.
    move function current-date(1:8) to today-date
    accept claim-to-date-text from argument-value
    evaluate true
        when claim-to-date-text = spaces
            move today-date to claim-to-date
        when claim-to-date-text numeric
            move claim-to-date-text to claim-to-date
        when other
            display "Usage: EBAMSGIFT [claim-to-date]"
            set claim-failed to true
            move 1 to return-code
    end-evaluate

    if not claim-failed
        open input dues-ledger
        if dues-file-ok
            close dues-ledger
        else
            display "No dues ledger found - nothing to claim"
            set claim-failed to true
        end-if
    end-if

    if not claim-failed
        open input gift-aid-file
        if not gift-aid-file-ok
            display "No gift aid declarations on file - nothing to claim"
            set claim-failed to true
        end-if
    end-if

    if not claim-failed
        open input member-master
        if member-file-ok
            set member-file-present to true
        end-if
        open input archive-file
        if archive-file-ok
            set archive-file-present to true
        end-if
        open output claim-schedule
        open output claim-exceptions
        set claim-files-open to true
        display "EBAMS GIFT AID CLAIM FOR PAYMENTS TO " claim-to-date
            " AS AT " today-date
    end-if
.

list-declaration-exceptions.
    move "N" to gift-aid-eof-switch
    move zero to gd-member-number
    start gift-aid-file key is not less than gd-member-number
        invalid key set gift-aid-eof to true
    end-start
    if not gift-aid-eof
        perform read-next-declaration
    end-if
    perform examine-declaration until gift-aid-eof
.

read-next-declaration.
    read gift-aid-file next record
        at end set gift-aid-eof to true
    end-read
.

examine-declaration.
    add 1 to declaration-count
    if gd-cancelled-date = zero
        add 1 to live-declaration-count
        perform resolve-declarant
        if not declarant-complete
            add 1 to address-exception-count
            move zero to ge-payment-date
            move zero to ge-amount
            perform write-claim-exception
        end-if
    end-if
    perform read-next-declaration
.

resolve-declarant.
    move "N" to declarant-found-switch
    move "N" to declarant-complete-switch
    move spaces to exception-reason
    move spaces to exception-detail

    if member-file-present
        move gd-member-number to mm-member-number
        read member-master
            invalid key continue
            not invalid key set declarant-found to true
        end-read
    end-if
    if not declarant-found and archive-file-present
        move gd-member-number to ax-member-number
        read archive-file
            invalid key continue
            not invalid key
                move archive-member-record to member-record
                set declarant-found to true
        end-read
    end-if

    if not declarant-found
        move "NOMB" to exception-reason
        move "declarant is on neither the member nor the archive file"
            to exception-detail
    else
        perform extract-house-name-or-number
        move function upper-case(function trim(mm-postcode)) to postcode
        call "POSTCODEVALIDATE" using postcode postcode-is-valid
            postcode-validation-reason
        perform split-declared-name
        evaluate true
            when gift-aid-house = spaces
                move "ADDR" to exception-reason
                move "no house number or name on address line 1"
                    to exception-detail
            when not postcode-is-ok
                move "PCDE" to exception-reason
                move postcode-validation-reason to exception-detail
            when declarant-surname = spaces
                move "NAME" to exception-reason
                move "declared name needs a first name and a surname"
                    to exception-detail
            when other
                set declarant-complete to true
        end-evaluate
    end-if
.

extract-house-name-or-number.
    move spaces to gift-aid-house
    move function trim(mm-address-line-1) to house-source
    if house-source(1:1) is numeric
        unstring house-source delimited by space or ","
            into gift-aid-house
        end-unstring
    else
        unstring house-source delimited by ","
            into gift-aid-house
        end-unstring
    end-if
.

split-declared-name.
    move spaces to name-words
    move spaces to declarant-title declarant-first-name declarant-surname
    move zero to name-word-count
    unstring function trim(gd-declared-name) delimited by all space
        into name-word(1) name-word(2) name-word(3) name-word(4)
            name-word(5) name-word(6) name-word(7) name-word(8)
            name-word(9) name-word(10)
        tallying in name-word-count
    end-unstring

    move 1 to first-name-index
    move function upper-case(name-word(1)) to title-candidate
    inspect title-candidate replacing all "." by space
    move "N" to title-found-switch
    perform test-title-entry
        varying title-index from 1 by 1
        until title-index > title-count or title-found
    if title-found
        move title-candidate to declarant-title
        move 2 to first-name-index
    end-if

    if name-word-count > first-name-index
        move name-word(first-name-index) to declarant-first-name
        move name-word(name-word-count) to declarant-surname
    end-if
.

test-title-entry.
    if title-candidate = title-entry(title-index)
        set title-found to true
    end-if
.

load-reversal-table.
    move zero to reversal-count
    move "N" to dues-eof-switch
    open input dues-ledger
    perform read-next-dues-entry
    perform absorb-reversal-entry until dues-eof
    close dues-ledger
.

read-next-dues-entry.
    read dues-ledger
        at end set dues-eof to true
    end-read
.

absorb-reversal-entry.
    if dl-reversal-entry
        if reversal-count < reversal-limit
            add 1 to reversal-count
            move dl-member-number to rv-member-number(reversal-count)
            move dl-reversed-payment-date to rv-payment-date(reversal-count)
            move dl-amount to rv-amount(reversal-count)
            set rv-open(reversal-count) to true
        else
            set reversal-overflow to true
        end-if
    end-if
    perform read-next-dues-entry
.

claim-ledger-payments.
    move zero to reversal-seen-count
    move "N" to dues-eof-switch
    open input dues-ledger
    open output dues-work
    perform read-next-dues-entry
    perform claim-one-ledger-entry until dues-eof
    close dues-ledger
    close dues-work
.

claim-one-ledger-entry.
    add 1 to ledger-entry-count
    if dl-gift-aid-claim-date not numeric
        move zero to dl-gift-aid-claim-date
    end-if
    if dl-reversal-entry
        perform examine-reversal-entry
    else
        perform examine-payment-entry
    end-if
    write dues-work-record from dues-record
    perform read-next-dues-entry
.

examine-reversal-entry.
    add 1 to reversal-seen-count
    if rv-adjustment-due(reversal-seen-count)
            and dl-gift-aid-claim-date = zero
        add 1 to adjustment-count
        add dl-amount to adjustment-total
        move "ADJT" to exception-reason
        move spaces to exception-detail
        string "claimed payment reversed on " dl-payment-date
            " - deduct from the next claim"
            delimited by size into exception-detail
        move dl-member-number to gd-member-number
        move dl-reversed-payment-date to ge-payment-date
        move dl-amount to ge-amount
        perform write-claim-exception
        move today-date to dl-gift-aid-claim-date
    end-if
.

examine-payment-entry.
    perform find-payment-reversal
    evaluate true
        when reversal-match > zero
            if dl-gift-aid-claim-date > zero
                set rv-adjustment-due(reversal-match) to true
            else
                set rv-excluded(reversal-match) to true
                add 1 to reversed-excluded-count
            end-if
        when dl-gift-aid-claim-date > zero
            add 1 to already-claimed-count
        when dl-payment-date > claim-to-date
            add 1 to later-payment-count
        when dl-amount = zero
            continue
        when other
            perform assess-payment-coverage
    end-evaluate
.

find-payment-reversal.
    move zero to reversal-match
    perform test-payment-reversal
        varying reversal-index from 1 by 1
        until reversal-index > reversal-count or reversal-match > zero
.

test-payment-reversal.
    if rv-open(reversal-index)
            and rv-member-number(reversal-index) = dl-member-number
            and rv-payment-date(reversal-index) = dl-payment-date
            and rv-amount(reversal-index) = dl-amount
        move reversal-index to reversal-match
    end-if
.

assess-payment-coverage.
    move "N" to declaration-covers-switch
    move "N" to gift-aid-eof-switch
    move dl-member-number to gd-member-number
    start gift-aid-file key is = gd-member-number
        invalid key set gift-aid-eof to true
    end-start
    perform read-next-member-declaration
    perform test-declaration-coverage
        until gift-aid-eof or declaration-covers-payment

    if not declaration-covers-payment
        add 1 to not-covered-count
    else
        perform resolve-declarant
        if declarant-complete
            perform write-schedule-line
        else
            add 1 to held-count
            add dl-amount to held-total
            move dl-payment-date to ge-payment-date
            move dl-amount to ge-amount
            perform write-claim-exception
        end-if
    end-if
.

read-next-member-declaration.
    if not gift-aid-eof
        read gift-aid-file next record
            at end set gift-aid-eof to true
            not at end
                if gd-member-number not = dl-member-number
                    set gift-aid-eof to true
                end-if
        end-read
    end-if
.

test-declaration-coverage.
    if gd-effective-from <= dl-payment-date
            and gd-date-made <= claim-to-date
            and (gd-cancelled-date = zero
                or dl-payment-date < gd-cancelled-date)
        set declaration-covers-payment to true
    else
        perform read-next-member-declaration
    end-if
.

write-schedule-line.
    move declarant-title to gs-title
    move declarant-first-name to gs-first-name
    move declarant-surname to gs-surname
    move gift-aid-house to gs-house
    move postcode to gs-postcode
    move spaces to gs-payment-date
    string dl-payment-date(7:2) "/" dl-payment-date(5:2) "/"
        dl-payment-date(3:2)
        delimited by size into gs-payment-date
    move dl-amount to gs-amount
    move dl-member-number to gs-member-number
    write claim-schedule-record from schedule-detail

    add 1 to claimed-count
    add dl-amount to claimed-total
    move today-date to dl-gift-aid-claim-date
.

write-claim-exception.
    move exception-reason to ge-reason-code
    move gd-member-number to ge-member-number
    move exception-detail to ge-detail
    write claim-exceptions-record from exception-line
.

replace-dues-ledger.
    move "N" to dues-eof-switch
    open input dues-work
    open output dues-ledger
    perform read-next-dues-work-entry
    perform copy-dues-entry-back until dues-eof
    close dues-work
    close dues-ledger
.

read-next-dues-work-entry.
    read dues-work into dues-record
        at end set dues-eof to true
    end-read
.

copy-dues-entry-back.
    write dues-record
    perform read-next-dues-work-entry
.

finalize-claim-run.
    if claim-files-open
        compute gift-aid-value rounded = claimed-total / 4
        move claim-to-date to gt-claim-to-date
        move claimed-count to gt-payment-count
        move claimed-total to gt-total-amount
        move gift-aid-value to gt-gift-aid-value
        write claim-schedule-record from schedule-trailer

        close claim-schedule
        close claim-exceptions
        close gift-aid-file
        if member-file-present
            close member-master
        end-if
        if archive-file-present
            close archive-file
        end-if

        display "Ledger entries read          " ledger-entry-count
        display "Declarations on file         " declaration-count
        display "Live declarations            " live-declaration-count
        display "Incomplete declarations      " address-exception-count
        display "Payments already claimed     " already-claimed-count
        display "Reversed payments excluded   " reversed-excluded-count
        display "Payments not covered         " not-covered-count
        display "Payments after claim date    " later-payment-count
        move held-total to display-amount
        display "Payments held for address    " held-count
            " value " display-amount
        move adjustment-total to display-amount
        display "Claimed payments reversed    " adjustment-count
            " value " display-amount
        move claimed-total to display-amount
        display "CONTROL TOTAL PAYMENTS CLAIMED " claimed-count
            " VALUE " display-amount
        move gift-aid-value to display-amount
        display "GIFT AID DUE AT 25 PERCENT     " display-amount
    end-if
.

end program EBAMSGIFT.
