
        01 exception-reason pic x(04) value spaces.
            88 credit-accepted value spaces.
            88 debit-accepted value spaces.

        01 exception-out-detail.
            05 eo-transaction pic x(117).
        01 household-roll-count pic 9(05) value zero.

        01 payment-paid-to-date pic 9(08) value zero.
        01 payment-prior-paid-to-date pic 9(08) value zero.
        01 payment-years pic 9(02) value zero.
        01 payment-base-date pic 9(08) value zero.

        01 reversal-switch pic x(01) value "N".
            88 reversing-payment value "Y".

        01 dues-eof-switch pic x(01) value "N".
            88 dues-eof value "Y".

        01 dues-history-limit pic 9(03) value 200.
        01 dues-history-count pic 9(03) value zero.
        01 dues-history-index pic 9(03) value zero.
        01 dues-history-match pic 9(03) value zero.
        01 dues-history-overflow-switch pic x(01) value "N".
            88 dues-history-overflow value "Y".

        01 dues-history-table.
            05 dues-history-entry occurs 200 times.
                10 dh-payment-date pic 9(08).
                10 dh-amount pic 9(06)v99.
                10 dh-paid-to-date pic 9(08).
                10 dh-prior-paid-to-date pic 9(08).
                10 dh-reversed pic x(01).

        01 credit-count pic 9(08) value zero.
        01 debit-count pic 9(08) value zero.
        01 matched-count pic 9(08) value zero.
        01 matched-total pic 9(10)v99 value zero.
        01 exception-total pic 9(10)v99 value zero.

        01 reversed-count pic 9(08) value zero.
        01 debit-exception-count pic 9(08) value zero.
        01 file-debit-total pic 9(10)v99 value zero.
        01 reversed-total pic 9(10)v99 value zero.
        01 debit-exception-total pic 9(10)v99 value zero.

        01 display-amount pic z(9)9.99 value zero.

        01 runlog-program-id pic x(10) value "EBAMSBANK".
        perform match-bank-credit
    else
        add 1 to debit-count
        add bk-amount to file-debit-total
        perform match-bank-debit
    end-if
    perform read-next-bank-record
.

match-bank-credit.
    perform identify-bank-member

    if credit-accepted
        move match-member-number to mm-member-number
        read member-master
            invalid key
                move "NOMB" to exception-reason
            not invalid key
                perform vet-matched-member
        end-read
    end-if

    if credit-accepted
        perform apply-bank-payment
    else
        perform write-bank-exception
    end-if
.

match-bank-debit.
    perform identify-bank-member

    if debit-accepted
        move match-member-number to mm-member-number
        read member-master
            invalid key
                move "NOMB" to exception-reason
            not invalid key
                perform vet-returned-member
        end-read
    end-if

    if debit-accepted
        perform apply-bank-reversal
    else
        perform write-bank-exception
    end-if
.

identify-bank-member.
    move spaces to exception-reason
    move "N" to member-matched-switch
    perform scan-reference-for-number
        when other
            move "NOMB" to exception-reason
    end-evaluate
.

scan-reference-for-number.
    end-evaluate
.

vet-returned-member.
    perform check-household-link
    evaluate true
        when linked-to-household
            move "LINK" to exception-reason
        when other
            perform load-member-dues-history
            perform select-payment-to-reverse
            evaluate true
                when dues-history-overflow
                    move "HIST" to exception-reason
                when dues-history-match = zero
                    move "NPAY" to exception-reason
                when dh-paid-to-date(dues-history-match)
                        not = mm-paid-to-date
                    move "LATR" to exception-reason
            end-evaluate
    end-evaluate
.

load-member-dues-history.
    move zero to dues-history-count
    move "N" to dues-history-overflow-switch
    move "N" to dues-eof-switch
    close dues-ledger
    open input dues-ledger
    if dues-file-ok
        perform read-next-dues-entry
        perform absorb-member-dues-entry until dues-eof
        close dues-ledger
    end-if
    open extend dues-ledger
.

read-next-dues-entry.
    read dues-ledger
        at end set dues-eof to true
    end-read
.

absorb-member-dues-entry.
    if dl-member-number = mm-member-number
        if dl-reversal-entry
            perform mark-history-entry-reversed
        else
            perform add-history-entry
        end-if
    end-if
    perform read-next-dues-entry
.

add-history-entry.
    if dues-history-count < dues-history-limit
        add 1 to dues-history-count
        move dues-history-count to dues-history-index
        move dl-payment-date to dh-payment-date(dues-history-index)
        move dl-amount to dh-amount(dues-history-index)
        move dl-paid-to-date to dh-paid-to-date(dues-history-index)
        move "N" to dh-reversed(dues-history-index)
        if dl-prior-paid-to-date is numeric
            move dl-prior-paid-to-date
                to dh-prior-paid-to-date(dues-history-index)
        else
            perform find-previous-paid-to-date
        end-if
    else
        set dues-history-overflow to true
    end-if
.

find-previous-paid-to-date.
    move zero to dh-prior-paid-to-date(dues-history-count)
    move zero to dues-history-match
    perform test-previous-history-entry
        varying dues-history-index from dues-history-count by -1
        until dues-history-index < 2 or dues-history-match > zero
    if dues-history-match > zero
        move dh-paid-to-date(dues-history-match)
            to dh-prior-paid-to-date(dues-history-count)
    end-if
.

test-previous-history-entry.
    if dh-reversed(dues-history-index - 1) = "N"
        compute dues-history-match = dues-history-index - 1
    end-if
.

mark-history-entry-reversed.
    move zero to dues-history-match
    perform test-history-entry-reversed
        varying dues-history-index from dues-history-count by -1
        until dues-history-index < 1 or dues-history-match > zero
    if dues-history-match > zero
        move "Y" to dh-reversed(dues-history-match)
    end-if
.

test-history-entry-reversed.
    if dh-reversed(dues-history-index) = "N"
            and dh-payment-date(dues-history-index)
                = dl-reversed-payment-date
            and dh-amount(dues-history-index) = dl-amount
        move dues-history-index to dues-history-match
    end-if
.

select-payment-to-reverse.
    move zero to dues-history-match
    perform test-payment-to-reverse
        varying dues-history-index from dues-history-count by -1
        until dues-history-index < 1 or dues-history-match > zero
.

test-payment-to-reverse.
    if dh-reversed(dues-history-index) = "N"
            and dh-amount(dues-history-index) = bk-amount
            and dh-payment-date(dues-history-index) <= bk-transaction-date
        move dues-history-index to dues-history-match
    end-if
.

check-household-link.
    move "N" to household-linked-switch
    move mm-member-number to hh-member-number
            payment-base-date + payment-years * 10000
    end-if

    move mm-paid-to-date to payment-prior-paid-to-date
    move payment-paid-to-date to mm-paid-to-date
    if mm-status-lapsed
        set mm-status-active to true
    move bk-transaction-date to dl-payment-date
    move bk-amount to dl-amount
    move mm-paid-to-date to dl-paid-to-date
    set dl-payment-entry to true
    move payment-prior-paid-to-date to dl-prior-paid-to-date
    move zero to dl-reversed-payment-date
    move runlog-program-id to dl-operator-id
    move zero to dl-gift-aid-claim-date
    write dues-record
.

apply-bank-reversal.
    perform save-bank-before-image
    set reversing-payment to true

    move mm-paid-to-date to payment-prior-paid-to-date
    move dh-prior-paid-to-date(dues-history-match) to payment-paid-to-date
    move payment-paid-to-date to mm-paid-to-date
    perform relapse-if-past-due
    move today-date to mm-date-amended
    rewrite member-record
        invalid key
            display "Unable to reverse payment for member " mm-member-number
            move "APLY" to exception-reason
            perform write-bank-exception
        not invalid key
            add 1 to reversed-count
            add bk-amount to reversed-total
            perform write-bank-reversal-entry
            perform write-bank-audit-entry
            display "Reversed " bk-amount " dated "
                dh-payment-date(dues-history-match)
                " for member " mm-member-number
                " paid to " mm-paid-to-date " status " mm-status
            perform roll-household-payment
    end-rewrite
    move "N" to reversal-switch
.

relapse-if-past-due.
    if mm-status-active and not mm-grade-life
            and mm-paid-to-date > zero and mm-paid-to-date < today-date
        set mm-status-lapsed to true
    end-if
.

write-bank-reversal-entry.
    move mm-member-number to dl-member-number
    move bk-transaction-date to dl-payment-date
    move bk-amount to dl-amount
    move mm-paid-to-date to dl-paid-to-date
    set dl-reversal-entry to true
    move payment-prior-paid-to-date to dl-prior-paid-to-date
    move dh-payment-date(dues-history-match) to dl-reversed-payment-date
    move runlog-program-id to dl-operator-id
    move zero to dl-gift-aid-claim-date
    write dues-record
.

write-bank-exception.
    if bk-credit-debit = "C"
        add 1 to exception-count
        add bk-amount to exception-total
        display "Exception " exception-reason " credit " bk-amount
            " reference " function trim(bk-reference)
    else
        add 1 to debit-exception-count
        add bk-amount to debit-exception-total
        display "Exception " exception-reason " debit " bk-amount
            " reference " function trim(bk-reference)
    end-if
    move bank-transaction-record to eo-transaction
    move exception-reason to eo-reason-code
    write exception-record from exception-out-detail
.

save-bank-before-image.
    move mm-grade to au-before-grade
    move mm-paid-to-date to au-before-paid-to-date
    move mm-date-approved to au-before-date-approved
    move mm-contact-preference to au-before-contact-preference
    move mm-email-status to au-before-email-status
.

write-bank-audit-entry.
    move function current-date(1:14) to au-timestamp
    if reversing-payment
        move "bankret" to au-command
    else
        move "bankpay" to au-command
    end-if
    move mm-member-number to au-member-number
    move bk-reference(1:100) to au-email
    move mm-name to au-after-name
    move mm-grade to au-after-grade
    move mm-paid-to-date to au-after-paid-to-date
    move mm-date-approved to au-after-date-approved
    move mm-contact-preference to au-after-contact-preference
    move mm-email-status to au-after-email-status
    move spaces to au-reason
    if reversing-payment
        string "returned by bank " bk-transaction-date
            " against payment " dh-payment-date(dues-history-match)
            delimited by size into au-reason
    end-if
    move runlog-program-id to au-operator-id
    write audit-record
.

    end-if
    perform roll-one-linked-member until household-eof
    if household-roll-count > zero
        if reversing-payment
            display "Reversal rolled to " household-roll-count
                " linked household members"
        else
            display "Payment rolled to " household-roll-count
                " linked household members"
        end-if
    end-if
.

            if not mm-status-removed
                perform save-bank-before-image
                move payment-paid-to-date to mm-paid-to-date
                if reversing-payment
                    perform relapse-if-past-due
                else
                    if mm-status-lapsed
                        set mm-status-active to true
                    end-if
                end-if
                move today-date to mm-date-amended
                rewrite member-record
    display "Exceptions         " exception-count
    move exception-total to display-amount
    display "Exception value    " display-amount
    display "Debits on file     " debit-count
    move file-debit-total to display-amount
    display "File debit total   " display-amount
    display "Reversals posted   " reversed-count
    move reversed-total to display-amount
    display "Reversed value     " display-amount
    display "Debit exceptions   " debit-exception-count
    move debit-exception-total to display-amount
    display "Debit except value " display-amount

    if matched-total + exception-total = file-credit-total
            and reversed-total + debit-exception-total = file-debit-total
        display "Matched plus exceptions agrees with file total"
        move 0 to return-code
    else

write-run-end.
    move "E" to runlog-record-type
    add matched-count reversed-count giving runlog-record-count
    move return-code to runlog-return-code
    call "RUNLOGWRITE" using runlog-program-id runlog-record-type
        runlog-record-count runlog-return-code
