                10 pt-period pic 9(06).
                10 pt-grade-stat occurs 4 times.
                    15 pt-count pic 9(05).
                    15 pt-amount pic s9(08)v99.
                10 pt-total-count pic 9(05).
                10 pt-total-amount pic s9(08)v99.
                10 pt-reversal-count pic 9(05).
                10 pt-reversal-amount pic 9(08)v99.

        01 grade-index pic 9(01) value zero.
        01 grade-letter-table.
            05 grade-letter pic x(01) occurs 4 times.

        01 ledger-entry-count pic 9(08) value zero.
        01 control-total-amount pic s9(10)v99 value zero.
        01 reversal-entry-count pic 9(08) value zero.
        01 reversal-total-amount pic 9(10)v99 value zero.
        01 matched-entry-count pic 9(05) value zero.
        01 matched-total-amount pic s9(10)v99 value zero.

        01 display-amount pic -(8)9.99 value zero.
        01 display-total pic -(10)9.99 value zero.

        01 heading-line pic x(132) value spaces.


examine-dues-entry.
    add 1 to ledger-entry-count
    if dl-reversal-entry
        add 1 to reversal-entry-count
        add dl-amount to reversal-total-amount
        subtract dl-amount from control-total-amount
    else
        add dl-amount to control-total-amount
    end-if

    if member-mode
        if dl-member-number = search-member-number

print-payment-history-line.
    add 1 to matched-entry-count
    if dl-reversal-entry
        subtract dl-amount from matched-total-amount
        compute display-amount = zero - dl-amount
        display "Rvsd " dl-payment-date(1:4) "-" dl-payment-date(5:2)
            "-" dl-payment-date(7:2)
            " amount " display-amount
            " paid " dl-reversed-payment-date
            " back to " dl-paid-to-date
    else
        add dl-amount to matched-total-amount
        move dl-amount to display-amount
        display "Paid " dl-payment-date(1:4) "-" dl-payment-date(5:2)
            "-" dl-payment-date(7:2)
            " amount " display-amount
            " covering to " dl-paid-to-date
    end-if
.

tally-summary-entry.
    perform find-period-entry
    if period-found
        perform find-grade-index
        if dl-reversal-entry
            subtract dl-amount from pt-amount(period-index grade-index)
            subtract dl-amount from pt-total-amount(period-index)
            add 1 to pt-reversal-count(period-index)
            add dl-amount to pt-reversal-amount(period-index)
        else
            add 1 to pt-count(period-index grade-index)
            add dl-amount to pt-amount(period-index grade-index)
            add 1 to pt-total-count(period-index)
            add dl-amount to pt-total-amount(period-index)
        end-if
    end-if
.

            add 1 to period-count
            move period-count to period-index
            move entry-period to pt-period(period-index)
            move zero to pt-reversal-count(period-index)
            move zero to pt-reversal-amount(period-index)
            set period-found to true
        else
            display "Period table full - summary is incomplete"
    perform report-one-period-grade
        varying grade-index from 1 by 1
        until grade-index > 4
    if pt-reversal-count(period-index) > zero
        compute display-amount = zero - pt-reversal-amount(period-index)
        display pt-period(period-index) "  RVSD   "
            pt-reversal-count(period-index) "     " display-amount
    end-if
    move pt-total-amount(period-index) to display-amount
    display pt-period(period-index) "  TOTAL  "
        pt-total-count(period-index) "     " display-amount

report-one-period-grade.
    if pt-count(period-index grade-index) > zero
            or pt-amount(period-index grade-index) not = zero
        move pt-amount(period-index grade-index) to display-amount
        display pt-period(period-index) "  " grade-letter(grade-index)
            "      " pt-count(period-index grade-index)
        end-if

        display " "
        compute display-total = zero - reversal-total-amount
        display "REVERSALS     " reversal-entry-count
            " LEDGER ENTRIES VALUE " display-total
        move control-total-amount to display-total
        display "CONTROL TOTAL " ledger-entry-count
            " LEDGER ENTRIES NET VALUE " display-total
    end-if
.

