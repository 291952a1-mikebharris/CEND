    05  dl-payment-date     pic 9(08).
    05  dl-amount           pic 9(06)v99.
    05  dl-paid-to-date     pic 9(08).
    05  dl-entry-type       pic x(01).
        88  dl-payment-entry    value "P" space.
        88  dl-reversal-entry   value "R".
    05  dl-prior-paid-to-date pic 9(08).
    05  dl-reversed-payment-date pic 9(08).
    05  dl-operator-id      pic x(10).
    05  dl-gift-aid-claim-date pic 9(08).
