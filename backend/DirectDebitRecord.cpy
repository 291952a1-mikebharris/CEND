01  direct-debit-record.
    05  dd-record-type      pic x(01).
        88  dd-header           value "H".
        88  dd-detail           value "D".
        88  dd-trailer          value "T".
    05  dd-transaction-code pic x(02).
    05  dd-sort-code        pic 9(06).
    05  dd-account-number   pic 9(08).
    05  dd-account-name     pic x(18).
    05  dd-amount           pic 9(06)v99.
    05  dd-mandate-reference pic x(18).
    05  dd-member-number    pic 9(08).
    05  dd-collection-date  pic 9(08).
    05  dd-result-code      pic x(01).
        88  dd-result-paid      value "P".
        88  dd-result-unpaid    value "U".
    05  dd-result-reason    pic x(04).

01  direct-debit-header.
    05  ddh-record-type     pic x(01).
    05  ddh-collection-date pic 9(08).
    05  ddh-created-date    pic 9(08).
    05  ddh-originator      pic x(18).

01  direct-debit-trailer.
    05  ddt-record-type     pic x(01).
    05  ddt-record-count    pic 9(08).
    05  ddt-total-amount    pic 9(10)v99.
