01  erasure-record.
    05  er-timestamp        pic 9(14).
    05  er-member-number    pic 9(08).
    05  er-location         pic x(01).
        88  er-on-master        value "M".
        88  er-on-archive       value "A".
    05  er-date-amended     pic 9(08).
    05  er-audit-entries    pic 9(08).
    05  er-ledger-entries   pic 9(08).
    05  er-operator-id      pic x(10).
