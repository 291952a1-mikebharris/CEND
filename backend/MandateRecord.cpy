01  mandate-record.
    05  md-member-number    pic 9(08).
    05  md-mandate-reference pic x(18).
    05  md-sort-code        pic 9(06).
    05  md-account-number   pic 9(08).
    05  md-account-name     pic x(18).
    05  md-status           pic x(01).
        88  md-status-pending   value "P".
        88  md-status-active    value "A".
        88  md-status-cancelled value "C".
        88  md-status-rejected  value "R".
    05  md-lodged-date      pic 9(08).
    05  md-status-date      pic 9(08).
    05  md-status-reason    pic x(04).
    05  md-last-collection-date pic 9(08).
    05  md-collected-paid-to pic 9(08).
    05  md-operator-id      pic x(10).
