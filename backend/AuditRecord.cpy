    05  au-after-paid-to-date   pic 9(08).
    05  au-after-date-approved  pic 9(08).
    05  au-reason               pic x(50).
    05  au-operator-id          pic x(10).
    05  au-before-contact-preference pic x(01).
    05  au-before-email-status  pic x(01).
    05  au-after-contact-preference pic x(01).
    05  au-after-email-status   pic x(01).
