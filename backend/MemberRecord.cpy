        88  mm-grade-life       value "L".
    05  mm-paid-to-date     pic 9(08).
    05  mm-date-approved    pic 9(08).
    05  mm-contact-preference pic x(01).
        88  mm-contact-by-email value "E" " ".
        88  mm-contact-opted-out value "O".
        88  mm-contact-post-only value "P".
    05  mm-email-status     pic x(01).
        88  mm-email-valid      value "V" " ".
        88  mm-email-bounced    value "B".
