    05  br-phone            pic x(20).
    05  br-grade            pic x(01).
    05  br-reason           pic x(50).
    05  br-operator-id      pic x(10).
    05  br-contact-preference pic x(01).
    05  br-email-status     pic x(01).

01  batch-header-record.
    05  bh-record-type      pic x(07).
