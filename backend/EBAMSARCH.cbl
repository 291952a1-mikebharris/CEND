    move mm-grade to au-before-grade
    move mm-paid-to-date to au-before-paid-to-date
    move mm-date-approved to au-before-date-approved
    move mm-contact-preference to au-before-contact-preference
    move mm-email-status to au-before-email-status

    move mm-name to au-after-name
    move mm-email to au-after-email
    move mm-grade to au-after-grade
    move mm-paid-to-date to au-after-paid-to-date
    move mm-date-approved to au-after-date-approved
    move mm-contact-preference to au-after-contact-preference
    move mm-email-status to au-after-email-status
    move spaces to au-reason
    move runlog-program-id to au-operator-id

    write audit-record
.
