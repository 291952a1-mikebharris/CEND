    set mm-grade-individual to true
    move zero to mm-paid-to-date
    move zero to mm-date-approved
    move spaces to mm-contact-preference mm-email-status

    write member-record
        invalid key
    end-if
    move zero to au-before-paid-to-date
    move zero to au-before-date-approved
    move spaces to au-before-contact-preference au-before-email-status

    move oa-after-name to au-after-name
    move oa-after-email to au-after-email
    move "I" to au-after-grade
    move zero to au-after-paid-to-date
    move zero to au-after-date-approved
    move spaces to au-after-contact-preference au-after-email-status
    move spaces to au-reason
    move spaces to au-operator-id

    write audit-record

