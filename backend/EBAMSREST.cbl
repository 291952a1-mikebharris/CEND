        copy AuditRecord.

    fd  position-file.
        01 position-record pic x(981).

    fd  member-sequence.
        01 member-sequence-record pic 9(08).
    move au-after-grade to mm-grade
    move au-after-paid-to-date to mm-paid-to-date
    move au-after-date-approved to mm-date-approved
    move au-after-contact-preference to mm-contact-preference
    move au-after-email-status to mm-email-status
.

rebuild-member-sequence.
