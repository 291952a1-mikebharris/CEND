        copy AuditRecord.

    fd  position-file.
        01 position-record pic x(981).

    working-storage section.
        01 member-file-status pic x(02) value spaces.
                10 rp-grade pic x(01).
                10 rp-paid-to-date pic 9(08).
                10 rp-date-approved pic 9(08).
                10 rp-contact-preference pic x(01).
                10 rp-email-status pic x(01).
                10 rp-matched pic x(01).
                10 rp-archived pic x(01).

    move au-after-grade to rp-grade(replay-index)
    move au-after-paid-to-date to rp-paid-to-date(replay-index)
    move au-after-date-approved to rp-date-approved(replay-index)
    move au-after-contact-preference
        to rp-contact-preference(replay-index)
    move au-after-email-status to rp-email-status(replay-index)
.

scan-member-master.
            move "paid-to date" to mismatch-detail
        when mm-date-approved not = rp-date-approved(replay-index)
            move "date approved" to mismatch-detail
        when mm-contact-preference not = rp-contact-preference(replay-index)
            or mm-email-status not = rp-email-status(replay-index)
            move "contact preferences" to mismatch-detail
    end-evaluate

    if mismatch-detail not = spaces
