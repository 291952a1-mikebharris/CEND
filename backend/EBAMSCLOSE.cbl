        copy AuditRecord.

    fd  position-in.
        01 position-in-record pic x(981).

    fd  generation-file.
        01 generation-record pic x(981).

    fd  audit-new.
        01 audit-new-record pic x(981).

    fd  position-new.
        01 position-new-record pic x(981).

    fd  generation-register.
        copy AuditGeneration.
        01 position-table.
            05 position-entry occurs 10000 times.
                10 po-member-number pic 9(08).
                10 po-image pic x(981).

        01 prior-position-count pic 9(08) value zero.
        01 closed-entry-count pic 9(08) value zero.
        move space to au-before-grade
        move zero to au-before-paid-to-date
        move zero to au-before-date-approved
        move spaces to au-before-contact-preference au-before-email-status
        move spaces to au-reason
        perform store-position-image
    end-if
