        copy AuditGeneration.

    fd  generation-file.
        01 generation-record pic x(981).

    working-storage section.
        01 audit-file-status pic x(02) value spaces.
        01 day-mode-switch pic x(01) value "N".
            88 day-mode value "Y".

        01 operator-mode-switch pic x(01) value "N".
            88 operator-mode value "Y".

        01 search-operator-id pic x(10) value spaces.

        01 end-of-file-switch pic x(01) value "N".
            88 end-of-file value "Y".


initialize-inquiry.
    accept search-argument from argument-value
    if search-argument = "operator"
        set operator-mode to true
        accept search-operator-id from argument-value
    end-if
    accept from-date-text from argument-value
    accept to-date-text from argument-value

    if function trim(search-argument) = spaces
            or (operator-mode and search-operator-id = spaces)
        display "Usage: AUDITINQ email-or-day [from-date] [to-date]"
        display "       AUDITINQ operator operator-id [from-date] [to-date]"
        set end-of-file to true
    end-if

    move function length(function trim(search-argument)) to search-length
    if search-length = 8 and search-argument(1:8) is numeric
            and not operator-mode
        set day-mode to true
        move search-argument(1:8) to search-day
    end-if

    if not end-of-file
        move spaces to heading-line
        evaluate true
            when day-mode
                string "AUDIT TRAIL ACTIVITY FOR " search-day
                    delimited by size into heading-line
            when operator-mode
                string "AUDIT TRAIL ACTIVITY BY OPERATOR "
                    function trim(search-operator-id)
                    " FROM " from-date " TO " to-date
                    delimited by size into heading-line
            when other
                string "AUDIT TRAIL HISTORY FOR "
                    function trim(search-argument)
                    " FROM " from-date " TO " to-date
                    delimited by size into heading-line
        end-evaluate
        display function trim(heading-line)
    end-if
.

examine-audit-image.
    move au-timestamp(1:8) to audit-entry-date
    evaluate true
        when day-mode
            if audit-entry-date = search-day
                perform print-audit-entry
            end-if
        when operator-mode
            if audit-entry-date >= from-date and audit-entry-date <= to-date
                    and au-operator-id = search-operator-id
                perform print-audit-entry
            end-if
        when other
            if audit-entry-date >= from-date and audit-entry-date <= to-date
                    and (function trim(au-email)
                            = function trim(search-argument)
                        or function trim(au-before-email)
                            = function trim(search-argument)
                        or function trim(au-after-email)
                            = function trim(search-argument))
                perform print-audit-entry
            end-if
    end-evaluate
.

print-audit-entry.
        " " au-timestamp(9:2) ":" au-timestamp(11:2) ":" au-timestamp(13:2)
        " " au-command " member " au-member-number
        " (request key " function trim(au-email) ")"
        " by " function trim(au-operator-id)
    perform print-changed-fields
.

            display "  approved " au-before-date-approved
                " -> " au-after-date-approved
        end-if
        if au-before-contact-preference not = au-after-contact-preference
            display "  contact  " au-before-contact-preference
                " -> " au-after-contact-preference
        end-if
        if au-before-email-status not = au-after-email-status
            display "  email st " au-before-email-status
                " -> " au-after-email-status
        end-if
    end-if
    if au-reason not = spaces
        display "  reason   " function trim(au-reason)
