            organization line sequential
            file status extract-file-status.

        select audit-log assign to "AUDITLOG"
            organization line sequential
            file status audit-file-status.

        select generation-register assign to "AUDITGEN"
            organization line sequential
            file status generation-register-status.

        select generation-file assign to generation-file-name
            organization line sequential
            file status generation-file-status.

data division.
    file section.
    fd  member-master.
    fd  extract-file.
        01 extract-record pic x(360).

    fd  audit-log.
        copy AuditRecord.

    fd  generation-register.
        copy AuditGeneration.

    fd  generation-file.
        01 generation-record pic x(981).

    working-storage section.
        01 member-file-status pic x(02) value spaces.
            88 member-file-ok value "00".
        01 extract-file-status pic x(02) value spaces.
            88 extract-file-ok value "00".

        01 audit-file-status pic x(02) value spaces.
            88 audit-file-ok value "00".

        01 generation-register-status pic x(02) value spaces.
            88 generation-register-ok value "00".

        01 generation-file-status pic x(02) value spaces.
            88 generation-file-ok value "00".

        01 generation-file-name pic x(100) value spaces.

        01 extract-mode pic x(05) value spaces.
            88 full-extract value "full".
            88 delta-extract value "delta".
        01 member-file-present-switch pic x(01) value "N".
            88 member-file-present value "Y".

        01 member-mailable-switch pic x(01) value "N".
            88 member-mailable value "Y".

        01 register-end-switch pic x(01) value "N".
            88 register-end value "Y".

        01 audit-end-switch pic x(01) value "N".
            88 audit-end value "Y".

        01 prior-state-limit pic 9(05) value 20000.
        01 prior-state-count pic 9(05) value zero.
        01 prior-state-index pic 9(05) value zero.
        01 prior-state-found-switch pic x(01) value "N".
            88 prior-state-found value "Y".
        01 prior-state-overflow-switch pic x(01) value "N".
            88 prior-state-overflow value "Y".

        01 prior-state-table.
            05 prior-state-entry occurs 20000 times.
                10 ps-member-number pic 9(08).
                10 ps-mailable-switch pic x(01).
                    88 ps-was-mailable value "Y".

        01 lookup-member-number pic 9(08) value zero.

        01 prior-mailable-switch pic x(01) value "Y".
            88 prior-mailable value "Y".

        01 withdrawn-count pic 9(08) value zero.
        01 suppressed-count pic 9(08) value zero.
        01 readded-count pic 9(08) value zero.

        01 extract-header.
            05 xh-record-type pic x(01) value "H".
            05 xh-extract-date pic 9(08) value zero.
        move zero to xh-since-date
    end-if
    write extract-record from extract-header

    if delta-extract and member-file-present
        perform load-prior-contact-states
    end-if
.

load-prior-contact-states.
    open input generation-register
    if generation-register-ok
        perform read-next-register-entry
        perform scan-one-generation until register-end
        close generation-register
    end-if

    move "N" to audit-end-switch
    open input audit-log
    if audit-file-ok
        perform read-next-audit-entry
        perform examine-audit-entry until audit-end
        close audit-log
    end-if

    if prior-state-overflow
        display "More than " prior-state-limit " members changed since "
            last-extract-date " - resubscribed members may be sent as"
            " changes"
        move 1 to return-code
    end-if
.

read-next-register-entry.
    read generation-register
        at end set register-end to true
    end-read
.

scan-one-generation.
    if ag-cutoff-date > last-extract-date
        move ag-generation-file to generation-file-name
        open input generation-file
        if generation-file-ok
            move "N" to audit-end-switch
            perform read-next-generation-entry
            perform examine-generation-entry until audit-end
            close generation-file
        else
            display "Closed generation " function trim(generation-file-name)
                " is missing - resubscribed members may be sent as changes"
            move 1 to return-code
        end-if
    end-if
    perform read-next-register-entry
.

read-next-generation-entry.
    read generation-file into audit-record
        at end set audit-end to true
    end-read
.

examine-generation-entry.
    perform note-prior-contact-state
    perform read-next-generation-entry
.

read-next-audit-entry.
    read audit-log
        at end set audit-end to true
    end-read
.

examine-audit-entry.
    perform note-prior-contact-state
    perform read-next-audit-entry
.

note-prior-contact-state.
    if au-timestamp(1:8) > last-extract-date and au-member-number > zero
        move au-member-number to lookup-member-number
        perform find-prior-state
        if not prior-state-found
            if prior-state-count < prior-state-limit
                add 1 to prior-state-count
                move au-member-number to ps-member-number(prior-state-count)
                if au-before-contact-preference = "O" or "P"
                        or au-before-email-status = "B"
                    move "N" to ps-mailable-switch(prior-state-count)
                else
                    move "Y" to ps-mailable-switch(prior-state-count)
                end-if
            else
                set prior-state-overflow to true
            end-if
        end-if
    end-if
.

find-prior-state.
    move "N" to prior-state-found-switch
    perform test-prior-state
        varying prior-state-index from 1 by 1
        until prior-state-index > prior-state-count or prior-state-found
    if prior-state-found
        subtract 1 from prior-state-index
    end-if
.

test-prior-state.
    if ps-member-number(prior-state-index) = lookup-member-number
        set prior-state-found to true
    end-if
.

look-up-prior-mailable.
    move "Y" to prior-mailable-switch
    move mm-member-number to lookup-member-number
    perform find-prior-state
    if prior-state-found
        move ps-mailable-switch(prior-state-index) to prior-mailable-switch
    end-if
.

read-next-member.
.

extract-member.
    if mm-contact-opted-out or mm-contact-post-only or mm-email-bounced
        move "N" to member-mailable-switch
    else
        move "Y" to member-mailable-switch
    end-if

    if full-extract
        if mm-status-active
            if member-mailable
                move "A" to xd-record-type
                perform write-extract-detail
                add 1 to xt-added-count
            else
                add 1 to suppressed-count
            end-if
        end-if
    else
        move "Y" to prior-mailable-switch
        if mm-date-amended > last-extract-date
                and mm-date-added not > last-extract-date
            perform look-up-prior-mailable
        end-if
        evaluate true
            when mm-status-removed and mm-date-amended > last-extract-date
                move "D" to xd-record-type
                perform write-extract-detail
                add 1 to xt-removed-count
            when not member-mailable and not mm-status-pending
                    and mm-date-amended > last-extract-date
                    and mm-date-added not > last-extract-date
                    and prior-mailable
                move "D" to xd-record-type
                perform write-extract-detail
                add 1 to xt-removed-count
                add 1 to withdrawn-count
            when not member-mailable
                if not mm-status-removed
                    add 1 to suppressed-count
                end-if
            when mm-date-added > last-extract-date
                    and not mm-status-removed and not mm-status-pending
                move "A" to xd-record-type
                perform write-extract-detail
                add 1 to xt-added-count
            when mm-date-amended > last-extract-date
                    and not mm-status-removed and not mm-status-pending
                    and not prior-mailable
                move "A" to xd-record-type
                perform write-extract-detail
                add 1 to xt-added-count
                add 1 to readded-count
            when mm-date-amended > last-extract-date
                    and not mm-status-removed and not mm-status-pending
                move "C" to xd-record-type
        " (added " xt-added-count
        " changed " xt-changed-count
        " removed " xt-removed-count ")"
    display "Withdrawn for contact preference or bounce " withdrawn-count
        " (not mailable and not sent " suppressed-count ")"
    display "Re-added after becoming mailable again " readded-count

    move today-date to run-control-record
    open output run-control
