identification division.
program-id. EBAMSMRET.

environment division.
    input-output section.
    file-control.
        select mail-return-input assign to mail-return-file-name
            organization line sequential
            file status mail-return-status.

        select member-master assign to "MEMBERMS"
            organization indexed
            access mode dynamic
            record key mm-member-number
            alternate record key mm-email
            file status member-file-status.

        select audit-log assign to "AUDITLOG"
            organization line sequential
            file status audit-file-status.

        select exceptions-file assign to "MAILEXCP"
            organization line sequential
            file status exceptions-file-status.

data division.
    file section.
    fd  mail-return-input.
        copy MailReturn.

    fd  member-master.
        copy MemberRecord.

    fd  audit-log.
        copy AuditRecord.

    fd  exceptions-file.
        01 exception-record pic x(121).

    working-storage section.
        01 mail-return-file-name pic x(100) value spaces.

        01 mail-return-status pic x(02) value spaces.
            88 mail-return-ok value "00".

        01 member-file-status pic x(02) value spaces.
            88 member-file-ok value "00".

        01 audit-file-status pic x(02) value spaces.
            88 audit-file-ok value "00".

        01 exceptions-file-status pic x(02) value spaces.
            88 exceptions-file-ok value "00".

        01 today-date pic 9(08) value zero.

        01 end-of-file-switch pic x(01) value "N".
            88 end-of-file value "Y".

        01 import-failed-switch pic x(01) value "N".
            88 import-failed value "Y".

        01 member-changed-switch pic x(01) value "N".
            88 member-changed value "Y".

        01 exception-reason pic x(04) value spaces.
            88 event-accepted value spaces.

        01 exception-out-detail.
            05 eo-event pic x(117).
            05 eo-reason-code pic x(04).

        01 event-description pic x(20) value spaces.
        01 prior-contact-preference pic x(01) value space.
        01 prior-email-status pic x(01) value space.

        01 event-count pic 9(08) value zero.
        01 bounce-count pic 9(08) value zero.
        01 opt-out-count pic 9(08) value zero.
        01 resubscribe-count pic 9(08) value zero.
        01 unchanged-count pic 9(08) value zero.
        01 exception-count pic 9(08) value zero.

        01 runlog-program-id pic x(10) value "EBAMSMRET".
        01 runlog-record-type pic x(01) value space.
        01 runlog-record-count pic 9(08) value zero.
        01 runlog-return-code pic 9(04) value zero.

procedure division.
    perform write-run-start
    perform initialize-return-import
    if not import-failed
        perform read-next-event
        perform process-mail-event until end-of-file
        perform finalize-return-import
    end-if
    perform write-run-end
    stop run
.

write-run-start.
    move "S" to runlog-record-type
    move zero to runlog-record-count
    move zero to runlog-return-code
    call "RUNLOGWRITE" using runlog-program-id runlog-record-type
        runlog-record-count runlog-return-code
.

write-run-end.
    move "E" to runlog-record-type
    move event-count to runlog-record-count
    move return-code to runlog-return-code
    call "RUNLOGWRITE" using runlog-program-id runlog-record-type
        runlog-record-count runlog-return-code
    move runlog-return-code to return-code
.

initialize-return-import.
    accept mail-return-file-name from argument-value
    move function current-date(1:8) to today-date

    if mail-return-file-name = spaces
        display "Usage: EBAMSMRET mailing-house-return-file"
        set import-failed to true
        move 1 to return-code
    end-if

    if not import-failed
        open input mail-return-input
        if not mail-return-ok
            display "Unable to open mailing house return file "
                function trim(mail-return-file-name)
            set import-failed to true
            move 1 to return-code
        end-if
    end-if

    if not import-failed
        open i-o member-master
        if not member-file-ok
            display "No member file found - nothing to update"
            close mail-return-input
            set import-failed to true
            move 1 to return-code
        end-if
    end-if

    if not import-failed
        open extend audit-log
        if not audit-file-ok
            open output audit-log
            close audit-log
            open extend audit-log
        end-if

        open output exceptions-file

        display "EBAMS MAILING HOUSE RETURNS FROM "
            function trim(mail-return-file-name)
            " AS AT " today-date
    end-if
.

read-next-event.
    read mail-return-input
        at end set end-of-file to true
    end-read
.

process-mail-event.
    add 1 to event-count
    move spaces to exception-reason
    move "N" to member-changed-switch

    evaluate true
        when mt-member-number is not numeric or mt-member-number = zero
            move "NOMB" to exception-reason
        when mt-event-date is not numeric or mt-event-date = zero
            move "DATE" to exception-reason
        when not mt-hard-bounce and not mt-unsubscribe
                and not mt-complaint and not mt-resubscribe
            move "EVNT" to exception-reason
        when other
            move mt-member-number to mm-member-number
            read member-master
                invalid key
                    move "NOMB" to exception-reason
                not invalid key
                    perform check-event-email
            end-read
    end-evaluate

    if event-accepted
        move mm-contact-preference to prior-contact-preference
        move mm-email-status to prior-email-status
        perform save-member-before-image
        perform apply-mail-event
    end-if

    if member-changed
        perform rewrite-member
    end-if
    if not event-accepted
        perform write-mail-exception
    end-if
    perform read-next-event
.

check-event-email.
    if function upper-case(function trim(mt-email))
            not = function upper-case(function trim(mm-email))
        move "EMAL" to exception-reason
    end-if
.

apply-mail-event.
    evaluate true
        when mt-hard-bounce
            move "hard bounce" to event-description
            if mm-email-bounced
                add 1 to unchanged-count
            else
                set mm-email-bounced to true
                add 1 to bounce-count
                set member-changed to true
            end-if
        when mt-unsubscribe or mt-complaint
            if mt-unsubscribe
                move "unsubscribe" to event-description
            else
                move "spam complaint" to event-description
            end-if
            if mm-contact-opted-out or mm-contact-post-only
                add 1 to unchanged-count
            else
                set mm-contact-opted-out to true
                add 1 to opt-out-count
                set member-changed to true
            end-if
        when mt-resubscribe
            move "resubscribe" to event-description
            evaluate true
                when mm-contact-post-only
                    move "PREF" to exception-reason
                when mm-contact-opted-out
                    set mm-contact-by-email to true
                    add 1 to resubscribe-count
                    set member-changed to true
                when other
                    add 1 to unchanged-count
            end-evaluate
    end-evaluate
.

rewrite-member.
    move today-date to mm-date-amended
    rewrite member-record
        invalid key
            display "Unable to update member " mm-member-number
            move "APLY" to exception-reason
        not invalid key
            display function trim(event-description) " on " mt-event-date
                " member " mm-member-number
                " contact " prior-contact-preference
                " to " mm-contact-preference
                " email " prior-email-status " to " mm-email-status
            perform write-mail-audit-entry
    end-rewrite
.

save-member-before-image.
    move mm-name to au-before-name
    move mm-email to au-before-email
    move mm-date-added to au-before-date-added
    move mm-date-amended to au-before-date-amended
    move mm-status to au-before-status
    move mm-address-line-1 to au-before-address-line-1
    move mm-address-line-2 to au-before-address-line-2
    move mm-address-town to au-before-address-town
    move mm-postcode to au-before-postcode
    move mm-phone to au-before-phone
    move mm-grade to au-before-grade
    move mm-paid-to-date to au-before-paid-to-date
    move mm-date-approved to au-before-date-approved
    move mm-contact-preference to au-before-contact-preference
    move mm-email-status to au-before-email-status
.

write-mail-audit-entry.
    move function current-date(1:14) to au-timestamp
    move "mailret" to au-command
    move mm-member-number to au-member-number
    move mt-email to au-email
    move mm-name to au-after-name
    move mm-email to au-after-email
    move mm-date-added to au-after-date-added
    move mm-date-amended to au-after-date-amended
    move mm-status to au-after-status
    move mm-address-line-1 to au-after-address-line-1
    move mm-address-line-2 to au-after-address-line-2
    move mm-address-town to au-after-address-town
    move mm-postcode to au-after-postcode
    move mm-phone to au-after-phone
    move mm-grade to au-after-grade
    move mm-paid-to-date to au-after-paid-to-date
    move mm-date-approved to au-after-date-approved
    move mm-contact-preference to au-after-contact-preference
    move mm-email-status to au-after-email-status
    move spaces to au-reason
    string function trim(event-description) " on " mt-event-date
        " reported by mailing house"
        delimited by size into au-reason
    move runlog-program-id to au-operator-id
    write audit-record
.

write-mail-exception.
    add 1 to exception-count
    display "Exception " exception-reason " event " mt-event-type
        " member " mt-member-number
        " email " function trim(mt-email)
    move mail-return-record to eo-event
    move exception-reason to eo-reason-code
    write exception-record from exception-out-detail
.

finalize-return-import.
    close mail-return-input
    close member-master
    close audit-log
    close exceptions-file

    display "Events read           " event-count
    display "Emails marked bounced " bounce-count
    display "Members opted out     " opt-out-count
    display "Members resubscribed  " resubscribe-count
    display "Already recorded      " unchanged-count
    display "Exceptions            " exception-count
.

end program EBAMSMRET.
