identification division.
program-id. EBAMSDDIN.

environment division.
    input-output section.
    file-control.
        select mandate-input assign to mandate-input-file-name
            organization line sequential
            file status mandate-input-status.

        select mandate-file assign to "MANDATE"
            organization indexed
            access mode dynamic
            record key md-member-number
            alternate record key md-mandate-reference
            file status mandate-file-status.

        select member-master assign to "MEMBERMS"
            organization indexed
            access mode dynamic
            record key mm-member-number
            alternate record key mm-email
            file status member-file-status.

        select audit-log assign to "AUDITLOG"
            organization line sequential
            file status audit-file-status.

        select exceptions-file assign to "DDEXCP"
            organization line sequential
            file status exceptions-file-status.

data division.
    file section.
    fd  mandate-input.
        copy MandateResponse.

    fd  mandate-file.
        copy MandateRecord.

    fd  member-master.
        copy MemberRecord.

    fd  audit-log.
        copy AuditRecord.

    fd  exceptions-file.
        01 exception-record pic x(65).

    working-storage section.
        01 mandate-input-file-name pic x(100) value spaces.

        01 mandate-input-status pic x(02) value spaces.
            88 mandate-input-ok value "00".

        01 mandate-file-status pic x(02) value spaces.
            88 mandate-file-ok value "00".

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

        01 member-file-present-switch pic x(01) value "N".
            88 member-file-present value "Y".

        01 mandate-changed-switch pic x(01) value "N".
            88 mandate-changed value "Y".

        01 exception-reason pic x(04) value spaces.
            88 response-accepted value spaces.

        01 exception-out-detail.
            05 eo-response pic x(61).
            05 eo-reason-code pic x(04).

        01 prior-mandate-status pic x(01) value space.

        01 response-count pic 9(08) value zero.
        01 accepted-count pic 9(08) value zero.
        01 rejected-count pic 9(08) value zero.
        01 amended-count pic 9(08) value zero.
        01 reinstated-count pic 9(08) value zero.
        01 cancelled-count pic 9(08) value zero.
        01 exception-count pic 9(08) value zero.

        01 runlog-program-id pic x(10) value "EBAMSDDIN".
        01 runlog-record-type pic x(01) value space.
        01 runlog-record-count pic 9(08) value zero.
        01 runlog-return-code pic 9(04) value zero.

procedure division.
    perform write-run-start
    perform initialize-mandate-import
    if not import-failed
        perform read-next-response
        perform process-mandate-response until end-of-file
        perform finalize-mandate-import
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
    move response-count to runlog-record-count
    move return-code to runlog-return-code
    call "RUNLOGWRITE" using runlog-program-id runlog-record-type
        runlog-record-count runlog-return-code
    move runlog-return-code to return-code
.

initialize-mandate-import.
    accept mandate-input-file-name from argument-value
    move function current-date(1:8) to today-date

    if mandate-input-file-name = spaces
        display "Usage: EBAMSDDIN auddis-or-addacs-file"
        set import-failed to true
        move 1 to return-code
    end-if

    if not import-failed
        open input mandate-input
        if not mandate-input-ok
            display "Unable to open mandate response file "
                function trim(mandate-input-file-name)
            set import-failed to true
            move 1 to return-code
        end-if
    end-if

    if not import-failed
        open i-o mandate-file
        if not mandate-file-ok
            display "No mandate file found - nothing to update"
            close mandate-input
            set import-failed to true
            move 1 to return-code
        end-if
    end-if

    if not import-failed
        open input member-master
        if member-file-ok
            set member-file-present to true
        end-if

        open extend audit-log
        if not audit-file-ok
            open output audit-log
            close audit-log
            open extend audit-log
        end-if

        open output exceptions-file

        display "EBAMS MANDATE RESPONSES FROM "
            function trim(mandate-input-file-name)
            " AS AT " today-date
    end-if
.

read-next-response.
    read mandate-input
        at end set end-of-file to true
    end-read
.

process-mandate-response.
    add 1 to response-count
    move spaces to exception-reason
    move "N" to mandate-changed-switch

    move mr-mandate-reference to md-mandate-reference
    read mandate-file key is md-mandate-reference
        invalid key
            move "NOMD" to exception-reason
        not invalid key
            move md-status to prior-mandate-status
            evaluate true
                when mr-sort-code not = md-sort-code
                        or mr-account-number not = md-account-number
                    move "ACCT" to exception-reason
                when mr-auddis
                    perform apply-auddis-response
                when mr-addacs
                    perform apply-addacs-advice
                when other
                    move "SERV" to exception-reason
            end-evaluate
    end-read

    if mandate-changed
        perform rewrite-mandate
    end-if
    if not response-accepted
        perform write-mandate-exception
    end-if
    perform read-next-response
.

apply-auddis-response.
    if not md-status-pending
        move "STAT" to exception-reason
    else
        if mr-reason-code = "0"
            set md-status-active to true
            add 1 to accepted-count
        else
            set md-status-rejected to true
            add 1 to rejected-count
        end-if
        set mandate-changed to true
    end-if
.

apply-addacs-advice.
    evaluate true
        when mr-reason-code = "R"
            if md-status-cancelled
                set md-status-active to true
                add 1 to reinstated-count
                set mandate-changed to true
            else
                move "STAT" to exception-reason
            end-if
        when md-status-cancelled or md-status-rejected
            move "STAT" to exception-reason
        when mr-reason-code = "0" or mr-reason-code = "D"
            move "REFR" to exception-reason
        when mr-reason-code = "3" or mr-reason-code = "C"
                or mr-reason-code = "E"
            if mr-new-sort-code is numeric and mr-new-sort-code > zero
                    and mr-new-account-number is numeric
                    and mr-new-account-number > zero
                move mr-new-sort-code to md-sort-code
                move mr-new-account-number to md-account-number
                add 1 to amended-count
                set mandate-changed to true
            else
                move "NACC" to exception-reason
            end-if
        when other
            set md-status-cancelled to true
            add 1 to cancelled-count
            set mandate-changed to true
    end-evaluate
.

rewrite-mandate.
    if mr-effective-date is numeric and mr-effective-date > zero
        move mr-effective-date to md-status-date
    else
        move today-date to md-status-date
    end-if
    move mr-reason-code to md-status-reason
    move runlog-program-id to md-operator-id
    rewrite mandate-record
        invalid key
            display "Unable to update mandate "
                function trim(md-mandate-reference)
            move "APLY" to exception-reason
        not invalid key
            display function trim(mr-service) " " mr-reason-code
                " mandate " function trim(md-mandate-reference)
                " status " prior-mandate-status " to " md-status
            perform write-mandate-audit-entry
    end-rewrite
.

write-mandate-audit-entry.
    if member-file-present
        move md-member-number to mm-member-number
        read member-master
            invalid key continue
            not invalid key
                perform save-mandate-before-image
                perform write-mandate-after-image
        end-read
    end-if
.

save-mandate-before-image.
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

write-mandate-after-image.
    move function current-date(1:14) to au-timestamp
    move "ddin" to au-command
    move mm-member-number to au-member-number
    move md-mandate-reference to au-email
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
    string "dd mandate " mr-service " code " mr-reason-code
        " status " prior-mandate-status " to " md-status
        delimited by size into au-reason
    move runlog-program-id to au-operator-id
    write audit-record
.

write-mandate-exception.
    add 1 to exception-count
    display "Exception " exception-reason " " mr-service
        " code " mr-reason-code
        " mandate " function trim(mr-mandate-reference)
    move mandate-response-record to eo-response
    move exception-reason to eo-reason-code
    write exception-record from exception-out-detail
.

finalize-mandate-import.
    close mandate-input
    close mandate-file
    if member-file-present
        close member-master
    end-if
    close audit-log
    close exceptions-file

    display "Responses read        " response-count
    display "Mandates accepted     " accepted-count
    display "Mandates rejected     " rejected-count
    display "Account details moved " amended-count
    display "Mandates reinstated   " reinstated-count
    display "Mandates cancelled    " cancelled-count
    display "Exceptions            " exception-count
.

end program EBAMSDDIN.
