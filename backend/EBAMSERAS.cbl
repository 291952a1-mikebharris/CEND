identification division.
program-id. EBAMSERAS.

environment division.
    input-output section.
    file-control.
        select member-master assign to "MEMBERMS"
            organization indexed
            access mode dynamic
            record key mm-member-number
            alternate record key mm-email
            file status member-file-status.

        select archive-file assign to "MEMBERAX"
            organization indexed
            access mode dynamic
            record key ax-member-number
            alternate record key ax-email with duplicates
            file status archive-file-status.

        select household-file assign to "HOUSEHLD"
            organization indexed
            access mode dynamic
            record key hh-member-number
            alternate record key hh-primary-number with duplicates
            file status household-file-status.

        select operator-file assign to "OPERATOR"
            organization indexed
            access mode dynamic
            record key op-operator-id
            file status operator-file-status.

        select gift-aid-file assign to "GIFTAID"
            organization indexed
            access mode dynamic
            record key gd-declaration-key
            alternate record key gd-member-number with duplicates
            file status gift-aid-file-status.

        select mandate-file assign to "MANDATE"
            organization indexed
            access mode dynamic
            record key md-member-number
            alternate record key md-mandate-reference
            file status mandate-file-status.

        select dues-ledger assign to "DUESLEDG"
            organization line sequential
            file status dues-file-status.

        select audit-log assign to "AUDITLOG"
            organization line sequential
            file status audit-file-status.

        select audit-target assign to audit-target-name
            organization line sequential
            file status audit-target-status.

        select audit-work assign to "AUDITWRK"
            organization line sequential
            file status audit-work-status.

        select generation-register assign to "AUDITGEN"
            organization line sequential
            file status generation-register-status.

        select erasure-register assign to "ERASREG"
            organization line sequential
            file status erasure-register-status.

        select run-log assign to "RUNLOG"
            organization line sequential
            file status run-log-status.

data division.
    file section.
    fd  member-master.
        copy MemberRecord.

    fd  archive-file.
        copy ArchiveRecord.

    fd  household-file.
        copy HouseholdRecord.

    fd  operator-file.
        copy OperatorRecord.

    fd  gift-aid-file.
        copy GiftAidRecord.

    fd  mandate-file.
        copy MandateRecord.

    fd  dues-ledger.
        copy DuesRecord.

    fd  audit-log.
        copy AuditRecord.

    fd  audit-target.
        01 audit-target-record pic x(981).

    fd  audit-work.
        01 audit-work-record pic x(981).

    fd  generation-register.
        copy AuditGeneration.

    fd  erasure-register.
        copy ErasureRecord.

    fd  run-log.
        copy RunLogRecord.

    working-storage section.
        01 member-file-status pic x(02) value spaces.
            88 member-file-ok value "00".

        01 archive-file-status pic x(02) value spaces.
            88 archive-file-ok value "00".

        01 household-file-status pic x(02) value spaces.
            88 household-file-ok value "00".

        01 operator-file-status pic x(02) value spaces.
            88 operator-file-ok value "00".

        01 gift-aid-file-status pic x(02) value spaces.
            88 gift-aid-file-ok value "00".

        01 gift-aid-eof-switch pic x(01) value "N".
            88 gift-aid-eof value "Y".

        01 mandate-file-status pic x(02) value spaces.
            88 mandate-file-ok value "00".

        01 dues-file-status pic x(02) value spaces.
            88 dues-file-ok value "00".

        01 audit-file-status pic x(02) value spaces.
            88 audit-file-ok value "00".

        01 audit-target-status pic x(02) value spaces.
            88 audit-target-ok value "00".

        01 audit-work-status pic x(02) value spaces.
            88 audit-work-ok value "00".

        01 generation-register-status pic x(02) value spaces.
            88 generation-register-ok value "00".

        01 erasure-register-status pic x(02) value spaces.
            88 erasure-register-ok value "00".

        01 run-log-status pic x(02) value spaces.
            88 run-log-ok value "00".

        01 run-log-eof-switch pic x(01) value "N".
            88 run-log-eof value "Y".

        01 recon-seen-switch pic x(01) value "N".
            88 recon-seen value "Y".

        01 recon-last-return-code pic 9(04) value zero.

        01 operator-id pic x(10) value spaces.
        01 member-number-text pic x(08) value spaces.
        01 confirm-text pic x(10) value spaces.
        01 subject-member-number pic 9(08) value zero.
        01 subject-email pic x(100) value spaces.
        01 erased-name pic x(100) value "ERASED".
        01 erased-email pic x(100) value spaces.
        01 audit-target-name pic x(100) value spaces.

        01 confirm-switch pic x(01) value "N".
            88 erasure-confirmed value "Y".

        01 erasure-refused-switch pic x(01) value "N".
            88 erasure-refused value "Y".

        01 subject-on-master-switch pic x(01) value "N".
            88 subject-on-master value "Y".

        01 subject-on-archive-switch pic x(01) value "N".
            88 subject-on-archive value "Y".

        01 member-file-present-switch pic x(01) value "N".
            88 member-file-present value "Y".

        01 archive-file-present-switch pic x(01) value "N".
            88 archive-file-present value "Y".

        01 end-of-file-switch pic x(01) value "N".
            88 end-of-file value "Y".

        01 register-end-switch pic x(01) value "N".
            88 register-end value "Y".

        01 entry-matched-switch pic x(01) value "N".
            88 entry-matched value "Y".

        01 refusal-text pic x(100) value spaces.

        01 today-date pic 9(08) value zero.
        01 today-integer pic 9(08) value zero.
        01 retention-days pic 9(05) value 730.
        01 cutoff-date pic 9(08) value zero.

        01 target-read-count pic 9(08) value zero.
        01 target-match-count pic 9(08) value zero.
        01 target-copied-count pic 9(08) value zero.
        01 audit-entry-total pic 9(08) value zero.
        01 audit-file-count pic 9(03) value zero.
        01 ledger-entry-count pic 9(08) value zero.
        01 declaration-count pic 9(03) value zero.
        01 mandate-count pic 9(03) value zero.

        01 runlog-program-id pic x(10) value "EBAMSERAS".
        01 runlog-record-type pic x(01) value space.
        01 runlog-record-count pic 9(08) value zero.
        01 runlog-return-code pic 9(04) value zero.

procedure division.
    perform check-reconciliation-state
    evaluate true
        when not recon-seen
            display "Erasure refused: no reconciliation has"
                " completed today - run EBAMSRECON first"
            move 1 to return-code
        when recon-last-return-code > zero
            display "Erasure refused: today's reconciliation"
                " ended with exceptions - do not rewrite the audit trail"
            move 1 to return-code
        when other
            perform write-run-start
            perform initialize-erasure-run
            if not erasure-refused
                perform anonymise-audit-trail
                perform anonymise-gift-aid-declaration
                perform anonymise-mandate
                perform count-ledger-entries
                perform anonymise-member-record
                perform finalize-erasure-run
            end-if
            perform close-member-files
            perform write-run-end
    end-evaluate
    stop run
.

check-reconciliation-state.
    move function current-date(1:8) to today-date
    open input run-log
    if run-log-ok
        perform read-next-run-log-record
        perform scan-run-log-record until run-log-eof
        close run-log
    end-if
.

read-next-run-log-record.
    read run-log
        at end set run-log-eof to true
    end-read
.

scan-run-log-record.
    if rl-record-type = "E" and rl-program-id = "EBAMSRECON"
            and rl-run-date = today-date
        set recon-seen to true
        move rl-return-code to recon-last-return-code
    end-if
    perform read-next-run-log-record
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
    if erasure-confirmed
        move audit-entry-total to runlog-record-count
    else
        move zero to runlog-record-count
    end-if
    move return-code to runlog-return-code
    call "RUNLOGWRITE" using runlog-program-id runlog-record-type
        runlog-record-count runlog-return-code
    move runlog-return-code to return-code
.

initialize-erasure-run.
    accept operator-id from argument-value
    accept member-number-text from argument-value
    accept confirm-text from argument-value

    move function integer-of-date(today-date) to today-integer
    compute cutoff-date =
        function date-of-integer(today-integer - retention-days)

    if operator-id = spaces or member-number-text not numeric
            or (confirm-text not = spaces and confirm-text not = "confirm")
        display "Usage: EBAMSERAS operator-id member-number [confirm]"
        set erasure-refused to true
        move 1 to return-code
    else
        move member-number-text to subject-member-number
        if confirm-text = "confirm"
            set erasure-confirmed to true
        end-if
    end-if

    if not erasure-refused
        perform check-erasure-operator
    end-if
    if not erasure-refused
        perform locate-erasure-subject
    end-if
    if not erasure-refused
        perform check-erasure-subject
    end-if

    if erasure-refused
        if refusal-text not = spaces
            display function trim(refusal-text)
        end-if
        move 1 to return-code
    else
        move spaces to erased-email
        string "ERASED." subject-member-number
            delimited by size into erased-email
        if erasure-confirmed
            display "EBAMS PERSONAL DATA ERASURE FOR MEMBER "
                subject-member-number " BY " function trim(operator-id)
        else
            display "EBAMS PERSONAL DATA ERASURE PREVIEW FOR MEMBER "
                subject-member-number " - nothing will be changed"
        end-if
    end-if
.

check-erasure-operator.
    open input operator-file
    if not operator-file-ok
        string "Forbidden: operator " function trim(operator-id)
            " is not known to eBAMS"
            delimited by size into refusal-text
        set erasure-refused to true
    else
        move operator-id to op-operator-id
        read operator-file
            invalid key
                string "Forbidden: operator " function trim(operator-id)
                    " is not known to eBAMS"
                    delimited by size into refusal-text
                set erasure-refused to true
            not invalid key
                if not op-status-active or not op-role-admin
                    string "Forbidden: operator " function trim(operator-id)
                        " may not erase personal data"
                        delimited by size into refusal-text
                    set erasure-refused to true
                end-if
        end-read
        close operator-file
    end-if
.

locate-erasure-subject.
    open i-o member-master
    if member-file-ok
        set member-file-present to true
        move subject-member-number to mm-member-number
        read member-master
            invalid key continue
            not invalid key set subject-on-master to true
        end-read
    end-if

    open i-o archive-file
    if archive-file-ok
        set archive-file-present to true
        if not subject-on-master
            move subject-member-number to ax-member-number
            read archive-file
                invalid key continue
                not invalid key
                    set subject-on-archive to true
                    move archive-member-record to member-record
            end-read
        end-if
    end-if

    if not subject-on-master and not subject-on-archive
        string "Not found: no member or archived member "
            subject-member-number
            delimited by size into refusal-text
        set erasure-refused to true
    else
        move mm-email to subject-email
    end-if
.

check-erasure-subject.
    evaluate true
        when mm-email(1:7) = "ERASED."
            string "Rejected: member " subject-member-number
                " has already been erased"
                delimited by size into refusal-text
            set erasure-refused to true
        when not mm-status-removed
            string "Rejected: member " subject-member-number
                " is not removed - status " mm-status
                delimited by size into refusal-text
            set erasure-refused to true
        when subject-on-master and mm-date-amended >= cutoff-date
            string "Rejected: member " subject-member-number
                " was last amended " mm-date-amended
                " - retention runs until after " cutoff-date
                delimited by size into refusal-text
            set erasure-refused to true
        when other
            continue
    end-evaluate

    if not erasure-refused
        perform check-erasure-household
    end-if
    if not erasure-refused
        perform check-erasure-mandate
    end-if
.

check-erasure-household.
    open input household-file
    if household-file-ok
        move subject-member-number to hh-member-number
        read household-file
            invalid key continue
            not invalid key
                string "Rejected: member " subject-member-number
                    " is still linked to household primary "
                    hh-primary-number
                    delimited by size into refusal-text
                set erasure-refused to true
        end-read
        if not erasure-refused
            move subject-member-number to hh-primary-number
            read household-file key is hh-primary-number
                invalid key continue
                not invalid key
                    string "Rejected: member " subject-member-number
                        " is still primary for linked member "
                        hh-member-number
                        delimited by size into refusal-text
                    set erasure-refused to true
            end-read
        end-if
        close household-file
    end-if
.

check-erasure-mandate.
    open input mandate-file
    if mandate-file-ok
        move subject-member-number to md-member-number
        read mandate-file
            invalid key continue
            not invalid key
                if md-status-pending or md-status-active
                    string "Rejected: member " subject-member-number
                        " has a live direct debit mandate "
                        function trim(md-mandate-reference)
                        delimited by size into refusal-text
                    set erasure-refused to true
                end-if
        end-read
        close mandate-file
    end-if
.

anonymise-audit-trail.
    open input generation-register
    if generation-register-ok
        perform read-next-register-entry
        perform anonymise-one-generation until register-end
        close generation-register
    end-if

    move "AUDITPOS" to audit-target-name
    perform anonymise-audit-file

    move "AUDITLOG" to audit-target-name
    perform anonymise-audit-file
.

read-next-register-entry.
    read generation-register
        at end set register-end to true
    end-read
.

anonymise-one-generation.
    move ag-generation-file to audit-target-name
    perform anonymise-audit-file
    perform read-next-register-entry
.

anonymise-audit-file.
    move zero to target-read-count
    move zero to target-match-count
    move zero to target-copied-count
    move "N" to end-of-file-switch
    open input audit-target
    if not audit-target-ok
        if audit-target-name not = "AUDITPOS"
            display "Audit file " function trim(audit-target-name)
                " is missing - it cannot be anonymised"
        end-if
    else
        if erasure-confirmed
            open output audit-work
        end-if
        perform read-next-target-entry
        perform anonymise-target-entry until end-of-file
        close audit-target
        if erasure-confirmed
            close audit-work
            if target-match-count > zero
                perform replace-audit-file
            end-if
        end-if
        add 1 to audit-file-count
        add target-match-count to audit-entry-total
        if target-match-count > zero
            display "Audit entries in " function trim(audit-target-name)
                "  " target-match-count
        end-if
    end-if
.

read-next-target-entry.
    read audit-target into audit-record
        at end set end-of-file to true
    end-read
.

anonymise-target-entry.
    add 1 to target-read-count
    move "N" to entry-matched-switch
    if au-member-number = subject-member-number
        set entry-matched to true
        perform erase-before-image
        perform erase-after-image
        if au-email not = spaces
            move erased-email to au-email
        end-if
    else
        if au-member-number = zero
            perform erase-matching-emails
        end-if
    end-if
    if entry-matched
        add 1 to target-match-count
    end-if
    if erasure-confirmed
        write audit-work-record from audit-record
    end-if
    perform read-next-target-entry
.

erase-before-image.
    if au-before-name not = spaces
        move erased-name to au-before-name
    end-if
    if au-before-email not = spaces
        move erased-email to au-before-email
    end-if
    move spaces to au-before-address-line-1 au-before-address-line-2
        au-before-address-town au-before-postcode au-before-phone
.

erase-after-image.
    if au-after-name not = spaces
        move erased-name to au-after-name
    end-if
    if au-after-email not = spaces
        move erased-email to au-after-email
    end-if
    move spaces to au-after-address-line-1 au-after-address-line-2
        au-after-address-town au-after-postcode au-after-phone
.

erase-matching-emails.
    if au-email = subject-email
        move erased-email to au-email
        set entry-matched to true
    end-if
    if au-before-email = subject-email
        move erased-email to au-before-email
        set entry-matched to true
    end-if
    if au-after-email = subject-email
        move erased-email to au-after-email
        set entry-matched to true
    end-if
.

replace-audit-file.
    move "N" to end-of-file-switch
    open input audit-work
    open output audit-target
    perform read-next-work-entry
    perform copy-work-entry until end-of-file
    close audit-work
    close audit-target
    if target-copied-count not = target-read-count
        display "Audit file " function trim(audit-target-name)
            " rewrote " target-copied-count " of " target-read-count
            " entries - restore it from AUDITWRK"
        move 1 to return-code
    end-if
.

read-next-work-entry.
    read audit-work
        at end set end-of-file to true
    end-read
.

copy-work-entry.
    write audit-target-record from audit-work-record
    add 1 to target-copied-count
    perform read-next-work-entry
.

anonymise-gift-aid-declaration.
    open i-o gift-aid-file
    if gift-aid-file-ok
        move "N" to gift-aid-eof-switch
        move subject-member-number to gd-member-number
        start gift-aid-file key is = gd-member-number
            invalid key set gift-aid-eof to true
        end-start
        perform read-next-member-declaration
        perform anonymise-one-declaration until gift-aid-eof
        close gift-aid-file
    end-if
.

read-next-member-declaration.
    if not gift-aid-eof
        read gift-aid-file next record
            at end set gift-aid-eof to true
            not at end
                if gd-member-number not = subject-member-number
                    set gift-aid-eof to true
                end-if
        end-read
    end-if
.

anonymise-one-declaration.
    add 1 to declaration-count
    if gd-declared-name not = spaces
        move erased-name to gd-declared-name
    end-if
    move spaces to gd-house
    if erasure-confirmed
        rewrite gift-aid-record
            invalid key
                display "Unable to anonymise gift aid"
                    " declaration for " subject-member-number
                move 1 to return-code
        end-rewrite
    end-if
    perform read-next-member-declaration
.

anonymise-mandate.
    open i-o mandate-file
    if mandate-file-ok
        move subject-member-number to md-member-number
        read mandate-file
            invalid key continue
            not invalid key
                add 1 to mandate-count
                if md-account-name not = spaces
                    move erased-name to md-account-name
                end-if
                move zero to md-sort-code md-account-number
                if erasure-confirmed
                    rewrite mandate-record
                        invalid key
                            display "Unable to anonymise mandate for "
                                subject-member-number
                            move 1 to return-code
                    end-rewrite
                end-if
        end-read
        close mandate-file
    end-if
.

count-ledger-entries.
    move "N" to end-of-file-switch
    open input dues-ledger
    if dues-file-ok
        perform read-next-dues-entry
        perform count-dues-entry until end-of-file
        close dues-ledger
    end-if
.

read-next-dues-entry.
    read dues-ledger
        at end set end-of-file to true
    end-read
.

count-dues-entry.
    if dl-member-number = subject-member-number
        add 1 to ledger-entry-count
    end-if
    perform read-next-dues-entry
.

anonymise-member-record.
    move mm-date-amended to er-date-amended
    if mm-name not = spaces
        move erased-name to mm-name
    end-if
    move erased-email to mm-email
    move spaces to mm-address-line-1 mm-address-line-2 mm-address-town
        mm-postcode mm-phone

    if erasure-confirmed
        if subject-on-master
            rewrite member-record
                invalid key
                    display "Unable to anonymise member "
                        subject-member-number " on the master"
                    move 1 to return-code
                not invalid key
                    perform write-erasure-audit-entry
            end-rewrite
        else
            move member-record to archive-member-record
            rewrite archive-member-record
                invalid key
                    display "Unable to anonymise archived member "
                        subject-member-number
                    move 1 to return-code
            end-rewrite
        end-if
        perform write-erasure-register-entry
    end-if
.

write-erasure-audit-entry.
    open extend audit-log
    if not audit-file-ok
        open output audit-log
        close audit-log
        open extend audit-log
    end-if

    move function current-date(1:14) to au-timestamp
    move "erase" to au-command
    move mm-member-number to au-member-number
    move mm-email to au-email

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
    move "personal data erased" to au-reason
    move operator-id to au-operator-id

    write audit-record
    close audit-log
.

write-erasure-register-entry.
    open extend erasure-register
    if not erasure-register-ok
        open output erasure-register
        close erasure-register
        open extend erasure-register
    end-if
    move function current-date(1:14) to er-timestamp
    move subject-member-number to er-member-number
    if subject-on-master
        set er-on-master to true
    else
        set er-on-archive to true
    end-if
    move audit-entry-total to er-audit-entries
    move ledger-entry-count to er-ledger-entries
    move operator-id to er-operator-id
    write erasure-record
    close erasure-register
.

close-member-files.
    if member-file-present
        close member-master
    end-if
    if archive-file-present
        close archive-file
    end-if
.

finalize-erasure-run.
    display "Audit files scanned          " audit-file-count
    display "Audit entries anonymised     " audit-entry-total
    display "Gift aid declarations        " declaration-count
    display "Direct debit mandates        " mandate-count
    display "Dues entries kept unchanged  " ledger-entry-count
    if erasure-confirmed
        if return-code = zero
            display "ERASURE COMPLETE - member " subject-member-number
                " recorded in ERASREG"
        else
            display "ERASURE INCOMPLETE - member " subject-member-number
                " - check the messages above"
        end-if
    else
        display "PREVIEW ONLY - rerun with confirm to erase member "
            subject-member-number
    end-if
.

end program EBAMSERAS.
