identification division.
program-id. EBAMSSAR.

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

        select dues-ledger assign to "DUESLEDG"
            organization line sequential
            file status dues-file-status.

        select notice-history assign to "NOTICEHS"
            organization line sequential
            file status notice-history-status.

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

        select card-history assign to "CARDHIST"
            organization indexed
            access mode dynamic
            record key cd-card-serial
            alternate record key cd-member-number with duplicates
            file status card-history-status.

        select audit-log assign to "AUDITLOG"
            organization line sequential
            file status audit-file-status.

        select generation-register assign to "AUDITGEN"
            organization line sequential
            file status generation-register-status.

        select generation-file assign to generation-file-name
            organization line sequential
            file status generation-file-status.

        select erasure-register assign to "ERASREG"
            organization line sequential
            file status erasure-register-status.

        select dossier-file assign to dossier-file-name
            organization line sequential
            file status dossier-file-status.

data division.
    file section.
    fd  member-master.
        copy MemberRecord.

    fd  archive-file.
        copy ArchiveRecord.

    fd  household-file.
        copy HouseholdRecord.

    fd  dues-ledger.
        copy DuesRecord.

    fd  notice-history.
        copy NoticeRecord.

    fd  gift-aid-file.
        copy GiftAidRecord.

    fd  mandate-file.
        copy MandateRecord.

    fd  card-history.
        copy CardRecord.

    fd  audit-log.
        copy AuditRecord.

    fd  generation-register.
        copy AuditGeneration.

    fd  generation-file.
        01 generation-record pic x(981).

    fd  erasure-register.
        copy ErasureRecord.

    fd  dossier-file.
        01 dossier-record pic x(132).

    working-storage section.
        01 member-file-status pic x(02) value spaces.
            88 member-file-ok value "00".

        01 archive-file-status pic x(02) value spaces.
            88 archive-file-ok value "00".

        01 household-file-status pic x(02) value spaces.
            88 household-file-ok value "00".

        01 dues-file-status pic x(02) value spaces.
            88 dues-file-ok value "00".

        01 notice-history-status pic x(02) value spaces.
            88 notice-history-ok value "00".

        01 gift-aid-file-status pic x(02) value spaces.
            88 gift-aid-file-ok value "00".

        01 mandate-file-status pic x(02) value spaces.
            88 mandate-file-ok value "00".

        01 card-history-status pic x(02) value spaces.
            88 card-history-ok value "00".

        01 audit-file-status pic x(02) value spaces.
            88 audit-file-ok value "00".

        01 generation-register-status pic x(02) value spaces.
            88 generation-register-ok value "00".

        01 generation-file-status pic x(02) value spaces.
            88 generation-file-ok value "00".

        01 erasure-register-status pic x(02) value spaces.
            88 erasure-register-ok value "00".

        01 dossier-file-status pic x(02) value spaces.
            88 dossier-file-ok value "00".

        01 generation-file-name pic x(100) value spaces.
        01 dossier-file-name pic x(100) value spaces.

        01 request-key pic x(100) value spaces.
        01 request-key-length pic 9(03) value zero.
        01 subject-member-number pic 9(08) value zero.
        01 subject-email pic x(100) value spaces.

        01 request-key-numeric-switch pic x(01) value "N".
            88 request-key-is-number value "Y".

        01 export-failed-switch pic x(01) value "N".
            88 export-failed value "Y".

        01 member-file-present-switch pic x(01) value "N".
            88 member-file-present value "Y".

        01 archive-file-present-switch pic x(01) value "N".
            88 archive-file-present value "Y".

        01 household-file-present-switch pic x(01) value "N".
            88 household-file-present value "Y".

        01 on-master-switch pic x(01) value "N".
            88 subject-on-master value "Y".

        01 on-archive-switch pic x(01) value "N".
            88 subject-on-archive value "Y".

        01 end-of-file-switch pic x(01) value "N".
            88 end-of-file value "Y".

        01 register-end-switch pic x(01) value "N".
            88 register-end value "Y".

        01 today-date pic 9(08) value zero.

        01 dossier-line pic x(132) value spaces.
        01 household-line-count pic 9(05) value zero.
        01 display-amount pic z(5)9.99 value zero.

        01 image-label pic x(08) value spaces.
        01 image-work.
            05 iw-name pic x(100).
            05 iw-email pic x(100).
            05 iw-date-added pic 9(08).
            05 iw-date-amended pic 9(08).
            05 iw-status pic x(01).
            05 iw-address-line-1 pic x(50).
            05 iw-address-line-2 pic x(50).
            05 iw-address-town pic x(30).
            05 iw-postcode pic x(10).
            05 iw-phone pic x(20).
            05 iw-grade pic x(01).
            05 iw-paid-to-date pic 9(08).
            05 iw-date-approved pic 9(08).
            05 iw-contact-preference pic x(01).
            05 iw-email-status pic x(01).

        01 other-record-count pic 9(05) value zero.
        01 dossier-line-count pic 9(08) value zero.
        01 ledger-entry-count pic 9(08) value zero.
        01 notice-entry-count pic 9(08) value zero.
        01 audit-entry-count pic 9(08) value zero.
        01 card-entry-count pic 9(08) value zero.
        01 declaration-entry-count pic 9(08) value zero.
        01 generations-scanned pic 9(03) value zero.

        01 runlog-program-id pic x(10) value "EBAMSSAR".
        01 runlog-record-type pic x(01) value space.
        01 runlog-record-count pic 9(08) value zero.
        01 runlog-return-code pic 9(04) value zero.

procedure division.
    perform write-run-start
    perform initialize-subject-access
    if not export-failed
        perform write-dossier-heading
        perform write-member-section
        perform write-household-section
        perform write-dues-section
        perform write-notice-section
        perform write-gift-aid-section
        perform write-mandate-section
        perform write-card-section
        perform write-audit-section
        perform write-erasure-section
        perform finalize-subject-access
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
    move dossier-line-count to runlog-record-count
    move return-code to runlog-return-code
    call "RUNLOGWRITE" using runlog-program-id runlog-record-type
        runlog-record-count runlog-return-code
    move runlog-return-code to return-code
.

initialize-subject-access.
    accept request-key from argument-value
    move function current-date(1:8) to today-date

    if request-key = spaces
        display "Usage: EBAMSSAR member-number-or-email"
        set export-failed to true
        move 1 to return-code
    end-if

    if not export-failed
        move function length(function trim(request-key))
            to request-key-length
        if request-key-length <= 8
                and request-key(1:request-key-length) is numeric
            set request-key-is-number to true
            move function numval(request-key(1:request-key-length))
                to subject-member-number
        end-if

        open input member-master
        if member-file-ok
            set member-file-present to true
        end-if
        open input archive-file
        if archive-file-ok
            set archive-file-present to true
        end-if
        open input household-file
        if household-file-ok
            set household-file-present to true
        end-if

        perform locate-subject
        if not subject-on-master and not subject-on-archive
            display "Not found: no member or archived member "
                function trim(request-key)
            perform close-member-files
            set export-failed to true
            move 1 to return-code
        end-if
    end-if

    if not export-failed
        move spaces to dossier-file-name
        string "SAR." subject-member-number
            delimited by size into dossier-file-name
        open output dossier-file
        if not dossier-file-ok
            display "Unable to create dossier file "
                function trim(dossier-file-name)
            perform close-member-files
            set export-failed to true
            move 1 to return-code
        end-if
    end-if
.

locate-subject.
    if member-file-present
        if request-key-is-number
            move subject-member-number to mm-member-number
            read member-master
                invalid key continue
                not invalid key set subject-on-master to true
            end-read
        else
            move request-key to mm-email
            read member-master key is mm-email
                invalid key continue
                not invalid key set subject-on-master to true
            end-read
        end-if
    end-if
    if subject-on-master
        move mm-member-number to subject-member-number
        move mm-email to subject-email
    end-if

    if archive-file-present and not subject-on-master
        if request-key-is-number
            move subject-member-number to ax-member-number
            read archive-file
                invalid key continue
                not invalid key set subject-on-archive to true
            end-read
        else
            move request-key to ax-email
            read archive-file key is ax-email
                invalid key continue
                not invalid key set subject-on-archive to true
            end-read
        end-if
        if subject-on-archive
            move ax-member-number to subject-member-number
            move ax-email to subject-email
        end-if
    end-if
.

close-member-files.
    if member-file-present
        close member-master
    end-if
    if archive-file-present
        close archive-file
    end-if
    if household-file-present
        close household-file
    end-if
.

write-dossier-line.
    write dossier-record from dossier-line
    add 1 to dossier-line-count
    move spaces to dossier-line
.

write-section-heading.
    perform write-dossier-line
    perform write-dossier-line
.

write-dossier-heading.
    string "EBAMS SUBJECT ACCESS DOSSIER FOR MEMBER " subject-member-number
        " PREPARED " today-date
        delimited by size into dossier-line
    perform write-dossier-line
    string "Requested by " function trim(request-key)
        delimited by size into dossier-line
    perform write-dossier-line
    display "EBAMS SUBJECT ACCESS EXPORT FOR MEMBER " subject-member-number
        " TO " function trim(dossier-file-name)
.

write-member-section.
    if subject-on-master
        move "MEMBERSHIP RECORD (CURRENT MEMBER FILE)" to dossier-line
    else
        move "MEMBERSHIP RECORD (ARCHIVED MEMBER FILE)" to dossier-line
        move archive-member-record to member-record
    end-if
    perform write-section-heading
    perform write-member-record-lines
    if archive-file-present and subject-email not = spaces
        perform list-other-archive-records
    end-if
.

write-member-record-lines.
    string "Member number   " mm-member-number
        delimited by size into dossier-line
    perform write-dossier-line
    string "Name            " function trim(mm-name)
        delimited by size into dossier-line
    perform write-dossier-line
    string "Email           " function trim(mm-email)
        delimited by size into dossier-line
    perform write-dossier-line
    string "Address         " function trim(mm-address-line-1)
        delimited by size into dossier-line
    perform write-dossier-line
    if mm-address-line-2 not = spaces
        string "                " function trim(mm-address-line-2)
            delimited by size into dossier-line
        perform write-dossier-line
    end-if
    string "Town            " function trim(mm-address-town)
        delimited by size into dossier-line
    perform write-dossier-line
    string "Postcode        " function trim(mm-postcode)
        delimited by size into dossier-line
    perform write-dossier-line
    string "Phone           " function trim(mm-phone)
        delimited by size into dossier-line
    perform write-dossier-line
    string "Grade           " mm-grade
        "    Status " mm-status
        delimited by size into dossier-line
    perform write-dossier-line
    string "Date added      " mm-date-added
        "    Approved " mm-date-approved
        "    Last amended " mm-date-amended
        delimited by size into dossier-line
    perform write-dossier-line
    string "Paid to         " mm-paid-to-date
        delimited by size into dossier-line
    perform write-dossier-line
    string "Contact pref    " mm-contact-preference
        "    Email status " mm-email-status
        delimited by size into dossier-line
    perform write-dossier-line
.

list-other-archive-records.
    move "N" to end-of-file-switch
    move subject-email to ax-email
    start archive-file key is = ax-email
        invalid key set end-of-file to true
    end-start
    if not end-of-file
        perform read-next-archive-by-email
    end-if
    perform note-other-archive-record until end-of-file
.

read-next-archive-by-email.
    read archive-file next record
        at end set end-of-file to true
    end-read
    if not end-of-file and ax-email not = subject-email
        set end-of-file to true
    end-if
.

note-other-archive-record.
    if ax-member-number not = subject-member-number
        add 1 to other-record-count
        string "Also held: archived member " ax-member-number
            " under the same email - run a separate export for it"
            delimited by size into dossier-line
        perform write-dossier-line
        display "Archived member " ax-member-number
            " shares this email - export it separately"
    end-if
    perform read-next-archive-by-email
.

write-household-section.
    move "HOUSEHOLD LINKS" to dossier-line
    perform write-section-heading
    if household-file-present
        move subject-member-number to hh-member-number
        read household-file
            invalid key continue
            not invalid key
                string "Linked member of household primary "
                    hh-primary-number
                    delimited by size into dossier-line
                perform write-dossier-line
                add 1 to household-line-count
        end-read

        move "N" to end-of-file-switch
        move subject-member-number to hh-primary-number
        start household-file key is = hh-primary-number
            invalid key set end-of-file to true
        end-start
        if not end-of-file
            perform read-next-household-link
        end-if
        perform write-household-link until end-of-file
    end-if
    if household-line-count = zero
        move "None held" to dossier-line
        perform write-dossier-line
    end-if
.

read-next-household-link.
    read household-file next record
        at end set end-of-file to true
    end-read
    if not end-of-file and hh-primary-number not = subject-member-number
        set end-of-file to true
    end-if
.

write-household-link.
    string "Household primary for linked member " hh-member-number
        delimited by size into dossier-line
    perform write-dossier-line
    add 1 to household-line-count
    perform read-next-household-link
.

write-dues-section.
    move "DUES LEDGER" to dossier-line
    perform write-section-heading
    move "N" to end-of-file-switch
    open input dues-ledger
    if dues-file-ok
        perform read-next-dues-entry
        perform write-dues-entry until end-of-file
        close dues-ledger
    end-if
    if ledger-entry-count = zero
        move "None held" to dossier-line
        perform write-dossier-line
    end-if
.

read-next-dues-entry.
    read dues-ledger
        at end set end-of-file to true
    end-read
.

write-dues-entry.
    if dl-member-number = subject-member-number
        add 1 to ledger-entry-count
        move dl-amount to display-amount
        if dl-reversal-entry
            string dl-payment-date " reversal of payment dated "
                dl-reversed-payment-date " amount " display-amount
                " paid to restored to " dl-paid-to-date
                " by " function trim(dl-operator-id)
                delimited by size into dossier-line
        else
            string dl-payment-date " payment amount " display-amount
                " paid to " dl-paid-to-date
                " by " function trim(dl-operator-id)
                delimited by size into dossier-line
        end-if
        perform write-dossier-line
        if dl-gift-aid-claim-date is numeric
                and dl-gift-aid-claim-date > zero
            string "         included in gift aid claim to "
                dl-gift-aid-claim-date
                delimited by size into dossier-line
            perform write-dossier-line
        end-if
    end-if
    perform read-next-dues-entry
.

write-notice-section.
    move "RENEWAL AND LAPSE NOTICES SENT" to dossier-line
    perform write-section-heading
    move "N" to end-of-file-switch
    open input notice-history
    if notice-history-ok
        perform read-next-notice-entry
        perform write-notice-entry until end-of-file
        close notice-history
    end-if
    if notice-entry-count = zero
        move "None held" to dossier-line
        perform write-dossier-line
    end-if
.

read-next-notice-entry.
    read notice-history
        at end set end-of-file to true
    end-read
.

write-notice-entry.
    if nh-member-number = subject-member-number
        add 1 to notice-entry-count
        string nh-notice-date " " nh-notice-stage
            " notice for membership paid to " nh-paid-to-date
            delimited by size into dossier-line
        perform write-dossier-line
    end-if
    perform read-next-notice-entry
.

write-gift-aid-section.
    move "GIFT AID DECLARATIONS" to dossier-line
    perform write-section-heading
    move zero to declaration-entry-count
    move "N" to end-of-file-switch
    open input gift-aid-file
    if gift-aid-file-ok
        move subject-member-number to gd-member-number
        start gift-aid-file key is = gd-member-number
            invalid key set end-of-file to true
        end-start
        perform read-next-declaration-entry
        perform write-declaration-entry until end-of-file
        close gift-aid-file
    end-if
    if declaration-entry-count = zero
        move "None held" to dossier-line
        perform write-dossier-line
    end-if
.

read-next-declaration-entry.
    if not end-of-file
        read gift-aid-file next record
            at end set end-of-file to true
            not at end
                if gd-member-number not = subject-member-number
                    set end-of-file to true
                end-if
        end-read
    end-if
.

write-declaration-entry.
    string "Declared name   " function trim(gd-declared-name)
        delimited by size into dossier-line
    perform write-dossier-line
    string "House           " function trim(gd-house)
        delimited by size into dossier-line
    perform write-dossier-line
    string "Made " gd-date-made
        "    Effective from " gd-effective-from
        "    Cancelled " gd-cancelled-date
        delimited by size into dossier-line
    perform write-dossier-line
    add 1 to declaration-entry-count
    perform read-next-declaration-entry
.

write-mandate-section.
    move "DIRECT DEBIT MANDATE" to dossier-line
    perform write-section-heading
    move "N" to end-of-file-switch
    open input mandate-file
    if mandate-file-ok
        move subject-member-number to md-member-number
        read mandate-file
            invalid key set end-of-file to true
            not invalid key
                string "Reference       " function trim(md-mandate-reference)
                    "    Status " md-status " since " md-status-date
                    delimited by size into dossier-line
                perform write-dossier-line
                string "Account name    " function trim(md-account-name)
                    delimited by size into dossier-line
                perform write-dossier-line
                string "Sort code       " md-sort-code
                    "    Account number " md-account-number
                    delimited by size into dossier-line
                perform write-dossier-line
                string "Lodged " md-lodged-date
                    "    Last collected " md-last-collection-date
                    delimited by size into dossier-line
                perform write-dossier-line
        end-read
        close mandate-file
    else
        set end-of-file to true
    end-if
    if end-of-file
        move "None held" to dossier-line
        perform write-dossier-line
    end-if
.

write-card-section.
    move "MEMBERSHIP CARDS" to dossier-line
    perform write-section-heading
    move "N" to end-of-file-switch
    open input card-history
    if card-history-ok
        move subject-member-number to cd-member-number
        start card-history key is = cd-member-number
            invalid key set end-of-file to true
        end-start
        perform read-next-card-entry
        perform write-card-entry until end-of-file
        close card-history
    end-if
    if card-entry-count = zero
        move "None held" to dossier-line
        perform write-dossier-line
    end-if
.

read-next-card-entry.
    if not end-of-file
        read card-history next record
            at end set end-of-file to true
            not at end
                if cd-member-number not = subject-member-number
                    set end-of-file to true
                end-if
        end-read
    end-if
.

write-card-entry.
    string "Card " cd-card-serial "  issued " cd-issue-date
        " reason " cd-issue-reason "  valid until " cd-valid-until
        "  under " cd-primary-number "  status " cd-status
        " since " cd-status-date " " cd-status-reason
        delimited by size into dossier-line
    perform write-dossier-line
    add 1 to card-entry-count
    perform read-next-card-entry
.

write-audit-section.
    move "CHANGE HISTORY (AUDIT TRAIL BEFORE AND AFTER IMAGES)"
        to dossier-line
    perform write-section-heading
    perform scan-closed-generations
    move "N" to end-of-file-switch
    open input audit-log
    if audit-file-ok
        perform read-next-audit-entry
        perform examine-audit-entry until end-of-file
        close audit-log
    end-if
    if audit-entry-count = zero
        move "None held" to dossier-line
        perform write-dossier-line
    end-if
.

scan-closed-generations.
    open input generation-register
    if generation-register-ok
        perform read-next-register-entry
        perform scan-one-generation until register-end
        close generation-register
    end-if
.

read-next-register-entry.
    read generation-register
        at end set register-end to true
    end-read
.

scan-one-generation.
    move ag-generation-file to generation-file-name
    open input generation-file
    if generation-file-ok
        add 1 to generations-scanned
        move "N" to end-of-file-switch
        perform read-next-generation-entry
        perform examine-generation-entry until end-of-file
        close generation-file
    else
        display "Closed generation " function trim(generation-file-name)
            " is missing - history may be incomplete"
        string "Closed audit generation " function trim(generation-file-name)
            " could not be read - history may be incomplete"
            delimited by size into dossier-line
        perform write-dossier-line
    end-if
    perform read-next-register-entry
.

read-next-generation-entry.
    read generation-file into audit-record
        at end set end-of-file to true
    end-read
.

examine-generation-entry.
    perform examine-audit-image
    perform read-next-generation-entry
.

read-next-audit-entry.
    read audit-log
        at end set end-of-file to true
    end-read
.

examine-audit-entry.
    perform examine-audit-image
    perform read-next-audit-entry
.

examine-audit-image.
    if au-member-number = subject-member-number
            or (au-member-number = zero and subject-email not = spaces
                and (au-email = subject-email
                    or au-before-email = subject-email
                    or au-after-email = subject-email))
        perform write-audit-entry-lines
    end-if
.

write-audit-entry-lines.
    add 1 to audit-entry-count
    perform write-dossier-line
    string au-timestamp(1:4) "-" au-timestamp(5:2) "-" au-timestamp(7:2)
        " " au-timestamp(9:2) ":" au-timestamp(11:2) ":" au-timestamp(13:2)
        " " au-command " by " function trim(au-operator-id)
        " (request key " function trim(au-email) ")"
        delimited by size into dossier-line
    perform write-dossier-line
    if au-reason not = spaces
        string "  Reason  " function trim(au-reason)
            delimited by size into dossier-line
        perform write-dossier-line
    end-if
    perform load-before-image
    if iw-status = space and iw-name = spaces and iw-email = spaces
        move "  Before  (no record held)" to dossier-line
        perform write-dossier-line
    else
        move "Before" to image-label
        perform write-image-lines
    end-if
    perform load-after-image
    move "After" to image-label
    perform write-image-lines
.

load-before-image.
    move au-before-name to iw-name
    move au-before-email to iw-email
    move au-before-date-added to iw-date-added
    move au-before-date-amended to iw-date-amended
    move au-before-status to iw-status
    move au-before-address-line-1 to iw-address-line-1
    move au-before-address-line-2 to iw-address-line-2
    move au-before-address-town to iw-address-town
    move au-before-postcode to iw-postcode
    move au-before-phone to iw-phone
    move au-before-grade to iw-grade
    move au-before-paid-to-date to iw-paid-to-date
    move au-before-date-approved to iw-date-approved
    move au-before-contact-preference to iw-contact-preference
    move au-before-email-status to iw-email-status
.

load-after-image.
    move au-after-name to iw-name
    move au-after-email to iw-email
    move au-after-date-added to iw-date-added
    move au-after-date-amended to iw-date-amended
    move au-after-status to iw-status
    move au-after-address-line-1 to iw-address-line-1
    move au-after-address-line-2 to iw-address-line-2
    move au-after-address-town to iw-address-town
    move au-after-postcode to iw-postcode
    move au-after-phone to iw-phone
    move au-after-grade to iw-grade
    move au-after-paid-to-date to iw-paid-to-date
    move au-after-date-approved to iw-date-approved
    move au-after-contact-preference to iw-contact-preference
    move au-after-email-status to iw-email-status
.

write-image-lines.
    string "  " image-label function trim(iw-name)
        " " function trim(iw-email)
        delimited by size into dossier-line
    perform write-dossier-line
    string "          " function trim(iw-address-line-1) " "
        function trim(iw-address-line-2) " "
        function trim(iw-address-town) " " function trim(iw-postcode)
        " phone " function trim(iw-phone)
        delimited by size into dossier-line
    perform write-dossier-line
    string "          grade " iw-grade " status " iw-status
        " added " iw-date-added " approved " iw-date-approved
        " amended " iw-date-amended " paid to " iw-paid-to-date
        " contact " iw-contact-preference " email " iw-email-status
        delimited by size into dossier-line
    perform write-dossier-line
.

write-erasure-section.
    move "N" to end-of-file-switch
    open input erasure-register
    if erasure-register-ok
        perform read-next-erasure-entry
        perform check-erasure-entry until end-of-file
        close erasure-register
    end-if
.

read-next-erasure-entry.
    read erasure-register
        at end set end-of-file to true
    end-read
.

check-erasure-entry.
    if er-member-number = subject-member-number
        move "PERSONAL DATA ERASURE" to dossier-line
        perform write-section-heading
        string "Personal details erased on " er-timestamp(1:8)
            " by " function trim(er-operator-id)
            delimited by size into dossier-line
        perform write-dossier-line
    end-if
    perform read-next-erasure-entry
.

finalize-subject-access.
    perform write-dossier-line
    string "END OF DOSSIER - " dossier-line-count " lines"
        delimited by size into dossier-line
    perform write-dossier-line
    close dossier-file
    perform close-member-files

    display "Dues ledger entries       " ledger-entry-count
    display "Notices                   " notice-entry-count
    display "Audit trail entries       " audit-entry-count
    display "Closed generations read   " generations-scanned
    display "Other archived records    " other-record-count
    display "Dossier lines written     " dossier-line-count
.

end program EBAMSSAR.
