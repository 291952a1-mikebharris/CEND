identification division.
program-id. EBAMSINTG.

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

        select member-sequence assign to "MEMBERSQ"
            organization line sequential
            file status member-sequence-status.

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

data division.
    file section.
    fd  member-master.
        copy MemberRecord.

    fd  archive-file.
        copy ArchiveRecord.

    fd  household-file.
        copy HouseholdRecord.

    fd  member-sequence.
        01 member-sequence-record pic 9(08).

    fd  dues-ledger.
        copy DuesRecord.

    fd  notice-history.
        copy NoticeRecord.

    fd  gift-aid-file.
        copy GiftAidRecord.

    fd  mandate-file.
        copy MandateRecord.

    working-storage section.
        01 member-file-status pic x(02) value spaces.
            88 member-file-ok value "00".

        01 archive-file-status pic x(02) value spaces.
            88 archive-file-ok value "00".

        01 household-file-status pic x(02) value spaces.
            88 household-file-ok value "00".

        01 member-sequence-status pic x(02) value spaces.
            88 member-sequence-ok value "00".

        01 dues-file-status pic x(02) value spaces.
            88 dues-file-ok value "00".

        01 notice-history-status pic x(02) value spaces.
            88 notice-history-ok value "00".

        01 gift-aid-file-status pic x(02) value spaces.
            88 gift-aid-file-ok value "00".

        01 mandate-file-status pic x(02) value spaces.
            88 mandate-file-ok value "00".

        01 member-file-present-switch pic x(01) value "N".
            88 member-file-present value "Y".

        01 archive-file-present-switch pic x(01) value "N".
            88 archive-file-present value "Y".

        01 household-file-present-switch pic x(01) value "N".
            88 household-file-present value "Y".

        01 end-of-file-switch pic x(01) value "N".
            88 end-of-file value "Y".

        01 lookup-member-number pic 9(08) value zero.
        01 lookup-on-master-switch pic x(01) value "N".
            88 lookup-on-master value "Y".
        01 lookup-on-archive-switch pic x(01) value "N".
            88 lookup-on-archive value "Y".

        01 linked-switch pic x(01) value "N".
            88 member-is-linked value "Y".

        01 primary-problem pic x(30) value spaces.

        01 highest-member-number pic 9(08) value zero.
        01 next-member-number pic 9(08) value zero.

        01 ledger-limit pic 9(05) value 20000.
        01 ledger-count pic 9(05) value zero.
        01 ledger-index pic 9(05) value zero.
        01 ledger-found-switch pic x(01) value "N".
            88 ledger-found value "Y".
        01 ledger-overflow-switch pic x(01) value "N".
            88 ledger-overflow value "Y".

        01 ledger-table.
            05 ledger-entry occurs 20000 times.
                10 lt-member-number pic 9(08).
                10 lt-paid-to-date pic 9(08).
                10 lt-entry-count pic 9(05).

        01 master-count pic 9(08) value zero.
        01 archive-count pic 9(08) value zero.
        01 link-count pic 9(08) value zero.
        01 ledger-entry-total pic 9(08) value zero.
        01 notice-entry-total pic 9(08) value zero.
        01 declaration-total pic 9(08) value zero.
        01 mandate-total pic 9(08) value zero.

        01 primary-break-count pic 9(05) value zero.
        01 linked-break-count pic 9(05) value zero.
        01 ledger-orphan-count pic 9(05) value zero.
        01 ledger-orphan-entries pic 9(08) value zero.
        01 notice-orphan-count pic 9(05) value zero.
        01 duplicate-count pic 9(05) value zero.
        01 sequence-break-count pic 9(05) value zero.
        01 paid-to-break-count pic 9(05) value zero.
        01 gift-aid-orphan-count pic 9(05) value zero.
        01 mandate-orphan-count pic 9(05) value zero.
        01 table-break-count pic 9(05) value zero.
        01 break-count pic 9(06) value zero.

        01 runlog-program-id pic x(10) value "EBAMSINTG".
        01 runlog-record-type pic x(01) value space.
        01 runlog-record-count pic 9(08) value zero.
        01 runlog-return-code pic 9(04) value zero.

procedure division.
    perform write-run-start
    display "EBAMS CROSS-FILE INTEGRITY CHECK AS AT "
        function current-date(1:8)
    perform initialize-integrity-check
    perform load-ledger-positions
    perform check-member-master
    perform check-member-archive
    perform check-member-sequence
    perform check-household-links
    perform check-ledger-members
    perform check-notice-history
    perform check-gift-aid-declarations
    perform check-mandates
    perform report-break-counts
    perform finalize-integrity-check
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
    move break-count to runlog-record-count
    move return-code to runlog-return-code
    call "RUNLOGWRITE" using runlog-program-id runlog-record-type
        runlog-record-count runlog-return-code
    move runlog-return-code to return-code
.

initialize-integrity-check.
    open input member-master
    if member-file-ok
        set member-file-present to true
    else
        display "No member file found - checking against an empty master"
    end-if

    open input archive-file
    if archive-file-ok
        set archive-file-present to true
    end-if

    open input household-file
    if household-file-ok
        set household-file-present to true
    end-if
.

look-up-member-anywhere.
    move "N" to lookup-on-master-switch
    move "N" to lookup-on-archive-switch
    if member-file-present
        move lookup-member-number to mm-member-number
        read member-master
            invalid key continue
            not invalid key set lookup-on-master to true
        end-read
    end-if
    if archive-file-present
        move lookup-member-number to ax-member-number
        read archive-file
            invalid key continue
            not invalid key set lookup-on-archive to true
        end-read
    end-if
.

load-ledger-positions.
    move "N" to end-of-file-switch
    open input dues-ledger
    if dues-file-ok
        perform read-next-dues-entry
        perform absorb-dues-entry until end-of-file
        close dues-ledger
    end-if
    if ledger-overflow
        add 1 to table-break-count
        display "EXCEPTION TABL more than " ledger-limit
            " members on the dues ledger - ledger checks are incomplete"
    end-if
.

read-next-dues-entry.
    read dues-ledger
        at end set end-of-file to true
    end-read
.

absorb-dues-entry.
    add 1 to ledger-entry-total
    move dl-member-number to lookup-member-number
    perform find-ledger-entry
    if not ledger-found
        if ledger-count < ledger-limit
            add 1 to ledger-count
            move ledger-count to ledger-index
            move dl-member-number to lt-member-number(ledger-index)
            move zero to lt-entry-count(ledger-index)
            set ledger-found to true
        else
            set ledger-overflow to true
        end-if
    end-if
    if ledger-found
        move dl-paid-to-date to lt-paid-to-date(ledger-index)
        add 1 to lt-entry-count(ledger-index)
    end-if
    perform read-next-dues-entry
.

find-ledger-entry.
    move "N" to ledger-found-switch
    perform test-ledger-entry
        varying ledger-index from 1 by 1
        until ledger-index > ledger-count or ledger-found
    if ledger-found
        subtract 1 from ledger-index
    end-if
.

test-ledger-entry.
    if lt-member-number(ledger-index) = lookup-member-number
        set ledger-found to true
    end-if
.

check-member-master.
    if member-file-present
        move "N" to end-of-file-switch
        move zero to mm-member-number
        start member-master key is not less than mm-member-number
            invalid key set end-of-file to true
        end-start
        if not end-of-file
            perform read-next-master-record
        end-if
        perform check-master-record until end-of-file
    end-if
.

read-next-master-record.
    read member-master next record
        at end set end-of-file to true
    end-read
.

check-master-record.
    add 1 to master-count
    if mm-member-number > highest-member-number
        move mm-member-number to highest-member-number
    end-if

    if archive-file-present
        move mm-member-number to ax-member-number
        read archive-file
            invalid key continue
            not invalid key
                add 1 to duplicate-count
                display "EXCEPTION DUPL member " mm-member-number
                    " is on both MEMBERMS and MEMBERAX"
        end-read
    end-if

    move mm-member-number to lookup-member-number
    perform find-ledger-entry
    if ledger-found and lt-paid-to-date(ledger-index) not = mm-paid-to-date
        move "N" to linked-switch
        if household-file-present
            move mm-member-number to hh-member-number
            read household-file
                invalid key continue
                not invalid key set member-is-linked to true
            end-read
        end-if
        if not member-is-linked
            add 1 to paid-to-break-count
            display "EXCEPTION PDTO member " mm-member-number
                " paid to " mm-paid-to-date
                " but latest ledger entry is " lt-paid-to-date(ledger-index)
        end-if
    end-if
    perform read-next-master-record
.

check-member-archive.
    if archive-file-present
        move "N" to end-of-file-switch
        move zero to ax-member-number
        start archive-file key is not less than ax-member-number
            invalid key set end-of-file to true
        end-start
        if not end-of-file
            perform read-next-archive-record
        end-if
        perform check-archive-record until end-of-file
    end-if
.

read-next-archive-record.
    read archive-file next record
        at end set end-of-file to true
    end-read
.

check-archive-record.
    add 1 to archive-count
    if ax-member-number > highest-member-number
        move ax-member-number to highest-member-number
    end-if
    perform read-next-archive-record
.

check-member-sequence.
    move zero to next-member-number
    open input member-sequence
    if member-sequence-ok
        read member-sequence
            not at end move member-sequence-record to next-member-number
        end-read
        close member-sequence
    end-if

    if highest-member-number > zero
            and next-member-number <= highest-member-number
        add 1 to sequence-break-count
        display "EXCEPTION SEQN MEMBERSQ next number " next-member-number
            " is not above highest member number " highest-member-number
    end-if
.

check-household-links.
    if household-file-present
        move "N" to end-of-file-switch
        move zero to hh-member-number
        start household-file key is not less than hh-member-number
            invalid key set end-of-file to true
        end-start
        if not end-of-file
            perform read-next-household-link
        end-if
        perform check-household-link until end-of-file
    end-if
.

read-next-household-link.
    read household-file next record
        at end set end-of-file to true
    end-read
.

check-household-link.
    add 1 to link-count

    move hh-member-number to lookup-member-number
    perform look-up-member-anywhere
    if not lookup-on-master or mm-status-removed
        add 1 to linked-break-count
        display "EXCEPTION HHMB linked member " hh-member-number
            " of primary " hh-primary-number
            " is not a current member"
    end-if

    move spaces to primary-problem
    move hh-primary-number to lookup-member-number
    perform look-up-member-anywhere
    evaluate true
        when lookup-on-master and mm-status-removed
            move "is removed" to primary-problem
        when lookup-on-master and mm-status-lapsed
            move "is lapsed" to primary-problem
        when lookup-on-master and not mm-grade-family
            move "is not Family grade" to primary-problem
        when lookup-on-master
            continue
        when lookup-on-archive
            move "is archived" to primary-problem
        when other
            move "does not exist" to primary-problem
    end-evaluate
    if primary-problem not = spaces
        add 1 to primary-break-count
        display "EXCEPTION HHPR member " hh-member-number
            " linked to primary " hh-primary-number
            " which " function trim(primary-problem)
    end-if
    perform read-next-household-link
.

check-ledger-members.
    perform check-ledger-member
        varying ledger-index from 1 by 1
        until ledger-index > ledger-count
.

check-ledger-member.
    move lt-member-number(ledger-index) to lookup-member-number
    perform look-up-member-anywhere
    if not lookup-on-master and not lookup-on-archive
        add 1 to ledger-orphan-count
        add lt-entry-count(ledger-index) to ledger-orphan-entries
        display "EXCEPTION DLOR member " lt-member-number(ledger-index)
            " has " lt-entry-count(ledger-index)
            " dues entries but is on neither MEMBERMS nor MEMBERAX"
    end-if
.

check-notice-history.
    move "N" to end-of-file-switch
    open input notice-history
    if notice-history-ok
        perform read-next-notice-entry
        perform check-notice-entry until end-of-file
        close notice-history
    end-if
.

read-next-notice-entry.
    read notice-history
        at end set end-of-file to true
    end-read
.

check-notice-entry.
    add 1 to notice-entry-total
    move nh-member-number to lookup-member-number
    perform look-up-member-anywhere
    if not lookup-on-master and not lookup-on-archive
        add 1 to notice-orphan-count
        display "EXCEPTION NHOR member " nh-member-number
            " " nh-notice-stage " notice of " nh-notice-date
            " but is on neither MEMBERMS nor MEMBERAX"
    end-if
    perform read-next-notice-entry
.

check-gift-aid-declarations.
    open input gift-aid-file
    if gift-aid-file-ok
        move "N" to end-of-file-switch
        move zero to gd-member-number
        start gift-aid-file key is not less than gd-member-number
            invalid key set end-of-file to true
        end-start
        if not end-of-file
            perform read-next-declaration
        end-if
        perform check-declaration until end-of-file
        close gift-aid-file
    end-if
.

read-next-declaration.
    read gift-aid-file next record
        at end set end-of-file to true
    end-read
.

check-declaration.
    add 1 to declaration-total
    move gd-member-number to lookup-member-number
    perform look-up-member-anywhere
    if not lookup-on-master and not lookup-on-archive
        add 1 to gift-aid-orphan-count
        display "EXCEPTION GDOR member " gd-member-number
            " has a gift aid declaration but is on neither"
            " MEMBERMS nor MEMBERAX"
    end-if
    perform read-next-declaration
.

check-mandates.
    open input mandate-file
    if mandate-file-ok
        move "N" to end-of-file-switch
        move zero to md-member-number
        start mandate-file key is not less than md-member-number
            invalid key set end-of-file to true
        end-start
        if not end-of-file
            perform read-next-mandate
        end-if
        perform check-mandate until end-of-file
        close mandate-file
    end-if
.

read-next-mandate.
    read mandate-file next record
        at end set end-of-file to true
    end-read
.

check-mandate.
    add 1 to mandate-total
    move md-member-number to lookup-member-number
    perform look-up-member-anywhere
    if not lookup-on-master and not lookup-on-archive
        add 1 to mandate-orphan-count
        display "EXCEPTION MDOR member " md-member-number
            " has mandate " function trim(md-mandate-reference)
            " but is on neither MEMBERMS nor MEMBERAX"
    end-if
    perform read-next-mandate
.

report-break-counts.
    compute break-count = primary-break-count + linked-break-count
        + ledger-orphan-count + notice-orphan-count + duplicate-count
        + sequence-break-count + paid-to-break-count
        + gift-aid-orphan-count + mandate-orphan-count + table-break-count

    display " "
    display "RECORDS CHECKED"
    display "Members on MEMBERMS       " master-count
    display "Members on MEMBERAX       " archive-count
    display "Household links           " link-count
    display "Dues ledger entries       " ledger-entry-total
    display "Notice history entries    " notice-entry-total
    display "Gift aid declarations     " declaration-total
    display "Direct debit mandates     " mandate-total
    display " "
    display "BREAKS BY CATEGORY"
    display "HHPR household primary not a live Family member  "
        primary-break-count
    display "HHMB household link for a non-current member     "
        linked-break-count
    display "DLOR dues ledger members on neither file         "
        ledger-orphan-count " (" ledger-orphan-entries " entries)"
    display "NHOR notice history for members on neither file  "
        notice-orphan-count
    display "DUPL members on both MEMBERMS and MEMBERAX        "
        duplicate-count
    display "SEQN MEMBERSQ not above highest member number    "
        sequence-break-count
    display "PDTO paid-to date disagrees with dues ledger     "
        paid-to-break-count
    display "GDOR gift aid declarations on neither file       "
        gift-aid-orphan-count
    display "MDOR direct debit mandates on neither file       "
        mandate-orphan-count
    display "TABL check tables overflowed                     "
        table-break-count
.

finalize-integrity-check.
    if member-file-present
        close member-master
    end-if
    if archive-file-present
        close archive-file
    end-if
    if household-file-present
        close household-file
    end-if

    display " "
    if break-count = zero
        display "INTEGRITY CLEAN - all member-related files agree"
        move 0 to return-code
    else
        display "INTEGRITY BREAKS " break-count
            " - investigate before destructive steps"
        move 1 to return-code
    end-if
.

end program EBAMSINTG.
