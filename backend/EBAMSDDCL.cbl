identification division.
program-id. EBAMSDDCL.

environment division.
    input-output section.
    file-control.
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

        select household-file assign to "HOUSEHLD"
            organization indexed
            access mode dynamic
            record key hh-member-number
            alternate record key hh-primary-number with duplicates
            file status household-file-status.

        select tariff-file assign to "TARIFF"
            organization line sequential
            file status tariff-file-status.

        select submission-file assign to "DDSUBMIT"
            organization line sequential
            file status submission-file-status.

data division.
    file section.
    fd  mandate-file.
        copy MandateRecord.

    fd  member-master.
        copy MemberRecord.

    fd  household-file.
        copy HouseholdRecord.

    fd  tariff-file.
        copy TariffRecord.

    fd  submission-file.
        copy DirectDebitRecord.

    working-storage section.
        01 mandate-file-status pic x(02) value spaces.
            88 mandate-file-ok value "00".

        01 member-file-status pic x(02) value spaces.
            88 member-file-ok value "00".

        01 household-file-status pic x(02) value spaces.
            88 household-file-ok value "00".

        01 household-file-present-switch pic x(01) value "N".
            88 household-file-present value "Y".

        01 tariff-file-status pic x(02) value spaces.
            88 tariff-file-ok value "00".

        01 submission-file-status pic x(02) value spaces.
            88 submission-file-ok value "00".

        01 window-from-text pic x(08) value spaces.
        01 window-to-text pic x(08) value spaces.
        01 collection-date-text pic x(08) value spaces.
        01 window-from-date pic 9(08) value zero.
        01 window-to-date pic 9(08) value zero.
        01 collection-date pic 9(08) value zero.
        01 today-date pic 9(08) value zero.
        01 today-integer pic 9(08) value zero.
        01 window-days pic 9(03) value 30.
        01 notice-days pic 9(03) value 14.

        01 collection-failed-switch pic x(01) value "N".
            88 collection-failed value "Y".

        01 end-of-file-switch pic x(01) value "N".
            88 end-of-file value "Y".

        01 tariff-eof-switch pic x(01) value "N".
            88 tariff-eof value "Y".

        01 tariff-rates.
            05 tariff-rate-entry occurs 3 times.
                10 tr-rate pic 9(06)v99.
                10 tr-effective pic 9(08).
                10 tr-found pic x(01).
        01 tariff-grade-index pic 9(01) value zero.
        01 tariff-rate pic 9(06)v99 value zero.
        01 tariff-rate-found-switch pic x(01) value "N".
            88 tariff-rate-found value "Y".

        01 skip-reason pic x(04) value spaces.
            88 mandate-selected value spaces.

        01 mandate-count pic 9(08) value zero.
        01 active-count pic 9(08) value zero.
        01 selected-count pic 9(08) value zero.
        01 selected-total pic 9(10)v99 value zero.
        01 not-due-count pic 9(08) value zero.
        01 life-skip-count pic 9(08) value zero.
        01 linked-skip-count pic 9(08) value zero.
        01 submitted-skip-count pic 9(08) value zero.
        01 member-skip-count pic 9(08) value zero.
        01 tariff-skip-count pic 9(08) value zero.

        01 display-amount pic z(9)9.99 value zero.

        01 runlog-program-id pic x(10) value "EBAMSDDCL".
        01 runlog-record-type pic x(01) value space.
        01 runlog-record-count pic 9(08) value zero.
        01 runlog-return-code pic 9(04) value zero.

procedure division.
    perform write-run-start
    perform initialize-collection-run
    if not collection-failed
        perform load-tariff-rates
        perform write-submission-header
        perform read-next-mandate
        perform examine-mandate until end-of-file
        perform write-submission-trailer
        perform finalize-collection-run
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
    move selected-count to runlog-record-count
    move return-code to runlog-return-code
    call "RUNLOGWRITE" using runlog-program-id runlog-record-type
        runlog-record-count runlog-return-code
    move runlog-return-code to return-code
.

initialize-collection-run.
    accept window-from-text from argument-value
    accept window-to-text from argument-value
    accept collection-date-text from argument-value

    move function current-date(1:8) to today-date
    move function integer-of-date(today-date) to today-integer
    move today-date to window-from-date
    move function date-of-integer(today-integer + window-days)
        to window-to-date
    move function date-of-integer(today-integer + notice-days)
        to collection-date

    if window-from-text numeric
        move window-from-text to window-from-date
    end-if
    if window-to-text numeric
        move window-to-text to window-to-date
    end-if
    if collection-date-text numeric
        move collection-date-text to collection-date
    end-if

    if (window-from-text not = spaces and window-from-text not numeric)
            or (window-to-text not = spaces and window-to-text not numeric)
            or (collection-date-text not = spaces
                and collection-date-text not numeric)
            or window-from-date > window-to-date
        display "Usage: EBAMSDDCL [window-from] [window-to] [collection-date]"
        set collection-failed to true
        move 1 to return-code
    end-if

    if not collection-failed
        open i-o mandate-file
        if not mandate-file-ok
            display "No mandate file found - nothing to collect"
            set collection-failed to true
        end-if
    end-if

    if not collection-failed
        open input member-master
        if not member-file-ok
            display "No member file found - nothing to collect"
            close mandate-file
            set collection-failed to true
            move 1 to return-code
        end-if
    end-if

    if not collection-failed
        open input household-file
        if household-file-ok
            set household-file-present to true
        end-if
        open output submission-file
        display "EBAMS DIRECT DEBIT COLLECTION ON " collection-date
            " FOR PAID-TO DATES " window-from-date " TO " window-to-date
    end-if
.

load-tariff-rates.
    perform clear-one-tariff-rate
        varying tariff-grade-index from 1 by 1
        until tariff-grade-index > 3

    open input tariff-file
    if tariff-file-ok
        perform read-next-tariff-record
        perform absorb-tariff-record until tariff-eof
        close tariff-file
    else
        display "No tariff file found - no collections can be priced"
    end-if
.

clear-one-tariff-rate.
    move zero to tr-rate(tariff-grade-index)
    move zero to tr-effective(tariff-grade-index)
    move "N" to tr-found(tariff-grade-index)
.

read-next-tariff-record.
    read tariff-file
        at end set tariff-eof to true
    end-read
.

absorb-tariff-record.
    evaluate tf-grade
        when "I" move 1 to tariff-grade-index
        when "F" move 2 to tariff-grade-index
        when "L" move 3 to tariff-grade-index
        when other move zero to tariff-grade-index
    end-evaluate
    if tariff-grade-index > zero
            and tf-effective-date <= collection-date
            and tf-effective-date >= tr-effective(tariff-grade-index)
        move tf-effective-date to tr-effective(tariff-grade-index)
        move tf-annual-rate to tr-rate(tariff-grade-index)
        move "Y" to tr-found(tariff-grade-index)
    end-if
    perform read-next-tariff-record
.

look-up-tariff-rate.
    move "N" to tariff-rate-found-switch
    move zero to tariff-rate
    evaluate mm-grade
        when "I" move 1 to tariff-grade-index
        when "F" move 2 to tariff-grade-index
        when "L" move 3 to tariff-grade-index
        when other move zero to tariff-grade-index
    end-evaluate
    if tariff-grade-index > zero
            and tr-found(tariff-grade-index) = "Y"
        move tr-rate(tariff-grade-index) to tariff-rate
        set tariff-rate-found to true
    end-if
.

write-submission-header.
    move spaces to direct-debit-header
    move "H" to ddh-record-type
    move collection-date to ddh-collection-date
    move today-date to ddh-created-date
    move "EBAMS" to ddh-originator
    write direct-debit-header
.

read-next-mandate.
    read mandate-file next record
        at end set end-of-file to true
    end-read
.

examine-mandate.
    add 1 to mandate-count
    if md-status-active
        add 1 to active-count
        perform select-mandate-for-collection
        if mandate-selected
            perform write-collection-detail
        else
            perform count-skipped-mandate
        end-if
    end-if
    perform read-next-mandate
.

select-mandate-for-collection.
    move spaces to skip-reason
    move md-member-number to mm-member-number
    read member-master
        invalid key
            move "NOMB" to skip-reason
    end-read

    if mandate-selected
        evaluate true
            when not mm-status-active and not mm-status-lapsed
                move "STAT" to skip-reason
            when mm-grade-life
                move "LIFE" to skip-reason
            when mm-paid-to-date < window-from-date
                    or mm-paid-to-date > window-to-date
                move "NDUE" to skip-reason
            when md-collected-paid-to = mm-paid-to-date
                move "SUBM" to skip-reason
            when other
                continue
        end-evaluate
    end-if

    if mandate-selected and household-file-present
        move mm-member-number to hh-member-number
        read household-file
            invalid key continue
            not invalid key move "LINK" to skip-reason
        end-read
    end-if

    if mandate-selected
        perform look-up-tariff-rate
        if not tariff-rate-found
            move "TRFF" to skip-reason
            display "No tariff rate for grade " mm-grade
                " - mandate " function trim(md-mandate-reference)
                " not collected"
        end-if
    end-if
.

count-skipped-mandate.
    evaluate skip-reason
        when "NDUE" add 1 to not-due-count
        when "LIFE" add 1 to life-skip-count
        when "LINK" add 1 to linked-skip-count
        when "SUBM" add 1 to submitted-skip-count
        when "TRFF" add 1 to tariff-skip-count
        when other add 1 to member-skip-count
    end-evaluate
.

write-collection-detail.
    move spaces to direct-debit-record
    set dd-detail to true
    if md-last-collection-date = zero
        move "01" to dd-transaction-code
    else
        move "17" to dd-transaction-code
    end-if
    move md-sort-code to dd-sort-code
    move md-account-number to dd-account-number
    move md-account-name to dd-account-name
    move tariff-rate to dd-amount
    move md-mandate-reference to dd-mandate-reference
    move md-member-number to dd-member-number
    move collection-date to dd-collection-date
    write direct-debit-record

    add 1 to selected-count
    add tariff-rate to selected-total

    move collection-date to md-last-collection-date
    move mm-paid-to-date to md-collected-paid-to
    rewrite mandate-record
        invalid key
            display "Unable to mark mandate "
                function trim(md-mandate-reference) " as submitted"
    end-rewrite
.

write-submission-trailer.
    move spaces to direct-debit-trailer
    move "T" to ddt-record-type
    move selected-count to ddt-record-count
    move selected-total to ddt-total-amount
    write direct-debit-trailer
.

finalize-collection-run.
    close mandate-file
    close member-master
    if household-file-present
        close household-file
    end-if
    close submission-file

    display "Mandates on file          " mandate-count
    display "Active mandates           " active-count
    display "Not due in window         " not-due-count
    display "Skipped - Life grade      " life-skip-count
    display "Skipped - household link  " linked-skip-count
    display "Skipped - already sent    " submitted-skip-count
    display "Skipped - no tariff rate  " tariff-skip-count
    display "Skipped - member status   " member-skip-count
    move selected-total to display-amount
    display "COLLECTIONS SUBMITTED     " selected-count
        " VALUE " display-amount
.

end program EBAMSDDCL.
