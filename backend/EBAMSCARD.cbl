identification division.
program-id. EBAMSCARD.

environment division.
    input-output section.
    file-control.
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

        select dues-ledger assign to "DUESLEDG"
            organization line sequential
            file status dues-file-status.

        select card-history assign to "CARDHIST"
            organization indexed
            access mode dynamic
            record key cd-card-serial
            alternate record key cd-member-number with duplicates
            file status card-history-status.

        select card-sequence assign to "CARDSQ"
            organization line sequential
            file status card-sequence-status.

        select run-control assign to "EBAMSCARDCTL"
            organization line sequential
            file status run-control-status.

        select welcome-file assign to "WELCOME"
            organization line sequential
            file status welcome-file-status.

        select card-print-file assign to "CARDPRNT"
            organization line sequential
            file status card-print-status.

data division.
    file section.
    fd  member-master.
        copy MemberRecord.

    fd  household-file.
        copy HouseholdRecord.

    fd  dues-ledger.
        copy DuesRecord.

    fd  card-history.
        copy CardRecord.

    fd  card-sequence.
        01 card-sequence-record pic 9(08).

    fd  run-control.
        01 run-control-record pic 9(08).

    fd  welcome-file.
        01 welcome-record pic x(265).

    fd  card-print-file.
        01 card-print-record pic x(292).

    working-storage section.
        01 member-file-status pic x(02) value spaces.
            88 member-file-ok value "00".

        01 household-file-status pic x(02) value spaces.
            88 household-file-ok value "00".

        01 dues-file-status pic x(02) value spaces.
            88 dues-file-ok value "00".

        01 card-history-status pic x(02) value spaces.
            88 card-history-ok value "00".

        01 card-sequence-status pic x(02) value spaces.
            88 card-sequence-ok value "00".

        01 run-control-status pic x(02) value spaces.
            88 run-control-ok value "00".

        01 welcome-file-status pic x(02) value spaces.
            88 welcome-file-ok value "00".

        01 card-print-status pic x(02) value spaces.
            88 card-print-ok value "00".

        01 since-date-text pic x(08) value spaces.
        01 since-date pic 9(08) value zero.
        01 today-date pic 9(08) value zero.
        01 next-card-serial pic 9(08) value zero.

        01 card-run-failed-switch pic x(01) value "N".
            88 card-run-failed value "Y".

        01 end-of-file-switch pic x(01) value "N".
            88 end-of-file value "Y".

        01 household-file-present-switch pic x(01) value "N".
            88 household-file-present value "Y".

        01 card-history-eof-switch pic x(01) value "N".
            88 card-history-eof value "Y".

        01 primary-usable-switch pic x(01) value "N".
            88 primary-usable value "Y".

        01 card-held-switch pic x(01) value "N".
            88 card-already-held value "Y".

        01 card-history-seen-switch pic x(01) value "N".
            88 card-history-seen value "Y".

        01 card-lost-switch pic x(01) value "N".
            88 card-reported-lost value "Y".

        01 renewed-since-switch pic x(01) value "N".
            88 renewed-since value "Y".

        01 first-paid-since-switch pic x(01) value "N".
            88 first-paid-since value "Y".

        01 payer-limit pic 9(05) value 20000.
        01 payer-count pic 9(05) value zero.
        01 payer-index pic 9(05) value zero.
        01 lookup-member-number pic 9(08) value zero.
        01 payer-found-switch pic x(01) value "N".
            88 payer-found value "Y".
        01 payer-overflow-switch pic x(01) value "N".
            88 payer-overflow value "Y".

        01 payer-table.
            05 payer-entry occurs 20000 times.
                10 pt-member-number pic 9(08).
                10 pt-first-payment-date pic 9(08).
                10 pt-paid-since-switch pic x(01).
                    88 pt-paid-since value "Y".

        01 card-subject.
            05 cs-member-number pic 9(08).
            05 cs-name pic x(100).
            05 cs-address-line-1 pic x(50).
            05 cs-address-line-2 pic x(50).
            05 cs-address-town pic x(30).
            05 cs-postcode pic x(10).
            05 cs-date-approved pic 9(08).
            05 cs-primary-number pic 9(08).
            05 cs-grade pic x(01).
            05 cs-paid-to-date pic 9(08).
            05 cs-valid-until pic 9(08).

        01 issue-reason pic x(01) value space.
            88 issue-new-member value "N".
            88 issue-renewal value "R".
            88 issue-replacement value "L".

        01 welcome-detail.
            05 wp-member-number pic 9(08) value zero.
            05 wp-name pic x(100) value spaces.
            05 wp-grade pic x(01) value space.
            05 wp-address-line-1 pic x(50) value spaces.
            05 wp-address-line-2 pic x(50) value spaces.
            05 wp-address-town pic x(30) value spaces.
            05 wp-postcode pic x(10) value spaces.
            05 wp-primary-number pic 9(08) value zero.
            05 wp-date-approved pic 9(08) value zero.

        01 card-print-detail.
            05 cp-card-serial pic 9(08) value zero.
            05 cp-member-number pic 9(08) value zero.
            05 cp-name pic x(100) value spaces.
            05 cp-grade pic x(01) value space.
            05 cp-address-line-1 pic x(50) value spaces.
            05 cp-address-line-2 pic x(50) value spaces.
            05 cp-address-town pic x(30) value spaces.
            05 cp-postcode pic x(10) value spaces.
            05 cp-primary-number pic 9(08) value zero.
            05 cp-valid-until pic x(10) value spaces.
            05 cp-valid-until-date pic 9(08) value zero.
            05 cp-issue-reason pic x(01) value space.
            05 cp-issue-date pic 9(08) value zero.

        01 members-read-count pic 9(08) value zero.
        01 cards-issued-count pic 9(08) value zero.
        01 new-member-count pic 9(08) value zero.
        01 renewal-count pic 9(08) value zero.
        01 replacement-count pic 9(08) value zero.
        01 household-card-count pic 9(08) value zero.
        01 already-held-count pic 9(08) value zero.
        01 awaiting-payment-count pic 9(08) value zero.
        01 primary-not-current-count pic 9(08) value zero.
        01 not-changed-count pic 9(08) value zero.

        01 runlog-program-id pic x(10) value "EBAMSCARD".
        01 runlog-record-type pic x(01) value space.
        01 runlog-record-count pic 9(08) value zero.
        01 runlog-return-code pic 9(04) value zero.

procedure division.
    perform write-run-start
    perform initialize-card-run
    if not card-run-failed
        perform read-next-member
        perform examine-member until end-of-file
        perform finalize-card-run
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
    move cards-issued-count to runlog-record-count
    move return-code to runlog-return-code
    call "RUNLOGWRITE" using runlog-program-id runlog-record-type
        runlog-record-count runlog-return-code
    move runlog-return-code to return-code
.

initialize-card-run.
    accept since-date-text from argument-value
    move function current-date(1:8) to today-date

    if since-date-text not = spaces
        if since-date-text is numeric
            move since-date-text to since-date
        else
            display "Usage: EBAMSCARD [since-date]"
            set card-run-failed to true
        end-if
    else
        open input run-control
        if run-control-ok
            read run-control
                at end move today-date to since-date
                not at end move run-control-record to since-date
            end-read
        else
            move today-date to since-date
        end-if
        close run-control
    end-if

    if not card-run-failed
        open input member-master
        if not member-file-ok
            display "No member file found - no cards to issue"
            set card-run-failed to true
        end-if
    end-if

    if card-run-failed
        move 1 to return-code
    else
        open input household-file
        if household-file-ok
            set household-file-present to true
        end-if

        open i-o card-history
        if not card-history-ok
            open output card-history
            close card-history
            open i-o card-history
        end-if

        move 1 to next-card-serial
        open input card-sequence
        if card-sequence-ok
            read card-sequence
                not at end move card-sequence-record to next-card-serial
            end-read
        end-if
        close card-sequence

        open output welcome-file
        open output card-print-file

        perform load-recent-payers

        display "EBAMS CARD ISSUE RUN AS AT " today-date
            " FOR MEMBERS APPROVED OR RENEWED SINCE " since-date
    end-if
.

load-recent-payers.
    move "N" to end-of-file-switch
    open input dues-ledger
    if dues-file-ok
        perform read-next-dues-entry
        perform absorb-dues-entry until end-of-file
        close dues-ledger
    end-if
    move "N" to end-of-file-switch
    if payer-overflow
        display "More than " payer-limit " members on the dues ledger"
            " - members without a card may be missed"
        move 1 to return-code
    end-if
.

read-next-dues-entry.
    read dues-ledger
        at end set end-of-file to true
    end-read
.

absorb-dues-entry.
    if dl-payment-entry
        move dl-member-number to lookup-member-number
        perform find-payer-entry
        if not payer-found
            if payer-count < payer-limit
                add 1 to payer-count
                move payer-count to payer-index
                move dl-member-number to pt-member-number(payer-index)
                move dl-payment-date to pt-first-payment-date(payer-index)
                move "N" to pt-paid-since-switch(payer-index)
                set payer-found to true
            else
                set payer-overflow to true
            end-if
        end-if
        if payer-found
            if dl-payment-date < pt-first-payment-date(payer-index)
                move dl-payment-date to pt-first-payment-date(payer-index)
            end-if
            if dl-payment-date >= since-date
                set pt-paid-since(payer-index) to true
            end-if
        end-if
    end-if
    perform read-next-dues-entry
.

find-payer-entry.
    move "N" to payer-found-switch
    perform test-payer-entry
        varying payer-index from 1 by 1
        until payer-index > payer-count or payer-found
    if payer-found
        subtract 1 from payer-index
    end-if
.

test-payer-entry.
    if pt-member-number(payer-index) = lookup-member-number
        set payer-found to true
    end-if
.

read-next-member.
    read member-master next record
        at end set end-of-file to true
    end-read
.

examine-member.
    add 1 to members-read-count
    if mm-status-active
        move mm-member-number to cs-member-number
        move mm-name to cs-name
        move mm-address-line-1 to cs-address-line-1
        move mm-address-line-2 to cs-address-line-2
        move mm-address-town to cs-address-town
        move mm-postcode to cs-postcode
        move mm-date-approved to cs-date-approved
        move mm-member-number to cs-primary-number
        move mm-grade to cs-grade
        move mm-paid-to-date to cs-paid-to-date
        perform resolve-card-membership
        if primary-usable
            perform decide-card-issue
        else
            add 1 to primary-not-current-count
        end-if
    end-if
    perform read-next-member
.

resolve-card-membership.
    set primary-usable to true
    if household-file-present
        move cs-member-number to hh-member-number
        read household-file
            invalid key continue
            not invalid key
                move hh-primary-number to cs-primary-number
        end-read
    end-if

    if cs-primary-number not = cs-member-number
        move cs-primary-number to mm-member-number
        read member-master
            invalid key
                move "N" to primary-usable-switch
            not invalid key
                if mm-status-active
                    move mm-grade to cs-grade
                    move mm-paid-to-date to cs-paid-to-date
                else
                    move "N" to primary-usable-switch
                end-if
        end-read
        move cs-member-number to mm-member-number
        start member-master key is > mm-member-number
            invalid key set end-of-file to true
        end-start
    end-if

    if cs-grade = "L" or cs-paid-to-date = 99991231
        move 99991231 to cs-valid-until
    else
        move cs-paid-to-date to cs-valid-until
    end-if
.

decide-card-issue.
    perform scan-card-history
    evaluate true
        when cs-valid-until = zero
            add 1 to awaiting-payment-count
        when card-already-held
            add 1 to already-held-count
        when card-reported-lost
            set issue-replacement to true
            perform issue-card
        when card-history-seen
            set issue-renewal to true
            perform issue-card
        when cs-date-approved >= since-date
            set issue-new-member to true
            perform issue-card
        when other
            perform check-renewed-since
            if renewed-since
                if first-paid-since
                    set issue-new-member to true
                else
                    set issue-renewal to true
                end-if
                perform issue-card
            else
                add 1 to not-changed-count
            end-if
    end-evaluate
.

check-renewed-since.
    move "N" to renewed-since-switch
    move "N" to first-paid-since-switch
    move cs-member-number to lookup-member-number
    perform find-payer-entry
    if cs-primary-number not = cs-member-number
        if not payer-found or not pt-paid-since(payer-index)
            move cs-primary-number to lookup-member-number
            perform find-payer-entry
        end-if
    end-if
    if payer-found
        if pt-paid-since(payer-index)
            set renewed-since to true
            if pt-first-payment-date(payer-index) >= since-date
                set first-paid-since to true
            end-if
        end-if
    end-if
.

scan-card-history.
    move "N" to card-held-switch
    move "N" to card-history-seen-switch
    move "N" to card-lost-switch
    move "N" to card-history-eof-switch
    move cs-member-number to cd-member-number
    start card-history key is = cd-member-number
        invalid key set card-history-eof to true
    end-start
    perform read-next-member-card
    perform note-member-card until card-history-eof
.

read-next-member-card.
    if not card-history-eof
        read card-history next record
            at end set card-history-eof to true
            not at end
                if cd-member-number not = cs-member-number
                    set card-history-eof to true
                end-if
        end-read
    end-if
.

note-member-card.
    set card-history-seen to true
    if cd-valid-until = cs-valid-until
        if cd-status-issued
            set card-already-held to true
        else
            set card-reported-lost to true
        end-if
    end-if
    perform read-next-member-card
.

issue-card.
    move next-card-serial to cd-card-serial
    move cs-member-number to cd-member-number
    move cs-primary-number to cd-primary-number
    move cs-grade to cd-grade
    move issue-reason to cd-issue-reason
    move today-date to cd-issue-date
    move cs-valid-until to cd-valid-until
    set cd-status-issued to true
    move today-date to cd-status-date
    move spaces to cd-status-reason
    move runlog-program-id to cd-operator-id

    write card-record
        invalid key
            display "Card serial " cd-card-serial
                " is already on CARDHIST - check CARDSQ"
            move 1 to return-code
        not invalid key
            add 1 to next-card-serial
            perform write-card-print-detail
            if issue-new-member
                perform write-welcome-detail
            end-if
    end-write
.

write-card-print-detail.
    add 1 to cards-issued-count
    evaluate true
        when issue-new-member add 1 to new-member-count
        when issue-renewal add 1 to renewal-count
        when issue-replacement add 1 to replacement-count
    end-evaluate
    if cs-primary-number not = cs-member-number
        add 1 to household-card-count
    end-if

    move cd-card-serial to cp-card-serial
    move cs-member-number to cp-member-number
    move cs-name to cp-name
    move cs-grade to cp-grade
    move cs-address-line-1 to cp-address-line-1
    move cs-address-line-2 to cp-address-line-2
    move cs-address-town to cp-address-town
    move cs-postcode to cp-postcode
    move cs-primary-number to cp-primary-number
    move cs-valid-until to cp-valid-until-date
    if cs-valid-until = 99991231
        move "PERMANENT" to cp-valid-until
    else
        move spaces to cp-valid-until
        string cs-valid-until(7:2) "/" cs-valid-until(5:2) "/"
            cs-valid-until(1:4)
            delimited by size into cp-valid-until
    end-if
    move issue-reason to cp-issue-reason
    move today-date to cp-issue-date
    write card-print-record from card-print-detail
.

write-welcome-detail.
    move cs-member-number to wp-member-number
    move cs-name to wp-name
    move cs-grade to wp-grade
    move cs-address-line-1 to wp-address-line-1
    move cs-address-line-2 to wp-address-line-2
    move cs-address-town to wp-address-town
    move cs-postcode to wp-postcode
    move cs-primary-number to wp-primary-number
    move cs-date-approved to wp-date-approved
    write welcome-record from welcome-detail
.

finalize-card-run.
    close member-master
    if household-file-present
        close household-file
    end-if
    close card-history
    close welcome-file
    close card-print-file

    move next-card-serial to card-sequence-record
    open output card-sequence
    write card-sequence-record
    close card-sequence

    move today-date to run-control-record
    open output run-control
    write run-control-record
    close run-control

    display "Members read               " members-read-count
    display "Cards issued               " cards-issued-count
    display "  New members (welcome packs) " new-member-count
    display "  Renewals                 " renewal-count
    display "  Lost card replacements   " replacement-count
    display "  Under a household primary " household-card-count
    display "Current card already held  " already-held-count
    display "Awaiting first payment     " awaiting-payment-count
    display "Household primary not current " primary-not-current-count
    display "No card held, not approved or paid since " since-date " "
        not-changed-count
.

end program EBAMSCARD.
