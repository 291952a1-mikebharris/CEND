identification division.
program-id. EBAMSAGM.

environment division.
    input-output section.
    file-control.
        select audit-log assign to "AUDITLOG"
            organization line sequential
            file status audit-file-status.

        select position-file assign to "AUDITPOS"
            organization line sequential
            file status position-file-status.

        select generation-register assign to "AUDITGEN"
            organization line sequential
            file status generation-register-status.

        select generation-file assign to generation-file-name
            organization line sequential
            file status generation-file-status.

        select register-file assign to "AGMREG"
            organization line sequential
            file status register-file-status.

        select voter-sort-file assign to "AGMSORT".

data division.
    file section.
    fd  audit-log.
        copy AuditRecord.

    fd  position-file.
        01 position-record pic x(981).

    fd  generation-register.
        copy AuditGeneration.

    fd  generation-file.
        01 generation-record pic x(981).

    fd  register-file.
        01 register-record pic x(132).

    sd  voter-sort-file.
        01 voter-sort-record.
            05 vs-surname pic x(40).
            05 vs-sort-name pic x(100).
            05 vs-member-number pic 9(08).
            05 vs-name pic x(100).
            05 vs-grade pic x(01).
            05 vs-paid-to-date pic 9(08).

    working-storage section.
        01 audit-file-status pic x(02) value spaces.
            88 audit-file-ok value "00".

        01 position-file-status pic x(02) value spaces.
            88 position-file-ok value "00".

        01 generation-register-status pic x(02) value spaces.
            88 generation-register-ok value "00".

        01 generation-file-status pic x(02) value spaces.
            88 generation-file-ok value "00".

        01 register-file-status pic x(02) value spaces.
            88 register-file-ok value "00".

        01 generation-file-name pic x(100) value spaces.

        01 record-date-text pic x(08) value spaces.
        01 quorum-percent-text pic x(03) value spaces.
        01 quorum-percent-length pic 9(01) value zero.
        01 record-date pic 9(08) value zero.
        01 today-date pic 9(08) value zero.
        01 quorum-percent pic 9(03) value 10.
        01 latest-cutoff-date pic 9(08) value zero.
        01 entry-date pic 9(08) value zero.

        01 register-failed-switch pic x(01) value "N".
            88 register-failed value "Y".

        01 end-of-file-switch pic x(01) value "N".
            88 end-of-file value "Y".

        01 register-end-switch pic x(01) value "N".
            88 register-end value "Y".

        01 sort-end-switch pic x(01) value "N".
            88 sort-end value "Y".

        01 generations-missing-switch pic x(01) value "N".
            88 generations-missing value "Y".

        01 position-used-switch pic x(01) value "N".
            88 position-used value "Y".

        01 lookup-member-number pic 9(08) value zero.
        01 replay-limit pic 9(05) value 10000.
        01 replay-count pic 9(05) value zero.
        01 replay-index pic 9(05) value zero.
        01 replay-found-switch pic x(01) value "N".
            88 replay-found value "Y".
        01 replay-overflow-switch pic x(01) value "N".
            88 replay-overflow value "Y".

        01 replay-table.
            05 replay-entry occurs 10000 times.
                10 rp-member-number pic 9(08).
                10 rp-record-seen pic x(01).
                10 rp-record-name pic x(100).
                10 rp-record-status pic x(01).
                10 rp-record-grade pic x(01).
                10 rp-record-paid-to pic 9(08).
                10 rp-record-archived pic x(01).
                10 rp-now-name pic x(100).
                10 rp-now-status pic x(01).
                10 rp-now-grade pic x(01).
                10 rp-now-paid-to pic 9(08).
                10 rp-now-archived pic x(01).

        01 eligibility-date pic 9(08) value zero.
        01 check-status pic x(01) value space.
        01 check-grade pic x(01) value space.
        01 check-paid-to pic 9(08) value zero.
        01 check-archived pic x(01) value space.
        01 eligible-switch pic x(01) value "N".
            88 member-eligible value "Y".
        01 record-eligible-switch pic x(01) value "N".
            88 eligible-at-record-date value "Y".

        01 name-word-count pic 9(02) value zero.
        01 name-words.
            05 name-word pic x(40) occurs 10 times.

        01 grade-description pic x(10) value spaces.
        01 change-description pic x(40) value spaces.

        01 register-line pic x(132) value spaces.
        01 voter-line.
            05 vl-number pic zzzz9.
            05 filler pic x(02) value spaces.
            05 vl-name pic x(50).
            05 filler pic x(02) value spaces.
            05 vl-member-number pic 9(08).
            05 filler pic x(02) value spaces.
            05 vl-grade pic x(10).
            05 filler pic x(02) value spaces.
            05 vl-signature pic x(30) value all "_".

        01 voter-number pic 9(05) value zero.
        01 eligible-individual-count pic 9(05) value zero.
        01 eligible-family-count pic 9(05) value zero.
        01 eligible-life-count pic 9(05) value zero.
        01 eligible-total-count pic 9(05) value zero.
        01 quorum-figure pic 9(05) value zero.
        01 quorum-remainder pic 9(05) value zero.
        01 became-eligible-count pic 9(05) value zero.
        01 became-ineligible-count pic 9(05) value zero.
        01 generations-replayed pic 9(03) value zero.
        01 entries-replayed pic 9(08) value zero.

        01 runlog-program-id pic x(10) value "EBAMSAGM".
        01 runlog-record-type pic x(01) value space.
        01 runlog-record-count pic 9(08) value zero.
        01 runlog-return-code pic 9(04) value zero.

procedure division.
    perform write-run-start
    perform initialize-agm-register
    if not register-failed
        perform replay-audit-history
        perform write-register-heading
        sort voter-sort-file
            on ascending key vs-surname vs-sort-name vs-member-number
            input procedure is release-eligible-voters
            output procedure is print-voting-register
        perform write-eligibility-summary
        perform write-eligibility-changes
        perform finalize-agm-register
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
    move eligible-total-count to runlog-record-count
    move return-code to runlog-return-code
    call "RUNLOGWRITE" using runlog-program-id runlog-record-type
        runlog-record-count runlog-return-code
    move runlog-return-code to return-code
.

initialize-agm-register.
    accept record-date-text from argument-value
    accept quorum-percent-text from argument-value
    move function current-date(1:8) to today-date

    if record-date-text not numeric
        display "Usage: EBAMSAGM record-date [quorum-percent]"
        set register-failed to true
    else
        move record-date-text to record-date
        if record-date > today-date
            display "Record date " record-date " is after today"
                " - standing cannot be known yet"
            set register-failed to true
        end-if
    end-if

    move function length(function trim(quorum-percent-text))
        to quorum-percent-length
    if quorum-percent-text not = spaces
        if quorum-percent-text(1:quorum-percent-length) is numeric
            move function numval(quorum-percent-text(1:quorum-percent-length))
                to quorum-percent
        else
            display "Usage: EBAMSAGM record-date [quorum-percent]"
            set register-failed to true
        end-if
    end-if
    if quorum-percent = zero or quorum-percent > 100
        display "Quorum percentage must be between 1 and 100"
        set register-failed to true
    end-if

    if register-failed
        move 1 to return-code
    else
        open output register-file
        display "EBAMS AGM VOTING REGISTER AS AT RECORD DATE " record-date
            " PREPARED " today-date
    end-if
.

replay-audit-history.
    perform find-latest-cutoff
    if record-date >= latest-cutoff-date
        open input position-file
        if position-file-ok
            set position-used to true
            move "N" to end-of-file-switch
            perform read-next-position-entry
            perform apply-position-entry until end-of-file
            close position-file
        end-if
    end-if
    if not position-used
        perform replay-closed-generations
    end-if

    move "N" to end-of-file-switch
    open input audit-log
    if audit-file-ok
        perform read-next-audit-entry
        perform apply-audit-entry until end-of-file
        close audit-log
    else
        display "No audit log found - replaying closed history only"
    end-if

    if replay-overflow
        display "Replay table full - register is incomplete"
        move 1 to return-code
    end-if
    if generations-missing
        display "Closed generations are missing - register may be wrong"
        move 1 to return-code
    end-if
.

find-latest-cutoff.
    open input generation-register
    if generation-register-ok
        perform read-next-register-entry
        perform note-register-cutoff until register-end
        close generation-register
    end-if
.

note-register-cutoff.
    if ag-cutoff-date > latest-cutoff-date
        move ag-cutoff-date to latest-cutoff-date
    end-if
    perform read-next-register-entry
.

read-next-register-entry.
    read generation-register
        at end set register-end to true
    end-read
.

read-next-position-entry.
    read position-file into audit-record
        at end set end-of-file to true
    end-read
.

apply-position-entry.
    perform apply-audit-image
    perform read-next-position-entry
.

replay-closed-generations.
    move "N" to register-end-switch
    open input generation-register
    if generation-register-ok
        perform read-next-register-entry
        perform replay-one-generation until register-end
        close generation-register
    end-if
.

replay-one-generation.
    move ag-generation-file to generation-file-name
    open input generation-file
    if generation-file-ok
        add 1 to generations-replayed
        move "N" to end-of-file-switch
        perform read-next-generation-entry
        perform apply-generation-entry until end-of-file
        close generation-file
    else
        display "Closed generation " function trim(generation-file-name)
            " is missing - history may be incomplete"
        set generations-missing to true
    end-if
    perform read-next-register-entry
.

read-next-generation-entry.
    read generation-file into audit-record
        at end set end-of-file to true
    end-read
.

apply-generation-entry.
    perform apply-audit-image
    perform read-next-generation-entry
.

read-next-audit-entry.
    read audit-log
        at end set end-of-file to true
    end-read
.

apply-audit-entry.
    perform apply-audit-image
    perform read-next-audit-entry
.

apply-audit-image.
    if au-member-number > zero
        add 1 to entries-replayed
        move au-member-number to lookup-member-number
        perform find-replay-entry
        if not replay-found and not replay-overflow
            perform create-replay-entry
        end-if
        if replay-found
            move au-timestamp(1:8) to entry-date
            if entry-date <= record-date
                perform store-record-date-image
            end-if
            perform store-current-image
        end-if
    end-if
.

find-replay-entry.
    move "N" to replay-found-switch
    perform test-replay-entry
        varying replay-index from 1 by 1
        until replay-index > replay-count or replay-found
    if replay-found
        subtract 1 from replay-index
    end-if
.

test-replay-entry.
    if rp-member-number(replay-index) = lookup-member-number
        set replay-found to true
    end-if
.

create-replay-entry.
    if replay-count >= replay-limit
        set replay-overflow to true
    else
        add 1 to replay-count
        move replay-count to replay-index
        move lookup-member-number to rp-member-number(replay-index)
        move "N" to rp-record-seen(replay-index)
        move spaces to rp-record-name(replay-index)
        move space to rp-record-status(replay-index)
        move space to rp-record-grade(replay-index)
        move zero to rp-record-paid-to(replay-index)
        move "N" to rp-record-archived(replay-index)
        set replay-found to true
    end-if
.

store-record-date-image.
    move "Y" to rp-record-seen(replay-index)
    move au-after-name to rp-record-name(replay-index)
    move au-after-status to rp-record-status(replay-index)
    move au-after-grade to rp-record-grade(replay-index)
    move au-after-paid-to-date to rp-record-paid-to(replay-index)
    if au-command = "arch"
        move "Y" to rp-record-archived(replay-index)
    else
        move "N" to rp-record-archived(replay-index)
    end-if
.

store-current-image.
    move au-after-name to rp-now-name(replay-index)
    move au-after-status to rp-now-status(replay-index)
    move au-after-grade to rp-now-grade(replay-index)
    move au-after-paid-to-date to rp-now-paid-to(replay-index)
    if au-command = "arch"
        move "Y" to rp-now-archived(replay-index)
    else
        move "N" to rp-now-archived(replay-index)
    end-if
.

check-member-standing.
    move "N" to eligible-switch
    if check-archived not = "Y" and check-status = "A"
        if check-grade = "L" or check-paid-to = zero
                or check-paid-to >= eligibility-date
            set member-eligible to true
        end-if
    end-if
.

check-standing-at-record-date.
    move "N" to record-eligible-switch
    if rp-record-seen(replay-index) = "Y"
        move record-date to eligibility-date
        move rp-record-status(replay-index) to check-status
        move rp-record-grade(replay-index) to check-grade
        move rp-record-paid-to(replay-index) to check-paid-to
        move rp-record-archived(replay-index) to check-archived
        perform check-member-standing
        if member-eligible
            set eligible-at-record-date to true
        end-if
    end-if
.

check-standing-today.
    move today-date to eligibility-date
    move rp-now-status(replay-index) to check-status
    move rp-now-grade(replay-index) to check-grade
    move rp-now-paid-to(replay-index) to check-paid-to
    move rp-now-archived(replay-index) to check-archived
    perform check-member-standing
.

write-register-line.
    write register-record from register-line
    move spaces to register-line
.

write-register-heading.
    string "AGM VOTING REGISTER - MEMBERS IN GOOD STANDING ON " record-date
        delimited by size into register-line
    perform write-register-line
    string "Prepared " today-date " from the audit trail"
        delimited by size into register-line
    perform write-register-line
    perform write-register-line
    string "   NO  NAME" "                                                "
        "  MEMBER    GRADE       SIGNATURE"
        delimited by size into register-line
    perform write-register-line
    perform write-register-line
.

release-eligible-voters.
    perform release-one-voter
        varying replay-index from 1 by 1
        until replay-index > replay-count
.

release-one-voter.
    perform check-standing-at-record-date
    if eligible-at-record-date
        move spaces to voter-sort-record
        perform find-name-surname
        move function upper-case(rp-record-name(replay-index))
            to vs-sort-name
        move rp-member-number(replay-index) to vs-member-number
        move rp-record-name(replay-index) to vs-name
        move rp-record-grade(replay-index) to vs-grade
        move rp-record-paid-to(replay-index) to vs-paid-to-date
        release voter-sort-record
    end-if
.

find-name-surname.
    move spaces to name-words
    move zero to name-word-count
    unstring function trim(rp-record-name(replay-index))
        delimited by all space
        into name-word(1) name-word(2) name-word(3) name-word(4)
            name-word(5) name-word(6) name-word(7) name-word(8)
            name-word(9) name-word(10)
        tallying in name-word-count
    end-unstring
    if name-word-count > zero
        move function upper-case(name-word(name-word-count)) to vs-surname
    end-if
.

print-voting-register.
    move "N" to sort-end-switch
    perform return-next-voter
    perform print-one-voter until sort-end
.

return-next-voter.
    return voter-sort-file
        at end set sort-end to true
    end-return
.

print-one-voter.
    add 1 to voter-number
    add 1 to eligible-total-count
    evaluate vs-grade
        when "I"
            add 1 to eligible-individual-count
            move "Individual" to grade-description
        when "F"
            add 1 to eligible-family-count
            move "Family" to grade-description
        when "L"
            add 1 to eligible-life-count
            move "Life" to grade-description
        when other
            move vs-grade to grade-description
    end-evaluate
    move voter-number to vl-number
    move vs-name to vl-name
    move vs-member-number to vl-member-number
    move grade-description to vl-grade
    write register-record from voter-line
    perform return-next-voter
.

write-eligibility-summary.
    compute quorum-figure = eligible-total-count * quorum-percent / 100
    compute quorum-remainder =
        eligible-total-count * quorum-percent - quorum-figure * 100
    if quorum-remainder > zero
        add 1 to quorum-figure
    end-if

    perform write-register-line
    move "ELIGIBLE VOTERS BY GRADE" to register-line
    perform write-register-line
    string "Individual   " eligible-individual-count
        delimited by size into register-line
    perform write-register-line
    string "Family       " eligible-family-count
        delimited by size into register-line
    perform write-register-line
    string "Life         " eligible-life-count
        delimited by size into register-line
    perform write-register-line
    string "Total        " eligible-total-count
        delimited by size into register-line
    perform write-register-line
    string "QUORUM at " quorum-percent " percent of eligible voters is "
        quorum-figure
        delimited by size into register-line
    perform write-register-line

    display "Eligible voters - Individual " eligible-individual-count
        " Family " eligible-family-count
        " Life " eligible-life-count
    display "ELIGIBLE VOTERS " eligible-total-count
        " QUORUM (" quorum-percent "%) " quorum-figure
.

write-eligibility-changes.
    perform write-register-line
    string "CHANGES IN STANDING SINCE " record-date
        " (FOR CHALLENGES ON THE NIGHT)"
        delimited by size into register-line
    perform write-register-line
    perform check-eligibility-change
        varying replay-index from 1 by 1
        until replay-index > replay-count
    if became-eligible-count = zero and became-ineligible-count = zero
        move "None" to register-line
        perform write-register-line
    end-if
.

check-eligibility-change.
    perform check-standing-at-record-date
    perform check-standing-today
    if eligible-at-record-date and not member-eligible
        add 1 to became-ineligible-count
        evaluate true
            when rp-now-archived(replay-index) = "Y"
                move "archived" to change-description
            when rp-now-status(replay-index) = "L"
                move "lapsed" to change-description
            when rp-now-status(replay-index) = "D"
                move "removed" to change-description
            when other
                move "no longer paid up" to change-description
        end-evaluate
        string "NOW INELIGIBLE  " rp-member-number(replay-index) "  "
            function trim(rp-record-name(replay-index))
            " - " function trim(change-description)
            " (may vote: eligible on record date)"
            delimited by size into register-line
        perform write-register-line
    end-if
    if member-eligible and not eligible-at-record-date
        add 1 to became-eligible-count
        if rp-record-seen(replay-index) = "Y"
            move "paid or reinstated since" to change-description
        else
            move "joined since" to change-description
        end-if
        string "NOW ELIGIBLE    " rp-member-number(replay-index) "  "
            function trim(rp-now-name(replay-index))
            " - " function trim(change-description)
            " the record date (may not vote)"
            delimited by size into register-line
        perform write-register-line
    end-if
.

finalize-agm-register.
    perform write-register-line
    string "END OF REGISTER - audit entries replayed " entries-replayed
        delimited by size into register-line
    perform write-register-line
    close register-file

    if position-used
        display "History replayed from AUDITPOS and AUDITLOG"
    else
        display "Closed generations replayed " generations-replayed
    end-if
    display "Became eligible since record date   " became-eligible-count
    display "Became ineligible since record date " became-ineligible-count
    display "Register written to AGMREG"
.

end program EBAMSAGM.
