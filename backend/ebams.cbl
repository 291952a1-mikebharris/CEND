            organization line sequential
            file status rejects-file-status.

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

        select card-history assign to "CARDHIST"
            organization indexed
            access mode dynamic
            record key cd-card-serial
            alternate record key cd-member-number with duplicates
            file status card-history-status.

        select collection-results assign to dd-results-file-name
            organization line sequential
            file status dd-results-status.

data division.
    file section.
    fd  member-master.
        copy DuesRecord.

    fd  dues-work.
        01 dues-work-record pic x(67).

    fd  tariff-file.
        copy TariffRecord.
        01 checkpoint-record pic 9(08).

    fd  rejects-file.
        01 rejects-record pic x(534).

    fd  operator-file.
        copy OperatorRecord.

    fd  gift-aid-file.
        copy GiftAidRecord.

    fd  mandate-file.
        copy MandateRecord.

    fd  card-history.
        copy CardRecord.

    fd  collection-results.
        copy DirectDebitRecord.

    working-storage section.
        copy HTTPRequestMethods.
        01 payment-paid-to-text pic x(08) value spaces.
        01 payment-amount pic 9(06)v99 value zero.
        01 payment-paid-to-date pic 9(08) value zero.
        01 payment-prior-paid-to-date pic 9(08) value zero.

        01 refund-date-text pic x(08) value spaces.
        01 refund-payment-date pic 9(08) value zero.
        01 today-date pic 9(08) value zero.

        01 reversal-switch pic x(01) value "N".
            88 reversing-payment value "Y".

        01 dues-history-limit pic 9(03) value 200.
        01 dues-history-count pic 9(03) value zero.
        01 dues-history-index pic 9(03) value zero.
        01 dues-history-match pic 9(03) value zero.
        01 dues-history-overflow-switch pic x(01) value "N".
            88 dues-history-overflow value "Y".

        01 dues-history-table.
            05 dues-history-entry occurs 200 times.
                10 dh-payment-date pic 9(08).
                10 dh-amount pic 9(06)v99.
                10 dh-paid-to-date pic 9(08).
                10 dh-prior-paid-to-date pic 9(08).
                10 dh-reversed pic x(01).

        01 tariff-file-status pic x(02) value spaces.
            88 tariff-file-ok value "00".
        01 phone pic x(20) value spaces.
        01 grade pic x(20) value spaces.
        01 grade-letter pic x(01) value space.
        01 contact-preference-text pic x(20) value spaces.
        01 contact-preference-letter pic x(01) value space.
        01 email-status-text pic x(20) value spaces.
        01 email-status-letter pic x(01) value space.

        01 email-is-valid pic x(01) value spaces.
            88 email-is-ok value "Y".
            88 edit-record-clean value spaces.

        01 reject-out-detail.
            05 ro-request pic x(530).
            05 ro-reason-code pic x(04).

        01 batch-header-seen-switch pic x(01) value "N".
        01 substring-match-switch pic x(01) value "N".
            88 substring-match-found value "Y".

        01 operator-id pic x(10) value spaces.
        01 operator-file-status pic x(02) value spaces.
            88 operator-file-ok value "00".

        01 operator-authorised-switch pic x(01) value "N".
            88 operator-authorised value "Y".

        01 operator-bootstrap-switch pic x(01) value "N".
            88 operator-bootstrap value "Y".

        01 operator-eof-switch pic x(01) value "N".
            88 operator-eof value "Y".

        01 operator-refusal pic x(60) value spaces.
        01 target-operator-id pic x(10) value spaces.
        01 operator-role-text pic x(20) value spaces.
        01 operator-role-letter pic x(01) value space.
        01 operator-name pic x(50) value spaces.
        01 operator-list-count pic 9(05) value zero.
        01 role-match-count pic 9(02) value zero.

        01 authority-index pic 9(02) value zero.
        01 authority-found-switch pic x(01) value "N".
            88 authority-found value "Y".

        01 gift-aid-file-status pic x(02) value spaces.
            88 gift-aid-file-ok value "00".

        01 declaration-date-text pic x(08) value spaces.
        01 effective-from-text pic x(08) value spaces.
        01 declaration-date pic 9(08) value zero.
        01 effective-from-date pic 9(08) value zero.
        01 gift-aid-house pic x(40) value spaces.
        01 house-source pic x(50) value spaces.

        01 gift-aid-eof-switch pic x(01) value "N".
            88 gift-aid-eof value "Y".

        01 gift-aid-held-switch pic x(01) value "N".
            88 gift-aid-held value "Y".

        01 gift-aid-live-switch pic x(01) value "N".
            88 gift-aid-live value "Y".

        01 gift-aid-cancelled-date pic 9(08) value zero.

        01 mandate-file-status pic x(02) value spaces.
            88 mandate-file-ok value "00".

        01 mandate-sort-code-text pic x(06) value spaces.
        01 mandate-account-text pic x(08) value spaces.

        01 dd-results-file-name pic x(100) value spaces.
        01 dd-results-status pic x(02) value spaces.
            88 dd-results-ok value "00".

        01 dd-results-eof-switch pic x(01) value "N".
            88 dd-results-eof value "Y".

        01 card-history-status pic x(02) value spaces.
            88 card-history-ok value "00".

        01 card-history-eof-switch pic x(01) value "N".
            88 card-history-eof value "Y".

        01 current-card-serial pic 9(08) value zero.
        01 current-card-valid-until pic 9(08) value zero.
        01 current-card-issue-date pic 9(08) value zero.
        01 cancelled-card-serial pic 9(08) value zero.
        01 cancelled-card-date pic 9(08) value zero.

        01 dd-posted-count pic 9(05) value zero.
        01 dd-unpaid-count pic 9(05) value zero.
        01 dd-failed-count pic 9(05) value zero.

        01 command-authority-table.
            05 filler pic x(11) value "get    CMTA".
            05 filler pic x(11) value "find   CMTA".
            05 filler pic x(11) value "applistCMTA".
            05 filler pic x(11) value "post   CMA ".
            05 filler pic x(11) value "put    CMA ".
            05 filler pic x(11) value "link   CMA ".
            05 filler pic x(11) value "unlink CMA ".
            05 filler pic x(11) value "delete M   ".
            05 filler pic x(11) value "approveM   ".
            05 filler pic x(11) value "reject M   ".
            05 filler pic x(11) value "merge  M   ".
            05 filler pic x(11) value "pay    T   ".
            05 filler pic x(11) value "refund T   ".
            05 filler pic x(11) value "opset  A   ".
            05 filler pic x(11) value "opdel  A   ".
            05 filler pic x(11) value "oplist A   ".
            05 filler pic x(11) value "gadecl CMT ".
            05 filler pic x(11) value "gacanclCMT ".
            05 filler pic x(11) value "ddset  T   ".
            05 filler pic x(11) value "ddcanclT   ".
            05 filler pic x(11) value "ddpost T   ".
            05 filler pic x(11) value "lostcrdCMA ".
        01 command-authorities redefines command-authority-table.
            05 command-authority occurs 22 times.
                10 ca-command pic x(07).
                10 ca-roles pic x(04).
        01 command-authority-count pic 9(02) value 22.

procedure division.
    accept command from argument-value
    if command not = "batch" and command not = "edit"
        accept operator-id from argument-value
    end-if

    evaluate command
        when "batch"
            accept payment-amount-text from argument-value
            accept payment-paid-to-text from argument-value
            perform process-single-request
        when http-method-refund
            accept email from argument-value
            accept reject-reason from argument-value
            accept refund-date-text from argument-value
            perform process-single-request
        when http-method-approve
            accept email from argument-value
            perform process-single-request
            accept email from argument-value
            accept merge-loser-text from argument-value
            perform process-single-request
        when "opset"
            accept target-operator-id from argument-value
            accept operator-role-text from argument-value
            accept operator-name from argument-value
            perform process-single-request
        when "opdel"
            accept target-operator-id from argument-value
            perform process-single-request
        when "oplist"
            perform process-single-request
        when "gadecl"
            accept email from argument-value
            accept name from argument-value
            accept declaration-date-text from argument-value
            accept effective-from-text from argument-value
            perform process-single-request
        when "gacancl"
            accept email from argument-value
            accept declaration-date-text from argument-value
            perform process-single-request
        when "ddset"
            accept email from argument-value
            accept mandate-sort-code-text from argument-value
            accept mandate-account-text from argument-value
            accept name from argument-value
            perform process-single-request
        when "ddcancl"
            accept email from argument-value
            accept reject-reason from argument-value
            perform process-single-request
        when "ddpost"
            accept dd-results-file-name from argument-value
            perform process-single-request
        when "lostcrd"
            accept email from argument-value
            perform process-single-request
        when other
            accept name from argument-value
            accept email from argument-value
                accept phone from argument-value
                accept grade from argument-value
            end-if
            if command = http-method-put
                accept contact-preference-text from argument-value
                accept email-status-text from argument-value
            end-if
            if command = http-method-get or command = http-method-find
                accept archive-option from argument-value
            end-if
    perform open-member-file
    perform open-household-file
    perform open-audit-log
    perform open-operator-file
    perform authorise-operator

    if operator-authorised
        perform dispatch-single-request
    end-if

    perform close-operator-file
    perform close-audit-log
    perform close-household-file
    perform close-member-file
    perform report-response
.

dispatch-single-request.
    evaluate command
        when http-method-post
            perform process-post
            perform process-find
        when http-method-pay
            perform process-pay
        when http-method-refund
            perform process-refund
        when http-method-approve
            perform process-approve
        when http-method-reject
            perform process-unlink
        when "merge"
            perform process-merge
        when "opset"
            perform process-opset
        when "opdel"
            perform process-opdel
        when "oplist"
            perform process-oplist
        when "gadecl"
            perform process-gift-aid-declare
        when "gacancl"
            perform process-gift-aid-cancel
        when "ddset"
            perform process-ddset
        when "ddcancl"
            perform process-ddcancl
        when "ddpost"
            perform process-ddpost
        when "lostcrd"
            perform process-lost-card
    end-evaluate
.

report-response.
    close audit-log
.

open-operator-file.
    open i-o operator-file
    if not operator-file-ok
        open output operator-file
        close operator-file
        open i-o operator-file
    end-if
.

close-operator-file.
    close operator-file
.

authorise-operator.
    perform determine-operator-authority
    if not operator-authorised
        display function trim(operator-refusal)
        if http-status-code = zero
            move 403 to http-status-code
            move "Forbidden" to http-status-text
        end-if
    end-if
.

determine-operator-authority.
    move "N" to operator-authorised-switch
    move "N" to operator-bootstrap-switch
    move spaces to operator-refusal
    move "N" to authority-found-switch
    perform test-command-authority
        varying authority-index from 1 by 1
        until authority-index > command-authority-count
            or authority-found
    if authority-found
        subtract 1 from authority-index
    end-if

    move operator-id to op-operator-id
    evaluate true
        when not authority-found
            string "Rejected: unrecognised command " function trim(command)
                delimited by size into operator-refusal
            move 400 to http-status-code
            move "Bad Request" to http-status-text
        when operator-id = spaces
            move "Forbidden: no operator ID was given" to operator-refusal
        when other
            read operator-file
                invalid key
                    perform check-operator-bootstrap
                not invalid key
                    perform check-operator-role
            end-read
    end-evaluate
.

test-command-authority.
    if ca-command(authority-index) = command
        set authority-found to true
    end-if
.

check-operator-role.
    move zero to role-match-count
    if op-role not = space
        inspect ca-roles(authority-index)
            tallying role-match-count for all op-role
    end-if
    evaluate true
        when not op-status-active
            string "Forbidden: operator " function trim(operator-id)
                " is disabled"
                delimited by size into operator-refusal
        when role-match-count = zero
            string "Forbidden: operator " function trim(operator-id)
                " role " op-role " may not use command "
                function trim(command)
                delimited by size into operator-refusal
        when other
            set operator-authorised to true
    end-evaluate
.

check-operator-bootstrap.
    string "Forbidden: operator " function trim(operator-id)
        " is not known to eBAMS"
        delimited by size into operator-refusal
    if command = "opset"
        move "N" to operator-eof-switch
        move low-values to op-operator-id
        start operator-file key is not less than op-operator-id
            invalid key set operator-eof to true
        end-start
        if operator-eof
            set operator-bootstrap to true
            set operator-authorised to true
        end-if
    end-if
.

open-dues-ledger.
    open extend dues-ledger
    if not dues-file-ok
    move mm-grade to au-after-grade
    move mm-paid-to-date to au-after-paid-to-date
    move mm-date-approved to au-after-date-approved
    move mm-contact-preference to au-after-contact-preference
    move mm-email-status to au-after-email-status
    move reject-reason to au-reason
    move operator-id to au-operator-id
    write audit-record
.

    move mm-grade to au-before-grade
    move mm-paid-to-date to au-before-paid-to-date
    move mm-date-approved to au-before-date-approved
    move mm-contact-preference to au-before-contact-preference
    move mm-email-status to au-before-email-status
.

clear-member-before-image.
    move space to au-before-grade
    move zero to au-before-paid-to-date
    move zero to au-before-date-approved
    move spaces to au-before-contact-preference au-before-email-status
.

validate-contact-profile.
            move "N" to profile-valid-switch
        end-if
    end-if

    move space to contact-preference-letter
    if function trim(contact-preference-text) not = spaces
        move function upper-case(contact-preference-text(1:1))
            to contact-preference-letter
        if contact-preference-letter not = "E"
                and contact-preference-letter not = "O"
                and contact-preference-letter not = "P"
            display "Rejected: contact preference must be Email,"
                " Opted-out or Post-only"
            move "N" to profile-valid-switch
        end-if
    end-if

    move space to email-status-letter
    if function trim(email-status-text) not = spaces
        move function upper-case(email-status-text(1:1))
            to email-status-letter
        if email-status-letter not = "V" and email-status-letter not = "B"
            display "Rejected: email status must be Valid or Bounced"
            move "N" to profile-valid-switch
        end-if
    end-if
.

apply-profile-amendments.
    if function trim(grade) not = spaces
        move grade-letter to mm-grade
    end-if
    if contact-preference-letter not = space
        move contact-preference-letter to mm-contact-preference
    end-if
    if email-status-letter not = space
        move email-status-letter to mm-email-status
    end-if
.

assign-next-member-number.
    end-if
    move zeros to mm-paid-to-date
    move zeros to mm-date-approved
    set mm-contact-by-email to true
    set mm-email-valid to true
    move function current-date(1:8) to mm-date-added
    move zeros to mm-date-amended
    set mm-status-pending to true
    if member-found and not mm-status-removed
        perform display-member-details
        perform display-household-details
        perform display-mandate-details
        perform display-card-details
        move 200 to http-status-code
        move "OK" to http-status-text
    else
    display "Phone " function trim(mm-phone) " Grade " mm-grade
        " Status " mm-status " Paid to " mm-paid-to-date
        " Approved " mm-date-approved
    evaluate true
        when mm-contact-opted-out
            move "Opted-out" to contact-preference-text
        when mm-contact-post-only
            move "Post-only" to contact-preference-text
        when other
            move "Email" to contact-preference-text
    end-evaluate
    if mm-email-bounced
        move "Bounced" to email-status-text
    else
        move "Valid" to email-status-text
    end-if
    display "Contact preference " function trim(contact-preference-text)
        " Email status " function trim(email-status-text)
.

display-household-details.
    end-if
.

display-mandate-details.
    open input mandate-file
    if mandate-file-ok
        move mm-member-number to md-member-number
        read mandate-file
            invalid key continue
            not invalid key
                display "Direct debit mandate "
                    function trim(md-mandate-reference)
                    " status " md-status " since " md-status-date
                    " account ending " md-account-number(5:4)
                    " last collected " md-last-collection-date
        end-read
        close mandate-file
    end-if
.

display-card-details.
    open input card-history
    if card-history-ok
        perform find-current-card
        close card-history
        evaluate true
            when current-card-serial > zero
                    and current-card-valid-until = 99991231
                display "Membership card " current-card-serial
                    " permanent, issued " current-card-issue-date
            when current-card-serial > zero
                display "Membership card " current-card-serial
                    " valid until " current-card-valid-until
                    ", issued " current-card-issue-date
            when cancelled-card-serial > zero
                display "Membership card " cancelled-card-serial
                    " cancelled " cancelled-card-date
                    " - replacement awaiting the card run"
        end-evaluate
    end-if
.

find-current-card.
    move zero to current-card-serial
    move zero to current-card-valid-until
    move zero to current-card-issue-date
    move zero to cancelled-card-serial
    move zero to cancelled-card-date
    move "N" to card-history-eof-switch
    move mm-member-number to cd-member-number
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
                if cd-member-number not = mm-member-number
                    set card-history-eof to true
                end-if
        end-read
    end-if
.

note-member-card.
    if cd-status-issued
        move cd-card-serial to current-card-serial
        move cd-valid-until to current-card-valid-until
        move cd-issue-date to current-card-issue-date
        move zero to cancelled-card-serial
    else
        move cd-card-serial to cancelled-card-serial
        move cd-status-date to cancelled-card-date
        if cd-card-serial > current-card-serial
            move zero to current-card-serial
        end-if
    end-if
    perform read-next-member-card
.

search-archive-for-member.
    open input archive-file
    if archive-file-ok
            perform compute-paid-to-extension
    end-evaluate

    move mm-paid-to-date to payment-prior-paid-to-date
    move payment-paid-to-date to mm-paid-to-date
    if mm-status-lapsed
        set mm-status-active to true
    end-if
    perform roll-one-linked-member until household-eof
    if household-roll-count > zero
        if reversing-payment
            display "Reversal rolled to " household-roll-count
                " linked household members"
        else
            display "Payment rolled to " household-roll-count
                " linked household members"
        end-if
    end-if
.

            if not mm-status-removed
                perform save-member-before-image
                move payment-paid-to-date to mm-paid-to-date
                if reversing-payment
                    perform relapse-if-past-due
                else
                    if mm-status-lapsed
                        set mm-status-active to true
                    end-if
                end-if
                move function current-date(1:8) to mm-date-amended
                rewrite member-record
    move function current-date(1:8) to dl-payment-date
    move payment-amount to dl-amount
    move mm-paid-to-date to dl-paid-to-date
    set dl-payment-entry to true
    move payment-prior-paid-to-date to dl-prior-paid-to-date
    move zero to dl-reversed-payment-date
    move operator-id to dl-operator-id
    move zero to dl-gift-aid-claim-date
    write dues-record
    perform close-dues-ledger
.

process-refund.
    move zero to refund-payment-date
    evaluate true
        when function trim(reject-reason) = spaces
            display "Rejected: a reason is required for a refund"
            move 400 to http-status-code
            move "Bad Request" to http-status-text
        when refund-date-text not = spaces
                and refund-date-text not numeric
            display "Rejected: payment date must be an 8 digit date"
            move 400 to http-status-code
            move "Bad Request" to http-status-text
        when other
            if refund-date-text not = spaces
                move refund-date-text to refund-payment-date
            end-if
            perform record-refund
    end-evaluate
.

record-refund.
    perform locate-member
    if not member-found or mm-status-removed
        perform report-member-not-found
    else
        perform check-household-link
        if linked-to-household
            display "Rejected: member " mm-member-number
                " is linked to household primary " hh-primary-number
                " - refund against the primary"
            move 409 to http-status-code
            move "Conflict" to http-status-text
        else
            perform load-member-dues-history
            perform select-payment-to-reverse
            evaluate true
                when dues-history-overflow
                    display "Rejected: too many dues entries for member "
                        mm-member-number " to examine"
                    move 500 to http-status-code
                    move "Internal Server Error" to http-status-text
                when dues-history-match = zero
                    display "Not found: no unreversed payment on the ledger"
                        " for member " mm-member-number
                    move 404 to http-status-code
                    move "Not Found" to http-status-text
                when dh-paid-to-date(dues-history-match)
                        not = mm-paid-to-date
                    display "Rejected: a later payment has extended member "
                        mm-member-number " to " mm-paid-to-date
                        " - reverse that payment first"
                    move 409 to http-status-code
                    move "Conflict" to http-status-text
                when other
                    perform apply-member-refund
            end-evaluate
        end-if
    end-if
.

load-member-dues-history.
    move zero to dues-history-count
    move "N" to dues-history-overflow-switch
    move "N" to dues-eof-switch
    open input dues-ledger
    if dues-file-ok
        perform read-next-dues-entry
        perform absorb-member-dues-entry until dues-eof
        close dues-ledger
    end-if
.

absorb-member-dues-entry.
    if dl-member-number = mm-member-number
        if dl-reversal-entry
            perform mark-history-entry-reversed
        else
            perform add-history-entry
        end-if
    end-if
    perform read-next-dues-entry
.

add-history-entry.
    if dues-history-count < dues-history-limit
        add 1 to dues-history-count
        move dues-history-count to dues-history-index
        move dl-payment-date to dh-payment-date(dues-history-index)
        move dl-amount to dh-amount(dues-history-index)
        move dl-paid-to-date to dh-paid-to-date(dues-history-index)
        move "N" to dh-reversed(dues-history-index)
        if dl-prior-paid-to-date is numeric
            move dl-prior-paid-to-date
                to dh-prior-paid-to-date(dues-history-index)
        else
            perform find-previous-paid-to-date
        end-if
    else
        set dues-history-overflow to true
    end-if
.

find-previous-paid-to-date.
    move zero to dh-prior-paid-to-date(dues-history-count)
    move zero to dues-history-match
    perform test-previous-history-entry
        varying dues-history-index from dues-history-count by -1
        until dues-history-index < 2 or dues-history-match > zero
    if dues-history-match > zero
        move dh-paid-to-date(dues-history-match)
            to dh-prior-paid-to-date(dues-history-count)
    end-if
.

test-previous-history-entry.
    if dh-reversed(dues-history-index - 1) = "N"
        compute dues-history-match = dues-history-index - 1
    end-if
.

mark-history-entry-reversed.
    move zero to dues-history-match
    perform test-history-entry-reversed
        varying dues-history-index from dues-history-count by -1
        until dues-history-index < 1 or dues-history-match > zero
    if dues-history-match > zero
        move "Y" to dh-reversed(dues-history-match)
    end-if
.

test-history-entry-reversed.
    if dh-reversed(dues-history-index) = "N"
            and dh-payment-date(dues-history-index)
                = dl-reversed-payment-date
            and dh-amount(dues-history-index) = dl-amount
        move dues-history-index to dues-history-match
    end-if
.

select-payment-to-reverse.
    move zero to dues-history-match
    perform test-payment-to-reverse
        varying dues-history-index from dues-history-count by -1
        until dues-history-index < 1 or dues-history-match > zero
.

test-payment-to-reverse.
    if dh-reversed(dues-history-index) = "N"
        if refund-payment-date = zero
                or dh-payment-date(dues-history-index) = refund-payment-date
            move dues-history-index to dues-history-match
        end-if
    end-if
.

apply-member-refund.
    perform save-member-before-image
    set reversing-payment to true
    move function current-date(1:8) to today-date

    move dh-amount(dues-history-match) to payment-amount
    move mm-paid-to-date to payment-prior-paid-to-date
    move dh-prior-paid-to-date(dues-history-match) to payment-paid-to-date
    move payment-paid-to-date to mm-paid-to-date
    perform relapse-if-past-due
    move today-date to mm-date-amended
    rewrite member-record
        invalid key
            display "Unable to record refund for member " mm-member-number
            move 500 to http-status-code
            move "Internal Server Error" to http-status-text
        not invalid key
            perform write-reversal-dues-entry
            perform write-audit-entry
            move payment-amount to display-payment
            display "Reversed payment of " display-payment
                " dated " dh-payment-date(dues-history-match)
                " for member " mm-member-number
                " paid to " mm-paid-to-date " status " mm-status
            perform roll-household-payment
            move 200 to http-status-code
            move "OK" to http-status-text
    end-rewrite
    move "N" to reversal-switch
.

relapse-if-past-due.
    move function current-date(1:8) to today-date
    if mm-status-active and not mm-grade-life
            and mm-paid-to-date > zero and mm-paid-to-date < today-date
        set mm-status-lapsed to true
    end-if
.

write-reversal-dues-entry.
    perform open-dues-ledger
    move mm-member-number to dl-member-number
    move today-date to dl-payment-date
    move payment-amount to dl-amount
    move mm-paid-to-date to dl-paid-to-date
    set dl-reversal-entry to true
    move payment-prior-paid-to-date to dl-prior-paid-to-date
    move dh-payment-date(dues-history-match) to dl-reversed-payment-date
    move operator-id to dl-operator-id
    move zero to dl-gift-aid-claim-date
    write dues-record
    perform close-dues-ledger
.
        not invalid key
            move name to mm-name
            move new-email to mm-email
            set mm-email-valid to true
            perform apply-profile-amendments
            move function current-date(1:8) to mm-date-amended
            rewrite member-record
    perform read-next-dues-work-entry
.

process-opset.
    move space to operator-role-letter
    if function trim(operator-role-text) not = spaces
        move function upper-case(operator-role-text(1:1))
            to operator-role-letter
    end-if
    evaluate true
        when target-operator-id = spaces
            display "Rejected: an operator ID to set up is required"
            move 400 to http-status-code
            move "Bad Request" to http-status-text
        when operator-role-letter not = "C" and operator-role-letter not = "M"
                and operator-role-letter not = "T"
                and operator-role-letter not = "A"
            display "Rejected: role must be Clerk, Membership secretary,"
                " Treasurer or Administrator"
            move 400 to http-status-code
            move "Bad Request" to http-status-text
        when operator-bootstrap
                and (target-operator-id not = operator-id
                    or operator-role-letter not = "A")
            display "Forbidden: the first operator must be an administrator"
                " setting up their own operator ID"
            move 403 to http-status-code
            move "Forbidden" to http-status-text
        when other
            perform store-operator
    end-evaluate
.

store-operator.
    move target-operator-id to op-operator-id
    read operator-file
        invalid key
            move target-operator-id to op-operator-id
            move operator-name to op-name
            move operator-role-letter to op-role
            set op-status-active to true
            move function current-date(1:8) to op-date-added
            move zero to op-date-amended
            write operator-record
                invalid key
                    display "Unable to add operator "
                        function trim(target-operator-id)
                    move 500 to http-status-code
                    move "Internal Server Error" to http-status-text
                not invalid key
                    display "Added operator " function trim(op-operator-id)
                        " " function trim(op-name) " role " op-role
                    perform write-operator-audit-entry
                    move 201 to http-status-code
                    move "Created" to http-status-text
            end-write
        not invalid key
            if function trim(operator-name) not = spaces
                move operator-name to op-name
            end-if
            move operator-role-letter to op-role
            set op-status-active to true
            move function current-date(1:8) to op-date-amended
            rewrite operator-record
                invalid key
                    display "Unable to amend operator "
                        function trim(target-operator-id)
                    move 500 to http-status-code
                    move "Internal Server Error" to http-status-text
                not invalid key
                    display "Amended operator " function trim(op-operator-id)
                        " " function trim(op-name) " role " op-role
                    perform write-operator-audit-entry
                    move 200 to http-status-code
                    move "OK" to http-status-text
            end-rewrite
    end-read
.

process-opdel.
    move target-operator-id to op-operator-id
    read operator-file
        invalid key
            display "Not found: no operator " function trim(target-operator-id)
            move 404 to http-status-code
            move "Not Found" to http-status-text
        not invalid key
            evaluate true
                when target-operator-id = operator-id
                    display "Rejected: operators cannot disable themselves"
                    move 409 to http-status-code
                    move "Conflict" to http-status-text
                when op-status-disabled
                    display "Rejected: operator "
                        function trim(target-operator-id)
                        " is already disabled"
                    move 409 to http-status-code
                    move "Conflict" to http-status-text
                when other
                    set op-status-disabled to true
                    move function current-date(1:8) to op-date-amended
                    rewrite operator-record
                        invalid key
                            display "Unable to disable operator "
                                function trim(target-operator-id)
                            move 500 to http-status-code
                            move "Internal Server Error" to http-status-text
                        not invalid key
                            display "Disabled operator "
                                function trim(op-operator-id)
                            perform write-operator-audit-entry
                            move 200 to http-status-code
                            move "OK" to http-status-text
                    end-rewrite
            end-evaluate
    end-read
.

process-oplist.
    move zero to operator-list-count
    move "N" to operator-eof-switch
    move low-values to op-operator-id
    start operator-file key is not less than op-operator-id
        invalid key set operator-eof to true
    end-start
    if not operator-eof
        perform read-next-operator
    end-if
    perform list-one-operator until operator-eof
    display "Operators on file: " operator-list-count
    move 200 to http-status-code
    move "OK" to http-status-text
.

read-next-operator.
    read operator-file next record
        at end set operator-eof to true
    end-read
.

list-one-operator.
    add 1 to operator-list-count
    display "Operator " op-operator-id " Role " op-role
        " Status " op-status " Added " op-date-added
        " Name " function trim(op-name)
    perform read-next-operator
.

write-operator-audit-entry.
    move function current-date(1:14) to au-timestamp
    move command to au-command
    move zero to au-member-number
    move op-operator-id to au-email
    perform clear-member-before-image
    move spaces to au-after-name au-after-email
    move zero to au-after-date-added au-after-date-amended
    move space to au-after-status
    move spaces to au-after-address-line-1 au-after-address-line-2
        au-after-address-town au-after-postcode au-after-phone
    move space to au-after-grade
    move zero to au-after-paid-to-date
    move zero to au-after-date-approved
    move spaces to au-after-contact-preference au-after-email-status
    move spaces to au-reason
    string "operator " function trim(op-operator-id)
        " role " op-role " status " op-status
        delimited by size into au-reason
    move operator-id to au-operator-id
    write audit-record
.

open-gift-aid-file.
    open i-o gift-aid-file
    if not gift-aid-file-ok
        open output gift-aid-file
        close gift-aid-file
        open i-o gift-aid-file
    end-if
.

close-gift-aid-file.
    close gift-aid-file
.

process-gift-aid-declare.
    move function current-date(1:8) to today-date
    move today-date to declaration-date
    if declaration-date-text numeric
        move declaration-date-text to declaration-date
    end-if
    move declaration-date to effective-from-date
    if effective-from-text numeric
        move effective-from-text to effective-from-date
    end-if

    evaluate true
        when declaration-date-text not = spaces
                and declaration-date-text not numeric
            display "Rejected: declaration date must be an 8 digit date"
            move 400 to http-status-code
            move "Bad Request" to http-status-text
        when effective-from-text not = spaces
                and effective-from-text not numeric
            display "Rejected: effective-from date must be an 8 digit date"
            move 400 to http-status-code
            move "Bad Request" to http-status-text
        when declaration-date > today-date
            display "Rejected: declaration date cannot be in the future"
            move 400 to http-status-code
            move "Bad Request" to http-status-text
        when other
            perform locate-member
            if not member-found or mm-status-removed
                perform report-member-not-found
            else
                perform check-gift-aid-address
            end-if
    end-evaluate
.

check-gift-aid-address.
    move mm-postcode to postcode
    call "POSTCODEVALIDATE" using postcode postcode-is-valid
        postcode-validation-reason
    perform extract-house-name-or-number
    evaluate true
        when not postcode-is-ok
            display "Rejected: gift aid needs a valid postcode on file - "
                function trim(postcode-validation-reason)
            move 400 to http-status-code
            move "Bad Request" to http-status-text
        when gift-aid-house = spaces
            display "Rejected: gift aid needs a house number or name on"
                " address line 1"
            move 400 to http-status-code
            move "Bad Request" to http-status-text
        when other
            perform record-gift-aid-declaration
    end-evaluate
.

extract-house-name-or-number.
    move spaces to gift-aid-house
    move function trim(mm-address-line-1) to house-source
    if house-source(1:1) is numeric
        unstring house-source delimited by space or ","
            into gift-aid-house
        end-unstring
    else
        unstring house-source delimited by ","
            into gift-aid-house
        end-unstring
    end-if
.

record-gift-aid-declaration.
    if function trim(name) = spaces
        move mm-name to name
    end-if
    perform open-gift-aid-file
    perform find-live-gift-aid-declaration
    if gift-aid-live
        display "Rejected: member " mm-member-number
            " already has a live gift aid declaration made "
            gd-date-made
        move 409 to http-status-code
        move "Conflict" to http-status-text
    else
        perform build-gift-aid-declaration
        write gift-aid-record
            invalid key
                display "Rejected: member " mm-member-number
                    " already has a gift aid declaration made "
                    gd-date-made
                move 409 to http-status-code
                move "Conflict" to http-status-text
            not invalid key
                perform report-gift-aid-declaration
                move 201 to http-status-code
                move "Created" to http-status-text
        end-write
    end-if
    perform close-gift-aid-file
.

find-live-gift-aid-declaration.
    move "N" to gift-aid-eof-switch
    move "N" to gift-aid-held-switch
    move "N" to gift-aid-live-switch
    move zero to gift-aid-cancelled-date
    move mm-member-number to gd-member-number
    start gift-aid-file key is = gd-member-number
        invalid key set gift-aid-eof to true
    end-start
    perform read-next-member-declaration
    perform note-member-declaration until gift-aid-eof or gift-aid-live
.

read-next-member-declaration.
    if not gift-aid-eof
        read gift-aid-file next record
            at end set gift-aid-eof to true
            not at end
                if gd-member-number not = mm-member-number
                    set gift-aid-eof to true
                end-if
        end-read
    end-if
.

note-member-declaration.
    set gift-aid-held to true
    if gd-cancelled-date = zero
        set gift-aid-live to true
    else
        if gd-cancelled-date > gift-aid-cancelled-date
            move gd-cancelled-date to gift-aid-cancelled-date
        end-if
        perform read-next-member-declaration
    end-if
.

build-gift-aid-declaration.
    move mm-member-number to gd-member-number
    move name to gd-declared-name
    move declaration-date to gd-date-made
    move effective-from-date to gd-effective-from
    move zero to gd-cancelled-date
    move gift-aid-house to gd-house
    move today-date to gd-date-amended
    move operator-id to gd-operator-id
.

report-gift-aid-declaration.
    display "Recorded gift aid declaration for member " mm-member-number
        " by " function trim(gd-declared-name)
        " made " gd-date-made " effective from " gd-effective-from
    perform save-member-before-image
    move spaces to reject-reason
    string "gift aid declared from " gd-effective-from
        " house " function trim(gd-house)
        delimited by size into reject-reason
    perform write-audit-entry
    move spaces to reject-reason
.

process-gift-aid-cancel.
    move function current-date(1:8) to today-date
    move today-date to declaration-date
    if declaration-date-text numeric
        move declaration-date-text to declaration-date
    end-if

    if declaration-date-text not = spaces
            and declaration-date-text not numeric
        display "Rejected: cancellation date must be an 8 digit date"
        move 400 to http-status-code
        move "Bad Request" to http-status-text
    else
        perform locate-member
        if not member-found
            perform report-member-not-found
        else
            perform cancel-gift-aid-declaration
        end-if
    end-if
.

cancel-gift-aid-declaration.
    perform open-gift-aid-file
    perform find-live-gift-aid-declaration
    evaluate true
        when not gift-aid-held
            display "Not found: no gift aid declaration for member "
                mm-member-number
            move 404 to http-status-code
            move "Not Found" to http-status-text
        when not gift-aid-live
            display "Rejected: gift aid declaration for member "
                mm-member-number " was already cancelled from "
                gift-aid-cancelled-date
            move 409 to http-status-code
            move "Conflict" to http-status-text
        when other
            move declaration-date to gd-cancelled-date
            move today-date to gd-date-amended
            move operator-id to gd-operator-id
            rewrite gift-aid-record
                invalid key
                    display "Unable to cancel gift aid declaration"
                        " for member " mm-member-number
                    move 500 to http-status-code
                    move "Internal Server Error" to http-status-text
                not invalid key
                    display "Cancelled gift aid declaration for member "
                        mm-member-number " from " gd-cancelled-date
                    perform save-member-before-image
                    move spaces to reject-reason
                    string "gift aid cancelled from " gd-cancelled-date
                        delimited by size into reject-reason
                    perform write-audit-entry
                    move spaces to reject-reason
                    move 200 to http-status-code
                    move "OK" to http-status-text
            end-rewrite
    end-evaluate
    perform close-gift-aid-file
.

open-mandate-file.
    open i-o mandate-file
    if not mandate-file-ok
        open output mandate-file
        close mandate-file
        open i-o mandate-file
    end-if
.

close-mandate-file.
    close mandate-file
.

process-ddset.
    evaluate true
        when mandate-sort-code-text not numeric
            display "Rejected: sort code must be 6 digits"
            move 400 to http-status-code
            move "Bad Request" to http-status-text
        when mandate-account-text not numeric
            display "Rejected: account number must be 8 digits"
            move 400 to http-status-code
            move "Bad Request" to http-status-text
        when other
            perform locate-member
            if not member-found or mm-status-removed
                perform report-member-not-found
            else
                perform check-household-link
                evaluate true
                    when linked-to-household
                        display "Rejected: member " mm-member-number
                            " is linked to household primary "
                            hh-primary-number
                            " - the mandate belongs on the primary"
                        move 409 to http-status-code
                        move "Conflict" to http-status-text
                    when mm-grade-life
                        display "Rejected: member " mm-member-number
                            " is a Life member with no subscription to collect"
                        move 409 to http-status-code
                        move "Conflict" to http-status-text
                    when other
                        perform store-mandate
                end-evaluate
            end-if
    end-evaluate
.

store-mandate.
    perform open-mandate-file
    move mm-member-number to md-member-number
    read mandate-file
        invalid key
            perform build-mandate
            write mandate-record
                invalid key
                    display "Unable to lodge mandate for member "
                        mm-member-number
                    move 500 to http-status-code
                    move "Internal Server Error" to http-status-text
                not invalid key
                    perform report-mandate-lodged
                    move 201 to http-status-code
                    move "Created" to http-status-text
            end-write
        not invalid key
            if md-status-pending or md-status-active
                display "Rejected: member " mm-member-number
                    " already has a live mandate "
                    function trim(md-mandate-reference)
                    " - cancel it first"
                move 409 to http-status-code
                move "Conflict" to http-status-text
            else
                perform build-mandate
                rewrite mandate-record
                    invalid key
                        display "Unable to lodge mandate for member "
                            mm-member-number
                        move 500 to http-status-code
                        move "Internal Server Error" to http-status-text
                    not invalid key
                        perform report-mandate-lodged
                        move 200 to http-status-code
                        move "OK" to http-status-text
                end-rewrite
            end-if
    end-read
    perform close-mandate-file
.

build-mandate.
    move mm-member-number to md-member-number
    move spaces to md-mandate-reference
    string "EBAMS" mm-member-number
        delimited by size into md-mandate-reference
    move mandate-sort-code-text to md-sort-code
    move mandate-account-text to md-account-number
    if function trim(name) = spaces
        move function upper-case(mm-name) to md-account-name
    else
        move function upper-case(name) to md-account-name
    end-if
    set md-status-pending to true
    move function current-date(1:8) to md-lodged-date
    move md-lodged-date to md-status-date
    move spaces to md-status-reason
    move zero to md-last-collection-date
    move zero to md-collected-paid-to
    move operator-id to md-operator-id
.

report-mandate-lodged.
    display "Lodged direct debit mandate " function trim(md-mandate-reference)
        " for member " mm-member-number " awaiting bank acknowledgement"
    perform save-member-before-image
    move spaces to reject-reason
    string "dd mandate " function trim(md-mandate-reference) " lodged"
        delimited by size into reject-reason
    perform write-audit-entry
    move spaces to reject-reason
.

process-lost-card.
    perform locate-member
    if not member-found or mm-status-removed
        perform report-member-not-found
    else
        open i-o card-history
        if not card-history-ok
            display "Not found: no membership card has been issued to member "
                mm-member-number
            move 404 to http-status-code
            move "Not Found" to http-status-text
        else
            perform find-current-card
            if current-card-serial = zero
                display "Not found: member " mm-member-number
                    " holds no current membership card"
                move 404 to http-status-code
                move "Not Found" to http-status-text
            else
                perform cancel-lost-card
            end-if
            close card-history
        end-if
    end-if
.

cancel-lost-card.
    move current-card-serial to cd-card-serial
    read card-history
        invalid key
            display "Unable to read membership card " current-card-serial
            move 500 to http-status-code
            move "Internal Server Error" to http-status-text
        not invalid key
            set cd-status-cancelled to true
            move function current-date(1:8) to cd-status-date
            move "LOST" to cd-status-reason
            move operator-id to cd-operator-id
            rewrite card-record
                invalid key
                    display "Unable to cancel membership card "
                        cd-card-serial
                    move 500 to http-status-code
                    move "Internal Server Error" to http-status-text
                not invalid key
                    display "Cancelled membership card " cd-card-serial
                        " for member " mm-member-number
                        " - a replacement will be printed by the next"
                        " card run"
                    perform save-member-before-image
                    move spaces to reject-reason
                    string "card " cd-card-serial
                        " reported lost - replacement requested"
                        delimited by size into reject-reason
                    perform write-audit-entry
                    move spaces to reject-reason
                    move 200 to http-status-code
                    move "OK" to http-status-text
            end-rewrite
    end-read
.

process-ddcancl.
    perform locate-member
    if not member-found
        perform report-member-not-found
    else
        perform open-mandate-file
        move mm-member-number to md-member-number
        read mandate-file
            invalid key
                display "Not found: no direct debit mandate for member "
                    mm-member-number
                move 404 to http-status-code
                move "Not Found" to http-status-text
            not invalid key
                if md-status-cancelled or md-status-rejected
                    display "Rejected: mandate "
                        function trim(md-mandate-reference)
                        " is not live - status " md-status
                    move 409 to http-status-code
                    move "Conflict" to http-status-text
                else
                    perform cancel-mandate
                end-if
        end-read
        perform close-mandate-file
    end-if
.

cancel-mandate.
    set md-status-cancelled to true
    move function current-date(1:8) to md-status-date
    move "CANC" to md-status-reason
    move operator-id to md-operator-id
    rewrite mandate-record
        invalid key
            display "Unable to cancel mandate "
                function trim(md-mandate-reference)
            move 500 to http-status-code
            move "Internal Server Error" to http-status-text
        not invalid key
            display "Cancelled direct debit mandate "
                function trim(md-mandate-reference)
                " for member " mm-member-number
            perform save-member-before-image
            move spaces to reject-reason
            string "dd mandate " function trim(md-mandate-reference)
                " cancelled"
                delimited by size into reject-reason
            perform write-audit-entry
            move spaces to reject-reason
            move 200 to http-status-code
            move "OK" to http-status-text
    end-rewrite
.

process-ddpost.
    move zero to dd-posted-count
    move zero to dd-unpaid-count
    move zero to dd-failed-count
    open input collection-results
    if not dd-results-ok
        display "Not found: unable to open collection results file "
            function trim(dd-results-file-name)
        move 404 to http-status-code
        move "Not Found" to http-status-text
    else
        perform open-mandate-file
        move "N" to dd-results-eof-switch
        perform read-next-collection-result
        perform post-collection-result until dd-results-eof
        perform close-mandate-file
        close collection-results

        display "Collection results posted: " dd-posted-count
            " Unpaid: " dd-unpaid-count " Failures: " dd-failed-count
        if dd-failed-count > zero
            move 422 to http-status-code
            move "Unprocessable Entity" to http-status-text
        else
            move 200 to http-status-code
            move "OK" to http-status-text
        end-if
    end-if
.

read-next-collection-result.
    read collection-results
        at end set dd-results-eof to true
    end-read
.

post-collection-result.
    if dd-detail
        move zero to http-status-code
        move spaces to http-status-text
        move spaces to email
        move dd-member-number to email
        perform locate-member
        move dd-member-number to md-member-number
        read mandate-file
            invalid key
                display "Rejected: no mandate on file for member "
                    dd-member-number
                add 1 to dd-failed-count
            not invalid key
                evaluate true
                    when md-mandate-reference not = dd-mandate-reference
                        display "Rejected: mandate reference "
                            function trim(dd-mandate-reference)
                            " does not match member " dd-member-number
                        add 1 to dd-failed-count
                    when not member-found or mm-status-removed
                        perform report-member-not-found
                        add 1 to dd-failed-count
                    when dd-result-paid
                        perform post-collection-payment
                    when dd-result-unpaid
                        perform record-unpaid-collection
                    when other
                        display "Rejected: unknown result code "
                            dd-result-code " for member " dd-member-number
                        add 1 to dd-failed-count
                end-evaluate
        end-read
    end-if
    perform read-next-collection-result
.

post-collection-payment.
    if md-collected-paid-to not = mm-paid-to-date
        display "Rejected: collection for member " mm-member-number
            " has already been posted or was not submitted"
        add 1 to dd-failed-count
    else
        move dd-amount to payment-amount
        move spaces to payment-paid-to-text
        move spaces to reject-reason
        string "dd collection " function trim(dd-mandate-reference)
            " " dd-collection-date
            delimited by size into reject-reason
        perform record-payment
        move spaces to reject-reason
        if http-status-code < 400
            add 1 to dd-posted-count
        else
            add 1 to dd-failed-count
        end-if
    end-if
.

record-unpaid-collection.
    add 1 to dd-unpaid-count
    move zero to md-collected-paid-to
    move dd-result-reason to md-status-reason
    if dd-result-reason(1:1) = "1" or dd-result-reason(1:1) = "2"
            or dd-result-reason(1:1) = "5" or dd-result-reason(1:1) = "6"
            or dd-result-reason(1:1) = "B"
        set md-status-cancelled to true
        move function current-date(1:8) to md-status-date
    end-if
    rewrite mandate-record
        invalid key
            display "Unable to update mandate "
                function trim(md-mandate-reference)
    end-rewrite
    display "Unpaid collection for member " mm-member-number
        " reason " dd-result-reason " mandate status " md-status
    perform save-member-before-image
    move spaces to reject-reason
    string "dd collection unpaid reason " dd-result-reason
        delimited by size into reject-reason
    perform write-audit-entry
    move spaces to reject-reason
.

process-batch.
    perform open-member-file
    perform open-household-file
    perform open-audit-log
    perform open-operator-file
    perform read-checkpoint

    perform verify-batch-file
    perform validate-batch-submitter
    if batch-file-rejected
        add 1 to batch-failure-count
    else
        open input batch-input
        move zero to batch-record-number
        move "N" to batch-end-of-file-switch
        perform read-next-batch-record
        perform skip-to-checkpoint
            until batch-end-of-file or batch-record-number > checkpoint-record-number
        perform process-remaining-batch-records until batch-end-of-file
        close batch-input
    end-if

    perform close-operator-file
    perform close-audit-log
    perform close-household-file
    perform close-member-file
    perform report-batch-summary
.

verify-batch-file.
    end-evaluate
.

validate-batch-submitter.
    if batch-header-seen
        move spaces to op-operator-id
        if function length(function trim(batch-submitter)) <= 10
            move batch-submitter to op-operator-id
        end-if
        read operator-file
            invalid key
                display "Batch submitter " function trim(batch-submitter)
                    " is not a known operator - file refused"
                set batch-file-rejected to true
            not invalid key
                if not op-status-active
                    display "Batch submitter "
                        function trim(batch-submitter)
                        " is disabled - file refused"
                    set batch-file-rejected to true
                end-if
        end-read
    end-if
.

report-batch-summary.
    display "Batch complete. Records processed: " batch-processed-count
        " Failures: " batch-failure-count
    move br-postcode to postcode
    move br-phone to phone
    move br-grade to grade
    move spaces to contact-preference-text email-status-text
    if command = http-method-put
        move br-contact-preference to contact-preference-text
        move br-email-status to email-status-text
    end-if
    move spaces to reject-reason
    if command = http-method-reject
        move br-reason to reject-reason
    end-if
    move br-operator-id to operator-id
    if operator-id = spaces
        move batch-submitter to operator-id
    end-if
.

apply-current-batch-record.
    perform map-batch-request-fields
    move zero to http-status-code
    move spaces to http-status-text
    perform authorise-operator

    if operator-authorised
        perform dispatch-batch-request
    end-if

    add 1 to batch-processed-count
    if http-status-code >= 400
        add 1 to batch-failure-count
    end-if
.

dispatch-batch-request.
    evaluate command
        when http-method-post
            perform process-post
            move "Bad Request" to http-status-text
            display "Rejected: unrecognised command " function trim(command)
    end-evaluate
.

write-checkpoint.

process-batch-edit.
    perform open-member-file
    perform open-operator-file
    perform verify-batch-file
    perform validate-batch-submitter

    if not batch-file-missing
        open output rejects-file
        close rejects-file
    end-if

    perform close-operator-file
    perform close-member-file
    perform report-edit-summary
.
        when other
            move "INVC" to edit-reason-code
    end-evaluate

    if edit-record-clean
        perform determine-operator-authority
        if not operator-authorised
            move "AUTH" to edit-reason-code
        end-if
    end-if
.

edit-post-request.
            move "GRDV" to edit-reason-code
        end-if
    end-if

    if edit-record-clean
            and function trim(contact-preference-text) not = spaces
        move function upper-case(contact-preference-text(1:1))
            to contact-preference-letter
        if contact-preference-letter not = "E"
                and contact-preference-letter not = "O"
                and contact-preference-letter not = "P"
            move "CPRV" to edit-reason-code
        end-if
    end-if

    if edit-record-clean and function trim(email-status-text) not = spaces
        move function upper-case(email-status-text(1:1))
            to email-status-letter
        if email-status-letter not = "V" and email-status-letter not = "B"
            move "ESTV" to edit-reason-code
        end-if
    end-if
.

edit-existence-check.
