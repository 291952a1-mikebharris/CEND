            organization line sequential
            file status notice-final-status.

        select notice-postal assign to "NOTPOSTL"
            organization line sequential
            file status notice-postal-status.

        select expiry-list assign to "NOTEXPIR"
            organization line sequential
            file status expiry-list-status.
    fd  notice-final.
        01 notice-final-record pic x(362).

    fd  notice-postal.
        01 notice-postal-record pic x(362).

    fd  expiry-list.
        01 expiry-list-record pic x(200).

        01 notice-first-status pic x(02) value spaces.
        01 notice-second-status pic x(02) value spaces.
        01 notice-final-status pic x(02) value spaces.
        01 notice-postal-status pic x(02) value spaces.
        01 expiry-list-status pic x(02) value spaces.

        01 today-date pic 9(08) value zero.
        01 first-count pic 9(05) value zero.
        01 second-count pic 9(05) value zero.
        01 final-count pic 9(05) value zero.
        01 postal-count pic 9(05) value zero.
        01 expiry-count pic 9(05) value zero.

        01 runlog-program-id pic x(10) value "EBAMSNOTC".
        open output notice-first
        open output notice-second
        open output notice-final
        open output notice-postal
        open output expiry-list
    end-if
.
    evaluate notice-stage
        when "PRE30"
            add 1 to pre30-count
        when "PRE7"
            add 1 to pre7-count
        when "FIRST"
            add 1 to first-count
        when "SECOND"
            add 1 to second-count
        when "FINAL"
            add 1 to final-count
    end-evaluate

    if mm-email-bounced or mm-contact-post-only
        move spaces to nm-email
        add 1 to postal-count
        write notice-postal-record from notice-merge-detail
    else
        evaluate notice-stage
            when "PRE30"
                write notice-pre30-record from notice-merge-detail
            when "PRE7"
                write notice-pre7-record from notice-merge-detail
            when "FIRST"
                write notice-first-record from notice-merge-detail
            when "SECOND"
                write notice-second-record from notice-merge-detail
            when "FINAL"
                write notice-final-record from notice-merge-detail
        end-evaluate
    end-if
.

write-history-record.
        close notice-first
        close notice-second
        close notice-final
        close notice-postal
        close expiry-list
    end-if

    display "First notices      " first-count
    display "Second notices     " second-count
    display "Final notices      " final-count
    display "Sent by post only  " postal-count
    display "Expiries for committee " expiry-count
    if history-overflow
        display "Notice history table full - some notices were suppressed"
