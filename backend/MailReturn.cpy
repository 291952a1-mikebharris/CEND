01  mail-return-record.
    05  mt-member-number    pic 9(08).
    05  mt-email            pic x(100).
    05  mt-event-type       pic x(01).
        88  mt-hard-bounce      value "B".
        88  mt-unsubscribe      value "U".
        88  mt-complaint        value "C".
        88  mt-resubscribe      value "S".
    05  mt-event-date       pic 9(08).
