01  card-record.
    05  cd-card-serial      pic 9(08).
    05  cd-member-number    pic 9(08).
    05  cd-primary-number   pic 9(08).
    05  cd-grade            pic x(01).
    05  cd-issue-reason     pic x(01).
        88  cd-new-member       value "N".
        88  cd-renewal          value "R".
        88  cd-replacement      value "L".
    05  cd-issue-date       pic 9(08).
    05  cd-valid-until      pic 9(08).
        88  cd-permanent        value 99991231.
    05  cd-status           pic x(01).
        88  cd-status-issued    value "I".
        88  cd-status-cancelled value "C".
    05  cd-status-date      pic 9(08).
    05  cd-status-reason    pic x(04).
    05  cd-operator-id      pic x(10).
