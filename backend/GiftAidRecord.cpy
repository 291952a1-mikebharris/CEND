01  gift-aid-record.
    05  gd-declaration-key.
        10  gd-member-number    pic 9(08).
        10  gd-date-made        pic 9(08).
    05  gd-declared-name    pic x(100).
    05  gd-effective-from   pic 9(08).
    05  gd-cancelled-date   pic 9(08).
    05  gd-house            pic x(40).
    05  gd-date-amended     pic 9(08).
    05  gd-operator-id      pic x(10).
