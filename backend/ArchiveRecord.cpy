01  archive-member-record.
    05  ax-member-number    pic 9(08).
    05  ax-email            pic x(100).
    05  ax-detail           pic x(296).
