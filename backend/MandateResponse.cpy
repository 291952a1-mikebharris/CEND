01  mandate-response-record.
    05  mr-service          pic x(06).
        88  mr-auddis           value "AUDDIS".
        88  mr-addacs           value "ADDACS".
    05  mr-mandate-reference pic x(18).
    05  mr-sort-code        pic 9(06).
    05  mr-account-number   pic 9(08).
    05  mr-reason-code      pic x(01).
    05  mr-effective-date   pic 9(08).
    05  mr-new-sort-code    pic 9(06).
    05  mr-new-account-number pic 9(08).
