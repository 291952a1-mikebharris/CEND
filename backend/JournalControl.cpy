01  journal-control-record.
    05  jc-account-role     pic x(04).
        88  jc-bank-account     value "BANK".
        88  jc-deferred-income  value "DEFR".
        88  jc-subscription-income value "INCM".
        88  jc-life-fund        value "LIFE".
    05  jc-grade            pic x(01).
    05  jc-nominal-code     pic x(10).
    05  jc-description      pic x(40).
