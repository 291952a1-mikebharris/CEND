01  operator-record.
    05  op-operator-id      pic x(10).
    05  op-name             pic x(50).
    05  op-role             pic x(01).
        88  op-role-clerk       value "C".
        88  op-role-secretary   value "M".
        88  op-role-treasurer   value "T".
        88  op-role-admin       value "A".
    05  op-status           pic x(01).
        88  op-status-active    value "A".
        88  op-status-disabled  value "D".
    05  op-date-added       pic 9(08).
    05  op-date-amended     pic 9(08).
