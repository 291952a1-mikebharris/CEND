01  http-method-approve pic x(7) value "approve".
01  http-method-reject  pic x(7) value "reject".
01  http-method-applist pic x(7) value "applist".
01  http-method-refund  pic x(7) value "refund".
