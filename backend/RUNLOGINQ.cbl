                10 sn-start-seen pic x(01).
                10 sn-end-seen pic x(01).

        01 schedule-count pic 9(02) value 9.
        01 schedule-index pic 9(02) value zero.
        01 schedule-table.
            05 filler pic x(10) value "EBAMSRECON".
            05 filler pic x(10) value "EBAMSSTAT".
            05 filler pic x(10) value "EBAMSBKUP".
            05 filler pic x(10) value "EBAMSARCH".
            05 filler pic x(10) value "EBAMSINTG".
        01 schedule-programs redefines schedule-table.
            05 schedule-program pic x(10) occurs 9 times.

        01 lookup-program-id pic x(10) value spaces.
        01 run-status-text pic x(20) value spaces.
