identification division.
program-id. EBAMSMCNV.

environment division.
    input-output section.
    file-control.
        select old-master assign to "MEMBERMS"
            organization indexed
            access mode sequential
            record key om-member-number
            alternate record key om-email
            file status old-master-status.

        select new-master assign to "MEMBERNEW"
            organization indexed
            access mode dynamic
            record key mm-member-number
            alternate record key mm-email
            file status new-master-status.

        select old-archive assign to "MEMBERAX"
            organization indexed
            access mode sequential
            record key oa-member-number
            alternate record key oa-email with duplicates
            file status old-archive-status.

        select new-archive assign to "MEMBERAXN"
            organization indexed
            access mode dynamic
            record key ax-member-number
            alternate record key ax-email with duplicates
            file status new-archive-status.

data division.
    file section.
    fd  old-master.
        01 old-member-record.
            05 om-member-number    pic 9(08).
            05 om-email            pic x(100).
            05 om-detail           pic x(294).

    fd  new-master.
        copy MemberRecord.

    fd  old-archive.
        01 old-archive-record.
            05 oa-member-number    pic 9(08).
            05 oa-email            pic x(100).
            05 oa-detail           pic x(294).

    fd  new-archive.
        copy ArchiveRecord.

    working-storage section.
        01 old-master-status pic x(02) value spaces.
            88 old-master-ok value "00".

        01 new-master-status pic x(02) value spaces.
            88 new-master-ok value "00".

        01 old-archive-status pic x(02) value spaces.
            88 old-archive-ok value "00".

        01 new-archive-status pic x(02) value spaces.
            88 new-archive-ok value "00".

        01 old-master-end-switch pic x(01) value "N".
            88 old-master-end value "Y".

        01 old-archive-end-switch pic x(01) value "N".
            88 old-archive-end value "Y".

        01 converted-member-count pic 9(08) value zero.
        01 converted-archive-count pic 9(08) value zero.
        01 failed-count pic 9(08) value zero.

procedure division.
    display "EBAMS one-time contact preference conversion as at "
        function current-date(1:8)
    perform convert-member-master
    perform convert-archive-file
    perform finalize-conversion
    stop run
.

convert-member-master.
    open input old-master
    if not old-master-ok
        display "No member file found - member conversion skipped"
        set old-master-end to true
    else
        open output new-master
        perform read-next-old-member
        perform convert-one-member until old-master-end
        close old-master
        close new-master
    end-if
.

read-next-old-member.
    read old-master next record
        at end set old-master-end to true
    end-read
.

convert-one-member.
    move spaces to member-record
    move old-member-record to member-record
    move spaces to mm-contact-preference mm-email-status

    write member-record
        invalid key
            add 1 to failed-count
            display "Unable to convert member " om-member-number
        not invalid key
            add 1 to converted-member-count
    end-write

    perform read-next-old-member
.

convert-archive-file.
    open input old-archive
    if not old-archive-ok
        display "No archive file found - archive conversion skipped"
        set old-archive-end to true
    else
        open output new-archive
        perform read-next-old-archive-record
        perform convert-one-archive-record until old-archive-end
        close old-archive
        close new-archive
    end-if
.

read-next-old-archive-record.
    read old-archive next record
        at end set old-archive-end to true
    end-read
.

convert-one-archive-record.
    move spaces to archive-member-record
    move oa-member-number to ax-member-number
    move oa-email to ax-email
    move oa-detail to ax-detail

    write archive-member-record
        invalid key
            add 1 to failed-count
            display "Unable to convert archived member " oa-member-number
        not invalid key
            add 1 to converted-archive-count
    end-write

    perform read-next-old-archive-record
.

finalize-conversion.
    display "Members converted to MEMBERNEW " converted-member-count
    display "Archived members converted to MEMBERAXN "
        converted-archive-count
    display "Records not converted " failed-count
    if failed-count > zero
        move 1 to return-code
    end-if
    display "Check the counts, then replace MEMBERMS with MEMBERNEW"
        " and MEMBERAX with MEMBERAXN"
.

end program EBAMSMCNV.
