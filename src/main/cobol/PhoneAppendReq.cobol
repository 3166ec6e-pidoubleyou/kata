identification division.
program-id. PHONEAPREQ.
*> Phone append vendor request (outbound half of the round trip -
*> PHONEAPRSP takes the vendor's answer back in). Once DIALRESULT
*> marks a number dead ('U' on the phone master) or PHONERECYC has
*> carried a reject in suspense for months, the only way the account
*> recovers is a rep finding a new number by hand, and most never
*> do. This job selects
*>   - every master record marked uncontactable (MST-CONTACT-STATUS
*>     'U'), with the number that went dead, and
*>   - every suspense record aged 90 days or more from the date it
*>     first suspended (PHONESAGE's 90+ bucket - a record whose first
*>     date is not a usable date counts as aged, as it does there),
*>     with the raw number that keeps failing,
*> and writes them to the vendor's request layout (APPREQ, see
*> PAPQREC) - one line per account and phone type, closed with the
*> control trailer the vendor checks the file against. An account
*> and type that is both uncontactable on the master and aged in
*> suspense is requested once, as the master record. The selection
*> runs through an internal SORT on account and type, the way
*> PHONEDIAL groups its records, so the request goes out in key
*> order whatever order the suspense generation is in.
*> A file that cannot be opened ends the run RETURN-CODE 12 with no
*> trailer written; a suspense segment whose trailer count does not
*> agree ends RETURN-CODE 16 - hold the request back rather than send
*> the vendor half a list.
*> A number abroad (raw number keyed with a leading '+') or a
*> suspense record held for status 44/48 is not sent: the vendor
*> appends North American numbers only, and a 44 is a gap in the
*> country code table (CTRYTAB), not a customer we have lost. Those
*> are counted on their own in the closing display.
environment division.
input-output section.
file-control.
    select phone-master-file assign to PHONEMST
        organization is indexed
        access mode is sequential
        record key is mst-master-key
        file status is ws-phonemst-status.

    select suspense-in-file assign to SUSPIN
        organization is sequential
        file status is ws-suspin-status.

    select append-request-file assign to APPREQ
        organization is sequential
        file status is ws-appreq-status.

    select sort-file assign to SORTWK01.

data division.
file section.
fd  phone-master-file.
copy POUTREC replacing ==phone-out-record== by ==phone-master-record==
    leading ==out-== by ==mst-==.

fd  suspense-in-file
    recording mode is f.
01  suspense-in-record       pic x(40).

fd  append-request-file
    recording mode is f.
copy PAPQREC.

sd  sort-file.
*> srt-rank puts the master's record of an account and type ahead of
*> its suspense record: 1 = uncontactable on the master, 2 = aged in
*> suspense.
01  sort-record.
    05  srt-account          pic x(10).
    05  srt-type             pic x(1).
    05  srt-rank             pic 9(1).
    05  srt-last-phone       pic x(10).

working-storage section.
01  ws-phonemst-status    pic x(2).
01  ws-suspin-status      pic x(2).
01  ws-appreq-status      pic x(2).
01  ws-mst-eof-switch     pic x(1)   value 'N'.
    88  ws-mst-end-of-file           value 'Y'.
01  ws-eof-switch         pic x(1)   value 'N'.
    88  ws-end-of-file               value 'Y'.
01  ws-sort-eof-switch    pic x(1)   value 'N'.
    88  ws-sort-end                  value 'Y'.

copy PCTLREC.

copy PSUSREC.

*> header/trailer bookkeeping for SUSPIN - the same tolerance
*> PHONESAGE gives it: the trailer check only applies once a header
*> has been seen.
01  ws-data-switch        pic x(1)   value 'N'.
    88  ws-have-data                 value 'Y'.
01  ws-segment-count      pic 9(9)   value 0.
01  ws-segment-switch     pic x(1)   value 'N'.
    88  ws-segment-open              value 'Y'.
01  ws-header-switch      pic x(1)   value 'N'.
    88  ws-header-seen               value 'Y'.

01  ws-client-id          pic x(8)   value 'PHONEAPP'.
01  ws-run-date           pic x(8).
01  ws-run-date-num redefines ws-run-date
                          pic 9(8).
01  ws-run-date-int       pic 9(7).
01  ws-first-date-num     pic 9(8).
01  ws-age-days           pic s9(5).
01  ws-min-age-days       pic 9(3)   value 90.

01  ws-prev-key.
    05  ws-prev-account   pic x(10).
    05  ws-prev-type      pic x(1).

01  ws-mst-read-count     pic 9(9)   value 0.
01  ws-mst-select-count   pic 9(9)   value 0.
01  ws-susp-read-count    pic 9(9)   value 0.
01  ws-susp-select-count  pic 9(9)   value 0.
01  ws-susp-intl-count    pic 9(9)   value 0.
01  ws-dup-count          pic 9(9)   value 0.
01  ws-request-count      pic 9(9)   value 0.

01  ws-digit-count        pic 9(2).
01  ws-idx                pic 9(2).
01  ws-digits             pic x(11).

procedure division.
main-process.
    move function current-date(1:8) to ws-run-date
    compute ws-run-date-int
        = function integer-of-date(ws-run-date-num)
    perform open-files
    if return-code < 12
        sort sort-file
            on ascending key srt-account srt-type srt-rank
            input procedure is select-request-records
            output procedure is write-request-file
    end-if
    perform close-files
    display 'PHONEAPREQ: ' ws-mst-read-count ' master read, '
        ws-mst-select-count ' uncontactable, '
        ws-susp-read-count ' suspense read, '
        ws-susp-select-count ' aged 90+, '
        ws-susp-intl-count ' international not sent, '
        ws-dup-count ' duplicates, '
        ws-request-count ' requests written'
    goback.

open-files.
    open input phone-master-file
    if ws-phonemst-status not = '00'
        display 'PHONEAPREQ: UNABLE TO OPEN PHONEMST, STATUS='
            ws-phonemst-status
        move 'Y' to ws-mst-eof-switch
        move 12 to return-code
    end-if
    open input suspense-in-file
    if ws-suspin-status not = '00'
        display 'PHONEAPREQ: UNABLE TO OPEN SUSPIN, STATUS='
            ws-suspin-status
        move 'Y' to ws-eof-switch
        move 12 to return-code
    end-if
    open output append-request-file
    if ws-appreq-status not = '00'
        display 'PHONEAPREQ: UNABLE TO OPEN APPREQ, STATUS='
            ws-appreq-status
        move 12 to return-code
    end-if.

*> input procedure: the master's dead numbers, then the aged
*> suspense records.
select-request-records.
    perform read-master-file
    perform until ws-mst-end-of-file
        if mst-uncontactable
            perform release-master-record
        end-if
        perform read-master-file
    end-perform
    perform read-suspense-file
    perform until ws-end-of-file
        perform select-suspense-record
        perform read-suspense-file
    end-perform
    if ws-segment-open
            or (ws-header-seen and ws-segment-count > 0)
        display 'PHONEAPREQ: SUSPIN ENDED WITH AN UNCLOSED '
            'SEGMENT (NO TRAILER) - POSSIBLY TRUNCATED'
        move 16 to return-code
    end-if.

read-master-file.
    read phone-master-file
        at end move 'Y' to ws-mst-eof-switch
        not at end add 1 to ws-mst-read-count
    end-read.

*> the dead number as 10 digits, whatever FORMAT-CODE shape the
*> master was loaded with - the same strip PHONESPLIT uses.
release-master-record.
    move spaces to ws-digits
    move 0 to ws-digit-count
    perform varying ws-idx from 1 by 1 until ws-idx > 14
        if mst-phone-formatted(ws-idx:1) >= '0'
                and mst-phone-formatted(ws-idx:1) <= '9'
            add 1 to ws-digit-count
            if ws-digit-count <= 11
                move mst-phone-formatted(ws-idx:1)
                    to ws-digits(ws-digit-count:1)
            end-if
        end-if
    end-perform
    if ws-digit-count = 11 and ws-digits(1:1) = '1'
        move ws-digits(2:10) to ws-digits(1:10)
    end-if
    move mst-account-number to srt-account
    move mst-phone-type to srt-type
    move 1 to srt-rank
    move ws-digits(1:10) to srt-last-phone
    release sort-record
    add 1 to ws-mst-select-count.

read-suspense-file.
    move 'N' to ws-data-switch
    perform until ws-end-of-file or ws-have-data
        read suspense-in-file into suspense-record
            at end move 'Y' to ws-eof-switch
            not at end perform classify-suspense-record
        end-read
    end-perform.

classify-suspense-record.
    evaluate suspense-record(1:3)
        when 'HDR'
            set ws-header-seen to true
            set ws-segment-open to true
            move 0 to ws-segment-count
        when 'TRL'
            move suspense-record to file-control-record
            if ctl-record-count not = ws-segment-count
                display 'PHONEAPREQ: SUSPIN TRAILER COUNT '
                    ctl-record-count ' DOES NOT MATCH '
                    ws-segment-count ' RECORDS READ'
                move 16 to return-code
            end-if
            move 0 to ws-segment-count
            move 'N' to ws-segment-switch
        when other
            add 1 to ws-segment-count
            add 1 to ws-susp-read-count
            move 'Y' to ws-data-switch
    end-evaluate.

*> aged the way PHONESAGE ages it; blank type is home, as it is
*> everywhere downstream of the legacy feed.
select-suspense-record.
    if susp-first-date is numeric
        move susp-first-date to ws-first-date-num
        compute ws-age-days = ws-run-date-int
            - function integer-of-date(ws-first-date-num)
    else
        move 99999 to ws-age-days
    end-if
    if ws-age-days < ws-min-age-days
        exit paragraph
    end-if
    if susp-phone-raw(1:1) = '+'
            or susp-phone-status = 44 or susp-phone-status = 48
        add 1 to ws-susp-intl-count
        exit paragraph
    end-if
    move susp-account-number to srt-account
    if susp-phone-type = space
        move 'H' to srt-type
    else
        move susp-phone-type to srt-type
    end-if
    move 2 to srt-rank
    move susp-phone-raw to srt-last-phone
    release sort-record
    add 1 to ws-susp-select-count.

*> output procedure: the first record of each account and type goes
*> to the vendor, anything after it is a duplicate. A run already
*> failed on SUSPIN's control counts writes no trailer, so the
*> vendor rejects the file rather than working a partial list.
write-request-file.
    move low-values to ws-prev-key
    perform return-sort-record
    perform until ws-sort-end
        if srt-account = ws-prev-account
                and srt-type = ws-prev-type
            add 1 to ws-dup-count
        else
            move srt-account to ws-prev-account
            move srt-type to ws-prev-type
            perform write-request-detail
        end-if
        perform return-sort-record
    end-perform
    if return-code < 12
        move spaces to append-request-record
        set apq-is-trailer to true
        move ws-client-id to apq-client-id
        move ws-run-date to apq-file-date
        move ws-request-count to apq-record-count
        write append-request-record
    end-if.

return-sort-record.
    return sort-file
        at end move 'Y' to ws-sort-eof-switch
    end-return.

write-request-detail.
    move spaces to append-request-record
    set apq-is-detail to true
    move srt-account to apq-account-number
    move srt-type to apq-phone-type
    move srt-last-phone to apq-last-phone
    if srt-rank = 1
        set apq-from-master to true
    else
        set apq-from-suspense to true
    end-if
    move ws-run-date to apq-request-date
    write append-request-record
    add 1 to ws-request-count.

close-files.
    close phone-master-file
    close suspense-in-file
    close append-request-file.

end program PHONEAPREQ.
