*> record ever leaves the suspense file. A resolution with a blank
*> phone type drops all of the account's suspense records; RESOLIN
*> is optional, like SUSPIN on the first run.
*> A recovered number is stamped with its exchange's line type from
*> the NPA-NXX table (NXXTAB) the way PHONEBATCH stamps the numbers
*> it ships; a number whose exchange is not assigned (status 40)
*> stays in suspense like any other failure. NXXTAB is optional here
*> too - without it the line type is left blank.
*> A number keyed with a leading '+' is a customer abroad: its raw
*> value continues in the reject and suspense records' continuation
*> field (see CUSTREC) and it is retried through the
*> CreatePhoneNumberIntl entry against the country calling code
*> table (CTRYTAB) instead - so one that was rejected for want of a
*> country on the table (status 44) recovers the night the country
*> is added, and ships in E.164 with its country code the way
*> PHONEBATCH ships it.
environment division.
input-output section.
file-control.
        organization is sequential
        file status is ws-runctl-status.

    select exchange-table-file assign to NXXTAB
        organization is indexed
        access mode is random
        record key is nxx-npa-nxx
        file status is ws-nxxtab-status.

data division.
file section.
fd  reject-file
    recording mode is f.
01  run-control-line         pic x(80).

fd  exchange-table-file.
copy NXXREC.

working-storage section.
01  ws-phonerej-status    pic x(2).
01  ws-suspin-status      pic x(2).
*> file it came from.
01  ws-retry-account      pic x(10).
01  ws-retry-raw          pic x(10).
01  ws-retry-raw-cont     pic x(6).
01  ws-retry-count        pic 9(2).
01  ws-retry-first-date   pic x(8).
*> H/W/M from the input record; blank (records from before the
01  ws-aged-count         pic 9(9)   value 0.
01  ws-resolved-count     pic 9(9)   value 0.

01  ws-nxxtab-status      pic x(2).
01  ws-nxxtab-switch      pic x(1)   value 'N'.
    88  ws-nxxtab-open               value 'Y'.

procedure division.
main-process.
    move 1 to format-code
            ws-suspout-status
        move 'Y' to ws-rej-eof-switch
        move 'N' to ws-suspin-open-flag
    end-if

    open input exchange-table-file
    if ws-nxxtab-status = '00'
        set ws-nxxtab-open to true
    else
        display 'PHONERECYC: NO EXCHANGE TABLE (NXXTAB STATUS='
            ws-nxxtab-status ') - LINE TYPES LEFT BLANK'
    end-if.

*> both readers skip header records and verify each trailer's count
process-reject-record.
    move rej-account-number to ws-retry-account
    move rej-phone-raw to ws-retry-raw
    move rej-phone-raw-cont to ws-retry-raw-cont
    move 0 to ws-retry-count
    move ws-run-date to ws-retry-first-date
    if rej-phone-type = 'H' or rej-phone-type = 'W'
    else
        move susp-account-number to ws-retry-account
        move susp-phone-raw to ws-retry-raw
        move susp-phone-raw-cont to ws-retry-raw-cont
        move susp-retry-count to ws-retry-count
        move susp-first-date to ws-retry-first-date
        if susp-phone-type = 'H' or susp-phone-type = 'W'
*> a leading country code 1 - CreatePhoneNumberText strips the junk
*> and handles all of them itself.
retry-number.
    if ws-retry-raw(1:1) = '+'
        perform retry-international-number
        exit paragraph
    end-if
    move spaces to raw-input
    move ws-retry-raw to raw-input
    call 'CreatePhoneNumberText' using raw-input result
        else
            move space to out-area-code-flag
        end-if
        perform stamp-line-type
        write phone-out-record
        add 1 to ws-recovered-count
    else
        perform write-suspense-record
    end-if.

*> a '+' number: a +1 number comes back in RESULT with the country
*> code blank and recycles like any domestic number; any other
*> country recycles in E.164 with its country code and no line type.
retry-international-number.
    move spaces to intl-raw-input
    move ws-retry-raw to intl-raw-input(1:10)
    move ws-retry-raw-cont to intl-raw-input(11:6)
    call 'CreatePhoneNumberIntl' using intl-raw-input result
                                    intl-result phone-status
                                    format-code intl-country-code
    if phone-status not = 0 and phone-status not = 16
        perform write-suspense-record
        exit paragraph
    end-if
    move spaces to phone-out-record
    move ws-retry-account to out-account-number
    move ws-retry-type to out-phone-type
    if intl-country-code = spaces
        move result to out-phone-formatted
        if phone-status = 16
            move '*' to out-area-code-flag
        end-if
        perform stamp-line-type
    else
        move intl-result(1:14) to out-phone-formatted
        move intl-result(15:2) to out-phone-formatted-cont
        move intl-country-code to out-country-code
    end-if
    write phone-out-record
    add 1 to ws-recovered-count.

*> RESULT is in format 1, (XXX) XXX-XXXX - the area code and the
*> exchange sit at fixed offsets in it.
stamp-line-type.
    move space to out-line-type
    if ws-nxxtab-open
        move result(2:3) to nxx-npa
        move result(7:3) to nxx-exchange
        read exchange-table-file
            not invalid key
                move nxx-line-type to out-line-type
        end-read
    end-if.

write-suspense-record.
    move ws-retry-account to susp-account-number
    move ws-retry-raw to susp-phone-raw
    move ws-retry-first-date to susp-first-date
    move ws-retry-type to susp-phone-type
    move spaces to suspense-record(34:7)
    if ws-retry-raw(1:1) = '+'
        move ws-retry-raw-cont to susp-phone-raw-cont
    end-if
    write suspense-out-record from suspense-record
    add 1 to ws-suspended-count.

        close suspense-in-file
    end-if
    close recycle-out-file
    close suspense-out-file
    if ws-nxxtab-open
        close exchange-table-file
    end-if.

end program PHONERECYC.
