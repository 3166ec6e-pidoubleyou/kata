*> A garbled rules file ends the run RETURN-CODE 16 before the
*> sweep starts - a half-understood rule set must not renumber
*> anybody.
*> In update mode every renumber is also written to the phone number
*> history (PHONEHST, see PHISTREC) as change code R with the old and
*> new formatted number, so a complaint about a number we dialed
*> after the cutover can be traced back to the split that made it.
environment division.
input-output section.
file-control.
        organization is sequential
        file status is ws-spltrpt-status.

    select phone-history-file assign to PHONEHST
        organization is indexed
        access mode is random
        record key is hist-key
        file status is ws-phonehst-status.

    select cust-feed-file assign to CUSTFEED
        organization is sequential
        file status is ws-custfeed-status.
    recording mode is f.
01  split-report-line        pic x(80).

fd  phone-history-file.
copy PHISTREC.

fd  cust-feed-file
    recording mode is f.
*> one record per renumbered number for the customer-system team:
01  ws-match-count        pic 9(9)   value 0.
01  ws-changed-count      pic 9(9)   value 0.
01  ws-unparsable-count   pic 9(9)   value 0.
*> numbers abroad (country code on the record) - no area code.
01  ws-intl-count         pic 9(9)   value 0.
01  ws-format-err-count   pic 9(9)   value 0.
01  ws-rewrite-err-count  pic 9(9)   value 0.

01  ws-new-raw            pic x(10).
01  ws-new-npa            pic x(3).

*> phone number history work fields - see write-history-record.
01  ws-phonehst-status    pic x(2).
01  ws-hist-write-count   pic 9(9)   value 0.
01  ws-hist-error-count   pic 9(9)   value 0.
01  ws-hist-old-phone     pic x(14).
01  ws-run-date           pic x(8).
01  ws-hist-stamp.
    05  ws-hist-stamp-date pic x(8).
    05  ws-hist-stamp-time pic x(6).
01  ws-hist-stamp-num redefines ws-hist-stamp pic 9(14).

01  ws-rpt-timestamp      pic x(21).
01  ws-rpt-detail.
    05  ws-rpt-label      pic x(34).
procedure division using ws-parm.
main-process.
    move 1 to format-code
    move function current-date(1:8) to ws-run-date
    if ws-parm-length >= 6
            and ws-parm-data(1:6) = 'UPDATE'
        set ws-update-mode to true
            move 8 to return-code
        end-if
    end-if
    if ws-hist-error-count > 0
        display 'PHONESPLIT: ' ws-hist-error-count
            ' HISTORY ERRORS - SEE JOB LOG'
        if return-code = 0
            move 8 to return-code
        end-if
    end-if
    goback.

open-files.
            move 'Y' to ws-mst-eof-switch
            move 16 to return-code
        end-if
        open i-o phone-history-file
        if ws-phonehst-status not = '00'
            display 'PHONESPLIT: UNABLE TO OPEN PHONEHST, STATUS='
                ws-phonehst-status
            move 'Y' to ws-mst-eof-switch
            move 16 to return-code
        end-if
    end-if.

load-rule-table.
    end-read.

process-master-record.
    if not mst-domestic-number
        add 1 to ws-intl-count
        exit paragraph
    end-if
    perform extract-master-digits
    if ws-digit-count not = 10
        add 1 to ws-unparsable-count
*> master was loaded with. The PHONEBATCH shipping rule applies: a
*> status 16 result is still a correctly formatted number (before
*> the cutover the new code may not be in NANPTAB yet), it just
*> carries the '*' flag until the table catches up. The same goes
*> for the exchange table: until the monthly NXXLOAD carries the
*> block under its new area code the new NPA-NXX is "not assigned"
*> (status 40), which is no reason to leave the customer on a dead
*> code - the block itself, and so its line type on the master, is
*> unchanged by the split.
renumber-master-record.
    move ws-digits(1:10) to ws-old-raw
    move spaces to ws-new-raw
    move ws-new-raw to arr
    call 'CreatePhoneNumber' using arr result phone-status
                                    format-code
    if phone-status = 40
        move 0 to phone-status
    end-if
    if phone-status not = 0 and phone-status not = 16
        display 'PHONESPLIT: REFORMAT FAILED FOR '
            mst-account-number ' STATUS=' phone-status
    write split-report-line from ws-change-line

    if ws-update-mode
        move mst-phone-formatted to ws-hist-old-phone
        move result to mst-phone-formatted
        if phone-status = 16
            move '*' to mst-area-code-flag
        if ws-phonemst-status = '00'
            add 1 to ws-changed-count
            perform write-cust-feed-record
            perform write-history-record
        else
            display 'PHONESPLIT: MASTER REWRITE FAILED FOR '
                mst-account-number ' STATUS=' ws-phonemst-status
    move ws-new-raw to cf-new-phone-raw
    write cust-feed-record.

*> the renumber as a history entry: old and new formatted number,
*> extension and contact status carried unchanged. Same
*> inverted-timestamp key PHONEBATCH builds - see PHISTREC.
write-history-record.
    move spaces to phone-history-record
    move mst-account-number to hist-account-number
    move mst-phone-type to hist-phone-type
    move ws-run-date to ws-hist-stamp-date
    move function current-date(9:6) to ws-hist-stamp-time
    compute hist-inverted-stamp = 99999999999999 - ws-hist-stamp-num
    move 99 to hist-sequence
    move ws-hist-stamp-date to hist-effective-date
    move ws-hist-stamp-time to hist-effective-time
    move 'R' to hist-change-code
    move 'PHONESPL' to hist-source-job
    move ws-hist-old-phone to hist-old-phone-formatted
    move mst-phone-formatted to hist-new-phone-formatted
    move mst-phone-formatted-cont to hist-old-phone-cont
    move mst-phone-formatted-cont to hist-new-phone-cont
    move mst-extension to hist-old-extension
    move mst-extension to hist-new-extension
    move mst-contact-status to hist-old-contact-status
    move mst-contact-status to hist-new-contact-status
    write phone-history-record
    perform until ws-phonehst-status not = '22'
            or hist-sequence = 0
        subtract 1 from hist-sequence
        write phone-history-record
    end-perform
    if ws-phonehst-status = '00'
        add 1 to ws-hist-write-count
    else
        display 'PHONESPLIT: HISTORY WRITE FAILED FOR '
            mst-account-number ' STATUS=' ws-phonehst-status
        add 1 to ws-hist-error-count
    end-if.

write-report-heading.
    move function current-date(1:14) to ws-rpt-timestamp
    move spaces to ws-rpt-text
        move ws-unparsable-count to ws-rpt-count
        perform write-report-count
    end-if
    if ws-intl-count > 0
        move 'INTERNATIONAL NUMBERS SKIPPED.....' to ws-rpt-label
        move ws-intl-count to ws-rpt-count
        perform write-report-count
    end-if
    if ws-format-err-count > 0
        move 'REFORMAT FAILURES (SEE JOB LOG)...' to ws-rpt-label
        move ws-format-err-count to ws-rpt-count
        move 'REWRITE FAILURES (SEE JOB LOG)....' to ws-rpt-label
        move ws-rewrite-err-count to ws-rpt-count
        perform write-report-count
    end-if
    if ws-update-mode
        move 'NUMBER HISTORY ENTRIES WRITTEN....' to ws-rpt-label
        move ws-hist-write-count to ws-rpt-count
        perform write-report-count
    end-if
    if ws-hist-error-count > 0
        move 'HISTORY ERRORS (SEE JOB LOG)......' to ws-rpt-label
        move ws-hist-error-count to ws-rpt-count
        perform write-report-count
    end-if.

write-report-count.
    close split-report-file
    if ws-update-mode
        close cust-feed-file
        close phone-history-file
    end-if.

end program PHONESPLIT.
