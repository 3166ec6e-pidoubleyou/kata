*> The vendor file is verified against its HDR/TRL pair when it
*> carries one (same tolerance as PHONERECYC gives SUSPIN - a file
*> without a header is processed but not count-checked).
*> Every 'U' mark is also written to the phone number history
*> (PHONEHST, see PHISTREC) as change code U, so the history shows
*> when and why the account stopped being dialed.
environment division.
input-output section.
file-control.
        record key is mst-master-key
        file status is ws-phonemst-status.

    select phone-history-file assign to PHONEHST
        organization is indexed
        access mode is random
        record key is hist-key
        file status is ws-phonehst-status.

    select worklist-file assign to WORKLIST
        organization is sequential
        file status is ws-worklist-status.
copy POUTREC replacing ==phone-out-record== by ==phone-master-record==
    leading ==out-== by ==mst-==.

fd  phone-history-file.
copy PHISTREC.

fd  worklist-file
    recording mode is f.
*> one record per account marked uncontactable - the number the
01  ws-notfound-count     pic 9(9)   value 0.
01  ws-error-count        pic 9(9)   value 0.

*> phone number history work fields - see write-history-record.
01  ws-phonehst-status    pic x(2).
01  ws-hist-write-count   pic 9(9)   value 0.
01  ws-hist-error-count   pic 9(9)   value 0.
01  ws-hist-stamp.
    05  ws-hist-stamp-date pic x(8).
    05  ws-hist-stamp-time pic x(6).
01  ws-hist-stamp-num redefines ws-hist-stamp pic 9(14).

01  ws-rpt-timestamp      pic x(21).
01  ws-rpt-detail.
    05  ws-rpt-label      pic x(34).
            move 8 to return-code
        end-if
    end-if
    if ws-hist-error-count > 0
        display 'DIALRESULT: ' ws-hist-error-count
            ' HISTORY ERRORS - SEE JOB LOG'
        if return-code = 0
            move 8 to return-code
        end-if
    end-if
    goback.

open-files.
        move 'Y' to ws-eof-switch
        move 16 to return-code
    end-if
    open i-o phone-history-file
    if ws-phonehst-status not = '00'
        display 'DIALRESULT: UNABLE TO OPEN PHONEHST, STATUS='
            ws-phonehst-status
        move 'Y' to ws-eof-switch
        move 16 to return-code
    end-if
    open output worklist-file
    if ws-worklist-status not = '00'
        display 'DIALRESULT: UNABLE TO OPEN WORKLIST, STATUS='
                if ws-phonemst-status = '00'
                    add 1 to ws-marked-count
                    perform write-worklist-record
                    perform write-history-record
                else
                    display 'DIALRESULT: MASTER REWRITE FAILED FOR '
                        dr-account-number ' STATUS=' ws-phonemst-status
    move ws-run-date to wl-marked-date
    write worklist-record.

*> the U mark as a history entry: number and extension unchanged,
*> contact status blank to U. Same inverted-timestamp key PHONEBATCH
*> builds - two marks of one record in the same second step the
*> sequence down so both are kept.
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
    move 'U' to hist-change-code
    move 'DIALRSLT' to hist-source-job
    move mst-phone-formatted to hist-old-phone-formatted
    move mst-phone-formatted to hist-new-phone-formatted
    move mst-phone-formatted-cont to hist-old-phone-cont
    move mst-phone-formatted-cont to hist-new-phone-cont
    move mst-extension to hist-old-extension
    move mst-extension to hist-new-extension
    move space to hist-old-contact-status
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
        display 'DIALRESULT: HISTORY WRITE FAILED FOR '
            mst-account-number ' STATUS=' ws-phonehst-status
        add 1 to ws-hist-error-count
    end-if.

print-result-report.
    move function current-date(1:14) to ws-rpt-timestamp
    move spaces to ws-rpt-text
        move 'MASTER ERRORS (SEE JOB LOG).......' to ws-rpt-label
        move ws-error-count to ws-rpt-count
        perform write-report-count
    end-if
    move 'NUMBER HISTORY ENTRIES WRITTEN....' to ws-rpt-label
    move ws-hist-write-count to ws-rpt-count
    perform write-report-count
    if ws-hist-error-count > 0
        move 'HISTORY ERRORS (SEE JOB LOG)......' to ws-rpt-label
        move ws-hist-error-count to ws-rpt-count
        perform write-report-count
    end-if.

write-report-count.
close-files.
    close dialer-result-file
    close phone-master-file
    close phone-history-file
    close worklist-file
    close result-report-file.

