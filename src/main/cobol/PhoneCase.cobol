identification division.
program-id. PHONECASE.
*> Contact-recovery case build. DIALRESULT writes the night's dead
*> numbers to a brand new WORKLIST dataset every run, so an account
*> nobody worked that day fell off the list the next night and
*> there was no record of who was chasing which account or what had
*> been tried. This job carries the worklist forward onto the keyed
*> case file (CASES, see PCASREC) that account services works
*> through transaction PCAS:
*>   - a worklist account and type with no case yet opens one
*>     (status O, unassigned, repeat count 1);
*>   - one that already has a case updates it instead - the dead
*>     number, disposition and marked date are replaced, the repeat
*>     count goes up, any replacement number keyed on the case is
*>     cleared (it evidently did not work) and the case goes back to
*>     O, reopening it if it had been resolved or closed. The
*>     assigned rep and the notes stay, so the account goes back to
*>     whoever worked it last.
*> It then sweeps the whole case file for O and P cases and checks
*> each one against the phone master: once the master carries a
*> live number for the account and type (contact status no longer
*> 'U' and a number other than the one that went dead - a fresh
*> number from the customer system rebuilds the master record that
*> way) the case is marked R resolved, dated and signed PHONECAS.
*> That is the only way a case reaches R; the rep's part ends with
*> keying the number, which takes the case to P until the number
*> comes back through the nightly delta.
*> CASERPT counts what the night did. A file that will not open
*> ends the run RETURN-CODE 12 with nothing done; case or master
*> errors end it RETURN-CODE 8 after the rest has been processed.
environment division.
input-output section.
file-control.
    select worklist-file assign to WORKLIST
        organization is sequential
        file status is ws-worklist-status.

    select case-file assign to CASES
        organization is indexed
        access mode is dynamic
        record key is case-key
        file status is ws-cases-status.

    select phone-master-file assign to PHONEMST
        organization is indexed
        access mode is random
        record key is mst-master-key
        file status is ws-phonemst-status.

    select case-report-file assign to CASERPT
        organization is sequential
        file status is ws-caserpt-status.

data division.
file section.
fd  worklist-file
    recording mode is f.
*> DIALRESULT's worklist record - see write-worklist-record there.
01  worklist-record.
    05  wl-account-number    pic x(10).
    05  wl-phone-formatted   pic x(14).
    05  wl-disposition       pic x(1).
    05  wl-phone-type        pic x(1).
    05  wl-marked-date       pic x(8).
    05  filler               pic x(6).

fd  case-file.
copy PCASREC.

fd  phone-master-file.
copy POUTREC replacing ==phone-out-record== by ==phone-master-record==
    leading ==out-== by ==mst-==.

fd  case-report-file
    recording mode is f.
01  case-report-line         pic x(80).

working-storage section.
01  ws-worklist-status    pic x(2).
01  ws-cases-status       pic x(2).
01  ws-phonemst-status    pic x(2).
01  ws-caserpt-status     pic x(2).
01  ws-eof-switch         pic x(1)   value 'N'.
    88  ws-end-of-file               value 'Y'.
01  ws-case-eof-switch    pic x(1)   value 'N'.
    88  ws-case-end                  value 'Y'.

01  ws-run-date           pic x(8).
01  ws-job-name           pic x(8)   value 'PHONECAS'.

01  ws-read-count         pic 9(9)   value 0.
01  ws-opened-count       pic 9(9)   value 0.
01  ws-repeat-count       pic 9(9)   value 0.
01  ws-reopened-count     pic 9(9)   value 0.
01  ws-swept-count        pic 9(9)   value 0.
01  ws-resolved-count     pic 9(9)   value 0.
01  ws-still-open-count   pic 9(9)   value 0.
01  ws-no-master-count    pic 9(9)   value 0.
01  ws-error-count        pic 9(9)   value 0.

*> number comparison work fields - both sides reduced to 10 digits
*> the way PHONESPLIT strips a formatted number.
01  ws-strip-in           pic x(14).
01  ws-digits             pic x(11).
01  ws-digit-count        pic 9(2).
01  ws-idx                pic 9(2).
01  ws-master-digits      pic x(10).
01  ws-dead-digits        pic x(10).

01  ws-rpt-timestamp      pic x(21).
01  ws-rpt-detail.
    05  ws-rpt-label      pic x(34).
    05  ws-rpt-count      pic z(8)9.
    05  filler            pic x(37)  value spaces.
01  ws-rpt-text-line.
    05  ws-rpt-text       pic x(80).

procedure division.
main-process.
    move function current-date(1:8) to ws-run-date
    perform open-files
    if return-code < 12
        perform read-worklist-file
        perform until ws-end-of-file
            perform apply-worklist-record
            perform read-worklist-file
        end-perform
        perform sweep-case-file
        perform print-case-report
    end-if
    perform close-files
    display 'PHONECASE: ' ws-read-count ' worklist read, '
        ws-opened-count ' cases opened, '
        ws-repeat-count ' repeats, '
        ws-resolved-count ' resolved'
    if ws-error-count > 0
        display 'PHONECASE: ' ws-error-count
            ' CASE/MASTER ERRORS - SEE JOB LOG'
        if return-code = 0
            move 8 to return-code
        end-if
    end-if
    goback.

open-files.
    open input worklist-file
    if ws-worklist-status not = '00'
        display 'PHONECASE: UNABLE TO OPEN WORKLIST, STATUS='
            ws-worklist-status
        move 12 to return-code
    end-if
    open i-o case-file
    if ws-cases-status not = '00'
        display 'PHONECASE: UNABLE TO OPEN CASES, STATUS='
            ws-cases-status
        move 12 to return-code
    end-if
    open input phone-master-file
    if ws-phonemst-status not = '00'
        display 'PHONECASE: UNABLE TO OPEN PHONEMST, STATUS='
            ws-phonemst-status
        move 12 to return-code
    end-if
    open output case-report-file
    if ws-caserpt-status not = '00'
        display 'PHONECASE: UNABLE TO OPEN CASERPT, STATUS='
            ws-caserpt-status
        move 12 to return-code
    end-if.

read-worklist-file.
    read worklist-file
        at end move 'Y' to ws-eof-switch
        not at end add 1 to ws-read-count
    end-read.

*> blank type is home, as it is everywhere downstream of the legacy
*> single-number feed.
apply-worklist-record.
    move wl-account-number to case-account-number
    if wl-phone-type = space
        move 'H' to case-phone-type
    else
        move wl-phone-type to case-phone-type
    end-if
    read case-file
    evaluate ws-cases-status
        when '00'
            perform update-existing-case
        when '23'
            perform open-new-case
        when other
            display 'PHONECASE: CASE READ FAILED FOR '
                wl-account-number ' STATUS=' ws-cases-status
            add 1 to ws-error-count
    end-evaluate.

open-new-case.
    move spaces to case-queue-key
    move case-account-number to case-queue-account
    move case-phone-type to case-queue-type
    move 'O' to case-status
    move wl-marked-date to case-opened-date
    move ws-run-date to case-last-action-date
    move ws-job-name to case-last-action-by
    move wl-phone-formatted to case-dead-phone
    move wl-disposition to case-disposition
    move wl-marked-date to case-marked-date
    move 1 to case-repeat-count
    move spaces to case-new-phone-raw case-new-phone-formatted
        case-closed-date case-notes
    write contact-case-record
    if ws-cases-status = '00'
        add 1 to ws-opened-count
    else
        display 'PHONECASE: CASE WRITE FAILED FOR '
            wl-account-number ' STATUS=' ws-cases-status
        add 1 to ws-error-count
    end-if.

*> the account died again: same case, latest disposition, back on
*> the queue for whoever had it.
update-existing-case.
    if case-resolved or case-closed-no-number
        add 1 to ws-reopened-count
    end-if
    move 'O' to case-status
    move ws-run-date to case-last-action-date
    move ws-job-name to case-last-action-by
    move wl-phone-formatted to case-dead-phone
    move wl-disposition to case-disposition
    move wl-marked-date to case-marked-date
    if case-repeat-count < 999
        add 1 to case-repeat-count
    end-if
    move spaces to case-new-phone-raw case-new-phone-formatted
        case-closed-date
    rewrite contact-case-record
    if ws-cases-status = '00'
        add 1 to ws-repeat-count
    else
        display 'PHONECASE: CASE REWRITE FAILED FOR '
            wl-account-number ' STATUS=' ws-cases-status
        add 1 to ws-error-count
    end-if.

*> every O and P case against the master as it stands tonight.
sweep-case-file.
    move low-values to case-key
    start case-file key is not less than case-key
        invalid key
            move 'Y' to ws-case-eof-switch
    end-start
    perform read-next-case
    perform until ws-case-end
        if case-active
            perform check-case-against-master
        end-if
        perform read-next-case
    end-perform.

read-next-case.
    read case-file next
        at end move 'Y' to ws-case-eof-switch
    end-read
    if not ws-case-end and ws-cases-status not = '00'
        display 'PHONECASE: CASE FILE READ FAILED, STATUS='
            ws-cases-status
        add 1 to ws-error-count
        move 'Y' to ws-case-eof-switch
    end-if.

*> a master record that has gone (account closed out of the feed) is
*> left for the rep - the case may still need closing by hand.
check-case-against-master.
    add 1 to ws-swept-count
    move case-account-number to mst-account-number
    move case-phone-type to mst-phone-type
    read phone-master-file
    evaluate ws-phonemst-status
        when '00'
            continue
        when '23'
            add 1 to ws-no-master-count
            add 1 to ws-still-open-count
            exit paragraph
        when other
            display 'PHONECASE: MASTER READ FAILED FOR '
                case-account-number ' STATUS=' ws-phonemst-status
            add 1 to ws-error-count
            exit paragraph
    end-evaluate
    move mst-phone-formatted to ws-strip-in
    perform strip-to-digits
    move ws-digits(1:10) to ws-master-digits
    move case-dead-phone to ws-strip-in
    perform strip-to-digits
    move ws-digits(1:10) to ws-dead-digits
    if mst-uncontactable or ws-master-digits = ws-dead-digits
            or ws-master-digits = spaces
        add 1 to ws-still-open-count
        exit paragraph
    end-if
    move 'R' to case-status
    move ws-run-date to case-last-action-date
    move ws-job-name to case-last-action-by
    move ws-run-date to case-closed-date
    rewrite contact-case-record
    if ws-cases-status = '00'
        add 1 to ws-resolved-count
    else
        display 'PHONECASE: CASE REWRITE FAILED FOR '
            case-account-number ' STATUS=' ws-cases-status
        add 1 to ws-error-count
    end-if.

*> the digits of ws-strip-in into ws-digits, an 11-digit number with
*> the leading 1 cut back to its 10 - the same strip PHONESPLIT uses.
strip-to-digits.
    move spaces to ws-digits
    move 0 to ws-digit-count
    perform varying ws-idx from 1 by 1 until ws-idx > 14
        if ws-strip-in(ws-idx:1) >= '0'
                and ws-strip-in(ws-idx:1) <= '9'
            add 1 to ws-digit-count
            if ws-digit-count <= 11
                move ws-strip-in(ws-idx:1)
                    to ws-digits(ws-digit-count:1)
            end-if
        end-if
    end-perform
    if ws-digit-count = 11 and ws-digits(1:1) = '1'
        move ws-digits(2:10) to ws-digits(1:10)
    end-if.

print-case-report.
    move function current-date(1:14) to ws-rpt-timestamp
    move spaces to ws-rpt-text
    string 'CONTACT-RECOVERY CASE BUILD  RUN '
        ws-rpt-timestamp(1:4) '-'
        ws-rpt-timestamp(5:2) '-'
        ws-rpt-timestamp(7:2) ' '
        ws-rpt-timestamp(9:2) ':'
        ws-rpt-timestamp(11:2) ':'
        ws-rpt-timestamp(13:2)
        into ws-rpt-text
    end-string
    perform write-report-text
    move spaces to ws-rpt-text
    perform write-report-text

    move 'WORKLIST RECORDS READ.............' to ws-rpt-label
    move ws-read-count to ws-rpt-count
    perform write-report-count
    move '  NEW CASES OPENED................' to ws-rpt-label
    move ws-opened-count to ws-rpt-count
    perform write-report-count
    move '  REPEATS ON AN EXISTING CASE.....' to ws-rpt-label
    move ws-repeat-count to ws-rpt-count
    perform write-report-count
    move '    OF WHICH REOPENED.............' to ws-rpt-label
    move ws-reopened-count to ws-rpt-count
    perform write-report-count
    move spaces to ws-rpt-text
    perform write-report-text

    move 'OPEN/IN-PROGRESS CASES CHECKED....' to ws-rpt-label
    move ws-swept-count to ws-rpt-count
    perform write-report-count
    move '  RESOLVED - NEW NUMBER ON MASTER.' to ws-rpt-label
    move ws-resolved-count to ws-rpt-count
    perform write-report-count
    move '  STILL OPEN......................' to ws-rpt-label
    move ws-still-open-count to ws-rpt-count
    perform write-report-count
    if ws-no-master-count > 0
        move '    NO LONGER ON THE MASTER.......' to ws-rpt-label
        move ws-no-master-count to ws-rpt-count
        perform write-report-count
    end-if
    if ws-error-count > 0
        move 'CASE/MASTER ERRORS (SEE JOB LOG)..' to ws-rpt-label
        move ws-error-count to ws-rpt-count
        perform write-report-count
    end-if.

write-report-count.
    write case-report-line from ws-rpt-detail.

write-report-text.
    write case-report-line from ws-rpt-text-line.

close-files.
    close worklist-file
    close case-file
    close phone-master-file
    close case-report-file.

end program PHONECASE.
