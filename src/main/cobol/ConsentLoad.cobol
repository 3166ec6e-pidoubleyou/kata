identification division.
program-id. CONSLOAD.
*> Nightly load of the mobile prior-express-consent registry
*> (CONSENT, see PCONREC) from the customer system's consent events
*> (CONSEVT - one event per line: account, phone type, G given or R
*> revoked, the date and time the customer gave or withdrew it and
*> the capture channel, with the usual HDR/TRL control pair). Each
*> event is applied to the registry record for its account and
*> phone type - added when the number has no record yet, replaced
*> otherwise - so the registry always holds the latest word the
*> customer gave us on each number.
*> The registry is permanent (the CNST screen maintains it between
*> loads), so it is opened I-O and updated in place, never rebuilt.
*> An event dated before the record already on file is not applied
*> - a revocation a rep keyed today must not be undone by a late
*> copy of last month's web opt-in - and is counted as superseded.
*> Events that fail validation go to CONSREJ with a reason code so
*> the customer-system team can correct and resend them:
*>   A = account number blank       T = phone type not H, W or M
*>   E = event code not G or R      D = event date not a real date
*>   C = capture channel not a known channel code (see PCONREC)
*> Missing header, missing trailer or a trailer count mismatch ends
*> the run RETURN-CODE 16, as does a file that cannot be opened - a
*> truncated event file must not quietly leave revocations
*> unapplied before PHONEDLR builds tonight's feed. Registry write
*> errors end RETURN-CODE 8; rejects alone do not set a return code.
environment division.
input-output section.
file-control.
    select consent-event-file assign to CONSEVT
        organization is sequential
        file status is ws-consevt-status.

    select consent-file assign to CONSENT
        organization is indexed
        access mode is random
        record key is cons-key
        file status is ws-consent-status.

    select consent-reject-file assign to CONSREJ
        organization is sequential
        file status is ws-consrej-status.

data division.
file section.
fd  consent-event-file
    recording mode is f.
01  consent-event-record.
    05  cevt-account-number  pic x(10).
    05  cevt-phone-type      pic x(1).
    05  cevt-event-code      pic x(1).
    05  cevt-event-date      pic x(8).
    05  cevt-event-date-num redefines cevt-event-date pic 9(8).
    05  cevt-event-time      pic x(6).
    05  cevt-channel         pic x(3).
    05  filler               pic x(51).

fd  consent-file.
copy PCONREC.

fd  consent-reject-file
    recording mode is f.
01  consent-reject-record.
    05  crej-event           pic x(29).
    05  crej-reason          pic x(1).
    05  filler               pic x(10).

working-storage section.
01  ws-consevt-status     pic x(2).
01  ws-consent-status     pic x(2).
01  ws-consrej-status     pic x(2).
01  ws-eof-switch         pic x(1)   value 'N'.
    88  ws-end-of-file               value 'Y'.

copy PCTLREC.

01  ws-run-date           pic x(8).
01  ws-run-time           pic x(6).
01  ws-header-switch      pic x(1)   value 'N'.
    88  ws-header-seen               value 'Y'.
01  ws-trailer-switch     pic x(1)   value 'N'.
    88  ws-trailer-seen              value 'Y'.

01  ws-read-count         pic 9(9)   value 0.
01  ws-added-count        pic 9(9)   value 0.
01  ws-replaced-count     pic 9(9)   value 0.
01  ws-superseded-count   pic 9(9)   value 0.
01  ws-reject-count       pic 9(9)   value 0.
01  ws-error-count        pic 9(9)   value 0.

01  ws-reject-reason      pic x(1).

procedure division.
main-process.
    move function current-date(1:8) to ws-run-date
    move function current-date(9:6) to ws-run-time
    perform open-files
    perform read-input-header
    if not ws-end-of-file
        perform read-input-file
    end-if
    perform until ws-end-of-file
        perform apply-consent-event
        perform read-input-file
    end-perform
    if not ws-trailer-seen and ws-header-seen
        display 'CONSLOAD: CONSEVT HAS NO TRAILER RECORD - '
            'POSSIBLY TRUNCATED'
        move 16 to return-code
    end-if
    perform close-files
    display 'CONSLOAD: ' ws-read-count ' events read, '
        ws-added-count ' added, '
        ws-replaced-count ' replaced, '
        ws-superseded-count ' superseded, '
        ws-reject-count ' rejected'
    if ws-error-count > 0
        display 'CONSLOAD: ' ws-error-count
            ' REGISTRY WRITE ERRORS - SEE JOB LOG'
        if return-code = 0
            move 8 to return-code
        end-if
    end-if
    goback.

open-files.
    open input consent-event-file
    if ws-consevt-status not = '00'
        display 'CONSLOAD: UNABLE TO OPEN CONSEVT, STATUS='
            ws-consevt-status
        move 'Y' to ws-eof-switch
        move 16 to return-code
    end-if
    open i-o consent-file
    if ws-consent-status not = '00'
        display 'CONSLOAD: UNABLE TO OPEN CONSENT, STATUS='
            ws-consent-status
        move 'Y' to ws-eof-switch
        move 16 to return-code
    end-if
    open output consent-reject-file
    if ws-consrej-status not = '00'
        display 'CONSLOAD: UNABLE TO OPEN CONSREJ, STATUS='
            ws-consrej-status
        move 'Y' to ws-eof-switch
        move 16 to return-code
    end-if.

read-input-header.
    if not ws-end-of-file
        read consent-event-file
            at end
                display 'CONSLOAD: EMPTY CONSEVT - NO HEADER RECORD'
                move 16 to return-code
                move 'Y' to ws-eof-switch
            not at end
                move consent-event-record to file-control-record
                if ctl-is-header
                    set ws-header-seen to true
                else
                    display 'CONSLOAD: CONSEVT HAS NO HEADER RECORD - '
                        'REJECTING LOAD'
                    move 16 to return-code
                    move 'Y' to ws-eof-switch
                end-if
        end-read
    end-if.

read-input-file.
    read consent-event-file
        at end move 'Y' to ws-eof-switch
        not at end perform classify-input-record
    end-read.

classify-input-record.
    if consent-event-record(1:3) = 'TRL'
        move consent-event-record to file-control-record
        set ws-trailer-seen to true
        move 'Y' to ws-eof-switch
        if ctl-record-count not = ws-read-count
            display 'CONSLOAD: TRAILER COUNT ' ctl-record-count
                ' DOES NOT MATCH ' ws-read-count
                ' RECORDS READ - FILE TRUNCATED OR OVERLAID'
            move 16 to return-code
        end-if
    else
        add 1 to ws-read-count
    end-if.

apply-consent-event.
    perform validate-consent-event
    if ws-reject-reason not = space
        perform write-reject-record
        exit paragraph
    end-if
    move cevt-account-number to cons-account-number
    move cevt-phone-type to cons-phone-type
    read consent-file
        invalid key
            perform add-consent-record
        not invalid key
            perform replace-consent-record
    end-read.

*> the channel is checked through the registry record's own list
*> of codes, so the load and the CNST screen accept the same ones.
validate-consent-event.
    move space to ws-reject-reason
    move cevt-channel to cons-channel
    evaluate true
        when cevt-account-number = spaces
            move 'A' to ws-reject-reason
        when cevt-phone-type not = 'H' and cevt-phone-type not = 'W'
                and cevt-phone-type not = 'M'
            move 'T' to ws-reject-reason
        when cevt-event-code not = 'G' and cevt-event-code not = 'R'
            move 'E' to ws-reject-reason
        when cevt-event-date is not numeric
            move 'D' to ws-reject-reason
        when function test-date-yyyymmdd(cevt-event-date-num) not = 0
            move 'D' to ws-reject-reason
        when not cons-channel-valid
            move 'C' to ws-reject-reason
        when other
            continue
    end-evaluate.

add-consent-record.
    move spaces to phone-consent-record
    move cevt-account-number to cons-account-number
    move cevt-phone-type to cons-phone-type
    perform move-event-to-record
    write phone-consent-record
    if ws-consent-status = '00'
        add 1 to ws-added-count
    else
        display 'CONSLOAD: REGISTRY WRITE FAILED FOR '
            cons-key ' STATUS=' ws-consent-status
        add 1 to ws-error-count
    end-if.

*> the record on file wins over an older event - a same-day event
*> is applied, since the events arrive in the order they were
*> captured.
replace-consent-record.
    if cevt-event-date < cons-effective-date
        add 1 to ws-superseded-count
        exit paragraph
    end-if
    perform move-event-to-record
    rewrite phone-consent-record
    if ws-consent-status = '00'
        add 1 to ws-replaced-count
    else
        display 'CONSLOAD: REGISTRY REWRITE FAILED FOR '
            cons-key ' STATUS=' ws-consent-status
        add 1 to ws-error-count
    end-if.

move-event-to-record.
    move cevt-event-code to cons-status
    move cevt-event-date to cons-effective-date
    move cevt-channel to cons-channel
    move ws-run-date to cons-updated-date
    move ws-run-time to cons-updated-time
    move 'CONSLOAD' to cons-updated-by.

write-reject-record.
    move spaces to consent-reject-record
    move consent-event-record(1:29) to crej-event
    move ws-reject-reason to crej-reason
    write consent-reject-record
    add 1 to ws-reject-count.

close-files.
    close consent-event-file
    close consent-file
    close consent-reject-file.

end program CONSLOAD.
