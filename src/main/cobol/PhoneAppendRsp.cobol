identification division.
program-id. PHONEAPRSP.
*> Phone append vendor response (inbound half of the round trip
*> PHONEAPREQ starts). The vendor answers each request line with a
*> match code and, on a hit, the number it found for the account and
*> its confidence in it (000-100); the file closes with a control
*> trailer carrying our client id and its detail count (PAPRREC).
*> Each hit is put through CreatePhoneNumber exactly as PHONEBATCH
*> would put it through, and then
*>   - a number that formats clean (PHONE-STATUS 00), differs from
*>     the number already on the phone master and carries a
*>     confidence at or above the threshold is accepted: it goes to
*>     APPDLT as a changed-accounts record (CUSTREC, action C when
*>     the account and type are on the master, A when they are not -
*>     an aged suspense account never reached it) for the PHONEBATCH
*>     DELTA step that follows in PHONEAPR, and to CUSTFEED for the
*>     customer-system team in the same shape PHONESPLIT's feed uses,
*>     so CUSTMST gets the number too and the next full extract does
*>     not put the dead one back;
*>   - everything else that came back a hit - below the threshold,
*>     failed validation, the same number we already have, not 10
*>     digits, a phone type we do not carry - is listed on the review
*>     report (APPRPT) for account services to work by hand.
*> The report closes with the hit-rate summary: lines returned, hits
*> and no-hits, the hit rate, and how the hits were disposed of.
*> PARM='nnn' sets the confidence threshold (000-100, default 080);
*> any other PARM ends the run RETURN-CODE 16 before anything is
*> read. A missing trailer, a trailer count that does not agree with
*> the details read, or another client's trailer ends RETURN-CODE 16
*> and APPDLT is left without its trailer, so nothing is applied. A
*> file that cannot be opened ends RETURN-CODE 12; a record type that
*> is neither detail nor trailer is skipped with RETURN-CODE 8.
environment division.
input-output section.
file-control.
    select append-response-file assign to APPRSP
        organization is sequential
        file status is ws-apprsp-status.

    select phone-master-file assign to PHONEMST
        organization is indexed
        access mode is random
        record key is mst-master-key
        file status is ws-phonemst-status.

    select append-delta-file assign to APPDLT
        organization is sequential
        file status is ws-appdlt-status.

    select cust-feed-file assign to CUSTFEED
        organization is sequential
        file status is ws-custfeed-status.

    select append-report-file assign to APPRPT
        organization is sequential
        file status is ws-apprpt-status.

data division.
file section.
fd  append-response-file
    recording mode is f.
copy PAPRREC.

fd  phone-master-file.
copy POUTREC replacing ==phone-out-record== by ==phone-master-record==
    leading ==out-== by ==mst-==.

fd  append-delta-file
    recording mode is f.
copy CUSTREC.

fd  cust-feed-file
    recording mode is f.
*> one record per accepted number for the customer-system team: the
*> account, which of its numbers it is (phone type), and the raw 10
*> digits we are replacing (blank when the master had none) and the
*> appended number - the layout PHONESPLIT's CUSTFEED carries.
01  cust-feed-record.
    05  cf-account-number    pic x(10).
    05  cf-phone-type        pic x(1).
    05  cf-old-phone-raw     pic x(10).
    05  cf-new-phone-raw     pic x(10).
    05  filler               pic x(9).

fd  append-report-file
    recording mode is f.
01  append-report-line       pic x(80).

working-storage section.
01  ws-apprsp-status      pic x(2).
01  ws-phonemst-status    pic x(2).
01  ws-appdlt-status      pic x(2).
01  ws-custfeed-status    pic x(2).
01  ws-apprpt-status      pic x(2).
01  ws-eof-switch         pic x(1)   value 'N'.
    88  ws-end-of-file               value 'Y'.
01  ws-trailer-switch     pic x(1)   value 'N'.
    88  ws-trailer-seen              value 'Y'.
01  ws-master-switch      pic x(1)   value 'N'.
    88  ws-on-master                 value 'Y'.

copy PHONELINK.

copy PCTLREC.

01  ws-client-id          pic x(8)   value 'PHONEAPP'.
01  ws-run-date           pic x(8).
01  ws-threshold          pic 9(3)   value 80.
01  ws-phone-type         pic x(1).
01  ws-old-raw            pic x(10).

01  ws-detail-count       pic 9(9)   value 0.
01  ws-hit-count          pic 9(9)   value 0.
01  ws-no-hit-count       pic 9(9)   value 0.
01  ws-accept-count       pic 9(9)   value 0.
01  ws-add-count          pic 9(9)   value 0.
01  ws-change-count       pic 9(9)   value 0.
01  ws-low-conf-count     pic 9(9)   value 0.
01  ws-invalid-count      pic 9(9)   value 0.
01  ws-same-count         pic 9(9)   value 0.
01  ws-other-count        pic 9(9)   value 0.
01  ws-unknown-count      pic 9(9)   value 0.
01  ws-percent            pic 9(3)v9 value 0.

01  ws-digit-count        pic 9(2).
01  ws-idx                pic 9(2).
01  ws-digits             pic x(11).

01  ws-rpt-timestamp      pic x(21).
01  ws-rpt-detail.
    05  ws-rpt-label      pic x(34).
    05  ws-rpt-count      pic z(8)9.
    05  filler            pic x(37)  value spaces.
01  ws-rpt-pct-line.
    05  ws-rpt-pct-label  pic x(34).
    05  filler            pic x(4)   value spaces.
    05  ws-rpt-pct        pic zz9.9.
    05  filler            pic x(1)   value '%'.
    05  filler            pic x(36)  value spaces.
01  ws-rpt-text-line.
    05  ws-rpt-text       pic x(80).
01  ws-review-line.
    05  ws-rv-account     pic x(10).
    05  filler            pic x(2)   value spaces.
    05  ws-rv-type        pic x(1).
    05  filler            pic x(4)   value spaces.
    05  ws-rv-phone       pic x(14).
    05  filler            pic x(2)   value spaces.
    05  ws-rv-confidence  pic x(3).
    05  filler            pic x(2)   value spaces.
    05  ws-rv-reason      pic x(36).
    05  filler            pic x(6)   value spaces.
01  ws-rv-status-reason.
    05  filler            pic x(26)
            value 'FAILED VALIDATION, STATUS '.
    05  ws-rv-status      pic 9(2).
    05  filler            pic x(8)   value spaces.

linkage section.
01  ws-parm.
    05  ws-parm-length  pic s9(4) comp.
    05  ws-parm-data    pic x(80).

procedure division using ws-parm.
main-process.
    move 1 to format-code
    move function current-date(1:8) to ws-run-date
    perform determine-threshold
    if return-code < 12
        perform open-files
    end-if
    if return-code < 12
        perform write-report-heading
        perform write-delta-header
        perform read-response-file
        perform until ws-end-of-file
            perform process-response-record
            perform read-response-file
        end-perform
        perform verify-response-trailer
        if return-code < 12
            perform write-delta-trailer
        end-if
        perform write-report-totals
    end-if
    perform close-files
    display 'PHONEAPRSP: ' ws-detail-count ' returned, '
        ws-hit-count ' hits, ' ws-accept-count ' accepted, '
        ws-low-conf-count ' below threshold, '
        ws-invalid-count ' failed validation, '
        ws-same-count ' same number'
    goback.

determine-threshold.
    if ws-parm-length > 0
        if ws-parm-length = 3
                and ws-parm-data(1:3) is numeric
                and ws-parm-data(1:3) <= '100'
            move ws-parm-data(1:3) to ws-threshold
        else
            display 'PHONEAPRSP: PARM MUST BE A CONFIDENCE '
                'THRESHOLD 000-100, NOT ' ws-parm-data(1:20)
            move 16 to return-code
        end-if
    end-if.

open-files.
    open input append-response-file
    if ws-apprsp-status not = '00'
        display 'PHONEAPRSP: UNABLE TO OPEN APPRSP, STATUS='
            ws-apprsp-status
        move 12 to return-code
    end-if
    open input phone-master-file
    if ws-phonemst-status not = '00'
        display 'PHONEAPRSP: UNABLE TO OPEN PHONEMST, STATUS='
            ws-phonemst-status
        move 12 to return-code
    end-if
    open output append-delta-file
    if ws-appdlt-status not = '00'
        display 'PHONEAPRSP: UNABLE TO OPEN APPDLT, STATUS='
            ws-appdlt-status
        move 12 to return-code
    end-if
    open output cust-feed-file
    if ws-custfeed-status not = '00'
        display 'PHONEAPRSP: UNABLE TO OPEN CUSTFEED, STATUS='
            ws-custfeed-status
        move 12 to return-code
    end-if
    open output append-report-file
    if ws-apprpt-status not = '00'
        display 'PHONEAPRSP: UNABLE TO OPEN APPRPT, STATUS='
            ws-apprpt-status
        move 12 to return-code
    end-if.

*> the trailer ends the file: verify it is ours and that its count
*> agrees with the details read, and stop reading - anything after
*> the trailer is not ours to process.
read-response-file.
    read append-response-file
        at end move 'Y' to ws-eof-switch
    end-read
    if not ws-end-of-file and apr-is-trailer
        set ws-trailer-seen to true
        move 'Y' to ws-eof-switch
        if apr-client-id not = ws-client-id
            display 'PHONEAPRSP: TRAILER CLIENT ID ' apr-client-id
                ' IS NOT ' ws-client-id ' - WRONG FILE'
            move 16 to return-code
        end-if
        if apr-record-count not = ws-detail-count
            display 'PHONEAPRSP: TRAILER COUNT ' apr-record-count
                ' DOES NOT MATCH ' ws-detail-count
                ' DETAILS READ - RESPONSE TRUNCATED'
            move 16 to return-code
        end-if
    end-if.

verify-response-trailer.
    if not ws-trailer-seen
        display 'PHONEAPRSP: RESPONSE HAS NO TRAILER RECORD - '
            'POSSIBLY TRUNCATED'
        move 16 to return-code
    end-if.

process-response-record.
    if not apr-is-detail
        add 1 to ws-unknown-count
        display 'PHONEAPRSP: RECORD TYPE ' apr-record-type
            ' NOT RECOGNISED - SKIPPED'
        if return-code = 0
            move 8 to return-code
        end-if
        exit paragraph
    end-if
    add 1 to ws-detail-count
    if not apr-hit
        add 1 to ws-no-hit-count
        exit paragraph
    end-if
    add 1 to ws-hit-count
    perform dispose-hit-record.

*> a hit is accepted only when every check passes; the first check
*> that fails is the reason it goes to review.
dispose-hit-record.
    move spaces to result
    evaluate apr-phone-type
        when 'H'
        when 'W'
        when 'M'
            move apr-phone-type to ws-phone-type
        when space
            move 'H' to ws-phone-type
        when other
            move apr-phone-type to ws-phone-type
            move 'PHONE TYPE NOT H, W OR M' to ws-rv-reason
            add 1 to ws-other-count
            perform write-review-line
            exit paragraph
    end-evaluate
    if apr-appended-phone is not numeric
        move 'APPENDED NUMBER NOT 10 DIGITS' to ws-rv-reason
        add 1 to ws-invalid-count
        perform write-review-line
        exit paragraph
    end-if
    move apr-appended-phone to arr
    call 'CreatePhoneNumber' using arr result phone-status
                                    format-code
    if phone-status not = 0
        move phone-status to ws-rv-status
        move ws-rv-status-reason to ws-rv-reason
        add 1 to ws-invalid-count
        perform write-review-line
        exit paragraph
    end-if
    if apr-confidence is not numeric
        move 'CONFIDENCE NOT NUMERIC' to ws-rv-reason
        add 1 to ws-other-count
        perform write-review-line
        exit paragraph
    end-if
    perform read-master-record
    if ws-on-master and ws-old-raw = apr-appended-phone
        move 'SAME AS NUMBER ON FILE' to ws-rv-reason
        add 1 to ws-same-count
        perform write-review-line
        exit paragraph
    end-if
    if apr-confidence-num < ws-threshold
        move 'BELOW CONFIDENCE THRESHOLD' to ws-rv-reason
        add 1 to ws-low-conf-count
        perform write-review-line
        exit paragraph
    end-if
    perform write-delta-record
    perform write-cust-feed-record.

*> the number on file as 10 digits, whatever FORMAT-CODE shape the
*> master was loaded with - the same strip PHONESPLIT uses.
read-master-record.
    move 'N' to ws-master-switch
    move spaces to ws-old-raw
    move apr-account-number to mst-account-number
    move ws-phone-type to mst-phone-type
    read phone-master-file
        invalid key continue
        not invalid key set ws-on-master to true
    end-read
    if ws-on-master
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
        move ws-digits(1:10) to ws-old-raw
    end-if.

write-delta-record.
    move spaces to customer-record
    move apr-account-number to cust-account-number
    move apr-appended-phone to cust-phone-raw
    move ws-phone-type to cust-phone-type
    if ws-on-master
        set cust-action-change to true
        add 1 to ws-change-count
    else
        set cust-action-add to true
        add 1 to ws-add-count
    end-if
    write customer-record
    add 1 to ws-accept-count.

write-cust-feed-record.
    move spaces to cust-feed-record
    move apr-account-number to cf-account-number
    move ws-phone-type to cf-phone-type
    move ws-old-raw to cf-old-phone-raw
    move apr-appended-phone to cf-new-phone-raw
    write cust-feed-record.

*> APPDLT carries the header/trailer pair PHONEBATCH demands of any
*> extract it reads.
write-delta-header.
    move spaces to file-control-record
    move 'HDR' to ctl-record-type
    move ws-run-date to ctl-run-date
    move 'PHAPPEND' to ctl-source-system
    write customer-record from file-control-record.

write-delta-trailer.
    move spaces to file-control-record
    move 'TRL' to ctl-record-type
    move ws-accept-count to ctl-record-count
    write customer-record from file-control-record.

write-review-line.
    move apr-account-number to ws-rv-account
    move ws-phone-type to ws-rv-type
    if result = spaces
        move apr-appended-phone to ws-rv-phone
    else
        move result to ws-rv-phone
    end-if
    move apr-confidence to ws-rv-confidence
    write append-report-line from ws-review-line.

write-report-heading.
    move function current-date(1:14) to ws-rpt-timestamp
    move spaces to ws-rpt-text
    string 'PHONE APPEND RESPONSE REVIEW  RUN '
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
    string 'CONFIDENCE THRESHOLD ' ws-threshold
        delimited by size into ws-rpt-text
    end-string
    perform write-report-text
    move spaces to ws-rpt-text
    perform write-report-text
    move 'ACCOUNT     TYPE NUMBER          CONF REASON'
        to ws-rpt-text
    perform write-report-text
    move spaces to ws-rpt-text
    perform write-report-text.

write-report-totals.
    move spaces to ws-rpt-text
    perform write-report-text
    move 'HIT-RATE SUMMARY' to ws-rpt-text
    perform write-report-text
    move 'RESPONSE LINES RETURNED...........' to ws-rpt-label
    move ws-detail-count to ws-rpt-count
    perform write-report-count
    move 'HITS..............................' to ws-rpt-label
    move ws-hit-count to ws-rpt-count
    perform write-report-count
    move 'NO-HITS...........................' to ws-rpt-label
    move ws-no-hit-count to ws-rpt-count
    perform write-report-count
    move 0 to ws-percent
    if ws-detail-count > 0
        compute ws-percent rounded
            = ws-hit-count * 100 / ws-detail-count
    end-if
    move 'HIT RATE..........................' to ws-rpt-pct-label
    move ws-percent to ws-rpt-pct
    perform write-report-pct
    move 'ACCEPTED - NEW TO THE MASTER......' to ws-rpt-label
    move ws-add-count to ws-rpt-count
    perform write-report-count
    move 'ACCEPTED - REPLACING ON THE MASTER' to ws-rpt-label
    move ws-change-count to ws-rpt-count
    perform write-report-count
    move 0 to ws-percent
    if ws-hit-count > 0
        compute ws-percent rounded
            = ws-accept-count * 100 / ws-hit-count
    end-if
    move 'ACCEPTANCE RATE OF HITS...........' to ws-rpt-pct-label
    move ws-percent to ws-rpt-pct
    perform write-report-pct
    move 'REVIEW - BELOW THRESHOLD..........' to ws-rpt-label
    move ws-low-conf-count to ws-rpt-count
    perform write-report-count
    move 'REVIEW - FAILED VALIDATION........' to ws-rpt-label
    move ws-invalid-count to ws-rpt-count
    perform write-report-count
    move 'REVIEW - SAME AS NUMBER ON FILE...' to ws-rpt-label
    move ws-same-count to ws-rpt-count
    perform write-report-count
    move 'REVIEW - OTHER....................' to ws-rpt-label
    move ws-other-count to ws-rpt-count
    perform write-report-count
    move 'RECORD TYPE NOT RECOGNISED........' to ws-rpt-label
    move ws-unknown-count to ws-rpt-count
    perform write-report-count.

write-report-count.
    write append-report-line from ws-rpt-detail.

write-report-pct.
    write append-report-line from ws-rpt-pct-line.

write-report-text.
    write append-report-line from ws-rpt-text-line.

close-files.
    close append-response-file
    close phone-master-file
    close append-delta-file
    close cust-feed-file
    close append-report-file.

end program PHONEAPRSP.
