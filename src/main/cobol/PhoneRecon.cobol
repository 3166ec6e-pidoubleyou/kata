*> PARM='nnnnn' alone) overrides the drift threshold: when the total
*> drift count exceeds it the job ends RETURN-CODE 8 so the
*> scheduler flags the night instead of the drift compounding.
*> A customer's number abroad (a leading '+' on the raw field,
*> continued in CUST-PHONE-RAW-CONT - see CUSTREC) is reformatted
*> through the CreatePhoneNumberIntl entry the way PHONEBATCH loads
*> it and compared in full E.164 with the master's number and its
*> continuation.
environment division.
input-output section.
file-control.
01  ws-heal-count         pic 9(9)   value 0.
01  ws-drift-count        pic 9(9)   value 0.

*> the two sides of a matched account's number in full - a number
*> abroad runs past the 14 characters of the formatted field.
01  ws-extract-number     pic x(16).
01  ws-master-number      pic x(16).

*> the healing delta record is built here and written to DELTAOUT -
*> the FD record area is never OPENed outside heal mode (DELTAOUT is
*> a DUMMY DD on a report-only run), same reasoning as the staging
    05  filler            pic x(1)   value space.
    05  ws-dl-type        pic x(1).
    05  filler            pic x(1)   value space.
    05  ws-dl-extract     pic x(16).
    05  filler            pic x(1)   value space.
    05  ws-dl-master      pic x(16).
    05  filler            pic x(24)  value spaces.

linkage section.
01  ws-parm.
    move cust-account-number to ws-dl-account
    move ws-cust-key-type to ws-dl-type
    move cust-phone-raw to ws-dl-extract
    if cust-phone-raw(1:1) = '+'
        move cust-phone-raw-cont to ws-dl-extract(11:6)
    end-if
    move spaces to ws-dl-master
    write recon-report-line from ws-diff-line
    if ws-heal-mode
    move mst-phone-type to ws-dl-type
    move spaces to ws-dl-extract
    move mst-phone-formatted to ws-dl-master
    move mst-phone-formatted-cont to ws-dl-master(15:2)
    write recon-report-line from ws-diff-line
    if ws-heal-mode
        move spaces to heal-work-record
*> rather than force-fed through the delta - PHONEDLT would only
*> reject it again.
compare-matched-account.
    if cust-phone-raw(1:1) = '+'
        perform format-international-number
    else
        if cust-phone-raw is not numeric
            add 1 to ws-unformat-count
            exit paragraph
        end-if
        move cust-phone-raw to arr
        call 'CreatePhoneNumber' using arr result phone-status
                                        format-code
        move result to ws-extract-number
    end-if
    if phone-status not = 0 and phone-status not = 16
        add 1 to ws-unformat-count
        exit paragraph
    end-if
    move mst-phone-formatted to ws-master-number
    move mst-phone-formatted-cont to ws-master-number(15:2)
    if ws-extract-number = ws-master-number
        add 1 to ws-match-count
    else
        add 1 to ws-mismatch-count
        move 'MISMATCH ' to ws-dl-class
        move cust-account-number to ws-dl-account
        move ws-cust-key-type to ws-dl-type
        move ws-extract-number to ws-dl-extract
        move ws-master-number to ws-dl-master
        write recon-report-line from ws-diff-line
        if ws-heal-mode
            perform build-heal-base
        end-if
    end-if.

*> a +1 number comes back domestic in RESULT, any other country in
*> E.164 in INTL-RESULT - either way the shape PHONEBATCH loaded.
format-international-number.
    move spaces to intl-raw-input
    move cust-phone-raw to intl-raw-input(1:10)
    move cust-phone-raw-cont to intl-raw-input(11:6)
    call 'CreatePhoneNumberIntl' using intl-raw-input result
                                    intl-result phone-status
                                    format-code intl-country-code
    if intl-country-code = spaces
        move result to ws-extract-number
    else
        move intl-result to ws-extract-number
    end-if.

build-heal-base.
    move spaces to heal-work-record
    move cust-account-number to heal-account-number
    move cust-phone-raw to heal-phone-raw
    move cust-phone-raw-cont to heal-phone-raw-cont
    move cust-extension-raw to heal-extension-raw
    move ws-cust-key-type to heal-phone-type.

        perform write-report-text
    end-if
    move spaces to ws-rpt-text
    move 'CLASS     ACCOUNT    T EXTRACT          MASTER'
        to ws-rpt-text
    perform write-report-text.

write-summary.
