identification division.
program-id. CONSMNT.
*> CICS transaction CNST. Online maintenance for the mobile prior-
*> express-consent registry (CONSENT, see PCONREC), for the consent
*> a customer gives or withdraws on a call with a rep - the nightly
*> CONSLOAD only brings in what the customer system captured. The
*> rep keys an account number and phone type (H/W/M) into mapset
*> PHONEMAP, map PHONEMP5, and:
*>   action I - shows the consent on file for that number
*>   action G - records consent given, on the date keyed (blank =
*>              today) and the channel it was captured on
*>   action R - records consent revoked, likewise
*> A consent date after today, or earlier than the event already on
*> file for the number, is refused - the registry holds the latest
*> word the customer gave us, the same rule CONSLOAD applies, so a
*> backdated entry cannot undo a later revocation. Every G or R
*> writes a before/after audit record (CSAUDREC) to the CONSAUD file
*> with the user id, date and time of the change, like NANPAUD does
*> for the area code table; a failed audit write is reported over
*> the success message. PHONEDIAL picks the change up on its next
*> run. CNST should be restricted with transaction security like
*> NANM, to the reps who take consent.
environment division.
data division.

working-storage section.
01  ws-map-name    pic x(8) value 'PHONEMP5'.
01  ws-mapset-name pic x(8) value 'PHONEMAP'.
01  ws-commarea    pic x(1) value 'Y'.
01  ws-resp        pic s9(8) comp.
01  ws-abstime     pic s9(15) comp-3.
01  ws-userid      pic x(8).
01  ws-today       pic x(8).
01  ws-time        pic x(6).
*> RBA field for the ESDS audit write - CICS returns the RBA the
*> record landed at; the value going in is ignored for an ESDS.
01  ws-audit-rba   pic s9(8) comp value 0.
01  ws-consent-date pic x(8).
01  ws-consent-date-num redefines ws-consent-date pic 9(8).
01  ws-before-status  pic x(1).
01  ws-before-date    pic x(8).
01  ws-before-channel pic x(3).

copy PCONREC.

copy CSAUDREC.

copy PHONEMAP.

procedure division.
main-logic.
    exec cics
        handle aid
            clear(end-transaction)
            pf3(end-transaction)
        end-handle
    end-exec.

    exec cics
        handle condition
            mapfail(send-initial-map)
        end-handle
    end-exec.

    if eibcalen = 0
        go to send-initial-map
    end-if.

    exec cics
        receive map(ws-map-name)
                mapset(ws-mapset-name)
                into(phonemp5i)
    end-exec.

    move spaces to curst5i cureff5i curchn5i updby5i upddt5i.

    if acctno5i = spaces or acctno5i = low-values
        move 'PLEASE ENTER THE ACCOUNT NUMBER' to msg5i
        go to send-map-and-wait
    end-if.

    if phntyp5i not = 'H' and phntyp5i not = 'W'
            and phntyp5i not = 'M'
        move 'PHONE TYPE MUST BE H, W OR M' to msg5i
        go to send-map-and-wait
    end-if.

    move acctno5i to cons-account-number.
    move phntyp5i to cons-phone-type.

    evaluate action5i
        when 'I'
            perform inquire-consent
        when 'G'
            perform apply-consent-event
        when 'R'
            perform apply-consent-event
        when other
            move 'ACTION MUST BE I (INQUIRE), G (GIVEN) OR R (REVOKED)'
                to msg5i
    end-evaluate.

    go to send-map-and-wait.

inquire-consent.
    exec cics
        read file('CONSENT')
             into(phone-consent-record)
             ridfld(cons-key)
             resp(ws-resp)
    end-exec
    evaluate ws-resp
        when dfhresp(normal)
            perform display-consent-record
            move 'CONSENT ON FILE DISPLAYED' to msg5i
        when dfhresp(notfnd)
            move 'NO CONSENT ON FILE FOR THIS NUMBER' to msg5i
        when other
            move 'CONSENT REGISTRY READ FAILED' to msg5i
    end-evaluate.

apply-consent-event.
    exec cics
        asktime abstime(ws-abstime)
    end-exec
    exec cics
        formattime abstime(ws-abstime)
                   yyyymmdd(ws-today)
                   time(ws-time)
    end-exec
    if cnsdt5i = spaces or cnsdt5i = low-values
        move ws-today to ws-consent-date
    else
        move cnsdt5i to ws-consent-date
        if ws-consent-date is not numeric
            move 'CONSENT DATE MUST BE YYYYMMDD (OR BLANK FOR TODAY)'
                to msg5i
            exit paragraph
        end-if
        if function test-date-yyyymmdd(ws-consent-date-num) not = 0
            move 'CONSENT DATE IS NOT A VALID DATE' to msg5i
            exit paragraph
        end-if
        if ws-consent-date > ws-today
            move 'CONSENT DATE CANNOT BE AFTER TODAY' to msg5i
            exit paragraph
        end-if
    end-if
    move chanl5i to cons-channel
    if not cons-channel-valid
        move 'CHANNEL MUST BE WEB, IVR, CSR, PPR, SMS OR APP'
            to msg5i
        exit paragraph
    end-if

    exec cics
        read file('CONSENT')
             into(phone-consent-record)
             ridfld(cons-key)
             update
             resp(ws-resp)
    end-exec

    evaluate ws-resp
        when dfhresp(normal)
            perform replace-consent-record
        when dfhresp(notfnd)
            perform add-consent-record
        when other
            move 'CONSENT REGISTRY READ FAILED - CHANGE NOT APPLIED'
                to msg5i
    end-evaluate.

add-consent-record.
    move spaces to phone-consent-record
    move acctno5i to cons-account-number
    move phntyp5i to cons-phone-type
    move spaces to ws-before-status ws-before-date ws-before-channel
    perform move-screen-to-record
    exec cics
        write file('CONSENT')
              from(phone-consent-record)
              ridfld(cons-key)
              resp(ws-resp)
    end-exec
    if ws-resp = dfhresp(normal)
        *> success text goes up first so a failed audit write can
        *> overwrite it - the user must never see a clean
        *> confirmation when the audit record was lost.
        perform display-consent-record
        move 'CONSENT RECORDED' to msg5i
        perform write-audit-record
    else
        move 'CONSENT REGISTRY WRITE FAILED - CHANGE NOT APPLIED'
            to msg5i
    end-if.

*> an older date than the event on file is refused, and the record
*> released unchanged.
replace-consent-record.
    if ws-consent-date < cons-effective-date
        exec cics
            unlock file('CONSENT')
                   resp(ws-resp)
        end-exec
        perform display-consent-record
        move 'A LATER CONSENT EVENT IS ON FILE - CHANGE NOT APPLIED'
            to msg5i
        exit paragraph
    end-if
    move cons-status to ws-before-status
    move cons-effective-date to ws-before-date
    move cons-channel to ws-before-channel
    perform move-screen-to-record
    exec cics
        rewrite file('CONSENT')
                from(phone-consent-record)
                resp(ws-resp)
    end-exec
    if ws-resp = dfhresp(normal)
        *> success text goes up first so a failed audit write can
        *> overwrite it - the user must never see a clean
        *> confirmation when the audit record was lost.
        perform display-consent-record
        move 'CONSENT UPDATED' to msg5i
        perform write-audit-record
    else
        move 'CONSENT REGISTRY REWRITE FAILED - CHANGE NOT APPLIED'
            to msg5i
    end-if.

move-screen-to-record.
    exec cics
        assign userid(ws-userid)
    end-exec
    move action5i to cons-status
    move ws-consent-date to cons-effective-date
    move chanl5i to cons-channel
    move ws-today to cons-updated-date
    move ws-time to cons-updated-time
    move ws-userid to cons-updated-by.

display-consent-record.
    move cons-status to curst5i
    move cons-effective-date to cureff5i
    move cons-channel to curchn5i
    move cons-updated-by to updby5i
    move cons-updated-date to upddt5i.

write-audit-record.
    move ws-today to csaud-date
    move ws-time to csaud-time
    move ws-userid to csaud-userid
    move action5i to csaud-action
    move cons-account-number to csaud-account-number
    move cons-phone-type to csaud-phone-type
    move ws-before-status to csaud-before-status
    move ws-before-date to csaud-before-date
    move ws-before-channel to csaud-before-channel
    move cons-status to csaud-after-status
    move cons-effective-date to csaud-after-date
    move cons-channel to csaud-after-channel
    exec cics
        write file('CONSAUD')
              from(consent-audit-record)
              ridfld(ws-audit-rba)
              rba
              resp(ws-resp)
    end-exec
    if ws-resp not = dfhresp(normal)
        move 'WARNING: CHANGE APPLIED BUT AUDIT WRITE FAILED'
            to msg5i
    end-if.

send-initial-map.
    move spaces to phonemp5o.
    move low-value to action5a acctno5a phntyp5a cnsdt5a chanl5a
        curst5a cureff5a curchn5a updby5a upddt5a msg5a.
    move 'ENTER ACTION, ACCOUNT AND TYPE - DATE AND CHANNEL FOR G/R'
        to msg5o.
    exec cics
        send map(ws-map-name)
             mapset(ws-mapset-name)
             from(phonemp5o)
             erase
    end-exec.
    exec cics
        return transid('CNST') commarea(ws-commarea) length(1)
    end-exec.
    goback.

send-map-and-wait.
    move low-value to action5a acctno5a phntyp5a cnsdt5a chanl5a
        curst5a cureff5a curchn5a updby5a upddt5a msg5a.
    exec cics
        send map(ws-map-name)
             mapset(ws-mapset-name)
             from(phonemp5o)
             erase
    end-exec.

    exec cics
        return transid('CNST') commarea(ws-commarea) length(1)
    end-exec.

end-transaction.
    exec cics
        send text from('MOBILE CONSENT MAINTENANCE ENDED')
             erase
    end-exec.
    exec cics
        return
    end-exec.
    goback.

end program CONSMNT.
