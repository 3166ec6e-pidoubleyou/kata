identification division.
program-id. CASEMNT.
*> CICS transaction PCAS. Account services' worklist for the
*> contact-recovery cases PHONECASE builds every night from the
*> dialer's dead numbers (CASES, the PROD.PHONE.CASES KSDS - see
*> PCASREC). Mapset PHONEMAP, map PHONEMP6.
*> The top of the screen is a rep's queue: up to eight open (O) and
*> in-progress (P) cases at a time, in account order, browsed
*> through the CASEREP path (the alternate index on assigned rep).
*> REP ID blank means the signed-on user's own queue, '*' the pool
*> of cases nobody has picked up yet, anything else that rep's
*> queue. ENTER lists the queue from the top, PF8 pages forward
*> from the last line on the screen and PF7 goes back to the top.
*> The queue lines are sent FSET, so the next attention brings back
*> the keys the page was built from - no commarea state.
*> The bottom of the screen is one case. Keying an account (and
*> type, blank = H) and pressing ENTER shows it; PF5 applies what
*> the rep overtyped:
*>   - STATUS O, P or C (closed - no number found). R is refused:
*>     only PHONECASE sets it, the night the new number is on the
*>     phone master.
*>   - REP - another rep's user id hands the case over, '*' puts it
*>     back in the pool. Any update of an unassigned case assigns it
*>     to the rep making it.
*>   - NEW NUMBER - validated through CreatePhoneNumber exactly as
*>     PHON validates it, with the same messages, and held on the
*>     case with the case set to P. When the customer master
*>     (CUSTMST) carries the number of the case's type (blank type
*>     counts as H) the number is also put there, with the same
*>     before/after audit record (CAUDREC) to PHONAUD that PHON
*>     writes, so it comes back through the nightly delta and
*>     PHONECASE resolves the case. Otherwise the rep is told to
*>     change the number in the customer system. The same known gap
*>     as PHON applies: under CICS the area code and exchange table
*>     checks inside CreatePhoneNumber are skipped (see PHONEONL).
*>   - NOTES - replaced with what was keyed.
*> Every update stamps the case with today's date and the rep's user
*> id as its last action.
environment division.
data division.

working-storage section.
01  ws-map-name    pic x(8) value 'PHONEMP6'.
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
01  ws-acct-key    pic x(10).
01  ws-before-phone pic x(10).
01  ws-cust-type   pic x(1).
01  ws-line-count  pic 9(2).
01  ws-line-sub    pic 9(2).
*> the queue page's browse key, in the CASEREP path's rep + account
*> + type shape, and the rep the queue belongs to (spaces = the
*> unassigned pool).
01  ws-queue-key.
    05  ws-qk-rep      pic x(8).
    05  ws-qk-account  pic x(10).
    05  ws-qk-type     pic x(1).
01  ws-queue-rep   pic x(8).
*> PF8 starts at the last line already shown - that case is skipped
01  ws-skip-key    pic x(11).
01  ws-browse-switch pic x(1).
    88  ws-browse-done          value 'Y'.
01  ws-more-switch pic x(1).
    88  ws-more-cases           value 'Y'.
01  ws-browse-error-switch pic x(1).
    88  ws-browse-error         value 'Y'.
01  ws-browse-started-switch pic x(1).
    88  ws-browse-started       value 'Y'.
01  ws-new-number-switch pic x(1).
    88  ws-new-number-keyed     value 'Y'.
01  ws-unassign-switch pic x(1).
    88  ws-unassign-keyed       value 'Y'.
*> what the PF5 update did to the customer master:
*>   U = number replaced, T = it carries another type's number,
*>   N = account not on it, F = read or rewrite failed, space = no
*>   new number keyed
01  ws-cust-outcome pic x(1).
01  ws-audit-switch pic x(1).
    88  ws-audit-failed         value 'Y'.
*> one queue line
01  ws-queue-line.
    05  ws-ql-account     pic x(10).
    05  filler            pic x(1)   value space.
    05  ws-ql-type        pic x(1).
    05  filler            pic x(1)   value space.
    05  ws-ql-status      pic x(1).
    05  filler            pic x(1)   value space.
    05  ws-ql-opened      pic x(8).
    05  filler            pic x(1)   value space.
    05  ws-ql-last-action pic x(8).
    05  filler            pic x(1)   value space.
    05  ws-ql-dead-phone  pic x(14).
    05  filler            pic x(1)   value space.
    05  ws-ql-disposition pic x(1).
    05  filler            pic x(1)   value space.
    05  ws-ql-repeat      pic zz9.
    05  filler            pic x(1)   value space.
    05  ws-ql-notes       pic x(25).

copy DFHAID.

copy DFHBMSCA.

copy PHONELINK.

copy CUSTREC.

copy CAUDREC.

copy PCASREC.

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
                into(phonemp6i)
    end-exec.

    exec cics
        asktime abstime(ws-abstime)
    end-exec.
    exec cics
        formattime abstime(ws-abstime)
                   yyyymmdd(ws-today)
                   time(ws-time)
    end-exec.
    exec cics
        assign userid(ws-userid)
    end-exec.

    move spaces to deadno6i lstdt6i lstby6i newfmt6i msg6i.
    inspect repid6i replacing all low-value by space.
    inspect cacct6i replacing all low-value by space.
    inspect ctyp6i replacing all low-value by space.

    if repid6i = spaces
        move ws-userid to repid6i
        move ws-userid to ws-queue-rep
    else
        if repid6i = '*'
            move spaces to ws-queue-rep
        else
            move repid6i to ws-queue-rep
        end-if
    end-if.

    if ctyp6i not = 'H' and ctyp6i not = 'W' and ctyp6i not = 'M'
            and ctyp6i not = space
        move 'PHONE TYPE MUST BE H, W OR M (BLANK = H)' to msg6i
        move low-values to ws-qk-account ws-qk-type
        move spaces to ws-skip-key
        perform list-queue
        go to send-map-and-wait
    end-if.
    if ctyp6i = space and cacct6i not = spaces
        move 'H' to ctyp6i
    end-if.

    if eibaid = dfhpf5
        perform update-case
    else
        if cacct6i not = spaces
            perform show-case
        end-if
    end-if.

    *> which page of the queue to list: the top for ENTER and PF7,
    *> the page already on the screen again after PF5, and after the
    *> last line on the screen for PF8.
    move spaces to ws-skip-key.
    evaluate true
        when eibaid = dfhpf8 and queln6i(8) not = spaces
                and queln6i(8) not = low-values
            move queln6i(8)(1:10) to ws-qk-account
            move queln6i(8)(12:1) to ws-qk-type
            move ws-qk-account to ws-skip-key(1:10)
            move ws-qk-type to ws-skip-key(11:1)
        when eibaid = dfhpf8
            if msg6i = spaces
                move 'END OF QUEUE - PF7 FOR THE TOP' to msg6i
            end-if
            perform set-start-from-first-line
        when eibaid = dfhpf5
            perform set-start-from-first-line
        when other
            move low-values to ws-qk-account ws-qk-type
    end-evaluate.
    perform list-queue.

    go to send-map-and-wait.

set-start-from-first-line.
    if queln6i(1) = spaces or queln6i(1) = low-values
        move low-values to ws-qk-account ws-qk-type
    else
        move queln6i(1)(1:10) to ws-qk-account
        move queln6i(1)(12:1) to ws-qk-type
    end-if.

*> ENTER with an account keyed - the case in the bottom half. On a
*> PF7/PF8 page turn the case stays on the screen without taking
*> over the paging message.
show-case.
    move cacct6i to case-account-number
    move ctyp6i to case-phone-type
    exec cics
        read file('CASES')
             into(contact-case-record)
             ridfld(case-key)
             resp(ws-resp)
    end-exec
    evaluate ws-resp
        when dfhresp(normal)
            perform display-case
            if eibaid not = dfhpf7 and eibaid not = dfhpf8
                move 'CASE DISPLAYED - OVERTYPE AND PRESS PF5 TO UPDATE'
                    to msg6i
            end-if
        when dfhresp(notfnd)
            move spaces to cstat6i crep6i cnewno6i notes6i
            move 'NO CONTACT-RECOVERY CASE FOR THAT ACCOUNT AND TYPE'
                to msg6i
        when other
            move spaces to cstat6i crep6i cnewno6i notes6i
            move 'CASE FILE READ FAILED' to msg6i
    end-evaluate.

display-case.
    move case-account-number to cacct6i
    move case-phone-type to ctyp6i
    move case-dead-phone to deadno6i
    move case-status to cstat6i
    move case-rep to crep6i
    move case-last-action-date to lstdt6i
    move case-last-action-by to lstby6i
    move case-new-phone-raw to cnewno6i
    move case-new-phone-formatted to newfmt6i
    move case-notes to notes6i.

*> PF5 - everything keyed is checked before the case is read for
*> update, so a refused change leaves nothing locked.
update-case.
    if cacct6i = spaces
        move 'KEY THE ACCOUNT AND TYPE OF THE CASE TO UPDATE' to msg6i
        exit paragraph
    end-if

    if cstat6l > 0
        evaluate cstat6i
            when 'O'
            when 'P'
            when 'C'
                continue
            when 'R'
                move 'STATUS R IS SET ONLY BY THE NIGHTLY RUN'
                    to msg6i
                exit paragraph
            when other
                move 'STATUS MUST BE O, P OR C (CLOSED - NO NUMBER)'
                    to msg6i
                exit paragraph
        end-evaluate
    end-if

    move 'N' to ws-new-number-switch
    if cnewno6l > 0 and cnewno6i not = spaces
            and cnewno6i not = low-values
        perform validate-new-number
        if not ws-new-number-keyed
            exit paragraph
        end-if
        if cstat6l > 0 and cstat6i = 'C'
            move 'A NEW NUMBER CANNOT GO ON A CLOSED (C) CASE'
                to msg6i
            exit paragraph
        end-if
    end-if

    move 'N' to ws-unassign-switch
    if crep6l > 0
        inspect crep6i replacing all low-value by space
        if crep6i = '*'
            set ws-unassign-keyed to true
        end-if
    end-if
    if notes6l > 0
        inspect notes6i replacing all low-value by space
    end-if

    move cacct6i to case-account-number
    move ctyp6i to case-phone-type
    exec cics
        read file('CASES')
             into(contact-case-record)
             ridfld(case-key)
             update
             resp(ws-resp)
    end-exec
    if ws-resp = dfhresp(notfnd)
        move 'NO CONTACT-RECOVERY CASE FOR THAT ACCOUNT AND TYPE'
            to msg6i
        exit paragraph
    end-if
    if ws-resp not = dfhresp(normal)
        move 'CASE FILE READ FAILED - NOT UPDATED' to msg6i
        exit paragraph
    end-if

    move space to ws-cust-outcome
    move 'N' to ws-audit-switch
    if ws-new-number-keyed
        perform update-customer-phone
        if ws-cust-outcome = 'F'
            exec cics
                unlock file('CASES')
                       resp(ws-resp)
            end-exec
            perform display-case
            move 'CUSTOMER MASTER UPDATE FAILED - CASE NOT UPDATED'
                to msg6i
            exit paragraph
        end-if
    end-if

    perform move-screen-to-case
    exec cics
        rewrite file('CASES')
                from(contact-case-record)
                resp(ws-resp)
    end-exec
    if ws-resp not = dfhresp(normal)
        if ws-cust-outcome = 'U'
            move 'CUSTMST PHONE UPDATED BUT CASE REWRITE FAILED'
                to msg6i
        else
            move 'CASE FILE REWRITE FAILED - NOT UPDATED' to msg6i
        end-if
        exit paragraph
    end-if

    perform display-case
    evaluate true
        when ws-audit-failed
            move 'WARNING: CASE UPDATED BUT PHONE AUDIT WRITE FAILED'
                to msg6i
        when ws-cust-outcome = 'U'
            move 'CASE UPDATED - NEW NUMBER PUT ON THE CUSTOMER MASTER'
                to msg6i
        when ws-cust-outcome = 'T'
            move 'CASE UPDATED - KEY THE NUMBER IN THE CUSTOMER SYSTEM'
                to msg6i
        when ws-cust-outcome = 'N'
            move 'CASE UPDATED - ACCOUNT IS NOT ON THE CUSTOMER MASTER'
                to msg6i
        when other
            move 'CASE UPDATED' to msg6i
    end-evaluate.

*> the same validation and messages as PHON.
validate-new-number.
    if cnewno6i is not numeric
        move 'PLEASE ENTER 10 NUMERIC DIGITS, NO PUNCTUATION'
            to msg6i
        exit paragraph
    end-if

    move cnewno6i to arr
    move 1 to format-code
    call 'CreatePhoneNumber' using arr result phone-status
                                    format-code

    evaluate phone-status
        when 0
            set ws-new-number-keyed to true
        when 4
            move 'UNABLE TO FORMAT NUMBER - OVERFLOW' to msg6i
        when 16
            move 'AREA CODE IS NOT A VALID NANP CODE' to msg6i
        when 28
            move 'EXCHANGE (DIGITS 4-6) CANNOT START WITH 0 OR 1'
                to msg6i
        when 32
            move 'EXCHANGE IS AN N11 SERVICE CODE - NOT DIALABLE'
                to msg6i
        when 36
            move 'LINE IS IN THE RESERVED 555-0100/0199 RANGE'
                to msg6i
        when 40
            move 'EXCHANGE (DIGITS 1-6) IS NOT ASSIGNED TO ANY CARRIER'
                to msg6i
        when other
            move 'UNABLE TO FORMAT NUMBER' to msg6i
    end-evaluate.

move-screen-to-case.
    if ws-new-number-keyed
        move cnewno6i to case-new-phone-raw
        move result to case-new-phone-formatted
        move 'P' to case-status
    else
        if cstat6l > 0
            move cstat6i to case-status
        end-if
    end-if
    evaluate true
        when ws-unassign-keyed
            move spaces to case-rep
        when crep6l > 0 and crep6i not = spaces
            move crep6i to case-rep
        when case-rep = spaces
            move ws-userid to case-rep
    end-evaluate
    if notes6l > 0
        move notes6i to case-notes
    end-if
    if case-closed-no-number
        move ws-today to case-closed-date
    else
        move spaces to case-closed-date
    end-if
    move ws-today to case-last-action-date
    move ws-userid to case-last-action-by.

*> the new number onto the customer master, as PHON's PF5 does it,
*> when the master's number is the case's type; the record is
*> released untouched when it is not.
update-customer-phone.
    move case-account-number to ws-acct-key
    exec cics
        read file('CUSTMST')
             into(customer-record)
             ridfld(ws-acct-key)
             update
             resp(ws-resp)
    end-exec
    if ws-resp = dfhresp(notfnd)
        move 'N' to ws-cust-outcome
        exit paragraph
    end-if
    if ws-resp not = dfhresp(normal)
        move 'F' to ws-cust-outcome
        exit paragraph
    end-if

    if cust-phone-type = space
        move 'H' to ws-cust-type
    else
        move cust-phone-type to ws-cust-type
    end-if
    if ws-cust-type not = case-phone-type
        exec cics
            unlock file('CUSTMST')
                   resp(ws-resp)
        end-exec
        move 'T' to ws-cust-outcome
        exit paragraph
    end-if

    move cust-phone-raw to ws-before-phone
    move cnewno6i to cust-phone-raw
    *> a domestic number replaces a number abroad outright - none
    *> of its continuation is left behind to be misread later.
    move spaces to cust-phone-raw-cont
    exec cics
        rewrite file('CUSTMST')
                from(customer-record)
                resp(ws-resp)
    end-exec
    if ws-resp not = dfhresp(normal)
        move 'F' to ws-cust-outcome
        exit paragraph
    end-if
    move 'U' to ws-cust-outcome
    perform write-audit-record.

write-audit-record.
    move ws-today to caud-date
    move ws-time to caud-time
    move ws-userid to caud-userid
    move ws-acct-key to caud-account-number
    move ws-before-phone to caud-before-phone
    move cust-phone-raw to caud-after-phone
    exec cics
        write file('PHONAUD')
              from(cust-audit-record)
              ridfld(ws-audit-rba)
              rba
              resp(ws-resp)
    end-exec
    if ws-resp not = dfhresp(normal)
        set ws-audit-failed to true
    end-if.

*> up to eight active cases of the queue from ws-qk-account /
*> ws-qk-type on. Resolved and closed cases stay indexed under the
*> rep who had them and are stepped over. One more active case past
*> the eighth tells the rep there is another page. The queue message
*> only goes up when nothing else has claimed the message line.
list-queue.
    perform varying ws-line-sub from 1 by 1 until ws-line-sub > 8
        move spaces to queln6i(ws-line-sub)
    end-perform
    move 0 to ws-line-count
    move 'N' to ws-browse-switch
    move 'N' to ws-more-switch
    move 'N' to ws-browse-error-switch
    move 'N' to ws-browse-started-switch
    move ws-queue-rep to ws-qk-rep
    exec cics
        startbr file('CASEREP')
                ridfld(ws-queue-key)
                gteq
                resp(ws-resp)
    end-exec
    evaluate ws-resp
        when dfhresp(normal)
            set ws-browse-started to true
        when dfhresp(notfnd)
            set ws-browse-done to true
        when other
            set ws-browse-done to true
            set ws-browse-error to true
    end-evaluate
    perform until ws-browse-done
        exec cics
            readnext file('CASEREP')
                     into(contact-case-record)
                     ridfld(ws-queue-key)
                     resp(ws-resp)
        end-exec
        evaluate true
            when ws-resp = dfhresp(endfile)
                set ws-browse-done to true
            when ws-resp not = dfhresp(normal)
                set ws-browse-done to true
                set ws-browse-error to true
            when case-rep not = ws-queue-rep
                set ws-browse-done to true
            when case-key = ws-skip-key
                continue
            when not case-active
                continue
            when ws-line-count = 8
                set ws-more-cases to true
                set ws-browse-done to true
            when other
                add 1 to ws-line-count
                perform format-queue-line
        end-evaluate
    end-perform
    if ws-browse-started
        exec cics
            endbr file('CASEREP')
                  resp(ws-resp)
        end-exec
    end-if
    if msg6i = spaces
        evaluate true
            when ws-browse-error
                move 'CASE QUEUE BROWSE FAILED' to msg6i
            when ws-line-count = 0
                move 'NO OPEN OR IN-PROGRESS CASES IN THIS QUEUE'
                    to msg6i
            when ws-more-cases
                move 'MORE CASES IN THIS QUEUE - PF8 FOR THE NEXT PAGE'
                    to msg6i
            when other
                move 'END OF QUEUE - KEY AN ACCOUNT TO WORK A CASE'
                    to msg6i
        end-evaluate
    end-if.

format-queue-line.
    move case-account-number to ws-ql-account
    move case-phone-type to ws-ql-type
    move case-status to ws-ql-status
    move case-opened-date to ws-ql-opened
    move case-last-action-date to ws-ql-last-action
    move case-dead-phone to ws-ql-dead-phone
    move case-disposition to ws-ql-disposition
    move case-repeat-count to ws-ql-repeat
    move case-notes to ws-ql-notes
    move ws-queue-line to queln6i(ws-line-count).

send-initial-map.
    move spaces to phonemp6o.
    move low-value to repid6a cacct6a ctyp6a deadno6a cstat6a crep6a
        lstdt6a lstby6a cnewno6a newfmt6a notes6a msg6a.
    perform varying ws-line-sub from 1 by 1 until ws-line-sub > 8
        move low-value to queln6a(ws-line-sub)
    end-perform.
    move 'PRESS ENTER FOR YOUR QUEUE - OR KEY A REP ID (* = UNASSIGNED)'
        to msg6o.
    exec cics
        send map(ws-map-name)
             mapset(ws-mapset-name)
             from(phonemp6o)
             erase
    end-exec.
    exec cics
        return transid('PCAS') commarea(ws-commarea) length(1)
    end-exec.
    goback.

send-map-and-wait.
    *> keep the MDTs on the rep and case key fields so paging and a
    *> PF5 straight after ENTER still transmit them, and on every
    *> queue line in use so the next attention brings back the keys
    *> the page was built from. The case detail fields go out plain:
    *> on PF5 only what the rep actually overtyped comes back.
    move dfhbmfse to repid6a cacct6a ctyp6a.
    move low-value to deadno6a cstat6a crep6a lstdt6a lstby6a
        cnewno6a newfmt6a notes6a msg6a.
    perform varying ws-line-sub from 1 by 1 until ws-line-sub > 8
        if queln6i(ws-line-sub) = spaces
            move low-value to queln6a(ws-line-sub)
        else
            move dfhbmprf to queln6a(ws-line-sub)
        end-if
    end-perform.
    exec cics
        send map(ws-map-name)
             mapset(ws-mapset-name)
             from(phonemp6o)
             erase
    end-exec.

    exec cics
        return transid('PCAS') commarea(ws-commarea) length(1)
    end-exec.

end-transaction.
    exec cics
        send text from('CONTACT RECOVERY CASES ENDED')
             erase
    end-exec.
    exec cics
        return
    end-exec.
    goback.

end program CASEMNT.
