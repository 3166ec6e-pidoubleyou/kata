identification division.
program-id. PHONEHIQ.
*> CICS transaction PHST. Read-only inquiry against the phone number
*> history (PHONEHST, the PROD.PHONE.HISTORY KSDS - see PHISTREC)
*> that PHONEBAT, PHONEDLT, PHONESPL and DIALRSLT write every time
*> they change a phone master record. The rep keys an account, a
*> phone type (H home / W work / M mobile) and an as-of date into
*> mapset PHONEMAP, map PHONEMP4; ENTER shows the number that was
*> in effect for that account and type at the end of that day -
*> formatted number, extension, contact status, the date it took
*> effect and the job that put it there - and under it the timeline
*> of changes, starting with that entry (marked '>') and working
*> back through the older ones, up to eight lines. A blank date
*> means today, so the rep sees the current number and its last
*> eight changes; keying an earlier date pages further back. A
*> blank type shows the account's first type with history on file.
*> This is the "what number did we have for you on the 3rd, and why
*> did we dial it" answer for disputes without waiting on the
*> PHONEHRP batch report. The history key carries an inverted
*> timestamp, so a GTEQ start on the as-of date at 23:59:59 lands
*> straight on the entry that was in effect that day and READNEXT
*> walks back in time from there. No update path - the history is
*> written by batch only.
environment division.
data division.

working-storage section.
01  ws-map-name    pic x(8) value 'PHONEMP4'.
01  ws-mapset-name pic x(8) value 'PHONEMAP'.
01  ws-commarea    pic x(1) value 'Y'.
01  ws-resp        pic s9(8) comp.
01  ws-abstime     pic s9(15) comp-3.
01  ws-as-of       pic x(8).
01  ws-as-of-num redefines ws-as-of pic 9(8).
01  ws-line-count  pic 9(2).
01  ws-line-sub    pic 9(2).
*> browse key in the history's shape. A blank type and a zero stamp
*> sort before every entry for the account, so a GTEQ position on
*> them lands on the account's first type, newest entry.
01  ws-hist-key.
    05  ws-key-account  pic x(10).
    05  ws-key-type     pic x(1).
    05  ws-key-inverted pic 9(14).
    05  ws-key-sequence pic 9(2).
01  ws-browse-switch pic x(1).
    88  ws-browse-done          value 'Y'.
01  ws-effect-switch pic x(1).
    88  ws-effect-deleted       value 'Y'.
*> one timeline line - the same columns as the PHONEHRP report.
01  ws-hist-line.
    05  ws-hl-marker      pic x(2).
    05  ws-hl-date        pic x(8).
    05  filler            pic x(1)   value space.
    05  ws-hl-time        pic x(6).
    05  filler            pic x(1)   value space.
    05  ws-hl-code        pic x(1).
    05  filler            pic x(1)   value space.
    05  ws-hl-job         pic x(8).
    05  filler            pic x(1)   value space.
    05  ws-hl-old-phone   pic x(16).
    05  filler            pic x(4)   value ' -> '.
    05  ws-hl-new-phone   pic x(16).
    05  filler            pic x(1)   value space.
    05  ws-hl-extension   pic x(6).
    05  filler            pic x(1)   value space.
    05  ws-hl-status      pic x(1).
    05  filler            pic x(5)   value spaces.

copy DFHAID.

copy DFHBMSCA.

copy PHISTREC.

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
                into(phonemp4i)
    end-exec.

    move spaces to fmtnum4i extnum4i cstat4i since4i srcjob4i.
    perform varying ws-line-sub from 1 by 1 until ws-line-sub > 8
        move spaces to hstln4i(ws-line-sub)
    end-perform.

    if acctno4i = spaces or acctno4i = low-values
        move 'PLEASE ENTER THE ACCOUNT NUMBER' to msg4i
        go to send-map-and-wait
    end-if.

    if phntyp4i not = 'H' and phntyp4i not = 'W'
            and phntyp4i not = 'M'
            and phntyp4i not = space and phntyp4i not = low-value
        move 'PHONE TYPE MUST BE H, W OR M (OR BLANK FOR FIRST)'
            to msg4i
        go to send-map-and-wait
    end-if.

    if asofdt4i = spaces or asofdt4i = low-values
        exec cics
            asktime abstime(ws-abstime)
        end-exec
        exec cics
            formattime abstime(ws-abstime)
                       yyyymmdd(ws-as-of)
        end-exec
    else
        move asofdt4i to ws-as-of
        if ws-as-of is not numeric
            move 'AS-OF DATE MUST BE YYYYMMDD (OR BLANK FOR TODAY)'
                to msg4i
            go to send-map-and-wait
        end-if
        if function test-date-yyyymmdd(ws-as-of-num) not = 0
            move 'AS-OF DATE IS NOT A VALID DATE' to msg4i
            go to send-map-and-wait
        end-if
    end-if.
    move ws-as-of to asofdt4i.

    move acctno4i to ws-key-account.
    if phntyp4i = 'H' or phntyp4i = 'W' or phntyp4i = 'M'
        move phntyp4i to ws-key-type
    else
        perform find-first-type
        if ws-key-type = space
            go to send-map-and-wait
        end-if
        move ws-key-type to phntyp4i
    end-if.

    perform show-history.

    go to send-map-and-wait.

*> blank type - the account's first entry in key order names the
*> first phone type it has history for.
find-first-type.
    move space to ws-key-type
    move 0 to ws-key-inverted ws-key-sequence
    exec cics
        startbr file('PHONEHST')
                ridfld(ws-hist-key)
                gteq
                resp(ws-resp)
    end-exec
    if ws-resp = dfhresp(notfnd)
        move 'NO NUMBER HISTORY ON FILE FOR THIS ACCOUNT' to msg4i
        exit paragraph
    end-if
    if ws-resp not = dfhresp(normal)
        move 'PHONE HISTORY BROWSE FAILED' to msg4i
        exit paragraph
    end-if
    exec cics
        readnext file('PHONEHST')
                 into(phone-history-record)
                 ridfld(ws-hist-key)
                 resp(ws-resp)
    end-exec
    evaluate true
        when ws-resp = dfhresp(normal)
                and hist-account-number = acctno4i
            move hist-phone-type to ws-key-type
        when ws-resp = dfhresp(normal)
        when ws-resp = dfhresp(endfile)
            move space to ws-key-type
            move 'NO NUMBER HISTORY ON FILE FOR THIS ACCOUNT' to msg4i
        when other
            move space to ws-key-type
            move 'PHONE HISTORY BROWSE FAILED' to msg4i
    end-evaluate
    perform end-history-browse
    move acctno4i to ws-key-account.

*> position on the as-of date at 23:59:59 - the first entry at or
*> past that inverted stamp is the one in effect at the end of the
*> day, and every READNEXT after it is an older change.
show-history.
    compute ws-key-inverted =
        99999999999999 - (ws-as-of-num * 1000000 + 235959)
    move 0 to ws-key-sequence
    move 0 to ws-line-count
    move 'N' to ws-browse-switch
    move 'N' to ws-effect-switch
    exec cics
        startbr file('PHONEHST')
                ridfld(ws-hist-key)
                gteq
                resp(ws-resp)
    end-exec
    if ws-resp = dfhresp(notfnd)
        move 'NO NUMBER OF THIS TYPE WAS ON FILE ON THE AS-OF DATE'
            to msg4i
        exit paragraph
    end-if
    if ws-resp not = dfhresp(normal)
        move 'PHONE HISTORY BROWSE FAILED' to msg4i
        exit paragraph
    end-if
    perform read-next-history
    perform until ws-browse-done or ws-line-count = 8
        add 1 to ws-line-count
        if ws-line-count = 1
            perform display-in-effect-entry
        end-if
        perform format-history-line
        perform read-next-history
    end-perform
    evaluate true
        when ws-resp not = dfhresp(normal)
                and ws-resp not = dfhresp(endfile)
            move 'PHONE HISTORY BROWSE FAILED' to msg4i
        when ws-line-count = 0
            move 'NO NUMBER OF THIS TYPE WAS ON FILE ON THE AS-OF DATE'
                to msg4i
        when ws-effect-deleted
            move 'NUMBER HAD BEEN DELETED FROM THE MASTER BY THE AS-OF DATE'
                to msg4i
        when not ws-browse-done
            move 'OLDER CHANGES ON FILE - KEY AN EARLIER AS-OF DATE'
                to msg4i
        when other
            move 'NUMBER IN EFFECT ON THE AS-OF DATE AND ITS HISTORY'
                to msg4i
    end-evaluate
    perform end-history-browse.

*> the browse is over at end of file or at the first entry for a
*> different account or phone type.
read-next-history.
    exec cics
        readnext file('PHONEHST')
                 into(phone-history-record)
                 ridfld(ws-hist-key)
                 resp(ws-resp)
    end-exec
    if ws-resp not = dfhresp(normal)
        set ws-browse-done to true
        exit paragraph
    end-if
    if hist-account-number not = acctno4i
            or hist-phone-type not = phntyp4i
        set ws-browse-done to true
    end-if.

display-in-effect-entry.
    if hist-deleted
        set ws-effect-deleted to true
    else
        move hist-new-phone-formatted to fmtnum4i
        move hist-new-phone-cont to fmtnum4i(15:2)
        move hist-new-extension to extnum4i
        move hist-new-contact-status to cstat4i
    end-if
    move hist-effective-date to since4i
    move hist-source-job to srcjob4i.

format-history-line.
    if ws-line-count = 1
        move '> ' to ws-hl-marker
    else
        move spaces to ws-hl-marker
    end-if
    move hist-effective-date to ws-hl-date
    move hist-effective-time to ws-hl-time
    move hist-change-code to ws-hl-code
    move hist-source-job to ws-hl-job
    move hist-old-phone-formatted to ws-hl-old-phone
    move hist-old-phone-cont to ws-hl-old-phone(15:2)
    move hist-new-phone-formatted to ws-hl-new-phone
    move hist-new-phone-cont to ws-hl-new-phone(15:2)
    move hist-new-extension to ws-hl-extension
    move hist-new-contact-status to ws-hl-status
    move ws-hist-line to hstln4i(ws-line-count).

end-history-browse.
    exec cics
        endbr file('PHONEHST')
              resp(ws-resp)
    end-exec.

send-initial-map.
    move spaces to phonemp4o.
    move low-value to acctno4a phntyp4a asofdt4a fmtnum4a extnum4a
        cstat4a since4a srcjob4a msg4a.
    move 'ENTER ACCOUNT, TYPE (H/W/M) AND AS-OF DATE (BLANK = TODAY)'
        to msg4o.
    exec cics
        send map(ws-map-name)
             mapset(ws-mapset-name)
             from(phonemp4o)
             erase
    end-exec.
    exec cics
        return transid('PHST') commarea(ws-commarea) length(1)
    end-exec.
    goback.

send-map-and-wait.
    *> keep the MDTs on the key fields so ENTER again, or a new date
    *> overtyped on its own, still transmits the account and type.
    move dfhbmfse to acctno4a phntyp4a asofdt4a.
    move low-value to fmtnum4a extnum4a cstat4a since4a srcjob4a
        msg4a.
    exec cics
        send map(ws-map-name)
             mapset(ws-mapset-name)
             from(phonemp4o)
             erase
    end-exec.

    exec cics
        return transid('PHST') commarea(ws-commarea) length(1)
    end-exec.

end-transaction.
    exec cics
        send text from('PHONE NUMBER HISTORY INQUIRY ENDED')
             erase
    end-exec.
    exec cics
        return
    end-exec.
    goback.

end program PHONEHIQ.
