*> record and displays the formatted number, the '*' bad-area-code
*> flag and the extension exactly as they sit on the master - what
*> the dialer feed is actually built from, not what is on CUSTMST.
*> A customer's number abroad shows in full E.164, continuation and
*> all (see POUTREC), with its country calling code beside it; the
*> country code is blank for a domestic number.
*> A blank type shows the account's first record on file. PF8
*> browses forward to the next record on the master and PF7 back to
*> the previous one, crossing from one account's numbers into the
                into(phonemp3i)
    end-exec.

    move spaces to fmtnum3i ctrycd3i acflag3i extnum3i.

    if acctno3i = spaces or acctno3i = low-values
        move 'PLEASE ENTER THE ACCOUNT NUMBER' to msg3i
    move mst-account-number to acctno3i
    move mst-phone-type to phntyp3i
    move mst-phone-formatted to fmtnum3i
    if not mst-domestic-number
        move mst-phone-formatted-cont to fmtnum3i(15:2)
    end-if
    move mst-country-code to ctrycd3i
    move mst-area-code-flag to acflag3i
    move mst-extension to extnum3i.

send-initial-map.
    move spaces to phonemp3o.
    move low-value to acctno3a phntyp3a fmtnum3a ctrycd3a acflag3a
        extnum3a msg3a.
    move 'ENTER ACCOUNT AND TYPE (H/W/M) - PF8 NEXT, PF7 PREVIOUS'
        to msg3o.
    exec cics
    *> be transmitted on the next attention - the RECEIVE would
    *> MAPFAIL and the browse could never advance.
    move dfhbmfse to acctno3a phntyp3a.
    move low-value to fmtnum3a ctrycd3a acflag3a extnum3a msg3a.
    exec cics
        send map(ws-map-name)
             mapset(ws-mapset-name)
