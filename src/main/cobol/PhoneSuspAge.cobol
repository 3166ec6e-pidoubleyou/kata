*> (RESOLIN) - the next recycle run drops it from the new suspense
*> generation and the file finally shrinks, with no hand-editing of
*> a GDG generation.
*> A customer's number abroad is listed with its full raw value,
*> continuation and all (see CUSTREC). Those that still suspend
*> either name a country the country calling code table does not
*> carry yet (status 44 - a table fix, not a customer to chase) or
*> are the wrong length for their country (48).
environment division.
input-output section.
file-control.
    05  srt-first-date       pic x(8).
    05  srt-account          pic x(10).
    05  srt-type             pic x(1).
    05  srt-raw              pic x(16).
    05  srt-retry            pic 9(2).

working-storage section.
    05  filler            pic x(1)   value space.
    05  ws-dt-type        pic x(1).
    05  filler            pic x(1)   value space.
    05  ws-dt-raw         pic x(16).
    05  filler            pic x(2)   value spaces.
    05  ws-dt-retry       pic z9.
    05  filler            pic x(2)   value spaces.
    05  ws-dt-age         pic z(4)9.
    05  filler            pic x(2)   value spaces.
    05  ws-dt-bucket      pic x(5).
    05  filler            pic x(20)  value spaces.

procedure division.
main-process.
        move susp-account-number to srt-account
        move susp-phone-type to srt-type
        move susp-phone-raw to srt-raw
        if susp-phone-raw(1:1) = '+'
            move susp-phone-raw-cont to srt-raw(11:6)
        end-if
        move susp-retry-count to srt-retry
        release sort-record
        perform read-suspense-file
            move 'EXCHANGE IS AN N11 CODE' to ws-gh-desc
        when '36'
            move 'LINE IN FICTIONAL 555-01XX' to ws-gh-desc
        when '40'
            move 'EXCHANGE NOT ASSIGNED' to ws-gh-desc
        when '44'
            move 'COUNTRY CODE NOT ON CTRYTAB' to ws-gh-desc
        when '48'
            move 'WRONG LENGTH FOR COUNTRY' to ws-gh-desc
        when other
            move 'OTHER PHONE-STATUS' to ws-gh-desc
    end-evaluate
    end-string
    perform write-report-text
    move spaces to ws-rpt-text
    move '  ACCOUNT    T RAW NUMBER        RT  FIRST DT   AGE    BUCKET'
        to ws-rpt-text
    perform write-report-text
    move spaces to ws-rpt-text
