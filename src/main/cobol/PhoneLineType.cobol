identification division.
program-id. PHONELTYP.
*> Phone type / line type mismatch report. The customer system files
*> each number under the phone type the customer told us (H home,
*> W work, M mobile), and PHONEBATCH stamps every master record with
*> the line type of the number's exchange from the NPA-NXX table
*> (MST-LINE-TYPE: W wireless, L landline, V VoIP). Where the two
*> contradict each other the account's paperwork is wrong, and the
*> consent and dialing rules - which go by the line type - will
*> treat the number differently from what the account says. This
*> job reads the master in key sequence and lists:
*>   - home and work numbers that are really wireless (the ones the
*>     mobile consent rules now hold back from the dialer feed
*>     until consent is on file)
*>   - mobile numbers that are really landlines
*> with counts of each, so account services can have the phone type
*> corrected at the customer system. A number whose line type is
*> blank (exchange not on the table, or the table was not available
*> to the run that loaded it) cannot be judged and is only counted;
*> VoIP numbers can be either and are never listed.
*> A master that cannot be opened ends the run RETURN-CODE 12; a
*> read error part way through ends RETURN-CODE 16 with the report
*> as far as it got. Mismatches alone do not set a return code.
environment division.
input-output section.
file-control.
    select phone-master-file assign to PHONEMST
        organization is indexed
        access mode is sequential
        record key is mst-master-key
        file status is ws-phonemst-status.

    select mismatch-report-file assign to LTYPRPT
        organization is sequential
        file status is ws-ltyprpt-status.

data division.
file section.
fd  phone-master-file.
copy POUTREC replacing ==phone-out-record== by ==phone-master-record==
    leading ==out-== by ==mst-==.

fd  mismatch-report-file
    recording mode is f.
01  mismatch-report-line     pic x(80).

working-storage section.
01  ws-phonemst-status    pic x(2).
01  ws-ltyprpt-status     pic x(2).
01  ws-eof-switch         pic x(1)   value 'N'.
    88  ws-end-of-file               value 'Y'.

01  ws-read-count         pic 9(9)   value 0.
01  ws-wireless-hw-count  pic 9(9)   value 0.
01  ws-landline-m-count   pic 9(9)   value 0.
01  ws-unknown-count      pic 9(9)   value 0.

01  ws-rpt-timestamp      pic x(21).
01  ws-rpt-detail.
    05  ws-rpt-label      pic x(34).
    05  ws-rpt-count      pic z(8)9.
    05  filler            pic x(37)  value spaces.
01  ws-rpt-text-line.
    05  ws-rpt-text       pic x(80).
01  ws-mismatch-line.
    05  ws-ml-account     pic x(10).
    05  filler            pic x(2)   value spaces.
    05  ws-ml-type        pic x(1).
    05  filler            pic x(4)   value spaces.
    05  ws-ml-phone       pic x(14).
    05  filler            pic x(2)   value spaces.
    05  ws-ml-line-type   pic x(1).
    05  filler            pic x(4)   value spaces.
    05  ws-ml-reason      pic x(36).
    05  filler            pic x(6)   value spaces.

procedure division.
main-process.
    perform open-files
    if return-code < 12
        perform write-report-heading
        perform read-master-file
        perform until ws-end-of-file
            perform check-master-record
            perform read-master-file
        end-perform
        perform write-report-totals
    end-if
    perform close-files
    display 'PHONELTYP: ' ws-read-count ' master records read, '
        ws-wireless-hw-count ' home/work wireless, '
        ws-landline-m-count ' mobile landline'
    goback.

open-files.
    open input phone-master-file
    if ws-phonemst-status not = '00'
        display 'PHONELTYP: UNABLE TO OPEN PHONEMST, STATUS='
            ws-phonemst-status
        move 'Y' to ws-eof-switch
        move 12 to return-code
    end-if
    open output mismatch-report-file
    if ws-ltyprpt-status not = '00'
        display 'PHONELTYP: UNABLE TO OPEN LTYPRPT, STATUS='
            ws-ltyprpt-status
        move 'Y' to ws-eof-switch
        move 12 to return-code
    end-if.

read-master-file.
    read phone-master-file
        at end move 'Y' to ws-eof-switch
        not at end add 1 to ws-read-count
    end-read
    if ws-phonemst-status not = '00'
            and ws-phonemst-status not = '10'
        display 'PHONELTYP: PHONEMST READ FAILED AFTER '
            ws-read-count ' RECORDS, STATUS=' ws-phonemst-status
        move 'Y' to ws-eof-switch
        move 16 to return-code
    end-if.

check-master-record.
    evaluate true
        when mst-line-type = space
            add 1 to ws-unknown-count
        when (mst-type-home or mst-type-work) and mst-line-wireless
            add 1 to ws-wireless-hw-count
            move 'FILED HOME/WORK - LINE IS WIRELESS' to ws-ml-reason
            perform write-mismatch-line
        when mst-type-mobile and mst-line-landline
            add 1 to ws-landline-m-count
            move 'FILED MOBILE - LINE IS A LANDLINE' to ws-ml-reason
            perform write-mismatch-line
        when other
            continue
    end-evaluate.

write-mismatch-line.
    move mst-account-number to ws-ml-account
    move mst-phone-type to ws-ml-type
    move mst-phone-formatted to ws-ml-phone
    move mst-line-type to ws-ml-line-type
    write mismatch-report-line from ws-mismatch-line.

write-report-heading.
    move function current-date(1:14) to ws-rpt-timestamp
    move spaces to ws-rpt-text
    string 'PHONE TYPE / LINE TYPE MISMATCH REPORT  RUN '
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
    move 'ACCOUNT     TYPE NUMBER          LINE MISMATCH'
        to ws-rpt-text
    perform write-report-text
    move spaces to ws-rpt-text
    perform write-report-text.

write-report-totals.
    move spaces to ws-rpt-text
    perform write-report-text
    move 'MASTER RECORDS READ...............' to ws-rpt-label
    move ws-read-count to ws-rpt-count
    perform write-report-count
    move 'HOME/WORK NUMBERS ON WIRELESS.....' to ws-rpt-label
    move ws-wireless-hw-count to ws-rpt-count
    perform write-report-count
    move 'MOBILE NUMBERS THAT ARE LANDLINES.' to ws-rpt-label
    move ws-landline-m-count to ws-rpt-count
    perform write-report-count
    move 'LINE TYPE NOT ON FILE.............' to ws-rpt-label
    move ws-unknown-count to ws-rpt-count
    perform write-report-count.

write-report-count.
    write mismatch-report-line from ws-rpt-detail.

write-report-text.
    write mismatch-report-line from ws-rpt-text-line.

close-files.
    close phone-master-file
    close mismatch-report-file.

end program PHONELTYP.
