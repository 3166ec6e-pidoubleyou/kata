identification division.
program-id. PHONEUNLD.
*> Phone master unload. PHONEBATCH only writes PHONEOUT on a full
*> run - a delta run (PHONEDLT) applies the changed accounts straight
*> to the PHONEMST KSDS and leaves PHONEOUT alone, so on every delta
*> night PHONEDIAL and PHONESHARE were reading whatever the last full
*> run left behind while the master already held the right numbers.
*> This program reads the master in key sequence (account, phone
*> type) and writes every record to UNLDOUT in the PHONEOUT record
*> layout (POUTREC), contact status included, between its own
*> PCTLREC header (run date, source PHONEUNL) and trailer (record
*> count) - the same segment discipline PHONEBATCH and PHONERECYC
*> follow, so the readers' HDR/TRL checks work unchanged. Run it
*> after PHONEBAT/PHONEDLT and PHONERCY every night, full or delta,
*> and point the downstream consumers at the unload: they then
*> always see the master as it stands tonight, including the 'U'
*> marks DIALRESULT has rewritten onto it.
*> A master that cannot be opened ends the run RETURN-CODE 12 with
*> no output records, so the consumers can be conditioned off it
*> rather than dial from an empty file; a read error part way
*> through ends RETURN-CODE 16 and withholds the trailer, so the
*> readers' own checks refuse the short file. A write to UNLDOUT
*> that fails (a full or broken output dataset) ends the run the
*> same way - RETURN-CODE 16, no trailer. Posts 'PHONEUNL' to
*> the run-control file for the PHONESCORE scorecard.
environment division.
input-output section.
file-control.
    select phone-master-file assign to PHONEMST
        organization is indexed
        access mode is sequential
        record key is mst-master-key
        file status is ws-phonemst-status.

    select unload-out-file assign to UNLDOUT
        organization is sequential
        file status is ws-unldout-status.

    select run-control-file assign to RUNCTL
        organization is sequential
        file status is ws-runctl-status.

data division.
file section.
fd  phone-master-file.
copy POUTREC replacing ==phone-out-record== by ==phone-master-record==
    leading ==out-== by ==mst-==.

fd  unload-out-file
    recording mode is f.
copy POUTREC.

fd  run-control-file
    recording mode is f.
01  run-control-line         pic x(80).

working-storage section.
01  ws-phonemst-status    pic x(2).
01  ws-unldout-status     pic x(2).
01  ws-runctl-status      pic x(2).
01  ws-eof-switch         pic x(1)   value 'N'.
    88  ws-end-of-file               value 'Y'.

copy PCTLREC.

copy PRUNREC.

01  ws-run-date           pic x(8).
01  ws-read-count         pic 9(9)   value 0.
01  ws-unload-count       pic 9(9)   value 0.
01  ws-uncontact-count    pic 9(9)   value 0.
01  ws-flagged-count      pic 9(9)   value 0.

procedure division.
main-process.
    move function current-date(1:8) to ws-run-date
    perform open-files
    if return-code < 12
        perform write-output-header
        if not ws-end-of-file
            perform read-master-file
        end-if
        perform until ws-end-of-file
            perform unload-master-record
            perform read-master-file
        end-perform
        if return-code not = 16
            perform write-output-trailer
        end-if
    end-if
    perform post-run-record
    perform close-files
    display 'PHONEUNLD: ' ws-read-count ' master records read, '
        ws-unload-count ' unloaded, '
        ws-uncontact-count ' uncontactable, '
        ws-flagged-count ' bad-area-code flagged'
    goback.

open-files.
    open input phone-master-file
    if ws-phonemst-status not = '00'
        display 'PHONEUNLD: UNABLE TO OPEN PHONEMST, STATUS='
            ws-phonemst-status
        move 'Y' to ws-eof-switch
        move 12 to return-code
    end-if
    open output unload-out-file
    if ws-unldout-status not = '00'
        display 'PHONEUNLD: UNABLE TO OPEN UNLDOUT, STATUS='
            ws-unldout-status
        move 'Y' to ws-eof-switch
        move 12 to return-code
    end-if.

*> anything other than a clean read or end of file means the rest of
*> the master cannot be trusted - stop, and let the missing trailer
*> tell the readers the unload is short.
read-master-file.
    read phone-master-file
        at end move 'Y' to ws-eof-switch
        not at end add 1 to ws-read-count
    end-read
    if ws-phonemst-status not = '00'
            and ws-phonemst-status not = '10'
        display 'PHONEUNLD: PHONEMST READ FAILED AFTER '
            ws-read-count ' RECORDS, STATUS=' ws-phonemst-status
        move 'Y' to ws-eof-switch
        move 16 to return-code
    end-if.

unload-master-record.
    move phone-master-record to phone-out-record
    write phone-out-record
    if ws-unldout-status not = '00'
        perform output-write-failed
        exit paragraph
    end-if
    add 1 to ws-unload-count
    if out-uncontactable
        add 1 to ws-uncontact-count
    end-if
    if out-area-code-flag = '*'
        add 1 to ws-flagged-count
    end-if.

write-output-header.
    move spaces to file-control-record
    move 'HDR' to ctl-record-type
    move ws-run-date to ctl-run-date
    move 'PHONEUNL' to ctl-source-system
    write phone-out-record from file-control-record
    if ws-unldout-status not = '00'
        perform output-write-failed
    end-if.

write-output-trailer.
    move spaces to file-control-record
    move 'TRL' to ctl-record-type
    move ws-unload-count to ctl-record-count
    write phone-out-record from file-control-record
    if ws-unldout-status not = '00'
        perform output-write-failed
    end-if.

*> the unload is short from here on - stop, and leave the trailer
*> off so the readers refuse it.
output-write-failed.
    display 'PHONEUNLD: UNLDOUT WRITE FAILED AFTER '
        ws-unload-count ' RECORDS, STATUS=' ws-unldout-status
    move 'Y' to ws-eof-switch
    move 16 to return-code.

*> append the end-of-run posting the PHONESCORE nightly scorecard
*> reads. A posting failure is reported but never fails the run -
*> the scorecard showing the job as not posted IS the alert.
post-run-record.
    open extend run-control-file
    if ws-runctl-status not = '00'
        display 'PHONEUNLD: UNABLE TO POST RUNCTL, STATUS='
            ws-runctl-status
        exit paragraph
    end-if
    move spaces to run-control-record
    move 'PHONEUNL' to prun-job
    move ws-run-date to prun-run-date
    move function current-date(9:6) to prun-run-time
    move 'UNLOAD' to prun-mode
    move ws-read-count to prun-in-count
    move ws-unload-count to prun-out-count
    move 0 to prun-rej-count
    move return-code to prun-return-code
    write run-control-line from run-control-record
    close run-control-file.

close-files.
    close phone-master-file
    close unload-out-file.

end program PHONEUNLD.
