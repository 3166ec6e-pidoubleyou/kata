identification division.
program-id. NXXLOAD.
*> Monthly load of the NPA-NXX exchange reference table (NXXTAB, see
*> NXXREC) from the numbering vendor's LERG extract (NXXIN - one
*> exchange per line: area code, exchange, A assigned or U
*> unassigned, line type W wireless / L landline / V VoIP, rate
*> center state and name, carrier OCN, with the usual HDR/TRL
*> control pair). The table is written with random access so the
*> vendor file does not have to arrive in key order; an exchange the
*> vendor lists twice is counted as a duplicate and the first line
*> kept. A line whose area code or exchange is not three digits, or
*> whose status is not A or U, is counted and skipped - it would be
*> a key no number can match. An assigned exchange with no line
*> type we know is loaded with the line type blank (unknown) and
*> counted, rather than guessed at: PHONEBATCH leaves the master's
*> line type blank for it and the mismatch report skips it.
*> Missing header, missing trailer or a trailer count mismatch ends
*> the run RETURN-CODE 16, and a table write error RETURN-CODE 8. The
*> load goes into a newly defined copy of the table (NXXLOAD job,
*> PROD.PHONE.NXXTAB.NEW), and the job only swaps it in for the live
*> table when this program ends RETURN-CODE 0 - a truncated vendor
*> file would leave every exchange past the cut "not on the table",
*> PHONEBATCH would reject their numbers as unassigned (PHONE-STATUS
*> 40), so a failed load leaves last month's table in service.
environment division.
input-output section.
file-control.
    select nxx-input-file assign to NXXIN
        organization is sequential
        file status is ws-nxxin-status.

    select nxx-table-file assign to NXXTAB
        organization is indexed
        access mode is random
        record key is nxx-npa-nxx
        file status is ws-nxxtab-status.

data division.
file section.
fd  nxx-input-file
    recording mode is f.
01  nxx-input-record.
    05  nxxi-npa             pic x(3).
    05  nxxi-exchange        pic x(3).
    05  nxxi-status          pic x(1).
    05  nxxi-line-type       pic x(1).
    05  nxxi-state           pic x(2).
    05  nxxi-rate-center     pic x(10).
    05  nxxi-ocn             pic x(4).
    05  filler               pic x(56).

fd  nxx-table-file.
copy NXXREC.

working-storage section.
01  ws-nxxin-status       pic x(2).
01  ws-nxxtab-status      pic x(2).
01  ws-eof-switch         pic x(1)   value 'N'.
    88  ws-end-of-file               value 'Y'.

copy PCTLREC.

01  ws-run-date           pic x(8).
01  ws-header-switch      pic x(1)   value 'N'.
    88  ws-header-seen               value 'Y'.
01  ws-trailer-switch     pic x(1)   value 'N'.
    88  ws-trailer-seen              value 'Y'.

01  ws-read-count         pic 9(9)   value 0.
01  ws-loaded-count       pic 9(9)   value 0.
01  ws-unassigned-count   pic 9(9)   value 0.
01  ws-no-type-count      pic 9(9)   value 0.
01  ws-dup-count          pic 9(9)   value 0.
01  ws-bad-count          pic 9(9)   value 0.
01  ws-error-count        pic 9(9)   value 0.

procedure division.
main-process.
    move function current-date(1:8) to ws-run-date
    perform open-files
    perform read-input-header
    if not ws-end-of-file
        perform read-input-file
    end-if
    perform until ws-end-of-file
        perform load-exchange-record
        perform read-input-file
    end-perform
    if not ws-trailer-seen and ws-header-seen
        display 'NXXLOAD: NXXIN HAS NO TRAILER RECORD - '
            'POSSIBLY TRUNCATED'
        move 16 to return-code
    end-if
    perform close-files
    display 'NXXLOAD: ' ws-read-count ' records read, '
        ws-loaded-count ' loaded ('
        ws-unassigned-count ' unassigned, '
        ws-no-type-count ' no line type), '
        ws-dup-count ' duplicates, '
        ws-bad-count ' unusable'
    if ws-error-count > 0
        display 'NXXLOAD: ' ws-error-count
            ' TABLE WRITE ERRORS - SEE JOB LOG'
        if return-code = 0
            move 8 to return-code
        end-if
    end-if
    goback.

open-files.
    open input nxx-input-file
    if ws-nxxin-status not = '00'
        display 'NXXLOAD: UNABLE TO OPEN NXXIN, STATUS='
            ws-nxxin-status
        move 'Y' to ws-eof-switch
        move 16 to return-code
    end-if
    open output nxx-table-file
    if ws-nxxtab-status not = '00'
        display 'NXXLOAD: UNABLE TO OPEN NXXTAB, STATUS='
            ws-nxxtab-status
        move 'Y' to ws-eof-switch
        move 16 to return-code
    end-if.

read-input-header.
    if not ws-end-of-file
        read nxx-input-file
            at end
                display 'NXXLOAD: EMPTY NXXIN - NO HEADER RECORD'
                move 16 to return-code
                move 'Y' to ws-eof-switch
            not at end
                move nxx-input-record to file-control-record
                if ctl-is-header
                    set ws-header-seen to true
                else
                    display 'NXXLOAD: NXXIN HAS NO HEADER RECORD - '
                        'REJECTING LOAD'
                    move 16 to return-code
                    move 'Y' to ws-eof-switch
                end-if
        end-read
    end-if.

read-input-file.
    read nxx-input-file
        at end move 'Y' to ws-eof-switch
        not at end perform classify-input-record
    end-read.

classify-input-record.
    if nxx-input-record(1:3) = 'TRL'
        move nxx-input-record to file-control-record
        set ws-trailer-seen to true
        move 'Y' to ws-eof-switch
        if ctl-record-count not = ws-read-count
            display 'NXXLOAD: TRAILER COUNT ' ctl-record-count
                ' DOES NOT MATCH ' ws-read-count
                ' RECORDS READ - FILE TRUNCATED OR OVERLAID'
            move 16 to return-code
        end-if
    else
        add 1 to ws-read-count
    end-if.

load-exchange-record.
    if nxxi-npa is not numeric or nxxi-exchange is not numeric
            or (nxxi-status not = 'A' and nxxi-status not = 'U')
        add 1 to ws-bad-count
        exit paragraph
    end-if
    move spaces to nxx-exchange-record
    move nxxi-npa to nxx-npa
    move nxxi-exchange to nxx-exchange
    move nxxi-status to nxx-status
    move nxxi-line-type to nxx-line-type
    if not nxx-line-type-valid
        move space to nxx-line-type
    end-if
    move nxxi-state to nxx-rate-center-state
    move nxxi-rate-center to nxx-rate-center
    move nxxi-ocn to nxx-ocn
    move ws-run-date to nxx-load-date
    write nxx-exchange-record
    evaluate ws-nxxtab-status
        when '00'
            add 1 to ws-loaded-count
            if nxx-unassigned
                add 1 to ws-unassigned-count
            else
                if nxx-line-type = space
                    add 1 to ws-no-type-count
                end-if
            end-if
        when '22'
            add 1 to ws-dup-count
        when other
            display 'NXXLOAD: TABLE WRITE FAILED FOR '
                nxx-npa-nxx ' STATUS=' ws-nxxtab-status
            add 1 to ws-error-count
    end-evaluate.

close-files.
    close nxx-input-file
    close nxx-table-file.

end program NXXLOAD.
