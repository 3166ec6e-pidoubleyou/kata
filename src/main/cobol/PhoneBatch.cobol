*>               product. A failed delta run is simply rerun: upserts
*>               reapply cleanly and a delete of a missing record is
*>               tolerated (reported as a count, not an error).
*> Every change either mode makes to a master record is written to
*> the phone number history (PHONEHST, see PHISTREC) with the before
*> and after number, extension and contact status. A delta run has
*> the before image on the master itself; a full run recreates the
*> master from nothing, so it compares each record with the newest
*> history entry for its key instead - an unchanged number writes
*> nothing, which also keeps a RESTART from doubling up entries.
*> An account and type that has dropped out of the full extract is
*> simply not reloaded, so once a verified full run has loaded the
*> master it sweeps the history: every key whose newest entry is not
*> a delete and that is no longer on the new master gets a 'D'
*> entry, the newest entry's number as its before image. A
*> truncated or failed run sweeps nothing - its rerun will. A
*> run that cannot open the history stops before it applies a
*> single record, like any other file it cannot open: a master
*> change with no history entry is exactly the gap the file exists
*> to close. A delta extract whose header names source system
*> PHAPPEND (the phone append vendor's numbers, cut by PHONEAPRSP)
*> is historized under job PHONEAPR rather than PHONEDLT, so a
*> number the vendor found is never mistaken for one the customer
*> changed.
*> Every number shipped is stamped with its exchange's line type
*> (OUT-LINE-TYPE: W wireless, L landline, V VoIP) from the NPA-NXX
*> exchange table (NXXTAB, see NXXREC) - the phone type the customer
*> system files a number under says nothing about whether it is
*> really a cell phone, and the consent and dialing rules go by what
*> it really is. A number whose exchange is not assigned at all is
*> rejected by CreatePhoneNumber (PHONE-STATUS 40). A run that cannot
*> open the exchange table still formats and loads, with every line
*> type blank (unknown) and the count on the control report.
*> A customer abroad is keyed upstream in E.164 shape - a leading
*> '+' in CUST-PHONE-RAW, continued in CUST-PHONE-RAW-CONT (see
*> CUSTREC) - and goes through the CreatePhoneNumberIntl entry
*> instead: a +1 number is NANP and ships exactly like a domestic
*> one, any other country is validated against the country calling
*> code table (CTRYTAB, see CTRYREC) and ships in E.164 with its
*> country code on the record, no area code flag and no line type.
*> An unknown country (PHONE-STATUS 44) or a national number of the
*> wrong length for its country (48) is rejected like any other bad
*> number, raw continuation and all.
environment division.
input-output section.
file-control.
        record key is mst-master-key
        file status is ws-phonemst-status.

    select phone-history-file assign to PHONEHST
        organization is indexed
        access mode is dynamic
        record key is hist-key
        file status is ws-phonehst-status.

    select exchange-table-file assign to NXXTAB
        organization is indexed
        access mode is random
        record key is nxx-npa-nxx
        file status is ws-nxxtab-status.

data division.
file section.
fd  customer-file
copy POUTREC replacing ==phone-out-record== by ==phone-master-record==
    leading ==out-== by ==mst-==.

fd  phone-history-file.
copy PHISTREC.

fd  exchange-table-file.
copy NXXREC.

working-storage section.
01  ws-custin-status      pic x(2).
01  ws-phoneout-status    pic x(2).
    05  ws-rej-status-28  pic 9(9)   value 0.
    05  ws-rej-status-32  pic 9(9)   value 0.
    05  ws-rej-status-36  pic 9(9)   value 0.
    05  ws-rej-status-40  pic 9(9)   value 0.
    05  ws-rej-status-44  pic 9(9)   value 0.
    05  ws-rej-status-48  pic 9(9)   value 0.
    05  ws-rej-status-oth pic 9(9)   value 0.
01  ws-checkpoint-interval  pic 9(5) value 1000.

01  ws-trailer-switch     pic x(1)   value 'N'.
    88  ws-trailer-seen              value 'Y'.

*> phone number history work fields - see write-history-record.
*> The before image is staged here because the history record area
*> is also where the newest prior entry is read into on a full run.
01  ws-phonehst-status    pic x(2).
01  ws-hist-write-count   pic 9(9)   value 0.
01  ws-hist-error-count   pic 9(9)   value 0.
01  ws-hist-source-job    pic x(8).
01  ws-hist-change-code   pic x(1).
01  ws-hist-old-phone     pic x(14).
01  ws-hist-old-phone-cont pic x(2).
01  ws-hist-old-extension pic x(6).
01  ws-hist-old-status    pic x(1).
01  ws-hist-prior-switch  pic x(1).
    88  ws-hist-has-prior            value 'Y'.
01  ws-hist-stamp.
    05  ws-hist-stamp-date pic x(8).
    05  ws-hist-stamp-time pic x(6).
01  ws-hist-stamp-num redefines ws-hist-stamp pic 9(14).
*> full-run sweep for keys dropped out of the extract - see
*> record-dropped-history.
01  ws-sweep-switch       pic x(1)   value 'N'.
    88  ws-sweep-done                value 'Y'.
01  ws-sweep-prev-key.
    05  ws-sweep-prev-account pic x(10).
    05  ws-sweep-prev-type    pic x(1).
01  ws-mst-dropped-count  pic 9(9)   value 0.

*> line type stamping - see stamp-line-type.
01  ws-nxxtab-status      pic x(2).
01  ws-nxxtab-switch      pic x(1)   value 'N'.
    88  ws-nxxtab-open               value 'Y'.
01  ws-line-wireless-count pic 9(9)  value 0.
01  ws-line-landline-count pic 9(9)  value 0.
01  ws-line-voip-count    pic 9(9)   value 0.
01  ws-line-unknown-count pic 9(9)   value 0.
*> numbers shipped with a country code - no exchange to stamp.
01  ws-line-intl-count    pic 9(9)   value 0.

linkage section.
01  ws-parm.
    05  ws-parm-length  pic s9(4) comp.
    move 1 to format-code
    move function current-date(1:8) to ws-run-date
    perform determine-run-options
    if ws-delta-mode
        move 'PHONEDLT' to ws-hist-source-job
    else
        move 'PHONEBAT' to ws-hist-source-job
    end-if
    perform open-files
    perform read-extract-header
    if ws-is-restart
    if return-code not = 16
        perform write-output-trailers
    end-if
    if ws-full-mode and return-code not = 16
        perform record-dropped-history
    end-if
    perform print-control-report
    perform post-run-record
    perform close-files
                ws-checkpoint-status
            move 'Y' to ws-eof-switch
        end-if
    end-if

    *> the history is appended to by every mode and never rebuilt -
    *> it outlives any number of full master reloads.
    open i-o phone-history-file
    if ws-phonehst-status not = '00'
        display 'PHONEBATCH: UNABLE TO OPEN PHONEHST, STATUS='
            ws-phonehst-status
        move 'Y' to ws-eof-switch
    end-if

    *> the line type is an enrichment, not a reason to hold the run -
    *> without the table the master still loads, type unknown.
    open input exchange-table-file
    if ws-nxxtab-status = '00'
        set ws-nxxtab-open to true
    else
        display 'PHONEBATCH: UNABLE TO OPEN NXXTAB, STATUS='
            ws-nxxtab-status ' - LINE TYPES LEFT BLANK'
    end-if.

read-last-checkpoint.
                move customer-record to file-control-record
                if ctl-is-header
                    move ctl-run-date to ws-extract-run-date
                    if ws-delta-mode
                            and ctl-source-system = 'PHAPPEND'
                        move 'PHONEAPR' to ws-hist-source-job
                    end-if
                else
                    display 'PHONEBATCH: EXTRACT HAS NO HEADER '
                        'RECORD - REJECTING RUN'
    end-if.

format-and-dispose-record.
    if cust-phone-raw(1:1) = '+'
        perform format-international-number
        exit paragraph
    end-if
    if cust-phone-raw is not numeric
        move 12 to phone-status
        perform write-reject-record
                move '*' to wrk-area-code-flag
                add 1 to ws-flagged-count
            end-if
            perform ship-formatted-record
        else
            perform write-reject-record
        end-if
    end-if.

*> a number keyed with a leading '+': the raw field and its
*> continuation together are the E.164 number as keyed. A +1 number
*> comes back formatted in RESULT with the country code blank and
*> ships as a domestic number (status 16 flagged the same way) - ARR
*> is rebuilt from RESULT's fixed format 1 offsets for the line type
*> lookup. Anything else ships in E.164 with its country code.
format-international-number.
    move spaces to intl-raw-input
    move cust-phone-raw to intl-raw-input(1:10)
    move cust-phone-raw-cont to intl-raw-input(11:6)
    call 'CreatePhoneNumberIntl' using intl-raw-input result
                                    intl-result phone-status
                                    format-code intl-country-code
    if phone-status not = 0 and phone-status not = 16
        perform write-reject-record
        exit paragraph
    end-if
    move spaces to phone-work-record
    move cust-account-number to wrk-account-number
    move ws-phone-type to wrk-phone-type
    if intl-country-code = spaces
        move result to wrk-phone-formatted
        move result(2:3) to arr(1:3)
        move result(7:3) to arr(4:3)
        move result(11:4) to arr(7:4)
        if phone-status = 16
            move '*' to wrk-area-code-flag
            add 1 to ws-flagged-count
        end-if
    else
        move intl-result(1:14) to wrk-phone-formatted
        move intl-result(15:2) to wrk-phone-formatted-cont
        move intl-country-code to wrk-country-code
    end-if
    perform ship-formatted-record.

*> a formatted number goes to PHONEOUT and the master in a full run,
*> to the master alone in a delta run.
ship-formatted-record.
    perform parse-extension
    perform stamp-line-type
    if ws-full-mode
        write phone-out-record from phone-work-record
        add 1 to ws-out-count
        perform load-master-record
    else
        perform upsert-master-record
    end-if.

*> the exchange's line type for the number just formatted. A
*> flagged (status 16) number's exchange is never on the table, so
*> it ships with the line type blank like any other miss; a number
*> abroad has no exchange and is counted on its own.
stamp-line-type.
    move space to wrk-line-type
    if not wrk-domestic-number
        add 1 to ws-line-intl-count
        exit paragraph
    end-if
    if ws-nxxtab-open
        move arr(1:3) to nxx-npa
        move arr(4:3) to nxx-exchange
        read exchange-table-file
            not invalid key
                move nxx-line-type to wrk-line-type
        end-read
    end-if
    evaluate true
        when wrk-line-wireless add 1 to ws-line-wireless-count
        when wrk-line-landline add 1 to ws-line-landline-count
        when wrk-line-voip     add 1 to ws-line-voip-count
        when other             add 1 to ws-line-unknown-count
    end-evaluate.

*> full-mode load of the master alongside the PHONEOUT write. On a
*> RESTART the records between the last checkpoint and the abend are
*> already on the master, so a duplicate there is re-keyed with
    evaluate true
        when ws-phonemst-status = '00'
            add 1 to ws-mst-load-count
            perform record-full-load-history
        when ws-is-restart
                and (ws-phonemst-status = '21'
                    or ws-phonemst-status = '22')
            rewrite phone-master-record
            if ws-phonemst-status = '00'
                add 1 to ws-mst-load-count
                perform record-full-load-history
            else
                display 'PHONEBATCH: MASTER RELOAD FAILED FOR '
                    wrk-account-number ' STATUS=' ws-phonemst-status
    evaluate ws-phonemst-status
        when '00'
            add 1 to ws-mst-insert-count
            move 'A' to ws-hist-change-code
            move spaces to ws-hist-old-phone ws-hist-old-phone-cont
                ws-hist-old-extension ws-hist-old-status
            perform write-history-record
        when '22'
            perform read-master-before-image
            rewrite phone-master-record
            if ws-phonemst-status = '00'
                add 1 to ws-mst-update-count
                if mst-phone-formatted not = ws-hist-old-phone
                        or mst-phone-formatted-cont
                            not = ws-hist-old-phone-cont
                        or mst-extension not = ws-hist-old-extension
                        or mst-contact-status not = ws-hist-old-status
                    move 'C' to ws-hist-change-code
                    perform write-history-record
                end-if
            else
                display 'PHONEBATCH: MASTER REWRITE FAILED FOR '
                    wrk-account-number ' STATUS=' ws-phonemst-status
build-master-record.
    move phone-work-record to phone-master-record.

*> the record the upsert is about to replace, for its history before
*> image. The key is already in place from the failed WRITE; a read
*> failure here leaves the before image blank rather than stopping
*> the apply, and the REWRITE that follows reports its own status.
read-master-before-image.
    move spaces to ws-hist-old-phone ws-hist-old-phone-cont
        ws-hist-old-extension ws-hist-old-status
    read phone-master-file
    if ws-phonemst-status = '00'
        move mst-phone-formatted to ws-hist-old-phone
        move mst-phone-formatted-cont to ws-hist-old-phone-cont
        move mst-extension to ws-hist-old-extension
        move mst-contact-status to ws-hist-old-status
    end-if
    perform build-master-record.

*> full-run history: the master was recreated empty, so the before
*> image is the newest history entry for the key. No prior entry (or
*> a prior delete) makes this an add; an entry that already shows
*> tonight's values means nothing changed and nothing is written.
record-full-load-history.
    perform read-newest-history
    if ws-hist-has-prior
        if mst-phone-formatted = ws-hist-old-phone
                and mst-phone-formatted-cont = ws-hist-old-phone-cont
                and mst-extension = ws-hist-old-extension
                and mst-contact-status = ws-hist-old-status
            exit paragraph
        end-if
        move 'C' to ws-hist-change-code
    else
        move 'A' to ws-hist-change-code
    end-if
    perform write-history-record.

*> full-run sweep: the master is reopened for random reads and the
*> history is read end to end. The first entry of each account and
*> type is its newest (inverted timestamp); one that is not a delete
*> but whose key the new master no longer has records the drop. The
*> 'D' entry sorts ahead of the entry just read, so the sequential
*> read carries on past it.
record-dropped-history.
    close phone-master-file
    open input phone-master-file
    if ws-phonemst-status not = '00'
        display 'PHONEBATCH: UNABLE TO REOPEN PHONEMST FOR THE '
            'HISTORY SWEEP, STATUS=' ws-phonemst-status
        add 1 to ws-mst-error-count
        exit paragraph
    end-if
    move low-values to ws-sweep-prev-key
    move 'N' to ws-sweep-switch
    move low-values to hist-key
    start phone-history-file key is not less than hist-key
        invalid key
            set ws-sweep-done to true
    end-start
    perform until ws-sweep-done
        read phone-history-file next
            at end
                set ws-sweep-done to true
            not at end
                perform sweep-history-entry
        end-read
    end-perform.

sweep-history-entry.
    if hist-account-number = ws-sweep-prev-account
            and hist-phone-type = ws-sweep-prev-type
        exit paragraph
    end-if
    move hist-account-number to ws-sweep-prev-account
    move hist-phone-type to ws-sweep-prev-type
    if hist-deleted
        exit paragraph
    end-if
    move hist-new-phone-formatted to ws-hist-old-phone
    move hist-new-phone-cont to ws-hist-old-phone-cont
    move hist-new-extension to ws-hist-old-extension
    move hist-new-contact-status to ws-hist-old-status
    move ws-sweep-prev-account to mst-account-number
    move ws-sweep-prev-type to mst-phone-type
    read phone-master-file
    evaluate ws-phonemst-status
        when '00'
            continue
        when '23'
            move ws-sweep-prev-account to mst-account-number
            move ws-sweep-prev-type to mst-phone-type
            move 'D' to ws-hist-change-code
            perform write-history-record
            add 1 to ws-mst-dropped-count
        when other
            display 'PHONEBATCH: MASTER READ FAILED IN HISTORY SWEEP '
                'FOR ' ws-sweep-prev-account ' STATUS='
                ws-phonemst-status
            add 1 to ws-mst-error-count
    end-evaluate.

*> the inverted timestamp in the key puts the newest entry first, so
*> a GTEQ start on account + type + zeros lands right on it.
read-newest-history.
    move 'N' to ws-hist-prior-switch
    move spaces to ws-hist-old-phone ws-hist-old-phone-cont
        ws-hist-old-extension ws-hist-old-status
    move mst-account-number to hist-account-number
    move mst-phone-type to hist-phone-type
    move 0 to hist-inverted-stamp hist-sequence
    start phone-history-file key is not less than hist-key
        invalid key
            exit paragraph
    end-start
    read phone-history-file next
        at end
            exit paragraph
    end-read
    if hist-account-number = mst-account-number
            and hist-phone-type = mst-phone-type
            and not hist-deleted
        set ws-hist-has-prior to true
        move hist-new-phone-formatted to ws-hist-old-phone
        move hist-new-phone-cont to ws-hist-old-phone-cont
        move hist-new-extension to ws-hist-old-extension
        move hist-new-contact-status to ws-hist-old-status
    end-if.

*> one history entry for the master record in the record area, with
*> the before image staged in ws-hist-old-* and the change code in
*> ws-hist-change-code. Two changes to one record in the same second
*> (a delta carrying the same account twice) step the sequence down
*> so both are kept, the later sorting first.
write-history-record.
    move spaces to phone-history-record
    move mst-account-number to hist-account-number
    move mst-phone-type to hist-phone-type
    move ws-run-date to ws-hist-stamp-date
    move function current-date(9:6) to ws-hist-stamp-time
    compute hist-inverted-stamp = 99999999999999 - ws-hist-stamp-num
    move 99 to hist-sequence
    move ws-hist-stamp-date to hist-effective-date
    move ws-hist-stamp-time to hist-effective-time
    move ws-hist-change-code to hist-change-code
    move ws-hist-source-job to hist-source-job
    move ws-hist-old-phone to hist-old-phone-formatted
    move ws-hist-old-phone-cont to hist-old-phone-cont
    move ws-hist-old-extension to hist-old-extension
    move ws-hist-old-status to hist-old-contact-status
    if not hist-deleted
        move mst-phone-formatted to hist-new-phone-formatted
        move mst-phone-formatted-cont to hist-new-phone-cont
        move mst-extension to hist-new-extension
        move mst-contact-status to hist-new-contact-status
    end-if
    write phone-history-record
    perform until ws-phonehst-status not = '22'
            or hist-sequence = 0
        subtract 1 from hist-sequence
        write phone-history-record
    end-perform
    if ws-phonehst-status = '00'
        add 1 to ws-hist-write-count
    else
        display 'PHONEBATCH: HISTORY WRITE FAILED FOR '
            mst-account-number ' STATUS=' ws-phonehst-status
        add 1 to ws-hist-error-count
    end-if.

*> parse the free-form extension keyed upstream ('X1234', 'EXT 204',
*> bare digits) into the fixed OUT-EXTENSION shape 'X' + digits. An
*> extension that does not reduce to 1-5 digits after the optional
delete-master-record.
    move cust-account-number to mst-account-number
    move ws-phone-type to mst-phone-type
    *> read it first - the record going away is the history entry's
    *> before image.
    read phone-master-file
    if ws-phonemst-status = '00'
        move mst-phone-formatted to ws-hist-old-phone
        move mst-phone-formatted-cont to ws-hist-old-phone-cont
        move mst-extension to ws-hist-old-extension
        move mst-contact-status to ws-hist-old-status
        delete phone-master-file record
    end-if
    evaluate ws-phonemst-status
        when '00'
            add 1 to ws-mst-delete-count
            move 'D' to ws-hist-change-code
            perform write-history-record
        when '23'
            add 1 to ws-mst-delnf-count
        when other
    move cust-phone-raw to rej-phone-raw
    move phone-status to rej-phone-status
    move ws-phone-type to rej-phone-type
    if cust-phone-raw(1:1) = '+'
        move cust-phone-raw-cont to rej-phone-raw-cont
    else
        move spaces to rej-phone-raw-cont
    end-if
    write phone-reject-record
    add 1 to ws-reject-count
    evaluate phone-status
        when 28 add 1 to ws-rej-status-28
        when 32 add 1 to ws-rej-status-32
        when 36 add 1 to ws-rej-status-36
        when 40 add 1 to ws-rej-status-40
        when 44 add 1 to ws-rej-status-44
        when 48 add 1 to ws-rej-status-48
        when other add 1 to ws-rej-status-oth
    end-evaluate.

        move 'RECORDS LOADED TO PHONE MASTER....' to ws-rpt-label
        move ws-mst-load-count to ws-rpt-count
        perform write-report-count
        move 'DROPPED FROM EXTRACT (D HISTORY)..' to ws-rpt-label
        move ws-mst-dropped-count to ws-rpt-count
        perform write-report-count
    else
        move 'MASTER INSERTS APPLIED............' to ws-rpt-label
        move ws-mst-insert-count to ws-rpt-count
            move 8 to return-code
        end-if
    end-if
    move 'NUMBER HISTORY ENTRIES WRITTEN....' to ws-rpt-label
    move ws-hist-write-count to ws-rpt-count
    perform write-report-count
    if ws-hist-error-count > 0
        move 'HISTORY ERRORS (SEE JOB LOG)......' to ws-rpt-label
        move ws-hist-error-count to ws-rpt-count
        perform write-report-count
        if return-code = 0
            move 8 to return-code
        end-if
    end-if
    move 'RECORDS WRITTEN TO PHONEREJ.......' to ws-rpt-label
    move ws-reject-count to ws-rpt-count
    perform write-report-count
    move '  36 LINE IN FICTIONAL 555-01XX...' to ws-rpt-label
    move ws-rej-status-36 to ws-rpt-count
    perform write-report-count
    move '  40 EXCHANGE NOT ASSIGNED........' to ws-rpt-label
    move ws-rej-status-40 to ws-rpt-count
    perform write-report-count
    move '  44 COUNTRY CODE NOT ON CTRYTAB..' to ws-rpt-label
    move ws-rej-status-44 to ws-rpt-count
    perform write-report-count
    move '  48 WRONG LENGTH FOR COUNTRY.....' to ws-rpt-label
    move ws-rej-status-48 to ws-rpt-count
    perform write-report-count
    if ws-rej-status-oth > 0
        move '  OTHER STATUS VALUES.............' to ws-rpt-label
        move ws-rej-status-oth to ws-rpt-count
    move spaces to ws-rpt-text
    perform write-report-text

    move 'SHIPPED BY EXCHANGE LINE TYPE' to ws-rpt-text
    perform write-report-text
    move '  W WIRELESS......................' to ws-rpt-label
    move ws-line-wireless-count to ws-rpt-count
    perform write-report-count
    move '  L LANDLINE......................' to ws-rpt-label
    move ws-line-landline-count to ws-rpt-count
    perform write-report-count
    move '  V VOIP..........................' to ws-rpt-label
    move ws-line-voip-count to ws-rpt-count
    perform write-report-count
    move '  LINE TYPE NOT ON FILE...........' to ws-rpt-label
    move ws-line-unknown-count to ws-rpt-count
    perform write-report-count
    move '  INTERNATIONAL - NO EXCHANGE.....' to ws-rpt-label
    move ws-line-intl-count to ws-rpt-count
    perform write-report-count
    move spaces to ws-rpt-text
    perform write-report-text

    compute ws-balance-expected = ws-record-count - ws-restart-rrn
    if ws-delta-mode
        compute ws-balance-disposed = ws-mst-insert-count
        close phone-out-file
    end-if
    close phone-master-file
    close phone-history-file
    if ws-nxxtab-open
        close exchange-table-file
    end-if
    close phone-reject-file
    close checkpoint-file
    close control-report-file.
