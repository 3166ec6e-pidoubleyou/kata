identification division.
program-id. PHONEREFLG.
*> Bad-area-code flag re-sweep. OUT-AREA-CODE-FLAG '*' on the phone
*> master is only decided when PHONEBATCH (or PHONERECYC/PHONESPLIT)
*> loads a record, from the NANP table as it stood that night. When
*> NANM takes an area code out of service, or a code drops off the
*> table, every master record already carrying it keeps a blank
*> flag until the account happens to come through a delta - and a
*> code added or put back in service leaves its old '*' flags in
*> place. This job finds the area codes that changed, decides each
*> one's flag from the table as it is now (on the table and in
*> service: blank; out of service or not on the table at all: '*'),
*> sweeps the phone master and rewrites every record of those codes
*> whose flag disagrees. PINQ, the PHONEDIAL exceptions and
*> PHONESHARE then see the table as it is, not as it was.
*> Where the changed codes come from (PARM):
*>   ''        - the NANM audit trail (NANPAUD, see NAUDREC): every
*>               add, and every update that flipped the in-service
*>               flag, stamped after the newest audit record the
*>               previous run took in. That high-water stamp is
*>               kept on the control file (REFLCTL - one line
*>               appended per run, the last line wins); an empty
*>               control file means every change on file.
*>   'COMPARE' - the NANPUNLD compare report (NANPCMP): every
*>               ADDED, REMOVED and CHANGED area code on it. This
*>               is how a code that left the table without NANM -
*>               a rebuild from an edited seed - gets swept; the
*>               control file is not touched.
*> The impact report (RFLGRPT) gives, per changed code, what the
*> change was, the code's standing on the table now, and how many
*> accounts and how many home, work and mobile numbers were flagged
*> or cleared, with the records that were already right.
*> A file that cannot be opened, or more changed codes than the
*> table holds, ends the run RETURN-CODE 16 before the sweep starts
*> and leaves the control file alone, so the next run picks the
*> same changes up again. Master rewrite failures end RETURN-CODE 8;
*> the high-water stamp is still advanced, since a rerun decides
*> every flag from the table afresh and a COMPARE or full rerun
*> can always repeat the sweep.
environment division.
input-output section.
file-control.
    select nanp-audit-file assign to NANPAUD
        organization is sequential
        file status is ws-nanpaud-status.

    select compare-report-file assign to NANPCMP
        organization is sequential
        file status is ws-nanpcmp-status.

    select reflag-control-file assign to REFLCTL
        organization is sequential
        file status is ws-reflctl-status.

    select area-code-table assign to NANPTAB
        organization is indexed
        access mode is random
        record key is nanp-area-code
        file status is ws-nanp-status.

    select phone-master-file assign to PHONEMST
        organization is indexed
        access mode is sequential
        record key is mst-master-key
        file status is ws-phonemst-status.

    select reflag-report-file assign to RFLGRPT
        organization is sequential
        file status is ws-rflgrpt-status.

data division.
file section.
fd  nanp-audit-file
    recording mode is f.
copy NAUDREC.

fd  compare-report-file
    recording mode is f.
*> the NANPUNLD compare line: class word, SEED/TABLE tag and the
*> area code image - see ws-cmp-line in NANPUNLD.
01  compare-report-record.
    05  cmp-class            pic x(8).
    05  filler               pic x(1).
    05  cmp-tag              pic x(6).
    05  filler               pic x(1).
    05  cmp-area-code        pic x(3).
    05  filler               pic x(61).

fd  reflag-control-file
    recording mode is f.
*> one line per audit-mode run: when it ran, the stamp of the newest
*> NANM audit record taken in so far, and how many codes it swept.
01  reflag-control-record.
    05  rfc-run-date         pic x(8).
    05  rfc-run-time         pic x(6).
    05  rfc-audit-date       pic x(8).
    05  rfc-audit-time       pic x(6).
    05  rfc-code-count       pic 9(5).
    05  filler               pic x(47).

fd  area-code-table.
copy NANPREC.

fd  phone-master-file.
copy POUTREC replacing ==phone-out-record== by ==phone-master-record==
    leading ==out-== by ==mst-==.

fd  reflag-report-file
    recording mode is f.
01  reflag-report-line       pic x(80).

working-storage section.
01  ws-nanpaud-status     pic x(2).
01  ws-nanpcmp-status     pic x(2).
01  ws-reflctl-status     pic x(2).
01  ws-nanp-status        pic x(2).
01  ws-phonemst-status    pic x(2).
01  ws-rflgrpt-status     pic x(2).
01  ws-src-eof-switch     pic x(1)   value 'N'.
    88  ws-src-end-of-file           value 'Y'.
01  ws-ctl-eof-switch     pic x(1)   value 'N'.
    88  ws-ctl-end-of-file           value 'Y'.
01  ws-mst-eof-switch     pic x(1)   value 'N'.
    88  ws-mst-end-of-file           value 'Y'.

01  ws-compare-switch     pic x(1)   value 'N'.
    88  ws-compare-mode              value 'Y'.
    88  ws-audit-mode                value 'N'.

01  ws-run-stamp.
    05  ws-run-date       pic x(8).
    05  ws-run-time       pic x(6).
*> newest audit record stamp taken in by the previous run, and the
*> newest taken in by this one.
01  ws-last-stamp.
    05  ws-last-date      pic x(8)   value low-values.
    05  ws-last-time      pic x(6)   value low-values.
01  ws-high-stamp.
    05  ws-high-date      pic x(8).
    05  ws-high-time      pic x(6).
01  ws-audit-stamp.
    05  ws-audit-date     pic x(8).
    05  ws-audit-time     pic x(6).

*> the changed area codes, with the flag each one's records should
*> now carry and the sweep's counts for it. A busy night on NANM is
*> a handful of codes; a split or a seed rebuild a few dozen.
01  ws-chg-max            pic 9(3)   value 300.
01  ws-chg-used           pic 9(3)   value 0.
01  ws-chg-table.
    05  ws-chg-entry occurs 300 times indexed by chg-idx.
        10  ws-chg-area-code      pic x(3).
        10  ws-chg-change         pic x(8).
        10  ws-chg-standing       pic x(14).
        10  ws-chg-flag           pic x(1).
        10  ws-chg-last-account   pic x(10).
        10  ws-chg-accounts       pic 9(7).
        10  ws-chg-home           pic 9(7).
        10  ws-chg-work           pic 9(7).
        10  ws-chg-mobile         pic 9(7).
        10  ws-chg-already        pic 9(7).
01  ws-chg-hit-switch     pic x(1).
    88  ws-chg-hit                   value 'Y'.
01  ws-find-code          pic x(3).
01  ws-new-change         pic x(8).

01  ws-source-count       pic 9(9)   value 0.
01  ws-read-count         pic 9(9)   value 0.
01  ws-match-count        pic 9(9)   value 0.
01  ws-flagged-count      pic 9(9)   value 0.
01  ws-cleared-count      pic 9(9)   value 0.
01  ws-unparsable-count   pic 9(9)   value 0.
*> numbers abroad (country code on the record) - no area code.
01  ws-intl-count         pic 9(9)   value 0.
01  ws-rewrite-err-count  pic 9(9)   value 0.

01  ws-digit-count        pic 9(2).
01  ws-idx                pic 9(2).
01  ws-digits             pic x(11).

01  ws-rpt-timestamp      pic x(21).
01  ws-rpt-detail.
    05  ws-rpt-label      pic x(34).
    05  ws-rpt-count      pic z(8)9.
    05  filler            pic x(37)  value spaces.
01  ws-rpt-text-line.
    05  ws-rpt-text       pic x(80).
01  ws-code-line.
    05  ws-cl-area-code   pic x(3).
    05  filler            pic x(2)   value spaces.
    05  ws-cl-change      pic x(8).
    05  filler            pic x(1)   value space.
    05  ws-cl-standing    pic x(14).
    05  filler            pic x(1)   value space.
    05  ws-cl-action      pic x(7).
    05  filler            pic x(1)   value space.
    05  ws-cl-accounts    pic z(6)9.
    05  filler            pic x(1)   value space.
    05  ws-cl-home        pic z(5)9.
    05  filler            pic x(1)   value space.
    05  ws-cl-work        pic z(5)9.
    05  filler            pic x(1)   value space.
    05  ws-cl-mobile      pic z(5)9.
    05  filler            pic x(1)   value space.
    05  ws-cl-already     pic z(6)9.
    05  filler            pic x(7)   value spaces.

linkage section.
01  ws-parm.
    05  ws-parm-length  pic s9(4) comp.
    05  ws-parm-data    pic x(80).

procedure division using ws-parm.
main-process.
    move function current-date(1:14) to ws-run-stamp
    if ws-parm-length >= 7
            and ws-parm-data(1:7) = 'COMPARE'
        set ws-compare-mode to true
    end-if
    perform open-files
    if return-code not = 16
        perform load-changed-codes
    end-if
    if return-code not = 16
        perform set-code-standing
            varying chg-idx from 1 by 1 until chg-idx > ws-chg-used
    end-if
    perform write-report-heading
    if return-code not = 16 and ws-chg-used > 0
        perform read-master-file
        perform until ws-mst-end-of-file
            perform process-master-record
            perform read-master-file
        end-perform
        perform write-code-line
            varying chg-idx from 1 by 1 until chg-idx > ws-chg-used
    end-if
    perform write-summary
    if return-code not = 16 and ws-audit-mode
        perform post-control-record
    end-if
    perform close-files
    display 'PHONEREFLG: ' ws-chg-used ' area codes changed, '
        ws-read-count ' master read, '
        ws-flagged-count ' flagged, '
        ws-cleared-count ' cleared'
    if ws-rewrite-err-count > 0
        display 'PHONEREFLG: ' ws-rewrite-err-count
            ' REWRITE ERRORS - SEE JOB LOG'
        if return-code = 0
            move 8 to return-code
        end-if
    end-if
    goback.

*> the control file is read through to its last line before anything
*> else - that line's stamp is where this run's audit scan starts.
open-files.
    if ws-compare-mode
        open input compare-report-file
        if ws-nanpcmp-status not = '00'
            display 'PHONEREFLG: UNABLE TO OPEN NANPCMP, STATUS='
                ws-nanpcmp-status
            move 16 to return-code
        end-if
    else
        perform read-control-file
        open input nanp-audit-file
        if ws-nanpaud-status not = '00'
            display 'PHONEREFLG: UNABLE TO OPEN NANPAUD, STATUS='
                ws-nanpaud-status
            move 16 to return-code
        end-if
    end-if
    open input area-code-table
    if ws-nanp-status not = '00'
        display 'PHONEREFLG: UNABLE TO OPEN NANPTAB, STATUS='
            ws-nanp-status
        move 16 to return-code
    end-if
    open i-o phone-master-file
    if ws-phonemst-status not = '00'
        display 'PHONEREFLG: UNABLE TO OPEN PHONEMST, STATUS='
            ws-phonemst-status
        move 16 to return-code
    end-if
    open output reflag-report-file
    if ws-rflgrpt-status not = '00'
        display 'PHONEREFLG: UNABLE TO OPEN RFLGRPT, STATUS='
            ws-rflgrpt-status
        move 16 to return-code
    end-if.

read-control-file.
    open input reflag-control-file
    if ws-reflctl-status not = '00'
        display 'PHONEREFLG: UNABLE TO OPEN REFLCTL, STATUS='
            ws-reflctl-status
        move 16 to return-code
        exit paragraph
    end-if
    perform until ws-ctl-end-of-file
        read reflag-control-file
            at end
                move 'Y' to ws-ctl-eof-switch
            not at end
                move rfc-audit-date to ws-last-date
                move rfc-audit-time to ws-last-time
        end-read
    end-perform
    close reflag-control-file
    if ws-last-date = low-values
        display 'PHONEREFLG: NO PREVIOUS RUN ON REFLCTL - TAKING '
            'EVERY NANM CHANGE ON FILE'
    end-if.

load-changed-codes.
    move ws-last-stamp to ws-high-stamp
    perform read-source-file
    perform until ws-src-end-of-file
        if ws-compare-mode
            perform take-compare-line
        else
            perform take-audit-record
        end-if
        perform read-source-file
    end-perform.

read-source-file.
    if ws-compare-mode
        read compare-report-file
            at end move 'Y' to ws-src-eof-switch
            not at end add 1 to ws-source-count
        end-read
    else
        read nanp-audit-file
            at end move 'Y' to ws-src-eof-switch
            not at end add 1 to ws-source-count
        end-read
    end-if.

*> an add always counts (the code may carry old '*' flags from
*> before it was on the table); an update only when it flipped the
*> in-service flag - a new description or time zone does not change
*> anybody's flag.
take-audit-record.
    move naud-date to ws-audit-date
    move naud-time to ws-audit-time
    if ws-audit-stamp not > ws-last-stamp
        exit paragraph
    end-if
    if ws-audit-stamp > ws-high-stamp
        move ws-audit-stamp to ws-high-stamp
    end-if
    evaluate true
        when naud-action = 'A'
            move 'ADDED' to ws-new-change
        when naud-action = 'U'
                and naud-before-insvc = naud-after-insvc
            exit paragraph
        when naud-action = 'U' and naud-after-insvc = 'Y'
            move 'IN SVC' to ws-new-change
        when naud-action = 'U'
            move 'OUT SVC' to ws-new-change
        when other
            exit paragraph
    end-evaluate
    move naud-area-code to ws-find-code
    perform add-changed-code.

*> headings, counts and the TABLE half of a CHANGED pair all fall
*> through - only the class lines name a code.
take-compare-line.
    if cmp-class not = 'ADDED' and cmp-class not = 'REMOVED'
            and cmp-class not = 'CHANGED'
        exit paragraph
    end-if
    if cmp-area-code is not numeric
        exit paragraph
    end-if
    move cmp-class to ws-new-change
    move cmp-area-code to ws-find-code
    perform add-changed-code.

*> the latest change to a code names it on the report; the flag is
*> decided from the table whatever the history.
add-changed-code.
    perform find-changed-code
    if ws-chg-hit
        move ws-new-change to ws-chg-change (chg-idx)
        exit paragraph
    end-if
    if ws-chg-used >= ws-chg-max
        display 'PHONEREFLG: MORE THAN ' ws-chg-max
            ' CHANGED AREA CODES - RAISE THE TABLE LIMIT'
        move 16 to return-code
        move 'Y' to ws-src-eof-switch
        exit paragraph
    end-if
    add 1 to ws-chg-used
    set chg-idx to ws-chg-used
    move ws-find-code to ws-chg-area-code (chg-idx)
    move ws-new-change to ws-chg-change (chg-idx)
    move spaces to ws-chg-standing (chg-idx)
    move space to ws-chg-flag (chg-idx)
    move low-values to ws-chg-last-account (chg-idx)
    move 0 to ws-chg-accounts (chg-idx) ws-chg-home (chg-idx)
        ws-chg-work (chg-idx) ws-chg-mobile (chg-idx)
        ws-chg-already (chg-idx).

*> leaves chg-idx on the code's entry when there is one.
find-changed-code.
    move 'N' to ws-chg-hit-switch
    perform varying chg-idx from 1 by 1
            until chg-idx > ws-chg-used or ws-chg-hit
        if ws-chg-area-code (chg-idx) = ws-find-code
            move 'Y' to ws-chg-hit-switch
        end-if
    end-perform
    if ws-chg-hit
        set chg-idx down by 1
    end-if.

*> the same rule CreatePhoneNumber applies at load time: not on the
*> table, or on it out of service, is PHONE-STATUS 16 - the '*'.
set-code-standing.
    move ws-chg-area-code (chg-idx) to nanp-area-code
    read area-code-table
        invalid key
            move 'NOT ON TABLE' to ws-chg-standing (chg-idx)
            move '*' to ws-chg-flag (chg-idx)
        not invalid key
            if nanp-code-in-service
                move 'IN SERVICE' to ws-chg-standing (chg-idx)
                move space to ws-chg-flag (chg-idx)
            else
                move 'OUT OF SERVICE' to ws-chg-standing (chg-idx)
                move '*' to ws-chg-flag (chg-idx)
            end-if
    end-read.

read-master-file.
    read phone-master-file
        at end move 'Y' to ws-mst-eof-switch
        not at end add 1 to ws-read-count
    end-read.

process-master-record.
    if not mst-domestic-number
        add 1 to ws-intl-count
        exit paragraph
    end-if
    perform extract-master-digits
    if ws-digit-count not = 10
        add 1 to ws-unparsable-count
        exit paragraph
    end-if
    move ws-digits(1:3) to ws-find-code
    perform find-changed-code
    if not ws-chg-hit
        exit paragraph
    end-if
    add 1 to ws-match-count
    if mst-area-code-flag = ws-chg-flag (chg-idx)
        add 1 to ws-chg-already (chg-idx)
        exit paragraph
    end-if
    move ws-chg-flag (chg-idx) to mst-area-code-flag
    rewrite phone-master-record
    if ws-phonemst-status not = '00'
        display 'PHONEREFLG: MASTER REWRITE FAILED FOR '
            mst-account-number ' STATUS=' ws-phonemst-status
        add 1 to ws-rewrite-err-count
        exit paragraph
    end-if
    if mst-area-code-flag = '*'
        add 1 to ws-flagged-count
    else
        add 1 to ws-cleared-count
    end-if
    *> the master is in account order, so an account's numbers
    *> under one code arrive together.
    if mst-account-number not = ws-chg-last-account (chg-idx)
        add 1 to ws-chg-accounts (chg-idx)
        move mst-account-number to ws-chg-last-account (chg-idx)
    end-if
    evaluate true
        when mst-type-home
            add 1 to ws-chg-home (chg-idx)
        when mst-type-work
            add 1 to ws-chg-work (chg-idx)
        when mst-type-mobile
            add 1 to ws-chg-mobile (chg-idx)
    end-evaluate.

*> pull the 10 digits back out of the formatted number, the same
*> strip PHONESPLIT uses - works whatever FORMAT-CODE shape the
*> record was loaded with.
extract-master-digits.
    move spaces to ws-digits
    move 0 to ws-digit-count
    perform varying ws-idx from 1 by 1 until ws-idx > 14
        if mst-phone-formatted(ws-idx:1) >= '0'
                and mst-phone-formatted(ws-idx:1) <= '9'
            add 1 to ws-digit-count
            if ws-digit-count <= 11
                move mst-phone-formatted(ws-idx:1)
                    to ws-digits(ws-digit-count:1)
            end-if
        end-if
    end-perform
    if ws-digit-count = 11 and ws-digits(1:1) = '1'
        move ws-digits(2:10) to ws-digits(1:10)
        move 10 to ws-digit-count
    end-if.

*> appended even when nothing changed, so the file shows every run;
*> a posting failure is reported but the sweep itself stands.
post-control-record.
    open extend reflag-control-file
    if ws-reflctl-status not = '00'
        display 'PHONEREFLG: UNABLE TO POST REFLCTL, STATUS='
            ws-reflctl-status
        if return-code = 0
            move 8 to return-code
        end-if
        exit paragraph
    end-if
    move spaces to reflag-control-record
    move ws-run-date to rfc-run-date
    move ws-run-time to rfc-run-time
    move ws-high-date to rfc-audit-date
    move ws-high-time to rfc-audit-time
    move ws-chg-used to rfc-code-count
    write reflag-control-record
    close reflag-control-file.

write-report-heading.
    move function current-date(1:14) to ws-rpt-timestamp
    move spaces to ws-rpt-text
    string 'AREA CODE FLAG RE-SWEEP  RUN '
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
    if ws-compare-mode
        move 'SOURCE: NANPUNLD COMPARE REPORT' to ws-rpt-text
    else
        if ws-last-date = low-values
            move 'SOURCE: NANM AUDIT - EVERY CHANGE ON FILE'
                to ws-rpt-text
        else
            string 'SOURCE: NANM AUDIT - CHANGES AFTER '
                ws-last-date(1:4) '-'
                ws-last-date(5:2) '-'
                ws-last-date(7:2) ' '
                ws-last-time(1:2) ':'
                ws-last-time(3:2) ':'
                ws-last-time(5:2)
                into ws-rpt-text
            end-string
        end-if
    end-if
    perform write-report-text
    move spaces to ws-rpt-text
    perform write-report-text
    string 'CODE CHANGE   ON TABLE NOW   FLAG   ACCO'
        'UNTS   HOME   WORK MOBILE ALREADY'
        delimited by size into ws-rpt-text
    end-string
    perform write-report-text
    move spaces to ws-rpt-text
    perform write-report-text.

*> one line per changed code; the action is the same for every
*> record of the code, since the table decides it.
write-code-line.
    move ws-chg-area-code (chg-idx) to ws-cl-area-code
    move ws-chg-change (chg-idx) to ws-cl-change
    move ws-chg-standing (chg-idx) to ws-cl-standing
    if ws-chg-flag (chg-idx) = '*'
        move 'FLAGGED' to ws-cl-action
    else
        move 'CLEARED' to ws-cl-action
    end-if
    move ws-chg-accounts (chg-idx) to ws-cl-accounts
    move ws-chg-home (chg-idx) to ws-cl-home
    move ws-chg-work (chg-idx) to ws-cl-work
    move ws-chg-mobile (chg-idx) to ws-cl-mobile
    move ws-chg-already (chg-idx) to ws-cl-already
    write reflag-report-line from ws-code-line.

write-summary.
    move spaces to ws-rpt-text
    perform write-report-text
    if ws-chg-used = 0 and return-code not = 16
        move 'NO AREA CODE CHANGES - MASTER NOT SWEPT' to ws-rpt-text
        perform write-report-text
        move spaces to ws-rpt-text
        perform write-report-text
    end-if
    move 'SUMMARY' to ws-rpt-text
    perform write-report-text
    if ws-compare-mode
        move 'COMPARE REPORT LINES READ.........' to ws-rpt-label
    else
        move 'NANM AUDIT RECORDS READ...........' to ws-rpt-label
    end-if
    move ws-source-count to ws-rpt-count
    perform write-report-count
    move 'AREA CODES CHANGED................' to ws-rpt-label
    move ws-chg-used to ws-rpt-count
    perform write-report-count
    move 'MASTER RECORDS READ...............' to ws-rpt-label
    move ws-read-count to ws-rpt-count
    perform write-report-count
    move 'RECORDS UNDER A CHANGED CODE......' to ws-rpt-label
    move ws-match-count to ws-rpt-count
    perform write-report-count
    move 'RECORDS FLAGGED *.................' to ws-rpt-label
    move ws-flagged-count to ws-rpt-count
    perform write-report-count
    move 'RECORDS CLEARED...................' to ws-rpt-label
    move ws-cleared-count to ws-rpt-count
    perform write-report-count
    if ws-unparsable-count > 0
        move 'RECORDS NOT PARSABLE..............' to ws-rpt-label
        move ws-unparsable-count to ws-rpt-count
        perform write-report-count
    end-if
    if ws-intl-count > 0
        move 'INTERNATIONAL NUMBERS SKIPPED.....' to ws-rpt-label
        move ws-intl-count to ws-rpt-count
        perform write-report-count
    end-if
    if ws-rewrite-err-count > 0
        move 'REWRITE FAILURES (SEE JOB LOG)....' to ws-rpt-label
        move ws-rewrite-err-count to ws-rpt-count
        perform write-report-count
    end-if.

write-report-count.
    write reflag-report-line from ws-rpt-detail.

write-report-text.
    write reflag-report-line from ws-rpt-text-line.

close-files.
    if ws-compare-mode
        close compare-report-file
    else
        close nanp-audit-file
    end-if
    close area-code-table
    close phone-master-file
    close reflag-report-file.

end program PHONEREFLG.
