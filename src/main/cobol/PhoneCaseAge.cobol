identification division.
program-id. PHONECAGE.
*> Weekly contact-recovery case aging report. Reads the case file
*> (CASES, see PCASREC) and lists every case still open or in
*> progress, grouped by the rep it is assigned to - unassigned
*> cases first, under (UNASSIGNED) - oldest first inside each rep,
*> aged from the date the case was opened into the same 0-29 /
*> 30-59 / 60-89 / 90+ day buckets PHONESAGE uses for suspense. Each
*> rep's group closes with that rep's count per bucket, and the
*> report ends with the totals, so a supervisor can see at a glance
*> who is sitting on old cases. Resolved and closed cases are not
*> listed. A case whose opened date is not a usable date is counted
*> with the oldest, as PHONESAGE does.
environment division.
input-output section.
file-control.
    select case-file assign to CASES
        organization is indexed
        access mode is sequential
        record key is case-key
        file status is ws-cases-status.

    select age-report-file assign to CAGERPT
        organization is sequential
        file status is ws-cagerpt-status.

    select sort-file assign to SORTWK01.

data division.
file section.
fd  case-file.
copy PCASREC.

fd  age-report-file
    recording mode is f.
01  age-report-line          pic x(80).

sd  sort-file.
01  sort-record.
    05  srt-rep              pic x(8).
    05  srt-opened-date      pic x(8).
    05  srt-account          pic x(10).
    05  srt-type             pic x(1).
    05  srt-status           pic x(1).
    05  srt-repeat           pic 9(3).
    05  srt-last-action-date pic x(8).
    05  srt-dead-phone       pic x(14).

working-storage section.
01  ws-cases-status       pic x(2).
01  ws-cagerpt-status     pic x(2).
01  ws-eof-switch         pic x(1)   value 'N'.
    88  ws-end-of-file               value 'Y'.
01  ws-sort-eof-switch    pic x(1)   value 'N'.
    88  ws-sort-end                  value 'Y'.

01  ws-run-date           pic x(8).
01  ws-run-date-num       pic 9(8).
01  ws-run-date-int       pic 9(7).
01  ws-opened-date-num    pic 9(8).
01  ws-age-days           pic s9(5).

01  ws-read-count         pic 9(9)   value 0.
01  ws-active-count       pic 9(9)   value 0.
01  ws-open-count         pic 9(9)   value 0.
01  ws-progress-count     pic 9(9)   value 0.
01  ws-rep-total-count    pic 9(9)   value 0.
01  ws-unassigned-count   pic 9(9)   value 0.
01  ws-baddate-count      pic 9(9)   value 0.
01  ws-bucket-0-count     pic 9(9)   value 0.
01  ws-bucket-30-count    pic 9(9)   value 0.
01  ws-bucket-60-count    pic 9(9)   value 0.
01  ws-bucket-90-count    pic 9(9)   value 0.

*> the current rep's group
01  ws-group-switch       pic x(1)   value 'N'.
    88  ws-group-open                value 'Y'.
01  ws-prev-rep           pic x(8).
01  ws-group-count        pic 9(9)   value 0.
01  ws-group-0-count      pic 9(9)   value 0.
01  ws-group-30-count     pic 9(9)   value 0.
01  ws-group-60-count     pic 9(9)   value 0.
01  ws-group-90-count     pic 9(9)   value 0.
01  ws-bucket-label       pic x(5).

01  ws-rpt-timestamp      pic x(21).
01  ws-rpt-detail.
    05  ws-rpt-label      pic x(34).
    05  ws-rpt-count      pic z(8)9.
    05  filler            pic x(37)  value spaces.
01  ws-rpt-text-line.
    05  ws-rpt-text       pic x(80).
01  ws-group-head-line.
    05  filler            pic x(4)   value 'REP '.
    05  ws-gh-rep         pic x(12).
    05  filler            pic x(64)  value spaces.
01  ws-detail-line.
    05  filler            pic x(2)   value spaces.
    05  ws-dt-account     pic x(10).
    05  filler            pic x(1)   value space.
    05  ws-dt-type        pic x(1).
    05  filler            pic x(1)   value space.
    05  ws-dt-status      pic x(1).
    05  filler            pic x(2)   value spaces.
    05  ws-dt-opened-date pic x(8).
    05  filler            pic x(2)   value spaces.
    05  ws-dt-age         pic z(4)9.
    05  filler            pic x(2)   value spaces.
    05  ws-dt-bucket      pic x(5).
    05  filler            pic x(2)   value spaces.
    05  ws-dt-repeat      pic zz9.
    05  filler            pic x(2)   value spaces.
    05  ws-dt-last-action pic x(8).
    05  filler            pic x(2)   value spaces.
    05  ws-dt-dead-phone  pic x(14).
    05  filler            pic x(9)   value spaces.

procedure division.
main-process.
    move function current-date(1:8) to ws-run-date
    move ws-run-date to ws-run-date-num
    compute ws-run-date-int
        = function integer-of-date(ws-run-date-num)
    perform open-files
    if return-code < 12
        perform write-report-heading
        sort sort-file
            on ascending key srt-rep srt-opened-date srt-account
                srt-type
            input procedure is load-sort-records
            output procedure is report-by-rep
        perform write-summary
    end-if
    perform close-files
    display 'PHONECAGE: ' ws-read-count ' cases read, '
        ws-active-count ' open or in progress, '
        ws-bucket-90-count ' aged 90+ days'
    goback.

open-files.
    open input case-file
    if ws-cases-status not = '00'
        display 'PHONECAGE: UNABLE TO OPEN CASES, STATUS='
            ws-cases-status
        move 'Y' to ws-eof-switch
        move 12 to return-code
    end-if
    open output age-report-file
    if ws-cagerpt-status not = '00'
        display 'PHONECAGE: UNABLE TO OPEN CAGERPT, STATUS='
            ws-cagerpt-status
        move 'Y' to ws-eof-switch
        move 12 to return-code
    end-if.

load-sort-records.
    perform read-case-file
    perform until ws-end-of-file
        if case-active
            add 1 to ws-active-count
            if case-open
                add 1 to ws-open-count
            else
                add 1 to ws-progress-count
            end-if
            move case-rep to srt-rep
            move case-opened-date to srt-opened-date
            move case-account-number to srt-account
            move case-phone-type to srt-type
            move case-status to srt-status
            move case-repeat-count to srt-repeat
            move case-last-action-date to srt-last-action-date
            move case-dead-phone to srt-dead-phone
            release sort-record
        end-if
        perform read-case-file
    end-perform.

read-case-file.
    read case-file
        at end move 'Y' to ws-eof-switch
        not at end add 1 to ws-read-count
    end-read.

*> the sort delivers the cases grouped by rep (blank - unassigned -
*> sorts first) and oldest-first inside each group.
report-by-rep.
    perform return-sort-record
    perform until ws-sort-end
        if not ws-group-open or srt-rep not = ws-prev-rep
            perform close-rep-group
            move srt-rep to ws-prev-rep
            perform write-group-heading
        end-if
        perform write-detail-line
        perform return-sort-record
    end-perform
    perform close-rep-group.

return-sort-record.
    return sort-file
        at end move 'Y' to ws-sort-eof-switch
    end-return.

write-group-heading.
    set ws-group-open to true
    if srt-rep = spaces
        move '(UNASSIGNED)' to ws-gh-rep
    else
        move srt-rep to ws-gh-rep
        add 1 to ws-rep-total-count
    end-if
    write age-report-line from ws-group-head-line.

write-detail-line.
    perform compute-age-bucket
    move srt-account to ws-dt-account
    move srt-type to ws-dt-type
    move srt-status to ws-dt-status
    move srt-opened-date to ws-dt-opened-date
    if ws-age-days < 0
        move 0 to ws-dt-age
    else
        move ws-age-days to ws-dt-age
    end-if
    move ws-bucket-label to ws-dt-bucket
    move srt-repeat to ws-dt-repeat
    move srt-last-action-date to ws-dt-last-action
    move srt-dead-phone to ws-dt-dead-phone
    write age-report-line from ws-detail-line
    add 1 to ws-group-count
    if srt-rep = spaces
        add 1 to ws-unassigned-count
    end-if.

*> age in days from the date the case opened - the date DIALRESULT
*> first marked the number dead.
compute-age-bucket.
    if srt-opened-date is numeric
        move srt-opened-date to ws-opened-date-num
        compute ws-age-days = ws-run-date-int
            - function integer-of-date(ws-opened-date-num)
    else
        add 1 to ws-baddate-count
        move 99999 to ws-age-days
    end-if
    evaluate true
        when ws-age-days >= 90
            move '90+  ' to ws-bucket-label
            add 1 to ws-bucket-90-count ws-group-90-count
        when ws-age-days >= 60
            move '60-89' to ws-bucket-label
            add 1 to ws-bucket-60-count ws-group-60-count
        when ws-age-days >= 30
            move '30-59' to ws-bucket-label
            add 1 to ws-bucket-30-count ws-group-30-count
        when other
            move '0-29 ' to ws-bucket-label
            add 1 to ws-bucket-0-count ws-group-0-count
    end-evaluate.

close-rep-group.
    if ws-group-open
        move '  CASES FOR THIS REP..............' to ws-rpt-label
        move ws-group-count to ws-rpt-count
        perform write-report-count
        move '    AGED 0-29 DAYS................' to ws-rpt-label
        move ws-group-0-count to ws-rpt-count
        perform write-report-count
        move '    AGED 30-59 DAYS...............' to ws-rpt-label
        move ws-group-30-count to ws-rpt-count
        perform write-report-count
        move '    AGED 60-89 DAYS...............' to ws-rpt-label
        move ws-group-60-count to ws-rpt-count
        perform write-report-count
        move '    AGED 90 DAYS OR MORE..........' to ws-rpt-label
        move ws-group-90-count to ws-rpt-count
        perform write-report-count
        move spaces to ws-rpt-text
        perform write-report-text
    end-if
    move 'N' to ws-group-switch
    move 0 to ws-group-count ws-group-0-count ws-group-30-count
        ws-group-60-count ws-group-90-count.

write-report-heading.
    move function current-date(1:14) to ws-rpt-timestamp
    move spaces to ws-rpt-text
    string 'CONTACT-RECOVERY CASE AGING BY REP  RUN '
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
    move '  ACCOUNT    T S  OPENED      AGE  BUCKET RPT  LAST ACT'
        to ws-rpt-text
    move 'DEAD NUMBER' to ws-rpt-text(58:11)
    perform write-report-text
    move spaces to ws-rpt-text
    perform write-report-text.

write-summary.
    move 'SUMMARY' to ws-rpt-text
    perform write-report-text
    move 'CASES READ........................' to ws-rpt-label
    move ws-read-count to ws-rpt-count
    perform write-report-count
    move 'OPEN OR IN PROGRESS...............' to ws-rpt-label
    move ws-active-count to ws-rpt-count
    perform write-report-count
    move '  OPEN............................' to ws-rpt-label
    move ws-open-count to ws-rpt-count
    perform write-report-count
    move '  IN PROGRESS.....................' to ws-rpt-label
    move ws-progress-count to ws-rpt-count
    perform write-report-count
    move '  UNASSIGNED......................' to ws-rpt-label
    move ws-unassigned-count to ws-rpt-count
    perform write-report-count
    move 'REPS WITH CASES...................' to ws-rpt-label
    move ws-rep-total-count to ws-rpt-count
    perform write-report-count
    move 'AGED 0-29 DAYS....................' to ws-rpt-label
    move ws-bucket-0-count to ws-rpt-count
    perform write-report-count
    move 'AGED 30-59 DAYS...................' to ws-rpt-label
    move ws-bucket-30-count to ws-rpt-count
    perform write-report-count
    move 'AGED 60-89 DAYS...................' to ws-rpt-label
    move ws-bucket-60-count to ws-rpt-count
    perform write-report-count
    move 'AGED 90 DAYS OR MORE..............' to ws-rpt-label
    move ws-bucket-90-count to ws-rpt-count
    perform write-report-count
    if ws-baddate-count > 0
        move 'OPENED DATE NOT USABLE............' to ws-rpt-label
        move ws-baddate-count to ws-rpt-count
        perform write-report-count
    end-if.

write-report-count.
    write age-report-line from ws-rpt-detail.

write-report-text.
    write age-report-line from ws-rpt-text-line.

close-files.
    close case-file
    close age-report-file.

end program PHONECAGE.
