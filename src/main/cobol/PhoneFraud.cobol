identification division.
program-id. PHONEFRAUD.
*> Nightly phone change fraud alerts. Fraud keeps asking whether an
*> account's phone was changed just before a suspicious transaction,
*> which used to mean reading the PHONEAUDIT and PHONESHARE reports
*> side by side. This job gathers every change of number inside a
*> rolling window from
*>   - the PHON audit trail (PHONAUD, CAUDREC): a rep's screen change
*>     to the customer master, before and after digits, and
*>   - the phone number history (PHONEHST, PHISTREC): every number
*>     the nightly loads put on the phone master (PHONEBAT, PHONEDLT)
*>     and every dialer 'U' mark (DIALRSLT). Area code renumbers
*>     (PHONESPL) and appended vendor numbers (PHONEAPR) are not
*>     customer changes and are left out,
*> and raises an alert, for any account with a change new since the
*> last run (inside NEWDAYS), when
*>   U - a number changed within UDAYS days after the account was
*>       marked uncontactable (the old number going dead and a new one
*>       arriving right behind it is how a port-out takeover looks),
*>   S - the new number is already on another account's phone master
*>       record,
*>   V - one phone type of the account moved to more than MAXCHG
*>       distinct numbers in the last WINDOW days.
*> Velocity counts changes of number only: a history 'C', an 'A'
*> that replaced a number (old image not blank), and a PHON change
*> of a number already on file. The first number an account or
*> phone type is loaded with is not a change - a new account with
*> home, work and mobile numbers, or the first full load of the
*> history, is not a burst of changes - and the three types are
*> counted apart for the same reason.
*> A PHON change reaches the master through the next extract, so the
*> same new number usually shows up twice (PHONAUD, then PHONEDLT);
*> velocity counts distinct numbers, not records, so it is counted
*> once. The audit trail carries no phone type: a PHON change is
*> held under a blank type until the history shows which type the
*> number landed on, and is counted there.
*> The thresholds come from the control card file (FRAUDCTL, one or
*> more keywords a line, '*' in column 1 for a comment) and then from
*> PARM, which overrides the card - both take the same keywords:
*>   MAXCHG=nn   more than nn distinct numbers is velocity  (02)
*>   WINDOW=nnn  the rolling window in days                  (030)
*>   UDAYS=nn    days after a 'U' mark a change is alerted   (07)
*>   NEWDAYS=nn  a change this many days old or newer is new (01)
*> e.g. PARM='MAXCHG=03,WINDOW=060'. The alerts go to FRAUDALT in the
*> fixed layout the fraud case system loads (PFRDREC, HDR/TRL
*> framed), and FRAUDRPT prints them ranked by risk reason, then
*> account. The work runs as three internal SORTs: events by account
*> and time (U and V rules), new numbers against the master by
*> number (S rule, through the EVTWORK work file), and the alerts by
*> rank for the report.
*> A keyword that is not recognised or not numeric ends the run
*> RETURN-CODE 16 before anything is read; a file that cannot be
*> opened ends RETURN-CODE 12. Alerts alone do not set a return code.
environment division.
input-output section.
file-control.
    select fraud-control-file assign to FRAUDCTL
        organization is sequential
        file status is ws-fraudctl-status.

    select phone-audit-file assign to PHONAUD
        organization is sequential
        file status is ws-phonaud-status.

    select phone-history-file assign to PHONEHST
        organization is indexed
        access mode is sequential
        record key is hist-key
        file status is ws-phonehst-status.

    select phone-master-file assign to PHONEMST
        organization is indexed
        access mode is sequential
        record key is mst-master-key
        file status is ws-phonemst-status.

    select event-work-file assign to EVTWORK
        organization is sequential
        file status is ws-evtwork-status.

    select fraud-alert-file assign to FRAUDALT
        organization is sequential
        file status is ws-fraudalt-status.

    select fraud-report-file assign to FRAUDRPT
        organization is sequential
        file status is ws-fraudrpt-status.

    select event-sort-file assign to SORTWK01.

    select share-sort-file assign to SORTWK01.

    select rank-sort-file assign to SORTWK01.

data division.
file section.
fd  fraud-control-file
    recording mode is f.
01  fraud-control-line       pic x(80).

fd  phone-audit-file
    recording mode is f.
copy CAUDREC.

fd  phone-history-file.
copy PHISTREC.

fd  phone-master-file.
copy POUTREC replacing ==phone-out-record== by ==phone-master-record==
    leading ==out-== by ==mst-==.

fd  event-work-file
    recording mode is f.
*> one record per new number an account changed to, passed from the
*> account pass to the shared-number pass.
01  event-work-record.
    05  ew-account           pic x(10).
    05  ew-type              pic x(1).
    05  ew-number            pic x(10).
    05  ew-date              pic x(8).
    05  ew-via               pic x(1).
    05  ew-source            pic x(8).
    05  filler               pic x(2).

fd  fraud-alert-file
    recording mode is f.
copy PFRDREC.

fd  fraud-report-file
    recording mode is f.
01  fraud-report-line        pic x(80).

*> pass 1: every change and 'U' mark, by account and time. ev-kind
*> C = change of number, U = marked uncontactable.
sd  event-sort-file.
01  event-sort-record.
    05  ev-account           pic x(10).
    05  ev-date              pic x(8).
    05  ev-time              pic x(6).
    05  ev-kind              pic x(1).
    05  ev-type              pic x(1).
    05  ev-number            pic x(10).
    05  ev-via               pic x(1).
    05  ev-source            pic x(8).
    05  ev-date-int          pic 9(7).
    *> Y when the event counts toward velocity (see above)
    05  ev-counts            pic x(1).

*> pass 2: master numbers (sh-kind 1) ahead of the new numbers
*> (sh-kind 2) they are checked against.
sd  share-sort-file.
01  share-sort-record.
    05  sh-number            pic x(10).
    05  sh-kind              pic x(1).
    05  sh-account           pic x(10).
    05  sh-type              pic x(1).
    05  sh-date              pic x(8).
    05  sh-via               pic x(1).
    05  sh-source            pic x(8).

*> pass 3: the alert file itself, by risk rank and account.
sd  rank-sort-file.
01  rank-sort-record.
    05  filler               pic x(9).
    05  rk-risk-rank         pic x(1).
    05  rk-account           pic x(10).
    05  filler               pic x(60).

working-storage section.
01  ws-fraudctl-status    pic x(2).
01  ws-phonaud-status     pic x(2).
01  ws-phonehst-status    pic x(2).
01  ws-phonemst-status    pic x(2).
01  ws-evtwork-status     pic x(2).
01  ws-fraudalt-status    pic x(2).
01  ws-fraudrpt-status    pic x(2).
01  ws-eof-switch         pic x(1)   value 'N'.
    88  ws-end-of-file               value 'Y'.
01  ws-sort-eof-switch    pic x(1)   value 'N'.
    88  ws-sort-end                  value 'Y'.

copy PCTLREC.

*> the report pass reads the alerts back in this shape.
copy PFRDREC replacing ==fraud-alert-record== by ==alert-work-record==
    leading ==fra-== by ==alw-==.

*> thresholds - see the program description for the keywords.
01  ws-max-changes        pic 9(2)   value 2.
01  ws-window-days        pic 9(3)   value 30.
01  ws-u-days             pic 9(2)   value 7.
01  ws-new-days           pic 9(2)   value 1.
01  ws-keyword-table.
    05  ws-keyword occurs 4 times indexed by kw-idx
                          pic x(20).

01  ws-run-date           pic x(8).
01  ws-run-date-num redefines ws-run-date
                          pic 9(8).
01  ws-run-date-int       pic 9(7).
01  ws-window-start-int   pic s9(7).
01  ws-new-start-int      pic s9(7).
01  ws-u-start-int        pic s9(7).
01  ws-event-date-num     pic 9(8).
01  ws-event-date-int     pic 9(7).

*> one account's events as pass 1 walks them in time order: the
*> distinct numbers it moved to (and whether each has gone to the
*> shared-number pass yet), its latest 'U' mark and its latest new
*> change.
01  ws-cur-account        pic x(10).
01  ws-acct-new-switch    pic x(1)   value 'N'.
    88  ws-acct-has-new              value 'Y'.
01  ws-acct-u-switch      pic x(1)   value 'N'.
    88  ws-acct-u-alerted            value 'Y'.
01  ws-last-u-int         pic 9(7)   value 0.
01  ws-last-u-date        pic x(8).
01  ws-days-after-u       pic 9(3).
01  ws-number-max         pic 9(3)   value 50.
01  ws-number-used        pic 9(3)   value 0.
01  ws-number-table.
    05  ws-number-entry occurs 50 times indexed by num-idx.
        10  ws-num-digits     pic x(10).
        10  ws-num-sent       pic x(1).
01  ws-number-switch      pic x(1).
    88  ws-number-found              value 'Y'.
*> velocity, per phone type: the distinct numbers each type moved
*> to, and one slot per type (H, W, M, then blank for PHON changes
*> not yet matched to a type) with its count and latest new change.
01  ws-vel-max            pic 9(3)   value 50.
01  ws-vel-used           pic 9(3)   value 0.
01  ws-vel-table.
    05  ws-vel-entry occurs 50 times indexed by vel-idx.
        10  ws-vel-type       pic x(1).
        10  ws-vel-digits     pic x(10).
        10  ws-vel-counted    pic x(1).
01  ws-vel-switch         pic x(1).
    88  ws-vel-found                 value 'Y'.
01  ws-slot-type          pic x(1).
01  ws-type-table.
    05  ws-type-slot occurs 4 times indexed by typ-idx.
        10  ws-ts-type        pic x(1).
        10  ws-ts-count       pic 9(3).
        10  ws-ts-new-switch  pic x(1).
        10  ws-ts-number      pic x(10).
        10  ws-ts-date        pic x(8).
        10  ws-ts-via         pic x(1).
        10  ws-ts-source      pic x(8).

*> one number's master accounts as pass 2 walks them.
01  ws-cur-number         pic x(10).
01  ws-owner-max          pic 9(3)   value 50.
01  ws-owner-count        pic 9(5)   value 0.
01  ws-owner-table.
    05  ws-owner-account occurs 50 times indexed by own-idx
                          pic x(10).
01  ws-other-count        pic 9(5).
01  ws-other-account      pic x(10).
01  ws-listed-owners      pic 9(3).

01  ws-norm-in            pic x(14).
01  ws-norm-out           pic x(10).
01  ws-new-digits         pic x(10).
01  ws-old-digits         pic x(10).
01  ws-digit-count        pic 9(2).
01  ws-idx                pic 9(2).
01  ws-digits             pic x(11).

01  ws-audit-read-count   pic 9(9)   value 0.
01  ws-hist-read-count    pic 9(9)   value 0.
01  ws-change-count       pic 9(9)   value 0.
01  ws-u-mark-count       pic 9(9)   value 0.
01  ws-new-acct-count     pic 9(9)   value 0.
01  ws-alert-count        pic 9(9)   value 0.
01  ws-u-alert-count      pic 9(9)   value 0.
01  ws-s-alert-count      pic 9(9)   value 0.
01  ws-v-alert-count      pic 9(9)   value 0.

01  ws-prev-rank          pic x(1).
01  ws-rpt-timestamp      pic x(21).
01  ws-rpt-detail.
    05  ws-rpt-label      pic x(34).
    05  ws-rpt-count      pic z(8)9.
    05  filler            pic x(37)  value spaces.
01  ws-rpt-text-line.
    05  ws-rpt-text       pic x(80).
01  ws-alert-line.
    05  ws-al-account     pic x(10).
    05  filler            pic x(2)   value spaces.
    05  ws-al-type        pic x(1).
    05  filler            pic x(2)   value spaces.
    05  ws-al-number      pic x(10).
    05  filler            pic x(2)   value spaces.
    05  ws-al-date        pic x(8).
    05  filler            pic x(2)   value spaces.
    05  ws-al-source      pic x(8).
    05  filler            pic x(2)   value spaces.
    05  ws-al-detail      pic x(33).
01  ws-edit-3             pic zz9.
01  ws-edit-5             pic zzzz9.

linkage section.
01  ws-parm.
    05  ws-parm-length  pic s9(4) comp.
    05  ws-parm-data    pic x(80).

procedure division using ws-parm.
main-process.
    move function current-date(1:8) to ws-run-date
    compute ws-run-date-int
        = function integer-of-date(ws-run-date-num)
    perform load-thresholds
    if return-code < 12
        compute ws-window-start-int = ws-run-date-int - ws-window-days
        compute ws-new-start-int = ws-run-date-int - ws-new-days
        compute ws-u-start-int = ws-window-start-int - ws-u-days
        perform open-files
    end-if
    if return-code < 12
        perform write-alert-header
        sort event-sort-file
            on ascending key ev-account ev-date ev-time ev-kind
            input procedure is load-change-events
            output procedure is check-account-events
        close event-work-file
        open input event-work-file
        sort share-sort-file
            on ascending key sh-number sh-kind sh-account
            input procedure is load-share-records
            output procedure is check-shared-numbers
        perform write-alert-trailer
        close fraud-alert-file
        perform write-report-heading
        sort rank-sort-file
            on ascending key rk-risk-rank rk-account
            using fraud-alert-file
            output procedure is print-alert-report
        perform write-report-totals
        close fraud-control-file
        close phone-audit-file
        close phone-history-file
        close phone-master-file
        close event-work-file
        close fraud-report-file
    end-if
    display 'PHONEFRAUD: ' ws-change-count ' changes in window, '
        ws-new-acct-count ' accounts with new changes, '
        ws-alert-count ' alerts (' ws-u-alert-count ' U, '
        ws-s-alert-count ' S, ' ws-v-alert-count ' V)'
    goback.

*> the control card first, then PARM over it.
load-thresholds.
    open input fraud-control-file
    if ws-fraudctl-status not = '00'
        display 'PHONEFRAUD: UNABLE TO OPEN FRAUDCTL, STATUS='
            ws-fraudctl-status
        move 12 to return-code
        exit paragraph
    end-if
    perform until ws-end-of-file
        read fraud-control-file
            at end move 'Y' to ws-eof-switch
            not at end
                if fraud-control-line(1:1) not = '*'
                    move spaces to ws-keyword-table
                    unstring fraud-control-line delimited by all space
                        into ws-keyword (1) ws-keyword (2)
                            ws-keyword (3) ws-keyword (4)
                    end-unstring
                    perform apply-keyword-table
                end-if
        end-read
    end-perform
    move 'N' to ws-eof-switch
    if ws-parm-length > 0
        move spaces to ws-keyword-table
        unstring ws-parm-data(1:ws-parm-length) delimited by ','
            into ws-keyword (1) ws-keyword (2)
                ws-keyword (3) ws-keyword (4)
        end-unstring
        perform apply-keyword-table
    end-if
    if ws-window-days = 0 or ws-new-days = 0
        display 'PHONEFRAUD: WINDOW AND NEWDAYS MUST BE AT LEAST 1'
        move 16 to return-code
    end-if
    if return-code >= 12
        close fraud-control-file
    end-if.

apply-keyword-table.
    perform varying kw-idx from 1 by 1 until kw-idx > 4
        perform apply-keyword
    end-perform.

apply-keyword.
    evaluate true
        when ws-keyword (kw-idx) = spaces
            continue
        when ws-keyword (kw-idx)(1:7) = 'MAXCHG='
                and ws-keyword (kw-idx)(8:2) is numeric
                and ws-keyword (kw-idx)(10:1) = space
            move ws-keyword (kw-idx)(8:2) to ws-max-changes
        when ws-keyword (kw-idx)(1:7) = 'WINDOW='
                and ws-keyword (kw-idx)(8:3) is numeric
                and ws-keyword (kw-idx)(11:1) = space
            move ws-keyword (kw-idx)(8:3) to ws-window-days
        when ws-keyword (kw-idx)(1:6) = 'UDAYS='
                and ws-keyword (kw-idx)(7:2) is numeric
                and ws-keyword (kw-idx)(9:1) = space
            move ws-keyword (kw-idx)(7:2) to ws-u-days
        when ws-keyword (kw-idx)(1:8) = 'NEWDAYS='
                and ws-keyword (kw-idx)(9:2) is numeric
                and ws-keyword (kw-idx)(11:1) = space
            move ws-keyword (kw-idx)(9:2) to ws-new-days
        when other
            display 'PHONEFRAUD: THRESHOLD ' ws-keyword (kw-idx)
                ' NOT RECOGNISED'
            move 16 to return-code
    end-evaluate.

open-files.
    open input phone-audit-file
    if ws-phonaud-status not = '00'
        display 'PHONEFRAUD: UNABLE TO OPEN PHONAUD, STATUS='
            ws-phonaud-status
        move 12 to return-code
    end-if
    open input phone-history-file
    if ws-phonehst-status not = '00'
        display 'PHONEFRAUD: UNABLE TO OPEN PHONEHST, STATUS='
            ws-phonehst-status
        move 12 to return-code
    end-if
    open input phone-master-file
    if ws-phonemst-status not = '00'
        display 'PHONEFRAUD: UNABLE TO OPEN PHONEMST, STATUS='
            ws-phonemst-status
        move 12 to return-code
    end-if
    open output event-work-file
    if ws-evtwork-status not = '00'
        display 'PHONEFRAUD: UNABLE TO OPEN EVTWORK, STATUS='
            ws-evtwork-status
        move 12 to return-code
    end-if
    open output fraud-alert-file
    if ws-fraudalt-status not = '00'
        display 'PHONEFRAUD: UNABLE TO OPEN FRAUDALT, STATUS='
            ws-fraudalt-status
        move 12 to return-code
    end-if
    open output fraud-report-file
    if ws-fraudrpt-status not = '00'
        display 'PHONEFRAUD: UNABLE TO OPEN FRAUDRPT, STATUS='
            ws-fraudrpt-status
        move 12 to return-code
    end-if.

*> pass 1 input: the window's number changes from both sources, and
*> the 'U' marks far enough back to reach the window's first day.
load-change-events.
    perform read-audit-file
    perform until ws-end-of-file
        perform release-audit-event
        perform read-audit-file
    end-perform
    move 'N' to ws-eof-switch
    perform read-history-file
    perform until ws-end-of-file
        perform release-history-event
        perform read-history-file
    end-perform
    move 'N' to ws-eof-switch.

read-audit-file.
    read phone-audit-file
        at end move 'Y' to ws-eof-switch
        not at end add 1 to ws-audit-read-count
    end-read.

read-history-file.
    read phone-history-file
        at end move 'Y' to ws-eof-switch
        not at end add 1 to ws-hist-read-count
    end-read.

release-audit-event.
    if caud-date is not numeric
            or caud-after-phone = spaces
            or caud-after-phone = caud-before-phone
        exit paragraph
    end-if
    move caud-date to ws-event-date-num
    if function test-date-yyyymmdd(ws-event-date-num) not = 0
        exit paragraph
    end-if
    compute ws-event-date-int
        = function integer-of-date(ws-event-date-num)
    if ws-event-date-int < ws-window-start-int
            or ws-event-date-int > ws-run-date-int
        exit paragraph
    end-if
    move caud-account-number to ev-account
    move caud-date to ev-date
    move caud-time to ev-time
    move 'C' to ev-kind
    move space to ev-type
    move caud-after-phone to ev-number
    move 'O' to ev-via
    move caud-userid to ev-source
    move ws-event-date-int to ev-date-int
    if caud-before-phone = spaces
        move 'N' to ev-counts
    else
        move 'Y' to ev-counts
    end-if
    release event-sort-record
    add 1 to ws-change-count.

release-history-event.
    if hist-effective-date is not numeric
        exit paragraph
    end-if
    move hist-effective-date to ws-event-date-num
    if function test-date-yyyymmdd(ws-event-date-num) not = 0
        exit paragraph
    end-if
    compute ws-event-date-int
        = function integer-of-date(ws-event-date-num)
    if ws-event-date-int < ws-u-start-int
            or ws-event-date-int > ws-run-date-int
        exit paragraph
    end-if
    move hist-account-number to ev-account
    move hist-effective-date to ev-date
    move hist-effective-time to ev-time
    move hist-phone-type to ev-type
    move 'B' to ev-via
    move hist-source-job to ev-source
    move ws-event-date-int to ev-date-int
    evaluate true
        when hist-marked-uncontactable
            move 'U' to ev-kind
            move spaces to ev-number
            move 'N' to ev-counts
            release event-sort-record
            add 1 to ws-u-mark-count
        when (hist-added or hist-changed)
                and hist-source-job not = 'PHONEAPR'
                and ws-event-date-int >= ws-window-start-int
            move hist-new-phone-formatted to ws-norm-in
            perform normalize-number
            move ws-norm-out to ws-new-digits
            move hist-old-phone-formatted to ws-norm-in
            perform normalize-number
            move ws-norm-out to ws-old-digits
            if ws-new-digits not = spaces
                    and ws-new-digits not = ws-old-digits
                move 'C' to ev-kind
                move ws-new-digits to ev-number
                if hist-changed
                        or hist-old-phone-formatted not = spaces
                    move 'Y' to ev-counts
                else
                    move 'N' to ev-counts
                end-if
                release event-sort-record
                add 1 to ws-change-count
            end-if
        when other
            continue
    end-evaluate.

*> a formatted number as its 10 digits, spaces when it does not
*> reduce to 10 (or 1 + 10) - the same strip PHONESHARE uses.
normalize-number.
    move spaces to ws-digits
    move spaces to ws-norm-out
    move 0 to ws-digit-count
    perform varying ws-idx from 1 by 1 until ws-idx > 14
        if ws-norm-in(ws-idx:1) >= '0'
                and ws-norm-in(ws-idx:1) <= '9'
            add 1 to ws-digit-count
            if ws-digit-count <= 11
                move ws-norm-in(ws-idx:1)
                    to ws-digits(ws-digit-count:1)
            end-if
        end-if
    end-perform
    evaluate true
        when ws-digit-count = 10
            move ws-digits(1:10) to ws-norm-out
        when ws-digit-count = 11 and ws-digits(1:1) = '1'
            move ws-digits(2:10) to ws-norm-out
        when other
            continue
    end-evaluate.

*> pass 1 output: walk each account's events in time order.
check-account-events.
    move low-values to ws-cur-account
    move 'N' to ws-sort-eof-switch
    perform return-event-record
    perform until ws-sort-end
        if ev-account not = ws-cur-account
            perform close-account
            perform open-account
        end-if
        if ev-kind = 'U'
            move ev-date-int to ws-last-u-int
            move ev-date to ws-last-u-date
        else
            perform check-change-event
        end-if
        perform return-event-record
    end-perform
    perform close-account.

return-event-record.
    return event-sort-file
        at end move 'Y' to ws-sort-eof-switch
    end-return.

open-account.
    move ev-account to ws-cur-account
    move 0 to ws-number-used
    move 0 to ws-vel-used
    move spaces to ws-type-table
    perform varying typ-idx from 1 by 1 until typ-idx > 4
        move 0 to ws-ts-count (typ-idx)
        move 'N' to ws-ts-new-switch (typ-idx)
    end-perform
    move 'H' to ws-ts-type (1)
    move 'W' to ws-ts-type (2)
    move 'M' to ws-ts-type (3)
    move 0 to ws-last-u-int
    move spaces to ws-last-u-date
    move 'N' to ws-acct-new-switch
    move 'N' to ws-acct-u-switch.

check-change-event.
    move 'N' to ws-number-switch
    perform varying num-idx from 1 by 1
            until num-idx > ws-number-used or ws-number-found
        if ws-num-digits (num-idx) = ev-number
            set ws-number-found to true
        end-if
    end-perform
    if ws-number-found
        set num-idx down by 1
    else
        if ws-number-used < ws-number-max
            add 1 to ws-number-used
            set num-idx to ws-number-used
            move ev-number to ws-num-digits (num-idx)
            move 'N' to ws-num-sent (num-idx)
        end-if
    end-if
    perform count-velocity-event
    if ev-date-int < ws-new-start-int
        exit paragraph
    end-if
    set ws-acct-has-new to true
    if num-idx <= ws-number-used
        if ws-num-sent (num-idx) = 'N'
            perform write-event-work-record
            move 'Y' to ws-num-sent (num-idx)
        end-if
    end-if
    if ws-last-u-int > 0 and not ws-acct-u-alerted
            and ev-date-int - ws-last-u-int <= ws-u-days
        compute ws-days-after-u = ev-date-int - ws-last-u-int
        perform write-u-alert
        set ws-acct-u-alerted to true
    end-if.

*> a number already counted for the type (or held under the blank
*> type from PHON) is not counted again; a PHON change turning up in
*> the history moves its count to the type it landed on.
count-velocity-event.
    move 'N' to ws-vel-switch
    perform varying vel-idx from 1 by 1
            until vel-idx > ws-vel-used or ws-vel-found
        if ws-vel-digits (vel-idx) = ev-number
                and (ws-vel-type (vel-idx) = ev-type
                    or ws-vel-type (vel-idx) = space
                    or ev-type = space)
            set ws-vel-found to true
        end-if
    end-perform
    move ev-type to ws-slot-type
    if ws-vel-found
        set vel-idx down by 1
        if ws-vel-type (vel-idx) = space and ev-type not = space
            move ev-type to ws-vel-type (vel-idx)
            if ws-vel-counted (vel-idx) = 'Y'
                move space to ws-slot-type
                perform find-type-slot
                subtract 1 from ws-ts-count (typ-idx)
                move ev-type to ws-slot-type
                perform find-type-slot
                add 1 to ws-ts-count (typ-idx)
            end-if
        end-if
        move ws-vel-type (vel-idx) to ws-slot-type
    else
        if ws-vel-used < ws-vel-max
            add 1 to ws-vel-used
            set vel-idx to ws-vel-used
            move ev-type to ws-vel-type (vel-idx)
            move ev-number to ws-vel-digits (vel-idx)
            move ev-counts to ws-vel-counted (vel-idx)
        end-if
        if ev-counts = 'Y'
            perform find-type-slot
            add 1 to ws-ts-count (typ-idx)
        end-if
    end-if
    if ev-counts = 'Y' and ev-date-int >= ws-new-start-int
        perform find-type-slot
        move 'Y' to ws-ts-new-switch (typ-idx)
        move ev-number to ws-ts-number (typ-idx)
        move ev-date to ws-ts-date (typ-idx)
        move ev-via to ws-ts-via (typ-idx)
        move ev-source to ws-ts-source (typ-idx)
    end-if.

find-type-slot.
    evaluate ws-slot-type
        when 'H'
            set typ-idx to 1
        when 'W'
            set typ-idx to 2
        when 'M'
            set typ-idx to 3
        when other
            set typ-idx to 4
    end-evaluate.

write-event-work-record.
    move spaces to event-work-record
    move ev-account to ew-account
    move ev-type to ew-type
    move ev-number to ew-number
    move ev-date to ew-date
    move ev-via to ew-via
    move ev-source to ew-source
    write event-work-record.

close-account.
    if ws-cur-account = low-values
        exit paragraph
    end-if
    if ws-acct-has-new
        add 1 to ws-new-acct-count
    end-if
    perform varying typ-idx from 1 by 1 until typ-idx > 4
        if ws-ts-new-switch (typ-idx) = 'Y'
                and ws-ts-count (typ-idx) > ws-max-changes
            perform write-v-alert
        end-if
    end-perform.

*> pass 2 input: every master number and every new number.
load-share-records.
    perform read-master-file
    perform until ws-end-of-file
        move mst-phone-formatted to ws-norm-in
        perform normalize-number
        if ws-norm-out not = spaces
            move spaces to share-sort-record
            move ws-norm-out to sh-number
            move '1' to sh-kind
            move mst-account-number to sh-account
            move mst-phone-type to sh-type
            release share-sort-record
        end-if
        perform read-master-file
    end-perform
    move 'N' to ws-eof-switch
    perform read-event-work-file
    perform until ws-end-of-file
        move ew-number to sh-number
        move '2' to sh-kind
        move ew-account to sh-account
        move ew-type to sh-type
        move ew-date to sh-date
        move ew-via to sh-via
        move ew-source to sh-source
        release share-sort-record
        perform read-event-work-file
    end-perform
    move 'N' to ws-eof-switch.

read-master-file.
    read phone-master-file
        at end move 'Y' to ws-eof-switch
    end-read.

read-event-work-file.
    read event-work-file
        at end move 'Y' to ws-eof-switch
    end-read.

*> pass 2 output: each number's master accounts arrive first, then
*> the accounts that just changed to it. The same account carrying
*> the number under two phone types is one owner.
check-shared-numbers.
    move low-values to ws-cur-number
    move 'N' to ws-sort-eof-switch
    perform return-share-record
    perform until ws-sort-end
        if sh-number not = ws-cur-number
            move sh-number to ws-cur-number
            move 0 to ws-owner-count
        end-if
        if sh-kind = '1'
            perform add-number-owner
        else
            perform check-new-number
        end-if
        perform return-share-record
    end-perform.

return-share-record.
    return share-sort-file
        at end move 'Y' to ws-sort-eof-switch
    end-return.

add-number-owner.
    if ws-owner-count > 0 and ws-owner-count <= ws-owner-max
        if ws-owner-account (ws-owner-count) = sh-account
            exit paragraph
        end-if
    end-if
    add 1 to ws-owner-count
    if ws-owner-count <= ws-owner-max
        set own-idx to ws-owner-count
        move sh-account to ws-owner-account (own-idx)
    end-if.

check-new-number.
    if ws-owner-count = 0
        exit paragraph
    end-if
    if ws-owner-count > ws-owner-max
        move ws-owner-max to ws-listed-owners
    else
        move ws-owner-count to ws-listed-owners
    end-if
    move ws-owner-count to ws-other-count
    move spaces to ws-other-account
    perform varying own-idx from 1 by 1
            until own-idx > ws-listed-owners
        if ws-owner-account (own-idx) = sh-account
            subtract 1 from ws-other-count
        else
            if ws-other-account = spaces
                move ws-owner-account (own-idx) to ws-other-account
            end-if
        end-if
    end-perform
    if ws-other-count > 0
        perform write-s-alert
    end-if.

write-u-alert.
    move spaces to fraud-alert-record
    set fra-changed-after-u to true
    move 1 to fra-risk-rank
    move ws-cur-account to fra-account-number
    move ev-type to fra-phone-type
    move ev-number to fra-new-phone
    move ev-date to fra-change-date
    move ev-via to fra-change-via
    move ev-source to fra-change-source
    move 0 to fra-change-count
    move 0 to fra-other-count
    move ws-last-u-date to fra-u-mark-date
    move ws-days-after-u to fra-days-after-u
    perform write-alert-record
    add 1 to ws-u-alert-count.

write-s-alert.
    move spaces to fraud-alert-record
    set fra-shared-number to true
    move 2 to fra-risk-rank
    move sh-account to fra-account-number
    move sh-type to fra-phone-type
    move sh-number to fra-new-phone
    move sh-date to fra-change-date
    move sh-via to fra-change-via
    move sh-source to fra-change-source
    move 0 to fra-change-count
    move ws-other-account to fra-other-account
    move ws-other-count to fra-other-count
    move 0 to fra-days-after-u
    perform write-alert-record
    add 1 to ws-s-alert-count.

write-v-alert.
    move spaces to fraud-alert-record
    set fra-velocity to true
    move 3 to fra-risk-rank
    move ws-cur-account to fra-account-number
    move ws-ts-type (typ-idx) to fra-phone-type
    move ws-ts-number (typ-idx) to fra-new-phone
    move ws-ts-date (typ-idx) to fra-change-date
    move ws-ts-via (typ-idx) to fra-change-via
    move ws-ts-source (typ-idx) to fra-change-source
    move ws-ts-count (typ-idx) to fra-change-count
    move 0 to fra-other-count
    move 0 to fra-days-after-u
    perform write-alert-record
    add 1 to ws-v-alert-count.

write-alert-record.
    move ws-run-date to fra-run-date
    write fraud-alert-record
    add 1 to ws-alert-count.

write-alert-header.
    move spaces to file-control-record
    move 'HDR' to ctl-record-type
    move ws-run-date to ctl-run-date
    move 'PHONEFRD' to ctl-source-system
    move spaces to fraud-alert-record
    move file-control-record to fraud-alert-record
    write fraud-alert-record.

write-alert-trailer.
    move spaces to file-control-record
    move 'TRL' to ctl-record-type
    move ws-alert-count to ctl-record-count
    move spaces to fraud-alert-record
    move file-control-record to fraud-alert-record
    write fraud-alert-record.

*> pass 3 output: the alerts by risk rank, a heading for each rank.
print-alert-report.
    move space to ws-prev-rank
    move 'N' to ws-sort-eof-switch
    perform return-rank-record
    perform until ws-sort-end
        if alert-work-record(1:3) not = 'HDR'
                and alert-work-record(1:3) not = 'TRL'
            if alw-risk-rank not = ws-prev-rank
                move alw-risk-rank to ws-prev-rank
                perform write-rank-heading
            end-if
            perform write-alert-line
        end-if
        perform return-rank-record
    end-perform
    if ws-prev-rank = space
        move 'NO ALERTS THIS RUN' to ws-rpt-text
        perform write-report-text
    end-if.

return-rank-record.
    return rank-sort-file into alert-work-record
        at end move 'Y' to ws-sort-eof-switch
    end-return.

write-rank-heading.
    move spaces to ws-rpt-text
    perform write-report-text
    evaluate true
        when alw-changed-after-u
            move 'RISK 1 - NUMBER CHANGED SOON AFTER A U MARK'
                to ws-rpt-text
        when alw-shared-number
            move 'RISK 2 - NEW NUMBER IS ON ANOTHER ACCOUNT'
                to ws-rpt-text
        when other
            move 'RISK 3 - PHONE CHANGE VELOCITY' to ws-rpt-text
    end-evaluate
    perform write-report-text
    move spaces to ws-rpt-text
    perform write-report-text
    move 'ACCOUNT     T  NUMBER      CHANGED   SOURCE    DETAIL'
        to ws-rpt-text
    perform write-report-text.

write-alert-line.
    move alw-account-number to ws-al-account
    move alw-phone-type to ws-al-type
    move alw-new-phone to ws-al-number
    move alw-change-date to ws-al-date
    move alw-change-source to ws-al-source
    move spaces to ws-al-detail
    evaluate true
        when alw-changed-after-u
            move alw-days-after-u to ws-edit-3
            string ws-edit-3 ' DAYS AFTER U MARK '
                alw-u-mark-date
                delimited by size into ws-al-detail
            end-string
        when alw-shared-number
            move alw-other-count to ws-edit-5
            string 'ON' ws-edit-5 ' OTHER(S) E.G. '
                alw-other-account
                delimited by size into ws-al-detail
            end-string
        when other
            move alw-change-count to ws-edit-3
            move ws-window-days to ws-edit-5
            string ws-edit-3 ' NUMBERS IN ' ws-edit-5 ' DAYS'
                delimited by size into ws-al-detail
            end-string
    end-evaluate
    write fraud-report-line from ws-alert-line.

write-report-heading.
    move function current-date(1:14) to ws-rpt-timestamp
    move spaces to ws-rpt-text
    string 'PHONE CHANGE FRAUD ALERT REPORT  RUN '
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
    string 'THRESHOLDS  MAXCHG=' ws-max-changes
        '  WINDOW=' ws-window-days
        '  UDAYS=' ws-u-days
        '  NEWDAYS=' ws-new-days
        delimited by size into ws-rpt-text
    end-string
    perform write-report-text.

write-report-totals.
    move spaces to ws-rpt-text
    perform write-report-text
    move 'PHON AUDIT RECORDS READ...........' to ws-rpt-label
    move ws-audit-read-count to ws-rpt-count
    perform write-report-count
    move 'HISTORY RECORDS READ..............' to ws-rpt-label
    move ws-hist-read-count to ws-rpt-count
    perform write-report-count
    move 'NUMBER CHANGES IN THE WINDOW......' to ws-rpt-label
    move ws-change-count to ws-rpt-count
    perform write-report-count
    move 'U MARKS CONSIDERED................' to ws-rpt-label
    move ws-u-mark-count to ws-rpt-count
    perform write-report-count
    move 'ACCOUNTS WITH NEW CHANGES.........' to ws-rpt-label
    move ws-new-acct-count to ws-rpt-count
    perform write-report-count
    move 'ALERTS - CHANGED AFTER A U MARK...' to ws-rpt-label
    move ws-u-alert-count to ws-rpt-count
    perform write-report-count
    move 'ALERTS - NUMBER ON OTHER ACCOUNT..' to ws-rpt-label
    move ws-s-alert-count to ws-rpt-count
    perform write-report-count
    move 'ALERTS - CHANGE VELOCITY..........' to ws-rpt-label
    move ws-v-alert-count to ws-rpt-count
    perform write-report-count
    move 'ALERTS WRITTEN....................' to ws-rpt-label
    move ws-alert-count to ws-rpt-count
    perform write-report-count.

write-report-count.
    write fraud-report-line from ws-rpt-detail.

write-report-text.
    write fraud-report-line from ws-rpt-text-line.

end program PHONEFRAUD.
