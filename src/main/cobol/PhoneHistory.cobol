identification division.
program-id. PHONEHIST.
*> Phone number history report - the batch half of the "what number
*> did we have on file for this account on that date" inquiry (the
*> PHST transaction is the online half). Compliance keys one request
*> per account onto HISTREQ: the account, optionally one phone type
*> (H/W/M - blank reports every type the account has history for)
*> and optionally an as-of date (yyyymmdd - blank means today). For
*> each request HISTRPT shows, per phone type, the full timeline of
*> changes from the phone number history (PHONEHST, see PHISTREC),
*> newest first - date and time, change code, the job that made the
*> change, old and new formatted number, extension and contact
*> status - with the entry that was in effect on the as-of date
*> marked '>', followed by a one-line answer: the number in effect
*> that day, or that no number was on file.
*> The history key sorts each number's entries newest first, so the
*> timeline is a single GTEQ start per request and the in-effect
*> entry is simply the first one dated on or before the as-of date.
*> A request with a blank account, a bad phone type or an as-of
*> date that is not a real date is listed as rejected and skipped.
*> A history or request file that cannot be opened ends the run
*> RETURN-CODE 12.
environment division.
input-output section.
file-control.
    select history-request-file assign to HISTREQ
        organization is sequential
        file status is ws-histreq-status.

    select phone-history-file assign to PHONEHST
        organization is indexed
        access mode is dynamic
        record key is hist-key
        file status is ws-phonehst-status.

    select history-report-file assign to HISTRPT
        organization is sequential
        file status is ws-histrpt-status.

data division.
file section.
fd  history-request-file
    recording mode is f.
01  history-request-record.
    05  hr-account-number    pic x(10).
    05  hr-phone-type        pic x(1).
    05  hr-as-of-date        pic x(8).
    05  filler               pic x(61).

fd  phone-history-file.
copy PHISTREC.

fd  history-report-file
    recording mode is f.
01  history-report-line      pic x(80).

working-storage section.
01  ws-histreq-status     pic x(2).
01  ws-phonehst-status    pic x(2).
01  ws-histrpt-status     pic x(2).
01  ws-eof-switch         pic x(1)   value 'N'.
    88  ws-end-of-file               value 'Y'.
01  ws-hist-eof-switch    pic x(1)   value 'N'.
    88  ws-hist-end-of-file          value 'Y'.

01  ws-run-date           pic x(8).
01  ws-request-count      pic 9(9)   value 0.
01  ws-rejected-count     pic 9(9)   value 0.
01  ws-found-count        pic 9(9)   value 0.
01  ws-notfound-count     pic 9(9)   value 0.
01  ws-entry-count        pic 9(9)   value 0.

*> the request being answered, after defaulting.
01  ws-req-account        pic x(10).
01  ws-req-type           pic x(1).
01  ws-req-as-of          pic x(8).
01  ws-req-as-of-num redefines ws-req-as-of pic 9(8).
01  ws-req-error          pic x(50).
01  ws-req-entries        pic 9(9).

*> the phone type whose timeline is being listed, and the entry
*> that was in effect on the as-of date once it has been passed.
01  ws-group-type         pic x(1).
01  ws-group-switch       pic x(1)   value 'N'.
    88  ws-group-open                value 'Y'.
01  ws-effect-switch      pic x(1)   value 'N'.
    88  ws-effect-found              value 'Y'.
01  ws-effect-date        pic x(8).
01  ws-effect-code        pic x(1).
01  ws-effect-job         pic x(8).
01  ws-effect-phone       pic x(16).
01  ws-effect-extension   pic x(6).
01  ws-effect-status      pic x(1).

01  ws-rpt-timestamp      pic x(21).
01  ws-rpt-detail.
    05  ws-rpt-label      pic x(34).
    05  ws-rpt-count      pic z(8)9.
    05  filler            pic x(37)  value spaces.
01  ws-rpt-text-line.
    05  ws-rpt-text       pic x(80).
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
    05  filler            pic x(6)   value spaces.

procedure division.
main-process.
    move function current-date(1:8) to ws-run-date
    perform open-files
    perform write-report-heading
    perform read-request-file
    perform until ws-end-of-file
        perform process-request
        perform read-request-file
    end-perform
    perform write-summary
    perform close-files
    display 'PHONEHIST: ' ws-request-count ' requests, '
        ws-found-count ' with history, '
        ws-notfound-count ' without, '
        ws-rejected-count ' rejected, '
        ws-entry-count ' entries listed'
    goback.

open-files.
    open input history-request-file
    if ws-histreq-status not = '00'
        display 'PHONEHIST: UNABLE TO OPEN HISTREQ, STATUS='
            ws-histreq-status
        move 'Y' to ws-eof-switch
        move 12 to return-code
    end-if
    open input phone-history-file
    if ws-phonehst-status not = '00'
        display 'PHONEHIST: UNABLE TO OPEN PHONEHST, STATUS='
            ws-phonehst-status
        move 'Y' to ws-eof-switch
        move 12 to return-code
    end-if
    open output history-report-file
    if ws-histrpt-status not = '00'
        display 'PHONEHIST: UNABLE TO OPEN HISTRPT, STATUS='
            ws-histrpt-status
        move 'Y' to ws-eof-switch
        move 12 to return-code
    end-if.

*> blank lines between requests are tolerated, like a deck of cards
*> with a spacer in it.
read-request-file.
    read history-request-file
        at end move 'Y' to ws-eof-switch
    end-read
    perform until ws-end-of-file
            or history-request-record not = spaces
        read history-request-file
            at end move 'Y' to ws-eof-switch
        end-read
    end-perform.

process-request.
    add 1 to ws-request-count
    perform validate-request
    if ws-req-error not = spaces
        add 1 to ws-rejected-count
        move spaces to ws-rpt-text
        string 'REQUEST REJECTED: ' history-request-record(1:19)
            ' - ' ws-req-error
            delimited by size into ws-rpt-text
        end-string
        perform write-report-text
        move spaces to ws-rpt-text
        perform write-report-text
        exit paragraph
    end-if
    perform write-request-heading
    perform list-account-history
    if ws-req-entries = 0
        add 1 to ws-notfound-count
        move '  NO NUMBER HISTORY ON FILE FOR THIS ACCOUNT/TYPE'
            to ws-rpt-text
        perform write-report-text
    else
        add 1 to ws-found-count
    end-if
    move spaces to ws-rpt-text
    perform write-report-text.

validate-request.
    move spaces to ws-req-error
    move hr-account-number to ws-req-account
    move hr-phone-type to ws-req-type
    if hr-as-of-date = spaces
        move ws-run-date to ws-req-as-of
    else
        move hr-as-of-date to ws-req-as-of
    end-if
    evaluate true
        when ws-req-account = spaces
            move 'ACCOUNT NUMBER IS BLANK' to ws-req-error
        when ws-req-type not = space and ws-req-type not = 'H'
                and ws-req-type not = 'W' and ws-req-type not = 'M'
            move 'PHONE TYPE MUST BE H, W, M OR BLANK' to ws-req-error
        when ws-req-as-of is not numeric
            move 'AS-OF DATE MUST BE YYYYMMDD' to ws-req-error
        when function test-date-yyyymmdd(ws-req-as-of-num) not = 0
            move 'AS-OF DATE IS NOT A VALID DATE' to ws-req-error
        when other
            continue
    end-evaluate.

*> one pass over the account's entries in key order: grouped by
*> phone type, newest first within each type.
list-account-history.
    move 0 to ws-req-entries
    move 'N' to ws-group-switch
    move 'N' to ws-hist-eof-switch
    move ws-req-account to hist-account-number
    move ws-req-type to hist-phone-type
    move 0 to hist-inverted-stamp hist-sequence
    start phone-history-file key is not less than hist-key
        invalid key
            move 'Y' to ws-hist-eof-switch
    end-start
    perform read-history-entry
    perform until ws-hist-end-of-file
        if ws-group-open and hist-phone-type not = ws-group-type
            perform write-in-effect-line
        end-if
        if not ws-group-open
            perform start-type-group
        end-if
        perform list-history-entry
        perform read-history-entry
    end-perform
    if ws-group-open
        perform write-in-effect-line
    end-if.

*> the browse ends at the first entry for another account - or,
*> when one phone type was asked for, for another type.
read-history-entry.
    if not ws-hist-end-of-file
        read phone-history-file next
            at end move 'Y' to ws-hist-eof-switch
        end-read
    end-if
    if not ws-hist-end-of-file
        if hist-account-number not = ws-req-account
            move 'Y' to ws-hist-eof-switch
        end-if
        if ws-req-type not = space
                and hist-phone-type not = ws-req-type
            move 'Y' to ws-hist-eof-switch
        end-if
    end-if.

start-type-group.
    set ws-group-open to true
    move hist-phone-type to ws-group-type
    move 'N' to ws-effect-switch
    move spaces to ws-rpt-text
    string '  PHONE TYPE ' hist-phone-type
        delimited by size into ws-rpt-text
    end-string
    perform write-report-text
    move '  DATE     TIME   C JOB      OLD NUMBER          NEW NUMBER'
        to ws-rpt-text
    move '       EXT    S' to ws-rpt-text(60:15)
    perform write-report-text.

*> the first entry dated on or before the as-of date is the one that
*> was in effect that day - everything above it came later.
list-history-entry.
    add 1 to ws-req-entries
    add 1 to ws-entry-count
    move spaces to ws-hl-marker
    if not ws-effect-found
            and hist-effective-date <= ws-req-as-of
        set ws-effect-found to true
        move '> ' to ws-hl-marker
        move hist-effective-date to ws-effect-date
        move hist-change-code to ws-effect-code
        move hist-source-job to ws-effect-job
        move hist-new-phone-formatted to ws-effect-phone
        move hist-new-phone-cont to ws-effect-phone(15:2)
        move hist-new-extension to ws-effect-extension
        move hist-new-contact-status to ws-effect-status
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
    write history-report-line from ws-hist-line.

write-in-effect-line.
    move 'N' to ws-group-switch
    move spaces to ws-rpt-text
    evaluate true
        when not ws-effect-found
            string '  ' ws-group-type ' ON ' ws-req-as-of
                ': NO NUMBER ON FILE YET'
                delimited by size into ws-rpt-text
            end-string
        when ws-effect-code = 'D'
            string '  ' ws-group-type ' ON ' ws-req-as-of
                ': NO NUMBER ON FILE (DELETED ' ws-effect-date
                ' BY ' ws-effect-job ')'
                delimited by size into ws-rpt-text
            end-string
        when other
            string '  ' ws-group-type ' ON ' ws-req-as-of
                ': ' ws-effect-phone ' ' ws-effect-extension
                ' STATUS ' ws-effect-status
                ' SINCE ' ws-effect-date ' (' ws-effect-job ')'
                delimited by size into ws-rpt-text
            end-string
    end-evaluate
    perform write-report-text
    move spaces to ws-rpt-text
    perform write-report-text.

write-request-heading.
    move spaces to ws-rpt-text
    if ws-req-type = space
        string 'ACCOUNT ' ws-req-account '  ALL PHONE TYPES  AS OF '
            ws-req-as-of
            delimited by size into ws-rpt-text
        end-string
    else
        string 'ACCOUNT ' ws-req-account '  PHONE TYPE '
            ws-req-type '  AS OF ' ws-req-as-of
            delimited by size into ws-rpt-text
        end-string
    end-if
    perform write-report-text.

write-report-heading.
    move function current-date(1:14) to ws-rpt-timestamp
    move spaces to ws-rpt-text
    string 'PHONE NUMBER HISTORY  RUN '
        ws-rpt-timestamp(1:4) '-'
        ws-rpt-timestamp(5:2) '-'
        ws-rpt-timestamp(7:2) ' '
        ws-rpt-timestamp(9:2) ':'
        ws-rpt-timestamp(11:2) ':'
        ws-rpt-timestamp(13:2)
        into ws-rpt-text
    end-string
    perform write-report-text
    move 'C: A ADDED  C CHANGED  D DELETED  R RENUMBERED  U MARKED '
        to ws-rpt-text
    move 'UNCONTACTABLE' to ws-rpt-text(58:13)
    perform write-report-text
    move '> MARKS THE ENTRY IN EFFECT ON THE AS-OF DATE' to ws-rpt-text
    perform write-report-text
    move spaces to ws-rpt-text
    perform write-report-text.

write-summary.
    move 'SUMMARY' to ws-rpt-text
    perform write-report-text
    move 'REQUESTS READ.....................' to ws-rpt-label
    move ws-request-count to ws-rpt-count
    perform write-report-count
    move 'REQUESTS WITH HISTORY ON FILE.....' to ws-rpt-label
    move ws-found-count to ws-rpt-count
    perform write-report-count
    move 'REQUESTS WITH NO HISTORY..........' to ws-rpt-label
    move ws-notfound-count to ws-rpt-count
    perform write-report-count
    move 'REQUESTS REJECTED.................' to ws-rpt-label
    move ws-rejected-count to ws-rpt-count
    perform write-report-count
    move 'HISTORY ENTRIES LISTED............' to ws-rpt-label
    move ws-entry-count to ws-rpt-count
    perform write-report-count.

write-report-count.
    write history-report-line from ws-rpt-detail.

write-report-text.
    write history-report-line from ws-rpt-text-line.

close-files.
    close history-request-file
    close phone-history-file
    close history-report-file.

end program PHONEHIST.
