*> formatted phone output (PHONEOUT), joins each number's area code
*> to the NANP table for its time zone, and writes one DIALFEED
*> record per account carrying the number, extension, time zone and
*> the permitted local calling window (the state's, see below).
*> Numbers whose area code is not on the table, or is on the table
*> with no time zone on file, go to the DIALEXC exception list so
*> the dialer team sees them instead of guessing a zone. Like
*> control pair, the PCTLREC contract) needs no overall sequence -
*> the sort puts every account's records together with the
*> preferred type first. The account's other numbers are counted
*> as bypassed.
*> The mobile preference is only worth having where the customer
*> gave us prior express consent to autodial that mobile, and the
*> consent rule follows the number's real line type, not the type
*> it is filed under: every number whose exchange is wireless
*> (OUT-LINE-TYPE W, stamped by PHONEBATCH from the NPA-NXX table) -
*> and an M number whose line type is not on file - is checked
*> against the consent registry (CONSENT, see PCONREC - loaded
*> nightly by CONSLOAD, maintained on CNST) for its account and
*> phone type before anything else. With no consent record, a
*> revoked one, or one not yet in effect on the run date, the
*> number is skipped and the account falls back to its next number
*> as if the wireless one were not there. When the account has
*> nothing left to fall back to, it goes on the consent exception
*> list (CONSEXC) with the first wireless number skipped and why -
*> N no consent on file, R revoked, F consent dated after the run
*> date - instead of to the feed. The run balance is
*> reads = fed + exceptions + suppressed + uncontactable + bypassed
*>         + consent fallbacks + consent exceptions + consent skips
*> where a consent fallback is the first wireless number skipped in
*> favour of another of the account's numbers, and a consent skip is
*> any further wireless number of the same account skipped with it.
*> The calling window is the customer's state's, not one flat
*> 08:00-21:00: the area code's state (NANP-STATE, kept on NANM)
*> picks its rule from the state calling-rules file (CALLRULE - one
*> line per state giving the weekday, Saturday and Sunday windows
*> and a no-Sunday-calls flag), and the run date's day of the week
*> picks the window. A state with no rule gets the federal
*> 08:00-21:00. The holiday calendar (HOLIDAY - one line per state
*> holiday on which collection calls are banned, by date and
*> state) is read for the run date only. A number is withheld to
*> DIALEXC instead of fed when its area code has no state on file
*> (S), its state is on the calendar for the run date (H) or its
*> state allows no calls on this day of the week (D). Both files
*> are loaded before the sort starts; a missing or garbled one
*> ends the run RETURN-CODE 16 with nothing fed - a feed dialing
*> on a half-understood rule set is the violation the rules are
*> there to prevent.
*> The dialer can only call NANP numbers. A customer's number abroad
*> (OUT-COUNTRY-CODE on file, see POUTREC) has no area code, time
*> zone or state to dial it by, and goes to DIALEXC with reason I
*> and its country code in place of the area code, so the dialer
*> team can work it by hand - it is never guessed into the feed.
*> The account stays open for its next number the way a consent
*> hold does, so a customer abroad with a home or work number here
*> is still fed on that one.
environment division.
input-output section.
file-control.
        organization is sequential
        file status is ws-dncsup-status.

    select consent-file assign to CONSENT
        organization is indexed
        access mode is random
        record key is cons-key
        file status is ws-consent-status.

    select consent-exception-file assign to CONSEXC
        organization is sequential
        file status is ws-consexc-status.

    select phone-master-file assign to PHONEMST
        organization is indexed
        access mode is random
        organization is sequential
        file status is ws-runctl-status.

    select call-rule-file assign to CALLRULE
        organization is sequential
        file status is ws-callrule-status.

    select holiday-file assign to HOLIDAY
        organization is sequential
        file status is ws-holiday-status.

    select sort-file assign to SORTWK01.

data division.
*>            Z = area code on the table but no time zone on file
*>            U = formatted number could not be parsed for its
*>                area code
*>            S = area code on the table but no state on file
*>            H = state holiday on the run date - no calls
*>            D = the state allows no calls on this day of the week
*>            I = international number - de-area-code carries its
*>                country calling code, and an E.164 number too
*>                long for de-phone-formatted continues in
*>                de-phone-formatted-cont
01  dialer-exception-record.
    05  de-account-number    pic x(10).
    05  de-phone-formatted   pic x(14).
    05  de-area-code         pic x(3).
    05  de-reason            pic x(1).
    05  de-phone-formatted-cont pic x(2).
    05  filler               pic x(10).

fd  dnc-table-file.
copy DNCREC.
    05  ds-reason            pic x(1).
    05  filler               pic x(17).

fd  consent-file.
copy PCONREC.

fd  consent-exception-file
    recording mode is f.
*> one line per account withheld for want of wireless consent -
*> the first wireless number the feed would have used (a home or
*> work number on a wireless exchange included), the reason (N = no
*> consent on file, R = consent revoked, F = consent effective
*> after the run date) and the effective date of the consent record
*> when there is one.
01  consent-exception-record.
    05  ce-account-number    pic x(10).
    05  ce-phone-formatted   pic x(14).
    05  ce-reason            pic x(1).
    05  ce-consent-date      pic x(8).
    05  filler               pic x(7).

fd  phone-master-file.
copy POUTREC replacing ==phone-out-record== by ==phone-master-record==
    leading ==out-== by ==mst-==.

fd  call-rule-file
    recording mode is f.
*> one state per line: postal state, then hhmm-hhmm local windows
*> for Monday-Friday, Saturday and Sunday, and 'Y' in the flag when
*> the state bans calls on Sundays altogether. A window of
*> 0000-0000 means no calls that day; any other window must sit
*> inside the federal 0800-2100.
01  call-rule-record.
    05  cr-state             pic x(2).
    05  filler               pic x(1).
    05  cr-weekday-start     pic x(4).
    05  filler               pic x(1).
    05  cr-weekday-end       pic x(4).
    05  filler               pic x(1).
    05  cr-saturday-start    pic x(4).
    05  filler               pic x(1).
    05  cr-saturday-end      pic x(4).
    05  filler               pic x(1).
    05  cr-sunday-start      pic x(4).
    05  filler               pic x(1).
    05  cr-sunday-end        pic x(4).
    05  filler               pic x(1).
    05  cr-no-sunday-calls   pic x(1).
    05  filler               pic x(45).

fd  holiday-file
    recording mode is f.
*> one state holiday per line: date yyyymmdd, postal state, and the
*> holiday's name for the people maintaining the calendar.
01  holiday-record.
    05  hd-date              pic x(8).
    05  hd-date-num redefines hd-date
                             pic 9(8).
    05  filler               pic x(1).
    05  hd-state             pic x(2).
    05  filler               pic x(1).
    05  hd-name              pic x(20).
    05  filler               pic x(48).

fd  run-control-file
    recording mode is f.
01  run-control-line         pic x(80).
copy POUTREC replacing ==phone-out-record== by ==dial-work-record==
    leading ==out-== by ==dw-==.

*> the account's first wireless record held back for want of
*> consent, in case nothing else on the account can be fed.
copy POUTREC replacing ==phone-out-record== by ==consent-held-record==
    leading ==out-== by ==ch-==.

01  ws-phoneout-status    pic x(2).
01  ws-nanp-status        pic x(2).
01  ws-dialfeed-status    pic x(2).
01  ws-dnctab-status      pic x(2).
01  ws-dncsup-status      pic x(2).
01  ws-phonemst-status    pic x(2).
01  ws-consent-status     pic x(2).
01  ws-consexc-status     pic x(2).
01  ws-callrule-status    pic x(2).
01  ws-holiday-status     pic x(2).
01  ws-eof-switch         pic x(1)   value 'N'.
    88  ws-end-of-file               value 'Y'.

01  ws-suppressed-count   pic 9(9)   value 0.
01  ws-uncontact-count    pic 9(9)   value 0.
01  ws-bypassed-count     pic 9(9)   value 0.
01  ws-consent-fallback-count pic 9(9) value 0.
01  ws-consent-exc-count  pic 9(9)   value 0.
01  ws-consent-skip-count pic 9(9)   value 0.

*> the account whose preferred record has already been fed - the
*> sorted records arrive grouped by account, preferred type first,
*> so everything after the first record of a group is bypassed.
01  ws-prev-account       pic x(10).
*> 'Y' once one of the account's records has been through the feed
*> logic - every later record of the group is then bypassed.
01  ws-account-switch     pic x(1).
    88  ws-account-settled           value 'Y'.
    88  ws-account-unsettled         value 'N'.
*> 'Y' while a wireless number of the account is held back for want
*> of consent.
01  ws-held-switch        pic x(1).
    88  ws-wireless-held             value 'Y'.
01  ws-run-date           pic x(8).
01  ws-run-date-num redefines ws-run-date
                          pic 9(8).
*> 0 = Monday ... 5 = Saturday, 6 = Sunday.
01  ws-day-of-week        pic 9(1).
    88  ws-run-saturday              value 5.
    88  ws-run-sunday                value 6.
01  ws-consent-switch     pic x(1).
    88  ws-consent-active            value 'Y'.
    88  ws-consent-missing           value 'N'.
01  ws-consent-reason     pic x(1).
01  ws-consent-date       pic x(8).
01  ws-held-reason        pic x(1).
01  ws-held-date          pic x(8).
01  ws-contact-switch     pic x(1).
    88  ws-account-uncontactable     value 'Y'.
    88  ws-account-contactable       value 'N'.

*> the federal window - the default for a state with no rule, and
*> the bounds every state rule has to sit inside.
01  ws-federal-start      pic 9(4)   value 0800.
01  ws-federal-end        pic 9(4)   value 2100.
*> the window the current record is fed with.
01  ws-window-start       pic 9(4).
01  ws-window-end         pic 9(4).

*> the state calling rules, loaded from CALLRULE. Fifty states plus
*> DC and the territories fit with room to spare.
01  ws-rule-eof-switch    pic x(1)   value 'N'.
    88  ws-rule-end-of-file          value 'Y'.
01  ws-rule-max           pic 9(3)   value 100.
01  ws-rule-used          pic 9(3)   value 0.
01  ws-rule-table.
    05  ws-rule-entry occurs 100 times indexed by rule-idx.
        10  ws-rule-state          pic x(2).
        10  ws-rule-weekday-start  pic 9(4).
        10  ws-rule-weekday-end    pic 9(4).
        10  ws-rule-saturday-start pic 9(4).
        10  ws-rule-saturday-end   pic 9(4).
        10  ws-rule-sunday-start   pic 9(4).
        10  ws-rule-sunday-end     pic 9(4).
        10  ws-rule-no-sunday      pic x(1).
01  ws-rule-hit-switch    pic x(1).
    88  ws-rule-hit                  value 'Y'.
01  ws-find-state         pic x(2).
*> one window from a rule line being checked.
01  ws-chk-window.
    05  ws-chk-start      pic x(4).
    05  ws-chk-start-num redefines ws-chk-start
                          pic 9(4).
    05  ws-chk-end        pic x(4).
    05  ws-chk-end-num redefines ws-chk-end
                          pic 9(4).
*> 'Y' while the rule or holiday line being loaded checks out.
01  ws-chk-switch         pic x(1).
    88  ws-chk-line-ok               value 'Y'.

*> the states whose holiday falls on the run date, from HOLIDAY.
01  ws-hol-eof-switch     pic x(1)   value 'N'.
    88  ws-hol-end-of-file           value 'Y'.
01  ws-hol-max            pic 9(3)   value 100.
01  ws-hol-used           pic 9(3)   value 0.
01  ws-hol-table.
    05  ws-hol-state occurs 100 times indexed by hol-idx
                          pic x(2).
01  ws-hol-hit-switch     pic x(1).
    88  ws-state-holiday             value 'Y'.
01  ws-holiday-exc-count  pic 9(9)   value 0.
01  ws-no-calls-exc-count pic 9(9)   value 0.
01  ws-intl-exc-count     pic 9(9)   value 0.

01  ws-digit-count        pic 9(2).
01  ws-idx                pic 9(2).

procedure division.
main-process.
    move function current-date(1:8) to ws-run-date
    compute ws-day-of-week =
        function mod(function integer-of-date(ws-run-date-num) - 1, 7)
    perform open-files
    if not ws-end-of-file
        perform load-rule-table
        perform load-holiday-table
    end-if
    sort sort-file
        on ascending key srt-account srt-rank
        input procedure is load-sort-records
        ws-exception-count ' exceptions, '
        ws-suppressed-count ' suppressed, '
        ws-uncontact-count ' uncontactable skipped, '
        ws-bypassed-count ' bypassed by type preference, '
        ws-consent-fallback-count ' wireless fallbacks for consent, '
        ws-consent-exc-count ' consent exceptions, '
        ws-consent-skip-count ' further wireless skipped for consent'
    display 'PHONEDIAL: ' ws-rule-used ' state rules, '
        ws-hol-used ' state holidays today, '
        ws-holiday-exc-count ' withheld for holiday, '
        ws-no-calls-exc-count ' withheld for no calls today, '
        ws-intl-exc-count ' international'
    if ws-read-count not = ws-feed-count + ws-exception-count
            + ws-suppressed-count + ws-uncontact-count
            + ws-bypassed-count + ws-consent-fallback-count
            + ws-consent-exc-count + ws-consent-skip-count
        display 'PHONEDIAL: RUN OUT OF BALANCE'
        if return-code = 0
            move 8 to return-code
        move 'Y' to ws-eof-switch
        move 8 to return-code
    end-if
    *> no registry means no way to tell a consented mobile from an
    *> unconsented one - fail the run like a missing DNCTAB rather
    *> than autodial mobiles blind.
    open input consent-file
    if ws-consent-status not = '00'
        display 'PHONEDIAL: UNABLE TO OPEN CONSENT, STATUS='
            ws-consent-status
        move 'Y' to ws-eof-switch
        move 8 to return-code
    end-if
    open output consent-exception-file
    if ws-consexc-status not = '00'
        display 'PHONEDIAL: UNABLE TO OPEN CONSEXC, STATUS='
            ws-consexc-status
        move 'Y' to ws-eof-switch
    end-if
    open output dnc-suppress-file
    if ws-dncsup-status not = '00'
        display 'PHONEDIAL: UNABLE TO OPEN DNCSUP, STATUS='
        display 'PHONEDIAL: UNABLE TO OPEN DIALEXC, STATUS='
            ws-dialexc-status
        move 'Y' to ws-eof-switch
    end-if
    *> without the state rules and the holiday calendar there is no
    *> telling which numbers may be called today - fail the run.
    open input call-rule-file
    if ws-callrule-status not = '00'
        display 'PHONEDIAL: UNABLE TO OPEN CALLRULE, STATUS='
            ws-callrule-status
        move 'Y' to ws-eof-switch
        move 'Y' to ws-rule-eof-switch
        move 16 to return-code
    end-if
    open input holiday-file
    if ws-holiday-status not = '00'
        display 'PHONEDIAL: UNABLE TO OPEN HOLIDAY, STATUS='
            ws-holiday-status
        move 'Y' to ws-eof-switch
        move 'Y' to ws-hol-eof-switch
        move 16 to return-code
    end-if.

*> any bad rule line rejects the whole run: nothing is released to
*> the sort, so nothing is fed.
load-rule-table.
    perform read-rule-file
    perform until ws-rule-end-of-file
        perform load-rule-record
        perform read-rule-file
    end-perform
    if return-code = 16
        move 'Y' to ws-eof-switch
    end-if.

read-rule-file.
    read call-rule-file
        at end move 'Y' to ws-rule-eof-switch
    end-read.

load-rule-record.
    if call-rule-record = spaces
        exit paragraph
    end-if
    move 'Y' to ws-chk-switch
    if cr-state is not alphabetic or cr-state = spaces
            or (cr-no-sunday-calls not = 'Y'
                and cr-no-sunday-calls not = space)
        move 'N' to ws-chk-switch
    end-if
    move cr-weekday-start to ws-chk-start
    move cr-weekday-end to ws-chk-end
    perform check-rule-window
    move cr-saturday-start to ws-chk-start
    move cr-saturday-end to ws-chk-end
    perform check-rule-window
    move cr-sunday-start to ws-chk-start
    move cr-sunday-end to ws-chk-end
    perform check-rule-window
    if not ws-chk-line-ok
        display 'PHONEDIAL: BAD CALLRULE RECORD: '
            call-rule-record(1:40)
        move 16 to return-code
        exit paragraph
    end-if
    move cr-state to ws-find-state
    perform find-state-rule
    if ws-rule-hit
        display 'PHONEDIAL: STATE ' cr-state
            ' IS ON CALLRULE TWICE'
        move 16 to return-code
        exit paragraph
    end-if
    if ws-rule-used >= ws-rule-max
        display 'PHONEDIAL: MORE THAN ' ws-rule-max
            ' CALLING RULES - RAISE THE TABLE LIMIT'
        move 16 to return-code
        exit paragraph
    end-if
    add 1 to ws-rule-used
    set rule-idx to ws-rule-used
    move cr-state to ws-rule-state (rule-idx)
    move cr-weekday-start to ws-rule-weekday-start (rule-idx)
    move cr-weekday-end to ws-rule-weekday-end (rule-idx)
    move cr-saturday-start to ws-rule-saturday-start (rule-idx)
    move cr-saturday-end to ws-rule-saturday-end (rule-idx)
    move cr-sunday-start to ws-rule-sunday-start (rule-idx)
    move cr-sunday-end to ws-rule-sunday-end (rule-idx)
    move cr-no-sunday-calls to ws-rule-no-sunday (rule-idx).

*> a window is 0000-0000 (no calls) or hhmm-hhmm with the start
*> before the end, both inside the federal window - a state rule
*> can only narrow it.
check-rule-window.
    if ws-chk-start is not numeric or ws-chk-end is not numeric
        move 'N' to ws-chk-switch
        exit paragraph
    end-if
    if ws-chk-start-num = 0 and ws-chk-end-num = 0
        exit paragraph
    end-if
    if ws-chk-start(3:2) > '59' or ws-chk-end(3:2) > '59'
            or ws-chk-start-num < ws-federal-start
            or ws-chk-end-num > ws-federal-end
            or ws-chk-start-num not < ws-chk-end-num
        move 'N' to ws-chk-switch
    end-if.

*> leaves rule-idx on the state's entry when there is one.
find-state-rule.
    move 'N' to ws-rule-hit-switch
    perform varying rule-idx from 1 by 1
            until rule-idx > ws-rule-used or ws-rule-hit
        if ws-rule-state (rule-idx) = ws-find-state
            move 'Y' to ws-rule-hit-switch
        end-if
    end-perform
    if ws-rule-hit
        set rule-idx down by 1
    end-if.

*> only the run date's holidays are kept; the calendar may carry
*> years of them. A line with a bad date or state rejects the run.
load-holiday-table.
    perform read-holiday-file
    perform until ws-hol-end-of-file
        perform load-holiday-record
        perform read-holiday-file
    end-perform
    if return-code = 16
        move 'Y' to ws-eof-switch
    end-if.

read-holiday-file.
    read holiday-file
        at end move 'Y' to ws-hol-eof-switch
    end-read.

load-holiday-record.
    if holiday-record = spaces
        exit paragraph
    end-if
    move 'Y' to ws-chk-switch
    if hd-date is not numeric
            or hd-state is not alphabetic or hd-state = spaces
        move 'N' to ws-chk-switch
    else
        if function test-date-yyyymmdd(hd-date-num) not = 0
            move 'N' to ws-chk-switch
        end-if
    end-if
    if not ws-chk-line-ok
        display 'PHONEDIAL: BAD HOLIDAY RECORD: ' holiday-record(1:40)
        move 16 to return-code
        exit paragraph
    end-if
    if hd-date not = ws-run-date
        exit paragraph
    end-if
    if ws-hol-used >= ws-hol-max
        display 'PHONEDIAL: MORE THAN ' ws-hol-max
            ' STATE HOLIDAYS TODAY - RAISE THE TABLE LIMIT'
        move 16 to return-code
        exit paragraph
    end-if
    add 1 to ws-hol-used
    set hol-idx to ws-hol-used
    move hd-state to ws-hol-state (hol-idx).

*> input procedure: verify the segments and release every data
*> record to the sort keyed on account plus type rank. The
*> unclosed-segment check lives here so a truncated final segment
*> for them as such. A tie on rank (the same account and type in
*> two segments, e.g. a recycled record) keeps whichever the sort
*> returned first - the numbers are the same either way.
*> The exceptions are a wireless number without active consent and
*> a number abroad. The wireless number is held back and the
*> account stays open for its next record, and an account that ends
*> with nothing but unconsented wireless numbers goes on the consent
*> exception list when the next account's group starts. The number
*> abroad goes to DIALEXC as an I exception and the account stays
*> open the same way.
feed-by-account.
    move low-values to ws-prev-account
    set ws-account-settled to true
    move 'N' to ws-held-switch
    perform return-sort-record
    perform until ws-sort-end
        if srt-account not = ws-prev-account
            perform close-account-group
            move srt-account to ws-prev-account
            set ws-account-unsettled to true
            move 'N' to ws-held-switch
        end-if
        if ws-account-settled
            add 1 to ws-bypassed-count
        else
            move srt-data to dial-work-record
            perform select-account-record
        end-if
        perform return-sort-record
    end-perform
    perform close-account-group.

*> a line type not on file falls back to the filed phone type, so an
*> M number is never autodialed without consent for want of an
*> exchange table entry. A number abroad is tested first - it has no
*> line type to hold for consent - and goes out as an I exception
*> with the account left open for its next record.
select-account-record.
    if not dw-domestic-number
        move dw-country-code to ws-area-code
        move 'I' to ws-exc-reason
        perform write-exception-record
        add 1 to ws-intl-exc-count
        exit paragraph
    end-if
    if dw-line-wireless
            or (dw-line-type = space and dw-type-mobile)
        perform check-wireless-consent
        if ws-consent-missing
            if ws-wireless-held
                add 1 to ws-consent-skip-count
            else
                move dial-work-record to consent-held-record
                move ws-consent-reason to ws-held-reason
                move ws-consent-date to ws-held-date
                set ws-wireless-held to true
            end-if
            exit paragraph
        end-if
    end-if
    if ws-wireless-held
        add 1 to ws-consent-fallback-count
    end-if
    set ws-account-settled to true
    perform process-phone-record.

close-account-group.
    if ws-account-unsettled and ws-wireless-held
        perform write-consent-exception
    end-if.

*> active consent is a G record already in effect on the run date;
*> anything else holds the number back, and the reason says which.
check-wireless-consent.
    set ws-consent-missing to true
    move spaces to ws-consent-date
    move dw-master-key to cons-key
    read consent-file
        invalid key
            move 'N' to ws-consent-reason
        not invalid key
            move cons-effective-date to ws-consent-date
            evaluate true
                when cons-revoked
                    move 'R' to ws-consent-reason
                when not cons-given
                    move 'N' to ws-consent-reason
                when cons-effective-date > ws-run-date
                    move 'F' to ws-consent-reason
                when other
                    set ws-consent-active to true
            end-evaluate
    end-read.

write-consent-exception.
    move spaces to consent-exception-record
    move ch-account-number to ce-account-number
    move ch-phone-formatted to ce-phone-formatted
    move ws-held-reason to ce-reason
    move ws-held-date to ce-consent-date
    write consent-exception-record
    add 1 to ws-consent-exc-count.

return-sort-record.
    return sort-file
                when nanp-time-zone = spaces
                    move 'Z' to ws-exc-reason
                    perform write-exception-record
                when nanp-state = spaces
                    move 'S' to ws-exc-reason
                    perform write-exception-record
                when other
                    perform set-calling-window
            end-evaluate
        end-if
    end-if.
            set ws-code-found to true
    end-read.

*> the state's window for the run date's day of the week, or the
*> federal window when the state has no rule. A state holiday, a
*> Sunday ban or a 0000-0000 window withholds the number instead.
set-calling-window.
    move 'N' to ws-hol-hit-switch
    perform varying hol-idx from 1 by 1
            until hol-idx > ws-hol-used or ws-state-holiday
        if ws-hol-state (hol-idx) = nanp-state
            move 'Y' to ws-hol-hit-switch
        end-if
    end-perform
    if ws-state-holiday
        move 'H' to ws-exc-reason
        perform write-exception-record
        add 1 to ws-holiday-exc-count
        exit paragraph
    end-if
    move nanp-state to ws-find-state
    perform find-state-rule
    evaluate true
        when not ws-rule-hit
            move ws-federal-start to ws-window-start
            move ws-federal-end to ws-window-end
        when ws-run-sunday and ws-rule-no-sunday (rule-idx) = 'Y'
            move 0 to ws-window-start
            move 0 to ws-window-end
        when ws-run-sunday
            move ws-rule-sunday-start (rule-idx) to ws-window-start
            move ws-rule-sunday-end (rule-idx) to ws-window-end
        when ws-run-saturday
            move ws-rule-saturday-start (rule-idx) to ws-window-start
            move ws-rule-saturday-end (rule-idx) to ws-window-end
        when other
            move ws-rule-weekday-start (rule-idx) to ws-window-start
            move ws-rule-weekday-end (rule-idx) to ws-window-end
    end-evaluate
    if ws-window-start = 0 and ws-window-end = 0
        move 'D' to ws-exc-reason
        perform write-exception-record
        add 1 to ws-no-calls-exc-count
        exit paragraph
    end-if
    perform write-feed-record.

write-feed-record.
    move dw-account-number to df-account-number
    move dw-phone-formatted to df-phone-formatted
    move dw-phone-formatted to de-phone-formatted
    move ws-area-code to de-area-code
    move ws-exc-reason to de-reason
    move dw-phone-formatted-cont to de-phone-formatted-cont
    write dialer-exception-record
    add 1 to ws-exception-count.

    close phone-master-file
    close dialer-feed-file
    close dialer-exception-file
    close dnc-suppress-file
    close consent-file
    close consent-exception-file
    close call-rule-file
    close holiday-file.

end program PHONEDIAL.
