*>   action A - add a newly activated NANP area code (the time zone
*>              may be keyed with it, or left blank and set later)
*>   action U - flip NANP-IN-SERVICE between Y and N and/or correct
*>              NANP-DESCRIPTION, NANP-TIME-ZONE and/or NANP-STATE;
*>              a field left blank keeps its current value
*> The state is the two-letter postal code PHONEDIAL looks the
*> state calling rules and holidays up by; like the time zone it may
*> be left blank on an add and set later, but PHONEDIAL withholds
*> the code's numbers until it is.
*> Every change writes a before/after audit record (NAUDREC) to the
*> NANPAUD file with the user id, date and time of the change.
*> Uses map PHONEMP2 in the same PHONEMAP mapset as the PHON screen.
01  ws-before-insvc pic x(1).
01  ws-before-desc  pic x(20).
01  ws-before-tz    pic x(2).
01  ws-before-state pic x(2).
*> a keyed state must at least look like a postal code - two
*> upper-case letters, no spaces. 'A ', ' A' or 'ny' would match no
*> CALLRULE entry and PHONEDIAL would quietly give the area code the
*> federal window instead of holding it back. Which codes are real
*> is the rules table's business.
01  ws-state-check  pic x(2).
    88  ws-state-not-keyed value spaces low-values.
01  filler redefines ws-state-check.
    05  ws-state-char-1 pic x(1).
    05  ws-state-char-2 pic x(1).
01  ws-tz-check     pic x(2).
    88  ws-tz-keyed-valid  value 'ET' 'CT' 'MT' 'PT' 'AK' 'HI'.
    88  ws-tz-not-keyed    value spaces low-values.
            to msg2i
        exit paragraph
    end-if
    move state2i to ws-state-check
    if not ws-state-not-keyed
            and (ws-state-char-1 is not alphabetic-upper
                or ws-state-char-2 is not alphabetic-upper
                or ws-state-char-1 = space
                or ws-state-char-2 = space)
        move 'STATE MUST BE A TWO-LETTER POSTAL CODE (OR BLANK)'
            to msg2i
        exit paragraph
    end-if

    move spaces to nanp-area-code-record
    move areacdi to nanp-area-code
    if ws-tz-keyed-valid
        move timezni to nanp-time-zone
    end-if
    if not ws-state-not-keyed
        move state2i to nanp-state
    end-if

    exec cics
        write file('NANPTAB')
    evaluate ws-resp
        when dfhresp(normal)
            move spaces to ws-before-insvc ws-before-desc
                ws-before-tz ws-before-state
            move 'A' to naud-action
            *> success text goes up first so a failed audit write
            *> can overwrite it - the user must never see a clean
            to msg2i
        exit paragraph
    end-if
    move state2i to ws-state-check
    if not ws-state-not-keyed
            and (ws-state-char-1 is not alphabetic-upper
                or ws-state-char-2 is not alphabetic-upper
                or ws-state-char-1 = space
                or ws-state-char-2 = space)
        move 'STATE MUST BE A TWO-LETTER POSTAL CODE (OR BLANK TO KEEP)'
            to msg2i
        exit paragraph
    end-if
    if (insvci = space or insvci = low-value)
            and (descr2i = spaces or descr2i = low-values)
            and ws-tz-not-keyed and ws-state-not-keyed
        move 'KEY AN IN-SERVICE FLAG, DESCRIPTION, TIME ZONE OR STATE'
            to msg2i
        exit paragraph
    end-if
    move nanp-in-service to ws-before-insvc
    move nanp-description to ws-before-desc
    move nanp-time-zone to ws-before-tz
    move nanp-state to ws-before-state
    if insvci = 'Y' or insvci = 'N'
        move insvci to nanp-in-service
    end-if
    if ws-tz-keyed-valid
        move timezni to nanp-time-zone
    end-if
    if not ws-state-not-keyed
        move state2i to nanp-state
    end-if

    exec cics
        rewrite file('NANPTAB')
    move ws-before-insvc to naud-before-insvc
    move ws-before-desc to naud-before-desc
    move ws-before-tz to naud-before-tz
    move ws-before-state to naud-before-state
    move nanp-in-service to naud-after-insvc
    move nanp-description to naud-after-desc
    move nanp-time-zone to naud-after-tz
    move nanp-state to naud-after-state
    exec cics
        write file('NANPAUD')
              from(nanp-audit-record)
send-initial-map.
    move spaces to phonemp2o.
    move low-value to action2a areacda insvca descr2a timezna
        state2a msg2a.
    move 'ENTER ACTION, AREA CODE AND THE FIELDS TO APPLY' to msg2o.
    exec cics
        send map(ws-map-name)

send-map-and-wait.
    move low-value to action2a areacda insvca descr2a timezna
        state2a msg2a.
    exec cics
        send map(ws-map-name)
             mapset(ws-mapset-name)
