*> flipped out of service online since then. This program reads the
*> live table in key sequence and writes a fresh seed file in the
*> nanp-area-codes.txt layout (area code, in-service flag,
*> description, time zone, state - the NANPREC record image), so
*> the seed always reflects the table NANM has been maintaining. It
*> also reads the current seed alongside and writes a compare
*> report:
*>   ADDED   - on the live table, not in the seed (came in via NANM)
*>   REMOVED - in the seed, no longer on the table
*>   CHANGED - on both, with the seed and table images when the
*>             in-service flag, description, time zone or state
*>             differ
*> Run scheduled (NANPUNLD job) or as the mandatory first step of
*> NANPLOAD itself - either way the rebuild starts from what is
*> actually live. If the table cannot be opened the run ends
    05  seed-in-service    pic x(1).
    05  seed-description   pic x(20).
    05  seed-time-zone     pic x(2).
    05  seed-state         pic x(2).

fd  new-seed-file
    recording mode is f.
01  new-seed-record        pic x(28).

fd  compare-report-file
    recording mode is f.
    05  ws-cmp-desc       pic x(20).
    05  filler            pic x(1)   value space.
    05  ws-cmp-tz         pic x(2).
    05  filler            pic x(1)   value space.
    05  ws-cmp-state      pic x(2).
    05  filler            pic x(32)  value spaces.

procedure division.
main-process.
    move nanp-in-service to ws-cmp-insvc
    move nanp-description to ws-cmp-desc
    move nanp-time-zone to ws-cmp-tz
    move nanp-state to ws-cmp-state
    write compare-report-line from ws-cmp-line.

report-removed-code.
    move seed-in-service to ws-cmp-insvc
    move seed-description to ws-cmp-desc
    move seed-time-zone to ws-cmp-tz
    move seed-state to ws-cmp-state
    write compare-report-line from ws-cmp-line.

compare-matched-code.
    if nanp-in-service = seed-in-service
            and nanp-description = seed-description
            and nanp-time-zone = seed-time-zone
            and nanp-state = seed-state
        add 1 to ws-same-count
    else
        add 1 to ws-changed-count
        move seed-in-service to ws-cmp-insvc
        move seed-description to ws-cmp-desc
        move seed-time-zone to ws-cmp-tz
        move seed-state to ws-cmp-state
        write compare-report-line from ws-cmp-line
        move spaces to ws-cmp-line
        move 'TABLE ' to ws-cmp-tag
        move nanp-in-service to ws-cmp-insvc
        move nanp-description to ws-cmp-desc
        move nanp-time-zone to ws-cmp-tz
        move nanp-state to ws-cmp-state
        write compare-report-line from ws-cmp-line
    end-if.

