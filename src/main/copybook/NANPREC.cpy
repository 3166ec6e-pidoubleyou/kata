    *> zone is not on file - PHONEDIAL routes those numbers to its
    *> exception list instead of guessing.
    05  nanp-time-zone     pic x(2).
    *> two-letter postal code of the state (or DC) the area code
    *> serves, the key to the dialer's state calling rules
    *> (CALLRULE) and holiday calendar. Blank means the state is not on
    *> file - PHONEDIAL withholds those numbers instead of guessing,
    *> the same way it treats a blank time zone. Keyed on NANM.
    05  nanp-state         pic x(2).
