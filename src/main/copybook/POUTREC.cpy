            88  out-type-home         value 'H'.
            88  out-type-work         value 'W'.
            88  out-type-mobile       value 'M'.
    *> a domestic number in the FORMAT-CODE shape it was loaded
    *> with; a number abroad (out-country-code not blank) in E.164,
    *> '+' and up to 15 digits - the first 14 characters here and
    *> any remainder in out-phone-formatted-cont.
    05  out-phone-formatted  pic x(14).
    *> '*' when the number formatted fine but PHONE-STATUS=16 (area
    *> code not in the NANP table) - the record still ships in
    *> OUT-PHONE-FORMATTED + ' ' + OUT-EXTENSION.
    05  out-extension        pic x(6)   value spaces.
    *> contactability status, only meaningful on the phone master
    *> copy of this layout (and the PHONEUNLD unload of it, which
    *> carries it through): 'U' when the dialer's results file
    *> reported the number disconnected or a wrong number
    *> (DIALRESULT sets it), blank when the account is contactable.
    *> PHONEDIAL skips 'U' accounts instead of re-feeding them; a
    *> with the status blank again.
    05  out-contact-status   pic x(1)   value space.
        88  out-uncontactable           value 'U'.
    *> line type of the number's exchange from the NPA-NXX table
    *> (NXXREC) as of the run that formatted it: W wireless, L
    *> landline, V VoIP; blank when the exchange's line type is not
    *> on file. PHONEBATCH stamps it; the consent and dialing rules
    *> go by it rather than by the phone type the customer system
    *> filed the number under.
    05  out-line-type        pic x(1)   value space.
        88  out-line-wireless           value 'W'.
        88  out-line-landline           value 'L'.
        88  out-line-voip               value 'V'.
    *> E.164 country calling code of a number abroad (see CTRYREC),
    *> blank for a domestic (NANP) number. Everything that reads a
    *> number as a NANP area code, exchange and line - the dialer
    *> feed, the line type, area code re-flags and splits - leaves
    *> an international number alone; it has no area code or
    *> exchange, and its area code flag and line type stay blank.
    05  out-country-code     pic x(3)   value spaces.
        88  out-domestic-number         value spaces.
    05  out-phone-formatted-cont pic x(2) value spaces.
    05  filler               pic x(1).
