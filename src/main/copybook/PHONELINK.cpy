*>                reported only when no earlier check set a status,
*>                and a structural status wins over the area-code
*>                check because it runs first)
*>               40 = exchange (NPA-NXX, digits 1-6) is not assigned -
*>                    not on the NXXTAB exchange table or marked
*>                    unassigned there; RESULT still formatted.
*>                    Checked last, only when every other check
*>                    passed, so a bad area code still reports 16
*>               44 = international number (CreatePhoneNumberIntl)
*>                    whose country calling code is not on the
*>                    CTRYTAB country table - or the table could not
*>                    be opened, so no country could be checked
*>               48 = international number whose national number is
*>                    shorter or longer than its country allows
*>                    (CTRYTAB minimum/maximum), or that carries more
*>                    than the 15 digits E.164 allows
*>
*> format-code:  1 = (XXX) XXX-XXXX (default)
*>               2 = XXX-XXX-XXXX
*> non-digit characters are stripped before the number is reformatted.
01  raw-input     pic x(14).
01  result        pic x(14).
*> the CreatePhoneNumberIntl entry point takes a number as the
*> customer system keys it for a customer abroad: '+', the country
*> calling code and the national number, optionally punctuated,
*> e.g. "+44 20 7946 0958" - the 16 bytes of the extract's raw
*> field and its continuation (see CUSTREC). A +1 number is NANP:
*> it is formatted domestically into RESULT with FORMAT-CODE
*> exactly as CreatePhoneNumber11 would, and intl-country-code
*> comes back blank. Any other country is validated against the
*> CTRYTAB country table and returned in intl-result as E.164 -
*> '+' and up to 15 digits, no spaces - with the country's code in
*> intl-country-code (left-justified, as keyed on CTRYTAB);
*> FORMAT-CODE does not apply to it.
01  intl-raw-input    pic x(16).
01  intl-result       pic x(16).
01  intl-country-code pic x(3).
01  phone-status  pic 9(2).
01  format-code   pic 9(1).
