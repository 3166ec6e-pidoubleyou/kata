      record key is nanp-area-code
      file status is ws-nanp-status.

  select exchange-table assign to NXXTAB
      organization is indexed
      access mode is random
      record key is nxx-npa-nxx
      file status is ws-nxx-status.

  select country-table assign to CTRYTAB
      organization is indexed
      access mode is random
      record key is ctry-calling-code
      file status is ws-ctry-status.

data division.
file section.
fd  area-code-table.
copy NANPREC.

fd  exchange-table.
copy NXXREC.

fd  country-table.
copy CTRYREC.

working-storage section.
*> the 10-digit number actually being formatted. ARR (linkage) only
*> has a valid address on the primary entry's USING list, so the
01  ws-table-open-flag  pic x(1)  value 'N'.
    88  ws-table-is-open          value 'Y'.
    88  ws-table-unavailable      value 'N'.
*> the NPA-NXX exchange table gets the same open-once treatment as
*> NANPTAB - see ensure-table-open.
01  ws-nxx-status       pic x(2).
01  ws-nxx-open-flag    pic x(1)  value 'N'.
    88  ws-nxx-table-is-open      value 'Y'.
    88  ws-nxx-table-unavailable  value 'N'.
01  ws-digits           pic x(11).
01  ws-digit-count      pic 9(2).
01  ws-idx              pic 9(2).
*> the country table is only needed by CreatePhoneNumberIntl, so it
*> is opened (once) the first time that entry is called rather than
*> with the NANP tables - a domestic-only run unit never touches it.
*> No table means no country can be validated: status 44.
01  ws-ctry-status      pic x(2).
01  ws-ctry-open-attempted pic x(1) value 'N'.
    88  ws-ctry-open-was-attempted value 'Y'.
01  ws-ctry-open-flag   pic x(1)  value 'N'.
    88  ws-ctry-table-is-open     value 'Y'.
    88  ws-ctry-table-unavailable value 'N'.
01  ws-intl-digits      pic x(15).
01  ws-intl-digit-count pic 9(2).
01  ws-cc-length        pic 9(1).
01  ws-cc-found-length  pic 9(1).
01  ws-national-length  pic 9(2).

linkage section.
copy PHONELINK.
  perform process-number.
  goback.

*> shared formatting/validation logic for all the NANP entry points.
*> operates only on WS-ARR (working-storage) rather than the linkage
*> ARR, since ARR's address is only valid when the primary entry's
*> USING phrase was the one that received the CALL.
  perform ensure-table-open.
  perform validate-structure.
  perform validate-area-code.
  perform validate-exchange.
  perform format-number.

*> companion entry point for 11-digit input that carries a leading
  end-evaluate.
  goback.

*> companion entry point for a customer's number abroad, keyed as
*> '+', country calling code and national number with whatever
*> punctuation the customer system let through. The digits are
*> stripped out as for CreatePhoneNumberText. A leading 1 is NANP
*> and goes through the domestic checks and FORMAT-CODE like any
*> 11-digit number; anything else is matched to its country on
*> CTRYTAB (the calling codes are prefix-free - the 1-, 2- or
*> 3-digit code on file that begins the number is the only one
*> that can) and the national number's length checked against the
*> country's. A good number comes back in INTL-RESULT as E.164 with
*> its country code in INTL-COUNTRY-CODE.
entry 'CreatePhoneNumberIntl' using intl-raw-input result
    intl-result phone-status format-code intl-country-code.
entry-intl-logic.
  move 0 to phone-status.
  move spaces to intl-result.
  move spaces to intl-country-code.
  move spaces to ws-intl-digits.
  move 0 to ws-intl-digit-count.
  *> stop once ws-intl-digits is one past full - that is already
  *> more than E.164 allows, and the count says so below.
  perform varying ws-idx from 1 by 1
      until ws-idx > 16 or ws-intl-digit-count > 15
    if intl-raw-input(ws-idx:1) >= '0'
        and intl-raw-input(ws-idx:1) <= '9'
      add 1 to ws-intl-digit-count
      if ws-intl-digit-count <= 15
        move intl-raw-input(ws-idx:1)
          to ws-intl-digits(ws-intl-digit-count:1)
      end-if
    end-if
  end-perform.

  evaluate true
    when ws-intl-digit-count = 0
      move 44 to phone-status
    when ws-intl-digits(1:1) = '1'
      if ws-intl-digit-count = 11
        move ws-intl-digits(2:10) to ws-arr
        perform process-number
      else
        move 24 to phone-status
      end-if
    when ws-intl-digit-count > 15
      move 48 to phone-status
    when other
      perform find-country-code
      if ws-cc-found-length = 0
        move 44 to phone-status
      else
        move ctry-calling-code to intl-country-code
        compute ws-national-length =
            ws-intl-digit-count - ws-cc-found-length
        if ws-national-length < ctry-min-length
            or ws-national-length > ctry-max-length
          move 48 to phone-status
        else
          string '+'
            ws-intl-digits(1:ws-intl-digit-count)
            delimited by size
            into intl-result
            on overflow
              move 4 to phone-status
          end-string
        end-if
      end-if
  end-evaluate.
  goback.

*> longest-match is not needed - no calling code is the prefix of
*> another - so the first of the 1-, 2- and 3-digit prefixes found
*> on the table is the country. A prefix that would leave no
*> national number at all is not tried.
find-country-code.
  move 0 to ws-cc-found-length.
  perform ensure-country-table-open.
  if ws-ctry-table-is-open
    perform varying ws-cc-length from 1 by 1
        until ws-cc-length > 3 or ws-cc-found-length > 0
            or ws-cc-length >= ws-intl-digit-count
      move spaces to ctry-calling-code
      move ws-intl-digits(1:ws-cc-length)
        to ctry-calling-code(1:ws-cc-length)
      read country-table
          invalid key
            continue
          not invalid key
            move ws-cc-length to ws-cc-found-length
      end-read
    end-perform
  end-if.

ensure-country-table-open.
  if not ws-ctry-open-was-attempted
    set ws-ctry-open-was-attempted to true
    open input country-table
    if ws-ctry-status = '00'
      set ws-ctry-table-is-open to true
    else
      set ws-ctry-table-unavailable to true
    end-if
  end-if.

ensure-table-open.
  if not ws-table-open-was-attempted
    set ws-table-open-was-attempted to true
      *> run-unit has failed to open the table it stays unavailable.
      set ws-table-unavailable to true
    end-if
    open input exchange-table
    if ws-nxx-status = '00'
      set ws-nxx-table-is-open to true
    else
      *> likewise for the exchange table - no table, no status 40.
      set ws-nxx-table-unavailable to true
    end-if
  end-if.

*> NANP structural validation of the exchange (NXX, digits 4-6) and
    end-read
  end-if.

*> an exchange the numbering plan has not assigned to any carrier
*> cannot ring a customer's phone - the number was mis-keyed or made
*> up. Not on the NPA-NXX table, or on it marked unassigned, is
*> status 40. Runs last and only when every earlier check passed, so
*> a bad area code (whose exchanges are never on the table either)
*> still reports as 16 and keeps shipping flagged. RESULT is still
*> formatted.
validate-exchange.
  if ws-nxx-table-is-open and phone-status = 0
    move ws-arr(1:3) to nxx-npa
    move ws-arr(4:3) to nxx-exchange
    read exchange-table
        invalid key
          move 40 to phone-status
        not invalid key
          if not nxx-assigned
            move 40 to phone-status
          end-if
    end-read
  end-if.

format-number.
  evaluate ws-format-code
    when 2
