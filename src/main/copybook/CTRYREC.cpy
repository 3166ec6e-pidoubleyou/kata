*> CTRYREC - record layout for the country calling-code reference
*> table (VSAM KSDS PROD.PHONE.CTRYTAB), keyed by the ITU E.164
*> country calling code - one to three digits, left-justified and
*> space-filled ('44 ', '52 ', '353'). Loaded by CTRYLOAD from the
*> seed file; read by the CreatePhoneNumberIntl entry of
*> CreatePhoneNumber to validate the customers' numbers abroad. The
*> calling codes are prefix-free, so the longest code on file that
*> begins the number is the only one that can.
*> Country code 1 is deliberately NOT on this table: the North
*> American Numbering Plan is NANPTAB's business, and a +1 number
*> goes through the domestic NANP checks instead.
*> ctry-min-length / ctry-max-length bound the national
*> (significant) number - the digits after the country code, with
*> no trunk prefix - and the code plus the national number never
*> exceeds the 15 digits E.164 allows.
01  country-code-record.
    05  ctry-calling-code    pic x(3).
    05  ctry-name            pic x(30).
    05  ctry-min-length      pic 9(2).
    05  ctry-max-length      pic 9(2).
    05  filler               pic x(3).
