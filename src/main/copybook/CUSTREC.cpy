*> (PROD.CUSTOMER.MASTER.EXTRACT read by PHONEBATCH) and the online
*> customer master KSDS (CUSTMST, keyed on cust-account-number) that
*> the PHON transaction updates.
*> A customer's number abroad arrives in E.164 shape - '+', the
*> country calling code and the national number, up to 15 digits,
*> optionally punctuated - and is too long for cust-phone-raw: its
*> first 10 characters are in cust-phone-raw and the rest in
*> cust-phone-raw-cont, so the two together hold the 16 characters
*> CreatePhoneNumberIntl takes. A leading '+' in cust-phone-raw is
*> what marks the number as international; on a domestic number
*> cust-phone-raw-cont is blank and ignored.
01  customer-record.
    05  cust-account-number  pic x(10).
    05  cust-phone-raw       pic x(10).
        88  cust-type-home        value 'H'.
        88  cust-type-work        value 'W'.
        88  cust-type-mobile      value 'M'.
    05  cust-phone-raw-cont  pic x(6).
    05  filler               pic x(2).
    *> only meaningful on a changed-accounts (delta) extract - tells
    *> PHONEBATCH how to apply the record to the phone master.
    *> Blank on the full extract and on the online master.
