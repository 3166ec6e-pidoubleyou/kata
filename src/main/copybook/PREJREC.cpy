*> PREJREC - record layout for the reject file (PHONEREJ) written by
*> PHONEBATCH and re-driven through CreatePhoneNumber by PHONERECYC.
*> rej-phone-status carries the PHONE-STATUS value documented in
*> PHONELINK that caused the reject. An international number's raw
*> value continues in rej-phone-raw-cont the same way the extract
*> carries it (see CUSTREC).
01  phone-reject-record.
    05  rej-account-number   pic x(10).
    05  rej-phone-raw        pic x(10).
    *> on rejects from before the multi-number extract and treated
    *> as home.
    05  rej-phone-type       pic x(1).
    05  rej-phone-raw-cont   pic x(6).
    05  filler               pic x(11).
