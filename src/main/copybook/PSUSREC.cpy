*> PHONERECYC. Rejects that still fail after a recycle attempt land
*> here with a retry count and the date they first suspended, so a
*> record that has aged past the retry limit is carried forward
*> as-is instead of being re-driven night after night. An
*> international number's raw value continues in
*> susp-phone-raw-cont the same way the extract carries it (see
*> CUSTREC).
01  suspense-record.
    05  susp-account-number  pic x(10).
    05  susp-phone-raw       pic x(10).
    *> CUSTREC); blank on suspense from before the multi-number
    *> extract and treated as home.
    05  susp-phone-type      pic x(1).
    05  susp-phone-raw-cont  pic x(6).
    05  filler               pic x(1).
