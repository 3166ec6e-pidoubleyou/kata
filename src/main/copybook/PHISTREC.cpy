*> PHISTREC - effective-dated phone number history (PHONEHST, the
*> PROD.PHONE.HISTORY KSDS). One record per change to a phone
*> master record, from every batch path that changes one:
*>   PHONEBATCH full loads (PHONEBAT) and delta applies (PHONEDLT),
*>   PHONEBATCH applies of appended vendor numbers (PHONEAPR),
*>   PHONESPLIT renumbers (PHONESPL), DIALRESULT 'U' marks
*>   (DIALRSLT)
*> each with the before and after images of the number, extension
*> and contact status, the job that made the change and the date it
*> took effect on the master. PHONAUD only ever covered PHON screen
*> changes to CUSTMST; this is the file that answers "what number
*> did we have for this account on that date, and why did we dial
*> it".
*> The key is account + phone type + an INVERTED effective
*> timestamp (99999999999999 minus yyyymmddhhmmss), so an account's
*> entries for one phone type sort newest first: a GTEQ start on
*> account + type + low values lands on the current entry, and a
*> start on account + type + the inverted stamp of an as-of date
*> at 23:59:59 lands on the entry that was in effect that day.
*> hist-sequence starts at 99 and counts DOWN when two changes to
*> the same record land in the same second, so the later of the two
*> still sorts first.
*> A number abroad is E.164 and can run to 16 characters: the first
*> 14 are in hist-old/new-phone-formatted and the rest in
*> hist-old/new-phone-cont (blank for a domestic number).
*> hist-change-code: A = record added to the master
*>                   C = number, extension or contact status changed
*>                   D = record deleted from the master
*>                   R = renumbered by an area code split
*>                   U = marked uncontactable by the dialer results
01  phone-history-record.
    05  hist-key.
        10  hist-account-number  pic x(10).
        10  hist-phone-type      pic x(1).
        10  hist-inverted-stamp  pic 9(14).
        10  hist-sequence        pic 9(2).
    05  hist-effective-date      pic x(8).
    05  hist-effective-time      pic x(6).
    05  hist-change-code         pic x(1).
        88  hist-added                    value 'A'.
        88  hist-changed                  value 'C'.
        88  hist-deleted                  value 'D'.
        88  hist-renumbered               value 'R'.
        88  hist-marked-uncontactable     value 'U'.
    05  hist-source-job          pic x(8).
    05  hist-old-phone-formatted pic x(14).
    05  hist-new-phone-formatted pic x(14).
    05  hist-old-extension       pic x(6).
    05  hist-new-extension       pic x(6).
    05  hist-old-contact-status  pic x(1).
    05  hist-new-contact-status  pic x(1).
    05  hist-old-phone-cont      pic x(2).
    05  hist-new-phone-cont      pic x(2).
    05  filler                   pic x(4).
