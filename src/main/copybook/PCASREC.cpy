*> PCASREC - contact-recovery case file (CASES, the
*> PROD.PHONE.CASES KSDS), keyed by account number plus phone type
*> like the phone master: one case per number the dialer reported
*> dead. Built and updated nightly from DIALRESULT's WORKLIST by
*> PHONECASE - a repeat disposition for the same account and type
*> updates (and if need be reopens) the existing case rather than
*> opening another - and worked online by transaction PCAS (program
*> CASEMNT). PHONECASE also resolves a case on its own the night the
*> master carries a live number again for the account and type.
*> case-status: O = open, nobody has worked it yet
*>              P = in progress - a rep has it, or has keyed a
*>                  replacement number that has not reached the
*>                  master yet
*>              R = resolved - a live new number is on the master
*>                  (set by PHONECASE only)
*>              C = closed, no number - the rep gave up on it
*> case-queue-key is the alternate key (the CASEREP path over the
*> PROD.PHONE.CASES.BYREP alternate index) the PCAS queue browses
*> by: the assigned rep's user id (blank = not assigned yet) then
*> the case key again, so a rep's cases come back together in
*> account order and a page of the queue can resume exactly where
*> the last one stopped. case-queue-account and case-queue-type must
*> always carry the same values as case-key.
*> case-last-action-by is the rep's user id, or PHONECASE for the
*> nightly build.
01  contact-case-record.
    05  case-key.
        10  case-account-number  pic x(10).
        10  case-phone-type      pic x(1).
    05  case-queue-key.
        10  case-rep             pic x(8).
        10  case-queue-account   pic x(10).
        10  case-queue-type      pic x(1).
    05  case-status              pic x(1).
        88  case-open                     value 'O'.
        88  case-in-progress              value 'P'.
        88  case-resolved                 value 'R'.
        88  case-closed-no-number         value 'C'.
        88  case-active                   value 'O' 'P'.
    05  case-opened-date         pic x(8).
    05  case-last-action-date    pic x(8).
    05  case-last-action-by      pic x(8).
    *> the number the dialer reported on, the disposition (D
    *> disconnected / W wrong number) and the date DIALRESULT marked
    *> it - from the latest WORKLIST record for the case.
    05  case-dead-phone          pic x(14).
    05  case-disposition         pic x(1).
    05  case-marked-date         pic x(8).
    *> how many nights the account and type have been worklisted
    05  case-repeat-count        pic 9(3).
    *> the replacement number a rep keyed, raw and as CreatePhoneNumber
    *> formatted it; blank until one is keyed.
    05  case-new-phone-raw       pic x(10).
    05  case-new-phone-formatted pic x(14).
    05  case-closed-date         pic x(8).
    05  case-notes               pic x(60).
    05  filler                   pic x(7).
