*> CSAUDREC - audit trail record for online maintenance of the
*> mobile consent registry (transaction CNST, program CONSMNT). One
*> record per consent given or revoked on the screen, carrying the
*> rep's user id, the date and time of the change, and the before
*> and after images of the consent status, effective date and
*> capture channel (before images blank when the number had no
*> consent record yet).
*> csaud-action: G = consent given, R = consent revoked.
01  consent-audit-record.
    05  csaud-date           pic x(8).
    05  csaud-time           pic x(6).
    05  csaud-userid         pic x(8).
    05  csaud-action         pic x(1).
    05  csaud-account-number pic x(10).
    05  csaud-phone-type     pic x(1).
    05  csaud-before-status  pic x(1).
    05  csaud-before-date    pic x(8).
    05  csaud-before-channel pic x(3).
    05  csaud-after-status   pic x(1).
    05  csaud-after-date     pic x(8).
    05  csaud-after-channel  pic x(3).
    05  filler               pic x(22).
