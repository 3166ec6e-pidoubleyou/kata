*> PCONREC - mobile prior-express-consent registry (CONSENT, the
*> PROD.PHONE.CONSENT KSDS), keyed by account number plus phone
*> type - the same key shape as the phone master, so the consent on
*> file for a master record is one random read away. One record per
*> number the customer has ever given or revoked consent for; the
*> record holds the latest event only (the history of events stays
*> on the customer system and, for screen changes, on CONSAUD).
*> Loaded nightly from the customer system's consent events by
*> CONSLOAD, maintained online by transaction CNST (program
*> CONSMNT) and read by PHONEDIAL, which feeds an M number only when
*> its consent is active: status G with an effective date on or
*> before the run date.
*> cons-status:  G = consent given, R = consent revoked
*> cons-channel: the channel the consent event was captured on -
*>               WEB = web self-service     IVR = automated phone
*>               CSR = customer service rep  PPR = paper/signed form
*>               SMS = text reply            APP = mobile app
*> cons-updated-by is the job (CONSLOAD) or the CICS user id that
*> last wrote the record.
01  phone-consent-record.
    05  cons-key.
        10  cons-account-number  pic x(10).
        10  cons-phone-type      pic x(1).
    05  cons-status              pic x(1).
        88  cons-given                    value 'G'.
        88  cons-revoked                  value 'R'.
    05  cons-effective-date      pic x(8).
    05  cons-channel             pic x(3).
        88  cons-channel-valid            value 'WEB' 'IVR' 'CSR'
                                                'PPR' 'SMS' 'APP'.
    05  cons-updated-date        pic x(8).
    05  cons-updated-time        pic x(6).
    05  cons-updated-by          pic x(8).
    05  filler                   pic x(5).
