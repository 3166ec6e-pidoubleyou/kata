*> PAPQREC - phone append vendor request record (PROD.PHONE.APPEND.
*> REQUEST, written by PHONEAPREQ). One detail line per account and
*> phone type we have lost the number for, then one control trailer
*> carrying the detail count - the vendor rejects a file whose
*> trailer does not agree, and so do we on the way back.
*> apq-source: U = number marked uncontactable by the dialer results
*>                 (DIALRESULT 'U' on the phone master)
*>              S = number aged 90+ days in the reject suspense file
*>                 (what PHONESAGE reports as the 90+ bucket)
*> apq-last-phone carries the number we last had: the 10 digits off
*> the master for U, the raw number as suspended for S.
01  append-request-record.
    05  apq-record-type      pic x(1).
        88  apq-is-detail             value 'D'.
        88  apq-is-trailer            value 'T'.
    05  apq-detail-data      pic x(79).
    05  apq-detail redefines apq-detail-data.
        10  apq-account-number   pic x(10).
        10  apq-phone-type       pic x(1).
        10  apq-last-phone       pic x(10).
        10  apq-source           pic x(1).
            88  apq-from-master       value 'U'.
            88  apq-from-suspense     value 'S'.
        10  apq-request-date     pic x(8).
        10  filler               pic x(49).
    05  apq-trailer redefines apq-detail-data.
        10  apq-client-id        pic x(8).
        10  apq-file-date        pic x(8).
        10  apq-record-count     pic 9(9).
        10  filler               pic x(54).
