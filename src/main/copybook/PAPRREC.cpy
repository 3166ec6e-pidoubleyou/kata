*> PAPRREC - phone append vendor response record (PROD.PHONE.APPEND.
*> RESPONSE, read by PHONEAPRSP). The vendor returns one detail line
*> for every request line, in any order, then a control trailer
*> carrying the detail count.
*> apr-match-code: H = a number was appended
*>                 N = no number found
*> apr-confidence is the vendor's match-confidence score, 000-100,
*> for the appended number belonging to the account holder; zero on
*> a no-hit.
01  append-response-record.
    05  apr-record-type      pic x(1).
        88  apr-is-detail             value 'D'.
        88  apr-is-trailer            value 'T'.
    05  apr-detail-data      pic x(79).
    05  apr-detail redefines apr-detail-data.
        10  apr-account-number   pic x(10).
        10  apr-phone-type       pic x(1).
        10  apr-match-code       pic x(1).
            88  apr-hit               value 'H'.
            88  apr-no-hit            value 'N'.
        10  apr-appended-phone   pic x(10).
        10  apr-confidence       pic x(3).
        10  apr-confidence-num redefines apr-confidence
                                 pic 9(3).
        10  apr-source           pic x(1).
        10  filler               pic x(53).
    05  apr-trailer redefines apr-detail-data.
        10  apr-client-id        pic x(8).
        10  apr-file-date        pic x(8).
        10  apr-record-count     pic 9(9).
        10  filler               pic x(54).
