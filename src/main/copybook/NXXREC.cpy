*> NXXREC - record layout for the NPA-NXX exchange reference table
*> (VSAM KSDS PROD.PHONE.NXXTAB), keyed by the 3-digit area code
*> plus the 3-digit exchange - the first six digits of a 10-digit
*> NANP number. Rebuilt monthly by NXXLOAD from the LERG extract the
*> numbering vendor ships; read by CreatePhoneNumber (an exchange
*> that is not on the table, or is on it unassigned, is PHONE-STATUS
*> 40) and by PHONEBATCH, which stamps the exchange's line type on
*> every master record it writes.
*> nxx-line-type: W = wireless (cellular / PCS)
*>                L = landline (wireline)
*>                V = VoIP (interconnected VoIP carrier)
01  nxx-exchange-record.
    05  nxx-npa-nxx.
        10  nxx-npa              pic x(3).
        10  nxx-exchange         pic x(3).
    05  nxx-status               pic x(1).
        88  nxx-assigned              value 'A'.
        88  nxx-unassigned            value 'U'.
    05  nxx-line-type            pic x(1).
        88  nxx-wireless              value 'W'.
        88  nxx-landline              value 'L'.
        88  nxx-voip                  value 'V'.
        88  nxx-line-type-valid       value 'W' 'L' 'V'.
    *> state of the exchange's rate center (postal abbreviation) -
    *> where the number was issued, not necessarily where the
    *> customer lives now.
    05  nxx-rate-center-state    pic x(2).
    05  nxx-rate-center          pic x(10).
    *> operating company number of the carrier holding the block.
    05  nxx-ocn                  pic x(4).
    05  nxx-load-date            pic x(8).
    05  filler                   pic x(8).
