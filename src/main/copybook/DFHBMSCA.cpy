*> more from the CICS-supplied member if a program ever needs them.
*> dfhbmfse = unprotected, MDT set - used to keep a field's modified
*> data tag on across a SEND so the next RECEIVE still transmits it.
*> dfhbmprf = protected, MDT set - the same for an output-only field
*> whose content the program needs back, e.g. a list line that
*> carries the key the next page starts from.
01  dfhbmsca.
    05  dfhbmfse  pic x(1) value 'A'.
    05  dfhbmprf  pic x(1) value '/'.
