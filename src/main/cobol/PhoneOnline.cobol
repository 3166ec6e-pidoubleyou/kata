            move spaces to fmtnumi
            move 'LINE IS IN THE RESERVED 555-0100/0199 RANGE'
                to msglinei
        when 40
            move spaces to fmtnumi
            move 'EXCHANGE (DIGITS 1-6) IS NOT ASSIGNED TO ANY CARRIER'
                to msglinei
        when other
            move spaces to fmtnumi
            move 'UNABLE TO FORMAT NUMBER' to msglinei

    move cust-phone-raw to ws-before-phone
    move rawnumi to cust-phone-raw
    *> a domestic number replaces a number abroad outright - none
    *> of its continuation is left behind to be misread later.
    move spaces to cust-phone-raw-cont
    exec cics
        rewrite file('CUSTMST')
                from(customer-record)
