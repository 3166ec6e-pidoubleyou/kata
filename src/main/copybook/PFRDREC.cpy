*> PFRDREC - phone change fraud alert (FRAUDALT, written by
*> PHONEFRAUD for the fraud case system). One record per alert; an
*> account that trips more than one rule gets one record per rule.
*> The file opens with a PCTLREC header and closes with a trailer
*> carrying the alert count, like the other batch phone files.
*> fra-reason-code / fra-risk-rank (1 = highest risk):
*>   U 1 = a number changed within FRA-DAYS-AFTER-U days of the
*>         account being marked uncontactable by the dialer results
*>   S 2 = the new number is already on another account's phone
*>         master record (FRA-OTHER-ACCOUNT is one of them,
*>         FRA-OTHER-COUNT how many)
*>   V 3 = one phone type of the account (FRA-PHONE-TYPE) moved to
*>         more distinct numbers than the threshold inside the
*>         rolling window (FRA-CHANGE-COUNT)
01  fraud-alert-record.
    05  fra-run-date         pic x(8).
    05  fra-reason-code      pic x(1).
        88  fra-changed-after-u       value 'U'.
        88  fra-shared-number         value 'S'.
        88  fra-velocity              value 'V'.
    05  fra-risk-rank        pic 9(1).
    05  fra-account-number   pic x(10).
    05  fra-phone-type       pic x(1).
    *> the number the account changed TO, as 10 raw digits
    05  fra-new-phone        pic x(10).
    05  fra-change-date      pic x(8).
    *> O = a rep's PHON screen change (FRA-CHANGE-SOURCE is the
    *> rep's user id), B = a batch apply to the phone master
    *> (FRA-CHANGE-SOURCE is the job, see PHISTREC)
    05  fra-change-via       pic x(1).
        88  fra-via-online            value 'O'.
        88  fra-via-batch             value 'B'.
    05  fra-change-source    pic x(8).
    05  fra-change-count     pic 9(3).
    05  fra-other-account    pic x(10).
    05  fra-other-count      pic 9(5).
    05  fra-u-mark-date      pic x(8).
    05  fra-days-after-u     pic 9(3).
    05  filler               pic x(3).
