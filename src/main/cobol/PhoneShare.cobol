*> duplicates side by side and the repeats are skipped.
*> Ends with a summary page showing the totals and the top shared
*> numbers so the worst offenders can be triaged first.
*> A customer's number abroad is already E.164 on PHONEOUT (up to 15
*> digits, continuation and all - see POUTREC) and is grouped as it
*> stands, so the number fields here are E.164's full 16 characters.
environment division.
input-output section.
file-control.

sd  sort-file.
01  sort-record.
    05  sort-number          pic x(16).
    05  sort-account         pic x(10).
    05  sort-flag            pic x(1).

01  ws-digit-count        pic 9(2).
01  ws-idx                pic 9(2).
01  ws-digits             pic x(11).
01  ws-e164-number        pic x(16).

*> the group of accounts carrying the number currently being
*> gathered from the sorted records. Groups beyond the table limit
*> still count - the extra accounts are just summarized on the
*> report instead of listed.
01  ws-prev-number        pic x(16).
01  ws-prev-account       pic x(10)  value spaces.
01  ws-group-size         pic 9(5)   value 0.
01  ws-group-flag         pic x(1)   value 'N'.
01  ws-top-max            pic 9(2)   value 10.
01  ws-top-table.
    05  ws-top-entry occurs 10 times indexed by top-idx.
        10  ws-top-number     pic x(16).
        10  ws-top-count      pic 9(5).
01  ws-shift-idx          pic 9(2).

    05  ws-rpt-text       pic x(80).
01  ws-group-head-line.
    05  filler            pic x(7)   value 'NUMBER '.
    05  ws-head-number    pic x(16).
    05  filler            pic x(5)   value ' ON  '.
    05  ws-head-count     pic z(4)9.
    05  filler            pic x(25)  value ' ACCOUNTS  FLAGGED * : '.
    05  ws-head-flag      pic x(1).
    05  filler            pic x(21)  value spaces.
01  ws-acct-line.
    05  filler            pic x(4)   value spaces.
    05  ws-line-account   pic x(10).
    05  filler            pic x(50)  value spaces.
01  ws-top-line.
    05  filler            pic x(2)   value spaces.
    05  ws-top-line-number pic x(16).
    05  filler            pic x(2)   value spaces.
    05  ws-top-line-count pic z(4)9.
    05  filler            pic x(55)  value spaces.

procedure division.
main-process.
    end-evaluate.

normalize-number.
    if not out-domestic-number
        move spaces to ws-e164-number
        move out-phone-formatted to ws-e164-number(1:14)
        move out-phone-formatted-cont to ws-e164-number(15:2)
        exit paragraph
    end-if
    move spaces to ws-digits
    move 0 to ws-digit-count
    perform varying ws-idx from 1 by 1 until ws-idx > 14
