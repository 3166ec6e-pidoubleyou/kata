    05  ws-nl-desc        pic x(20).
    05  filler            pic x(1)   value space.
    05  ws-nl-tz          pic x(2).
    05  filler            pic x(1)   value space.
    05  ws-nl-state       pic x(2).
    05  filler            pic x(13)  value spaces.
01  ws-user-line.
    05  filler            pic x(2)   value spaces.
    05  ws-ul-userid      pic x(8).
        move naud-before-insvc to ws-nl-insvc
        move naud-before-desc to ws-nl-desc
        move naud-before-tz to ws-nl-tz
        move naud-before-state to ws-nl-state
        write audit-report-line from ws-naud-line
        move spaces to ws-nl-date ws-nl-time ws-nl-userid
            ws-nl-action ws-nl-area
        move naud-after-insvc to ws-nl-insvc
        move naud-after-desc to ws-nl-desc
        move naud-after-tz to ws-nl-tz
        move naud-after-state to ws-nl-state
        write audit-report-line from ws-naud-line
        perform count-nanp-user
    end-if.
