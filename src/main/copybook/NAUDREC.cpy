    05  naud-before-insvc    pic x(1).
    05  naud-before-desc     pic x(20).
    05  naud-before-tz       pic x(2).
    05  naud-before-state    pic x(2).
    05  naud-after-insvc     pic x(1).
    05  naud-after-desc      pic x(20).
    05  naud-after-tz        pic x(2).
    05  naud-after-state     pic x(2).
    05  filler               pic x(4).
