    05  filler redefines timeznf.
        10  timezna pic x.
    05  timezni     pic x(2).
    05  state2l     pic s9(4) comp.
    05  state2f     pic x.
    05  filler redefines state2f.
        10  state2a pic x.
    05  state2i     pic x(2).
    05  msg2l       pic s9(4) comp.
    05  msg2f       pic x.
    05  filler redefines msg2f.
    05  filler      pic x(3).
    05  timezno     pic x(2).
    05  filler      pic x(3).
    05  state2o     pic x(2).
    05  filler      pic x(3).
    05  msg2o       pic x(79).

*> map PHONEMP3 - phone master inquiry screen used by transaction
    05  fmtnum3f    pic x.
    05  filler redefines fmtnum3f.
        10  fmtnum3a pic x.
    05  fmtnum3i    pic x(16).
    05  ctrycd3l    pic s9(4) comp.
    05  ctrycd3f    pic x.
    05  filler redefines ctrycd3f.
        10  ctrycd3a pic x.
    05  ctrycd3i    pic x(3).
    05  acflag3l    pic s9(4) comp.
    05  acflag3f    pic x.
    05  filler redefines acflag3f.
    05  filler      pic x(3).
    05  phntyp3o    pic x(1).
    05  filler      pic x(3).
    05  fmtnum3o    pic x(16).
    05  filler      pic x(3).
    05  ctrycd3o    pic x(3).
    05  filler      pic x(3).
    05  acflag3o    pic x(1).
    05  filler      pic x(3).
    05  extnum3o    pic x(6).
    05  filler      pic x(3).
    05  msg3o       pic x(79).

*> map PHONEMP4 - phone number history inquiry screen used by
*> transaction PHST (program PHONEHIQ). Same hand-maintained layout
*> conventions as PHONEMP1 above; HSTLN4 is a BMS OCCURS=8 field, so
*> its length/attribute/data triple repeats once per timeline line.
01  phonemp4i.
    05  filler      pic x(12).
    05  acctno4l    pic s9(4) comp.
    05  acctno4f    pic x.
    05  filler redefines acctno4f.
        10  acctno4a pic x.
    05  acctno4i    pic x(10).
    05  phntyp4l    pic s9(4) comp.
    05  phntyp4f    pic x.
    05  filler redefines phntyp4f.
        10  phntyp4a pic x.
    05  phntyp4i    pic x(1).
    05  asofdt4l    pic s9(4) comp.
    05  asofdt4f    pic x.
    05  filler redefines asofdt4f.
        10  asofdt4a pic x.
    05  asofdt4i    pic x(8).
    05  fmtnum4l    pic s9(4) comp.
    05  fmtnum4f    pic x.
    05  filler redefines fmtnum4f.
        10  fmtnum4a pic x.
    05  fmtnum4i    pic x(16).
    05  extnum4l    pic s9(4) comp.
    05  extnum4f    pic x.
    05  filler redefines extnum4f.
        10  extnum4a pic x.
    05  extnum4i    pic x(6).
    05  cstat4l     pic s9(4) comp.
    05  cstat4f     pic x.
    05  filler redefines cstat4f.
        10  cstat4a pic x.
    05  cstat4i     pic x(1).
    05  since4l     pic s9(4) comp.
    05  since4f     pic x.
    05  filler redefines since4f.
        10  since4a pic x.
    05  since4i     pic x(8).
    05  srcjob4l    pic s9(4) comp.
    05  srcjob4f    pic x.
    05  filler redefines srcjob4f.
        10  srcjob4a pic x.
    05  srcjob4i    pic x(8).
    05  hstln4d     occurs 8 times.
        10  hstln4l pic s9(4) comp.
        10  hstln4f pic x.
        10  filler redefines hstln4f.
            15  hstln4a pic x.
        10  hstln4i pic x(79).
    05  msg4l       pic s9(4) comp.
    05  msg4f       pic x.
    05  filler redefines msg4f.
        10  msg4a   pic x.
    05  msg4i       pic x(79).

01  phonemp4o redefines phonemp4i.
    05  filler      pic x(12).
    05  filler      pic x(3).
    05  acctno4o    pic x(10).
    05  filler      pic x(3).
    05  phntyp4o    pic x(1).
    05  filler      pic x(3).
    05  asofdt4o    pic x(8).
    05  filler      pic x(3).
    05  fmtnum4o    pic x(16).
    05  filler      pic x(3).
    05  extnum4o    pic x(6).
    05  filler      pic x(3).
    05  cstat4o     pic x(1).
    05  filler      pic x(3).
    05  since4o     pic x(8).
    05  filler      pic x(3).
    05  srcjob4o    pic x(8).
    05  hstln4od    occurs 8 times.
        10  filler  pic x(3).
        10  hstln4o pic x(79).
    05  filler      pic x(3).
    05  msg4o       pic x(79).

*> map PHONEMP5 - mobile consent maintenance screen used by
*> transaction CNST (program CONSMNT). Same hand-maintained layout
*> conventions as PHONEMP1 above.
01  phonemp5i.
    05  filler      pic x(12).
    05  action5l    pic s9(4) comp.
    05  action5f    pic x.
    05  filler redefines action5f.
        10  action5a pic x.
    05  action5i    pic x(1).
    05  acctno5l    pic s9(4) comp.
    05  acctno5f    pic x.
    05  filler redefines acctno5f.
        10  acctno5a pic x.
    05  acctno5i    pic x(10).
    05  phntyp5l    pic s9(4) comp.
    05  phntyp5f    pic x.
    05  filler redefines phntyp5f.
        10  phntyp5a pic x.
    05  phntyp5i    pic x(1).
    05  cnsdt5l     pic s9(4) comp.
    05  cnsdt5f     pic x.
    05  filler redefines cnsdt5f.
        10  cnsdt5a pic x.
    05  cnsdt5i     pic x(8).
    05  chanl5l     pic s9(4) comp.
    05  chanl5f     pic x.
    05  filler redefines chanl5f.
        10  chanl5a pic x.
    05  chanl5i     pic x(3).
    05  curst5l     pic s9(4) comp.
    05  curst5f     pic x.
    05  filler redefines curst5f.
        10  curst5a pic x.
    05  curst5i     pic x(1).
    05  cureff5l    pic s9(4) comp.
    05  cureff5f    pic x.
    05  filler redefines cureff5f.
        10  cureff5a pic x.
    05  cureff5i    pic x(8).
    05  curchn5l    pic s9(4) comp.
    05  curchn5f    pic x.
    05  filler redefines curchn5f.
        10  curchn5a pic x.
    05  curchn5i    pic x(3).
    05  updby5l     pic s9(4) comp.
    05  updby5f     pic x.
    05  filler redefines updby5f.
        10  updby5a pic x.
    05  updby5i     pic x(8).
    05  upddt5l     pic s9(4) comp.
    05  upddt5f     pic x.
    05  filler redefines upddt5f.
        10  upddt5a pic x.
    05  upddt5i     pic x(8).
    05  msg5l       pic s9(4) comp.
    05  msg5f       pic x.
    05  filler redefines msg5f.
        10  msg5a   pic x.
    05  msg5i       pic x(79).

01  phonemp5o redefines phonemp5i.
    05  filler      pic x(12).
    05  filler      pic x(3).
    05  action5o    pic x(1).
    05  filler      pic x(3).
    05  acctno5o    pic x(10).
    05  filler      pic x(3).
    05  phntyp5o    pic x(1).
    05  filler      pic x(3).
    05  cnsdt5o     pic x(8).
    05  filler      pic x(3).
    05  chanl5o     pic x(3).
    05  filler      pic x(3).
    05  curst5o     pic x(1).
    05  filler      pic x(3).
    05  cureff5o    pic x(8).
    05  filler      pic x(3).
    05  curchn5o    pic x(3).
    05  filler      pic x(3).
    05  updby5o     pic x(8).
    05  filler      pic x(3).
    05  upddt5o     pic x(8).
    05  filler      pic x(3).
    05  msg5o       pic x(79).

*> map PHONEMP6 - contact-recovery case queue and update screen
*> used by transaction PCAS (program CASEMNT). Same hand-maintained
*> layout conventions as PHONEMP1 above; QUELN6 is a BMS OCCURS=8
*> field, so its length/attribute/data triple repeats once per
*> queue line.
01  phonemp6i.
    05  filler      pic x(12).
    05  repid6l     pic s9(4) comp.
    05  repid6f     pic x.
    05  filler redefines repid6f.
        10  repid6a pic x.
    05  repid6i     pic x(8).
    05  queln6d     occurs 8 times.
        10  queln6l pic s9(4) comp.
        10  queln6f pic x.
        10  filler redefines queln6f.
            15  queln6a pic x.
        10  queln6i pic x(79).
    05  cacct6l     pic s9(4) comp.
    05  cacct6f     pic x.
    05  filler redefines cacct6f.
        10  cacct6a pic x.
    05  cacct6i     pic x(10).
    05  ctyp6l      pic s9(4) comp.
    05  ctyp6f      pic x.
    05  filler redefines ctyp6f.
        10  ctyp6a  pic x.
    05  ctyp6i      pic x(1).
    05  deadno6l    pic s9(4) comp.
    05  deadno6f    pic x.
    05  filler redefines deadno6f.
        10  deadno6a pic x.
    05  deadno6i    pic x(14).
    05  cstat6l     pic s9(4) comp.
    05  cstat6f     pic x.
    05  filler redefines cstat6f.
        10  cstat6a pic x.
    05  cstat6i     pic x(1).
    05  crep6l      pic s9(4) comp.
    05  crep6f      pic x.
    05  filler redefines crep6f.
        10  crep6a  pic x.
    05  crep6i      pic x(8).
    05  lstdt6l     pic s9(4) comp.
    05  lstdt6f     pic x.
    05  filler redefines lstdt6f.
        10  lstdt6a pic x.
    05  lstdt6i     pic x(8).
    05  lstby6l     pic s9(4) comp.
    05  lstby6f     pic x.
    05  filler redefines lstby6f.
        10  lstby6a pic x.
    05  lstby6i     pic x(8).
    05  cnewno6l    pic s9(4) comp.
    05  cnewno6f    pic x.
    05  filler redefines cnewno6f.
        10  cnewno6a pic x.
    05  cnewno6i    pic x(10).
    05  newfmt6l    pic s9(4) comp.
    05  newfmt6f    pic x.
    05  filler redefines newfmt6f.
        10  newfmt6a pic x.
    05  newfmt6i    pic x(14).
    05  notes6l     pic s9(4) comp.
    05  notes6f     pic x.
    05  filler redefines notes6f.
        10  notes6a pic x.
    05  notes6i     pic x(60).
    05  msg6l       pic s9(4) comp.
    05  msg6f       pic x.
    05  filler redefines msg6f.
        10  msg6a   pic x.
    05  msg6i       pic x(79).

01  phonemp6o redefines phonemp6i.
    05  filler      pic x(12).
    05  filler      pic x(3).
    05  repid6o     pic x(8).
    05  queln6od    occurs 8 times.
        10  filler  pic x(3).
        10  queln6o pic x(79).
    05  filler      pic x(3).
    05  cacct6o     pic x(10).
    05  filler      pic x(3).
    05  ctyp6o      pic x(1).
    05  filler      pic x(3).
    05  deadno6o    pic x(14).
    05  filler      pic x(3).
    05  cstat6o     pic x(1).
    05  filler      pic x(3).
    05  crep6o      pic x(8).
    05  filler      pic x(3).
    05  lstdt6o     pic x(8).
    05  filler      pic x(3).
    05  lstby6o     pic x(8).
    05  filler      pic x(3).
    05  cnewno6o    pic x(10).
    05  filler      pic x(3).
    05  newfmt6o    pic x(14).
    05  filler      pic x(3).
    05  notes6o     pic x(60).
    05  filler      pic x(3).
    05  msg6o       pic x(79).
