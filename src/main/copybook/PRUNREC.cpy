*> PRUNREC - end-of-run posting record for the shared run-control
*> file (RUNCTL, PROD.PHONE.RUNCTL). Each job in the nightly phone
*> chain (PHONEBAT/PHONEDLT, PHONERCY, PHONEUNL, PHONEDLR, PHONESHR)
*> appends one record as it finishes: which job, when it ran, its
*> mode, its in/out/rejected counts and the return code it is
*> ending with.
*> PHONESCORE reads the file and prints the one-page nightly
*> scorecard with day-over-day comparison - including noticing a
*> job that posted nothing at all last night.
*> prun-job carries the JOB name the scheduler knows (PHONEBAT,
*> PHONERCY, PHONEUNL, PHONEDLR, PHONESHR) so the scorecard reads
*> like the schedule; a restart or delta posts under the job it ran
*> as, with prun-mode saying which flavor.
01  run-control-record.
    05  prun-job             pic x(8).
    05  prun-run-date        pic x(8).
