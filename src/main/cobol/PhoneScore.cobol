*> chain posts an end-of-run record (PRUNREC) to the shared
*> run-control file as it finishes; this program reads the file and
*> prints the one-page summary that used to be reconstructed every
*> morning from five job logs: each job's mode, in/out/rejected
*> counts and return code for the latest posted date, side by side
*> with the prior posted date, flagging
*>   - a job that posted nothing at all (PHONERCY quietly not

*> one row per job the chain is expected to post. The names are the
*> JOB names the scheduler submits, in schedule order.
01  ws-job-max            pic 9(1)   value 5.
01  ws-job-table.
    05  ws-job-entry occurs 5 times indexed by jb-idx.
        10  ws-jt-name        pic x(8).
        10  ws-jt-today-sw    pic x(1).
            88  ws-jt-ran-today       value 'Y'.
initialize-job-table.
    move 'PHONEBAT' to ws-jt-name (1)
    move 'PHONERCY' to ws-jt-name (2)
    move 'PHONEUNL' to ws-jt-name (3)
    move 'PHONEDLR' to ws-jt-name (4)
    move 'PHONESHR' to ws-jt-name (5)
    perform varying jb-idx from 1 by 1 until jb-idx > ws-job-max
        move 'N' to ws-jt-today-sw (jb-idx)
        move 'N' to ws-jt-prior-sw (jb-idx)
