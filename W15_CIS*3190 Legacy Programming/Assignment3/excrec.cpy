*>
*> filename:   excrec.cpy
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> shared record layout for EXCEPTQ.DAT, the operations exception
*> queue. exception-scan reads every place a bad night leaves its mark
*> and files one record here per problem it has not seen before;
*> exception-desk lists the OPEN ones and a supervisor acknowledges
*> each with a resolution note. the record stays on file once filed,
*> so a problem whose evidence the next night's run overwrote (a
*> MANIFEST.EXP rebuilt, a lock released) is still here to answer for.
*>
*> EX-KEY is the exception's type and a reference that names the one
*> occurrence - a run's date and time, a manifest's date with a branch
*> and its file, an extract's name - so scanning the same evidence
*> again finds the key already on file and files nothing. the types
*> and their sources:
*>   RUNFAIL  ROMANCTL.LOG  a conversion run marked FAIL
*>   MISSING  MANIFEST.EXP  a scheduled branch file that never came
*>   BADACK   EXTSENT.DAT   an extract acknowledged with other figures
*>   OVERDUE  EXTSENT.DAT   an extract still unacknowledged past grace
*>   REFUSED  AUTHFAIL.LOG  a refused sign-on or supervisor action
*>   STALELCK RUNLOCKS.DAT  a run lock held since before today
*>   IMBAL    JNLRECON.LOG  a journal / control-log imbalance
*>   STEPFAIL JOBSTRM.LOG   a job-stream step that ended FAILED
*> EX-DATE is the date of the problem itself where its source says,
*> the date it was found where it doesn't. a MISSING branch is dated
*> by the run date MANIFEST.HST last recorded, as MANIFEST.EXP carries
*> none of its own.
*> EX-STATUS is OPEN until acknowledged, then ACK with who, when, and
*> the resolution.
*>

01 exception-record.
    02 ex-key.
        03 ex-type   pic X(8).
        03 ex-ref    pic X(60).
    02 ex-source     pic X(12).
    02 ex-date       pic 9(8).
    02 ex-desc       pic X(80).
    02 ex-status     pic X(4).
    02 ex-found-date pic 9(8).
    02 ex-found-time pic 9(8).
    02 ex-ack-operator pic X(8).
    02 ex-ack-date   pic 9(8).
    02 ex-ack-time   pic 9(8).
    02 ex-resolution pic X(60).
