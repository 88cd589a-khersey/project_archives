*>
*> filename:   reconlogrec.cpy
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> shared record layout for JNLRECON.LOG, the imbalance log. journal-
*> reconcile appends one line for every date and direction it finds
*> out of balance - both sides' counts and totals, and when the
*> reconciliation ran - so the imbalance outlives the run's report and
*> exception-scan can file it on the exception queue.
*>

01 recon-imbalance-line.
    02 ri-date-label   pic X(7)  value 'DATE = '.
    02 ri-date         pic 9(8).
    02 ri-dir-label    pic X(7)  value ' DIR = '.
    02 ri-direction    pic X(9).
    02 ri-jcount-label pic X(13) value ' JNL COUNT = '.
    02 ri-jnl-count    pic 9(8).
    02 ri-lcount-label pic X(13) value ' LOG COUNT = '.
    02 ri-log-count    pic 9(8).
    02 ri-jtotal-label pic X(13) value ' JNL TOTAL = '.
    02 ri-jnl-total    pic 9(10).
    02 ri-ltotal-label pic X(13) value ' LOG TOTAL = '.
    02 ri-log-total    pic 9(10).
    02 ri-run-label    pic X(7)  value ' RUN = '.
    02 ri-run-date     pic 9(8).
    02 filler          pic X(1)  value space.
    02 ri-run-time     pic 9(8).
