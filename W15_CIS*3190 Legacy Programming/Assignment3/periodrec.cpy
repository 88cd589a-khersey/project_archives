*>
*> filename:   periodrec.cpy
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> record layout for PERIOD.DAT, the accounting period control file -
*> one record per calendar month period-close has ever closed, keyed
*> by PD-MONTH (YYYYMM). a month with no record has never been closed.
*> PD-STATUS is CLOSED while the month is shut and OPEN after a
*> controlled reopen; period-check refuses work dated in a CLOSED
*> month. the close stamp and the month's final control totals are
*> those of the latest close:
*>   PD-RUNS, PD-READ, PD-CONVERTED, PD-REJECTED, PD-TOTAL - the
*>       month's batch runs off ROMANCTL.LOG (roman-date runs left
*>       out, as journal-reconcile leaves them out)
*>   PD-EXTRACTS, PD-EXTRACT-TOTAL - the extracts registered on
*>       EXTSENT.DAT in the month and their trailer totals, replaced
*>       extracts (RESENT) left out
*>   PD-QUEUES - the reject queues registered in the month
*> the reopen fields hold the latest reopen; PD-CLOSE-COUNT and
*> PD-REOPEN-COUNT say how many times each has happened. every close
*> and reopen is also written to PERIOD.AUD.
*>

01 period-record.
    02 pd-month         pic 9(6).
    02 pd-status        pic X(6).
    02 pd-close-date    pic 9(8).
    02 pd-close-time    pic 9(8).
    02 pd-close-by      pic X(8).
    02 pd-close-count   pic 9(4).
    02 pd-runs          pic 9(6).
    02 pd-read          pic 9(9).
    02 pd-converted     pic 9(9).
    02 pd-rejected      pic 9(9).
    02 pd-total         pic 9(12).
    02 pd-extracts      pic 9(6).
    02 pd-extract-total pic 9(12).
    02 pd-queues        pic 9(6).
    02 pd-reopen-date   pic 9(8).
    02 pd-reopen-time   pic 9(8).
    02 pd-reopen-by     pic X(8).
    02 pd-reopen-count  pic 9(4).
    02 pd-reopen-reason pic X(60).
