*>
*> filename:   periodchk.cbl
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> closed-period guard. once period-close has recorded a month as
*> closed on PERIOD.DAT its figures have gone to ledger posting, and
*> nothing may land in it afterwards - reject-repair, journal-retain,
*> and the batch drivers CALL here with the date their work would
*> fall on before they touch a file, and refuse the work when the
*> month is closed. the refusal names who closed the month and when,
*> and points at period-close's reopen, the one controlled (and
*> logged) way back into a closed month.
*>
*> functions, in PA-FUNCTION:
*>   CHECK - is the month of PA-DATE closed? PA-RESULT comes back 1
*>           when it is open, 2 when it is closed
*>
*> a site that has never closed a month has no PERIOD.DAT, and every
*> month is open. a period file that is there but cannot be read is
*> warned about and treated the same way - the availability-first
*> fallback the lock file uses - since a month whose close cannot be
*> read cannot be proven closed.
*>

identification division.
program-id. period-check.

environment division.
input-output section.
file-control.
    select period-file assign to "PERIOD.DAT"
        organization is indexed
        access mode is random
        record key is pd-month
        file status is period-file-status.

data division.
file section.
fd period-file.
    copy periodrec.

working-storage section.
77 period-file-status pic X(2).

linkage section.
copy periodarea.

procedure division using period-area.
0000-mainline.
    move 1 to pa-result
    move zero to pa-closed-date
    move spaces to pa-closed-by
    evaluate pa-function
        when 'CHECK'
            perform 1000-check-period
        when other
            display "PERIOD-CHECK called with unknown function "
                pa-function
    end-evaluate
    goback.

1000-check-period.
    open input period-file
    if period-file-status is equal to '35'
        *> no month has ever been closed
        continue
    else
    if period-file-status is not equal to '00'
        display "WARNING: PERIOD.DAT not available - status "
            period-file-status " - period not checked"
    else
        move pa-date(1:6) to pd-month
        read period-file
            invalid key
                continue
            not invalid key
                if pd-status is equal to 'CLOSED'
                    move 2 to pa-result
                    move pd-close-date to pa-closed-date
                    move pd-close-by to pa-closed-by
                    display "REFUSED: period " pd-month
                        " was closed by " pd-close-by " on "
                        pd-close-date
                    display "  a closed month can only be changed"
                        " after a supervisor reopens it through"
                        " period-close"
                end-if
        end-read
        close period-file
    end-if
    end-if.
