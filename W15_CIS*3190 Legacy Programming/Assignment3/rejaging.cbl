*>
*> filename:   rejaging.cbl
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> reject queue aging and escalation report over REJQUEUE.DIR. every
*> batch run that rejected anything registers its queue OPEN, and the
*> repair desk flips it to WORKED - but until now nothing said how
*> long a queue had been sitting. this report takes every OPEN queue,
*> ages it in days from its run date, and lists it under one of four
*> buckets - 0-1, 2-3, 4-7, and over 7 days - with its reject count,
*> profile, and direction, each bucket closed by its queue and reject
*> subtotals.
*>
*> the supervisor gives an escalation limit in days; every OPEN queue
*> older than the limit gets an ESCALATE line naming it, and the run
*> ends with return code 8 when anything is overdue. placed ahead of
*> DASHBOARD under a STOP card, the job stream holds the morning
*> dashboard until someone has looked - month-end ledger totals are
*> short by exactly these unworked rejects.
*>
*> reverse and roman-date queues (DIR REV and DAT) are never marked
*> WORKED - reject-repair refuses them, and they are cleared by
*> rerunning the source file. aging them would escalate them forever
*> and hold the dashboard for good, so they are kept out of the
*> buckets, the escalations, and the return code, and listed on their
*> own as not repairable at the desk, the way period-close notes them.
*>

identification division.
program-id. reject-aging.

environment division.
input-output section.
file-control.
    select queue-directory-file assign to "REJQUEUE.DIR"
        organization is line sequential
        file status is queue-dir-status.
    select auto-answer-file assign to "AUTOANSW.CRD"
        organization is line sequential
        file status is answer-file-status.

data division.
file section.
fd queue-directory-file.
    01 queue-directory-record pic X(184).

fd auto-answer-file.
    01 auto-answer-record pic X(50).

working-storage section.
77 queue-dir-status pic X(2).
77 queue-dir-eof    pic S9.
copy rejqdirrec.

*> unattended operation - prompts read from AUTOANSW.CRD when the
*> job-stream controller has left answers there; see roman-numerals
77 answer-file-status   pic X(2).
77 answer-mode-sw       pic X(1) value 'N'.
77 answer-exhausted-sw  pic X(1) value 'N'.
77 answer-reply         pic X(50).
77 answer-next          pic X(50).
77 answer-number        pic S9(8) usage is computational.
77 answer-digit-idx     pic S9(2) usage is computational.
77 answer-digit-seen-sw pic X(1).
77 answer-one-digit     pic 9(1).

77 escalate-days pic S9(4) usage is computational.

*> the OPEN queues only - WORKED ones have nothing left to age
01 open-queue-table.
    02 oq-entry occurs 500 times.
        03 oq-name      pic X(24).
        03 oq-date      pic 9(8).
        03 oq-count     pic 9(8).
        03 oq-profile   pic X(8).
        03 oq-direction pic X(3).
        03 oq-age       pic S9(8) usage is computational.
        03 oq-bucket    pic S9(4) usage is computational.
77 oq-loaded pic S9(4) usage is computational value zero.
77 oq-overflow-sw pic X(1) value 'N'.
77 oq-idx    pic S9(4) usage is computational.

*> OPEN reverse and roman-date queues, listed but never escalated
01 rerun-queue-table.
    02 nq-entry occurs 500 times.
        03 nq-name      pic X(24).
        03 nq-date      pic 9(8).
        03 nq-count     pic 9(8).
        03 nq-profile   pic X(8).
        03 nq-direction pic X(3).
        03 nq-age       pic S9(8) usage is computational.
77 nq-loaded pic S9(4) usage is computational value zero.
77 nq-overflow-sw pic X(1) value 'N'.
77 nq-idx    pic S9(4) usage is computational.
77 ws-rerun-rejects pic S9(8) usage is computational value zero.

*> the four age buckets, with their upper bounds in days
01 bucket-table.
    02 bk-entry occurs 4 times.
        03 bk-title   pic X(11).
        03 bk-queues  pic S9(8) usage is computational.
        03 bk-rejects pic S9(8) usage is computational.
77 bk-idx pic S9(4) usage is computational.

77 ws-queues-read   pic S9(8) usage is computational value zero.
77 ws-total-rejects pic S9(8) usage is computational value zero.
77 ws-overdue       pic S9(8) usage is computational value zero.
77 ws-overdue-rejects pic S9(8) usage is computational value zero.

*> date-to-serial work fields, as in trend-report's 8000 paragraph
77 sr-year   pic S9(8) usage is computational.
77 sr-month  pic S9(8) usage is computational.
77 sr-day    pic S9(8) usage is computational.
77 sr-serial pic S9(8) usage is computational.
77 sr-work   pic S9(8) usage is computational.
77 sr-date   pic 9(8).
77 today-serial pic S9(8) usage is computational.
77 ws-today  pic 9(8).

01 aging-line.
    02 filler     pic X(2) value spaces.
    02 al-name    pic X(24).
    02 filler     pic X(1) value space.
    02 al-date    pic 9(8).
    02 filler     pic X(1) value space.
    02 al-age     pic Z(4)9.
    02 filler     pic X(1) value space.
    02 al-count   pic Z(7)9.
    02 filler     pic X(2) value spaces.
    02 al-profile pic X(8).
    02 filler     pic X(2) value spaces.
    02 al-direction pic X(3).

77 out-count pic Z(7)9.
77 out-count2 pic Z(7)9.
77 out-days  pic Z(3)9.
copy rptarea.

procedure division.
0000-mainline.
    perform 0500-check-answer-file.
    display " Reject Queue Aging Report".
    display "---------------------------".
    display "Escalation limit - days a queue may stay OPEN"
        " (blank = 7): ".
    perform 0600-get-reply.
    perform 0700-reply-to-number.
    if answer-reply is equal to spaces
        move 7 to escalate-days
    else
        if answer-number is less than 0
            display "Escalation limit is not a number - 7 days used"
            move 7 to escalate-days
        else
            move answer-number to escalate-days
        end-if
    end-if.

    move '0-1 DAYS' to bk-title(1)
    move '2-3 DAYS' to bk-title(2)
    move '4-7 DAYS' to bk-title(3)
    move 'OVER 7 DAYS' to bk-title(4)
    perform varying bk-idx from 1 by 1 until bk-idx is greater than 4
        move 0 to bk-queues(bk-idx)
        move 0 to bk-rejects(bk-idx)
    end-perform.

    accept ws-today from date yyyymmdd.
    move ws-today to sr-date.
    perform 8000-date-to-serial.
    move sr-serial to today-serial.

    perform 1000-load-open-queues.

    if queue-dir-status is not equal to '00'
        display "REJQUEUE.DIR is empty or missing - no queues to age"
        perform 0800-close-answer-file
        goback
    end-if.

    perform 9700-open-report.
    perform 2000-print-buckets.
    perform 3000-print-escalations.
    perform 3500-print-rerun-queues.
    perform 4000-print-summary.
    perform 9900-close-report.

    if ws-overdue is greater than 0
            or oq-overflow-sw is equal to 'Y'
        move 8 to return-code
    end-if.

    perform 0800-close-answer-file.
    goback.

0500-check-answer-file.
    move 'N' to answer-mode-sw
    move 'N' to answer-exhausted-sw
    open input auto-answer-file
    if answer-file-status is equal to '00'
        read auto-answer-file into answer-next
            at end move 'Y' to answer-exhausted-sw
        end-read
        if answer-exhausted-sw is equal to 'Y'
            close auto-answer-file
            move 'N' to answer-exhausted-sw
        else
            move 'Y' to answer-mode-sw
        end-if
    end-if.

0600-get-reply.
    move spaces to answer-reply
    if answer-mode-sw is equal to 'Y'
        if answer-exhausted-sw is equal to 'Y'
            display "ANSWER FILE EXHAUSTED BEFORE THE LAST PROMPT -"
                " STEP ABANDONED"
            move 16 to return-code
            close auto-answer-file
            goback
        end-if
        move answer-next to answer-reply
        read auto-answer-file into answer-next
            at end move 'Y' to answer-exhausted-sw
        end-read
    else
        accept answer-reply
    end-if.

0700-reply-to-number.
    move 0 to answer-number
    move 'N' to answer-digit-seen-sw
    move 1 to answer-digit-idx
    perform 0710-scan-one-digit until answer-digit-idx is greater than 50.

0710-scan-one-digit.
    if answer-reply(answer-digit-idx:1) is greater than or equal to '0'
            and answer-reply(answer-digit-idx:1) is less than
                or equal to '9'
        move answer-reply(answer-digit-idx:1) to answer-one-digit
        compute answer-number = answer-number * 10 + answer-one-digit
        move 'Y' to answer-digit-seen-sw
        add 1 to answer-digit-idx
    else
        if answer-digit-seen-sw is equal to 'Y'
            move 51 to answer-digit-idx
        else
            if answer-reply(answer-digit-idx:1) is equal to space
                add 1 to answer-digit-idx
            else
                move -1 to answer-number
                move 51 to answer-digit-idx
            end-if
        end-if
    end-if.

0800-close-answer-file.
    if answer-mode-sw is equal to 'Y'
        close auto-answer-file
        move 'N' to answer-mode-sw
    end-if.

1000-load-open-queues.
    open input queue-directory-file
    if queue-dir-status is equal to '00'
        move 0 to queue-dir-eof
        read queue-directory-file at end move 1 to queue-dir-eof
        end-read
        perform until queue-dir-eof is equal to 1
            move queue-directory-record to reject-queue-line
            add 1 to ws-queues-read
            if rq-status is equal to 'OPEN'
                if rq-direction is equal to 'REV'
                        or rq-direction is equal to 'DAT'
                    perform 1200-note-rerun-queue
                else
                if oq-loaded is less than 500
                    perform 1100-age-one-queue
                else
                    move 'Y' to oq-overflow-sw
                end-if
                end-if
            end-if
            read queue-directory-file at end move 1 to queue-dir-eof
            end-read
        end-perform
        close queue-directory-file
    end-if.

1100-age-one-queue.
    add 1 to oq-loaded
    move rq-queue-name to oq-name(oq-loaded)
    move rq-date to oq-date(oq-loaded)
    move rq-count to oq-count(oq-loaded)
    move rq-profile to oq-profile(oq-loaded)
    move rq-direction to oq-direction(oq-loaded)
    move rq-date to sr-date
    perform 8000-date-to-serial
    compute oq-age(oq-loaded) = today-serial - sr-serial
    if oq-age(oq-loaded) is less than 0
        *> a run dated ahead of today's clock is counted as new
        move 0 to oq-age(oq-loaded)
    end-if
    evaluate true
        when oq-age(oq-loaded) is less than 2
            move 1 to oq-bucket(oq-loaded)
        when oq-age(oq-loaded) is less than 4
            move 2 to oq-bucket(oq-loaded)
        when oq-age(oq-loaded) is less than 8
            move 3 to oq-bucket(oq-loaded)
        when other
            move 4 to oq-bucket(oq-loaded)
    end-evaluate
    move oq-bucket(oq-loaded) to bk-idx
    add 1 to bk-queues(bk-idx)
    add rq-count to bk-rejects(bk-idx)
    add rq-count to ws-total-rejects.

1200-note-rerun-queue.
    if nq-loaded is less than 500
        add 1 to nq-loaded
        move rq-queue-name to nq-name(nq-loaded)
        move rq-date to nq-date(nq-loaded)
        move rq-count to nq-count(nq-loaded)
        move rq-profile to nq-profile(nq-loaded)
        move rq-direction to nq-direction(nq-loaded)
        move rq-date to sr-date
        perform 8000-date-to-serial
        compute nq-age(nq-loaded) = today-serial - sr-serial
        if nq-age(nq-loaded) is less than 0
            move 0 to nq-age(nq-loaded)
        end-if
        add rq-count to ws-rerun-rejects
    else
        move 'Y' to nq-overflow-sw
    end-if.

2000-print-buckets.
    perform varying bk-idx from 1 by 1 until bk-idx is greater than 4
        move spaces to rp-line
        perform 9800-report-line
        move spaces to rp-line
        string "--- OPEN " bk-title(bk-idx) " ---"
            delimited by size into rp-line
        perform 9800-report-line
        if bk-queues(bk-idx) is equal to 0
            move "  (none)" to rp-line
            perform 9800-report-line
        else
            move spaces to rp-line
            string "  QUEUE                    RUN DATE   AGE"
                "   REJECTS  PROFILE   DIR"
                delimited by size into rp-line
            perform 9800-report-line
            perform varying oq-idx from 1 by 1
                    until oq-idx is greater than oq-loaded
                if oq-bucket(oq-idx) is equal to bk-idx
                    perform 2100-print-one-queue
                end-if
            end-perform
            move bk-queues(bk-idx) to out-count
            move bk-rejects(bk-idx) to out-count2
            move spaces to rp-line
            string "  bucket total " out-count " queue(s) " out-count2
                " reject(s)" delimited by size into rp-line
            perform 9800-report-line
        end-if
    end-perform.

2100-print-one-queue.
    move oq-name(oq-idx) to al-name
    move oq-date(oq-idx) to al-date
    move oq-age(oq-idx) to al-age
    move oq-count(oq-idx) to al-count
    move oq-profile(oq-idx) to al-profile
    move oq-direction(oq-idx) to al-direction
    move aging-line to rp-line
    perform 9800-report-line.

3000-print-escalations.
    move escalate-days to out-days
    move spaces to rp-line
    perform 9800-report-line
    move spaces to rp-line
    string "--- Queues OPEN longer than " out-days " day(s) ---"
        delimited by size into rp-line
    perform 9800-report-line
    perform varying oq-idx from 1 by 1
            until oq-idx is greater than oq-loaded
        if oq-age(oq-idx) is greater than escalate-days
            add 1 to ws-overdue
            add oq-count(oq-idx) to ws-overdue-rejects
            move oq-age(oq-idx) to out-days
            move oq-count(oq-idx) to out-count
            move spaces to rp-line
            string "ESCALATE: " oq-name(oq-idx) " OPEN " out-days
                " DAYS WITH " out-count " REJECTS - " oq-profile(oq-idx)
                " " oq-direction(oq-idx) delimited by size into rp-line
            perform 9800-report-line
        end-if
    end-perform
    if ws-overdue is equal to 0
        move "  (none)" to rp-line
        perform 9800-report-line
    end-if.

3500-print-rerun-queues.
    move spaces to rp-line
    perform 9800-report-line
    move "--- OPEN queues not repairable at the desk ---" to rp-line
    perform 9800-report-line
    if nq-loaded is equal to 0
        move "  (none)" to rp-line
        perform 9800-report-line
    else
        move spaces to rp-line
        string "  QUEUE                    RUN DATE   AGE"
            "   REJECTS  PROFILE   DIR"
            delimited by size into rp-line
        perform 9800-report-line
        perform varying nq-idx from 1 by 1
                until nq-idx is greater than nq-loaded
            move nq-name(nq-idx) to al-name
            move nq-date(nq-idx) to al-date
            move nq-age(nq-idx) to al-age
            move nq-count(nq-idx) to al-count
            move nq-profile(nq-idx) to al-profile
            move nq-direction(nq-idx) to al-direction
            move aging-line to rp-line
            perform 9800-report-line
        end-perform
        move "  cleared by rerunning the source file - not escalated"
            to rp-line
        perform 9800-report-line
    end-if.

4000-print-summary.
    move spaces to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move " Aging Summary               " to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move ws-queues-read to out-count
    move spaces to rp-line
    string " Queues In Directory:   " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move oq-loaded to out-count
    move spaces to rp-line
    string " Queues Still OPEN:     " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-total-rejects to out-count
    move spaces to rp-line
    string " Rejects Unworked:      " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-overdue to out-count
    move spaces to rp-line
    string " Queues Overdue:        " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-overdue-rejects to out-count
    move spaces to rp-line
    string " Rejects Overdue:       " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move nq-loaded to out-count
    move ws-rerun-rejects to out-count2
    move spaces to rp-line
    string " Not Desk-Repairable:   " out-count " queue(s) "
        out-count2 " reject(s)" delimited by size into rp-line
    perform 9800-report-line
    if oq-overflow-sw is equal to 'Y'
        move spaces to rp-line
        string " WARNING: more than 500 OPEN queues - the report is"
            " incomplete" delimited by size into rp-line
        perform 9800-report-line
    end-if
    if nq-overflow-sw is equal to 'Y'
        move spaces to rp-line
        string " WARNING: more than 500 OPEN reverse and roman-date"
            " queues - only the first 500 are listed"
            delimited by size into rp-line
        perform 9800-report-line
    end-if
    if ws-overdue is greater than 0
        move spaces to rp-line
        string " ** OVERDUE REJECT QUEUES - LEDGER TOTALS ARE SHORT"
            " UNTIL THEY ARE WORKED **" delimited by size into rp-line
        perform 9800-report-line
    end-if.

8000-date-to-serial.
    *> same shift-february-to-month-14 day count trend-report uses
    compute sr-year  = sr-date / 10000
    compute sr-work  = sr-date - (sr-year * 10000)
    compute sr-month = sr-work / 100
    compute sr-day   = sr-work - (sr-month * 100)
    if sr-month is less than 3
        subtract 1 from sr-year
        add 12 to sr-month
    end-if
    compute sr-serial = (365 * sr-year) + (sr-year / 4)
        - (sr-year / 100) + (sr-year / 400)
        + ((153 * (sr-month + 1)) / 5) + sr-day.

9700-open-report.
    move 'OPEN' to rp-function
    move 'REJECT-AGING' to rp-program
    move 'REJAGING' to rp-code
    move 'REJECT QUEUE AGING REPORT' to rp-title
    move spaces to rp-operator
    call "report-writer" using report-area.

9800-report-line.
    move 'LINE' to rp-function
    call "report-writer" using report-area.

9900-close-report.
    move 'CLOSE' to rp-function
    call "report-writer" using report-area.
