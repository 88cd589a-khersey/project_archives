*>
*> filename:   excdesk.cbl
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> exception desk - the morning supervisor's one stop for whatever
*> went wrong overnight. exception-scan files every failure signal the
*> suite leaves behind on the exception queue, EXCEPTQ.DAT (see
*> excrec.cpy); this lists the exceptions still OPEN, by type and
*> occurrence, and lets the supervisor take each one up, read it in
*> full, and acknowledge it with a resolution note. the note, who
*> keyed it, and when are kept on the exception, which stays on the
*> queue as ACK - the record of what was found and what was done about
*> it.
*>
*> acknowledging is supervisor work, so sign-on demands supervisor
*> authority on OPERMAST.DAT - a refused attempt is logged to
*> AUTHFAIL.LOG with who and when (and is itself on the queue after
*> the next scan), and the program ends.
*>
*> the list is read off the queue each time rather than held in a
*> table, so it is complete however many are open; the number picked
*> is found again by counting the open exceptions through the queue.
*>

identification division.
program-id. exception-desk.

environment division.
input-output section.
file-control.
    select exception-file assign to "EXCEPTQ.DAT"
        organization is indexed
        access mode is dynamic
        record key is ex-key
        file status is exception-status.
    select auth-fail-file assign to "AUTHFAIL.LOG"
        organization is line sequential
        file status is auth-fail-status.

data division.
file section.
fd exception-file.
    copy excrec.

fd auth-fail-file.
    01 auth-fail-record pic X(100).

working-storage section.
77 exception-status pic X(2).
77 auth-fail-status pic X(2).
77 queue-eof pic S9.
77 ws-operator-id pic X(8).
77 supervisor-sw  pic X(1).
77 ws-date pic 9(8).
77 ws-time pic 9(8).
copy authfailrec.
copy signonarea.

77 answer-reply         pic X(50).
77 answer-number        pic S9(8) usage is computational.
77 answer-digit-idx     pic S9(2) usage is computational.
77 answer-digit-seen-sw pic X(1).
77 answer-one-digit     pic 9(1).
77 resolution-reply     pic X(60).

77 quit-sw     pic X(1) value 'N'.
77 relist-sw   pic X(1).
77 found-sw    pic X(1).
77 list-count  pic S9(6) usage is computational.
77 list-target pic S9(6) usage is computational.
77 find-count  pic S9(6) usage is computational.
77 ws-acknowledged pic S9(6) usage is computational value zero.
77 out-count   pic Z(5)9.

01 list-heading.
    02 filler pic X(40) value
        '   NO TYPE     SOURCE       DATE      DE'.
    02 filler pic X(9) value
        'SCRIPTION'.
01 list-rule.
    02 filler pic X(40) value
        '----- -------- ------------ --------  --'.
    02 filler pic X(58) value
        '----------------------------------------------------------'.
01 list-line.
    02 ll-number pic Z(4)9.
    02 filler    pic X(1) value space.
    02 ll-type   pic X(8).
    02 filler    pic X(1) value space.
    02 ll-source pic X(12).
    02 filler    pic X(1) value space.
    02 ll-date   pic 9(8).
    02 filler    pic X(2) value spaces.
    02 ll-desc   pic X(60).

procedure division.
0000-mainline.
    display " Operations Exception Desk".
    display "---------------------------".
    display "Enter Operator ID: ".
    accept ws-operator-id.
    display "Enter PIN: ".
    accept so-pin.

    perform 0100-check-authority.
    if supervisor-sw is not equal to 'Y'
        move 8 to return-code
        stop run
    end-if.

    open i-o exception-file.
    if exception-status is not equal to '00'
        display "EXCEPTQ.DAT could not be opened - status "
            exception-status " - no exceptions on file"
        move 8 to return-code
        stop run
    end-if.

    perform 1000-work-queue until quit-sw is equal to 'Y'.

    close exception-file.
    move ws-acknowledged to out-count.
    display "Exceptions acknowledged this session: " out-count.
    stop run.

0100-check-authority.
    *> an acknowledgment closes the book on a failure - supervisor
    *> work. a missing master falls back open with a warning, the same
    *> way the maintenance programs do
    move 'N' to supervisor-sw
    move 'SIGNON' to so-function
    move ws-operator-id to so-operator
    move 'EXCEPTION-DESK' to so-program
    move 'Y' to so-interactive
    call "operator-sign-on" using sign-on-area
    if so-result is equal to 2
        display "WARNING: OPERMAST.DAT not available - sign-on"
            " not validated"
        move 'Y' to supervisor-sw
    else
        if so-result is equal to 1
                and so-authority is equal to 'S'
            display "Signed on: " so-name
            move 'Y' to supervisor-sw
        end-if
        if supervisor-sw is not equal to 'Y'
            display "Supervisor authority is required to acknowledge"
                " exceptions - refused"
            move 'EXCEPTION-DESK' to af-program
            move 'ACK EXCEPTION' to af-action
            perform 8100-write-auth-fail
        end-if
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

1000-work-queue.
    perform 2000-list-open
    if list-count is equal to 0
        display "No open exceptions on the queue"
        move 'Y' to quit-sw
    else
        move 'N' to relist-sw
        perform 3000-pick-exception thru 3000-exit
            until relist-sw is equal to 'Y'
                or quit-sw is equal to 'Y'
    end-if.

2000-list-open.
    move 0 to list-count
    display " "
    display list-heading
    display list-rule
    perform 2900-start-queue
    perform until queue-eof is equal to 1
        if ex-status is equal to 'OPEN'
            add 1 to list-count
            move list-count to ll-number
            move ex-type to ll-type
            move ex-source to ll-source
            move ex-date to ll-date
            move ex-desc to ll-desc
            display list-line
        end-if
        read exception-file next record
            at end move 1 to queue-eof
        end-read
    end-perform
    move list-count to out-count
    display list-rule
    display "Open exceptions: " out-count.

2900-start-queue.
    move low-values to ex-key
    move 0 to queue-eof
    start exception-file key is not less than ex-key
        invalid key move 1 to queue-eof
    end-start
    if queue-eof is not equal to 1
        read exception-file next record
            at end move 1 to queue-eof
        end-read
    end-if.

3000-pick-exception.
    display " "
    display "Exception to acknowledge (blank = list again, Q = quit): "
    move spaces to answer-reply
    accept answer-reply
    if answer-reply is equal to spaces
        move 'Y' to relist-sw
        go to 3000-exit
    end-if
    if answer-reply(1:1) is equal to 'Q'
            or answer-reply(1:1) is equal to 'q'
        move 'Y' to quit-sw
        go to 3000-exit
    end-if
    perform 0700-reply-to-number
    if answer-number is less than 1
            or answer-number is greater than list-count
        display "Not an exception on the list above"
        go to 3000-exit
    end-if
    move answer-number to list-target
    perform 3100-find-exception
    if found-sw is not equal to 'Y'
        display "Exception no longer open - list again"
        go to 3000-exit
    end-if

    perform 3200-show-exception
    display "Resolution note (blank = leave it open): "
    move spaces to resolution-reply
    accept resolution-reply
    if resolution-reply is equal to spaces
        display "Left open"
        go to 3000-exit
    end-if

    move 'ACK' to ex-status
    move ws-operator-id to ex-ack-operator
    accept ex-ack-date from date yyyymmdd
    accept ex-ack-time from time
    move resolution-reply to ex-resolution
    rewrite exception-record
        invalid key
            display "Exception could not be updated - status "
                exception-status
            go to 3000-exit
    end-rewrite
    add 1 to ws-acknowledged
    display "Acknowledged - " ex-type " " ex-source
    *> the numbering moves up once an exception leaves the open list,
    *> so the list is shown again before the next pick
    move 'Y' to relist-sw.
3000-exit.
    exit.

3100-find-exception.
    *> the list number is the exception's place among the open ones,
    *> so they are counted through again to reach it
    move 'N' to found-sw
    move 0 to find-count
    perform 2900-start-queue
    perform until queue-eof is equal to 1
        if ex-status is equal to 'OPEN'
            add 1 to find-count
            if find-count is equal to list-target
                move 'Y' to found-sw
                move 1 to queue-eof
            end-if
        end-if
        if queue-eof is not equal to 1
            read exception-file next record
                at end move 1 to queue-eof
            end-read
        end-if
    end-perform.

3200-show-exception.
    display " "
    display "Type:        " ex-type
    display "Source:      " ex-source
    display "Date:        " ex-date
    display "Reference:   " ex-ref
    display "Found:       " ex-found-date " " ex-found-time
    display "Description: " ex-desc.

8100-write-auth-fail.
    open extend auth-fail-file
    if auth-fail-status is not equal to '00'
        open output auth-fail-file
    end-if
    accept ws-date from date yyyymmdd
    accept ws-time from time
    move ws-date to af-date
    move ws-time to af-time
    move ws-operator-id to af-operator
    write auth-fail-record from auth-fail-line
    close auth-fail-file.
