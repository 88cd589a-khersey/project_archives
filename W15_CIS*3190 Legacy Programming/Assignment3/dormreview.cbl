*>
*> filename:   dormreview.cbl
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> dormant operator review. an operator who has left stays active on
*> OPERMAST.DAT until somebody remembers to deactivate the id in
*> operator-maint, and an idle id - above all an idle supervisor id -
*> is a live sign-on nobody is watching. this compares every active
*> operator against their last ON event in SESSION.LOG and their last
*> entry in CONVERT.JNL, lists everyone idle longer than the number of
*> days the supervisor sets, with supervisor-level ids marked, and on
*> confirmation deactivates them. deactivating never loses history -
*> the id stays on the master, so old journal entries stamped with it
*> still resolve to a name; it just can no longer sign on.
*>
*> an operator's last activity is the later of the two dates. an id
*> that appears in neither log counts from the date its PIN was last
*> set - when it was keyed or last reset - so a newly keyed operator
*> is not swept up before the first sign-on. the supervisor running
*> the review is never listed: they are signed on now.
*>
*> both logs are SORTed by operator id and matched against the master
*> read in key order, so the review is complete however many ids and
*> log lines there are. a log that is missing is reported and counted
*> as holding no activity. the idle ids found go to a work file, so
*> the list confirmed is exactly the list that was shown.
*>
*> deactivating is supervisor work, so sign-on demands supervisor
*> authority on OPERMAST.DAT - a refused attempt is logged to
*> AUTHFAIL.LOG with who and when, and the program ends. every
*> deactivation is written to OPERREV.AUD naming the supervisor who
*> ran the review, the id, its authority level, its last activity,
*> and the idle limit it was found under.
*>

identification division.
program-id. dormant-review.

environment division.
input-output section.
file-control.
    select operator-master assign to "OPERMAST.DAT"
        organization is indexed
        access mode is dynamic
        record key is op-id
        file status is oper-file-status.
    select session-file assign to "SESSION.LOG"
        organization is line sequential
        file status is session-file-status.
    select journal-file assign to "CONVERT.JNL"
        organization is line sequential
        file status is journal-file-status.
    select sorted-session-file assign to "DRSESS.TMP"
        organization is line sequential
        file status is sorted-session-status.
    select sorted-journal-file assign to "DRJNL.TMP"
        organization is line sequential
        file status is sorted-journal-status.
    select session-sort-file assign to "DRSESSRT.TMP".
    select journal-sort-file assign to "DRJNLSRT.TMP".
    select review-work-file assign to "DORMREV.TMP"
        organization is line sequential
        file status is review-work-status.
    select audit-log-file assign to "OPERREV.AUD"
        organization is line sequential
        file status is audit-log-status.
    select auth-fail-file assign to "AUTHFAIL.LOG"
        organization is line sequential
        file status is auth-fail-status.

data division.
file section.
fd operator-master.
    copy opermast.

fd session-file.
    01 session-record pic X(63).

fd journal-file.
    01 journal-record pic X(231).

fd sorted-session-file.
    01 sorted-session-record pic X(63).

fd sorted-journal-file.
    01 sorted-journal-record pic X(231).

sd session-sort-file.
    *> the operator id sits behind the date, time, and OPERATOR labels
    *> on every line (sessionrec.cpy)
    01 session-sort-record.
        02 filler       pic X(43).
        02 ssk-operator pic X(8).
        02 filler       pic X(12).

sd journal-sort-file.
    *> the same place on a journal line (journalrec.cpy)
    01 journal-sort-record.
        02 filler       pic X(43).
        02 jsk-operator pic X(8).
        02 filler       pic X(180).

fd review-work-file.
    01 review-record.
        02 rv-id        pic X(8).
        02 rv-name      pic X(30).
        02 rv-authority pic X(1).
        02 rv-last-date pic 9(8).
        02 rv-idle-days pic 9(6).

fd audit-log-file.
    01 audit-log-record pic X(155).

fd auth-fail-file.
    01 auth-fail-record pic X(100).

working-storage section.
77 oper-file-status      pic X(2).
77 session-file-status   pic X(2).
77 journal-file-status   pic X(2).
77 sorted-session-status pic X(2).
77 sorted-journal-status pic X(2).
77 review-work-status    pic X(2).
77 audit-log-status      pic X(2).
77 auth-fail-status      pic X(2).
77 oper-eof    pic S9.
77 session-eof pic S9.
77 journal-eof pic S9.
77 review-eof  pic S9.
77 session-on-file-sw pic X(1) value 'N'.
77 journal-on-file-sw pic X(1) value 'N'.
77 ws-operator-id pic X(8).
77 supervisor-sw  pic X(1).
77 ws-date pic 9(8).
77 ws-time pic 9(8).
copy authfailrec.
copy signonarea.
copy sessionrec.
copy journalrec.

77 answer-reply         pic X(50).
77 answer-number        pic S9(8) usage is computational.
77 answer-digit-idx     pic S9(2) usage is computational.
77 answer-digit-seen-sw pic X(1).
77 answer-one-digit     pic 9(1).
77 confirm-sw   pic X(1).
77 confirm-mode pic X(1).

*> the idle limit the supervisor sets, and what was found against it
77 idle-limit     pic S9(4) usage is computational value zero.
77 last-on-date   pic 9(8).
77 last-jnl-date  pic 9(8).
77 last-date      pic 9(8).
77 idle-days      pic S9(8) usage is computational.
77 ws-active      pic S9(8) usage is computational value zero.
77 ws-dormant     pic S9(8) usage is computational value zero.
77 ws-dormant-sup pic S9(8) usage is computational value zero.
77 ws-deactivated pic S9(8) usage is computational value zero.
77 ws-deact-sup   pic S9(8) usage is computational value zero.
77 out-count pic Z(7)9.
77 out-idle  pic Z(5)9.
copy rptarea.

*> date-to-serial work fields, as in trend-report's 8000 paragraph
77 sr-year   pic S9(8) usage is computational.
77 sr-month  pic S9(8) usage is computational.
77 sr-day    pic S9(8) usage is computational.
77 sr-serial pic S9(8) usage is computational.
77 sr-work   pic S9(8) usage is computational.
77 sr-date   pic 9(8).
77 today-serial pic S9(8) usage is computational.

01 list-heading.
    02 filler pic X(40) value
        '  NO ID        NAME                   AU'.
    02 filler pic X(39) value
        'THORITY        LAST ON  LAST JNL   IDLE'.
01 list-rule.
    02 filler pic X(40) value
        '---- --------  ---------------------- --'.
    02 filler pic X(39) value
        '-------------- -------- -------- ------'.
01 list-line.
    02 ll-number    pic Z(3)9.
    02 filler       pic X(1) value space.
    02 ll-id        pic X(8).
    02 filler       pic X(2) value spaces.
    02 ll-name      pic X(22).
    02 filler       pic X(1) value space.
    02 ll-authority pic X(16).
    02 filler       pic X(1) value space.
    02 ll-last-on   pic X(8).
    02 filler       pic X(1) value space.
    02 ll-last-jnl  pic X(8).
    02 filler       pic X(1) value space.
    02 ll-idle      pic X(6).

01 audit-line.
    02 au-date-label     pic X(7)  value 'DATE = '.
    02 au-date           pic 9(8).
    02 au-time-label     pic X(8)  value ' TIME = '.
    02 au-time           pic 9(8).
    02 au-reviewer-label pic X(12) value ' REVIEWER = '.
    02 au-reviewer       pic X(8).
    02 au-action-label   pic X(10) value ' ACTION = '.
    02 au-action         pic X(10).
    02 au-operator-label pic X(12) value ' OPERATOR = '.
    02 au-operator       pic X(8).
    02 au-auth-label     pic X(8)  value ' AUTH = '.
    02 au-authority      pic X(1).
    02 au-last-label     pic X(15) value ' LAST ACTIVE = '.
    02 au-last-date      pic 9(8).
    02 au-idle-label     pic X(13) value ' IDLE DAYS = '.
    02 au-idle-days      pic 9(6).
    02 au-limit-label    pic X(9)  value ' LIMIT = '.
    02 au-limit          pic 9(4).

procedure division.
0000-mainline.
    display " Dormant Operator Review".
    display "-------------------------".
    display "Enter Operator ID: ".
    accept ws-operator-id.
    display "Enter PIN: ".
    accept so-pin.

    perform 0100-check-authority.
    if supervisor-sw is not equal to 'Y'
        move 8 to return-code
        stop run
    end-if.

    perform 0200-get-idle-limit until idle-limit is greater than 0.

    *> the sign-on check has the master to itself while it runs, so
    *> the review opens it only afterwards
    open i-o operator-master.
    if oper-file-status is not equal to '00'
        display "OPERMAST.DAT could not be opened - status "
            oper-file-status " - review abandoned"
        move 8 to return-code
        stop run
    end-if.

    accept ws-date from date yyyymmdd.
    move ws-date to sr-date.
    perform 8000-date-to-serial.
    move sr-serial to today-serial.

    perform 1000-sort-logs.
    perform 2000-find-dormant.

    if ws-dormant is equal to 0
        display "No active operator has been idle more than the"
            " limit - nothing to deactivate"
    else
        perform 3000-confirm-deactivate thru 3000-exit
    end-if.

    close operator-master.
    move ws-deactivated to out-count.
    display "Operators deactivated this review: " out-count.
    move ws-deact-sup to out-count.
    display "  of which supervisor level:       " out-count.
    stop run.

0100-check-authority.
    *> deactivating ids is supervisor work. a missing master falls
    *> back open with a warning, the same way the maintenance
    *> programs do - the review itself then stops on the open
    move 'N' to supervisor-sw
    move 'SIGNON' to so-function
    move ws-operator-id to so-operator
    move 'DORMANT-REVIEW' to so-program
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
            display "Supervisor authority is required to review and"
                " deactivate operators - refused"
            move 'DORMANT-REVIEW' to af-program
            move 'DEACTIVATE' to af-action
            perform 8100-write-auth-fail
        end-if
    end-if.

0200-get-idle-limit.
    display "Days idle before an active operator is dormant: "
    move spaces to answer-reply
    accept answer-reply
    perform 0700-reply-to-number
    if answer-number is less than 1
            or answer-number is greater than 9999
        display "Enter a number of days from 1 to 9999"
    else
        move answer-number to idle-limit
    end-if.

0700-reply-to-number.
    move 0 to answer-number
    move 'N' to answer-digit-seen-sw
    move 1 to answer-digit-idx
    perform 0710-scan-one-digit
        until answer-digit-idx is greater than 50.

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

1000-sort-logs.
    *> the SORT would die on a missing input file - each log is
    *> proved openable first, and one that isn't holds no activity
    open input session-file
    if session-file-status is equal to '00'
        close session-file
        sort session-sort-file
            on ascending key ssk-operator
            using session-file
            giving sorted-session-file
        move 'Y' to session-on-file-sw
    else
        display "WARNING: SESSION.LOG could not be opened - status "
            session-file-status " - no sign-ons counted"
    end-if
    open input journal-file
    if journal-file-status is equal to '00'
        close journal-file
        sort journal-sort-file
            on ascending key jsk-operator
            using journal-file
            giving sorted-journal-file
        move 'Y' to journal-on-file-sw
    else
        display "WARNING: CONVERT.JNL could not be opened - status "
            journal-file-status " - no journal entries counted"
    end-if.

2000-find-dormant.
    open output review-work-file
    move 1 to session-eof
    if session-on-file-sw is equal to 'Y'
        open input sorted-session-file
        move 0 to session-eof
        perform 2800-read-session
    end-if
    move 1 to journal-eof
    if journal-on-file-sw is equal to 'Y'
        open input sorted-journal-file
        move 0 to journal-eof
        perform 2900-read-journal
    end-if

    perform 9700-open-report
    move spaces to rp-line
    perform 9800-report-line
    move list-heading to rp-line
    perform 9800-report-line
    move list-rule to rp-line
    perform 9800-report-line
    move low-values to op-id
    move 0 to oper-eof
    start operator-master key is not less than op-id
        invalid key move 1 to oper-eof
    end-start
    if oper-eof is not equal to 1
        read operator-master next record
            at end move 1 to oper-eof
        end-read
    end-if
    perform until oper-eof is equal to 1
        perform 2100-review-one-operator thru 2100-exit
        read operator-master next record
            at end move 1 to oper-eof
        end-read
    end-perform
    move list-rule to rp-line
    perform 9800-report-line

    if session-on-file-sw is equal to 'Y'
        close sorted-session-file
    end-if
    if journal-on-file-sw is equal to 'Y'
        close sorted-journal-file
    end-if
    close review-work-file

    move ws-active to out-count
    move spaces to rp-line
    string "Active operators reviewed:       " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-dormant to out-count
    move spaces to rp-line
    string "Idle more than the limit:        " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-dormant-sup to out-count
    move spaces to rp-line
    string "  of which supervisor level:     " out-count
        delimited by size into rp-line
    perform 9800-report-line
    if ws-dormant-sup is greater than 0
        move spaces to rp-line
        string "** Idle SUPERVISOR ids are marked above - they carry"
            " authority over every master file **"
            delimited by size into rp-line
        perform 9800-report-line
    end-if
    *> the deactivations that follow are confirmed one by one at the
    *> terminal and audited on OPERREV.AUD
    perform 9900-close-report.

2100-review-one-operator.
    *> the logs are matched past every id in key order, inactive ones
    *> included, so each log line is read once whatever is listed
    move 0 to last-on-date
    move 0 to last-jnl-date
    perform 2800-read-session
        until session-eof is equal to 1
            or se-operator is not less than op-id
    perform 2810-take-session
        until session-eof is equal to 1
            or se-operator is not equal to op-id
    perform 2900-read-journal
        until journal-eof is equal to 1
            or jl-operator is not less than op-id
    perform 2910-take-journal
        until journal-eof is equal to 1
            or jl-operator is not equal to op-id

    if op-status is not equal to 'A'
        go to 2100-exit
    end-if
    add 1 to ws-active
    if op-id is equal to ws-operator-id
        go to 2100-exit
    end-if

    move last-on-date to last-date
    if last-jnl-date is greater than last-date
        move last-jnl-date to last-date
    end-if
    if last-date is equal to 0
        move op-pin-date to last-date
    end-if
    if last-date is equal to 0
        *> never signed on, never journaled, and no PIN date to count
        *> from - nothing says the id was ever used
        move 999999 to idle-days
    else
        move last-date to sr-date
        perform 8000-date-to-serial
        compute idle-days = today-serial - sr-serial
    end-if
    if idle-days is not greater than idle-limit
        go to 2100-exit
    end-if

    add 1 to ws-dormant
    if op-authority is equal to 'S'
        add 1 to ws-dormant-sup
    end-if
    move op-id to rv-id
    move op-name to rv-name
    move op-authority to rv-authority
    move last-date to rv-last-date
    move idle-days to rv-idle-days
    write review-record

    move ws-dormant to ll-number
    move op-id to ll-id
    move op-name to ll-name
    if op-authority is equal to 'S'
        move '** SUPERVISOR **' to ll-authority
    else
        move 'operator' to ll-authority
    end-if
    move 'NEVER' to ll-last-on
    if last-on-date is greater than 0
        move last-on-date to ll-last-on
    end-if
    move 'NEVER' to ll-last-jnl
    if last-jnl-date is greater than 0
        move last-jnl-date to ll-last-jnl
    end-if
    if idle-days is equal to 999999
        move ' NEVER' to ll-idle
    else
        move idle-days to out-idle
        move out-idle to ll-idle
    end-if
    move list-line to rp-line
    perform 9800-report-line.
2100-exit.
    exit.

2800-read-session.
    read sorted-session-file into session-line
        at end move 1 to session-eof
    end-read.

2810-take-session.
    if se-event is equal to 'ON'
            and se-date is greater than last-on-date
        move se-date to last-on-date
    end-if
    perform 2800-read-session.

2900-read-journal.
    read sorted-journal-file into journal-line
        at end move 1 to journal-eof
    end-read.

2910-take-journal.
    if jl-date is greater than last-jnl-date
        move jl-date to last-jnl-date
    end-if
    perform 2900-read-journal.

3000-confirm-deactivate.
    display " "
    move ws-dormant to out-count
    display "Deactivate the" out-count " operators listed -"
        " Y all, C confirm each, N none: "
    move spaces to confirm-mode
    accept confirm-mode
    if confirm-mode is equal to 'y'
        move 'Y' to confirm-mode
    end-if
    if confirm-mode is equal to 'c'
        move 'C' to confirm-mode
    end-if
    if confirm-mode is not equal to 'Y'
            and confirm-mode is not equal to 'C'
        display "Review ended - no operators deactivated"
        go to 3000-exit
    end-if

    open input review-work-file
    if review-work-status is not equal to '00'
        display "DORMREV.TMP could not be opened - status "
            review-work-status " - no operators deactivated"
        move 8 to return-code
        go to 3000-exit
    end-if
    move 0 to review-eof
    read review-work-file
        at end move 1 to review-eof
    end-read
    perform until review-eof is equal to 1
        perform 3100-deactivate-one thru 3100-exit
        read review-work-file
            at end move 1 to review-eof
        end-read
    end-perform
    close review-work-file.
3000-exit.
    exit.

3100-deactivate-one.
    if confirm-mode is equal to 'C'
        if rv-authority is equal to 'S'
            display "Deactivate " rv-id " " rv-name
                " ** SUPERVISOR ** (Y/N): "
        else
            display "Deactivate " rv-id " " rv-name " (Y/N): "
        end-if
        move spaces to confirm-sw
        accept confirm-sw
        if confirm-sw is not equal to 'Y' and confirm-sw is not equal
                to 'y'
            display "Kept active - " rv-id
            go to 3100-exit
        end-if
    end-if

    move rv-id to op-id
    read operator-master key is op-id
        invalid key
            display "Operator " rv-id " is no longer on file"
            go to 3100-exit
    end-read
    if op-status is not equal to 'A'
        display "Operator " rv-id " is already inactive"
        go to 3100-exit
    end-if
    move 'I' to op-status
    rewrite operator-record
        invalid key
            display "Operator " rv-id " could not be updated - status "
                oper-file-status
            go to 3100-exit
    end-rewrite
    add 1 to ws-deactivated
    if op-authority is equal to 'S'
        add 1 to ws-deact-sup
    end-if
    perform 8200-write-audit
    display "Deactivated - " rv-id " " rv-name.
3100-exit.
    exit.

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

8200-write-audit.
    *> one line per id taken out of service, naming the supervisor
    *> whose review did it and the limit it was found under
    open extend audit-log-file
    if audit-log-status is not equal to '00'
        open output audit-log-file
    end-if
    accept ws-date from date yyyymmdd
    accept ws-time from time
    move ws-date to au-date
    move ws-time to au-time
    move ws-operator-id to au-reviewer
    move 'DEACTIVATE' to au-action
    move rv-id to au-operator
    move rv-authority to au-authority
    move rv-last-date to au-last-date
    move rv-idle-days to au-idle-days
    move idle-limit to au-limit
    write audit-log-record from audit-line
    close audit-log-file.

9700-open-report.
    move 'OPEN' to rp-function
    move 'DORMANT-REVIEW' to rp-program
    move 'DORMREVW' to rp-code
    move 'DORMANT OPERATOR REVIEW' to rp-title
    move ws-operator-id to rp-operator
    call "report-writer" using report-area.

9800-report-line.
    move 'LINE' to rp-function
    call "report-writer" using report-area.

9900-close-report.
    move 'CLOSE' to rp-function
    call "report-writer" using report-area.
