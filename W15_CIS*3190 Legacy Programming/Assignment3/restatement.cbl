*>
*> filename:   restatement.cbl
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> restatement run for conversions made under a bad symbol table.
*> journal-audit shows a bad DIGITVAL.DAT value loaded for part of a
*> day as a block of dated mismatches; this puts the damage right
*> instead of leaving it to be corrected by hand. the supervisor gives
*> the window (start date and time to end date and time) and the
*> profile the bad table was loaded under, and every ROMAN-DEC entry
*> journaled in that window under that profile is converted again
*> under the current table - which convert verifies against
*> DIGITVAL.CTL before it will use it. a run that finds the table
*> missing or unverified stops with nothing written.
*>
*> for every entry whose value comes out different, two entries go on
*> CONVERT.JNL, both carrying the original's reference number and,
*> in ARRIVED, 'RESTATES' with the original's date and time:
*>   REVERSAL   - the original numeral and the value it was given,
*>                taking that value back out
*>   CORRECTION - the same numeral and the value it is worth now
*> the original entries stay where they are, as history. an entry
*> already carrying a REVERSAL is skipped, so a window can be run
*> again (or overlap an earlier one) without restating anything
*> twice. entries that the current table now rejects are listed on
*> the report and left alone - there is no value to correct them to.
*> DEC-ROMAN entries are not restated (their decimal was the input,
*> not the table's work) and nor are ROMAN-DATE entries, which carry
*> no amount for the ledger.
*>
*> ledger posting gets a correction extract in the results-extract
*> layout - a 'D' record with status 'V' and the original value for
*> each reversal, one with status 'C' and the new value for each
*> correction, and a 'T' trailer whose count is the detail records
*> and whose total is the reversal and correction values together.
*> it is registered on EXTSENT.DAT as SENT, so extract-recon chases
*> its acknowledgment and period-close holds the month until it
*> comes back.
*>
*> the report proves the run before anything is posted: originals
*> less reversals plus corrections must foot to the restated total -
*> the window's values as the current table gives them - and the
*> reversal and correction counts must equal the changed entries. a
*> run that does not foot posts nothing to the journal, leaves the
*> extract without a trailer the way a failed run leaves one, and
*> ends with return code 8, as does any refusal.
*>
*> the restatement reads and appends to the live journal, so it holds
*> the CONVERT.JNL run lock throughout, and the corrections it posts
*> land today - refused when period-close has closed the month.
*> replays run under the reserved operator id RESTATE, which convert
*> neither journals nor rejects for; the entries posted are in the
*> supervisor's name.
*>

identification division.
program-id. restatement.

environment division.
input-output section.
file-control.
    select journal-file assign to dynamic journal-input-name
        organization is line sequential
        file status is journal-file-status.
    select change-work-file assign to "RESTCHG.TMP"
        organization is line sequential
        file status is change-work-status.
    select staged-journal-file assign to "RESTJNL.TMP"
        organization is line sequential
        file status is staged-journal-status.
    select results-extract-file assign to dynamic extract-name
        organization is line sequential
        file status is extract-file-status.
    select extract-sent-file assign to "EXTSENT.DAT"
        organization is line sequential
        file status is extract-sent-status.
    select auth-fail-file assign to "AUTHFAIL.LOG"
        organization is line sequential
        file status is auth-fail-status.

data division.
file section.
fd journal-file.
    01 journal-record pic X(231).

fd change-work-file.
    01 change-work-record.
        02 cw-journal   pic X(231).
        02 cw-old-value pic 9(9).
        02 cw-new-value pic 9(9).

fd staged-journal-file.
    01 staged-journal-record pic X(231).

fd results-extract-file.
    01 results-extract-record pic X(51).

fd extract-sent-file.
    01 extract-sent-record pic X(310).

fd auth-fail-file.
    01 auth-fail-record pic X(100).

working-storage section.
77 journal-file-status   pic X(2).
77 change-work-status    pic X(2).
77 staged-journal-status pic X(2).
77 extract-file-status   pic X(2).
77 extract-sent-status   pic X(2).
77 auth-fail-status      pic X(2).
77 input-eof pic S9.
copy journalrec.
copy rejectrec.
copy rejarchrec.
copy extsentrec.
copy authfailrec.
copy signonarea.
copy convresult.
copy romanarray.

77 writer-function pic X(8).
77 jl-result-disp  pic Z(7)9.

77 ws-operator-id pic X(8).
77 supervisor-sw  pic X(1).
77 ws-date pic 9(8).
77 ws-time pic 9(8).
77 answer-reply pic X(50).
77 date-text    pic X(8).

*> run lock on the live journal - the window is read twice and the
*> corrections appended, and a batch converting meanwhile would land
*> entries the scan never saw. the override is for a lock a crashed
*> run left behind
77 lock-function pic X(8).
77 lock-resource pic X(14).
77 lock-result   pic S9 usage is computational.
77 lock-override-sw pic X(1).

*> closed-period guard - see period-check
copy periodarea.

*> the window and profile to restate
77 win-start-date pic 9(8).
77 win-start-time pic 9(8).
77 win-end-date   pic 9(8).
77 win-end-time   pic 9(8).
77 run-profile    pic X(8).
77 entry-profile  pic X(8).
77 sr-check-date  pic 9(8).
77 sr-check-time  pic 9(8).
77 in-window-sw   pic X(1).
77 extract-name   pic X(50).
77 refused-sw     pic X(1) value 'N'.
77 table-fault-sw pic X(1) value 'N'.
77 foot-sw        pic X(1) value 'N'.

*> the convert call - replays under the reserved RESTATE id
77 restate-operator pic X(8) value 'RESTATE'.
77 restate-seq      pic S9(8) usage is computational value zero.

*> the tie every REVERSAL and CORRECTION carries in JL-ARRIVED back
*> to the entry it restates
01 restate-tie.
    02 rt-label pic X(9) value 'RESTATES '.
    02 rt-date  pic 9(8).
    02 filler   pic X(1) value space.
    02 rt-time  pic 9(8).
    02 filler   pic X(4) value spaces.

*> entries in the window already restated by an earlier run, off the
*> REVERSAL entries that tie back to them
01 tie-table.
    02 tt-entry occurs 2000 times.
        03 tt-date      pic 9(8).
        03 tt-time      pic 9(8).
        03 tt-reference pic X(10).
        03 tt-numeral   pic X(30).
77 tt-loaded pic S9(4) usage is computational value zero.
77 tt-idx    pic S9(4) usage is computational.
77 tt-found-sw pic X(1).
77 scan-pass   pic X(1).

*> archive scan - the CONVJNL.yyyymm months from the window's first
*> through the current one, stepped the way freq-rebuild steps them:
*> a REVERSAL from an earlier run lands after its original, so its
*> archive can be a later month than the window's
77 journal-input-name pic X(50).
01 archive-name-parts.
    02 filler    pic X(8) value 'CONVJNL.'.
    02 anp-month pic 9(6).
77 from-month pic 9(6).
77 to-month   pic 9(6).
01 scan-month pic 9(6).
01 scan-month-parts redefines scan-month.
    02 smp-yyyy pic 9(4).
    02 smp-mm   pic 9(2).
77 scan-yyyy pic 9(4).
77 scan-mm   pic 9(2).

77 result-text  pic X(8).
77 result-value pic 9(9).

*> the footing - originals, what the current table makes of them,
*> and the reversals and corrections staged from the change file
77 ws-original-count  pic S9(9) usage is computational value zero.
77 ws-original-total  pic S9(12) usage is computational value zero.
77 ws-restated-total  pic S9(12) usage is computational value zero.
77 ws-changed-count   pic S9(9) usage is computational value zero.
77 ws-confirmed-count pic S9(9) usage is computational value zero.
77 ws-done-count      pic S9(9) usage is computational value zero.
77 ws-rejected-count  pic S9(9) usage is computational value zero.
77 ws-reversal-count  pic S9(9) usage is computational value zero.
77 ws-reversal-total  pic S9(12) usage is computational value zero.
77 ws-correction-count pic S9(9) usage is computational value zero.
77 ws-correction-total pic S9(12) usage is computational value zero.
77 ws-footed-total    pic S9(12) usage is computational value zero.
77 ws-detail-count    pic S9(9) usage is computational value zero.
77 ws-posted-count    pic S9(9) usage is computational value zero.

01 extract-detail-line.
    02 xd-record-type pic X(1).
    02 xd-numeral     pic X(30).
    02 xd-result      pic 9(9).
    02 xd-status      pic X(1).
    02 xd-reference   pic X(10).
01 extract-trailer-line.
    02 xt-record-type pic X(1).
    02 xt-count       pic 9(9).
    02 xt-total       pic 9(10).
    02 filler         pic X(31) value spaces.

77 out-count  pic Z(8)9.
77 out-total  pic Z(11)9.
77 out-value  pic Z(8)9.
77 out-value2 pic Z(8)9.
copy rptarea.

procedure division.
0000-mainline.
    display " Journal Restatement".
    display "---------------------".
    display "Enter Operator ID: ".
    accept ws-operator-id.
    display "Enter PIN: ".
    accept so-pin.
    perform 0100-check-authority.
    if supervisor-sw is not equal to 'Y'
        move 8 to return-code
        stop run
    end-if.

    accept ws-date from date yyyymmdd.
    perform 0200-get-window thru 0200-exit.
    if refused-sw is equal to 'Y'
        display "Restatement abandoned - nothing restated"
        move 8 to return-code
        stop run
    end-if.

    *> the corrections are posted today, so today's month must be open
    move 'CHECK' to pa-function
    move ws-date to pa-date
    call "period-check" using period-area
    if pa-result is equal to 2
        display "Restatement abandoned - the corrections would land"
            " in a closed period"
        move 8 to return-code
        stop run
    end-if.

    perform 0300-acquire-journal-lock.
    if lock-result is not equal to 1
        display "Restatement abandoned - the journal is in use"
        move 8 to return-code
        stop run
    end-if.

    perform 9700-open-report.
    perform 1000-print-criteria.
    move 'T' to scan-pass
    perform 2000-scan-journals.
    if tt-loaded is greater than or equal to 2000
        move spaces to rp-line
        string "REFUSED: the window holds more earlier restatements"
            " than this program can check against"
            delimited by size into rp-line
        perform 9800-report-line
        move 'Y' to refused-sw
    else
        open output change-work-file
        move 'C' to scan-pass
        perform 2000-scan-journals
        close change-work-file
    end-if.

    if refused-sw is equal to 'N' and table-fault-sw is equal to 'Y'
        move spaces to rp-line
        string "REFUSED: the current table failed verification - fix"
            " DIGITVAL.DAT before restating"
            delimited by size into rp-line
        perform 9800-report-line
        move 'Y' to refused-sw
    end-if.
    if refused-sw is equal to 'N' and ws-changed-count is equal to 0
        perform 4000-print-footing
        move spaces to rp-line
        string " No value changed under the current table - nothing to"
            " restate" delimited by size into rp-line
        perform 9800-report-line
        perform 9900-close-report
        perform 0400-release-journal-lock
        stop run
    end-if.

    if refused-sw is equal to 'N'
        perform 3000-stage-restatement thru 3000-exit
    end-if.
    if refused-sw is equal to 'N'
        perform 4000-print-footing
        if foot-sw is equal to 'Y'
            perform 5000-post-journal
            perform 6000-register-extract
        else
            close results-extract-file
            move 'Y' to refused-sw
        end-if
    end-if.

    if refused-sw is equal to 'Y'
        move spaces to rp-line
        perform 9800-report-line
        move "** RESTATEMENT REFUSED - NOTHING POSTED TO THE JOURNAL **"
            to rp-line
        perform 9800-report-line
        move 8 to return-code
    end-if.
    perform 9900-close-report.
    perform 0400-release-journal-lock.
    stop run.

0100-check-authority.
    *> posting against history is supervisor work. a missing master
    *> falls back open with a warning, the same way the maintenance
    *> programs do
    move 'N' to supervisor-sw
    move 'SIGNON' to so-function
    move ws-operator-id to so-operator
    move 'RESTATEMENT' to so-program
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
            display "Supervisor authority is required to restate the"
                " journal - refused"
            move 'RESTATEMENT' to af-program
            move 'RESTATE' to af-action
            perform 8100-write-auth-fail
        end-if
    end-if.

0200-get-window.
    display "Window start date YYYYMMDD: ".
    accept answer-reply.
    move answer-reply(1:8) to date-text.
    inspect date-text replacing leading space by zero.
    if date-text is not numeric or date-text is equal to zeros
        display "REFUSED: a window start date is required"
        move 'Y' to refused-sw
        go to 0200-exit
    end-if.
    move date-text to win-start-date.
    display "Window start time HHMMSSss (blank = start of day): ".
    accept answer-reply.
    move answer-reply(1:8) to date-text.
    inspect date-text replacing all space by zero.
    if date-text is not numeric
        display "REFUSED: the start time is not a time"
        move 'Y' to refused-sw
        go to 0200-exit
    end-if.
    move date-text to win-start-time.
    display "Window end date YYYYMMDD (blank = the start date): ".
    accept answer-reply.
    move answer-reply(1:8) to date-text.
    if date-text is equal to spaces
        move win-start-date to win-end-date
    else
        inspect date-text replacing leading space by zero
        if date-text is not numeric
            display "REFUSED: the end date is not a date"
            move 'Y' to refused-sw
            go to 0200-exit
        end-if
        move date-text to win-end-date
    end-if.
    display "Window end time HHMMSSss (blank = end of day): ".
    accept answer-reply.
    move answer-reply(1:8) to date-text.
    if date-text is equal to spaces
        move 99999999 to win-end-time
    else
        inspect date-text replacing all space by zero
        if date-text is not numeric
            display "REFUSED: the end time is not a time"
            move 'Y' to refused-sw
            go to 0200-exit
        end-if
        move date-text to win-end-time
    end-if.
    if win-end-date is less than win-start-date
            or (win-end-date is equal to win-start-date
                and win-end-time is less than win-start-time)
        display "REFUSED: the window ends before it starts"
        move 'Y' to refused-sw
        go to 0200-exit
    end-if.
    if win-start-date is greater than ws-date
        display "REFUSED: the window starts in the future"
        move 'Y' to refused-sw
        go to 0200-exit
    end-if.
    display "Profile the bad table was loaded under"
        " (blank = STANDARD): ".
    accept answer-reply.
    move answer-reply(1:8) to run-profile.
    if run-profile is equal to spaces
        move 'STANDARD' to run-profile
    end-if.
    display "Correction extract file name (blank = RESTATE.yyyymmdd): ".
    accept answer-reply.
    move answer-reply to extract-name.
    if extract-name is equal to spaces
        string "RESTATE." ws-date delimited by size into extract-name
    end-if.
    perform 0250-check-extract-name.
0200-exit.
    exit.

0250-check-extract-name.
    *> a registered name would have extract-recon matching one
    *> acknowledgment against two extracts
    open input extract-sent-file
    if extract-sent-status is equal to '00'
        move 0 to input-eof
        read extract-sent-file at end move 1 to input-eof end-read
        perform until input-eof is equal to 1
            move extract-sent-record to extract-sent-line
            if xs-name is equal to extract-name
                display "REFUSED: " extract-name(1:40)
                    " is already registered on EXTSENT.DAT"
                move 'Y' to refused-sw
            end-if
            read extract-sent-file at end move 1 to input-eof end-read
        end-perform
        close extract-sent-file
    end-if.

0300-acquire-journal-lock.
    move 'CONVERT.JNL' to lock-resource
    move 'ACQUIRE' to lock-function
    call "run-lock" using lock-function, lock-resource,
        ws-operator-id, lock-result
    if lock-result is not equal to 1
        display "Override the lock (only for a crashed run)? (Y/N): "
        accept answer-reply
        move answer-reply(1:1) to lock-override-sw
        if lock-override-sw is equal to 'Y'
                or lock-override-sw is equal to 'y'
            move 'FORCE' to lock-function
            call "run-lock" using lock-function, lock-resource,
                ws-operator-id, lock-result
        end-if
    end-if.

0400-release-journal-lock.
    move 'CONVERT.JNL' to lock-resource
    move 'RELEASE' to lock-function
    call "run-lock" using lock-function, lock-resource,
        ws-operator-id, lock-result.

1000-print-criteria.
    move spaces to rp-line
    string " Window:  " win-start-date " " win-start-time " to "
        win-end-date " " win-end-time delimited by size into rp-line
    perform 9800-report-line
    move spaces to rp-line
    string " Profile: " run-profile delimited by size into rp-line
    perform 9800-report-line
    move spaces to rp-line
    string " Correction extract: " extract-name delimited by size
        into rp-line
    perform 9800-report-line
    move spaces to rp-line
    perform 9800-report-line.

2000-scan-journals.
    *> pass T gathers the earlier restatements' ties, pass C the
    *> window's entries to restate
    compute from-month = win-start-date / 100
    compute to-month = ws-date / 100
    move from-month to scan-month
    perform 2100-scan-one-archive
        until scan-month is greater than to-month
            or table-fault-sw is equal to 'Y'
    if table-fault-sw is equal to 'N'
        move spaces to journal-input-name
        move 'CONVERT.JNL' to journal-input-name
        perform 2200-scan-one-journal-file
    end-if.

2100-scan-one-archive.
    move scan-month to anp-month
    move archive-name-parts to journal-input-name
    perform 2200-scan-one-journal-file
    move smp-yyyy to scan-yyyy
    move smp-mm to scan-mm
    add 1 to scan-mm
    if scan-mm is greater than 12
        add 1 to scan-yyyy
        move 1 to scan-mm
    end-if
    move scan-yyyy to smp-yyyy
    move scan-mm to smp-mm.

2200-scan-one-journal-file.
    open input journal-file
    if journal-file-status is equal to '00'
        move 0 to input-eof
        read journal-file at end move 1 to input-eof end-read
        perform until input-eof is equal to 1
                or table-fault-sw is equal to 'Y'
            move journal-record to journal-line
            move jl-profile to entry-profile
            if entry-profile is equal to spaces
                move 'STANDARD' to entry-profile
            end-if
            if entry-profile is equal to run-profile
                if scan-pass is equal to 'T'
                    perform 2300-check-tie
                else
                    perform 2400-check-candidate
                end-if
            end-if
            read journal-file at end move 1 to input-eof end-read
        end-perform
        close journal-file
    end-if.

2300-check-tie.
    move jl-arrived to restate-tie
    if jl-direction is equal to 'REVERSAL'
            and rt-label is equal to 'RESTATES '
            and rt-date is numeric and rt-time is numeric
        move rt-date to sr-check-date
        move rt-time to sr-check-time
        perform 8000-check-window
        if in-window-sw is equal to 'Y'
                and tt-loaded is less than 2000
            add 1 to tt-loaded
            move rt-date to tt-date(tt-loaded)
            move rt-time to tt-time(tt-loaded)
            move jl-reference to tt-reference(tt-loaded)
            move jl-value to tt-numeral(tt-loaded)
        end-if
    end-if.

2400-check-candidate.
    *> the audit's own replays never reached the journal from the
    *> replay-mode engines, but older journals can still hold them
    if jl-direction is equal to 'ROMAN-DEC'
            and jl-operator is not equal to 'JNLAUDIT'
        move jl-date to sr-check-date
        move jl-time to sr-check-time
        perform 8000-check-window
        if in-window-sw is equal to 'Y'
            perform 2500-find-tie
            if tt-found-sw is equal to 'Y'
                add 1 to ws-done-count
            else
                perform 2600-restate-one-entry
            end-if
        end-if
    end-if.

2500-find-tie.
    move 'N' to tt-found-sw
    perform varying tt-idx from 1 by 1
            until tt-idx is greater than tt-loaded
                or tt-found-sw is equal to 'Y'
        if tt-date(tt-idx) is equal to jl-date
                and tt-time(tt-idx) is equal to jl-time
                and tt-reference(tt-idx) is equal to jl-reference
                and tt-numeral(tt-idx) is equal to jl-value
            move 'Y' to tt-found-sw
        end-if
    end-perform.

2600-restate-one-entry.
    move jl-result(1:8) to result-text
    inspect result-text replacing leading space by zero
    move result-text to result-value
    move spaces to array-area
    move jl-value to array-area
    add 1 to restate-seq
    call "convert" using array-area, err, sum1, restate-seq,
        restate-operator, jl-reference, jl-arrived, run-profile
    evaluate err
        when 1
            add 1 to ws-original-count
            add result-value to ws-original-total
            add sum1 to ws-restated-total
            if sum1 is equal to result-value
                add 1 to ws-confirmed-count
            else
                add 1 to ws-changed-count
                move journal-line to cw-journal
                move result-value to cw-old-value
                move sum1 to cw-new-value
                write change-work-record
                move result-value to out-value
                move sum1 to out-value2
                move spaces to rp-line
                string "CHANGED  " jl-date " " jl-time " " jl-operator
                    " REF " jl-reference " " jl-value " was "
                    out-value " now " out-value2
                    delimited by size into rp-line
                perform 9800-report-line
            end-if
        when 2
        when 3
            add 1 to ws-rejected-count
            move result-value to out-value
            move spaces to rp-line
            string "REJECTED " jl-date " " jl-time " " jl-operator
                " REF " jl-reference " " jl-value " was " out-value
                " - not restated" delimited by size into rp-line
            perform 9800-report-line
        when other
            *> 4 no table, 5 the table failed verification - nothing
            *> the current table gives can be trusted
            move 'Y' to table-fault-sw
    end-evaluate.

3000-stage-restatement.
    *> the REVERSAL and CORRECTION entries are built into RESTJNL.TMP
    *> and the extract written, counting only what actually went out,
    *> so the footing checks the staged work and not the scan's tally
    open input change-work-file
    open output staged-journal-file
    open output results-extract-file
    if extract-file-status is not equal to '00'
        move spaces to rp-line
        string "REFUSED: " extract-name(1:40)
            " could not be created - status " extract-file-status
            delimited by size into rp-line
        perform 9800-report-line
        move 'Y' to refused-sw
        close change-work-file
        close staged-journal-file
        go to 3000-exit
    end-if
    accept ws-time from time
    move 0 to input-eof
    read change-work-file at end move 1 to input-eof end-read
    perform until input-eof is equal to 1
        perform 3100-stage-one-change
        read change-work-file at end move 1 to input-eof end-read
    end-perform
    close change-work-file
    close staged-journal-file.
3000-exit.
    exit.

3100-stage-one-change.
    move cw-journal to journal-line
    move spaces to restate-tie
    move 'RESTATES ' to rt-label
    move jl-date to rt-date
    move jl-time to rt-time
    move 'D' to xd-record-type
    move jl-value to xd-numeral
    move jl-reference to xd-reference

    move cw-old-value to xd-result
    move 'V' to xd-status
    write results-extract-record from extract-detail-line
    add 1 to ws-detail-count
    move cw-new-value to xd-result
    move 'C' to xd-status
    write results-extract-record from extract-detail-line
    add 1 to ws-detail-count

    move ws-date to jl-date
    move ws-time to jl-time
    move ws-operator-id to jl-operator
    move restate-tie to jl-arrived
    move run-profile to jl-profile
    move 'REVERSAL' to jl-direction
    move cw-old-value to jl-result-disp
    move jl-result-disp to jl-result
    write staged-journal-record from journal-line
    add 1 to ws-reversal-count
    add cw-old-value to ws-reversal-total
    move 'CORRECTION' to jl-direction
    move cw-new-value to jl-result-disp
    move jl-result-disp to jl-result
    write staged-journal-record from journal-line
    add 1 to ws-correction-count
    add cw-new-value to ws-correction-total.

4000-print-footing.
    compute ws-footed-total = ws-original-total - ws-reversal-total
        + ws-correction-total
    move 'N' to foot-sw
    if ws-footed-total is equal to ws-restated-total
            and ws-reversal-count is equal to ws-changed-count
            and ws-correction-count is equal to ws-changed-count
            and ws-confirmed-count + ws-changed-count
                is equal to ws-original-count
        move 'Y' to foot-sw
    end-if
    move spaces to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move " Restatement Footing         " to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move ws-original-count to out-count
    move ws-original-total to out-total
    move spaces to rp-line
    string " Originals:        " out-count "   total   " out-total
        delimited by size into rp-line
    perform 9800-report-line
    move ws-reversal-count to out-count
    move ws-reversal-total to out-total
    move spaces to rp-line
    string " Less Reversals:   " out-count "   total - " out-total
        delimited by size into rp-line
    perform 9800-report-line
    move ws-correction-count to out-count
    move ws-correction-total to out-total
    move spaces to rp-line
    string " Plus Corrections: " out-count "   total + " out-total
        delimited by size into rp-line
    perform 9800-report-line
    move ws-footed-total to out-total
    move spaces to rp-line
    string " Footed Total:                         " out-total
        delimited by size into rp-line
    perform 9800-report-line
    move ws-restated-total to out-total
    move spaces to rp-line
    string " Restated Total:                       " out-total
        delimited by size into rp-line
    perform 9800-report-line
    move ws-changed-count to out-count
    move spaces to rp-line
    string " Values Changed:   " out-count delimited by size
        into rp-line
    perform 9800-report-line
    move ws-confirmed-count to out-count
    move spaces to rp-line
    string " Values Confirmed: " out-count delimited by size
        into rp-line
    perform 9800-report-line
    move ws-done-count to out-count
    move spaces to rp-line
    string " Already Restated: " out-count delimited by size
        into rp-line
    perform 9800-report-line
    move ws-rejected-count to out-count
    move spaces to rp-line
    string " Now Rejected:     " out-count delimited by size
        into rp-line
    perform 9800-report-line
    if foot-sw is equal to 'Y'
        move spaces to rp-line
        string " ** ORIGINALS - REVERSALS + CORRECTIONS FOOT TO THE"
            " RESTATED TOTAL **" delimited by size into rp-line
    else
        move spaces to rp-line
        string " ** ORIGINALS - REVERSALS + CORRECTIONS DO NOT FOOT"
            " **" delimited by size into rp-line
    end-if
    perform 9800-report-line.

5000-post-journal.
    *> only a footed run gets here - the trailer goes on, and the
    *> staged entries go to CONVERT.JNL in one bracketed write
    move 'T' to xt-record-type
    move ws-detail-count to xt-count
    compute xt-total = ws-reversal-total + ws-correction-total
    write results-extract-record from extract-trailer-line
    close results-extract-file

    move 'BEGIN' to writer-function
    call "journal-writer" using writer-function, journal-line,
        reject-line, reject-archive-line
    open input staged-journal-file
    move 0 to input-eof
    read staged-journal-file at end move 1 to input-eof end-read
    perform until input-eof is equal to 1
        move staged-journal-record to journal-line
        move 'JOURNAL' to writer-function
        call "journal-writer" using writer-function, journal-line,
            reject-line, reject-archive-line
        add 1 to ws-posted-count
        read staged-journal-file at end move 1 to input-eof end-read
    end-perform
    close staged-journal-file
    move 'END' to writer-function
    call "journal-writer" using writer-function, journal-line,
        reject-line, reject-archive-line

    move ws-posted-count to out-count
    move spaces to rp-line
    string " Journal entries posted: " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-detail-count to out-count
    compute out-total = ws-reversal-total + ws-correction-total
    move spaces to rp-line
    string " Extract trailer count:  " out-count "   total "
        out-total delimited by size into rp-line
    perform 9800-report-line.

6000-register-extract.
    *> registered the way roman-numerals registers a run's extract,
    *> with the restatement's own start and finish as its window
    move extract-name to xs-name
    move ws-date to xs-date
    move ws-detail-count to xs-count
    move xt-total to xs-total
    move 'SENT' to xs-status
    move ws-date to xs-start-date
    move ws-time to xs-start-time
    accept xs-end-date from date yyyymmdd
    accept xs-end-time from time
    move ws-operator-id to xs-operator
    move run-profile to xs-profile
    move 1 to xs-first-pos
    move spaces to xs-original
    open extend extract-sent-file
    if extract-sent-status is not equal to '00'
        open output extract-sent-file
    end-if
    write extract-sent-record from extract-sent-line
    close extract-sent-file
    move spaces to rp-line
    string " Registered on EXTSENT.DAT as SENT: " extract-name(1:40)
        delimited by size into rp-line
    perform 9800-report-line.

8000-check-window.
    *> SR-CHECK-DATE/TIME inside the window, both ends included
    move 'Y' to in-window-sw
    if sr-check-date is less than win-start-date
        move 'N' to in-window-sw
    end-if
    if sr-check-date is equal to win-start-date
            and sr-check-time is less than win-start-time
        move 'N' to in-window-sw
    end-if
    if sr-check-date is greater than win-end-date
        move 'N' to in-window-sw
    end-if
    if sr-check-date is equal to win-end-date
            and sr-check-time is greater than win-end-time
        move 'N' to in-window-sw
    end-if.

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

9700-open-report.
    move 'OPEN' to rp-function
    move 'RESTATEMENT' to rp-program
    move 'RESTATE' to rp-code
    move 'JOURNAL RESTATEMENT REPORT' to rp-title
    move ws-operator-id to rp-operator
    call "report-writer" using report-area.

9800-report-line.
    move 'LINE' to rp-function
    call "report-writer" using report-area.

9900-close-report.
    move 'CLOSE' to rp-function
    call "report-writer" using report-area.
