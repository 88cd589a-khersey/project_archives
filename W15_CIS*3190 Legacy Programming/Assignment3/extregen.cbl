*>
*> filename:   extregen.cbl
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> results-extract regeneration. when extract-recon flags an extract
*> BADACK, or it sits unacknowledged past the grace period, the file
*> ledger posting needs can be rebuilt from the record of the run that
*> made it, instead of rerunning the branch file through file mode -
*> which would re-journal every record, re-touch ROMANFREQ.DAT, and
*> queue the rejects a second time. nothing is converted here.
*>
*> the operator names the extract as registered on EXTSENT.DAT. its
*> entry carries the run window (start date and time to registration),
*> the operator and profile, and the input position of the first
*> detail record. the accepted 'D' records are rebuilt from that run's
*> CONVERT.JNL entries - the CONVJNL.yyyymm archives of the window's
*> months first, in case a retention cutover has moved them - and the
*> rejected 'D' records from its CONVERT.RJA entries, which carry their
*> input positions. the two are laid back together in input order and
*> the 'T' trailer written from what was rebuilt.
*>
*> the rebuilt count and total must equal the original's registered
*> trailer figures before anything is written; a rebuild that does not
*> foot is refused with both sides' figures shown. a good rebuild goes
*> out under a new name, registered on EXTSENT.DAT as SENT with
*> RESEND OF naming the original, and the original is marked RESENT
*> so extract-recon stops chasing it. an extract already ACKED is
*> refused - ledger posting has it, and a resend would post it twice -
*> and so is one already RESENT, whose resend is the live copy.
*> the run ends with return code 8 on any refusal.
*>

identification division.
program-id. extract-regen.

environment division.
input-output section.
file-control.
    select extract-sent-file assign to "EXTSENT.DAT"
        organization is line sequential
        file status is extract-sent-status.
    select journal-file assign to dynamic journal-input-name
        organization is line sequential
        file status is journal-file-status.
    select reject-archive-file assign to "CONVERT.RJA"
        organization is line sequential
        file status is reject-archive-status.
    select accepted-work-file assign to "REGENACC.TMP"
        organization is line sequential
        file status is accepted-work-status.
    select rejected-work-file assign to "REGENREJ.TMP"
        organization is line sequential
        file status is rejected-work-status.
    select results-extract-file assign to dynamic new-extract-name
        organization is line sequential
        file status is extract-file-status.
    select auto-answer-file assign to "AUTOANSW.CRD"
        organization is line sequential
        file status is answer-file-status.

data division.
file section.
fd extract-sent-file.
    01 extract-sent-record pic X(310).

fd journal-file.
    01 journal-record pic X(231).

fd reject-archive-file.
    01 reject-archive-record pic X(151).

fd accepted-work-file.
    01 accepted-work-record.
        02 aw-numeral   pic X(30).
        02 aw-result    pic 9(9).
        02 aw-reference pic X(10).
        02 aw-direction pic X(10).

fd rejected-work-file.
    01 rejected-work-record.
        02 rw-position  pic 9(9).
        02 rw-numeral   pic X(30).
        02 rw-reference pic X(10).

fd results-extract-file.
    01 results-extract-record pic X(51).

fd auto-answer-file.
    01 auto-answer-record pic X(50).

working-storage section.
77 extract-sent-status   pic X(2).
77 journal-file-status   pic X(2).
77 reject-archive-status pic X(2).
77 accepted-work-status  pic X(2).
77 rejected-work-status  pic X(2).
77 extract-file-status   pic X(2).
77 input-eof  pic S9.
copy extsentrec.
copy journalrec.
copy rejarchrec.

*> unattended operation - prompts read from AUTOANSW.CRD when the
*> job-stream controller has left answers there; see roman-numerals
77 answer-file-status   pic X(2).
77 answer-mode-sw       pic X(1) value 'N'.
77 answer-exhausted-sw  pic X(1) value 'N'.
77 answer-reply         pic X(50).
77 answer-next          pic X(50).

77 original-name    pic X(50).
77 new-extract-name pic X(50).

*> the whole register rides in the table so it can be rewritten with
*> the resend added and the original marked - the same stage-and-
*> replace shape extract-recon uses
01 register-table.
    02 rg-entry occurs 500 times.
        03 rg-line pic X(310).
77 rg-loaded pic S9(4) usage is computational value zero.
77 rg-overflow-sw pic X(1) value 'N'.
77 rg-idx    pic S9(4) usage is computational.
77 rg-found  pic S9(4) usage is computational.
77 register-eof pic S9.
77 refused-sw pic X(1) value 'N'.

*> the original's run, off its register entry
77 run-start-date pic 9(8).
77 run-start-time pic 9(8).
77 run-end-date   pic 9(8).
77 run-end-time   pic 9(8).
77 run-operator   pic X(8).
77 run-profile    pic X(8).
77 run-first-pos  pic 9(9).
77 run-last-pos   pic 9(9).
77 run-count      pic 9(9).
77 run-total      pic 9(10).
77 entry-profile  pic X(8).
77 sr-check-date  pic 9(8).
77 sr-check-time  pic 9(8).
77 in-window-sw   pic X(1).

*> archive scan - the CONVJNL.yyyymm months the run window touches,
*> stepped the way freq-rebuild steps them
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
77 result-value pic 9(8).
77 ws-reject-pos pic 9(9).

77 ws-accepted-count pic S9(9) usage is computational value zero.
77 ws-accepted-total pic S9(10) usage is computational value zero.
77 ws-rejected-count pic S9(9) usage is computational value zero.
77 ws-rebuilt-count  pic S9(9) usage is computational value zero.
77 ws-rebuilt-total  pic S9(10) usage is computational value zero.

*> the merge - input positions walked from the first to the last, a
*> reject laid at its own position and the accepted entries filling
*> the rest in journal order
77 merge-pos    pic S9(9) usage is computational.
77 acc-eof      pic S9.
77 rej-eof      pic S9.
77 merge-fault-sw pic X(1) value 'N'.

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
77 out-count2 pic Z(8)9.
77 out-total  pic Z(9)9.
77 out-total2 pic Z(9)9.
copy rptarea.

procedure division.
0000-mainline.
    perform 0500-check-answer-file.
    display " Results Extract Regeneration".
    display "------------------------------".
    display "Extract to regenerate (name as registered): ".
    perform 0600-get-reply.
    move answer-reply to original-name.
    display "New extract file name (blank = original name .RESEND): ".
    perform 0600-get-reply.
    move answer-reply to new-extract-name.
    if new-extract-name is equal to spaces
        string original-name delimited by space
            ".RESEND" delimited by size
            into new-extract-name
    end-if.

    perform 1000-load-register.
    perform 1100-check-request.
    if refused-sw is equal to 'N'
        perform 2000-gather-accepted
        perform 3000-gather-rejected
        perform 4000-check-footing
    end-if.
    if refused-sw is equal to 'N'
        perform 5000-write-extract
    end-if.
    if refused-sw is equal to 'N'
        perform 6000-register-resend
        perform 9700-open-report
        perform 7000-print-summary
        perform 9900-close-report
    else
        display " "
        display "** REGENERATION REFUSED - NOTHING SENT, REGISTER"
            " UNCHANGED **"
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

0800-close-answer-file.
    if answer-mode-sw is equal to 'Y'
        close auto-answer-file
        move 'N' to answer-mode-sw
    end-if.

1000-load-register.
    open input extract-sent-file
    if extract-sent-status is equal to '00'
        move 0 to register-eof
        read extract-sent-file at end move 1 to register-eof end-read
        perform until register-eof is equal to 1
                or rg-loaded is greater than or equal to 500
            add 1 to rg-loaded
            move extract-sent-record to rg-line(rg-loaded)
            read extract-sent-file at end move 1 to register-eof
            end-read
        end-perform
        close extract-sent-file
        if register-eof is not equal to 1
            move 'Y' to rg-overflow-sw
        end-if
    end-if.

1100-check-request.
    *> the last registration under the name is the one that counts
    move 0 to rg-found
    perform varying rg-idx from 1 by 1
            until rg-idx is greater than rg-loaded
        move rg-line(rg-idx) to extract-sent-line
        if xs-name is equal to original-name
            move rg-idx to rg-found
        end-if
        if xs-name is equal to new-extract-name
            display "REFUSED: " new-extract-name(1:40)
                " is already registered - a resend needs a new name"
            move 'Y' to refused-sw
        end-if
    end-perform
    evaluate true
        when rg-overflow-sw is equal to 'Y'
            display "REFUSED: EXTSENT.DAT holds more entries than this"
                " program can stage"
            move 'Y' to refused-sw
        when rg-found is equal to 0
            display "REFUSED: " original-name(1:40)
                " is not registered on EXTSENT.DAT"
            move 'Y' to refused-sw
        when other
            move rg-line(rg-found) to extract-sent-line
            perform 1200-check-original
    end-evaluate.

1200-check-original.
    if xs-status is equal to 'ACKED'
        display "REFUSED: " xs-name(1:40) " is ACKED - ledger posting"
            " has it, a resend would post it twice"
        move 'Y' to refused-sw
    end-if
    *> a RESENT original already has a live resend - regenerate that
    *> one if it too goes astray, or there would be two SENT copies of
    *> the same run
    if xs-status is equal to 'RESENT'
        display "REFUSED: " xs-name(1:40) " was already regenerated -"
            " regenerate its resend instead"
        move 'Y' to refused-sw
    end-if
    if xs-start-date is not numeric
            or xs-start-time is not numeric
            or xs-end-time is not numeric
            or xs-first-pos is not numeric
        display "REFUSED: " xs-name(1:40) " was registered without"
            " its run window - rerun the branch file instead"
        move 'Y' to refused-sw
    end-if
    *> a merged extract's entries were journaled by its partition
    *> runs, under their own operators - the window does not find them
    if xs-operator is equal to 'PARTMRGE'
        display "REFUSED: " xs-name(1:40) " was merged from"
            " partitions - it cannot be regenerated from the journal"
        move 'Y' to refused-sw
    end-if
    if refused-sw is equal to 'N'
        move xs-start-date to run-start-date
        move xs-start-time to run-start-time
        *> an entry from before the end date was carried ended its
        *> run on the day it was registered
        if xs-end-date is numeric
            move xs-end-date to run-end-date
        else
            move xs-date to run-end-date
        end-if
        move xs-end-time to run-end-time
        move xs-operator to run-operator
        move xs-profile to run-profile
        if run-profile is equal to spaces
            move 'STANDARD' to run-profile
        end-if
        move xs-first-pos to run-first-pos
        move xs-count to run-count
        move xs-total to run-total
        compute run-last-pos = run-first-pos + run-count - 1
        display "Run of " run-start-date " " run-start-time " to "
            run-end-date " " run-end-time " by " run-operator
            " profile " run-profile
    end-if.

2000-gather-accepted.
    open output accepted-work-file
    compute from-month = run-start-date / 100
    compute to-month = run-end-date / 100
    move from-month to scan-month
    perform 2100-scan-one-archive
        until scan-month is greater than to-month
    move spaces to journal-input-name
    move 'CONVERT.JNL' to journal-input-name
    perform 2200-scan-one-journal-file
    close accepted-work-file.

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
            move journal-record to journal-line
            if (jl-direction is equal to 'ROMAN-DEC'
                    or jl-direction is equal to 'ROMAN-DATE')
                    and jl-operator is equal to run-operator
                perform 2300-check-journal-entry
            end-if
            read journal-file at end move 1 to input-eof end-read
        end-perform
        close journal-file
    end-if.

2300-check-journal-entry.
    move jl-profile to entry-profile
    if entry-profile is equal to spaces
        move 'STANDARD' to entry-profile
    end-if
    move jl-date to sr-check-date
    move jl-time to sr-check-time
    perform 8000-check-window
    if in-window-sw is equal to 'Y'
            and entry-profile is equal to run-profile
        move jl-result(1:8) to result-text
        inspect result-text replacing leading space by zero
        move result-text to result-value
        move jl-value to aw-numeral
        move result-value to aw-result
        move jl-reference to aw-reference
        move jl-direction to aw-direction
        write accepted-work-record
        add 1 to ws-accepted-count
        *> a date run's YYYYMMDD is not a quantity - the original
        *> trailer left it out of the total, so the rebuild does too
        if jl-direction is not equal to 'ROMAN-DATE'
            add result-value to ws-accepted-total
        end-if
    end-if.

3000-gather-rejected.
    open output rejected-work-file
    open input reject-archive-file
    if reject-archive-status is equal to '00'
        move 0 to input-eof
        read reject-archive-file at end move 1 to input-eof end-read
        perform until input-eof is equal to 1
            move reject-archive-record to reject-archive-line
            if ra-operator is equal to run-operator
                perform 3100-check-reject-entry
            end-if
            read reject-archive-file at end move 1 to input-eof
            end-read
        end-perform
        close reject-archive-file
    end-if
    close rejected-work-file.

3100-check-reject-entry.
    move ra-date to sr-check-date
    move ra-time to sr-check-time
    perform 8000-check-window
    move ra-position to ws-reject-pos
    if in-window-sw is equal to 'Y'
            and ws-reject-pos is not less than run-first-pos
            and ws-reject-pos is not greater than run-last-pos
        move ws-reject-pos to rw-position
        move ra-value to rw-numeral
        move ra-reference to rw-reference
        write rejected-work-record
        add 1 to ws-rejected-count
    end-if.

4000-check-footing.
    *> nothing goes out unless the rebuild reproduces the original
    *> trailer exactly
    if ws-accepted-count + ws-rejected-count is not equal to run-count
            or ws-accepted-total is not equal to run-total
        move run-count to out-count
        compute out-count2 = ws-accepted-count + ws-rejected-count
        move run-total to out-total
        move ws-accepted-total to out-total2
        display "REFUSED: the run's journal and reject history do not"
            " reproduce the original trailer"
        display "  original count " out-count " total " out-total
        display "  rebuilt  count " out-count2 " total " out-total2
        move ws-accepted-count to out-count
        move ws-rejected-count to out-count2
        display "  (" out-count " accepted, " out-count2 " rejected)"
        move 'Y' to refused-sw
    end-if.

5000-write-extract.
    open input accepted-work-file
    open input rejected-work-file
    open output results-extract-file
    if extract-file-status is not equal to '00'
        display "REFUSED: " new-extract-name(1:40)
            " could not be created - status " extract-file-status
        move 'Y' to refused-sw
    else
        move 0 to acc-eof
        move 0 to rej-eof
        read accepted-work-file at end move 1 to acc-eof end-read
        read rejected-work-file at end move 1 to rej-eof end-read
        perform 5100-write-one-position
            varying merge-pos from run-first-pos by 1
            until merge-pos is greater than run-last-pos
                or merge-fault-sw is equal to 'Y'
        if acc-eof is equal to 0 or rej-eof is equal to 0
            move 'Y' to merge-fault-sw
        end-if
        if merge-fault-sw is equal to 'Y'
            *> left without a trailer, the way a failed run leaves its
            *> extract, so it can never balance at the receiver
            display "REFUSED: the rejects' input positions do not fit"
                " the run - extract left without a trailer"
            move 'Y' to refused-sw
        else
            move 'T' to xt-record-type
            move ws-rebuilt-count to xt-count
            move ws-rebuilt-total to xt-total
            write results-extract-record from extract-trailer-line
        end-if
        close results-extract-file
    end-if
    close accepted-work-file
    close rejected-work-file.

5100-write-one-position.
    move 'D' to xd-record-type
    if rej-eof is equal to 0 and rw-position is equal to merge-pos
        move rw-numeral to xd-numeral
        move zero to xd-result
        move 'R' to xd-status
        move rw-reference to xd-reference
        write results-extract-record from extract-detail-line
        add 1 to ws-rebuilt-count
        read rejected-work-file at end move 1 to rej-eof end-read
    else
        if acc-eof is equal to 1
            move 'Y' to merge-fault-sw
        else
            move aw-numeral to xd-numeral
            move aw-result to xd-result
            move 'A' to xd-status
            move aw-reference to xd-reference
            write results-extract-record from extract-detail-line
            add 1 to ws-rebuilt-count
            if aw-direction is not equal to 'ROMAN-DATE'
                add aw-result to ws-rebuilt-total
            end-if
            read accepted-work-file at end move 1 to acc-eof end-read
        end-if
    end-if.

6000-register-resend.
    if rg-loaded is greater than or equal to 500
        display "WARNING: EXTSENT.DAT is full - " new-extract-name(1:40)
            " written but not registered"
    else
        move rg-line(rg-found) to extract-sent-line
        move 'RESENT' to xs-status
        move extract-sent-line to rg-line(rg-found)
        *> the resend inherits the original's run fields, so a resend
        *> can itself be regenerated - the run's end date with them,
        *> while XS-DATE says when the resend went
        if xs-end-date is not numeric
            move ' END DATE = ' to xs-end-date-label
            move xs-date to xs-end-date
        end-if
        move new-extract-name to xs-name
        accept xs-date from date yyyymmdd
        move ws-rebuilt-count to xs-count
        move ws-rebuilt-total to xs-total
        move 'SENT' to xs-status
        move original-name to xs-original
        add 1 to rg-loaded
        move extract-sent-line to rg-line(rg-loaded)
        open output extract-sent-file
        perform varying rg-idx from 1 by 1
                until rg-idx is greater than rg-loaded
            write extract-sent-record from rg-line(rg-idx)
        end-perform
        close extract-sent-file
    end-if.

7000-print-summary.
    move spaces to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move " Regeneration Summary        " to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move spaces to rp-line
    string " Original Extract:  " original-name(1:40)
        delimited by size into rp-line
    perform 9800-report-line
    move spaces to rp-line
    string " Resend Extract:    " new-extract-name(1:40)
        delimited by size into rp-line
    perform 9800-report-line
    move ws-accepted-count to out-count
    move spaces to rp-line
    string " Accepted Records:  " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-rejected-count to out-count
    move spaces to rp-line
    string " Rejected Records:  " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-rebuilt-count to out-count
    move spaces to rp-line
    string " Trailer Count:     " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-rebuilt-total to out-total
    move spaces to rp-line
    string " Trailer Total:     " out-total
        delimited by size into rp-line
    perform 9800-report-line
    move " Original marked RESENT; resend registered SENT" to rp-line
    perform 9800-report-line.

8000-check-window.
    *> SR-CHECK-DATE/TIME inside the run window, both ends included
    move 'Y' to in-window-sw
    if sr-check-date is less than run-start-date
        move 'N' to in-window-sw
    end-if
    if sr-check-date is equal to run-start-date
            and sr-check-time is less than run-start-time
        move 'N' to in-window-sw
    end-if
    if sr-check-date is greater than run-end-date
        move 'N' to in-window-sw
    end-if
    if sr-check-date is equal to run-end-date
            and sr-check-time is greater than run-end-time
        move 'N' to in-window-sw
    end-if.

9700-open-report.
    move 'OPEN' to rp-function
    move 'EXTRACT-REGEN' to rp-program
    move 'EXTREGEN' to rp-code
    move spaces to rp-title
    string 'EXTRACT REGENERATION - ' delimited by size
        original-name delimited by space
        into rp-title
    end-string
    move spaces to rp-operator
    call "report-writer" using report-area.

9800-report-line.
    move 'LINE' to rp-function
    call "report-writer" using report-area.

9900-close-report.
    move 'CLOSE' to rp-function
    call "report-writer" using report-area.
