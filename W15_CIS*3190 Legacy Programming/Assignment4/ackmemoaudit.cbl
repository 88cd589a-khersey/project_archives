*>
*> filename:   ackmemoaudit.cbl
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 4
*>
*> verification audit of ACKMEMO.DAT. the batch loop in
*> iterative_ackermann.cbl serves a memo hit without recomputing it,
*> so a wrong result that reached the file would be served forever.
*> this program reads every entry and reports two kinds of finding:
*>
*>   - a COMPLETED entry for M = 0 through 3 whose result is not the
*>     closed form - N + 1, N + 2, 2N + 3, and 2^(N+3) - 3. M = 4 and
*>     up have no closed form small enough to check and are passed.
*>     a COMPLETED entry whose peak depth reached the max depth it
*>     was computed under cannot have completed, and an entry with an
*>     outcome code other than 1, 2, or 3 is unreadable - both are
*>     findings too
*>   - an entry whose outcome contradicts another entry for the same
*>     M. peak depth never falls as N rises, so an overflow recorded
*>     under a max depth deeper than the peak of a completed larger N
*>     is impossible; so is a completed N above one rejected as
*>     hopeless, and a completed larger N whose result or peak is
*>     below a completed smaller N's
*>
*> the file is keyed M then N, so one pass in key order sees every
*> smaller N of an M before the larger ones it is checked against.
*> the audit ends with return code 8 on any finding, so a job stream
*> holds whatever follows it.
*>

identification division.
program-id. ackermann-memo-audit.

environment division.
input-output section.
file-control.
    select ack-memo-file assign to "ACKMEMO.DAT"
        organization is indexed
        access mode is sequential
        record key is am-key
        file status is memo-file-status.

data division.
file section.
fd ack-memo-file.
    01 ack-memo-record.
        02 am-key.
            03 am-m pic 9(12).
            03 am-n pic 9(12).
        02 am-result  pic S9(12).
        02 am-peak    pic S9(12).
        02 am-outcome pic 9(1).
        02 am-depth   pic S9(12).

working-storage section.
77 memo-file-status pic X(2).
77 memo-eof pic S9.
77 ws-entries   pic S9(8) usage is computational value zero.
77 ws-checked   pic S9(8) usage is computational value zero.
77 ws-findings  pic S9(8) usage is computational value zero.
77 ws-mismatch  pic S9(8) usage is computational value zero.
77 ws-conflicts pic S9(8) usage is computational value zero.
77 out-count pic Z(7)9.

*> closed-form value for the entry in hand
77 expected-result pic S9(13) usage is computational.
77 expected-sw     pic X(1).
77 power-idx       pic S9(12) usage is computational.

*> what the smaller N of the current M have shown so far
77 group-m          pic 9(12).
77 group-started-sw pic X(1) value 'N'.
77 ovf-found-sw     pic X(1).
77 ovf-depth        pic S9(12).
77 ovf-n            pic 9(12).
77 rej-found-sw     pic X(1).
77 rej-n            pic 9(12).
77 good-found-sw    pic X(1).
77 good-n           pic 9(12).
77 good-result      pic S9(12).
77 good-peak        pic S9(12).

01 finding-line.
    02 fl-m-label  pic X(4) value 'M = '.
    02 fl-m        pic Z(11)9.
    02 fl-n-label  pic X(5) value ' N = '.
    02 fl-n        pic Z(11)9.
    02 filler      pic X(2) value spaces.
    02 fl-text     pic X(50).
*> parameter area for CALL "report-writer", laid out as the suite's
*> rptarea.cpy - the audit's findings go to a dated print file and the
*> report directory like every other report in the nightly run
01 report-area.
    02 rp-function  pic X(8).
    02 rp-program   pic X(20).
    02 rp-code      pic X(8).
    02 rp-title     pic X(50).
    02 rp-operator  pic X(8).
    02 rp-line      pic X(132).
    02 rp-file-name pic X(30).
    02 rp-result    pic S9 usage is computational.

01 finding-detail.
    02 filler      pic X(6) value spaces.
    02 fd-label-1  pic X(12).
    02 fd-value-1  pic Z(11)9.
    02 fd-label-2  pic X(12).
    02 fd-value-2  pic Z(11)9.

procedure division.
0000-mainline.
    perform 9700-open-report.
    move " Ackermann Memo Audit - ACKMEMO.DAT" to rp-line
    perform 9800-report-line.
    move "-----------------------------------" to rp-line
    perform 9800-report-line.

    open input ack-memo-file.
    if memo-file-status is not equal to '00'
        move spaces to rp-line
        string "ACKMEMO.DAT could not be opened - status "
            memo-file-status delimited by size into rp-line
        perform 9800-report-line
        move spaces to rp-line
        string "Nothing to audit - run an iterative_ackermann batch"
            " first" delimited by size into rp-line
        perform 9800-report-line
        move 8 to return-code
        perform 9900-close-report
        goback
    end-if.

    move 0 to memo-eof.
    read ack-memo-file next record
        at end move 1 to memo-eof
    end-read.
    perform 1000-audit-one-entry until memo-eof is equal to 1.

    close ack-memo-file.

    move spaces to rp-line
    perform 9800-report-line.
    move ws-entries to out-count.
    move spaces to rp-line
    string "Entries read:             " out-count
        delimited by size into rp-line
    perform 9800-report-line.
    move ws-checked to out-count.
    move spaces to rp-line
    string "Checked by closed form:   " out-count
        delimited by size into rp-line
    perform 9800-report-line.
    move ws-mismatch to out-count.
    move spaces to rp-line
    string "Entry findings:           " out-count
        delimited by size into rp-line
    perform 9800-report-line.
    move ws-conflicts to out-count.
    move spaces to rp-line
    string "Contradictions:           " out-count
        delimited by size into rp-line
    perform 9800-report-line.
    compute ws-findings = ws-mismatch + ws-conflicts.
    if ws-findings is greater than 0
        move spaces to rp-line
        string "** ACKMEMO.DAT FAILED AUDIT - CORRECT OR DELETE THE"
            " ENTRIES LISTED **" delimited by size into rp-line
        perform 9800-report-line
        move 8 to return-code
    else
        move "ACKMEMO.DAT passed audit" to rp-line
        perform 9800-report-line
        move 0 to return-code
    end-if.
    perform 9900-close-report.
    goback.

1000-audit-one-entry.
    add 1 to ws-entries
    if group-started-sw is equal to 'N'
            or am-m is not equal to group-m
        perform 1100-start-new-m
    end-if
    evaluate am-outcome
        when 1
            perform 2000-check-completed
            perform 3000-check-against-smaller-n
            perform 3900-note-completed
        when 2
            perform 3100-note-overflow
        when 3
            perform 3200-note-rejected
        when other
            move 'OUTCOME CODE IS NOT 1, 2, OR 3' to fl-text
            perform 8000-report-entry-finding
    end-evaluate
    read ack-memo-file next record
        at end move 1 to memo-eof
    end-read.

1100-start-new-m.
    move 'Y' to group-started-sw
    move am-m to group-m
    move 'N' to ovf-found-sw
    move 'N' to rej-found-sw
    move 'N' to good-found-sw
    move 0 to ovf-depth.

2000-check-completed.
    if am-peak is not less than am-depth
        move 'COMPLETED BUT PEAK REACHED MAX DEPTH' to fl-text
        perform 8000-report-entry-finding
        move 'PEAK = ' to fd-label-1
        move am-peak to fd-value-1
        move ' MAX DEPTH = ' to fd-label-2
        move am-depth to fd-value-2
        move finding-detail to rp-line
        perform 9800-report-line
    end-if
    perform 2100-closed-form
    if expected-sw is equal to 'Y'
        add 1 to ws-checked
        if am-result is not equal to expected-result
            move 'RESULT IS NOT THE CLOSED FORM' to fl-text
            perform 8000-report-entry-finding
            move 'RESULT = ' to fd-label-1
            move am-result to fd-value-1
            move ' EXPECTED = ' to fd-label-2
            if expected-result is greater than 999999999999
                move 999999999999 to fd-value-2
                move ' EXPECTED > ' to fd-label-2
            else
                move expected-result to fd-value-2
            end-if
            move finding-detail to rp-line
            perform 9800-report-line
        end-if
    end-if.

2100-closed-form.
    move 'Y' to expected-sw
    evaluate am-m
        when 0
            compute expected-result = am-n + 1
        when 1
            compute expected-result = am-n + 2
        when 2
            compute expected-result = am-n * 2 + 3
        when 3
            *> 2^(N+3) - 3, doubled up from 8 - past N = 36 the value
            *> no longer fits the 12-digit result, so any result on
            *> file for it is wrong
            if am-n is greater than 36
                move 9999999999999 to expected-result
            else
                move 8 to expected-result
                perform 2110-double-expected varying power-idx
                    from 1 by 1 until power-idx is greater than am-n
                subtract 3 from expected-result
            end-if
        when other
            move 'N' to expected-sw
    end-evaluate.

2110-double-expected.
    multiply 2 by expected-result.

3000-check-against-smaller-n.
    *> a completed N is the larger N against everything already seen
    *> for this M
    if ovf-found-sw is equal to 'Y'
            and ovf-depth is greater than am-peak
        move 'COMPLETED ABOVE AN OVERFLOW AT A DEEPER STACK' to fl-text
        perform 8100-report-conflict
        move 'OVERFLOW N = ' to fd-label-1
        move ovf-n to fd-value-1
        move ' AT DEPTH = ' to fd-label-2
        move ovf-depth to fd-value-2
        move finding-detail to rp-line
        perform 9800-report-line
        move 'PEAK HERE = ' to fd-label-1
        move am-peak to fd-value-1
        move ' MAX DEPTH = ' to fd-label-2
        move am-depth to fd-value-2
        move finding-detail to rp-line
        perform 9800-report-line
    end-if
    if rej-found-sw is equal to 'Y'
        move 'COMPLETED ABOVE AN N REJECTED AS HOPELESS' to fl-text
        perform 8100-report-conflict
        move 'REJECTED N = ' to fd-label-1
        move rej-n to fd-value-1
        move finding-detail(1:30) to rp-line
        perform 9800-report-line
    end-if
    if good-found-sw is equal to 'Y'
        if am-result is not greater than good-result
                or am-peak is less than good-peak
            move 'RESULT OR PEAK BELOW A SMALLER COMPLETED N'
                to fl-text
            perform 8100-report-conflict
            move 'SMALLER N = ' to fd-label-1
            move good-n to fd-value-1
            move ' RESULT = ' to fd-label-2
            move good-result to fd-value-2
            move finding-detail to rp-line
            perform 9800-report-line
        end-if
    end-if.

3100-note-overflow.
    *> only the deepest overflow matters - a completed larger N whose
    *> peak is under it contradicts it, and so every shallower one
    if ovf-found-sw is equal to 'N'
            or am-depth is greater than ovf-depth
        move 'Y' to ovf-found-sw
        move am-depth to ovf-depth
        move am-n to ovf-n
    end-if.

3200-note-rejected.
    if rej-found-sw is equal to 'N'
        move 'Y' to rej-found-sw
        move am-n to rej-n
    end-if.

3900-note-completed.
    move 'Y' to good-found-sw
    move am-n to good-n
    move am-result to good-result
    move am-peak to good-peak.

8000-report-entry-finding.
    add 1 to ws-mismatch
    move am-m to fl-m
    move am-n to fl-n
    move finding-line to rp-line
    perform 9800-report-line.

8100-report-conflict.
    add 1 to ws-conflicts
    move am-m to fl-m
    move am-n to fl-n
    move finding-line to rp-line
    perform 9800-report-line.

9700-open-report.
    move 'OPEN' to rp-function
    move 'ACKERMANN-MEMO-AUDIT' to rp-program
    move 'ACKAUDIT' to rp-code
    move 'ACKERMANN MEMO AUDIT - ACKMEMO.DAT' to rp-title
    move spaces to rp-operator
    call "report-writer" using report-area.

9800-report-line.
    move 'LINE' to rp-function
    call "report-writer" using report-area.

9900-close-report.
    move 'CLOSE' to rp-function
    call "report-writer" using report-area.
