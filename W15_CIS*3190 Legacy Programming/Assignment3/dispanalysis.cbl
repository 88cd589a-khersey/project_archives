*>
*> filename:   dispanalysis.cbl
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> repair-desk disposition analysis over CONVERT.DSP, the history
*> reject-repair appends one CORRECTED or WRITEOFF line to for every
*> reject it works. the session's own control report only ever shows
*> that one session balanced; this report reads the whole history
*> and shows where the desk's work goes - a written-off document is
*> ledger value that is never coming back, so management wants to
*> see whether write-offs are trending up and which desk members
*> write off rather than fix.
*>
*> the history is broken down five ways:
*>   - by the reject's original error, corrected against written off,
*>     and the write-offs by the supervisor's reason code
*>   - by repair operator, with each one's write-off rate
*>   - by month of disposition, with the write-off rate and whether
*>     it rose or fell on the month before
*>   - the average days from the reject's run date (the date on the
*>     queue it was worked from) to its disposition, overall, for
*>     corrections, and for write-offs
*>   - the most common original-to-corrected value pairs, which is
*>     what the upstream document-prep desk keeps getting wrong
*> lines written before the history carried a run date and queue are
*> a different length and are skipped, as document-index skips them.
*> a table that fills is reported as incomplete rather than dropped
*> silently.
*>

identification division.
program-id. disposition-analysis.

environment division.
input-output section.
file-control.
    select disposition-file assign to "CONVERT.DSP"
        organization is line sequential
        file status is disposition-status.

data division.
file section.
fd disposition-file.
    01 disposition-record pic X(297).

working-storage section.
77 disposition-status pic X(2).
77 input-eof pic S9.
copy disprec.

*> by the reject's original error
01 error-table.
    02 er-entry occurs 20 times.
        03 er-error     pic X(14).
        03 er-corrected pic S9(8) usage is computational.
        03 er-writeoff  pic S9(8) usage is computational.
77 er-loaded pic S9(4) usage is computational value zero.
77 er-idx    pic S9(4) usage is computational.

*> write-offs by the supervisor's reason code
01 code-table.
    02 wc-entry occurs 50 times.
        03 wc-code  pic X(4).
        03 wc-count pic S9(8) usage is computational.
77 wc-loaded pic S9(4) usage is computational value zero.
77 wc-idx    pic S9(4) usage is computational.

*> by repair operator
01 operator-table.
    02 ot-entry occurs 100 times.
        03 ot-operator  pic X(8).
        03 ot-corrected pic S9(8) usage is computational.
        03 ot-writeoff  pic S9(8) usage is computational.
        03 ot-days      pic S9(9) usage is computational.
77 ot-loaded pic S9(4) usage is computational value zero.
77 ot-idx    pic S9(4) usage is computational.

*> by month of disposition - the history is appended in date order,
*> so the months load oldest first
01 month-table.
    02 mt-entry occurs 120 times.
        03 mt-month     pic 9(6).
        03 mt-corrected pic S9(8) usage is computational.
        03 mt-writeoff  pic S9(8) usage is computational.
77 mt-loaded pic S9(4) usage is computational value zero.
77 mt-idx    pic S9(4) usage is computational.
77 dp-month  pic 9(6).

*> original-to-corrected value pairs
01 pair-table.
    02 pr-entry occurs 1000 times.
        03 pr-original pic X(30).
        03 pr-corrected pic X(30).
        03 pr-count    pic S9(8) usage is computational.
        03 pr-shown-sw pic X(1).
77 pr-loaded pic S9(4) usage is computational value zero.
77 pr-idx    pic S9(4) usage is computational.
77 pr-best   pic S9(4) usage is computational.
77 pr-rank   pic S9(4) usage is computational.
77 top-pairs pic S9(4) usage is computational value 10.

77 table-full-sw pic X(1) value 'N'.
77 found-sw      pic X(1).

*> date-to-serial work fields, as in trend-report's 8000 paragraph
77 sr-year   pic S9(8) usage is computational.
77 sr-month  pic S9(8) usage is computational.
77 sr-day    pic S9(8) usage is computational.
77 sr-serial pic S9(8) usage is computational.
77 sr-work   pic S9(8) usage is computational.
77 sr-date   pic 9(8).
77 run-serial pic S9(8) usage is computational.
77 days-taken pic S9(8) usage is computational.

77 ws-skipped        pic S9(8) usage is computational value zero.
77 ws-corrected      pic S9(8) usage is computational value zero.
77 ws-writeoff       pic S9(8) usage is computational value zero.
77 ws-other-action   pic S9(8) usage is computational value zero.
77 ws-corrected-days pic S9(9) usage is computational value zero.
77 ws-writeoff-days  pic S9(9) usage is computational value zero.
77 all-days          pic S9(9) usage is computational.
77 rate-bp     pic S9(8) usage is computational.
77 prior-bp    pic S9(8) usage is computational.
77 row-total   pic S9(8) usage is computational.
77 row-writeoff pic S9(8) usage is computational.

77 out-count  pic Z(7)9.
77 out-days   pic Z(5)9.99.
copy rptarea.
77 avg-days   pic S9(6)V99.

01 error-line.
    02 el-error     pic X(14).
    02 filler       pic X(2) value spaces.
    02 el-corrected pic Z(8)9.
    02 filler       pic X(2) value spaces.
    02 el-writeoff  pic Z(10)9.
    02 filler       pic X(4) value spaces.
    02 el-rate      pic ZZ9.99.
    02 filler       pic X(1) value '%'.
01 code-line.
    02 filler       pic X(2) value spaces.
    02 cl-code      pic X(4).
    02 filler       pic X(4) value spaces.
    02 cl-count     pic Z(7)9.
01 operator-line.
    02 ol-operator  pic X(8).
    02 filler       pic X(2) value spaces.
    02 ol-corrected pic Z(8)9.
    02 filler       pic X(2) value spaces.
    02 ol-writeoff  pic Z(10)9.
    02 filler       pic X(4) value spaces.
    02 ol-rate      pic ZZ9.99.
    02 filler       pic X(1) value '%'.
    02 filler       pic X(2) value spaces.
    02 ol-days      pic Z(4)9.99.
01 month-line.
    02 ml-month     pic 9(6).
    02 filler       pic X(4) value spaces.
    02 ml-corrected pic Z(8)9.
    02 filler       pic X(2) value spaces.
    02 ml-writeoff  pic Z(10)9.
    02 filler       pic X(4) value spaces.
    02 ml-rate      pic ZZ9.99.
    02 filler       pic X(1) value '%'.
    02 filler       pic X(2) value spaces.
    02 ml-trend     pic X(5).
01 pair-line.
    02 pl-rank      pic Z9.
    02 filler       pic X(2) value spaces.
    02 pl-original  pic X(22).
    02 filler       pic X(4) value ' -> '.
    02 pl-corrected pic X(22).
    02 pl-count     pic Z(7)9.

procedure division.
0000-mainline.
    open input disposition-file
    if disposition-status is not equal to '00'
        display "CONVERT.DSP could not be opened - status "
            disposition-status " - nothing to analyze"
        move 8 to return-code
        goback
    end-if
    perform 1000-accumulate-history
    close disposition-file

    perform 9700-open-report
    move spaces to rp-line
    perform 9800-report-line
    move "======================================================"
        to rp-line
    perform 9800-report-line
    move " Repair Desk Disposition Analysis" to rp-line
    perform 9800-report-line
    move "======================================================"
        to rp-line
    perform 9800-report-line
    perform 3000-print-by-error
    perform 3200-print-by-operator
    perform 3400-print-by-month
    perform 3600-print-turnaround
    perform 3800-print-top-pairs
    perform 3900-print-totals
    perform 9900-close-report
    goback.

1000-accumulate-history.
    move 0 to input-eof
    read disposition-file at end move 1 to input-eof end-read
    perform until input-eof is equal to 1
        move disposition-record to disposition-line
        if disposition-record(1:7) is equal to 'DATE = '
                and dp-run-date is numeric
            perform 1100-post-one-disposition thru 1100-exit
        else
            add 1 to ws-skipped
        end-if
        read disposition-file at end move 1 to input-eof end-read
    end-perform.

1100-post-one-disposition.
    move dp-run-date to sr-date
    perform 8000-date-to-serial
    move sr-serial to run-serial
    move dp-date to sr-date
    perform 8000-date-to-serial
    compute days-taken = sr-serial - run-serial
    if days-taken is less than 0
        move 0 to days-taken
    end-if

    evaluate dp-action
        when 'CORRECTED'
            add 1 to ws-corrected
            add days-taken to ws-corrected-days
            perform 1500-post-pair
        when 'WRITEOFF '
            add 1 to ws-writeoff
            add days-taken to ws-writeoff-days
            perform 1400-post-code
        when other
            add 1 to ws-other-action
            go to 1100-exit
    end-evaluate

    perform 1200-post-error thru 1200-exit
    perform 1300-post-operator thru 1300-exit
    perform 1350-post-month thru 1350-exit.
1100-exit.
    exit.

1200-post-error.
    move 'N' to found-sw
    perform varying er-idx from 1 by 1
            until er-idx is greater than er-loaded
                or found-sw is equal to 'Y'
        if er-error(er-idx) is equal to dp-error
            move 'Y' to found-sw
        end-if
    end-perform
    if found-sw is equal to 'Y'
        subtract 1 from er-idx
    else
        if er-loaded is greater than or equal to 20
            move 'Y' to table-full-sw
            go to 1200-exit
        end-if
        add 1 to er-loaded
        move er-loaded to er-idx
        move dp-error to er-error(er-idx)
        move 0 to er-corrected(er-idx)
        move 0 to er-writeoff(er-idx)
    end-if
    if dp-action is equal to 'CORRECTED'
        add 1 to er-corrected(er-idx)
    else
        add 1 to er-writeoff(er-idx)
    end-if.
1200-exit.
    exit.

1300-post-operator.
    move 'N' to found-sw
    perform varying ot-idx from 1 by 1
            until ot-idx is greater than ot-loaded
                or found-sw is equal to 'Y'
        if ot-operator(ot-idx) is equal to dp-operator
            move 'Y' to found-sw
        end-if
    end-perform
    if found-sw is equal to 'Y'
        subtract 1 from ot-idx
    else
        if ot-loaded is greater than or equal to 100
            move 'Y' to table-full-sw
            go to 1300-exit
        end-if
        add 1 to ot-loaded
        move ot-loaded to ot-idx
        move dp-operator to ot-operator(ot-idx)
        move 0 to ot-corrected(ot-idx)
        move 0 to ot-writeoff(ot-idx)
        move 0 to ot-days(ot-idx)
    end-if
    if dp-action is equal to 'CORRECTED'
        add 1 to ot-corrected(ot-idx)
    else
        add 1 to ot-writeoff(ot-idx)
    end-if
    add days-taken to ot-days(ot-idx).
1300-exit.
    exit.

1350-post-month.
    compute dp-month = dp-date / 100
    move 'N' to found-sw
    perform varying mt-idx from 1 by 1
            until mt-idx is greater than mt-loaded
                or found-sw is equal to 'Y'
        if mt-month(mt-idx) is equal to dp-month
            move 'Y' to found-sw
        end-if
    end-perform
    if found-sw is equal to 'Y'
        subtract 1 from mt-idx
    else
        if mt-loaded is greater than or equal to 120
            move 'Y' to table-full-sw
            go to 1350-exit
        end-if
        add 1 to mt-loaded
        move mt-loaded to mt-idx
        move dp-month to mt-month(mt-idx)
        move 0 to mt-corrected(mt-idx)
        move 0 to mt-writeoff(mt-idx)
    end-if
    if dp-action is equal to 'CORRECTED'
        add 1 to mt-corrected(mt-idx)
    else
        add 1 to mt-writeoff(mt-idx)
    end-if.
1350-exit.
    exit.

1400-post-code.
    move 'N' to found-sw
    perform varying wc-idx from 1 by 1
            until wc-idx is greater than wc-loaded
                or found-sw is equal to 'Y'
        if wc-code(wc-idx) is equal to dp-reason
            move 'Y' to found-sw
        end-if
    end-perform
    if found-sw is equal to 'Y'
        subtract 1 from wc-idx
        add 1 to wc-count(wc-idx)
    else
        if wc-loaded is greater than or equal to 50
            move 'Y' to table-full-sw
        else
            add 1 to wc-loaded
            move dp-reason to wc-code(wc-loaded)
            move 1 to wc-count(wc-loaded)
        end-if
    end-if.

1500-post-pair.
    move 'N' to found-sw
    perform varying pr-idx from 1 by 1
            until pr-idx is greater than pr-loaded
                or found-sw is equal to 'Y'
        if pr-original(pr-idx) is equal to dp-original
                and pr-corrected(pr-idx) is equal to dp-value
            move 'Y' to found-sw
        end-if
    end-perform
    if found-sw is equal to 'Y'
        subtract 1 from pr-idx
        add 1 to pr-count(pr-idx)
    else
        if pr-loaded is greater than or equal to 1000
            move 'Y' to table-full-sw
        else
            add 1 to pr-loaded
            move dp-original to pr-original(pr-loaded)
            move dp-value to pr-corrected(pr-loaded)
            move 1 to pr-count(pr-loaded)
            move 'N' to pr-shown-sw(pr-loaded)
        end-if
    end-if.

3000-print-by-error.
    move spaces to rp-line
    perform 9800-report-line
    move "By original error" to rp-line
    perform 9800-report-line
    move "ERROR           CORRECTED  WRITTEN OFF  WRITE-OFF" to rp-line
    perform 9800-report-line
    move "--------------  ---------  -----------  ---------" to rp-line
    perform 9800-report-line
    perform varying er-idx from 1 by 1
            until er-idx is greater than er-loaded
        move er-error(er-idx) to el-error
        move er-corrected(er-idx) to el-corrected
        move er-writeoff(er-idx) to el-writeoff
        compute row-total = er-corrected(er-idx) + er-writeoff(er-idx)
        move er-writeoff(er-idx) to row-writeoff
        perform 8100-rate-of-row
        compute el-rate = rate-bp / 100
        move error-line to rp-line
        perform 9800-report-line
    end-perform
    move spaces to rp-line
    perform 9800-report-line
    move "Write-offs by reason code" to rp-line
    perform 9800-report-line
    move "  CODE       COUNT" to rp-line
    perform 9800-report-line
    move "  ----    --------" to rp-line
    perform 9800-report-line
    perform varying wc-idx from 1 by 1
            until wc-idx is greater than wc-loaded
        move wc-code(wc-idx) to cl-code
        move wc-count(wc-idx) to cl-count
        move code-line to rp-line
        perform 9800-report-line
    end-perform.

3200-print-by-operator.
    move spaces to rp-line
    perform 9800-report-line
    move "By repair operator" to rp-line
    perform 9800-report-line
    move "OPERATOR  CORRECTED  WRITTEN OFF  WRITE-OFF  AVG DAYS"
        to rp-line
    perform 9800-report-line
    move "--------  ---------  -----------  ---------  --------"
        to rp-line
    perform 9800-report-line
    perform varying ot-idx from 1 by 1
            until ot-idx is greater than ot-loaded
        move ot-operator(ot-idx) to ol-operator
        move ot-corrected(ot-idx) to ol-corrected
        move ot-writeoff(ot-idx) to ol-writeoff
        compute row-total = ot-corrected(ot-idx) + ot-writeoff(ot-idx)
        move ot-writeoff(ot-idx) to row-writeoff
        perform 8100-rate-of-row
        compute ol-rate = rate-bp / 100
        compute ol-days rounded = ot-days(ot-idx) / row-total
        move operator-line to rp-line
        perform 9800-report-line
    end-perform.

3400-print-by-month.
    move spaces to rp-line
    perform 9800-report-line
    move "By month of disposition" to rp-line
    perform 9800-report-line
    move "MONTH     CORRECTED  WRITTEN OFF  WRITE-OFF  TREND" to rp-line
    perform 9800-report-line
    move "------    ---------  -----------  ---------  -----" to rp-line
    perform 9800-report-line
    move 0 to prior-bp
    perform varying mt-idx from 1 by 1
            until mt-idx is greater than mt-loaded
        move mt-month(mt-idx) to ml-month
        move mt-corrected(mt-idx) to ml-corrected
        move mt-writeoff(mt-idx) to ml-writeoff
        compute row-total = mt-corrected(mt-idx) + mt-writeoff(mt-idx)
        move mt-writeoff(mt-idx) to row-writeoff
        perform 8100-rate-of-row
        compute ml-rate = rate-bp / 100
        evaluate true
            when mt-idx is equal to 1
                move spaces to ml-trend
            when rate-bp is greater than prior-bp
                move 'UP' to ml-trend
            when rate-bp is less than prior-bp
                move 'DOWN' to ml-trend
            when other
                move 'SAME' to ml-trend
        end-evaluate
        move rate-bp to prior-bp
        move month-line to rp-line
        perform 9800-report-line
    end-perform.

3600-print-turnaround.
    move spaces to rp-line
    perform 9800-report-line
    move "Days from reject run date to disposition (average)" to rp-line
    perform 9800-report-line
    compute row-total = ws-corrected + ws-writeoff
    if row-total is greater than 0
        compute all-days = ws-corrected-days + ws-writeoff-days
        compute avg-days rounded = all-days / row-total
        move avg-days to out-days
        move spaces to rp-line
        string "  All dispositions:  " out-days
            delimited by size into rp-line
        perform 9800-report-line
    end-if
    if ws-corrected is greater than 0
        compute avg-days rounded = ws-corrected-days / ws-corrected
        move avg-days to out-days
        move spaces to rp-line
        string "  Corrections:       " out-days
            delimited by size into rp-line
        perform 9800-report-line
    end-if
    if ws-writeoff is greater than 0
        compute avg-days rounded = ws-writeoff-days / ws-writeoff
        move avg-days to out-days
        move spaces to rp-line
        string "  Write-offs:        " out-days
            delimited by size into rp-line
        perform 9800-report-line
    end-if.

3800-print-top-pairs.
    move spaces to rp-line
    perform 9800-report-line
    move "Most common corrections" to rp-line
    perform 9800-report-line
    move spaces to rp-line
    string "RK  ORIGINAL                  CORRECTED"
        "                COUNT" delimited by size into rp-line
    perform 9800-report-line
    move spaces to rp-line
    string "--  ----------------------    ----------------------"
        "  ------" delimited by size into rp-line
    perform 9800-report-line
    perform 3810-print-next-pair
        varying pr-rank from 1 by 1
        until pr-rank is greater than top-pairs
            or pr-rank is greater than pr-loaded.

3810-print-next-pair.
    *> pick the largest pair not yet shown; ties go to the pair seen
    *> first in the history
    move 0 to pr-best
    perform varying pr-idx from 1 by 1
            until pr-idx is greater than pr-loaded
        if pr-shown-sw(pr-idx) is equal to 'N'
            if pr-best is equal to 0
                move pr-idx to pr-best
            else
                if pr-count(pr-idx) is greater than pr-count(pr-best)
                    move pr-idx to pr-best
                end-if
            end-if
        end-if
    end-perform
    move 'Y' to pr-shown-sw(pr-best)
    move pr-rank to pl-rank
    move pr-original(pr-best) to pl-original
    move pr-corrected(pr-best) to pl-corrected
    move pr-count(pr-best) to pl-count
    move pair-line to rp-line
    perform 9800-report-line.

3900-print-totals.
    move spaces to rp-line
    perform 9800-report-line
    move "------------------------------------------------------"
        to rp-line
    perform 9800-report-line
    move ws-corrected to out-count
    move spaces to rp-line
    string "Corrected:                " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-writeoff to out-count
    move spaces to rp-line
    string "Written off:              " out-count
        delimited by size into rp-line
    perform 9800-report-line
    compute row-total = ws-corrected + ws-writeoff
    move ws-writeoff to row-writeoff
    perform 8100-rate-of-row
    compute el-rate = rate-bp / 100
    move spaces to rp-line
    string "Overall write-off rate:     " el-rate "%"
        delimited by size into rp-line
    perform 9800-report-line
    if ws-other-action is greater than 0
        move ws-other-action to out-count
        move spaces to rp-line
        string "Unrecognised actions:     " out-count
            delimited by size into rp-line
        perform 9800-report-line
    end-if
    if ws-skipped is greater than 0
        move ws-skipped to out-count
        move spaces to rp-line
        string "Older-format lines skipped:" out-count
            delimited by size into rp-line
        perform 9800-report-line
    end-if
    if table-full-sw is equal to 'Y'
        move spaces to rp-line
        string "WARNING: a breakdown table filled - the breakdowns"
            " above are incomplete" delimited by size into rp-line
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

8100-rate-of-row.
    *> ROW-WRITEOFF's share of ROW-TOTAL in basis points, the way
    *> branch-scorecard states its reject rate
    if row-total is equal to 0
        move 0 to rate-bp
    else
        compute rate-bp rounded = (row-writeoff * 10000) / row-total
    end-if.

9700-open-report.
    move 'OPEN' to rp-function
    move 'DISPOSITION-ANALYSIS' to rp-program
    move 'DISPANAL' to rp-code
    move 'REPAIR DESK DISPOSITION ANALYSIS' to rp-title
    move spaces to rp-operator
    call "report-writer" using report-area.

9800-report-line.
    move 'LINE' to rp-function
    call "report-writer" using report-area.

9900-close-report.
    move 'CLOSE' to rp-function
    call "report-writer" using report-area.
