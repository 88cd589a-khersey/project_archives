77 run-mode-sw pic X(1).
    88 run-mode-batch value 'Y'.
    88 run-mode-interactive value 'N'.
    88 run-mode-frontier value 'F'.

77 parm-file-name pic X(50).
77 report-file-name pic X(50).
    02 rl-peak pic Z(11)9.
    02 rl-cache pic X(10) value spaces.

*> capacity-frontier search - for each M in a range, N is raised
*> from 0 (each pair checked on ACKMEMO.DAT first, computed and
*> recorded when it isn't there) until the first pair that fails,
*> then the gap between the last good N and the first failing N is
*> halved until they are neighbours. every pair tried gets a report
*> line and a memo entry, and the search ends with one boundary line
*> per M: the capacity statement for the stack depth it ran under.
*> a memo hit is judged against this run's stack, not the one it
*> was computed under - a completed pair whose peak reached this
*> run's depth would overflow here, and an overflow recorded under
*> an equal or deeper stack would overflow here too
77 frontier-m-low  pic S9(12) usage is computational.
77 frontier-m-high pic S9(12) usage is computational.
77 frontier-n-max  pic S9(12) usage is computational.
77 frontier-m      pic S9(12) usage is computational.
77 try-n           pic S9(12) usage is computational.
77 try-good-sw     pic X(1).
77 good-found-sw   pic X(1).
77 fail-found-sw   pic X(1).
77 good-n          pic S9(12) usage is computational.
77 good-result     pic S9(12) usage is computational.
77 good-peak       pic S9(12) usage is computational.
77 fail-n          pic S9(12) usage is computational.
77 fail-err        pic S9     usage is computational.
77 fr-count        pic S9(4)  usage is computational value zero.
77 fr-idx          pic S9(4)  usage is computational.
77 out-depth       pic Z(11)9.

01 frontier-table.
    02 fr-entry occurs 50 times.
        03 fr-m        pic S9(12).
        03 fr-good-sw  pic X(1).
        03 fr-good-n   pic S9(12).
        03 fr-result   pic S9(12).
        03 fr-peak     pic S9(12).
        03 fr-fail-sw  pic X(1).
        03 fr-fail-n   pic S9(12).
        03 fr-fail-err pic S9.

01 boundary-heading-1.
    02 filler pic X(51) value
        "           M  LAST GOOD N       RESULT   PEAK DEPTH".
    02 filler pic X(34) value
        "  FIRST FAIL N  FAILURE".
01 boundary-heading-2.
    02 filler pic X(51) value
        "------------ ------------ ------------ ------------".
    02 filler pic X(34) value
        "  ------------  ------------------".
01 boundary-line.
    02 bl-m       pic Z(11)9.
    02 filler     pic X(1) value spaces.
    02 bl-good-n  pic Z(11)9.
    02 bl-good-x  redefines bl-good-n pic X(12).
    02 filler     pic X(1) value spaces.
    02 bl-result  pic Z(11)9.
    02 bl-result-x redefines bl-result pic X(12).
    02 filler     pic X(1) value spaces.
    02 bl-peak    pic Z(11)9.
    02 bl-peak-x  redefines bl-peak pic X(12).
    02 filler     pic X(2) value spaces.
    02 bl-fail-n  pic Z(11)9.
    02 bl-fail-x  redefines bl-fail-n pic X(12).
    02 filler     pic X(2) value spaces.
    02 bl-failure pic X(18).

*> parameter area for CALL "report-writer", laid out as the suite's
*> rptarea.cpy - the boundary table also goes to a dated print file
*> and the report directory, so the capacity statement is kept
01 report-area.
    02 rp-function  pic X(8).
    02 rp-program   pic X(20).
    02 rp-code      pic X(8).
    02 rp-title     pic X(50).
    02 rp-operator  pic X(8).
    02 rp-line      pic X(132).
    02 rp-file-name pic X(30).
    02 rp-result    pic S9 usage is computational.

procedure division.
0000-mainline.
    perform 1000-get-run-mode
    stop run.

1000-get-run-mode.
    display "Run in batch mode from a parameter file? "
        "(Y/N, F = frontier search): ".
    accept run-mode-sw.

2000-process-run.
    evaluate true
        when run-mode-batch
            perform 3000-batch-run
        when run-mode-frontier
            perform 7000-frontier-run thru 7000-exit
        when other
            perform 4000-interactive-run
    end-evaluate.

3000-batch-run.
    display "Enter parameter file name: ".
            move ws-peak to rl-peak
    end-evaluate.
    write report-record from report-line.

7000-frontier-run.
    display "Enter lowest M to search: ".
    accept frontier-m-low.
    display "Enter highest M to search: ".
    accept frontier-m-high.
    display "Enter highest N to try for any M: ".
    accept frontier-n-max.
    display "Enter maximum stack depth (e.g. 1000000): ".
    accept ws-max-depth.
    display "Enter report file name: ".
    accept report-file-name.

    if frontier-m-high is less than frontier-m-low
            or frontier-m-high - frontier-m-low is greater than 49
        display "Error: M range must run low to high, 50 values at most"
        go to 7000-exit
    end-if.

    open output report-file.
    perform 3100-open-memo-file.
    move 0 to fr-count.
    perform 7100-search-one-m varying frontier-m from frontier-m-low
        by 1 until frontier-m is greater than frontier-m-high.
    perform 7500-write-boundary-table.

    close report-file.
    if memo-opened-sw is equal to 'Y'
        close ack-memo-file
        move 'N' to memo-opened-sw
    end-if.
7000-exit.
    exit.

7100-search-one-m.
    move 'N' to good-found-sw
    move 'N' to fail-found-sw
    move 0 to try-n
    perform 7200-try-pair
    perform 7300-raise-n
        until fail-found-sw is equal to 'Y'
            or good-n is equal to frontier-n-max
    if good-found-sw is equal to 'Y' and fail-found-sw is equal to 'Y'
        perform 7400-narrow-gap
            until fail-n - good-n is not greater than 1
    end-if

    add 1 to fr-count
    move frontier-m to fr-m(fr-count)
    move good-found-sw to fr-good-sw(fr-count)
    move good-n to fr-good-n(fr-count)
    move good-result to fr-result(fr-count)
    move good-peak to fr-peak(fr-count)
    move fail-found-sw to fr-fail-sw(fr-count)
    move fail-n to fr-fail-n(fr-count)
    move fail-err to fr-fail-err(fr-count).

7200-try-pair.
    move frontier-m to save-m
    move try-n to save-n
    perform 3200-check-memo-file
    if memo-hit-sw is equal to 'N'
        move save-m to m
        move save-n to n
        call "ackermann" using m, n, ws-err, ws-peak, ws-max-depth
        perform 3300-record-memo-entry
    end-if
    perform 6000-write-report-line

    move 'N' to try-good-sw
    if ws-err is equal to 1 and ws-peak is less than ws-max-depth
        move 'Y' to try-good-sw
    end-if
    if try-good-sw is equal to 'Y'
        move 'Y' to good-found-sw
        move try-n to good-n
        move n to good-result
        move ws-peak to good-peak
    else
        move 'Y' to fail-found-sw
        move try-n to fail-n
        if ws-err is equal to 3
            move 3 to fail-err
        else
            move 2 to fail-err
        end-if
    end-if.

7300-raise-n.
    *> N = 0 failing ends the search for this M at once; otherwise
    *> N doubles until a pair fails or the N limit is reached
    if good-found-sw is equal to 'N'
        move 'Y' to fail-found-sw
    else
        if good-n is equal to 0
            move 1 to try-n
        else
            compute try-n = good-n * 2
        end-if
        if try-n is greater than frontier-n-max
            move frontier-n-max to try-n
        end-if
        perform 7200-try-pair
    end-if.

7400-narrow-gap.
    compute try-n = (good-n + fail-n) / 2
    perform 7200-try-pair.

7500-write-boundary-table.
    move spaces to report-record
    write report-record
    move ws-max-depth to out-depth
    move "CAPACITY FRONTIER - MAXIMUM STACK DEPTH" to report-record
    move out-depth to report-record(41:12)
    write report-record
    write report-record from boundary-heading-1
    write report-record from boundary-heading-2
    perform 9700-open-report
    move spaces to rp-line
    perform 9800-report-line
    string "Capacity frontier at maximum stack depth " out-depth
        delimited by size into rp-line
    perform 9800-report-line
    move boundary-heading-1 to rp-line
    perform 9800-report-line
    move boundary-heading-2 to rp-line
    perform 9800-report-line
    perform 7510-write-one-boundary varying fr-idx from 1 by 1
        until fr-idx is greater than fr-count
    perform 9900-close-report.

7510-write-one-boundary.
    move fr-m(fr-idx) to bl-m
    if fr-good-sw(fr-idx) is equal to 'Y'
        move fr-good-n(fr-idx) to bl-good-n
        move fr-result(fr-idx) to bl-result
        move fr-peak(fr-idx) to bl-peak
    else
        move '        NONE' to bl-good-x
        move spaces to bl-result-x
        move spaces to bl-peak-x
    end-if
    if fr-fail-sw(fr-idx) is equal to 'Y'
        move fr-fail-n(fr-idx) to bl-fail-n
        if fr-fail-err(fr-idx) is equal to 3
            move 'REJECTED HOPELESS' to bl-failure
        else
            move 'STACK OVERFLOW' to bl-failure
        end-if
    else
        move '        NONE' to bl-fail-x
        move 'NONE TO N LIMIT' to bl-failure
    end-if
    write report-record from boundary-line
    move boundary-line to rp-line
    perform 9800-report-line.

9700-open-report.
    move 'OPEN' to rp-function
    move 'ITERATIVE-ACKERMANN' to rp-program
    move 'ACKFRONT' to rp-code
    move 'ACKERMANN CAPACITY FRONTIER' to rp-title
    move spaces to rp-operator
    call "report-writer" using report-area.

9800-report-line.
    move 'LINE' to rp-function
    call "report-writer" using report-area.

9900-close-report.
    move 'CLOSE' to rp-function
    call "report-writer" using report-area.
