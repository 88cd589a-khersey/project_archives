*> branch with ARRIVED or MISSING - roman-numerals' manifest mode
*> reads that back and fails the run when a branch never transmitted.
*>
*> every expectation is also appended to MANIFEST.HST under its run
*> date, so month-end can see which branches were late or missing on
*> days long since overwritten on MANIFEST.EXP.
*>
*> a '@' in the pattern stands for the run date as YYYYMMDD, so
*> 'BR001.@.DAT' expects BR001.20260901.DAT on September 1st.
*>
        organization is line sequential.
    select expect-file assign to "MANIFEST.EXP"
        organization is line sequential.
    select expect-history-file assign to "MANIFEST.HST"
        organization is line sequential
        file status is expect-history-status.
    select branch-check-file assign to dynamic check-file-name
        organization is line sequential
        file status is check-file-status.
fd expect-file.
    01 expect-record pic X(90).

fd expect-history-file.
    01 expect-history-record pic X(106).

fd branch-check-file.
    01 branch-check-record pic X(80).

77 check-file-status  pic X(2).
77 branch-eof pic S9.
copy brexprec.
77 expect-history-status pic X(2).
copy brexphist.

*> unattended operation - prompts read from AUTOANSW.CRD when the
*> job-stream controller has left answers there; see roman-numerals
77 ws-branches-arrived pic S9(4) usage is computational value zero.
77 ws-branches-missing pic S9(4) usage is computational value zero.
77 out-count pic ZZZ9.
copy rptarea.

procedure division.
0000-mainline.
    perform 8000-date-to-serial.
    perform 8100-serial-to-weekday.

    perform 9700-open-report.
    perform 2000-build-manifest.
    perform 4000-print-summary.
    perform 9900-close-report.

    perform 0800-close-answer-file.
    goback.
    else
        open output manifest-file
        open output expect-file
        open extend expect-history-file
        if expect-history-status is not equal to '00'
            open output expect-history-file
        end-if
        move low-values to br-id
        start branch-master key is not less than br-id
            invalid key
                at end move 1 to branch-eof
            end-read
        end-perform
        close expect-history-file
        close expect-file
        close manifest-file
        close branch-master
        move 'ARRIVED' to bx-status
    else
        add 1 to ws-branches-missing
        move spaces to rp-line
        string "MISSING: branch " br-id " expected "
            built-name(1:40)
            delimited by size into rp-line
        perform 9800-report-line
        move 'MISSING' to bx-status
    end-if
    move br-id to bx-branch
    move built-name(1:50) to bx-file
    write expect-record from branch-expect-line
    move run-date to bh-date
    move bx-branch to bh-branch
    move bx-file to bh-file
    move bx-status to bh-status
    write expect-history-record from branch-expect-history-line.

2200-build-file-name.
    *> a single '@' in the pattern expands to the run date - without
    end-if.

4000-print-summary.
    move spaces to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move " Manifest Build Summary      " to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move ws-branches-read to out-count
    move spaces to rp-line
    string " Branches On Master:   " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-branches-due to out-count
    move spaces to rp-line
    string " Branches Due Today:   " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-branches-arrived to out-count
    move spaces to rp-line
    string " Files Arrived:        " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-branches-missing to out-count
    move spaces to rp-line
    string " Files Missing:        " out-count
        delimited by size into rp-line
    perform 9800-report-line
    if ws-branches-missing is greater than 0
        move spaces to rp-line
        string " ** MISSING BRANCHES LISTED ABOVE - the manifest run"
            " will fail its reconciliation **"
            delimited by size into rp-line
        perform 9800-report-line
    end-if.

8000-date-to-serial.
    *> shifting by two turns the remainder into 0 = Monday
    compute wd-quot = (sr-serial - 2) / 7
    compute wd-index = sr-serial - 2 - (wd-quot * 7) + 1.

9700-open-report.
    move 'OPEN' to rp-function
    move 'MANIFEST-BUILD' to rp-program
    move 'MANBUILD' to rp-code
    move spaces to rp-title
    string 'MANIFEST BUILD - ' delimited by size
        manifest-file-name delimited by space
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
