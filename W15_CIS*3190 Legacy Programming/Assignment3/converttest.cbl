77 out-expected pic Z(8)9.
77 out-actual   pic Z(8)9.
77 out-count    pic Z(7)9.
copy rptarea.

procedure division.
0000-mainline.
    perform 0600-get-reply.
    move answer-reply to test-file-name.

    perform 9700-open-report.
    open input test-file.
    move 0 to test-eof.

    close test-file.

    perform 3000-print-summary.
    perform 9900-close-report.

    if tests-failed is greater than 0
        move 8 to return-code
        move sum1 to out-actual
        if sum1 is equal to test-expected
            add 1 to tests-passed
            move spaces to rp-line
            string "PASS  " out-roman "  expected " out-expected
                "  actual " out-actual delimited by size into rp-line
            perform 9800-report-line
        else
            add 1 to tests-failed
            move spaces to rp-line
            string "FAIL  " out-roman "  expected " out-expected
                "  actual " out-actual delimited by size into rp-line
            perform 9800-report-line
        end-if
    else
        add 1 to tests-failed
        move spaces to rp-line
        string "FAIL  " out-roman "  expected " out-expected
            "  actual  ** REJECTED BY CONVERT **"
            delimited by size into rp-line
        perform 9800-report-line.

3000-print-summary.
    move tests-run    to out-count
    move spaces to rp-line
    perform 9800-report-line
    move "--------------------------------" to rp-line
    perform 9800-report-line
    move " Regression Summary             " to rp-line
    perform 9800-report-line
    move "--------------------------------" to rp-line
    perform 9800-report-line
    move spaces to rp-line
    string " Tests Run:    " out-count delimited by size into rp-line
    perform 9800-report-line
    move tests-passed to out-count
    move spaces to rp-line
    string " Tests Passed: " out-count delimited by size into rp-line
    perform 9800-report-line
    move tests-failed to out-count
    move spaces to rp-line
    string " Tests Failed: " out-count delimited by size into rp-line
    perform 9800-report-line.

9700-open-report.
    move 'OPEN' to rp-function
    move 'CONVERT-TEST' to rp-program
    move 'REGRTEST' to rp-code
    move 'CONVERT REGRESSION TEST' to rp-title
    move ws-operator-id to rp-operator
    call "report-writer" using report-area.

9800-report-line.
    move 'LINE' to rp-function
    call "report-writer" using report-area.

9900-close-report.
    move 'CLOSE' to rp-function
    call "report-writer" using report-area.
