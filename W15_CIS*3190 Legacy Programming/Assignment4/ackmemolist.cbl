    02 filler     pic X(1) value spaces.
    02 ml-outcome pic X(18).

*> parameter area for CALL "report-writer", laid out as the suite's
*> rptarea.cpy - the listing goes to a dated print file and the
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

procedure division.
0000-mainline.
    perform 9700-open-report.
    move " Ackermann Capacity Reference - ACKMEMO.DAT" to rp-line
    perform 9800-report-line.
    move "--------------------------------------------" to rp-line
    perform 9800-report-line.

    open input ack-memo-file.
    if memo-file-status is not equal to '00'
        move spaces to rp-line
        string "ACKMEMO.DAT could not be opened - status "
            memo-file-status delimited by size into rp-line
        perform 9800-report-line
        move "Run an iterative_ackermann batch first" to rp-line
        perform 9800-report-line
        perform 9900-close-report
        stop run
    end-if.

    move spaces to rp-line.
    string "           M            N       RESULT         PEAK"
        "    MAX DEPTH  OUTCOME" delimited by size into rp-line.
    perform 9800-report-line.
    move spaces to rp-line.
    string "------------ ------------ ------------ ------------"
        " ------------  ------------------" delimited by size
        into rp-line.
    perform 9800-report-line.

    move 0 to memo-eof.
    read ack-memo-file next record
    close ack-memo-file.

    move ws-entries to out-count.
    move spaces to rp-line.
    perform 9800-report-line.
    string "Pairs on file: " out-count delimited by size
        into rp-line.
    perform 9800-report-line.
    perform 9900-close-report.
    stop run.

1000-list-one-entry.
        when other
            move 'UNKNOWN' to ml-outcome
    end-evaluate
    move detail-line to rp-line
    perform 9800-report-line
    read ack-memo-file next record
        at end move 1 to memo-eof
    end-read.

9700-open-report.
    move 'OPEN' to rp-function
    move 'ACKERMANN-MEMO-LIST' to rp-program
    move 'ACKLIST' to rp-code
    move 'ACKERMANN CAPACITY REFERENCE - ACKMEMO.DAT' to rp-title
    move spaces to rp-operator
    call "report-writer" using report-area.

9800-report-line.
    move 'LINE' to rp-function
    call "report-writer" using report-area.

9900-close-report.
    move 'CLOSE' to rp-function
    call "report-writer" using report-area.
