data division.
file section.
fd extract-sent-file.
    01 extract-sent-record pic X(310).

fd ack-file.
    01 ack-record.
*> queue directory uses
01 register-table.
    02 rg-entry occurs 500 times.
        03 rg-line   pic X(310).
        03 rg-name   pic X(50).
        03 rg-date   pic 9(8).
        03 rg-count  pic 9(9).
77 out-count2 pic Z(8)9.
77 out-total  pic Z(9)9.
77 out-total2 pic Z(9)9.
copy rptarea.

procedure division.
0000-mainline.
        goback
    end-if.

    perform 9700-open-report.
    if ack-file-name is not equal to spaces
        perform 2000-process-acknowledgments
        perform 5000-rewrite-register

    perform 3000-report-unacknowledged.
    perform 4000-print-summary.
    perform 9900-close-report.

    if ws-past-grace is greater than 0
            or ws-acks-disagree is greater than 0
                or rg-loaded is greater than or equal to 500
            move extract-sent-record to extract-sent-line
            add 1 to rg-loaded
            move extract-sent-record to rg-line(rg-loaded)
            move xs-name to rg-name(rg-loaded)
            move xs-date to rg-date(rg-loaded)
            move xs-count to rg-count(rg-loaded)
2000-process-acknowledgments.
    open input ack-file
    if ack-file-status is not equal to '00'
        move spaces to rp-line
        string "Acknowledgment file could not be opened - status "
            ack-file-status delimited by size into rp-line
        perform 9800-report-line
    else
        move 0 to ack-eof
        read ack-file at end move 1 to ack-eof end-read
    end-perform
    if rg-found is equal to 0
        add 1 to ws-acks-unknown
        move spaces to rp-line
        string "ACK FOR UNKNOWN EXTRACT: " ak-name(1:40)
            delimited by size into rp-line
        perform 9800-report-line
    else
        if ak-count is equal to rg-count(rg-found)
                and ak-total is equal to rg-total(rg-found)
            move ak-count to out-count2
            move rg-total(rg-found) to out-total
            move ak-total to out-total2
            move spaces to rp-line
            string "FIGURES DISAGREE: " ak-name(1:40)
                delimited by size into rp-line
            perform 9800-report-line
            move spaces to rp-line
            string "  sent count " out-count " total " out-total
                delimited by size into rp-line
            perform 9800-report-line
            move spaces to rp-line
            string "  acked count " out-count2 " total " out-total2
                delimited by size into rp-line
            perform 9800-report-line
        end-if
    end-if.

    move ws-today to sr-date
    perform 8000-date-to-serial
    move sr-serial to today-serial
    move spaces to rp-line
    perform 9800-report-line
    move "--- Extracts not yet acknowledged ---" to rp-line
    perform 9800-report-line
    perform 3100-check-one-entry varying rg-idx from 1 by 1
        until rg-idx is greater than rg-loaded.

        perform 8000-date-to-serial
        if today-serial - sr-serial is greater than grace-days
            add 1 to ws-past-grace
            move spaces to rp-line
            string "PAST GRACE: " rg-name(rg-idx)(1:40) " sent "
                rg-date(rg-idx) delimited by size into rp-line
            perform 9800-report-line
        else
            move spaces to rp-line
            string "WITHIN GRACE: " rg-name(rg-idx)(1:40) " sent "
                rg-date(rg-idx) delimited by size into rp-line
            perform 9800-report-line
        end-if
    end-if.

4000-print-summary.
    move spaces to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move " Acknowledgment Summary      " to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move rg-loaded to out-count
    move spaces to rp-line
    string " Extracts Registered:   " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-acks-read to out-count
    move spaces to rp-line
    string " Acknowledgments Read:  " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-acks-matched to out-count
    move spaces to rp-line
    string " Acknowledged Clean:    " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-acks-disagree to out-count
    move spaces to rp-line
    string " Figures Disagree:      " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-acks-unknown to out-count
    move spaces to rp-line
    string " Acks For Unknown:      " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-still-unacked to out-count
    move spaces to rp-line
    string " Still Unacknowledged:  " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-past-grace to out-count
    move spaces to rp-line
    string " Past Grace Period:     " out-count
        delimited by size into rp-line
    perform 9800-report-line.

5000-rewrite-register.
    open output extract-sent-file
    close extract-sent-file.

5100-write-one-entry.
    *> the run fields ride through untouched - only the status moves
    move rg-line(rg-idx) to extract-sent-line
    move rg-name(rg-idx) to xs-name
    move rg-date(rg-idx) to xs-date
    move rg-count(rg-idx) to xs-count
    compute sr-serial = (365 * sr-year) + (sr-year / 4)
        - (sr-year / 100) + (sr-year / 400)
        + ((153 * (sr-month + 1)) / 5) + sr-day.

9700-open-report.
    move 'OPEN' to rp-function
    move 'EXTRACT-RECON' to rp-program
    move 'EXTRECON' to rp-code
    move 'EXTRACT ACKNOWLEDGMENT RECONCILIATION' to rp-title
    move spaces to rp-operator
    call "report-writer" using report-area.

9800-report-line.
    move 'LINE' to rp-function
    call "report-writer" using report-area.

9900-close-report.
    move 'CLOSE' to rp-function
    call "report-writer" using report-area.
