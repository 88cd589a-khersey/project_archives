77 ws-keys-purged pic S9(8) usage is computational.
77 ws-today pic 9(8).
77 out-count pic Z(7)9.
copy rptarea.

01 history-line.
    02 hs-date-label   pic X(9)  value 'PURGED = '.
        move answer-number to top-n
    end-if

    move 'FREQTOP' to rp-code
    move 'TOP-N MOST-CONVERTED NUMERALS - ROMANFREQ.DAT' to rp-title
    perform 9700-open-report
    move 0 to rk-loaded
    perform 2100-unload-to-rank-work

    if rk-loaded is equal to 0
        move "ROMANFREQ.DAT is empty or missing" to rp-line
        perform 9800-report-line
    else
        move spaces to rp-line
        perform 9800-report-line
        move "COUNT     NUMERAL" to rp-line
        perform 9800-report-line
        move "--------  ------------------------------" to rp-line
        perform 9800-report-line
        perform 2300-sort-and-show-top
    end-if
    perform 9900-close-report.

2100-unload-to-rank-work.
    *> every key goes to the work file with its zero-filled count in
    perform until rank-eof is equal to 1
            or rk-shown is equal to top-n
        move sr-count to out-count
        move spaces to rp-line
        string out-count "  " sr-key delimited by size into rp-line
        perform 9800-report-line
        add 1 to rk-shown
        read sorted-rank-file at end move 1 to rank-eof end-read
    end-perform

3000-dormancy-report.
    perform 6000-accept-cutoff
    move 'FREQDORM' to rp-code
    move 'DORMANT-KEY REPORT - ROMANFREQ.DAT' to rp-title
    perform 9700-open-report
    move 0 to ws-keys-read
    move 0 to ws-keys-listed

    open input frequency-file
    if freq-file-status is not equal to '00'
        move spaces to rp-line
        string "ROMANFREQ.DAT could not be opened - status "
            freq-file-status delimited by size into rp-line
        perform 9800-report-line
    else
        move spaces to rp-line
        perform 9800-report-line
        move "LAST SEEN  COUNT     NUMERAL" to rp-line
        perform 9800-report-line
        move "---------  --------  ------------------------------"
            to rp-line
        perform 9800-report-line
        move 0 to freq-eof
        read frequency-file next record
            at end move 1 to freq-eof
            if freq-last-seen is less than cutoff-date
                add 1 to ws-keys-listed
                move freq-count to out-count
                move spaces to rp-line
                string freq-last-seen "   " out-count "  " freq-key
                    delimited by size into rp-line
                perform 9800-report-line
            end-if
            read frequency-file next record
                at end move 1 to freq-eof
        end-perform
        close frequency-file
        move ws-keys-read to out-count
        move spaces to rp-line
        string "Keys on file:  " out-count
            delimited by size into rp-line
        perform 9800-report-line
        move ws-keys-listed to out-count
        move spaces to rp-line
        string "Keys dormant:  " out-count
            delimited by size into rp-line
        perform 9800-report-line
    end-if
    perform 9900-close-report.

5000-purge-dormant.
    perform 5500-acquire-frequency-lock
    move answer-reply to cutoff-date-text
    inspect cutoff-date-text replacing leading space by zero
    move cutoff-date-text to cutoff-date.

9700-open-report.
    *> the caller names the report's code and title - this program
    *> prints two reports
    move 'OPEN' to rp-function
    move 'FREQ-REPORT' to rp-program
    move ws-operator-id to rp-operator
    call "report-writer" using report-area.

9800-report-line.
    move 'LINE' to rp-function
    call "report-writer" using report-area.

9900-close-report.
    move 'CLOSE' to rp-function
    call "report-writer" using report-area.
