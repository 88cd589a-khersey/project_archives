*>
*> filename:   rptwriter.cbl
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> shared print-file writer for every report in the suite. the report
*> programs used to DISPLAY their reports and nothing else, so a run
*> under the job-stream controller left nothing a supervisor could
*> read in the morning. a report program now opens its report here,
*> hands over each line it prints, and closes it: every line is still
*> shown on the terminal exactly as before, and also goes to a dated
*> print file with a heading and a footing on every page - program
*> name, run date and time, operator, and page number - and the file
*> is registered on REPORTS.DIR (see rptdirrec.cpy) for report-browse.
*>
*> functions, in RP-FUNCTION (see rptarea.cpy):
*>   OPEN     - start a report. the print file is named for RP-CODE
*>              and the run date and time, and handed back in
*>              RP-FILE-NAME. a report still open from an earlier OPEN
*>              is closed first as INCOMP
*>   LINE     - show RP-LINE on the terminal and print it, starting a
*>              new page when this one is full
*>   CLOSE    - pad the last page, print its footing, close the file,
*>              and register it COMPL
*>   ABANDON  - close whatever report is open as INCOMP. the job-stream
*>              controller issues this after every step, so a step
*>              that stopped part-way through its report still leaves
*>              the printed part on file and registered
*>   JOBSTART - a job stream is running: reports that name no
*>              operator are stamped with RP-OPERATOR until JOBEND
*>   JOBEND   - the job stream is over; unnamed reports are CONSOLE
*>
*> a site where the print file cannot be created still gets its report
*> on the terminal, with a warning - the same availability-first
*> fallback the lock and frequency files use.
*>

identification division.
program-id. report-writer.

environment division.
input-output section.
file-control.
    select print-file assign to dynamic print-file-name
        organization is line sequential
        file status is print-file-status.
    select report-directory-file assign to "REPORTS.DIR"
        organization is line sequential
        file status is directory-status.

data division.
file section.
fd print-file.
    01 print-record pic X(132).

fd report-directory-file.
    01 report-directory-record pic X(222).

working-storage section.
77 print-file-status pic X(2).
77 directory-status  pic X(2).
77 print-file-name   pic X(30).
copy rptdirrec.

*> the report in hand - kept between calls
77 print-open-sw   pic X(1) value 'N'.
77 report-open-sw  pic X(1) value 'N'.
77 batch-operator  pic X(8) value spaces.
77 pr-program      pic X(20).
77 pr-title        pic X(50).
77 pr-operator     pic X(8).
77 pr-date         pic 9(8).
77 pr-time         pic 9(8).
77 pr-status       pic X(6).
77 page-number     pic S9(4) usage is computational.
77 body-count      pic S9(4) usage is computational.
77 lines-printed   pic S9(7) usage is computational.

*> a page is 60 lines: a 4-line heading, 54 lines of report, and a
*> 2-line footing
77 page-body-lines pic S9(4) usage is computational value 54.
77 line-length     pic S9(4) usage is computational.

01 date-parts.
    02 dp-year  pic 9(4).
    02 dp-month pic 9(2).
    02 dp-day   pic 9(2).
01 time-parts.
    02 tp-hour   pic 9(2).
    02 tp-minute pic 9(2).
    02 tp-second pic 9(2).
    02 tp-hundth pic 9(2).

01 heading-line-1.
    02 h1-program pic X(20).
    02 filler     pic X(2) value spaces.
    02 h1-title   pic X(50).
    02 filler     pic X(6) value ' PAGE '.
    02 h1-page    pic Z(3)9.
01 heading-line-2.
    02 filler      pic X(9) value 'RUN DATE '.
    02 h2-year     pic 9(4).
    02 filler      pic X(1) value '/'.
    02 h2-month    pic 9(2).
    02 filler      pic X(1) value '/'.
    02 h2-day      pic 9(2).
    02 filler      pic X(7) value '  TIME '.
    02 h2-hour     pic 9(2).
    02 filler      pic X(1) value ':'.
    02 h2-minute   pic 9(2).
    02 filler      pic X(1) value ':'.
    02 h2-second   pic 9(2).
    02 filler      pic X(11) value '  OPERATOR '.
    02 h2-operator pic X(8).
    02 filler      pic X(7) value '  FILE '.
    02 h2-file     pic X(30).
01 rule-line.
    02 filler pic X(82) value all '='.
01 footing-rule.
    02 filler pic X(82) value all '-'.
01 footing-line.
    02 f1-program  pic X(20).
    02 filler      pic X(5) value ' RUN '.
    02 f1-date     pic 9(8).
    02 filler      pic X(1) value space.
    02 f1-time     pic 9(6).
    02 filler      pic X(11) value '  OPERATOR '.
    02 f1-operator pic X(8).
    02 filler      pic X(7) value '  PAGE '.
    02 f1-page     pic Z(3)9.
    02 filler      pic X(2) value spaces.
    02 f1-status   pic X(17).

linkage section.
copy rptarea.

procedure division using report-area.
0000-mainline.
    move 1 to rp-result
    evaluate rp-function
        when 'OPEN'
            if report-open-sw is equal to 'Y'
                move 'INCOMP' to pr-status
                perform 3000-finish-report
            end-if
            perform 1000-open-report
        when 'LINE'
            perform 2000-print-line
        when 'CLOSE'
            if report-open-sw is equal to 'Y'
                move 'COMPL' to pr-status
                perform 3000-finish-report
            end-if
        when 'ABANDON'
            if report-open-sw is equal to 'Y'
                move 'INCOMP' to pr-status
                perform 3000-finish-report
            end-if
        when 'JOBSTART'
            move rp-operator to batch-operator
        when 'JOBEND'
            move spaces to batch-operator
        when other
            display "REPORT-WRITER called with unknown function "
                rp-function
            move 2 to rp-result
    end-evaluate
    goback.

1000-open-report.
    move 'Y' to report-open-sw
    move rp-program to pr-program
    move rp-title to pr-title
    evaluate true
        when rp-operator is not equal to spaces
            move rp-operator to pr-operator
        when batch-operator is not equal to spaces
            move batch-operator to pr-operator
        when other
            move 'CONSOLE' to pr-operator
    end-evaluate
    accept pr-date from date yyyymmdd
    accept pr-time from time
    move spaces to print-file-name
    string rp-code delimited by space
        '.' delimited by size
        pr-date delimited by size
        '.' delimited by size
        pr-time delimited by size
        into print-file-name
    end-string
    move print-file-name to rp-file-name
    move 0 to page-number
    move 0 to lines-printed
    *> a full page is due, so the first line prints a heading
    move page-body-lines to body-count

    move 'Y' to print-open-sw
    open output print-file
    if print-file-status is not equal to '00'
        display "WARNING: report file " print-file-name
            " could not be created - status " print-file-status
            " - report goes to the terminal only"
        move 'N' to print-open-sw
        move 2 to rp-result
    end-if.

2000-print-line.
    *> the terminal gets the line as it always has, without the
    *> trailing blanks of the 132-byte print line
    move 132 to line-length
    perform until line-length is equal to 1
            or rp-line(line-length:1) is not equal to space
        subtract 1 from line-length
    end-perform
    display rp-line(1:line-length)

    if report-open-sw is equal to 'Y'
            and print-open-sw is equal to 'Y'
        if body-count is not less than page-body-lines
            if page-number is greater than 0
                move 'CONTINUED' to f1-status
                perform 2200-print-footing
            end-if
            perform 2100-print-heading
        end-if
        write print-record from rp-line
        add 1 to body-count
        add 1 to lines-printed
    end-if.

2100-print-heading.
    add 1 to page-number
    move pr-program to h1-program
    move pr-title to h1-title
    move page-number to h1-page
    move pr-date to date-parts
    move dp-year to h2-year
    move dp-month to h2-month
    move dp-day to h2-day
    move pr-time to time-parts
    move tp-hour to h2-hour
    move tp-minute to h2-minute
    move tp-second to h2-second
    move pr-operator to h2-operator
    move print-file-name to h2-file
    write print-record from heading-line-1
    write print-record from heading-line-2
    write print-record from rule-line
    move spaces to print-record
    write print-record
    move 0 to body-count.

2200-print-footing.
    write print-record from footing-rule
    move pr-program to f1-program
    move pr-date to f1-date
    move pr-time(1:6) to f1-time
    move pr-operator to f1-operator
    move page-number to f1-page
    write print-record from footing-line.

3000-finish-report.
    *> the last page is padded out so its footing sits where every
    *> other page's does - a report that printed nothing still gets
    *> one page saying so
    if print-open-sw is equal to 'Y'
        if page-number is equal to 0
            perform 2100-print-heading
        end-if
        move spaces to print-record
        perform until body-count is not less than page-body-lines
            write print-record
            add 1 to body-count
        end-perform
        if pr-status is equal to 'COMPL'
            move 'END OF REPORT' to f1-status
        else
            move 'REPORT INCOMPLETE' to f1-status
        end-if
        perform 2200-print-footing
        close print-file
        perform 3100-register-report
    end-if
    move 'N' to report-open-sw
    move 'N' to print-open-sw.

3100-register-report.
    move pr-date to rd-date
    move pr-time to rd-time
    move pr-program to rd-program
    move pr-operator to rd-operator
    move page-number to rd-pages
    move lines-printed to rd-lines
    move pr-status to rd-status
    move print-file-name to rd-file
    move pr-title to rd-title
    open extend report-directory-file
    if directory-status is not equal to '00'
        open output report-directory-file
    end-if
    if directory-status is equal to '00'
        write report-directory-record from report-directory-line
        close report-directory-file
    else
        display "WARNING: REPORTS.DIR not available - status "
            directory-status " - " print-file-name
            " is not registered"
    end-if.
