*>
*> filename:   rptbrowse.cbl
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> report-browse - the desk's way back into REPORTS.DIR (see
*> rptdirrec.cpy). every report the suite prints goes to a dated print
*> file as well as the terminal; this lists the directory in date and
*> program order, narrowed to one date and to programs whose name
*> starts with what was typed (blank = all of either), and reprints
*> any entry on the list - to the terminal, and to a copy file when
*> one is named, for an auditor who wants last Tuesday's control
*> report in hand.
*>
*> the directory is SORTed into a work file rather than loaded into a
*> table, so the list is complete however many reports are on file;
*> the entry number picked is found again by counting the same
*> selection through the sorted file.
*>

identification division.
program-id. report-browse.

environment division.
input-output section.
file-control.
    select report-directory-file assign to "REPORTS.DIR"
        organization is line sequential
        file status is directory-status.
    select sorted-directory-file assign to "RPTBRWS.TMP"
        organization is line sequential.
    select directory-sort-file assign to "RPTBSRT.TMP".
    select print-file assign to dynamic print-file-name
        organization is line sequential
        file status is print-file-status.
    select copy-file assign to dynamic copy-file-name
        organization is line sequential
        file status is copy-file-status.

data division.
file section.
fd report-directory-file.
    01 report-directory-record pic X(222).

fd sorted-directory-file.
    01 sorted-directory-record pic X(222).

sd directory-sort-file.
    *> date, program, and time sit behind their labels on every
    *> directory line (see rptdirrec.cpy)
    01 directory-sort-record.
        02 filler      pic X(7).
        02 dsk-date    pic 9(8).
        02 filler      pic X(8).
        02 dsk-time    pic 9(8).
        02 filler      pic X(11).
        02 dsk-program pic X(20).
        02 filler      pic X(160).

fd print-file.
    01 print-record pic X(132).

fd copy-file.
    01 copy-record pic X(132).

working-storage section.
77 directory-status  pic X(2).
77 print-file-status pic X(2).
77 copy-file-status  pic X(2).
77 print-file-name   pic X(30).
77 copy-file-name    pic X(50).
77 directory-eof pic S9.
77 print-eof     pic S9.
copy rptdirrec.

77 answer-reply         pic X(50).
77 answer-number        pic S9(8) usage is computational.
77 answer-digit-idx     pic S9(2) usage is computational.
77 answer-digit-seen-sw pic X(1).
77 answer-one-digit     pic 9(1).

*> the selection in force
77 sel-date-text   pic X(8).
77 sel-date        pic 9(8).
77 sel-program     pic X(20).
77 sel-program-len pic S9(2) usage is computational.
77 entry-match-sw  pic X(1).
77 quit-sw         pic X(1) value 'N'.
77 choose-again-sw pic X(1).

77 list-count   pic S9(6) usage is computational.
77 list-target  pic S9(6) usage is computational.
77 find-count   pic S9(6) usage is computational.
77 found-sw     pic X(1).
77 line-length  pic S9(4) usage is computational.
77 ws-lines-shown pic S9(7) usage is computational.
77 out-count    pic Z(6)9.

01 list-heading.
    02 filler pic X(40) value
        '   NO  DATE     TIME    PROGRAM         '.
    02 filler pic X(32) value
        '     OPERATOR PAGES STAT   TITLE'.
01 list-rule.
    02 filler pic X(40) value
        '-----  -------- ------  ----------------'.
    02 filler pic X(57) value
        '---- -------- ----- ------ ------------------------------'.
01 list-line.
    02 ll-number   pic Z(4)9.
    02 filler      pic X(2) value spaces.
    02 ll-date     pic 9(8).
    02 filler      pic X(1) value space.
    02 ll-time     pic X(6).
    02 filler      pic X(2) value spaces.
    02 ll-program  pic X(20).
    02 filler      pic X(1) value space.
    02 ll-operator pic X(8).
    02 filler      pic X(1) value space.
    02 ll-pages    pic Z(4)9.
    02 filler      pic X(1) value space.
    02 ll-status   pic X(6).
    02 filler      pic X(1) value space.
    02 ll-title    pic X(50).

procedure division.
0000-mainline.
    display " Report Directory Browse - REPORTS.DIR".
    display "---------------------------------------".
    perform 0400-check-directory.
    perform 0500-sort-directory.

    perform 1000-choose-reports until quit-sw is equal to 'Y'.
    goback.

0400-check-directory.
    *> the SORT would die on a missing input file
    open input report-directory-file
    if directory-status is not equal to '00'
        display "REPORTS.DIR could not be opened - status "
            directory-status " - no reports on file"
        move 8 to return-code
        goback
    end-if
    close report-directory-file.

0500-sort-directory.
    sort directory-sort-file
        on ascending key dsk-date
        on ascending key dsk-program
        on ascending key dsk-time
        using report-directory-file
        giving sorted-directory-file.

0700-reply-to-number.
    move 0 to answer-number
    move 'N' to answer-digit-seen-sw
    move 1 to answer-digit-idx
    perform 0710-scan-one-digit until answer-digit-idx is greater than 50.

0710-scan-one-digit.
    if answer-reply(answer-digit-idx:1) is greater than or equal to '0'
            and answer-reply(answer-digit-idx:1) is less than
                or equal to '9'
        move answer-reply(answer-digit-idx:1) to answer-one-digit
        compute answer-number = answer-number * 10 + answer-one-digit
        move 'Y' to answer-digit-seen-sw
        add 1 to answer-digit-idx
    else
        if answer-digit-seen-sw is equal to 'Y'
            move 51 to answer-digit-idx
        else
            if answer-reply(answer-digit-idx:1) is equal to space
                add 1 to answer-digit-idx
            else
                move -1 to answer-number
                move 51 to answer-digit-idx
            end-if
        end-if
    end-if.

1000-choose-reports.
    display " "
    display "Report date YYYYMMDD (blank = all dates, Q = quit): "
    move spaces to answer-reply
    accept answer-reply
    if answer-reply(1:1) is equal to 'Q'
            or answer-reply(1:1) is equal to 'q'
        move 'Y' to quit-sw
    else
        move answer-reply(1:8) to sel-date-text
        if sel-date-text is equal to spaces
            move 0 to sel-date
        else
            inspect sel-date-text replacing leading space by zero
            move sel-date-text to sel-date
        end-if
        display "Program name or its start (blank = all programs): "
        move spaces to answer-reply
        accept answer-reply
        move answer-reply(1:20) to sel-program
        inspect sel-program converting
            'abcdefghijklmnopqrstuvwxyz' to
            'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
        move 20 to sel-program-len
        perform until sel-program-len is equal to 1
                or sel-program(sel-program-len:1) is not equal to space
            subtract 1 from sel-program-len
        end-perform
        if sel-program is equal to spaces
            move 0 to sel-program-len
        end-if

        perform 2000-list-directory
        if list-count is equal to 0
            display "No reports on file for that selection"
        else
            move 'N' to choose-again-sw
            perform 3000-pick-entry thru 3000-exit
                until choose-again-sw is equal to 'Y'
                    or quit-sw is equal to 'Y'
        end-if
    end-if.

2000-list-directory.
    move 0 to list-count
    display " "
    display list-heading
    display list-rule
    open input sorted-directory-file
    move 0 to directory-eof
    read sorted-directory-file into report-directory-line
        at end move 1 to directory-eof
    end-read
    perform until directory-eof is equal to 1
        perform 2100-match-entry
        if entry-match-sw is equal to 'Y'
            add 1 to list-count
            perform 2200-show-entry
        end-if
        read sorted-directory-file into report-directory-line
            at end move 1 to directory-eof
        end-read
    end-perform
    close sorted-directory-file
    move list-count to out-count
    display list-rule
    display "Reports listed: " out-count.

2100-match-entry.
    move 'Y' to entry-match-sw
    if sel-date is greater than 0
            and rd-date is not equal to sel-date
        move 'N' to entry-match-sw
    end-if
    if sel-program-len is greater than 0
        if rd-program(1:sel-program-len) is not equal to
                sel-program(1:sel-program-len)
            move 'N' to entry-match-sw
        end-if
    end-if.

2200-show-entry.
    move list-count to ll-number
    move rd-date to ll-date
    move rd-time(1:6) to ll-time
    move rd-program to ll-program
    move rd-operator to ll-operator
    move rd-pages to ll-pages
    move rd-status to ll-status
    move rd-title to ll-title
    display list-line.

3000-pick-entry.
    display " "
    display "Entry to reprint (blank = choose again, Q = quit): "
    move spaces to answer-reply
    accept answer-reply
    if answer-reply is equal to spaces
        move 'Y' to choose-again-sw
        go to 3000-exit
    end-if
    if answer-reply(1:1) is equal to 'Q'
            or answer-reply(1:1) is equal to 'q'
        move 'Y' to quit-sw
        go to 3000-exit
    end-if
    perform 0700-reply-to-number
    if answer-number is less than 1
            or answer-number is greater than list-count
        display "Not an entry on the list above"
        go to 3000-exit
    end-if
    move answer-number to list-target
    perform 3100-find-entry
    if found-sw is not equal to 'Y'
        display "Entry no longer on REPORTS.DIR"
        go to 3000-exit
    end-if
    display "Copy to file name (blank = terminal only): "
    move spaces to copy-file-name
    accept copy-file-name
    perform 4000-reprint-entry thru 4000-exit.
3000-exit.
    exit.

3100-find-entry.
    *> the list number is the entry's place in the selection, so the
    *> selection is counted through again to reach it
    move 'N' to found-sw
    move 0 to find-count
    open input sorted-directory-file
    move 0 to directory-eof
    read sorted-directory-file into report-directory-line
        at end move 1 to directory-eof
    end-read
    perform until directory-eof is equal to 1
        perform 2100-match-entry
        if entry-match-sw is equal to 'Y'
            add 1 to find-count
            if find-count is equal to list-target
                move 'Y' to found-sw
                move 1 to directory-eof
            end-if
        end-if
        if directory-eof is not equal to 1
            read sorted-directory-file into report-directory-line
                at end move 1 to directory-eof
            end-read
        end-if
    end-perform
    close sorted-directory-file.

4000-reprint-entry.
    move rd-file to print-file-name
    open input print-file
    if print-file-status is not equal to '00'
        display "Report file " print-file-name
            " is no longer on hand - status " print-file-status
        go to 4000-exit
    end-if
    if copy-file-name is not equal to spaces
        open output copy-file
        if copy-file-status is not equal to '00'
            display "Copy file " copy-file-name(1:30)
                " could not be created - status " copy-file-status
                " - terminal only"
            move spaces to copy-file-name
        end-if
    end-if

    move 0 to ws-lines-shown
    move 0 to print-eof
    read print-file at end move 1 to print-eof end-read
    perform until print-eof is equal to 1
        add 1 to ws-lines-shown
        move 132 to line-length
        perform until line-length is equal to 1
                or print-record(line-length:1) is not equal to space
            subtract 1 from line-length
        end-perform
        display print-record(1:line-length)
        if copy-file-name is not equal to spaces
            write copy-record from print-record
        end-if
        read print-file at end move 1 to print-eof end-read
    end-perform
    close print-file

    move ws-lines-shown to out-count
    display " "
    display "Reprinted " print-file-name " - " out-count " lines"
    if copy-file-name is not equal to spaces
        close copy-file
        display "Copy written to " copy-file-name
    end-if.
4000-exit.
    exit.
