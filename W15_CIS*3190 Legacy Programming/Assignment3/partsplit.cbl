*>
*> filename:   partsplit.cbl
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> partition split for the quarter-end branch files. one pass of file
*> mode over the big branches' files takes most of the batch window,
*> and a checkpoint only saves starting over - it does not make the
*> run any shorter. this step cuts one large input file into 2 to 20
*> partitions on record boundaries, in order: partition 1 takes the
*> first records, partition 2 the next, and so on, the sizes differing
*> by at most one record. each partition is then converted by its own
*> roman-numerals partition-mode run (menu option 9), and those runs
*> share no output file, so they can run side by side; partition-merge
*> puts the set back together.
*>
*> the set is named by the operator - up to six characters, no
*> spaces - and each partition's files by the set name with the
*> two-digit partition number on the end: set Q3WEST cut in four
*> writes Q3WEST01.INP through Q3WEST04.INP. the cut is recorded on
*> PARTSET.DIR (see partsetrec.cpy) as one SPLIT line for the set and
*> one PART line per partition, carrying the input position of the
*> partition's first record so the partition runs can journal and
*> reject every record under its position in the original file.
*>
*> a set name already on PARTSET.DIR is refused - a set is cut once -
*> as is a file with fewer records than partitions asked for. the
*> run ends with return code 8 on any refusal.
*>

identification division.
program-id. partition-split.

environment division.
input-output section.
file-control.
    select split-input-file assign to dynamic split-input-name
        organization is line sequential
        file status is split-input-status.
    select part-output-file assign to dynamic part-output-name
        organization is line sequential
        file status is part-output-status.
    select partition-dir-file assign to "PARTSET.DIR"
        organization is line sequential
        file status is partition-dir-status.
    select auto-answer-file assign to "AUTOANSW.CRD"
        organization is line sequential
        file status is answer-file-status.

data division.
file section.
fd split-input-file.
    *> the branch input layout - reference then numeral, see
    *> roman-numerals' file-input
    01 split-input-record pic X(40).

fd part-output-file.
    01 part-output-record pic X(40).

fd partition-dir-file.
    01 partition-dir-record pic X(360).

fd auto-answer-file.
    01 auto-answer-record pic X(50).

working-storage section.
77 split-input-status   pic X(2).
77 part-output-status   pic X(2).
77 partition-dir-status pic X(2).
77 input-eof            pic S9.
77 dir-eof              pic S9.
copy partsetrec.

*> unattended operation - prompts read from AUTOANSW.CRD when the
*> job-stream controller has left answers there; see roman-numerals
77 answer-file-status   pic X(2).
77 answer-mode-sw       pic X(1) value 'N'.
77 answer-exhausted-sw  pic X(1) value 'N'.
77 answer-reply         pic X(50).
77 answer-next          pic X(50).

77 split-input-name pic X(50).
77 part-output-name pic X(50).
77 set-name         pic X(6).
77 set-name-len     pic S9(2) usage is computational.
77 set-name-idx     pic S9(2) usage is computational.
77 set-name-spaces  pic S9(2) usage is computational.
77 part-tag         pic X(10).
77 refused-sw       pic X(1) value 'N'.

77 part-count     pic S9(2) usage is computational value zero.
77 part-count-text pic X(2).
77 part-idx       pic S9(2) usage is computational.
77 part-number    pic 9(2).
77 ws-records     pic S9(9) usage is computational value zero.
77 part-base      pic S9(9) usage is computational.
77 part-extra     pic S9(9) usage is computational.

*> the cut - one slot per partition, filled before the second pass
01 part-table.
    02 pt-entry occurs 20 times.
        03 pt-first   pic S9(9) usage is computational.
        03 pt-records pic S9(9) usage is computational.
        03 pt-written pic S9(9) usage is computational.
77 next-first pic S9(9) usage is computational.

77 out-count  pic Z(8)9.
77 out-count2 pic Z(8)9.
copy rptarea.

procedure division.
0000-mainline.
    perform 0500-check-answer-file.
    display " Partition Split".
    display "-----------------".
    display "Input file to partition: ".
    perform 0600-get-reply.
    move answer-reply to split-input-name.
    display "Partition set name (1 - 6 characters): ".
    perform 0600-get-reply.
    move answer-reply to set-name.
    if answer-reply(7:44) is not equal to spaces
        display "REFUSED: a set name is at most six characters"
        move 'Y' to refused-sw
    end-if.
    display "Number of partitions (2 - 20): ".
    perform 0600-get-reply.
    move answer-reply(1:2) to part-count-text.
    if part-count-text(2:1) is equal to space
        move part-count-text(1:1) to part-count-text(2:1)
        move '0' to part-count-text(1:1)
    end-if.
    inspect part-count-text replacing leading space by zero.
    if part-count-text is numeric
        move part-count-text to part-count
    else
        move 0 to part-count
    end-if.

    if refused-sw is equal to 'N'
        perform 1000-check-request
    end-if.
    if refused-sw is equal to 'N'
        perform 2000-count-records
    end-if.
    if refused-sw is equal to 'N'
        perform 3000-plan-partitions
        perform 4000-write-partitions
    end-if.
    if refused-sw is equal to 'N'
        perform 5000-register-set
        perform 9700-open-report
        perform 6000-print-summary
        perform 9900-close-report
    else
        display " "
        display "** SPLIT REFUSED - NO PARTITIONS REGISTERED **"
        move 8 to return-code
    end-if.

    perform 0800-close-answer-file.
    goback.

0500-check-answer-file.
    move 'N' to answer-mode-sw
    move 'N' to answer-exhausted-sw
    open input auto-answer-file
    if answer-file-status is equal to '00'
        read auto-answer-file into answer-next
            at end move 'Y' to answer-exhausted-sw
        end-read
        if answer-exhausted-sw is equal to 'Y'
            close auto-answer-file
            move 'N' to answer-exhausted-sw
        else
            move 'Y' to answer-mode-sw
        end-if
    end-if.

0600-get-reply.
    move spaces to answer-reply
    if answer-mode-sw is equal to 'Y'
        if answer-exhausted-sw is equal to 'Y'
            display "ANSWER FILE EXHAUSTED BEFORE THE LAST PROMPT -"
                " STEP ABANDONED"
            move 16 to return-code
            close auto-answer-file
            goback
        end-if
        move answer-next to answer-reply
        read auto-answer-file into answer-next
            at end move 'Y' to answer-exhausted-sw
        end-read
    else
        accept answer-reply
    end-if.

0800-close-answer-file.
    if answer-mode-sw is equal to 'Y'
        close auto-answer-file
        move 'N' to answer-mode-sw
    end-if.

1000-check-request.
    *> the set name becomes the front of every partition file name,
    *> so it must start in column 1 and hold no embedded space
    move 0 to set-name-len
    perform 1100-measure-set-name varying set-name-idx from 1 by 1
        until set-name-idx is greater than 6
    if set-name-len is equal to 0
        display "REFUSED: a set name is required"
        move 'Y' to refused-sw
    else
        move 0 to set-name-spaces
        inspect set-name(1:set-name-len) tallying set-name-spaces
            for all space
        if set-name-spaces is greater than 0
            display "REFUSED: set name " set-name " holds a space"
            move 'Y' to refused-sw
        end-if
    end-if
    if part-count is less than 2 or part-count is greater than 20
        display "REFUSED: the number of partitions must be 2 - 20"
        move 'Y' to refused-sw
    end-if
    if refused-sw is equal to 'N'
        perform 1200-check-set-unused
    end-if.

1100-measure-set-name.
    if set-name(set-name-idx:1) is not equal to space
        move set-name-idx to set-name-len
    end-if.

1200-check-set-unused.
    open input partition-dir-file
    if partition-dir-status is equal to '00'
        move 0 to dir-eof
        read partition-dir-file at end move 1 to dir-eof end-read
        perform until dir-eof is equal to 1
            if partition-dir-record(7:6) is equal to set-name
                    and refused-sw is equal to 'N'
                display "REFUSED: set " set-name " is already on"
                    " PARTSET.DIR - choose a new set name"
                move 'Y' to refused-sw
            end-if
            read partition-dir-file at end move 1 to dir-eof end-read
        end-perform
        close partition-dir-file
    end-if.

2000-count-records.
    open input split-input-file
    if split-input-status is not equal to '00'
        display "REFUSED: " split-input-name(1:40)
            " could not be opened - status " split-input-status
        move 'Y' to refused-sw
    else
        move 0 to input-eof
        read split-input-file at end move 1 to input-eof end-read
        perform until input-eof is equal to 1
            add 1 to ws-records
            read split-input-file at end move 1 to input-eof end-read
        end-perform
        close split-input-file
        if ws-records is less than part-count
            move ws-records to out-count
            display "REFUSED: the file holds only " out-count
                " records - fewer than the partitions asked for"
            move 'Y' to refused-sw
        end-if
    end-if.

3000-plan-partitions.
    *> even sizes, the remainder spread one apiece over the first
    *> partitions, so no partition is ever empty
    divide ws-records by part-count giving part-base
        remainder part-extra
    move 1 to next-first
    perform 3100-plan-one-partition varying part-idx from 1 by 1
        until part-idx is greater than part-count.

3100-plan-one-partition.
    move next-first to pt-first(part-idx)
    move part-base to pt-records(part-idx)
    if part-idx is not greater than part-extra
        add 1 to pt-records(part-idx)
    end-if
    move 0 to pt-written(part-idx)
    add pt-records(part-idx) to next-first.

4000-write-partitions.
    open input split-input-file
    move 0 to input-eof
    read split-input-file at end move 1 to input-eof end-read
    perform 4100-write-one-partition varying part-idx from 1 by 1
        until part-idx is greater than part-count
            or refused-sw is equal to 'Y'
    close split-input-file.

4100-write-one-partition.
    perform 4200-build-part-name
    open output part-output-file
    if part-output-status is not equal to '00'
        display "REFUSED: " part-output-name(1:40)
            " could not be created - status " part-output-status
        move 'Y' to refused-sw
    else
        perform until input-eof is equal to 1
                or pt-written(part-idx) is equal to
                    pt-records(part-idx)
            write part-output-record from split-input-record
            add 1 to pt-written(part-idx)
            read split-input-file at end move 1 to input-eof end-read
        end-perform
        close part-output-file
        if pt-written(part-idx) is not equal to pt-records(part-idx)
            *> the file shrank between the count and the cut
            display "REFUSED: " split-input-name(1:40)
                " changed while it was being split"
            move 'Y' to refused-sw
        end-if
    end-if.

4200-build-part-name.
    move part-idx to part-number
    move spaces to part-tag
    string set-name delimited by space
        part-number delimited by size
        into part-tag
    move spaces to part-output-name
    string part-tag delimited by space
        '.INP' delimited by size
        into part-output-name.

5000-register-set.
    open extend partition-dir-file
    if partition-dir-status is not equal to '00'
        open output partition-dir-file
    end-if
    move set-name to pss-set
    move 0 to pss-part
    move 'SPLIT' to pss-type
    accept pss-date from date yyyymmdd
    accept pss-time from time
    move spaces to pss-operator
    move split-input-name to pss-file
    move part-count to pss-parts
    move ws-records to pss-records
    write partition-dir-record from part-split-line
    perform 5100-register-one-partition varying part-idx from 1 by 1
        until part-idx is greater than part-count
    close partition-dir-file.

5100-register-one-partition.
    perform 4200-build-part-name
    move set-name to psp-set
    move part-number to psp-part
    move 'PART' to psp-type
    move pss-date to psp-date
    move pss-time to psp-time
    move spaces to psp-operator
    move part-output-name to psp-file
    move pt-first(part-idx) to psp-first-pos
    move pt-records(part-idx) to psp-records
    write partition-dir-record from part-entry-line.

6000-print-summary.
    move spaces to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move " Partition Split Summary     " to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move spaces to rp-line
    string " Input File:        " split-input-name(1:40)
        delimited by size into rp-line
    perform 9800-report-line
    move spaces to rp-line
    string " Partition Set:     " set-name
        delimited by size into rp-line
    perform 9800-report-line
    move ws-records to out-count
    move spaces to rp-line
    string " Records:           " out-count
        delimited by size into rp-line
    perform 9800-report-line
    perform 6100-print-one-partition varying part-idx from 1 by 1
        until part-idx is greater than part-count
    move spaces to rp-line
    string " Run each partition with roman-numerals option 9, then"
        " partition-merge"
        delimited by size into rp-line
    perform 9800-report-line.

6100-print-one-partition.
    perform 4200-build-part-name
    move pt-first(part-idx) to out-count
    move pt-records(part-idx) to out-count2
    move spaces to rp-line
    string "  " part-output-name(1:16) " first position " out-count
        " records " out-count2
        delimited by size into rp-line
    perform 9800-report-line.

9700-open-report.
    move 'OPEN' to rp-function
    move 'PARTITION-SPLIT' to rp-program
    move 'PARTSPLT' to rp-code
    move spaces to rp-title
    string 'PARTITION SPLIT - SET ' delimited by size
        set-name delimited by space
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
