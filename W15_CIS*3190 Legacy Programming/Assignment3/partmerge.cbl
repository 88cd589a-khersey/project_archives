*>
*> filename:   partmerge.cbl
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> partition merge - the last step of a partitioned run. partition-
*> split cut a large branch file into a set of partitions, and each
*> partition was converted by its own roman-numerals partition-mode
*> run into files of its own (see partsetrec.cpy). this step puts the
*> set back together so that, downstream, it is one file-mode run
*> over the original file: one results extract with one trailer, one
*> control report, one ROMANCTL.LOG line and one FILESTAT.LOG line
*> whose read, converted, rejected, and total figures are the sums of
*> the partitions', and one reject queue.
*>
*> nothing is merged until the whole set foots. every partition must
*> have a RESULT on PARTSET.DIR that is GOOD (a partition stopped by
*> its reject tolerance is FAIL), must have read exactly the records
*> partition-split gave it, and all must have converted under one
*> profile. each partition's own files must then agree with its
*> result: converted plus rejected equals read, the extract's detail
*> count and accepted total equal its trailer and the result, the
*> journal holds one entry per converted record summing to the
*> total, and the reject file and reject archive one line per
*> rejected record. any failure is listed and the step ends with
*> return code 8, writing nothing - rerun the partition and merge
*> again.
*>
*> a set that foots is merged under the four shared-file run locks,
*> held by the reserved operator id PARTMRGE:
*>   - the partitions' journal entries and rejects go through
*>     journal-writer to CONVERT.JNL, CONVERT.REJ (started fresh, as
*>     any forward run starts it), and CONVERT.RJA, in partition order
*>     and stamped as the partition runs stamped them
*>   - ROMANFREQ.DAT is posted from the journal entries, in input
*>     order, which the partition runs left alone - so the set's
*>     first-seen values are exactly file mode's
*>   - the arrivals go to DOCARRIV.LOG under the original file's name
*>   - the merged extract is written and registered on EXTSENT.DAT;
*>     its run fields name PARTMRGE, so extract-regen sends a merged
*>     extract back here rather than rebuilding it from the journal
*>   - duplicates are found over the whole file, not per partition
*>   - the rejects are queued once, under the original file's name
*>   - the QA sample is drawn over the merged file, at the
*>     QASAMPLE.CTL rate and never fewer than one, as file mode draws
*>     it - the partition runs draw none of their own
*> and a MERGED line closes the set on PARTSET.DIR. a set merges once.
*>
*> the merge posts the partitions' work, so it posts it under their
*> date: every partition must have finished on the same day, the
*> set's ROMANCTL.LOG and FILESTAT.LOG lines carry that day (as the
*> replayed journal entries do), and a set whose day falls in a month
*> period-close has closed is refused with a FAIL line on
*> ROMANCTL.LOG - its entries never reached the month's journal.
*>

identification division.
program-id. partition-merge.

environment division.
input-output section.
file-control.
    select partition-dir-file assign to "PARTSET.DIR"
        organization is line sequential
        file status is partition-dir-status.
    select part-extract-file assign to dynamic part-file-name
        organization is line sequential
        file status is part-file-status.
    select part-journal-file assign to dynamic part-file-name
        organization is line sequential
        file status is part-file-status.
    select part-reject-file assign to dynamic part-file-name
        organization is line sequential
        file status is part-file-status.
    select part-archive-file assign to dynamic part-archive-name
        organization is line sequential
        file status is part-archive-status.
    select part-arrival-file assign to dynamic part-file-name
        organization is line sequential
        file status is part-file-status.
    select merged-extract-file assign to dynamic merged-extract-name
        organization is line sequential
        file status is merged-extract-status.
    select arrival-log-file assign to "DOCARRIV.LOG"
        organization is line sequential
        file status is arrival-log-status.
    select frequency-file assign to "ROMANFREQ.DAT"
        organization is indexed
        access mode is dynamic
        record key is freq-key
        file status is freq-file-status.
    select control-log-file assign to "ROMANCTL.LOG"
        organization is line sequential
        file status is control-log-status.
    select file-stat-file assign to "FILESTAT.LOG"
        organization is line sequential
        file status is file-stat-status.
    select extract-sent-file assign to "EXTSENT.DAT"
        organization is line sequential
        file status is extract-sent-status.
    select convert-reject-file assign to "CONVERT.REJ"
        organization is line sequential
        file status is convert-reject-status.
    select reject-queue-file assign to dynamic reject-queue-name
        organization is line sequential.
    select queue-directory-file assign to "REJQUEUE.DIR"
        organization is line sequential
        file status is queue-dir-status.
    select seen-work-file assign to "MERGSEEN.TMP"
        organization is line sequential.
    select sorted-seen-file assign to "MERGSORT.TMP"
        organization is line sequential.
    select seen-sort-file assign to "MERGSRT.TMP".
    select qa-sample-file assign to "QASAMPLE.DAT"
        organization is indexed
        access mode is dynamic
        record key is qs-key
        file status is qa-sample-status.
    select qa-control-file assign to "QASAMPLE.CTL"
        organization is line sequential
        file status is qa-control-status.
    select auto-answer-file assign to "AUTOANSW.CRD"
        organization is line sequential
        file status is answer-file-status.

data division.
file section.
fd partition-dir-file.
    01 partition-dir-record pic X(360).

fd part-extract-file.
    01 part-extract-record pic X(51).

fd part-journal-file.
    01 part-journal-record pic X(231).

fd part-reject-file.
    01 part-reject-record pic X(120).

fd part-archive-file.
    01 part-archive-record pic X(151).

fd part-arrival-file.
    01 part-arrival-record pic X(210).

fd qa-sample-file.
    copy qasamprec.

fd qa-control-file.
    01 qa-control-record pic X(10).

fd merged-extract-file.
    01 merged-extract-record pic X(51).

fd arrival-log-file.
    01 arrival-log-record pic X(210).

fd frequency-file.
    01 freq-record.
        02 freq-key       pic X(30).
        02 freq-count     pic 9(8) usage is computational.
        02 freq-last-seen pic 9(8).

fd control-log-file.
    01 control-log-record pic X(201).

fd file-stat-file.
    01 file-stat-record pic X(305).

fd extract-sent-file.
    01 extract-sent-record pic X(310).

fd convert-reject-file.
    01 convert-reject-record pic X(120).

fd reject-queue-file.
    01 reject-queue-record pic X(120).

fd queue-directory-file.
    01 queue-directory-record pic X(184).

fd seen-work-file.
    01 seen-work-record.
        02 sw-numeral  pic X(30).
        02 sw-position pic 9(9).

fd sorted-seen-file.
    01 sorted-seen-record.
        02 ss-numeral  pic X(30).
        02 ss-position pic 9(9).

sd seen-sort-file.
    01 seen-sort-record.
        02 sk-numeral  pic X(30).
        02 sk-position pic 9(9).

fd auto-answer-file.
    01 auto-answer-record pic X(50).

working-storage section.
77 partition-dir-status  pic X(2).
77 part-file-status      pic X(2).
77 part-archive-status   pic X(2).
77 merged-extract-status pic X(2).
77 arrival-log-status    pic X(2).
77 freq-file-status      pic X(2).
77 control-log-status    pic X(2).
77 file-stat-status      pic X(2).
77 extract-sent-status   pic X(2).
77 convert-reject-status pic X(2).
77 queue-dir-status      pic X(2).
77 dir-eof     pic S9.
77 part-eof    pic S9.
77 archive-eof pic S9.
77 seen-eof    pic S9.
copy partsetrec.
copy journalrec.
copy rejectrec.
copy rejarchrec.
copy docarrrec.
copy ctllogrec.
copy filestatrec.
copy extsentrec.
copy rejqdirrec.

*> QA sample over the merged file - the draw is roman-numerals' own:
*> Park-Miller off the clock, with a reservoir-chosen spare filed
*> when the rate draws nothing
copy qasampctl.
77 qa-sample-status  pic X(2).
77 qa-control-status pic X(2).
77 qa-sample-open-sw pic X(1) value 'N'.
77 qa-run-date  pic 9(8).
77 qa-run-time  pic 9(8).
77 qa-seed      pic S9(18) usage is computational.
77 qa-work      pic S9(18) usage is computational.
77 qa-quotient  pic S9(18) usage is computational.
77 qa-draw      pic S9(9)  usage is computational.
77 qa-passed-over pic S9(8) usage is computational.
77 qa-pick-position pic 9(8).
77 qa-pick-ref      pic X(10).
77 qa-pick-numeral  pic X(30).
77 qa-pick-value    pic 9(9).
77 qa-pick-operator pic X(8).
77 qa-spare-sw       pic X(1).
77 qa-spare-position pic 9(8).
77 qa-spare-ref      pic X(10).
77 qa-spare-numeral  pic X(30).
77 qa-spare-value    pic 9(9).
77 qa-spare-operator pic X(8).
77 ws-qa-samples     pic S9(8) usage is computational value zero.

*> unattended operation - prompts read from AUTOANSW.CRD when the
*> job-stream controller has left answers there; see roman-numerals
77 answer-file-status   pic X(2).
77 answer-mode-sw       pic X(1) value 'N'.
77 answer-exhausted-sw  pic X(1) value 'N'.
77 answer-reply         pic X(50).
77 answer-next          pic X(50).

77 merge-operator pic X(8) value 'PARTMRGE'.
77 writer-function pic X(8).
77 lock-function pic X(8).
77 lock-resource pic X(14).
77 lock-result   pic S9 usage is computational.
77 locks-refused-sw pic X(1) value 'N'.
01 run-lock-resources.
    02 filler pic X(14) value 'CONVERT.JNL'.
    02 filler pic X(14) value 'CONVERT.REJ'.
    02 filler pic X(14) value 'CONVERT.RJA'.
    02 filler pic X(14) value 'ROMANFREQ.DAT'.
01 run-lock-table redefines run-lock-resources.
    02 rlk-resource occurs 4 times pic X(14).
77 rlk-idx pic S9(2) usage is computational.

77 set-name            pic X(6).
77 merged-extract-name pic X(50).
77 original-file-name  pic X(50).
77 part-file-name      pic X(50).
77 part-archive-name   pic X(50).
77 part-tag            pic X(10).
77 part-number         pic 9(2).
77 split-found-sw      pic X(1) value 'N'.
*> the day the partitions ran, and the latest time one finished
77 set-run-date        pic 9(8) value zero.
77 set-run-time        pic 9(8) value zero.
77 period-closed-sw    pic X(1) value 'N'.
copy periodarea.
77 set-merged-sw       pic X(1) value 'N'.
77 refused-sw          pic X(1) value 'N'.
77 set-profile         pic X(8).
77 split-parts         pic S9(2) usage is computational value zero.
77 split-records       pic S9(9) usage is computational value zero.

*> the set's partitions, off PARTSET.DIR - each PART line and the
*> latest RESULT line for it
01 part-table.
    02 pt-entry occurs 20 times.
        03 pt-part-found-sw pic X(1).
        03 pt-result-found-sw pic X(1).
        03 pt-first    pic S9(9) usage is computational.
        03 pt-records  pic S9(9) usage is computational.
        03 pt-result   pic X(360).
77 part-idx pic S9(2) usage is computational.

*> what each partition's own files hold, counted for the footing
77 ft-details     pic S9(9)  usage is computational.
77 ft-accepted    pic S9(9)  usage is computational.
77 ft-ext-total   pic S9(10) usage is computational.
77 ft-trailers    pic S9(4)  usage is computational.
77 ft-journal     pic S9(9)  usage is computational.
77 ft-jnl-total   pic S9(10) usage is computational.
77 ft-rejects     pic S9(9)  usage is computational.
77 ft-archived    pic S9(9)  usage is computational.
77 result-text    pic X(8).
77 result-value   pic 9(8).

*> the set's figures - sums of the partitions' results, plus what
*> only the merge can know: first-seen values and duplicates
77 ws-records-read      pic S9(9)  usage is computational value zero.
77 ws-records-converted pic S9(9)  usage is computational value zero.
77 ws-records-rejected  pic S9(9)  usage is computational value zero.
77 ws-grand-total       pic S9(10) usage is computational value zero.
77 ws-rej-bad-char      pic S9(9)  usage is computational value zero.
77 ws-rej-bad-seq       pic S9(9)  usage is computational value zero.
77 ws-rej-bad-table     pic S9(9)  usage is computational value zero.
77 ws-cleansed          pic S9(9)  usage is computational value zero.
77 ws-suspect           pic S9(9)  usage is computational value zero.
77 ws-case-warnings     pic S9(9)  usage is computational value zero.
77 ws-first-seen        pic S9(9)  usage is computational value zero.
77 ws-duplicates        pic S9(9)  usage is computational value zero.
77 ws-extract-written   pic S9(9)  usage is computational value zero.
77 ws-extract-total     pic S9(10) usage is computational value zero.
77 ws-position          pic S9(9)  usage is computational.
77 ws-run-start-date    pic 9(8)   value zero.
77 ws-run-start-time    pic 9(8)   value zero.
77 seen-group-numeral   pic X(30).
77 seen-first-pos       pic 9(9).

01 extract-detail-line.
    02 xd-record-type pic X(1).
    02 xd-numeral     pic X(30).
    02 xd-result      pic 9(9).
    02 xd-status      pic X(1).
    02 xd-reference   pic X(10).
01 extract-trailer-line.
    02 xt-record-type pic X(1).
    02 xt-count       pic 9(9).
    02 xt-total       pic 9(10).
    02 filler         pic X(31) value spaces.

*> per-run reject queue, named and registered as roman-numerals
*> names and registers its own - see rejqdirrec.cpy
77 reject-queue-name pic X(50).
77 queue-copy-eof    pic S9.
77 ws-queue-count    pic S9(8) usage is computational.
77 ws-queue-date     pic 9(8).
77 ws-queue-time     pic 9(8).

77 out-part   pic Z9.
77 out-count  pic Z(8)9.
77 out-count2 pic Z(8)9.
77 out-total  pic Z(9)9.
77 out-total2 pic Z(9)9.
77 out-pos    pic Z(8)9.
77 out-pos2   pic Z(8)9.
copy rptarea.

procedure division.
0000-mainline.
    perform 0500-check-answer-file.
    display " Partition Merge".
    display "-----------------".
    display "Partition set name: ".
    perform 0600-get-reply.
    move answer-reply(1:6) to set-name.
    display "Merged extract file name (blank = set name .EXT): ".
    perform 0600-get-reply.
    move answer-reply to merged-extract-name.
    if merged-extract-name is equal to spaces
        string set-name delimited by space
            ".EXT" delimited by size
            into merged-extract-name
    end-if.

    perform 1000-load-set.
    perform 1100-check-set.
    if refused-sw is equal to 'N'
        perform 1200-check-periods
    end-if.
    if refused-sw is equal to 'N'
        perform 2000-foot-one-partition varying part-idx from 1 by 1
            until part-idx is greater than split-parts
    end-if.
    if refused-sw is equal to 'N'
        perform 3000-acquire-run-locks
    end-if.
    if refused-sw is equal to 'N'
        perform 9700-open-report
        perform 4000-replay-partitions
        perform 5000-write-merged-extract
        perform 6000-print-control-report
        if ws-records-rejected is greater than 0
            perform 7000-register-reject-queue
        end-if
        perform 8000-close-set
        perform 9900-close-report
        perform 3500-release-run-locks
    else
        display " "
        display "** MERGE REFUSED - NOTHING WRITTEN **"
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

1000-load-set.
    perform 1010-clear-one-slot varying part-idx from 1 by 1
        until part-idx is greater than 20
    open input partition-dir-file
    if partition-dir-status is equal to '00'
        move 0 to dir-eof
        read partition-dir-file at end move 1 to dir-eof end-read
        perform until dir-eof is equal to 1
            if partition-dir-record(7:6) is equal to set-name
                perform 1020-post-set-line
            end-if
            read partition-dir-file at end move 1 to dir-eof end-read
        end-perform
        close partition-dir-file
    end-if.

1010-clear-one-slot.
    move 'N' to pt-part-found-sw(part-idx)
    move 'N' to pt-result-found-sw(part-idx)
    move 0 to pt-first(part-idx)
    move 0 to pt-records(part-idx)
    move spaces to pt-result(part-idx).

1020-post-set-line.
    evaluate partition-dir-record(31:6)
        when 'SPLIT '
            move partition-dir-record to part-split-line
            move 'Y' to split-found-sw
            move pss-file to original-file-name
            move pss-parts to split-parts
            move pss-records to split-records
        when 'PART  '
            move partition-dir-record to part-entry-line
            if psp-part is greater than 0
                    and psp-part is not greater than 20
                move 'Y' to pt-part-found-sw(psp-part)
                move psp-first-pos to pt-first(psp-part)
                move psp-records to pt-records(psp-part)
            end-if
        when 'RESULT'
            *> a rerun partition writes a later RESULT - the latest
            *> one on file is the one that counts
            move partition-dir-record to part-result-line
            if psr-part is greater than 0
                    and psr-part is not greater than 20
                move 'Y' to pt-result-found-sw(psr-part)
                move partition-dir-record to pt-result(psr-part)
            end-if
        when 'MERGED'
            move 'Y' to set-merged-sw
        when other
            continue
    end-evaluate.

1100-check-set.
    if split-found-sw is equal to 'N'
        display "REFUSED: set " set-name " is not on PARTSET.DIR"
        move 'Y' to refused-sw
    else
        if set-merged-sw is equal to 'Y'
            display "REFUSED: set " set-name " has already been"
                " merged"
            move 'Y' to refused-sw
        else
            move spaces to set-profile
            perform 1110-check-one-result varying part-idx from 1 by 1
                until part-idx is greater than split-parts
        end-if
    end-if.

1110-check-one-result.
    move part-idx to out-part
    if pt-part-found-sw(part-idx) is equal to 'N'
        display "REFUSED: partition " out-part " has no PART line"
        move 'Y' to refused-sw
    else
        if pt-result-found-sw(part-idx) is equal to 'N'
            display "REFUSED: partition " out-part " has not been run"
            move 'Y' to refused-sw
        else
            move pt-result(part-idx) to part-result-line
            perform 1120-check-result-figures
        end-if
    end-if.

1120-check-result-figures.
    if psr-status is not equal to 'GOOD'
        display "REFUSED: partition " out-part " ended " psr-status
            " - rerun it"
        move 'Y' to refused-sw
    end-if
    if psr-read is not equal to pt-records(part-idx)
        move pt-records(part-idx) to out-count
        move psr-read to out-count2
        display "REFUSED: partition " out-part " was cut with "
            out-count " records but read " out-count2
        move 'Y' to refused-sw
    end-if
    if psr-converted + psr-rejected is not equal to psr-read
            or psr-ext-count is not equal to psr-read
            or psr-ext-total is not equal to psr-total
        display "REFUSED: partition " out-part "'s control figures"
            " do not foot - read " psr-read " conv " psr-converted
            " rej " psr-rejected " extract " psr-ext-count
        move 'Y' to refused-sw
    end-if
    if set-run-date is equal to 0
        move psr-date to set-run-date
    end-if
    if psr-date is not equal to set-run-date
        display "REFUSED: partition " out-part " ran on " psr-date
            ", the set on " set-run-date " - rerun it the same day"
        move 'Y' to refused-sw
    end-if
    if psr-time is greater than set-run-time
        move psr-time to set-run-time
    end-if
    if set-profile is equal to spaces
        move psr-profile to set-profile
    else
        if psr-profile is not equal to set-profile
            display "REFUSED: partition " out-part " converted under"
                " profile " psr-profile ", the set under "
                set-profile
            move 'Y' to refused-sw
        end-if
    end-if.

1200-check-periods.
    move 'N' to period-closed-sw
    perform 1210-check-one-period varying part-idx from 1 by 1
        until part-idx is greater than split-parts
    if period-closed-sw is equal to 'Y'
        move 'Y' to refused-sw
        perform 1250-write-fail-log
    end-if.

1210-check-one-period.
    move pt-result(part-idx) to part-result-line
    move 'CHECK' to pa-function
    move psr-date to pa-date
    call "period-check" using period-area
    if pa-result is equal to 2
        move part-idx to out-part
        display "REFUSED: partition " out-part " ran on " psr-date
            ", in a closed period"
        move 'Y' to period-closed-sw
    end-if.

1250-write-fail-log.
    *> nothing is posted, so the line carries no figures - it is there
    *> so the refused step is seen the way a failed run is
    move 0 to cl-read
    move 0 to cl-converted
    move 0 to cl-rejected
    move 0 to cl-total
    move 0 to cl-warnings
    move 0 to cl-duplicates
    move 'FAIL' to cl-status
    move 'FWD' to cl-direction
    move 0 to cl-first
    move 0 to cl-suspect
    move set-profile to cl-profile
    accept cl-date from date yyyymmdd
    accept cl-time from time
    open extend control-log-file
    if control-log-status is not equal to '00'
        open output control-log-file
    end-if
    write control-log-record from control-log-line
    close control-log-file.

2000-foot-one-partition.
    *> the partition's own files against its RESULT line
    move pt-result(part-idx) to part-result-line
    move part-idx to out-part
    perform 2900-build-part-tag
    perform 2100-count-extract
    perform 2200-count-journal
    perform 2300-count-rejects
    if ft-trailers is not equal to 1
            or ft-details is not equal to psr-ext-count
            or ft-accepted is not equal to psr-converted
            or ft-ext-total is not equal to psr-ext-total
        move ft-details to out-count
        move ft-ext-total to out-total
        display "REFUSED: partition " out-part "'s extract does not"
            " foot - " out-count " details, total " out-total
        move 'Y' to refused-sw
    end-if
    if ft-journal is not equal to psr-converted
            or ft-jnl-total is not equal to psr-total
        move ft-journal to out-count
        move ft-jnl-total to out-total
        display "REFUSED: partition " out-part "'s journal does not"
            " foot - " out-count " entries, total " out-total
        move 'Y' to refused-sw
    end-if
    if ft-rejects is not equal to psr-rejected
            or ft-archived is not equal to psr-rejected
        move ft-rejects to out-count
        move ft-archived to out-count2
        display "REFUSED: partition " out-part "'s rejects do not"
            " foot - " out-count " queued, " out-count2 " archived"
        move 'Y' to refused-sw
    end-if
    if ws-run-start-date is equal to 0
            or psr-start-date is less than ws-run-start-date
            or (psr-start-date is equal to ws-run-start-date
                and psr-start-time is less than ws-run-start-time)
        move psr-start-date to ws-run-start-date
        move psr-start-time to ws-run-start-time
    end-if.

2100-count-extract.
    move 0 to ft-details
    move 0 to ft-accepted
    move 0 to ft-ext-total
    move 0 to ft-trailers
    move spaces to part-file-name
    string part-tag delimited by space
        '.EXT' delimited by size
        into part-file-name
    open input part-extract-file
    if part-file-status is equal to '00'
        move 0 to part-eof
        read part-extract-file at end move 1 to part-eof end-read
        perform until part-eof is equal to 1
            if part-extract-record(1:1) is equal to 'D'
                move part-extract-record to extract-detail-line
                add 1 to ft-details
                if xd-status is equal to 'A'
                    add 1 to ft-accepted
                    add xd-result to ft-ext-total
                end-if
            else
                if part-extract-record(1:1) is equal to 'T'
                    move part-extract-record to extract-trailer-line
                    add 1 to ft-trailers
                    if xt-count is not equal to ft-details
                            or xt-total is not equal to ft-ext-total
                        add 1 to ft-trailers
                    end-if
                end-if
            end-if
            read part-extract-file at end move 1 to part-eof end-read
        end-perform
        close part-extract-file
    end-if.

2200-count-journal.
    move 0 to ft-journal
    move 0 to ft-jnl-total
    move spaces to part-file-name
    string part-tag delimited by space
        '.JNL' delimited by size
        into part-file-name
    open input part-journal-file
    if part-file-status is equal to '00'
        move 0 to part-eof
        read part-journal-file at end move 1 to part-eof end-read
        perform until part-eof is equal to 1
            move part-journal-record to journal-line
            add 1 to ft-journal
            *> JL-RESULT holds the decimal as right-justified edited
            *> text in its first 8 bytes (see journalrec.cpy)
            move jl-result(1:8) to result-text
            inspect result-text replacing leading space by zero
            if result-text is numeric
                move result-text to result-value
                add result-value to ft-jnl-total
            end-if
            read part-journal-file at end move 1 to part-eof end-read
        end-perform
        close part-journal-file
    end-if.

2300-count-rejects.
    move 0 to ft-rejects
    move 0 to ft-archived
    move spaces to part-file-name
    string part-tag delimited by space
        '.REJ' delimited by size
        into part-file-name
    open input part-reject-file
    if part-file-status is equal to '00'
        move 0 to part-eof
        read part-reject-file at end move 1 to part-eof end-read
        perform until part-eof is equal to 1
            add 1 to ft-rejects
            read part-reject-file at end move 1 to part-eof end-read
        end-perform
        close part-reject-file
    end-if
    perform 2910-build-archive-name
    open input part-archive-file
    if part-archive-status is equal to '00'
        move 0 to archive-eof
        read part-archive-file at end move 1 to archive-eof end-read
        perform until archive-eof is equal to 1
            add 1 to ft-archived
            read part-archive-file at end move 1 to archive-eof
            end-read
        end-perform
        close part-archive-file
    end-if.

2900-build-part-tag.
    move part-idx to part-number
    move spaces to part-tag
    string set-name delimited by space
        part-number delimited by size
        into part-tag.

2910-build-archive-name.
    move spaces to part-archive-name
    string part-tag delimited by space
        '.RJA' delimited by size
        into part-archive-name.

3000-acquire-run-locks.
    *> an unattended step has nobody to judge a stale lock - a lock
    *> held by anyone refuses the merge, and the set stays open
    move 'N' to locks-refused-sw
    move 'ACQUIRE' to lock-function
    perform 3010-acquire-one-lock varying rlk-idx from 1 by 1
        until rlk-idx is greater than 4
            or locks-refused-sw is equal to 'Y'
    if locks-refused-sw is equal to 'Y'
        display "REFUSED: shared files are in use"
        move 'Y' to refused-sw
        perform 3500-release-run-locks
    end-if.

3010-acquire-one-lock.
    move rlk-resource(rlk-idx) to lock-resource
    call "run-lock" using lock-function, lock-resource,
        merge-operator, lock-result
    if lock-result is not equal to 1
        move 'Y' to locks-refused-sw
    end-if.

3500-release-run-locks.
    move 'RELEASE' to lock-function
    perform 3510-release-one-lock varying rlk-idx from 1 by 1
        until rlk-idx is greater than 4.

3510-release-one-lock.
    move rlk-resource(rlk-idx) to lock-resource
    call "run-lock" using lock-function, lock-resource,
        merge-operator, lock-result.

4000-replay-partitions.
    *> the partitions' entries reach the shared files through their
    *> custodian, exactly as a file-mode run's would
    move 'NEWRUN' to writer-function
    call "journal-writer" using writer-function, journal-line,
        reject-line, reject-archive-line
    move 'BEGIN' to writer-function
    call "journal-writer" using writer-function, journal-line,
        reject-line, reject-archive-line
    open i-o frequency-file
    if freq-file-status is not equal to '00'
        open output frequency-file
        close frequency-file
        open i-o frequency-file
    end-if
    open extend arrival-log-file
    if arrival-log-status is not equal to '00'
        open output arrival-log-file
    end-if
    perform 4100-replay-one-partition varying part-idx from 1 by 1
        until part-idx is greater than split-parts
    close arrival-log-file
    close frequency-file
    move 'END' to writer-function
    call "journal-writer" using writer-function, journal-line,
        reject-line, reject-archive-line.

4100-replay-one-partition.
    move pt-result(part-idx) to part-result-line
    add psr-read      to ws-records-read
    add psr-converted to ws-records-converted
    add psr-rejected  to ws-records-rejected
    add psr-total     to ws-grand-total
    add psr-bad-char  to ws-rej-bad-char
    add psr-bad-seq   to ws-rej-bad-seq
    add psr-bad-table to ws-rej-bad-table
    add psr-cleansed  to ws-cleansed
    add psr-suspect   to ws-suspect
    add psr-warnings  to ws-case-warnings
    perform 2900-build-part-tag
    perform 4200-replay-journal
    perform 4300-replay-rejects
    perform 4400-replay-arrivals.

4200-replay-journal.
    move spaces to part-file-name
    string part-tag delimited by space
        '.JNL' delimited by size
        into part-file-name
    open input part-journal-file
    move 0 to part-eof
    read part-journal-file at end move 1 to part-eof end-read
    perform until part-eof is equal to 1
        move part-journal-record to journal-line
        move 'JOURNAL' to writer-function
        call "journal-writer" using writer-function, journal-line,
            reject-line, reject-archive-line
        perform 4250-update-frequency
        read part-journal-file at end move 1 to part-eof end-read
    end-perform
    close part-journal-file.

4250-update-frequency.
    *> the same posting roman-numerals' 7000-update-frequency makes
    *> for every record file mode converts
    move jl-value to freq-key
    read frequency-file key is freq-key
        invalid key
            add 1 to ws-first-seen
            move spaces to rp-line
            string "FIRST SEEN ref " jl-reference ": " jl-value
                delimited by size into rp-line
            perform 9800-report-line
            move jl-value to freq-key
            move 1 to freq-count
            accept freq-last-seen from date yyyymmdd
            write freq-record
        not invalid key
            add 1 to freq-count
            accept freq-last-seen from date yyyymmdd
            rewrite freq-record
    end-read.

4300-replay-rejects.
    *> the reject file and the archive were written in step, one line
    *> each per reject - they go back through REJECT in step
    move spaces to part-file-name
    string part-tag delimited by space
        '.REJ' delimited by size
        into part-file-name
    perform 2910-build-archive-name
    open input part-reject-file
    open input part-archive-file
    move 0 to part-eof
    read part-reject-file at end move 1 to part-eof end-read
    perform until part-eof is equal to 1
        move part-reject-record to reject-line
        read part-archive-file into reject-archive-line
            at end move spaces to reject-archive-line
        end-read
        move 'REJECT' to writer-function
        call "journal-writer" using writer-function, journal-line,
            reject-line, reject-archive-line
        read part-reject-file at end move 1 to part-eof end-read
    end-perform
    close part-reject-file
    close part-archive-file.

4400-replay-arrivals.
    *> arrivals are logged under the file the branch sent, so the
    *> document trail never mentions a partition
    move spaces to part-file-name
    string part-tag delimited by space
        '.ARR' delimited by size
        into part-file-name
    open input part-arrival-file
    if part-file-status is equal to '00'
        move 0 to part-eof
        read part-arrival-file at end move 1 to part-eof end-read
        perform until part-eof is equal to 1
            move part-arrival-record to document-arrival-line
            move original-file-name to da-file
            write arrival-log-record from document-arrival-line
            read part-arrival-file at end move 1 to part-eof end-read
        end-perform
        close part-arrival-file
    end-if.

5000-write-merged-extract.
    open output merged-extract-file
    open output seen-work-file
    perform 5010-open-qa-sample
    perform 5100-copy-one-extract varying part-idx from 1 by 1
        until part-idx is greater than split-parts
    if qa-sample-open-sw is equal to 'Y'
        perform 5030-close-qa-sample
    end-if
    close seen-work-file
    move 'T' to xt-record-type
    move ws-extract-written to xt-count
    move ws-extract-total to xt-total
    write merged-extract-record from extract-trailer-line
    close merged-extract-file
    perform 5500-register-extract-sent.

5100-copy-one-extract.
    *> details in input order - partition by partition, each in its
    *> own record order - with the input position each one had in
    *> the original file kept alongside for the duplicates section
    perform 2900-build-part-tag
    move spaces to part-file-name
    string part-tag delimited by space
        '.EXT' delimited by size
        into part-file-name
    compute ws-position = pt-first(part-idx) - 1
    move pt-result(part-idx) to part-result-line
    open input part-extract-file
    move 0 to part-eof
    read part-extract-file at end move 1 to part-eof end-read
    perform until part-eof is equal to 1
        if part-extract-record(1:1) is equal to 'D'
            move part-extract-record to extract-detail-line
            write merged-extract-record from extract-detail-line
            add 1 to ws-extract-written
            if xd-status is equal to 'A'
                add xd-result to ws-extract-total
            end-if
            add 1 to ws-position
            move xd-numeral to sw-numeral
            move ws-position to sw-position
            write seen-work-record
            if xd-status is equal to 'A'
                    and qa-sample-open-sw is equal to 'Y'
                perform 5020-draw-qa-sample
            end-if
        end-if
        read part-extract-file at end move 1 to part-eof end-read
    end-perform
    close part-extract-file.

5010-open-qa-sample.
    *> a sample file that can't be opened costs the merge its sample,
    *> not its extract. the merge's own stamp keys the samples
    accept qa-run-date from date yyyymmdd
    accept qa-run-time from time
    compute qa-seed = qa-run-time + 1
    move 0 to ws-qa-samples
    move 0 to qa-passed-over
    move 'N' to qa-spare-sw
    move 2 to qc-rate
    open input qa-control-file
    if qa-control-status is equal to '00'
        read qa-control-file into qa-sample-control-line
            at end move 2 to qc-rate
        end-read
        close qa-control-file
    end-if
    if qc-rate is not numeric or qc-rate is greater than 100
        move 2 to qc-rate
    end-if
    open i-o qa-sample-file
    if qa-sample-status is not equal to '00'
        open output qa-sample-file
        close qa-sample-file
        open i-o qa-sample-file
    end-if
    if qa-sample-status is equal to '00'
        move 'Y' to qa-sample-open-sw
    else
        display "WARNING: QASAMPLE.DAT could not be opened - status "
            qa-sample-status " - no QA sample for this set"
    end-if.

5020-draw-qa-sample.
    move ws-position to qa-pick-position
    move xd-reference to qa-pick-ref
    move xd-numeral to qa-pick-numeral
    move xd-result to qa-pick-value
    move psr-operator to qa-pick-operator
    perform 5090-next-random
    divide qa-seed by 100 giving qa-quotient remainder qa-draw
    if qa-draw is less than qc-rate
        perform 5040-write-qa-sample
    else
        if ws-qa-samples is equal to 0
            *> the k-th record passed over becomes the spare with
            *> chance 1 in k
            add 1 to qa-passed-over
            perform 5090-next-random
            divide qa-seed by qa-passed-over
                giving qa-quotient remainder qa-draw
            if qa-draw is equal to 0
                move 'Y' to qa-spare-sw
                move qa-pick-position to qa-spare-position
                move qa-pick-ref to qa-spare-ref
                move qa-pick-numeral to qa-spare-numeral
                move qa-pick-value to qa-spare-value
                move qa-pick-operator to qa-spare-operator
            end-if
        end-if
    end-if.

5030-close-qa-sample.
    if ws-qa-samples is equal to 0 and qa-spare-sw is equal to 'Y'
        move qa-spare-position to qa-pick-position
        move qa-spare-ref to qa-pick-ref
        move qa-spare-numeral to qa-pick-numeral
        move qa-spare-value to qa-pick-value
        move qa-spare-operator to qa-pick-operator
        perform 5040-write-qa-sample
    end-if
    close qa-sample-file
    move 'N' to qa-sample-open-sw.

5040-write-qa-sample.
    *> the operator is the partition run's, so the QA station still
    *> keeps a checker off work of their own
    move qa-run-date to qs-run-date
    move qa-run-time to qs-run-time
    move 1 to qs-file-seq
    move qa-pick-position to qs-position
    move original-file-name to qs-file
    move spaces to qs-branch
    move qa-pick-ref to qs-reference
    move qa-pick-operator to qs-operator
    move set-profile to qs-profile
    move qa-pick-numeral to qs-numeral
    move qa-pick-value to qs-value
    move 'OPEN' to qs-status
    move spaces to qs-keyed
    move 0 to qs-keyed-value
    move spaces to qs-result
    move spaces to qs-checker
    move 0 to qs-check-date
    move 0 to qs-check-time
    write qa-sample-record
        invalid key
            display "QA sample for record " qa-pick-position
                " could not be filed - status " qa-sample-status
        not invalid key
            add 1 to ws-qa-samples
    end-write.

5090-next-random.
    *> Park-Miller minimal standard: seed * 16807 mod (2**31 - 1)
    compute qa-work = qa-seed * 16807
    divide qa-work by 2147483647 giving qa-quotient remainder qa-seed.

5500-register-extract-sent.
    move merged-extract-name to xs-name
    accept xs-date from date yyyymmdd
    move ws-extract-written to xs-count
    move ws-extract-total to xs-total
    move 'SENT' to xs-status
    move ws-run-start-date to xs-start-date
    move ws-run-start-time to xs-start-time
    move xs-date to xs-end-date
    accept xs-end-time from time
    move merge-operator to xs-operator
    move set-profile to xs-profile
    move 1 to xs-first-pos
    move spaces to xs-original
    open extend extract-sent-file
    if extract-sent-status is not equal to '00'
        open output extract-sent-file
    end-if
    write extract-sent-record from extract-sent-line
    close extract-sent-file.

6000-print-control-report.
    move spaces to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move " Control Report              " to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move spaces to rp-line
    string " Input File:        " original-file-name(1:40)
        delimited by size into rp-line
    perform 9800-report-line
    move spaces to rp-line
    string " Partition Set:     " set-name
        delimited by size into rp-line
    perform 9800-report-line
    move split-parts to out-count
    move spaces to rp-line
    string " Partitions Merged: " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-records-read to out-count
    move spaces to rp-line
    string " Records Read:      " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-records-converted to out-count
    move spaces to rp-line
    string " Records Converted: " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-records-rejected to out-count
    move spaces to rp-line
    string " Records Rejected:  " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-grand-total to out-total
    move spaces to rp-line
    string " Grand Total:       " out-total
        delimited by size into rp-line
    perform 9800-report-line
    move spaces to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move " Cleansing Section           " to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move ws-cleansed to out-count
    move spaces to rp-line
    string " Records Amended:   " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move spaces to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move " First-Seen Section          " to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move ws-first-seen to out-count
    move spaces to rp-line
    string " First-Seen Values: " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move spaces to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move " Suspect-Values Section      " to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move ws-suspect to out-count
    move spaces to rp-line
    string " Suspect Values:    " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move spaces to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move " Warnings Section             " to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move ws-case-warnings to out-count
    move spaces to rp-line
    string " Case Warnings:     " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move " Run Status:        GOOD" to rp-line
    perform 9800-report-line
    move spaces to rp-line
    string " (cleansed, suspect, and case-warning records are listed"
        " on the partition runs' reports)"
        delimited by size into rp-line
    perform 9800-report-line
    perform 6100-print-duplicates-section
    move spaces to rp-line
    perform 9800-report-line
    move ws-extract-written to out-count
    move ws-extract-total to out-total
    move spaces to rp-line
    string " Merged extract " merged-extract-name(1:40)
        delimited by size into rp-line
    perform 9800-report-line
    move spaces to rp-line
    string "   trailer count " out-count " total " out-total
        delimited by size into rp-line
    perform 9800-report-line
    move spaces to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move " QA Sample Section           " to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move ws-qa-samples to out-count
    move spaces to rp-line
    string " QA Samples Drawn:  " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move spaces to rp-line
    string " (for blind re-key at the QA station - rate "
        qc-rate " percent, at least one)"
        delimited by size into rp-line
    perform 9800-report-line
    perform 6300-write-control-log
    perform 6400-write-file-stats.

6100-print-duplicates-section.
    move spaces to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move " Duplicates Section          " to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    sort seen-sort-file
        on ascending key sk-numeral
        on ascending key sk-position
        using seen-work-file
        giving sorted-seen-file
    open input sorted-seen-file
    move 0 to seen-eof
    move spaces to seen-group-numeral
    read sorted-seen-file at end move 1 to seen-eof end-read
    perform until seen-eof is equal to 1
        if ss-numeral is equal to seen-group-numeral
            add 1 to ws-duplicates
            move seen-first-pos to out-pos
            move ss-position to out-pos2
            move spaces to rp-line
            string " Record " out-pos2 " repeats record " out-pos ": "
                ss-numeral delimited by size into rp-line
            perform 9800-report-line
        else
            move ss-numeral to seen-group-numeral
            move ss-position to seen-first-pos
        end-if
        read sorted-seen-file at end move 1 to seen-eof end-read
    end-perform
    close sorted-seen-file
    move ws-duplicates to out-count
    move spaces to rp-line
    string " Duplicates Found:  " out-count
        delimited by size into rp-line
    perform 9800-report-line.

6300-write-control-log.
    *> one line for the set, as one file-mode run over the original
    *> file would have written
    move ws-records-read      to cl-read
    move ws-records-converted to cl-converted
    move ws-records-rejected  to cl-rejected
    move ws-grand-total       to cl-total
    move ws-case-warnings     to cl-warnings
    move ws-duplicates        to cl-duplicates
    move 'GOOD' to cl-status
    move 'FWD' to cl-direction
    move ws-first-seen to cl-first
    move ws-suspect to cl-suspect
    move set-profile to cl-profile
    *> the partitions' day, not the merge's - the journal entries
    *> replayed keep theirs, and journal-reconcile balances by day
    move set-run-date to cl-date
    move set-run-time to cl-time
    open extend control-log-file
    if control-log-status is not equal to '00'
        open output control-log-file
    end-if
    write control-log-record from control-log-line
    close control-log-file.

6400-write-file-stats.
    move cl-date to fs-date
    move cl-time to fs-time
    move original-file-name   to fs-file
    move ws-records-read      to fs-read
    move ws-records-converted to fs-converted
    move ws-records-rejected  to fs-rejected
    move ws-rej-bad-char      to fs-bad-char
    move ws-rej-bad-seq       to fs-bad-seq
    move ws-rej-bad-table     to fs-bad-table
    move ws-cleansed          to fs-cleansed
    move ws-duplicates        to fs-duplicates
    move ws-first-seen        to fs-first
    move ws-suspect           to fs-suspect
    move ws-grand-total       to fs-total
    move 'GOOD'               to fs-status
    move set-profile          to fs-profile
    open extend file-stat-file
    if file-stat-status is not equal to '00'
        open output file-stat-file
    end-if
    write file-stat-record from file-stat-line
    close file-stat-file.

7000-register-reject-queue.
    *> CONVERT.REJ now holds exactly the set's rejects - copied off
    *> to a run-named queue the way roman-numerals' 4500 does it
    accept ws-queue-date from date yyyymmdd
    accept ws-queue-time from time
    move spaces to reject-queue-name
    string 'REJQ' delimited by size
        ws-queue-date delimited by size
        '.' delimited by size
        ws-queue-time(1:6) delimited by size
        into reject-queue-name
    move 0 to ws-queue-count
    open output reject-queue-file
    open input convert-reject-file
    if convert-reject-status is equal to '00'
        move 0 to queue-copy-eof
        read convert-reject-file
            at end move 1 to queue-copy-eof
        end-read
        perform until queue-copy-eof is equal to 1
            write reject-queue-record from convert-reject-record
            add 1 to ws-queue-count
            read convert-reject-file
                at end move 1 to queue-copy-eof
            end-read
        end-perform
        close convert-reject-file
    end-if
    close reject-queue-file
    move reject-queue-name to rq-queue-name
    move ws-queue-date to rq-date
    move ws-queue-time to rq-time
    move original-file-name to rq-source
    move ws-queue-count to rq-count
    move 'OPEN' to rq-status
    move set-profile to rq-profile
    move 'FWD' to rq-direction
    open extend queue-directory-file
    if queue-dir-status is not equal to '00'
        open output queue-directory-file
    end-if
    write queue-directory-record from reject-queue-line
    close queue-directory-file
    move spaces to rp-line
    string "Rejects queued to " rq-queue-name
        delimited by size into rp-line
    perform 9800-report-line.

8000-close-set.
    move set-name to psm-set
    move 0 to psm-part
    move 'MERGED' to psm-type
    accept psm-date from date yyyymmdd
    accept psm-time from time
    move merge-operator to psm-operator
    move merged-extract-name to psm-file
    move ws-extract-written to psm-count
    move ws-extract-total to psm-total
    open extend partition-dir-file
    if partition-dir-status is not equal to '00'
        open output partition-dir-file
    end-if
    write partition-dir-record from part-merged-line
    close partition-dir-file
    move spaces to rp-line
    string "Set " set-name " closed MERGED on PARTSET.DIR"
        delimited by size into rp-line
    perform 9800-report-line.

9700-open-report.
    move 'OPEN' to rp-function
    move 'PARTITION-MERGE' to rp-program
    move 'PARTMRGE' to rp-code
    move spaces to rp-title
    string 'MERGED CONTROL REPORT - SET ' delimited by size
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
