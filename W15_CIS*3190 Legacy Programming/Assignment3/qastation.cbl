*>
*> filename:   qastation.cbl
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> QA station for the blind re-key quality sample. syntax checking
*> and the plausibility range can't catch a record that converted
*> cleanly to the wrong value because the branch keyed it wrong - only
*> a second person reading the physical document can. file and
*> manifest modes of roman-numerals draw a random sample of every
*> file's accepted records into QASAMPLE.DAT (see qasamprec.cpy);
*> this is where the checking is done, and where the shop's measured
*> accuracy comes from.
*>   1. check samples - each open sample is shown by its document
*>      reference only (file and record position when the branch sent
*>      no reference), never the numeral or its value, so the checker
*>      keys the numeral blind off the document. the keying goes
*>      through convert under the sample's own profile, stamped with
*>      the reserved QACHECK id so it is neither journaled nor queued
*>      as a reject; a keying convert won't take is asked for again.
*>      the value is compared with the value converted, and the sample
*>      is closed MATCH or WRONG under the checker's id. the result is
*>      not shown - the checker's next keying stays blind. samples
*>      from a run the checker ran are passed over: the run's screen
*>      showed them every value
*>   2. accuracy report - samples drawn, checked, matched, and wrong,
*>      and the accuracy (matched as a percent of checked) for each
*>      conversion run, for each branch, and overall, then every WRONG
*>      sample with both keyings so it can be taken up with the branch.
*>      a sample whose run didn't name its branch (file mode) is put to
*>      a branch by matching its file name against the branch master's
*>      file-name patterns, the same way the branch scorecard does
*>   3. sample rate - the percent of each file drawn, on QASAMPLE.CTL
*>      (see qasampctl.cpy). supervisor authority only; a refused
*>      attempt is logged to AUTHFAIL.LOG with who and when
*>
*> any active operator may check samples and print the report, so
*> sign-on is the ordinary check against OPERMAST.DAT.
*>

identification division.
program-id. qa-station.

environment division.
input-output section.
file-control.
    select qa-sample-file assign to "QASAMPLE.DAT"
        organization is indexed
        access mode is dynamic
        record key is qs-key
        file status is qa-sample-status.
    select qa-control-file assign to "QASAMPLE.CTL"
        organization is line sequential
        file status is qa-control-status.
    select branch-master assign to "BRANCHMST.DAT"
        organization is indexed
        access mode is dynamic
        record key is br-id
        file status is branch-file-status.
    select auth-fail-file assign to "AUTHFAIL.LOG"
        organization is line sequential
        file status is auth-fail-status.

data division.
file section.
fd qa-sample-file.
    copy qasamprec.

fd qa-control-file.
    01 qa-control-record pic X(10).

fd branch-master.
    01 branch-record.
        02 br-id      pic X(8).
        02 br-name    pic X(30).
        02 br-pattern pic X(50).
        02 br-days    pic X(7).
        02 br-status  pic X(1).

fd auth-fail-file.
    01 auth-fail-record pic X(100).

working-storage section.
77 qa-sample-status   pic X(2).
77 qa-control-status  pic X(2).
77 branch-file-status pic X(2).
77 auth-fail-status   pic X(2).
77 sample-eof pic S9.
77 branch-eof pic S9.
77 menu-choice pic 9(1).
77 ws-operator-id pic X(8).
77 checker-authority pic X(1).
77 confirm-sw pic X(1).
77 ws-date pic 9(8).
77 ws-time pic 9(8).
copy authfailrec.
copy signonarea.
copy qasampctl.
copy rptarea.

77 answer-reply         pic X(50).
77 answer-number        pic S9(8) usage is computational.
77 answer-digit-idx     pic S9(2) usage is computational.
77 answer-digit-seen-sw pic X(1).
77 answer-one-digit     pic 9(1).

*> the checker's keying, and convert's reading of it
copy romanarray.
77 keyed-reply    pic X(30).
77 check-operator pic X(8) value 'QACHECK'.
77 conv-err      pic S9    usage is computational.
77 conv-value    pic S9(8) usage is computational.
77 conv-position pic S9(8) usage is computational.
77 keyed-done-sw pic X(1).
77 quit-sw       pic X(1).
77 ws-checked-now pic S9(6) usage is computational.
77 ws-skipped-now pic S9(6) usage is computational.
77 ws-own-runs    pic S9(6) usage is computational.
77 out-position pic Z(7)9.

*> one slot per branch on the master, plus any branch id a sample
*> names that the master no longer has
01 branch-table.
    02 bt-entry occurs 200 times.
        03 bt-id      pic X(8).
        03 bt-pattern pic X(50).
        03 bt-at-pos  pic S9(4) usage is computational.
        03 bt-drawn   pic S9(8) usage is computational.
        03 bt-checked pic S9(8) usage is computational.
        03 bt-matched pic S9(8) usage is computational.
        03 bt-wrong   pic S9(8) usage is computational.
77 bt-count pic S9(4) usage is computational value zero.
77 bt-idx   pic S9(4) usage is computational.
77 bt-found pic S9(4) usage is computational.
77 bt-overflow-sw pic X(1).
77 px       pic S9(4) usage is computational.

*> samples no branch could be found for
77 un-drawn   pic S9(8) usage is computational.
77 un-checked pic S9(8) usage is computational.
77 un-matched pic S9(8) usage is computational.
77 un-wrong   pic S9(8) usage is computational.

*> pattern match work - see 8200-match-pattern
77 mt-file  pic X(50).
77 mt-at    pic S9(4) usage is computational.
77 mt-len   pic S9(4) usage is computational.
77 match-sw pic X(1).

*> the run being totalled, and the whole file
77 run-open-sw  pic X(1).
77 run-date     pic 9(8).
77 run-time     pic 9(8).
77 run-operator pic X(8).
77 run-drawn    pic S9(8) usage is computational.
77 run-checked  pic S9(8) usage is computational.
77 run-matched  pic S9(8) usage is computational.
77 run-wrong    pic S9(8) usage is computational.
77 all-runs     pic S9(8) usage is computational.
77 all-drawn    pic S9(8) usage is computational.
77 all-checked  pic S9(8) usage is computational.
77 all-matched  pic S9(8) usage is computational.
77 all-wrong    pic S9(8) usage is computational.

*> one line's figures, for 5000-format-figures
77 fg-drawn   pic S9(8) usage is computational.
77 fg-checked pic S9(8) usage is computational.
77 fg-matched pic S9(8) usage is computational.
77 fg-wrong   pic S9(8) usage is computational.
77 fg-pct     pic 9(3)V9.

01 figures-line.
    02 fl-drawn   pic Z(6)9.
    02 filler     pic X(1) value space.
    02 fl-checked pic Z(6)9.
    02 filler     pic X(1) value space.
    02 fl-matched pic Z(6)9.
    02 filler     pic X(1) value space.
    02 fl-wrong   pic Z(6)9.
    02 filler     pic X(2) value spaces.
    02 fl-pct     pic ZZ9.9.
    02 fl-pct-x redefines fl-pct pic X(5).
    02 fl-pct-sign pic X(1).

01 run-line.
    02 rl-date     pic 9(8).
    02 filler      pic X(1) value space.
    02 rl-time     pic 9(8).
    02 filler      pic X(1) value space.
    02 rl-operator pic X(8).
    02 filler      pic X(1) value space.
    02 rl-figures  pic X(45).

01 branch-line.
    02 bl-branch  pic X(10).
    02 filler     pic X(17) value spaces.
    02 bl-figures pic X(45).

01 wrong-line.
    02 wl-reference pic X(10).
    02 filler       pic X(1) value space.
    02 wl-position  pic Z(7)9.
    02 filler       pic X(1) value space.
    02 wl-numeral   pic X(16).
    02 filler       pic X(1) value space.
    02 wl-value     pic Z(7)9.
    02 filler       pic X(1) value space.
    02 wl-keyed     pic X(16).
    02 filler       pic X(1) value space.
    02 wl-keyed-value pic Z(7)9.
    02 filler       pic X(1) value space.
    02 wl-checker   pic X(8).

procedure division.
0000-mainline.
    display " Blind Re-Key QA Station".
    display "-------------------------".
    display "Enter Operator ID: ".
    accept ws-operator-id.
    display "Enter PIN: ".
    accept so-pin.

    perform 0100-sign-on.
    if so-result is equal to 3
        move 8 to return-code
        stop run
    end-if.

    perform 1000-display-menu
    accept menu-choice
    perform until menu-choice is equal to 4
        evaluate menu-choice
            when 1
                perform 2000-check-samples thru 2000-exit
            when 2
                perform 3000-accuracy-report thru 3000-exit
            when 3
                perform 4000-set-sample-rate thru 4000-exit
            when other
                display "Invalid selection - please choose 1 - 4"
        end-evaluate
        perform 1000-display-menu
        accept menu-choice
    end-perform
    stop run.

0100-sign-on.
    *> any active operator may check; the authority level is kept
    *> for the sample-rate change. a missing master falls back open
    *> with a warning, the same way the maintenance programs do
    move 'SIGNON' to so-function
    move ws-operator-id to so-operator
    move 'QA-STATION' to so-program
    move 'Y' to so-interactive
    call "operator-sign-on" using sign-on-area
    if so-result is equal to 2
        display "WARNING: OPERMAST.DAT not available - sign-on"
            " not validated"
        move 'S' to checker-authority
    else
        if so-result is equal to 1
            display "Signed on: " so-name
            move so-authority to checker-authority
        else
            move 3 to so-result
        end-if
    end-if.

0700-reply-to-number.
    move 0 to answer-number
    move 'N' to answer-digit-seen-sw
    move 1 to answer-digit-idx
    perform 0710-scan-one-digit
        until answer-digit-idx is greater than 50.

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

1000-display-menu.
    display " "
    display "==================================="
    display " Blind Re-Key QA Station"
    display " 1. Check samples"
    display " 2. Accuracy report"
    display " 3. Sample rate"
    display " 4. Quit"
    display "==================================="
    display "Enter selection: ".

2000-check-samples.
    open i-o qa-sample-file
    if qa-sample-status is not equal to '00'
        display "QASAMPLE.DAT could not be opened - status "
            qa-sample-status " - no samples on file"
        go to 2000-exit
    end-if
    move 0 to ws-checked-now
    move 0 to ws-skipped-now
    move 0 to ws-own-runs
    move 'N' to quit-sw
    perform 2900-start-samples
    perform until sample-eof is equal to 1
            or quit-sw is equal to 'Y'
        if qs-status is equal to 'OPEN'
            perform 2100-check-one-sample thru 2100-exit
        end-if
        if quit-sw is not equal to 'Y'
            read qa-sample-file next record
                at end move 1 to sample-eof
            end-read
        end-if
    end-perform
    close qa-sample-file
    if quit-sw is not equal to 'Y'
        display "No more open samples"
    end-if
    move ws-checked-now to out-position
    display "Samples checked this session: " out-position
    move ws-skipped-now to out-position
    display "Samples skipped:              " out-position
    if ws-own-runs is greater than 0
        move ws-own-runs to out-position
        display "Samples from your own runs:   " out-position
            " - left for another checker"
    end-if.
2000-exit.
    exit.

2100-check-one-sample.
    if qs-operator is equal to ws-operator-id
        add 1 to ws-own-runs
        go to 2100-exit
    end-if
    display " "
    if qs-reference is not equal to spaces
        display "Document reference: " qs-reference
    else
        move qs-position to out-position
        display "Document with no reference - file "
            qs-file(1:40)
        display "                                record " out-position
    end-if
    move 'N' to keyed-done-sw
    perform 2110-key-sample thru 2110-exit
        until keyed-done-sw is equal to 'Y'.
2100-exit.
    exit.

2110-key-sample.
    display "Key the numeral as the document shows it"
        " (blank = skip, QUIT = stop): "
    move spaces to keyed-reply
    accept keyed-reply
    if keyed-reply is equal to spaces
        add 1 to ws-skipped-now
        move 'Y' to keyed-done-sw
        go to 2110-exit
    end-if
    if keyed-reply is equal to 'QUIT' or keyed-reply is equal to 'quit'
        move 'Y' to quit-sw
        move 'Y' to keyed-done-sw
        go to 2110-exit
    end-if

    move keyed-reply to array-area
    move qs-position to conv-position
    call "convert" using array-area, conv-err, conv-value,
        conv-position, check-operator, qs-reference, keyed-reply,
        qs-profile
    if conv-err is equal to 4 or conv-err is equal to 5
        display "The digit-value table is not usable - checking"
            " stopped"
        move 'Y' to quit-sw
        move 'Y' to keyed-done-sw
        go to 2110-exit
    end-if
    if conv-err is not equal to 1
        display "That is not a numeral - key it again"
        go to 2110-exit
    end-if

    move 'Y' to keyed-done-sw
    move keyed-reply to qs-keyed
    move conv-value to qs-keyed-value
    if conv-value is equal to qs-value
        move 'MATCH' to qs-result
    else
        move 'WRONG' to qs-result
    end-if
    move 'DONE' to qs-status
    move ws-operator-id to qs-checker
    accept qs-check-date from date yyyymmdd
    accept qs-check-time from time
    rewrite qa-sample-record
        invalid key
            display "Sample could not be updated - status "
                qa-sample-status
            go to 2110-exit
    end-rewrite
    add 1 to ws-checked-now
    *> the result stays off the screen - the next keying stays blind
    display "Recorded".
2110-exit.
    exit.

2900-start-samples.
    move low-values to qs-key
    move 0 to sample-eof
    start qa-sample-file key is not less than qs-key
        invalid key move 1 to sample-eof
    end-start
    if sample-eof is not equal to 1
        read qa-sample-file next record
            at end move 1 to sample-eof
        end-read
    end-if.

3000-accuracy-report.
    open input qa-sample-file
    if qa-sample-status is not equal to '00'
        display "QASAMPLE.DAT could not be opened - status "
            qa-sample-status " - no samples on file"
        go to 3000-exit
    end-if
    perform 3100-load-branches
    perform 9700-open-report

    move 0 to un-drawn
    move 0 to un-checked
    move 0 to un-matched
    move 0 to un-wrong
    move 0 to all-runs
    move 0 to all-drawn
    move 0 to all-checked
    move 0 to all-matched
    move 0 to all-wrong
    move 'N' to run-open-sw

    move "Accuracy by conversion run" to rp-line
    perform 9800-report-line
    move spaces to rp-line
    perform 9800-report-line
    move spaces to rp-line
    string "RUN DATE TIME     RAN BY     DRAWN CHECKED MA"
        "TCHED   WRONG  ACCURACY" delimited by size into rp-line
    perform 9800-report-line
    move spaces to rp-line
    string "-------- -------- -------- ------- ------- --"
        "----- -------  --------" delimited by size into rp-line
    perform 9800-report-line

    perform 2900-start-samples
    perform until sample-eof is equal to 1
        perform 3200-post-one-sample
        read qa-sample-file next record
            at end move 1 to sample-eof
        end-read
    end-perform
    if run-open-sw is equal to 'Y'
        perform 3300-print-run
    end-if
    if all-drawn is equal to 0
        move "No samples on file" to rp-line
        perform 9800-report-line
    end-if

    perform 3400-print-branches
    perform 3500-print-overall
    perform 3600-print-wrong
    close qa-sample-file
    perform 9900-close-report.
3000-exit.
    exit.

3100-load-branches.
    *> every branch on the master, open or closed - a closed
    *> branch's old samples still count
    move 0 to bt-count
    move 'N' to bt-overflow-sw
    open input branch-master
    if branch-file-status is equal to '00'
        move low-values to br-id
        move 0 to branch-eof
        start branch-master key is not less than br-id
            invalid key move 1 to branch-eof
        end-start
        if branch-eof is not equal to 1
            read branch-master next record
                at end move 1 to branch-eof
            end-read
        end-if
        perform until branch-eof is equal to 1
            if bt-count is less than 200
                add 1 to bt-count
                move br-id to bt-id(bt-count)
                move br-pattern to bt-pattern(bt-count)
                perform 3110-set-pattern-date
            else
                move 'Y' to bt-overflow-sw
            end-if
            read branch-master next record
                at end move 1 to branch-eof
            end-read
        end-perform
        close branch-master
    end-if
    perform varying bt-idx from 1 by 1
            until bt-idx is greater than bt-count
        move 0 to bt-drawn(bt-idx)
        move 0 to bt-checked(bt-idx)
        move 0 to bt-matched(bt-idx)
        move 0 to bt-wrong(bt-idx)
    end-perform.

3110-set-pattern-date.
    move 0 to bt-at-pos(bt-count)
    perform varying px from 1 by 1 until px is greater than 50
        if br-pattern(px:1) is equal to '@'
                and bt-at-pos(bt-count) is equal to 0
            move px to bt-at-pos(bt-count)
        end-if
    end-perform.

3200-post-one-sample.
    if run-open-sw is equal to 'Y'
            and (qs-run-date is not equal to run-date
                or qs-run-time is not equal to run-time)
        perform 3300-print-run
    end-if
    if run-open-sw is not equal to 'Y'
        move 'Y' to run-open-sw
        move qs-run-date to run-date
        move qs-run-time to run-time
        move qs-operator to run-operator
        move 0 to run-drawn
        move 0 to run-checked
        move 0 to run-matched
        move 0 to run-wrong
        add 1 to all-runs
    end-if
    add 1 to run-drawn
    add 1 to all-drawn
    if qs-status is equal to 'DONE'
        add 1 to run-checked
        add 1 to all-checked
        if qs-result is equal to 'MATCH'
            add 1 to run-matched
            add 1 to all-matched
        else
            add 1 to run-wrong
            add 1 to all-wrong
        end-if
    end-if
    perform 3210-find-branch
    if bt-found is equal to 0
        add 1 to un-drawn
        if qs-status is equal to 'DONE'
            add 1 to un-checked
            if qs-result is equal to 'MATCH'
                add 1 to un-matched
            else
                add 1 to un-wrong
            end-if
        end-if
    else
        add 1 to bt-drawn(bt-found)
        if qs-status is equal to 'DONE'
            add 1 to bt-checked(bt-found)
            if qs-result is equal to 'MATCH'
                add 1 to bt-matched(bt-found)
            else
                add 1 to bt-wrong(bt-found)
            end-if
        end-if
    end-if.

3210-find-branch.
    *> the branch the run named, else the one whose file-name pattern
    *> the sample's file matches
    move 0 to bt-found
    if qs-branch is not equal to spaces
        perform varying bt-idx from 1 by 1
                until bt-idx is greater than bt-count
                    or bt-found is greater than 0
            if bt-id(bt-idx) is equal to qs-branch
                move bt-idx to bt-found
            end-if
        end-perform
        if bt-found is equal to 0 and bt-count is less than 200
            add 1 to bt-count
            move qs-branch to bt-id(bt-count)
            move spaces to bt-pattern(bt-count)
            move 0 to bt-at-pos(bt-count)
            move 0 to bt-drawn(bt-count)
            move 0 to bt-checked(bt-count)
            move 0 to bt-matched(bt-count)
            move 0 to bt-wrong(bt-count)
            move bt-count to bt-found
        end-if
    else
        move qs-file to mt-file
        perform varying bt-idx from 1 by 1
                until bt-idx is greater than bt-count
                    or bt-found is greater than 0
            if bt-pattern(bt-idx) is not equal to spaces
                perform 8200-match-pattern
                if match-sw is equal to 'Y'
                    move bt-idx to bt-found
                end-if
            end-if
        end-perform
    end-if.

3300-print-run.
    move run-drawn to fg-drawn
    move run-checked to fg-checked
    move run-matched to fg-matched
    move run-wrong to fg-wrong
    perform 5000-format-figures
    move run-date to rl-date
    move run-time to rl-time
    move run-operator to rl-operator
    move figures-line to rl-figures
    move run-line to rp-line
    perform 9800-report-line
    move 'N' to run-open-sw.

3400-print-branches.
    move spaces to rp-line
    perform 9800-report-line
    move "Accuracy by branch" to rp-line
    perform 9800-report-line
    move spaces to rp-line
    perform 9800-report-line
    move spaces to rp-line
    string "BRANCH                       DRAWN CHECKED MA"
        "TCHED   WRONG  ACCURACY" delimited by size into rp-line
    perform 9800-report-line
    move spaces to rp-line
    string "--------                   ------- ------- --"
        "----- -------  --------" delimited by size into rp-line
    perform 9800-report-line
    perform varying bt-idx from 1 by 1
            until bt-idx is greater than bt-count
        if bt-drawn(bt-idx) is greater than 0
            move bt-drawn(bt-idx) to fg-drawn
            move bt-checked(bt-idx) to fg-checked
            move bt-matched(bt-idx) to fg-matched
            move bt-wrong(bt-idx) to fg-wrong
            perform 5000-format-figures
            move bt-id(bt-idx) to bl-branch
            move figures-line to bl-figures
            move branch-line to rp-line
            perform 9800-report-line
        end-if
    end-perform
    if un-drawn is greater than 0
        move un-drawn to fg-drawn
        move un-checked to fg-checked
        move un-matched to fg-matched
        move un-wrong to fg-wrong
        perform 5000-format-figures
        move 'UNMATCHED' to bl-branch
        move figures-line to bl-figures
        move branch-line to rp-line
        perform 9800-report-line
        move spaces to rp-line
        string "(UNMATCHED - file-mode samples whose file name fits"
            " no branch's pattern)" delimited by size into rp-line
        perform 9800-report-line
    end-if
    if bt-overflow-sw is equal to 'Y'
        move spaces to rp-line
        string "WARNING: more than 200 branches on file - the rest"
            " are reported as UNMATCHED" delimited by size
            into rp-line
        perform 9800-report-line
    end-if.

3500-print-overall.
    move spaces to rp-line
    perform 9800-report-line
    move all-drawn to fg-drawn
    move all-checked to fg-checked
    move all-matched to fg-matched
    move all-wrong to fg-wrong
    perform 5000-format-figures
    move 'ALL RUNS' to bl-branch
    move figures-line to bl-figures
    move branch-line to rp-line
    perform 9800-report-line
    move all-runs to out-position
    move spaces to rp-line
    string "Runs sampled: " out-position
        delimited by size into rp-line
    perform 9800-report-line
    move spaces to rp-line
    string "Accuracy is MATCHED as a percent of CHECKED - samples"
        " not yet checked are not counted" delimited by size
        into rp-line
    perform 9800-report-line.

3600-print-wrong.
    move spaces to rp-line
    perform 9800-report-line
    move "Samples keyed WRONG at the branch" to rp-line
    perform 9800-report-line
    move spaces to rp-line
    perform 9800-report-line
    move spaces to rp-line
    string "REFERENCE  POSITION CONVERTED           VALUE"
        " QA KEYED            VALUE CHECKER" delimited by size
        into rp-line
    perform 9800-report-line
    move spaces to rp-line
    string "---------- -------- ---------------- --------"
        " ---------------- -------- --------" delimited by size
        into rp-line
    perform 9800-report-line
    perform 2900-start-samples
    perform until sample-eof is equal to 1
        if qs-status is equal to 'DONE'
                and qs-result is equal to 'WRONG'
            move qs-reference to wl-reference
            move qs-position to wl-position
            move qs-numeral to wl-numeral
            move qs-value to wl-value
            move qs-keyed to wl-keyed
            move qs-keyed-value to wl-keyed-value
            move qs-checker to wl-checker
            move wrong-line to rp-line
            perform 9800-report-line
            move spaces to rp-line
            string "           file " qs-file
                delimited by size into rp-line
            perform 9800-report-line
        end-if
        read qa-sample-file next record
            at end move 1 to sample-eof
        end-read
    end-perform
    move all-wrong to out-position
    move spaces to rp-line
    string "Samples WRONG: " out-position
        delimited by size into rp-line
    perform 9800-report-line.

4000-set-sample-rate.
    if checker-authority is not equal to 'S'
        display "Supervisor authority is required to change the"
            " sample rate - refused"
        move 'QA-STATION' to af-program
        move 'SAMPLE RATE' to af-action
        perform 8100-write-auth-fail
        go to 4000-exit
    end-if
    move 2 to qc-rate
    open input qa-control-file
    if qa-control-status is equal to '00'
        read qa-control-file into qa-sample-control-line
            at end move 2 to qc-rate
        end-read
        close qa-control-file
    end-if
    if qc-rate is not numeric
        move 2 to qc-rate
    end-if
    display "Percent of each file's accepted records sampled -"
        " currently " qc-rate
    display "New sample percent (0 - 100; every file still gives"
        " one): "
    move spaces to answer-reply
    accept answer-reply
    perform 0700-reply-to-number
    if answer-number is less than 0 or answer-number is greater
            than 100
        display "Sample percent must be 0 - 100 - rate unchanged"
        go to 4000-exit
    end-if
    *> the line is only written on a Y, so it can take the new rate
    move answer-number to qc-rate
    display "Sample " qc-rate " percent of each file -"
        " confirm (Y/N): "
    accept confirm-sw
    if confirm-sw is equal to 'Y' or confirm-sw is equal to 'y'
        open output qa-control-file
        write qa-control-record from qa-sample-control-line
        close qa-control-file
        display "Sample rate changed"
    else
        display "Rate unchanged"
    end-if.
4000-exit.
    exit.

5000-format-figures.
    move fg-drawn to fl-drawn
    move fg-checked to fl-checked
    move fg-matched to fl-matched
    move fg-wrong to fl-wrong
    if fg-checked is equal to 0
        move '  n/a' to fl-pct-x
        move space to fl-pct-sign
    else
        compute fg-pct rounded = (fg-matched * 100) / fg-checked
        move fg-pct to fl-pct
        move '%' to fl-pct-sign
    end-if.

8100-write-auth-fail.
    open extend auth-fail-file
    if auth-fail-status is not equal to '00'
        open output auth-fail-file
    end-if
    accept ws-date from date yyyymmdd
    accept ws-time from time
    move ws-date to af-date
    move ws-time to af-time
    move ws-operator-id to af-operator
    write auth-fail-record from auth-fail-line
    close auth-fail-file.

8200-match-pattern.
    *> MT-FILE against BT-PATTERN(BT-IDX): literal compare when the
    *> pattern has no '@', otherwise the text either side of the '@'
    *> must match and the eight bytes in its place must be a date
    move 'N' to match-sw
    move bt-at-pos(bt-idx) to mt-at
    if mt-at is equal to 0
        if mt-file is equal to bt-pattern(bt-idx)
            move 'Y' to match-sw
        end-if
    else
        if mt-at is less than 43
                and mt-file(mt-at:8) is numeric
            move 'Y' to match-sw
            if mt-at is greater than 1
                compute mt-len = mt-at - 1
                if mt-file(1:mt-len)
                        is not equal to bt-pattern(bt-idx)(1:mt-len)
                    move 'N' to match-sw
                end-if
            end-if
            compute mt-len = 43 - mt-at
            if mt-file(mt-at + 8:mt-len)
                    is not equal to bt-pattern(bt-idx)(mt-at + 1:mt-len)
                move 'N' to match-sw
            end-if
        end-if
    end-if.

9700-open-report.
    move 'OPEN' to rp-function
    move 'QA-STATION' to rp-program
    move 'QAACCY' to rp-code
    move 'BLIND RE-KEY ACCURACY REPORT' to rp-title
    move ws-operator-id to rp-operator
    call "report-writer" using report-area.

9800-report-line.
    move 'LINE' to rp-function
    call "report-writer" using report-area.

9900-close-report.
    move 'CLOSE' to rp-function
    call "report-writer" using report-area.
